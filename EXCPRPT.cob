//*  EXCP901W console message to wake somebody up), 8 a stop
//*  threshold reached (EXCP902E - the scheduler holds its
//*  successors).
//*  SUSPNS is scanned too: each failure HTTPSCNW suspended
//*  carries the server's own error code and the ERRCAT
//*  catalog's disposition for it, tallied as SUSPENSE and
//*  SUSP-RTY / SUSP-FIX / SUSP-ESC (ungraded unless EXCPCTL
//*  arms them). A dead letter SUSPRSB escalated on the
//*  catalog's say-so tallies as ESCALATE as well as DEADLTR
//*  and warns on the first one. A closing section lists the
//*  report day's failures by server error code and what was
//*  done with them, so the real cause shows, not just the
//*  HTTP status.
//COBOL.STEPLIB DD DISP=SHR,DSN=IGY.SIGYCOMP
//COBOL.SYSLIB  DD DISP=SHR,DSN=ANDREWJ.SOURCE.MAC
//COBOL.SYSIN   DD *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEADLTR-STATUS.

           SELECT SUSPENSE-FILE  ASSIGN TO SUSPNS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPNS-STATUS.

           SELECT THRESHOLD-FILE  ASSIGN TO EXCPCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCPCTL-STATUS.
       01  DEAD-LETTER-RECORD.
           COPY DLTRREC.

      ******************************************************
      * Failures still waiting on SUSPRSB - it truncates
      * the dataset once it has acted on them, so a report
      * run after it finds them on DEADLTR and REJECTS
      * instead.
      ******************************************************
       FD  SUSPENSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-RECORD.
           COPY SUSPREC.

      ******************************************************
      * Threshold override cards: exception type, warn
      * count, stop count. A card for a type replaces that
       01  WS-REDIRLOG-STATUS       Pic XX Value Spaces.
       01  WS-REJECTS-STATUS        Pic XX Value Spaces.
       01  WS-DEADLTR-STATUS        Pic XX Value Spaces.
       01  WS-SUSPNS-STATUS         Pic XX Value Spaces.
       01  WS-EXCPCTL-STATUS        Pic XX Value Spaces.
       01  WS-EXCPRPT-STATUS        Pic XX Value Spaces.
       01  WS-EOF-INPUT             Pic X  Value 'N'.

      ******************************************************
      * Counts by exception type for the report day, with
      * each type's warn/stop thresholds. The first four
      * slots are seeded with the built-in defaults - a
      * single cross-domain redirect already warns, fifty
      * new dead-letters stop the scheduler, one escalated
      * failure warns - and EXCPCTL cards may override any
      * of them. Reject reason codes tally under both the
      * REJECTS roll-up and their own code's slot, and
      * suspense records under SUSPENSE and their
      * disposition's slot.
      ******************************************************
       01  WS-TYPE-COUNT-TABLE.
           05 WS-TYPE-ENTRY  OCCURS 30 TIMES.
              10 WS-CLX-REDIR       Pic 9(5).
              10 WS-CLX-REJECT      Pic 9(5).
              10 WS-CLX-DEADL       Pic 9(5).
              10 WS-CLX-SUSP        Pic 9(5).
       01  WS-CLX-IDX               Pic 9(9) Binary Value 0.
       01  WS-CLX-FOUND-IDX         Pic 9(9) Binary Value 0.
       01  WS-CLX-WORK-KEY          Pic X(10) Value Spaces.
              10 WS-TREND-WARN      Pic 9(9).
              10 WS-TREND-REDIR     Pic 9(9).
              10 WS-TREND-DEADL     Pic 9(9).
              10 WS-TREND-SUSP      Pic 9(9).
       01  WS-TREND-COUNT           Pic 9(9) Binary Value 0.
       01  WS-TREND-IDX             Pic 9(9) Binary Value 0.
       01  WS-TREND-FOUND-IDX       Pic 9(9) Binary Value 0.

      ******************************************************
      * Report-day failures by cause: the server's error
      * code (or, when it gave none, the return-code text
      * the failure was suspended with) and what became of
      * it - R retry, F data fix, E escalated, D dead-
      * lettered for another reason - with the first server
      * message seen for it. Causes past the 100th are
      * folded into the last entry as *OTHER* rather than
      * lost.
      ******************************************************
       01  WS-CAUSE-COUNT           Pic 9(4) Binary Value 0.
       01  WS-CAUSE-TABLE.
           05 WS-CAUSE-ENTRY  OCCURS 100 TIMES.
              10 WS-CAUSE-CODE      Pic X(20).
              10 WS-CAUSE-DISP      Pic X(1).
              10 WS-CAUSE-TALLY     Pic 9(9).
              10 WS-CAUSE-MESSAGE   Pic X(40).
       01  WS-CAUSE-IDX             Pic 9(4) Binary Value 0.
       01  WS-CAUSE-FOUND-IDX       Pic 9(4) Binary Value 0.
       01  WS-CAUSE-WORK-CODE       Pic X(20) Value Spaces.
       01  WS-CAUSE-WORK-DISP       Pic X(1)  Value Spaces.
       01  WS-CAUSE-WORK-MESSAGE    Pic X(40) Value Spaces.

      ******************************************************
      * Step grading: the worst threshold grade reached
      * across every type becomes the step return code.
           05 WS-RPT-CLX-REDIR      Pic ZZ,ZZ9.
           05 WS-RPT-CLX-REJECT     Pic ZZ,ZZ9.
           05 WS-RPT-CLX-DEADL      Pic ZZ,ZZ9.
           05 WS-RPT-CLX-SUSP       Pic ZZ,ZZ9.
           05 Filler                Pic X(90) Value Spaces.
       01  WS-RPT-TREND-LINE.
           05 Filler                Pic X(3)  Value Spaces.
           05 WS-RPT-TREND-DATE     Pic X(8).
           05 WS-RPT-TREND-WARN     Pic ZZZ,ZZZ,ZZ9.
           05 WS-RPT-TREND-REDIR    Pic ZZZ,ZZZ,ZZ9.
           05 WS-RPT-TREND-DEADL    Pic ZZZ,ZZZ,ZZ9.
           05 WS-RPT-TREND-SUSP     Pic ZZZ,ZZZ,ZZ9.
           05 Filler                Pic X(78) Value Spaces.
       01  WS-RPT-CAUSE-LINE.
           05 Filler                Pic X(3)  Value Spaces.
           05 WS-RPT-CAUSE-CODE     Pic X(20).
           05 Filler                Pic X(1)  Value Spaces.
           05 WS-RPT-CAUSE-DISP     Pic X(11).
           05 WS-RPT-CAUSE-CNT      Pic ZZZ,ZZZ,ZZ9.
           05 Filler                Pic X(2)  Value Spaces.
           05 WS-RPT-CAUSE-MESSAGE  Pic X(40).
           05 Filler                Pic X(45) Value Spaces.
      *----------------------------------------------------------------*
      *                                                                *
      *    P R O C E D U R E                                           *
             Perform Scan-Warnlog
             Perform Scan-Redirlog
             Perform Scan-Dead-Letters
             Perform Scan-Suspense

             If WS-REPORT-DATE = Spaces
               Move Function Current-Date(1:8) to WS-REPORT-DATE
             Perform Scan-Warnlog
             Perform Scan-Redirlog
             Perform Scan-Dead-Letters
             Perform Scan-Suspense
             Perform Scan-Rejects

             Perform Grade-Thresholds
      *                                                              *
      *           Arms the built-in grades: content-length warnings  *
      *           tolerate some noise, a single rejected redirect    *
      *           already warns (it may be an attack), fifty new     *
      *           dead-letters stop the scheduler, and a single      *
      *           escalated failure warns - the catalog says a human *
      *           must look at it.                                    *
      ****************************************************************
       Seed-Default-Thresholds.

           Move 4 to WS-TYPE-TOTAL
           Move 'WARNLOG'  to WS-TYPE-NAME(1)
           Move 0   to WS-TYPE-COUNT(1)
           Move 25  to WS-TYPE-WARN(1)
           Move 0   to WS-TYPE-COUNT(3)
           Move 1   to WS-TYPE-WARN(3)
           Move 50  to WS-TYPE-STOP(3)

           Move 'ESCALATE' to WS-TYPE-NAME(4)
           Move 0   to WS-TYPE-COUNT(4)
           Move 1   to WS-TYPE-WARN(4)
           Move 0   to WS-TYPE-STOP(4)
           .

      ****************************************************************
                   If WS-CLX-FOUND-IDX > 0
                     Add 1 to WS-CLX-DEADL(WS-CLX-FOUND-IDX)
                   End-If
                   If DLQ-REASON = 'ESCALATED'
                     Move 'ESCALATE' to WS-TYPE-WORK
                     Perform Tally-Type
                     Move 'E' to WS-CAUSE-WORK-DISP
                   Else
                     Move 'D' to WS-CAUSE-WORK-DISP
                   End-If
                   If DLQ-ERROR-CODE Not = Spaces
                     Move DLQ-ERROR-CODE to WS-CAUSE-WORK-CODE
                   Else
                     Move DLQ-RETCODE-TEXT to WS-CAUSE-WORK-CODE
                   End-If
                   Move Spaces to WS-CAUSE-WORK-MESSAGE
                   Perform Tally-Cause
                 End-If
               End-If
               Read DEAD-LETTER-FILE
           End-If
           .

      ****************************************************************
      * Function: Scan-Suspense                                       *
      *                                                              *
      *           Same shape again, over the failures still on       *
      *           SUSPNS, each tallied by its catalog disposition    *
      *           (blank is a retry) and by its cause.                *
      ****************************************************************
       Scan-Suspense.

           Open Input SUSPENSE-FILE
           If WS-SUSPNS-STATUS = '00'
             Move 'N' to WS-EOF-INPUT
             Read SUSPENSE-FILE
               At End Set WS-INPUT-EOF to true
             End-Read

             Perform Until WS-INPUT-EOF
               Move SUSPNS-TIMESTAMP(1:8) to WS-RECORD-DATE
               If WS-PASS = 1
                 Add 1 to WS-RECORDS-READ
                 If WS-RECORD-DATE > WS-REPORT-DATE
                   Move WS-RECORD-DATE to WS-REPORT-DATE
                 End-If
                 Perform Find-Trend-Slot
                 If WS-TREND-FOUND-IDX > 0
                   Add 1 to WS-TREND-SUSP(WS-TREND-FOUND-IDX)
                 End-If
               Else
                 If WS-RECORD-DATE = WS-REPORT-DATE
                   Move 'SUSPENSE' to WS-TYPE-WORK
                   Perform Tally-Type
                   Evaluate True
                     When SUSPNS-DISP-DATA-FIX
                       Move 'SUSP-FIX' to WS-TYPE-WORK
                       Move 'F' to WS-CAUSE-WORK-DISP
                     When SUSPNS-DISP-ESCALATE
                       Move 'SUSP-ESC' to WS-TYPE-WORK
                       Move 'E' to WS-CAUSE-WORK-DISP
                     When Other
                       Move 'SUSP-RTY' to WS-TYPE-WORK
                       Move 'R' to WS-CAUSE-WORK-DISP
                   End-Evaluate
                   Perform Tally-Type
                   Move SUSPNS-KEY to WS-CLX-WORK-KEY
                   Perform Find-Or-Add-Client
                   If WS-CLX-FOUND-IDX > 0
                     Add 1 to WS-CLX-SUSP(WS-CLX-FOUND-IDX)
                   End-If
                   If SUSPNS-ERROR-CODE Not = Spaces
                     Move SUSPNS-ERROR-CODE to WS-CAUSE-WORK-CODE
                   Else
                     Move SUSPNS-RETCODE-TEXT to WS-CAUSE-WORK-CODE
                   End-If
                   Move SUSPNS-ERROR-MESSAGE to WS-CAUSE-WORK-MESSAGE
                   Perform Tally-Cause
                 End-If
               End-If
               Read SUSPENSE-FILE
                 At End Set WS-INPUT-EOF to true
               End-Read
             End-Perform

             Close SUSPENSE-FILE
           End-If
           .

      ****************************************************************
      * Function: Tally-Cause                                         *
      *                                                              *
      *           Bumps the cause entry for WS-CAUSE-WORK-CODE and   *
      *           WS-CAUSE-WORK-DISP, adding it when new. The first  *
      *           server message seen for a cause is kept for the    *
      *           report. A full table folds into *OTHER*.            *
      ****************************************************************
       Tally-Cause.

           Move 0 to WS-CAUSE-FOUND-IDX
           Perform Varying WS-CAUSE-IDX From 1 by 1
             Until WS-CAUSE-IDX > WS-CAUSE-COUNT
                   or WS-CAUSE-FOUND-IDX > 0
             If WS-CAUSE-CODE(WS-CAUSE-IDX) = WS-CAUSE-WORK-CODE
                and WS-CAUSE-DISP(WS-CAUSE-IDX) = WS-CAUSE-WORK-DISP
               Move WS-CAUSE-IDX to WS-CAUSE-FOUND-IDX
             End-If
           End-Perform

           If WS-CAUSE-FOUND-IDX = 0
             If WS-CAUSE-COUNT < 100
               Add 1 to WS-CAUSE-COUNT
               Move WS-CAUSE-COUNT to WS-CAUSE-FOUND-IDX
               Move WS-CAUSE-WORK-CODE
                 to WS-CAUSE-CODE(WS-CAUSE-FOUND-IDX)
               Move WS-CAUSE-WORK-DISP
                 to WS-CAUSE-DISP(WS-CAUSE-FOUND-IDX)
               Move 0 to WS-CAUSE-TALLY(WS-CAUSE-FOUND-IDX)
               Move Spaces to WS-CAUSE-MESSAGE(WS-CAUSE-FOUND-IDX)
             Else
               Move 100 to WS-CAUSE-FOUND-IDX
               Move '*OTHER*' to WS-CAUSE-CODE(WS-CAUSE-FOUND-IDX)
               Move Space to WS-CAUSE-DISP(WS-CAUSE-FOUND-IDX)
               Move Spaces to WS-CAUSE-MESSAGE(WS-CAUSE-FOUND-IDX)
             End-If
           End-If

           Add 1 to WS-CAUSE-TALLY(WS-CAUSE-FOUND-IDX)
           If WS-CAUSE-MESSAGE(WS-CAUSE-FOUND-IDX) = Spaces
              and WS-CAUSE-CODE(WS-CAUSE-FOUND-IDX) Not = '*OTHER*'
             Move WS-CAUSE-WORK-MESSAGE
               to WS-CAUSE-MESSAGE(WS-CAUSE-FOUND-IDX)
           End-If
           .

      ****************************************************************
      * Function: Scan-Rejects                                        *
      *                                                              *
      *                                                              *
      *           Sets WS-TREND-FOUND-IDX to WS-RECORD-DATE's slot   *
      *           in the trend table. A new date is inserted at its  *
      *           date position - the four scans meet this table    *
      *           in turn, so first-seen order would leave a date    *
      *           present only in a later file printed out of        *
      *           chronological place.                                *
               Move 0 to WS-TREND-WARN(WS-TREND-FOUND-IDX)
               Move 0 to WS-TREND-REDIR(WS-TREND-FOUND-IDX)
               Move 0 to WS-TREND-DEADL(WS-TREND-FOUND-IDX)
               Move 0 to WS-TREND-SUSP(WS-TREND-FOUND-IDX)
             End-If
           End-If
           .
               Move 0 to WS-CLX-REDIR(WS-BIN-LO)
               Move 0 to WS-CLX-REJECT(WS-BIN-LO)
               Move 0 to WS-CLX-DEADL(WS-BIN-LO)
               Move 0 to WS-CLX-SUSP(WS-BIN-LO)
               Move WS-BIN-LO to WS-CLX-FOUND-IDX
             End-If
           End-If

           Move Spaces to EXCP-REPORT-LINE
           Write EXCP-REPORT-LINE
           Move "Exceptions by client (warn/redir/reject/dead/susp):"
             to EXCP-REPORT-LINE
           Write EXCP-REPORT-LINE
           Perform Write-Client-Lines

           Move Spaces to EXCP-REPORT-LINE
           Write EXCP-REPORT-LINE
           Move "Day-over-day trend (warn/redir/dead/susp):"
             to EXCP-REPORT-LINE
           Write EXCP-REPORT-LINE
           Perform Write-Trend-Lines

           Move Spaces to EXCP-REPORT-LINE
           Write EXCP-REPORT-LINE
           Move "Server failures by cause (code/disposition/count):"
             to EXCP-REPORT-LINE
           Write EXCP-REPORT-LINE
           Perform Write-Cause-Lines

           Move All '=' to EXCP-REPORT-LINE
           Write EXCP-REPORT-LINE
           .
             Move WS-CLX-REDIR(WS-CLX-IDX)  to WS-RPT-CLX-REDIR
             Move WS-CLX-REJECT(WS-CLX-IDX) to WS-RPT-CLX-REJECT
             Move WS-CLX-DEADL(WS-CLX-IDX)  to WS-RPT-CLX-DEADL
             Move WS-CLX-SUSP(WS-CLX-IDX)   to WS-RPT-CLX-SUSP
             Write EXCP-REPORT-LINE from WS-RPT-CLIENT-LINE
           End-Perform
           .
             Move WS-TREND-WARN(WS-TREND-IDX)  to WS-RPT-TREND-WARN
             Move WS-TREND-REDIR(WS-TREND-IDX) to WS-RPT-TREND-REDIR
             Move WS-TREND-DEADL(WS-TREND-IDX) to WS-RPT-TREND-DEADL
             Move WS-TREND-SUSP(WS-TREND-IDX)  to WS-RPT-TREND-SUSP
             Write EXCP-REPORT-LINE from WS-RPT-TREND-LINE
           End-Perform
           .

      ****************************************************************
      * Function: Write-Cause-Lines                                   *
      ****************************************************************
       Write-Cause-Lines.

           If WS-CAUSE-COUNT = 0
             Move "   (no server failures today)"
               to EXCP-REPORT-LINE
             Write EXCP-REPORT-LINE
           End-If

           Perform Varying WS-CAUSE-IDX From 1 by 1
             Until WS-CAUSE-IDX > WS-CAUSE-COUNT
             Move WS-CAUSE-CODE(WS-CAUSE-IDX)  to WS-RPT-CAUSE-CODE
             Evaluate WS-CAUSE-DISP(WS-CAUSE-IDX)
               When 'R'
                 Move 'RETRY'       to WS-RPT-CAUSE-DISP
               When 'F'
                 Move 'DATA FIX'    to WS-RPT-CAUSE-DISP
               When 'E'
                 Move 'ESCALATED'   to WS-RPT-CAUSE-DISP
               When 'D'
                 Move 'DEAD-LETTER' to WS-RPT-CAUSE-DISP
               When Other
                 Move Spaces        to WS-RPT-CAUSE-DISP
             End-Evaluate
             Move WS-CAUSE-TALLY(WS-CAUSE-IDX) to WS-RPT-CAUSE-CNT
             Move WS-CAUSE-MESSAGE(WS-CAUSE-IDX)
               to WS-RPT-CAUSE-MESSAGE
             Write EXCP-REPORT-LINE from WS-RPT-CAUSE-LINE
           End-Perform
           .

       End Program EXCPRPT.
/*
//LKED.SYSLIB  DD DISP=SHR,DSN=CEE.SCEELKED
//GO.REDIRLOG  DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.REDIRLOG
//GO.REJECTS   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.REJECTS
//GO.DEADLTR   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.DEADLTR
//GO.SUSPNS    DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.SUSPNS
//GO.EXCPCTL   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.EXCPCTL
//GO.EXCPRPT   DD SYSOUT=*
