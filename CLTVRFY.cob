//*  field by field against the CLNTREC values we hold,
//*  writing a discrepancy report keyed by CLI-KEY that
//*  shows each mismatched field with our value and theirs
//*  - the attestation audit asks for quarterly. The same
//*  findings go to DISCOUT in machine-readable form (see
//*  DISCREC) for the CLTRMED remediation step. RESPOUT
//*  accumulates across runs, so only replies dated on or
//*  after the verify run count: name the run date on the
//*  PARM (PARM.GO='20260821'), else the newest reply date
//*  on file is used. A batch date the VERIFY-mode HTTPSCNW
//*  run (HTTPSVFY on the run-history ledger, RUNLEDG) has not
//*  finished cleanly is refused, RC 8, with DISCOUT left
//*  empty so CLTRMED has nothing to act on.
//*  CUTOVER: CLEANEXT (LRECL 165) and RESPOUT (2087) both
//*  changed shape - the one-time conversion job must
//*  re-allocate them at the new LRECLs before this
           SELECT DISCREPANCY-REPORT-FILE  ASSIGN TO DISCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISCRPT-STATUS.

           SELECT DISCREPANCY-OUT-FILE  ASSIGN TO DISCOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISCOUT-STATUS.

           SELECT RUN-LEDGER-FILE  ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLEDG-STATUS.

           SELECT RUN-HISTORY-FILE  ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DISCREPANCY-REPORT-LINE     Pic X(133).

      ******************************************************
      * The same findings in machine-readable form, one
      * record per report line, for the remediation step.
      ******************************************************
       FD  DISCREPANCY-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DISCREPANCY-OUT-RECORD.
           COPY DISCREC.

      ******************************************************
      * Run-history ledger: this run's entry is appended to
      * RUNLEDG, and RUNHIST reads the whole ledger back.
      ******************************************************
       FD  RUN-LEDGER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RUN-LEDGER-RECORD.
           COPY RUNLREC REPLACING LEADING ==RUN-== BY ==RLG-==.

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RUN-HISTORY-RECORD.
           COPY RUNLREC.
      *
      *----------------------------------------------------------------*
      *                                                                *
       01  WS-CLTEXTR-STATUS        Pic XX Value Spaces.
       01  WS-RESPOUT-STATUS        Pic XX Value Spaces.
       01  WS-DISCRPT-STATUS        Pic XX Value Spaces.
       01  WS-DISCOUT-STATUS        Pic XX Value Spaces.
       01  WS-EOF-CLIENT            Pic X  Value 'N'.
           88 WS-CLIENT-EOF                Value 'Y'.
       01  WS-EOF-RESPOUT           Pic X  Value 'N'.
       01  WS-OURS-VALUE            Pic X(40) Value Spaces.
       01  WS-THEIRS-VALUE          Pic X(40) Value Spaces.
       01  WS-FIELD-LABEL           Pic X(8)  Value Spaces.
       01  WS-DISC-KIND             Pic X     Value Spaces.
       01  WS-KEY-HAD-MISMATCH     Pic X  Value 'N'.
           88 KEY-HAD-MISMATCH             Value 'Y'.
       01  WS-OUR-AGE-NUM           Pic 9(9) Value 0.
       01  WS-CLIENTS-STALE-ONLY    Pic 9(9) Value 0.
       01  WS-COUNT-EDIT            Pic ZZZ,ZZZ,ZZ9.

      ******************************************************
      * Run-history ledger entry and predecessor check -
      * see the RUNLOG procedure copybook.
      ******************************************************
           COPY RUNLWS.

      ******************************************************
      * Discrepancy report detail line
      ******************************************************

           Display "Client verification compare start"

           Move 'CLTVRFY' to WS-RUN-STEP
           Perform Start-Run-Ledger
           Perform Resolve-Run-Batch-Date

      *    The compare only means something once the VERIFY-mode
      *    HTTPSCNW run has finished the batch date in every
      *    partition - otherwise every unreached client would be
      *    reported as unanswered.
           Perform Check-Predecessor-Run
           If PREDECESSOR-NOT-FINISHED
             Move 'Y' to WS-RUN-REFUSED
             Move 'N' to WS-FILES-OK
           Else
             Perform Setup-Cutoff-Date
             Perform Open-Files
           End-If

      *    With no compare run DISCOUT is still truncated - a
      *    leftover from the prior cycle would have CLTRMED
      *    rebuild fixes from stale findings.
           If Not FILES-ARE-OK
             Perform Empty-Discrepancy-Out
           End-If

           If FILES-ARE-OK
             Perform Load-Client-Extract
             Move 16 to Return-Code
           End-If

           If RUN-IS-REFUSED
             Move 8 to Return-Code
           End-If

           Move WS-CLIENTS-COMPARED   to WS-RUN-COUNT-IN
           Move WS-CLIENTS-MATCHED    to WS-RUN-COUNT-OUT
           Compute WS-RUN-COUNT-EXCEPTION =
             WS-CLIENTS-MISMATCHED + WS-CLIENTS-UNANSWERED
           Perform Write-Run-Ledger-Record

           STOP    RUN.

      ****************************************************************
             Move 'N' to WS-FILES-OK
           End-If

           Open Output DISCREPANCY-OUT-FILE
           If WS-DISCOUT-STATUS Not = '00'
             Display "FAILED: Open Output DISCREPANCY-OUT-FILE, "
                     "status " WS-DISCOUT-STATUS
             Move 'N' to WS-FILES-OK
           End-If

           If Not FILES-ARE-OK
             Move 16 to Return-Code
           End-If
           .

      ****************************************************************
      * Function: Empty-Discrepancy-Out                               *
      *                                                              *
      *           Leaves DISCOUT empty when no compare ran. Open-    *
      *           Files may already have opened it before another    *
      *           file failed - then closing it is enough.            *
      ****************************************************************
       Empty-Discrepancy-Out.

           If WS-DISCOUT-STATUS = '00'
             Close DISCREPANCY-OUT-FILE
           Else
             Open Output DISCREPANCY-OUT-FILE
             If WS-DISCOUT-STATUS Not = '00'
               Display "FAILED: Open Output DISCREPANCY-OUT-FILE, "
                       "status " WS-DISCOUT-STATUS
             Else
               Close DISCREPANCY-OUT-FILE
             End-If
           End-If
           .

      ****************************************************************
      * Function: Close-Files                                         *
      ****************************************************************
           Close CLIENT-EXTRACT-FILE
           Close RESPOUT-FILE
           Close DISCREPANCY-REPORT-FILE
           Close DISCREPANCY-OUT-FILE
           .

      ****************************************************************
      *    would silently pass a client whose GET failed this
      *    run, so it is a discrepancy in its own right.
               Add 1 to WS-CLIENTS-STALE-ONLY
               Move 'S' to WS-DISC-KIND
               Move 'CLIENT' to WS-FIELD-LABEL
               Move 'ON FILE' to WS-OURS-VALUE
               Move 'STALE REPLY ONLY' to WS-THEIRS-VALUE
               Perform Compare-Client-Fields
             Else
               Add 1 to WS-CLIENTS-UNANSWERED
               Move 'N' to WS-DISC-KIND
               Move 'CLIENT' to WS-FIELD-LABEL
               Move 'ON FILE' to WS-OURS-VALUE
               Move 'NO SERVER REPLY' to WS-THEIRS-VALUE
       Compare-Client-Fields.

           Move 'N' to WS-KEY-HAD-MISMATCH
           Move 'M' to WS-DISC-KIND

           Move 'NAME'   to WS-FIELD-LABEL
           Move WS-CLT-NAME(WS-CLT-FOUND-IDX) to WS-OURS-VALUE

      ****************************************************************
      * Function: Write-Discrepancy-Line                              *
      *                                                              *
      *           Prints the finding and writes its machine-readable *
      *           twin to DISCOUT, tagged with the kind of finding   *
      *           the caller set in WS-DISC-KIND.                     *
      ****************************************************************
       Write-Discrepancy-Line.

           Move WS-OURS-VALUE   to WS-RPT-OURS
           Move WS-THEIRS-VALUE to WS-RPT-THEIRS
           Write DISCREPANCY-REPORT-LINE from WS-RPT-DETAIL

           Move Spaces to DISCREPANCY-OUT-RECORD
           Move WS-CLT-KEY(WS-CLT-FOUND-IDX) to DSC-KEY
           Move WS-DISC-KIND    to DSC-KIND
           Move WS-FIELD-LABEL  to DSC-FIELD
           Move WS-OURS-VALUE   to DSC-OURS-VALUE
           Move WS-THEIRS-VALUE to DSC-THEIRS-VALUE
           Move WS-CUTOFF-DATE  to DSC-RUN-DATE
           Write DISCREPANCY-OUT-RECORD
           .

      ****************************************************************
      *    via the RESPASM procedure copybook.
           COPY RESPASM.

      *    The run-history ledger paragraphs are shared by every
      *    step of the batch stream via the RUNLOG procedure
      *    copybook.
           COPY RUNLOG.

       End Program CLTVRFY.
/*
//LKED.SYSLIB  DD DISP=SHR,DSN=CEE.SCEELKED
//GO.CLTEXTR   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CLEANEXT
//GO.RESPOUT   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RESPOUT
//GO.DISCRPT   DD SYSOUT=*
//GO.DISCOUT   DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.DISCOUT
//GO.RUNLEDG   DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.RUNLEDG,
//                 DCB=(RECFM=FB,LRECL=150),SPACE=(TRK,(1,1)),
//                 UNIT=SYSDA
//GO.RUNHIST   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P01
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P02
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P03
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P04
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P05
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P06
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P07
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P08
