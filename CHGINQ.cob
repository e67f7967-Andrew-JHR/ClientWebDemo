//ANDREWJQ JOB CLASS=A,MSGCLASS=X,NOTIFY=&SYSUID,REGION=0M
//IGY      JCLLIB ORDER=IGY.SIGYPROC
//DOCLG    EXEC PROC=IGYWCLG,
//       PARM.COBOL='LIB',
//       PARM.LKED='REUS(RENT)'
//*  Client change-history inquiry, for the audit and
//*  compliance question "what did we tell the server about
//*  this client's address, and when". CLTLEDG shows the
//*  calls; this shows the data values they carried. Driven
//*  by CHGCARDS request cards - a client key or key range,
//*  an optional field selector and an optional from-date.
//*  For each requested client the report lists, in batch
//*  date order, every field-level change on the permanent
//*  change history (CHGHIST, see CHGREC): the transaction
//*  that carried it, the client/contact/account it belongs
//*  to, the old and new values, and when the server
//*  confirmed it - or that it is still not confirmed.
//*  RC 0, 4 when the report is truncated, 16 when there
//*  are no request cards or the report cannot be opened.
//*
//*  Request card layout (CHGCARDS, 80 bytes):
//*    01-10  client key (low key of a range)
//*    12-21  high key of a range - blank for just one key
//*    23-34  field selector - blank for every field;
//*           ADDRESS for the client's street, city, state
//*           and zip; CONTACTS or ACCOUNTS for every field
//*           of those children; or one field name as it
//*           appears on the history (NAME, EMAIL, PHONE,
//*           BALANCE ...)
//*    36-43  earliest batch date YYYYMMDD - blank for all
//COBOL.STEPLIB DD DISP=SHR,DSN=IGY.SIGYCOMP
//COBOL.SYSLIB  DD DISP=SHR,DSN=ANDREWJ.SOURCE.MAC
//COBOL.SYSIN   DD *
       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     CHGINQ.
      *----------------------------------------------------------------*
      *                                                                *
      *    E N V I R O N M E N T    D I V I S I O N                    *
      *                                                                *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SOURCE-COMPUTER.                IBM-2828.
       OBJECT-COMPUTER.                IBM-2828.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT CHANGE-CARD-FILE  ASSIGN TO CHGCARDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGCARDS-STATUS.

           SELECT CHANGE-HISTORY-FILE  ASSIGN TO CHGHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGHIST-STATUS.

           SELECT CHANGE-REPORT-FILE  ASSIGN TO CHGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGRPT-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
      *                                                                *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
      ******************************************************
      * Request cards: a client key or key range, an
      * optional field selector and an optional earliest
      * batch date.
      ******************************************************
       FD  CHANGE-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-CARD.
           05 CRD-KEY-LO            Pic X(10).
           05 Filler                Pic X(1).
           05 CRD-KEY-HI            Pic X(10).
           05 Filler                Pic X(1).
           05 CRD-FIELD             Pic X(12).
           05 Filler                Pic X(1).
           05 CRD-FROM-DATE         Pic X(8).
           05 Filler                Pic X(37).

       FD  CHANGE-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-HISTORY-RECORD.
           COPY CHGREC.

       FD  CHANGE-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-REPORT-LINE          Pic X(133).
      *
      *----------------------------------------------------------------*
      *                                                                *
      *    W O R K I N G - S T O R A G E   S E C T I O N               *
      *                                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE                SECTION.
       01  WS-CHGCARDS-STATUS       Pic XX Value Spaces.
       01  WS-CHGHIST-STATUS        Pic XX Value Spaces.
       01  WS-CHGRPT-STATUS         Pic XX Value Spaces.
       01  WS-EOF-INPUT             Pic X  Value 'N'.
           88 WS-INPUT-EOF                 Value 'Y'.

      ******************************************************
      * The request cards, loaded up front. A card whose
      * high key is blank asks for just its low key.
      ******************************************************
       01  WS-CARD-TABLE.
           05 WS-CARD-ENTRY  OCCURS 100 TIMES.
              10 WS-CARD-LO         Pic X(10).
              10 WS-CARD-HI         Pic X(10).
              10 WS-CARD-FIELD      Pic X(12).
              10 WS-CARD-FROM       Pic X(8).
              10 WS-CARD-MATCHED    Pic X.
       01  WS-CARD-COUNT            Pic 9(9) Binary Value 0.
       01  WS-CARD-IDX              Pic 9(9) Binary Value 0.
       01  WS-CHANGE-MATCHES        Pic X  Value 'N'.
           88 CHANGE-MATCHES-REQUEST       Value 'Y'.
       01  WS-FIELD-MATCHES         Pic X  Value 'N'.
           88 FIELD-MATCHES-CARD           Value 'Y'.

      ******************************************************
      * The matching changes, kept in key-plus-batch-date
      * order by a binary position insert - after any entry
      * with the same key and date, so a day's changes keep
      * the order CLTDELTA wrote them in.
      ******************************************************
       01  WS-CHANGE-COUNT          Pic 9(9) Binary Value 0.
       01  WS-CHANGE-TABLE.
           05 WS-CHG-ENTRY  OCCURS 1 TO 20000 TIMES
                             DEPENDING ON WS-CHANGE-COUNT.
              10 WS-CHG-SORT.
                 15 WS-CHG-SORT-KEY  Pic X(10).
                 15 WS-CHG-SORT-DATE Pic X(8).
              10 WS-CHG-IMAGE       Pic X(180).
       01  WS-CHG-IDX               Pic 9(9) Binary Value 0.
       01  WS-CHG-NEW-IDX           Pic 9(9) Binary Value 0.
       01  WS-CHG-PREV-KEY          Pic X(10) Value Low-Values.
       01  WS-INSERT-SORT.
           05 WS-INSERT-KEY         Pic X(10).
           05 WS-INSERT-DATE        Pic X(8).
       01  WS-BIN-LO                Pic 9(9) Binary Value 0.
       01  WS-BIN-HI                Pic 9(9) Binary Value 0.
       01  WS-BIN-MID               Pic 9(9) Binary Value 0.
       01  WS-BIN-SHIFT             Pic 9(9) Binary Value 0.
       01  WS-REPORT-TRUNCATED      Pic X  Value 'N'.
           88 REPORT-WAS-TRUNCATED         Value 'Y'.

      ******************************************************
      * The change being printed, unpacked from its image.
      ******************************************************
       01  WS-PRINT-CHANGE.
           COPY CHGREC REPLACING LEADING ==CHG-== BY ==PCH-==.

      ******************************************************
      * Report formatting work areas
      ******************************************************
       01  WS-RPT-CHANGE-LINE.
           05 Filler                Pic X(3)  Value Spaces.
           05 WS-RPT-DATE           Pic X(8).
           05 Filler                Pic X(2)  Value Spaces.
           05 WS-RPT-TXN            Pic X(6).
           05 Filler                Pic X(2)  Value Spaces.
           05 WS-RPT-RECORD         Pic X(7).
           05 Filler                Pic X(1)  Value Spaces.
           05 WS-RPT-CHILD          Pic X(30).
           05 Filler                Pic X(2)  Value Spaces.
           05 WS-RPT-FIELD          Pic X(12).
           05 Filler                Pic X(2)  Value Spaces.
           05 WS-RPT-DELIVERY       Pic X(58).
       01  WS-RPT-VALUE-LINE.
           05 Filler                Pic X(11) Value
              '      was: '.
           05 WS-RPT-OLD            Pic X(40).
           05 Filler                Pic X(9)  Value '    now: '.
           05 WS-RPT-NEW            Pic X(40).
           05 Filler                Pic X(33) Value Spaces.
       01  WS-RPT-CODE-EDIT         Pic 9(3).
      *----------------------------------------------------------------*
      *                                                                *
      *    P R O C E D U R E                                           *
      *                                                                *
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
       Begin.

           Display "Client change-history inquiry start"

           Perform Load-Request-Cards

           If WS-CARD-COUNT = 0
             Display "No request cards - nothing to research"
             Move 16 to Return-Code
           Else
             Open Output CHANGE-REPORT-FILE
             If WS-CHGRPT-STATUS Not = '00'
               Display "FAILED: Open Output CHANGE-REPORT-FILE, "
                       "status " WS-CHGRPT-STATUS
               Move 16 to Return-Code
             Else
               Perform Scan-Change-History
               Perform Print-Change-History
               Perform Print-Unmatched-Cards
               Close CHANGE-REPORT-FILE
             End-If
           End-If

           Display "Client change-history inquiry end"

           If REPORT-WAS-TRUNCATED
             Move 4 to Return-Code
           End-If

           STOP    RUN.

      ****************************************************************
      * Function: Load-Request-Cards                                  *
      ****************************************************************
       Load-Request-Cards.

           Open Input CHANGE-CARD-FILE
           If WS-CHGCARDS-STATUS Not = '00'
             Display "FAILED: Open Input CHANGE-CARD-FILE, status "
                     WS-CHGCARDS-STATUS
           Else
             Read CHANGE-CARD-FILE
               At End Set WS-INPUT-EOF to true
             End-Read

             Perform Until WS-INPUT-EOF
               If CRD-KEY-LO Not = Spaces
                 If WS-CARD-COUNT < 100
                   Add 1 to WS-CARD-COUNT
                   Move CRD-KEY-LO to WS-CARD-LO(WS-CARD-COUNT)
                   If CRD-KEY-HI = Spaces
                     Move CRD-KEY-LO to WS-CARD-HI(WS-CARD-COUNT)
                   Else
                     Move CRD-KEY-HI to WS-CARD-HI(WS-CARD-COUNT)
                   End-If
                   Move CRD-FIELD  to WS-CARD-FIELD(WS-CARD-COUNT)
                   Move CRD-FROM-DATE
                     to WS-CARD-FROM(WS-CARD-COUNT)
                   Move 'N' to WS-CARD-MATCHED(WS-CARD-COUNT)
                 Else
                   Display "WARNING: more than 100 request cards - "
                           "extras ignored"
                 End-If
               End-If
               Read CHANGE-CARD-FILE
                 At End Set WS-INPUT-EOF to true
               End-Read
             End-Perform

             Close CHANGE-CARD-FILE
             Display "Loaded " WS-CARD-COUNT " request card(s)"
           End-If
           .

      ****************************************************************
      * Function: Does-Change-Match                                   *
      *                                                              *
      *           Sets CHANGE-MATCHES-REQUEST when the change        *
      *           record just read falls inside any request card -   *
      *           key range, field selector and from-date - marking  *
      *           every card it satisfies.                            *
      ****************************************************************
       Does-Change-Match.

           Move 'N' to WS-CHANGE-MATCHES
           Perform Varying WS-CARD-IDX From 1 by 1
             Until WS-CARD-IDX > WS-CARD-COUNT
             If CHG-KEY >= WS-CARD-LO(WS-CARD-IDX)
                and CHG-KEY <= WS-CARD-HI(WS-CARD-IDX)
                and CHG-BATCH-DATE >= WS-CARD-FROM(WS-CARD-IDX)
               Perform Does-Field-Match
               If FIELD-MATCHES-CARD
                 Move 'Y' to WS-CHANGE-MATCHES
                 Move 'Y' to WS-CARD-MATCHED(WS-CARD-IDX)
               End-If
             End-If
           End-Perform
           .

      ****************************************************************
      * Function: Does-Field-Match                                    *
      *                                                              *
      *           Applies the card's field selector to the change    *
      *           record just read.                                   *
      ****************************************************************
       Does-Field-Match.

           Move 'N' to WS-FIELD-MATCHES
           Evaluate True
             When WS-CARD-FIELD(WS-CARD-IDX) = Spaces
               Move 'Y' to WS-FIELD-MATCHES
             When WS-CARD-FIELD(WS-CARD-IDX) = 'ADDRESS'
               If CHG-REC-CLIENT
                  and (CHG-FIELD = 'STREET' or CHG-FIELD = 'CITY'
                       or CHG-FIELD = 'STATE' or CHG-FIELD = 'ZIP')
                 Move 'Y' to WS-FIELD-MATCHES
               End-If
             When WS-CARD-FIELD(WS-CARD-IDX) = 'CONTACTS'
               If CHG-REC-CONTACT
                 Move 'Y' to WS-FIELD-MATCHES
               End-If
             When WS-CARD-FIELD(WS-CARD-IDX) = 'ACCOUNTS'
               If CHG-REC-ACCOUNT
                 Move 'Y' to WS-FIELD-MATCHES
               End-If
             When WS-CARD-FIELD(WS-CARD-IDX) = CHG-FIELD
               Move 'Y' to WS-FIELD-MATCHES
           End-Evaluate
           .

      ****************************************************************
      * Function: Scan-Change-History                                 *
      *                                                              *
      *           One pass over the change history, folding every   *
      *           matching change into the sorted table.              *
      ****************************************************************
       Scan-Change-History.

           Open Input CHANGE-HISTORY-FILE
           If WS-CHGHIST-STATUS Not = '00'
             Display "No change-history dataset - status "
                     WS-CHGHIST-STATUS
           Else
             Move 'N' to WS-EOF-INPUT
             Read CHANGE-HISTORY-FILE
               At End Set WS-INPUT-EOF to true
             End-Read

             Perform Until WS-INPUT-EOF
               Perform Does-Change-Match
               If CHANGE-MATCHES-REQUEST
                 Perform Insert-Change-Entry
               End-If
               Read CHANGE-HISTORY-FILE
                 At End Set WS-INPUT-EOF to true
               End-Read
             End-Perform

             Close CHANGE-HISTORY-FILE
           End-If
           .

      ****************************************************************
      * Function: Insert-Change-Entry                                 *
      *                                                              *
      *           Places the change just read at its key-plus-date   *
      *           position. A full table stops collecting and says   *
      *           the report is truncated.                            *
      ****************************************************************
       Insert-Change-Entry.

           If WS-CHANGE-COUNT >= 20000
             If Not REPORT-WAS-TRUNCATED
               Display "WARNING: change table full - report "
                       "truncated; narrow the request cards"
               Set REPORT-WAS-TRUNCATED to true
             End-If
           Else
             Move CHG-KEY        to WS-INSERT-KEY
             Move CHG-BATCH-DATE to WS-INSERT-DATE
             Move 1 to WS-BIN-LO
             Compute WS-BIN-HI = WS-CHANGE-COUNT + 1
             Perform Until WS-BIN-LO >= WS-BIN-HI
               Compute WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
               If WS-CHG-SORT(WS-BIN-MID) <= WS-INSERT-SORT
                 Compute WS-BIN-LO = WS-BIN-MID + 1
               Else
                 Move WS-BIN-MID to WS-BIN-HI
               End-If
             End-Perform

             Add 1 to WS-CHANGE-COUNT
             Perform Varying WS-BIN-SHIFT
               From WS-CHANGE-COUNT By -1
               Until WS-BIN-SHIFT <= WS-BIN-LO
               Move WS-CHG-ENTRY(WS-BIN-SHIFT - 1)
                 to WS-CHG-ENTRY(WS-BIN-SHIFT)
             End-Perform
             Move WS-BIN-LO to WS-CHG-NEW-IDX
             Move WS-INSERT-SORT to WS-CHG-SORT(WS-CHG-NEW-IDX)
             Move CHANGE-HISTORY-RECORD
               to WS-CHG-IMAGE(WS-CHG-NEW-IDX)
           End-If
           .

      ****************************************************************
      * Function: Print-Change-History                                *
      *                                                              *
      *           Walks the sorted table printing a section per      *
      *           client: each change on two lines, what was sent    *
      *           and when it was confirmed, then the old and new    *
      *           values.                                             *
      ****************************************************************
       Print-Change-History.

           Move All '=' to CHANGE-REPORT-LINE
           Write CHANGE-REPORT-LINE
           Move "Client change history" to CHANGE-REPORT-LINE
           Write CHANGE-REPORT-LINE
           Move All '=' to CHANGE-REPORT-LINE
           Write CHANGE-REPORT-LINE

           If REPORT-WAS-TRUNCATED
             Move "*** REPORT TRUNCATED - NARROW THE REQUEST ***"
               to CHANGE-REPORT-LINE
             Write CHANGE-REPORT-LINE
           End-If

           Move Low-Values to WS-CHG-PREV-KEY
           Perform Varying WS-CHG-IDX From 1 by 1
             Until WS-CHG-IDX > WS-CHANGE-COUNT
             Move WS-CHG-IMAGE(WS-CHG-IDX) to WS-PRINT-CHANGE
             If PCH-KEY Not = WS-CHG-PREV-KEY
               Move PCH-KEY to WS-CHG-PREV-KEY
               Perform Print-Client-Header
             End-If
             Perform Print-Change-Lines
           End-Perform
           .

      ****************************************************************
      * Function: Print-Client-Header                                 *
      ****************************************************************
       Print-Client-Header.

           Move Spaces to CHANGE-REPORT-LINE
           Write CHANGE-REPORT-LINE
           Move Spaces to CHANGE-REPORT-LINE
           String "Client " WS-CHG-PREV-KEY " "
             Delimited by Size Into CHANGE-REPORT-LINE
           Write CHANGE-REPORT-LINE
           Move All '-' to CHANGE-REPORT-LINE
           Write CHANGE-REPORT-LINE
           .

      ****************************************************************
      * Function: Print-Change-Lines                                  *
      ****************************************************************
       Print-Change-Lines.

           Move PCH-BATCH-DATE to WS-RPT-DATE
           Evaluate True
             When PCH-TXN-POST
               Move 'POST'   to WS-RPT-TXN
             When PCH-TXN-PUT
               Move 'PUT'    to WS-RPT-TXN
             When PCH-TXN-DELETE
               Move 'DELETE' to WS-RPT-TXN
             When Other
               Move PCH-TXN-TYPE to WS-RPT-TXN
           End-Evaluate
           Evaluate True
             When PCH-REC-CONTACT
               Move 'CONTACT' to WS-RPT-RECORD
             When PCH-REC-ACCOUNT
               Move 'ACCOUNT' to WS-RPT-RECORD
             When Other
               Move 'CLIENT'  to WS-RPT-RECORD
           End-Evaluate
           Move PCH-CHILD-ID to WS-RPT-CHILD
           Move PCH-FIELD    to WS-RPT-FIELD

           Move Spaces to WS-RPT-DELIVERY
           If PCH-DELIVERED
             Move PCH-DELIVERED-CODE to WS-RPT-CODE-EDIT
             String "confirmed "
                    PCH-DELIVERED-TIMESTAMP(1:8) " "
                    PCH-DELIVERED-TIMESTAMP(9:2) ":"
                    PCH-DELIVERED-TIMESTAMP(11:2) ":"
                    PCH-DELIVERED-TIMESTAMP(13:2)
                    " HTTP " WS-RPT-CODE-EDIT
                    " ep " PCH-DELIVERED-ENDPOINT
               Delimited by Size Into WS-RPT-DELIVERY
           Else
             Move "NOT YET CONFIRMED BY THE SERVER"
               to WS-RPT-DELIVERY
           End-If
           Write CHANGE-REPORT-LINE from WS-RPT-CHANGE-LINE

           Move PCH-OLD-VALUE to WS-RPT-OLD
           Move PCH-NEW-VALUE to WS-RPT-NEW
           Write CHANGE-REPORT-LINE from WS-RPT-VALUE-LINE
           .

      ****************************************************************
      * Function: Print-Unmatched-Cards                               *
      *                                                              *
      *           A request with no recorded change is an answer    *
      *           too - say so rather than leave the reader          *
      *           wondering whether the research missed it.           *
      ****************************************************************
       Print-Unmatched-Cards.

           Perform Varying WS-CARD-IDX From 1 by 1
             Until WS-CARD-IDX > WS-CARD-COUNT
             If WS-CARD-MATCHED(WS-CARD-IDX) Not = 'Y'
               Move Spaces to CHANGE-REPORT-LINE
               If WS-CARD-LO(WS-CARD-IDX)
                    = WS-CARD-HI(WS-CARD-IDX)
                 String "Client " WS-CARD-LO(WS-CARD-IDX)
                        " - no recorded changes"
                   Delimited by Size Into CHANGE-REPORT-LINE
               Else
                 String "Range " WS-CARD-LO(WS-CARD-IDX) " thru "
                        WS-CARD-HI(WS-CARD-IDX)
                        " - no recorded changes"
                   Delimited by Size Into CHANGE-REPORT-LINE
               End-If
               Write CHANGE-REPORT-LINE
             End-If
           End-Perform
           .

       End Program CHGINQ.
/*
//LKED.SYSLIB  DD DISP=SHR,DSN=CEE.SCEELKED
//             DD DISP=SHR,DSN=CEE.SCEELKEX
//             DD DISP=SHR,DSN=SYS1.CSSLIB
//GO.SYSPRINT  DD SYSOUT=*
//GO.CHGCARDS  DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CHGCARDS
//GO.CHGHIST   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CHGHIST
//GO.CHGRPT    DD SYSOUT=*
