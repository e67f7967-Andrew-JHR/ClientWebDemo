//ANDREWJI JOB CLASS=A,MSGCLASS=X,NOTIFY=&SYSUID,REGION=0M
//IGY      JCLLIB ORDER=IGY.SIGYPROC
//DOCLG    EXEC PROC=IGYWCLG,
//       PARM.COBOL='LIB',
//       PARM.LKED='REUS(RENT)'
//*  Right-to-erasure extract builder. Reads the erasure
//*  request cards (ERASREQ, see the ERASREQ copybook) and
//*  writes one client DELETE per requested key to ERASEXT,
//*  in the CLNTREC layout with no header or trailer - the
//*  same header-less form as SUSPRSB's retry extract - so
//*  HTTPSCNW can be run over it with PARM.GO='PROD ERASE/
//*  POSIX(ON)' and CLTEXTR pointed at ERASEXT. Each key's
//*  state is taken from the current client master so the
//*  DELETE is routed to the endpoint that holds the client;
//*  a key the master no longer carries goes out unrouted
//*  (default endpoint) and is reported. The delete itself
//*  uses HTTPSCNW's normal DELETE path - server id from the
//*  XREF master. CLTPURG then confirms each delete from the
//*  AUDIT trail, purges the client from our own datasets
//*  and prints the erasure certificate.
//*  RC 0 extract built / 4 unrouted keys or rejected cards
//*  / 16 open failure or table capacity.
//COBOL.STEPLIB DD DISP=SHR,DSN=IGY.SIGYCOMP
//COBOL.SYSLIB  DD DISP=SHR,DSN=ANDREWJ.SOURCE.MAC
//COBOL.SYSIN   DD *
       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     CLTERAS.
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
           SELECT ERASURE-REQUEST-FILE  ASSIGN TO ERASREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERASREQ-STATUS.

           SELECT CLIENT-MASTER-FILE  ASSIGN TO CLTMASTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLTMASTR-STATUS.

           SELECT ERASURE-EXTRACT-FILE  ASSIGN TO ERASEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERASEXT-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
      *                                                                *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  ERASURE-REQUEST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ERASURE-REQUEST-RECORD.
           COPY ERASREQ.

       FD  CLIENT-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CLIENT-RECORD.
           COPY CLNTREC.
       01  CONTROL-RECORD.
           COPY CTLREC.

       FD  ERASURE-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ERASURE-EXTRACT-RECORD      Pic X(165).
      *
      *----------------------------------------------------------------*
      *                                                                *
      *    W O R K I N G - S T O R A G E   S E C T I O N               *
      *                                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE                SECTION.
       01  WS-ERASREQ-STATUS        Pic XX Value Spaces.
       01  WS-CLTMASTR-STATUS       Pic XX Value Spaces.
       01  WS-ERASEXT-STATUS        Pic XX Value Spaces.
       01  WS-EOF-INPUT             Pic X  Value 'N'.
           88 WS-INPUT-EOF                 Value 'Y'.
       01  WS-FILES-OK              Pic X  Value 'Y'.
           88 FILES-ARE-OK                 Value 'Y'.

      ******************************************************
      * One entry per client key to be erased, deduplicated
      * and kept in key order so the master pass looks each
      * client up with a binary SEARCH ALL, and the extract
      * goes out in key order. The state is the client's
      * routing state from the master, blank until found.
      ******************************************************
       01  WS-ERA-COUNT             Pic 9(9) Binary Value 0.
       01  WS-ERA-TABLE.
           05 WS-ERA-ENTRY  OCCURS 1 TO 100000 TIMES
                             DEPENDING ON WS-ERA-COUNT
                             ASCENDING KEY IS WS-ERA-KEY
                             INDEXED BY ERA-INX.
              10 WS-ERA-KEY         Pic X(10).
              10 WS-ERA-STATE       Pic X(20).
              10 WS-ERA-FOUND       Pic X.
       01  WS-ERA-IDX               Pic 9(9) Binary Value 0.
       01  WS-ERA-FOUND-IDX         Pic 9(9) Binary Value 0.
       01  WS-BIN-LO                Pic 9(9) Binary Value 0.
       01  WS-BIN-HI                Pic 9(9) Binary Value 0.
       01  WS-BIN-MID               Pic 9(9) Binary Value 0.
       01  WS-BIN-SHIFT             Pic 9(9) Binary Value 0.
       01  WS-TABLE-LIMIT           Pic X  Value 'N'.
           88 TABLE-LIMIT-HIT              Value 'Y'.

      ******************************************************
      * The DELETE record built for each key - a client
      * parent with nothing but the key, the transaction
      * and the routing state filled in.
      ******************************************************
       01  WS-ERASE-CLIENT.
           COPY CLNTREC REPLACING LEADING ==CLI-== BY ==ERX-==.

      ******************************************************
      * Reconciliation counts
      ******************************************************
       01  WS-CARDS-READ            Pic 9(9) Value 0.
       01  WS-CARDS-REJECTED        Pic 9(9) Value 0.
       01  WS-DUPLICATE-CARDS       Pic 9(9) Value 0.
       01  WS-MASTER-RECORDS-READ   Pic 9(9) Value 0.
       01  WS-KEYS-ROUTED           Pic 9(9) Value 0.
       01  WS-KEYS-UNROUTED         Pic 9(9) Value 0.
       01  WS-DELETES-WRITTEN       Pic 9(9) Value 0.
      *----------------------------------------------------------------*
      *                                                                *
      *    P R O C E D U R E                                           *
      *                                                                *
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
       Begin.

           Display "Erasure extract build start"

           Perform Load-Erasure-Requests

      *    Performed even with nothing to erase, so the erasure
      *    extract is truncated either way - a leftover from an
      *    earlier request would delete those clients again.
           Perform Open-Files

           If FILES-ARE-OK and WS-ERA-COUNT > 0
             Perform Scan-Client-Master
           End-If

           If FILES-ARE-OK and Not TABLE-LIMIT-HIT
             Perform Write-Erasure-Extract
           End-If

           If FILES-ARE-OK
             Close ERASURE-EXTRACT-FILE
           End-If

           Perform Write-Reconciliation-Report

      *    Unrouted keys and rejected cards are findings for the
      *    privacy desk, not failures - the deletes still go out.
           If Return-Code = 0
              and (WS-KEYS-UNROUTED > 0
                   or WS-CARDS-REJECTED > 0)
             Move 4 to Return-Code
           End-If

           If TABLE-LIMIT-HIT
             Perform Suppress-Erasure-Extract
             Move 16 to Return-Code
           End-If

           Display "Erasure extract build end"

           STOP    RUN.

      ****************************************************************
      * Function: Load-Erasure-Requests                               *
      *                                                              *
      *           Reads the request cards into the erasure table.    *
      *           A card with no key, or with a request date that is *
      *           not a YYYYMMDD date, is rejected; a key requested  *
      *           twice goes out once.                                *
      ****************************************************************
       Load-Erasure-Requests.

           Open Input ERASURE-REQUEST-FILE
           If WS-ERASREQ-STATUS Not = '00'
             Display "FAILED: Open Input ERASURE-REQUEST-FILE, "
                     "status " WS-ERASREQ-STATUS
             Move 'N' to WS-FILES-OK
             Move 16 to Return-Code
           Else
             Move 'N' to WS-EOF-INPUT
             Read ERASURE-REQUEST-FILE
               At End Set WS-INPUT-EOF to true
             End-Read

             Perform Until WS-INPUT-EOF
               Add 1 to WS-CARDS-READ
               Evaluate True
                 When ERQ-KEY = Spaces
                   Add 1 to WS-CARDS-REJECTED
                   Display "Request card " WS-CARDS-READ
                           " has no client key - rejected"
                 When ERQ-DATE Not = Spaces
                      and ERQ-DATE is Not Numeric
                   Add 1 to WS-CARDS-REJECTED
                   Display "Request card for key " ERQ-KEY
                           " has request date '" ERQ-DATE
                           "' - not YYYYMMDD, rejected"
                 When Other
                   Perform Insert-Erasure-Key
               End-Evaluate
               Read ERASURE-REQUEST-FILE
                 At End Set WS-INPUT-EOF to true
               End-Read
             End-Perform

             Close ERASURE-REQUEST-FILE

             Display "Loaded " WS-ERA-COUNT " client(s) to erase"
                     " from " WS-CARDS-READ " request card(s)"
           End-If
           .

      ****************************************************************
      * Function: Insert-Erasure-Key                                  *
      *                                                              *
      *           Places ERQ-KEY into the erasure table at its key   *
      *           position; a key already present is counted as a    *
      *           duplicate. A table at capacity fails the step.      *
      ****************************************************************
       Insert-Erasure-Key.

           Move 1 to WS-BIN-LO
           Compute WS-BIN-HI = WS-ERA-COUNT + 1
           Perform Until WS-BIN-LO >= WS-BIN-HI
             Compute WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
             If WS-ERA-KEY(WS-BIN-MID) < ERQ-KEY
               Compute WS-BIN-LO = WS-BIN-MID + 1
             Else
               Move WS-BIN-MID to WS-BIN-HI
             End-If
           End-Perform

           If WS-BIN-LO <= WS-ERA-COUNT
              and WS-ERA-KEY(WS-BIN-LO) = ERQ-KEY
             Add 1 to WS-DUPLICATE-CARDS
           Else
             If WS-ERA-COUNT >= 100000
               Display "ERROR: erasure table capacity of 100000 "
                       "exceeded at key " ERQ-KEY
               Set TABLE-LIMIT-HIT to true
             Else
               Add 1 to WS-ERA-COUNT
               Perform Varying WS-BIN-SHIFT
                 From WS-ERA-COUNT By -1
                 Until WS-BIN-SHIFT <= WS-BIN-LO
                 Move WS-ERA-ENTRY(WS-BIN-SHIFT - 1)
                   to WS-ERA-ENTRY(WS-BIN-SHIFT)
               End-Perform
               Move ERQ-KEY  to WS-ERA-KEY(WS-BIN-LO)
               Move Spaces   to WS-ERA-STATE(WS-BIN-LO)
               Move 'N'      to WS-ERA-FOUND(WS-BIN-LO)
             End-If
           End-If
           .

      ****************************************************************
      * Function: Open-Files                                          *
      ****************************************************************
       Open-Files.

           Open Output ERASURE-EXTRACT-FILE
           If WS-ERASEXT-STATUS Not = '00'
             Display "FAILED: Open Output ERASURE-EXTRACT-FILE, "
                     "status " WS-ERASEXT-STATUS
             Move 'N' to WS-FILES-OK
           Else
      *    An earlier failure already stopped the run - the open
      *    above was only to truncate the last erasure extract.
             If Not FILES-ARE-OK
               Close ERASURE-EXTRACT-FILE
             End-If
           End-If

           If Not FILES-ARE-OK
             Move 16 to Return-Code
           End-If
           .

      ****************************************************************
      * Function: Scan-Client-Master                                  *
      *                                                              *
      *           Passes the current client master once and takes   *
      *           each requested client's routing state from its     *
      *           parent record.                                      *
      ****************************************************************
       Scan-Client-Master.

           Open Input CLIENT-MASTER-FILE
           If WS-CLTMASTR-STATUS Not = '00'
             Display "FAILED: Open Input CLIENT-MASTER-FILE, status "
                     WS-CLTMASTR-STATUS
             Move 'N' to WS-FILES-OK
             Move 16 to Return-Code
             Close ERASURE-EXTRACT-FILE
           Else
             Move 'N' to WS-EOF-INPUT
             Read CLIENT-MASTER-FILE
               At End Set WS-INPUT-EOF to true
             End-Read

             Perform Until WS-INPUT-EOF
               Add 1 to WS-MASTER-RECORDS-READ
               If CLI-REC-CLIENT
                 Move 0 to WS-ERA-FOUND-IDX
                 Search All WS-ERA-ENTRY
                   At End Continue
                   When WS-ERA-KEY(ERA-INX) = CLI-KEY
                     Set WS-ERA-FOUND-IDX to ERA-INX
                 End-Search
                 If WS-ERA-FOUND-IDX > 0
                   Move CLI-STATE to WS-ERA-STATE(WS-ERA-FOUND-IDX)
                   Move 'Y'       to WS-ERA-FOUND(WS-ERA-FOUND-IDX)
                 End-If
               End-If
               Read CLIENT-MASTER-FILE
                 At End Set WS-INPUT-EOF to true
               End-Read
             End-Perform

             Close CLIENT-MASTER-FILE
           End-If
           .

      ****************************************************************
      * Function: Write-Erasure-Extract                               *
      *                                                              *
      *           Writes one client DELETE per requested key, in     *
      *           key order. A key the master does not carry has no  *
      *           state to route on, so it goes to the default       *
      *           endpoint - reported so the privacy desk can check  *
      *           that the client was never held regionally.         *
      ****************************************************************
       Write-Erasure-Extract.

           Perform Varying WS-ERA-IDX From 1 by 1
             Until WS-ERA-IDX > WS-ERA-COUNT
             Move Spaces to WS-ERASE-CLIENT
             Move 'C' to ERX-REC-TYPE
             Move WS-ERA-KEY(WS-ERA-IDX)   to ERX-KEY
             Move 'D' to ERX-TXN-TYPE
             Move 0 to ERX-AGE
             Move WS-ERA-STATE(WS-ERA-IDX) to ERX-STATE
             If WS-ERA-FOUND(WS-ERA-IDX) = 'Y'
               Add 1 to WS-KEYS-ROUTED
             Else
               Add 1 to WS-KEYS-UNROUTED
               Display "Key " WS-ERA-KEY(WS-ERA-IDX)
                       " not on the client master - DELETE goes "
                       "to the default endpoint"
             End-If
             Write ERASURE-EXTRACT-RECORD from WS-ERASE-CLIENT
             Add 1 to WS-DELETES-WRITTEN
           End-Perform
           .

      ****************************************************************
      * Function: Suppress-Erasure-Extract                            *
      *                                                              *
      *           Truncates the erasure extract so a partial one can *
      *           never be handed to HTTPSCNW. Same pattern as       *
      *           CLTDELTA's Suppress-Delta-Extract.                  *
      ****************************************************************
       Suppress-Erasure-Extract.

           Display "Erasure extract suppressed"
           Open Output ERASURE-EXTRACT-FILE
           If WS-ERASEXT-STATUS = '00'
             Close ERASURE-EXTRACT-FILE
           Else
             Display "FAILED: Open Output ERASURE-EXTRACT-FILE, "
                     "status " WS-ERASEXT-STATUS
           End-If
           .

      ****************************************************************
      * Function: Write-Reconciliation-Report                         *
      ****************************************************************
       Write-Reconciliation-Report.

           Display "========================================="
           Display "Erasure extract reconciliation"
           Display "Request cards read:      " WS-CARDS-READ
           Display "Cards rejected:          " WS-CARDS-REJECTED
           Display "Duplicate cards:         " WS-DUPLICATE-CARDS
           Display "Clients to erase:        " WS-ERA-COUNT
           Display "Master records read:     " WS-MASTER-RECORDS-READ
           Display "Routed by master state:  " WS-KEYS-ROUTED
           Display "Not on master:           " WS-KEYS-UNROUTED
           Display "DELETEs written:         " WS-DELETES-WRITTEN
           Display "========================================="
           .

       End Program CLTERAS.
/*
//LKED.SYSLIB  DD DISP=SHR,DSN=CEE.SCEELKED
//             DD DISP=SHR,DSN=CEE.SCEELKEX
//             DD DISP=SHR,DSN=SYS1.CSSLIB
//GO.SYSPRINT  DD SYSOUT=*
//GO.ERASREQ   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.ERASREQ
//GO.CLTMASTR  DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CLTMASTR(0)
//GO.ERASEXT   DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.ERASEXT
