//ANDREWJU JOB CLASS=A,MSGCLASS=X,NOTIFY=&SYSUID,REGION=0M
//IGY      JCLLIB ORDER=IGY.SIGYPROC
//DOCLG    EXEC PROC=IGYWCLG,
//       PARM.COBOL='LIB',
//       PARM.LKED='REUS(RENT)'
//*  Right-to-erasure purge and certificate. Runs after the
//*  HTTPSCNW ERASE run over CLTERAS's erasure extract, outside
//*  the batch window. Reads the same erasure request cards
//*  (ERASREQ) and confirms each client's server DELETE from
//*  the AUDIT trail: a DEL call on or after the request date
//*  that came back 2xx, or 404 (the server no longer holds
//*  the client). Only a confirmed client is purged - an
//*  unconfirmed one keeps its XREF server id so the DELETE
//*  can be resubmitted on a later request deck, RC 4.
//*  For each confirmed client the live datasets are
//*  rewritten old-to-new:
//*    XREF(0) -> XREFOUT      cross-reference entry dropped
//*    SUSPNS  -> SUSPNEW      suspense entry dropped, so
//*                            SUSPRSB never re-posts it
//*    REJECTS -> REJNEW       image tombstoned - reason ERAS,
//*                            names, email, address and phone
//*                            filled with asterisks. Reads the
//*                            day's REJECTS and REJHELD, so
//*                            REJECTS.NEW replaces REJHELD and
//*                            REJECTS is emptied, as after
//*                            REJCORR
//*    RESPOUT -> RESPNEW      reply bodies scrubbed in place -
//*                            personal JSON values starred at
//*                            their own length, the server id
//*                            blanked so RESPXRF cannot put the
//*                            key back on XREF; an error body's
//*                            message starred as well
//*    CHGHIST -> CHGNEW       personal old/new values starred
//*  INVPAGE, the INVENTORY sweep's listing pages, is not
//*  read here: INVRECN deletes each sweep's generation once
//*  it has read it, so no listing outlives its reconciliation.
//*  DEADLTR and AUDIT are counted but kept: they carry only
//*  the key, codes and timestamps - the audit facts the
//*  attestation hold requires. The job stream swaps each NEW
//*  dataset in for its live one on RC 0 or 4 only (the same
//*  pattern as RETARCH) - XREFOUT (XREF.NEW) is cataloged as
//*  the next XREF generation; RC 8 means a rewrite did not
//*  balance and nothing may be swapped. Not to be run alongside
//*  CHGMARK, which rewrites CHGHIST too.
//*  PARM.GO='ARCHIVE <label>' scrubs one RESPOUT archive
//*  generation instead (RESPOUT pointed at the generation,
//*  RESPNEW copied back over it afterwards, nothing else
//*  swapped - XREFOUT and the other NEW datasets are not
//*  written in that mode) - run once per
//*  RESPOUT.ARCHIVE generation still held, BEFORE the live
//*  step, so the certificate it prints lists them.
//*  Every dataset examined is recorded per client on the
//*  permanent erasure log (ERASLOG, DISP=MOD - never aged
//*  off); the live step then reads the log back (ERASHIST)
//*  and prints ERASCERT - one certificate per client with the
//*  request reference, the confirmed DELETE and every dataset
//*  touched with its outcome.
//*  RC 0 all purged / 4 deletes not confirmed or cards
//*  rejected / 8 rewrite out of balance (no swap, nothing
//*  logged) / 16 open failure or capacity (no swap).
//COBOL.STEPLIB DD DISP=SHR,DSN=IGY.SIGYCOMP
//COBOL.SYSLIB  DD DISP=SHR,DSN=ANDREWJ.SOURCE.MAC
//COBOL.SYSIN   DD *
       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     CLTPURG.
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

           SELECT AUDIT-FILE  ASSIGN TO AUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT XREF-IN-FILE  ASSIGN TO XREFIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREFIN-STATUS.

           SELECT XREF-OUT-FILE  ASSIGN TO XREFOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREFOUT-STATUS.

           SELECT SUSPENSE-FILE  ASSIGN TO SUSPNS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPNS-STATUS.

           SELECT SUSPENSE-NEW-FILE  ASSIGN TO SUSPNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPNEW-STATUS.

           SELECT DEAD-LETTER-FILE  ASSIGN TO DEADLTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEADLTR-STATUS.

           SELECT REJECT-FILE  ASSIGN TO REJECTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.

           SELECT REJECT-NEW-FILE  ASSIGN TO REJNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJNEW-STATUS.

           SELECT RESPOUT-FILE  ASSIGN TO RESPOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESPOUT-STATUS.

           SELECT RESP-NEW-FILE  ASSIGN TO RESPNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESPNEW-STATUS.

           SELECT CHANGE-HISTORY-FILE  ASSIGN TO CHGHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGHIST-STATUS.

           SELECT CHANGE-NEW-FILE  ASSIGN TO CHGNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGNEW-STATUS.

           SELECT ERASURE-LOG-FILE  ASSIGN TO ERASLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERASLOG-STATUS.

           SELECT ERASURE-HISTORY-FILE  ASSIGN TO ERASHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERASHIST-STATUS.

           SELECT CERTIFICATE-FILE  ASSIGN TO ERASCERT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERASCERT-STATUS.
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

       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           COPY AUDITREC.

       FD  XREF-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XREF-IN-RECORD.
           COPY XREFREC.

       FD  XREF-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XREF-OUT-RECORD             Pic X(67).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-RECORD.
           COPY SUSPREC.

       FD  SUSPENSE-NEW-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-NEW-RECORD         Pic X(152).

       FD  DEAD-LETTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DEAD-LETTER-RECORD.
           COPY DLTRREC.

       FD  REJECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD.
           COPY REJREC.

       FD  REJECT-NEW-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REJECT-NEW-RECORD           Pic X(199).

       FD  RESPOUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RESPOUT-RECORD.
           COPY RESPREC.

       FD  RESP-NEW-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RESP-NEW-RECORD             Pic X(2087).

       FD  CHANGE-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-HISTORY-RECORD.
           COPY CHGREC.

       FD  CHANGE-NEW-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-NEW-RECORD           Pic X(180).

      ******************************************************
      * Erasure log: this run's evidence is appended to
      * ERASLOG, and ERASHIST reads the whole log back for
      * the certificates.
      ******************************************************
       FD  ERASURE-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ERASURE-LOG-RECORD.
           COPY ERASLOG.

       FD  ERASURE-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ERASURE-HISTORY-RECORD.
           COPY ERASLOG REPLACING LEADING ==ERL-== BY ==ERH-==.

       FD  CERTIFICATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CERTIFICATE-LINE            Pic X(133).
      *
      *----------------------------------------------------------------*
      *                                                                *
      *    W O R K I N G - S T O R A G E   S E C T I O N               *
      *                                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE                SECTION.
       01  WS-ERASREQ-STATUS        Pic XX Value Spaces.
       01  WS-AUDIT-STATUS          Pic XX Value Spaces.
       01  WS-XREFIN-STATUS         Pic XX Value Spaces.
       01  WS-XREFOUT-STATUS        Pic XX Value Spaces.
       01  WS-SUSPNS-STATUS         Pic XX Value Spaces.
       01  WS-SUSPNEW-STATUS        Pic XX Value Spaces.
       01  WS-DEADLTR-STATUS        Pic XX Value Spaces.
       01  WS-REJECTS-STATUS        Pic XX Value Spaces.
       01  WS-REJNEW-STATUS         Pic XX Value Spaces.
       01  WS-RESPOUT-STATUS        Pic XX Value Spaces.
       01  WS-RESPNEW-STATUS        Pic XX Value Spaces.
       01  WS-CHGHIST-STATUS        Pic XX Value Spaces.
       01  WS-CHGNEW-STATUS         Pic XX Value Spaces.
       01  WS-ERASLOG-STATUS        Pic XX Value Spaces.
       01  WS-ERASHIST-STATUS       Pic XX Value Spaces.
       01  WS-ERASCERT-STATUS       Pic XX Value Spaces.
       01  WS-EOF-INPUT             Pic X  Value 'N'.
           88 WS-INPUT-EOF                 Value 'Y'.
       01  WS-FILES-OK              Pic X  Value 'Y'.
           88 FILES-ARE-OK                 Value 'Y'.
       01  WS-OUT-OF-BALANCE        Pic X  Value 'N'.
           88 RUN-OUT-OF-BALANCE           Value 'Y'.
       01  WS-RUN-TIMESTAMP         Pic X(21) Value Spaces.

      ******************************************************
      * Run mode from the JCL PARM: blank (or LIVE) purges
      * the live datasets and prints the certificates;
      * ARCHIVE <label> scrubs the one RESPOUT archive
      * generation RESPOUT is pointed at, logged under the
      * generation label.
      ******************************************************
       01  WS-PARM-TOKEN-1          Pic X(10) Value Spaces.
       01  WS-PARM-TOKEN-2          Pic X(10) Value Spaces.
       01  WS-RUN-MODE              Pic X  Value 'L'.
           88 PURGE-LIVE                   Value 'L'.
           88 PURGE-ARCHIVE                Value 'A'.
       01  WS-ARCHIVE-LABEL         Pic X(9)  Value Spaces.

      ******************************************************
      * One entry per client to be erased, deduplicated and
      * kept in key order so every dataset pass looks its
      * keys up with a binary SEARCH ALL. The first card for
      * a key supplies the reference and request date. The
      * confirming DELETE (the earliest AUDIT DEL on or
      * after the request date that came back 2xx or 404) is
      * held with it, along with the DEL calls seen and the
      * last one's HTTP code for an unconfirmed client, and
      * the records found and changed in each dataset.
      ******************************************************
       01  WS-ERA-COUNT             Pic 9(9) Binary Value 0.
       01  WS-ERA-TABLE.
           05 WS-ERA-ENTRY  OCCURS 1 TO 10000 TIMES
                             DEPENDING ON WS-ERA-COUNT
                             ASCENDING KEY IS WS-ERA-KEY
                             INDEXED BY ERA-INX.
              10 WS-ERA-KEY         Pic X(10).
              10 WS-ERA-REFERENCE   Pic X(20).
              10 WS-ERA-DATE        Pic X(8).
              10 WS-ERA-CONFIRMED   Pic X.
                 88 ERA-IS-CONFIRMED      Value 'Y'.
              10 WS-ERA-DEL-TIMESTAMP
                                    Pic X(21).
              10 WS-ERA-DEL-CODE    Pic 9(3).
              10 WS-ERA-DEL-ENDPOINT
                                    Pic X(4).
              10 WS-ERA-DEL-CALLS   Pic 9(7).
              10 WS-ERA-LAST-CODE   Pic 9(3).
              10 WS-ERA-DS-COUNTS   OCCURS 7 TIMES.
                 15 WS-ERA-DS-FOUND    Pic 9(7).
                 15 WS-ERA-DS-CHANGED  Pic 9(7).
       01  WS-ERA-IDX               Pic 9(9) Binary Value 0.
       01  WS-ERA-FOUND-IDX         Pic 9(9) Binary Value 0.
       01  WS-LOOKUP-KEY            Pic X(10) Value Spaces.
       01  WS-BIN-LO                Pic 9(9) Binary Value 0.
       01  WS-BIN-HI                Pic 9(9) Binary Value 0.
       01  WS-BIN-MID               Pic 9(9) Binary Value 0.
       01  WS-BIN-SHIFT             Pic 9(9) Binary Value 0.
       01  WS-TABLE-LIMIT           Pic X  Value 'N'.
           88 TABLE-LIMIT-HIT              Value 'Y'.

      ******************************************************
      * The datasets examined, in certificate order, with
      * the outcome recorded for a client found in each.
      * The subscripts below name them in the passes.
      ******************************************************
       01  WS-DS-VALUES.
           05 Filler  Pic X(38) Value
                      'XREF    CROSS-REFERENCE ENTRY DROPPED '.
           05 Filler  Pic X(38) Value
                      'SUSPNS  SUSPENSE ENTRY DROPPED        '.
           05 Filler  Pic X(38) Value
                      'DEADLTR RETAINED - NO PERSONAL DATA   '.
           05 Filler  Pic X(38) Value
                      'AUDIT   RETAINED - AUDIT FACTS ONLY   '.
           05 Filler  Pic X(38) Value
                      'REJECTS REJECT IMAGE TOMBSTONED       '.
           05 Filler  Pic X(38) Value
                      'RESPOUT REPLY BODIES SCRUBBED         '.
           05 Filler  Pic X(38) Value
                      'CHGHIST CHANGE VALUES SCRUBBED        '.
       01  WS-DS-TABLE Redefines WS-DS-VALUES.
           05 WS-DS-ENTRY           Occurs 7 Times.
              10 WS-DS-NAME         Pic X(8).
              10 WS-DS-OUTCOME      Pic X(30).
       01  WS-DS-XREF               Pic 9(4) Binary Value 1.
       01  WS-DS-SUSPNS             Pic 9(4) Binary Value 2.
       01  WS-DS-DEADLTR            Pic 9(4) Binary Value 3.
       01  WS-DS-AUDIT              Pic 9(4) Binary Value 4.
       01  WS-DS-REJECTS            Pic 9(4) Binary Value 5.
       01  WS-DS-RESPOUT            Pic 9(4) Binary Value 6.
       01  WS-DS-CHGHIST            Pic 9(4) Binary Value 7.
       01  WS-DS-IDX                Pic 9(4) Binary Value 0.

      ******************************************************
      * Per-dataset balance: every record read is either
      * written to the NEW dataset or dropped for an erased
      * client - anything else fails the swap.
      ******************************************************
       01  WS-DS-TOTALS.
           05 WS-DS-TOTAL           Occurs 7 Times.
              10 WS-DS-READ         Pic 9(9).
              10 WS-DS-WRITTEN      Pic 9(9).
              10 WS-DS-DROPPED      Pic 9(9).

      ******************************************************
      * Tombstone work area: a reject image viewed as a
      * client parent or a contact child.
      ******************************************************
       01  WS-TOMB-CLIENT.
           COPY CLNTREC REPLACING LEADING ==CLI-== BY ==TMB-==.
       01  WS-TOMB-CONTACT Redefines WS-TOMB-CLIENT.
           COPY CNTCREC REPLACING LEADING ==CNT-== BY ==TMC-==.
       01  WS-ALL-STARS             Pic X(40) Value All '*'.
       01  WS-VALUE-STARRED         Pic X  Value 'N'.
           88 VALUE-WAS-STARRED            Value 'Y'.

      ******************************************************
      * Reply scrubbing. An erased client's reply is held
      * segment by segment (headers here, bytes assembled by
      * RESPASM into the JSONWS buffer), scrubbed whole, and
      * written back segment for segment at the original
      * lengths. Each JSON field below has its value starred
      * at its own length - the server id is blanked instead,
      * so the reply no longer names a resource RESPXRF could
      * put back on the cross-reference master. An error
      * body's message is starred too - a server can echo
      * the values it refused. Bytes of a reply beyond the
      * assembly buffer are starred outright.
      ******************************************************
           COPY JSONWS.
       01  WS-SEG-COUNT             Pic 9(9) Binary Value 0.
       01  WS-SEG-TABLE.
           05 WS-SEG-ENTRY          Occurs 64 Times.
              10 WS-SEG-KEY         Pic X(10).
              10 WS-SEG-TIMESTAMP   Pic X(21).
              10 WS-SEG-SEQ         Pic 9(3).
              10 WS-SEG-FLAG        Pic X.
              10 WS-SEG-LEN         Pic 9(4).
       01  WS-SEG-IDX               Pic 9(9) Binary Value 0.
       01  WS-SEG-ERA-IDX           Pic 9(9) Binary Value 0.
       01  WS-SEG-OFFSET            Pic 9(9) Binary Value 0.
       01  WS-SEG-PUT-LEN           Pic 9(9) Binary Value 0.
       01  WS-SEG-AVAIL             Pic 9(9) Binary Value 0.
       01  WS-SCRUB-CHANGES         Pic 9(9) Binary Value 0.
       01  WS-SCRUB-FILL            Pic X  Value '*'.
       01  WS-SCRUB-VALUES.
           05 Filler  Pic X(13) Value '"name"    06*'.
           05 Filler  Pic X(13) Value '"email"   07*'.
           05 Filler  Pic X(13) Value '"street"  08*'.
           05 Filler  Pic X(13) Value '"city"    06*'.
           05 Filler  Pic X(13) Value '"State"   07*'.
           05 Filler  Pic X(13) Value '"state"   07*'.
           05 Filler  Pic X(13) Value '"zip"     05*'.
           05 Filler  Pic X(13) Value '"phone"   07*'.
           05 Filler  Pic X(13) Value '"age"     05*'.
           05 Filler  Pic X(13) Value '"id"      04 '.
           05 Filler  Pic X(13) Value '"message" 09*'.
       01  WS-SCRUB-TABLE Redefines WS-SCRUB-VALUES.
           05 WS-SCRUB-ENTRY        Occurs 11 Times.
              10 WS-SCRUB-PATTERN   Pic X(10).
              10 WS-SCRUB-PAT-LEN   Pic 99.
              10 WS-SCRUB-PAT-FILL  Pic X.
       01  WS-SCRUB-IDX             Pic 9(4) Binary Value 0.
       01  WS-OUT-RESP.
           COPY RESPREC REPLACING LEADING ==RESPOUT-== BY ==RNW-==.

      ******************************************************
      * Certificate evidence: every logged record for a
      * client of this run under the same reference, read
      * back from the whole erasure log - earlier archive
      * runs included.
      ******************************************************
       01  WS-CRT-COUNT             Pic 9(9) Binary Value 0.
       01  WS-CRT-TABLE.
           05 WS-CRT-ENTRY  OCCURS 1 TO 20000 TIMES
                             DEPENDING ON WS-CRT-COUNT
                             INDEXED BY CRT-INX.
              10 WS-CRT-ERA-IDX     Pic 9(9) Binary.
              10 WS-CRT-LOG         Pic X(140).
       01  WS-CRT-IDX               Pic 9(9) Binary Value 0.
       01  WS-CRT-OVERFLOW          Pic X  Value 'N'.
           88 CERT-EVIDENCE-TRUNCATED      Value 'Y'.
       01  WS-CERT-LOG.
           COPY ERASLOG REPLACING LEADING ==ERL-== BY ==CRL-==.

      ******************************************************
      * Certificate formatting work areas
      ******************************************************
       01  WS-COUNT-EDIT            Pic ZZZ,ZZZ,ZZ9.
       01  WS-FOUND-EDIT            Pic Z,ZZZ,ZZ9.
       01  WS-CHANGED-EDIT          Pic Z,ZZZ,ZZ9.
       01  WS-TS-IN                 Pic X(21) Value Spaces.
       01  WS-TS-TEXT               Pic X(19) Value Spaces.
       01  WS-DATE-TEXT             Pic X(10) Value Spaces.

      ******************************************************
      * Reconciliation counts
      ******************************************************
       01  WS-CARDS-READ            Pic 9(9) Value 0.
       01  WS-CARDS-REJECTED        Pic 9(9) Value 0.
       01  WS-DUPLICATE-CARDS       Pic 9(9) Value 0.
       01  WS-AUDIT-READ            Pic 9(9) Value 0.
       01  WS-DELETES-CONFIRMED     Pic 9(9) Value 0.
       01  WS-DELETES-UNCONFIRMED   Pic 9(9) Value 0.
       01  WS-REPLIES-SCRUBBED      Pic 9(9) Value 0.
       01  WS-PARTIAL-REPLIES       Pic 9(9) Value 0.
       01  WS-LOG-RECORDS-WRITTEN   Pic 9(9) Value 0.
       01  WS-CERTIFICATES-ISSUED   Pic 9(9) Value 0.
      *----------------------------------------------------------------*
      *                                                                *
      *    L I N K A G E   S E C T I O N                               *
      *                                                                *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
       01  PARM-INFO.
           05 PARM-LEN                 Pic 9(4) Binary.
           05 PARM-DATA                Pic X(20).
      *----------------------------------------------------------------*
      *                                                                *
      *    P R O C E D U R E                                           *
      *                                                                *
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION using PARM-INFO.
       Begin.

           Display "Erasure purge start"

           Move Function Current-Date to WS-RUN-TIMESTAMP
           Perform Varying WS-DS-IDX From 1 by 1
             Until WS-DS-IDX > 7
             Move 0 to WS-DS-READ(WS-DS-IDX)
             Move 0 to WS-DS-WRITTEN(WS-DS-IDX)
             Move 0 to WS-DS-DROPPED(WS-DS-IDX)
           End-Perform

           Perform Parse-Run-Parm

           If FILES-ARE-OK
             Perform Load-Erasure-Requests
           End-If

           If FILES-ARE-OK and Not TABLE-LIMIT-HIT
             Perform Confirm-Server-Deletes
           End-If

      *    The rewrites run even with nothing to erase, so every
      *    NEW dataset the job stream swaps in is a whole copy.
           If FILES-ARE-OK and Not TABLE-LIMIT-HIT
             If PURGE-ARCHIVE
               Perform Scrub-Response-Bodies
             Else
               Perform Purge-Xref-Master
               If FILES-ARE-OK
                 Perform Purge-Suspense
               End-If
               If FILES-ARE-OK
                 Perform Count-Dead-Letters
               End-If
               If FILES-ARE-OK
                 Perform Tombstone-Rejects
               End-If
               If FILES-ARE-OK
                 Perform Scrub-Response-Bodies
               End-If
               If FILES-ARE-OK
                 Perform Scrub-Change-History
               End-If
             End-If
           End-If

           If FILES-ARE-OK and Not TABLE-LIMIT-HIT
             Perform Check-Rewrite-Balance
           End-If

      *    Evidence is only logged for rewrites that will be
      *    swapped in - a failed or unbalanced run changes nothing.
           If FILES-ARE-OK and Not TABLE-LIMIT-HIT
                           and Not RUN-OUT-OF-BALANCE
             Perform Write-Erasure-Log
             If FILES-ARE-OK and PURGE-LIVE
               Perform Print-Erasure-Certificates
             End-If
           Else
             Display "Erasure log and certificates not written - "
                     "the NEW datasets must not be swapped in"
           End-If

           Perform Write-Reconciliation-Report

           Evaluate True
             When Not FILES-ARE-OK or TABLE-LIMIT-HIT
               Move 16 to Return-Code
             When RUN-OUT-OF-BALANCE
               Move 8 to Return-Code
             When WS-DELETES-UNCONFIRMED > 0
               or WS-CARDS-REJECTED > 0
               or CERT-EVIDENCE-TRUNCATED
               Move 4 to Return-Code
             When Other
               Move 0 to Return-Code
           End-Evaluate

           Display "Erasure purge end"

           STOP    RUN.

      ****************************************************************
      * Function: Parse-Run-Parm                                      *
      *                                                              *
      *           Parses the JCL PARM: blank or LIVE for the live    *
      *           purge, ARCHIVE <label> to scrub one RESPOUT        *
      *           archive generation. Anything else stops the run    *
      *           before a dataset is opened.                         *
      ****************************************************************
       Parse-Run-Parm.

           If PARM-LEN > 0
             Unstring PARM-DATA(1:PARM-LEN) Delimited by Space
               Into WS-PARM-TOKEN-1, WS-PARM-TOKEN-2
             End-Unstring
           End-If

           Move Function Upper-Case(WS-PARM-TOKEN-1)
             to WS-PARM-TOKEN-1
           Move Function Upper-Case(WS-PARM-TOKEN-2)
             to WS-PARM-TOKEN-2

           Evaluate True
             When WS-PARM-TOKEN-1 = Spaces
             When WS-PARM-TOKEN-1 = 'LIVE'
               Set PURGE-LIVE to true
               Display "Live purge requested"
             When WS-PARM-TOKEN-1 = 'ARCHIVE'
               If WS-PARM-TOKEN-2 = Spaces
                 Display "ERROR: ARCHIVE needs the generation label "
                         "it is scrubbing, e.g. ARCHIVE G0012V00"
                 Move 'N' to WS-FILES-OK
               Else
                 Set PURGE-ARCHIVE to true
                 Move WS-PARM-TOKEN-2 to WS-ARCHIVE-LABEL
                 Display "Archive scrub requested for generation "
                         WS-ARCHIVE-LABEL
               End-If
             When Other
               Display "ERROR: JCL PARM '" PARM-DATA(1:PARM-LEN)
                       "' - expected blank, LIVE or ARCHIVE <label>"
               Move 'N' to WS-FILES-OK
           End-Evaluate
           .

      ****************************************************************
      * Function: Load-Erasure-Requests                               *
      *                                                              *
      *           Reads the request cards into the erasure table,    *
      *           with the same card edits as CLTERAS: no key, or a  *
      *           request date that is not YYYYMMDD, rejects the     *
      *           card; a key requested twice keeps its first card.  *
      ****************************************************************
       Load-Erasure-Requests.

           Open Input ERASURE-REQUEST-FILE
           If WS-ERASREQ-STATUS Not = '00'
             Display "FAILED: Open Input ERASURE-REQUEST-FILE, "
                     "status " WS-ERASREQ-STATUS
             Move 'N' to WS-FILES-OK
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
      *           Places the card's key into the erasure table at    *
      *           its key position with every count cleared; a key   *
      *           already present is counted as a duplicate. A table *
      *           at capacity fails the step.                         *
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
             If WS-ERA-COUNT >= 10000
               Display "ERROR: erasure table capacity of 10000 "
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
               Move ERQ-KEY       to WS-ERA-KEY(WS-BIN-LO)
               Move ERQ-REFERENCE to WS-ERA-REFERENCE(WS-BIN-LO)
               Move ERQ-DATE      to WS-ERA-DATE(WS-BIN-LO)
               Move 'N'           to WS-ERA-CONFIRMED(WS-BIN-LO)
               Move Spaces        to WS-ERA-DEL-TIMESTAMP(WS-BIN-LO)
               Move 0             to WS-ERA-DEL-CODE(WS-BIN-LO)
               Move Spaces        to WS-ERA-DEL-ENDPOINT(WS-BIN-LO)
               Move 0             to WS-ERA-DEL-CALLS(WS-BIN-LO)
               Move 0             to WS-ERA-LAST-CODE(WS-BIN-LO)
               Perform Varying WS-DS-IDX From 1 by 1
                 Until WS-DS-IDX > 7
                 Move 0 to WS-ERA-DS-FOUND(WS-BIN-LO, WS-DS-IDX)
                 Move 0 to WS-ERA-DS-CHANGED(WS-BIN-LO, WS-DS-IDX)
               End-Perform
             End-If
           End-If
           .

      ****************************************************************
      * Function: Find-Erased-Key                                     *
      *                                                              *
      *           Sets WS-ERA-FOUND-IDX to WS-LOOKUP-KEY's entry in  *
      *           the erasure table, or zero when it has none.        *
      ****************************************************************
       Find-Erased-Key.

           Move 0 to WS-ERA-FOUND-IDX
           If WS-ERA-COUNT > 0
             Search All WS-ERA-ENTRY
               At End Continue
               When WS-ERA-KEY(ERA-INX) = WS-LOOKUP-KEY
                 Set WS-ERA-FOUND-IDX to ERA-INX
             End-Search
           End-If
           .

      ****************************************************************
      * Function: Confirm-Server-Deletes                              *
      *                                                              *
      *           One pass over AUDIT in arrival order. Every call   *
      *           for a client being erased is counted (AUDIT is     *
      *           kept - the count goes on the certificate); the     *
      *           earliest DEL on or after the request date that     *
      *           came back 2xx, or 404 because the server no longer *
      *           holds the client, confirms the server erasure.      *
      ****************************************************************
       Confirm-Server-Deletes.

           Open Input AUDIT-FILE
           Evaluate WS-AUDIT-STATUS
             When '00'
               Move 'N' to WS-EOF-INPUT
               Read AUDIT-FILE
                 At End Set WS-INPUT-EOF to true
               End-Read

               Perform Until WS-INPUT-EOF
                 Add 1 to WS-AUDIT-READ
                 Move AUDIT-KEY to WS-LOOKUP-KEY
                 Perform Find-Erased-Key
                 If WS-ERA-FOUND-IDX > 0
                   Perform Note-Audit-Call
                 End-If
                 Read AUDIT-FILE
                   At End Set WS-INPUT-EOF to true
                 End-Read
               End-Perform

               Close AUDIT-FILE
             When '35'
               Display "No AUDIT dataset found - no server delete "
                       "can be confirmed"
             When Other
               Display "FAILED: Open Input AUDIT-FILE, status "
                       WS-AUDIT-STATUS
               Move 'N' to WS-FILES-OK
           End-Evaluate

           Perform Varying WS-ERA-IDX From 1 by 1
             Until WS-ERA-IDX > WS-ERA-COUNT
             If ERA-IS-CONFIRMED(WS-ERA-IDX)
               Add 1 to WS-DELETES-CONFIRMED
             Else
               Add 1 to WS-DELETES-UNCONFIRMED
               Display "Key " WS-ERA-KEY(WS-ERA-IDX)
                       ": SERVER DELETE NOT CONFIRMED - not purged,"
                       " resubmit on the erasure request file"
             End-If
           End-Perform
           .

      ****************************************************************
      * Function: Note-Audit-Call                                     *
      ****************************************************************
       Note-Audit-Call.

           Add 1 to WS-ERA-DS-FOUND(WS-ERA-FOUND-IDX, WS-DS-AUDIT)

           If AUDIT-METHOD = 'DEL'
              and (WS-ERA-DATE(WS-ERA-FOUND-IDX) = Spaces
                   or AUDIT-TIMESTAMP(1:8)
                        >= WS-ERA-DATE(WS-ERA-FOUND-IDX))
             Add 1 to WS-ERA-DEL-CALLS(WS-ERA-FOUND-IDX)
             Move AUDIT-RESPONSE-CODE
               to WS-ERA-LAST-CODE(WS-ERA-FOUND-IDX)
             If Not ERA-IS-CONFIRMED(WS-ERA-FOUND-IDX)
                and ((AUDIT-RESPONSE-CODE >= 200
                      and AUDIT-RESPONSE-CODE < 300)
                     or AUDIT-RESPONSE-CODE = 404)
               Move 'Y' to WS-ERA-CONFIRMED(WS-ERA-FOUND-IDX)
               Move AUDIT-TIMESTAMP
                 to WS-ERA-DEL-TIMESTAMP(WS-ERA-FOUND-IDX)
               Move AUDIT-RESPONSE-CODE
                 to WS-ERA-DEL-CODE(WS-ERA-FOUND-IDX)
               Move AUDIT-ENDPOINT
                 to WS-ERA-DEL-ENDPOINT(WS-ERA-FOUND-IDX)
             End-If
           End-If
           .

      ****************************************************************
      * Function: Purge-Xref-Master                                   *
      *                                                              *
      *           Rewrites the cross-reference master to its next    *
      *           generation without the confirmed clients. A        *
      *           missing master just means there is nothing to      *
      *           drop.                                               *
      ****************************************************************
       Purge-Xref-Master.

           Open Output XREF-OUT-FILE
           If WS-XREFOUT-STATUS Not = '00'
             Display "FAILED: Open Output XREF-OUT-FILE, status "
                     WS-XREFOUT-STATUS
             Move 'N' to WS-FILES-OK
           Else
             Open Input XREF-IN-FILE
             Evaluate WS-XREFIN-STATUS
               When '00'
                 Move 'N' to WS-EOF-INPUT
                 Read XREF-IN-FILE
                   At End Set WS-INPUT-EOF to true
                 End-Read

                 Perform Until WS-INPUT-EOF
                   Add 1 to WS-DS-READ(WS-DS-XREF)
                   Move XRF-KEY to WS-LOOKUP-KEY
                   Perform Find-Erased-Key
                   If WS-ERA-FOUND-IDX > 0
                      and ERA-IS-CONFIRMED(WS-ERA-FOUND-IDX)
                     Add 1 to WS-ERA-DS-FOUND
                                (WS-ERA-FOUND-IDX, WS-DS-XREF)
                     Add 1 to WS-ERA-DS-CHANGED
                                (WS-ERA-FOUND-IDX, WS-DS-XREF)
                     Add 1 to WS-DS-DROPPED(WS-DS-XREF)
                   Else
                     Write XREF-OUT-RECORD from XREF-IN-RECORD
                     Add 1 to WS-DS-WRITTEN(WS-DS-XREF)
                   End-If
                   Read XREF-IN-FILE
                     At End Set WS-INPUT-EOF to true
                   End-Read
                 End-Perform

                 Close XREF-IN-FILE
               When '35'
                 Display "No cross-reference master found - nothing "
                         "to drop"
               When Other
                 Display "FAILED: Open Input XREF-IN-FILE, status "
                         WS-XREFIN-STATUS
                 Move 'N' to WS-FILES-OK
             End-Evaluate
             Close XREF-OUT-FILE
           End-If
           .

      ****************************************************************
      * Function: Purge-Suspense                                      *
      *                                                              *
      *           Rewrites suspense without the confirmed clients,   *
      *           so the resubmission driver can never re-post one.  *
      ****************************************************************
       Purge-Suspense.

           Open Output SUSPENSE-NEW-FILE
           If WS-SUSPNEW-STATUS Not = '00'
             Display "FAILED: Open Output SUSPENSE-NEW-FILE, status "
                     WS-SUSPNEW-STATUS
             Move 'N' to WS-FILES-OK
           Else
             Open Input SUSPENSE-FILE
             Evaluate WS-SUSPNS-STATUS
               When '00'
                 Move 'N' to WS-EOF-INPUT
                 Read SUSPENSE-FILE
                   At End Set WS-INPUT-EOF to true
                 End-Read

                 Perform Until WS-INPUT-EOF
                   Add 1 to WS-DS-READ(WS-DS-SUSPNS)
                   Move SUSPNS-KEY to WS-LOOKUP-KEY
                   Perform Find-Erased-Key
                   If WS-ERA-FOUND-IDX > 0
                      and ERA-IS-CONFIRMED(WS-ERA-FOUND-IDX)
                     Add 1 to WS-ERA-DS-FOUND
                                (WS-ERA-FOUND-IDX, WS-DS-SUSPNS)
                     Add 1 to WS-ERA-DS-CHANGED
                                (WS-ERA-FOUND-IDX, WS-DS-SUSPNS)
                     Add 1 to WS-DS-DROPPED(WS-DS-SUSPNS)
                   Else
                     Write SUSPENSE-NEW-RECORD from SUSPENSE-RECORD
                     Add 1 to WS-DS-WRITTEN(WS-DS-SUSPNS)
                   End-If
                   Read SUSPENSE-FILE
                     At End Set WS-INPUT-EOF to true
                   End-Read
                 End-Perform

                 Close SUSPENSE-FILE
               When '35'
                 Display "No suspense file found - nothing to drop"
               When Other
                 Display "FAILED: Open Input SUSPENSE-FILE, status "
                         WS-SUSPNS-STATUS
                 Move 'N' to WS-FILES-OK
             End-Evaluate
             Close SUSPENSE-NEW-FILE
           End-If
           .

      ****************************************************************
      * Function: Count-Dead-Letters                                  *
      *                                                              *
      *           Counts the confirmed clients' dead letters. They   *
      *           hold the key, retry count, return-code text and    *
      *           timestamp only, so they are kept as they are.       *
      ****************************************************************
       Count-Dead-Letters.

           Open Input DEAD-LETTER-FILE
           Evaluate WS-DEADLTR-STATUS
             When '00'
               Move 'N' to WS-EOF-INPUT
               Read DEAD-LETTER-FILE
                 At End Set WS-INPUT-EOF to true
               End-Read

               Perform Until WS-INPUT-EOF
                 Add 1 to WS-DS-READ(WS-DS-DEADLTR)
                 Move DLQ-KEY to WS-LOOKUP-KEY
                 Perform Find-Erased-Key
                 If WS-ERA-FOUND-IDX > 0
                    and ERA-IS-CONFIRMED(WS-ERA-FOUND-IDX)
                   Add 1 to WS-ERA-DS-FOUND
                              (WS-ERA-FOUND-IDX, WS-DS-DEADLTR)
                 End-If
                 Read DEAD-LETTER-FILE
                   At End Set WS-INPUT-EOF to true
                 End-Read
               End-Perform

               Close DEAD-LETTER-FILE
             When '35'
               Display "No dead-letter file found - nothing held"
             When Other
               Display "FAILED: Open Input DEAD-LETTER-FILE, status "
                       WS-DEADLTR-STATUS
               Move 'N' to WS-FILES-OK
           End-Evaluate
           .

      ****************************************************************
      * Function: Tombstone-Rejects                                   *
      *                                                              *
      *           Rewrites REJECTS with every record of a confirmed  *
      *           client tombstoned: reason ERAS, so REJCORR never   *
      *           re-edits or re-sends it, and the personal fields   *
      *           of the image filled with asterisks. The record     *
      *           stays, so the day's reject count still stands.      *
      ****************************************************************
       Tombstone-Rejects.

           Open Output REJECT-NEW-FILE
           If WS-REJNEW-STATUS Not = '00'
             Display "FAILED: Open Output REJECT-NEW-FILE, status "
                     WS-REJNEW-STATUS
             Move 'N' to WS-FILES-OK
           Else
             Open Input REJECT-FILE
             Evaluate WS-REJECTS-STATUS
               When '00'
                 Move 'N' to WS-EOF-INPUT
                 Read REJECT-FILE
                   At End Set WS-INPUT-EOF to true
                 End-Read

                 Perform Until WS-INPUT-EOF
                   Add 1 to WS-DS-READ(WS-DS-REJECTS)
                   Move REJ-RECORD-IMAGE(2:10) to WS-LOOKUP-KEY
                   Perform Find-Erased-Key
                   If WS-ERA-FOUND-IDX > 0
                      and ERA-IS-CONFIRMED(WS-ERA-FOUND-IDX)
                     Add 1 to WS-ERA-DS-FOUND
                                (WS-ERA-FOUND-IDX, WS-DS-REJECTS)
                     If Not REJ-ERASED
                       Perform Tombstone-Reject-Record
                       Add 1 to WS-ERA-DS-CHANGED
                                  (WS-ERA-FOUND-IDX, WS-DS-REJECTS)
                     End-If
                   End-If
                   Write REJECT-NEW-RECORD from REJECT-RECORD
                   Add 1 to WS-DS-WRITTEN(WS-DS-REJECTS)
                   Read REJECT-FILE
                     At End Set WS-INPUT-EOF to true
                   End-Read
                 End-Perform

                 Close REJECT-FILE
               When '35'
                 Display "No REJECTS dataset found - nothing to "
                         "tombstone"
               When Other
                 Display "FAILED: Open Input REJECT-FILE, status "
                         WS-REJECTS-STATUS
                 Move 'N' to WS-FILES-OK
             End-Evaluate
             Close REJECT-NEW-FILE
           End-If
           .

      ****************************************************************
      * Function: Tombstone-Reject-Record                             *
      *                                                              *
      *           Stars the personal fields of the reject image in   *
      *           the buffer - a client's name, age, email and       *
      *           address, a contact's name, email and phone. An     *
      *           account record carries nothing personal and keeps  *
      *           its image; every record type takes the ERAS        *
      *           reason.                                             *
      ****************************************************************
       Tombstone-Reject-Record.

           Move REJ-RECORD-IMAGE to WS-TOMB-CLIENT

           Evaluate True
             When TMB-REC-ACCOUNT
               Continue
             When TMB-REC-CONTACT
               If TMC-NAME Not = Spaces
                 Move All '*' to TMC-NAME
               End-If
               If TMC-EMAIL Not = Spaces
                 Move All '*' to TMC-EMAIL
               End-If
               If TMC-PHONE Not = Spaces
                 Move All '*' to TMC-PHONE
               End-If
             When Other
               If TMB-NAME Not = Spaces
                 Move All '*' to TMB-NAME
               End-If
               Move 0 to TMB-AGE
               If TMB-EMAIL Not = Spaces
                 Move All '*' to TMB-EMAIL
               End-If
               If TMB-STREET Not = Spaces
                 Move All '*' to TMB-STREET
               End-If
               If TMB-CITY Not = Spaces
                 Move All '*' to TMB-CITY
               End-If
               If TMB-STATE Not = Spaces
                 Move All '*' to TMB-STATE
               End-If
               If TMB-ZIP Not = Spaces
                 Move All '*' to TMB-ZIP
               End-If
           End-Evaluate

           Move WS-TOMB-CLIENT to REJ-RECORD-IMAGE
           Move 'ERAS' to REJ-REASON-CODE
           Move "CLIENT ERASED - TOMBSTONE" to REJ-REASON-TEXT
           .

      ****************************************************************
      * Function: Scrub-Response-Bodies                               *
      *                                                              *
      *           Rewrites RESPOUT (the live dataset, or the archive *
      *           generation in ARCHIVE mode) with every reply of a  *
      *           confirmed client scrubbed. Other replies pass      *
      *           through untouched. A held reply interrupted by     *
      *           another reply, or by end of file, before its last  *
      *           segment is scrubbed as far as it goes.              *
      ****************************************************************
       Scrub-Response-Bodies.

           Open Output RESP-NEW-FILE
           If WS-RESPNEW-STATUS Not = '00'
             Display "FAILED: Open Output RESP-NEW-FILE, status "
                     WS-RESPNEW-STATUS
             Move 'N' to WS-FILES-OK
           Else
             Open Input RESPOUT-FILE
             Evaluate WS-RESPOUT-STATUS
               When '00'
                 Move 0 to WS-SEG-COUNT
                 Move 0 to WS-RESP-BODY-LEN
                 Move 'N' to WS-EOF-INPUT
                 Read RESPOUT-FILE
                   At End Set WS-INPUT-EOF to true
                 End-Read

                 Perform Until WS-INPUT-EOF
                   Add 1 to WS-DS-READ(WS-DS-RESPOUT)
                   Perform Route-Response-Segment
                   Read RESPOUT-FILE
                     At End Set WS-INPUT-EOF to true
                   End-Read
                 End-Perform

                 If WS-SEG-COUNT > 0
                   Display "WARNING: RESPOUT ends mid-reply for key "
                           WS-SEG-KEY(1) " - scrubbed as it stands"
                   Add 1 to WS-PARTIAL-REPLIES
                   Perform Flush-Erased-Reply
                 End-If

                 Close RESPOUT-FILE
               When '35'
                 Display "No response-body file found - nothing to "
                         "scrub"
               When Other
                 Display "FAILED: Open Input RESPOUT-FILE, status "
                         WS-RESPOUT-STATUS
                 Move 'N' to WS-FILES-OK
             End-Evaluate
             Close RESP-NEW-FILE
           End-If
           .

      ****************************************************************
      * Function: Route-Response-Segment                              *
      *                                                              *
      *           Holds a confirmed client's segment for scrubbing   *
      *           (flushing the reply on its last segment) and       *
      *           writes any other segment straight through.          *
      ****************************************************************
       Route-Response-Segment.

           If WS-SEG-COUNT > 0
              and (RESPOUT-KEY Not = WS-SEG-KEY(1)
                   or RESPOUT-TIMESTAMP Not = WS-SEG-TIMESTAMP(1))
             Display "WARNING: reply for key " WS-SEG-KEY(1)
                     " has no last segment - scrubbed as it stands"
             Add 1 to WS-PARTIAL-REPLIES
             Perform Flush-Erased-Reply
           End-If

           Move RESPOUT-KEY to WS-LOOKUP-KEY
           Perform Find-Erased-Key
           If WS-ERA-FOUND-IDX > 0
              and ERA-IS-CONFIRMED(WS-ERA-FOUND-IDX)
             Perform Hold-Erased-Segment
             If RESPOUT-SEG-LAST
               Perform Flush-Erased-Reply
             End-If
           Else
             Write RESP-NEW-RECORD from RESPOUT-RECORD
             Add 1 to WS-DS-WRITTEN(WS-DS-RESPOUT)
           End-If
           .

      ****************************************************************
      * Function: Hold-Erased-Segment                                 *
      *                                                              *
      *           Keeps the segment's header and appends its bytes   *
      *           to the assembled reply. A reply of more segments   *
      *           than the table holds fails the step.                *
      ****************************************************************
       Hold-Erased-Segment.

           Add 1 to WS-ERA-DS-FOUND(WS-ERA-FOUND-IDX, WS-DS-RESPOUT)

           If WS-SEG-COUNT >= 64
             If Not TABLE-LIMIT-HIT
               Display "ERROR: reply for key " RESPOUT-KEY
                       " has more than 64 segments - cannot scrub"
             End-If
             Set TABLE-LIMIT-HIT to true
           Else
             Add 1 to WS-SEG-COUNT
             Move WS-ERA-FOUND-IDX  to WS-SEG-ERA-IDX
             Move RESPOUT-KEY       to WS-SEG-KEY(WS-SEG-COUNT)
             Move RESPOUT-TIMESTAMP to WS-SEG-TIMESTAMP(WS-SEG-COUNT)
             Move RESPOUT-SEG-SEQ   to WS-SEG-SEQ(WS-SEG-COUNT)
             Move RESPOUT-SEG-FLAG  to WS-SEG-FLAG(WS-SEG-COUNT)
             Move RESPOUT-SEG-LEN   to WS-SEG-LEN(WS-SEG-COUNT)
             Perform Append-Response-Segment
           End-If
           .

      ****************************************************************
      * Function: Flush-Erased-Reply                                  *
      *                                                              *
      *           Scrubs the assembled reply and writes its segments *
      *           back at their original lengths: each segment takes *
      *           its share of the scrubbed bytes, and any share the *
      *           assembly buffer could not hold is starred.          *
      ****************************************************************
       Flush-Erased-Reply.

           Move 0 to WS-SCRUB-CHANGES
           Perform Varying WS-SCRUB-IDX From 1 by 1
             Until WS-SCRUB-IDX > 11
             Move WS-SCRUB-PATTERN(WS-SCRUB-IDX) to WS-SRCH-PATTERN
             Move WS-SCRUB-PAT-LEN(WS-SCRUB-IDX)
               to WS-SRCH-PATTERN-LEN
             Move WS-SCRUB-PAT-FILL(WS-SCRUB-IDX) to WS-SCRUB-FILL
             Perform Scrub-Json-Field
           End-Perform

           Move 0 to WS-SEG-OFFSET
           Perform Varying WS-SEG-IDX From 1 by 1
             Until WS-SEG-IDX > WS-SEG-COUNT
             Move Spaces to WS-OUT-RESP
             Move WS-SEG-KEY(WS-SEG-IDX)       to RNW-KEY
             Move WS-SEG-TIMESTAMP(WS-SEG-IDX) to RNW-TIMESTAMP
             Move WS-SEG-SEQ(WS-SEG-IDX)       to RNW-SEG-SEQ
             Move WS-SEG-FLAG(WS-SEG-IDX)      to RNW-SEG-FLAG
             Move WS-SEG-LEN(WS-SEG-IDX)       to RNW-SEG-LEN
             Move WS-SEG-LEN(WS-SEG-IDX)       to WS-SEG-PUT-LEN
             If WS-SEG-PUT-LEN > Length of RNW-BODY
               Move Length of RNW-BODY to WS-SEG-PUT-LEN
             End-If

             If WS-SEG-PUT-LEN > 0
               If WS-SEG-OFFSET >= WS-RESP-BODY-LEN
                 Move 0 to WS-SEG-AVAIL
               Else
                 Compute WS-SEG-AVAIL =
                   WS-RESP-BODY-LEN - WS-SEG-OFFSET
                 If WS-SEG-AVAIL > WS-SEG-PUT-LEN
                   Move WS-SEG-PUT-LEN to WS-SEG-AVAIL
                 End-If
               End-If
               If WS-SEG-AVAIL > 0
                 Move WS-RESP-BODY-TEXT(WS-SEG-OFFSET + 1:
                                        WS-SEG-AVAIL)
                   to RNW-BODY(1:WS-SEG-AVAIL)
               End-If
               If WS-SEG-AVAIL < WS-SEG-PUT-LEN
                 Move All '*'
                   to RNW-BODY(WS-SEG-AVAIL + 1:
                               WS-SEG-PUT-LEN - WS-SEG-AVAIL)
                 Add 1 to WS-SCRUB-CHANGES
               End-If
               Add WS-SEG-PUT-LEN to WS-SEG-OFFSET
             End-If

             Write RESP-NEW-RECORD from WS-OUT-RESP
             Add 1 to WS-DS-WRITTEN(WS-DS-RESPOUT)
           End-Perform

           If WS-SCRUB-CHANGES > 0
             Add WS-SEG-COUNT
               to WS-ERA-DS-CHANGED(WS-SEG-ERA-IDX, WS-DS-RESPOUT)
             Add 1 to WS-REPLIES-SCRUBBED
           End-If

           Move 0 to WS-SEG-COUNT
           Move 0 to WS-RESP-BODY-LEN
           .

      ****************************************************************
      * Function: Scrub-Json-Field                                    *
      *                                                              *
      *           Finds every occurrence of the '"<name>"' pattern   *
      *           in WS-SRCH-PATTERN that names a field (the next    *
      *           non-blank is the colon, as in Extract-Json-Field)  *
      *           and overwrites that field's value in place.         *
      ****************************************************************
       Scrub-Json-Field.

           Perform Varying WS-SCAN-POS From 1 by 1
             Until WS-SCAN-POS >
                     WS-RESP-BODY-LEN - WS-SRCH-PATTERN-LEN
             If WS-RESP-BODY-TEXT(WS-SCAN-POS:WS-SRCH-PATTERN-LEN)
                  = WS-SRCH-PATTERN(1:WS-SRCH-PATTERN-LEN)
               Compute WS-PEEK-POS =
                 WS-SCAN-POS + WS-SRCH-PATTERN-LEN
               Perform Until WS-PEEK-POS > WS-RESP-BODY-LEN
                       or WS-RESP-BODY-TEXT(WS-PEEK-POS:1) Not = Space
                 Add 1 to WS-PEEK-POS
               End-Perform
               If WS-PEEK-POS <= WS-RESP-BODY-LEN
                  and WS-RESP-BODY-TEXT(WS-PEEK-POS:1) = ':'
                 Compute WS-VALUE-POS = WS-PEEK-POS + 1
                 Perform Until WS-VALUE-POS > WS-RESP-BODY-LEN
                       or WS-RESP-BODY-TEXT(WS-VALUE-POS:1) Not = Space
                   Add 1 to WS-VALUE-POS
                 End-Perform
                 If WS-VALUE-POS <= WS-RESP-BODY-LEN
                   Perform Scrub-Json-Value
                 End-If
               End-If
             End-If
           End-Perform
           .

      ****************************************************************
      * Function: Scrub-Json-Value                                    *
      *                                                              *
      *           Overwrites the value at WS-VALUE-POS with the fill *
      *           character: a quoted string up to its closing quote *
      *           (an escaped character is overwritten with its      *
      *           backslash), or a bare number/word up to the next   *
      *           comma, brace, bracket or blank. Nested objects and *
      *           arrays are left for their own fields' patterns.     *
      ****************************************************************
       Scrub-Json-Value.

           Move WS-RESP-BODY-TEXT(WS-VALUE-POS:1) to WS-SCAN-CHAR
           Evaluate True
             When WS-SCAN-CHAR = '{' or WS-SCAN-CHAR = '['
               Continue
             When WS-SCAN-CHAR = '"'
               Add 1 to WS-VALUE-POS
               Perform Until WS-VALUE-POS > WS-RESP-BODY-LEN
                       or WS-RESP-BODY-TEXT(WS-VALUE-POS:1) = '"'
                 If WS-RESP-BODY-TEXT(WS-VALUE-POS:1) = '\'
                    and WS-VALUE-POS < WS-RESP-BODY-LEN
                   Perform Fill-Json-Character
                 End-If
                 Perform Fill-Json-Character
               End-Perform
             When Other
               Perform Until WS-VALUE-POS > WS-RESP-BODY-LEN
                       or WS-RESP-BODY-TEXT(WS-VALUE-POS:1) = ','
                       or WS-RESP-BODY-TEXT(WS-VALUE-POS:1) = '}'
                       or WS-RESP-BODY-TEXT(WS-VALUE-POS:1) = ']'
                       or WS-RESP-BODY-TEXT(WS-VALUE-POS:1) = Space
                 Perform Fill-Json-Character
               End-Perform
           End-Evaluate
           .

      ****************************************************************
      * Function: Fill-Json-Character                                 *
      ****************************************************************
       Fill-Json-Character.

           If WS-RESP-BODY-TEXT(WS-VALUE-POS:1) Not = WS-SCRUB-FILL
             Move WS-SCRUB-FILL to WS-RESP-BODY-TEXT(WS-VALUE-POS:1)
             Add 1 to WS-SCRUB-CHANGES
           End-If
           Add 1 to WS-VALUE-POS
           .

      *    The segment reassembly (Append-Response-Segment) is
      *    shared with RESPXRF and CLTVRFY via the RESPASM
      *    procedure copybook.
           COPY RESPASM.

      ****************************************************************
      * Function: Scrub-Change-History                                *
      *                                                              *
      *           Rewrites the change history with the old and new   *
      *           values of a confirmed client's personal fields     *
      *           starred, and a contact change's contact name too.  *
      *           Account values, dates, codes and delivery stamps   *
      *           are kept - the record of what was sent, and when,  *
      *           stands.                                             *
      ****************************************************************
       Scrub-Change-History.

           Open Output CHANGE-NEW-FILE
           If WS-CHGNEW-STATUS Not = '00'
             Display "FAILED: Open Output CHANGE-NEW-FILE, status "
                     WS-CHGNEW-STATUS
             Move 'N' to WS-FILES-OK
           Else
             Open Input CHANGE-HISTORY-FILE
             Evaluate WS-CHGHIST-STATUS
               When '00'
                 Move 'N' to WS-EOF-INPUT
                 Read CHANGE-HISTORY-FILE
                   At End Set WS-INPUT-EOF to true
                 End-Read

                 Perform Until WS-INPUT-EOF
                   Add 1 to WS-DS-READ(WS-DS-CHGHIST)
                   Move CHG-KEY to WS-LOOKUP-KEY
                   Perform Find-Erased-Key
                   If WS-ERA-FOUND-IDX > 0
                      and ERA-IS-CONFIRMED(WS-ERA-FOUND-IDX)
                     Add 1 to WS-ERA-DS-FOUND
                                (WS-ERA-FOUND-IDX, WS-DS-CHGHIST)
                     Perform Scrub-Change-Record
                     If VALUE-WAS-STARRED
                       Add 1 to WS-ERA-DS-CHANGED
                                  (WS-ERA-FOUND-IDX, WS-DS-CHGHIST)
                     End-If
                   End-If
                   Write CHANGE-NEW-RECORD from CHANGE-HISTORY-RECORD
                   Add 1 to WS-DS-WRITTEN(WS-DS-CHGHIST)
                   Read CHANGE-HISTORY-FILE
                     At End Set WS-INPUT-EOF to true
                   End-Read
                 End-Perform

                 Close CHANGE-HISTORY-FILE
               When '35'
                 Display "No change history found - nothing to scrub"
               When Other
                 Display "FAILED: Open Input CHANGE-HISTORY-FILE, "
                         "status " WS-CHGHIST-STATUS
                 Move 'N' to WS-FILES-OK
             End-Evaluate
             Close CHANGE-NEW-FILE
           End-If
           .

      ****************************************************************
      * Function: Scrub-Change-Record                                 *
      ****************************************************************
       Scrub-Change-Record.

           Move 'N' to WS-VALUE-STARRED

           If CHG-REC-CONTACT
              and CHG-CHILD-ID Not = Spaces
              and CHG-CHILD-ID Not = WS-ALL-STARS(1:30)
             Move All '*' to CHG-CHILD-ID
             Move 'Y' to WS-VALUE-STARRED
           End-If

           Evaluate CHG-FIELD
             When 'NAME'
             When 'AGE'
             When 'EMAIL'
             When 'STREET'
             When 'CITY'
             When 'STATE'
             When 'ZIP'
             When 'PHONE'
               If CHG-OLD-VALUE Not = Spaces
                  and CHG-OLD-VALUE Not = WS-ALL-STARS
                 Move All '*' to CHG-OLD-VALUE
                 Move 'Y' to WS-VALUE-STARRED
               End-If
               If CHG-NEW-VALUE Not = Spaces
                  and CHG-NEW-VALUE Not = WS-ALL-STARS
                 Move All '*' to CHG-NEW-VALUE
                 Move 'Y' to WS-VALUE-STARRED
               End-If
             When Other
               Continue
           End-Evaluate
           .

      ****************************************************************
      * Function: Check-Rewrite-Balance                               *
      *                                                              *
      *           Proves, per rewritten dataset, that records        *
      *           written plus records dropped equals records read.  *
      ****************************************************************
       Check-Rewrite-Balance.

           Perform Varying WS-DS-IDX From 1 by 1
             Until WS-DS-IDX > 7
             If WS-DS-IDX Not = WS-DS-DEADLTR
                and WS-DS-IDX Not = WS-DS-AUDIT
                and WS-DS-READ(WS-DS-IDX) Not =
                      WS-DS-WRITTEN(WS-DS-IDX)
                    + WS-DS-DROPPED(WS-DS-IDX)
               Display "ERROR: " WS-DS-NAME(WS-DS-IDX)
                       " rewrite out of balance - read "
                       WS-DS-READ(WS-DS-IDX) " written "
                       WS-DS-WRITTEN(WS-DS-IDX) " dropped "
                       WS-DS-DROPPED(WS-DS-IDX)
               Set RUN-OUT-OF-BALANCE to true
             End-If
           End-Perform
           .

      ****************************************************************
      * Function: Write-Erasure-Log                                   *
      *                                                              *
      *           Appends this run's evidence to the erasure log.    *
      *           Live: per client, the server DELETE outcome and -  *
      *           once confirmed - one record per dataset examined.  *
      *           Archive: one record per confirmed client for the   *
      *           generation scrubbed.                                *
      ****************************************************************
       Write-Erasure-Log.

           Open Extend ERASURE-LOG-FILE
           If WS-ERASLOG-STATUS Not = '00'
             Display "FAILED: Open Extend ERASURE-LOG-FILE, status "
                     WS-ERASLOG-STATUS
             Move 'N' to WS-FILES-OK
           Else
             Perform Varying WS-ERA-IDX From 1 by 1
               Until WS-ERA-IDX > WS-ERA-COUNT
               If PURGE-ARCHIVE
                 If ERA-IS-CONFIRMED(WS-ERA-IDX)
                   Perform Log-Archive-Outcome
                 End-If
               Else
                 Perform Log-Server-Outcome
                 If ERA-IS-CONFIRMED(WS-ERA-IDX)
                   Perform Varying WS-DS-IDX From 1 by 1
                     Until WS-DS-IDX > 7
                     Perform Log-Dataset-Outcome
                   End-Perform
                 End-If
               End-If
             End-Perform
             Close ERASURE-LOG-FILE
           End-If
           .

      ****************************************************************
      * Function: Start-Log-Record                                    *
      ****************************************************************
       Start-Log-Record.

           Move Spaces to ERASURE-LOG-RECORD
           Move WS-ERA-KEY(WS-ERA-IDX)       to ERL-KEY
           Move WS-ERA-REFERENCE(WS-ERA-IDX) to ERL-REFERENCE
           Move WS-ERA-DATE(WS-ERA-IDX)      to ERL-REQUEST-DATE
           Move 0 to ERL-RECORDS-FOUND
           Move 0 to ERL-RECORDS-CHANGED
           Move 0 to ERL-HTTP-CODE
           Move WS-RUN-TIMESTAMP to ERL-TIMESTAMP
           .

      ****************************************************************
      * Function: Log-Server-Outcome                                  *
      ****************************************************************
       Log-Server-Outcome.

           Perform Start-Log-Record
           Set ERL-KIND-SERVER to true
           Move 'SERVER' to ERL-DATASET
           Move WS-ERA-DEL-CALLS(WS-ERA-IDX) to ERL-RECORDS-FOUND
           Evaluate True
             When Not ERA-IS-CONFIRMED(WS-ERA-IDX)
               Move WS-ERA-LAST-CODE(WS-ERA-IDX) to ERL-HTTP-CODE
               Move "DELETE NOT CONFIRMED - RESUBMIT" to ERL-OUTCOME
             When WS-ERA-DEL-CODE(WS-ERA-IDX) = 404
               Move 1 to ERL-RECORDS-CHANGED
               Move WS-ERA-DEL-CODE(WS-ERA-IDX)     to ERL-HTTP-CODE
               Move WS-ERA-DEL-ENDPOINT(WS-ERA-IDX) to ERL-ENDPOINT
               Move WS-ERA-DEL-TIMESTAMP(WS-ERA-IDX) to ERL-TIMESTAMP
               Move "NOT HELD BY SERVER - CONFIRMED" to ERL-OUTCOME
             When Other
               Move 1 to ERL-RECORDS-CHANGED
               Move WS-ERA-DEL-CODE(WS-ERA-IDX)     to ERL-HTTP-CODE
               Move WS-ERA-DEL-ENDPOINT(WS-ERA-IDX) to ERL-ENDPOINT
               Move WS-ERA-DEL-TIMESTAMP(WS-ERA-IDX) to ERL-TIMESTAMP
               Move "SERVER DELETE CONFIRMED" to ERL-OUTCOME
           End-Evaluate
           Write ERASURE-LOG-RECORD
           Add 1 to WS-LOG-RECORDS-WRITTEN
           .

      ****************************************************************
      * Function: Log-Dataset-Outcome                                 *
      ****************************************************************
       Log-Dataset-Outcome.

           Perform Start-Log-Record
           Set ERL-KIND-DATASET to true
           Move WS-DS-NAME(WS-DS-IDX) to ERL-DATASET
           Move WS-ERA-DS-FOUND(WS-ERA-IDX, WS-DS-IDX)
             to ERL-RECORDS-FOUND
           Move WS-ERA-DS-CHANGED(WS-ERA-IDX, WS-DS-IDX)
             to ERL-RECORDS-CHANGED
           Evaluate True
             When ERL-RECORDS-FOUND = 0
               Move "NO RECORDS HELD" to ERL-OUTCOME
             When ERL-RECORDS-CHANGED = 0
                  and WS-DS-IDX Not = WS-DS-DEADLTR
                  and WS-DS-IDX Not = WS-DS-AUDIT
               Move "ALREADY ERASED" to ERL-OUTCOME
             When Other
               Move WS-DS-OUTCOME(WS-DS-IDX) to ERL-OUTCOME
           End-Evaluate
           Write ERASURE-LOG-RECORD
           Add 1 to WS-LOG-RECORDS-WRITTEN
           .

      ****************************************************************
      * Function: Log-Archive-Outcome                                 *
      ****************************************************************
       Log-Archive-Outcome.

           Perform Start-Log-Record
           Set ERL-KIND-ARCHIVE to true
           String "RESPOUT " WS-ARCHIVE-LABEL
             Delimited by Size Into ERL-DATASET
           End-String
           Move WS-ERA-DS-FOUND(WS-ERA-IDX, WS-DS-RESPOUT)
             to ERL-RECORDS-FOUND
           Move WS-ERA-DS-CHANGED(WS-ERA-IDX, WS-DS-RESPOUT)
             to ERL-RECORDS-CHANGED
           Evaluate True
             When ERL-RECORDS-FOUND = 0
               Move "NO RECORDS HELD" to ERL-OUTCOME
             When ERL-RECORDS-CHANGED = 0
               Move "ALREADY ERASED" to ERL-OUTCOME
             When Other
               Move "ARCHIVED REPLIES SCRUBBED" to ERL-OUTCOME
           End-Evaluate
           Write ERASURE-LOG-RECORD
           Add 1 to WS-LOG-RECORDS-WRITTEN
           .

      ****************************************************************
      * Function: Print-Erasure-Certificates                          *
      *                                                              *
      *           Reads the whole erasure log back and prints one    *
      *           certificate per client of this run: the request,   *
      *           the confirmed server DELETE and every dataset and  *
      *           archive generation examined under the same         *
      *           reference, with the outcome. A client whose delete *
      *           is not confirmed gets no certificate - the reason  *
      *           is printed in its place.                            *
      ****************************************************************
       Print-Erasure-Certificates.

           Open Output CERTIFICATE-FILE
           If WS-ERASCERT-STATUS Not = '00'
             Display "FAILED: Open Output CERTIFICATE-FILE, status "
                     WS-ERASCERT-STATUS
             Move 'N' to WS-FILES-OK
           Else
             Perform Load-Certificate-Evidence

             Move WS-RUN-TIMESTAMP to WS-TS-IN
             Perform Format-Timestamp
             Move Spaces to CERTIFICATE-LINE
             String "RIGHT-TO-ERASURE CERTIFICATES   RUN " WS-TS-TEXT
               Delimited by Size Into CERTIFICATE-LINE
             Write CERTIFICATE-LINE
             Move All '=' to CERTIFICATE-LINE
             Write CERTIFICATE-LINE

             If WS-ERA-COUNT = 0
               Move "No erasure requests in this run"
                 to CERTIFICATE-LINE
               Write CERTIFICATE-LINE
             End-If

             Perform Varying WS-ERA-IDX From 1 by 1
               Until WS-ERA-IDX > WS-ERA-COUNT
               Perform Print-Client-Certificate
             End-Perform

             Perform Print-Certificate-Summary
             Close CERTIFICATE-FILE
           End-If
           .

      ****************************************************************
      * Function: Load-Certificate-Evidence                           *
      *                                                              *
      *           Keeps every logged record belonging to a client of *
      *           this run under the reference it was requested      *
      *           under, in log order.                                *
      ****************************************************************
       Load-Certificate-Evidence.

           Open Input ERASURE-HISTORY-FILE
           If WS-ERASHIST-STATUS Not = '00'
             Display "FAILED: Open Input ERASURE-HISTORY-FILE, "
                     "status " WS-ERASHIST-STATUS
             Move 'N' to WS-FILES-OK
           Else
             Move 'N' to WS-EOF-INPUT
             Read ERASURE-HISTORY-FILE
               At End Set WS-INPUT-EOF to true
             End-Read

             Perform Until WS-INPUT-EOF
               Move ERH-KEY to WS-LOOKUP-KEY
               Perform Find-Erased-Key
               If WS-ERA-FOUND-IDX > 0
                  and ERH-REFERENCE =
                        WS-ERA-REFERENCE(WS-ERA-FOUND-IDX)
                 If WS-CRT-COUNT >= 20000
                   If Not CERT-EVIDENCE-TRUNCATED
                     Display "WARNING: certificate evidence beyond "
                             "20000 log records not printed"
                   End-If
                   Set CERT-EVIDENCE-TRUNCATED to true
                 Else
                   Add 1 to WS-CRT-COUNT
                   Move WS-ERA-FOUND-IDX
                     to WS-CRT-ERA-IDX(WS-CRT-COUNT)
                   Move ERASURE-HISTORY-RECORD
                     to WS-CRT-LOG(WS-CRT-COUNT)
                 End-If
               End-If
               Read ERASURE-HISTORY-FILE
                 At End Set WS-INPUT-EOF to true
               End-Read
             End-Perform

             Close ERASURE-HISTORY-FILE
           End-If
           .

      ****************************************************************
      * Function: Print-Client-Certificate                            *
      ****************************************************************
       Print-Client-Certificate.

           Move Spaces to WS-DATE-TEXT
           If WS-ERA-DATE(WS-ERA-IDX) = Spaces
             Move 'NOT DATED' to WS-DATE-TEXT
           Else
             String WS-ERA-DATE(WS-ERA-IDX)(1:4) "-"
                    WS-ERA-DATE(WS-ERA-IDX)(5:2) "-"
                    WS-ERA-DATE(WS-ERA-IDX)(7:2)
               Delimited by Size Into WS-DATE-TEXT
           End-If

           Move Spaces to CERTIFICATE-LINE
           Write CERTIFICATE-LINE
           String "CLIENT " WS-ERA-KEY(WS-ERA-IDX)
                  "   REFERENCE " WS-ERA-REFERENCE(WS-ERA-IDX)
                  "   REQUEST RECEIVED " WS-DATE-TEXT
             Delimited by Size Into CERTIFICATE-LINE
           Write CERTIFICATE-LINE

           If Not ERA-IS-CONFIRMED(WS-ERA-IDX)
             Move WS-ERA-DEL-CALLS(WS-ERA-IDX) to WS-FOUND-EDIT
             Move Spaces to CERTIFICATE-LINE
             String "  SERVER DELETE NOT CONFIRMED - "
                    Function Trim(WS-FOUND-EDIT)
                    " DELETE CALL(S) SINCE THE REQUEST, LAST HTTP "
                    WS-ERA-LAST-CODE(WS-ERA-IDX)
               Delimited by Size Into CERTIFICATE-LINE
             Write CERTIFICATE-LINE
             Move "  NO CERTIFICATE ISSUED - NOTHING PURGED, "
               & "RESUBMIT ON THE ERASURE REQUEST FILE"
               to CERTIFICATE-LINE
             Write CERTIFICATE-LINE
           Else
             Move Spaces to CERTIFICATE-LINE
             String "  DATASET            FOUND  CHANGED  "
                    "OUTCOME                         RECORDED"
               Delimited by Size Into CERTIFICATE-LINE
             Write CERTIFICATE-LINE
             Perform Varying WS-CRT-IDX From 1 by 1
               Until WS-CRT-IDX > WS-CRT-COUNT
               If WS-CRT-ERA-IDX(WS-CRT-IDX) = WS-ERA-IDX
                 Move WS-CRT-LOG(WS-CRT-IDX) to WS-CERT-LOG
                 Perform Print-Evidence-Line
               End-If
             End-Perform
             Move "  ERASURE COMPLETE - CERTIFIED"
               to CERTIFICATE-LINE
             Write CERTIFICATE-LINE
             Add 1 to WS-CERTIFICATES-ISSUED
           End-If
           .

      ****************************************************************
      * Function: Print-Evidence-Line                                 *
      *                                                              *
      *           One logged record: a server DELETE shows its HTTP  *
      *           code and endpoint, a dataset or archive generation *
      *           its counts - each with its outcome and when it was *
      *           recorded.                                           *
      ****************************************************************
       Print-Evidence-Line.

           Move CRL-TIMESTAMP to WS-TS-IN
           Perform Format-Timestamp
           Move Spaces to CERTIFICATE-LINE
           If CRL-KIND-SERVER
             String "  SERVER DELETE     HTTP " CRL-HTTP-CODE
                    "  EPT " CRL-ENDPOINT "  "
                    CRL-OUTCOME "  " WS-TS-TEXT
               Delimited by Size Into CERTIFICATE-LINE
           Else
             Move CRL-RECORDS-FOUND   to WS-FOUND-EDIT
             Move CRL-RECORDS-CHANGED to WS-CHANGED-EDIT
             String "  " CRL-DATASET WS-FOUND-EDIT WS-CHANGED-EDIT
                    "  " CRL-OUTCOME "  " WS-TS-TEXT
               Delimited by Size Into CERTIFICATE-LINE
           End-If
           Write CERTIFICATE-LINE
           .

      ****************************************************************
      * Function: Print-Certificate-Summary                           *
      ****************************************************************
       Print-Certificate-Summary.

           Move Spaces to CERTIFICATE-LINE
           Write CERTIFICATE-LINE
           Move All '=' to CERTIFICATE-LINE
           Write CERTIFICATE-LINE

           Move WS-ERA-COUNT to WS-COUNT-EDIT
           Move Spaces to CERTIFICATE-LINE
           String "Clients requested:         " WS-COUNT-EDIT
             Delimited by Size Into CERTIFICATE-LINE
           Write CERTIFICATE-LINE

           Move WS-CERTIFICATES-ISSUED to WS-COUNT-EDIT
           Move Spaces to CERTIFICATE-LINE
           String "Certificates issued:       " WS-COUNT-EDIT
             Delimited by Size Into CERTIFICATE-LINE
           Write CERTIFICATE-LINE

           Move WS-DELETES-UNCONFIRMED to WS-COUNT-EDIT
           Move Spaces to CERTIFICATE-LINE
           String "Not confirmed (resubmit):  " WS-COUNT-EDIT
             Delimited by Size Into CERTIFICATE-LINE
           Write CERTIFICATE-LINE

           Move WS-CARDS-REJECTED to WS-COUNT-EDIT
           Move Spaces to CERTIFICATE-LINE
           String "Request cards rejected:    " WS-COUNT-EDIT
             Delimited by Size Into CERTIFICATE-LINE
           Write CERTIFICATE-LINE

           If CERT-EVIDENCE-TRUNCATED
             Move "Evidence truncated - see the erasure log"
               to CERTIFICATE-LINE
             Write CERTIFICATE-LINE
           End-If

           Move Spaces to CERTIFICATE-LINE
           Write CERTIFICATE-LINE
           Move "Erasure reviewed and approved by privacy officer:"
             to CERTIFICATE-LINE
           Write CERTIFICATE-LINE
           Move Spaces to CERTIFICATE-LINE
           Write CERTIFICATE-LINE
           String "Name: ______________________________   "
                  "Date: ____________"
             Delimited by Size Into CERTIFICATE-LINE
           Write CERTIFICATE-LINE
           Move Spaces to CERTIFICATE-LINE
           Write CERTIFICATE-LINE
           Move "Signature: _________________________"
             to CERTIFICATE-LINE
           Write CERTIFICATE-LINE
           Move All '=' to CERTIFICATE-LINE
           Write CERTIFICATE-LINE
           .

      ****************************************************************
      * Function: Format-Timestamp                                    *
      *                                                              *
      *           Renders a Current-Date style timestamp in WS-TS-IN *
      *           as YYYY-MM-DD HH:MM:SS in WS-TS-TEXT.               *
      ****************************************************************
       Format-Timestamp.

           Move Spaces to WS-TS-TEXT
           If WS-TS-IN Not = Spaces
             String WS-TS-IN(1:4) "-" WS-TS-IN(5:2) "-"
                    WS-TS-IN(7:2) " " WS-TS-IN(9:2) ":"
                    WS-TS-IN(11:2) ":" WS-TS-IN(13:2)
               Delimited by Size Into WS-TS-TEXT
           End-If
           .

      ****************************************************************
      * Function: Write-Reconciliation-Report                         *
      ****************************************************************
       Write-Reconciliation-Report.

           Display "========================================="
           Display "Erasure purge reconciliation"
           If PURGE-ARCHIVE
             Display "Archive generation:      " WS-ARCHIVE-LABEL
           End-If
           Display "Request cards read:      " WS-CARDS-READ
           Display "Cards rejected:          " WS-CARDS-REJECTED
           Display "Duplicate cards:         " WS-DUPLICATE-CARDS
           Display "Clients requested:       " WS-ERA-COUNT
           Display "AUDIT records read:      " WS-AUDIT-READ
           Display "Deletes confirmed:       " WS-DELETES-CONFIRMED
           Display "Deletes not confirmed:   " WS-DELETES-UNCONFIRMED
           Perform Varying WS-DS-IDX From 1 by 1
             Until WS-DS-IDX > 7
             If WS-DS-READ(WS-DS-IDX) > 0
               Display WS-DS-NAME(WS-DS-IDX) " read "
                       WS-DS-READ(WS-DS-IDX) " written "
                       WS-DS-WRITTEN(WS-DS-IDX) " dropped "
                       WS-DS-DROPPED(WS-DS-IDX)
             End-If
           End-Perform
           Display "Replies scrubbed:        " WS-REPLIES-SCRUBBED
           Display "Partial replies:         " WS-PARTIAL-REPLIES
           Display "Log records written:     " WS-LOG-RECORDS-WRITTEN
           Display "Certificates issued:     " WS-CERTIFICATES-ISSUED
           Display "========================================="
           .

       End Program CLTPURG.
/*
//LKED.SYSLIB  DD DISP=SHR,DSN=CEE.SCEELKED
//             DD DISP=SHR,DSN=CEE.SCEELKEX
//             DD DISP=SHR,DSN=SYS1.CSSLIB
//GO.SYSPRINT  DD SYSOUT=*
//GO.ERASREQ   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.ERASREQ
//GO.AUDIT     DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.AUDIT
//*  Live datasets in (exclusive - nothing else may extend or
//*  rewrite them while the purge runs), rewritten copies out.
//GO.XREFIN    DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.XREF(0)
//GO.XREFOUT   DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.XREF.NEW
//GO.SUSPNS    DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.SUSPNS
//GO.SUSPNEW   DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.SUSPNS.NEW
//GO.DEADLTR   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.DEADLTR
//GO.REJECTS   DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.REJECTS
//             DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.REJHELD
//GO.REJNEW    DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.REJECTS.NEW
//GO.RESPOUT   DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.RESPOUT
//GO.RESPNEW   DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.RESPOUT.NEW
//GO.CHGHIST   DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.CHGHIST
//GO.CHGNEW    DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.CHGHIST.NEW
//GO.ERASLOG   DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.ERASLOG,
//                 DCB=(RECFM=FB,LRECL=140),SPACE=(TRK,(1,1)),
//                 UNIT=SYSDA
//GO.ERASHIST  DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.ERASLOG
//GO.ERASCERT  DD SYSOUT=*
