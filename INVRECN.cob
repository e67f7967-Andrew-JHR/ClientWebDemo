//ANDREWJN JOB CLASS=A,MSGCLASS=X,NOTIFY=&SYSUID,REGION=0M
//IGY      JCLLIB ORDER=IGY.SIGYPROC
//DOCLG    EXEC PROC=IGYWCLG,
//       PARM.COBOL='LIB',
//       PARM.LKED='REUS(RENT)'
//*  Server inventory reconciliation. Reads the collection
//*  pages an HTTPSCNW INVENTORY sweep persisted (INVPAGE,
//*  RESPOUT layout, keyed <endpoint code><page number>),
//*  walks each page's JSON for the resources it lists, and
//*  writes one INVREC record per server resource (INVOUT):
//*  endpoint, server id, status, and our client key when one
//*  resolves to it - through XREF, because the server id is
//*  our own key, or by a unique name and email match on the
//*  client master (CLTMASTR). INVRPT then lists:
//*    - server orphans: resources no key of ours resolves to
//*      (a DELETE that never landed, a client posted from
//*      outside our feed);
//*    - keys held by more than one server resource;
//*    - stale cross-references: XREF entries whose server id
//*      the server no longer lists;
//*    - master clients with no XREF entry, and whether the
//*      server holds them anyway.
//*  PARM.GO='REBUILD' also writes a fresh cross-reference
//*  master from the server's own listing to XREFOUT (pointed
//*  at XREF(+1) - it is DUMMY for the report-only run): one
//*  entry per key, the resource XREF already names when a key
//*  has more than one. Stale entries drop out; orphans stay
//*  out until they are matched.
//*  The listing is only used when the sweep (step HTTPSINV on
//*  the run-history ledger) finished the batch date RC 0 -
//*  any other sweep is refused, RC 8, and a rebuild carries
//*  XREF forward unchanged, as does a listing found truncated
//*  here (a page bigger than the assembly buffer, or one with
//*  no last segment).
//*  RC 0 server and XREF agree / 4 findings listed / 8 sweep
//*  refused or listing incomplete / 16 open failure or
//*  capacity (no cross-reference master written).
//*  The listing pages hold every client's name, email and
//*  address as the server has them, so they are transient:
//*  step DELPAGE deletes the INVPAGE generation once this
//*  step has read it (RC 8 or below - a refused or truncated
//*  listing is no use to a rerun either), and CLTPURG never
//*  has to find an erased client in one. A rebuild wanted
//*  after a report-only run needs a fresh sweep. Kept only
//*  on RC 16, for the rerun.
//COBOL.STEPLIB DD DISP=SHR,DSN=IGY.SIGYCOMP
//COBOL.SYSLIB  DD DISP=SHR,DSN=ANDREWJ.SOURCE.MAC
//COBOL.SYSIN   DD *
       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     INVRECN.
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
           SELECT RESPOUT-FILE  ASSIGN TO INVPAGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INVPAGE-STATUS.

           SELECT XREF-IN-FILE  ASSIGN TO XREFIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREFIN-STATUS.

           SELECT XREF-OUT-FILE  ASSIGN TO XREFOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREFOUT-STATUS.

           SELECT CLIENT-MASTER-FILE  ASSIGN TO CLTMASTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLTMASTR-STATUS.

           SELECT INVENTORY-FILE  ASSIGN TO INVOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INVOUT-STATUS.

           SELECT REPORT-FILE  ASSIGN TO INVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INVRPT-STATUS.

           SELECT RUN-LEDGER-FILE  ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLEDG-STATUS.

           SELECT RUN-HISTORY-FILE  ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
      *                                                                *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
      ******************************************************
      * The sweep's pages, in the RESPOUT segment layout
      * HWTHBDYX writes - declared under RESPOUT's own
      * names so the RESPASM reassembly serves them as is.
      ******************************************************
       FD  RESPOUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RESPOUT-RECORD.
           COPY RESPREC.

       FD  XREF-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XREF-IN-RECORD.
           COPY XREFREC.

       FD  XREF-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XREF-OUT-RECORD.
           COPY XREFREC REPLACING LEADING ==XRF-== BY ==XRO-==.

       FD  CLIENT-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CLIENT-RECORD.
           COPY CLNTREC.
       01  CONTROL-RECORD.
           COPY CTLREC.

       FD  INVENTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  INVENTORY-RECORD.
           COPY INVREC.

       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 Pic X(133).

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
      *    W O R K I N G - S T O R A G E   S E C T I O N               *
      *                                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE                SECTION.
       01  WS-INVPAGE-STATUS        Pic XX Value Spaces.
       01  WS-XREFIN-STATUS         Pic XX Value Spaces.
       01  WS-XREFOUT-STATUS        Pic XX Value Spaces.
       01  WS-CLTMASTR-STATUS       Pic XX Value Spaces.
       01  WS-INVOUT-STATUS         Pic XX Value Spaces.
       01  WS-INVRPT-STATUS         Pic XX Value Spaces.
       01  WS-EOF-INPUT             Pic X  Value 'N'.
           88 WS-INPUT-EOF                 Value 'Y'.
       01  WS-FILES-OK              Pic X  Value 'Y'.
           88 FILES-ARE-OK                 Value 'Y'.
       01  WS-RUN-TIMESTAMP         Pic X(21) Value Spaces.

      ******************************************************
      * Run mode from the JCL PARM: blank (or REPORT) for
      * the reconciliation alone, REBUILD to write a fresh
      * cross-reference master from the listing as well.
      ******************************************************
       01  WS-PARM-TOKEN-1          Pic X(10) Value Spaces.
       01  WS-RUN-MODE              Pic X  Value 'R'.
           88 REPORT-ONLY                  Value 'R'.
           88 REBUILD-XREF                 Value 'B'.

      ******************************************************
      * Whether the listing can be trusted as the server's
      * whole holding: a page over the assembly buffer, or
      * one cut off before its last segment, means some
      * resources were never seen.
      ******************************************************
       01  WS-LISTING-STATE         Pic X  Value 'C'.
           88 LISTING-COMPLETE             Value 'C'.
           88 LISTING-INCOMPLETE           Value 'I'.
       01  WS-PAGE-BYTES            Pic 9(9) Binary Value 0.

      ******************************************************
      * In-core image of the cross-reference master, in key
      * order, with a flag set once the server lists the
      * entry's server id; and a by-server-id index over it
      * for resolving listed resources back to our keys.
      ******************************************************
       01  WS-XREF-COUNT            Pic 9(9) Binary Value 0.
       01  WS-XREF-TABLE.
           05 WS-XREF-ENTRY  OCCURS 1 TO 100000 TIMES
                              DEPENDING ON WS-XREF-COUNT
                              ASCENDING KEY IS WS-XREF-KEY
                              INDEXED BY XREF-INX.
              10 WS-XREF-KEY        Pic X(10).
              10 WS-XREF-SERVER-ID  Pic X(24).
              10 WS-XREF-STATUS     Pic X(12).
              10 WS-XREF-UPDATED    Pic X(21).
              10 WS-XREF-LISTED     Pic X.
                 88 XREF-ID-LISTED        Value 'Y'.
       01  WS-XREF-IDX              Pic 9(9) Binary Value 0.
       01  WS-XREF-FOUND-IDX        Pic 9(9) Binary Value 0.
       01  WS-XID-COUNT             Pic 9(9) Binary Value 0.
       01  WS-XID-TABLE.
           05 WS-XID-ENTRY   OCCURS 1 TO 100000 TIMES
                              DEPENDING ON WS-XID-COUNT
                              ASCENDING KEY IS WS-XID-SERVER-ID
                              INDEXED BY XID-INX.
              10 WS-XID-SERVER-ID   Pic X(24).
              10 WS-XID-XREF-IDX    Pic 9(9) Binary.

      ******************************************************
      * The client master's keys, in key order, and its
      * clients again in (email, name) order - both upper
      * case - for matching a listed resource that neither
      * XREF nor its own id ties to a key. A name and email
      * shared by two clients matches neither.
      ******************************************************
       01  WS-MST-COUNT             Pic 9(9) Binary Value 0.
       01  WS-MST-TABLE.
           05 WS-MST-ENTRY   OCCURS 1 TO 100000 TIMES
                              DEPENDING ON WS-MST-COUNT
                              ASCENDING KEY IS WS-MST-KEY
                              INDEXED BY MST-INX.
              10 WS-MST-KEY         Pic X(10).
       01  WS-MST-IDX               Pic 9(9) Binary Value 0.
       01  WS-MCH-COUNT             Pic 9(9) Binary Value 0.
       01  WS-MCH-TABLE.
           05 WS-MCH-ENTRY   OCCURS 1 TO 100000 TIMES
                              DEPENDING ON WS-MCH-COUNT
                              ASCENDING KEY IS WS-MCH-ID
                              INDEXED BY MCH-INX.
              10 WS-MCH-ID.
                 15 WS-MCH-EMAIL    Pic X(40).
                 15 WS-MCH-NAME     Pic X(30).
              10 WS-MCH-KEY         Pic X(10).
              10 WS-MCH-AMBIGUOUS   Pic X.
                 88 MCH-IS-AMBIGUOUS      Value 'Y'.
       01  WS-MCH-LOOKUP.
           05 WS-MCH-LOOKUP-EMAIL   Pic X(40).
           05 WS-MCH-LOOKUP-NAME    Pic X(30).

      ******************************************************
      * Every resource listed, in server-id order - a
      * resource the sweep listed twice (the collection
      * shifting under the pages) is counted only once.
      ******************************************************
       01  WS-INV-COUNT             Pic 9(9) Binary Value 0.
       01  WS-INV-TABLE.
           05 WS-INV-ENTRY   OCCURS 1 TO 100000 TIMES
                              DEPENDING ON WS-INV-COUNT
                              ASCENDING KEY IS WS-INV-SERVER-ID
                              INDEXED BY INV-INX.
              10 WS-INV-SERVER-ID   Pic X(24).
              10 WS-INV-KEY         Pic X(10).
              10 WS-INV-ENDPOINT    Pic X(4).
              10 WS-INV-STATUS      Pic X(12).
       01  WS-INV-IDX               Pic 9(9) Binary Value 0.

      ******************************************************
      * One entry per client key the listing resolved, in
      * key order: the resource kept for the key (the one
      * XREF already names when more than one is listed),
      * how it was matched, and how many resources the
      * server holds for it. This is the rebuilt master.
      ******************************************************
       01  WS-RBD-COUNT             Pic 9(9) Binary Value 0.
       01  WS-RBD-TABLE.
           05 WS-RBD-ENTRY   OCCURS 1 TO 100000 TIMES
                              DEPENDING ON WS-RBD-COUNT
                              ASCENDING KEY IS WS-RBD-KEY
                              INDEXED BY RBD-INX.
              10 WS-RBD-KEY         Pic X(10).
              10 WS-RBD-SERVER-ID   Pic X(24).
              10 WS-RBD-STATUS      Pic X(12).
              10 WS-RBD-LISTED      Pic X(21).
              10 WS-RBD-MATCH       Pic X.
              10 WS-RBD-RESOURCES   Pic 9(5).
       01  WS-RBD-IDX               Pic 9(9) Binary Value 0.
       01  WS-RBD-FOUND-IDX         Pic 9(9) Binary Value 0.

      ******************************************************
      * Shared search work fields for the binary inserts
      ******************************************************
       01  WS-LOOKUP-KEY            Pic X(10) Value Spaces.
       01  WS-LOOKUP-ID             Pic X(24) Value Spaces.
       01  WS-BIN-LO                Pic 9(9) Binary Value 0.
       01  WS-BIN-HI                Pic 9(9) Binary Value 0.
       01  WS-BIN-MID               Pic 9(9) Binary Value 0.
       01  WS-BIN-SHIFT             Pic 9(9) Binary Value 0.
       01  WS-TABLE-LIMIT           Pic X  Value 'N'.
           88 TABLE-LIMIT-HIT              Value 'Y'.
       01  WS-ENTRY-FOUND           Pic X  Value 'N'.
           88 ENTRY-WAS-FOUND              Value 'Y'.

      ******************************************************
      * Listing walk. Each page is reassembled (RESPASM)
      * into the JSONWS buffer and walked one character at
      * a time, brace depth tracked and strings stepped
      * over whole. The id, status, name and email fields
      * are held per object depth; the resources are the
      * objects at the shallowest depth an "id" appears,
      * so a wrapper object around the array, or contacts
      * nested inside a resource, are told apart from the
      * resources themselves. Each resource is taken as its
      * object closes.
      ******************************************************
           COPY JSONWS.
       01  WS-DEPTH                 Pic 9(4) Binary Value 0.
       01  WS-ITEM-DEPTH            Pic 9(4) Binary Value 0.
       01  WS-WALK-POS              Pic 9(9) Binary Value 0.
       01  WS-STR-START             Pic 9(9) Binary Value 0.
       01  WS-STR-END               Pic 9(9) Binary Value 0.
       01  WS-STR-LEN               Pic 9(9) Binary Value 0.
       01  WS-JSON-KEY              Pic X(12) Value Spaces.
       01  WS-CAPTURE               Pic X(40) Value Spaces.
       01  WS-CAPTURE-LEN           Pic 9(9) Binary Value 0.
       01  WS-LEVEL-TABLE.
           05 WS-LEVEL-SLOT         Occurs 20 Times.
              10 WS-LVL-ID          Pic X(24).
              10 WS-LVL-STATUS      Pic X(12).
              10 WS-LVL-NAME        Pic X(40).
              10 WS-LVL-EMAIL       Pic X(40).

      ******************************************************
      * The resource being recorded
      ******************************************************
       01  WS-RES-ENDPOINT          Pic X(4)  Value Spaces.
       01  WS-RES-PAGE              Pic 9(6)  Value 0.
       01  WS-RES-LISTED            Pic X(21) Value Spaces.
       01  WS-RES-SERVER-ID         Pic X(24) Value Spaces.
       01  WS-RES-STATUS            Pic X(12) Value Spaces.
       01  WS-RES-NAME              Pic X(30) Value Spaces.
       01  WS-RES-EMAIL             Pic X(40) Value Spaces.
       01  WS-RES-KEY               Pic X(10) Value Spaces.
       01  WS-RES-MATCH             Pic X     Value Space.
       01  WS-RES-DUPLICATE         Pic X     Value 'N'.

      ******************************************************
      * Report formatting work areas
      ******************************************************
       01  WS-COUNT-EDIT            Pic ZZZ,ZZZ,ZZ9.
       01  WS-RESOURCES-EDIT        Pic ZZ,ZZ9.
       01  WS-TS-IN                 Pic X(21) Value Spaces.
       01  WS-TS-TEXT               Pic X(19) Value Spaces.
       01  WS-MATCH-TEXT            Pic X(20) Value Spaces.
       01  WS-SECTION-LINES         Pic 9(9) Value 0.

      ******************************************************
      * Reconciliation counts
      ******************************************************
       01  WS-PAGE-RECORDS-READ     Pic 9(9) Value 0.
       01  WS-PAGES-WALKED          Pic 9(9) Value 0.
       01  WS-RESOURCES-LISTED      Pic 9(9) Value 0.
       01  WS-RESOURCES-NO-ID       Pic 9(9) Value 0.
       01  WS-LISTED-TWICE          Pic 9(9) Value 0.
       01  WS-MATCHED-XREF          Pic 9(9) Value 0.
       01  WS-MATCHED-KEY-ID        Pic 9(9) Value 0.
       01  WS-MATCHED-NAME-EMAIL    Pic 9(9) Value 0.
       01  WS-AMBIGUOUS-MATCHES     Pic 9(9) Value 0.
       01  WS-SERVER-ORPHANS        Pic 9(9) Value 0.
       01  WS-DUPLICATE-KEYS        Pic 9(9) Value 0.
       01  WS-STALE-XREF            Pic 9(9) Value 0.
       01  WS-KEYS-NO-XREF          Pic 9(9) Value 0.
       01  WS-KEYS-NO-XREF-ON-SRV   Pic 9(9) Value 0.
       01  WS-MASTER-CLIENTS        Pic 9(9) Value 0.
       01  WS-INVENTORY-WRITTEN     Pic 9(9) Value 0.
       01  WS-XREF-WRITTEN          Pic 9(9) Value 0.

      ******************************************************
      * Run-history ledger entry and predecessor check -
      * see the RUNLOG procedure copybook.
      ******************************************************
           COPY RUNLWS.
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

           Display "Server inventory reconciliation start"

           Move 'INVRECN' to WS-RUN-STEP
           Perform Start-Run-Ledger
           Move Function Current-Date to WS-RUN-TIMESTAMP

           Perform Parse-Run-Parm

           If FILES-ARE-OK
             Perform Resolve-Run-Batch-Date
             Perform Check-Predecessor-Run
             Perform Open-Output-Files
           End-If

           If FILES-ARE-OK
             Perform Load-Xref-Master
           End-If

      *    A sweep that did not finish lists only part of the
      *    server - every resource missing from it would read as
      *    a stale cross-reference. Nothing is reconciled.
           If FILES-ARE-OK and Not TABLE-LIMIT-HIT
             If PREDECESSOR-NOT-FINISHED
               Move 'Y' to WS-RUN-REFUSED
               Display "Inventory listing not reconciled - "
                       "HTTPSINV has not finished the sweep"
             Else
               Perform Load-Client-Master
               If FILES-ARE-OK and Not TABLE-LIMIT-HIT
                 Perform Walk-Inventory-Pages
               End-If
             End-If
           End-If

           If FILES-ARE-OK
             Perform Write-Reconciliation-Report
             If REBUILD-XREF and Not TABLE-LIMIT-HIT
               Perform Write-Xref-Master
             End-If
             Close INVENTORY-FILE
             Close REPORT-FILE
           End-If

           Display "========================================="
           Display "Server inventory reconciliation"
           Display "Inventory pages walked:  " WS-PAGES-WALKED
           Display "Resources listed:        " WS-RESOURCES-LISTED
           Display "Listed twice:            " WS-LISTED-TWICE
           Display "Matched through XREF:    " WS-MATCHED-XREF
           Display "Matched by own key:      " WS-MATCHED-KEY-ID
           Display "Matched by name/email:   " WS-MATCHED-NAME-EMAIL
           Display "Server orphans:          " WS-SERVER-ORPHANS
           Display "Keys on >1 resource:     " WS-DUPLICATE-KEYS
           Display "Stale cross-references:  " WS-STALE-XREF
           Display "Clients with no XREF:    " WS-KEYS-NO-XREF
           Display "Inventory records:       " WS-INVENTORY-WRITTEN
           If REBUILD-XREF
             Display "XREF entries written:    " WS-XREF-WRITTEN
           End-If
           Display "========================================="

           Evaluate True
             When Not FILES-ARE-OK or TABLE-LIMIT-HIT
               Move 16 to Return-Code
             When RUN-IS-REFUSED or LISTING-INCOMPLETE
               Move 8 to Return-Code
             When WS-SERVER-ORPHANS > 0 or WS-DUPLICATE-KEYS > 0
               or WS-STALE-XREF > 0 or WS-KEYS-NO-XREF > 0
               Move 4 to Return-Code
             When Other
               Move 0 to Return-Code
           End-Evaluate

           Display "Server inventory reconciliation end"

           Move WS-RESOURCES-LISTED to WS-RUN-COUNT-IN
           Compute WS-RUN-COUNT-OUT =
             WS-RESOURCES-LISTED - WS-SERVER-ORPHANS
           Move WS-SERVER-ORPHANS   to WS-RUN-COUNT-EXCEPTION
           Perform Write-Run-Ledger-Record

           STOP    RUN.

      ****************************************************************
      * Function: Parse-Run-Parm                                      *
      *                                                              *
      *           Parses the JCL PARM: blank or REPORT for the       *
      *           reconciliation, REBUILD to write a fresh           *
      *           cross-reference master as well.                     *
      ****************************************************************
       Parse-Run-Parm.

           If PARM-LEN > 0
             Unstring PARM-DATA(1:PARM-LEN) Delimited by Space
               Into WS-PARM-TOKEN-1
             End-Unstring
           End-If
           Move Function Upper-Case(WS-PARM-TOKEN-1)
             to WS-PARM-TOKEN-1

           Evaluate WS-PARM-TOKEN-1
             When Spaces
             When 'REPORT'
               Set REPORT-ONLY to true
             When 'REBUILD'
               Set REBUILD-XREF to true
               Display "Cross-reference rebuild requested - "
                       "XREFOUT will be written from the listing"
             When Other
               Display "ERROR: JCL PARM '" PARM-DATA(1:PARM-LEN)
                       "' - expected blank, REPORT or REBUILD"
               Move 'N' to WS-FILES-OK
           End-Evaluate
           .

      ****************************************************************
      * Function: Open-Output-Files                                   *
      ****************************************************************
       Open-Output-Files.

           Open Output INVENTORY-FILE
           If WS-INVOUT-STATUS Not = '00'
             Display "FAILED: Open Output INVENTORY-FILE, status "
                     WS-INVOUT-STATUS
             Move 'N' to WS-FILES-OK
           Else
             Open Output REPORT-FILE
             If WS-INVRPT-STATUS Not = '00'
               Display "FAILED: Open Output REPORT-FILE, status "
                       WS-INVRPT-STATUS
               Close INVENTORY-FILE
               Move 'N' to WS-FILES-OK
             End-If
           End-If
           .

      ****************************************************************
      * Function: Load-Xref-Master                                    *
      *                                                              *
      *           Reads the cross-reference master into key order    *
      *           and builds the by-server-id index over it. A       *
      *           missing master is what a rebuild is for - every    *
      *           listed resource then resolves by key or match.     *
      ****************************************************************
       Load-Xref-Master.

           Open Input XREF-IN-FILE
           Evaluate WS-XREFIN-STATUS
             When '00'
               Move 'N' to WS-EOF-INPUT
               Read XREF-IN-FILE
                 At End Set WS-INPUT-EOF to true
               End-Read

               Perform Until WS-INPUT-EOF or TABLE-LIMIT-HIT
                 Perform Insert-Xref-Entry
                 Read XREF-IN-FILE
                   At End Set WS-INPUT-EOF to true
                 End-Read
               End-Perform

               Close XREF-IN-FILE

               Perform Varying WS-XREF-IDX From 1 by 1
                 Until WS-XREF-IDX > WS-XREF-COUNT
                       or TABLE-LIMIT-HIT
                 If WS-XREF-SERVER-ID(WS-XREF-IDX) Not = Spaces
                   Perform Insert-Xref-Id-Entry
                 End-If
               End-Perform

               Display "Loaded " WS-XREF-COUNT
                       " key(s) from the cross-reference master"
             When '35'
               Display "No cross-reference master found - every "
                       "resource must resolve by key or match"
             When Other
               Display "FAILED: Open Input XREF-IN-FILE, status "
                       WS-XREFIN-STATUS
               Move 'N' to WS-FILES-OK
           End-Evaluate
           .

      ****************************************************************
      * Function: Insert-Xref-Entry                                   *
      *                                                              *
      *           Places the master record in the buffer into the    *
      *           key-ordered table; a key repeated on the master    *
      *           takes the later record.                             *
      ****************************************************************
       Insert-Xref-Entry.

           Move 1 to WS-BIN-LO
           Compute WS-BIN-HI = WS-XREF-COUNT + 1
           Perform Until WS-BIN-LO >= WS-BIN-HI
             Compute WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
             If WS-XREF-KEY(WS-BIN-MID) < XRF-KEY
               Compute WS-BIN-LO = WS-BIN-MID + 1
             Else
               Move WS-BIN-MID to WS-BIN-HI
             End-If
           End-Perform

           If WS-BIN-LO <= WS-XREF-COUNT
              and WS-XREF-KEY(WS-BIN-LO) = XRF-KEY
             Continue
           Else
             If WS-XREF-COUNT >= 100000
               Display "ERROR: cross-reference table capacity of "
                       "100000 exceeded at key " XRF-KEY
               Set TABLE-LIMIT-HIT to true
             Else
               Add 1 to WS-XREF-COUNT
               Perform Varying WS-BIN-SHIFT
                 From WS-XREF-COUNT By -1
                 Until WS-BIN-SHIFT <= WS-BIN-LO
                 Move WS-XREF-ENTRY(WS-BIN-SHIFT - 1)
                   to WS-XREF-ENTRY(WS-BIN-SHIFT)
               End-Perform
             End-If
           End-If

           If Not TABLE-LIMIT-HIT
             Move XRF-KEY          to WS-XREF-KEY(WS-BIN-LO)
             Move XRF-SERVER-ID    to WS-XREF-SERVER-ID(WS-BIN-LO)
             Move XRF-LAST-STATUS  to WS-XREF-STATUS(WS-BIN-LO)
             Move XRF-LAST-UPDATED to WS-XREF-UPDATED(WS-BIN-LO)
             Move 'N'              to WS-XREF-LISTED(WS-BIN-LO)
           End-If
           .

      ****************************************************************
      * Function: Insert-Xref-Id-Entry                                *
      *                                                              *
      *           Indexes cross-reference entry WS-XREF-IDX by its   *
      *           server id. An id two keys share keeps the first    *
      *           key - the second shows up as a key with no         *
      *           resource of its own.                                *
      ****************************************************************
       Insert-Xref-Id-Entry.

           Move 1 to WS-BIN-LO
           Compute WS-BIN-HI = WS-XID-COUNT + 1
           Perform Until WS-BIN-LO >= WS-BIN-HI
             Compute WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
             If WS-XID-SERVER-ID(WS-BIN-MID)
                  < WS-XREF-SERVER-ID(WS-XREF-IDX)
               Compute WS-BIN-LO = WS-BIN-MID + 1
             Else
               Move WS-BIN-MID to WS-BIN-HI
             End-If
           End-Perform

           If WS-BIN-LO <= WS-XID-COUNT
              and WS-XID-SERVER-ID(WS-BIN-LO)
                    = WS-XREF-SERVER-ID(WS-XREF-IDX)
             Display "WARNING: server id "
                     WS-XREF-SERVER-ID(WS-XREF-IDX)
                     " is cross-referenced by more than one key"
           Else
             Add 1 to WS-XID-COUNT
             Perform Varying WS-BIN-SHIFT
               From WS-XID-COUNT By -1
               Until WS-BIN-SHIFT <= WS-BIN-LO
               Move WS-XID-ENTRY(WS-BIN-SHIFT - 1)
                 to WS-XID-ENTRY(WS-BIN-SHIFT)
             End-Perform
             Move WS-XREF-SERVER-ID(WS-XREF-IDX)
               to WS-XID-SERVER-ID(WS-BIN-LO)
             Move WS-XREF-IDX to WS-XID-XREF-IDX(WS-BIN-LO)
           End-If
           .

      ****************************************************************
      * Function: Load-Client-Master                                  *
      *                                                              *
      *           Loads every client parent on the master into the   *
      *           key table and the (email, name) match table.        *
      ****************************************************************
       Load-Client-Master.

           Open Input CLIENT-MASTER-FILE
           If WS-CLTMASTR-STATUS Not = '00'
             Display "FAILED: Open Input CLIENT-MASTER-FILE, status "
                     WS-CLTMASTR-STATUS
             Move 'N' to WS-FILES-OK
           Else
             Move 'N' to WS-EOF-INPUT
             Read CLIENT-MASTER-FILE
               At End Set WS-INPUT-EOF to true
             End-Read

             Perform Until WS-INPUT-EOF or TABLE-LIMIT-HIT
               If CLI-REC-CLIENT
                 Add 1 to WS-MASTER-CLIENTS
                 Perform Insert-Master-Key
                 If CLI-EMAIL Not = Spaces and CLI-NAME Not = Spaces
                    and Not TABLE-LIMIT-HIT
                   Perform Insert-Match-Entry
                 End-If
               End-If
               Read CLIENT-MASTER-FILE
                 At End Set WS-INPUT-EOF to true
               End-Read
             End-Perform

             Close CLIENT-MASTER-FILE

             Display "Loaded " WS-MST-COUNT " client key(s) from "
                     "the client master"
           End-If
           .

      ****************************************************************
      * Function: Insert-Master-Key                                   *
      ****************************************************************
       Insert-Master-Key.

           Move 1 to WS-BIN-LO
           Compute WS-BIN-HI = WS-MST-COUNT + 1
           Perform Until WS-BIN-LO >= WS-BIN-HI
             Compute WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
             If WS-MST-KEY(WS-BIN-MID) < CLI-KEY
               Compute WS-BIN-LO = WS-BIN-MID + 1
             Else
               Move WS-BIN-MID to WS-BIN-HI
             End-If
           End-Perform

           If WS-BIN-LO <= WS-MST-COUNT
              and WS-MST-KEY(WS-BIN-LO) = CLI-KEY
             Continue
           Else
             If WS-MST-COUNT >= 100000
               Display "ERROR: client master table capacity of "
                       "100000 exceeded at key " CLI-KEY
               Set TABLE-LIMIT-HIT to true
             Else
               Add 1 to WS-MST-COUNT
               Perform Varying WS-BIN-SHIFT
                 From WS-MST-COUNT By -1
                 Until WS-BIN-SHIFT <= WS-BIN-LO
                 Move WS-MST-ENTRY(WS-BIN-SHIFT - 1)
                   to WS-MST-ENTRY(WS-BIN-SHIFT)
               End-Perform
               Move CLI-KEY to WS-MST-KEY(WS-BIN-LO)
             End-If
           End-If
           .

      ****************************************************************
      * Function: Insert-Match-Entry                                  *
      *                                                              *
      *           Files the client under its upper-case email and    *
      *           name; a second client with the same pair marks the *
      *           entry ambiguous, so it never matches.               *
      ****************************************************************
       Insert-Match-Entry.

           Move Function Upper-Case(CLI-EMAIL) to WS-MCH-LOOKUP-EMAIL
           Move Function Upper-Case(CLI-NAME)  to WS-MCH-LOOKUP-NAME

           Move 1 to WS-BIN-LO
           Compute WS-BIN-HI = WS-MCH-COUNT + 1
           Perform Until WS-BIN-LO >= WS-BIN-HI
             Compute WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
             If WS-MCH-ID(WS-BIN-MID) < WS-MCH-LOOKUP
               Compute WS-BIN-LO = WS-BIN-MID + 1
             Else
               Move WS-BIN-MID to WS-BIN-HI
             End-If
           End-Perform

           If WS-BIN-LO <= WS-MCH-COUNT
              and WS-MCH-ID(WS-BIN-LO) = WS-MCH-LOOKUP
             If WS-MCH-KEY(WS-BIN-LO) Not = CLI-KEY
               Move 'Y' to WS-MCH-AMBIGUOUS(WS-BIN-LO)
             End-If
           Else
             If WS-MCH-COUNT >= 100000
               Display "ERROR: name/email table capacity of "
                       "100000 exceeded at key " CLI-KEY
               Set TABLE-LIMIT-HIT to true
             Else
               Add 1 to WS-MCH-COUNT
               Perform Varying WS-BIN-SHIFT
                 From WS-MCH-COUNT By -1
                 Until WS-BIN-SHIFT <= WS-BIN-LO
                 Move WS-MCH-ENTRY(WS-BIN-SHIFT - 1)
                   to WS-MCH-ENTRY(WS-BIN-SHIFT)
               End-Perform
               Move WS-MCH-LOOKUP to WS-MCH-ID(WS-BIN-LO)
               Move CLI-KEY       to WS-MCH-KEY(WS-BIN-LO)
               Move 'N'           to WS-MCH-AMBIGUOUS(WS-BIN-LO)
             End-If
           End-If
           .

      ****************************************************************
      * Function: Walk-Inventory-Pages                                *
      *                                                              *
      *           Reassembles each page of the sweep from its        *
      *           segments and walks it for the resources it lists.  *
      *           A page that outgrows the assembly buffer, or is    *
      *           cut off before its last segment, leaves the        *
      *           listing incomplete.                                 *
      ****************************************************************
       Walk-Inventory-Pages.

           Open Input RESPOUT-FILE
           If WS-INVPAGE-STATUS Not = '00'
             Display "FAILED: Open Input INVPAGE, status "
                     WS-INVPAGE-STATUS
             Move 'N' to WS-FILES-OK
           Else
             Move 0 to WS-RESP-BODY-LEN
             Move 0 to WS-PAGE-BYTES
             Move 'N' to WS-EOF-INPUT
             Read RESPOUT-FILE
               At End Set WS-INPUT-EOF to true
             End-Read

             Perform Until WS-INPUT-EOF or TABLE-LIMIT-HIT
               Add 1 to WS-PAGE-RECORDS-READ
               Add RESPOUT-SEG-LEN to WS-PAGE-BYTES
               Perform Append-Response-Segment
               If RESPOUT-SEG-LAST
                 If WS-PAGE-BYTES > Length of WS-RESP-BODY-TEXT
                   Display "ERROR: inventory page " RESPOUT-KEY
                           " exceeds the assembly buffer - listing "
                           "incomplete"
                   Set LISTING-INCOMPLETE to true
                 End-If
                 Move RESPOUT-KEY(1:4)  to WS-RES-ENDPOINT
                 Move 0 to WS-RES-PAGE
                 If RESPOUT-KEY(5:6) is Numeric
                   Move RESPOUT-KEY(5:6) to WS-RES-PAGE
                 End-If
                 Move RESPOUT-TIMESTAMP to WS-RES-LISTED
                 Add 1 to WS-PAGES-WALKED
                 Perform Walk-Listing-Page
                 Move 0 to WS-RESP-BODY-LEN
                 Move 0 to WS-PAGE-BYTES
               End-If
               Read RESPOUT-FILE
                 At End Set WS-INPUT-EOF to true
               End-Read
             End-Perform

             If WS-RESP-BODY-LEN > 0
               Display "ERROR: INVPAGE ends mid-page - listing "
                       "incomplete"
               Set LISTING-INCOMPLETE to true
             End-If

             Close RESPOUT-FILE
           End-If
           .

      *    The segment reassembly (Append-Response-Segment) is
      *    shared with RESPXRF and CLTVRFY via the RESPASM
      *    procedure copybook.
           COPY RESPASM.

      ****************************************************************
      * Function: Walk-Listing-Page                                   *
      *                                                              *
      *           One pass over the assembled page: braces move the  *
      *           depth (clearing the new level's fields), strings   *
      *           are stepped over whole, and a closing brace at the *
      *           resource depth records the resource.                *
      ****************************************************************
       Walk-Listing-Page.

           Move 0 to WS-DEPTH
           Move 0 to WS-ITEM-DEPTH
           Move Spaces to WS-LEVEL-TABLE
           Move 1 to WS-WALK-POS

           Perform Until WS-WALK-POS > WS-RESP-BODY-LEN
                   or TABLE-LIMIT-HIT
             Move WS-RESP-BODY-TEXT(WS-WALK-POS:1) to WS-SCAN-CHAR
             Evaluate WS-SCAN-CHAR
               When '"'
                 Perform Walk-Json-String
               When '{'
                 Add 1 to WS-DEPTH
                 If WS-DEPTH <= 20
                   Move Spaces to WS-LEVEL-SLOT(WS-DEPTH)
                 End-If
               When '}'
                 If WS-DEPTH > 0
                   If WS-DEPTH = WS-ITEM-DEPTH
                     Perform Note-Listed-Resource
                   End-If
                   Subtract 1 from WS-DEPTH
                 End-If
               When Other
                 Continue
             End-Evaluate
             Add 1 to WS-WALK-POS
           End-Perform
           .

      ****************************************************************
      * Function: Walk-Json-String                                    *
      *                                                              *
      *           Steps over the string opening at WS-WALK-POS. A    *
      *           string followed by its colon is a field name; for  *
      *           id, status, name and email the value is captured   *
      *           and held at the current depth. WS-WALK-POS is left *
      *           on the last character consumed.                     *
      ****************************************************************
       Walk-Json-String.

           Perform Find-String-End
           Compute WS-STR-START = WS-WALK-POS + 1
           Compute WS-STR-LEN = WS-STR-END - WS-STR-START

           Compute WS-PEEK-POS = WS-STR-END + 1
           Perform Until WS-PEEK-POS > WS-RESP-BODY-LEN
                   or WS-RESP-BODY-TEXT(WS-PEEK-POS:1) Not = Space
             Add 1 to WS-PEEK-POS
           End-Perform

           Move Spaces to WS-JSON-KEY
           If WS-PEEK-POS <= WS-RESP-BODY-LEN
              and WS-RESP-BODY-TEXT(WS-PEEK-POS:1) = ':'
              and WS-STR-LEN > 0 and WS-STR-LEN <= 12
             Move WS-RESP-BODY-TEXT(WS-STR-START:WS-STR-LEN)
               to WS-JSON-KEY
           End-If

           Move WS-STR-END to WS-WALK-POS
           If WS-JSON-KEY = 'id' or WS-JSON-KEY = 'status'
              or WS-JSON-KEY = 'name' or WS-JSON-KEY = 'email'
             Compute WS-VALUE-POS = WS-PEEK-POS + 1
             Perform Until WS-VALUE-POS > WS-RESP-BODY-LEN
                     or WS-RESP-BODY-TEXT(WS-VALUE-POS:1) Not = Space
               Add 1 to WS-VALUE-POS
             End-Perform
             If WS-VALUE-POS <= WS-RESP-BODY-LEN
               Perform Capture-Walk-Value
               Perform Store-Level-Value
             End-If
           End-If
           .

      ****************************************************************
      * Function: Find-String-End                                     *
      *                                                              *
      *           From the opening quote at WS-WALK-POS, sets        *
      *           WS-STR-END to the closing quote - a backslash      *
      *           escape steps over the character it escapes.         *
      ****************************************************************
       Find-String-End.

           Compute WS-STR-END = WS-WALK-POS + 1
           Perform Until WS-STR-END > WS-RESP-BODY-LEN
                   or WS-RESP-BODY-TEXT(WS-STR-END:1) = '"'
             If WS-RESP-BODY-TEXT(WS-STR-END:1) = '\'
               Add 2 to WS-STR-END
             Else
               Add 1 to WS-STR-END
             End-If
           End-Perform
           .

      ****************************************************************
      * Function: Capture-Walk-Value                                  *
      *                                                              *
      *           Captures the value at WS-VALUE-POS into            *
      *           WS-CAPTURE: a quoted string whole, or a bare       *
      *           number/word up to its delimiter. An object or      *
      *           array value is not captured - the walk carries on  *
      *           into it. A JSON null captures as blanks.            *
      ****************************************************************
       Capture-Walk-Value.

           Move Spaces to WS-CAPTURE
           Move WS-RESP-BODY-TEXT(WS-VALUE-POS:1) to WS-SCAN-CHAR

           Evaluate True
             When WS-SCAN-CHAR = '"'
               Move WS-VALUE-POS to WS-WALK-POS
               Perform Find-String-End
               Compute WS-STR-START = WS-VALUE-POS + 1
               Compute WS-CAPTURE-LEN = WS-STR-END - WS-STR-START
               If WS-CAPTURE-LEN > Length of WS-CAPTURE
                 Move Length of WS-CAPTURE to WS-CAPTURE-LEN
               End-If
               If WS-CAPTURE-LEN > 0
                 Move WS-RESP-BODY-TEXT(WS-STR-START:WS-CAPTURE-LEN)
                   to WS-CAPTURE
               End-If
               Move WS-STR-END to WS-WALK-POS
             When WS-SCAN-CHAR = '{' or WS-SCAN-CHAR = '['
               Compute WS-WALK-POS = WS-VALUE-POS - 1
             When Other
               Move 0 to WS-CAPTURE-LEN
               Perform Until WS-VALUE-POS > WS-RESP-BODY-LEN
                   or WS-RESP-BODY-TEXT(WS-VALUE-POS:1) = ','
                   or WS-RESP-BODY-TEXT(WS-VALUE-POS:1) = '}'
                   or WS-RESP-BODY-TEXT(WS-VALUE-POS:1) = ']'
                   or WS-RESP-BODY-TEXT(WS-VALUE-POS:1) = Space
                 If WS-CAPTURE-LEN < Length of WS-CAPTURE
                   Add 1 to WS-CAPTURE-LEN
                   Move WS-RESP-BODY-TEXT(WS-VALUE-POS:1)
                     to WS-CAPTURE(WS-CAPTURE-LEN:1)
                 End-If
                 Add 1 to WS-VALUE-POS
               End-Perform
      *    The delimiter is left for the walk - a closing brace
      *    there may end the resource itself.
               Compute WS-WALK-POS = WS-VALUE-POS - 1
               If WS-CAPTURE = 'null'
                 Move Spaces to WS-CAPTURE
               End-If
           End-Evaluate
           .

      ****************************************************************
      * Function: Store-Level-Value                                   *
      *                                                              *
      *           Holds the captured value against the current       *
      *           depth. The first "id" seen - or one shallower than *
      *           any seen so far - fixes the resource depth.         *
      ****************************************************************
       Store-Level-Value.

           If WS-DEPTH > 0 and WS-DEPTH <= 20
             Evaluate WS-JSON-KEY
               When 'id'
                 Move WS-CAPTURE to WS-LVL-ID(WS-DEPTH)
                 If WS-ITEM-DEPTH = 0 or WS-DEPTH < WS-ITEM-DEPTH
                   Move WS-DEPTH to WS-ITEM-DEPTH
                 End-If
               When 'status'
                 Move WS-CAPTURE to WS-LVL-STATUS(WS-DEPTH)
               When 'name'
                 Move WS-CAPTURE to WS-LVL-NAME(WS-DEPTH)
               When 'email'
                 Move WS-CAPTURE to WS-LVL-EMAIL(WS-DEPTH)
             End-Evaluate
           End-If
           .

      ****************************************************************
      * Function: Note-Listed-Resource                                *
      *                                                              *
      *           The resource object closing at WS-DEPTH: resolves  *
      *           it to our client key and records it - once, however*
      *           many times the sweep listed it.                     *
      ****************************************************************
       Note-Listed-Resource.

           If WS-DEPTH > 20 or WS-LVL-ID(WS-DEPTH) = Spaces
             Add 1 to WS-RESOURCES-NO-ID
           Else
             Move WS-LVL-ID(WS-DEPTH)     to WS-RES-SERVER-ID
             Move WS-LVL-STATUS(WS-DEPTH) to WS-RES-STATUS
             Move WS-LVL-NAME(WS-DEPTH)   to WS-RES-NAME
             Move WS-LVL-EMAIL(WS-DEPTH)  to WS-RES-EMAIL
             Perform Resolve-Resource-Key
             Perform Insert-Inventory-Entry
             If ENTRY-WAS-FOUND
               Add 1 to WS-LISTED-TWICE
               Display "Server id " WS-RES-SERVER-ID " listed "
                       "again on page " WS-RES-ENDPOINT WS-RES-PAGE
                       " - counted once"
             Else
               If Not TABLE-LIMIT-HIT
                 Add 1 to WS-RESOURCES-LISTED
                 Perform Record-Listed-Resource
               End-If
             End-If
           End-If
           .

      ****************************************************************
      * Function: Resolve-Resource-Key                                *
      *                                                              *
      *           Ties a listed resource to our client key: the      *
      *           cross-reference entry naming its server id first;  *
      *           else the id itself when it is one of our client    *
      *           keys (a client posted before it had a server id);  *
      *           else a unique email and name match on the client   *
      *           master. A resource none of these reach is an       *
      *           orphan.                                             *
      ****************************************************************
       Resolve-Resource-Key.

           Move Spaces to WS-RES-KEY
           Move Space  to WS-RES-MATCH

           If WS-XID-COUNT > 0
             Search All WS-XID-ENTRY
               At End Continue
               When WS-XID-SERVER-ID(XID-INX) = WS-RES-SERVER-ID
                 Move WS-XID-XREF-IDX(XID-INX) to WS-XREF-IDX
                 Move WS-XREF-KEY(WS-XREF-IDX) to WS-RES-KEY
                 Move 'Y' to WS-XREF-LISTED(WS-XREF-IDX)
                 Move 'X' to WS-RES-MATCH
             End-Search
           End-If

           If WS-RES-KEY = Spaces
              and WS-RES-SERVER-ID(11:14) = Spaces
              and WS-MST-COUNT > 0
             Search All WS-MST-ENTRY
               At End Continue
               When WS-MST-KEY(MST-INX) = WS-RES-SERVER-ID(1:10)
                 Move WS-RES-SERVER-ID(1:10) to WS-RES-KEY
                 Move 'K' to WS-RES-MATCH
             End-Search
           End-If

           If WS-RES-KEY = Spaces
              and WS-RES-EMAIL Not = Spaces
              and WS-RES-NAME Not = Spaces
              and WS-MCH-COUNT > 0
             Move Function Upper-Case(WS-RES-EMAIL)
               to WS-MCH-LOOKUP-EMAIL
             Move Function Upper-Case(WS-RES-NAME)
               to WS-MCH-LOOKUP-NAME
             Search All WS-MCH-ENTRY
               At End Continue
               When WS-MCH-ID(MCH-INX) = WS-MCH-LOOKUP
                 If MCH-IS-AMBIGUOUS(MCH-INX)
                   Add 1 to WS-AMBIGUOUS-MATCHES
                 Else
                   Move WS-MCH-KEY(MCH-INX) to WS-RES-KEY
                   Move 'M' to WS-RES-MATCH
                 End-If
             End-Search
           End-If
           .

      ****************************************************************
      * Function: Insert-Inventory-Entry                              *
      *                                                              *
      *           Files the resource by server id; ENTRY-WAS-FOUND   *
      *           says the sweep already listed it.                   *
      ****************************************************************
       Insert-Inventory-Entry.

           Move 'N' to WS-ENTRY-FOUND
           Move 1 to WS-BIN-LO
           Compute WS-BIN-HI = WS-INV-COUNT + 1
           Perform Until WS-BIN-LO >= WS-BIN-HI
             Compute WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
             If WS-INV-SERVER-ID(WS-BIN-MID) < WS-RES-SERVER-ID
               Compute WS-BIN-LO = WS-BIN-MID + 1
             Else
               Move WS-BIN-MID to WS-BIN-HI
             End-If
           End-Perform

           If WS-BIN-LO <= WS-INV-COUNT
              and WS-INV-SERVER-ID(WS-BIN-LO) = WS-RES-SERVER-ID
             Move 'Y' to WS-ENTRY-FOUND
           Else
             If WS-INV-COUNT >= 100000
               Display "ERROR: inventory table capacity of 100000 "
                       "exceeded at server id " WS-RES-SERVER-ID
               Set TABLE-LIMIT-HIT to true
             Else
               Add 1 to WS-INV-COUNT
               Perform Varying WS-BIN-SHIFT
                 From WS-INV-COUNT By -1
                 Until WS-BIN-SHIFT <= WS-BIN-LO
                 Move WS-INV-ENTRY(WS-BIN-SHIFT - 1)
                   to WS-INV-ENTRY(WS-BIN-SHIFT)
               End-Perform
               Move WS-RES-SERVER-ID to WS-INV-SERVER-ID(WS-BIN-LO)
               Move WS-RES-KEY       to WS-INV-KEY(WS-BIN-LO)
               Move WS-RES-ENDPOINT  to WS-INV-ENDPOINT(WS-BIN-LO)
               Move WS-RES-STATUS    to WS-INV-STATUS(WS-BIN-LO)
             End-If
           End-If
           .

      ****************************************************************
      * Function: Record-Listed-Resource                              *
      *                                                              *
      *           Counts the resource by how it was matched, posts a *
      *           matched one to the rebuilt master, and writes its  *
      *           inventory record.                                   *
      ****************************************************************
       Record-Listed-Resource.

           Move 'N' to WS-RES-DUPLICATE
           Evaluate WS-RES-MATCH
             When 'X'
               Add 1 to WS-MATCHED-XREF
             When 'K'
               Add 1 to WS-MATCHED-KEY-ID
             When 'M'
               Add 1 to WS-MATCHED-NAME-EMAIL
             When Other
               Add 1 to WS-SERVER-ORPHANS
           End-Evaluate

           If WS-RES-KEY Not = Spaces
             Perform Post-Rebuild-Entry
           End-If

           Move Spaces to INVENTORY-RECORD
           Move WS-RES-ENDPOINT  to INV-ENDPOINT
           Move WS-RES-SERVER-ID to INV-SERVER-ID
           Move WS-RES-KEY       to INV-KEY
           Move WS-RES-MATCH     to INV-MATCH
           Move WS-RES-STATUS    to INV-STATUS
           Move WS-RES-PAGE      to INV-PAGE
           Move WS-RES-LISTED    to INV-LISTED-TIMESTAMP
           Move WS-RES-DUPLICATE to INV-DUPLICATE
           Write INVENTORY-RECORD
           Add 1 to WS-INVENTORY-WRITTEN
           .

      ****************************************************************
      * Function: Post-Rebuild-Entry                                  *
      *                                                              *
      *           Posts the resource to the rebuilt master under its *
      *           key. A key already held marks this resource a      *
      *           duplicate; the resource XREF names for the key     *
      *           takes the entry over, any other keeps the first.   *
      ****************************************************************
       Post-Rebuild-Entry.

           Move 1 to WS-BIN-LO
           Compute WS-BIN-HI = WS-RBD-COUNT + 1
           Perform Until WS-BIN-LO >= WS-BIN-HI
             Compute WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
             If WS-RBD-KEY(WS-BIN-MID) < WS-RES-KEY
               Compute WS-BIN-LO = WS-BIN-MID + 1
             Else
               Move WS-BIN-MID to WS-BIN-HI
             End-If
           End-Perform

           If WS-BIN-LO <= WS-RBD-COUNT
              and WS-RBD-KEY(WS-BIN-LO) = WS-RES-KEY
             Move 'Y' to WS-RES-DUPLICATE
             Add 1 to WS-RBD-RESOURCES(WS-BIN-LO)
             If WS-RBD-RESOURCES(WS-BIN-LO) = 2
               Add 1 to WS-DUPLICATE-KEYS
             End-If
             If WS-RES-MATCH = 'X'
               Move WS-RES-SERVER-ID to WS-RBD-SERVER-ID(WS-BIN-LO)
               Move WS-RES-STATUS    to WS-RBD-STATUS(WS-BIN-LO)
               Move WS-RES-LISTED    to WS-RBD-LISTED(WS-BIN-LO)
               Move WS-RES-MATCH     to WS-RBD-MATCH(WS-BIN-LO)
             End-If
           Else
             If WS-RBD-COUNT >= 100000
               Display "ERROR: rebuilt master capacity of 100000 "
                       "exceeded at key " WS-RES-KEY
               Set TABLE-LIMIT-HIT to true
             Else
               Add 1 to WS-RBD-COUNT
               Perform Varying WS-BIN-SHIFT
                 From WS-RBD-COUNT By -1
                 Until WS-BIN-SHIFT <= WS-BIN-LO
                 Move WS-RBD-ENTRY(WS-BIN-SHIFT - 1)
                   to WS-RBD-ENTRY(WS-BIN-SHIFT)
               End-Perform
               Move WS-RES-KEY       to WS-RBD-KEY(WS-BIN-LO)
               Move WS-RES-SERVER-ID to WS-RBD-SERVER-ID(WS-BIN-LO)
               Move WS-RES-STATUS    to WS-RBD-STATUS(WS-BIN-LO)
               Move WS-RES-LISTED    to WS-RBD-LISTED(WS-BIN-LO)
               Move WS-RES-MATCH     to WS-RBD-MATCH(WS-BIN-LO)
               Move 1                to WS-RBD-RESOURCES(WS-BIN-LO)
             End-If
           End-If
           .

      ****************************************************************
      * Function: Write-Reconciliation-Report                         *
      *                                                              *
      *           Prints INVRPT: the orphans, the keys held more     *
      *           than once, the stale cross-references and the      *
      *           clients with none, then the summary. A refused or  *
      *           incomplete listing says so first.                   *
      ****************************************************************
       Write-Reconciliation-Report.

           Move WS-RUN-TIMESTAMP to WS-TS-IN
           Perform Format-Timestamp
           Move Spaces to REPORT-LINE
           String "SERVER INVENTORY RECONCILIATION   RUN " WS-TS-TEXT
                  "   BATCH DATE " WS-RUN-BATCH-DATE
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE
           Move All '=' to REPORT-LINE
           Write REPORT-LINE

           Evaluate True
             When RUN-IS-REFUSED
               Move "SWEEP NOT FINISHED (HTTPSINV) - LISTING NOT "
                 & "RECONCILED, NOTHING BELOW IS COMPLETE"
                 to REPORT-LINE
               Write REPORT-LINE
             When LISTING-INCOMPLETE
               Move "LISTING INCOMPLETE - STALE ENTRIES BELOW MAY "
                 & "STILL BE ON THE SERVER"
                 to REPORT-LINE
               Write REPORT-LINE
           End-Evaluate

           If Not RUN-IS-REFUSED
             Perform Print-Server-Orphans
             Perform Print-Duplicate-Keys
             Perform Print-Stale-Xref
             Perform Print-Keys-Without-Xref
           End-If

           Perform Print-Summary
           .

      ****************************************************************
      * Function: Print-Server-Orphans                                *
      ****************************************************************
       Print-Server-Orphans.

           Move Spaces to REPORT-LINE
           Write REPORT-LINE
           Move "SERVER ORPHANS - RESOURCES NO CLIENT KEY OF OURS "
             & "RESOLVES TO" to REPORT-LINE
           Write REPORT-LINE
           Move "  EPT  SERVER ID                 STATUS"
             to REPORT-LINE
           Write REPORT-LINE

           Move 0 to WS-SECTION-LINES
           Perform Varying WS-INV-IDX From 1 by 1
             Until WS-INV-IDX > WS-INV-COUNT
             If WS-INV-KEY(WS-INV-IDX) = Spaces
               Add 1 to WS-SECTION-LINES
               Move Spaces to REPORT-LINE
               String "  " WS-INV-ENDPOINT(WS-INV-IDX)
                      " " WS-INV-SERVER-ID(WS-INV-IDX)
                      "  " WS-INV-STATUS(WS-INV-IDX)
                 Delimited by Size Into REPORT-LINE
               Write REPORT-LINE
             End-If
           End-Perform
           Perform Print-None-Line
           .

      ****************************************************************
      * Function: Print-Duplicate-Keys                                *
      ****************************************************************
       Print-Duplicate-Keys.

           Move Spaces to REPORT-LINE
           Write REPORT-LINE
           Move "CLIENT KEYS HELD BY MORE THAN ONE SERVER RESOURCE"
             to REPORT-LINE
           Write REPORT-LINE
           Move "  KEY        RESOURCES  KEPT                      "
             & "ALSO HELD AS" to REPORT-LINE
           Write REPORT-LINE

           Move 0 to WS-SECTION-LINES
           Perform Varying WS-RBD-IDX From 1 by 1
             Until WS-RBD-IDX > WS-RBD-COUNT
             If WS-RBD-RESOURCES(WS-RBD-IDX) > 1
               Add 1 to WS-SECTION-LINES
               Move WS-RBD-RESOURCES(WS-RBD-IDX) to WS-RESOURCES-EDIT
               Move Spaces to REPORT-LINE
               String "  " WS-RBD-KEY(WS-RBD-IDX)
                      " " WS-RESOURCES-EDIT
                      "     " WS-RBD-SERVER-ID(WS-RBD-IDX)
                 Delimited by Size Into REPORT-LINE
               Write REPORT-LINE
               Perform Varying WS-INV-IDX From 1 by 1
                 Until WS-INV-IDX > WS-INV-COUNT
                 If WS-INV-KEY(WS-INV-IDX) = WS-RBD-KEY(WS-RBD-IDX)
                    and WS-INV-SERVER-ID(WS-INV-IDX)
                          Not = WS-RBD-SERVER-ID(WS-RBD-IDX)
                   Move Spaces to REPORT-LINE
                   String "                                        "
                          "      " WS-INV-SERVER-ID(WS-INV-IDX)
                          " " WS-INV-ENDPOINT(WS-INV-IDX)
                     Delimited by Size Into REPORT-LINE
                   Write REPORT-LINE
                 End-If
               End-Perform
             End-If
           End-Perform
           Perform Print-None-Line
           .

      ****************************************************************
      * Function: Print-Stale-Xref                                    *
      ****************************************************************
       Print-Stale-Xref.

           Move Spaces to REPORT-LINE
           Write REPORT-LINE
           Move "STALE CROSS-REFERENCES - SERVER ID NO LONGER "
             & "LISTED BY THE SERVER" to REPORT-LINE
           Write REPORT-LINE
           Move "  KEY        SERVER ID                 LAST STATUS  "
             & "LAST UPDATED" to REPORT-LINE
           Write REPORT-LINE

           Move 0 to WS-SECTION-LINES
           Perform Varying WS-XREF-IDX From 1 by 1
             Until WS-XREF-IDX > WS-XREF-COUNT
             If Not XREF-ID-LISTED(WS-XREF-IDX)
               Add 1 to WS-SECTION-LINES
               Add 1 to WS-STALE-XREF
               Move WS-XREF-UPDATED(WS-XREF-IDX) to WS-TS-IN
               Perform Format-Timestamp
               Move Spaces to REPORT-LINE
               String "  " WS-XREF-KEY(WS-XREF-IDX)
                      " " WS-XREF-SERVER-ID(WS-XREF-IDX)
                      "  " WS-XREF-STATUS(WS-XREF-IDX)
                      " " WS-TS-TEXT
                 Delimited by Size Into REPORT-LINE
               Write REPORT-LINE
             End-If
           End-Perform
           Perform Print-None-Line
           .

      ****************************************************************
      * Function: Print-Keys-Without-Xref                             *
      *                                                              *
      *           Every client on the master with no cross-reference *
      *           entry, and the resource the server holds for it    *
      *           when the listing resolved one.                      *
      ****************************************************************
       Print-Keys-Without-Xref.

           Move Spaces to REPORT-LINE
           Write REPORT-LINE
           Move "CLIENT KEYS WITH NO CROSS-REFERENCE ENTRY"
             to REPORT-LINE
           Write REPORT-LINE
           Move "  KEY        SERVER HOLDING"
             to REPORT-LINE
           Write REPORT-LINE

           Move 0 to WS-SECTION-LINES
           Perform Varying WS-MST-IDX From 1 by 1
             Until WS-MST-IDX > WS-MST-COUNT
             Move 'N' to WS-ENTRY-FOUND
             If WS-XREF-COUNT > 0
               Search All WS-XREF-ENTRY
                 At End Continue
                 When WS-XREF-KEY(XREF-INX) = WS-MST-KEY(WS-MST-IDX)
                   Move 'Y' to WS-ENTRY-FOUND
               End-Search
             End-If
             If Not ENTRY-WAS-FOUND
               Add 1 to WS-SECTION-LINES
               Add 1 to WS-KEYS-NO-XREF
               Perform Print-Unreferenced-Key
             End-If
           End-Perform
           Perform Print-None-Line
           .

      ****************************************************************
      * Function: Print-Unreferenced-Key                              *
      ****************************************************************
       Print-Unreferenced-Key.

           Move 0 to WS-RBD-FOUND-IDX
           If WS-RBD-COUNT > 0
             Search All WS-RBD-ENTRY
               At End Continue
               When WS-RBD-KEY(RBD-INX) = WS-MST-KEY(WS-MST-IDX)
                 Set WS-RBD-FOUND-IDX to RBD-INX
             End-Search
           End-If

           Move Spaces to REPORT-LINE
           If WS-RBD-FOUND-IDX = 0
             String "  " WS-MST-KEY(WS-MST-IDX)
                    " NOT ON THE SERVER"
               Delimited by Size Into REPORT-LINE
           Else
             Add 1 to WS-KEYS-NO-XREF-ON-SRV
             If WS-RBD-MATCH(WS-RBD-FOUND-IDX) = 'K'
               Move "(SERVER ID IS KEY)" to WS-MATCH-TEXT
             Else
               Move "(NAME/EMAIL MATCH)" to WS-MATCH-TEXT
             End-If
             String "  " WS-MST-KEY(WS-MST-IDX)
                    " ON THE SERVER AS "
                    WS-RBD-SERVER-ID(WS-RBD-FOUND-IDX)
                    " " WS-MATCH-TEXT
               Delimited by Size Into REPORT-LINE
           End-If
           Write REPORT-LINE
           .

      ****************************************************************
      * Function: Print-None-Line                                     *
      ****************************************************************
       Print-None-Line.

           If WS-SECTION-LINES = 0
             Move "  NONE" to REPORT-LINE
             Write REPORT-LINE
           End-If
           .

      ****************************************************************
      * Function: Print-Summary                                       *
      ****************************************************************
       Print-Summary.

           Move Spaces to REPORT-LINE
           Write REPORT-LINE
           Move All '=' to REPORT-LINE
           Write REPORT-LINE

           Move WS-PAGES-WALKED to WS-COUNT-EDIT
           Move Spaces to REPORT-LINE
           String "Inventory pages walked:      " WS-COUNT-EDIT
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move WS-RESOURCES-LISTED to WS-COUNT-EDIT
           Move Spaces to REPORT-LINE
           String "Server resources listed:     " WS-COUNT-EDIT
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move WS-LISTED-TWICE to WS-COUNT-EDIT
           Move Spaces to REPORT-LINE
           String "  Listed twice (once here):  " WS-COUNT-EDIT
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move WS-RESOURCES-NO-ID to WS-COUNT-EDIT
           Move Spaces to REPORT-LINE
           String "  Listed with no id:         " WS-COUNT-EDIT
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move WS-MATCHED-XREF to WS-COUNT-EDIT
           Move Spaces to REPORT-LINE
           String "Matched through XREF:        " WS-COUNT-EDIT
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move WS-MATCHED-KEY-ID to WS-COUNT-EDIT
           Move Spaces to REPORT-LINE
           String "Matched - server id is key:  " WS-COUNT-EDIT
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move WS-MATCHED-NAME-EMAIL to WS-COUNT-EDIT
           Move Spaces to REPORT-LINE
           String "Matched by name and email:   " WS-COUNT-EDIT
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move WS-AMBIGUOUS-MATCHES to WS-COUNT-EDIT
           Move Spaces to REPORT-LINE
           String "  Name/email ambiguous:      " WS-COUNT-EDIT
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move WS-SERVER-ORPHANS to WS-COUNT-EDIT
           Move Spaces to REPORT-LINE
           String "Server orphans:              " WS-COUNT-EDIT
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move WS-DUPLICATE-KEYS to WS-COUNT-EDIT
           Move Spaces to REPORT-LINE
           String "Keys on more than one:       " WS-COUNT-EDIT
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move WS-XREF-COUNT to WS-COUNT-EDIT
           Move Spaces to REPORT-LINE
           String "Cross-reference entries:     " WS-COUNT-EDIT
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move WS-STALE-XREF to WS-COUNT-EDIT
           Move Spaces to REPORT-LINE
           String "  Stale:                     " WS-COUNT-EDIT
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move WS-MASTER-CLIENTS to WS-COUNT-EDIT
           Move Spaces to REPORT-LINE
           String "Clients on the master:       " WS-COUNT-EDIT
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move WS-KEYS-NO-XREF to WS-COUNT-EDIT
           Move Spaces to REPORT-LINE
           String "  With no XREF entry:        " WS-COUNT-EDIT
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move WS-KEYS-NO-XREF-ON-SRV to WS-COUNT-EDIT
           Move Spaces to REPORT-LINE
           String "    Of which on the server:  " WS-COUNT-EDIT
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move All '=' to REPORT-LINE
           Write REPORT-LINE
           .

      ****************************************************************
      * Function: Write-Xref-Master                                   *
      *                                                              *
      *           REBUILD: writes the fresh cross-reference master   *
      *           from the listing, in key order. A refused or       *
      *           incomplete listing must not replace the master -   *
      *           the prior master is carried forward unchanged      *
      *           instead, so the new generation is never a partial  *
      *           one.                                                *
      ****************************************************************
       Write-Xref-Master.

           Open Output XREF-OUT-FILE
           If WS-XREFOUT-STATUS Not = '00'
             Display "FAILED: Open Output XREF-OUT-FILE, status "
                     WS-XREFOUT-STATUS
             Move 'N' to WS-FILES-OK
           Else
             If RUN-IS-REFUSED or LISTING-INCOMPLETE
               Display "Cross-reference master carried forward "
                       "unchanged - listing not usable for a rebuild"
               Perform Varying WS-XREF-IDX From 1 by 1
                 Until WS-XREF-IDX > WS-XREF-COUNT
                 Move Spaces to XREF-OUT-RECORD
                 Move WS-XREF-KEY(WS-XREF-IDX)       to XRO-KEY
                 Move WS-XREF-SERVER-ID(WS-XREF-IDX)
                   to XRO-SERVER-ID
                 Move WS-XREF-STATUS(WS-XREF-IDX)
                   to XRO-LAST-STATUS
                 Move WS-XREF-UPDATED(WS-XREF-IDX)
                   to XRO-LAST-UPDATED
                 Write XREF-OUT-RECORD
                 Add 1 to WS-XREF-WRITTEN
               End-Perform
             Else
               Perform Varying WS-RBD-IDX From 1 by 1
                 Until WS-RBD-IDX > WS-RBD-COUNT
                 Move Spaces to XREF-OUT-RECORD
                 Move WS-RBD-KEY(WS-RBD-IDX)       to XRO-KEY
                 Move WS-RBD-SERVER-ID(WS-RBD-IDX) to XRO-SERVER-ID
                 Move WS-RBD-STATUS(WS-RBD-IDX)    to XRO-LAST-STATUS
                 Move WS-RBD-LISTED(WS-RBD-IDX)    to XRO-LAST-UPDATED
                 Write XREF-OUT-RECORD
                 Add 1 to WS-XREF-WRITTEN
               End-Perform
             End-If
             Close XREF-OUT-FILE
           End-If
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

      *    The run-history ledger paragraphs are shared by every
      *    step of the stream via the RUNLOG procedure copybook.
           COPY RUNLOG.

       End Program INVRECN.
/*
//LKED.SYSLIB  DD DISP=SHR,DSN=CEE.SCEELKED
//             DD DISP=SHR,DSN=CEE.SCEELKEX
//             DD DISP=SHR,DSN=SYS1.CSSLIB
//GO.SYSPRINT  DD SYSOUT=*
//GO.INVPAGE   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.INVPAGE(0)
//GO.XREFIN    DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.XREF(0)
//*  For PARM.GO='REBUILD' point XREFOUT at the next XREF
//*  generation:
//*    DISP=(NEW,CATLG,DELETE),DSN=ANDREWJ.HTTPSCNW.XREF(+1),
//*    DCB=(RECFM=FB,LRECL=67),SPACE=(TRK,(5,5)),UNIT=SYSDA
//GO.XREFOUT   DD DUMMY
//GO.CLTMASTR  DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CLTMASTR(0)
//GO.INVOUT    DD DISP=(NEW,CATLG,DELETE),
//                 DSN=ANDREWJ.HTTPSCNW.INVENTORY(+1),
//                 DCB=(RECFM=FB,LRECL=100),SPACE=(TRK,(5,5)),
//                 UNIT=SYSDA
//GO.INVRPT    DD SYSOUT=*
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
//DELPAGE  EXEC PGM=IEFBR14,COND=(8,LT,DOCLG.GO)
//INVPAGE  DD DISP=(OLD,DELETE,KEEP),
//            DSN=ANDREWJ.HTTPSCNW.INVPAGE(0)
