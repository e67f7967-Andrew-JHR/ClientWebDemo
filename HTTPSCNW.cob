//*  PARM.GO='PROD 3 OF 8/POSIX(ON)'. A VERIFY token in the
//*  method position issues every record as a GET so CLTVRFY
//*  can reconcile the RESPOUT replies against the extract.
//*  An ERASE token in the method position issues every
//*  record as a DELETE - the right-to-erasure run over the
//*  header-less erasure extract CLTERAS builds (CLTEXTR
//*  pointed at ERASEXT). It logs as step HTTPSERA, keeps no
//*  restart state and writes no suspense - an unconfirmed
//*  delete is reported by CLTPURG and resubmitted on a later
//*  erasure request, never by SUSPRSB. AUDIT stays the main
//*  trail, since CLTPURG confirms each delete from it.
//*  An INVENTORY token in the method position reads no
//*  extract at all: it pages through every routed
//*  endpoint's own collection with GETs ('?page=n&size=20')
//*  until a page comes back holding no resources, so
//*  INVRECN can reconcile the server's whole holding against
//*  XREF and the client master. RESPOUT must be pointed at a
//*  new INVPAGE(+1) generation for the sweep - the listing
//*  pages are not client replies and RESPXRF must never see
//*  them (INVRECN deletes the generation once it has read
//*  it). It logs as step HTTPSINV and keeps no restart or
//*  suspense state; a page that fails ends that endpoint's
//*  sweep incomplete, RC 8, and INVRECN will not use it.
//*  A SIMULATE token in the method position runs the full
//*  per-record pipeline but writes every would-be request
//*  (method, resolved path, complete JSON body) to SIMOUT
//*  or audit state is disturbed, so a rehearsal can never
//*  contaminate a real restart.
//*  For partitioned runs, each instance
//*  must point RESTCTL/SUSPNS/AUDIT/PARTSUM/RUNLEDG at its
//*  own partition-qualified datasets (e.g. ...RESTCTL.P03)
//*  so restart and suspense stay correct per partition, and
//*  PARTMRG combines the PARTSUM records afterwards.
//*  RUNHIST reads only the main run-history ledger - never
//*  the partition ledgers, which concurrent instances hold.
//*  A posting run appends its account balances by type -
//*  posted, suspended, already posted on an earlier run and
//*  not sent - to the balance ledger (BALLEDG, see BALLOG),
//*  staged by the kind of extract it was given: the day's
//*  clean extract, a REJCORR supplemental, a CLTRMED
//*  remediation or a SUSPRSB retry extract (no header). A
//*  partitioned instance writes its own BALLEDG.Pnn. The
//*  extract trailer's money total is balanced when present.
//*  CUTOVER: the extract (LRECL 165), RESPOUT (2087) and
//*  AUDIT (235) layouts all changed shape - the one-time
//*  conversion job must archive the old cataloged datasets
//*  and re-allocate them at the new LRECLs before this
//*  member's first run; pre-cutover AUDIT/RESPOUT records
//*  are not readable under the new layouts.
//*  SUSPNS (152) now carries the server's error code,
//*  message and catalog disposition - drain it through
//*  SUSPRSB before the first run, then re-allocate it at the
//*  new LRECL; DEADLTR grows to 104 the same way.
//COBOL.STEPLIB DD DISP=SHR,DSN=IGY.SIGYCOMP
//COBOL.SYSLIB  DD DISP=SHR,DSN=ANDREWJ.SOURCE.MAC
//COBOL.SYSIN   DD *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTECTL-STATUS.

           SELECT ERRCAT-FILE  ASSIGN TO ERRCAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERRCAT-STATUS.

           SELECT DRAIN-FILE  ASSIGN TO DRAINCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRAINCTL-STATUS.
           SELECT SIMOUT-FILE  ASSIGN TO SIMOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIMOUT-STATUS.

           SELECT RUN-LEDGER-FILE  ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLEDG-STATUS.

           SELECT RUN-HISTORY-FILE  ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT BALANCE-LEDGER-FILE  ASSIGN TO BALLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALLEDG-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
           05 RTE-KEYRING           Pic X(32).
           05 RTE-PATH              Pic X(40).

      ******************************************************
      * Server error catalog. One card per HTTP status and
      * server error code the shop has decided how to treat
      * - retry, route to REJECTS for a data fix, or
      * escalate (see ERRCREC). No ERRCAT DD at all means
      * every failure stays retryable, exactly as before the
      * catalog existed.
      ******************************************************
       FD  ERRCAT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ERRCAT-RECORD.
           COPY ERRCREC.

      ******************************************************
      * Operator drain-control dataset. Normally empty (or
      * unallocated); the operator writes a single DRAIN
           05 SIM-PATH              Pic X(66).
           05 SIM-BODY-LEN          Pic 9(5).
           05 SIM-BODY              Pic X(6000).

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

      ******************************************************
      * Balance ledger: a posting run's account balances by
      * type are appended here.
      ******************************************************
       FD  BALANCE-LEDGER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-LEDGER-RECORD.
           COPY BALREC.
      *
      *----------------------------------------------------------------*
      *                                                                *
      * balanced against what was read so a truncated
      * CLEANEXT is provable here too. A retry extract from
      * SUSPRSB carries no controls - no header, no check.
      * The trailer's money total is balanced against the
      * account balances read when the trailer carries one,
      * and the header's extract kind stages the balance
      * ledger entries.
      ******************************************************
       01  WS-EXTRACT-CTL-OK        Pic X  Value 'Y'.
           88 EXTRACT-CONTROLS-OK          Value 'Y'.
       01  WS-EXPECTED-HASH         Pic 9(18) Value 0.
       01  WS-DATA-RECORDS-READ     Pic 9(9)  Value 0.
       01  WS-READ-HASH-TOTAL       Pic 9(18) Value 0.
       01  WS-EXTRACT-KIND          Pic X  Value Space.
       01  WS-EXPECTED-BALANCE      Pic S9(15)V99 Value 0.
       01  WS-EXT-TRL-BALANCE       Pic X  Value 'N'.
           88 TRAILER-HAS-BALANCE          Value 'Y'.
       01  WS-READ-BALANCE-TOTAL    Pic S9(15)V99 Value 0.
       01  WS-BALANCE-TOTAL-EDIT    Pic -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           COPY HASHWS.

      ******************************************************
      * Run-history ledger entry and predecessor check -
      * see the RUNLOG procedure copybook.
      ******************************************************
           COPY RUNLWS.

      ******************************************************
      * Account balance totals by type for the balance
      * ledger - see the BALLOG procedure copybook. A
      * group's accounts are posted when the group raised
      * the succeeded count, else suspended.
      ******************************************************
           COPY BALWS.
       01  WS-GROUP-SUCCEEDED-BEFORE Pic 9(9) Value 0.

      ******************************************************
      * The client group under transmission: the parent
      * saved off the shared FD buffer (which the child
       01  WS-VERIFY-MODE           Pic X  Value 'N'.
           88 VERIFY-MODE                  Value 'Y'.

      ******************************************************
      * Erasure run mode, driven by a JCL PARM token of
      * ERASE after the environment code. Every record of
      * the erasure extract is issued as a DELETE through
      * the normal DELETE path (server id from XREF); the
      * AUDIT records it leaves are what CLTPURG confirms
      * each delete from before it purges the client from
      * our own datasets.
      ******************************************************
       01  WS-ERASE-MODE            Pic X  Value 'N'.
           88 ERASE-MODE                   Value 'Y'.

      ******************************************************
      * Inventory sweep mode, driven by a JCL PARM token of
      * INVENTORY after the environment code. No extract is
      * read: each routed endpoint's collection is paged
      * through with GETs, every page persisted by HWTHBDYX
      * under the key <endpoint code><page number>, until a
      * page holds no resources. HWTHBDYX counts the "id"
      * fields on each page it persists into WS-PAGE-ITEMS
      * (through bdy-udata) so the sweep knows where the
      * collection ends.
      ******************************************************
       01  WS-INVENTORY-MODE        Pic X  Value 'N'.
           88 INVENTORY-MODE               Value 'Y'.
       01  WS-INVENTORY-STATE       Pic X  Value 'C'.
           88 INVENTORY-COMPLETE           Value 'C'.
           88 INVENTORY-INCOMPLETE         Value 'I'.
       01  WS-PAGE-ITEMS            Pic 9(9) Binary Value 0.
       01  WS-PAGE-NUM              Pic 9(6) Value 0.
       01  WS-PAGE-SIZE             Pic 9(3) Value 20.
       01  WS-PAGE-NUM-EDIT         Pic Z(5)9.
       01  WS-PAGE-SIZE-EDIT        Pic ZZ9.
       01  WS-PAGE-DONE             Pic X  Value 'N'.
           88 ENDPOINT-SWEEP-DONE          Value 'Y'.
       01  WS-PAGES-SWEPT           Pic 9(9) Value 0.
       01  WS-ENDPOINTS-SWEPT       Pic 9(9) Value 0.

      ******************************************************
      * Simulation run mode, driven by a JCL PARM token of
      * SIMULATE in the method position. The full
       01  WS-ROUTE-CONFIG-OK       Pic X  Value 'Y'.
           88 ROUTE-CONFIG-OK              Value 'Y'.

      ******************************************************
      * Server error catalog, loaded from ERRCAT at start-
      * up. A failed reply's body is kept by HWTHBDYX in
      * the JSONWS buffer (through bdy-udata) so
      * Classify-Failure can scan it for the server's
      * "code" and "message" and look the pair up here.
      * The disposition, code and message chosen ride on
      * the suspense record for SUSPRSB and EXCPRPT.
      ******************************************************
       01  WS-ERRCAT-STATUS         Pic XX Value Spaces.
       01  WS-EOF-ERRCAT            Pic X  Value 'N'.
           88 WS-ERRCAT-EOF                Value 'Y'.
       01  WS-ERRCAT-COUNT          Pic 9(9) Binary Value 0.
       01  WS-ERRCAT-MAX            Pic 9(9) Binary Value 500.
       01  WS-ERRCAT-SKIPPED        Pic 9(9) Binary Value 0.
       01  WS-ERRCAT-TABLE.
           05 WS-ERRCAT-ENTRY  OCCURS 500 TIMES.
              10 WS-ECT-STATUS      Pic X(3).
              10 WS-ECT-CODE        Pic X(20).
              10 WS-ECT-DISPOSITION Pic X(1).
       01  WS-ECT-IDX               Pic 9(9) Binary Value 0.
       01  WS-ECT-SCORE             Pic 9(4) Binary Value 0.
       01  WS-ECT-BEST-SCORE        Pic 9(4) Binary Value 0.
       01  WS-HTTP-STATUS-TEXT      Pic X(3)  Value Spaces.
       01  WS-LAST-ERROR-CODE       Pic X(20) Value Spaces.
       01  WS-LAST-DISPOSITION      Pic X(1)  Value 'R'.
       01  WS-LAST-ERROR-MESSAGE    Pic X(40) Value Spaces.
           COPY JSONWS.

      ******************************************************
      * Operator drain state. The drain-control dataset is
      * polled every WS-DRAIN-CHECK-INTERVAL records - a
         05 bdy-udata-eye    Pic X(8) Value 'BDYUDATA'.
         05 bdy-contlen-ptr  Pointer value Null.
         05 bdy-key-ptr      Pointer value Null.
         05 bdy-items-ptr    Pointer value Null.
         05 bdy-body-ptr     Pointer value Null.
         05 bdy-bodylen-ptr  Pointer value Null.

      ******************************************************
      * Data passed to the response headers exit routine
      *************************************************
           Perform Setup-Environment

      *************************************************
      * Open this run's entry on the run-history
      * ledger - a verification run is its own step
      * there, since CLTVRFY waits on it rather than
      * on a posting run. An erasure run is likewise
      * its own step, so it never stands in for the
      * day's posting run.
      *************************************************
           Evaluate True
             When VERIFY-MODE
               Move 'HTTPSVFY' to WS-RUN-STEP
             When ERASE-MODE
               Move 'HTTPSERA' to WS-RUN-STEP
             When INVENTORY-MODE
               Move 'HTTPSINV' to WS-RUN-STEP
             When Other
               Move 'HTTPSCNW' to WS-RUN-STEP
           End-Evaluate
           Move WS-PART-NUM   to WS-RUN-PART-NUM
           Move WS-PART-TOTAL to WS-RUN-PART-TOTAL
           Perform Start-Run-Ledger
           Move 'POST' to WS-BAL-CATEGORY-CODE(1)
           Move 'SUSP' to WS-BAL-CATEGORY-CODE(2)
           Move 'SKIP' to WS-BAL-CATEGORY-CODE(3)
           Move 'UNSN' to WS-BAL-CATEGORY-CODE(4)

           If ENV-CODE-VALID and PARM-METHOD-VALID
                             and PARM-PART-VALID
             Display "HTTP Web Enablement Toolkit in COBOL Start"
      * GET every client, and it must neither seed the
      * confirmed-key table with posting-run state nor
      * disturb a real interrupted-posting recovery.
      * An erasure run is the same: every key on the
      * erasure extract must be deleted. An inventory
      * sweep posts nothing and reads no extract.
      *************************************************
             If Not VERIFY-MODE and Not ERASE-MODE
                                and Not INVENTORY-MODE
               Perform Check-Restart
             End-If

      *************************************************
             Perform Load-Route-Table

      *************************************************
      * Load the server error catalog so a failed
      * reply can be classified by what the server
      * said was wrong with it.
      *************************************************
             Perform Load-Error-Catalog

      *************************************************
      * A lookup table at capacity means restart
      * skip-checks or resource addressing can no
                 Perform Connect-All-Endpoints

                 If Not CONNECT-FAILED
                   If INVENTORY-MODE
                     Perform Sweep-Server-Inventory
                   Else
                     Perform Process-Client-Batch
                   End-If
                 End-If

      *************************************************

           Perform Set-Completion-Code

      *************************************************
      * Close this run's ledger entry. A rehearsal or
      * an ad hoc single-record run is not a step of
      * the batch stream and leaves no ledger entry.
      *************************************************
           If Not SIMULATE-MODE and Not SINGLE-RECORD-MODE
             If EXTRACT-HEADER-SEEN
               Move WS-BATCH-DATE to WS-RUN-BATCH-DATE
             Else
               Perform Resolve-Run-Batch-Date
             End-If
             Move WS-RECORDS-ATTEMPTED to WS-RUN-COUNT-IN
             Move WS-RECORDS-SUCCEEDED to WS-RUN-COUNT-OUT
             Move WS-RECORDS-FAILED    to WS-RUN-COUNT-EXCEPTION

      *************************************************
      * Only a posting run that actually worked its
      * extract moves money - verification, erasure
      * and inventory runs, a refused date and a run
      * that never got going leave no balance entry.
      *************************************************
             If Not VERIFY-MODE and Not ERASE-MODE
                and Not INVENTORY-MODE and Not RUN-IS-REFUSED
                and Not EXTRACT-OPEN-FAILED and Not CONNECT-FAILED
                and Return-Code Not = 16
               Perform Set-Balance-Stage
               Perform Write-Balance-Records
             End-If
             Perform Write-Run-Ledger-Record
           End-If

           STOP    RUN.

      ****************************************************************
                 Perform Parse-Partition-Clause
               End-If
             Else
             If WS-PARM-TOKEN-2 = 'ERASE'
               Set ERASE-MODE to true
               Display "Erasure mode requested via PARM - "
                       "every record will be issued as a DELETE"
               If WS-PARM-TOKEN-3 Not = Spaces
                 Move WS-PARM-TOKEN-3 to WS-PART-NUM-TOKEN
                 Move WS-PARM-TOKEN-4 to WS-PART-OF-TOKEN
                 Move WS-PARM-TOKEN-5 to WS-PART-TOTAL-TOKEN
                 Perform Parse-Partition-Clause
               End-If
             Else
             If WS-PARM-TOKEN-2 = 'INVENTORY'
               Set INVENTORY-MODE to true
               Display "Inventory mode requested via PARM - every "
                       "endpoint's collection will be paged through"
      *    The sweep lists the whole server - there is no slice of
      *    it for a partition to take.
               If WS-PARM-TOKEN-3 Not = Spaces
                 Display "ERROR: an inventory sweep cannot run as "
                         "a partition - remove the 'n OF m' clause"
                 Move 'N' to WS-PARM-PART-VALID
                 Move 16 to Return-Code
               End-If
             Else
             If WS-PARM-TOKEN-2 = 'SIMULATE'
               Set SIMULATE-MODE to true
               Display "Simulation mode requested via PARM - "
             End-If
             End-If
             End-If
             End-If
             End-If
           End-If

           If WS-ENV-CODE = Spaces
             Set WS-CLIENT-EOF to true
           End-If

      *    A verification, erasure or simulation run leaves the
      *    restart file untouched - RESTART-IS-OPEN stays off, so no
      *    checkpoints are written and no reset can truncate a
      *    real recovery. A simulation still performed the
      *    read-only Check-Restart, so its skip counts match the
      *    live run it rehearses.
           If Not VERIFY-MODE and Not ERASE-MODE
              and Not SIMULATE-MODE
             Open Extend RESTART-FILE
             If WS-RESTCTL-STATUS = '00'
               Set RESTART-IS-OPEN to true
             End-Read
           End-Perform

      *    A batch date CLTEDIT has not released cleanly on the
      *    run-history ledger is refused before a single request
      *    goes out. SUSPRSB's retry extract carries no header
      *    and is not checked; neither is an ad hoc run.
           If EXTRACT-HEADER-SEEN and Not SINGLE-RECORD-MODE
                                  and Not SIMULATE-MODE
             Move WS-BATCH-DATE to WS-RUN-BATCH-DATE
             Perform Check-Predecessor-Run
             If PREDECESSOR-NOT-FINISHED
               Move 'Y' to WS-RUN-REFUSED
               Display "HTTPS096E BATCH DATE " WS-BATCH-DATE
                       " REFUSED - CLTEDIT HAS NOT FINISHED IT"
                 Upon OPER-CONSOLE
               Set WS-CLIENT-EOF to true
             End-If
           End-If

           If SINGLE-RECORD-MODE and Not WS-CLIENT-EOF
             Move WS-PARM-TXN-TYPE to CLI-TXN-TYPE
           End-If
                 Perform Compute-Key-Hash-Value
                 Add WS-HASH-KEY-VALUE to WS-READ-HASH-TOTAL
                 Add 1 to WS-ORPHANS-SKIPPED
      *    An orphan account's money never went out - the first
      *    partition alone reports it, so a split run counts it
      *    once.
                 If CLI-REC-ACCOUNT
                   Perform Add-Account-Read-Balance
                   If WS-PART-NUM = 1
                     Move 4 to WS-BAL-ADD-BUCKET
                     Perform Add-Balance-Amount
                   End-If
                 End-If
                 Perform Read-Next-Or-Stop

               When Other
                   Move 'G' to CUR-TXN-TYPE
                 End-If

      *************************************************
      * An erasure run deletes every client it is
      * given, whatever the extract record says.
      *************************************************
                 If ERASE-MODE
                   Move 'D' to CUR-TXN-TYPE
                 End-If

                 Perform Select-Partition-Record
                 If Not IN-MY-PARTITION
      *************************************************
                   Add 1 to WS-RECORDS-OTHER-PART
                 Else

                 Move WS-RECORDS-SUCCEEDED
                   to WS-GROUP-SUCCEEDED-BEFORE
                 Perform Is-Key-Confirmed
                 If KEY-IS-CONFIRMED
      *************************************************
                     End-If
                   End-If
                 End-If
                 Perform Total-Group-Balances
                 End-If

                 If SINGLE-RECORD-MODE
                              and Not BREAKER-TRIPPED
                              and Not DRAIN-REQUESTED
                              and EXTRACT-CONTROLS-OK
                              and Not RUN-IS-REFUSED
             Perform Reset-Restart-File
           End-If

           Perform Write-Reconciliation-Report
           .

      ****************************************************************
      * Function: Sweep-Server-Inventory                              *
      *                                                              *
      *           Pages through every routed endpoint's collection   *
      *           in turn, over the connections already primed, and  *
      *           closes up the files the pages were written through *
      *           the same way a client batch does.                   *
      ****************************************************************
       Sweep-Server-Inventory.

           Perform Varying WS-ROUTE-IDX From 1 by 1
             Until WS-ROUTE-IDX > WS-ENDPOINT-COUNT
                   or BREAKER-TRIPPED
             Perform Sweep-Endpoint-Pages
           End-Perform

           If BREAKER-TRIPPED
             Set INVENTORY-INCOMPLETE to true
           End-If

           If AUDIT-IS-OPEN
             Close AUDIT-FILE
           End-If
           Perform Close-Exit-Files

           If INVENTORY-INCOMPLETE
             Display "HTTPS097E INVENTORY SWEEP INCOMPLETE - "
                     "LISTING MUST NOT BE RECONCILED"
               Upon OPER-CONSOLE
           End-If

           Perform Write-Reconciliation-Report
           .

      ****************************************************************
      * Function: Sweep-Endpoint-Pages                                *
      *                                                              *
      *           Issues one GET per page of the endpoint's          *
      *           collection until a page comes back holding no      *
      *           resources. A page that does not come back 2xx (or  *
      *           cannot be set up) ends this endpoint's sweep       *
      *           incomplete - later pages would only be a partial   *
      *           listing.                                            *
      ****************************************************************
       Sweep-Endpoint-Pages.

           Move WS-EPT-URI(WS-ROUTE-IDX)         to URI
           Move WS-EPT-PATH(WS-ROUTE-IDX)        to PATH
           Move WS-EPT-CONN-HANDLE(WS-ROUTE-IDX) to Conn-Handle
           Move WS-PAGE-SIZE to WS-PAGE-SIZE-EDIT
           Move 0 to WS-PAGE-NUM
           Move 'N' to WS-PAGE-DONE
           Add 1 to WS-ENDPOINTS-SWEPT

           Perform Until ENDPOINT-SWEEP-DONE or BREAKER-TRIPPED
             Add 1 to WS-PAGE-NUM
             Move WS-PAGE-NUM to WS-PAGE-NUM-EDIT
             Move Spaces to WS-CURRENT-CLIENT
             String WS-EPT-CODE(WS-ROUTE-IDX) WS-PAGE-NUM
               Delimited by Size Into CUR-KEY
             End-String
             Move 'G' to CUR-TXN-TYPE
             Move Spaces to WS-REQUEST-PATH
             String Function Trim(PATH)            Delimited by Size
                    '?page='                       Delimited by Size
                    Function Trim(WS-PAGE-NUM-EDIT) Delimited by Size
                    '&size='                       Delimited by Size
                    Function Trim(WS-PAGE-SIZE-EDIT)
                                                   Delimited by Size
               Into WS-REQUEST-PATH
             End-String

             Move 0 to WS-PAGE-ITEMS
             Add 1 to WS-RECORDS-ATTEMPTED
             Add 1 to WS-EPT-ATTEMPTED(WS-ROUTE-IDX)
             Perform Setup-Request

             If (HWTH-OK)
               Display "Issuing inventory page " CUR-KEY
               Perform Issue-Request
               Perform Cleanup-Request-Handle
               Add 1 to WS-PAGES-SWEPT
               Evaluate True
                 When Not ((HWTH-OK) and (HTTP-RESPONSE-IS-SUCCESS))
                   Display "Inventory page " CUR-KEY " failed - "
                           WS-EPT-CODE(WS-ROUTE-IDX)
                           " sweep incomplete"
                   Set INVENTORY-INCOMPLETE to true
                   Set ENDPOINT-SWEEP-DONE to true
                 When WS-PAGE-ITEMS = 0
                   Display "Endpoint " WS-EPT-CODE(WS-ROUTE-IDX)
                           " collection ends at page " WS-PAGE-NUM
                   Set ENDPOINT-SWEEP-DONE to true
                 When WS-PAGE-NUM >= 999999
                   Display "Endpoint " WS-EPT-CODE(WS-ROUTE-IDX)
                           " still listing at page 999999 - sweep "
                           "incomplete"
                   Set INVENTORY-INCOMPLETE to true
                   Set ENDPOINT-SWEEP-DONE to true
               End-Evaluate
             Else
               Perform Cleanup-Request-Handle
               Add 1 to WS-RECORDS-FAILED
               Add 1 to WS-EPT-FAILED(WS-ROUTE-IDX)
               Display "Inventory page " CUR-KEY " could not be set "
                       "up - " WS-EPT-CODE(WS-ROUTE-IDX)
                       " sweep incomplete"
               Set INVENTORY-INCOMPLETE to true
               Set ENDPOINT-SWEEP-DONE to true
             End-If
           End-Perform
           .

      ****************************************************************
      * Function: Note-Batch-Control                                  *
      *                                                              *
      *           Captures the batch date and extract kind from the  *
      *           header and the expected totals from the trailer,   *
      *           for the balance in Verify-Extract-Controls.         *
      ****************************************************************
       Note-Batch-Control.

             When CLI-REC-HEADER
               Set EXTRACT-HEADER-SEEN to true
               Move CTL-BATCH-DATE to WS-BATCH-DATE
               Move CTL-EXTRACT-KIND to WS-EXTRACT-KIND
             When CLI-REC-TRAILER
               Set EXTRACT-TRAILER-SEEN to true
               Move CTL-RECORD-COUNT   to WS-EXPECTED-COUNT
               Move CTL-KEY-HASH-TOTAL to WS-EXPECTED-HASH
               If CTL-BALANCE-TOTAL is Numeric
                 Move CTL-BALANCE-TOTAL to WS-EXPECTED-BALANCE
                 Set TRAILER-HAS-BALANCE to true
               End-If
           End-Evaluate
           .

      * Function: Verify-Extract-Controls                             *
      *                                                              *
      *           Balances the data records read against the         *
      *           trailer totals - count, key hash and, when the     *
      *           trailer carries one, money. A run that by design   *
      *           did not read the whole extract (single-record      *
      *           mode, a tripped breaker) is not balanced; an       *
      *           extract with no controls at all (SUSPRSB's retry   *
      *           extract) is not checked. A header with no trailer, *
      *           or totals that do not balance, fails the step so   *
      *           downstream never trusts a truncated batch.          *
      ****************************************************************
       Verify-Extract-Controls.

           If SINGLE-RECORD-MODE or BREAKER-TRIPPED
                or EXTRACT-OPEN-FAILED or DRAIN-REQUESTED
                or RUN-IS-REFUSED
             Continue
           Else
             Evaluate True
                           WS-READ-HASH-TOTAL " over the keys read"
                   Move 'N' to WS-EXTRACT-CTL-OK
                 End-If
                 If TRAILER-HAS-BALANCE
                 And WS-EXPECTED-BALANCE Not = WS-READ-BALANCE-TOTAL
                   Move WS-EXPECTED-BALANCE to WS-BALANCE-TOTAL-EDIT
                   Display "ERROR: extract trailer balance total "
                           WS-BALANCE-TOTAL-EDIT
                   Move WS-READ-BALANCE-TOTAL to WS-BALANCE-TOTAL-EDIT
                   Display "       does not match "
                           WS-BALANCE-TOTAL-EDIT
                           " over the accounts read"
                   Move 'N' to WS-EXTRACT-CTL-OK
                 End-If
               When EXTRACT-HEADER-SEEN
                 Display "ERROR: extract has a batch header but "
                         "no trailer - transmission truncated"
                   Move CLI-KEY to WS-HASH-KEY-INPUT
                   Perform Compute-Key-Hash-Value
                   Add WS-HASH-KEY-VALUE to WS-READ-HASH-TOTAL
                   Perform Add-Account-Read-Balance
                   If WS-ACCOUNT-COUNT < 20
                     Add 1 to WS-ACCOUNT-COUNT
                     Move ACT-NUMBER
                     Display "WARNING: more than 20 account "
                             "records for client " CUR-KEY
                             " - extras not sent"
                     Perform Select-Partition-Record
                     If IN-MY-PARTITION
                       Move 4 to WS-BAL-ADD-BUCKET
                       Perform Add-Balance-Amount
                     End-If
                   End-If
                 When Other
                   Move 'Y' to WS-GROUP-DONE
           End-Perform
           .

      ****************************************************************
      * Function: Add-Account-Read-Balance                            *
      *                                                              *
      *           Adds the account record in the buffer to the money *
      *           total read for the trailer balance, and stages its *
      *           type and amount for Add-Balance-Amount. A balance  *
      *           that is not numeric counts as no money.             *
      ****************************************************************
       Add-Account-Read-Balance.

           Move ACT-TYPE to WS-BAL-ADD-TYPE
           If ACT-BALANCE is Numeric
             Move ACT-BALANCE to WS-BAL-ADD-AMOUNT
           Else
             Move 0 to WS-BAL-ADD-AMOUNT
           End-If
           Add WS-BAL-ADD-AMOUNT to WS-READ-BALANCE-TOTAL
           .

      ****************************************************************
      * Function: Total-Group-Balances                                *
      *                                                              *
      *           Adds the accounts sent with this partition's      *
      *           client group to the balance ledger totals: skipped *
      *           when the server confirmed the key on an earlier    *
      *           run, posted when the group raised the succeeded    *
      *           count, otherwise suspended.                         *
      ****************************************************************
       Total-Group-Balances.

           Evaluate True
             When KEY-IS-CONFIRMED
               Move 3 to WS-BAL-ADD-BUCKET
             When WS-RECORDS-SUCCEEDED > WS-GROUP-SUCCEEDED-BEFORE
               Move 1 to WS-BAL-ADD-BUCKET
             When Other
               Move 2 to WS-BAL-ADD-BUCKET
           End-Evaluate

           Perform Varying WS-CHILD-IDX From 1 by 1
                     Until WS-CHILD-IDX > WS-ACCOUNT-COUNT
             Move WS-ACC-TYPE(WS-CHILD-IDX) to WS-BAL-ADD-TYPE
             If WS-ACC-BALANCE(WS-CHILD-IDX) is Numeric
               Move WS-ACC-BALANCE(WS-CHILD-IDX) to WS-BAL-ADD-AMOUNT
             Else
               Move 0 to WS-BAL-ADD-AMOUNT
             End-If
             Perform Add-Balance-Amount
           End-Perform
           .

      ****************************************************************
      * Function: Set-Balance-Stage                                   *
      *                                                              *
      *           Names the balance ledger stage from the extract    *
      *           this run was given: the header's kind, or a retry  *
      *           extract when there was no header at all.            *
      ****************************************************************
       Set-Balance-Stage.

           Evaluate True
             When Not EXTRACT-HEADER-SEEN
               Move 'RTRY' to WS-BAL-STAGE
             When WS-EXTRACT-KIND = 'S'
               Move 'SUPP' to WS-BAL-STAGE
             When WS-EXTRACT-KIND = 'R'
               Move 'RMED' to WS-BAL-STAGE
             When Other
               Move 'POST' to WS-BAL-STAGE
           End-Evaluate
           .

      ****************************************************************
      * Function: Read-Next-Or-Stop                                   *
      *                                                              *
      *    attestation run into server writes and polluting the
      *    retry streaks. A simulation likewise leaves suspense
      *    alone - a rehearsal must never feed the resubmission
      *    stream. Nor does an erasure run: SUSPRSB would carve
      *    the key out of the clean extract and re-post it under
      *    its original transaction type, re-creating the client
      *    the run was deleting. CLTPURG reports an unconfirmed
      *    delete for resubmission on the erasure request file.
      *    An inventory page that fails is no client's failure at
      *    all - the sweep is simply incomplete.
           If Not VERIFY-MODE and Not ERASE-MODE
              and Not SIMULATE-MODE and Not INVENTORY-MODE

           If Not SUSPNS-IS-OPEN
             Open Extend SUSPENSE-FILE
             Move WS-LAST-RETCODE-TEXT to SUSPNS-RETCODE-TEXT
             Move WS-LAST-RSNCODE-TEXT to SUSPNS-RSNCODE-TEXT
             Move Function Current-Date to SUSPNS-TIMESTAMP
             Move WS-LAST-ERROR-CODE to SUSPNS-ERROR-CODE
             Move WS-LAST-DISPOSITION to SUSPNS-DISPOSITION
             Move WS-LAST-ERROR-MESSAGE to SUSPNS-ERROR-MESSAGE
             Write SUSPENSE-RECORD
           End-If

           End-If

      *    The classification belongs to this one failure - a
      *    later suspension by another path must not inherit it.
           Move Spaces to WS-LAST-ERROR-CODE
           Move Spaces to WS-LAST-ERROR-MESSAGE
           Move 'R' to WS-LAST-DISPOSITION
           .

      ****************************************************************
                     " of " WS-PART-TOTAL
             Display "Outside partition: " WS-RECORDS-OTHER-PART
           End-If.
           If INVENTORY-MODE
             Display "*** INVENTORY SWEEP - NO EXTRACT READ ***"
             Display "Endpoints swept:   " WS-ENDPOINTS-SWEPT
             Display "Pages retrieved:   " WS-PAGES-SWEPT
             If INVENTORY-COMPLETE
               Display "Sweep:             COMPLETE"
             Else
               Display "Sweep:             INCOMPLETE"
             End-If
           End-If.
           If EXTRACT-HEADER-SEEN
             Display "Batch date:        " WS-BATCH-DATE
             If EXTRACT-CONTROLS-OK
      *           the scheduler sees "paused, resume later" rather   *
      *           than failed, warning when records landed in        *
      *           suspense, error when the circuit breaker tripped,  *
      *           the connection never came up, the extract could    *
      *           not be opened or an inventory sweep did not reach  *
      *           the end of every collection. A PARM/environment    *
      *           rejection has already set 16 and is left alone.    *
      ****************************************************************
       Set-Completion-Code.

                                   or EXTRACT-OPEN-FAILED
                                   or SIMOUT-OPEN-FAILED
                                   or Not EXTRACT-CONTROLS-OK
                                   or RUN-IS-REFUSED
                                   or INVENTORY-INCOMPLETE
                 Move 8 to Return-Code
               When DRAIN-REQUESTED
                 Move 2 to Return-Code
           End-Perform
           .

      ****************************************************************
      * Function: Load-Error-Catalog                                  *
      *                                                              *
      *           Builds the server error catalog from the ERRCAT    *
      *           control cards. A card with no status, no code or   *
      *           a disposition other than R, F or E is skipped      *
      *           with a warning rather than guessed at - a wrong    *
      *           disposition would dead-letter or reject good       *
      *           records. A missing catalog leaves every failure    *
      *           retryable, as it always was.                        *
      ****************************************************************
       Load-Error-Catalog.

           Move 0 to WS-ERRCAT-COUNT
           Move 0 to WS-ERRCAT-SKIPPED

           Open Input ERRCAT-FILE

           If WS-ERRCAT-STATUS = '00'
             Read ERRCAT-FILE
               At End Set WS-ERRCAT-EOF to true
             End-Read

             Perform Until WS-ERRCAT-EOF
               Perform Add-Error-Catalog-Entry
               Read ERRCAT-FILE
                 At End Set WS-ERRCAT-EOF to true
               End-Read
             End-Perform

             Close ERRCAT-FILE

             Display "Loaded " WS-ERRCAT-COUNT
                     " error catalog entry(s), skipped "
                     WS-ERRCAT-SKIPPED
           Else
             Display "No error catalog - every failed call stays "
                     "retryable"
           End-If
           .

      ****************************************************************
      * Function: Add-Error-Catalog-Entry                             *
      *                                                              *
      *           Validates one ERRCAT card and adds it to the       *
      *           catalog table. Status and code are folded to upper *
      *           case so a 4xx class card reads the same as 4XX.     *
      ****************************************************************
       Add-Error-Catalog-Entry.

           Evaluate True
             When ERRCAT-RECORD = Spaces
               Continue
             When ERC-HTTP-STATUS = Spaces
                  or ERC-ERROR-CODE = Spaces
                  or Not ERC-DISP-VALID
               Display "WARNING: error catalog card skipped - status '"
                       ERC-HTTP-STATUS "' code '"
                       Function Trim(ERC-ERROR-CODE)
                       "' disposition '" ERC-DISPOSITION "'"
               Add 1 to WS-ERRCAT-SKIPPED
             When WS-ERRCAT-COUNT >= WS-ERRCAT-MAX
               Display "WARNING: more than " WS-ERRCAT-MAX
                       " error catalog cards - card for status "
                       ERC-HTTP-STATUS " code "
                       Function Trim(ERC-ERROR-CODE) " skipped"
               Add 1 to WS-ERRCAT-SKIPPED
             When Other
               Add 1 to WS-ERRCAT-COUNT
               Move Function Upper-case(ERC-HTTP-STATUS)
                 to WS-ECT-STATUS(WS-ERRCAT-COUNT)
               Move Function Upper-case(ERC-ERROR-CODE)
                 to WS-ECT-CODE(WS-ERRCAT-COUNT)
               Move ERC-DISPOSITION
                 to WS-ECT-DISPOSITION(WS-ERRCAT-COUNT)
           End-Evaluate
           .

      ****************************************************************
      * Function: Classify-Failure                                    *
      *                                                              *
      *           Decides what should become of a record the server  *
      *           turned down. The reply body HWTHBDYX kept is       *
      *           scanned for the server's "code" and "message", and *
      *           the HTTP status and code are looked up in the      *
      *           error catalog. A transport failure never reached   *
      *           the server's judgement at all, so it stays         *
      *           retryable with no server code.                      *
      ****************************************************************
       Classify-Failure.

           Move Spaces to WS-LAST-ERROR-CODE
           Move Spaces to WS-LAST-ERROR-MESSAGE
           Move 'R' to WS-LAST-DISPOSITION

           If (HWTH-OK) and Not (HTTP-RESPONSE-IS-SUCCESS)
             If WS-RESP-BODY-LEN > 0
               Move '"code"' to WS-SRCH-PATTERN
               Move 6 to WS-SRCH-PATTERN-LEN
               Perform Extract-Json-Field
               If FIELD-IS-FOUND
                 Move Function Upper-case(WS-FIELD-VALUE)
                   to WS-LAST-ERROR-CODE
               End-If

               Move '"message"' to WS-SRCH-PATTERN
               Move 9 to WS-SRCH-PATTERN-LEN
               Perform Extract-Json-Field
               If FIELD-IS-FOUND
                 Move WS-FIELD-VALUE to WS-LAST-ERROR-MESSAGE
               End-If
             End-If

             Move http-response-code to WS-HTTP-CODE-DISPLAY
             Move WS-HTTP-CODE-DISPLAY to WS-HTTP-STATUS-TEXT
             Perform Lookup-Error-Catalog

             Display "Client " CUR-KEY " failed HTTP "
                     WS-HTTP-STATUS-TEXT " code '"
                     Function Trim(WS-LAST-ERROR-CODE)
                     "' - disposition " WS-LAST-DISPOSITION
           End-If
           .

      ****************************************************************
      * Function: Lookup-Error-Catalog                                *
      *                                                              *
      *           Picks the most specific catalog card for the       *
      *           failure: a card naming the server's code beats a   *
      *           * card, and within that an exact status beats a    *
      *           class (4XX), which beats ***. The first card wins  *
      *           a tie. No matching card leaves the disposition R.  *
      ****************************************************************
       Lookup-Error-Catalog.

           Move 0 to WS-ECT-BEST-SCORE
           Perform Varying WS-ECT-IDX From 1 by 1
             Until WS-ECT-IDX > WS-ERRCAT-COUNT
             Move 0 to WS-ECT-SCORE
             Evaluate True
               When WS-LAST-ERROR-CODE Not = Spaces
                    and WS-ECT-CODE(WS-ECT-IDX) = WS-LAST-ERROR-CODE
                 Move 20 to WS-ECT-SCORE
               When WS-ECT-CODE(WS-ECT-IDX) = '*'
                 Move 10 to WS-ECT-SCORE
             End-Evaluate

             If WS-ECT-SCORE > 0
               Evaluate True
                 When WS-ECT-STATUS(WS-ECT-IDX) = WS-HTTP-STATUS-TEXT
                   Add 3 to WS-ECT-SCORE
                 When WS-ECT-STATUS(WS-ECT-IDX)(2:2) = 'XX'
                      and WS-ECT-STATUS(WS-ECT-IDX)(1:1)
                            = WS-HTTP-STATUS-TEXT(1:1)
                   Add 2 to WS-ECT-SCORE
                 When WS-ECT-STATUS(WS-ECT-IDX) = '***'
                   Add 1 to WS-ECT-SCORE
                 When Other
                   Move 0 to WS-ECT-SCORE
               End-Evaluate
             End-If

             If WS-ECT-SCORE > WS-ECT-BEST-SCORE
               Move WS-ECT-SCORE to WS-ECT-BEST-SCORE
               Move WS-ECT-DISPOSITION(WS-ECT-IDX)
                 to WS-LAST-DISPOSITION
             End-If
           End-Perform
           .

      ****************************************************************
      * Function: Route-Client-Record                                 *
      *                                                              *
      *********************************************************
             Set bdy-contlen-ptr to address of http-content-length
             Set bdy-key-ptr to address of CUR-KEY
             Set bdy-items-ptr to address of WS-PAGE-ITEMS
             Set bdy-body-ptr to address of WS-RESP-BODY-TEXT
             Set bdy-bodylen-ptr to address of WS-RESP-BODY-LEN

      *********************************************************
      * Establish the user data area as a parameter to
             End-If
             Add 1 to WS-RECORDS-FAILED
             Add 1 to WS-EPT-FAILED(WS-ROUTE-IDX)
             Perform Classify-Failure
             Perform Write-Suspense-Record
           End-If
           .
             End-If
           End-If

      *    Only this attempt's reply may be classified - a
      *    transport failure leaves no body behind it.
           Move 0 to WS-RESP-BODY-LEN

           Call "HWTHRQST" using
             HWTH-RETURN-CODE
             Conn-Handle
      *    procedure copybook.
           COPY KEYHASH.

      *    The run-history ledger paragraphs are shared by every
      *    step of the batch stream via the RUNLOG procedure
      *    copybook.
           COPY RUNLOG.

      *    The balance ledger paragraphs are shared by every
      *    money-moving step via the BALLOG procedure copybook.
           COPY BALLOG.

      *    The server error reply is scanned for its code and
      *    message by the shared JSONSCAN field extractor.
           COPY JSONSCAN.

       End Program HTTPSCNW.

      ****************************************************************
       01 WS-SEG-SEQ         Pic 9(9) Binary Value 0.
       01 WS-SAVE-TIMESTAMP  Pic X(21) Value Spaces.

      ******************************************************
      * Resource count for an inventory page: the number of
      * "id" fields in the body, handed back to the main
      * program through bdy-udata. Nested objects may carry
      * ids of their own, so it is a did-the-page-hold-
      * anything count, not an exact resource count.
      ******************************************************
       01 WS-ITEM-POS        Pic 9(9) Binary Value 0.
       01 WS-ITEM-PEEK       Pic 9(9) Binary Value 0.
       01 WS-ITEM-SCAN-LEN   Pic 9(9) Binary Value 0.

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.
         05 bdy-udata-eye        Pic X(8).
         05 bdy-contlen-ptr      Pointer.
         05 bdy-key-ptr          Pointer.
         05 bdy-items-ptr        Pointer.
         05 bdy-body-ptr         Pointer.
         05 bdy-bodylen-ptr      Pointer.

       01 http-content-length  Pic X(9).
       01 bdy-key-value        Pic X(10).
       01 bdy-items-value      Pic 9(9) Binary.
       01 bdy-body-value       Pic X(16384).
       01 bdy-bodylen-value    Pic 9(9) Binary.

       01 resp-body-buffer     Pic X(65536).

           Set address of bdy-udata to bdy-udata-ptr
           Set address of http-content-length to bdy-contlen-ptr
           Set address of bdy-key-value to bdy-key-ptr
           Set address of bdy-items-value to bdy-items-ptr
           Set address of bdy-body-value to bdy-body-ptr
           Set address of bdy-bodylen-value to bdy-bodylen-ptr

      ******************************************************
      * Check the response body length against the value

           Perform Reconcile-Content-Length
           Perform Persist-Response-Body
           Perform Count-Page-Items
           Perform Keep-Reply-Body

           EXIT PROGRAM.

           End-If
           .

      ****************************************************************
      * Function: Count-Page-Items                                    *
      *                                                              *
      *           Counts the "id" fields in the body - an "id"       *
      *           followed, past any blanks, by its colon - for the  *
      *           inventory sweep's end-of-collection test.           *
      ****************************************************************
       Count-Page-Items.

           Move 0 to bdy-items-value
           If resp-body-len > 0 and resp-body-ptr Not = Null
             Set address of resp-body-buffer to resp-body-ptr
             Move resp-body-len to WS-ITEM-SCAN-LEN
             If WS-ITEM-SCAN-LEN > Length of resp-body-buffer
               Move Length of resp-body-buffer to WS-ITEM-SCAN-LEN
             End-If
             Perform Varying WS-ITEM-POS From 1 by 1
               Until WS-ITEM-POS > WS-ITEM-SCAN-LEN - 4
               If resp-body-buffer(WS-ITEM-POS:4) = '"id"'
                 Compute WS-ITEM-PEEK = WS-ITEM-POS + 4
                 Perform Until WS-ITEM-PEEK > WS-ITEM-SCAN-LEN
                      or resp-body-buffer(WS-ITEM-PEEK:1) Not = Space
                   Add 1 to WS-ITEM-PEEK
                 End-Perform
                 If WS-ITEM-PEEK <= WS-ITEM-SCAN-LEN
                    and resp-body-buffer(WS-ITEM-PEEK:1) = ':'
                   Add 1 to bdy-items-value
                 End-If
               End-If
             End-Perform
           End-If
           .

      ****************************************************************
      * Function: Keep-Reply-Body                                     *
      *                                                              *
      *           Hands the reply body back to the main program      *
      *           through bdy-udata, up to the first 16384 bytes, so *
      *           a failed call's error reply can be scanned for the *
      *           server's error code and message. An error reply    *
      *           is short - the cap only ever trims large success   *
      *           bodies, which nobody classifies.                    *
      ****************************************************************
       Keep-Reply-Body.

           Move 0 to bdy-bodylen-value
           If resp-body-len > 0 and resp-body-ptr Not = Null
             Set address of resp-body-buffer to resp-body-ptr
             If resp-body-len > Length of bdy-body-value
               Move Length of bdy-body-value to bdy-bodylen-value
             Else
               Move resp-body-len to bdy-bodylen-value
             End-If
             Move resp-body-buffer(1:bdy-bodylen-value)
               to bdy-body-value
           End-If
           .

      ****************************************************************
      * Function: Write-Body-Segment                                  *
      *                                                              *
//                 DCB=(RECFM=FB,LRECL=31),SPACE=(TRK,(1,1)),
//                 UNIT=SYSDA
//GO.SUSPNS    DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.SUSPNS,
//                 DCB=(RECFM=FB,LRECL=152),SPACE=(TRK,(1,1)),
//                 UNIT=SYSDA
//GO.TOKEN     DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.TOKEN
//GO.ENVCTL    DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.ENVCTL
//                 UNIT=SYSDA
//GO.XREF     DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.XREF(0)
//GO.PARTSUM  DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.PARTSUM.P01
//GO.RUNLEDG   DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P01,
//                 DCB=(RECFM=FB,LRECL=150),SPACE=(TRK,(1,1)),
//                 UNIT=SYSDA
//GO.RUNHIST   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG
//GO.BALLEDG   DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.BALLEDG.P01,
//                 DCB=(RECFM=FB,LRECL=100),SPACE=(TRK,(1,1)),
//                 UNIT=SYSDA
//GO.REDIRLOG  DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.REDIRLOG,
//                 DCB=(RECFM=FB,LRECL=131),SPACE=(TRK,(1,1)),
//                 UNIT=SYSDA
//GO.ROUTECTL  DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.ROUTECTL
//*  Server error catalog - how each HTTP status and server
//*  error code is to be treated (see ERRCREC). Optional; a
//*  run without it leaves every failure retryable.
//GO.ERRCAT    DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.ERRCAT
//*  Normally empty. The operator writes a DRAIN record into
//*  it to pause a running batch gracefully (completion code
//*  2 - resume later); see Check-Drain-Request. The request
