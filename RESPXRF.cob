//*  status and last-updated timestamp on the other. The
//*  master is rewritten old-to-new each run (XREFIN in,
//*  XREFOUT out) and the job stream swaps the generations.
//*  Replies are only applied once HTTPSCNW has finished the
//*  batch date cleanly on the run-history ledger (RUNLEDG);
//*  otherwise the master is carried forward unchanged, RC 8.
//*  CUTOVER: RESPOUT became a segmented layout (LRECL
//*  2087) - the one-time conversion job must archive and
//*  re-allocate the cataloged RESPOUT at the new LRECL
           SELECT XREF-OUT-FILE  ASSIGN TO XREFOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREFOUT-STATUS.

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
       01  XREF-OUT-RECORD             Pic X(67).

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
       01  WS-XREF-UPDATED-CNT      Pic 9(9) Value 0.
       01  WS-NO-SERVER-ID          Pic 9(9) Value 0.
       01  WS-TABLE-OVERFLOWS       Pic 9(9) Value 0.

      ******************************************************
      * Run-history ledger entry and predecessor check -
      * see the RUNLOG procedure copybook.
      ******************************************************
           COPY RUNLWS.
      *----------------------------------------------------------------*
      *                                                                *
      *    P R O C E D U R E                                           *

           Display "Cross-reference builder start"

           Move 'RESPXRF' to WS-RUN-STEP
           Perform Start-Run-Ledger
           Perform Resolve-Run-Batch-Date
           Perform Check-Predecessor-Run

           Perform Load-Xref-Master

      *    Replies from a batch date HTTPSCNW has not finished are
      *    not folded in - the prior master is carried forward
      *    unchanged, so the new generation is never an empty one.
           If PREDECESSOR-NOT-FINISHED
             Move 'Y' to WS-RUN-REFUSED
             Display "Responses not applied - cross-reference "
                     "master carried forward unchanged"
           Else
             Perform Apply-Response-Bodies
           End-If

      *    A table at capacity means the new master would be
      *    missing keys - fail the step and leave the prior

           Display "Cross-reference builder end"

           If RUN-IS-REFUSED and Return-Code < 8
             Move 8 to Return-Code
           End-If

           Move WS-REPLIES-ASSEMBLED to WS-RUN-COUNT-IN
           Compute WS-RUN-COUNT-OUT =
             WS-XREF-INSERTED + WS-XREF-UPDATED-CNT
           Move WS-NO-SERVER-ID      to WS-RUN-COUNT-EXCEPTION
           Perform Write-Run-Ledger-Record

           STOP    RUN.

      ****************************************************************
           Display "=========================================".
           .

      *    The run-history ledger paragraphs are shared by every
      *    step of the batch stream via the RUNLOG procedure
      *    copybook.
           COPY RUNLOG.

       End Program RESPXRF.
/*
//LKED.SYSLIB  DD DISP=SHR,DSN=CEE.SCEELKED
//                 DSN=ANDREWJ.HTTPSCNW.XREF(+1),
//                 DCB=(RECFM=FB,LRECL=67),SPACE=(TRK,(5,5)),
//                 UNIT=SYSDA
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
