           SELECT PARTSUM-FILE  ASSIGN TO PARTSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTSUM-STATUS.

           SELECT RUN-LEDGER-FILE  ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLEDG-STATUS.

           SELECT RUN-HISTORY-FILE  ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
           LABEL RECORDS ARE STANDARD.
       01  PARTSUM-RECORD.
           COPY PARTSUM.

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
       01  WS-TOTAL-SUCCEEDED       Pic 9(9) Value 0.
       01  WS-TOTAL-FAILED          Pic 9(9) Value 0.
       01  WS-TOTAL-SKIPPED         Pic 9(9) Value 0.

      ******************************************************
      * Run-history ledger entry and predecessor check -
      * see the RUNLOG procedure copybook.
      ******************************************************
           COPY RUNLWS.
      *----------------------------------------------------------------*
      *                                                                *
      *    P R O C E D U R E                                           *

           Display "Partition merge/summary start"

           Move 'PARTMRG' to WS-RUN-STEP
           Perform Start-Run-Ledger
           Perform Resolve-Run-Batch-Date

           Open Input PARTSUM-FILE

           If WS-PARTSUM-STATUS = '00'

           Display "Partition merge/summary end"

           Move WS-TOTAL-ATTEMPTED to WS-RUN-COUNT-IN
           Move WS-TOTAL-SUCCEEDED to WS-RUN-COUNT-OUT
           Move WS-TOTAL-FAILED    to WS-RUN-COUNT-EXCEPTION
           Perform Write-Run-Ledger-Record

           STOP    RUN.

      ****************************************************************
           Display "=========================================".
           .

      *    The run-history ledger paragraphs are shared by every
      *    step of the batch stream via the RUNLOG procedure
      *    copybook.
           COPY RUNLOG.

       End Program PARTMRG.
/*
//LKED.SYSLIB  DD DISP=SHR,DSN=CEE.SCEELKED
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.PARTSUM.P06
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.PARTSUM.P07
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.PARTSUM.P08
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
