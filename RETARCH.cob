           SELECT ARCH-REPORT-FILE  ASSIGN TO ARCHRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHRPT-STATUS.

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
       01  ARCH-REPORT-LINE            Pic X(133).

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
           05 Filler                Pic X(2)  Value Spaces.
           05 WS-RPT-BALANCE        Pic X(14).
           05 Filler                Pic X(50) Value Spaces.

      ******************************************************
      * Run-history ledger entry and predecessor check -
      * see the RUNLOG procedure copybook.
      ******************************************************
           COPY RUNLWS.
      *----------------------------------------------------------------*
      *                                                                *
      *    P R O C E D U R E                                           *

           Display "Retention archival housekeeping start"

           Move 'RETARCH' to WS-RUN-STEP
           Perform Start-Run-Ledger
           Perform Resolve-Run-Batch-Date

           Perform Load-Retention-Cards

           Open Output ARCH-REPORT-FILE
             Move 8 to Return-Code
           End-If

           Perform Write-Run-Ledger-Record

           STOP    RUN.

      ****************************************************************
      ****************************************************************
       Write-Balance-Line.

      *    The ledger carries the step's counts across all four
      *    datasets.
           Add WS-RECORDS-READ     to WS-RUN-COUNT-IN
           Add WS-RECORDS-ARCHIVED to WS-RUN-COUNT-OUT

           Move WS-DATASET-TAG     to WS-RPT-DATASET
           Move WS-RECORDS-READ     to WS-RPT-READ
           Move WS-RECORDS-ARCHIVED to WS-RPT-ARCHIVED
           Write ARCH-REPORT-LINE from WS-RPT-BALANCE-LINE
           .

      *    The run-history ledger paragraphs are shared by every
      *    step of the batch stream via the RUNLOG procedure
      *    copybook.
           COPY RUNLOG.

       End Program RETARCH.
/*
//LKED.SYSLIB  DD DISP=SHR,DSN=CEE.SCEELKED
//                 UNIT=SYSDA
//GO.REDIRNEW  DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.REDIRLOG.NEW
//GO.ARCHRPT   DD SYSOUT=*
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
