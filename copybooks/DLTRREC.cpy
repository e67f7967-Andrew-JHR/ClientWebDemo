      *    with, and why it was dead-lettered instead of              *
      *    resubmitted. Written by SUSPRSB and read back by EXCPRPT.  *
      *    Included under an 01 in the FD for the DEADLTR dataset.    *
      *    DLQ-ERROR-CODE is the server's own error code from the     *
      *    last failed reply, blank when it gave none.                *
      *----------------------------------------------------------------*
           05 DLQ-KEY               Pic X(10).
           05 DLQ-RETRY-COUNT       Pic 9(3).
           05 DLQ-RETCODE-TEXT      Pic X(30).
           05 DLQ-REASON            Pic X(20).
           05 DLQ-TIMESTAMP         Pic X(21).
           05 DLQ-ERROR-CODE        Pic X(20).
