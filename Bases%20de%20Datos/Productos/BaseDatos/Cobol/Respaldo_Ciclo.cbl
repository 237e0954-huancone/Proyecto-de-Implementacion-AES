      *  Pre-cycle snapshot and rollback utility.  Run as the first
      *  step of the nightly cycle, it copies the recoverable state -
      *  TRANSACTIONS.DAT, TRANSHIST.DAT, JOURNAL.DAT, JOURHIST.DAT,
      *  the indexed ACCOUNTS.DAT, POSTEO.CKP, PERIODOS.DAT,
      *  PRUEBA.HWM and the balance history SALDOHIS.DAT - to a
      *  generation-stamped set, so a close that dies between its
      *  archive append and its rewrite, or a bad posting run, is
      *  recovered by putting the whole set back as a unit instead of
      *  hand-trimming archives or deleting POSTEO.CKP and reposting
      *  from scratch.  The balance history goes back with the rest
      *  because its snapshot refuses a date it already holds - left
      *  alone, it would block the rerun of the night it was taken.
      *
      *  The request on RESPALDO.PARM:
      *      RS-Function S  take a snapshot into the next generation
           05  WS-GS-Number            PIC 99.

       01  WS-File-Table.
           05  WS-File-Count           PIC 99 VALUE 9.
           05  WS-File-Entry OCCURS 9 TIMES.
               10  WS-FIL-Live-Name        PIC X(16).
               10  WS-FIL-Base-Name        PIC X(8).
               10  WS-FIL-Indexed          PIC X(1).
           MOVE "ACCOUNTS.DAT" TO WS-FIL-Live-Name(8)
           MOVE "ACCOUNTS" TO WS-FIL-Base-Name(8)
           MOVE "Y" TO WS-FIL-Indexed(8)
           MOVE "SALDOHIS.DAT" TO WS-FIL-Live-Name(9)
           MOVE "SALDOHIS" TO WS-FIL-Base-Name(9)
           MOVE "N" TO WS-FIL-Indexed(9)
           PERFORM 1100-READ-GENERATION-CONTROL
           OPEN OUTPUT SnapshotReport.

