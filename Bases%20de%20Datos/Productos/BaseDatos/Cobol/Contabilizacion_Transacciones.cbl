      *  at capture (reason R9), but items that arrive by other routes
      *  (standing orders, interest debits) meet the guard here.
      *
      *  A withdrawal inside the overdraft limit is still rejected,
      *  under its own reason, when it would dip into money under a
      *  funds hold: the available balance is AccountBalance plus
      *  OverdraftLimit less the holds on RETENCIO.DAT in force on the
      *  business date (placed on or before it, not expired before
      *  it) - the same available-balance edit intake applies as
      *  reason RH.  The business date comes off RUNCTRL.PARM, or the
      *  clock with a warning when the driver is not in use.  A
      *  transfer leg that fails either test rejects the pair.
      *
      *  Two consecutive rows sharing one TransactionNumber are the
      *  linked legs of an account-to-account transfer written by the
      *  intake job - a withdrawal against the from-account and a
           SELECT CheckpointFile ASSIGN TO "POSTEO.CKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Checkpoint-Status.
           SELECT HoldFile ASSIGN TO "RETENCIO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Hold-Status.
           SELECT DriverParameterFile ASSIGN TO "RUNCTRL.PARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Driver-Status.

       DATA DIVISION.
       FILE SECTION.
           02  CK-Last-TransactionID   PIC 9(10).
           02  CK-Last-EntryID         PIC 9(10).

       FD  HoldFile.
       01  HoldRecord.
           02  HO-HoldID               PIC 9(6).
           02  HO-AccountID            PIC 9(5).
           02  HO-Amount               PIC 9(12).
           02  HO-ReasonCode           PIC X(2).
           02  HO-Placed-Year          PIC 9(4).
           02  HO-Placed-Month         PIC 99.
           02  HO-Placed-Day           PIC 99.
           02  HO-Expiry-Year          PIC 9(4).
           02  HO-Expiry-Month         PIC 99.
           02  HO-Expiry-Day           PIC 99.
           02  HO-UserID               PIC X(8).

       FD  DriverParameterFile.
       01  DriverParms.
           05  DR-Function             PIC X(1).
           05  DR-RunYear              PIC 9(4).
           05  DR-RunMonth             PIC 99.
           05  DR-RunDay               PIC 99.
           05  DR-JobName              PIC X(8).
           05  DR-ReturnCode           PIC 9(4).
           05  DR-Override             PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-EOF-Transactions         PIC X VALUE "N".

       01  WS-Overdraft-Work           PIC 9(12).
       01  WS-Leg-Withdrawal           PIC 9(12).
       01  WS-Leg-Deposit              PIC 9(12).
       01  WS-Hold-Reject-Switch       PIC X.
       01  WS-Pair-Hold-Switch         PIC X.
       01  WS-Funds-Held               PIC 9(13).

       01  WS-Hold-Status              PIC X(2).
       01  WS-Driver-Status            PIC X(2).
       01  WS-EOF-Holds                PIC X VALUE "N".
       01  WS-Business-Date-Switch     PIC X.
       01  WS-Business-Date            PIC 9(8).
       01  WS-Hold-Placed-Date         PIC 9(8).
       01  WS-Hold-Expiry-Date         PIC 9(8).
       01  WS-Hold-Subscript           PIC 9(5).
       01  WS-Hold-Found-Switch        PIC X.

       01  WS-Stamp-Work.
           05  WS-SW-Date              PIC 9(8).
           05  FILLER                  PIC X(13).

       01  WS-Funds-Hold-Table.
           05  WS-Funds-Hold-Count     PIC 9(5) VALUE 0.
           05  WS-Funds-Hold-Entry OCCURS 2000 TIMES.
               10  WS-FH-AccountID         PIC 9(5).
               10  WS-FH-Amount            PIC 9(13).

       01  WS-Held-Transaction.
           05  WS-HD-ID                PIC 9(10).
               PERFORM 1060-TRIM-JOURNAL-TO-CHECKPOINT
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 1070-READ-BUSINESS-DATE
           PERFORM 1075-LOAD-FUNDS-HOLDS
           PERFORM 3000-POST-TRANSACTIONS
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
               PERFORM 1080-REWRITE-JOURNAL
           END-IF.

       1070-READ-BUSINESS-DATE.
           MOVE "N" TO WS-Business-Date-Switch
           OPEN INPUT DriverParameterFile
           IF WS-Driver-Status = "00"
               READ DriverParameterFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-Business-Date-Switch
                       COMPUTE WS-Business-Date =
                           DR-RunYear * 10000 + DR-RunMonth * 100
                           + DR-RunDay
               END-READ
               CLOSE DriverParameterFile
           END-IF
           IF WS-Business-Date-Switch = "N"
               DISPLAY "RUNCTRL.PARM NOT AVAILABLE - FUNDS HOLDS "
                   "TAKEN AS AT THE CLOCK DATE"
               MOVE FUNCTION CURRENT-DATE TO WS-Stamp-Work
               MOVE WS-SW-Date TO WS-Business-Date
           END-IF.

       1075-LOAD-FUNDS-HOLDS.
           OPEN INPUT HoldFile
           IF WS-Hold-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Holds
           END-IF
           PERFORM UNTIL WS-EOF-Holds = "Y"
               READ HoldFile
                   AT END
                       MOVE "Y" TO WS-EOF-Holds
                   NOT AT END
                       PERFORM 1076-ADD-ONE-HOLD
               END-READ
           END-PERFORM
           IF WS-Hold-Status = "00" OR "10"
               CLOSE HoldFile
           END-IF.

       1076-ADD-ONE-HOLD.
           COMPUTE WS-Hold-Placed-Date =
               HO-Placed-Year * 10000 + HO-Placed-Month * 100
               + HO-Placed-Day
           COMPUTE WS-Hold-Expiry-Date =
               HO-Expiry-Year * 10000 + HO-Expiry-Month * 100
               + HO-Expiry-Day
           IF WS-Hold-Placed-Date NOT > WS-Business-Date
                   AND (WS-Hold-Expiry-Date = 0
                   OR WS-Hold-Expiry-Date NOT < WS-Business-Date)
               MOVE "N" TO WS-Hold-Found-Switch
               PERFORM VARYING WS-Hold-Subscript FROM 1 BY 1
                       UNTIL WS-Hold-Subscript > WS-Funds-Hold-Count
                       OR WS-Hold-Found-Switch = "Y"
                   IF WS-FH-AccountID(WS-Hold-Subscript)
                           = HO-AccountID
                       MOVE "Y" TO WS-Hold-Found-Switch
                       ADD HO-Amount
                           TO WS-FH-Amount(WS-Hold-Subscript)
                   END-IF
               END-PERFORM
               IF WS-Hold-Found-Switch = "N"
                   IF WS-Funds-Hold-Count < 2000
                       ADD 1 TO WS-Funds-Hold-Count
                       MOVE HO-AccountID
                           TO WS-FH-AccountID(WS-Funds-Hold-Count)
                       MOVE HO-Amount
                           TO WS-FH-Amount(WS-Funds-Hold-Count)
                   ELSE
                       DISPLAY "WARNING - FUNDS HOLD TABLE FULL, "
                           "HOLDS ON ACCOUNT " HO-AccountID
                           " NOT ENFORCED"
                   END-IF
               END-IF
           END-IF.

       1080-REWRITE-JOURNAL.
           OPEN OUTPUT JournalEntriesFile
           OPEN INPUT JournalWorkFile

       3060-CHECK-PAIR-ACCOUNTS.
           MOVE "N" TO WS-Pair-Reject-Switch
           MOVE "N" TO WS-Pair-Hold-Switch
           IF WS-HD-ID > WS-Last-Checkpoint-ID
               MOVE WS-HD-AccountID TO AccountID OF Accounts
               READ AccountsFile
               IF WS-Prospective-Balance <
                       (0 - WS-Overdraft-Work)
                   MOVE "Y" TO WS-Pair-Reject-Switch
               ELSE
                   PERFORM 3160-FIND-FUNDS-HELD
                   IF WS-Prospective-Balance - WS-Funds-Held <
                           (0 - WS-Overdraft-Work)
                       MOVE "Y" TO WS-Pair-Reject-Switch
                       MOVE "Y" TO WS-Pair-Hold-Switch
                   END-IF
               END-IF
           END-IF.

           ELSE
               ADD 1 TO WS-Rejected-Count
               MOVE WS-HD-ID TO WS-RL-TransactionID
               IF WS-Pair-Hold-Switch = "Y"
                   MOVE "TRANSFER PAIR REJECTED - FUNDS ON HOLD"
                       TO WS-RL-Reason
               ELSE
                   MOVE "TRANSFER PAIR REJECTED AS A UNIT"
                       TO WS-RL-Reason
               END-IF
               WRITE PostingLine FROM WS-Reject-Line
           END-IF
           IF WS-PT-ID <= WS-Last-Checkpoint-ID
           ELSE
               ADD 1 TO WS-Rejected-Count
               MOVE WS-PT-ID TO WS-RL-TransactionID
               IF WS-Pair-Hold-Switch = "Y"
                   MOVE "TRANSFER PAIR REJECTED - FUNDS ON HOLD"
                       TO WS-RL-Reason
               ELSE
                   MOVE "TRANSFER PAIR REJECTED AS A UNIT"
                       TO WS-RL-Reason
               END-IF
               WRITE PostingLine FROM WS-Reject-Line
           END-IF.

                               TO WS-RL-Reason
                           WRITE PostingLine FROM WS-Reject-Line
                       ELSE
                           IF WS-Hold-Reject-Switch = "Y"
                               ADD 1 TO WS-Rejected-Count
                               MOVE TransactionID
                                   TO WS-RL-TransactionID
                               MOVE "FUNDS ON HOLD - POSTING SKIPPED"
                                   TO WS-RL-Reason
                               WRITE PostingLine FROM WS-Reject-Line
                           ELSE
                               PERFORM 3200-WRITE-JOURNAL-ENTRY
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       3150-CHECK-OVERDRAFT.
           MOVE "N" TO WS-Overdraft-Reject-Switch
           MOVE "N" TO WS-Hold-Reject-Switch
           MOVE WithdrawalAmount TO WS-Leg-Withdrawal
           MOVE DepositAmount TO WS-Leg-Deposit
           IF WS-Leg-Withdrawal > 0
               IF WS-Prospective-Balance <
                       (0 - WS-Overdraft-Work)
                   MOVE "Y" TO WS-Overdraft-Reject-Switch
               ELSE
                   PERFORM 3160-FIND-FUNDS-HELD
                   IF WS-Prospective-Balance - WS-Funds-Held <
                           (0 - WS-Overdraft-Work)
                       MOVE "Y" TO WS-Hold-Reject-Switch
                   END-IF
               END-IF
           END-IF.

       3160-FIND-FUNDS-HELD.
           MOVE 0 TO WS-Funds-Held
           PERFORM VARYING WS-Hold-Subscript FROM 1 BY 1
                   UNTIL WS-Hold-Subscript > WS-Funds-Hold-Count
               IF WS-FH-AccountID(WS-Hold-Subscript)
                       = AccountID OF Accounts
                   MOVE WS-FH-Amount(WS-Hold-Subscript)
                       TO WS-Funds-Held
               END-IF
           END-PERFORM.

       3200-WRITE-JOURNAL-ENTRY.
           ADD 1 TO WS-Next-Entry-ID
           ADD 1 TO WS-Posted-Count
