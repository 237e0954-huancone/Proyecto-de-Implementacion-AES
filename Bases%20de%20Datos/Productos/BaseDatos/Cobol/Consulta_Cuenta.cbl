       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-CUENTA.
      *****************************************************************
      *  Teller account inquiry.  Run at the terminal rather than in
      *  the nightly cycle: the teller keys an AccountID or an
      *  AccountNumber and gets one screen showing
      *      - the account master fields - name, type description,
      *        status, currency and OverdraftLimit;
      *      - the owning customer from CUSTOMER.DAT;
      *      - the stored AccountBalance and the withdrawal headroom
      *        left on it: AccountBalance plus OverdraftLimit, less
      *        the funds holds on RETENCIO.DAT in force today and the
      *        withdrawals still waiting to be posted, never below
      *        zero, and zero on an account that is not active;
      *      - the latest journal entries for the account, newest
      *        first, with JE-BalanceAfter (JOURHIST.DAT is read
      *        ahead of JOURNAL.DAT, so paging back runs on into
      *        closed periods);
      *      - the TRANSACTIONS.DAT items for the account above the
      *        posting checkpoint on POSTEO.CKP, shown as pending -
      *        captured but not yet posted.
      *
      *  A key of up to five digits is tried as an AccountID first
      *  and then as an AccountNumber; anything else is an
      *  AccountNumber.  After the screen the teller keys
      *      N  the next (older) page of journal entries
      *      P  the previous (newer) page
      *      A  another account
      *      Q  quit
      *  and a blank account key also ends the inquiry.  The most
      *  recent 500 entries for an account can be paged through.
      *
      *  Strictly read-only: every file is opened INPUT, and the
      *  line-sequential files are reopened for each account, so the
      *  screen shows what is on disk at the moment it is asked for.
      *  It is meant for the business day, while the nightly jobs
      *  are not running.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountTypesFile ASSIGN TO "ACCOUNTTYPES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AccountsFile ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AccountID OF Accounts
               FILE STATUS IS WS-Accounts-Status.
           SELECT TransactionsFile ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Transactions-Status.
           SELECT CustomerFile ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CU-CustomerID
               FILE STATUS IS WS-Customer-Status.
           SELECT JournalEntriesFile ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Journal-Status.
           SELECT JourHistFile ASSIGN TO "JOURHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JourHist-Status.
           SELECT CheckpointFile ASSIGN TO "POSTEO.CKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Checkpoint-Status.
           SELECT HoldFile ASSIGN TO "RETENCIO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Hold-Status.

       DATA DIVISION.
       FILE SECTION.
       COPY "Estructura_Contabilidad.cbl".

       FD  CustomerFile.
       01  Customer.
           02  CU-CustomerID           PIC 9(5).
           02  CU-CustomerName         PIC X(30).
           02  CU-DocumentID           PIC X(15).
           02  CU-ContactPhone         PIC X(12).
           02  CU-Status               PIC X(1).

       FD  JournalEntriesFile.
       01  JournalEntries.
           02  JE-EntryID              PIC 9(10).
           02  JE-TransactionID        PIC 9(10).
           02  JE-AccountID            PIC 9(5).
           02  JE-EntryYear            PIC 9(4).
           02  JE-EntryMonth           PIC 99.
           02  JE-EntryDay             PIC 99.
           02  JE-DebitAmount          PIC 9(12).
           02  JE-CreditAmount         PIC 9(12).
           02  JE-BalanceAfter         PIC S9(13)
                   SIGN IS TRAILING SEPARATE CHARACTER.

       FD  JourHistFile.
       01  JourHist.
           02  JH-EntryID              PIC 9(10).
           02  JH-TransactionID        PIC 9(10).
           02  JH-AccountID            PIC 9(5).
           02  JH-EntryYear            PIC 9(4).
           02  JH-EntryMonth           PIC 99.
           02  JH-EntryDay             PIC 99.
           02  JH-DebitAmount          PIC 9(12).
           02  JH-CreditAmount         PIC 9(12).
           02  JH-BalanceAfter         PIC S9(13)
                   SIGN IS TRAILING SEPARATE CHARACTER.

       FD  CheckpointFile.
       01  CheckpointRecord.
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

       WORKING-STORAGE SECTION.
       01  WS-EOF-Types                PIC X VALUE "N".
       01  WS-EOF-Accounts             PIC X.
       01  WS-EOF-Transactions         PIC X.
       01  WS-EOF-Journal              PIC X.
       01  WS-EOF-JourHist             PIC X.
       01  WS-EOF-Holds                PIC X.
       01  WS-Accounts-Status          PIC X(2).
       01  WS-Transactions-Status      PIC X(2).
       01  WS-Customer-Status          PIC X(2).
       01  WS-Journal-Status           PIC X(2).
       01  WS-JourHist-Status          PIC X(2).
       01  WS-Checkpoint-Status        PIC X(2).
       01  WS-Hold-Status              PIC X(2).
       01  WS-Subscript                PIC 9(5).
       01  WS-Found-Switch             PIC X.
       01  WS-Quit-Switch              PIC X VALUE "N".
       01  WS-Next-Account-Switch      PIC X.
       01  WS-Checkpoint-Switch        PIC X.
       01  WS-Customer-Open-Switch     PIC X VALUE "N".
       01  WS-Command                  PIC X(1).
       01  WS-Key-Input                PIC X(10).
       01  WS-Key-Length               PIC 99.
       01  WS-Key-Digits               PIC X(5) JUSTIFIED RIGHT.
       01  WS-Key-Digits-Numeric REDEFINES WS-Key-Digits PIC 9(5).
       01  WS-Today.
           05  WS-Today-Date           PIC 9(8).
           05  FILLER                  PIC X(13).
       01  WS-Hold-Date                PIC 9(8).
       01  WS-Checkpoint-ID            PIC 9(10).
       01  WS-Account-Balance          PIC S9(13).
       01  WS-Account-Overdraft        PIC 9(12).
       01  WS-Funds-Held               PIC 9(13).
       01  WS-Hold-Count               PIC 9(5).
       01  WS-Pending-Withdrawal       PIC 9(13).
       01  WS-Headroom                 PIC S9(15).
       01  WS-Entries-Found            PIC 9(9).
       01  WS-Entries-To-Skip          PIC 9(9).
       01  WS-Page-Size                PIC 99 VALUE 15.
       01  WS-Page-Top                 PIC S9(5).
       01  WS-Page-Bottom              PIC S9(5).
       01  WS-Shown-From               PIC 9(5).
       01  WS-Shown-To                 PIC 9(5).

       01  WS-Type-Table.
           05  WS-Type-Count           PIC 9(4) VALUE 0.
           05  WS-Type-Entry OCCURS 200 TIMES.
               10  WS-TYP-ID               PIC 9(5).
               10  WS-TYP-Description      PIC X(15).

       01  WS-Journal-Table.
           05  WS-Journal-Count        PIC 9(5) VALUE 0.
           05  WS-Journal-Entry OCCURS 500 TIMES.
               10  WS-JT-EntryID           PIC 9(10).
               10  WS-JT-TransactionID     PIC 9(10).
               10  WS-JT-Year              PIC 9(4).
               10  WS-JT-Month             PIC 99.
               10  WS-JT-Day               PIC 99.
               10  WS-JT-Debit             PIC 9(12).
               10  WS-JT-Credit            PIC 9(12).
               10  WS-JT-BalanceAfter      PIC S9(13).

       01  WS-Pending-Table.
           05  WS-Pending-Count        PIC 9(5) VALUE 0.
           05  WS-Pending-Shown        PIC 9(5) VALUE 0.
           05  WS-Pending-Entry OCCURS 20 TIMES.
               10  WS-PT-TransactionID     PIC 9(10).
               10  WS-PT-Number            PIC X(10).
               10  WS-PT-Year              PIC 9(4).
               10  WS-PT-Month             PIC 99.
               10  WS-PT-Day               PIC 99.
               10  WS-PT-Withdrawal        PIC 9(12).
               10  WS-PT-Deposit           PIC 9(12).

       01  WS-Rule-Line                PIC X(78) VALUE ALL "-".

       01  WS-Account-Line-1.
           05  FILLER                  PIC X(9) VALUE "ACCOUNT  ".
           05  WS-A1-AccountID         PIC 9(5).
           05  FILLER                  PIC X(10) VALUE "   NUMBER ".
           05  WS-A1-Number            PIC X(10).
           05  FILLER                  PIC X(8) VALUE "   NAME ".
           05  WS-A1-Name              PIC X(15).

       01  WS-Account-Line-2.
           05  FILLER                  PIC X(9) VALUE "TYPE     ".
           05  WS-A2-TypeID            PIC 9(5).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-A2-TypeDescription   PIC X(15).
           05  FILLER                  PIC X(9) VALUE "  STATUS ".
           05  WS-A2-Status            PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-A2-Status-Text       PIC X(8).
           05  FILLER                  PIC X(11) VALUE "  CURRENCY ".
           05  WS-A2-Currency          PIC X(3).

       01  WS-Customer-Line-1.
           05  FILLER                  PIC X(9) VALUE "CUSTOMER ".
           05  WS-C1-CustomerID        PIC 9(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-C1-CustomerName      PIC X(30).
           05  FILLER                  PIC X(9) VALUE "  STATUS ".
           05  WS-C1-Status            PIC X(1).

       01  WS-Customer-Line-2.
           05  FILLER                  PIC X(16) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE "DOC ".
           05  WS-C2-DocumentID        PIC X(15).
           05  FILLER                  PIC X(9) VALUE "   PHONE ".
           05  WS-C2-Phone             PIC X(12).

       01  WS-Amount-Line.
           05  WS-AM-Label             PIC X(28).
           05  WS-AM-Amount            PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AM-Note              PIC X(25).

       01  WS-Journal-Heading.
           05  FILLER                  PIC X(19)
                   VALUE "JOURNAL - ENTRIES ".
           05  WS-JH-From              PIC ZZZZ9.
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  WS-JH-To                PIC ZZZZ9.
           05  FILLER                  PIC X(4) VALUE " OF ".
           05  WS-JH-Total             PIC ZZZZ9.
           05  FILLER                  PIC X(15)
                   VALUE " (NEWEST FIRST)".

       01  WS-Journal-Columns.
           05  FILLER  PIC X(11) VALUE "ENTRY ID".
           05  FILLER  PIC X(11) VALUE "DATE".
           05  FILLER  PIC X(11) VALUE "TRANS ID".
           05  FILLER  PIC X(14) VALUE "        DEBIT".
           05  FILLER  PIC X(14) VALUE "       CREDIT".
           05  FILLER  PIC X(15) VALUE "  BALANCE AFTER".

       01  WS-Journal-Line.
           05  WS-JL-EntryID           PIC Z(9)9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-JL-Year              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-JL-Month             PIC 99.
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-JL-Day               PIC 99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-JL-TransactionID     PIC Z(9)9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-JL-Debit             PIC ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-JL-Credit            PIC ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-JL-BalanceAfter      PIC -ZZZZZZZZZZZZ9.

       01  WS-Pending-Heading.
           05  FILLER                  PIC X(42)
                   VALUE "PENDING - NOT YET POSTED (ABOVE CHECKPOINT".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-PH-Checkpoint        PIC Z(9)9.
           05  FILLER                  PIC X(1) VALUE ")".

       01  WS-Pending-Columns.
           05  FILLER  PIC X(11) VALUE "TRANS ID".
           05  FILLER  PIC X(11) VALUE "NUMBER".
           05  FILLER  PIC X(11) VALUE "DATE".
           05  FILLER  PIC X(14) VALUE "   WITHDRAWAL".
           05  FILLER  PIC X(14) VALUE "      DEPOSIT".

       01  WS-Pending-Line.
           05  WS-PL-TransactionID     PIC Z(9)9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-PL-Number            PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-PL-Year              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-PL-Month             PIC 99.
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-PL-Day               PIC 99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-PL-Withdrawal        PIC ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-Deposit           PIC ZZZZZZZZZZZ9.

       01  WS-Pending-More-Line.
           05  FILLER                  PIC X(4) VALUE "... ".
           05  WS-PM-Count             PIC ZZZZ9.
           05  FILLER                  PIC X(31)
                   VALUE " MORE PENDING ITEMS NOT SHOWN".

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-Quit-Switch = "Y"
               PERFORM 2000-ASK-FOR-ACCOUNT
               IF WS-Quit-Switch = "N" AND WS-Found-Switch = "Y"
                   PERFORM 3000-LOAD-ACCOUNT-DETAIL
                   PERFORM 4000-SHOW-ACCOUNT
                   PERFORM 5000-TAKE-COMMANDS
               END-IF
           END-PERFORM
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT AccountTypesFile
           PERFORM UNTIL WS-EOF-Types = "Y"
               READ AccountTypesFile
                   AT END
                       MOVE "Y" TO WS-EOF-Types
                   NOT AT END
                       PERFORM 1010-ADD-ONE-TYPE
               END-READ
           END-PERFORM
           CLOSE AccountTypesFile
           OPEN INPUT AccountsFile
           IF WS-Accounts-Status NOT = "00"
               DISPLAY "ACCOUNTS.DAT COULD NOT BE OPENED - "
                   "STATUS " WS-Accounts-Status " - ABORTING"
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CustomerFile
           IF WS-Customer-Status = "00"
               MOVE "Y" TO WS-Customer-Open-Switch
           ELSE
               DISPLAY "WARNING - CUSTOMER.DAT COULD NOT BE OPENED - "
                   "STATUS " WS-Customer-Status
                   " - CUSTOMER DETAILS NOT SHOWN"
           END-IF
           DISPLAY "ACCOUNT INQUIRY - READ ONLY".

       1010-ADD-ONE-TYPE.
           IF WS-Type-Count < 200
               ADD 1 TO WS-Type-Count
               MOVE AccountTypeID OF AccountTypes
                   TO WS-TYP-ID(WS-Type-Count)
               MOVE AccountTypeDescription
                   TO WS-TYP-Description(WS-Type-Count)
           END-IF.

       2000-ASK-FOR-ACCOUNT.
           MOVE "N" TO WS-Found-Switch
           DISPLAY " "
           DISPLAY "ACCOUNT ID OR ACCOUNT NUMBER (BLANK TO END): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-Key-Input
           ACCEPT WS-Key-Input
           IF WS-Key-Input = SPACES
               MOVE "Y" TO WS-Quit-Switch
           ELSE
               MOVE 0 TO WS-Key-Length
               INSPECT WS-Key-Input TALLYING WS-Key-Length
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-Key-Length <= 5 AND WS-Key-Length > 0
                   IF WS-Key-Input(1:WS-Key-Length) NUMERIC
                       PERFORM 2100-FIND-BY-ACCOUNT-ID
                   END-IF
               END-IF
               IF WS-Found-Switch = "N"
                   PERFORM 2200-FIND-BY-ACCOUNT-NUMBER
               END-IF
               IF WS-Found-Switch = "N"
                   DISPLAY "NO ACCOUNT " WS-Key-Input
                       " ON THE ACCOUNT MASTER"
               END-IF
           END-IF.

       2100-FIND-BY-ACCOUNT-ID.
           MOVE WS-Key-Input(1:WS-Key-Length) TO WS-Key-Digits
           INSPECT WS-Key-Digits REPLACING LEADING SPACE BY ZERO
           MOVE WS-Key-Digits-Numeric TO AccountID OF Accounts
           READ AccountsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-Found-Switch
           END-READ.

       2200-FIND-BY-ACCOUNT-NUMBER.
           MOVE 0 TO AccountID OF Accounts
           MOVE "N" TO WS-EOF-Accounts
           START AccountsFile KEY IS NOT LESS THAN AccountID OF Accounts
               INVALID KEY
                   MOVE "Y" TO WS-EOF-Accounts
           END-START
           PERFORM UNTIL WS-EOF-Accounts = "Y"
                   OR WS-Found-Switch = "Y"
               READ AccountsFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-Accounts
                   NOT AT END
                       IF AccountNumber = WS-Key-Input
                           MOVE "Y" TO WS-Found-Switch
                       END-IF
               END-READ
           END-PERFORM.

       3000-LOAD-ACCOUNT-DETAIL.
           MOVE FUNCTION CURRENT-DATE TO WS-Today
           MOVE 0 TO WS-Account-Balance
           IF AccountBalance NUMERIC
               MOVE AccountBalance TO WS-Account-Balance
           END-IF
           MOVE 0 TO WS-Account-Overdraft
           IF OverdraftLimit OF Accounts NUMERIC
               MOVE OverdraftLimit OF Accounts TO WS-Account-Overdraft
           END-IF
           PERFORM 3100-READ-CHECKPOINT
           PERFORM 3200-LOAD-PENDING-ITEMS
           PERFORM 3300-TOTAL-HOLDS
           PERFORM 3400-LOAD-JOURNAL
           COMPUTE WS-Headroom = WS-Account-Balance
               + WS-Account-Overdraft - WS-Funds-Held
               - WS-Pending-Withdrawal
           IF WS-Headroom < 0
               MOVE 0 TO WS-Headroom
           END-IF
           IF AccountStatus NOT = "A" AND AccountStatus NOT = SPACE
               MOVE 0 TO WS-Headroom
           END-IF
           COMPUTE WS-Page-Top = WS-Journal-Count.

       3100-READ-CHECKPOINT.
           MOVE 0 TO WS-Checkpoint-ID
           MOVE "N" TO WS-Checkpoint-Switch
           OPEN INPUT CheckpointFile
           IF WS-Checkpoint-Status = "00"
               READ CheckpointFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-Checkpoint-Switch
                       MOVE CK-Last-TransactionID TO WS-Checkpoint-ID
               END-READ
               CLOSE CheckpointFile
           END-IF.

       3200-LOAD-PENDING-ITEMS.
           MOVE 0 TO WS-Pending-Count
           MOVE 0 TO WS-Pending-Shown
           MOVE 0 TO WS-Pending-Withdrawal
           MOVE "N" TO WS-EOF-Transactions
           OPEN INPUT TransactionsFile
           IF WS-Transactions-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Transactions
           END-IF
           PERFORM UNTIL WS-EOF-Transactions = "Y"
               READ TransactionsFile
                   AT END
                       MOVE "Y" TO WS-EOF-Transactions
                   NOT AT END
                       IF AccountID OF Transactions =
                               AccountID OF Accounts
                           AND TransactionID > WS-Checkpoint-ID
                           PERFORM 3210-ADD-ONE-PENDING-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Transactions-Status = "00" OR "10"
               CLOSE TransactionsFile
           END-IF.

       3210-ADD-ONE-PENDING-ITEM.
           ADD 1 TO WS-Pending-Count
           ADD WithdrawalAmount TO WS-Pending-Withdrawal
           IF WS-Pending-Shown < 20
               ADD 1 TO WS-Pending-Shown
               MOVE TransactionID
                   TO WS-PT-TransactionID(WS-Pending-Shown)
               MOVE TransactionNumber TO WS-PT-Number(WS-Pending-Shown)
               MOVE TransactionYear TO WS-PT-Year(WS-Pending-Shown)
               MOVE TransactionMonth TO WS-PT-Month(WS-Pending-Shown)
               MOVE TransactionDay TO WS-PT-Day(WS-Pending-Shown)
               MOVE WithdrawalAmount
                   TO WS-PT-Withdrawal(WS-Pending-Shown)
               MOVE DepositAmount TO WS-PT-Deposit(WS-Pending-Shown)
           END-IF.

       3300-TOTAL-HOLDS.
           MOVE 0 TO WS-Funds-Held
           MOVE 0 TO WS-Hold-Count
           MOVE "N" TO WS-EOF-Holds
           OPEN INPUT HoldFile
           IF WS-Hold-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Holds
           END-IF
           PERFORM UNTIL WS-EOF-Holds = "Y"
               READ HoldFile
                   AT END
                       MOVE "Y" TO WS-EOF-Holds
                   NOT AT END
                       IF HO-AccountID = AccountID OF Accounts
                           PERFORM 3310-ADD-HOLD-IF-IN-FORCE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Hold-Status = "00" OR "10"
               CLOSE HoldFile
           END-IF.

       3310-ADD-HOLD-IF-IN-FORCE.
           COMPUTE WS-Hold-Date =
               HO-Placed-Year * 10000 + HO-Placed-Month * 100
               + HO-Placed-Day
           IF WS-Hold-Date NOT > WS-Today-Date
               COMPUTE WS-Hold-Date =
                   HO-Expiry-Year * 10000 + HO-Expiry-Month * 100
                   + HO-Expiry-Day
               IF WS-Hold-Date = 0 OR WS-Hold-Date NOT < WS-Today-Date
                   ADD 1 TO WS-Hold-Count
                   ADD HO-Amount TO WS-Funds-Held
               END-IF
           END-IF.

      *    Count the account's entries first, then keep only the
      *    latest 500 of them - closed periods ahead of the open one.
       3400-LOAD-JOURNAL.
           MOVE 0 TO WS-Journal-Count
           MOVE 0 TO WS-Entries-Found
           MOVE 0 TO WS-Entries-To-Skip
           PERFORM 3410-READ-JOURNAL-FILES
           IF WS-Entries-Found > 500
               COMPUTE WS-Entries-To-Skip = WS-Entries-Found - 500
           END-IF
           MOVE 0 TO WS-Entries-Found
           PERFORM 3410-READ-JOURNAL-FILES.

       3410-READ-JOURNAL-FILES.
           MOVE "N" TO WS-EOF-JourHist
           OPEN INPUT JourHistFile
           IF WS-JourHist-Status NOT = "00"
               MOVE "Y" TO WS-EOF-JourHist
           END-IF
           PERFORM UNTIL WS-EOF-JourHist = "Y"
               READ JourHistFile
                   AT END
                       MOVE "Y" TO WS-EOF-JourHist
                   NOT AT END
                       IF JH-AccountID = AccountID OF Accounts
                           MOVE JourHist TO JournalEntries
                           PERFORM 3420-TAKE-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JourHist-Status = "00" OR "10"
               CLOSE JourHistFile
           END-IF
           MOVE "N" TO WS-EOF-Journal
           OPEN INPUT JournalEntriesFile
           IF WS-Journal-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Journal
           END-IF
           PERFORM UNTIL WS-EOF-Journal = "Y"
               READ JournalEntriesFile
                   AT END
                       MOVE "Y" TO WS-EOF-Journal
                   NOT AT END
                       IF JE-AccountID = AccountID OF Accounts
                           PERFORM 3420-TAKE-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Journal-Status = "00" OR "10"
               CLOSE JournalEntriesFile
           END-IF.

       3420-TAKE-ONE-ENTRY.
           ADD 1 TO WS-Entries-Found
           IF WS-Entries-Found > WS-Entries-To-Skip
                   AND WS-Journal-Count < 500
               ADD 1 TO WS-Journal-Count
               MOVE JE-EntryID TO WS-JT-EntryID(WS-Journal-Count)
               MOVE JE-TransactionID
                   TO WS-JT-TransactionID(WS-Journal-Count)
               MOVE JE-EntryYear TO WS-JT-Year(WS-Journal-Count)
               MOVE JE-EntryMonth TO WS-JT-Month(WS-Journal-Count)
               MOVE JE-EntryDay TO WS-JT-Day(WS-Journal-Count)
               MOVE JE-DebitAmount TO WS-JT-Debit(WS-Journal-Count)
               MOVE JE-CreditAmount TO WS-JT-Credit(WS-Journal-Count)
               MOVE JE-BalanceAfter
                   TO WS-JT-BalanceAfter(WS-Journal-Count)
           END-IF.

       4000-SHOW-ACCOUNT.
           DISPLAY WS-Rule-Line
           MOVE AccountID OF Accounts TO WS-A1-AccountID
           MOVE AccountNumber TO WS-A1-Number
           MOVE AccountName TO WS-A1-Name
           DISPLAY WS-Account-Line-1
           MOVE AccountTypeID OF Accounts TO WS-A2-TypeID
           PERFORM 4010-FIND-TYPE-DESCRIPTION
           MOVE AccountStatus TO WS-A2-Status
           EVALUATE AccountStatus
               WHEN "A"
               WHEN SPACE
                   MOVE "ACTIVE" TO WS-A2-Status-Text
               WHEN "F"
                   MOVE "FROZEN" TO WS-A2-Status-Text
               WHEN "C"
                   MOVE "CLOSED" TO WS-A2-Status-Text
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-A2-Status-Text
           END-EVALUATE
           MOVE CurrencyCode OF Accounts TO WS-A2-Currency
           DISPLAY WS-Account-Line-2
           PERFORM 4020-SHOW-CUSTOMER
           MOVE "OVERDRAFT LIMIT" TO WS-AM-Label
           MOVE WS-Account-Overdraft TO WS-AM-Amount
           MOVE SPACES TO WS-AM-Note
           DISPLAY WS-Amount-Line
           MOVE "ACCOUNT BALANCE" TO WS-AM-Label
           MOVE WS-Account-Balance TO WS-AM-Amount
           DISPLAY WS-Amount-Line
           MOVE "FUNDS ON HOLD TODAY" TO WS-AM-Label
           MOVE WS-Funds-Held TO WS-AM-Amount
           MOVE SPACES TO WS-AM-Note
           IF WS-Hold-Count > 0
               STRING WS-Hold-Count DELIMITED BY SIZE
                   " HOLD(S) IN FORCE" DELIMITED BY SIZE
                   INTO WS-AM-Note
               END-STRING
           END-IF
           DISPLAY WS-Amount-Line
           MOVE "PENDING WITHDRAWALS" TO WS-AM-Label
           MOVE WS-Pending-Withdrawal TO WS-AM-Amount
           MOVE SPACES TO WS-AM-Note
           DISPLAY WS-Amount-Line
           MOVE "WITHDRAWAL HEADROOM" TO WS-AM-Label
           MOVE WS-Headroom TO WS-AM-Amount
           IF AccountStatus NOT = "A" AND AccountStatus NOT = SPACE
               MOVE "ACCOUNT NOT ACTIVE" TO WS-AM-Note
           END-IF
           DISPLAY WS-Amount-Line
           PERFORM 4200-SHOW-PENDING-ITEMS
           PERFORM 4300-SHOW-JOURNAL-PAGE.

       4010-FIND-TYPE-DESCRIPTION.
           MOVE "NOT ON MASTER" TO WS-A2-TypeDescription
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Type-Count
               IF WS-TYP-ID(WS-Subscript) = AccountTypeID OF Accounts
                   MOVE WS-TYP-Description(WS-Subscript)
                       TO WS-A2-TypeDescription
               END-IF
           END-PERFORM.

       4020-SHOW-CUSTOMER.
           MOVE 0 TO WS-C1-CustomerID
           MOVE "NO CUSTOMER ON ACCOUNT" TO WS-C1-CustomerName
           MOVE SPACES TO WS-C1-Status
           MOVE SPACES TO WS-C2-DocumentID
           MOVE SPACES TO WS-C2-Phone
           IF CustomerID OF Accounts NUMERIC
                   AND CustomerID OF Accounts > 0
               MOVE CustomerID OF Accounts TO WS-C1-CustomerID
               MOVE "CUSTOMER NOT ON MASTER" TO WS-C1-CustomerName
               IF WS-Customer-Open-Switch = "Y"
                   MOVE CustomerID OF Accounts TO CU-CustomerID
                   READ CustomerFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CU-CustomerName TO WS-C1-CustomerName
                           MOVE CU-Status TO WS-C1-Status
                           MOVE CU-DocumentID TO WS-C2-DocumentID
                           MOVE CU-ContactPhone TO WS-C2-Phone
                   END-READ
               END-IF
           END-IF
           DISPLAY WS-Customer-Line-1
           DISPLAY WS-Customer-Line-2.

       4200-SHOW-PENDING-ITEMS.
           DISPLAY WS-Rule-Line
           MOVE WS-Checkpoint-ID TO WS-PH-Checkpoint
           DISPLAY WS-Pending-Heading
           IF WS-Checkpoint-Switch = "N"
               DISPLAY "NO POSTING CHECKPOINT - EVERY ITEM ON "
                   "TRANSACTIONS.DAT IS SHOWN AS PENDING"
           END-IF
           IF WS-Pending-Count = 0
               DISPLAY "NONE"
           ELSE
               DISPLAY WS-Pending-Columns
               PERFORM VARYING WS-Subscript FROM 1 BY 1
                       UNTIL WS-Subscript > WS-Pending-Shown
                   MOVE WS-PT-TransactionID(WS-Subscript)
                       TO WS-PL-TransactionID
                   MOVE WS-PT-Number(WS-Subscript) TO WS-PL-Number
                   MOVE WS-PT-Year(WS-Subscript) TO WS-PL-Year
                   MOVE WS-PT-Month(WS-Subscript) TO WS-PL-Month
                   MOVE WS-PT-Day(WS-Subscript) TO WS-PL-Day
                   MOVE WS-PT-Withdrawal(WS-Subscript)
                       TO WS-PL-Withdrawal
                   MOVE WS-PT-Deposit(WS-Subscript) TO WS-PL-Deposit
                   DISPLAY WS-Pending-Line
               END-PERFORM
               IF WS-Pending-Count > WS-Pending-Shown
                   COMPUTE WS-PM-Count =
                       WS-Pending-Count - WS-Pending-Shown
                   DISPLAY WS-Pending-More-Line
               END-IF
           END-IF.

      *    WS-Page-Top is the newest entry on the page; the page runs
      *    back from it towards the start of the table.
       4300-SHOW-JOURNAL-PAGE.
           DISPLAY WS-Rule-Line
           IF WS-Journal-Count = 0
               DISPLAY "JOURNAL - NO ENTRIES FOR THIS ACCOUNT"
           ELSE
               COMPUTE WS-Page-Bottom = WS-Page-Top - WS-Page-Size + 1
               IF WS-Page-Bottom < 1
                   MOVE 1 TO WS-Page-Bottom
               END-IF
               COMPUTE WS-Shown-From =
                   WS-Journal-Count - WS-Page-Top + 1
               COMPUTE WS-Shown-To =
                   WS-Journal-Count - WS-Page-Bottom + 1
               MOVE WS-Shown-From TO WS-JH-From
               MOVE WS-Shown-To TO WS-JH-To
               MOVE WS-Journal-Count TO WS-JH-Total
               DISPLAY WS-Journal-Heading
               DISPLAY WS-Journal-Columns
               PERFORM VARYING WS-Subscript FROM WS-Page-Top BY -1
                       UNTIL WS-Subscript < WS-Page-Bottom
                       OR WS-Subscript = 0
                   PERFORM 4310-SHOW-ONE-ENTRY
               END-PERFORM
           END-IF
           DISPLAY WS-Rule-Line.

       4310-SHOW-ONE-ENTRY.
           MOVE WS-JT-EntryID(WS-Subscript) TO WS-JL-EntryID
           MOVE WS-JT-Year(WS-Subscript) TO WS-JL-Year
           MOVE WS-JT-Month(WS-Subscript) TO WS-JL-Month
           MOVE WS-JT-Day(WS-Subscript) TO WS-JL-Day
           MOVE WS-JT-TransactionID(WS-Subscript)
               TO WS-JL-TransactionID
           MOVE WS-JT-Debit(WS-Subscript) TO WS-JL-Debit
           MOVE WS-JT-Credit(WS-Subscript) TO WS-JL-Credit
           MOVE WS-JT-BalanceAfter(WS-Subscript) TO WS-JL-BalanceAfter
           DISPLAY WS-Journal-Line.

       5000-TAKE-COMMANDS.
           MOVE "N" TO WS-Next-Account-Switch
           PERFORM UNTIL WS-Next-Account-Switch = "Y"
                   OR WS-Quit-Switch = "Y"
               DISPLAY "N=OLDER ENTRIES  P=NEWER  A=ANOTHER ACCOUNT  "
                   "Q=QUIT: " WITH NO ADVANCING
               MOVE SPACE TO WS-Command
               ACCEPT WS-Command
               EVALUATE WS-Command
                   WHEN "N"
                   WHEN "n"
                       PERFORM 5100-OLDER-PAGE
                   WHEN "P"
                   WHEN "p"
                       PERFORM 5200-NEWER-PAGE
                   WHEN "A"
                   WHEN "a"
                       MOVE "Y" TO WS-Next-Account-Switch
                   WHEN "Q"
                   WHEN "q"
                       MOVE "Y" TO WS-Quit-Switch
                   WHEN OTHER
                       DISPLAY "UNKNOWN COMMAND " WS-Command
               END-EVALUATE
           END-PERFORM.

       5100-OLDER-PAGE.
           IF WS-Page-Top - WS-Page-Size < 1
               IF WS-Journal-Count = 500
                   DISPLAY "NO OLDER ENTRIES - ONLY THE LATEST 500 "
                       "CAN BE PAGED"
               ELSE
                   DISPLAY "NO OLDER ENTRIES"
               END-IF
           ELSE
               SUBTRACT WS-Page-Size FROM WS-Page-Top
               PERFORM 4300-SHOW-JOURNAL-PAGE
           END-IF.

       5200-NEWER-PAGE.
           IF WS-Page-Top >= WS-Journal-Count
               DISPLAY "ALREADY AT THE NEWEST ENTRIES"
           ELSE
               ADD WS-Page-Size TO WS-Page-Top
               IF WS-Page-Top > WS-Journal-Count
                   MOVE WS-Journal-Count TO WS-Page-Top
               END-IF
               PERFORM 4300-SHOW-JOURNAL-PAGE
           END-IF.

       9000-TERMINATE.
           CLOSE AccountsFile
           IF WS-Customer-Open-Switch = "Y"
               CLOSE CustomerFile
           END-IF
           DISPLAY "ACCOUNT INQUIRY ENDED".
