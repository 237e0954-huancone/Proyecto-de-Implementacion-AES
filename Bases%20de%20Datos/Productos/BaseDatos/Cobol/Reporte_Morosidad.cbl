       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-MOROSIDAD.
      *****************************************************************
      *  Loan delinquency (arrears aging) report.  For the as-of date
      *  on the parameter file (MOROSIDA.PARM), walks every loan on
      *  the loan master (PRESTAMO.DAT) through its amortization
      *  schedule - the same level-installment schedule the
      *  installment job (Generacion_Cuotas.cbl) builds - and, for
      *  every installment that fell due before the as-of date, works
      *  out whether it was actually paid.
      *
      *  An installment was written by the installment job as a P
      *  item (principal) and a Q item (interest) numbered with the
      *  loan id and the due period.  Their debit legs against the
      *  repayment account are found on TransactionsFile or the
      *  TRANSHIST.DAT archive, and each is looked up by
      *  JE-TransactionID on JOURNAL.DAT and the JOURHIST.DAT archive:
      *      PAID           every item journaled - not reported
      *      REJECTED       an item at or below the POSTEO.CKP
      *                     checkpoint that never reached the journal -
      *                     the posting job read it and refused it
      *                     (repayment account short, frozen or
      *                     closed), the rejects collections used to
      *                     pick out of POSTEO.RPT by hand
      *      UNPAID         an item still above the checkpoint, not
      *                     yet through posting
      *      NOT GENERATED  no item was ever written for the period
      *                     (the installment job suppressed it or was
      *                     not run); the scheduled amount is owed
      *  The amount past due is the unjournaled part of the
      *  installment, aged by calendar days from its due date (the
      *  installment day, clamped to the month's last real day) into
      *  the UNDER 30, 30-59, 60-89 and 90+ buckets.
      *
      *  The report lists every past-due installment per loan with a
      *  loan total across the buckets, then a customer section
      *  totalling the buckets per CustomerID of the loan account,
      *  with the name from CUSTOMER.DAT, so collections works one
      *  list per customer.
      *
      *  Only P and Q items of a loan on the loan master, for a period
      *  inside its schedule and not after the as-of month, are kept;
      *  each one kept flags its installment as generated.  When the
      *  item table fills, the journal pass is run early and every
      *  journaled item is dropped, so the table only has to hold the
      *  items still unpaid - the generated flag keeps a paid
      *  installment from reading as NOT GENERATED.
      *
      *  An item or customer table still full after that refuses the
      *  whole run (RETURN-CODE 99) - an installment the table could
      *  not hold would look unpaid and be chased by mistake.  Otherwise
      *  RETURN-CODE is left at the number of past-due installments
      *  (0 when every loan is current).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountTypesFile ASSIGN TO "ACCOUNTTYPES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AccountsFile ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY AccountID OF Accounts
               FILE STATUS IS WS-Accounts-Status.
           SELECT TransactionsFile ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Transactions-Status.
           SELECT TransHistFile ASSIGN TO "TRANSHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TransHist-Status.
           SELECT JournalEntriesFile ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Journal-Status.
           SELECT JourHistFile ASSIGN TO "JOURHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JourHist-Status.
           SELECT CheckpointFile ASSIGN TO "POSTEO.CKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Checkpoint-Status.
           SELECT LoanMasterFile ASSIGN TO "PRESTAMO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Loan-Status.
           SELECT CustomerFile ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CU-CustomerID
               FILE STATUS IS WS-Customer-Status.
           SELECT ParameterFile ASSIGN TO "MOROSIDA.PARM"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT DelinquencyReport ASSIGN TO "MOROSIDA.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "Estructura_Contabilidad.cbl".

       FD  TransHistFile.
       01  TransHist.
           02  TH-TransactionID        PIC 9(10).
           02  TH-TransactionNumber    PIC X(10).
           02  TH-TransactionYear      PIC 999.
           02  TH-TransactionMonth     PIC 99.
           02  TH-AccountID            PIC 9(5).
           02  TH-WithdrawalAmount     PIC 9(12).
           02  TH-DepositAmount        PIC 9(12).
           02  TH-TransactionDay       PIC 99.
           02  TH-CurrencyCode         PIC X(3).

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

       FD  LoanMasterFile.
       01  LoanMaster.
           02  LN-AccountID            PIC 9(5).
           02  LN-Principal            PIC 9(12).
           02  LN-AnnualRate           PIC 9(3)V9(4).
           02  LN-TermMonths           PIC 9(3).
           02  LN-First-Year           PIC 9(4).
           02  LN-First-Month          PIC 99.
           02  LN-InstallmentDay       PIC 99.
           02  LN-RepayAccountID       PIC 9(5).

       FD  CustomerFile.
       01  Customer.
           02  CU-CustomerID           PIC 9(5).
           02  CU-CustomerName         PIC X(30).
           02  CU-DocumentID           PIC X(15).
           02  CU-ContactPhone         PIC X(12).
           02  CU-Status               PIC X(1).

       FD  ParameterFile.
       01  DelinquencyParms.
           05  RM-Year                 PIC 9(4).
           05  RM-Month                PIC 99.
           05  RM-Day                  PIC 99.

       FD  DelinquencyReport.
       01  DelinquencyLine             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EOF-Loans                PIC X VALUE "N".
       01  WS-EOF-Transactions         PIC X VALUE "N".
       01  WS-EOF-History              PIC X VALUE "N".
       01  WS-EOF-Journal              PIC X VALUE "N".
       01  WS-EOF-JourHist             PIC X VALUE "N".
       01  WS-Accounts-Status          PIC X(2).
       01  WS-Transactions-Status      PIC X(2).
       01  WS-TransHist-Status         PIC X(2).
       01  WS-Journal-Status           PIC X(2).
       01  WS-JourHist-Status          PIC X(2).
       01  WS-Checkpoint-Status        PIC X(2).
       01  WS-Loan-Status              PIC X(2).
       01  WS-Customer-Status          PIC X(2).
       01  WS-Subscript                PIC 9(5).
       01  WS-Subscript-2              PIC 9(5).
       01  WS-Found-Switch             PIC X.
       01  WS-Table-Overflow-Switch    PIC X VALUE "N".
       01  WS-Past-Due-Count           PIC 9(9) VALUE 0.
       01  WS-Last-Posted-ID           PIC 9(10) VALUE 0.

       01  WS-Item-Number-Work         PIC X(10).
       01  WS-Item-ID-Work             PIC 9(10).
       01  WS-Item-Amount-Work         PIC 9(12).
       01  WS-Posted-ID-Work           PIC 9(10).
       01  WS-Item-Loan-ID             PIC 9(5).
       01  WS-Item-YY                  PIC 99.
       01  WS-Item-MM                  PIC 99.
       01  WS-Item-Full-Year           PIC 9(4).
       01  WS-Item-Period-Num          PIC 9(6).
       01  WS-First-Period-Num         PIC 9(6).
       01  WS-Item-Schedule-Month      PIC 9(3).
       01  WS-Loan-Subscript           PIC 9(5).
       01  WS-Keep-Count               PIC 9(5).

       01  WS-AsOf-DateNum             PIC 9(8).
       01  WS-AsOf-DayNum              PIC 9(8).
       01  WS-AsOf-PeriodNum           PIC 9(6).
       01  WS-Due-DateNum              PIC 9(8).
       01  WS-Due-DayNum               PIC 9(8).
       01  WS-Days-Past-Due            PIC 9(6).
       01  WS-Period-Num               PIC 9(6).
       01  WS-Due-Year                 PIC 9(4).
       01  WS-Due-Month                PIC 99.
       01  WS-Due-Day                  PIC 99.
       01  WS-Days-In-Month            PIC 99.
       01  WS-Leap-Quotient            PIC 9(4).
       01  WS-Leap-Remainder           PIC 9(4).

       01  WS-Monthly-Rate             PIC 9V9(10).
       01  WS-Growth-Factor            PIC 9(9)V9(10).
       01  WS-Installment-Amount       PIC 9(12).
       01  WS-Outstanding-Principal    PIC 9(12).
       01  WS-Interest-Part            PIC 9(12).
       01  WS-Principal-Part           PIC 9(12).
       01  WS-Schedule-Month           PIC 9(4).

       01  WS-Status-Text              PIC X(13).
       01  WS-Past-Due-Amount          PIC 9(12).
       01  WS-Rejected-Switch          PIC X.
       01  WS-Unposted-Switch          PIC X.
       01  WS-Bucket                   PIC 9.

       01  WS-Principal-Number.
           05  FILLER                  PIC X(1) VALUE "P".
           05  WS-PN-AccountID         PIC 9(5).
           05  WS-PN-Year              PIC 99.
           05  WS-PN-Month             PIC 99.

       01  WS-Interest-Number.
           05  FILLER                  PIC X(1) VALUE "Q".
           05  WS-QN-AccountID         PIC 9(5).
           05  WS-QN-Year              PIC 99.
           05  WS-QN-Month             PIC 99.

       01  WS-Loan-Buckets.
           05  WS-LB-Amount OCCURS 4 TIMES PIC 9(13).
       01  WS-Loan-Past-Due-Count      PIC 9(5).
       01  WS-Grand-Buckets.
           05  WS-GB-Amount OCCURS 4 TIMES PIC 9(13).

       01  WS-Loan-Table.
           05  WS-Loan-Count           PIC 9(4) VALUE 0.
           05  WS-Loan-Entry OCCURS 500 TIMES.
               10  WS-LN-AccountID         PIC 9(5).
               10  WS-LN-Principal         PIC 9(12).
               10  WS-LN-AnnualRate        PIC 9(3)V9(4).
               10  WS-LN-TermMonths        PIC 9(3).
               10  WS-LN-First-Year        PIC 9(4).
               10  WS-LN-First-Month       PIC 99.
               10  WS-LN-InstallmentDay    PIC 99.
               10  WS-LN-RepayAccountID    PIC 9(5).
               10  WS-LN-CustomerID        PIC 9(5).
               10  WS-LN-Generated-Flags.
                   15  WS-LN-Generated OCCURS 999 TIMES PIC X.

       01  WS-Item-Table.
           05  WS-Item-Count           PIC 9(5) VALUE 0.
           05  WS-Item-Entry OCCURS 5000 TIMES.
               10  WS-ITM-Number           PIC X(10).
               10  WS-ITM-TransactionID    PIC 9(10).
               10  WS-ITM-Amount           PIC 9(12).
               10  WS-ITM-Posted           PIC X(1).

       01  WS-Customer-Table.
           05  WS-Customer-Count       PIC 9(4) VALUE 0.
           05  WS-Customer-Entry OCCURS 500 TIMES.
               10  WS-CUS-CustomerID       PIC 9(5).
               10  WS-CUS-Installments     PIC 9(5).
               10  WS-CUS-Amount OCCURS 4 TIMES PIC 9(13).

       01  WS-Heading-Line.
           05  FILLER                  PIC X(37)
                   VALUE "LOAN DELINQUENCY AGING - AS OF DATE ".
           05  WS-HL-Year              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-HL-Month             PIC 99.
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-HL-Day               PIC 99.

       01  WS-Column-Line.
           05  FILLER  PIC X(7)  VALUE "LOAN".
           05  FILLER  PIC X(5)  VALUE "NO.".
           05  FILLER  PIC X(11) VALUE "DUE DATE".
           05  FILLER  PIC X(14) VALUE "STATUS".
           05  FILLER  PIC X(7)  VALUE "DAYS".
           05  FILLER  PIC X(14) VALUE "PAST DUE".
           05  FILLER  PIC X(7)  VALUE "BUCKET".

       01  WS-Detail-Line.
           05  WS-DL-AccountID         PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-Installment       PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-Due-Year          PIC 9(4).
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-DL-Due-Month         PIC 99.
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-DL-Due-Day           PIC 99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-DL-Status            PIC X(13).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-DL-Days              PIC ZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-DL-Amount            PIC ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-Bucket            PIC X(8).

       01  WS-Bucket-Heading.
           05  FILLER  PIC X(29) VALUE SPACES.
           05  FILLER  PIC X(14) VALUE "      UNDER 30".
           05  FILLER  PIC X(14) VALUE "         30-59".
           05  FILLER  PIC X(14) VALUE "         60-89".
           05  FILLER  PIC X(14) VALUE "           90+".

       01  WS-Bucket-Line.
           05  WS-BL-Label             PIC X(12).
           05  WS-BL-ID                PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-BL-Count             PIC ZZZZ9.
           05  FILLER                  PIC X(5) VALUE " INST".
           05  WS-BL-Amount OCCURS 4 TIMES PIC ZZZZZZZZZZZZZ9.

       01  WS-Customer-Name-Line.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  WS-CN-Name              PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE "DOC ".
           05  WS-CN-DocumentID        PIC X(15).

       01  WS-Customer-Heading         PIC X(60)
               VALUE "PAST-DUE INSTALLMENTS BY CUSTOMER".

       01  WS-No-Master-Name           PIC X(30)
               VALUE "NOT ON CUSTOMER MASTER".

       01  WS-Bucket-Names.
           05  FILLER                  PIC X(8) VALUE "UNDER 30".
           05  FILLER                  PIC X(8) VALUE "30-59   ".
           05  FILLER                  PIC X(8) VALUE "60-89   ".
           05  FILLER                  PIC X(8) VALUE "90+     ".
       01  WS-Bucket-Name-Table REDEFINES WS-Bucket-Names.
           05  WS-Bucket-Name OCCURS 4 TIMES PIC X(8).

       01  WS-Refused-Line             PIC X(60)
               VALUE "ITEM OR CUSTOMER TABLE FULL - RUN REFUSED".

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-LOANS
           PERFORM 2500-LOAD-INSTALLMENT-ITEMS
           PERFORM 2700-MARK-POSTED-ITEMS
           PERFORM 2800-READ-CHECKPOINT
           IF WS-Table-Overflow-Switch = "Y"
               WRITE DelinquencyLine FROM WS-Refused-Line
               DISPLAY "LOAN, ITEM OR CUSTOMER TABLE FULL - "
                   "DELINQUENCY RUN REFUSED"
               PERFORM 9000-TERMINATE
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-AGE-LOANS
           IF WS-Table-Overflow-Switch = "Y"
               WRITE DelinquencyLine FROM WS-Refused-Line
               DISPLAY "CUSTOMER TABLE FULL - "
                   "DELINQUENCY RUN REFUSED"
               PERFORM 9000-TERMINATE
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-PRINT-CUSTOMERS
           PERFORM 9000-TERMINATE
           MOVE WS-Past-Due-Count TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT ParameterFile
           READ ParameterFile
               AT END
                   DISPLAY "MOROSIDA.PARM IS EMPTY - ABORTING"
                   STOP RUN
           END-READ
           CLOSE ParameterFile
           OPEN INPUT AccountsFile
           IF WS-Accounts-Status NOT = "00"
               DISPLAY "ACCOUNTS.DAT COULD NOT BE OPENED - "
                   "STATUS " WS-Accounts-Status " - ABORTING"
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CustomerFile
           IF WS-Customer-Status NOT = "00"
               DISPLAY "WARNING - CUSTOMER.DAT COULD NOT BE OPENED - "
                   "STATUS " WS-Customer-Status
                   " - CUSTOMERS PRINT AS NOT ON MASTER"
           END-IF
           COMPUTE WS-AsOf-DateNum =
               RM-Year * 10000 + RM-Month * 100 + RM-Day
           COMPUTE WS-AsOf-DayNum =
               FUNCTION INTEGER-OF-DATE(WS-AsOf-DateNum)
           COMPUTE WS-AsOf-PeriodNum = RM-Year * 12 + RM-Month - 1
           MOVE 0 TO WS-GB-Amount(1) WS-GB-Amount(2)
                     WS-GB-Amount(3) WS-GB-Amount(4)
           OPEN OUTPUT DelinquencyReport
           MOVE RM-Year TO WS-HL-Year
           MOVE RM-Month TO WS-HL-Month
           MOVE RM-Day TO WS-HL-Day
           WRITE DelinquencyLine FROM WS-Heading-Line
           WRITE DelinquencyLine FROM WS-Column-Line
               AFTER ADVANCING 2 LINES.

       2000-LOAD-LOANS.
           OPEN INPUT LoanMasterFile
           IF WS-Loan-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Loans
           END-IF
           PERFORM UNTIL WS-EOF-Loans = "Y"
               READ LoanMasterFile
                   AT END
                       MOVE "Y" TO WS-EOF-Loans
                   NOT AT END
                       PERFORM 2100-ADD-ONE-LOAN
               END-READ
           END-PERFORM
           IF WS-Loan-Status = "00" OR "10"
               CLOSE LoanMasterFile
           END-IF.

       2100-ADD-ONE-LOAN.
           IF WS-Loan-Count >= 500
               MOVE "Y" TO WS-Table-Overflow-Switch
           ELSE
               ADD 1 TO WS-Loan-Count
               MOVE LN-AccountID TO WS-LN-AccountID(WS-Loan-Count)
               MOVE LN-Principal TO WS-LN-Principal(WS-Loan-Count)
               MOVE LN-AnnualRate TO WS-LN-AnnualRate(WS-Loan-Count)
               MOVE LN-TermMonths TO WS-LN-TermMonths(WS-Loan-Count)
               MOVE LN-First-Year TO WS-LN-First-Year(WS-Loan-Count)
               MOVE LN-First-Month
                   TO WS-LN-First-Month(WS-Loan-Count)
               MOVE LN-InstallmentDay
                   TO WS-LN-InstallmentDay(WS-Loan-Count)
               MOVE LN-RepayAccountID
                   TO WS-LN-RepayAccountID(WS-Loan-Count)
               MOVE 0 TO WS-LN-CustomerID(WS-Loan-Count)
               MOVE ALL "N" TO WS-LN-Generated-Flags(WS-Loan-Count)
               MOVE LN-AccountID TO AccountID OF Accounts
               READ AccountsFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CustomerID OF Accounts NUMERIC
                           MOVE CustomerID OF Accounts
                               TO WS-LN-CustomerID(WS-Loan-Count)
                       END-IF
               END-READ
           END-IF.

       2500-LOAD-INSTALLMENT-ITEMS.
           OPEN INPUT TransactionsFile
           IF WS-Transactions-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Transactions
           END-IF
           PERFORM UNTIL WS-EOF-Transactions = "Y"
               READ TransactionsFile
                   AT END
                       MOVE "Y" TO WS-EOF-Transactions
                   NOT AT END
                       IF WithdrawalAmount > 0
                           MOVE TransactionNumber
                               TO WS-Item-Number-Work
                           MOVE TransactionID TO WS-Item-ID-Work
                           MOVE WithdrawalAmount
                               TO WS-Item-Amount-Work
                           PERFORM 2550-ADD-INSTALLMENT-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Transactions-Status = "00" OR "10"
               CLOSE TransactionsFile
           END-IF
           OPEN INPUT TransHistFile
           IF WS-TransHist-Status NOT = "00"
               MOVE "Y" TO WS-EOF-History
           END-IF
           PERFORM UNTIL WS-EOF-History = "Y"
               READ TransHistFile
                   AT END
                       MOVE "Y" TO WS-EOF-History
                   NOT AT END
                       IF TH-WithdrawalAmount > 0
                           MOVE TH-TransactionNumber
                               TO WS-Item-Number-Work
                           MOVE TH-TransactionID TO WS-Item-ID-Work
                           MOVE TH-WithdrawalAmount
                               TO WS-Item-Amount-Work
                           PERFORM 2550-ADD-INSTALLMENT-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TransHist-Status = "00" OR "10"
               CLOSE TransHistFile
           END-IF.

       2550-ADD-INSTALLMENT-ITEM.
           IF (WS-Item-Number-Work(1:1) = "P"
                   OR WS-Item-Number-Work(1:1) = "Q")
                   AND WS-Item-Number-Work(2:9) IS NUMERIC
               PERFORM 2560-FIND-ITEM-INSTALLMENT
               IF WS-Item-Schedule-Month > 0
                   MOVE "Y" TO WS-LN-Generated(WS-Loan-Subscript,
                       WS-Item-Schedule-Month)
                   IF WS-Item-Count >= 5000
                       PERFORM 2600-COMPACT-ITEM-TABLE
                   END-IF
                   IF WS-Item-Count >= 5000
                       MOVE "Y" TO WS-Table-Overflow-Switch
                   ELSE
                       ADD 1 TO WS-Item-Count
                       MOVE WS-Item-Number-Work
                           TO WS-ITM-Number(WS-Item-Count)
                       MOVE WS-Item-ID-Work
                           TO WS-ITM-TransactionID(WS-Item-Count)
                       MOVE WS-Item-Amount-Work
                           TO WS-ITM-Amount(WS-Item-Count)
                       MOVE "N" TO WS-ITM-Posted(WS-Item-Count)
                   END-IF
               END-IF
           END-IF.

       2560-FIND-ITEM-INSTALLMENT.
           MOVE 0 TO WS-Item-Schedule-Month
           MOVE WS-Item-Number-Work(2:5) TO WS-Item-Loan-ID
           MOVE WS-Item-Number-Work(7:2) TO WS-Item-YY
           MOVE WS-Item-Number-Work(9:2) TO WS-Item-MM
           MOVE "N" TO WS-Found-Switch
           PERFORM VARYING WS-Loan-Subscript FROM 1 BY 1
                   UNTIL WS-Loan-Subscript > WS-Loan-Count
                   OR WS-Found-Switch = "Y"
               IF WS-LN-AccountID(WS-Loan-Subscript) = WS-Item-Loan-ID
                   MOVE "Y" TO WS-Found-Switch
               END-IF
           END-PERFORM
           IF WS-Found-Switch = "Y" AND WS-Item-MM >= 1
                   AND WS-Item-MM <= 12
               SUBTRACT 1 FROM WS-Loan-Subscript
               DIVIDE WS-LN-First-Year(WS-Loan-Subscript) BY 100
                   GIVING WS-Item-Full-Year
               COMPUTE WS-Item-Full-Year =
                   WS-Item-Full-Year * 100 + WS-Item-YY
               IF WS-Item-Full-Year <
                       WS-LN-First-Year(WS-Loan-Subscript)
                   ADD 100 TO WS-Item-Full-Year
               END-IF
               COMPUTE WS-First-Period-Num =
                   WS-LN-First-Year(WS-Loan-Subscript) * 12
                   + WS-LN-First-Month(WS-Loan-Subscript) - 1
               COMPUTE WS-Item-Period-Num =
                   WS-Item-Full-Year * 12 + WS-Item-MM - 1
               IF WS-Item-Period-Num >= WS-First-Period-Num
                       AND WS-Item-Period-Num <= WS-AsOf-PeriodNum
                       AND WS-Item-Period-Num - WS-First-Period-Num <
                           WS-LN-TermMonths(WS-Loan-Subscript)
                   COMPUTE WS-Item-Schedule-Month =
                       WS-Item-Period-Num - WS-First-Period-Num + 1
               END-IF
           END-IF.

       2600-COMPACT-ITEM-TABLE.
           PERFORM 2700-MARK-POSTED-ITEMS
           MOVE 0 TO WS-Keep-Count
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Item-Count
               IF WS-ITM-Posted(WS-Subscript) = "N"
                   ADD 1 TO WS-Keep-Count
                   MOVE WS-Item-Entry(WS-Subscript)
                       TO WS-Item-Entry(WS-Keep-Count)
               END-IF
           END-PERFORM
           MOVE WS-Keep-Count TO WS-Item-Count.

       2700-MARK-POSTED-ITEMS.
           MOVE "N" TO WS-EOF-Journal
           MOVE "N" TO WS-EOF-JourHist
           OPEN INPUT JournalEntriesFile
           IF WS-Journal-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Journal
           END-IF
           PERFORM UNTIL WS-EOF-Journal = "Y"
               READ JournalEntriesFile
                   AT END
                       MOVE "Y" TO WS-EOF-Journal
                   NOT AT END
                       MOVE JE-TransactionID TO WS-Posted-ID-Work
                       PERFORM 2750-MARK-ONE-ITEM
               END-READ
           END-PERFORM
           IF WS-Journal-Status = "00" OR "10"
               CLOSE JournalEntriesFile
           END-IF
           OPEN INPUT JourHistFile
           IF WS-JourHist-Status NOT = "00"
               MOVE "Y" TO WS-EOF-JourHist
           END-IF
           PERFORM UNTIL WS-EOF-JourHist = "Y"
               READ JourHistFile
                   AT END
                       MOVE "Y" TO WS-EOF-JourHist
                   NOT AT END
                       MOVE JH-TransactionID TO WS-Posted-ID-Work
                       PERFORM 2750-MARK-ONE-ITEM
               END-READ
           END-PERFORM
           IF WS-JourHist-Status = "00" OR "10"
               CLOSE JourHistFile
           END-IF.

       2750-MARK-ONE-ITEM.
           IF WS-Posted-ID-Work NOT = 0
               PERFORM VARYING WS-Subscript FROM 1 BY 1
                       UNTIL WS-Subscript > WS-Item-Count
                   IF WS-ITM-TransactionID(WS-Subscript) =
                           WS-Posted-ID-Work
                       MOVE "Y" TO WS-ITM-Posted(WS-Subscript)
                   END-IF
               END-PERFORM
           END-IF.

       2800-READ-CHECKPOINT.
           OPEN INPUT CheckpointFile
           IF WS-Checkpoint-Status = "00"
               READ CheckpointFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CK-Last-TransactionID TO WS-Last-Posted-ID
               END-READ
               CLOSE CheckpointFile
           END-IF.

       3000-AGE-LOANS.
           PERFORM VARYING WS-Subscript-2 FROM 1 BY 1
                   UNTIL WS-Subscript-2 > WS-Loan-Count
               PERFORM 3100-AGE-ONE-LOAN
           END-PERFORM
           MOVE "ALL LOANS" TO WS-BL-Label
           MOVE 0 TO WS-BL-ID
           MOVE WS-Past-Due-Count TO WS-BL-Count
           PERFORM VARYING WS-Bucket FROM 1 BY 1 UNTIL WS-Bucket > 4
               MOVE WS-GB-Amount(WS-Bucket)
                   TO WS-BL-Amount(WS-Bucket)
           END-PERFORM
           WRITE DelinquencyLine FROM WS-Bucket-Heading
               AFTER ADVANCING 2 LINES
           WRITE DelinquencyLine FROM WS-Bucket-Line.

       3100-AGE-ONE-LOAN.
           MOVE 0 TO WS-Loan-Past-Due-Count
           MOVE 0 TO WS-LB-Amount(1) WS-LB-Amount(2)
                     WS-LB-Amount(3) WS-LB-Amount(4)
           COMPUTE WS-Monthly-Rate ROUNDED =
               WS-LN-AnnualRate(WS-Subscript-2) / 1200
           IF WS-Monthly-Rate = 0
               COMPUTE WS-Installment-Amount ROUNDED =
                   WS-LN-Principal(WS-Subscript-2)
                   / WS-LN-TermMonths(WS-Subscript-2)
           ELSE
               COMPUTE WS-Growth-Factor ROUNDED =
                   (1 + WS-Monthly-Rate)
                   ** WS-LN-TermMonths(WS-Subscript-2)
               COMPUTE WS-Installment-Amount ROUNDED =
                   WS-LN-Principal(WS-Subscript-2) * WS-Monthly-Rate
                   * WS-Growth-Factor / (WS-Growth-Factor - 1)
           END-IF
           MOVE WS-LN-Principal(WS-Subscript-2)
               TO WS-Outstanding-Principal
           PERFORM VARYING WS-Schedule-Month FROM 1 BY 1
                   UNTIL WS-Schedule-Month >
                       WS-LN-TermMonths(WS-Subscript-2)
               PERFORM 3200-CHECK-ONE-INSTALLMENT
           END-PERFORM
           IF WS-Loan-Past-Due-Count > 0
               MOVE "  LOAN TOTAL" TO WS-BL-Label
               MOVE WS-LN-AccountID(WS-Subscript-2) TO WS-BL-ID
               MOVE WS-Loan-Past-Due-Count TO WS-BL-Count
               PERFORM VARYING WS-Bucket FROM 1 BY 1
                       UNTIL WS-Bucket > 4
                   MOVE WS-LB-Amount(WS-Bucket)
                       TO WS-BL-Amount(WS-Bucket)
                   ADD WS-LB-Amount(WS-Bucket)
                       TO WS-GB-Amount(WS-Bucket)
               END-PERFORM
               WRITE DelinquencyLine FROM WS-Bucket-Line
               PERFORM 3700-ADD-TO-CUSTOMER
           END-IF.

       3200-CHECK-ONE-INSTALLMENT.
           COMPUTE WS-Interest-Part ROUNDED =
               WS-Outstanding-Principal * WS-Monthly-Rate
           IF WS-Installment-Amount > WS-Interest-Part
               COMPUTE WS-Principal-Part =
                   WS-Installment-Amount - WS-Interest-Part
           ELSE
               MOVE 0 TO WS-Principal-Part
           END-IF
           IF WS-Schedule-Month = WS-LN-TermMonths(WS-Subscript-2)
                   OR WS-Principal-Part > WS-Outstanding-Principal
               MOVE WS-Outstanding-Principal TO WS-Principal-Part
           END-IF
           SUBTRACT WS-Principal-Part FROM WS-Outstanding-Principal
           COMPUTE WS-Period-Num =
               WS-LN-First-Year(WS-Subscript-2) * 12
               + WS-LN-First-Month(WS-Subscript-2) - 1
               + WS-Schedule-Month - 1
           IF WS-Period-Num <= WS-AsOf-PeriodNum
               DIVIDE WS-Period-Num BY 12 GIVING WS-Due-Year
                   REMAINDER WS-Due-Month
               ADD 1 TO WS-Due-Month
               PERFORM 3210-CLAMP-DUE-DAY
               COMPUTE WS-Due-DateNum =
                   WS-Due-Year * 10000 + WS-Due-Month * 100
                   + WS-Due-Day
               IF WS-Due-DateNum < WS-AsOf-DateNum
                   PERFORM 3300-CLASSIFY-INSTALLMENT
               END-IF
           END-IF.

       3210-CLAMP-DUE-DAY.
           EVALUATE WS-Due-Month
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-Days-In-Month
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-Days-In-Month
               WHEN 2
                   MOVE 28 TO WS-Days-In-Month
                   PERFORM 3220-CHECK-LEAP-YEAR
               WHEN OTHER
                   MOVE 31 TO WS-Days-In-Month
           END-EVALUATE
           IF WS-LN-InstallmentDay(WS-Subscript-2) > WS-Days-In-Month
               MOVE WS-Days-In-Month TO WS-Due-Day
           ELSE
               MOVE WS-LN-InstallmentDay(WS-Subscript-2) TO WS-Due-Day
           END-IF.

       3220-CHECK-LEAP-YEAR.
           DIVIDE WS-Due-Year BY 4 GIVING WS-Leap-Quotient
               REMAINDER WS-Leap-Remainder
           IF WS-Leap-Remainder = 0
               MOVE 29 TO WS-Days-In-Month
               DIVIDE WS-Due-Year BY 100 GIVING WS-Leap-Quotient
                   REMAINDER WS-Leap-Remainder
               IF WS-Leap-Remainder = 0
                   MOVE 28 TO WS-Days-In-Month
                   DIVIDE WS-Due-Year BY 400 GIVING WS-Leap-Quotient
                       REMAINDER WS-Leap-Remainder
                   IF WS-Leap-Remainder = 0
                       MOVE 29 TO WS-Days-In-Month
                   END-IF
               END-IF
           END-IF.

       3300-CLASSIFY-INSTALLMENT.
           MOVE WS-LN-AccountID(WS-Subscript-2) TO WS-PN-AccountID
           MOVE WS-Due-Year TO WS-PN-Year
           MOVE WS-Due-Month TO WS-PN-Month
           MOVE WS-LN-AccountID(WS-Subscript-2) TO WS-QN-AccountID
           MOVE WS-Due-Year TO WS-QN-Year
           MOVE WS-Due-Month TO WS-QN-Month
           MOVE 0 TO WS-Past-Due-Amount
           MOVE "N" TO WS-Rejected-Switch
           MOVE "N" TO WS-Unposted-Switch
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Item-Count
               IF WS-ITM-Number(WS-Subscript) = WS-Principal-Number
                       OR WS-ITM-Number(WS-Subscript) =
                           WS-Interest-Number
                   PERFORM 3310-WEIGH-ONE-ITEM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-LN-Generated(WS-Subscript-2, WS-Schedule-Month)
                       NOT = "Y"
                   MOVE "NOT GENERATED" TO WS-Status-Text
                   COMPUTE WS-Past-Due-Amount =
                       WS-Principal-Part + WS-Interest-Part
                   PERFORM 3400-REPORT-PAST-DUE
               WHEN WS-Rejected-Switch = "Y"
                   MOVE "REJECTED" TO WS-Status-Text
                   PERFORM 3400-REPORT-PAST-DUE
               WHEN WS-Unposted-Switch = "Y"
                   MOVE "UNPAID" TO WS-Status-Text
                   PERFORM 3400-REPORT-PAST-DUE
           END-EVALUATE.

       3310-WEIGH-ONE-ITEM.
           IF WS-ITM-Posted(WS-Subscript) = "N"
               ADD WS-ITM-Amount(WS-Subscript) TO WS-Past-Due-Amount
               IF WS-ITM-TransactionID(WS-Subscript) <=
                       WS-Last-Posted-ID
                   MOVE "Y" TO WS-Rejected-Switch
               ELSE
                   MOVE "Y" TO WS-Unposted-Switch
               END-IF
           END-IF.

       3400-REPORT-PAST-DUE.
           ADD 1 TO WS-Past-Due-Count
           ADD 1 TO WS-Loan-Past-Due-Count
           COMPUTE WS-Due-DayNum =
               FUNCTION INTEGER-OF-DATE(WS-Due-DateNum)
           COMPUTE WS-Days-Past-Due = WS-AsOf-DayNum - WS-Due-DayNum
           EVALUATE TRUE
               WHEN WS-Days-Past-Due < 30
                   MOVE 1 TO WS-Bucket
               WHEN WS-Days-Past-Due < 60
                   MOVE 2 TO WS-Bucket
               WHEN WS-Days-Past-Due < 90
                   MOVE 3 TO WS-Bucket
               WHEN OTHER
                   MOVE 4 TO WS-Bucket
           END-EVALUATE
           ADD WS-Past-Due-Amount TO WS-LB-Amount(WS-Bucket)
           MOVE WS-LN-AccountID(WS-Subscript-2) TO WS-DL-AccountID
           MOVE WS-Schedule-Month TO WS-DL-Installment
           MOVE WS-Due-Year TO WS-DL-Due-Year
           MOVE WS-Due-Month TO WS-DL-Due-Month
           MOVE WS-Due-Day TO WS-DL-Due-Day
           MOVE WS-Status-Text TO WS-DL-Status
           MOVE WS-Days-Past-Due TO WS-DL-Days
           MOVE WS-Past-Due-Amount TO WS-DL-Amount
           MOVE WS-Bucket-Name(WS-Bucket) TO WS-DL-Bucket
           WRITE DelinquencyLine FROM WS-Detail-Line.

       3700-ADD-TO-CUSTOMER.
           MOVE "N" TO WS-Found-Switch
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Customer-Count
                   OR WS-Found-Switch = "Y"
               IF WS-CUS-CustomerID(WS-Subscript) =
                       WS-LN-CustomerID(WS-Subscript-2)
                   MOVE "Y" TO WS-Found-Switch
               END-IF
           END-PERFORM
           IF WS-Found-Switch = "Y"
               SUBTRACT 1 FROM WS-Subscript
           ELSE
               IF WS-Customer-Count >= 500
                   MOVE "Y" TO WS-Table-Overflow-Switch
                   MOVE 0 TO WS-Subscript
               ELSE
                   ADD 1 TO WS-Customer-Count
                   MOVE WS-Customer-Count TO WS-Subscript
                   MOVE WS-LN-CustomerID(WS-Subscript-2)
                       TO WS-CUS-CustomerID(WS-Subscript)
                   MOVE 0 TO WS-CUS-Installments(WS-Subscript)
                   MOVE 0 TO WS-CUS-Amount(WS-Subscript, 1)
                             WS-CUS-Amount(WS-Subscript, 2)
                             WS-CUS-Amount(WS-Subscript, 3)
                             WS-CUS-Amount(WS-Subscript, 4)
               END-IF
           END-IF
           IF WS-Subscript > 0
               ADD WS-Loan-Past-Due-Count
                   TO WS-CUS-Installments(WS-Subscript)
               PERFORM VARYING WS-Bucket FROM 1 BY 1
                       UNTIL WS-Bucket > 4
                   ADD WS-LB-Amount(WS-Bucket)
                       TO WS-CUS-Amount(WS-Subscript, WS-Bucket)
               END-PERFORM
           END-IF.

       4000-PRINT-CUSTOMERS.
           WRITE DelinquencyLine FROM WS-Customer-Heading
               AFTER ADVANCING 2 LINES
           WRITE DelinquencyLine FROM WS-Bucket-Heading
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Customer-Count
               PERFORM 4100-PRINT-ONE-CUSTOMER
           END-PERFORM.

       4100-PRINT-ONE-CUSTOMER.
           MOVE "CUSTOMER" TO WS-BL-Label
           MOVE WS-CUS-CustomerID(WS-Subscript) TO WS-BL-ID
           MOVE WS-CUS-Installments(WS-Subscript) TO WS-BL-Count
           PERFORM VARYING WS-Bucket FROM 1 BY 1 UNTIL WS-Bucket > 4
               MOVE WS-CUS-Amount(WS-Subscript, WS-Bucket)
                   TO WS-BL-Amount(WS-Bucket)
           END-PERFORM
           WRITE DelinquencyLine FROM WS-Bucket-Line
           MOVE SPACES TO WS-CN-DocumentID
           IF WS-Customer-Status = "00" OR "23"
               MOVE WS-CUS-CustomerID(WS-Subscript) TO CU-CustomerID
               READ CustomerFile
                   INVALID KEY
                       MOVE WS-No-Master-Name TO WS-CN-Name
                   NOT INVALID KEY
                       MOVE CU-CustomerName TO WS-CN-Name
                       MOVE CU-DocumentID TO WS-CN-DocumentID
               END-READ
           ELSE
               MOVE WS-No-Master-Name TO WS-CN-Name
           END-IF
           WRITE DelinquencyLine FROM WS-Customer-Name-Line.

       9000-TERMINATE.
           CLOSE AccountsFile
           IF WS-Customer-Status = "00" OR "23"
               CLOSE CustomerFile
           END-IF
           CLOSE DelinquencyReport.
