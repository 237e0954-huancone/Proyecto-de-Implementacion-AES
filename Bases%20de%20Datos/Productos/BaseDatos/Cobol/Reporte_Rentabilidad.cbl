       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-RENTABILIDAD.
      *****************************************************************
      *  Customer and product profitability report for the range of
      *  periods on RENTABIL.PARM (start year and month through end
      *  year and month).  Every journal entry posted in the range,
      *  on JOURNAL.DAT or on JOURHIST.DAT once the period is closed,
      *  is traced back through JE-TransactionID to the
      *  TransactionNumber on TransactionsFile or TRANSHIST.DAT and
      *  classified the way Interfaz_Mayor_General.cbl classifies it
      *  for the ledger:
      *      network reference    TransactionNumber and AccountID on
      *                           the clearing reference register
      *                           (CLEARREF.DAT) - ordinary activity
      *      F99999YYMM           a service fee (Calculo_Comisiones) -
      *                           fee income, net of any fee credited
      *                           back
      *      I99999YYMM or        interest (Acumulacion_Intereses, or
      *      Q99999YYMM           the interest part of a loan
      *                           installment) - a deposit is interest
      *                           expense, a withdrawal interest income
      *      anything else        ordinary activity, counted only
      *  Net revenue is fee income plus interest income less interest
      *  expense.  Revaluation entries (JE-TransactionID 0) and
      *  entries reversed down to nothing are passed over.
      *
      *  Everything is in local currency: an entry on a foreign
      *  account is converted at the TIPOCAMB.DAT rate for its entry
      *  date (the latest rate dated on or before it), and the
      *  account balance off the master at the latest rate on file.
      *  An amount with no rate goes in unconverted with a warning.
      *
      *  The report shows, per account, the fee income, interest
      *  income and expense, net revenue, the count of items of each
      *  kind and the current balance; then the account types, each
      *  subtotalling its own accounts and every type below it on
      *  the ParentAccountTypeID chain; then the customers, one line
      *  per CustomerID, ranked by net revenue.  When there are more
      *  customers than twice the ranking count on the parameter file
      *  (10 when zero), the top of the ranking and the bottom of it
      *  print, so the unprofitable relationships stand out.
      *
      *  The transaction number behind each entry is looked up in a
      *  table addressed by TransactionID across the range of IDs the
      *  entries carry.  When that range exceeds 500000 IDs the run
      *  is refused with RETURN-CODE 99.  Otherwise RETURN-CODE
      *  carries the count of entries whose transaction or account
      *  cannot be found, amounts with no rate and table overflows.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountTypesFile ASSIGN TO "ACCOUNTTYPES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AccountsFile ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
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
           SELECT CustomerFile ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CU-CustomerID
               FILE STATUS IS WS-Customer-Status.
           SELECT ExchangeRateFile ASSIGN TO "TIPOCAMB.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XRate-Status.
           SELECT ClearingRegisterFile ASSIGN TO "CLEARREF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Register-Status.
           SELECT ParameterFile ASSIGN TO "RENTABIL.PARM"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ProfitabilityReport ASSIGN TO "RENTABIL.RPT"
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

       FD  CustomerFile.
       01  Customer.
           02  CU-CustomerID           PIC 9(5).
           02  CU-CustomerName         PIC X(30).
           02  CU-DocumentID           PIC X(15).
           02  CU-ContactPhone         PIC X(12).
           02  CU-Status               PIC X(1).

       FD  ExchangeRateFile.
       01  ExchangeRate.
           02  XR-CurrencyCode         PIC X(3).
           02  XR-Year                 PIC 9(4).
           02  XR-Month                PIC 99.
           02  XR-Day                  PIC 99.
           02  XR-Rate                 PIC 9(5)V9(6).

       FD  ClearingRegisterFile.
       01  ClearingReference.
           02  RF-Reference            PIC X(10).
           02  RF-AccountID            PIC 9(5).
           02  RF-Year                 PIC 9(4).
           02  RF-Month                PIC 99.
           02  RF-Day                  PIC 99.
           02  RF-Direction            PIC X(1).
           02  RF-Amount               PIC 9(12).

       FD  ParameterFile.
       01  ProfitabilityParms.
           05  RP-Start-Year           PIC 9(4).
           05  RP-Start-Month          PIC 99.
           05  RP-End-Year             PIC 9(4).
           05  RP-End-Month            PIC 99.
           05  RP-Rank-Count           PIC 99.

       FD  ProfitabilityReport.
       01  ProfitabilityLine           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-Types                PIC X VALUE "N".
       01  WS-EOF-Accounts             PIC X VALUE "N".
       01  WS-EOF-Transactions         PIC X VALUE "N".
       01  WS-EOF-TransHist            PIC X VALUE "N".
       01  WS-EOF-Journal              PIC X.
       01  WS-EOF-JourHist             PIC X.
       01  WS-EOF-Rates                PIC X VALUE "N".
       01  WS-EOF-Register             PIC X VALUE "N".
       01  WS-Accounts-Status          PIC X(2).
       01  WS-Transactions-Status      PIC X(2).
       01  WS-TransHist-Status         PIC X(2).
       01  WS-Journal-Status           PIC X(2).
       01  WS-JourHist-Status          PIC X(2).
       01  WS-Customer-Status          PIC X(2).
       01  WS-XRate-Status             PIC X(2).
       01  WS-Register-Status          PIC X(2).
       01  WS-Subscript                PIC 9(5).
       01  WS-Subscript-2              PIC 9(5).
       01  WS-Account-Subscript        PIC 9(5).
       01  WS-Type-Subscript           PIC 9(5).
       01  WS-Customer-Subscript       PIC 9(5).
       01  WS-Depth                    PIC 9(5).
       01  WS-Found-Switch             PIC X.
       01  WS-Pass-Switch              PIC X.
       01  WS-Search-TypeID            PIC 9(5).
       01  WS-Period-Start             PIC 9(6).
       01  WS-Period-End               PIC 9(6).
       01  WS-Entry-Period             PIC 9(6).
       01  WS-Rank-Count               PIC 99.
       01  WS-Rank                     PIC 9(5).
       01  WS-Bottom-Start             PIC 9(5).
       01  WS-Refuse-Reason            PIC X(40) VALUE SPACES.

       01  WS-Low-TransactionID        PIC 9(10) VALUE 9999999999.
       01  WS-High-TransactionID       PIC 9(10) VALUE 0.
       01  WS-Slot                     PIC 9(7).
       01  WS-Slot-Span                PIC 9(10).

       01  WS-Number-Work.
           05  WS-NW-Prefix            PIC X(1).
           05  WS-NW-Suffix            PIC X(9).

       01  WS-New-Entry.
           05  WS-NE-TransactionID     PIC 9(10).
           05  WS-NE-AccountID         PIC 9(5).
           05  WS-NE-DateNum           PIC 9(8).
           05  WS-NE-Debit             PIC 9(12).
           05  WS-NE-Credit            PIC 9(12).

       01  WS-Convert-Currency         PIC X(3).
       01  WS-Convert-DateNum          PIC 9(8).
       01  WS-Convert-Amount           PIC S9(15).
       01  WS-Rate-Best-DateNum        PIC 9(8).
       01  WS-Rate-Work                PIC 9(5)V9(6).
       01  WS-Debit-Local              PIC S9(15).
       01  WS-Credit-Local             PIC S9(15).

       01  WS-Counts.
           05  WS-Entries-Read         PIC 9(9) VALUE 0.
           05  WS-Revaluation-Count    PIC 9(9) VALUE 0.
           05  WS-Reversed-Count       PIC 9(9) VALUE 0.
           05  WS-Fee-Count            PIC 9(9) VALUE 0.
           05  WS-Interest-Count       PIC 9(9) VALUE 0.
           05  WS-Ordinary-Count       PIC 9(9) VALUE 0.
           05  WS-Not-Found-Count      PIC 9(9) VALUE 0.
           05  WS-No-Master-Count      PIC 9(9) VALUE 0.
           05  WS-No-Rate-Count        PIC 9(9) VALUE 0.
           05  WS-Overflow-Count       PIC 9(9) VALUE 0.

       01  WS-Class-Table.
           05  WS-Class-Slot OCCURS 500000 TIMES PIC X(1).

       01  WS-Rate-Table.
           05  WS-Rate-Count           PIC 9(5) VALUE 0.
           05  WS-Rate-Entry OCCURS 5000 TIMES.
               10  WS-RT-Code              PIC X(3).
               10  WS-RT-DateNum           PIC 9(8).
               10  WS-RT-Rate              PIC 9(5)V9(6).

       01  WS-Register-Table.
           05  WS-Register-Count       PIC 9(5) VALUE 0.
           05  WS-Register-Entry OCCURS 5000 TIMES.
               10  WS-RG-Reference         PIC X(10).
               10  WS-RG-AccountID         PIC 9(5).

       01  WS-Type-Table.
           05  WS-Type-Count           PIC 9(5) VALUE 0.
           05  WS-Type-Entry OCCURS 200 TIMES.
               10  WS-TYP-ID               PIC 9(5).
               10  WS-TYP-Description      PIC X(15).
               10  WS-TYP-ParentID         PIC 9(5).
               10  WS-TYP-Figures.
                   15  WS-TYP-Accounts         PIC 9(5).
                   15  WS-TYP-Items            PIC 9(9).
                   15  WS-TYP-Fee              PIC S9(15).
                   15  WS-TYP-Int-Income       PIC S9(15).
                   15  WS-TYP-Int-Expense      PIC S9(15).
                   15  WS-TYP-Net              PIC S9(15).
                   15  WS-TYP-Balance          PIC S9(15).

       01  WS-Account-Table.
           05  WS-Account-Count        PIC 9(5) VALUE 0.
           05  WS-Acct-Entry OCCURS 2000 TIMES.
               10  WS-ACC-AccountID        PIC 9(5).
               10  WS-ACC-Number           PIC X(10).
               10  WS-ACC-TypeID           PIC 9(5).
               10  WS-ACC-CustomerID       PIC 9(5).
               10  WS-ACC-Currency         PIC X(3).
               10  WS-ACC-Status           PIC X(1).
               10  WS-ACC-Balance          PIC S9(15).
               10  WS-ACC-Fee              PIC S9(15).
               10  WS-ACC-Int-Income       PIC S9(15).
               10  WS-ACC-Int-Expense      PIC S9(15).
               10  WS-ACC-Net              PIC S9(15).
               10  WS-ACC-Fee-Count        PIC 9(7).
               10  WS-ACC-Interest-Count   PIC 9(7).
               10  WS-ACC-Ordinary-Count   PIC 9(7).

       01  WS-Customer-Table.
           05  WS-Customer-Count       PIC 9(5) VALUE 0.
           05  WS-Customer-Entry OCCURS 2000 TIMES.
               10  WS-CUS-CustomerID       PIC 9(5).
               10  WS-CUS-Accounts         PIC 9(5).
               10  WS-CUS-Items            PIC 9(9).
               10  WS-CUS-Fee              PIC S9(15).
               10  WS-CUS-Int-Income       PIC S9(15).
               10  WS-CUS-Int-Expense      PIC S9(15).
               10  WS-CUS-Net              PIC S9(15).
               10  WS-CUS-Balance          PIC S9(15).

       01  WS-Swap-Customer.
           05  WS-SWC-CustomerID       PIC 9(5).
           05  WS-SWC-Accounts         PIC 9(5).
           05  WS-SWC-Items            PIC 9(9).
           05  WS-SWC-Fee              PIC S9(15).
           05  WS-SWC-Int-Income       PIC S9(15).
           05  WS-SWC-Int-Expense      PIC S9(15).
           05  WS-SWC-Net              PIC S9(15).
           05  WS-SWC-Balance          PIC S9(15).

       01  WS-Grand-Totals.
           05  WS-GT-Accounts          PIC 9(5) VALUE 0.
           05  WS-GT-Items             PIC 9(9) VALUE 0.
           05  WS-GT-Fee               PIC S9(15) VALUE 0.
           05  WS-GT-Int-Income        PIC S9(15) VALUE 0.
           05  WS-GT-Int-Expense       PIC S9(15) VALUE 0.
           05  WS-GT-Net               PIC S9(15) VALUE 0.
           05  WS-GT-Balance           PIC S9(15) VALUE 0.

       01  WS-Heading-Line.
           05  FILLER                  PIC X(32)
                   VALUE "PROFITABILITY REPORT - PERIODS ".
           05  WS-HL-Start-Year        PIC 9(4).
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-HL-Start-Month       PIC 99.
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  WS-HL-End-Year          PIC 9(4).
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-HL-End-Month         PIC 99.
           05  FILLER                  PIC X(20)
                   VALUE "  (LOCAL CURRENCY)".

       01  WS-Account-Title            PIC X(40)
               VALUE "BY ACCOUNT".
       01  WS-Type-Title               PIC X(40)
               VALUE "BY ACCOUNT TYPE, ROLLED UP".
       01  WS-Customer-Title           PIC X(40)
               VALUE "BY CUSTOMER, RANKED BY NET REVENUE".

       01  WS-Account-Columns.
           05  FILLER  PIC X(7)  VALUE "ACCT".
           05  FILLER  PIC X(11) VALUE "NUMBER".
           05  FILLER  PIC X(4)  VALUE "CUR".
           05  FILLER  PIC X(2)  VALUE "S".
           05  FILLER  PIC X(7)  VALUE "CUST".
           05  FILLER  PIC X(16) VALUE "      FEE INCOME".
           05  FILLER  PIC X(16) VALUE "      INT INCOME".
           05  FILLER  PIC X(16) VALUE "     INT EXPENSE".
           05  FILLER  PIC X(16) VALUE "     NET REVENUE".
           05  FILLER  PIC X(7)  VALUE "   FEES".
           05  FILLER  PIC X(7)  VALUE "    INT".
           05  FILLER  PIC X(8)  VALUE "   OTHER".
           05  FILLER  PIC X(15) VALUE "        BALANCE".

       01  WS-Account-Line.
           05  WS-AL-AccountID         PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AL-Number            PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-AL-Currency          PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-AL-Status            PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-AL-CustomerID        PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AL-Fee               PIC -ZZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-AL-Int-Income        PIC -ZZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-AL-Int-Expense       PIC -ZZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-AL-Net               PIC -ZZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-AL-Fee-Count         PIC ZZZZZZ9.
           05  WS-AL-Interest-Count    PIC ZZZZZZ9.
           05  WS-AL-Ordinary-Count    PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-AL-Balance           PIC -ZZZZZZZZZZZZZ9.

       01  WS-Rollup-Columns.
           05  FILLER  PIC X(7)  VALUE "RANK".
           05  FILLER  PIC X(7)  VALUE "ID".
           05  FILLER  PIC X(31) VALUE "DESCRIPTION / NAME".
           05  FILLER  PIC X(6)  VALUE "ACCTS".
           05  FILLER  PIC X(10) VALUE "     ITEMS".
           05  FILLER  PIC X(16) VALUE "      FEE INCOME".
           05  FILLER  PIC X(16) VALUE "  INTEREST (NET)".
           05  FILLER  PIC X(16) VALUE "     NET REVENUE".
           05  FILLER  PIC X(16) VALUE "         BALANCE".

       01  WS-Rollup-Line.
           05  WS-RL-Rank              PIC ZZZZ9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RL-ID                PIC ZZZZ9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RL-Name              PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RL-Accounts          PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RL-Items             PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RL-Fee               PIC -ZZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RL-Interest          PIC -ZZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RL-Net               PIC -ZZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RL-Balance           PIC -ZZZZZZZZZZZZZ9.

       01  WS-Gap-Line.
           05  FILLER                  PIC X(7) VALUE "  ...".
           05  WS-GL-Skipped           PIC ZZZZ9.
           05  FILLER                  PIC X(40)
                   VALUE " CUSTOMERS IN THE MIDDLE OF THE RANKING".

       01  WS-Count-Line.
           05  WS-CL-Label             PIC X(40).
           05  WS-CL-Count             PIC ZZZZZZZZ9.

       01  WS-Refused-Line.
           05  FILLER                  PIC X(17)
                   VALUE "REPORT REFUSED - ".
           05  WS-RF-Reason            PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-TYPES
           PERFORM 2100-LOAD-RATES
           PERFORM 2200-LOAD-CLEARING-REGISTER
           PERFORM 2300-LOAD-ACCOUNTS
           MOVE "R" TO WS-Pass-Switch
           PERFORM 3000-READ-JOURNALS
           PERFORM 3200-CHECK-TRANSACTION-RANGE
           IF WS-Refuse-Reason NOT = SPACES
               MOVE WS-Refuse-Reason TO WS-RF-Reason
               WRITE ProfitabilityLine FROM WS-Refused-Line
                   AFTER ADVANCING 2 LINES
               DISPLAY "RENTABIL REFUSED - " WS-Refuse-Reason
               PERFORM 9000-TERMINATE
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3300-CLASSIFY-TRANSACTIONS
           MOVE "A" TO WS-Pass-Switch
           PERFORM 3000-READ-JOURNALS
           PERFORM 5000-PRINT-ACCOUNTS
           PERFORM 6000-PRINT-TYPES
           PERFORM 7000-SORT-CUSTOMERS
           PERFORM 7500-PRINT-CUSTOMERS
           PERFORM 8000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           COMPUTE RETURN-CODE =
               WS-Not-Found-Count + WS-No-Master-Count
               + WS-No-Rate-Count + WS-Overflow-Count
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT ParameterFile
           READ ParameterFile
               AT END
                   DISPLAY "RENTABIL.PARM IS EMPTY - ABORTING"
                   STOP RUN
           END-READ
           CLOSE ParameterFile
           COMPUTE WS-Period-Start =
               RP-Start-Year * 100 + RP-Start-Month
           COMPUTE WS-Period-End = RP-End-Year * 100 + RP-End-Month
           MOVE RP-Rank-Count TO WS-Rank-Count
           IF WS-Rank-Count = 0
               MOVE 10 TO WS-Rank-Count
           END-IF
           OPEN INPUT CustomerFile
           IF WS-Customer-Status NOT = "00"
               DISPLAY "WARNING - CUSTOMER.DAT COULD NOT BE OPENED - "
                   "STATUS " WS-Customer-Status
                   " - CUSTOMERS PRINT WITHOUT NAME"
           END-IF
           OPEN OUTPUT ProfitabilityReport
           MOVE RP-Start-Year TO WS-HL-Start-Year
           MOVE RP-Start-Month TO WS-HL-Start-Month
           MOVE RP-End-Year TO WS-HL-End-Year
           MOVE RP-End-Month TO WS-HL-End-Month
           WRITE ProfitabilityLine FROM WS-Heading-Line.

       2000-LOAD-TYPES.
           OPEN INPUT AccountTypesFile
           PERFORM UNTIL WS-EOF-Types = "Y"
               READ AccountTypesFile
                   AT END
                       MOVE "Y" TO WS-EOF-Types
                   NOT AT END
                       PERFORM 2010-ADD-ONE-TYPE
               END-READ
           END-PERFORM
           CLOSE AccountTypesFile.

       2010-ADD-ONE-TYPE.
           IF WS-Type-Count >= 200
               ADD 1 TO WS-Overflow-Count
               DISPLAY "WARNING - TYPE TABLE FULL, TYPE "
                   AccountTypeID OF AccountTypes " NOT INCLUDED"
           ELSE
               ADD 1 TO WS-Type-Count
               MOVE AccountTypeID OF AccountTypes
                   TO WS-TYP-ID(WS-Type-Count)
               MOVE AccountTypeDescription
                   TO WS-TYP-Description(WS-Type-Count)
               MOVE ParentAccountTypeID
                   TO WS-TYP-ParentID(WS-Type-Count)
               MOVE 0 TO WS-TYP-Accounts(WS-Type-Count)
               MOVE 0 TO WS-TYP-Items(WS-Type-Count)
               MOVE 0 TO WS-TYP-Fee(WS-Type-Count)
               MOVE 0 TO WS-TYP-Int-Income(WS-Type-Count)
               MOVE 0 TO WS-TYP-Int-Expense(WS-Type-Count)
               MOVE 0 TO WS-TYP-Net(WS-Type-Count)
               MOVE 0 TO WS-TYP-Balance(WS-Type-Count)
           END-IF.

       2100-LOAD-RATES.
           OPEN INPUT ExchangeRateFile
           IF WS-XRate-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Rates
           END-IF
           PERFORM UNTIL WS-EOF-Rates = "Y"
               READ ExchangeRateFile
                   AT END
                       MOVE "Y" TO WS-EOF-Rates
                   NOT AT END
                       PERFORM 2110-ADD-ONE-RATE
               END-READ
           END-PERFORM
           IF WS-XRate-Status = "00" OR "10"
               CLOSE ExchangeRateFile
           END-IF.

       2110-ADD-ONE-RATE.
           IF WS-Rate-Count >= 5000
               ADD 1 TO WS-Overflow-Count
               DISPLAY "WARNING - RATE TABLE FULL, RATE FOR "
                   XR-CurrencyCode " NOT INCLUDED"
           ELSE
               ADD 1 TO WS-Rate-Count
               MOVE XR-CurrencyCode TO WS-RT-Code(WS-Rate-Count)
               COMPUTE WS-RT-DateNum(WS-Rate-Count) =
                   XR-Year * 10000 + XR-Month * 100 + XR-Day
               MOVE XR-Rate TO WS-RT-Rate(WS-Rate-Count)
           END-IF.

       2200-LOAD-CLEARING-REGISTER.
           OPEN INPUT ClearingRegisterFile
           IF WS-Register-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Register
           END-IF
           PERFORM UNTIL WS-EOF-Register = "Y"
               READ ClearingRegisterFile
                   AT END
                       MOVE "Y" TO WS-EOF-Register
                   NOT AT END
                       PERFORM 2210-ADD-ONE-REFERENCE
               END-READ
           END-PERFORM
           IF WS-Register-Status = "00" OR "10"
               CLOSE ClearingRegisterFile
           END-IF.

      *    Only a reference that looks like a fee or interest number
      *    can change how an item is classified, so only those are
      *    kept.
       2210-ADD-ONE-REFERENCE.
           MOVE RF-Reference TO WS-Number-Work
           IF WS-NW-Suffix NUMERIC
                   AND (WS-NW-Prefix = "F" OR WS-NW-Prefix = "I"
                   OR WS-NW-Prefix = "Q")
               IF WS-Register-Count >= 5000
                   ADD 1 TO WS-Overflow-Count
                   DISPLAY "WARNING - CLEARING REGISTER TABLE FULL, "
                       "REFERENCE " RF-Reference " NOT INCLUDED"
               ELSE
                   ADD 1 TO WS-Register-Count
                   MOVE RF-Reference
                       TO WS-RG-Reference(WS-Register-Count)
                   MOVE RF-AccountID
                       TO WS-RG-AccountID(WS-Register-Count)
               END-IF
           END-IF.

       2300-LOAD-ACCOUNTS.
           OPEN INPUT AccountsFile
           IF WS-Accounts-Status NOT = "00"
               DISPLAY "ACCOUNTS.DAT COULD NOT BE OPENED - "
                   "STATUS " WS-Accounts-Status " - ABORTING"
               CLOSE ProfitabilityReport
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-Accounts = "Y"
               READ AccountsFile
                   AT END
                       MOVE "Y" TO WS-EOF-Accounts
                   NOT AT END
                       PERFORM 2310-ADD-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE AccountsFile.

       2310-ADD-ONE-ACCOUNT.
           IF WS-Account-Count >= 2000
               ADD 1 TO WS-Overflow-Count
               DISPLAY "WARNING - ACCOUNT TABLE FULL, ACCOUNT "
                   AccountID OF Accounts " NOT INCLUDED"
           ELSE
               ADD 1 TO WS-Account-Count
               MOVE WS-Account-Count TO WS-Account-Subscript
               MOVE AccountID OF Accounts
                   TO WS-ACC-AccountID(WS-Account-Subscript)
               MOVE AccountNumber TO WS-ACC-Number(WS-Account-Subscript)
               MOVE AccountTypeID OF Accounts
                   TO WS-ACC-TypeID(WS-Account-Subscript)
               IF CustomerID OF Accounts NUMERIC
                   MOVE CustomerID OF Accounts
                       TO WS-ACC-CustomerID(WS-Account-Subscript)
               ELSE
                   MOVE 0 TO WS-ACC-CustomerID(WS-Account-Subscript)
               END-IF
               MOVE CurrencyCode OF Accounts
                   TO WS-ACC-Currency(WS-Account-Subscript)
               MOVE AccountStatus TO WS-ACC-Status(WS-Account-Subscript)
               MOVE 0 TO WS-Convert-Amount
               IF AccountBalance NUMERIC
                   MOVE AccountBalance TO WS-Convert-Amount
               END-IF
               IF CurrencyCode OF Accounts NOT = SPACES
                   MOVE CurrencyCode OF Accounts TO WS-Convert-Currency
                   MOVE 99999999 TO WS-Convert-DateNum
                   PERFORM 4500-CONVERT-TO-LOCAL
               END-IF
               MOVE WS-Convert-Amount
                   TO WS-ACC-Balance(WS-Account-Subscript)
               MOVE 0 TO WS-ACC-Fee(WS-Account-Subscript)
               MOVE 0 TO WS-ACC-Int-Income(WS-Account-Subscript)
               MOVE 0 TO WS-ACC-Int-Expense(WS-Account-Subscript)
               MOVE 0 TO WS-ACC-Net(WS-Account-Subscript)
               MOVE 0 TO WS-ACC-Fee-Count(WS-Account-Subscript)
               MOVE 0 TO WS-ACC-Interest-Count(WS-Account-Subscript)
               MOVE 0 TO WS-ACC-Ordinary-Count(WS-Account-Subscript)
           END-IF.

      *    Read the closed periods, then the open one.  The first pass
      *    ("R") finds the range of TransactionIDs the entries in the
      *    report periods carry; the second ("A") applies them.
       3000-READ-JOURNALS.
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
                       MOVE JourHist TO JournalEntries
                       PERFORM 3100-TAKE-ONE-ENTRY
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
                       PERFORM 3100-TAKE-ONE-ENTRY
               END-READ
           END-PERFORM
           IF WS-Journal-Status = "00" OR "10"
               CLOSE JournalEntriesFile
           END-IF.

       3100-TAKE-ONE-ENTRY.
           COMPUTE WS-Entry-Period = JE-EntryYear * 100 + JE-EntryMonth
           IF WS-Entry-Period >= WS-Period-Start
                   AND WS-Entry-Period <= WS-Period-End
               IF WS-Pass-Switch = "R"
                   IF JE-TransactionID > 0
                       IF JE-TransactionID < WS-Low-TransactionID
                           MOVE JE-TransactionID
                               TO WS-Low-TransactionID
                       END-IF
                       IF JE-TransactionID > WS-High-TransactionID
                           MOVE JE-TransactionID
                               TO WS-High-TransactionID
                       END-IF
                   END-IF
               ELSE
                   MOVE JE-TransactionID TO WS-NE-TransactionID
                   MOVE JE-AccountID TO WS-NE-AccountID
                   COMPUTE WS-NE-DateNum =
                       JE-EntryYear * 10000 + JE-EntryMonth * 100
                       + JE-EntryDay
                   MOVE JE-DebitAmount TO WS-NE-Debit
                   MOVE JE-CreditAmount TO WS-NE-Credit
                   PERFORM 4000-APPLY-ONE-ENTRY
               END-IF
           END-IF.

       3200-CHECK-TRANSACTION-RANGE.
           IF WS-High-TransactionID = 0
               MOVE 0 TO WS-Slot-Span
           ELSE
               COMPUTE WS-Slot-Span =
                   WS-High-TransactionID - WS-Low-TransactionID + 1
           END-IF
           IF WS-Slot-Span > 500000
               MOVE "ENTRIES SPAN MORE THAN 500000 TRANS IDS"
                   TO WS-Refuse-Reason
           ELSE
               PERFORM VARYING WS-Slot FROM 1 BY 1
                       UNTIL WS-Slot > WS-Slot-Span
                   MOVE SPACE TO WS-Class-Slot(WS-Slot)
               END-PERFORM
           END-IF.

      *    Note the class of every transaction in the range: F fee,
      *    I interest, O ordinary; a slot left blank was never found.
       3300-CLASSIFY-TRANSACTIONS.
           OPEN INPUT TransHistFile
           IF WS-TransHist-Status NOT = "00"
               MOVE "Y" TO WS-EOF-TransHist
           END-IF
           PERFORM UNTIL WS-EOF-TransHist = "Y"
               READ TransHistFile
                   AT END
                       MOVE "Y" TO WS-EOF-TransHist
                   NOT AT END
                       MOVE TransHist TO Transactions
                       PERFORM 3310-CLASSIFY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           IF WS-TransHist-Status = "00" OR "10"
               CLOSE TransHistFile
           END-IF
           OPEN INPUT TransactionsFile
           IF WS-Transactions-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Transactions
           END-IF
           PERFORM UNTIL WS-EOF-Transactions = "Y"
               READ TransactionsFile
                   AT END
                       MOVE "Y" TO WS-EOF-Transactions
                   NOT AT END
                       PERFORM 3310-CLASSIFY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           IF WS-Transactions-Status = "00" OR "10"
               CLOSE TransactionsFile
           END-IF.

       3310-CLASSIFY-ONE-TRANSACTION.
           IF WS-Slot-Span > 0
                   AND TransactionID >= WS-Low-TransactionID
                   AND TransactionID <= WS-High-TransactionID
               COMPUTE WS-Slot =
                   TransactionID - WS-Low-TransactionID + 1
               MOVE TransactionNumber TO WS-Number-Work
               MOVE "O" TO WS-Class-Slot(WS-Slot)
               IF WS-NW-Suffix NUMERIC
                   EVALUATE WS-NW-Prefix
                       WHEN "F"
                           MOVE "F" TO WS-Class-Slot(WS-Slot)
                       WHEN "I"
                       WHEN "Q"
                           MOVE "I" TO WS-Class-Slot(WS-Slot)
                   END-EVALUATE
               END-IF
               IF WS-Class-Slot(WS-Slot) NOT = "O"
                   PERFORM 3320-CHECK-CLEARING-ITEM
               END-IF
           END-IF.

       3320-CHECK-CLEARING-ITEM.
           PERFORM VARYING WS-Subscript-2 FROM 1 BY 1
                   UNTIL WS-Subscript-2 > WS-Register-Count
                   OR WS-Class-Slot(WS-Slot) = "O"
               IF WS-RG-Reference(WS-Subscript-2) = TransactionNumber
                   AND WS-RG-AccountID(WS-Subscript-2) =
                       AccountID OF Transactions
                   MOVE "O" TO WS-Class-Slot(WS-Slot)
               END-IF
           END-PERFORM.

       4000-APPLY-ONE-ENTRY.
           ADD 1 TO WS-Entries-Read
           EVALUATE TRUE
               WHEN WS-NE-TransactionID = 0
                   ADD 1 TO WS-Revaluation-Count
               WHEN WS-NE-Debit = 0 AND WS-NE-Credit = 0
                   ADD 1 TO WS-Reversed-Count
               WHEN OTHER
                   COMPUTE WS-Slot =
                       WS-NE-TransactionID - WS-Low-TransactionID + 1
                   IF WS-Class-Slot(WS-Slot) = SPACE
                       ADD 1 TO WS-Not-Found-Count
                       DISPLAY "WARNING - TRANSACTION "
                           WS-NE-TransactionID " NOT FOUND FOR ACCOUNT "
                           WS-NE-AccountID " - ENTRY NOT INCLUDED"
                   ELSE
                       PERFORM 4100-FIND-ACCOUNT
                       IF WS-Found-Switch = "N"
                           ADD 1 TO WS-No-Master-Count
                           DISPLAY "WARNING - ACCOUNT "
                               WS-NE-AccountID " NOT ON MASTER - "
                               "ENTRY NOT INCLUDED"
                       ELSE
                           PERFORM 4200-ADD-TO-ACCOUNT
                       END-IF
                   END-IF
           END-EVALUATE.

       4100-FIND-ACCOUNT.
           MOVE "N" TO WS-Found-Switch
           PERFORM VARYING WS-Account-Subscript FROM 1 BY 1
                   UNTIL WS-Account-Subscript > WS-Account-Count
                   OR WS-Found-Switch = "Y"
               IF WS-ACC-AccountID(WS-Account-Subscript) =
                       WS-NE-AccountID
                   MOVE "Y" TO WS-Found-Switch
               END-IF
           END-PERFORM
           IF WS-Found-Switch = "Y"
               SUBTRACT 1 FROM WS-Account-Subscript
           END-IF.

       4200-ADD-TO-ACCOUNT.
           MOVE WS-NE-Debit TO WS-Debit-Local
           MOVE WS-NE-Credit TO WS-Credit-Local
           IF WS-ACC-Currency(WS-Account-Subscript) NOT = SPACES
                   AND WS-Class-Slot(WS-Slot) NOT = "O"
               MOVE WS-ACC-Currency(WS-Account-Subscript)
                   TO WS-Convert-Currency
               MOVE WS-NE-DateNum TO WS-Convert-DateNum
               MOVE WS-Debit-Local TO WS-Convert-Amount
               PERFORM 4500-CONVERT-TO-LOCAL
               MOVE WS-Convert-Amount TO WS-Debit-Local
               MOVE WS-Credit-Local TO WS-Convert-Amount
               PERFORM 4500-CONVERT-TO-LOCAL
               MOVE WS-Convert-Amount TO WS-Credit-Local
           END-IF
           EVALUATE WS-Class-Slot(WS-Slot)
               WHEN "F"
                   ADD 1 TO WS-Fee-Count
                   ADD 1 TO WS-ACC-Fee-Count(WS-Account-Subscript)
                   COMPUTE WS-ACC-Fee(WS-Account-Subscript) =
                       WS-ACC-Fee(WS-Account-Subscript)
                       + WS-Debit-Local - WS-Credit-Local
               WHEN "I"
                   ADD 1 TO WS-Interest-Count
                   ADD 1 TO WS-ACC-Interest-Count(WS-Account-Subscript)
                   ADD WS-Debit-Local
                       TO WS-ACC-Int-Income(WS-Account-Subscript)
                   ADD WS-Credit-Local
                       TO WS-ACC-Int-Expense(WS-Account-Subscript)
               WHEN OTHER
                   ADD 1 TO WS-Ordinary-Count
                   ADD 1 TO WS-ACC-Ordinary-Count(WS-Account-Subscript)
           END-EVALUATE
           COMPUTE WS-ACC-Net(WS-Account-Subscript) =
               WS-ACC-Fee(WS-Account-Subscript)
               + WS-ACC-Int-Income(WS-Account-Subscript)
               - WS-ACC-Int-Expense(WS-Account-Subscript).

      *    The latest rate for WS-Convert-Currency dated on or before
      *    WS-Convert-DateNum; without one the amount stays as it is.
       4500-CONVERT-TO-LOCAL.
           MOVE "N" TO WS-Found-Switch
           MOVE 0 TO WS-Rate-Best-DateNum
           PERFORM VARYING WS-Subscript-2 FROM 1 BY 1
                   UNTIL WS-Subscript-2 > WS-Rate-Count
               IF WS-RT-Code(WS-Subscript-2) = WS-Convert-Currency
                   AND WS-RT-DateNum(WS-Subscript-2) <=
                       WS-Convert-DateNum
                   AND (WS-Found-Switch = "N"
                       OR WS-RT-DateNum(WS-Subscript-2) >
                           WS-Rate-Best-DateNum)
                   MOVE "Y" TO WS-Found-Switch
                   MOVE WS-RT-DateNum(WS-Subscript-2)
                       TO WS-Rate-Best-DateNum
                   MOVE WS-RT-Rate(WS-Subscript-2) TO WS-Rate-Work
               END-IF
           END-PERFORM
           IF WS-Found-Switch = "N"
               ADD 1 TO WS-No-Rate-Count
               DISPLAY "WARNING - NO RATE FOR CURRENCY "
                   WS-Convert-Currency " ON " WS-Convert-DateNum
                   " - AMOUNT LEFT UNCONVERTED"
           ELSE
               COMPUTE WS-Convert-Amount ROUNDED =
                   WS-Convert-Amount * WS-Rate-Work
           END-IF.

       5000-PRINT-ACCOUNTS.
           WRITE ProfitabilityLine FROM WS-Account-Title
               AFTER ADVANCING 2 LINES
           WRITE ProfitabilityLine FROM WS-Account-Columns
           PERFORM VARYING WS-Account-Subscript FROM 1 BY 1
                   UNTIL WS-Account-Subscript > WS-Account-Count
               IF WS-ACC-Status(WS-Account-Subscript) NOT = "C"
                       OR WS-ACC-Fee-Count(WS-Account-Subscript) > 0
                       OR WS-ACC-Interest-Count(WS-Account-Subscript)
                           > 0
                       OR WS-ACC-Ordinary-Count(WS-Account-Subscript)
                           > 0
                   PERFORM 5100-PRINT-ONE-ACCOUNT
                   PERFORM 5200-ADD-TO-TYPE-CHAIN
                   PERFORM 5300-ADD-TO-CUSTOMER
                   PERFORM 5400-ADD-TO-GRAND-TOTALS
               END-IF
           END-PERFORM.

       5100-PRINT-ONE-ACCOUNT.
           MOVE WS-ACC-AccountID(WS-Account-Subscript)
               TO WS-AL-AccountID
           MOVE WS-ACC-Number(WS-Account-Subscript) TO WS-AL-Number
           MOVE WS-ACC-Currency(WS-Account-Subscript) TO WS-AL-Currency
           MOVE WS-ACC-Status(WS-Account-Subscript) TO WS-AL-Status
           MOVE WS-ACC-CustomerID(WS-Account-Subscript)
               TO WS-AL-CustomerID
           MOVE WS-ACC-Fee(WS-Account-Subscript) TO WS-AL-Fee
           MOVE WS-ACC-Int-Income(WS-Account-Subscript)
               TO WS-AL-Int-Income
           MOVE WS-ACC-Int-Expense(WS-Account-Subscript)
               TO WS-AL-Int-Expense
           MOVE WS-ACC-Net(WS-Account-Subscript) TO WS-AL-Net
           MOVE WS-ACC-Fee-Count(WS-Account-Subscript)
               TO WS-AL-Fee-Count
           MOVE WS-ACC-Interest-Count(WS-Account-Subscript)
               TO WS-AL-Interest-Count
           MOVE WS-ACC-Ordinary-Count(WS-Account-Subscript)
               TO WS-AL-Ordinary-Count
           MOVE WS-ACC-Balance(WS-Account-Subscript) TO WS-AL-Balance
           WRITE ProfitabilityLine FROM WS-Account-Line.

      *    Add the account to its own type and to every type above
      *    it; the depth check stops a looped chain.
       5200-ADD-TO-TYPE-CHAIN.
           MOVE WS-ACC-TypeID(WS-Account-Subscript) TO WS-Search-TypeID
           MOVE 0 TO WS-Depth
           PERFORM UNTIL WS-Search-TypeID = 0
                   OR WS-Depth > WS-Type-Count
               ADD 1 TO WS-Depth
               MOVE "N" TO WS-Found-Switch
               PERFORM VARYING WS-Type-Subscript FROM 1 BY 1
                       UNTIL WS-Type-Subscript > WS-Type-Count
                       OR WS-Found-Switch = "Y"
                   IF WS-TYP-ID(WS-Type-Subscript) = WS-Search-TypeID
                       MOVE "Y" TO WS-Found-Switch
                   END-IF
               END-PERFORM
               IF WS-Found-Switch = "N"
                   MOVE 0 TO WS-Search-TypeID
               ELSE
                   SUBTRACT 1 FROM WS-Type-Subscript
                   PERFORM 5210-ADD-TO-ONE-TYPE
                   IF WS-TYP-ParentID(WS-Type-Subscript) =
                           WS-Search-TypeID
                       MOVE 0 TO WS-Search-TypeID
                   ELSE
                       MOVE WS-TYP-ParentID(WS-Type-Subscript)
                           TO WS-Search-TypeID
                   END-IF
               END-IF
           END-PERFORM.

       5210-ADD-TO-ONE-TYPE.
           ADD 1 TO WS-TYP-Accounts(WS-Type-Subscript)
           ADD WS-ACC-Fee-Count(WS-Account-Subscript)
               WS-ACC-Interest-Count(WS-Account-Subscript)
               WS-ACC-Ordinary-Count(WS-Account-Subscript)
               TO WS-TYP-Items(WS-Type-Subscript)
           ADD WS-ACC-Fee(WS-Account-Subscript)
               TO WS-TYP-Fee(WS-Type-Subscript)
           ADD WS-ACC-Int-Income(WS-Account-Subscript)
               TO WS-TYP-Int-Income(WS-Type-Subscript)
           ADD WS-ACC-Int-Expense(WS-Account-Subscript)
               TO WS-TYP-Int-Expense(WS-Type-Subscript)
           ADD WS-ACC-Net(WS-Account-Subscript)
               TO WS-TYP-Net(WS-Type-Subscript)
           ADD WS-ACC-Balance(WS-Account-Subscript)
               TO WS-TYP-Balance(WS-Type-Subscript).

       5300-ADD-TO-CUSTOMER.
           MOVE "N" TO WS-Found-Switch
           PERFORM VARYING WS-Customer-Subscript FROM 1 BY 1
                   UNTIL WS-Customer-Subscript > WS-Customer-Count
                   OR WS-Found-Switch = "Y"
               IF WS-CUS-CustomerID(WS-Customer-Subscript) =
                       WS-ACC-CustomerID(WS-Account-Subscript)
                   MOVE "Y" TO WS-Found-Switch
               END-IF
           END-PERFORM
           IF WS-Found-Switch = "Y"
               SUBTRACT 1 FROM WS-Customer-Subscript
           ELSE
               IF WS-Customer-Count >= 2000
                   ADD 1 TO WS-Overflow-Count
                   DISPLAY "WARNING - CUSTOMER TABLE FULL, CUSTOMER "
                       WS-ACC-CustomerID(WS-Account-Subscript)
                       " NOT INCLUDED"
               ELSE
                   ADD 1 TO WS-Customer-Count
                   MOVE WS-Customer-Count TO WS-Customer-Subscript
                   MOVE "Y" TO WS-Found-Switch
                   MOVE WS-ACC-CustomerID(WS-Account-Subscript)
                       TO WS-CUS-CustomerID(WS-Customer-Subscript)
                   MOVE 0 TO WS-CUS-Accounts(WS-Customer-Subscript)
                   MOVE 0 TO WS-CUS-Items(WS-Customer-Subscript)
                   MOVE 0 TO WS-CUS-Fee(WS-Customer-Subscript)
                   MOVE 0 TO WS-CUS-Int-Income(WS-Customer-Subscript)
                   MOVE 0 TO WS-CUS-Int-Expense(WS-Customer-Subscript)
                   MOVE 0 TO WS-CUS-Net(WS-Customer-Subscript)
                   MOVE 0 TO WS-CUS-Balance(WS-Customer-Subscript)
               END-IF
           END-IF
           IF WS-Found-Switch = "Y"
               ADD 1 TO WS-CUS-Accounts(WS-Customer-Subscript)
               ADD WS-ACC-Fee-Count(WS-Account-Subscript)
                   WS-ACC-Interest-Count(WS-Account-Subscript)
                   WS-ACC-Ordinary-Count(WS-Account-Subscript)
                   TO WS-CUS-Items(WS-Customer-Subscript)
               ADD WS-ACC-Fee(WS-Account-Subscript)
                   TO WS-CUS-Fee(WS-Customer-Subscript)
               ADD WS-ACC-Int-Income(WS-Account-Subscript)
                   TO WS-CUS-Int-Income(WS-Customer-Subscript)
               ADD WS-ACC-Int-Expense(WS-Account-Subscript)
                   TO WS-CUS-Int-Expense(WS-Customer-Subscript)
               ADD WS-ACC-Net(WS-Account-Subscript)
                   TO WS-CUS-Net(WS-Customer-Subscript)
               ADD WS-ACC-Balance(WS-Account-Subscript)
                   TO WS-CUS-Balance(WS-Customer-Subscript)
           END-IF.

       5400-ADD-TO-GRAND-TOTALS.
           ADD 1 TO WS-GT-Accounts
           ADD WS-ACC-Fee-Count(WS-Account-Subscript)
               WS-ACC-Interest-Count(WS-Account-Subscript)
               WS-ACC-Ordinary-Count(WS-Account-Subscript)
               TO WS-GT-Items
           ADD WS-ACC-Fee(WS-Account-Subscript) TO WS-GT-Fee
           ADD WS-ACC-Int-Income(WS-Account-Subscript)
               TO WS-GT-Int-Income
           ADD WS-ACC-Int-Expense(WS-Account-Subscript)
               TO WS-GT-Int-Expense
           ADD WS-ACC-Net(WS-Account-Subscript) TO WS-GT-Net
           ADD WS-ACC-Balance(WS-Account-Subscript) TO WS-GT-Balance.

       6000-PRINT-TYPES.
           WRITE ProfitabilityLine FROM WS-Type-Title
               AFTER ADVANCING 2 LINES
           WRITE ProfitabilityLine FROM WS-Rollup-Columns
           PERFORM VARYING WS-Type-Subscript FROM 1 BY 1
                   UNTIL WS-Type-Subscript > WS-Type-Count
               IF WS-TYP-Accounts(WS-Type-Subscript) > 0
                   MOVE 0 TO WS-RL-Rank
                   MOVE WS-TYP-ID(WS-Type-Subscript) TO WS-RL-ID
                   MOVE WS-TYP-Description(WS-Type-Subscript)
                       TO WS-RL-Name
                   MOVE WS-TYP-Accounts(WS-Type-Subscript)
                       TO WS-RL-Accounts
                   MOVE WS-TYP-Items(WS-Type-Subscript) TO WS-RL-Items
                   MOVE WS-TYP-Fee(WS-Type-Subscript) TO WS-RL-Fee
                   COMPUTE WS-RL-Interest =
                       WS-TYP-Int-Income(WS-Type-Subscript)
                       - WS-TYP-Int-Expense(WS-Type-Subscript)
                   MOVE WS-TYP-Net(WS-Type-Subscript) TO WS-RL-Net
                   MOVE WS-TYP-Balance(WS-Type-Subscript)
                       TO WS-RL-Balance
                   WRITE ProfitabilityLine FROM WS-Rollup-Line
               END-IF
           END-PERFORM
           MOVE 0 TO WS-RL-Rank
           MOVE 0 TO WS-RL-ID
           MOVE "ALL ACCOUNTS" TO WS-RL-Name
           MOVE WS-GT-Accounts TO WS-RL-Accounts
           MOVE WS-GT-Items TO WS-RL-Items
           MOVE WS-GT-Fee TO WS-RL-Fee
           COMPUTE WS-RL-Interest = WS-GT-Int-Income - WS-GT-Int-Expense
           MOVE WS-GT-Net TO WS-RL-Net
           MOVE WS-GT-Balance TO WS-RL-Balance
           WRITE ProfitabilityLine FROM WS-Rollup-Line
               AFTER ADVANCING 2 LINES.

      *    Highest net revenue first.
       7000-SORT-CUSTOMERS.
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript >= WS-Customer-Count
               PERFORM VARYING WS-Subscript-2 FROM 1 BY 1
                       UNTIL WS-Subscript-2 >
                           WS-Customer-Count - WS-Subscript
                   PERFORM 7100-SWAP-IF-OUT-OF-ORDER
               END-PERFORM
           END-PERFORM.

       7100-SWAP-IF-OUT-OF-ORDER.
           IF WS-CUS-Net(WS-Subscript-2) <
                   WS-CUS-Net(WS-Subscript-2 + 1)
               MOVE WS-Customer-Entry(WS-Subscript-2)
                   TO WS-Swap-Customer
               MOVE WS-Customer-Entry(WS-Subscript-2 + 1)
                   TO WS-Customer-Entry(WS-Subscript-2)
               MOVE WS-Swap-Customer
                   TO WS-Customer-Entry(WS-Subscript-2 + 1)
           END-IF.

      *    The whole ranking when it is short; otherwise the top and
      *    the bottom of it, with the count of customers between.
       7500-PRINT-CUSTOMERS.
           WRITE ProfitabilityLine FROM WS-Customer-Title
               AFTER ADVANCING 2 LINES
           WRITE ProfitabilityLine FROM WS-Rollup-Columns
           IF WS-Customer-Count <= WS-Rank-Count * 2
               PERFORM VARYING WS-Customer-Subscript FROM 1 BY 1
                       UNTIL WS-Customer-Subscript > WS-Customer-Count
                   PERFORM 7600-PRINT-ONE-CUSTOMER
               END-PERFORM
           ELSE
               PERFORM VARYING WS-Customer-Subscript FROM 1 BY 1
                       UNTIL WS-Customer-Subscript > WS-Rank-Count
                   PERFORM 7600-PRINT-ONE-CUSTOMER
               END-PERFORM
               COMPUTE WS-Bottom-Start =
                   WS-Customer-Count - WS-Rank-Count + 1
               COMPUTE WS-GL-Skipped =
                   WS-Customer-Count - WS-Rank-Count * 2
               WRITE ProfitabilityLine FROM WS-Gap-Line
               PERFORM VARYING WS-Customer-Subscript
                       FROM WS-Bottom-Start BY 1
                       UNTIL WS-Customer-Subscript > WS-Customer-Count
                   PERFORM 7600-PRINT-ONE-CUSTOMER
               END-PERFORM
           END-IF.

       7600-PRINT-ONE-CUSTOMER.
           MOVE WS-Customer-Subscript TO WS-RL-Rank
           MOVE WS-CUS-CustomerID(WS-Customer-Subscript) TO WS-RL-ID
           PERFORM 7610-FIND-CUSTOMER-NAME
           MOVE WS-CUS-Accounts(WS-Customer-Subscript) TO WS-RL-Accounts
           MOVE WS-CUS-Items(WS-Customer-Subscript) TO WS-RL-Items
           MOVE WS-CUS-Fee(WS-Customer-Subscript) TO WS-RL-Fee
           COMPUTE WS-RL-Interest =
               WS-CUS-Int-Income(WS-Customer-Subscript)
               - WS-CUS-Int-Expense(WS-Customer-Subscript)
           MOVE WS-CUS-Net(WS-Customer-Subscript) TO WS-RL-Net
           MOVE WS-CUS-Balance(WS-Customer-Subscript) TO WS-RL-Balance
           WRITE ProfitabilityLine FROM WS-Rollup-Line.

       7610-FIND-CUSTOMER-NAME.
           MOVE "CUSTOMER NOT ON MASTER" TO WS-RL-Name
           IF WS-CUS-CustomerID(WS-Customer-Subscript) = 0
               MOVE "NO CUSTOMER ON ACCOUNT" TO WS-RL-Name
           ELSE
               IF WS-Customer-Status = "00" OR "23"
                   MOVE WS-CUS-CustomerID(WS-Customer-Subscript)
                       TO CU-CustomerID
                   READ CustomerFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CU-CustomerName TO WS-RL-Name
                   END-READ
               END-IF
           END-IF.

       8000-PRINT-SUMMARY.
           MOVE SPACES TO ProfitabilityLine
           WRITE ProfitabilityLine
           MOVE "JOURNAL ENTRIES IN THE PERIODS" TO WS-CL-Label
           MOVE WS-Entries-Read TO WS-CL-Count
           WRITE ProfitabilityLine FROM WS-Count-Line
           MOVE "  FEE ITEMS" TO WS-CL-Label
           MOVE WS-Fee-Count TO WS-CL-Count
           WRITE ProfitabilityLine FROM WS-Count-Line
           MOVE "  INTEREST ITEMS" TO WS-CL-Label
           MOVE WS-Interest-Count TO WS-CL-Count
           WRITE ProfitabilityLine FROM WS-Count-Line
           MOVE "  ORDINARY ACTIVITY" TO WS-CL-Label
           MOVE WS-Ordinary-Count TO WS-CL-Count
           WRITE ProfitabilityLine FROM WS-Count-Line
           MOVE "  REVALUATION ENTRIES PASSED OVER" TO WS-CL-Label
           MOVE WS-Revaluation-Count TO WS-CL-Count
           WRITE ProfitabilityLine FROM WS-Count-Line
           MOVE "  REVERSED ENTRIES PASSED OVER" TO WS-CL-Label
           MOVE WS-Reversed-Count TO WS-CL-Count
           WRITE ProfitabilityLine FROM WS-Count-Line
           MOVE "  TRANSACTION NOT FOUND" TO WS-CL-Label
           MOVE WS-Not-Found-Count TO WS-CL-Count
           WRITE ProfitabilityLine FROM WS-Count-Line
           MOVE "  ACCOUNT NOT ON MASTER" TO WS-CL-Label
           MOVE WS-No-Master-Count TO WS-CL-Count
           WRITE ProfitabilityLine FROM WS-Count-Line
           MOVE "AMOUNTS WITH NO RATE" TO WS-CL-Label
           MOVE WS-No-Rate-Count TO WS-CL-Count
           WRITE ProfitabilityLine FROM WS-Count-Line
           MOVE "TABLE OVERFLOWS" TO WS-CL-Label
           MOVE WS-Overflow-Count TO WS-CL-Count
           WRITE ProfitabilityLine FROM WS-Count-Line.

       9000-TERMINATE.
           IF WS-Customer-Status = "00" OR "23"
               CLOSE CustomerFile
           END-IF
           CLOSE ProfitabilityReport.
