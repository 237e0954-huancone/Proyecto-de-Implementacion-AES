       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-SALDO-PROMEDIO.
      *****************************************************************
      *  Monthly average daily balance report off the end-of-day
      *  balance history (SALDOHIS.DAT, written nightly by
      *  Historico_Saldos.cbl), for the month on SALDOPRO.PARM.  It
      *  shows, per account, per account type and per customer, the
      *  average daily balance, the minimum and maximum balance and
      *  the days overdrawn, so figures no longer rest on the
      *  month-end balance alone.
      *
      *  Averages are over calendar days.  The history holds a row
      *  for each night the cycle ran, so a weekend or holiday
      *  carries the previous night's balance, and the first days of
      *  the month carry the last row from before it.  The month runs
      *  to the last date the history holds for it, so a month still
      *  in progress is reported to date.  An account with no row
      *  yet on a day (opened during the month) is left out of that
      *  day rather than counted at zero.
      *
      *  The account section is in the account's own currency, with
      *  the local-currency average alongside.  The account type
      *  section rolls every account up its type and each type above
      *  it on the ParentAccountTypeID chain, and the customer
      *  section groups the accounts of each CustomerID; both are in
      *  local currency, at the rate each nightly row was taken at.
      *  Their average, minimum and maximum are of the combined
      *  balance day by day, and their days overdrawn are
      *  account-days - one for each member account overdrawn on
      *  each day - so an overdrawn account stays visible even when
      *  another account covers it.
      *
      *  RETURN-CODE carries the count of table overflows and of
      *  history rows whose account is no longer on the master.
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
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BalanceHistoryFile ASSIGN TO "SALDOHIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-History-Status.
           SELECT CustomerFile ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CU-CustomerID
               FILE STATUS IS WS-Customer-Status.
           SELECT ParameterFile ASSIGN TO "SALDOPRO.PARM"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AverageBalanceReport ASSIGN TO "SALDOPRO.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "Estructura_Contabilidad.cbl".

       FD  BalanceHistoryFile.
       01  BalanceHistory.
           02  BH-AccountID            PIC 9(5).
           02  BH-Year                 PIC 9(4).
           02  BH-Month                PIC 99.
           02  BH-Day                  PIC 99.
           02  BH-AccountBalance       PIC S9(13)
                   SIGN IS TRAILING SEPARATE CHARACTER.
           02  BH-LocalBalance         PIC S9(13)
                   SIGN IS TRAILING SEPARATE CHARACTER.
           02  BH-AccountStatus        PIC X(1).

       FD  CustomerFile.
       01  Customer.
           02  CU-CustomerID           PIC 9(5).
           02  CU-CustomerName         PIC X(30).
           02  CU-DocumentID           PIC X(15).
           02  CU-ContactPhone         PIC X(12).
           02  CU-Status               PIC X(1).

       FD  ParameterFile.
       01  AverageBalanceParms.
           05  SP-Report-Year          PIC 9(4).
           05  SP-Report-Month         PIC 99.

       FD  AverageBalanceReport.
       01  AverageBalanceLine          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-Types                PIC X VALUE "N".
       01  WS-EOF-Accounts             PIC X VALUE "N".
       01  WS-EOF-History              PIC X VALUE "N".
       01  WS-Accounts-Status          PIC X(2).
       01  WS-History-Status           PIC X(2).
       01  WS-Customer-Status          PIC X(2).
       01  WS-Subscript                PIC 9(5).
       01  WS-Subscript-2              PIC 9(5).
       01  WS-Type-Subscript           PIC 9(5).
       01  WS-Customer-Subscript       PIC 9(5).
       01  WS-Day                      PIC 99.
       01  WS-Depth                    PIC 9(5).
       01  WS-Found-Switch             PIC X.
       01  WS-Carry-Switch             PIC X.
       01  WS-Search-TypeID            PIC 9(5).
       01  WS-Month-Start-DateNum      PIC 9(8).
       01  WS-Row-DateNum              PIC 9(8).
       01  WS-First-Day                PIC 99 VALUE 99.
       01  WS-Last-Day                 PIC 99 VALUE 0.
       01  WS-Rollup-Days              PIC 99 VALUE 0.
       01  WS-Overflow-Count           PIC 9(9) VALUE 0.
       01  WS-No-Master-Count          PIC 9(9) VALUE 0.
       01  WS-Carry-Balance            PIC S9(13).
       01  WS-Carry-Local              PIC S9(13).

       01  WS-Account-Stats.
           05  WS-AS-Days              PIC 99.
           05  WS-AS-Sum               PIC S9(17).
           05  WS-AS-Local-Sum         PIC S9(17).
           05  WS-AS-Minimum           PIC S9(13).
           05  WS-AS-Maximum           PIC S9(13).
           05  WS-AS-Overdrawn         PIC 99.
           05  WS-AS-Average           PIC S9(13).
           05  WS-AS-Local-Average     PIC S9(13).
           05  WS-AS-First-Day         PIC 99.

       01  WS-Rollup-Stats.
           05  WS-RS-Sum               PIC S9(17).
           05  WS-RS-Minimum           PIC S9(15).
           05  WS-RS-Maximum           PIC S9(15).
           05  WS-RS-Average           PIC S9(15).

       01  WS-Work-Series.
           05  WS-WS-Day OCCURS 31 TIMES.
               10  WS-WS-Has               PIC X(1).
               10  WS-WS-Local             PIC S9(13).

       01  WS-Type-Table.
           05  WS-Type-Count           PIC 9(5) VALUE 0.
           05  WS-Type-Entry OCCURS 200 TIMES.
               10  WS-TYP-ID               PIC 9(5).
               10  WS-TYP-Description      PIC X(15).
               10  WS-TYP-ParentID         PIC 9(5).
               10  WS-TYP-Accounts         PIC 9(5).
               10  WS-TYP-Overdrawn        PIC 9(7).
               10  WS-TYP-Day-Local OCCURS 31 TIMES PIC S9(15).

       01  WS-Account-Table.
           05  WS-Account-Count        PIC 9(5) VALUE 0.
           05  WS-Acct-Entry OCCURS 2000 TIMES.
               10  WS-ACC-AccountID        PIC 9(5).
               10  WS-ACC-Number           PIC X(10).
               10  WS-ACC-Name             PIC X(15).
               10  WS-ACC-TypeID           PIC 9(5).
               10  WS-ACC-CustomerID       PIC 9(5).
               10  WS-ACC-Currency         PIC X(3).
               10  WS-ACC-Open-DateNum     PIC 9(8).
               10  WS-ACC-Open-Balance     PIC S9(13).
               10  WS-ACC-Open-Local       PIC S9(13).
               10  WS-ACC-Day OCCURS 31 TIMES.
                   15  WS-ACC-Day-Has          PIC X(1).
                   15  WS-ACC-Day-Balance      PIC S9(13).
                   15  WS-ACC-Day-Local        PIC S9(13).

       01  WS-Customer-Table.
           05  WS-Customer-Count       PIC 9(5) VALUE 0.
           05  WS-Customer-Entry OCCURS 2000 TIMES.
               10  WS-CUS-CustomerID       PIC 9(5).
               10  WS-CUS-Accounts         PIC 9(5).
               10  WS-CUS-Overdrawn        PIC 9(7).
               10  WS-CUS-Day-Local OCCURS 31 TIMES PIC S9(15).

       01  WS-Swap-Customer.
           05  WS-SWC-CustomerID       PIC 9(5).
           05  WS-SWC-Accounts         PIC 9(5).
           05  WS-SWC-Overdrawn        PIC 9(7).
           05  WS-SWC-Day-Local OCCURS 31 TIMES PIC S9(15).

       01  WS-Heading-Line.
           05  FILLER                  PIC X(34)
                   VALUE "AVERAGE DAILY BALANCE - MONTH ".
           05  WS-HL-Year              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-HL-Month             PIC 99.
           05  FILLER                  PIC X(13) VALUE "  - DAYS 1 TO".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-HL-Last-Day          PIC Z9.

       01  WS-Account-Title            PIC X(40)
               VALUE "BY ACCOUNT (ACCOUNT CURRENCY)".
       01  WS-Type-Title               PIC X(40)
               VALUE "BY ACCOUNT TYPE, ROLLED UP (LOCAL)".
       01  WS-Customer-Title           PIC X(40)
               VALUE "BY CUSTOMER (LOCAL)".

       01  WS-Account-Columns.
           05  FILLER  PIC X(7)  VALUE "ACCT".
           05  FILLER  PIC X(11) VALUE "NUMBER".
           05  FILLER  PIC X(16) VALUE "NAME".
           05  FILLER  PIC X(4)  VALUE "CUR".
           05  FILLER  PIC X(15) VALUE "  AVG DAILY BAL".
           05  FILLER  PIC X(15) VALUE "        MINIMUM".
           05  FILLER  PIC X(15) VALUE "        MAXIMUM".
           05  FILLER  PIC X(6)  VALUE "  OD".
           05  FILLER  PIC X(15) VALUE "      LOCAL AVG".
           05  FILLER  PIC X(6)  VALUE "  DAYS".

       01  WS-Account-Line.
           05  WS-AL-AccountID         PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AL-Number            PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-AL-Name              PIC X(15).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-AL-Currency          PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-AL-Average           PIC -ZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-AL-Minimum           PIC -ZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-AL-Maximum           PIC -ZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-AL-Overdrawn         PIC Z9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AL-Local-Average     PIC -ZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-AL-Days              PIC Z9.

       01  WS-Rollup-Columns.
           05  FILLER  PIC X(7)  VALUE "ID".
           05  FILLER  PIC X(31) VALUE "DESCRIPTION / NAME".
           05  FILLER  PIC X(7)  VALUE " ACCTS".
           05  FILLER  PIC X(17) VALUE "    AVG DAILY BAL".
           05  FILLER  PIC X(17) VALUE "          MINIMUM".
           05  FILLER  PIC X(17) VALUE "          MAXIMUM".
           05  FILLER  PIC X(14) VALUE "  OD ACCT-DAYS".

       01  WS-Rollup-Line.
           05  WS-RL-ID                PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RL-Name              PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RL-Accounts          PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RL-Average           PIC -ZZZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RL-Minimum           PIC -ZZZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RL-Maximum           PIC -ZZZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RL-Overdrawn         PIC ZZZZZZ9.

       01  WS-None-Line                PIC X(60)
               VALUE "NO BALANCE HISTORY FOR THE MONTH".

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-TYPES
           PERFORM 2100-LOAD-ACCOUNTS
           PERFORM 3000-LOAD-HISTORY
           IF WS-Last-Day = 0
               WRITE AverageBalanceLine FROM WS-Heading-Line
               WRITE AverageBalanceLine FROM WS-None-Line
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE WS-Last-Day TO WS-HL-Last-Day
               PERFORM 4000-PRINT-ACCOUNTS
               COMPUTE WS-Rollup-Days = WS-Last-Day - WS-First-Day + 1
               PERFORM 5000-PRINT-TYPES
               PERFORM 6000-SORT-CUSTOMERS
               PERFORM 6500-PRINT-CUSTOMERS
           END-IF
           PERFORM 9000-TERMINATE
           COMPUTE RETURN-CODE =
               WS-Overflow-Count + WS-No-Master-Count
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT ParameterFile
           READ ParameterFile
               AT END
                   DISPLAY "SALDOPRO.PARM IS EMPTY - ABORTING"
                   STOP RUN
           END-READ
           CLOSE ParameterFile
           COMPUTE WS-Month-Start-DateNum =
               SP-Report-Year * 10000 + SP-Report-Month * 100 + 1
           OPEN INPUT CustomerFile
           IF WS-Customer-Status NOT = "00"
               DISPLAY "WARNING - CUSTOMER.DAT COULD NOT BE OPENED - "
                   "STATUS " WS-Customer-Status
                   " - CUSTOMERS PRINT WITHOUT NAME"
           END-IF
           OPEN OUTPUT AverageBalanceReport
           MOVE SP-Report-Year TO WS-HL-Year
           MOVE SP-Report-Month TO WS-HL-Month
           MOVE 0 TO WS-HL-Last-Day.

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
               MOVE 0 TO WS-TYP-Overdrawn(WS-Type-Count)
               PERFORM VARYING WS-Day FROM 1 BY 1 UNTIL WS-Day > 31
                   MOVE 0 TO WS-TYP-Day-Local(WS-Type-Count, WS-Day)
               END-PERFORM
           END-IF.

       2100-LOAD-ACCOUNTS.
           OPEN INPUT AccountsFile
           IF WS-Accounts-Status NOT = "00"
               DISPLAY "ACCOUNTS.DAT COULD NOT BE OPENED - "
                   "STATUS " WS-Accounts-Status " - ABORTING"
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-Accounts = "Y"
               READ AccountsFile
                   AT END
                       MOVE "Y" TO WS-EOF-Accounts
                   NOT AT END
                       PERFORM 2110-ADD-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE AccountsFile.

       2110-ADD-ONE-ACCOUNT.
           IF WS-Account-Count >= 2000
               ADD 1 TO WS-Overflow-Count
               DISPLAY "WARNING - ACCOUNT TABLE FULL, ACCOUNT "
                   AccountID OF Accounts " NOT INCLUDED"
           ELSE
               ADD 1 TO WS-Account-Count
               MOVE AccountID OF Accounts
                   TO WS-ACC-AccountID(WS-Account-Count)
               MOVE AccountNumber TO WS-ACC-Number(WS-Account-Count)
               MOVE AccountName TO WS-ACC-Name(WS-Account-Count)
               MOVE AccountTypeID OF Accounts
                   TO WS-ACC-TypeID(WS-Account-Count)
               IF CustomerID OF Accounts NUMERIC
                   MOVE CustomerID OF Accounts
                       TO WS-ACC-CustomerID(WS-Account-Count)
               ELSE
                   MOVE 0 TO WS-ACC-CustomerID(WS-Account-Count)
               END-IF
               MOVE CurrencyCode OF Accounts
                   TO WS-ACC-Currency(WS-Account-Count)
               MOVE 0 TO WS-ACC-Open-DateNum(WS-Account-Count)
               MOVE 0 TO WS-ACC-Open-Balance(WS-Account-Count)
               MOVE 0 TO WS-ACC-Open-Local(WS-Account-Count)
               PERFORM VARYING WS-Day FROM 1 BY 1 UNTIL WS-Day > 31
                   MOVE "N" TO WS-ACC-Day-Has(WS-Account-Count, WS-Day)
               END-PERFORM
           END-IF.

       3000-LOAD-HISTORY.
           OPEN INPUT BalanceHistoryFile
           IF WS-History-Status NOT = "00"
               MOVE "Y" TO WS-EOF-History
           END-IF
           PERFORM UNTIL WS-EOF-History = "Y"
               READ BalanceHistoryFile
                   AT END
                       MOVE "Y" TO WS-EOF-History
                   NOT AT END
                       COMPUTE WS-Row-DateNum =
                           BH-Year * 10000 + BH-Month * 100 + BH-Day
                       IF WS-Row-DateNum < WS-Month-Start-DateNum
                           OR (BH-Year = SP-Report-Year
                               AND BH-Month = SP-Report-Month
                               AND BH-Day >= 1 AND BH-Day <= 31)
                           PERFORM 3100-APPLY-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-History-Status = "00" OR "10"
               CLOSE BalanceHistoryFile
           END-IF.

       3100-APPLY-ONE-ROW.
           MOVE "N" TO WS-Found-Switch
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Account-Count
                   OR WS-Found-Switch = "Y"
               IF WS-ACC-AccountID(WS-Subscript) = BH-AccountID
                   MOVE "Y" TO WS-Found-Switch
                   MOVE WS-Subscript TO WS-Subscript-2
               END-IF
           END-PERFORM
           IF WS-Found-Switch = "N"
               ADD 1 TO WS-No-Master-Count
               DISPLAY "WARNING - HISTORY ROW FOR ACCOUNT "
                   BH-AccountID " NOT ON MASTER - NOT INCLUDED"
           ELSE
               IF WS-Row-DateNum < WS-Month-Start-DateNum
                   IF WS-Row-DateNum >=
                           WS-ACC-Open-DateNum(WS-Subscript-2)
                       MOVE WS-Row-DateNum
                           TO WS-ACC-Open-DateNum(WS-Subscript-2)
                       MOVE BH-AccountBalance
                           TO WS-ACC-Open-Balance(WS-Subscript-2)
                       MOVE BH-LocalBalance
                           TO WS-ACC-Open-Local(WS-Subscript-2)
                   END-IF
               ELSE
                   MOVE "Y" TO WS-ACC-Day-Has(WS-Subscript-2, BH-Day)
                   MOVE BH-AccountBalance
                       TO WS-ACC-Day-Balance(WS-Subscript-2, BH-Day)
                   MOVE BH-LocalBalance
                       TO WS-ACC-Day-Local(WS-Subscript-2, BH-Day)
                   IF BH-Day > WS-Last-Day
                       MOVE BH-Day TO WS-Last-Day
                   END-IF
               END-IF
           END-IF.

       4000-PRINT-ACCOUNTS.
           WRITE AverageBalanceLine FROM WS-Heading-Line
           WRITE AverageBalanceLine FROM WS-Account-Title
               AFTER ADVANCING 2 LINES
           WRITE AverageBalanceLine FROM WS-Account-Columns
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Account-Count
               PERFORM 4100-BUILD-ACCOUNT-SERIES
               IF WS-AS-Days > 0
                   PERFORM 4200-PRINT-ONE-ACCOUNT
                   PERFORM 4300-ADD-TO-TYPE-CHAIN
                   PERFORM 4400-ADD-TO-CUSTOMER
               END-IF
           END-PERFORM.

      *    Walk the month day by day, carrying the last known balance
      *    across nights with no row, and gather the account's
      *    figures and its local series for the rollups.
       4100-BUILD-ACCOUNT-SERIES.
           MOVE 0 TO WS-AS-Days
           MOVE 0 TO WS-AS-Sum
           MOVE 0 TO WS-AS-Local-Sum
           MOVE 0 TO WS-AS-Overdrawn
           MOVE 0 TO WS-AS-Minimum
           MOVE 0 TO WS-AS-Maximum
           MOVE 0 TO WS-AS-First-Day
           MOVE "N" TO WS-Carry-Switch
           IF WS-ACC-Open-DateNum(WS-Subscript) > 0
               MOVE "Y" TO WS-Carry-Switch
               MOVE WS-ACC-Open-Balance(WS-Subscript)
                   TO WS-Carry-Balance
               MOVE WS-ACC-Open-Local(WS-Subscript) TO WS-Carry-Local
           END-IF
           PERFORM VARYING WS-Day FROM 1 BY 1 UNTIL WS-Day > 31
               MOVE "N" TO WS-WS-Has(WS-Day)
               MOVE 0 TO WS-WS-Local(WS-Day)
           END-PERFORM
           PERFORM VARYING WS-Day FROM 1 BY 1
                   UNTIL WS-Day > WS-Last-Day
               IF WS-ACC-Day-Has(WS-Subscript, WS-Day) = "Y"
                   MOVE "Y" TO WS-Carry-Switch
                   MOVE WS-ACC-Day-Balance(WS-Subscript, WS-Day)
                       TO WS-Carry-Balance
                   MOVE WS-ACC-Day-Local(WS-Subscript, WS-Day)
                       TO WS-Carry-Local
               END-IF
               IF WS-Carry-Switch = "Y"
                   PERFORM 4110-COUNT-ONE-DAY
               END-IF
           END-PERFORM
           IF WS-AS-Days > 0
               COMPUTE WS-AS-Average ROUNDED = WS-AS-Sum / WS-AS-Days
               COMPUTE WS-AS-Local-Average ROUNDED =
                   WS-AS-Local-Sum / WS-AS-Days
               IF WS-AS-First-Day < WS-First-Day
                   MOVE WS-AS-First-Day TO WS-First-Day
               END-IF
           END-IF.

       4110-COUNT-ONE-DAY.
           IF WS-AS-Days = 0
               MOVE WS-Day TO WS-AS-First-Day
               MOVE WS-Carry-Balance TO WS-AS-Minimum
               MOVE WS-Carry-Balance TO WS-AS-Maximum
           END-IF
           ADD 1 TO WS-AS-Days
           ADD WS-Carry-Balance TO WS-AS-Sum
           ADD WS-Carry-Local TO WS-AS-Local-Sum
           IF WS-Carry-Balance < WS-AS-Minimum
               MOVE WS-Carry-Balance TO WS-AS-Minimum
           END-IF
           IF WS-Carry-Balance > WS-AS-Maximum
               MOVE WS-Carry-Balance TO WS-AS-Maximum
           END-IF
           IF WS-Carry-Balance < 0
               ADD 1 TO WS-AS-Overdrawn
           END-IF
           MOVE "Y" TO WS-WS-Has(WS-Day)
           MOVE WS-Carry-Local TO WS-WS-Local(WS-Day).

       4200-PRINT-ONE-ACCOUNT.
           MOVE WS-ACC-AccountID(WS-Subscript) TO WS-AL-AccountID
           MOVE WS-ACC-Number(WS-Subscript) TO WS-AL-Number
           MOVE WS-ACC-Name(WS-Subscript) TO WS-AL-Name
           MOVE WS-ACC-Currency(WS-Subscript) TO WS-AL-Currency
           MOVE WS-AS-Average TO WS-AL-Average
           MOVE WS-AS-Minimum TO WS-AL-Minimum
           MOVE WS-AS-Maximum TO WS-AL-Maximum
           MOVE WS-AS-Overdrawn TO WS-AL-Overdrawn
           MOVE WS-AS-Local-Average TO WS-AL-Local-Average
           MOVE WS-AS-Days TO WS-AL-Days
           WRITE AverageBalanceLine FROM WS-Account-Line.

      *    Add the account's series to its own type and to every type
      *    above it; the depth check stops a looped chain.
       4300-ADD-TO-TYPE-CHAIN.
           MOVE WS-ACC-TypeID(WS-Subscript) TO WS-Search-TypeID
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
                   PERFORM 4310-ADD-TO-ONE-TYPE
                   IF WS-TYP-ParentID(WS-Type-Subscript) =
                           WS-Search-TypeID
                       MOVE 0 TO WS-Search-TypeID
                   ELSE
                       MOVE WS-TYP-ParentID(WS-Type-Subscript)
                           TO WS-Search-TypeID
                   END-IF
               END-IF
           END-PERFORM.

       4310-ADD-TO-ONE-TYPE.
           ADD 1 TO WS-TYP-Accounts(WS-Type-Subscript)
           ADD WS-AS-Overdrawn TO WS-TYP-Overdrawn(WS-Type-Subscript)
           PERFORM VARYING WS-Day FROM 1 BY 1
                   UNTIL WS-Day > WS-Last-Day
               IF WS-WS-Has(WS-Day) = "Y"
                   ADD WS-WS-Local(WS-Day)
                       TO WS-TYP-Day-Local(WS-Type-Subscript, WS-Day)
               END-IF
           END-PERFORM.

       4400-ADD-TO-CUSTOMER.
           MOVE "N" TO WS-Found-Switch
           PERFORM VARYING WS-Customer-Subscript FROM 1 BY 1
                   UNTIL WS-Customer-Subscript > WS-Customer-Count
                   OR WS-Found-Switch = "Y"
               IF WS-CUS-CustomerID(WS-Customer-Subscript) =
                       WS-ACC-CustomerID(WS-Subscript)
                   MOVE "Y" TO WS-Found-Switch
               END-IF
           END-PERFORM
           IF WS-Found-Switch = "Y"
               SUBTRACT 1 FROM WS-Customer-Subscript
           ELSE
               IF WS-Customer-Count >= 2000
                   ADD 1 TO WS-Overflow-Count
                   DISPLAY "WARNING - CUSTOMER TABLE FULL, CUSTOMER "
                       WS-ACC-CustomerID(WS-Subscript) " NOT INCLUDED"
               ELSE
                   ADD 1 TO WS-Customer-Count
                   MOVE WS-Customer-Count TO WS-Customer-Subscript
                   MOVE "Y" TO WS-Found-Switch
                   MOVE WS-ACC-CustomerID(WS-Subscript)
                       TO WS-CUS-CustomerID(WS-Customer-Subscript)
                   MOVE 0 TO WS-CUS-Accounts(WS-Customer-Subscript)
                   MOVE 0 TO WS-CUS-Overdrawn(WS-Customer-Subscript)
                   PERFORM VARYING WS-Day FROM 1 BY 1
                           UNTIL WS-Day > 31
                       MOVE 0 TO WS-CUS-Day-Local
                           (WS-Customer-Subscript, WS-Day)
                   END-PERFORM
               END-IF
           END-IF
           IF WS-Found-Switch = "Y"
               ADD 1 TO WS-CUS-Accounts(WS-Customer-Subscript)
               ADD WS-AS-Overdrawn
                   TO WS-CUS-Overdrawn(WS-Customer-Subscript)
               PERFORM VARYING WS-Day FROM 1 BY 1
                       UNTIL WS-Day > WS-Last-Day
                   IF WS-WS-Has(WS-Day) = "Y"
                       ADD WS-WS-Local(WS-Day) TO WS-CUS-Day-Local
                           (WS-Customer-Subscript, WS-Day)
                   END-IF
               END-PERFORM
           END-IF.

       5000-PRINT-TYPES.
           WRITE AverageBalanceLine FROM WS-Type-Title
               AFTER ADVANCING 2 LINES
           WRITE AverageBalanceLine FROM WS-Rollup-Columns
           PERFORM VARYING WS-Type-Subscript FROM 1 BY 1
                   UNTIL WS-Type-Subscript > WS-Type-Count
               IF WS-TYP-Accounts(WS-Type-Subscript) > 0
                   PERFORM 5100-PRINT-ONE-TYPE
               END-IF
           END-PERFORM.

       5100-PRINT-ONE-TYPE.
           MOVE 0 TO WS-RS-Sum
           MOVE WS-TYP-Day-Local(WS-Type-Subscript, WS-First-Day)
               TO WS-RS-Minimum
           MOVE WS-RS-Minimum TO WS-RS-Maximum
           PERFORM VARYING WS-Day FROM WS-First-Day BY 1
                   UNTIL WS-Day > WS-Last-Day
               ADD WS-TYP-Day-Local(WS-Type-Subscript, WS-Day)
                   TO WS-RS-Sum
               IF WS-TYP-Day-Local(WS-Type-Subscript, WS-Day) <
                       WS-RS-Minimum
                   MOVE WS-TYP-Day-Local(WS-Type-Subscript, WS-Day)
                       TO WS-RS-Minimum
               END-IF
               IF WS-TYP-Day-Local(WS-Type-Subscript, WS-Day) >
                       WS-RS-Maximum
                   MOVE WS-TYP-Day-Local(WS-Type-Subscript, WS-Day)
                       TO WS-RS-Maximum
               END-IF
           END-PERFORM
           COMPUTE WS-RS-Average ROUNDED = WS-RS-Sum / WS-Rollup-Days
           MOVE WS-TYP-ID(WS-Type-Subscript) TO WS-RL-ID
           MOVE WS-TYP-Description(WS-Type-Subscript) TO WS-RL-Name
           MOVE WS-TYP-Accounts(WS-Type-Subscript) TO WS-RL-Accounts
           MOVE WS-TYP-Overdrawn(WS-Type-Subscript) TO WS-RL-Overdrawn
           PERFORM 5200-WRITE-ROLLUP-LINE.

       5200-WRITE-ROLLUP-LINE.
           MOVE WS-RS-Average TO WS-RL-Average
           MOVE WS-RS-Minimum TO WS-RL-Minimum
           MOVE WS-RS-Maximum TO WS-RL-Maximum
           WRITE AverageBalanceLine FROM WS-Rollup-Line.

       6000-SORT-CUSTOMERS.
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript >= WS-Customer-Count
               PERFORM VARYING WS-Subscript-2 FROM 1 BY 1
                       UNTIL WS-Subscript-2 >
                           WS-Customer-Count - WS-Subscript
                   PERFORM 6100-SWAP-IF-OUT-OF-ORDER
               END-PERFORM
           END-PERFORM.

       6100-SWAP-IF-OUT-OF-ORDER.
           IF WS-CUS-CustomerID(WS-Subscript-2) >
                   WS-CUS-CustomerID(WS-Subscript-2 + 1)
               MOVE WS-Customer-Entry(WS-Subscript-2)
                   TO WS-Swap-Customer
               MOVE WS-Customer-Entry(WS-Subscript-2 + 1)
                   TO WS-Customer-Entry(WS-Subscript-2)
               MOVE WS-Swap-Customer
                   TO WS-Customer-Entry(WS-Subscript-2 + 1)
           END-IF.

       6500-PRINT-CUSTOMERS.
           WRITE AverageBalanceLine FROM WS-Customer-Title
               AFTER ADVANCING 2 LINES
           WRITE AverageBalanceLine FROM WS-Rollup-Columns
           PERFORM VARYING WS-Customer-Subscript FROM 1 BY 1
                   UNTIL WS-Customer-Subscript > WS-Customer-Count
               PERFORM 6600-PRINT-ONE-CUSTOMER
           END-PERFORM.

       6600-PRINT-ONE-CUSTOMER.
           MOVE 0 TO WS-RS-Sum
           MOVE WS-CUS-Day-Local(WS-Customer-Subscript, WS-First-Day)
               TO WS-RS-Minimum
           MOVE WS-RS-Minimum TO WS-RS-Maximum
           PERFORM VARYING WS-Day FROM WS-First-Day BY 1
                   UNTIL WS-Day > WS-Last-Day
               ADD WS-CUS-Day-Local(WS-Customer-Subscript, WS-Day)
                   TO WS-RS-Sum
               IF WS-CUS-Day-Local(WS-Customer-Subscript, WS-Day) <
                       WS-RS-Minimum
                   MOVE WS-CUS-Day-Local(WS-Customer-Subscript, WS-Day)
                       TO WS-RS-Minimum
               END-IF
               IF WS-CUS-Day-Local(WS-Customer-Subscript, WS-Day) >
                       WS-RS-Maximum
                   MOVE WS-CUS-Day-Local(WS-Customer-Subscript, WS-Day)
                       TO WS-RS-Maximum
               END-IF
           END-PERFORM
           COMPUTE WS-RS-Average ROUNDED = WS-RS-Sum / WS-Rollup-Days
           MOVE WS-CUS-CustomerID(WS-Customer-Subscript) TO WS-RL-ID
           PERFORM 6610-FIND-CUSTOMER-NAME
           MOVE WS-CUS-Accounts(WS-Customer-Subscript)
               TO WS-RL-Accounts
           MOVE WS-CUS-Overdrawn(WS-Customer-Subscript)
               TO WS-RL-Overdrawn
           PERFORM 5200-WRITE-ROLLUP-LINE.

       6610-FIND-CUSTOMER-NAME.
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

       9000-TERMINATE.
           IF WS-Customer-Status = "00" OR "23"
               CLOSE CustomerFile
           END-IF
           CLOSE AverageBalanceReport.
