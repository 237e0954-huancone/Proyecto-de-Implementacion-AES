       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORICO-SALDOS.
      *****************************************************************
      *  End-of-day balance history snapshot.  Run in the nightly
      *  sequence once Prueba_Mayor.cbl has proved the ledger (job
      *  SALDOHIS under Control_Ejecucion.cbl), it appends one row
      *  per account on the account master to the balance history
      *  file SALDOHIS.DAT: AccountID, the business date,
      *  AccountBalance, its local-currency equivalent and
      *  AccountStatus.  Closed accounts are included, so every
      *  account has an unbroken series.  The history is what
      *  Reporte_Saldo_Promedio.cbl builds average daily balances
      *  from.
      *
      *  The business date comes from RUNCTRL.PARM, the clock date
      *  standing in when it is absent.  The local equivalent uses
      *  the TIPOCAMB.DAT rate for that date - the latest rate dated
      *  on or before it - and a blank CurrencyCode is already local.
      *
      *  The snapshot is refused outright - nothing written,
      *  RETURN-CODE 99 - when:
      *      - SALDOHIS.DAT already holds rows for the business
      *        date (the history keeps one snapshot per date; a
      *        restore through Respaldo_Ciclo.cbl takes the night's
      *        rows back out with the rest of the cycle's files);
      *      - a foreign-currency account has no rate on or before
      *        the date, since a row once written cannot be taken
      *        again - the rate is loaded and the step rerun;
      *      - the account table overflows.
      *  SALDOHIS.DAT is append-only (opened EXTEND, created on first
      *  use).  SALDOHIS.RPT shows the date, the rows written and the
      *  totals, or the reason the snapshot was refused.
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
           SELECT ExchangeRateFile ASSIGN TO "TIPOCAMB.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XRate-Status.
           SELECT DriverParameterFile ASSIGN TO "RUNCTRL.PARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Driver-Status.
           SELECT SnapshotReport ASSIGN TO "SALDOHIS.RPT"
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

       FD  ExchangeRateFile.
       01  ExchangeRate.
           02  XR-CurrencyCode         PIC X(3).
           02  XR-Year                 PIC 9(4).
           02  XR-Month                PIC 99.
           02  XR-Day                  PIC 99.
           02  XR-Rate                 PIC 9(5)V9(6).

       FD  DriverParameterFile.
       01  DriverParms.
           05  DR-Function             PIC X(1).
           05  DR-RunYear              PIC 9(4).
           05  DR-RunMonth             PIC 99.
           05  DR-RunDay               PIC 99.
           05  DR-JobName              PIC X(8).
           05  DR-ReturnCode           PIC 9(4).
           05  DR-Override             PIC X(1).

       FD  SnapshotReport.
       01  SnapshotLine                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EOF-Accounts             PIC X VALUE "N".
       01  WS-EOF-History              PIC X VALUE "N".
       01  WS-EOF-Rates                PIC X VALUE "N".
       01  WS-Accounts-Status          PIC X(2).
       01  WS-History-Status           PIC X(2).
       01  WS-XRate-Status             PIC X(2).
       01  WS-Driver-Status            PIC X(2).
       01  WS-Subscript                PIC 9(5).
       01  WS-Subscript-2              PIC 9(5).
       01  WS-Found-Switch             PIC X.
       01  WS-Business-Date-Switch     PIC X VALUE "N".
       01  WS-Business-Date            PIC 9(8).
       01  WS-Business-Date-Parts REDEFINES WS-Business-Date.
           05  WS-BD-Year              PIC 9(4).
           05  WS-BD-Month             PIC 99.
           05  WS-BD-Day               PIC 99.
       01  WS-Stamp-Work.
           05  WS-SW-Date              PIC 9(8).
           05  FILLER                  PIC X(13).
       01  WS-Rate-DateNum             PIC 9(8).
       01  WS-Rate-Work                PIC 9(5)V9(6).
       01  WS-Refuse-Reason            PIC X(50) VALUE SPACES.
       01  WS-No-Rate-Count            PIC 9(9) VALUE 0.
       01  WS-Foreign-Count            PIC 9(9) VALUE 0.
       01  WS-Overdrawn-Count          PIC 9(9) VALUE 0.
       01  WS-Local-Total              PIC S9(15) VALUE 0.

       01  WS-Currency-Table.
           05  WS-Currency-Count       PIC 9(4) VALUE 0.
           05  WS-Currency-Entry OCCURS 50 TIMES.
               10  WS-CUR-Code             PIC X(3).
               10  WS-CUR-DateNum          PIC 9(8).
               10  WS-CUR-Rate             PIC 9(5)V9(6).

       01  WS-Account-Table.
           05  WS-Account-Count        PIC 9(5) VALUE 0.
           05  WS-Acct-Entry OCCURS 2000 TIMES.
               10  WS-ACC-AccountID        PIC 9(5).
               10  WS-ACC-Currency         PIC X(3).
               10  WS-ACC-Balance          PIC S9(13).
               10  WS-ACC-Local            PIC S9(13).
               10  WS-ACC-Status           PIC X(1).

       01  WS-Heading-Line.
           05  FILLER                  PIC X(37)
                   VALUE "END-OF-DAY BALANCE HISTORY - DATE   ".
           05  WS-HL-Year              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-HL-Month             PIC 99.
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-HL-Day               PIC 99.

       01  WS-Summary-Line.
           05  WS-SL-Label             PIC X(40).
           05  WS-SL-Count             PIC ZZZZZZZZ9.

       01  WS-Total-Line.
           05  FILLER                  PIC X(40)
                   VALUE "TOTAL LOCAL EQUIVALENT".
           05  WS-TL-Amount            PIC -ZZZZZZZZZZZZZZ9.

       01  WS-Missing-Rate-Line.
           05  FILLER                  PIC X(30)
                   VALUE "NO RATE ON OR BEFORE DATE FOR ".
           05  WS-MR-Currency          PIC X(3).
           05  FILLER                  PIC X(10) VALUE " - ACCOUNT".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-MR-AccountID         PIC ZZZZ9.

       01  WS-Refused-Line.
           05  FILLER                  PIC X(10)
                   VALUE "REFUSED - ".
           05  WS-RF-Reason            PIC X(50).

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-DATE-NOT-TAKEN
           IF WS-Refuse-Reason = SPACES
               PERFORM 2100-LOAD-RATES
               PERFORM 3000-LOAD-ACCOUNTS
           END-IF
           IF WS-Refuse-Reason NOT = SPACES
               MOVE WS-Refuse-Reason TO WS-RF-Reason
               WRITE SnapshotLine FROM WS-Refused-Line
                   AFTER ADVANCING 2 LINES
               DISPLAY "BALANCE SNAPSHOT REFUSED - " WS-Refuse-Reason
               PERFORM 9000-TERMINATE
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-WRITE-SNAPSHOT
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1070-READ-BUSINESS-DATE
           OPEN OUTPUT SnapshotReport
           MOVE WS-BD-Year TO WS-HL-Year
           MOVE WS-BD-Month TO WS-HL-Month
           MOVE WS-BD-Day TO WS-HL-Day
           WRITE SnapshotLine FROM WS-Heading-Line.

       1070-READ-BUSINESS-DATE.
           OPEN INPUT DriverParameterFile
           IF WS-Driver-Status = "00"
               READ DriverParameterFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-Business-Date-Switch
                       MOVE DR-RunYear TO WS-BD-Year
                       MOVE DR-RunMonth TO WS-BD-Month
                       MOVE DR-RunDay TO WS-BD-Day
               END-READ
               CLOSE DriverParameterFile
           END-IF
           IF WS-Business-Date-Switch = "N"
               DISPLAY "RUNCTRL.PARM NOT AVAILABLE - SNAPSHOT DATED "
                   "WITH THE CLOCK DATE"
               MOVE FUNCTION CURRENT-DATE TO WS-Stamp-Work
               MOVE WS-SW-Date TO WS-Business-Date
           END-IF.

       2000-CHECK-DATE-NOT-TAKEN.
           OPEN INPUT BalanceHistoryFile
           IF WS-History-Status NOT = "00"
               MOVE "Y" TO WS-EOF-History
           END-IF
           PERFORM UNTIL WS-EOF-History = "Y"
               READ BalanceHistoryFile
                   AT END
                       MOVE "Y" TO WS-EOF-History
                   NOT AT END
                       IF BH-Year = WS-BD-Year
                               AND BH-Month = WS-BD-Month
                               AND BH-Day = WS-BD-Day
                           MOVE "SNAPSHOT ALREADY TAKEN FOR THIS DATE"
                               TO WS-Refuse-Reason
                           MOVE "Y" TO WS-EOF-History
                       END-IF
               END-READ
           END-PERFORM
           IF WS-History-Status = "00" OR "10"
               CLOSE BalanceHistoryFile
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
                       PERFORM 2110-KEEP-LATEST-RATE
               END-READ
           END-PERFORM
           IF WS-XRate-Status = "00" OR "10"
               CLOSE ExchangeRateFile
           END-IF.

       2110-KEEP-LATEST-RATE.
           COMPUTE WS-Rate-DateNum =
               XR-Year * 10000 + XR-Month * 100 + XR-Day
           IF WS-Rate-DateNum <= WS-Business-Date
               MOVE "N" TO WS-Found-Switch
               PERFORM VARYING WS-Subscript FROM 1 BY 1
                       UNTIL WS-Subscript > WS-Currency-Count
                       OR WS-Found-Switch = "Y"
                   IF WS-CUR-Code(WS-Subscript) = XR-CurrencyCode
                       MOVE "Y" TO WS-Found-Switch
                       IF WS-Rate-DateNum >
                               WS-CUR-DateNum(WS-Subscript)
                           MOVE WS-Rate-DateNum
                               TO WS-CUR-DateNum(WS-Subscript)
                           MOVE XR-Rate TO WS-CUR-Rate(WS-Subscript)
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-Found-Switch = "N"
                   IF WS-Currency-Count >= 50
                       DISPLAY "WARNING - CURRENCY TABLE FULL, "
                           XR-CurrencyCode " NOT INCLUDED"
                   ELSE
                       ADD 1 TO WS-Currency-Count
                       MOVE XR-CurrencyCode
                           TO WS-CUR-Code(WS-Currency-Count)
                       MOVE WS-Rate-DateNum
                           TO WS-CUR-DateNum(WS-Currency-Count)
                       MOVE XR-Rate TO WS-CUR-Rate(WS-Currency-Count)
                   END-IF
               END-IF
           END-IF.

       3000-LOAD-ACCOUNTS.
           OPEN INPUT AccountsFile
           IF WS-Accounts-Status NOT = "00"
               MOVE "ACCOUNTS.DAT COULD NOT BE OPENED"
                   TO WS-Refuse-Reason
               MOVE "Y" TO WS-EOF-Accounts
           END-IF
           PERFORM UNTIL WS-EOF-Accounts = "Y"
               READ AccountsFile
                   AT END
                       MOVE "Y" TO WS-EOF-Accounts
                   NOT AT END
                       PERFORM 3100-ADD-ONE-ACCOUNT
               END-READ
           END-PERFORM
           IF WS-Accounts-Status = "00" OR "10"
               CLOSE AccountsFile
           END-IF
           IF WS-No-Rate-Count > 0 AND WS-Refuse-Reason = SPACES
               MOVE "FOREIGN ACCOUNT WITH NO RATE FOR THE DATE"
                   TO WS-Refuse-Reason
           END-IF.

       3100-ADD-ONE-ACCOUNT.
           IF WS-Account-Count >= 2000
               MOVE "ACCOUNT TABLE FULL" TO WS-Refuse-Reason
           ELSE
               ADD 1 TO WS-Account-Count
               MOVE AccountID OF Accounts
                   TO WS-ACC-AccountID(WS-Account-Count)
               MOVE CurrencyCode OF Accounts
                   TO WS-ACC-Currency(WS-Account-Count)
               MOVE AccountStatus TO WS-ACC-Status(WS-Account-Count)
               IF AccountBalance NUMERIC
                   MOVE AccountBalance
                       TO WS-ACC-Balance(WS-Account-Count)
               ELSE
                   MOVE 0 TO WS-ACC-Balance(WS-Account-Count)
               END-IF
               MOVE WS-ACC-Balance(WS-Account-Count)
                   TO WS-ACC-Local(WS-Account-Count)
               IF CurrencyCode OF Accounts NOT = SPACES
                   ADD 1 TO WS-Foreign-Count
                   PERFORM 3150-CONVERT-TO-LOCAL
               END-IF
           END-IF.

       3150-CONVERT-TO-LOCAL.
           MOVE "N" TO WS-Found-Switch
           PERFORM VARYING WS-Subscript-2 FROM 1 BY 1
                   UNTIL WS-Subscript-2 > WS-Currency-Count
                   OR WS-Found-Switch = "Y"
               IF WS-CUR-Code(WS-Subscript-2) =
                       CurrencyCode OF Accounts
                   MOVE "Y" TO WS-Found-Switch
                   MOVE WS-CUR-Rate(WS-Subscript-2) TO WS-Rate-Work
               END-IF
           END-PERFORM
           IF WS-Found-Switch = "N"
               ADD 1 TO WS-No-Rate-Count
               DISPLAY "WARNING - NO RATE FOR CURRENCY "
                   CurrencyCode OF Accounts " - ACCOUNT "
                   AccountID OF Accounts
               MOVE CurrencyCode OF Accounts TO WS-MR-Currency
               MOVE AccountID OF Accounts TO WS-MR-AccountID
               WRITE SnapshotLine FROM WS-Missing-Rate-Line
           ELSE
               COMPUTE WS-ACC-Local(WS-Account-Count) ROUNDED =
                   WS-ACC-Balance(WS-Account-Count) * WS-Rate-Work
           END-IF.

       4000-WRITE-SNAPSHOT.
           OPEN INPUT BalanceHistoryFile
           IF WS-History-Status = "00"
               CLOSE BalanceHistoryFile
           ELSE
               OPEN OUTPUT BalanceHistoryFile
               CLOSE BalanceHistoryFile
           END-IF
           OPEN EXTEND BalanceHistoryFile
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Account-Count
               PERFORM 4100-WRITE-ONE-ROW
           END-PERFORM
           CLOSE BalanceHistoryFile.

       4100-WRITE-ONE-ROW.
           MOVE WS-ACC-AccountID(WS-Subscript) TO BH-AccountID
           MOVE WS-BD-Year TO BH-Year
           MOVE WS-BD-Month TO BH-Month
           MOVE WS-BD-Day TO BH-Day
           MOVE WS-ACC-Balance(WS-Subscript) TO BH-AccountBalance
           MOVE WS-ACC-Local(WS-Subscript) TO BH-LocalBalance
           MOVE WS-ACC-Status(WS-Subscript) TO BH-AccountStatus
           WRITE BalanceHistory
           ADD WS-ACC-Local(WS-Subscript) TO WS-Local-Total
           IF WS-ACC-Balance(WS-Subscript) < 0
               ADD 1 TO WS-Overdrawn-Count
           END-IF.

       5000-PRINT-SUMMARY.
           MOVE "ACCOUNT ROWS WRITTEN" TO WS-SL-Label
           MOVE WS-Account-Count TO WS-SL-Count
           WRITE SnapshotLine FROM WS-Summary-Line
               AFTER ADVANCING 2 LINES
           MOVE "FOREIGN-CURRENCY ACCOUNTS CONVERTED" TO WS-SL-Label
           MOVE WS-Foreign-Count TO WS-SL-Count
           WRITE SnapshotLine FROM WS-Summary-Line
           MOVE "ACCOUNTS OVERDRAWN" TO WS-SL-Label
           MOVE WS-Overdrawn-Count TO WS-SL-Count
           WRITE SnapshotLine FROM WS-Summary-Line
           MOVE WS-Local-Total TO WS-TL-Amount
           WRITE SnapshotLine FROM WS-Total-Line.

       9000-TERMINATE.
           CLOSE SnapshotReport.
