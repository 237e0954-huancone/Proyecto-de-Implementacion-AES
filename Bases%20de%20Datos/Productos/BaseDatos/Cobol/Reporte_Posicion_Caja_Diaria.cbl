      *  opening balance, total deposits, total withdrawals and a
      *  closing balance that carries forward to the next date.
      *
      *  Every business day in the range is printed, on the
      *  business-day calendar master (CALENDAR.DAT - Monday to
      *  Friday, less holidays and other non-working days, plus any
      *  weekend day opened as a working day), including days with no
      *  activity, which print with zero totals and the balance
      *  carried across.  A non-business day is printed only when
      *  something is dated on it.  An account is reported when it
      *  has activity in the range or a non-zero opening balance.
      *  Ranges longer than the 1830-day business-day table print
      *  only the dates that have activity, with a warning.
      *
      *  There is no stored AccountBalance as of a past date to seed
      *  a true opening balance, so the opening balance for the first
      *  printed date is derived as the net of every transaction dated
      *  earlier than the requested range.
      *
      *  Periods closed by Cierre_Periodo.cbl live on the TRANSHIST.DAT
      *  archive rather than on TransactionsFile, so both files feed
           SELECT TransHistFile ASSIGN TO "TRANSHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TransHist-Status.
           SELECT CalendarFile ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Calendar-Status.
           SELECT ParameterFile ASSIGN TO "CAJADIAR.PARM"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CashPositionReport ASSIGN TO "CAJADIAR.RPT"
           02  TH-TransactionDay       PIC 99.
           02  TH-CurrencyCode         PIC X(3).

       FD  CalendarFile.
       01  CalendarDay.
           02  CA-Year                 PIC 9(4).
           02  CA-Month                PIC 99.
           02  CA-Day                  PIC 99.
           02  CA-DayType              PIC X(1).
           02  CA-Description          PIC X(30).

       FD  ParameterFile.
       01  CashPositionParms.
           05  CP-Start-Year           PIC 9(4).
       01  WS-End-DateNum              PIC 9(8).
       01  WS-Txn-DateNum              PIC 9(8).

       01  WS-Calendar-Status          PIC X(2).
       01  WS-EOF-Calendar             PIC X VALUE "N".
       01  WS-Calendar-Subscript       PIC 9(4).
       01  WS-Calendar-Date            PIC 9(8).
       01  WS-Calendar-DayNum          PIC 9(8).
       01  WS-Calendar-DayType         PIC X(1).
       01  WS-Business-Day-Switch      PIC X.
       01  WS-Weekday                  PIC 9.
       01  WS-Weekday-Quotient         PIC 9(8).
       01  WS-End-DayNum               PIC 9(8).
       01  WS-Range-Subscript          PIC 9(4).
       01  WS-Acct-Subscript           PIC 9(4).
       01  WS-Range-Overflow-Switch    PIC X VALUE "N".
       01  WS-Print-Account-Switch     PIC X.
       01  WS-Daily-Match-Switch       PIC X.

       01  WS-Calendar-Table.
           05  WS-Calendar-Count       PIC 9(4) VALUE 0.
           05  WS-Calendar-Entry OCCURS 2000 TIMES.
               10  WS-CAL-Date             PIC 9(8).
               10  WS-CAL-DayType          PIC X(1).

       01  WS-Range-Table.
           05  WS-Range-Count          PIC 9(4) VALUE 0.
           05  WS-Range-Entry OCCURS 1830 TIMES.
               10  WS-RNG-DateNum          PIC 9(8).
               10  WS-RNG-Business         PIC X(1).

       01  WS-Print-DateNum            PIC 9(8).
       01  WS-Print-Date-Parts REDEFINES WS-Print-DateNum.
           05  WS-PD-Year              PIC 9(4).
           05  WS-PD-Month             PIC 99.
           05  WS-PD-Day               PIC 99.
       01  WS-Print-Deposit            PIC 9(12).
       01  WS-Print-Withdrawal         PIC 9(12).

       01  WS-Account-Table.
           05  WS-Account-Count        PIC 9(4) VALUE 0.
           05  WS-Account-Entry OCCURS 2000 TIMES.
               CP-End-Year * 10000 + CP-End-Month * 100
               + CP-End-Day
           CLOSE ParameterFile
           PERFORM 1100-LOAD-CALENDAR
           OPEN INPUT AccountsFile
           OPEN OUTPUT CashPositionReport.

       1100-LOAD-CALENDAR.
           OPEN INPUT CalendarFile
           IF WS-Calendar-Status NOT = "00"
               DISPLAY "WARNING - CALENDAR.DAT NOT AVAILABLE, ONLY "
                   "WEEKENDS TREATED AS NON-BUSINESS DAYS"
               MOVE "Y" TO WS-EOF-Calendar
           END-IF
           PERFORM UNTIL WS-EOF-Calendar = "Y"
               READ CalendarFile
                   AT END
                       MOVE "Y" TO WS-EOF-Calendar
                   NOT AT END
                       PERFORM 1110-ADD-ONE-CALENDAR-DAY
               END-READ
           END-PERFORM
           IF WS-Calendar-Status = "00" OR "10"
               CLOSE CalendarFile
           END-IF.

       1110-ADD-ONE-CALENDAR-DAY.
           IF WS-Calendar-Count < 2000
               ADD 1 TO WS-Calendar-Count
               COMPUTE WS-CAL-Date(WS-Calendar-Count) =
                   CA-Year * 10000 + CA-Month * 100 + CA-Day
               MOVE CA-DayType TO WS-CAL-DayType(WS-Calendar-Count)
           ELSE
               DISPLAY "WARNING - CALENDAR TABLE FULL, DAY "
                   CA-Year "-" CA-Month "-" CA-Day " NOT ENFORCED"
           END-IF.

       2000-LOAD-ACCOUNTS.
           PERFORM UNTIL WS-EOF-Accounts = "Y"
               READ AccountsFile

       6000-PRINT-REPORT.
           WRITE CashPositionLine FROM WS-Heading-1
           PERFORM 6050-BUILD-RANGE-DAYS
           MOVE 1 TO WS-Subscript
           PERFORM VARYING WS-Acct-Subscript FROM 1 BY 1
                   UNTIL WS-Acct-Subscript > WS-Account-Count
               PERFORM 6080-PRINT-ONE-ACCOUNT
           END-PERFORM.

       6050-BUILD-RANGE-DAYS.
           IF WS-Start-DateNum <= WS-End-DateNum
               COMPUTE WS-Calendar-DayNum =
                   FUNCTION INTEGER-OF-DATE(WS-Start-DateNum)
               COMPUTE WS-End-DayNum =
                   FUNCTION INTEGER-OF-DATE(WS-End-DateNum)
               IF WS-End-DayNum - WS-Calendar-DayNum >= 1830
                   MOVE "Y" TO WS-Range-Overflow-Switch
                   DISPLAY "WARNING - RANGE LONGER THAN 1830 DAYS, "
                       "ONLY DAYS WITH ACTIVITY PRINTED"
               ELSE
                   PERFORM UNTIL WS-Calendar-DayNum > WS-End-DayNum
                       PERFORM 6060-ADD-ONE-RANGE-DAY
                       ADD 1 TO WS-Calendar-DayNum
                   END-PERFORM
               END-IF
           END-IF.

       6060-ADD-ONE-RANGE-DAY.
           COMPUTE WS-Calendar-Date =
               FUNCTION DATE-OF-INTEGER(WS-Calendar-DayNum)
           PERFORM 6070-CHECK-BUSINESS-DAY
           ADD 1 TO WS-Range-Count
           MOVE WS-Calendar-Date TO WS-RNG-DateNum(WS-Range-Count)
           MOVE WS-Business-Day-Switch
               TO WS-RNG-Business(WS-Range-Count).

       6070-CHECK-BUSINESS-DAY.
           DIVIDE WS-Calendar-DayNum BY 7
               GIVING WS-Weekday-Quotient
               REMAINDER WS-Weekday
           IF WS-Weekday = 6 OR WS-Weekday = 0
               MOVE "N" TO WS-Business-Day-Switch
           ELSE
               MOVE "Y" TO WS-Business-Day-Switch
           END-IF
           MOVE SPACE TO WS-Calendar-DayType
           PERFORM VARYING WS-Calendar-Subscript FROM 1 BY 1
                   UNTIL WS-Calendar-Subscript > WS-Calendar-Count
               IF WS-CAL-Date(WS-Calendar-Subscript) =
                       WS-Calendar-Date
                   MOVE WS-CAL-DayType(WS-Calendar-Subscript)
                       TO WS-Calendar-DayType
               END-IF
           END-PERFORM
           EVALUATE WS-Calendar-DayType
               WHEN "H"
               WHEN "N"
               WHEN "A"
                   MOVE "N" TO WS-Business-Day-Switch
               WHEN "W"
                   MOVE "Y" TO WS-Business-Day-Switch
           END-EVALUATE.

       6080-PRINT-ONE-ACCOUNT.
           MOVE "N" TO WS-Print-Account-Switch
           PERFORM 6090-CHECK-DAILY-ACCOUNT
           IF WS-Daily-Match-Switch = "Y"
               MOVE "Y" TO WS-Print-Account-Switch
           END-IF
           IF WS-ACC-Opening-Balance(WS-Acct-Subscript) NOT = 0
                   AND WS-Range-Count > 0
               MOVE "Y" TO WS-Print-Account-Switch
           END-IF
           IF WS-Print-Account-Switch = "Y"
               PERFORM 6100-START-NEW-ACCOUNT
               IF WS-Range-Overflow-Switch = "Y"
                   PERFORM UNTIL WS-Daily-Match-Switch = "N"
                       PERFORM 6210-PRINT-ACTIVITY-DAY
                       PERFORM 6090-CHECK-DAILY-ACCOUNT
                   END-PERFORM
               ELSE
                   PERFORM VARYING WS-Range-Subscript FROM 1 BY 1
                           UNTIL WS-Range-Subscript > WS-Range-Count
                       PERFORM 6150-PRINT-ONE-RANGE-DAY
                   END-PERFORM
               END-IF
           END-IF.

       6090-CHECK-DAILY-ACCOUNT.
           MOVE "N" TO WS-Daily-Match-Switch
           IF WS-Subscript <= WS-Daily-Count
               IF WS-DLY-AccountID(WS-Subscript) =
                       WS-ACC-ID(WS-Acct-Subscript)
                   MOVE "Y" TO WS-Daily-Match-Switch
               END-IF
           END-IF.

       6100-START-NEW-ACCOUNT.
           MOVE WS-ACC-ID(WS-Acct-Subscript) TO WS-Current-AccountID
           MOVE WS-ACC-ID(WS-Acct-Subscript) TO WS-AH-AccountID
           MOVE WS-ACC-Number(WS-Acct-Subscript) TO WS-AH-AccountNumber
           MOVE WS-ACC-Name(WS-Acct-Subscript) TO WS-AH-AccountName
           MOVE WS-ACC-Opening-Balance(WS-Acct-Subscript)
               TO WS-Running-Balance
           WRITE CashPositionLine FROM WS-Account-Heading.

       6150-PRINT-ONE-RANGE-DAY.
           PERFORM 6090-CHECK-DAILY-ACCOUNT
           IF WS-Daily-Match-Switch = "Y"
               IF WS-DLY-DateNum(WS-Subscript) NOT =
                       WS-RNG-DateNum(WS-Range-Subscript)
                   MOVE "N" TO WS-Daily-Match-Switch
               END-IF
           END-IF
           IF WS-Daily-Match-Switch = "Y"
               PERFORM 6210-PRINT-ACTIVITY-DAY
           ELSE
               IF WS-RNG-Business(WS-Range-Subscript) = "Y"
                   MOVE WS-RNG-DateNum(WS-Range-Subscript)
                       TO WS-Print-DateNum
                   MOVE 0 TO WS-Print-Deposit
                   MOVE 0 TO WS-Print-Withdrawal
                   PERFORM 6200-PRINT-DAILY-LINE
               END-IF
           END-IF.

       6200-PRINT-DAILY-LINE.
           MOVE WS-PD-Year TO WS-DL-Year
           MOVE WS-PD-Month TO WS-DL-Month
           MOVE WS-PD-Day TO WS-DL-Day
           MOVE WS-Running-Balance TO WS-DL-Opening
           MOVE WS-Print-Deposit TO WS-DL-Deposit
           MOVE WS-Print-Withdrawal TO WS-DL-Withdrawal
           COMPUTE WS-Running-Balance =
               WS-Running-Balance
               + WS-Print-Deposit - WS-Print-Withdrawal
           MOVE WS-Running-Balance TO WS-DL-Closing
           WRITE CashPositionLine FROM WS-Detail-Line.

       6210-PRINT-ACTIVITY-DAY.
           MOVE WS-DLY-DateNum(WS-Subscript) TO WS-Print-DateNum
           MOVE WS-DLY-Tot-Deposit(WS-Subscript) TO WS-Print-Deposit
           MOVE WS-DLY-Tot-Withdrawal(WS-Subscript)
               TO WS-Print-Withdrawal
           PERFORM 6200-PRINT-DAILY-LINE
           ADD 1 TO WS-Subscript.

       9000-TERMINATE.
           CLOSE CashPositionReport.
