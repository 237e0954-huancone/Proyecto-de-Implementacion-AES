      *  matches: M every month, Q every third month and Y every
      *  twelfth month counted from the start period.  The generated
      *  item is dated on SO-DayOfMonth, clamped to the month's last
      *  real day and then rolled forward to the next business day on
      *  the calendar master (CALENDAR.DAT) when that day is a
      *  weekend, holiday or other non-working day - which can carry
      *  it into the first days of the next month - and carries
      *  TransactionNumber
      *  "S" + order id + year + month (S9999 9YYMM), so rerunning the
      *  generation for a period finds the number already used and
      *  suppresses the duplicate instead of double-booking it.
           SELECT PeriodControlFile ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Period-Status.
           SELECT CalendarFile ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Calendar-Status.
           SELECT ParameterFile ASSIGN TO "GENORDEN.PARM"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GenerationReport ASSIGN TO "GENORDEN.RPT"
           02  PC-PeriodYear           PIC 9(4).
           02  PC-PeriodMonth          PIC 99.

       FD  CalendarFile.
       01  CalendarDay.
           02  CA-Year                 PIC 9(4).
           02  CA-Month                PIC 99.
           02  CA-Day                  PIC 99.
           02  CA-DayType              PIC X(1).
           02  CA-Description          PIC X(30).

       FD  ParameterFile.
       01  GenerationParms.
           05  GP-Year                 PIC 9(4).
       01  WS-Months-Since-Start       PIC S9(6).
       01  WS-Frequency-Quotient       PIC S9(6).
       01  WS-Frequency-Remainder      PIC S9(6).
       01  WS-Item-Year                PIC 9(4).
       01  WS-Item-Month               PIC 99.
       01  WS-Item-Day                 PIC 99.
       01  WS-Days-In-Month            PIC 99.
       01  WS-Leap-Quotient            PIC 9(4).
       01  WS-Leap-Remainder           PIC 9(4).

       01  WS-Calendar-Status          PIC X(2).
       01  WS-EOF-Calendar             PIC X VALUE "N".
       01  WS-Calendar-Subscript       PIC 9(4).
       01  WS-Calendar-Date            PIC 9(8).
       01  WS-Calendar-Date-Parts REDEFINES WS-Calendar-Date.
           05  WS-CD-Year              PIC 9(4).
           05  WS-CD-Month             PIC 99.
           05  WS-CD-Day               PIC 99.
       01  WS-Calendar-DayNum          PIC 9(8).
       01  WS-Calendar-DayType         PIC X(1).
       01  WS-Business-Day-Switch      PIC X.
       01  WS-Weekday                  PIC 9.
       01  WS-Weekday-Quotient         PIC 9(8).

       01  WS-Calendar-Table.
           05  WS-Calendar-Count       PIC 9(4) VALUE 0.
           05  WS-Calendar-Entry OCCURS 2000 TIMES.
               10  WS-CAL-Date             PIC 9(8).
               10  WS-CAL-DayType          PIC X(1).

       01  WS-Generated-Number.
           05  FILLER                  PIC X(1) VALUE "S".
           05  WS-GN-OrderID           PIC 9(5).
               STOP RUN
           END-IF
           PERFORM 2600-OPEN-TRANSACTION-LOG
           PERFORM 2700-LOAD-CALENDAR
           PERFORM 3000-PROCESS-ORDERS
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           END-IF
           OPEN EXTEND TransactionsFile.

       2700-LOAD-CALENDAR.
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
                       PERFORM 2710-ADD-ONE-CALENDAR-DAY
               END-READ
           END-PERFORM
           IF WS-Calendar-Status = "00" OR "10"
               CLOSE CalendarFile
           END-IF.

       2710-ADD-ONE-CALENDAR-DAY.
           IF WS-Calendar-Count < 2000
               ADD 1 TO WS-Calendar-Count
               COMPUTE WS-CAL-Date(WS-Calendar-Count) =
                   CA-Year * 10000 + CA-Month * 100 + CA-Day
               MOVE CA-DayType TO WS-CAL-DayType(WS-Calendar-Count)
           ELSE
               DISPLAY "WARNING - CALENDAR TABLE FULL, DAY "
                   CA-Year "-" CA-Month "-" CA-Day " NOT ENFORCED"
           END-IF.

       3000-PROCESS-ORDERS.
           OPEN INPUT StandingOrderFile
           IF WS-Order-Status NOT = "00"
           ADD 1 TO WS-Generated-Count
           MOVE WS-Next-Transaction-ID TO TransactionID
           MOVE WS-Generated-Number TO TransactionNumber
           MOVE WS-Item-Year TO TransactionYear
           MOVE WS-Item-Month TO TransactionMonth
           MOVE WS-Item-Day TO TransactionDay
           MOVE SO-AccountID TO AccountID OF Transactions
           IF SO-OrderType = "W"
               MOVE WS-Days-In-Month TO WS-Item-Day
           ELSE
               MOVE SO-DayOfMonth TO WS-Item-Day
           END-IF
           COMPUTE WS-Calendar-Date =
               GP-Year * 10000 + GP-Month * 100 + WS-Item-Day
           PERFORM 3530-ROLL-TO-BUSINESS-DAY
           MOVE WS-CD-Year TO WS-Item-Year
           MOVE WS-CD-Month TO WS-Item-Month
           MOVE WS-CD-Day TO WS-Item-Day.

       3520-CHECK-LEAP-YEAR.
           DIVIDE GP-Year BY 4 GIVING WS-Leap-Quotient
               END-IF
           END-IF.

       3530-ROLL-TO-BUSINESS-DAY.
           PERFORM 3540-CHECK-BUSINESS-DAY
           PERFORM UNTIL WS-Business-Day-Switch = "Y"
               ADD 1 TO WS-Calendar-DayNum
               COMPUTE WS-Calendar-Date =
                   FUNCTION DATE-OF-INTEGER(WS-Calendar-DayNum)
               PERFORM 3540-CHECK-BUSINESS-DAY
           END-PERFORM.

       3540-CHECK-BUSINESS-DAY.
           COMPUTE WS-Calendar-DayNum =
               FUNCTION INTEGER-OF-DATE(WS-Calendar-Date)
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

       3600-SUPPRESS-ORDER.
           ADD 1 TO WS-Suppressed-Count
           MOVE SO-OrderID TO WS-SU-OrderID
