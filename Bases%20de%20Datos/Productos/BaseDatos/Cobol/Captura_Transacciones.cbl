      *      R1  AccountID has no master record on AccountsFile
      *      R2  account is not Active (Closed or Frozen)
      *      R3  the transaction date is not a real calendar date
      *      RD  the transaction is dated on a weekend, holiday or
      *          other non-business day on the calendar master
      *          (CALENDAR.DAT) that is not on its allowed list (day
      *          type A).  An item dated on an allowed day passes and
      *          is rolled forward: it is booked on the next business
      *          day, and the period, holds and log row all follow
      *          that date
      *      R4  the transaction is dated in a period already closed
      *          by Cierre_Periodo.cbl (on PERIODOS.DAT)
      *      R5  the item's shape is wrong: CI-ItemType is neither
      *      R9  the withdrawal (or transfer amount) would take
      *          AccountBalance past the account's OverdraftLimit -
      *          a zero limit means no overdraft at all
      *      RH  the withdrawal (or transfer amount) is within the
      *          overdraft limit but not within the available balance
      *          - AccountBalance plus OverdraftLimit less the funds
      *          holds on RETENCIO.DAT in force on the item's date
      *          (placed on or before it, and not expired before it)
      *
      *  The next TransactionID is seeded from the highest ID found
      *  across the current file, the archive and the POSTEO.CKP
      *  first three bytes gives a record ready to feed back in as a
      *  later day's CAPTRAN.DAT.
      *
      *  An ordinary item rejected R1, R2, R9, RH or RD whose
      *  reference and AccountID are on the clearing reference register
      *  (CLEARREF.DAT) came in from the payment network through
      *  Interfaz_Compensacion.cbl - money the network has already
      *  settled with us - so it is also parked as an open item on
      *  the clearing suspense file (SUSPENSO.DAT), with the
      *  settlement date as the date received, for
      *  Reparacion_Suspenso.cbl to reroute or return.  An item whose
      *  reference is already open on the suspense file is not parked
      *  twice.  Each such reject is checked against the register as
      *  it is rejected, so only network items are held for parking,
      *  and a full parking table is written out to the suspense file
      *  there and then and reused - no network reject goes unparked
      *  however many the run has.
      *
      *  RETURN-CODE is left at the number of items rejected (0 when
      *  everything passed), so a following job step can test it.
      *
           SELECT DriverParameterFile ASSIGN TO "RUNCTRL.PARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Driver-Status.
           SELECT HoldFile ASSIGN TO "RETENCIO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Hold-Status.
           SELECT CalendarFile ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Calendar-Status.
           SELECT ClearingRegisterFile ASSIGN TO "CLEARREF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Register-Status.
           SELECT SuspenseFile ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Suspense-Status.
           SELECT CaptureFile ASSIGN TO "CAPTRAN.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RejectFile ASSIGN TO "CAPTRAN.REJ"
           05  DR-ReturnCode           PIC 9(4).
           05  DR-Override             PIC X(1).

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

       FD  CalendarFile.
       01  CalendarDay.
           02  CA-Year                 PIC 9(4).
           02  CA-Month                PIC 99.
           02  CA-Day                  PIC 99.
           02  CA-DayType              PIC X(1).
           02  CA-Description          PIC X(30).

       FD  ClearingRegisterFile.
       01  ClearingReference.
           02  RF-Reference            PIC X(10).
           02  RF-AccountID            PIC 9(5).
           02  RF-Year                 PIC 9(4).
           02  RF-Month                PIC 99.
           02  RF-Day                  PIC 99.
           02  RF-Direction            PIC X(1).
           02  RF-Amount               PIC 9(12).

       FD  SuspenseFile.
       01  SuspenseItem.
           02  SU-SuspenseID           PIC 9(6).
           02  SU-Reference            PIC X(10).
           02  SU-AccountNumber        PIC X(10).
           02  SU-AccountID            PIC 9(5).
           02  SU-Direction            PIC X(1).
           02  SU-Amount               PIC 9(12).
           02  SU-ReasonCode           PIC X(2).
           02  SU-Received-Year        PIC 9(4).
           02  SU-Received-Month       PIC 99.
           02  SU-Received-Day         PIC 99.
           02  SU-Status               PIC X(1).
           02  SU-ReturnReason         PIC X(2).
           02  SU-Repair-AccountID     PIC 9(5).
           02  SU-Action-Year          PIC 9(4).
           02  SU-Action-Month         PIC 99.
           02  SU-Action-Day           PIC 99.
           02  SU-UserID               PIC X(8).

       FD  CaptureFile.
       01  CaptureItem.
           02  CI-TransactionNumber    PIC X(10).
       01  WS-EOF-Periods              PIC X VALUE "N".
       01  WS-Period-Status            PIC X(2).
       01  WS-Accounts-Status          PIC X(2).
       01  WS-EOF-Holds                PIC X VALUE "N".
       01  WS-Hold-Status              PIC X(2).
       01  WS-Register-Status          PIC X(2).
       01  WS-Suspense-Status          PIC X(2).
       01  WS-EOF-Register             PIC X VALUE "N".
       01  WS-EOF-Suspense             PIC X VALUE "N".
       01  WS-Last-SuspenseID          PIC 9(6) VALUE 0.
       01  WS-Parked-Count             PIC 9(9) VALUE 0.
       01  WS-Subscript                PIC 9(5).
       01  WS-Found-Switch             PIC X.
       01  WS-Network-Item-Switch      PIC X.
       01  WS-Transactions-Status      PIC X(2).
       01  WS-Accepted-Count           PIC 9(9) VALUE 0.
       01  WS-Rejected-Count           PIC 9(9) VALUE 0.
       01  WS-Account-Balance          PIC S9(13).
       01  WS-Account-Overdraft        PIC 9(12).
       01  WS-Prospective-Balance      PIC S9(13).
       01  WS-Funds-Held               PIC 9(13).
       01  WS-Item-Date                PIC 9(8).
       01  WS-Post-Year                PIC 9(4).
       01  WS-Post-Month               PIC 99.
       01  WS-Post-Day                 PIC 99.

       01  WS-Reject-Record.
           05  WS-RJ-ReasonCode        PIC X(2).
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

       01  WS-Period-Table.
           05  WS-Period-Count         PIC 9(4) VALUE 0.
           05  WS-Period-Entry OCCURS 200 TIMES.
               10  WS-PER-Year             PIC 9(4).
               10  WS-PER-Month            PIC 99.

       01  WS-Funds-Hold-Table.
           05  WS-Funds-Hold-Count     PIC 9(5) VALUE 0.
           05  WS-Funds-Hold-Entry OCCURS 2000 TIMES.
               10  WS-FH-AccountID         PIC 9(5).
               10  WS-FH-Amount            PIC 9(12).
               10  WS-FH-Placed-Date       PIC 9(8).
               10  WS-FH-Expiry-Date       PIC 9(8).

       01  WS-Park-Table.
           05  WS-Park-Count           PIC 9(5) VALUE 0.
           05  WS-Park-Entry OCCURS 2000 TIMES.
               10  WS-PK-Reference         PIC X(10).
               10  WS-PK-AccountID         PIC 9(5).
               10  WS-PK-AccountNumber     PIC X(10).
               10  WS-PK-Withdrawal        PIC 9(12).
               10  WS-PK-Deposit           PIC 9(12).
               10  WS-PK-ReasonCode        PIC X(2).
               10  WS-PK-Year              PIC 9(4).
               10  WS-PK-Month             PIC 99.
               10  WS-PK-Day               PIC 99.
               10  WS-PK-Network-Item      PIC X(1).

       01  WS-Number-Table.
           05  WS-Number-Count         PIC 9(5) VALUE 0.
           05  WS-Number-Entry OCCURS 10000 TIMES.
                   VALUE "ITEMS REJECTED: ".
           05  WS-SL-Rejected          PIC ZZZZZZZZ9.

       01  WS-Parked-Line.
           05  FILLER                  PIC X(35)
                   VALUE "NETWORK ITEMS PARKED ON SUSPENSE:  ".
           05  WS-PL-Parked            PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           END-IF
           PERFORM 2600-OPEN-TRANSACTION-LOG
           PERFORM 2700-LOAD-CLOSED-PERIODS
           PERFORM 2800-LOAD-FUNDS-HOLDS
           PERFORM 2900-LOAD-CALENDAR
           PERFORM 3000-PROCESS-CAPTURE
           PERFORM 3700-PARK-NETWORK-REJECTS
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           PERFORM 7000-WRITE-CONTROL-TOTALS
                   PC-PeriodMonth "/" PC-PeriodYear " NOT ENFORCED"
           END-IF.

       2800-LOAD-FUNDS-HOLDS.
           OPEN INPUT HoldFile
           IF WS-Hold-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Holds
           END-IF
           PERFORM UNTIL WS-EOF-Holds = "Y"
               READ HoldFile
                   AT END
                       MOVE "Y" TO WS-EOF-Holds
                   NOT AT END
                       PERFORM 2810-ADD-ONE-HOLD
               END-READ
           END-PERFORM
           IF WS-Hold-Status = "00" OR "10"
               CLOSE HoldFile
           END-IF.

       2810-ADD-ONE-HOLD.
           IF WS-Funds-Hold-Count < 2000
               ADD 1 TO WS-Funds-Hold-Count
               MOVE HO-AccountID
                   TO WS-FH-AccountID(WS-Funds-Hold-Count)
               MOVE HO-Amount TO WS-FH-Amount(WS-Funds-Hold-Count)
               COMPUTE WS-FH-Placed-Date(WS-Funds-Hold-Count) =
                   HO-Placed-Year * 10000 + HO-Placed-Month * 100
                   + HO-Placed-Day
               COMPUTE WS-FH-Expiry-Date(WS-Funds-Hold-Count) =
                   HO-Expiry-Year * 10000 + HO-Expiry-Month * 100
                   + HO-Expiry-Day
           ELSE
               DISPLAY "WARNING - FUNDS HOLD TABLE FULL, HOLD "
                   HO-HoldID " ON ACCOUNT " HO-AccountID
                   " NOT ENFORCED"
           END-IF.

       2900-LOAD-CALENDAR.
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
                       PERFORM 2910-ADD-ONE-CALENDAR-DAY
               END-READ
           END-PERFORM
           IF WS-Calendar-Status = "00" OR "10"
               CLOSE CalendarFile
           END-IF.

       2910-ADD-ONE-CALENDAR-DAY.
           IF WS-Calendar-Count < 2000
               ADD 1 TO WS-Calendar-Count
               COMPUTE WS-CAL-Date(WS-Calendar-Count) =
                   CA-Year * 10000 + CA-Month * 100 + CA-Day
               MOVE CA-DayType TO WS-CAL-DayType(WS-Calendar-Count)
           ELSE
               DISPLAY "WARNING - CALENDAR TABLE FULL, DAY "
                   CA-Year "-" CA-Month "-" CA-Day " NOT ENFORCED"
           END-IF.

       3000-PROCESS-CAPTURE.
           PERFORM UNTIL WS-EOF-Capture = "Y"
               READ CaptureFile
                   MOVE "R3" TO WS-Reason-Code
                   MOVE "NOT A REAL CALENDAR DATE" TO WS-Reason-Text
               END-IF
           END-IF
           IF WS-Reason-Code = SPACES
               PERFORM 3121-CHECK-BUSINESS-DATE
           END-IF.

       3121-CHECK-BUSINESS-DATE.
           COMPUTE WS-Calendar-Date =
               CI-Year * 10000 + CI-Month * 100 + CI-Day
           PERFORM 3123-CHECK-BUSINESS-DAY
           IF WS-Business-Day-Switch = "N"
               IF WS-Calendar-DayType = "A"
                   PERFORM 3122-ROLL-TO-BUSINESS-DAY
               ELSE
                   MOVE "RD" TO WS-Reason-Code
                   MOVE "NOT A BUSINESS DAY" TO WS-Reason-Text
               END-IF
           END-IF
           MOVE WS-CD-Year TO WS-Post-Year
           MOVE WS-CD-Month TO WS-Post-Month
           MOVE WS-CD-Day TO WS-Post-Day.

       3122-ROLL-TO-BUSINESS-DAY.
           PERFORM UNTIL WS-Business-Day-Switch = "Y"
               ADD 1 TO WS-Calendar-DayNum
               COMPUTE WS-Calendar-Date =
                   FUNCTION DATE-OF-INTEGER(WS-Calendar-DayNum)
               PERFORM 3123-CHECK-BUSINESS-DAY
           END-PERFORM.

       3123-CHECK-BUSINESS-DAY.
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

       3125-SET-DAYS-IN-MONTH.
           EVALUATE CI-Month
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
       3128-CHECK-PERIOD-OPEN.
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Period-Count
               IF WS-PER-Year(WS-Subscript) = WS-Post-Year
                       AND WS-PER-Month(WS-Subscript) = WS-Post-Month
                   MOVE "R4" TO WS-Reason-Code
                   MOVE "PERIOD IS CLOSED" TO WS-Reason-Text
               END-IF
                   MOVE "R9" TO WS-Reason-Code
                   MOVE "OVERDRAFT LIMIT EXCEEDED" TO WS-Reason-Text
               END-IF
           END-IF
           IF WS-Reason-Code = SPACES
                   AND CI-WithdrawalAmount > 0
               PERFORM 3137-CHECK-AVAILABLE-BALANCE
           END-IF.

       3137-CHECK-AVAILABLE-BALANCE.
           COMPUTE WS-Item-Date =
               WS-Post-Year * 10000 + WS-Post-Month * 100 + WS-Post-Day
           MOVE 0 TO WS-Funds-Held
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Funds-Hold-Count
               IF WS-FH-AccountID(WS-Subscript) = CI-AccountID
                       AND WS-FH-Placed-Date(WS-Subscript)
                           NOT > WS-Item-Date
                       AND (WS-FH-Expiry-Date(WS-Subscript) = 0
                       OR WS-FH-Expiry-Date(WS-Subscript)
                           NOT < WS-Item-Date)
                   ADD WS-FH-Amount(WS-Subscript) TO WS-Funds-Held
               END-IF
           END-PERFORM
           IF WS-Funds-Held > 0
               IF WS-Prospective-Balance - WS-Funds-Held <
                       (0 - WS-Account-Overdraft)
                   MOVE "RH" TO WS-Reason-Code
                   MOVE "FUNDS ON HOLD - AVAILABLE BALANCE SHORT"
                       TO WS-Reason-Text
               END-IF
           END-IF.

       3140-CHECK-NUMBER.
           ADD 1 TO WS-Accepted-Count
           MOVE WS-Next-Transaction-ID TO TransactionID
           MOVE CI-TransactionNumber TO TransactionNumber
           MOVE WS-Post-Year TO TransactionYear
           MOVE WS-Post-Month TO TransactionMonth
           MOVE WS-Post-Day TO TransactionDay
           MOVE CI-AccountID TO AccountID OF Transactions
           MOVE CI-WithdrawalAmount TO WithdrawalAmount
           MOVE CI-DepositAmount TO DepositAmount
           ADD 1 TO WS-Next-Transaction-ID
           MOVE WS-Next-Transaction-ID TO TransactionID
           MOVE CI-TransactionNumber TO TransactionNumber
           MOVE WS-Post-Year TO TransactionYear
           MOVE WS-Post-Month TO TransactionMonth
           MOVE WS-Post-Day TO TransactionDay
           MOVE CI-ToAccountID TO AccountID OF Transactions
           MOVE 0 TO WithdrawalAmount
           MOVE CI-WithdrawalAmount TO DepositAmount
           MOVE WS-Reason-Text TO WS-RL-Reason
           WRITE CaptureLine FROM WS-Reject-Line
           DISPLAY "REJECT " WS-Reason-Code " - ITEM "
               CI-TransactionNumber " " WS-Reason-Text
           IF CI-ItemType = SPACE
               IF WS-Reason-Code = "R1" OR WS-Reason-Code = "R2"
                       OR WS-Reason-Code = "R9"
                       OR WS-Reason-Code = "RH"
                       OR WS-Reason-Code = "RD"
                   PERFORM 3650-NOTE-PARK-CANDIDATE
               END-IF
           END-IF.

       3650-NOTE-PARK-CANDIDATE.
           PERFORM 3660-CHECK-CLEARING-REGISTER
           IF WS-Network-Item-Switch = "Y"
               IF WS-Park-Count >= 2000
                   PERFORM 3705-PARK-TABLED-ITEMS
               END-IF
               ADD 1 TO WS-Park-Count
               MOVE CI-TransactionNumber
                   TO WS-PK-Reference(WS-Park-Count)
               MOVE CI-AccountID TO WS-PK-AccountID(WS-Park-Count)
               IF WS-Reason-Code = "R1"
                   MOVE SPACES TO WS-PK-AccountNumber(WS-Park-Count)
               ELSE
                   MOVE AccountNumber
                       TO WS-PK-AccountNumber(WS-Park-Count)
               END-IF
               MOVE CI-WithdrawalAmount
                   TO WS-PK-Withdrawal(WS-Park-Count)
               MOVE CI-DepositAmount TO WS-PK-Deposit(WS-Park-Count)
               MOVE WS-Reason-Code TO WS-PK-ReasonCode(WS-Park-Count)
               MOVE CI-Year TO WS-PK-Year(WS-Park-Count)
               MOVE CI-Month TO WS-PK-Month(WS-Park-Count)
               MOVE CI-Day TO WS-PK-Day(WS-Park-Count)
               MOVE "Y" TO WS-PK-Network-Item(WS-Park-Count)
           END-IF.

       3660-CHECK-CLEARING-REGISTER.
           MOVE "N" TO WS-Network-Item-Switch
           MOVE "N" TO WS-EOF-Register
           OPEN INPUT ClearingRegisterFile
           IF WS-Register-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Register
           END-IF
           PERFORM UNTIL WS-EOF-Register = "Y"
                   OR WS-Network-Item-Switch = "Y"
               READ ClearingRegisterFile
                   AT END
                       MOVE "Y" TO WS-EOF-Register
                   NOT AT END
                       IF RF-Reference = CI-TransactionNumber
                               AND RF-AccountID = CI-AccountID
                           MOVE "Y" TO WS-Network-Item-Switch
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Register-Status = "00" OR "10"
               CLOSE ClearingRegisterFile
           END-IF.

       3700-PARK-NETWORK-REJECTS.
           IF WS-Park-Count > 0
               PERFORM 3705-PARK-TABLED-ITEMS
           END-IF
           MOVE WS-Parked-Count TO WS-PL-Parked
           WRITE CaptureLine FROM WS-Parked-Line.

       3705-PARK-TABLED-ITEMS.
           PERFORM 3730-SCAN-SUSPENSE-FILE
           PERFORM 3760-OPEN-SUSPENSE-EXTEND
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Park-Count
               IF WS-PK-Network-Item(WS-Subscript) = "Y"
                   PERFORM 3770-PARK-ONE-ITEM
               END-IF
           END-PERFORM
           CLOSE SuspenseFile
           MOVE 0 TO WS-Park-Count.

       3730-SCAN-SUSPENSE-FILE.
           MOVE "N" TO WS-EOF-Suspense
           OPEN INPUT SuspenseFile
           IF WS-Suspense-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Suspense
           END-IF
           PERFORM UNTIL WS-EOF-Suspense = "Y"
               READ SuspenseFile
                   AT END
                       MOVE "Y" TO WS-EOF-Suspense
                   NOT AT END
                       PERFORM 3740-CHECK-ONE-SUSPENSE-ITEM
               END-READ
           END-PERFORM
           IF WS-Suspense-Status = "00" OR "10"
               CLOSE SuspenseFile
           END-IF.

       3740-CHECK-ONE-SUSPENSE-ITEM.
           IF SU-SuspenseID > WS-Last-SuspenseID
               MOVE SU-SuspenseID TO WS-Last-SuspenseID
           END-IF
           IF SU-Status = "O" OR SU-Status = "M"
               PERFORM VARYING WS-Subscript FROM 1 BY 1
                       UNTIL WS-Subscript > WS-Park-Count
                   IF WS-PK-Reference(WS-Subscript) = SU-Reference
                       MOVE "N" TO WS-PK-Network-Item(WS-Subscript)
                   END-IF
               END-PERFORM
           END-IF.

       3760-OPEN-SUSPENSE-EXTEND.
           OPEN INPUT SuspenseFile
           IF WS-Suspense-Status = "00"
               CLOSE SuspenseFile
           ELSE
               OPEN OUTPUT SuspenseFile
               CLOSE SuspenseFile
           END-IF
           OPEN EXTEND SuspenseFile.

       3770-PARK-ONE-ITEM.
           ADD 1 TO WS-Last-SuspenseID
           ADD 1 TO WS-Parked-Count
           MOVE SPACES TO SuspenseItem
           MOVE WS-Last-SuspenseID TO SU-SuspenseID
           MOVE WS-PK-Reference(WS-Subscript) TO SU-Reference
           MOVE WS-PK-AccountNumber(WS-Subscript) TO SU-AccountNumber
           MOVE WS-PK-AccountID(WS-Subscript) TO SU-AccountID
           IF WS-PK-Deposit(WS-Subscript) > 0
               MOVE "C" TO SU-Direction
               MOVE WS-PK-Deposit(WS-Subscript) TO SU-Amount
           ELSE
               MOVE "D" TO SU-Direction
               MOVE WS-PK-Withdrawal(WS-Subscript) TO SU-Amount
           END-IF
           MOVE WS-PK-ReasonCode(WS-Subscript) TO SU-ReasonCode
           MOVE WS-PK-Year(WS-Subscript) TO SU-Received-Year
           MOVE WS-PK-Month(WS-Subscript) TO SU-Received-Month
           MOVE WS-PK-Day(WS-Subscript) TO SU-Received-Day
           MOVE "O" TO SU-Status
           MOVE 0 TO SU-Repair-AccountID
           MOVE 0 TO SU-Action-Year
           MOVE 0 TO SU-Action-Month
           MOVE 0 TO SU-Action-Day
           WRITE SuspenseItem
           DISPLAY "PARKED ON SUSPENSE - ITEM "
               WS-PK-Reference(WS-Subscript) " "
               WS-PK-ReasonCode(WS-Subscript).


       7000-WRITE-CONTROL-TOTALS.
