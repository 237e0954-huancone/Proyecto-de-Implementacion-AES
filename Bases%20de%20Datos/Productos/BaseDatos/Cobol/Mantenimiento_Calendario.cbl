       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-CALENDARIO.
      *****************************************************************
      *  Business-day calendar maintenance.  Reads a batch of
      *  maintenance requests (add / change / delete) and applies them
      *  to the calendar master (CALENDAR.DAT), the same batch style
      *  the fee schedule and GL mapping masters use.
      *
      *  Monday to Friday are business days and Saturday and Sunday
      *  are not, unless the calendar master says otherwise for that
      *  date.  One calendar row is keyed by date and carries a day
      *  type:
      *      H  bank holiday - not a business day
      *      N  any other non-working day (a closure ordered by the
      *         regulator, a branch-wide shutdown) - not a business day
      *      W  a Saturday or Sunday opened as a working day - a
      *         business day
      *      A  allowed - not a business day, but one on which items
      *         may still be dated: the intake job accepts them and
      *         rolls them to the next business day, where an item
      *         dated on any other non-business day is rejected
      *  Every job that needs to know - standing-order and loan
      *  installment generation, intake, the run-control driver and
      *  the daily cash position report - loads this master and
      *  applies the same rule.
      *
      *  MC-Action values (the key is the date):
      *      A  Add a new calendar row; the date must be a real one,
      *         the day type one of the above, and a W row must fall
      *         on a Saturday or Sunday
      *      C  Change the day type and/or description on an existing
      *         row; a field left blank keeps the value on file
      *      D  Delete a row, returning the date to the weekday rule
      *
      *  CALENDAR.DAT is LINE SEQUENTIAL, so it is loaded into a
      *  table, updated in memory, and rewritten in full in date
      *  order.  Every applied request writes an AuditLogFile entry
      *  (record type C, key YYYYMMDD) to the shared trail.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountTypesFile ASSIGN TO "ACCOUNTTYPES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AccountsFile ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY AccountID OF Accounts.
           SELECT TransactionsFile ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CalendarFile ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Calendar-Status.
           SELECT MaintenanceRequestFile ASSIGN TO "MAINTCAL.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT MaintenanceReport ASSIGN TO "MAINTCAL.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AuditLogFile ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       COPY "Estructura_Contabilidad.cbl".

       FD  CalendarFile.
       01  CalendarDay.
           02  CA-Year                 PIC 9(4).
           02  CA-Month                PIC 99.
           02  CA-Day                  PIC 99.
           02  CA-DayType              PIC X(1).
           02  CA-Description          PIC X(30).

       FD  MaintenanceRequestFile.
       01  MaintenanceRequest.
           02  MC-Action               PIC X(1).
           02  MC-Year                 PIC 9(4).
           02  MC-Month                PIC 99.
           02  MC-Day                  PIC 99.
           02  MC-DayType              PIC X(1).
           02  MC-Description          PIC X(30).
           02  MC-UserID               PIC X(8).

       FD  MaintenanceReport.
       01  MaintenanceLine             PIC X(100).

       FD  AuditLogFile.
       01  AuditLogEntry.
           02  AL-Timestamp            PIC X(21).
           02  AL-RecordType           PIC X(1).
           02  AL-RecordKey            PIC 9(10).
           02  AL-Action               PIC X(10).
           02  AL-UserID               PIC X(8).
           02  AL-OldValue             PIC X(90).
           02  AL-NewValue             PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-EOF-Calendar             PIC X VALUE "N".
       01  WS-EOF-Requests             PIC X VALUE "N".
       01  WS-Subscript                PIC 9(4).
       01  WS-Subscript-2              PIC 9(4).
       01  WS-Found-Subscript          PIC 9(4).
       01  WS-Found-Switch             PIC X.
       01  WS-Calendar-Status          PIC X(2).
       01  WS-Audit-Status             PIC X(2).
       01  WS-Applied-Count            PIC 9(9) VALUE 0.
       01  WS-Rejected-Count           PIC 9(9) VALUE 0.
       01  WS-Table-Overflow-Switch    PIC X VALUE "N".
       01  WS-Request-Date             PIC 9(8).
       01  WS-Request-DayNum           PIC 9(8).
       01  WS-Weekday                  PIC 9.
       01  WS-Weekday-Quotient         PIC 9(8).
       01  WS-Days-In-Month            PIC 99.
       01  WS-Leap-Quotient            PIC 9(4).
       01  WS-Leap-Remainder           PIC 9(4).

       01  WS-Audit-Action             PIC X(10).

       01  WS-Audit-Format.
           05  FILLER                  PIC X(5) VALUE "DATE=".
           05  WAF-Date                PIC 9(8).
           05  FILLER                  PIC X(6) VALUE " TYPE=".
           05  WAF-DayType             PIC X(1).
           05  FILLER                  PIC X(6) VALUE " DESC=".
           05  WAF-Description         PIC X(30).

       01  WS-Calendar-Table.
           05  WS-Calendar-Count       PIC 9(4) VALUE 0.
           05  WS-Calendar-Entry OCCURS 2000 TIMES.
               10  WS-CAL-Date             PIC 9(8).
               10  WS-CAL-DayType          PIC X(1).
               10  WS-CAL-Description      PIC X(30).
               10  WS-CAL-Deleted          PIC X(1).

       01  WS-Swap-Entry.
           05  WS-Swap-Date            PIC 9(8).
           05  WS-Swap-DayType         PIC X(1).
           05  WS-Swap-Description     PIC X(30).
           05  WS-Swap-Deleted         PIC X(1).

       01  WS-Heading-Line             PIC X(60)
               VALUE "BUSINESS-DAY CALENDAR MAINTENANCE RUN".

       01  WS-Applied-Line.
           05  FILLER                  PIC X(9) VALUE "APPLIED  ".
           05  WS-AL-Action            PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "DATE ".
           05  WS-AL-Date              PIC 9(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "TYPE ".
           05  WS-AL-DayType           PIC X(1).

       01  WS-Reject-Line.
           05  FILLER                  PIC X(9) VALUE "REJECTED ".
           05  WS-RL-Action            PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "DATE ".
           05  WS-RL-Date              PIC 9(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RL-Reason            PIC X(40).

       01  WS-Summary-Line.
           05  FILLER                  PIC X(17)
                   VALUE "REQUESTS APPLIED:".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-SL-Applied           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(18)
                   VALUE "REQUESTS REJECTED:".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-SL-Rejected          PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CALENDAR
           IF WS-Table-Overflow-Switch = "Y"
               DISPLAY "CALENDAR.DAT EXCEEDS 2000 ROWS - "
                   "ABORTING BEFORE ANY REWRITE"
               CLOSE MaintenanceRequestFile
               PERFORM 9000-TERMINATE
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-APPLY-REQUESTS
           PERFORM 4000-REWRITE-CALENDAR
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           MOVE WS-Rejected-Count TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT MaintenanceRequestFile
           OPEN OUTPUT MaintenanceReport
           PERFORM 1010-OPEN-AUDIT-LOG
           WRITE MaintenanceLine FROM WS-Heading-Line.

       1010-OPEN-AUDIT-LOG.
           OPEN INPUT AuditLogFile
           IF WS-Audit-Status = "00"
               CLOSE AuditLogFile
           ELSE
               OPEN OUTPUT AuditLogFile
               CLOSE AuditLogFile
           END-IF
           OPEN EXTEND AuditLogFile.

       2000-LOAD-CALENDAR.
           OPEN INPUT CalendarFile
           IF WS-Calendar-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Calendar
           END-IF
           PERFORM UNTIL WS-EOF-Calendar = "Y"
               READ CalendarFile
                   AT END
                       MOVE "Y" TO WS-EOF-Calendar
                   NOT AT END
                       PERFORM 2100-ADD-ONE-CALENDAR-DAY
               END-READ
           END-PERFORM
           IF WS-Calendar-Status = "00" OR "10"
               CLOSE CalendarFile
           END-IF.

       2100-ADD-ONE-CALENDAR-DAY.
           IF WS-Calendar-Count >= 2000
               MOVE "Y" TO WS-Table-Overflow-Switch
           ELSE
               ADD 1 TO WS-Calendar-Count
               COMPUTE WS-CAL-Date(WS-Calendar-Count) =
                   CA-Year * 10000 + CA-Month * 100 + CA-Day
               MOVE CA-DayType TO WS-CAL-DayType(WS-Calendar-Count)
               MOVE CA-Description
                   TO WS-CAL-Description(WS-Calendar-Count)
               MOVE "N" TO WS-CAL-Deleted(WS-Calendar-Count)
           END-IF.

       3000-APPLY-REQUESTS.
           PERFORM UNTIL WS-EOF-Requests = "Y"
               READ MaintenanceRequestFile
                   AT END
                       MOVE "Y" TO WS-EOF-Requests
                   NOT AT END
                       PERFORM 3100-APPLY-ONE-REQUEST
               END-READ
           END-PERFORM
           CLOSE MaintenanceRequestFile.

       3100-APPLY-ONE-REQUEST.
           COMPUTE WS-Request-Date =
               MC-Year * 10000 + MC-Month * 100 + MC-Day
           EVALUATE MC-Action
               WHEN "A"
                   PERFORM 3200-ADD-CALENDAR-DAY
               WHEN "C"
                   PERFORM 3300-CHANGE-CALENDAR-DAY
               WHEN "D"
                   PERFORM 3400-DELETE-CALENDAR-DAY
               WHEN OTHER
                   ADD 1 TO WS-Rejected-Count
                   MOVE MC-Action TO WS-RL-Action
                   MOVE WS-Request-Date TO WS-RL-Date
                   MOVE "UNKNOWN ACTION CODE" TO WS-RL-Reason
                   WRITE MaintenanceLine FROM WS-Reject-Line
           END-EVALUATE.

       3200-ADD-CALENDAR-DAY.
           PERFORM 3900-FIND-CALENDAR-DAY
           IF WS-Found-Switch = "Y"
               ADD 1 TO WS-Rejected-Count
               MOVE "A" TO WS-RL-Action
               MOVE WS-Request-Date TO WS-RL-Date
               MOVE "CALENDAR ROW ALREADY EXISTS" TO WS-RL-Reason
               WRITE MaintenanceLine FROM WS-Reject-Line
           ELSE
               PERFORM 3210-EDIT-ADD-REQUEST
           END-IF.

       3210-EDIT-ADD-REQUEST.
           MOVE SPACES TO WS-RL-Reason
           PERFORM 3220-CHECK-REAL-DATE
           IF WS-RL-Reason = SPACES
               PERFORM 3230-CHECK-DAY-TYPE
           END-IF
           IF WS-RL-Reason = SPACES
               IF WS-Calendar-Count >= 2000
                   MOVE "CALENDAR TABLE FULL" TO WS-RL-Reason
               END-IF
           END-IF
           IF WS-RL-Reason = SPACES
               PERFORM 3250-APPLY-ADD-CALENDAR-DAY
           ELSE
               ADD 1 TO WS-Rejected-Count
               MOVE "A" TO WS-RL-Action
               MOVE WS-Request-Date TO WS-RL-Date
               WRITE MaintenanceLine FROM WS-Reject-Line
           END-IF.

       3220-CHECK-REAL-DATE.
           IF MC-Year < 1601 OR MC-Month < 1 OR MC-Month > 12
               MOVE "NOT A REAL CALENDAR DATE" TO WS-RL-Reason
           ELSE
               PERFORM 3225-SET-DAYS-IN-MONTH
               IF MC-Day < 1 OR MC-Day > WS-Days-In-Month
                   MOVE "NOT A REAL CALENDAR DATE" TO WS-RL-Reason
               END-IF
           END-IF.

       3225-SET-DAYS-IN-MONTH.
           EVALUATE MC-Month
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-Days-In-Month
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-Days-In-Month
               WHEN 2
                   MOVE 28 TO WS-Days-In-Month
                   PERFORM 3226-CHECK-LEAP-YEAR
           END-EVALUATE.

       3226-CHECK-LEAP-YEAR.
           DIVIDE MC-Year BY 4 GIVING WS-Leap-Quotient
               REMAINDER WS-Leap-Remainder
           IF WS-Leap-Remainder = 0
               MOVE 29 TO WS-Days-In-Month
               DIVIDE MC-Year BY 100 GIVING WS-Leap-Quotient
                   REMAINDER WS-Leap-Remainder
               IF WS-Leap-Remainder = 0
                   MOVE 28 TO WS-Days-In-Month
                   DIVIDE MC-Year BY 400 GIVING WS-Leap-Quotient
                       REMAINDER WS-Leap-Remainder
                   IF WS-Leap-Remainder = 0
                       MOVE 29 TO WS-Days-In-Month
                   END-IF
               END-IF
           END-IF.

       3230-CHECK-DAY-TYPE.
           IF MC-DayType NOT = "H" AND MC-DayType NOT = "N"
                   AND MC-DayType NOT = "W" AND MC-DayType NOT = "A"
               MOVE "DAY TYPE NOT H, N, W OR A" TO WS-RL-Reason
           END-IF
           IF WS-RL-Reason = SPACES AND MC-DayType = "W"
               COMPUTE WS-Request-DayNum =
                   FUNCTION INTEGER-OF-DATE(WS-Request-Date)
               DIVIDE WS-Request-DayNum BY 7
                   GIVING WS-Weekday-Quotient
                   REMAINDER WS-Weekday
               IF WS-Weekday NOT = 6 AND WS-Weekday NOT = 0
                   MOVE "WORKING DAY ROW ON A WEEKDAY"
                       TO WS-RL-Reason
               END-IF
           END-IF.

       3250-APPLY-ADD-CALENDAR-DAY.
           ADD 1 TO WS-Calendar-Count
           ADD 1 TO WS-Applied-Count
           MOVE WS-Calendar-Count TO WS-Subscript
           MOVE WS-Request-Date TO WS-CAL-Date(WS-Subscript)
           MOVE MC-DayType TO WS-CAL-DayType(WS-Subscript)
           MOVE MC-Description TO WS-CAL-Description(WS-Subscript)
           MOVE "N" TO WS-CAL-Deleted(WS-Subscript)
           MOVE "A" TO WS-AL-Action
           MOVE WS-Request-Date TO WS-AL-Date
           MOVE MC-DayType TO WS-AL-DayType
           WRITE MaintenanceLine FROM WS-Applied-Line
           MOVE SPACES TO AL-OldValue
           MOVE "ADD" TO WS-Audit-Action
           PERFORM 3950-WRITE-AUDIT-ENTRY.

       3300-CHANGE-CALENDAR-DAY.
           PERFORM 3900-FIND-CALENDAR-DAY
           MOVE SPACES TO WS-RL-Reason
           IF WS-Found-Switch = "N"
               MOVE "CALENDAR ROW NOT FOUND" TO WS-RL-Reason
           END-IF
           IF WS-RL-Reason = SPACES AND MC-DayType NOT = SPACE
               PERFORM 3230-CHECK-DAY-TYPE
           END-IF
           IF WS-RL-Reason = SPACES
               ADD 1 TO WS-Applied-Count
               PERFORM 3910-FORMAT-CALENDAR-SNAPSHOT
               MOVE WS-Audit-Format TO AL-OldValue
               IF MC-DayType NOT = SPACE
                   MOVE MC-DayType TO WS-CAL-DayType(WS-Subscript)
               END-IF
               IF MC-Description NOT = SPACES
                   MOVE MC-Description
                       TO WS-CAL-Description(WS-Subscript)
               END-IF
               MOVE "C" TO WS-AL-Action
               MOVE WS-Request-Date TO WS-AL-Date
               MOVE WS-CAL-DayType(WS-Subscript) TO WS-AL-DayType
               WRITE MaintenanceLine FROM WS-Applied-Line
               MOVE "CHANGE" TO WS-Audit-Action
               PERFORM 3950-WRITE-AUDIT-ENTRY
           ELSE
               ADD 1 TO WS-Rejected-Count
               MOVE "C" TO WS-RL-Action
               MOVE WS-Request-Date TO WS-RL-Date
               WRITE MaintenanceLine FROM WS-Reject-Line
           END-IF.

       3400-DELETE-CALENDAR-DAY.
           PERFORM 3900-FIND-CALENDAR-DAY
           IF WS-Found-Switch = "N"
               ADD 1 TO WS-Rejected-Count
               MOVE "D" TO WS-RL-Action
               MOVE WS-Request-Date TO WS-RL-Date
               MOVE "CALENDAR ROW NOT FOUND" TO WS-RL-Reason
               WRITE MaintenanceLine FROM WS-Reject-Line
           ELSE
               ADD 1 TO WS-Applied-Count
               PERFORM 3910-FORMAT-CALENDAR-SNAPSHOT
               MOVE WS-Audit-Format TO AL-OldValue
               MOVE "Y" TO WS-CAL-Deleted(WS-Subscript)
               MOVE "D" TO WS-AL-Action
               MOVE WS-Request-Date TO WS-AL-Date
               MOVE WS-CAL-DayType(WS-Subscript) TO WS-AL-DayType
               WRITE MaintenanceLine FROM WS-Applied-Line
               MOVE "DELETE" TO WS-Audit-Action
               PERFORM 3950-WRITE-AUDIT-ENTRY
           END-IF.

       3900-FIND-CALENDAR-DAY.
           MOVE "N" TO WS-Found-Switch
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Calendar-Count
                   OR WS-Found-Switch = "Y"
               IF WS-CAL-Date(WS-Subscript) = WS-Request-Date
                       AND WS-CAL-Deleted(WS-Subscript) = "N"
                   MOVE "Y" TO WS-Found-Switch
                   MOVE WS-Subscript TO WS-Found-Subscript
               END-IF
           END-PERFORM
           IF WS-Found-Switch = "Y"
               MOVE WS-Found-Subscript TO WS-Subscript
           ELSE
               MOVE WS-Calendar-Count TO WS-Subscript
           END-IF.

       3910-FORMAT-CALENDAR-SNAPSHOT.
           MOVE WS-CAL-Date(WS-Subscript) TO WAF-Date
           MOVE WS-CAL-DayType(WS-Subscript) TO WAF-DayType
           MOVE WS-CAL-Description(WS-Subscript) TO WAF-Description.

       3950-WRITE-AUDIT-ENTRY.
           PERFORM 3910-FORMAT-CALENDAR-SNAPSHOT
           IF WS-Audit-Action = "DELETE"
               MOVE SPACES TO AL-NewValue
           ELSE
               MOVE WS-Audit-Format TO AL-NewValue
           END-IF
           MOVE FUNCTION CURRENT-DATE TO AL-Timestamp
           MOVE "C" TO AL-RecordType
           MOVE WS-Request-Date TO AL-RecordKey
           MOVE WS-Audit-Action TO AL-Action
           MOVE MC-UserID TO AL-UserID
           WRITE AuditLogEntry.

       4000-REWRITE-CALENDAR.
           PERFORM 4100-SORT-CALENDAR-TABLE
           OPEN OUTPUT CalendarFile
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Calendar-Count
               IF WS-CAL-Deleted(WS-Subscript) = "N"
                   MOVE WS-CAL-Date(WS-Subscript)(1:4) TO CA-Year
                   MOVE WS-CAL-Date(WS-Subscript)(5:2) TO CA-Month
                   MOVE WS-CAL-Date(WS-Subscript)(7:2) TO CA-Day
                   MOVE WS-CAL-DayType(WS-Subscript) TO CA-DayType
                   MOVE WS-CAL-Description(WS-Subscript)
                       TO CA-Description
                   WRITE CalendarDay
               END-IF
           END-PERFORM
           CLOSE CalendarFile.

       4100-SORT-CALENDAR-TABLE.
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript >= WS-Calendar-Count
               PERFORM VARYING WS-Subscript-2 FROM 1 BY 1
                       UNTIL WS-Subscript-2 >
                           WS-Calendar-Count - WS-Subscript
                   PERFORM 4110-SWAP-IF-OUT-OF-ORDER
               END-PERFORM
           END-PERFORM.

       4110-SWAP-IF-OUT-OF-ORDER.
           IF WS-CAL-Date(WS-Subscript-2) >
                   WS-CAL-Date(WS-Subscript-2 + 1)
               MOVE WS-Calendar-Entry(WS-Subscript-2) TO WS-Swap-Entry
               MOVE WS-Calendar-Entry(WS-Subscript-2 + 1)
                   TO WS-Calendar-Entry(WS-Subscript-2)
               MOVE WS-Swap-Entry
                   TO WS-Calendar-Entry(WS-Subscript-2 + 1)
           END-IF.

       5000-PRINT-SUMMARY.
           MOVE WS-Applied-Count TO WS-SL-Applied
           MOVE WS-Rejected-Count TO WS-SL-Rejected
           WRITE MaintenanceLine FROM WS-Summary-Line.

       9000-TERMINATE.
           CLOSE MaintenanceReport
           CLOSE AuditLogFile.
