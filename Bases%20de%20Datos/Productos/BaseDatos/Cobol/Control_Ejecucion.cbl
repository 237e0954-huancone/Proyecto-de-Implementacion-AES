      *  The operator runs one driver step around each job, with the
      *  request on RUNCTRL.PARM:
      *      DR-Function S  ask to START DR-JobName for the date.
      *                     Refused (RETURN-CODE 8) when the date is
      *                     not a business day on the calendar master
      *                     (CALENDAR.DAT - weekends, holidays and
      *                     other non-working days; the refusal names
      *                     the next business date, the one the cycle
      *                     should be run for), when the job is
      *                     not in the nightly sequence, when it has
      *                     already ended clean for the date and
      *                     DR-Override is not Y, or when its
      *      VALIDACC  Validacion_Integridad_Cuentas
      *      POSTEO    Contabilizacion_Transacciones
      *      PRUEBA    Prueba_Mayor, the ledger proof
      *      SALDOHIS  Historico_Saldos, the end-of-day balance
      *                history snapshot, taken once the ledger has
      *                proved
      *      REPORTES  the reporting suite
      *      GLFEED    Interfaz_Mayor_General, the general ledger feed
      *  Each entry's predecessor is the entry before it; VALIDACC has
      *  none.
      *
      *  when the date's events replay here, an X event wipes the
      *  outcomes gathered so far and the date's jobs must run again
      *  from the top of the sequence.
      *
      *  The general ledger feed records a hold as an event type H
      *  under job GLFEED when it refuses a feed that does not
      *  balance.  A held job is reported as held, and a start for it
      *  is refused for the date unless DR-Override is Y - the break
      *  is meant to be put right first, not rerun around.  A later
      *  clean end for the job clears the hold.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY AccountID OF Accounts.
           SELECT TransactionsFile ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CalendarFile ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Calendar-Status.
           SELECT RunControlFile ASSIGN TO "RUNCTRL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RunControl-Status.
           02  RC-ReturnCode           PIC 9(4).
           02  RC-Timestamp            PIC X(21).

       FD  CalendarFile.
       01  CalendarDay.
           02  CA-Year                 PIC 9(4).
           02  CA-Month                PIC 99.
           02  CA-Day                  PIC 99.
           02  CA-DayType              PIC X(1).
           02  CA-Description          PIC X(30).

       FD  ControlTotalFile.
       01  ControlTotalRecord.
           02  CT-JobName              PIC X(8).
       01  WS-EOF-Handoffs             PIC X VALUE "N".
       01  WS-Refuse-Reason            PIC X(40).

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

       01  WS-Not-Business-Reason.
           05  FILLER                  PIC X(29)
                   VALUE "NOT A BUSINESS DAY - NEXT IS ".
           05  WS-NB-Year              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-NB-Month             PIC 99.
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-NB-Day               PIC 99.

       01  WS-Sequence-Table.
           05  WS-Sequence-Count       PIC 9(4) VALUE 6.
           05  WS-Sequence-Entry OCCURS 6 TIMES.
               10  WS-SEQ-JobName          PIC X(8).
               10  WS-SEQ-Started          PIC X(1).
               10  WS-SEQ-Ended            PIC X(1).
               10  WS-SEQ-Clean            PIC X(1).
               10  WS-SEQ-Held             PIC X(1).
               10  WS-SEQ-Last-RC          PIC 9(4).

       01  WS-Heading-Line.
           MOVE "VALIDACC" TO WS-SEQ-JobName(1)
           MOVE "POSTEO" TO WS-SEQ-JobName(2)
           MOVE "PRUEBA" TO WS-SEQ-JobName(3)
           MOVE "SALDOHIS" TO WS-SEQ-JobName(4)
           MOVE "REPORTES" TO WS-SEQ-JobName(5)
           MOVE "GLFEED" TO WS-SEQ-JobName(6)
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Sequence-Count
               MOVE "N" TO WS-SEQ-Started(WS-Subscript)
               MOVE "N" TO WS-SEQ-Ended(WS-Subscript)
               MOVE "N" TO WS-SEQ-Clean(WS-Subscript)
               MOVE "N" TO WS-SEQ-Held(WS-Subscript)
               MOVE 0 TO WS-SEQ-Last-RC(WS-Subscript)
           END-PERFORM.

                   MOVE "N" TO WS-SEQ-Started(WS-Subscript)
                   MOVE "N" TO WS-SEQ-Ended(WS-Subscript)
                   MOVE "N" TO WS-SEQ-Clean(WS-Subscript)
                   MOVE "N" TO WS-SEQ-Held(WS-Subscript)
                   MOVE 0 TO WS-SEQ-Last-RC(WS-Subscript)
               END-PERFORM
           END-IF
                           TO WS-SEQ-Last-RC(WS-Subscript)
                       IF RC-ReturnCode = 0
                           MOVE "Y" TO WS-SEQ-Clean(WS-Subscript)
                           MOVE "N" TO WS-SEQ-Held(WS-Subscript)
                       ELSE
                           MOVE "N" TO WS-SEQ-Clean(WS-Subscript)
                       END-IF
                   END-IF
                   IF RC-EventType = "H"
                       MOVE "Y" TO WS-SEQ-Held(WS-Subscript)
                   END-IF
               END-IF
           END-PERFORM.

       3000-REQUEST-START.
           PERFORM 3100-FIND-JOB-IN-SEQUENCE
           MOVE SPACES TO WS-Refuse-Reason
           PERFORM 3300-CHECK-BUSINESS-DATE
           IF WS-Refuse-Reason = SPACES
               IF WS-Found-Switch = "N"
                   MOVE "JOB NOT IN NIGHTLY SEQUENCE"
                       TO WS-Refuse-Reason
               END-IF
           END-IF
           IF WS-Refuse-Reason = SPACES
               IF WS-SEQ-Clean(WS-Job-Subscript) = "Y"
                       TO WS-Refuse-Reason
               END-IF
           END-IF
           IF WS-Refuse-Reason = SPACES
               IF WS-SEQ-Held(WS-Job-Subscript) = "Y"
                       AND DR-Override NOT = "Y"
                   MOVE "HELD OUT OF BALANCE - OVERRIDE NEEDED"
                       TO WS-Refuse-Reason
               END-IF
           END-IF
           IF WS-Refuse-Reason = SPACES
               IF WS-Job-Subscript > 1
                   IF WS-SEQ-Clean(WS-Job-Subscript - 1) NOT = "Y"
           WRITE RunControlEvent
           CLOSE RunControlFile.

       3300-CHECK-BUSINESS-DATE.
           PERFORM 3310-LOAD-CALENDAR
           COMPUTE WS-Calendar-Date =
               DR-RunYear * 10000 + DR-RunMonth * 100 + DR-RunDay
           PERFORM 3340-CHECK-BUSINESS-DAY
           IF WS-Business-Day-Switch = "N"
               PERFORM 3330-ROLL-TO-BUSINESS-DAY
               MOVE WS-CD-Year TO WS-NB-Year
               MOVE WS-CD-Month TO WS-NB-Month
               MOVE WS-CD-Day TO WS-NB-Day
               MOVE WS-Not-Business-Reason TO WS-Refuse-Reason
           END-IF.

       3310-LOAD-CALENDAR.
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
                       PERFORM 3320-ADD-ONE-CALENDAR-DAY
               END-READ
           END-PERFORM
           IF WS-Calendar-Status = "00" OR "10"
               CLOSE CalendarFile
           END-IF.

       3320-ADD-ONE-CALENDAR-DAY.
           IF WS-Calendar-Count < 2000
               ADD 1 TO WS-Calendar-Count
               COMPUTE WS-CAL-Date(WS-Calendar-Count) =
                   CA-Year * 10000 + CA-Month * 100 + CA-Day
               MOVE CA-DayType TO WS-CAL-DayType(WS-Calendar-Count)
           ELSE
               DISPLAY "WARNING - CALENDAR TABLE FULL, DAY "
                   CA-Year "-" CA-Month "-" CA-Day " NOT ENFORCED"
           END-IF.

       3330-ROLL-TO-BUSINESS-DAY.
           PERFORM UNTIL WS-Business-Day-Switch = "Y"
               ADD 1 TO WS-Calendar-DayNum
               COMPUTE WS-Calendar-Date =
                   FUNCTION DATE-OF-INTEGER(WS-Calendar-DayNum)
               PERFORM 3340-CHECK-BUSINESS-DAY
           END-PERFORM.

       3340-CHECK-BUSINESS-DAY.
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

       4000-RECORD-END.
           PERFORM 3100-FIND-JOB-IN-SEQUENCE
           IF WS-Found-Switch = "N"
                   MOVE "STARTED" TO WS-EV-EventText
               WHEN "X"
                   MOVE "RESTORED" TO WS-EV-EventText
               WHEN "H"
                   MOVE "HELD" TO WS-EV-EventText
               WHEN OTHER
                   MOVE "ENDED" TO WS-EV-EventText
           END-EVALUATE
           MOVE WS-SEQ-JobName(WS-Subscript) TO WS-OC-JobName
           MOVE WS-SEQ-Last-RC(WS-Subscript) TO WS-OC-ReturnCode
           EVALUATE TRUE
               WHEN WS-SEQ-Held(WS-Subscript) = "Y"
                   MOVE "HELD - OUT OF BALANCE" TO WS-OC-Outcome
               WHEN WS-SEQ-Clean(WS-Subscript) = "Y"
                   MOVE "COMPLETED CLEAN" TO WS-OC-Outcome
               WHEN WS-SEQ-Ended(WS-Subscript) = "Y"
