       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-RETENCIONES.
      *****************************************************************
      *  Funds hold maintenance.  Reads a batch of hold requests
      *  (place / change / release) and applies them to the holds
      *  file (RETENCIO.DAT), the same batch style the other small
      *  masters use.
      *
      *  A hold earmarks part of an account's money - a court
      *  garnishment, a cheque deposit that has not cleared, collateral
      *  pledged against a loan - so it cannot be withdrawn.  One row
      *  is one hold: the hold id, the AccountID, the amount held, a
      *  reason code, the date placed, the expiry date (zero = held
      *  until released by hand) and the user who placed it.  The
      *  intake edit (Captura_Transacciones.cbl, reason RH) and the
      *  posting guard (Contabilizacion_Transacciones.cbl) both check
      *  a withdrawal against the available balance - AccountBalance
      *  plus OverdraftLimit less every hold still in force - and the
      *  nightly release step (Liberacion_Retenciones.cbl) drops the
      *  holds that have expired and prints the holds register.
      *
      *  HO-ReasonCode values:
      *      GA  garnishment / court order
      *      UC  uncleared deposit
      *      CO  collateral pledged
      *      OT  any other hold
      *
      *  HM-Action values (the key is the hold id):
      *      A  Place a new hold.  A zero hold id takes the next id
      *         after the highest on file; a zero placed date takes
      *         today's date
      *      C  Change the amount, reason or expiry of a hold; any
      *         field left zero/blank on the request is left unchanged
      *         (an expiry of all nines clears it to no expiry)
      *      D  Release a hold before it expires
      *
      *  The account must be on AccountsFile and not Closed, the
      *  amount must be above zero, the reason code must be one of the
      *  above, and any expiry must not fall before the placed date.
      *
      *  RETENCIO.DAT is LINE SEQUENTIAL, so it is loaded into a table,
      *  updated in memory, and rewritten in full.  Every applied
      *  request writes an AuditLogFile entry (record type H) to the
      *  shared trail, with the hold's before/after snapshot.
      *
      *  RETURN-CODE is left at the number of requests rejected, 99
      *  when the holds file is too big to table.
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
               ORGANIZATION LINE SEQUENTIAL.
           SELECT HoldFile ASSIGN TO "RETENCIO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Hold-Status.
           SELECT MaintenanceRequestFile ASSIGN TO "MAINTRET.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT MaintenanceReport ASSIGN TO "MAINTRET.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AuditLogFile ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       COPY "Estructura_Contabilidad.cbl".

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

       FD  MaintenanceRequestFile.
       01  MaintenanceRequest.
           02  HM-Action               PIC X(1).
           02  HM-HoldID               PIC 9(6).
           02  HM-AccountID            PIC 9(5).
           02  HM-Amount               PIC 9(12).
           02  HM-ReasonCode           PIC X(2).
           02  HM-Placed-Date          PIC 9(8).
           02  HM-Expiry-Date          PIC 9(8).
           02  HM-UserID               PIC X(8).

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
       01  WS-EOF-Holds                PIC X VALUE "N".
       01  WS-EOF-Requests             PIC X VALUE "N".
       01  WS-Subscript                PIC 9(5).
       01  WS-Found-Subscript          PIC 9(5).
       01  WS-Found-Switch             PIC X.
       01  WS-Accounts-Status          PIC X(2).
       01  WS-Hold-Status              PIC X(2).
       01  WS-Audit-Status             PIC X(2).
       01  WS-Applied-Count            PIC 9(9) VALUE 0.
       01  WS-Rejected-Count           PIC 9(9) VALUE 0.
       01  WS-Table-Overflow-Switch    PIC X VALUE "N".
       01  WS-High-HoldID              PIC 9(6) VALUE 0.
       01  WS-Audit-Key                PIC 9(6).

       01  WS-Audit-Action             PIC X(10).

       01  WS-Stamp-Work.
           05  WS-SW-Date              PIC 9(8).
           05  FILLER                  PIC X(13).

       01  WS-Edit-Hold.
           05  WS-ED-AccountID         PIC 9(5).
           05  WS-ED-Amount            PIC 9(12).
           05  WS-ED-ReasonCode        PIC X(2).
           05  WS-ED-Placed-Date       PIC 9(8).
           05  WS-ED-Expiry-Date       PIC 9(8).

       01  WS-Audit-Format.
           05  FILLER                  PIC X(5) VALUE "HOLD=".
           05  WAF-HoldID              PIC 9(6).
           05  FILLER                  PIC X(6) VALUE " ACCT=".
           05  WAF-AccountID           PIC 9(5).
           05  FILLER                  PIC X(5) VALUE " AMT=".
           05  WAF-Amount              PIC 9(12).
           05  FILLER                  PIC X(5) VALUE " RSN=".
           05  WAF-ReasonCode          PIC X(2).
           05  FILLER                  PIC X(8) VALUE " PLACED=".
           05  WAF-Placed-Date         PIC 9(8).
           05  FILLER                  PIC X(5) VALUE " EXP=".
           05  WAF-Expiry-Date         PIC 9(8).
           05  FILLER                  PIC X(4) VALUE " BY=".
           05  WAF-UserID              PIC X(8).

       01  WS-Hold-Table.
           05  WS-Hold-Count           PIC 9(5) VALUE 0.
           05  WS-Hold-Entry OCCURS 2000 TIMES.
               10  WS-HLD-HoldID           PIC 9(6).
               10  WS-HLD-AccountID        PIC 9(5).
               10  WS-HLD-Amount           PIC 9(12).
               10  WS-HLD-ReasonCode       PIC X(2).
               10  WS-HLD-Placed-Date      PIC 9(8).
               10  WS-HLD-Expiry-Date      PIC 9(8).
               10  WS-HLD-UserID           PIC X(8).
               10  WS-HLD-Deleted          PIC X(1).

       01  WS-Heading-Line             PIC X(60)
               VALUE "FUNDS HOLD MAINTENANCE RUN".

       01  WS-Applied-Line.
           05  FILLER                  PIC X(9) VALUE "APPLIED  ".
           05  WS-AL-Action            PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "HOLD ID ".
           05  WS-AL-HoldID            PIC ZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "ACCOUNT ID ".
           05  WS-AL-AccountID         PIC ZZZZ9.

       01  WS-Reject-Line.
           05  FILLER                  PIC X(9) VALUE "REJECTED ".
           05  WS-RL-Action            PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "HOLD ID ".
           05  WS-RL-HoldID            PIC ZZZZZ9.
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
           PERFORM 2000-LOAD-HOLDS
           IF WS-Table-Overflow-Switch = "Y"
               DISPLAY "RETENCIO.DAT EXCEEDS 2000 ROWS - "
                   "ABORTING BEFORE ANY REWRITE"
               CLOSE MaintenanceRequestFile
               PERFORM 9000-TERMINATE
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-APPLY-REQUESTS
           PERFORM 4000-REWRITE-HOLDS
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           MOVE WS-Rejected-Count TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT AccountsFile
           IF WS-Accounts-Status NOT = "00"
               DISPLAY "ACCOUNTS.DAT COULD NOT BE OPENED - "
                   "STATUS " WS-Accounts-Status " - ABORTING"
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-Stamp-Work
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

       2000-LOAD-HOLDS.
           OPEN INPUT HoldFile
           IF WS-Hold-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Holds
           END-IF
           PERFORM UNTIL WS-EOF-Holds = "Y"
               READ HoldFile
                   AT END
                       MOVE "Y" TO WS-EOF-Holds
                   NOT AT END
                       PERFORM 2100-ADD-ONE-HOLD
               END-READ
           END-PERFORM
           IF WS-Hold-Status = "00" OR "10"
               CLOSE HoldFile
           END-IF.

       2100-ADD-ONE-HOLD.
           IF HO-HoldID > WS-High-HoldID
               MOVE HO-HoldID TO WS-High-HoldID
           END-IF
           IF WS-Hold-Count >= 2000
               MOVE "Y" TO WS-Table-Overflow-Switch
           ELSE
               ADD 1 TO WS-Hold-Count
               MOVE HO-HoldID TO WS-HLD-HoldID(WS-Hold-Count)
               MOVE HO-AccountID TO WS-HLD-AccountID(WS-Hold-Count)
               MOVE HO-Amount TO WS-HLD-Amount(WS-Hold-Count)
               MOVE HO-ReasonCode TO WS-HLD-ReasonCode(WS-Hold-Count)
               COMPUTE WS-HLD-Placed-Date(WS-Hold-Count) =
                   HO-Placed-Year * 10000 + HO-Placed-Month * 100
                   + HO-Placed-Day
               COMPUTE WS-HLD-Expiry-Date(WS-Hold-Count) =
                   HO-Expiry-Year * 10000 + HO-Expiry-Month * 100
                   + HO-Expiry-Day
               MOVE HO-UserID TO WS-HLD-UserID(WS-Hold-Count)
               MOVE "N" TO WS-HLD-Deleted(WS-Hold-Count)
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
           EVALUATE HM-Action
               WHEN "A"
                   PERFORM 3200-PLACE-HOLD
               WHEN "C"
                   PERFORM 3300-CHANGE-HOLD
               WHEN "D"
                   PERFORM 3400-RELEASE-HOLD
               WHEN OTHER
                   ADD 1 TO WS-Rejected-Count
                   MOVE HM-Action TO WS-RL-Action
                   MOVE HM-HoldID TO WS-RL-HoldID
                   MOVE "UNKNOWN ACTION CODE" TO WS-RL-Reason
                   WRITE MaintenanceLine FROM WS-Reject-Line
           END-EVALUATE.

       3200-PLACE-HOLD.
           IF HM-HoldID = 0
               MOVE "N" TO WS-Found-Switch
           ELSE
               PERFORM 3900-FIND-HOLD
           END-IF
           IF WS-Found-Switch = "Y"
               ADD 1 TO WS-Rejected-Count
               MOVE "A" TO WS-RL-Action
               MOVE HM-HoldID TO WS-RL-HoldID
               MOVE "HOLD ID ALREADY EXISTS" TO WS-RL-Reason
               WRITE MaintenanceLine FROM WS-Reject-Line
           ELSE
               MOVE HM-AccountID TO WS-ED-AccountID
               MOVE HM-Amount TO WS-ED-Amount
               MOVE HM-ReasonCode TO WS-ED-ReasonCode
               IF HM-Placed-Date = 0
                   MOVE WS-SW-Date TO WS-ED-Placed-Date
               ELSE
                   MOVE HM-Placed-Date TO WS-ED-Placed-Date
               END-IF
               IF HM-Expiry-Date = 99999999
                   MOVE 0 TO WS-ED-Expiry-Date
               ELSE
                   MOVE HM-Expiry-Date TO WS-ED-Expiry-Date
               END-IF
               PERFORM 3800-EDIT-HOLD
               IF WS-RL-Reason = SPACES
                   IF WS-Hold-Count >= 2000
                       MOVE "HOLD TABLE FULL" TO WS-RL-Reason
                   END-IF
               END-IF
               IF WS-RL-Reason = SPACES
                   PERFORM 3250-APPLY-PLACE-HOLD
               ELSE
                   ADD 1 TO WS-Rejected-Count
                   MOVE "A" TO WS-RL-Action
                   MOVE HM-HoldID TO WS-RL-HoldID
                   WRITE MaintenanceLine FROM WS-Reject-Line
               END-IF
           END-IF.

       3250-APPLY-PLACE-HOLD.
           ADD 1 TO WS-Hold-Count
           ADD 1 TO WS-Applied-Count
           MOVE WS-Hold-Count TO WS-Subscript
           IF HM-HoldID = 0
               ADD 1 TO WS-High-HoldID
               MOVE WS-High-HoldID TO WS-HLD-HoldID(WS-Subscript)
           ELSE
               MOVE HM-HoldID TO WS-HLD-HoldID(WS-Subscript)
               IF HM-HoldID > WS-High-HoldID
                   MOVE HM-HoldID TO WS-High-HoldID
               END-IF
           END-IF
           MOVE HM-UserID TO WS-HLD-UserID(WS-Subscript)
           MOVE "N" TO WS-HLD-Deleted(WS-Subscript)
           PERFORM 3850-STORE-EDITED-HOLD
           MOVE "A" TO WS-AL-Action
           MOVE WS-HLD-HoldID(WS-Subscript) TO WS-AL-HoldID
           MOVE WS-ED-AccountID TO WS-AL-AccountID
           WRITE MaintenanceLine FROM WS-Applied-Line
           MOVE SPACES TO AL-OldValue
           MOVE "PLACE" TO WS-Audit-Action
           PERFORM 3950-WRITE-AUDIT-ENTRY.

       3300-CHANGE-HOLD.
           PERFORM 3900-FIND-HOLD
           IF WS-Found-Switch = "N"
               ADD 1 TO WS-Rejected-Count
               MOVE "C" TO WS-RL-Action
               MOVE HM-HoldID TO WS-RL-HoldID
               MOVE "HOLD NOT FOUND" TO WS-RL-Reason
               WRITE MaintenanceLine FROM WS-Reject-Line
           ELSE
               MOVE WS-HLD-AccountID(WS-Subscript) TO WS-ED-AccountID
               MOVE WS-HLD-Amount(WS-Subscript) TO WS-ED-Amount
               MOVE WS-HLD-ReasonCode(WS-Subscript)
                   TO WS-ED-ReasonCode
               MOVE WS-HLD-Placed-Date(WS-Subscript)
                   TO WS-ED-Placed-Date
               MOVE WS-HLD-Expiry-Date(WS-Subscript)
                   TO WS-ED-Expiry-Date
               IF HM-Amount NOT = 0
                   MOVE HM-Amount TO WS-ED-Amount
               END-IF
               IF HM-ReasonCode NOT = SPACES
                   MOVE HM-ReasonCode TO WS-ED-ReasonCode
               END-IF
               EVALUATE TRUE
                   WHEN HM-Expiry-Date = 99999999
                       MOVE 0 TO WS-ED-Expiry-Date
                   WHEN HM-Expiry-Date NOT = 0
                       MOVE HM-Expiry-Date TO WS-ED-Expiry-Date
               END-EVALUATE
               PERFORM 3800-EDIT-HOLD
               IF WS-RL-Reason = SPACES
                   ADD 1 TO WS-Applied-Count
                   PERFORM 3910-FORMAT-HOLD-SNAPSHOT
                   MOVE WS-Audit-Format TO AL-OldValue
                   PERFORM 3850-STORE-EDITED-HOLD
                   MOVE "C" TO WS-AL-Action
                   MOVE HM-HoldID TO WS-AL-HoldID
                   MOVE WS-ED-AccountID TO WS-AL-AccountID
                   WRITE MaintenanceLine FROM WS-Applied-Line
                   MOVE "CHANGE" TO WS-Audit-Action
                   PERFORM 3950-WRITE-AUDIT-ENTRY
               ELSE
                   ADD 1 TO WS-Rejected-Count
                   MOVE "C" TO WS-RL-Action
                   MOVE HM-HoldID TO WS-RL-HoldID
                   WRITE MaintenanceLine FROM WS-Reject-Line
               END-IF
           END-IF.

       3400-RELEASE-HOLD.
           PERFORM 3900-FIND-HOLD
           IF WS-Found-Switch = "N"
               ADD 1 TO WS-Rejected-Count
               MOVE "D" TO WS-RL-Action
               MOVE HM-HoldID TO WS-RL-HoldID
               MOVE "HOLD NOT FOUND" TO WS-RL-Reason
               WRITE MaintenanceLine FROM WS-Reject-Line
           ELSE
               ADD 1 TO WS-Applied-Count
               PERFORM 3910-FORMAT-HOLD-SNAPSHOT
               MOVE WS-Audit-Format TO AL-OldValue
               MOVE "Y" TO WS-HLD-Deleted(WS-Subscript)
               MOVE "D" TO WS-AL-Action
               MOVE HM-HoldID TO WS-AL-HoldID
               MOVE WS-HLD-AccountID(WS-Subscript) TO WS-AL-AccountID
               WRITE MaintenanceLine FROM WS-Applied-Line
               MOVE "RELEASE" TO WS-Audit-Action
               PERFORM 3950-WRITE-AUDIT-ENTRY
           END-IF.

       3800-EDIT-HOLD.
           MOVE SPACES TO WS-RL-Reason
           IF WS-ED-Amount = 0
               MOVE "HOLD AMOUNT IS ZERO" TO WS-RL-Reason
           END-IF
           IF WS-RL-Reason = SPACES
               IF WS-ED-ReasonCode NOT = "GA"
                       AND WS-ED-ReasonCode NOT = "UC"
                       AND WS-ED-ReasonCode NOT = "CO"
                       AND WS-ED-ReasonCode NOT = "OT"
                   MOVE "REASON CODE NOT RECOGNIZED" TO WS-RL-Reason
               END-IF
           END-IF
           IF WS-RL-Reason = SPACES
               IF WS-ED-Expiry-Date NOT = 0
                       AND WS-ED-Expiry-Date < WS-ED-Placed-Date
                   MOVE "EXPIRY BEFORE PLACED DATE" TO WS-RL-Reason
               END-IF
           END-IF
           IF WS-RL-Reason = SPACES
               MOVE WS-ED-AccountID TO AccountID OF Accounts
               READ AccountsFile
                   INVALID KEY
                       MOVE "REFERS TO UNKNOWN ACCOUNT"
                           TO WS-RL-Reason
                   NOT INVALID KEY
                       IF AccountStatus = "C"
                           MOVE "ACCOUNT IS CLOSED" TO WS-RL-Reason
                       END-IF
               END-READ
           END-IF.

       3850-STORE-EDITED-HOLD.
           MOVE WS-ED-AccountID TO WS-HLD-AccountID(WS-Subscript)
           MOVE WS-ED-Amount TO WS-HLD-Amount(WS-Subscript)
           MOVE WS-ED-ReasonCode TO WS-HLD-ReasonCode(WS-Subscript)
           MOVE WS-ED-Placed-Date TO WS-HLD-Placed-Date(WS-Subscript)
           MOVE WS-ED-Expiry-Date
               TO WS-HLD-Expiry-Date(WS-Subscript).

       3900-FIND-HOLD.
           MOVE "N" TO WS-Found-Switch
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Hold-Count
                   OR WS-Found-Switch = "Y"
               IF WS-HLD-HoldID(WS-Subscript) = HM-HoldID
                       AND WS-HLD-Deleted(WS-Subscript) = "N"
                   MOVE "Y" TO WS-Found-Switch
                   MOVE WS-Subscript TO WS-Found-Subscript
               END-IF
           END-PERFORM
           IF WS-Found-Switch = "Y"
               MOVE WS-Found-Subscript TO WS-Subscript
           ELSE
               MOVE WS-Hold-Count TO WS-Subscript
           END-IF.

       3910-FORMAT-HOLD-SNAPSHOT.
           MOVE WS-HLD-HoldID(WS-Subscript) TO WAF-HoldID
           MOVE WS-HLD-AccountID(WS-Subscript) TO WAF-AccountID
           MOVE WS-HLD-Amount(WS-Subscript) TO WAF-Amount
           MOVE WS-HLD-ReasonCode(WS-Subscript) TO WAF-ReasonCode
           MOVE WS-HLD-Placed-Date(WS-Subscript) TO WAF-Placed-Date
           MOVE WS-HLD-Expiry-Date(WS-Subscript) TO WAF-Expiry-Date
           MOVE WS-HLD-UserID(WS-Subscript) TO WAF-UserID.

       3950-WRITE-AUDIT-ENTRY.
           PERFORM 3910-FORMAT-HOLD-SNAPSHOT
           IF WS-Audit-Action = "RELEASE"
               MOVE SPACES TO AL-NewValue
           ELSE
               MOVE WS-Audit-Format TO AL-NewValue
           END-IF
           MOVE FUNCTION CURRENT-DATE TO AL-Timestamp
           MOVE "H" TO AL-RecordType
           MOVE WS-HLD-HoldID(WS-Subscript) TO WS-Audit-Key
           MOVE WS-Audit-Key TO AL-RecordKey
           MOVE WS-Audit-Action TO AL-Action
           MOVE HM-UserID TO AL-UserID
           WRITE AuditLogEntry.

       4000-REWRITE-HOLDS.
           OPEN OUTPUT HoldFile
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Hold-Count
               IF WS-HLD-Deleted(WS-Subscript) = "N"
                   PERFORM 4100-WRITE-ONE-HOLD
               END-IF
           END-PERFORM
           CLOSE HoldFile.

       4100-WRITE-ONE-HOLD.
           MOVE WS-HLD-HoldID(WS-Subscript) TO HO-HoldID
           MOVE WS-HLD-AccountID(WS-Subscript) TO HO-AccountID
           MOVE WS-HLD-Amount(WS-Subscript) TO HO-Amount
           MOVE WS-HLD-ReasonCode(WS-Subscript) TO HO-ReasonCode
           DIVIDE WS-HLD-Placed-Date(WS-Subscript) BY 10000
               GIVING HO-Placed-Year
           COMPUTE HO-Placed-Month =
               (WS-HLD-Placed-Date(WS-Subscript)
               - HO-Placed-Year * 10000) / 100
           COMPUTE HO-Placed-Day =
               WS-HLD-Placed-Date(WS-Subscript)
               - HO-Placed-Year * 10000 - HO-Placed-Month * 100
           DIVIDE WS-HLD-Expiry-Date(WS-Subscript) BY 10000
               GIVING HO-Expiry-Year
           COMPUTE HO-Expiry-Month =
               (WS-HLD-Expiry-Date(WS-Subscript)
               - HO-Expiry-Year * 10000) / 100
           COMPUTE HO-Expiry-Day =
               WS-HLD-Expiry-Date(WS-Subscript)
               - HO-Expiry-Year * 10000 - HO-Expiry-Month * 100
           MOVE WS-HLD-UserID(WS-Subscript) TO HO-UserID
           WRITE HoldRecord.

       5000-PRINT-SUMMARY.
           MOVE WS-Applied-Count TO WS-SL-Applied
           MOVE WS-Rejected-Count TO WS-SL-Rejected
           WRITE MaintenanceLine FROM WS-Summary-Line.

       9000-TERMINATE.
           CLOSE AccountsFile
           CLOSE MaintenanceReport
           CLOSE AuditLogFile.
