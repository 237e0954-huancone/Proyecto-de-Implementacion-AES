      *  ID off the request record, a timestamp, and the account's
      *  before/after snapshot. AuditLogFile is opened EXTEND so each
      *  run appends to the running trail instead of replacing it.
      *
      *  A sensitive request is not applied as keyed.  A change that
      *  actually moves AccountStatus (a C with a different
      *  MT-New-Status, or a D), a change that actually moves the
      *  OverdraftLimit, and an add that opens an account with an
      *  overdraft are parked on the approval queue (APROBAC.DAT) with
      *  MT-UserID as the maker and an audit entry of type Q, action
      *  SUBMIT, and printed as QUEUED.  A request identical to one
      *  already pending is not queued twice.  Aprobacion_Pendientes
      *  approves or declines each item under a second user ID; at the
      *  start of each run this job applies every approved account
      *  item first, bypassing the sensitivity test, and marks it X
      *  (applied) or R (rejected, e.g. the account has since gone).
      *  The A entry written for an approved item carries the maker
      *  and the checker in AL-MakerID / AL-CheckerID.  The queue is
      *  LINE SEQUENTIAL, so it is loaded into a table and rewritten
      *  in full; RETURN-CODE is 99 when it is too big to table, and
      *  nothing is applied.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AuditLogFile ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.
           SELECT ApprovalQueueFile ASSIGN TO "APROBAC.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Queue-Status.

       DATA DIVISION.
       FILE SECTION.
           02  AL-UserID               PIC X(8).
           02  AL-OldValue             PIC X(90).
           02  AL-NewValue             PIC X(90).
           02  AL-MakerID              PIC X(8).
           02  AL-CheckerID            PIC X(8).

       FD  ApprovalQueueFile.
       01  ApprovalItem.
           02  AQ-QueueID              PIC 9(6).
           02  AQ-Source               PIC X(1).
           02  AQ-Status               PIC X(1).
           02  AQ-Maker                PIC X(8).
           02  AQ-Submit-Year          PIC 9(4).
           02  AQ-Submit-Month         PIC 99.
           02  AQ-Submit-Day           PIC 99.
           02  AQ-Checker              PIC X(8).
           02  AQ-Decision-Year        PIC 9(4).
           02  AQ-Decision-Month       PIC 99.
           02  AQ-Decision-Day         PIC 99.
           02  AQ-RecordKey            PIC 9(10).
           02  AQ-Request              PIC X(65).

       WORKING-STORAGE SECTION.
       01  WS-EOF-Requests             PIC X VALUE "N".
       01  WS-EOF-Queue                PIC X VALUE "N".
       01  WS-Found-Switch             PIC X.
       01  WS-Accounts-Status          PIC X(2).
       01  WS-Audit-Status             PIC X(2).
       01  WS-Queue-Status             PIC X(2).
       01  WS-Applied-Count            PIC 9(9) VALUE 0.
       01  WS-Rejected-Count           PIC 9(9) VALUE 0.
       01  WS-Queued-Count             PIC 9(9) VALUE 0.
       01  WS-Rejected-Before          PIC 9(9).
       01  WS-Queue-Subscript          PIC 9(5).
       01  WS-Table-Overflow-Switch    PIC X VALUE "N".
       01  WS-High-QueueID             PIC 9(6) VALUE 0.
       01  WS-Approved-Switch          PIC X VALUE "N".
       01  WS-Approved-Checker         PIC X(8).
       01  WS-Sensitive-Switch         PIC X.
       01  WS-Current-Status           PIC X(1).
       01  WS-Target-Status            PIC X(1).

       01  WS-Audit-Action             PIC X(10).
       01  WS-Audit-Old-Number         PIC X(10).
           05  FILLER                  PIC X(5) VALUE " ODL=".
           05  WAF-Overdraft           PIC 9(12).

       01  WS-Stamp-Work.
           05  WS-SW-Year              PIC 9(4).
           05  WS-SW-Month             PIC 99.
           05  WS-SW-Day               PIC 99.
           05  FILLER                  PIC X(13).

       01  WS-Queue-Audit-Format.
           05  FILLER                  PIC X(6) VALUE "QUEUE=".
           05  WQF-QueueID             PIC 9(6).
           05  FILLER                  PIC X(5) VALUE " SRC=".
           05  WQF-Source              PIC X(8) VALUE "MAINTACC".
           05  FILLER                  PIC X(7) VALUE " MAKER=".
           05  WQF-Maker               PIC X(8).
           05  FILLER                  PIC X(11) VALUE " SUBMITTED=".
           05  WQF-Submitted           PIC 9(8).

       01  WS-Request-Audit-Format.
           05  FILLER                  PIC X(4) VALUE "REQ=".
           05  WRF-Request             PIC X(65).

       01  WS-Queue-Table.
           05  WS-Queue-Count          PIC 9(5) VALUE 0.
           05  WS-Queue-Entry OCCURS 5000 TIMES.
               10  WS-QU-QueueID           PIC 9(6).
               10  WS-QU-Source            PIC X(1).
               10  WS-QU-Status            PIC X(1).
               10  WS-QU-Maker             PIC X(8).
               10  WS-QU-Submit-Year       PIC 9(4).
               10  WS-QU-Submit-Month      PIC 99.
               10  WS-QU-Submit-Day        PIC 99.
               10  WS-QU-Checker           PIC X(8).
               10  WS-QU-Decision-Year     PIC 9(4).
               10  WS-QU-Decision-Month    PIC 99.
               10  WS-QU-Decision-Day      PIC 99.
               10  WS-QU-RecordKey         PIC 9(10).
               10  WS-QU-Request           PIC X(65).

       01  WS-Heading-Line             PIC X(60)
               VALUE "ACCOUNT MASTER MAINTENANCE RUN".

       01  WS-Approved-Heading         PIC X(60)
               VALUE "APPROVED REQUESTS OFF THE APPROVAL QUEUE".

       01  WS-Request-Heading          PIC X(60)
               VALUE "REQUESTS AS KEYED".

       01  WS-Applied-Line.
           05  FILLER                  PIC X(9) VALUE "APPLIED  ".
           05  WS-AL-Action            PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RL-Reason            PIC X(40).

       01  WS-Queued-Line.
           05  FILLER                  PIC X(9) VALUE "QUEUED   ".
           05  WS-QL-Action            PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "ACCOUNT ID ".
           05  WS-QL-AccountID         PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "QUEUE ID ".
           05  WS-QL-QueueID           PIC 9(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-QL-Note              PIC X(30).

       01  WS-Summary-Line.
           05  FILLER                  PIC X(17)
                   VALUE "REQUESTS APPLIED:".
                   VALUE "REQUESTS REJECTED:".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-SL-Rejected          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(16)
                   VALUE "REQUESTS QUEUED:".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-SL-Queued            PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-QUEUE
           IF WS-Table-Overflow-Switch = "Y"
               DISPLAY "APROBAC.DAT EXCEEDS 5000 ROWS - "
                   "ABORTING BEFORE ANY UPDATE"
               CLOSE MaintenanceRequestFile
               PERFORM 9000-TERMINATE
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2500-APPLY-APPROVED-ITEMS
           PERFORM 3000-APPLY-REQUESTS
           PERFORM 4000-REWRITE-QUEUE
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           MOVE WS-Rejected-Count TO RETURN-CODE
           END-IF
           OPEN EXTEND AuditLogFile.

       2000-LOAD-QUEUE.
           OPEN INPUT ApprovalQueueFile
           IF WS-Queue-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Queue
           END-IF
           PERFORM UNTIL WS-EOF-Queue = "Y"
               READ ApprovalQueueFile
                   AT END
                       MOVE "Y" TO WS-EOF-Queue
                   NOT AT END
                       PERFORM 2100-ADD-ONE-ITEM
               END-READ
           END-PERFORM
           IF WS-Queue-Status = "00" OR "10"
               CLOSE ApprovalQueueFile
           END-IF.

       2100-ADD-ONE-ITEM.
           IF WS-Queue-Count >= 5000
               MOVE "Y" TO WS-Table-Overflow-Switch
           ELSE
               ADD 1 TO WS-Queue-Count
               MOVE ApprovalItem TO WS-Queue-Entry(WS-Queue-Count)
               IF AQ-QueueID > WS-High-QueueID
                   MOVE AQ-QueueID TO WS-High-QueueID
               END-IF
           END-IF.

       2500-APPLY-APPROVED-ITEMS.
           WRITE MaintenanceLine FROM WS-Approved-Heading
           PERFORM VARYING WS-Queue-Subscript FROM 1 BY 1
                   UNTIL WS-Queue-Subscript > WS-Queue-Count
               IF WS-QU-Source(WS-Queue-Subscript) = "M"
                       AND WS-QU-Status(WS-Queue-Subscript) = "A"
                   PERFORM 2600-APPLY-ONE-APPROVED
               END-IF
           END-PERFORM
           WRITE MaintenanceLine FROM WS-Request-Heading.

       2600-APPLY-ONE-APPROVED.
           MOVE WS-QU-Request(WS-Queue-Subscript) TO MaintenanceRequest
           MOVE WS-QU-Checker(WS-Queue-Subscript)
               TO WS-Approved-Checker
           MOVE "Y" TO WS-Approved-Switch
           MOVE WS-Rejected-Count TO WS-Rejected-Before
           PERFORM 3100-APPLY-ONE-REQUEST
           IF WS-Rejected-Count > WS-Rejected-Before
               MOVE "R" TO WS-QU-Status(WS-Queue-Subscript)
           ELSE
               MOVE "X" TO WS-QU-Status(WS-Queue-Subscript)
           END-IF
           MOVE "N" TO WS-Approved-Switch.

       3000-APPLY-REQUESTS.
           PERFORM UNTIL WS-EOF-Requests = "Y"
               READ MaintenanceRequestFile
               MOVE "ACCOUNT ALREADY EXISTS" TO WS-RL-Reason
               WRITE MaintenanceLine FROM WS-Reject-Line
           ELSE
               IF WS-Approved-Switch = "N"
                       AND MT-OverdraftLimit NOT = 0
                       AND MT-OverdraftLimit NOT = 999999999999
                   PERFORM 3700-QUEUE-REQUEST
               ELSE
                   PERFORM 3250-APPLY-ADD-ACCOUNT
               END-IF
           END-IF.

       3250-APPLY-ADD-ACCOUNT.
               MOVE "ACCOUNT NOT FOUND" TO WS-RL-Reason
               WRITE MaintenanceLine FROM WS-Reject-Line
           ELSE
               PERFORM 3310-TEST-CHANGE-SENSITIVE
               IF WS-Approved-Switch = "N"
                       AND WS-Sensitive-Switch = "Y"
                   PERFORM 3700-QUEUE-REQUEST
               ELSE
                   PERFORM 3350-APPLY-CHANGE-ACCOUNT
               END-IF
           END-IF.

       3310-TEST-CHANGE-SENSITIVE.
           MOVE "N" TO WS-Sensitive-Switch
           PERFORM 3910-SET-CURRENT-STATUS
           PERFORM 3920-SAVE-OLD-OVERDRAFT
           IF (MT-New-Status = "A" OR MT-New-Status = "C"
                   OR MT-New-Status = "F")
                   AND MT-New-Status NOT = WS-Current-Status
               MOVE "Y" TO WS-Sensitive-Switch
           END-IF
           EVALUATE TRUE
               WHEN MT-OverdraftLimit = 999999999999
                   IF WS-Audit-Old-Overdraft NOT = 0
                       MOVE "Y" TO WS-Sensitive-Switch
                   END-IF
               WHEN MT-OverdraftLimit NOT = 0
                   IF MT-OverdraftLimit NOT = WS-Audit-Old-Overdraft
                       MOVE "Y" TO WS-Sensitive-Switch
                   END-IF
           END-EVALUATE.

       3350-APPLY-CHANGE-ACCOUNT.
           ADD 1 TO WS-Applied-Count
           MOVE AccountNumber TO WS-Audit-Old-Number
           MOVE AccountName TO WS-Audit-Old-Name
           MOVE AccountTypeID OF Accounts TO WS-Audit-Old-TypeID
           MOVE AccountStatus TO WS-Audit-Old-Status
           MOVE CustomerID OF Accounts TO WS-Audit-Old-CustomerID
           PERFORM 3920-SAVE-OLD-OVERDRAFT
           IF MT-AccountNumber NOT = SPACES
               MOVE MT-AccountNumber TO AccountNumber
           END-IF
           IF MT-AccountName NOT = SPACES
               MOVE MT-AccountName TO AccountName
           END-IF
           IF MT-AccountTypeID NOT = 0
               MOVE MT-AccountTypeID TO AccountTypeID OF Accounts
           END-IF
           IF MT-New-Status = "A" OR MT-New-Status = "C"
                   OR MT-New-Status = "F"
               MOVE MT-New-Status TO AccountStatus
           END-IF
           IF MT-CurrencyCode NOT = SPACES
               MOVE MT-CurrencyCode
                   TO CurrencyCode OF Accounts
           END-IF
           IF MT-CustomerID NOT = 0
               MOVE MT-CustomerID TO CustomerID OF Accounts
           END-IF
           EVALUATE TRUE
               WHEN MT-OverdraftLimit = 999999999999
                   MOVE 0 TO OverdraftLimit OF Accounts
               WHEN MT-OverdraftLimit NOT = 0
                   MOVE MT-OverdraftLimit
                       TO OverdraftLimit OF Accounts
           END-EVALUATE
           REWRITE Accounts
           MOVE "C" TO WS-AL-Action
           MOVE MT-AccountID TO WS-AL-AccountID
           MOVE AccountStatus TO WS-AL-Status
           WRITE MaintenanceLine FROM WS-Applied-Line
           MOVE "CHANGE" TO WS-Audit-Action
           PERFORM 3950-WRITE-AUDIT-ENTRY.

       3400-DEACTIVATE-ACCOUNT.
           PERFORM 3900-FIND-ACCOUNT
           IF WS-Found-Switch = "N"
               MOVE "ACCOUNT NOT FOUND" TO WS-RL-Reason
               WRITE MaintenanceLine FROM WS-Reject-Line
           ELSE
               PERFORM 3910-SET-CURRENT-STATUS
               IF MT-New-Status = "F"
                   MOVE "F" TO WS-Target-Status
               ELSE
                   MOVE "C" TO WS-Target-Status
               END-IF
               IF WS-Approved-Switch = "N"
                       AND WS-Target-Status NOT = WS-Current-Status
                   PERFORM 3700-QUEUE-REQUEST
               ELSE
                   PERFORM 3450-APPLY-DEACTIVATION
               END-IF
           END-IF.

       3450-APPLY-DEACTIVATION.
           ADD 1 TO WS-Applied-Count
           MOVE AccountNumber TO WS-Audit-Old-Number
           MOVE AccountName TO WS-Audit-Old-Name
           MOVE AccountTypeID OF Accounts TO WS-Audit-Old-TypeID
           MOVE AccountStatus TO WS-Audit-Old-Status
           MOVE CustomerID OF Accounts TO WS-Audit-Old-CustomerID
           PERFORM 3920-SAVE-OLD-OVERDRAFT
           IF MT-New-Status = "F"
               MOVE "F" TO AccountStatus
           ELSE
               MOVE "C" TO AccountStatus
           END-IF
           REWRITE Accounts
           MOVE "D" TO WS-AL-Action
           MOVE MT-AccountID TO WS-AL-AccountID
           MOVE AccountStatus TO WS-AL-Status
           WRITE MaintenanceLine FROM WS-Applied-Line
           MOVE "DEACTIVATE" TO WS-Audit-Action
           PERFORM 3950-WRITE-AUDIT-ENTRY.

       3700-QUEUE-REQUEST.
           MOVE "N" TO WS-Found-Switch
           PERFORM VARYING WS-Queue-Subscript FROM 1 BY 1
                   UNTIL WS-Queue-Subscript > WS-Queue-Count
                   OR WS-Found-Switch = "Y"
               IF WS-QU-Source(WS-Queue-Subscript) = "M"
                       AND WS-QU-Status(WS-Queue-Subscript) = "P"
                       AND WS-QU-Request(WS-Queue-Subscript) =
                           MaintenanceRequest
                   MOVE "Y" TO WS-Found-Switch
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-Found-Switch = "Y"
                   SUBTRACT 1 FROM WS-Queue-Subscript
                   ADD 1 TO WS-Queued-Count
                   MOVE "ALREADY AWAITING APPROVAL" TO WS-QL-Note
                   PERFORM 3750-PRINT-QUEUED-LINE
               WHEN WS-Queue-Count >= 5000
                   ADD 1 TO WS-Rejected-Count
                   MOVE MT-Action TO WS-RL-Action
                   MOVE MT-AccountID TO WS-RL-AccountID
                   MOVE "APPROVAL QUEUE IS FULL" TO WS-RL-Reason
                   WRITE MaintenanceLine FROM WS-Reject-Line
               WHEN OTHER
                   ADD 1 TO WS-Queued-Count
                   PERFORM 3710-ADD-QUEUE-ITEM
                   MOVE "AWAITING APPROVAL" TO WS-QL-Note
                   PERFORM 3750-PRINT-QUEUED-LINE
                   PERFORM 3960-WRITE-SUBMIT-AUDIT
           END-EVALUATE.

       3710-ADD-QUEUE-ITEM.
           ADD 1 TO WS-Queue-Count
           MOVE WS-Queue-Count TO WS-Queue-Subscript
           ADD 1 TO WS-High-QueueID
           MOVE FUNCTION CURRENT-DATE TO WS-Stamp-Work
           MOVE WS-High-QueueID TO WS-QU-QueueID(WS-Queue-Subscript)
           MOVE "M" TO WS-QU-Source(WS-Queue-Subscript)
           MOVE "P" TO WS-QU-Status(WS-Queue-Subscript)
           MOVE MT-UserID TO WS-QU-Maker(WS-Queue-Subscript)
           MOVE WS-SW-Year TO WS-QU-Submit-Year(WS-Queue-Subscript)
           MOVE WS-SW-Month TO WS-QU-Submit-Month(WS-Queue-Subscript)
           MOVE WS-SW-Day TO WS-QU-Submit-Day(WS-Queue-Subscript)
           MOVE SPACES TO WS-QU-Checker(WS-Queue-Subscript)
           MOVE 0 TO WS-QU-Decision-Year(WS-Queue-Subscript)
           MOVE 0 TO WS-QU-Decision-Month(WS-Queue-Subscript)
           MOVE 0 TO WS-QU-Decision-Day(WS-Queue-Subscript)
           MOVE MT-AccountID TO WS-QU-RecordKey(WS-Queue-Subscript)
           MOVE MaintenanceRequest
               TO WS-QU-Request(WS-Queue-Subscript).

       3750-PRINT-QUEUED-LINE.
           MOVE MT-Action TO WS-QL-Action
           MOVE MT-AccountID TO WS-QL-AccountID
           MOVE WS-QU-QueueID(WS-Queue-Subscript) TO WS-QL-QueueID
           WRITE MaintenanceLine FROM WS-Queued-Line.

       3900-FIND-ACCOUNT.
           MOVE MT-AccountID TO AccountID OF Accounts
           READ AccountsFile
                   MOVE "Y" TO WS-Found-Switch
           END-READ.

       3910-SET-CURRENT-STATUS.
           IF AccountStatus = SPACE
               MOVE "A" TO WS-Current-Status
           ELSE
               MOVE AccountStatus TO WS-Current-Status
           END-IF.

       3920-SAVE-OLD-OVERDRAFT.
           IF OverdraftLimit OF Accounts NUMERIC
               MOVE OverdraftLimit OF Accounts
           MOVE AccountID OF Accounts TO AL-RecordKey
           MOVE WS-Audit-Action TO AL-Action
           MOVE MT-UserID TO AL-UserID
           IF WS-Approved-Switch = "Y"
               MOVE MT-UserID TO AL-MakerID
               MOVE WS-Approved-Checker TO AL-CheckerID
           ELSE
               MOVE SPACES TO AL-MakerID
               MOVE SPACES TO AL-CheckerID
           END-IF
           WRITE AuditLogEntry.

       3960-WRITE-SUBMIT-AUDIT.
           MOVE WS-QU-QueueID(WS-Queue-Subscript) TO WQF-QueueID
           MOVE MT-UserID TO WQF-Maker
           COMPUTE WQF-Submitted =
               WS-SW-Year * 10000 + WS-SW-Month * 100 + WS-SW-Day
           MOVE WS-Queue-Audit-Format TO AL-OldValue
           MOVE MaintenanceRequest TO WRF-Request
           MOVE WS-Request-Audit-Format TO AL-NewValue
           MOVE FUNCTION CURRENT-DATE TO AL-Timestamp
           MOVE "Q" TO AL-RecordType
           MOVE MT-AccountID TO AL-RecordKey
           MOVE "SUBMIT" TO AL-Action
           MOVE MT-UserID TO AL-UserID
           MOVE MT-UserID TO AL-MakerID
           MOVE SPACES TO AL-CheckerID
           WRITE AuditLogEntry.

       4000-REWRITE-QUEUE.
           OPEN OUTPUT ApprovalQueueFile
           PERFORM VARYING WS-Queue-Subscript FROM 1 BY 1
                   UNTIL WS-Queue-Subscript > WS-Queue-Count
               MOVE WS-Queue-Entry(WS-Queue-Subscript) TO ApprovalItem
               WRITE ApprovalItem
           END-PERFORM
           CLOSE ApprovalQueueFile.

       5000-PRINT-SUMMARY.
           MOVE WS-Applied-Count TO WS-SL-Applied
           MOVE WS-Rejected-Count TO WS-SL-Rejected
           MOVE WS-Queued-Count TO WS-SL-Queued
           WRITE MaintenanceLine FROM WS-Summary-Line.

       9000-TERMINATE.
