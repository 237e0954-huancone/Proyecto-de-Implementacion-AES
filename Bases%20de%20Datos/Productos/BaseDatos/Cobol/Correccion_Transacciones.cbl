      *  transaction needs a manual balance adjustment (or deleting
      *  POSTEO.CKP and reposting from scratch) - it is not brought
      *  back in line by simply re-running the posting job.
      *
      *  A correction or reversal that moves more than the approval
      *  threshold (AP-Threshold on APROBAC.PARM, in the transaction's
      *  own currency) is not applied as keyed.  The amount moved is
      *  the change in the withdrawal plus the change in the deposit
      *  for a correction, and the withdrawal plus the deposit being
      *  zeroed for a reversal.  Such a request is parked on the
      *  approval queue (APROBAC.DAT) with CR-UserID as the maker and
      *  an audit entry of type Q, action SUBMIT, and printed as
      *  QUEUED; a request identical to one already pending is not
      *  queued twice.  When APROBAC.PARM is not available the
      *  threshold is zero, so every correction and reversal that
      *  moves any amount is queued.  A request against a missing
      *  transaction or a closed period is still rejected outright.
      *  Aprobacion_Pendientes approves or declines each item under a
      *  second user ID; at the start of each run this job applies
      *  every approved transaction item first, bypassing the
      *  threshold, and marks it X (applied) or R (rejected, e.g. the
      *  period has since been closed).  The T entry written for an
      *  approved item carries the maker and the checker in
      *  AL-MakerID / AL-CheckerID.  RETURN-CODE is 99, with nothing
      *  rewritten, when the approval queue is too big to table.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AuditLogFile ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.
           SELECT ApprovalQueueFile ASSIGN TO "APROBAC.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Queue-Status.
           SELECT ApprovalParameterFile ASSIGN TO "APROBAC.PARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Parm-Status.

       DATA DIVISION.
       FILE SECTION.
           02  AL-UserID                PIC X(8).
           02  AL-OldValue              PIC X(90).
           02  AL-NewValue              PIC X(90).
           02  AL-MakerID               PIC X(8).
           02  AL-CheckerID             PIC X(8).

       FD  ApprovalQueueFile.
       01  ApprovalItem.
           02  AQ-QueueID               PIC 9(6).
           02  AQ-Source                PIC X(1).
           02  AQ-Status                PIC X(1).
           02  AQ-Maker                 PIC X(8).
           02  AQ-Submit-Year           PIC 9(4).
           02  AQ-Submit-Month          PIC 99.
           02  AQ-Submit-Day            PIC 99.
           02  AQ-Checker               PIC X(8).
           02  AQ-Decision-Year         PIC 9(4).
           02  AQ-Decision-Month        PIC 99.
           02  AQ-Decision-Day          PIC 99.
           02  AQ-RecordKey             PIC 9(10).
           02  AQ-Request               PIC X(65).

       FD  ApprovalParameterFile.
       01  ApprovalParms.
           05  AP-Threshold             PIC 9(12).
           05  AP-Expiry-Days           PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-EOF-Transactions          PIC X VALUE "N".
       01  WS-Applied-Count             PIC 9(9) VALUE 0.
       01  WS-Rejected-Count            PIC 9(9) VALUE 0.
       01  WS-Table-Overflow-Switch     PIC X VALUE "N".
       01  WS-EOF-Queue                 PIC X VALUE "N".
       01  WS-Queue-Status              PIC X(2).
       01  WS-Parm-Status               PIC X(2).
       01  WS-Queue-Overflow-Switch     PIC X VALUE "N".
       01  WS-Queue-Subscript           PIC 9(5).
       01  WS-High-QueueID              PIC 9(6) VALUE 0.
       01  WS-Queued-Count              PIC 9(9) VALUE 0.
       01  WS-Rejected-Before           PIC 9(9).
       01  WS-Approved-Switch           PIC X VALUE "N".
       01  WS-Approved-Checker          PIC X(8).
       01  WS-Approval-Threshold        PIC 9(12) VALUE 0.
       01  WS-Change-Amount             PIC 9(13).

       01  WS-Audit-Action              PIC X(10).

           05  FILLER                   PIC X(6) VALUE " DPST=".
           05  WAF-Deposit              PIC 9(12).

       01  WS-Stamp-Work.
           05  WS-SW-Year               PIC 9(4).
           05  WS-SW-Month              PIC 99.
           05  WS-SW-Day                PIC 99.
           05  FILLER                   PIC X(13).

       01  WS-Queue-Audit-Format.
           05  FILLER                   PIC X(6) VALUE "QUEUE=".
           05  WQF-QueueID              PIC 9(6).
           05  FILLER                   PIC X(5) VALUE " SRC=".
           05  WQF-Source               PIC X(8) VALUE "CORRTRAN".
           05  FILLER                   PIC X(7) VALUE " MAKER=".
           05  WQF-Maker                PIC X(8).
           05  FILLER                   PIC X(11) VALUE " SUBMITTED=".
           05  WQF-Submitted            PIC 9(8).

       01  WS-Request-Audit-Format.
           05  FILLER                   PIC X(4) VALUE "REQ=".
           05  WRF-Request              PIC X(65).

       01  WS-Queue-Table.
           05  WS-Queue-Count           PIC 9(5) VALUE 0.
           05  WS-Queue-Entry OCCURS 5000 TIMES.
               10  WS-QU-QueueID            PIC 9(6).
               10  WS-QU-Source             PIC X(1).
               10  WS-QU-Status             PIC X(1).
               10  WS-QU-Maker              PIC X(8).
               10  WS-QU-Submit-Year        PIC 9(4).
               10  WS-QU-Submit-Month       PIC 99.
               10  WS-QU-Submit-Day         PIC 99.
               10  WS-QU-Checker            PIC X(8).
               10  WS-QU-Decision-Year      PIC 9(4).
               10  WS-QU-Decision-Month     PIC 99.
               10  WS-QU-Decision-Day       PIC 99.
               10  WS-QU-RecordKey          PIC 9(10).
               10  WS-QU-Request            PIC X(65).

       01  WS-Period-Table.
           05  WS-Period-Count          PIC 9(4) VALUE 0.
           05  WS-Period-Entry OCCURS 200 TIMES.
       01  WS-Heading-Line              PIC X(60)
               VALUE "TRANSACTION CORRECTION RUN".

       01  WS-Approved-Heading          PIC X(60)
               VALUE "APPROVED REQUESTS OFF THE APPROVAL QUEUE".

       01  WS-Request-Heading           PIC X(60)
               VALUE "REQUESTS AS KEYED".

       01  WS-Applied-Line.
           05  FILLER                   PIC X(9) VALUE "APPLIED  ".
           05  WS-AL-Action             PIC X(1).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  WS-RL-Reason             PIC X(40).

       01  WS-Queued-Line.
           05  FILLER                   PIC X(9) VALUE "QUEUED   ".
           05  WS-QL-Action             PIC X(1).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(15)
                   VALUE "TRANSACTION ID ".
           05  WS-QL-TransactionID      PIC Z(9)9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE "QUEUE ID ".
           05  WS-QL-QueueID            PIC 9(6).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  WS-QL-Note               PIC X(30).

       01  WS-Summary-Line.
           05  FILLER                   PIC X(17)
                   VALUE "REQUESTS APPLIED:".
                   VALUE "REQUESTS REJECTED:".
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-SL-Rejected           PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(5) VALUE SPACES.
           05  FILLER                   PIC X(16)
                   VALUE "REQUESTS QUEUED:".
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-SL-Queued             PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2500-LOAD-QUEUE
           IF WS-Queue-Overflow-Switch = "Y"
               DISPLAY "APROBAC.DAT EXCEEDS 5000 ROWS - "
                   "ABORTING BEFORE ANY REWRITE"
               CLOSE CorrectionRequestFile
               PERFORM 9000-TERMINATE
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2700-APPLY-APPROVED-ITEMS
           PERFORM 3000-APPLY-REQUESTS
           PERFORM 4000-REWRITE-TRANSACTIONS
           PERFORM 4500-REWRITE-QUEUE
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           MOVE WS-Rejected-Count TO RETURN-CODE
           OPEN OUTPUT CorrectionReport
           PERFORM 1010-OPEN-AUDIT-LOG
           PERFORM 1100-LOAD-CLOSED-PERIODS
           PERFORM 1200-READ-APPROVAL-THRESHOLD
           WRITE CorrectionLine FROM WS-Heading-Line.

       1010-OPEN-AUDIT-LOG.
                   PC-PeriodMonth "/" PC-PeriodYear " NOT ENFORCED"
           END-IF.

       1200-READ-APPROVAL-THRESHOLD.
           OPEN INPUT ApprovalParameterFile
           IF WS-Parm-Status = "00"
               READ ApprovalParameterFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-Threshold NUMERIC
                           MOVE AP-Threshold TO WS-Approval-Threshold
                       END-IF
               END-READ
               CLOSE ApprovalParameterFile
           ELSE
               DISPLAY "APROBAC.PARM NOT AVAILABLE - EVERY CORRECTION "
                   "AND REVERSAL IS QUEUED FOR APPROVAL"
           END-IF.

       2000-LOAD-TRANSACTIONS.
           PERFORM UNTIL WS-EOF-Transactions = "Y"
               READ TransactionsFile
                   TO WS-TR-Currency(WS-Trans-Count)
           END-IF.

       2500-LOAD-QUEUE.
           OPEN INPUT ApprovalQueueFile
           IF WS-Queue-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Queue
           END-IF
           PERFORM UNTIL WS-EOF-Queue = "Y"
               READ ApprovalQueueFile
                   AT END
                       MOVE "Y" TO WS-EOF-Queue
                   NOT AT END
                       PERFORM 2600-ADD-ONE-ITEM
               END-READ
           END-PERFORM
           IF WS-Queue-Status = "00" OR "10"
               CLOSE ApprovalQueueFile
           END-IF.

       2600-ADD-ONE-ITEM.
           IF WS-Queue-Count >= 5000
               MOVE "Y" TO WS-Queue-Overflow-Switch
           ELSE
               ADD 1 TO WS-Queue-Count
               MOVE ApprovalItem TO WS-Queue-Entry(WS-Queue-Count)
               IF AQ-QueueID > WS-High-QueueID
                   MOVE AQ-QueueID TO WS-High-QueueID
               END-IF
           END-IF.

       2700-APPLY-APPROVED-ITEMS.
           WRITE CorrectionLine FROM WS-Approved-Heading
           PERFORM VARYING WS-Queue-Subscript FROM 1 BY 1
                   UNTIL WS-Queue-Subscript > WS-Queue-Count
               IF WS-QU-Source(WS-Queue-Subscript) = "T"
                       AND WS-QU-Status(WS-Queue-Subscript) = "A"
                   PERFORM 2800-APPLY-ONE-APPROVED
               END-IF
           END-PERFORM
           WRITE CorrectionLine FROM WS-Request-Heading.

       2800-APPLY-ONE-APPROVED.
           MOVE WS-QU-Request(WS-Queue-Subscript) TO CorrectionRequest
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
               READ CorrectionRequestFile
                   MOVE "TRANSACTION PERIOD IS CLOSED" TO WS-RL-Reason
                   WRITE CorrectionLine FROM WS-Reject-Line
               ELSE
                   PERFORM 3210-MEASURE-CORRECTION
                   IF WS-Approved-Switch = "N"
                           AND WS-Change-Amount > WS-Approval-Threshold
                       PERFORM 3700-QUEUE-REQUEST
                   ELSE
                       PERFORM 3250-APPLY-CORRECTION
                   END-IF
               END-IF
           END-IF.

       3210-MEASURE-CORRECTION.
           IF CR-New-Withdrawal > WS-TR-Withdrawal(WS-Subscript)
               COMPUTE WS-Change-Amount =
                   CR-New-Withdrawal - WS-TR-Withdrawal(WS-Subscript)
           ELSE
               COMPUTE WS-Change-Amount =
                   WS-TR-Withdrawal(WS-Subscript) - CR-New-Withdrawal
           END-IF
           IF CR-New-Deposit > WS-TR-Deposit(WS-Subscript)
               COMPUTE WS-Change-Amount = WS-Change-Amount
                   + CR-New-Deposit - WS-TR-Deposit(WS-Subscript)
           ELSE
               COMPUTE WS-Change-Amount = WS-Change-Amount
                   + WS-TR-Deposit(WS-Subscript) - CR-New-Deposit
           END-IF.

       3250-APPLY-CORRECTION.
           ADD 1 TO WS-Applied-Count
           MOVE "CORRECT" TO WS-Audit-Action
                   MOVE "TRANSACTION PERIOD IS CLOSED" TO WS-RL-Reason
                   WRITE CorrectionLine FROM WS-Reject-Line
               ELSE
                   COMPUTE WS-Change-Amount =
                       WS-TR-Withdrawal(WS-Subscript)
                       + WS-TR-Deposit(WS-Subscript)
                   IF WS-Approved-Switch = "N"
                           AND WS-Change-Amount > WS-Approval-Threshold
                       PERFORM 3700-QUEUE-REQUEST
                   ELSE
                       PERFORM 3350-APPLY-REVERSAL
                   END-IF
               END-IF
           END-IF.

           MOVE CR-TransactionID TO WS-AL-TransactionID
           WRITE CorrectionLine FROM WS-Applied-Line.

       3700-QUEUE-REQUEST.
           MOVE "N" TO WS-Found-Switch
           PERFORM VARYING WS-Queue-Subscript FROM 1 BY 1
                   UNTIL WS-Queue-Subscript > WS-Queue-Count
                   OR WS-Found-Switch = "Y"
               IF WS-QU-Source(WS-Queue-Subscript) = "T"
                       AND WS-QU-Status(WS-Queue-Subscript) = "P"
                       AND WS-QU-Request(WS-Queue-Subscript) =
                           CorrectionRequest
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
                   MOVE CR-Action TO WS-RL-Action
                   MOVE CR-TransactionID TO WS-RL-TransactionID
                   MOVE "APPROVAL QUEUE IS FULL" TO WS-RL-Reason
                   WRITE CorrectionLine FROM WS-Reject-Line
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
           MOVE "T" TO WS-QU-Source(WS-Queue-Subscript)
           MOVE "P" TO WS-QU-Status(WS-Queue-Subscript)
           MOVE CR-UserID TO WS-QU-Maker(WS-Queue-Subscript)
           MOVE WS-SW-Year TO WS-QU-Submit-Year(WS-Queue-Subscript)
           MOVE WS-SW-Month TO WS-QU-Submit-Month(WS-Queue-Subscript)
           MOVE WS-SW-Day TO WS-QU-Submit-Day(WS-Queue-Subscript)
           MOVE SPACES TO WS-QU-Checker(WS-Queue-Subscript)
           MOVE 0 TO WS-QU-Decision-Year(WS-Queue-Subscript)
           MOVE 0 TO WS-QU-Decision-Month(WS-Queue-Subscript)
           MOVE 0 TO WS-QU-Decision-Day(WS-Queue-Subscript)
           MOVE CR-TransactionID
               TO WS-QU-RecordKey(WS-Queue-Subscript)
           MOVE CorrectionRequest
               TO WS-QU-Request(WS-Queue-Subscript).

       3750-PRINT-QUEUED-LINE.
           MOVE CR-Action TO WS-QL-Action
           MOVE CR-TransactionID TO WS-QL-TransactionID
           MOVE WS-QU-QueueID(WS-Queue-Subscript) TO WS-QL-QueueID
           WRITE CorrectionLine FROM WS-Queued-Line.

       3850-CHECK-PERIOD-OPEN.
           MOVE "N" TO WS-Period-Closed-Switch
           PERFORM VARYING WS-Subscript-2 FROM 1 BY 1
           MOVE WS-TR-ID(WS-Subscript) TO AL-RecordKey
           MOVE WS-Audit-Action TO AL-Action
           MOVE CR-UserID TO AL-UserID
           IF WS-Approved-Switch = "Y"
               MOVE CR-UserID TO AL-MakerID
               MOVE WS-Approved-Checker TO AL-CheckerID
           ELSE
               MOVE SPACES TO AL-MakerID
               MOVE SPACES TO AL-CheckerID
           END-IF
           WRITE AuditLogEntry.

       3960-WRITE-SUBMIT-AUDIT.
           MOVE WS-QU-QueueID(WS-Queue-Subscript) TO WQF-QueueID
           MOVE CR-UserID TO WQF-Maker
           COMPUTE WQF-Submitted =
               WS-SW-Year * 10000 + WS-SW-Month * 100 + WS-SW-Day
           MOVE WS-Queue-Audit-Format TO AL-OldValue
           MOVE CorrectionRequest TO WRF-Request
           MOVE WS-Request-Audit-Format TO AL-NewValue
           MOVE FUNCTION CURRENT-DATE TO AL-Timestamp
           MOVE "Q" TO AL-RecordType
           MOVE CR-TransactionID TO AL-RecordKey
           MOVE "SUBMIT" TO AL-Action
           MOVE CR-UserID TO AL-UserID
           MOVE CR-UserID TO AL-MakerID
           MOVE SPACES TO AL-CheckerID
           WRITE AuditLogEntry.

       4000-REWRITE-TRANSACTIONS.
           END-PERFORM
           CLOSE TransactionsFile.

       4500-REWRITE-QUEUE.
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
           WRITE CorrectionLine FROM WS-Summary-Line.

       9000-TERMINATE.
