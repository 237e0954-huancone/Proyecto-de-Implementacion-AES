       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBACION-PENDIENTES.
      *****************************************************************
      *  Maker-checker approval batch for account maintenance and
      *  transaction corrections.
      *
      *  Mantenimiento_Cuentas.cbl and Correccion_Transacciones.cbl
      *  do not apply a sensitive request as it is keyed - a status
      *  change or overdraft limit change on an account, or a
      *  correction or reversal that moves more than the threshold on
      *  APROBAC.PARM - but park it on the approval queue
      *  (APROBAC.DAT) with status P, the request image as keyed and
      *  the user ID that keyed it (the maker).  This job is run under
      *  a second user ID (the checker) with a batch of decisions
      *  (APRUEBA.DAT), one per queue item:
      *      AD-Decision  A  approve - the item is applied by the next
      *                      run of the program that queued it, which
      *                      marks it X (applied) or R (rejected when
      *                      applied, e.g. the account has since been
      *                      closed)
      *                   D  decline - the item is never applied
      *
      *  A decision is refused (printed, counted in RETURN-CODE, the
      *  item left as it was) when the queue id is unknown, the item
      *  is no longer pending, the checker user ID is blank, or an
      *  approval is keyed under the same user ID that submitted the
      *  item.  A maker may decline (withdraw) their own request.
      *
      *  Before the decisions are taken, every item still pending
      *  more than AP-Expiry-Days calendar days after it was
      *  submitted (default 7) is marked E (expired) and can no longer
      *  be approved; the maker keys it again if it is still wanted.
      *
      *  Every submit (written by the queuing program), approve,
      *  decline and expiry is written to the shared audit trail as
      *  record type Q, keyed by the AccountID or TransactionID the
      *  request is for, with action SUBMIT / APPROVE / DECLINE /
      *  EXPIRE, the user who acted (APROBAC for an expiry), the
      *  queue id, maker and submit date in the before field and the
      *  request image in the after field.  The maker and checker are
      *  also carried in AL-MakerID / AL-CheckerID, as they are on the
      *  A or T entry written when the approved change is applied, so
      *  Consulta_Auditoria.cbl shows who made a change and who
      *  approved it.
      *
      *  The report (APROBAC.RPT) lists the expiries, the decisions,
      *  then every item still pending or approved and not yet
      *  applied, then the settled items cleared from the queue.  An
      *  item that was already settled (declined, expired, applied or
      *  rejected) when this run started is printed once in that last
      *  section and dropped from APROBAC.DAT - its history stays on
      *  the audit trail.  The highest-numbered item is always kept,
      *  so queue ids are never issued twice.
      *
      *  The run date is the clock date, the same date the queuing
      *  programs stamp on a submission.  APROBAC.DAT is LINE
      *  SEQUENTIAL, so it is loaded into a table and rewritten in
      *  full.  RETURN-CODE is the number of refused decisions, or 99
      *  when the queue is too big to table (nothing is rewritten).
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
           SELECT ApprovalQueueFile ASSIGN TO "APROBAC.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Queue-Status.
           SELECT ApprovalParameterFile ASSIGN TO "APROBAC.PARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Parm-Status.
           SELECT DecisionFile ASSIGN TO "APRUEBA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Decision-Status.
           SELECT ApprovalReport ASSIGN TO "APROBAC.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AuditLogFile ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       COPY "Estructura_Contabilidad.cbl".

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

       FD  ApprovalParameterFile.
       01  ApprovalParms.
           05  AP-Threshold            PIC 9(12).
           05  AP-Expiry-Days          PIC 9(3).

       FD  DecisionFile.
       01  ApprovalDecision.
           05  AD-QueueID              PIC 9(6).
           05  AD-Decision             PIC X(1).
           05  AD-UserID               PIC X(8).

       FD  ApprovalReport.
       01  ApprovalLine                PIC X(132).

       FD  AuditLogFile.
       01  AuditLogEntry.
           02  AL-Timestamp            PIC X(21).
           02  AL-RecordType           PIC X(1).
           02  AL-RecordKey            PIC 9(10).
           02  AL-Action               PIC X(10).
           02  AL-UserID               PIC X(8).
           02  AL-OldValue             PIC X(90).
           02  AL-NewValue             PIC X(90).
           02  AL-MakerID              PIC X(8).
           02  AL-CheckerID            PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF-Queue                PIC X VALUE "N".
       01  WS-EOF-Decisions            PIC X VALUE "N".
       01  WS-Queue-Status             PIC X(2).
       01  WS-Parm-Status              PIC X(2).
       01  WS-Decision-Status          PIC X(2).
       01  WS-Audit-Status             PIC X(2).
       01  WS-Queue-Subscript          PIC 9(5).
       01  WS-Found-Switch             PIC X.
       01  WS-Table-Overflow-Switch    PIC X VALUE "N".
       01  WS-Expiry-Days              PIC 9(3) VALUE 7.
       01  WS-Run-Date                 PIC 9(8).
       01  WS-Submit-DateNum           PIC 9(8).
       01  WS-Days-Waiting             PIC S9(7).
       01  WS-High-QueueID             PIC 9(6) VALUE 0.
       01  WS-Audit-Action             PIC X(10).
       01  WS-Audit-User               PIC X(8).
       01  WS-Refuse-Reason            PIC X(50).

       01  WS-Expired-Count            PIC 9(9) VALUE 0.
       01  WS-Approved-Count           PIC 9(9) VALUE 0.
       01  WS-Declined-Count           PIC 9(9) VALUE 0.
       01  WS-Refused-Count            PIC 9(9) VALUE 0.
       01  WS-Open-Count               PIC 9(9) VALUE 0.
       01  WS-Cleared-Count            PIC 9(9) VALUE 0.

       01  WS-Stamp-Work.
           05  WS-SW-Date              PIC 9(8).
           05  FILLER                  PIC X(13).

       01  WS-Queue-Audit-Format.
           05  FILLER                  PIC X(6) VALUE "QUEUE=".
           05  WQF-QueueID             PIC 9(6).
           05  FILLER                  PIC X(5) VALUE " SRC=".
           05  WQF-Source              PIC X(8).
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
               10  WS-QU-Item.
                   15  WS-QU-QueueID       PIC 9(6).
                   15  WS-QU-Source        PIC X(1).
                   15  WS-QU-Status        PIC X(1).
                   15  WS-QU-Maker         PIC X(8).
                   15  WS-QU-Submit-Year   PIC 9(4).
                   15  WS-QU-Submit-Month  PIC 99.
                   15  WS-QU-Submit-Day    PIC 99.
                   15  WS-QU-Checker       PIC X(8).
                   15  WS-QU-Decision-Year PIC 9(4).
                   15  WS-QU-Decision-Month
                                           PIC 99.
                   15  WS-QU-Decision-Day  PIC 99.
                   15  WS-QU-RecordKey     PIC 9(10).
                   15  WS-QU-Request       PIC X(65).
               10  WS-QU-Clear             PIC X(1).

       01  WS-Heading-Line.
           05  FILLER                  PIC X(40)
                   VALUE "MAINTENANCE APPROVAL RUN".
           05  FILLER                  PIC X(9) VALUE "RUN DATE ".
           05  WS-HL-Date              PIC 9(8).
           05  FILLER                  PIC X(15)
                   VALUE "   EXPIRY DAYS ".
           05  WS-HL-Expiry-Days       PIC ZZ9.

       01  WS-Expired-Heading          PIC X(60)
               VALUE "ITEMS EXPIRED UNAPPROVED".

       01  WS-Decision-Heading         PIC X(60)
               VALUE "DECISIONS".

       01  WS-Open-Heading             PIC X(60)
               VALUE "ITEMS AWAITING APPROVAL OR APPLICATION".

       01  WS-Cleared-Heading          PIC X(60)
               VALUE "SETTLED ITEMS CLEARED FROM THE QUEUE".

       01  WS-Item-Line.
           05  WS-IL-Label             PIC X(10).
           05  FILLER                  PIC X(6) VALUE "QUEUE ".
           05  WS-IL-QueueID           PIC 9(6).
           05  FILLER                  PIC X(9) VALUE "  SOURCE ".
           05  WS-IL-Source            PIC X(8).
           05  FILLER                  PIC X(6) VALUE "  KEY ".
           05  WS-IL-RecordKey         PIC Z(9)9.
           05  FILLER                  PIC X(8) VALUE "  MAKER ".
           05  WS-IL-Maker             PIC X(8).
           05  FILLER                  PIC X(12)
                   VALUE "  SUBMITTED ".
           05  WS-IL-Submitted         PIC 9(8).
           05  FILLER                  PIC X(10)
                   VALUE "  CHECKER ".
           05  WS-IL-Checker           PIC X(8).

       01  WS-Request-Line.
           05  FILLER                  PIC X(18)
                   VALUE "          REQUEST ".
           05  WS-QL-Request           PIC X(65).

       01  WS-Refuse-Line.
           05  FILLER                  PIC X(10) VALUE "REFUSED   ".
           05  FILLER                  PIC X(6) VALUE "QUEUE ".
           05  WS-FL-QueueID           PIC 9(6).
           05  FILLER                  PIC X(11)
                   VALUE "  DECISION ".
           05  WS-FL-Decision          PIC X(1).
           05  FILLER                  PIC X(7) VALUE "  USER ".
           05  WS-FL-UserID            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FL-Reason            PIC X(50).

       01  WS-Summary-Line-1.
           05  FILLER                  PIC X(15)
                   VALUE "ITEMS EXPIRED: ".
           05  WS-SL-Expired           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "APPROVED: ".
           05  WS-SL-Approved          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "DECLINED: ".
           05  WS-SL-Declined          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "REFUSED: ".
           05  WS-SL-Refused           PIC ZZZZZZZZ9.

       01  WS-Summary-Line-2.
           05  FILLER                  PIC X(15)
                   VALUE "ITEMS OPEN:    ".
           05  WS-SL-Open              PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "CLEARED: ".
           05  WS-SL-Cleared           PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-QUEUE
           IF WS-Table-Overflow-Switch = "Y"
               DISPLAY "APROBAC.DAT EXCEEDS 5000 ROWS - "
                   "ABORTING BEFORE ANY REWRITE"
               PERFORM 9000-TERMINATE
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-EXPIRE-STALE-ITEMS
           PERFORM 4000-APPLY-DECISIONS
           PERFORM 5000-PRINT-OPEN-ITEMS
           PERFORM 6000-PRINT-CLEARED-ITEMS
           PERFORM 7000-REWRITE-QUEUE
           PERFORM 8000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           MOVE WS-Refused-Count TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-PARAMETERS
           MOVE FUNCTION CURRENT-DATE TO WS-Stamp-Work
           MOVE WS-SW-Date TO WS-Run-Date
           OPEN OUTPUT ApprovalReport
           PERFORM 1010-OPEN-AUDIT-LOG
           MOVE WS-Run-Date TO WS-HL-Date
           MOVE WS-Expiry-Days TO WS-HL-Expiry-Days
           WRITE ApprovalLine FROM WS-Heading-Line.

       1010-OPEN-AUDIT-LOG.
           OPEN INPUT AuditLogFile
           IF WS-Audit-Status = "00"
               CLOSE AuditLogFile
           ELSE
               OPEN OUTPUT AuditLogFile
               CLOSE AuditLogFile
           END-IF
           OPEN EXTEND AuditLogFile.

       1100-READ-PARAMETERS.
           OPEN INPUT ApprovalParameterFile
           IF WS-Parm-Status = "00"
               READ ApprovalParameterFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-Expiry-Days NUMERIC
                               AND AP-Expiry-Days > 0
                           MOVE AP-Expiry-Days TO WS-Expiry-Days
                       END-IF
               END-READ
               CLOSE ApprovalParameterFile
           ELSE
               DISPLAY "APROBAC.PARM NOT AVAILABLE - ITEMS EXPIRE "
                   "AFTER " WS-Expiry-Days " DAYS"
           END-IF.

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
           END-IF
           PERFORM VARYING WS-Queue-Subscript FROM 1 BY 1
                   UNTIL WS-Queue-Subscript > WS-Queue-Count
               IF WS-QU-QueueID(WS-Queue-Subscript) = WS-High-QueueID
                   MOVE "N" TO WS-QU-Clear(WS-Queue-Subscript)
               END-IF
           END-PERFORM.

       2100-ADD-ONE-ITEM.
           IF WS-Queue-Count >= 5000
               MOVE "Y" TO WS-Table-Overflow-Switch
           ELSE
               ADD 1 TO WS-Queue-Count
               MOVE ApprovalItem TO WS-QU-Item(WS-Queue-Count)
               IF AQ-Status = "P" OR AQ-Status = "A"
                   MOVE "N" TO WS-QU-Clear(WS-Queue-Count)
               ELSE
                   MOVE "Y" TO WS-QU-Clear(WS-Queue-Count)
               END-IF
               IF AQ-QueueID > WS-High-QueueID
                   MOVE AQ-QueueID TO WS-High-QueueID
               END-IF
           END-IF.

       3000-EXPIRE-STALE-ITEMS.
           WRITE ApprovalLine FROM WS-Expired-Heading
           PERFORM VARYING WS-Queue-Subscript FROM 1 BY 1
                   UNTIL WS-Queue-Subscript > WS-Queue-Count
               IF WS-QU-Status(WS-Queue-Subscript) = "P"
                   PERFORM 3100-TEST-ONE-ITEM
               END-IF
           END-PERFORM.

       3100-TEST-ONE-ITEM.
           COMPUTE WS-Submit-DateNum =
               WS-QU-Submit-Year(WS-Queue-Subscript) * 10000
               + WS-QU-Submit-Month(WS-Queue-Subscript) * 100
               + WS-QU-Submit-Day(WS-Queue-Subscript)
           IF WS-Submit-DateNum < 16010101
               MOVE 99999 TO WS-Days-Waiting
           ELSE
               COMPUTE WS-Days-Waiting =
                   FUNCTION INTEGER-OF-DATE(WS-Run-Date)
                   - FUNCTION INTEGER-OF-DATE(WS-Submit-DateNum)
           END-IF
           IF WS-Days-Waiting > WS-Expiry-Days
               ADD 1 TO WS-Expired-Count
               MOVE "E" TO WS-QU-Status(WS-Queue-Subscript)
               PERFORM 3200-STAMP-DECISION-DATE
               MOVE "EXPIRE" TO WS-Audit-Action
               MOVE "APROBAC" TO WS-Audit-User
               PERFORM 7500-WRITE-AUDIT-ENTRY
               MOVE "EXPIRED" TO WS-IL-Label
               PERFORM 5200-PRINT-ONE-ITEM
           END-IF.

       3200-STAMP-DECISION-DATE.
           DIVIDE WS-Run-Date BY 10000
               GIVING WS-QU-Decision-Year(WS-Queue-Subscript)
           COMPUTE WS-QU-Decision-Month(WS-Queue-Subscript) =
               (WS-Run-Date
               - WS-QU-Decision-Year(WS-Queue-Subscript) * 10000)
               / 100
           COMPUTE WS-QU-Decision-Day(WS-Queue-Subscript) =
               WS-Run-Date
               - WS-QU-Decision-Year(WS-Queue-Subscript) * 10000
               - WS-QU-Decision-Month(WS-Queue-Subscript) * 100.

       4000-APPLY-DECISIONS.
           WRITE ApprovalLine FROM WS-Decision-Heading
           OPEN INPUT DecisionFile
           IF WS-Decision-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Decisions
           END-IF
           PERFORM UNTIL WS-EOF-Decisions = "Y"
               READ DecisionFile
                   AT END
                       MOVE "Y" TO WS-EOF-Decisions
                   NOT AT END
                       PERFORM 4100-APPLY-ONE-DECISION
               END-READ
           END-PERFORM
           IF WS-Decision-Status = "00" OR "10"
               CLOSE DecisionFile
           END-IF.

       4100-APPLY-ONE-DECISION.
           PERFORM 4200-FIND-QUEUE-ITEM
           MOVE SPACES TO WS-Refuse-Reason
           EVALUATE TRUE
               WHEN AD-Decision NOT = "A" AND AD-Decision NOT = "D"
                   MOVE "UNKNOWN DECISION CODE" TO WS-Refuse-Reason
               WHEN AD-UserID = SPACES
                   MOVE "NO CHECKER USER ID" TO WS-Refuse-Reason
               WHEN WS-Found-Switch = "N"
                   MOVE "QUEUE ID NOT ON THE APPROVAL QUEUE"
                       TO WS-Refuse-Reason
               WHEN WS-QU-Status(WS-Queue-Subscript) = "E"
                   MOVE "ITEM HAS EXPIRED - TO BE KEYED AGAIN"
                       TO WS-Refuse-Reason
               WHEN WS-QU-Status(WS-Queue-Subscript) NOT = "P"
                   MOVE "ITEM IS NO LONGER PENDING" TO WS-Refuse-Reason
               WHEN AD-Decision = "A"
                       AND AD-UserID = WS-QU-Maker(WS-Queue-Subscript)
                   MOVE "APPROVER IS THE MAKER - SECOND USER REQUIRED"
                       TO WS-Refuse-Reason
           END-EVALUATE
           IF WS-Refuse-Reason NOT = SPACES
               ADD 1 TO WS-Refused-Count
               MOVE AD-QueueID TO WS-FL-QueueID
               MOVE AD-Decision TO WS-FL-Decision
               MOVE AD-UserID TO WS-FL-UserID
               MOVE WS-Refuse-Reason TO WS-FL-Reason
               WRITE ApprovalLine FROM WS-Refuse-Line
           ELSE
               PERFORM 4300-RECORD-DECISION
           END-IF.

       4200-FIND-QUEUE-ITEM.
           MOVE "N" TO WS-Found-Switch
           PERFORM VARYING WS-Queue-Subscript FROM 1 BY 1
                   UNTIL WS-Queue-Subscript > WS-Queue-Count
                   OR WS-Found-Switch = "Y"
               IF WS-QU-QueueID(WS-Queue-Subscript) = AD-QueueID
                   MOVE "Y" TO WS-Found-Switch
               END-IF
           END-PERFORM
           IF WS-Found-Switch = "Y"
               SUBTRACT 1 FROM WS-Queue-Subscript
           END-IF.

       4300-RECORD-DECISION.
           MOVE AD-UserID TO WS-QU-Checker(WS-Queue-Subscript)
           PERFORM 3200-STAMP-DECISION-DATE
           MOVE AD-UserID TO WS-Audit-User
           IF AD-Decision = "A"
               ADD 1 TO WS-Approved-Count
               MOVE "A" TO WS-QU-Status(WS-Queue-Subscript)
               MOVE "APPROVE" TO WS-Audit-Action
               MOVE "APPROVED" TO WS-IL-Label
           ELSE
               ADD 1 TO WS-Declined-Count
               MOVE "D" TO WS-QU-Status(WS-Queue-Subscript)
               MOVE "DECLINE" TO WS-Audit-Action
               MOVE "DECLINED" TO WS-IL-Label
           END-IF
           PERFORM 7500-WRITE-AUDIT-ENTRY
           PERFORM 5200-PRINT-ONE-ITEM.

       5000-PRINT-OPEN-ITEMS.
           WRITE ApprovalLine FROM WS-Open-Heading
           PERFORM VARYING WS-Queue-Subscript FROM 1 BY 1
                   UNTIL WS-Queue-Subscript > WS-Queue-Count
               IF WS-QU-Status(WS-Queue-Subscript) = "P"
                       OR WS-QU-Status(WS-Queue-Subscript) = "A"
                   ADD 1 TO WS-Open-Count
                   PERFORM 5100-SET-STATUS-LABEL
                   PERFORM 5200-PRINT-ONE-ITEM
               END-IF
           END-PERFORM.

       5100-SET-STATUS-LABEL.
           EVALUATE WS-QU-Status(WS-Queue-Subscript)
               WHEN "P"
                   MOVE "PENDING" TO WS-IL-Label
               WHEN "A"
                   MOVE "APPROVED" TO WS-IL-Label
               WHEN "D"
                   MOVE "DECLINED" TO WS-IL-Label
               WHEN "E"
                   MOVE "EXPIRED" TO WS-IL-Label
               WHEN "X"
                   MOVE "APPLIED" TO WS-IL-Label
               WHEN "R"
                   MOVE "REJECTED" TO WS-IL-Label
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-IL-Label
           END-EVALUATE.

       5200-PRINT-ONE-ITEM.
           MOVE WS-QU-QueueID(WS-Queue-Subscript) TO WS-IL-QueueID
           IF WS-QU-Source(WS-Queue-Subscript) = "M"
               MOVE "MAINTACC" TO WS-IL-Source
           ELSE
               MOVE "CORRTRAN" TO WS-IL-Source
           END-IF
           MOVE WS-QU-RecordKey(WS-Queue-Subscript) TO WS-IL-RecordKey
           MOVE WS-QU-Maker(WS-Queue-Subscript) TO WS-IL-Maker
           COMPUTE WS-IL-Submitted =
               WS-QU-Submit-Year(WS-Queue-Subscript) * 10000
               + WS-QU-Submit-Month(WS-Queue-Subscript) * 100
               + WS-QU-Submit-Day(WS-Queue-Subscript)
           MOVE WS-QU-Checker(WS-Queue-Subscript) TO WS-IL-Checker
           WRITE ApprovalLine FROM WS-Item-Line
           MOVE WS-QU-Request(WS-Queue-Subscript) TO WS-QL-Request
           WRITE ApprovalLine FROM WS-Request-Line.

       6000-PRINT-CLEARED-ITEMS.
           WRITE ApprovalLine FROM WS-Cleared-Heading
           PERFORM VARYING WS-Queue-Subscript FROM 1 BY 1
                   UNTIL WS-Queue-Subscript > WS-Queue-Count
               IF WS-QU-Clear(WS-Queue-Subscript) = "Y"
                   ADD 1 TO WS-Cleared-Count
                   PERFORM 5100-SET-STATUS-LABEL
                   PERFORM 5200-PRINT-ONE-ITEM
               END-IF
           END-PERFORM.

       7000-REWRITE-QUEUE.
           OPEN OUTPUT ApprovalQueueFile
           PERFORM VARYING WS-Queue-Subscript FROM 1 BY 1
                   UNTIL WS-Queue-Subscript > WS-Queue-Count
               IF WS-QU-Clear(WS-Queue-Subscript) = "N"
                   MOVE WS-QU-Item(WS-Queue-Subscript) TO ApprovalItem
                   WRITE ApprovalItem
               END-IF
           END-PERFORM
           CLOSE ApprovalQueueFile.

       7500-WRITE-AUDIT-ENTRY.
           MOVE WS-QU-QueueID(WS-Queue-Subscript) TO WQF-QueueID
           IF WS-QU-Source(WS-Queue-Subscript) = "M"
               MOVE "MAINTACC" TO WQF-Source
           ELSE
               MOVE "CORRTRAN" TO WQF-Source
           END-IF
           MOVE WS-QU-Maker(WS-Queue-Subscript) TO WQF-Maker
           COMPUTE WQF-Submitted =
               WS-QU-Submit-Year(WS-Queue-Subscript) * 10000
               + WS-QU-Submit-Month(WS-Queue-Subscript) * 100
               + WS-QU-Submit-Day(WS-Queue-Subscript)
           MOVE WS-Queue-Audit-Format TO AL-OldValue
           MOVE WS-QU-Request(WS-Queue-Subscript) TO WRF-Request
           MOVE WS-Request-Audit-Format TO AL-NewValue
           MOVE FUNCTION CURRENT-DATE TO AL-Timestamp
           MOVE "Q" TO AL-RecordType
           MOVE WS-QU-RecordKey(WS-Queue-Subscript) TO AL-RecordKey
           MOVE WS-Audit-Action TO AL-Action
           MOVE WS-Audit-User TO AL-UserID
           MOVE WS-QU-Maker(WS-Queue-Subscript) TO AL-MakerID
           MOVE WS-QU-Checker(WS-Queue-Subscript) TO AL-CheckerID
           WRITE AuditLogEntry.

       8000-PRINT-SUMMARY.
           MOVE WS-Expired-Count TO WS-SL-Expired
           MOVE WS-Approved-Count TO WS-SL-Approved
           MOVE WS-Declined-Count TO WS-SL-Declined
           MOVE WS-Refused-Count TO WS-SL-Refused
           WRITE ApprovalLine FROM WS-Summary-Line-1
           MOVE WS-Open-Count TO WS-SL-Open
           MOVE WS-Cleared-Count TO WS-SL-Cleared
           WRITE ApprovalLine FROM WS-Summary-Line-2.

       9000-TERMINATE.
           CLOSE ApprovalReport
           CLOSE AuditLogFile.
