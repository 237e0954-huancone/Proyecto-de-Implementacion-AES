      *  (AUDITLOG.DAT) that the maintenance and correction jobs
      *  append to - record types A (accounts), T (transactions),
      *  S (standing orders), B (budget), X (exchange rates),
      *  U (customers), F (fee schedules), L (loans),
      *  H (funds holds), G (GL mapping),
      *  R (clearing suspense), C (business-day calendar),
      *  Q (approval queue) - and
      *  prints every entry that matches the selection on the
      *  parameter file (AUDITINQ.PARM), so an audit question like
      *  "who changed account 412 in July" is answered off the trail
      *      AQ-UserID       only entries written under this user ID
      *      AQ-RecordType   only entries of this record type
      *      AQ-RecordKey    only entries for this key (AccountID,
      *                      TransactionID, order, budget, rate,
      *                      customer, loan or hold key,
      *                      account type, suspense item or
      *                      calendar date YYYYMMDD, depending on
      *                      the type; a Q entry is keyed by the
      *                      AccountID or TransactionID the queued
      *                      request is for)
      *      AQ-Start/End    only entries whose timestamp date falls
      *                      in this range (either end may be zero
      *                      for an open-ended range)
      *  the detail, a summary counts the matching changes per user
      *  per day for the period, in user-then-date order.
      *
      *  A sensitive account maintenance or transaction correction
      *  request goes through the approval queue: its Q entries show
      *  the maker's SUBMIT and the checker's APPROVE or DECLINE (or
      *  an EXPIRE), and the A or T entry written when the approved
      *  change is applied carries the maker and checker in
      *  AL-MakerID / AL-CheckerID, printed as MAKER / CHECKER on
      *  the entry line.  Entries written without them (other record
      *  types, changes that did not need approval, and every entry
      *  from before the approval queue) read back blank there and
      *  print as before.
      *
      *  The trail is read once, start to finish, and never rewritten
      *  - this program opens it INPUT only.  Entries written before
      *  the snapshot fields were widened to 90 bytes must be brought
           02  AL-UserID               PIC X(8).
           02  AL-OldValue             PIC X(90).
           02  AL-NewValue             PIC X(90).
           02  AL-MakerID              PIC X(8).
           02  AL-CheckerID            PIC X(8).

       FD  ParameterFile.
       01  InquiryParms.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "USER ".
           05  WS-EL-UserID            PIC X(8).
           05  WS-EL-Approval          PIC X(38).

       01  WS-Approval-Text.
           05  FILLER                  PIC X(8) VALUE "  MAKER ".
           05  WS-AT-MakerID           PIC X(8).
           05  FILLER                  PIC X(10) VALUE "  CHECKER ".
           05  WS-AT-CheckerID         PIC X(8).

       01  WS-Old-Line.
           05  FILLER                  PIC X(7) VALUE "  OLD  ".
           MOVE AL-RecordKey TO WS-EL-RecordKey
           MOVE AL-Action TO WS-EL-Action
           MOVE AL-UserID TO WS-EL-UserID
           IF AL-MakerID = SPACES AND AL-CheckerID = SPACES
               MOVE SPACES TO WS-EL-Approval
           ELSE
               MOVE AL-MakerID TO WS-AT-MakerID
               MOVE AL-CheckerID TO WS-AT-CheckerID
               MOVE WS-Approval-Text TO WS-EL-Approval
           END-IF
           WRITE InquiryLine FROM WS-Entry-Line
           MOVE AL-OldValue TO WS-OL-Value
           WRITE InquiryLine FROM WS-Old-Line
