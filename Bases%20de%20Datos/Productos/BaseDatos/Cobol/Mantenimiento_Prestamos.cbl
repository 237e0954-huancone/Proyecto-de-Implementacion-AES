       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-PRESTAMOS.
      *****************************************************************
      *  Loan master maintenance.  Reads a batch of maintenance
      *  requests (add / change / delete) and applies them to the loan
      *  master (PRESTAMO.DAT), the same batch style the fee schedule
      *  and exchange-rate masters use.
      *
      *  A loan is an ordinary account on AccountsFile - its
      *  AccountBalance sits below zero by the principal still owed -
      *  and the loan row, keyed by that AccountID, carries what the
      *  account master cannot: the principal lent, the annual rate
      *  (percent, 4 decimals, the INTERES.DAT convention), the term
      *  in months, the first due period, the day of the month each
      *  installment falls due, and the repayment AccountID the
      *  installment is debited from.  The monthly installment job
      *  (Generacion_Cuotas.cbl) builds each loan's amortization
      *  schedule off this row, and the delinquency report
      *  (Reporte_Morosidad.cbl) ages the installments it left behind.
      *  A loan's account type should carry no debit rate on
      *  INTERES.DAT - the installment already charges the interest.
      *
      *  LM-Action values (the key is the loan AccountID):
      *      A  Add a new loan
      *      C  Change an existing loan; any field left zero on the
      *         request is left unchanged
      *      D  Delete a loan keyed wrong in the first place
      *
      *  Both the loan account and the repayment account must be on
      *  AccountsFile, and they must differ; the principal and term
      *  must be above zero, the term no longer than 480 months (40
      *  years), and the first due month and installment day must be
      *  real calendar values.  A change request is put through the
      *  same edits against the row as it would stand.
      *
      *  PRESTAMO.DAT is LINE SEQUENTIAL, so it is loaded into a table,
      *  updated in memory, and rewritten in full - the pattern the
      *  other small masters use.  Every applied request writes an
      *  AuditLogFile entry (record type L) to the shared trail, with
      *  the loan's before/after snapshot.
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
           SELECT LoanMasterFile ASSIGN TO "PRESTAMO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Loan-Status.
           SELECT MaintenanceRequestFile ASSIGN TO "MAINTPRE.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT MaintenanceReport ASSIGN TO "MAINTPRE.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AuditLogFile ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       COPY "Estructura_Contabilidad.cbl".

       FD  LoanMasterFile.
       01  LoanMaster.
           02  LN-AccountID            PIC 9(5).
           02  LN-Principal            PIC 9(12).
           02  LN-AnnualRate           PIC 9(3)V9(4).
           02  LN-TermMonths           PIC 9(3).
           02  LN-First-Year           PIC 9(4).
           02  LN-First-Month          PIC 99.
           02  LN-InstallmentDay       PIC 99.
           02  LN-RepayAccountID       PIC 9(5).

       FD  MaintenanceRequestFile.
       01  MaintenanceRequest.
           02  LM-Action               PIC X(1).
           02  LM-AccountID            PIC 9(5).
           02  LM-Principal            PIC 9(12).
           02  LM-AnnualRate           PIC 9(3)V9(4).
           02  LM-TermMonths           PIC 9(3).
           02  LM-First-Year           PIC 9(4).
           02  LM-First-Month          PIC 99.
           02  LM-InstallmentDay       PIC 99.
           02  LM-RepayAccountID       PIC 9(5).
           02  LM-UserID               PIC X(8).

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
       01  WS-EOF-Loans                PIC X VALUE "N".
       01  WS-EOF-Requests             PIC X VALUE "N".
       01  WS-Subscript                PIC 9(4).
       01  WS-Found-Subscript          PIC 9(4).
       01  WS-Found-Switch             PIC X.
       01  WS-Accounts-Status          PIC X(2).
       01  WS-Loan-Status              PIC X(2).
       01  WS-Audit-Status             PIC X(2).
       01  WS-Applied-Count            PIC 9(9) VALUE 0.
       01  WS-Rejected-Count           PIC 9(9) VALUE 0.
       01  WS-Table-Overflow-Switch    PIC X VALUE "N".

       01  WS-Audit-Action             PIC X(10).

       01  WS-Edit-Loan.
           05  WS-ED-AccountID         PIC 9(5).
           05  WS-ED-Principal         PIC 9(12).
           05  WS-ED-AnnualRate        PIC 9(3)V9(4).
           05  WS-ED-TermMonths        PIC 9(3).
           05  WS-ED-First-Year        PIC 9(4).
           05  WS-ED-First-Month       PIC 99.
           05  WS-ED-InstallmentDay    PIC 99.
           05  WS-ED-RepayAccountID    PIC 9(5).

       01  WS-Audit-Format.
           05  FILLER                  PIC X(5) VALUE "ACCT=".
           05  WAF-AccountID           PIC 9(5).
           05  FILLER                  PIC X(6) VALUE " PRIN=".
           05  WAF-Principal           PIC 9(12).
           05  FILLER                  PIC X(6) VALUE " RATE=".
           05  WAF-AnnualRate          PIC 9(3)V9(4).
           05  FILLER                  PIC X(6) VALUE " TERM=".
           05  WAF-TermMonths          PIC 9(3).
           05  FILLER                  PIC X(7) VALUE " FIRST=".
           05  WAF-First-Year          PIC 9(4).
           05  WAF-First-Month         PIC 99.
           05  FILLER                  PIC X(5) VALUE " DAY=".
           05  WAF-InstallmentDay      PIC 99.
           05  FILLER                  PIC X(7) VALUE " REPAY=".
           05  WAF-RepayAccountID      PIC 9(5).

       01  WS-Loan-Table.
           05  WS-Loan-Count           PIC 9(4) VALUE 0.
           05  WS-Loan-Entry OCCURS 500 TIMES.
               10  WS-LN-AccountID         PIC 9(5).
               10  WS-LN-Principal         PIC 9(12).
               10  WS-LN-AnnualRate        PIC 9(3)V9(4).
               10  WS-LN-TermMonths        PIC 9(3).
               10  WS-LN-First-Year        PIC 9(4).
               10  WS-LN-First-Month       PIC 99.
               10  WS-LN-InstallmentDay    PIC 99.
               10  WS-LN-RepayAccountID    PIC 9(5).
               10  WS-LN-Deleted           PIC X(1).

       01  WS-Heading-Line             PIC X(60)
               VALUE "LOAN MASTER MAINTENANCE RUN".

       01  WS-Applied-Line.
           05  FILLER                  PIC X(9) VALUE "APPLIED  ".
           05  WS-AL-Action            PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "ACCOUNT ID ".
           05  WS-AL-AccountID         PIC ZZZZ9.

       01  WS-Reject-Line.
           05  FILLER                  PIC X(9) VALUE "REJECTED ".
           05  WS-RL-Action            PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "ACCOUNT ID ".
           05  WS-RL-AccountID         PIC ZZZZ9.
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
           PERFORM 2000-LOAD-LOANS
           IF WS-Table-Overflow-Switch = "Y"
               DISPLAY "PRESTAMO.DAT EXCEEDS 500 ROWS - "
                   "ABORTING BEFORE ANY REWRITE"
               CLOSE MaintenanceRequestFile
               PERFORM 9000-TERMINATE
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-APPLY-REQUESTS
           PERFORM 4000-REWRITE-LOANS
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

       2000-LOAD-LOANS.
           OPEN INPUT LoanMasterFile
           IF WS-Loan-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Loans
           END-IF
           PERFORM UNTIL WS-EOF-Loans = "Y"
               READ LoanMasterFile
                   AT END
                       MOVE "Y" TO WS-EOF-Loans
                   NOT AT END
                       PERFORM 2100-ADD-ONE-LOAN
               END-READ
           END-PERFORM
           IF WS-Loan-Status = "00" OR "10"
               CLOSE LoanMasterFile
           END-IF.

       2100-ADD-ONE-LOAN.
           IF WS-Loan-Count >= 500
               MOVE "Y" TO WS-Table-Overflow-Switch
           ELSE
               ADD 1 TO WS-Loan-Count
               MOVE LN-AccountID TO WS-LN-AccountID(WS-Loan-Count)
               MOVE LN-Principal TO WS-LN-Principal(WS-Loan-Count)
               MOVE LN-AnnualRate TO WS-LN-AnnualRate(WS-Loan-Count)
               MOVE LN-TermMonths TO WS-LN-TermMonths(WS-Loan-Count)
               MOVE LN-First-Year TO WS-LN-First-Year(WS-Loan-Count)
               MOVE LN-First-Month
                   TO WS-LN-First-Month(WS-Loan-Count)
               MOVE LN-InstallmentDay
                   TO WS-LN-InstallmentDay(WS-Loan-Count)
               MOVE LN-RepayAccountID
                   TO WS-LN-RepayAccountID(WS-Loan-Count)
               MOVE "N" TO WS-LN-Deleted(WS-Loan-Count)
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
           EVALUATE LM-Action
               WHEN "A"
                   PERFORM 3200-ADD-LOAN
               WHEN "C"
                   PERFORM 3300-CHANGE-LOAN
               WHEN "D"
                   PERFORM 3400-DELETE-LOAN
               WHEN OTHER
                   ADD 1 TO WS-Rejected-Count
                   MOVE LM-Action TO WS-RL-Action
                   MOVE LM-AccountID TO WS-RL-AccountID
                   MOVE "UNKNOWN ACTION CODE" TO WS-RL-Reason
                   WRITE MaintenanceLine FROM WS-Reject-Line
           END-EVALUATE.

       3200-ADD-LOAN.
           PERFORM 3900-FIND-LOAN
           IF WS-Found-Switch = "Y"
               ADD 1 TO WS-Rejected-Count
               MOVE "A" TO WS-RL-Action
               MOVE LM-AccountID TO WS-RL-AccountID
               MOVE "LOAN ALREADY EXISTS" TO WS-RL-Reason
               WRITE MaintenanceLine FROM WS-Reject-Line
           ELSE
               MOVE LM-AccountID TO WS-ED-AccountID
               MOVE LM-Principal TO WS-ED-Principal
               MOVE LM-AnnualRate TO WS-ED-AnnualRate
               MOVE LM-TermMonths TO WS-ED-TermMonths
               MOVE LM-First-Year TO WS-ED-First-Year
               MOVE LM-First-Month TO WS-ED-First-Month
               MOVE LM-InstallmentDay TO WS-ED-InstallmentDay
               MOVE LM-RepayAccountID TO WS-ED-RepayAccountID
               PERFORM 3800-EDIT-LOAN
               IF WS-RL-Reason = SPACES
                   IF WS-Loan-Count >= 500
                       MOVE "LOAN TABLE FULL" TO WS-RL-Reason
                   END-IF
               END-IF
               IF WS-RL-Reason = SPACES
                   PERFORM 3250-APPLY-ADD-LOAN
               ELSE
                   ADD 1 TO WS-Rejected-Count
                   MOVE "A" TO WS-RL-Action
                   MOVE LM-AccountID TO WS-RL-AccountID
                   WRITE MaintenanceLine FROM WS-Reject-Line
               END-IF
           END-IF.

       3250-APPLY-ADD-LOAN.
           ADD 1 TO WS-Loan-Count
           ADD 1 TO WS-Applied-Count
           MOVE WS-Loan-Count TO WS-Subscript
           MOVE "N" TO WS-LN-Deleted(WS-Subscript)
           PERFORM 3850-STORE-EDITED-LOAN
           MOVE "A" TO WS-AL-Action
           MOVE LM-AccountID TO WS-AL-AccountID
           WRITE MaintenanceLine FROM WS-Applied-Line
           MOVE SPACES TO AL-OldValue
           MOVE "ADD" TO WS-Audit-Action
           PERFORM 3950-WRITE-AUDIT-ENTRY.

       3300-CHANGE-LOAN.
           PERFORM 3900-FIND-LOAN
           IF WS-Found-Switch = "N"
               ADD 1 TO WS-Rejected-Count
               MOVE "C" TO WS-RL-Action
               MOVE LM-AccountID TO WS-RL-AccountID
               MOVE "LOAN NOT FOUND" TO WS-RL-Reason
               WRITE MaintenanceLine FROM WS-Reject-Line
           ELSE
               PERFORM 3310-BUILD-CHANGED-LOAN
               PERFORM 3800-EDIT-LOAN
               IF WS-RL-Reason = SPACES
                   ADD 1 TO WS-Applied-Count
                   PERFORM 3910-FORMAT-LOAN-SNAPSHOT
                   MOVE WS-Audit-Format TO AL-OldValue
                   PERFORM 3850-STORE-EDITED-LOAN
                   MOVE "C" TO WS-AL-Action
                   MOVE LM-AccountID TO WS-AL-AccountID
                   WRITE MaintenanceLine FROM WS-Applied-Line
                   MOVE "CHANGE" TO WS-Audit-Action
                   PERFORM 3950-WRITE-AUDIT-ENTRY
               ELSE
                   ADD 1 TO WS-Rejected-Count
                   MOVE "C" TO WS-RL-Action
                   MOVE LM-AccountID TO WS-RL-AccountID
                   WRITE MaintenanceLine FROM WS-Reject-Line
               END-IF
           END-IF.

       3310-BUILD-CHANGED-LOAN.
           MOVE WS-LN-AccountID(WS-Subscript) TO WS-ED-AccountID
           MOVE WS-LN-Principal(WS-Subscript) TO WS-ED-Principal
           MOVE WS-LN-AnnualRate(WS-Subscript) TO WS-ED-AnnualRate
           MOVE WS-LN-TermMonths(WS-Subscript) TO WS-ED-TermMonths
           MOVE WS-LN-First-Year(WS-Subscript) TO WS-ED-First-Year
           MOVE WS-LN-First-Month(WS-Subscript) TO WS-ED-First-Month
           MOVE WS-LN-InstallmentDay(WS-Subscript)
               TO WS-ED-InstallmentDay
           MOVE WS-LN-RepayAccountID(WS-Subscript)
               TO WS-ED-RepayAccountID
           IF LM-Principal NOT = 0
               MOVE LM-Principal TO WS-ED-Principal
           END-IF
           IF LM-AnnualRate NOT = 0
               MOVE LM-AnnualRate TO WS-ED-AnnualRate
           END-IF
           IF LM-TermMonths NOT = 0
               MOVE LM-TermMonths TO WS-ED-TermMonths
           END-IF
           IF LM-First-Year NOT = 0
               MOVE LM-First-Year TO WS-ED-First-Year
           END-IF
           IF LM-First-Month NOT = 0
               MOVE LM-First-Month TO WS-ED-First-Month
           END-IF
           IF LM-InstallmentDay NOT = 0
               MOVE LM-InstallmentDay TO WS-ED-InstallmentDay
           END-IF
           IF LM-RepayAccountID NOT = 0
               MOVE LM-RepayAccountID TO WS-ED-RepayAccountID
           END-IF.

       3400-DELETE-LOAN.
           PERFORM 3900-FIND-LOAN
           IF WS-Found-Switch = "N"
               ADD 1 TO WS-Rejected-Count
               MOVE "D" TO WS-RL-Action
               MOVE LM-AccountID TO WS-RL-AccountID
               MOVE "LOAN NOT FOUND" TO WS-RL-Reason
               WRITE MaintenanceLine FROM WS-Reject-Line
           ELSE
               ADD 1 TO WS-Applied-Count
               PERFORM 3910-FORMAT-LOAN-SNAPSHOT
               MOVE WS-Audit-Format TO AL-OldValue
               MOVE "Y" TO WS-LN-Deleted(WS-Subscript)
               MOVE "D" TO WS-AL-Action
               MOVE LM-AccountID TO WS-AL-AccountID
               WRITE MaintenanceLine FROM WS-Applied-Line
               MOVE "DELETE" TO WS-Audit-Action
               PERFORM 3950-WRITE-AUDIT-ENTRY
           END-IF.

       3800-EDIT-LOAN.
           MOVE SPACES TO WS-RL-Reason
           IF WS-ED-AccountID = 0
               MOVE "LOAN ACCOUNT ID IS ZERO" TO WS-RL-Reason
           END-IF
           IF WS-RL-Reason = SPACES
               IF WS-ED-Principal = 0
                   MOVE "PRINCIPAL IS ZERO" TO WS-RL-Reason
               END-IF
           END-IF
           IF WS-RL-Reason = SPACES
               IF WS-ED-TermMonths = 0
                   MOVE "TERM IS ZERO" TO WS-RL-Reason
               END-IF
           END-IF
           IF WS-RL-Reason = SPACES
               IF WS-ED-TermMonths > 480
                   MOVE "TERM TOO LONG" TO WS-RL-Reason
               END-IF
           END-IF
           IF WS-RL-Reason = SPACES
               IF WS-ED-First-Year = 0
                       OR WS-ED-First-Month < 1
                       OR WS-ED-First-Month > 12
                   MOVE "FIRST DUE PERIOD IS INVALID" TO WS-RL-Reason
               END-IF
           END-IF
           IF WS-RL-Reason = SPACES
               IF WS-ED-InstallmentDay < 1
                       OR WS-ED-InstallmentDay > 31
                   MOVE "INSTALLMENT DAY IS INVALID" TO WS-RL-Reason
               END-IF
           END-IF
           IF WS-RL-Reason = SPACES
               IF WS-ED-RepayAccountID = WS-ED-AccountID
                       OR WS-ED-RepayAccountID = 0
                   MOVE "REPAYMENT ACCOUNT MUST DIFFER FROM LOAN"
                       TO WS-RL-Reason
               END-IF
           END-IF
           IF WS-RL-Reason = SPACES
               MOVE WS-ED-AccountID TO AccountID OF Accounts
               READ AccountsFile
                   INVALID KEY
                       MOVE "LOAN ACCOUNT NOT ON ACCOUNT MASTER"
                           TO WS-RL-Reason
               END-READ
           END-IF
           IF WS-RL-Reason = SPACES
               MOVE WS-ED-RepayAccountID TO AccountID OF Accounts
               READ AccountsFile
                   INVALID KEY
                       MOVE "REPAYMENT ACCOUNT NOT ON ACCOUNT MASTER"
                           TO WS-RL-Reason
               END-READ
           END-IF.

       3850-STORE-EDITED-LOAN.
           MOVE WS-ED-AccountID TO WS-LN-AccountID(WS-Subscript)
           MOVE WS-ED-Principal TO WS-LN-Principal(WS-Subscript)
           MOVE WS-ED-AnnualRate TO WS-LN-AnnualRate(WS-Subscript)
           MOVE WS-ED-TermMonths TO WS-LN-TermMonths(WS-Subscript)
           MOVE WS-ED-First-Year TO WS-LN-First-Year(WS-Subscript)
           MOVE WS-ED-First-Month TO WS-LN-First-Month(WS-Subscript)
           MOVE WS-ED-InstallmentDay
               TO WS-LN-InstallmentDay(WS-Subscript)
           MOVE WS-ED-RepayAccountID
               TO WS-LN-RepayAccountID(WS-Subscript).

       3900-FIND-LOAN.
           MOVE "N" TO WS-Found-Switch
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Loan-Count
                   OR WS-Found-Switch = "Y"
               IF WS-LN-AccountID(WS-Subscript) = LM-AccountID
                       AND WS-LN-Deleted(WS-Subscript) = "N"
                   MOVE "Y" TO WS-Found-Switch
                   MOVE WS-Subscript TO WS-Found-Subscript
               END-IF
           END-PERFORM
           IF WS-Found-Switch = "Y"
               MOVE WS-Found-Subscript TO WS-Subscript
           ELSE
               MOVE WS-Loan-Count TO WS-Subscript
           END-IF.

       3910-FORMAT-LOAN-SNAPSHOT.
           MOVE WS-LN-AccountID(WS-Subscript) TO WAF-AccountID
           MOVE WS-LN-Principal(WS-Subscript) TO WAF-Principal
           MOVE WS-LN-AnnualRate(WS-Subscript) TO WAF-AnnualRate
           MOVE WS-LN-TermMonths(WS-Subscript) TO WAF-TermMonths
           MOVE WS-LN-First-Year(WS-Subscript) TO WAF-First-Year
           MOVE WS-LN-First-Month(WS-Subscript) TO WAF-First-Month
           MOVE WS-LN-InstallmentDay(WS-Subscript)
               TO WAF-InstallmentDay
           MOVE WS-LN-RepayAccountID(WS-Subscript)
               TO WAF-RepayAccountID.

       3950-WRITE-AUDIT-ENTRY.
           PERFORM 3910-FORMAT-LOAN-SNAPSHOT
           IF WS-Audit-Action = "DELETE"
               MOVE SPACES TO AL-NewValue
           ELSE
               MOVE WS-Audit-Format TO AL-NewValue
           END-IF
           MOVE FUNCTION CURRENT-DATE TO AL-Timestamp
           MOVE "L" TO AL-RecordType
           MOVE LM-AccountID TO AL-RecordKey
           MOVE WS-Audit-Action TO AL-Action
           MOVE LM-UserID TO AL-UserID
           WRITE AuditLogEntry.

       4000-REWRITE-LOANS.
           OPEN OUTPUT LoanMasterFile
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Loan-Count
               IF WS-LN-Deleted(WS-Subscript) = "N"
                   MOVE WS-LN-AccountID(WS-Subscript) TO LN-AccountID
                   MOVE WS-LN-Principal(WS-Subscript) TO LN-Principal
                   MOVE WS-LN-AnnualRate(WS-Subscript)
                       TO LN-AnnualRate
                   MOVE WS-LN-TermMonths(WS-Subscript)
                       TO LN-TermMonths
                   MOVE WS-LN-First-Year(WS-Subscript)
                       TO LN-First-Year
                   MOVE WS-LN-First-Month(WS-Subscript)
                       TO LN-First-Month
                   MOVE WS-LN-InstallmentDay(WS-Subscript)
                       TO LN-InstallmentDay
                   MOVE WS-LN-RepayAccountID(WS-Subscript)
                       TO LN-RepayAccountID
                   WRITE LoanMaster
               END-IF
           END-PERFORM
           CLOSE LoanMasterFile.

       5000-PRINT-SUMMARY.
           MOVE WS-Applied-Count TO WS-SL-Applied
           MOVE WS-Rejected-Count TO WS-SL-Rejected
           WRITE MaintenanceLine FROM WS-Summary-Line.

       9000-TERMINATE.
           CLOSE AccountsFile
           CLOSE MaintenanceReport
           CLOSE AuditLogFile.
