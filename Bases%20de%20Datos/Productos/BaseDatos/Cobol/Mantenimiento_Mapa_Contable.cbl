       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-MAPA-CONTABLE.
      *****************************************************************
      *  General ledger mapping maintenance.  Reads a batch of
      *  maintenance requests (add / change / delete) and applies them
      *  to the GL mapping master (GLMAPA.DAT), the same batch style
      *  the fee schedule master uses.
      *
      *  One mapping row is keyed by AccountTypeID and carries the
      *  corporate ledger codes the nightly GL interface
      *  (Interfaz_Mayor_General.cbl) books that type's journal
      *  entries to:
      *      GM-CustomerGL     the liability (or asset) account the
      *                        customer balances themselves sit in
      *      GM-FeeIncomeGL    contra for F99999YYMM service fees
      *      GM-IntExpenseGL   contra for interest credited to the
      *                        customer (I99999YYMM deposits)
      *      GM-IntIncomeGL    contra for interest charged to the
      *                        customer (I99999YYMM and Q99999YYMM
      *                        withdrawals)
      *      GM-ClearingGL     contra for payment-network settlement
      *                        items that came in through the
      *                        clearing interface
      *      GM-FxGL           contra for revaluation gains and losses
      *                        (journal entries with TransactionID 0)
      *      GM-SettlementGL   contra for every other single-sided
      *                        item - teller cash, standing orders
      *                        paid away - that is not one leg of a
      *                        transfer between two of our accounts
      *  A type with no row of its own inherits the nearest row up the
      *  ParentAccountTypeID chain, the same inheritance the
      *  TARIFAS.DAT fee schedules get, so mapping the top of a
      *  product family maps every type under it.
      *
      *  MG-Action values (the key is the AccountTypeID):
      *      A  Add a new mapping row; the customer GL code is required
      *      C  Change codes on an existing row; a code left blank on
      *         the request keeps the code already on file
      *      D  Delete a row keyed wrong in the first place
      *
      *  GLMAPA.DAT is LINE SEQUENTIAL, so it is loaded into a table,
      *  updated in memory, and rewritten in full - the pattern the
      *  other small masters use.  Every applied request writes an
      *  AuditLogFile entry (record type G) to the shared trail; the
      *  snapshot carries the codes in the order above, labelled
      *  G (customer) F E I C X S.
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
           SELECT GLMapFile ASSIGN TO "GLMAPA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Map-Status.
           SELECT MaintenanceRequestFile ASSIGN TO "MAINTGLM.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT MaintenanceReport ASSIGN TO "MAINTGLM.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AuditLogFile ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       COPY "Estructura_Contabilidad.cbl".

       FD  GLMapFile.
       01  GLMapping.
           02  GM-AccountTypeID        PIC 9(5).
           02  GM-CustomerGL           PIC X(8).
           02  GM-FeeIncomeGL          PIC X(8).
           02  GM-IntExpenseGL         PIC X(8).
           02  GM-IntIncomeGL          PIC X(8).
           02  GM-ClearingGL           PIC X(8).
           02  GM-FxGL                 PIC X(8).
           02  GM-SettlementGL         PIC X(8).

       FD  MaintenanceRequestFile.
       01  MaintenanceRequest.
           02  MG-Action               PIC X(1).
           02  MG-AccountTypeID        PIC 9(5).
           02  MG-CustomerGL           PIC X(8).
           02  MG-FeeIncomeGL          PIC X(8).
           02  MG-IntExpenseGL         PIC X(8).
           02  MG-IntIncomeGL          PIC X(8).
           02  MG-ClearingGL           PIC X(8).
           02  MG-FxGL                 PIC X(8).
           02  MG-SettlementGL         PIC X(8).
           02  MG-UserID               PIC X(8).

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
       01  WS-EOF-Map                  PIC X VALUE "N".
       01  WS-EOF-Requests             PIC X VALUE "N".
       01  WS-Subscript                PIC 9(4).
       01  WS-Found-Subscript          PIC 9(4).
       01  WS-Found-Switch             PIC X.
       01  WS-Map-Status               PIC X(2).
       01  WS-Audit-Status             PIC X(2).
       01  WS-Applied-Count            PIC 9(9) VALUE 0.
       01  WS-Rejected-Count           PIC 9(9) VALUE 0.
       01  WS-Table-Overflow-Switch    PIC X VALUE "N".

       01  WS-Audit-Action             PIC X(10).

       01  WS-Audit-Format.
           05  FILLER                  PIC X(5) VALUE "TYPE=".
           05  WAF-TypeID              PIC 9(5).
           05  FILLER                  PIC X(3) VALUE " G=".
           05  WAF-CustomerGL          PIC X(8).
           05  FILLER                  PIC X(3) VALUE " F=".
           05  WAF-FeeIncomeGL         PIC X(8).
           05  FILLER                  PIC X(3) VALUE " E=".
           05  WAF-IntExpenseGL        PIC X(8).
           05  FILLER                  PIC X(3) VALUE " I=".
           05  WAF-IntIncomeGL         PIC X(8).
           05  FILLER                  PIC X(3) VALUE " C=".
           05  WAF-ClearingGL          PIC X(8).
           05  FILLER                  PIC X(3) VALUE " X=".
           05  WAF-FxGL                PIC X(8).
           05  FILLER                  PIC X(3) VALUE " S=".
           05  WAF-SettlementGL        PIC X(8).

       01  WS-Map-Table.
           05  WS-Map-Count            PIC 9(4) VALUE 0.
           05  WS-Map-Entry OCCURS 200 TIMES.
               10  WS-MAP-TypeID           PIC 9(5).
               10  WS-MAP-CustomerGL       PIC X(8).
               10  WS-MAP-FeeIncomeGL      PIC X(8).
               10  WS-MAP-IntExpenseGL     PIC X(8).
               10  WS-MAP-IntIncomeGL      PIC X(8).
               10  WS-MAP-ClearingGL       PIC X(8).
               10  WS-MAP-FxGL             PIC X(8).
               10  WS-MAP-SettlementGL     PIC X(8).
               10  WS-MAP-Deleted          PIC X(1).

       01  WS-Heading-Line             PIC X(60)
               VALUE "GL MAPPING MAINTENANCE RUN".

       01  WS-Applied-Line.
           05  FILLER                  PIC X(9) VALUE "APPLIED  ".
           05  WS-AL-Action            PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "ACCOUNT TYPE ".
           05  WS-AL-TypeID            PIC ZZZZ9.

       01  WS-Reject-Line.
           05  FILLER                  PIC X(9) VALUE "REJECTED ".
           05  WS-RL-Action            PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "ACCOUNT TYPE ".
           05  WS-RL-TypeID            PIC ZZZZ9.
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
           PERFORM 2000-LOAD-MAP
           IF WS-Table-Overflow-Switch = "Y"
               DISPLAY "GLMAPA.DAT EXCEEDS 200 ROWS - "
                   "ABORTING BEFORE ANY REWRITE"
               CLOSE MaintenanceRequestFile
               PERFORM 9000-TERMINATE
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-APPLY-REQUESTS
           PERFORM 4000-REWRITE-MAP
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

       2000-LOAD-MAP.
           OPEN INPUT GLMapFile
           IF WS-Map-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Map
           END-IF
           PERFORM UNTIL WS-EOF-Map = "Y"
               READ GLMapFile
                   AT END
                       MOVE "Y" TO WS-EOF-Map
                   NOT AT END
                       PERFORM 2100-ADD-ONE-MAPPING
               END-READ
           END-PERFORM
           IF WS-Map-Status = "00" OR "10"
               CLOSE GLMapFile
           END-IF.

       2100-ADD-ONE-MAPPING.
           IF WS-Map-Count >= 200
               MOVE "Y" TO WS-Table-Overflow-Switch
           ELSE
               ADD 1 TO WS-Map-Count
               MOVE GM-AccountTypeID TO WS-MAP-TypeID(WS-Map-Count)
               MOVE GM-CustomerGL TO WS-MAP-CustomerGL(WS-Map-Count)
               MOVE GM-FeeIncomeGL
                   TO WS-MAP-FeeIncomeGL(WS-Map-Count)
               MOVE GM-IntExpenseGL
                   TO WS-MAP-IntExpenseGL(WS-Map-Count)
               MOVE GM-IntIncomeGL
                   TO WS-MAP-IntIncomeGL(WS-Map-Count)
               MOVE GM-ClearingGL TO WS-MAP-ClearingGL(WS-Map-Count)
               MOVE GM-FxGL TO WS-MAP-FxGL(WS-Map-Count)
               MOVE GM-SettlementGL
                   TO WS-MAP-SettlementGL(WS-Map-Count)
               MOVE "N" TO WS-MAP-Deleted(WS-Map-Count)
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
           EVALUATE MG-Action
               WHEN "A"
                   PERFORM 3200-ADD-MAPPING
               WHEN "C"
                   PERFORM 3300-CHANGE-MAPPING
               WHEN "D"
                   PERFORM 3400-DELETE-MAPPING
               WHEN OTHER
                   ADD 1 TO WS-Rejected-Count
                   MOVE MG-Action TO WS-RL-Action
                   MOVE MG-AccountTypeID TO WS-RL-TypeID
                   MOVE "UNKNOWN ACTION CODE" TO WS-RL-Reason
                   WRITE MaintenanceLine FROM WS-Reject-Line
           END-EVALUATE.

       3200-ADD-MAPPING.
           PERFORM 3900-FIND-MAPPING
           IF WS-Found-Switch = "Y"
               ADD 1 TO WS-Rejected-Count
               MOVE "A" TO WS-RL-Action
               MOVE MG-AccountTypeID TO WS-RL-TypeID
               MOVE "MAPPING ROW ALREADY EXISTS" TO WS-RL-Reason
               WRITE MaintenanceLine FROM WS-Reject-Line
           ELSE
               PERFORM 3210-EDIT-ADD-REQUEST
           END-IF.

       3210-EDIT-ADD-REQUEST.
           MOVE SPACES TO WS-RL-Reason
           IF MG-AccountTypeID = 0
               MOVE "ACCOUNT TYPE IS ZERO" TO WS-RL-Reason
           END-IF
           IF WS-RL-Reason = SPACES
               IF MG-CustomerGL = SPACES
                   MOVE "CUSTOMER GL CODE IS BLANK" TO WS-RL-Reason
               END-IF
           END-IF
           IF WS-RL-Reason = SPACES
               IF WS-Map-Count >= 200
                   MOVE "MAPPING TABLE FULL" TO WS-RL-Reason
               END-IF
           END-IF
           IF WS-RL-Reason = SPACES
               PERFORM 3250-APPLY-ADD-MAPPING
           ELSE
               ADD 1 TO WS-Rejected-Count
               MOVE "A" TO WS-RL-Action
               MOVE MG-AccountTypeID TO WS-RL-TypeID
               WRITE MaintenanceLine FROM WS-Reject-Line
           END-IF.

       3250-APPLY-ADD-MAPPING.
           ADD 1 TO WS-Map-Count
           ADD 1 TO WS-Applied-Count
           MOVE WS-Map-Count TO WS-Subscript
           MOVE MG-AccountTypeID TO WS-MAP-TypeID(WS-Subscript)
           MOVE MG-CustomerGL TO WS-MAP-CustomerGL(WS-Subscript)
           MOVE MG-FeeIncomeGL TO WS-MAP-FeeIncomeGL(WS-Subscript)
           MOVE MG-IntExpenseGL TO WS-MAP-IntExpenseGL(WS-Subscript)
           MOVE MG-IntIncomeGL TO WS-MAP-IntIncomeGL(WS-Subscript)
           MOVE MG-ClearingGL TO WS-MAP-ClearingGL(WS-Subscript)
           MOVE MG-FxGL TO WS-MAP-FxGL(WS-Subscript)
           MOVE MG-SettlementGL TO WS-MAP-SettlementGL(WS-Subscript)
           MOVE "N" TO WS-MAP-Deleted(WS-Subscript)
           MOVE "A" TO WS-AL-Action
           MOVE MG-AccountTypeID TO WS-AL-TypeID
           WRITE MaintenanceLine FROM WS-Applied-Line
           MOVE SPACES TO AL-OldValue
           MOVE "ADD" TO WS-Audit-Action
           PERFORM 3950-WRITE-AUDIT-ENTRY.

       3300-CHANGE-MAPPING.
           PERFORM 3900-FIND-MAPPING
           IF WS-Found-Switch = "N"
               ADD 1 TO WS-Rejected-Count
               MOVE "C" TO WS-RL-Action
               MOVE MG-AccountTypeID TO WS-RL-TypeID
               MOVE "MAPPING ROW NOT FOUND" TO WS-RL-Reason
               WRITE MaintenanceLine FROM WS-Reject-Line
           ELSE
               ADD 1 TO WS-Applied-Count
               PERFORM 3910-FORMAT-MAP-SNAPSHOT
               MOVE WS-Audit-Format TO AL-OldValue
               PERFORM 3310-APPLY-CHANGED-CODES
               MOVE "C" TO WS-AL-Action
               MOVE MG-AccountTypeID TO WS-AL-TypeID
               WRITE MaintenanceLine FROM WS-Applied-Line
               MOVE "CHANGE" TO WS-Audit-Action
               PERFORM 3950-WRITE-AUDIT-ENTRY
           END-IF.

       3310-APPLY-CHANGED-CODES.
           IF MG-CustomerGL NOT = SPACES
               MOVE MG-CustomerGL TO WS-MAP-CustomerGL(WS-Subscript)
           END-IF
           IF MG-FeeIncomeGL NOT = SPACES
               MOVE MG-FeeIncomeGL
                   TO WS-MAP-FeeIncomeGL(WS-Subscript)
           END-IF
           IF MG-IntExpenseGL NOT = SPACES
               MOVE MG-IntExpenseGL
                   TO WS-MAP-IntExpenseGL(WS-Subscript)
           END-IF
           IF MG-IntIncomeGL NOT = SPACES
               MOVE MG-IntIncomeGL
                   TO WS-MAP-IntIncomeGL(WS-Subscript)
           END-IF
           IF MG-ClearingGL NOT = SPACES
               MOVE MG-ClearingGL TO WS-MAP-ClearingGL(WS-Subscript)
           END-IF
           IF MG-FxGL NOT = SPACES
               MOVE MG-FxGL TO WS-MAP-FxGL(WS-Subscript)
           END-IF
           IF MG-SettlementGL NOT = SPACES
               MOVE MG-SettlementGL
                   TO WS-MAP-SettlementGL(WS-Subscript)
           END-IF.

       3400-DELETE-MAPPING.
           PERFORM 3900-FIND-MAPPING
           IF WS-Found-Switch = "N"
               ADD 1 TO WS-Rejected-Count
               MOVE "D" TO WS-RL-Action
               MOVE MG-AccountTypeID TO WS-RL-TypeID
               MOVE "MAPPING ROW NOT FOUND" TO WS-RL-Reason
               WRITE MaintenanceLine FROM WS-Reject-Line
           ELSE
               ADD 1 TO WS-Applied-Count
               PERFORM 3910-FORMAT-MAP-SNAPSHOT
               MOVE WS-Audit-Format TO AL-OldValue
               MOVE "Y" TO WS-MAP-Deleted(WS-Subscript)
               MOVE "D" TO WS-AL-Action
               MOVE MG-AccountTypeID TO WS-AL-TypeID
               WRITE MaintenanceLine FROM WS-Applied-Line
               MOVE "DELETE" TO WS-Audit-Action
               PERFORM 3950-WRITE-AUDIT-ENTRY
           END-IF.

       3900-FIND-MAPPING.
           MOVE "N" TO WS-Found-Switch
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Map-Count
                   OR WS-Found-Switch = "Y"
               IF WS-MAP-TypeID(WS-Subscript) = MG-AccountTypeID
                       AND WS-MAP-Deleted(WS-Subscript) = "N"
                   MOVE "Y" TO WS-Found-Switch
                   MOVE WS-Subscript TO WS-Found-Subscript
               END-IF
           END-PERFORM
           IF WS-Found-Switch = "Y"
               MOVE WS-Found-Subscript TO WS-Subscript
           ELSE
               MOVE WS-Map-Count TO WS-Subscript
           END-IF.

       3910-FORMAT-MAP-SNAPSHOT.
           MOVE WS-MAP-TypeID(WS-Subscript) TO WAF-TypeID
           MOVE WS-MAP-CustomerGL(WS-Subscript) TO WAF-CustomerGL
           MOVE WS-MAP-FeeIncomeGL(WS-Subscript) TO WAF-FeeIncomeGL
           MOVE WS-MAP-IntExpenseGL(WS-Subscript)
               TO WAF-IntExpenseGL
           MOVE WS-MAP-IntIncomeGL(WS-Subscript) TO WAF-IntIncomeGL
           MOVE WS-MAP-ClearingGL(WS-Subscript) TO WAF-ClearingGL
           MOVE WS-MAP-FxGL(WS-Subscript) TO WAF-FxGL
           MOVE WS-MAP-SettlementGL(WS-Subscript)
               TO WAF-SettlementGL.

       3950-WRITE-AUDIT-ENTRY.
           PERFORM 3910-FORMAT-MAP-SNAPSHOT
           IF WS-Audit-Action = "DELETE"
               MOVE SPACES TO AL-NewValue
           ELSE
               MOVE WS-Audit-Format TO AL-NewValue
           END-IF
           MOVE FUNCTION CURRENT-DATE TO AL-Timestamp
           MOVE "G" TO AL-RecordType
           MOVE MG-AccountTypeID TO AL-RecordKey
           MOVE WS-Audit-Action TO AL-Action
           MOVE MG-UserID TO AL-UserID
           WRITE AuditLogEntry.

       4000-REWRITE-MAP.
           OPEN OUTPUT GLMapFile
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Map-Count
               IF WS-MAP-Deleted(WS-Subscript) = "N"
                   MOVE WS-MAP-TypeID(WS-Subscript)
                       TO GM-AccountTypeID
                   MOVE WS-MAP-CustomerGL(WS-Subscript)
                       TO GM-CustomerGL
                   MOVE WS-MAP-FeeIncomeGL(WS-Subscript)
                       TO GM-FeeIncomeGL
                   MOVE WS-MAP-IntExpenseGL(WS-Subscript)
                       TO GM-IntExpenseGL
                   MOVE WS-MAP-IntIncomeGL(WS-Subscript)
                       TO GM-IntIncomeGL
                   MOVE WS-MAP-ClearingGL(WS-Subscript)
                       TO GM-ClearingGL
                   MOVE WS-MAP-FxGL(WS-Subscript) TO GM-FxGL
                   MOVE WS-MAP-SettlementGL(WS-Subscript)
                       TO GM-SettlementGL
                   WRITE GLMapping
               END-IF
           END-PERFORM
           CLOSE GLMapFile.

       5000-PRINT-SUMMARY.
           MOVE WS-Applied-Count TO WS-SL-Applied
           MOVE WS-Rejected-Count TO WS-SL-Rejected
           WRITE MaintenanceLine FROM WS-Summary-Line.

       9000-TERMINATE.
           CLOSE MaintenanceReport
           CLOSE AuditLogFile.
