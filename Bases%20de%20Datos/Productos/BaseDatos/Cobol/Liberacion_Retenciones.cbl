       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERACION-RETENCIONES.
      *****************************************************************
      *  Nightly funds hold release and holds register.  Runs in the
      *  nightly cycle after posting.
      *
      *  Every hold on RETENCIO.DAT (maintained by
      *  Mantenimiento_Retenciones.cbl) whose expiry date has passed -
      *  an expiry before the business date; a hold is still in force
      *  on its expiry date itself - is dropped from the file, printed
      *  in the release section and written to the shared audit trail
      *  (record type H, action EXPIRE, user LIBRETEN) with the hold
      *  as it stood, so every hold that stops restricting an account
      *  has a trail entry whether a user released it or time did.
      *  Holds with a zero expiry stay until released by hand.
      *
      *  The holds that remain are then printed as the holds register,
      *  in AccountID order and hold id order within an account.  Each
      *  account closes with its ledger balance, the total held and
      *  the available balance (AccountBalance plus OverdraftLimit less
      *  the holds in force) - the figure intake and posting test
      *  withdrawals against.  A hold placed with a future date is
      *  listed but flagged and not yet counted.
      *
      *  The business date is taken off RUNCTRL.PARM, the same as the
      *  control records the other nightly steps write; when the
      *  driver is not in use the clock date is used, with a warning.
      *
      *  RETENCIO.DAT is LINE SEQUENTIAL, so it is loaded into a table
      *  and rewritten in full.  RETURN-CODE is 0, or 99 when the holds
      *  file is too big to table (nothing is rewritten).
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
           SELECT DriverParameterFile ASSIGN TO "RUNCTRL.PARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Driver-Status.
           SELECT RegisterReport ASSIGN TO "RETENCIO.RPT"
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

       FD  DriverParameterFile.
       01  DriverParms.
           05  DR-Function             PIC X(1).
           05  DR-RunYear              PIC 9(4).
           05  DR-RunMonth             PIC 99.
           05  DR-RunDay               PIC 99.
           05  DR-JobName              PIC X(8).
           05  DR-ReturnCode           PIC 9(4).
           05  DR-Override             PIC X(1).

       FD  RegisterReport.
       01  RegisterLine                PIC X(100).

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
       01  WS-Subscript                PIC 9(5).
       01  WS-Subscript-2              PIC 9(5).
       01  WS-Accounts-Status          PIC X(2).
       01  WS-Hold-Status              PIC X(2).
       01  WS-Driver-Status            PIC X(2).
       01  WS-Audit-Status             PIC X(2).
       01  WS-Table-Overflow-Switch    PIC X VALUE "N".
       01  WS-Business-Date-Switch     PIC X.
       01  WS-Business-Date            PIC 9(8).
       01  WS-Expired-Count            PIC 9(9) VALUE 0.
       01  WS-Register-Count           PIC 9(9) VALUE 0.
       01  WS-Account-Group-Count      PIC 9(9) VALUE 0.
       01  WS-Current-AccountID        PIC 9(5).
       01  WS-First-Group-Switch       PIC X VALUE "Y".
       01  WS-Group-Held               PIC 9(13).
       01  WS-Group-Balance            PIC S9(13).
       01  WS-Group-Overdraft          PIC 9(12).
       01  WS-Group-Available          PIC S9(14).
       01  WS-Audit-Key                PIC 9(6).

       01  WS-Stamp-Work.
           05  WS-SW-Date              PIC 9(8).
           05  FILLER                  PIC X(13).

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
               10  WS-HLD-AccountID        PIC 9(5).
               10  WS-HLD-HoldID           PIC 9(6).
               10  WS-HLD-Amount           PIC 9(12).
               10  WS-HLD-ReasonCode       PIC X(2).
               10  WS-HLD-Placed-Date      PIC 9(8).
               10  WS-HLD-Expiry-Date      PIC 9(8).
               10  WS-HLD-UserID           PIC X(8).
               10  WS-HLD-Expired          PIC X(1).

       01  WS-Swap-Entry.
           05  WS-Swap-AccountID       PIC 9(5).
           05  WS-Swap-HoldID          PIC 9(6).
           05  WS-Swap-Amount          PIC 9(12).
           05  WS-Swap-ReasonCode      PIC X(2).
           05  WS-Swap-Placed-Date     PIC 9(8).
           05  WS-Swap-Expiry-Date     PIC 9(8).
           05  WS-Swap-UserID          PIC X(8).
           05  WS-Swap-Expired         PIC X(1).

       01  WS-Heading-Line.
           05  FILLER                  PIC X(40)
                   VALUE "FUNDS HOLD RELEASE AND REGISTER RUN".
           05  FILLER                  PIC X(14)
                   VALUE "BUSINESS DATE ".
           05  WS-HL-Date              PIC 9(8).

       01  WS-Release-Heading          PIC X(60)
               VALUE "HOLDS RELEASED ON EXPIRY".

       01  WS-Register-Heading         PIC X(60)
               VALUE "HOLDS REGISTER".

       01  WS-Release-Line.
           05  FILLER                  PIC X(9) VALUE "EXPIRED  ".
           05  FILLER                  PIC X(8) VALUE "HOLD ID ".
           05  WS-RL-HoldID            PIC ZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "ACCOUNT ID ".
           05  WS-RL-AccountID         PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "REASON ".
           05  WS-RL-ReasonCode        PIC X(2).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "EXPIRED ".
           05  WS-RL-Expiry-Date       PIC 9(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "AMOUNT ".
           05  WS-RL-Amount            PIC ZZZZZZZZZZZ9.

       01  WS-Detail-Line.
           05  FILLER                  PIC X(7) VALUE "  HOLD ".
           05  WS-DL-HoldID            PIC ZZZZZ9.
           05  FILLER                  PIC X(9) VALUE "  REASON ".
           05  WS-DL-ReasonCode        PIC X(2).
           05  FILLER                  PIC X(9) VALUE "  PLACED ".
           05  WS-DL-Placed-Date       PIC 9(8).
           05  FILLER                  PIC X(10) VALUE "  EXPIRES ".
           05  WS-DL-Expiry            PIC X(8).
           05  FILLER                  PIC X(9) VALUE "  AMOUNT ".
           05  WS-DL-Amount            PIC ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-Flag              PIC X(17).

       01  WS-Account-Line.
           05  FILLER                  PIC X(8) VALUE "ACCOUNT ".
           05  WS-AC-AccountID         PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-AC-Currency          PIC X(3).
           05  FILLER                  PIC X(9) VALUE "  LEDGER ".
           05  WS-AC-Balance           PIC -ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(7) VALUE "  HELD ".
           05  WS-AC-Held              PIC ZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  AVAILABLE ".
           05  WS-AC-Available         PIC -ZZZZZZZZZZZZ9.

       01  WS-Missing-Line.
           05  FILLER                  PIC X(8) VALUE "ACCOUNT ".
           05  WS-ML-AccountID         PIC ZZZZ9.
           05  FILLER                  PIC X(40)
                   VALUE "  NOT ON ACCOUNTS.DAT - HOLDS ORPHANED".

       01  WS-Summary-Line.
           05  FILLER                  PIC X(15)
                   VALUE "HOLDS EXPIRED: ".
           05  WS-SL-Expired           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(20)
                   VALUE "HOLDS IN REGISTER: ".
           05  WS-SL-Register          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(10)
                   VALUE "ACCOUNTS: ".
           05  WS-SL-Accounts          PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-HOLDS
           IF WS-Table-Overflow-Switch = "Y"
               DISPLAY "RETENCIO.DAT EXCEEDS 2000 ROWS - "
                   "ABORTING BEFORE ANY REWRITE"
               PERFORM 9000-TERMINATE
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-RELEASE-EXPIRED-HOLDS
           PERFORM 4000-REWRITE-HOLDS
           PERFORM 5000-SORT-HOLD-TABLE
           PERFORM 6000-PRINT-REGISTER
           PERFORM 8000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT AccountsFile
           IF WS-Accounts-Status NOT = "00"
               DISPLAY "ACCOUNTS.DAT COULD NOT BE OPENED - "
                   "STATUS " WS-Accounts-Status " - ABORTING"
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-BUSINESS-DATE
           OPEN OUTPUT RegisterReport
           PERFORM 1010-OPEN-AUDIT-LOG
           MOVE WS-Business-Date TO WS-HL-Date
           WRITE RegisterLine FROM WS-Heading-Line.

       1010-OPEN-AUDIT-LOG.
           OPEN INPUT AuditLogFile
           IF WS-Audit-Status = "00"
               CLOSE AuditLogFile
           ELSE
               OPEN OUTPUT AuditLogFile
               CLOSE AuditLogFile
           END-IF
           OPEN EXTEND AuditLogFile.

       1100-READ-BUSINESS-DATE.
           MOVE "N" TO WS-Business-Date-Switch
           OPEN INPUT DriverParameterFile
           IF WS-Driver-Status = "00"
               READ DriverParameterFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-Business-Date-Switch
                       COMPUTE WS-Business-Date =
                           DR-RunYear * 10000 + DR-RunMonth * 100
                           + DR-RunDay
               END-READ
               CLOSE DriverParameterFile
           END-IF
           IF WS-Business-Date-Switch = "N"
               DISPLAY "RUNCTRL.PARM NOT AVAILABLE - HOLDS EXPIRED "
                   "AS AT THE CLOCK DATE, NOT THE BUSINESS DATE"
               MOVE FUNCTION CURRENT-DATE TO WS-Stamp-Work
               MOVE WS-SW-Date TO WS-Business-Date
           END-IF.

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
               MOVE "N" TO WS-HLD-Expired(WS-Hold-Count)
           END-IF.

       3000-RELEASE-EXPIRED-HOLDS.
           WRITE RegisterLine FROM WS-Release-Heading
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Hold-Count
               IF WS-HLD-Expiry-Date(WS-Subscript) NOT = 0
                       AND WS-HLD-Expiry-Date(WS-Subscript)
                           < WS-Business-Date
                   PERFORM 3100-RELEASE-ONE-HOLD
               END-IF
           END-PERFORM.

       3100-RELEASE-ONE-HOLD.
           ADD 1 TO WS-Expired-Count
           MOVE "Y" TO WS-HLD-Expired(WS-Subscript)
           MOVE WS-HLD-HoldID(WS-Subscript) TO WS-RL-HoldID
           MOVE WS-HLD-AccountID(WS-Subscript) TO WS-RL-AccountID
           MOVE WS-HLD-ReasonCode(WS-Subscript) TO WS-RL-ReasonCode
           MOVE WS-HLD-Expiry-Date(WS-Subscript) TO WS-RL-Expiry-Date
           MOVE WS-HLD-Amount(WS-Subscript) TO WS-RL-Amount
           WRITE RegisterLine FROM WS-Release-Line
           PERFORM 3200-WRITE-AUDIT-ENTRY.

       3200-WRITE-AUDIT-ENTRY.
           MOVE WS-HLD-HoldID(WS-Subscript) TO WAF-HoldID
           MOVE WS-HLD-AccountID(WS-Subscript) TO WAF-AccountID
           MOVE WS-HLD-Amount(WS-Subscript) TO WAF-Amount
           MOVE WS-HLD-ReasonCode(WS-Subscript) TO WAF-ReasonCode
           MOVE WS-HLD-Placed-Date(WS-Subscript) TO WAF-Placed-Date
           MOVE WS-HLD-Expiry-Date(WS-Subscript) TO WAF-Expiry-Date
           MOVE WS-HLD-UserID(WS-Subscript) TO WAF-UserID
           MOVE FUNCTION CURRENT-DATE TO AL-Timestamp
           MOVE "H" TO AL-RecordType
           MOVE WS-HLD-HoldID(WS-Subscript) TO WS-Audit-Key
           MOVE WS-Audit-Key TO AL-RecordKey
           MOVE "EXPIRE" TO AL-Action
           MOVE "LIBRETEN" TO AL-UserID
           MOVE WS-Audit-Format TO AL-OldValue
           MOVE SPACES TO AL-NewValue
           WRITE AuditLogEntry.

       4000-REWRITE-HOLDS.
           OPEN OUTPUT HoldFile
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Hold-Count
               IF WS-HLD-Expired(WS-Subscript) = "N"
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

       5000-SORT-HOLD-TABLE.
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript >= WS-Hold-Count
               PERFORM VARYING WS-Subscript-2 FROM 1 BY 1
                       UNTIL WS-Subscript-2 >
                           WS-Hold-Count - WS-Subscript
                   PERFORM 5100-SWAP-IF-OUT-OF-ORDER
               END-PERFORM
           END-PERFORM.

       5100-SWAP-IF-OUT-OF-ORDER.
           IF WS-HLD-AccountID(WS-Subscript-2) >
                   WS-HLD-AccountID(WS-Subscript-2 + 1)
               OR (WS-HLD-AccountID(WS-Subscript-2) =
                       WS-HLD-AccountID(WS-Subscript-2 + 1)
                   AND WS-HLD-HoldID(WS-Subscript-2) >
                       WS-HLD-HoldID(WS-Subscript-2 + 1))
               MOVE WS-Hold-Entry(WS-Subscript-2) TO WS-Swap-Entry
               MOVE WS-Hold-Entry(WS-Subscript-2 + 1)
                   TO WS-Hold-Entry(WS-Subscript-2)
               MOVE WS-Swap-Entry TO WS-Hold-Entry(WS-Subscript-2 + 1)
           END-IF.

       6000-PRINT-REGISTER.
           WRITE RegisterLine FROM WS-Register-Heading
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Hold-Count
               IF WS-HLD-Expired(WS-Subscript) = "N"
                   IF WS-HLD-AccountID(WS-Subscript) NOT =
                           WS-Current-AccountID
                       OR WS-First-Group-Switch = "Y"
                       IF WS-First-Group-Switch = "N"
                           PERFORM 6300-CLOSE-ACCOUNT-GROUP
                       END-IF
                       PERFORM 6100-START-ACCOUNT-GROUP
                   END-IF
                   PERFORM 6200-PRINT-ONE-HOLD
               END-IF
           END-PERFORM
           IF WS-First-Group-Switch = "N"
               PERFORM 6300-CLOSE-ACCOUNT-GROUP
           END-IF.

       6100-START-ACCOUNT-GROUP.
           MOVE "N" TO WS-First-Group-Switch
           ADD 1 TO WS-Account-Group-Count
           MOVE WS-HLD-AccountID(WS-Subscript) TO WS-Current-AccountID
           MOVE 0 TO WS-Group-Held.

       6200-PRINT-ONE-HOLD.
           ADD 1 TO WS-Register-Count
           MOVE WS-HLD-HoldID(WS-Subscript) TO WS-DL-HoldID
           MOVE WS-HLD-ReasonCode(WS-Subscript) TO WS-DL-ReasonCode
           MOVE WS-HLD-Placed-Date(WS-Subscript) TO WS-DL-Placed-Date
           IF WS-HLD-Expiry-Date(WS-Subscript) = 0
               MOVE "NONE" TO WS-DL-Expiry
           ELSE
               MOVE WS-HLD-Expiry-Date(WS-Subscript) TO WS-DL-Expiry
           END-IF
           MOVE WS-HLD-Amount(WS-Subscript) TO WS-DL-Amount
           IF WS-HLD-Placed-Date(WS-Subscript) > WS-Business-Date
               MOVE "NOT YET IN FORCE" TO WS-DL-Flag
           ELSE
               MOVE SPACES TO WS-DL-Flag
               ADD WS-HLD-Amount(WS-Subscript) TO WS-Group-Held
           END-IF
           WRITE RegisterLine FROM WS-Detail-Line.

       6300-CLOSE-ACCOUNT-GROUP.
           MOVE WS-Current-AccountID TO AccountID OF Accounts
           READ AccountsFile
               INVALID KEY
                   MOVE WS-Current-AccountID TO WS-ML-AccountID
                   WRITE RegisterLine FROM WS-Missing-Line
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 6310-PRINT-ACCOUNT-LINE
           END-READ.

       6310-PRINT-ACCOUNT-LINE.
           IF AccountBalance NUMERIC
               MOVE AccountBalance TO WS-Group-Balance
           ELSE
               MOVE 0 TO WS-Group-Balance
           END-IF
           IF OverdraftLimit OF Accounts NUMERIC
               MOVE OverdraftLimit OF Accounts TO WS-Group-Overdraft
           ELSE
               MOVE 0 TO WS-Group-Overdraft
           END-IF
           COMPUTE WS-Group-Available =
               WS-Group-Balance + WS-Group-Overdraft - WS-Group-Held
           MOVE WS-Current-AccountID TO WS-AC-AccountID
           MOVE CurrencyCode OF Accounts TO WS-AC-Currency
           MOVE WS-Group-Balance TO WS-AC-Balance
           MOVE WS-Group-Held TO WS-AC-Held
           MOVE WS-Group-Available TO WS-AC-Available
           WRITE RegisterLine FROM WS-Account-Line.

       8000-PRINT-SUMMARY.
           MOVE WS-Expired-Count TO WS-SL-Expired
           MOVE WS-Register-Count TO WS-SL-Register
           MOVE WS-Account-Group-Count TO WS-SL-Accounts
           WRITE RegisterLine FROM WS-Summary-Line.

       9000-TERMINATE.
           CLOSE AccountsFile
           CLOSE RegisterReport
           CLOSE AuditLogFile.
