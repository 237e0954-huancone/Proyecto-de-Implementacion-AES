       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPARACION-SUSPENSO.
      *****************************************************************
      *  Clearing suspense repair.  Works the open items on the
      *  clearing suspense file (SUSPENSO.DAT) - payment network
      *  settlement items that Interfaz_Compensacion.cbl could not
      *  map to an account (N1) or Captura_Transacciones.cbl could
      *  not post (R1 unknown account, R2 account not active, R9
      *  overdraft, RH funds on hold, RD non-business date) - from a
      *  batch of repair requests, and writes the day's outbound
      *  return file to the network.
      *
      *  SR-Action values (the key is the SuspenseID the aging report
      *  shows; only an Open item can be repaired):
      *      R  Reroute the item to SR-AccountID, which must be on the
      *         account master and Active.  The item re-enters capture
      *         as an ordinary item appended to CAPTRAN.DAT - network
      *         reference as the TransactionNumber, dated the business
      *         date - and is added to the clearing reference register
      *         (CLEARREF.DAT) under its new account, so the general
      *         ledger interface still books it against clearing.
      *         Run this job after Interfaz_Compensacion.cbl (which
      *         rewrites CAPTRAN.DAT) and before the capture run.
      *      M  Mark the item for return to the network with return
      *         reason SR-ReturnReason:
      *             NA  no such account
      *             AC  account closed or frozen
      *             NF  insufficient funds
      *             RF  refused - any other reason
      *         A blank reason takes the one that matches why the item
      *         was parked - NA for N1 and R1, AC for R2, NF for R9
      *         and RH, RF for RD.
      *
      *  After the requests, every item marked for return goes on the
      *  outbound return file (CLEARRET.DAT) in the same semicolon
      *  layout the network sends us, with the return reason added:
      *      D;reference;account number;YYYYMMDD;C|D;amount;reason
      *      T;item count;amount total
      *  The D record carries the item as it was settled - reference,
      *  account number, settlement date, direction and amount - so
      *  the network can match it to its own record.  The file is
      *  written fresh each run, trailer always present (a zero
      *  trailer on a night with nothing to return).  Items written
      *  to it are closed as Returned.
      *
      *  SU-Status values:  O open, R rerouted, M marked for return,
      *  T returned to the network.
      *
      *  SUSPENSO.DAT is LINE SEQUENTIAL, so it is loaded into a table,
      *  updated in memory and rewritten in full.  Every reroute, mark
      *  and return writes an AuditLogFile entry (record type R, key
      *  SuspenseID); returns are written under user REPARSUS.  The
      *  business date comes from RUNCTRL.PARM, the clock date
      *  standing in when it is absent.  RETURN-CODE is the number of
      *  requests rejected, 99 when the suspense file is too large to
      *  load.
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
           SELECT SuspenseFile ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Suspense-Status.
           SELECT RepairRequestFile ASSIGN TO "SUSPREPA.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CaptureFile ASSIGN TO "CAPTRAN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Capture-Status.
           SELECT ClearingRegisterFile ASSIGN TO "CLEARREF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Register-Status.
           SELECT ReturnFile ASSIGN TO "CLEARRET.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT DriverParameterFile ASSIGN TO "RUNCTRL.PARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Driver-Status.
           SELECT RepairReport ASSIGN TO "SUSPREPA.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AuditLogFile ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       COPY "Estructura_Contabilidad.cbl".

       FD  SuspenseFile.
       01  SuspenseItem.
           02  SU-SuspenseID           PIC 9(6).
           02  SU-Reference            PIC X(10).
           02  SU-AccountNumber        PIC X(10).
           02  SU-AccountID            PIC 9(5).
           02  SU-Direction            PIC X(1).
           02  SU-Amount               PIC 9(12).
           02  SU-ReasonCode           PIC X(2).
           02  SU-Received-Year        PIC 9(4).
           02  SU-Received-Month       PIC 99.
           02  SU-Received-Day         PIC 99.
           02  SU-Status               PIC X(1).
           02  SU-ReturnReason         PIC X(2).
           02  SU-Repair-AccountID     PIC 9(5).
           02  SU-Action-Year          PIC 9(4).
           02  SU-Action-Month         PIC 99.
           02  SU-Action-Day           PIC 99.
           02  SU-UserID               PIC X(8).

       FD  RepairRequestFile.
       01  RepairRequest.
           02  SR-Action               PIC X(1).
           02  SR-SuspenseID           PIC 9(6).
           02  SR-AccountID            PIC 9(5).
           02  SR-ReturnReason         PIC X(2).
           02  SR-UserID               PIC X(8).

       FD  CaptureFile.
       01  CaptureItem.
           02  CI-TransactionNumber    PIC X(10).
           02  CI-Year                 PIC 9(4).
           02  CI-Month                PIC 99.
           02  CI-Day                  PIC 99.
           02  CI-AccountID            PIC 9(5).
           02  CI-WithdrawalAmount     PIC 9(12).
           02  CI-DepositAmount        PIC 9(12).
           02  CI-ItemType             PIC X(1).
           02  CI-ToAccountID          PIC 9(5).

       FD  ClearingRegisterFile.
       01  ClearingReference.
           02  RF-Reference            PIC X(10).
           02  RF-AccountID            PIC 9(5).
           02  RF-Year                 PIC 9(4).
           02  RF-Month                PIC 99.
           02  RF-Day                  PIC 99.
           02  RF-Direction            PIC X(1).
           02  RF-Amount               PIC 9(12).

       FD  ReturnFile.
       01  ReturnRecord                PIC X(80).

       FD  DriverParameterFile.
       01  DriverParms.
           05  DR-Function             PIC X(1).
           05  DR-RunYear              PIC 9(4).
           05  DR-RunMonth             PIC 99.
           05  DR-RunDay               PIC 99.
           05  DR-JobName              PIC X(8).
           05  DR-ReturnCode           PIC 9(4).
           05  DR-Override             PIC X(1).

       FD  RepairReport.
       01  RepairLine                  PIC X(100).

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
       01  WS-EOF-Suspense             PIC X VALUE "N".
       01  WS-EOF-Requests             PIC X VALUE "N".
       01  WS-Accounts-Status          PIC X(2).
       01  WS-Suspense-Status          PIC X(2).
       01  WS-Capture-Status           PIC X(2).
       01  WS-Register-Status          PIC X(2).
       01  WS-Driver-Status            PIC X(2).
       01  WS-Audit-Status             PIC X(2).
       01  WS-Subscript                PIC 9(5).
       01  WS-Found-Switch             PIC X.
       01  WS-Table-Overflow-Switch    PIC X VALUE "N".
       01  WS-Applied-Count            PIC 9(9) VALUE 0.
       01  WS-Rejected-Count           PIC 9(9) VALUE 0.
       01  WS-Rerouted-Count           PIC 9(9) VALUE 0.
       01  WS-Return-Count             PIC 9(9) VALUE 0.
       01  WS-Return-Amount            PIC 9(12) VALUE 0.
       01  WS-Business-Date-Switch     PIC X VALUE "N".
       01  WS-Business-Date            PIC 9(8).
       01  WS-Business-Date-Parts REDEFINES WS-Business-Date.
           05  WS-BD-Year              PIC 9(4).
           05  WS-BD-Month             PIC 99.
           05  WS-BD-Day               PIC 99.
       01  WS-Stamp-Work.
           05  WS-SW-Date              PIC 9(8).
           05  FILLER                  PIC X(13).
       01  WS-Audit-Action             PIC X(10).
       01  WS-Audit-UserID             PIC X(8).

       01  WS-Suspense-Work.
           05  WS-SU-SuspenseID        PIC 9(6).
           05  WS-SU-Reference         PIC X(10).
           05  WS-SU-AccountNumber     PIC X(10).
           05  WS-SU-AccountID         PIC 9(5).
           05  WS-SU-Direction         PIC X(1).
           05  WS-SU-Amount            PIC 9(12).
           05  WS-SU-ReasonCode        PIC X(2).
           05  WS-SU-Received-Year     PIC 9(4).
           05  WS-SU-Received-Month    PIC 99.
           05  WS-SU-Received-Day      PIC 99.
           05  WS-SU-Status            PIC X(1).
           05  WS-SU-ReturnReason      PIC X(2).
           05  WS-SU-Repair-AccountID  PIC 9(5).
           05  WS-SU-Action-Year       PIC 9(4).
           05  WS-SU-Action-Month      PIC 99.
           05  WS-SU-Action-Day        PIC 99.
           05  WS-SU-UserID            PIC X(8).

       01  WS-Suspense-Table.
           05  WS-Suspense-Count       PIC 9(5) VALUE 0.
           05  WS-Suspense-Entry OCCURS 5000 TIMES
                                       PIC X(78).

       01  WS-Audit-Format.
           05  FILLER                  PIC X(3) VALUE "ID=".
           05  WAF-SuspenseID          PIC 9(6).
           05  FILLER                  PIC X(5) VALUE " REF=".
           05  WAF-Reference           PIC X(10).
           05  FILLER                  PIC X(6) VALUE " ACCT=".
           05  WAF-AccountID           PIC 9(5).
           05  FILLER                  PIC X(5) VALUE " DIR=".
           05  WAF-Direction           PIC X(1).
           05  FILLER                  PIC X(5) VALUE " AMT=".
           05  WAF-Amount              PIC 9(12).
           05  FILLER                  PIC X(5) VALUE " RSN=".
           05  WAF-ReasonCode          PIC X(2).
           05  FILLER                  PIC X(4) VALUE " ST=".
           05  WAF-Status              PIC X(1).
           05  FILLER                  PIC X(5) VALUE " RET=".
           05  WAF-ReturnReason        PIC X(2).
           05  FILLER                  PIC X(4) VALUE " TO=".
           05  WAF-Repair-AccountID    PIC 9(5).

       01  WS-Return-Detail            PIC X(80).
       01  WS-Return-Amount-Text       PIC 9(12).
       01  WS-Return-Count-Text        PIC 9(9).
       01  WS-Return-Date-Text.
           05  WS-RD-Year              PIC 9(4).
           05  WS-RD-Month             PIC 99.
           05  WS-RD-Day               PIC 99.

       01  WS-Heading-Line             PIC X(60)
               VALUE "CLEARING SUSPENSE REPAIR RUN".

       01  WS-Applied-Line.
           05  FILLER                  PIC X(9) VALUE "APPLIED  ".
           05  WS-AL-Action            PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "SUSPENSE ".
           05  WS-AL-SuspenseID        PIC ZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE "REF ".
           05  WS-AL-Reference         PIC X(10).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-AL-Detail            PIC X(30).

       01  WS-Reject-Line.
           05  FILLER                  PIC X(9) VALUE "REJECTED ".
           05  WS-RL-Action            PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "SUSPENSE ".
           05  WS-RL-SuspenseID        PIC ZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RL-Reason            PIC X(40).

       01  WS-Detail-Work.
           05  FILLER                  PIC X(11) VALUE "TO ACCOUNT ".
           05  WS-DW-AccountID         PIC ZZZZ9.

       01  WS-Return-Line.
           05  FILLER                  PIC X(9) VALUE "RETURNED ".
           05  FILLER                  PIC X(13) VALUE "   SUSPENSE  ".
           05  WS-TL-SuspenseID        PIC ZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE "REF ".
           05  WS-TL-Reference         PIC X(10).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-TL-Direction         PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-TL-Amount            PIC ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-TL-ReturnReason      PIC X(2).

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

       01  WS-Return-Summary-Line.
           05  FILLER                  PIC X(17)
                   VALUE "ITEMS REROUTED:  ".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RS-Rerouted          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(18)
                   VALUE "ITEMS RETURNED:   ".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RS-Returned          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "AMOUNT ".
           05  WS-RS-Amount            PIC ZZZZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-SUSPENSE
           IF WS-Table-Overflow-Switch = "Y"
               DISPLAY "SUSPENSO.DAT EXCEEDS 5000 ROWS - "
                   "ABORTING BEFORE ANY REWRITE"
               CLOSE RepairRequestFile
               PERFORM 9000-TERMINATE
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-APPLY-REQUESTS
           PERFORM 4000-WRITE-RETURN-FILE
           PERFORM 4500-REWRITE-SUSPENSE
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
           PERFORM 1070-READ-BUSINESS-DATE
           OPEN INPUT RepairRequestFile
           OPEN OUTPUT RepairReport
           PERFORM 1010-OPEN-AUDIT-LOG
           WRITE RepairLine FROM WS-Heading-Line.

       1010-OPEN-AUDIT-LOG.
           OPEN INPUT AuditLogFile
           IF WS-Audit-Status = "00"
               CLOSE AuditLogFile
           ELSE
               OPEN OUTPUT AuditLogFile
               CLOSE AuditLogFile
           END-IF
           OPEN EXTEND AuditLogFile.

       1070-READ-BUSINESS-DATE.
           OPEN INPUT DriverParameterFile
           IF WS-Driver-Status = "00"
               READ DriverParameterFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-Business-Date-Switch
                       MOVE DR-RunYear TO WS-BD-Year
                       MOVE DR-RunMonth TO WS-BD-Month
                       MOVE DR-RunDay TO WS-BD-Day
               END-READ
               CLOSE DriverParameterFile
           END-IF
           IF WS-Business-Date-Switch = "N"
               DISPLAY "RUNCTRL.PARM NOT AVAILABLE - REPAIRS DATED "
                   "AT THE CLOCK DATE"
               MOVE FUNCTION CURRENT-DATE TO WS-Stamp-Work
               MOVE WS-SW-Date TO WS-Business-Date
           END-IF.

       2000-LOAD-SUSPENSE.
           OPEN INPUT SuspenseFile
           IF WS-Suspense-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Suspense
           END-IF
           PERFORM UNTIL WS-EOF-Suspense = "Y"
               READ SuspenseFile
                   AT END
                       MOVE "Y" TO WS-EOF-Suspense
                   NOT AT END
                       PERFORM 2100-ADD-ONE-SUSPENSE-ITEM
               END-READ
           END-PERFORM
           IF WS-Suspense-Status = "00" OR "10"
               CLOSE SuspenseFile
           END-IF.

       2100-ADD-ONE-SUSPENSE-ITEM.
           IF WS-Suspense-Count >= 5000
               MOVE "Y" TO WS-Table-Overflow-Switch
           ELSE
               ADD 1 TO WS-Suspense-Count
               MOVE SuspenseItem
                   TO WS-Suspense-Entry(WS-Suspense-Count)
           END-IF.

       3000-APPLY-REQUESTS.
           PERFORM UNTIL WS-EOF-Requests = "Y"
               READ RepairRequestFile
                   AT END
                       MOVE "Y" TO WS-EOF-Requests
                   NOT AT END
                       PERFORM 3100-APPLY-ONE-REQUEST
               END-READ
           END-PERFORM
           CLOSE RepairRequestFile.

       3100-APPLY-ONE-REQUEST.
           MOVE SPACES TO WS-RL-Reason
           IF SR-Action NOT = "R" AND SR-Action NOT = "M"
               MOVE "UNKNOWN ACTION CODE" TO WS-RL-Reason
           END-IF
           IF WS-RL-Reason = SPACES
               PERFORM 3900-FIND-SUSPENSE-ITEM
               IF WS-Found-Switch = "N"
                   MOVE "SUSPENSE ITEM NOT FOUND" TO WS-RL-Reason
               ELSE
                   IF WS-SU-Status NOT = "O"
                       MOVE "SUSPENSE ITEM IS NOT OPEN"
                           TO WS-RL-Reason
                   END-IF
               END-IF
           END-IF
           IF WS-RL-Reason = SPACES
               IF SR-Action = "R"
                   PERFORM 3200-EDIT-REROUTE
               ELSE
                   PERFORM 3300-EDIT-RETURN
               END-IF
           END-IF
           IF WS-RL-Reason = SPACES
               ADD 1 TO WS-Applied-Count
               PERFORM 3910-FORMAT-SUSPENSE-SNAPSHOT
               MOVE WS-Audit-Format TO AL-OldValue
               IF SR-Action = "R"
                   PERFORM 3250-APPLY-REROUTE
               ELSE
                   PERFORM 3350-APPLY-RETURN
               END-IF
               MOVE WS-Suspense-Work
                   TO WS-Suspense-Entry(WS-Subscript)
               MOVE SR-UserID TO WS-Audit-UserID
               PERFORM 3950-WRITE-AUDIT-ENTRY
           ELSE
               ADD 1 TO WS-Rejected-Count
               MOVE SR-Action TO WS-RL-Action
               MOVE SR-SuspenseID TO WS-RL-SuspenseID
               WRITE RepairLine FROM WS-Reject-Line
           END-IF.

       3200-EDIT-REROUTE.
           MOVE SR-AccountID TO AccountID OF Accounts
           READ AccountsFile
               INVALID KEY
                   MOVE "REPAIR ACCOUNT NOT ON MASTER"
                       TO WS-RL-Reason
               NOT INVALID KEY
                   IF AccountStatus NOT = "A"
                           AND AccountStatus NOT = SPACE
                       MOVE "REPAIR ACCOUNT NOT ACTIVE"
                           TO WS-RL-Reason
                   END-IF
           END-READ.

       3250-APPLY-REROUTE.
           PERFORM 3260-WRITE-CAPTURE-ITEM
           PERFORM 3270-REGISTER-REROUTED-ITEM
           ADD 1 TO WS-Rerouted-Count
           MOVE "R" TO WS-SU-Status
           MOVE SR-AccountID TO WS-SU-Repair-AccountID
           MOVE WS-BD-Year TO WS-SU-Action-Year
           MOVE WS-BD-Month TO WS-SU-Action-Month
           MOVE WS-BD-Day TO WS-SU-Action-Day
           MOVE SR-UserID TO WS-SU-UserID
           MOVE "REROUTE" TO WS-Audit-Action
           MOVE "R" TO WS-AL-Action
           MOVE WS-SU-SuspenseID TO WS-AL-SuspenseID
           MOVE WS-SU-Reference TO WS-AL-Reference
           MOVE SR-AccountID TO WS-DW-AccountID
           MOVE WS-Detail-Work TO WS-AL-Detail
           WRITE RepairLine FROM WS-Applied-Line.

       3260-WRITE-CAPTURE-ITEM.
           OPEN INPUT CaptureFile
           IF WS-Capture-Status = "00"
               CLOSE CaptureFile
           ELSE
               OPEN OUTPUT CaptureFile
               CLOSE CaptureFile
           END-IF
           OPEN EXTEND CaptureFile
           MOVE WS-SU-Reference TO CI-TransactionNumber
           MOVE WS-BD-Year TO CI-Year
           MOVE WS-BD-Month TO CI-Month
           MOVE WS-BD-Day TO CI-Day
           MOVE SR-AccountID TO CI-AccountID
           IF WS-SU-Direction = "C"
               MOVE 0 TO CI-WithdrawalAmount
               MOVE WS-SU-Amount TO CI-DepositAmount
           ELSE
               MOVE WS-SU-Amount TO CI-WithdrawalAmount
               MOVE 0 TO CI-DepositAmount
           END-IF
           MOVE SPACE TO CI-ItemType
           MOVE 0 TO CI-ToAccountID
           WRITE CaptureItem
           CLOSE CaptureFile.

       3270-REGISTER-REROUTED-ITEM.
           OPEN INPUT ClearingRegisterFile
           IF WS-Register-Status = "00"
               CLOSE ClearingRegisterFile
           ELSE
               OPEN OUTPUT ClearingRegisterFile
               CLOSE ClearingRegisterFile
           END-IF
           OPEN EXTEND ClearingRegisterFile
           MOVE WS-SU-Reference TO RF-Reference
           MOVE SR-AccountID TO RF-AccountID
           MOVE WS-BD-Year TO RF-Year
           MOVE WS-BD-Month TO RF-Month
           MOVE WS-BD-Day TO RF-Day
           MOVE WS-SU-Direction TO RF-Direction
           MOVE WS-SU-Amount TO RF-Amount
           WRITE ClearingReference
           CLOSE ClearingRegisterFile.

       3300-EDIT-RETURN.
           IF SR-ReturnReason NOT = SPACES
                   AND SR-ReturnReason NOT = "NA"
                   AND SR-ReturnReason NOT = "AC"
                   AND SR-ReturnReason NOT = "NF"
                   AND SR-ReturnReason NOT = "RF"
               MOVE "RETURN REASON NOT RECOGNIZED" TO WS-RL-Reason
           END-IF.

       3350-APPLY-RETURN.
           IF SR-ReturnReason = SPACES
               EVALUATE WS-SU-ReasonCode
                   WHEN "R2"
                       MOVE "AC" TO WS-SU-ReturnReason
                   WHEN "R9"
                       MOVE "NF" TO WS-SU-ReturnReason
                   WHEN "RH"
                       MOVE "NF" TO WS-SU-ReturnReason
                   WHEN "RD"
                       MOVE "RF" TO WS-SU-ReturnReason
                   WHEN OTHER
                       MOVE "NA" TO WS-SU-ReturnReason
               END-EVALUATE
           ELSE
               MOVE SR-ReturnReason TO WS-SU-ReturnReason
           END-IF
           MOVE "M" TO WS-SU-Status
           MOVE WS-BD-Year TO WS-SU-Action-Year
           MOVE WS-BD-Month TO WS-SU-Action-Month
           MOVE WS-BD-Day TO WS-SU-Action-Day
           MOVE SR-UserID TO WS-SU-UserID
           MOVE "RETURN" TO WS-Audit-Action
           MOVE "M" TO WS-AL-Action
           MOVE WS-SU-SuspenseID TO WS-AL-SuspenseID
           MOVE WS-SU-Reference TO WS-AL-Reference
           MOVE SPACES TO WS-AL-Detail
           STRING "RETURN REASON " DELIMITED BY SIZE
                  WS-SU-ReturnReason DELIMITED BY SIZE
               INTO WS-AL-Detail
           END-STRING
           WRITE RepairLine FROM WS-Applied-Line.

       3900-FIND-SUSPENSE-ITEM.
           MOVE "N" TO WS-Found-Switch
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Suspense-Count
                   OR WS-Found-Switch = "Y"
               MOVE WS-Suspense-Entry(WS-Subscript) TO WS-Suspense-Work
               IF WS-SU-SuspenseID = SR-SuspenseID
                   MOVE "Y" TO WS-Found-Switch
               END-IF
           END-PERFORM
           IF WS-Found-Switch = "Y"
               SUBTRACT 1 FROM WS-Subscript
           END-IF.

       3910-FORMAT-SUSPENSE-SNAPSHOT.
           MOVE WS-SU-SuspenseID TO WAF-SuspenseID
           MOVE WS-SU-Reference TO WAF-Reference
           MOVE WS-SU-AccountID TO WAF-AccountID
           MOVE WS-SU-Direction TO WAF-Direction
           MOVE WS-SU-Amount TO WAF-Amount
           MOVE WS-SU-ReasonCode TO WAF-ReasonCode
           MOVE WS-SU-Status TO WAF-Status
           MOVE WS-SU-ReturnReason TO WAF-ReturnReason
           MOVE WS-SU-Repair-AccountID TO WAF-Repair-AccountID.

       3950-WRITE-AUDIT-ENTRY.
           PERFORM 3910-FORMAT-SUSPENSE-SNAPSHOT
           MOVE WS-Audit-Format TO AL-NewValue
           MOVE FUNCTION CURRENT-DATE TO AL-Timestamp
           MOVE "R" TO AL-RecordType
           MOVE WS-SU-SuspenseID TO AL-RecordKey
           MOVE WS-Audit-Action TO AL-Action
           MOVE WS-Audit-UserID TO AL-UserID
           WRITE AuditLogEntry.

       4000-WRITE-RETURN-FILE.
           OPEN OUTPUT ReturnFile
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Suspense-Count
               MOVE WS-Suspense-Entry(WS-Subscript) TO WS-Suspense-Work
               IF WS-SU-Status = "M"
                   PERFORM 4100-RETURN-ONE-ITEM
               END-IF
           END-PERFORM
           MOVE WS-Return-Count TO WS-Return-Count-Text
           MOVE WS-Return-Amount TO WS-Return-Amount-Text
           MOVE SPACES TO WS-Return-Detail
           STRING "T;" DELIMITED BY SIZE
                  WS-Return-Count-Text DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-Return-Amount-Text DELIMITED BY SIZE
               INTO WS-Return-Detail
           END-STRING
           WRITE ReturnRecord FROM WS-Return-Detail
           CLOSE ReturnFile.

       4100-RETURN-ONE-ITEM.
           PERFORM 3910-FORMAT-SUSPENSE-SNAPSHOT
           MOVE WS-Audit-Format TO AL-OldValue
           MOVE WS-SU-Received-Year TO WS-RD-Year
           MOVE WS-SU-Received-Month TO WS-RD-Month
           MOVE WS-SU-Received-Day TO WS-RD-Day
           MOVE WS-SU-Amount TO WS-Return-Amount-Text
           MOVE SPACES TO WS-Return-Detail
           STRING "D;" DELIMITED BY SIZE
                  WS-SU-Reference DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  WS-SU-AccountNumber DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  WS-Return-Date-Text DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-SU-Direction DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-Return-Amount-Text DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-SU-ReturnReason DELIMITED BY SIZE
               INTO WS-Return-Detail
           END-STRING
           WRITE ReturnRecord FROM WS-Return-Detail
           ADD 1 TO WS-Return-Count
           ADD WS-SU-Amount TO WS-Return-Amount
           MOVE "T" TO WS-SU-Status
           MOVE WS-BD-Year TO WS-SU-Action-Year
           MOVE WS-BD-Month TO WS-SU-Action-Month
           MOVE WS-BD-Day TO WS-SU-Action-Day
           MOVE WS-Suspense-Work TO WS-Suspense-Entry(WS-Subscript)
           MOVE WS-SU-SuspenseID TO WS-TL-SuspenseID
           MOVE WS-SU-Reference TO WS-TL-Reference
           MOVE WS-SU-Direction TO WS-TL-Direction
           MOVE WS-SU-Amount TO WS-TL-Amount
           MOVE WS-SU-ReturnReason TO WS-TL-ReturnReason
           WRITE RepairLine FROM WS-Return-Line
           MOVE "RETURNED" TO WS-Audit-Action
           MOVE "REPARSUS" TO WS-Audit-UserID
           PERFORM 3950-WRITE-AUDIT-ENTRY.

       4500-REWRITE-SUSPENSE.
           OPEN OUTPUT SuspenseFile
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Suspense-Count
               MOVE WS-Suspense-Entry(WS-Subscript) TO SuspenseItem
               WRITE SuspenseItem
           END-PERFORM
           CLOSE SuspenseFile.

       5000-PRINT-SUMMARY.
           MOVE WS-Applied-Count TO WS-SL-Applied
           MOVE WS-Rejected-Count TO WS-SL-Rejected
           WRITE RepairLine FROM WS-Summary-Line
           MOVE WS-Rerouted-Count TO WS-RS-Rerouted
           MOVE WS-Return-Count TO WS-RS-Returned
           MOVE WS-Return-Amount TO WS-RS-Amount
           WRITE RepairLine FROM WS-Return-Summary-Line.

       9000-TERMINATE.
           CLOSE AccountsFile
           CLOSE RepairReport
           CLOSE AuditLogFile.
