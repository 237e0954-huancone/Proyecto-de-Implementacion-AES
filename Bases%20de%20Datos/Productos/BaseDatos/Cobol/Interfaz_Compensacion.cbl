      *      N3  amount is not numeric
      *      N4  record type or debit/credit flag unrecognized
      *
      *  An N1 item is money the network has already settled with us
      *  for an account we cannot find, so besides the resubmission
      *  file it is parked on the clearing suspense file
      *  (SUSPENSO.DAT) as an open item - reference, account number
      *  as sent, direction, amount, reason and the settlement date
      *  it was received on - where Reparacion_Suspenso.cbl reroutes
      *  it to the right account or returns it to the network.  Items
      *  are parked only once the file has proved against its
      *  trailer, and an item whose reference is already open on the
      *  suspense file (the same file run twice) is not parked again.
      *  Because nothing may be parked before the file proves, the
      *  items are held in a table until then; a file with more N1
      *  items than the table holds is refused whole, like one with
      *  more items than the capture table holds, rather than leave
      *  settled money on CLEARING.REJ alone.
      *
      *  The T trailer carries the network's own control totals.
      *  Every D record read - translated or rejected - is counted
      *  and its amount summed, and the totals are proved against the
      *  settlement file is one capture day, and a rerun replaces the
      *  previous translation instead of doubling it.
      *
      *  Each translated item is also appended to the clearing
      *  reference register (CLEARREF.DAT) - network reference,
      *  AccountID, date, direction and amount.  The reference is
      *  all the capture and posting chain keeps of an item's origin,
      *  so the register is how the general ledger interface
      *  (Interfaz_Mayor_General.cbl) tells a settlement item from
      *  an ordinary one once it has been posted.  The register is
      *  written only alongside CAPTRAN.DAT, so a refused file adds
      *  nothing to it.
      *
      *  On a verified file RETURN-CODE is the number of records
      *  rejected for resubmission (0 when everything translated).
      *****************************************************************
               ORGANIZATION LINE SEQUENTIAL.
           SELECT InterfaceReport ASSIGN TO "CLEARING.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ClearingRegisterFile ASSIGN TO "CLEARREF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Register-Status.
           SELECT SuspenseFile ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Suspense-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  InterfaceReport.
       01  InterfaceLine               PIC X(100).

       FD  ClearingRegisterFile.
       01  ClearingReference.
           02  RF-Reference            PIC X(10).
           02  RF-AccountID            PIC 9(5).
           02  RF-Year                 PIC 9(4).
           02  RF-Month                PIC 99.
           02  RF-Day                  PIC 99.
           02  RF-Direction            PIC X(1).
           02  RF-Amount               PIC 9(12).

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

       WORKING-STORAGE SECTION.
       01  WS-EOF-Accounts             PIC X VALUE "N".
       01  WS-EOF-Clearing             PIC X VALUE "N".
       01  WS-Accounts-Status          PIC X(2).
       01  WS-Clearing-Status          PIC X(2).
       01  WS-Register-Status          PIC X(2).
       01  WS-Suspense-Status          PIC X(2).
       01  WS-EOF-Suspense             PIC X VALUE "N".
       01  WS-Last-SuspenseID          PIC 9(6) VALUE 0.
       01  WS-Parked-Count             PIC 9(9) VALUE 0.
       01  WS-Subscript                PIC 9(5).
       01  WS-Found-Switch             PIC X.
       01  WS-Translated-Count         PIC 9(9) VALUE 0.
           05  WS-Item-Entry OCCURS 10000 TIMES
                                       PIC X(53).

       01  WS-Park-Table.
           05  WS-Park-Count           PIC 9(5) VALUE 0.
           05  WS-Park-Entry OCCURS 2000 TIMES.
               10  WS-PK-Reference         PIC X(10).
               10  WS-PK-AccountNumber     PIC X(10).
               10  WS-PK-Direction         PIC X(1).
               10  WS-PK-Amount            PIC 9(12).
               10  WS-PK-Year              PIC 9(4).
               10  WS-PK-Month             PIC 99.
               10  WS-PK-Day               PIC 99.
               10  WS-PK-Already-Open      PIC X(1).

       01  WS-Heading-Line             PIC X(60)
               VALUE "INBOUND CLEARING TRANSLATION RUN".

           05  FILLER                  PIC X(16)
                   VALUE "ITEMS REJECTED: ".
           05  WS-SL-Rejected          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(20)
                   VALUE "PARKED ON SUSPENSE: ".
           05  WS-SL-Parked            PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
               STOP RUN
           END-IF
           PERFORM 4500-WRITE-CAPTURE-FILE
           PERFORM 4700-PARK-SUSPENSE-ITEMS
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           MOVE WS-Rejected-Count TO RETURN-CODE
           WRITE RejectItem FROM WS-Reject-Record
           MOVE WS-Reason-Code TO WS-RL-ReasonCode
           MOVE ClearingRecord TO WS-RL-Record
           WRITE InterfaceLine FROM WS-Reject-Line
           IF WS-Reason-Code = "N1"
               PERFORM 3650-HOLD-FOR-SUSPENSE
           END-IF.

       3650-HOLD-FOR-SUSPENSE.
           IF WS-Park-Count >= 2000
               MOVE "SUSPENSE TABLE CAPACITY REACHED"
                   TO WS-Refuse-Reason
           ELSE
               ADD 1 TO WS-Park-Count
               MOVE WS-NF-Field-2 TO WS-PK-Reference(WS-Park-Count)
               MOVE WS-NF-Field-3
                   TO WS-PK-AccountNumber(WS-Park-Count)
               MOVE WS-NF-Field-5 TO WS-PK-Direction(WS-Park-Count)
               MOVE WS-Amount-Value TO WS-PK-Amount(WS-Park-Count)
               MOVE WS-DN-Year TO WS-PK-Year(WS-Park-Count)
               MOVE WS-DN-Month TO WS-PK-Month(WS-Park-Count)
               MOVE WS-DN-Day TO WS-PK-Day(WS-Park-Count)
               MOVE "N" TO WS-PK-Already-Open(WS-Park-Count)
           END-IF.

       4000-VERIFY-CONTROL-TOTALS.
           MOVE WS-Trailer-Count TO WS-T1-Trailer-Count

       4500-WRITE-CAPTURE-FILE.
           OPEN OUTPUT CaptureFile
           PERFORM 4600-OPEN-CLEARING-REGISTER
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Item-Count
               MOVE WS-Item-Entry(WS-Subscript) TO WS-Capture-Work
               MOVE WS-CW-ItemType TO CI-ItemType
               MOVE WS-CW-ToAccountID TO CI-ToAccountID
               WRITE CaptureItem
               PERFORM 4610-REGISTER-ONE-ITEM
           END-PERFORM
           CLOSE CaptureFile
           CLOSE ClearingRegisterFile.

       4600-OPEN-CLEARING-REGISTER.
           OPEN INPUT ClearingRegisterFile
           IF WS-Register-Status = "00"
               CLOSE ClearingRegisterFile
           ELSE
               OPEN OUTPUT ClearingRegisterFile
               CLOSE ClearingRegisterFile
           END-IF
           OPEN EXTEND ClearingRegisterFile.

       4610-REGISTER-ONE-ITEM.
           MOVE WS-CW-TransactionNumber TO RF-Reference
           MOVE WS-CW-AccountID TO RF-AccountID
           MOVE WS-CW-Year TO RF-Year
           MOVE WS-CW-Month TO RF-Month
           MOVE WS-CW-Day TO RF-Day
           IF WS-CW-DepositAmount > 0
               MOVE "C" TO RF-Direction
               MOVE WS-CW-DepositAmount TO RF-Amount
           ELSE
               MOVE "D" TO RF-Direction
               MOVE WS-CW-WithdrawalAmount TO RF-Amount
           END-IF
           WRITE ClearingReference.

       4700-PARK-SUSPENSE-ITEMS.
           OPEN INPUT SuspenseFile
           IF WS-Suspense-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Suspense
           END-IF
           PERFORM UNTIL WS-EOF-Suspense = "Y"
               READ SuspenseFile
                   AT END
                       MOVE "Y" TO WS-EOF-Suspense
                   NOT AT END
                       PERFORM 4710-CHECK-ONE-SUSPENSE-ITEM
               END-READ
           END-PERFORM
           IF WS-Suspense-Status = "00" OR "10"
               CLOSE SuspenseFile
           ELSE
               OPEN OUTPUT SuspenseFile
               CLOSE SuspenseFile
           END-IF
           OPEN EXTEND SuspenseFile
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Park-Count
               IF WS-PK-Already-Open(WS-Subscript) = "N"
                   PERFORM 4720-PARK-ONE-ITEM
               END-IF
           END-PERFORM
           CLOSE SuspenseFile.

       4710-CHECK-ONE-SUSPENSE-ITEM.
           IF SU-SuspenseID > WS-Last-SuspenseID
               MOVE SU-SuspenseID TO WS-Last-SuspenseID
           END-IF
           IF SU-Status = "O" OR SU-Status = "M"
               PERFORM VARYING WS-Subscript FROM 1 BY 1
                       UNTIL WS-Subscript > WS-Park-Count
                   IF WS-PK-Reference(WS-Subscript) = SU-Reference
                       MOVE "Y" TO WS-PK-Already-Open(WS-Subscript)
                   END-IF
               END-PERFORM
           END-IF.

       4720-PARK-ONE-ITEM.
           ADD 1 TO WS-Last-SuspenseID
           ADD 1 TO WS-Parked-Count
           MOVE SPACES TO SuspenseItem
           MOVE WS-Last-SuspenseID TO SU-SuspenseID
           MOVE WS-PK-Reference(WS-Subscript) TO SU-Reference
           MOVE WS-PK-AccountNumber(WS-Subscript) TO SU-AccountNumber
           MOVE 0 TO SU-AccountID
           MOVE WS-PK-Direction(WS-Subscript) TO SU-Direction
           MOVE WS-PK-Amount(WS-Subscript) TO SU-Amount
           MOVE "N1" TO SU-ReasonCode
           MOVE WS-PK-Year(WS-Subscript) TO SU-Received-Year
           MOVE WS-PK-Month(WS-Subscript) TO SU-Received-Month
           MOVE WS-PK-Day(WS-Subscript) TO SU-Received-Day
           MOVE "O" TO SU-Status
           MOVE 0 TO SU-Repair-AccountID
           MOVE 0 TO SU-Action-Year
           MOVE 0 TO SU-Action-Month
           MOVE 0 TO SU-Action-Day
           WRITE SuspenseItem.

       5000-PRINT-SUMMARY.
           MOVE WS-Translated-Count TO WS-SL-Translated
           MOVE WS-Rejected-Count TO WS-SL-Rejected
           MOVE WS-Parked-Count TO WS-SL-Parked
           WRITE InterfaceLine FROM WS-Summary-Line.

       8000-CONVERT-AMOUNT.
