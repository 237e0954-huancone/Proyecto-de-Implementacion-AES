       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-ANTIGUEDAD-SUSPENSO.
      *****************************************************************
      *  Clearing suspense aging report.  Lists every item still
      *  outstanding on the clearing suspense file (SUSPENSO.DAT) -
      *  Open items waiting for repair and items marked for return
      *  that have not yet gone out on the return file - oldest first,
      *  with the number of days each has been outstanding as of the
      *  business date on RUNCTRL.PARM (the clock date when the
      *  parameter file is absent).
      *
      *  Days outstanding run from the date the network settled the
      *  item (SU-Received-*).  Each item falls into one of four
      *  buckets - UNDER 2, 2-4, 5-9 and 10+ days - and the report
      *  closes with the count and amount in each bucket, credits and
      *  debits together.  Items already rerouted or returned are
      *  left off.  The items are held in a table so they can be put
      *  in age order; RETURN-CODE is 99 when the table overflows.
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
           SELECT SuspenseFile ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Suspense-Status.
           SELECT DriverParameterFile ASSIGN TO "RUNCTRL.PARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Driver-Status.
           SELECT AgingReport ASSIGN TO "SUSPENSO.RPT"
               ORGANIZATION LINE SEQUENTIAL.

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

       FD  DriverParameterFile.
       01  DriverParms.
           05  DR-Function             PIC X(1).
           05  DR-RunYear              PIC 9(4).
           05  DR-RunMonth             PIC 99.
           05  DR-RunDay               PIC 99.
           05  DR-JobName              PIC X(8).
           05  DR-ReturnCode           PIC 9(4).
           05  DR-Override             PIC X(1).

       FD  AgingReport.
       01  AgingLine                   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EOF-Suspense             PIC X VALUE "N".
       01  WS-Suspense-Status          PIC X(2).
       01  WS-Driver-Status            PIC X(2).
       01  WS-Subscript                PIC 9(5).
       01  WS-Subscript-2              PIC 9(5).
       01  WS-Table-Overflow-Switch    PIC X VALUE "N".
       01  WS-Business-Date-Switch     PIC X VALUE "N".
       01  WS-Business-Date            PIC 9(8).
       01  WS-Business-Date-Parts REDEFINES WS-Business-Date.
           05  WS-BD-Year              PIC 9(4).
           05  WS-BD-Month             PIC 99.
           05  WS-BD-Day               PIC 99.
       01  WS-Business-DayNum          PIC 9(8).
       01  WS-Received-DateNum         PIC 9(8).
       01  WS-Days-Outstanding         PIC 9(6).
       01  WS-Bucket                   PIC 9.
       01  WS-Stamp-Work.
           05  WS-SW-Date              PIC 9(8).
           05  FILLER                  PIC X(13).
       01  WS-Total-Count              PIC 9(9) VALUE 0.
       01  WS-Total-Amount             PIC 9(13) VALUE 0.

       01  WS-Grand-Buckets.
           05  WS-GB-Count OCCURS 4 TIMES PIC 9(9).
           05  WS-GB-Amount OCCURS 4 TIMES PIC 9(13).

       01  WS-Open-Table.
           05  WS-Open-Count           PIC 9(5) VALUE 0.
           05  WS-Open-Entry OCCURS 5000 TIMES.
               10  WS-OP-DateNum           PIC 9(8).
               10  WS-OP-SuspenseID        PIC 9(6).
               10  WS-OP-Reference         PIC X(10).
               10  WS-OP-AccountNumber     PIC X(10).
               10  WS-OP-AccountID         PIC 9(5).
               10  WS-OP-Direction         PIC X(1).
               10  WS-OP-Amount            PIC 9(12).
               10  WS-OP-ReasonCode        PIC X(2).
               10  WS-OP-Status            PIC X(1).

       01  WS-Swap-Entry.
           05  WS-Swap-DateNum         PIC 9(8).
           05  WS-Swap-SuspenseID      PIC 9(6).
           05  WS-Swap-Reference       PIC X(10).
           05  WS-Swap-AccountNumber   PIC X(10).
           05  WS-Swap-AccountID       PIC 9(5).
           05  WS-Swap-Direction       PIC X(1).
           05  WS-Swap-Amount          PIC 9(12).
           05  WS-Swap-ReasonCode      PIC X(2).
           05  WS-Swap-Status          PIC X(1).

       01  WS-Heading-Line.
           05  FILLER                  PIC X(37)
                   VALUE "CLEARING SUSPENSE AGING - AS OF DATE ".
           05  WS-HL-Year              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-HL-Month             PIC 99.
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-HL-Day               PIC 99.

       01  WS-Column-Line.
           05  FILLER  PIC X(8)  VALUE "ITEM".
           05  FILLER  PIC X(11) VALUE "REFERENCE".
           05  FILLER  PIC X(11) VALUE "ACCOUNT NO".
           05  FILLER  PIC X(7)  VALUE "ACCT".
           05  FILLER  PIC X(11) VALUE "RECEIVED".
           05  FILLER  PIC X(4)  VALUE "DIR".
           05  FILLER  PIC X(14) VALUE "AMOUNT".
           05  FILLER  PIC X(4)  VALUE "RSN".
           05  FILLER  PIC X(3)  VALUE "ST".
           05  FILLER  PIC X(7)  VALUE "DAYS".
           05  FILLER  PIC X(7)  VALUE "BUCKET".

       01  WS-Detail-Line.
           05  WS-DL-SuspenseID        PIC ZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-Reference         PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-DL-AccountNumber     PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-DL-AccountID         PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-Year              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-DL-Month             PIC 99.
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-DL-Day               PIC 99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-Direction         PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-DL-Amount            PIC ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-DL-ReasonCode        PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-Status            PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-DL-Days              PIC ZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-Bucket            PIC X(8).

       01  WS-Bucket-Heading.
           05  FILLER  PIC X(12) VALUE SPACES.
           05  FILLER  PIC X(14) VALUE "       UNDER 2".
           05  FILLER  PIC X(14) VALUE "           2-4".
           05  FILLER  PIC X(14) VALUE "           5-9".
           05  FILLER  PIC X(14) VALUE "           10+".
           05  FILLER  PIC X(14) VALUE "         TOTAL".

       01  WS-Bucket-Count-Line.
           05  FILLER                  PIC X(12) VALUE "ITEMS".
           05  WS-BC-Count OCCURS 4 TIMES PIC ZZZZZZZZZZZZZ9.
           05  WS-BC-Total             PIC ZZZZZZZZZZZZZ9.

       01  WS-Bucket-Amount-Line.
           05  FILLER                  PIC X(12) VALUE "AMOUNT".
           05  WS-BA-Amount OCCURS 4 TIMES PIC ZZZZZZZZZZZZZ9.
           05  WS-BA-Total             PIC ZZZZZZZZZZZZZ9.

       01  WS-Bucket-Names.
           05  FILLER                  PIC X(8) VALUE "UNDER 2 ".
           05  FILLER                  PIC X(8) VALUE "2-4     ".
           05  FILLER                  PIC X(8) VALUE "5-9     ".
           05  FILLER                  PIC X(8) VALUE "10+     ".
       01  WS-Bucket-Name-Table REDEFINES WS-Bucket-Names.
           05  WS-Bucket-Name OCCURS 4 TIMES PIC X(8).

       01  WS-None-Line                PIC X(60)
               VALUE "NO ITEMS OUTSTANDING ON CLEARING SUSPENSE".

       01  WS-Refused-Line             PIC X(60)
               VALUE "SUSPENSE TABLE FULL - RUN REFUSED".

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-OPEN-ITEMS
           IF WS-Table-Overflow-Switch = "Y"
               WRITE AgingLine FROM WS-Refused-Line
               PERFORM 9000-TERMINATE
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-SORT-OPEN-ITEMS
           PERFORM 4000-PRINT-OPEN-ITEMS
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1070-READ-BUSINESS-DATE
           COMPUTE WS-Business-DayNum =
               FUNCTION INTEGER-OF-DATE(WS-Business-Date)
           PERFORM VARYING WS-Bucket FROM 1 BY 1 UNTIL WS-Bucket > 4
               MOVE 0 TO WS-GB-Count(WS-Bucket)
               MOVE 0 TO WS-GB-Amount(WS-Bucket)
           END-PERFORM
           OPEN OUTPUT AgingReport
           MOVE WS-BD-Year TO WS-HL-Year
           MOVE WS-BD-Month TO WS-HL-Month
           MOVE WS-BD-Day TO WS-HL-Day
           WRITE AgingLine FROM WS-Heading-Line
           WRITE AgingLine FROM WS-Column-Line
               AFTER ADVANCING 2 LINES.

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
               DISPLAY "RUNCTRL.PARM NOT AVAILABLE - AGING AS OF "
                   "THE CLOCK DATE"
               MOVE FUNCTION CURRENT-DATE TO WS-Stamp-Work
               MOVE WS-SW-Date TO WS-Business-Date
           END-IF.

       2000-LOAD-OPEN-ITEMS.
           OPEN INPUT SuspenseFile
           IF WS-Suspense-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Suspense
           END-IF
           PERFORM UNTIL WS-EOF-Suspense = "Y"
               READ SuspenseFile
                   AT END
                       MOVE "Y" TO WS-EOF-Suspense
                   NOT AT END
                       IF SU-Status = "O" OR SU-Status = "M"
                           PERFORM 2100-ADD-ONE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Suspense-Status = "00" OR "10"
               CLOSE SuspenseFile
           END-IF.

       2100-ADD-ONE-OPEN-ITEM.
           IF WS-Open-Count >= 5000
               MOVE "Y" TO WS-Table-Overflow-Switch
           ELSE
               ADD 1 TO WS-Open-Count
               COMPUTE WS-OP-DateNum(WS-Open-Count) =
                   SU-Received-Year * 10000
                   + SU-Received-Month * 100 + SU-Received-Day
               MOVE SU-SuspenseID TO WS-OP-SuspenseID(WS-Open-Count)
               MOVE SU-Reference TO WS-OP-Reference(WS-Open-Count)
               MOVE SU-AccountNumber
                   TO WS-OP-AccountNumber(WS-Open-Count)
               MOVE SU-AccountID TO WS-OP-AccountID(WS-Open-Count)
               MOVE SU-Direction TO WS-OP-Direction(WS-Open-Count)
               MOVE SU-Amount TO WS-OP-Amount(WS-Open-Count)
               MOVE SU-ReasonCode TO WS-OP-ReasonCode(WS-Open-Count)
               MOVE SU-Status TO WS-OP-Status(WS-Open-Count)
           END-IF.

       3000-SORT-OPEN-ITEMS.
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript >= WS-Open-Count
               PERFORM VARYING WS-Subscript-2 FROM 1 BY 1
                       UNTIL WS-Subscript-2 >
                           WS-Open-Count - WS-Subscript
                   PERFORM 3100-SWAP-IF-OUT-OF-ORDER
               END-PERFORM
           END-PERFORM.

       3100-SWAP-IF-OUT-OF-ORDER.
           IF WS-OP-DateNum(WS-Subscript-2) >
                   WS-OP-DateNum(WS-Subscript-2 + 1)
               OR (WS-OP-DateNum(WS-Subscript-2) =
                       WS-OP-DateNum(WS-Subscript-2 + 1)
                   AND WS-OP-SuspenseID(WS-Subscript-2) >
                       WS-OP-SuspenseID(WS-Subscript-2 + 1))
               MOVE WS-Open-Entry(WS-Subscript-2) TO WS-Swap-Entry
               MOVE WS-Open-Entry(WS-Subscript-2 + 1)
                   TO WS-Open-Entry(WS-Subscript-2)
               MOVE WS-Swap-Entry
                   TO WS-Open-Entry(WS-Subscript-2 + 1)
           END-IF.

       4000-PRINT-OPEN-ITEMS.
           IF WS-Open-Count = 0
               WRITE AgingLine FROM WS-None-Line
           END-IF
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Open-Count
               PERFORM 4100-PRINT-ONE-ITEM
           END-PERFORM.

       4100-PRINT-ONE-ITEM.
           MOVE WS-OP-DateNum(WS-Subscript) TO WS-Received-DateNum
           IF WS-Received-DateNum > WS-Business-Date
               MOVE 0 TO WS-Days-Outstanding
           ELSE
               COMPUTE WS-Days-Outstanding = WS-Business-DayNum
                   - FUNCTION INTEGER-OF-DATE(WS-Received-DateNum)
           END-IF
           EVALUATE TRUE
               WHEN WS-Days-Outstanding < 2
                   MOVE 1 TO WS-Bucket
               WHEN WS-Days-Outstanding < 5
                   MOVE 2 TO WS-Bucket
               WHEN WS-Days-Outstanding < 10
                   MOVE 3 TO WS-Bucket
               WHEN OTHER
                   MOVE 4 TO WS-Bucket
           END-EVALUATE
           ADD 1 TO WS-GB-Count(WS-Bucket)
           ADD WS-OP-Amount(WS-Subscript) TO WS-GB-Amount(WS-Bucket)
           ADD 1 TO WS-Total-Count
           ADD WS-OP-Amount(WS-Subscript) TO WS-Total-Amount
           MOVE WS-OP-SuspenseID(WS-Subscript) TO WS-DL-SuspenseID
           MOVE WS-OP-Reference(WS-Subscript) TO WS-DL-Reference
           MOVE WS-OP-AccountNumber(WS-Subscript)
               TO WS-DL-AccountNumber
           MOVE WS-OP-AccountID(WS-Subscript) TO WS-DL-AccountID
           MOVE WS-Received-DateNum(1:4) TO WS-DL-Year
           MOVE WS-Received-DateNum(5:2) TO WS-DL-Month
           MOVE WS-Received-DateNum(7:2) TO WS-DL-Day
           MOVE WS-OP-Direction(WS-Subscript) TO WS-DL-Direction
           MOVE WS-OP-Amount(WS-Subscript) TO WS-DL-Amount
           MOVE WS-OP-ReasonCode(WS-Subscript) TO WS-DL-ReasonCode
           MOVE WS-OP-Status(WS-Subscript) TO WS-DL-Status
           MOVE WS-Days-Outstanding TO WS-DL-Days
           MOVE WS-Bucket-Name(WS-Bucket) TO WS-DL-Bucket
           WRITE AgingLine FROM WS-Detail-Line.

       5000-PRINT-SUMMARY.
           PERFORM VARYING WS-Bucket FROM 1 BY 1 UNTIL WS-Bucket > 4
               MOVE WS-GB-Count(WS-Bucket) TO WS-BC-Count(WS-Bucket)
               MOVE WS-GB-Amount(WS-Bucket) TO WS-BA-Amount(WS-Bucket)
           END-PERFORM
           MOVE WS-Total-Count TO WS-BC-Total
           MOVE WS-Total-Amount TO WS-BA-Total
           WRITE AgingLine FROM WS-Bucket-Heading
               AFTER ADVANCING 2 LINES
           WRITE AgingLine FROM WS-Bucket-Count-Line
           WRITE AgingLine FROM WS-Bucket-Amount-Line.

       9000-TERMINATE.
           CLOSE AgingReport.
