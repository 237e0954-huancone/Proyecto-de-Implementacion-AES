       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIGILANCIA-EFECTIVO.
      *****************************************************************
      *  Large-cash and structuring surveillance.  Looks at every
      *  cash movement dated in the period on the parameter file
      *  (VIGILAN.PARM), on TransactionsFile and on the TRANSHIST.DAT
      *  archive of closed periods, groups it by customer through
      *  the account master's CustomerID and the customer master
      *  (CUSTOMER.DAT), and raises three kinds of case:
      *      A  a single cash item at or above the reporting
      *         threshold;
      *      B  a customer's cash for one day, across all of the
      *         customer's accounts, made up of two or more items
      *         and adding up to the threshold or more;
      *      C  near-threshold activity repeated inside the look-back
      *         window - on a day with near-threshold activity, the
      *         near-threshold occurrences for the customer over the
      *         window (that day and the days before it) reach the
      *         count on the parameter file.  An occurrence is a cash
      *         item whose amount falls in the band just below the
      *         threshold, or a day with two or more items whose
      *         combined amount falls in it when no single item does
      *         - the same deposit split over two accounts.
      *  Cash in (deposits) and cash out (withdrawals) are totalled
      *  and tested separately.  Items dated before the period but
      *  inside the window are read so the first days of the period
      *  see their history; cases are raised only for days in the
      *  period.
      *
      *  A cash movement is an ordinary single-sided item - teller
      *  cash in or out.  Left out are the items the system
      *  generates (standing orders S, loan installments P and Q,
      *  service fees F and interest I, each a letter followed by
      *  nine digits), both legs of a transfer between two of our
      *  accounts (two items carrying the same TransactionNumber on
      *  the same date), items that came in from the clearing
      *  network (TransactionNumber and AccountID on the clearing
      *  reference register CLEARREF.DAT) and items reversed down to
      *  nothing.  Only the register rows dated from ten days before
      *  the first day items are read for (capture may roll a network
      *  item forward past a run of non-business days) to the end of
      *  the period are tabled; when even those overflow the table
      *  the run is refused with RETURN-CODE 99 and no case is
      *  written, since network items would otherwise be tested as
      *  cash.
      *
      *  Amounts are tested in local currency.  An item in a foreign
      *  currency is converted at the TIPOCAMB.DAT rate for its
      *  transaction date - the latest rate dated on or before it.
      *  An item with no such rate is tested unconverted, reported,
      *  and bumps RETURN-CODE, as is an item whose account is not on
      *  the account master (that account then stands alone instead
      *  of being grouped with a customer).
      *
      *  Cases are listed on the exceptions report VIGILAN.RPT under
      *  the customer's name and CU-DocumentID, and written to the
      *  fixed-format currency transaction report extract CTREXTR.DAT
      *  for the regulator: an H header with the business date (from
      *  RUNCTRL.PARM, the clock date when it is absent), the period
      *  and the threshold, one D record per case, and a T trailer
      *  with the case count and the total local amount.  The items
      *  are held in a table to be put in customer order; when it
      *  overflows the run is refused with RETURN-CODE 99 and no case
      *  is written.  The header is only written once both tables
      *  have loaded, so a refused run leaves CTREXTR.DAT empty
      *  rather than holding a header with no trailer.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountTypesFile ASSIGN TO "ACCOUNTTYPES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AccountsFile ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY AccountID OF Accounts
               FILE STATUS IS WS-Accounts-Status.
           SELECT TransactionsFile ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Transactions-Status.
           SELECT TransHistFile ASSIGN TO "TRANSHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TransHist-Status.
           SELECT CustomerFile ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CU-CustomerID
               FILE STATUS IS WS-Customer-Status.
           SELECT ExchangeRateFile ASSIGN TO "TIPOCAMB.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XRate-Status.
           SELECT ClearingRegisterFile ASSIGN TO "CLEARREF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Register-Status.
           SELECT ParameterFile ASSIGN TO "VIGILAN.PARM"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT DriverParameterFile ASSIGN TO "RUNCTRL.PARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Driver-Status.
           SELECT CTRExtractFile ASSIGN TO "CTREXTR.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ExceptionReport ASSIGN TO "VIGILAN.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "Estructura_Contabilidad.cbl".

       FD  TransHistFile.
       01  TransHist.
           02  TH-TransactionID        PIC 9(10).
           02  TH-TransactionNumber    PIC X(10).
           02  TH-TransactionYear      PIC 999.
           02  TH-TransactionMonth     PIC 99.
           02  TH-AccountID            PIC 9(5).
           02  TH-WithdrawalAmount     PIC 9(12).
           02  TH-DepositAmount        PIC 9(12).
           02  TH-TransactionDay       PIC 99.
           02  TH-CurrencyCode         PIC X(3).

       FD  CustomerFile.
       01  Customer.
           02  CU-CustomerID           PIC 9(5).
           02  CU-CustomerName         PIC X(30).
           02  CU-DocumentID           PIC X(15).
           02  CU-ContactPhone         PIC X(12).
           02  CU-Status               PIC X(1).

       FD  ExchangeRateFile.
       01  ExchangeRate.
           02  XR-CurrencyCode         PIC X(3).
           02  XR-Year                 PIC 9(4).
           02  XR-Month                PIC 99.
           02  XR-Day                  PIC 99.
           02  XR-Rate                 PIC 9(5)V9(6).

       FD  ClearingRegisterFile.
       01  ClearingReference.
           02  RF-Reference            PIC X(10).
           02  RF-AccountID            PIC 9(5).
           02  RF-Year                 PIC 9(4).
           02  RF-Month                PIC 99.
           02  RF-Day                  PIC 99.
           02  RF-Direction            PIC X(1).
           02  RF-Amount               PIC 9(12).

       FD  ParameterFile.
       01  SurveillanceParms.
           05  VP-Threshold            PIC 9(12).
           05  VP-Near-Band            PIC 9(12).
           05  VP-Window-Days          PIC 9(3).
           05  VP-Near-Count           PIC 99.
           05  VP-Start-Year           PIC 9(4).
           05  VP-Start-Month          PIC 99.
           05  VP-Start-Day            PIC 99.
           05  VP-End-Year             PIC 9(4).
           05  VP-End-Month            PIC 99.
           05  VP-End-Day              PIC 99.

       FD  DriverParameterFile.
       01  DriverParms.
           05  DR-Function             PIC X(1).
           05  DR-RunYear              PIC 9(4).
           05  DR-RunMonth             PIC 99.
           05  DR-RunDay               PIC 99.
           05  DR-JobName              PIC X(8).
           05  DR-ReturnCode           PIC 9(4).
           05  DR-Override             PIC X(1).

       FD  CTRExtractFile.
       01  CTRRecord.
           02  CT-RecordType           PIC X(1).
           02  CT-Detail.
               03  CT-CaseType         PIC X(1).
               03  CT-CustomerID       PIC 9(5).
               03  CT-DocumentID       PIC X(15).
               03  CT-CustomerName     PIC X(30).
               03  CT-Year             PIC 9(4).
               03  CT-Month            PIC 99.
               03  CT-Day              PIC 99.
               03  CT-Direction        PIC X(1).
               03  CT-AccountID        PIC 9(5).
               03  CT-AccountNumber    PIC X(10).
               03  CT-TransactionNumber PIC X(10).
               03  CT-CurrencyCode     PIC X(3).
               03  CT-OriginalAmount   PIC 9(12).
               03  CT-LocalAmount      PIC 9(13).
               03  CT-ItemCount        PIC 9(5).
           02  CT-Header REDEFINES CT-Detail.
               03  CT-H-RunYear        PIC 9(4).
               03  CT-H-RunMonth       PIC 99.
               03  CT-H-RunDay         PIC 99.
               03  CT-H-StartYear      PIC 9(4).
               03  CT-H-StartMonth     PIC 99.
               03  CT-H-StartDay       PIC 99.
               03  CT-H-EndYear        PIC 9(4).
               03  CT-H-EndMonth       PIC 99.
               03  CT-H-EndDay         PIC 99.
               03  CT-H-Threshold      PIC 9(12).
               03  FILLER              PIC X(82).
           02  CT-Trailer REDEFINES CT-Detail.
               03  CT-T-CaseCount      PIC 9(9).
               03  CT-T-LocalTotal     PIC 9(15).
               03  FILLER              PIC X(94).

       FD  ExceptionReport.
       01  ExceptionLine               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EOF-Accounts             PIC X VALUE "N".
       01  WS-EOF-Transactions         PIC X VALUE "N".
       01  WS-EOF-TransHist            PIC X VALUE "N".
       01  WS-EOF-Rates                PIC X VALUE "N".
       01  WS-EOF-Register             PIC X VALUE "N".
       01  WS-Accounts-Status          PIC X(2).
       01  WS-Transactions-Status      PIC X(2).
       01  WS-TransHist-Status         PIC X(2).
       01  WS-Customer-Status          PIC X(2).
       01  WS-XRate-Status             PIC X(2).
       01  WS-Register-Status          PIC X(2).
       01  WS-Driver-Status            PIC X(2).
       01  WS-Subscript                PIC 9(5).
       01  WS-Subscript-2              PIC 9(5).
       01  WS-Run-Start                PIC 9(5).
       01  WS-Found-Switch             PIC X.
       01  WS-Table-Overflow-Switch    PIC X VALUE "N".
       01  WS-Customer-Printed-Switch  PIC X.
       01  WS-Business-Date-Switch     PIC X VALUE "N".
       01  WS-Business-Date            PIC 9(8).
       01  WS-Business-Date-Parts REDEFINES WS-Business-Date.
           05  WS-BD-Year              PIC 9(4).
           05  WS-BD-Month             PIC 99.
           05  WS-BD-Day               PIC 99.
       01  WS-Stamp-Work.
           05  WS-SW-Date              PIC 9(8).
           05  FILLER                  PIC X(13).
       01  WS-Start-DateNum            PIC 9(8).
       01  WS-End-DateNum              PIC 9(8).
       01  WS-Window-DateNum           PIC 9(8).
       01  WS-Start-DayNum             PIC 9(8).
       01  WS-Register-Low-DateNum     PIC 9(8).
       01  WS-Register-DateNum         PIC 9(8).
       01  WS-Register-Overflow-Switch PIC X VALUE "N".
       01  WS-Window-Days              PIC 9(3).
       01  WS-Near-Count-Needed        PIC 99.
       01  WS-Near-Floor               PIC S9(13).
       01  WS-Item-DateNum             PIC 9(8).
       01  WS-Item-Direction           PIC X(1).
       01  WS-Item-Amount              PIC 9(12).
       01  WS-Rate-DateNum             PIC 9(8).
       01  WS-Rate-Best-DateNum        PIC 9(8).
       01  WS-Rate-Work                PIC 9(5)V9(6).
       01  WS-Current-Group            PIC 9(6).
       01  WS-Day-Total                PIC 9(13).
       01  WS-Day-Count                PIC 9(5).
       01  WS-Day-Near                 PIC 9(5).
       01  WS-Window-Near              PIC 9(5).
       01  WS-Window-Total             PIC 9(15).
       01  WS-Window-Low-DayNum        PIC S9(8).
       01  WS-No-Rate-Count            PIC 9(9) VALUE 0.
       01  WS-No-Master-Count          PIC 9(9) VALUE 0.
       01  WS-Overflow-Count           PIC 9(9) VALUE 0.
       01  WS-Cash-Count               PIC 9(9) VALUE 0.
       01  WS-Case-Count               PIC 9(9) VALUE 0.
       01  WS-Case-Local-Total         PIC 9(15) VALUE 0.
       01  WS-Customer-Case-Count      PIC 9(9) VALUE 0.
       01  WS-Case-Counts.
           05  WS-Case-A-Count         PIC 9(9) VALUE 0.
           05  WS-Case-B-Count         PIC 9(9) VALUE 0.
           05  WS-Case-C-Count         PIC 9(9) VALUE 0.

       01  WS-Number-Work.
           05  WS-NW-Prefix            PIC X(1).
           05  WS-NW-Suffix            PIC X(9).

       01  WS-Case-Work.
           05  WS-CW-CustomerID        PIC 9(5).
           05  WS-CW-DocumentID        PIC X(15).
           05  WS-CW-CustomerName      PIC X(30).

       01  WS-Account-Table.
           05  WS-Account-Count        PIC 9(5) VALUE 0.
           05  WS-Acct-Entry OCCURS 2000 TIMES.
               10  WS-ACC-AccountID        PIC 9(5).
               10  WS-ACC-CustomerID       PIC 9(5).
               10  WS-ACC-Number           PIC X(10).

       01  WS-Rate-Table.
           05  WS-Rate-Count           PIC 9(5) VALUE 0.
           05  WS-Rate-Entry OCCURS 5000 TIMES.
               10  WS-RT-Code              PIC X(3).
               10  WS-RT-DateNum           PIC 9(8).
               10  WS-RT-Rate              PIC 9(5)V9(6).

       01  WS-Register-Table.
           05  WS-Register-Count       PIC 9(5) VALUE 0.
           05  WS-Register-Entry OCCURS 5000 TIMES.
               10  WS-RG-Reference         PIC X(10).
               10  WS-RG-AccountID         PIC 9(5).

       01  WS-Item-Table.
           05  WS-Item-Count           PIC 9(5) VALUE 0.
           05  WS-Item-Entry OCCURS 10000 TIMES.
               10  WS-IT-Group             PIC 9(6).
               10  WS-IT-Direction         PIC X(1).
               10  WS-IT-DateNum           PIC 9(8).
               10  WS-IT-Number            PIC X(10).
               10  WS-IT-AccountID         PIC 9(5).
               10  WS-IT-AccountNumber     PIC X(10).
               10  WS-IT-CustomerID        PIC 9(5).
               10  WS-IT-Currency          PIC X(3).
               10  WS-IT-Amount            PIC 9(12).
               10  WS-IT-Local             PIC 9(13).
               10  WS-IT-Kind              PIC X(1).

       01  WS-Swap-Entry.
           05  WS-Swap-Group           PIC 9(6).
           05  WS-Swap-Direction       PIC X(1).
           05  WS-Swap-DateNum         PIC 9(8).
           05  WS-Swap-Number          PIC X(10).
           05  WS-Swap-AccountID       PIC 9(5).
           05  WS-Swap-AccountNumber   PIC X(10).
           05  WS-Swap-CustomerID      PIC 9(5).
           05  WS-Swap-Currency        PIC X(3).
           05  WS-Swap-Amount          PIC 9(12).
           05  WS-Swap-Local           PIC 9(13).
           05  WS-Swap-Kind            PIC X(1).

       01  WS-Day-Table.
           05  WS-Day-Row-Count        PIC 9(5) VALUE 0.
           05  WS-Day-Row OCCURS 10000 TIMES.
               10  WS-DY-Group             PIC 9(6).
               10  WS-DY-Direction         PIC X(1).
               10  WS-DY-DayNum            PIC 9(8).
               10  WS-DY-Total             PIC 9(13).
               10  WS-DY-Near              PIC 9(5).

       01  WS-Heading-Line.
           05  FILLER                  PIC X(36)
                   VALUE "LARGE-CASH SURVEILLANCE - PERIOD ".
           05  WS-HL-Start-Year        PIC 9(4).
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-HL-Start-Month       PIC 99.
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-HL-Start-Day         PIC 99.
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  WS-HL-End-Year          PIC 9(4).
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-HL-End-Month         PIC 99.
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-HL-End-Day           PIC 99.

       01  WS-Parameter-Line.
           05  FILLER                  PIC X(11) VALUE "THRESHOLD ".
           05  WS-PL-Threshold         PIC ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(8) VALUE "  BAND ".
           05  WS-PL-Band              PIC ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  WINDOW ".
           05  WS-PL-Window            PIC ZZ9.
           05  FILLER                  PIC X(7) VALUE " DAYS, ".
           05  WS-PL-Near-Count        PIC Z9.
           05  FILLER                  PIC X(17)
                   VALUE " OCCURRENCES".

       01  WS-Customer-Header.
           05  FILLER                  PIC X(12) VALUE "CUSTOMER ID ".
           05  WS-CH-CustomerID        PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-CH-CustomerName      PIC X(30).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE "DOC ".
           05  WS-CH-DocumentID        PIC X(15).

       01  WS-No-Customer-Header.
           05  FILLER                  PIC X(12) VALUE "ACCOUNT ID  ".
           05  WS-NC-AccountID         PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(30)
                   VALUE "NO CUSTOMER ON ACCOUNT MASTER".

       01  WS-Column-Line.
           05  FILLER  PIC X(15) VALUE "  CASE".
           05  FILLER  PIC X(11) VALUE "DATE".
           05  FILLER  PIC X(4)  VALUE "DIR".
           05  FILLER  PIC X(7)  VALUE "ACCT".
           05  FILLER  PIC X(11) VALUE "ACCOUNT NO".
           05  FILLER  PIC X(11) VALUE "NUMBER".
           05  FILLER  PIC X(4)  VALUE "CUR".
           05  FILLER  PIC X(13) VALUE "     AMOUNT".
           05  FILLER  PIC X(15) VALUE "        LOCAL".
           05  FILLER  PIC X(6)  VALUE "ITEMS".

       01  WS-Case-Line.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CL-CaseType          PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-CL-CaseText          PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-CL-Year              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-CL-Month             PIC 99.
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-CL-Day               PIC 99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-CL-Direction         PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-CL-AccountID         PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CL-AccountNumber     PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-CL-Number            PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-CL-Currency          PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-CL-Amount            PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-CL-Local             PIC ZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CL-Count             PIC ZZZZ9.

       01  WS-Edit-AccountID           PIC ZZZZ9.
       01  WS-Edit-Amount              PIC ZZZZZZZZZZZ9.

       01  WS-Case-Names.
           05  FILLER                  PIC X(10) VALUE "SINGLE".
           05  FILLER                  PIC X(10) VALUE "SAME DAY".
           05  FILLER                  PIC X(10) VALUE "REPEATED".
       01  WS-Case-Name-Table REDEFINES WS-Case-Names.
           05  WS-Case-Name OCCURS 3 TIMES PIC X(10).

       01  WS-Summary-Line.
           05  WS-SL-Label             PIC X(40).
           05  WS-SL-Count             PIC ZZZZZZZZ9.

       01  WS-Total-Line.
           05  FILLER                  PIC X(40)
                   VALUE "TOTAL LOCAL AMOUNT OF CASES".
           05  WS-TL-Amount            PIC ZZZZZZZZZZZZZZ9.

       01  WS-None-Line                PIC X(60)
               VALUE "NO CASES RAISED FOR THE PERIOD".

       01  WS-Refused-Line             PIC X(60)
               VALUE "ITEM TABLE FULL - RUN REFUSED".

       01  WS-Register-Refused-Line    PIC X(60)
               VALUE "CLEARING REGISTER TABLE FULL - RUN REFUSED".

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ACCOUNTS
           PERFORM 2100-LOAD-RATES
           PERFORM 2200-LOAD-CLEARING-REGISTER
           IF WS-Register-Overflow-Switch = "Y"
               WRITE ExceptionLine FROM WS-Register-Refused-Line
               PERFORM 9000-TERMINATE
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-LOAD-ITEMS
           IF WS-Table-Overflow-Switch = "Y"
               WRITE ExceptionLine FROM WS-Refused-Line
               PERFORM 9000-TERMINATE
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1500-WRITE-EXTRACT-HEADER
           PERFORM 3500-MARK-NON-CASH-ITEMS
           PERFORM 4000-SORT-ITEM-TABLE
           PERFORM 5000-EXAMINE-ITEMS
           PERFORM 6000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           COMPUTE RETURN-CODE =
               WS-No-Rate-Count + WS-No-Master-Count
               + WS-Overflow-Count
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT ParameterFile
           READ ParameterFile
               AT END
                   DISPLAY "VIGILAN.PARM IS EMPTY - ABORTING"
                   STOP RUN
           END-READ
           CLOSE ParameterFile
           COMPUTE WS-Start-DateNum =
               VP-Start-Year * 10000 + VP-Start-Month * 100
               + VP-Start-Day
           COMPUTE WS-End-DateNum =
               VP-End-Year * 10000 + VP-End-Month * 100
               + VP-End-Day
           MOVE VP-Window-Days TO WS-Window-Days
           IF WS-Window-Days = 0
               MOVE 1 TO WS-Window-Days
           END-IF
           MOVE VP-Near-Count TO WS-Near-Count-Needed
           IF WS-Near-Count-Needed = 0
               MOVE 2 TO WS-Near-Count-Needed
           END-IF
           COMPUTE WS-Near-Floor = VP-Threshold - VP-Near-Band
           IF WS-Near-Floor < 1
               MOVE 1 TO WS-Near-Floor
           END-IF
           COMPUTE WS-Start-DayNum =
               FUNCTION INTEGER-OF-DATE(WS-Start-DateNum)
           COMPUTE WS-Window-DateNum =
               FUNCTION DATE-OF-INTEGER(WS-Start-DayNum
                   - WS-Window-Days + 1)
           COMPUTE WS-Register-Low-DateNum =
               FUNCTION DATE-OF-INTEGER(WS-Start-DayNum
                   - WS-Window-Days + 1 - 10)
           PERFORM 1070-READ-BUSINESS-DATE
           OPEN INPUT CustomerFile
           IF WS-Customer-Status NOT = "00"
               DISPLAY "WARNING - CUSTOMER.DAT COULD NOT BE OPENED - "
                   "STATUS " WS-Customer-Status
                   " - CUSTOMERS PRINT WITHOUT NAME"
           END-IF
           OPEN OUTPUT ExceptionReport
           OPEN OUTPUT CTRExtractFile
           MOVE VP-Start-Year TO WS-HL-Start-Year
           MOVE VP-Start-Month TO WS-HL-Start-Month
           MOVE VP-Start-Day TO WS-HL-Start-Day
           MOVE VP-End-Year TO WS-HL-End-Year
           MOVE VP-End-Month TO WS-HL-End-Month
           MOVE VP-End-Day TO WS-HL-End-Day
           WRITE ExceptionLine FROM WS-Heading-Line
           MOVE VP-Threshold TO WS-PL-Threshold
           MOVE VP-Near-Band TO WS-PL-Band
           MOVE WS-Window-Days TO WS-PL-Window
           MOVE WS-Near-Count-Needed TO WS-PL-Near-Count
           WRITE ExceptionLine FROM WS-Parameter-Line.

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
               DISPLAY "RUNCTRL.PARM NOT AVAILABLE - EXTRACT DATED "
                   "WITH THE CLOCK DATE"
               MOVE FUNCTION CURRENT-DATE TO WS-Stamp-Work
               MOVE WS-SW-Date TO WS-Business-Date
           END-IF.

       1500-WRITE-EXTRACT-HEADER.
           MOVE SPACES TO CTRRecord
           MOVE "H" TO CT-RecordType
           MOVE WS-BD-Year TO CT-H-RunYear
           MOVE WS-BD-Month TO CT-H-RunMonth
           MOVE WS-BD-Day TO CT-H-RunDay
           MOVE VP-Start-Year TO CT-H-StartYear
           MOVE VP-Start-Month TO CT-H-StartMonth
           MOVE VP-Start-Day TO CT-H-StartDay
           MOVE VP-End-Year TO CT-H-EndYear
           MOVE VP-End-Month TO CT-H-EndMonth
           MOVE VP-End-Day TO CT-H-EndDay
           MOVE VP-Threshold TO CT-H-Threshold
           WRITE CTRRecord.

       2000-LOAD-ACCOUNTS.
           OPEN INPUT AccountsFile
           IF WS-Accounts-Status NOT = "00"
               DISPLAY "ACCOUNTS.DAT COULD NOT BE OPENED - "
                   "STATUS " WS-Accounts-Status " - ABORTING"
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-Accounts = "Y"
               READ AccountsFile
                   AT END
                       MOVE "Y" TO WS-EOF-Accounts
                   NOT AT END
                       PERFORM 2010-ADD-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE AccountsFile.

       2010-ADD-ONE-ACCOUNT.
           IF WS-Account-Count >= 2000
               ADD 1 TO WS-Overflow-Count
               DISPLAY "WARNING - ACCOUNT TABLE FULL, ACCOUNT "
                   AccountID OF Accounts " NOT GROUPED"
           ELSE
               ADD 1 TO WS-Account-Count
               MOVE AccountID OF Accounts
                   TO WS-ACC-AccountID(WS-Account-Count)
               IF CustomerID OF Accounts NUMERIC
                   MOVE CustomerID OF Accounts
                       TO WS-ACC-CustomerID(WS-Account-Count)
               ELSE
                   MOVE 0 TO WS-ACC-CustomerID(WS-Account-Count)
               END-IF
               MOVE AccountNumber TO WS-ACC-Number(WS-Account-Count)
           END-IF.

       2100-LOAD-RATES.
           OPEN INPUT ExchangeRateFile
           IF WS-XRate-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Rates
           END-IF
           PERFORM UNTIL WS-EOF-Rates = "Y"
               READ ExchangeRateFile
                   AT END
                       MOVE "Y" TO WS-EOF-Rates
                   NOT AT END
                       PERFORM 2110-ADD-ONE-RATE
               END-READ
           END-PERFORM
           IF WS-XRate-Status = "00" OR "10"
               CLOSE ExchangeRateFile
           END-IF.

       2110-ADD-ONE-RATE.
           IF WS-Rate-Count >= 5000
               ADD 1 TO WS-Overflow-Count
               DISPLAY "WARNING - RATE TABLE FULL, RATE FOR "
                   XR-CurrencyCode " NOT INCLUDED"
           ELSE
               ADD 1 TO WS-Rate-Count
               MOVE XR-CurrencyCode TO WS-RT-Code(WS-Rate-Count)
               COMPUTE WS-RT-DateNum(WS-Rate-Count) =
                   XR-Year * 10000 + XR-Month * 100 + XR-Day
               MOVE XR-Rate TO WS-RT-Rate(WS-Rate-Count)
           END-IF.

       2200-LOAD-CLEARING-REGISTER.
           OPEN INPUT ClearingRegisterFile
           IF WS-Register-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Register
           END-IF
           PERFORM UNTIL WS-EOF-Register = "Y"
               READ ClearingRegisterFile
                   AT END
                       MOVE "Y" TO WS-EOF-Register
                   NOT AT END
                       PERFORM 2210-ADD-ONE-REFERENCE
               END-READ
           END-PERFORM
           IF WS-Register-Status = "00" OR "10"
               CLOSE ClearingRegisterFile
           END-IF.

       2210-ADD-ONE-REFERENCE.
           COMPUTE WS-Register-DateNum =
               RF-Year * 10000 + RF-Month * 100 + RF-Day
           IF WS-Register-DateNum >= WS-Register-Low-DateNum
                   AND WS-Register-DateNum <= WS-End-DateNum
               IF WS-Register-Count >= 5000
                   MOVE "Y" TO WS-Register-Overflow-Switch
               ELSE
                   ADD 1 TO WS-Register-Count
                   MOVE RF-Reference
                       TO WS-RG-Reference(WS-Register-Count)
                   MOVE RF-AccountID
                       TO WS-RG-AccountID(WS-Register-Count)
               END-IF
           END-IF.

       3000-LOAD-ITEMS.
           OPEN INPUT TransactionsFile
           IF WS-Transactions-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Transactions
           END-IF
           PERFORM UNTIL WS-EOF-Transactions = "Y"
               READ TransactionsFile
                   AT END
                       MOVE "Y" TO WS-EOF-Transactions
                   NOT AT END
                       PERFORM 3100-CONSIDER-ITEM
               END-READ
           END-PERFORM
           IF WS-Transactions-Status = "00" OR "10"
               CLOSE TransactionsFile
           END-IF
           OPEN INPUT TransHistFile
           IF WS-TransHist-Status NOT = "00"
               MOVE "Y" TO WS-EOF-TransHist
           END-IF
           PERFORM UNTIL WS-EOF-TransHist = "Y"
               READ TransHistFile
                   AT END
                       MOVE "Y" TO WS-EOF-TransHist
                   NOT AT END
                       MOVE TransHist TO Transactions
                       PERFORM 3100-CONSIDER-ITEM
               END-READ
           END-PERFORM
           IF WS-TransHist-Status = "00" OR "10"
               CLOSE TransHistFile
           END-IF.

       3100-CONSIDER-ITEM.
           COMPUTE WS-Item-DateNum =
               TransactionYear * 10000 + TransactionMonth * 100
               + TransactionDay
           MOVE TransactionNumber TO WS-Number-Work
           IF WS-Item-DateNum >= WS-Window-DateNum
                   AND WS-Item-DateNum <= WS-End-DateNum
               IF WS-NW-Suffix NUMERIC
                       AND (WS-NW-Prefix = "S" OR WS-NW-Prefix = "P"
                       OR WS-NW-Prefix = "Q" OR WS-NW-Prefix = "F"
                       OR WS-NW-Prefix = "I")
                   CONTINUE
               ELSE
                   IF DepositAmount > 0
                       MOVE "C" TO WS-Item-Direction
                       MOVE DepositAmount TO WS-Item-Amount
                       PERFORM 3200-ADD-ONE-ITEM
                   END-IF
                   IF WithdrawalAmount > 0
                       MOVE "D" TO WS-Item-Direction
                       MOVE WithdrawalAmount TO WS-Item-Amount
                       PERFORM 3200-ADD-ONE-ITEM
                   END-IF
               END-IF
           END-IF.

       3200-ADD-ONE-ITEM.
           IF WS-Item-Count >= 10000
               MOVE "Y" TO WS-Table-Overflow-Switch
           ELSE
               ADD 1 TO WS-Item-Count
               MOVE WS-Item-Direction
                   TO WS-IT-Direction(WS-Item-Count)
               MOVE WS-Item-DateNum TO WS-IT-DateNum(WS-Item-Count)
               MOVE TransactionNumber TO WS-IT-Number(WS-Item-Count)
               MOVE AccountID OF Transactions
                   TO WS-IT-AccountID(WS-Item-Count)
               MOVE CurrencyCode OF Transactions
                   TO WS-IT-Currency(WS-Item-Count)
               MOVE WS-Item-Amount TO WS-IT-Amount(WS-Item-Count)
               MOVE WS-Item-Amount TO WS-IT-Local(WS-Item-Count)
               MOVE "C" TO WS-IT-Kind(WS-Item-Count)
               PERFORM 3210-FIND-CUSTOMER-GROUP
           END-IF.

       3210-FIND-CUSTOMER-GROUP.
           MOVE "N" TO WS-Found-Switch
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Account-Count
                   OR WS-Found-Switch = "Y"
               IF WS-ACC-AccountID(WS-Subscript) =
                       AccountID OF Transactions
                   MOVE "Y" TO WS-Found-Switch
                   MOVE WS-ACC-CustomerID(WS-Subscript)
                       TO WS-IT-CustomerID(WS-Item-Count)
                   MOVE WS-ACC-Number(WS-Subscript)
                       TO WS-IT-AccountNumber(WS-Item-Count)
               END-IF
           END-PERFORM
           IF WS-Found-Switch = "N"
               ADD 1 TO WS-No-Master-Count
               DISPLAY "WARNING - ACCOUNT " AccountID OF Transactions
                   " NOT ON MASTER - ITEM " TransactionNumber
                   " NOT GROUPED BY CUSTOMER"
               MOVE 0 TO WS-IT-CustomerID(WS-Item-Count)
               MOVE SPACES TO WS-IT-AccountNumber(WS-Item-Count)
           END-IF
           IF WS-IT-CustomerID(WS-Item-Count) > 0
               MOVE WS-IT-CustomerID(WS-Item-Count)
                   TO WS-IT-Group(WS-Item-Count)
           ELSE
               COMPUTE WS-IT-Group(WS-Item-Count) =
                   100000 + WS-IT-AccountID(WS-Item-Count)
           END-IF.

       3500-MARK-NON-CASH-ITEMS.
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Item-Count
               PERFORM 3510-CHECK-TRANSFER-LEG
               IF WS-IT-Kind(WS-Subscript) = "C"
                   PERFORM 3520-CHECK-CLEARING-ITEM
               END-IF
               IF WS-IT-Kind(WS-Subscript) = "C"
                   ADD 1 TO WS-Cash-Count
                   IF WS-IT-Currency(WS-Subscript) NOT = SPACES
                       PERFORM 3530-CONVERT-TO-LOCAL
                   END-IF
               END-IF
           END-PERFORM.

       3510-CHECK-TRANSFER-LEG.
           PERFORM VARYING WS-Subscript-2 FROM 1 BY 1
                   UNTIL WS-Subscript-2 > WS-Item-Count
                   OR WS-IT-Kind(WS-Subscript) = "T"
               IF WS-IT-Number(WS-Subscript-2) =
                       WS-IT-Number(WS-Subscript)
                   AND WS-IT-DateNum(WS-Subscript-2) =
                       WS-IT-DateNum(WS-Subscript)
                   AND WS-IT-AccountID(WS-Subscript-2) NOT =
                       WS-IT-AccountID(WS-Subscript)
                   MOVE "T" TO WS-IT-Kind(WS-Subscript)
               END-IF
           END-PERFORM.

       3520-CHECK-CLEARING-ITEM.
           PERFORM VARYING WS-Subscript-2 FROM 1 BY 1
                   UNTIL WS-Subscript-2 > WS-Register-Count
                   OR WS-IT-Kind(WS-Subscript) = "N"
               IF WS-RG-Reference(WS-Subscript-2) =
                       WS-IT-Number(WS-Subscript)
                   AND WS-RG-AccountID(WS-Subscript-2) =
                       WS-IT-AccountID(WS-Subscript)
                   MOVE "N" TO WS-IT-Kind(WS-Subscript)
               END-IF
           END-PERFORM.

       3530-CONVERT-TO-LOCAL.
           MOVE "N" TO WS-Found-Switch
           MOVE 0 TO WS-Rate-Best-DateNum
           PERFORM VARYING WS-Subscript-2 FROM 1 BY 1
                   UNTIL WS-Subscript-2 > WS-Rate-Count
               IF WS-RT-Code(WS-Subscript-2) =
                       WS-IT-Currency(WS-Subscript)
                   AND WS-RT-DateNum(WS-Subscript-2) <=
                       WS-IT-DateNum(WS-Subscript)
                   AND (WS-Found-Switch = "N"
                       OR WS-RT-DateNum(WS-Subscript-2) >
                           WS-Rate-Best-DateNum)
                   MOVE "Y" TO WS-Found-Switch
                   MOVE WS-RT-DateNum(WS-Subscript-2)
                       TO WS-Rate-Best-DateNum
                   MOVE WS-RT-Rate(WS-Subscript-2) TO WS-Rate-Work
               END-IF
           END-PERFORM
           IF WS-Found-Switch = "N"
               ADD 1 TO WS-No-Rate-Count
               DISPLAY "WARNING - NO RATE FOR CURRENCY "
                   WS-IT-Currency(WS-Subscript) " ON "
                   WS-IT-DateNum(WS-Subscript) " - ITEM "
                   WS-IT-Number(WS-Subscript) " LEFT UNCONVERTED"
           ELSE
               COMPUTE WS-IT-Local(WS-Subscript) ROUNDED =
                   WS-IT-Amount(WS-Subscript) * WS-Rate-Work
           END-IF.

       4000-SORT-ITEM-TABLE.
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript >= WS-Item-Count
               PERFORM VARYING WS-Subscript-2 FROM 1 BY 1
                       UNTIL WS-Subscript-2 >
                           WS-Item-Count - WS-Subscript
                   PERFORM 4100-SWAP-IF-OUT-OF-ORDER
               END-PERFORM
           END-PERFORM.

       4100-SWAP-IF-OUT-OF-ORDER.
           IF WS-IT-Group(WS-Subscript-2) >
                   WS-IT-Group(WS-Subscript-2 + 1)
               OR (WS-IT-Group(WS-Subscript-2) =
                       WS-IT-Group(WS-Subscript-2 + 1)
                   AND WS-IT-Direction(WS-Subscript-2) >
                       WS-IT-Direction(WS-Subscript-2 + 1))
               OR (WS-IT-Group(WS-Subscript-2) =
                       WS-IT-Group(WS-Subscript-2 + 1)
                   AND WS-IT-Direction(WS-Subscript-2) =
                       WS-IT-Direction(WS-Subscript-2 + 1)
                   AND WS-IT-DateNum(WS-Subscript-2) >
                       WS-IT-DateNum(WS-Subscript-2 + 1))
               MOVE WS-Item-Entry(WS-Subscript-2) TO WS-Swap-Entry
               MOVE WS-Item-Entry(WS-Subscript-2 + 1)
                   TO WS-Item-Entry(WS-Subscript-2)
               MOVE WS-Swap-Entry
                   TO WS-Item-Entry(WS-Subscript-2 + 1)
           END-IF.

       5000-EXAMINE-ITEMS.
           MOVE 999999 TO WS-Current-Group
           MOVE 1 TO WS-Subscript
           PERFORM UNTIL WS-Subscript > WS-Item-Count
               IF WS-IT-Group(WS-Subscript) NOT = WS-Current-Group
                   MOVE WS-IT-Group(WS-Subscript) TO WS-Current-Group
                   MOVE "N" TO WS-Customer-Printed-Switch
               END-IF
               PERFORM 5100-EXAMINE-ONE-DAY
           END-PERFORM
           IF WS-Case-Count = 0
               WRITE ExceptionLine FROM WS-None-Line
                   AFTER ADVANCING 2 LINES
           END-IF.

      *    One customer, one direction, one date: the items run from
      *    WS-Run-Start up to (not including) WS-Subscript.
       5100-EXAMINE-ONE-DAY.
           MOVE WS-Subscript TO WS-Run-Start
           MOVE 0 TO WS-Day-Total
           MOVE 0 TO WS-Day-Count
           MOVE 0 TO WS-Day-Near
           PERFORM UNTIL WS-Subscript > WS-Item-Count
                   OR WS-IT-Group(WS-Subscript) NOT =
                       WS-IT-Group(WS-Run-Start)
                   OR WS-IT-Direction(WS-Subscript) NOT =
                       WS-IT-Direction(WS-Run-Start)
                   OR WS-IT-DateNum(WS-Subscript) NOT =
                       WS-IT-DateNum(WS-Run-Start)
               IF WS-IT-Kind(WS-Subscript) = "C"
                   PERFORM 5110-EXAMINE-ONE-ITEM
               END-IF
               ADD 1 TO WS-Subscript
           END-PERFORM
           IF WS-Day-Count > 0
               IF WS-Day-Near = 0 AND WS-Day-Count > 1
                       AND WS-Day-Total >= WS-Near-Floor
                       AND WS-Day-Total < VP-Threshold
                   MOVE 1 TO WS-Day-Near
               END-IF
               PERFORM 5200-ADD-DAY-ROW
               IF WS-IT-DateNum(WS-Run-Start) >= WS-Start-DateNum
                   IF WS-Day-Count > 1
                           AND WS-Day-Total >= VP-Threshold
                       PERFORM 5300-RAISE-SAME-DAY-CASE
                   END-IF
                   IF WS-Day-Near > 0
                           AND WS-Table-Overflow-Switch = "N"
                       PERFORM 5400-CHECK-REPEATED-NEAR
                   END-IF
               END-IF
           END-IF.

       5110-EXAMINE-ONE-ITEM.
           ADD 1 TO WS-Day-Count
           ADD WS-IT-Local(WS-Subscript) TO WS-Day-Total
           IF WS-IT-Local(WS-Subscript) >= WS-Near-Floor
                   AND WS-IT-Local(WS-Subscript) < VP-Threshold
               ADD 1 TO WS-Day-Near
           END-IF
           IF WS-IT-Local(WS-Subscript) >= VP-Threshold
                   AND WS-IT-DateNum(WS-Subscript) >= WS-Start-DateNum
               PERFORM 5150-RAISE-SINGLE-ITEM-CASE
           END-IF.

       5150-RAISE-SINGLE-ITEM-CASE.
           PERFORM 5500-PRINT-CUSTOMER-HEADER
           ADD 1 TO WS-Case-A-Count
           MOVE "A" TO WS-CL-CaseType
           MOVE WS-Case-Name(1) TO WS-CL-CaseText
           PERFORM 5600-SET-CASE-DATE
           MOVE WS-IT-AccountID(WS-Subscript) TO WS-Edit-AccountID
           MOVE WS-Edit-AccountID TO WS-CL-AccountID
           MOVE WS-IT-AccountNumber(WS-Subscript)
               TO WS-CL-AccountNumber
           MOVE WS-IT-Number(WS-Subscript) TO WS-CL-Number
           MOVE WS-IT-Currency(WS-Subscript) TO WS-CL-Currency
           MOVE WS-IT-Amount(WS-Subscript) TO WS-Edit-Amount
           MOVE WS-Edit-Amount TO WS-CL-Amount
           MOVE WS-IT-Local(WS-Subscript) TO WS-CL-Local
           MOVE 1 TO WS-CL-Count
           WRITE ExceptionLine FROM WS-Case-Line
           MOVE WS-IT-AccountID(WS-Subscript) TO CT-AccountID
           MOVE WS-IT-AccountNumber(WS-Subscript) TO CT-AccountNumber
           MOVE WS-IT-Number(WS-Subscript) TO CT-TransactionNumber
           MOVE WS-IT-Currency(WS-Subscript) TO CT-CurrencyCode
           MOVE WS-IT-Amount(WS-Subscript) TO CT-OriginalAmount
           MOVE WS-IT-Local(WS-Subscript) TO CT-LocalAmount
           MOVE 1 TO CT-ItemCount
           PERFORM 5700-WRITE-CASE-RECORD.

       5200-ADD-DAY-ROW.
           IF WS-Day-Row-Count >= 10000
               MOVE "Y" TO WS-Table-Overflow-Switch
           ELSE
               ADD 1 TO WS-Day-Row-Count
               MOVE WS-IT-Group(WS-Run-Start)
                   TO WS-DY-Group(WS-Day-Row-Count)
               MOVE WS-IT-Direction(WS-Run-Start)
                   TO WS-DY-Direction(WS-Day-Row-Count)
               COMPUTE WS-DY-DayNum(WS-Day-Row-Count) =
                   FUNCTION INTEGER-OF-DATE(WS-IT-DateNum(WS-Run-Start))
               MOVE WS-Day-Total TO WS-DY-Total(WS-Day-Row-Count)
               MOVE WS-Day-Near TO WS-DY-Near(WS-Day-Row-Count)
           END-IF.

       5300-RAISE-SAME-DAY-CASE.
           PERFORM 5500-PRINT-CUSTOMER-HEADER
           ADD 1 TO WS-Case-B-Count
           MOVE "B" TO WS-CL-CaseType
           MOVE WS-Case-Name(2) TO WS-CL-CaseText
           MOVE WS-Run-Start TO WS-Subscript-2
           PERFORM 5610-SET-DAY-CASE-FIELDS
           MOVE WS-Day-Total TO WS-CL-Local
           MOVE WS-Day-Count TO WS-CL-Count
           WRITE ExceptionLine FROM WS-Case-Line
           MOVE WS-Day-Total TO CT-LocalAmount
           MOVE WS-Day-Count TO CT-ItemCount
           PERFORM 5700-WRITE-CASE-RECORD.

      *    The day rows for this customer and direction are in date
      *    order, ending with the one just added; count back through
      *    those inside the window.
       5400-CHECK-REPEATED-NEAR.
           MOVE 0 TO WS-Window-Near
           MOVE 0 TO WS-Window-Total
           COMPUTE WS-Window-Low-DayNum =
               WS-DY-DayNum(WS-Day-Row-Count) - WS-Window-Days
           MOVE WS-Day-Row-Count TO WS-Subscript-2
           PERFORM UNTIL WS-Subscript-2 < 1
                   OR WS-DY-Group(WS-Subscript-2) NOT =
                       WS-IT-Group(WS-Run-Start)
                   OR WS-DY-Direction(WS-Subscript-2) NOT =
                       WS-IT-Direction(WS-Run-Start)
                   OR WS-DY-DayNum(WS-Subscript-2) <=
                       WS-Window-Low-DayNum
               ADD WS-DY-Near(WS-Subscript-2) TO WS-Window-Near
               ADD WS-DY-Total(WS-Subscript-2) TO WS-Window-Total
               SUBTRACT 1 FROM WS-Subscript-2
           END-PERFORM
           IF WS-Window-Near >= WS-Near-Count-Needed
               PERFORM 5410-RAISE-REPEATED-CASE
           END-IF.

       5410-RAISE-REPEATED-CASE.
           PERFORM 5500-PRINT-CUSTOMER-HEADER
           ADD 1 TO WS-Case-C-Count
           MOVE "C" TO WS-CL-CaseType
           MOVE WS-Case-Name(3) TO WS-CL-CaseText
           MOVE WS-Run-Start TO WS-Subscript-2
           PERFORM 5610-SET-DAY-CASE-FIELDS
           MOVE WS-Window-Total TO WS-CL-Local
           MOVE WS-Window-Near TO WS-CL-Count
           WRITE ExceptionLine FROM WS-Case-Line
           MOVE WS-Window-Total TO CT-LocalAmount
           MOVE WS-Window-Near TO CT-ItemCount
           PERFORM 5700-WRITE-CASE-RECORD.

       5500-PRINT-CUSTOMER-HEADER.
           IF WS-Customer-Printed-Switch = "N"
               MOVE "Y" TO WS-Customer-Printed-Switch
               ADD 1 TO WS-Customer-Case-Count
               MOVE 0 TO WS-CW-CustomerID
               MOVE SPACES TO WS-CW-DocumentID
               MOVE SPACES TO WS-CW-CustomerName
               IF WS-Current-Group < 100000
                   MOVE WS-Current-Group TO WS-CW-CustomerID
                   PERFORM 5510-READ-CUSTOMER
                   MOVE WS-CW-CustomerID TO WS-CH-CustomerID
                   MOVE WS-CW-CustomerName TO WS-CH-CustomerName
                   MOVE WS-CW-DocumentID TO WS-CH-DocumentID
                   WRITE ExceptionLine FROM WS-Customer-Header
                       AFTER ADVANCING 2 LINES
               ELSE
                   COMPUTE WS-NC-AccountID = WS-Current-Group - 100000
                   WRITE ExceptionLine FROM WS-No-Customer-Header
                       AFTER ADVANCING 2 LINES
               END-IF
               WRITE ExceptionLine FROM WS-Column-Line
           END-IF.

       5510-READ-CUSTOMER.
           MOVE "CUSTOMER NOT ON MASTER" TO WS-CW-CustomerName
           IF WS-Customer-Status = "00" OR "23"
               MOVE WS-CW-CustomerID TO CU-CustomerID
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "WARNING - CUSTOMER " WS-CW-CustomerID
                           " NOT ON CUSTOMER.DAT"
                   NOT INVALID KEY
                       MOVE CU-CustomerName TO WS-CW-CustomerName
                       MOVE CU-DocumentID TO WS-CW-DocumentID
               END-READ
           END-IF.

       5600-SET-CASE-DATE.
           MOVE WS-IT-DateNum(WS-Subscript)(1:4) TO WS-CL-Year
           MOVE WS-IT-DateNum(WS-Subscript)(5:2) TO WS-CL-Month
           MOVE WS-IT-DateNum(WS-Subscript)(7:2) TO WS-CL-Day
           IF WS-IT-Direction(WS-Subscript) = "C"
               MOVE "IN" TO WS-CL-Direction
           ELSE
               MOVE "OUT" TO WS-CL-Direction
           END-IF
           MOVE WS-IT-DateNum(WS-Subscript)(1:4) TO CT-Year
           MOVE WS-IT-DateNum(WS-Subscript)(5:2) TO CT-Month
           MOVE WS-IT-DateNum(WS-Subscript)(7:2) TO CT-Day
           MOVE WS-IT-Direction(WS-Subscript) TO CT-Direction.

      *    A day case is for the customer, not for one account, so the
      *    account and item columns stay blank and the amount is local.
       5610-SET-DAY-CASE-FIELDS.
           MOVE WS-IT-DateNum(WS-Subscript-2)(1:4) TO WS-CL-Year
           MOVE WS-IT-DateNum(WS-Subscript-2)(5:2) TO WS-CL-Month
           MOVE WS-IT-DateNum(WS-Subscript-2)(7:2) TO WS-CL-Day
           IF WS-IT-Direction(WS-Subscript-2) = "C"
               MOVE "IN" TO WS-CL-Direction
           ELSE
               MOVE "OUT" TO WS-CL-Direction
           END-IF
           MOVE SPACES TO WS-CL-AccountID
           MOVE SPACES TO WS-CL-AccountNumber
           MOVE SPACES TO WS-CL-Number
           MOVE SPACES TO WS-CL-Currency
           MOVE SPACES TO WS-CL-Amount
           MOVE WS-IT-DateNum(WS-Subscript-2)(1:4) TO CT-Year
           MOVE WS-IT-DateNum(WS-Subscript-2)(5:2) TO CT-Month
           MOVE WS-IT-DateNum(WS-Subscript-2)(7:2) TO CT-Day
           MOVE WS-IT-Direction(WS-Subscript-2) TO CT-Direction
           IF WS-Current-Group < 100000
               MOVE 0 TO CT-AccountID
               MOVE SPACES TO CT-AccountNumber
           ELSE
               MOVE WS-IT-AccountID(WS-Subscript-2) TO CT-AccountID
               MOVE WS-IT-AccountNumber(WS-Subscript-2)
                   TO CT-AccountNumber
           END-IF
           MOVE SPACES TO CT-TransactionNumber
           MOVE SPACES TO CT-CurrencyCode
           MOVE 0 TO CT-OriginalAmount.

       5700-WRITE-CASE-RECORD.
           ADD 1 TO WS-Case-Count
           ADD CT-LocalAmount TO WS-Case-Local-Total
           MOVE "D" TO CT-RecordType
           MOVE WS-CL-CaseType TO CT-CaseType
           MOVE WS-CW-CustomerID TO CT-CustomerID
           MOVE WS-CW-DocumentID TO CT-DocumentID
           IF WS-Current-Group < 100000
               MOVE WS-CW-CustomerName TO CT-CustomerName
           ELSE
               MOVE SPACES TO CT-CustomerName
           END-IF
           WRITE CTRRecord.

       6000-PRINT-SUMMARY.
           MOVE "CASH ITEMS EXAMINED" TO WS-SL-Label
           MOVE WS-Cash-Count TO WS-SL-Count
           WRITE ExceptionLine FROM WS-Summary-Line
               AFTER ADVANCING 2 LINES
           MOVE "CUSTOMERS WITH CASES" TO WS-SL-Label
           MOVE WS-Customer-Case-Count TO WS-SL-Count
           WRITE ExceptionLine FROM WS-Summary-Line
           MOVE "A - SINGLE ITEMS AT OR ABOVE THRESHOLD"
               TO WS-SL-Label
           MOVE WS-Case-A-Count TO WS-SL-Count
           WRITE ExceptionLine FROM WS-Summary-Line
           MOVE "B - SAME-DAY TOTALS AT OR ABOVE IT" TO WS-SL-Label
           MOVE WS-Case-B-Count TO WS-SL-Count
           WRITE ExceptionLine FROM WS-Summary-Line
           MOVE "C - REPEATED NEAR-THRESHOLD ACTIVITY"
               TO WS-SL-Label
           MOVE WS-Case-C-Count TO WS-SL-Count
           WRITE ExceptionLine FROM WS-Summary-Line
           MOVE WS-Case-Local-Total TO WS-TL-Amount
           WRITE ExceptionLine FROM WS-Total-Line
           MOVE "ITEMS LEFT UNCONVERTED - NO RATE" TO WS-SL-Label
           MOVE WS-No-Rate-Count TO WS-SL-Count
           WRITE ExceptionLine FROM WS-Summary-Line
           MOVE "ITEMS WHOSE ACCOUNT IS NOT ON MASTER"
               TO WS-SL-Label
           MOVE WS-No-Master-Count TO WS-SL-Count
           WRITE ExceptionLine FROM WS-Summary-Line
           IF WS-Table-Overflow-Switch = "Y"
               ADD 1 TO WS-Overflow-Count
               DISPLAY "WARNING - DAY TABLE FULL, LATER DAYS NOT "
                   "TESTED FOR REPEATED NEAR-THRESHOLD ACTIVITY"
           END-IF
           MOVE SPACES TO CTRRecord
           MOVE "T" TO CT-RecordType
           MOVE WS-Case-Count TO CT-T-CaseCount
           MOVE WS-Case-Local-Total TO CT-T-LocalTotal
           WRITE CTRRecord.

       9000-TERMINATE.
           IF WS-Customer-Status = "00" OR "23"
               CLOSE CustomerFile
           END-IF
           CLOSE ExceptionReport
           CLOSE CTRExtractFile.
