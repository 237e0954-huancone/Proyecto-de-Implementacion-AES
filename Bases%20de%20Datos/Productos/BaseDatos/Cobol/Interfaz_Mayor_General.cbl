       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERFAZ-MAYOR-GENERAL.
      *****************************************************************
      *  Nightly general ledger interface.  Summarizes the journal
      *  entries posted since the last feed into a balanced
      *  debit/credit file for the corporate ledger (GLFEED.DAT), one
      *  line per GL code and currency, so the day's activity reaches
      *  the general ledger without anyone re-keying it.
      *
      *  "Since the last feed" is kept on the watermark GLFEED.CKP -
      *  the highest JE-EntryID already fed.  Every entry above it on
      *  JOURNAL.DAT, or on JOURHIST.DAT if a period close has moved
      *  it there in the meantime, belongs to this run.  The
      *  watermark only moves when a balanced file has been written,
      *  so a refused run is picked up whole by the next one.
      *
      *  Each entry is booked twice: once to the customer GL of the
      *  account's type (debit for a withdrawal, credit for a deposit)
      *  and once, the other way round, to a contra code chosen by
      *  what the entry is.  The codes come from the GL mapping
      *  master (GLMAPA.DAT, Mantenimiento_Mapa_Contable.cbl), taking
      *  the nearest row up the ParentAccountTypeID chain.  In order:
      *      JE-TransactionID 0   a revaluation entry
      *                           (Revaluacion_Moneda.cbl), booked in
      *                           local currency against the FX GL
      *      network reference    the entry's TransactionNumber and
      *                           AccountID are on the clearing
      *                           reference register (CLEARREF.DAT)
      *                           Interfaz_Compensacion.cbl keeps -
      *                           booked against the clearing GL
      *      F99999YYMM           a service fee - fee income GL
      *      I99999YYMM or        interest - a deposit is interest
      *      Q99999YYMM           paid (interest expense GL), a
      *                           withdrawal is interest charged
      *                           (interest income GL)
      *      shared number        one leg of a transfer between two
      *                           of our accounts (the two legs are
      *                           adjacent entries carrying the same
      *                           TransactionNumber) - no contra, the
      *                           other leg balances it; legs on
      *                           accounts in different currencies
      *                           cannot balance each other, so each
      *                           is booked as an ordinary item
      *                           against the settlement GL in its
      *                           own currency
      *      anything else        teller cash, standing orders paid
      *                           away - settlement GL
      *  The TransactionNumber behind an entry is found on
      *  TransactionsFile, or on TRANSHIST.DAT once the period is
      *  closed.  An entry with nothing to post (both amounts zero,
      *  as a reversed item leaves it) is passed over.
      *
      *  The feed is refused outright - GLFEED.DAT written empty,
      *  the watermark left where it was, RETURN-CODE 99 - when:
      *      - an entry's account is not on the account master,
      *        its type has no mapping anywhere up the chain, the
      *        contra code it needs is blank, or its transaction
      *        cannot be found;
      *      - debits and credits do not agree for any currency
      *        once everything is booked.
      *  A refused run also records a hold event (type H) for job
      *  GLFEED on RUNCTRL.DAT, so Control_Ejecucion.cbl shows the
      *  cycle as held and will not start the feed again for the
      *  date without an override - the break is cleared through the
      *  mapping or the offending entry first, not by rerunning.
      *
      *  GLFEED.DAT carries one D record per GL code and currency and
      *  a closing T record with the line count and the debit and
      *  credit totals.  GLFEED.RPT shows the same lines, the proof
      *  per currency, the counts by kind of entry and any exceptions.
      *  The business date stamped on the feed comes from
      *  RUNCTRL.PARM, the clock date standing in when it is absent.
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
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Transactions-Status.
           SELECT TransHistFile ASSIGN TO "TRANSHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TransHist-Status.
           SELECT JournalEntriesFile ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Journal-Status.
           SELECT JourHistFile ASSIGN TO "JOURHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JourHist-Status.
           SELECT GLMapFile ASSIGN TO "GLMAPA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Map-Status.
           SELECT ClearingRegisterFile ASSIGN TO "CLEARREF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Register-Status.
           SELECT WatermarkFile ASSIGN TO "GLFEED.CKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Watermark-Status.
           SELECT DriverParameterFile ASSIGN TO "RUNCTRL.PARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Driver-Status.
           SELECT RunControlFile ASSIGN TO "RUNCTRL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RunControl-Status.
           SELECT GLFeedFile ASSIGN TO "GLFEED.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FeedReport ASSIGN TO "GLFEED.RPT"
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

       FD  JournalEntriesFile.
       01  JournalEntries.
           02  JE-EntryID              PIC 9(10).
           02  JE-TransactionID        PIC 9(10).
           02  JE-AccountID            PIC 9(5).
           02  JE-EntryYear            PIC 9(4).
           02  JE-EntryMonth           PIC 99.
           02  JE-EntryDay             PIC 99.
           02  JE-DebitAmount          PIC 9(12).
           02  JE-CreditAmount         PIC 9(12).
           02  JE-BalanceAfter         PIC S9(13)
                   SIGN IS TRAILING SEPARATE CHARACTER.

       FD  JourHistFile.
       01  JourHist.
           02  JH-EntryID              PIC 9(10).
           02  JH-TransactionID        PIC 9(10).
           02  JH-AccountID            PIC 9(5).
           02  JH-EntryYear            PIC 9(4).
           02  JH-EntryMonth           PIC 99.
           02  JH-EntryDay             PIC 99.
           02  JH-DebitAmount          PIC 9(12).
           02  JH-CreditAmount         PIC 9(12).
           02  JH-BalanceAfter         PIC S9(13)
                   SIGN IS TRAILING SEPARATE CHARACTER.

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

       FD  ClearingRegisterFile.
       01  ClearingReference.
           02  RF-Reference            PIC X(10).
           02  RF-AccountID            PIC 9(5).
           02  RF-Year                 PIC 9(4).
           02  RF-Month                PIC 99.
           02  RF-Day                  PIC 99.
           02  RF-Direction            PIC X(1).
           02  RF-Amount               PIC 9(12).

       FD  WatermarkFile.
       01  WatermarkRecord.
           02  GW-Last-EntryID         PIC 9(10).
           02  GW-FeedYear             PIC 9(4).
           02  GW-FeedMonth            PIC 99.
           02  GW-FeedDay              PIC 99.

       FD  DriverParameterFile.
       01  DriverParms.
           05  DR-Function             PIC X(1).
           05  DR-RunYear              PIC 9(4).
           05  DR-RunMonth             PIC 99.
           05  DR-RunDay               PIC 99.
           05  DR-JobName              PIC X(8).
           05  DR-ReturnCode           PIC 9(4).
           05  DR-Override             PIC X(1).

       FD  RunControlFile.
       01  RunControlEvent.
           02  RC-RunYear              PIC 9(4).
           02  RC-RunMonth             PIC 99.
           02  RC-RunDay               PIC 99.
           02  RC-JobName              PIC X(8).
           02  RC-EventType            PIC X(1).
           02  RC-ReturnCode           PIC 9(4).
           02  RC-Timestamp            PIC X(21).

       FD  GLFeedFile.
       01  GLFeedRecord.
           02  GF-RecordType           PIC X(1).
           02  GF-Detail.
               03  GF-FeedYear         PIC 9(4).
               03  GF-FeedMonth        PIC 99.
               03  GF-FeedDay          PIC 99.
               03  GF-GLCode           PIC X(8).
               03  GF-CurrencyCode     PIC X(3).
               03  GF-DebitAmount      PIC 9(15).
               03  GF-CreditAmount     PIC 9(15).
           02  GF-Trailer REDEFINES GF-Detail.
               03  GF-T-FeedYear       PIC 9(4).
               03  GF-T-FeedMonth      PIC 99.
               03  GF-T-FeedDay        PIC 99.
               03  GF-T-LineCount      PIC 9(9).
               03  GF-T-DebitTotal     PIC 9(15).
               03  GF-T-CreditTotal    PIC 9(15).
               03  FILLER              PIC X(2).

       FD  FeedReport.
       01  FeedLine                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EOF-Types                PIC X VALUE "N".
       01  WS-EOF-Map                  PIC X VALUE "N".
       01  WS-EOF-Journal              PIC X VALUE "N".
       01  WS-EOF-JourHist             PIC X VALUE "N".
       01  WS-EOF-Transactions         PIC X VALUE "N".
       01  WS-EOF-TransHist            PIC X VALUE "N".
       01  WS-EOF-Register             PIC X VALUE "N".
       01  WS-Accounts-Status          PIC X(2).
       01  WS-Transactions-Status      PIC X(2).
       01  WS-TransHist-Status         PIC X(2).
       01  WS-Journal-Status           PIC X(2).
       01  WS-JourHist-Status          PIC X(2).
       01  WS-Map-Status               PIC X(2).
       01  WS-Register-Status          PIC X(2).
       01  WS-Watermark-Status         PIC X(2).
       01  WS-Driver-Status            PIC X(2).
       01  WS-RunControl-Status        PIC X(2).
       01  WS-Subscript                PIC 9(5).
       01  WS-Entry-Subscript          PIC 9(5).
       01  WS-Neighbour-Subscript      PIC 9(5).
       01  WS-Found-Switch             PIC X.
       01  WS-Map-Found-Switch         PIC X.
       01  WS-Hop-Count                PIC 9(4).
       01  WS-Search-TypeID            PIC 9(5).
       01  WS-Refuse-Reason            PIC X(40) VALUE SPACES.
       01  WS-Exception-Reason         PIC X(40).
       01  WS-Watermark-EntryID        PIC 9(10) VALUE 0.
       01  WS-High-EntryID             PIC 9(10) VALUE 0.
       01  WS-Low-TransactionID        PIC 9(10) VALUE 9999999999.
       01  WS-High-TransactionID       PIC 9(10) VALUE 0.
       01  WS-Business-Date-Switch     PIC X VALUE "N".
       01  WS-Business-Date            PIC 9(8).
       01  WS-Business-Date-Parts REDEFINES WS-Business-Date.
           05  WS-BD-Year              PIC 9(4).
           05  WS-BD-Month             PIC 99.
           05  WS-BD-Day               PIC 99.
       01  WS-Stamp-Work.
           05  WS-SW-Date              PIC 9(8).
           05  FILLER                  PIC X(13).

       01  WS-New-Entry.
           05  WS-NE-EntryID           PIC 9(10).
           05  WS-NE-TransactionID     PIC 9(10).
           05  WS-NE-AccountID         PIC 9(5).
           05  WS-NE-Debit             PIC 9(12).
           05  WS-NE-Credit            PIC 9(12).

       01  WS-Lookup-TransactionID     PIC 9(10).
       01  WS-Lookup-Number            PIC X(10).
       01  WS-Entry-Class              PIC X(1).
       01  WS-Contra-GL                PIC X(8).
       01  WS-Entry-Currency           PIC X(3).
       01  WS-Post-GLCode              PIC X(8).
       01  WS-Post-Currency            PIC X(3).
       01  WS-Post-Debit               PIC 9(12).
       01  WS-Post-Credit              PIC 9(12).

       01  WS-Resolved-Mapping.
           05  WS-RM-CustomerGL        PIC X(8).
           05  WS-RM-FeeIncomeGL       PIC X(8).
           05  WS-RM-IntExpenseGL      PIC X(8).
           05  WS-RM-IntIncomeGL       PIC X(8).
           05  WS-RM-ClearingGL        PIC X(8).
           05  WS-RM-FxGL              PIC X(8).
           05  WS-RM-SettlementGL      PIC X(8).

       01  WS-Counts.
           05  WS-Entries-Read         PIC 9(9) VALUE 0.
           05  WS-Entries-Skipped      PIC 9(9) VALUE 0.
           05  WS-Fx-Count             PIC 9(9) VALUE 0.
           05  WS-Clearing-Count       PIC 9(9) VALUE 0.
           05  WS-Fee-Count            PIC 9(9) VALUE 0.
           05  WS-Interest-Count       PIC 9(9) VALUE 0.
           05  WS-Transfer-Count       PIC 9(9) VALUE 0.
           05  WS-Ordinary-Count       PIC 9(9) VALUE 0.
           05  WS-Exception-Count      PIC 9(9) VALUE 0.
       01  WS-Feed-Debit-Total         PIC 9(15) VALUE 0.
       01  WS-Feed-Credit-Total        PIC 9(15) VALUE 0.

       01  WS-Type-Table.
           05  WS-Type-Count           PIC 9(4) VALUE 0.
           05  WS-Type-Entry OCCURS 200 TIMES.
               10  WS-TYP-ID               PIC 9(5).
               10  WS-TYP-ParentID         PIC 9(5).

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

       01  WS-Entry-Table.
           05  WS-Entry-Count          PIC 9(5) VALUE 0.
           05  WS-Entry-Row OCCURS 20000 TIMES.
               10  WS-EN-EntryID           PIC 9(10).
               10  WS-EN-TransactionID     PIC 9(10).
               10  WS-EN-AccountID         PIC 9(5).
               10  WS-EN-Debit             PIC 9(12).
               10  WS-EN-Credit            PIC 9(12).
               10  WS-EN-Number            PIC X(10).
               10  WS-EN-Number-Parts REDEFINES WS-EN-Number.
                   15  WS-EN-Prefix        PIC X(1).
                   15  WS-EN-Suffix        PIC X(9).
               10  WS-EN-Found             PIC X(1).
               10  WS-EN-Clearing          PIC X(1).

       01  WS-GL-Table.
           05  WS-GL-Count             PIC 9(4) VALUE 0.
           05  WS-GL-Row OCCURS 1000 TIMES.
               10  WS-GL-Code              PIC X(8).
               10  WS-GL-Currency          PIC X(3).
               10  WS-GL-Debit             PIC 9(15).
               10  WS-GL-Credit            PIC 9(15).

       01  WS-Currency-Table.
           05  WS-Currency-Count       PIC 9(4) VALUE 0.
           05  WS-Currency-Row OCCURS 50 TIMES.
               10  WS-CUR-Code             PIC X(3).
               10  WS-CUR-Debit            PIC 9(15).
               10  WS-CUR-Credit           PIC 9(15).

       01  WS-Heading-Line.
           05  FILLER                  PIC X(36)
                   VALUE "GENERAL LEDGER INTERFACE - FEED DATE".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-HL-Year              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-HL-Month             PIC 99.
           05  FILLER                  PIC X(1) VALUE "-".
           05  WS-HL-Day               PIC 99.

       01  WS-Range-Line.
           05  FILLER                  PIC X(22)
                   VALUE "ENTRIES ABOVE ENTRYID ".
           05  WS-RG-Watermark         PIC Z(9)9.
           05  FILLER                  PIC X(11) VALUE "  THROUGH  ".
           05  WS-RG-High              PIC Z(9)9.

       01  WS-Exception-Line.
           05  FILLER                  PIC X(16)
                   VALUE "EXCEPTION ENTRY ".
           05  WS-XL-EntryID           PIC Z(9)9.
           05  FILLER                  PIC X(9) VALUE " ACCOUNT ".
           05  WS-XL-AccountID         PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-XL-Reason            PIC X(40).

       01  WS-GL-Heading.
           05  FILLER                  PIC X(15)
                   VALUE "GL CODE   CCY  ".
           05  FILLER                  PIC X(33)
                   VALUE "         DEBITS           CREDITS".

       01  WS-GL-Line.
           05  WS-GLL-Code             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-GLL-Currency         PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-GLL-Debit            PIC ZZZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-GLL-Credit           PIC ZZZZZZZZZZZZZZ9.

       01  WS-Proof-Line.
           05  FILLER                  PIC X(9) VALUE "CURRENCY ".
           05  WS-PL-Currency          PIC X(3).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-PL-Debit             PIC ZZZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-PL-Credit            PIC ZZZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-PL-Status            PIC X(14).

       01  WS-Count-Line.
           05  WS-CL-Label             PIC X(30).
           05  WS-CL-Count             PIC ZZZZZZZZ9.

       01  WS-Refused-Line.
           05  FILLER                  PIC X(22)
                   VALUE "FEED REFUSED - HELD - ".
           05  WS-RF-Reason            PIC X(40).

       01  WS-Accepted-Line.
           05  FILLER                  PIC X(30)
                   VALUE "FEED WRITTEN - GL LINES       ".
           05  WS-AC-Lines             PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ACCOUNT-TYPES
           PERFORM 2200-LOAD-GL-MAP
           PERFORM 2400-COLLECT-NEW-ENTRIES
           IF WS-Refuse-Reason = SPACES
               PERFORM 2600-RESOLVE-TRANSACTION-NUMBERS
               PERFORM 2800-MARK-CLEARING-ITEMS
               PERFORM 3000-BOOK-ENTRIES
           END-IF
           PERFORM 4000-PROVE-BALANCE
           IF WS-Refuse-Reason NOT = SPACES
               PERFORM 4800-HOLD-THE-FEED
               PERFORM 5000-PRINT-SUMMARY
               PERFORM 9000-TERMINATE
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4500-WRITE-FEED-FILE
           PERFORM 4600-ADVANCE-WATERMARK
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT FeedReport
           PERFORM 1070-READ-BUSINESS-DATE
           MOVE WS-BD-Year TO WS-HL-Year
           MOVE WS-BD-Month TO WS-HL-Month
           MOVE WS-BD-Day TO WS-HL-Day
           WRITE FeedLine FROM WS-Heading-Line
           OPEN INPUT WatermarkFile
           IF WS-Watermark-Status = "00"
               READ WatermarkFile
                   AT END
                       MOVE 0 TO WS-Watermark-EntryID
                   NOT AT END
                       MOVE GW-Last-EntryID TO WS-Watermark-EntryID
               END-READ
               CLOSE WatermarkFile
           END-IF
           MOVE WS-Watermark-EntryID TO WS-High-EntryID
           OPEN INPUT AccountsFile
           IF WS-Accounts-Status NOT = "00"
               DISPLAY "ACCOUNTS.DAT COULD NOT BE OPENED - "
                   "STATUS " WS-Accounts-Status " - ABORTING"
               CLOSE FeedReport
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF.

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
               DISPLAY "RUNCTRL.PARM NOT AVAILABLE - FEED DATED "
                   "AT THE CLOCK DATE"
               MOVE FUNCTION CURRENT-DATE TO WS-Stamp-Work
               MOVE WS-SW-Date TO WS-Business-Date
           END-IF.

       2000-LOAD-ACCOUNT-TYPES.
           OPEN INPUT AccountTypesFile
           PERFORM UNTIL WS-EOF-Types = "Y"
               READ AccountTypesFile
                   AT END
                       MOVE "Y" TO WS-EOF-Types
                   NOT AT END
                       PERFORM 2100-ADD-ONE-TYPE
               END-READ
           END-PERFORM
           CLOSE AccountTypesFile.

       2100-ADD-ONE-TYPE.
           IF WS-Type-Count >= 200
               DISPLAY "WARNING - TYPE TABLE FULL, TYPE "
                   AccountTypeID OF AccountTypes " NOT INCLUDED"
           ELSE
               ADD 1 TO WS-Type-Count
               MOVE AccountTypeID OF AccountTypes
                   TO WS-TYP-ID(WS-Type-Count)
               MOVE ParentAccountTypeID
                   TO WS-TYP-ParentID(WS-Type-Count)
           END-IF.

       2200-LOAD-GL-MAP.
           OPEN INPUT GLMapFile
           IF WS-Map-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Map
               MOVE "GLMAPA.DAT NOT AVAILABLE" TO WS-Refuse-Reason
           END-IF
           PERFORM UNTIL WS-EOF-Map = "Y"
               READ GLMapFile
                   AT END
                       MOVE "Y" TO WS-EOF-Map
                   NOT AT END
                       PERFORM 2300-ADD-ONE-MAPPING
               END-READ
           END-PERFORM
           IF WS-Map-Status = "00" OR "10"
               CLOSE GLMapFile
           END-IF.

       2300-ADD-ONE-MAPPING.
           IF WS-Map-Count >= 200
               MOVE "GLMAPA.DAT EXCEEDS 200 ROWS"
                   TO WS-Refuse-Reason
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
           END-IF.

       2400-COLLECT-NEW-ENTRIES.
           OPEN INPUT JourHistFile
           IF WS-JourHist-Status NOT = "00"
               MOVE "Y" TO WS-EOF-JourHist
           END-IF
           PERFORM UNTIL WS-EOF-JourHist = "Y"
               READ JourHistFile
                   AT END
                       MOVE "Y" TO WS-EOF-JourHist
                   NOT AT END
                       IF JH-EntryID > WS-Watermark-EntryID
                           MOVE JH-EntryID TO WS-NE-EntryID
                           MOVE JH-TransactionID TO WS-NE-TransactionID
                           MOVE JH-AccountID TO WS-NE-AccountID
                           MOVE JH-DebitAmount TO WS-NE-Debit
                           MOVE JH-CreditAmount TO WS-NE-Credit
                           PERFORM 2500-ADD-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JourHist-Status = "00" OR "10"
               CLOSE JourHistFile
           END-IF
           OPEN INPUT JournalEntriesFile
           IF WS-Journal-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Journal
           END-IF
           PERFORM UNTIL WS-EOF-Journal = "Y"
               READ JournalEntriesFile
                   AT END
                       MOVE "Y" TO WS-EOF-Journal
                   NOT AT END
                       IF JE-EntryID > WS-Watermark-EntryID
                           MOVE JE-EntryID TO WS-NE-EntryID
                           MOVE JE-TransactionID TO WS-NE-TransactionID
                           MOVE JE-AccountID TO WS-NE-AccountID
                           MOVE JE-DebitAmount TO WS-NE-Debit
                           MOVE JE-CreditAmount TO WS-NE-Credit
                           PERFORM 2500-ADD-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Journal-Status = "00" OR "10"
               CLOSE JournalEntriesFile
           END-IF
           MOVE WS-Watermark-EntryID TO WS-RG-Watermark
           MOVE WS-High-EntryID TO WS-RG-High
           WRITE FeedLine FROM WS-Range-Line.

       2500-ADD-ONE-ENTRY.
           IF WS-Entry-Count >= 20000
               MOVE "MORE THAN 20000 ENTRIES TO FEED"
                   TO WS-Refuse-Reason
           ELSE
               ADD 1 TO WS-Entry-Count
               ADD 1 TO WS-Entries-Read
               MOVE WS-NE-EntryID TO WS-EN-EntryID(WS-Entry-Count)
               MOVE WS-NE-TransactionID
                   TO WS-EN-TransactionID(WS-Entry-Count)
               MOVE WS-NE-AccountID TO WS-EN-AccountID(WS-Entry-Count)
               MOVE WS-NE-Debit TO WS-EN-Debit(WS-Entry-Count)
               MOVE WS-NE-Credit TO WS-EN-Credit(WS-Entry-Count)
               MOVE SPACES TO WS-EN-Number(WS-Entry-Count)
               MOVE "N" TO WS-EN-Found(WS-Entry-Count)
               MOVE "N" TO WS-EN-Clearing(WS-Entry-Count)
               IF WS-NE-EntryID > WS-High-EntryID
                   MOVE WS-NE-EntryID TO WS-High-EntryID
               END-IF
               IF WS-NE-TransactionID > 0
                   IF WS-NE-TransactionID < WS-Low-TransactionID
                       MOVE WS-NE-TransactionID TO WS-Low-TransactionID
                   END-IF
                   IF WS-NE-TransactionID > WS-High-TransactionID
                       MOVE WS-NE-TransactionID TO WS-High-TransactionID
                   END-IF
               END-IF
           END-IF.

       2600-RESOLVE-TRANSACTION-NUMBERS.
           OPEN INPUT TransHistFile
           IF WS-TransHist-Status NOT = "00"
               MOVE "Y" TO WS-EOF-TransHist
           END-IF
           PERFORM UNTIL WS-EOF-TransHist = "Y"
               READ TransHistFile
                   AT END
                       MOVE "Y" TO WS-EOF-TransHist
                   NOT AT END
                       IF TH-TransactionID >= WS-Low-TransactionID
                           AND TH-TransactionID <=
                               WS-High-TransactionID
                           MOVE TH-TransactionID
                               TO WS-Lookup-TransactionID
                           MOVE TH-TransactionNumber
                               TO WS-Lookup-Number
                           PERFORM 2700-NUMBER-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TransHist-Status = "00" OR "10"
               CLOSE TransHistFile
           END-IF
           OPEN INPUT TransactionsFile
           IF WS-Transactions-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Transactions
           END-IF
           PERFORM UNTIL WS-EOF-Transactions = "Y"
               READ TransactionsFile
                   AT END
                       MOVE "Y" TO WS-EOF-Transactions
                   NOT AT END
                       IF TransactionID >= WS-Low-TransactionID
                           AND TransactionID <= WS-High-TransactionID
                           MOVE TransactionID TO WS-Lookup-TransactionID
                           MOVE TransactionNumber TO WS-Lookup-Number
                           PERFORM 2700-NUMBER-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Transactions-Status = "00" OR "10"
               CLOSE TransactionsFile
           END-IF.

       2700-NUMBER-ONE-ENTRY.
           MOVE "N" TO WS-Found-Switch
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Entry-Count
                   OR WS-Found-Switch = "Y"
               IF WS-EN-TransactionID(WS-Subscript) =
                       WS-Lookup-TransactionID
                   MOVE "Y" TO WS-Found-Switch
                   MOVE WS-Lookup-Number
                       TO WS-EN-Number(WS-Subscript)
                   MOVE "Y" TO WS-EN-Found(WS-Subscript)
               END-IF
           END-PERFORM.

       2800-MARK-CLEARING-ITEMS.
           OPEN INPUT ClearingRegisterFile
           IF WS-Register-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Register
           END-IF
           PERFORM UNTIL WS-EOF-Register = "Y"
               READ ClearingRegisterFile
                   AT END
                       MOVE "Y" TO WS-EOF-Register
                   NOT AT END
                       PERFORM 2900-MARK-ONE-REFERENCE
               END-READ
           END-PERFORM
           IF WS-Register-Status = "00" OR "10"
               CLOSE ClearingRegisterFile
           END-IF.

       2900-MARK-ONE-REFERENCE.
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Entry-Count
               IF WS-EN-Found(WS-Subscript) = "Y"
                   AND WS-EN-Number(WS-Subscript) = RF-Reference
                   AND WS-EN-AccountID(WS-Subscript) = RF-AccountID
                   MOVE "Y" TO WS-EN-Clearing(WS-Subscript)
               END-IF
           END-PERFORM.

       3000-BOOK-ENTRIES.
           PERFORM VARYING WS-Entry-Subscript FROM 1 BY 1
                   UNTIL WS-Entry-Subscript > WS-Entry-Count
               IF WS-EN-Debit(WS-Entry-Subscript) = 0
                   AND WS-EN-Credit(WS-Entry-Subscript) = 0
                   ADD 1 TO WS-Entries-Skipped
               ELSE
                   PERFORM 3100-BOOK-ONE-ENTRY
               END-IF
           END-PERFORM.

       3100-BOOK-ONE-ENTRY.
           MOVE SPACES TO WS-Exception-Reason
           MOVE WS-EN-AccountID(WS-Entry-Subscript)
               TO AccountID OF Accounts
           READ AccountsFile
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-Exception-Reason
           END-READ
           IF WS-Exception-Reason = SPACES
               PERFORM 3200-RESOLVE-MAPPING
               IF WS-Map-Found-Switch = "N"
                   MOVE "NO GL MAPPING FOR ACCOUNT TYPE"
                       TO WS-Exception-Reason
               END-IF
           END-IF
           IF WS-Exception-Reason = SPACES
               PERFORM 3300-CLASSIFY-ENTRY
           END-IF
           IF WS-Exception-Reason = SPACES
               PERFORM 3400-POST-BOTH-SIDES
           ELSE
               PERFORM 3900-REPORT-EXCEPTION
           END-IF.

       3200-RESOLVE-MAPPING.
           MOVE "N" TO WS-Map-Found-Switch
           MOVE AccountTypeID OF Accounts TO WS-Search-TypeID
           PERFORM VARYING WS-Hop-Count FROM 1 BY 1
                   UNTIL WS-Hop-Count > WS-Type-Count
                   OR WS-Map-Found-Switch = "Y"
                   OR WS-Search-TypeID = 0
               PERFORM 3210-LOOK-UP-MAP-ROW
               IF WS-Map-Found-Switch = "N"
                   PERFORM 3220-STEP-UP-TO-PARENT
               END-IF
           END-PERFORM.

       3210-LOOK-UP-MAP-ROW.
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Map-Count
                   OR WS-Map-Found-Switch = "Y"
               IF WS-MAP-TypeID(WS-Subscript) = WS-Search-TypeID
                   MOVE "Y" TO WS-Map-Found-Switch
                   MOVE WS-MAP-CustomerGL(WS-Subscript)
                       TO WS-RM-CustomerGL
                   MOVE WS-MAP-FeeIncomeGL(WS-Subscript)
                       TO WS-RM-FeeIncomeGL
                   MOVE WS-MAP-IntExpenseGL(WS-Subscript)
                       TO WS-RM-IntExpenseGL
                   MOVE WS-MAP-IntIncomeGL(WS-Subscript)
                       TO WS-RM-IntIncomeGL
                   MOVE WS-MAP-ClearingGL(WS-Subscript)
                       TO WS-RM-ClearingGL
                   MOVE WS-MAP-FxGL(WS-Subscript) TO WS-RM-FxGL
                   MOVE WS-MAP-SettlementGL(WS-Subscript)
                       TO WS-RM-SettlementGL
               END-IF
           END-PERFORM.

       3220-STEP-UP-TO-PARENT.
           MOVE "N" TO WS-Found-Switch
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Type-Count
                   OR WS-Found-Switch = "Y"
               IF WS-TYP-ID(WS-Subscript) = WS-Search-TypeID
                   MOVE "Y" TO WS-Found-Switch
                   MOVE WS-TYP-ParentID(WS-Subscript)
                       TO WS-Search-TypeID
               END-IF
           END-PERFORM
           IF WS-Found-Switch = "N"
               MOVE 0 TO WS-Search-TypeID
           END-IF.

       3300-CLASSIFY-ENTRY.
           MOVE CurrencyCode OF Accounts TO WS-Entry-Currency
           MOVE SPACES TO WS-Contra-GL
           EVALUATE TRUE
               WHEN WS-EN-TransactionID(WS-Entry-Subscript) = 0
                   MOVE "X" TO WS-Entry-Class
                   MOVE SPACES TO WS-Entry-Currency
                   MOVE WS-RM-FxGL TO WS-Contra-GL
                   IF WS-Contra-GL = SPACES
                       MOVE "NO FX GL ON MAPPING"
                           TO WS-Exception-Reason
                   END-IF
               WHEN WS-EN-Found(WS-Entry-Subscript) = "N"
                   MOVE "TRANSACTION NOT FOUND FOR ENTRY"
                       TO WS-Exception-Reason
               WHEN WS-EN-Clearing(WS-Entry-Subscript) = "Y"
                   MOVE "C" TO WS-Entry-Class
                   MOVE WS-RM-ClearingGL TO WS-Contra-GL
                   IF WS-Contra-GL = SPACES
                       MOVE "NO CLEARING GL ON MAPPING"
                           TO WS-Exception-Reason
                   END-IF
               WHEN WS-EN-Prefix(WS-Entry-Subscript) = "F"
                   AND WS-EN-Suffix(WS-Entry-Subscript) NUMERIC
                   MOVE "F" TO WS-Entry-Class
                   MOVE WS-RM-FeeIncomeGL TO WS-Contra-GL
                   IF WS-Contra-GL = SPACES
                       MOVE "NO FEE INCOME GL ON MAPPING"
                           TO WS-Exception-Reason
                   END-IF
               WHEN (WS-EN-Prefix(WS-Entry-Subscript) = "I"
                       OR WS-EN-Prefix(WS-Entry-Subscript) = "Q")
                   AND WS-EN-Suffix(WS-Entry-Subscript) NUMERIC
                   MOVE "I" TO WS-Entry-Class
                   IF WS-EN-Credit(WS-Entry-Subscript) > 0
                       MOVE WS-RM-IntExpenseGL TO WS-Contra-GL
                       IF WS-Contra-GL = SPACES
                           MOVE "NO INTEREST EXPENSE GL ON MAPPING"
                               TO WS-Exception-Reason
                       END-IF
                   ELSE
                       MOVE WS-RM-IntIncomeGL TO WS-Contra-GL
                       IF WS-Contra-GL = SPACES
                           MOVE "NO INTEREST INCOME GL ON MAPPING"
                               TO WS-Exception-Reason
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM 3310-CHECK-TRANSFER-LEG
                   IF WS-Found-Switch = "Y"
                       MOVE "T" TO WS-Entry-Class
                   ELSE
                       MOVE "O" TO WS-Entry-Class
                       MOVE WS-RM-SettlementGL TO WS-Contra-GL
                       IF WS-Contra-GL = SPACES
                           MOVE "NO SETTLEMENT GL ON MAPPING"
                               TO WS-Exception-Reason
                       END-IF
                   END-IF
           END-EVALUATE.

       3310-CHECK-TRANSFER-LEG.
           MOVE "N" TO WS-Found-Switch
           IF WS-Entry-Subscript > 1
               COMPUTE WS-Neighbour-Subscript = WS-Entry-Subscript - 1
               PERFORM 3320-COMPARE-NEIGHBOUR
           END-IF
           IF WS-Found-Switch = "N"
                   AND WS-Entry-Subscript < WS-Entry-Count
               COMPUTE WS-Neighbour-Subscript = WS-Entry-Subscript + 1
               PERFORM 3320-COMPARE-NEIGHBOUR
           END-IF.

       3320-COMPARE-NEIGHBOUR.
           IF WS-EN-Found(WS-Neighbour-Subscript) = "Y"
                   AND WS-EN-Clearing(WS-Neighbour-Subscript) = "N"
                   AND WS-EN-Number(WS-Neighbour-Subscript) =
                       WS-EN-Number(WS-Entry-Subscript)
                   AND WS-EN-AccountID(WS-Neighbour-Subscript) NOT =
                       WS-EN-AccountID(WS-Entry-Subscript)
               MOVE WS-EN-AccountID(WS-Neighbour-Subscript)
                   TO AccountID OF Accounts
               READ AccountsFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CurrencyCode OF Accounts = WS-Entry-Currency
                           MOVE "Y" TO WS-Found-Switch
                       END-IF
               END-READ
           END-IF.

       3400-POST-BOTH-SIDES.
           EVALUATE WS-Entry-Class
               WHEN "X" ADD 1 TO WS-Fx-Count
               WHEN "C" ADD 1 TO WS-Clearing-Count
               WHEN "F" ADD 1 TO WS-Fee-Count
               WHEN "I" ADD 1 TO WS-Interest-Count
               WHEN "T" ADD 1 TO WS-Transfer-Count
               WHEN OTHER ADD 1 TO WS-Ordinary-Count
           END-EVALUATE
           MOVE WS-RM-CustomerGL TO WS-Post-GLCode
           MOVE WS-Entry-Currency TO WS-Post-Currency
           MOVE WS-EN-Debit(WS-Entry-Subscript) TO WS-Post-Debit
           MOVE WS-EN-Credit(WS-Entry-Subscript) TO WS-Post-Credit
           PERFORM 3500-ACCUMULATE-GL-LINE
           IF WS-Entry-Class NOT = "T"
               MOVE WS-Contra-GL TO WS-Post-GLCode
               MOVE WS-EN-Credit(WS-Entry-Subscript) TO WS-Post-Debit
               MOVE WS-EN-Debit(WS-Entry-Subscript) TO WS-Post-Credit
               PERFORM 3500-ACCUMULATE-GL-LINE
           END-IF.

       3500-ACCUMULATE-GL-LINE.
           MOVE "N" TO WS-Found-Switch
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-GL-Count
                   OR WS-Found-Switch = "Y"
               IF WS-GL-Code(WS-Subscript) = WS-Post-GLCode
                       AND WS-GL-Currency(WS-Subscript) =
                           WS-Post-Currency
                   MOVE "Y" TO WS-Found-Switch
                   ADD WS-Post-Debit TO WS-GL-Debit(WS-Subscript)
                   ADD WS-Post-Credit TO WS-GL-Credit(WS-Subscript)
               END-IF
           END-PERFORM
           IF WS-Found-Switch = "N"
               IF WS-GL-Count >= 1000
                   MOVE "MORE THAN 1000 GL LINES" TO WS-Refuse-Reason
               ELSE
                   ADD 1 TO WS-GL-Count
                   MOVE WS-Post-GLCode TO WS-GL-Code(WS-GL-Count)
                   MOVE WS-Post-Currency
                       TO WS-GL-Currency(WS-GL-Count)
                   MOVE WS-Post-Debit TO WS-GL-Debit(WS-GL-Count)
                   MOVE WS-Post-Credit TO WS-GL-Credit(WS-GL-Count)
               END-IF
           END-IF.

       3900-REPORT-EXCEPTION.
           ADD 1 TO WS-Exception-Count
           MOVE WS-EN-EntryID(WS-Entry-Subscript) TO WS-XL-EntryID
           MOVE WS-EN-AccountID(WS-Entry-Subscript) TO WS-XL-AccountID
           MOVE WS-Exception-Reason TO WS-XL-Reason
           WRITE FeedLine FROM WS-Exception-Line
           IF WS-Refuse-Reason = SPACES
               MOVE "ENTRIES COULD NOT BE MAPPED TO THE GL"
                   TO WS-Refuse-Reason
           END-IF.

       4000-PROVE-BALANCE.
           WRITE FeedLine FROM WS-GL-Heading
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-GL-Count
               MOVE WS-GL-Code(WS-Subscript) TO WS-GLL-Code
               MOVE WS-GL-Currency(WS-Subscript) TO WS-GLL-Currency
               MOVE WS-GL-Debit(WS-Subscript) TO WS-GLL-Debit
               MOVE WS-GL-Credit(WS-Subscript) TO WS-GLL-Credit
               WRITE FeedLine FROM WS-GL-Line
               ADD WS-GL-Debit(WS-Subscript) TO WS-Feed-Debit-Total
               ADD WS-GL-Credit(WS-Subscript) TO WS-Feed-Credit-Total
               PERFORM 4100-ADD-TO-CURRENCY-PROOF
           END-PERFORM
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Currency-Count
               MOVE WS-CUR-Code(WS-Subscript) TO WS-PL-Currency
               MOVE WS-CUR-Debit(WS-Subscript) TO WS-PL-Debit
               MOVE WS-CUR-Credit(WS-Subscript) TO WS-PL-Credit
               IF WS-CUR-Debit(WS-Subscript) =
                       WS-CUR-Credit(WS-Subscript)
                   MOVE "IN BALANCE" TO WS-PL-Status
               ELSE
                   MOVE "OUT OF BALANCE" TO WS-PL-Status
                   IF WS-Refuse-Reason = SPACES
                       MOVE "DEBITS AND CREDITS DO NOT AGREE"
                           TO WS-Refuse-Reason
                   END-IF
               END-IF
               WRITE FeedLine FROM WS-Proof-Line
           END-PERFORM.

       4100-ADD-TO-CURRENCY-PROOF.
           MOVE "N" TO WS-Found-Switch
           PERFORM VARYING WS-Entry-Subscript FROM 1 BY 1
                   UNTIL WS-Entry-Subscript > WS-Currency-Count
                   OR WS-Found-Switch = "Y"
               IF WS-CUR-Code(WS-Entry-Subscript) =
                       WS-GL-Currency(WS-Subscript)
                   MOVE "Y" TO WS-Found-Switch
                   ADD WS-GL-Debit(WS-Subscript)
                       TO WS-CUR-Debit(WS-Entry-Subscript)
                   ADD WS-GL-Credit(WS-Subscript)
                       TO WS-CUR-Credit(WS-Entry-Subscript)
               END-IF
           END-PERFORM
           IF WS-Found-Switch = "N"
               IF WS-Currency-Count >= 50
                   MOVE "MORE THAN 50 CURRENCIES" TO WS-Refuse-Reason
               ELSE
                   ADD 1 TO WS-Currency-Count
                   MOVE WS-GL-Currency(WS-Subscript)
                       TO WS-CUR-Code(WS-Currency-Count)
                   MOVE WS-GL-Debit(WS-Subscript)
                       TO WS-CUR-Debit(WS-Currency-Count)
                   MOVE WS-GL-Credit(WS-Subscript)
                       TO WS-CUR-Credit(WS-Currency-Count)
               END-IF
           END-IF.

       4500-WRITE-FEED-FILE.
           OPEN OUTPUT GLFeedFile
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-GL-Count
               MOVE "D" TO GF-RecordType
               MOVE WS-BD-Year TO GF-FeedYear
               MOVE WS-BD-Month TO GF-FeedMonth
               MOVE WS-BD-Day TO GF-FeedDay
               MOVE WS-GL-Code(WS-Subscript) TO GF-GLCode
               MOVE WS-GL-Currency(WS-Subscript) TO GF-CurrencyCode
               MOVE WS-GL-Debit(WS-Subscript) TO GF-DebitAmount
               MOVE WS-GL-Credit(WS-Subscript) TO GF-CreditAmount
               WRITE GLFeedRecord
           END-PERFORM
           MOVE SPACES TO GLFeedRecord
           MOVE "T" TO GF-RecordType
           MOVE WS-BD-Year TO GF-T-FeedYear
           MOVE WS-BD-Month TO GF-T-FeedMonth
           MOVE WS-BD-Day TO GF-T-FeedDay
           MOVE WS-GL-Count TO GF-T-LineCount
           MOVE WS-Feed-Debit-Total TO GF-T-DebitTotal
           MOVE WS-Feed-Credit-Total TO GF-T-CreditTotal
           WRITE GLFeedRecord
           CLOSE GLFeedFile
           MOVE WS-GL-Count TO WS-AC-Lines
           WRITE FeedLine FROM WS-Accepted-Line.

       4600-ADVANCE-WATERMARK.
           OPEN OUTPUT WatermarkFile
           MOVE WS-High-EntryID TO GW-Last-EntryID
           MOVE WS-BD-Year TO GW-FeedYear
           MOVE WS-BD-Month TO GW-FeedMonth
           MOVE WS-BD-Day TO GW-FeedDay
           WRITE WatermarkRecord
           CLOSE WatermarkFile.

       4800-HOLD-THE-FEED.
           MOVE WS-Refuse-Reason TO WS-RF-Reason
           WRITE FeedLine FROM WS-Refused-Line
           DISPLAY "GL FEED REFUSED - " WS-Refuse-Reason
           OPEN OUTPUT GLFeedFile
           CLOSE GLFeedFile
           OPEN INPUT RunControlFile
           IF WS-RunControl-Status = "00"
               CLOSE RunControlFile
           ELSE
               OPEN OUTPUT RunControlFile
               CLOSE RunControlFile
           END-IF
           OPEN EXTEND RunControlFile
           MOVE WS-BD-Year TO RC-RunYear
           MOVE WS-BD-Month TO RC-RunMonth
           MOVE WS-BD-Day TO RC-RunDay
           MOVE "GLFEED" TO RC-JobName
           MOVE "H" TO RC-EventType
           MOVE 99 TO RC-ReturnCode
           MOVE FUNCTION CURRENT-DATE TO RC-Timestamp
           WRITE RunControlEvent
           CLOSE RunControlFile.

       5000-PRINT-SUMMARY.
           MOVE "ENTRIES READ" TO WS-CL-Label
           MOVE WS-Entries-Read TO WS-CL-Count
           WRITE FeedLine FROM WS-Count-Line
           MOVE "  NOTHING TO POST" TO WS-CL-Label
           MOVE WS-Entries-Skipped TO WS-CL-Count
           WRITE FeedLine FROM WS-Count-Line
           MOVE "  REVALUATION" TO WS-CL-Label
           MOVE WS-Fx-Count TO WS-CL-Count
           WRITE FeedLine FROM WS-Count-Line
           MOVE "  CLEARING SETTLEMENT" TO WS-CL-Label
           MOVE WS-Clearing-Count TO WS-CL-Count
           WRITE FeedLine FROM WS-Count-Line
           MOVE "  SERVICE FEES" TO WS-CL-Label
           MOVE WS-Fee-Count TO WS-CL-Count
           WRITE FeedLine FROM WS-Count-Line
           MOVE "  INTEREST" TO WS-CL-Label
           MOVE WS-Interest-Count TO WS-CL-Count
           WRITE FeedLine FROM WS-Count-Line
           MOVE "  TRANSFER LEGS" TO WS-CL-Label
           MOVE WS-Transfer-Count TO WS-CL-Count
           WRITE FeedLine FROM WS-Count-Line
           MOVE "  ORDINARY ACTIVITY" TO WS-CL-Label
           MOVE WS-Ordinary-Count TO WS-CL-Count
           WRITE FeedLine FROM WS-Count-Line
           MOVE "  EXCEPTIONS" TO WS-CL-Label
           MOVE WS-Exception-Count TO WS-CL-Count
           WRITE FeedLine FROM WS-Count-Line.

       9000-TERMINATE.
           CLOSE AccountsFile
           CLOSE FeedReport.
