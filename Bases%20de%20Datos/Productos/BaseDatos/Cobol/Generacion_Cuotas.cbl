       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERACION-CUOTAS.
      *****************************************************************
      *  Loan installment generation.  Run at the start of each
      *  period, alongside the standing-order generation: takes the
      *  TransactionYear/Month off the parameter file (GENCUOTA.PARM),
      *  reads the loan master (PRESTAMO.DAT), and for every loan with
      *  an installment due in that period builds the amortization
      *  schedule up to that installment and writes it into
      *  TransactionsFile, with the next TransactionID in sequence -
      *  the same assignment the branch intake job uses.
      *
      *  The installment is the level (annuity) payment for the
      *  principal, monthly rate (annual rate / 12) and term on the
      *  loan row; a zero-rate loan repays principal / term.  The
      *  schedule is walked month by month from the first due period:
      *  each month's interest is the outstanding principal times the
      *  monthly rate, rounded, and the rest of the installment
      *  reduces principal.  The last installment takes whatever
      *  principal is left, so the schedule always amortizes to zero
      *  regardless of rounding.
      *
      *  Each installment is written as a principal-plus-interest
      *  pair:
      *      P + loan id + year + month (P99999YYMM) - the principal,
      *          as two linked legs sharing the number: a withdrawal
      *          against the repayment account and a deposit against
      *          the loan account, so the posting job moves them as a
      *          transfer and a short repayment account rejects both
      *      Q + loan id + year + month (Q99999YYMM) - the interest,
      *          a single withdrawal against the repayment account
      *  Rerunning the generation for a period finds the P number
      *  already used and suppresses the duplicate instead of
      *  double-booking it.  Each item is dated on the loan's
      *  installment day, clamped to the month's last real day and
      *  then rolled forward to the next business day on the calendar
      *  master (CALENDAR.DAT) when that day is a weekend, holiday or
      *  other non-working day - the same rule the standing-order
      *  generation applies.  The P and Q numbers keep the due period
      *  even when the roll carries the item into the next month.
      *
      *  Installments are suppressed rather than generated when the
      *  period is already closed on PERIODOS.DAT (the whole run is
      *  refused), when the loan account is gone or Closed, when the
      *  repayment account is gone or not Active, when the two
      *  accounts carry different currencies, or when the installment
      *  was already generated.  Loans with no installment falling in
      *  the period (not started yet, or past their term) are simply
      *  passed over.  The generation report shows every installment
      *  created and every one suppressed, with the reason.
      *
      *  The next TransactionID is seeded from the highest ID found
      *  across the current file, the TRANSHIST.DAT archive and the
      *  POSTEO.CKP checkpoint, so a freshly closed (empty) current
      *  file cannot restart the counter and reuse archived IDs.
      *
      *  RETURN-CODE is left at the number of installments suppressed
      *  (0 when everything due was generated), 99 when the run was
      *  refused outright.
      *
      *  After the run, the whole of TransactionsFile as it stands is
      *  recounted and one control record is appended to the shared
      *  control file (CTLTOTAL.DAT) under this job's name and the
      *  business date off RUNCTRL.PARM, exactly as the standing-order
      *  generation does, so the posting job can prove the file it
      *  picks up is the file this job left behind.
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
           SELECT CheckpointFile ASSIGN TO "POSTEO.CKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Checkpoint-Status.
           SELECT ControlTotalFile ASSIGN TO "CTLTOTAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Control-Status.
           SELECT DriverParameterFile ASSIGN TO "RUNCTRL.PARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Driver-Status.
           SELECT LoanMasterFile ASSIGN TO "PRESTAMO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Loan-Status.
           SELECT PeriodControlFile ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Period-Status.
           SELECT CalendarFile ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Calendar-Status.
           SELECT ParameterFile ASSIGN TO "GENCUOTA.PARM"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GenerationReport ASSIGN TO "GENCUOTA.RPT"
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

       FD  CheckpointFile.
       01  CheckpointRecord.
           02  CK-Last-TransactionID   PIC 9(10).
           02  CK-Last-EntryID         PIC 9(10).

       FD  ControlTotalFile.
       01  ControlTotalRecord.
           02  CT-JobName              PIC X(8).
           02  CT-RunYear              PIC 9(4).
           02  CT-RunMonth             PIC 99.
           02  CT-RunDay               PIC 99.
           02  CT-Record-Count         PIC 9(9).
           02  CT-Total-Withdrawals    PIC 9(13).
           02  CT-Total-Deposits       PIC 9(13).
           02  CT-High-TransactionID   PIC 9(10).
           02  CT-Timestamp            PIC X(21).

       FD  DriverParameterFile.
       01  DriverParms.
           05  DR-Function             PIC X(1).
           05  DR-RunYear              PIC 9(4).
           05  DR-RunMonth             PIC 99.
           05  DR-RunDay               PIC 99.
           05  DR-JobName              PIC X(8).
           05  DR-ReturnCode           PIC 9(4).
           05  DR-Override             PIC X(1).

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

       FD  PeriodControlFile.
       01  PeriodControl.
           02  PC-PeriodYear           PIC 9(4).
           02  PC-PeriodMonth          PIC 99.

       FD  CalendarFile.
       01  CalendarDay.
           02  CA-Year                 PIC 9(4).
           02  CA-Month                PIC 99.
           02  CA-Day                  PIC 99.
           02  CA-DayType              PIC X(1).
           02  CA-Description          PIC X(30).

       FD  ParameterFile.
       01  GenerationParms.
           05  GP-Year                 PIC 9(4).
           05  GP-Month                PIC 99.

       FD  GenerationReport.
       01  GenerationLine              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EOF-Loans                PIC X VALUE "N".
       01  WS-EOF-Transactions         PIC X VALUE "N".
       01  WS-EOF-History              PIC X VALUE "N".
       01  WS-TransHist-Status         PIC X(2).
       01  WS-Checkpoint-Status        PIC X(2).
       01  WS-EOF-Periods              PIC X VALUE "N".
       01  WS-Subscript                PIC 9(5).
       01  WS-Found-Switch             PIC X.
       01  WS-Accounts-Status          PIC X(2).
       01  WS-Transactions-Status      PIC X(2).
       01  WS-Loan-Status              PIC X(2).
       01  WS-Period-Status            PIC X(2).
       01  WS-Period-Closed-Switch     PIC X VALUE "N".
       01  WS-Generated-Count          PIC 9(9) VALUE 0.
       01  WS-Suppressed-Count         PIC 9(9) VALUE 0.
       01  WS-Table-Overflow-Switch    PIC X VALUE "N".

       01  WS-Control-Status           PIC X(2).
       01  WS-Driver-Status            PIC X(2).
       01  WS-Business-Date-Switch     PIC X.
       01  WS-EOF-Recount              PIC X.
       01  WS-CT-Record-Count          PIC 9(9).
       01  WS-CT-Withdrawals           PIC 9(13).
       01  WS-CT-Deposits              PIC 9(13).
       01  WS-CT-High-ID               PIC 9(10).

       01  WS-Stamp-Work.
           05  WS-SW-Year              PIC 9(4).
           05  WS-SW-Month             PIC 99.
           05  WS-SW-Day               PIC 99.
           05  FILLER                  PIC X(13).

       01  WS-Next-Transaction-ID      PIC 9(10) VALUE 0.
       01  WS-Suppress-Reason          PIC X(40).
       01  WS-Loan-Currency            PIC X(3).
       01  WS-Repay-Currency           PIC X(3).
       01  WS-Installment-Number       PIC S9(6).
       01  WS-Item-Year                PIC 9(4).
       01  WS-Item-Month               PIC 99.
       01  WS-Item-Day                 PIC 99.
       01  WS-Days-In-Month            PIC 99.
       01  WS-Leap-Quotient            PIC 9(4).
       01  WS-Leap-Remainder           PIC 9(4).

       01  WS-Calendar-Status          PIC X(2).
       01  WS-EOF-Calendar             PIC X VALUE "N".
       01  WS-Calendar-Subscript       PIC 9(4).
       01  WS-Calendar-Date            PIC 9(8).
       01  WS-Calendar-Date-Parts REDEFINES WS-Calendar-Date.
           05  WS-CD-Year              PIC 9(4).
           05  WS-CD-Month             PIC 99.
           05  WS-CD-Day               PIC 99.
       01  WS-Calendar-DayNum          PIC 9(8).
       01  WS-Calendar-DayType         PIC X(1).
       01  WS-Business-Day-Switch      PIC X.
       01  WS-Weekday                  PIC 9.
       01  WS-Weekday-Quotient         PIC 9(8).

       01  WS-Calendar-Table.
           05  WS-Calendar-Count       PIC 9(4) VALUE 0.
           05  WS-Calendar-Entry OCCURS 2000 TIMES.
               10  WS-CAL-Date             PIC 9(8).
               10  WS-CAL-DayType          PIC X(1).

       01  WS-Monthly-Rate             PIC 9V9(10).
       01  WS-Growth-Factor            PIC 9(9)V9(10).
       01  WS-Installment-Amount       PIC 9(12).
       01  WS-Outstanding-Principal    PIC 9(12).
       01  WS-Interest-Part            PIC 9(12).
       01  WS-Principal-Part           PIC 9(12).
       01  WS-Schedule-Month           PIC 9(4).

       01  WS-Principal-Number.
           05  FILLER                  PIC X(1) VALUE "P".
           05  WS-PN-AccountID         PIC 9(5).
           05  WS-PN-Year              PIC 99.
           05  WS-PN-Month             PIC 99.

       01  WS-Interest-Number.
           05  FILLER                  PIC X(1) VALUE "Q".
           05  WS-QN-AccountID         PIC 9(5).
           05  WS-QN-Year              PIC 99.
           05  WS-QN-Month             PIC 99.

       01  WS-Number-Table.
           05  WS-Number-Count         PIC 9(5) VALUE 0.
           05  WS-Number-Entry OCCURS 5000 TIMES.
               10  WS-TRN-Number           PIC X(10).

       01  WS-Heading-Line.
           05  FILLER                  PIC X(36)
                   VALUE "LOAN INSTALLMENT GENERATION - PERIOD".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-HL-Month             PIC 99.
           05  FILLER                  PIC X(1) VALUE "/".
           05  WS-HL-Year              PIC 9(4).

       01  WS-Generated-Line.
           05  FILLER                  PIC X(10) VALUE "GENERATED ".
           05  FILLER                  PIC X(5) VALUE "LOAN ".
           05  WS-GL-AccountID         PIC ZZZZ9.
           05  FILLER                  PIC X(6) VALUE "  NO. ".
           05  WS-GL-Installment       PIC ZZ9.
           05  FILLER                  PIC X(6) VALUE "  TRN ".
           05  WS-GL-TransactionID     PIC Z(9)9.
           05  FILLER                  PIC X(8) VALUE "  REPAY ".
           05  WS-GL-RepayAccountID    PIC ZZZZ9.
           05  FILLER                  PIC X(7) VALUE "  PRIN ".
           05  WS-GL-Principal         PIC ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(6) VALUE "  INT ".
           05  WS-GL-Interest          PIC ZZZZZZZZZZZ9.

       01  WS-Suppressed-Line.
           05  FILLER                  PIC X(11) VALUE "SUPPRESSED ".
           05  FILLER                  PIC X(5) VALUE "LOAN ".
           05  WS-SU-AccountID         PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-SU-Reason            PIC X(40).

       01  WS-Refused-Line             PIC X(60)
               VALUE "PERIOD IS CLOSED - NO INSTALLMENTS GENERATED".

       01  WS-Summary-Line.
           05  FILLER                  PIC X(23)
                   VALUE "INSTALLMENTS GENERATED:".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-SL-Generated         PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(24)
                   VALUE "INSTALLMENTS SUPPRESSED:".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-SL-Suppressed        PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-CHECK-PERIOD-OPEN
           IF WS-Period-Closed-Switch = "Y"
               WRITE GenerationLine FROM WS-Refused-Line
               DISPLAY "PERIOD " GP-Month "/" GP-Year
                   " IS CLOSED - NO INSTALLMENTS GENERATED"
               PERFORM 9000-TERMINATE
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2500-LOAD-TRANSACTION-LOG
           IF WS-Table-Overflow-Switch = "Y"
               DISPLAY "TRANSACTIONSFILE EXCEEDS 5000 ROWS - "
                   "ABORTING BEFORE ANY GENERATION"
               PERFORM 9000-TERMINATE
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2600-OPEN-TRANSACTION-LOG
           PERFORM 2700-LOAD-CALENDAR
           PERFORM 3000-PROCESS-LOANS
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           PERFORM 7000-WRITE-CONTROL-TOTALS
           MOVE WS-Suppressed-Count TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT ParameterFile
           READ ParameterFile
               AT END
                   DISPLAY "GENCUOTA.PARM IS EMPTY - ABORTING"
                   STOP RUN
           END-READ
           CLOSE ParameterFile
           OPEN INPUT AccountsFile
           IF WS-Accounts-Status NOT = "00"
               DISPLAY "ACCOUNTS.DAT COULD NOT BE OPENED - "
                   "STATUS " WS-Accounts-Status " - ABORTING"
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GenerationReport
           MOVE GP-Month TO WS-HL-Month
           MOVE GP-Year TO WS-HL-Year
           WRITE GenerationLine FROM WS-Heading-Line.

       1100-CHECK-PERIOD-OPEN.
           OPEN INPUT PeriodControlFile
           IF WS-Period-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Periods
           END-IF
           PERFORM UNTIL WS-EOF-Periods = "Y"
               READ PeriodControlFile
                   AT END
                       MOVE "Y" TO WS-EOF-Periods
                   NOT AT END
                       IF PC-PeriodYear = GP-Year
                               AND PC-PeriodMonth = GP-Month
                           MOVE "Y" TO WS-Period-Closed-Switch
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Period-Status = "00" OR "10"
               CLOSE PeriodControlFile
           END-IF.

       2500-LOAD-TRANSACTION-LOG.
           OPEN INPUT TransactionsFile
           IF WS-Transactions-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Transactions
           END-IF
           PERFORM UNTIL WS-EOF-Transactions = "Y"
               READ TransactionsFile
                   AT END
                       MOVE "Y" TO WS-EOF-Transactions
                   NOT AT END
                       PERFORM 2510-ADD-ONE-LOG-ROW
               END-READ
           END-PERFORM
           IF WS-Transactions-Status = "00" OR "10"
               CLOSE TransactionsFile
           END-IF
           PERFORM 2520-SCAN-ARCHIVE-LOG
           PERFORM 2540-READ-CHECKPOINT.

       2510-ADD-ONE-LOG-ROW.
           IF TransactionID > WS-Next-Transaction-ID
               MOVE TransactionID TO WS-Next-Transaction-ID
           END-IF
           IF WS-Number-Count >= 5000
               MOVE "Y" TO WS-Table-Overflow-Switch
           ELSE
               ADD 1 TO WS-Number-Count
               MOVE TransactionNumber
                   TO WS-TRN-Number(WS-Number-Count)
           END-IF.

       2520-SCAN-ARCHIVE-LOG.
           OPEN INPUT TransHistFile
           IF WS-TransHist-Status NOT = "00"
               MOVE "Y" TO WS-EOF-History
           END-IF
           PERFORM UNTIL WS-EOF-History = "Y"
               READ TransHistFile
                   AT END
                       MOVE "Y" TO WS-EOF-History
                   NOT AT END
                       IF TH-TransactionID > WS-Next-Transaction-ID
                           MOVE TH-TransactionID
                               TO WS-Next-Transaction-ID
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TransHist-Status = "00" OR "10"
               CLOSE TransHistFile
           END-IF.

       2540-READ-CHECKPOINT.
           OPEN INPUT CheckpointFile
           IF WS-Checkpoint-Status = "00"
               READ CheckpointFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CK-Last-TransactionID >
                               WS-Next-Transaction-ID
                           MOVE CK-Last-TransactionID
                               TO WS-Next-Transaction-ID
                       END-IF
               END-READ
               CLOSE CheckpointFile
           END-IF.

       2600-OPEN-TRANSACTION-LOG.
           OPEN INPUT TransactionsFile
           IF WS-Transactions-Status = "00"
               CLOSE TransactionsFile
           ELSE
               OPEN OUTPUT TransactionsFile
               CLOSE TransactionsFile
           END-IF
           OPEN EXTEND TransactionsFile.

       2700-LOAD-CALENDAR.
           OPEN INPUT CalendarFile
           IF WS-Calendar-Status NOT = "00"
               DISPLAY "WARNING - CALENDAR.DAT NOT AVAILABLE, ONLY "
                   "WEEKENDS TREATED AS NON-BUSINESS DAYS"
               MOVE "Y" TO WS-EOF-Calendar
           END-IF
           PERFORM UNTIL WS-EOF-Calendar = "Y"
               READ CalendarFile
                   AT END
                       MOVE "Y" TO WS-EOF-Calendar
                   NOT AT END
                       PERFORM 2710-ADD-ONE-CALENDAR-DAY
               END-READ
           END-PERFORM
           IF WS-Calendar-Status = "00" OR "10"
               CLOSE CalendarFile
           END-IF.

       2710-ADD-ONE-CALENDAR-DAY.
           IF WS-Calendar-Count < 2000
               ADD 1 TO WS-Calendar-Count
               COMPUTE WS-CAL-Date(WS-Calendar-Count) =
                   CA-Year * 10000 + CA-Month * 100 + CA-Day
               MOVE CA-DayType TO WS-CAL-DayType(WS-Calendar-Count)
           ELSE
               DISPLAY "WARNING - CALENDAR TABLE FULL, DAY "
                   CA-Year "-" CA-Month "-" CA-Day " NOT ENFORCED"
           END-IF.

       3000-PROCESS-LOANS.
           OPEN INPUT LoanMasterFile
           IF WS-Loan-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Loans
           END-IF
           PERFORM UNTIL WS-EOF-Loans = "Y"
               READ LoanMasterFile
                   AT END
                       MOVE "Y" TO WS-EOF-Loans
                   NOT AT END
                       PERFORM 3100-PROCESS-ONE-LOAN
               END-READ
           END-PERFORM
           IF WS-Loan-Status = "00" OR "10"
               CLOSE LoanMasterFile
           END-IF.

       3100-PROCESS-ONE-LOAN.
           PERFORM 3200-CHECK-INSTALLMENT-DUE
           IF WS-Found-Switch = "Y"
               MOVE SPACES TO WS-Suppress-Reason
               PERFORM 3300-CHECK-ACCOUNTS
               IF WS-Suppress-Reason = SPACES
                   PERFORM 3400-CHECK-ALREADY-GENERATED
               END-IF
               IF WS-Suppress-Reason = SPACES
                   PERFORM 3450-COMPUTE-SCHEDULE
                   PERFORM 3500-GENERATE-INSTALLMENT
               ELSE
                   PERFORM 3600-SUPPRESS-INSTALLMENT
               END-IF
           END-IF.

       3200-CHECK-INSTALLMENT-DUE.
           MOVE "N" TO WS-Found-Switch
           COMPUTE WS-Installment-Number =
               (GP-Year - LN-First-Year) * 12
               + GP-Month - LN-First-Month + 1
           IF WS-Installment-Number >= 1
                   AND WS-Installment-Number <= LN-TermMonths
               MOVE "Y" TO WS-Found-Switch
           END-IF.

       3300-CHECK-ACCOUNTS.
           MOVE SPACES TO WS-Loan-Currency
           MOVE SPACES TO WS-Repay-Currency
           MOVE LN-AccountID TO AccountID OF Accounts
           READ AccountsFile
               INVALID KEY
                   MOVE "LOAN ACCOUNT NOT ON ACCOUNT MASTER"
                       TO WS-Suppress-Reason
               NOT INVALID KEY
                   MOVE CurrencyCode OF Accounts TO WS-Loan-Currency
                   IF AccountStatus = "C"
                       MOVE "LOAN ACCOUNT CLOSED" TO WS-Suppress-Reason
                   END-IF
           END-READ
           IF WS-Suppress-Reason = SPACES
               MOVE LN-RepayAccountID TO AccountID OF Accounts
               READ AccountsFile
                   INVALID KEY
                       MOVE "REFERS TO UNKNOWN REPAYMENT ACCOUNT"
                           TO WS-Suppress-Reason
                   NOT INVALID KEY
                       MOVE CurrencyCode OF Accounts
                           TO WS-Repay-Currency
                       IF AccountStatus NOT = "A"
                               AND AccountStatus NOT = SPACE
                           MOVE "REPAYMENT ACCOUNT NOT ACTIVE"
                               TO WS-Suppress-Reason
                       END-IF
               END-READ
           END-IF
           IF WS-Suppress-Reason = SPACES
               IF WS-Loan-Currency NOT = WS-Repay-Currency
                   MOVE "LOAN AND REPAYMENT CURRENCIES DIFFER"
                       TO WS-Suppress-Reason
               END-IF
           END-IF.

       3400-CHECK-ALREADY-GENERATED.
           MOVE LN-AccountID TO WS-PN-AccountID
           MOVE GP-Year TO WS-PN-Year
           MOVE GP-Month TO WS-PN-Month
           MOVE LN-AccountID TO WS-QN-AccountID
           MOVE GP-Year TO WS-QN-Year
           MOVE GP-Month TO WS-QN-Month
           PERFORM VARYING WS-Subscript FROM 1 BY 1
                   UNTIL WS-Subscript > WS-Number-Count
               IF WS-TRN-Number(WS-Subscript) = WS-Principal-Number
                       OR WS-TRN-Number(WS-Subscript) =
                           WS-Interest-Number
                   MOVE "ALREADY GENERATED FOR THIS PERIOD"
                       TO WS-Suppress-Reason
               END-IF
           END-PERFORM.

       3450-COMPUTE-SCHEDULE.
           COMPUTE WS-Monthly-Rate ROUNDED = LN-AnnualRate / 1200
           IF WS-Monthly-Rate = 0
               COMPUTE WS-Installment-Amount ROUNDED =
                   LN-Principal / LN-TermMonths
           ELSE
               COMPUTE WS-Growth-Factor ROUNDED =
                   (1 + WS-Monthly-Rate) ** LN-TermMonths
               COMPUTE WS-Installment-Amount ROUNDED =
                   LN-Principal * WS-Monthly-Rate * WS-Growth-Factor
                   / (WS-Growth-Factor - 1)
           END-IF
           MOVE LN-Principal TO WS-Outstanding-Principal
           PERFORM VARYING WS-Schedule-Month FROM 1 BY 1
                   UNTIL WS-Schedule-Month > WS-Installment-Number
               PERFORM 3460-AMORTIZE-ONE-MONTH
           END-PERFORM.

       3460-AMORTIZE-ONE-MONTH.
           COMPUTE WS-Interest-Part ROUNDED =
               WS-Outstanding-Principal * WS-Monthly-Rate
           IF WS-Installment-Amount > WS-Interest-Part
               COMPUTE WS-Principal-Part =
                   WS-Installment-Amount - WS-Interest-Part
           ELSE
               MOVE 0 TO WS-Principal-Part
           END-IF
           IF WS-Schedule-Month = LN-TermMonths
                   OR WS-Principal-Part > WS-Outstanding-Principal
               MOVE WS-Outstanding-Principal TO WS-Principal-Part
           END-IF
           SUBTRACT WS-Principal-Part FROM WS-Outstanding-Principal.

       3500-GENERATE-INSTALLMENT.
           PERFORM 3510-CLAMP-ITEM-DAY
           ADD 1 TO WS-Generated-Count
           MOVE LN-AccountID TO WS-GL-AccountID
           MOVE WS-Installment-Number TO WS-GL-Installment
           MOVE LN-RepayAccountID TO WS-GL-RepayAccountID
           MOVE WS-Principal-Part TO WS-GL-Principal
           MOVE WS-Interest-Part TO WS-GL-Interest
           COMPUTE WS-GL-TransactionID = WS-Next-Transaction-ID + 1
           IF WS-Principal-Part > 0
               MOVE WS-Principal-Number TO TransactionNumber
               MOVE LN-RepayAccountID TO AccountID OF Transactions
               MOVE WS-Principal-Part TO WithdrawalAmount
               MOVE 0 TO DepositAmount
               PERFORM 3550-WRITE-INSTALLMENT-ROW
               MOVE WS-Principal-Number TO TransactionNumber
               MOVE LN-AccountID TO AccountID OF Transactions
               MOVE 0 TO WithdrawalAmount
               MOVE WS-Principal-Part TO DepositAmount
               PERFORM 3550-WRITE-INSTALLMENT-ROW
           END-IF
           IF WS-Interest-Part > 0
               MOVE WS-Interest-Number TO TransactionNumber
               MOVE LN-RepayAccountID TO AccountID OF Transactions
               MOVE WS-Interest-Part TO WithdrawalAmount
               MOVE 0 TO DepositAmount
               PERFORM 3550-WRITE-INSTALLMENT-ROW
           END-IF
           WRITE GenerationLine FROM WS-Generated-Line.

       3550-WRITE-INSTALLMENT-ROW.
           ADD 1 TO WS-Next-Transaction-ID
           MOVE WS-Next-Transaction-ID TO TransactionID
           MOVE WS-Item-Year TO TransactionYear
           MOVE WS-Item-Month TO TransactionMonth
           MOVE WS-Item-Day TO TransactionDay
           MOVE WS-Repay-Currency TO CurrencyCode OF Transactions
           WRITE Transactions
           IF WS-Number-Count < 5000
               ADD 1 TO WS-Number-Count
               MOVE TransactionNumber
                   TO WS-TRN-Number(WS-Number-Count)
           END-IF.

       3510-CLAMP-ITEM-DAY.
           EVALUATE GP-Month
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-Days-In-Month
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-Days-In-Month
               WHEN 2
                   MOVE 28 TO WS-Days-In-Month
                   PERFORM 3520-CHECK-LEAP-YEAR
               WHEN OTHER
                   MOVE 31 TO WS-Days-In-Month
           END-EVALUATE
           IF LN-InstallmentDay > WS-Days-In-Month
               MOVE WS-Days-In-Month TO WS-Item-Day
           ELSE
               MOVE LN-InstallmentDay TO WS-Item-Day
           END-IF
           COMPUTE WS-Calendar-Date =
               GP-Year * 10000 + GP-Month * 100 + WS-Item-Day
           PERFORM 3530-ROLL-TO-BUSINESS-DAY
           MOVE WS-CD-Year TO WS-Item-Year
           MOVE WS-CD-Month TO WS-Item-Month
           MOVE WS-CD-Day TO WS-Item-Day.

       3520-CHECK-LEAP-YEAR.
           DIVIDE GP-Year BY 4 GIVING WS-Leap-Quotient
               REMAINDER WS-Leap-Remainder
           IF WS-Leap-Remainder = 0
               MOVE 29 TO WS-Days-In-Month
               DIVIDE GP-Year BY 100 GIVING WS-Leap-Quotient
                   REMAINDER WS-Leap-Remainder
               IF WS-Leap-Remainder = 0
                   MOVE 28 TO WS-Days-In-Month
                   DIVIDE GP-Year BY 400 GIVING WS-Leap-Quotient
                       REMAINDER WS-Leap-Remainder
                   IF WS-Leap-Remainder = 0
                       MOVE 29 TO WS-Days-In-Month
                   END-IF
               END-IF
           END-IF.

       3530-ROLL-TO-BUSINESS-DAY.
           PERFORM 3540-CHECK-BUSINESS-DAY
           PERFORM UNTIL WS-Business-Day-Switch = "Y"
               ADD 1 TO WS-Calendar-DayNum
               COMPUTE WS-Calendar-Date =
                   FUNCTION DATE-OF-INTEGER(WS-Calendar-DayNum)
               PERFORM 3540-CHECK-BUSINESS-DAY
           END-PERFORM.

       3540-CHECK-BUSINESS-DAY.
           COMPUTE WS-Calendar-DayNum =
               FUNCTION INTEGER-OF-DATE(WS-Calendar-Date)
           DIVIDE WS-Calendar-DayNum BY 7
               GIVING WS-Weekday-Quotient
               REMAINDER WS-Weekday
           IF WS-Weekday = 6 OR WS-Weekday = 0
               MOVE "N" TO WS-Business-Day-Switch
           ELSE
               MOVE "Y" TO WS-Business-Day-Switch
           END-IF
           MOVE SPACE TO WS-Calendar-DayType
           PERFORM VARYING WS-Calendar-Subscript FROM 1 BY 1
                   UNTIL WS-Calendar-Subscript > WS-Calendar-Count
               IF WS-CAL-Date(WS-Calendar-Subscript) =
                       WS-Calendar-Date
                   MOVE WS-CAL-DayType(WS-Calendar-Subscript)
                       TO WS-Calendar-DayType
               END-IF
           END-PERFORM
           EVALUATE WS-Calendar-DayType
               WHEN "H"
               WHEN "N"
               WHEN "A"
                   MOVE "N" TO WS-Business-Day-Switch
               WHEN "W"
                   MOVE "Y" TO WS-Business-Day-Switch
           END-EVALUATE.

       3600-SUPPRESS-INSTALLMENT.
           ADD 1 TO WS-Suppressed-Count
           MOVE LN-AccountID TO WS-SU-AccountID
           MOVE WS-Suppress-Reason TO WS-SU-Reason
           WRITE GenerationLine FROM WS-Suppressed-Line.


       7000-WRITE-CONTROL-TOTALS.
           MOVE 0 TO WS-CT-Record-Count
           MOVE 0 TO WS-CT-Withdrawals
           MOVE 0 TO WS-CT-Deposits
           MOVE 0 TO WS-CT-High-ID
           MOVE "N" TO WS-EOF-Recount
           OPEN INPUT TransactionsFile
           IF WS-Transactions-Status NOT = "00"
               MOVE "Y" TO WS-EOF-Recount
           END-IF
           PERFORM UNTIL WS-EOF-Recount = "Y"
               READ TransactionsFile
                   AT END
                       MOVE "Y" TO WS-EOF-Recount
                   NOT AT END
                       PERFORM 7100-TALLY-ONE-ROW
               END-READ
           END-PERFORM
           IF WS-Transactions-Status = "00" OR "10"
               CLOSE TransactionsFile
           END-IF
           PERFORM 7200-OPEN-CONTROL-EXTEND
           MOVE "GENCUOTA" TO CT-JobName
           PERFORM 7300-READ-BUSINESS-DATE
           MOVE WS-CT-Record-Count TO CT-Record-Count
           MOVE WS-CT-Withdrawals TO CT-Total-Withdrawals
           MOVE WS-CT-Deposits TO CT-Total-Deposits
           MOVE WS-CT-High-ID TO CT-High-TransactionID
           MOVE FUNCTION CURRENT-DATE TO CT-Timestamp
           WRITE ControlTotalRecord
           CLOSE ControlTotalFile.

       7100-TALLY-ONE-ROW.
           ADD 1 TO WS-CT-Record-Count
           ADD WithdrawalAmount TO WS-CT-Withdrawals
           ADD DepositAmount TO WS-CT-Deposits
           IF TransactionID > WS-CT-High-ID
               MOVE TransactionID TO WS-CT-High-ID
           END-IF.

       7200-OPEN-CONTROL-EXTEND.
           OPEN INPUT ControlTotalFile
           IF WS-Control-Status = "00"
               CLOSE ControlTotalFile
           ELSE
               OPEN OUTPUT ControlTotalFile
               CLOSE ControlTotalFile
           END-IF
           OPEN EXTEND ControlTotalFile.

       7300-READ-BUSINESS-DATE.
           MOVE "N" TO WS-Business-Date-Switch
           OPEN INPUT DriverParameterFile
           IF WS-Driver-Status = "00"
               READ DriverParameterFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-Business-Date-Switch
                       MOVE DR-RunYear TO CT-RunYear
                       MOVE DR-RunMonth TO CT-RunMonth
                       MOVE DR-RunDay TO CT-RunDay
               END-READ
               CLOSE DriverParameterFile
           END-IF
           IF WS-Business-Date-Switch = "N"
               DISPLAY "RUNCTRL.PARM NOT AVAILABLE - CONTROL RECORD "
                   "DATED BY THE CLOCK, NOT THE BUSINESS DATE"
               MOVE FUNCTION CURRENT-DATE TO WS-Stamp-Work
               MOVE WS-SW-Year TO CT-RunYear
               MOVE WS-SW-Month TO CT-RunMonth
               MOVE WS-SW-Day TO CT-RunDay
           END-IF.

       5000-PRINT-SUMMARY.
           MOVE WS-Generated-Count TO WS-SL-Generated
           MOVE WS-Suppressed-Count TO WS-SL-Suppressed
           WRITE GenerationLine FROM WS-Summary-Line.

       9000-TERMINATE.
           CLOSE AccountsFile
           CLOSE TransactionsFile
           CLOSE GenerationReport.
