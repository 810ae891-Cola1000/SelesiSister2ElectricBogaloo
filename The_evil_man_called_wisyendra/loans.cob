IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSVC.

      *> Loan servicing. A loan is booked by adding its terms to
      *> loans.txt with status "P" (pending disbursement):
      *>   cols 1-6 loan account number (not yet on accounts.txt),
      *>   7-12 the borrower's deposit account the money is paid into
      *>   and the instalments are collected from, 13-18 customer id,
      *>   19-27 principal NNNNNN.NN, 28-33 annual rate N.NNNN, 34-36
      *>   term in months, 37-44 first instalment due date YYYYMMDD,
      *>   45 status ("P" pending, "A" active, "S" settled), 46-53 the
      *>   business date it was disbursed (set here).
      *> Each run, under the posting lock, for the business date on
      *> the command line (default today):
      *>   1. disburses every pending loan whose terms and accounts
      *>      check out: the loan account is opened on accounts.txt
      *>      with "LON" in cols 7-9 (balance = principal owed) and
      *>      journalled LDR, the deposit account is credited and
      *>      journalled LND, and the annuity schedule is written to
      *>      loansched.txt - cols 1-6 loan, 7-9 instalment number,
      *>      10-17 due date, 18-26 instalment, 27-35 its interest
      *>      part, 36-44 its principal part, 45-53 interest collected
      *>      so far, 54-62 principal collected so far, 63 "O" open /
      *>      "P" paid;
      *>   2. collects every instalment due on or before the business
      *>      date, the way a standing order executes: as much as the
      *>      deposit account can give above its holds and the
      *>      minimum balance, interest first (LNI), then principal
      *>      (LNP) - the loan account's balance comes down by the
      *>      principal (LRP, linked to the LNP). A missed or partial
      *>      collection leaves the instalment open and in arrears;
      *>      it is tried again, oldest first, on every later run;
      *>   3. writes loanrpt.txt, the portfolio and arrears report:
      *>      each loan's outstanding principal, arrears and days past
      *>      due (business date less the oldest unpaid due date),
      *>      bucketed current / under 30 / 30-59 / 60-89 / 90+, with
      *>      bucket totals in IDR.
      *> "-report" writes loanrpt.txt alone and posts nothing.
      *> Every posting cuts the write-ahead marker loan.pending
      *> first, the way a transfer cuts transfer.pending; a run that
      *> finds one left behind finishes or discards that posting
      *> from the accounts' own balances before doing anything else.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-KEY
               FILE STATUS IS ACC-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "customers.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT OPTIONAL LOAN-FILE ASSIGN TO "loans.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-TMP-FILE ASSIGN TO "loans.txt.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SCHED-FILE ASSIGN TO "loansched.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHED-TMP-FILE ASSIGN TO "loansched.txt.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOAN-MARKER-FILE ASSIGN TO "loan.pending"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-MARKER-TMP-FILE ASSIGN TO "loan.pending.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-LOG-FILE ASSIGN TO "txnlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JRNL-INDEX-FILE ASSIGN TO "jrnlidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JX-KEY
               FILE STATUS IS JX-FILE-STATUS.
           SELECT JRNL-SUMMARY-FILE ASSIGN TO "jrnlsum.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JS-KEY
               FILE STATUS IS JS-FILE-STATUS.
           SELECT OPTIONAL FX-RATE-FILE ASSIGN TO "fxrates.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-SEQ-FILE ASSIGN TO "txnseq.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXN-SEQ-TMP-FILE ASSIGN TO "txnseq.txt.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO "loanrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOCK-FILE ASSIGN TO "banking.lock"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACC-FILE.
       01 ACC-RECORD-RAW.
          05 ACC-KEY                PIC 9(6).
          05 FILLER                 PIC X(12).
          05 ACC-STATUS             PIC X.
          05 ACC-CURRENCY           PIC X(3).
          05 ACC-CUST-ID            PIC X(6).
          05 ACC-ACCRUAL            PIC X(9).
          05 ACC-ACCRUAL-DATE       PIC X(8).

       FD CUSTOMER-FILE.
      *> customers.txt: cols 1-6 customer id, 7-36 name, 37-66 contact.
       01 CUST-RECORD.
          05 CUST-KEY               PIC 9(6).
          05 CUST-NAME              PIC X(30).
          05 CUST-CONTACT           PIC X(30).

       FD LOAN-FILE.
       01 LOAN-RECORD               PIC X(53).

       FD LOAN-TMP-FILE.
       01 LOAN-TMP-RECORD           PIC X(53).

       FD SCHED-FILE.
       01 SCHED-RECORD              PIC X(63).

       FD SCHED-TMP-FILE.
       01 SCHED-TMP-RECORD          PIC X(63).

       FD LOAN-MARKER-FILE.
      *> loan.pending: col 1 "D" disbursement / "C" collection, 2-7
      *> loan account, 8-13 deposit account, 14-16 instalment number,
      *> 17-25 interest collected (D: the principal disbursed), 26-34
      *> principal collected, 35-43 deposit balance before, 44-52 loan
      *> balance before, 53-58 the LNP entry's journal sequence, 59-67
      *> and 68-76 the instalment's interest and principal collected
      *> once this posting is in.
       01 LOAN-MARKER-RECORD        PIC X(76).

       FD LOAN-MARKER-TMP-FILE.
       01 LOAN-MARKER-TMP-RECORD    PIC X(76).

       FD HOLD-FILE.
      *> holds.txt, maintained by BANKING (HLD/RLH): cols 1-6 account,
      *> 7-12 hold reference, 13-21 amount NNNNNN.NN, 22-24 reason,
      *> 25-32 placed date, 33-40 expiry date (blank: none).
       01 HOLD-RECORD               PIC X(40).

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD            PIC X(122).

       FD JRNL-INDEX-FILE.
      *> jrnlidx.txt / jrnlsum.txt, the journal index (see JRNLIDX).
       01 JX-RECORD.
          05 JX-KEY.
             10 JX-ACCOUNT          PIC X(6).
             10 JX-SEQ              PIC X(6).
          05 JX-ENTRY               PIC X(122).

       FD JRNL-SUMMARY-FILE.
       01 JS-RECORD.
          05 JS-KEY.
             10 JS-ACCOUNT          PIC X(6).
             10 JS-PERIOD           PIC X(6).
          05 JS-ACTION-COUNT        PIC 9(2).
          05 JS-ACTION-TABLE.
             10 JS-ACTION-ENTRY OCCURS 40 TIMES.
                15 JS-ACTION        PIC X(3).
                15 JS-ENTRIES       PIC 9(7).
                15 JS-UNMOVED       PIC 9(7).
                15 JS-VALUE         PIC 9(13)V99.

       FD FX-RATE-FILE.
      *> fxrates.txt: cols 1-3 currency code, 5-20 that currency's
      *> rate to IDR (the reporting currency) as 9(9).9(6).
       01 FX-RATE-RECORD            PIC X(20).

       FD TXN-SEQ-FILE.
       01 TXN-SEQ-RECORD            PIC X(6).

       FD TXN-SEQ-TMP-FILE.
       01 TXN-SEQ-TMP-RECORD        PIC X(6).

       FD RPT-FILE.
       01 RPT-RECORD                PIC X(132).

       FD LOCK-FILE.
       01 LOCK-RECORD               PIC X(40).

       WORKING-STORAGE SECTION.
       77 ACC-FILE-STATUS           PIC XX.
       77 CUST-FILE-STATUS          PIC XX.
       77 CMD-LINE                  PIC X(256) VALUE SPACES.
       01 ARG-TOKEN-TABLE.
          05 ARG-TOKEN OCCURS 8 TIMES PIC X(40).
       77 ARG-IDX                   PIC 9(4).
       77 REPORT-ONLY-FOUND         PIC 9(4) VALUE 0.
       77 BUSINESS-DATE             PIC 9(8) VALUE 0.
       77 POST-TIME                 PIC 9(6).

       *> --- loans.txt and loansched.txt, held in storage and
       *> republished after every change, as BANKING keeps holds.txt.
       *> A twelve-month loan takes twelve schedule lines. ---
       01 LN-TABLE.
          05 LN-REC OCCURS 1000 TIMES PIC X(53).
       77 LN-COUNT                  PIC 9(4) VALUE 0.
       77 LN-IDX                    PIC 9(4).
       77 LN-PUB-IDX                PIC 9(4).
       77 LN-TABLE-FULL             PIC X VALUE "N".
       01 SC-TABLE.
          05 SC-REC OCCURS 5000 TIMES PIC X(63).
       77 SC-COUNT                  PIC 9(4) VALUE 0.
       77 SC-IDX                    PIC 9(4).
       77 SC-PUB-IDX                PIC 9(4).
       77 SC-TABLE-FULL             PIC X VALUE "N".
       77 SC-LOAN-LINES             PIC 9(4).

       *> --- The loan in hand ---
       77 LOAN-ACCOUNT              PIC 9(6).
       77 LOAN-DEPOSIT              PIC 9(6).
       77 LOAN-CUSTOMER             PIC 9(6).
       77 LOAN-PRINCIPAL            PIC 9(6)V99.
       77 LOAN-RATE                 PIC 9V9(4).
       77 LOAN-TERM                 PIC 9(3).
       77 LOAN-FIRST-DUE            PIC 9(8).
       77 LOAN-CURRENCY             PIC X(3).
       77 LOAN-REFUSAL-TEXT         PIC X(40).
       77 MAX-TXN-AMOUNT            PIC 9(6)V99 VALUE 999999.99.

       *> --- Annuity schedule: level instalment P*r*g/(g-1), where r
       *> is the monthly rate and g = (1+r) to the term; each month's
       *> interest is the outstanding principal times r, the rest of
       *> the instalment is principal, and the last instalment takes
       *> whatever principal the rounding left. ---
       77 MONTH-RATE                PIC 9V9(12).
       77 GROWTH-FACTOR             PIC 9(15)V9(12).
       77 LEVEL-INSTALMENT          PIC 9(6)V99.
       77 SCHED-REMAINING           PIC 9(6)V99.
       77 SCHED-INTEREST            PIC 9(6)V99.
       77 SCHED-PRINCIPAL           PIC 9(6)V99.
       77 SCHED-INSTALMENT          PIC 9(6)V99.
       77 SCHED-NUMBER              PIC 9(3).
       77 SCHED-DUE-DATE            PIC 9(8).
       77 DUE-YEAR                  PIC 9(4).
       77 DUE-MONTH                 PIC 9(2).
       77 DUE-DAY                   PIC 9(2).
       77 DUE-MONTHS-ON             PIC 9(5).
       77 DUE-TRY-DATE              PIC 9(8).
       77 INSTALMENT-NUMBER-FMT     PIC 9(3).

       *> --- Collection. The deposit account gives what it can above
       *> its holds and BANKING's minimum balance. ---
       77 MIN-BALANCE               PIC 9(6)V99 VALUE 10.00.
       77 DEPOSIT-BALANCE           PIC 9(6)V99.
       77 DEPOSIT-AFTER-INTEREST    PIC 9(6)V99.
       77 DEPOSIT-NEW-BALANCE       PIC 9(6)V99.
       77 LOAN-BALANCE              PIC 9(6)V99.
       77 LOAN-NEW-BALANCE          PIC 9(6)V99.
       77 COLLECTIBLE               PIC 9(6)V99.
       77 OWED-INTEREST             PIC 9(6)V99.
       77 OWED-PRINCIPAL            PIC 9(6)V99.
       77 TAKE-INTEREST             PIC 9(6)V99.
       77 TAKE-PRINCIPAL            PIC 9(6)V99.
       77 INTEREST-PAID-AFTER       PIC 9(6)V99.
       77 PRINCIPAL-PAID-AFTER      PIC 9(6)V99.
       77 LOAN-FUNDS-EXHAUSTED      PIC X VALUE "N".
       77 LOAN-ALL-PAID             PIC X VALUE "N".
       77 HOLD-TOTAL                PIC 9(7)V99.
       77 LNP-JRNL-SEQ              PIC 9(6) VALUE 0.
       77 LDR-JRNL-SEQ              PIC 9(6) VALUE 0.

       *> --- Write-ahead marker ---
       77 MARKER-FOUND              PIC X VALUE "N".
       77 MARKER-TYPE               PIC X.
       77 MARKER-INSTALMENT         PIC 9(3).
       77 MARKER-DEPOSIT-PRE        PIC 9(6)V99.
       77 MARKER-LOAN-PRE           PIC 9(6)V99.
       77 RECOVERY-BALANCE          PIC 9(6)V99.

       *> --- Journalling ---
       77 TXN-SEQ                   PIC 9(6) VALUE 0.
      *> Journal index upkeep - INDEX-JOURNAL-ENTRY.
       77 JX-FILE-STATUS            PIC XX.
       77 JS-FILE-STATUS            PIC XX.
       77 JRNL-INDEX-LINE           PIC X(122).
       77 JS-IDX                    PIC 9(4).
       77 JS-SLOT                   PIC 9(4).
       77 JS-ON-FILE                PIC X.
       77 JS-ENTRY-AMOUNT           PIC 9(13)V99.
       77 FORMATTED-AMOUNT          PIC 9(6).99.
       77 JRNL-ACCOUNT              PIC 9(6).
       77 JRNL-ACTION               PIC X(3).
       77 JRNL-BALANCE              PIC 9(6)V99.
       77 JRNL-PRE-BALANCE          PIC 9(6)V99.
       77 JRNL-AMOUNT               PIC 9(6)V99.
       77 JRNL-CUST-TEXT            PIC X(6).
       77 JRNL-LINK-TEXT            PIC X(6).

       *> --- Multi-currency table, same logic as BANKING: journal
       *> entries carry the posting-time IDR quote (txnlog cols
       *> 82-97) and the report consolidates into IDR. ---
       77 RAI-TO-IDR                PIC 9(9)   VALUE 119714660.
       01 FX-TABLE.
          05 FX-ENTRY OCCURS 10 TIMES.
             10 FX-CCY              PIC X(3).
             10 FX-RATE             PIC 9(9)V9(6).
       77 FX-COUNT                  PIC 9(4) VALUE 0.
       77 FX-IDX                    PIC 9(4).
       77 FX-LOOKUP-CCY             PIC X(3).
       77 FX-FOUND-RATE             PIC 9(9)V9(6).
       77 IDR-QUOTE-FMT             PIC 9(9).9(6).

       *> --- Portfolio and arrears report ---
       77 RPT-OUTSTANDING           PIC 9(6)V99.
       77 RPT-ARREARS               PIC 9(7)V99.
       77 RPT-OLDEST-DUE            PIC 9(8).
       77 RPT-NEXT-DUE              PIC X(8).
       77 RPT-DPD                   PIC 9(5).
       77 RPT-BUCKET                PIC 9.
       77 RPT-CCY                   PIC X(3).
       01 BUCKET-TABLE.
          05 BUCKET-ENTRY OCCURS 5 TIMES.
             10 BUCKET-NAME         PIC X(10).
             10 BUCKET-COUNT        PIC 9(6).
             10 BUCKET-OUTSTANDING  PIC 9(15)V99.
             10 BUCKET-ARREARS      PIC 9(15)V99.
       77 BUCKET-IDX                PIC 9.
       77 IDR-AMOUNT                PIC 9(15)V99.
       77 ACCOUNT-FMT               PIC 9(6).
       77 AMOUNT-FMT                PIC Z(6)9.99.
       77 AMOUNT-FMT-2              PIC Z(6)9.99.
       77 AMOUNT-FMT-3              PIC Z(6)9.99.
       77 DPD-FMT                   PIC ZZZZ9.
       77 IDR-FMT                   PIC Z(15).99.
       77 IDR-FMT-2                 PIC Z(15).99.

       *> --- Totals ---
       77 DISBURSED-COUNT           PIC 9(6) VALUE 0.
       77 NOT-DISBURSED-COUNT       PIC 9(6) VALUE 0.
       77 COLLECTED-COUNT           PIC 9(6) VALUE 0.
       77 PARTIAL-COUNT             PIC 9(6) VALUE 0.
       77 MISSED-COUNT              PIC 9(6) VALUE 0.
       77 SETTLED-COUNT             PIC 9(6) VALUE 0.
       77 COUNT-FMT                 PIC ZZZZZ9.

       *> --- banking.lock acquisition, same protocol as BANKING ---
       77 LOCK-ACQUIRED             PIC X VALUE "N".
       77 LOCK-WAIT-LIMIT           PIC 9(4) VALUE 30.
       77 LOCK-TRY-COUNT            PIC 9(4).
       77 LOCK-PID-TEXT             PIC X(10).
       77 SYSTEM-CMD                PIC X(80).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM RESOLVE-LOAN-ARGUMENTS
           PERFORM LOAD-FX-RATE
           IF REPORT-ONLY-FOUND > 0
               PERFORM LOAD-LOAN-TABLE
               PERFORM LOAD-SCHEDULE-TABLE
               PERFORM WRITE-PORTFOLIO-REPORT
               STOP RUN
           END-IF
           PERFORM ACQUIRE-BATCH-LOCK
           IF LOCK-ACQUIRED = "N"
               DISPLAY "TIMED OUT WAITING FOR banking.lock HELD BY "
                       "PROCESS " LOCK-PID-TEXT " - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-TXN-SEQ
           ACCEPT POST-TIME FROM TIME
           PERFORM LOAD-LOAN-TABLE
           PERFORM LOAD-SCHEDULE-TABLE
      *> A table that cannot hold the whole file would republish it
      *> short - stop before anything is posted.
           IF LN-TABLE-FULL = "Y" OR SC-TABLE-FULL = "Y"
               DISPLAY "loans.txt OR loansched.txt TOO LARGE FOR ITS "
                       "TABLE - NOTHING POSTED"
               PERFORM RELEASE-BATCH-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RESOLVE-PENDING-LOAN
           PERFORM DISBURSE-PENDING-LOANS
           PERFORM COLLECT-DUE-INSTALMENTS
           PERFORM REPORT-COUNTS
           PERFORM WRITE-PORTFOLIO-REPORT
           PERFORM RELEASE-BATCH-LOCK
           STOP RUN.

       RESOLVE-LOAN-ARGUMENTS.
      *> An 8-digit token is the business date (default today);
      *> "-report" asks for the report alone.
           ACCEPT CMD-LINE FROM COMMAND-LINE
           MOVE 0 TO REPORT-ONLY-FOUND
           INSPECT CMD-LINE TALLYING REPORT-ONLY-FOUND FOR ALL "-report"
           MOVE SPACES TO ARG-TOKEN-TABLE
           UNSTRING CMD-LINE DELIMITED BY ALL " "
               INTO ARG-TOKEN(1) ARG-TOKEN(2) ARG-TOKEN(3)
                    ARG-TOKEN(4) ARG-TOKEN(5) ARG-TOKEN(6)
                    ARG-TOKEN(7) ARG-TOKEN(8)
           END-UNSTRING
           MOVE 0 TO BUSINESS-DATE
           PERFORM VARYING ARG-IDX FROM 1 BY 1 UNTIL ARG-IDX > 8
               IF ARG-TOKEN(ARG-IDX)(1:8) IS NUMERIC
                   AND ARG-TOKEN(ARG-IDX)(9:32) = SPACES
                   MOVE ARG-TOKEN(ARG-IDX)(1:8) TO BUSINESS-DATE
               END-IF
           END-PERFORM
           IF BUSINESS-DATE = 0
               ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

      *> ----------------- loans.txt / loansched.txt -----------------

       LOAD-LOAN-TABLE.
           MOVE 0 TO LN-COUNT
           OPEN INPUT LOAN-FILE
           PERFORM UNTIL 1 = 2
               READ LOAN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LN-COUNT >= 1000
                           MOVE "Y" TO LN-TABLE-FULL
                       ELSE
                           ADD 1 TO LN-COUNT
                           MOVE LOAN-RECORD TO LN-REC(LN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.

       PUBLISH-LOAN-TABLE.
           OPEN OUTPUT LOAN-TMP-FILE
           PERFORM VARYING LN-PUB-IDX FROM 1 BY 1
                   UNTIL LN-PUB-IDX > LN-COUNT
               MOVE LN-REC(LN-PUB-IDX) TO LOAN-TMP-RECORD
               WRITE LOAN-TMP-RECORD
           END-PERFORM
           CLOSE LOAN-TMP-FILE
           CALL "SYSTEM" USING "mv loans.txt.tmp loans.txt".

       LOAD-SCHEDULE-TABLE.
           MOVE 0 TO SC-COUNT
           OPEN INPUT SCHED-FILE
           PERFORM UNTIL 1 = 2
               READ SCHED-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF SC-COUNT >= 5000
                           MOVE "Y" TO SC-TABLE-FULL
                       ELSE
                           ADD 1 TO SC-COUNT
                           MOVE SCHED-RECORD TO SC-REC(SC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHED-FILE.

       PUBLISH-SCHEDULE-TABLE.
           OPEN OUTPUT SCHED-TMP-FILE
           PERFORM VARYING SC-PUB-IDX FROM 1 BY 1
                   UNTIL SC-PUB-IDX > SC-COUNT
               MOVE SC-REC(SC-PUB-IDX) TO SCHED-TMP-RECORD
               WRITE SCHED-TMP-RECORD
           END-PERFORM
           CLOSE SCHED-TMP-FILE
           CALL "SYSTEM" USING "mv loansched.txt.tmp loansched.txt".

       TAKE-LOAN-TERMS.
      *> Unpack LN-REC(LN-IDX); EDIT-LOAN-TERMS has already proved
      *> the fields numeric for a pending loan, and an active one was
      *> proved when it was disbursed.
           MOVE LN-REC(LN-IDX)(1:6)   TO LOAN-ACCOUNT
           MOVE LN-REC(LN-IDX)(7:6)   TO LOAN-DEPOSIT
           MOVE LN-REC(LN-IDX)(13:6)  TO LOAN-CUSTOMER
           MOVE FUNCTION NUMVAL(LN-REC(LN-IDX)(19:9)) TO LOAN-PRINCIPAL
           MOVE FUNCTION NUMVAL(LN-REC(LN-IDX)(28:6)) TO LOAN-RATE
           MOVE LN-REC(LN-IDX)(34:3)  TO LOAN-TERM
           MOVE LN-REC(LN-IDX)(37:8)  TO LOAN-FIRST-DUE.

      *> ----------------- startup recovery -----------------

       RESOLVE-PENDING-LOAN.
      *> loan.pending, when present, records a disbursement or a
      *> collection whose REWRITEs may not all have completed before
      *> the last run ended. As with transfer.pending, the balances
      *> the marker saw beforehand are the only trustworthy witness
      *> of how far it got.
           MOVE "N" TO MARKER-FOUND
           OPEN INPUT LOAN-MARKER-FILE
           READ LOAN-MARKER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO MARKER-FOUND
                   MOVE LOAN-MARKER-RECORD(1:1)  TO MARKER-TYPE
                   MOVE LOAN-MARKER-RECORD(2:6)  TO LOAN-ACCOUNT
                   MOVE LOAN-MARKER-RECORD(8:6)  TO LOAN-DEPOSIT
                   MOVE LOAN-MARKER-RECORD(14:3) TO MARKER-INSTALMENT
                   MOVE FUNCTION NUMVAL(LOAN-MARKER-RECORD(17:9))
                                                 TO TAKE-INTEREST
                   MOVE FUNCTION NUMVAL(LOAN-MARKER-RECORD(26:9))
                                                 TO TAKE-PRINCIPAL
                   MOVE FUNCTION NUMVAL(LOAN-MARKER-RECORD(35:9))
                                                 TO MARKER-DEPOSIT-PRE
                   MOVE FUNCTION NUMVAL(LOAN-MARKER-RECORD(44:9))
                                                 TO MARKER-LOAN-PRE
                   MOVE 0 TO LNP-JRNL-SEQ
                   IF LOAN-MARKER-RECORD(53:6) IS NUMERIC
                       MOVE LOAN-MARKER-RECORD(53:6) TO LNP-JRNL-SEQ
                   END-IF
                   MOVE FUNCTION NUMVAL(LOAN-MARKER-RECORD(59:9))
                                                 TO INTEREST-PAID-AFTER
                   MOVE FUNCTION NUMVAL(LOAN-MARKER-RECORD(68:9))
                                                 TO PRINCIPAL-PAID-AFTER
           END-READ
           CLOSE LOAN-MARKER-FILE
           IF MARKER-FOUND = "Y"
               DISPLAY "FINISHING INTERRUPTED LOAN POSTING FOR LOAN "
                       LOAN-ACCOUNT
               IF MARKER-TYPE = "D"
                   PERFORM FINISH-PENDING-DISBURSEMENT
               ELSE
                   PERFORM FINISH-PENDING-COLLECTION
               END-IF
               PERFORM CLEAR-LOAN-MARKER
           END-IF.

       FINISH-PENDING-DISBURSEMENT.
      *> The loan account is opened first: if it is not on the master
      *> nothing landed and the loan is still pending, to be tried
      *> again below. Otherwise make sure the deposit was credited,
      *> then that the schedule and the loan's status were published.
           MOVE TAKE-INTEREST TO LOAN-PRINCIPAL
           OPEN I-O ACC-FILE
           PERFORM VERIFY-ACC-FILE-OPEN
           MOVE LOAN-ACCOUNT TO ACC-KEY
           READ ACC-FILE
               INVALID KEY
                   CLOSE ACC-FILE
               NOT INVALID KEY
                   MOVE ACC-CURRENCY TO LOAN-CURRENCY
                   MOVE LOAN-DEPOSIT TO ACC-KEY
                   READ ACC-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:9))
                                                 TO RECOVERY-BALANCE
                           IF RECOVERY-BALANCE = MARKER-DEPOSIT-PRE
                               MOVE 0 TO LDR-JRNL-SEQ
                               PERFORM CREDIT-DISBURSEMENT
                           END-IF
                   END-READ
                   CLOSE ACC-FILE
                   PERFORM FIND-LOAN-ENTRY
                   IF LN-IDX NOT = 0
                       PERFORM TAKE-LOAN-TERMS
                       PERFORM COUNT-LOAN-SCHEDULE-LINES
                       IF SC-LOAN-LINES = 0
                           PERFORM BUILD-LOAN-SCHEDULE
                           PERFORM PUBLISH-SCHEDULE-TABLE
                       END-IF
                       MOVE "A"           TO LN-REC(LN-IDX)(45:1)
                       MOVE BUSINESS-DATE TO LN-REC(LN-IDX)(46:8)
                       PERFORM PUBLISH-LOAN-TABLE
                   END-IF
           END-READ.

       FINISH-PENDING-COLLECTION.
      *> The deposit is debited first: an unchanged deposit balance
      *> means nothing landed and the instalment is simply collected
      *> again below. Otherwise make sure the loan account came down
      *> by the principal, then set the instalment's collected
      *> figures to what the marker says they became - setting, not
      *> adding, so finishing twice does no harm.
           OPEN I-O ACC-FILE
           PERFORM VERIFY-ACC-FILE-OPEN
           MOVE LOAN-DEPOSIT TO ACC-KEY
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:9))
                                                 TO RECOVERY-BALANCE
                   IF RECOVERY-BALANCE NOT = MARKER-DEPOSIT-PRE
                       IF TAKE-PRINCIPAL > 0
                           PERFORM FINISH-PENDING-REPAYMENT
                       END-IF
                       PERFORM FIND-MARKED-INSTALMENT
                       IF SC-IDX NOT = 0
                           PERFORM SET-INSTALMENT-PAID
                           PERFORM PUBLISH-SCHEDULE-TABLE
                       END-IF
                   END-IF
           END-READ
           CLOSE ACC-FILE.

       FINISH-PENDING-REPAYMENT.
           MOVE LOAN-ACCOUNT TO ACC-KEY
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:9))
                                                 TO LOAN-BALANCE
                   IF LOAN-BALANCE = MARKER-LOAN-PRE
                       PERFORM REDUCE-LOAN-BALANCE
                   END-IF
           END-READ.

       FIND-MARKED-INSTALMENT.
           MOVE MARKER-INSTALMENT TO INSTALMENT-NUMBER-FMT
           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > SC-COUNT
               IF SC-REC(SC-IDX)(1:6) = LOAN-ACCOUNT
                   AND SC-REC(SC-IDX)(7:3) = INSTALMENT-NUMBER-FMT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SC-IDX > SC-COUNT
               MOVE 0 TO SC-IDX
           END-IF.

       FIND-LOAN-ENTRY.
           PERFORM VARYING LN-IDX FROM 1 BY 1 UNTIL LN-IDX > LN-COUNT
               IF LN-REC(LN-IDX)(1:6) = LOAN-ACCOUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LN-IDX > LN-COUNT
               MOVE 0 TO LN-IDX
           END-IF.

       WRITE-LOAN-MARKER.
           MOVE LOAN-MARKER-RECORD TO LOAN-MARKER-TMP-RECORD
           OPEN OUTPUT LOAN-MARKER-TMP-FILE
           WRITE LOAN-MARKER-TMP-RECORD
           CLOSE LOAN-MARKER-TMP-FILE
           CALL "SYSTEM" USING "mv loan.pending.tmp loan.pending".

       CLEAR-LOAN-MARKER.
           CALL "SYSTEM" USING "rm -f loan.pending".

      *> ----------------- disbursement -----------------

       DISBURSE-PENDING-LOANS.
           PERFORM VARYING LN-IDX FROM 1 BY 1 UNTIL LN-IDX > LN-COUNT
               IF LN-REC(LN-IDX)(45:1) = "P"
                   PERFORM DISBURSE-ONE-LOAN
               END-IF
           END-PERFORM.

       DISBURSE-ONE-LOAN.
           MOVE SPACES TO LOAN-REFUSAL-TEXT
           PERFORM EDIT-LOAN-TERMS
           IF LOAN-REFUSAL-TEXT = SPACES
               PERFORM TAKE-LOAN-TERMS
               PERFORM CHECK-LOAN-CUSTOMER
           END-IF
           IF LOAN-REFUSAL-TEXT = SPACES
               OPEN I-O ACC-FILE
               PERFORM VERIFY-ACC-FILE-OPEN
               PERFORM CHECK-LOAN-ACCOUNTS
               IF LOAN-REFUSAL-TEXT = SPACES
                   PERFORM POST-DISBURSEMENT
               END-IF
               CLOSE ACC-FILE
           END-IF
           IF LOAN-REFUSAL-TEXT = SPACES
               ADD 1 TO DISBURSED-COUNT
               MOVE LOAN-PRINCIPAL TO AMOUNT-FMT
               DISPLAY "LOAN " LOAN-ACCOUNT " DISBURSED " AMOUNT-FMT
                       " " LOAN-CURRENCY " TO ACCOUNT " LOAN-DEPOSIT
           ELSE
               ADD 1 TO NOT-DISBURSED-COUNT
               DISPLAY "LOAN " LN-REC(LN-IDX)(1:6) " NOT DISBURSED: "
                       LOAN-REFUSAL-TEXT
           END-IF.

       EDIT-LOAN-TERMS.
      *> A refused loan stays pending with its terms untouched; the
      *> next run tries it again once the terms are put right.
           EVALUATE TRUE
               WHEN LN-REC(LN-IDX)(1:6) IS NOT NUMERIC
                   OR LN-REC(LN-IDX)(7:6) IS NOT NUMERIC
                   MOVE "ACCOUNT NUMBER NOT NUMERIC"
                       TO LOAN-REFUSAL-TEXT
               WHEN LN-REC(LN-IDX)(1:6) = LN-REC(LN-IDX)(7:6)
                   MOVE "LOAN AND DEPOSIT ACCOUNT THE SAME"
                       TO LOAN-REFUSAL-TEXT
               WHEN LN-REC(LN-IDX)(13:6) IS NOT NUMERIC
                   MOVE "CUSTOMER ID NOT NUMERIC" TO LOAN-REFUSAL-TEXT
               WHEN FUNCTION TEST-NUMVAL(LN-REC(LN-IDX)(19:9)) NOT = 0
                   MOVE "PRINCIPAL NOT NUMERIC" TO LOAN-REFUSAL-TEXT
               WHEN FUNCTION NUMVAL(LN-REC(LN-IDX)(19:9)) NOT > 0
                   OR FUNCTION NUMVAL(LN-REC(LN-IDX)(19:9))
                      > MAX-TXN-AMOUNT
                   MOVE "PRINCIPAL OUT OF RANGE" TO LOAN-REFUSAL-TEXT
               WHEN FUNCTION TEST-NUMVAL(LN-REC(LN-IDX)(28:6)) NOT = 0
                   MOVE "RATE NOT NUMERIC" TO LOAN-REFUSAL-TEXT
               WHEN FUNCTION NUMVAL(LN-REC(LN-IDX)(28:6)) NOT < 1
                   MOVE "RATE OUT OF RANGE" TO LOAN-REFUSAL-TEXT
               WHEN LN-REC(LN-IDX)(34:3) IS NOT NUMERIC
                   OR LN-REC(LN-IDX)(34:3) = "000"
                   OR LN-REC(LN-IDX)(34:3) > "360"
                   MOVE "TERM NOT 1-360 MONTHS" TO LOAN-REFUSAL-TEXT
               WHEN LN-REC(LN-IDX)(37:8) IS NOT NUMERIC
                   MOVE "FIRST DUE DATE NOT NUMERIC"
                       TO LOAN-REFUSAL-TEXT
               WHEN FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(LN-REC(LN-IDX)(37:8))) = 0
                   MOVE "FIRST DUE DATE INVALID" TO LOAN-REFUSAL-TEXT
               WHEN FUNCTION NUMVAL(LN-REC(LN-IDX)(37:8))
                    NOT > BUSINESS-DATE
                   MOVE "FIRST DUE DATE NOT AFTER DISBURSEMENT"
                       TO LOAN-REFUSAL-TEXT
               WHEN SC-COUNT + FUNCTION NUMVAL(LN-REC(LN-IDX)(34:3))
                    > 5000
                   MOVE "SCHEDULE FILE FULL" TO LOAN-REFUSAL-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-LOAN-CUSTOMER.
           OPEN INPUT CUSTOMER-FILE
           IF CUST-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER MASTER NOT AVAILABLE"
                   TO LOAN-REFUSAL-TEXT
           ELSE
               MOVE LOAN-CUSTOMER TO CUST-KEY
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON MASTER"
                           TO LOAN-REFUSAL-TEXT
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.

       CHECK-LOAN-ACCOUNTS.
      *> The loan account number must be free, and the money goes
      *> only into an active deposit account the borrower owns.
           MOVE LOAN-ACCOUNT TO ACC-KEY
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "LOAN ACCOUNT NUMBER ALREADY ON MASTER"
                       TO LOAN-REFUSAL-TEXT
           END-READ
           IF LOAN-REFUSAL-TEXT = SPACES
               MOVE LOAN-DEPOSIT TO ACC-KEY
               READ ACC-FILE
                   INVALID KEY
                       MOVE "DEPOSIT ACCOUNT NOT ON MASTER"
                           TO LOAN-REFUSAL-TEXT
                   NOT INVALID KEY
                       PERFORM JUDGE-DEPOSIT-ACCOUNT
               END-READ
           END-IF.

       JUDGE-DEPOSIT-ACCOUNT.
           MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:9)) TO DEPOSIT-BALANCE
           EVALUATE TRUE
               WHEN ACC-RECORD-RAW(7:3) = "LON"
                   MOVE "DEPOSIT ACCOUNT IS A LOAN ACCOUNT"
                       TO LOAN-REFUSAL-TEXT
               WHEN ACC-STATUS NOT = "A" AND ACC-STATUS NOT = SPACE
                   MOVE "DEPOSIT ACCOUNT NOT ACTIVE"
                       TO LOAN-REFUSAL-TEXT
               WHEN ACC-CUST-ID NOT = LN-REC(LN-IDX)(13:6)
                   MOVE "DEPOSIT ACCOUNT NOT THE BORROWER'S"
                       TO LOAN-REFUSAL-TEXT
               WHEN DEPOSIT-BALANCE + LOAN-PRINCIPAL > MAX-TXN-AMOUNT
                   MOVE "DEPOSIT BALANCE CANNOT TAKE THE CREDIT"
                       TO LOAN-REFUSAL-TEXT
               WHEN OTHER
                   IF ACC-CURRENCY = SPACES
                       MOVE "RAI" TO LOAN-CURRENCY
                   ELSE
                       MOVE ACC-CURRENCY TO LOAN-CURRENCY
                   END-IF
           END-EVALUATE.

       POST-DISBURSEMENT.
      *> Marker first, then the loan account (LDR), then the deposit
      *> credit (LND), then the schedule and the loan's new status -
      *> the order FINISH-PENDING-DISBURSEMENT relies on.
           MOVE SPACES             TO LOAN-MARKER-RECORD
           MOVE "D"                TO LOAN-MARKER-RECORD(1:1)
           MOVE LOAN-ACCOUNT       TO LOAN-MARKER-RECORD(2:6)
           MOVE LOAN-DEPOSIT       TO LOAN-MARKER-RECORD(8:6)
           MOVE LOAN-PRINCIPAL     TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT   TO LOAN-MARKER-RECORD(17:9)
           MOVE DEPOSIT-BALANCE    TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT   TO LOAN-MARKER-RECORD(35:9)
           PERFORM WRITE-LOAN-MARKER
           MOVE LOAN-ACCOUNT       TO ACC-KEY
           MOVE "LON"              TO ACC-RECORD-RAW(7:3)
           MOVE LOAN-PRINCIPAL     TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT   TO ACC-RECORD-RAW(10:9)
           MOVE "A"                TO ACC-STATUS
           MOVE LOAN-CURRENCY      TO ACC-CURRENCY
           MOVE LN-REC(LN-IDX)(13:6) TO ACC-CUST-ID
           MOVE "000000.00"        TO ACC-ACCRUAL
           MOVE SPACES             TO ACC-ACCRUAL-DATE
           WRITE ACC-RECORD-RAW
               INVALID KEY
                   MOVE "LOAN ACCOUNT NUMBER ALREADY ON MASTER"
                       TO LOAN-REFUSAL-TEXT
               NOT INVALID KEY
                   MOVE LOAN-ACCOUNT        TO JRNL-ACCOUNT
                   MOVE "LDR"               TO JRNL-ACTION
                   MOVE LOAN-PRINCIPAL      TO JRNL-BALANCE
                   MOVE 0                   TO JRNL-PRE-BALANCE
                   MOVE LOAN-PRINCIPAL      TO JRNL-AMOUNT
                   MOVE LN-REC(LN-IDX)(13:6) TO JRNL-CUST-TEXT
                   MOVE SPACES              TO JRNL-LINK-TEXT
                   PERFORM WRITE-LOAN-JOURNAL
                   MOVE TXN-SEQ TO LDR-JRNL-SEQ
           END-WRITE
           IF LOAN-REFUSAL-TEXT = SPACES
               MOVE LOAN-DEPOSIT TO ACC-KEY
               READ ACC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CREDIT-DISBURSEMENT
               END-READ
               PERFORM BUILD-LOAN-SCHEDULE
               PERFORM PUBLISH-SCHEDULE-TABLE
               MOVE "A"           TO LN-REC(LN-IDX)(45:1)
               MOVE BUSINESS-DATE TO LN-REC(LN-IDX)(46:8)
               PERFORM PUBLISH-LOAN-TABLE
           END-IF
           PERFORM CLEAR-LOAN-MARKER.

       CREDIT-DISBURSEMENT.
      *> The deposit account's record is current. LND links to the
      *> LDR that opened the loan when its sequence is known.
           MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:9)) TO DEPOSIT-BALANCE
           ADD DEPOSIT-BALANCE LOAN-PRINCIPAL GIVING DEPOSIT-NEW-BALANCE
           MOVE DEPOSIT-NEW-BALANCE TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT    TO ACC-RECORD-RAW(10:9)
           REWRITE ACC-RECORD-RAW
           MOVE LOAN-DEPOSIT        TO JRNL-ACCOUNT
           MOVE "LND"               TO JRNL-ACTION
           MOVE DEPOSIT-NEW-BALANCE TO JRNL-BALANCE
           MOVE DEPOSIT-BALANCE     TO JRNL-PRE-BALANCE
           MOVE LOAN-PRINCIPAL      TO JRNL-AMOUNT
           MOVE SPACES              TO JRNL-CUST-TEXT
           MOVE SPACES              TO JRNL-LINK-TEXT
           IF LDR-JRNL-SEQ NOT = 0
               MOVE LDR-JRNL-SEQ    TO JRNL-LINK-TEXT
           END-IF
           IF ACC-CURRENCY = SPACES
               MOVE "RAI"           TO LOAN-CURRENCY
           ELSE
               MOVE ACC-CURRENCY    TO LOAN-CURRENCY
           END-IF
           PERFORM WRITE-LOAN-JOURNAL.

       BUILD-LOAN-SCHEDULE.
      *> Appends the loan's instalments to the schedule table from
      *> the terms in hand (TAKE-LOAN-TERMS).
           COMPUTE MONTH-RATE ROUNDED = LOAN-RATE / 12
           IF MONTH-RATE = 0
               COMPUTE LEVEL-INSTALMENT ROUNDED =
                   LOAN-PRINCIPAL / LOAN-TERM
           ELSE
               COMPUTE GROWTH-FACTOR ROUNDED =
                   (1 + MONTH-RATE) ** LOAN-TERM
               COMPUTE LEVEL-INSTALMENT ROUNDED =
                   LOAN-PRINCIPAL * MONTH-RATE * GROWTH-FACTOR
                   / (GROWTH-FACTOR - 1)
           END-IF
           MOVE LOAN-PRINCIPAL TO SCHED-REMAINING
           PERFORM VARYING SCHED-NUMBER FROM 1 BY 1
                   UNTIL SCHED-NUMBER > LOAN-TERM
               PERFORM BUILD-ONE-INSTALMENT
           END-PERFORM.

       BUILD-ONE-INSTALMENT.
           COMPUTE SCHED-INTEREST ROUNDED = SCHED-REMAINING * MONTH-RATE
           IF SCHED-NUMBER = LOAN-TERM
               OR LEVEL-INSTALMENT - SCHED-INTEREST > SCHED-REMAINING
               MOVE SCHED-REMAINING TO SCHED-PRINCIPAL
           ELSE
               COMPUTE SCHED-PRINCIPAL =
                   LEVEL-INSTALMENT - SCHED-INTEREST
           END-IF
           ADD SCHED-INTEREST SCHED-PRINCIPAL GIVING SCHED-INSTALMENT
           SUBTRACT SCHED-PRINCIPAL FROM SCHED-REMAINING
           PERFORM COMPUTE-INSTALMENT-DUE-DATE
           ADD 1 TO SC-COUNT
           MOVE SPACES            TO SC-REC(SC-COUNT)
           MOVE LOAN-ACCOUNT      TO SC-REC(SC-COUNT)(1:6)
           MOVE SCHED-NUMBER      TO SC-REC(SC-COUNT)(7:3)
           MOVE SCHED-DUE-DATE    TO SC-REC(SC-COUNT)(10:8)
           MOVE SCHED-INSTALMENT  TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT  TO SC-REC(SC-COUNT)(18:9)
           MOVE SCHED-INTEREST    TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT  TO SC-REC(SC-COUNT)(27:9)
           MOVE SCHED-PRINCIPAL   TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT  TO SC-REC(SC-COUNT)(36:9)
           MOVE "000000.00"       TO SC-REC(SC-COUNT)(45:9)
           MOVE "000000.00"       TO SC-REC(SC-COUNT)(54:9)
           MOVE "O"               TO SC-REC(SC-COUNT)(63:1).

       COMPUTE-INSTALMENT-DUE-DATE.
      *> The first due date's day in each following month, clamped to
      *> the month's length the way the standing-order month advance
      *> clamps - counted from the first due date every time, so a
      *> loan due the 31st is back on the 31st after February.
           MOVE LOAN-FIRST-DUE(1:4) TO DUE-YEAR
           MOVE LOAN-FIRST-DUE(5:2) TO DUE-MONTH
           COMPUTE DUE-MONTHS-ON = DUE-MONTH - 1 + SCHED-NUMBER - 1
           COMPUTE DUE-YEAR = DUE-YEAR + DUE-MONTHS-ON / 12
           COMPUTE DUE-MONTH =
               FUNCTION MOD(DUE-MONTHS-ON, 12) + 1
           MOVE LOAN-FIRST-DUE(7:2) TO DUE-DAY
           PERFORM BUILD-DUE-TRY-DATE
           PERFORM UNTIL DUE-DAY < 29
               OR FUNCTION INTEGER-OF-DATE(DUE-TRY-DATE) > 0
               SUBTRACT 1 FROM DUE-DAY
               PERFORM BUILD-DUE-TRY-DATE
           END-PERFORM
           MOVE DUE-TRY-DATE TO SCHED-DUE-DATE.

       BUILD-DUE-TRY-DATE.
           COMPUTE DUE-TRY-DATE =
               DUE-YEAR * 10000 + DUE-MONTH * 100 + DUE-DAY.

       COUNT-LOAN-SCHEDULE-LINES.
           MOVE 0 TO SC-LOAN-LINES
           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > SC-COUNT
               IF SC-REC(SC-IDX)(1:6) = LN-REC(LN-IDX)(1:6)
                   ADD 1 TO SC-LOAN-LINES
               END-IF
           END-PERFORM.

      *> ----------------- collection -----------------

       COLLECT-DUE-INSTALMENTS.
           PERFORM VARYING LN-IDX FROM 1 BY 1 UNTIL LN-IDX > LN-COUNT
               IF LN-REC(LN-IDX)(45:1) = "A"
                   PERFORM COLLECT-ONE-LOAN
               END-IF
           END-PERFORM.

       COLLECT-ONE-LOAN.
      *> Instalments are collected oldest first; once the deposit
      *> account runs dry the later ones wait for the next run.
           PERFORM TAKE-LOAN-TERMS
           MOVE "N" TO LOAN-FUNDS-EXHAUSTED
           MOVE "Y" TO LOAN-ALL-PAID
           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > SC-COUNT
               IF SC-REC(SC-IDX)(1:6) = LN-REC(LN-IDX)(1:6)
                   AND SC-REC(SC-IDX)(63:1) = "O"
                   IF SC-REC(SC-IDX)(10:8) NOT > BUSINESS-DATE
                       AND LOAN-FUNDS-EXHAUSTED = "N"
                       PERFORM COLLECT-ONE-INSTALMENT
                   ELSE
                       IF SC-REC(SC-IDX)(10:8) NOT > BUSINESS-DATE
                           ADD 1 TO MISSED-COUNT
                       END-IF
                   END-IF
                   IF SC-REC(SC-IDX)(63:1) = "O"
                       MOVE "N" TO LOAN-ALL-PAID
                   END-IF
               END-IF
           END-PERFORM
           IF LOAN-ALL-PAID = "Y"
               MOVE "S" TO LN-REC(LN-IDX)(45:1)
               PERFORM PUBLISH-LOAN-TABLE
               ADD 1 TO SETTLED-COUNT
               DISPLAY "LOAN " LOAN-ACCOUNT " REPAID IN FULL"
           END-IF.

       COLLECT-ONE-INSTALMENT.
           COMPUTE OWED-INTEREST =
               FUNCTION NUMVAL(SC-REC(SC-IDX)(27:9))
               - FUNCTION NUMVAL(SC-REC(SC-IDX)(45:9))
           COMPUTE OWED-PRINCIPAL =
               FUNCTION NUMVAL(SC-REC(SC-IDX)(36:9))
               - FUNCTION NUMVAL(SC-REC(SC-IDX)(54:9))
           MOVE 0 TO TAKE-INTEREST
           MOVE 0 TO TAKE-PRINCIPAL
           OPEN I-O ACC-FILE
           PERFORM VERIFY-ACC-FILE-OPEN
           MOVE LOAN-ACCOUNT TO ACC-KEY
           READ ACC-FILE
               INVALID KEY
                   MOVE 0 TO LOAN-BALANCE
               NOT INVALID KEY
                   MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:9))
                       TO LOAN-BALANCE
           END-READ
           MOVE LOAN-DEPOSIT TO ACC-KEY
           READ ACC-FILE
               INVALID KEY
                   MOVE 0 TO COLLECTIBLE
               NOT INVALID KEY
                   PERFORM RESOLVE-COLLECTIBLE
           END-READ
      *> Interest first, then principal, as far as the money goes; a
      *> loan account can never be repaid below zero.
           IF COLLECTIBLE > 0
               IF OWED-INTEREST > COLLECTIBLE
                   MOVE COLLECTIBLE TO TAKE-INTEREST
               ELSE
                   MOVE OWED-INTEREST TO TAKE-INTEREST
               END-IF
               SUBTRACT TAKE-INTEREST FROM COLLECTIBLE
               IF OWED-PRINCIPAL > COLLECTIBLE
                   MOVE COLLECTIBLE TO TAKE-PRINCIPAL
               ELSE
                   MOVE OWED-PRINCIPAL TO TAKE-PRINCIPAL
               END-IF
               IF TAKE-PRINCIPAL > LOAN-BALANCE
                   MOVE LOAN-BALANCE TO TAKE-PRINCIPAL
               END-IF
           END-IF
           IF TAKE-INTEREST + TAKE-PRINCIPAL = 0
               MOVE "Y" TO LOAN-FUNDS-EXHAUSTED
               ADD 1 TO MISSED-COUNT
           ELSE
               PERFORM POST-COLLECTION
               IF SC-REC(SC-IDX)(63:1) = "P"
                   ADD 1 TO COLLECTED-COUNT
               ELSE
                   MOVE "Y" TO LOAN-FUNDS-EXHAUSTED
                   ADD 1 TO PARTIAL-COUNT
               END-IF
           END-IF
           CLOSE ACC-FILE.

       RESOLVE-COLLECTIBLE.
      *> Only an active deposit account pays: frozen, closed and
      *> dormant accounts give up no money, as in BANKING.
           MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:9)) TO DEPOSIT-BALANCE
           MOVE 0 TO COLLECTIBLE
           IF (ACC-STATUS = "A" OR ACC-STATUS = SPACE)
               AND ACC-RECORD-RAW(7:3) NOT = "LON"
               PERFORM LOAD-HOLD-TOTAL
               IF DEPOSIT-BALANCE > HOLD-TOTAL + MIN-BALANCE
                   COMPUTE COLLECTIBLE =
                       DEPOSIT-BALANCE - HOLD-TOTAL - MIN-BALANCE
               END-IF
           END-IF.

       LOAD-HOLD-TOTAL.
      *> Holds in force on the business date, judged the way BANKING
      *> judges them: placed, and not yet at their expiry date.
           MOVE 0 TO HOLD-TOTAL
           OPEN INPUT HOLD-FILE
           PERFORM UNTIL 1 = 2
               READ HOLD-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF HOLD-RECORD(1:6) IS NUMERIC
                           AND FUNCTION NUMVAL(HOLD-RECORD(1:6))
                               = LOAN-DEPOSIT
                           AND FUNCTION TEST-NUMVAL(HOLD-RECORD(13:9))
                               = 0
                           AND (HOLD-RECORD(33:8) IS NOT NUMERIC
                                OR FUNCTION NUMVAL(HOLD-RECORD(33:8))
                                   > BUSINESS-DATE)
                           ADD FUNCTION NUMVAL(HOLD-RECORD(13:9))
                               TO HOLD-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       POST-COLLECTION.
      *> The deposit account's record is current. Marker, deposit
      *> debit (LNI then LNP), loan account (LRP), schedule - the
      *> order FINISH-PENDING-COLLECTION relies on.
           COMPUTE INTEREST-PAID-AFTER =
               FUNCTION NUMVAL(SC-REC(SC-IDX)(45:9)) + TAKE-INTEREST
           COMPUTE PRINCIPAL-PAID-AFTER =
               FUNCTION NUMVAL(SC-REC(SC-IDX)(54:9)) + TAKE-PRINCIPAL
           SUBTRACT TAKE-INTEREST FROM DEPOSIT-BALANCE
               GIVING DEPOSIT-AFTER-INTEREST
           SUBTRACT TAKE-PRINCIPAL FROM DEPOSIT-AFTER-INTEREST
               GIVING DEPOSIT-NEW-BALANCE
           IF ACC-CURRENCY = SPACES
               MOVE "RAI"          TO LOAN-CURRENCY
           ELSE
               MOVE ACC-CURRENCY   TO LOAN-CURRENCY
           END-IF
           MOVE 0 TO LNP-JRNL-SEQ
           IF TAKE-PRINCIPAL > 0
               IF TAKE-INTEREST > 0
                   COMPUTE LNP-JRNL-SEQ = TXN-SEQ + 2
               ELSE
                   COMPUTE LNP-JRNL-SEQ = TXN-SEQ + 1
               END-IF
           END-IF
           MOVE SPACES                TO LOAN-MARKER-RECORD
           MOVE "C"                   TO LOAN-MARKER-RECORD(1:1)
           MOVE LOAN-ACCOUNT          TO LOAN-MARKER-RECORD(2:6)
           MOVE LOAN-DEPOSIT          TO LOAN-MARKER-RECORD(8:6)
           MOVE SC-REC(SC-IDX)(7:3)   TO LOAN-MARKER-RECORD(14:3)
           MOVE TAKE-INTEREST         TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT      TO LOAN-MARKER-RECORD(17:9)
           MOVE TAKE-PRINCIPAL        TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT      TO LOAN-MARKER-RECORD(26:9)
           MOVE DEPOSIT-BALANCE       TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT      TO LOAN-MARKER-RECORD(35:9)
           MOVE LOAN-BALANCE          TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT      TO LOAN-MARKER-RECORD(44:9)
           MOVE LNP-JRNL-SEQ          TO LOAN-MARKER-RECORD(53:6)
           MOVE INTEREST-PAID-AFTER   TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT      TO LOAN-MARKER-RECORD(59:9)
           MOVE PRINCIPAL-PAID-AFTER  TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT      TO LOAN-MARKER-RECORD(68:9)
           PERFORM WRITE-LOAN-MARKER
           MOVE DEPOSIT-NEW-BALANCE   TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT      TO ACC-RECORD-RAW(10:9)
           REWRITE ACC-RECORD-RAW
           MOVE SPACES TO JRNL-CUST-TEXT
           MOVE SPACES TO JRNL-LINK-TEXT
           IF TAKE-INTEREST > 0
               MOVE LOAN-DEPOSIT           TO JRNL-ACCOUNT
               MOVE "LNI"                  TO JRNL-ACTION
               MOVE DEPOSIT-AFTER-INTEREST TO JRNL-BALANCE
               MOVE DEPOSIT-BALANCE        TO JRNL-PRE-BALANCE
               MOVE TAKE-INTEREST          TO JRNL-AMOUNT
               PERFORM WRITE-LOAN-JOURNAL
           END-IF
           IF TAKE-PRINCIPAL > 0
               MOVE LOAN-DEPOSIT           TO JRNL-ACCOUNT
               MOVE "LNP"                  TO JRNL-ACTION
               MOVE DEPOSIT-NEW-BALANCE    TO JRNL-BALANCE
               MOVE DEPOSIT-AFTER-INTEREST TO JRNL-PRE-BALANCE
               MOVE TAKE-PRINCIPAL         TO JRNL-AMOUNT
               PERFORM WRITE-LOAN-JOURNAL
               MOVE LOAN-ACCOUNT TO ACC-KEY
               READ ACC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM REDUCE-LOAN-BALANCE
               END-READ
           END-IF
           PERFORM SET-INSTALMENT-PAID
           PERFORM PUBLISH-SCHEDULE-TABLE
           PERFORM CLEAR-LOAN-MARKER
           MOVE SC-REC(SC-IDX)(7:3) TO INSTALMENT-NUMBER-FMT
           ADD TAKE-INTEREST TAKE-PRINCIPAL GIVING JRNL-AMOUNT
           MOVE JRNL-AMOUNT TO AMOUNT-FMT
           DISPLAY "LOAN " LOAN-ACCOUNT " INSTALMENT "
                   INSTALMENT-NUMBER-FMT " COLLECTED " AMOUNT-FMT
                   " FROM ACCOUNT " LOAN-DEPOSIT.

       REDUCE-LOAN-BALANCE.
      *> The loan account's record is current; LRP links to the LNP
      *> that paid for it.
           MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:9)) TO LOAN-BALANCE
           SUBTRACT TAKE-PRINCIPAL FROM LOAN-BALANCE
               GIVING LOAN-NEW-BALANCE
           MOVE LOAN-NEW-BALANCE TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO ACC-RECORD-RAW(10:9)
           REWRITE ACC-RECORD-RAW
           MOVE LOAN-ACCOUNT     TO JRNL-ACCOUNT
           MOVE "LRP"            TO JRNL-ACTION
           MOVE LOAN-NEW-BALANCE TO JRNL-BALANCE
           MOVE LOAN-BALANCE     TO JRNL-PRE-BALANCE
           MOVE TAKE-PRINCIPAL   TO JRNL-AMOUNT
           MOVE SPACES           TO JRNL-CUST-TEXT
           MOVE SPACES           TO JRNL-LINK-TEXT
           IF LNP-JRNL-SEQ NOT = 0
               MOVE LNP-JRNL-SEQ TO JRNL-LINK-TEXT
           END-IF
           IF ACC-CURRENCY = SPACES
               MOVE "RAI"        TO LOAN-CURRENCY
           ELSE
               MOVE ACC-CURRENCY TO LOAN-CURRENCY
           END-IF
           PERFORM WRITE-LOAN-JOURNAL.

       SET-INSTALMENT-PAID.
           MOVE INTEREST-PAID-AFTER  TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT     TO SC-REC(SC-IDX)(45:9)
           MOVE PRINCIPAL-PAID-AFTER TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT     TO SC-REC(SC-IDX)(54:9)
           IF INTEREST-PAID-AFTER NOT <
                  FUNCTION NUMVAL(SC-REC(SC-IDX)(27:9))
               AND PRINCIPAL-PAID-AFTER NOT <
                  FUNCTION NUMVAL(SC-REC(SC-IDX)(36:9))
               MOVE "P" TO SC-REC(SC-IDX)(63:1)
           END-IF.

      *> ----------------- journal -----------------

       WRITE-LOAN-JOURNAL.
      *> One txnlog.txt entry in BANKING's layout, from the JRNL-
      *> fields and the currency in LOAN-CURRENCY.
           ADD 1 TO TXN-SEQ
           PERFORM SAVE-TXN-SEQ
           MOVE SPACES             TO TXN-LOG-RECORD
           MOVE JRNL-ACCOUNT       TO TXN-LOG-RECORD(1:6)
           MOVE JRNL-ACTION        TO TXN-LOG-RECORD(7:3)
           MOVE JRNL-BALANCE       TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT   TO TXN-LOG-RECORD(10:9)
           MOVE LOAN-CURRENCY      TO TXN-LOG-RECORD(19:3)
           MOVE BUSINESS-DATE      TO TXN-LOG-RECORD(38:8)
           MOVE POST-TIME          TO TXN-LOG-RECORD(46:6)
           MOVE TXN-SEQ            TO TXN-LOG-RECORD(52:6)
           MOVE JRNL-AMOUNT        TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT   TO TXN-LOG-RECORD(58:9)
           MOVE JRNL-PRE-BALANCE   TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT   TO TXN-LOG-RECORD(67:9)
           MOVE JRNL-CUST-TEXT     TO TXN-LOG-RECORD(76:6)
           MOVE LOAN-CURRENCY      TO FX-LOOKUP-CCY
           PERFORM LOOKUP-FX-RATE
           IF FX-FOUND-RATE > 0
               MOVE FX-FOUND-RATE  TO IDR-QUOTE-FMT
               MOVE IDR-QUOTE-FMT  TO TXN-LOG-RECORD(82:16)
           END-IF
           MOVE JRNL-LINK-TEXT     TO TXN-LOG-RECORD(98:6)
      *> Cols 107-114: the keying operator - SYSTEM for a scheduled run.
           MOVE "SYSTEM"           TO TXN-LOG-RECORD(107:8)
           MOVE TXN-LOG-RECORD TO JRNL-INDEX-LINE
           OPEN EXTEND TXN-LOG-FILE
           WRITE TXN-LOG-RECORD
           CLOSE TXN-LOG-FILE
           PERFORM INDEX-JOURNAL-ENTRY.

      *> ----------------- portfolio and arrears report -----------------

       WRITE-PORTFOLIO-REPORT.
           PERFORM SET-UP-BUCKETS
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-RECORD
           STRING "LOAN PORTFOLIO AND ARREARS AS OF " DELIMITED SIZE
                  BUSINESS-DATE                        DELIMITED SIZE
                  INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           MOVE "LOAN"        TO RPT-RECORD(1:4)
           MOVE "DEPOSIT"     TO RPT-RECORD(8:7)
           MOVE "CUST"        TO RPT-RECORD(16:4)
           MOVE "CCY"         TO RPT-RECORD(23:3)
           MOVE "PRINCIPAL"   TO RPT-RECORD(28:9)
           MOVE "OUTSTANDING" TO RPT-RECORD(38:11)
           MOVE "ARREARS"     TO RPT-RECORD(53:7)
           MOVE "DPD"         TO RPT-RECORD(63:3)
           MOVE "BUCKET"      TO RPT-RECORD(67:6)
           MOVE "NEXT DUE"    TO RPT-RECORD(78:8)
           MOVE "ST"          TO RPT-RECORD(87:2)
           WRITE RPT-RECORD
           OPEN INPUT ACC-FILE
           PERFORM VARYING LN-IDX FROM 1 BY 1 UNTIL LN-IDX > LN-COUNT
               IF LN-REC(LN-IDX)(1:6) IS NUMERIC
                   PERFORM REPORT-ONE-LOAN
               END-IF
           END-PERFORM
           IF ACC-FILE-STATUS = "00"
               CLOSE ACC-FILE
           END-IF
           PERFORM WRITE-BUCKET-TOTALS
           CLOSE RPT-FILE.

       SET-UP-BUCKETS.
           MOVE "CURRENT"    TO BUCKET-NAME(1)
           MOVE "DPD <30"    TO BUCKET-NAME(2)
           MOVE "DPD 30-59"  TO BUCKET-NAME(3)
           MOVE "DPD 60-89"  TO BUCKET-NAME(4)
           MOVE "DPD 90+"    TO BUCKET-NAME(5)
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > 5
               MOVE 0 TO BUCKET-COUNT(BUCKET-IDX)
               MOVE 0 TO BUCKET-OUTSTANDING(BUCKET-IDX)
               MOVE 0 TO BUCKET-ARREARS(BUCKET-IDX)
           END-PERFORM.

       REPORT-ONE-LOAN.
      *> Outstanding is the loan account's balance on the master;
      *> arrears is everything due on or before the business date and
      *> not yet collected, and days past due run from the oldest
      *> such due date.
           MOVE LN-REC(LN-IDX)(1:6) TO LOAN-ACCOUNT
           MOVE 0      TO RPT-OUTSTANDING
           MOVE "RAI"  TO RPT-CCY
           IF ACC-FILE-STATUS = "00"
               MOVE LOAN-ACCOUNT TO ACC-KEY
               READ ACC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:9))
                           TO RPT-OUTSTANDING
                       IF ACC-CURRENCY NOT = SPACES
                           MOVE ACC-CURRENCY TO RPT-CCY
                       END-IF
               END-READ
           END-IF
           MOVE 0      TO RPT-ARREARS
           MOVE 0      TO RPT-OLDEST-DUE
           MOVE SPACES TO RPT-NEXT-DUE
           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > SC-COUNT
               IF SC-REC(SC-IDX)(1:6) = LN-REC(LN-IDX)(1:6)
                   AND SC-REC(SC-IDX)(63:1) = "O"
                   PERFORM TALLY-OPEN-INSTALMENT
               END-IF
           END-PERFORM
           MOVE 0 TO RPT-DPD
           MOVE 0 TO RPT-BUCKET
           IF LN-REC(LN-IDX)(45:1) = "A"
               IF RPT-ARREARS = 0
                   MOVE 1 TO RPT-BUCKET
               ELSE
                   COMPUTE RPT-DPD =
                       FUNCTION INTEGER-OF-DATE(BUSINESS-DATE)
                       - FUNCTION INTEGER-OF-DATE(RPT-OLDEST-DUE)
                   EVALUATE TRUE
                       WHEN RPT-DPD < 30
                           MOVE 2 TO RPT-BUCKET
                       WHEN RPT-DPD < 60
                           MOVE 3 TO RPT-BUCKET
                       WHEN RPT-DPD < 90
                           MOVE 4 TO RPT-BUCKET
                       WHEN OTHER
                           MOVE 5 TO RPT-BUCKET
                   END-EVALUATE
               END-IF
               MOVE RPT-CCY TO FX-LOOKUP-CCY
               PERFORM LOOKUP-FX-RATE
               ADD 1 TO BUCKET-COUNT(RPT-BUCKET)
               COMPUTE IDR-AMOUNT = RPT-OUTSTANDING * FX-FOUND-RATE
               ADD IDR-AMOUNT TO BUCKET-OUTSTANDING(RPT-BUCKET)
               COMPUTE IDR-AMOUNT = RPT-ARREARS * FX-FOUND-RATE
               ADD IDR-AMOUNT TO BUCKET-ARREARS(RPT-BUCKET)
           END-IF
           PERFORM WRITE-LOAN-LINE.

       TALLY-OPEN-INSTALMENT.
           IF SC-REC(SC-IDX)(10:8) NOT > BUSINESS-DATE
               COMPUTE RPT-ARREARS = RPT-ARREARS
                   + FUNCTION NUMVAL(SC-REC(SC-IDX)(18:9))
                   - FUNCTION NUMVAL(SC-REC(SC-IDX)(45:9))
                   - FUNCTION NUMVAL(SC-REC(SC-IDX)(54:9))
               IF RPT-OLDEST-DUE = 0
                   MOVE SC-REC(SC-IDX)(10:8) TO RPT-OLDEST-DUE
               END-IF
           ELSE
               IF RPT-NEXT-DUE = SPACES
                   MOVE SC-REC(SC-IDX)(10:8) TO RPT-NEXT-DUE
               END-IF
           END-IF.

       WRITE-LOAN-LINE.
           MOVE SPACES TO RPT-RECORD
           MOVE FUNCTION NUMVAL(LN-REC(LN-IDX)(19:9)) TO AMOUNT-FMT
           MOVE RPT-OUTSTANDING TO AMOUNT-FMT-2
           MOVE RPT-ARREARS     TO AMOUNT-FMT-3
           MOVE RPT-DPD         TO DPD-FMT
           STRING LN-REC(LN-IDX)(1:6)   DELIMITED SIZE
                  " "                   DELIMITED SIZE
                  LN-REC(LN-IDX)(7:6)   DELIMITED SIZE
                  "  "                  DELIMITED SIZE
                  LN-REC(LN-IDX)(13:6)  DELIMITED SIZE
                  " "                   DELIMITED SIZE
                  RPT-CCY               DELIMITED SIZE
                  " "                   DELIMITED SIZE
                  AMOUNT-FMT            DELIMITED SIZE
                  "  "                  DELIMITED SIZE
                  AMOUNT-FMT-2          DELIMITED SIZE
                  " "                   DELIMITED SIZE
                  AMOUNT-FMT-3          DELIMITED SIZE
                  " "                   DELIMITED SIZE
                  DPD-FMT               DELIMITED SIZE
                  " "                   DELIMITED SIZE
                  INTO RPT-RECORD
           EVALUATE LN-REC(LN-IDX)(45:1)
               WHEN "A"
                   MOVE BUCKET-NAME(RPT-BUCKET) TO RPT-RECORD(67:10)
                   MOVE RPT-NEXT-DUE            TO RPT-RECORD(78:8)
               WHEN "P"
                   MOVE "PENDING"               TO RPT-RECORD(67:10)
               WHEN "S"
                   MOVE "REPAID"                TO RPT-RECORD(67:10)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE LN-REC(LN-IDX)(45:1) TO RPT-RECORD(87:1)
           WRITE RPT-RECORD.

       WRITE-BUCKET-TOTALS.
      *> Loans run in mixed currencies, so the bucket totals are the
      *> consolidated figures in the reporting currency.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES            TO RPT-RECORD
           MOVE "ACTIVE LOANS"    TO RPT-RECORD(1:12)
           MOVE "OUTSTANDING IDR" TO RPT-RECORD(21:15)
           MOVE "ARREARS IDR"     TO RPT-RECORD(44:11)
           WRITE RPT-RECORD
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > 5
               MOVE BUCKET-COUNT(BUCKET-IDX)       TO COUNT-FMT
               MOVE BUCKET-OUTSTANDING(BUCKET-IDX) TO IDR-FMT
               MOVE BUCKET-ARREARS(BUCKET-IDX)     TO IDR-FMT-2
               MOVE SPACES TO RPT-RECORD
               STRING BUCKET-NAME(BUCKET-IDX) DELIMITED SIZE
                      COUNT-FMT               DELIMITED SIZE
                      " "                     DELIMITED SIZE
                      IDR-FMT                 DELIMITED SIZE
                      " "                     DELIMITED SIZE
                      IDR-FMT-2               DELIMITED SIZE
                      INTO RPT-RECORD
               WRITE RPT-RECORD
           END-PERFORM.

       REPORT-COUNTS.
           MOVE DISBURSED-COUNT TO COUNT-FMT
           DISPLAY "LOANS DISBURSED:           " COUNT-FMT
           MOVE NOT-DISBURSED-COUNT TO COUNT-FMT
           DISPLAY "LOANS NOT DISBURSED:       " COUNT-FMT
           MOVE COLLECTED-COUNT TO COUNT-FMT
           DISPLAY "INSTALMENTS COLLECTED:     " COUNT-FMT
           MOVE PARTIAL-COUNT TO COUNT-FMT
           DISPLAY "INSTALMENTS PART-COLLECTED:" COUNT-FMT
           MOVE MISSED-COUNT TO COUNT-FMT
           DISPLAY "INSTALMENTS MISSED:        " COUNT-FMT
           MOVE SETTLED-COUNT TO COUNT-FMT
           DISPLAY "LOANS REPAID IN FULL:      " COUNT-FMT.

       VERIFY-ACC-FILE-OPEN.
           IF ACC-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN accounts.txt, FILE STATUS "
                       ACC-FILE-STATUS
               PERFORM RELEASE-BATCH-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-FX-RATE.
           MOVE 2           TO FX-COUNT
           MOVE "RAI"       TO FX-CCY(1)
           MOVE RAI-TO-IDR  TO FX-RATE(1)
           MOVE "IDR"       TO FX-CCY(2)
           MOVE 1           TO FX-RATE(2)
           OPEN INPUT FX-RATE-FILE
           PERFORM UNTIL 1 = 2
               READ FX-RATE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM LOAD-ONE-FX-RATE
               END-READ
           END-PERFORM
           CLOSE FX-RATE-FILE.

       LOAD-ONE-FX-RATE.
           IF FX-RATE-RECORD(1:3) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(FX-RATE-RECORD(5:16)) = 0
               MOVE FX-RATE-RECORD(1:3) TO FX-LOOKUP-CCY
               PERFORM LOOKUP-FX-RATE
               IF FX-IDX NOT = 0
                   MOVE FUNCTION NUMVAL(FX-RATE-RECORD(5:16))
                       TO FX-RATE(FX-IDX)
               ELSE
                   IF FX-COUNT < 10
                       ADD 1 TO FX-COUNT
                       MOVE FX-RATE-RECORD(1:3) TO FX-CCY(FX-COUNT)
                       MOVE FUNCTION NUMVAL(FX-RATE-RECORD(5:16))
                           TO FX-RATE(FX-COUNT)
                   END-IF
               END-IF
           END-IF.

       LOOKUP-FX-RATE.
           MOVE 0 TO FX-FOUND-RATE
           MOVE 0 TO FX-IDX
           IF FX-LOOKUP-CCY = SPACES
               MOVE "RAI" TO FX-LOOKUP-CCY
           END-IF
           PERFORM VARYING FX-IDX FROM 1 BY 1 UNTIL FX-IDX > FX-COUNT
               IF FX-CCY(FX-IDX) = FX-LOOKUP-CCY
                   MOVE FX-RATE(FX-IDX) TO FX-FOUND-RATE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FX-IDX > FX-COUNT
               MOVE 0 TO FX-IDX
           END-IF.

       LOAD-TXN-SEQ.
           OPEN INPUT TXN-SEQ-FILE
           READ TXN-SEQ-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF TXN-SEQ-RECORD IS NUMERIC
                       MOVE TXN-SEQ-RECORD TO TXN-SEQ
                   END-IF
           END-READ
           CLOSE TXN-SEQ-FILE.

       SAVE-TXN-SEQ.
           MOVE TXN-SEQ TO TXN-SEQ-TMP-RECORD
           OPEN OUTPUT TXN-SEQ-TMP-FILE
           WRITE TXN-SEQ-TMP-RECORD
           CLOSE TXN-SEQ-TMP-FILE
           CALL "SYSTEM" USING "mv txnseq.txt.tmp txnseq.txt".

      *> ----------------- journal index, as in BANKING -----------------

       INDEX-JOURNAL-ENTRY.
      *> In: JRNL-INDEX-LINE, the entry just written to txnlog.txt.
      *> Files it on jrnlidx.txt and counts it into its account's
      *> month on jrnlsum.txt. Until JRNLIDX -build has created the
      *> two files the open fails and nothing is kept (the readers
      *> scan the flat journal instead); a duplicate key means the
      *> entry is already indexed, and its month is not counted again.
           OPEN I-O JRNL-INDEX-FILE
           IF JX-FILE-STATUS = "00"
               MOVE JRNL-INDEX-LINE(1:6)  TO JX-ACCOUNT
               MOVE JRNL-INDEX-LINE(52:6) TO JX-SEQ
               MOVE JRNL-INDEX-LINE       TO JX-ENTRY
               WRITE JX-RECORD
               IF JX-FILE-STATUS = "00"
                   PERFORM ADD-TO-JOURNAL-SUMMARY
               END-IF
               CLOSE JRNL-INDEX-FILE
           END-IF.

       ADD-TO-JOURNAL-SUMMARY.
      *> Undated entries belong to no month. An entry that left the
      *> balance as it was (refused, enquiry, status change) is
      *> counted but adds nothing to the value.
           IF JRNL-INDEX-LINE(38:6) IS NUMERIC
               OPEN I-O JRNL-SUMMARY-FILE
               IF JS-FILE-STATUS = "00"
                   MOVE JRNL-INDEX-LINE(1:6)  TO JS-ACCOUNT
                   MOVE JRNL-INDEX-LINE(38:6) TO JS-PERIOD
                   READ JRNL-SUMMARY-FILE
                       INVALID KEY
                           MOVE "N" TO JS-ON-FILE
                           MOVE 0      TO JS-ACTION-COUNT
                           MOVE SPACES TO JS-ACTION-TABLE
                       NOT INVALID KEY
                           MOVE "Y" TO JS-ON-FILE
                   END-READ
                   MOVE 0 TO JS-SLOT
                   PERFORM VARYING JS-IDX FROM 1 BY 1
                           UNTIL JS-IDX > JS-ACTION-COUNT
                       IF JS-ACTION(JS-IDX) = JRNL-INDEX-LINE(7:3)
                           MOVE JS-IDX TO JS-SLOT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF JS-SLOT = 0 AND JS-ACTION-COUNT < 40
                       ADD 1 TO JS-ACTION-COUNT
                       MOVE JS-ACTION-COUNT TO JS-SLOT
                       MOVE JRNL-INDEX-LINE(7:3) TO JS-ACTION(JS-SLOT)
                       MOVE 0 TO JS-ENTRIES(JS-SLOT)
                       MOVE 0 TO JS-UNMOVED(JS-SLOT)
                       MOVE 0 TO JS-VALUE(JS-SLOT)
                   END-IF
                   IF JS-SLOT > 0
                       ADD 1 TO JS-ENTRIES(JS-SLOT)
                       IF JRNL-INDEX-LINE(10:9) = JRNL-INDEX-LINE(67:9)
                           ADD 1 TO JS-UNMOVED(JS-SLOT)
                       ELSE
                           IF FUNCTION TEST-NUMVAL
                                  (JRNL-INDEX-LINE(58:9)) = 0
                               MOVE FUNCTION NUMVAL
                                  (JRNL-INDEX-LINE(58:9))
                                   TO JS-ENTRY-AMOUNT
                               ADD JS-ENTRY-AMOUNT TO JS-VALUE(JS-SLOT)
                           END-IF
                       END-IF
                       IF JS-ON-FILE = "Y"
                           REWRITE JS-RECORD
                       ELSE
                           WRITE JS-RECORD
                       END-IF
                   END-IF
                   CLOSE JRNL-SUMMARY-FILE
               END-IF
           END-IF.

      *> ----------------- banking.lock, as in BANKING -----------------

       ACQUIRE-BATCH-LOCK.
           PERFORM TRY-BATCH-LOCK
           MOVE 0 TO LOCK-TRY-COUNT
           PERFORM UNTIL LOCK-ACQUIRED = "Y"
               OR LOCK-TRY-COUNT >= LOCK-WAIT-LIMIT
               ADD 1 TO LOCK-TRY-COUNT
               DISPLAY "WAITING FOR banking.lock (TRY "
                       LOCK-TRY-COUNT " OF " LOCK-WAIT-LIMIT ")"
               CALL "SYSTEM" USING "sleep 1"
               PERFORM TRY-BATCH-LOCK
           END-PERFORM.

       TRY-BATCH-LOCK.
           MOVE "N" TO LOCK-ACQUIRED
           CALL "SYSTEM" USING "echo $PPID > banking.lock.$PPID"
           CALL "SYSTEM" USING
               "ln banking.lock.$PPID banking.lock 2>/dev/null"
           IF RETURN-CODE NOT = 0
               PERFORM REMOVE-LOCK-IF-STALE
               CALL "SYSTEM" USING
                   "ln banking.lock.$PPID banking.lock 2>/dev/null"
           END-IF
           IF RETURN-CODE = 0
               PERFORM VERIFY-LOCK-OWNERSHIP
           END-IF
           CALL "SYSTEM" USING "rm -f banking.lock.$PPID".

       VERIFY-LOCK-OWNERSHIP.
      *> Read the lock back and claim it only if it names us - two
      *> contenders can both judge the same lock stale, and without
      *> this the loser's removal can take out the winner's lock.
           CALL "SYSTEM" USING
               "[ ""$(cat banking.lock 2>/dev/null)"" = ""$PPID"" ]"
           IF RETURN-CODE = 0
               MOVE "Y" TO LOCK-ACQUIRED
           END-IF.

       REMOVE-LOCK-IF-STALE.
           MOVE SPACES TO LOCK-PID-TEXT
           OPEN INPUT LOCK-FILE
           READ LOCK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LOCK-RECORD(1:10) TO LOCK-PID-TEXT
           END-READ
           CLOSE LOCK-FILE
           IF LOCK-PID-TEXT = SPACES
               CALL "SYSTEM" USING
                   "[ -f banking.lock ] && [ ! -s banking.lock ] && rm -f banking.lock"
           ELSE
               MOVE SPACES TO SYSTEM-CMD
               STRING "kill -0 "     DELIMITED SIZE
                      LOCK-PID-TEXT  DELIMITED " "
                      " 2>/dev/null" DELIMITED SIZE
                      INTO SYSTEM-CMD
               CALL "SYSTEM" USING SYSTEM-CMD
               IF RETURN-CODE NOT = 0
                   DISPLAY "REMOVING STALE banking.lock LEFT BY DEAD "
                           "PROCESS " LOCK-PID-TEXT
      *> Remove only while the lock still names the dead owner.
                   MOVE SPACES TO SYSTEM-CMD
                   STRING "[ ""$(cat banking.lock 2>/dev/null)"" = """
                              DELIMITED SIZE
                          LOCK-PID-TEXT DELIMITED " "
                          """ ] && rm -f banking.lock" DELIMITED SIZE
                          INTO SYSTEM-CMD
                   CALL "SYSTEM" USING SYSTEM-CMD
               END-IF
           END-IF.

       RELEASE-BATCH-LOCK.
           CALL "SYSTEM" USING "rm -f banking.lock".
