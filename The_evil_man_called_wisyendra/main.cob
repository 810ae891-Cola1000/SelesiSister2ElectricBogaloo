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
           SELECT OPTIONAL ACCRUAL-LOG-FILE ASSIGN TO "accrual.log"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RATE-FILE ASSIGN TO "ratetable.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SO-DONE-FILE ASSIGN TO "storders.done"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SO-FAIL-FILE ASSIGN TO "storders.fail"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WAREHOUSE-FILE ASSIGN TO "warehouse.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAREHOUSE-TMP-FILE ASSIGN TO "warehouse.txt.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PEND-TMP-FILE ASSIGN TO "pendauth.txt.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SETTLE-OPEN-FILE ASSIGN TO "settleopen.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-TMP-FILE ASSIGN TO "holds.txt.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-KEY
               FILE STATUS IS OPER-FILE-STATUS.
           SELECT OPTIONAL SEC-LOG-FILE ASSIGN TO "seclog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD IN-FILE.
      *> Detail record: cols 1-6 account, 7-9 action, 10-18 amount,
      *> 19-24 destination account (TRF), journal sequence to reverse
      *> (REV, amount blank), hold reference to release (RLH, amount
      *> blank) or 19-21 currency (NEW) / hold reason code (HLD),
      *> 25-30 owning customer id (NEW), 31-38 optional value date
      *> YYYYMMDD - blank posts on the batch's business date; a future
      *> date warehouses the record until that day's run. On an HLD
      *> cols 31-38 are instead the hold's optional expiry date; a
      *> hold is placed the day it is keyed.
       01 IN-RECORD                 PIC X(38).

       FD ACC-FILE.
      *> Cols 7-9 "BAL" and 10-18 the balance live inside the FILLER
      *> and are handled by reference modification as they always were.
      *> A loan account carries "LON" there instead of "BAL", its
      *> balance the principal still owed; LOANSVC opens it at
      *> disbursement and is the only program that moves it.
      *> ACC-STATUS: "A" active, "F" frozen, "C" closed, "D" dormant
      *> (set by the DORMSWEEP job; takes deposits but no debits, and
      *> a deposit reactivates it). An old-layout
      *> for the entry's currency as 9(9).9(6) (blank when no quote
      *> was loaded). The GL extract values the entry at that quote,
      *> so the two legs of a cross-currency transfer land on the
      *> same IDR figure even after fxrates.txt moves on. Cols 98-103
      *> link an entry to the posting it belongs to: a TRI carries
      *> its TRF's sequence number, a per-transaction FEE the
      *> sequence of the WDR or TRF that triggered it, a REV the
      *> sequence of the entry it reverses, an RLH the HLD that
      *> placed the hold it takes off and an XRT (SETTLACK's re-credit
      *> of a payment the receiving bank returned) the XTR it brings
      *> back; cols 104-106 name that reversed entry's action on a
      *> REV and the clearing house's return reason on an XRT (blank
      *> elsewhere). A REV
      *> is journalled at the original entry's rate and IDR quote, so
      *> it values and converts exactly as the original did. Cols
      *> 107-114 name the operator the entry was keyed by (the signed-
      *> on operator id, "B" + batch id for an input.txt batch, SYSTEM
      *> for scheduled and recovery postings) and 115-122 the
      *> supervisor who approved it out of the approval queue (blank
      *> when it needed no approval).
       01 TXN-LOG-RECORD            PIC X(122).

       FD JRNL-INDEX-FILE.
      *> jrnlidx.txt: every journal entry, live and archived, keyed by
      *> account + journal sequence (cols 1-12), the entry itself in
      *> 13-134. jrnlsum.txt: one record per account per business
      *> month (account + YYYYMM) with, per action code, the entries,
      *> how many of them left the balance unchanged and the sum of
      *> the amounts of the rest. JRNLIDX builds and verifies both;
      *> every journal writer adds its entries as it writes them.
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

       FD ACCRUAL-LOG-FILE.
      *> accrual.log: one line per account per accrued business date -
      *> cols 1-6 account, 7-15 accrual balance before, 16-24 the
      *> day's interest, 25-33 accrual balance after, 34-41 business
      *> date, 42-47 time, 48-55 the last calendar day the line's
      *> interest covers (later than the business date when -accrue
      *> accrues a weekend). Informational and replayable; the posted
      *> balance never moves here, only the accrual carried on the
      *> account record. interest.log (the credited-interest ledger)
      *> is written by the MONTHEND capitalization, not here.
       01 ACCRUAL-LOG-RECORD        PIC X(55).

       FD RATE-FILE.
       01 RATE-RECORD-RAW           PIC X(18).
       01 FX-RATE-RECORD            PIC X(20).

       FD TRANSFER-LOG-FILE.
      *> transfer.pending: cols 1-6 debited account, 7-12 credited
      *> account, 13-21 debit amount, 22-30 and 31-39 the two
      *> accounts' balances before, 40-48 credit amount, 49-54 the
      *> journal sequence of the transfer (the TRF entry, or the TRF
      *> being reversed), 55 "R" when the marker guards a reversal -
      *> its recovered credit leg then journals as a REV, not a TRI.
       01 TRANSFER-LOG-RECORD       PIC X(55).

       FD TRANSFER-TMP-FILE.
       01 TRANSFER-TMP-RECORD       PIC X(55).

       FD SO-WORK-FILE.
       01 SO-WORK-RECORD            PIC X(30).
       FD SO-DONE-FILE.
       01 SO-DONE-RECORD            PIC X(30).

       FD SO-FAIL-FILE.
      *> storders.fail, one line per standing order that did not post:
      *> cols 1-30 the order as on storders.txt, 31-38 business date,
      *> 39-44 journal sequence of the refused TRF (blank when the
      *> attempt never reached the journal), 45-49 why - FUNDS (short
      *> of the balance or the minimum balance), HELD (funds on hold)
      *> or OTHER (status, currency, missing account). Appended for
      *> the customer notification run.
       01 SO-FAIL-RECORD            PIC X(49).

       FD WAREHOUSE-FILE.
       01 WAREHOUSE-RECORD          PIC X(38).


       FD PEND-FILE.
      *> pendauth.txt: cols 1-38 the original detail record, 39-46 who
      *> keyed it (the teller's operator id or "B" + batch id; items
      *> parked before sign-on existed say "TELLER"), 47-54 the business
      *> date it was held on. Items approve, reject or expire through
      *> the -approvals supervisor session; nothing posts from here by
      *> itself.
       FD PEND-TMP-FILE.
       01 PEND-TMP-RECORD           PIC X(54).

       FD HOLD-FILE.
      *> holds.txt: one line per hold, any number per account - cols
      *> 1-6 account, 7-12 hold reference (the journal sequence of the
      *> HLD entry that placed it), 13-21 amount NNNNNN.NN, 22-24
      *> reason code (GAR garnishment, DSP disputed item, UNC uncleared
      *> credit, OTH other), 25-32 placed date, 33-40 expiry date
      *> (blank: held until released). A hold stops counting on its
      *> expiry date; the -expire-holds run then drops it from the
      *> file.
       01 HOLD-RECORD               PIC X(40).

       FD HOLD-TMP-FILE.
       01 HOLD-TMP-RECORD           PIC X(40).

       FD OPERATOR-FILE.
      *> operators.txt: the operator master, one record per teller,
      *> supervisor, operations or read-only user; OPERMAINT maintains
      *> it from operinput.txt. OPER-ROLE "T" teller, "S" supervisor,
      *> "O" operations (batch only - no interactive session), "R"
      *> read-only (balance enquiry). The four limits, 9(6).99, are
      *> the largest DEP (and NEW opening deposit), WDR, TRF and XTR
      *> the operator may post without a supervisor; anything above
      *> goes to the approval queue. OPER-PIN-HASH is a digest of the
      *> PIN salted with the operator id - the PIN itself is never
      *> stored. OPER-STATUS "A" active, "L" locked out; OPER-FAIL-
      *> COUNT counts consecutive failed sign-ons and locks the
      *> operator when it reaches SIGN-ON-FAIL-LIMIT.
       01 OPER-RECORD.
          05 OPER-KEY               PIC X(8).
          05 OPER-NAME              PIC X(30).
          05 OPER-ROLE              PIC X.
          05 OPER-LIMIT-DEP         PIC X(9).
          05 OPER-LIMIT-WDR         PIC X(9).
          05 OPER-LIMIT-TRF         PIC X(9).
          05 OPER-LIMIT-XTR         PIC X(9).
          05 OPER-PIN-HASH          PIC X(16).
          05 OPER-STATUS            PIC X.
          05 OPER-FAIL-COUNT        PIC X.

       FD SEC-LOG-FILE.
      *> seclog.txt: the security log, appended to and never rewritten
      *> - cols 1-8 date, 9-14 time, 15-22 operator id as keyed, 23-25
      *> event (SON signed on, SOF signed off, SFL failed sign-on, LCK
      *> operator locked out, SRF refused: locked operator, role not
      *> allowed the session or the request), 26-28 session (TLR
      *> teller, APR approvals), 29-80 detail.
       01 SEC-LOG-RECORD            PIC X(80).

       FD SETTLE-OUT-FILE.
      *> settlement.out, one HDR/detail/TRL block per posting run:
      *> HDR: cols 1-3 "HDR", 4-9 batch id (zeros from the teller),
      *> Appended the moment the XTR posts, so a crash between the
      *> debit and the end-of-run cut can never lose a payment; the
      *> startup recovery cuts any leftover spool before new work.
      *> Cols 28-33 carry the XTR's journal sequence, which stays on
      *> our side: settlement.out gets cols 1-27 only.
       01 SETTLE-SPOOL-RECORD       PIC X(33).

       FD SETTLE-OPEN-FILE.
      *> settleopen.txt: every payment cut onto settlement.out that the
      *> clearing house has not yet acknowledged or returned - cols
      *> 1-33 the spool line (detail plus XTR journal sequence), 34-39
      *> the batch id and 40-47 the business date of the block it was
      *> cut in. Appended at the cut; SETTLACK takes items off as the
      *> acknowledgments come in and reports what stays too long.
       01 SETTLE-OPEN-RECORD        PIC X(47).

       FD LOCK-FILE.
       01 LOCK-RECORD               PIC X(40).
       77 ACC-CURRENT-STATUS        PIC X VALUE "A".
       77 TRF-SOURCE-STATUS         PIC X.
       77 TRF-DEST-STATUS           PIC X.
       77 TRF-SOURCE-LOAN           PIC X VALUE "N".
       77 TRF-DEST-LOAN             PIC X VALUE "N".

       77 TMP-BALANCE               PIC 9(6)V99.
       77 MATCH-FOUND               PIC X VALUE "N".
       77 BATCH-DETAIL-COUNT        PIC 9(6) VALUE 0.
       77 BATCH-HASH-TOTAL          PIC 9(9)V99 VALUE 0.
       77 BATCH-PREREAD-COUNT       PIC 9(6) VALUE 0.
      *> The business date the end-of-day controller ran the batch
      *> for (an 8-digit token on the command line); zero when run by
      *> hand, and then the header alone decides.
       77 RUN-DATE                  PIC 9(8) VALUE 0.
       77 COUNT-FMT                 PIC ZZZZZ9.
       77 COUNT-FMT-2               PIC ZZZZZ9.
       77 HASH-FMT                  PIC 9(9).99.
       *> spool file is.
       77 IN-BANK-CODE              PIC X(3).
       77 IN-EXT-ACCOUNT            PIC 9(6).
       77 SETTLE-ITEM-REC           PIC X(33).
       77 SETTLE-COUNT              PIC 9(6) VALUE 0.
       77 SETTLE-HASH-TOTAL         PIC 9(9)V99 VALUE 0.

       77 XFER-SOURCE-PRE-BALANCE   PIC 9(6)V99.
       77 XFER-DEST-PRE-BALANCE     PIC 9(6)V99.
       77 XFER-MARKER-FOUND         PIC X VALUE "N".
       77 XFER-JRNL-SEQ             PIC 9(6) VALUE 0.
       77 XFER-REVERSAL             PIC X VALUE "N".
       77 RECOVERY-BALANCE          PIC 9(6)V99.

       *> --- Reversal (REV) of a posting by its journal sequence ---
       *> Cols 19-24 of the input record name the sequence number of
       *> the entry to reverse; the keyed account must be the one it
       *> posted to (the source, for a transfer). Only postings still
       *> on the live journal can be reversed - once MONTHEND has
       *> archived the period the correction is a fresh posting.
       77 IN-REV-SEQ                PIC 9(6).
       77 REV-SEQ-TEXT              PIC X(6).
       77 REV-SCAN-SEQ              PIC 9(6).
       77 REV-OK                    PIC X.
       77 REV-REFUSAL-TEXT          PIC X(50).
       77 REV-ORIG-FOUND            PIC X.
       77 REV-DONE-FOUND            PIC X.
       77 REV-RTN-FOUND             PIC X.
       77 REV-TRI-FOUND             PIC X.
       77 REV-FEE-FOUND             PIC X.
       77 REV-ORIG-LINE             PIC X(122).
       77 REV-TRI-LINE              PIC X(122).
       77 REV-FEE-LINE              PIC X(122).
       77 REV-NEXT-LINE             PIC X(122).
       77 REV-NEXT2-LINE            PIC X(122).
       77 REV-LEG-LINE              PIC X(122).
       77 REV-ORIG-ACTION           PIC X(3).
       77 REV-ORIG-AMOUNT           PIC 9(6)V99.
       77 REV-FEE-AMOUNT            PIC 9(6)V99.
       77 REV-TRI-ACCOUNT           PIC 9(6).
       77 REV-TRI-AMOUNT            PIC 9(6)V99.
       77 REV-TRI-BALANCE           PIC 9(6)V99.
       77 REV-CREDIT-LIMIT          PIC 9(7)V99.

       *> --- Funds holds (holds.txt) ---
       *> A hold reserves part of the ledger balance without moving
       *> it: HLD places one, RLH releases it by its reference. Every
       *> debit (WDR, XTR, TRF and so standing orders) is tested
       *> against the available balance - ledger less active holds -
       *> as well as the ledger itself. HLD and RLH entries journal
       *> the balance unchanged with the hold amount alongside; a
       *> refused hold request is reported but not journalled.
       77 IN-HOLD-REASON            PIC X(3).
       77 IN-HOLD-EXPIRY            PIC 9(8).
       77 IN-HOLD-REF               PIC 9(6).
       77 HOLD-LOOKUP-ACCOUNT       PIC 9(6).
       77 HOLD-LEDGER-BALANCE       PIC 9(6)V99.
       77 HOLD-TOTAL                PIC 9(7)V99.
       77 AVAILABLE-BALANCE         PIC 9(6)V99.
       77 HOLD-ENTRY-AMOUNT         PIC 9(6)V99.
       77 HOLD-REF-FMT              PIC 9(6).
       77 HOLD-FOUND                PIC X.
       77 TRF-HELD-REFUSAL          PIC X VALUE "N".
       77 HOLD-EXPIRY-RUN-FOUND     PIC 9(4) VALUE 0.
       01 HD-TABLE.
          05 HD-REC OCCURS 1000 TIMES PIC X(40).
       01 HD-STATE-TABLE.
          05 HD-STATE OCCURS 1000 TIMES PIC X.
       77 HD-COUNT                  PIC 9(4) VALUE 0.
       77 HD-IDX                    PIC 9(4).
       77 HD-PUB-IDX                PIC 9(4).
       77 HD-TABLE-FULL             PIC X VALUE "N".
       77 HD-EXPIRED-COUNT          PIC 9(4) VALUE 0.
       77 HD-KEPT-COUNT             PIC 9(4) VALUE 0.

       77 FORMATTED-AMOUNT          PIC 9(6).99.
      *> Wide enough for the longest status literal moved into it
      *> ("BELOW MINIMUM BALANCE. CURRENT BALANCE: ") with room to spare.
       77 TXN-LOG-DATE              PIC 9(8).
       77 TXN-LOG-TIME              PIC 9(6).
       77 TXN-LOG-CUST-TEXT         PIC X(6) VALUE SPACES.
      *> One-shot columns, cleared again as each entry is written:
      *> the linked sequence (cols 98-103), the reversed action (cols
      *> 104-106) and an IDR quote to stamp in place of today's.
       77 TXN-LOG-LINK-TEXT         PIC X(6) VALUE SPACES.
       77 TXN-LOG-REV-ACTION        PIC X(3) VALUE SPACES.
       77 TXN-LOG-QUOTE-TEXT        PIC X(16) VALUE SPACES.
      *> Who keyed the entries being written (cols 107-114) and the
      *> supervisor who approved them (cols 115-122): set for the run
      *> or session, and around each approved item.
       77 TXN-LOG-OPERATOR          PIC X(8) VALUE "SYSTEM".
       77 TXN-LOG-APPROVER          PIC X(8) VALUE SPACES.
       77 TRF-JRNL-SEQ              PIC 9(6) VALUE 0.
      *> Journal sequence number, persisted in txnseq.txt so ordering
      *> survives across runs; loaded under the posting lock and saved
      *> with the same write-temp-then-rename as the other state files.
       77 TXN-SEQ                   PIC 9(6) VALUE 0.
      *> Journal index upkeep - INDEX-JOURNAL-ENTRY.
       77 JX-FILE-STATUS            PIC XX.
       77 JS-FILE-STATUS            PIC XX.
       77 JRNL-INDEX-LINE           PIC X(122).
       77 JS-IDX                    PIC 9(4).
       77 JS-SLOT                   PIC 9(4).
       77 JS-ON-FILE                PIC X.
       77 JS-ENTRY-AMOUNT           PIC 9(13)V99.

       *> --- Multi-currency conversion ---
       *> Every account carries a currency code (spaces on pre-currency
       77 SO-FAILED-COUNT          PIC 9(4) VALUE 0.
       77 SO-NOT-DUE-COUNT         PIC 9(4) VALUE 0.
       77 SO-INVALID-COUNT         PIC 9(4) VALUE 0.
       77 SO-SEQ-BEFORE            PIC 9(6).
       77 SO-FAIL-REASON           PIC X(5).

       *> --- Command-line tokens (business date for -standing-orders) ---
       01 ARG-TOKEN-TABLE.
       77 TELLER-ACTION-TEXT       PIC X(3).
       77 TELLER-AMOUNT-TEXT       PIC X(9).
       77 TELLER-EXTRA-TEXT        PIC X(6).
       77 TELLER-DATE-TEXT         PIC X(8).

       *> --- Operator sign-on (operators.txt, seclog.txt) ---
       *> The teller and approval sessions open with an operator id
       *> and PIN checked against the operator master. SIGN-ON-TRY-
       *> LIMIT bounds the attempts in one session; SIGN-ON-FAIL-LIMIT
       *> consecutive failures on the same id lock it across sessions
       *> until OPERMAINT reactivates it. OPERATOR-ID stamps every
       *> journal entry the session posts and every item it parks.
       77 OPER-FILE-STATUS         PIC XX.
       77 SIGN-ON-SESSION          PIC X(3).
       77 SIGN-ON-ID               PIC X(8).
       77 SIGN-ON-PIN              PIC X(16).
       77 SIGN-ON-TRIES            PIC 9(4).
       77 SIGN-ON-TRY-LIMIT        PIC 9(4) VALUE 3.
       77 SIGN-ON-FAIL-LIMIT       PIC 9 VALUE 3.
       77 SIGN-ON-FAIL-COUNT       PIC 9.
       77 SIGN-ON-ABANDONED        PIC X VALUE "N".
       77 OPERATOR-SIGNED-ON       PIC X VALUE "N".
       77 OPERATOR-ID              PIC X(8) VALUE SPACES.
       77 OPERATOR-ROLE            PIC X VALUE SPACE.
       77 OPERATOR-LIMIT-DEP       PIC 9(6)V99 VALUE 0.
       77 OPERATOR-LIMIT-WDR       PIC 9(6)V99 VALUE 0.
       77 OPERATOR-LIMIT-TRF       PIC 9(6)V99 VALUE 0.
       77 OPERATOR-LIMIT-XTR       PIC 9(6)V99 VALUE 0.
       77 OPERATOR-OVER-LIMIT      PIC X VALUE "N".
       77 SEC-EVENT                PIC X(3).
       77 SEC-TEXT                 PIC X(52).
       77 SEC-DATE                 PIC 9(8).
       77 SEC-TIME                 PIC 9(6).
      *> PIN digest: the id and PIN run through a multiplicative hash
      *> modulo a 16-digit prime, three passes over the salted text.
       77 PIN-HASH-SOURCE          PIC X(24).
       77 PIN-HASH-WORK            PIC 9(18).
       77 PIN-HASH-IDX             PIC 9(4).
       77 PIN-HASH-ROUND           PIC 9(4).
       77 PIN-HASH-TEXT            PIC 9(16).

       *> --- banking.lock acquisition ---
       *> The lock is taken with "ln", an atomic create-if-absent, so
77 ACCRUAL-TIME             PIC 9(6).
77 ACCRUED-COUNT            PIC 9(6)   VALUE 0.
77 ACCRUAL-DONE-COUNT       PIC 9(6)   VALUE 0.
*> -accrue: one pass for a given business date, covering that day
*> and the calendar days up to the next business date (a 1-2 digit
*> token, default 1) - Friday's run accrues the weekend.
77 ACCRUE-RUN-FOUND         PIC 9(4)   VALUE 0.
77 ACCRUAL-DAYS             PIC 9(2)   VALUE 1.
77 ACCRUAL-THROUGH-DATE     PIC 9(8).
*> Each account accrues from the day after its stamp (never before
*> the 1st of the business month) through ACCRUAL-THROUGH-DATE, so
*> a month's opening days before its first business day are not
*> lost between the two passes around them.
77 ACCRUAL-MONTH-DAY        PIC 9(7).
77 ACCRUAL-FROM-DAY         PIC 9(7).
77 ACCRUAL-STAMP-DAY        PIC 9(7).
77 ACCOUNT-ACCRUAL-DAYS     PIC 9(3).

*> --- Tiered interest rate table (loaded from ratetable.txt) ---
*> Each rate-table record is laid out like an account record:
INSPECT CMD-LINE TALLYING TELLER-FOUND FOR ALL "-teller"
MOVE 0 TO APPROVALS-FOUND
INSPECT CMD-LINE TALLYING APPROVALS-FOUND FOR ALL "-approvals"
MOVE 0 TO HOLD-EXPIRY-RUN-FOUND
INSPECT CMD-LINE TALLYING HOLD-EXPIRY-RUN-FOUND FOR ALL "-expire-holds"
MOVE 0 TO ACCRUE-RUN-FOUND
INSPECT CMD-LINE TALLYING ACCRUE-RUN-FOUND FOR ALL "-accrue"
*> Everything from here on updates the account master (startup
*> recovery included), so the posting lock is taken first. The
*> interest service releases it again and re-takes it per cycle.
PERFORM ACQUIRE-BATCH-LOCK
IF LOCK-ACQUIRED = "N"
    PERFORM REPORT-LOCK-TIMEOUT
    MOVE 8 TO RETURN-CODE
    STOP RUN
END-IF
PERFORM LOAD-TXN-SEQ
    PERFORM RELEASE-BATCH-LOCK
    STOP RUN
END-IF
IF HOLD-EXPIRY-RUN-FOUND > 0
    PERFORM HOLD-EXPIRY-SERVICE
    PERFORM RELEASE-BATCH-LOCK
*> A holds file too big to load expired nothing - fail the run so
*> the end-of-day controller stops rather than roll the date.
    IF HD-TABLE-FULL = "Y"
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN
END-IF
IF ACCRUE-RUN-FOUND > 0
    PERFORM ACCRUAL-SERVICE
    PERFORM RELEASE-BATCH-LOCK
    STOP RUN
END-IF
IF TELLER-FOUND > 0
    MOVE "Y" TO TELLER-MODE
    PERFORM TELLER-SERVICE
END-IF
           PERFORM LOAD-FX-RATE
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM RESOLVE-RUN-DATE
           OPEN OUTPUT OUT-FILE
           PERFORM VERIFY-BATCH-CONTROL
           IF BATCH-OK = "Y"
               MOVE SPACES TO TXN-LOG-OPERATOR
               STRING "B" DELIMITED SIZE
                      BATCH-ID DELIMITED SIZE
                      INTO TXN-LOG-OPERATOR
               OPEN OUTPUT REJECT-FILE
               PERFORM RELEASE-WAREHOUSE
               OPEN INPUT IN-FILE
           PERFORM CUT-SETTLEMENT-FILE
           CLOSE OUT-FILE
           PERFORM RELEASE-BATCH-LOCK
      *> A rejected batch ends the run with a failing exit status so
      *> the end-of-day controller stops the chain; no input at all
      *> is not a failure.
           IF BATCH-OK = "N" AND BATCH-PREREAD-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       RESOLVE-RUN-DATE.
           MOVE SPACES TO ARG-TOKEN-TABLE
           UNSTRING CMD-LINE DELIMITED BY ALL " "
               INTO ARG-TOKEN(1) ARG-TOKEN(2) ARG-TOKEN(3)
                    ARG-TOKEN(4) ARG-TOKEN(5) ARG-TOKEN(6)
                    ARG-TOKEN(7) ARG-TOKEN(8)
           END-UNSTRING
           MOVE 0 TO RUN-DATE
           PERFORM VARYING ARG-IDX FROM 1 BY 1 UNTIL ARG-IDX > 8
               IF ARG-TOKEN(ARG-IDX)(1:8) IS NUMERIC
                   AND ARG-TOKEN(ARG-IDX)(9:32) = SPACES
                   MOVE ARG-TOKEN(ARG-IDX)(1:8) TO RUN-DATE
               END-IF
           END-PERFORM.

       VERIFY-BATCH-CONTROL.
      *> Pre-read the whole batch before anything posts: a truncated
      *> file transfer must fail here, not half-post. The header's
                   PERFORM WRITE-BATCH-COUNT-MISMATCH
               WHEN BATCH-HASH-TOTAL NOT = TRL-HASH-TOTAL
                   PERFORM WRITE-BATCH-HASH-MISMATCH
      *> A batch cut for another day (yesterday's file left in place,
      *> or tomorrow's delivered early) must not post under the
      *> business date the controller is running.
               WHEN RUN-DATE NOT = 0 AND BUSINESS-DATE NOT = RUN-DATE
                   PERFORM WRITE-BATCH-DATE-MISMATCH
               WHEN OTHER
                   MOVE "Y" TO BATCH-OK
           END-EVALUATE.
                  INTO OUT-RECORD
           WRITE OUT-RECORD.

       WRITE-BATCH-DATE-MISMATCH.
           MOVE SPACES TO OUT-RECORD
           STRING "BATCH REJECTED: HEADER DATE " DELIMITED SIZE
                  BUSINESS-DATE                  DELIMITED SIZE
                  " IS NOT BUSINESS DATE "       DELIMITED SIZE
                  RUN-DATE                       DELIMITED SIZE
                  INTO OUT-RECORD
           WRITE OUT-RECORD.

       WRITE-BATCH-HASH-MISMATCH.
           MOVE SPACES TO OUT-RECORD
           MOVE BATCH-HASH-TOTAL TO HASH-FMT
           IF ACC-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN accounts.txt, FILE STATUS "
                       ACC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

                           NUMVAL(TRANSFER-LOG-RECORD(40:9))
                                                 TO XFER-CREDIT-AMOUNT
                   END-IF
      *> Older markers carry no journal sequence; the recovered leg
      *> then journals without a link.
                   MOVE 0 TO XFER-JRNL-SEQ
                   IF TRANSFER-LOG-RECORD(49:6) IS NUMERIC
                       MOVE TRANSFER-LOG-RECORD(49:6) TO XFER-JRNL-SEQ
                   END-IF
                   MOVE "N" TO XFER-REVERSAL
                   IF TRANSFER-LOG-RECORD(55:1) = "R"
                       MOVE "Y" TO XFER-REVERSAL
                   END-IF
           END-READ
           CLOSE TRANSFER-LOG-FILE
           IF XFER-MARKER-FOUND = "Y"
                       MOVE FORMATTED-AMOUNT   TO ACC-RECORD-RAW(10:9)
                       REWRITE ACC-RECORD-RAW
                       MOVE XFER-DEST-ACCOUNT  TO TXN-LOG-ACCOUNT
                       IF XFER-REVERSAL = "Y"
                           MOVE "REV"          TO TXN-LOG-ACTION
                           MOVE "TRF"          TO TXN-LOG-REV-ACTION
                       ELSE
                           MOVE "TRI"          TO TXN-LOG-ACTION
                       END-IF
                       IF XFER-JRNL-SEQ NOT = 0
                           MOVE XFER-JRNL-SEQ  TO TXN-LOG-LINK-TEXT
                       END-IF
                       MOVE RECOVERY-BALANCE   TO TXN-LOG-BALANCE
                       MOVE XFER-DEST-PRE-BALANCE
                                               TO TXN-LOG-PRE-BALANCE
           MOVE FORMATTED-AMOUNT         TO TRANSFER-LOG-RECORD(31:9)
           MOVE XFER-CREDIT-AMOUNT       TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT         TO TRANSFER-LOG-RECORD(40:9)
           MOVE XFER-JRNL-SEQ            TO TRANSFER-LOG-RECORD(49:6)
           IF XFER-REVERSAL = "Y"
               MOVE "R"                  TO TRANSFER-LOG-RECORD(55:1)
           END-IF
           MOVE TRANSFER-LOG-RECORD      TO TRANSFER-TMP-RECORD
           OPEN OUTPUT TRANSFER-TMP-FILE
           WRITE TRANSFER-TMP-RECORD
                    AND IN-RECORD(7:3) NOT = "FRZ"
                    AND IN-RECORD(7:3) NOT = "UNF"
                    AND IN-RECORD(7:3) NOT = "CLS"
                    AND IN-RECORD(7:3) NOT = "REV"
                    AND IN-RECORD(7:3) NOT = "HLD"
                    AND IN-RECORD(7:3) NOT = "RLH"
                   MOVE "R01"              TO EDIT-REASON-CODE
                   MOVE "INVALID ACTION"   TO EDIT-REASON-TEXT
               WHEN IN-RECORD(1:6) IS NOT NUMERIC
               AND IN-RECORD(7:3) NOT = "FRZ"
               AND IN-RECORD(7:3) NOT = "UNF"
               AND IN-RECORD(7:3) NOT = "CLS"
               AND IN-RECORD(7:3) NOT = "REV"
               AND IN-RECORD(7:3) NOT = "RLH"
               PERFORM EDIT-AMOUNT-FIELD
           END-IF
           IF EDIT-OK = "Y" AND IN-RECORD(7:3) = "TRF"
               PERFORM EDIT-TRF-DESTINATION
           END-IF
      *> REV takes its amounts from the journal entry it reverses;
      *> what it must carry is that entry's sequence number.
           IF EDIT-OK = "Y" AND IN-RECORD(7:3) = "REV"
               EVALUATE TRUE
                   WHEN IN-RECORD(19:6) IS NOT NUMERIC
                       MOVE "N"   TO EDIT-OK
                       MOVE "R16" TO EDIT-REASON-CODE
                       MOVE "REVERSAL SEQUENCE NOT NUMERIC"
                           TO EDIT-REASON-TEXT
                   WHEN FUNCTION NUMVAL(IN-RECORD(19:6)) = 0
                       MOVE "N"   TO EDIT-OK
                       MOVE "R17" TO EDIT-REASON-CODE
                       MOVE "REVERSAL SEQUENCE MISSING"
                           TO EDIT-REASON-TEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
      *> HLD carries a reason code from the fixed list and, when it
      *> expires by itself, a real calendar date; RLH names the hold
      *> by its reference the way REV names an entry.
           IF EDIT-OK = "Y" AND IN-RECORD(7:3) = "HLD"
               IF IN-RECORD(19:3) NOT = "GAR"
                   AND IN-RECORD(19:3) NOT = "DSP"
                   AND IN-RECORD(19:3) NOT = "UNC"
                   AND IN-RECORD(19:3) NOT = "OTH"
                   MOVE "N"   TO EDIT-OK
                   MOVE "R18" TO EDIT-REASON-CODE
                   MOVE "HOLD REASON NOT GAR/DSP/UNC/OTH"
                       TO EDIT-REASON-TEXT
               END-IF
               IF EDIT-OK = "Y" AND IN-RECORD(31:8) NOT = SPACES
                   IF IN-RECORD(31:8) IS NOT NUMERIC
                       MOVE "N"   TO EDIT-OK
                   ELSE
                       MOVE IN-RECORD(31:8) TO EDIT-VALUE-DATE
                       IF FUNCTION INTEGER-OF-DATE(EDIT-VALUE-DATE) = 0
                           MOVE "N"   TO EDIT-OK
                       END-IF
                   END-IF
                   IF EDIT-OK = "N"
                       MOVE "R23" TO EDIT-REASON-CODE
                       MOVE "INVALID HOLD EXPIRY DATE"
                           TO EDIT-REASON-TEXT
                   END-IF
               END-IF
           END-IF
           IF EDIT-OK = "Y" AND IN-RECORD(7:3) = "RLH"
               EVALUATE TRUE
                   WHEN IN-RECORD(19:6) IS NOT NUMERIC
                       MOVE "N"   TO EDIT-OK
                       MOVE "R19" TO EDIT-REASON-CODE
                       MOVE "HOLD REFERENCE NOT NUMERIC"
                           TO EDIT-REASON-TEXT
                   WHEN FUNCTION NUMVAL(IN-RECORD(19:6)) = 0
                       MOVE "N"   TO EDIT-OK
                       MOVE "R22" TO EDIT-REASON-CODE
                       MOVE "HOLD REFERENCE MISSING"
                           TO EDIT-REASON-TEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
      *> XTR (external transfer) names the receiving bank in cols
      *> 19-21 and the account at that bank in cols 25-30; both go on
      *> the outbound settlement file verbatim, so neither may be
      *> mistyped one must not quietly warehouse a record forever or
      *> release it on the wrong day.
           IF EDIT-OK = "Y" AND IN-RECORD(31:8) NOT = SPACES
               AND IN-RECORD(7:3) NOT = "HLD"
               IF IN-RECORD(31:8) IS NOT NUMERIC
                   MOVE "N"   TO EDIT-OK
                   MOVE "R12" TO EDIT-REASON-CODE
      *> date it was held on; the -approvals session takes it from
      *> there. Nothing touches the account master here.
           IF TELLER-MODE = "Y"
               MOVE OPERATOR-ID TO HOLD-KEYED-BY
           ELSE
               MOVE SPACES TO HOLD-KEYED-BY
               STRING "B" DELIMITED SIZE
      *> expired items go to rejects.txt with a reason code. The
      *> queue file is republished after every decision (the
      *> write-temp-then-rename the standing-order run uses), so a
      *> crash loses at most the decision in flight. Only a signed-on
      *> supervisor may open the session.
           MOVE "APR" TO SIGN-ON-SESSION
           PERFORM SIGN-ON-OPERATOR
           IF OPERATOR-SIGNED-ON = "Y"
               PERFORM LOAD-FX-RATE
               PERFORM LOAD-FEE-SCHEDULE
               ACCEPT AP-TODAY FROM DATE YYYYMMDD
               PERFORM LOAD-APPROVAL-QUEUE
               IF AP-TABLE-FULL = "Y"
                   DISPLAY "APPROVAL QUEUE EXCEEDS 1000 ITEMS - "
                           "NOTHING REVIEWED"
               ELSE
                   IF AP-COUNT = 0
                       DISPLAY "APPROVAL QUEUE IS EMPTY"
                   ELSE
                       OPEN EXTEND REJECT-FILE
                       PERFORM VARYING AP-IDX FROM 1 BY 1
                               UNTIL AP-IDX > AP-COUNT
                           PERFORM REVIEW-ONE-PENDING-ITEM
                       END-PERFORM
                       CLOSE REJECT-FILE
                       PERFORM REPORT-APPROVAL-COUNTS
                       PERFORM CUT-SETTLEMENT-FILE
                   END-IF
               END-IF
               PERFORM SIGN-OFF-OPERATOR
           END-IF.

       LOAD-APPROVAL-QUEUE.
               PERFORM PUBLISH-APPROVAL-QUEUE
               DISPLAY "EXPIRED TO rejects.txt: " AP-REC(AP-IDX)(1:38)
           ELSE
      *> Dual control means two people: the supervisor who keyed an
      *> item (over their own limit, at the counter) can neither
      *> approve nor reject it - it waits for another supervisor.
               IF AP-REC(AP-IDX)(39:8) = OPERATOR-ID
                   ADD 1 TO AP-SKIPPED-COUNT
                   DISPLAY "PENDING: " AP-REC(AP-IDX)(1:38)
                   DISPLAY "  KEYED BY YOU - LEFT ON QUEUE FOR ANOTHER "
                           "SUPERVISOR"
               ELSE
                   PERFORM PUT-ITEM-TO-SUPERVISOR
               END-IF
           END-IF.

       PUT-ITEM-TO-SUPERVISOR.
           PERFORM EDIT-INPUT-RECORD
           IF EDIT-OK = "Y"
               PERFORM PARSE-INPUT-RECORD
      *> Journalled as keyed by whoever parked it, approved by us.
               MOVE AP-REC(AP-IDX)(39:8) TO TXN-LOG-OPERATOR
               MOVE OPERATOR-ID TO TXN-LOG-APPROVER
               MOVE "Y" TO APPROVAL-EXEC
               PERFORM PROCESS-BATCH-RECORD
               MOVE "N" TO APPROVAL-EXEC
               MOVE OPERATOR-ID TO TXN-LOG-OPERATOR
               MOVE SPACES TO TXN-LOG-APPROVER
           ELSE
               DISPLAY "APPROVED ITEM FAILED EDITS - SENT TO "
                       "rejects.txt: " EDIT-REASON-CODE " "
               MOVE IN-RECORD(19:3) TO IN-BANK-CODE
               MOVE IN-RECORD(25:6) TO IN-EXT-ACCOUNT
           END-IF
           MOVE 0 TO IN-REV-SEQ
           IF IN-ACTION = "REV"
               MOVE IN-RECORD(19:6) TO IN-REV-SEQ
           END-IF
           MOVE SPACES TO IN-HOLD-REASON
           MOVE 0      TO IN-HOLD-EXPIRY
           MOVE 0      TO IN-HOLD-REF
           IF IN-ACTION = "HLD"
               MOVE IN-RECORD(19:3) TO IN-HOLD-REASON
               IF IN-RECORD(31:8) IS NUMERIC
                   MOVE IN-RECORD(31:8) TO IN-HOLD-EXPIRY
               END-IF
           END-IF
           IF IN-ACTION = "RLH"
               MOVE IN-RECORD(19:6) TO IN-HOLD-REF
           END-IF
      *> Blank value date means "post on the business date". An HLD's
      *> cols 31-38 are its expiry, never a value date.
           MOVE 0 TO IN-VALUE-DATE
           IF IN-RECORD(31:8) IS NUMERIC AND IN-ACTION NOT = "HLD"
               MOVE IN-RECORD(31:8) TO IN-VALUE-DATE
           END-IF.

       PROCESS-BATCH-RECORD.
      *> Dual-control gate first: a large WDR or TRF is parked for a
      *> supervisor instead of posting. APPROVAL-EXEC marks a posting
      *> the supervisor session has already approved. A signed-on
      *> operator's own limits can hold an item well below the house
      *> thresholds. A reversal's amount is on the journal, not the
      *> input record, so POST-REVERSAL applies the limit itself once
      *> it has found the original.
           PERFORM CHECK-OPERATOR-LIMIT
           EVALUATE TRUE
               WHEN IN-ACTION = "REV"
                   PERFORM POST-REVERSAL
               WHEN OPERATOR-OVER-LIMIT = "Y"
                   PERFORM HOLD-FOR-APPROVAL
               WHEN APPROVAL-EXEC NOT = "Y" AND SO-RUN-FOUND = 0
                   AND ((IN-ACTION = "WDR"
                         AND IN-AMOUNT >= APPROVAL-LIMIT-WDR)
                     OR (IN-ACTION = "XTR"
                         AND IN-AMOUNT >= APPROVAL-LIMIT-WDR)
                     OR (IN-ACTION = "TRF"
                         AND IN-AMOUNT >= APPROVAL-LIMIT-TRF))
                   PERFORM HOLD-FOR-APPROVAL
               WHEN OTHER
                   PERFORM POST-BATCH-RECORD
           END-EVALUATE.

       CHECK-OPERATOR-LIMIT.
      *> Only interactive postings carry an operator's limits; a batch,
      *> a standing order or an item already approved never does.
           MOVE "N" TO OPERATOR-OVER-LIMIT
           IF OPERATOR-SIGNED-ON = "Y" AND APPROVAL-EXEC NOT = "Y"
               EVALUATE IN-ACTION
                   WHEN "DEP"
                   WHEN "NEW"
                       IF IN-AMOUNT > OPERATOR-LIMIT-DEP
                           MOVE "Y" TO OPERATOR-OVER-LIMIT
                       END-IF
                   WHEN "WDR"
                       IF IN-AMOUNT > OPERATOR-LIMIT-WDR
                           MOVE "Y" TO OPERATOR-OVER-LIMIT
                       END-IF
                   WHEN "TRF"
                       IF IN-AMOUNT > OPERATOR-LIMIT-TRF
                           MOVE "Y" TO OPERATOR-OVER-LIMIT
                       END-IF
                   WHEN "XTR"
                       IF IN-AMOUNT > OPERATOR-LIMIT-XTR
                           MOVE "Y" TO OPERATOR-OVER-LIMIT
                       END-IF
               END-EVALUATE
           END-IF.

       POST-BATCH-RECORD.
       VALIDATE-TRANSFER.
           MOVE "N" TO TRF-SOURCE-FOUND
           MOVE "N" TO TRF-DEST-FOUND
           MOVE "N" TO TRF-HELD-REFUSAL
           MOVE "N" TO TRF-SOURCE-LOAN
           MOVE "N" TO TRF-DEST-LOAN
           OPEN INPUT ACC-FILE
           PERFORM VERIFY-ACC-FILE-OPEN
           MOVE IN-ACCOUNT TO ACC-KEY
                   MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:9)) TO TRF-SOURCE-BALANCE
                   MOVE ACC-STATUS   TO TRF-SOURCE-STATUS
                   MOVE ACC-CURRENCY TO TRF-SOURCE-CURRENCY
                   IF ACC-RECORD-RAW(7:3) = "LON"
                       MOVE "Y" TO TRF-SOURCE-LOAN
                   END-IF
           END-READ
           MOVE IN-DEST-ACCOUNT TO ACC-KEY
           READ ACC-FILE
                   MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:9)) TO TRF-DEST-BALANCE
                   MOVE ACC-STATUS   TO TRF-DEST-STATUS
                   MOVE ACC-CURRENCY TO TRF-DEST-CURRENCY
                   IF ACC-RECORD-RAW(7:3) = "LON"
                       MOVE "Y" TO TRF-DEST-LOAN
                   END-IF
           END-READ
           CLOSE ACC-FILE
           MOVE "N" TO TRF-OK
      *> APPLY-TRANSFER-CREDIT posts without its own status gate, so a
      *> frozen or closed destination has to be stopped here. A
      *> dormant destination is fine: dormancy blocks debits, not
      *> money coming in. A loan account is on neither side - its
      *> balance moves only through LOANSVC.
           IF TRF-SOURCE-FOUND = "Y" AND TRF-DEST-FOUND = "Y"
               AND TRF-SOURCE-LOAN = "N" AND TRF-DEST-LOAN = "N"
               AND (TRF-SOURCE-STATUS = "A" OR TRF-SOURCE-STATUS = SPACE)
               AND (TRF-DEST-STATUS = "A" OR TRF-DEST-STATUS = SPACE
                    OR TRF-DEST-STATUS = "D")
                   MOVE "Y" TO TRF-OK
               END-IF
           END-IF
      *> Held funds cannot leave by transfer any more than by
      *> withdrawal; standing orders come through here too.
           IF TRF-OK = "Y"
               MOVE IN-ACCOUNT         TO HOLD-LOOKUP-ACCOUNT
               MOVE TRF-SOURCE-BALANCE TO HOLD-LEDGER-BALANCE
               PERFORM RESOLVE-AVAILABLE-BALANCE
               IF IN-AMOUNT > AVAILABLE-BALANCE
                   MOVE "N" TO TRF-OK
                   MOVE "Y" TO TRF-HELD-REFUSAL
               END-IF
           END-IF
           IF TRF-OK = "Y"
               PERFORM RESOLVE-TRF-CONVERSION
           END-IF
               MOVE TRF-SOURCE-BALANCE TO XFER-SOURCE-PRE-BALANCE
               MOVE TRF-DEST-BALANCE   TO XFER-DEST-PRE-BALANCE
               MOVE TRF-CREDIT-AMOUNT  TO XFER-CREDIT-AMOUNT
      *> The TRF entry is the next one journalled, so its sequence is
      *> known before either leg posts.
               COMPUTE XFER-JRNL-SEQ = TXN-SEQ + 1
               MOVE "N"                TO XFER-REVERSAL
               PERFORM WRITE-TRANSFER-MARKER
           END-IF.

                   MOVE TMP-BALANCE     TO TXN-LOG-BALANCE
                   MOVE TRF-DEST-CURRENCY TO TXN-LOG-CURRENCY
                   MOVE TRF-CREDIT-AMOUNT TO TXN-LOG-AMOUNT
                   MOVE TRF-JRNL-SEQ    TO TXN-LOG-LINK-TEXT
                   PERFORM SET-TXN-LOG-RATE
                   PERFORM WRITE-TXN-LOG
           END-READ.
      *> a frozen one takes no balance-moving postings. BAL stays
      *> available on a frozen account - legal wants the money stopped,
      *> not hidden.
      *> Holds move no money and journal nothing when refused, so they
      *> take their own path through the status rules.
      *> A loan account ("LON" in cols 7-9) is disbursed, collected
      *> and repaid by LOANSVC alone; here it answers a balance
      *> enquiry and refuses everything else, journalled like any
      *> refusal (a refused hold journals nothing, as above).
           EVALUATE TRUE
               WHEN ACC-RECORD-RAW(7:3) = "LON"
                   AND IN-ACTION NOT = "BAL" AND IN-ACTION NOT = "NEW"
                   MOVE "LOAN ACCOUNT. OUTSTANDING BALANCE: "
                       TO BALANCE-TEXT
                   PERFORM BUILD-OUT-RECORD
                   IF IN-ACTION NOT = "HLD" AND IN-ACTION NOT = "RLH"
                       PERFORM LOG-TRANSACTION
                   END-IF
               WHEN IN-ACTION = "HLD" OR IN-ACTION = "RLH"
                   PERFORM APPLY-HOLD-ACTION
               WHEN ACC-CURRENT-STATUS = "C"
                   MOVE "ACCOUNT CLOSED. CURRENT BALANCE: "
                       TO BALANCE-TEXT
                       PERFORM LOG-REACTIVATION
                   END-IF
               WHEN "WDR"
                   PERFORM RESOLVE-DEBIT-AVAILABLE
                   EVALUATE TRUE
                       WHEN IN-AMOUNT > TMP-BALANCE
                           MOVE "INSUFFICIENT FUNDS. CURRENT BALANCE: " TO BALANCE-TEXT
                           MOVE ACC-BALANCE TO TMP-BALANCE
                           PERFORM BUILD-OUT-RECORD
                           PERFORM LOG-TRANSACTION
                       WHEN IN-AMOUNT > AVAILABLE-BALANCE
                           PERFORM REFUSE-HELD-FUNDS
                       WHEN OTHER
                           SUBTRACT IN-AMOUNT FROM TMP-BALANCE
                           IF TMP-BALANCE < MIN-BALANCE
                               MOVE "BELOW MINIMUM BALANCE. CURRENT BALANCE: " TO BALANCE-TEXT
                               MOVE ACC-BALANCE TO TMP-BALANCE
                               PERFORM BUILD-OUT-RECORD
                               PERFORM LOG-TRANSACTION
                           ELSE
                               PERFORM WRITE-UPDATED-RECORD
                               MOVE "WITHDRAWAL OK. NEW BALANCE: " TO BALANCE-TEXT
                               PERFORM BUILD-OUT-RECORD
                               PERFORM LOG-TRANSACTION
                               PERFORM ASSESS-WDR-FEE
                           END-IF
                   END-EVALUATE
               WHEN "XTR"
      *> External transfer: the debit leg is ours and posts with the
      *> withdrawal's own funds and minimum-balance guards; the
      *> credit leg belongs to the receiving bank and rides out on
      *> the settlement file cut at the end of the run.
                   PERFORM RESOLVE-DEBIT-AVAILABLE
                   EVALUATE TRUE
                       WHEN IN-AMOUNT > TMP-BALANCE
                           MOVE "INSUFFICIENT FUNDS. CURRENT BALANCE: " TO BALANCE-TEXT
                           MOVE ACC-BALANCE TO TMP-BALANCE
                           PERFORM BUILD-OUT-RECORD
                           PERFORM LOG-TRANSACTION
                       WHEN IN-AMOUNT > AVAILABLE-BALANCE
                           PERFORM REFUSE-HELD-FUNDS
                       WHEN OTHER
                           SUBTRACT IN-AMOUNT FROM TMP-BALANCE
                           IF TMP-BALANCE < MIN-BALANCE
                               MOVE "BELOW MINIMUM BALANCE. CURRENT BALANCE: " TO BALANCE-TEXT
                               MOVE ACC-BALANCE TO TMP-BALANCE
                               PERFORM BUILD-OUT-RECORD
                               PERFORM LOG-TRANSACTION
                           ELSE
                               PERFORM WRITE-UPDATED-RECORD
                               MOVE "EXTERNAL TRANSFER OK. NEW BALANCE: " TO BALANCE-TEXT
                               PERFORM BUILD-OUT-RECORD
                               PERFORM LOG-TRANSACTION
                               PERFORM QUEUE-SETTLEMENT-ITEM
                           END-IF
                   END-EVALUATE
               WHEN "BAL"
                   PERFORM RESOLVE-DEBIT-AVAILABLE
                   MOVE "LEDGER BALANCE: " TO BALANCE-TEXT
                   PERFORM BUILD-OUT-RECORD
                   PERFORM ADD-AVAILABLE-TO-REPLY
                   PERFORM LOG-TRANSACTION
               WHEN "TRF"
                   IF TRF-OK = "Y"
                       MOVE "TRANSFER OK. NEW BALANCE: " TO BALANCE-TEXT
                       PERFORM BUILD-OUT-RECORD
                       PERFORM LOG-TRANSACTION
                       MOVE TXN-SEQ TO TRF-JRNL-SEQ
                       IF TRF-SOURCE-CURRENCY NOT = TRF-DEST-CURRENCY
                           MOVE "Y" TO RATE-LINE-PENDING
                           IF FEE-FX-RATE > 0
                           END-IF
                       END-IF
                   ELSE
                       IF TRF-HELD-REFUSAL = "Y"
                           PERFORM REFUSE-HELD-FUNDS
                       ELSE
                           MOVE "TRANSFER FAILED. CURRENT BALANCE: " TO BALANCE-TEXT
                           PERFORM BUILD-OUT-RECORD
                           PERFORM LOG-TRANSACTION
                       END-IF
                   END-IF
               WHEN "FRZ"
                   MOVE "F" TO ACC-CURRENT-STATUS
      *> Per-withdrawal fee above the monthly free allowance, charged
      *> right after the withdrawal posts (the record is still
      *> current). The month's posted withdrawals - this one included,
      *> it was journalled (and indexed) just above - are counted by
      *> COUNT-MONTH-WDRS; a refused attempt journals the same balance
      *> before and after and so never counts. The fee is waived rather than
      *> ever pulling the balance below zero.
           IF FEE-WDR-AMOUNT > 0
               PERFORM COUNT-MONTH-WDRS
                   MOVE TMP-BALANCE    TO FEE-PRE-BALANCE
                   SUBTRACT FEE-AMOUNT FROM TMP-BALANCE
                   PERFORM WRITE-UPDATED-RECORD
                   MOVE TXN-SEQ        TO TXN-LOG-LINK-TEXT
                   PERFORM LOG-FEE-POSTING
                   MOVE "Y" TO FEE-LINE-PENDING
               END-IF
           END-IF.

       COUNT-MONTH-WDRS.
      *> One keyed read of the account's month on jrnlsum.txt, whose
      *> WDR entries less those that left the balance unchanged are
      *> exactly the posted withdrawals; only before the journal index
      *> has been built does the count fall back to a pass over the
      *> live journal.
           MOVE 0 TO MONTH-WDR-COUNT
           MOVE BUSINESS-DATE TO FEE-MONTH-DATE
           OPEN INPUT JRNL-SUMMARY-FILE
           IF JS-FILE-STATUS = "00"
               MOVE IN-ACCOUNT          TO JS-ACCOUNT
               MOVE FEE-MONTH-DATE(1:6) TO JS-PERIOD
               READ JRNL-SUMMARY-FILE
                   INVALID KEY
                       MOVE 0 TO JS-ACTION-COUNT
               END-READ
               PERFORM VARYING JS-IDX FROM 1 BY 1
                       UNTIL JS-IDX > JS-ACTION-COUNT
                   IF JS-ACTION(JS-IDX) = "WDR"
                       COMPUTE MONTH-WDR-COUNT =
                           JS-ENTRIES(JS-IDX) - JS-UNMOVED(JS-IDX)
                   END-IF
               END-PERFORM
               CLOSE JRNL-SUMMARY-FILE
           ELSE
               PERFORM SCAN-MONTH-WDRS
           END-IF.

       SCAN-MONTH-WDRS.
           OPEN INPUT TXN-LOG-FILE
           PERFORM UNTIL 1 = 2
               READ TXN-LOG-FILE
           MOVE IN-ACCOUNT       TO SETTLE-ITEM-REC(19:6)
           MOVE ACC-CURRENT-CURRENCY
                                 TO SETTLE-ITEM-REC(25:3)
           MOVE TXN-SEQ          TO SETTLE-ITEM-REC(28:6)
           MOVE SETTLE-ITEM-REC  TO SETTLE-SPOOL-RECORD
           OPEN EXTEND SETTLE-SPOOL-FILE
           WRITE SETTLE-SPOOL-RECORD
           MOVE BATCH-ID      TO SETTLE-OUT-RECORD(4:6)
           MOVE BUSINESS-DATE TO SETTLE-OUT-RECORD(10:8)
           WRITE SETTLE-OUT-RECORD
      *> Each detail also goes on the open-payment register under its
      *> block's batch id and date. A crash before the spool is
      *> removed re-cuts the block and registers its items twice -
      *> the duplicate simply never finds an acknowledgment of its
      *> own and shows on the outstanding report for a look.
           OPEN EXTEND SETTLE-OPEN-FILE
           OPEN INPUT SETTLE-SPOOL-FILE
           PERFORM UNTIL 1 = 2
               READ SETTLE-SPOOL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SETTLE-SPOOL-RECORD(1:27)
                           TO SETTLE-OUT-RECORD
                       WRITE SETTLE-OUT-RECORD
                       MOVE SPACES              TO SETTLE-OPEN-RECORD
                       MOVE SETTLE-SPOOL-RECORD TO SETTLE-OPEN-RECORD(1:33)
                       MOVE BATCH-ID            TO SETTLE-OPEN-RECORD(34:6)
                       MOVE BUSINESS-DATE       TO SETTLE-OPEN-RECORD(40:8)
                       WRITE SETTLE-OPEN-RECORD
               END-READ
           END-PERFORM
           CLOSE SETTLE-SPOOL-FILE
           CLOSE SETTLE-OPEN-FILE
           MOVE SPACES            TO SETTLE-OUT-RECORD
           MOVE "TRL"             TO SETTLE-OUT-RECORD(1:3)
           MOVE SETTLE-COUNT      TO SETTLE-OUT-RECORD(4:6)
                           MOVE TMP-BALANCE      TO FORMATTED-AMOUNT
                           MOVE FORMATTED-AMOUNT TO ACC-RECORD-RAW(10:9)
                           REWRITE ACC-RECORD-RAW
                           MOVE TRF-JRNL-SEQ     TO TXN-LOG-LINK-TEXT
                           PERFORM LOG-FEE-POSTING
                           PERFORM WRITE-FX-FEE-LINE
                       END-IF
                  INTO OUT-RECORD
           PERFORM WRITE-OUTPUT.

       RESOLVE-DEBIT-AVAILABLE.
           MOVE IN-ACCOUNT  TO HOLD-LOOKUP-ACCOUNT
           MOVE ACC-BALANCE TO HOLD-LEDGER-BALANCE
           PERFORM RESOLVE-AVAILABLE-BALANCE.

       RESOLVE-AVAILABLE-BALANCE.
      *> In: HOLD-LOOKUP-ACCOUNT and its ledger balance in
      *> HOLD-LEDGER-BALANCE. Out: HOLD-TOTAL, the account's active
      *> holds, and AVAILABLE-BALANCE - the ledger less those holds,
      *> never below zero (a garnishment may well exceed the balance).
           PERFORM LOAD-HOLD-TOTAL
           IF HOLD-TOTAL < HOLD-LEDGER-BALANCE
               COMPUTE AVAILABLE-BALANCE =
                   HOLD-LEDGER-BALANCE - HOLD-TOTAL
           ELSE
               MOVE 0 TO AVAILABLE-BALANCE
           END-IF.

       LOAD-HOLD-TOTAL.
      *> A hold counts from the day it is placed until the day before
      *> its expiry date; with no expiry it counts until released.
      *> Judging expiry here by date means a hold stops counting on
      *> time whether or not the -expire-holds run has dropped it yet.
           IF BUSINESS-DATE = 0
               ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE 0 TO HOLD-TOTAL
           OPEN INPUT HOLD-FILE
           PERFORM UNTIL 1 = 2
               READ HOLD-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF HOLD-RECORD(1:6) IS NUMERIC
                           AND FUNCTION NUMVAL(HOLD-RECORD(1:6))
                               = HOLD-LOOKUP-ACCOUNT
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

       REFUSE-HELD-FUNDS.
      *> The ledger covers the debit but part of it is on hold. The
      *> refusal journals like any other (balance unchanged, ledger
      *> figures); the reply shows what the customer can draw.
           MOVE ACC-BALANCE TO TMP-BALANCE
           PERFORM LOG-TRANSACTION
           MOVE "FUNDS ON HOLD. AVAILABLE BALANCE: " TO BALANCE-TEXT
           MOVE AVAILABLE-BALANCE TO TMP-BALANCE
           PERFORM BUILD-OUT-RECORD
           MOVE ACC-BALANCE TO TMP-BALANCE.

       ADD-AVAILABLE-TO-REPLY.
      *> Ledger and available balances side by side on one line, the
      *> available figure after the ledger's IDR value.
           MOVE AVAILABLE-BALANCE TO FORMATTED-AMOUNT
           MOVE SPACES TO OUT-RECORD(125:76)
           STRING "  AVAILABLE BALANCE: " DELIMITED SIZE
                  FORMATTED-AMOUNT        DELIMITED SIZE
                  " "                     DELIMITED SIZE
                  ACC-CURRENT-CURRENCY    DELIMITED SIZE
                  INTO OUT-RECORD(125:76).

       APPLY-HOLD-ACTION.
           IF BUSINESS-DATE = 0
               ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           IF IN-ACTION = "HLD"
               PERFORM PLACE-HOLD
           ELSE
               PERFORM RELEASE-HOLD
           END-IF.

       PLACE-HOLD.
      *> The hold's reference is the sequence number its HLD entry is
      *> about to take. The hold is written before the entry, so a
      *> crash between the two leaves money stopped rather than a
      *> journalled hold that holds nothing.
           EVALUATE TRUE
               WHEN ACC-CURRENT-STATUS = "C"
                   MOVE "ACCOUNT CLOSED. CURRENT BALANCE: "
                       TO BALANCE-TEXT
                   PERFORM BUILD-OUT-RECORD
               WHEN IN-HOLD-EXPIRY NOT = 0
                   AND IN-HOLD-EXPIRY NOT > BUSINESS-DATE
                   MOVE "HOLD EXPIRY NOT AFTER TODAY. BALANCE: "
                       TO BALANCE-TEXT
                   PERFORM BUILD-OUT-RECORD
               WHEN OTHER
                   COMPUTE IN-HOLD-REF = TXN-SEQ + 1
                   MOVE SPACES           TO HOLD-RECORD
                   MOVE IN-ACCOUNT       TO HOLD-RECORD(1:6)
                   MOVE IN-HOLD-REF      TO HOLD-RECORD(7:6)
                   MOVE IN-AMOUNT        TO FORMATTED-AMOUNT
                   MOVE FORMATTED-AMOUNT TO HOLD-RECORD(13:9)
                   MOVE IN-HOLD-REASON   TO HOLD-RECORD(22:3)
                   MOVE BUSINESS-DATE    TO HOLD-RECORD(25:8)
                   IF IN-HOLD-EXPIRY NOT = 0
                       MOVE IN-HOLD-EXPIRY TO HOLD-RECORD(33:8)
                   END-IF
                   OPEN EXTEND HOLD-FILE
                   WRITE HOLD-RECORD
                   CLOSE HOLD-FILE
                   MOVE IN-ACCOUNT TO TXN-LOG-ACCOUNT
                   MOVE "HLD"      TO TXN-LOG-ACTION
                   MOVE IN-AMOUNT  TO HOLD-ENTRY-AMOUNT
                   PERFORM LOG-HOLD-ENTRY
                   PERFORM RESOLVE-DEBIT-AVAILABLE
                   MOVE IN-HOLD-REF TO HOLD-REF-FMT
                   MOVE SPACES TO BALANCE-TEXT
                   STRING "HOLD "          DELIMITED SIZE
                          HOLD-REF-FMT     DELIMITED SIZE
                          " PLACED. AVAILABLE BALANCE: "
                              DELIMITED SIZE
                          INTO BALANCE-TEXT
                   MOVE AVAILABLE-BALANCE TO TMP-BALANCE
                   PERFORM BUILD-OUT-RECORD
                   MOVE ACC-BALANCE TO TMP-BALANCE
           END-EVALUATE.

       RELEASE-HOLD.
      *> The released hold is journalled before holds.txt is
      *> republished without it, as an approval decision is: a crash
      *> in between leaves the hold in force for a repeat release.
           MOVE "N" TO HD-TABLE-FULL
           PERFORM LOAD-HOLD-TABLE
           MOVE "N" TO HOLD-FOUND
           IF HD-TABLE-FULL = "N"
               PERFORM VARYING HD-IDX FROM 1 BY 1
                       UNTIL HD-IDX > HD-COUNT
                   IF HD-REC(HD-IDX)(1:6) IS NUMERIC
                       AND HD-REC(HD-IDX)(7:6) IS NUMERIC
                       AND FUNCTION NUMVAL(HD-REC(HD-IDX)(1:6))
                           = IN-ACCOUNT
                       AND FUNCTION NUMVAL(HD-REC(HD-IDX)(7:6))
                           = IN-HOLD-REF
                       MOVE "Y" TO HOLD-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN HD-TABLE-FULL = "Y"
                   MOVE "HOLDS FILE EXCEEDS 1000 HOLDS - NOTHING RELEASED"
                       TO OUT-RECORD
               WHEN HOLD-FOUND = "N"
                   MOVE "HOLD NOT FOUND ON ACCOUNT. BALANCE: "
                       TO BALANCE-TEXT
                   PERFORM BUILD-OUT-RECORD
               WHEN OTHER
                   IF FUNCTION TEST-NUMVAL(HD-REC(HD-IDX)(13:9)) = 0
                       MOVE FUNCTION NUMVAL(HD-REC(HD-IDX)(13:9))
                           TO HOLD-ENTRY-AMOUNT
                   ELSE
                       MOVE 0 TO HOLD-ENTRY-AMOUNT
                   END-IF
                   MOVE IN-ACCOUNT  TO TXN-LOG-ACCOUNT
                   MOVE "RLH"       TO TXN-LOG-ACTION
                   MOVE IN-HOLD-REF TO TXN-LOG-LINK-TEXT
                   PERFORM LOG-HOLD-ENTRY
                   MOVE "D" TO HD-STATE(HD-IDX)
                   PERFORM PUBLISH-HOLD-TABLE
                   PERFORM RESOLVE-DEBIT-AVAILABLE
                   MOVE IN-HOLD-REF TO HOLD-REF-FMT
                   MOVE SPACES TO BALANCE-TEXT
                   STRING "HOLD "          DELIMITED SIZE
                          HOLD-REF-FMT     DELIMITED SIZE
                          " RELEASED. AVAILABLE BALANCE: "
                              DELIMITED SIZE
                          INTO BALANCE-TEXT
                   MOVE AVAILABLE-BALANCE TO TMP-BALANCE
                   PERFORM BUILD-OUT-RECORD
                   MOVE ACC-BALANCE TO TMP-BALANCE
           END-EVALUATE.

       LOG-HOLD-ENTRY.
      *> Caller sets TXN-LOG-ACCOUNT, TXN-LOG-ACTION (HLD or RLH) and
      *> HOLD-ENTRY-AMOUNT, and the link for an RLH. The balance is
      *> journalled unchanged on both sides: no money moved.
           MOVE TMP-BALANCE          TO TXN-LOG-BALANCE
           MOVE TMP-BALANCE          TO TXN-LOG-PRE-BALANCE
           MOVE ACC-CURRENT-CURRENCY TO TXN-LOG-CURRENCY
           MOVE HOLD-ENTRY-AMOUNT    TO TXN-LOG-AMOUNT
           MOVE SPACES               TO TXN-LOG-RATE-TEXT
           PERFORM WRITE-TXN-LOG.

       LOAD-HOLD-TABLE.
           MOVE 0 TO HD-COUNT
           OPEN INPUT HOLD-FILE
           PERFORM UNTIL 1 = 2
               READ HOLD-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF HD-COUNT >= 1000
                           MOVE "Y" TO HD-TABLE-FULL
                       ELSE
                           ADD 1 TO HD-COUNT
                           MOVE HOLD-RECORD TO HD-REC(HD-COUNT)
                           MOVE "P" TO HD-STATE(HD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       PUBLISH-HOLD-TABLE.
           OPEN OUTPUT HOLD-TMP-FILE
           PERFORM VARYING HD-PUB-IDX FROM 1 BY 1
                   UNTIL HD-PUB-IDX > HD-COUNT
               IF HD-STATE(HD-PUB-IDX) NOT = "D"
                   MOVE HD-REC(HD-PUB-IDX) TO HOLD-TMP-RECORD
                   WRITE HOLD-TMP-RECORD
               END-IF
           END-PERFORM
           CLOSE HOLD-TMP-FILE
           CALL "SYSTEM" USING "mv holds.txt.tmp holds.txt".

       POST-REVERSAL.
      *> Reverse a posting by its journal sequence number. Everything
      *> the posting moved comes off the journal, not the keyboard:
      *> the original entry, the credit leg of a transfer (TRI) and
      *> any per-transaction fee it triggered are found first, the
      *> whole reversal is proved postable, and only then does any
      *> balance move. Each reversing entry journals as REV linked
      *> to the entry it undoes. A refused reversal moves nothing and
      *> journals nothing - the journal must never show a REV that
      *> did not happen, or the original could never be reversed.
           MOVE "Y"    TO REV-OK
           MOVE SPACES TO REV-REFUSAL-TEXT
           PERFORM FIND-REVERSAL-ENTRIES
           PERFORM CHECK-REVERSAL-ENTRIES
           IF REV-OK = "Y"
               PERFORM CHECK-REVERSAL-LIMIT
           END-IF
           IF REV-OK = "Y"
               IF OPERATOR-OVER-LIMIT = "Y"
                   PERFORM HOLD-FOR-APPROVAL
               ELSE
                   PERFORM APPLY-REVERSAL
               END-IF
           END-IF
           IF REV-OK = "N"
               MOVE SPACES TO OUT-RECORD
               STRING "REVERSAL OF SEQ "  DELIMITED SIZE
                      REV-SEQ-TEXT        DELIMITED SIZE
                      " REFUSED: "        DELIMITED SIZE
                      REV-REFUSAL-TEXT    DELIMITED SIZE
                      INTO OUT-RECORD
               PERFORM WRITE-OUTPUT
           END-IF.

       FIND-REVERSAL-ENTRIES.
      *> One pass over the live journal. Entries written since the
      *> link column existed are matched by their link; older ones
      *> fall back on position - a TRI is always journalled straight
      *> after its TRF, a withdrawal fee straight after its WDR and
      *> an FX fee straight after the TRI.
           MOVE IN-REV-SEQ TO REV-SEQ-TEXT
           MOVE "N"    TO REV-ORIG-FOUND
           MOVE "N"    TO REV-DONE-FOUND
           MOVE "N"    TO REV-RTN-FOUND
           MOVE "N"    TO REV-TRI-FOUND
           MOVE "N"    TO REV-FEE-FOUND
           MOVE SPACES TO REV-ORIG-LINE
           MOVE SPACES TO REV-TRI-LINE
           MOVE SPACES TO REV-FEE-LINE
           MOVE SPACES TO REV-NEXT-LINE
           MOVE SPACES TO REV-NEXT2-LINE
           OPEN INPUT TXN-LOG-FILE
           PERFORM UNTIL 1 = 2
               READ TXN-LOG-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM TAKE-REVERSAL-SCAN-LINE
               END-READ
           END-PERFORM
           CLOSE TXN-LOG-FILE
           IF REV-ORIG-FOUND = "Y"
               PERFORM MATCH-UNLINKED-REVERSAL-LEGS
           END-IF.

       TAKE-REVERSAL-SCAN-LINE.
           IF TXN-LOG-RECORD(52:6) IS NUMERIC
               MOVE TXN-LOG-RECORD(52:6) TO REV-SCAN-SEQ
               EVALUATE TRUE
                   WHEN REV-SCAN-SEQ = IN-REV-SEQ
                       MOVE "Y"            TO REV-ORIG-FOUND
                       MOVE TXN-LOG-RECORD TO REV-ORIG-LINE
                   WHEN REV-SCAN-SEQ = IN-REV-SEQ + 1
                       MOVE TXN-LOG-RECORD TO REV-NEXT-LINE
                   WHEN REV-SCAN-SEQ = IN-REV-SEQ + 2
                       MOVE TXN-LOG-RECORD TO REV-NEXT2-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF TXN-LOG-RECORD(98:6) = REV-SEQ-TEXT
               EVALUATE TXN-LOG-RECORD(7:3)
                   WHEN "REV"
                       MOVE "Y"            TO REV-DONE-FOUND
                   WHEN "XRT"
                       MOVE "Y"            TO REV-RTN-FOUND
                   WHEN "TRI"
                       MOVE "Y"            TO REV-TRI-FOUND
                       MOVE TXN-LOG-RECORD TO REV-TRI-LINE
                   WHEN "FEE"
                       MOVE "Y"            TO REV-FEE-FOUND
                       MOVE TXN-LOG-RECORD TO REV-FEE-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       MATCH-UNLINKED-REVERSAL-LEGS.
           IF REV-TRI-FOUND = "N"
               AND REV-ORIG-LINE(7:3) = "TRF"
               AND REV-NEXT-LINE(7:3) = "TRI"
               AND REV-NEXT-LINE(98:6) = SPACES
               AND REV-NEXT-LINE(38:8) = REV-ORIG-LINE(38:8)
               MOVE "Y"           TO REV-TRI-FOUND
               MOVE REV-NEXT-LINE TO REV-TRI-LINE
           END-IF
           IF REV-FEE-FOUND = "N"
               AND REV-ORIG-LINE(7:3) = "WDR"
               AND REV-NEXT-LINE(7:3) = "FEE"
               AND REV-NEXT-LINE(1:6) = REV-ORIG-LINE(1:6)
               AND REV-NEXT-LINE(98:6) = SPACES
               AND REV-NEXT-LINE(38:8) = REV-ORIG-LINE(38:8)
               AND REV-NEXT-LINE(46:6) NOT = "235959"
               MOVE "Y"           TO REV-FEE-FOUND
               MOVE REV-NEXT-LINE TO REV-FEE-LINE
           END-IF
           IF REV-FEE-FOUND = "N"
               AND REV-ORIG-LINE(7:3) = "TRF"
               AND REV-NEXT2-LINE(7:3) = "FEE"
               AND REV-NEXT2-LINE(1:6) = REV-ORIG-LINE(1:6)
               AND REV-NEXT2-LINE(98:6) = SPACES
               AND REV-NEXT2-LINE(38:8) = REV-ORIG-LINE(38:8)
               AND REV-NEXT2-LINE(46:6) NOT = "235959"
               MOVE "Y"            TO REV-FEE-FOUND
               MOVE REV-NEXT2-LINE TO REV-FEE-LINE
           END-IF.

       CHECK-REVERSAL-LIMIT.
      *> Undoing a posting moves as much money as making it: the
      *> original's amount is held to the operator's limit for the
      *> original's action, whoever keyed the original. A reversal the
      *> journal already refuses is reported, not parked.
           MOVE "N" TO OPERATOR-OVER-LIMIT
           IF OPERATOR-SIGNED-ON = "Y" AND APPROVAL-EXEC NOT = "Y"
               EVALUATE REV-ORIG-ACTION
                   WHEN "DEP"
                       IF REV-ORIG-AMOUNT > OPERATOR-LIMIT-DEP
                           MOVE "Y" TO OPERATOR-OVER-LIMIT
                       END-IF
                   WHEN "WDR"
                       IF REV-ORIG-AMOUNT > OPERATOR-LIMIT-WDR
                           MOVE "Y" TO OPERATOR-OVER-LIMIT
                       END-IF
                   WHEN "TRF"
                       IF REV-ORIG-AMOUNT > OPERATOR-LIMIT-TRF
                           MOVE "Y" TO OPERATOR-OVER-LIMIT
                       END-IF
                   WHEN "XTR"
                       IF REV-ORIG-AMOUNT > OPERATOR-LIMIT-XTR
                           MOVE "Y" TO OPERATOR-OVER-LIMIT
                       END-IF
               END-EVALUATE
           END-IF.

       CHECK-REVERSAL-ENTRIES.
           MOVE REV-ORIG-LINE(7:3) TO REV-ORIG-ACTION
           MOVE 0 TO REV-ORIG-AMOUNT
           IF FUNCTION TEST-NUMVAL(REV-ORIG-LINE(58:9)) = 0
               MOVE FUNCTION NUMVAL(REV-ORIG-LINE(58:9))
                   TO REV-ORIG-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN REV-ORIG-FOUND = "N"
                   MOVE "NOT ON THE LIVE JOURNAL (ARCHIVED OR UNKNOWN)"
                       TO REV-REFUSAL-TEXT
               WHEN REV-ORIG-LINE(1:6) NOT = IN-RECORD(1:6)
                   MOVE "POSTING BELONGS TO ANOTHER ACCOUNT"
                       TO REV-REFUSAL-TEXT
               WHEN REV-ORIG-ACTION NOT = "DEP"
                    AND REV-ORIG-ACTION NOT = "WDR"
                    AND REV-ORIG-ACTION NOT = "TRF"
                    AND REV-ORIG-ACTION NOT = "XTR"
                   MOVE "ACTION CANNOT BE REVERSED"
                       TO REV-REFUSAL-TEXT
               WHEN REV-ORIG-LINE(10:9) = REV-ORIG-LINE(67:9)
                   OR REV-ORIG-AMOUNT = 0
                   MOVE "POSTING WAS REFUSED - NOTHING TO REVERSE"
                       TO REV-REFUSAL-TEXT
               WHEN REV-DONE-FOUND = "Y"
                   MOVE "ALREADY REVERSED" TO REV-REFUSAL-TEXT
      *> The receiving bank sent the payment back and SETTLACK has
      *> already re-credited it; reversing as well would pay twice.
               WHEN REV-RTN-FOUND = "Y"
                   MOVE "PAYMENT ALREADY RETURNED AND RE-CREDITED"
                       TO REV-REFUSAL-TEXT
               WHEN REV-ORIG-ACTION = "TRF" AND REV-TRI-FOUND = "N"
                   MOVE "TRANSFER CREDIT LEG NOT ON THE LIVE JOURNAL"
                       TO REV-REFUSAL-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF REV-REFUSAL-TEXT NOT = SPACES
               MOVE "N" TO REV-OK
           END-IF
      *> A fee the posting triggered is refunded with it - unless the
      *> fee itself was waived (journalled unchanged) or never found.
           MOVE 0 TO REV-FEE-AMOUNT
           IF REV-FEE-FOUND = "Y"
               AND REV-FEE-LINE(10:9) NOT = REV-FEE-LINE(67:9)
               AND FUNCTION TEST-NUMVAL(REV-FEE-LINE(58:9)) = 0
               MOVE FUNCTION NUMVAL(REV-FEE-LINE(58:9))
                   TO REV-FEE-AMOUNT
           END-IF
           IF REV-TRI-FOUND = "Y"
               MOVE REV-TRI-LINE(1:6) TO REV-TRI-ACCOUNT
               MOVE FUNCTION NUMVAL(REV-TRI-LINE(58:9))
                   TO REV-TRI-AMOUNT
           END-IF.

       APPLY-REVERSAL.
      *> Every account the reversal touches is read and proved first;
      *> the REWRITEs follow only when all of them can take it.
           OPEN I-O ACC-FILE
           PERFORM VERIFY-ACC-FILE-OPEN
           IF REV-ORIG-ACTION = "TRF"
               PERFORM CHECK-REVERSAL-CREDITED-ACCT
           END-IF
           IF REV-OK = "Y"
               PERFORM CHECK-REVERSAL-ACCOUNT
           END-IF
           IF REV-OK = "Y"
               EVALUATE REV-ORIG-ACTION
                   WHEN "DEP"
                       PERFORM REVERSE-DEPOSIT
                   WHEN "TRF"
                       PERFORM REVERSE-TRANSFER
                   WHEN OTHER
                       PERFORM REVERSE-WITHDRAWAL
               END-EVALUATE
           END-IF
           CLOSE ACC-FILE.

       CHECK-REVERSAL-CREDITED-ACCT.
      *> The account a transfer credited gives the money back; it must
      *> still be open to postings and still hold the credited amount.
           MOVE REV-TRI-ACCOUNT TO ACC-KEY
           READ ACC-FILE
               INVALID KEY
                   MOVE "N" TO REV-OK
                   MOVE "CREDITED ACCOUNT NOT FOUND"
                       TO REV-REFUSAL-TEXT
               NOT INVALID KEY
                   MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:9))
                       TO REV-TRI-BALANCE
                   EVALUATE TRUE
                       WHEN ACC-STATUS = "C"
                           MOVE "N" TO REV-OK
                           MOVE "CREDITED ACCOUNT CLOSED"
                               TO REV-REFUSAL-TEXT
                       WHEN ACC-STATUS = "F"
                           MOVE "N" TO REV-OK
                           MOVE "CREDITED ACCOUNT FROZEN"
                               TO REV-REFUSAL-TEXT
                       WHEN REV-TRI-BALANCE < REV-TRI-AMOUNT
                           MOVE "N" TO REV-OK
                           MOVE "INSUFFICIENT FUNDS IN CREDITED ACCOUNT"
                               TO REV-REFUSAL-TEXT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       CHECK-REVERSAL-ACCOUNT.
      *> Leaves the keyed account's record current for the REWRITE.
      *> A reversed deposit may take the balance down to zero but no
      *> further - the minimum balance guards customer debits, not
      *> the correction of a deposit that should never have posted.
           MOVE IN-ACCOUNT TO ACC-KEY
           READ ACC-FILE
               INVALID KEY
                   MOVE "N" TO REV-OK
                   MOVE "ACCOUNT NOT FOUND" TO REV-REFUSAL-TEXT
               NOT INVALID KEY
                   MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:9))
                       TO ACC-BALANCE
                   MOVE ACC-BALANCE TO TMP-BALANCE
                   IF ACC-STATUS = SPACE
                       MOVE "A" TO ACC-CURRENT-STATUS
                   ELSE
                       MOVE ACC-STATUS TO ACC-CURRENT-STATUS
                   END-IF
                   IF ACC-CURRENCY = SPACES
                       MOVE "RAI" TO ACC-CURRENT-CURRENCY
                   ELSE
                       MOVE ACC-CURRENCY TO ACC-CURRENT-CURRENCY
                   END-IF
                   COMPUTE REV-CREDIT-LIMIT =
                       ACC-BALANCE + REV-ORIG-AMOUNT + REV-FEE-AMOUNT
                   EVALUATE TRUE
                       WHEN ACC-CURRENT-STATUS = "C"
                           MOVE "N" TO REV-OK
                           MOVE "ACCOUNT CLOSED" TO REV-REFUSAL-TEXT
                       WHEN ACC-CURRENT-STATUS = "F"
                           MOVE "N" TO REV-OK
                           MOVE "ACCOUNT FROZEN" TO REV-REFUSAL-TEXT
                       WHEN REV-ORIG-ACTION = "DEP"
                           AND ACC-BALANCE < REV-ORIG-AMOUNT
                           MOVE "N" TO REV-OK
                           MOVE "INSUFFICIENT FUNDS TO REVERSE DEPOSIT"
                               TO REV-REFUSAL-TEXT
                       WHEN REV-ORIG-ACTION NOT = "DEP"
                           AND REV-CREDIT-LIMIT > MAX-TXN-AMOUNT
                           MOVE "N" TO REV-OK
                           MOVE "BALANCE WOULD EXCEED ITS FIELD"
                               TO REV-REFUSAL-TEXT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       REVERSE-DEPOSIT.
           SUBTRACT REV-ORIG-AMOUNT FROM TMP-BALANCE
           PERFORM WRITE-UPDATED-RECORD
           MOVE IN-ACCOUNT      TO TXN-LOG-ACCOUNT
           MOVE TMP-BALANCE     TO TXN-LOG-BALANCE
           MOVE ACC-BALANCE     TO TXN-LOG-PRE-BALANCE
           MOVE REV-ORIG-LINE   TO REV-LEG-LINE
           PERFORM LOG-REVERSAL-LEG
           MOVE "REVERSAL OK. NEW BALANCE: " TO BALANCE-TEXT
           PERFORM BUILD-OUT-RECORD
           PERFORM WRITE-OUTPUT.

       REVERSE-WITHDRAWAL.
      *> WDR and XTR: the amount goes back on the account, then any
      *> withdrawal fee is refunded under its own REV entry. An XTR's
      *> payment has already gone (or will go) out on the settlement
      *> file; recalling it from the receiving bank is not ours to do
      *> here, and the output says so.
           ADD REV-ORIG-AMOUNT TO TMP-BALANCE
           PERFORM WRITE-UPDATED-RECORD
           MOVE IN-ACCOUNT      TO TXN-LOG-ACCOUNT
           MOVE TMP-BALANCE     TO TXN-LOG-BALANCE
           MOVE ACC-BALANCE     TO TXN-LOG-PRE-BALANCE
           MOVE REV-ORIG-LINE   TO REV-LEG-LINE
           PERFORM LOG-REVERSAL-LEG
           MOVE "REVERSAL OK. NEW BALANCE: " TO BALANCE-TEXT
           PERFORM BUILD-OUT-RECORD
           PERFORM WRITE-OUTPUT
           IF REV-ORIG-ACTION = "XTR"
               MOVE "  OUTBOUND PAYMENT NOT RECALLED - ADVISE THE RECEIVING BANK"
                   TO OUT-RECORD
               PERFORM WRITE-OUTPUT
           END-IF
           PERFORM REFUND-REVERSED-FEE.

       REVERSE-TRANSFER.
      *> Both legs come back under the same write-ahead marker a
      *> transfer posts under, pointed the other way: the credited
      *> account is debited the converted amount it received, the
      *> source is credited the amount it paid. A crash between the
      *> two REWRITEs is finished at the next startup, which journals
      *> the recovered leg as a REV because the marker says so.
           MOVE REV-TRI-ACCOUNT  TO XFER-SOURCE-ACCOUNT
           MOVE IN-ACCOUNT       TO XFER-DEST-ACCOUNT
           MOVE REV-TRI-AMOUNT   TO XFER-AMOUNT
           MOVE REV-TRI-BALANCE  TO XFER-SOURCE-PRE-BALANCE
           MOVE ACC-BALANCE      TO XFER-DEST-PRE-BALANCE
           MOVE REV-ORIG-AMOUNT  TO XFER-CREDIT-AMOUNT
           MOVE IN-REV-SEQ       TO XFER-JRNL-SEQ
           MOVE "Y"              TO XFER-REVERSAL
           PERFORM WRITE-TRANSFER-MARKER
           MOVE "N"              TO XFER-REVERSAL
           MOVE REV-TRI-ACCOUNT TO ACC-KEY
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT REV-TRI-AMOUNT FROM REV-TRI-BALANCE
                       GIVING RECOVERY-BALANCE
                   MOVE "BAL"            TO ACC-RECORD-RAW(7:3)
                   MOVE RECOVERY-BALANCE TO FORMATTED-AMOUNT
                   MOVE FORMATTED-AMOUNT TO ACC-RECORD-RAW(10:9)
                   REWRITE ACC-RECORD-RAW
                   MOVE REV-TRI-ACCOUNT  TO TXN-LOG-ACCOUNT
                   MOVE RECOVERY-BALANCE TO TXN-LOG-BALANCE
                   MOVE REV-TRI-BALANCE  TO TXN-LOG-PRE-BALANCE
                   MOVE REV-TRI-LINE     TO REV-LEG-LINE
                   PERFORM LOG-REVERSAL-LEG
           END-READ
           MOVE IN-ACCOUNT TO ACC-KEY
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD REV-ORIG-AMOUNT TO TMP-BALANCE
                   PERFORM WRITE-UPDATED-RECORD
                   MOVE IN-ACCOUNT      TO TXN-LOG-ACCOUNT
                   MOVE TMP-BALANCE     TO TXN-LOG-BALANCE
                   MOVE ACC-BALANCE     TO TXN-LOG-PRE-BALANCE
                   MOVE REV-ORIG-LINE   TO REV-LEG-LINE
                   PERFORM LOG-REVERSAL-LEG
           END-READ
           PERFORM CLEAR-TRANSFER-MARKER
           MOVE "REVERSAL OK. NEW BALANCE: " TO BALANCE-TEXT
           PERFORM BUILD-OUT-RECORD
           PERFORM WRITE-OUTPUT
           MOVE SPACES TO OUT-RECORD
           MOVE RECOVERY-BALANCE TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO BALANCE-ALPHA
           MOVE REV-TRI-AMOUNT   TO FORMATTED-AMOUNT
           STRING "  CREDIT LEG "     DELIMITED SIZE
                  FORMATTED-AMOUNT    DELIMITED SIZE
                  " "                 DELIMITED SIZE
                  REV-TRI-LINE(19:3)  DELIMITED SIZE
                  " TAKEN BACK FROM " DELIMITED SIZE
                  REV-TRI-LINE(1:6)   DELIMITED SIZE
                  ", ITS NEW BALANCE: " DELIMITED SIZE
                  BALANCE-ALPHA       DELIMITED SIZE
                  INTO OUT-RECORD
           PERFORM WRITE-OUTPUT
           PERFORM REFUND-REVERSED-FEE.

       REFUND-REVERSED-FEE.
      *> The keyed account's record is current here (the last READ).
           IF REV-FEE-AMOUNT > 0
               MOVE TMP-BALANCE     TO FEE-PRE-BALANCE
               ADD REV-FEE-AMOUNT   TO TMP-BALANCE
               PERFORM WRITE-UPDATED-RECORD
               MOVE IN-ACCOUNT      TO TXN-LOG-ACCOUNT
               MOVE TMP-BALANCE     TO TXN-LOG-BALANCE
               MOVE FEE-PRE-BALANCE TO TXN-LOG-PRE-BALANCE
               MOVE REV-FEE-LINE    TO REV-LEG-LINE
               PERFORM LOG-REVERSAL-LEG
               MOVE SPACES TO OUT-RECORD
               MOVE TMP-BALANCE     TO FORMATTED-AMOUNT
               MOVE FORMATTED-AMOUNT TO BALANCE-ALPHA
               MOVE REV-FEE-AMOUNT  TO FORMATTED-AMOUNT
               STRING "  FEE "      DELIMITED SIZE
                      FORMATTED-AMOUNT DELIMITED SIZE
                      " REFUNDED, NEW BALANCE: " DELIMITED SIZE
                      BALANCE-ALPHA DELIMITED SIZE
                      INTO OUT-RECORD
               PERFORM WRITE-OUTPUT
           END-IF.

       LOG-REVERSAL-LEG.
      *> In: REV-LEG-LINE (the entry being undone) and the account,
      *> balance and balance before in TXN-LOG-ACCOUNT / BALANCE /
      *> PRE-BALANCE. The REV carries the original's amount,
      *> currency, rate and IDR quote, its sequence as the link and
      *> its action as the reversed one.
           MOVE "REV"               TO TXN-LOG-ACTION
           MOVE REV-LEG-LINE(19:3)  TO TXN-LOG-CURRENCY
           MOVE FUNCTION NUMVAL(REV-LEG-LINE(58:9)) TO TXN-LOG-AMOUNT
           MOVE REV-LEG-LINE(22:16) TO TXN-LOG-RATE-TEXT
           MOVE REV-LEG-LINE(82:16) TO TXN-LOG-QUOTE-TEXT
           MOVE REV-LEG-LINE(52:6)  TO TXN-LOG-LINK-TEXT
           MOVE REV-LEG-LINE(7:3)   TO TXN-LOG-REV-ACTION
           PERFORM WRITE-TXN-LOG.

       LOG-TRANSACTION.
           MOVE IN-ACCOUNT  TO TXN-LOG-ACCOUNT
           MOVE IN-ACTION   TO TXN-LOG-ACTION
           MOVE FORMATTED-AMOUNT TO TXN-LOG-RECORD(67:9)
           MOVE TXN-LOG-CUST-TEXT TO TXN-LOG-RECORD(76:6)
           MOVE SPACES            TO TXN-LOG-CUST-TEXT
           MOVE TXN-LOG-LINK-TEXT  TO TXN-LOG-RECORD(98:6)
           MOVE SPACES             TO TXN-LOG-LINK-TEXT
           MOVE TXN-LOG-REV-ACTION TO TXN-LOG-RECORD(104:3)
           MOVE SPACES             TO TXN-LOG-REV-ACTION
           MOVE TXN-LOG-OPERATOR   TO TXN-LOG-RECORD(107:8)
           MOVE TXN-LOG-APPROVER   TO TXN-LOG-RECORD(115:8)
      *> Stamp the entry with today's IDR quote for its currency -
      *> the valuation the GL extract must reuse, whatever the rate
      *> file says by the time the extract is cut. A reversal carries
      *> its original's quote instead.
           IF TXN-LOG-QUOTE-TEXT NOT = SPACES
               MOVE TXN-LOG-QUOTE-TEXT TO TXN-LOG-RECORD(82:16)
               MOVE SPACES             TO TXN-LOG-QUOTE-TEXT
           ELSE
               MOVE TXN-LOG-CURRENCY TO FX-LOOKUP-CCY
               PERFORM LOOKUP-FX-RATE
               IF FX-FOUND-RATE > 0
                   MOVE FX-FOUND-RATE TO APPLIED-RATE-FMT
                   MOVE APPLIED-RATE-FMT TO TXN-LOG-RECORD(82:16)
               END-IF
           END-IF
           MOVE TXN-LOG-RECORD TO JRNL-INDEX-LINE
           OPEN EXTEND TXN-LOG-FILE
           WRITE TXN-LOG-RECORD
           CLOSE TXN-LOG-FILE
           PERFORM INDEX-JOURNAL-ENTRY.

       LOAD-TXN-SEQ.
           OPEN INPUT TXN-SEQ-FILE
           CLOSE TXN-SEQ-TMP-FILE
           CALL "SYSTEM" USING "mv txnseq.txt.tmp txnseq.txt".

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

       WRITE-UPDATED-RECORD.
           MOVE "BAL"              TO ACC-RECORD-RAW(7:3)
           MOVE TMP-BALANCE        TO FORMATTED-AMOUNT
      *> on the terminal, posts immediately through the same edit and
      *> posting paragraphs as a batch record, journals to txnlog.txt.
      *> The posting lock was acquired at startup, so a batch run and
      *> a teller session can never interleave. Nothing is taken until
      *> an operator has signed on.
           MOVE "TLR" TO SIGN-ON-SESSION
           PERFORM SIGN-ON-OPERATOR
           IF OPERATOR-SIGNED-ON = "Y"
               PERFORM LOAD-FX-RATE
               PERFORM LOAD-FEE-SCHEDULE
               DISPLAY "TELLER MODE - ENTER END AT THE ACCOUNT "
                       "PROMPT TO LEAVE"
               MOVE "N" TO TELLER-DONE
               PERFORM UNTIL TELLER-DONE = "Y"
                   PERFORM TELLER-ONE-REQUEST
               END-PERFORM
               PERFORM CUT-SETTLEMENT-FILE
               PERFORM SIGN-OFF-OPERATOR
           END-IF.

       TELLER-ONE-REQUEST.
           MOVE SPACES TO TELLER-ACCOUNT-TEXT
       TELLER-TAKE-REQUEST.
           PERFORM TELLER-SHOW-OWNER
           MOVE SPACES TO TELLER-ACTION-TEXT
           DISPLAY "ACTION (NEW/DEP/WDR/BAL/TRF/XTR/FRZ/UNF/CLS/REV/"
                   "HLD/RLH): "
               WITH NO ADVANCING
           ACCEPT TELLER-ACTION-TEXT
      *> A read-only operator may enquire and nothing more.
           IF OPERATOR-ROLE = "R" AND TELLER-ACTION-TEXT NOT = "BAL"
               DISPLAY "REQUEST REFUSED: READ-ONLY OPERATOR MAY ONLY "
                       "ENQUIRE (BAL)"
               MOVE "SRF" TO SEC-EVENT
               MOVE SPACES TO SEC-TEXT
               STRING "READ-ONLY OPERATOR REFUSED " DELIMITED SIZE
                      TELLER-ACTION-TEXT DELIMITED SIZE
                      " ON ACCOUNT " DELIMITED SIZE
                      TELLER-ACCOUNT-TEXT DELIMITED SIZE
                      INTO SEC-TEXT
               PERFORM WRITE-SECURITY-LOG
           ELSE
               PERFORM TELLER-BUILD-REQUEST
           END-IF.

       TELLER-BUILD-REQUEST.
           MOVE SPACES TO IN-RECORD
           MOVE TELLER-ACCOUNT-TEXT TO IN-RECORD(1:6)
           MOVE TELLER-ACTION-TEXT  TO IN-RECORD(7:3)
               OR TELLER-ACTION-TEXT = "WDR"
               OR TELLER-ACTION-TEXT = "TRF"
               OR TELLER-ACTION-TEXT = "XTR"
               OR TELLER-ACTION-TEXT = "HLD"
               MOVE SPACES TO TELLER-AMOUNT-TEXT
               DISPLAY "AMOUNT (NNNNNN.NN): " WITH NO ADVANCING
               ACCEPT TELLER-AMOUNT-TEXT
               ACCEPT TELLER-EXTRA-TEXT
               MOVE TELLER-EXTRA-TEXT TO IN-RECORD(19:6)
           END-IF
           IF TELLER-ACTION-TEXT = "REV"
               MOVE SPACES TO TELLER-EXTRA-TEXT
               DISPLAY "JOURNAL SEQUENCE TO REVERSE (6 DIGITS): "
                   WITH NO ADVANCING
               ACCEPT TELLER-EXTRA-TEXT
               MOVE TELLER-EXTRA-TEXT TO IN-RECORD(19:6)
           END-IF
           IF TELLER-ACTION-TEXT = "HLD"
               MOVE SPACES TO TELLER-EXTRA-TEXT
               DISPLAY "HOLD REASON (GAR/DSP/UNC/OTH): "
                   WITH NO ADVANCING
               ACCEPT TELLER-EXTRA-TEXT
               MOVE TELLER-EXTRA-TEXT(1:3) TO IN-RECORD(19:3)
               MOVE SPACES TO TELLER-DATE-TEXT
               DISPLAY "EXPIRY DATE YYYYMMDD (BLANK FOR NONE): "
                   WITH NO ADVANCING
               ACCEPT TELLER-DATE-TEXT
               MOVE TELLER-DATE-TEXT TO IN-RECORD(31:8)
           END-IF
           IF TELLER-ACTION-TEXT = "RLH"
               MOVE SPACES TO TELLER-EXTRA-TEXT
               DISPLAY "HOLD REFERENCE TO RELEASE (6 DIGITS): "
                   WITH NO ADVANCING
               ACCEPT TELLER-EXTRA-TEXT
               MOVE TELLER-EXTRA-TEXT TO IN-RECORD(19:6)
           END-IF
           IF TELLER-ACTION-TEXT = "XTR"
               MOVE SPACES TO TELLER-EXTRA-TEXT
               DISPLAY "RECEIVING BANK CODE (3 CHARS): "
               CLOSE ACC-FILE
           END-IF.

       SIGN-ON-OPERATOR.
      *> Ask for an operator id and PIN until one signs on, the try
      *> limit is spent or the operator gives up (blank id). Each
      *> outcome goes to seclog.txt. The operator master is opened
      *> only for the check itself, so OPERMAINT is never locked out
      *> by a session left open at a counter.
           MOVE "N" TO OPERATOR-SIGNED-ON
           MOVE "N" TO SIGN-ON-ABANDONED
           MOVE 0   TO SIGN-ON-TRIES
           PERFORM UNTIL OPERATOR-SIGNED-ON = "Y"
               OR SIGN-ON-ABANDONED = "Y"
               OR SIGN-ON-TRIES >= SIGN-ON-TRY-LIMIT
               ADD 1 TO SIGN-ON-TRIES
               PERFORM SIGN-ON-ONE-TRY
           END-PERFORM
           IF OPERATOR-SIGNED-ON = "N"
               DISPLAY "NOT SIGNED ON - SESSION ENDED"
           END-IF.

       SIGN-ON-ONE-TRY.
           MOVE SPACES TO SIGN-ON-ID
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           ACCEPT SIGN-ON-ID
           IF SIGN-ON-ID = SPACES
               MOVE "Y" TO SIGN-ON-ABANDONED
           ELSE
               MOVE SPACES TO SIGN-ON-PIN
               DISPLAY "PIN: " WITH NO ADVANCING
               ACCEPT SIGN-ON-PIN
               OPEN I-O OPERATOR-FILE
               IF OPER-FILE-STATUS NOT = "00"
                   DISPLAY "OPERATOR MASTER operators.txt CANNOT BE "
                           "OPENED (STATUS " OPER-FILE-STATUS
                           ") - RUN OPERMAINT"
                   MOVE "Y" TO SIGN-ON-ABANDONED
               ELSE
                   MOVE SIGN-ON-ID TO OPER-KEY
                   READ OPERATOR-FILE
                       INVALID KEY
                           DISPLAY "SIGN-ON REFUSED"
                           MOVE "SFL" TO SEC-EVENT
                           MOVE "UNKNOWN OPERATOR ID" TO SEC-TEXT
                           PERFORM WRITE-SECURITY-LOG
                       NOT INVALID KEY
                           PERFORM CHECK-SIGN-ON
                   END-READ
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF
           MOVE SPACES TO SIGN-ON-PIN.

       CHECK-SIGN-ON.
      *> A locked operator is refused whatever PIN was keyed - the
      *> lock is lifted only through OPERMAINT. The failure count is
      *> on the master, so the lockout holds across sessions.
           IF OPER-FAIL-COUNT IS NUMERIC
               MOVE OPER-FAIL-COUNT TO SIGN-ON-FAIL-COUNT
           ELSE
               MOVE 0 TO SIGN-ON-FAIL-COUNT
           END-IF
           IF OPER-STATUS NOT = "A"
               DISPLAY "OPERATOR LOCKED OUT - SEE OPERATIONS"
               MOVE "SRF" TO SEC-EVENT
               MOVE "SIGN-ON BY LOCKED OPERATOR" TO SEC-TEXT
               PERFORM WRITE-SECURITY-LOG
           ELSE
               PERFORM HASH-OPERATOR-PIN
               IF PIN-HASH-TEXT = OPER-PIN-HASH
                   PERFORM ADMIT-OPERATOR
               ELSE
                   PERFORM RECORD-SIGN-ON-FAILURE
               END-IF
           END-IF.

       ADMIT-OPERATOR.
      *> The PIN is good: clear the failure count, then check the
      *> role may open this session - approvals are for supervisors
      *> only, and operations users have no interactive session.
           IF SIGN-ON-FAIL-COUNT NOT = 0
               MOVE "0" TO OPER-FAIL-COUNT
               REWRITE OPER-RECORD
           END-IF
           IF (SIGN-ON-SESSION = "APR" AND OPER-ROLE NOT = "S")
               OR (SIGN-ON-SESSION = "TLR" AND OPER-ROLE NOT = "T"
                   AND OPER-ROLE NOT = "S" AND OPER-ROLE NOT = "R")
               DISPLAY "OPERATOR NOT AUTHORIZED FOR THIS SESSION"
               MOVE "SRF" TO SEC-EVENT
               MOVE SPACES TO SEC-TEXT
               STRING "ROLE " DELIMITED SIZE
                      OPER-ROLE DELIMITED SIZE
                      " NOT ALLOWED THIS SESSION" DELIMITED SIZE
                      INTO SEC-TEXT
               PERFORM WRITE-SECURITY-LOG
               MOVE "Y" TO SIGN-ON-ABANDONED
           ELSE
               MOVE OPER-KEY  TO OPERATOR-ID
               MOVE OPER-ROLE TO OPERATOR-ROLE
      *> An unreadable limit is taken as zero: everything that operator
      *> keys then waits for a supervisor rather than posting unchecked.
               MOVE 0 TO OPERATOR-LIMIT-DEP
               MOVE 0 TO OPERATOR-LIMIT-WDR
               MOVE 0 TO OPERATOR-LIMIT-TRF
               MOVE 0 TO OPERATOR-LIMIT-XTR
               IF FUNCTION TEST-NUMVAL(OPER-LIMIT-DEP) = 0
                   MOVE FUNCTION NUMVAL(OPER-LIMIT-DEP)
                       TO OPERATOR-LIMIT-DEP
               END-IF
               IF FUNCTION TEST-NUMVAL(OPER-LIMIT-WDR) = 0
                   MOVE FUNCTION NUMVAL(OPER-LIMIT-WDR)
                       TO OPERATOR-LIMIT-WDR
               END-IF
               IF FUNCTION TEST-NUMVAL(OPER-LIMIT-TRF) = 0
                   MOVE FUNCTION NUMVAL(OPER-LIMIT-TRF)
                       TO OPERATOR-LIMIT-TRF
               END-IF
               IF FUNCTION TEST-NUMVAL(OPER-LIMIT-XTR) = 0
                   MOVE FUNCTION NUMVAL(OPER-LIMIT-XTR)
                       TO OPERATOR-LIMIT-XTR
               END-IF
               MOVE OPERATOR-ID TO TXN-LOG-OPERATOR
               MOVE SPACES      TO TXN-LOG-APPROVER
               MOVE "Y" TO OPERATOR-SIGNED-ON
               DISPLAY "SIGNED ON: " OPER-KEY " " OPER-NAME
               MOVE "SON" TO SEC-EVENT
               MOVE SPACES TO SEC-TEXT
               STRING "SIGNED ON, ROLE " DELIMITED SIZE
                      OPER-ROLE DELIMITED SIZE
                      INTO SEC-TEXT
               PERFORM WRITE-SECURITY-LOG
           END-IF.

       RECORD-SIGN-ON-FAILURE.
           IF SIGN-ON-FAIL-COUNT < 9
               ADD 1 TO SIGN-ON-FAIL-COUNT
           END-IF
           MOVE SIGN-ON-FAIL-COUNT TO OPER-FAIL-COUNT
           IF SIGN-ON-FAIL-COUNT >= SIGN-ON-FAIL-LIMIT
               MOVE "L" TO OPER-STATUS
           END-IF
           REWRITE OPER-RECORD
           MOVE "SFL" TO SEC-EVENT
           MOVE SPACES TO SEC-TEXT
           STRING "WRONG PIN, CONSECUTIVE FAILURE " DELIMITED SIZE
                  SIGN-ON-FAIL-COUNT DELIMITED SIZE
                  INTO SEC-TEXT
           PERFORM WRITE-SECURITY-LOG
           IF OPER-STATUS = "L"
               DISPLAY "OPERATOR NOW LOCKED OUT - SEE OPERATIONS"
               MOVE "LCK" TO SEC-EVENT
               MOVE "LOCKED AFTER REPEATED FAILED SIGN-ONS" TO SEC-TEXT
               PERFORM WRITE-SECURITY-LOG
           ELSE
               DISPLAY "SIGN-ON REFUSED"
           END-IF.

       HASH-OPERATOR-PIN.
      *> Digest of SIGN-ON-ID and SIGN-ON-PIN into PIN-HASH-TEXT, as
      *> OPERMAINT computes it when the PIN is set. The id salts the
      *> digest, so two operators choosing the same PIN store
      *> different hashes.
           MOVE SPACES      TO PIN-HASH-SOURCE
           MOVE SIGN-ON-ID  TO PIN-HASH-SOURCE(1:8)
           MOVE SIGN-ON-PIN TO PIN-HASH-SOURCE(9:16)
           MOVE 5381 TO PIN-HASH-WORK
           PERFORM VARYING PIN-HASH-ROUND FROM 1 BY 1
                   UNTIL PIN-HASH-ROUND > 3
               PERFORM VARYING PIN-HASH-IDX FROM 1 BY 1
                       UNTIL PIN-HASH-IDX > 24
                   COMPUTE PIN-HASH-WORK = FUNCTION MOD(
                       PIN-HASH-WORK * 33
                       + FUNCTION ORD(PIN-HASH-SOURCE(PIN-HASH-IDX:1))
                       + PIN-HASH-ROUND, 9999999999999937)
               END-PERFORM
           END-PERFORM
           MOVE PIN-HASH-WORK TO PIN-HASH-TEXT.

       SIGN-OFF-OPERATOR.
           MOVE "SOF" TO SEC-EVENT
           MOVE "SIGNED OFF" TO SEC-TEXT
           PERFORM WRITE-SECURITY-LOG
           DISPLAY "SIGNED OFF: " OPERATOR-ID
           MOVE "N" TO OPERATOR-SIGNED-ON
           MOVE "SYSTEM" TO TXN-LOG-OPERATOR.

       WRITE-SECURITY-LOG.
           ACCEPT SEC-DATE FROM DATE YYYYMMDD
           ACCEPT SEC-TIME FROM TIME
           MOVE SPACES          TO SEC-LOG-RECORD
           MOVE SEC-DATE        TO SEC-LOG-RECORD(1:8)
           MOVE SEC-TIME        TO SEC-LOG-RECORD(9:6)
           MOVE SIGN-ON-ID      TO SEC-LOG-RECORD(15:8)
           MOVE SEC-EVENT       TO SEC-LOG-RECORD(23:3)
           MOVE SIGN-ON-SESSION TO SEC-LOG-RECORD(26:3)
           MOVE SEC-TEXT        TO SEC-LOG-RECORD(29:52)
           OPEN EXTEND SEC-LOG-FILE
           WRITE SEC-LOG-RECORD
           CLOSE SEC-LOG-FILE.

       STANDING-ORDER-SERVICE.
      *> Execute every order due on or before the business date,
      *> streaming the order file through disk work files instead of
           MOVE SO-AMOUNT TO IN-AMOUNT
           MOVE SO-DEST   TO IN-DEST-ACCOUNT
           PERFORM WRITE-SO-DETAIL-LINE
           MOVE TXN-SEQ TO SO-SEQ-BEFORE
           PERFORM PROCESS-BATCH-RECORD
      *> The due date advances only when the transfer posts; a funds
      *> failure keeps the old date on the done file and is retried
               MOVE SO-NEXT-DUE TO SO-CURRENT-ORDER(23:8)
           ELSE
               ADD 1 TO SO-FAILED-COUNT
               PERFORM APPEND-SO-FAILURE
           END-IF
           PERFORM APPEND-SO-DONE.

       APPEND-SO-FAILURE.
      *> VALIDATE-TRANSFER has just judged this order, so its source
      *> figures say whether the money was short. The refused TRF is
      *> the first entry journalled since the order was picked up.
           EVALUATE TRUE
               WHEN TRF-HELD-REFUSAL = "Y"
                   MOVE "HELD"  TO SO-FAIL-REASON
               WHEN TRF-SOURCE-FOUND = "Y"
                   AND (SO-AMOUNT > TRF-SOURCE-BALANCE
                        OR TRF-SOURCE-BALANCE - SO-AMOUNT < MIN-BALANCE)
                   MOVE "FUNDS" TO SO-FAIL-REASON
               WHEN OTHER
                   MOVE "OTHER" TO SO-FAIL-REASON
           END-EVALUATE
           MOVE SPACES           TO SO-FAIL-RECORD
           MOVE SO-CURRENT-ORDER TO SO-FAIL-RECORD(1:30)
           MOVE BUSINESS-DATE    TO SO-FAIL-RECORD(31:8)
           IF TXN-SEQ > SO-SEQ-BEFORE
               ADD 1 TO SO-SEQ-BEFORE
               MOVE SO-SEQ-BEFORE TO SO-FAIL-RECORD(39:6)
           END-IF
           MOVE SO-FAIL-REASON   TO SO-FAIL-RECORD(45:5)
           OPEN EXTEND SO-FAIL-FILE
           WRITE SO-FAIL-RECORD
           CLOSE SO-FAIL-FILE.

       ADVANCE-DUE-DATE.
      *> Advance one period at a time until the order is next due after
      *> the business date, so an order that sat overdue does not stay
                  INTO OUT-RECORD
           WRITE OUT-RECORD.

       HOLD-EXPIRY-SERVICE.
      *> Nightly housekeeping for holds.txt (-expire-holds, with the
      *> business date as for -standing-orders): every hold whose
      *> expiry date has arrived is journalled as released (RLH,
      *> linked to its HLD) and dropped from the file. The available
      *> balance already stopped counting it on that date; this run
      *> puts the release on the customer's history and keeps the
      *> file from growing. Each drop is republished as it is made.
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM LOAD-FX-RATE
           OPEN OUTPUT OUT-FILE
           MOVE "N" TO HD-TABLE-FULL
           PERFORM LOAD-HOLD-TABLE
           IF HD-TABLE-FULL = "Y"
               MOVE "HOLDS FILE EXCEEDS 1000 HOLDS - NOTHING EXPIRED"
                   TO OUT-RECORD
               WRITE OUT-RECORD
           ELSE
               PERFORM VARYING HD-IDX FROM 1 BY 1
                       UNTIL HD-IDX > HD-COUNT
                   PERFORM EXPIRE-ONE-HOLD
               END-PERFORM
               PERFORM WRITE-HOLD-EXPIRY-SUMMARY
           END-IF
           CLOSE OUT-FILE.

       EXPIRE-ONE-HOLD.
           IF HD-REC(HD-IDX)(33:8) IS NUMERIC
               AND FUNCTION NUMVAL(HD-REC(HD-IDX)(33:8))
                   NOT > BUSINESS-DATE
               ADD 1 TO HD-EXPIRED-COUNT
               PERFORM JOURNAL-EXPIRED-HOLD
               MOVE "D" TO HD-STATE(HD-IDX)
               PERFORM PUBLISH-HOLD-TABLE
           ELSE
               ADD 1 TO HD-KEPT-COUNT
           END-IF.

       JOURNAL-EXPIRED-HOLD.
      *> The RLH entry carries the account's balance as it stands; an
      *> account no longer on the master journals zero.
           MOVE 0     TO TMP-BALANCE
           MOVE "RAI" TO ACC-CURRENT-CURRENCY
           MOVE 0     TO IN-ACCOUNT
           IF HD-REC(HD-IDX)(1:6) IS NUMERIC
               MOVE HD-REC(HD-IDX)(1:6) TO IN-ACCOUNT
           END-IF
           OPEN INPUT ACC-FILE
           PERFORM VERIFY-ACC-FILE-OPEN
           MOVE IN-ACCOUNT TO ACC-KEY
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:9))
                       TO TMP-BALANCE
                   IF ACC-CURRENCY NOT = SPACES
                       MOVE ACC-CURRENCY TO ACC-CURRENT-CURRENCY
                   END-IF
           END-READ
           CLOSE ACC-FILE
           IF FUNCTION TEST-NUMVAL(HD-REC(HD-IDX)(13:9)) = 0
               MOVE FUNCTION NUMVAL(HD-REC(HD-IDX)(13:9))
                   TO HOLD-ENTRY-AMOUNT
           ELSE
               MOVE 0 TO HOLD-ENTRY-AMOUNT
           END-IF
           MOVE IN-ACCOUNT          TO TXN-LOG-ACCOUNT
           MOVE "RLH"               TO TXN-LOG-ACTION
           MOVE HD-REC(HD-IDX)(7:6) TO TXN-LOG-LINK-TEXT
           PERFORM LOG-HOLD-ENTRY
           MOVE SPACES TO OUT-RECORD
           STRING "HOLD "              DELIMITED SIZE
                  HD-REC(HD-IDX)(7:6)  DELIMITED SIZE
                  " ON ACCOUNT "       DELIMITED SIZE
                  HD-REC(HD-IDX)(1:6)  DELIMITED SIZE
                  " EXPIRED: "         DELIMITED SIZE
                  HD-REC(HD-IDX)(13:9) DELIMITED SIZE
                  " "                  DELIMITED SIZE
                  ACC-CURRENT-CURRENCY DELIMITED SIZE
                  " REASON "           DELIMITED SIZE
                  HD-REC(HD-IDX)(22:3) DELIMITED SIZE
                  INTO OUT-RECORD
           WRITE OUT-RECORD.

       WRITE-HOLD-EXPIRY-SUMMARY.
           MOVE SPACES TO OUT-RECORD
           MOVE HD-EXPIRED-COUNT TO COUNT-FMT
           MOVE HD-KEPT-COUNT    TO COUNT-FMT-2
           STRING "HOLDS EXPIRED:" DELIMITED SIZE
                  COUNT-FMT        DELIMITED SIZE
                  "  STILL IN FORCE:" DELIMITED SIZE
                  COUNT-FMT-2      DELIMITED SIZE
                  INTO OUT-RECORD
           WRITE OUT-RECORD.

       

INTEREST-SERVICE.
    PERFORM LOAD-FX-RATE
    PERFORM RESOLVE-PENDING-TRANSFER
    ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
    MOVE 1 TO ACCRUAL-DAYS
    PERFORM ACCRUE-ALL-ACCOUNTS.

ACCRUAL-SERVICE.
    *> One accrual pass for the business date on the command line
    *> (default today) - the end-of-day controller's step, where the
    *> daemon would otherwise take its date from the clock. A 1-2
    *> digit token is the number of calendar days the pass covers,
    *> so the last business day before a weekend or holiday accrues
    *> the days the bank is shut; the controller never carries it
    *> past the month end, so MONTHEND capitalizes whole months.
    PERFORM RESOLVE-BUSINESS-DATE
    MOVE 0 TO ACCRUAL-DAYS
    PERFORM VARYING ARG-IDX FROM 1 BY 1 UNTIL ARG-IDX > 8
        EVALUATE TRUE
            WHEN ARG-TOKEN(ARG-IDX)(1:2) IS NUMERIC
                AND ARG-TOKEN(ARG-IDX)(3:38) = SPACES
                MOVE ARG-TOKEN(ARG-IDX)(1:2) TO ACCRUAL-DAYS
            WHEN ARG-TOKEN(ARG-IDX)(1:1) IS NUMERIC
                AND ARG-TOKEN(ARG-IDX)(2:39) = SPACES
                MOVE ARG-TOKEN(ARG-IDX)(1:1) TO ACCRUAL-DAYS
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-PERFORM
    IF ACCRUAL-DAYS = 0
        MOVE 1 TO ACCRUAL-DAYS
    END-IF
    PERFORM LOAD-RATE-TABLE
    PERFORM ACCRUE-ALL-ACCOUNTS.

ACCRUE-ALL-ACCOUNTS.
    *> In: BUSINESS-DATE and ACCRUAL-DAYS. Each account is stamped
    *> with the last day the pass covered, so a daemon cycle or a
    *> rerun on any of those days finds it already done.
    COMPUTE ACCRUAL-THROUGH-DATE = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE(BUSINESS-DATE) + ACCRUAL-DAYS - 1)
    COMPUTE ACCRUAL-MONTH-DAY = FUNCTION INTEGER-OF-DATE
        (BUSINESS-DATE - FUNCTION MOD(BUSINESS-DATE, 100) + 1)
    ACCEPT ACCRUAL-TIME FROM TIME
    MOVE 0 TO ACCRUED-COUNT
    MOVE 0 TO ACCRUAL-DONE-COUNT
                IF ACC-STATUS = "F" OR ACC-STATUS = "C"
                    EXIT PERFORM CYCLE
                END-IF
      *> A loan account's balance is principal owed to the bank; its
      *> interest is charged on the LOANSVC schedule, not accrued.
                IF ACC-RECORD-RAW(7:3) = "LON"
                    EXIT PERFORM CYCLE
                END-IF
                IF ACC-ACCRUAL-DATE IS NUMERIC
                    AND FUNCTION NUMVAL(ACC-ACCRUAL-DATE)
                        >= BUSINESS-DATE
    MOVE ACC-KEY TO I-ACC
    MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:9)) TO I-AMT
    PERFORM LOOKUP-INTEREST-RATE
    PERFORM COMPUTE-ACCOUNT-ACCRUAL-DAYS
    COMPUTE DAILY-INTEREST ROUNDED =
        I-AMT * APPLICABLE-RATE * ACCOUNT-ACCRUAL-DAYS / 365
    IF FUNCTION TEST-NUMVAL(ACC-ACCRUAL) = 0
        MOVE FUNCTION NUMVAL(ACC-ACCRUAL) TO ACCRUAL-BEFORE
    ELSE
    PERFORM WRITE-ACCRUAL-LOG
    MOVE ACCRUAL-AFTER    TO FORMATTED-AMOUNT
    MOVE FORMATTED-AMOUNT TO ACC-ACCRUAL
    MOVE ACCRUAL-THROUGH-DATE TO ACC-ACCRUAL-DATE
    REWRITE ACC-RECORD-RAW
    ADD 1 TO ACCRUED-COUNT.

COMPUTE-ACCOUNT-ACCRUAL-DAYS.
    *> The pass covers BUSINESS-DATE through ACCRUAL-THROUGH-DATE; an
    *> account stamped before BUSINESS-DATE also picks up the days
    *> since its stamp that fall in the business month - the 1st of
    *> a month that opens on a weekend or holiday, which the last
    *> pass of the month before stopped short of. An unstamped
    *> account starts at BUSINESS-DATE.
    COMPUTE ACCRUAL-FROM-DAY = FUNCTION INTEGER-OF-DATE(BUSINESS-DATE)
    IF ACC-ACCRUAL-DATE IS NUMERIC
        AND FUNCTION TEST-DATE-YYYYMMDD
            (FUNCTION NUMVAL(ACC-ACCRUAL-DATE)) = 0
        COMPUTE ACCRUAL-STAMP-DAY = FUNCTION INTEGER-OF-DATE
            (FUNCTION NUMVAL(ACC-ACCRUAL-DATE)) + 1
        IF ACCRUAL-STAMP-DAY < ACCRUAL-FROM-DAY
            IF ACCRUAL-STAMP-DAY < ACCRUAL-MONTH-DAY
                MOVE ACCRUAL-MONTH-DAY TO ACCRUAL-FROM-DAY
            ELSE
                MOVE ACCRUAL-STAMP-DAY TO ACCRUAL-FROM-DAY
            END-IF
        END-IF
    END-IF
    COMPUTE ACCOUNT-ACCRUAL-DAYS = FUNCTION INTEGER-OF-DATE
        (ACCRUAL-THROUGH-DATE) - ACCRUAL-FROM-DAY + 1.

WRITE-ACCRUAL-LOG.
    MOVE SPACES           TO ACCRUAL-LOG-RECORD
    MOVE I-ACC            TO ACCRUAL-LOG-RECORD(1:6)
    MOVE FORMATTED-AMOUNT TO ACCRUAL-LOG-RECORD(25:9)
    MOVE BUSINESS-DATE    TO ACCRUAL-LOG-RECORD(34:8)
    MOVE ACCRUAL-TIME     TO ACCRUAL-LOG-RECORD(42:6)
    MOVE ACCRUAL-THROUGH-DATE TO ACCRUAL-LOG-RECORD(48:8)
    OPEN EXTEND ACCRUAL-LOG-FILE
    WRITE ACCRUAL-LOG-RECORD
    CLOSE ACCRUAL-LOG-FILE.
