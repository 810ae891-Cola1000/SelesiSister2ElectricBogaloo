      *> Refused attempts (journal balance unchanged) and the
      *> administrative actions (BAL/FRZ/UNF/CLS and kin) carry no
      *> money and are passed over; an action with no glmap.txt line
      *> is counted and reported, never silently dropped. A reversal
      *> (REV) needs no line of its own: it posts the glmap.txt pair
      *> of the action it reverses (txnlog cols 104-106) with debit
      *> and credit swapped, at the quote the original journalled.
      *> Loans: the deposit-side entries LND (disbursement credit),
      *> LNI (interest collected) and LNP (principal collected) carry
      *> both legs through glmap.txt, the loan receivable GL account
      *> included; the loan account's own LDR and LRP entries mirror
      *> them and are passed over so nothing books twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 ACC-ACCRUAL-DATE       PIC X(8).

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD            PIC X(122).

       FD INTEREST-LOG-FILE.
       01 INTEREST-LOG-RECORD       PIC X(80).

       FD TXN-ARC-FILE.
       01 TXN-ARC-RECORD            PIC X(122).

       FD INT-ARC-FILE.
       01 INT-ARC-RECORD            PIC X(80).
       77 GL-MAP-IDX                PIC 9(4).
       77 GL-MAP-SLOT               PIC 9(4).
       77 GL-LOOKUP-ACTION          PIC X(3).
       77 GL-DEBIT-SHOWN            PIC X(4).
       77 GL-CREDIT-SHOWN           PIC X(4).

       *> --- Multi-currency conversion, same table logic as BANKING ---
       77 RAI-TO-IDR                PIC 9(9)   VALUE 119714660.
       77 FX-FOUND-RATE             PIC 9(9)V9(6).

       *> --- The entry being extracted ---
       77 JRNL-LINE                 PIC X(122).
       77 ENTRY-ACCOUNT             PIC 9(6).
       77 ENTRY-ACTION              PIC X(3).
       77 ENTRY-GL-ACTION           PIC X(3).
       77 ENTRY-AMOUNT              PIC 9(6)V99.
       77 ENTRY-CURRENCY            PIC X(3).
       77 ENTRY-JRNL-RATE           PIC 9(9)V9(6).
           IF LOCK-ACQUIRED = "N"
               DISPLAY "TIMED OUT WAITING FOR banking.lock HELD BY "
                       "PROCESS " LOCK-PID-TEXT " - NOTHING EXTRACTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-GL-MAP
           IF GL-MAP-COUNT = 0
               DISPLAY "glmap.txt MISSING OR EMPTY - NOTHING EXTRACTED"
               PERFORM RELEASE-BATCH-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-FX-RATE
           PERFORM WRITE-EXTRACT-TRAILER
           CLOSE RPT-FILE
           PERFORM RELEASE-BATCH-LOCK
      *> An extract that does not balance must not go to accounting;
      *> the failing exit status stops the end-of-day chain on it.
           IF TOTAL-DEBITS NOT = TOTAL-CREDITS
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       RESOLVE-GL-DATE.
      *> zero amount.
           MOVE JRNL-LINE(1:6) TO ENTRY-ACCOUNT
           MOVE JRNL-LINE(7:3) TO ENTRY-ACTION
           MOVE JRNL-LINE(7:3) TO ENTRY-GL-ACTION
           IF ENTRY-ACTION = "REV"
               MOVE JRNL-LINE(104:3) TO ENTRY-GL-ACTION
           END-IF
           MOVE JRNL-LINE(19:3) TO ENTRY-CURRENCY
      *> Cols 82-97 carry the IDR quote the posting was valued at;
      *> zero here means the entry predates the quote column and the
           EVALUATE TRUE
               WHEN ENTRY-AMOUNT = 0
                   ADD 1 TO SKIPPED-COUNT
               WHEN ENTRY-ACTION = "LDR" OR ENTRY-ACTION = "LRP"
                   ADD 1 TO SKIPPED-COUNT
               WHEN ENTRY-ACTION = "NEW"
                   AND FUNCTION NUMVAL(JRNL-LINE(10:9)) = 0
      *> A refused NEW (opening deposit below minimum) never opened.
               AND FUNCTION NUMVAL(JRNL-LINE(34:8)) = GL-DATE
               MOVE JRNL-LINE(1:6) TO ENTRY-ACCOUNT
               MOVE "INT"          TO ENTRY-ACTION
               MOVE "INT"          TO ENTRY-GL-ACTION
               MOVE 0              TO ENTRY-JRNL-RATE
               IF FUNCTION TEST-NUMVAL(JRNL-LINE(16:9)) = 0
                   MOVE FUNCTION NUMVAL(JRNL-LINE(16:9))
               "rm -f txnlog.glarcs.tmp interest.glarcs.tmp".

       POST-GL-ENTRY.
           MOVE ENTRY-GL-ACTION TO GL-LOOKUP-ACTION
           PERFORM LOOKUP-GL-MAP
           IF GL-MAP-SLOT = 0
               ADD 1 TO UNMAPPED-COUNT
           ELSE
               IF ENTRY-ACTION = "REV"
                   MOVE GL-MAP-CREDIT(GL-MAP-SLOT) TO GL-DEBIT-SHOWN
                   MOVE GL-MAP-DEBIT(GL-MAP-SLOT)  TO GL-CREDIT-SHOWN
               ELSE
                   MOVE GL-MAP-DEBIT(GL-MAP-SLOT)  TO GL-DEBIT-SHOWN
                   MOVE GL-MAP-CREDIT(GL-MAP-SLOT) TO GL-CREDIT-SHOWN
               END-IF
               IF ENTRY-JRNL-RATE > 0
                   MOVE ENTRY-JRNL-RATE TO FX-FOUND-RATE
               ELSE
           MOVE ENTRY-IDR     TO IDR-FMT
           MOVE ENTRY-ACCOUNT TO ACCOUNT-FMT
           MOVE SPACES TO RPT-RECORD
           STRING GL-DEBIT-SHOWN DELIMITED SIZE
                  " D "          DELIMITED SIZE
                  IDR-FMT        DELIMITED SIZE
                  "  "           DELIMITED SIZE
                  INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING GL-CREDIT-SHOWN DELIMITED SIZE
                  " C "          DELIMITED SIZE
                  IDR-FMT        DELIMITED SIZE
                  "  "           DELIMITED SIZE
