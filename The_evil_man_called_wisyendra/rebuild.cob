      *>      through work files and replayed forward: each entry's recorded
      *>      resulting balance is applied, NEW entries recreate
      *>      accounts (with the owning customer id the journal
      *>      carries) and LDR disbursements recreate loan accounts
      *>      the same way, FRZ/UNF/CLS/DMT/RAC replay the status byte,
      *>      INT capitalizations clear the accrual, ACR lines
      *>      restore it;
      *>   3. the run finishes with a RECONCILE-style proof: the
       01 SNAP-RECORD               PIC X(45).

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD            PIC X(122).

       FD INTEREST-LOG-FILE.
       01 INTEREST-LOG-RECORD       PIC X(80).

       FD ACCRUAL-LOG-FILE.
       01 ACCRUAL-LOG-RECORD        PIC X(55).

       FD TXN-ARC-FILE.
       01 TXN-ARC-RECORD            PIC X(122).

       FD INT-ARC-FILE.
       01 INT-ARC-RECORD            PIC X(80).
       77 SNAP-REC-COUNT            PIC 9(6) VALUE 0.

       *> --- Entry being extracted / replayed ---
       77 JRNL-LINE                 PIC X(122).
       77 WORK-REC                  PIC X(64).
       77 ENTRY-KEY                 PIC X(20).
       77 REPLAY-BALANCE            PIC 9(6)V99.

       EXTRACT-ONE-ACCRUAL-ENTRY.
      *> accrual.log: cols 1-6 account, 25-33 accrual after, 34-41
      *> business date, 42-47 time, 48-55 the last day the interest
      *> covers - the date the account was stamped with, when
      *> present (older lines stop at col 47). Accrual lines carry
      *> the time they were written and are never backdated, so the
      *> timestamp cut is sound here. A crash-replayed duplicate line is harmless:
      *> sorted in order, the last one per key wins.
           IF ACCRUAL-LOG-RECORD(1:6) IS NUMERIC
               AND ACCRUAL-LOG-RECORD(34:14) IS NUMERIC
                   MOVE ENTRY-KEY                TO WORK-REC(7:20)
                   MOVE "ACR"                    TO WORK-REC(27:3)
                   MOVE ACCRUAL-LOG-RECORD(25:9) TO WORK-REC(42:9)
                   IF ACCRUAL-LOG-RECORD(48:8) IS NUMERIC
                       MOVE ACCRUAL-LOG-RECORD(48:8) TO WORK-REC(51:8)
                   ELSE
                       MOVE ACCRUAL-LOG-RECORD(34:8) TO WORK-REC(51:8)
                   END-IF
                   MOVE WORK-REC TO EXT-RECORD
                   WRITE EXT-RECORD
               END-IF
      *> balance zero and opened nothing); anything else referencing
      *> an account neither the snapshot nor a NEW carries is left
      *> for the proof to flag.
      *> An LDR is the disbursement that opened a loan account; it
      *> carries the borrower in the same columns a NEW does.
           IF (WORK-REC(27:3) = "NEW" OR WORK-REC(27:3) = "LDR")
               AND FUNCTION TEST-NUMVAL(WORK-REC(30:9)) = 0
               AND FUNCTION NUMVAL(WORK-REC(30:9)) NOT = 0
               MOVE WORK-REC(1:6)  TO ACC-KEY
               IF WORK-REC(27:3) = "LDR"
                   MOVE "LON"      TO ACC-RECORD-RAW(7:3)
               ELSE
                   MOVE "BAL"      TO ACC-RECORD-RAW(7:3)
               END-IF
               MOVE WORK-REC(30:9) TO ACC-RECORD-RAW(10:9)
               MOVE "A"            TO ACC-STATUS
               IF WORK-REC(39:3) = SPACES
      *> Every money-moving action recorded the balance it left
      *> behind; applying that in key order reproduces the account
      *> exactly, refused attempts included (they recorded the
      *> unchanged balance). A loan account keeps its "LON" marker.
                   IF ACC-RECORD-RAW(7:3) NOT = "LON"
                       MOVE "BAL"      TO ACC-RECORD-RAW(7:3)
                   END-IF
                   MOVE WORK-REC(30:9) TO ACC-RECORD-RAW(10:9)
           END-EVALUATE
           REWRITE ACC-RECORD-RAW
