      *> loudly rather than truncate it. Journal entries written
      *> before the date stamp existed carry no date and fall outside
      *> any range; the statement says how many were passed over.
      *> Once JRNLIDX has built the journal index, the account's
      *> postings, live and archived, are read as one keyed run on
      *> jrnlidx.txt instead of a pass over every journal file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT OPTIONAL TXN-LOG-FILE ASSIGN TO "txnlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JRNL-INDEX-FILE ASSIGN TO "jrnlidx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JX-KEY
               FILE STATUS IS JX-FILE-STATUS.
           SELECT OPTIONAL INTEREST-LOG-FILE ASSIGN TO "interest.log"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-ARC-FILE ASSIGN TO "txnlog.arcs.tmp"
          05 CUST-CONTACT           PIC X(30).

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD            PIC X(122).

       FD JRNL-INDEX-FILE.
      *> jrnlidx.txt, the journal index (see JRNLIDX).
       01 JX-RECORD.
          05 JX-KEY.
             10 JX-ACCOUNT          PIC X(6).
             10 JX-SEQ              PIC X(6).
          05 JX-ENTRY               PIC X(122).

       FD INTEREST-LOG-FILE.
       01 INTEREST-LOG-RECORD       PIC X(80).

       FD TXN-ARC-FILE.
       01 TXN-ARC-RECORD            PIC X(122).

       FD INT-ARC-FILE.
       01 INT-ARC-RECORD            PIC X(80).

      *> Statement work record: cols 1-20 business date + time +
      *> sequence key, 21-23 action, 24-32 amount, 33-41 resulting
      *> balance, 42-44 currency, and on a reversal 45-50 the
      *> sequence it reverses and 51-53 that entry's action.
       FD HIST-EXT-FILE.
       01 HIST-EXT-RECORD           PIC X(53).

       FD HIST-SRT-FILE.
       01 HIST-SRT-RECORD           PIC X(53).

       SD SORT-WORK.
       01 SORT-RECORD.
          05 SR-KEY                 PIC X(20).
          05 SR-REST                PIC X(33).

       FD RPT-FILE.
       01 RPT-RECORD                PIC X(100).
       WORKING-STORAGE SECTION.
       77 ACC-FILE-STATUS           PIC XX.
       77 CUST-FILE-STATUS          PIC XX.
       77 JX-FILE-STATUS            PIC XX.
       77 INDEX-USED                PIC X VALUE "N".
       77 INDEX-ACCOUNT             PIC X(6).
       77 OWNER-NAME-SHOWN          PIC X(30).
       77 ACCRUED-AMOUNT            PIC 9(6)V99.
       77 ACCRUED-FMT               PIC Z(6)9.99.
       *> business date + time + journal sequence (interest entries
       *> use the cycle timestamp with sequence zero). ---
       77 HIST-COUNT                PIC 9(8) VALUE 0.
       77 WORK-REC                  PIC X(53).
       77 UNDATED-COUNT             PIC 9(6) VALUE 0.

       77 ENTRY-DATE                PIC 9(8).
       77 ENTRY-ACCOUNT             PIC 9(6).
       77 JRNL-LINE                 PIC X(122).

       *> --- Report formatting ---
       77 ACCOUNT-FMT               PIC 9(6).
               STOP RUN
           END-IF
           OPEN OUTPUT HIST-EXT-FILE
           PERFORM LOAD-INDEXED-ENTRIES
           IF INDEX-USED = "N"
               PERFORM LOAD-TXN-ENTRIES
           END-IF
           PERFORM LOAD-INTEREST-ENTRIES
           PERFORM LOAD-ARCHIVED-ENTRIES
           CLOSE HIST-EXT-FILE
               END-IF
           END-PERFORM.

       LOAD-INDEXED-ENTRIES.
      *> The account's run of jrnlidx.txt, from its first key until
      *> the key moves on to the next account. No index yet: the
      *> flat journals are read below, as before it existed.
           OPEN INPUT JRNL-INDEX-FILE
           IF JX-FILE-STATUS = "00"
               MOVE "Y" TO INDEX-USED
               MOVE STMT-ACCOUNT TO INDEX-ACCOUNT
               MOVE INDEX-ACCOUNT TO JX-ACCOUNT
               MOVE LOW-VALUES    TO JX-SEQ
               START JRNL-INDEX-FILE KEY IS NOT LESS THAN JX-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL 1 = 2
                           READ JRNL-INDEX-FILE NEXT RECORD
                               AT END
                                   EXIT PERFORM
                           END-READ
                           IF JX-ACCOUNT NOT = INDEX-ACCOUNT
                               EXIT PERFORM
                           END-IF
                           MOVE JX-ENTRY TO JRNL-LINE
                           PERFORM TAKE-TXN-LINE
                       END-PERFORM
               END-START
               CLOSE JRNL-INDEX-FILE
           END-IF.

       LOAD-TXN-ENTRIES.
           OPEN INPUT TXN-LOG-FILE
           PERFORM UNTIL 1 = 2
           MOVE JRNL-LINE(58:9) TO WORK-REC(24:9)
           MOVE JRNL-LINE(10:9) TO WORK-REC(33:9)
           MOVE JRNL-LINE(19:3) TO WORK-REC(42:3)
           IF JRNL-LINE(7:3) = "REV" OR JRNL-LINE(7:3) = "XRT"
               MOVE JRNL-LINE(98:6)  TO WORK-REC(45:6)
               MOVE JRNL-LINE(104:3) TO WORK-REC(51:3)
           END-IF
           MOVE WORK-REC TO HIST-EXT-RECORD
           WRITE HIST-EXT-RECORD.

      *> file and read it through the same filters as the live
      *> journal - entries outside the requested range fall out there,
      *> so the cost of old months is a read, never a wrong statement.
      *> The index already carried the archived postings.
           IF INDEX-USED = "N"
               CALL "SYSTEM" USING
                   "cat txnlog.??????.arc > txnlog.arcs.tmp 2>/dev/null"
               OPEN INPUT TXN-ARC-FILE
               PERFORM UNTIL 1 = 2
                   READ TXN-ARC-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE TXN-ARC-RECORD TO JRNL-LINE
                           PERFORM TAKE-TXN-LINE
                   END-READ
               END-PERFORM
               CLOSE TXN-ARC-FILE
           END-IF
           CALL "SYSTEM" USING
               "cat interest.??????.arc > interest.arcs.tmp 2>/dev/null"
           OPEN INPUT INT-ARC-FILE
                  " "                    DELIMITED SIZE
                  HIST-SRT-RECORD(42:3)  DELIMITED SIZE
                  INTO RPT-RECORD
      *> A reversal names the entry it undoes, so the statement shows
      *> the pair without a second lookup.
           IF HIST-SRT-RECORD(21:3) = "REV"
               MOVE "  REVERSES SEQ "     TO RPT-RECORD(55:15)
               MOVE HIST-SRT-RECORD(45:6) TO RPT-RECORD(70:6)
               MOVE HIST-SRT-RECORD(51:3) TO RPT-RECORD(77:3)
           END-IF
      *> So does a returned payment, with the clearing house's reason.
           IF HIST-SRT-RECORD(21:3) = "XRT"
               MOVE "  RETURNED SEQ "     TO RPT-RECORD(55:15)
               MOVE HIST-SRT-RECORD(45:6) TO RPT-RECORD(70:6)
               MOVE HIST-SRT-RECORD(51:3) TO RPT-RECORD(77:3)
           END-IF
           WRITE RPT-RECORD.

       WRITE-STATEMENT-TRAILER.
