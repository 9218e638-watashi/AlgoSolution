      * date, a recurring item (same program, key and reason still
      * open) ages in place instead of duplicating, and an item is
      * cleared only by an operator resolution card citing its
      * reference or by a repair seen to post clean (below).  The
      * aging report replaces the one-night EXCRPT view: new items,
      * 1-7 days, over 7 days, with the resolution activity listed.
      * The updated master is written to SUSPNEW for the usual
      * review-and-swap.  RETURN-CODE 8 when any open item has aged
      * past the threshold; 4 when only a resolution card was
      * rejected.
      *
      * A posting reject can also be repaired: REPAIR feeds the
      * corrected transaction into the next posting run and logs it
      * on REPRLOG.  The item is marked P (repair pending) until its
      * feed date comes round, then closed - resolved by the operator
      * who entered the repair - only when the audit trail shows the
      * repaired reference posted clean on that date.  A repair that
      * rejects again, or whose feed never reached the posting run,
      * reopens the item; the repaired reference's own reject folds
      * into the original item rather than opening a second one.  A
      * pending item keeps its age but does not count against the
      * limit while the fix is in flight.
      *
      * Resolution card:  col 1     "R"
      *                   cols 2-9  suspense reference number
           SELECT SUSPMAST ASSIGN TO "SUSPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPMAST-STATUS.
           SELECT REPRLOG  ASSIGN TO "REPRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRLOG-STATUS.
           SELECT AUDITOUT ASSIGN TO "AUDITOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITOUT-STATUS.
           SELECT SUSPCRDS ASSIGN TO "SUSPCRDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPCRDS-STATUS.
           03 TRN-ERR       PIC X(4).
           03 TRN-REF       PIC X(12).
           03 TRN-CCY       PIC X(3).
           03 TRN-ORIG-REF  PIC X(12).
       01  TRANOUT-REC-R REDEFINES TRANOUT-REC.
           03 TRN-TAG       PIC X(8).
           03               PIC X(56).

       FD  SHIFTERR.
       01  SHIFTERR-REC.
           03 ECE-REASON    PIC X(25).

      * Suspense master: one record per outstanding exception item.
      * Status O is open, P repair pending, R resolved; resolved
      * items stay on the file so the resolution history is
      * reconstructable.
       FD  SUSPMAST.
       01  SUSPMAST-REC.
           03 SUS-REF           PIC 9(8).
       FD  SUSPNEW.
       01  SUSPNEW-REC          PIC X(98).

      * Repair log written by REPAIR - one record per repair fed.
       FD  REPRLOG.
       01  REPRLOG-REC.
           03 RPL-SUSP-REF      PIC 9(8).
           03 RPL-FEED-DATE     PIC 9(8).
           03 RPL-NEW-REF       PIC X(12).
           03 RPL-OLD-REF       PIC X(12).
           03 RPL-ACCT          PIC X(10).
           03 RPL-ENTERED       PIC 9(8).
           03 RPL-OPERATOR      PIC X(8).
           03                   PIC X(14).

      * Audit trail, read for the repaired references only.  The
      * slices follow A's AUDIT-REC; records from before the
      * reference column are passed over.
       FD  AUDITOUT.
       01  AUDITOUT-REC.
           03 AUD-RUN-DATE      PIC 9(8).
           03                   PIC X(24).
           03 AUD-ACCT          PIC X(10).
           03                   PIC X(61).
           03 AUD-ERR           PIC X(4).
           03 AUD-REF           PIC X(12).
           03                   PIC X(18).
       01  AUDITOUT-REC-RAW     PIC X(137).

       FD  SUSPRPT.
       01  SUSPRPT-LINE         PIC X(132).

       01 WS-IN-STATUS       PIC X(2)   VALUE "00".
       01 WS-SUSPMAST-STATUS PIC X(2)   VALUE "00".
       01 WS-SUSPCRDS-STATUS PIC X(2)   VALUE "00".
       01 WS-REPRLOG-STATUS  PIC X(2)   VALUE "00".
       01 WS-AUDITOUT-STATUS PIC X(2)   VALUE "00".
       01 WS-EOF-FLAG        PIC X      VALUE "N".
       01 WS-ITEM-COUNT      PIC S9(5)  VALUE ZEROS.
       01 WS-ITEM-IDX        PIC S9(5)  VALUE ZEROS.
       01 WS-BKT-NEW-CNT     PIC 9(6)   VALUE ZEROES.
       01 WS-BKT-WEEK-CNT    PIC 9(6)   VALUE ZEROES.
       01 WS-BKT-OLD-CNT     PIC 9(6)   VALUE ZEROES.
       01 WS-BKT-PEND-CNT    PIC 9(6)   VALUE ZEROES.

      * Latest repair logged against each item still open; an item
      * appears at most once, so the table never outgrows the items.
      * RP-RESULT is C when the repaired reference posted clean on
      * its feed date, E when it rejected again, space if not seen.
       01 WS-REPAIR-COUNT    PIC S9(5)  VALUE ZEROS.
       01 WS-REPAIR-IDX      PIC S9(5)  VALUE ZEROS.
       01 WS-REPAIR-FOUND    PIC S9(5)  VALUE ZEROS.
       01 WS-REPAIR-TABLE.
           03 WS-REPAIR-ENTRY           OCCURS WS-MAX-ITEMS TIMES.
               05 WS-RP-ITEM       PIC S9(5).
               05 WS-RP-FEED-DATE  PIC 9(8).
               05 WS-RP-NEW-REF    PIC X(12).
               05 WS-RP-OPERATOR   PIC X(8).
               05 WS-RP-RESULT     PIC X.
       01 WS-REP-CLEAN-COUNT PIC 9(6)   VALUE ZEROES.
       01 WS-REP-FAIL-COUNT  PIC 9(6)   VALUE ZEROES.
       01 WS-REP-MISS-COUNT  PIC 9(6)   VALUE ZEROES.

       01 WS-RPT-HDR.
           03                PIC X(28)
           MOVE "EXCSUSP" TO WS-PGM-CODE
           PERFORM CHECK-CYCLE-LOG
           PERFORM LOAD-SUSPENSE-MASTER
           PERFORM CHECK-REPAIRS
           PERFORM POST-A-REJECTS
           PERFORM POST-C-REJECTS
           PERFORM POST-D-REJECTS
           MOVE ZEROS TO WS-FOUND-IDX
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-IT-STATUS(WS-ITEM-IDX) NOT EQUAL "R" AND
                  WS-IT-PGM(WS-ITEM-IDX) EQUAL WS-CUR-PGM AND
                  WS-IT-KEY(WS-ITEM-IDX) EQUAL WS-CUR-KEY AND
                  WS-IT-REASON(WS-ITEM-IDX) EQUAL WS-CUR-REASON
                           END-IF
                           MOVE SPACES TO WS-CUR-REASON
                           MOVE TRN-ERR TO WS-CUR-REASON(1:4)
                           PERFORM FIND-REPAIR-REJECT
                           IF WS-REPAIR-FOUND > ZEROS
                               PERFORM AGE-REPAIRED-ITEM
                           ELSE
                               PERFORM POST-REJECT-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               CLOSE ECASEERR
           END-IF.

      * Repairs fed by REPAIR: keep the latest logged against each
      * unresolved item, look for the repaired reference on the
      * audit trail under its feed date, then settle each item.
       CHECK-REPAIRS.
           OPEN INPUT REPRLOG
           IF WS-REPRLOG-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               READ REPRLOG
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-REPAIR-ENTRY
               END-READ
           END-PERFORM
           CLOSE REPRLOG
           IF WS-REPAIR-COUNT EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-REPAIR-POSTINGS
           PERFORM VARYING WS-REPAIR-IDX FROM 1 BY 1
                   UNTIL WS-REPAIR-IDX > WS-REPAIR-COUNT
               PERFORM SETTLE-REPAIR
           END-PERFORM.

       STORE-REPAIR-ENTRY.
           MOVE ZEROS TO WS-FOUND-IDX
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-IT-REF(WS-ITEM-IDX) EQUAL RPL-SUSP-REF AND
                  WS-IT-STATUS(WS-ITEM-IDX) NOT EQUAL "R"
                   MOVE WS-ITEM-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-REPAIR-FOUND
           PERFORM VARYING WS-REPAIR-IDX FROM 1 BY 1
                   UNTIL WS-REPAIR-IDX > WS-REPAIR-COUNT
               IF WS-RP-ITEM(WS-REPAIR-IDX) EQUAL WS-FOUND-IDX
                   MOVE WS-REPAIR-IDX TO WS-REPAIR-FOUND
               END-IF
           END-PERFORM
           IF WS-REPAIR-FOUND EQUAL ZEROS
               ADD 1 TO WS-REPAIR-COUNT
               MOVE WS-REPAIR-COUNT TO WS-REPAIR-FOUND
           ELSE
               IF RPL-FEED-DATE < WS-RP-FEED-DATE(WS-REPAIR-FOUND)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-FOUND-IDX  TO WS-RP-ITEM(WS-REPAIR-FOUND)
           MOVE RPL-FEED-DATE TO WS-RP-FEED-DATE(WS-REPAIR-FOUND)
           MOVE RPL-NEW-REF   TO WS-RP-NEW-REF(WS-REPAIR-FOUND)
           MOVE RPL-OPERATOR  TO WS-RP-OPERATOR(WS-REPAIR-FOUND)
           MOVE SPACE         TO WS-RP-RESULT(WS-REPAIR-FOUND).

      * A clean line under the feed date settles it even if a rerun
      * later wrote an RRUN line for the same reference.
       SCAN-REPAIR-POSTINGS.
           OPEN INPUT AUDITOUT
           IF WS-AUDITOUT-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               READ AUDITOUT
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF AUDITOUT-REC-RAW(70:38) NOT EQUAL SPACES AND
                          AUD-REF NOT EQUAL SPACES
                           PERFORM MATCH-REPAIR-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDITOUT.

       MATCH-REPAIR-POSTING.
           PERFORM VARYING WS-REPAIR-IDX FROM 1 BY 1
                   UNTIL WS-REPAIR-IDX > WS-REPAIR-COUNT
               IF WS-RP-NEW-REF(WS-REPAIR-IDX) EQUAL AUD-REF AND
                  WS-RP-FEED-DATE(WS-REPAIR-IDX) EQUAL AUD-RUN-DATE AND
                  WS-RP-RESULT(WS-REPAIR-IDX) NOT EQUAL "C"
                   EVALUATE AUD-ERR
                       WHEN SPACES
                           MOVE "C" TO WS-RP-RESULT(WS-REPAIR-IDX)
                       WHEN "RRUN"
                           CONTINUE
                       WHEN OTHER
                           MOVE "E" TO WS-RP-RESULT(WS-REPAIR-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * Rejected-again and never-posted repairs are counted only on
      * their own feed date; an older repair left on the log simply
      * leaves the item open.
       SETTLE-REPAIR.
           MOVE WS-RP-ITEM(WS-REPAIR-IDX) TO WS-FOUND-IDX
           EVALUATE TRUE
               WHEN WS-RP-RESULT(WS-REPAIR-IDX) EQUAL "C"
                   ADD 1 TO WS-REP-CLEAN-COUNT
                   MOVE "R"         TO WS-IT-STATUS(WS-FOUND-IDX)
                   MOVE RC-RUN-DATE TO WS-IT-RES-DATE(WS-FOUND-IDX)
                   MOVE WS-RP-OPERATOR(WS-REPAIR-IDX)
                     TO WS-IT-RES-BY(WS-FOUND-IDX)
               WHEN WS-RP-FEED-DATE(WS-REPAIR-IDX) > RC-RUN-DATE
                   MOVE "P" TO WS-IT-STATUS(WS-FOUND-IDX)
               WHEN OTHER
                   MOVE "O" TO WS-IT-STATUS(WS-FOUND-IDX)
                   IF WS-RP-FEED-DATE(WS-REPAIR-IDX) EQUAL RC-RUN-DATE
                       IF WS-RP-RESULT(WS-REPAIR-IDX) EQUAL "E"
                           ADD 1 TO WS-REP-FAIL-COUNT
                       ELSE
                           ADD 1 TO WS-REP-MISS-COUNT
                       END-IF
                   END-IF
           END-EVALUATE.

      * A repair fed tonight that rejected again names the original
      * item, which is still the one being worked.
       FIND-REPAIR-REJECT.
           MOVE ZEROS TO WS-REPAIR-FOUND
           IF TRN-REF EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REPAIR-IDX FROM 1 BY 1
                   UNTIL WS-REPAIR-IDX > WS-REPAIR-COUNT
               IF WS-RP-NEW-REF(WS-REPAIR-IDX) EQUAL TRN-REF AND
                  WS-RP-FEED-DATE(WS-REPAIR-IDX) EQUAL RC-RUN-DATE
                   MOVE WS-REPAIR-IDX TO WS-REPAIR-FOUND
               END-IF
           END-PERFORM.

       AGE-REPAIRED-ITEM.
           ADD 1 TO WS-REJ-READ-COUNT
           MOVE WS-RP-ITEM(WS-REPAIR-FOUND) TO WS-FOUND-IDX
           IF WS-IT-LAST(WS-FOUND-IDX) NOT EQUAL RC-RUN-DATE
               ADD 1 TO WS-RECUR-COUNT
           END-IF
           MOVE RC-RUN-DATE TO WS-IT-LAST(WS-FOUND-IDX)
           ADD 1 TO WS-IT-SEEN(WS-FOUND-IDX).

      * Short of a clean repair, an item leaves suspense only this
      * way: an operator card citing the reference.  The resolver
      * and date stay on the record, so "who closed it and when" is
      * always answerable.
       APPLY-RESOLUTION-CARDS.
           OPEN INPUT SUSPCRDS
           IF WS-SUSPCRDS-STATUS NOT EQUAL "00"
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-IT-REF(WS-ITEM-IDX) EQUAL CARD-REF AND
                  WS-IT-STATUS(WS-ITEM-IDX) NOT EQUAL "R"
                   MOVE WS-ITEM-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) TO WS-BIZ-IDX
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-IT-STATUS(WS-ITEM-IDX) NOT EQUAL "R"
                   PERFORM PRINT-OPEN-ITEM
               END-IF
           END-PERFORM
           MOVE "AGED OVER 7 DAYS              " TO WS-CNT-LABEL
           MOVE WS-BKT-OLD-CNT TO WS-CNT-VALUE
           WRITE SUSPRPT-LINE FROM WS-RPT-CNTLINE
           MOVE "REPAIR PENDING                " TO WS-CNT-LABEL
           MOVE WS-BKT-PEND-CNT TO WS-CNT-VALUE
           WRITE SUSPRPT-LINE FROM WS-RPT-CNTLINE
           MOVE "RESOLVED THIS RUN             " TO WS-CNT-LABEL
           MOVE WS-RESOLVE-COUNT TO WS-CNT-VALUE
           WRITE SUSPRPT-LINE FROM WS-RPT-CNTLINE
           MOVE "REPAIRS POSTED CLEAN          " TO WS-CNT-LABEL
           MOVE WS-REP-CLEAN-COUNT TO WS-CNT-VALUE
           WRITE SUSPRPT-LINE FROM WS-RPT-CNTLINE
           IF WS-REP-FAIL-COUNT > ZEROES
               MOVE "REPAIRS REJECTED AGAIN        " TO WS-CNT-LABEL
               MOVE WS-REP-FAIL-COUNT TO WS-CNT-VALUE
               WRITE SUSPRPT-LINE FROM WS-RPT-CNTLINE
           END-IF
           IF WS-REP-MISS-COUNT > ZEROES
               MOVE "REPAIRS NOT POSTED - REOPENED " TO WS-CNT-LABEL
               MOVE WS-REP-MISS-COUNT TO WS-CNT-VALUE
               WRITE SUSPRPT-LINE FROM WS-RPT-CNTLINE
           END-IF
           IF WS-CARD-REJ-COUNT > ZEROES
               MOVE "RESOLUTION CARDS REJECTED     " TO WS-CNT-LABEL
               MOVE WS-CARD-REJ-COUNT TO WS-CNT-VALUE
           MOVE WS-IT-SEEN(WS-ITEM-IDX)   TO WS-DET-SEEN
           MOVE WS-ITEM-AGE               TO WS-DET-AGE
           EVALUATE TRUE
               WHEN WS-IT-STATUS(WS-ITEM-IDX) EQUAL "P"
                   ADD 1 TO WS-BKT-PEND-CNT
                   MOVE "REPAIR PENDING        " TO WS-DET-BUCKET
               WHEN WS-ITEM-AGE EQUAL ZEROS
                   ADD 1 TO WS-BKT-NEW-CNT
                   MOVE "NEW                   " TO WS-DET-BUCKET
