      * Compile with -I copybooks (or set COB_COPY_DIR) so COPY TRANHDR
      * below can resolve copybooks/TRANHDR.cpy.
      *
      * Suspense repair feed.  A posting reject on the suspense master
      * used to be fixed by asking the branch to resend it, which got
      * the correction lost in the next day's traffic.  This job takes
      * a deck of REPRCRDS repair cards, each citing an open suspense
      * reference from the posting step (program A) and giving only
      * the fields that were wrong.  The rest of the transaction is
      * taken from the reject's own line on the audit trail - the
      * latest audit record under that reference (or, for an item
      * suspended without one, that amount) carrying the same reject
      * code.  The corrected transactions are written to REPRFEED in
      * TRANIN's own layout with the standard HDR/TRL control records,
      * headed for the next business date on the DOM calendar exactly
      * as the month-end interest feed is, so operations concatenates
      * it into that night's TRANIN set and the repair passes through
      * the posting step's full validation, audit trail and GL coding.
      *
      * Nothing is closed here.  Each accepted repair is appended to
      * REPRLOG (suspense reference, repaired reference, feed date) and
      * stamped on SECLOG; the suspense step closes the item only when
      * the audit trail shows the repaired reference posted clean on
      * the run the feed was dated for.  A repair that rejects again
      * leaves the item open.
      *
      * A reject that burned no reference (closed, dormant, funds,
      * branch, currency, rate, overflow, reversal) may resubmit
      * under its own reference.  A duplicate (DUPL) or unreferenced
      * (NREF) reject must carry a new one.  When the original is no
      * longer on the current audit file (purged to an archive month)
      * the card must give the branch, account, both amounts and the
      * reference itself.  RETURN-CODE 4 when any card was rejected.
      *
      * Card layout (REPRCRDS) - blank fields keep the original:
      *   cols  1-8   suspense reference
      *   cols 10-12  branch
      *   cols 14-23  account
      *   cols 25-35  amount A, sign and ten digits (+0000012500)
      *   cols 37-47  amount B, sign and ten digits
      *   cols 49-51  currency
      *   cols 53-64  transaction reference
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLUTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPRCRDS ASSIGN TO "REPRCRDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRCRDS-STATUS.
           SELECT SUSPMAST ASSIGN TO "SUSPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPMAST-STATUS.
           SELECT AUDITOUT ASSIGN TO "AUDITOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITOUT-STATUS.
           SELECT REPRLOG  ASSIGN TO "REPRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRLOG-STATUS.
           SELECT REPRFEED ASSIGN TO "REPRFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPRRPT  ASSIGN TO "REPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNCTL   ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OPERMAST ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.
           SELECT SECLOG   ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPRCRDS.
       01  REPRCRD-REC          PIC X(80).

      * Same layout EXCSUSP writes - see the suspense master there.
       FD  SUSPMAST.
       01  SUSPMAST-REC.
           03 SUS-REF           PIC 9(8).
           03 SUS-STATUS        PIC X.
           03 SUS-FIRST-DATE    PIC 9(8).
           03 SUS-LAST-DATE     PIC 9(8).
           03 SUS-TIMES-SEEN    PIC 9(4).
           03 SUS-PGM           PIC X(8).
           03 SUS-KEY           PIC X(20).
           03 SUS-REASON        PIC X(25).
           03 SUS-RES-DATE      PIC 9(8).
           03 SUS-RES-BY        PIC X(8).

       FD  AUDITOUT.
       01  AUDITOUT-REC         PIC X(137).

      * One record per accepted repair, appended run over run.  The
      * suspense step reads it to find each repair's reference and
      * the business date it was fed for.
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

      * Posting feed in TRANIN's own layout, reversal columns
      * included - a repaired reversal still names its original.
       FD  REPRFEED.
       01  REPRFEED-REC.
           03 FEED-BRANCH   PIC X(3).
           03 FEED-ACCT     PIC X(10).
           03 FEED-A        PIC S9(10)  SIGN IS LEADING SEPARATE.
           03 FEED-B        PIC S9(10)  SIGN IS LEADING SEPARATE.
           03 FEED-REF      PIC X(12).
           03 FEED-CCY      PIC X(3).
           03 FEED-TYPE     PIC X.
           03 FEED-ORIG-REF PIC X(12).
           COPY FEEDCTL.

       FD  REPRRPT.
       01  REPRRPT-LINE         PIC X(132).

       FD  RUNCTL.
       01  RUNCTL-REC           PIC X(80).

       FD  OPERMAST.
       01  OPERMAST-REC         PIC X(21).

       FD  SECLOG.
       01  SECLOG-REC           PIC X(43).

       WORKING-STORAGE SECTION.
           COPY RUNCTLW.
           COPY OPERCHKW.
           COPY HOLSRVW.
       01 WS-OPERATOR-ID     PIC X(8)   VALUE "BATCHJOB".
      * Audit record image re-described for the layouts the trail
      * carries - see ARCHPURG, which reads the same files the same
      * way.  Keep these slices in step with A's AUDIT-REC.
       01 WS-AUDIT-IMAGE.
           COPY TRANHDR
               REPLACING ==TRANHDR-RUN-DATE==
                      BY ==AUDIT-HDR-RUN-DATE==
                         ==TRANHDR-RUN-TIME==
                      BY ==AUDIT-HDR-RUN-TIME==
                         ==TRANHDR-OPERATOR-ID==
                      BY ==AUDIT-HDR-OPERATOR-ID==
                         ==TRANHDR-SEQ-NUM==
                      BY ==AUDIT-HDR-SEQ-NUM==.
           03 AUDIT-ACCT        PIC X(10).
           03 AUDIT-A           PIC X(11).
           03 AUDIT-B           PIC X(11).
           03 AUDIT-C           PIC X(11).
           03 AUDIT-PRIOR-BAL   PIC X(14).
           03 AUDIT-NEW-BAL     PIC X(14).
           03 AUDIT-ERR         PIC X(4).
           03 AUDIT-REF         PIC X(12).
           03 AUDIT-CCY         PIC X(3).
           03 AUDIT-ORIG-REF    PIC X(12).
           03 AUDIT-BRANCH      PIC X(3).
       01 WS-AUDIT-RAW REDEFINES WS-AUDIT-IMAGE PIC X(137).

       01 WS-CARD.
           03 CARD-SUSP-REF-TEXT PIC X(8).
           03 CARD-SUSP-REF     REDEFINES CARD-SUSP-REF-TEXT
                                PIC 9(8).
           03                   PIC X.
           03 CARD-BRANCH       PIC X(3).
           03                   PIC X.
           03 CARD-ACCT         PIC X(10).
           03                   PIC X.
           03 CARD-A-TEXT       PIC X(11).
           03 CARD-A            REDEFINES CARD-A-TEXT
                                PIC S9(10) SIGN IS LEADING SEPARATE.
           03                   PIC X.
           03 CARD-B-TEXT       PIC X(11).
           03 CARD-B            REDEFINES CARD-B-TEXT
                                PIC S9(10) SIGN IS LEADING SEPARATE.
           03                   PIC X.
           03 CARD-CCY          PIC X(3).
           03                   PIC X.
           03 CARD-REF          PIC X(12).
           03                   PIC X(16).

       78  WS-MAX-ITEMS          VALUE 1000.
       78  WS-MAX-CARDS          VALUE 500.
       01 WS-REPRCRDS-STATUS PIC X(2)   VALUE "00".
       01 WS-SUSPMAST-STATUS PIC X(2)   VALUE "00".
       01 WS-AUDITOUT-STATUS PIC X(2)   VALUE "00".
       01 WS-REPRLOG-STATUS  PIC X(2)   VALUE "00".
       01 WS-EOF-FLAG        PIC X      VALUE "N".
       01 WS-SKIP-SW         PIC X      VALUE "N".
       01 WS-FEED-DATE       PIC 9(8)   VALUE ZEROES.

      * Suspense items from the posting step, whether open or not -
      * a card citing a resolved item is rejected by name.
       01 WS-ITEM-COUNT      PIC S9(5)  VALUE ZEROS.
       01 WS-ITEM-IDX        PIC S9(5)  VALUE ZEROS.
       01 WS-FOUND-IDX       PIC S9(5)  VALUE ZEROS.
       01 WS-ITEM-TABLE.
           03 WS-ITEM-ENTRY             OCCURS WS-MAX-ITEMS TIMES.
               05 WS-SI-REF        PIC 9(8).
               05 WS-SI-STATUS     PIC X.
               05 WS-SI-KEY        PIC X(20).
               05 WS-SI-ERR        PIC X(4).
               05 WS-SI-PEND-SW    PIC X.

      * The deck is held so the audit trail is read once for all of
      * it; each card carries the original transaction found there.
       01 WS-CARD-COUNT      PIC S9(5)  VALUE ZEROS.
       01 WS-CARD-IDX        PIC S9(5)  VALUE ZEROS.
       01 WS-CARD-TABLE.
           03 WS-CARD-ENTRY             OCCURS WS-MAX-CARDS TIMES.
               05 WS-CD-IMAGE      PIC X(80).
               05 WS-CD-ITEM       PIC S9(5).
               05 WS-CD-ORIG-SW    PIC X.
               05 WS-CD-BRANCH     PIC X(3).
               05 WS-CD-ACCT       PIC X(10).
               05 WS-CD-A          PIC X(11).
               05 WS-CD-B          PIC X(11).
               05 WS-CD-CCY        PIC X(3).
               05 WS-CD-REF        PIC X(12).
               05 WS-CD-ORIG-REF   PIC X(12).
               05 WS-CD-NEW-REF    PIC X(12).

       01 WS-REASON          PIC X(20)  VALUE SPACES.
       01 WS-PRIOR-IDX       PIC S9(5)  VALUE ZEROS.
       01 WS-ACCEPT-COUNT    PIC 9(6)   VALUE ZEROS.
       01 WS-REJECT-COUNT    PIC 9(6)   VALUE ZEROS.
       01 WS-FEED-COUNT-ACC  PIC 9(10)  VALUE ZEROES.
       01 WS-FEED-HASH-ACC   PIC S9(15) VALUE ZEROES.
       01 IDX                PIC S9(9)  VALUE ZEROS.
       01 YMD.
           03 Y     PIC 9(4).
           03 M     PIC 9(2).
           03 D     PIC 9(2).
       01 NUM       REDEFINES YMD   PIC 9(8).

       01 WS-RPT-HDR.
           03                 PIC X(28)
                  VALUE "SUSPENSE REPAIR FEED        ".
           03 WS-RPT-HDR-DATE PIC 9(8).
           03                 PIC X(2)   VALUE SPACES.
           03 WS-RPT-HDR-OPER PIC X(8).
       01 WS-RPT-FEED-LINE.
           03                 PIC X(28)
                  VALUE "FEED BUSINESS DATE          ".
           03 WS-RPT-FEED-DATE PIC 9(8).
       01 WS-RPT-COLS.
           03                 PIC X(10)  VALUE "SUSP REF  ".
           03                 PIC X(10)  VALUE "ACTION    ".
           03                 PIC X(5)   VALUE "BR   ".
           03                 PIC X(12)  VALUE "ACCOUNT     ".
           03                 PIC X(13)  VALUE "     AMOUNT A".
           03                 PIC X(13)  VALUE "     AMOUNT B".
           03                 PIC X(6)   VALUE "  CCY ".
           03                 PIC X(14)  VALUE "REFERENCE     ".
           03                 PIC X(20)  VALUE "RESULT              ".
       01 WS-RPT-ACTION.
           03 WS-RPT-SUSP     PIC X(8).
           03                 PIC X(2)   VALUE SPACES.
           03 WS-RPT-ACT      PIC X(8).
           03                 PIC X(2)   VALUE SPACES.
           03 WS-RPT-BRANCH   PIC X(3).
           03                 PIC X(2)   VALUE SPACES.
           03 WS-RPT-ACCT     PIC X(10).
           03                 PIC X(2)   VALUE SPACES.
           03 WS-RPT-A        PIC -Z(9)9.
           03 WS-RPT-A-TEXT   REDEFINES WS-RPT-A PIC X(11).
           03                 PIC X(2)   VALUE SPACES.
           03 WS-RPT-B        PIC -Z(9)9.
           03 WS-RPT-B-TEXT   REDEFINES WS-RPT-B PIC X(11).
           03                 PIC X(2)   VALUE SPACES.
           03 WS-RPT-CCY      PIC X(3).
           03                 PIC X(3)   VALUE SPACES.
           03 WS-RPT-REF      PIC X(12).
           03                 PIC X(2)   VALUE SPACES.
           03 WS-RPT-RESULT   PIC X(30).
       01 WS-RPT-TOTALS.
           03                 PIC X(16)
                  VALUE "CARDS PROCESSED ".
           03 WS-RPT-CARDS    PIC Z(5)9.
           03                 PIC X(11)  VALUE "  REJECTED ".
           03 WS-RPT-REJECTS  PIC Z(5)9.
       01 WS-RPT-FEED-TOTALS.
           03                 PIC X(16)
                  VALUE "FEED RECORDS    ".
           03 WS-RPT-FEED-CNT PIC Z(5)9.
           03                 PIC X(11)  VALUE "  HASH     ".
           03 WS-RPT-FEED-HASH PIC -Z(14)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-RUN-CONTROL
           MOVE RC-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE "X" TO WS-AUTH-LETTER
           PERFORM CHECK-OPERATOR-AUTH
           PERFORM FIND-NEXT-BUSINESS-DAY
           PERFORM LOAD-SUSPENSE-MASTER
           PERFORM LOAD-REPAIR-LOG
           PERFORM LOAD-REPAIR-CARDS
           PERFORM SCAN-AUDIT-TRAIL
           OPEN OUTPUT REPRFEED
           OPEN OUTPUT REPRRPT
           OPEN EXTEND REPRLOG
           IF WS-REPRLOG-STATUS EQUAL "35"
               OPEN OUTPUT REPRLOG
           END-IF
           MOVE RC-RUN-DATE    TO WS-RPT-HDR-DATE
           MOVE RC-OPERATOR-ID TO WS-RPT-HDR-OPER
           WRITE REPRRPT-LINE FROM WS-RPT-HDR
           MOVE WS-FEED-DATE   TO WS-RPT-FEED-DATE
           WRITE REPRRPT-LINE FROM WS-RPT-FEED-LINE
           MOVE SPACES TO REPRRPT-LINE
           WRITE REPRRPT-LINE
           WRITE REPRRPT-LINE FROM WS-RPT-COLS
           MOVE "HDR"          TO FC-TAG
           MOVE "TRANIN  "     TO FC-FEED-ID
           MOVE WS-FEED-DATE   TO FC-BIZ-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO FC-TIMESTAMP
           WRITE FEED-CTL-REC
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
               PERFORM PROCESS-CARD
           END-PERFORM
           MOVE "TRL"             TO FC-TAG
           MOVE WS-FEED-COUNT-ACC TO FC-REC-COUNT
           MOVE WS-FEED-HASH-ACC  TO FC-HASH
           WRITE FEED-CTL-REC
           MOVE SPACES TO REPRRPT-LINE
           WRITE REPRRPT-LINE
           MOVE WS-CARD-COUNT     TO WS-RPT-CARDS
           MOVE WS-REJECT-COUNT   TO WS-RPT-REJECTS
           WRITE REPRRPT-LINE FROM WS-RPT-TOTALS
           MOVE WS-FEED-COUNT-ACC TO WS-RPT-FEED-CNT
           MOVE WS-FEED-HASH-ACC  TO WS-RPT-FEED-HASH
           WRITE REPRRPT-LINE FROM WS-RPT-FEED-TOTALS
           CLOSE REPRFEED
           CLOSE REPRRPT
           CLOSE REPRLOG
           IF WS-REJECT-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * The feed is headed with the next business date on the DOM
      * calendar - the date the posting run that picks it up will
      * carry on its control card.
       FIND-NEXT-BUSINESS-DAY.
           MOVE RC-RUN-DATE TO NUM
           MOVE FUNCTION INTEGER-OF-DATE(NUM) TO IDX
           MOVE "Y" TO WS-SKIP-SW
           PERFORM UNTIL WS-SKIP-SW NOT EQUAL "Y"
               ADD 1 TO IDX
               MOVE FUNCTION DATE-OF-INTEGER(IDX) TO YMD
               MOVE "DOM" TO HSV-CAL-ID
               MOVE NUM   TO HSV-DATE
               CALL "HOLSRV" USING WS-HOLSRV-PARM
               MOVE HSV-SKIP-SW TO WS-SKIP-SW
           END-PERFORM
           MOVE NUM TO WS-FEED-DATE.

       LOAD-SUSPENSE-MASTER.
           OPEN INPUT SUSPMAST
           IF WS-SUSPMAST-STATUS NOT EQUAL "00"
               DISPLAY "REPAIR: SUSPENSE MASTER NOT AVAILABLE, STATUS "
                       WS-SUSPMAST-STATUS " - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               READ SUSPMAST
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-SUSPENSE-ITEM
               END-READ
           END-PERFORM
           CLOSE SUSPMAST.

       STORE-SUSPENSE-ITEM.
           IF SUS-PGM NOT EQUAL "A"
               EXIT PARAGRAPH
           END-IF
           IF WS-ITEM-COUNT >= WS-MAX-ITEMS
               DISPLAY "REPAIR: SUSPENSE MASTER EXCEEDS "
                       WS-MAX-ITEMS " POSTING ITEMS - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE SUS-REF        TO WS-SI-REF(WS-ITEM-COUNT)
           MOVE SUS-STATUS     TO WS-SI-STATUS(WS-ITEM-COUNT)
           MOVE SUS-KEY        TO WS-SI-KEY(WS-ITEM-COUNT)
           MOVE SUS-REASON(1:4) TO WS-SI-ERR(WS-ITEM-COUNT)
           MOVE "N"            TO WS-SI-PEND-SW(WS-ITEM-COUNT).

      * A repair already fed for the coming run, or a later one, is
      * still in flight: a second card for the same item would post
      * the money twice.
       LOAD-REPAIR-LOG.
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
                       IF RPL-FEED-DATE NOT < WS-FEED-DATE
                           PERFORM MARK-REPAIR-PENDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPRLOG.

       MARK-REPAIR-PENDING.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-SI-REF(WS-ITEM-IDX) EQUAL RPL-SUSP-REF
                   MOVE "Y" TO WS-SI-PEND-SW(WS-ITEM-IDX)
               END-IF
           END-PERFORM.

       LOAD-REPAIR-CARDS.
           OPEN INPUT REPRCRDS
           IF WS-REPRCRDS-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               READ REPRCRDS INTO WS-CARD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-REPAIR-CARD
               END-READ
           END-PERFORM
           CLOSE REPRCRDS.

       STORE-REPAIR-CARD.
           IF WS-CARD-COUNT >= WS-MAX-CARDS
               DISPLAY "REPAIR: MORE THAN " WS-MAX-CARDS
                       " REPAIR CARDS - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CARD-COUNT
           MOVE WS-CARD TO WS-CD-IMAGE(WS-CARD-COUNT)
           MOVE ZEROS   TO WS-CD-ITEM(WS-CARD-COUNT)
           MOVE "N"     TO WS-CD-ORIG-SW(WS-CARD-COUNT)
           MOVE SPACES  TO WS-CD-BRANCH(WS-CARD-COUNT)
           MOVE SPACES  TO WS-CD-ACCT(WS-CARD-COUNT)
           MOVE SPACES  TO WS-CD-A(WS-CARD-COUNT)
           MOVE SPACES  TO WS-CD-B(WS-CARD-COUNT)
           MOVE SPACES  TO WS-CD-CCY(WS-CARD-COUNT)
           MOVE SPACES  TO WS-CD-REF(WS-CARD-COUNT)
           MOVE SPACES  TO WS-CD-ORIG-REF(WS-CARD-COUNT)
           MOVE SPACES  TO WS-CD-NEW-REF(WS-CARD-COUNT)
           IF CARD-SUSP-REF-TEXT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-SI-REF(WS-ITEM-IDX) EQUAL CARD-SUSP-REF
                   MOVE WS-ITEM-IDX TO WS-CD-ITEM(WS-CARD-COUNT)
               END-IF
           END-PERFORM.

      * The suspense key is the reject's reference or, when it had
      * none, its edited A amount - the same text the audit line
      * carries.  The latest matching reject line wins, so a reject
      * that recurred is repaired from its most recent appearance.
      * Records from before the reference column cannot match.
       SCAN-AUDIT-TRAIL.
           IF WS-CARD-COUNT EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT AUDITOUT
           IF WS-AUDITOUT-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               READ AUDITOUT INTO WS-AUDIT-IMAGE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-AUDIT-RAW(70:38) NOT EQUAL SPACES AND
                          AUDIT-ERR NOT EQUAL SPACES AND
                          AUDIT-ERR NOT EQUAL "RRUN"
                           PERFORM MATCH-AUDIT-REJECT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDITOUT.

       MATCH-AUDIT-REJECT.
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
               IF WS-CD-ITEM(WS-CARD-IDX) > ZEROS
                   MOVE WS-CD-ITEM(WS-CARD-IDX) TO WS-ITEM-IDX
                   IF WS-SI-ERR(WS-ITEM-IDX) EQUAL AUDIT-ERR
                       IF (AUDIT-REF NOT EQUAL SPACES AND
                           AUDIT-REF EQUAL WS-SI-KEY(WS-ITEM-IDX)(1:12))
                       OR (AUDIT-REF EQUAL SPACES AND
                           AUDIT-A EQUAL WS-SI-KEY(WS-ITEM-IDX)(1:11)
                           AND WS-SI-KEY(WS-ITEM-IDX)(12:9)
                               EQUAL SPACES)
                           PERFORM STORE-AUDIT-ORIGINAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       STORE-AUDIT-ORIGINAL.
           MOVE "Y"            TO WS-CD-ORIG-SW(WS-CARD-IDX)
           MOVE AUDIT-BRANCH   TO WS-CD-BRANCH(WS-CARD-IDX)
           MOVE AUDIT-ACCT     TO WS-CD-ACCT(WS-CARD-IDX)
           MOVE AUDIT-A        TO WS-CD-A(WS-CARD-IDX)
           MOVE AUDIT-B        TO WS-CD-B(WS-CARD-IDX)
           MOVE AUDIT-CCY      TO WS-CD-CCY(WS-CARD-IDX)
           MOVE AUDIT-REF      TO WS-CD-REF(WS-CARD-IDX)
           MOVE AUDIT-ORIG-REF TO WS-CD-ORIG-REF(WS-CARD-IDX).

       PROCESS-CARD.
           MOVE WS-CD-IMAGE(WS-CARD-IDX) TO WS-CARD
           PERFORM VALIDATE-CARD
           IF WS-REASON NOT EQUAL SPACES
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-FEED-RECORD
           WRITE REPRFEED-REC
           ADD 1 TO WS-FEED-COUNT-ACC
           ADD FEED-A TO WS-FEED-HASH-ACC
           ADD FEED-B TO WS-FEED-HASH-ACC
           ADD 1 TO WS-ACCEPT-COUNT
           MOVE FEED-REF TO WS-CD-NEW-REF(WS-CARD-IDX)
           MOVE "Y" TO WS-SI-PEND-SW(WS-CD-ITEM(WS-CARD-IDX))
           MOVE SPACES         TO REPRLOG-REC
           MOVE CARD-SUSP-REF  TO RPL-SUSP-REF
           MOVE WS-FEED-DATE   TO RPL-FEED-DATE
           MOVE FEED-REF       TO RPL-NEW-REF
           MOVE WS-CD-REF(WS-CARD-IDX) TO RPL-OLD-REF
           MOVE FEED-ACCT      TO RPL-ACCT
           MOVE RC-RUN-DATE    TO RPL-ENTERED
           MOVE WS-OPERATOR-ID TO RPL-OPERATOR
           WRITE REPRLOG-REC
           MOVE SPACES TO WS-SEC-REASON
           STRING "REPAIR " CARD-SUSP-REF-TEXT
               DELIMITED BY SIZE INTO WS-SEC-REASON
           PERFORM WRITE-SECURITY-LOG
           MOVE "REPAIRED" TO WS-RPT-ACT
           PERFORM REPORT-ACTION.

       VALIDATE-CARD.
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN CARD-SUSP-REF-TEXT IS NOT NUMERIC
                   MOVE "BAD SUSPENSE REF"     TO WS-REASON
               WHEN WS-CD-ITEM(WS-CARD-IDX) EQUAL ZEROS
                   MOVE "NOT A POSTING ITEM"   TO WS-REASON
               WHEN WS-SI-STATUS(WS-CD-ITEM(WS-CARD-IDX)) EQUAL "R"
                   MOVE "ITEM ALREADY CLOSED"  TO WS-REASON
               WHEN WS-SI-PEND-SW(WS-CD-ITEM(WS-CARD-IDX)) EQUAL "Y"
                   MOVE "REPAIR PENDING"       TO WS-REASON
               WHEN CARD-BRANCH EQUAL SPACES AND
                    CARD-ACCT EQUAL SPACES AND
                    CARD-A-TEXT EQUAL SPACES AND
                    CARD-B-TEXT EQUAL SPACES AND
                    CARD-CCY EQUAL SPACES AND
                    CARD-REF EQUAL SPACES
                   MOVE "NO CORRECTION GIVEN"  TO WS-REASON
               WHEN CARD-A-TEXT NOT EQUAL SPACES AND
                    CARD-A IS NOT NUMERIC
                   MOVE "BAD AMOUNT A"         TO WS-REASON
               WHEN CARD-B-TEXT NOT EQUAL SPACES AND
                    CARD-B IS NOT NUMERIC
                   MOVE "BAD AMOUNT B"         TO WS-REASON
               WHEN WS-CD-ORIG-SW(WS-CARD-IDX) NOT EQUAL "Y" AND
                    (CARD-BRANCH EQUAL SPACES OR
                     CARD-ACCT EQUAL SPACES OR
                     CARD-A-TEXT EQUAL SPACES OR
                     CARD-B-TEXT EQUAL SPACES OR
                     CARD-REF EQUAL SPACES)
                   MOVE "ORIGINAL NOT FOUND"   TO WS-REASON
               WHEN (WS-SI-ERR(WS-CD-ITEM(WS-CARD-IDX)) EQUAL "DUPL" OR
                     WS-SI-ERR(WS-CD-ITEM(WS-CARD-IDX)) EQUAL "NREF")
                    AND (CARD-REF EQUAL SPACES OR
                         CARD-REF EQUAL WS-CD-REF(WS-CARD-IDX))
                   MOVE "NEW REFERENCE NEEDED" TO WS-REASON
               WHEN CARD-REF EQUAL SPACES AND
                    WS-CD-REF(WS-CARD-IDX) EQUAL SPACES
                   MOVE "NEW REFERENCE NEEDED" TO WS-REASON
           END-EVALUATE
           IF WS-REASON NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DECK-DUPLICATE.

      * Two cards in one deck for the same item, or two repairs
      * under the same reference, would have the second rejected by
      * the posting step's duplicate guard - catch it here instead.
       CHECK-DECK-DUPLICATE.
           IF CARD-REF NOT EQUAL SPACES
               MOVE CARD-REF TO WS-CD-NEW-REF(WS-CARD-IDX)
           ELSE
               MOVE WS-CD-REF(WS-CARD-IDX) TO WS-CD-NEW-REF(WS-CARD-IDX)
           END-IF
           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-PRIOR-IDX >= WS-CARD-IDX
               IF WS-CD-NEW-REF(WS-PRIOR-IDX) EQUAL
                  WS-CD-NEW-REF(WS-CARD-IDX)
                   MOVE "REFERENCE IN DECK"   TO WS-REASON
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-CD-NEW-REF(WS-CARD-IDX).

       BUILD-FEED-RECORD.
           MOVE SPACES TO REPRFEED-REC
           IF CARD-BRANCH NOT EQUAL SPACES
               MOVE CARD-BRANCH TO FEED-BRANCH
           ELSE
               MOVE WS-CD-BRANCH(WS-CARD-IDX) TO FEED-BRANCH
           END-IF
           IF CARD-ACCT NOT EQUAL SPACES
               MOVE CARD-ACCT TO FEED-ACCT
           ELSE
               MOVE WS-CD-ACCT(WS-CARD-IDX) TO FEED-ACCT
           END-IF
           IF CARD-A-TEXT NOT EQUAL SPACES
               MOVE CARD-A TO FEED-A
           ELSE
               MOVE FUNCTION NUMVAL(WS-CD-A(WS-CARD-IDX)) TO FEED-A
           END-IF
           IF CARD-B-TEXT NOT EQUAL SPACES
               MOVE CARD-B TO FEED-B
           ELSE
               MOVE FUNCTION NUMVAL(WS-CD-B(WS-CARD-IDX)) TO FEED-B
           END-IF
           IF CARD-CCY NOT EQUAL SPACES
               MOVE CARD-CCY TO FEED-CCY
           ELSE
               MOVE WS-CD-CCY(WS-CARD-IDX) TO FEED-CCY
           END-IF
           IF CARD-REF NOT EQUAL SPACES
               MOVE CARD-REF TO FEED-REF
           ELSE
               MOVE WS-CD-REF(WS-CARD-IDX) TO FEED-REF
           END-IF
           IF WS-CD-ORIG-SW(WS-CARD-IDX) EQUAL "Y" AND
              WS-CD-ORIG-REF(WS-CARD-IDX) NOT EQUAL SPACES
               MOVE "R" TO FEED-TYPE
               MOVE WS-CD-ORIG-REF(WS-CARD-IDX) TO FEED-ORIG-REF
           END-IF.

       REPORT-ACTION.
           MOVE CARD-SUSP-REF-TEXT TO WS-RPT-SUSP
           MOVE FEED-BRANCH   TO WS-RPT-BRANCH
           MOVE FEED-ACCT     TO WS-RPT-ACCT
           MOVE FEED-A        TO WS-RPT-A
           MOVE FEED-B        TO WS-RPT-B
           MOVE FEED-CCY      TO WS-RPT-CCY
           MOVE FEED-REF      TO WS-RPT-REF
           MOVE SPACES        TO WS-RPT-RESULT
           IF FEED-TYPE EQUAL "R"
               STRING "REVERSAL OF " FEED-ORIG-REF
                   DELIMITED BY SIZE INTO WS-RPT-RESULT
           END-IF
           WRITE REPRRPT-LINE FROM WS-RPT-ACTION.

       REPORT-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE CARD-SUSP-REF-TEXT TO WS-RPT-SUSP
           MOVE "REJECTED"    TO WS-RPT-ACT
           MOVE CARD-BRANCH   TO WS-RPT-BRANCH
           MOVE CARD-ACCT     TO WS-RPT-ACCT
           MOVE CARD-A-TEXT   TO WS-RPT-A-TEXT
           MOVE CARD-B-TEXT   TO WS-RPT-B-TEXT
           MOVE CARD-CCY      TO WS-RPT-CCY
           MOVE CARD-REF      TO WS-RPT-REF
           MOVE WS-REASON     TO WS-RPT-RESULT
           WRITE REPRRPT-LINE FROM WS-RPT-ACTION.

           COPY RUNCTLP.

           COPY OPERCHKP.
