      * Compile with -I copybooks (or set COB_COPY_DIR) so COPY
      * RUNCTLW/RUNCTLP below can resolve the run-control copybooks.
      *
      * Maturity settlement.  AGERPT tells treasury what is maturing;
      * until now the principal return was keyed by hand as TRANIN
      * records on the maturity date.  This step runs each business
      * night ahead of A: it reads the treasury portfolio and picks
      * out every open instrument whose maturity date rolls to
      * tonight's business date under the DOM calendar's
      * modified-following rule (a maturity on a weekend or holiday
      * moves to the next business day, unless that crosses into the
      * next month, in which case it moves back to the previous
      * business day - the same HOLSRV tests D and AGERPT use).  Each
      * one becomes a settlement posting on MATFEED, a properly
      * headed TRANIN feed - FEEDCTL header and trailer, branch code
      * TSY, base currency - dated for tonight, built the way ACCRUAL
      * builds ACCRFEED, so the principal flows through A's normal
      * validation, audit trail and GL coding.  The posting's
      * reference is "M" plus the instrument reference, so a second
      * settlement of the same instrument - a rerun, or yesterday's
      * portfolio swapped back in - is stopped by A's REFHIST guard.
      * The updated portfolio goes to PORTNEW for the usual
      * review-and-swap, with tonight's settlements marked S and
      * stamped with the business date.
      *
      * MATRPT lists every settlement and every instrument held back
      * (no settlement account, an amount the feed cannot carry, a
      * reference too long to derive from, a repeated reference, a
      * bad maturity date, or a roll date already passed unsettled),
      * and closes with a tie-out to AGERPT's 0 DAYS bucket: the
      * open instruments AGERPT would age at zero business days on
      * tonight's date, counted the same way, must equal the ones
      * settled tonight plus the ones held back plus the ones whose
      * non-business maturity rolls forward to the next business
      * day plus the ones whose roll date has already passed.  A
      * held-back instrument or a passed roll date gives RC=4; a
      * tie-out that does not balance gives RC=8.
      *
      * PORTFOLIO layout (AGERPT reads the same record):
      *               cols 1-12  reference
      *               cols 13-28 amount, signed, sign leading
      *                          separate, two decimals
      *               cols 29-36 maturity date YYYYMMDD
      *               cols 37-46 settlement account
      *               col 47     status  blank=open S=settled
      *               cols 48-55 settled date YYYYMMDD
      * Records from before the settlement fields read them as
      * spaces - open, with no settlement account.  A positive
      * amount is principal coming back and credits the account; a
      * negative one debits it.  The posting carries whole base
      * units, so an amount with pence is held back for treasury.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLUTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO ASSIGN TO "PORTFOLIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTFOLIO-STATUS.
           SELECT PORTNEW  ASSIGN TO "PORTNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MATFEED  ASSIGN TO "MATFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MATRPT   ASSIGN TO "MATRPT"
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
           SELECT CYCLELOG ASSIGN TO "CYCLELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLELOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO.
       01  PORTFOLIO-REC.
           03 PF-REF             PIC X(12).
           03 PF-AMOUNT          PIC S9(13)V99
                                 SIGN IS LEADING SEPARATE.
           03 PF-MATURITY-TEXT   PIC X(8).
           03 PF-MATURITY        REDEFINES PF-MATURITY-TEXT
                                 PIC 9(8).
           03 PF-SETTLE-ACCT     PIC X(10).
           03 PF-STATUS          PIC X.
           03 PF-SETTLED-TEXT    PIC X(8).
           03 PF-SETTLED         REDEFINES PF-SETTLED-TEXT
                                 PIC 9(8).

       FD  PORTNEW.
       01  PORTNEW-REC           PIC X(55).

       FD  MATFEED.
       01  MATFEED-REC.
           03 FEED-BRANCH   PIC X(3).
           03 FEED-ACCT     PIC X(10).
           03 FEED-A        PIC S9(10)  SIGN IS LEADING SEPARATE.
           03 FEED-B        PIC S9(10)  SIGN IS LEADING SEPARATE.
           03 FEED-REF      PIC X(12).
           03 FEED-CCY      PIC X(3).
           COPY FEEDCTL.

       FD  MATRPT.
       01  MATRPT-LINE        PIC X(132).

       FD  RUNCTL.
       01  RUNCTL-REC         PIC X(80).

       FD  OPERMAST.
       01  OPERMAST-REC         PIC X(21).

       FD  SECLOG.
       01  SECLOG-REC           PIC X(43).

       FD  CYCLELOG.
       01  CYCLELOG-REC       PIC X(82).

       WORKING-STORAGE SECTION.
           COPY RUNCTLW.
           COPY OPERCHKW.
           COPY CYCLOGW.
           COPY HOLSRVW.
       01 WS-OPERATOR-ID     PIC X(8)   VALUE "BATCHJOB".
       01 WS-PORTFOLIO-STATUS PIC X(2)  VALUE "00".
       01 WS-EOF-FLAG        PIC X      VALUE "N".
      * Settlements post under their own branch code, which needs a
      * row on BRNMAST like ACR's.
       78  WS-SETTLE-BRANCH      VALUE "TSY".
       78  WS-MAX-SETTLE         VALUE 10000.
      * Same horizon as AGERPT: beyond it the instrument cannot age
      * at zero business days, so the day walk is skipped.
       78  WS-FAR-HORIZON        VALUE 150.
       78  WS-MAX-FEED-AMOUNT    VALUE 9999999999.
       01 WS-SETTLE-TABLE.
           03 WS-SET-REF         PIC X(12)  OCCURS WS-MAX-SETTLE
                                            TIMES.
       01 WS-SETTLE-COUNT    PIC S9(5)  VALUE ZEROS.
       01 WS-SETTLE-TOTAL    PIC S9(15)V99 VALUE ZEROES.
       01 WS-FEED-HASH-ACC   PIC S9(15) VALUE ZEROES.
       01 WS-POST-AMOUNT     PIC S9(13)  VALUE ZEROES.
       01 WS-SET-IDX         PIC S9(5)  VALUE ZEROS.
       01 WS-READ-COUNT      PIC 9(10)  VALUE ZEROES.
       01 WS-OPEN-COUNT      PIC 9(10)  VALUE ZEROES.
       01 WS-PRIOR-COUNT     PIC 9(10)  VALUE ZEROES.
       01 WS-HELD-COUNT      PIC 9(10)  VALUE ZEROES.
       01 WS-PASSED-COUNT    PIC 9(10)  VALUE ZEROES.
       01 WS-BAD-COUNT       PIC 9(10)  VALUE ZEROES.
      * Tie-out to AGERPT's 0 DAYS bucket, split by why each
      * zero-day instrument did or did not settle tonight.
       01 WS-ZERO-COUNT      PIC 9(10)  VALUE ZEROES.
       01 WS-ZERO-TOTAL      PIC S9(15)V99 VALUE ZEROES.
       01 WS-ZHELD-COUNT     PIC 9(10)  VALUE ZEROES.
       01 WS-ZHELD-TOTAL     PIC S9(15)V99 VALUE ZEROES.
       01 WS-ZFWD-COUNT      PIC 9(10)  VALUE ZEROES.
       01 WS-ZFWD-TOTAL      PIC S9(15)V99 VALUE ZEROES.
       01 WS-ZPAST-COUNT     PIC 9(10)  VALUE ZEROES.
       01 WS-ZPAST-TOTAL     PIC S9(15)V99 VALUE ZEROES.
       01 WS-TIE-COUNT       PIC S9(10) VALUE ZEROES.
       01 WS-TIE-TOTAL       PIC S9(15)V99 VALUE ZEROES.

       01 WS-HOLD-REASON     PIC X(30)  VALUE SPACES.
       01 WS-ROLL-DATE       PIC 9(8)   VALUE ZEROES.
       01 WS-ZERO-DAY-SW     PIC X      VALUE "N".
       01 WS-LEAP-SW         PIC X      VALUE "N".
       01 WS-MAX-DAY         PIC 9(2)   VALUE ZEROS.
       01 WS-VALID-SW        PIC X      VALUE "Y".
       01 WS-SKIP-SW         PIC X      VALUE "N".
       01 IDX                PIC S9(9)  VALUE ZEROS.
       01 WS-BASE-IDX        PIC S9(9)  VALUE ZEROS.
       01 WS-TGT-IDX         PIC S9(9)  VALUE ZEROS.
       01 WS-BUS-DAYS        PIC S9(4)  VALUE ZEROS.
       01 WS-STEP            PIC S9(1)  VALUE ZEROS.
       01 YMD.
           03 Y     PIC 9(4).
           03 M     PIC 9(2).
           03 D     PIC 9(2).
       01 NUM       REDEFINES YMD   PIC 9(8).

       01 WS-RPT-HDR.
           03                PIC X(26)
                  VALUE "MATURITY SETTLEMENT REPORT".
           03                PIC X(2)   VALUE SPACES.
           03 WS-HDR-DATE    PIC 9(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-HDR-OPER    PIC X(8).
       01 WS-RPT-COLS.
           03                PIC X(14)  VALUE "REFERENCE     ".
           03                PIC X(18)  VALUE "        AMOUNT    ".
           03                PIC X(10)  VALUE "MATURITY  ".
           03                PIC X(10)  VALUE "ROLLS TO  ".
           03                PIC X(12)  VALUE "ACCOUNT     ".
           03                PIC X(14)  VALUE "FEED REF      ".
           03                PIC X(30)  VALUE "ACTION".
       01 WS-RPT-DETAIL.
           03 WS-DET-REF     PIC X(12).
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-AMOUNT  PIC -Z(12)9.99.
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-MAT     PIC X(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-ROLL    PIC X(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-ACCT    PIC X(10).
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-FEED-REF PIC X(12).
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-ACTION  PIC X(30).
       01 WS-RPT-SUMMARY.
           03 WS-SUM-LABEL   PIC X(34).
           03 WS-SUM-COUNT   PIC -Z(9)9.
           03                PIC X(2)   VALUE SPACES.
           03 WS-SUM-TOTAL   PIC -Z(14)9.99.
       01 WS-RPT-COUNT.
           03 WS-CNT-LABEL   PIC X(34).
           03 WS-CNT-VALUE   PIC -Z(9)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-RUN-CONTROL
           MOVE RC-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE "M" TO WS-AUTH-LETTER
           PERFORM CHECK-OPERATOR-AUTH
           MOVE "MATSETL " TO WS-PGM-CODE
           PERFORM CHECK-CYCLE-LOG
           OPEN INPUT PORTFOLIO
           IF WS-PORTFOLIO-STATUS NOT EQUAL "00"
               DISPLAY "PORTFOLIO: FILE NOT AVAILABLE, STATUS "
                       WS-PORTFOLIO-STATUS " - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PORTNEW
           OPEN OUTPUT MATRPT
           MOVE RC-RUN-DATE    TO WS-HDR-DATE
           MOVE RC-OPERATOR-ID TO WS-HDR-OPER
           WRITE MATRPT-LINE FROM WS-RPT-HDR
           MOVE SPACES TO MATRPT-LINE
           WRITE MATRPT-LINE
           WRITE MATRPT-LINE FROM WS-RPT-COLS
           MOVE RC-RUN-DATE TO NUM
           MOVE FUNCTION INTEGER-OF-DATE(NUM) TO WS-BASE-IDX
           PERFORM OPEN-SETTLEMENT-FEED
           PERFORM READ-PORTFOLIO
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               PERFORM PROCESS-INSTRUMENT
               WRITE PORTNEW-REC FROM PORTFOLIO-REC
               PERFORM READ-PORTFOLIO
           END-PERFORM
           CLOSE PORTFOLIO
           CLOSE PORTNEW
           PERFORM CLOSE-SETTLEMENT-FEED
           PERFORM PRINT-SUMMARY
           PERFORM PRINT-TIE-OUT
           CLOSE MATRPT
           MOVE WS-READ-COUNT   TO WS-CYC-READ
           MOVE WS-SETTLE-COUNT TO WS-CYC-WRITTEN
           COMPUTE WS-CYC-REJECTED = WS-HELD-COUNT + WS-PASSED-COUNT
                                   + WS-BAD-COUNT
           IF WS-HELD-COUNT > ZEROS OR WS-PASSED-COUNT > ZEROS OR
              WS-BAD-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TIE-COUNT NOT EQUAL ZEROS OR
              WS-TIE-TOTAL NOT EQUAL ZEROS
               MOVE "FAIL" TO WS-CYC-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-CYCLE-LOG
           STOP RUN.

       READ-PORTFOLIO.
           READ PORTFOLIO
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

      * Settled instruments are carried to PORTNEW untouched; an
      * open one is settled, held back or left for a later night.
       PROCESS-INSTRUMENT.
           IF PF-STATUS EQUAL "S"
               ADD 1 TO WS-PRIOR-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           PERFORM VALIDATE-MATURITY
           IF WS-VALID-SW NOT EQUAL "Y"
               ADD 1 TO WS-BAD-COUNT
               MOVE SPACES TO WS-DET-ROLL
               MOVE "HELD - BAD MATURITY DATE" TO WS-HOLD-REASON
               PERFORM PRINT-HELD-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-BUSINESS-DAYS-TO-MAT
           IF WS-BUS-DAYS EQUAL ZEROS
               MOVE "Y" TO WS-ZERO-DAY-SW
               ADD 1         TO WS-ZERO-COUNT
               ADD PF-AMOUNT TO WS-ZERO-TOTAL
           ELSE
               MOVE "N" TO WS-ZERO-DAY-SW
           END-IF
           PERFORM ROLL-MODIFIED-FOLLOWING
           EVALUATE TRUE
               WHEN WS-ROLL-DATE EQUAL RC-RUN-DATE
                   PERFORM SETTLE-INSTRUMENT
               WHEN WS-ROLL-DATE < RC-RUN-DATE
                   ADD 1 TO WS-PASSED-COUNT
                   IF WS-ZERO-DAY-SW EQUAL "Y"
                       ADD 1         TO WS-ZPAST-COUNT
                       ADD PF-AMOUNT TO WS-ZPAST-TOTAL
                   END-IF
                   MOVE WS-ROLL-DATE TO WS-DET-ROLL
                   MOVE "HELD - ROLL DATE PASSED" TO WS-HOLD-REASON
                   PERFORM PRINT-HELD-LINE
               WHEN OTHER
                   IF WS-ZERO-DAY-SW EQUAL "Y"
                       ADD 1         TO WS-ZFWD-COUNT
                       ADD PF-AMOUNT TO WS-ZFWD-TOTAL
                   END-IF
           END-EVALUATE.

      * Every test that would keep the posting off the feed is made
      * before anything is written, so a held instrument stays open
      * on PORTNEW and comes up again tomorrow as a passed roll date
      * for treasury to settle by hand.
       SETTLE-INSTRUMENT.
           MOVE WS-ROLL-DATE TO WS-DET-ROLL
           MOVE SPACES TO WS-HOLD-REASON
           MOVE PF-AMOUNT TO WS-POST-AMOUNT
           EVALUATE TRUE
               WHEN PF-SETTLE-ACCT EQUAL SPACES
                   MOVE "HELD - NO SETTLEMENT ACCOUNT"
                     TO WS-HOLD-REASON
               WHEN PF-AMOUNT NOT EQUAL WS-POST-AMOUNT
                   MOVE "HELD - AMOUNT NOT WHOLE UNITS"
                     TO WS-HOLD-REASON
               WHEN WS-POST-AMOUNT > WS-MAX-FEED-AMOUNT OR
                    WS-POST-AMOUNT < 0 - WS-MAX-FEED-AMOUNT
                   MOVE "HELD - AMOUNT TOO LARGE FOR FEED"
                     TO WS-HOLD-REASON
               WHEN PF-REF(12:1) NOT EQUAL SPACE
                   MOVE "HELD - REFERENCE OVER 11 CHARS"
                     TO WS-HOLD-REASON
               WHEN WS-SETTLE-COUNT >= WS-MAX-SETTLE
                   MOVE "HELD - SETTLEMENT TABLE FULL"
                     TO WS-HOLD-REASON
               WHEN OTHER
                   PERFORM CHECK-REPEATED-REFERENCE
           END-EVALUATE
           IF WS-HOLD-REASON NOT EQUAL SPACES
               ADD 1 TO WS-HELD-COUNT
               IF WS-ZERO-DAY-SW EQUAL "Y"
                   ADD 1         TO WS-ZHELD-COUNT
                   ADD PF-AMOUNT TO WS-ZHELD-TOTAL
               END-IF
               PERFORM PRINT-HELD-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SETTLE-COUNT
           MOVE PF-REF TO WS-SET-REF(WS-SETTLE-COUNT)
           PERFORM EMIT-SETTLEMENT-POSTING
           ADD PF-AMOUNT TO WS-SETTLE-TOTAL
           MOVE "S"         TO PF-STATUS
           MOVE RC-RUN-DATE TO PF-SETTLED
           MOVE PF-REF           TO WS-DET-REF
           MOVE PF-AMOUNT        TO WS-DET-AMOUNT
           MOVE PF-MATURITY-TEXT TO WS-DET-MAT
           MOVE PF-SETTLE-ACCT   TO WS-DET-ACCT
           MOVE FEED-REF         TO WS-DET-FEED-REF
           MOVE "SETTLED"        TO WS-DET-ACTION
           WRITE MATRPT-LINE FROM WS-RPT-DETAIL.

      * Two portfolio rows with one reference would derive one feed
      * reference; A would post the first and reject the second as
      * a duplicate, so the second is held here where treasury sees
      * it instead.
       CHECK-REPEATED-REFERENCE.
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-SETTLE-COUNT
               IF WS-SET-REF(WS-SET-IDX) EQUAL PF-REF
                   MOVE "HELD - REFERENCE REPEATED"
                     TO WS-HOLD-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PRINT-HELD-LINE.
           MOVE PF-REF           TO WS-DET-REF
           MOVE PF-AMOUNT        TO WS-DET-AMOUNT
           MOVE PF-MATURITY-TEXT TO WS-DET-MAT
           MOVE PF-SETTLE-ACCT   TO WS-DET-ACCT
           MOVE SPACES           TO WS-DET-FEED-REF
           MOVE WS-HOLD-REASON   TO WS-DET-ACTION
           WRITE MATRPT-LINE FROM WS-RPT-DETAIL.

       VALIDATE-MATURITY.
           MOVE "Y" TO WS-VALID-SW
           IF PF-MATURITY-TEXT IS NOT NUMERIC
               MOVE "N" TO WS-VALID-SW
               EXIT PARAGRAPH
           END-IF
           MOVE PF-MATURITY TO NUM
           IF M < 1 OR M > 12
               MOVE "N" TO WS-VALID-SW
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION MOD(Y, 4) EQUAL 0 AND
              (FUNCTION MOD(Y, 100) NOT EQUAL 0 OR
               FUNCTION MOD(Y, 400) EQUAL 0)
               MOVE "Y" TO WS-LEAP-SW
           ELSE
               MOVE "N" TO WS-LEAP-SW
           END-IF
           EVALUATE M
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-MAX-DAY
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-MAX-DAY
               WHEN 2
                   IF WS-LEAP-SW EQUAL "Y"
                       MOVE 29 TO WS-MAX-DAY
                   ELSE
                       MOVE 28 TO WS-MAX-DAY
                   END-IF
           END-EVALUATE
           IF D < 1 OR D > WS-MAX-DAY
               MOVE "N" TO WS-VALID-SW
           END-IF.

      * Signed business days from the business date to maturity,
      * walked exactly as AGERPT walks them, so the zero-day count
      * here is the count AGERPT's 0 DAYS bucket shows.
       COMPUTE-BUSINESS-DAYS-TO-MAT.
           MOVE PF-MATURITY TO NUM
           MOVE FUNCTION INTEGER-OF-DATE(NUM) TO WS-TGT-IDX
           MOVE ZEROS TO WS-BUS-DAYS
           IF WS-TGT-IDX - WS-BASE-IDX > WS-FAR-HORIZON
               MOVE 999 TO WS-BUS-DAYS
               EXIT PARAGRAPH
           END-IF
           IF WS-BASE-IDX - WS-TGT-IDX > WS-FAR-HORIZON
               MOVE -999 TO WS-BUS-DAYS
               EXIT PARAGRAPH
           END-IF
           IF WS-TGT-IDX >= WS-BASE-IDX
               MOVE 1 TO WS-STEP
           ELSE
               MOVE -1 TO WS-STEP
           END-IF
           MOVE WS-BASE-IDX TO IDX
           PERFORM UNTIL IDX EQUAL WS-TGT-IDX
               ADD WS-STEP TO IDX
               PERFORM CHECK-BUSINESS-DAY
               IF WS-SKIP-SW NOT EQUAL "Y"
                   ADD WS-STEP TO WS-BUS-DAYS
               END-IF
           END-PERFORM.

      * Modified following: a business-day maturity stands; otherwise
      * the next business day, unless that is in the next month, in
      * which case the previous business day.
       ROLL-MODIFIED-FOLLOWING.
           MOVE PF-MATURITY TO NUM
           MOVE FUNCTION INTEGER-OF-DATE(NUM) TO IDX
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL WS-SKIP-SW NOT EQUAL "Y"
               ADD 1 TO IDX
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           IF NUM(1:6) NOT EQUAL PF-MATURITY-TEXT(1:6)
               MOVE PF-MATURITY TO NUM
               MOVE FUNCTION INTEGER-OF-DATE(NUM) TO IDX
               MOVE "Y" TO WS-SKIP-SW
               PERFORM UNTIL WS-SKIP-SW NOT EQUAL "Y"
                   SUBTRACT 1 FROM IDX
                   PERFORM CHECK-BUSINESS-DAY
               END-PERFORM
           END-IF
           MOVE NUM TO WS-ROLL-DATE.

       CHECK-BUSINESS-DAY.
           MOVE FUNCTION DATE-OF-INTEGER(IDX) TO YMD
           MOVE "DOM" TO HSV-CAL-ID
           MOVE NUM   TO HSV-DATE
           CALL "HOLSRV" USING WS-HOLSRV-PARM
           MOVE HSV-SKIP-SW TO WS-SKIP-SW.

      * The feed is written every night, header and trailer even
      * with no settlements, so STEP010's concatenation always finds
      * a well-formed file on the end.
       OPEN-SETTLEMENT-FEED.
           OPEN OUTPUT MATFEED
           MOVE "HDR"            TO FC-TAG
           MOVE "TRANIN  "       TO FC-FEED-ID
           MOVE RC-RUN-DATE      TO FC-BIZ-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO FC-TIMESTAMP
           WRITE FEED-CTL-REC.

       CLOSE-SETTLEMENT-FEED.
           MOVE SPACES            TO FEED-CTL-REC
           MOVE "TRL"             TO FC-TAG
           MOVE WS-SETTLE-COUNT   TO FC-REC-COUNT
           MOVE WS-FEED-HASH-ACC  TO FC-HASH
           WRITE FEED-CTL-REC
           CLOSE MATFEED.

       EMIT-SETTLEMENT-POSTING.
           MOVE SPACES            TO MATFEED-REC
           MOVE WS-SETTLE-BRANCH  TO FEED-BRANCH
           MOVE PF-SETTLE-ACCT    TO FEED-ACCT
           MOVE WS-POST-AMOUNT    TO FEED-A
           MOVE ZEROES            TO FEED-B
           STRING "M" PF-REF(1:11)
               DELIMITED BY SIZE INTO FEED-REF
           MOVE SPACES            TO FEED-CCY
           WRITE MATFEED-REC
           ADD WS-POST-AMOUNT TO WS-FEED-HASH-ACC.

       PRINT-SUMMARY.
           MOVE SPACES TO MATRPT-LINE
           WRITE MATRPT-LINE
           MOVE "INSTRUMENTS READ" TO WS-CNT-LABEL
           MOVE WS-READ-COUNT TO WS-CNT-VALUE
           WRITE MATRPT-LINE FROM WS-RPT-COUNT
           MOVE "ALREADY SETTLED - CARRIED" TO WS-CNT-LABEL
           MOVE WS-PRIOR-COUNT TO WS-CNT-VALUE
           WRITE MATRPT-LINE FROM WS-RPT-COUNT
           MOVE "OPEN" TO WS-CNT-LABEL
           MOVE WS-OPEN-COUNT TO WS-CNT-VALUE
           WRITE MATRPT-LINE FROM WS-RPT-COUNT
           MOVE "SETTLED TONIGHT - ON MATFEED" TO WS-SUM-LABEL
           MOVE WS-SETTLE-COUNT TO WS-SUM-COUNT
           MOVE WS-SETTLE-TOTAL TO WS-SUM-TOTAL
           WRITE MATRPT-LINE FROM WS-RPT-SUMMARY
           MOVE "DUE TONIGHT - HELD" TO WS-CNT-LABEL
           MOVE WS-HELD-COUNT TO WS-CNT-VALUE
           WRITE MATRPT-LINE FROM WS-RPT-COUNT
           MOVE "ROLL DATE PASSED - NOT SETTLED" TO WS-CNT-LABEL
           MOVE WS-PASSED-COUNT TO WS-CNT-VALUE
           WRITE MATRPT-LINE FROM WS-RPT-COUNT
           MOVE "BAD MATURITY DATES" TO WS-CNT-LABEL
           MOVE WS-BAD-COUNT TO WS-CNT-VALUE
           WRITE MATRPT-LINE FROM WS-RPT-COUNT.

      * The proof: AGERPT's 0 DAYS bucket on tonight's date, less
      * each way a zero-day instrument is accounted for, is zero.
       PRINT-TIE-OUT.
           MOVE SPACES TO MATRPT-LINE
           WRITE MATRPT-LINE
           MOVE "TIE-OUT TO AGERPT 0 DAYS BUCKET" TO MATRPT-LINE
           WRITE MATRPT-LINE
           MOVE "AGERPT 0 DAYS BUCKET" TO WS-SUM-LABEL
           MOVE WS-ZERO-COUNT TO WS-SUM-COUNT
           MOVE WS-ZERO-TOTAL TO WS-SUM-TOTAL
           WRITE MATRPT-LINE FROM WS-RPT-SUMMARY
           MOVE "LESS SETTLED TONIGHT" TO WS-SUM-LABEL
           MOVE WS-SETTLE-COUNT TO WS-SUM-COUNT
           MOVE WS-SETTLE-TOTAL TO WS-SUM-TOTAL
           WRITE MATRPT-LINE FROM WS-RPT-SUMMARY
           MOVE "LESS DUE TONIGHT - HELD" TO WS-SUM-LABEL
           MOVE WS-ZHELD-COUNT TO WS-SUM-COUNT
           MOVE WS-ZHELD-TOTAL TO WS-SUM-TOTAL
           WRITE MATRPT-LINE FROM WS-RPT-SUMMARY
           MOVE "LESS ROLLS TO NEXT BUSINESS DAY" TO WS-SUM-LABEL
           MOVE WS-ZFWD-COUNT TO WS-SUM-COUNT
           MOVE WS-ZFWD-TOTAL TO WS-SUM-TOTAL
           WRITE MATRPT-LINE FROM WS-RPT-SUMMARY
           MOVE "LESS ROLL DATE PASSED" TO WS-SUM-LABEL
           MOVE WS-ZPAST-COUNT TO WS-SUM-COUNT
           MOVE WS-ZPAST-TOTAL TO WS-SUM-TOTAL
           WRITE MATRPT-LINE FROM WS-RPT-SUMMARY
           COMPUTE WS-TIE-COUNT = WS-ZERO-COUNT - WS-SETTLE-COUNT
                                - WS-ZHELD-COUNT - WS-ZFWD-COUNT
                                - WS-ZPAST-COUNT
           COMPUTE WS-TIE-TOTAL = WS-ZERO-TOTAL - WS-SETTLE-TOTAL
                                - WS-ZHELD-TOTAL - WS-ZFWD-TOTAL
                                - WS-ZPAST-TOTAL
           MOVE "DIFFERENCE" TO WS-SUM-LABEL
           MOVE WS-TIE-COUNT TO WS-SUM-COUNT
           MOVE WS-TIE-TOTAL TO WS-SUM-TOTAL
           WRITE MATRPT-LINE FROM WS-RPT-SUMMARY
           IF WS-TIE-COUNT NOT EQUAL ZEROS OR
              WS-TIE-TOTAL NOT EQUAL ZEROS
               MOVE "*** SETTLEMENTS DO NOT TIE TO AGERPT ***"
                 TO MATRPT-LINE
               WRITE MATRPT-LINE
           END-IF.

           COPY RUNCTLP.

           COPY CYCLOGP.

           COPY OPERCHKP.
