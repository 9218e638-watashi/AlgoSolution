      * Compile with -I copybooks (or set COB_COPY_DIR) so COPY
      * RUNCTLW/RUNCTLP below can resolve the run-control copybooks.
      *
      * Rate master maintenance.  Takes a deck of RATECRDS requests
      * (add, replace, delete, list) against the daily RATEMAST that
      * A converts every foreign-currency posting with, validates
      * every change - a three-letter currency code other than the
      * base currency, a real business date on the DOM calendar, a
      * numeric non-zero rate - and writes the updated master to
      * RATENEW with an action-by-action report on RATERPT.
      * Operations swaps RATENEW in after a clean run; the live
      * master is never rewritten in place.
      *
      * A keyed rate is compared with the same currency's rate for
      * the previous business day.  A move larger than the
      * currency's tolerance on RATETOL (or the default tolerance
      * for a currency not listed there) rejects unless the card
      * carries the override flag and the operator is senior; an
      * override is stamped on SECLOG, an unauthorised attempt is
      * stamped as a violation.  The books still foot with a wrong
      * rate in them, so this is the only place it can be caught.
      *
      * After the deck, tonight's branch feeds on TRANIN are read
      * and every currency they carry is checked against the new
      * master for the business date, so a missing rate is found
      * while the rate desk is still in, not as NRTE rejects in the
      * night.  Any rejected card or uncovered currency ends the job
      * with RETURN-CODE 4 so the scheduler flags it.
      *
      * Card layout:  col 1      action  A=add R=replace D=delete
      *                                  L=list
      *               cols 2-4   currency code (blank on L lists all)
      *               cols 5-12  rate date YYYYMMDD (blank on L)
      *               cols 13-22 rate, 4 integer and 6 decimal
      *                          digits, no point (A and R only)
      *               col 24     "O" overrides the tolerance check
      *                          (senior operator only)
      *
      * RATETOL layout: cols 1-3 currency code, cols 5-9 tolerance
      *               percent with two decimals, no point ("00250"
      *               is 2.50 per cent).  A line starting "*" is a
      *               comment.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLUTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATECRDS ASSIGN TO "RATECRDS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATEMAST ASSIGN TO "RATEMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEMAST-STATUS.
           SELECT RATETOL  ASSIGN TO "RATETOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETOL-STATUS.
           SELECT TRANIN   ASSIGN TO "TRANIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANIN-STATUS.
           SELECT RATENEW  ASSIGN TO "RATENEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATERPT  ASSIGN TO "RATERPT"
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
       FD  RATECRDS.
       01  RATECARD-REC.
           03 CARD-ACTION     PIC X.
           03 CARD-CCY        PIC X(3).
           03 CARD-DATE-TEXT  PIC X(8).
           03 CARD-DATE       REDEFINES CARD-DATE-TEXT PIC 9(8).
           03 CARD-RATE-TEXT  PIC X(10).
           03 CARD-RATE       REDEFINES CARD-RATE-TEXT
                              PIC 9(4)V9(6).
           03                 PIC X.
           03 CARD-OVERRIDE   PIC X.

      * Same layout A reads: one row per currency per business day.
       FD  RATEMAST.
       01  RATEMAST-REC.
           03 RT-CCY            PIC X(3).
           03 RT-DATE           PIC 9(8).
           03 RT-RATE-TEXT      PIC X(10).
           03 RT-RATE           REDEFINES RT-RATE-TEXT
                                PIC 9(4)V9(6).

       FD  RATETOL.
       01  RATETOL-REC.
           03 TOL-CCY           PIC X(3).
           03                   PIC X.
           03 TOL-PCT-TEXT      PIC X(5).
           03 TOL-PCT           REDEFINES TOL-PCT-TEXT
                                PIC 9(3)V99.
           03                   PIC X(71).

      * Tonight's branch feeds, concatenated as STEP010 reads them.
       FD  TRANIN.
       01  TRANIN-REC.
           03 BRANCH   PIC X(3).
           03 ACCT     PIC X(10).
           03 A        PIC S9(10)  SIGN IS LEADING SEPARATE.
           03 B        PIC S9(10)  SIGN IS LEADING SEPARATE.
           03 TRAN-REF PIC X(12).
           03 TRAN-CCY PIC X(3).
           03 TRAN-TYPE     PIC X.
           03 TRAN-ORIG-REF PIC X(12).
           COPY FEEDCTL.

       FD  RATENEW.
       01  RATENEW-REC.
           03 NEW-CCY           PIC X(3).
           03 NEW-DATE          PIC 9(8).
           03 NEW-RATE          PIC 9(4)V9(6).

       FD  RATERPT.
       01  RATERPT-LINE       PIC X(80).

       FD  RUNCTL.
       01  RUNCTL-REC         PIC X(80).

       FD  OPERMAST.
       01  OPERMAST-REC         PIC X(21).

       FD  SECLOG.
       01  SECLOG-REC           PIC X(43).

       WORKING-STORAGE SECTION.
           COPY RUNCTLW.
           COPY OPERCHKW.
           COPY HOLSRVW.
       01 WS-OPERATOR-ID     PIC X(8)   VALUE "BATCHJOB".
       78  WS-BASE-CCY           VALUE "USD".
       78  WS-CAL-ID             VALUE "DOM".
      * Fifty currencies times a hundred business days of history.
       78  WS-MAX-RATES          VALUE 5000.
       78  WS-MAX-TOLS           VALUE 50.
       78  WS-MAX-FEED-CCYS      VALUE 50.
       01 WS-RATEMAST-STATUS PIC X(2)   VALUE "00".
       01 WS-RATETOL-STATUS  PIC X(2)   VALUE "00".
       01 WS-TRANIN-STATUS   PIC X(2)   VALUE "00".
       01 WS-EOF-FLAG        PIC X      VALUE "N".
       01 WS-RATE-COUNT      PIC S9(4)  VALUE ZEROS.
       01 WS-RATE-IDX        PIC S9(4)  VALUE ZEROS.
       01 WS-FOUND-IDX       PIC S9(4)  VALUE ZEROS.
       01 WS-PRIOR-IDX       PIC S9(4)  VALUE ZEROS.
       01 WS-RATE-TABLE.
           03 WS-RATE-ENTRY             OCCURS WS-MAX-RATES TIMES.
               05 WS-RT-CCY      PIC X(3).
               05 WS-RT-DATE     PIC 9(8).
               05 WS-RT-RATE     PIC 9(4)V9(6).
               05 WS-RT-DEL-SW   PIC X.
      * Day-over-day tolerance per currency, in per cent.
       01 WS-DEFAULT-TOL     PIC 9(3)V99 VALUE 5.00.
       01 WS-TOL-COUNT       PIC S9(4)  VALUE ZEROS.
       01 WS-TOL-IDX         PIC S9(4)  VALUE ZEROS.
       01 WS-TOL-TABLE.
           03 WS-TOL-ENTRY              OCCURS WS-MAX-TOLS TIMES.
               05 WS-TL-CCY      PIC X(3).
               05 WS-TL-PCT      PIC 9(3)V99.
       01 WS-TOLERANCE       PIC 9(3)V99 VALUE ZEROS.
       01 WS-MOVE-PCT        PIC S9(7)V99 VALUE ZEROS.
       01 WS-PRIOR-DATE      PIC 9(8)   VALUE ZEROS.
       01 WS-PRIOR-RATE      PIC 9(4)V9(6) VALUE ZEROS.
       01 WS-OVERRIDE-SW     PIC X      VALUE "N".
      * Currencies seen on tonight's branch feeds.
       01 WS-FEED-CCY-COUNT  PIC S9(4)  VALUE ZEROS.
       01 WS-FEED-CCY-IDX    PIC S9(4)  VALUE ZEROS.
       01 WS-FEED-CCY-FOUND  PIC S9(4)  VALUE ZEROS.
       01 WS-FEED-CCY-TABLE.
           03 WS-FEED-CCY-ENTRY         OCCURS WS-MAX-FEED-CCYS TIMES.
               05 WS-FC-CCY      PIC X(3).
               05 WS-FC-COUNT    PIC 9(8).
       01 WS-FEED-CCY        PIC X(3)   VALUE SPACES.
       01 WS-FEED-DATE-SW    PIC X      VALUE "N".
       01 WS-FEED-DETAILS    PIC 9(8)   VALUE ZEROS.
       01 WS-NORATE-COUNT    PIC 9(6)   VALUE ZEROS.
       01 WS-VALID-SW        PIC X      VALUE "Y".
       01 WS-REASON          PIC X(20)  VALUE SPACES.
       01 WS-LEAP-SW         PIC X      VALUE "N".
       01 WS-MAX-DAY         PIC 9(2)   VALUE ZEROS.
       01 WS-CARD-COUNT      PIC 9(6)   VALUE ZEROS.
       01 WS-REJECT-COUNT    PIC 9(6)   VALUE ZEROS.
       01 WS-OVERRIDE-COUNT  PIC 9(6)   VALUE ZEROS.
       01 WS-CHAR-IDX        PIC S9(4)  VALUE ZEROS.
       01 IDX                PIC S9(9)  VALUE ZEROS.
       01 YMD.
           03 Y     PIC 9(4).
           03 M     PIC 9(2).
           03 D     PIC 9(2).
       01 NUM       REDEFINES YMD   PIC 9(8).

       01 WS-RPT-HDR.
           03                 PIC X(28)
                  VALUE "RATE MASTER MAINTENANCE     ".
           03 WS-RPT-HDR-DATE PIC 9(8).
           03                 PIC X(2)   VALUE SPACES.
           03 WS-RPT-HDR-OPER PIC X(8).
       01 WS-RPT-ACTION.
           03 WS-RPT-ACT      PIC X(8).
           03 WS-RPT-CCY      PIC X(3).
           03                 PIC X      VALUE SPACE.
           03 WS-RPT-DATE     PIC 9(8).
           03                 PIC X(2)   VALUE SPACES.
           03 WS-RPT-RATE     PIC Z(3)9.9(6).
           03                 PIC X(2)   VALUE SPACES.
           03 WS-RPT-RESULT   PIC X(30).
       01 WS-RPT-PRIOR.
           03                 PIC X(12)  VALUE SPACES.
           03                 PIC X(6)   VALUE "PRIOR ".
           03 WS-RPT-PRI-DATE PIC 9(8).
           03                 PIC X(2)   VALUE SPACES.
           03 WS-RPT-PRI-RATE PIC Z(3)9.9(6).
           03                 PIC X(7)   VALUE "  MOVE ".
           03 WS-RPT-PRI-MOVE PIC -Z(6)9.99.
           03                 PIC X(7)   VALUE "%  TOL ".
           03 WS-RPT-PRI-TOL  PIC ZZ9.99.
           03                 PIC X      VALUE "%".
       01 WS-RPT-COVER-HDR.
           03                 PIC X(40)
                  VALUE "RATE COVERAGE OF BRANCH FEEDS FOR       ".
           03 WS-RPT-COV-DATE PIC 9(8).
       01 WS-RPT-COVER.
           03                 PIC X(8)   VALUE SPACES.
           03 WS-RPT-COV-CCY  PIC X(3).
           03                 PIC X(2)   VALUE SPACES.
           03 WS-RPT-COV-CNT  PIC Z(7)9.
           03                 PIC X(15)  VALUE " TRANSACTIONS  ".
           03 WS-RPT-COV-RES  PIC X(30).
       01 WS-RPT-NOFEED.
           03                 PIC X(8)   VALUE SPACES.
           03                 PIC X(51)
                  VALUE "NO BRANCH FEEDS FOR THE BUSINESS DATE - NOT CHE
      -           "CKED".
       01 WS-RPT-TOTALS.
           03                 PIC X(16)
                  VALUE "CARDS PROCESSED ".
           03 WS-RPT-CARDS    PIC Z(5)9.
           03                 PIC X(11)  VALUE "  REJECTED ".
           03 WS-RPT-REJECTS  PIC Z(5)9.
           03                 PIC X(13)  VALUE "  OVERRIDDEN ".
           03 WS-RPT-OVERRIDES PIC Z(5)9.
       01 WS-RPT-NORATE.
           03                 PIC X(33)
                  VALUE "FEED CURRENCIES WITHOUT A RATE   ".
           03 WS-RPT-NORATES  PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-RUN-CONTROL
           MOVE RC-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE "Z" TO WS-AUTH-LETTER
           PERFORM CHECK-OPERATOR-AUTH
           OPEN INPUT RATECRDS
           OPEN OUTPUT RATENEW
           OPEN OUTPUT RATERPT
           MOVE RC-RUN-DATE    TO WS-RPT-HDR-DATE
           MOVE RC-OPERATOR-ID TO WS-RPT-HDR-OPER
           WRITE RATERPT-LINE FROM WS-RPT-HDR
           MOVE SPACES TO RATERPT-LINE
           WRITE RATERPT-LINE
           PERFORM LOAD-RATES
           PERFORM LOAD-TOLERANCES
           PERFORM READ-RATECARD
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               PERFORM PROCESS-CARD
               PERFORM READ-RATECARD
           END-PERFORM
           PERFORM WRITE-NEW-MASTER
           PERFORM CHECK-FEED-COVERAGE
           MOVE SPACES TO RATERPT-LINE
           WRITE RATERPT-LINE
           MOVE WS-CARD-COUNT     TO WS-RPT-CARDS
           MOVE WS-REJECT-COUNT   TO WS-RPT-REJECTS
           MOVE WS-OVERRIDE-COUNT TO WS-RPT-OVERRIDES
           WRITE RATERPT-LINE FROM WS-RPT-TOTALS
           MOVE WS-NORATE-COUNT   TO WS-RPT-NORATES
           WRITE RATERPT-LINE FROM WS-RPT-NORATE
           CLOSE RATECRDS
           CLOSE RATENEW
           CLOSE RATERPT
           IF WS-REJECT-COUNT > ZEROES OR WS-NORATE-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-RATES.
           OPEN INPUT RATEMAST
           IF WS-RATEMAST-STATUS EQUAL "00"
               PERFORM UNTIL WS-RATEMAST-STATUS NOT EQUAL "00"
                   READ RATEMAST
                       AT END
                           MOVE "10" TO WS-RATEMAST-STATUS
                       NOT AT END
                           PERFORM STORE-RATE
                   END-READ
               END-PERFORM
               CLOSE RATEMAST
           END-IF.

      * This job rewrites the master, so an overflow or a damaged
      * row must stop the run - a silently truncated RATENEW swapped
      * in would turn a whole currency into NRTE rejects.
       STORE-RATE.
           IF WS-RATE-COUNT >= WS-MAX-RATES
               DISPLAY "RATEMAINT: RATE MASTER EXCEEDS "
                       WS-MAX-RATES " ENTRIES - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RT-RATE-TEXT IS NOT NUMERIC
               DISPLAY "RATEMAINT: RATE NOT NUMERIC FOR " RT-CCY
                       " " RT-DATE " - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RATE-COUNT
           MOVE RT-CCY  TO WS-RT-CCY(WS-RATE-COUNT)
           MOVE RT-DATE TO WS-RT-DATE(WS-RATE-COUNT)
           MOVE RT-RATE TO WS-RT-RATE(WS-RATE-COUNT)
           MOVE "N"     TO WS-RT-DEL-SW(WS-RATE-COUNT).

      * No tolerance file is not an error: every currency then gets
      * the default tolerance.
       LOAD-TOLERANCES.
           OPEN INPUT RATETOL
           IF WS-RATETOL-STATUS EQUAL "00"
               PERFORM UNTIL WS-RATETOL-STATUS NOT EQUAL "00"
                   READ RATETOL
                       AT END
                           MOVE "10" TO WS-RATETOL-STATUS
                       NOT AT END
                           PERFORM STORE-TOLERANCE
                   END-READ
               END-PERFORM
               CLOSE RATETOL
           END-IF.

       STORE-TOLERANCE.
           IF RATETOL-REC(1:1) EQUAL "*" OR TOL-CCY EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           IF TOL-PCT-TEXT IS NOT NUMERIC
               DISPLAY "RATETOL: TOLERANCE NOT NUMERIC FOR " TOL-CCY
                       " - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TOL-COUNT >= WS-MAX-TOLS
               DISPLAY "RATETOL: TOLERANCE TABLE FULL - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TOL-COUNT
           MOVE TOL-CCY TO WS-TL-CCY(WS-TOL-COUNT)
           MOVE TOL-PCT TO WS-TL-PCT(WS-TOL-COUNT).

       READ-RATECARD.
           READ RATECRDS
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       PROCESS-CARD.
           ADD 1 TO WS-CARD-COUNT
           MOVE "N" TO WS-OVERRIDE-SW
           EVALUATE CARD-ACTION
               WHEN "A"
                   PERFORM ADD-RATE
               WHEN "R"
                   PERFORM REPLACE-RATE
               WHEN "D"
                   PERFORM DELETE-RATE
               WHEN "L"
                   PERFORM LIST-RATES
               WHEN OTHER
                   MOVE "BAD ACTION"       TO WS-REASON
                   PERFORM REPORT-REJECT
           END-EVALUATE.

       ADD-RATE.
           PERFORM VALIDATE-RATE-CARD
           IF WS-VALID-SW NOT EQUAL "Y"
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ENTRY
           IF WS-FOUND-IDX > ZEROES
               MOVE "DUPLICATE ENTRY"     TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-RATE-COUNT >= WS-MAX-RATES
               MOVE "RATE TABLE FULL"     TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-TOLERANCE
           IF WS-VALID-SW NOT EQUAL "Y"
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RATE-COUNT
           MOVE CARD-CCY  TO WS-RT-CCY(WS-RATE-COUNT)
           MOVE CARD-DATE TO WS-RT-DATE(WS-RATE-COUNT)
           MOVE CARD-RATE TO WS-RT-RATE(WS-RATE-COUNT)
           MOVE "N"       TO WS-RT-DEL-SW(WS-RATE-COUNT)
           MOVE "ADDED   " TO WS-RPT-ACT
           PERFORM REPORT-ACTION.

       REPLACE-RATE.
           PERFORM VALIDATE-RATE-CARD
           IF WS-VALID-SW NOT EQUAL "Y"
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ENTRY
           IF WS-FOUND-IDX EQUAL ZEROES
               MOVE "NOT ON FILE"         TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-TOLERANCE
           IF WS-VALID-SW NOT EQUAL "Y"
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE CARD-RATE TO WS-RT-RATE(WS-FOUND-IDX)
           MOVE "REPLACED" TO WS-RPT-ACT
           PERFORM REPORT-ACTION.

       DELETE-RATE.
           PERFORM FIND-ENTRY
           IF WS-FOUND-IDX EQUAL ZEROES
               MOVE "NOT ON FILE"         TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RT-DEL-SW(WS-FOUND-IDX)
           MOVE "DELETED " TO WS-RPT-ACT
           PERFORM REPORT-ACTION.

       LIST-RATES.
           MOVE "LIST    " TO WS-RPT-ACT
           MOVE CARD-CCY    TO WS-RPT-CCY
           MOVE ZEROES      TO WS-RPT-DATE
           MOVE ZEROES      TO WS-RPT-RATE
           MOVE SPACES      TO WS-RPT-RESULT
           WRITE RATERPT-LINE FROM WS-RPT-ACTION
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RT-DEL-SW(WS-RATE-IDX) EQUAL "N" AND
                  (CARD-CCY EQUAL SPACES OR
                   CARD-CCY EQUAL WS-RT-CCY(WS-RATE-IDX)) AND
                  (CARD-DATE-TEXT EQUAL SPACES OR
                   CARD-DATE-TEXT EQUAL WS-RT-DATE(WS-RATE-IDX))
                   MOVE "        "              TO WS-RPT-ACT
                   MOVE WS-RT-CCY(WS-RATE-IDX)  TO WS-RPT-CCY
                   MOVE WS-RT-DATE(WS-RATE-IDX) TO WS-RPT-DATE
                   MOVE WS-RT-RATE(WS-RATE-IDX) TO WS-RPT-RATE
                   MOVE SPACES                  TO WS-RPT-RESULT
                   WRITE RATERPT-LINE FROM WS-RPT-ACTION
               END-IF
           END-PERFORM.

       FIND-ENTRY.
           MOVE ZEROES TO WS-FOUND-IDX
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RT-CCY(WS-RATE-IDX) EQUAL CARD-CCY
                  AND WS-RT-DATE(WS-RATE-IDX) EQUAL CARD-DATE-TEXT
                  AND WS-RT-DEL-SW(WS-RATE-IDX) EQUAL "N"
                   MOVE WS-RATE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       VALIDATE-RATE-CARD.
           MOVE "Y" TO WS-VALID-SW
           IF CARD-CCY IS NOT ALPHABETIC-UPPER
               MOVE "N" TO WS-VALID-SW
               MOVE "BAD CURRENCY CODE"   TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 3
               IF CARD-CCY(WS-CHAR-IDX:1) EQUAL SPACE
                   MOVE "N" TO WS-VALID-SW
               END-IF
           END-PERFORM
           IF WS-VALID-SW NOT EQUAL "Y"
               MOVE "BAD CURRENCY CODE"   TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF CARD-CCY EQUAL WS-BASE-CCY
               MOVE "N" TO WS-VALID-SW
               MOVE "BASE CURRENCY"       TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-CARD-DATE
           IF WS-VALID-SW NOT EQUAL "Y"
               EXIT PARAGRAPH
           END-IF
           IF CARD-RATE-TEXT IS NOT NUMERIC
               MOVE "N" TO WS-VALID-SW
               MOVE "RATE NOT NUMERIC"    TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF CARD-RATE EQUAL ZEROES
               MOVE "N" TO WS-VALID-SW
               MOVE "RATE IS ZERO"        TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF CARD-OVERRIDE NOT EQUAL SPACE AND
              CARD-OVERRIDE NOT EQUAL "O"
               MOVE "N" TO WS-VALID-SW
               MOVE "BAD OVERRIDE FLAG"   TO WS-REASON
           END-IF.

      * A rate row is only ever read for a business date, so a
      * weekend or holiday row is a keying error.
       VALIDATE-CARD-DATE.
           IF CARD-DATE-TEXT IS NOT NUMERIC
               MOVE "N" TO WS-VALID-SW
               MOVE "DATE NOT NUMERIC"    TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE CARD-DATE TO NUM
           IF M < 1 OR M > 12
               MOVE "N" TO WS-VALID-SW
               MOVE "BAD MONTH"           TO WS-REASON
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
               MOVE "BAD DAY"             TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAL-ID TO HSV-CAL-ID
           MOVE CARD-DATE TO HSV-DATE
           CALL "HOLSRV" USING WS-HOLSRV-PARM
           IF HSV-SKIP-SW EQUAL "Y"
               MOVE "N" TO WS-VALID-SW
               MOVE "NOT A BUSINESS DAY"  TO WS-REASON
           END-IF.

      * Compares the keyed rate with the previous business day's
      * row for the same currency - the master as amended by the
      * deck so far, so a corrected prior day is used.  A currency
      * with no prior row (a new currency, or a gap) has nothing to
      * compare with and passes.
       CHECK-TOLERANCE.
           MOVE "Y" TO WS-VALID-SW
           PERFORM FIND-PREV-BUSINESS-DAY
           MOVE ZEROES TO WS-PRIOR-IDX
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RT-CCY(WS-RATE-IDX) EQUAL CARD-CCY
                  AND WS-RT-DATE(WS-RATE-IDX) EQUAL WS-PRIOR-DATE
                  AND WS-RT-DEL-SW(WS-RATE-IDX) EQUAL "N"
                   MOVE WS-RATE-IDX TO WS-PRIOR-IDX
               END-IF
           END-PERFORM
           IF WS-PRIOR-IDX EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RT-RATE(WS-PRIOR-IDX) TO WS-PRIOR-RATE
           MOVE WS-DEFAULT-TOL TO WS-TOLERANCE
           PERFORM VARYING WS-TOL-IDX FROM 1 BY 1
                   UNTIL WS-TOL-IDX > WS-TOL-COUNT
               IF WS-TL-CCY(WS-TOL-IDX) EQUAL CARD-CCY
                   MOVE WS-TL-PCT(WS-TOL-IDX) TO WS-TOLERANCE
               END-IF
           END-PERFORM
           COMPUTE WS-MOVE-PCT ROUNDED =
                   (CARD-RATE - WS-PRIOR-RATE) * 100 / WS-PRIOR-RATE
               ON SIZE ERROR
                   MOVE 9999999.99 TO WS-MOVE-PCT
           END-COMPUTE
           MOVE WS-PRIOR-DATE TO WS-RPT-PRI-DATE
           MOVE WS-PRIOR-RATE TO WS-RPT-PRI-RATE
           MOVE WS-MOVE-PCT   TO WS-RPT-PRI-MOVE
           MOVE WS-TOLERANCE  TO WS-RPT-PRI-TOL
           WRITE RATERPT-LINE FROM WS-RPT-PRIOR
           IF WS-MOVE-PCT NOT > WS-TOLERANCE AND
              WS-MOVE-PCT NOT < ZEROES - WS-TOLERANCE
               EXIT PARAGRAPH
           END-IF
           IF CARD-OVERRIDE NOT EQUAL "O"
               MOVE "N" TO WS-VALID-SW
               MOVE "OUTSIDE TOLERANCE"   TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-OPR-SENIOR-SW NOT EQUAL "Y"
               MOVE "RATE OVRD NEEDS SNR" TO WS-SEC-REASON
               PERFORM WRITE-SECURITY-LOG
               MOVE "N" TO WS-VALID-SW
               MOVE "OVERRIDE NEEDS SNR"  TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SEC-REASON
           STRING "RATE OVERRIDE " CARD-CCY
               DELIMITED BY SIZE INTO WS-SEC-REASON
           PERFORM WRITE-SECURITY-LOG
           MOVE "Y" TO WS-OVERRIDE-SW
           ADD 1 TO WS-OVERRIDE-COUNT.

       FIND-PREV-BUSINESS-DAY.
           MOVE CARD-DATE TO NUM
           MOVE FUNCTION INTEGER-OF-DATE(NUM) TO IDX
           MOVE "Y" TO HSV-SKIP-SW
           PERFORM UNTIL HSV-SKIP-SW NOT EQUAL "Y"
               SUBTRACT 1 FROM IDX
               MOVE FUNCTION DATE-OF-INTEGER(IDX) TO YMD
               MOVE WS-CAL-ID TO HSV-CAL-ID
               MOVE NUM       TO HSV-DATE
               CALL "HOLSRV" USING WS-HOLSRV-PARM
           END-PERFORM
           MOVE NUM TO WS-PRIOR-DATE.

       REPORT-ACTION.
           MOVE CARD-CCY    TO WS-RPT-CCY
           MOVE CARD-DATE   TO WS-RPT-DATE
           IF CARD-RATE-TEXT IS NUMERIC
               MOVE CARD-RATE TO WS-RPT-RATE
           ELSE
               MOVE ZEROES    TO WS-RPT-RATE
           END-IF
           IF WS-OVERRIDE-SW EQUAL "Y"
               MOVE "TOLERANCE OVERRIDDEN" TO WS-RPT-RESULT
           ELSE
               MOVE SPACES      TO WS-RPT-RESULT
           END-IF
           WRITE RATERPT-LINE FROM WS-RPT-ACTION.

       REPORT-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE "REJECTED" TO WS-RPT-ACT
           MOVE CARD-CCY TO WS-RPT-CCY
           IF CARD-DATE-TEXT IS NUMERIC
               MOVE CARD-DATE TO WS-RPT-DATE
           ELSE
               MOVE ZEROES    TO WS-RPT-DATE
           END-IF
           IF CARD-RATE-TEXT IS NUMERIC
               MOVE CARD-RATE TO WS-RPT-RATE
           ELSE
               MOVE ZEROES    TO WS-RPT-RATE
           END-IF
           MOVE WS-REASON   TO WS-RPT-RESULT
           WRITE RATERPT-LINE FROM WS-RPT-ACTION.

       WRITE-NEW-MASTER.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RT-DEL-SW(WS-RATE-IDX) EQUAL "N"
                   MOVE WS-RT-CCY(WS-RATE-IDX)  TO NEW-CCY
                   MOVE WS-RT-DATE(WS-RATE-IDX) TO NEW-DATE
                   MOVE WS-RT-RATE(WS-RATE-IDX) TO NEW-RATE
                   WRITE RATENEW-REC
               END-IF
           END-PERFORM.

      * Only a feed whose header carries tonight's business date
      * counts - a stale feed will be refused by A anyway.  Base
      * currency needs no row, and a reversal converts at its
      * original posting's rate, so neither is counted.
       CHECK-FEED-COVERAGE.
           MOVE SPACES TO RATERPT-LINE
           WRITE RATERPT-LINE
           MOVE RC-RUN-DATE TO WS-RPT-COV-DATE
           WRITE RATERPT-LINE FROM WS-RPT-COVER-HDR
           OPEN INPUT TRANIN
           IF WS-TRANIN-STATUS NOT EQUAL "00"
               WRITE RATERPT-LINE FROM WS-RPT-NOFEED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TRANIN-STATUS NOT EQUAL "00"
               READ TRANIN
                   AT END
                       MOVE "10" TO WS-TRANIN-STATUS
                   NOT AT END
                       PERFORM TALLY-FEED-RECORD
               END-READ
           END-PERFORM
           CLOSE TRANIN
           IF WS-FEED-DETAILS EQUAL ZEROES
               WRITE RATERPT-LINE FROM WS-RPT-NOFEED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FEED-CCY-IDX FROM 1 BY 1
                   UNTIL WS-FEED-CCY-IDX > WS-FEED-CCY-COUNT
               PERFORM REPORT-FEED-CURRENCY
           END-PERFORM.

       TALLY-FEED-RECORD.
           IF FC-TAG EQUAL "HDR"
               IF FC-BIZ-DATE EQUAL RC-RUN-DATE
                   MOVE "Y" TO WS-FEED-DATE-SW
               ELSE
                   MOVE "N" TO WS-FEED-DATE-SW
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF FC-TAG EQUAL "TRL" OR WS-FEED-DATE-SW NOT EQUAL "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FEED-DETAILS
           IF TRAN-TYPE EQUAL "R" OR TRAN-CCY EQUAL SPACES OR
              TRAN-CCY EQUAL WS-BASE-CCY
               EXIT PARAGRAPH
           END-IF
           MOVE TRAN-CCY TO WS-FEED-CCY
           MOVE ZEROES TO WS-FEED-CCY-FOUND
           PERFORM VARYING WS-FEED-CCY-IDX FROM 1 BY 1
                   UNTIL WS-FEED-CCY-IDX > WS-FEED-CCY-COUNT
               IF WS-FC-CCY(WS-FEED-CCY-IDX) EQUAL WS-FEED-CCY
                   MOVE WS-FEED-CCY-IDX TO WS-FEED-CCY-FOUND
               END-IF
           END-PERFORM
           IF WS-FEED-CCY-FOUND EQUAL ZEROES
               IF WS-FEED-CCY-COUNT >= WS-MAX-FEED-CCYS
                   DISPLAY "RATEMAINT: FEED CURRENCY TABLE FULL AT "
                           WS-FEED-CCY " - RUN ENDED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FEED-CCY-COUNT
               MOVE WS-FEED-CCY-COUNT TO WS-FEED-CCY-FOUND
               MOVE WS-FEED-CCY TO WS-FC-CCY(WS-FEED-CCY-FOUND)
               MOVE ZEROES      TO WS-FC-COUNT(WS-FEED-CCY-FOUND)
           END-IF
           ADD 1 TO WS-FC-COUNT(WS-FEED-CCY-FOUND).

       REPORT-FEED-CURRENCY.
           MOVE ZEROES TO WS-FOUND-IDX
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RT-CCY(WS-RATE-IDX) EQUAL
                       WS-FC-CCY(WS-FEED-CCY-IDX)
                  AND WS-RT-DATE(WS-RATE-IDX) EQUAL RC-RUN-DATE
                  AND WS-RT-DEL-SW(WS-RATE-IDX) EQUAL "N"
                   MOVE WS-RATE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           MOVE WS-FC-CCY(WS-FEED-CCY-IDX)   TO WS-RPT-COV-CCY
           MOVE WS-FC-COUNT(WS-FEED-CCY-IDX) TO WS-RPT-COV-CNT
           IF WS-FOUND-IDX EQUAL ZEROES
               MOVE "**NO RATE** WILL REJECT NRTE" TO WS-RPT-COV-RES
               ADD 1 TO WS-NORATE-COUNT
           ELSE
               MOVE "RATE ON FILE"  TO WS-RPT-COV-RES
           END-IF
           WRITE RATERPT-LINE FROM WS-RPT-COVER.

           COPY RUNCTLP.

           COPY OPERCHKP.
