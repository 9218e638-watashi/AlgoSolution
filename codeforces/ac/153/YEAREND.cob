      * Compile with -I copybooks (or set COB_COPY_DIR) so COPY TRANHDR
      * below can resolve copybooks/TRANHDR.cpy.
      *
      * Year-end interest tax reporting.  ACCRUAL's month-end interest
      * posts through A as branch ACR, one reference per account per
      * month, and until now the year's interest per customer was
      * added up by hand from twelve months of statements.  This job
      * reads the tax year's ACR postings across the audit archives
      * (ARCHyyyymm, as BALPROOF opens them) and the current AUDITOUT,
      * totals the interest posted to each account, totals separately
      * every reversal of an interest posting made in the year, and
      * writes TAXOUT - the per-account interest return in the tax
      * authority's fixed layout, header and trailer included.  The
      * tax year is the business date the interest posted on, so a
      * December month-end feed, dated for the first business day of
      * January, falls in the following year.
      *
      * YERPT is the control report.  It ties the year's postings,
      * reference by reference, to ACCRUAL's month-end feeds as kept
      * on ACCRHIST (NIGHTLY appends each night's ACCRFEED to it) and
      * lists every item that does not match: a feed line that never
      * posted clean, a posting that differs from its feed line, an
      * ACR posting on no feed, a reference posted twice, and a
      * reversal whose interest original cannot be found on the trail
      * opened.  Any unmatched item, duplicate feed or feed whose
      * trailer disagrees sets RETURN-CODE 4 - the return still
      * writes, but is not filed until YERPT has been worked.
      *
      * Card layout (YECARD): cols 1-4   tax year YYYY
      *                       cols 6-11  earliest archive month to
      *                                  open, YYYYMM - blank opens
      *                                  from January of the tax
      *                                  year; open earlier when a
      *                                  reversal in the year undoes
      *                                  an older posting
      *                       cols 13-22 payer reporting id
      *
      * TAXOUT layout (80 bytes):
      *   HDR  cols 1-3 "HDR", 4-13 payer id, 14-17 tax year,
      *        18-25 creation date, 26-31 creation time
      *   DTL  cols 1-3 "DTL", 4-7 tax year, 8-17 account,
      *        18-31 interest posted, 32-45 interest reversed,
      *        46-59 net reportable interest (amounts signed, sign
      *        leading separate, whole base units), 60-63 postings,
      *        64-67 reversals
      *   TRL  cols 1-3 "TRL", 4-13 detail record count,
      *        14-29 total posted, 30-45 total reversed,
      *        46-61 total net (signed, sign leading separate)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLUTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YECARD   ASSIGN TO "YECARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YECARD-STATUS.
           SELECT ACCRHIST ASSIGN TO "ACCRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRHIST-STATUS.
           SELECT ARCHIN   ASSIGN TO DYNAMIC WS-ARCH-DD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIN-STATUS.
           SELECT AUDITOUT ASSIGN TO "AUDITOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITOUT-STATUS.
           SELECT TAXOUT   ASSIGN TO "TAXOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT YERPT    ASSIGN TO "YERPT"
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
       FD  YECARD.
       01  YECARD-REC.
           03 YEC-TAX-YEAR     PIC X(4).
           03                  PIC X.
           03 YEC-START-MONTH  PIC X(6).
           03                  PIC X.
           03 YEC-PAYER-ID     PIC X(10).
           03                  PIC X(58).

      * ACCRUAL's month-end feeds, one HDR/detail/TRL set after
      * another - the ACCRFEED layout.
       FD  ACCRHIST.
       01  ACCRHIST-REC.
           03 HIST-BRANCH      PIC X(3).
           03 HIST-ACCT        PIC X(10).
           03 HIST-A           PIC S9(10)  SIGN IS LEADING SEPARATE.
           03 HIST-B           PIC S9(10)  SIGN IS LEADING SEPARATE.
           03 HIST-REF         PIC X(12).
           03 HIST-CCY         PIC X(3).
           COPY FEEDCTL.

       FD  ARCHIN.
       01  ARCHIN-REC          PIC X(137).

       FD  AUDITOUT.
       01  AUDITOUT-REC        PIC X(137).

       FD  TAXOUT.
       01  TAX-HDR-REC.
           03 TAX-H-TAG        PIC X(3).
           03 TAX-H-PAYER      PIC X(10).
           03 TAX-H-YEAR       PIC 9(4).
           03 TAX-H-DATE       PIC 9(8).
           03 TAX-H-TIME       PIC 9(6).
           03                  PIC X(49).
       01  TAX-DTL-REC.
           03 TAX-D-TAG        PIC X(3).
           03 TAX-D-YEAR       PIC 9(4).
           03 TAX-D-ACCT       PIC X(10).
           03 TAX-D-POSTED     PIC S9(13) SIGN IS LEADING SEPARATE.
           03 TAX-D-REVERSED   PIC S9(13) SIGN IS LEADING SEPARATE.
           03 TAX-D-NET        PIC S9(13) SIGN IS LEADING SEPARATE.
           03 TAX-D-POSTS      PIC 9(4).
           03 TAX-D-REVS       PIC 9(4).
           03                  PIC X(13).
       01  TAX-TRL-REC.
           03 TAX-T-TAG        PIC X(3).
           03 TAX-T-COUNT      PIC 9(10).
           03 TAX-T-POSTED     PIC S9(15) SIGN IS LEADING SEPARATE.
           03 TAX-T-REVERSED   PIC S9(15) SIGN IS LEADING SEPARATE.
           03 TAX-T-NET        PIC S9(15) SIGN IS LEADING SEPARATE.
           03                  PIC X(19).

       FD  YERPT.
       01  YERPT-LINE          PIC X(120).

       FD  RUNCTL.
       01  RUNCTL-REC          PIC X(80).

       FD  OPERMAST.
       01  OPERMAST-REC        PIC X(21).

       FD  SECLOG.
       01  SECLOG-REC          PIC X(43).

       WORKING-STORAGE SECTION.
           COPY RUNCTLW.
           COPY OPERCHKW.
       01 WS-OPERATOR-ID     PIC X(8)   VALUE "BATCHJOB".
      * Audit record image re-described for both layouts the trail
      * carries - see ARCHPURG and BALPROOF, which read the same file
      * the same way.  Keep these slices in step with A's AUDIT-REC.
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

       01 WS-YECARD-STATUS   PIC X(2)   VALUE "00".
       01 WS-ACCRHIST-STATUS PIC X(2)   VALUE "00".
       01 WS-ARCHIN-STATUS   PIC X(2)   VALUE "00".
       01 WS-AUDITOUT-STATUS PIC X(2)   VALUE "00".
       01 WS-ARCH-DD-NAME    PIC X(10)  VALUE SPACES.
       01 WS-EOF-FLAG        PIC X      VALUE "N".
       01 WS-TAX-YEAR        PIC 9(4)   VALUE ZEROES.
       01 WS-PAYER-ID        PIC X(10)  VALUE SPACES.
       01 WS-START-MONTH.
           03 WS-START-MON-Y PIC 9(4)   VALUE ZEROES.
           03 WS-START-MON-M PIC 9(2)   VALUE ZEROES.
       01 WS-CUR-MONTH.
           03 WS-CUR-MON-Y   PIC 9(4)   VALUE ZEROES.
           03 WS-CUR-MON-M   PIC 9(2)   VALUE ZEROES.
       01 WS-MON-SCAN        PIC S9(7)  VALUE ZEROS.
       01 WS-MON-END         PIC S9(7)  VALUE ZEROS.
       01 WS-MON-YY          PIC 9(4)   VALUE ZEROES.
       01 WS-MON-MM          PIC 9(2)   VALUE ZEROES.
       01 WS-MONTH-TEXT.
           03 WS-MONTH-Y     PIC 9(4).
           03 WS-MONTH-M     PIC 9(2).
       01 WS-AUDIT-DATE      PIC 9(8)   VALUE ZEROES.
       01 WS-AUDIT-DATE-R REDEFINES WS-AUDIT-DATE.
           03 WS-AUDIT-YEAR  PIC 9(4).
           03                PIC 9(4).
       01 WS-AUDIT-C-NUM     PIC S9(13) VALUE ZEROES.

      * The year's month-end feeds in ACCRHIST order.  A feed dated
      * the same business date as one already loaded is a second
      * copy from a rerun cycle and is skipped, not added twice.
       78  WS-MAX-FEEDS          VALUE 60.
       01 WS-FEED-COUNT      PIC S9(4)  VALUE ZEROS.
       01 WS-FEED-IDX        PIC S9(4)  VALUE ZEROS.
       01 WS-CUR-FEED        PIC S9(4)  VALUE ZEROS.
       01 WS-FEED-SKIP-SW    PIC X      VALUE "N".
       01 WS-FEED-TABLE.
           03 WS-FEED-ENTRY             OCCURS WS-MAX-FEEDS TIMES.
               05 WS-FD-DATE       PIC 9(8).
               05 WS-FD-LINES      PIC 9(10).
               05 WS-FD-TOTAL      PIC S9(15).
               05 WS-FD-TRL-COUNT  PIC 9(10).
               05 WS-FD-TRL-HASH   PIC S9(15).
               05 WS-FD-TRL-SW     PIC X.
               05 WS-FD-POST-LINES PIC 9(10).
               05 WS-FD-POST-TOTAL PIC S9(15).
       01 WS-HIST-DATE       PIC 9(8)   VALUE ZEROES.
       01 WS-HIST-DATE-R REDEFINES WS-HIST-DATE.
           03 WS-HIST-YEAR   PIC 9(4).
           03                PIC 9(4).

      * One entry per interest reference, kept in reference order -
      * the feed line that carried it (when it is on one of the
      * year's feeds) and the clean posting A made of it (when the
      * trail opened holds one).  Postings from before the tax year
      * are held only so a reversal in the year can find them.
       78  WS-MAX-ITEMS          VALUE 80000.
       01 WS-ITEM-COUNT      PIC S9(9)  VALUE ZEROS.
       01 WS-ITEM-IDX        PIC S9(9)  VALUE ZEROS.
       01 WS-ITEM-FOUND      PIC S9(9)  VALUE ZEROS.
       01 WS-ITEM-PROBE      PIC X(12)  VALUE SPACES.
       01 WS-ITEM-TABLE.
           03 WS-ITEM-ENTRY             OCCURS WS-MAX-ITEMS TIMES.
               05 WS-IT-REF        PIC X(12).
               05 WS-IT-FEED-IDX   PIC S9(4).
               05 WS-IT-FEED-ACCT  PIC X(10).
               05 WS-IT-FEED-AMT   PIC S9(13).
               05 WS-IT-POST-CNT   PIC 9(4).
               05 WS-IT-POST-ACCT  PIC X(10).
               05 WS-IT-POST-AMT   PIC S9(13).
               05 WS-IT-POST-DATE  PIC 9(8).
               05 WS-IT-REJ        PIC X(4).

      * Per-account totals for the return, kept in account order so
      * TAXOUT writes sorted.
       78  WS-MAX-ACCTS          VALUE 5000.
       01 WS-ACCT-COUNT      PIC S9(5)  VALUE ZEROS.
       01 WS-ACCT-IDX        PIC S9(5)  VALUE ZEROS.
       01 WS-ACCT-FOUND      PIC S9(5)  VALUE ZEROS.
       01 WS-ACCT-PROBE      PIC X(10)  VALUE SPACES.
       01 WS-ACCT-TABLE.
           03 WS-ACCT-ENTRY             OCCURS WS-MAX-ACCTS TIMES.
               05 WS-AC-ACCT       PIC X(10).
               05 WS-AC-POSTED     PIC S9(13).
               05 WS-AC-REVERSED   PIC S9(13).
               05 WS-AC-POSTS      PIC 9(4).
               05 WS-AC-REVS       PIC 9(4).

       01 WS-LO              PIC S9(9)  VALUE ZEROS.
       01 WS-HI              PIC S9(9)  VALUE ZEROS.
       01 WS-MID             PIC S9(9)  VALUE ZEROS.
       01 WS-SHIFT-IDX       PIC S9(9)  VALUE ZEROS.

      * Unmatched items, listed on YERPT after the feed tie.
       78  WS-MAX-UNMATCHED      VALUE 1000.
       01 WS-UNM-COUNT       PIC 9(5)   VALUE ZEROES.
       01 WS-UNM-IDX         PIC S9(5)  VALUE ZEROS.
       01 WS-UNM-OVER        PIC 9(6)   VALUE ZEROES.
       01 WS-UNM-ACCT-WK     PIC X(10)  VALUE SPACES.
       01 WS-UNM-REF-WK      PIC X(12)  VALUE SPACES.
       01 WS-UNM-AMT-WK      PIC S9(13) VALUE ZEROES.
       01 WS-UNM-REASON-WK   PIC X(40)  VALUE SPACES.
       01 WS-UNM-TABLE.
           03 WS-UNM-ENTRY              OCCURS WS-MAX-UNMATCHED TIMES.
               05 WS-UN-ACCT       PIC X(10).
               05 WS-UN-REF        PIC X(12).
               05 WS-UN-AMT        PIC S9(13).
               05 WS-UN-REASON     PIC X(40).

       01 WS-REC-COUNT       PIC 9(10)  VALUE ZEROES.
       01 WS-ARCH-FILE-CNT   PIC 9(4)   VALUE ZEROES.
       01 WS-OLD-LAYOUT-CNT  PIC 9(6)   VALUE ZEROES.
       01 WS-HIST-SKIP-CNT   PIC 9(4)   VALUE ZEROES.
       01 WS-FEED-DUP-CNT    PIC 9(4)   VALUE ZEROES.
       01 WS-FEED-BAD-CNT    PIC 9(4)   VALUE ZEROES.
       01 WS-TAX-REC-CNT     PIC 9(10)  VALUE ZEROES.
       01 WS-FEEDS-TOTAL     PIC S9(15) VALUE ZEROES.
       01 WS-FEEDS-LINES     PIC 9(10)  VALUE ZEROES.
       01 WS-TOT-POSTED      PIC S9(15) VALUE ZEROES.
       01 WS-TOT-POST-CNT    PIC 9(10)  VALUE ZEROES.
       01 WS-TOT-REVERSED    PIC S9(15) VALUE ZEROES.
       01 WS-TOT-REV-CNT     PIC 9(10)  VALUE ZEROES.
       01 WS-TOT-NET         PIC S9(15) VALUE ZEROES.
       01 WS-TIE-DIFF        PIC S9(15) VALUE ZEROES.

       01 WS-RPT-HDR.
           03                PIC X(28)
                  VALUE "YEAR-END INTEREST TAX RETURN".
           03                PIC X(6)   VALUE " YEAR ".
           03 WS-HDR-YEAR    PIC 9(4).
           03                PIC X(2)   VALUE SPACES.
           03 WS-HDR-DATE    PIC 9(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-HDR-OPER    PIC X(8).
           03                PIC X(8)   VALUE "  PAYER ".
           03 WS-HDR-PAYER   PIC X(10).
       01 WS-RPT-FEED-COLS.
           03                PIC X(12)  VALUE "FEED DATE   ".
           03                PIC X(12)  VALUE "  FEED LINES".
           03                PIC X(17)  VALUE "       FEED TOTAL".
           03                PIC X(12)  VALUE "  POSTED    ".
           03                PIC X(17)  VALUE "     POSTED TOTAL".
           03                PIC X(17)  VALUE "       DIFFERENCE".
           03                PIC X(2)   VALUE SPACES.
           03                PIC X(4)   VALUE "FLAG".
       01 WS-RPT-FEED-LINE.
           03 WS-FL-DATE     PIC 9(8).
           03                PIC X(4)   VALUE SPACES.
           03 WS-FL-LINES    PIC Z(11)9.
           03                PIC X      VALUE SPACE.
           03 WS-FL-TOTAL    PIC -Z(14)9.
           03 WS-FL-POSTED   PIC Z(11)9.
           03                PIC X      VALUE SPACE.
           03 WS-FL-PTOTAL   PIC -Z(14)9.
           03                PIC X      VALUE SPACE.
           03 WS-FL-DIFF     PIC -Z(14)9.
           03                PIC X(2)   VALUE SPACES.
           03 WS-FL-FLAG     PIC X(26).
       01 WS-RPT-UNM-COLS.
           03                PIC X(12)  VALUE "ACCOUNT     ".
           03                PIC X(14)  VALUE "REFERENCE     ".
           03                PIC X(16)  VALUE "          AMOUNT".
           03                PIC X(2)   VALUE SPACES.
           03                PIC X(6)   VALUE "REASON".
       01 WS-RPT-UNM-LINE.
           03 WS-UL-ACCT     PIC X(10).
           03                PIC X(2)   VALUE SPACES.
           03 WS-UL-REF      PIC X(12).
           03                PIC X(2)   VALUE SPACES.
           03 WS-UL-AMT      PIC -Z(12)9.
           03                PIC X(4)   VALUE SPACES.
           03 WS-UL-REASON   PIC X(40).
       01 WS-RPT-AMTLINE.
           03 WS-AMT-LABEL   PIC X(36).
           03                PIC X      VALUE SPACE.
           03 WS-AMT-VALUE   PIC -Z(14)9.
       01 WS-RPT-CNTLINE.
           03 WS-CNT-LABEL   PIC X(36).
           03                PIC X(7)   VALUE SPACES.
           03 WS-CNT-VALUE   PIC Z(9)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-RUN-CONTROL
           MOVE RC-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE "I" TO WS-AUTH-LETTER
           PERFORM CHECK-OPERATOR-AUTH
           PERFORM READ-YEAR-CARD
           PERFORM LOAD-FEED-HISTORY
           PERFORM SCAN-ARCHIVES
           PERFORM SCAN-CURRENT
           PERFORM RECONCILE-ITEMS
           PERFORM WRITE-TAX-RETURN
           PERFORM WRITE-CONTROL-REPORT
           DISPLAY "YEAREND: TAX YEAR " WS-TAX-YEAR
                   " ACCOUNTS REPORTED " WS-TAX-REC-CNT
           DISPLAY "YEAREND: UNMATCHED ITEMS "
                   WS-UNM-COUNT
           IF WS-UNM-COUNT > ZEROES OR WS-TIE-DIFF NOT EQUAL ZEROES OR
              WS-FEED-DUP-CNT > ZEROES OR
              WS-FEED-BAD-CNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-YEAR-CARD.
           OPEN INPUT YECARD
           IF WS-YECARD-STATUS NOT EQUAL "00"
               DISPLAY "YEAREND: YEAR CARD FILE NOT AVAILABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ YECARD
               AT END
                   DISPLAY "YEAREND: YEAR CARD FILE IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE YECARD
           IF YEC-TAX-YEAR IS NOT NUMERIC
               DISPLAY "YEAREND: TAX YEAR NOT NUMERIC: " YEC-TAX-YEAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE YEC-TAX-YEAR TO WS-TAX-YEAR
           IF YEC-START-MONTH EQUAL SPACES
               MOVE WS-TAX-YEAR TO WS-START-MON-Y
               MOVE 1           TO WS-START-MON-M
           ELSE
               IF YEC-START-MONTH IS NOT NUMERIC OR
                  YEC-START-MONTH(1:4) > YEC-TAX-YEAR
                   DISPLAY "YEAREND: START MONTH NOT VALID: "
                           YEC-START-MONTH
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE YEC-START-MONTH TO WS-START-MONTH
           END-IF
           IF YEC-PAYER-ID EQUAL SPACES
               DISPLAY "YEAREND: PAYER REPORTING ID MISSING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE YEC-PAYER-ID TO WS-PAYER-ID
           MOVE RC-RUN-DATE(1:6) TO WS-CUR-MONTH.

      * Feeds dated outside the tax year are passed over whole.
       LOAD-FEED-HISTORY.
           OPEN INPUT ACCRHIST
           IF WS-ACCRHIST-STATUS NOT EQUAL "00"
               DISPLAY "YEAREND: ACCRUAL FEED HISTORY NOT AVAILABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO WS-FEED-SKIP-SW
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               READ ACCRHIST
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-FEED-RECORD
               END-READ
           END-PERFORM
           CLOSE ACCRHIST.

       LOAD-FEED-RECORD.
           EVALUATE FC-TAG
               WHEN "HDR"
                   PERFORM START-FEED
               WHEN "TRL"
                   IF WS-FEED-SKIP-SW NOT EQUAL "Y"
                       MOVE FC-REC-COUNT
                         TO WS-FD-TRL-COUNT(WS-CUR-FEED)
                       MOVE FC-HASH TO WS-FD-TRL-HASH(WS-CUR-FEED)
                       MOVE "Y"     TO WS-FD-TRL-SW(WS-CUR-FEED)
                   END-IF
                   MOVE "Y" TO WS-FEED-SKIP-SW
               WHEN OTHER
                   IF WS-FEED-SKIP-SW NOT EQUAL "Y"
                       PERFORM LOAD-FEED-LINE
                   END-IF
           END-EVALUATE.

       START-FEED.
           MOVE "Y" TO WS-FEED-SKIP-SW
           MOVE FC-BIZ-DATE TO WS-HIST-DATE
           IF WS-HIST-YEAR NOT EQUAL WS-TAX-YEAR
               ADD 1 TO WS-HIST-SKIP-CNT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-COUNT
               IF WS-FD-DATE(WS-FEED-IDX) EQUAL WS-HIST-DATE
                   ADD 1 TO WS-FEED-DUP-CNT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-FEED-COUNT >= WS-MAX-FEEDS
               DISPLAY "YEAREND: FEED TABLE FULL - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FEED-COUNT
           MOVE WS-FEED-COUNT TO WS-CUR-FEED
           MOVE WS-HIST-DATE  TO WS-FD-DATE(WS-CUR-FEED)
           MOVE ZEROES TO WS-FD-LINES(WS-CUR-FEED)
           MOVE ZEROES TO WS-FD-TOTAL(WS-CUR-FEED)
           MOVE ZEROES TO WS-FD-TRL-COUNT(WS-CUR-FEED)
           MOVE ZEROES TO WS-FD-TRL-HASH(WS-CUR-FEED)
           MOVE "N"    TO WS-FD-TRL-SW(WS-CUR-FEED)
           MOVE ZEROES TO WS-FD-POST-LINES(WS-CUR-FEED)
           MOVE ZEROES TO WS-FD-POST-TOTAL(WS-CUR-FEED)
           MOVE "N" TO WS-FEED-SKIP-SW.

      * The same reference on two of the year's feeds cannot be told
      * apart once posted; the second line is listed, not loaded.
       LOAD-FEED-LINE.
           ADD 1 TO WS-FD-LINES(WS-CUR-FEED)
           ADD HIST-A TO WS-FD-TOTAL(WS-CUR-FEED)
           MOVE HIST-REF TO WS-ITEM-PROBE
           PERFORM FIND-ITEM
           IF WS-ITEM-FOUND > ZEROS
               MOVE HIST-ACCT TO WS-UNM-ACCT-WK
               MOVE HIST-REF  TO WS-UNM-REF-WK
               MOVE HIST-A    TO WS-UNM-AMT-WK
               MOVE "REFERENCE ON TWO MONTH-END FEEDS"
                 TO WS-UNM-REASON-WK
               PERFORM ADD-UNMATCHED
               EXIT PARAGRAPH
           END-IF
           PERFORM INSERT-ITEM
           MOVE WS-CUR-FEED TO WS-IT-FEED-IDX(WS-ITEM-FOUND)
           MOVE HIST-ACCT   TO WS-IT-FEED-ACCT(WS-ITEM-FOUND)
           MOVE HIST-A      TO WS-IT-FEED-AMT(WS-ITEM-FOUND).

      * One pass per archive month from the start month up to the
      * business month, building each ARCHyyyymm DD name the way
      * ARCHPURG built it.  A month with no archive is not opened.
       SCAN-ARCHIVES.
           COMPUTE WS-MON-SCAN =
               WS-START-MON-Y * 12 + WS-START-MON-M - 1
           COMPUTE WS-MON-END =
               WS-CUR-MON-Y * 12 + WS-CUR-MON-M - 1
           PERFORM UNTIL WS-MON-SCAN > WS-MON-END
               DIVIDE WS-MON-SCAN BY 12 GIVING WS-MON-YY
                   REMAINDER WS-MON-MM
               MOVE WS-MON-YY TO WS-MONTH-Y
               COMPUTE WS-MONTH-M = WS-MON-MM + 1
               MOVE SPACES TO WS-ARCH-DD-NAME
               STRING "ARCH" WS-MONTH-TEXT
                   DELIMITED BY SIZE INTO WS-ARCH-DD-NAME
               PERFORM SCAN-ONE-ARCHIVE
               ADD 1 TO WS-MON-SCAN
           END-PERFORM.

       SCAN-ONE-ARCHIVE.
           OPEN INPUT ARCHIN
           IF WS-ARCHIN-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ARCH-FILE-CNT
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               READ ARCHIN
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE ARCHIN-REC TO WS-AUDIT-RAW
                       PERFORM SCAN-AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE ARCHIN.

       SCAN-CURRENT.
           OPEN INPUT AUDITOUT
           IF WS-AUDITOUT-STATUS NOT EQUAL "00"
               DISPLAY "YEAREND: AUDIT FILE NOT AVAILABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               READ AUDITOUT
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE AUDITOUT-REC TO WS-AUDIT-RAW
                       PERFORM SCAN-AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDITOUT.

      * An old 69-byte record carries no branch or reference and
      * cannot be interest.  A clean ACR line is an interest posting;
      * a rejected one (RRUN aside - the original run posted it)
      * marks its feed line with the reject code.  A clean line that
      * names an original reference is a reversal, and counts when
      * the original is an interest posting.
       SCAN-AUDIT-RECORD.
           ADD 1 TO WS-REC-COUNT
           IF WS-AUDIT-RAW(70:38) EQUAL SPACES
               ADD 1 TO WS-OLD-LAYOUT-CNT
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-HDR-RUN-DATE TO WS-AUDIT-DATE
           EVALUATE TRUE
               WHEN AUDIT-ERR EQUAL SPACES AND
                    AUDIT-ORIG-REF NOT EQUAL SPACES
                   IF WS-AUDIT-YEAR EQUAL WS-TAX-YEAR
                       PERFORM SCAN-REVERSAL
                   END-IF
               WHEN AUDIT-BRANCH NOT EQUAL "ACR"
                   CONTINUE
               WHEN AUDIT-ERR EQUAL SPACES
                   PERFORM SCAN-INTEREST-POSTING
               WHEN AUDIT-ERR NOT EQUAL "RRUN"
                   MOVE AUDIT-REF TO WS-ITEM-PROBE
                   PERFORM FIND-ITEM
                   IF WS-ITEM-FOUND > ZEROS
                       MOVE AUDIT-ERR TO WS-IT-REJ(WS-ITEM-FOUND)
                   END-IF
           END-EVALUATE.

       SCAN-INTEREST-POSTING.
           MOVE FUNCTION NUMVAL(AUDIT-C) TO WS-AUDIT-C-NUM
           MOVE AUDIT-REF TO WS-ITEM-PROBE
           PERFORM FIND-ITEM
           IF WS-ITEM-FOUND EQUAL ZEROS
               PERFORM INSERT-ITEM
           END-IF
           ADD 1 TO WS-IT-POST-CNT(WS-ITEM-FOUND)
           IF WS-IT-POST-CNT(WS-ITEM-FOUND) EQUAL 1
               MOVE AUDIT-ACCT     TO WS-IT-POST-ACCT(WS-ITEM-FOUND)
               MOVE WS-AUDIT-C-NUM TO WS-IT-POST-AMT(WS-ITEM-FOUND)
               MOVE WS-AUDIT-DATE  TO WS-IT-POST-DATE(WS-ITEM-FOUND)
           END-IF
           IF WS-AUDIT-YEAR NOT EQUAL WS-TAX-YEAR
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-ACCT TO WS-ACCT-PROBE
           PERFORM FIND-OR-ADD-ACCOUNT
           ADD WS-AUDIT-C-NUM TO WS-AC-POSTED(WS-ACCT-FOUND)
           ADD 1 TO WS-AC-POSTS(WS-ACCT-FOUND)
           IF WS-IT-FEED-IDX(WS-ITEM-FOUND) > ZEROS
               MOVE WS-IT-FEED-IDX(WS-ITEM-FOUND) TO WS-FEED-IDX
               ADD 1 TO WS-FD-POST-LINES(WS-FEED-IDX)
               ADD WS-AUDIT-C-NUM TO WS-FD-POST-TOTAL(WS-FEED-IDX)
           END-IF.

      * ACCRUAL's references are "IN", the month and a sequence
      * number; a reversal naming one that the trail opened does not
      * hold is listed - open the archives from an earlier month.
       SCAN-REVERSAL.
           MOVE FUNCTION NUMVAL(AUDIT-C) TO WS-AUDIT-C-NUM
           MOVE AUDIT-ORIG-REF TO WS-ITEM-PROBE
           PERFORM FIND-ITEM
           IF WS-ITEM-FOUND > ZEROS
               IF WS-IT-POST-CNT(WS-ITEM-FOUND) EQUAL ZEROES
                   MOVE ZEROS TO WS-ITEM-FOUND
               END-IF
           END-IF
           IF WS-ITEM-FOUND EQUAL ZEROS
               IF AUDIT-ORIG-REF(1:2) EQUAL "IN" AND
                  AUDIT-ORIG-REF(3:10) IS NUMERIC
                   MOVE AUDIT-ACCT     TO WS-UNM-ACCT-WK
                   MOVE AUDIT-REF      TO WS-UNM-REF-WK
                   MOVE WS-AUDIT-C-NUM TO WS-UNM-AMT-WK
                   MOVE SPACES TO WS-UNM-REASON-WK
                   STRING "REVERSAL OF " AUDIT-ORIG-REF
                          " NOT FOUND"
                       DELIMITED BY SIZE INTO WS-UNM-REASON-WK
                   PERFORM ADD-UNMATCHED
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF AUDIT-ACCT NOT EQUAL WS-IT-POST-ACCT(WS-ITEM-FOUND)
               MOVE AUDIT-ACCT     TO WS-UNM-ACCT-WK
               MOVE AUDIT-REF      TO WS-UNM-REF-WK
               MOVE WS-AUDIT-C-NUM TO WS-UNM-AMT-WK
               MOVE "REVERSAL ON ANOTHER ACCOUNT"
                 TO WS-UNM-REASON-WK
               PERFORM ADD-UNMATCHED
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-ACCT TO WS-ACCT-PROBE
           PERFORM FIND-OR-ADD-ACCOUNT
           ADD WS-AUDIT-C-NUM TO WS-AC-REVERSED(WS-ACCT-FOUND)
           ADD 1 TO WS-AC-REVS(WS-ACCT-FOUND).

      * Binary search of the reference table; when the probe is not
      * there, WS-LO is left at the slot it would go in.
       FIND-ITEM.
           MOVE ZEROS TO WS-ITEM-FOUND
           MOVE 1 TO WS-LO
           MOVE WS-ITEM-COUNT TO WS-HI
           PERFORM UNTIL WS-LO > WS-HI OR WS-ITEM-FOUND > ZEROS
               COMPUTE WS-MID = (WS-LO + WS-HI) / 2
               EVALUATE TRUE
                   WHEN WS-IT-REF(WS-MID) EQUAL WS-ITEM-PROBE
                       MOVE WS-MID TO WS-ITEM-FOUND
                   WHEN WS-IT-REF(WS-MID) < WS-ITEM-PROBE
                       COMPUTE WS-LO = WS-MID + 1
                   WHEN OTHER
                       COMPUTE WS-HI = WS-MID - 1
               END-EVALUATE
           END-PERFORM.

      * References arrive in ascending order from both the feeds and
      * the trail, so the slot is almost always the end of the table;
      * anything out of order is shifted into place.  A full table
      * ends the run - a dropped reference would misstate the return.
       INSERT-ITEM.
           IF WS-ITEM-COUNT >= WS-MAX-ITEMS
               DISPLAY "YEAREND: REFERENCE TABLE FULL - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-SHIFT-IDX FROM WS-ITEM-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-LO
               MOVE WS-ITEM-ENTRY(WS-SHIFT-IDX)
                 TO WS-ITEM-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-LO TO WS-ITEM-FOUND
           MOVE WS-ITEM-PROBE TO WS-IT-REF(WS-ITEM-FOUND)
           MOVE ZEROS  TO WS-IT-FEED-IDX(WS-ITEM-FOUND)
           MOVE SPACES TO WS-IT-FEED-ACCT(WS-ITEM-FOUND)
           MOVE ZEROES TO WS-IT-FEED-AMT(WS-ITEM-FOUND)
           MOVE ZEROES TO WS-IT-POST-CNT(WS-ITEM-FOUND)
           MOVE SPACES TO WS-IT-POST-ACCT(WS-ITEM-FOUND)
           MOVE ZEROES TO WS-IT-POST-AMT(WS-ITEM-FOUND)
           MOVE ZEROES TO WS-IT-POST-DATE(WS-ITEM-FOUND)
           MOVE SPACES TO WS-IT-REJ(WS-ITEM-FOUND).

       FIND-OR-ADD-ACCOUNT.
           MOVE ZEROS TO WS-ACCT-FOUND
           MOVE 1 TO WS-LO
           MOVE WS-ACCT-COUNT TO WS-HI
           PERFORM UNTIL WS-LO > WS-HI OR WS-ACCT-FOUND > ZEROS
               COMPUTE WS-MID = (WS-LO + WS-HI) / 2
               EVALUATE TRUE
                   WHEN WS-AC-ACCT(WS-MID) EQUAL WS-ACCT-PROBE
                       MOVE WS-MID TO WS-ACCT-FOUND
                   WHEN WS-AC-ACCT(WS-MID) < WS-ACCT-PROBE
                       COMPUTE WS-LO = WS-MID + 1
                   WHEN OTHER
                       COMPUTE WS-HI = WS-MID - 1
               END-EVALUATE
           END-PERFORM
           IF WS-ACCT-FOUND > ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-COUNT >= WS-MAX-ACCTS
               DISPLAY "YEAREND: ACCOUNT TABLE FULL - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-SHIFT-IDX FROM WS-ACCT-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-LO
               MOVE WS-ACCT-ENTRY(WS-SHIFT-IDX)
                 TO WS-ACCT-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-ACCT-COUNT
           MOVE WS-LO TO WS-ACCT-FOUND
           MOVE WS-ACCT-PROBE TO WS-AC-ACCT(WS-ACCT-FOUND)
           MOVE ZEROES TO WS-AC-POSTED(WS-ACCT-FOUND)
           MOVE ZEROES TO WS-AC-REVERSED(WS-ACCT-FOUND)
           MOVE ZEROES TO WS-AC-POSTS(WS-ACCT-FOUND)
           MOVE ZEROES TO WS-AC-REVS(WS-ACCT-FOUND).

      * Every reference is tied once the whole trail is in: a line
      * on one of the year's feeds against its posting, and a
      * posting in the year against its feed line.
       RECONCILE-ITEMS.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               PERFORM RECONCILE-ONE-ITEM
           END-PERFORM.

       RECONCILE-ONE-ITEM.
           MOVE WS-IT-REF(WS-ITEM-IDX) TO WS-UNM-REF-WK
           MOVE WS-IT-POST-DATE(WS-ITEM-IDX) TO WS-AUDIT-DATE
           IF WS-IT-FEED-IDX(WS-ITEM-IDX) > ZEROS
               MOVE WS-IT-FEED-ACCT(WS-ITEM-IDX) TO WS-UNM-ACCT-WK
               MOVE WS-IT-FEED-AMT(WS-ITEM-IDX)  TO WS-UNM-AMT-WK
               EVALUATE TRUE
                   WHEN WS-IT-POST-CNT(WS-ITEM-IDX) EQUAL ZEROES
                       MOVE SPACES TO WS-UNM-REASON-WK
                       IF WS-IT-REJ(WS-ITEM-IDX) EQUAL SPACES
                           MOVE "FEED LINE NEVER POSTED"
                             TO WS-UNM-REASON-WK
                       ELSE
                           STRING "FEED LINE REJECTED "
                                  WS-IT-REJ(WS-ITEM-IDX)
                               DELIMITED BY SIZE INTO WS-UNM-REASON-WK
                       END-IF
                       PERFORM ADD-UNMATCHED
                   WHEN WS-IT-POST-ACCT(WS-ITEM-IDX) NOT EQUAL
                        WS-IT-FEED-ACCT(WS-ITEM-IDX) OR
                        WS-IT-POST-AMT(WS-ITEM-IDX) NOT EQUAL
                        WS-IT-FEED-AMT(WS-ITEM-IDX)
                       MOVE WS-IT-POST-ACCT(WS-ITEM-IDX)
                         TO WS-UNM-ACCT-WK
                       MOVE WS-IT-POST-AMT(WS-ITEM-IDX)
                         TO WS-UNM-AMT-WK
                       MOVE "POSTING DIFFERS FROM FEED LINE"
                         TO WS-UNM-REASON-WK
                       PERFORM ADD-UNMATCHED
               END-EVALUATE
           ELSE
               IF WS-IT-POST-CNT(WS-ITEM-IDX) > ZEROES AND
                  WS-AUDIT-YEAR EQUAL WS-TAX-YEAR
                   MOVE WS-IT-POST-ACCT(WS-ITEM-IDX) TO WS-UNM-ACCT-WK
                   MOVE WS-IT-POST-AMT(WS-ITEM-IDX)  TO WS-UNM-AMT-WK
                   MOVE "ACR POSTING ON NO MONTH-END FEED"
                     TO WS-UNM-REASON-WK
                   PERFORM ADD-UNMATCHED
               END-IF
           END-IF
           IF WS-IT-POST-CNT(WS-ITEM-IDX) > 1 AND
              WS-AUDIT-YEAR EQUAL WS-TAX-YEAR
               MOVE WS-IT-POST-ACCT(WS-ITEM-IDX) TO WS-UNM-ACCT-WK
               MOVE WS-IT-POST-AMT(WS-ITEM-IDX)  TO WS-UNM-AMT-WK
               MOVE "REFERENCE POSTED MORE THAN ONCE"
                 TO WS-UNM-REASON-WK
               PERFORM ADD-UNMATCHED
           END-IF.

       ADD-UNMATCHED.
           IF WS-UNM-COUNT >= WS-MAX-UNMATCHED
               ADD 1 TO WS-UNM-OVER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UNM-COUNT
           MOVE WS-UNM-ACCT-WK   TO WS-UN-ACCT(WS-UNM-COUNT)
           MOVE WS-UNM-REF-WK    TO WS-UN-REF(WS-UNM-COUNT)
           MOVE WS-UNM-AMT-WK    TO WS-UN-AMT(WS-UNM-COUNT)
           MOVE WS-UNM-REASON-WK TO WS-UN-REASON(WS-UNM-COUNT).

       WRITE-TAX-RETURN.
           OPEN OUTPUT TAXOUT
           MOVE SPACES TO TAX-HDR-REC
           MOVE "HDR"        TO TAX-H-TAG
           MOVE WS-PAYER-ID  TO TAX-H-PAYER
           MOVE WS-TAX-YEAR  TO TAX-H-YEAR
           MOVE FUNCTION CURRENT-DATE(1:8) TO TAX-H-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TAX-H-TIME
           WRITE TAX-HDR-REC
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               MOVE SPACES TO TAX-DTL-REC
               MOVE "DTL"       TO TAX-D-TAG
               MOVE WS-TAX-YEAR TO TAX-D-YEAR
               MOVE WS-AC-ACCT(WS-ACCT-IDX)     TO TAX-D-ACCT
               MOVE WS-AC-POSTED(WS-ACCT-IDX)   TO TAX-D-POSTED
               MOVE WS-AC-REVERSED(WS-ACCT-IDX) TO TAX-D-REVERSED
               COMPUTE TAX-D-NET = WS-AC-POSTED(WS-ACCT-IDX)
                   + WS-AC-REVERSED(WS-ACCT-IDX)
               MOVE WS-AC-POSTS(WS-ACCT-IDX) TO TAX-D-POSTS
               MOVE WS-AC-REVS(WS-ACCT-IDX)  TO TAX-D-REVS
               WRITE TAX-DTL-REC
               ADD 1 TO WS-TAX-REC-CNT
               ADD WS-AC-POSTED(WS-ACCT-IDX)   TO WS-TOT-POSTED
               ADD WS-AC-REVERSED(WS-ACCT-IDX) TO WS-TOT-REVERSED
               ADD WS-AC-POSTS(WS-ACCT-IDX)    TO WS-TOT-POST-CNT
               ADD WS-AC-REVS(WS-ACCT-IDX)     TO WS-TOT-REV-CNT
           END-PERFORM
           COMPUTE WS-TOT-NET = WS-TOT-POSTED + WS-TOT-REVERSED
           MOVE SPACES TO TAX-TRL-REC
           MOVE "TRL"           TO TAX-T-TAG
           MOVE WS-TAX-REC-CNT  TO TAX-T-COUNT
           MOVE WS-TOT-POSTED   TO TAX-T-POSTED
           MOVE WS-TOT-REVERSED TO TAX-T-REVERSED
           MOVE WS-TOT-NET      TO TAX-T-NET
           WRITE TAX-TRL-REC
           CLOSE TAXOUT.

      * The tie: each month-end feed against what posted from it,
      * then the year's interest posted against the feeds' total.
       WRITE-CONTROL-REPORT.
           OPEN OUTPUT YERPT
           MOVE WS-TAX-YEAR    TO WS-HDR-YEAR
           MOVE RC-RUN-DATE    TO WS-HDR-DATE
           MOVE RC-OPERATOR-ID TO WS-HDR-OPER
           MOVE WS-PAYER-ID    TO WS-HDR-PAYER
           WRITE YERPT-LINE FROM WS-RPT-HDR
           MOVE SPACES TO YERPT-LINE
           WRITE YERPT-LINE
           WRITE YERPT-LINE FROM WS-RPT-FEED-COLS
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-COUNT
               PERFORM REPORT-ONE-FEED
           END-PERFORM
           IF WS-FEED-COUNT EQUAL ZEROS
               MOVE "*** NO MONTH-END FEED ON ACCRHIST FOR THE YEAR"
                 TO YERPT-LINE
               WRITE YERPT-LINE
           END-IF
           MOVE SPACES TO YERPT-LINE
           WRITE YERPT-LINE
           MOVE "MONTH-END FEEDS TOTAL               " TO WS-AMT-LABEL
           MOVE WS-FEEDS-TOTAL TO WS-AMT-VALUE
           WRITE YERPT-LINE FROM WS-RPT-AMTLINE
           MOVE "INTEREST POSTED IN THE YEAR         " TO WS-AMT-LABEL
           MOVE WS-TOT-POSTED TO WS-AMT-VALUE
           WRITE YERPT-LINE FROM WS-RPT-AMTLINE
           COMPUTE WS-TIE-DIFF = WS-TOT-POSTED - WS-FEEDS-TOTAL
           MOVE "DIFFERENCE                          " TO WS-AMT-LABEL
           MOVE WS-TIE-DIFF TO WS-AMT-VALUE
           WRITE YERPT-LINE FROM WS-RPT-AMTLINE
           MOVE "INTEREST REVERSED IN THE YEAR       " TO WS-AMT-LABEL
           MOVE WS-TOT-REVERSED TO WS-AMT-VALUE
           WRITE YERPT-LINE FROM WS-RPT-AMTLINE
           MOVE "NET INTEREST REPORTED ON TAXOUT     " TO WS-AMT-LABEL
           MOVE WS-TOT-NET TO WS-AMT-VALUE
           WRITE YERPT-LINE FROM WS-RPT-AMTLINE
           MOVE SPACES TO YERPT-LINE
           WRITE YERPT-LINE
           MOVE "MONTH-END FEEDS FOR THE YEAR        " TO WS-CNT-LABEL
           MOVE WS-FEED-COUNT TO WS-CNT-VALUE
           WRITE YERPT-LINE FROM WS-RPT-CNTLINE
           MOVE "FEED LINES                          " TO WS-CNT-LABEL
           MOVE WS-FEEDS-LINES TO WS-CNT-VALUE
           WRITE YERPT-LINE FROM WS-RPT-CNTLINE
           MOVE "INTEREST POSTINGS                   " TO WS-CNT-LABEL
           MOVE WS-TOT-POST-CNT TO WS-CNT-VALUE
           WRITE YERPT-LINE FROM WS-RPT-CNTLINE
           MOVE "INTEREST REVERSALS                  " TO WS-CNT-LABEL
           MOVE WS-TOT-REV-CNT TO WS-CNT-VALUE
           WRITE YERPT-LINE FROM WS-RPT-CNTLINE
           MOVE "ACCOUNTS ON TAXOUT                  " TO WS-CNT-LABEL
           MOVE WS-TAX-REC-CNT TO WS-CNT-VALUE
           WRITE YERPT-LINE FROM WS-RPT-CNTLINE
           MOVE "AUDIT RECORDS READ                  " TO WS-CNT-LABEL
           MOVE WS-REC-COUNT TO WS-CNT-VALUE
           WRITE YERPT-LINE FROM WS-RPT-CNTLINE
           MOVE "ARCHIVE FILES OPENED                " TO WS-CNT-LABEL
           MOVE WS-ARCH-FILE-CNT TO WS-CNT-VALUE
           WRITE YERPT-LINE FROM WS-RPT-CNTLINE
           IF WS-FEED-DUP-CNT > ZEROES
               MOVE "DUPLICATE FEEDS SKIPPED             "
                 TO WS-CNT-LABEL
               MOVE WS-FEED-DUP-CNT TO WS-CNT-VALUE
               WRITE YERPT-LINE FROM WS-RPT-CNTLINE
           END-IF
           IF WS-OLD-LAYOUT-CNT > ZEROES
               MOVE "OLD-LAYOUT RECORDS PASSED OVER      "
                 TO WS-CNT-LABEL
               MOVE WS-OLD-LAYOUT-CNT TO WS-CNT-VALUE
               WRITE YERPT-LINE FROM WS-RPT-CNTLINE
           END-IF
           PERFORM REPORT-UNMATCHED-ITEMS
           MOVE SPACES TO YERPT-LINE
           WRITE YERPT-LINE
           IF WS-UNM-COUNT EQUAL ZEROES AND WS-TIE-DIFF EQUAL ZEROES
              AND WS-FEED-DUP-CNT EQUAL ZEROES
              AND WS-FEED-BAD-CNT EQUAL ZEROES
               MOVE "RESULT: INTEREST POSTED TIES TO MONTH-END FEEDS"
                 TO YERPT-LINE
           ELSE
               MOVE "RESULT: *** WORK THESE ITEMS BEFORE FILING TAXOUT"
                 TO YERPT-LINE
           END-IF
           WRITE YERPT-LINE
           CLOSE YERPT.

       REPORT-ONE-FEED.
           MOVE WS-FD-DATE(WS-FEED-IDX)       TO WS-FL-DATE
           MOVE WS-FD-LINES(WS-FEED-IDX)      TO WS-FL-LINES
           MOVE WS-FD-TOTAL(WS-FEED-IDX)      TO WS-FL-TOTAL
           MOVE WS-FD-POST-LINES(WS-FEED-IDX) TO WS-FL-POSTED
           MOVE WS-FD-POST-TOTAL(WS-FEED-IDX) TO WS-FL-PTOTAL
           COMPUTE WS-FL-DIFF = WS-FD-POST-TOTAL(WS-FEED-IDX)
               - WS-FD-TOTAL(WS-FEED-IDX)
           MOVE SPACES TO WS-FL-FLAG
           EVALUATE TRUE
               WHEN WS-FD-TRL-SW(WS-FEED-IDX) NOT EQUAL "Y"
                   MOVE "*** NO TRAILER ***" TO WS-FL-FLAG
                   ADD 1 TO WS-FEED-BAD-CNT
               WHEN WS-FD-TRL-COUNT(WS-FEED-IDX) NOT EQUAL
                    WS-FD-LINES(WS-FEED-IDX) OR
                    WS-FD-TRL-HASH(WS-FEED-IDX) NOT EQUAL
                    WS-FD-TOTAL(WS-FEED-IDX)
                   MOVE "*** TRAILER DISAGREES ***" TO WS-FL-FLAG
                   ADD 1 TO WS-FEED-BAD-CNT
               WHEN WS-FD-POST-TOTAL(WS-FEED-IDX) NOT EQUAL
                    WS-FD-TOTAL(WS-FEED-IDX) OR
                    WS-FD-POST-LINES(WS-FEED-IDX) NOT EQUAL
                    WS-FD-LINES(WS-FEED-IDX)
                   MOVE "*** DOES NOT TIE ***" TO WS-FL-FLAG
           END-EVALUATE
           ADD WS-FD-TOTAL(WS-FEED-IDX) TO WS-FEEDS-TOTAL
           ADD WS-FD-LINES(WS-FEED-IDX) TO WS-FEEDS-LINES
           WRITE YERPT-LINE FROM WS-RPT-FEED-LINE.

       REPORT-UNMATCHED-ITEMS.
           MOVE SPACES TO YERPT-LINE
           WRITE YERPT-LINE
           IF WS-UNM-COUNT EQUAL ZEROES
               MOVE "UNMATCHED ITEMS: NONE" TO YERPT-LINE
               WRITE YERPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "UNMATCHED ITEMS:" TO YERPT-LINE
           WRITE YERPT-LINE
           WRITE YERPT-LINE FROM WS-RPT-UNM-COLS
           PERFORM VARYING WS-UNM-IDX FROM 1 BY 1
                   UNTIL WS-UNM-IDX > WS-UNM-COUNT
               MOVE WS-UN-ACCT(WS-UNM-IDX)   TO WS-UL-ACCT
               MOVE WS-UN-REF(WS-UNM-IDX)    TO WS-UL-REF
               MOVE WS-UN-AMT(WS-UNM-IDX)    TO WS-UL-AMT
               MOVE WS-UN-REASON(WS-UNM-IDX) TO WS-UL-REASON
               WRITE YERPT-LINE FROM WS-RPT-UNM-LINE
           END-PERFORM
           IF WS-UNM-OVER > ZEROES
               MOVE "MORE UNMATCHED ITEMS NOT LISTED     "
                 TO WS-CNT-LABEL
               MOVE WS-UNM-OVER TO WS-CNT-VALUE
               WRITE YERPT-LINE FROM WS-RPT-CNTLINE
           END-IF.

           COPY RUNCTLP.

           COPY OPERCHKP.
