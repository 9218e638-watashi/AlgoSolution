      * Compile with -I copybooks (or set COB_COPY_DIR) so COPY
      * RUNCTLW/RUNCTLP below can resolve the run-control copybooks.
      *
      * Expected-feed arrival check.  The posting step used to find
      * out a branch feed had not arrived by abending on it, half an
      * hour into the cycle, or worse by posting a night with one
      * branch short because nobody noticed its file was yesterday's.
      * This step runs first.  It reads the feed schedule master
      * FEEDSCHD - one row per inbound feed: the DD it arrives under,
      * the feed id its HDR record must carry, how often it is due,
      * whether the cycle can run without it and the HOLSRV calendar
      * its business days follow - and for every feed due tonight
      * opens the file and reads its header.  Each feed is reported
      * as one of:
      *   PRESENT     header for tonight's business date, with data
      *   EMPTY       header for tonight but no detail records, or
      *               a file with nothing in it at all
      *   STALE       header for another business date
      *   WRONG FEED  header naming a different feed id
      *   MISSING     no file, or no header record
      *   NOT DUE     tonight is not a business day for this feed
      * A mandatory feed that is MISSING, STALE, WRONG FEED, or EMPTY
      * without even a header - anything the posting step could not
      * open and validate - holds the cycle with RETURN-CODE 24,
      * distinct from every step's own codes so the scheduler page
      * says "feeds not in" rather than "program failed".  Any other
      * shortfall, on an optional feed or a mandatory feed that sent
      * a header and trailer with no business, is a warning:
      * RETURN-CODE 4.  The step reads the feeds only and can be run
      * again as often as needed while waiting for a late file.
      *
      * Schedule layout (FEEDSCHD):
      *   cols  1-8   DD name the feed arrives under
      *   cols 10-17  feed id expected on the HDR record
      *   col  19     frequency  D = every business day
      *                          M = month-end only: due on the first
      *                              business day of the month, the
      *                              run after the month's last
      *                              business day (the interest feed)
      *   col  21     mandatory  Y = cycle cannot run without it
      *   cols 23-25  HOLSRV calendar id (blank = DOM)
      *   cols 27-56  description
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLUTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDSCHD ASSIGN TO "FEEDSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDSCHD-STATUS.
           SELECT FEEDIN   ASSIGN TO DYNAMIC WS-FEED-DD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDIN-STATUS.
           SELECT FEEDRPT  ASSIGN TO "FEEDRPT"
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
       FD  FEEDSCHD.
       01  FEEDSCHD-REC.
           03 SCH-DD-NAME       PIC X(8).
           03                   PIC X.
           03 SCH-FEED-ID       PIC X(8).
           03                   PIC X.
           03 SCH-FREQ          PIC X.
           03                   PIC X.
           03 SCH-MANDATORY     PIC X.
           03                   PIC X.
           03 SCH-CAL-ID        PIC X(3).
           03                   PIC X.
           03 SCH-DESC          PIC X(30).

      * Any inbound feed - only the control records are looked at,
      * so the detail layout does not matter here.
       FD  FEEDIN.
       01  FEEDIN-REC           PIC X(4096).
           COPY FEEDCTL.

       FD  FEEDRPT.
       01  FEEDRPT-LINE         PIC X(132).

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
       78  WS-HOLD-RC            VALUE 24.
       01 WS-FEEDSCHD-STATUS PIC X(2)   VALUE "00".
       01 WS-FEEDIN-STATUS   PIC X(2)   VALUE "00".
       01 WS-FEED-DD-NAME    PIC X(8)   VALUE SPACES.
       01 WS-EOF-FLAG        PIC X      VALUE "N".
       01 WS-FEED-EOF-FLAG   PIC X      VALUE "N".
       01 WS-CAL-ID          PIC X(3)   VALUE SPACES.
       01 WS-DUE-SW          PIC X      VALUE "N".
       01 WS-HOLD-SW         PIC X      VALUE "N".
       01 WS-WARN-SW         PIC X      VALUE "N".
       01 WS-HDR-SW          PIC X      VALUE "N".
       01 WS-FEED-STATUS     PIC X(10)  VALUE SPACES.
       01 WS-ACTION          PIC X(12)  VALUE SPACES.
       01 WS-HDR-FEED-ID     PIC X(8)   VALUE SPACES.
       01 WS-HDR-DATE        PIC 9(8)   VALUE ZEROES.
       01 WS-DETAIL-COUNT    PIC 9(10)  VALUE ZEROES.
       01 WS-PREV-BIZ-DATE   PIC 9(8)   VALUE ZEROES.
       01 WS-SCHED-COUNT     PIC 9(6)   VALUE ZEROES.
       01 WS-DUE-COUNT       PIC 9(6)   VALUE ZEROES.
       01 WS-PRESENT-COUNT   PIC 9(6)   VALUE ZEROES.
       01 WS-EMPTY-COUNT     PIC 9(6)   VALUE ZEROES.
       01 WS-STALE-COUNT     PIC 9(6)   VALUE ZEROES.
       01 WS-MISSING-COUNT   PIC 9(6)   VALUE ZEROES.
       01 WS-HELD-COUNT      PIC 9(6)   VALUE ZEROES.
       01 IDX                PIC S9(9)  VALUE ZEROS.
       01 YMD.
           03 Y     PIC 9(4).
           03 M     PIC 9(2).
           03 D     PIC 9(2).
       01 NUM       REDEFINES YMD   PIC 9(8).

       01 WS-RPT-HDR.
           03                PIC X(28)
                  VALUE "FEED ARRIVAL CHECK          ".
           03 WS-RPT-HDR-DATE PIC 9(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-RPT-HDR-OPER PIC X(8).
       01 WS-RPT-COLS.
           03                PIC X(10)  VALUE "DD NAME   ".
           03                PIC X(10)  VALUE "FEED ID   ".
           03                PIC X(6)   VALUE "REQ   ".
           03                PIC X(12)  VALUE "STATUS      ".
           03                PIC X(10)  VALUE "HDR DATE  ".
           03                PIC X(12)  VALUE "     RECORDS".
           03                PIC X(2)   VALUE SPACES.
           03                PIC X(14)  VALUE "ACTION        ".
           03                PIC X(30)  VALUE "DESCRIPTION".
       01 WS-RPT-DETAIL.
           03 WS-DET-DD      PIC X(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-FEED-ID PIC X(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-REQ     PIC X(4).
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-STATUS  PIC X(10).
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-HDR-DATE PIC X(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-COUNT   PIC Z(11)9.
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-ACTION  PIC X(12).
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-DESC    PIC X(30).
       01 WS-RPT-CNTLINE.
           03 WS-CNT-LABEL   PIC X(30).
           03 WS-CNT-VALUE   PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-RUN-CONTROL
           MOVE RC-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE "F" TO WS-AUTH-LETTER
           PERFORM CHECK-OPERATOR-AUTH
           OPEN INPUT FEEDSCHD
           IF WS-FEEDSCHD-STATUS NOT EQUAL "00"
               DISPLAY "FEEDCHK: FEED SCHEDULE NOT AVAILABLE, STATUS "
                       WS-FEEDSCHD-STATUS " - CYCLE HELD"
               MOVE WS-HOLD-RC TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FEEDRPT
           MOVE RC-RUN-DATE    TO WS-RPT-HDR-DATE
           MOVE RC-OPERATOR-ID TO WS-RPT-HDR-OPER
           WRITE FEEDRPT-LINE FROM WS-RPT-HDR
           MOVE SPACES TO FEEDRPT-LINE
           WRITE FEEDRPT-LINE
           WRITE FEEDRPT-LINE FROM WS-RPT-COLS
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               READ FEEDSCHD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF FEEDSCHD-REC NOT EQUAL SPACES AND
                          FEEDSCHD-REC(1:1) NOT EQUAL "*"
                           PERFORM CHECK-SCHEDULED-FEED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEEDSCHD
           PERFORM PRINT-TOTALS
           CLOSE FEEDRPT
           EVALUATE TRUE
               WHEN WS-HOLD-SW EQUAL "Y"
                   DISPLAY "FEEDCHK: " WS-HELD-COUNT
                           " MANDATORY FEED(S) NOT READY - CYCLE HELD"
                   MOVE WS-HOLD-RC TO RETURN-CODE
               WHEN WS-WARN-SW EQUAL "Y"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       CHECK-SCHEDULED-FEED.
           ADD 1 TO WS-SCHED-COUNT
           IF SCH-CAL-ID EQUAL SPACES
               MOVE "DOM" TO WS-CAL-ID
           ELSE
               MOVE SCH-CAL-ID TO WS-CAL-ID
           END-IF
           MOVE SPACES TO WS-DET-HDR-DATE
           MOVE ZEROES TO WS-DETAIL-COUNT
           MOVE SPACES TO WS-ACTION
           PERFORM CHECK-FEED-DUE
           IF WS-DUE-SW NOT EQUAL "Y"
               MOVE "NOT DUE   " TO WS-FEED-STATUS
               PERFORM PRINT-FEED-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DUE-COUNT
           PERFORM READ-FEED-HEADER
           EVALUATE TRUE
               WHEN WS-FEED-STATUS EQUAL "PRESENT   "
                   ADD 1 TO WS-PRESENT-COUNT
               WHEN WS-FEED-STATUS EQUAL "EMPTY     "
                   ADD 1 TO WS-EMPTY-COUNT
               WHEN WS-FEED-STATUS EQUAL "MISSING   "
                   ADD 1 TO WS-MISSING-COUNT
               WHEN OTHER
                   ADD 1 TO WS-STALE-COUNT
           END-EVALUATE
      * A header-and-trailer feed with no business still posts; a
      * feed the posting step cannot open or validate does not.
           IF WS-FEED-STATUS NOT EQUAL "PRESENT   "
               IF SCH-MANDATORY EQUAL "Y" AND
                  (WS-FEED-STATUS NOT EQUAL "EMPTY     " OR
                   WS-HDR-SW NOT EQUAL "Y")
                   MOVE "Y" TO WS-HOLD-SW
                   ADD 1 TO WS-HELD-COUNT
                   MOVE "HOLD CYCLE  " TO WS-ACTION
               ELSE
                   MOVE "Y" TO WS-WARN-SW
                   MOVE "WARNING     " TO WS-ACTION
               END-IF
           END-IF
           PERFORM PRINT-FEED-LINE.

      * Tonight must be a business day on the feed's calendar; a
      * month-end feed is due only when the previous business day
      * fell in another month.
       CHECK-FEED-DUE.
           MOVE "N" TO WS-DUE-SW
           MOVE WS-CAL-ID   TO HSV-CAL-ID
           MOVE RC-RUN-DATE TO HSV-DATE
           CALL "HOLSRV" USING WS-HOLSRV-PARM
           IF HSV-SKIP-SW EQUAL "Y"
               EXIT PARAGRAPH
           END-IF
           IF SCH-FREQ EQUAL "M"
               PERFORM FIND-PREV-BUSINESS-DAY
               IF WS-PREV-BIZ-DATE(1:6) EQUAL RC-RUN-DATE(1:6)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO WS-DUE-SW.

       FIND-PREV-BUSINESS-DAY.
           MOVE RC-RUN-DATE TO NUM
           MOVE FUNCTION INTEGER-OF-DATE(NUM) TO IDX
           MOVE "Y" TO HSV-SKIP-SW
           PERFORM UNTIL HSV-SKIP-SW NOT EQUAL "Y"
               SUBTRACT 1 FROM IDX
               MOVE FUNCTION DATE-OF-INTEGER(IDX) TO YMD
               MOVE WS-CAL-ID TO HSV-CAL-ID
               MOVE NUM       TO HSV-DATE
               CALL "HOLSRV" USING WS-HOLSRV-PARM
           END-PERFORM
           MOVE NUM TO WS-PREV-BIZ-DATE.

      * Only the first feed in the file is examined - a concatenated
      * set is checked one DD at a time from the schedule.  Details
      * are counted up to the first trailer.
       READ-FEED-HEADER.
           MOVE "N" TO WS-HDR-SW
           MOVE SCH-DD-NAME TO WS-FEED-DD-NAME
           OPEN INPUT FEEDIN
           IF WS-FEEDIN-STATUS NOT EQUAL "00"
               MOVE "MISSING   " TO WS-FEED-STATUS
               EXIT PARAGRAPH
           END-IF
           READ FEEDIN
               AT END
                   MOVE "EMPTY     " TO WS-FEED-STATUS
                   CLOSE FEEDIN
                   EXIT PARAGRAPH
           END-READ
           IF FC-TAG NOT EQUAL "HDR"
               MOVE "MISSING   " TO WS-FEED-STATUS
               CLOSE FEEDIN
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-HDR-SW
           MOVE FC-FEED-ID  TO WS-HDR-FEED-ID
           MOVE FC-BIZ-DATE TO WS-HDR-DATE
           MOVE FC-BIZ-DATE TO WS-DET-HDR-DATE
           MOVE "N" TO WS-FEED-EOF-FLAG
           PERFORM UNTIL WS-FEED-EOF-FLAG EQUAL "Y"
               READ FEEDIN
                   AT END
                       MOVE "Y" TO WS-FEED-EOF-FLAG
                   NOT AT END
                       IF FC-TAG EQUAL "TRL" OR FC-TAG EQUAL "HDR"
                           MOVE "Y" TO WS-FEED-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-DETAIL-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEEDIN
           EVALUATE TRUE
               WHEN WS-HDR-FEED-ID NOT EQUAL SCH-FEED-ID
                   MOVE "WRONG FEED" TO WS-FEED-STATUS
               WHEN WS-HDR-DATE NOT EQUAL RC-RUN-DATE
                   MOVE "STALE     " TO WS-FEED-STATUS
               WHEN WS-DETAIL-COUNT EQUAL ZEROES
                   MOVE "EMPTY     " TO WS-FEED-STATUS
               WHEN OTHER
                   MOVE "PRESENT   " TO WS-FEED-STATUS
           END-EVALUATE.

       PRINT-FEED-LINE.
           MOVE SCH-DD-NAME     TO WS-DET-DD
           MOVE SCH-FEED-ID     TO WS-DET-FEED-ID
           IF SCH-MANDATORY EQUAL "Y"
               MOVE "MAND"      TO WS-DET-REQ
           ELSE
               MOVE "OPT "      TO WS-DET-REQ
           END-IF
           MOVE WS-FEED-STATUS  TO WS-DET-STATUS
           MOVE WS-DETAIL-COUNT TO WS-DET-COUNT
           MOVE WS-ACTION       TO WS-DET-ACTION
           MOVE SCH-DESC        TO WS-DET-DESC
           WRITE FEEDRPT-LINE FROM WS-RPT-DETAIL.

       PRINT-TOTALS.
           MOVE SPACES TO FEEDRPT-LINE
           WRITE FEEDRPT-LINE
           MOVE "FEEDS SCHEDULED               " TO WS-CNT-LABEL
           MOVE WS-SCHED-COUNT TO WS-CNT-VALUE
           WRITE FEEDRPT-LINE FROM WS-RPT-CNTLINE
           MOVE "FEEDS DUE TONIGHT             " TO WS-CNT-LABEL
           MOVE WS-DUE-COUNT TO WS-CNT-VALUE
           WRITE FEEDRPT-LINE FROM WS-RPT-CNTLINE
           MOVE "  PRESENT                     " TO WS-CNT-LABEL
           MOVE WS-PRESENT-COUNT TO WS-CNT-VALUE
           WRITE FEEDRPT-LINE FROM WS-RPT-CNTLINE
           MOVE "  EMPTY                       " TO WS-CNT-LABEL
           MOVE WS-EMPTY-COUNT TO WS-CNT-VALUE
           WRITE FEEDRPT-LINE FROM WS-RPT-CNTLINE
           MOVE "  STALE OR WRONG FEED         " TO WS-CNT-LABEL
           MOVE WS-STALE-COUNT TO WS-CNT-VALUE
           WRITE FEEDRPT-LINE FROM WS-RPT-CNTLINE
           MOVE "  MISSING                     " TO WS-CNT-LABEL
           MOVE WS-MISSING-COUNT TO WS-CNT-VALUE
           WRITE FEEDRPT-LINE FROM WS-RPT-CNTLINE
           MOVE SPACES TO FEEDRPT-LINE
           WRITE FEEDRPT-LINE
           EVALUATE TRUE
               WHEN WS-HOLD-SW EQUAL "Y"
                   MOVE "*** MANDATORY FEED NOT READY - CYCLE HELD ***"
                     TO FEEDRPT-LINE
               WHEN WS-WARN-SW EQUAL "Y"
                   MOVE "OPTIONAL OR EMPTY FEEDS - CYCLE MAY RUN"
                     TO FEEDRPT-LINE
               WHEN OTHER
                   MOVE "ALL FEEDS DUE TONIGHT ARE IN"
                     TO FEEDRPT-LINE
           END-EVALUATE
           WRITE FEEDRPT-LINE.

           COPY RUNCTLP.

           COPY OPERCHKP.
