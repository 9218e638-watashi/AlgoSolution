      * Compile with -I copybooks (or set COB_COPY_DIR) so COPY
      * RUNCTLW/RUNCTLP below can resolve the run-control copybooks.
      *
      * Night-over-night depot assignment changes.  A customer who
      * switches depots gets a new driver and a new route stop, and
      * until now nobody could tell without diffing two ASSIGNOUT
      * files by eye.  This step reads tonight's ASSIGNOUT from E
      * and last night's copy (ASSIGNPRV), matches the "C"
      * assignment records by case and customer - the "S" route
      * records supply each customer's stop number on either night -
      * and lists every customer that is NEW tonight, DROPPED since
      * last night, or REASSIGNED to a different depot.  The "D"
      * depot summaries are compared the same way, by case and
      * depot: a depot whose stop count or distance moved by more
      * than the tolerance is listed with the movement, and the
      * churn summary shows, for every depot, last night's book,
      * the customers kept, lost and gained, and the churn - lost
      * plus gained as a share of last night's book - so capacity
      * planning sees a territory drifting before the trucks do.
      * The distance compared is the route length in route mode and
      * the total assignment distance in assignment mode, where no
      * route is built.  A depot with no book last night shows NEW
      * in place of a churn figure.
      *
      * ASGTOL is one optional card: cols 1-5 the stop-count
      * tolerance and cols 7-11 the distance tolerance, each a
      * percent with two decimals and no point ("01000" is 10.00
      * per cent).  A line starting "*" is a comment.  Without the
      * card both tolerances are 10.00 per cent.  A depot present on
      * only one night is always beyond tolerance.
      *
      * RC=4 when any depot is beyond tolerance, or when there is no
      * ASSIGNPRV to compare against (the first night, or a missed
      * copy) - every customer then lists NEW.  This step only reads
      * the two files and writes its report, so it is not on the
      * cycle log and can be rerun freely.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLUTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSIGNOUT ASSIGN TO "ASSIGNOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGNOUT-STATUS.
           SELECT ASSIGNPRV ASSIGN TO "ASSIGNPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGNPRV-STATUS.
           SELECT ASGTOL   ASSIGN TO "ASGTOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASGTOL-STATUS.
           SELECT ASGCHG   ASSIGN TO "ASGCHG"
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
      * Both nights share E's ASSIGNOUT layouts; customer and depot
      * are taken as six-character keys.
       FD  ASSIGNOUT.
       01  ASSIGNOUT-REC          PIC X(82).

       FD  ASSIGNPRV.
       01  ASSIGNPRV-REC          PIC X(82).

       FD  ASGTOL.
       01  ASGTOL-REC.
           03 TOL-COUNT-TEXT      PIC X(5).
           03 TOL-COUNT-PCT       REDEFINES TOL-COUNT-TEXT
                                  PIC 9(3)V99.
           03                     PIC X.
           03 TOL-DIST-TEXT       PIC X(5).
           03 TOL-DIST-PCT        REDEFINES TOL-DIST-TEXT
                                  PIC 9(3)V99.
           03                     PIC X(69).

       FD  ASGCHG.
       01  ASGCHG-LINE            PIC X(132).

       FD  RUNCTL.
       01  RUNCTL-REC             PIC X(80).

       FD  OPERMAST.
       01  OPERMAST-REC           PIC X(21).

       FD  SECLOG.
       01  SECLOG-REC             PIC X(43).

       WORKING-STORAGE SECTION.
           COPY RUNCTLW.
           COPY OPERCHKW.
       01 WS-OPERATOR-ID     PIC X(8)   VALUE "BATCHJOB".
       01 WS-ASSIGNOUT-STATUS PIC X(2)  VALUE "00".
       01 WS-ASSIGNPRV-STATUS PIC X(2)  VALUE "00".
       01 WS-ASGTOL-STATUS   PIC X(2)   VALUE "00".
       01 WS-PRV-MISSING-SW  PIC X      VALUE "N".

      * The record in hand, viewed through each ASSIGNOUT layout.
       01 WS-ASG-REC.
           03 WS-AR-TYPE         PIC X.
           03 WS-AR-CASE         PIC X(6).
           03 WS-AR-REST         PIC X(75).
       01 WS-ASG-DETAIL REDEFINES WS-ASG-REC.
           03                    PIC X(7).
           03 WS-AC-CUST         PIC X(6).
           03 WS-AC-DEPOT        PIC X(6).
           03 WS-AC-DIST         PIC -Z(8)9.9(9).
           03                    PIC X(43).
       01 WS-ASG-STOP REDEFINES WS-ASG-REC.
           03                    PIC X(7).
           03 WS-AS-DEPOT        PIC X(6).
           03 WS-AS-SEQ          PIC 9(6).
           03 WS-AS-CUST         PIC X(6).
           03                    PIC X(57).
       01 WS-ASG-SUMMARY REDEFINES WS-ASG-REC.
           03                    PIC X(7).
           03 WS-AD-DEPOT        PIC X(6).
           03 WS-AD-COUNT        PIC Z(8)9.
           03 WS-AD-DIST         PIC -Z(14)9.9(4).
           03 WS-AD-ROUTE        PIC -Z(14)9.9(4).
           03                    PIC X(18).

      * Customer entries for one night are gathered here, sorted on
      * case, customer and record type (so a customer's "C" record
      * sorts ahead of its "S" stop) and folded into that night's
      * table, where the merge below walks both in key order.
       78  WS-MAX-CUST           VALUE 100000.
       01 WS-SRT-COUNT       PIC S9(9)  VALUE ZEROS.
       01 WS-SRT-TABLE.
           03 WS-SRT-ENTRY               OCCURS WS-MAX-CUST TIMES.
               05 WS-SRT-KEY.
                   07 WS-SRT-CASE    PIC X(6).
                   07 WS-SRT-CUST    PIC X(6).
                   07 WS-SRT-TYPE    PIC X.
               05 WS-SRT-DEPOT       PIC X(6).
               05 WS-SRT-SEQ         PIC 9(6).
       01 WS-TMP-TABLE.
           03 WS-TMP-ENTRY               OCCURS WS-MAX-CUST TIMES.
               05 WS-TMP-KEY         PIC X(13).
               05 WS-TMP-DEPOT       PIC X(6).
               05 WS-TMP-SEQ         PIC 9(6).
       01 WS-PRV-COUNT       PIC S9(9)  VALUE ZEROS.
       01 WS-PRV-TABLE.
           03 WS-PRV-ENTRY               OCCURS WS-MAX-CUST TIMES.
               05 WS-PRV-KEY.
                   07 WS-PRV-CASE    PIC X(6).
                   07 WS-PRV-CUST    PIC X(6).
               05 WS-PRV-DEPOT       PIC X(6).
               05 WS-PRV-SEQ         PIC 9(6).
       01 WS-CUR-COUNT       PIC S9(9)  VALUE ZEROS.
       01 WS-CUR-TABLE.
           03 WS-CUR-ENTRY               OCCURS WS-MAX-CUST TIMES.
               05 WS-CUR-KEY.
                   07 WS-CUR-CASE    PIC X(6).
                   07 WS-CUR-CUST    PIC X(6).
               05 WS-CUR-DEPOT       PIC X(6).
               05 WS-CUR-SEQ         PIC 9(6).
       01 WS-FOLD-COUNT      PIC S9(9)  VALUE ZEROS.
       01 WS-FOLD-TABLE.
           03 WS-FOLD-ENTRY              OCCURS WS-MAX-CUST TIMES.
               05 WS-FOLD-KEY        PIC X(12).
               05 WS-FOLD-DEPOT      PIC X(6).
               05 WS-FOLD-SEQ        PIC 9(6).

      * One row per case and depot seen on either night's summaries.
       78  WS-MAX-DEPOT-ROWS     VALUE 5000.
       01 WS-DEP-COUNT       PIC S9(5)  VALUE ZEROS.
       01 WS-DEP-TABLE.
           03 WS-DEP-ROW                 OCCURS WS-MAX-DEPOT-ROWS
                                         TIMES.
               05 WS-DR-CASE         PIC X(6).
               05 WS-DR-DEPOT        PIC X(6).
               05 WS-DR-PRV-SW       PIC X.
               05 WS-DR-CUR-SW       PIC X.
               05 WS-DR-PRV-COUNT    PIC S9(9).
               05 WS-DR-CUR-COUNT    PIC S9(9).
               05 WS-DR-PRV-DIST     PIC S9(15)V9(4).
               05 WS-DR-CUR-DIST     PIC S9(15)V9(4).
               05 WS-DR-PRV-ROUTE    PIC S9(15)V9(4).
               05 WS-DR-CUR-ROUTE    PIC S9(15)V9(4).
               05 WS-DR-LOST         PIC S9(9).
               05 WS-DR-GAINED       PIC S9(9).
       01 WS-DEP-IDX         PIC S9(5)  VALUE ZEROS.
       01 WS-FIND-CASE       PIC X(6)   VALUE SPACES.
       01 WS-FIND-DEPOT      PIC X(6)   VALUE SPACES.
       01 WS-NIGHT-SW        PIC X      VALUE SPACE.

       01 WS-SORT-WIDTH      PIC S9(9).
       01 WS-SORT-LEFT       PIC S9(9).
       01 WS-SORT-MID        PIC S9(9).
       01 WS-SORT-RIGHT      PIC S9(9).
       01 WS-SORT-P          PIC S9(9).
       01 WS-SORT-Q          PIC S9(9).
       01 WS-SORT-K          PIC S9(9).
       01 I                  PIC S9(9).
       01 J                  PIC S9(9).

       01 WS-EOF-FLAG        PIC X      VALUE "N".
       01 WS-COUNT-TOL       PIC 9(3)V99 VALUE 10.00.
       01 WS-DIST-TOL        PIC 9(3)V99 VALUE 10.00.
       01 WS-COUNT-MOVE      PIC S9(7)V99 VALUE ZEROS.
       01 WS-DIST-MOVE       PIC S9(7)V99 VALUE ZEROS.
       01 WS-PRV-MEASURE     PIC S9(15)V9(4) VALUE ZEROS.
       01 WS-CUR-MEASURE     PIC S9(15)V9(4) VALUE ZEROS.
       01 WS-COUNT-FLAG      PIC X(5)   VALUE SPACES.
       01 WS-DIST-FLAG       PIC X(5)   VALUE SPACES.
       01 WS-CHURN-PCT       PIC S9(7)V99 VALUE ZEROS.
       01 WS-KEPT            PIC S9(9)  VALUE ZEROS.
       01 WS-NEW-COUNT       PIC 9(9)   VALUE ZEROES.
       01 WS-DROP-COUNT      PIC 9(9)   VALUE ZEROES.
       01 WS-MOVE-COUNT      PIC 9(9)   VALUE ZEROES.
       01 WS-SAME-COUNT      PIC 9(9)   VALUE ZEROES.
       01 WS-BEYOND-COUNT    PIC 9(9)   VALUE ZEROES.

       01 WS-RPT-HDR.
           03                PIC X(26)
                  VALUE "DEPOT ASSIGNMENT CHANGES  ".
           03 WS-HDR-DATE    PIC 9(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-HDR-OPER    PIC X(8).
       01 WS-RPT-CUST-COLS.
           03                PIC X(8)   VALUE "CASE    ".
           03                PIC X(10)  VALUE "CUSTOMER  ".
           03                PIC X(12)  VALUE "CHANGE      ".
           03                PIC X(20)  VALUE "LAST NIGHT DEPOT/STP".
           03                PIC X(4)   VALUE SPACES.
           03                PIC X(20)  VALUE "TONIGHT DEPOT/STOP  ".
       01 WS-RPT-CUST.
           03 WS-RC-CASE     PIC X(6).
           03                PIC X(2)   VALUE SPACES.
           03 WS-RC-CUST     PIC X(6).
           03                PIC X(4)   VALUE SPACES.
           03 WS-RC-CHANGE   PIC X(10).
           03                PIC X(2)   VALUE SPACES.
           03 WS-RC-PRV-DEPOT PIC X(6).
           03                PIC X(2)   VALUE SPACES.
           03 WS-RC-PRV-SEQ  PIC X(6).
           03                PIC X(10)  VALUE SPACES.
           03 WS-RC-CUR-DEPOT PIC X(6).
           03                PIC X(2)   VALUE SPACES.
           03 WS-RC-CUR-SEQ  PIC X(6).
       01 WS-RPT-SEQ-EDIT    PIC Z(5)9.
       01 WS-RPT-TOL-HDR.
           03                PIC X(38)
                  VALUE "DEPOTS BEYOND TOLERANCE - STOP COUNT ".
           03 WS-TH-COUNT    PIC ZZ9.99.
           03                PIC X(13)  VALUE "%  DISTANCE ".
           03 WS-TH-DIST     PIC ZZ9.99.
           03                PIC X      VALUE "%".
       01 WS-RPT-DEP-COLS.
           03                PIC X(8)   VALUE "CASE    ".
           03                PIC X(8)   VALUE "DEPOT   ".
           03                PIC X(22)  VALUE "  LAST  TONIGHT  MOVE%".
           03                PIC X(6)   VALUE SPACES.
           03                PIC X(20)  VALUE "     LAST DISTANCE  ".
           03                PIC X(20)  VALUE "  TONIGHT DISTANCE  ".
           03                PIC X(10)  VALUE "   MOVE%  ".
       01 WS-RPT-DEP.
           03 WS-RD-CASE     PIC X(6).
           03                PIC X(2)   VALUE SPACES.
           03 WS-RD-DEPOT    PIC X(6).
           03                PIC X(2)   VALUE SPACES.
           03 WS-RD-PRV-CNT  PIC Z(5)9.
           03                PIC X(2)   VALUE SPACES.
           03 WS-RD-CUR-CNT  PIC Z(6)9.
           03 WS-RD-CNT-MOVE PIC -Z(4)9.99.
           03 WS-RD-CNT-FLAG PIC X(5).
           03 WS-RD-PRV-DIST PIC -Z(14)9.99.
           03 WS-RD-CUR-DIST PIC -Z(14)9.99.
           03 WS-RD-DST-MOVE PIC -Z(4)9.99.
           03                PIC X      VALUE SPACE.
           03 WS-RD-DST-FLAG PIC X(5).
       01 WS-RPT-CHURN-COLS.
           03                PIC X(8)   VALUE "CASE    ".
           03                PIC X(8)   VALUE "DEPOT   ".
           03                PIC X(30)
                  VALUE " LAST BOOK   KEPT   LOST GAIN ".
           03                PIC X(24)
                  VALUE "  TONIGHT   CHURN%      ".
       01 WS-RPT-CHURN.
           03 WS-CH-CASE     PIC X(6).
           03                PIC X(2)   VALUE SPACES.
           03 WS-CH-DEPOT    PIC X(6).
           03                PIC X(2)   VALUE SPACES.
           03 WS-CH-BOOK     PIC Z(9)9.
           03 WS-CH-KEPT     PIC Z(6)9.
           03 WS-CH-LOST     PIC Z(6)9.
           03 WS-CH-GAINED   PIC Z(4)9.
           03 WS-CH-CUR      PIC Z(8)9.
           03                PIC X(2)   VALUE SPACES.
           03 WS-CH-PCT      PIC Z(5)9.99.
           03 WS-CH-PCT-X    REDEFINES WS-CH-PCT PIC X(9).
       01 WS-RPT-COUNT.
           03 WS-CNT-LABEL   PIC X(34).
           03 WS-CNT-VALUE   PIC Z(9)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-RUN-CONTROL
           MOVE RC-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE "E" TO WS-AUTH-LETTER
           PERFORM CHECK-OPERATOR-AUTH
           PERFORM LOAD-TOLERANCES
           OPEN OUTPUT ASGCHG
           MOVE RC-RUN-DATE    TO WS-HDR-DATE
           MOVE RC-OPERATOR-ID TO WS-HDR-OPER
           WRITE ASGCHG-LINE FROM WS-RPT-HDR
           MOVE SPACES TO ASGCHG-LINE
           WRITE ASGCHG-LINE
           PERFORM LOAD-PREVIOUS-NIGHT
           PERFORM LOAD-TONIGHT
           WRITE ASGCHG-LINE FROM WS-RPT-CUST-COLS
           PERFORM MATCH-CUSTOMERS
           PERFORM PRINT-DEPOT-CHANGES
           PERFORM PRINT-DEPOT-CHURN
           PERFORM PRINT-TOTALS
           CLOSE ASGCHG
           IF WS-BEYOND-COUNT > ZEROS OR WS-PRV-MISSING-SW EQUAL "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * No tolerance card is not an error: both tolerances then
      * stand at their defaults.
       LOAD-TOLERANCES.
           OPEN INPUT ASGTOL
           IF WS-ASGTOL-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ASGTOL-STATUS NOT EQUAL "00"
               READ ASGTOL
                   AT END
                       MOVE "10" TO WS-ASGTOL-STATUS
                   NOT AT END
                       PERFORM STORE-TOLERANCE
               END-READ
           END-PERFORM
           CLOSE ASGTOL.

       STORE-TOLERANCE.
           IF ASGTOL-REC(1:1) EQUAL "*" OR ASGTOL-REC EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           IF TOL-COUNT-TEXT IS NOT NUMERIC OR
              TOL-DIST-TEXT IS NOT NUMERIC
               DISPLAY "ASGTOL: TOLERANCE NOT NUMERIC - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE TOL-COUNT-PCT TO WS-COUNT-TOL
           MOVE TOL-DIST-PCT  TO WS-DIST-TOL.

      * A missing ASSIGNPRV leaves last night's table empty, so
      * every customer tonight lists NEW and every depot is new.
       LOAD-PREVIOUS-NIGHT.
           MOVE ZEROS TO WS-SRT-COUNT
           MOVE "P" TO WS-NIGHT-SW
           OPEN INPUT ASSIGNPRV
           IF WS-ASSIGNPRV-STATUS NOT EQUAL "00"
               MOVE "Y" TO WS-PRV-MISSING-SW
               MOVE "*** NO ASSIGNPRV - LAST NIGHT NOT COMPARED ***"
                 TO ASGCHG-LINE
               WRITE ASGCHG-LINE
               MOVE SPACES TO ASGCHG-LINE
               WRITE ASGCHG-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               READ ASSIGNPRV INTO WS-ASG-REC
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TAKE-ASSIGN-RECORD
               END-READ
           END-PERFORM
           CLOSE ASSIGNPRV
           PERFORM SORT-ENTRIES
           PERFORM FOLD-ENTRIES
           MOVE WS-FOLD-COUNT TO WS-PRV-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FOLD-COUNT
               MOVE WS-FOLD-KEY(I)   TO WS-PRV-KEY(I)
               MOVE WS-FOLD-DEPOT(I) TO WS-PRV-DEPOT(I)
               MOVE WS-FOLD-SEQ(I)   TO WS-PRV-SEQ(I)
           END-PERFORM.

       LOAD-TONIGHT.
           MOVE ZEROS TO WS-SRT-COUNT
           MOVE "C" TO WS-NIGHT-SW
           OPEN INPUT ASSIGNOUT
           IF WS-ASSIGNOUT-STATUS NOT EQUAL "00"
               DISPLAY "ASSIGNOUT: TONIGHT'S ASSIGNMENTS NOT AVAILABLE,"
                       " STATUS " WS-ASSIGNOUT-STATUS " - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               READ ASSIGNOUT INTO WS-ASG-REC
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TAKE-ASSIGN-RECORD
               END-READ
           END-PERFORM
           CLOSE ASSIGNOUT
           PERFORM SORT-ENTRIES
           PERFORM FOLD-ENTRIES
           MOVE WS-FOLD-COUNT TO WS-CUR-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FOLD-COUNT
               MOVE WS-FOLD-KEY(I)   TO WS-CUR-KEY(I)
               MOVE WS-FOLD-DEPOT(I) TO WS-CUR-DEPOT(I)
               MOVE WS-FOLD-SEQ(I)   TO WS-CUR-SEQ(I)
           END-PERFORM.

      * "C" and "S" records go to the sort table; "D" summaries go
      * straight to the depot rows for the night being loaded.
       TAKE-ASSIGN-RECORD.
           EVALUATE WS-AR-TYPE
               WHEN "C"
               WHEN "S"
                   IF WS-SRT-COUNT >= WS-MAX-CUST
                       DISPLAY "ASGCHG: CUSTOMER TABLE FULL - RUN ENDED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SRT-COUNT
                   MOVE WS-AR-TYPE TO WS-SRT-TYPE(WS-SRT-COUNT)
                   MOVE WS-AR-CASE TO WS-SRT-CASE(WS-SRT-COUNT)
                   IF WS-AR-TYPE EQUAL "C"
                       MOVE WS-AC-CUST  TO WS-SRT-CUST(WS-SRT-COUNT)
                       MOVE WS-AC-DEPOT TO WS-SRT-DEPOT(WS-SRT-COUNT)
                       MOVE ZEROES      TO WS-SRT-SEQ(WS-SRT-COUNT)
                   ELSE
                       MOVE WS-AS-CUST  TO WS-SRT-CUST(WS-SRT-COUNT)
                       MOVE WS-AS-DEPOT TO WS-SRT-DEPOT(WS-SRT-COUNT)
                       MOVE WS-AS-SEQ   TO WS-SRT-SEQ(WS-SRT-COUNT)
                   END-IF
               WHEN "D"
                   MOVE WS-AR-CASE  TO WS-FIND-CASE
                   MOVE WS-AD-DEPOT TO WS-FIND-DEPOT
                   PERFORM FIND-DEPOT-ROW
                   IF WS-NIGHT-SW EQUAL "P"
                       MOVE "Y" TO WS-DR-PRV-SW(WS-DEP-IDX)
                       MOVE WS-AD-COUNT TO WS-DR-PRV-COUNT(WS-DEP-IDX)
                       MOVE WS-AD-DIST  TO WS-DR-PRV-DIST(WS-DEP-IDX)
                       MOVE WS-AD-ROUTE TO WS-DR-PRV-ROUTE(WS-DEP-IDX)
                   ELSE
                       MOVE "Y" TO WS-DR-CUR-SW(WS-DEP-IDX)
                       MOVE WS-AD-COUNT TO WS-DR-CUR-COUNT(WS-DEP-IDX)
                       MOVE WS-AD-DIST  TO WS-DR-CUR-DIST(WS-DEP-IDX)
                       MOVE WS-AD-ROUTE TO WS-DR-CUR-ROUTE(WS-DEP-IDX)
                   END-IF
           END-EVALUATE.

       FIND-DEPOT-ROW.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DR-CASE(WS-DEP-IDX) EQUAL WS-FIND-CASE AND
                  WS-DR-DEPOT(WS-DEP-IDX) EQUAL WS-FIND-DEPOT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-DEP-COUNT >= WS-MAX-DEPOT-ROWS
               DISPLAY "ASGCHG: DEPOT TABLE FULL - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DEP-COUNT
           MOVE WS-DEP-COUNT TO WS-DEP-IDX
           MOVE WS-FIND-CASE  TO WS-DR-CASE(WS-DEP-IDX)
           MOVE WS-FIND-DEPOT TO WS-DR-DEPOT(WS-DEP-IDX)
           MOVE "N"   TO WS-DR-PRV-SW(WS-DEP-IDX)
           MOVE "N"   TO WS-DR-CUR-SW(WS-DEP-IDX)
           MOVE ZEROS TO WS-DR-PRV-COUNT(WS-DEP-IDX)
           MOVE ZEROS TO WS-DR-CUR-COUNT(WS-DEP-IDX)
           MOVE ZEROS TO WS-DR-PRV-DIST(WS-DEP-IDX)
           MOVE ZEROS TO WS-DR-CUR-DIST(WS-DEP-IDX)
           MOVE ZEROS TO WS-DR-PRV-ROUTE(WS-DEP-IDX)
           MOVE ZEROS TO WS-DR-CUR-ROUTE(WS-DEP-IDX)
           MOVE ZEROS TO WS-DR-LOST(WS-DEP-IDX)
           MOVE ZEROS TO WS-DR-GAINED(WS-DEP-IDX).

      * Bottom-up merge sort on the entry key, as E sorts its points.
       SORT-ENTRIES.
           MOVE 1 TO WS-SORT-WIDTH
           PERFORM UNTIL WS-SORT-WIDTH >= WS-SRT-COUNT
               MOVE 1 TO WS-SORT-LEFT
               PERFORM UNTIL WS-SORT-LEFT > WS-SRT-COUNT
                   COMPUTE WS-SORT-MID =
                       WS-SORT-LEFT + WS-SORT-WIDTH - 1
                   IF WS-SORT-MID > WS-SRT-COUNT
                       MOVE WS-SRT-COUNT TO WS-SORT-MID
                   END-IF
                   COMPUTE WS-SORT-RIGHT =
                       WS-SORT-LEFT + (2 * WS-SORT-WIDTH) - 1
                   IF WS-SORT-RIGHT > WS-SRT-COUNT
                       MOVE WS-SRT-COUNT TO WS-SORT-RIGHT
                   END-IF
                   IF WS-SORT-MID < WS-SORT-RIGHT
                       PERFORM MERGE-RUN
                   END-IF
                   COMPUTE WS-SORT-LEFT =
                       WS-SORT-LEFT + (2 * WS-SORT-WIDTH)
               END-PERFORM
               COMPUTE WS-SORT-WIDTH = WS-SORT-WIDTH * 2
           END-PERFORM.

       MERGE-RUN.
           MOVE WS-SORT-LEFT TO WS-SORT-P
           COMPUTE WS-SORT-Q = WS-SORT-MID + 1
           MOVE WS-SORT-LEFT TO WS-SORT-K
           PERFORM UNTIL WS-SORT-P > WS-SORT-MID
                      OR WS-SORT-Q > WS-SORT-RIGHT
               IF WS-SRT-KEY(WS-SORT-P) NOT > WS-SRT-KEY(WS-SORT-Q)
                   MOVE WS-SRT-ENTRY(WS-SORT-P)
                     TO WS-TMP-ENTRY(WS-SORT-K)
                   ADD 1 TO WS-SORT-P
               ELSE
                   MOVE WS-SRT-ENTRY(WS-SORT-Q)
                     TO WS-TMP-ENTRY(WS-SORT-K)
                   ADD 1 TO WS-SORT-Q
               END-IF
               ADD 1 TO WS-SORT-K
           END-PERFORM
           PERFORM UNTIL WS-SORT-P > WS-SORT-MID
               MOVE WS-SRT-ENTRY(WS-SORT-P) TO WS-TMP-ENTRY(WS-SORT-K)
               ADD 1 TO WS-SORT-P
               ADD 1 TO WS-SORT-K
           END-PERFORM
           PERFORM UNTIL WS-SORT-Q > WS-SORT-RIGHT
               MOVE WS-SRT-ENTRY(WS-SORT-Q) TO WS-TMP-ENTRY(WS-SORT-K)
               ADD 1 TO WS-SORT-Q
               ADD 1 TO WS-SORT-K
           END-PERFORM
           PERFORM VARYING WS-SORT-K FROM WS-SORT-LEFT BY 1
                   UNTIL WS-SORT-K > WS-SORT-RIGHT
               MOVE WS-TMP-ENTRY(WS-SORT-K) TO WS-SRT-ENTRY(WS-SORT-K)
           END-PERFORM.

      * One entry per case and customer: the "C" record's depot, and
      * the stop number from the "S" record that sorts right behind
      * it (zero in assignment mode, where no route is built).
       FOLD-ENTRIES.
           MOVE ZEROS TO WS-FOLD-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SRT-COUNT
               IF WS-SRT-TYPE(I) EQUAL "C"
                   ADD 1 TO WS-FOLD-COUNT
                   MOVE WS-SRT-KEY(I)(1:12)
                     TO WS-FOLD-KEY(WS-FOLD-COUNT)
                   MOVE WS-SRT-DEPOT(I) TO WS-FOLD-DEPOT(WS-FOLD-COUNT)
                   MOVE ZEROES          TO WS-FOLD-SEQ(WS-FOLD-COUNT)
               ELSE
                   IF WS-FOLD-COUNT > ZEROS
                       IF WS-FOLD-KEY(WS-FOLD-COUNT) EQUAL
                          WS-SRT-KEY(I)(1:12)
                           MOVE WS-SRT-SEQ(I)
                             TO WS-FOLD-SEQ(WS-FOLD-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Match-merge of the two key-ordered tables.
       MATCH-CUSTOMERS.
           MOVE 1 TO I
           MOVE 1 TO J
           PERFORM UNTIL I > WS-PRV-COUNT AND J > WS-CUR-COUNT
               EVALUATE TRUE
                   WHEN I > WS-PRV-COUNT
                       PERFORM REPORT-NEW-CUSTOMER
                       ADD 1 TO J
                   WHEN J > WS-CUR-COUNT
                       PERFORM REPORT-DROPPED-CUSTOMER
                       ADD 1 TO I
                   WHEN WS-PRV-KEY(I) < WS-CUR-KEY(J)
                       PERFORM REPORT-DROPPED-CUSTOMER
                       ADD 1 TO I
                   WHEN WS-PRV-KEY(I) > WS-CUR-KEY(J)
                       PERFORM REPORT-NEW-CUSTOMER
                       ADD 1 TO J
                   WHEN OTHER
                       IF WS-PRV-DEPOT(I) NOT EQUAL WS-CUR-DEPOT(J)
                           PERFORM REPORT-REASSIGNED-CUSTOMER
                       ELSE
                           ADD 1 TO WS-SAME-COUNT
                       END-IF
                       ADD 1 TO I
                       ADD 1 TO J
               END-EVALUATE
           END-PERFORM.

       REPORT-NEW-CUSTOMER.
           ADD 1 TO WS-NEW-COUNT
           MOVE SPACES TO WS-RC-PRV-DEPOT WS-RC-PRV-SEQ
           PERFORM SET-TONIGHT-COLUMNS
           MOVE WS-CUR-CASE(J) TO WS-RC-CASE
           MOVE WS-CUR-CUST(J) TO WS-RC-CUST
           MOVE "NEW"          TO WS-RC-CHANGE
           WRITE ASGCHG-LINE FROM WS-RPT-CUST
           MOVE WS-CUR-CASE(J)  TO WS-FIND-CASE
           MOVE WS-CUR-DEPOT(J) TO WS-FIND-DEPOT
           PERFORM FIND-DEPOT-ROW
           ADD 1 TO WS-DR-GAINED(WS-DEP-IDX).

       REPORT-DROPPED-CUSTOMER.
           ADD 1 TO WS-DROP-COUNT
           PERFORM SET-LAST-NIGHT-COLUMNS
           MOVE SPACES TO WS-RC-CUR-DEPOT WS-RC-CUR-SEQ
           MOVE WS-PRV-CASE(I) TO WS-RC-CASE
           MOVE WS-PRV-CUST(I) TO WS-RC-CUST
           MOVE "DROPPED"      TO WS-RC-CHANGE
           WRITE ASGCHG-LINE FROM WS-RPT-CUST
           MOVE WS-PRV-CASE(I)  TO WS-FIND-CASE
           MOVE WS-PRV-DEPOT(I) TO WS-FIND-DEPOT
           PERFORM FIND-DEPOT-ROW
           ADD 1 TO WS-DR-LOST(WS-DEP-IDX).

       REPORT-REASSIGNED-CUSTOMER.
           ADD 1 TO WS-MOVE-COUNT
           PERFORM SET-LAST-NIGHT-COLUMNS
           PERFORM SET-TONIGHT-COLUMNS
           MOVE WS-CUR-CASE(J) TO WS-RC-CASE
           MOVE WS-CUR-CUST(J) TO WS-RC-CUST
           MOVE "REASSIGNED"   TO WS-RC-CHANGE
           WRITE ASGCHG-LINE FROM WS-RPT-CUST
           MOVE WS-PRV-CASE(I)  TO WS-FIND-CASE
           MOVE WS-PRV-DEPOT(I) TO WS-FIND-DEPOT
           PERFORM FIND-DEPOT-ROW
           ADD 1 TO WS-DR-LOST(WS-DEP-IDX)
           MOVE WS-CUR-DEPOT(J) TO WS-FIND-DEPOT
           PERFORM FIND-DEPOT-ROW
           ADD 1 TO WS-DR-GAINED(WS-DEP-IDX).

       SET-LAST-NIGHT-COLUMNS.
           MOVE WS-PRV-DEPOT(I) TO WS-RC-PRV-DEPOT
           MOVE SPACES TO WS-RC-PRV-SEQ
           IF WS-PRV-SEQ(I) NOT EQUAL ZEROES
               MOVE WS-PRV-SEQ(I) TO WS-RPT-SEQ-EDIT
               MOVE WS-RPT-SEQ-EDIT TO WS-RC-PRV-SEQ
           END-IF.

       SET-TONIGHT-COLUMNS.
           MOVE WS-CUR-DEPOT(J) TO WS-RC-CUR-DEPOT
           MOVE SPACES TO WS-RC-CUR-SEQ
           IF WS-CUR-SEQ(J) NOT EQUAL ZEROES
               MOVE WS-CUR-SEQ(J) TO WS-RPT-SEQ-EDIT
               MOVE WS-RPT-SEQ-EDIT TO WS-RC-CUR-SEQ
           END-IF.

       PRINT-DEPOT-CHANGES.
           MOVE SPACES TO ASGCHG-LINE
           WRITE ASGCHG-LINE
           MOVE WS-COUNT-TOL TO WS-TH-COUNT
           MOVE WS-DIST-TOL  TO WS-TH-DIST
           WRITE ASGCHG-LINE FROM WS-RPT-TOL-HDR
           WRITE ASGCHG-LINE FROM WS-RPT-DEP-COLS
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               PERFORM TEST-DEPOT-TOLERANCE
           END-PERFORM.

      * A move is the change as a percent of last night's figure; a
      * depot with nothing last night, or nothing tonight, is beyond
      * tolerance whatever the percentages say.
       TEST-DEPOT-TOLERANCE.
           MOVE SPACES TO WS-COUNT-FLAG
           MOVE SPACES TO WS-DIST-FLAG
           MOVE ZEROS TO WS-COUNT-MOVE
           MOVE ZEROS TO WS-DIST-MOVE
           IF WS-DR-PRV-ROUTE(WS-DEP-IDX) EQUAL ZEROS AND
              WS-DR-CUR-ROUTE(WS-DEP-IDX) EQUAL ZEROS
               MOVE WS-DR-PRV-DIST(WS-DEP-IDX) TO WS-PRV-MEASURE
               MOVE WS-DR-CUR-DIST(WS-DEP-IDX) TO WS-CUR-MEASURE
           ELSE
               MOVE WS-DR-PRV-ROUTE(WS-DEP-IDX) TO WS-PRV-MEASURE
               MOVE WS-DR-CUR-ROUTE(WS-DEP-IDX) TO WS-CUR-MEASURE
           END-IF
           IF WS-DR-PRV-SW(WS-DEP-IDX) NOT EQUAL "Y"
               MOVE " NEW" TO WS-COUNT-FLAG
               MOVE " NEW" TO WS-DIST-FLAG
           END-IF
           IF WS-DR-CUR-SW(WS-DEP-IDX) NOT EQUAL "Y"
               MOVE " GONE" TO WS-COUNT-FLAG
               MOVE " GONE" TO WS-DIST-FLAG
           END-IF
           IF WS-COUNT-FLAG EQUAL SPACES
               IF WS-DR-PRV-COUNT(WS-DEP-IDX) EQUAL ZEROS
                   IF WS-DR-CUR-COUNT(WS-DEP-IDX) NOT EQUAL ZEROS
                       MOVE " ***" TO WS-COUNT-FLAG
                   END-IF
               ELSE
                   COMPUTE WS-COUNT-MOVE ROUNDED =
                       (WS-DR-CUR-COUNT(WS-DEP-IDX)
                        - WS-DR-PRV-COUNT(WS-DEP-IDX)) * 100
                       / WS-DR-PRV-COUNT(WS-DEP-IDX)
                       ON SIZE ERROR
                           MOVE 9999999.99 TO WS-COUNT-MOVE
                   END-COMPUTE
                   IF WS-COUNT-MOVE > WS-COUNT-TOL OR
                      WS-COUNT-MOVE < ZEROS - WS-COUNT-TOL
                       MOVE " ***" TO WS-COUNT-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-DIST-FLAG EQUAL SPACES
               IF WS-PRV-MEASURE EQUAL ZEROS
                   IF WS-CUR-MEASURE NOT EQUAL ZEROS
                       MOVE " ***" TO WS-DIST-FLAG
                   END-IF
               ELSE
                   COMPUTE WS-DIST-MOVE ROUNDED =
                       (WS-CUR-MEASURE - WS-PRV-MEASURE) * 100
                       / WS-PRV-MEASURE
                       ON SIZE ERROR
                           MOVE 9999999.99 TO WS-DIST-MOVE
                   END-COMPUTE
                   IF WS-DIST-MOVE > WS-DIST-TOL OR
                      WS-DIST-MOVE < ZEROS - WS-DIST-TOL
                       MOVE " ***" TO WS-DIST-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-COUNT-FLAG EQUAL SPACES AND WS-DIST-FLAG EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BEYOND-COUNT
           MOVE WS-DR-CASE(WS-DEP-IDX)      TO WS-RD-CASE
           MOVE WS-DR-DEPOT(WS-DEP-IDX)     TO WS-RD-DEPOT
           MOVE WS-DR-PRV-COUNT(WS-DEP-IDX) TO WS-RD-PRV-CNT
           MOVE WS-DR-CUR-COUNT(WS-DEP-IDX) TO WS-RD-CUR-CNT
           MOVE WS-COUNT-MOVE               TO WS-RD-CNT-MOVE
           MOVE WS-COUNT-FLAG               TO WS-RD-CNT-FLAG
           MOVE WS-PRV-MEASURE              TO WS-RD-PRV-DIST
           MOVE WS-CUR-MEASURE              TO WS-RD-CUR-DIST
           MOVE WS-DIST-MOVE                TO WS-RD-DST-MOVE
           MOVE WS-DIST-FLAG                TO WS-RD-DST-FLAG
           WRITE ASGCHG-LINE FROM WS-RPT-DEP.

       PRINT-DEPOT-CHURN.
           MOVE SPACES TO ASGCHG-LINE
           WRITE ASGCHG-LINE
           MOVE "DEPOT CHURN" TO ASGCHG-LINE
           WRITE ASGCHG-LINE
           WRITE ASGCHG-LINE FROM WS-RPT-CHURN-COLS
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               COMPUTE WS-KEPT = WS-DR-PRV-COUNT(WS-DEP-IDX)
                               - WS-DR-LOST(WS-DEP-IDX)
               IF WS-KEPT < ZEROS
                   MOVE ZEROS TO WS-KEPT
               END-IF
               MOVE WS-DR-CASE(WS-DEP-IDX)      TO WS-CH-CASE
               MOVE WS-DR-DEPOT(WS-DEP-IDX)     TO WS-CH-DEPOT
               MOVE WS-DR-PRV-COUNT(WS-DEP-IDX) TO WS-CH-BOOK
               MOVE WS-KEPT                     TO WS-CH-KEPT
               MOVE WS-DR-LOST(WS-DEP-IDX)      TO WS-CH-LOST
               MOVE WS-DR-GAINED(WS-DEP-IDX)    TO WS-CH-GAINED
               MOVE WS-DR-CUR-COUNT(WS-DEP-IDX) TO WS-CH-CUR
               IF WS-DR-PRV-COUNT(WS-DEP-IDX) EQUAL ZEROS
                   MOVE "      NEW" TO WS-CH-PCT-X
               ELSE
                   COMPUTE WS-CHURN-PCT ROUNDED =
                       (WS-DR-LOST(WS-DEP-IDX)
                        + WS-DR-GAINED(WS-DEP-IDX)) * 100
                       / WS-DR-PRV-COUNT(WS-DEP-IDX)
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-CHURN-PCT
                   END-COMPUTE
                   MOVE WS-CHURN-PCT TO WS-CH-PCT
               END-IF
               WRITE ASGCHG-LINE FROM WS-RPT-CHURN
           END-PERFORM.

       PRINT-TOTALS.
           MOVE SPACES TO ASGCHG-LINE
           WRITE ASGCHG-LINE
           MOVE "CUSTOMERS LAST NIGHT" TO WS-CNT-LABEL
           MOVE WS-PRV-COUNT TO WS-CNT-VALUE
           WRITE ASGCHG-LINE FROM WS-RPT-COUNT
           MOVE "CUSTOMERS TONIGHT" TO WS-CNT-LABEL
           MOVE WS-CUR-COUNT TO WS-CNT-VALUE
           WRITE ASGCHG-LINE FROM WS-RPT-COUNT
           MOVE "SAME DEPOT" TO WS-CNT-LABEL
           MOVE WS-SAME-COUNT TO WS-CNT-VALUE
           WRITE ASGCHG-LINE FROM WS-RPT-COUNT
           MOVE "NEW" TO WS-CNT-LABEL
           MOVE WS-NEW-COUNT TO WS-CNT-VALUE
           WRITE ASGCHG-LINE FROM WS-RPT-COUNT
           MOVE "DROPPED" TO WS-CNT-LABEL
           MOVE WS-DROP-COUNT TO WS-CNT-VALUE
           WRITE ASGCHG-LINE FROM WS-RPT-COUNT
           MOVE "REASSIGNED" TO WS-CNT-LABEL
           MOVE WS-MOVE-COUNT TO WS-CNT-VALUE
           WRITE ASGCHG-LINE FROM WS-RPT-COUNT
           MOVE "DEPOTS BEYOND TOLERANCE" TO WS-CNT-LABEL
           MOVE WS-BEYOND-COUNT TO WS-CNT-VALUE
           WRITE ASGCHG-LINE FROM WS-RPT-COUNT.

           COPY RUNCTLP.

           COPY OPERCHKP.
