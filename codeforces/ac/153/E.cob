               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASSIGNOUT ASSIGN TO "ASSIGNOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROUTESHT ASSIGN TO "ROUTESHT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DATEOUT  ASSIGN TO "DATEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATEOUT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRRPT   ASSIGN TO "ECASEERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPMAST  ASSIGN TO "DEPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPMAST-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT RUNCTL   ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
      * and, since the date-driven cutoff, an optional effective date
      * YYYYMMDD in cols 11-18.  Blank means effective immediately;
      * a case dated after the settlement date defers to CASEDEFR.
      * An "I" in col 19 marks an id-list case: each point is then
      * one record, col 1 "D" for a depot or "C" for a customer and
      * cols 2-7 its id, resolved through DEPMAST and CUSTMAST for
      * coordinates (and, for a depot, its stop capacity), and no
      * depot count or capacity records follow the mode record.
      * Depots may appear anywhere in the list; they are taken in
      * list order ahead of the customers.  An id not on its master,
      * marked inactive there, or listed twice in the case goes to
      * ECASEERR with its position in the list and is left out of
      * the case.  Without the "I" the points are x and y records
      * as before and each point's id is its point number.
       FD  CASEIN.
       01  CASEIN-REC       PIC X(40).
           COPY FEEDCTL.
           03 PTS-POINT-NUM PIC 9(6).
           03 PTS-X         PIC -Z(8)9.
           03 PTS-Y         PIC -Z(8)9.
           03 PTS-POINT-ID  PIC X(6).

       FD  CASEOUT.
       01  CASE-RESULT-REC.
           03 RES-CENT-X     PIC -Z(9)9.9(4).
           03 RES-CENT-Y     PIC -Z(9)9.9(4).
           03 RES-STATUS     PIC X(8).
           03 RES-FAR-I-ID   PIC X(6).
           03 RES-FAR-J-ID   PIC X(6).
           03 RES-NEAR-I-ID  PIC X(6).
           03 RES-NEAR-J-ID  PIC X(6).

      * Assignment mode output: one "C" record per customer stop with
      * its chosen depot, then one "D" summary record per depot with
      * "S" record per stop in driving order with the leg distance
      * from the previous stop, and the depot summary carries the
      * total route length so tonight's tours compare against
      * yesterday's before the trucks load.  Customers and depots
      * are named by their master ids (point numbers, zero-filled,
      * for a case keyed as coordinates).
       FD  ASSIGNOUT.
       01  ASSIGN-DETAIL-REC.
           03 ASG-TYPE      PIC X.
           03 ASG-CASE-NUM  PIC 9(6).
           03 ASG-CUST-ID   PIC X(6).
           03 ASG-DEPOT-ID  PIC X(6).
           03 ASG-DIST      PIC -Z(8)9.9(9).
       01  ROUTE-STOP-REC.
           03 RTE-TYPE      PIC X.
           03 RTE-CASE-NUM  PIC 9(6).
           03 RTE-DEPOT-ID  PIC X(6).
           03 RTE-SEQ-NUM   PIC 9(6).
           03 RTE-CUST-ID   PIC X(6).
           03 RTE-LEG-DIST  PIC -Z(8)9.9(9).
       01  ASSIGN-SUMMARY-REC.
           03 ASG-SUM-TYPE  PIC X.
           03 ASG-SUM-CASE  PIC 9(6).
           03 ASG-SUM-DEPOT-ID PIC X(6).
           03 ASG-SUM-COUNT PIC Z(8)9.
           03 ASG-SUM-DIST  PIC -Z(14)9.9(4).
           03 ASG-SUM-ROUTE PIC -Z(14)9.9(4).
           03 ASG-SUM-CAP   PIC Z(8)9.
           03 ASG-SUM-OVFL  PIC Z(8)9.

      * Driver route sheets, route mode only: one sheet per depot
      * per case, starting on a new page, the stops in driving order
      * with the leg and running distance, and a footer with the
      * stop count, the route total and the customers this depot
      * was nearest to but had no room for.
       FD  ROUTESHT.
       01  ROUTESHT-LINE    PIC X(132).

       FD  ERRRPT.
       01  ERR-REC.
           03 ERR-CASE-NUM  PIC 9(6).
           03 ERR-N         PIC -Z(8)9.
           03 ERR-REASON    PIC X(25).

      * Depot and customer masters, kept in id order by DEPMAINT and
      * CUSMAINT.
       FD  DEPMAST.
       01  DEPMAST-REC.
           03 DEP-ID        PIC X(6).
           03 DEP-NAME      PIC X(30).
           03 DEP-X         PIC S9(9) SIGN IS LEADING SEPARATE.
           03 DEP-Y         PIC S9(9) SIGN IS LEADING SEPARATE.
           03 DEP-ACTIVE    PIC X.
           03 DEP-CAP       PIC 9(9).

       FD  CUSTMAST.
       01  CUSTMAST-REC.
           03 CUS-ID        PIC X(6).
           03 CUS-NAME      PIC X(30).
           03 CUS-X         PIC S9(9) SIGN IS LEADING SEPARATE.
           03 CUS-Y         PIC S9(9) SIGN IS LEADING SEPARATE.
           03 CUS-ACTIVE    PIC X.

       FD  RUNCTL.
       01  RUNCTL-REC       PIC X(80).

           03             PIC X(10).
           03 WS-CH-EFF-TEXT PIC X(8).
           03 WS-CH-EFF   REDEFINES WS-CH-EFF-TEXT PIC 9(8).
           03 WS-CH-FORMAT PIC X.
           03             PIC X(21).
       01 WS-CASE-EFF-DATE PIC 9(8) VALUE ZEROES.
       01 WS-DEFER-COUNT PIC 9(6)   VALUE ZEROES.

       01 .
           03 WS-CUST-DEPOT PIC S9(9)  OCCURS WS-MAX-N TIMES.
           03 WS-CUST-DONE  PIC X      OCCURS WS-MAX-N TIMES.
           03 WS-CUST-DIST  PIC S9(10)V9(8) OCCURS WS-MAX-N TIMES.
       01 WS-ROUTE-LEN   PIC S9(15)V9(4) VALUE ZEROS.
       01 WS-CUR-X       PIC S9(9)   VALUE ZEROS.
       01 WS-CUR-Y       PIC S9(9)   VALUE ZEROS.
       01 WS-NEXT-DIST   PIC S9(10)V9(8) VALUE ZEROS.
       01 WS-ROUTE-DEPOT PIC S9(9)   VALUE ZEROS.

      * Point ids in case order (depots first), as written to
      * ASSIGNOUT and CASEOUT.
       01 .
           03 WS-PT-ID      PIC X(6)   OCCURS WS-MAX-N TIMES.
       01 WS-PT-NUM      PIC 9(6)    VALUE ZEROES.
      * Master name of each point (blank in a coordinate case) and,
      * for each customer, the depot it lies nearest to, which the
      * route sheet compares with the depot it went to.
       01 .
           03 WS-PT-NAME    PIC X(30)  OCCURS WS-MAX-N TIMES.
           03 WS-CUST-NEAREST PIC S9(9) OCCURS WS-MAX-N TIMES.

      * Id-list cases: the point record in hand, and each listed
      * point as resolved - its type ("D", "C", or space when it was
      * rejected), id and master entry - before the depots are
      * moved ahead of the customers.
       01 WS-ID-CASE-SW  PIC X       VALUE "N".
       01 WS-ID-POINT-REC.
           03 WS-IP-TYPE    PIC X.
           03 WS-IP-ID      PIC X(6).
           03               PIC X(33).
       01 .
           03 WS-LST-TYPE   PIC X      OCCURS WS-MAX-N TIMES.
           03 WS-LST-ID     PIC X(6)   OCCURS WS-MAX-N TIMES.
           03 WS-LST-MIDX   PIC S9(9)  OCCURS WS-MAX-N TIMES.
       01 WS-LIST-IDX    PIC S9(9)   VALUE ZEROS.

      * The masters, held in id order for the lookups.  WS-DM-CASE and
      * WS-CM-CASE hold the last case that listed the id, which is
      * how a second mention in the same case is caught.
       78  WS-MAX-DEPMAST  VALUE 1000.
       78  WS-MAX-CUSTMAST VALUE 50000.
       01 WS-DEPMAST-STATUS  PIC X(2) VALUE "00".
       01 WS-CUSTMAST-STATUS PIC X(2) VALUE "00".
       01 WS-DM-COUNT    PIC S9(9)   VALUE ZEROS.
       01 WS-DEPMAST-TABLE.
           03 WS-DM-ENTRY               OCCURS WS-MAX-DEPMAST TIMES.
               05 WS-DM-ID      PIC X(6).
               05 WS-DM-NAME    PIC X(30).
               05 WS-DM-X       PIC S9(9).
               05 WS-DM-Y       PIC S9(9).
               05 WS-DM-ACTIVE  PIC X.
               05 WS-DM-CAP     PIC 9(9).
               05 WS-DM-CASE    PIC 9(6).
       01 WS-CM-COUNT    PIC S9(9)   VALUE ZEROS.
       01 WS-CUSTMAST-TABLE.
           03 WS-CM-ENTRY               OCCURS WS-MAX-CUSTMAST TIMES.
               05 WS-CM-ID      PIC X(6).
               05 WS-CM-NAME    PIC X(30).
               05 WS-CM-X       PIC S9(9).
               05 WS-CM-Y       PIC S9(9).
               05 WS-CM-ACTIVE  PIC X.
               05 WS-CM-CASE    PIC 9(6).
       01 WS-LOOK-ID     PIC X(6)    VALUE SPACES.
       01 WS-FOUND-IDX   PIC S9(9)   VALUE ZEROS.
       01 WS-LO          PIC S9(9)   VALUE ZEROS.
       01 WS-HI          PIC S9(9)   VALUE ZEROS.
       01 WS-MID         PIC S9(9)   VALUE ZEROS.

      * Route sheet paging, after A's register: a fresh page for each
      * depot, and a sheet running past the page length carries on
      * under a repeated heading.
       78  WS-RS-PAGE-LINES    VALUE 56.
       01 WS-RS-LINE-COUNT PIC 9(4)  VALUE ZEROES.
       01 WS-RS-PAGE      PIC 9(4)   VALUE ZEROES.
       01 WS-RS-OVFL-COUNT PIC 9(6)  VALUE ZEROES.
       01 WS-RS-HDR1.
           03              PIC X(36)
                  VALUE "DRIVER ROUTE SHEET                  ".
           03 WS-RSH-DATE  PIC 9(8).
           03              PIC X(2)    VALUE SPACES.
           03 WS-RSH-TIME  PIC 9(6).
           03              PIC X(2)    VALUE SPACES.
           03 WS-RSH-OPER  PIC X(8).
           03              PIC X(58)   VALUE SPACES.
           03              PIC X(5)    VALUE "PAGE ".
           03 WS-RSH-PAGE  PIC Z(3)9.
       01 WS-RS-HDR2.
           03              PIC X(5)    VALUE "CASE ".
           03 WS-RSH-CASE  PIC 9(6).
           03              PIC X(8)    VALUE "  DEPOT ".
           03 WS-RSH-DEPOT PIC X(6).
           03              PIC X       VALUE SPACE.
           03 WS-RSH-NAME  PIC X(30).
           03              PIC X(4)    VALUE "  X ".
           03 WS-RSH-X     PIC -Z(8)9.
           03              PIC X(4)    VALUE "  Y ".
           03 WS-RSH-Y     PIC -Z(8)9.
           03              PIC X(12)   VALUE "  CAPACITY  ".
           03 WS-RSH-CAP   PIC X(9).
       01 WS-RS-COLS.
           03              PIC X(8)    VALUE "    STOP".
           03              PIC X(10)   VALUE "  CUSTOMER".
           03              PIC X(32)   VALUE "  NAME".
           03              PIC X(10)   VALUE "         X".
           03              PIC X(11)   VALUE "          Y".
           03              PIC X(16)   VALUE "             LEG".
           03              PIC X(21)   VALUE "           CUMULATIVE".
       01 WS-RS-DET.
           03              PIC X(2)    VALUE SPACES.
           03 WS-RSD-SEQ   PIC Z(5)9.
           03              PIC X(2)    VALUE SPACES.
           03 WS-RSD-CUST  PIC X(6).
           03              PIC X(4)    VALUE SPACES.
           03 WS-RSD-NAME  PIC X(30).
           03 WS-RSD-X     PIC -Z(8)9.
           03              PIC X       VALUE SPACE.
           03 WS-RSD-Y     PIC -Z(8)9.
           03              PIC X(2)    VALUE SPACES.
           03 WS-RSD-LEG   PIC Z(9)9.9(4).
           03              PIC X(2)    VALUE SPACES.
           03 WS-RSD-CUM   PIC Z(14)9.9(4).
       01 WS-RS-TOTLINE.
           03              PIC X(2)    VALUE SPACES.
           03 WS-RST-LABEL PIC X(36).
           03 WS-RST-VALUE PIC Z(14)9.9(4).
       01 WS-RS-CNTLINE.
           03              PIC X(2)    VALUE SPACES.
           03 WS-RSC-LABEL PIC X(36).
           03 WS-RSC-VALUE PIC Z(14)9.
       01 WS-RS-CAP-ED    PIC Z(8)9.
       01 WS-RS-OVFLINE.
           03              PIC X(4)    VALUE SPACES.
           03 WS-RSO-CUST  PIC X(6).
           03              PIC X(2)    VALUE SPACES.
           03 WS-RSO-NAME  PIC X(30).
           03              PIC X(15)   VALUE "  SENT TO DEPOT".
           03              PIC X       VALUE SPACE.
           03 WS-RSO-DEPOT PIC X(6).
           03              PIC X(2)    VALUE SPACES.
           03 WS-RSO-DIST  PIC Z(9)9.9(4).
      * Lines bound for the sheet stage here rather than in the FD
      * record, for the same reason as A's register: a page break
      * writes its heading through the record area first.
       01 WS-RS-STAGE     PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           MOVE "E" TO WS-PGM-CODE
           PERFORM CHECK-CYCLE-LOG
           PERFORM GET-SETTLEMENT-DATE
           PERFORM LOAD-DEPOT-MASTER
           PERFORM LOAD-CUSTOMER-MASTER
           OPEN INPUT CASEIN
           MOVE "CASEIN" TO WS-FEED-ID
           PERFORM READ-FEED-HEADER
           OPEN OUTPUT POINTSOUT
           OPEN OUTPUT CASEOUT
           OPEN OUTPUT ASSIGNOUT
           OPEN OUTPUT ROUTESHT
           OPEN OUTPUT CASEDEFR
           OPEN OUTPUT ERRRPT
           PERFORM READ-CASEIN
           CLOSE POINTSOUT
           CLOSE CASEOUT
           CLOSE ASSIGNOUT
           CLOSE ROUTESHT
           CLOSE CASEDEFR
           CLOSE ERRRPT
           DISPLAY "E: CASES DEFERRED " WS-DEFER-COUNT
           CLOSE DATEOUT
           DISPLAY "E: SETTLEMENT DATE CUTOFF " WS-SETTLE-DATE.

      * Both masters load whole at the start of the step.  Either may
      * be missing on a night whose deck is all coordinate cases; an
      * id-list case then finds none of its ids and says so on
      * ECASEERR.  A master over its table or out of id order would
      * send good ids to ECASEERR by the hundred, so that abends.
       LOAD-DEPOT-MASTER.
           OPEN INPUT DEPMAST
           IF WS-DEPMAST-STATUS NOT EQUAL "00"
               DISPLAY "E: DEPMAST NOT AVAILABLE - NO DEPOT IDS "
                       "WILL RESOLVE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEPMAST-STATUS NOT EQUAL "00"
               READ DEPMAST
                   AT END
                       MOVE "10" TO WS-DEPMAST-STATUS
                   NOT AT END
                       PERFORM STORE-DEPOT-MASTER
               END-READ
           END-PERFORM
           CLOSE DEPMAST.

       STORE-DEPOT-MASTER.
           IF WS-DM-COUNT >= WS-MAX-DEPMAST
               DISPLAY "E: DEPMAST EXCEEDS " WS-MAX-DEPMAST
                       " ENTRIES - RUN ABENDED"
               PERFORM ABEND-MASTER-LOAD
           END-IF
           IF WS-DM-COUNT > ZEROS
               IF DEP-ID NOT > WS-DM-ID(WS-DM-COUNT)
                   DISPLAY "E: DEPMAST OUT OF ID SEQUENCE AT "
                           DEP-ID " - RUN ABENDED"
                   PERFORM ABEND-MASTER-LOAD
               END-IF
           END-IF
           ADD 1 TO WS-DM-COUNT
           MOVE DEP-ID     TO WS-DM-ID(WS-DM-COUNT)
           MOVE DEP-NAME   TO WS-DM-NAME(WS-DM-COUNT)
           MOVE DEP-X      TO WS-DM-X(WS-DM-COUNT)
           MOVE DEP-Y      TO WS-DM-Y(WS-DM-COUNT)
           MOVE DEP-ACTIVE TO WS-DM-ACTIVE(WS-DM-COUNT)
           MOVE DEP-CAP    TO WS-DM-CAP(WS-DM-COUNT)
           MOVE ZEROES     TO WS-DM-CASE(WS-DM-COUNT).

       LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS NOT EQUAL "00"
               DISPLAY "E: CUSTMAST NOT AVAILABLE - NO CUSTOMER IDS "
                       "WILL RESOLVE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CUSTMAST-STATUS NOT EQUAL "00"
               READ CUSTMAST
                   AT END
                       MOVE "10" TO WS-CUSTMAST-STATUS
                   NOT AT END
                       PERFORM STORE-CUSTOMER-MASTER
               END-READ
           END-PERFORM
           CLOSE CUSTMAST.

       STORE-CUSTOMER-MASTER.
           IF WS-CM-COUNT >= WS-MAX-CUSTMAST
               DISPLAY "E: CUSTMAST EXCEEDS " WS-MAX-CUSTMAST
                       " ENTRIES - RUN ABENDED"
               PERFORM ABEND-MASTER-LOAD
           END-IF
           IF WS-CM-COUNT > ZEROS
               IF CUS-ID NOT > WS-CM-ID(WS-CM-COUNT)
                   DISPLAY "E: CUSTMAST OUT OF ID SEQUENCE AT "
                           CUS-ID " - RUN ABENDED"
                   PERFORM ABEND-MASTER-LOAD
               END-IF
           END-IF
           ADD 1 TO WS-CM-COUNT
           MOVE CUS-ID     TO WS-CM-ID(WS-CM-COUNT)
           MOVE CUS-NAME   TO WS-CM-NAME(WS-CM-COUNT)
           MOVE CUS-X      TO WS-CM-X(WS-CM-COUNT)
           MOVE CUS-Y      TO WS-CM-Y(WS-CM-COUNT)
           MOVE CUS-ACTIVE TO WS-CM-ACTIVE(WS-CM-COUNT)
           MOVE ZEROES     TO WS-CM-CASE(WS-CM-COUNT).

       ABEND-MASTER-LOAD.
           MOVE "FAIL" TO WS-CYC-STATUS
           PERFORM WRITE-CYCLE-LOG
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       READ-CASEIN.
           MOVE "N" TO WS-READ-DONE-SW
           PERFORM UNTIL WS-READ-DONE-SW EQUAL "Y"
       PROCESS-CASE.
           MOVE BUF TO N
           MOVE WS-CASE-REC TO WS-CASE-HDR-REC
           IF WS-CH-FORMAT EQUAL "I"
               MOVE "Y" TO WS-ID-CASE-SW
           ELSE
               MOVE "N" TO WS-ID-CASE-SW
           END-IF
           PERFORM VALIDATE-N
           IF WS-VALID-SW NOT EQUAL "Y"
               IF N > WS-MAX-N
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-ID-CASE-SW EQUAL "Y"
               PERFORM LOAD-ID-POINTS
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
                   PERFORM READ-CASEIN
                   MOVE BUF TO X(I)
                   MOVE X(I) TO ORIG-X(I)
                   PERFORM READ-CASEIN
                   MOVE BUF TO Y(I)
                   MOVE Y(I) TO ORIG-Y(I)
                   MOVE I TO ORIG-IDX(I)
                   MOVE I TO WS-PT-NUM
                   MOVE WS-PT-NUM TO WS-PT-ID(I)
                   MOVE SPACES TO WS-PT-NAME(I)
               END-PERFORM
           END-IF
           PERFORM READ-CASEIN
           MOVE BUF(1:1) TO WS-MODE
           IF WS-MODE EQUAL SPACE
               MOVE RC-CARD-MODE-E TO WS-MODE
           END-IF
      * Every id on the list may have been rejected, leaving nothing
      * to work on; the rejects are already on ECASEERR.
           IF N < 1
               MOVE WS-CASE-NUM    TO ERR-CASE-NUM
               MOVE N              TO ERR-N
               MOVE "NO POINTS RESOLVED"     TO ERR-REASON
               ADD 1 TO WS-CYC-REJECTED
               WRITE ERR-REC
               PERFORM READ-CASEIN
               EXIT PARAGRAPH
           END-IF
           IF (WS-MODE EQUAL "A" OR WS-MODE EQUAL "R") AND
              WS-ID-CASE-SW NOT EQUAL "Y"
               PERFORM READ-CASEIN
               MOVE BUF TO WS-DEPOT-COUNT
      * One capacity record per depot follows the depot count; zero
           END-EVALUATE
           PERFORM READ-CASEIN.

      * Resolves each listed id against its master, then builds the
      * case the way a coordinate case arrives: depots in list order,
      * then customers, with the depot count and capacities taken
      * from the master.  N ends as the count of points resolved.
       LOAD-ID-POINTS.
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > N
               PERFORM READ-CASEIN
               MOVE WS-CASE-REC TO WS-ID-POINT-REC
               PERFORM RESOLVE-POINT-ID
           END-PERFORM
           MOVE ZEROS TO I
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > N
               IF WS-LST-TYPE(WS-LIST-IDX) EQUAL "D"
                   ADD 1 TO I
                   MOVE WS-DM-X(WS-LST-MIDX(WS-LIST-IDX)) TO ORIG-X(I)
                   MOVE WS-DM-Y(WS-LST-MIDX(WS-LIST-IDX)) TO ORIG-Y(I)
                   MOVE WS-DM-NAME(WS-LST-MIDX(WS-LIST-IDX))
                     TO WS-PT-NAME(I)
                   PERFORM PLACE-ID-POINT
                   IF I <= WS-MAX-DEPOTS
                       MOVE WS-DM-CAP(WS-LST-MIDX(WS-LIST-IDX))
                         TO WS-DEP-CAP(I)
                   END-IF
               END-IF
           END-PERFORM
           MOVE I TO WS-DEPOT-COUNT
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > N
               IF WS-LST-TYPE(WS-LIST-IDX) EQUAL "C"
                   ADD 1 TO I
                   MOVE WS-CM-X(WS-LST-MIDX(WS-LIST-IDX)) TO ORIG-X(I)
                   MOVE WS-CM-Y(WS-LST-MIDX(WS-LIST-IDX)) TO ORIG-Y(I)
                   MOVE WS-CM-NAME(WS-LST-MIDX(WS-LIST-IDX))
                     TO WS-PT-NAME(I)
                   PERFORM PLACE-ID-POINT
               END-IF
           END-PERFORM
           MOVE I TO N.

       PLACE-ID-POINT.
           MOVE ORIG-X(I) TO X(I)
           MOVE ORIG-Y(I) TO Y(I)
           MOVE I TO ORIG-IDX(I)
           MOVE WS-LST-ID(WS-LIST-IDX) TO WS-PT-ID(I).

       RESOLVE-POINT-ID.
           MOVE SPACE     TO WS-LST-TYPE(WS-LIST-IDX)
           MOVE WS-IP-ID  TO WS-LST-ID(WS-LIST-IDX)
           MOVE WS-IP-ID  TO WS-LOOK-ID
           MOVE SPACES    TO ERR-REASON
           EVALUATE WS-IP-TYPE
               WHEN "D"
                   PERFORM FIND-DEPOT-ID
                   IF WS-FOUND-IDX EQUAL ZEROS
                       STRING "UNKNOWN DEPOT " WS-LOOK-ID
                           DELIMITED BY SIZE INTO ERR-REASON
                   ELSE
                       IF WS-DM-ACTIVE(WS-FOUND-IDX) NOT EQUAL "Y"
                           STRING "INACTIVE DEPOT " WS-LOOK-ID
                               DELIMITED BY SIZE INTO ERR-REASON
                       ELSE
                           IF WS-DM-CASE(WS-FOUND-IDX)
                                   EQUAL WS-CASE-NUM
                               STRING "DUPLICATE DEPOT " WS-LOOK-ID
                                   DELIMITED BY SIZE INTO ERR-REASON
                           END-IF
                       END-IF
                   END-IF
                   IF ERR-REASON EQUAL SPACES
                       MOVE WS-CASE-NUM TO WS-DM-CASE(WS-FOUND-IDX)
                   END-IF
               WHEN "C"
                   PERFORM FIND-CUSTOMER-ID
                   IF WS-FOUND-IDX EQUAL ZEROS
                       STRING "UNKNOWN CUSTOMER " WS-LOOK-ID
                           DELIMITED BY SIZE INTO ERR-REASON
                   ELSE
                       IF WS-CM-ACTIVE(WS-FOUND-IDX) NOT EQUAL "Y"
                           STRING "INACTIVE CUSTOMER " WS-LOOK-ID
                               DELIMITED BY SIZE INTO ERR-REASON
                       ELSE
                           IF WS-CM-CASE(WS-FOUND-IDX)
                                   EQUAL WS-CASE-NUM
                               STRING "DUPLICATE CUSTOMER " WS-LOOK-ID
                                   DELIMITED BY SIZE INTO ERR-REASON
                           END-IF
                       END-IF
                   END-IF
                   IF ERR-REASON EQUAL SPACES
                       MOVE WS-CASE-NUM TO WS-CM-CASE(WS-FOUND-IDX)
                   END-IF
               WHEN OTHER
                   MOVE "BAD POINT TYPE"         TO ERR-REASON
           END-EVALUATE
           IF ERR-REASON NOT EQUAL SPACES
               MOVE WS-CASE-NUM    TO ERR-CASE-NUM
               MOVE WS-LIST-IDX    TO ERR-N
               ADD 1 TO WS-CYC-REJECTED
               WRITE ERR-REC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IP-TYPE   TO WS-LST-TYPE(WS-LIST-IDX)
           MOVE WS-FOUND-IDX TO WS-LST-MIDX(WS-LIST-IDX).

      * Binary searches over the id-ordered master tables.
       FIND-DEPOT-ID.
           MOVE ZEROS TO WS-FOUND-IDX
           MOVE 1 TO WS-LO
           MOVE WS-DM-COUNT TO WS-HI
           PERFORM UNTIL WS-LO > WS-HI OR WS-FOUND-IDX > ZEROS
               COMPUTE WS-MID = (WS-LO + WS-HI) / 2
               IF WS-DM-ID(WS-MID) EQUAL WS-LOOK-ID
                   MOVE WS-MID TO WS-FOUND-IDX
               ELSE
                   IF WS-DM-ID(WS-MID) < WS-LOOK-ID
                       COMPUTE WS-LO = WS-MID + 1
                   ELSE
                       COMPUTE WS-HI = WS-MID - 1
                   END-IF
               END-IF
           END-PERFORM.

       FIND-CUSTOMER-ID.
           MOVE ZEROS TO WS-FOUND-IDX
           MOVE 1 TO WS-LO
           MOVE WS-CM-COUNT TO WS-HI
           PERFORM UNTIL WS-LO > WS-HI OR WS-FOUND-IDX > ZEROS
               COMPUTE WS-MID = (WS-LO + WS-HI) / 2
               IF WS-CM-ID(WS-MID) EQUAL WS-LOOK-ID
                   MOVE WS-MID TO WS-FOUND-IDX
               ELSE
                   IF WS-CM-ID(WS-MID) < WS-LOOK-ID
                       COMPUTE WS-LO = WS-MID + 1
                   ELSE
                       COMPUTE WS-HI = WS-MID - 1
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-POINTS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
               MOVE WS-CASE-NUM TO PTS-CASE-NUM
               MOVE I           TO PTS-POINT-NUM
               MOVE ORIG-X(I)   TO PTS-X
               MOVE ORIG-Y(I)   TO PTS-Y
               MOVE WS-PT-ID(I) TO PTS-POINT-ID
               WRITE POINTS-REC
           END-PERFORM.

           MOVE ZEROS       TO RES-HULL-AREA RES-HULL-PERIM
                                RES-CENT-X RES-CENT-Y
           MOVE SPACES      TO RES-STATUS
           MOVE SPACES      TO RES-FAR-I-ID RES-FAR-J-ID
                                RES-NEAR-I-ID RES-NEAR-J-ID
           IF WS-MODE NOT EQUAL "N"
               IF N >= 2
                   MOVE WS-HULL-AREA  TO RES-HULL-AREA
                   MOVE HULL-Y(BEST-HI)        TO RES-FAR-I-Y
                   MOVE HULL-X(BEST-HJ)        TO RES-FAR-J-X
                   MOVE HULL-Y(BEST-HJ)        TO RES-FAR-J-Y
                   MOVE WS-PT-ID(HULL-ORIG-IDX(BEST-HI))
                                               TO RES-FAR-I-ID
                   MOVE WS-PT-ID(HULL-ORIG-IDX(BEST-HJ))
                                               TO RES-FAR-J-ID
               END-IF
           END-IF
           IF WS-MODE EQUAL "N" OR WS-MODE EQUAL "B"
                   MOVE ORIG-Y(BEST-NI) TO RES-NEAR-I-Y
                   MOVE ORIG-X(BEST-NJ) TO RES-NEAR-J-X
                   MOVE ORIG-Y(BEST-NJ) TO RES-NEAR-J-Y
                   MOVE WS-PT-ID(BEST-NI) TO RES-NEAR-I-ID
                   MOVE WS-PT-ID(BEST-NJ) TO RES-NEAR-J-ID
               END-IF
           END-IF
           ADD 1 TO WS-CYC-WRITTEN
                   UNTIL J > WS-DEPOT-COUNT
               MOVE "D"           TO ASG-SUM-TYPE
               MOVE WS-CASE-NUM   TO ASG-SUM-CASE
               MOVE WS-PT-ID(J)   TO ASG-SUM-DEPOT-ID
               MOVE WS-DEP-CNT(J) TO ASG-SUM-COUNT
               MOVE WS-DEP-TOT(J) TO ASG-SUM-DIST
               MOVE WS-DEP-ROUTE(J) TO ASG-SUM-ROUTE
                   MOVE "Y" TO WS-CUST-DONE(I)
               END-IF
           END-PERFORM
           PERFORM START-ROUTE-SHEET
           PERFORM FIND-NEAREST-STOP
           PERFORM UNTIL WS-NEXT-CUST EQUAL ZEROS
               ADD 1 TO WS-SEQ-NUM
               MOVE "S"             TO RTE-TYPE
               MOVE WS-CASE-NUM     TO RTE-CASE-NUM
               MOVE WS-PT-ID(WS-ROUTE-DEPOT) TO RTE-DEPOT-ID
               MOVE WS-SEQ-NUM      TO RTE-SEQ-NUM
               MOVE WS-PT-ID(WS-NEXT-CUST)   TO RTE-CUST-ID
               MOVE WS-NEXT-DIST    TO RTE-LEG-DIST
               ADD 1 TO WS-CYC-WRITTEN
               WRITE ROUTE-STOP-REC
               ADD WS-NEXT-DIST TO WS-ROUTE-LEN
               PERFORM PRINT-ROUTE-STOP
               MOVE "Y" TO WS-CUST-DONE(WS-NEXT-CUST)
               MOVE ORIG-X(WS-NEXT-CUST) TO WS-CUR-X
               MOVE ORIG-Y(WS-NEXT-CUST) TO WS-CUR-Y
               PERFORM FIND-NEAREST-STOP
           END-PERFORM
           MOVE WS-ROUTE-LEN TO WS-DEP-ROUTE(WS-ROUTE-DEPOT)
           PERFORM FINISH-ROUTE-SHEET.

       START-ROUTE-SHEET.
           MOVE WS-RUN-DATE    TO WS-RSH-DATE
           MOVE WS-RUN-TIME    TO WS-RSH-TIME
           MOVE WS-OPERATOR-ID TO WS-RSH-OPER
           MOVE WS-CASE-NUM    TO WS-RSH-CASE
           MOVE WS-PT-ID(WS-ROUTE-DEPOT)   TO WS-RSH-DEPOT
           MOVE WS-PT-NAME(WS-ROUTE-DEPOT) TO WS-RSH-NAME
           MOVE ORIG-X(WS-ROUTE-DEPOT)     TO WS-RSH-X
           MOVE ORIG-Y(WS-ROUTE-DEPOT)     TO WS-RSH-Y
           IF WS-DEP-CAP(WS-ROUTE-DEPOT) EQUAL ZEROS
               MOVE "UNLIMITED" TO WS-RSH-CAP
           ELSE
               MOVE WS-DEP-CAP(WS-ROUTE-DEPOT) TO WS-RS-CAP-ED
               MOVE WS-RS-CAP-ED TO WS-RSH-CAP
           END-IF
           PERFORM PRINT-SHEET-HEADING.

       PRINT-SHEET-HEADING.
           ADD 1 TO WS-RS-PAGE
           MOVE WS-RS-PAGE TO WS-RSH-PAGE
           WRITE ROUTESHT-LINE FROM WS-RS-HDR1
           WRITE ROUTESHT-LINE FROM WS-RS-HDR2
           MOVE SPACES TO ROUTESHT-LINE
           WRITE ROUTESHT-LINE
           WRITE ROUTESHT-LINE FROM WS-RS-COLS
           MOVE SPACES TO ROUTESHT-LINE
           WRITE ROUTESHT-LINE
           MOVE 5 TO WS-RS-LINE-COUNT.

       PRINT-SHEET-LINE.
           IF WS-RS-LINE-COUNT >= WS-RS-PAGE-LINES
               MOVE SPACES TO ROUTESHT-LINE
               WRITE ROUTESHT-LINE
               MOVE "  CONTINUED ON NEXT PAGE" TO ROUTESHT-LINE
               WRITE ROUTESHT-LINE
               PERFORM PRINT-SHEET-HEADING
           END-IF
           WRITE ROUTESHT-LINE FROM WS-RS-STAGE
           ADD 1 TO WS-RS-LINE-COUNT.

       PRINT-ROUTE-STOP.
           MOVE WS-SEQ-NUM               TO WS-RSD-SEQ
           MOVE WS-PT-ID(WS-NEXT-CUST)   TO WS-RSD-CUST
           MOVE WS-PT-NAME(WS-NEXT-CUST) TO WS-RSD-NAME
           MOVE ORIG-X(WS-NEXT-CUST)     TO WS-RSD-X
           MOVE ORIG-Y(WS-NEXT-CUST)     TO WS-RSD-Y
           MOVE WS-NEXT-DIST             TO WS-RSD-LEG
           MOVE WS-ROUTE-LEN             TO WS-RSD-CUM
           MOVE WS-RS-DET TO WS-RS-STAGE
           PERFORM PRINT-SHEET-LINE.

      * Sheet footer.  The overflow list is the customers whose
      * nearest depot is this one but who were routed from another
      * because this depot was at capacity - dispatch calls them to
      * explain the different truck.  The stops this depot took in
      * from full neighbours are already on the sheet; their count
      * prints for the same conversation in reverse.
       FINISH-ROUTE-SHEET.
           MOVE SPACES TO WS-RS-STAGE
           PERFORM PRINT-SHEET-LINE
           MOVE "STOPS ON ROUTE" TO WS-RSC-LABEL
           MOVE WS-SEQ-NUM TO WS-RSC-VALUE
           MOVE WS-RS-CNTLINE TO WS-RS-STAGE
           PERFORM PRINT-SHEET-LINE
           MOVE "TOTAL ROUTE DISTANCE" TO WS-RST-LABEL
           MOVE WS-ROUTE-LEN TO WS-RST-VALUE
           MOVE WS-RS-TOTLINE TO WS-RS-STAGE
           PERFORM PRINT-SHEET-LINE
           MOVE "STOPS TAKEN FROM FULL DEPOTS" TO WS-RSC-LABEL
           MOVE WS-DEP-OVFL(WS-ROUTE-DEPOT) TO WS-RSC-VALUE
           MOVE WS-RS-CNTLINE TO WS-RS-STAGE
           PERFORM PRINT-SHEET-LINE
           MOVE SPACES TO WS-RS-STAGE
           PERFORM PRINT-SHEET-LINE
           MOVE "  CAPACITY OVERFLOW - ROUTED FROM ANOTHER DEPOT:"
             TO WS-RS-STAGE
           PERFORM PRINT-SHEET-LINE
           MOVE ZEROES TO WS-RS-OVFL-COUNT
           PERFORM VARYING I FROM WS-CUST-START BY 1 UNTIL I > N
               IF WS-CUST-NEAREST(I) EQUAL WS-ROUTE-DEPOT AND
                  WS-CUST-DEPOT(I) NOT EQUAL WS-ROUTE-DEPOT
                   ADD 1 TO WS-RS-OVFL-COUNT
                   MOVE WS-PT-ID(I)   TO WS-RSO-CUST
                   MOVE WS-PT-NAME(I) TO WS-RSO-NAME
                   MOVE WS-PT-ID(WS-CUST-DEPOT(I)) TO WS-RSO-DEPOT
                   MOVE WS-CUST-DIST(I) TO WS-RSO-DIST
                   MOVE WS-RS-OVFLINE TO WS-RS-STAGE
                   PERFORM PRINT-SHEET-LINE
               END-IF
           END-PERFORM
           IF WS-RS-OVFL-COUNT EQUAL ZEROES
               MOVE "    NONE" TO WS-RS-STAGE
               PERFORM PRINT-SHEET-LINE
           END-IF.

       FIND-NEAREST-STOP.
           MOVE ZEROS TO WS-NEXT-CUST
           END-IF
           MOVE "C"            TO ASG-TYPE
           MOVE WS-CASE-NUM    TO ASG-CASE-NUM
           MOVE WS-PT-ID(I)    TO ASG-CUST-ID
           MOVE WS-PT-ID(WS-BEST-DEPOT) TO ASG-DEPOT-ID
           MOVE WS-BEST-DDIST  TO ASG-DIST
           ADD 1 TO WS-CYC-WRITTEN
           WRITE ASSIGN-DETAIL-REC
           MOVE WS-BEST-DEPOT TO WS-CUST-DEPOT(I)
           MOVE WS-NEAREST-DEPOT TO WS-CUST-NEAREST(I)
           MOVE WS-BEST-DDIST TO WS-CUST-DIST(I)
           ADD 1 TO WS-DEP-CNT(WS-BEST-DEPOT)
           ADD WS-BEST-DDIST TO WS-DEP-TOT(WS-BEST-DEPOT).

      * A case effective after the settlement date carries forward:
      * every record is copied as read onto CASEDEFR - the count
      * line with its date, the points, the mode line and, for the
      * assignment modes of a coordinate case, the depot count and
      * capacities - and the case result shows a DEFERRED line
      * instead of an answer.  An id-list case is copied unresolved,
      * so it meets tomorrow's masters.
       DEFER-CASE.
           ADD 1 TO WS-DEFER-COUNT
           WRITE CASEDEFR-REC FROM WS-CASE-HDR-REC
                             OR WS-EOF-FLAG EQUAL "Y"
               PERFORM READ-CASEIN
               WRITE CASEDEFR-REC FROM WS-CASE-REC
               IF WS-EOF-FLAG NOT EQUAL "Y" AND
                  WS-ID-CASE-SW NOT EQUAL "Y"
                   PERFORM READ-CASEIN
                   WRITE CASEDEFR-REC FROM WS-CASE-REC
               END-IF
               IF WS-MODE EQUAL SPACE
                   MOVE RC-CARD-MODE-E TO WS-MODE
               END-IF
               IF (WS-MODE EQUAL "A" OR WS-MODE EQUAL "R") AND
                  WS-ID-CASE-SW NOT EQUAL "Y"
                   PERFORM READ-CASEIN
                   WRITE CASEDEFR-REC FROM WS-CASE-REC
                   MOVE BUF TO WS-DEPOT-COUNT
           MOVE ZEROS       TO RES-HULL-AREA RES-HULL-PERIM
                                RES-CENT-X RES-CENT-Y
           MOVE "DEFERRED" TO RES-STATUS
           MOVE SPACES      TO RES-FAR-I-ID RES-FAR-J-ID
                                RES-NEAR-I-ID RES-NEAR-J-ID
           ADD 1 TO WS-CYC-WRITTEN
           WRITE CASE-RESULT-REC.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
                             OR WS-EOF-FLAG EQUAL "Y"
               PERFORM READ-CASEIN
               IF WS-EOF-FLAG NOT EQUAL "Y" AND
                  WS-ID-CASE-SW NOT EQUAL "Y"
                   PERFORM READ-CASEIN
               END-IF
           END-PERFORM
