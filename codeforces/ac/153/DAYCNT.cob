      * Compile with -I copybooks (or set COB_COPY_DIR) so callers'
      * COPY DAYCNTW resolves the matching parameter block.
      *
      * Shared day-count service.  D only ever returned a raw day
      * count, so treasury worked ACT/365, ACT/ACT and 30/360 year
      * fractions out by hand, and ACCRUAL hard-coded a 360-day year
      * for every account.  This subprogram answers the day count
      * and year fraction for a pair of dates on a named basis, the
      * same way HOLSRV answers the business-day test, so D's
      * year-fraction mode and the nightly accrual cannot drift
      * apart.  See DAYCNTW for the parameter block and the bases.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYCNT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-SWAP-SW         PIC X      VALUE "N".
       01 WS-FROM-DATE       PIC 9(8)   VALUE ZEROES.
       01 WS-TO-DATE         PIC 9(8)   VALUE ZEROES.
       01 WS-HOLD-DATE       PIC 9(8)   VALUE ZEROES.
       01 YMD1.
           03 Y1    PIC 9(4).
           03 M1    PIC 9(2).
           03 D1    PIC 9(2).
       01 NUM1      REDEFINES YMD1  PIC 9(8).
       01 YMD2.
           03 Y2    PIC 9(4).
           03 M2    PIC 9(2).
           03 D2    PIC 9(2).
       01 NUM2      REDEFINES YMD2  PIC 9(8).
       01 YMD3.
           03 Y3    PIC 9(4).
           03 M3    PIC 9(2).
           03 D3    PIC 9(2).
       01 NUM3      REDEFINES YMD3  PIC 9(8).
       01 IDX1               PIC S9(9)  VALUE ZEROS.
       01 IDX2               PIC S9(9)  VALUE ZEROS.
       01 IDX3               PIC S9(9)  VALUE ZEROS.
       01 WS-DAY1            PIC S9(2)  VALUE ZEROS.
       01 WS-DAY2            PIC S9(2)  VALUE ZEROS.
       01 WS-FEB-END1-SW     PIC X      VALUE "N".
       01 WS-FEB-END2-SW     PIC X      VALUE "N".
       01 WS-LEAP-SW         PIC X      VALUE "N".
       01 WS-LEAP-YEAR       PIC 9(4)   VALUE ZEROES.
       01 WS-YEAR-DAYS       PIC 9(3)   VALUE ZEROES.
       01 WS-DAYS            PIC S9(9)  VALUE ZEROS.
       01 WS-FRAC            PIC S9(3)V9(9) VALUE ZEROS.

       LINKAGE SECTION.
       01 LS-DAYCNT-PARM.
           03 LS-BASIS         PIC X(7).
           03 LS-START-DATE    PIC 9(8).
           03 LS-END-DATE      PIC 9(8).
           03 LS-DAYS          PIC S9(9).
           03 LS-YEAR-FRAC     PIC S9(3)V9(9).
           03 LS-BASIS-DAYS    PIC 9(3).
           03 LS-VALID-SW      PIC X.

       PROCEDURE DIVISION USING LS-DAYCNT-PARM.
       MAIN-PARA.
           MOVE "Y" TO LS-VALID-SW
           MOVE ZEROS TO LS-DAYS
           MOVE ZEROS TO LS-YEAR-FRAC
           MOVE 360 TO LS-BASIS-DAYS
      * Work forward from the earlier date and flip the sign at the
      * end, so every basis below only has to handle one direction.
           IF LS-END-DATE < LS-START-DATE
               MOVE "Y" TO WS-SWAP-SW
               MOVE LS-END-DATE   TO WS-FROM-DATE
               MOVE LS-START-DATE TO WS-TO-DATE
           ELSE
               MOVE "N" TO WS-SWAP-SW
               MOVE LS-START-DATE TO WS-FROM-DATE
               MOVE LS-END-DATE   TO WS-TO-DATE
           END-IF
           MOVE WS-FROM-DATE TO NUM1
           MOVE WS-TO-DATE   TO NUM2
           MOVE FUNCTION INTEGER-OF-DATE(NUM1) TO IDX1
           MOVE FUNCTION INTEGER-OF-DATE(NUM2) TO IDX2
           EVALUATE LS-BASIS
               WHEN "ACT/360"
                   COMPUTE WS-DAYS = IDX2 - IDX1
                   COMPUTE WS-FRAC ROUNDED = WS-DAYS / 360
               WHEN "ACT/365"
                   COMPUTE WS-DAYS = IDX2 - IDX1
                   COMPUTE WS-FRAC ROUNDED = WS-DAYS / 365
                   MOVE 365 TO LS-BASIS-DAYS
               WHEN "ACT/ACT"
                   COMPUTE WS-DAYS = IDX2 - IDX1
                   PERFORM COMPUTE-ACT-ACT-FRACTION
               WHEN "30/360 "
                   PERFORM COMPUTE-30-360-US
               WHEN "30E/360"
                   PERFORM COMPUTE-30E-360
               WHEN OTHER
                   MOVE "N" TO LS-VALID-SW
                   GOBACK
           END-EVALUATE
           IF WS-SWAP-SW EQUAL "Y"
               COMPUTE WS-DAYS = 0 - WS-DAYS
               COMPUTE WS-FRAC = 0 - WS-FRAC
           END-IF
           MOVE WS-DAYS TO LS-DAYS
           MOVE WS-FRAC TO LS-YEAR-FRAC
           GOBACK.

      * ISDA actual/actual: the days falling in each calendar year
      * count over that year's own length, whole years in between
      * count one each.
       COMPUTE-ACT-ACT-FRACTION.
           MOVE Y1 TO WS-LEAP-YEAR
           PERFORM SET-YEAR-DAYS
           MOVE WS-YEAR-DAYS TO LS-BASIS-DAYS
           IF Y1 EQUAL Y2
               COMPUTE WS-FRAC ROUNDED = WS-DAYS / WS-YEAR-DAYS
               EXIT PARAGRAPH
           END-IF
           COMPUTE Y3 = Y1 + 1
           MOVE 1 TO M3
           MOVE 1 TO D3
           MOVE FUNCTION INTEGER-OF-DATE(NUM3) TO IDX3
           COMPUTE WS-FRAC ROUNDED = (IDX3 - IDX1) / WS-YEAR-DAYS
           COMPUTE WS-FRAC = WS-FRAC + Y2 - Y1 - 1
           MOVE Y2 TO Y3
           MOVE FUNCTION INTEGER-OF-DATE(NUM3) TO IDX3
           MOVE Y2 TO WS-LEAP-YEAR
           PERFORM SET-YEAR-DAYS
           COMPUTE WS-FRAC ROUNDED = WS-FRAC
               + (IDX2 - IDX3) / WS-YEAR-DAYS.

      * US bond basis.  A start on the last day of February counts
      * as the 30th, and so does an end on the last day of February
      * when the start was one too - otherwise February coupons on a
      * month-end schedule come out two or three days short.  A 31st
      * end counts as the 30th only once the start is a 30th; a
      * 31st start always does.
       COMPUTE-30-360-US.
           MOVE D1 TO WS-DAY1
           MOVE D2 TO WS-DAY2
           MOVE "N" TO WS-FEB-END1-SW
           MOVE "N" TO WS-FEB-END2-SW
           IF M1 EQUAL 2
               MOVE Y1 TO WS-LEAP-YEAR
               PERFORM SET-YEAR-DAYS
               IF (WS-LEAP-SW EQUAL "Y" AND D1 EQUAL 29)
                  OR (WS-LEAP-SW NOT EQUAL "Y" AND D1 EQUAL 28)
                   MOVE "Y" TO WS-FEB-END1-SW
               END-IF
           END-IF
           IF M2 EQUAL 2
               MOVE Y2 TO WS-LEAP-YEAR
               PERFORM SET-YEAR-DAYS
               IF (WS-LEAP-SW EQUAL "Y" AND D2 EQUAL 29)
                  OR (WS-LEAP-SW NOT EQUAL "Y" AND D2 EQUAL 28)
                   MOVE "Y" TO WS-FEB-END2-SW
               END-IF
           END-IF
           IF WS-FEB-END1-SW EQUAL "Y" AND WS-FEB-END2-SW EQUAL "Y"
               MOVE 30 TO WS-DAY2
           END-IF
           IF WS-FEB-END1-SW EQUAL "Y"
               MOVE 30 TO WS-DAY1
           END-IF
           IF WS-DAY2 EQUAL 31 AND WS-DAY1 >= 30
               MOVE 30 TO WS-DAY2
           END-IF
           IF WS-DAY1 EQUAL 31
               MOVE 30 TO WS-DAY1
           END-IF
           PERFORM COMPUTE-30-360-DAYS.

       COMPUTE-30E-360.
           MOVE D1 TO WS-DAY1
           MOVE D2 TO WS-DAY2
           IF WS-DAY1 EQUAL 31
               MOVE 30 TO WS-DAY1
           END-IF
           IF WS-DAY2 EQUAL 31
               MOVE 30 TO WS-DAY2
           END-IF
           PERFORM COMPUTE-30-360-DAYS.

       COMPUTE-30-360-DAYS.
           COMPUTE WS-DAYS = (360 * (Y2 - Y1)) + (30 * (M2 - M1))
               + (WS-DAY2 - WS-DAY1)
           COMPUTE WS-FRAC ROUNDED = WS-DAYS / 360.

       SET-YEAR-DAYS.
           IF FUNCTION MOD(WS-LEAP-YEAR, 4) EQUAL 0 AND
              (FUNCTION MOD(WS-LEAP-YEAR, 100) NOT EQUAL 0 OR
               FUNCTION MOD(WS-LEAP-YEAR, 400) EQUAL 0)
               MOVE "Y" TO WS-LEAP-SW
               MOVE 366 TO WS-YEAR-DAYS
           ELSE
               MOVE "N" TO WS-LEAP-SW
               MOVE 365 TO WS-YEAR-DAYS
           END-IF.
