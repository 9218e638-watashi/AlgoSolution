      * Tenor mode (IN-MODE "T"): IN-OFFSET carries the tenor count,
      * IN-FREQ the unit (W/M/Y); the roll is always modified
      * following on the record's calendar.
      * Year-fraction mode (IN-MODE "Y"): IN-STR to IN-STR2 on the
      * day-count basis in IN-BASIS (ACT/360, ACT/365, ACT/ACT,
      * 30/360, 30E/360 - see DAYCNTW).
           03 IN-FREQ       PIC X.
           03 IN-ROLL       PIC X.
           03 IN-BASIS      PIC X(7).
           COPY FEEDCTL.

       FD  DATEOUT.
           03 OUT-DOW       PIC X(9).
           03 OUT-DAYS      PIC -Z(9)9.
           03 OUT-STR2      PIC X(10).
      * Year-fraction rows only: the basis applied and the fraction;
      * OUT-DAYS carries that basis's day count.  Left blank on every
      * other row so the record length the other modes write is
      * unchanged.
           03 OUT-FRAC-AREA.
               05 OUT-BASIS     PIC X(7).
               05               PIC X.
               05 OUT-YEAR-FRAC PIC -9(3).9(9).

       FD  ERRRPT.
       01  ERR-REC.
      * which loads the holiday master once and answers by binary
      * search - the old in-line 500-entry table is gone.
           COPY HOLSRVW.
           COPY DAYCNTW.
      * Calendar applied to the record in hand; "DOM" (domestic) when
      * the request doesn't name one.
       01 WS-CAL-ID          PIC X(3)   VALUE "DOM".

       PROCESS-RECORD.
           ADD 1 TO WS-CYC-READ
           MOVE SPACES TO OUT-FRAC-AREA
           IF IN-MODE EQUAL SPACE
               MOVE RC-CARD-MODE-D TO IN-MODE
           END-IF
               WRITE ERR-REC
               EXIT PARAGRAPH
           END-IF
           IF IN-MODE EQUAL "N" OR IN-MODE EQUAL "Y"
               MOVE IN-DD2 TO DD2
               MOVE IN-MM2 TO MM2
               MOVE IN-YY2 TO YY2
                   EXIT PARAGRAPH
               END-IF
               PERFORM COMPUTE-DAYS-BETWEEN
               IF IN-MODE EQUAL "Y"
                   PERFORM COMPUTE-YEAR-FRACTION
                   IF WS-VALID-SW NOT EQUAL "Y"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE Y TO ISO-Y
               MOVE M TO ISO-M
               MOVE D TO ISO-D
           MOVE FUNCTION INTEGER-OF-DATE(NUM2) TO IDX2
           COMPUTE WS-DAYS-BETWEEN = IDX2 - IDX.

      ******************************************************************
      * Year-fraction mode: the basis's own day count replaces the
      * actual one on OUT-DAYS (30/360 counts differ from the calendar)
      * and the fraction goes alongside, both from the shared DAYCNT
      * service ACCRUAL uses for each account's daily interest.
      ******************************************************************
       COMPUTE-YEAR-FRACTION.
           MOVE IN-BASIS TO DCB-BASIS
           MOVE NUM      TO DCB-START-DATE
           MOVE NUM2     TO DCB-END-DATE
           CALL "DAYCNT" USING WS-DAYCNT-PARM
           IF DCB-VALID-SW NOT EQUAL "Y"
               MOVE "N" TO WS-VALID-SW
               MOVE STR TO ERR-STR
               MOVE "BAD DAY COUNT BASIS" TO ERR-REASON
               ADD 1 TO WS-CYC-REJECTED
               WRITE ERR-REC
               EXIT PARAGRAPH
           END-IF
           MOVE DCB-DAYS      TO WS-DAYS-BETWEEN
           MOVE DCB-BASIS     TO OUT-BASIS
           MOVE DCB-YEAR-FRAC TO OUT-YEAR-FRAC.

       VALIDATE-DATE.
           MOVE "Y" TO WS-VALID-SW
           IF MM < 1 OR MM > 12
