      *                              sign leading separate
      *                   cols 15-19 annual rate in basis points
      * The highest tier whose bound the balance meets sets the
      * rate; the day's accrual is balance * rate / 10000 scaled by
      * one day on the account's day-count basis, carried on ACCRMAST
      * (ACT/360, ACT/365, ACT/ACT, 30/360 or 30E/360, worked out by
      * the shared DAYCNT service D's year-fraction mode uses).  An
      * account new to the carry file, or a carry record from before
      * the basis was held, accrues ACT/360 as it always did.  A basis
      * DAYCNT does not know is listed on ACCRRPT and accrues ACT/360
      * for the night, with RC=4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLUTION.

           03 ACR-ACCRUED     PIC S9(13)V99
                              SIGN IS LEADING SEPARATE.
           03 ACR-LAST-DATE   PIC 9(8).
           03 ACR-BASIS       PIC X(7).

       FD  ACCRNEW.
       01  ACCRNEW-REC.
           03 NEW-ACCRUED     PIC S9(13)V99
                              SIGN IS LEADING SEPARATE.
           03 NEW-LAST-DATE   PIC 9(8).
           03 NEW-BASIS       PIC X(7).

      * Month-end posting feed in TRANIN's own layout - A validates
      * it with the same feed-control discipline as any branch feed.
           03 BAL-ACTIVITY-CNT  PIC 9(10).
           03 BAL-LAST-DATE     PIC 9(8).
           03 BAL-STATUS        PIC X.
           03 BAL-OD-LIMIT-TEXT PIC X(13).
           03 BAL-OD-LIMIT      REDEFINES BAL-OD-LIMIT-TEXT
                                PIC 9(13).
           03 BAL-OD-SINCE-TEXT PIC X(8).
           03 BAL-OD-SINCE      REDEFINES BAL-OD-SINCE-TEXT
                                PIC 9(8).
           03 BAL-CUST-DATE-TEXT PIC X(8).
           03 BAL-CUST-DATE     REDEFINES BAL-CUST-DATE-TEXT
                                PIC 9(8).

       FD  RUNCTL.
       01  RUNCTL-REC           PIC X(80).
           COPY OPERCHKW.
           COPY CYCLOGW.
           COPY HOLSRVW.
           COPY DAYCNTW.
       01 WS-OPERATOR-ID     PIC X(8)   VALUE "BATCHJOB".
       78  WS-MAX-TIERS          VALUE 20.
       78  WS-MAX-ACCRS          VALUE 5000.
               05 WS-AC-ACCT    PIC X(10).
               05 WS-AC-ACCRUED PIC S9(13)V99.
               05 WS-AC-LAST    PIC 9(8).
               05 WS-AC-BASIS   PIC X(7).
       01 WS-DAY-ACCRUAL     PIC S9(11)V99 VALUE ZEROS.
       01 WS-DAY-TOTAL       PIC S9(13)V99 VALUE ZEROS.
       01 WS-ACCT-ACCRUED    PIC 9(6)   VALUE ZEROES.
       01 NUM       REDEFINES YMD   PIC 9(8).
       01 WS-SKIP-SW         PIC X      VALUE "N".
       01 WS-REF-SEQ         PIC 9(4)   VALUE ZEROES.
       01 WS-NEXT-CAL-DATE   PIC 9(8)   VALUE ZEROES.
       01 WS-MONTH-START     PIC 9(8)   VALUE ZEROES.
       01 WS-DAY-UNITS       PIC S9(3)  VALUE ZEROS.
       01 WS-BAD-BASIS-COUNT PIC 9(6)   VALUE ZEROES.
       01 WS-RPT-BASIS-LINE.
           03 WS-RBL-ACCT    PIC X(10).
           03                PIC X(8)   VALUE " BASIS  ".
           03 WS-RBL-BASIS   PIC X(7).
           03                PIC X(26)
                  VALUE " NOT KNOWN - ACT/360 USED ".

       01 WS-RPT-HDR.
           03                PIC X(26)
               PERFORM WRITE-CYCLE-LOG
               STOP RUN
           END-IF
           MOVE RC-RUN-DATE TO NUM
           COMPUTE IDX = FUNCTION INTEGER-OF-DATE(NUM) + 1
           MOVE FUNCTION DATE-OF-INTEGER(IDX) TO WS-NEXT-CAL-DATE
           MOVE RC-RUN-DATE TO WS-MONTH-START
           MOVE "01"        TO WS-MONTH-START(7:2)
           PERFORM LOAD-RATE-TIERS
           PERFORM LOAD-ACCRUAL-CARRY
           PERFORM ACCRUE-THE-DAY
           MOVE WS-ACCT-ACCRUED TO WS-CYC-READ
           MOVE WS-POST-COUNT   TO WS-CYC-WRITTEN
           PERFORM WRITE-CYCLE-LOG
           IF WS-BAD-BASIS-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-RATE-TIERS.
           ADD 1 TO WS-ACCR-COUNT
           MOVE ACR-ACCT      TO WS-AC-ACCT(WS-ACCR-COUNT)
           MOVE ACR-ACCRUED   TO WS-AC-ACCRUED(WS-ACCR-COUNT)
           MOVE ACR-LAST-DATE TO WS-AC-LAST(WS-ACCR-COUNT)
           IF ACR-BASIS EQUAL SPACES
               MOVE "ACT/360"     TO WS-AC-BASIS(WS-ACCR-COUNT)
           ELSE
               MOVE ACR-BASIS     TO WS-AC-BASIS(WS-ACCR-COUNT)
           END-IF.

      * One pass over the balance master: every open account earns
      * the day at the rate its balance tiers into.  An account
               MOVE BAL-ACCT TO WS-AC-ACCT(WS-ACCR-COUNT)
               MOVE ZEROES   TO WS-AC-ACCRUED(WS-ACCR-COUNT)
               MOVE ZEROES   TO WS-AC-LAST(WS-ACCR-COUNT)
               MOVE "ACT/360" TO WS-AC-BASIS(WS-ACCR-COUNT)
               MOVE WS-ACCR-COUNT TO WS-ACCR-FOUND-IDX
           END-IF
           PERFORM SET-DAY-COUNT
           COMPUTE WS-DAY-ACCRUAL ROUNDED =
               BAL-BALANCE * WS-RATE-BPS * WS-DAY-UNITS
                   / 10000 / DCB-BASIS-DAYS
           ADD WS-DAY-ACCRUAL TO WS-AC-ACCRUED(WS-ACCR-FOUND-IDX)
           MOVE RC-RUN-DATE TO WS-AC-LAST(WS-ACCR-FOUND-IDX)
           ADD WS-DAY-ACCRUAL TO WS-DAY-TOTAL
           ADD 1 TO WS-ACCT-ACCRUED.

      * Tonight's share of a year on the account's basis: the days
      * the basis counts from the first of the month to tomorrow,
      * less those it counts to today, over 360, 365 or the year's
      * own length.  Measured from the month start, a 30/360 month
      * always comes to 30 - the 31st adds no day and the last day of
      * February makes up the difference - where day-by-day pieces
      * would not add up.
       SET-DAY-COUNT.
           MOVE WS-AC-BASIS(WS-ACCR-FOUND-IDX) TO DCB-BASIS
           MOVE WS-MONTH-START   TO DCB-START-DATE
           MOVE RC-RUN-DATE      TO DCB-END-DATE
           CALL "DAYCNT" USING WS-DAYCNT-PARM
           IF DCB-VALID-SW NOT EQUAL "Y"
               MOVE BAL-ACCT   TO WS-RBL-ACCT
               MOVE DCB-BASIS  TO WS-RBL-BASIS
               WRITE ACCRRPT-LINE FROM WS-RPT-BASIS-LINE
               ADD 1 TO WS-BAD-BASIS-COUNT
               MOVE "ACT/360"  TO DCB-BASIS
               CALL "DAYCNT" USING WS-DAYCNT-PARM
           END-IF
           MOVE DCB-DAYS TO WS-DAY-UNITS
           MOVE WS-NEXT-CAL-DATE TO DCB-END-DATE
           CALL "DAYCNT" USING WS-DAYCNT-PARM
           COMPUTE WS-DAY-UNITS = DCB-DAYS - WS-DAY-UNITS.

       SET-TIER-RATE.
           MOVE ZEROES TO WS-RATE-BPS
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
               MOVE WS-AC-ACCT(WS-ACCR-IDX)    TO NEW-ACCT
               MOVE WS-AC-ACCRUED(WS-ACCR-IDX) TO NEW-ACCRUED
               MOVE WS-AC-LAST(WS-ACCR-IDX)    TO NEW-LAST-DATE
               MOVE WS-AC-BASIS(WS-ACCR-IDX)   TO NEW-BASIS
               WRITE ACCRNEW-REC
           END-PERFORM
           CLOSE ACCRNEW.
           MOVE "INTEREST ACCRUED TODAY        " TO WS-SUM-LABEL
           MOVE WS-DAY-TOTAL TO WS-SUM-VALUE
           WRITE ACCRRPT-LINE FROM WS-RPT-SUMLINE
           IF WS-BAD-BASIS-COUNT > ZEROES
               MOVE "ACCOUNTS WITH UNKNOWN BASIS   " TO WS-SUM-LABEL
               MOVE WS-BAD-BASIS-COUNT TO WS-SUM-VALUE
               WRITE ACCRRPT-LINE FROM WS-RPT-SUMLINE
           END-IF
           IF WS-MONTH-END-SW EQUAL "Y"
               MOVE "MONTH-END POSTINGS EMITTED    " TO WS-SUM-LABEL
               MOVE WS-POST-COUNT TO WS-SUM-VALUE
