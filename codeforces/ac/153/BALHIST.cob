      * Compile with -I copybooks (or set COB_COPY_DIR) so COPY
      * RUNCTLW/RUNCTLP below can resolve the run-control copybooks.
      *
      * Daily balance history and average daily balance report.
      * BALMAST holds only the current balance and the SNAPyyyymmdd
      * generations roll off after a week, so nothing could answer
      * what an account averaged over a month.  The nightly action
      * runs after the posting step has been proved and appends each
      * account's closing balance to BALHIST, one record per account
      * per calendar day: tonight's business date, plus every
      * weekend day and DOM-calendar holiday up to the next business
      * day (through the shared HOLSRV service), carrying tonight's
      * close because nothing posts on those days.  A night that is
      * not a business day appends nothing - the business day before
      * it already covered it.  The append is safe to repeat: a rerun
      * writes only the account-days not already on the file, and a
      * night whose first date does not follow the last one on file
      * is reported as a gap (RETURN-CODE 4).
      *
      * The month action prints BHRPT - each account's average,
      * minimum and maximum daily balance and days overdrawn (closing
      * balance below zero) for a closed month - and applies the
      * archive rule: records for that month and earlier move to
      * per-month archives (BALHyyyymm, opened EXTEND the way
      * ARCHPURG builds ARCHyyyymm), the later records go to BALHNEW
      * for the usual review-and-swap over BALHIST, so the live file
      * never holds more than the open month.  Archive generations
      * are kept WS-RETAIN-MONTHS months; the report names the one
      * that falls out each month.  The print action reruns the
      * report for a month already archived, from its BALHyyyymm,
      * and moves nothing.  An account's average is over the days it
      * has on file, so an account opened in the month averages only
      * its open days; a calendar date with no records at all is
      * listed and sets RETURN-CODE 4.
      *
      * Card layout (BHCARDS):
      *   col 1      action  A=append tonight's balances
      *                      M=month report and archive
      *                      P=print a month from its archive
      *   cols 2-7   report month YYYYMM on M or P - blank takes the
      *              month before the business date
      *
      * BALHIST / BALHyyyymm layout (55 bytes):
      *   cols 1-8   balance date    cols 9-18  account
      *   cols 19-32 closing balance, sign leading separate
      *   col 33     account status  cols 34-46 overdraft limit
      *   col 47     "Y" when the date carries the prior business
      *              day's close (weekend or holiday)
      *   cols 48-55 business date of the run that wrote it
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLUTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BHCARDS  ASSIGN TO "BHCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BHCARDS-STATUS.
           SELECT BALHIST  ASSIGN TO DYNAMIC WS-HIST-DD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.
           SELECT BALHNEW  ASSIGN TO "BALHNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALHARCH ASSIGN TO DYNAMIC WS-ARCH-DD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALHARCH-STATUS.
           SELECT BALMAST  ASSIGN TO "BALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-ACCT
               FILE STATUS IS WS-BALMAST-STATUS.
           SELECT BHRPT    ASSIGN TO "BHRPT"
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
       FD  BHCARDS.
       01  BHCARD-REC.
           03 CARD-ACTION      PIC X.
           03 CARD-MONTH-TEXT  PIC X(6).

       FD  BALHIST.
       01  BALHIST-REC.
           03 BH-DATE           PIC 9(8).
           03 BH-ACCT           PIC X(10).
           03 BH-BALANCE        PIC S9(13) SIGN IS LEADING SEPARATE.
           03 BH-STATUS         PIC X.
           03 BH-OD-LIMIT-TEXT  PIC X(13).
           03 BH-CARRY-SW       PIC X.
           03 BH-RUN-DATE       PIC 9(8).

       FD  BALHNEW.
       01  BALHNEW-REC          PIC X(55).

       FD  BALHARCH.
       01  BALHARCH-REC         PIC X(55).

       FD  BALMAST.
       01  BALMAST-REC.
           03 BAL-ACCT          PIC X(10).
           03 BAL-BALANCE       PIC S9(13) SIGN IS LEADING SEPARATE.
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

       FD  BHRPT.
       01  BHRPT-LINE           PIC X(132).

       FD  RUNCTL.
       01  RUNCTL-REC           PIC X(80).

       FD  OPERMAST.
       01  OPERMAST-REC         PIC X(21).

       FD  SECLOG.
       01  SECLOG-REC           PIC X(43).

       FD  CYCLELOG.
       01  CYCLELOG-REC         PIC X(82).

       WORKING-STORAGE SECTION.
           COPY RUNCTLW.
           COPY OPERCHKW.
           COPY CYCLOGW.
           COPY HOLSRVW.
       01 WS-OPERATOR-ID     PIC X(8)   VALUE "BATCHJOB".
      * Months a BALHyyyymm archive generation is kept.
       78  WS-RETAIN-MONTHS        VALUE 24.
       01 WS-BHCARDS-STATUS  PIC X(2)   VALUE "00".
       01 WS-BALHIST-STATUS  PIC X(2)   VALUE "00".
       01 WS-BALHARCH-STATUS PIC X(2)   VALUE "00".
       01 WS-BALMAST-STATUS  PIC X(2)   VALUE "00".
       01 WS-HIST-DD-NAME    PIC X(10)  VALUE "BALHIST".
       01 WS-ARCH-DD-NAME    PIC X(10)  VALUE SPACES.
       01 WS-ARCH-MONTH      PIC X(6)   VALUE SPACES.
       01 WS-ARCH-OPEN-SW    PIC X      VALUE "N".
       01 WS-ROLL-SW         PIC X      VALUE "N".
       01 WS-EOF-FLAG        PIC X      VALUE "N".
       01 WS-SKIP-SW         PIC X      VALUE "N".

      * Nightly append - the span of dates tonight's close covers,
      * as day numbers, and what is already on the file for it.
       01 WS-NEXT-BIZ-DATE   PIC 9(8)   VALUE ZEROES.
       01 WS-SPAN-FIRST      PIC S9(9)  VALUE ZEROS.
       01 WS-SPAN-LAST       PIC S9(9)  VALUE ZEROS.
       01 WS-SPAN-DAY        PIC S9(9)  VALUE ZEROS.
       01 WS-SPAN-LAST-DATE  PIC 9(8)   VALUE ZEROES.
       01 WS-DAY-DATE        PIC 9(8)   VALUE ZEROES.
       01 WS-LAST-PRIOR-DATE PIC 9(8)   VALUE ZEROES.
       01 WS-GAP-FROM        PIC 9(8)   VALUE ZEROES.
       01 WS-GAP-TO          PIC 9(8)   VALUE ZEROES.
       01 WS-DAY-NUM         PIC S9(9)  VALUE ZEROS.
       78  WS-MAX-DONE           VALUE 50000.
       01 WS-DONE-COUNT      PIC S9(9)  VALUE ZEROS.
       01 WS-DONE-FOUND      PIC S9(9)  VALUE ZEROS.
       01 WS-DONE-PROBE.
           03 WS-PROBE-ACCT  PIC X(10).
           03 WS-PROBE-DATE  PIC 9(8).
       01 WS-DONE-TABLE.
           03 WS-DONE-ENTRY             OCCURS WS-MAX-DONE TIMES.
               05 WS-DONE-KEY    PIC X(18).
       01 WS-LO              PIC S9(9)  VALUE ZEROS.
       01 WS-HI              PIC S9(9)  VALUE ZEROS.
       01 WS-MID             PIC S9(9)  VALUE ZEROS.
       01 WS-SHIFT-IDX       PIC S9(9)  VALUE ZEROS.
       01 WS-ACCT-READ       PIC 9(10)  VALUE ZEROES.
       01 WS-HIST-WRITTEN    PIC 9(10)  VALUE ZEROES.
       01 WS-HIST-ON-FILE    PIC 9(10)  VALUE ZEROES.

      * Month report - the month, its calendar, and one entry per
      * account kept in account order, with a flag per day of the
      * month so a date repeated on the file counts once.
       01 WS-RPT-MONTH.
           03 WS-RPT-MON-Y   PIC 9(4)   VALUE ZEROES.
           03 WS-RPT-MON-M   PIC 9(2)   VALUE ZEROES.
       01 WS-MONTH-FIRST     PIC 9(8)   VALUE ZEROES.
       01 WS-NEXT-MONTH      PIC 9(8)   VALUE ZEROES.
       01 WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
           03 WS-NEXT-MON-Y  PIC 9(4).
           03 WS-NEXT-MON-M  PIC 9(2).
           03 WS-NEXT-MON-D  PIC 9(2).
       01 WS-MONTH-DAYS      PIC 9(2)   VALUE ZEROES.
       01 WS-DAY-IDX         PIC 9(2)   VALUE ZEROES.
       01 WS-MONTH-SEEN      PIC X(31)  VALUE SPACES.
       01 WS-EXPIRE-MONTH    PIC S9(7)  VALUE ZEROS.
       01 WS-EXPIRE-TEXT.
           03 WS-EXPIRE-Y    PIC 9(4).
           03 WS-EXPIRE-M    PIC 9(2).
       01 WS-MON-YY          PIC 9(4)   VALUE ZEROES.
       01 WS-MON-MM          PIC 9(2)   VALUE ZEROES.
       78  WS-MAX-ACCTS          VALUE 10000.
       01 WS-ACCT-COUNT      PIC 9(5)   VALUE ZEROES.
       01 WS-ACCT-IDX        PIC S9(5)  VALUE ZEROS.
       01 WS-ACCT-FOUND      PIC S9(5)  VALUE ZEROS.
       01 WS-ACCT-TABLE.
           03 WS-ACCT-ENTRY             OCCURS WS-MAX-ACCTS TIMES.
               05 WS-AH-ACCT     PIC X(10).
               05 WS-AH-DAYS     PIC 9(3).
               05 WS-AH-SUM      PIC S9(17).
               05 WS-AH-MIN      PIC S9(13).
               05 WS-AH-MAX      PIC S9(13).
               05 WS-AH-OD-DAYS  PIC 9(3).
               05 WS-AH-SEEN     PIC X(31).
       01 WS-AVERAGE         PIC S9(13) VALUE ZEROES.
       01 WS-MONTH-RECS      PIC 9(10)  VALUE ZEROES.
       01 WS-DUP-COUNT       PIC 9(10)  VALUE ZEROES.
       01 WS-MISSING-COUNT   PIC 9(4)   VALUE ZEROES.
       01 WS-EARLIER-COUNT   PIC 9(10)  VALUE ZEROES.
       01 WS-ARCH-COUNT      PIC 9(10)  VALUE ZEROES.
       01 WS-KEEP-COUNT      PIC 9(10)  VALUE ZEROES.
       01 WS-OD-ACCTS        PIC 9(10)  VALUE ZEROES.

       01 WS-RPT-HDR.
           03                PIC X(30)
                  VALUE "AVERAGE DAILY BALANCE - MONTH ".
           03 WS-HDR-MONTH   PIC X(6).
           03                PIC X(2)   VALUE SPACES.
           03 WS-HDR-DATE    PIC 9(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-HDR-OPER    PIC X(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-HDR-SOURCE  PIC X(10).
       01 WS-RPT-COLS.
           03                PIC X(12)  VALUE "ACCOUNT     ".
           03                PIC X(6)   VALUE "  DAYS".
           03                PIC X(18)  VALUE "   AVERAGE BALANCE".
           03                PIC X(16)  VALUE "         MINIMUM".
           03                PIC X(16)  VALUE "         MAXIMUM".
           03                PIC X(10)  VALUE "   DAYS OD".
       01 WS-RPT-DETAIL.
           03 WS-DET-ACCT    PIC X(10).
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-DAYS    PIC Z(5)9.
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-AVG     PIC -Z(14)9.
           03                PIC X(1)   VALUE SPACES.
           03 WS-DET-MIN     PIC -Z(13)9.
           03                PIC X(1)   VALUE SPACES.
           03 WS-DET-MAX     PIC -Z(13)9.
           03                PIC X(3)   VALUE SPACES.
           03 WS-DET-OD-DAYS PIC Z(6)9.
       01 WS-RPT-MISSING.
           03                PIC X(24)
                  VALUE "*** NO HISTORY FOR DATE ".
           03 WS-MISS-DATE   PIC 9(8).
       01 WS-RPT-CNTLINE.
           03 WS-CNT-LABEL   PIC X(36).
           03 WS-CNT-VALUE   PIC Z(9)9.
       01 WS-RPT-EXPIRE.
           03                PIC X(25)
                  VALUE "ARCHIVE PAST RETENTION:  ".
           03                PIC X(4)   VALUE "BALH".
           03 WS-EXP-MONTH   PIC X(6).
           03                PIC X(22)
                  VALUE " - MAY NOW BE DELETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-RUN-CONTROL
           MOVE RC-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE "B" TO WS-AUTH-LETTER
           PERFORM CHECK-OPERATOR-AUTH
           PERFORM READ-HIST-CARD
           EVALUATE CARD-ACTION
               WHEN "A"
                   PERFORM APPEND-NIGHT
               WHEN "M"
                   MOVE "Y" TO WS-ROLL-SW
                   PERFORM REPORT-MONTH
               WHEN "P"
                   MOVE SPACES TO WS-HIST-DD-NAME
                   STRING "BALH" WS-RPT-MONTH
                       DELIMITED BY SIZE INTO WS-HIST-DD-NAME
                   PERFORM REPORT-MONTH
           END-EVALUATE
           STOP RUN.

       READ-HIST-CARD.
           OPEN INPUT BHCARDS
           IF WS-BHCARDS-STATUS NOT EQUAL "00"
               DISPLAY "BALHIST: ACTION CARD FILE NOT AVAILABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BHCARDS
               AT END
                   DISPLAY "BALHIST: ACTION CARD FILE IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE BHCARDS
           IF CARD-ACTION NOT EQUAL "A" AND CARD-ACTION NOT EQUAL "M"
              AND CARD-ACTION NOT EQUAL "P"
               DISPLAY "BALHIST: ACTION MUST BE A, M OR P"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CARD-ACTION EQUAL "A"
               EXIT PARAGRAPH
           END-IF
           IF CARD-MONTH-TEXT EQUAL SPACES
               MOVE RC-RUN-YY TO WS-RPT-MON-Y
               MOVE RC-RUN-MM TO WS-RPT-MON-M
               IF WS-RPT-MON-M EQUAL 1
                   MOVE 12 TO WS-RPT-MON-M
                   SUBTRACT 1 FROM WS-RPT-MON-Y
               ELSE
                   SUBTRACT 1 FROM WS-RPT-MON-M
               END-IF
           ELSE
               IF CARD-MONTH-TEXT IS NOT NUMERIC
                   DISPLAY "BALHIST: REPORT MONTH NOT VALID: "
                           CARD-MONTH-TEXT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CARD-MONTH-TEXT TO WS-RPT-MONTH
           END-IF
           IF WS-RPT-MON-M < 1 OR WS-RPT-MON-M > 12
               DISPLAY "BALHIST: REPORT MONTH NOT VALID: "
                       WS-RPT-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * The month action moves the month off the live file, so the
      * month must be over: tonight's business month stays put.
           IF CARD-ACTION EQUAL "M" AND
              WS-RPT-MONTH NOT < RC-RUN-DATE(1:6)
               DISPLAY "BALHIST: MONTH " WS-RPT-MONTH
                       " IS NOT CLOSED - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPEND-NIGHT.
           MOVE "BALHIST" TO WS-PGM-CODE
           PERFORM CHECK-CYCLE-LOG
           MOVE "DOM"       TO HSV-CAL-ID
           MOVE RC-RUN-DATE TO HSV-DATE
           CALL "HOLSRV" USING WS-HOLSRV-PARM
           IF HSV-SKIP-SW EQUAL "Y"
               DISPLAY "BALHIST: NON-BUSINESS DAY - NOTHING APPENDED"
               PERFORM WRITE-CYCLE-LOG
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-NEXT-BUSINESS-DAY
           PERFORM SCAN-HISTORY
           PERFORM CHECK-HISTORY-GAP
           OPEN INPUT BALMAST
           IF WS-BALMAST-STATUS NOT EQUAL "00"
               DISPLAY "BALHIST: BALANCE MASTER NOT AVAILABLE, STATUS "
                       WS-BALMAST-STATUS " - RUN ENDED"
               MOVE "FAIL" TO WS-CYC-STATUS
               PERFORM WRITE-CYCLE-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND BALHIST
           IF WS-BALHIST-STATUS EQUAL "35"
               OPEN OUTPUT BALHIST
           END-IF
           PERFORM READ-BALMAST
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               ADD 1 TO WS-ACCT-READ
               PERFORM APPEND-ACCOUNT-DAYS
               PERFORM READ-BALMAST
           END-PERFORM
           CLOSE BALMAST
           CLOSE BALHIST
           DISPLAY "BALHIST: " WS-HIST-WRITTEN " RECORDS APPENDED FOR "
                   RC-RUN-DATE " THROUGH " WS-SPAN-LAST-DATE
           IF WS-HIST-ON-FILE > ZEROES
               DISPLAY "BALHIST: " WS-HIST-ON-FILE
                       " ACCOUNT-DAYS ALREADY ON FILE - NOT REPEATED"
           END-IF
           MOVE WS-ACCT-READ    TO WS-CYC-READ
           MOVE WS-HIST-WRITTEN TO WS-CYC-WRITTEN
           PERFORM WRITE-CYCLE-LOG.

      * Walk forward to the next business day on the DOM calendar, as
      * ACCRUAL does; tonight's close stands for every day before it.
       FIND-NEXT-BUSINESS-DAY.
           COMPUTE WS-SPAN-FIRST = FUNCTION INTEGER-OF-DATE(RC-RUN-DATE)
           MOVE WS-SPAN-FIRST TO WS-SPAN-DAY
           MOVE "Y" TO WS-SKIP-SW
           PERFORM UNTIL WS-SKIP-SW NOT EQUAL "Y"
               ADD 1 TO WS-SPAN-DAY
               MOVE FUNCTION DATE-OF-INTEGER(WS-SPAN-DAY)
                 TO WS-NEXT-BIZ-DATE
               MOVE "DOM"            TO HSV-CAL-ID
               MOVE WS-NEXT-BIZ-DATE TO HSV-DATE
               CALL "HOLSRV" USING WS-HOLSRV-PARM
               MOVE HSV-SKIP-SW TO WS-SKIP-SW
           END-PERFORM
           COMPUTE WS-SPAN-LAST = WS-SPAN-DAY - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-SPAN-LAST)
             TO WS-SPAN-LAST-DATE.

      * Note the latest date before tonight's span, and every
      * account-day already on file inside it - a rerun must not
      * write those twice.
       SCAN-HISTORY.
           OPEN INPUT BALHIST
           IF WS-BALHIST-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               READ BALHIST
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM SCAN-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE BALHIST
           MOVE "N" TO WS-EOF-FLAG.

       SCAN-HISTORY-RECORD.
           IF BH-DATE < RC-RUN-DATE
               IF BH-DATE > WS-LAST-PRIOR-DATE
                   MOVE BH-DATE TO WS-LAST-PRIOR-DATE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE BH-ACCT TO WS-PROBE-ACCT
           MOVE BH-DATE TO WS-PROBE-DATE
           PERFORM FIND-DONE-KEY
           IF WS-DONE-FOUND > ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-DONE-COUNT >= WS-MAX-DONE
               DISPLAY "BALHIST: RERUN TABLE FULL - RUN ENDED"
               MOVE "FAIL" TO WS-CYC-STATUS
               PERFORM WRITE-CYCLE-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-SHIFT-IDX FROM WS-DONE-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-LO
               MOVE WS-DONE-KEY(WS-SHIFT-IDX)
                 TO WS-DONE-KEY(WS-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-DONE-COUNT
           MOVE WS-DONE-PROBE TO WS-DONE-KEY(WS-LO).

       FIND-DONE-KEY.
           MOVE ZEROS TO WS-DONE-FOUND
           MOVE 1 TO WS-LO
           MOVE WS-DONE-COUNT TO WS-HI
           PERFORM UNTIL WS-LO > WS-HI OR WS-DONE-FOUND > ZEROS
               COMPUTE WS-MID = (WS-LO + WS-HI) / 2
               EVALUATE TRUE
                   WHEN WS-DONE-KEY(WS-MID) EQUAL WS-DONE-PROBE
                       MOVE WS-MID TO WS-DONE-FOUND
                   WHEN WS-DONE-KEY(WS-MID) < WS-DONE-PROBE
                       COMPUTE WS-LO = WS-MID + 1
                   WHEN OTHER
                       COMPUTE WS-HI = WS-MID - 1
               END-EVALUATE
           END-PERFORM.

      * The day after the last date on file should be tonight.  If
      * not, a night went missing and those dates have no balances;
      * the history cannot be back-filled from tonight's master.
       CHECK-HISTORY-GAP.
           IF WS-LAST-PRIOR-DATE EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-LAST-PRIOR-DATE) + 1
           IF WS-DAY-NUM NOT < WS-SPAN-FIRST
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NUM) TO WS-GAP-FROM
           COMPUTE WS-DAY-NUM = WS-SPAN-FIRST - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NUM) TO WS-GAP-TO
           DISPLAY "BALHIST: NO HISTORY FROM " WS-GAP-FROM " TO "
                   WS-GAP-TO " - A CYCLE DID NOT APPEND"
           MOVE "HISTORY GAP" TO WS-SEC-REASON
           PERFORM WRITE-SECURITY-LOG
           MOVE 4 TO RETURN-CODE.

       READ-BALMAST.
           READ BALMAST
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           IF WS-BALMAST-STATUS NOT EQUAL "00" AND
              WS-BALMAST-STATUS NOT EQUAL "10"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF.

       APPEND-ACCOUNT-DAYS.
           PERFORM VARYING WS-SPAN-DAY FROM WS-SPAN-FIRST BY 1
                   UNTIL WS-SPAN-DAY > WS-SPAN-LAST
               MOVE FUNCTION DATE-OF-INTEGER(WS-SPAN-DAY)
                 TO WS-DAY-DATE
               MOVE BAL-ACCT    TO WS-PROBE-ACCT
               MOVE WS-DAY-DATE TO WS-PROBE-DATE
               PERFORM FIND-DONE-KEY
               IF WS-DONE-FOUND > ZEROS
                   ADD 1 TO WS-HIST-ON-FILE
               ELSE
                   PERFORM WRITE-HISTORY-DAY
               END-IF
           END-PERFORM.

       WRITE-HISTORY-DAY.
           MOVE WS-DAY-DATE       TO BH-DATE
           MOVE BAL-ACCT          TO BH-ACCT
           MOVE BAL-BALANCE       TO BH-BALANCE
           MOVE BAL-STATUS        TO BH-STATUS
           MOVE BAL-OD-LIMIT-TEXT TO BH-OD-LIMIT-TEXT
           IF WS-SPAN-DAY EQUAL WS-SPAN-FIRST
               MOVE "N" TO BH-CARRY-SW
           ELSE
               MOVE "Y" TO BH-CARRY-SW
           END-IF
           MOVE RC-RUN-DATE       TO BH-RUN-DATE
           WRITE BALHIST-REC
           ADD 1 TO WS-HIST-WRITTEN.

       REPORT-MONTH.
           MOVE WS-RPT-MONTH TO WS-MONTH-FIRST(1:6)
           MOVE "01"         TO WS-MONTH-FIRST(7:2)
           MOVE WS-MONTH-FIRST TO WS-NEXT-MONTH
           IF WS-NEXT-MON-M EQUAL 12
               MOVE 1 TO WS-NEXT-MON-M
               ADD 1 TO WS-NEXT-MON-Y
           ELSE
               ADD 1 TO WS-NEXT-MON-M
           END-IF
           COMPUTE WS-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH)
             - FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST)
           OPEN INPUT BALHIST
           IF WS-BALHIST-STATUS NOT EQUAL "00"
               DISPLAY "BALHIST: HISTORY FILE " WS-HIST-DD-NAME
                       " NOT AVAILABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ROLL-SW EQUAL "Y"
               OPEN OUTPUT BALHNEW
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               READ BALHIST
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PROCESS-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE BALHIST
           IF WS-ROLL-SW EQUAL "Y"
               IF WS-ARCH-OPEN-SW EQUAL "Y"
                   CLOSE BALHARCH
               END-IF
               CLOSE BALHNEW
           END-IF
           PERFORM WRITE-MONTH-REPORT
           DISPLAY "BALHIST: MONTH " WS-RPT-MONTH " ACCOUNTS "
                   WS-ACCT-COUNT " DATES MISSING " WS-MISSING-COUNT
           IF WS-ROLL-SW EQUAL "Y"
               DISPLAY "BALHIST: RECORDS ARCHIVED " WS-ARCH-COUNT
               DISPLAY "BALHIST: RECORDS RETAINED " WS-KEEP-COUNT
           END-IF
           IF WS-MISSING-COUNT > ZEROES OR WS-DUP-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Records for the month feed the report; on the month action,
      * the month and anything older go to their archive and the
      * rest is retained on BALHNEW.
       PROCESS-HISTORY-RECORD.
           IF BH-DATE(1:6) EQUAL WS-RPT-MONTH
               PERFORM ACCUMULATE-DAY
           END-IF
           IF WS-ROLL-SW NOT EQUAL "Y"
               EXIT PARAGRAPH
           END-IF
           IF BH-DATE(1:6) > WS-RPT-MONTH
               WRITE BALHNEW-REC FROM BALHIST-REC
               ADD 1 TO WS-KEEP-COUNT
               EXIT PARAGRAPH
           END-IF
           IF BH-DATE(1:6) < WS-RPT-MONTH
               ADD 1 TO WS-EARLIER-COUNT
           END-IF
           IF BH-DATE(1:6) NOT EQUAL WS-ARCH-MONTH
               IF WS-ARCH-OPEN-SW EQUAL "Y"
                   CLOSE BALHARCH
               END-IF
               MOVE BH-DATE(1:6) TO WS-ARCH-MONTH
               MOVE SPACES TO WS-ARCH-DD-NAME
               STRING "BALH" WS-ARCH-MONTH
                   DELIMITED BY SIZE INTO WS-ARCH-DD-NAME
               OPEN EXTEND BALHARCH
               IF WS-BALHARCH-STATUS EQUAL "35"
                   OPEN OUTPUT BALHARCH
               END-IF
               MOVE "Y" TO WS-ARCH-OPEN-SW
           END-IF
           WRITE BALHARCH-REC FROM BALHIST-REC
           ADD 1 TO WS-ARCH-COUNT.

       ACCUMULATE-DAY.
           MOVE BH-DATE(7:2) TO WS-DAY-IDX
           IF WS-DAY-IDX < 1 OR WS-DAY-IDX > WS-MONTH-DAYS
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OR-ADD-ACCOUNT
           IF WS-AH-SEEN(WS-ACCT-FOUND)(WS-DAY-IDX:1) EQUAL "Y"
               ADD 1 TO WS-DUP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-AH-SEEN(WS-ACCT-FOUND)(WS-DAY-IDX:1)
           MOVE "Y" TO WS-MONTH-SEEN(WS-DAY-IDX:1)
           ADD 1 TO WS-MONTH-RECS
           IF WS-AH-DAYS(WS-ACCT-FOUND) EQUAL ZEROES
               MOVE BH-BALANCE TO WS-AH-MIN(WS-ACCT-FOUND)
               MOVE BH-BALANCE TO WS-AH-MAX(WS-ACCT-FOUND)
           END-IF
           ADD 1 TO WS-AH-DAYS(WS-ACCT-FOUND)
           ADD BH-BALANCE TO WS-AH-SUM(WS-ACCT-FOUND)
           IF BH-BALANCE < WS-AH-MIN(WS-ACCT-FOUND)
               MOVE BH-BALANCE TO WS-AH-MIN(WS-ACCT-FOUND)
           END-IF
           IF BH-BALANCE > WS-AH-MAX(WS-ACCT-FOUND)
               MOVE BH-BALANCE TO WS-AH-MAX(WS-ACCT-FOUND)
           END-IF
           IF BH-BALANCE < ZEROS
               ADD 1 TO WS-AH-OD-DAYS(WS-ACCT-FOUND)
           END-IF.

       FIND-OR-ADD-ACCOUNT.
           MOVE ZEROS TO WS-ACCT-FOUND
           MOVE 1 TO WS-LO
           MOVE WS-ACCT-COUNT TO WS-HI
           PERFORM UNTIL WS-LO > WS-HI OR WS-ACCT-FOUND > ZEROS
               COMPUTE WS-MID = (WS-LO + WS-HI) / 2
               EVALUATE TRUE
                   WHEN WS-AH-ACCT(WS-MID) EQUAL BH-ACCT
                       MOVE WS-MID TO WS-ACCT-FOUND
                   WHEN WS-AH-ACCT(WS-MID) < BH-ACCT
                       COMPUTE WS-LO = WS-MID + 1
                   WHEN OTHER
                       COMPUTE WS-HI = WS-MID - 1
               END-EVALUATE
           END-PERFORM
           IF WS-ACCT-FOUND > ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-COUNT >= WS-MAX-ACCTS
               DISPLAY "BALHIST: ACCOUNT TABLE FULL - RUN ENDED"
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
           MOVE BH-ACCT TO WS-AH-ACCT(WS-ACCT-FOUND)
           MOVE ZEROES  TO WS-AH-DAYS(WS-ACCT-FOUND)
           MOVE ZEROES  TO WS-AH-SUM(WS-ACCT-FOUND)
           MOVE ZEROES  TO WS-AH-MIN(WS-ACCT-FOUND)
           MOVE ZEROES  TO WS-AH-MAX(WS-ACCT-FOUND)
           MOVE ZEROES  TO WS-AH-OD-DAYS(WS-ACCT-FOUND)
           MOVE SPACES  TO WS-AH-SEEN(WS-ACCT-FOUND).

       WRITE-MONTH-REPORT.
           OPEN OUTPUT BHRPT
           MOVE WS-RPT-MONTH    TO WS-HDR-MONTH
           MOVE RC-RUN-DATE     TO WS-HDR-DATE
           MOVE RC-OPERATOR-ID  TO WS-HDR-OPER
           MOVE WS-HIST-DD-NAME TO WS-HDR-SOURCE
           WRITE BHRPT-LINE FROM WS-RPT-HDR
           MOVE SPACES TO BHRPT-LINE
           WRITE BHRPT-LINE
           WRITE BHRPT-LINE FROM WS-RPT-COLS
           MOVE SPACES TO BHRPT-LINE
           WRITE BHRPT-LINE
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               PERFORM REPORT-ONE-ACCOUNT
           END-PERFORM
           MOVE SPACES TO BHRPT-LINE
           WRITE BHRPT-LINE
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-MONTH-DAYS
               IF WS-MONTH-SEEN(WS-DAY-IDX:1) NOT EQUAL "Y"
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE WS-MONTH-FIRST TO WS-MISS-DATE
                   MOVE WS-DAY-IDX     TO WS-MISS-DATE(7:2)
                   WRITE BHRPT-LINE FROM WS-RPT-MISSING
               END-IF
           END-PERFORM
           MOVE "ACCOUNTS REPORTED                   " TO WS-CNT-LABEL
           MOVE WS-ACCT-COUNT TO WS-CNT-VALUE
           WRITE BHRPT-LINE FROM WS-RPT-CNTLINE
           MOVE "ACCOUNTS OVERDRAWN IN THE MONTH     " TO WS-CNT-LABEL
           MOVE WS-OD-ACCTS TO WS-CNT-VALUE
           WRITE BHRPT-LINE FROM WS-RPT-CNTLINE
           MOVE "CALENDAR DAYS IN MONTH              " TO WS-CNT-LABEL
           MOVE WS-MONTH-DAYS TO WS-CNT-VALUE
           WRITE BHRPT-LINE FROM WS-RPT-CNTLINE
           MOVE "DATES WITH NO HISTORY               " TO WS-CNT-LABEL
           MOVE WS-MISSING-COUNT TO WS-CNT-VALUE
           WRITE BHRPT-LINE FROM WS-RPT-CNTLINE
           MOVE "ACCOUNT-DAYS REPORTED               " TO WS-CNT-LABEL
           MOVE WS-MONTH-RECS TO WS-CNT-VALUE
           WRITE BHRPT-LINE FROM WS-RPT-CNTLINE
           IF WS-DUP-COUNT > ZEROES
               MOVE "REPEATED ACCOUNT-DAYS NOT COUNTED   "
                 TO WS-CNT-LABEL
               MOVE WS-DUP-COUNT TO WS-CNT-VALUE
               WRITE BHRPT-LINE FROM WS-RPT-CNTLINE
           END-IF
           IF WS-ROLL-SW EQUAL "Y"
               PERFORM REPORT-ARCHIVE-RULE
           END-IF
           CLOSE BHRPT.

       REPORT-ONE-ACCOUNT.
           COMPUTE WS-AVERAGE ROUNDED = WS-AH-SUM(WS-ACCT-IDX)
               / WS-AH-DAYS(WS-ACCT-IDX)
           IF WS-AH-OD-DAYS(WS-ACCT-IDX) > ZEROES
               ADD 1 TO WS-OD-ACCTS
           END-IF
           MOVE WS-AH-ACCT(WS-ACCT-IDX)    TO WS-DET-ACCT
           MOVE WS-AH-DAYS(WS-ACCT-IDX)    TO WS-DET-DAYS
           MOVE WS-AVERAGE                 TO WS-DET-AVG
           MOVE WS-AH-MIN(WS-ACCT-IDX)     TO WS-DET-MIN
           MOVE WS-AH-MAX(WS-ACCT-IDX)     TO WS-DET-MAX
           MOVE WS-AH-OD-DAYS(WS-ACCT-IDX) TO WS-DET-OD-DAYS
           WRITE BHRPT-LINE FROM WS-RPT-DETAIL.

       REPORT-ARCHIVE-RULE.
           MOVE SPACES TO BHRPT-LINE
           WRITE BHRPT-LINE
           MOVE "RECORDS ARCHIVED TO BALHYYYYMM      " TO WS-CNT-LABEL
           MOVE WS-ARCH-COUNT TO WS-CNT-VALUE
           WRITE BHRPT-LINE FROM WS-RPT-CNTLINE
           IF WS-EARLIER-COUNT > ZEROES
               MOVE "  OF WHICH FROM EARLIER MONTHS      "
                 TO WS-CNT-LABEL
               MOVE WS-EARLIER-COUNT TO WS-CNT-VALUE
               WRITE BHRPT-LINE FROM WS-RPT-CNTLINE
           END-IF
           MOVE "RECORDS RETAINED ON BALHNEW         " TO WS-CNT-LABEL
           MOVE WS-KEEP-COUNT TO WS-CNT-VALUE
           WRITE BHRPT-LINE FROM WS-RPT-CNTLINE
           COMPUTE WS-EXPIRE-MONTH =
               WS-RPT-MON-Y * 12 + WS-RPT-MON-M - 1 - WS-RETAIN-MONTHS
           DIVIDE WS-EXPIRE-MONTH BY 12 GIVING WS-MON-YY
               REMAINDER WS-MON-MM
           MOVE WS-MON-YY TO WS-EXPIRE-Y
           COMPUTE WS-EXPIRE-M = WS-MON-MM + 1
           MOVE WS-EXPIRE-TEXT TO WS-EXP-MONTH
           WRITE BHRPT-LINE FROM WS-RPT-EXPIRE.

           COPY RUNCTLP.

           COPY CYCLOGP.

           COPY OPERCHKP.
