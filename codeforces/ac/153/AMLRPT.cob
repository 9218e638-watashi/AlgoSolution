      * Compile with -I copybooks (or set COB_COPY_DIR) so COPY TRANHDR
      * below can resolve copybooks/TRANHDR.cpy.
      *
      * Large-transaction and structuring alerts.  Compliance asks
      * every quarter for the postings over the reporting threshold
      * and for the patterns built to stay under it.  This job takes
      * one AMLCARD - a date range and the thresholds - opens every
      * ARCHyyyymm archive month the range spans and then the
      * current audit file, the DD names built exactly as the purge
      * and AUDINQ build them, and raises three kinds of alert:
      *   LARGE   a single posting over the threshold, either way;
      *   STRUCT  an account whose sub-threshold credits inside the
      *           rolling window add up past the threshold through at
      *           least the minimum number of items;
      *   MULTBR  an account posted to from more than one branch on
      *           the same business date.
      * Only movements that reached the master count: clean postings
      * (blank flag).  Rejects never moved money, RRUN lines repeat a
      * posting already counted, supervisor adjustments and status
      * stamps are not customer business, reversals undo a posting
      * rather than make one, and the month-end interest (branch ACR)
      * is the bank's own.  Audit records written before the branch
      * column carry no branch; they still count as postings but
      * cannot show a second branch.  Every alert is written to
      * AMLALERT for the case system and printed on AMLRPRT;
      * RETURN-CODE 4 when any alert was raised.  The audit trail is
      * appended in business-date order, so each account's postings
      * are chained in that order as they are read.
      *
      * Card layout (AMLCARD):
      *   cols  1-8   range start date YYYYMMDD
      *   cols  9-16  range end date YYYYMMDD
      *   cols 17-29  reporting threshold, whole currency units
      *   cols 30-31  rolling window in days (blank = 5)
      *   cols 32-33  minimum items for a structuring alert
      *               (blank = 3)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLUTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMLCARD  ASSIGN TO "AMLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMLCARD-STATUS.
           SELECT ARCHIN   ASSIGN TO DYNAMIC WS-ARCH-DD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIN-STATUS.
           SELECT AUDITOUT ASSIGN TO "AUDITOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITOUT-STATUS.
           SELECT AMLALERT ASSIGN TO "AMLALERT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AMLRPRT  ASSIGN TO "AMLRPRT"
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
       FD  AMLCARD.
       01  AMLCARD-REC.
           03 CARD-FROM-TEXT  PIC X(8).
           03 CARD-FROM       REDEFINES CARD-FROM-TEXT PIC 9(8).
           03 CARD-TO-TEXT    PIC X(8).
           03 CARD-TO         REDEFINES CARD-TO-TEXT PIC 9(8).
           03 CARD-LIMIT-TEXT PIC X(13).
           03 CARD-LIMIT      REDEFINES CARD-LIMIT-TEXT PIC 9(13).
           03 CARD-WINDOW-TEXT PIC X(2).
           03 CARD-WINDOW     REDEFINES CARD-WINDOW-TEXT PIC 9(2).
           03 CARD-MIN-TEXT   PIC X(2).
           03 CARD-MIN        REDEFINES CARD-MIN-TEXT PIC 9(2).

       FD  ARCHIN.
       01  ARCHIN-REC          PIC X(137).

       FD  AUDITOUT.
       01  AUDITOUT-REC        PIC X(137).

      * One record per alert.  ALT-DATE is the posting date (LARGE),
      * the last date of the window (STRUCT) or the day (MULTBR);
      * ALT-FROM-DATE is the first date of the window, and the same
      * as ALT-DATE otherwise.  ALT-BRANCHES lists up to five branch
      * codes, ALT-REF the posting reference of a LARGE alert.
       FD  AMLALERT.
       01  AMLALERT-REC.
           03 ALT-TYPE          PIC X(6).
           03 ALT-ACCT          PIC X(10).
           03 ALT-DATE          PIC 9(8).
           03 ALT-FROM-DATE     PIC 9(8).
           03 ALT-COUNT         PIC 9(5).
           03 ALT-AMOUNT        PIC S9(13) SIGN IS LEADING SEPARATE.
           03 ALT-BRANCHES      PIC X(15).
           03 ALT-REF           PIC X(12).
           03                   PIC X(2).

       FD  AMLRPRT.
       01  AMLRPRT-LINE        PIC X(132).

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
      * Audit record image re-described for the layouts the trail
      * carries - see ARCHPURG, which reads the same files the same
      * way.  Keep these slices in step with A's AUDIT-REC.
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

       78  WS-ACCRUAL-BRANCH   VALUE "ACR".
       78  WS-DEFAULT-WINDOW   VALUE 5.
       78  WS-DEFAULT-MIN      VALUE 3.
       01 WS-AMLCARD-STATUS  PIC X(2)   VALUE "00".
       01 WS-ARCHIN-STATUS   PIC X(2)   VALUE "00".
       01 WS-AUDITOUT-STATUS PIC X(2)   VALUE "00".
       01 WS-ARCH-DD-NAME    PIC X(10)  VALUE SPACES.
       01 WS-EOF-FLAG        PIC X      VALUE "N".
       01 WS-LIMIT           PIC 9(13)  VALUE ZEROES.
       01 WS-WINDOW-DAYS     PIC 9(2)   VALUE ZEROES.
       01 WS-MIN-ITEMS       PIC 9(2)   VALUE ZEROES.
       01 WS-FROM-MONTH.
           03 WS-FROM-MONTH-Y PIC 9(4)  VALUE ZEROES.
           03 WS-FROM-MONTH-M PIC 9(2)  VALUE ZEROES.
       01 WS-TO-MONTH.
           03 WS-TO-MONTH-Y  PIC 9(4)   VALUE ZEROES.
           03 WS-TO-MONTH-M  PIC 9(2)   VALUE ZEROES.
       01 WS-MON-SCAN        PIC S9(7)  VALUE ZEROS.
       01 WS-MON-END         PIC S9(7)  VALUE ZEROS.
       01 WS-MON-YY          PIC 9(4)   VALUE ZEROES.
       01 WS-MON-MM          PIC 9(2)   VALUE ZEROES.
       01 WS-MONTH-TEXT.
           03 WS-MONTH-Y     PIC 9(4).
           03 WS-MONTH-M     PIC 9(2).
       01 WS-REC-COUNT       PIC 9(10)  VALUE ZEROES.
       01 WS-POSTING-COUNT   PIC 9(10)  VALUE ZEROES.
       01 WS-OLD-LAYOUT-CNT  PIC 9(10)  VALUE ZEROES.
       01 WS-LARGE-COUNT     PIC 9(8)   VALUE ZEROES.
       01 WS-STRUCT-COUNT    PIC 9(8)   VALUE ZEROES.
       01 WS-MULTBR-COUNT    PIC 9(8)   VALUE ZEROES.
       01 WS-AMOUNT          PIC S9(11) VALUE ZEROS.
       01 WS-ABS-AMOUNT      PIC 9(11)  VALUE ZEROES.

      * Account table, kept sorted for a binary probe.  Each account
      * heads a chain of its postings in the item table; the chain
      * runs in the order the postings were read, which is business
      * date order.
       78  WS-MAX-ACCTS        VALUE 5000.
       78  WS-MAX-ITEMS        VALUE 50000.
       01 WS-ACCT-COUNT      PIC S9(5)  VALUE ZEROS.
       01 WS-ACCT-TABLE.
           03 WS-ACCT-ENTRY              OCCURS WS-MAX-ACCTS TIMES.
               05 WS-AC-ACCT     PIC X(10).
               05 WS-AC-FIRST    PIC S9(5).
               05 WS-AC-LAST     PIC S9(5).
       01 WS-ACCT-PROBE      PIC X(10)  VALUE SPACES.
       01 WS-ACCT-FOUND-SW   PIC X      VALUE "N".
       01 WS-ACCT-LO         PIC S9(5)  VALUE ZEROS.
       01 WS-ACCT-HI         PIC S9(5)  VALUE ZEROS.
       01 WS-ACCT-MID        PIC S9(5)  VALUE ZEROS.
       01 WS-ACCT-INS        PIC S9(5)  VALUE ZEROS.
       01 WS-ACCT-MOVE       PIC S9(5)  VALUE ZEROS.
       01 WS-ACCT-IDX        PIC S9(5)  VALUE ZEROS.
       01 WS-ITEM-COUNT      PIC S9(5)  VALUE ZEROS.
       01 WS-ITEM-TABLE.
           03 WS-ITEM-ENTRY              OCCURS WS-MAX-ITEMS TIMES.
               05 WS-IT-DATE     PIC 9(8).
               05 WS-IT-DAY      PIC S9(7).
               05 WS-IT-AMOUNT   PIC S9(11).
               05 WS-IT-BRANCH   PIC X(3).
               05 WS-IT-NEXT     PIC S9(5).

      * Rolling-window and same-day state for the account in hand.
       01 WS-CUR-ITEM        PIC S9(5)  VALUE ZEROS.
       01 WS-WIN-START       PIC S9(5)  VALUE ZEROS.
       01 WS-WIN-SUM         PIC S9(13) VALUE ZEROS.
       01 WS-WIN-COUNT       PIC 9(5)   VALUE ZEROES.
       01 WS-WIN-FIRST-DAY   PIC S9(7)  VALUE ZEROS.
       01 WS-DAY-DATE        PIC 9(8)   VALUE ZEROES.
       01 WS-DAY-BR-COUNT    PIC 9(5)   VALUE ZEROES.
       01 WS-DAY-BR-TABLE    VALUE SPACES.
           03 WS-DAY-BR         PIC X(3)   OCCURS 20 TIMES.
       01 WS-DAY-BR-IDX      PIC S9(4)  VALUE ZEROS.
       01 WS-DAY-BR-FOUND-SW PIC X      VALUE "N".

       01 WS-RPT-HDR.
           03                PIC X(28)
                  VALUE "AML ALERT REPORT            ".
           03 WS-HDR-DATE    PIC 9(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-HDR-OPER    PIC X(8).
       01 WS-RPT-PARMS.
           03                PIC X(6)   VALUE "RANGE ".
           03 WS-PRM-FROM    PIC 9(8).
           03                PIC X(3)   VALUE " - ".
           03 WS-PRM-TO      PIC 9(8).
           03                PIC X(12)  VALUE "  THRESHOLD ".
           03 WS-PRM-LIMIT   PIC Z(12)9.
           03                PIC X(15)  VALUE "  WINDOW DAYS  ".
           03 WS-PRM-WINDOW  PIC Z9.
           03                PIC X(13)  VALUE "  MIN ITEMS  ".
           03 WS-PRM-MIN     PIC Z9.
       01 WS-RPT-LARGE-COLS.
           03                PIC X(10)  VALUE "DATE      ".
           03                PIC X(12)  VALUE "ACCOUNT     ".
           03                PIC X(5)   VALUE "BR   ".
           03                PIC X(14)  VALUE "REFERENCE     ".
           03                PIC X(15)  VALUE "         AMOUNT".
       01 WS-RPT-LARGE-DET.
           03 WS-LRG-DATE    PIC 9(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-LRG-ACCT    PIC X(10).
           03                PIC X(2)   VALUE SPACES.
           03 WS-LRG-BRANCH  PIC X(3).
           03                PIC X(2)   VALUE SPACES.
           03 WS-LRG-REF     PIC X(12).
           03                PIC X(2)   VALUE SPACES.
           03 WS-LRG-AMOUNT  PIC -Z(12)9.
       01 WS-RPT-STRUCT-COLS.
           03                PIC X(12)  VALUE "ACCOUNT     ".
           03                PIC X(10)  VALUE "FROM      ".
           03                PIC X(10)  VALUE "TO        ".
           03                PIC X(7)   VALUE "  ITEMS".
           03                PIC X(16)  VALUE "           TOTAL".
       01 WS-RPT-STRUCT-DET.
           03 WS-STR-ACCT    PIC X(10).
           03                PIC X(2)   VALUE SPACES.
           03 WS-STR-FROM    PIC 9(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-STR-TO      PIC 9(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-STR-COUNT   PIC Z(4)9.
           03                PIC X(2)   VALUE SPACES.
           03 WS-STR-TOTAL   PIC -Z(12)9.
       01 WS-RPT-MULTBR-COLS.
           03                PIC X(10)  VALUE "DATE      ".
           03                PIC X(12)  VALUE "ACCOUNT     ".
           03                PIC X(10)  VALUE "BRANCHES  ".
           03                PIC X(17)  VALUE "FIRST FIVE       ".
       01 WS-RPT-MULTBR-DET.
           03 WS-MBR-DATE    PIC 9(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-MBR-ACCT    PIC X(10).
           03                PIC X(2)   VALUE SPACES.
           03 WS-MBR-COUNT   PIC Z(7)9.
           03                PIC X(2)   VALUE SPACES.
           03 WS-MBR-LIST    PIC X(20).
       01 WS-RPT-CNTLINE.
           03 WS-CNT-LABEL   PIC X(30).
           03 WS-CNT-VALUE   PIC Z(9)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-RUN-CONTROL
           MOVE RC-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE "Y" TO WS-AUTH-LETTER
           PERFORM CHECK-OPERATOR-AUTH
           PERFORM READ-AML-CARD
           OPEN OUTPUT AMLALERT
           OPEN OUTPUT AMLRPRT
           MOVE RC-RUN-DATE    TO WS-HDR-DATE
           MOVE RC-OPERATOR-ID TO WS-HDR-OPER
           WRITE AMLRPRT-LINE FROM WS-RPT-HDR
           MOVE CARD-FROM      TO WS-PRM-FROM
           MOVE CARD-TO        TO WS-PRM-TO
           MOVE WS-LIMIT       TO WS-PRM-LIMIT
           MOVE WS-WINDOW-DAYS TO WS-PRM-WINDOW
           MOVE WS-MIN-ITEMS   TO WS-PRM-MIN
           WRITE AMLRPRT-LINE FROM WS-RPT-PARMS
           MOVE SPACES TO AMLRPRT-LINE
           WRITE AMLRPRT-LINE
           MOVE "SINGLE POSTINGS OVER THRESHOLD (LARGE)"
             TO AMLRPRT-LINE
           WRITE AMLRPRT-LINE
           WRITE AMLRPRT-LINE FROM WS-RPT-LARGE-COLS
           MOVE CARD-FROM-TEXT (1:6) TO WS-FROM-MONTH
           MOVE CARD-TO-TEXT (1:6)   TO WS-TO-MONTH
           COMPUTE WS-MON-SCAN =
               WS-FROM-MONTH-Y * 12 + WS-FROM-MONTH-M - 1
           COMPUTE WS-MON-END =
               WS-TO-MONTH-Y * 12 + WS-TO-MONTH-M - 1
           PERFORM UNTIL WS-MON-SCAN > WS-MON-END
               DIVIDE WS-MON-SCAN BY 12 GIVING WS-MON-YY
                   REMAINDER WS-MON-MM
               MOVE WS-MON-YY TO WS-MONTH-Y
               COMPUTE WS-MONTH-M = WS-MON-MM + 1
               MOVE SPACES TO WS-ARCH-DD-NAME
               STRING "ARCH" WS-MONTH-TEXT
                   DELIMITED BY SIZE INTO WS-ARCH-DD-NAME
               PERFORM SCAN-ARCHIVE
               ADD 1 TO WS-MON-SCAN
           END-PERFORM
           PERFORM SCAN-CURRENT
           MOVE SPACES TO AMLRPRT-LINE
           WRITE AMLRPRT-LINE
           MOVE "SUB-THRESHOLD CREDITS OVER THRESHOLD (STRUCT)"
             TO AMLRPRT-LINE
           WRITE AMLRPRT-LINE
           WRITE AMLRPRT-LINE FROM WS-RPT-STRUCT-COLS
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               PERFORM CHECK-STRUCTURING
           END-PERFORM
           MOVE SPACES TO AMLRPRT-LINE
           WRITE AMLRPRT-LINE
           MOVE "SEVERAL BRANCHES IN ONE DAY (MULTBR)"
             TO AMLRPRT-LINE
           WRITE AMLRPRT-LINE
           WRITE AMLRPRT-LINE FROM WS-RPT-MULTBR-COLS
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               PERFORM CHECK-BRANCH-SPREAD
           END-PERFORM
           PERFORM PRINT-TOTALS
           CLOSE AMLALERT
           CLOSE AMLRPRT
           IF WS-LARGE-COUNT + WS-STRUCT-COUNT + WS-MULTBR-COUNT
                   > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * The card is the whole request; without a usable one there is
      * nothing to run, so the job ends rather than guess a range.
       READ-AML-CARD.
           OPEN INPUT AMLCARD
           IF WS-AMLCARD-STATUS NOT EQUAL "00"
               DISPLAY "AMLRPT: REQUEST CARD FILE NOT AVAILABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ AMLCARD
               AT END
                   MOVE SPACES TO AMLCARD-REC
           END-READ
           CLOSE AMLCARD
           IF CARD-FROM-TEXT IS NOT NUMERIC OR
              CARD-TO-TEXT IS NOT NUMERIC OR
              CARD-FROM > CARD-TO OR
              CARD-LIMIT-TEXT IS NOT NUMERIC OR
              CARD-LIMIT EQUAL ZEROES
               DISPLAY "AMLRPT: MALFORMED REQUEST CARD - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CARD-LIMIT TO WS-LIMIT
           IF CARD-WINDOW-TEXT IS NUMERIC AND
              CARD-WINDOW > ZEROES
               MOVE CARD-WINDOW TO WS-WINDOW-DAYS
           ELSE
               MOVE WS-DEFAULT-WINDOW TO WS-WINDOW-DAYS
           END-IF
           IF CARD-MIN-TEXT IS NUMERIC AND
              CARD-MIN > 1
               MOVE CARD-MIN TO WS-MIN-ITEMS
           ELSE
               MOVE WS-DEFAULT-MIN TO WS-MIN-ITEMS
           END-IF.

       SCAN-ARCHIVE.
           OPEN INPUT ARCHIN
           IF WS-ARCHIN-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               READ ARCHIN
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE ARCHIN-REC TO WS-AUDIT-RAW
                       PERFORM LOAD-AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE ARCHIN.

       SCAN-CURRENT.
           OPEN INPUT AUDITOUT
           IF WS-AUDITOUT-STATUS NOT EQUAL "00"
               DISPLAY "AMLRPT: AUDIT FILE NOT AVAILABLE"
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
                       PERFORM LOAD-AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDITOUT.

      * An old 69-byte record pads to spaces past byte 69 and has no
      * account column; it is counted so the totals say why an early
      * range looks thin.  A LARGE alert is raised as the posting is
      * read; every counted posting is chained under its account for
      * the window and branch tests.
       LOAD-AUDIT-RECORD.
           ADD 1 TO WS-REC-COUNT
           IF WS-AUDIT-RAW(70:38) EQUAL SPACES
               ADD 1 TO WS-OLD-LAYOUT-CNT
               EXIT PARAGRAPH
           END-IF
           IF AUDIT-HDR-RUN-DATE < CARD-FROM OR
              AUDIT-HDR-RUN-DATE > CARD-TO
               EXIT PARAGRAPH
           END-IF
           IF AUDIT-ERR NOT EQUAL SPACES OR
              AUDIT-ORIG-REF NOT EQUAL SPACES OR
              AUDIT-BRANCH EQUAL WS-ACCRUAL-BRANCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POSTING-COUNT
           MOVE FUNCTION NUMVAL(AUDIT-C) TO WS-AMOUNT
           IF WS-AMOUNT < ZEROS
               COMPUTE WS-ABS-AMOUNT = 0 - WS-AMOUNT
           ELSE
               MOVE WS-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           IF WS-ABS-AMOUNT > WS-LIMIT
               PERFORM RAISE-LARGE-ALERT
           END-IF
           MOVE AUDIT-ACCT TO WS-ACCT-PROBE
           PERFORM SEARCH-ACCT
           IF WS-ACCT-FOUND-SW NOT EQUAL "Y"
               PERFORM INSERT-ACCT
           END-IF
           PERFORM CHAIN-ITEM.

       RAISE-LARGE-ALERT.
           ADD 1 TO WS-LARGE-COUNT
           MOVE AUDIT-HDR-RUN-DATE TO WS-LRG-DATE
           MOVE AUDIT-ACCT         TO WS-LRG-ACCT
           MOVE AUDIT-BRANCH       TO WS-LRG-BRANCH
           MOVE AUDIT-REF          TO WS-LRG-REF
           MOVE WS-AMOUNT          TO WS-LRG-AMOUNT
           WRITE AMLRPRT-LINE FROM WS-RPT-LARGE-DET
           MOVE SPACES             TO AMLALERT-REC
           MOVE "LARGE "           TO ALT-TYPE
           MOVE AUDIT-ACCT         TO ALT-ACCT
           MOVE AUDIT-HDR-RUN-DATE TO ALT-DATE
           MOVE AUDIT-HDR-RUN-DATE TO ALT-FROM-DATE
           MOVE 1                  TO ALT-COUNT
           MOVE WS-AMOUNT          TO ALT-AMOUNT
           MOVE AUDIT-BRANCH       TO ALT-BRANCHES
           MOVE AUDIT-REF          TO ALT-REF
           WRITE AMLALERT-REC.

      * Binary probe of the sorted account table.  WS-ACCT-INS is
      * where the probe belongs when it is not found, so an insert
      * keeps the table sorted without a second pass.
       SEARCH-ACCT.
           MOVE "N" TO WS-ACCT-FOUND-SW
           MOVE 1 TO WS-ACCT-LO
           MOVE WS-ACCT-COUNT TO WS-ACCT-HI
           PERFORM UNTIL WS-ACCT-LO > WS-ACCT-HI
                      OR WS-ACCT-FOUND-SW EQUAL "Y"
               COMPUTE WS-ACCT-MID = (WS-ACCT-LO + WS-ACCT-HI) / 2
               EVALUATE TRUE
                   WHEN WS-AC-ACCT(WS-ACCT-MID) EQUAL WS-ACCT-PROBE
                       MOVE "Y" TO WS-ACCT-FOUND-SW
                   WHEN WS-AC-ACCT(WS-ACCT-MID) < WS-ACCT-PROBE
                       COMPUTE WS-ACCT-LO = WS-ACCT-MID + 1
                   WHEN OTHER
                       COMPUTE WS-ACCT-HI = WS-ACCT-MID - 1
               END-EVALUATE
           END-PERFORM
           IF WS-ACCT-FOUND-SW EQUAL "Y"
               MOVE WS-ACCT-MID TO WS-ACCT-INS
           ELSE
               MOVE WS-ACCT-LO TO WS-ACCT-INS
           END-IF.

      * An alert report that silently dropped accounts would pass a
      * pattern it never looked at, so a full table ends the run.
       INSERT-ACCT.
           IF WS-ACCT-COUNT >= WS-MAX-ACCTS
               DISPLAY "AMLRPT: ACCOUNT TABLE FULL - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-ACCT-MOVE FROM WS-ACCT-COUNT BY -1
                   UNTIL WS-ACCT-MOVE < WS-ACCT-INS
               MOVE WS-ACCT-ENTRY(WS-ACCT-MOVE)
                 TO WS-ACCT-ENTRY(WS-ACCT-MOVE + 1)
           END-PERFORM
           MOVE WS-ACCT-PROBE TO WS-AC-ACCT(WS-ACCT-INS)
           MOVE ZEROS         TO WS-AC-FIRST(WS-ACCT-INS)
           MOVE ZEROS         TO WS-AC-LAST(WS-ACCT-INS)
           ADD 1 TO WS-ACCT-COUNT.

       CHAIN-ITEM.
           IF WS-ITEM-COUNT >= WS-MAX-ITEMS
               DISPLAY "AMLRPT: POSTING TABLE FULL - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE AUDIT-HDR-RUN-DATE TO WS-IT-DATE(WS-ITEM-COUNT)
           COMPUTE WS-IT-DAY(WS-ITEM-COUNT) =
               FUNCTION INTEGER-OF-DATE(AUDIT-HDR-RUN-DATE)
           MOVE WS-AMOUNT          TO WS-IT-AMOUNT(WS-ITEM-COUNT)
           MOVE AUDIT-BRANCH       TO WS-IT-BRANCH(WS-ITEM-COUNT)
           MOVE ZEROS              TO WS-IT-NEXT(WS-ITEM-COUNT)
           IF WS-AC-FIRST(WS-ACCT-INS) EQUAL ZEROS
               MOVE WS-ITEM-COUNT TO WS-AC-FIRST(WS-ACCT-INS)
           ELSE
               MOVE WS-ITEM-COUNT
                 TO WS-IT-NEXT(WS-AC-LAST(WS-ACCT-INS))
           END-IF
           MOVE WS-ITEM-COUNT TO WS-AC-LAST(WS-ACCT-INS).

      * Walk the account's chain with a window that trails the
      * current posting by WS-WINDOW-DAYS calendar days.  Only
      * credits at or under the threshold go into the window sum -
      * anything over it is already a LARGE alert.  Once the window
      * trips, it restarts after the posting that tripped it, so one
      * run of deposits raises one alert, not one per day it spans.
       CHECK-STRUCTURING.
           MOVE WS-AC-FIRST(WS-ACCT-IDX) TO WS-CUR-ITEM
           MOVE WS-CUR-ITEM TO WS-WIN-START
           MOVE ZEROS  TO WS-WIN-SUM
           MOVE ZEROES TO WS-WIN-COUNT
           PERFORM UNTIL WS-CUR-ITEM EQUAL ZEROS
               PERFORM SLIDE-WINDOW
               IF WS-IT-AMOUNT(WS-CUR-ITEM) > ZEROS AND
                  WS-IT-AMOUNT(WS-CUR-ITEM) NOT > WS-LIMIT
                   ADD WS-IT-AMOUNT(WS-CUR-ITEM) TO WS-WIN-SUM
                   ADD 1 TO WS-WIN-COUNT
               END-IF
               IF WS-WIN-SUM > WS-LIMIT AND
                  WS-WIN-COUNT NOT < WS-MIN-ITEMS
                   PERFORM RAISE-STRUCT-ALERT
                   MOVE WS-IT-NEXT(WS-CUR-ITEM) TO WS-WIN-START
                   MOVE ZEROS  TO WS-WIN-SUM
                   MOVE ZEROES TO WS-WIN-COUNT
               END-IF
               MOVE WS-IT-NEXT(WS-CUR-ITEM) TO WS-CUR-ITEM
           END-PERFORM.

      * Drop postings that have fallen out of the window behind the
      * current one.  The start never passes the current posting:
      * its own day is always inside the window.
       SLIDE-WINDOW.
           PERFORM UNTIL WS-WIN-START EQUAL ZEROS OR
                   WS-IT-DAY(WS-WIN-START) >
                   WS-IT-DAY(WS-CUR-ITEM) - WS-WINDOW-DAYS
               IF WS-IT-AMOUNT(WS-WIN-START) > ZEROS AND
                  WS-IT-AMOUNT(WS-WIN-START) NOT > WS-LIMIT
                   SUBTRACT WS-IT-AMOUNT(WS-WIN-START) FROM WS-WIN-SUM
                   SUBTRACT 1 FROM WS-WIN-COUNT
               END-IF
               MOVE WS-IT-NEXT(WS-WIN-START) TO WS-WIN-START
           END-PERFORM.

       RAISE-STRUCT-ALERT.
           ADD 1 TO WS-STRUCT-COUNT
           MOVE WS-AC-ACCT(WS-ACCT-IDX)  TO WS-STR-ACCT
           MOVE WS-IT-DATE(WS-WIN-START) TO WS-STR-FROM
           MOVE WS-IT-DATE(WS-CUR-ITEM)  TO WS-STR-TO
           MOVE WS-WIN-COUNT             TO WS-STR-COUNT
           MOVE WS-WIN-SUM               TO WS-STR-TOTAL
           WRITE AMLRPRT-LINE FROM WS-RPT-STRUCT-DET
           MOVE SPACES                   TO AMLALERT-REC
           MOVE "STRUCT"                 TO ALT-TYPE
           MOVE WS-AC-ACCT(WS-ACCT-IDX)  TO ALT-ACCT
           MOVE WS-IT-DATE(WS-CUR-ITEM)  TO ALT-DATE
           MOVE WS-IT-DATE(WS-WIN-START) TO ALT-FROM-DATE
           MOVE WS-WIN-COUNT             TO ALT-COUNT
           MOVE WS-WIN-SUM               TO ALT-AMOUNT
           WRITE AMLALERT-REC.

      * The chain is in date order, so one day's postings sit
      * together; the distinct branches of each day are gathered and
      * the day is judged when the date changes.  A posting with no
      * branch (written before the audit trail carried one) cannot
      * add a branch.
       CHECK-BRANCH-SPREAD.
           MOVE WS-AC-FIRST(WS-ACCT-IDX) TO WS-CUR-ITEM
           MOVE ZEROES TO WS-DAY-DATE
           MOVE ZEROES TO WS-DAY-BR-COUNT
           MOVE SPACES TO WS-DAY-BR-TABLE
           PERFORM UNTIL WS-CUR-ITEM EQUAL ZEROS
               IF WS-IT-DATE(WS-CUR-ITEM) NOT EQUAL WS-DAY-DATE
                   PERFORM JUDGE-BRANCH-DAY
                   MOVE WS-IT-DATE(WS-CUR-ITEM) TO WS-DAY-DATE
                   MOVE ZEROES TO WS-DAY-BR-COUNT
                   MOVE SPACES TO WS-DAY-BR-TABLE
               END-IF
               IF WS-IT-BRANCH(WS-CUR-ITEM) NOT EQUAL SPACES
                   PERFORM NOTE-DAY-BRANCH
               END-IF
               MOVE WS-IT-NEXT(WS-CUR-ITEM) TO WS-CUR-ITEM
           END-PERFORM
           PERFORM JUDGE-BRANCH-DAY.

       NOTE-DAY-BRANCH.
           MOVE "N" TO WS-DAY-BR-FOUND-SW
           PERFORM VARYING WS-DAY-BR-IDX FROM 1 BY 1
                   UNTIL WS-DAY-BR-IDX > WS-DAY-BR-COUNT
                      OR WS-DAY-BR-IDX > 20
               IF WS-DAY-BR(WS-DAY-BR-IDX)
                       EQUAL WS-IT-BRANCH(WS-CUR-ITEM)
                   MOVE "Y" TO WS-DAY-BR-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-DAY-BR-FOUND-SW EQUAL "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DAY-BR-COUNT
           IF WS-DAY-BR-COUNT NOT > 20
               MOVE WS-IT-BRANCH(WS-CUR-ITEM)
                 TO WS-DAY-BR(WS-DAY-BR-COUNT)
           END-IF.

       JUDGE-BRANCH-DAY.
           IF WS-DAY-BR-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MULTBR-COUNT
           MOVE SPACES TO WS-MBR-LIST
           STRING WS-DAY-BR(1) " " WS-DAY-BR(2) " " WS-DAY-BR(3) " "
                  WS-DAY-BR(4) " " WS-DAY-BR(5)
               DELIMITED BY SIZE INTO WS-MBR-LIST
           MOVE WS-DAY-DATE             TO WS-MBR-DATE
           MOVE WS-AC-ACCT(WS-ACCT-IDX) TO WS-MBR-ACCT
           MOVE WS-DAY-BR-COUNT         TO WS-MBR-COUNT
           WRITE AMLRPRT-LINE FROM WS-RPT-MULTBR-DET
           MOVE SPACES                  TO AMLALERT-REC
           MOVE "MULTBR"                TO ALT-TYPE
           MOVE WS-AC-ACCT(WS-ACCT-IDX) TO ALT-ACCT
           MOVE WS-DAY-DATE             TO ALT-DATE
           MOVE WS-DAY-DATE             TO ALT-FROM-DATE
           MOVE WS-DAY-BR-COUNT         TO ALT-COUNT
           MOVE ZEROS                   TO ALT-AMOUNT
           MOVE WS-DAY-BR-TABLE(1:15)   TO ALT-BRANCHES
           WRITE AMLALERT-REC.

       PRINT-TOTALS.
           MOVE SPACES TO AMLRPRT-LINE
           WRITE AMLRPRT-LINE
           MOVE "AUDIT RECORDS READ            " TO WS-CNT-LABEL
           MOVE WS-REC-COUNT TO WS-CNT-VALUE
           WRITE AMLRPRT-LINE FROM WS-RPT-CNTLINE
           MOVE "POSTINGS EXAMINED             " TO WS-CNT-LABEL
           MOVE WS-POSTING-COUNT TO WS-CNT-VALUE
           WRITE AMLRPRT-LINE FROM WS-RPT-CNTLINE
           MOVE "ACCOUNTS EXAMINED             " TO WS-CNT-LABEL
           MOVE WS-ACCT-COUNT TO WS-CNT-VALUE
           WRITE AMLRPRT-LINE FROM WS-RPT-CNTLINE
           IF WS-OLD-LAYOUT-CNT > ZEROES
               MOVE "OLD-LAYOUT RECORDS SKIPPED    " TO WS-CNT-LABEL
               MOVE WS-OLD-LAYOUT-CNT TO WS-CNT-VALUE
               WRITE AMLRPRT-LINE FROM WS-RPT-CNTLINE
           END-IF
           MOVE "LARGE POSTING ALERTS          " TO WS-CNT-LABEL
           MOVE WS-LARGE-COUNT TO WS-CNT-VALUE
           WRITE AMLRPRT-LINE FROM WS-RPT-CNTLINE
           MOVE "STRUCTURING ALERTS            " TO WS-CNT-LABEL
           MOVE WS-STRUCT-COUNT TO WS-CNT-VALUE
           WRITE AMLRPRT-LINE FROM WS-RPT-CNTLINE
           MOVE "MULTI-BRANCH DAY ALERTS       " TO WS-CNT-LABEL
           MOVE WS-MULTBR-COUNT TO WS-CNT-VALUE
           WRITE AMLRPRT-LINE FROM WS-RPT-CNTLINE.

           COPY RUNCTLP.

           COPY OPERCHKP.
