      * Compile with -I copybooks (or set COB_COPY_DIR) so COPY
      * RUNCTLW/RUNCTLP below can resolve the run-control copybooks.
      *
      * Nightly overdraft report.  Reads the balance master after the
      * posting step and lists every account whose balance is below
      * the negative of its overdraft limit - balance, limit, the
      * amount past the limit, the date it first went past and how
      * many calendar days it has been there - so the branches chase
      * overdrawn customers from this page instead of finding them on
      * the statements.  The posting step rejects any debit that
      * would cross the limit (NSF), so an account only lands here
      * when its limit was lowered under it or a credit fell short of
      * curing it.  An account that was already past its limit when
      * the overdraft fields were introduced carries no since-date;
      * its last activity date stands in for one.  The report reads
      * the master only and changes nothing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLUTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALMAST  ASSIGN TO "BALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-ACCT
               FILE STATUS IS WS-BALMAST-STATUS.
           SELECT ODRPT    ASSIGN TO "ODRPT"
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

       FD  ODRPT.
       01  ODRPT-LINE         PIC X(132).

       FD  RUNCTL.
       01  RUNCTL-REC         PIC X(80).

       FD  OPERMAST.
       01  OPERMAST-REC         PIC X(21).

       FD  SECLOG.
       01  SECLOG-REC           PIC X(43).

       WORKING-STORAGE SECTION.
           COPY RUNCTLW.
           COPY OPERCHKW.
       01 WS-OPERATOR-ID     PIC X(8)   VALUE "BATCHJOB".
       01 WS-BALMAST-STATUS  PIC X(2)   VALUE "00".
       01 WS-EOF-FLAG        PIC X      VALUE "N".
       01 WS-ACCT-COUNT      PIC 9(10)  VALUE ZEROES.
       01 WS-OVER-COUNT      PIC 9(10)  VALUE ZEROES.
       01 WS-OVER-TOTAL      PIC S9(15) VALUE ZEROES.
       01 WS-OD-LIMIT        PIC 9(13)  VALUE ZEROES.
       01 WS-OVER-AMT        PIC S9(14) VALUE ZEROES.
       01 WS-SINCE-DATE      PIC 9(8)   VALUE ZEROES.
       01 WS-DAYS-OVER       PIC S9(9)  VALUE ZEROS.

       01 WS-RPT-HDR.
           03                PIC X(26)
                  VALUE "OVERDRAFT REPORT          ".
           03 WS-HDR-DATE    PIC 9(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-HDR-OPER    PIC X(8).
       01 WS-RPT-COLS.
           03                PIC X(12)  VALUE "ACCOUNT     ".
           03                PIC X(4)   VALUE "ST  ".
           03                PIC X(16)  VALUE "         BALANCE".
           03                PIC X(16)  VALUE "           LIMIT".
           03                PIC X(16)  VALUE "     OVER LIMIT ".
           03                PIC X(12)  VALUE "  OVER SINCE".
           03                PIC X(10)  VALUE " DAYS OVER".
       01 WS-RPT-DETAIL.
           03 WS-DET-ACCT    PIC X(10).
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-STATUS  PIC X.
           03                PIC X(1)   VALUE SPACES.
           03 WS-DET-BALANCE PIC -Z(13)9.
           03                PIC X(1)   VALUE SPACES.
           03 WS-DET-LIMIT   PIC Z(13)9.
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-OVER    PIC Z(13)9.
           03                PIC X(4)   VALUE SPACES.
           03 WS-DET-SINCE   PIC 9(8).
           03                PIC X(3)   VALUE SPACES.
           03 WS-DET-DAYS    PIC Z(6)9.
       01 WS-RPT-TOTALS.
           03                PIC X(24)
                  VALUE "ACCOUNTS READ           ".
           03 WS-TOT-READ    PIC Z(9)9.
       01 WS-RPT-OVER-TOTALS.
           03                PIC X(24)
                  VALUE "ACCOUNTS OVER LIMIT     ".
           03 WS-TOT-OVER    PIC Z(9)9.
           03                PIC X(16)  VALUE "  TOTAL EXCESS  ".
           03 WS-TOT-EXCESS  PIC Z(14)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-RUN-CONTROL
           MOVE RC-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE "V" TO WS-AUTH-LETTER
           PERFORM CHECK-OPERATOR-AUTH
           OPEN INPUT BALMAST
           IF WS-BALMAST-STATUS NOT EQUAL "00"
               DISPLAY "ODRPT: BALANCE MASTER NOT AVAILABLE, STATUS "
                       WS-BALMAST-STATUS " - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ODRPT
           MOVE RC-RUN-DATE    TO WS-HDR-DATE
           MOVE RC-OPERATOR-ID TO WS-HDR-OPER
           WRITE ODRPT-LINE FROM WS-RPT-HDR
           MOVE SPACES TO ODRPT-LINE
           WRITE ODRPT-LINE
           WRITE ODRPT-LINE FROM WS-RPT-COLS
           MOVE SPACES TO ODRPT-LINE
           WRITE ODRPT-LINE
           PERFORM READ-BALMAST
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               ADD 1 TO WS-ACCT-COUNT
               PERFORM CHECK-ACCOUNT
               PERFORM READ-BALMAST
           END-PERFORM
           MOVE SPACES TO ODRPT-LINE
           WRITE ODRPT-LINE
           MOVE WS-ACCT-COUNT TO WS-TOT-READ
           WRITE ODRPT-LINE FROM WS-RPT-TOTALS
           MOVE WS-OVER-COUNT TO WS-TOT-OVER
           MOVE WS-OVER-TOTAL TO WS-TOT-EXCESS
           WRITE ODRPT-LINE FROM WS-RPT-OVER-TOTALS
           CLOSE BALMAST
           CLOSE ODRPT
           STOP RUN.

       READ-BALMAST.
           READ BALMAST
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           IF WS-BALMAST-STATUS NOT EQUAL "00" AND
              WS-BALMAST-STATUS NOT EQUAL "10"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF.

       CHECK-ACCOUNT.
           IF BAL-OD-LIMIT-TEXT IS NUMERIC
               MOVE BAL-OD-LIMIT TO WS-OD-LIMIT
           ELSE
               MOVE ZEROES TO WS-OD-LIMIT
           END-IF
           COMPUTE WS-OVER-AMT = BAL-BALANCE + WS-OD-LIMIT
           IF WS-OVER-AMT NOT < ZEROS
               EXIT PARAGRAPH
           END-IF
           MULTIPLY -1 BY WS-OVER-AMT
           ADD 1 TO WS-OVER-COUNT
           ADD WS-OVER-AMT TO WS-OVER-TOTAL
           IF BAL-OD-SINCE-TEXT IS NUMERIC AND
              BAL-OD-SINCE NOT EQUAL ZEROES
               MOVE BAL-OD-SINCE TO WS-SINCE-DATE
           ELSE
               MOVE BAL-LAST-DATE TO WS-SINCE-DATE
           END-IF
           IF WS-SINCE-DATE > ZEROES AND
              WS-SINCE-DATE NOT > RC-RUN-DATE
               COMPUTE WS-DAYS-OVER =
                   FUNCTION INTEGER-OF-DATE(RC-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-SINCE-DATE)
           ELSE
               MOVE ZEROS TO WS-DAYS-OVER
           END-IF
           MOVE BAL-ACCT      TO WS-DET-ACCT
           MOVE BAL-STATUS    TO WS-DET-STATUS
           MOVE BAL-BALANCE   TO WS-DET-BALANCE
           MOVE WS-OD-LIMIT   TO WS-DET-LIMIT
           MOVE WS-OVER-AMT   TO WS-DET-OVER
           MOVE WS-SINCE-DATE TO WS-DET-SINCE
           MOVE WS-DAYS-OVER  TO WS-DET-DAYS
           WRITE ODRPT-LINE FROM WS-RPT-DETAIL.

           COPY RUNCTLP.

           COPY OPERCHKP.
