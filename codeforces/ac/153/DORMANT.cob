      * Compile with -I copybooks (or set COB_COPY_DIR) so COPY TRANHDR
      * below can resolve copybooks/TRANHDR.cpy.
      *
      * Monthly dormancy run.  Reads the balance master in key order
      * and flags every open account the customer has not used for
      * the policy period: the account is set to status "D", which
      * the posting step then rejects (DORM) until a senior operator
      * clears it with a BALMAINT reactivation card.  Inactivity is
      * measured from BAL-CUST-DATE, the last posting the customer
      * made - the month-end interest moves BAL-LAST-DATE every month
      * and would otherwise keep every account with a balance alive
      * forever.  A record written before that date was kept falls
      * back on BAL-LAST-DATE.  Every account flagged is stamped on
      * SECLOG and on the audit trail (code DRMT, zero movement, the
      * standing balance on both sides) so the balance proof and the
      * statements still tie.  The report lists the whole dormancy
      * register - accounts flagged tonight and those already held -
      * with balance and days inactive, for the regulatory return.
      * The run is safe to repeat: an account already dormant is
      * listed, not flagged again.
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
           SELECT AUDITOUT ASSIGN TO "AUDITOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITOUT-STATUS.
           SELECT DORMRPT  ASSIGN TO "DORMRPT"
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

       FD  AUDITOUT.
       01  AUDIT-REC.
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
           03 AUDIT-A           PIC -Z(9)9.
           03 AUDIT-B           PIC -Z(9)9.
           03 AUDIT-C           PIC -Z(9)9.
           03 AUDIT-PRIOR-BAL   PIC -Z(12)9.
           03 AUDIT-NEW-BAL     PIC -Z(12)9.
           03 AUDIT-ERR         PIC X(4).
           03 AUDIT-REF         PIC X(12).
           03 AUDIT-CCY         PIC X(3).
           03 AUDIT-ORIG-REF    PIC X(12).
           03 AUDIT-BRANCH      PIC X(3).

       FD  DORMRPT.
       01  DORMRPT-LINE       PIC X(132).

       FD  RUNCTL.
       01  RUNCTL-REC         PIC X(80).

       FD  OPERMAST.
       01  OPERMAST-REC         PIC X(21).

       FD  SECLOG.
       01  SECLOG-REC           PIC X(43).

       WORKING-STORAGE SECTION.
           COPY RUNCTLW.
           COPY OPERCHKW.
      * Policy period: an open account with no customer posting for
      * this many calendar days is dormant.
       78  WS-DORMANT-DAYS     VALUE 730.
       01 WS-OPERATOR-ID     PIC X(8)   VALUE "BATCHJOB".
       01 WS-RUN-TIME        PIC 9(6)   VALUE ZEROES.
       01 WS-BALMAST-STATUS  PIC X(2)   VALUE "00".
       01 WS-AUDITOUT-STATUS PIC X(2)   VALUE "00".
       01 WS-EOF-FLAG        PIC X      VALUE "N".
       01 WS-ACCT-COUNT      PIC 9(10)  VALUE ZEROES.
       01 WS-NEW-COUNT       PIC 9(10)  VALUE ZEROES.
       01 WS-HELD-COUNT      PIC 9(10)  VALUE ZEROES.
       01 WS-DORM-TOTAL      PIC S9(15) VALUE ZEROES.
       01 WS-DORM-SEQ        PIC 9(10)  VALUE ZEROES.
       01 WS-ACTIVE-DATE     PIC 9(8)   VALUE ZEROES.
       01 WS-DAYS-IDLE       PIC S9(9)  VALUE ZEROS.

       01 WS-RPT-HDR.
           03                PIC X(26)
                  VALUE "DORMANT ACCOUNT REGISTER  ".
           03 WS-HDR-DATE    PIC 9(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-HDR-OPER    PIC X(8).
           03                PIC X(16)  VALUE "  POLICY DAYS   ".
           03 WS-HDR-POLICY  PIC Z(4)9.
       01 WS-RPT-COLS.
           03                PIC X(12)  VALUE "ACCOUNT     ".
           03                PIC X(16)  VALUE "         BALANCE".
           03                PIC X(16)  VALUE "   LAST ACTIVITY".
           03                PIC X(14)  VALUE " DAYS INACTIVE".
           03                PIC X(2)   VALUE SPACES.
           03                PIC X(14)  VALUE "STATUS        ".
       01 WS-RPT-DETAIL.
           03 WS-DET-ACCT    PIC X(10).
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-BALANCE PIC -Z(13)9.
           03                PIC X(8)   VALUE SPACES.
           03 WS-DET-ACTIVE  PIC 9(8).
           03                PIC X(7)   VALUE SPACES.
           03 WS-DET-DAYS    PIC Z(6)9.
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-STATE   PIC X(14).
       01 WS-RPT-TOTALS.
           03                PIC X(24)
                  VALUE "ACCOUNTS READ           ".
           03 WS-TOT-READ    PIC Z(9)9.
       01 WS-RPT-NEW-TOTALS.
           03                PIC X(24)
                  VALUE "FLAGGED DORMANT TONIGHT ".
           03 WS-TOT-NEW     PIC Z(9)9.
       01 WS-RPT-DORM-TOTALS.
           03                PIC X(24)
                  VALUE "DORMANT ACCOUNTS        ".
           03 WS-TOT-DORM    PIC Z(9)9.
           03                PIC X(16)  VALUE "  TOTAL BALANCE ".
           03 WS-TOT-BALANCE PIC -Z(14)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           PERFORM GET-RUN-CONTROL
           MOVE RC-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE "W" TO WS-AUTH-LETTER
           PERFORM CHECK-OPERATOR-AUTH
           OPEN I-O BALMAST
           IF WS-BALMAST-STATUS NOT EQUAL "00"
               DISPLAY "DORMANT: BALANCE MASTER NOT AVAILABLE, STATUS "
                       WS-BALMAST-STATUS " - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDITOUT
           IF WS-AUDITOUT-STATUS EQUAL "35"
               OPEN OUTPUT AUDITOUT
           END-IF
           OPEN OUTPUT DORMRPT
           MOVE RC-RUN-DATE     TO WS-HDR-DATE
           MOVE RC-OPERATOR-ID  TO WS-HDR-OPER
           MOVE WS-DORMANT-DAYS TO WS-HDR-POLICY
           WRITE DORMRPT-LINE FROM WS-RPT-HDR
           MOVE SPACES TO DORMRPT-LINE
           WRITE DORMRPT-LINE
           WRITE DORMRPT-LINE FROM WS-RPT-COLS
           MOVE SPACES TO DORMRPT-LINE
           WRITE DORMRPT-LINE
           PERFORM READ-BALMAST
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               ADD 1 TO WS-ACCT-COUNT
               PERFORM CHECK-ACCOUNT
               PERFORM READ-BALMAST
           END-PERFORM
           MOVE SPACES TO DORMRPT-LINE
           WRITE DORMRPT-LINE
           MOVE WS-ACCT-COUNT TO WS-TOT-READ
           WRITE DORMRPT-LINE FROM WS-RPT-TOTALS
           MOVE WS-NEW-COUNT TO WS-TOT-NEW
           WRITE DORMRPT-LINE FROM WS-RPT-NEW-TOTALS
           COMPUTE WS-TOT-DORM = WS-NEW-COUNT + WS-HELD-COUNT
           MOVE WS-DORM-TOTAL TO WS-TOT-BALANCE
           WRITE DORMRPT-LINE FROM WS-RPT-DORM-TOTALS
           CLOSE BALMAST
           CLOSE AUDITOUT
           CLOSE DORMRPT
           STOP RUN.

       READ-BALMAST.
           READ BALMAST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           IF WS-BALMAST-STATUS NOT EQUAL "00" AND
              WS-BALMAST-STATUS NOT EQUAL "10"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF.

      * Closed accounts are out of scope.  An account already dormant
      * is listed with its age but left alone; an open one is flagged
      * once it has been idle for the policy period.  A date that is
      * zero or later than the business date cannot be aged, so the
      * account is left open rather than flagged on bad data.
       CHECK-ACCOUNT.
           IF BAL-STATUS EQUAL "C"
               EXIT PARAGRAPH
           END-IF
           IF BAL-CUST-DATE-TEXT IS NUMERIC AND
              BAL-CUST-DATE NOT EQUAL ZEROES
               MOVE BAL-CUST-DATE TO WS-ACTIVE-DATE
           ELSE
               MOVE BAL-LAST-DATE TO WS-ACTIVE-DATE
           END-IF
           IF WS-ACTIVE-DATE > ZEROES AND
              WS-ACTIVE-DATE NOT > RC-RUN-DATE
               COMPUTE WS-DAYS-IDLE =
                   FUNCTION INTEGER-OF-DATE(RC-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-ACTIVE-DATE)
           ELSE
               MOVE ZEROS TO WS-DAYS-IDLE
           END-IF
           IF BAL-STATUS EQUAL "D"
               ADD 1 TO WS-HELD-COUNT
               ADD BAL-BALANCE TO WS-DORM-TOTAL
               MOVE "HELD"          TO WS-DET-STATE
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-DAYS-IDLE < WS-DORMANT-DAYS
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO BAL-STATUS
           REWRITE BALMAST-REC
           IF WS-BALMAST-STATUS NOT EQUAL "00"
               DISPLAY "DORMANT: REWRITE FAILED FOR " BAL-ACCT
                       ", STATUS " WS-BALMAST-STATUS " - RUN ENDED"
               CLOSE BALMAST
               CLOSE AUDITOUT
               CLOSE DORMRPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NEW-COUNT
           ADD BAL-BALANCE TO WS-DORM-TOTAL
           MOVE SPACES TO WS-SEC-REASON
           STRING "DORMANT " BAL-ACCT
               DELIMITED BY SIZE INTO WS-SEC-REASON
           PERFORM WRITE-SECURITY-LOG
           PERFORM WRITE-DORMANT-AUDIT
           MOVE "FLAGGED TODAY" TO WS-DET-STATE
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           MOVE BAL-ACCT       TO WS-DET-ACCT
           MOVE BAL-BALANCE    TO WS-DET-BALANCE
           MOVE WS-ACTIVE-DATE TO WS-DET-ACTIVE
           MOVE WS-DAYS-IDLE   TO WS-DET-DAYS
           WRITE DORMRPT-LINE FROM WS-RPT-DETAIL.

      * The status change moves no money: zero movement, the standing
      * balance on both sides, and a code that is neither blank nor
      * ADJ, so the balance proof and the statements pass over it.
       WRITE-DORMANT-AUDIT.
           ADD 1 TO WS-DORM-SEQ
           MOVE RC-RUN-DATE      TO AUDIT-HDR-RUN-DATE
           MOVE WS-RUN-TIME      TO AUDIT-HDR-RUN-TIME
           MOVE WS-OPERATOR-ID   TO AUDIT-HDR-OPERATOR-ID
           MOVE WS-DORM-SEQ      TO AUDIT-HDR-SEQ-NUM
           MOVE BAL-ACCT         TO AUDIT-ACCT
           MOVE ZEROES           TO AUDIT-A
           MOVE ZEROES           TO AUDIT-B
           MOVE ZEROES           TO AUDIT-C
           MOVE BAL-BALANCE      TO AUDIT-PRIOR-BAL
           MOVE BAL-BALANCE      TO AUDIT-NEW-BAL
           MOVE "DRMT"           TO AUDIT-ERR
           MOVE SPACES           TO AUDIT-REF
           STRING "DR" RC-RUN-DATE(3:6) WS-DORM-SEQ(7:4)
               DELIMITED BY SIZE INTO AUDIT-REF
           MOVE "USD"            TO AUDIT-CCY
           MOVE SPACES           TO AUDIT-ORIG-REF
           MOVE SPACES           TO AUDIT-BRANCH
           WRITE AUDIT-REC.

           COPY RUNCTLP.

           COPY OPERCHKP.
