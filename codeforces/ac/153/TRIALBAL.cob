      * Compile with -I copybooks (or set COB_COPY_DIR) so COPY
      * RUNCTLW/RUNCTLP below can resolve the run-control copybooks.
      *
      * Nightly subledger trial balance.  RECON proves TRANOUT
      * against GLFEED and BALPROOF rebuilds every account from the
      * audit trail on demand; this step proves each night that the
      * balance master as a whole moved by exactly what the GL is
      * told.  The opening side is tonight's SNAPyyyymmdd generation,
      * taken by BALSNAP before the posting step opened the master;
      * the closing side is BALMAST as the posting step left it.  The
      * two are match-merged on account, so the step also sees which
      * accounts are new tonight and whether any has left the master.
      *
      * The change in the total balance must equal the A-TOTALS
      * amount on GLFEED plus the BALMAINT adjustments (ADJ audit
      * lines for the business date) that posted after tonight's
      * posting began - an adjustment approved earlier in the day is
      * already in the snapshot.  On a resubmitted cycle whose
      * snapshot was retaken after an earlier posting attempt
      * (BALSNAP's end record follows an A record on CYCLELOG for the
      * business date), the rerun lines A stamped RRUN are already in
      * the opening side and come off the expected change.
      *
      * The change in the account count must equal the accounts
      * created tonight: a new account on the master is only created
      * by a clean posting, so each one must have a clean audit line
      * for the business date, and no account may drop off the
      * master.  Any difference prints on the TBRPT control page and
      * ends the step with RETURN-CODE 8, so the GL steps behind it -
      * the extract for transmission among them - do not run until
      * the night is explained (BALPROOF finds the account).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLUTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPFILE ASSIGN TO DYNAMIC WS-SNAP-DD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPFILE-STATUS.
           SELECT BALMAST  ASSIGN TO "BALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-ACCT
               FILE STATUS IS WS-BALMAST-STATUS.
           SELECT GLFEED   ASSIGN TO "GLFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFEED-STATUS.
           SELECT AUDITOUT ASSIGN TO "AUDITOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITOUT-STATUS.
           SELECT TBRPT    ASSIGN TO "TBRPT"
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
       FD  SNAPFILE.
       01  SNAPFILE-REC.
           03 SNP-ACCT          PIC X(10).
           03 SNP-BALANCE       PIC S9(13) SIGN IS LEADING SEPARATE.
           03 SNP-ACTIVITY-CNT  PIC 9(10).
           03 SNP-LAST-DATE     PIC 9(8).
           03 SNP-STATUS        PIC X.
           03 SNP-OD-LIMIT-TEXT PIC X(13).
           03 SNP-OD-SINCE-TEXT PIC X(8).
           03 SNP-CUST-DATE-TEXT PIC X(8).

       FD  BALMAST.
       01  BALMAST-REC.
           03 BAL-ACCT          PIC X(10).
           03 BAL-BALANCE       PIC S9(13) SIGN IS LEADING SEPARATE.
           03 BAL-ACTIVITY-CNT  PIC 9(10).
           03 BAL-LAST-DATE     PIC 9(8).
           03 BAL-STATUS        PIC X.
           03 BAL-OD-LIMIT-TEXT PIC X(13).
           03 BAL-OD-SINCE-TEXT PIC X(8).
           03 BAL-CUST-DATE-TEXT PIC X(8).

       FD  GLFEED.
       01  GLFEED-REC.
           03 GL-POSTING-DATE   PIC 9(8).
           03 GL-ACCOUNT-CODE   PIC X(10).
           03 GL-REC-COUNT      PIC 9(10).
           03 GL-AMOUNT         PIC S9(13)V99 SIGN IS LEADING SEPARATE.

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

       FD  TBRPT.
       01  TBRPT-LINE           PIC X(80).

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
       01 WS-RUN-TIME        PIC 9(6)    VALUE ZEROES.
       01 WS-OPERATOR-ID     PIC X(8)    VALUE "BATCHJOB".
       01 WS-SNAP-DD-NAME    PIC X(12)   VALUE SPACES.
       01 WS-SNAPFILE-STATUS PIC X(2)    VALUE "00".
       01 WS-BALMAST-STATUS  PIC X(2)    VALUE "00".
       01 WS-GLFEED-STATUS   PIC X(2)    VALUE "00".
       01 WS-AUDITOUT-STATUS PIC X(2)    VALUE "00".
       01 WS-SNAP-FOUND-SW   PIC X       VALUE "N".
       01 WS-SNAP-EOF-FLAG   PIC X       VALUE "N".
       01 WS-MAST-EOF-FLAG   PIC X       VALUE "N".
       01 WS-EOF-FLAG        PIC X       VALUE "N".
       01 WS-SNAP-KEY        PIC X(10)   VALUE SPACES.
       01 WS-MAST-KEY        PIC X(10)   VALUE SPACES.
       01 WS-BALANCED-SW     PIC X       VALUE "Y".
      * CYCLELOG evidence of a snapshot retaken after posting began.
       01 WS-A-LOGGED-SW     PIC X       VALUE "N".
       01 WS-RESNAP-SW       PIC X       VALUE "N".
      * Set at tonight's first posting line on the audit trail; an
      * ADJ line after it moved the master after the snapshot.
       01 WS-POST-SEEN-SW    PIC X       VALUE "N".

       01 WS-OPEN-COUNT      PIC 9(10)   VALUE ZEROES.
       01 WS-OPEN-TOTAL      PIC S9(15)  VALUE ZEROES.
       01 WS-CLOSE-COUNT     PIC 9(10)   VALUE ZEROES.
       01 WS-CLOSE-TOTAL     PIC S9(15)  VALUE ZEROES.
       01 WS-COUNT-CHANGE    PIC S9(10)  VALUE ZEROES.
       01 WS-TOTAL-CHANGE    PIC S9(15)  VALUE ZEROES.
       01 WS-GL-FOUND-SW     PIC X       VALUE "N".
       01 WS-GL-LINE-COUNT   PIC 9(4)    VALUE ZEROES.
       01 WS-GL-COUNT        PIC 9(10)   VALUE ZEROES.
       01 WS-GL-TOTAL        PIC S9(13)V99 VALUE ZEROES.
       01 WS-ADJ-COUNT       PIC 9(10)   VALUE ZEROES.
       01 WS-ADJ-TOTAL       PIC S9(15)  VALUE ZEROES.
       01 WS-ADJ-EARLY-COUNT PIC 9(10)   VALUE ZEROES.
       01 WS-ADJ-EARLY-TOTAL PIC S9(15)  VALUE ZEROES.
       01 WS-RRUN-COUNT      PIC 9(10)   VALUE ZEROES.
       01 WS-RRUN-TOTAL      PIC S9(15)  VALUE ZEROES.
       01 WS-AUDIT-C-NUM     PIC S9(13)  VALUE ZEROES.
       01 WS-EXPECTED-TOTAL  PIC S9(15)V99 VALUE ZEROES.
       01 WS-TOTAL-DIFF      PIC S9(15)V99 VALUE ZEROES.
       01 WS-CREATED-COUNT   PIC 9(10)   VALUE ZEROES.
       01 WS-UNPOSTED-COUNT  PIC 9(10)   VALUE ZEROES.
       01 WS-DROPPED-COUNT   PIC 9(10)   VALUE ZEROES.
       01 WS-EXPECTED-CHANGE PIC S9(10)  VALUE ZEROES.
       01 WS-ACCT-DIFF       PIC S9(10)  VALUE ZEROES.

      * Accounts on the master but not in the snapshot, in account
      * order as the merge meets them, so the audit scan can look
      * them up by binary search.
       78  WS-MAX-NEW              VALUE 5000.
       01 WS-NEW-COUNT       PIC S9(5)   VALUE ZEROS.
       01 WS-NEW-TABLE.
           03 WS-NEW-ENTRY              OCCURS WS-MAX-NEW TIMES.
               05 WS-NEW-ACCT      PIC X(10).
               05 WS-NEW-POSTED-SW PIC X.
       01 WS-NEW-IDX         PIC S9(5)   VALUE ZEROS.
       01 WS-NEW-FOUND       PIC S9(5)   VALUE ZEROS.
       01 WS-LOW-IDX         PIC S9(5)   VALUE ZEROS.
       01 WS-HIGH-IDX        PIC S9(5)   VALUE ZEROS.
       01 WS-MID-IDX         PIC S9(5)   VALUE ZEROS.
      * Accounts in the snapshot that are no longer on the master.
      * Only the first WS-MAX-DROPPED are listed; all are counted.
       78  WS-MAX-DROPPED          VALUE 500.
       01 WS-DROPPED-TABLE.
           03 WS-DROPPED-ACCT   PIC X(10) OCCURS WS-MAX-DROPPED TIMES.
       01 WS-DROP-IDX        PIC S9(5)   VALUE ZEROS.

       01 WS-RPT-HDR.
           03                   PIC X(26)
                  VALUE "NIGHTLY TRIAL BALANCE     ".
           03 WS-RPT-HDR-DATE   PIC 9(8).
           03                   PIC X(2)    VALUE SPACES.
           03 WS-RPT-HDR-TIME   PIC 9(6).
           03                   PIC X(2)    VALUE SPACES.
           03 WS-RPT-HDR-OPER   PIC X(8).
       01 WS-RPT-DETAIL.
           03 WS-RPT-LABEL      PIC X(32).
           03 WS-RPT-COUNT      PIC -Z(9)9.
           03                   PIC X(2)    VALUE SPACES.
           03 WS-RPT-AMOUNT     PIC -Z(12)9.
           03                   PIC X(2)    VALUE SPACES.
           03 WS-RPT-FLAG       PIC X(18)   VALUE SPACES.
       01 WS-RPT-ACCT-LINE.
           03                   PIC X(4)    VALUE SPACES.
           03 WS-RPT-ACCT       PIC X(10).
           03                   PIC X(2)    VALUE SPACES.
           03 WS-RPT-ACCT-TEXT  PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           PERFORM GET-RUN-CONTROL
           MOVE RC-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE "R" TO WS-AUTH-LETTER
           PERFORM CHECK-OPERATOR-AUTH
           PERFORM SCAN-CYCLE-HISTORY
           MOVE "TRIALBAL" TO WS-PGM-CODE
           PERFORM CHECK-CYCLE-LOG
           PERFORM READ-GL-TOTALS
           PERFORM MERGE-MASTERS
           PERFORM SCAN-AUDIT-TRAIL
           PERFORM PROVE-TRIAL-BALANCE
           PERFORM WRITE-CONTROL-PAGE
           MOVE WS-CLOSE-COUNT TO WS-CYC-READ
           MOVE 1 TO WS-CYC-WRITTEN
           IF WS-BALANCED-SW NOT EQUAL "Y"
               MOVE "FAIL" TO WS-CYC-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-CYCLE-LOG
           STOP RUN.

      * The log is in the order things happened: a BALSNAP end
      * record for tonight that follows one of A's records means the
      * snapshot was retaken on a resubmitted cycle after an earlier
      * posting attempt had already moved the master.
       SCAN-CYCLE-HISTORY.
           OPEN INPUT CYCLELOG
           IF WS-CYCLELOG-STATUS NOT EQUAL "00"
               MOVE "00" TO WS-CYCLELOG-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CYCLELOG-STATUS NOT EQUAL "00"
               READ CYCLELOG INTO WS-CYCLELOG-REC
                   AT END
                       MOVE "10" TO WS-CYCLELOG-STATUS
                   NOT AT END
                       PERFORM NOTE-CYCLE-RECORD
               END-READ
           END-PERFORM
           CLOSE CYCLELOG
           MOVE "00" TO WS-CYCLELOG-STATUS.

       NOTE-CYCLE-RECORD.
           IF CYC-BIZ-DATE NOT EQUAL RC-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF CYC-PGM-ID EQUAL "A"
               MOVE "Y" TO WS-A-LOGGED-SW
           END-IF
           IF CYC-PGM-ID EQUAL "BALSNAP" AND CYC-STATUS NOT EQUAL "STRT"
               MOVE WS-A-LOGGED-SW TO WS-RESNAP-SW
           END-IF.

       READ-GL-TOTALS.
           OPEN INPUT GLFEED
           IF WS-GLFEED-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               READ GLFEED
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF GL-ACCOUNT-CODE EQUAL "A-TOTALS  "
                           MOVE "Y" TO WS-GL-FOUND-SW
                           ADD 1 TO WS-GL-LINE-COUNT
                           MOVE GL-REC-COUNT TO WS-GL-COUNT
                           MOVE GL-AMOUNT    TO WS-GL-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLFEED.

      * Both files are in account order - the snapshot was written
      * from a sequential pass of the indexed master - so one pass
      * of each gives both totals and every account on one side
      * only.
       MERGE-MASTERS.
           MOVE SPACES TO WS-SNAP-DD-NAME
           STRING "SNAP" RC-RUN-DATE
               DELIMITED BY SIZE INTO WS-SNAP-DD-NAME
           OPEN INPUT SNAPFILE
           IF WS-SNAPFILE-STATUS EQUAL "00"
               MOVE "Y" TO WS-SNAP-FOUND-SW
               PERFORM READ-SNAPFILE
           ELSE
               MOVE "Y" TO WS-SNAP-EOF-FLAG
               MOVE HIGH-VALUES TO WS-SNAP-KEY
           END-IF
           OPEN INPUT BALMAST
           IF WS-BALMAST-STATUS NOT EQUAL "00"
               DISPLAY "TRIALBAL: BALANCE MASTER NOT AVAILABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-BALMAST
           PERFORM UNTIL WS-SNAP-EOF-FLAG EQUAL "Y" AND
                         WS-MAST-EOF-FLAG EQUAL "Y"
               EVALUATE TRUE
                   WHEN WS-SNAP-KEY < WS-MAST-KEY
                       PERFORM ADD-DROPPED-ACCOUNT
                       PERFORM READ-SNAPFILE
                   WHEN WS-SNAP-KEY > WS-MAST-KEY
                       PERFORM ADD-NEW-ACCOUNT
                       PERFORM READ-BALMAST
                   WHEN OTHER
                       PERFORM READ-SNAPFILE
                       PERFORM READ-BALMAST
               END-EVALUATE
           END-PERFORM
           IF WS-SNAP-FOUND-SW EQUAL "Y"
               CLOSE SNAPFILE
           END-IF
           CLOSE BALMAST.

       READ-SNAPFILE.
           READ SNAPFILE
               AT END
                   MOVE "Y" TO WS-SNAP-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-SNAP-KEY
               NOT AT END
                   MOVE SNP-ACCT TO WS-SNAP-KEY
                   ADD 1 TO WS-OPEN-COUNT
                   ADD SNP-BALANCE TO WS-OPEN-TOTAL
           END-READ.

       READ-BALMAST.
           READ BALMAST
               AT END
                   MOVE "Y" TO WS-MAST-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-MAST-KEY
               NOT AT END
                   MOVE BAL-ACCT TO WS-MAST-KEY
                   ADD 1 TO WS-CLOSE-COUNT
                   ADD BAL-BALANCE TO WS-CLOSE-TOTAL
           END-READ
           IF WS-BALMAST-STATUS NOT EQUAL "00" AND
              WS-BALMAST-STATUS NOT EQUAL "10"
               MOVE "Y" TO WS-MAST-EOF-FLAG
               MOVE HIGH-VALUES TO WS-MAST-KEY
           END-IF.

      * A night that opens more accounts than the table holds is not
      * a night this step can prove; stop before a partial page is
      * taken for a clean one.
       ADD-NEW-ACCOUNT.
           IF WS-NEW-COUNT >= WS-MAX-NEW
               DISPLAY "TRIALBAL: NEW ACCOUNT TABLE FULL - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NEW-COUNT
           MOVE WS-MAST-KEY TO WS-NEW-ACCT(WS-NEW-COUNT)
           MOVE "N"         TO WS-NEW-POSTED-SW(WS-NEW-COUNT).

       ADD-DROPPED-ACCOUNT.
           ADD 1 TO WS-DROPPED-COUNT
           IF WS-DROPPED-COUNT NOT > WS-MAX-DROPPED
               MOVE WS-SNAP-KEY TO WS-DROPPED-ACCT(WS-DROPPED-COUNT)
           END-IF.

      * Tonight's posting lines are A's: the business date and a
      * branch code, which BALMAINT and DORMANT lines never carry.
      * A clean one on a new account is that account's creation.
       SCAN-AUDIT-TRAIL.
           OPEN INPUT AUDITOUT
           IF WS-AUDITOUT-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               READ AUDITOUT
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF AUDIT-HDR-RUN-DATE EQUAL RC-RUN-DATE
                           PERFORM SCAN-AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDITOUT.

       SCAN-AUDIT-RECORD.
           IF AUDIT-BRANCH NOT EQUAL SPACES
               MOVE "Y" TO WS-POST-SEEN-SW
               IF AUDIT-ERR EQUAL SPACES
                   PERFORM MARK-NEW-ACCOUNT-POSTED
               END-IF
               IF AUDIT-ERR EQUAL "RRUN"
                   MOVE FUNCTION NUMVAL(AUDIT-C) TO WS-AUDIT-C-NUM
                   ADD 1 TO WS-RRUN-COUNT
                   ADD WS-AUDIT-C-NUM TO WS-RRUN-TOTAL
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF AUDIT-ERR NOT EQUAL "ADJ "
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(AUDIT-C) TO WS-AUDIT-C-NUM
           IF WS-POST-SEEN-SW EQUAL "Y"
               ADD 1 TO WS-ADJ-COUNT
               ADD WS-AUDIT-C-NUM TO WS-ADJ-TOTAL
           ELSE
               ADD 1 TO WS-ADJ-EARLY-COUNT
               ADD WS-AUDIT-C-NUM TO WS-ADJ-EARLY-TOTAL
           END-IF.

       MARK-NEW-ACCOUNT-POSTED.
           MOVE ZEROS TO WS-NEW-FOUND
           MOVE 1 TO WS-LOW-IDX
           MOVE WS-NEW-COUNT TO WS-HIGH-IDX
           PERFORM UNTIL WS-LOW-IDX > WS-HIGH-IDX
               COMPUTE WS-MID-IDX = (WS-LOW-IDX + WS-HIGH-IDX) / 2
               EVALUATE TRUE
                   WHEN WS-NEW-ACCT(WS-MID-IDX) EQUAL AUDIT-ACCT
                       MOVE WS-MID-IDX TO WS-NEW-FOUND
                       MOVE WS-HIGH-IDX TO WS-LOW-IDX
                       ADD 1 TO WS-LOW-IDX
                   WHEN WS-NEW-ACCT(WS-MID-IDX) < AUDIT-ACCT
                       COMPUTE WS-LOW-IDX = WS-MID-IDX + 1
                   WHEN OTHER
                       COMPUTE WS-HIGH-IDX = WS-MID-IDX - 1
               END-EVALUATE
           END-PERFORM
           IF WS-NEW-FOUND > ZEROS
               MOVE "Y" TO WS-NEW-POSTED-SW(WS-NEW-FOUND)
           END-IF.

       PROVE-TRIAL-BALANCE.
           COMPUTE WS-TOTAL-CHANGE = WS-CLOSE-TOTAL - WS-OPEN-TOTAL
           COMPUTE WS-COUNT-CHANGE = WS-CLOSE-COUNT - WS-OPEN-COUNT
           COMPUTE WS-EXPECTED-TOTAL = WS-GL-TOTAL + WS-ADJ-TOTAL
           IF WS-RESNAP-SW EQUAL "Y"
               SUBTRACT WS-RRUN-TOTAL FROM WS-EXPECTED-TOTAL
           END-IF
           COMPUTE WS-TOTAL-DIFF = WS-TOTAL-CHANGE - WS-EXPECTED-TOTAL
           MOVE ZEROES TO WS-CREATED-COUNT
           MOVE ZEROES TO WS-UNPOSTED-COUNT
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               IF WS-NEW-POSTED-SW(WS-NEW-IDX) EQUAL "Y"
                   ADD 1 TO WS-CREATED-COUNT
               ELSE
                   ADD 1 TO WS-UNPOSTED-COUNT
               END-IF
           END-PERFORM
           MOVE WS-CREATED-COUNT TO WS-EXPECTED-CHANGE
           COMPUTE WS-ACCT-DIFF = WS-COUNT-CHANGE - WS-EXPECTED-CHANGE
           MOVE "Y" TO WS-BALANCED-SW
           IF WS-SNAP-FOUND-SW NOT EQUAL "Y"
               MOVE "N" TO WS-BALANCED-SW
           END-IF
           IF WS-GL-FOUND-SW NOT EQUAL "Y" OR WS-GL-LINE-COUNT > 1
               MOVE "N" TO WS-BALANCED-SW
           END-IF
           IF WS-TOTAL-DIFF NOT EQUAL ZEROES
               MOVE "N" TO WS-BALANCED-SW
           END-IF
           IF WS-ACCT-DIFF NOT EQUAL ZEROES OR
              WS-UNPOSTED-COUNT > ZEROES OR
              WS-DROPPED-COUNT > ZEROES
               MOVE "N" TO WS-BALANCED-SW
           END-IF.

       WRITE-CONTROL-PAGE.
           OPEN OUTPUT TBRPT
           MOVE RC-RUN-DATE    TO WS-RPT-HDR-DATE
           MOVE WS-RUN-TIME    TO WS-RPT-HDR-TIME
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPER
           WRITE TBRPT-LINE FROM WS-RPT-HDR
           MOVE SPACES TO TBRPT-LINE
           WRITE TBRPT-LINE
           MOVE SPACES TO WS-RPT-LABEL
           STRING "OPENING - " WS-SNAP-DD-NAME
               DELIMITED BY SIZE INTO WS-RPT-LABEL
           MOVE WS-OPEN-COUNT  TO WS-RPT-COUNT
           MOVE WS-OPEN-TOTAL  TO WS-RPT-AMOUNT
           IF WS-SNAP-FOUND-SW EQUAL "Y"
               MOVE SPACES             TO WS-RPT-FLAG
           ELSE
               MOVE "*** MISSING ***"  TO WS-RPT-FLAG
           END-IF
           WRITE TBRPT-LINE FROM WS-RPT-DETAIL
           MOVE "CLOSING - BALMAST"          TO WS-RPT-LABEL
           MOVE WS-CLOSE-COUNT TO WS-RPT-COUNT
           MOVE WS-CLOSE-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES         TO WS-RPT-FLAG
           WRITE TBRPT-LINE FROM WS-RPT-DETAIL
           MOVE "CHANGE ON THE MASTER"       TO WS-RPT-LABEL
           MOVE WS-COUNT-CHANGE TO WS-RPT-COUNT
           MOVE WS-TOTAL-CHANGE TO WS-RPT-AMOUNT
           WRITE TBRPT-LINE FROM WS-RPT-DETAIL
           MOVE SPACES TO TBRPT-LINE
           WRITE TBRPT-LINE
           MOVE "GLFEED A-TOTALS LINE"       TO WS-RPT-LABEL
           MOVE WS-GL-COUNT TO WS-RPT-COUNT
           MOVE WS-GL-TOTAL TO WS-RPT-AMOUNT
           IF WS-GL-FOUND-SW EQUAL "Y"
               MOVE SPACES             TO WS-RPT-FLAG
           ELSE
               MOVE "*** MISSING ***"  TO WS-RPT-FLAG
           END-IF
           IF WS-GL-LINE-COUNT > 1
               MOVE "*** DUPLICATED ***" TO WS-RPT-FLAG
           END-IF
           WRITE TBRPT-LINE FROM WS-RPT-DETAIL
           MOVE "BALMAINT ADJ AFTER POSTING BEGAN" TO WS-RPT-LABEL
           MOVE WS-ADJ-COUNT TO WS-RPT-COUNT
           MOVE WS-ADJ-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES       TO WS-RPT-FLAG
           WRITE TBRPT-LINE FROM WS-RPT-DETAIL
           IF WS-RRUN-COUNT > ZEROES
               IF WS-RESNAP-SW EQUAL "Y"
                   MOVE "LESS RRUN LINES - IN SNAPSHOT"
                     TO WS-RPT-LABEL
                   COMPUTE WS-RPT-AMOUNT = ZEROES - WS-RRUN-TOTAL
               ELSE
                   MOVE "RRUN LINES - IN A-TOTALS" TO WS-RPT-LABEL
                   MOVE WS-RRUN-TOTAL TO WS-RPT-AMOUNT
               END-IF
               MOVE WS-RRUN-COUNT TO WS-RPT-COUNT
               WRITE TBRPT-LINE FROM WS-RPT-DETAIL
           END-IF
           MOVE "EXPECTED CHANGE"            TO WS-RPT-LABEL
           MOVE WS-EXPECTED-CHANGE TO WS-RPT-COUNT
           MOVE WS-EXPECTED-TOTAL  TO WS-RPT-AMOUNT
           WRITE TBRPT-LINE FROM WS-RPT-DETAIL
           MOVE "DIFFERENCE"                 TO WS-RPT-LABEL
           MOVE WS-ACCT-DIFF  TO WS-RPT-COUNT
           MOVE WS-TOTAL-DIFF TO WS-RPT-AMOUNT
           IF WS-ACCT-DIFF NOT EQUAL ZEROES OR
              WS-TOTAL-DIFF NOT EQUAL ZEROES
               MOVE "*** OUT OF BAL ***" TO WS-RPT-FLAG
           END-IF
           WRITE TBRPT-LINE FROM WS-RPT-DETAIL
           MOVE SPACES TO TBRPT-LINE
           WRITE TBRPT-LINE
           MOVE "NEW ACCOUNTS CREATED BY POSTING" TO WS-RPT-LABEL
           MOVE WS-CREATED-COUNT TO WS-RPT-COUNT
           MOVE ZEROES           TO WS-RPT-AMOUNT
           MOVE SPACES           TO WS-RPT-FLAG
           WRITE TBRPT-LINE FROM WS-RPT-DETAIL
           IF WS-ADJ-EARLY-COUNT > ZEROES
               MOVE "BALMAINT ADJ ALREADY IN SNAPSHOT"
                 TO WS-RPT-LABEL
               MOVE WS-ADJ-EARLY-COUNT TO WS-RPT-COUNT
               MOVE WS-ADJ-EARLY-TOTAL TO WS-RPT-AMOUNT
               WRITE TBRPT-LINE FROM WS-RPT-DETAIL
           END-IF
           PERFORM LIST-ACCOUNT-EXCEPTIONS
           MOVE SPACES TO TBRPT-LINE
           WRITE TBRPT-LINE
           IF WS-BALANCED-SW EQUAL "Y"
               MOVE "RESULT: IN BALANCE" TO TBRPT-LINE
           ELSE
               MOVE "RESULT: *** OUT OF BALANCE - GL STEPS HELD ***"
                 TO TBRPT-LINE
           END-IF
           WRITE TBRPT-LINE
           CLOSE TBRPT.

       LIST-ACCOUNT-EXCEPTIONS.
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               IF WS-NEW-POSTED-SW(WS-NEW-IDX) NOT EQUAL "Y"
                   MOVE WS-NEW-ACCT(WS-NEW-IDX) TO WS-RPT-ACCT
                   MOVE "NEW ON MASTER - NO POSTING TONIGHT"
                     TO WS-RPT-ACCT-TEXT
                   WRITE TBRPT-LINE FROM WS-RPT-ACCT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DROP-IDX FROM 1 BY 1
                   UNTIL WS-DROP-IDX > WS-DROPPED-COUNT
                      OR WS-DROP-IDX > WS-MAX-DROPPED
               MOVE WS-DROPPED-ACCT(WS-DROP-IDX) TO WS-RPT-ACCT
               MOVE "IN SNAPSHOT - MISSING FROM MASTER"
                 TO WS-RPT-ACCT-TEXT
               WRITE TBRPT-LINE FROM WS-RPT-ACCT-LINE
           END-PERFORM
           IF WS-DROPPED-COUNT > WS-MAX-DROPPED
               MOVE SPACES TO WS-RPT-ACCT
               MOVE "FURTHER MISSING ACCOUNTS NOT LISTED"
                 TO WS-RPT-ACCT-TEXT
               WRITE TBRPT-LINE FROM WS-RPT-ACCT-LINE
           END-IF.

           COPY RUNCTLP.

           COPY CYCLOGP.

           COPY OPERCHKP.
