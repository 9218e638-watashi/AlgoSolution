      * report on BALMRPT.  Adjustments are supervisor territory: they
      * need a senior operator, move money outside the transaction
      * flow, and are therefore also appended to the audit trail with
      * an "ADJ" flag so the balance proof still ties.  No one
      * operator moves the money alone: an adjust card only enters
      * the adjustment on PENDADJ under a reference (ADJ, the date
      * and a sequence number), and it posts when a later run by a
      * different senior operator approves it by that reference.  A
      * decline closes it unposted; an item still pending
      * WS-PEND-EXPIRE-DAYS days after entry expires at the start of
      * the next run.  Entry, approval, decline and expiry - and any
      * attempt to approve or decline one's own entry - are stamped
      * on SECLOG with the reference, and the items still awaiting
      * approval are listed at the foot of BALMRPT.  Setting an
      * account's overdraft limit extends credit, so it too needs a
      * senior operator and is stamped on SECLOG.  A dormant account
      * (status "D", set by the monthly dormancy job) takes no
      * postings until a senior operator's reactivation card clears
      * it; the reactivation, and the closing of a dormant account,
      * are stamped on SECLOG and on the audit trail with the balance
      * unchanged on both sides.  Any rejected card ends the job with
      * RETURN-CODE 4 so the scheduler flags it.
      *
      * Card layout:  col 1      action  O=open C=close A=adjust
      *                                  P=approve and post adjustment
      *                                  D=decline adjustment
      *                                  V=overdraft limit
      *                                  R=reactivate dormant L=list
      *               cols 2-11  account number (blank on L lists all)
      *               cols 12-25 signed adjustment amount, sign
      *                          leading separate (A only); the new
      *                          overdraft limit, sign "+" or blank
      *                          (V only)
      *               cols 2-13  pending adjustment reference (P and
      *                          D only)
      *
      * PENDADJ layout: cols 1-12  reference   cols 13-22 account
      *                 cols 23-36 amount, sign leading separate
      *                 col 37     status P=pending A=approved
      *                            D=declined E=expired
      *                 cols 38-45 entered by  cols 46-53 entry date
      *                 cols 54-59 entry time  cols 60-67 approved or
      *                            declined by cols 68-75 date closed
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLUTION.

               FILE STATUS IS WS-AUDITOUT-STATUS.
           SELECT BALMRPT  ASSIGN TO "BALMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDADJ  ASSIGN TO "PENDADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDADJ-STATUS.
           SELECT RUNCTL   ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           03 CARD-AMT-TEXT   PIC X(14).
           03 CARD-AMOUNT     REDEFINES CARD-AMT-TEXT
                              PIC S9(13) SIGN IS LEADING SEPARATE.
       01  BALCARD-REF-REC.
           03                 PIC X.
           03 CARD-REF        PIC X(12).

       FD  BALMAST.
       01  BALMAST-REC.
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
           03 AUDIT-ERR         PIC X(4).
           03 AUDIT-REF         PIC X(12).
           03 AUDIT-CCY         PIC X(3).
           03 AUDIT-ORIG-REF    PIC X(12).
           03 AUDIT-BRANCH      PIC X(3).

       FD  BALMRPT.
       01  BALMRPT-LINE       PIC X(100).

       FD  PENDADJ.
       01  PENDADJ-REC        PIC X(75).

       FD  RUNCTL.
       01  RUNCTL-REC         PIC X(80).

       01 WS-ADJ-SEQ         PIC 9(10)  VALUE ZEROES.
       01 WS-REASON          PIC X(20)  VALUE SPACES.
       01 WS-PRIOR-BALANCE   PIC S9(13) VALUE ZEROES.
       01 WS-OD-NEW-BAL      PIC S9(14) VALUE ZEROES.
       01 WS-STAT-CODE       PIC X(4)   VALUE SPACES.
       01 WS-STAT-PREFIX     PIC X(3)   VALUE SPACES.
       01 WS-ADJ-ACCT        PIC X(10)  VALUE SPACES.
       01 WS-ADJ-AMOUNT      PIC S9(13) VALUE ZEROES.
       01 WS-ADJ-REF         PIC X(12)  VALUE SPACES.
      * Pending adjustments, held in entry order.  An item closed
      * (approved, declined or expired) stays on the file
      * WS-PEND-KEEP-DAYS days so the day's references stay unique,
      * then drops off at the next save; SECLOG and the audit trail
      * keep the lasting record.
       78  WS-MAX-PEND             VALUE 2000.
       78  WS-PEND-EXPIRE-DAYS     VALUE 5.
       78  WS-PEND-KEEP-DAYS       VALUE 30.
       01 WS-PENDADJ-STATUS  PIC X(2)   VALUE "00".
       01 WS-PEND-COUNT      PIC S9(5)  VALUE ZEROS.
       01 WS-PEND-IDX        PIC S9(5)  VALUE ZEROS.
       01 WS-PEND-FOUND      PIC S9(5)  VALUE ZEROS.
       01 WS-PEND-OPEN-CNT   PIC 9(6)   VALUE ZEROS.
       01 WS-PEND-TABLE.
           03 WS-PEND-ENTRY             OCCURS WS-MAX-PEND TIMES.
               05 PND-REF          PIC X(12).
               05 PND-REF-R REDEFINES PND-REF.
                   07 PND-REF-PREFIX PIC X(9).
                   07 PND-REF-SEQ    PIC 9(3).
               05 PND-ACCT         PIC X(10).
               05 PND-AMOUNT       PIC S9(13)
                                   SIGN IS LEADING SEPARATE.
               05 PND-STATUS       PIC X.
               05 PND-MAKER        PIC X(8).
               05 PND-ENTER-DATE   PIC 9(8).
               05 PND-ENTER-TIME   PIC 9(6).
               05 PND-CHECKER      PIC X(8).
               05 PND-DONE-DATE    PIC 9(8).
       01 WS-PEND-PREFIX     PIC X(9)   VALUE SPACES.
       01 WS-PEND-SEQ        PIC 9(3)   VALUE ZEROES.
       01 WS-PEND-AGE        PIC S9(9)  VALUE ZEROS.

       01 WS-RPT-HDR.
           03                 PIC X(28)
           03 WS-RPT-BALANCE  PIC -Z(12)9.
           03                 PIC X(2)   VALUE SPACES.
           03 WS-RPT-RESULT   PIC X(30).
           03                 PIC X(2)   VALUE SPACES.
           03 WS-RPT-LIMIT    PIC Z(12)9.
       01 WS-RPT-TOTALS.
           03                 PIC X(16)
                  VALUE "CARDS PROCESSED ".
           03 WS-RPT-CARDS    PIC Z(5)9.
           03                 PIC X(11)  VALUE "  REJECTED ".
           03 WS-RPT-REJECTS  PIC Z(5)9.
       01 WS-RPT-PEND-TOTAL.
           03                 PIC X(34)
                  VALUE "ADJUSTMENTS AWAITING APPROVAL     ".
           03 WS-RPT-PEND-CNT PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO BALMRPT-LINE
           WRITE BALMRPT-LINE
           PERFORM OPEN-BALANCE-MASTER
           PERFORM LOAD-PENDING
           PERFORM EXPIRE-PENDING
           PERFORM READ-BALCARD
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               PERFORM PROCESS-CARD
           MOVE WS-CARD-COUNT   TO WS-RPT-CARDS
           MOVE WS-REJECT-COUNT TO WS-RPT-REJECTS
           WRITE BALMRPT-LINE FROM WS-RPT-TOTALS
           PERFORM REPORT-OPEN-PENDING
           CLOSE BALCARDS
           CLOSE BALMAST
           CLOSE BALMRPT
                   PERFORM CLOSE-ACCOUNT
               WHEN "A"
                   PERFORM ADJUST-ACCOUNT
               WHEN "P"
                   PERFORM APPROVE-ADJUSTMENT
               WHEN "D"
                   PERFORM DECLINE-ADJUSTMENT
               WHEN "V"
                   PERFORM SET-OVERDRAFT-LIMIT
               WHEN "R"
                   PERFORM REACTIVATE-ACCOUNT
               WHEN "L"
                   PERFORM LIST-ACCOUNTS
               WHEN OTHER
               MOVE ZEROES      TO BAL-ACTIVITY-CNT
               MOVE RC-RUN-DATE TO BAL-LAST-DATE
               MOVE "O"         TO BAL-STATUS
               MOVE ZEROES      TO BAL-OD-LIMIT
               MOVE ZEROES      TO BAL-OD-SINCE
               MOVE RC-RUN-DATE TO BAL-CUST-DATE
               WRITE BALMAST-REC
               MOVE "00" TO WS-BALMAST-STATUS
               MOVE "OPENED  " TO WS-RPT-ACT
               PERFORM REPORT-ACTION
               EXIT PARAGRAPH
           END-IF
           EVALUATE BAL-STATUS
               WHEN "C"
                   MOVE "O"         TO BAL-STATUS
                   MOVE RC-RUN-DATE TO BAL-LAST-DATE
                   MOVE RC-RUN-DATE TO BAL-CUST-DATE
                   REWRITE BALMAST-REC
                   MOVE "REOPENED" TO WS-RPT-ACT
                   PERFORM REPORT-ACTION
               WHEN "D"
                   MOVE "DORMANT - USE R CARD" TO WS-REASON
                   PERFORM REPORT-REJECT
               WHEN OTHER
                   MOVE "ALREADY OPEN"        TO WS-REASON
                   PERFORM REPORT-REJECT
           END-EVALUATE.

       CLOSE-ACCOUNT.
           MOVE CARD-ACCT TO BAL-ACCT
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
      * Closing a dormant account takes it out of the dormancy
      * register, so that change is stamped like a reactivation.  The
      * SECLOG reason carries the account number.
           IF BAL-STATUS EQUAL "D"
               MOVE SPACES TO WS-SEC-REASON
               STRING "DORM CLSD " CARD-ACCT
                   DELIMITED BY SIZE INTO WS-SEC-REASON
               PERFORM WRITE-SECURITY-LOG
               MOVE "DCLS"                TO WS-STAT-CODE
               MOVE "DCL"                 TO WS-STAT-PREFIX
               PERFORM WRITE-STATUS-AUDIT
           END-IF
           MOVE "C"         TO BAL-STATUS
           MOVE RC-RUN-DATE TO BAL-LAST-DATE
           REWRITE BALMAST-REC
           MOVE "CLOSED  " TO WS-RPT-ACT
           PERFORM REPORT-ACTION.

      * Reactivation clears the dormant hold.  It releases postings
      * the regulations say must be held, so it needs a senior
      * operator; the customer-activity date restarts from today so
      * next month's dormancy run does not flag the account again
      * before the customer has had a chance to use it.
       REACTIVATE-ACCOUNT.
           IF WS-OPR-SENIOR-SW NOT EQUAL "Y"
               MOVE "REACTIVATE NEEDS SNR" TO WS-SEC-REASON
               PERFORM WRITE-SECURITY-LOG
               MOVE "REACTIVATE NEEDS SNR" TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE CARD-ACCT TO BAL-ACCT
           READ BALMAST
               INVALID KEY
                   MOVE "23" TO WS-BALMAST-STATUS
           END-READ
           IF WS-BALMAST-STATUS EQUAL "23"
               MOVE "00" TO WS-BALMAST-STATUS
               MOVE "NOT ON FILE"         TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           IF BAL-STATUS NOT EQUAL "D"
               MOVE "NOT DORMANT"         TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE "O"         TO BAL-STATUS
           MOVE RC-RUN-DATE TO BAL-CUST-DATE
           REWRITE BALMAST-REC
           MOVE SPACES TO WS-SEC-REASON
           STRING "REACTIVD " CARD-ACCT
               DELIMITED BY SIZE INTO WS-SEC-REASON
           PERFORM WRITE-SECURITY-LOG
           MOVE "REAC"                TO WS-STAT-CODE
           MOVE "REA"                 TO WS-STAT-PREFIX
           PERFORM WRITE-STATUS-AUDIT
           MOVE "REACTIVD" TO WS-RPT-ACT
           PERFORM REPORT-ACTION.

      * Supervisor adjustment: money moves outside the transaction
      * flow, so the card needs a senior operator and the rejection
      * of a junior's attempt goes to SECLOG the way any unauthorized
      * attempt does.  A valid card is entered as pending, not
      * posted - see APPROVE-ADJUSTMENT.
       ADJUST-ACCOUNT.
           IF WS-OPR-SENIOR-SW NOT EQUAL "Y"
               MOVE "ADJUST NEEDS SENIOR" TO WS-SEC-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-PEND-COUNT >= WS-MAX-PEND
               MOVE "PENDING FILE FULL"   TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM NEXT-PENDING-REF
           ADD 1 TO WS-PEND-COUNT
           MOVE WS-PEND-COUNT TO WS-PEND-FOUND
           MOVE WS-ADJ-REF     TO PND-REF(WS-PEND-FOUND)
           MOVE CARD-ACCT      TO PND-ACCT(WS-PEND-FOUND)
           MOVE CARD-AMOUNT    TO PND-AMOUNT(WS-PEND-FOUND)
           MOVE "P"            TO PND-STATUS(WS-PEND-FOUND)
           MOVE WS-OPERATOR-ID TO PND-MAKER(WS-PEND-FOUND)
           MOVE RC-RUN-DATE    TO PND-ENTER-DATE(WS-PEND-FOUND)
           MOVE WS-RUN-TIME    TO PND-ENTER-TIME(WS-PEND-FOUND)
           MOVE SPACES         TO PND-CHECKER(WS-PEND-FOUND)
           MOVE ZEROES         TO PND-DONE-DATE(WS-PEND-FOUND)
           PERFORM SAVE-PENDING
           MOVE SPACES TO WS-SEC-REASON
           STRING "ADJ ENT " WS-ADJ-REF
               DELIMITED BY SIZE INTO WS-SEC-REASON
           PERFORM WRITE-SECURITY-LOG
           MOVE "PENDING " TO WS-RPT-ACT
           PERFORM REPORT-PENDING-ACTION
           MOVE SPACES TO WS-RPT-RESULT
           STRING WS-ADJ-REF " AWAITS APPROVAL"
               DELIMITED BY SIZE INTO WS-RPT-RESULT
           WRITE BALMRPT-LINE FROM WS-RPT-ACTION.

      * References run ADJ, the business date and a three-digit
      * sequence within the date, one past the highest already on
      * the pending file for that date.
       NEXT-PENDING-REF.
           MOVE SPACES TO WS-PEND-PREFIX
           STRING "ADJ" RC-RUN-DATE(3:6)
               DELIMITED BY SIZE INTO WS-PEND-PREFIX
           MOVE ZEROES TO WS-PEND-SEQ
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF PND-REF-PREFIX(WS-PEND-IDX) EQUAL WS-PEND-PREFIX AND
                  PND-REF-SEQ(WS-PEND-IDX) > WS-PEND-SEQ
                   MOVE PND-REF-SEQ(WS-PEND-IDX) TO WS-PEND-SEQ
               END-IF
           END-PERFORM
           ADD 1 TO WS-PEND-SEQ
           MOVE SPACES TO WS-ADJ-REF
           STRING WS-PEND-PREFIX WS-PEND-SEQ
               DELIMITED BY SIZE INTO WS-ADJ-REF.

      * The checker's half.  Only a senior operator other than the
      * one who entered the item may approve it; only then does the
      * money move, onto BALMAST and the audit trail, under the
      * checker's id and the item's own reference.  An account that
      * has left the master leaves the item pending for a decline.
       APPROVE-ADJUSTMENT.
           IF WS-OPR-SENIOR-SW NOT EQUAL "Y"
               MOVE "APPROVE NEEDS SENIOR" TO WS-SEC-REASON
               PERFORM WRITE-SECURITY-LOG
               MOVE "APPROVE NEEDS SENIOR" TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPEN-PENDING
           IF WS-PEND-FOUND EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE PND-ACCT(WS-PEND-FOUND)   TO BAL-ACCT
           READ BALMAST
               INVALID KEY
                   MOVE "23" TO WS-BALMAST-STATUS
           END-READ
           IF WS-BALMAST-STATUS EQUAL "23"
               MOVE "00" TO WS-BALMAST-STATUS
               MOVE "NOT ON FILE"         TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE PND-ACCT(WS-PEND-FOUND)   TO WS-ADJ-ACCT
           MOVE PND-AMOUNT(WS-PEND-FOUND) TO WS-ADJ-AMOUNT
           MOVE PND-REF(WS-PEND-FOUND)    TO WS-ADJ-REF
           MOVE BAL-BALANCE   TO WS-PRIOR-BALANCE
           ADD WS-ADJ-AMOUNT  TO BAL-BALANCE
           ADD 1              TO BAL-ACTIVITY-CNT
           MOVE RC-RUN-DATE   TO BAL-LAST-DATE
           PERFORM SET-OVERDRAFT-SINCE
           REWRITE BALMAST-REC
           PERFORM WRITE-ADJUST-AUDIT
           MOVE "A" TO PND-STATUS(WS-PEND-FOUND)
           PERFORM CLOSE-PENDING-ITEM
           MOVE SPACES TO WS-SEC-REASON
           STRING "ADJ APP " WS-ADJ-REF
               DELIMITED BY SIZE INTO WS-SEC-REASON
           PERFORM WRITE-SECURITY-LOG
           MOVE "ADJUSTED" TO WS-RPT-ACT
           PERFORM REPORT-PENDING-ACTION
           PERFORM REPORT-PENDING-MAKER.

       DECLINE-ADJUSTMENT.
           IF WS-OPR-SENIOR-SW NOT EQUAL "Y"
               MOVE "DECLINE NEEDS SENIOR" TO WS-SEC-REASON
               PERFORM WRITE-SECURITY-LOG
               MOVE "DECLINE NEEDS SENIOR" TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPEN-PENDING
           IF WS-PEND-FOUND EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE PND-REF(WS-PEND-FOUND) TO WS-ADJ-REF
           MOVE "D" TO PND-STATUS(WS-PEND-FOUND)
           PERFORM CLOSE-PENDING-ITEM
           MOVE SPACES TO WS-SEC-REASON
           STRING "ADJ DEC " WS-ADJ-REF
               DELIMITED BY SIZE INTO WS-SEC-REASON
           PERFORM WRITE-SECURITY-LOG
           MOVE "DECLINED" TO WS-RPT-ACT
           PERFORM READ-PENDING-ACCOUNT
           PERFORM REPORT-PENDING-ACTION
           PERFORM REPORT-PENDING-MAKER.

      * Find the card's reference among the items still pending.
      * Approving or declining one's own entry is refused and
      * stamped on SECLOG - that is the control this file exists for.
       FIND-OPEN-PENDING.
           MOVE ZEROS TO WS-PEND-FOUND
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF PND-REF(WS-PEND-IDX) EQUAL CARD-REF
                   MOVE WS-PEND-IDX TO WS-PEND-FOUND
               END-IF
           END-PERFORM
           IF WS-PEND-FOUND EQUAL ZEROS
               MOVE "NO SUCH PENDING REF"  TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           EVALUATE PND-STATUS(WS-PEND-FOUND)
               WHEN "A"
                   MOVE "ALREADY APPROVED"    TO WS-REASON
               WHEN "D"
                   MOVE "ALREADY DECLINED"    TO WS-REASON
               WHEN "E"
                   MOVE "EXPIRED"             TO WS-REASON
               WHEN OTHER
                   MOVE SPACES                TO WS-REASON
           END-EVALUATE
           IF WS-REASON NOT EQUAL SPACES
               MOVE ZEROS TO WS-PEND-FOUND
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           IF PND-MAKER(WS-PEND-FOUND) EQUAL WS-OPERATOR-ID
               MOVE SPACES TO WS-SEC-REASON
               STRING "OWN ADJ " CARD-REF
                   DELIMITED BY SIZE INTO WS-SEC-REASON
               PERFORM WRITE-SECURITY-LOG
               MOVE ZEROS TO WS-PEND-FOUND
               MOVE "OWN ENTRY - REFUSED" TO WS-REASON
               PERFORM REPORT-REJECT
           END-IF.

       CLOSE-PENDING-ITEM.
           MOVE WS-OPERATOR-ID TO PND-CHECKER(WS-PEND-FOUND)
           MOVE RC-RUN-DATE    TO PND-DONE-DATE(WS-PEND-FOUND)
           PERFORM SAVE-PENDING.

       LOAD-PENDING.
           OPEN INPUT PENDADJ
           IF WS-PENDADJ-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PENDADJ-STATUS NOT EQUAL "00"
               READ PENDADJ
                   AT END
                       MOVE "10" TO WS-PENDADJ-STATUS
                   NOT AT END
                       PERFORM STORE-PENDING
               END-READ
           END-PERFORM
           CLOSE PENDADJ.

      * A file too big to hold would lose items on the next save, so
      * the run stops before anything moves.
       STORE-PENDING.
           IF WS-PEND-COUNT >= WS-MAX-PEND
               DISPLAY "BALMAINT: PENDING ADJUSTMENT FILE FULL"
                       " - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PEND-COUNT
           MOVE PENDADJ-REC TO WS-PEND-ENTRY(WS-PEND-COUNT).

      * The whole file is rewritten after every change, so an item
      * approved in this run can never be approved again by a rerun
      * of the same deck.
       SAVE-PENDING.
           OPEN OUTPUT PENDADJ
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF PND-STATUS(WS-PEND-IDX) EQUAL "P"
                   WRITE PENDADJ-REC FROM WS-PEND-ENTRY(WS-PEND-IDX)
               ELSE
                   COMPUTE WS-PEND-AGE =
                       FUNCTION INTEGER-OF-DATE(RC-RUN-DATE)
                     - FUNCTION INTEGER-OF-DATE
                           (PND-DONE-DATE(WS-PEND-IDX))
                   IF WS-PEND-AGE NOT > WS-PEND-KEEP-DAYS
                       WRITE PENDADJ-REC
                           FROM WS-PEND-ENTRY(WS-PEND-IDX)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PENDADJ.

      * Every run first expires what has waited too long, whoever is
      * running it; the expiry is stamped under that operator.
       EXPIRE-PENDING.
           MOVE ZEROS TO WS-PEND-FOUND
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF PND-STATUS(WS-PEND-IDX) EQUAL "P"
                   COMPUTE WS-PEND-AGE =
                       FUNCTION INTEGER-OF-DATE(RC-RUN-DATE)
                     - FUNCTION INTEGER-OF-DATE
                           (PND-ENTER-DATE(WS-PEND-IDX))
                   IF WS-PEND-AGE > WS-PEND-EXPIRE-DAYS
                       PERFORM EXPIRE-ONE-PENDING
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PEND-FOUND > ZEROS
               PERFORM SAVE-PENDING
           END-IF.

       EXPIRE-ONE-PENDING.
           MOVE WS-PEND-IDX    TO WS-PEND-FOUND
           MOVE "E"            TO PND-STATUS(WS-PEND-IDX)
           MOVE WS-OPERATOR-ID TO PND-CHECKER(WS-PEND-IDX)
           MOVE RC-RUN-DATE    TO PND-DONE-DATE(WS-PEND-IDX)
           MOVE SPACES TO WS-SEC-REASON
           STRING "ADJ EXP " PND-REF(WS-PEND-IDX)
               DELIMITED BY SIZE INTO WS-SEC-REASON
           PERFORM WRITE-SECURITY-LOG
           MOVE "EXPIRED " TO WS-RPT-ACT
           PERFORM READ-PENDING-ACCOUNT
           PERFORM REPORT-PENDING-ACTION
           STRING PND-REF(WS-PEND-IDX) " ENTERED "
                  PND-ENTER-DATE(WS-PEND-IDX)
               DELIMITED BY SIZE INTO WS-RPT-RESULT
           WRITE BALMRPT-LINE FROM WS-RPT-ACTION.

       REPORT-OPEN-PENDING.
           MOVE ZEROES TO WS-PEND-OPEN-CNT
           MOVE SPACES TO BALMRPT-LINE
           WRITE BALMRPT-LINE
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF PND-STATUS(WS-PEND-IDX) EQUAL "P"
                   ADD 1 TO WS-PEND-OPEN-CNT
                   MOVE WS-PEND-IDX TO WS-PEND-FOUND
                   MOVE "AWAITING" TO WS-RPT-ACT
                   PERFORM READ-PENDING-ACCOUNT
                   PERFORM REPORT-PENDING-ACTION
                   STRING PND-REF(WS-PEND-IDX) " BY "
                          PND-MAKER(WS-PEND-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-RESULT
                   WRITE BALMRPT-LINE FROM WS-RPT-ACTION
               END-IF
           END-PERFORM
           MOVE WS-PEND-OPEN-CNT TO WS-RPT-PEND-CNT
           WRITE BALMRPT-LINE FROM WS-RPT-PEND-TOTAL.

      * The item's account as it stands now, for the report line;
      * one gone from the master shows a zero balance.
       READ-PENDING-ACCOUNT.
           MOVE PND-ACCT(WS-PEND-FOUND) TO BAL-ACCT
           READ BALMAST
               INVALID KEY
                   MOVE ZEROES TO BAL-BALANCE
                   MOVE ZEROES TO BAL-OD-LIMIT
           END-READ
           MOVE "00" TO WS-BALMAST-STATUS.

       REPORT-PENDING-ACTION.
           MOVE PND-ACCT(WS-PEND-FOUND)   TO WS-RPT-ACCT
           MOVE PND-AMOUNT(WS-PEND-FOUND) TO WS-RPT-AMOUNT
           MOVE BAL-BALANCE TO WS-RPT-BALANCE
           MOVE SPACES      TO WS-RPT-RESULT
           PERFORM MOVE-REPORT-LIMIT.

       REPORT-PENDING-MAKER.
           STRING PND-REF(WS-PEND-FOUND) " MAKER "
                  PND-MAKER(WS-PEND-FOUND)
               DELIMITED BY SIZE INTO WS-RPT-RESULT
           WRITE BALMRPT-LINE FROM WS-RPT-ACTION.

      * The limit is how far below zero A will let a debit take
      * the balance.  Lowering it under an overdrawn balance is
      * allowed - the account simply starts ageing on the overdraft
      * report from today.
       SET-OVERDRAFT-LIMIT.
           IF WS-OPR-SENIOR-SW NOT EQUAL "Y"
               MOVE "LIMIT NEEDS SENIOR"  TO WS-SEC-REASON
               PERFORM WRITE-SECURITY-LOG
               MOVE "LIMIT NEEDS SENIOR"  TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           IF CARD-AMT-TEXT(1:1) NOT EQUAL "+" AND
              CARD-AMT-TEXT(1:1) NOT EQUAL SPACE
               MOVE "LIMIT NOT POSITIVE"  TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           IF CARD-AMT-TEXT(2:13) IS NOT NUMERIC
               MOVE "LIMIT NOT NUMERIC"   TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE CARD-ACCT TO BAL-ACCT
           READ BALMAST
               INVALID KEY
                   MOVE "23" TO WS-BALMAST-STATUS
           END-READ
           IF WS-BALMAST-STATUS EQUAL "23"
               MOVE "00" TO WS-BALMAST-STATUS
               MOVE "NOT ON FILE"         TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE CARD-AMT-TEXT(2:13) TO BAL-OD-LIMIT-TEXT
           PERFORM SET-OVERDRAFT-SINCE
           REWRITE BALMAST-REC
           MOVE "OD LIMIT SET"        TO WS-SEC-REASON
           PERFORM WRITE-SECURITY-LOG
           MOVE "OD LIMIT" TO WS-RPT-ACT
           PERFORM REPORT-ACTION.

      * Same rule as the posting step: the first date past the limit
      * stands until the balance comes back within it.
       SET-OVERDRAFT-SINCE.
           IF BAL-OD-LIMIT-TEXT IS NOT NUMERIC
               MOVE ZEROES TO BAL-OD-LIMIT
           END-IF
           IF BAL-OD-SINCE-TEXT IS NOT NUMERIC
               MOVE ZEROES TO BAL-OD-SINCE
           END-IF
           COMPUTE WS-OD-NEW-BAL = BAL-BALANCE + BAL-OD-LIMIT
           IF WS-OD-NEW-BAL < ZEROS
               IF BAL-OD-SINCE EQUAL ZEROES
                   MOVE RC-RUN-DATE TO BAL-OD-SINCE
               END-IF
           ELSE
               MOVE ZEROES TO BAL-OD-SINCE
           END-IF.

       WRITE-ADJUST-AUDIT.
           OPEN EXTEND AUDITOUT
           IF WS-AUDITOUT-STATUS EQUAL "35"
           MOVE WS-RUN-TIME      TO AUDIT-HDR-RUN-TIME
           MOVE WS-OPERATOR-ID   TO AUDIT-HDR-OPERATOR-ID
           MOVE WS-ADJ-SEQ       TO AUDIT-HDR-SEQ-NUM
           MOVE WS-ADJ-ACCT      TO AUDIT-ACCT
           MOVE WS-ADJ-AMOUNT    TO AUDIT-A
           MOVE ZEROES           TO AUDIT-B
           MOVE WS-ADJ-AMOUNT    TO AUDIT-C
           MOVE WS-PRIOR-BALANCE TO AUDIT-PRIOR-BAL
           MOVE BAL-BALANCE      TO AUDIT-NEW-BAL
           MOVE "ADJ "           TO AUDIT-ERR
           MOVE WS-ADJ-REF       TO AUDIT-REF
           MOVE "USD"            TO AUDIT-CCY
           MOVE SPACES           TO AUDIT-ORIG-REF
           MOVE SPACES           TO AUDIT-BRANCH
           WRITE AUDIT-REC
           CLOSE AUDITOUT.

      * A status change moves no money: the line carries zero
      * movement and the standing balance on both sides, and its
      * code is neither blank nor ADJ, so the balance proof and the
      * statements pass over it.
       WRITE-STATUS-AUDIT.
           OPEN EXTEND AUDITOUT
           IF WS-AUDITOUT-STATUS EQUAL "35"
               OPEN OUTPUT AUDITOUT
           END-IF
           ADD 1 TO WS-ADJ-SEQ
           MOVE RC-RUN-DATE      TO AUDIT-HDR-RUN-DATE
           MOVE WS-RUN-TIME      TO AUDIT-HDR-RUN-TIME
           MOVE WS-OPERATOR-ID   TO AUDIT-HDR-OPERATOR-ID
           MOVE WS-ADJ-SEQ       TO AUDIT-HDR-SEQ-NUM
           MOVE CARD-ACCT        TO AUDIT-ACCT
           MOVE ZEROES           TO AUDIT-A
           MOVE ZEROES           TO AUDIT-B
           MOVE ZEROES           TO AUDIT-C
           MOVE BAL-BALANCE      TO AUDIT-PRIOR-BAL
           MOVE BAL-BALANCE      TO AUDIT-NEW-BAL
           MOVE WS-STAT-CODE     TO AUDIT-ERR
           MOVE SPACES           TO AUDIT-REF
           STRING WS-STAT-PREFIX RC-RUN-DATE(3:6) WS-ADJ-SEQ(8:3)
               DELIMITED BY SIZE INTO AUDIT-REF
           MOVE "USD"            TO AUDIT-CCY
           MOVE SPACES           TO AUDIT-ORIG-REF
           MOVE SPACES           TO AUDIT-BRANCH
           WRITE AUDIT-REC
           CLOSE AUDITOUT.

           MOVE ZEROES      TO WS-RPT-AMOUNT
           MOVE ZEROES      TO WS-RPT-BALANCE
           MOVE SPACES      TO WS-RPT-RESULT
           MOVE ZEROES      TO WS-RPT-LIMIT
           WRITE BALMRPT-LINE FROM WS-RPT-ACTION
           IF CARD-ACCT NOT EQUAL SPACES
               MOVE CARD-ACCT TO BAL-ACCT
           MOVE BAL-ACCT     TO WS-RPT-ACCT
           MOVE ZEROES       TO WS-RPT-AMOUNT
           MOVE BAL-BALANCE  TO WS-RPT-BALANCE
           EVALUATE BAL-STATUS
               WHEN "C"
                   MOVE "CLOSED"  TO WS-RPT-RESULT
               WHEN "D"
                   MOVE "DORMANT" TO WS-RPT-RESULT
               WHEN OTHER
                   MOVE "OPEN"    TO WS-RPT-RESULT
           END-EVALUATE
           PERFORM MOVE-REPORT-LIMIT
           WRITE BALMRPT-LINE FROM WS-RPT-ACTION.

       MOVE-REPORT-LIMIT.
           IF BAL-OD-LIMIT-TEXT IS NUMERIC
               MOVE BAL-OD-LIMIT TO WS-RPT-LIMIT
           ELSE
               MOVE ZEROES       TO WS-RPT-LIMIT
           END-IF.

       REPORT-ACTION.
           MOVE CARD-ACCT TO WS-RPT-ACCT
           IF CARD-ACTION EQUAL "A"
           END-IF
           MOVE BAL-BALANCE TO WS-RPT-BALANCE
           MOVE SPACES      TO WS-RPT-RESULT
           PERFORM MOVE-REPORT-LIMIT
           WRITE BALMRPT-LINE FROM WS-RPT-ACTION.

       REPORT-REJECT.
           MOVE ZEROES     TO WS-RPT-AMOUNT
           MOVE ZEROES     TO WS-RPT-BALANCE
           MOVE WS-REASON  TO WS-RPT-RESULT
           MOVE ZEROES     TO WS-RPT-LIMIT
           WRITE BALMRPT-LINE FROM WS-RPT-ACTION.

           COPY RUNCTLP.
