           SELECT RATEMAST ASSIGN TO "RATEMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEMAST-STATUS.
           SELECT BRNMAST  ASSIGN TO "BRNMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRNMAST-STATUS.
           SELECT BALMAST  ASSIGN TO "BALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
      * reference; it rides through TRANOUT and the audit trail, and
      * the REFHIST guard rejects a reference already posted by an
      * earlier run, so a retransmitted feed cannot post twice.
      * TRAN-TYPE "R" makes the record a reversal of the posting named
      * in TRAN-ORIG-REF; any other value is an ordinary posting, and
      * feeds written before the type column read back as space.
       FD  TRANIN.
       01  TRANIN-REC.
           03 BRANCH   PIC X(3).
           03 B        PIC S9(10)  SIGN IS LEADING SEPARATE.
           03 TRAN-REF PIC X(12).
           03 TRAN-CCY PIC X(3).
           03 TRAN-TYPE     PIC X.
           03 TRAN-ORIG-REF PIC X(12).
           COPY FEEDCTL.

       FD  TRANOUT.
           03 OUT-ERR     PIC X(4).
           03 OUT-REF     PIC X(12).
           03 OUT-CCY     PIC X(3).
           03 OUT-ORIG-REF PIC X(12).
       01  TRANOUT-TOTAL-REC.
           03 OUT-TOTAL-TAG   PIC X(8)    VALUE "TOTALS  ".
           03 OUT-REC-COUNT   PIC Z(10).
           03 AUDIT-ERR         PIC X(4).
           03 AUDIT-REF         PIC X(12).
           03 AUDIT-CCY         PIC X(3).
           03 AUDIT-ORIG-REF    PIC X(12).
           03 AUDIT-BRANCH      PIC X(3).
       01  AUDIT-REC-RAW        PIC X(137).

      * Seen-reference history: one D record per posted transaction
      * reference, one H record per accepted feed header stamp.  A
           03 RT-RATE           REDEFINES RT-RATE-TEXT
                                PIC 9(4)V9(6).

      * Branch master, maintained by BRNMAINT: only an open branch on
      * this file may post, and only in its home currency unless it
      * is flagged multi-currency.  The region code drives the
      * region subtotals above the branch break.
       FD  BRNMAST.
       01  BRNMAST-REC.
           03 BRN-CODE          PIC X(3).
           03 BRN-NAME          PIC X(20).
           03 BRN-REGION        PIC X(3).
           03 BRN-STATUS        PIC X.
           03 BRN-HOME-CCY      PIC X(3).
           03 BRN-OPEN-DATE     PIC 9(8).
           03 BRN-MULTI-CCY     PIC X.

       FD  GLFEED.
       01  GLFEED-REC.
           03 GL-POSTING-DATE   PIC 9(8).
      * the account last moved.  BAL-STATUS is maintained by the
      * account maintenance job - "C" closes the account to postings;
      * records written before the status byte read back as space,
      * which counts as open.  "D" is set by the monthly dormancy job
      * and holds the account against postings until a reactivation
      * card clears it; BAL-CUST-DATE is the date of the last posting
      * the customer made, which the month-end interest (branch ACR)
      * does not move, so the dormancy job ages the account from it.
      * BAL-OD-LIMIT is the overdraft the account may run to, set by
      * the same job; BAL-OD-SINCE is the date the balance first
      * went past it, zero while within it.
      * Records written before the overdraft fields read back as
      * spaces, which counts as a limit of zero.
       FD  BALMAST.
       01  BALMAST-REC.
           03 BAL-ACCT          PIC X(10).
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

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE        PIC 9(8)   VALUE ZEROES.
       01 WS-CLOSED-SW     PIC X       VALUE "N".
       01 WS-RERUN-SKIP-SW PIC X       VALUE "N".
       01 WS-CLSD-COUNT    PIC 9(10)   VALUE ZEROES.
       01 WS-NSF-SW        PIC X       VALUE "N".
       01 WS-NSF-COUNT     PIC 9(10)   VALUE ZEROES.
       01 WS-DORMANT-SW    PIC X       VALUE "N".
       01 WS-DORM-COUNT    PIC 9(10)   VALUE ZEROES.
      * Month-end interest arrives as branch ACR.  It still posts to a
      * dormant account and is not customer activity.
       78  WS-ACCRUAL-BRANCH   VALUE "ACR".
       01 WS-OD-LIMIT      PIC 9(13)   VALUE ZEROES.
       01 WS-OD-NEW-BAL    PIC S9(14)  VALUE ZEROES.
      * Reference guard state.  The history loads into a sorted
      * table probed by binary search; accepted references insert in
      * place and append to REFHIST at once, so a crash leaves the
       01 WS-NOREF-SW      PIC X       VALUE "N".
       01 WS-DUPL-COUNT    PIC 9(10)   VALUE ZEROES.
       01 WS-NREF-COUNT    PIC 9(10)   VALUE ZEROES.
      * Reversal state.  The clean postings still inside the guard
      * window load from the audit trail before it is opened for
      * output - account, amounts and currency as posted - and every
      * clean reversal already on the trail marks its original, so a
      * second reversal of the same item rejects like an unmatched
      * one.  Tonight's clean postings and reversals join the table
      * as they go, so a same-night reversal finds its original.
       78  WS-MAX-REV-ORIGS    VALUE 30000.
       01 WS-NOREV-SW      PIC X       VALUE "N".
       01 WS-NREV-COUNT    PIC 9(10)   VALUE ZEROES.
       01 WS-AUDIT-EOF-FLAG PIC X      VALUE "N".
       01 WS-RVO-COUNT     PIC S9(5)   VALUE ZEROS.
       01 WS-RVO-IDX       PIC S9(5)   VALUE ZEROS.
       01 WS-RVO-FOUND-IDX PIC S9(5)   VALUE ZEROS.
       01 WS-RVO-PROBE     PIC X(12)   VALUE SPACES.
       01 WS-RVO-TABLE.
           03 WS-RVO-ENTRY             OCCURS WS-MAX-REV-ORIGS TIMES.
               05 WS-RVO-REF    PIC X(12).
               05 WS-RVO-ACCT   PIC X(10).
               05 WS-RVO-A      PIC S9(10).
               05 WS-RVO-B      PIC S9(10).
               05 WS-RVO-C      PIC S9(10).
               05 WS-RVO-CCY    PIC X(3).
               05 WS-RVO-BY-REF PIC X(12).
      * Currency state.  Amounts arrive in the branch's local
      * currency and convert to base before the add and the posting;
      * the per-currency accumulators drive the GLFEED proof lines
               05 WS-BRT-NET    PIC S9(13).
       01 WS-BR-IDX        PIC S9(4)   VALUE ZEROS.
       01 WS-BR-FOUND-IDX  PIC S9(4)   VALUE ZEROS.
      * Branch master state.  A branch not on the master has no
      * region; its records reject and subtotal under the "***"
      * region so the rollup still foots to the run total.  The
      * region table is rebuilt from the branch table at end of run,
      * so it needs no place on the checkpoint.
       78  WS-MAX-BRNS         VALUE 200.
       78  WS-NO-REGION        VALUE "***".
       01 WS-BRNMAST-STATUS PIC X(2)   VALUE "00".
       01 WS-BRM-COUNT     PIC S9(4)   VALUE ZEROS.
       01 WS-BRM-IDX       PIC S9(4)   VALUE ZEROS.
       01 WS-BRM-FOUND-IDX PIC S9(4)   VALUE ZEROS.
       01 WS-BRM-PROBE     PIC X(3)    VALUE SPACES.
       01 WS-BRM-CUR-IDX   PIC S9(4)   VALUE ZEROS.
       01 WS-BRM-TABLE.
           03 WS-BRM-ENTRY             OCCURS WS-MAX-BRNS TIMES.
               05 WS-BRM-CODE     PIC X(3).
               05 WS-BRM-REGION   PIC X(3).
               05 WS-BRM-STATUS   PIC X.
               05 WS-BRM-HOME-CCY PIC X(3).
               05 WS-BRM-MULTI-CCY PIC X.
       01 WS-BRM-REGION-OUT PIC X(3)   VALUE SPACES.
       01 WS-NOBRN-SW      PIC X       VALUE "N".
       01 WS-BADCCY-SW     PIC X       VALUE "N".
       01 WS-BRCH-COUNT    PIC 9(10)   VALUE ZEROES.
       01 WS-BCCY-COUNT    PIC 9(10)   VALUE ZEROES.
       01 WS-CUR-REGION    PIC X(3)    VALUE SPACES.
       01 WS-PRIOR-REGION  PIC X(3)    VALUE SPACES.
       01 WS-RG-TBL-CNT    PIC S9(4)   VALUE ZEROS.
       01 WS-RG-IDX        PIC S9(4)   VALUE ZEROS.
       01 WS-RG-FOUND-IDX  PIC S9(4)   VALUE ZEROS.
       01 WS-RG-TABLE.
           03 WS-RG-ENTRY              OCCURS WS-MAX-BRANCHES TIMES.
               05 WS-RGT-CODE   PIC X(3).
               05 WS-RGT-COUNT  PIC 9(10).
               05 WS-RGT-NET    PIC S9(13).

      * Management print report - the formatted register handed out
      * at the 08:30 meeting, so nobody reformats the raw TRANOUT
           03 WS-RPB-COUNT PIC Z(9)9.
           03              PIC X(10)   VALUE " RECORDS  ".
           03 WS-RPB-NET   PIC -Z(12)9.
       01 WS-RPT-RGLINE.
           03              PIC X(2)    VALUE SPACES.
           03              PIC X(16)   VALUE "REGION TOTAL    ".
           03 WS-RPR-RG    PIC X(3).
           03              PIC X(2)    VALUE SPACES.
           03 WS-RPR-COUNT PIC Z(9)9.
           03              PIC X(10)   VALUE " RECORDS  ".
           03 WS-RPR-NET   PIC -Z(12)9.
       01 WS-RPT-PAGETOT.
           03              PIC X(2)    VALUE SPACES.
           03              PIC X(16)   VALUE "PAGE TOTAL      ".
               MOVE "N" TO WS-HDR-GUARD-SW
           END-IF
           PERFORM LOAD-REF-HISTORY
           PERFORM LOAD-REVERSAL-HISTORY
           PERFORM LOAD-DAILY-RATES
           PERFORM LOAD-BRANCH-MASTER
      * A checkpoint restart resumes inside the saved branch, so the
      * control break that would have looked it up never fires.
           IF WS-CUR-BRANCH NOT EQUAL SPACES
               PERFORM SET-CURRENT-BRANCH
           END-IF
           OPEN INPUT TRANIN
           MOVE "TRANIN" TO WS-FEED-ID
           PERFORM READ-FEED-HEADER
           END-PERFORM
           IF WS-CUR-BRANCH NOT EQUAL SPACES
               PERFORM WRITE-BRANCH-SUBTOTAL
               MOVE WS-CUR-REGION TO WS-PRIOR-REGION
               PERFORM WRITE-REGION-SUBTOTAL
           END-IF
           PERFORM PRINT-PAGE-TOTAL
           PERFORM PRINT-FINAL-SUMMARY
           MOVE WS-REC-COUNT  TO WS-CYC-WRITTEN
           COMPUTE WS-CYC-REJECTED = WS-OVFL-COUNT + WS-CLSD-COUNT
               + WS-DUPL-COUNT + WS-NREF-COUNT + WS-NRTE-COUNT
               + WS-NREV-COUNT + WS-BRCH-COUNT + WS-BCCY-COUNT
               + WS-NSF-COUNT + WS-DORM-COUNT
           PERFORM WRITE-CYCLE-LOG
           STOP RUN.

           MOVE WS-RUN-DATE  TO REF-DATE
           WRITE REFHIST-REC.

      * The region break sits above the branch break: a branch in
      * a different region closes the region before the new branch
      * opens.
       PROCESS-RECORD.
           IF BRANCH NOT EQUAL WS-CUR-BRANCH
               IF WS-CUR-BRANCH NOT EQUAL SPACES
                   PERFORM WRITE-BRANCH-SUBTOTAL
               END-IF
               MOVE BRANCH TO WS-CUR-BRANCH
               MOVE WS-CUR-REGION TO WS-PRIOR-REGION
               PERFORM SET-CURRENT-BRANCH
               IF WS-CUR-REGION NOT EQUAL WS-PRIOR-REGION AND
                  WS-PRIOR-REGION NOT EQUAL SPACES
                   PERFORM WRITE-REGION-SUBTOTAL
               END-IF
           END-IF
           MOVE "N" TO WS-OVERFLOW-SW
           MOVE "N" TO WS-NORATE-SW
           MOVE "N" TO WS-NOREV-SW
           IF TRAN-CCY EQUAL SPACES
               MOVE WS-BASE-CCY TO WS-REC-CCY
           ELSE
               MOVE TRAN-CCY TO WS-REC-CCY
           END-IF
           PERFORM CHECK-BRANCH
      * A reversal takes its amounts from the original posting, so
      * it converts at the original rate, not tonight's.
           IF WS-NOBRN-SW EQUAL "Y" OR WS-BADCCY-SW EQUAL "Y"
               MOVE ZEROES TO C
           ELSE
               IF TRAN-TYPE EQUAL "R"
                   PERFORM CHECK-REVERSAL
               ELSE
                   PERFORM CONVERT-TO-BASE
               END-IF
           END-IF
           ADD 1 TO WS-REC-COUNT
           MOVE "N" TO WS-CLOSED-SW
           MOVE "N" TO WS-NSF-SW
           MOVE "N" TO WS-DORMANT-SW
           MOVE "N" TO WS-RERUN-SKIP-SW
           MOVE "N" TO WS-DUP-SW
           MOVE "N" TO WS-NOREF-SW
           IF WS-OVERFLOW-SW NOT EQUAL "Y" AND
              WS-NORATE-SW NOT EQUAL "Y" AND
              WS-NOREV-SW NOT EQUAL "Y" AND
              WS-NOBRN-SW NOT EQUAL "Y" AND
              WS-BADCCY-SW NOT EQUAL "Y"
               PERFORM CHECK-ACCOUNT-STATUS
      * A closed-account, dormant-account or insufficient-funds
      * reject must not burn its reference: the corrected
      * resubmission carries the same reference and has to pass the
      * guard.
               IF WS-CLOSED-SW NOT EQUAL "Y" AND
                  WS-DORMANT-SW NOT EQUAL "Y" AND
                  WS-NSF-SW NOT EQUAL "Y" AND
                  WS-REF-GUARD-SW EQUAL "Y"
                   PERFORM CHECK-TRAN-REFERENCE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-NOBRN-SW EQUAL "Y"
                   ADD 1 TO WS-BRCH-COUNT
                   MOVE ZEROS TO C
                   MOVE "BRCH" TO OUT-ERR
               WHEN WS-BADCCY-SW EQUAL "Y"
                   ADD 1 TO WS-BCCY-COUNT
                   MOVE ZEROS TO C
                   MOVE "BCCY" TO OUT-ERR
               WHEN WS-NORATE-SW EQUAL "Y"
                   ADD 1 TO WS-NRTE-COUNT
                   MOVE ZEROS TO C
                   ADD 1 TO WS-CLSD-COUNT
                   MOVE ZEROS TO C
                   MOVE "CLSD" TO OUT-ERR
               WHEN WS-DORMANT-SW EQUAL "Y"
                   ADD 1 TO WS-DORM-COUNT
                   MOVE ZEROS TO C
                   MOVE "DORM" TO OUT-ERR
               WHEN WS-NSF-SW EQUAL "Y"
                   ADD 1 TO WS-NSF-COUNT
                   MOVE ZEROS TO C
                   MOVE "NSF " TO OUT-ERR
               WHEN WS-DUP-SW EQUAL "Y"
                   ADD 1 TO WS-DUPL-COUNT
                   MOVE ZEROS TO C
                   ADD 1 TO WS-NREF-COUNT
                   MOVE ZEROS TO C
                   MOVE "NREF" TO OUT-ERR
               WHEN WS-NOREV-SW EQUAL "Y"
                   ADD 1 TO WS-NREV-COUNT
                   MOVE ZEROS TO C
                   MOVE "NREV" TO OUT-ERR
               WHEN OTHER
                   ADD C TO WS-GRAND-TOTAL
                   PERFORM POST-CCY-ACCUM
           MOVE C TO OUT-C
           MOVE TRAN-REF TO OUT-REF
           MOVE WS-REC-CCY TO OUT-CCY
           IF TRAN-TYPE EQUAL "R"
               MOVE TRAN-ORIG-REF TO OUT-ORIG-REF
           ELSE
               MOVE SPACES TO OUT-ORIG-REF
           END-IF
           WRITE TRANOUT-DETAIL-REC
           PERFORM PRINT-DETAIL-LINE
           EVALUATE TRUE
               WHEN WS-OVERFLOW-SW EQUAL "Y"
                   MOVE ZEROES TO WS-PRIOR-BALANCE
                   MOVE ZEROES TO BAL-BALANCE
      * A closed-account, dormant-account, insufficient-funds,
      * duplicate or unreferenced reject never moves the master, so
      * the audit line shows the standing balance unchanged on both
      * sides.
               WHEN WS-NORATE-SW EQUAL "Y" OR
                    WS-NOREV-SW EQUAL "Y" OR
                    WS-NOBRN-SW EQUAL "Y" OR
                    WS-BADCCY-SW EQUAL "Y"
                   MOVE ZEROES TO WS-PRIOR-BALANCE
                   MOVE ZEROES TO BAL-BALANCE
               WHEN WS-CLOSED-SW EQUAL "Y" OR
                    WS-DORMANT-SW EQUAL "Y" OR
                    WS-NSF-SW EQUAL "Y" OR
                    WS-DUP-SW EQUAL "Y" OR
                    WS-NOREF-SW EQUAL "Y"
                   MOVE BAL-BALANCE TO WS-PRIOR-BALANCE
           END-IF
           MOVE TRAN-REF     TO AUDIT-REF
           MOVE WS-REC-CCY   TO AUDIT-CCY
           MOVE OUT-ORIG-REF TO AUDIT-ORIG-REF
           MOVE BRANCH       TO AUDIT-BRANCH
           WRITE AUDIT-REC
           IF AUDIT-ERR EQUAL SPACES
               PERFORM NOTE-REVERSAL-POSTING
           END-IF
           IF FUNCTION MOD(WS-REC-COUNT, WS-CHECKPOINT-INT) EQUAL 0
               PERFORM WRITE-CHECKPOINT
           END-IF.
           MOVE B      TO WS-RPD-B
           MOVE C      TO WS-RPD-C
           EVALUATE TRUE
               WHEN WS-NOBRN-SW EQUAL "Y"
                   MOVE "**BRANCH**  " TO WS-RPD-FLAG
               WHEN WS-BADCCY-SW EQUAL "Y"
                   MOVE "**BR CCY**  " TO WS-RPD-FLAG
               WHEN WS-NORATE-SW EQUAL "Y"
                   MOVE "**NO RATE** " TO WS-RPD-FLAG
               WHEN WS-OVERFLOW-SW EQUAL "Y"
                   MOVE "**OVERFLOW**" TO WS-RPD-FLAG
               WHEN WS-CLOSED-SW EQUAL "Y"
                   MOVE "**CLOSED**  " TO WS-RPD-FLAG
               WHEN WS-DORMANT-SW EQUAL "Y"
                   MOVE "**DORMANT** " TO WS-RPD-FLAG
               WHEN WS-NSF-SW EQUAL "Y"
                   MOVE "**NSF**     " TO WS-RPD-FLAG
               WHEN WS-DUP-SW EQUAL "Y"
                   MOVE "**DUPLICATE*" TO WS-RPD-FLAG
               WHEN WS-NOREF-SW EQUAL "Y"
                   MOVE "**NO REF**  " TO WS-RPD-FLAG
               WHEN WS-NOREV-SW EQUAL "Y"
                   MOVE "**NO ORIG** " TO WS-RPD-FLAG
               WHEN TRAN-TYPE EQUAL "R"
                   MOVE "REVERSAL    " TO WS-RPD-FLAG
               WHEN OTHER
                   MOVE SPACES        TO WS-RPD-FLAG
           END-EVALUATE
           IF WS-OVERFLOW-SW NOT EQUAL "Y" AND
              WS-NORATE-SW NOT EQUAL "Y" AND
              WS-CLOSED-SW NOT EQUAL "Y" AND
              WS-DORMANT-SW NOT EQUAL "Y" AND
              WS-NSF-SW NOT EQUAL "Y" AND
              WS-DUP-SW NOT EQUAL "Y" AND
              WS-NOREF-SW NOT EQUAL "Y" AND
              WS-NOREV-SW NOT EQUAL "Y" AND
              WS-NOBRN-SW NOT EQUAL "Y" AND
              WS-BADCCY-SW NOT EQUAL "Y"
               ADD C TO WS-PAGE-NET
           END-IF.

           MOVE "CLOSED ACCOUNT REJECTS        " TO WS-RPS-LABEL
           MOVE WS-CLSD-COUNT TO WS-RPS-VALUE
           WRITE RPT-LINE FROM WS-RPT-SUMLINE
           MOVE "DORMANT ACCOUNT REJECTS       " TO WS-RPS-LABEL
           MOVE WS-DORM-COUNT TO WS-RPS-VALUE
           WRITE RPT-LINE FROM WS-RPT-SUMLINE
           MOVE "INSUFFICIENT FUNDS REJECTS    " TO WS-RPS-LABEL
           MOVE WS-NSF-COUNT TO WS-RPS-VALUE
           WRITE RPT-LINE FROM WS-RPT-SUMLINE
           MOVE "DUPLICATE REFERENCE REJECTS   " TO WS-RPS-LABEL
           MOVE WS-DUPL-COUNT TO WS-RPS-VALUE
           WRITE RPT-LINE FROM WS-RPT-SUMLINE
           WRITE RPT-LINE FROM WS-RPT-SUMLINE
           MOVE "MISSING RATE REJECTS          " TO WS-RPS-LABEL
           MOVE WS-NRTE-COUNT TO WS-RPS-VALUE
           WRITE RPT-LINE FROM WS-RPT-SUMLINE
           MOVE "UNMATCHED REVERSAL REJECTS    " TO WS-RPS-LABEL
           MOVE WS-NREV-COUNT TO WS-RPS-VALUE
           WRITE RPT-LINE FROM WS-RPT-SUMLINE
           MOVE "UNKNOWN/CLOSED BRANCH REJECTS " TO WS-RPS-LABEL
           MOVE WS-BRCH-COUNT TO WS-RPS-VALUE
           WRITE RPT-LINE FROM WS-RPT-SUMLINE
           MOVE "BRANCH CURRENCY REJECTS       " TO WS-RPS-LABEL
           MOVE WS-BCCY-COUNT TO WS-RPS-VALUE
           WRITE RPT-LINE FROM WS-RPT-SUMLINE.

       OPEN-BALANCE-MASTER.
      * the master.  An account with no master record yet is open by
      * definition - A creates it on first posting - and a record
      * written before the status byte reads back as space, which is
      * also open.  A dormant account takes only the month-end
      * interest; anything else waits for the reactivation card.
       CHECK-ACCOUNT-STATUS.
           MOVE ACCT TO BAL-ACCT
           READ BALMAST
               INVALID KEY
                   MOVE ZEROES TO BAL-BALANCE
                   MOVE ZEROES TO BAL-LAST-DATE
                   MOVE SPACES TO BAL-STATUS
                   MOVE ZEROES TO BAL-OD-LIMIT
                   MOVE ZEROES TO BAL-OD-SINCE
                   MOVE ZEROES TO BAL-CUST-DATE
                   MOVE "00"   TO WS-BALMAST-STATUS
           END-READ
           EVALUATE TRUE
               WHEN BAL-STATUS EQUAL "C"
                   MOVE "Y" TO WS-CLOSED-SW
               WHEN BAL-STATUS EQUAL "D" AND
                    BRANCH NOT EQUAL WS-ACCRUAL-BRANCH
                   MOVE "Y" TO WS-DORMANT-SW
               WHEN OTHER
                   PERFORM CHECK-FUNDS
           END-EVALUATE.

      * Only a debit can fail the funds test: a credit to an account
      * already past its limit still posts and leaves it less
      * overdrawn.  A new account has a limit of zero, so its first
      * posting may not be a debit.  On a sanctioned rerun an account
      * already stamped with the business date will not be posted
      * again (RRUN), and its balance already holds tonight's
      * movements, so it is not tested.
       CHECK-FUNDS.
           IF C NOT < ZEROS
               EXIT PARAGRAPH
           END-IF
           IF RC-CARD-RERUN EQUAL "R" AND
              BAL-LAST-DATE EQUAL WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF BAL-OD-LIMIT-TEXT IS NUMERIC
               MOVE BAL-OD-LIMIT TO WS-OD-LIMIT
           ELSE
               MOVE ZEROES TO WS-OD-LIMIT
           END-IF
           COMPUTE WS-OD-NEW-BAL = BAL-BALANCE + C + WS-OD-LIMIT
           IF WS-OD-NEW-BAL < ZEROS
               MOVE "Y" TO WS-NSF-SW
           END-IF.

      * The branch master is required: without it every record would
      * reject as an unknown branch, so a missing file ends the run
      * before anything posts.
       LOAD-BRANCH-MASTER.
           OPEN INPUT BRNMAST
           IF WS-BRNMAST-STATUS NOT EQUAL "00"
               DISPLAY "BRNMAST: BRANCH MASTER NOT AVAILABLE, STATUS "
                       WS-BRNMAST-STATUS " - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-BRNMAST-STATUS NOT EQUAL "00"
               READ BRNMAST
                   AT END
                       MOVE "10" TO WS-BRNMAST-STATUS
                   NOT AT END
                       PERFORM STORE-BRANCH-MASTER
               END-READ
           END-PERFORM
           CLOSE BRNMAST.

       STORE-BRANCH-MASTER.
           IF WS-BRM-COUNT >= WS-MAX-BRNS
               DISPLAY "BRNMAST: BRANCH TABLE FULL - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BRM-COUNT
           MOVE BRN-CODE      TO WS-BRM-CODE(WS-BRM-COUNT)
           MOVE BRN-REGION    TO WS-BRM-REGION(WS-BRM-COUNT)
           MOVE BRN-STATUS    TO WS-BRM-STATUS(WS-BRM-COUNT)
           MOVE BRN-HOME-CCY  TO WS-BRM-HOME-CCY(WS-BRM-COUNT)
           MOVE BRN-MULTI-CCY TO WS-BRM-MULTI-CCY(WS-BRM-COUNT).

       FIND-BRANCH-MASTER.
           MOVE ZEROS TO WS-BRM-FOUND-IDX
           PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
                   UNTIL WS-BRM-IDX > WS-BRM-COUNT
               IF WS-BRM-CODE(WS-BRM-IDX) EQUAL WS-BRM-PROBE
                   MOVE WS-BRM-IDX TO WS-BRM-FOUND-IDX
               END-IF
           END-PERFORM.

      * Looked up once per branch break; every record of the branch
      * checks against the saved entry.
       SET-CURRENT-BRANCH.
           MOVE WS-CUR-BRANCH TO WS-BRM-PROBE
           PERFORM FIND-BRANCH-MASTER
           MOVE WS-BRM-FOUND-IDX TO WS-BRM-CUR-IDX
           IF WS-BRM-CUR-IDX > ZEROS
               MOVE WS-BRM-REGION(WS-BRM-CUR-IDX) TO WS-CUR-REGION
           ELSE
               MOVE WS-NO-REGION TO WS-CUR-REGION
           END-IF.

      * A reversal is exempt from the currency test: it takes the
      * original posting's currency, which passed the test when it
      * posted.
       CHECK-BRANCH.
           MOVE "N" TO WS-NOBRN-SW
           MOVE "N" TO WS-BADCCY-SW
           IF WS-BRM-CUR-IDX EQUAL ZEROS
               MOVE "Y" TO WS-NOBRN-SW
               EXIT PARAGRAPH
           END-IF
           IF WS-BRM-STATUS(WS-BRM-CUR-IDX) EQUAL "C"
               MOVE "Y" TO WS-NOBRN-SW
               EXIT PARAGRAPH
           END-IF
           IF TRAN-TYPE NOT EQUAL "R" AND
              WS-BRM-MULTI-CCY(WS-BRM-CUR-IDX) NOT EQUAL "Y" AND
              WS-REC-CCY NOT EQUAL WS-BRM-HOME-CCY(WS-BRM-CUR-IDX)
               MOVE "Y" TO WS-BADCCY-SW
           END-IF.

      * Only the business date's rows load; yesterday's rate must
           MOVE RT-CCY  TO WS-RT-CCY(WS-RATE-COUNT)
           MOVE RT-RATE TO WS-RT-RATE(WS-RATE-COUNT).

      * Convert to base currency before the add, so euros never sum
      * into the dollar grand total.  A base-currency record runs
      * through the same arithmetic with a rate of one.
       CONVERT-TO-BASE.
           PERFORM LOOKUP-CCY-RATE
           IF WS-NORATE-SW EQUAL "Y"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BASE-A ROUNDED = A * WS-RATE
               ON SIZE ERROR
                   MOVE "Y" TO WS-OVERFLOW-SW
           END-COMPUTE
           COMPUTE WS-BASE-B ROUNDED = B * WS-RATE
               ON SIZE ERROR
                   MOVE "Y" TO WS-OVERFLOW-SW
           END-COMPUTE
           ADD WS-BASE-A TO WS-BASE-B GIVING C
               ON SIZE ERROR
                   MOVE "Y" TO WS-OVERFLOW-SW
           END-ADD.

       LOOKUP-CCY-RATE.
           IF WS-REC-CCY EQUAL WS-BASE-CCY
               MOVE 1 TO WS-RATE
           MOVE WS-RUN-DATE TO REF-DATE
           WRITE REFHIST-REC.

      * The trail is read before it is opened for output.  Only clean
      * postings whose reference is still on the guard history can be
      * reversed; rejects, RRUN lines and BALMAINT adjustments never
      * load.  A record from before the reference column cannot be
      * named by a reversal and is passed over.
       LOAD-REVERSAL-HISTORY.
           OPEN INPUT AUDITOUT
           IF WS-AUDITOUT-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF-FLAG EQUAL "Y"
               READ AUDITOUT
                   AT END
                       MOVE "Y" TO WS-AUDIT-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-REVERSAL-HISTORY
               END-READ
           END-PERFORM
           CLOSE AUDITOUT.

       STORE-REVERSAL-HISTORY.
           IF AUDIT-REC-RAW(70:38) EQUAL SPACES OR
              AUDIT-ERR NOT EQUAL SPACES OR
              AUDIT-REF EQUAL SPACES OR
              AUDIT-HDR-RUN-DATE < WS-REF-CUTOFF
               EXIT PARAGRAPH
           END-IF
           IF AUDIT-ORIG-REF NOT EQUAL SPACES
               MOVE AUDIT-ORIG-REF TO WS-RVO-PROBE
               PERFORM FIND-REVERSAL-ORIGINAL
               IF WS-RVO-FOUND-IDX > ZEROS
                   MOVE AUDIT-REF TO WS-RVO-BY-REF(WS-RVO-FOUND-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-REF TO WS-REF-PROBE
           PERFORM SEARCH-REF
           IF WS-REF-FOUND-SW NOT EQUAL "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-REVERSAL-ORIGINAL
           MOVE AUDIT-REF  TO WS-RVO-REF(WS-RVO-COUNT)
           MOVE AUDIT-ACCT TO WS-RVO-ACCT(WS-RVO-COUNT)
           MOVE AUDIT-A    TO WS-RVO-A(WS-RVO-COUNT)
           MOVE AUDIT-B    TO WS-RVO-B(WS-RVO-COUNT)
           MOVE AUDIT-C    TO WS-RVO-C(WS-RVO-COUNT)
           MOVE AUDIT-CCY  TO WS-RVO-CCY(WS-RVO-COUNT).

      * Like the reference table, a full reversal table ends the run:
      * a dropped original would turn a good reversal into a reject
      * with nothing on the report to say why.
       ADD-REVERSAL-ORIGINAL.
           IF WS-RVO-COUNT >= WS-MAX-REV-ORIGS
               DISPLAY "A: REVERSAL TABLE FULL - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RVO-COUNT
           MOVE SPACES TO WS-RVO-BY-REF(WS-RVO-COUNT).

      * First match wins - a sanctioned rerun can put the same clean
      * reference on the trail twice, and the first is the original.
       FIND-REVERSAL-ORIGINAL.
           MOVE ZEROS TO WS-RVO-FOUND-IDX
           PERFORM VARYING WS-RVO-IDX FROM 1 BY 1
                   UNTIL WS-RVO-IDX > WS-RVO-COUNT
                      OR WS-RVO-FOUND-IDX > ZEROS
               IF WS-RVO-REF(WS-RVO-IDX) EQUAL WS-RVO-PROBE
                   MOVE WS-RVO-IDX TO WS-RVO-FOUND-IDX
               END-IF
           END-PERFORM.

      * A reversal must name a reference the guard history still
      * holds, whose posting went to the master clean, for the same
      * account, and which no earlier reversal has undone.  The one
      * exception is a sanctioned rerun re-reading the very reversal
      * that marked it.  A good reversal replaces the record's own
      * amounts and currency with the original's, negated, so the
      * account, the branch and currency accumulators and the GL all
      * move back by exactly what the original moved.
       CHECK-REVERSAL.
           MOVE "Y" TO WS-NOREV-SW
           IF TRAN-ORIG-REF EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE TRAN-ORIG-REF TO WS-REF-PROBE
           PERFORM SEARCH-REF
           IF WS-REF-FOUND-SW NOT EQUAL "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE TRAN-ORIG-REF TO WS-RVO-PROBE
           PERFORM FIND-REVERSAL-ORIGINAL
           IF WS-RVO-FOUND-IDX EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-RVO-ACCT(WS-RVO-FOUND-IDX) NOT EQUAL ACCT
               EXIT PARAGRAPH
           END-IF
           IF WS-RVO-BY-REF(WS-RVO-FOUND-IDX) NOT EQUAL SPACES
               IF RC-CARD-RERUN NOT EQUAL "R" OR
                  WS-RVO-BY-REF(WS-RVO-FOUND-IDX) NOT EQUAL TRAN-REF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "N" TO WS-NOREV-SW
           MOVE WS-RVO-CCY(WS-RVO-FOUND-IDX) TO WS-REC-CCY
           COMPUTE A = 0 - WS-RVO-A(WS-RVO-FOUND-IDX)
           COMPUTE B = 0 - WS-RVO-B(WS-RVO-FOUND-IDX)
           COMPUTE C = 0 - WS-RVO-C(WS-RVO-FOUND-IDX).

      * A clean reversal marks its original; any other clean posting
      * becomes reversible itself.  RRUN lines were posted by the
      * original run and are already on the table.
       NOTE-REVERSAL-POSTING.
           IF TRAN-TYPE EQUAL "R"
               MOVE TRAN-ORIG-REF TO WS-RVO-PROBE
               PERFORM FIND-REVERSAL-ORIGINAL
               IF WS-RVO-FOUND-IDX > ZEROS
                   MOVE TRAN-REF TO WS-RVO-BY-REF(WS-RVO-FOUND-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF TRAN-REF EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-REVERSAL-ORIGINAL
           MOVE TRAN-REF   TO WS-RVO-REF(WS-RVO-COUNT)
           MOVE ACCT       TO WS-RVO-ACCT(WS-RVO-COUNT)
           MOVE A          TO WS-RVO-A(WS-RVO-COUNT)
           MOVE B          TO WS-RVO-B(WS-RVO-COUNT)
           MOVE C          TO WS-RVO-C(WS-RVO-COUNT)
           MOVE WS-REC-CCY TO WS-RVO-CCY(WS-RVO-COUNT).

      * Posted per clean record, not at EOJ, so a failed run leaves
      * the master consistent with the checkpoint: records the restart
      * skips were already posted before the failure and must not be
               INVALID KEY
                   MOVE ZEROES TO BAL-BALANCE
                   MOVE ZEROES TO BAL-ACTIVITY-CNT
                   MOVE ZEROES TO BAL-OD-LIMIT
                   MOVE ZEROES TO BAL-OD-SINCE
                   MOVE ZEROES TO BAL-LAST-DATE
                   MOVE ZEROES TO BAL-CUST-DATE
                   MOVE "23"   TO WS-BALMAST-STATUS
           END-READ
      * On a sanctioned rerun the whole feed is reprocessed, but the
           MOVE BAL-BALANCE TO WS-PRIOR-BALANCE
           ADD C TO BAL-BALANCE
           ADD 1 TO BAL-ACTIVITY-CNT
           PERFORM SET-CUSTOMER-DATE
           MOVE WS-RUN-DATE TO BAL-LAST-DATE
           PERFORM SET-OVERDRAFT-SINCE
           IF WS-BALMAST-STATUS EQUAL "23"
               MOVE ACCT TO BAL-ACCT
               MOVE "O"  TO BAL-STATUS
               REWRITE BALMAST-REC
           END-IF.

      * A record written before the customer-activity date carries
      * spaces there; until the customer next posts, the last
      * activity date stands in for it, taken before tonight's
      * posting moves it.
       SET-CUSTOMER-DATE.
           IF BAL-CUST-DATE-TEXT IS NOT NUMERIC
               MOVE BAL-LAST-DATE TO BAL-CUST-DATE
           END-IF
           IF BRANCH NOT EQUAL WS-ACCRUAL-BRANCH
               MOVE WS-RUN-DATE TO BAL-CUST-DATE
           END-IF.

      * A posting can leave an account past its limit only when the
      * limit was lowered under it or a credit fell short of curing
      * it; the first date past the limit stands until the balance
      * comes back within it, so the overdraft report can age it.
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
                   MOVE WS-RUN-DATE TO BAL-OD-SINCE
               END-IF
           ELSE
               MOVE ZEROES TO BAL-OD-SINCE
           END-IF.

       WRITE-CHECKPOINT.
           OPEN OUTPUT RESTARTF
           MOVE WS-RUN-DATE    TO RESTART-HDR-RUN-DATE
               IF WS-OVERFLOW-SW NOT EQUAL "Y" AND
                  WS-NORATE-SW NOT EQUAL "Y" AND
                  WS-CLOSED-SW NOT EQUAL "Y" AND
                  WS-DORMANT-SW NOT EQUAL "Y" AND
                  WS-NSF-SW NOT EQUAL "Y" AND
                  WS-DUP-SW NOT EQUAL "Y" AND
                  WS-NOREF-SW NOT EQUAL "Y" AND
                  WS-NOREV-SW NOT EQUAL "Y" AND
                  WS-NOBRN-SW NOT EQUAL "Y" AND
                  WS-BADCCY-SW NOT EQUAL "Y"
                   ADD C TO WS-BRT-NET(WS-BR-FOUND-IDX)
               END-IF
           END-IF.
               PERFORM PRINT-RPT-LINE
           END-IF.

      * The region subtotal is footed from the branch table rather
      * than carried in an accumulator of its own, so a checkpoint
      * restart mid-region prints the same figure the first attempt
      * would have.
       WRITE-REGION-SUBTOTAL.
           PERFORM BUILD-REGION-TABLE
           MOVE ZEROS TO WS-RG-FOUND-IDX
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-RG-TBL-CNT
               IF WS-RGT-CODE(WS-RG-IDX) EQUAL WS-PRIOR-REGION
                   MOVE WS-RG-IDX TO WS-RG-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-RG-FOUND-IDX > ZEROS
               MOVE WS-PRIOR-REGION TO WS-RPR-RG
               MOVE WS-RGT-COUNT(WS-RG-FOUND-IDX) TO WS-RPR-COUNT
               MOVE WS-RGT-NET(WS-RG-FOUND-IDX)   TO WS-RPR-NET
               MOVE WS-RPT-RGLINE TO WS-RPT-STAGE
               PERFORM PRINT-RPT-LINE
               MOVE SPACES TO WS-RPT-STAGE
               PERFORM PRINT-RPT-LINE
           END-IF.

       BUILD-REGION-TABLE.
           MOVE ZEROS TO WS-RG-TBL-CNT
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-TBL-CNT
               MOVE WS-BRT-CODE(WS-BR-IDX) TO WS-BRM-PROBE
               PERFORM FIND-BRANCH-MASTER
               IF WS-BRM-FOUND-IDX > ZEROS
                   MOVE WS-BRM-REGION(WS-BRM-FOUND-IDX)
                     TO WS-BRM-REGION-OUT
               ELSE
                   MOVE WS-NO-REGION TO WS-BRM-REGION-OUT
               END-IF
               MOVE ZEROS TO WS-RG-FOUND-IDX
               PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                       UNTIL WS-RG-IDX > WS-RG-TBL-CNT
                   IF WS-RGT-CODE(WS-RG-IDX) EQUAL WS-BRM-REGION-OUT
                       MOVE WS-RG-IDX TO WS-RG-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-RG-FOUND-IDX EQUAL ZEROS
                   ADD 1 TO WS-RG-TBL-CNT
                   MOVE WS-BRM-REGION-OUT TO WS-RGT-CODE(WS-RG-TBL-CNT)
                   MOVE ZEROES TO WS-RGT-COUNT(WS-RG-TBL-CNT)
                   MOVE ZEROES TO WS-RGT-NET(WS-RG-TBL-CNT)
                   MOVE WS-RG-TBL-CNT TO WS-RG-FOUND-IDX
               END-IF
               ADD WS-BRT-COUNT(WS-BR-IDX)
                 TO WS-RGT-COUNT(WS-RG-FOUND-IDX)
               ADD WS-BRT-NET(WS-BR-IDX)
                 TO WS-RGT-NET(WS-RG-FOUND-IDX)
           END-PERFORM.

       WRITE-CONTROL-TOTAL.
           MOVE "TOTALS  "    TO OUT-TOTAL-TAG
           MOVE WS-REC-COUNT   TO OUT-REC-COUNT
               MOVE WS-BRT-NET(WS-BR-IDX)   TO GL-AMOUNT
               WRITE GLFEED-REC
           END-PERFORM
      * One A-RG- line per region, footed from the branch lines
      * above; GLXTRACT posts branch lines only, so the region lines
      * are for the ledger clerks' regional view and never double.
           PERFORM BUILD-REGION-TABLE
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-RG-TBL-CNT
               MOVE WS-RUN-DATE TO GL-POSTING-DATE
               MOVE SPACES      TO GL-ACCOUNT-CODE
               STRING "A-RG-" WS-RGT-CODE(WS-RG-IDX)
                   DELIMITED BY SIZE INTO GL-ACCOUNT-CODE
               MOVE WS-RGT-COUNT(WS-RG-IDX) TO GL-REC-COUNT
               MOVE WS-RGT-NET(WS-RG-IDX)   TO GL-AMOUNT
               WRITE GLFEED-REC
           END-PERFORM
      * One pair of lines per currency seen tonight: A-CCY- carries
      * the net in the original currency, A-CVT- the same activity
      * converted to base, so GL can prove the translation against
