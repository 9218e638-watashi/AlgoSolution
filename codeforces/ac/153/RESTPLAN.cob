      * Compile with -I copybooks (or set COB_COPY_DIR) so COPY
      * RUNCTLW/RUNCTLP below can resolve the run-control copybooks.
      *
      * NIGHTLY restart planner.  Reads the CYCLELOG records for the
      * control card's business date, STRT records included, against
      * the NIGHTLY step chain held below (step order, the program
      * each step logs as, the steps its COND tests and the NEW,CATLG
      * datasets it creates) and prints the restart plan the on-call
      * operator used to work out by hand from the CYCSTAT page and
      * the JCL: the step to put on RESTART= when the job is
      * resubmitted, each step's state on the log, which reruns need
      * the "R" flag in column 29 of RUNCTL (any step with an end
      * record already logged tonight - CHECK-CYCLE-LOG refuses it
      * otherwise), which NEW,CATLG outputs must be deleted before
      * resubmission, and whether A resumes from its RESTARTF
      * checkpoint or starts fresh.  Steps that do not log (FEEDCHK,
      * the IEBGENER copies and the reports) are planned from their
      * place in the chain; where rerunning one has a side effect the
      * plan prints a caution line for it.
      *
      * The planner refuses - RETURN-CODE 12, no plan printed - when
      * the log cannot be reconciled: a step logged GOOD twice, an
      * end record with no STRT ahead of it, a step logged although a
      * step its COND tests never started, or an in-flight A whose
      * checkpoint belongs to another business date.  RETURN-CODE 4
      * means a plan was printed; 0 means every logged step ended
      * GOOD and there is nothing to restart.  Like CYCSTAT, this
      * program only reads the log and the checkpoint, so it can be
      * rerun freely.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLUTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLELOG ASSIGN TO "CYCLELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLELOG-STATUS.
           SELECT RESTARTF ASSIGN TO "RESTARTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.
           SELECT PLANRPT  ASSIGN TO "PLANRPT"
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
       FD  CYCLELOG.
       01  CYCLELOG-REC         PIC X(82).

      * A's checkpoint record - only the header stamp and the record
      * count are needed here; the branch and currency tables A
      * saves behind them are skipped.
       FD  RESTARTF.
       01  RESTART-REC.
           COPY TRANHDR
               REPLACING ==TRANHDR-RUN-DATE==
                      BY ==RESTART-HDR-RUN-DATE==
                         ==TRANHDR-RUN-TIME==
                      BY ==RESTART-HDR-RUN-TIME==
                         ==TRANHDR-OPERATOR-ID==
                      BY ==RESTART-HDR-OPERATOR-ID==
                         ==TRANHDR-SEQ-NUM==
                      BY ==RESTART-HDR-SEQ-NUM==.
           03 RESTART-REC-COUNT    PIC 9(10).
           03                      PIC X(2195).

       FD  PLANRPT.
       01  PLANRPT-LINE         PIC X(120).

       FD  RUNCTL.
       01  RUNCTL-REC           PIC X(80).

       FD  OPERMAST.
       01  OPERMAST-REC         PIC X(21).

       FD  SECLOG.
       01  SECLOG-REC           PIC X(43).


       WORKING-STORAGE SECTION.
           COPY RUNCTLW.
           COPY OPERCHKW.
       01 WS-OPERATOR-ID     PIC X(8)   VALUE "BATCHJOB".
           COPY CYCLOGW.
       01 WS-RESTART-STATUS  PIC X(2)   VALUE "00".
       01 WS-EOF-FLAG        PIC X      VALUE "N".
      * The NIGHTLY step chain in step order: step name, the program
      * code it stamps on CYCLELOG, "Y" when it logs there, and the
      * steps its COND parameter tests (three-digit step numbers).
      * Keep this in step with NIGHTLY.jcl.
       78  WS-NIGHTLY-STEPS        VALUE 21.
       01 WS-STEP-DEFS.
           03   PIC X(32) VALUE "STEP002 FEEDCHK N               ".
           03   PIC X(32) VALUE "STEP005 BALSNAP Y002            ".
           03   PIC X(32) VALUE "STEP007 MATSETL Y002            ".
           03   PIC X(32) VALUE "STEP010 A       Y002005007      ".
           03   PIC X(32) VALUE "STEP012 TRIALBALY002010         ".
           03   PIC X(32) VALUE "STEP015 RECON   Y002010         ".
           03   PIC X(32) VALUE "STEP016 BALHIST Y002010012015   ".
           03   PIC X(32) VALUE "STEP017 ODRPT   N002010015      ".
           03   PIC X(32) VALUE "STEP018 IEBGENERN002010012015   ".
           03   PIC X(32) VALUE "STEP019 GLXTRACTY002010012015   ".
           03   PIC X(32) VALUE "STEP020 C       Y002010015      ".
           03   PIC X(32) VALUE "STEP030 D       Y002010015      ".
           03   PIC X(32) VALUE "STEP040 E       Y002010015030   ".
           03   PIC X(32) VALUE "STEP042 ASGCHG  N002010015030040".
           03   PIC X(32) VALUE "STEP043 IEBGENERN002010015030040".
           03   PIC X(32) VALUE "STEP045 ACCRUAL Y002010015      ".
           03   PIC X(32) VALUE "STEP047 IEBGENERN002010015045   ".
           03   PIC X(32) VALUE "STEP050 CYCSTAT N               ".
           03   PIC X(32) VALUE "STEP060 EXCRPT  N               ".
           03   PIC X(32) VALUE "STEP070 EXCSUSP Y               ".
           03   PIC X(32) VALUE "STEP080 GLACK   N002010012015019".
       01 WS-STEP-DEFS-R REDEFINES WS-STEP-DEFS.
           03 WS-STEP-DEF                OCCURS WS-NIGHTLY-STEPS TIMES.
               05 WS-SD-STEP     PIC X(8).
               05 WS-SD-PGM      PIC X(8).
               05 WS-SD-LOGGED   PIC X.
               05 WS-SD-COND     PIC X(3)   OCCURS 5 TIMES.
      * The NEW,CATLG,DELETE datasets each step creates - the ones a
      * resubmission fails on with a duplicate name if they are left
      * catalogued.  MOD and SHR datasets are not listed.
       78  WS-STEP-OUTPUTS         VALUE 31.
       01 WS-OUTPUT-DEFS.
           03   PIC X(17) VALUE "STEP002 FEEDRPT  ".
           03   PIC X(17) VALUE "STEP007 PORTNEW  ".
           03   PIC X(17) VALUE "STEP007 MATFEED  ".
           03   PIC X(17) VALUE "STEP007 MATRPT   ".
           03   PIC X(17) VALUE "STEP010 GLFEED   ".
           03   PIC X(17) VALUE "STEP012 TBRPT    ".
           03   PIC X(17) VALUE "STEP015 BALRPT   ".
           03   PIC X(17) VALUE "STEP017 ODRPT    ".
           03   PIC X(17) VALUE "STEP019 GLEXTR   ".
           03   PIC X(17) VALUE "STEP019 GLXRPT   ".
           03   PIC X(17) VALUE "STEP020 SHIFTOUT ".
           03   PIC X(17) VALUE "STEP020 DISTRPT  ".
           03   PIC X(17) VALUE "STEP020 SHIFTERR ".
           03   PIC X(17) VALUE "STEP030 DATEOUT  ".
           03   PIC X(17) VALUE "STEP030 DATEERR  ".
           03   PIC X(17) VALUE "STEP040 CASEDEFR ".
           03   PIC X(17) VALUE "STEP040 POINTSOUT".
           03   PIC X(17) VALUE "STEP040 CASEOUT  ".
           03   PIC X(17) VALUE "STEP040 ASSIGNOUT".
           03   PIC X(17) VALUE "STEP040 ROUTESHT ".
           03   PIC X(17) VALUE "STEP040 ECASEERR ".
           03   PIC X(17) VALUE "STEP042 ASGCHG   ".
           03   PIC X(17) VALUE "STEP045 ACCRNEW  ".
           03   PIC X(17) VALUE "STEP045 ACCRFEED ".
           03   PIC X(17) VALUE "STEP045 ACCRRPT  ".
           03   PIC X(17) VALUE "STEP050 CYCRPT   ".
           03   PIC X(17) VALUE "STEP060 EXCRPT   ".
           03   PIC X(17) VALUE "STEP070 SUSPNEW  ".
           03   PIC X(17) VALUE "STEP070 SUSPRPT  ".
           03   PIC X(17) VALUE "STEP080 GLBSNEW  ".
           03   PIC X(17) VALUE "STEP080 GLACKRPT ".
       01 WS-OUTPUT-DEFS-R REDEFINES WS-OUTPUT-DEFS.
           03 WS-OUTPUT-DEF              OCCURS WS-STEP-OUTPUTS TIMES.
               05 WS-OD-STEP     PIC X(8).
               05 WS-OD-DSN      PIC X(9).
      * Steps whose rerun is not self-contained: each line prints
      * when its step falls inside the resubmitted range.
       78  WS-STEP-CAUTIONS        VALUE 7.
       01 WS-CAUTION-DEFS.
           03   PIC X(8)  VALUE "STEP007 ".
           03   PIC X(56) VALUE
               "IF PORTNEW REPLACED PORTFOLIO, RESTORE PORTFOLIO FIRST".
           03   PIC X(8)  VALUE "STEP018 ".
           03   PIC X(56) VALUE
               "SYSUT2 IS MOD - BACK OUT TONIGHT'S GLFEED.MONTH APPEND".
           03   PIC X(8)  VALUE "STEP043 ".
           03   PIC X(56) VALUE
               "IF ASSIGNOUT.PREV WAS REPLACED, RESTORE LAST NIGHT'S".
           03   PIC X(8)  VALUE "STEP045 ".
           03   PIC X(56) VALUE
               "IF ACCRNEW REPLACED ACCRMAST, RESTORE ACCRMAST FIRST".
           03   PIC X(8)  VALUE "STEP047 ".
           03   PIC X(56) VALUE
               "SYSUT2 MOD - BACK OUT TONIGHT'S ACCRFEED.HIST APPEND".
           03   PIC X(8)  VALUE "STEP070 ".
           03   PIC X(56) VALUE
               "IF SUSPNEW REPLACED SUSPMAST, RESTORE SUSPMAST FIRST".
           03   PIC X(8)  VALUE "STEP080 ".
           03   PIC X(56) VALUE
               "IF GLBSNEW REPLACED GLBSTAT, RESTORE GLBSTAT FIRST".
       01 WS-CAUTION-DEFS-R REDEFINES WS-CAUTION-DEFS.
           03 WS-CAUTION-DEF             OCCURS WS-STEP-CAUTIONS TIMES.
               05 WS-CD-STEP     PIC X(8).
               05 WS-CD-TEXT     PIC X(56).
      * What the log says about each step tonight.  A STRT arriving
      * while the step is still open means the earlier attempt died
      * in flight and was resubmitted; the step is in flight now only
      * if its last record is a STRT.
       01 WS-STEP-STATE.
           03 WS-STEP-ENTRY              OCCURS WS-NIGHTLY-STEPS TIMES.
               05 WS-ST-STARTS   PIC 9(4).
               05 WS-ST-GOODS    PIC 9(4).
               05 WS-ST-FAILS    PIC 9(4).
               05 WS-ST-OPEN-SW  PIC X.
               05 WS-ST-LAST-END PIC X(4).
               05 WS-ST-STATE    PIC X(11).
               05 WS-ST-RERUN-SW PIC X.
       01 WS-STEP-IDX        PIC S9(4)  VALUE ZEROS.
       01 WS-STEP-FOUND      PIC S9(4)  VALUE ZEROS.
       01 WS-COND-IDX        PIC S9(4)  VALUE ZEROS.
       01 WS-FIND-IDX        PIC S9(4)  VALUE ZEROS.
       01 WS-RAN-IDX         PIC S9(4)  VALUE ZEROS.
       01 WS-RAN-SW          PIC X      VALUE "N".
       01 WS-OUT-IDX         PIC S9(4)  VALUE ZEROS.
       01 WS-RESUME-IDX      PIC S9(4)  VALUE ZEROS.
       01 WS-A-IDX           PIC S9(4)  VALUE ZEROS.
       01 WS-LOOK-STEP       PIC X(8)   VALUE SPACES.
       01 WS-REFUSE-COUNT    PIC 9(4)   VALUE ZEROES.
       01 WS-RERUN-COUNT     PIC 9(4)   VALUE ZEROES.
       01 WS-DELETE-COUNT    PIC 9(4)   VALUE ZEROES.
       01 WS-CAUTION-COUNT   PIC 9(4)   VALUE ZEROES.
       01 WS-CKPT-SW         PIC X      VALUE "N".
       01 WS-CKPT-DATE       PIC 9(8)   VALUE ZEROES.
       01 WS-CKPT-COUNT      PIC 9(10)  VALUE ZEROES.
       01 WS-CKPT-TEXT       PIC X(120) VALUE SPACES.

       01 WS-RPT-HDR.
           03                PIC X(22)
                  VALUE "NIGHTLY RESTART PLAN  ".
           03 WS-HDR-DATE    PIC 9(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-HDR-OPER    PIC X(8).
       01 WS-RPT-COLS.
           03                PIC X(10)  VALUE "STEP      ".
           03                PIC X(10)  VALUE "PROGRAM   ".
           03                PIC X(13)  VALUE "STATE        ".
           03                PIC X(8)   VALUE "  STARTS".
           03                PIC X(6)   VALUE "  GOOD".
           03                PIC X(6)   VALUE "  FAIL".
           03                PIC X(2)   VALUE SPACES.
           03                PIC X(6)   VALUE "ACTION".
       01 WS-RPT-DETAIL.
           03 WS-DET-STEP    PIC X(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-PGM     PIC X(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-STATE   PIC X(11).
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-STARTS  PIC Z(7)9.
           03 WS-DET-GOODS   PIC Z(5)9.
           03 WS-DET-FAILS   PIC Z(5)9.
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-ACTION  PIC X(40).
       01 WS-RPT-REFUSE.
           03                PIC X(10)  VALUE "*** REFUSE".
           03                PIC X(2)   VALUE SPACES.
           03 WS-REF-STEP    PIC X(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-REF-TEXT    PIC X(60).
       01 WS-RPT-DELETE.
           03                PIC X(10)  VALUE "  DELETE  ".
           03                PIC X(11)  VALUE "PROD.BATCH.".
           03 WS-DEL-DSN     PIC X(9).
           03                PIC X(2)   VALUE SPACES.
           03 WS-DEL-STEP    PIC X(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-DEL-NOTE    PIC X(40).
       01 WS-RPT-CAUTION.
           03                PIC X(10)  VALUE "  CAUTION ".
           03 WS-CAU-STEP    PIC X(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-CAU-TEXT    PIC X(56).
       01 WS-RPT-RESUME.
           03                PIC X(30)
                  VALUE "RESUBMIT NIGHTLY WITH RESTART=".
           03 WS-RES-STEP    PIC X(8).
           03                PIC X(22)
                  VALUE "ON THE JOB CARD       ".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-RUN-CONTROL
           MOVE RC-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE "S" TO WS-AUTH-LETTER
           PERFORM CHECK-OPERATOR-AUTH
           OPEN OUTPUT PLANRPT
           MOVE RC-RUN-DATE    TO WS-HDR-DATE
           MOVE RC-OPERATOR-ID TO WS-HDR-OPER
           WRITE PLANRPT-LINE FROM WS-RPT-HDR
           MOVE SPACES TO PLANRPT-LINE
           WRITE PLANRPT-LINE
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-NIGHTLY-STEPS
               MOVE ZEROES TO WS-ST-STARTS(WS-STEP-IDX)
               MOVE ZEROES TO WS-ST-GOODS(WS-STEP-IDX)
               MOVE ZEROES TO WS-ST-FAILS(WS-STEP-IDX)
               MOVE "N"    TO WS-ST-OPEN-SW(WS-STEP-IDX)
               MOVE SPACES TO WS-ST-LAST-END(WS-STEP-IDX)
               MOVE "N"    TO WS-ST-RERUN-SW(WS-STEP-IDX)
               IF WS-SD-PGM(WS-STEP-IDX) EQUAL "A       "
                   MOVE WS-STEP-IDX TO WS-A-IDX
               END-IF
           END-PERFORM
           OPEN INPUT CYCLELOG
           IF WS-CYCLELOG-STATUS EQUAL "00"
               PERFORM READ-CYCLELOG
               PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
                   PERFORM TALLY-LOG-RECORD
                   PERFORM READ-CYCLELOG
               END-PERFORM
               CLOSE CYCLELOG
           END-IF
           PERFORM SET-STEP-STATES
           PERFORM READ-CHECKPOINT
           PERFORM CHECK-RECONCILABLE
           IF WS-REFUSE-COUNT > ZEROES
               MOVE SPACES TO PLANRPT-LINE
               WRITE PLANRPT-LINE
               MOVE "*** NO PLAN - THE CYCLE LOG CANNOT BE RECONCILED"
                 TO PLANRPT-LINE
               WRITE PLANRPT-LINE
               MOVE "*** CORRECT THE LOG OR THE DATASETS BY HAND FIRST"
                 TO PLANRPT-LINE
               WRITE PLANRPT-LINE
               CLOSE PLANRPT
               DISPLAY "RESTPLAN: CYCLE LOG FOR " RC-RUN-DATE
                       " CANNOT BE RECONCILED - NO PLAN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM FIND-RESUME-STEP
           WRITE PLANRPT-LINE FROM WS-RPT-COLS
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-NIGHTLY-STEPS
               PERFORM REPORT-STEP-LINE
           END-PERFORM
           MOVE SPACES TO PLANRPT-LINE
           WRITE PLANRPT-LINE
           IF WS-RESUME-IDX EQUAL ZEROS
               MOVE "CYCLE COMPLETE - EVERY LOGGED STEP ENDED GOOD"
                 TO PLANRPT-LINE
               WRITE PLANRPT-LINE
               MOVE "NOTHING TO RESTART - CONFIRM THE UNLOGGED STEPS"
                 TO PLANRPT-LINE
               WRITE PLANRPT-LINE
               MOVE "IN THE JOB LOG"
                 TO PLANRPT-LINE
               WRITE PLANRPT-LINE
               PERFORM REPORT-CHECKPOINT-PLAN
               CLOSE PLANRPT
               STOP RUN
           END-IF
           MOVE WS-SD-STEP(WS-RESUME-IDX) TO WS-RES-STEP
           WRITE PLANRPT-LINE FROM WS-RPT-RESUME
           PERFORM REPORT-RERUN-FLAG
           PERFORM REPORT-CHECKPOINT-PLAN
           MOVE SPACES TO PLANRPT-LINE
           WRITE PLANRPT-LINE
           MOVE "DATASETS TO DELETE BEFORE RESUBMISSION:"
             TO PLANRPT-LINE
           WRITE PLANRPT-LINE
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                   UNTIL WS-OUT-IDX > WS-STEP-OUTPUTS
               PERFORM REPORT-OUTPUT-DELETE
           END-PERFORM
           IF WS-DELETE-COUNT EQUAL ZEROES
               MOVE "  NONE" TO PLANRPT-LINE
               WRITE PLANRPT-LINE
           END-IF
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                   UNTIL WS-OUT-IDX > WS-STEP-CAUTIONS
               PERFORM REPORT-STEP-CAUTION
           END-PERFORM
           CLOSE PLANRPT
           MOVE 4 TO RETURN-CODE
           STOP RUN.

       READ-CYCLELOG.
           READ CYCLELOG INTO WS-CYCLELOG-REC
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      * Records for other business dates, and programs outside the
      * NIGHTLY chain (a BALSNAP restore, the maintenance jobs), do
      * not bear on tonight's restart.  Any status other than STRT
      * is an end record, as CHECK-CYCLE-LOG treats it.
       TALLY-LOG-RECORD.
           IF CYC-BIZ-DATE NOT EQUAL RC-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-STEP-FOUND
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-NIGHTLY-STEPS
               IF WS-SD-LOGGED(WS-STEP-IDX) EQUAL "Y" AND
                  CYC-PGM-ID EQUAL WS-SD-PGM(WS-STEP-IDX)
                   MOVE WS-STEP-IDX TO WS-STEP-FOUND
               END-IF
           END-PERFORM
           IF WS-STEP-FOUND EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           IF CYC-STATUS EQUAL "STRT"
               ADD 1 TO WS-ST-STARTS(WS-STEP-FOUND)
               MOVE "Y" TO WS-ST-OPEN-SW(WS-STEP-FOUND)
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-OPEN-SW(WS-STEP-FOUND) NOT EQUAL "Y"
               MOVE WS-SD-STEP(WS-STEP-FOUND) TO WS-REF-STEP
               MOVE SPACES TO WS-REF-TEXT
               STRING CYC-STATUS " RECORD WITH NO STRT AHEAD OF IT"
                   DELIMITED BY SIZE INTO WS-REF-TEXT
               PERFORM WRITE-REFUSAL
           END-IF
           MOVE "N" TO WS-ST-OPEN-SW(WS-STEP-FOUND)
           MOVE CYC-STATUS TO WS-ST-LAST-END(WS-STEP-FOUND)
           IF CYC-STATUS EQUAL "GOOD"
               ADD 1 TO WS-ST-GOODS(WS-STEP-FOUND)
           ELSE
               ADD 1 TO WS-ST-FAILS(WS-STEP-FOUND)
           END-IF.

       SET-STEP-STATES.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-NIGHTLY-STEPS
               EVALUATE TRUE
                   WHEN WS-SD-LOGGED(WS-STEP-IDX) NOT EQUAL "Y"
                       MOVE "NOT LOGGED " TO WS-ST-STATE(WS-STEP-IDX)
                   WHEN WS-ST-OPEN-SW(WS-STEP-IDX) EQUAL "Y"
                       MOVE "IN FLIGHT  " TO WS-ST-STATE(WS-STEP-IDX)
                   WHEN WS-ST-LAST-END(WS-STEP-IDX) EQUAL "GOOD"
                       MOVE "GOOD       " TO WS-ST-STATE(WS-STEP-IDX)
                   WHEN WS-ST-LAST-END(WS-STEP-IDX) NOT EQUAL SPACES
                       MOVE "FAILED     " TO WS-ST-STATE(WS-STEP-IDX)
                   WHEN OTHER
                       MOVE "NOT STARTED" TO WS-ST-STATE(WS-STEP-IDX)
               END-EVALUATE
           END-PERFORM.

      * An empty or missing RESTARTF means A holds no checkpoint - A
      * empties the file itself at a clean end of run.
       READ-CHECKPOINT.
           MOVE "N" TO WS-CKPT-SW
           OPEN INPUT RESTARTF
           IF WS-RESTART-STATUS EQUAL "00"
               READ RESTARTF
                   AT END
                       MOVE "N" TO WS-CKPT-SW
                   NOT AT END
                       MOVE "Y" TO WS-CKPT-SW
                       MOVE RESTART-HDR-RUN-DATE TO WS-CKPT-DATE
                       MOVE RESTART-REC-COUNT    TO WS-CKPT-COUNT
               END-READ
               CLOSE RESTARTF
           END-IF.

      * Every reason the log cannot be planned from is printed, not
      * just the first, so the operator fixes them in one pass.
       CHECK-RECONCILABLE.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-NIGHTLY-STEPS
               IF WS-ST-GOODS(WS-STEP-IDX) > 1
                   MOVE WS-SD-STEP(WS-STEP-IDX) TO WS-REF-STEP
                   MOVE SPACES TO WS-REF-TEXT
                   STRING "DUPLICATE GOOD - " DELIMITED BY SIZE
                          WS-SD-PGM(WS-STEP-IDX) DELIMITED BY SPACE
                          " ENDED GOOD MORE THAN ONCE"
                                                 DELIMITED BY SIZE
                       INTO WS-REF-TEXT
                   PERFORM WRITE-REFUSAL
               END-IF
               IF WS-ST-STARTS(WS-STEP-IDX) > ZEROES
                   PERFORM CHECK-COND-STEPS-RAN
               END-IF
           END-PERFORM
           IF WS-A-IDX > ZEROS
               IF WS-ST-STATE(WS-A-IDX) EQUAL "IN FLIGHT  " AND
                  WS-CKPT-SW EQUAL "Y" AND
                  WS-CKPT-DATE NOT EQUAL RC-RUN-DATE
                   MOVE WS-SD-STEP(WS-A-IDX) TO WS-REF-STEP
                   MOVE SPACES TO WS-REF-TEXT
                   STRING "IN FLIGHT BUT RESTARTF CHECKPOINT IS FOR "
                          WS-CKPT-DATE
                       DELIMITED BY SIZE INTO WS-REF-TEXT
                   PERFORM WRITE-REFUSAL
               END-IF
           END-IF.

      * A step cannot have started tonight while a logging step its
      * COND tests has no record at all - that step would have been
      * bypassed, or run out of order by hand.
       CHECK-COND-STEPS-RAN.
           PERFORM VARYING WS-COND-IDX FROM 1 BY 1
                   UNTIL WS-COND-IDX > 5
               IF WS-SD-COND(WS-STEP-IDX, WS-COND-IDX)
                  NOT EQUAL SPACES
                   MOVE SPACES TO WS-LOOK-STEP
                   STRING "STEP" WS-SD-COND(WS-STEP-IDX, WS-COND-IDX)
                       DELIMITED BY SIZE INTO WS-LOOK-STEP
                   PERFORM FIND-STEP
                   IF WS-STEP-FOUND > ZEROS
                       IF WS-SD-LOGGED(WS-STEP-FOUND) EQUAL "Y" AND
                          WS-ST-STARTS(WS-STEP-FOUND) EQUAL ZEROES
                           MOVE WS-SD-STEP(WS-STEP-IDX)
                             TO WS-REF-STEP
                           MOVE SPACES TO WS-REF-TEXT
                           STRING "STARTED ALTHOUGH " WS-LOOK-STEP
                                  "IN ITS COND NEVER STARTED"
                               DELIMITED BY SIZE INTO WS-REF-TEXT
                           PERFORM WRITE-REFUSAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-STEP.
           MOVE ZEROS TO WS-STEP-FOUND
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-NIGHTLY-STEPS
               IF WS-SD-STEP(WS-FIND-IDX) EQUAL WS-LOOK-STEP
                   MOVE WS-FIND-IDX TO WS-STEP-FOUND
               END-IF
           END-PERFORM.

       WRITE-REFUSAL.
           ADD 1 TO WS-REFUSE-COUNT
           WRITE PLANRPT-LINE FROM WS-RPT-REFUSE.

      * The resubmission starts at the first logging step that did
      * not end GOOD.  If that step has no record at all the job
      * stopped before reaching it, and the unlogged steps between it
      * and the last GOOD step may not have run either, so the
      * resume point backs up to the step after that GOOD step (the
      * top of the job when nothing has logged GOOD).
       FIND-RESUME-STEP.
           MOVE ZEROS TO WS-RESUME-IDX
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-NIGHTLY-STEPS
                      OR WS-RESUME-IDX > ZEROS
               IF WS-SD-LOGGED(WS-STEP-IDX) EQUAL "Y" AND
                  WS-ST-STATE(WS-STEP-IDX) NOT EQUAL "GOOD       "
                   MOVE WS-STEP-IDX TO WS-RESUME-IDX
               END-IF
           END-PERFORM
           IF WS-RESUME-IDX EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-STATE(WS-RESUME-IDX) EQUAL "NOT STARTED"
               PERFORM UNTIL WS-RESUME-IDX EQUAL 1
                   IF WS-SD-LOGGED(WS-RESUME-IDX - 1) EQUAL "Y"
                       EXIT PERFORM
                   END-IF
                   SUBTRACT 1 FROM WS-RESUME-IDX
               END-PERFORM
           END-IF.

      * A rerun needs the "R" flag when the step already has an end
      * record tonight.  A needs it after any earlier attempt at all:
      * the references that attempt posted are on REFHIST, and
      * without the flag its duplicate guard rejects them all again.
       REPORT-STEP-LINE.
           MOVE WS-SD-STEP(WS-STEP-IDX)   TO WS-DET-STEP
           MOVE WS-SD-PGM(WS-STEP-IDX)    TO WS-DET-PGM
           MOVE WS-ST-STATE(WS-STEP-IDX)  TO WS-DET-STATE
           MOVE WS-ST-STARTS(WS-STEP-IDX) TO WS-DET-STARTS
           MOVE WS-ST-GOODS(WS-STEP-IDX)  TO WS-DET-GOODS
           MOVE WS-ST-FAILS(WS-STEP-IDX)  TO WS-DET-FAILS
           IF WS-SD-LOGGED(WS-STEP-IDX) NOT EQUAL "Y"
               MOVE SPACES TO WS-DET-STATE
           END-IF
           EVALUATE TRUE
               WHEN WS-RESUME-IDX EQUAL ZEROS OR
                    WS-STEP-IDX < WS-RESUME-IDX
                   IF WS-SD-LOGGED(WS-STEP-IDX) EQUAL "Y"
                       MOVE "COMPLETE - NOT RERUN" TO WS-DET-ACTION
                   ELSE
                       MOVE "NOT RERUN - CONFIRM IN THE JOB LOG"
                         TO WS-DET-ACTION
                   END-IF
               WHEN WS-ST-GOODS(WS-STEP-IDX) > ZEROES OR
                    WS-ST-FAILS(WS-STEP-IDX) > ZEROES OR
                    (WS-STEP-IDX EQUAL WS-A-IDX AND
                     WS-ST-STARTS(WS-STEP-IDX) > ZEROES)
                   MOVE "Y" TO WS-ST-RERUN-SW(WS-STEP-IDX)
                   ADD 1 TO WS-RERUN-COUNT
                   MOVE "RERUN - NEEDS THE R FLAG" TO WS-DET-ACTION
               WHEN OTHER
                   MOVE "RUN" TO WS-DET-ACTION
           END-EVALUATE
           IF WS-STEP-IDX EQUAL WS-RESUME-IDX
               MOVE SPACES TO WS-DET-ACTION(31:10)
               MOVE "<- RESUME" TO WS-DET-ACTION(31:9)
           END-IF
           WRITE PLANRPT-LINE FROM WS-RPT-DETAIL.

      * RUNCTL is one card for the whole job, so the flag, once set,
      * is seen by every step of the resubmission.
       REPORT-RERUN-FLAG.
           IF WS-RERUN-COUNT > ZEROES
               MOVE "RERUN FLAG: SET R IN COLUMN 29 OF RUNCTL - STEPS"
                 TO PLANRPT-LINE
               WRITE PLANRPT-LINE
               MOVE "            MARKED ABOVE ALREADY LOGGED TONIGHT"
                 TO PLANRPT-LINE
               WRITE PLANRPT-LINE
           ELSE
               MOVE "RERUN FLAG: LEAVE COLUMN 29 OF RUNCTL BLANK"
                 TO PLANRPT-LINE
               WRITE PLANRPT-LINE
           END-IF.

      * A resumes from RESTARTF only when it died in flight with a
      * checkpoint for tonight on file; TRANOUT, the audit trail and
      * the register are MOD and catalogued on abend, and the
      * restart appends to them.  Otherwise it starts fresh, and a
      * checkpoint left on file would be taken for a restart.
       REPORT-CHECKPOINT-PLAN.
           MOVE SPACES TO WS-CKPT-TEXT
           EVALUATE TRUE
               WHEN WS-A-IDX EQUAL ZEROS
                   EXIT PARAGRAPH
               WHEN WS-RESUME-IDX EQUAL ZEROS OR
                    WS-A-IDX < WS-RESUME-IDX
                   IF WS-CKPT-SW EQUAL "Y"
                       STRING "A: COMPLETE, BUT A CHECKPOINT IS STILL"
                              " ON RESTARTF - EMPTY PROD.BATCH.A."
                              "RESTART BEFORE THE NEXT CYCLE"
                           DELIMITED BY SIZE INTO WS-CKPT-TEXT
                   ELSE
                       MOVE "A: COMPLETE - RESTARTF IS EMPTY"
                         TO WS-CKPT-TEXT
                   END-IF
               WHEN WS-ST-STATE(WS-A-IDX) EQUAL "IN FLIGHT  " AND
                    WS-CKPT-SW EQUAL "Y"
                   STRING "A: RESTART FROM THE RESTARTF CHECKPOINT"
                          " AFTER RECORD " WS-CKPT-COUNT
                          " - KEEP PROD.BATCH.A.RESTART"
                       DELIMITED BY SIZE INTO WS-CKPT-TEXT
               WHEN WS-CKPT-SW EQUAL "Y"
                   STRING "A: FRESH START - EMPTY PROD.BATCH.A.RESTART"
                          " FIRST, ITS CHECKPOINT IS FOR "
                          WS-CKPT-DATE
                       DELIMITED BY SIZE INTO WS-CKPT-TEXT
               WHEN OTHER
                   MOVE "A: FRESH START - NO CHECKPOINT ON RESTARTF"
                     TO WS-CKPT-TEXT
           END-EVALUATE
           MOVE WS-CKPT-TEXT TO PLANRPT-LINE
           WRITE PLANRPT-LINE
           IF WS-RESUME-IDX > ZEROS AND
              WS-A-IDX NOT < WS-RESUME-IDX AND
              WS-ST-STATE(WS-A-IDX) EQUAL "IN FLIGHT  " AND
              WS-CKPT-SW EQUAL "Y"
               MOVE "   SUBMIT THE RESTART UNDER A SENIOR OPERATOR"
                 TO PLANRPT-LINE
               WRITE PLANRPT-LINE
           END-IF.

      * Outputs of a step that never ran were never allocated.  An
      * ended step's outputs are catalogued; an in-flight step's went
      * with the abend unless the job was cancelled, and an unlogged
      * step's are only known from the job log.
       REPORT-OUTPUT-DELETE.
           MOVE WS-OD-STEP(WS-OUT-IDX) TO WS-LOOK-STEP
           PERFORM FIND-STEP
           IF WS-STEP-FOUND < WS-RESUME-IDX OR WS-STEP-FOUND EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STEP-FOUND TO WS-RAN-IDX
           PERFORM CHECK-STEP-MAY-HAVE-RUN
           IF WS-RAN-SW NOT EQUAL "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-STATE(WS-RAN-IDX) EQUAL "GOOD       " OR
              WS-ST-STATE(WS-RAN-IDX) EQUAL "FAILED     "
               MOVE "CATALOGUED BY THE EARLIER RUN" TO WS-DEL-NOTE
           ELSE
               MOVE "IF CATALOGUED" TO WS-DEL-NOTE
           END-IF
           MOVE WS-OD-DSN(WS-OUT-IDX)  TO WS-DEL-DSN
           MOVE WS-OD-STEP(WS-OUT-IDX) TO WS-DEL-STEP
           ADD 1 TO WS-DELETE-COUNT
           WRITE PLANRPT-LINE FROM WS-RPT-DELETE.

       REPORT-STEP-CAUTION.
           MOVE WS-CD-STEP(WS-OUT-IDX) TO WS-LOOK-STEP
           PERFORM FIND-STEP
           IF WS-STEP-FOUND < WS-RESUME-IDX OR WS-STEP-FOUND EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STEP-FOUND TO WS-RAN-IDX
           PERFORM CHECK-STEP-MAY-HAVE-RUN
           IF WS-RAN-SW NOT EQUAL "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-CAUTION-COUNT EQUAL ZEROES
               MOVE SPACES TO PLANRPT-LINE
               WRITE PLANRPT-LINE
               MOVE "CHECK BEFORE RESUBMISSION:" TO PLANRPT-LINE
               WRITE PLANRPT-LINE
           END-IF
           ADD 1 TO WS-CAUTION-COUNT
           MOVE WS-CD-STEP(WS-OUT-IDX) TO WS-CAU-STEP
           MOVE WS-CD-TEXT(WS-OUT-IDX) TO WS-CAU-TEXT
           WRITE PLANRPT-LINE FROM WS-RPT-CAUTION.

      * A logging step ran if it has a STRT tonight.  An unlogged
      * step may have run unless a logging step its COND tests did
      * not end GOOD - an abend, a FAIL return code or a step never
      * reached all bypass it.
       CHECK-STEP-MAY-HAVE-RUN.
           MOVE "Y" TO WS-RAN-SW
           IF WS-SD-LOGGED(WS-RAN-IDX) EQUAL "Y"
               IF WS-ST-STARTS(WS-RAN-IDX) EQUAL ZEROES
                   MOVE "N" TO WS-RAN-SW
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-COND-IDX FROM 1 BY 1
                   UNTIL WS-COND-IDX > 5
               IF WS-SD-COND(WS-RAN-IDX, WS-COND-IDX) NOT EQUAL SPACES
                   MOVE SPACES TO WS-LOOK-STEP
                   STRING "STEP" WS-SD-COND(WS-RAN-IDX, WS-COND-IDX)
                       DELIMITED BY SIZE INTO WS-LOOK-STEP
                   PERFORM FIND-STEP
                   IF WS-STEP-FOUND > ZEROS
                       IF WS-SD-LOGGED(WS-STEP-FOUND) EQUAL "Y" AND
                          WS-ST-STATE(WS-STEP-FOUND)
                          NOT EQUAL "GOOD       "
                           MOVE "N" TO WS-RAN-SW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           COPY RUNCTLP.

           COPY OPERCHKP.
