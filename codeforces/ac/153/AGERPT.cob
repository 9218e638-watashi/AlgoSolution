      * days to maturity.  Overdue instruments sort first with
      * negative days.  Replaces the hand-built days-between runs
      * treasury reconciled in a spreadsheet every Friday.
      *
      * An instrument maturing on the business date itself, or on a
      * weekend or holiday with no business day between it and the
      * business date, ages at zero days and has its own 0 DAYS
      * bucket - the bucket MATSETL's settlement report ties back
      * to.  Instruments MATSETL has marked settled are counted and
      * left out of the aging.  The PORTFOLIO layout is described in
      * MATSETL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLUTION.

           03 PF-MATURITY-TEXT   PIC X(8).
           03 PF-MATURITY        REDEFINES PF-MATURITY-TEXT
                                 PIC 9(8).
           03 PF-SETTLE-ACCT     PIC X(10).
           03 PF-STATUS          PIC X.
           03 PF-SETTLED-TEXT    PIC X(8).

       FD  AGERPT.
       01  AGERPT-LINE        PIC X(132).
           COPY OPERCHKW.
       01 WS-OPERATOR-ID     PIC X(8)   VALUE "BATCHJOB".
       78  WS-MAX-INSTR          VALUE 10000.
       78  WS-BUCKETS            VALUE 7.
      * Beyond this many calendar days the instrument cannot fall
      * inside the 90-business-day window, so the day walk is skipped.
       78  WS-FAR-HORIZON        VALUE 150.
       01 WS-INSTR-COUNT     PIC S9(5)  VALUE ZEROS.
       01 WS-BAD-COUNT       PIC S9(5)  VALUE ZEROS.
       01 WS-DROP-COUNT      PIC S9(5)  VALUE ZEROS.
       01 WS-SETTLED-COUNT   PIC S9(5)  VALUE ZEROS.
       01 WS-INSTR-TABLE.
           03 WS-INSTR                  OCCURS WS-MAX-INSTR TIMES.
               05 WS-IN-REF      PIC X(12).
                                        VALUE ZEROES.
       01 WS-BKT-LABELS.
           03                PIC X(12)  VALUE "OVERDUE     ".
           03                PIC X(12)  VALUE "0 DAYS      ".
           03                PIC X(12)  VALUE "1-7 DAYS    ".
           03                PIC X(12)  VALUE "8-30 DAYS   ".
           03                PIC X(12)  VALUE "31-60 DAYS  ".
           END-READ.

       PROCESS-INSTRUMENT.
           IF PF-STATUS EQUAL "S"
               ADD 1 TO WS-SETTLED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-MATURITY
           IF WS-VALID-SW NOT EQUAL "Y"
               ADD 1 TO WS-BAD-COUNT

       SET-BUCKET-INDEX.
           EVALUATE TRUE
               WHEN WS-HOLD-DAYS < 0
                   MOVE 1 TO WS-BKT-IDX
               WHEN WS-HOLD-DAYS EQUAL 0
                   MOVE 2 TO WS-BKT-IDX
               WHEN WS-HOLD-DAYS <= 7
                   MOVE 3 TO WS-BKT-IDX
               WHEN WS-HOLD-DAYS <= 30
                   MOVE 4 TO WS-BKT-IDX
               WHEN WS-HOLD-DAYS <= 60
                   MOVE 5 TO WS-BKT-IDX
               WHEN WS-HOLD-DAYS <= 90
                   MOVE 6 TO WS-BKT-IDX
               WHEN OTHER
                   MOVE 7 TO WS-BKT-IDX
           END-EVALUATE.

       PRINT-REPORT.
               MOVE WS-BAD-COUNT TO WS-EXC-VALUE
               WRITE AGERPT-LINE FROM WS-RPT-EXC-COUNT
           END-IF
           IF WS-SETTLED-COUNT > ZEROS
               MOVE "SETTLED - NOT AGED        " TO WS-EXC-LABEL
               MOVE WS-SETTLED-COUNT TO WS-EXC-VALUE
               WRITE AGERPT-LINE FROM WS-RPT-EXC-COUNT
           END-IF
           IF WS-DROP-COUNT > ZEROS
               MOVE "DROPPED - TABLE FULL      " TO WS-EXC-LABEL
               MOVE WS-DROP-COUNT TO WS-EXC-VALUE
