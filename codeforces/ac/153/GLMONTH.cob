      * running balance.  Missing nights and duplicates are flagged
      * on the listing and end the job with RETURN-CODE 4, so a
      * skipped cycle surfaces at month-end review, not when GL
      * questions the month total.  The month's corporate ledger
      * batches are then checked on the GLACK batch-status master:
      * any batch for a date in the month that is not yet
      * acknowledged clean - still awaiting its acknowledgment,
      * partially rejected, overdue or out of balance - is listed
      * and also ends the job with RETURN-CODE 4, so the close is
      * never taken over a batch corporate has not loaded.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLUTION.

       FILE-CONTROL.
           SELECT GLFEED   ASSIGN TO "GLFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLBSTAT  ASSIGN TO "GLBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLBSTAT-STATUS.
           SELECT GLMRPT   ASSIGN TO "GLMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNCTL   ASSIGN TO "RUNCTL"
           03 GL-REC-COUNT      PIC 9(10).
           03 GL-AMOUNT         PIC S9(13)V99 SIGN IS LEADING SEPARATE.

      * GL batch-status master kept by GLACK - only the key and
      * status are needed here.
       FD  GLBSTAT.
       01  GLBSTAT-REC.
           03 GBS-POSTING-DATE  PIC 9(8).
           03 GBS-BATCH-NUM     PIC 9(6).
           03 GBS-STATUS        PIC X.
           03                   PIC X(85).

       FD  GLMRPT.
       01  GLMRPT-LINE        PIC X(100).

       01 WS-DAILY-AVG       PIC S9(15)V99 VALUE ZEROES.
       01 WS-ANOMALY-SW      PIC X      VALUE "N".
       01 WS-OUTSIDE-COUNT   PIC 9(6)   VALUE ZEROES.
       01 WS-GLBSTAT-STATUS  PIC X(2)   VALUE "00".
       01 WS-OPEN-BATCHES    PIC 9(6)   VALUE ZEROES.
       01 WS-RPT-BATCH.
           03 WS-BAT-DATE    PIC 9(8).
           03                PIC X(2)   VALUE SPACES.
           03                PIC X(6)   VALUE "BATCH ".
           03 WS-BAT-NUM     PIC 9(6).
           03                PIC X(2)   VALUE SPACES.
           03 WS-BAT-STATUS  PIC X(20).
           03                PIC X(2)   VALUE SPACES.
           03 WS-BAT-FLAG    PIC X(20).

       01 WS-RPT-HDR.
           03                PIC X(24)
           END-PERFORM
           CLOSE GLFEED
           PERFORM PRINT-MONTH-REPORT
           PERFORM CHECK-GL-BATCHES
           CLOSE GLMRPT
           IF WS-ANOMALY-SW EQUAL "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE GLMRPT-LINE FROM WS-RPT-DETAIL.

      * Without the batch-status master the month's batches cannot
      * be shown to have loaded, so that alone blocks a clean close.
       CHECK-GL-BATCHES.
           MOVE SPACES TO GLMRPT-LINE
           WRITE GLMRPT-LINE
           OPEN INPUT GLBSTAT
           IF WS-GLBSTAT-STATUS NOT EQUAL "00"
               MOVE "*** GL BATCH STATUS NOT AVAILABLE ***"
                 TO GLMRPT-LINE
               WRITE GLMRPT-LINE
               MOVE "Y" TO WS-ANOMALY-SW
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GLBSTAT-STATUS NOT EQUAL "00"
               READ GLBSTAT
                   AT END
                       MOVE "10" TO WS-GLBSTAT-STATUS
                   NOT AT END
                       PERFORM CHECK-ONE-BATCH
               END-READ
           END-PERFORM
           CLOSE GLBSTAT
           MOVE "GL BATCHES STILL OPEN   " TO WS-CNT-LABEL
           MOVE WS-OPEN-BATCHES TO WS-CNT-VALUE
           WRITE GLMRPT-LINE FROM WS-RPT-CNTLINE
           IF WS-OPEN-BATCHES > ZEROES
               MOVE "Y" TO WS-ANOMALY-SW
           END-IF.

       CHECK-ONE-BATCH.
           IF GBS-POSTING-DATE(1:6) NOT EQUAL RC-RUN-DATE(1:6) OR
              GBS-STATUS EQUAL "A"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPEN-BATCHES
           MOVE GBS-POSTING-DATE TO WS-BAT-DATE
           MOVE GBS-BATCH-NUM    TO WS-BAT-NUM
           EVALUATE GBS-STATUS
               WHEN "S"
                   MOVE "SENT - AWAITING ACK" TO WS-BAT-STATUS
               WHEN "P"
                   MOVE "PARTIALLY REJECTED"  TO WS-BAT-STATUS
               WHEN "U"
                   MOVE "UNACKNOWLEDGED"      TO WS-BAT-STATUS
               WHEN "M"
                   MOVE "HASH MISMATCH"       TO WS-BAT-STATUS
               WHEN OTHER
                   MOVE "UNKNOWN STATUS"      TO WS-BAT-STATUS
           END-EVALUATE
           MOVE "*** BATCH OPEN ***" TO WS-BAT-FLAG
           WRITE GLMRPT-LINE FROM WS-RPT-BATCH.

           COPY RUNCTLP.

           COPY OPERCHKP.
