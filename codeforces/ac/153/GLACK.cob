      * Compile with -I copybooks (or set COB_COPY_DIR) so COPY
      * RUNCTLW/RUNCTLP below can resolve the run-control copybooks.
      *
      * Corporate GL acknowledgment reconciliation.  GLXTRACT sends
      * one BH/BD/BT batch to the corporate ledger for every
      * business date, and until now nobody checked that it posted.
      * This step keeps the GL batch-status master GLBSTAT: it
      * registers tonight's GLEXTR batch as SENT with the counts and
      * hash from its BT trailer, then reads the ledger's
      * acknowledgment return file GLACKIN and matches each
      * acknowledgment to a batch by posting date and batch number.
      * The acknowledged detail count and amount hash must equal our
      * trailer's; a batch whose every line loaded is ACKNOWLEDGED,
      * one with rejected lines is PARTIALLY REJECTED (each rejected
      * line is listed), and one whose totals disagree with what we
      * sent is a HASH MISMATCH.  A batch still unacknowledged more
      * than WS-ACK-DAYS business days after its posting date turns
      * UNACKNOWLEDGED.  A later clean acknowledgment of the same
      * batch - corporate reloading the corrected lines - closes it.
      * GLMONTH refuses a clean month-end close while any of the
      * month's batches is anything but acknowledged.  The updated
      * master is written to GLBSNEW for the usual review-and-swap;
      * acknowledged batches drop off after WS-KEEP-DAYS.  RC=4 when
      * any batch is rejected, mismatched or overdue, or an
      * acknowledgment names a batch we never sent.
      *
      * GLACKIN layout (one group per acknowledged batch):
      *   AH  cols 1-2 "AH", 3-10 interface id, 11-18 posting date,
      *       19-24 batch number, 25-32 date corporate loaded it
      *   AR  cols 1-2 "AR", 3-14 GL account, 15-20 cost center,
      *       21-36 amount (sign leading separate), 37-66 reason -
      *       one per rejected BD line
      *   AT  cols 1-2 "AT", 3-8 detail lines received, 9-20 record
      *       count hash, 21-38 amount hash (sign leading separate),
      *       39-44 detail lines rejected
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLUTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLBSTAT  ASSIGN TO "GLBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLBSTAT-STATUS.
           SELECT GLEXTR   ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXTR-STATUS.
           SELECT GLACKIN  ASSIGN TO "GLACKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACKIN-STATUS.
           SELECT GLBSNEW  ASSIGN TO "GLBSNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLACKRPT ASSIGN TO "GLACKRPT"
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
      * GL batch-status master: one record per batch sent.  Status
      * S=sent A=acknowledged P=partially rejected U=unacknowledged
      * past the limit M=acknowledged totals differ from the batch.
       FD  GLBSTAT.
       01  GLBSTAT-REC.
           03 GBS-POSTING-DATE  PIC 9(8).
           03 GBS-BATCH-NUM     PIC 9(6).
           03 GBS-STATUS        PIC X.
           03 GBS-SENT-DATE     PIC 9(8).
           03 GBS-DET-COUNT     PIC 9(6).
           03 GBS-REC-HASH      PIC 9(12).
           03 GBS-AMOUNT-HASH   PIC S9(15)V99
                                SIGN IS LEADING SEPARATE.
           03 GBS-ACK-DATE      PIC 9(8).
           03 GBS-ACK-COUNT     PIC 9(6).
           03 GBS-ACK-HASH      PIC S9(15)V99
                                SIGN IS LEADING SEPARATE.
           03 GBS-REJ-COUNT     PIC 9(6).
           03                   PIC X(3).

      * The batch GLXTRACT wrote tonight - same layout it writes.
       FD  GLEXTR.
       01  GLEXTR-HDR-REC.
           03 XH-TAG            PIC X(2).
           03 XH-INTERFACE-ID   PIC X(8).
           03 XH-POSTING-DATE   PIC 9(8).
           03 XH-BATCH-NUM      PIC 9(6).
       01  GLEXTR-DET-REC.
           03 XD-TAG            PIC X(2).
           03 XD-GL-ACCOUNT     PIC X(12).
           03 XD-COST-CENTER    PIC X(6).
           03 XD-POSTING-DATE   PIC 9(8).
           03 XD-REC-COUNT      PIC 9(10).
           03 XD-AMOUNT         PIC S9(13)V99
                                SIGN IS LEADING SEPARATE.
       01  GLEXTR-TRL-REC.
           03 XT-TAG            PIC X(2).
           03 XT-DET-COUNT      PIC 9(6).
           03 XT-REC-HASH       PIC 9(12).
           03 XT-AMOUNT-HASH    PIC S9(15)V99
                                SIGN IS LEADING SEPARATE.

       FD  GLACKIN.
       01  GLACK-HDR-REC.
           03 AH-TAG            PIC X(2).
           03 AH-INTERFACE-ID   PIC X(8).
           03 AH-POSTING-DATE   PIC 9(8).
           03 AH-BATCH-NUM      PIC 9(6).
           03 AH-LOAD-DATE      PIC 9(8).
       01  GLACK-REJ-REC.
           03 AR-TAG            PIC X(2).
           03 AR-GL-ACCOUNT     PIC X(12).
           03 AR-COST-CENTER    PIC X(6).
           03 AR-AMOUNT         PIC S9(13)V99
                                SIGN IS LEADING SEPARATE.
           03 AR-REASON         PIC X(30).
       01  GLACK-TRL-REC.
           03 AT-TAG            PIC X(2).
           03 AT-DET-COUNT      PIC 9(6).
           03 AT-REC-HASH       PIC 9(12).
           03 AT-AMOUNT-HASH    PIC S9(15)V99
                                SIGN IS LEADING SEPARATE.
           03 AT-REJ-COUNT      PIC 9(6).

       FD  GLBSNEW.
       01  GLBSNEW-REC          PIC X(100).

       FD  GLACKRPT.
       01  GLACKRPT-LINE        PIC X(100).

       FD  RUNCTL.
       01  RUNCTL-REC           PIC X(80).

       FD  OPERMAST.
       01  OPERMAST-REC         PIC X(21).

       FD  SECLOG.
       01  SECLOG-REC           PIC X(43).

       WORKING-STORAGE SECTION.
           COPY RUNCTLW.
           COPY OPERCHKW.
           COPY HOLSRVW.
       01 WS-OPERATOR-ID     PIC X(8)   VALUE "BATCHJOB".
      * Corporate loads a batch the morning it arrives; two business
      * days without an acknowledgment means it is lost.
       78  WS-ACK-DAYS           VALUE 2.
       78  WS-KEEP-DAYS          VALUE 400.
       78  WS-MAX-BATCHES        VALUE 2000.
       01 WS-GLBSTAT-STATUS  PIC X(2)   VALUE "00".
       01 WS-GLEXTR-STATUS   PIC X(2)   VALUE "00".
       01 WS-GLACKIN-STATUS  PIC X(2)   VALUE "00".
       01 WS-BAT-COUNT       PIC S9(4)  VALUE ZEROS.
       01 WS-BAT-IDX         PIC S9(4)  VALUE ZEROS.
       01 WS-BAT-FOUND       PIC S9(4)  VALUE ZEROS.
       01 WS-BATCH-TABLE.
           03 WS-BAT-ENTRY              OCCURS WS-MAX-BATCHES TIMES.
               05 WS-BAT-REC     PIC X(100).
       01 WS-BAT-IMAGE.
           03 WB-POSTING-DATE   PIC 9(8).
           03 WB-BATCH-NUM      PIC 9(6).
           03 WB-STATUS         PIC X.
           03 WB-SENT-DATE      PIC 9(8).
           03 WB-DET-COUNT      PIC 9(6).
           03 WB-REC-HASH       PIC 9(12).
           03 WB-AMOUNT-HASH    PIC S9(15)V99
                                SIGN IS LEADING SEPARATE.
           03 WB-ACK-DATE       PIC 9(8).
           03 WB-ACK-COUNT      PIC 9(6).
           03 WB-ACK-HASH       PIC S9(15)V99
                                SIGN IS LEADING SEPARATE.
           03 WB-REJ-COUNT      PIC 9(6).
           03                   PIC X(3).
      * Tonight's GLEXTR, gathered from its BH and BT records.
       01 WS-EXT-HDR-SW      PIC X      VALUE "N".
       01 WS-EXT-TRL-SW      PIC X      VALUE "N".
       01 WS-EXT-DATE        PIC 9(8)   VALUE ZEROES.
       01 WS-EXT-BATCH       PIC 9(6)   VALUE ZEROES.
       01 WS-EXT-COUNT       PIC 9(6)   VALUE ZEROES.
       01 WS-EXT-REC-HASH    PIC 9(12)  VALUE ZEROES.
       01 WS-EXT-AMT-HASH    PIC S9(15)V99 VALUE ZEROES.
      * The acknowledgment group being read.
       01 WS-ACK-OPEN-SW     PIC X      VALUE "N".
       01 WS-ACK-DATE        PIC 9(8)   VALUE ZEROES.
       01 WS-ACK-BATCH       PIC 9(6)   VALUE ZEROES.
       01 WS-ACK-LOAD-DATE   PIC 9(8)   VALUE ZEROES.
       01 WS-ACK-AR-COUNT    PIC 9(6)   VALUE ZEROES.
       01 WS-BUS-DAYS        PIC 9(4)   VALUE ZEROES.
       01 WS-KEEP-FROM       PIC 9(8)   VALUE ZEROES.
       01 WS-ACKS-READ       PIC 9(6)   VALUE ZEROES.
       01 WS-UNKNOWN-COUNT   PIC 9(6)   VALUE ZEROES.
       01 WS-DROPPED-COUNT   PIC 9(6)   VALUE ZEROES.
       01 WS-CNT-SENT        PIC 9(6)   VALUE ZEROES.
       01 WS-CNT-ACKD        PIC 9(6)   VALUE ZEROES.
       01 WS-CNT-PREJ        PIC 9(6)   VALUE ZEROES.
       01 WS-CNT-UNAK        PIC 9(6)   VALUE ZEROES.
       01 WS-CNT-MISM        PIC 9(6)   VALUE ZEROES.
       01 IDX                PIC S9(9)  VALUE ZEROS.
       01 IDX-END            PIC S9(9)  VALUE ZEROS.
       01 YMD.
           03 Y     PIC 9(4).
           03 M     PIC 9(2).
           03 D     PIC 9(2).
       01 NUM       REDEFINES YMD   PIC 9(8).

       01 WS-RPT-HDR.
           03                PIC X(34)
                  VALUE "CORPORATE GL ACKNOWLEDGMENT RECON ".
           03 WS-HDR-DATE    PIC 9(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-HDR-OPER    PIC X(8).
       01 WS-RPT-SECTION     PIC X(40)  VALUE SPACES.
       01 WS-RPT-COLS.
           03                PIC X(10)  VALUE "POST DATE ".
           03                PIC X(8)   VALUE "BATCH   ".
           03                PIC X(20)  VALUE "STATUS              ".
           03                PIC X(9)   VALUE "SENT CNT ".
           03                PIC X(9)   VALUE " ACK CNT ".
           03                PIC X(9)   VALUE " REJ CNT ".
           03                PIC X(10)  VALUE " ACK DATE ".
           03                PIC X(25)  VALUE "NOTE".
       01 WS-RPT-BATCH.
           03 WS-RB-DATE     PIC 9(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-RB-BATCH    PIC 9(6).
           03                PIC X(2)   VALUE SPACES.
           03 WS-RB-STATUS   PIC X(20).
           03 WS-RB-SENT     PIC Z(7)9.
           03                PIC X      VALUE SPACE.
           03 WS-RB-ACKD     PIC Z(7)9.
           03                PIC X      VALUE SPACE.
           03 WS-RB-REJ      PIC Z(7)9.
           03                PIC X(2)   VALUE SPACES.
           03 WS-RB-ACK-DATE PIC 9(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-RB-NOTE     PIC X(24).
       01 WS-RPT-REJECT.
           03                PIC X(6)   VALUE SPACES.
           03                PIC X(10)  VALUE "REJECTED  ".
           03 WS-RR-GLACCT   PIC X(12).
           03                PIC X(2)   VALUE SPACES.
           03 WS-RR-CC       PIC X(6).
           03                PIC X(2)   VALUE SPACES.
           03 WS-RR-AMOUNT   PIC -Z(12)9.99.
           03                PIC X(2)   VALUE SPACES.
           03 WS-RR-REASON   PIC X(30).
       01 WS-RPT-CNTLINE.
           03 WS-CNT-LABEL   PIC X(32).
           03 WS-CNT-VALUE   PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-RUN-CONTROL
           MOVE RC-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE "G" TO WS-AUTH-LETTER
           PERFORM CHECK-OPERATOR-AUTH
           OPEN OUTPUT GLACKRPT
           MOVE RC-RUN-DATE    TO WS-HDR-DATE
           MOVE RC-OPERATOR-ID TO WS-HDR-OPER
           WRITE GLACKRPT-LINE FROM WS-RPT-HDR
           MOVE SPACES TO GLACKRPT-LINE
           WRITE GLACKRPT-LINE
           PERFORM LOAD-BATCH-STATUS
           PERFORM REGISTER-SENT-BATCH
           MOVE "ACKNOWLEDGMENTS RECEIVED" TO WS-RPT-SECTION
           WRITE GLACKRPT-LINE FROM WS-RPT-SECTION
           WRITE GLACKRPT-LINE FROM WS-RPT-COLS
           PERFORM APPLY-ACKNOWLEDGMENTS
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BAT-COUNT
               PERFORM AGE-BATCH
           END-PERFORM
           MOVE SPACES TO GLACKRPT-LINE
           WRITE GLACKRPT-LINE
           MOVE "BATCHES NOT YET ACKNOWLEDGED CLEAN" TO WS-RPT-SECTION
           WRITE GLACKRPT-LINE FROM WS-RPT-SECTION
           WRITE GLACKRPT-LINE FROM WS-RPT-COLS
           OPEN OUTPUT GLBSNEW
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BAT-COUNT
               PERFORM WRITE-BATCH-STATUS
           END-PERFORM
           CLOSE GLBSNEW
           PERFORM PRINT-TOTALS
           CLOSE GLACKRPT
           IF WS-CNT-PREJ > ZEROES OR WS-CNT-UNAK > ZEROES OR
              WS-CNT-MISM > ZEROES OR WS-UNKNOWN-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * A missing master is the first night: every batch starts
      * from tonight's extract.
       LOAD-BATCH-STATUS.
           OPEN INPUT GLBSTAT
           IF WS-GLBSTAT-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GLBSTAT-STATUS NOT EQUAL "00"
               READ GLBSTAT
                   AT END
                       MOVE "10" TO WS-GLBSTAT-STATUS
                   NOT AT END
                       PERFORM STORE-BATCH-STATUS
               END-READ
           END-PERFORM
           CLOSE GLBSTAT.

      * This job rewrites the master, so an overflow must stop the
      * run - a batch silently dropped from GLBSNEW would let the
      * month close over it.
       STORE-BATCH-STATUS.
           IF WS-BAT-COUNT >= WS-MAX-BATCHES
               DISPLAY "GLACK: BATCH STATUS MASTER EXCEEDS "
                       WS-MAX-BATCHES " ENTRIES - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BAT-COUNT
           MOVE GLBSTAT-REC TO WS-BAT-REC(WS-BAT-COUNT).

      * The batch is registered from its own BH and BT records, so
      * the counts we hold are exactly what was transmitted.  A
      * rerun extract for a date already registered replaces the
      * entry only when its totals differ - the resent batch then
      * waits for its own acknowledgment.
       REGISTER-SENT-BATCH.
           OPEN INPUT GLEXTR
           IF WS-GLEXTR-STATUS NOT EQUAL "00"
               MOVE "NO GL EXTRACT TONIGHT - NOTHING REGISTERED"
                 TO GLACKRPT-LINE
               WRITE GLACKRPT-LINE
               MOVE SPACES TO GLACKRPT-LINE
               WRITE GLACKRPT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GLEXTR-STATUS NOT EQUAL "00"
               READ GLEXTR
                   AT END
                       MOVE "10" TO WS-GLEXTR-STATUS
                   NOT AT END
                       PERFORM READ-EXTRACT-RECORD
               END-READ
           END-PERFORM
           CLOSE GLEXTR
           IF WS-EXT-HDR-SW NOT EQUAL "Y" OR
              WS-EXT-TRL-SW NOT EQUAL "Y"
               DISPLAY "GLACK: GLEXTR HAS NO BH/BT PAIR - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-EXT-DATE  TO WS-ACK-DATE
           MOVE WS-EXT-BATCH TO WS-ACK-BATCH
           PERFORM FIND-BATCH
           IF WS-BAT-FOUND > ZEROES
               MOVE WS-BAT-REC(WS-BAT-FOUND) TO WS-BAT-IMAGE
               IF WB-DET-COUNT EQUAL WS-EXT-COUNT AND
                  WB-REC-HASH EQUAL WS-EXT-REC-HASH AND
                  WB-AMOUNT-HASH EQUAL WS-EXT-AMT-HASH
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-BAT-COUNT >= WS-MAX-BATCHES
                   DISPLAY "GLACK: BATCH STATUS TABLE FULL - RUN "
                           "ENDED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BAT-COUNT
               MOVE WS-BAT-COUNT TO WS-BAT-FOUND
           END-IF
           MOVE SPACES          TO WS-BAT-IMAGE
           MOVE WS-EXT-DATE     TO WB-POSTING-DATE
           MOVE WS-EXT-BATCH    TO WB-BATCH-NUM
           MOVE "S"             TO WB-STATUS
           MOVE RC-RUN-DATE     TO WB-SENT-DATE
           MOVE WS-EXT-COUNT    TO WB-DET-COUNT
           MOVE WS-EXT-REC-HASH TO WB-REC-HASH
           MOVE WS-EXT-AMT-HASH TO WB-AMOUNT-HASH
           MOVE ZEROES          TO WB-ACK-DATE
           MOVE ZEROES          TO WB-ACK-COUNT
           MOVE ZEROES          TO WB-ACK-HASH
           MOVE ZEROES          TO WB-REJ-COUNT
           MOVE WS-BAT-IMAGE    TO WS-BAT-REC(WS-BAT-FOUND)
           MOVE "BATCH REGISTERED AS SENT" TO WS-RPT-SECTION
           WRITE GLACKRPT-LINE FROM WS-RPT-SECTION
           MOVE "SENT TONIGHT" TO WS-RB-NOTE
           PERFORM PRINT-BATCH-LINE
           MOVE SPACES TO GLACKRPT-LINE
           WRITE GLACKRPT-LINE.

       READ-EXTRACT-RECORD.
           EVALUATE XH-TAG
               WHEN "BH"
                   MOVE "Y"             TO WS-EXT-HDR-SW
                   MOVE XH-POSTING-DATE TO WS-EXT-DATE
                   MOVE XH-BATCH-NUM    TO WS-EXT-BATCH
               WHEN "BT"
                   MOVE "Y"             TO WS-EXT-TRL-SW
                   MOVE XT-DET-COUNT    TO WS-EXT-COUNT
                   MOVE XT-REC-HASH     TO WS-EXT-REC-HASH
                   MOVE XT-AMOUNT-HASH  TO WS-EXT-AMT-HASH
           END-EVALUATE.

       FIND-BATCH.
           MOVE ZEROS TO WS-BAT-FOUND
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BAT-COUNT
               IF WS-BAT-REC(WS-BAT-IDX)(1:8) EQUAL WS-ACK-DATE AND
                  WS-BAT-REC(WS-BAT-IDX)(9:6) EQUAL WS-ACK-BATCH
                   MOVE WS-BAT-IDX TO WS-BAT-FOUND
               END-IF
           END-PERFORM.

      * The return file may carry several batches' groups, and may
      * repeat a group already applied; applying one again gives the
      * same answer, so a resubmitted night is harmless.
       APPLY-ACKNOWLEDGMENTS.
           OPEN INPUT GLACKIN
           IF WS-GLACKIN-STATUS NOT EQUAL "00"
               MOVE "NO ACKNOWLEDGMENT FILE RECEIVED" TO GLACKRPT-LINE
               WRITE GLACKRPT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GLACKIN-STATUS NOT EQUAL "00"
               READ GLACKIN
                   AT END
                       MOVE "10" TO WS-GLACKIN-STATUS
                   NOT AT END
                       PERFORM PROCESS-ACK-RECORD
               END-READ
           END-PERFORM
           CLOSE GLACKIN.

       PROCESS-ACK-RECORD.
           EVALUATE AH-TAG
               WHEN "AH"
                   ADD 1 TO WS-ACKS-READ
                   MOVE "Y"             TO WS-ACK-OPEN-SW
                   MOVE AH-POSTING-DATE TO WS-ACK-DATE
                   MOVE AH-BATCH-NUM    TO WS-ACK-BATCH
                   MOVE AH-LOAD-DATE    TO WS-ACK-LOAD-DATE
                   MOVE ZEROES          TO WS-ACK-AR-COUNT
                   PERFORM FIND-BATCH
                   IF WS-BAT-FOUND EQUAL ZEROES
                       ADD 1 TO WS-UNKNOWN-COUNT
                       MOVE SPACES       TO WS-BAT-IMAGE
                       MOVE WS-ACK-DATE  TO WB-POSTING-DATE
                       MOVE WS-ACK-BATCH TO WB-BATCH-NUM
                       MOVE ZEROES       TO WB-DET-COUNT
                       MOVE ZEROES       TO WB-ACK-COUNT
                       MOVE ZEROES       TO WB-REJ-COUNT
                       MOVE WS-ACK-LOAD-DATE TO WB-ACK-DATE
                       MOVE "*** BATCH NOT SENT ***" TO WS-RB-NOTE
                       PERFORM PRINT-BATCH-LINE
                   END-IF
               WHEN "AR"
                   IF WS-ACK-OPEN-SW EQUAL "Y" AND
                      WS-BAT-FOUND > ZEROES
                       ADD 1 TO WS-ACK-AR-COUNT
                       MOVE AR-GL-ACCOUNT  TO WS-RR-GLACCT
                       MOVE AR-COST-CENTER TO WS-RR-CC
                       MOVE AR-AMOUNT      TO WS-RR-AMOUNT
                       MOVE AR-REASON      TO WS-RR-REASON
                       WRITE GLACKRPT-LINE FROM WS-RPT-REJECT
                   END-IF
               WHEN "AT"
                   IF WS-ACK-OPEN-SW EQUAL "Y" AND
                      WS-BAT-FOUND > ZEROES
                       PERFORM SETTLE-ACKNOWLEDGMENT
                   END-IF
                   MOVE "N" TO WS-ACK-OPEN-SW
           END-EVALUATE.

      * Count and hash are what corporate says it received, so they
      * must equal our trailer before the reject count means
      * anything.
       SETTLE-ACKNOWLEDGMENT.
           MOVE WS-BAT-REC(WS-BAT-FOUND) TO WS-BAT-IMAGE
           MOVE WS-ACK-LOAD-DATE TO WB-ACK-DATE
           MOVE AT-DET-COUNT     TO WB-ACK-COUNT
           MOVE AT-AMOUNT-HASH   TO WB-ACK-HASH
           MOVE AT-REJ-COUNT     TO WB-REJ-COUNT
           EVALUATE TRUE
               WHEN AT-DET-COUNT NOT EQUAL WB-DET-COUNT OR
                    AT-REC-HASH NOT EQUAL WB-REC-HASH OR
                    AT-AMOUNT-HASH NOT EQUAL WB-AMOUNT-HASH
                   MOVE "M" TO WB-STATUS
                   MOVE "*** TOTALS DIFFER ***" TO WS-RB-NOTE
               WHEN AT-REJ-COUNT > ZEROES
                   MOVE "P" TO WB-STATUS
                   MOVE "*** LINES REJECTED ***" TO WS-RB-NOTE
               WHEN OTHER
                   MOVE "A" TO WB-STATUS
                   MOVE SPACES TO WS-RB-NOTE
           END-EVALUATE
           IF AT-REJ-COUNT NOT EQUAL WS-ACK-AR-COUNT AND
              WB-STATUS NOT EQUAL "M"
               MOVE "P" TO WB-STATUS
               MOVE "*** REJECT LINES SHORT ***" TO WS-RB-NOTE
           END-IF
           MOVE WS-BAT-IMAGE TO WS-BAT-REC(WS-BAT-FOUND)
           PERFORM PRINT-BATCH-LINE.

      * Business days are counted on the DOM calendar from the day
      * after the posting date through tonight.
       AGE-BATCH.
           MOVE WS-BAT-REC(WS-BAT-IDX) TO WS-BAT-IMAGE
           IF WB-STATUS NOT EQUAL "S"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROES TO WS-BUS-DAYS
           MOVE WB-POSTING-DATE TO NUM
           MOVE FUNCTION INTEGER-OF-DATE(NUM) TO IDX
           MOVE RC-RUN-DATE TO NUM
           MOVE FUNCTION INTEGER-OF-DATE(NUM) TO IDX-END
           PERFORM UNTIL IDX >= IDX-END OR WS-BUS-DAYS > WS-ACK-DAYS
               ADD 1 TO IDX
               MOVE FUNCTION DATE-OF-INTEGER(IDX) TO NUM
               MOVE "DOM" TO HSV-CAL-ID
               MOVE NUM   TO HSV-DATE
               CALL "HOLSRV" USING WS-HOLSRV-PARM
               IF HSV-SKIP-SW NOT EQUAL "Y"
                   ADD 1 TO WS-BUS-DAYS
               END-IF
           END-PERFORM
           IF WS-BUS-DAYS > WS-ACK-DAYS
               MOVE "U" TO WB-STATUS
               MOVE WS-BAT-IMAGE TO WS-BAT-REC(WS-BAT-IDX)
           END-IF.

      * Acknowledged batches older than the keep window drop off;
      * anything still open is carried however old it is.
       WRITE-BATCH-STATUS.
           MOVE WS-BAT-REC(WS-BAT-IDX) TO WS-BAT-IMAGE
           IF WS-KEEP-FROM EQUAL ZEROES
               MOVE RC-RUN-DATE TO NUM
               COMPUTE IDX = FUNCTION INTEGER-OF-DATE(NUM)
                           - WS-KEEP-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(IDX) TO WS-KEEP-FROM
           END-IF
           IF WB-STATUS EQUAL "A" AND
              WB-POSTING-DATE < WS-KEEP-FROM
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BAT-IMAGE TO GLBSNEW-REC
           WRITE GLBSNEW-REC
           EVALUATE WB-STATUS
               WHEN "S"
                   ADD 1 TO WS-CNT-SENT
                   MOVE "AWAITING ACK" TO WS-RB-NOTE
               WHEN "A"
                   ADD 1 TO WS-CNT-ACKD
                   EXIT PARAGRAPH
               WHEN "P"
                   ADD 1 TO WS-CNT-PREJ
                   MOVE "*** LINES REJECTED ***" TO WS-RB-NOTE
               WHEN "U"
                   ADD 1 TO WS-CNT-UNAK
                   MOVE "*** OVERDUE ***" TO WS-RB-NOTE
               WHEN "M"
                   ADD 1 TO WS-CNT-MISM
                   MOVE "*** TOTALS DIFFER ***" TO WS-RB-NOTE
           END-EVALUATE
           PERFORM PRINT-BATCH-LINE.

       PRINT-BATCH-LINE.
           MOVE WB-POSTING-DATE TO WS-RB-DATE
           MOVE WB-BATCH-NUM    TO WS-RB-BATCH
           EVALUATE WB-STATUS
               WHEN "S"
                   MOVE "SENT"               TO WS-RB-STATUS
               WHEN "A"
                   MOVE "ACKNOWLEDGED"       TO WS-RB-STATUS
               WHEN "P"
                   MOVE "PARTIALLY REJECTED" TO WS-RB-STATUS
               WHEN "U"
                   MOVE "UNACKNOWLEDGED"     TO WS-RB-STATUS
               WHEN "M"
                   MOVE "HASH MISMATCH"      TO WS-RB-STATUS
               WHEN OTHER
                   MOVE "NOT ON FILE"        TO WS-RB-STATUS
           END-EVALUATE
           MOVE WB-DET-COUNT    TO WS-RB-SENT
           MOVE WB-ACK-COUNT    TO WS-RB-ACKD
           MOVE WB-REJ-COUNT    TO WS-RB-REJ
           MOVE WB-ACK-DATE     TO WS-RB-ACK-DATE
           WRITE GLACKRPT-LINE FROM WS-RPT-BATCH.

       PRINT-TOTALS.
           MOVE SPACES TO GLACKRPT-LINE
           WRITE GLACKRPT-LINE
           MOVE "ACKNOWLEDGMENTS READ            " TO WS-CNT-LABEL
           MOVE WS-ACKS-READ     TO WS-CNT-VALUE
           WRITE GLACKRPT-LINE FROM WS-RPT-CNTLINE
           MOVE "ACKNOWLEDGMENTS FOR UNSENT BATCH" TO WS-CNT-LABEL
           MOVE WS-UNKNOWN-COUNT TO WS-CNT-VALUE
           WRITE GLACKRPT-LINE FROM WS-RPT-CNTLINE
           MOVE "BATCHES SENT, AWAITING ACK      " TO WS-CNT-LABEL
           MOVE WS-CNT-SENT      TO WS-CNT-VALUE
           WRITE GLACKRPT-LINE FROM WS-RPT-CNTLINE
           MOVE "BATCHES ACKNOWLEDGED            " TO WS-CNT-LABEL
           MOVE WS-CNT-ACKD      TO WS-CNT-VALUE
           WRITE GLACKRPT-LINE FROM WS-RPT-CNTLINE
           MOVE "BATCHES PARTIALLY REJECTED      " TO WS-CNT-LABEL
           MOVE WS-CNT-PREJ      TO WS-CNT-VALUE
           WRITE GLACKRPT-LINE FROM WS-RPT-CNTLINE
           MOVE "BATCHES UNACKNOWLEDGED          " TO WS-CNT-LABEL
           MOVE WS-CNT-UNAK      TO WS-CNT-VALUE
           WRITE GLACKRPT-LINE FROM WS-RPT-CNTLINE
           MOVE "BATCHES WITH TOTALS MISMATCH    " TO WS-CNT-LABEL
           MOVE WS-CNT-MISM      TO WS-CNT-VALUE
           WRITE GLACKRPT-LINE FROM WS-RPT-CNTLINE
           MOVE "ACKNOWLEDGED BATCHES RETIRED    " TO WS-CNT-LABEL
           MOVE WS-DROPPED-COUNT TO WS-CNT-VALUE
           WRITE GLACKRPT-LINE FROM WS-RPT-CNTLINE.

           COPY RUNCTLP.

           COPY OPERCHKP.
