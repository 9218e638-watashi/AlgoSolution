      * Compile with -I copybooks (or set COB_COPY_DIR) so COPY TRANHDR
      * below can resolve copybooks/TRANHDR.cpy.
      *
      * Inbound receipt mode: with "R" as C's default mode on the
      * control card the run takes one partner transmittal file on
      * PTNRIN instead of SHIFTIN.  The file must carry the same
      * HDR/TRL transmittal pair our own DISTOUT files do - message
      * count and the hash of the check values - and every message's
      * check digits must verify.  Good messages are decoded with the
      * partner's SHIFTKEY key in effect on the file's business date
      * and written to SHIFTOUT; failed ones go to SHIFTERR.  An
      * acknowledgment file goes back to the partner on SHA plus the
      * partner id: ACK for a fully good file, NAK listing the failed
      * message sequence numbers (or the file-level reason when the
      * transmittal itself does not verify), DUP for a file already
      * received.  Every receipt is logged on PTNRLOG, which is how a
      * retransmitted file is recognised.  Decoding is senior
      * territory, as it is for "D" records.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLUTION.

           SELECT DISTOUT  ASSIGN TO DYNAMIC WS-DIST-DD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTOUT-STATUS.
           SELECT PTNRIN   ASSIGN TO "PTNRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTNRIN-STATUS.
           SELECT PTNRLOG  ASSIGN TO "PTNRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTNRLOG-STATUS.
           SELECT PTNRACK  ASSIGN TO DYNAMIC WS-ACK-DD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTNRACK-STATUS.
           SELECT DISTRPT  ASSIGN TO "DISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRRPT   ASSIGN TO "SHIFTERR"
       FD  DISTOUT.
       01  DISTOUT-REC      PIC X(4040).

      * Partner transmittal file for receipt mode - the partner
      * builds it the way we build DISTOUT: HDR (feed id = partner
      * id, business date, creation stamp), one message per record
      * in the SHIFTOUT layout with the partner's own header stamp
      * and sequence number, then a TRL with the message count and
      * the hash of the check values.
       FD  PTNRIN.
       01  PTNRIN-REC.
           COPY TRANHDR
               REPLACING ==TRANHDR-RUN-DATE==
                      BY ==PIN-RUN-DATE==
                         ==TRANHDR-RUN-TIME==
                      BY ==PIN-RUN-TIME==
                         ==TRANHDR-OPERATOR-ID==
                      BY ==PIN-OPERATOR-ID==
                         ==TRANHDR-SEQ-NUM==
                      BY ==PIN-SEQ-NUM==.
           03 PIN-LEN-TEXT  PIC X(4).
           03 PIN-LEN       REDEFINES PIN-LEN-TEXT PIC 9(4).
           03 PIN-CHECK-TEXT PIC X(4).
           03 PIN-CHECK     REDEFINES PIN-CHECK-TEXT PIC 9(4).
           03 PIN-STR.
               05 PIN-CHR   PIC X        OCCURS 4000 TIMES.
       01  PTNRIN-CTL-REC.
           03 PFC-TAG        PIC X(3).
           03 PFC-HDR-FIELDS.
               05 PFC-FEED-ID   PIC X(8).
               05 PFC-BIZ-DATE  PIC X(8).
               05 PFC-TIMESTAMP PIC X(14).
           03 PFC-TRL-FIELDS REDEFINES PFC-HDR-FIELDS.
               05 PFC-REC-COUNT PIC X(10).
               05 PFC-HASH      PIC X(16).
               05               PIC X(4).

      * Receipt log: one record per partner file received.  Result
      * ACK all messages decoded, NAK some failed, REJ the file
      * itself failed and nothing was decoded, DUP a repeat of a
      * file already decoded.
       FD  PTNRLOG.
       01  PTNRLOG-REC.
           03 PRL-PARTNER     PIC X(8).
           03 PRL-BIZ-DATE    PIC 9(8).
           03 PRL-FILE-STAMP  PIC X(14).
           03 PRL-MSG-COUNT   PIC 9(10).
           03 PRL-HASH        PIC S9(15) SIGN IS LEADING SEPARATE.
           03 PRL-RESULT      PIC X(3).
           03 PRL-FAILED      PIC 9(10).
           03 PRL-RCV-DATE    PIC 9(8).
           03 PRL-RCV-TIME    PIC 9(6).
           03 PRL-OPERATOR    PIC X(8).
           03                 PIC X(9).

      * Acknowledgment file back to the partner (SHA plus partner
      * id): HDR, one ACK/NAK/DUP summary, an ERR record per failed
      * message, and a TRL with the ERR count and the hash of the
      * failed sequence numbers.
       FD  PTNRACK.
       01  PTNRACK-REC      PIC X(80).

       FD  DISTRPT.
       01  DISTRPT-LINE     PIC X(80).

           03                PIC X(16)
                  VALUE "PARTNERS SERVED ".
           03 WS-DRT-COUNT   PIC Z(5)9.
      * Key lookup inputs - the SHIFTIN record's partner on business
      * date for outbound, the transmittal's partner on its own
      * business date for receipt.
       01 WS-LOOKUP-PARTNER  PIC X(8)   VALUE SPACES.
       01 WS-KEY-DATE        PIC 9(8)   VALUE ZEROES.
      * Receipt-mode state.
       78  WS-MAX-NAKS         VALUE 1000.
       01 WS-PTNRIN-STATUS   PIC X(2)   VALUE "00".
       01 WS-PTNRLOG-STATUS  PIC X(2)   VALUE "00".
       01 WS-PTNRACK-STATUS  PIC X(2)   VALUE "00".
       01 WS-ACK-DD-NAME     PIC X(12)  VALUE SPACES.
       01 WS-RCV-PARTNER     PIC X(8)   VALUE SPACES.
       01 WS-RCV-BIZ-DATE    PIC 9(8)   VALUE ZEROES.
       01 WS-RCV-STAMP       PIC X(14)  VALUE SPACES.
       01 WS-RCV-REASON      PIC X(20)  VALUE SPACES.
       01 WS-RCV-RESULT      PIC X(3)   VALUE SPACES.
       01 WS-RCV-TRL-SW      PIC X      VALUE "N".
       01 WS-RCV-TRL-COUNT   PIC 9(10)  VALUE ZEROES.
       01 WS-RCV-TRL-HASH    PIC S9(15) VALUE ZEROES.
       01 WS-RCV-TRL-HASH-X  PIC X(16)  VALUE SPACES.
       01 WS-RCV-TRL-HASH-N  REDEFINES WS-RCV-TRL-HASH-X
                             PIC S9(15) SIGN IS LEADING SEPARATE.
       01 WS-RCV-MSGS        PIC 9(10)  VALUE ZEROES.
       01 WS-RCV-HASH        PIC S9(15) VALUE ZEROES.
       01 WS-RCV-ACCEPTED    PIC 9(10)  VALUE ZEROES.
       01 WS-RCV-SHIFT       PIC S9(10) VALUE ZEROES.
       01 WS-RCV-SEQ         PIC 9(10)  VALUE ZEROES.
       01 WS-RCV-DUP-DATE    PIC 9(8)   VALUE ZEROES.
       01 WS-RCV-EOF-SW      PIC X      VALUE "N".
       01 WS-NAK-COUNT       PIC S9(4)  VALUE ZEROS.
       01 WS-NAK-IDX         PIC S9(4)  VALUE ZEROS.
       01 WS-NAK-HASH        PIC S9(15) VALUE ZEROES.
       01 WS-NAK-TABLE.
           03 WS-NAK-ENTRY              OCCURS WS-MAX-NAKS TIMES.
               05 WS-NAK-SEQ      PIC 9(10).
               05 WS-NAK-REASON   PIC X(20).
       01 WS-ACK-SUMMARY.
           03 WS-AKS-TAG        PIC X(3).
           03 WS-AKS-STAMP      PIC X(14).
           03 WS-AKS-RECEIVED   PIC 9(10).
           03 WS-AKS-ACCEPTED   PIC 9(10).
           03 WS-AKS-FAILED     PIC 9(10).
           03 WS-AKS-REASON     PIC X(20).
       01 WS-ACK-ERR.
           03 WS-AKE-TAG        PIC X(3)   VALUE "ERR".
           03 WS-AKE-SEQ        PIC 9(10).
           03 WS-AKE-REASON     PIC X(20).
       01 WS-RCV-RPT-HDR.
           03                PIC X(26)
                  VALUE "PARTNER FILE RECEIPT      ".
           03 WS-RRH-DATE    PIC 9(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-RRH-OPER    PIC X(8).
       01 WS-RCV-RPT-LINE.
           03 WS-RRL-LABEL   PIC X(24).
           03 WS-RRL-VALUE   PIC X(30).
       01 WS-RCV-RPT-COUNT   PIC Z(9)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE RC-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE "C" TO WS-AUTH-LETTER
           PERFORM CHECK-OPERATOR-AUTH
           MOVE WS-RUN-DATE TO WS-KEY-DATE
           IF RC-CARD-MODE-C EQUAL "R"
               PERFORM RECEIVE-PARTNER-FILE
               STOP RUN
           END-IF
           MOVE "C" TO WS-PGM-CODE
           PERFORM CHECK-CYCLE-LOG
           OPEN INPUT SHIFTIN
               WRITE ERR-REC
               EXIT PARAGRAPH
           END-IF
           MOVE IN-PARTNER TO WS-LOOKUP-PARTNER
           PERFORM LOOKUP-PARTNER-KEY
           IF WS-KEY-FOUND-SW NOT EQUAL "Y"
               MOVE IN-PARTNER TO ERR-PARTNER
           IF IN-MODE EQUAL "D"
               COMPUTE WS-SHIFT-AMT = 0 - WS-SHIFT-AMT
           END-IF
           PERFORM SHIFT-MESSAGE-TEXT
           ADD 1 TO WS-SEQ-NUM
           MOVE WS-RUN-DATE    TO SHIFT-HDR-RUN-DATE
           MOVE WS-RUN-TIME    TO SHIFT-HDR-RUN-TIME
           MOVE WS-OPERATOR-ID TO SHIFT-HDR-OPERATOR-ID
           MOVE WS-SEQ-NUM     TO SHIFT-HDR-SEQ-NUM
           MOVE WS-MSG-LEN TO OUT-LEN
           PERFORM COMPUTE-CHECK-DIGITS
           MOVE WS-CHECK-VAL TO OUT-CHECK
           MOVE STR TO OUT-STR
           PERFORM DISTRIBUTE-MESSAGE
           WRITE SHIFTOUT-REC.

       SHIFT-MESSAGE-TEXT.
           PERFORM VARYING POS FROM 1 BY 1
                   UNTIL POS > WS-MSG-LEN
               EVALUATE TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      * Route the finished message into the partner's own delivery
      * file as well.  The consolidated SHIFTOUT stays as the run's
           MOVE WS-DIST-COUNT TO WS-DRT-COUNT
           WRITE DISTRPT-LINE FROM WS-DIST-RPT-TOT.

      * Receipt mode.  The partner file is read twice: the first pass
      * proves the transmittal as a whole (one HDR, one TRL, count and
      * hash agree, a key in effect on the file's business date) and
      * checks it against PTNRLOG for a repeat; only a file that
      * passes is decoded message by message on the second pass.
       RECEIVE-PARTNER-FILE.
           IF WS-OPR-SENIOR-SW NOT EQUAL "Y"
               MOVE "RECEIPT NEEDS SENIOR" TO WS-SEC-REASON
               PERFORM WRITE-SECURITY-LOG
               DISPLAY "OPERMAST: OPERATOR " WS-OPERATOR-ID
                       " MAY NOT DECODE A PARTNER FILE - RUN ENDED"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SHIFTOUT
           OPEN OUTPUT DISTRPT
           OPEN OUTPUT ERRRPT
           PERFORM LOAD-SHIFT-KEYS
           OPEN INPUT PTNRIN
           IF WS-PTNRIN-STATUS NOT EQUAL "00"
               DISPLAY "PTNRIN: PARTNER FILE NOT AVAILABLE - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SCAN-PARTNER-FILE
           CLOSE PTNRIN
           IF WS-RCV-REASON EQUAL SPACES
               PERFORM CHECK-PRIOR-RECEIPT
           END-IF
           EVALUATE TRUE
               WHEN WS-RCV-REASON EQUAL SPACES
                   OPEN INPUT PTNRIN
                   PERFORM DECODE-PARTNER-FILE
                   CLOSE PTNRIN
                   IF WS-NAK-COUNT EQUAL ZEROS
                       MOVE "ACK" TO WS-RCV-RESULT
                   ELSE
                       MOVE "NAK" TO WS-RCV-RESULT
                   END-IF
               WHEN WS-RCV-REASON EQUAL "DUPLICATE FILE"
                   MOVE "DUP" TO WS-RCV-RESULT
               WHEN OTHER
                   MOVE "REJ" TO WS-RCV-RESULT
           END-EVALUATE
      * No acknowledgment goes to a partner id we hold no key for at
      * all - there is no agreed delivery point to send it to.
           IF WS-RCV-PARTNER NOT EQUAL SPACES
              AND WS-RCV-REASON NOT EQUAL "UNKNOWN PARTNER"
               PERFORM WRITE-PARTNER-ACK
           END-IF
           PERFORM LOG-PARTNER-RECEIPT
           PERFORM WRITE-RECEIPT-SUMMARY
           CLOSE SHIFTOUT
           CLOSE DISTRPT
           CLOSE ERRRPT
           EVALUATE WS-RCV-RESULT
               WHEN "ACK"
                   CONTINUE
               WHEN "REJ"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       SCAN-PARTNER-FILE.
           MOVE SPACES TO WS-RCV-REASON
           MOVE "N" TO WS-RCV-TRL-SW
           MOVE ZEROES TO WS-RCV-MSGS
           MOVE ZEROES TO WS-RCV-HASH
           READ PTNRIN
               AT END
                   MOVE "EMPTY FILE" TO WS-RCV-REASON
                   EXIT PARAGRAPH
           END-READ
           IF PFC-TAG NOT EQUAL "HDR"
               MOVE "HEADER MISSING" TO WS-RCV-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE PFC-FEED-ID   TO WS-RCV-PARTNER
           MOVE PFC-TIMESTAMP TO WS-RCV-STAMP
           IF PFC-FEED-ID EQUAL SPACES
               MOVE "HEADER PARTNER BLANK" TO WS-RCV-REASON
               EXIT PARAGRAPH
           END-IF
           IF PFC-BIZ-DATE IS NOT NUMERIC
               MOVE "HEADER DATE BAD" TO WS-RCV-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE PFC-BIZ-DATE TO WS-RCV-BIZ-DATE
           MOVE "N" TO WS-RCV-EOF-SW
           PERFORM UNTIL WS-RCV-EOF-SW EQUAL "Y"
               READ PTNRIN
                   AT END
                       MOVE "Y" TO WS-RCV-EOF-SW
                   NOT AT END
                       PERFORM SCAN-PARTNER-RECORD
               END-READ
           END-PERFORM
           IF WS-RCV-REASON NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RCV-TRL-SW NOT EQUAL "Y"
               MOVE "TRAILER MISSING" TO WS-RCV-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-RCV-TRL-COUNT NOT EQUAL WS-RCV-MSGS
               MOVE "TRAILER COUNT WRONG" TO WS-RCV-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-RCV-TRL-HASH NOT EQUAL WS-RCV-HASH
               MOVE "TRAILER HASH WRONG" TO WS-RCV-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RCV-PARTNER  TO WS-LOOKUP-PARTNER
           MOVE WS-RCV-BIZ-DATE TO WS-KEY-DATE
           PERFORM LOOKUP-PARTNER-KEY
           IF WS-KEY-FOUND-SW NOT EQUAL "Y"
               IF WS-PARTNER-SEEN-SW EQUAL "Y"
                   MOVE "NO KEY IN EFFECT"  TO WS-RCV-REASON
               ELSE
                   MOVE "UNKNOWN PARTNER"   TO WS-RCV-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SHIFT-AMT TO WS-RCV-SHIFT.

      * The first fault found stops the scan - the file goes back to
      * the partner whole, so one reason is all the NAK needs.
       SCAN-PARTNER-RECORD.
           EVALUATE PFC-TAG
               WHEN "HDR"
                   MOVE "SECOND HEADER" TO WS-RCV-REASON
               WHEN "TRL"
                   IF WS-RCV-TRL-SW EQUAL "Y"
                       MOVE "SECOND TRAILER" TO WS-RCV-REASON
                   ELSE
                       MOVE "Y" TO WS-RCV-TRL-SW
                       MOVE PFC-HASH TO WS-RCV-TRL-HASH-X
                       IF PFC-REC-COUNT IS NOT NUMERIC
                           MOVE "TRAILER COUNT WRONG" TO WS-RCV-REASON
                       ELSE
                           IF WS-RCV-TRL-HASH-N IS NOT NUMERIC
                               MOVE "TRAILER HASH WRONG"
                                 TO WS-RCV-REASON
                           ELSE
                               MOVE PFC-REC-COUNT
                                 TO WS-RCV-TRL-COUNT
                               MOVE WS-RCV-TRL-HASH-N
                                 TO WS-RCV-TRL-HASH
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-RCV-TRL-SW EQUAL "Y"
                       MOVE "RECORDS AFTER TRAILER" TO WS-RCV-REASON
                   ELSE
                       ADD 1 TO WS-RCV-MSGS
                       IF PIN-CHECK-TEXT IS NUMERIC
                           ADD PIN-CHECK TO WS-RCV-HASH
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-RCV-REASON NOT EQUAL SPACES
               MOVE "Y" TO WS-RCV-EOF-SW
           END-IF.

      * A file already decoded for this partner and business date is
      * a repeat if it carries the same creation stamp, or if it
      * matches a fully acknowledged file's count and hash.  A file
      * we NAKed may come back with the same totals once the partner
      * repairs the failed messages, so only the stamp counts there.
       CHECK-PRIOR-RECEIPT.
           OPEN INPUT PTNRLOG
           IF WS-PTNRLOG-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PTNRLOG-STATUS NOT EQUAL "00"
               READ PTNRLOG
                   AT END
                       MOVE "10" TO WS-PTNRLOG-STATUS
                   NOT AT END
                       PERFORM CHECK-ONE-RECEIPT
               END-READ
           END-PERFORM
           CLOSE PTNRLOG.

       CHECK-ONE-RECEIPT.
           IF PRL-PARTNER NOT EQUAL WS-RCV-PARTNER
              OR PRL-BIZ-DATE NOT EQUAL WS-RCV-BIZ-DATE
              OR (PRL-RESULT NOT EQUAL "ACK"
                  AND PRL-RESULT NOT EQUAL "NAK")
               EXIT PARAGRAPH
           END-IF
           IF PRL-FILE-STAMP EQUAL WS-RCV-STAMP
              OR (PRL-RESULT EQUAL "ACK"
                  AND PRL-MSG-COUNT EQUAL WS-RCV-MSGS
                  AND PRL-HASH EQUAL WS-RCV-HASH)
               MOVE "DUPLICATE FILE" TO WS-RCV-REASON
               MOVE PRL-RCV-DATE TO WS-RCV-DUP-DATE
           END-IF.

       DECODE-PARTNER-FILE.
           MOVE ZEROS  TO WS-NAK-COUNT
           MOVE ZEROES TO WS-NAK-HASH
           MOVE ZEROES TO WS-RCV-ACCEPTED
           MOVE ZEROES TO WS-SEQ-NUM
           READ PTNRIN
           MOVE "N" TO WS-RCV-EOF-SW
           PERFORM UNTIL WS-RCV-EOF-SW EQUAL "Y"
               READ PTNRIN
                   AT END
                       MOVE "Y" TO WS-RCV-EOF-SW
                   NOT AT END
                       IF PFC-TAG NOT EQUAL "TRL"
                           PERFORM DECODE-PARTNER-MESSAGE
                       END-IF
               END-READ
           END-PERFORM.

      * The partner's own sequence number is what the NAK quotes and
      * what the inbound record carries, so a failed message can be
      * traced at both ends; a message without one is known by its
      * position in the file.
       DECODE-PARTNER-MESSAGE.
           ADD 1 TO WS-SEQ-NUM
           IF PIN-SEQ-NUM IS NUMERIC
               MOVE PIN-SEQ-NUM TO WS-RCV-SEQ
           ELSE
               MOVE WS-SEQ-NUM  TO WS-RCV-SEQ
           END-IF
           IF PIN-LEN-TEXT IS NOT NUMERIC OR PIN-LEN EQUAL ZEROES
              OR PIN-LEN > WS-MAX-MSG
               MOVE "BAD MESSAGE LENGTH" TO ERR-REASON
               PERFORM REJECT-PARTNER-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF PIN-CHECK-TEXT IS NOT NUMERIC
               MOVE "CHECK MISSING"      TO ERR-REASON
               PERFORM REJECT-PARTNER-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE PIN-LEN TO WS-MSG-LEN
           MOVE SPACES TO STR
           PERFORM VARYING POS FROM 1 BY 1
                   UNTIL POS > WS-MSG-LEN
               MOVE PIN-CHR(POS) TO CHR(POS)
           END-PERFORM
           PERFORM COMPUTE-CHECK-DIGITS
           IF WS-CHECK-VAL NOT EQUAL PIN-CHECK
               MOVE "CHECK FAILED"       TO ERR-REASON
               PERFORM REJECT-PARTNER-MESSAGE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SHIFT-AMT = 0 - WS-RCV-SHIFT
           PERFORM SHIFT-MESSAGE-TEXT
           MOVE SPACES TO SHIFTOUT-REC
           MOVE WS-RUN-DATE    TO SHIFT-HDR-RUN-DATE
           MOVE WS-RUN-TIME    TO SHIFT-HDR-RUN-TIME
           MOVE WS-OPERATOR-ID TO SHIFT-HDR-OPERATOR-ID
           MOVE WS-RCV-SEQ     TO SHIFT-HDR-SEQ-NUM
           MOVE WS-MSG-LEN TO OUT-LEN
           PERFORM COMPUTE-CHECK-DIGITS
           MOVE WS-CHECK-VAL TO OUT-CHECK
           MOVE STR TO OUT-STR
           WRITE SHIFTOUT-REC
           ADD 1 TO WS-RCV-ACCEPTED.

       REJECT-PARTNER-MESSAGE.
           MOVE WS-RCV-PARTNER TO ERR-PARTNER
           MOVE PIN-STR        TO ERR-STR
           WRITE ERR-REC
           IF WS-NAK-COUNT >= WS-MAX-NAKS
               DISPLAY "PTNRIN: FAILED MESSAGE TABLE FULL AT "
                       WS-RCV-PARTNER " - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NAK-COUNT
           MOVE WS-RCV-SEQ TO WS-NAK-SEQ(WS-NAK-COUNT)
           MOVE ERR-REASON TO WS-NAK-REASON(WS-NAK-COUNT)
           ADD WS-RCV-SEQ  TO WS-NAK-HASH.

      * The acknowledgment is itself a transmittal: HDR, the summary,
      * one ERR per failed message, and a TRL whose count and hash
      * (of the failed sequence numbers) let the partner prove they
      * have the whole NAK list.  A file refused outright goes back
      * as a NAK carrying the file-level reason and no ERR records.
       WRITE-PARTNER-ACK.
           MOVE SPACES TO WS-ACK-DD-NAME
           STRING "SHA" WS-RCV-PARTNER
               DELIMITED BY SIZE INTO WS-ACK-DD-NAME
           OPEN OUTPUT PTNRACK
           MOVE "HDR"           TO WS-DCT-TAG
           MOVE WS-RCV-PARTNER  TO WS-DCT-FEED-ID
           MOVE WS-RCV-BIZ-DATE TO WS-DCT-BIZ-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DCT-TIMESTAMP
           MOVE SPACES TO PTNRACK-REC
           MOVE WS-DIST-CTL-REC TO PTNRACK-REC(1:33)
           WRITE PTNRACK-REC
           IF WS-RCV-RESULT EQUAL "REJ"
               MOVE "NAK" TO WS-AKS-TAG
           ELSE
               MOVE WS-RCV-RESULT TO WS-AKS-TAG
           END-IF
           MOVE WS-RCV-STAMP    TO WS-AKS-STAMP
           MOVE WS-RCV-MSGS     TO WS-AKS-RECEIVED
           MOVE WS-RCV-ACCEPTED TO WS-AKS-ACCEPTED
           IF WS-RCV-RESULT EQUAL "DUP"
               MOVE ZEROES TO WS-AKS-FAILED
           ELSE
               COMPUTE WS-AKS-FAILED = WS-RCV-MSGS - WS-RCV-ACCEPTED
           END-IF
           MOVE WS-RCV-REASON   TO WS-AKS-REASON
           MOVE SPACES TO PTNRACK-REC
           MOVE WS-ACK-SUMMARY TO PTNRACK-REC
           WRITE PTNRACK-REC
           PERFORM VARYING WS-NAK-IDX FROM 1 BY 1
                   UNTIL WS-NAK-IDX > WS-NAK-COUNT
               MOVE WS-NAK-SEQ(WS-NAK-IDX)    TO WS-AKE-SEQ
               MOVE WS-NAK-REASON(WS-NAK-IDX) TO WS-AKE-REASON
               MOVE SPACES TO PTNRACK-REC
               MOVE WS-ACK-ERR TO PTNRACK-REC
               WRITE PTNRACK-REC
           END-PERFORM
           MOVE "TRL" TO WS-DCT-TAG
           MOVE WS-NAK-COUNT TO WS-DCT-REC-COUNT
           MOVE WS-NAK-HASH  TO WS-DCT-HASH
           MOVE SPACES TO WS-DCT-TRL-FIELDS(27:4)
           MOVE SPACES TO PTNRACK-REC
           MOVE WS-DIST-CTL-REC TO PTNRACK-REC(1:33)
           WRITE PTNRACK-REC
           CLOSE PTNRACK.

       LOG-PARTNER-RECEIPT.
           OPEN EXTEND PTNRLOG
           IF WS-PTNRLOG-STATUS EQUAL "35"
               OPEN OUTPUT PTNRLOG
           END-IF
           MOVE SPACES TO PTNRLOG-REC
           MOVE WS-RCV-PARTNER  TO PRL-PARTNER
           MOVE WS-RCV-BIZ-DATE TO PRL-BIZ-DATE
           MOVE WS-RCV-STAMP    TO PRL-FILE-STAMP
           MOVE WS-RCV-MSGS     TO PRL-MSG-COUNT
           MOVE WS-RCV-HASH     TO PRL-HASH
           MOVE WS-RCV-RESULT   TO PRL-RESULT
           MOVE WS-NAK-COUNT    TO PRL-FAILED
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRL-RCV-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO PRL-RCV-TIME
           MOVE WS-OPERATOR-ID  TO PRL-OPERATOR
           WRITE PTNRLOG-REC
           CLOSE PTNRLOG.

       WRITE-RECEIPT-SUMMARY.
           MOVE WS-RUN-DATE    TO WS-RRH-DATE
           MOVE WS-OPERATOR-ID TO WS-RRH-OPER
           WRITE DISTRPT-LINE FROM WS-RCV-RPT-HDR
           MOVE SPACES TO DISTRPT-LINE
           WRITE DISTRPT-LINE
           MOVE "PARTNER"           TO WS-RRL-LABEL
           MOVE WS-RCV-PARTNER      TO WS-RRL-VALUE
           WRITE DISTRPT-LINE FROM WS-RCV-RPT-LINE
           MOVE "BUSINESS DATE"     TO WS-RRL-LABEL
           MOVE WS-RCV-BIZ-DATE     TO WS-RRL-VALUE
           WRITE DISTRPT-LINE FROM WS-RCV-RPT-LINE
           MOVE "FILE CREATED"      TO WS-RRL-LABEL
           MOVE WS-RCV-STAMP        TO WS-RRL-VALUE
           WRITE DISTRPT-LINE FROM WS-RCV-RPT-LINE
           MOVE "MESSAGES RECEIVED" TO WS-RRL-LABEL
           MOVE WS-RCV-MSGS         TO WS-RCV-RPT-COUNT
           MOVE WS-RCV-RPT-COUNT    TO WS-RRL-VALUE
           WRITE DISTRPT-LINE FROM WS-RCV-RPT-LINE
           MOVE "MESSAGES DECODED"  TO WS-RRL-LABEL
           MOVE WS-RCV-ACCEPTED     TO WS-RCV-RPT-COUNT
           MOVE WS-RCV-RPT-COUNT    TO WS-RRL-VALUE
           WRITE DISTRPT-LINE FROM WS-RCV-RPT-LINE
           MOVE "MESSAGES FAILED"   TO WS-RRL-LABEL
           MOVE WS-NAK-COUNT        TO WS-RCV-RPT-COUNT
           MOVE WS-RCV-RPT-COUNT    TO WS-RRL-VALUE
           WRITE DISTRPT-LINE FROM WS-RCV-RPT-LINE
           MOVE "RESULT"            TO WS-RRL-LABEL
           MOVE WS-RCV-RESULT       TO WS-RRL-VALUE
           WRITE DISTRPT-LINE FROM WS-RCV-RPT-LINE
           IF WS-RCV-REASON NOT EQUAL SPACES
               MOVE "REASON"        TO WS-RRL-LABEL
               MOVE WS-RCV-REASON   TO WS-RRL-VALUE
               WRITE DISTRPT-LINE FROM WS-RCV-RPT-LINE
           END-IF
           IF WS-RCV-RESULT EQUAL "DUP"
               MOVE "FIRST RECEIVED"  TO WS-RRL-LABEL
               MOVE WS-RCV-DUP-DATE   TO WS-RRL-VALUE
               WRITE DISTRPT-LINE FROM WS-RCV-RPT-LINE
           END-IF.

       LOAD-SHIFT-KEYS.
           OPEN INPUT SHIFTKEY
           IF WS-SHIFTKEY-STATUS NOT EQUAL "00"
           MOVE ZEROES TO WS-BEST-EFF-DATE
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KEY-PARTNER(WS-KEY-IDX) EQUAL WS-LOOKUP-PARTNER
                   MOVE "Y" TO WS-PARTNER-SEEN-SW
                   IF WS-KEY-EFF-DATE(WS-KEY-IDX) NOT > WS-KEY-DATE
                      AND WS-KEY-EFF-DATE(WS-KEY-IDX)
                          NOT < WS-BEST-EFF-DATE
                       MOVE "Y" TO WS-KEY-FOUND-SW
