      * Compile with -I copybooks (or set COB_COPY_DIR) so COPY
      * RUNCTLW/RUNCTLP below can resolve the run-control copybooks.
      *
      * Customer master maintenance.  CUSTMAST is the list of
      * delivery customers E resolves case customer ids against -
      * id, name, coordinates and active flag.  Takes a deck of
      * CUSCARDS requests (add, change, delete, list), validates
      * every one - id present, no duplicate on add, must exist on
      * change and delete, signed numeric coordinates, known active
      * flag - and writes the updated master to CUSTMNEW with an
      * action-by-action report on CUSTRPT.  Operations swaps
      * CUSTMNEW in after a clean run; the live master is never
      * rewritten in place.  The master is kept in customer id
      * order, which E relies on to look ids up, so adds are filed
      * in sequence rather than appended.  A customer is retired
      * with a change card carrying active flag N, never by
      * deletion, and only an inactive customer may be deleted, so a
      * case still naming it is reported as an inactive customer
      * rather than an unknown one.  Any rejected card ends the job
      * with RETURN-CODE 4 so the scheduler flags it.
      *
      * Card layout:  col 1      action  A=add C=change D=delete
      *                                  L=list
      *               cols 2-7   customer id (blank on L lists all)
      *               cols 8-37  customer name
      *               cols 38-47 x coordinate, sign then nine digits
      *               cols 48-57 y coordinate, sign then nine digits
      *               col 58     active  Y=yes N=no
      * On A the name and both coordinates are required and a blank
      * active flag defaults to Y; on C a blank field leaves the
      * master value standing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLUTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSCARDS ASSIGN TO "CUSCARDS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CUSTMNEW ASSIGN TO "CUSTMNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTRPT  ASSIGN TO "CUSTRPT"
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
       FD  CUSCARDS.
       01  CUSCARD-REC.
           03 CARD-ACTION     PIC X.
           03 CARD-CUST      PIC X(6).
           03 CARD-NAME       PIC X(30).
           03 CARD-X-TEXT     PIC X(10).
           03 CARD-X          REDEFINES CARD-X-TEXT
                              PIC S9(9) SIGN IS LEADING SEPARATE.
           03 CARD-Y-TEXT     PIC X(10).
           03 CARD-Y          REDEFINES CARD-Y-TEXT
                              PIC S9(9) SIGN IS LEADING SEPARATE.
           03 CARD-ACTIVE     PIC X.

       FD  CUSTMAST.
       01  CUSTMAST-REC.
           03 CUS-ID          PIC X(6).
           03 CUS-NAME        PIC X(30).
           03 CUS-X           PIC S9(9) SIGN IS LEADING SEPARATE.
           03 CUS-Y           PIC S9(9) SIGN IS LEADING SEPARATE.
           03 CUS-ACTIVE      PIC X.

       FD  CUSTMNEW.
       01  CUSTMNEW-REC.
           03 NEW-ID          PIC X(6).
           03 NEW-NAME        PIC X(30).
           03 NEW-X           PIC S9(9) SIGN IS LEADING SEPARATE.
           03 NEW-Y           PIC S9(9) SIGN IS LEADING SEPARATE.
           03 NEW-ACTIVE      PIC X.

       FD  CUSTRPT.
       01  CUSTRPT-LINE        PIC X(110).

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
      * E loads the same master into a table of this size; a master
      * that outgrows it here would be refused there too.
       78  WS-MAX-CUSTS          VALUE 50000.
       01 WS-CUSTMAST-STATUS PIC X(2)   VALUE "00".
       01 WS-EOF-FLAG        PIC X      VALUE "N".
       01 WS-CUS-COUNT       PIC S9(9)  VALUE ZEROS.
       01 WS-CUS-IDX         PIC S9(9)  VALUE ZEROS.
       01 WS-FOUND-IDX       PIC S9(9)  VALUE ZEROS.
       01 WS-INSERT-IDX      PIC S9(9)  VALUE ZEROS.
       01 WS-SHIFT-DONE-SW   PIC X      VALUE "N".
       01 WS-CUSTOMER-TABLE.
           03 WS-CUS-ENTRY              OCCURS WS-MAX-CUSTS TIMES.
               05 WS-CUS-ID       PIC X(6).
               05 WS-CUS-NAME     PIC X(30).
               05 WS-CUS-X        PIC S9(9).
               05 WS-CUS-Y        PIC S9(9).
               05 WS-CUS-ACTIVE   PIC X.
               05 WS-CUS-DEL-SW   PIC X.
       01 WS-VALID-SW        PIC X      VALUE "Y".
       01 WS-REASON          PIC X(20)  VALUE SPACES.
       01 WS-CARD-COUNT      PIC 9(6)   VALUE ZEROS.
       01 WS-REJECT-COUNT    PIC 9(6)   VALUE ZEROS.

       01 WS-RPT-HDR.
           03                 PIC X(28)
                  VALUE "CUSTOMER MASTER MAINTENANCE ".
           03 WS-RPT-HDR-DATE PIC 9(8).
           03                 PIC X(2)   VALUE SPACES.
           03 WS-RPT-HDR-OPER PIC X(8).
       01 WS-RPT-ACTION.
           03 WS-RPT-ACT      PIC X(8).
           03 WS-RPT-CUST     PIC X(6).
           03                 PIC X      VALUE SPACE.
           03 WS-RPT-NAME     PIC X(30).
           03                 PIC X      VALUE SPACE.
           03 WS-RPT-X        PIC -Z(8)9.
           03                 PIC X      VALUE SPACE.
           03 WS-RPT-Y        PIC -Z(8)9.
           03                 PIC X      VALUE SPACE.
           03 WS-RPT-ACTIVE   PIC X.
           03                 PIC X(2)   VALUE SPACES.
           03 WS-RPT-RESULT   PIC X(20).
       01 WS-RPT-TOTALS.
           03                 PIC X(16)
                  VALUE "CARDS PROCESSED ".
           03 WS-RPT-CARDS    PIC Z(5)9.
           03                 PIC X(11)  VALUE "  REJECTED ".
           03 WS-RPT-REJECTS  PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-RUN-CONTROL
           MOVE RC-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE "J" TO WS-AUTH-LETTER
           PERFORM CHECK-OPERATOR-AUTH
           OPEN INPUT CUSCARDS
           OPEN OUTPUT CUSTMNEW
           OPEN OUTPUT CUSTRPT
           MOVE RC-RUN-DATE    TO WS-RPT-HDR-DATE
           MOVE RC-OPERATOR-ID TO WS-RPT-HDR-OPER
           WRITE CUSTRPT-LINE FROM WS-RPT-HDR
           MOVE SPACES TO CUSTRPT-LINE
           WRITE CUSTRPT-LINE
           PERFORM LOAD-CUSTOMERS
           PERFORM READ-CUSCARD
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               PERFORM PROCESS-CARD
               PERFORM READ-CUSCARD
           END-PERFORM
           PERFORM WRITE-NEW-MASTER
           MOVE SPACES TO CUSTRPT-LINE
           WRITE CUSTRPT-LINE
           MOVE WS-CARD-COUNT   TO WS-RPT-CARDS
           MOVE WS-REJECT-COUNT TO WS-RPT-REJECTS
           WRITE CUSTRPT-LINE FROM WS-RPT-TOTALS
           CLOSE CUSCARDS
           CLOSE CUSTMNEW
           CLOSE CUSTRPT
           IF WS-REJECT-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-CUSTOMERS.
           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS EQUAL "00"
               PERFORM UNTIL WS-CUSTMAST-STATUS NOT EQUAL "00"
                   READ CUSTMAST
                       AT END
                           MOVE "10" TO WS-CUSTMAST-STATUS
                       NOT AT END
                           PERFORM STORE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE CUSTMAST
           END-IF.

      * This job rewrites the master, so an overflow or an entry out
      * of id order must stop the run - a truncated CUSTMNEW swapped
      * in would drop customers, and an unordered one would have E
      * report good customer ids as unknown.
       STORE-CUSTOMER.
           IF WS-CUS-COUNT >= WS-MAX-CUSTS
               DISPLAY "CUSMAINT: CUSTOMER MASTER EXCEEDS "
                       WS-MAX-CUSTS " ENTRIES - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CUS-COUNT > ZEROES
               IF CUS-ID NOT > WS-CUS-ID(WS-CUS-COUNT)
                   DISPLAY "CUSMAINT: CUSTOMER MASTER OUT OF ID "
                           "SEQUENCE AT " CUS-ID " - RUN ENDED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-CUS-COUNT
           MOVE CUS-ID        TO WS-CUS-ID(WS-CUS-COUNT)
           MOVE CUS-NAME      TO WS-CUS-NAME(WS-CUS-COUNT)
           MOVE CUS-X         TO WS-CUS-X(WS-CUS-COUNT)
           MOVE CUS-Y         TO WS-CUS-Y(WS-CUS-COUNT)
           MOVE CUS-ACTIVE    TO WS-CUS-ACTIVE(WS-CUS-COUNT)
           MOVE "N"           TO WS-CUS-DEL-SW(WS-CUS-COUNT).

       READ-CUSCARD.
           READ CUSCARDS
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       PROCESS-CARD.
           ADD 1 TO WS-CARD-COUNT
           EVALUATE CARD-ACTION
               WHEN "A"
                   PERFORM ADD-CUSTOMER
               WHEN "C"
                   PERFORM CHANGE-CUSTOMER
               WHEN "D"
                   PERFORM DELETE-CUSTOMER
               WHEN "L"
                   PERFORM LIST-CUSTOMERS
               WHEN OTHER
                   MOVE "BAD ACTION"       TO WS-REASON
                   PERFORM REPORT-REJECT
           END-EVALUATE.

       ADD-CUSTOMER.
           IF CARD-ACTIVE EQUAL SPACE
               MOVE "Y" TO CARD-ACTIVE
           END-IF
           PERFORM VALIDATE-CARD-FIELDS
           IF WS-VALID-SW EQUAL "Y"
               IF CARD-NAME EQUAL SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "NAME MISSING"        TO WS-REASON
               END-IF
               IF CARD-X-TEXT EQUAL SPACES OR
                  CARD-Y-TEXT EQUAL SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "COORDINATE MISSING"  TO WS-REASON
               END-IF
           END-IF
           IF WS-VALID-SW NOT EQUAL "Y"
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ENTRY
           IF WS-FOUND-IDX > ZEROES
               MOVE "DUPLICATE CUSTOMER"  TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-CUS-COUNT >= WS-MAX-CUSTS
               MOVE "CUSTOMER TABLE FULL" TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-INSERT-SLOT
           MOVE CARD-CUST     TO WS-CUS-ID(WS-INSERT-IDX)
           MOVE CARD-NAME      TO WS-CUS-NAME(WS-INSERT-IDX)
           MOVE CARD-X         TO WS-CUS-X(WS-INSERT-IDX)
           MOVE CARD-Y         TO WS-CUS-Y(WS-INSERT-IDX)
           MOVE CARD-ACTIVE    TO WS-CUS-ACTIVE(WS-INSERT-IDX)
           MOVE "N"            TO WS-CUS-DEL-SW(WS-INSERT-IDX)
           MOVE WS-INSERT-IDX  TO WS-FOUND-IDX
           MOVE "ADDED   " TO WS-RPT-ACT
           PERFORM REPORT-ACTION.

      * Files the new customer in id order: every entry above the card's
      * id moves up one place and WS-INSERT-IDX is left on the gap.
       OPEN-INSERT-SLOT.
           COMPUTE WS-INSERT-IDX = WS-CUS-COUNT + 1
           MOVE WS-CUS-COUNT TO WS-CUS-IDX
           MOVE "N" TO WS-SHIFT-DONE-SW
           PERFORM UNTIL WS-SHIFT-DONE-SW EQUAL "Y"
               IF WS-CUS-IDX < 1
                   MOVE "Y" TO WS-SHIFT-DONE-SW
               ELSE
                   IF WS-CUS-ID(WS-CUS-IDX) < CARD-CUST
                       MOVE "Y" TO WS-SHIFT-DONE-SW
                   ELSE
                       MOVE WS-CUS-ENTRY(WS-CUS-IDX)
                         TO WS-CUS-ENTRY(WS-CUS-IDX + 1)
                       MOVE WS-CUS-IDX TO WS-INSERT-IDX
                       SUBTRACT 1 FROM WS-CUS-IDX
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-CUS-COUNT.

       CHANGE-CUSTOMER.
           PERFORM VALIDATE-CARD-FIELDS
           IF WS-VALID-SW NOT EQUAL "Y"
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ENTRY
           IF WS-FOUND-IDX EQUAL ZEROES
               MOVE "NOT ON FILE"         TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           IF CARD-NAME NOT EQUAL SPACES
               MOVE CARD-NAME      TO WS-CUS-NAME(WS-FOUND-IDX)
           END-IF
           IF CARD-X-TEXT NOT EQUAL SPACES
               MOVE CARD-X         TO WS-CUS-X(WS-FOUND-IDX)
           END-IF
           IF CARD-Y-TEXT NOT EQUAL SPACES
               MOVE CARD-Y         TO WS-CUS-Y(WS-FOUND-IDX)
           END-IF
           IF CARD-ACTIVE NOT EQUAL SPACE
               MOVE CARD-ACTIVE    TO WS-CUS-ACTIVE(WS-FOUND-IDX)
           END-IF
           MOVE "CHANGED " TO WS-RPT-ACT
           PERFORM REPORT-ACTION.

       DELETE-CUSTOMER.
           PERFORM FIND-ENTRY
           IF WS-FOUND-IDX EQUAL ZEROES
               MOVE "NOT ON FILE"         TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-CUS-ACTIVE(WS-FOUND-IDX) NOT EQUAL "N"
               MOVE "CUSTOMER ACTIVE"     TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CUS-DEL-SW(WS-FOUND-IDX)
           MOVE "DELETED " TO WS-RPT-ACT
           PERFORM REPORT-ACTION.

       LIST-CUSTOMERS.
           MOVE SPACES      TO WS-RPT-ACTION
           MOVE "LIST    " TO WS-RPT-ACT
           MOVE CARD-CUST  TO WS-RPT-CUST
           MOVE ZEROES      TO WS-RPT-X WS-RPT-Y
           WRITE CUSTRPT-LINE FROM WS-RPT-ACTION
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                   UNTIL WS-CUS-IDX > WS-CUS-COUNT
               IF WS-CUS-DEL-SW(WS-CUS-IDX) EQUAL "N" AND
                  (CARD-CUST EQUAL SPACES OR
                   CARD-CUST EQUAL WS-CUS-ID(WS-CUS-IDX))
                   MOVE "        "   TO WS-RPT-ACT
                   MOVE WS-CUS-IDX   TO WS-FOUND-IDX
                   PERFORM FORMAT-ENTRY
                   MOVE SPACES       TO WS-RPT-RESULT
                   WRITE CUSTRPT-LINE FROM WS-RPT-ACTION
               END-IF
           END-PERFORM.

       FIND-ENTRY.
           MOVE ZEROES TO WS-FOUND-IDX
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                   UNTIL WS-CUS-IDX > WS-CUS-COUNT
               IF WS-CUS-ID(WS-CUS-IDX) EQUAL CARD-CUST
                  AND WS-CUS-DEL-SW(WS-CUS-IDX) EQUAL "N"
                   MOVE WS-CUS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      * Blank fields pass here - ADD-CUSTOMER supplies its defaults and
      * demands its mandatory fields itself, and on a change a blank
      * field means no change.
       VALIDATE-CARD-FIELDS.
           MOVE "Y" TO WS-VALID-SW
           IF CARD-CUST EQUAL SPACES
               MOVE "N" TO WS-VALID-SW
               MOVE "CUSTOMER ID MISSING" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF CARD-X-TEXT NOT EQUAL SPACES
               IF (CARD-X-TEXT(1:1) NOT = "+" AND
                   CARD-X-TEXT(1:1) NOT = "-") OR
                  CARD-X-TEXT(2:9) IS NOT NUMERIC
                   MOVE "N" TO WS-VALID-SW
                   MOVE "BAD X COORDINATE"    TO WS-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF CARD-Y-TEXT NOT EQUAL SPACES
               IF (CARD-Y-TEXT(1:1) NOT = "+" AND
                   CARD-Y-TEXT(1:1) NOT = "-") OR
                  CARD-Y-TEXT(2:9) IS NOT NUMERIC
                   MOVE "N" TO WS-VALID-SW
                   MOVE "BAD Y COORDINATE"    TO WS-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF CARD-ACTIVE NOT EQUAL SPACE AND
              CARD-ACTIVE NOT EQUAL "Y" AND
              CARD-ACTIVE NOT EQUAL "N"
               MOVE "N" TO WS-VALID-SW
               MOVE "BAD ACTIVE FLAG"     TO WS-REASON
           END-IF.

       FORMAT-ENTRY.
           MOVE WS-CUS-ID(WS-FOUND-IDX)        TO WS-RPT-CUST
           MOVE WS-CUS-NAME(WS-FOUND-IDX)      TO WS-RPT-NAME
           MOVE WS-CUS-X(WS-FOUND-IDX)         TO WS-RPT-X
           MOVE WS-CUS-Y(WS-FOUND-IDX)         TO WS-RPT-Y
           MOVE WS-CUS-ACTIVE(WS-FOUND-IDX)    TO WS-RPT-ACTIVE.

      * Added and changed entries print as they now stand on the
      * master, so the reviewer sees the result, not the card.
       REPORT-ACTION.
           PERFORM FORMAT-ENTRY
           MOVE SPACES      TO WS-RPT-RESULT
           WRITE CUSTRPT-LINE FROM WS-RPT-ACTION.

       REPORT-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE "REJECTED" TO WS-RPT-ACT
           MOVE CARD-CUST     TO WS-RPT-CUST
           MOVE CARD-NAME      TO WS-RPT-NAME
           MOVE ZEROES         TO WS-RPT-X WS-RPT-Y
           IF (CARD-X-TEXT(1:1) = "+" OR CARD-X-TEXT(1:1) = "-")
              AND CARD-X-TEXT(2:9) IS NUMERIC
               MOVE CARD-X     TO WS-RPT-X
           END-IF
           IF (CARD-Y-TEXT(1:1) = "+" OR CARD-Y-TEXT(1:1) = "-")
              AND CARD-Y-TEXT(2:9) IS NUMERIC
               MOVE CARD-Y     TO WS-RPT-Y
           END-IF
           MOVE CARD-ACTIVE    TO WS-RPT-ACTIVE
           MOVE WS-REASON   TO WS-RPT-RESULT
           WRITE CUSTRPT-LINE FROM WS-RPT-ACTION.

       WRITE-NEW-MASTER.
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                   UNTIL WS-CUS-IDX > WS-CUS-COUNT
               IF WS-CUS-DEL-SW(WS-CUS-IDX) EQUAL "N"
                   MOVE WS-CUS-ID(WS-CUS-IDX)        TO NEW-ID
                   MOVE WS-CUS-NAME(WS-CUS-IDX)      TO NEW-NAME
                   MOVE WS-CUS-X(WS-CUS-IDX)         TO NEW-X
                   MOVE WS-CUS-Y(WS-CUS-IDX)         TO NEW-Y
                   MOVE WS-CUS-ACTIVE(WS-CUS-IDX)    TO NEW-ACTIVE
                   WRITE CUSTMNEW-REC
               END-IF
           END-PERFORM.

           COPY RUNCTLP.

           COPY OPERCHKP.
