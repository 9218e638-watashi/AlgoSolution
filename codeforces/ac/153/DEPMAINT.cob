      * Compile with -I copybooks (or set COB_COPY_DIR) so COPY
      * RUNCTLW/RUNCTLP below can resolve the run-control copybooks.
      *
      * Depot master maintenance.  DEPMAST is the list of depots E
      * resolves case depot ids against - id, name, coordinates,
      * active flag and stop capacity (zero means the depot takes
      * any load).  Takes a deck of DEPCARDS requests (add, change,
      * delete, list), validates every one - id present, no
      * duplicate on add, must exist on change and delete, signed
      * numeric coordinates, known active flag, numeric capacity -
      * and writes the updated master to DEPMNEW with an action-by-
      * action report on DEPRPT.  Operations swaps DEPMNEW in after
      * a clean run; the live master is never rewritten in place.
      * The master is kept in depot id order, which E relies on to
      * look ids up, so adds are filed in sequence rather than
      * appended.  A depot is retired with a change card carrying
      * active flag N, never by deletion, and only an inactive depot
      * may be deleted, so a case still naming it is reported as an
      * inactive depot rather than an unknown one.  Any rejected
      * card ends the job with RETURN-CODE 4 so the scheduler flags
      * it.
      *
      * Card layout:  col 1      action  A=add C=change D=delete
      *                                  L=list
      *               cols 2-7   depot id (blank on L lists all)
      *               cols 8-37  depot name
      *               cols 38-47 x coordinate, sign then nine digits
      *               cols 48-57 y coordinate, sign then nine digits
      *               col 58     active  Y=yes N=no
      *               cols 59-67 stop capacity, nine digits
      * On A the name and both coordinates are required, a blank
      * active flag defaults to Y and a blank capacity to zero; on C
      * a blank field leaves the master value standing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLUTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPCARDS ASSIGN TO "DEPCARDS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPMAST  ASSIGN TO "DEPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPMAST-STATUS.
           SELECT DEPMNEW  ASSIGN TO "DEPMNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPRPT   ASSIGN TO "DEPRPT"
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
       FD  DEPCARDS.
       01  DEPCARD-REC.
           03 CARD-ACTION     PIC X.
           03 CARD-DEPOT      PIC X(6).
           03 CARD-NAME       PIC X(30).
           03 CARD-X-TEXT     PIC X(10).
           03 CARD-X          REDEFINES CARD-X-TEXT
                              PIC S9(9) SIGN IS LEADING SEPARATE.
           03 CARD-Y-TEXT     PIC X(10).
           03 CARD-Y          REDEFINES CARD-Y-TEXT
                              PIC S9(9) SIGN IS LEADING SEPARATE.
           03 CARD-ACTIVE     PIC X.
           03 CARD-CAP-TEXT   PIC X(9).
           03 CARD-CAP        REDEFINES CARD-CAP-TEXT PIC 9(9).

       FD  DEPMAST.
       01  DEPMAST-REC.
           03 DEP-ID          PIC X(6).
           03 DEP-NAME        PIC X(30).
           03 DEP-X           PIC S9(9) SIGN IS LEADING SEPARATE.
           03 DEP-Y           PIC S9(9) SIGN IS LEADING SEPARATE.
           03 DEP-ACTIVE      PIC X.
           03 DEP-CAP         PIC 9(9).

       FD  DEPMNEW.
       01  DEPMNEW-REC.
           03 NEW-ID          PIC X(6).
           03 NEW-NAME        PIC X(30).
           03 NEW-X           PIC S9(9) SIGN IS LEADING SEPARATE.
           03 NEW-Y           PIC S9(9) SIGN IS LEADING SEPARATE.
           03 NEW-ACTIVE      PIC X.
           03 NEW-CAP         PIC 9(9).

       FD  DEPRPT.
       01  DEPRPT-LINE        PIC X(110).

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
       78  WS-MAX-DEPS           VALUE 1000.
       01 WS-DEPMAST-STATUS  PIC X(2)   VALUE "00".
       01 WS-EOF-FLAG        PIC X      VALUE "N".
       01 WS-DEP-COUNT       PIC S9(4)  VALUE ZEROS.
       01 WS-DEP-IDX         PIC S9(4)  VALUE ZEROS.
       01 WS-FOUND-IDX       PIC S9(4)  VALUE ZEROS.
       01 WS-INSERT-IDX      PIC S9(4)  VALUE ZEROS.
       01 WS-SHIFT-DONE-SW   PIC X      VALUE "N".
       01 WS-DEPOT-TABLE.
           03 WS-DEP-ENTRY              OCCURS WS-MAX-DEPS TIMES.
               05 WS-DEP-ID       PIC X(6).
               05 WS-DEP-NAME     PIC X(30).
               05 WS-DEP-X        PIC S9(9).
               05 WS-DEP-Y        PIC S9(9).
               05 WS-DEP-ACTIVE   PIC X.
               05 WS-DEP-CAP      PIC 9(9).
               05 WS-DEP-DEL-SW   PIC X.
       01 WS-VALID-SW        PIC X      VALUE "Y".
       01 WS-REASON          PIC X(20)  VALUE SPACES.
       01 WS-CARD-COUNT      PIC 9(6)   VALUE ZEROS.
       01 WS-REJECT-COUNT    PIC 9(6)   VALUE ZEROS.

       01 WS-RPT-HDR.
           03                 PIC X(28)
                  VALUE "DEPOT MASTER MAINTENANCE    ".
           03 WS-RPT-HDR-DATE PIC 9(8).
           03                 PIC X(2)   VALUE SPACES.
           03 WS-RPT-HDR-OPER PIC X(8).
       01 WS-RPT-ACTION.
           03 WS-RPT-ACT      PIC X(8).
           03 WS-RPT-DEPOT    PIC X(6).
           03                 PIC X      VALUE SPACE.
           03 WS-RPT-NAME     PIC X(30).
           03                 PIC X      VALUE SPACE.
           03 WS-RPT-X        PIC -Z(8)9.
           03                 PIC X      VALUE SPACE.
           03 WS-RPT-Y        PIC -Z(8)9.
           03                 PIC X      VALUE SPACE.
           03 WS-RPT-ACTIVE   PIC X.
           03                 PIC X      VALUE SPACE.
           03 WS-RPT-CAP      PIC Z(8)9.
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
           OPEN INPUT DEPCARDS
           OPEN OUTPUT DEPMNEW
           OPEN OUTPUT DEPRPT
           MOVE RC-RUN-DATE    TO WS-RPT-HDR-DATE
           MOVE RC-OPERATOR-ID TO WS-RPT-HDR-OPER
           WRITE DEPRPT-LINE FROM WS-RPT-HDR
           MOVE SPACES TO DEPRPT-LINE
           WRITE DEPRPT-LINE
           PERFORM LOAD-DEPOTS
           PERFORM READ-DEPCARD
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               PERFORM PROCESS-CARD
               PERFORM READ-DEPCARD
           END-PERFORM
           PERFORM WRITE-NEW-MASTER
           MOVE SPACES TO DEPRPT-LINE
           WRITE DEPRPT-LINE
           MOVE WS-CARD-COUNT   TO WS-RPT-CARDS
           MOVE WS-REJECT-COUNT TO WS-RPT-REJECTS
           WRITE DEPRPT-LINE FROM WS-RPT-TOTALS
           CLOSE DEPCARDS
           CLOSE DEPMNEW
           CLOSE DEPRPT
           IF WS-REJECT-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-DEPOTS.
           OPEN INPUT DEPMAST
           IF WS-DEPMAST-STATUS EQUAL "00"
               PERFORM UNTIL WS-DEPMAST-STATUS NOT EQUAL "00"
                   READ DEPMAST
                       AT END
                           MOVE "10" TO WS-DEPMAST-STATUS
                       NOT AT END
                           PERFORM STORE-DEPOT
                   END-READ
               END-PERFORM
               CLOSE DEPMAST
           END-IF.

      * This job rewrites the master, so an overflow or an entry out
      * of id order must stop the run - a truncated DEPMNEW swapped
      * in would drop depots, and an unordered one would have E
      * report good depot ids as unknown.
       STORE-DEPOT.
           IF WS-DEP-COUNT >= WS-MAX-DEPS
               DISPLAY "DEPMAINT: DEPOT MASTER EXCEEDS "
                       WS-MAX-DEPS " ENTRIES - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DEP-COUNT > ZEROES
               IF DEP-ID NOT > WS-DEP-ID(WS-DEP-COUNT)
                   DISPLAY "DEPMAINT: DEPOT MASTER OUT OF ID "
                           "SEQUENCE AT " DEP-ID " - RUN ENDED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-DEP-COUNT
           MOVE DEP-ID        TO WS-DEP-ID(WS-DEP-COUNT)
           MOVE DEP-NAME      TO WS-DEP-NAME(WS-DEP-COUNT)
           MOVE DEP-X         TO WS-DEP-X(WS-DEP-COUNT)
           MOVE DEP-Y         TO WS-DEP-Y(WS-DEP-COUNT)
           MOVE DEP-ACTIVE    TO WS-DEP-ACTIVE(WS-DEP-COUNT)
           MOVE DEP-CAP       TO WS-DEP-CAP(WS-DEP-COUNT)
           MOVE "N"           TO WS-DEP-DEL-SW(WS-DEP-COUNT).

       READ-DEPCARD.
           READ DEPCARDS
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       PROCESS-CARD.
           ADD 1 TO WS-CARD-COUNT
           EVALUATE CARD-ACTION
               WHEN "A"
                   PERFORM ADD-DEPOT
               WHEN "C"
                   PERFORM CHANGE-DEPOT
               WHEN "D"
                   PERFORM DELETE-DEPOT
               WHEN "L"
                   PERFORM LIST-DEPOTS
               WHEN OTHER
                   MOVE "BAD ACTION"       TO WS-REASON
                   PERFORM REPORT-REJECT
           END-EVALUATE.

       ADD-DEPOT.
           IF CARD-ACTIVE EQUAL SPACE
               MOVE "Y" TO CARD-ACTIVE
           END-IF
           IF CARD-CAP-TEXT EQUAL SPACES
               MOVE ZEROES TO CARD-CAP
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
               MOVE "DUPLICATE DEPOT"     TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-DEP-COUNT >= WS-MAX-DEPS
               MOVE "DEPOT TABLE FULL"    TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-INSERT-SLOT
           MOVE CARD-DEPOT     TO WS-DEP-ID(WS-INSERT-IDX)
           MOVE CARD-NAME      TO WS-DEP-NAME(WS-INSERT-IDX)
           MOVE CARD-X         TO WS-DEP-X(WS-INSERT-IDX)
           MOVE CARD-Y         TO WS-DEP-Y(WS-INSERT-IDX)
           MOVE CARD-ACTIVE    TO WS-DEP-ACTIVE(WS-INSERT-IDX)
           MOVE CARD-CAP       TO WS-DEP-CAP(WS-INSERT-IDX)
           MOVE "N"            TO WS-DEP-DEL-SW(WS-INSERT-IDX)
           MOVE WS-INSERT-IDX  TO WS-FOUND-IDX
           MOVE "ADDED   " TO WS-RPT-ACT
           PERFORM REPORT-ACTION.

      * Files the new depot in id order: every entry above the card's
      * id moves up one place and WS-INSERT-IDX is left on the gap.
       OPEN-INSERT-SLOT.
           COMPUTE WS-INSERT-IDX = WS-DEP-COUNT + 1
           MOVE WS-DEP-COUNT TO WS-DEP-IDX
           MOVE "N" TO WS-SHIFT-DONE-SW
           PERFORM UNTIL WS-SHIFT-DONE-SW EQUAL "Y"
               IF WS-DEP-IDX < 1
                   MOVE "Y" TO WS-SHIFT-DONE-SW
               ELSE
                   IF WS-DEP-ID(WS-DEP-IDX) < CARD-DEPOT
                       MOVE "Y" TO WS-SHIFT-DONE-SW
                   ELSE
                       MOVE WS-DEP-ENTRY(WS-DEP-IDX)
                         TO WS-DEP-ENTRY(WS-DEP-IDX + 1)
                       MOVE WS-DEP-IDX TO WS-INSERT-IDX
                       SUBTRACT 1 FROM WS-DEP-IDX
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-DEP-COUNT.

       CHANGE-DEPOT.
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
               MOVE CARD-NAME      TO WS-DEP-NAME(WS-FOUND-IDX)
           END-IF
           IF CARD-X-TEXT NOT EQUAL SPACES
               MOVE CARD-X         TO WS-DEP-X(WS-FOUND-IDX)
           END-IF
           IF CARD-Y-TEXT NOT EQUAL SPACES
               MOVE CARD-Y         TO WS-DEP-Y(WS-FOUND-IDX)
           END-IF
           IF CARD-ACTIVE NOT EQUAL SPACE
               MOVE CARD-ACTIVE    TO WS-DEP-ACTIVE(WS-FOUND-IDX)
           END-IF
           IF CARD-CAP-TEXT NOT EQUAL SPACES
               MOVE CARD-CAP       TO WS-DEP-CAP(WS-FOUND-IDX)
           END-IF
           MOVE "CHANGED " TO WS-RPT-ACT
           PERFORM REPORT-ACTION.

       DELETE-DEPOT.
           PERFORM FIND-ENTRY
           IF WS-FOUND-IDX EQUAL ZEROES
               MOVE "NOT ON FILE"         TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-DEP-ACTIVE(WS-FOUND-IDX) NOT EQUAL "N"
               MOVE "DEPOT STILL ACTIVE"  TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DEP-DEL-SW(WS-FOUND-IDX)
           MOVE "DELETED " TO WS-RPT-ACT
           PERFORM REPORT-ACTION.

       LIST-DEPOTS.
           MOVE SPACES      TO WS-RPT-ACTION
           MOVE "LIST    " TO WS-RPT-ACT
           MOVE CARD-DEPOT  TO WS-RPT-DEPOT
           MOVE ZEROES      TO WS-RPT-X WS-RPT-Y WS-RPT-CAP
           WRITE DEPRPT-LINE FROM WS-RPT-ACTION
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-DEL-SW(WS-DEP-IDX) EQUAL "N" AND
                  (CARD-DEPOT EQUAL SPACES OR
                   CARD-DEPOT EQUAL WS-DEP-ID(WS-DEP-IDX))
                   MOVE "        "   TO WS-RPT-ACT
                   MOVE WS-DEP-IDX   TO WS-FOUND-IDX
                   PERFORM FORMAT-ENTRY
                   MOVE SPACES       TO WS-RPT-RESULT
                   WRITE DEPRPT-LINE FROM WS-RPT-ACTION
               END-IF
           END-PERFORM.

       FIND-ENTRY.
           MOVE ZEROES TO WS-FOUND-IDX
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-ID(WS-DEP-IDX) EQUAL CARD-DEPOT
                  AND WS-DEP-DEL-SW(WS-DEP-IDX) EQUAL "N"
                   MOVE WS-DEP-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      * Blank fields pass here - ADD-DEPOT supplies its defaults and
      * demands its mandatory fields itself, and on a change a blank
      * field means no change.
       VALIDATE-CARD-FIELDS.
           MOVE "Y" TO WS-VALID-SW
           IF CARD-DEPOT EQUAL SPACES
               MOVE "N" TO WS-VALID-SW
               MOVE "DEPOT ID MISSING"    TO WS-REASON
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
               EXIT PARAGRAPH
           END-IF
           IF CARD-CAP-TEXT NOT EQUAL SPACES AND
              CARD-CAP-TEXT IS NOT NUMERIC
               MOVE "N" TO WS-VALID-SW
               MOVE "BAD CAPACITY"        TO WS-REASON
           END-IF.

       FORMAT-ENTRY.
           MOVE WS-DEP-ID(WS-FOUND-IDX)        TO WS-RPT-DEPOT
           MOVE WS-DEP-NAME(WS-FOUND-IDX)      TO WS-RPT-NAME
           MOVE WS-DEP-X(WS-FOUND-IDX)         TO WS-RPT-X
           MOVE WS-DEP-Y(WS-FOUND-IDX)         TO WS-RPT-Y
           MOVE WS-DEP-ACTIVE(WS-FOUND-IDX)    TO WS-RPT-ACTIVE
           MOVE WS-DEP-CAP(WS-FOUND-IDX)       TO WS-RPT-CAP.

      * Added and changed entries print as they now stand on the
      * master, so the reviewer sees the result, not the card.
       REPORT-ACTION.
           PERFORM FORMAT-ENTRY
           MOVE SPACES      TO WS-RPT-RESULT
           WRITE DEPRPT-LINE FROM WS-RPT-ACTION.

       REPORT-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE "REJECTED" TO WS-RPT-ACT
           MOVE CARD-DEPOT     TO WS-RPT-DEPOT
           MOVE CARD-NAME      TO WS-RPT-NAME
           MOVE ZEROES         TO WS-RPT-X WS-RPT-Y WS-RPT-CAP
           IF (CARD-X-TEXT(1:1) = "+" OR CARD-X-TEXT(1:1) = "-")
              AND CARD-X-TEXT(2:9) IS NUMERIC
               MOVE CARD-X     TO WS-RPT-X
           END-IF
           IF (CARD-Y-TEXT(1:1) = "+" OR CARD-Y-TEXT(1:1) = "-")
              AND CARD-Y-TEXT(2:9) IS NUMERIC
               MOVE CARD-Y     TO WS-RPT-Y
           END-IF
           MOVE CARD-ACTIVE    TO WS-RPT-ACTIVE
           IF CARD-CAP-TEXT IS NUMERIC
               MOVE CARD-CAP   TO WS-RPT-CAP
           END-IF
           MOVE WS-REASON   TO WS-RPT-RESULT
           WRITE DEPRPT-LINE FROM WS-RPT-ACTION.

       WRITE-NEW-MASTER.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-DEL-SW(WS-DEP-IDX) EQUAL "N"
                   MOVE WS-DEP-ID(WS-DEP-IDX)        TO NEW-ID
                   MOVE WS-DEP-NAME(WS-DEP-IDX)      TO NEW-NAME
                   MOVE WS-DEP-X(WS-DEP-IDX)         TO NEW-X
                   MOVE WS-DEP-Y(WS-DEP-IDX)         TO NEW-Y
                   MOVE WS-DEP-ACTIVE(WS-DEP-IDX)    TO NEW-ACTIVE
                   MOVE WS-DEP-CAP(WS-DEP-IDX)       TO NEW-CAP
                   WRITE DEPMNEW-REC
               END-IF
           END-PERFORM.

           COPY RUNCTLP.

           COPY OPERCHKP.
