      * Compile with -I copybooks (or set COB_COPY_DIR) so COPY
      * RUNCTLW/RUNCTLP below can resolve the run-control copybooks.
      *
      * Branch master maintenance.  BRNMAST is the list of branches A
      * will post for - code, name, region, open/closed status, home
      * currency, open date and the multi-currency flag.  Takes a deck
      * of BRNCARDS requests (add, change, delete, list), validates
      * every one - code present, no duplicate on add, must exist on
      * change and delete, known status and flag values, a real
      * calendar open date - and writes the updated master to
      * BRNMNEW with an action-by-action report on BRNRPT.
      * Operations swaps BRNMNEW in after a clean run; the live
      * master is never rewritten in place.  A branch is closed with
      * a change card carrying status C, never by deletion, and only
      * a closed branch may be deleted, so history for a branch that
      * still feeds A is never orphaned.  Any rejected card ends the
      * job with RETURN-CODE 4 so the scheduler flags it.
      *
      * The system feeds (ACR and the like) post through A like any
      * branch and need their own rows here.
      *
      * Card layout:  col 1     action  A=add C=change D=delete
      *                                 L=list
      *               cols 2-4  branch code (blank on L lists all)
      *               cols 5-24 branch name
      *               cols 25-27 region code
      *               col 28    status  O=open C=closed
      *               cols 29-31 home currency
      *               cols 32-39 open date YYYYMMDD
      *               col 40    multi-currency  Y=yes N=no
      * On A a blank status defaults to O, a blank open date to the
      * run date and a blank flag to N; on C a blank field leaves the
      * master value standing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLUTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRNCARDS ASSIGN TO "BRNCARDS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRNMAST  ASSIGN TO "BRNMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRNMAST-STATUS.
           SELECT BRNMNEW  ASSIGN TO "BRNMNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRNRPT   ASSIGN TO "BRNRPT"
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
       FD  BRNCARDS.
       01  BRNCARD-REC.
           03 CARD-ACTION     PIC X.
           03 CARD-BRANCH     PIC X(3).
           03 CARD-NAME       PIC X(20).
           03 CARD-REGION     PIC X(3).
           03 CARD-STATUS     PIC X.
           03 CARD-HOME-CCY   PIC X(3).
           03 CARD-OPEN-TEXT  PIC X(8).
           03 CARD-OPEN-DATE  REDEFINES CARD-OPEN-TEXT PIC 9(8).
           03 CARD-MULTI-CCY  PIC X.

       FD  BRNMAST.
       01  BRNMAST-REC.
           03 BRN-CODE        PIC X(3).
           03 BRN-NAME        PIC X(20).
           03 BRN-REGION      PIC X(3).
           03 BRN-STATUS      PIC X.
           03 BRN-HOME-CCY    PIC X(3).
           03 BRN-OPEN-DATE   PIC 9(8).
           03 BRN-MULTI-CCY   PIC X.

       FD  BRNMNEW.
       01  BRNMNEW-REC.
           03 NEW-CODE        PIC X(3).
           03 NEW-NAME        PIC X(20).
           03 NEW-REGION      PIC X(3).
           03 NEW-STATUS      PIC X.
           03 NEW-HOME-CCY    PIC X(3).
           03 NEW-OPEN-DATE   PIC 9(8).
           03 NEW-MULTI-CCY   PIC X.

       FD  BRNRPT.
       01  BRNRPT-LINE        PIC X(80).

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
      * A loads the same master into a table of this size; a master
      * that outgrows it here would be refused there too.
       78  WS-MAX-BRNS           VALUE 200.
       01 WS-BRNMAST-STATUS  PIC X(2)   VALUE "00".
       01 WS-EOF-FLAG        PIC X      VALUE "N".
       01 WS-BRN-COUNT       PIC S9(4)  VALUE ZEROS.
       01 WS-BRN-IDX         PIC S9(4)  VALUE ZEROS.
       01 WS-FOUND-IDX       PIC S9(4)  VALUE ZEROS.
       01 WS-BRANCH-TABLE.
           03 WS-BRN-ENTRY              OCCURS WS-MAX-BRNS TIMES.
               05 WS-BRN-CODE     PIC X(3).
               05 WS-BRN-NAME     PIC X(20).
               05 WS-BRN-REGION   PIC X(3).
               05 WS-BRN-STATUS   PIC X.
               05 WS-BRN-HOME-CCY PIC X(3).
               05 WS-BRN-OPEN-DATE PIC 9(8).
               05 WS-BRN-MULTI-CCY PIC X.
               05 WS-BRN-DEL-SW   PIC X.
       01 WS-VALID-SW        PIC X      VALUE "Y".
       01 WS-REASON          PIC X(20)  VALUE SPACES.
       01 WS-LEAP-SW         PIC X      VALUE "N".
       01 WS-MAX-DAY         PIC 9(2)   VALUE ZEROS.
       01 WS-CARD-COUNT      PIC 9(6)   VALUE ZEROS.
       01 WS-REJECT-COUNT    PIC 9(6)   VALUE ZEROS.
       01 YMD.
           03 Y     PIC 9(4).
           03 M     PIC 9(2).
           03 D     PIC 9(2).
       01 NUM       REDEFINES YMD   PIC 9(8).

       01 WS-RPT-HDR.
           03                 PIC X(28)
                  VALUE "BRANCH MASTER MAINTENANCE   ".
           03 WS-RPT-HDR-DATE PIC 9(8).
           03                 PIC X(2)   VALUE SPACES.
           03 WS-RPT-HDR-OPER PIC X(8).
       01 WS-RPT-ACTION.
           03 WS-RPT-ACT      PIC X(8).
           03 WS-RPT-BRANCH   PIC X(3).
           03                 PIC X      VALUE SPACE.
           03 WS-RPT-NAME     PIC X(20).
           03                 PIC X      VALUE SPACE.
           03 WS-RPT-REGION   PIC X(3).
           03                 PIC X      VALUE SPACE.
           03 WS-RPT-STATUS   PIC X.
           03                 PIC X      VALUE SPACE.
           03 WS-RPT-CCY      PIC X(3).
           03                 PIC X      VALUE SPACE.
           03 WS-RPT-DATE     PIC 9(8).
           03                 PIC X      VALUE SPACE.
           03 WS-RPT-MULTI    PIC X.
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
           MOVE "N" TO WS-AUTH-LETTER
           PERFORM CHECK-OPERATOR-AUTH
           OPEN INPUT BRNCARDS
           OPEN OUTPUT BRNMNEW
           OPEN OUTPUT BRNRPT
           MOVE RC-RUN-DATE    TO WS-RPT-HDR-DATE
           MOVE RC-OPERATOR-ID TO WS-RPT-HDR-OPER
           WRITE BRNRPT-LINE FROM WS-RPT-HDR
           MOVE SPACES TO BRNRPT-LINE
           WRITE BRNRPT-LINE
           PERFORM LOAD-BRANCHES
           PERFORM READ-BRNCARD
           PERFORM UNTIL WS-EOF-FLAG EQUAL "Y"
               PERFORM PROCESS-CARD
               PERFORM READ-BRNCARD
           END-PERFORM
           PERFORM WRITE-NEW-MASTER
           MOVE SPACES TO BRNRPT-LINE
           WRITE BRNRPT-LINE
           MOVE WS-CARD-COUNT   TO WS-RPT-CARDS
           MOVE WS-REJECT-COUNT TO WS-RPT-REJECTS
           WRITE BRNRPT-LINE FROM WS-RPT-TOTALS
           CLOSE BRNCARDS
           CLOSE BRNMNEW
           CLOSE BRNRPT
           IF WS-REJECT-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-BRANCHES.
           OPEN INPUT BRNMAST
           IF WS-BRNMAST-STATUS EQUAL "00"
               PERFORM UNTIL WS-BRNMAST-STATUS NOT EQUAL "00"
                   READ BRNMAST
                       AT END
                           MOVE "10" TO WS-BRNMAST-STATUS
                       NOT AT END
                           PERFORM STORE-BRANCH
                   END-READ
               END-PERFORM
               CLOSE BRNMAST
           END-IF.

      * This job rewrites the master, so an overflow must stop the
      * run - a silently truncated BRNMNEW swapped in would drop
      * branches and A would reject their whole feed.
       STORE-BRANCH.
           IF WS-BRN-COUNT >= WS-MAX-BRNS
               DISPLAY "BRNMAINT: BRANCH MASTER EXCEEDS "
                       WS-MAX-BRNS " ENTRIES - RUN ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BRN-COUNT
           MOVE BRN-CODE      TO WS-BRN-CODE(WS-BRN-COUNT)
           MOVE BRN-NAME      TO WS-BRN-NAME(WS-BRN-COUNT)
           MOVE BRN-REGION    TO WS-BRN-REGION(WS-BRN-COUNT)
           MOVE BRN-STATUS    TO WS-BRN-STATUS(WS-BRN-COUNT)
           MOVE BRN-HOME-CCY  TO WS-BRN-HOME-CCY(WS-BRN-COUNT)
           MOVE BRN-OPEN-DATE TO WS-BRN-OPEN-DATE(WS-BRN-COUNT)
           MOVE BRN-MULTI-CCY TO WS-BRN-MULTI-CCY(WS-BRN-COUNT)
           MOVE "N"           TO WS-BRN-DEL-SW(WS-BRN-COUNT).

       READ-BRNCARD.
           READ BRNCARDS
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       PROCESS-CARD.
           ADD 1 TO WS-CARD-COUNT
           EVALUATE CARD-ACTION
               WHEN "A"
                   PERFORM ADD-BRANCH
               WHEN "C"
                   PERFORM CHANGE-BRANCH
               WHEN "D"
                   PERFORM DELETE-BRANCH
               WHEN "L"
                   PERFORM LIST-BRANCHES
               WHEN OTHER
                   MOVE "BAD ACTION"       TO WS-REASON
                   PERFORM REPORT-REJECT
           END-EVALUATE.

       ADD-BRANCH.
           IF CARD-STATUS EQUAL SPACE
               MOVE "O" TO CARD-STATUS
           END-IF
           IF CARD-MULTI-CCY EQUAL SPACE
               MOVE "N" TO CARD-MULTI-CCY
           END-IF
           IF CARD-OPEN-TEXT EQUAL SPACES
               MOVE RC-RUN-DATE TO CARD-OPEN-DATE
           END-IF
           PERFORM VALIDATE-CARD-FIELDS
           IF WS-VALID-SW EQUAL "Y"
               IF CARD-NAME EQUAL SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "NAME MISSING"        TO WS-REASON
               END-IF
               IF CARD-REGION EQUAL SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "REGION MISSING"      TO WS-REASON
               END-IF
               IF CARD-HOME-CCY EQUAL SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "HOME CCY MISSING"    TO WS-REASON
               END-IF
           END-IF
           IF WS-VALID-SW NOT EQUAL "Y"
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ENTRY
           IF WS-FOUND-IDX > ZEROES
               MOVE "DUPLICATE BRANCH"    TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-BRN-COUNT >= WS-MAX-BRNS
               MOVE "BRANCH TABLE FULL"   TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BRN-COUNT
           MOVE CARD-BRANCH    TO WS-BRN-CODE(WS-BRN-COUNT)
           MOVE CARD-NAME      TO WS-BRN-NAME(WS-BRN-COUNT)
           MOVE CARD-REGION    TO WS-BRN-REGION(WS-BRN-COUNT)
           MOVE CARD-STATUS    TO WS-BRN-STATUS(WS-BRN-COUNT)
           MOVE CARD-HOME-CCY  TO WS-BRN-HOME-CCY(WS-BRN-COUNT)
           MOVE CARD-OPEN-DATE TO WS-BRN-OPEN-DATE(WS-BRN-COUNT)
           MOVE CARD-MULTI-CCY TO WS-BRN-MULTI-CCY(WS-BRN-COUNT)
           MOVE "N"            TO WS-BRN-DEL-SW(WS-BRN-COUNT)
           MOVE WS-BRN-COUNT   TO WS-FOUND-IDX
           MOVE "ADDED   " TO WS-RPT-ACT
           PERFORM REPORT-ACTION.

       CHANGE-BRANCH.
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
               MOVE CARD-NAME      TO WS-BRN-NAME(WS-FOUND-IDX)
           END-IF
           IF CARD-REGION NOT EQUAL SPACES
               MOVE CARD-REGION    TO WS-BRN-REGION(WS-FOUND-IDX)
           END-IF
           IF CARD-STATUS NOT EQUAL SPACE
               MOVE CARD-STATUS    TO WS-BRN-STATUS(WS-FOUND-IDX)
           END-IF
           IF CARD-HOME-CCY NOT EQUAL SPACES
               MOVE CARD-HOME-CCY  TO WS-BRN-HOME-CCY(WS-FOUND-IDX)
           END-IF
           IF CARD-OPEN-TEXT NOT EQUAL SPACES
               MOVE CARD-OPEN-DATE TO WS-BRN-OPEN-DATE(WS-FOUND-IDX)
           END-IF
           IF CARD-MULTI-CCY NOT EQUAL SPACE
               MOVE CARD-MULTI-CCY TO WS-BRN-MULTI-CCY(WS-FOUND-IDX)
           END-IF
           MOVE "CHANGED " TO WS-RPT-ACT
           PERFORM REPORT-ACTION.

       DELETE-BRANCH.
           PERFORM FIND-ENTRY
           IF WS-FOUND-IDX EQUAL ZEROES
               MOVE "NOT ON FILE"         TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-BRN-STATUS(WS-FOUND-IDX) NOT EQUAL "C"
               MOVE "BRANCH STILL OPEN"   TO WS-REASON
               PERFORM REPORT-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-BRN-DEL-SW(WS-FOUND-IDX)
           MOVE "DELETED " TO WS-RPT-ACT
           PERFORM REPORT-ACTION.

       LIST-BRANCHES.
           MOVE SPACES      TO WS-RPT-ACTION
           MOVE "LIST    " TO WS-RPT-ACT
           MOVE CARD-BRANCH TO WS-RPT-BRANCH
           MOVE ZEROES      TO WS-RPT-DATE
           WRITE BRNRPT-LINE FROM WS-RPT-ACTION
           PERFORM VARYING WS-BRN-IDX FROM 1 BY 1
                   UNTIL WS-BRN-IDX > WS-BRN-COUNT
               IF WS-BRN-DEL-SW(WS-BRN-IDX) EQUAL "N" AND
                  (CARD-BRANCH EQUAL SPACES OR
                   CARD-BRANCH EQUAL WS-BRN-CODE(WS-BRN-IDX))
                   MOVE "        "   TO WS-RPT-ACT
                   MOVE WS-BRN-IDX   TO WS-FOUND-IDX
                   PERFORM FORMAT-ENTRY
                   MOVE SPACES       TO WS-RPT-RESULT
                   WRITE BRNRPT-LINE FROM WS-RPT-ACTION
               END-IF
           END-PERFORM.

       FIND-ENTRY.
           MOVE ZEROES TO WS-FOUND-IDX
           PERFORM VARYING WS-BRN-IDX FROM 1 BY 1
                   UNTIL WS-BRN-IDX > WS-BRN-COUNT
               IF WS-BRN-CODE(WS-BRN-IDX) EQUAL CARD-BRANCH
                  AND WS-BRN-DEL-SW(WS-BRN-IDX) EQUAL "N"
                   MOVE WS-BRN-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      * Blank fields pass here - ADD-BRANCH supplies its defaults and
      * demands its mandatory fields itself, and on a change a blank
      * field means no change.
       VALIDATE-CARD-FIELDS.
           MOVE "Y" TO WS-VALID-SW
           IF CARD-BRANCH EQUAL SPACES
               MOVE "N" TO WS-VALID-SW
               MOVE "BRANCH MISSING"      TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF CARD-STATUS NOT EQUAL SPACE AND
              CARD-STATUS NOT EQUAL "O" AND
              CARD-STATUS NOT EQUAL "C"
               MOVE "N" TO WS-VALID-SW
               MOVE "BAD STATUS"          TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF CARD-MULTI-CCY NOT EQUAL SPACE AND
              CARD-MULTI-CCY NOT EQUAL "Y" AND
              CARD-MULTI-CCY NOT EQUAL "N"
               MOVE "N" TO WS-VALID-SW
               MOVE "BAD MULTI-CCY FLAG"  TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF CARD-HOME-CCY NOT EQUAL SPACES AND
              CARD-HOME-CCY IS NOT ALPHABETIC
               MOVE "N" TO WS-VALID-SW
               MOVE "BAD HOME CCY"        TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF CARD-OPEN-TEXT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           IF CARD-OPEN-TEXT IS NOT NUMERIC
               MOVE "N" TO WS-VALID-SW
               MOVE "DATE NOT NUMERIC"    TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE CARD-OPEN-DATE TO NUM
           IF M < 1 OR M > 12
               MOVE "N" TO WS-VALID-SW
               MOVE "BAD MONTH"           TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION MOD(Y, 4) EQUAL 0 AND
              (FUNCTION MOD(Y, 100) NOT EQUAL 0 OR
               FUNCTION MOD(Y, 400) EQUAL 0)
               MOVE "Y" TO WS-LEAP-SW
           ELSE
               MOVE "N" TO WS-LEAP-SW
           END-IF
           EVALUATE M
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-MAX-DAY
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-MAX-DAY
               WHEN 2
                   IF WS-LEAP-SW EQUAL "Y"
                       MOVE 29 TO WS-MAX-DAY
                   ELSE
                       MOVE 28 TO WS-MAX-DAY
                   END-IF
           END-EVALUATE
           IF D < 1 OR D > WS-MAX-DAY
               MOVE "N" TO WS-VALID-SW
               MOVE "BAD DAY"             TO WS-REASON
           END-IF.

       FORMAT-ENTRY.
           MOVE WS-BRN-CODE(WS-FOUND-IDX)      TO WS-RPT-BRANCH
           MOVE WS-BRN-NAME(WS-FOUND-IDX)      TO WS-RPT-NAME
           MOVE WS-BRN-REGION(WS-FOUND-IDX)    TO WS-RPT-REGION
           MOVE WS-BRN-STATUS(WS-FOUND-IDX)    TO WS-RPT-STATUS
           MOVE WS-BRN-HOME-CCY(WS-FOUND-IDX)  TO WS-RPT-CCY
           MOVE WS-BRN-OPEN-DATE(WS-FOUND-IDX) TO WS-RPT-DATE
           MOVE WS-BRN-MULTI-CCY(WS-FOUND-IDX) TO WS-RPT-MULTI.

      * Added and changed entries print as they now stand on the
      * master, so the reviewer sees the result, not the card.
       REPORT-ACTION.
           PERFORM FORMAT-ENTRY
           MOVE SPACES      TO WS-RPT-RESULT
           WRITE BRNRPT-LINE FROM WS-RPT-ACTION.

       REPORT-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE "REJECTED" TO WS-RPT-ACT
           MOVE CARD-BRANCH    TO WS-RPT-BRANCH
           MOVE CARD-NAME      TO WS-RPT-NAME
           MOVE CARD-REGION    TO WS-RPT-REGION
           MOVE CARD-STATUS    TO WS-RPT-STATUS
           MOVE CARD-HOME-CCY  TO WS-RPT-CCY
           IF CARD-OPEN-TEXT IS NUMERIC
               MOVE CARD-OPEN-DATE TO WS-RPT-DATE
           ELSE
               MOVE ZEROES    TO WS-RPT-DATE
           END-IF
           MOVE CARD-MULTI-CCY TO WS-RPT-MULTI
           MOVE WS-REASON   TO WS-RPT-RESULT
           WRITE BRNRPT-LINE FROM WS-RPT-ACTION.

       WRITE-NEW-MASTER.
           PERFORM VARYING WS-BRN-IDX FROM 1 BY 1
                   UNTIL WS-BRN-IDX > WS-BRN-COUNT
               IF WS-BRN-DEL-SW(WS-BRN-IDX) EQUAL "N"
                   MOVE WS-BRN-CODE(WS-BRN-IDX)      TO NEW-CODE
                   MOVE WS-BRN-NAME(WS-BRN-IDX)      TO NEW-NAME
                   MOVE WS-BRN-REGION(WS-BRN-IDX)    TO NEW-REGION
                   MOVE WS-BRN-STATUS(WS-BRN-IDX)    TO NEW-STATUS
                   MOVE WS-BRN-HOME-CCY(WS-BRN-IDX)  TO NEW-HOME-CCY
                   MOVE WS-BRN-OPEN-DATE(WS-BRN-IDX) TO NEW-OPEN-DATE
                   MOVE WS-BRN-MULTI-CCY(WS-BRN-IDX) TO NEW-MULTI-CCY
                   WRITE BRNMNEW-REC
               END-IF
           END-PERFORM.

           COPY RUNCTLP.

           COPY OPERCHKP.
