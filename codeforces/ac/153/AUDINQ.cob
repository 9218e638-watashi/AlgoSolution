      * the range spans - the DD names built exactly as the purge
      * builds them - and writes the matching audit lines as a
      * formatted extract per request, with a count per archive
      * touched.  The archives carry five layouts: the old 69-byte
      * records (no account column - they cannot match an account
      * and are counted as skipped), the 107-byte records written
      * before the reference column, the 122-byte records written
      * before the reversal's original-reference column, the 134-byte
      * records written before the branch column, and the current
      * records; all open with the common transaction header.
      *
      * Card layout (INQCARDS):
      *   cols  1-10  account number
           03 CARD-TO         REDEFINES CARD-TO-TEXT PIC 9(8).

       FD  ARCHIN.
       01  ARCHIN-REC          PIC X(137).

       FD  AUDITOUT.
       01  AUDITOUT-REC        PIC X(137).

       FD  AUDINQRP.
       01  AUDINQRP-LINE       PIC X(132).
           03 AUDIT-ERR         PIC X(4).
           03 AUDIT-REF         PIC X(12).
           03 AUDIT-CCY         PIC X(3).
           03 AUDIT-ORIG-REF    PIC X(12).
           03 AUDIT-BRANCH      PIC X(3).
       01 WS-AUDIT-RAW REDEFINES WS-AUDIT-IMAGE PIC X(137).

       01 WS-INQCARDS-STATUS PIC X(2)   VALUE "00".
       01 WS-ARCHIN-STATUS   PIC X(2)   VALUE "00".
           03                PIC X(15)  VALUE "    NEW BALANCE".
           03                PIC X(6)   VALUE " FLAG ".
           03                PIC X(13)  VALUE " REFERENCE   ".
           03                PIC X(12)  VALUE " REVERSES   ".
           03                PIC X(4)   VALUE " BR ".
       01 WS-RPT-DETAIL.
           03 WS-DET-DATE    PIC 9(8).
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-ERR     PIC X(4).
           03                PIC X(2)   VALUE SPACES.
           03 WS-DET-REF     PIC X(12).
           03                PIC X      VALUE SPACE.
           03 WS-DET-ORIG-REF PIC X(12).
           03                PIC X      VALUE SPACE.
           03 WS-DET-BRANCH  PIC X(3).
       01 WS-RPT-FILELINE.
           03                PIC X(2)   VALUE SPACES.
           03 WS-FIL-NAME    PIC X(10).
           MOVE AUDIT-NEW-BAL      TO WS-DET-NEW
           MOVE AUDIT-ERR          TO WS-DET-ERR
           MOVE AUDIT-REF          TO WS-DET-REF
           MOVE AUDIT-ORIG-REF     TO WS-DET-ORIG-REF
           MOVE AUDIT-BRANCH       TO WS-DET-BRANCH
           WRITE AUDINQRP-LINE FROM WS-RPT-DETAIL.

           COPY RUNCTLP.
