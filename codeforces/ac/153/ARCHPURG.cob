           03 AUDIT-ERR         PIC X(4).
           03 AUDIT-REF         PIC X(12).
           03 AUDIT-CCY         PIC X(3).
           03 AUDIT-ORIG-REF    PIC X(12).
           03 AUDIT-BRANCH      PIC X(3).
      * The audit file is append-only, so it still carries the
      * 69-byte records written before the account and balance
      * columns were added, 107-byte records written before the
      * transaction reference column, 122-byte records written
      * before the reversal's original-reference column, and 134-byte
      * records written before the branch column (both read back as
      * spaces).  All layouts open with the common transaction
      * header; this view maps the oldest tail.
       01  AUDIT-REC-OLD.
           COPY TRANHDR
               REPLACING ==TRANHDR-RUN-DATE==
           03 OLD-AUDIT-B       PIC X(11).
           03 OLD-AUDIT-C       PIC X(11).
           03 OLD-AUDIT-ERR     PIC X(4).
       01  AUDIT-REC-RAW        PIC X(137).

       FD  ARCHOUT.
       01  ARCHOUT-REC          PIC X(137).

       FD  AUDITNEW.
       01  AUDITNEW-REC         PIC X(137).

       FD  ARCHSUM.
       01  ARCHSUM-REC.
