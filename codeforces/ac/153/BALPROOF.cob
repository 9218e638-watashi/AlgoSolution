           03                  PIC X(74).

       FD  ARCHIN.
       01  ARCHIN-REC          PIC X(137).

       FD  AUDITOUT.
       01  AUDITOUT-REC        PIC X(137).

       FD  BALMAST.
       01  BALMAST-REC.
           03 BAL-ACTIVITY-CNT  PIC 9(10).
           03 BAL-LAST-DATE     PIC 9(8).
           03 BAL-STATUS        PIC X.
           03 BAL-OD-LIMIT-TEXT PIC X(13).
           03 BAL-OD-LIMIT      REDEFINES BAL-OD-LIMIT-TEXT
                                PIC 9(13).
           03 BAL-OD-SINCE-TEXT PIC X(8).
           03 BAL-OD-SINCE      REDEFINES BAL-OD-SINCE-TEXT
                                PIC 9(8).
           03 BAL-CUST-DATE-TEXT PIC X(8).
           03 BAL-CUST-DATE     REDEFINES BAL-CUST-DATE-TEXT
                                PIC 9(8).

       FD  BALPRPT.
       01  BALPRPT-LINE        PIC X(120).
           03 AUDIT-ERR         PIC X(4).
           03 AUDIT-REF         PIC X(12).
           03 AUDIT-CCY         PIC X(3).
           03 AUDIT-ORIG-REF    PIC X(12).
           03 AUDIT-BRANCH      PIC X(3).
       01 WS-AUDIT-RAW REDEFINES WS-AUDIT-IMAGE PIC X(137).

       78  WS-MAX-ACCTS          VALUE 5000.
       01 WS-PROOFCRD-STATUS PIC X(2)   VALUE "00".
