           03 SNP-ACTIVITY-CNT  PIC 9(10).
           03 SNP-LAST-DATE     PIC 9(8).
           03 SNP-STATUS        PIC X.
           03 SNP-OD-LIMIT-TEXT PIC X(13).
           03 SNP-OD-SINCE-TEXT PIC X(8).
           03 SNP-CUST-DATE-TEXT PIC X(8).

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

       FD  RUNCTL.
       01  RUNCTL-REC           PIC X(80).
               MOVE BAL-ACTIVITY-CNT TO SNP-ACTIVITY-CNT
               MOVE BAL-LAST-DATE    TO SNP-LAST-DATE
               MOVE BAL-STATUS       TO SNP-STATUS
               MOVE BAL-OD-LIMIT-TEXT TO SNP-OD-LIMIT-TEXT
               MOVE BAL-OD-SINCE-TEXT TO SNP-OD-SINCE-TEXT
               MOVE BAL-CUST-DATE-TEXT TO SNP-CUST-DATE-TEXT
               WRITE SNAPFILE-REC
               ADD 1 TO WS-REC-COUNT
               PERFORM READ-BALMAST
               MOVE SNP-ACTIVITY-CNT TO BAL-ACTIVITY-CNT
               MOVE SNP-LAST-DATE    TO BAL-LAST-DATE
               MOVE SNP-STATUS       TO BAL-STATUS
               MOVE SNP-OD-LIMIT-TEXT TO BAL-OD-LIMIT-TEXT
               MOVE SNP-OD-SINCE-TEXT TO BAL-OD-SINCE-TEXT
               MOVE SNP-CUST-DATE-TEXT TO BAL-CUST-DATE-TEXT
               WRITE BALMAST-REC
               ADD 1 TO WS-REC-COUNT
               PERFORM READ-SNAPFILE
