           COPY OPERCHKW.
       01 WS-OPERATOR-ID     PIC X(8)   VALUE "BATCHJOB".
           COPY CYCLOGW.
       78  WS-PGM-SLOTS            VALUE 12.
       01 WS-EOF-FLAG        PIC X      VALUE "N".
       01 WS-SLOT-IDX        PIC S9(4)  VALUE ZEROS.
       01 WS-SLOT-FOUND      PIC S9(4)  VALUE ZEROS.
      * The steps a normal night is expected to log, in step order.
       01 WS-EXPECTED-PGMS.
           03                PIC X(8)   VALUE "BALSNAP ".
           03                PIC X(8)   VALUE "MATSETL ".
           03                PIC X(8)   VALUE "A       ".
           03                PIC X(8)   VALUE "TRIALBAL".
           03                PIC X(8)   VALUE "RECON   ".
           03                PIC X(8)   VALUE "BALHIST ".
           03                PIC X(8)   VALUE "GLXTRACT".
           03                PIC X(8)   VALUE "C       ".
           03                PIC X(8)   VALUE "D       ".
