      ***************************************************************
      * Parameter block for the shared day-count service DAYCNT.    *
      * COPY into WORKING-STORAGE, set DCB-BASIS and the two dates   *
      * (YYYYMMDD), then                                             *
      *     CALL "DAYCNT" USING WS-DAYCNT-PARM                       *
      * DCB-DAYS comes back as the convention's day count and        *
      * DCB-YEAR-FRAC as the year fraction; an end date before the   *
      * start gives both negative.  Bases:                           *
      *   ACT/360  actual days over 360                              *
      *   ACT/365  actual days over 365 (fixed)                      *
      *   ACT/ACT  actual days, each year's share over that year's   *
      *            length (365 or 366)                               *
      *   30/360   US bond basis with the February month-end rules   *
      *   30E/360  Eurobond basis - 31sts become 30ths, no February  *
      *            rule                                              *
      * DCB-BASIS-DAYS is the year length the basis divides by (for  *
      * ACT/ACT, that of the earlier date's year), for callers that  *
      * scale a rate by a day count themselves.                      *
      * DCB-VALID-SW comes back "N" for any other basis.             *
      ***************************************************************
       01 WS-DAYCNT-PARM.
           03 DCB-BASIS        PIC X(7).
           03 DCB-START-DATE   PIC 9(8).
           03 DCB-END-DATE     PIC 9(8).
           03 DCB-DAYS         PIC S9(9).
           03 DCB-YEAR-FRAC    PIC S9(3)V9(9).
           03 DCB-BASIS-DAYS   PIC 9(3).
           03 DCB-VALID-SW     PIC X.
