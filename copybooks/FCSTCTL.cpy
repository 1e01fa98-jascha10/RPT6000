      ****************************************************************
      * COPYBOOK:    FCSTCTL
      * DESCRIPTION: YEAR-END SALES FORECAST RUN-CONTROL CARD.  ONE
      *              RECORD READ AT THE START OF THE QUOTA FORECAST
      *              REPORT.  FC-UNDER-PERCENT IS THE PROJECTED QUOTA
      *              ATTAINMENT BELOW WHICH A SALESREP IS FLAGGED (A
      *              PERCENT WITH ONE DECIMAL, E.G. 0900 = 90.0%).
      *              FC-THRU-MONTH IS THE LAST MONTH OF ACTUALS THE
      *              PROJECTION IS BUILT FROM; ZERO MEANS "THROUGH THE
      *              RUN DATE'S MONTH".  A MISSING CARD MEANS 100.0%
      *              THROUGH THE CURRENT MONTH.
      ****************************************************************
       01  FORECAST-CONTROL-RECORD.
           05 FC-UNDER-PERCENT         PIC 9(03)V9.
           05 FC-THRU-MONTH            PIC 9(02).
           05 FILLER                   PIC X(74).
