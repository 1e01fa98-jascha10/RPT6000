      ****************************************************************
      * COPYBOOK:    SUSPCTL
      * DESCRIPTION: BILLING SUSPENSE CONTROL CARD.  ONE RECORD READ
      *              AT THE START OF THE BILLING EDIT/LOAD.
      *              SX-WRITE-OFF-DAYS IS HOW MANY DAYS A REJECTED
      *              BILLING LINE MAY SIT IN SUSPENSE, COUNTED FROM
      *              THE DATE IT WAS FIRST SUSPENDED, BEFORE A FAILED
      *              RETRY AGES IT OFF TO THE WRITE-OFF LISTING.  A
      *              MISSING CARD OR A ZERO/SPACE VALUE MEANS 60
      *              DAYS.  A VALUE THAT IS PRESENT BUT NOT NUMERIC
      *              STOPS THE RUN.  THE -X REDEFINES EXISTS SO THE
      *              RUN CAN CLASS-TEST THE FIELD BEFORE TREATING IT
      *              AS A NUMBER.
      ****************************************************************
       01  SUSPENSE-CONTROL-RECORD.
           05 SX-WRITE-OFF-DAYS        PIC 9(03).
           05 SX-WRITE-OFF-DAYS-X      REDEFINES SX-WRITE-OFF-DAYS
                                       PIC X(03).
           05 FILLER                   PIC X(77).
