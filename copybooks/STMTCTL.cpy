      ****************************************************************
      * COPYBOOK:    STMTCTL
      * DESCRIPTION: CUSTOMER STATEMENT RUN-CONTROL CARD.  ONE RECORD
      *              READ AT THE START OF THE MONTHLY STATEMENT RUN.
      *              SN-STATEMENT-MONTH AND SN-STATEMENT-YEAR NAME THE
      *              BILLING MONTH THE STATEMENTS COVER; ZERO OR
      *              SPACE MEANS THE RUN DATE'S MONTH OR YEAR, AND A
      *              MISSING CARD MEANS BOTH.  SN-BRANCH-NUMBER
      *              LIMITS THE RUN TO ONE BRANCH SO A BRANCH CAN
      *              REPRINT ITS OWN MAILING; ZERO OR SPACE MEANS
      *              EVERY BRANCH.  A MONTH THAT IS PRESENT BUT NOT
      *              01-12, OR A YEAR OR BRANCH THAT IS PRESENT BUT
      *              NOT NUMERIC, STOPS THE RUN.  THE -X REDEFINES
      *              EXIST SO THE RUN CAN CLASS-TEST EACH FIELD
      *              BEFORE TREATING IT AS A NUMBER.
      ****************************************************************
       01  STATEMENT-CONTROL-RECORD.
           05 SN-STATEMENT-MONTH       PIC 9(02).
           05 SN-STATEMENT-MONTH-X     REDEFINES SN-STATEMENT-MONTH
                                       PIC X(02).
           05 SN-STATEMENT-YEAR        PIC 9(04).
           05 SN-STATEMENT-YEAR-X      REDEFINES SN-STATEMENT-YEAR
                                       PIC X(04).
           05 SN-BRANCH-NUMBER         PIC 9(02).
           05 SN-BRANCH-NUMBER-X       REDEFINES SN-BRANCH-NUMBER
                                       PIC X(02).
           05 FILLER                   PIC X(72).
