      ****************************************************************
      * COPYBOOK:    GLJCTL
      * DESCRIPTION: GENERAL LEDGER SALES JOURNAL RUN-CONTROL CARD.
      *              ONE RECORD READ AT THE START OF THE MONTH-END
      *              SALES JOURNAL RUN.  GJ-JOURNAL-MONTH IS THE
      *              SALES-HISTORY MONTH (01-12 OF THE CURRENT YEAR)
      *              BEING CLOSED TO THE LEDGER; ZERO OR SPACE, OR A
      *              MISSING CARD, MEANS "THE RUN DATE'S MONTH" - THE
      *              SAME DEFAULT THE COMMISSION CARD USES.  A MONTH
      *              THAT IS PRESENT BUT NOT 01-12 STOPS THE RUN -
      *              THE LEDGER DOES NOT GET A GUESSED PERIOD.  THE -X
      *              REDEFINES EXISTS SO THE RUN CAN CLASS-TEST THE
      *              FIELD BEFORE TREATING IT AS A NUMBER.
      ****************************************************************
       01  GL-JOURNAL-CONTROL-RECORD.
           05 GJ-JOURNAL-MONTH         PIC 9(02).
           05 GJ-JOURNAL-MONTH-X       REDEFINES GJ-JOURNAL-MONTH
                                       PIC X(02).
           05 FILLER                   PIC X(78).
