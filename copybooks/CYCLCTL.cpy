      ****************************************************************
      * COPYBOOK:    CYCLCTL
      * DESCRIPTION: CYCLE OPEN CONTROL CARD.  ONE RECORD READ BY THE
      *              CYCLE OPEN.  CL-FUNCTION "O" OPENS A NEW BUSINESS
      *              DATE: CL-BUSINESS-DATE (CCYYMMDD) NAMES IT, AND
      *              ZERO OR SPACE MEANS THE DAY AFTER THE BUSINESS
      *              DATE NOW OPEN - OR TODAY'S DATE WHEN NO CYCLE
      *              HAS EVER BEEN OPENED.  A DATE THAT IS NOT LATER
      *              THAN THE ONE NOW OPEN STOPS THE RUN.
      *              CL-FUNCTION "R" LEAVES THE BUSINESS DATE ALONE
      *              AND SETS THE ONE-TIME RERUN OVERRIDE FOR THE
      *              STEP NAMED IN CL-RERUN-PROGRAM.  A MISSING CARD
      *              OR A SPACE FUNCTION MEANS "O" WITH THE DEFAULT
      *              DATE.  ANY OTHER FUNCTION, A DATE THAT IS
      *              PRESENT BUT NOT A VALID CCYYMMDD, OR A RERUN
      *              PROGRAM THAT IS NOT A STEP OF THE STREAM STOPS
      *              THE RUN.  THE -X REDEFINES EXISTS SO THE RUN CAN
      *              CLASS-TEST THE DATE BEFORE TREATING IT AS A
      *              NUMBER.
      ****************************************************************
       01  CYCLE-CONTROL-RECORD.
           05 CL-FUNCTION              PIC X(01).
              88 CL-OPEN-DATE              VALUE "O" SPACE.
              88 CL-SET-RERUN              VALUE "R".
           05 CL-BUSINESS-DATE         PIC 9(08).
           05 CL-BUSINESS-DATE-X       REDEFINES CL-BUSINESS-DATE
                                       PIC X(08).
           05 CL-RERUN-PROGRAM         PIC X(08).
           05 FILLER                   PIC X(63).
