      *                up in the change-history report exactly like
      *                the hand-keyed moves it replaces.  Trial runs
      *                write nothing.
      * 10/15/2026 JS  The run date - and so the date on every
      *                audit record - is now the business date from
      *                the nightly cycle status record (I_CYCSTAT)
      *                instead of the clock.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    OPTIONAL SO A MISSING CYCLE STATUS FILE IS REPORTED AS NO
      *    BUSINESS DATE OPEN INSTEAD OF FAILING ON THE OPEN.
           SELECT OPTIONAL I_CYCSTAT ASSIGN TO CYCSTAT.
           SELECT I_REASCTL  ASSIGN TO REASCTL.
           SELECT I_SALESREP ASSIGN TO SALESREP.
           SELECT I_BRANCH   ASSIGN TO BRANCH.
       DATA DIVISION.
       FILE SECTION.

       FD  I_CYCSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1800 CHARACTERS
           BLOCK CONTAINS 1800 CHARACTERS.
       COPY CYCSTAT.

       FD  I_REASCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
              88 TO-BRANCH-FOUND     VALUE "Y" FALSE "N".
           05 BOOK-DONE-SWITCH       PIC X VALUE "N".
              88 BOOK-DONE           VALUE "Y" FALSE "N".
           05 CYCSTAT-EOF-SWITCH     PIC X VALUE "N".
              88 CYCSTAT-EOF         VALUE "Y".

      *    THE BUSINESS DATE THE RUN STAMPS ITS AUDIT RECORDS WITH,
      *    COPIED OUT OF THE STATUS RECORD BEFORE I_CYCSTAT IS CLOSED.
       01  CYCLE-BUSINESS-DATE-SPLIT.
           05 BD-YEAR                PIC 9(4).
           05 BD-MONTH               PIC 9(2).
           05 BD-DAY                 PIC 9(2).
       01  CYCLE-BUSINESS-DATE       REDEFINES CYCLE-BUSINESS-DATE-SPLIT
                                     PIC 9(8).

      *    THE TRIAL/LIVE SWITCH IS COPIED OUT OF THE CONTROL-CARD
      *    RECORD AREA IN 010-READ-CONTROL-CARD - IT GOVERNS THE
       PROCEDURE DIVISION.

       000-REASSIGN-TERRITORY.
           PERFORM 005-READ-BUSINESS-DATE
           OPEN INPUT I_REASCTL
           PERFORM 010-READ-CONTROL-CARD

           END-IF
           STOP RUN.

       005-READ-BUSINESS-DATE.
      *    THIS RUN IS REQUESTED BETWEEN CYCLES RATHER THAN RUN AS A
      *    STEP OF THE NIGHTLY STREAM, BUT ITS AUDIT RECORDS CARRY
      *    THE BUSINESS DATE NOW OPEN LIKE EVERY OTHER CHANGE TO THE
      *    CUSTOMER MASTER, SO THE CHANGE HISTORY AND A FORWARD
      *    RECOVERY SEE THEM IN THE SAME ORDER THEY WERE MADE.
           OPEN INPUT I_CYCSTAT.
           READ I_CYCSTAT
               AT END
                   SET CYCSTAT-EOF TO TRUE
               NOT AT END
                   MOVE CY-BUSINESS-DATE TO CYCLE-BUSINESS-DATE
           END-READ.
           CLOSE I_CYCSTAT.
           IF CYCSTAT-EOF
               DISPLAY "RPT7200 - NO BUSINESS DATE OPEN ON CYCSTAT "
                       "- RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       010-READ-CONTROL-CARD.
      *    NO CARD MEANS THE RUN IS REFUSED - NOTHING-TO-DO ON THE
      *    REGISTER AND RETURN-CODE 8 FROM 000 - BECAUSE A

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *    THE RUN DATE IS THE CYCLE'S BUSINESS DATE; ONLY THE TIME
      *    OF DAY COMES FROM THE CLOCK.
           MOVE BD-YEAR    TO CD-YEAR.
           MOVE BD-MONTH   TO CD-MONTH.
           MOVE BD-DAY     TO CD-DAY.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
