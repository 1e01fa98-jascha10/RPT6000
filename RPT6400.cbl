      *                year's file is written as an indexed file in
      *                the same ascending customer order it arrives
      *                in.
      * 10/15/2026 JS  The run date is now the business date from
      *                the nightly cycle status record (I_CYCSTAT)
      *                instead of the clock, so a rerun after
      *                midnight still stamps its output with the
      *                night it belongs to.  The run refuses to start
      *                unless the step it waits on is complete for
      *                the business date and it has not already
      *                completed for it (barring the operator's rerun
      *                override), and records its start, end, return
      *                code, and record counts on the status record.
      * 10/15/2026 JS  Each master the roll changes is now written to
      *                the customer-change audit file (O_CUSTAUD) as
      *                a "Y" record with the before and after images,
      *                so a forward recovery across year end reapplies
      *                the roll.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    OPTIONAL SO A MISSING CYCLE STATUS FILE IS REPORTED AS NO
      *    BUSINESS DATE OPEN INSTEAD OF FAILING ON THE OPEN.
           SELECT OPTIONAL I_CYCSTAT ASSIGN TO CYCSTAT.
           SELECT OPTIONAL I_YESTAT ASSIGN TO YESTAT.
           SELECT I_CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NH-CUSTOMER-NUMBER.
           SELECT O_RPT6400  ASSIGN TO RPT6400.
      *    OPTIONAL FOR THE SAME REASON THE MAINTENANCE RUN DECLARES
      *    IT OPTIONAL - THE FIRST PROGRAM TO APPEND CREATES IT.
           SELECT OPTIONAL O_CUSTAUD ASSIGN TO CUSTAUD.

       DATA DIVISION.
       FILE SECTION.

       FD  I_CYCSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1800 CHARACTERS
           BLOCK CONTAINS 1800 CHARACTERS.
       COPY CYCSTAT.

       FD  I_YESTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                PIC X(130).

       FD  O_CUSTAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CUSTAUD.

       WORKING-STORAGE SECTION.

       01  SWITCHES.
              88 CUSTMAST-EOF        VALUE "Y".
           05 SALHIST-EOF-SWITCH     PIC X VALUE "N".
              88 SALHIST-EOF         VALUE "Y".
           05 CYCSTAT-EOF-SWITCH     PIC X VALUE "N".
              88 CYCSTAT-EOF         VALUE "Y".
           05 CYCLE-STEP-FOUND-SWITCH PIC X VALUE "N".
              88 CYCLE-STEP-FOUND    VALUE "Y" FALSE "N".

       01  CYCLE-STEP-FIELDS.
           05 CYCLE-PROGRAM-NAME     PIC X(8) VALUE "RPT6400".
           05 CYCLE-CLOCK-DATE       PIC 9(8) VALUE ZERO.
           05 CYCLE-CLOCK-TIME       PIC 9(4) VALUE ZERO.
      *    THE BUSINESS DATE THE STEP RUNS UNDER, COPIED OUT OF THE
      *    STATUS RECORD BEFORE I_CYCSTAT IS CLOSED.
       01  CYCLE-BUSINESS-DATE-SPLIT.
           05 BD-YEAR                PIC 9(4).
           05 BD-MONTH               PIC 9(2).
           05 BD-DAY                 PIC 9(2).
       01  CYCLE-BUSINESS-DATE       REDEFINES CYCLE-BUSINESS-DATE-SPLIT
                                     PIC 9(8).

      *    THE STATUS FILE'S ROLLED-YEAR, COPIED OUT OF THE RECORD
      *    AREA BEFORE I_YESTAT IS CLOSED - A CLOSED FILE'S RECORD
      *    UNDEFINED STORAGE.  ZERO MEANS NO PRIOR ROLL ON RECORD.
       01  PRIOR-ROLLED-YEAR         PIC 9(4) VALUE ZERO.

       01  AUDIT-WORK-FIELDS.
      *    THE MASTER'S LEADING DATA FIELDS BEFORE AND AFTER THE
      *    ROLL - THE SAME IMAGES THE MAINTENANCE RUN AUDITS.
           05 AUDIT-BEFORE-IMAGE     PIC X(43) VALUE SPACE.
           05 AUDIT-AFTER-IMAGE      PIC X(43) VALUE SPACE.

       01  ROLL-COUNTS               PACKED-DECIMAL.
           05 CUSTOMERS-ROLLED-COUNT PIC S9(7) VALUE ZERO.
           05 CUSTOMERS-AUDITED-COUNT PIC S9(7) VALUE ZERO.
           05 SALHIST-ARCHIVED-COUNT PIC S9(7) VALUE ZERO.
           05 SALHIST-WRITTEN-COUNT  PIC S9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       000-ROLL-YEAR-END.
           PERFORM 020-START-CYCLE-STEP
           PERFORM 100-FORMAT-REPORT-HEADING
           PERFORM 010-CHECK-PRIOR-ROLL

           OPEN I-O    I_CUSTMAST
           OPEN INPUT  I_SALHIST
           OPEN OUTPUT O_PRIORHST O_NEWSALH O_RPT6400
           OPEN EXTEND O_CUSTAUD

           PERFORM 230-PRINT-HEADINGS

           PERFORM 600-WRITE-ROLL-STATUS

           CLOSE I_CUSTMAST I_SALHIST O_PRIORHST O_NEWSALH O_RPT6400
                 O_CUSTAUD
           PERFORM 900-END-CYCLE-STEP
           STOP RUN.

       010-CHECK-PRIOR-ROLL.
               STOP RUN
           END-IF.

       020-START-CYCLE-STEP.
      *    THE NIGHTLY CYCLE STATUS RECORD GIVES THE BUSINESS DATE
      *    THIS RUN STAMPS ITS OUTPUT WITH AND DECIDES WHETHER THE
      *    STEP MAY RUN AT ALL: THE STEP IT WAITS ON MUST BE COMPLETE
      *    FOR THE BUSINESS DATE, AND A STEP ALREADY COMPLETE FOR IT
      *    RUNS AGAIN ONLY UNDER THE OPERATOR'S RERUN OVERRIDE, WHICH
      *    THIS START USES UP.  A STEP THAT STARTED OR FAILED BUT
      *    NEVER COMPLETED MAY SIMPLY BE RERUN.  THE STEP IS MARKED
      *    STARTED BEFORE ANY OTHER FILE IS OPENED.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           COMPUTE CYCLE-CLOCK-DATE =
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.
           COMPUTE CYCLE-CLOCK-TIME = (CD-HOURS * 100) + CD-MINUTES.
           OPEN I-O I_CYCSTAT.
           READ I_CYCSTAT
               AT END
                   SET CYCSTAT-EOF TO TRUE
           END-READ.
           IF CYCSTAT-EOF
               DISPLAY "RPT6400 - NO BUSINESS DATE OPEN ON CYCSTAT "
                       "- RUN STOPPED"
               PERFORM 025-STOP-CYCLE-STEP
           END-IF.

           PERFORM 027-FIND-CYCLE-STEP.
           IF NOT CYCLE-STEP-FOUND
               DISPLAY "RPT6400 - NOT A STEP OF THE NIGHTLY CYCLE "
                       "- RUN STOPPED"
               PERFORM 025-STOP-CYCLE-STEP
           END-IF.
           IF CY-STEP-COMPLETE (CY-STEP-INDEX)
              AND CY-STEP-BUSINESS-DATE (CY-STEP-INDEX)
                  = CY-BUSINESS-DATE
              AND CY-RERUN-PROGRAM NOT = CYCLE-PROGRAM-NAME
               DISPLAY "RPT6400 - ALREADY COMPLETE FOR BUSINESS DATE "
                       CY-BUSINESS-DATE " - RUN STOPPED"
               PERFORM 025-STOP-CYCLE-STEP
           END-IF.

           IF CY-STEP-PREDECESSOR (CY-STEP-INDEX) NOT = SPACES
               SET CY-PRED-INDEX TO 1
               SEARCH CY-STEP-ENTRY VARYING CY-PRED-INDEX
                   AT END
                       SET CYCLE-STEP-FOUND TO FALSE
                   WHEN CY-PRED-INDEX > CY-STEP-COUNT
                       SET CYCLE-STEP-FOUND TO FALSE
                   WHEN CY-STEP-PROGRAM (CY-PRED-INDEX)
                        = CY-STEP-PREDECESSOR (CY-STEP-INDEX)
                       SET CYCLE-STEP-FOUND TO TRUE
               END-SEARCH
               EVALUATE TRUE
                   WHEN NOT CYCLE-STEP-FOUND
                   WHEN NOT CY-STEP-COMPLETE (CY-PRED-INDEX)
                   WHEN CY-STEP-BUSINESS-DATE (CY-PRED-INDEX)
                        NOT = CY-BUSINESS-DATE
                       DISPLAY "RPT6400 - PREDECESSOR "
                               CY-STEP-PREDECESSOR (CY-STEP-INDEX)
                               " NOT COMPLETE FOR BUSINESS DATE "
                               CY-BUSINESS-DATE " - RUN STOPPED"
                       PERFORM 025-STOP-CYCLE-STEP
               END-EVALUATE
           END-IF.

           IF CY-RERUN-PROGRAM = CYCLE-PROGRAM-NAME
               MOVE SPACES TO CY-RERUN-PROGRAM
           END-IF.
           SET CY-STEP-STARTED (CY-STEP-INDEX) TO TRUE.
           MOVE CY-BUSINESS-DATE
               TO CY-STEP-BUSINESS-DATE (CY-STEP-INDEX)
                  CYCLE-BUSINESS-DATE.
           MOVE CYCLE-CLOCK-DATE TO CY-STEP-START-DATE (CY-STEP-INDEX).
           MOVE CYCLE-CLOCK-TIME TO CY-STEP-START-TIME (CY-STEP-INDEX).
           MOVE ZERO TO CY-STEP-END-DATE (CY-STEP-INDEX)
                        CY-STEP-END-TIME (CY-STEP-INDEX)
                        CY-STEP-RETURN-CODE (CY-STEP-INDEX)
                        CY-STEP-READ-COUNT (CY-STEP-INDEX)
                        CY-STEP-WRITTEN-COUNT (CY-STEP-INDEX).
           REWRITE CYCLE-STATUS-RECORD.
           CLOSE I_CYCSTAT.

       025-STOP-CYCLE-STEP.
           MOVE 16 TO RETURN-CODE.
           CLOSE I_CYCSTAT.
           STOP RUN.

       027-FIND-CYCLE-STEP.
           SET CY-STEP-INDEX TO 1.
           SEARCH CY-STEP-ENTRY
               AT END
                   SET CYCLE-STEP-FOUND TO FALSE
               WHEN CY-STEP-INDEX > CY-STEP-COUNT
                   SET CYCLE-STEP-FOUND TO FALSE
               WHEN CY-STEP-PROGRAM (CY-STEP-INDEX) = CYCLE-PROGRAM-NAME
                   SET CYCLE-STEP-FOUND TO TRUE
           END-SEARCH.

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
           END-READ.

       320-ROLL-ONE-CUSTOMER.
      *    THE ROLL IS AUDITED RECORD BY RECORD LIKE ANY OTHER CHANGE
      *    TO THE MASTER, SO A FORWARD RECOVERY ACROSS YEAR END
      *    REAPPLIES IT.  A CUSTOMER WITH NOTHING IN EITHER YEAR
      *    COMES OUT OF THE ROLL UNCHANGED AND WRITES NOTHING.
           MOVE CUSTOMER-MASTER-RECORD TO AUDIT-BEFORE-IMAGE.
           ADD CM-SALES-THIS-YTD TO OLD-THIS-YTD-GRAND.
           ADD CM-SALES-LAST-YTD TO OLD-LAST-YTD-GRAND.


           REWRITE CUSTOMER-MASTER-RECORD.
           ADD 1 TO CUSTOMERS-ROLLED-COUNT.
           MOVE CUSTOMER-MASTER-RECORD TO AUDIT-AFTER-IMAGE.
           IF AUDIT-AFTER-IMAGE NOT = AUDIT-BEFORE-IMAGE
               PERFORM 330-WRITE-AUDIT-RECORD
           END-IF.

       330-WRITE-AUDIT-RECORD.
           MOVE SPACES TO CUSTOMER-AUDIT-RECORD.
           MOVE CM-CUSTOMER-NUMBER TO AU-CUSTOMER-NUMBER.
           COMPUTE AU-AUDIT-DATE =
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.
           COMPUTE AU-AUDIT-TIME = (CD-HOURS * 100) + CD-MINUTES.
           MOVE "RPT6400 "          TO AU-PROGRAM-NAME.
           SET AU-YEAR-END-ROLL    TO TRUE.
           MOVE AUDIT-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE AUDIT-AFTER-IMAGE  TO AU-AFTER-IMAGE.
           WRITE CUSTOMER-AUDIT-RECORD.
           ADD 1 TO CUSTOMERS-AUDITED-COUNT.

       400-ARCHIVE-SALES-HISTORY.
           PERFORM 410-READ-SALHIST-RECORD
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "CUSTOMERS CHANGED AND AUDITED:    " TO CT-CAPTION.
           MOVE CUSTOMERS-AUDITED-COUNT TO CT-COUNT.
           MOVE ZERO                   TO CT-AMOUNT.
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           IF NEW-LAST-YTD-GRAND = OLD-THIS-YTD-GRAND
              AND NEW-THIS-YTD-GRAND = ZERO
               MOVE "ROLL BALANCED - NEW LAST-YTD = OLD THIS-YTD"
           MOVE CUSTOMERS-ROLLED-COUNT TO YE-CUSTOMERS-ROLLED.
           WRITE YEAR-END-STATUS-RECORD.
           CLOSE I_YESTAT.

       900-END-CYCLE-STEP.
      *    RECORDS HOW THE STEP ENDED ON THE CYCLE STATUS RECORD:
      *    BELOW RETURN CODE 8 IS COMPLETE AND RELEASES THE STEPS
      *    THAT WAIT ON THIS ONE; 8 OR ABOVE IS FAILED AND HOLDS
      *    THEM.  A RUN THAT STOPS ITSELF EARLIER NEVER GETS HERE
      *    AND IS LEFT SHOWING STARTED.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           OPEN I-O I_CYCSTAT.
           READ I_CYCSTAT
               AT END
                   SET CYCSTAT-EOF TO TRUE
           END-READ.
           IF NOT CYCSTAT-EOF
               PERFORM 027-FIND-CYCLE-STEP
           END-IF.
           IF NOT CYCSTAT-EOF AND CYCLE-STEP-FOUND
               COMPUTE CY-STEP-END-DATE (CY-STEP-INDEX) =
                   (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY
               COMPUTE CY-STEP-END-TIME (CY-STEP-INDEX) =
                   (CD-HOURS * 100) + CD-MINUTES
               MOVE RETURN-CODE TO CY-STEP-RETURN-CODE (CY-STEP-INDEX)
               IF RETURN-CODE < 8
                   SET CY-STEP-COMPLETE (CY-STEP-INDEX) TO TRUE
               ELSE
                   SET CY-STEP-FAILED (CY-STEP-INDEX) TO TRUE
               END-IF
               MOVE CUSTOMERS-ROLLED-COUNT
                   TO CY-STEP-READ-COUNT (CY-STEP-INDEX)
               MOVE SALHIST-WRITTEN-COUNT
                   TO CY-STEP-WRITTEN-COUNT (CY-STEP-INDEX)
               REWRITE CYCLE-STATUS-RECORD
           END-IF.
           CLOSE I_CYCSTAT.
