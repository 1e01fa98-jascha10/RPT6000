      *                register is no longer the only record of who
      *                moved a customer and when.  The change-history
      *                report prints the file on request.
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
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    OPTIONAL SO A MISSING CYCLE STATUS FILE IS REPORTED AS NO
      *    BUSINESS DATE OPEN INSTEAD OF FAILING ON THE OPEN.
           SELECT OPTIONAL I_CYCSTAT ASSIGN TO CYCSTAT.
           SELECT I_CUSTTRN  ASSIGN TO CUSTTRN.
           SELECT I_SALESREP ASSIGN TO SALESREP.
           SELECT I_CUSTMAST ASSIGN TO CUSTMAST
       DATA DIVISION.
       FILE SECTION.

       FD  I_CYCSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1800 CHARACTERS
           BLOCK CONTAINS 1800 CHARACTERS.
       COPY CYCSTAT.

       FD  I_CUSTTRN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
              88 SALESREP-FOUND      VALUE "Y" FALSE "N".
           05 CUSTOMER-FOUND-SWITCH  PIC X VALUE "N".
              88 CUSTOMER-FOUND      VALUE "Y" FALSE "N".
           05 CYCSTAT-EOF-SWITCH     PIC X VALUE "N".
              88 CYCSTAT-EOF         VALUE "Y".
           05 CYCLE-STEP-FOUND-SWITCH PIC X VALUE "N".
              88 CYCLE-STEP-FOUND    VALUE "Y" FALSE "N".

       01  CYCLE-STEP-FIELDS.
           05 CYCLE-PROGRAM-NAME     PIC X(8) VALUE "RPT6300".
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

       01  SEQUENCE-CHECK-SWITCHES.
           05 FIRST-SALESREP-KEY-SWITCH PIC X VALUE "Y".
       PROCEDURE DIVISION.

       000-MAINTAIN-CUSTOMER-MASTER.
           PERFORM 020-START-CYCLE-STEP
           OPEN INPUT  I_CUSTTRN I_SALESREP
                I-O    I_CUSTMAST
                OUTPUT O_RPT6300 O_REJECT

           CLOSE I_CUSTTRN I_SALESREP I_CUSTMAST O_RPT6300 O_REJECT
                 O_CUSTAUD
           PERFORM 900-END-CYCLE-STEP
           STOP RUN.

       015-PRINT-REJECT-HEADINGS.
           MOVE REJECT-HEADING-2 TO REJECT-AREA.
           WRITE REJECT-AREA.

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
               DISPLAY "RPT6300 - NO BUSINESS DATE OPEN ON CYCSTAT "
                       "- RUN STOPPED"
               PERFORM 025-STOP-CYCLE-STEP
           END-IF.

           PERFORM 027-FIND-CYCLE-STEP.
           IF NOT CYCLE-STEP-FOUND
               DISPLAY "RPT6300 - NOT A STEP OF THE NIGHTLY CYCLE "
                       "- RUN STOPPED"
               PERFORM 025-STOP-CYCLE-STEP
           END-IF.
           IF CY-STEP-COMPLETE (CY-STEP-INDEX)
              AND CY-STEP-BUSINESS-DATE (CY-STEP-INDEX)
                  = CY-BUSINESS-DATE
              AND CY-RERUN-PROGRAM NOT = CYCLE-PROGRAM-NAME
               DISPLAY "RPT6300 - ALREADY COMPLETE FOR BUSINESS DATE "
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
                       DISPLAY "RPT6300 - PREDECESSOR "
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
           MOVE REJECT-COUNT TO RS-REJECT-COUNT.
           MOVE REJECT-SUMMARY-LINE TO REJECT-AREA.
           WRITE REJECT-AREA.

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
               MOVE TRANS-READ-COUNT
                   TO CY-STEP-READ-COUNT (CY-STEP-INDEX)
               COMPUTE CY-STEP-WRITTEN-COUNT (CY-STEP-INDEX) =
                   ADDS-APPLIED-COUNT + CHANGES-APPLIED-COUNT
                   + DELETES-APPLIED-COUNT
               REWRITE CYCLE-STATUS-RECORD
           END-IF.
           CLOSE I_CYCSTAT.
