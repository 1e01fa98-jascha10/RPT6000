      *
      * MODIFICATION HISTORY:
      * 09/02/2026 JS  Initial version.
      * 10/15/2026 JS  Added the commission ledger (O_COMMLDG), a
      *                permanent record of what was paid per customer
      *                and month and to which rep.  Each run now also
      *                recomputes the year's earlier paid months
      *                against current SALHIST - so a credit posted
      *                back into February is clawed back and a late
      *                February invoice is paid - and pays or
      *                recovers the difference from the rep on the
      *                ledger as separate adjustment lines on the
      *                register and "A" records on the payroll file.
      *                The balance proof now also ties the earlier
      *                months' SALHIST total to the ledger plus the
      *                adjustments.
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
           SELECT I_COMMCTL  ASSIGN TO COMMCTL.
           SELECT I_SALESREP ASSIGN TO SALESREP.
           SELECT I_BRANCH   ASSIGN TO BRANCH.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-BR-SR-CU-KEY WITH DUPLICATES.
      *    DYNAMIC SO THE LEDGER SWEEP CAN ASK WHETHER A CUSTOMER
      *    STILL HAS A HISTORY RECORD AFTER THE SEQUENTIAL PASS.
           SELECT I_SALHIST  ASSIGN TO SALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-CUSTOMER-NUMBER.
      *    OPTIONAL SO THE FIRST RUN CREATES THE LEDGER; AFTER THAT
      *    IT IS UPDATED IN PLACE AND NEVER RECREATED.
           SELECT OPTIONAL O_COMMLDG ASSIGN TO COMMLDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-LEDGER-KEY.
           SELECT O_RPT7700  ASSIGN TO RPT7700.
           SELECT O_PAYROLL  ASSIGN TO PAYROLL.

       DATA DIVISION.
       FILE SECTION.

       FD  I_CYCSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1800 CHARACTERS
           BLOCK CONTAINS 1800 CHARACTERS.
       COPY CYCSTAT.

       FD  I_COMMCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 80 CHARACTERS.
       COPY PAYCOMM.

       FD  O_COMMLDG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY COMMLDG.

       WORKING-STORAGE SECTION.

       01  SWITCHES.
              88 CUSTOMER-FOUND      VALUE "Y" FALSE "N".
           05 RUN-BALANCED-SWITCH    PIC X VALUE "Y".
              88 RUN-BALANCED        VALUE "Y" FALSE "N".
           05 LEDGER-FOUND-SWITCH    PIC X VALUE "N".
              88 LEDGER-ENTRY-FOUND  VALUE "Y" FALSE "N".
           05 LEDGER-SCAN-SWITCH     PIC X VALUE "N".
              88 LEDGER-SCAN-DONE    VALUE "Y" FALSE "N".
           05 PAID-THIS-PERIOD-SWITCH PIC X VALUE "N".
              88 PAID-THIS-PERIOD    VALUE "Y" FALSE "N".
           05 HISTORY-ON-FILE-SWITCH PIC X VALUE "N".
              88 HISTORY-ON-FILE     VALUE "Y" FALSE "N".
           05 CYCSTAT-EOF-SWITCH     PIC X VALUE "N".
              88 CYCSTAT-EOF         VALUE "Y".
           05 CYCLE-STEP-FOUND-SWITCH PIC X VALUE "N".
              88 CYCLE-STEP-FOUND    VALUE "Y" FALSE "N".

       01  CYCLE-STEP-FIELDS.
           05 CYCLE-PROGRAM-NAME     PIC X(8) VALUE "RPT7700".
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
           05 COMMISSION-MONTH       PIC 9(2) VALUE ZERO.
           05 COMMISSION-YEAR        PIC 9(4) VALUE ZERO.

       01  MONTH-LEDGER-FLAGS.
      *    "Y" FOR EACH SALES MONTH THIS YEAR WHOSE REGULAR
      *    COMMISSION IS ALREADY ON THE LEDGER - THE ONLY EARLIER
      *    MONTHS THE RUN RECOMPUTES.
           05 MONTH-LEDGER-FLAG      PIC X OCCURS 12 TIMES.
              88 MONTH-ON-LEDGER     VALUE "Y".

       01  LEDGER-KEY-HOLD.
           05 LH-SALES-YEAR          PIC 9(4).
           05 LH-CUSTOMER-NUMBER     PIC 9(5).
           05 LH-SALES-MONTH         PIC 9(2).

       01  LEDGER-CONTROL-FIELDS.
           05 LEDGER-MONTH-SUB       PIC S9(4) COMP VALUE ZERO.
           05 SWEEP-CHECK-CUSTOMER   PIC 9(5) VALUE ZERO.

       01  COMMISSION-COUNTS         PACKED-DECIMAL.
           05 HISTORY-READ-COUNT     PIC S9(7) VALUE ZERO.
           05 UNMATCHED-CUST-COUNT   PIC S9(7) VALUE ZERO.
           05 UNKNOWN-REP-COUNT      PIC S9(7) VALUE ZERO.
           05 PAYROLL-DETAIL-COUNT   PIC S9(5) VALUE ZERO.

       01  ADJUSTMENT-COUNTS         PACKED-DECIMAL.
           05 LEDGER-ENTRIES-WRITTEN PIC S9(7) VALUE ZERO.
           05 LEDGER-ENTRIES-ADJUSTED PIC S9(7) VALUE ZERO.
           05 LATE-SALES-COUNT       PIC S9(7) VALUE ZERO.
           05 PRIOR-UNPAID-COUNT     PIC S9(7) VALUE ZERO.
           05 SWEPT-ENTRY-COUNT      PIC S9(7) VALUE ZERO.
           05 MONTHS-OFF-LEDGER-COUNT PIC S9(3) VALUE ZERO.
           05 PAYROLL-ADJUSTMENT-COUNT PIC S9(5) VALUE ZERO.

       01  ADJUSTMENT-TOTALS         PACKED-DECIMAL.
      *    PRIOR-SALHIST-TOTAL IS THE RAW SUM OF EVERY EARLIER
      *    LEDGERED MONTH'S BUCKET, LEDGER-BASIS-TOTAL WHAT THE
      *    LEDGER HAD ALREADY PAID ON BEFORE THIS RUN, AND
      *    PRIOR-UNPAID-AMOUNT THE LATE SALES NOBODY CAN BE PAID ON.
      *    THE ADJUSTMENT GROSS CHANGE PRINTED ON THE REGISTER MUST
      *    MAKE UP THE DIFFERENCE TO THE PENNY.  THE -POSTED FIELDS
      *    ARE SUMMED AS EACH ADJUSTMENT IS COMPUTED AND THE -TOTAL
      *    FIELDS AS THE REGISTER PRINTS THEM.
           05 PRIOR-SALHIST-TOTAL    PIC S9(11)V99 VALUE ZERO.
           05 LEDGER-BASIS-TOTAL     PIC S9(11)V99 VALUE ZERO.
           05 PRIOR-UNPAID-AMOUNT    PIC S9(9)V99 VALUE ZERO.
           05 SWEPT-GROSS-AMOUNT     PIC S9(9)V99 VALUE ZERO.
           05 ADJ-GROSS-POSTED       PIC S9(9)V99 VALUE ZERO.
           05 ADJ-COMMISSION-POSTED  PIC S9(9)V99 VALUE ZERO.
           05 ADJUSTMENT-GROSS-TOTAL PIC S9(9)V99 VALUE ZERO.
           05 ADJUSTMENT-COMM-TOTAL  PIC S9(9)V99 VALUE ZERO.
           05 ADJ-CROSS-FOOT-TOTAL   PIC S9(11)V99 VALUE ZERO.
           05 NET-GROSS-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05 NET-COMMISSION-TOTAL   PIC S9(9)V99 VALUE ZERO.

       01  COMMISSION-TOTALS         PACKED-DECIMAL.
      *    SALHIST-MONTH-TOTAL IS THE RAW SUM OF THE COMMISSION
      *    MONTH'S BUCKET ACROSS EVERY HISTORY RECORD - THE NUMBER
       01  CALC-FIELDS               PACKED-DECIMAL.
           05 COMMISSION-AMOUNT      PIC S9(7)V99 VALUE ZERO.
           05 MONTH-BUCKET-AMOUNT    PIC S9(5)V99 VALUE ZERO.
           05 LEDGER-POST-AMOUNT     PIC S9(7)V99 VALUE ZERO.
           05 LEDGER-POST-COMMISSION PIC S9(7)V99 VALUE ZERO.
           05 BASIS-GROSS            PIC S9(7)V99 VALUE ZERO.
           05 BASIS-PAID             PIC S9(7)V99 VALUE ZERO.
           05 RECOMPUTED-COMMISSION  PIC S9(7)V99 VALUE ZERO.
           05 GROSS-CHANGE           PIC S9(7)V99 VALUE ZERO.
           05 COMMISSION-CHANGE      PIC S9(7)V99 VALUE ZERO.

       01  PRINT-FIELDS              PACKED-DECIMAL.
           05 PAGE-COUNT             PIC S9(3) VALUE ZERO.
           05 PO-TEMP-COMM-RATE      PIC 9(2)V99 COMP-3.
           05 PO-TEMP-GROSS          PIC S9(9)V99 COMP-3.

       01  ADJUSTMENT-TABLE-CONTROL.
           05 AJ-ENTRY-COUNT         PIC S9(3) COMP VALUE ZERO.
           05 MAX-ADJUSTMENT-ENTRIES PIC S9(3) COMP VALUE +999.

       01  ADJUSTMENT-KEY-HOLD.
           05 AH-BRANCH-NUMBER       PIC 9(2).
           05 AH-SALESREP-NUMBER     PIC 9(2).
           05 AH-SALES-MONTH         PIC 9(2).
           05 AH-COMM-RATE           PIC 9(2)V99.

       01  ADJUSTMENT-TABLE.
      *    ONE ENTRY PER LEDGER BRANCH, SALESREP, EARLIER SALES
      *    MONTH AND RATE WITH A CHANGE THIS RUN - THE ADJUSTMENT
      *    REGISTER LINES AND "A" PAYROLL RECORDS.  BUILT BY A
      *    SERIAL SEARCH AS THE CHANGES ARE FOUND, THEN
      *    BUBBLE-SORTED ON THE KEY FOR PRINTING LIKE THE PRINT
      *    ORDER TABLE.
           05 AJ-ENTRY OCCURS 999 TIMES INDEXED BY AJ-INDEX.
              10 AJ-SORT-KEY.
                 15 AJ-BRANCH-NUMBER PIC 9(2).
                 15 AJ-SALESREP-NUMBER PIC 9(2).
                 15 AJ-SALES-MONTH   PIC 9(2).
                 15 AJ-COMM-RATE     PIC 9(2)V99.
              10 AJ-SALESREP-NAME    PIC X(10).
              10 AJ-GROSS-CHANGE     PIC S9(9)V99 COMP-3.
              10 AJ-COMMISSION-CHANGE PIC S9(9)V99 COMP-3.
       01  AJ-TEMP-ENTRY.
           05 AJ-TEMP-SORT-KEY       PIC X(10).
           05 AJ-TEMP-SALESREP-NAME  PIC X(10).
           05 AJ-TEMP-GROSS-CHANGE   PIC S9(9)V99 COMP-3.
           05 AJ-TEMP-COMMISSION-CHANGE PIC S9(9)V99 COMP-3.

       01  SORT-WORK-FIELDS          COMP.
           05 SORT-OUTER-INDEX       PIC S9(3) VALUE ZERO.
           05 SORT-INNER-INDEX       PIC S9(3) VALUE ZERO.
           05 BR-TEXT                PIC X(50).
           05 FILLER                 PIC X(78) VALUE SPACE.

       01  ADJUSTMENT-TITLE-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(30)
              VALUE "RETROACTIVE ADJUSTMENTS - EARL".
           05 FILLER                 PIC X(30)
              VALUE "IER MONTHS RECOMPUTED".
           05 FILLER                 PIC X(68) VALUE SPACE.

       01  ADJUSTMENT-HEADING-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(8)  VALUE "BRANCH".
           05 FILLER                 PIC X(10) VALUE "SALESREP".
           05 FILLER                 PIC X(12) VALUE "NAME".
           05 FILLER                 PIC X(10) VALUE "  RATE PCT".
           05 FILLER                 PIC X(17) VALUE "   GROSS CHANGE".
           05 FILLER                 PIC X(17) VALUE "  COMMISSION ADJ".
           05 FILLER                 PIC X(12) VALUE "SALES MONTH".
           05 FILLER                 PIC X(42) VALUE SPACE.

       01  ADJUSTMENT-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 AL-BRANCH-NUMBER       PIC X(2).
           05 FILLER                 PIC X(6)  VALUE SPACE.
           05 AL-SALESREP-NUMBER     PIC X(2).
           05 FILLER                 PIC X(8)  VALUE SPACE.
           05 AL-SALESREP-NAME       PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 AL-COMM-RATE           PIC Z9.99.
           05 FILLER                 PIC X(5)  VALUE SPACE.
           05 AL-GROSS-CHANGE        PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 AL-COMMISSION-CHANGE   PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(4)  VALUE SPACE.
           05 AL-SALES-MONTH         PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE "/".
           05 AL-SALES-YEAR          PIC 9(4).
           05 FILLER                 PIC X(46) VALUE SPACE.

       01  ADJUSTMENT-TOTAL-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 AT-CAPTION             PIC X(40).
           05 AT-GROSS-SALES         PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 AT-COMMISSION          PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(57) VALUE "**".

       01  SEQ-WARNING-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(23)
       PROCEDURE DIVISION.

       000-PRODUCE-COMMISSION-RUN.
           PERFORM 020-START-CYCLE-STEP
           OPEN INPUT  I_COMMCTL I_SALESREP I_BRANCH
                       I_CUSTMAST I_SALHIST
                I-O    O_COMMLDG
                OUTPUT O_RPT7700 O_PAYROLL

           PERFORM 100-FORMAT-REPORT-HEADING
           PERFORM 200-LOAD-SALESREP-TABLE
           PERFORM 205-LOAD-BRANCH-TABLE
           PERFORM 250-WRITE-PAYROLL-HEADER
           PERFORM 260-LOAD-LEDGER-MONTHS

           PERFORM 300-POST-HISTORY-RECORD UNTIL SALHIST-EOF
           PERFORM 380-SWEEP-LEDGER

           PERFORM 400-BUILD-PRINT-ORDER
           PERFORM 410-SORT-PRINT-ORDER
           PERFORM 420-PRINT-COMMISSION-REGISTER
           PERFORM 415-SORT-ADJUSTMENTS
           PERFORM 425-PRINT-ADJUSTMENT-REGISTER
           PERFORM 450-PRINT-BUCKET-NOTES
           PERFORM 460-PRINT-BALANCE-PROOF
           PERFORM 470-WRITE-PAYROLL-TRAILER
           PERFORM 480-MARK-MONTH-PAID

           IF NOT RUN-BALANCED
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE I_COMMCTL I_SALESREP I_BRANCH I_CUSTMAST I_SALHIST
                 O_COMMLDG O_RPT7700 O_PAYROLL
           PERFORM 900-END-CYCLE-STEP
           STOP RUN.

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
               DISPLAY "RPT7700 - NO BUSINESS DATE OPEN ON CYCSTAT "
                       "- RUN STOPPED"
               PERFORM 025-STOP-CYCLE-STEP
           END-IF.

           PERFORM 027-FIND-CYCLE-STEP.
           IF NOT CYCLE-STEP-FOUND
               DISPLAY "RPT7700 - NOT A STEP OF THE NIGHTLY CYCLE "
                       "- RUN STOPPED"
               PERFORM 025-STOP-CYCLE-STEP
           END-IF.
           IF CY-STEP-COMPLETE (CY-STEP-INDEX)
              AND CY-STEP-BUSINESS-DATE (CY-STEP-INDEX)
                  = CY-BUSINESS-DATE
              AND CY-RERUN-PROGRAM NOT = CYCLE-PROGRAM-NAME
               DISPLAY "RPT7700 - ALREADY COMPLETE FOR BUSINESS DATE "
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
                       DISPLAY "RPT7700 - PREDECESSOR "
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
                           "IS NOT 01-12 - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   CLOSE I_COMMCTL I_SALESREP I_BRANCH
                         I_CUSTMAST I_SALHIST O_COMMLDG
                         O_RPT7700 O_PAYROLL
                   STOP RUN
               ELSE
           MOVE COMMISSION-MONTH TO PY-HDR-PAY-MONTH.
           WRITE PAYROLL-INTERFACE-RECORD.

       260-LOAD-LEDGER-MONTHS.
      *    A MONTH-CONTROL RECORD ON THE LEDGER MEANS THE MONTH'S
      *    REGULAR COMMISSION HAS BEEN PAID.  AN EARLIER MONTH WITH
      *    NONE WAS PAID BEFORE THE LEDGER EXISTED - THERE IS NO
      *    RECORD OF WHAT WENT TO WHOM, SO IT IS NOT RECOMPUTED.
           PERFORM VARYING LEDGER-MONTH-SUB FROM 1 BY 1
                   UNTIL LEDGER-MONTH-SUB > 12
               MOVE "N" TO MONTH-LEDGER-FLAG (LEDGER-MONTH-SUB)
               MOVE COMMISSION-YEAR  TO LH-SALES-YEAR
               MOVE ZERO             TO LH-CUSTOMER-NUMBER
               MOVE LEDGER-MONTH-SUB TO LH-SALES-MONTH
               PERFORM 265-READ-LEDGER-ENTRY
               IF LEDGER-ENTRY-FOUND AND LG-MONTH-CONTROL
                   MOVE "Y" TO MONTH-LEDGER-FLAG (LEDGER-MONTH-SUB)
               ELSE
                   IF LEDGER-MONTH-SUB < COMMISSION-MONTH
                       ADD 1 TO MONTHS-OFF-LEDGER-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       265-READ-LEDGER-ENTRY.
           MOVE LEDGER-KEY-HOLD TO LG-LEDGER-KEY.
           READ O_COMMLDG
               INVALID KEY
                   SET LEDGER-ENTRY-FOUND TO FALSE
               NOT INVALID KEY
                   SET LEDGER-ENTRY-FOUND TO TRUE
           END-READ.

       300-POST-HISTORY-RECORD.
           PERFORM 305-READ-HISTORY-RECORD
           IF NOT SALHIST-EOF
                   ADD 1 TO UNMATCHED-CUST-COUNT
                   ADD MONTH-BUCKET-AMOUNT TO UNMATCHED-CUST-AMOUNT
               END-IF
               PERFORM VARYING LEDGER-MONTH-SUB FROM 1 BY 1
                       UNTIL LEDGER-MONTH-SUB NOT < COMMISSION-MONTH
                   IF MONTH-ON-LEDGER (LEDGER-MONTH-SUB)
                       PERFORM 340-RECOMPUTE-EARLIER-MONTH
                   END-IF
               END-PERFORM
           END-IF.

       305-READ-HISTORY-RECORD.
           READ I_SALHIST NEXT RECORD
               AT END
                   SET SALHIST-EOF TO TRUE
           END-READ.
              WHEN SALESREP-NUMBER (SRT-INDEX) = CM-SALESREP-NUMBER
                 ADD MONTH-BUCKET-AMOUNT
                     TO SALESREP-GROSS (SRT-INDEX)
                 PERFORM 335-RECORD-MONTH-PAYMENT
           END-SEARCH.

       335-RECORD-MONTH-PAYMENT.
      *    THE CUSTOMER'S SHARE OF THE REP'S REGULAR COMMISSION FOR
      *    THE MONTH GOES ON THE LEDGER, COMPUTED AT THE CUSTOMER
      *    LEVEL SO LATER RUNS CAN RECOMPUTE THE SAME FIGURE.  THE
      *    REGISTER ROUNDS ONCE PER REP, SO THE LEDGER ENTRIES FOR A
      *    REP CAN DIFFER FROM THE PAYROLL DETAIL BY PENNIES OF
      *    ROUNDING; ADJUSTMENTS ARE ALWAYS LEDGER AGAINST LEDGER.
      *    A RERUN OF THE MONTH SIMPLY REPLACES THE ENTRY.
           MOVE COMMISSION-YEAR    TO LH-SALES-YEAR.
           MOVE SH-CUSTOMER-NUMBER TO LH-CUSTOMER-NUMBER.
           MOVE COMMISSION-MONTH   TO LH-SALES-MONTH.
           PERFORM 265-READ-LEDGER-ENTRY.
           IF LEDGER-ENTRY-FOUND OR MONTH-BUCKET-AMOUNT NOT = ZERO
               MOVE MONTH-BUCKET-AMOUNT TO LEDGER-POST-AMOUNT
               PERFORM 337-BUILD-LEDGER-ENTRY
               IF LEDGER-ENTRY-FOUND
                   REWRITE COMMISSION-LEDGER-RECORD
               ELSE
                   WRITE COMMISSION-LEDGER-RECORD
               END-IF
               ADD 1 TO LEDGER-ENTRIES-WRITTEN
           END-IF.

       337-BUILD-LEDGER-ENTRY.
      *    A NEW OR REPLACED ENTRY PAID IN FULL THIS RUN TO THE REP
      *    AT SRT-INDEX ON LEDGER-POST-AMOUNT OF GROSS SALES.
           COMPUTE LEDGER-POST-COMMISSION ROUNDED =
               LEDGER-POST-AMOUNT * SALESREP-COMM-RATE (SRT-INDEX)
               / 100.
           MOVE SPACES TO COMMISSION-LEDGER-RECORD.
           MOVE LEDGER-KEY-HOLD TO LG-LEDGER-KEY.
           SET LG-CUSTOMER-ENTRY TO TRUE.
           MOVE SALESREP-BRANCH (SRT-INDEX)    TO LG-BRANCH-NUMBER.
           MOVE SALESREP-NUMBER (SRT-INDEX)    TO LG-SALESREP-NUMBER.
           MOVE SALESREP-NAME (SRT-INDEX)      TO LG-SALESREP-NAME.
           MOVE SALESREP-COMM-RATE (SRT-INDEX) TO LG-COMMISSION-RATE.
           MOVE LEDGER-POST-AMOUNT     TO LG-GROSS-SALES
                                          LG-LAST-GROSS-CHANGE.
           MOVE LEDGER-POST-COMMISSION TO LG-COMMISSION-PAID
                                          LG-LAST-COMMISSION-CHANGE.
           MOVE COMMISSION-YEAR        TO LG-LAST-PAY-YEAR.
           MOVE COMMISSION-MONTH       TO LG-LAST-PAY-MONTH.

       340-RECOMPUTE-EARLIER-MONTH.
      *    AN EARLIER MONTH OF THE YEAR THAT HAS ALREADY BEEN PAID.
      *    A CUSTOMER ALREADY ON THE LEDGER FOR THE MONTH IS
      *    RECOMPUTED FOR THE REP THE LEDGER PAID; ONE WITH NO ENTRY
      *    BUT SALES IN THE MONTH NOW HAD A LATE INVOICE POSTED
      *    BACK INTO IT, AND IS PAID TO THE CUSTOMER'S CURRENT REP.
           MOVE SH-MONTHLY-AMOUNT (LEDGER-MONTH-SUB)
               TO LEDGER-POST-AMOUNT.
           ADD LEDGER-POST-AMOUNT TO PRIOR-SALHIST-TOTAL.
           MOVE COMMISSION-YEAR    TO LH-SALES-YEAR.
           MOVE SH-CUSTOMER-NUMBER TO LH-CUSTOMER-NUMBER.
           MOVE LEDGER-MONTH-SUB   TO LH-SALES-MONTH.
           PERFORM 265-READ-LEDGER-ENTRY.
           IF LEDGER-ENTRY-FOUND
               PERFORM 342-ADJUST-LEDGER-ENTRY
           ELSE
               IF LEDGER-POST-AMOUNT NOT = ZERO
                   PERFORM 344-PAY-LATE-SALES
               END-IF
           END-IF.

       342-ADJUST-LEDGER-ENTRY.
      *    THE ENTRY IN THE LEDGER RECORD AREA IS RECOMPUTED ON
      *    LEDGER-POST-AMOUNT AT THE LEDGER'S OWN RATE.  WHAT THIS
      *    PERIOD ALREADY PAID ON IT (A RERUN) IS BACKED OUT FIRST,
      *    SO THE CHANGE IS ALWAYS MEASURED FROM WHAT EARLIER
      *    PERIODS PAID.
           IF LG-LAST-PAY-YEAR = COMMISSION-YEAR
              AND LG-LAST-PAY-MONTH = COMMISSION-MONTH
               SET PAID-THIS-PERIOD TO TRUE
               COMPUTE BASIS-GROSS =
                   LG-GROSS-SALES - LG-LAST-GROSS-CHANGE
               COMPUTE BASIS-PAID =
                   LG-COMMISSION-PAID - LG-LAST-COMMISSION-CHANGE
           ELSE
               SET PAID-THIS-PERIOD TO FALSE
               MOVE LG-GROSS-SALES     TO BASIS-GROSS
               MOVE LG-COMMISSION-PAID TO BASIS-PAID
           END-IF.
           ADD BASIS-GROSS TO LEDGER-BASIS-TOTAL.

           COMPUTE RECOMPUTED-COMMISSION ROUNDED =
               LEDGER-POST-AMOUNT * LG-COMMISSION-RATE / 100.
           COMPUTE GROSS-CHANGE = LEDGER-POST-AMOUNT - BASIS-GROSS.
           COMPUTE COMMISSION-CHANGE =
               RECOMPUTED-COMMISSION - BASIS-PAID.

           IF GROSS-CHANGE NOT = ZERO
              OR COMMISSION-CHANGE NOT = ZERO
              OR PAID-THIS-PERIOD
               MOVE LEDGER-POST-AMOUNT    TO LG-GROSS-SALES
               MOVE RECOMPUTED-COMMISSION TO LG-COMMISSION-PAID
               MOVE GROSS-CHANGE          TO LG-LAST-GROSS-CHANGE
               MOVE COMMISSION-CHANGE     TO LG-LAST-COMMISSION-CHANGE
               MOVE COMMISSION-YEAR       TO LG-LAST-PAY-YEAR
               MOVE COMMISSION-MONTH      TO LG-LAST-PAY-MONTH
               REWRITE COMMISSION-LEDGER-RECORD
               IF GROSS-CHANGE NOT = ZERO
                  OR COMMISSION-CHANGE NOT = ZERO
                   ADD 1 TO LEDGER-ENTRIES-ADJUSTED
                   PERFORM 350-POST-ADJUSTMENT
               END-IF
           END-IF.

       344-PAY-LATE-SALES.
      *    SAME RULES AS THE REGULAR MONTH: NO CUSTOMER MASTER OR NO
      *    SALESREP MEANS NOBODY TO PAY.  NOTHING IS WRITTEN TO THE
      *    LEDGER THEN, SO THE SALES ARE PAID BY WHICHEVER LATER RUN
      *    FINDS THEM A REP.
           IF CUSTOMER-FOUND
               SEARCH ALL SALESREP-GROUP
                  AT END
                     ADD 1 TO PRIOR-UNPAID-COUNT
                     ADD LEDGER-POST-AMOUNT TO PRIOR-UNPAID-AMOUNT
                  WHEN SALESREP-NUMBER (SRT-INDEX)
                           = CM-SALESREP-NUMBER
                     PERFORM 337-BUILD-LEDGER-ENTRY
                     WRITE COMMISSION-LEDGER-RECORD
                     ADD 1 TO LATE-SALES-COUNT
                     MOVE LEDGER-POST-AMOUNT     TO GROSS-CHANGE
                     MOVE LEDGER-POST-COMMISSION TO COMMISSION-CHANGE
                     PERFORM 350-POST-ADJUSTMENT
               END-SEARCH
           ELSE
               ADD 1 TO PRIOR-UNPAID-COUNT
               ADD LEDGER-POST-AMOUNT TO PRIOR-UNPAID-AMOUNT
           END-IF.

       350-POST-ADJUSTMENT.
      *    ADDS THE CHANGE FOR THE LEDGER ENTRY NOW IN THE RECORD
      *    AREA TO ITS BRANCH/REP/MONTH/RATE ADJUSTMENT LINE.  A
      *    FULL TABLE STOPS THE RUN - AN ADJUSTMENT THAT COULD NOT
      *    BE CARRIED WOULD BE MONEY THE LEDGER SAYS WAS PAID AND
      *    PAYROLL NEVER SAW.  THE LEDGER UPDATES ALREADY MADE ARE
      *    HARMLESS: THE RERUN BACKS THEM OUT AS THIS PERIOD'S OWN.
           MOVE LG-BRANCH-NUMBER   TO AH-BRANCH-NUMBER.
           MOVE LG-SALESREP-NUMBER TO AH-SALESREP-NUMBER.
           MOVE LG-SALES-MONTH     TO AH-SALES-MONTH.
           MOVE LG-COMMISSION-RATE TO AH-COMM-RATE.
           SET AJ-INDEX TO 1.
           SEARCH AJ-ENTRY VARYING AJ-INDEX
               AT END
                   CONTINUE
               WHEN AJ-INDEX > AJ-ENTRY-COUNT
                   CONTINUE
               WHEN AJ-SORT-KEY (AJ-INDEX) = ADJUSTMENT-KEY-HOLD
                   CONTINUE
           END-SEARCH.
           IF AJ-INDEX > AJ-ENTRY-COUNT
               IF AJ-ENTRY-COUNT = MAX-ADJUSTMENT-ENTRIES
                   DISPLAY "RPT7700 - ADJUSTMENT TABLE FULL "
                           "- RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   CLOSE I_COMMCTL I_SALESREP I_BRANCH
                         I_CUSTMAST I_SALHIST O_COMMLDG
                         O_RPT7700 O_PAYROLL
                   STOP RUN
               END-IF
               ADD 1 TO AJ-ENTRY-COUNT
               SET AJ-INDEX TO AJ-ENTRY-COUNT
               MOVE ADJUSTMENT-KEY-HOLD TO AJ-SORT-KEY (AJ-INDEX)
               MOVE LG-SALESREP-NAME TO AJ-SALESREP-NAME (AJ-INDEX)
               MOVE ZERO TO AJ-GROSS-CHANGE (AJ-INDEX)
                            AJ-COMMISSION-CHANGE (AJ-INDEX)
           END-IF.
           ADD GROSS-CHANGE      TO AJ-GROSS-CHANGE (AJ-INDEX)
                                    ADJ-GROSS-POSTED.
           ADD COMMISSION-CHANGE TO AJ-COMMISSION-CHANGE (AJ-INDEX)
                                    ADJ-COMMISSION-POSTED.

       380-SWEEP-LEDGER.
      *    A CUSTOMER PAID ON IN AN EARLIER MONTH WHO NO LONGER HAS
      *    A HISTORY RECORD AT ALL (PURGED OR MERGED AWAY) WAS NEVER
      *    SEEN BY THE SEQUENTIAL PASS, BUT CURRENT SALHIST NOW SAYS
      *    ZERO FOR IT - SO EVERY LEDGER ENTRY FOR THIS YEAR IS
      *    CHECKED AND THOSE CUSTOMERS' EARLIER MONTHS ARE
      *    RECOMPUTED ON ZERO AND CLAWED BACK.
           IF COMMISSION-MONTH > 1
               MOVE COMMISSION-YEAR TO LH-SALES-YEAR
               MOVE 1               TO LH-CUSTOMER-NUMBER
               MOVE ZERO            TO LH-SALES-MONTH
               MOVE ZERO            TO SWEEP-CHECK-CUSTOMER
               MOVE LEDGER-KEY-HOLD TO LG-LEDGER-KEY
               SET LEDGER-SCAN-DONE TO FALSE
               START O_COMMLDG KEY IS NOT LESS THAN LG-LEDGER-KEY
                   INVALID KEY
                       SET LEDGER-SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL LEDGER-SCAN-DONE
                   READ O_COMMLDG NEXT RECORD
                       AT END
                           SET LEDGER-SCAN-DONE TO TRUE
                       NOT AT END
                           IF LG-SALES-YEAR NOT = COMMISSION-YEAR
                               SET LEDGER-SCAN-DONE TO TRUE
                           ELSE
                               PERFORM 385-CHECK-LEDGER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       385-CHECK-LEDGER-ENTRY.
           IF LG-CUSTOMER-ENTRY
              AND LG-SALES-MONTH < COMMISSION-MONTH
              AND MONTH-ON-LEDGER (LG-SALES-MONTH)
               IF LG-CUSTOMER-NUMBER NOT = SWEEP-CHECK-CUSTOMER
                   MOVE LG-CUSTOMER-NUMBER TO SWEEP-CHECK-CUSTOMER
                                              SH-CUSTOMER-NUMBER
                   READ I_SALHIST
                       INVALID KEY
                           SET HISTORY-ON-FILE TO FALSE
                       NOT INVALID KEY
                           SET HISTORY-ON-FILE TO TRUE
                   END-READ
               END-IF
               IF NOT HISTORY-ON-FILE
                   MOVE ZERO TO LEDGER-POST-AMOUNT
                   PERFORM 342-ADJUST-LEDGER-ENTRY
                   ADD 1 TO SWEPT-ENTRY-COUNT
                   ADD GROSS-CHANGE TO SWEPT-GROSS-AMOUNT
               END-IF
           END-IF.

       400-BUILD-PRINT-ORDER.
           MOVE ZERO TO PO-ENTRY-COUNT.
               END-PERFORM
           END-IF.

       415-SORT-ADJUSTMENTS.
      *    ASCENDING BUBBLE SORT ON BRANCH/REP/MONTH/RATE - THE
      *    SAME SORT SHAPE AS 410-SORT-PRINT-ORDER.
           IF AJ-ENTRY-COUNT > 1
               PERFORM VARYING SORT-OUTER-INDEX FROM 1 BY 1
                       UNTIL SORT-OUTER-INDEX > AJ-ENTRY-COUNT - 1
                   PERFORM VARYING SORT-INNER-INDEX FROM 1 BY 1
                       UNTIL SORT-INNER-INDEX >
                             AJ-ENTRY-COUNT - SORT-OUTER-INDEX
                       IF AJ-SORT-KEY (SORT-INNER-INDEX) >
                          AJ-SORT-KEY (SORT-INNER-INDEX + 1)
                           MOVE AJ-ENTRY (SORT-INNER-INDEX)
                               TO AJ-TEMP-ENTRY
                           MOVE AJ-ENTRY (SORT-INNER-INDEX + 1)
                               TO AJ-ENTRY (SORT-INNER-INDEX)
                           MOVE AJ-TEMP-ENTRY
                               TO AJ-ENTRY (SORT-INNER-INDEX + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       420-PRINT-COMMISSION-REGISTER.
           MOVE ZERO TO BRANCH-GROSS-TOTAL BRANCH-COMMISSION.
           PERFORM VARYING TABLE-PRINT-SUB FROM 1 BY 1
           WRITE PRINT-AREA AFTER ADVANCING 2.
           ADD 2 TO LINE-COUNT.

       425-PRINT-ADJUSTMENT-REGISTER.
      *    THE EARLIER-MONTH ADJUSTMENTS PRINT AS THEIR OWN SECTION
      *    AFTER THE COMPANY TOTAL, SO THE MONTH'S REGULAR
      *    COMMISSION STILL READS EXACTLY AS IT ALWAYS HAS, AND CLOSE
      *    WITH THE NET COMMISSION THE RUN PAYS.
           IF LINE-COUNT > LINES-ON-PAGE - 8
               PERFORM 230-PRINT-HEADINGS
           END-IF
           MOVE ADJUSTMENT-TITLE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3.
           PERFORM 427-PRINT-ADJUSTMENT-HEADING.

           IF AJ-ENTRY-COUNT = ZERO
               MOVE "NO EARLIER-MONTH ADJUSTMENTS THIS RUN" TO BR-TEXT
               MOVE BALANCE-RESULT-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1
               ADD 1 TO LINE-COUNT
           END-IF.
           PERFORM VARYING TABLE-PRINT-SUB FROM 1 BY 1
                   UNTIL TABLE-PRINT-SUB > AJ-ENTRY-COUNT
               PERFORM 428-PRINT-ONE-ADJUSTMENT-LINE
           END-PERFORM.

           MOVE "ADJUSTMENT TOTAL"      TO AT-CAPTION.
           MOVE ADJUSTMENT-GROSS-TOTAL  TO AT-GROSS-SALES.
           MOVE ADJUSTMENT-COMM-TOTAL   TO AT-COMMISSION.
           MOVE ADJUSTMENT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

           COMPUTE NET-GROSS-TOTAL =
               REPS-GROSS-TOTAL + ADJUSTMENT-GROSS-TOTAL.
           COMPUTE NET-COMMISSION-TOTAL =
               COMPANY-COMMISSION + ADJUSTMENT-COMM-TOTAL.
           MOVE "NET COMMISSION THIS RUN" TO AT-CAPTION.
           MOVE NET-GROSS-TOTAL       TO AT-GROSS-SALES.
           MOVE NET-COMMISSION-TOTAL  TO AT-COMMISSION.
           MOVE ADJUSTMENT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 3 TO LINE-COUNT.

       427-PRINT-ADJUSTMENT-HEADING.
           MOVE ADJUSTMENT-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           MOVE HEADING-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 6 TO LINE-COUNT.

       428-PRINT-ONE-ADJUSTMENT-LINE.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
               PERFORM 427-PRINT-ADJUSTMENT-HEADING
           END-IF
           MOVE AJ-BRANCH-NUMBER (TABLE-PRINT-SUB)
               TO AL-BRANCH-NUMBER.
           MOVE AJ-SALESREP-NUMBER (TABLE-PRINT-SUB)
               TO AL-SALESREP-NUMBER.
           MOVE AJ-SALESREP-NAME (TABLE-PRINT-SUB)
               TO AL-SALESREP-NAME.
           MOVE AJ-COMM-RATE (TABLE-PRINT-SUB)   TO AL-COMM-RATE.
           MOVE AJ-GROSS-CHANGE (TABLE-PRINT-SUB) TO AL-GROSS-CHANGE.
           MOVE AJ-COMMISSION-CHANGE (TABLE-PRINT-SUB)
               TO AL-COMMISSION-CHANGE.
           MOVE AJ-SALES-MONTH (TABLE-PRINT-SUB) TO AL-SALES-MONTH.
           MOVE COMMISSION-YEAR TO AL-SALES-YEAR.
           MOVE ADJUSTMENT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

           ADD AJ-GROSS-CHANGE (TABLE-PRINT-SUB)
               TO ADJUSTMENT-GROSS-TOTAL.
           ADD AJ-COMMISSION-CHANGE (TABLE-PRINT-SUB)
               TO ADJUSTMENT-COMM-TOTAL.
           PERFORM 437-WRITE-PAYROLL-ADJUSTMENT.

       430-PRINT-ONE-COMMISSION-LINE.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
      *    ZERO-DOLLAR DETAIL.
           MOVE SPACES TO PAYROLL-INTERFACE-RECORD.
           MOVE "D" TO PY-RECORD-TYPE.
           MOVE ZERO TO PY-ADJUSTED-MONTH.
           MOVE COMMISSION-YEAR  TO PY-PAY-YEAR.
           MOVE COMMISSION-MONTH TO PY-PAY-MONTH.
           MOVE PO-BRANCH-NUMBER (TABLE-PRINT-SUB)
           WRITE PAYROLL-INTERFACE-RECORD.
           ADD 1 TO PAYROLL-DETAIL-COUNT.

       437-WRITE-PAYROLL-ADJUSTMENT.
      *    ONE "A" RECORD PER ADJUSTMENT LINE, PAID IN THIS RUN'S
      *    PERIOD AND NAMING THE SALES MONTH IT CORRECTS.
           MOVE SPACES TO PAYROLL-INTERFACE-RECORD.
           MOVE "A" TO PY-RECORD-TYPE.
           MOVE COMMISSION-YEAR  TO PY-PAY-YEAR.
           MOVE COMMISSION-MONTH TO PY-PAY-MONTH.
           MOVE AJ-BRANCH-NUMBER (TABLE-PRINT-SUB)
               TO PY-BRANCH-NUMBER.
           MOVE AJ-SALESREP-NUMBER (TABLE-PRINT-SUB)
               TO PY-SALESREP-NUMBER.
           MOVE AJ-SALESREP-NAME (TABLE-PRINT-SUB)
               TO PY-SALESREP-NAME.
           MOVE AJ-COMM-RATE (TABLE-PRINT-SUB)
               TO PY-COMMISSION-RATE.
           MOVE AJ-GROSS-CHANGE (TABLE-PRINT-SUB)
               TO PY-GROSS-SALES.
           MOVE AJ-COMMISSION-CHANGE (TABLE-PRINT-SUB)
               TO PY-COMMISSION-AMOUNT.
           MOVE AJ-SALES-MONTH (TABLE-PRINT-SUB)
               TO PY-ADJUSTED-MONTH.
           WRITE PAYROLL-INTERFACE-RECORD.
           ADD 1 TO PAYROLL-ADJUSTMENT-COUNT.

       440-PRINT-BRANCH-TOTAL.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
               WRITE PRINT-AREA AFTER ADVANCING 1
               ADD 1 TO LINE-COUNT
           END-IF.
           IF PRIOR-UNPAID-COUNT > ZERO
               MOVE "LATE SALES WITH NO PAYABLE REP:   "
                   TO BN-CAPTION
               MOVE PRIOR-UNPAID-COUNT  TO BN-COUNT
               MOVE PRIOR-UNPAID-AMOUNT TO BN-AMOUNT
               MOVE BUCKET-NOTE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1
               ADD 1 TO LINE-COUNT
           END-IF.
           IF SWEPT-ENTRY-COUNT > ZERO
               MOVE "PAID MONTHS NO LONGER IN SALHIST: "
                   TO BN-CAPTION
               MOVE SWEPT-ENTRY-COUNT  TO BN-COUNT
               MOVE SWEPT-GROSS-AMOUNT TO BN-AMOUNT
               MOVE BUCKET-NOTE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1
               ADD 1 TO LINE-COUNT
           END-IF.
           IF MONTHS-OFF-LEDGER-COUNT > ZERO
               MOVE "EARLIER MONTHS NOT ON LEDGER:     "
                   TO BN-CAPTION
               MOVE MONTHS-OFF-LEDGER-COUNT TO BN-COUNT
               MOVE ZERO                    TO BN-AMOUNT
               MOVE BUCKET-NOTE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1
               ADD 1 TO LINE-COUNT
           END-IF.

       460-PRINT-BALANCE-PROOF.
      *    THE PROOF THAT NOBODY GETS PAID ON DOLLARS THE TREND
           MOVE BALANCE-RESULT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

           PERFORM 465-PRINT-ADJUSTMENT-PROOF.

       465-PRINT-ADJUSTMENT-PROOF.
      *    THE SAME PROOF FOR THE EARLIER MONTHS: WHAT THE LEDGER HAD
      *    PAID ON, PLUS THE ADJUSTMENTS PRINTED, PLUS THE LATE
      *    SALES NOBODY CAN BE PAID ON, MUST CROSS-FOOT TO THOSE
      *    MONTHS' RAW SALHIST TOTAL; AND THE PRINTED ADJUSTMENTS
      *    MUST EQUAL THE CHANGES COMPUTED ENTRY BY ENTRY.
           MOVE "EARLIER MONTHS SALHIST TOTAL:     " TO BP-CAPTION.
           MOVE PRIOR-SALHIST-TOTAL TO BP-AMOUNT.
           MOVE BALANCE-PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

           MOVE "PAID ON LEDGER BEFORE THIS RUN:   " TO BP-CAPTION.
           MOVE LEDGER-BASIS-TOTAL TO BP-AMOUNT.
           MOVE BALANCE-PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "ADJUSTMENT GROSS CHANGE:          " TO BP-CAPTION.
           MOVE ADJUSTMENT-GROSS-TOTAL TO BP-AMOUNT.
           MOVE BALANCE-PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "LATE SALES WITH NO PAYABLE REP:   " TO BP-CAPTION.
           MOVE PRIOR-UNPAID-AMOUNT TO BP-AMOUNT.
           MOVE BALANCE-PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "ADJUSTMENT COMMISSION:            " TO BP-CAPTION.
           MOVE ADJUSTMENT-COMM-TOTAL TO BP-AMOUNT.
           MOVE BALANCE-PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           COMPUTE ADJ-CROSS-FOOT-TOTAL =
               LEDGER-BASIS-TOTAL + ADJUSTMENT-GROSS-TOTAL
               + PRIOR-UNPAID-AMOUNT.
           IF ADJ-CROSS-FOOT-TOTAL = PRIOR-SALHIST-TOTAL
              AND ADJUSTMENT-GROSS-TOTAL = ADJ-GROSS-POSTED
              AND ADJUSTMENT-COMM-TOTAL = ADJ-COMMISSION-POSTED
               MOVE "ADJUSTMENTS IN BALANCE" TO BR-TEXT
           ELSE
               SET RUN-BALANCED TO FALSE
               MOVE "*** ADJUSTMENTS OUT OF BALANCE - PAYROLL FILE HELD"
                   TO BR-TEXT
           END-IF.
           MOVE BALANCE-RESULT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

       470-WRITE-PAYROLL-TRAILER.
           MOVE SPACES TO PAYROLL-INTERFACE-RECORD.
           MOVE "T" TO PY-RECORD-TYPE.
           MOVE PAYROLL-DETAIL-COUNT TO PY-DETAIL-COUNT.
           MOVE REPS-GROSS-TOTAL     TO PY-TOTAL-GROSS-SALES.
           MOVE COMPANY-COMMISSION   TO PY-TOTAL-COMMISSION.
           MOVE PAYROLL-ADJUSTMENT-COUNT TO PY-ADJUSTMENT-COUNT.
           MOVE ADJUSTMENT-COMM-TOTAL    TO PY-TOTAL-ADJUSTMENT.
           WRITE PAYROLL-INTERFACE-RECORD.

       480-MARK-MONTH-PAID.
      *    RECORDS THAT THE COMMISSION MONTH'S REGULAR COMMISSION IS
      *    ON THE LEDGER, SO NEXT MONTH'S RUN RECOMPUTES IT.
           MOVE COMMISSION-YEAR  TO LH-SALES-YEAR.
           MOVE ZERO             TO LH-CUSTOMER-NUMBER.
           MOVE COMMISSION-MONTH TO LH-SALES-MONTH.
           PERFORM 265-READ-LEDGER-ENTRY.
           MOVE SPACES TO COMMISSION-LEDGER-RECORD.
           MOVE LEDGER-KEY-HOLD TO LG-LEDGER-KEY.
           SET LG-MONTH-CONTROL TO TRUE.
           MOVE ZERO TO LG-BRANCH-NUMBER
                        LG-SALESREP-NUMBER
                        LG-COMMISSION-RATE
                        LG-GROSS-SALES
                        LG-COMMISSION-PAID
                        LG-LAST-GROSS-CHANGE
                        LG-LAST-COMMISSION-CHANGE.
           MOVE COMMISSION-YEAR  TO LG-LAST-PAY-YEAR.
           MOVE COMMISSION-MONTH TO LG-LAST-PAY-MONTH.
           IF LEDGER-ENTRY-FOUND
               REWRITE COMMISSION-LEDGER-RECORD
           ELSE
               WRITE COMMISSION-LEDGER-RECORD
           END-IF.

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
               MOVE HISTORY-READ-COUNT
                   TO CY-STEP-READ-COUNT (CY-STEP-INDEX)
               COMPUTE CY-STEP-WRITTEN-COUNT (CY-STEP-INDEX) =
                   PAYROLL-DETAIL-COUNT + PAYROLL-ADJUSTMENT-COUNT
               REWRITE CYCLE-STATUS-RECORD
           END-IF.
           CLOSE I_CYCSTAT.
