       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT8700.
      ****************************************************************
      * PROGRAM NAME: RPT8700
      * AUTHORS: Jacob Schamp
      * DATE: 10/15/2026
      * Github:
      * DESCRIPTION: Year-end sales projection and quota forecast.
      * Where RPT6600 shows each rep against SM-ANNUAL-QUOTA as of
      * today, this report shows where each rep will land in
      * December.  Matches the current sales history file against
      * the prior-year archive on customer number, the same way
      * RPT7300 does, and projects each customer's full year from
      * the year-to-date SALHIST buckets divided by the share of
      * last year's total those same months carried in PRIORHST -
      * so a customer who buys heavily in the fourth quarter is not
      * written off in August.  A customer with no prior-year
      * history, or whose prior year gives no usable share, is
      * projected on straight run-rate instead and counted
      * separately so the method stays visible.  Projections roll
      * up through the customer master to the rep, and through the
      * rep's branch to the branch and region, and print against
      * quota with the projected attainment.  Reps projected to
      * finish under the control-card percent are flagged.
      *
      * MODIFICATION HISTORY:
      * 10/15/2026 JS  Initial version.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT I_FCSTCTL  ASSIGN TO FCSTCTL.
           SELECT I_SALESREP ASSIGN TO SALESREP.
           SELECT I_BRANCH   ASSIGN TO BRANCH.
           SELECT I_CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-BR-SR-CU-KEY WITH DUPLICATES.
           SELECT I_SALHIST  ASSIGN TO SALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-CUSTOMER-NUMBER.
           SELECT I_PRIORHST ASSIGN TO PRIORHST.
           SELECT O_RPT8700  ASSIGN TO RPT8700.

       DATA DIVISION.
       FILE SECTION.

       FD  I_FCSTCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY FCSTCTL.

       FD  I_SALESREP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY SALESRP.

       FD  I_BRANCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY BRANCH.

       FD  I_CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CUSTMAS.

       FD  I_SALHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY SALHIST.

       FD  I_PRIORHST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
      *    THE ARCHIVE IS A BYTE-FOR-BYTE COPY OF LAST YEAR'S
      *    CLOSING SALES-HISTORY-RECORDS, SO THE LAYOUT MIRRORS THE
      *    SALHIST COPYBOOK UNDER ITS OWN PREFIX - AS IN RPT7300.
       01  PRIOR-HISTORY-RECORD.
           05 PH-CUSTOMER-NUMBER     PIC 9(5).
           05 PH-CUSTOMER-NAME       PIC X(20).
           05 PH-MONTHLY-AMOUNT OCCURS 12 TIMES
                                     PIC S9(5)V99.
           05 FILLER                 PIC X(21).

       FD  O_RPT8700
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                PIC X(130).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05 SALESREP-EOF-SWITCH    PIC X VALUE "N".
              88 SALESREP-EOF        VALUE "Y".
           05 BRANCH-EOF-SWITCH      PIC X VALUE "N".
              88 BRANCH-EOF          VALUE "Y".
           05 SALHIST-EOF-SWITCH     PIC X VALUE "N".
              88 SALHIST-EOF         VALUE "Y".
           05 PRIORHST-EOF-SWITCH    PIC X VALUE "N".
              88 PRIORHST-EOF        VALUE "Y".
           05 PRIOR-MATCHED-SWITCH   PIC X VALUE "N".
              88 PRIOR-MATCHED       VALUE "Y" FALSE "N".
           05 CUSTOMER-FOUND-SWITCH  PIC X VALUE "N".
              88 CUSTOMER-FOUND      VALUE "Y" FALSE "N".
           05 RUN-RATE-SWITCH        PIC X VALUE "N".
              88 PROJECTED-ON-RUN-RATE VALUE "Y" FALSE "N".

       01  SEQUENCE-CHECK-SWITCHES.
           05 FIRST-SALESREP-KEY-SWITCH PIC X VALUE "Y".
              88 FIRST-SALESREP-KEY     VALUE "Y" FALSE "N".

       01  SEQUENCE-CHECK-FIELDS.
           05 LAST-SALESREP-NUMBER   PIC 9(2) VALUE ZERO.

       01  MATCH-KEYS.
      *    HIGH-VALUES STANDS IN FOR "FILE EXHAUSTED", THE SAME
      *    CONVENTION RPT7300'S MATCH OF THESE TWO FILES USES.
           05 SALHIST-MATCH-KEY      PIC X(5) VALUE LOW-VALUES.
           05 PRIORHST-MATCH-KEY     PIC X(5) VALUE LOW-VALUES.

       01  FORECAST-CONTROL-FIELDS.
           05 UNDER-PERCENT          PIC 9(3)V9 VALUE ZERO.

       01  FORECAST-MONTH-FIELDS     COMP.
           05 THRU-MONTH             PIC S9(4) VALUE ZERO.
           05 HISTORY-MONTH-SUB      PIC S9(4) VALUE ZERO.

       01  FORECAST-COUNTS           PACKED-DECIMAL.
           05 HISTORY-READ-COUNT     PIC S9(7) VALUE ZERO.
           05 SEASONAL-CUST-COUNT    PIC S9(7) VALUE ZERO.
           05 NO-PRIOR-CUST-COUNT    PIC S9(7) VALUE ZERO.
           05 NO-SHARE-CUST-COUNT    PIC S9(7) VALUE ZERO.
           05 PRIOR-ONLY-COUNT       PIC S9(7) VALUE ZERO.
           05 UNMATCHED-CUST-COUNT   PIC S9(7) VALUE ZERO.
           05 UNKNOWN-REP-COUNT      PIC S9(7) VALUE ZERO.
           05 REPS-FLAGGED-COUNT     PIC S9(5) VALUE ZERO.

       01  FORECAST-TOTALS           PACKED-DECIMAL.
           05 SEASONAL-PROJ-AMOUNT   PIC S9(11)V99 VALUE ZERO.
           05 NO-PRIOR-PROJ-AMOUNT   PIC S9(11)V99 VALUE ZERO.
           05 NO-SHARE-PROJ-AMOUNT   PIC S9(11)V99 VALUE ZERO.
           05 UNMATCHED-PROJ-AMOUNT  PIC S9(11)V99 VALUE ZERO.
           05 UNKNOWN-REP-PROJ-AMOUNT PIC S9(11)V99 VALUE ZERO.

       01  CALC-FIELDS               PACKED-DECIMAL.
           05 CUSTOMER-YTD-AMOUNT    PIC S9(9)V99 VALUE ZERO.
           05 PRIOR-SAME-MONTHS      PIC S9(9)V99 VALUE ZERO.
           05 PRIOR-YEAR-TOTAL       PIC S9(9)V99 VALUE ZERO.
           05 CUSTOMER-PROJECTION    PIC S9(9)V99 VALUE ZERO.
           05 ATTAINMENT-PERCENT     PIC S9(4)V9 VALUE ZERO.

       01  PRINT-FIELDS              PACKED-DECIMAL.
           05 PAGE-COUNT             PIC S9(3) VALUE ZERO.
           05 LINES-ON-PAGE          PIC S9(3) VALUE +55.
           05 LINE-COUNT             PIC S9(3) VALUE +99.

       01  SALESREP-TABLE-CONTROL.
           05 WS-SALESREP-COUNT      PIC S9(3) COMP VALUE ZERO.
           05 MAX-SALESREP-ENTRIES   PIC S9(3) COMP VALUE +999.

       01  SALESREP-TABLE.
      *    LOADED THE SAME WAY RPT6600 LOADS IT, EXTENDED WITH THE
      *    YEAR-TO-DATE ACTUALS AND PROJECTION POSTED FROM HISTORY
      *    AND A COUNT OF THE REP'S CUSTOMERS PROJECTED ON RUN-RATE.
      *    SALESREP-SORT-KEY IS FILLED IN ONLY AFTER THE LAST SEARCH
      *    OF THE TABLE, WHEN IT IS RE-SORTED INTO REGION, BRANCH
      *    AND REP ORDER FOR PRINTING.
           05 SALESREP-GROUP OCCURS 1 TO 999 TIMES
                 DEPENDING ON WS-SALESREP-COUNT
                 ASCENDING KEY IS SALESREP-NUMBER
                 INDEXED BY SRT-INDEX.
              10 SALESREP-SORT-KEY.
                 15 SALESREP-SORT-GROUP  PIC 9(1).
                 15 SALESREP-REGION      PIC 9(2).
                 15 SALESREP-BRANCH      PIC 9(2).
                 15 SALESREP-NUMBER      PIC 9(2).
              10 SALESREP-NAME       PIC X(10).
              10 SALESREP-QUOTA      PIC S9(7)V99 COMP-3.
              10 SALESREP-YTD        PIC S9(9)V99 COMP-3.
              10 SALESREP-PROJECTED  PIC S9(9)V99 COMP-3.
              10 SALESREP-RUN-RATE-COUNT PIC S9(5) COMP-3.
       01  SALESREP-TEMP-ENTRY       PIC X(37).

       01  BRANCH-TABLE-CONTROL.
           05 WS-BRANCH-COUNT        PIC S9(3) COMP VALUE ZERO.
           05 MAX-BRANCH-ENTRIES     PIC S9(3) COMP VALUE +99.

       01  BRANCH-TABLE.
           05 BRANCH-GROUP OCCURS 1 TO 99 TIMES
                 DEPENDING ON WS-BRANCH-COUNT
                 ASCENDING KEY IS BT-BRANCH-NUMBER
                 INDEXED BY BRT-INDEX.
              10 BT-BRANCH-NUMBER    PIC 9(2).
              10 BT-REGION-CODE      PIC 9(2).

       01  SORT-WORK-FIELDS          COMP.
           05 SORT-OUTER-INDEX       PIC S9(3) VALUE ZERO.
           05 SORT-INNER-INDEX       PIC S9(3) VALUE ZERO.
           05 TABLE-PRINT-SUB        PIC S9(3) VALUE ZERO.
           05 LEVEL-SUB              PIC S9(3) VALUE ZERO.

       01  BREAK-CONTROL-FIELDS.
           05 CURRENT-BRANCH-KEY.
              10 CURRENT-REGION-KEY.
                 15 CURRENT-SORT-GROUP  PIC 9(1).
                 15 CURRENT-REGION      PIC 9(2).
              10 CURRENT-BRANCH      PIC 9(2).

       01  LEVEL-TOTAL-TABLE.
      *    ROLLUP ACCUMULATORS: ENTRY 1 IS THE BRANCH, 2 THE REGION,
      *    3 THE COMPANY.  EACH LEVEL IS ADDED INTO THE NEXT WHEN ITS
      *    TOTAL LINE PRINTS.
           05 LEVEL-TOTAL-ENTRY OCCURS 3 TIMES.
              10 LT-YTD              PIC S9(11)V99 COMP-3.
              10 LT-PROJECTED        PIC S9(11)V99 COMP-3.
              10 LT-QUOTA            PIC S9(11)V99 COMP-3.
              10 LT-RUN-RATE-COUNT   PIC S9(7) COMP-3.

       01  CURRENT-DATE-AND-TIME.
           05 CD-YEAR                PIC 9(4).
           05 CD-MONTH               PIC 9(2).
           05 CD-DAY                 PIC 9(2).
           05 CD-HOURS               PIC 9(2).
           05 CD-MINUTES             PIC 9(2).
           05 FILLER                 PIC X(9).

       01  HEADING-LINE-1.
           05 FILLER          PIC X(7)  VALUE "DATE:  ".
           05 HL1-MONTH       PIC 9(2).
           05 FILLER          PIC X(1)  VALUE "/".
           05 HL1-DAY         PIC 9(2).
           05 FILLER          PIC X(1)  VALUE "/".
           05 HL1-YEAR        PIC 9(4).
           05 FILLER          PIC X(24) VALUE SPACE.
           05 FILLER          PIC X(20) VALUE "YEAR-END QUOTA FOREC".
           05 FILLER          PIC X(33) VALUE "AST BY SALESREP".
           05 FILLER          PIC X(6)  VALUE "PAGE: ".
           05 HL1-PAGE-NUMBER PIC ZZZ9.
           05 FILLER          PIC X(26) VALUE SPACE.

       01  HEADING-LINE-2.
           05 FILLER                 PIC X(7)  VALUE "TIME:  ".
           05 HL2-HOURS              PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE ":".
           05 HL2-MINUTES            PIC 9(2).
           05 FILLER                 PIC X(31) VALUE SPACE.
           05 FILLER                 PIC X(14) VALUE "ACTUALS THRU: ".
           05 HL2-THRU-MONTH         PIC 9(2).
           05 FILLER                 PIC X(14) VALUE "  FLAG UNDER: ".
           05 HL2-UNDER-PERCENT      PIC ZZ9.9.
           05 FILLER                 PIC X(1)  VALUE "%".
           05 FILLER                 PIC X(15) VALUE SPACE.
           05 FILLER                 PIC X(7)  VALUE "RPT8700".
           05 FILLER                 PIC X(29) VALUE SPACE.

       01  HEADING-LINE-3.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(6)  VALUE "BRCH".
           05 FILLER                 PIC X(6)  VALUE "REP".
           05 FILLER                 PIC X(12) VALUE "NAME".
           05 FILLER                 PIC X(16) VALUE "     YTD ACTUAL".
           05 FILLER                 PIC X(16) VALUE " PROJECTED YEAR".
           05 FILLER                 PIC X(18) VALUE "   ANNUAL QUOTA".
           05 FILLER                 PIC X(10) VALUE "ATTAIN PCT".
           05 FILLER                 PIC X(9)  VALUE "RUN-RATE".
           05 FILLER                 PIC X(12) VALUE "FORECAST".
           05 FILLER                 PIC X(23) VALUE SPACE.

       01  HEADING-LINE-4.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(105) VALUE ALL '-'.
           05 FILLER                 PIC X(23) VALUE SPACE.

       01  FORECAST-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FL-BRANCH-NUMBER       PIC X(2).
           05 FILLER                 PIC X(4)  VALUE SPACE.
           05 FL-SALESREP-NUMBER     PIC X(2).
           05 FILLER                 PIC X(4)  VALUE SPACE.
           05 FL-SALESREP-NAME       PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FL-YTD-ACTUAL          PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 FL-PROJECTED           PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 FL-ANNUAL-QUOTA        PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 FL-ATTAINMENT          PIC ZZZ9.9.
           05 FL-ATTAINMENT-R        REDEFINES FL-ATTAINMENT
                                     PIC X(6).
           05 FILLER                 PIC X(4)  VALUE SPACE.
           05 FL-RUN-RATE-COUNT      PIC ZZ,ZZ9.
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 FL-FLAG                PIC X(12).
           05 FILLER                 PIC X(23) VALUE SPACE.

       01  LEVEL-TOTAL-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 TL-CAPTION             PIC X(24).
           05 TL-CAPTION-R           REDEFINES TL-CAPTION.
              10 TL-LEVEL            PIC X(7).
              10 TL-CODE             PIC X(2).
              10 TL-SUFFIX           PIC X(15).
           05 TL-YTD-ACTUAL          PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 TL-PROJECTED           PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 TL-ANNUAL-QUOTA        PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 TL-ATTAINMENT          PIC ZZZ9.9.
           05 TL-ATTAINMENT-R        REDEFINES TL-ATTAINMENT
                                     PIC X(6).
           05 FILLER                 PIC X(4)  VALUE SPACE.
           05 TL-RUN-RATE-COUNT      PIC ZZ,ZZ9.
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 TL-STARS               PIC X(3).
           05 FILLER                 PIC X(32) VALUE SPACE.

       01  BUCKET-NOTE-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 BN-CAPTION             PIC X(34).
           05 BN-COUNT               PIC ZZ,ZZ9.
           05 FILLER                 PIC X(13) VALUE "  PROJECTED: ".
           05 BN-AMOUNT              PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(60) VALUE SPACE.

       01  COUNT-NOTE-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 CN-CAPTION             PIC X(34).
           05 CN-COUNT               PIC ZZ,ZZ9.
           05 FILLER                 PIC X(88) VALUE SPACE.

       01  SEQ-WARNING-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(23)
              VALUE "*** SALESREP FILE SEQ: ".
           05 SW-SALESREP-NUMBER     PIC X(2).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 SW-SALESREP-NAME       PIC X(10).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 SW-DESCRIPTION         PIC X(20).
           05 FILLER                 PIC X(71) VALUE SPACE.

       PROCEDURE DIVISION.

       000-PREPARE-QUOTA-FORECAST.
           OPEN INPUT  I_FCSTCTL I_SALESREP I_BRANCH I_CUSTMAST
                       I_SALHIST I_PRIORHST
                OUTPUT O_RPT8700

           PERFORM 010-READ-CONTROL-CARD
           PERFORM 100-FORMAT-REPORT-HEADING
      *    HEADINGS GO OUT BEFORE THE TABLE LOAD SO A SEQUENCE
      *    WARNING RAISED DURING THE LOAD LANDS UNDER THEM.
           PERFORM 230-PRINT-HEADINGS
           PERFORM 200-LOAD-SALESREP-TABLE
           PERFORM 220-LOAD-BRANCH-TABLE

           PERFORM 310-READ-SALHIST-RECORD
           PERFORM 320-READ-PRIORHST-RECORD

           PERFORM 300-MATCH-ONE-CUSTOMER
               UNTIL SALHIST-EOF AND PRIORHST-EOF

           PERFORM 400-SORT-SALESREP-TABLE
           PERFORM 420-PRINT-FORECAST-LINES
           PERFORM 480-PRINT-METHOD-NOTES

           CLOSE I_FCSTCTL I_SALESREP I_BRANCH I_CUSTMAST
                 I_SALHIST I_PRIORHST O_RPT8700
           STOP RUN.

       010-READ-CONTROL-CARD.
      *    A MISSING CARD GETS A 100.0% FLAG THROUGH THE RUN DATE'S
      *    MONTH - ANY REP PROJECTED TO MISS QUOTA IS FLAGGED.  A
      *    THRU MONTH OUTSIDE 01-12 FALLS BACK TO THE RUN DATE'S
      *    MONTH THE SAME WAY THE YEAR-OVER-YEAR CARD DOES.
           READ I_FCSTCTL
               AT END
                   MOVE 100.0 TO FC-UNDER-PERCENT
                   MOVE ZERO TO FC-THRU-MONTH
           END-READ.
           IF FC-UNDER-PERCENT NOT NUMERIC
              OR FC-UNDER-PERCENT = ZERO
               MOVE 100.0 TO FC-UNDER-PERCENT
           END-IF.
           MOVE FC-UNDER-PERCENT TO UNDER-PERCENT.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

           IF FC-THRU-MONTH NUMERIC
              AND FC-THRU-MONTH > ZERO AND FC-THRU-MONTH < 13
               MOVE FC-THRU-MONTH TO THRU-MONTH
           ELSE
               MOVE CD-MONTH TO THRU-MONTH
           END-IF.
           MOVE THRU-MONTH    TO HL2-THRU-MONTH.
           MOVE UNDER-PERCENT TO HL2-UNDER-PERCENT.

       200-LOAD-SALESREP-TABLE.
           MOVE ZERO TO WS-SALESREP-COUNT.
           PERFORM 210-READ-SALESREP-TABLE-RECORD.
           PERFORM UNTIL SALESREP-EOF
                       OR WS-SALESREP-COUNT = MAX-SALESREP-ENTRIES
                 ADD 1 TO WS-SALESREP-COUNT
                 MOVE SM-SALESREP-NUMBER
                     TO SALESREP-NUMBER (WS-SALESREP-COUNT)
                 MOVE SM-SALESREP-NAME
                     TO SALESREP-NAME (WS-SALESREP-COUNT)
                 MOVE SM-BRANCH-NUMBER
                     TO SALESREP-BRANCH (WS-SALESREP-COUNT)
                 MOVE SM-ANNUAL-QUOTA
                     TO SALESREP-QUOTA (WS-SALESREP-COUNT)
                 MOVE ZERO
                     TO SALESREP-SORT-GROUP (WS-SALESREP-COUNT)
                        SALESREP-REGION (WS-SALESREP-COUNT)
                        SALESREP-YTD (WS-SALESREP-COUNT)
                        SALESREP-PROJECTED (WS-SALESREP-COUNT)
                        SALESREP-RUN-RATE-COUNT (WS-SALESREP-COUNT)
                 PERFORM 210-READ-SALESREP-TABLE-RECORD
           END-PERFORM.

       210-READ-SALESREP-TABLE-RECORD.
           READ I_SALESREP
              AT END
                 SET SALESREP-EOF TO TRUE
           END-READ.
           IF NOT SALESREP-EOF
               PERFORM 212-VALIDATE-SALESREP-SEQUENCE
           END-IF.

       212-VALIDATE-SALESREP-SEQUENCE.
      *    330-POST-CUSTOMER-PROJECTION BINARY-SEARCHES THE TABLE,
      *    SO AN UNSORTED SALESREP FILE IS FLAGGED HERE THE SAME WAY
      *    RPT6600 FLAGS IT.
           IF NOT FIRST-SALESREP-KEY
               IF SM-SALESREP-NUMBER = LAST-SALESREP-NUMBER
                   MOVE "DUPLICATE KEY"       TO SW-DESCRIPTION
                   PERFORM 214-WRITE-SALESREP-SEQ-WARNING
               ELSE
                   IF SM-SALESREP-NUMBER < LAST-SALESREP-NUMBER
                       MOVE "OUT OF SEQUENCE" TO SW-DESCRIPTION
                       PERFORM 214-WRITE-SALESREP-SEQ-WARNING
                   END-IF
               END-IF
           END-IF.

           MOVE "N" TO FIRST-SALESREP-KEY-SWITCH.
           MOVE SM-SALESREP-NUMBER TO LAST-SALESREP-NUMBER.

       214-WRITE-SALESREP-SEQ-WARNING.
           MOVE SM-SALESREP-NUMBER TO SW-SALESREP-NUMBER.
           MOVE SM-SALESREP-NAME   TO SW-SALESREP-NAME.
           MOVE SEQ-WARNING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

       220-LOAD-BRANCH-TABLE.
           MOVE ZERO TO WS-BRANCH-COUNT.
           PERFORM 225-READ-BRANCH-RECORD.
           PERFORM UNTIL BRANCH-EOF
                       OR WS-BRANCH-COUNT = MAX-BRANCH-ENTRIES
                 ADD 1 TO WS-BRANCH-COUNT
                 MOVE BM-BRANCH-NUMBER
                     TO BT-BRANCH-NUMBER (WS-BRANCH-COUNT)
                 MOVE BM-REGION-CODE
                     TO BT-REGION-CODE (WS-BRANCH-COUNT)
                 PERFORM 225-READ-BRANCH-RECORD
           END-PERFORM.

       225-READ-BRANCH-RECORD.
           READ I_BRANCH
              AT END
                 SET BRANCH-EOF TO TRUE
           END-READ.

       230-PRINT-HEADINGS.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.

           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           MOVE HEADING-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE +6 TO LINE-COUNT.

       300-MATCH-ONE-CUSTOMER.
      *    THE SAME TWO-FILE MATCH ON CUSTOMER NUMBER RPT7300 RUNS.
      *    A PRIOR-YEAR CUSTOMER WITH NO CURRENT HISTORY HAS NOTHING
      *    TO PROJECT FROM AND IS ONLY COUNTED.
           EVALUATE TRUE
               WHEN SALHIST-MATCH-KEY < PRIORHST-MATCH-KEY
                   SET PRIOR-MATCHED TO FALSE
                   PERFORM 325-PROJECT-ONE-CUSTOMER
                   PERFORM 310-READ-SALHIST-RECORD
               WHEN SALHIST-MATCH-KEY > PRIORHST-MATCH-KEY
                   ADD 1 TO PRIOR-ONLY-COUNT
                   PERFORM 320-READ-PRIORHST-RECORD
               WHEN OTHER
                   SET PRIOR-MATCHED TO TRUE
                   PERFORM 325-PROJECT-ONE-CUSTOMER
                   PERFORM 310-READ-SALHIST-RECORD
                   PERFORM 320-READ-PRIORHST-RECORD
           END-EVALUATE.

       310-READ-SALHIST-RECORD.
           READ I_SALHIST
               AT END
                   SET SALHIST-EOF TO TRUE
                   MOVE HIGH-VALUES TO SALHIST-MATCH-KEY
           END-READ.
           IF NOT SALHIST-EOF
               ADD 1 TO HISTORY-READ-COUNT
               MOVE SH-CUSTOMER-NUMBER TO SALHIST-MATCH-KEY
           END-IF.

       320-READ-PRIORHST-RECORD.
           READ I_PRIORHST
               AT END
                   SET PRIORHST-EOF TO TRUE
                   MOVE HIGH-VALUES TO PRIORHST-MATCH-KEY
           END-READ.
           IF NOT PRIORHST-EOF
               MOVE PH-CUSTOMER-NUMBER TO PRIORHST-MATCH-KEY
           END-IF.

       325-PROJECT-ONE-CUSTOMER.
      *    SEASONAL PROJECTION: THE YEAR-TO-DATE ACTUALS DIVIDED BY
      *    THE SHARE OF LAST YEAR'S TOTAL THE SAME MONTHS CARRIED,
      *    I.E. YTD * PRIOR FULL YEAR / PRIOR SAME MONTHS.  WITH NO
      *    PRIOR RECORD, OR A PRIOR YEAR THAT GIVES NO POSITIVE
      *    SHARE TO DIVIDE BY, THE CUSTOMER IS PROJECTED ON STRAIGHT
      *    RUN-RATE - YTD * 12 / MONTHS ELAPSED - AND COUNTED UNDER
      *    ITS OWN REASON.
           MOVE ZERO TO CUSTOMER-YTD-AMOUNT PRIOR-SAME-MONTHS
                        PRIOR-YEAR-TOTAL.
           PERFORM VARYING HISTORY-MONTH-SUB FROM 1 BY 1
                   UNTIL HISTORY-MONTH-SUB > THRU-MONTH
               ADD SH-MONTHLY-AMOUNT (HISTORY-MONTH-SUB)
                   TO CUSTOMER-YTD-AMOUNT
           END-PERFORM.
           IF PRIOR-MATCHED
               PERFORM VARYING HISTORY-MONTH-SUB FROM 1 BY 1
                       UNTIL HISTORY-MONTH-SUB > 12
                   ADD PH-MONTHLY-AMOUNT (HISTORY-MONTH-SUB)
                       TO PRIOR-YEAR-TOTAL
                   IF HISTORY-MONTH-SUB NOT > THRU-MONTH
                       ADD PH-MONTHLY-AMOUNT (HISTORY-MONTH-SUB)
                           TO PRIOR-SAME-MONTHS
                   END-IF
               END-PERFORM
           END-IF.

           SET PROJECTED-ON-RUN-RATE TO FALSE.
           IF PRIOR-MATCHED
              AND PRIOR-SAME-MONTHS > ZERO
              AND PRIOR-YEAR-TOTAL > ZERO
               COMPUTE CUSTOMER-PROJECTION ROUNDED =
                   CUSTOMER-YTD-AMOUNT * PRIOR-YEAR-TOTAL
                   / PRIOR-SAME-MONTHS
                   ON SIZE ERROR
      *                A SLIVER OF A SHARE BLOWS THE PROJECTION PAST
      *                THE FIELD - RUN-RATE IS THE SANER ANSWER.
                       SET PROJECTED-ON-RUN-RATE TO TRUE
               END-COMPUTE
           ELSE
               SET PROJECTED-ON-RUN-RATE TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN NOT PROJECTED-ON-RUN-RATE
                   ADD 1 TO SEASONAL-CUST-COUNT
                   ADD CUSTOMER-PROJECTION TO SEASONAL-PROJ-AMOUNT
               WHEN NOT PRIOR-MATCHED
                   COMPUTE CUSTOMER-PROJECTION ROUNDED =
                       CUSTOMER-YTD-AMOUNT * 12 / THRU-MONTH
                   ADD 1 TO NO-PRIOR-CUST-COUNT
                   ADD CUSTOMER-PROJECTION TO NO-PRIOR-PROJ-AMOUNT
               WHEN OTHER
                   COMPUTE CUSTOMER-PROJECTION ROUNDED =
                       CUSTOMER-YTD-AMOUNT * 12 / THRU-MONTH
                   ADD 1 TO NO-SHARE-CUST-COUNT
                   ADD CUSTOMER-PROJECTION TO NO-SHARE-PROJ-AMOUNT
           END-EVALUATE.

           PERFORM 330-POST-CUSTOMER-PROJECTION.

       330-POST-CUSTOMER-PROJECTION.
      *    THE REP COMES FROM THE CUSTOMER MASTER, NOT THE HISTORY
      *    RECORD.  A HISTORY CUSTOMER NOT ON THE MASTER, OR WHOSE
      *    REP IS NOT ON THE SALESREP MASTER, LANDS IN A BUCKET
      *    REPORTED BELOW THE COMPANY TOTAL INSTEAD OF DISAPPEARING.
           MOVE SH-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ I_CUSTMAST
               INVALID KEY
                   SET CUSTOMER-FOUND TO FALSE
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
           END-READ.
           IF NOT CUSTOMER-FOUND
               ADD 1 TO UNMATCHED-CUST-COUNT
               ADD CUSTOMER-PROJECTION TO UNMATCHED-PROJ-AMOUNT
           ELSE
               SEARCH ALL SALESREP-GROUP
                  AT END
                     ADD 1 TO UNKNOWN-REP-COUNT
                     ADD CUSTOMER-PROJECTION
                         TO UNKNOWN-REP-PROJ-AMOUNT
                  WHEN SALESREP-NUMBER (SRT-INDEX)
                           = CM-SALESREP-NUMBER
                     ADD CUSTOMER-YTD-AMOUNT
                         TO SALESREP-YTD (SRT-INDEX)
                     ADD CUSTOMER-PROJECTION
                         TO SALESREP-PROJECTED (SRT-INDEX)
                     IF PROJECTED-ON-RUN-RATE
                         ADD 1 TO SALESREP-RUN-RATE-COUNT (SRT-INDEX)
                     END-IF
               END-SEARCH
           END-IF.

       400-SORT-SALESREP-TABLE.
      *    EVERY LOOKUP IS DONE, SO THE TABLE CAN NOW GIVE UP ITS
      *    REP-NUMBER ORDER.  EACH REP ROLLS UP THROUGH THE BRANCH
      *    IT IS ASSIGNED TO ON THE SALESREP MASTER - THE BRANCH ITS
      *    QUOTA BELONGS TO.  A BRANCH NOT ON THE BRANCH MASTER GETS
      *    SORT GROUP 1 SO ITS REPS PRINT AFTER EVERY REAL REGION.
           PERFORM VARYING TABLE-PRINT-SUB FROM 1 BY 1
                   UNTIL TABLE-PRINT-SUB > WS-SALESREP-COUNT
               SEARCH ALL BRANCH-GROUP
                  AT END
                     MOVE 1    TO SALESREP-SORT-GROUP (TABLE-PRINT-SUB)
                     MOVE ZERO TO SALESREP-REGION (TABLE-PRINT-SUB)
                  WHEN BT-BRANCH-NUMBER (BRT-INDEX)
                           = SALESREP-BRANCH (TABLE-PRINT-SUB)
                     MOVE BT-REGION-CODE (BRT-INDEX)
                         TO SALESREP-REGION (TABLE-PRINT-SUB)
               END-SEARCH
           END-PERFORM.

           PERFORM VARYING SORT-OUTER-INDEX FROM 1 BY 1
                   UNTIL SORT-OUTER-INDEX >= WS-SALESREP-COUNT
               PERFORM VARYING SORT-INNER-INDEX FROM 1 BY 1
                       UNTIL SORT-INNER-INDEX >
                             WS-SALESREP-COUNT - SORT-OUTER-INDEX
                   IF SALESREP-SORT-KEY (SORT-INNER-INDEX) >
                      SALESREP-SORT-KEY (SORT-INNER-INDEX + 1)
                       MOVE SALESREP-GROUP (SORT-INNER-INDEX)
                           TO SALESREP-TEMP-ENTRY
                       MOVE SALESREP-GROUP (SORT-INNER-INDEX + 1)
                           TO SALESREP-GROUP (SORT-INNER-INDEX)
                       MOVE SALESREP-TEMP-ENTRY
                           TO SALESREP-GROUP (SORT-INNER-INDEX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       420-PRINT-FORECAST-LINES.
           PERFORM VARYING LEVEL-SUB FROM 1 BY 1 UNTIL LEVEL-SUB > 3
               MOVE ZERO TO LT-YTD (LEVEL-SUB) LT-PROJECTED (LEVEL-SUB)
                            LT-QUOTA (LEVEL-SUB)
                            LT-RUN-RATE-COUNT (LEVEL-SUB)
           END-PERFORM.
           PERFORM VARYING TABLE-PRINT-SUB FROM 1 BY 1
                   UNTIL TABLE-PRINT-SUB > WS-SALESREP-COUNT
               IF TABLE-PRINT-SUB > 1
                   IF SALESREP-SORT-KEY (TABLE-PRINT-SUB) (1:5)
                          NOT = CURRENT-BRANCH-KEY
                       PERFORM 440-PRINT-BRANCH-TOTAL
                   END-IF
                   IF SALESREP-SORT-KEY (TABLE-PRINT-SUB) (1:3)
                          NOT = CURRENT-REGION-KEY
                       PERFORM 450-PRINT-REGION-TOTAL
                   END-IF
               END-IF
               MOVE SALESREP-SORT-KEY (TABLE-PRINT-SUB) (1:5)
                   TO CURRENT-BRANCH-KEY
               PERFORM 430-PRINT-ONE-FORECAST-LINE
           END-PERFORM.
           IF WS-SALESREP-COUNT > ZERO
               PERFORM 440-PRINT-BRANCH-TOTAL
               PERFORM 450-PRINT-REGION-TOTAL
           END-IF.
           PERFORM 460-PRINT-COMPANY-TOTAL.

       430-PRINT-ONE-FORECAST-LINE.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF

           MOVE SALESREP-BRANCH (TABLE-PRINT-SUB)
               TO FL-BRANCH-NUMBER.
           MOVE SALESREP-NUMBER (TABLE-PRINT-SUB)
               TO FL-SALESREP-NUMBER.
           MOVE SALESREP-NAME (TABLE-PRINT-SUB)
               TO FL-SALESREP-NAME.
           MOVE SALESREP-YTD (TABLE-PRINT-SUB)       TO FL-YTD-ACTUAL.
           MOVE SALESREP-PROJECTED (TABLE-PRINT-SUB) TO FL-PROJECTED.
           MOVE SALESREP-QUOTA (TABLE-PRINT-SUB)  TO FL-ANNUAL-QUOTA.
           MOVE SALESREP-RUN-RATE-COUNT (TABLE-PRINT-SUB)
               TO FL-RUN-RATE-COUNT.
           MOVE SPACES TO FL-FLAG.

      *    A REP WITH NO QUOTA HAS NO ATTAINMENT TO FORECAST AND IS
      *    NEVER FLAGGED - THE SAME RULE RPT6600'S RANKING FOLLOWS.
           IF SALESREP-QUOTA (TABLE-PRINT-SUB) NOT > ZERO
               MOVE "  N/A " TO FL-ATTAINMENT-R
           ELSE
               COMPUTE ATTAINMENT-PERCENT ROUNDED =
                   SALESREP-PROJECTED (TABLE-PRINT-SUB) * 100
                   / SALESREP-QUOTA (TABLE-PRINT-SUB)
                   ON SIZE ERROR
                       MOVE +9999.9 TO ATTAINMENT-PERCENT
                       MOVE "OVRFLW" TO FL-ATTAINMENT-R
                   NOT ON SIZE ERROR
                       MOVE ATTAINMENT-PERCENT TO FL-ATTAINMENT
               END-COMPUTE
               IF ATTAINMENT-PERCENT < UNDER-PERCENT
                   MOVE "*** UNDER" TO FL-FLAG
                   ADD 1 TO REPS-FLAGGED-COUNT
               END-IF
           END-IF.

           MOVE FORECAST-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

           ADD SALESREP-YTD (TABLE-PRINT-SUB)       TO LT-YTD (1).
           ADD SALESREP-PROJECTED (TABLE-PRINT-SUB) TO LT-PROJECTED (1).
           ADD SALESREP-QUOTA (TABLE-PRINT-SUB)     TO LT-QUOTA (1).
           ADD SALESREP-RUN-RATE-COUNT (TABLE-PRINT-SUB)
               TO LT-RUN-RATE-COUNT (1).

       440-PRINT-BRANCH-TOTAL.
           MOVE SPACES   TO TL-CAPTION.
           MOVE "BRANCH" TO TL-LEVEL.
           MOVE CURRENT-BRANCH TO TL-CODE.
           MOVE " TOTAL" TO TL-SUFFIX.
           MOVE "*"      TO TL-STARS.
           MOVE 1 TO LEVEL-SUB.
           PERFORM 470-PRINT-LEVEL-TOTAL.

       450-PRINT-REGION-TOTAL.
           MOVE SPACES   TO TL-CAPTION.
           MOVE "REGION" TO TL-LEVEL.
           IF CURRENT-SORT-GROUP = ZERO
               MOVE CURRENT-REGION TO TL-CODE
           ELSE
               MOVE "**" TO TL-CODE
           END-IF.
           MOVE " TOTAL" TO TL-SUFFIX.
           MOVE "**"     TO TL-STARS.
           MOVE 2 TO LEVEL-SUB.
           PERFORM 470-PRINT-LEVEL-TOTAL.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

       460-PRINT-COMPANY-TOTAL.
           MOVE "COMPANY TOTAL" TO TL-CAPTION.
           MOVE "***"    TO TL-STARS.
           MOVE 3 TO LEVEL-SUB.
           PERFORM 470-PRINT-LEVEL-TOTAL.

       470-PRINT-LEVEL-TOTAL.
      *    PRINTS LEVEL-SUB'S ACCUMULATORS, ROLLS THEM INTO THE NEXT
      *    LEVEL UP, AND CLEARS THEM.
           IF LINE-COUNT > LINES-ON-PAGE - 2
               PERFORM 230-PRINT-HEADINGS
           END-IF.
           MOVE LT-YTD (LEVEL-SUB)       TO TL-YTD-ACTUAL.
           MOVE LT-PROJECTED (LEVEL-SUB) TO TL-PROJECTED.
           MOVE LT-QUOTA (LEVEL-SUB)     TO TL-ANNUAL-QUOTA.
           MOVE LT-RUN-RATE-COUNT (LEVEL-SUB) TO TL-RUN-RATE-COUNT.
           IF LT-QUOTA (LEVEL-SUB) NOT > ZERO
               MOVE "  N/A " TO TL-ATTAINMENT-R
           ELSE
               COMPUTE TL-ATTAINMENT ROUNDED =
                   LT-PROJECTED (LEVEL-SUB) * 100 / LT-QUOTA (LEVEL-SUB)
                   ON SIZE ERROR
                       MOVE "OVRFLW" TO TL-ATTAINMENT-R
               END-COMPUTE
           END-IF.
           MOVE LEVEL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           ADD 2 TO LINE-COUNT.

           IF LEVEL-SUB < 3
               ADD LT-YTD (LEVEL-SUB) TO LT-YTD (LEVEL-SUB + 1)
               ADD LT-PROJECTED (LEVEL-SUB)
                   TO LT-PROJECTED (LEVEL-SUB + 1)
               ADD LT-QUOTA (LEVEL-SUB) TO LT-QUOTA (LEVEL-SUB + 1)
               ADD LT-RUN-RATE-COUNT (LEVEL-SUB)
                   TO LT-RUN-RATE-COUNT (LEVEL-SUB + 1)
           END-IF.
           MOVE ZERO TO LT-YTD (LEVEL-SUB) LT-PROJECTED (LEVEL-SUB)
                        LT-QUOTA (LEVEL-SUB)
                        LT-RUN-RATE-COUNT (LEVEL-SUB).

       480-PRINT-METHOD-NOTES.
      *    HOW EVERY HISTORY CUSTOMER WAS PROJECTED, THEN WHAT DID
      *    NOT REACH A REP.  THE THREE METHOD LINES TOGETHER EQUAL
      *    THE COMPANY PROJECTION PLUS THE TWO UNPOSTED BUCKETS.
           IF LINE-COUNT > LINES-ON-PAGE - 10
               PERFORM 230-PRINT-HEADINGS
           END-IF.
           MOVE "SEASONAL - PRIOR-YEAR SHARE:      " TO BN-CAPTION.
           MOVE SEASONAL-CUST-COUNT  TO BN-COUNT.
           MOVE SEASONAL-PROJ-AMOUNT TO BN-AMOUNT.
           MOVE BUCKET-NOTE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3.

           MOVE "RUN-RATE - NO PRIOR-YEAR HISTORY: " TO BN-CAPTION.
           MOVE NO-PRIOR-CUST-COUNT  TO BN-COUNT.
           MOVE NO-PRIOR-PROJ-AMOUNT TO BN-AMOUNT.
           MOVE BUCKET-NOTE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "RUN-RATE - NO USABLE PRIOR SHARE: " TO BN-CAPTION.
           MOVE NO-SHARE-CUST-COUNT  TO BN-COUNT.
           MOVE NO-SHARE-PROJ-AMOUNT TO BN-AMOUNT.
           MOVE BUCKET-NOTE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           IF UNMATCHED-CUST-COUNT > ZERO
               MOVE "HISTORY CUSTOMERS NOT ON CUSTMAST:"
                   TO BN-CAPTION
               MOVE UNMATCHED-CUST-COUNT  TO BN-COUNT
               MOVE UNMATCHED-PROJ-AMOUNT TO BN-AMOUNT
               MOVE BUCKET-NOTE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2
           END-IF.
           IF UNKNOWN-REP-COUNT > ZERO
               MOVE "CUSTOMERS WITH UNKNOWN SALESREP:  "
                   TO BN-CAPTION
               MOVE UNKNOWN-REP-COUNT       TO BN-COUNT
               MOVE UNKNOWN-REP-PROJ-AMOUNT TO BN-AMOUNT
               MOVE BUCKET-NOTE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1
           END-IF.

           MOVE "PRIOR-YEAR-ONLY CUSTOMERS:        " TO CN-CAPTION.
           MOVE PRIOR-ONLY-COUNT TO CN-COUNT.
           MOVE COUNT-NOTE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

           MOVE "REPS PROJECTED UNDER FLAG PERCENT:" TO CN-CAPTION.
           MOVE REPS-FLAGGED-COUNT TO CN-COUNT.
           MOVE COUNT-NOTE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
