       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT8800.
      ****************************************************************
      * PROGRAM NAME: RPT8800
      * AUTHORS: Jacob Schamp
      * DATE: 10/15/2026
      * Github:
      * DESCRIPTION: Customer concentration (ABC / Pareto) analysis
      * by branch.  RPT6000's top-movers section ranks change, not
      * size; this report shows how dependent each branch is on a
      * handful of accounts.  Reads the customer master in branch
      * order, ranks every customer within the branch by
      * CM-SALES-THIS-YTD, and assigns A/B/C classes by cumulative
      * share of the branch's sales using the cut-off percents on
      * the ABCCTL card.  Prints the ranked customers down to the
      * card's list class, then each branch's class counts and
      * dollars and the share held by its top 10 customers, and the
      * same summary company-wide.  An A-class customer whose
      * salesrep alone holds more than the card's share of the
      * branch's sales is flagged - the branch depends on that
      * account and on that one rep.
      *
      * MODIFICATION HISTORY:
      * 10/15/2026 JS  Initial version.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    OPTIONAL SO A MISSING CARD RUNS WITH THE DEFAULT CUT-OFFS
      *    INSTEAD OF FAILING ON THE OPEN.
           SELECT OPTIONAL I_ABCCTL ASSIGN TO ABCCTL.
           SELECT I_BRANCH   ASSIGN TO BRANCH.
           SELECT I_CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-BR-SR-CU-KEY WITH DUPLICATES.
           SELECT O_RPT8800  ASSIGN TO RPT8800.

       DATA DIVISION.
       FILE SECTION.

       FD  I_ABCCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY ABCCTL.

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

       FD  O_RPT8800
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                PIC X(130).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05 ABCCTL-EOF-SWITCH      PIC X VALUE "N".
              88 ABCCTL-EOF          VALUE "Y".
           05 BRANCH-EOF-SWITCH      PIC X VALUE "N".
              88 BRANCH-EOF          VALUE "Y".
           05 CUSTMAST-EOF-SWITCH    PIC X VALUE "N".
              88 CUSTMAST-EOF        VALUE "Y".
           05 SLOT-FOUND-SWITCH      PIC X VALUE "N".
              88 SLOT-FOUND          VALUE "Y" FALSE "N".

       01  ABC-CONTROL-FIELDS.
           05 A-CUTOFF-PERCENT       PIC 9(3)V9 VALUE ZERO.
           05 B-CUTOFF-PERCENT       PIC 9(3)V9 VALUE ZERO.
           05 REP-SHARE-PERCENT      PIC 9(3)V9 VALUE ZERO.
           05 LIST-CLASS-SUB         PIC 9(1) VALUE ZERO.

       01  CLASS-LETTER-VALUES       PIC X(3) VALUE "ABC".
       01  CLASS-LETTER-TABLE        REDEFINES CLASS-LETTER-VALUES.
           05 CLASS-LETTER           OCCURS 3 TIMES PIC X(1).

       01  CLASS-CAPTION.
           05 FILLER                 PIC X(6)  VALUE "CLASS ".
           05 CC-CLASS-LETTER        PIC X(1).

       01  CUSTOMER-TABLE-CONTROL.
           05 RANK-ENTRY-COUNT       PIC S9(5) COMP VALUE ZERO.
           05 MAX-RANK-ENTRIES       PIC S9(5) COMP VALUE +5000.

       01  CUSTOMER-RANK-TABLE.
      *    ONE BRANCH'S CUSTOMERS AT A TIME, RANKED DESCENDING BY
      *    YTD SALES WHEN THE BRANCH CLOSES.
           05 CR-ENTRY OCCURS 5000 TIMES.
              10 CR-SALES-THIS-YTD   PIC S9(5)V99 COMP-3.
              10 CR-CUSTOMER-NUMBER  PIC 9(5).
              10 CR-CUSTOMER-NAME    PIC X(20).
              10 CR-SALESREP-NUMBER  PIC 9(2).
              10 CR-CLASS-SUB        PIC 9(1).
              10 CR-SHARE-PERCENT    PIC S9(3)V99 COMP-3.
              10 CR-CUM-PERCENT      PIC S9(3)V99 COMP-3.
              10 CR-REP-FLAG-SWITCH  PIC X(1).
                 88 CR-REP-FLAGGED   VALUE "Y" FALSE "N".
       01  CR-TEMP-ENTRY             PIC X(39).

       01  REP-SHARE-TABLE.
      *    EACH SALESREP'S POSITIVE SALES IN THE BRANCH BEING
      *    CLOSED, SUBSCRIPTED BY SALESREP NUMBER + 1.
           05 RS-REP-SALES           OCCURS 100 TIMES
                                     PIC S9(9)V99 COMP-3.

       01  TABLE-SUBSCRIPTS          COMP.
           05 RANK-SUB               PIC S9(5) VALUE ZERO.
           05 SORT-OUTER-INDEX       PIC S9(5) VALUE ZERO.
           05 SORT-INNER-INDEX       PIC S9(5) VALUE ZERO.
           05 REP-SUB                PIC S9(3) VALUE ZERO.
           05 CLASS-SUB              PIC S9(3) VALUE ZERO.
           05 TOP-SUB                PIC S9(3) VALUE ZERO.

       01  CLASS-TOTAL-TABLE.
      *    ENTRY 1 IS CLASS A, 2 IS B, 3 IS C.
           05 CLASS-TOTAL-ENTRY OCCURS 3 TIMES.
              10 BR-CLASS-COUNT      PIC S9(7) COMP-3.
              10 BR-CLASS-AMOUNT     PIC S9(11)V99 COMP-3.
              10 CO-CLASS-COUNT      PIC S9(7) COMP-3.
              10 CO-CLASS-AMOUNT     PIC S9(11)V99 COMP-3.

       01  COMPANY-TOP-TEN-TABLE.
      *    THE TEN LARGEST POSITIVE YTD AMOUNTS IN THE COMPANY, KEPT
      *    IN DESCENDING ORDER AS EACH BRANCH IS RANKED.
           05 TOP-TEN-FILLED         PIC S9(3) COMP VALUE ZERO.
           05 TOP-TEN-AMOUNT         OCCURS 10 TIMES
                                     PIC S9(5)V99 COMP-3.

       01  BRANCH-FIELDS.
           05 CURRENT-BRANCH-NUMBER  PIC 9(2) VALUE ZERO.
           05 CURRENT-BRANCH-NAME    PIC X(20) VALUE SPACE.
           05 CURRENT-REGION-CODE    PIC X(2) VALUE SPACE.

       01  ABC-COUNTS                PACKED-DECIMAL.
           05 CUSTOMERS-READ-COUNT   PIC S9(7) VALUE ZERO.
           05 BRANCHES-ANALYZED      PIC S9(5) VALUE ZERO.
           05 BR-TOP-TEN-COUNT       PIC S9(7) VALUE ZERO.
           05 BR-FLAGGED-COUNT       PIC S9(7) VALUE ZERO.
           05 CO-FLAGGED-COUNT       PIC S9(7) VALUE ZERO.
           05 SUMMARY-BASE-COUNT     PIC S9(7) VALUE ZERO.
           05 SUMMARY-COUNT          PIC S9(7) VALUE ZERO.

       01  ABC-TOTALS                PACKED-DECIMAL.
      *    THE SALES BASE IS THE SUM OF THE POSITIVE YTD AMOUNTS.
      *    A CUSTOMER AT ZERO OR IN CREDIT HAS NO SHARE TO RANK - IT
      *    IS CLASS C AND ITS DOLLARS STILL SHOW IN THE C TOTAL, BUT
      *    ALL SHARES ARE OF THE POSITIVE BASE.
           05 BR-SALES-BASE          PIC S9(11)V99 VALUE ZERO.
           05 BR-CUMULATIVE-SALES    PIC S9(11)V99 VALUE ZERO.
           05 BR-TOP-TEN-AMOUNT      PIC S9(11)V99 VALUE ZERO.
           05 BR-FLAGGED-AMOUNT      PIC S9(11)V99 VALUE ZERO.
           05 CO-SALES-BASE          PIC S9(11)V99 VALUE ZERO.
           05 CO-FLAGGED-AMOUNT      PIC S9(11)V99 VALUE ZERO.
           05 CO-TOP-TEN-AMOUNT      PIC S9(11)V99 VALUE ZERO.
           05 SUMMARY-BASE-AMOUNT    PIC S9(11)V99 VALUE ZERO.
           05 SUMMARY-AMOUNT         PIC S9(11)V99 VALUE ZERO.

       01  CALC-FIELDS               PACKED-DECIMAL.
           05 CUM-BEFORE-PERCENT     PIC S9(3)V99 VALUE ZERO.
           05 REP-HELD-PERCENT       PIC S9(3)V99 VALUE ZERO.

       01  PRINT-FIELDS              PACKED-DECIMAL.
           05 PAGE-COUNT             PIC S9(3) VALUE ZERO.
           05 LINES-ON-PAGE          PIC S9(3) VALUE +55.
           05 LINE-COUNT             PIC S9(3) VALUE +99.

       01  BRANCH-TABLE-CONTROL.
           05 WS-BRANCH-COUNT        PIC S9(3) COMP VALUE ZERO.
           05 MAX-BRANCH-ENTRIES     PIC S9(3) COMP VALUE +99.

       01  BRANCH-TABLE.
           05 BRANCH-GROUP OCCURS 1 TO 99 TIMES
                 DEPENDING ON WS-BRANCH-COUNT
                 ASCENDING KEY IS BT-BRANCH-NUMBER
                 INDEXED BY BRT-INDEX.
              10 BT-BRANCH-NUMBER    PIC 9(2).
              10 BT-BRANCH-NAME      PIC X(20).
              10 BT-REGION-CODE      PIC 9(2).

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
           05 FILLER          PIC X(20) VALUE "CUSTOMER CONCENTRATI".
           05 FILLER          PIC X(33) VALUE "ON (ABC) BY BRANCH".
           05 FILLER          PIC X(6)  VALUE "PAGE: ".
           05 HL1-PAGE-NUMBER PIC ZZZ9.
           05 FILLER          PIC X(26) VALUE SPACE.

       01  HEADING-LINE-2.
           05 FILLER                 PIC X(7)  VALUE "TIME:  ".
           05 HL2-HOURS              PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE ":".
           05 HL2-MINUTES            PIC 9(2).
           05 FILLER                 PIC X(25) VALUE SPACE.
           05 FILLER                 PIC X(4)  VALUE "A: ".
           05 HL2-A-CUTOFF           PIC ZZ9.9.
           05 FILLER                 PIC X(7)  VALUE "%  B: ".
           05 HL2-B-CUTOFF           PIC ZZ9.9.
           05 FILLER                 PIC X(12) VALUE "%  REP FLAG:".
           05 HL2-REP-SHARE          PIC ZZ9.9.
           05 FILLER                 PIC X(1)  VALUE "%".
           05 FILLER                 PIC X(18) VALUE SPACE.
           05 FILLER                 PIC X(7)  VALUE "RPT8800".
           05 FILLER                 PIC X(29) VALUE SPACE.

       01  BRANCH-BANNER-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(7)  VALUE "BRANCH ".
           05 BB-BRANCH-NUMBER       PIC X(2).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 BB-BRANCH-NAME         PIC X(20).
           05 FILLER                 PIC X(9)  VALUE "  REGION ".
           05 BB-REGION-CODE         PIC X(2).
           05 FILLER                 PIC X(4)  VALUE SPACE.
           05 BB-CUSTOMER-COUNT      PIC ZZ,ZZ9.
           05 FILLER                 PIC X(11) VALUE " CUSTOMERS".
           05 FILLER                 PIC X(65) VALUE SPACE.

       01  RANK-HEADING-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(8)  VALUE "  RANK".
           05 FILLER                 PIC X(7)  VALUE "CUST".
           05 FILLER                 PIC X(22) VALUE "CUSTOMER NAME".
           05 FILLER                 PIC X(6)  VALUE "REP".
           05 FILLER                 PIC X(13) VALUE "  SALES YTD".
           05 FILLER                 PIC X(9)  VALUE " SHARE".
           05 FILLER                 PIC X(9)  VALUE "CUM PCT".
           05 FILLER                 PIC X(4)  VALUE "CL".
           05 FILLER                 PIC X(23) VALUE "FLAG".
           05 FILLER                 PIC X(27) VALUE SPACE.

       01  RANK-RULE-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(101) VALUE ALL '-'.
           05 FILLER                 PIC X(27) VALUE SPACE.

       01  RANK-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 RL-RANK                PIC ZZ,ZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 RL-CUSTOMER-NUMBER     PIC X(5).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 RL-CUSTOMER-NAME       PIC X(20).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 RL-SALESREP-NUMBER     PIC X(2).
           05 FILLER                 PIC X(4)  VALUE SPACE.
           05 RL-SALES-THIS-YTD      PIC $$$,$$9.99-.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 RL-SHARE-PERCENT       PIC ZZ9.99.
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 RL-CUM-PERCENT         PIC ZZ9.99.
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 RL-CLASS               PIC X(1).
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 RL-FLAG                PIC X(23).
           05 FILLER                 PIC X(27) VALUE SPACE.

       01  REP-FLAG-TEXT.
           05 FILLER                 PIC X(8)  VALUE "*** REP ".
           05 RF-SALESREP-NUMBER     PIC X(2).
           05 FILLER                 PIC X(7)  VALUE " HOLDS ".
           05 RF-HELD-PERCENT        PIC ZZ9.9.
           05 FILLER                 PIC X(1)  VALUE "%".

       01  SUMMARY-HEADING-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 SH-CAPTION             PIC X(24).
           05 FILLER                 PIC X(7)  VALUE "  CUSTS".
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(8)  VALUE "  PCT".
           05 FILLER                 PIC X(18)
                                      VALUE "         SALES YTD".
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(7)  VALUE "   PCT".
           05 FILLER                 PIC X(60) VALUE SPACE.

       01  SUMMARY-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 SL-CAPTION             PIC X(24).
           05 SL-COUNT               PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 SL-COUNT-PERCENT       PIC ZZ9.9.
           05 FILLER                 PIC X(3)  VALUE "%  ".
           05 SL-AMOUNT              PIC $$,$$$,$$$,$$9.99-.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 SL-AMOUNT-PERCENT      PIC ZZ9.9-.
           05 FILLER                 PIC X(1)  VALUE "%".
           05 FILLER                 PIC X(60) VALUE SPACE.

       01  COMPANY-BANNER-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(40)
              VALUE "COMPANY-WIDE CONCENTRATION".
           05 CB-BRANCH-COUNT        PIC ZZ9.
           05 FILLER                 PIC X(9)  VALUE " BRANCHES".
           05 FILLER                 PIC X(76) VALUE SPACE.

       PROCEDURE DIVISION.

       000-PREPARE-ABC-ANALYSIS.
           OPEN INPUT  I_ABCCTL I_BRANCH I_CUSTMAST
                OUTPUT O_RPT8800

           PERFORM 100-FORMAT-REPORT-HEADING
           PERFORM 150-READ-CONTROL-CARD
           PERFORM 205-LOAD-BRANCH-TABLE
           PERFORM 250-INITIALIZE-TOTALS

      *    I_CUSTMAST IS KEYED BY CM-CUSTOMER-NUMBER; THE RANKING IS
      *    WITHIN BRANCH, SO POSITION THE FILE VIA THE ALTERNATE KEY
      *    BEFORE THE FIRST READ.
           MOVE LOW-VALUES TO CM-BR-SR-CU-KEY
           START I_CUSTMAST KEY IS NOT LESS THAN CM-BR-SR-CU-KEY
               INVALID KEY
                   SET CUSTMAST-EOF TO TRUE
           END-START
           IF NOT CUSTMAST-EOF
               PERFORM 310-READ-CUSTOMER-RECORD
           END-IF

           PERFORM 300-PROCESS-CUSTOMER UNTIL CUSTMAST-EOF

           IF RANK-ENTRY-COUNT > ZERO
               PERFORM 400-CLOSE-BRANCH
           END-IF
           PERFORM 500-PRINT-COMPANY-SUMMARY

           CLOSE I_ABCCTL I_BRANCH I_CUSTMAST O_RPT8800
           STOP RUN.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

       150-READ-CONTROL-CARD.
      *    A MISSING CARD, OR A SPACE OR ZERO FIELD, TAKES THE
      *    DEFAULT.  A FIELD THAT IS PRESENT BUT INVALID - OR CUT-OFFS
      *    THAT DO NOT RISE FROM A TO B WITHIN 100% - STOPS THE RUN
      *    RATHER THAN CLASS EVERY BRANCH ON A MISKEYED CARD.
           READ I_ABCCTL
               AT END
                   SET ABCCTL-EOF TO TRUE
           END-READ.
           IF ABCCTL-EOF
               MOVE SPACES TO ABC-CONTROL-RECORD
           END-IF.

           IF AC-A-CUTOFF-PERCENT-X = SPACE
               MOVE 80.0 TO A-CUTOFF-PERCENT
           ELSE
               IF AC-A-CUTOFF-PERCENT-X NOT NUMERIC
                   PERFORM 155-REJECT-CONTROL-CARD
               END-IF
               MOVE AC-A-CUTOFF-PERCENT TO A-CUTOFF-PERCENT
               IF A-CUTOFF-PERCENT = ZERO
                   MOVE 80.0 TO A-CUTOFF-PERCENT
               END-IF
           END-IF.

           IF AC-B-CUTOFF-PERCENT-X = SPACE
               MOVE 95.0 TO B-CUTOFF-PERCENT
           ELSE
               IF AC-B-CUTOFF-PERCENT-X NOT NUMERIC
                   PERFORM 155-REJECT-CONTROL-CARD
               END-IF
               MOVE AC-B-CUTOFF-PERCENT TO B-CUTOFF-PERCENT
               IF B-CUTOFF-PERCENT = ZERO
                   MOVE 95.0 TO B-CUTOFF-PERCENT
               END-IF
           END-IF.

           IF AC-REP-SHARE-PERCENT-X = SPACE
               MOVE 50.0 TO REP-SHARE-PERCENT
           ELSE
               IF AC-REP-SHARE-PERCENT-X NOT NUMERIC
                   PERFORM 155-REJECT-CONTROL-CARD
               END-IF
               MOVE AC-REP-SHARE-PERCENT TO REP-SHARE-PERCENT
               IF REP-SHARE-PERCENT = ZERO
                   MOVE 50.0 TO REP-SHARE-PERCENT
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN AC-LIST-CLASS = SPACE
                   MOVE 1 TO LIST-CLASS-SUB
               WHEN NOT AC-LIST-CLASS-VALID
                   PERFORM 155-REJECT-CONTROL-CARD
               WHEN AC-LIST-CLASS = "A"
                   MOVE 1 TO LIST-CLASS-SUB
               WHEN AC-LIST-CLASS = "B"
                   MOVE 2 TO LIST-CLASS-SUB
               WHEN OTHER
                   MOVE 3 TO LIST-CLASS-SUB
           END-EVALUATE.

           IF A-CUTOFF-PERCENT NOT < B-CUTOFF-PERCENT
              OR B-CUTOFF-PERCENT > 100
              OR REP-SHARE-PERCENT > 100
               PERFORM 155-REJECT-CONTROL-CARD
           END-IF.

           MOVE A-CUTOFF-PERCENT  TO HL2-A-CUTOFF.
           MOVE B-CUTOFF-PERCENT  TO HL2-B-CUTOFF.
           MOVE REP-SHARE-PERCENT TO HL2-REP-SHARE.

       155-REJECT-CONTROL-CARD.
           DISPLAY "RPT8800 - ABCCTL CUT-OFFS ARE INVALID "
                   "- RUN STOPPED".
           PERFORM 160-STOP-ON-CONTROL-CARD.

       160-STOP-ON-CONTROL-CARD.
           MOVE 16 TO RETURN-CODE.
           CLOSE I_ABCCTL I_BRANCH I_CUSTMAST O_RPT8800.
           STOP RUN.

       205-LOAD-BRANCH-TABLE.
           MOVE ZERO TO WS-BRANCH-COUNT.
           PERFORM 207-READ-BRANCH-RECORD.
           PERFORM UNTIL BRANCH-EOF
                       OR WS-BRANCH-COUNT = MAX-BRANCH-ENTRIES
                 ADD 1 TO WS-BRANCH-COUNT
                 MOVE BM-BRANCH-NUMBER
                     TO BT-BRANCH-NUMBER (WS-BRANCH-COUNT)
                 MOVE BM-BRANCH-NAME
                     TO BT-BRANCH-NAME (WS-BRANCH-COUNT)
                 MOVE BM-REGION-CODE
                     TO BT-REGION-CODE (WS-BRANCH-COUNT)
                 PERFORM 207-READ-BRANCH-RECORD
           END-PERFORM.

       207-READ-BRANCH-RECORD.
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

           MOVE +3 TO LINE-COUNT.

       250-INITIALIZE-TOTALS.
           PERFORM VARYING CLASS-SUB FROM 1 BY 1 UNTIL CLASS-SUB > 3
               MOVE ZERO TO BR-CLASS-COUNT (CLASS-SUB)
                            BR-CLASS-AMOUNT (CLASS-SUB)
                            CO-CLASS-COUNT (CLASS-SUB)
                            CO-CLASS-AMOUNT (CLASS-SUB)
           END-PERFORM.
           PERFORM VARYING TOP-SUB FROM 1 BY 1 UNTIL TOP-SUB > 10
               MOVE ZERO TO TOP-TEN-AMOUNT (TOP-SUB)
           END-PERFORM.

       300-PROCESS-CUSTOMER.
           IF RANK-ENTRY-COUNT > ZERO
              AND CM-BRANCH-NUMBER NOT = CURRENT-BRANCH-NUMBER
               PERFORM 400-CLOSE-BRANCH
           END-IF.
           IF RANK-ENTRY-COUNT = ZERO
               MOVE CM-BRANCH-NUMBER TO CURRENT-BRANCH-NUMBER
           END-IF.
           IF RANK-ENTRY-COUNT = MAX-RANK-ENTRIES
               DISPLAY "RPT8800 - BRANCH " CURRENT-BRANCH-NUMBER
                       " HAS MORE CUSTOMERS THAN THE RANK TABLE "
                       "HOLDS - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               CLOSE I_ABCCTL I_BRANCH I_CUSTMAST O_RPT8800
               STOP RUN
           END-IF.

           ADD 1 TO RANK-ENTRY-COUNT CUSTOMERS-READ-COUNT.
           MOVE CM-SALES-THIS-YTD
               TO CR-SALES-THIS-YTD (RANK-ENTRY-COUNT).
           MOVE CM-CUSTOMER-NUMBER
               TO CR-CUSTOMER-NUMBER (RANK-ENTRY-COUNT).
           MOVE CM-CUSTOMER-NAME
               TO CR-CUSTOMER-NAME (RANK-ENTRY-COUNT).
           MOVE CM-SALESREP-NUMBER
               TO CR-SALESREP-NUMBER (RANK-ENTRY-COUNT).

           PERFORM 310-READ-CUSTOMER-RECORD.

       310-READ-CUSTOMER-RECORD.
           READ I_CUSTMAST NEXT RECORD
               AT END
                   SET CUSTMAST-EOF TO TRUE
           END-READ.

       400-CLOSE-BRANCH.
           ADD 1 TO BRANCHES-ANALYZED.
           PERFORM 405-LOOKUP-BRANCH.
           PERFORM 410-SORT-BRANCH-CUSTOMERS.
           PERFORM 415-TOTAL-BRANCH-SALES.
           PERFORM 420-CLASSIFY-ONE-CUSTOMER
               VARYING RANK-SUB FROM 1 BY 1
               UNTIL RANK-SUB > RANK-ENTRY-COUNT.
           PERFORM 430-PRINT-BRANCH-RANKING.
           PERFORM 440-PRINT-BRANCH-SUMMARY.

           PERFORM VARYING CLASS-SUB FROM 1 BY 1 UNTIL CLASS-SUB > 3
               ADD BR-CLASS-COUNT (CLASS-SUB)
                   TO CO-CLASS-COUNT (CLASS-SUB)
               ADD BR-CLASS-AMOUNT (CLASS-SUB)
                   TO CO-CLASS-AMOUNT (CLASS-SUB)
               MOVE ZERO TO BR-CLASS-COUNT (CLASS-SUB)
                            BR-CLASS-AMOUNT (CLASS-SUB)
           END-PERFORM.
           ADD BR-SALES-BASE     TO CO-SALES-BASE.
           ADD BR-FLAGGED-COUNT  TO CO-FLAGGED-COUNT.
           ADD BR-FLAGGED-AMOUNT TO CO-FLAGGED-AMOUNT.
           MOVE ZERO TO RANK-ENTRY-COUNT.

       405-LOOKUP-BRANCH.
           SEARCH ALL BRANCH-GROUP
              AT END
                 MOVE "(NOT ON BRANCH FILE)" TO CURRENT-BRANCH-NAME
                 MOVE "**" TO CURRENT-REGION-CODE
              WHEN BT-BRANCH-NUMBER (BRT-INDEX)
                       = CURRENT-BRANCH-NUMBER
                 MOVE BT-BRANCH-NAME (BRT-INDEX)
                     TO CURRENT-BRANCH-NAME
                 MOVE BT-REGION-CODE (BRT-INDEX)
                     TO CURRENT-REGION-CODE
           END-SEARCH.

       410-SORT-BRANCH-CUSTOMERS.
      *    DESCENDING BUBBLE SORT - LARGEST YTD SALES FIRST, THE
      *    SAME SHAPE AS RPT6000'S RANKING SORTS.
           IF RANK-ENTRY-COUNT > 1
               PERFORM VARYING SORT-OUTER-INDEX FROM 1 BY 1
                       UNTIL SORT-OUTER-INDEX > RANK-ENTRY-COUNT - 1
                   PERFORM VARYING SORT-INNER-INDEX FROM 1 BY 1
                       UNTIL SORT-INNER-INDEX >
                             RANK-ENTRY-COUNT - SORT-OUTER-INDEX
                       IF CR-SALES-THIS-YTD (SORT-INNER-INDEX) <
                          CR-SALES-THIS-YTD (SORT-INNER-INDEX + 1)
                           MOVE CR-ENTRY (SORT-INNER-INDEX)
                               TO CR-TEMP-ENTRY
                           MOVE CR-ENTRY (SORT-INNER-INDEX + 1)
                               TO CR-ENTRY (SORT-INNER-INDEX)
                           MOVE CR-TEMP-ENTRY
                               TO CR-ENTRY (SORT-INNER-INDEX + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       415-TOTAL-BRANCH-SALES.
      *    THE BRANCH'S POSITIVE SALES BASE AND EACH REP'S PART OF IT.
           MOVE ZERO TO BR-SALES-BASE BR-CUMULATIVE-SALES
                        BR-TOP-TEN-COUNT BR-TOP-TEN-AMOUNT
                        BR-FLAGGED-COUNT BR-FLAGGED-AMOUNT.
           PERFORM VARYING REP-SUB FROM 1 BY 1 UNTIL REP-SUB > 100
               MOVE ZERO TO RS-REP-SALES (REP-SUB)
           END-PERFORM.
           PERFORM VARYING RANK-SUB FROM 1 BY 1
                   UNTIL RANK-SUB > RANK-ENTRY-COUNT
               IF CR-SALES-THIS-YTD (RANK-SUB) > ZERO
                   ADD CR-SALES-THIS-YTD (RANK-SUB) TO BR-SALES-BASE
                   COMPUTE REP-SUB = CR-SALESREP-NUMBER (RANK-SUB) + 1
                   ADD CR-SALES-THIS-YTD (RANK-SUB)
                       TO RS-REP-SALES (REP-SUB)
               END-IF
           END-PERFORM.

       420-CLASSIFY-ONE-CUSTOMER.
      *    A CUSTOMER IS CLASSED BY THE CUMULATIVE SHARE OF THE
      *    CUSTOMERS RANKED AHEAD OF IT: UNDER THE A CUT-OFF IS A,
      *    UNDER THE B CUT-OFF IS B, ANYTHING ELSE IS C.  SO THE
      *    CUSTOMER THAT CROSSES A CUT-OFF BELONGS TO THE CLASS IT
      *    COMPLETES - A SINGLE ACCOUNT HOLDING 90% OF A BRANCH IS
      *    AN A, NOT A B.
           SET CR-REP-FLAGGED (RANK-SUB) TO FALSE.
           MOVE ZERO TO CR-SHARE-PERCENT (RANK-SUB).
           IF CR-SALES-THIS-YTD (RANK-SUB) NOT > ZERO
              OR BR-SALES-BASE NOT > ZERO
               MOVE 3 TO CR-CLASS-SUB (RANK-SUB)
           ELSE
               COMPUTE CUM-BEFORE-PERCENT ROUNDED =
                   BR-CUMULATIVE-SALES * 100 / BR-SALES-BASE
               EVALUATE TRUE
                   WHEN CUM-BEFORE-PERCENT < A-CUTOFF-PERCENT
                       MOVE 1 TO CR-CLASS-SUB (RANK-SUB)
                   WHEN CUM-BEFORE-PERCENT < B-CUTOFF-PERCENT
                       MOVE 2 TO CR-CLASS-SUB (RANK-SUB)
                   WHEN OTHER
                       MOVE 3 TO CR-CLASS-SUB (RANK-SUB)
               END-EVALUATE
               ADD CR-SALES-THIS-YTD (RANK-SUB) TO BR-CUMULATIVE-SALES
               COMPUTE CR-SHARE-PERCENT (RANK-SUB) ROUNDED =
                   CR-SALES-THIS-YTD (RANK-SUB) * 100 / BR-SALES-BASE
               IF RANK-SUB NOT > 10
                   ADD 1 TO BR-TOP-TEN-COUNT
                   ADD CR-SALES-THIS-YTD (RANK-SUB)
                       TO BR-TOP-TEN-AMOUNT
               END-IF
               PERFORM 425-POST-COMPANY-TOP-TEN
           END-IF.
           IF BR-SALES-BASE > ZERO
               COMPUTE CR-CUM-PERCENT (RANK-SUB) ROUNDED =
                   BR-CUMULATIVE-SALES * 100 / BR-SALES-BASE
           ELSE
               MOVE ZERO TO CR-CUM-PERCENT (RANK-SUB)
           END-IF.

           MOVE CR-CLASS-SUB (RANK-SUB) TO CLASS-SUB.
           ADD 1 TO BR-CLASS-COUNT (CLASS-SUB).
           ADD CR-SALES-THIS-YTD (RANK-SUB)
               TO BR-CLASS-AMOUNT (CLASS-SUB).

      *    THE REP FLAG: AN A-CLASS ACCOUNT WHOSE REP ALONE CARRIES
      *    MORE THAN THE CARD'S SHARE OF THE BRANCH.
           IF CLASS-SUB = 1
               COMPUTE REP-SUB = CR-SALESREP-NUMBER (RANK-SUB) + 1
               COMPUTE REP-HELD-PERCENT ROUNDED =
                   RS-REP-SALES (REP-SUB) * 100 / BR-SALES-BASE
               IF REP-HELD-PERCENT > REP-SHARE-PERCENT
                   SET CR-REP-FLAGGED (RANK-SUB) TO TRUE
                   ADD 1 TO BR-FLAGGED-COUNT
                   ADD CR-SALES-THIS-YTD (RANK-SUB)
                       TO BR-FLAGGED-AMOUNT
               END-IF
           END-IF.

       425-POST-COMPANY-TOP-TEN.
      *    INSERTS THIS CUSTOMER'S AMOUNT INTO THE COMPANY'S TOP TEN
      *    IF IT BELONGS THERE, SHIFTING SMALLER AMOUNTS DOWN.
           IF TOP-TEN-FILLED < 10
               ADD 1 TO TOP-TEN-FILLED
               MOVE TOP-TEN-FILLED TO TOP-SUB
           ELSE
               IF CR-SALES-THIS-YTD (RANK-SUB) > TOP-TEN-AMOUNT (10)
                   MOVE 10 TO TOP-SUB
               ELSE
                   MOVE ZERO TO TOP-SUB
               END-IF
           END-IF.
           IF TOP-SUB > ZERO
               SET SLOT-FOUND TO FALSE
               PERFORM UNTIL SLOT-FOUND
                   IF TOP-SUB = 1
                       SET SLOT-FOUND TO TRUE
                   ELSE
                       IF TOP-TEN-AMOUNT (TOP-SUB - 1)
                              NOT < CR-SALES-THIS-YTD (RANK-SUB)
                           SET SLOT-FOUND TO TRUE
                       ELSE
                           MOVE TOP-TEN-AMOUNT (TOP-SUB - 1)
                               TO TOP-TEN-AMOUNT (TOP-SUB)
                           SUBTRACT 1 FROM TOP-SUB
                       END-IF
                   END-IF
               END-PERFORM
               MOVE CR-SALES-THIS-YTD (RANK-SUB)
                   TO TOP-TEN-AMOUNT (TOP-SUB)
           END-IF.

       430-PRINT-BRANCH-RANKING.
      *    EACH BRANCH STARTS A NEW PAGE.  CUSTOMERS ARE LISTED IN
      *    RANK ORDER DOWN TO THE CARD'S LIST CLASS.
           PERFORM 230-PRINT-HEADINGS.
           MOVE CURRENT-BRANCH-NUMBER TO BB-BRANCH-NUMBER.
           MOVE CURRENT-BRANCH-NAME   TO BB-BRANCH-NAME.
           MOVE CURRENT-REGION-CODE   TO BB-REGION-CODE.
           MOVE RANK-ENTRY-COUNT      TO BB-CUSTOMER-COUNT.
           MOVE BRANCH-BANNER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           ADD 2 TO LINE-COUNT.
           PERFORM 435-PRINT-RANK-HEADINGS.

           PERFORM VARYING RANK-SUB FROM 1 BY 1
                   UNTIL RANK-SUB > RANK-ENTRY-COUNT
               IF CR-CLASS-SUB (RANK-SUB) NOT > LIST-CLASS-SUB
                   PERFORM 438-PRINT-RANK-LINE
               END-IF
           END-PERFORM.

       435-PRINT-RANK-HEADINGS.
           MOVE RANK-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           MOVE RANK-RULE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 3 TO LINE-COUNT.

       438-PRINT-RANK-LINE.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
               PERFORM 435-PRINT-RANK-HEADINGS
           END-IF.
           MOVE RANK-SUB                       TO RL-RANK.
           MOVE CR-CUSTOMER-NUMBER (RANK-SUB)  TO RL-CUSTOMER-NUMBER.
           MOVE CR-CUSTOMER-NAME (RANK-SUB)    TO RL-CUSTOMER-NAME.
           MOVE CR-SALESREP-NUMBER (RANK-SUB)  TO RL-SALESREP-NUMBER.
           MOVE CR-SALES-THIS-YTD (RANK-SUB)   TO RL-SALES-THIS-YTD.
           MOVE CR-SHARE-PERCENT (RANK-SUB)    TO RL-SHARE-PERCENT.
           MOVE CR-CUM-PERCENT (RANK-SUB)      TO RL-CUM-PERCENT.
           MOVE CR-CLASS-SUB (RANK-SUB)        TO CLASS-SUB.
           MOVE CLASS-LETTER (CLASS-SUB)       TO RL-CLASS.
           IF CR-REP-FLAGGED (RANK-SUB)
               COMPUTE REP-SUB = CR-SALESREP-NUMBER (RANK-SUB) + 1
               COMPUTE REP-HELD-PERCENT ROUNDED =
                   RS-REP-SALES (REP-SUB) * 100 / BR-SALES-BASE
               MOVE CR-SALESREP-NUMBER (RANK-SUB)
                   TO RF-SALESREP-NUMBER
               MOVE REP-HELD-PERCENT TO RF-HELD-PERCENT
               MOVE REP-FLAG-TEXT TO RL-FLAG
           ELSE
               MOVE SPACES TO RL-FLAG
           END-IF.
           MOVE RANK-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

       440-PRINT-BRANCH-SUMMARY.
           IF LINE-COUNT > LINES-ON-PAGE - 9
               PERFORM 230-PRINT-HEADINGS
           END-IF.
           MOVE "BRANCH CONCENTRATION" TO SH-CAPTION.
           MOVE SUMMARY-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           ADD 2 TO LINE-COUNT.

           MOVE RANK-ENTRY-COUNT TO SUMMARY-BASE-COUNT.
           MOVE BR-SALES-BASE    TO SUMMARY-BASE-AMOUNT.
           PERFORM VARYING CLASS-SUB FROM 1 BY 1 UNTIL CLASS-SUB > 3
               MOVE CLASS-LETTER (CLASS-SUB) TO CC-CLASS-LETTER
               MOVE CLASS-CAPTION TO SL-CAPTION
               MOVE BR-CLASS-COUNT (CLASS-SUB)  TO SUMMARY-COUNT
               MOVE BR-CLASS-AMOUNT (CLASS-SUB) TO SUMMARY-AMOUNT
               PERFORM 450-PRINT-SUMMARY-LINE
           END-PERFORM.

           MOVE "TOP 10 CUSTOMERS"  TO SL-CAPTION.
           MOVE BR-TOP-TEN-COUNT    TO SUMMARY-COUNT.
           MOVE BR-TOP-TEN-AMOUNT   TO SUMMARY-AMOUNT.
           PERFORM 450-PRINT-SUMMARY-LINE.

           MOVE "A-CLASS REP FLAGS" TO SL-CAPTION.
           MOVE BR-FLAGGED-COUNT    TO SUMMARY-COUNT.
           MOVE BR-FLAGGED-AMOUNT   TO SUMMARY-AMOUNT.
           PERFORM 450-PRINT-SUMMARY-LINE.

       450-PRINT-SUMMARY-LINE.
      *    PERCENTS ARE OF SUMMARY-BASE-COUNT CUSTOMERS AND OF THE
      *    POSITIVE SALES BASE IN SUMMARY-BASE-AMOUNT.
           MOVE SUMMARY-COUNT  TO SL-COUNT.
           MOVE SUMMARY-AMOUNT TO SL-AMOUNT.
           IF SUMMARY-BASE-COUNT > ZERO
               COMPUTE SL-COUNT-PERCENT ROUNDED =
                   SUMMARY-COUNT * 100 / SUMMARY-BASE-COUNT
           ELSE
               MOVE ZERO TO SL-COUNT-PERCENT
           END-IF.
           IF SUMMARY-BASE-AMOUNT > ZERO
               COMPUTE SL-AMOUNT-PERCENT ROUNDED =
                   SUMMARY-AMOUNT * 100 / SUMMARY-BASE-AMOUNT
                   ON SIZE ERROR
                       MOVE ZERO TO SL-AMOUNT-PERCENT
               END-COMPUTE
           ELSE
               MOVE ZERO TO SL-AMOUNT-PERCENT
           END-IF.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

       500-PRINT-COMPANY-SUMMARY.
      *    THE CLASS COUNTS AND DOLLARS ARE THE SUM OF THE BRANCH
      *    CLASSES - A CUSTOMER KEEPS THE CLASS ITS BRANCH GAVE IT.
      *    THE TOP 10 IS THE TEN LARGEST ACCOUNTS COMPANY-WIDE.
           PERFORM 230-PRINT-HEADINGS.
           MOVE BRANCHES-ANALYZED TO CB-BRANCH-COUNT.
           MOVE COMPANY-BANNER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           MOVE "COMPANY CONCENTRATION" TO SH-CAPTION.
           MOVE SUMMARY-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           ADD 4 TO LINE-COUNT.

           MOVE CUSTOMERS-READ-COUNT TO SUMMARY-BASE-COUNT.
           MOVE CO-SALES-BASE        TO SUMMARY-BASE-AMOUNT.
           PERFORM VARYING CLASS-SUB FROM 1 BY 1 UNTIL CLASS-SUB > 3
               MOVE CLASS-LETTER (CLASS-SUB) TO CC-CLASS-LETTER
               MOVE CLASS-CAPTION TO SL-CAPTION
               MOVE CO-CLASS-COUNT (CLASS-SUB)  TO SUMMARY-COUNT
               MOVE CO-CLASS-AMOUNT (CLASS-SUB) TO SUMMARY-AMOUNT
               PERFORM 450-PRINT-SUMMARY-LINE
           END-PERFORM.

           MOVE ZERO TO CO-TOP-TEN-AMOUNT.
           PERFORM VARYING TOP-SUB FROM 1 BY 1
                   UNTIL TOP-SUB > TOP-TEN-FILLED
               ADD TOP-TEN-AMOUNT (TOP-SUB) TO CO-TOP-TEN-AMOUNT
           END-PERFORM.
           MOVE "TOP 10 CUSTOMERS"  TO SL-CAPTION.
           MOVE TOP-TEN-FILLED      TO SUMMARY-COUNT.
           MOVE CO-TOP-TEN-AMOUNT   TO SUMMARY-AMOUNT.
           PERFORM 450-PRINT-SUMMARY-LINE.

           MOVE "A-CLASS REP FLAGS" TO SL-CAPTION.
           MOVE CO-FLAGGED-COUNT    TO SUMMARY-COUNT.
           MOVE CO-FLAGGED-AMOUNT   TO SUMMARY-AMOUNT.
           PERFORM 450-PRINT-SUMMARY-LINE.
