       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT8000.
      ****************************************************************
      * PROGRAM NAME: RPT8000
      * AUTHORS: Jacob Schamp
      * DATE: 10/15/2026
      * Github:
      * DESCRIPTION: Monthly customer statements.  Reads the customer
      * master in branch/salesrep/customer order through its
      * alternate key and prints one statement per customer for the
      * month named on the STMTCTL card: the customer's name and
      * branch and salesrep, every invoice and credit the retained
      * billing journal holds for that customer and month with the
      * date it loaded, the month's invoice, credit and net totals,
      * and the year-to-date sales from CM-SALES-THIS-YTD.  Because
      * the statements come out in branch/salesrep order each branch
      * can pull and mail its own, and the card can limit the run to
      * one branch for a reprint.  A customer with no billing in the
      * month and no year-to-date sales gets no statement.  The run
      * ends with a control summary by branch.
      *
      * MODIFICATION HISTORY:
      * 10/15/2026 JS  Initial version.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT I_STMTCTL  ASSIGN TO STMTCTL.
           SELECT I_SALESREP ASSIGN TO SALESREP.
           SELECT I_BRANCH   ASSIGN TO BRANCH.
           SELECT I_CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-BR-SR-CU-KEY WITH DUPLICATES.
           SELECT I_BILLJRN  ASSIGN TO BILLJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JR-JOURNAL-KEY.
           SELECT O_RPT8000  ASSIGN TO RPT8000.

       DATA DIVISION.
       FILE SECTION.

       FD  I_STMTCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY STMTCTL.

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

       FD  I_BILLJRN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY BILLJRN.

       FD  O_RPT8000
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                PIC X(130).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05 STMTCTL-EOF-SWITCH     PIC X VALUE "N".
              88 STMTCTL-EOF         VALUE "Y".
           05 SALESREP-EOF-SWITCH    PIC X VALUE "N".
              88 SALESREP-EOF        VALUE "Y".
           05 BRANCH-EOF-SWITCH      PIC X VALUE "N".
              88 BRANCH-EOF          VALUE "Y".
           05 CUSTMAST-EOF-SWITCH    PIC X VALUE "N".
              88 CUSTMAST-EOF        VALUE "Y".
           05 BRANCH-SELECTED-SWITCH PIC X VALUE "N".
              88 BRANCH-SELECTED     VALUE "Y" FALSE "N".
           05 BRANCH-OPEN-SWITCH     PIC X VALUE "N".
              88 BRANCH-OPEN         VALUE "Y" FALSE "N".
           05 JOURNAL-SCAN-SWITCH    PIC X VALUE "N".
              88 JOURNAL-SCAN-DONE   VALUE "Y" FALSE "N".
           05 JOURNAL-LINE-SWITCH    PIC X VALUE "N".
              88 JOURNAL-LINE-AVAILABLE VALUE "Y" FALSE "N".

       01  STATEMENT-PERIOD.
           05 STATEMENT-MONTH        PIC 9(2) VALUE ZERO.
           05 STATEMENT-YEAR         PIC 9(4) VALUE ZERO.
           05 SELECTED-BRANCH-NUMBER PIC 9(2) VALUE ZERO.

       01  JOURNAL-KEY-HOLD.
           05 JK-CUSTOMER-MONTH-KEY.
              10 JK-CUSTOMER-NUMBER  PIC 9(5).
              10 JK-BILLING-YEAR     PIC 9(4).
              10 JK-BILLING-MONTH    PIC 9(2).
           05 JK-LINE-NUMBER         PIC 9(4).

       01  JOURNAL-DATE-SPLIT.
           05 JD-YEAR                PIC 9(4).
           05 JD-MONTH               PIC 9(2).
           05 JD-DAY                 PIC 9(2).
       01  JOURNAL-DATE-NUMBER       REDEFINES JOURNAL-DATE-SPLIT
                                     PIC 9(8).

       01  STATEMENT-COUNTS          PACKED-DECIMAL.
           05 CUSTOMERS-READ-COUNT   PIC S9(7) VALUE ZERO.
           05 STATEMENTS-PRINTED-COUNT PIC S9(7) VALUE ZERO.
           05 CUSTOMERS-SKIPPED-COUNT PIC S9(7) VALUE ZERO.
           05 JOURNAL-LINES-PRINTED  PIC S9(7) VALUE ZERO.
           05 WITHDRAWN-SKIPPED-COUNT PIC S9(7) VALUE ZERO.
           05 BRANCH-STATEMENT-COUNT PIC S9(7) VALUE ZERO.

       01  STATEMENT-TOTALS          PACKED-DECIMAL.
      *    THE STATEMENT FIELDS ARE ONE CUSTOMER'S MONTH, THE
      *    BRANCH FIELDS THE STATEMENTS PRINTED FOR THE CURRENT
      *    BRANCH, AND THE RUN FIELDS EVERY STATEMENT PRINTED.
           05 STATEMENT-INVOICE-TOTAL PIC S9(7)V99 VALUE ZERO.
           05 STATEMENT-CREDIT-TOTAL PIC S9(7)V99 VALUE ZERO.
           05 STATEMENT-MONTH-TOTAL  PIC S9(7)V99 VALUE ZERO.
           05 BRANCH-MONTH-TOTAL     PIC S9(9)V99 VALUE ZERO.
           05 BRANCH-YTD-TOTAL       PIC S9(9)V99 VALUE ZERO.
           05 RUN-MONTH-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05 RUN-YTD-TOTAL          PIC S9(11)V99 VALUE ZERO.

       01  PRINT-FIELDS              PACKED-DECIMAL.
           05 PAGE-COUNT             PIC S9(3) VALUE ZERO.
           05 LINES-ON-PAGE          PIC S9(3) VALUE +55.
           05 LINE-COUNT             PIC S9(3) VALUE +99.
           05 SUMMARY-PAGE-COUNT     PIC S9(3) VALUE ZERO.

       01  SALESREP-TABLE-CONTROL.
           05 WS-SALESREP-COUNT      PIC S9(3) COMP VALUE ZERO.
           05 MAX-SALESREP-ENTRIES   PIC S9(3) COMP VALUE +999.

       01  SALESREP-TABLE.
      *    LOADED THE SAME WAY RPT7700'S 200-LOAD-SALESREP-TABLE
      *    BUILDS ITS TABLE, CARRYING ONLY THE NAME THE STATEMENT
      *    PRINTS.  THE SALESREP FILE'S SEQUENCE IS POLICED BY THE
      *    REPORTS THAT PRINT IT; HERE A REP THE SEARCH CANNOT FIND
      *    SIMPLY PRINTS WITHOUT A NAME.
           05 SALESREP-GROUP OCCURS 1 TO 999 TIMES
                 DEPENDING ON WS-SALESREP-COUNT
                 ASCENDING KEY IS SALESREP-NUMBER
                 INDEXED BY SRT-INDEX.
              10 SALESREP-NUMBER     PIC 9(2).
              10 SALESREP-NAME       PIC X(10).

       01  BRANCH-TABLE-CONTROL.
           05 WS-BRANCH-COUNT        PIC S9(3) COMP VALUE ZERO.
           05 MAX-BRANCH-ENTRIES     PIC S9(3) COMP VALUE +99.

       01  BRANCH-TABLE.
      *    LOADED THE SAME WAY RPT7700'S 205-LOAD-BRANCH-TABLE
      *    BUILDS ITS TABLE, SO EACH STATEMENT AND THE SUMMARY CAN
      *    PRINT THE BRANCH NAME.
           05 BRANCH-GROUP OCCURS 1 TO 99 TIMES
                 DEPENDING ON WS-BRANCH-COUNT
                 ASCENDING KEY IS BT-BRANCH-NUMBER
                 INDEXED BY BRT-INDEX.
              10 BT-BRANCH-NUMBER    PIC 9(2).
              10 BT-BRANCH-NAME      PIC X(20).

       01  BRANCH-SUMMARY-CONTROL.
           05 BS-ENTRY-COUNT         PIC S9(3) COMP VALUE ZERO.
           05 MAX-SUMMARY-ENTRIES    PIC S9(3) COMP VALUE +99.
           05 SUMMARY-PRINT-SUB      PIC S9(3) COMP VALUE ZERO.

       01  BRANCH-SUMMARY-TABLE.
      *    ONE ENTRY PER BRANCH AS ITS STATEMENTS FINISH, IN THE
      *    ORDER THEY PRINTED, HELD FOR THE CONTROL SUMMARY SO THE
      *    SUMMARY LINES DO NOT LAND BETWEEN TWO BRANCHES' MAIL.
           05 BS-ENTRY OCCURS 99 TIMES.
              10 BS-BRANCH-NUMBER    PIC 9(2).
              10 BS-BRANCH-NAME      PIC X(20).
              10 BS-STATEMENT-COUNT  PIC S9(7) COMP-3.
              10 BS-MONTH-TOTAL      PIC S9(9)V99 COMP-3.
              10 BS-YTD-TOTAL        PIC S9(9)V99 COMP-3.

       01  BREAK-CONTROL-FIELDS.
           05 CURRENT-BRANCH-NUMBER  PIC 9(2) VALUE ZERO.
           05 CURRENT-BRANCH-NAME    PIC X(20) VALUE SPACE.
           05 BRANCH-LOOKUP-NUMBER   PIC 9(2) VALUE ZERO.
           05 CURRENT-SALESREP-NAME  PIC X(10) VALUE SPACE.

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
           05 FILLER          PIC X(20) VALUE "MONTHLY CUSTOMER STA".
           05 FILLER          PIC X(33) VALUE "TEMENT".
           05 FILLER          PIC X(6)  VALUE "PAGE: ".
           05 HL1-PAGE-NUMBER PIC ZZZ9.
           05 FILLER          PIC X(26) VALUE SPACE.

       01  HEADING-LINE-2.
           05 FILLER                 PIC X(7)  VALUE "TIME:  ".
           05 HL2-HOURS              PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE ":".
           05 HL2-MINUTES            PIC 9(2).
           05 FILLER                 PIC X(31) VALUE SPACE.
           05 FILLER                 PIC X(18)
                                      VALUE "STATEMENT MONTH:  ".
           05 HL2-STMT-MONTH         PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE "/".
           05 HL2-STMT-YEAR          PIC 9(4).
           05 FILLER                 PIC X(26) VALUE SPACE.
           05 FILLER                 PIC X(7)  VALUE "RPT8000".
           05 FILLER                 PIC X(29) VALUE SPACE.

       01  HEADING-LINE-3.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(10) VALUE "CUSTOMER: ".
           05 HL3-CUSTOMER-NUMBER    PIC 9(5).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 HL3-CUSTOMER-NAME      PIC X(20).
           05 FILLER                 PIC X(91) VALUE SPACE.

       01  HEADING-LINE-4.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(10) VALUE "BRANCH:   ".
           05 HL4-BRANCH-NUMBER      PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 HL4-BRANCH-NAME        PIC X(20).
           05 FILLER                 PIC X(4)  VALUE SPACE.
           05 FILLER                 PIC X(10) VALUE "SALESREP: ".
           05 HL4-SALESREP-NUMBER    PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 HL4-SALESREP-NAME      PIC X(10).
           05 FILLER                 PIC X(68) VALUE SPACE.

       01  HEADING-LINE-5.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(8)  VALUE "LINE".
           05 FILLER                 PIC X(13) VALUE "LOAD DATE".
           05 FILLER                 PIC X(10) VALUE "TYPE".
           05 FILLER                 PIC X(11) VALUE "     AMOUNT".
           05 FILLER                 PIC X(86) VALUE SPACE.

       01  HEADING-LINE-6.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(42) VALUE ALL '-'.
           05 FILLER                 PIC X(86) VALUE SPACE.

       01  STATEMENT-DETAIL-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 DL-LINE-NUMBER         PIC ZZZ9.
           05 FILLER                 PIC X(4)  VALUE SPACE.
           05 DL-LOAD-MONTH          PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE "/".
           05 DL-LOAD-DAY            PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE "/".
           05 DL-LOAD-YEAR           PIC 9(4).
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 DL-TYPE                PIC X(7).
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 DL-AMOUNT              PIC $$$,$$9.99-.
           05 FILLER                 PIC X(86) VALUE SPACE.

       01  NO-ACTIVITY-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(40)
              VALUE "NO BILLING ACTIVITY THIS MONTH".
           05 FILLER                 PIC X(88) VALUE SPACE.

       01  STATEMENT-TOTAL-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 ST-CAPTION             PIC X(27).
           05 ST-AMOUNT              PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(86) VALUE SPACE.

       01  SUMMARY-HEADING-1.
           05 FILLER          PIC X(7)  VALUE "DATE:  ".
           05 SH1-MONTH       PIC 9(2).
           05 FILLER          PIC X(1)  VALUE "/".
           05 SH1-DAY         PIC 9(2).
           05 FILLER          PIC X(1)  VALUE "/".
           05 SH1-YEAR        PIC 9(4).
           05 FILLER          PIC X(24) VALUE SPACE.
           05 FILLER          PIC X(20) VALUE "CUSTOMER STATEMENT R".
           05 FILLER          PIC X(33) VALUE "UN SUMMARY".
           05 FILLER          PIC X(6)  VALUE "PAGE: ".
           05 SH1-PAGE-NUMBER PIC ZZZ9.
           05 FILLER          PIC X(26) VALUE SPACE.

       01  SUMMARY-HEADING-3.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(8)  VALUE "BRANCH".
           05 FILLER                 PIC X(22) VALUE "NAME".
           05 FILLER                 PIC X(10) VALUE "STATEMENTS".
           05 FILLER                 PIC X(15) VALUE "    MONTH TOTAL".
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(15) VALUE "      YTD SALES".
           05 FILLER                 PIC X(56) VALUE SPACE.

       01  SUMMARY-HEADING-4.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(72) VALUE ALL '-'.
           05 FILLER                 PIC X(56) VALUE SPACE.

       01  BRANCH-SUMMARY-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 SL-BRANCH-NUMBER       PIC X(2).
           05 FILLER                 PIC X(6)  VALUE SPACE.
           05 SL-BRANCH-NAME         PIC X(20).
           05 FILLER                 PIC X(5)  VALUE SPACE.
           05 SL-STATEMENT-COUNT     PIC ZZ,ZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 SL-MONTH-TOTAL         PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 SL-YTD-TOTAL           PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(56) VALUE SPACE.

       01  CONTROL-TOTAL-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 CT-CAPTION             PIC X(34).
           05 CT-COUNT               PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(85) VALUE SPACE.

       PROCEDURE DIVISION.

       000-PRODUCE-CUSTOMER-STATEMENTS.
           OPEN INPUT  I_STMTCTL I_SALESREP I_BRANCH
                       I_CUSTMAST I_BILLJRN
                OUTPUT O_RPT8000

           PERFORM 100-FORMAT-REPORT-HEADING
           PERFORM 150-READ-CONTROL-CARD
           PERFORM 200-LOAD-SALESREP-TABLE
           PERFORM 205-LOAD-BRANCH-TABLE

      *    I_CUSTMAST IS KEYED BY CM-CUSTOMER-NUMBER; THE STATEMENTS
      *    COME OUT IN BRANCH/SALESREP/CUSTOMER ORDER, SO POSITION
      *    THE FILE VIA THE ALTERNATE KEY BEFORE THE FIRST READ - AT
      *    THE SELECTED BRANCH WHEN THE CARD NAMES ONE.
           MOVE LOW-VALUES TO CM-BR-SR-CU-KEY
           IF BRANCH-SELECTED
               MOVE SELECTED-BRANCH-NUMBER TO CM-BRANCH-NUMBER
           END-IF
           START I_CUSTMAST KEY IS NOT LESS THAN CM-BR-SR-CU-KEY
               INVALID KEY
                   SET CUSTMAST-EOF TO TRUE
           END-START

           PERFORM 300-PROCESS-CUSTOMER UNTIL CUSTMAST-EOF

           IF BRANCH-OPEN
               PERFORM 380-CLOSE-BRANCH
           END-IF
           PERFORM 500-PRINT-RUN-SUMMARY

           CLOSE I_STMTCTL I_SALESREP I_BRANCH I_CUSTMAST I_BILLJRN
                 O_RPT8000
           STOP RUN.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH SH1-MONTH.
           MOVE CD-DAY     TO HL1-DAY SH1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR SH1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

       150-READ-CONTROL-CARD.
      *    A MISSING CARD OR A ZERO/SPACE MONTH OR YEAR DEFAULTS TO
      *    THE RUN DATE'S - THE SAME DEFAULT THE COMMISSION CARD
      *    USES.  A VALUE THAT IS PRESENT BUT INVALID STOPS THE RUN:
      *    STATEMENTS MAILED FOR THE WRONG MONTH COST MORE TO CALL
      *    BACK THAN A RERUN DOES.
           READ I_STMTCTL
               AT END
                   SET STMTCTL-EOF TO TRUE
           END-READ.
           IF STMTCTL-EOF
               MOVE SPACES TO STATEMENT-CONTROL-RECORD
           END-IF.

           IF SN-STATEMENT-MONTH-X = SPACE
              OR SN-STATEMENT-MONTH-X = "00"
               MOVE CD-MONTH TO STATEMENT-MONTH
           ELSE
               IF SN-STATEMENT-MONTH-X NOT NUMERIC
                  OR SN-STATEMENT-MONTH > 12
                   DISPLAY "RPT8000 - STATEMENT MONTH ON STMTCTL "
                           "IS NOT 01-12 - RUN STOPPED"
                   PERFORM 160-STOP-ON-CONTROL-CARD
               ELSE
                   MOVE SN-STATEMENT-MONTH TO STATEMENT-MONTH
               END-IF
           END-IF.

           IF SN-STATEMENT-YEAR-X = SPACE
              OR SN-STATEMENT-YEAR-X = "0000"
               MOVE CD-YEAR TO STATEMENT-YEAR
           ELSE
               IF SN-STATEMENT-YEAR-X NOT NUMERIC
                   DISPLAY "RPT8000 - STATEMENT YEAR ON STMTCTL "
                           "IS NOT NUMERIC - RUN STOPPED"
                   PERFORM 160-STOP-ON-CONTROL-CARD
               ELSE
                   MOVE SN-STATEMENT-YEAR TO STATEMENT-YEAR
               END-IF
           END-IF.

           IF SN-BRANCH-NUMBER-X = SPACE
              OR SN-BRANCH-NUMBER-X = "00"
               SET BRANCH-SELECTED TO FALSE
           ELSE
               IF SN-BRANCH-NUMBER-X NOT NUMERIC
                   DISPLAY "RPT8000 - BRANCH ON STMTCTL "
                           "IS NOT NUMERIC - RUN STOPPED"
                   PERFORM 160-STOP-ON-CONTROL-CARD
               ELSE
                   MOVE SN-BRANCH-NUMBER TO SELECTED-BRANCH-NUMBER
                   SET BRANCH-SELECTED TO TRUE
               END-IF
           END-IF.

           MOVE STATEMENT-MONTH TO HL2-STMT-MONTH.
           MOVE STATEMENT-YEAR  TO HL2-STMT-YEAR.

       160-STOP-ON-CONTROL-CARD.
           MOVE 16 TO RETURN-CODE.
           CLOSE I_STMTCTL I_SALESREP I_BRANCH I_CUSTMAST I_BILLJRN
                 O_RPT8000.
           STOP RUN.

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
                 PERFORM 210-READ-SALESREP-TABLE-RECORD
           END-PERFORM.

       210-READ-SALESREP-TABLE-RECORD.
           READ I_SALESREP
              AT END
                 SET SALESREP-EOF TO TRUE
           END-READ.

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
                 PERFORM 207-READ-BRANCH-RECORD
           END-PERFORM.

       207-READ-BRANCH-RECORD.
           READ I_BRANCH
              AT END
                 SET BRANCH-EOF TO TRUE
           END-READ.

       230-PRINT-STATEMENT-HEADINGS.
      *    EVERY STATEMENT STARTS ON A NEW PAGE NUMBERED FROM 1, SO
      *    EACH ONE CAN BE TORN OFF AND MAILED BY ITSELF; A
      *    STATEMENT THAT RUNS OVER REPEATS THE CUSTOMER HEADING.
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
           MOVE HEADING-LINE-5 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           MOVE HEADING-LINE-6 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE +9 TO LINE-COUNT.

       240-PRINT-SUMMARY-HEADINGS.
           ADD 1 TO SUMMARY-PAGE-COUNT.
           MOVE SUMMARY-PAGE-COUNT TO SH1-PAGE-NUMBER.

           MOVE SUMMARY-HEADING-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           MOVE SUMMARY-HEADING-3 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           MOVE SUMMARY-HEADING-4 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE +6 TO LINE-COUNT.

       300-PROCESS-CUSTOMER.
           PERFORM 305-READ-CUSTOMER
           IF NOT CUSTMAST-EOF
               ADD 1 TO CUSTOMERS-READ-COUNT
               IF NOT BRANCH-OPEN
                  OR CM-BRANCH-NUMBER NOT = CURRENT-BRANCH-NUMBER
                   IF BRANCH-OPEN
                       PERFORM 380-CLOSE-BRANCH
                   END-IF
                   PERFORM 370-START-BRANCH
               END-IF
               PERFORM 310-FIND-FIRST-JOURNAL-LINE
               IF JOURNAL-LINE-AVAILABLE
                  OR CM-SALES-THIS-YTD NOT = ZERO
                   PERFORM 320-PRINT-STATEMENT
               ELSE
                   ADD 1 TO CUSTOMERS-SKIPPED-COUNT
               END-IF
           END-IF.

       305-READ-CUSTOMER.
      *    THE FILE IS IN BRANCH ORDER, SO A ONE-BRANCH RUN IS DONE
      *    THE FIRST TIME IT READS A CUSTOMER OF ANOTHER BRANCH.
           READ I_CUSTMAST NEXT RECORD
               AT END
                   SET CUSTMAST-EOF TO TRUE
           END-READ.
           IF NOT CUSTMAST-EOF
              AND BRANCH-SELECTED
              AND CM-BRANCH-NUMBER NOT = SELECTED-BRANCH-NUMBER
               SET CUSTMAST-EOF TO TRUE
           END-IF.

       310-FIND-FIRST-JOURNAL-LINE.
      *    POSITIONS THE JOURNAL AT THE CUSTOMER'S FIRST LINE FOR THE
      *    STATEMENT MONTH AND READS UP TO THE FIRST ACTIVE ONE.
           MOVE CM-CUSTOMER-NUMBER TO JK-CUSTOMER-NUMBER.
           MOVE STATEMENT-YEAR     TO JK-BILLING-YEAR.
           MOVE STATEMENT-MONTH    TO JK-BILLING-MONTH.
           MOVE ZERO               TO JK-LINE-NUMBER.
           MOVE JOURNAL-KEY-HOLD TO JR-JOURNAL-KEY.
           SET JOURNAL-SCAN-DONE TO FALSE.
           START I_BILLJRN KEY IS NOT LESS THAN JR-JOURNAL-KEY
               INVALID KEY
                   SET JOURNAL-SCAN-DONE TO TRUE
           END-START.
           PERFORM 315-READ-NEXT-JOURNAL-LINE.

       315-READ-NEXT-JOURNAL-LINE.
      *    A WITHDRAWN LINE IS ONE THE BILLING FEED NO LONGER
      *    CARRIES - IT IS NOT PART OF WHAT THE CUSTOMER OWES AND
      *    DOES NOT PRINT.
           SET JOURNAL-LINE-AVAILABLE TO FALSE.
           PERFORM UNTIL JOURNAL-SCAN-DONE OR JOURNAL-LINE-AVAILABLE
               READ I_BILLJRN NEXT RECORD
                   AT END
                       SET JOURNAL-SCAN-DONE TO TRUE
                   NOT AT END
                       IF JR-CUSTOMER-MONTH-KEY
                              NOT = JK-CUSTOMER-MONTH-KEY
                           SET JOURNAL-SCAN-DONE TO TRUE
                       ELSE
                           IF JR-ACTIVE
                               SET JOURNAL-LINE-AVAILABLE TO TRUE
                           ELSE
                               ADD 1 TO WITHDRAWN-SKIPPED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       320-PRINT-STATEMENT.
           MOVE ZERO TO STATEMENT-INVOICE-TOTAL
                        STATEMENT-CREDIT-TOTAL
                        STATEMENT-MONTH-TOTAL
                        PAGE-COUNT.
           PERFORM 325-LOOKUP-SALESREP-NAME.
           MOVE CM-CUSTOMER-NUMBER    TO HL3-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME      TO HL3-CUSTOMER-NAME.
           MOVE CM-BRANCH-NUMBER      TO HL4-BRANCH-NUMBER.
           MOVE CURRENT-BRANCH-NAME   TO HL4-BRANCH-NAME.
           MOVE CM-SALESREP-NUMBER    TO HL4-SALESREP-NUMBER.
           MOVE CURRENT-SALESREP-NAME TO HL4-SALESREP-NAME.
           PERFORM 230-PRINT-STATEMENT-HEADINGS.

           IF NOT JOURNAL-LINE-AVAILABLE
               MOVE NO-ACTIVITY-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1
               ADD 1 TO LINE-COUNT
           END-IF.
           PERFORM 330-PRINT-JOURNAL-LINE
               UNTIL NOT JOURNAL-LINE-AVAILABLE.

           PERFORM 340-PRINT-STATEMENT-TOTALS.

           ADD 1 TO STATEMENTS-PRINTED-COUNT BRANCH-STATEMENT-COUNT.
           ADD STATEMENT-MONTH-TOTAL TO BRANCH-MONTH-TOTAL.
           ADD CM-SALES-THIS-YTD     TO BRANCH-YTD-TOTAL.

       325-LOOKUP-SALESREP-NAME.
           MOVE SPACES TO CURRENT-SALESREP-NAME.
           SEARCH ALL SALESREP-GROUP
              AT END
                 CONTINUE
              WHEN SALESREP-NUMBER (SRT-INDEX) = CM-SALESREP-NUMBER
                 MOVE SALESREP-NAME (SRT-INDEX)
                     TO CURRENT-SALESREP-NAME
           END-SEARCH.

       330-PRINT-JOURNAL-LINE.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-STATEMENT-HEADINGS
           END-IF
           MOVE JR-LINE-NUMBER TO DL-LINE-NUMBER.
           MOVE JR-LOAD-DATE   TO JOURNAL-DATE-NUMBER.
           MOVE JD-MONTH       TO DL-LOAD-MONTH.
           MOVE JD-DAY         TO DL-LOAD-DAY.
           MOVE JD-YEAR        TO DL-LOAD-YEAR.
           IF JR-CREDIT
               MOVE "CREDIT"  TO DL-TYPE
               ADD JR-NET-AMOUNT TO STATEMENT-CREDIT-TOTAL
           ELSE
               MOVE "INVOICE" TO DL-TYPE
               ADD JR-NET-AMOUNT TO STATEMENT-INVOICE-TOTAL
           END-IF.
           MOVE JR-NET-AMOUNT  TO DL-AMOUNT.
           MOVE STATEMENT-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO JOURNAL-LINES-PRINTED.
           ADD JR-NET-AMOUNT TO STATEMENT-MONTH-TOTAL.

           PERFORM 315-READ-NEXT-JOURNAL-LINE.

       340-PRINT-STATEMENT-TOTALS.
           IF LINE-COUNT > LINES-ON-PAGE - 5
               PERFORM 230-PRINT-STATEMENT-HEADINGS
           END-IF
           MOVE "INVOICES THIS MONTH:" TO ST-CAPTION.
           MOVE STATEMENT-INVOICE-TOTAL TO ST-AMOUNT.
           MOVE STATEMENT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

           MOVE "CREDITS THIS MONTH:" TO ST-CAPTION.
           MOVE STATEMENT-CREDIT-TOTAL TO ST-AMOUNT.
           MOVE STATEMENT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "TOTAL FOR MONTH:" TO ST-CAPTION.
           MOVE STATEMENT-MONTH-TOTAL TO ST-AMOUNT.
           MOVE STATEMENT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "YEAR-TO-DATE SALES:" TO ST-CAPTION.
           MOVE CM-SALES-THIS-YTD TO ST-AMOUNT.
           MOVE STATEMENT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           ADD 5 TO LINE-COUNT.

       370-START-BRANCH.
           MOVE CM-BRANCH-NUMBER TO CURRENT-BRANCH-NUMBER
                                    BRANCH-LOOKUP-NUMBER.
           PERFORM 375-LOOKUP-BRANCH-NAME.
           MOVE ZERO TO BRANCH-STATEMENT-COUNT
                        BRANCH-MONTH-TOTAL
                        BRANCH-YTD-TOTAL.
           SET BRANCH-OPEN TO TRUE.

       375-LOOKUP-BRANCH-NAME.
           MOVE SPACES TO CURRENT-BRANCH-NAME.
           SEARCH ALL BRANCH-GROUP
              AT END
                 MOVE "(NOT ON BRANCH FILE)" TO CURRENT-BRANCH-NAME
              WHEN BT-BRANCH-NUMBER (BRT-INDEX)
                       = BRANCH-LOOKUP-NUMBER
                 MOVE BT-BRANCH-NAME (BRT-INDEX)
                     TO CURRENT-BRANCH-NAME
           END-SEARCH.

       380-CLOSE-BRANCH.
      *    A BRANCH WHOSE CUSTOMERS ALL WENT UNSTATEMENTED STILL GETS
      *    A SUMMARY LINE, SO THE BRANCH CAN SEE IT WAS RUN.
           IF BS-ENTRY-COUNT < MAX-SUMMARY-ENTRIES
               ADD 1 TO BS-ENTRY-COUNT
               MOVE CURRENT-BRANCH-NUMBER
                   TO BS-BRANCH-NUMBER (BS-ENTRY-COUNT)
               MOVE CURRENT-BRANCH-NAME
                   TO BS-BRANCH-NAME (BS-ENTRY-COUNT)
               MOVE BRANCH-STATEMENT-COUNT
                   TO BS-STATEMENT-COUNT (BS-ENTRY-COUNT)
               MOVE BRANCH-MONTH-TOTAL
                   TO BS-MONTH-TOTAL (BS-ENTRY-COUNT)
               MOVE BRANCH-YTD-TOTAL
                   TO BS-YTD-TOTAL (BS-ENTRY-COUNT)
           END-IF.
           ADD BRANCH-MONTH-TOTAL TO RUN-MONTH-TOTAL.
           ADD BRANCH-YTD-TOTAL   TO RUN-YTD-TOTAL.
           SET BRANCH-OPEN TO FALSE.

       500-PRINT-RUN-SUMMARY.
           PERFORM 240-PRINT-SUMMARY-HEADINGS.
           PERFORM VARYING SUMMARY-PRINT-SUB FROM 1 BY 1
                   UNTIL SUMMARY-PRINT-SUB > BS-ENTRY-COUNT
               IF LINE-COUNT > LINES-ON-PAGE
                   PERFORM 240-PRINT-SUMMARY-HEADINGS
               END-IF
               MOVE BS-BRANCH-NUMBER (SUMMARY-PRINT-SUB)
                   TO SL-BRANCH-NUMBER
               MOVE BS-BRANCH-NAME (SUMMARY-PRINT-SUB)
                   TO SL-BRANCH-NAME
               MOVE BS-STATEMENT-COUNT (SUMMARY-PRINT-SUB)
                   TO SL-STATEMENT-COUNT
               MOVE BS-MONTH-TOTAL (SUMMARY-PRINT-SUB)
                   TO SL-MONTH-TOTAL
               MOVE BS-YTD-TOTAL (SUMMARY-PRINT-SUB)
                   TO SL-YTD-TOTAL
               MOVE BRANCH-SUMMARY-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1
               ADD 1 TO LINE-COUNT
           END-PERFORM.

           MOVE SPACES              TO SL-BRANCH-NUMBER.
           MOVE "RUN TOTAL"         TO SL-BRANCH-NAME.
           MOVE STATEMENTS-PRINTED-COUNT TO SL-STATEMENT-COUNT.
           MOVE RUN-MONTH-TOTAL     TO SL-MONTH-TOTAL.
           MOVE RUN-YTD-TOTAL       TO SL-YTD-TOTAL.
           MOVE BRANCH-SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

           MOVE "CUSTOMERS READ:                   " TO CT-CAPTION.
           MOVE CUSTOMERS-READ-COUNT TO CT-COUNT.
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3.

           MOVE "STATEMENTS PRINTED:               " TO CT-CAPTION.
           MOVE STATEMENTS-PRINTED-COUNT TO CT-COUNT.
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "NO ACTIVITY - NO STATEMENT:       " TO CT-CAPTION.
           MOVE CUSTOMERS-SKIPPED-COUNT TO CT-COUNT.
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "JOURNAL LINES PRINTED:            " TO CT-CAPTION.
           MOVE JOURNAL-LINES-PRINTED TO CT-COUNT.
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "WITHDRAWN JOURNAL LINES SKIPPED:  " TO CT-CAPTION.
           MOVE WITHDRAWN-SKIPPED-COUNT TO CT-COUNT.
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
