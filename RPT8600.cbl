       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT8600.
      ****************************************************************
      * PROGRAM NAME: RPT8600
      * AUTHORS: Jacob Schamp
      * DATE: 10/15/2026
      * Github:
      * DESCRIPTION: Monthly sales journal interface to the general
      * ledger.  Reads every sales history record, pulls the closing
      * month's SH-MONTHLY-AMOUNT bucket, rolls it up to the
      * customer's branch through the customer master and to the
      * branch's region through the branch master, and maps each
      * branch to its GL revenue account from the account-mapping
      * file.  Writes a fixed-format header/detail/trailer journal
      * file the general ledger loads directly - one credit per
      * branch, a credit to suspense for any sales that cannot be
      * mapped, and one debit to the offset account for the month's
      * total - replacing the hand entry keyed from the YTD branch
      * totals on the sales report.  The printed journal proof lists
      * the month's sales by region and branch, every entry on the
      * journal file, and ties the journal to the raw SALHIST bucket
      * total for the month.  A journal that does not balance or does
      * not tie ends with RETURN-CODE 8 so the job stream holds the
      * GL file instead of shipping it; one that ties only through
      * suspense, or that had to ignore a bad mapping record, ends
      * with RETURN-CODE 4.
      *
      * MODIFICATION HISTORY:
      * 10/15/2026 JS  Initial version.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    OPTIONAL SO A MISSING CYCLE STATUS FILE IS REPORTED AS NO
      *    BUSINESS DATE OPEN INSTEAD OF FAILING ON THE OPEN.
           SELECT OPTIONAL I_CYCSTAT ASSIGN TO CYCSTAT.
           SELECT I_GLJCTL   ASSIGN TO GLJCTL.
           SELECT I_GLACCT   ASSIGN TO GLACCT.
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
           SELECT O_RPT8600  ASSIGN TO RPT8600.
           SELECT O_GLJRNL   ASSIGN TO GLJRNL.

       DATA DIVISION.
       FILE SECTION.

       FD  I_CYCSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1800 CHARACTERS
           BLOCK CONTAINS 1800 CHARACTERS.
       COPY CYCSTAT.

       FD  I_GLJCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY GLJCTL.

       FD  I_GLACCT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY GLACCT.

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

       FD  O_RPT8600
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                PIC X(130).

       FD  O_GLJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY GLJRNL.

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05 GLJCTL-EOF-SWITCH      PIC X VALUE "N".
              88 GLJCTL-EOF          VALUE "Y".
           05 GLACCT-EOF-SWITCH      PIC X VALUE "N".
              88 GLACCT-EOF          VALUE "Y".
           05 BRANCH-EOF-SWITCH      PIC X VALUE "N".
              88 BRANCH-EOF          VALUE "Y".
           05 SALHIST-EOF-SWITCH     PIC X VALUE "N".
              88 SALHIST-EOF         VALUE "Y".
           05 CUSTOMER-FOUND-SWITCH  PIC X VALUE "N".
              88 CUSTOMER-FOUND      VALUE "Y" FALSE "N".
           05 RUN-BALANCED-SWITCH    PIC X VALUE "Y".
              88 RUN-BALANCED        VALUE "Y" FALSE "N".
           05 OFFSET-FOUND-SWITCH    PIC X VALUE "N".
              88 OFFSET-FOUND        VALUE "Y" FALSE "N".
           05 SUSPENSE-FOUND-SWITCH  PIC X VALUE "N".
              88 SUSPENSE-FOUND      VALUE "Y" FALSE "N".
           05 HEADING-SECTION-SWITCH PIC X VALUE "R".
              88 PRINTING-REGISTER   VALUE "R".
              88 PRINTING-JOURNAL    VALUE "J".
           05 CYCSTAT-EOF-SWITCH     PIC X VALUE "N".
              88 CYCSTAT-EOF         VALUE "Y".
           05 CYCLE-STEP-FOUND-SWITCH PIC X VALUE "N".
              88 CYCLE-STEP-FOUND    VALUE "Y" FALSE "N".

       01  CYCLE-STEP-FIELDS.
           05 CYCLE-PROGRAM-NAME     PIC X(8) VALUE "RPT8600".
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

       01  JOURNAL-PERIOD.
           05 JOURNAL-MONTH          PIC 9(2) VALUE ZERO.
           05 JOURNAL-YEAR           PIC 9(4) VALUE ZERO.

       01  ACCOUNT-MAP-TABLE.
      *    THE REVENUE ACCOUNT FOR EACH BRANCH, SUBSCRIPTED BY BRANCH
      *    NUMBER + 1 SO BRANCH 00 HAS A SLOT.  A SPACE ACCOUNT MEANS
      *    THE BRANCH IS NOT MAPPED AND ITS SALES GO TO SUSPENSE.
           05 MAP-ENTRY              OCCURS 100 TIMES.
              10 MP-GL-ACCOUNT       PIC X(12).
              10 MP-DESCRIPTION      PIC X(30).

       01  CONTROL-ACCOUNTS.
           05 OFFSET-GL-ACCOUNT      PIC X(12) VALUE SPACE.
           05 OFFSET-DESCRIPTION     PIC X(30) VALUE SPACE.
           05 SUSPENSE-GL-ACCOUNT    PIC X(12) VALUE SPACE.
           05 SUSPENSE-DESCRIPTION   PIC X(30) VALUE SPACE.

       01  BRANCH-SALES-TABLE.
      *    THE MONTH'S SALES AND CUSTOMER COUNT FOR EACH BRANCH THE
      *    CUSTOMER MASTER ASSIGNS, SUBSCRIPTED BY BRANCH NUMBER + 1.
           05 BRANCH-SALES-ENTRY     OCCURS 100 TIMES.
              10 BS-CUSTOMER-COUNT   PIC S9(5) COMP-3.
              10 BS-MONTH-AMOUNT     PIC S9(9)V99 COMP-3.

       01  TABLE-SUBSCRIPTS          COMP.
           05 BRANCH-SUB             PIC S9(3) VALUE ZERO.

       01  JOURNAL-COUNTS            PACKED-DECIMAL.
           05 HISTORY-READ-COUNT     PIC S9(7) VALUE ZERO.
           05 UNMATCHED-CUST-COUNT   PIC S9(7) VALUE ZERO.
           05 MAP-RECORDS-READ       PIC S9(5) VALUE ZERO.
           05 MAP-WARNING-COUNT      PIC S9(5) VALUE ZERO.
           05 JOURNAL-DETAIL-COUNT   PIC S9(5) VALUE ZERO.
           05 JOURNAL-WRITTEN-COUNT  PIC S9(5) VALUE ZERO.
           05 UNKNOWN-BRANCH-COUNT   PIC S9(5) VALUE ZERO.
           05 UNMAPPED-BRANCH-COUNT  PIC S9(5) VALUE ZERO.
           05 REGION-CUSTOMER-COUNT  PIC S9(7) VALUE ZERO.
           05 COMPANY-CUSTOMER-COUNT PIC S9(7) VALUE ZERO.

       01  JOURNAL-TOTALS            PACKED-DECIMAL.
      *    SALHIST-MONTH-TOTAL IS THE RAW SUM OF THE CLOSING MONTH'S
      *    BUCKET ACROSS EVERY HISTORY RECORD - THE NUMBER THE TREND
      *    REPORT SEES.  THE PROOF TIES THE JOURNAL BACK TO IT.
           05 SALHIST-MONTH-TOTAL    PIC S9(11)V99 VALUE ZERO.
           05 UNMATCHED-CUST-AMOUNT  PIC S9(9)V99 VALUE ZERO.
           05 UNKNOWN-BRANCH-AMOUNT  PIC S9(9)V99 VALUE ZERO.
           05 UNMAPPED-BRANCH-AMOUNT PIC S9(9)V99 VALUE ZERO.
           05 BRANCH-REVENUE-TOTAL   PIC S9(11)V99 VALUE ZERO.
           05 SUSPENSE-AMOUNT        PIC S9(11)V99 VALUE ZERO.
           05 SUSPENSE-POSTED        PIC S9(11)V99 VALUE ZERO.
           05 NOT-JOURNALED-AMOUNT   PIC S9(11)V99 VALUE ZERO.
           05 JOURNAL-NET-AMOUNT     PIC S9(11)V99 VALUE ZERO.
           05 JOURNAL-TOTAL-DEBITS   PIC S9(11)V99 VALUE ZERO.
           05 JOURNAL-TOTAL-CREDITS  PIC S9(11)V99 VALUE ZERO.
           05 REGION-MONTH-AMOUNT    PIC S9(11)V99 VALUE ZERO.
           05 COMPANY-MONTH-AMOUNT   PIC S9(11)V99 VALUE ZERO.
           05 CROSS-FOOT-TOTAL       PIC S9(11)V99 VALUE ZERO.

       01  CALC-FIELDS               PACKED-DECIMAL.
           05 MONTH-BUCKET-AMOUNT    PIC S9(5)V99 VALUE ZERO.
           05 ENTRY-AMOUNT           PIC S9(11)V99 VALUE ZERO.

       01  ENTRY-WORK-FIELDS.
      *    THE JOURNAL DETAIL BEING BUILT BY 440-WRITE-JOURNAL-ENTRY.
           05 EW-GL-ACCOUNT          PIC X(12).
           05 EW-REGION-CODE         PIC 9(2).
           05 EW-BRANCH-NUMBER       PIC 9(2).
           05 EW-DESCRIPTION         PIC X(30).
      *    "C" FOR A REVENUE OR SUSPENSE LINE, "D" FOR THE OFFSET -
      *    THE DIRECTION A POSITIVE ENTRY-AMOUNT POSTS IN.  A
      *    NEGATIVE AMOUNT POSTS THE OTHER WAY.
           05 EW-NORMAL-SIDE         PIC X(1).

       01  PRINT-FIELDS              PACKED-DECIMAL.
           05 PAGE-COUNT             PIC S9(3) VALUE ZERO.
           05 LINES-ON-PAGE          PIC S9(3) VALUE +55.
           05 LINE-COUNT             PIC S9(3) VALUE +99.

       01  BRANCH-TABLE-CONTROL.
           05 WS-BRANCH-COUNT        PIC S9(3) COMP VALUE ZERO.
           05 MAX-BRANCH-ENTRIES     PIC S9(3) COMP VALUE +99.

       01  BRANCH-TABLE.
      *    LOADED THE SAME WAY RPT6000'S 203-LOAD-BRANCH-TABLE
      *    BUILDS ITS TABLE, CARRYING THE REGION EACH BRANCH ROLLS
      *    UP INTO.
           05 BRANCH-GROUP OCCURS 1 TO 99 TIMES
                 DEPENDING ON WS-BRANCH-COUNT
                 ASCENDING KEY IS BT-BRANCH-NUMBER
                 INDEXED BY BRT-INDEX.
              10 BT-BRANCH-NUMBER    PIC 9(2).
              10 BT-BRANCH-NAME      PIC X(20).
              10 BT-REGION-CODE      PIC 9(2).
              10 BT-REGION-NAME      PIC X(20).

       01  PRINT-ORDER-CONTROL.
           05 PO-ENTRY-COUNT         PIC S9(3) COMP VALUE ZERO.

       01  PRINT-ORDER-TABLE.
      *    ONE ENTRY PER BRANCH WITH SALES HISTORY IN THE MONTH,
      *    BUBBLE-SORTED ON REGION AND BRANCH FOR THE REGISTER - THE
      *    SAME SORT SHAPE AS THE COMMISSION REGISTER'S.  BRANCHES
      *    NOT ON THE BRANCH MASTER CARRY A SORT GROUP OF 1 SO THEY
      *    PRINT TOGETHER AFTER EVERY REAL REGION.
           05 PO-ENTRY OCCURS 100 TIMES INDEXED BY PO-INDEX.
              10 PO-SORT-KEY.
                 15 PO-SORT-GROUP    PIC 9(1).
                 15 PO-REGION-CODE   PIC 9(2).
                 15 PO-BRANCH-NUMBER PIC 9(2).
              10 PO-BRANCH-NAME      PIC X(20).
              10 PO-REGION-NAME      PIC X(20).
              10 PO-GL-ACCOUNT       PIC X(12).
              10 PO-DESCRIPTION      PIC X(30).
              10 PO-CUSTOMER-COUNT   PIC S9(5) COMP-3.
              10 PO-MONTH-AMOUNT     PIC S9(9)V99 COMP-3.
       01  PO-TEMP-ENTRY.
           05 PO-TEMP-SORT-KEY       PIC X(5).
           05 PO-TEMP-BRANCH-NAME    PIC X(20).
           05 PO-TEMP-REGION-NAME    PIC X(20).
           05 PO-TEMP-GL-ACCOUNT     PIC X(12).
           05 PO-TEMP-DESCRIPTION    PIC X(30).
           05 PO-TEMP-CUSTOMER-COUNT PIC S9(5) COMP-3.
           05 PO-TEMP-MONTH-AMOUNT   PIC S9(9)V99 COMP-3.

       01  SORT-WORK-FIELDS          COMP.
           05 SORT-OUTER-INDEX       PIC S9(3) VALUE ZERO.
           05 SORT-INNER-INDEX       PIC S9(3) VALUE ZERO.
           05 TABLE-PRINT-SUB        PIC S9(3) VALUE ZERO.

       01  BREAK-CONTROL-FIELDS.
           05 CURRENT-SORT-GROUP     PIC 9(1) VALUE ZERO.
           05 CURRENT-REGION-CODE    PIC 9(2) VALUE ZERO.
           05 CURRENT-REGION-NAME    PIC X(20) VALUE SPACE.

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
           05 FILLER          PIC X(20) VALUE "GL SALES JOURNAL PRO".
           05 FILLER          PIC X(33) VALUE "OF".
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
                                      VALUE "JOURNAL MONTH:    ".
           05 HL2-JOURNAL-MONTH      PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE "/".
           05 HL2-JOURNAL-YEAR       PIC 9(4).
           05 FILLER                 PIC X(26) VALUE SPACE.
           05 FILLER                 PIC X(7)  VALUE "RPT8600".
           05 FILLER                 PIC X(29) VALUE SPACE.

       01  HEADING-LINE-3.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(8)  VALUE "REGION".
           05 FILLER                 PIC X(8)  VALUE "BRANCH".
           05 FILLER                 PIC X(22) VALUE "BRANCH NAME".
           05 FILLER                 PIC X(14) VALUE "GL ACCOUNT".
           05 FILLER                 PIC X(11) VALUE "  CUSTOMERS".
           05 FILLER                 PIC X(17)
                                      VALUE "      MONTH SALES".
           05 FILLER                 PIC X(48) VALUE SPACE.

       01  HEADING-LINE-4.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(80) VALUE ALL '-'.
           05 FILLER                 PIC X(48) VALUE SPACE.

       01  JOURNAL-HEADING-LINE-3.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(14) VALUE "GL ACCOUNT".
           05 FILLER                 PIC X(6)  VALUE "REGN".
           05 FILLER                 PIC X(6)  VALUE "BRCH".
           05 FILLER                 PIC X(32) VALUE "DESCRIPTION".
           05 FILLER                 PIC X(20)
                                      VALUE "             DEBIT".
           05 FILLER                 PIC X(18)
                                      VALUE "            CREDIT".
           05 FILLER                 PIC X(32) VALUE SPACE.

       01  JOURNAL-HEADING-LINE-4.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(96) VALUE ALL '-'.
           05 FILLER                 PIC X(32) VALUE SPACE.

       01  BRANCH-SALES-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 BL-REGION-CODE         PIC X(2).
           05 FILLER                 PIC X(6)  VALUE SPACE.
           05 BL-BRANCH-NUMBER       PIC X(2).
           05 FILLER                 PIC X(6)  VALUE SPACE.
           05 BL-BRANCH-NAME         PIC X(20).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 BL-GL-ACCOUNT          PIC X(12).
           05 FILLER                 PIC X(4)  VALUE SPACE.
           05 BL-CUSTOMER-COUNT      PIC ZZ,ZZ9.
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 BL-MONTH-SALES         PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(50) VALUE SPACE.

       01  REGION-TOTAL-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(14)
                                      VALUE "REGION TOTAL".
           05 RT-REGION-CODE         PIC X(2).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 RT-REGION-NAME         PIC X(20).
           05 FILLER                 PIC X(15) VALUE SPACE.
           05 RT-CUSTOMER-COUNT      PIC ZZ,ZZ9.
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 RT-MONTH-SALES         PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(52) VALUE "*".

       01  COMPANY-TOTAL-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(52)
                                      VALUE "COMPANY TOTAL".
           05 CO-CUSTOMER-COUNT      PIC ZZ,ZZ9.
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 CO-MONTH-SALES         PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(52) VALUE "**".

       01  JOURNAL-ENTRY-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 JE-GL-ACCOUNT          PIC X(12).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 JE-REGION-CODE         PIC X(2).
           05 FILLER                 PIC X(4)  VALUE SPACE.
           05 JE-BRANCH-NUMBER       PIC X(2).
           05 FILLER                 PIC X(4)  VALUE SPACE.
           05 JE-DESCRIPTION         PIC X(30).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 JE-DEBIT               PIC $$$,$$$,$$$,$$9.99
                                     BLANK WHEN ZERO.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 JE-CREDIT              PIC $$$,$$$,$$$,$$9.99
                                     BLANK WHEN ZERO.
           05 FILLER                 PIC X(32) VALUE SPACE.

       01  JOURNAL-TOTAL-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(58)
                                      VALUE "JOURNAL TOTALS".
           05 JT-DEBITS              PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 JT-CREDITS             PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                 PIC X(32) VALUE "**".

       01  BUCKET-NOTE-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 BN-CAPTION             PIC X(34).
           05 BN-COUNT               PIC ZZ,ZZ9.
           05 FILLER                 PIC X(10) VALUE "  AMOUNT: ".
           05 BN-AMOUNT              PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(63) VALUE SPACE.

       01  BALANCE-PROOF-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 BP-CAPTION             PIC X(34).
           05 BP-AMOUNT              PIC $$,$$$,$$$,$$9.99-.
           05 FILLER                 PIC X(76) VALUE SPACE.

       01  BALANCE-RESULT-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 BR-TEXT                PIC X(50).
           05 FILLER                 PIC X(78) VALUE SPACE.

       01  MAP-WARNING-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(23)
              VALUE "*** GLACCT MAP RECORD: ".
           05 MW-RECORD-TYPE         PIC X(1).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 MW-BRANCH-NUMBER       PIC X(2).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 MW-GL-ACCOUNT          PIC X(12).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 MW-DESCRIPTION         PIC X(30).
           05 FILLER                 PIC X(57) VALUE SPACE.

       PROCEDURE DIVISION.

       000-PRODUCE-SALES-JOURNAL.
           PERFORM 020-START-CYCLE-STEP
           OPEN INPUT  I_GLJCTL I_GLACCT I_BRANCH I_CUSTMAST I_SALHIST
                OUTPUT O_RPT8600 O_GLJRNL

           PERFORM 100-FORMAT-REPORT-HEADING
           PERFORM 150-READ-CONTROL-CARD
           PERFORM 230-PRINT-HEADINGS
           PERFORM 200-LOAD-ACCOUNT-MAP
           PERFORM 205-LOAD-BRANCH-TABLE
           PERFORM 250-WRITE-JOURNAL-HEADER

           PERFORM 300-POST-HISTORY-RECORD UNTIL SALHIST-EOF

           PERFORM 400-BUILD-PRINT-ORDER
           PERFORM 410-SORT-PRINT-ORDER
           PERFORM 420-PRINT-SALES-REGISTER
           PERFORM 430-WRITE-JOURNAL-ENTRIES
           PERFORM 450-PRINT-BUCKET-NOTES
           PERFORM 460-PRINT-JOURNAL-PROOF
           PERFORM 470-WRITE-JOURNAL-TRAILER

           EVALUATE TRUE
               WHEN NOT RUN-BALANCED
                   MOVE 8 TO RETURN-CODE
               WHEN SUSPENSE-POSTED NOT = ZERO
                 OR MAP-WARNING-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           CLOSE I_GLJCTL I_GLACCT I_BRANCH I_CUSTMAST I_SALHIST
                 O_RPT8600 O_GLJRNL
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
               DISPLAY "RPT8600 - NO BUSINESS DATE OPEN ON CYCSTAT "
                       "- RUN STOPPED"
               PERFORM 025-STOP-CYCLE-STEP
           END-IF.

           PERFORM 027-FIND-CYCLE-STEP.
           IF NOT CYCLE-STEP-FOUND
               DISPLAY "RPT8600 - NOT A STEP OF THE NIGHTLY CYCLE "
                       "- RUN STOPPED"
               PERFORM 025-STOP-CYCLE-STEP
           END-IF.
           IF CY-STEP-COMPLETE (CY-STEP-INDEX)
              AND CY-STEP-BUSINESS-DATE (CY-STEP-INDEX)
                  = CY-BUSINESS-DATE
              AND CY-RERUN-PROGRAM NOT = CYCLE-PROGRAM-NAME
               DISPLAY "RPT8600 - ALREADY COMPLETE FOR BUSINESS DATE "
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
                       DISPLAY "RPT8600 - PREDECESSOR "
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
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

       150-READ-CONTROL-CARD.
      *    A MISSING CARD OR A ZERO/SPACE MONTH DEFAULTS TO THE RUN
      *    DATE'S MONTH - THE SAME DEFAULT THE COMMISSION CARD USES.
      *    A MONTH THAT IS PRESENT BUT NOT 01-12 STOPS THE RUN: THE
      *    LEDGER DOES NOT GET A JOURNAL FOR A GUESSED PERIOD.
           READ I_GLJCTL
               AT END
                   SET GLJCTL-EOF TO TRUE
           END-READ.
           IF GLJCTL-EOF
              OR GJ-JOURNAL-MONTH-X = SPACE
              OR GJ-JOURNAL-MONTH-X = "00"
               MOVE CD-MONTH TO JOURNAL-MONTH
           ELSE
               IF GJ-JOURNAL-MONTH-X NOT NUMERIC
                  OR GJ-JOURNAL-MONTH > 12
                   DISPLAY "RPT8600 - JOURNAL MONTH ON GLJCTL "
                           "IS NOT 01-12 - RUN STOPPED"
                   PERFORM 160-STOP-RUN
               ELSE
                   MOVE GJ-JOURNAL-MONTH TO JOURNAL-MONTH
               END-IF
           END-IF.
           MOVE CD-YEAR TO JOURNAL-YEAR.
           MOVE JOURNAL-MONTH TO HL2-JOURNAL-MONTH.
           MOVE JOURNAL-YEAR  TO HL2-JOURNAL-YEAR.

       160-STOP-RUN.
           MOVE 16 TO RETURN-CODE.
           CLOSE I_GLJCTL I_GLACCT I_BRANCH I_CUSTMAST I_SALHIST
                 O_RPT8600 O_GLJRNL.
           STOP RUN.

       200-LOAD-ACCOUNT-MAP.
      *    A MAPPING RECORD THAT CANNOT BE USED IS LISTED ON THE
      *    PROOF AND IGNORED - ITS BRANCH'S SALES GO TO SUSPENSE AND
      *    THE RUN ENDS WITH A WARNING.  WITHOUT AN OFFSET ACCOUNT
      *    NO BALANCED JOURNAL CAN BE BUILT AT ALL, SO THE RUN STOPS.
           PERFORM VARYING BRANCH-SUB FROM 1 BY 1
                   UNTIL BRANCH-SUB > 100
               MOVE SPACES TO MAP-ENTRY (BRANCH-SUB)
               MOVE ZERO TO BS-CUSTOMER-COUNT (BRANCH-SUB)
                            BS-MONTH-AMOUNT (BRANCH-SUB)
           END-PERFORM.
           PERFORM 210-READ-ACCOUNT-MAP-RECORD.
           PERFORM UNTIL GLACCT-EOF
                 PERFORM 215-STORE-ACCOUNT-MAP-RECORD
                 PERFORM 210-READ-ACCOUNT-MAP-RECORD
           END-PERFORM.
           IF NOT OFFSET-FOUND
               DISPLAY "RPT8600 - NO OFFSET ACCOUNT ON GLACCT "
                       "- RUN STOPPED"
               PERFORM 160-STOP-RUN
           END-IF.

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
                 MOVE BM-REGION-NAME
                     TO BT-REGION-NAME (WS-BRANCH-COUNT)
                 PERFORM 207-READ-BRANCH-RECORD
           END-PERFORM.

       207-READ-BRANCH-RECORD.
           READ I_BRANCH
              AT END
                 SET BRANCH-EOF TO TRUE
           END-READ.

       210-READ-ACCOUNT-MAP-RECORD.
           READ I_GLACCT
              AT END
                 SET GLACCT-EOF TO TRUE
              NOT AT END
                 ADD 1 TO MAP-RECORDS-READ
           END-READ.

       215-STORE-ACCOUNT-MAP-RECORD.
           EVALUATE TRUE
               WHEN GA-GL-ACCOUNT = SPACE
                   PERFORM 217-WRITE-MAP-WARNING
               WHEN GA-BRANCH-ACCOUNT
                   IF GA-BRANCH-NUMBER-X NOT NUMERIC
                       PERFORM 217-WRITE-MAP-WARNING
                   ELSE
                       COMPUTE BRANCH-SUB = GA-BRANCH-NUMBER + 1
                       IF MP-GL-ACCOUNT (BRANCH-SUB) NOT = SPACE
                           PERFORM 217-WRITE-MAP-WARNING
                       ELSE
                           MOVE GA-GL-ACCOUNT
                               TO MP-GL-ACCOUNT (BRANCH-SUB)
                           MOVE GA-ACCOUNT-DESCRIPTION
                               TO MP-DESCRIPTION (BRANCH-SUB)
                       END-IF
                   END-IF
               WHEN GA-OFFSET-ACCOUNT
                   IF OFFSET-FOUND
                       PERFORM 217-WRITE-MAP-WARNING
                   ELSE
                       SET OFFSET-FOUND TO TRUE
                       MOVE GA-GL-ACCOUNT TO OFFSET-GL-ACCOUNT
                       MOVE GA-ACCOUNT-DESCRIPTION
                           TO OFFSET-DESCRIPTION
                   END-IF
               WHEN GA-SUSPENSE-ACCOUNT
                   IF SUSPENSE-FOUND
                       PERFORM 217-WRITE-MAP-WARNING
                   ELSE
                       SET SUSPENSE-FOUND TO TRUE
                       MOVE GA-GL-ACCOUNT TO SUSPENSE-GL-ACCOUNT
                       MOVE GA-ACCOUNT-DESCRIPTION
                           TO SUSPENSE-DESCRIPTION
                   END-IF
               WHEN OTHER
                   PERFORM 217-WRITE-MAP-WARNING
           END-EVALUATE.

       217-WRITE-MAP-WARNING.
           ADD 1 TO MAP-WARNING-COUNT.
           MOVE GA-RECORD-TYPE         TO MW-RECORD-TYPE.
           MOVE GA-BRANCH-NUMBER-X     TO MW-BRANCH-NUMBER.
           MOVE GA-GL-ACCOUNT          TO MW-GL-ACCOUNT.
           MOVE GA-ACCOUNT-DESCRIPTION TO MW-DESCRIPTION.
           MOVE MAP-WARNING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

       230-PRINT-HEADINGS.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.

           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           IF PRINTING-JOURNAL
               MOVE JOURNAL-HEADING-LINE-3 TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2
               MOVE JOURNAL-HEADING-LINE-4 TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1
           ELSE
               MOVE HEADING-LINE-3 TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2
               MOVE HEADING-LINE-4 TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1
           END-IF.

           MOVE +6 TO LINE-COUNT.

       250-WRITE-JOURNAL-HEADER.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "H" TO GL-RECORD-TYPE.
           MOVE CD-YEAR  TO GL-RUN-DATE (1:4).
           MOVE CD-MONTH TO GL-RUN-DATE (5:2).
           MOVE CD-DAY   TO GL-RUN-DATE (7:2).
           MOVE CD-HOURS   TO GL-RUN-TIME (1:2).
           MOVE CD-MINUTES TO GL-RUN-TIME (3:2).
           MOVE JOURNAL-YEAR  TO GL-HDR-JOURNAL-YEAR.
           MOVE JOURNAL-MONTH TO GL-HDR-JOURNAL-MONTH.
           MOVE "SALES"       TO GL-JOURNAL-SOURCE.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO JOURNAL-WRITTEN-COUNT.

       300-POST-HISTORY-RECORD.
           PERFORM 305-READ-HISTORY-RECORD
           IF NOT SALHIST-EOF
               ADD 1 TO HISTORY-READ-COUNT
               MOVE SH-MONTHLY-AMOUNT (JOURNAL-MONTH)
                   TO MONTH-BUCKET-AMOUNT
               ADD MONTH-BUCKET-AMOUNT TO SALHIST-MONTH-TOTAL
               PERFORM 310-FETCH-CUSTOMER-MASTER
               IF CUSTOMER-FOUND
                   COMPUTE BRANCH-SUB = CM-BRANCH-NUMBER + 1
                   ADD 1 TO BS-CUSTOMER-COUNT (BRANCH-SUB)
                   ADD MONTH-BUCKET-AMOUNT
                       TO BS-MONTH-AMOUNT (BRANCH-SUB)
               ELSE
                   ADD 1 TO UNMATCHED-CUST-COUNT
                   ADD MONTH-BUCKET-AMOUNT TO UNMATCHED-CUST-AMOUNT
               END-IF
           END-IF.

       305-READ-HISTORY-RECORD.
           READ I_SALHIST NEXT RECORD
               AT END
                   SET SALHIST-EOF TO TRUE
           END-READ.

       310-FETCH-CUSTOMER-MASTER.
      *    THE BRANCH COMES FROM THE CUSTOMER MASTER, NOT FROM THE
      *    HISTORY RECORD - A HISTORY CUSTOMER WITH NO MASTER RECORD
      *    HAS NO BRANCH TO CREDIT AND GOES TO SUSPENSE.
           SET CUSTOMER-FOUND TO FALSE.
           MOVE SH-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ I_CUSTMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
           END-READ.

       400-BUILD-PRINT-ORDER.
      *    ONE PRINT ENTRY PER BRANCH THAT HAD A HISTORY CUSTOMER,
      *    EVEN AT ZERO SALES, SO EVERY ACTIVE BRANCH SHOWS ON THE
      *    PROOF.  A BRANCH NOT ON THE BRANCH MASTER HAS NO REGION;
      *    ONE WITH NO GL ACCOUNT HAS NOWHERE TO BE CREDITED.  BOTH
      *    ARE TAKEN TO SUSPENSE.
           MOVE ZERO TO PO-ENTRY-COUNT.
           PERFORM VARYING BRANCH-SUB FROM 1 BY 1
                   UNTIL BRANCH-SUB > 100
               IF BS-CUSTOMER-COUNT (BRANCH-SUB) > ZERO
                   ADD 1 TO PO-ENTRY-COUNT
                   PERFORM 405-BUILD-PRINT-ENTRY
               END-IF
           END-PERFORM.

       405-BUILD-PRINT-ENTRY.
           COMPUTE PO-BRANCH-NUMBER (PO-ENTRY-COUNT) = BRANCH-SUB - 1.
           MOVE BS-CUSTOMER-COUNT (BRANCH-SUB)
               TO PO-CUSTOMER-COUNT (PO-ENTRY-COUNT).
           MOVE BS-MONTH-AMOUNT (BRANCH-SUB)
               TO PO-MONTH-AMOUNT (PO-ENTRY-COUNT).
           MOVE MP-GL-ACCOUNT (BRANCH-SUB)
               TO PO-GL-ACCOUNT (PO-ENTRY-COUNT).
           MOVE MP-DESCRIPTION (BRANCH-SUB)
               TO PO-DESCRIPTION (PO-ENTRY-COUNT).
           SEARCH ALL BRANCH-GROUP
              AT END
                 MOVE 1    TO PO-SORT-GROUP (PO-ENTRY-COUNT)
                 MOVE ZERO TO PO-REGION-CODE (PO-ENTRY-COUNT)
                 MOVE "(NOT ON BRANCH FILE)"
                     TO PO-BRANCH-NAME (PO-ENTRY-COUNT)
                 MOVE "(NO REGION)"
                     TO PO-REGION-NAME (PO-ENTRY-COUNT)
              WHEN BT-BRANCH-NUMBER (BRT-INDEX)
                       = PO-BRANCH-NUMBER (PO-ENTRY-COUNT)
                 MOVE ZERO TO PO-SORT-GROUP (PO-ENTRY-COUNT)
                 MOVE BT-REGION-CODE (BRT-INDEX)
                     TO PO-REGION-CODE (PO-ENTRY-COUNT)
                 MOVE BT-BRANCH-NAME (BRT-INDEX)
                     TO PO-BRANCH-NAME (PO-ENTRY-COUNT)
                 MOVE BT-REGION-NAME (BRT-INDEX)
                     TO PO-REGION-NAME (PO-ENTRY-COUNT)
           END-SEARCH.
           IF PO-DESCRIPTION (PO-ENTRY-COUNT) = SPACE
               MOVE PO-BRANCH-NAME (PO-ENTRY-COUNT)
                   TO PO-DESCRIPTION (PO-ENTRY-COUNT)
           END-IF.

       410-SORT-PRINT-ORDER.
           PERFORM VARYING SORT-OUTER-INDEX FROM 1 BY 1
                   UNTIL SORT-OUTER-INDEX >= PO-ENTRY-COUNT
               PERFORM VARYING SORT-INNER-INDEX FROM 1 BY 1
                       UNTIL SORT-INNER-INDEX >
                             PO-ENTRY-COUNT - SORT-OUTER-INDEX
                   IF PO-SORT-KEY (SORT-INNER-INDEX) >
                      PO-SORT-KEY (SORT-INNER-INDEX + 1)
                       PERFORM 412-SWAP-PRINT-ENTRIES
                   END-IF
               END-PERFORM
           END-PERFORM.

       412-SWAP-PRINT-ENTRIES.
           MOVE PO-ENTRY (SORT-INNER-INDEX)     TO PO-TEMP-ENTRY.
           MOVE PO-ENTRY (SORT-INNER-INDEX + 1)
               TO PO-ENTRY (SORT-INNER-INDEX).
           MOVE PO-TEMP-ENTRY TO PO-ENTRY (SORT-INNER-INDEX + 1).

       420-PRINT-SALES-REGISTER.
      *    BRANCH LINES BY REGION WITH A TOTAL AT EACH REGION BREAK.
      *    A BRANCH GOING TO SUSPENSE PRINTS "*SUSPENSE*" WHERE ITS
      *    GL ACCOUNT WOULD BE.
           PERFORM VARYING TABLE-PRINT-SUB FROM 1 BY 1
                   UNTIL TABLE-PRINT-SUB > PO-ENTRY-COUNT
               IF TABLE-PRINT-SUB > 1
                  AND (PO-SORT-GROUP (TABLE-PRINT-SUB)
                          NOT = CURRENT-SORT-GROUP
                    OR PO-REGION-CODE (TABLE-PRINT-SUB)
                          NOT = CURRENT-REGION-CODE)
                   PERFORM 428-PRINT-REGION-TOTAL
               END-IF
               MOVE PO-SORT-GROUP (TABLE-PRINT-SUB)
                   TO CURRENT-SORT-GROUP
               MOVE PO-REGION-CODE (TABLE-PRINT-SUB)
                   TO CURRENT-REGION-CODE
               MOVE PO-REGION-NAME (TABLE-PRINT-SUB)
                   TO CURRENT-REGION-NAME
               PERFORM 425-PRINT-BRANCH-LINE
           END-PERFORM.
           IF PO-ENTRY-COUNT > ZERO
               PERFORM 428-PRINT-REGION-TOTAL
           END-IF.

           MOVE COMPANY-CUSTOMER-COUNT TO CO-CUSTOMER-COUNT.
           MOVE COMPANY-MONTH-AMOUNT   TO CO-MONTH-SALES.
           MOVE COMPANY-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           ADD 2 TO LINE-COUNT.

       425-PRINT-BRANCH-LINE.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF.
           MOVE PO-BRANCH-NUMBER (TABLE-PRINT-SUB)
               TO BL-BRANCH-NUMBER.
           MOVE PO-BRANCH-NAME (TABLE-PRINT-SUB) TO BL-BRANCH-NAME.
           IF PO-SORT-GROUP (TABLE-PRINT-SUB) = ZERO
               MOVE PO-REGION-CODE (TABLE-PRINT-SUB) TO BL-REGION-CODE
           ELSE
               MOVE "**" TO BL-REGION-CODE
           END-IF.
           MOVE PO-CUSTOMER-COUNT (TABLE-PRINT-SUB)
               TO BL-CUSTOMER-COUNT.
           MOVE PO-MONTH-AMOUNT (TABLE-PRINT-SUB) TO BL-MONTH-SALES.
           EVALUATE TRUE
               WHEN PO-SORT-GROUP (TABLE-PRINT-SUB) NOT = ZERO
                   MOVE "*SUSPENSE*" TO BL-GL-ACCOUNT
                   ADD 1 TO UNKNOWN-BRANCH-COUNT
                   ADD PO-MONTH-AMOUNT (TABLE-PRINT-SUB)
                       TO UNKNOWN-BRANCH-AMOUNT
               WHEN PO-GL-ACCOUNT (TABLE-PRINT-SUB) = SPACE
                   MOVE "*SUSPENSE*" TO BL-GL-ACCOUNT
                   ADD 1 TO UNMAPPED-BRANCH-COUNT
                   ADD PO-MONTH-AMOUNT (TABLE-PRINT-SUB)
                       TO UNMAPPED-BRANCH-AMOUNT
               WHEN OTHER
                   MOVE PO-GL-ACCOUNT (TABLE-PRINT-SUB)
                       TO BL-GL-ACCOUNT
           END-EVALUATE.
           MOVE BRANCH-SALES-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.
           ADD PO-CUSTOMER-COUNT (TABLE-PRINT-SUB)
               TO REGION-CUSTOMER-COUNT.
           ADD PO-MONTH-AMOUNT (TABLE-PRINT-SUB)
               TO REGION-MONTH-AMOUNT.

       428-PRINT-REGION-TOTAL.
           IF CURRENT-SORT-GROUP = ZERO
               MOVE CURRENT-REGION-CODE TO RT-REGION-CODE
           ELSE
               MOVE "**" TO RT-REGION-CODE
           END-IF.
           MOVE CURRENT-REGION-NAME   TO RT-REGION-NAME.
           MOVE REGION-CUSTOMER-COUNT TO RT-CUSTOMER-COUNT.
           MOVE REGION-MONTH-AMOUNT   TO RT-MONTH-SALES.
           MOVE REGION-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 3 TO LINE-COUNT.
           ADD REGION-CUSTOMER-COUNT TO COMPANY-CUSTOMER-COUNT.
           ADD REGION-MONTH-AMOUNT   TO COMPANY-MONTH-AMOUNT.
           MOVE ZERO TO REGION-CUSTOMER-COUNT REGION-MONTH-AMOUNT.

       430-WRITE-JOURNAL-ENTRIES.
      *    ONE REVENUE LINE PER MAPPED BRANCH WITH NON-ZERO SALES,
      *    THEN ONE SUSPENSE LINE FOR EVERYTHING THAT COULD NOT BE
      *    MAPPED, THEN THE OFFSET FOR THE NET OF BOTH - SO THE
      *    JOURNAL BALANCES BY CONSTRUCTION AND THE PROOF CAN TIE IT
      *    TO SALHIST.  WITH NO SUSPENSE ACCOUNT ON THE MAP THE
      *    UNMAPPED SALES ARE LEFT OFF THE JOURNAL, THE PROOF DOES
      *    NOT TIE, AND THE FILE IS HELD.
           SET PRINTING-JOURNAL TO TRUE.
           PERFORM 230-PRINT-HEADINGS.
           PERFORM VARYING TABLE-PRINT-SUB FROM 1 BY 1
                   UNTIL TABLE-PRINT-SUB > PO-ENTRY-COUNT
               IF PO-SORT-GROUP (TABLE-PRINT-SUB) = ZERO
                  AND PO-GL-ACCOUNT (TABLE-PRINT-SUB) NOT = SPACE
                  AND PO-MONTH-AMOUNT (TABLE-PRINT-SUB) NOT = ZERO
                   MOVE PO-GL-ACCOUNT (TABLE-PRINT-SUB)
                       TO EW-GL-ACCOUNT
                   MOVE PO-REGION-CODE (TABLE-PRINT-SUB)
                       TO EW-REGION-CODE
                   MOVE PO-BRANCH-NUMBER (TABLE-PRINT-SUB)
                       TO EW-BRANCH-NUMBER
                   MOVE PO-DESCRIPTION (TABLE-PRINT-SUB)
                       TO EW-DESCRIPTION
                   MOVE "C" TO EW-NORMAL-SIDE
                   MOVE PO-MONTH-AMOUNT (TABLE-PRINT-SUB)
                       TO ENTRY-AMOUNT
                   ADD ENTRY-AMOUNT TO BRANCH-REVENUE-TOTAL
                   PERFORM 440-WRITE-JOURNAL-ENTRY
               END-IF
           END-PERFORM.

           COMPUTE SUSPENSE-AMOUNT =
               UNMATCHED-CUST-AMOUNT + UNKNOWN-BRANCH-AMOUNT
               + UNMAPPED-BRANCH-AMOUNT.
           IF SUSPENSE-AMOUNT NOT = ZERO
               IF SUSPENSE-FOUND
                   MOVE SUSPENSE-GL-ACCOUNT TO EW-GL-ACCOUNT
                   MOVE ZERO TO EW-REGION-CODE EW-BRANCH-NUMBER
                   MOVE SUSPENSE-DESCRIPTION TO EW-DESCRIPTION
                   IF EW-DESCRIPTION = SPACE
                       MOVE "UNMAPPED MONTHLY SALES" TO EW-DESCRIPTION
                   END-IF
                   MOVE "C" TO EW-NORMAL-SIDE
                   MOVE SUSPENSE-AMOUNT TO ENTRY-AMOUNT
                   MOVE SUSPENSE-AMOUNT TO SUSPENSE-POSTED
                   PERFORM 440-WRITE-JOURNAL-ENTRY
               ELSE
                   MOVE SUSPENSE-AMOUNT TO NOT-JOURNALED-AMOUNT
               END-IF
           END-IF.

           COMPUTE JOURNAL-NET-AMOUNT =
               BRANCH-REVENUE-TOTAL + SUSPENSE-POSTED.
           IF JOURNAL-NET-AMOUNT NOT = ZERO
               MOVE OFFSET-GL-ACCOUNT TO EW-GL-ACCOUNT
               MOVE ZERO TO EW-REGION-CODE EW-BRANCH-NUMBER
               MOVE OFFSET-DESCRIPTION TO EW-DESCRIPTION
               IF EW-DESCRIPTION = SPACE
                   MOVE "MONTHLY SALES OFFSET" TO EW-DESCRIPTION
               END-IF
               MOVE "D" TO EW-NORMAL-SIDE
               MOVE JOURNAL-NET-AMOUNT TO ENTRY-AMOUNT
               PERFORM 440-WRITE-JOURNAL-ENTRY
           END-IF.

           MOVE JOURNAL-TOTAL-DEBITS  TO JT-DEBITS.
           MOVE JOURNAL-TOTAL-CREDITS TO JT-CREDITS.
           MOVE JOURNAL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           ADD 2 TO LINE-COUNT.

       440-WRITE-JOURNAL-ENTRY.
      *    WRITES ENTRY-AMOUNT ON ITS NORMAL SIDE, OR ITS ABSOLUTE
      *    VALUE ON THE OPPOSITE SIDE WHEN IT IS NEGATIVE, AND
      *    PRINTS THE SAME ENTRY ON THE PROOF.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "D" TO GL-RECORD-TYPE.
           MOVE JOURNAL-YEAR     TO GL-JOURNAL-YEAR.
           MOVE JOURNAL-MONTH    TO GL-JOURNAL-MONTH.
           MOVE EW-GL-ACCOUNT    TO GL-ACCOUNT.
           MOVE EW-REGION-CODE   TO GL-REGION-CODE.
           MOVE EW-BRANCH-NUMBER TO GL-BRANCH-NUMBER.
           MOVE EW-DESCRIPTION   TO GL-DESCRIPTION.
           MOVE EW-NORMAL-SIDE   TO GL-DEBIT-CREDIT.
           IF ENTRY-AMOUNT < ZERO
               COMPUTE ENTRY-AMOUNT = ZERO - ENTRY-AMOUNT
               IF GL-DEBIT
                   SET GL-CREDIT TO TRUE
               ELSE
                   SET GL-DEBIT TO TRUE
               END-IF
           END-IF.
           MOVE ENTRY-AMOUNT TO GL-AMOUNT.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO JOURNAL-DETAIL-COUNT JOURNAL-WRITTEN-COUNT.

           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF.
           MOVE EW-GL-ACCOUNT TO JE-GL-ACCOUNT.
           IF EW-BRANCH-NUMBER = ZERO AND EW-REGION-CODE = ZERO
              AND EW-NORMAL-SIDE = "D"
               MOVE SPACES TO JE-REGION-CODE JE-BRANCH-NUMBER
           ELSE
               MOVE EW-REGION-CODE   TO JE-REGION-CODE
               MOVE EW-BRANCH-NUMBER TO JE-BRANCH-NUMBER
           END-IF.
           MOVE EW-DESCRIPTION TO JE-DESCRIPTION.
           IF GL-DEBIT
               MOVE ENTRY-AMOUNT TO JE-DEBIT
               MOVE ZERO         TO JE-CREDIT
               ADD ENTRY-AMOUNT  TO JOURNAL-TOTAL-DEBITS
           ELSE
               MOVE ZERO         TO JE-DEBIT
               MOVE ENTRY-AMOUNT TO JE-CREDIT
               ADD ENTRY-AMOUNT  TO JOURNAL-TOTAL-CREDITS
           END-IF.
           MOVE JOURNAL-ENTRY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

       450-PRINT-BUCKET-NOTES.
           IF LINE-COUNT > LINES-ON-PAGE - 20
               PERFORM 230-PRINT-HEADINGS
           END-IF.
           IF UNMATCHED-CUST-COUNT > ZERO
               MOVE "HISTORY CUSTOMERS NOT ON CUSTMAST:"
                   TO BN-CAPTION
               MOVE UNMATCHED-CUST-COUNT  TO BN-COUNT
               MOVE UNMATCHED-CUST-AMOUNT TO BN-AMOUNT
               MOVE BUCKET-NOTE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2
               ADD 2 TO LINE-COUNT
           END-IF.
           IF UNKNOWN-BRANCH-COUNT > ZERO
               MOVE "BRANCHES NOT ON BRANCH FILE:      "
                   TO BN-CAPTION
               MOVE UNKNOWN-BRANCH-COUNT  TO BN-COUNT
               MOVE UNKNOWN-BRANCH-AMOUNT TO BN-AMOUNT
               MOVE BUCKET-NOTE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1
               ADD 1 TO LINE-COUNT
           END-IF.
           IF UNMAPPED-BRANCH-COUNT > ZERO
               MOVE "BRANCHES WITH NO GL ACCOUNT:      "
                   TO BN-CAPTION
               MOVE UNMAPPED-BRANCH-COUNT  TO BN-COUNT
               MOVE UNMAPPED-BRANCH-AMOUNT TO BN-AMOUNT
               MOVE BUCKET-NOTE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1
               ADD 1 TO LINE-COUNT
           END-IF.
           IF MAP-WARNING-COUNT > ZERO
               MOVE "GLACCT MAP RECORDS IGNORED:       "
                   TO BN-CAPTION
               MOVE MAP-WARNING-COUNT TO BN-COUNT
               MOVE ZERO              TO BN-AMOUNT
               MOVE BUCKET-NOTE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1
               ADD 1 TO LINE-COUNT
           END-IF.

       460-PRINT-JOURNAL-PROOF.
      *    THE JOURNAL MUST BALANCE - DEBITS EQUAL CREDITS - AND
      *    MUST TIE TO THE MONTH: THE NET REVENUE CREDITED TO THE
      *    BRANCH ACCOUNTS PLUS WHAT WENT TO SUSPENSE MUST EQUAL THE
      *    RAW SALHIST BUCKET TOTAL, AND THE REGISTER'S COMPANY
      *    TOTAL PLUS THE CUSTOMERS NOT ON CUSTMAST MUST CROSS-FOOT
      *    TO IT AS WELL.  EITHER FAILING HOLDS THE GL FILE.
           MOVE "SALHIST MONTH BUCKET TOTAL:       " TO BP-CAPTION.
           MOVE SALHIST-MONTH-TOTAL TO BP-AMOUNT.
           MOVE BALANCE-PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3.

           MOVE "CREDITED TO BRANCH ACCOUNTS (NET):" TO BP-CAPTION.
           MOVE BRANCH-REVENUE-TOTAL TO BP-AMOUNT.
           MOVE BALANCE-PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "CREDITED TO SUSPENSE (NET):       " TO BP-CAPTION.
           MOVE SUSPENSE-POSTED TO BP-AMOUNT.
           MOVE BALANCE-PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "NOT JOURNALED - NO SUSPENSE ACCT: " TO BP-CAPTION.
           MOVE NOT-JOURNALED-AMOUNT TO BP-AMOUNT.
           MOVE BALANCE-PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "JOURNAL DEBITS:                   " TO BP-CAPTION.
           MOVE JOURNAL-TOTAL-DEBITS TO BP-AMOUNT.
           MOVE BALANCE-PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

           MOVE "JOURNAL CREDITS:                  " TO BP-CAPTION.
           MOVE JOURNAL-TOTAL-CREDITS TO BP-AMOUNT.
           MOVE BALANCE-PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           COMPUTE CROSS-FOOT-TOTAL =
               COMPANY-MONTH-AMOUNT + UNMATCHED-CUST-AMOUNT.
           EVALUATE TRUE
               WHEN JOURNAL-TOTAL-DEBITS NOT = JOURNAL-TOTAL-CREDITS
                   SET RUN-BALANCED TO FALSE
                   MOVE "*** JOURNAL DOES NOT BALANCE - GL FILE HELD"
                       TO BR-TEXT
               WHEN BRANCH-REVENUE-TOTAL + SUSPENSE-POSTED
                       NOT = SALHIST-MONTH-TOTAL
                 OR CROSS-FOOT-TOTAL NOT = SALHIST-MONTH-TOTAL
                   SET RUN-BALANCED TO FALSE
                   MOVE "*** JOURNAL DOES NOT TIE TO SALHIST - GL "
                       TO BR-TEXT
                   MOVE "FILE HELD" TO BR-TEXT (42:9)
               WHEN SUSPENSE-POSTED NOT = ZERO
                   MOVE "JOURNAL IN BALANCE - SUSPENSE TO BE CLEARED"
                       TO BR-TEXT
               WHEN OTHER
                   MOVE "JOURNAL IN BALANCE - TIES TO SALHIST MONTH"
                       TO BR-TEXT
           END-EVALUATE.
           MOVE BALANCE-RESULT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

       470-WRITE-JOURNAL-TRAILER.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "T" TO GL-RECORD-TYPE.
           MOVE JOURNAL-DETAIL-COUNT  TO GL-DETAIL-COUNT.
           MOVE JOURNAL-TOTAL-DEBITS  TO GL-TOTAL-DEBITS.
           MOVE JOURNAL-TOTAL-CREDITS TO GL-TOTAL-CREDITS.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO JOURNAL-WRITTEN-COUNT.

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
               MOVE JOURNAL-WRITTEN-COUNT
                   TO CY-STEP-WRITTEN-COUNT (CY-STEP-INDEX)
               REWRITE CYCLE-STATUS-RECORD
           END-IF.
           CLOSE I_CYCSTAT.
