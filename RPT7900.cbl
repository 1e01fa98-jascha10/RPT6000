       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT7900.
      ****************************************************************
      * PROGRAM NAME: RPT7900
      * AUTHORS: Jacob Schamp
      * DATE: 10/15/2026
      * Github:
      * DESCRIPTION: Billing suspense aging report.  Reads the
      * billing suspense file the billing edit/load carries from
      * night to night, lists every line still pending - customer,
      * type, month, net amount, the date it was first suspended,
      * how many times it has been retried, how many days old it
      * is, and why it was last rejected - then summarizes the
      * pending dollars by reject reason across 0-30, 31-60, 61-90,
      * and over-90-day age buckets, largest reason first, with a
      * company total.  Recovered lines, which have already posted
      * and are only carried so the nightly rebuild keeps them, are
      * counted on a separate line and kept out of the aging - so
      * Finance can see at any point in the month how many dollars
      * are sitting outside the masters and why.
      *
      * MODIFICATION HISTORY:
      * 10/15/2026 JS  Initial version.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    OPTIONAL FOR THE SAME REASON THE BILLING LOAD DECLARES ITS
      *    SUSPENSE INPUT OPTIONAL - BEFORE THE FIRST LOAD EVER
      *    WRITES THE FILE, THE AGING REPORT SHOULD PRINT EMPTY, NOT
      *    FAIL ON THE OPEN.
           SELECT OPTIONAL I_SUSPENSE ASSIGN TO SUSPENSE.
           SELECT O_RPT7900  ASSIGN TO RPT7900.

       DATA DIVISION.
       FILE SECTION.

       FD  I_SUSPENSE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY SUSPENS.

       FD  O_RPT7900
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                PIC X(130).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05 SUSPENSE-EOF-SWITCH    PIC X VALUE "N".
              88 SUSPENSE-EOF        VALUE "Y".
           05 REASON-FOUND-SWITCH    PIC X VALUE "N".
              88 REASON-FOUND        VALUE "Y" FALSE "N".

       01  AGING-COUNTS              PACKED-DECIMAL.
           05 SUSPENSE-READ-COUNT    PIC S9(7) VALUE ZERO.
           05 PENDING-COUNT          PIC S9(7) VALUE ZERO.
           05 RECOVERED-COUNT        PIC S9(7) VALUE ZERO.

       01  AGING-TOTALS              PACKED-DECIMAL.
           05 PENDING-AMOUNT         PIC S9(9)V99 VALUE ZERO.
           05 RECOVERED-AMOUNT       PIC S9(9)V99 VALUE ZERO.
           05 GRAND-BUCKET-AMOUNT    PIC S9(9)V99 VALUE ZERO
                                     OCCURS 4 TIMES.

       01  ITEM-FIELDS.
           05 ITEM-SIGNED-AMOUNT     PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 ITEM-AGE-DAYS          PIC S9(5) COMP-3 VALUE ZERO.
           05 AGE-BUCKET-SUB         PIC S9(3) COMP VALUE ZERO.

       01  RUN-DATE-FIELDS.
           05 TODAY-DATE             PIC 9(8) VALUE ZERO.
           05 TODAY-DAY-NUMBER       PIC S9(7) COMP VALUE ZERO.

       01  SUSPENSE-DATE-SPLIT.
           05 SD-YEAR                PIC 9(4).
           05 SD-MONTH               PIC 9(2).
           05 SD-DAY                 PIC 9(2).
       01  SUSPENSE-DATE-NUMBER      REDEFINES SUSPENSE-DATE-SPLIT
                                     PIC 9(8).

       01  REASON-TABLE-CONTROL.
           05 REASON-ENTRY-COUNT     PIC S9(3) COMP VALUE ZERO.
           05 MAX-REASON-ENTRIES     PIC S9(3) COMP VALUE +20.

       01  REASON-TABLE.
      *    ONE ENTRY PER DISTINCT REJECT REASON, IN THE ORDER FIRST
      *    SEEN, SORTED ON NET PENDING DOLLARS BEFORE PRINTING.  THE
      *    EDIT HAS FAR FEWER REASONS THAN THE TABLE HOLDS; IF IT
      *    EVER FILLS, THE LAST ENTRY COLLECTS EVERY REASON AFTER IT
      *    SO NO DOLLARS FALL OUT OF THE SUMMARY.
           05 RS-ENTRY OCCURS 20 TIMES INDEXED BY RS-INDEX.
              10 RS-REASON           PIC X(30).
              10 RS-COUNT            PIC S9(7) COMP-3.
              10 RS-TOTAL-AMOUNT     PIC S9(9)V99 COMP-3.
              10 RS-BUCKET-AMOUNT    PIC S9(9)V99 COMP-3
                                     OCCURS 4 TIMES.
       01  RS-TEMP-ENTRY.
           05 RS-TEMP-REASON          PIC X(30).
           05 RS-TEMP-COUNT           PIC S9(7) COMP-3.
           05 RS-TEMP-TOTAL-AMOUNT    PIC S9(9)V99 COMP-3.
           05 RS-TEMP-BUCKET-AMOUNT   PIC S9(9)V99 COMP-3
                                      OCCURS 4 TIMES.

       01  SORT-WORK-FIELDS          COMP.
           05 SORT-OUTER-INDEX       PIC S9(3) VALUE ZERO.
           05 SORT-INNER-INDEX       PIC S9(3) VALUE ZERO.
           05 TABLE-PRINT-SUB        PIC S9(3) VALUE ZERO.

       01  PRINT-FIELDS              PACKED-DECIMAL.
           05 PAGE-COUNT             PIC S9(3) VALUE ZERO.
           05 LINES-ON-PAGE          PIC S9(3) VALUE +55.
           05 LINE-COUNT             PIC S9(3) VALUE +99.

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
           05 FILLER          PIC X(20) VALUE "BILLING SUSPENSE AGI".
           05 FILLER          PIC X(33) VALUE "NG REPORT".
           05 FILLER          PIC X(6)  VALUE "PAGE: ".
           05 HL1-PAGE-NUMBER PIC ZZZ9.
           05 FILLER          PIC X(26) VALUE SPACE.

       01  HEADING-LINE-2.
           05 FILLER                 PIC X(7)  VALUE "TIME:  ".
           05 HL2-HOURS              PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE ":".
           05 HL2-MINUTES            PIC 9(2).
           05 FILLER                 PIC X(82) VALUE SPACE.
           05 FILLER                 PIC X(7)  VALUE "RPT7900".
           05 FILLER                 PIC X(29) VALUE SPACE.

       01  HEADING-LINE-3.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(10) VALUE "CUSTOMER".
           05 FILLER                 PIC X(6)  VALUE "TYPE".
           05 FILLER                 PIC X(8)  VALUE "MONTH".
           05 FILLER                 PIC X(13) VALUE "   NET AMOUNT".
           05 FILLER                 PIC X(13) VALUE "  SUSPENDED".
           05 FILLER                 PIC X(9)  VALUE "RETRIES".
           05 FILLER                 PIC X(8)  VALUE "DAYS".
           05 FILLER                 PIC X(30) VALUE "REASON".
           05 FILLER                 PIC X(31) VALUE SPACE.

       01  HEADING-LINE-4.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(94) VALUE ALL '-'.
           05 FILLER                 PIC X(34) VALUE SPACE.

       01  DETAIL-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 DL-CUSTOMER            PIC X(5).
           05 FILLER                 PIC X(5)  VALUE SPACE.
           05 DL-TYPE                PIC X(1).
           05 FILLER                 PIC X(5)  VALUE SPACE.
           05 DL-MONTH               PIC X(2).
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 DL-AMOUNT              PIC $$$,$$9.99-.
           05 FILLER                 PIC X(5)  VALUE SPACE.
           05 DL-SUSPENDED-MONTH     PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE "/".
           05 DL-SUSPENDED-DAY       PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE "/".
           05 DL-SUSPENDED-YEAR      PIC 9(4).
           05 FILLER                 PIC X(5)  VALUE SPACE.
           05 DL-RETRIES             PIC ZZ9.
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 DL-AGE-DAYS            PIC ZZ,ZZ9.
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 DL-REASON              PIC X(30).
           05 FILLER                 PIC X(31) VALUE SPACE.

       01  SUMMARY-HEADING-1.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER          PIC X(20) VALUE "PENDING SUSPENSE BY ".
           05 FILLER          PIC X(20) VALUE "REASON AND AGE (NET)".
           05 FILLER                 PIC X(88) VALUE SPACE.

       01  SUMMARY-HEADING-2.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(26) VALUE "REASON".
           05 FILLER                 PIC X(6)  VALUE " COUNT".
           05 FILLER                 PIC X(15) VALUE "      0-30 DAYS".
           05 FILLER                 PIC X(15) VALUE "     31-60 DAYS".
           05 FILLER                 PIC X(15) VALUE "     61-90 DAYS".
           05 FILLER                 PIC X(15) VALUE "      OVER 90".
           05 FILLER                 PIC X(15) VALUE "          TOTAL".
           05 FILLER                 PIC X(21) VALUE SPACE.

       01  SUMMARY-HEADING-3.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(107) VALUE ALL '-'.
           05 FILLER                 PIC X(21) VALUE SPACE.

       01  SUMMARY-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 SR-REASON              PIC X(24).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 SR-COUNT               PIC ZZ,ZZ9.
           05 SR-BUCKET-GROUP        OCCURS 4 TIMES.
              10 FILLER              PIC X(1).
              10 SR-BUCKET-AMOUNT    PIC $$,$$$,$$9.99-.
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 SR-TOTAL-AMOUNT        PIC $$,$$$,$$9.99-.
           05 FILLER                 PIC X(21) VALUE SPACE.

       01  AGING-TOTAL-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 AT-CAPTION             PIC X(34).
           05 AT-COUNT               PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 AT-AMOUNT              PIC $$$$,$$$,$$9.99-.
           05 FILLER                 PIC X(66) VALUE SPACE.

       PROCEDURE DIVISION.

       000-PRODUCE-SUSPENSE-AGING.
           OPEN INPUT  I_SUSPENSE
                OUTPUT O_RPT7900

           PERFORM 100-FORMAT-REPORT-HEADING
           PERFORM 230-PRINT-HEADINGS

           PERFORM 300-PROCESS-SUSPENSE-RECORD UNTIL SUSPENSE-EOF

           PERFORM 400-SORT-REASON-TABLE
           PERFORM 420-PRINT-REASON-SUMMARY
           PERFORM 500-PRINT-AGING-TOTALS

           CLOSE I_SUSPENSE O_RPT7900
           STOP RUN.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           COMPUTE TODAY-DATE =
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.
           COMPUTE TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (TODAY-DATE).

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

       300-PROCESS-SUSPENSE-RECORD.
           PERFORM 305-READ-SUSPENSE-RECORD.
           IF NOT SUSPENSE-EOF
               ADD 1 TO SUSPENSE-READ-COUNT
               PERFORM 315-COMPUTE-ITEM-AMOUNT
               IF SU-RECOVERED
                   ADD 1 TO RECOVERED-COUNT
                   ADD ITEM-SIGNED-AMOUNT TO RECOVERED-AMOUNT
               ELSE
                   PERFORM 320-AGE-PENDING-ITEM
                   PERFORM 330-PRINT-DETAIL-LINE
                   PERFORM 340-ACCUMULATE-REASON
               END-IF
           END-IF.

       305-READ-SUSPENSE-RECORD.
           READ I_SUSPENSE
               AT END
                   SET SUSPENSE-EOF TO TRUE
           END-READ.

       315-COMPUTE-ITEM-AMOUNT.
      *    SAME SIGN CONVENTION AS THE BILLING LOAD'S SUSPENSE
      *    TOTALS - A CREDIT IS NEGATIVE, AND AN AMOUNT THAT ISN'T
      *    NUMERIC COUNTS ZERO - SO THIS REPORT TIES TO THE "STILL
      *    OUTSIDE THE MASTERS" LINE ON THE LOAD REGISTER.
           IF SU-BILLING-AMOUNT-X NUMERIC
               IF SU-CREDIT
                   COMPUTE ITEM-SIGNED-AMOUNT = 0 - SU-BILLING-AMOUNT
               ELSE
                   MOVE SU-BILLING-AMOUNT TO ITEM-SIGNED-AMOUNT
               END-IF
           ELSE
               MOVE ZERO TO ITEM-SIGNED-AMOUNT
           END-IF.

       320-AGE-PENDING-ITEM.
           COMPUTE ITEM-AGE-DAYS = TODAY-DAY-NUMBER
               - FUNCTION INTEGER-OF-DATE (SU-FIRST-SUSPENDED-DATE).
           EVALUATE TRUE
               WHEN ITEM-AGE-DAYS NOT > 30
                   MOVE 1 TO AGE-BUCKET-SUB
               WHEN ITEM-AGE-DAYS NOT > 60
                   MOVE 2 TO AGE-BUCKET-SUB
               WHEN ITEM-AGE-DAYS NOT > 90
                   MOVE 3 TO AGE-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO AGE-BUCKET-SUB
           END-EVALUATE.
           ADD 1 TO PENDING-COUNT.
           ADD ITEM-SIGNED-AMOUNT TO PENDING-AMOUNT.
           ADD ITEM-SIGNED-AMOUNT
               TO GRAND-BUCKET-AMOUNT (AGE-BUCKET-SUB).

       330-PRINT-DETAIL-LINE.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF
           MOVE SU-CUSTOMER-NUMBER-X TO DL-CUSTOMER.
           MOVE SU-TRANS-TYPE        TO DL-TYPE.
           MOVE SU-BILLING-MONTH-X   TO DL-MONTH.
           MOVE ITEM-SIGNED-AMOUNT   TO DL-AMOUNT.
           MOVE SU-FIRST-SUSPENDED-DATE TO SUSPENSE-DATE-NUMBER.
           MOVE SD-MONTH             TO DL-SUSPENDED-MONTH.
           MOVE SD-DAY               TO DL-SUSPENDED-DAY.
           MOVE SD-YEAR              TO DL-SUSPENDED-YEAR.
           MOVE SU-TIMES-RETRIED     TO DL-RETRIES.
           MOVE ITEM-AGE-DAYS        TO DL-AGE-DAYS.
           MOVE SU-REJECT-REASON     TO DL-REASON.
           MOVE DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

       340-ACCUMULATE-REASON.
      *    A LINEAR SEARCH - THE TABLE IS BUILT IN ARRIVAL ORDER, NOT
      *    KEY ORDER, AND NEVER HOLDS MORE THAN A HANDFUL OF REASONS.
           SET REASON-FOUND TO FALSE.
           SET RS-INDEX TO 1.
           SEARCH RS-ENTRY VARYING RS-INDEX
               AT END
                   CONTINUE
               WHEN RS-INDEX > REASON-ENTRY-COUNT
                   CONTINUE
               WHEN RS-REASON (RS-INDEX) = SU-REJECT-REASON
                   SET REASON-FOUND TO TRUE
           END-SEARCH.

           IF NOT REASON-FOUND
               IF REASON-ENTRY-COUNT < MAX-REASON-ENTRIES
                   ADD 1 TO REASON-ENTRY-COUNT
                   SET RS-INDEX TO REASON-ENTRY-COUNT
                   MOVE SU-REJECT-REASON TO RS-REASON (RS-INDEX)
                   MOVE ZERO TO RS-COUNT (RS-INDEX)
                                RS-TOTAL-AMOUNT (RS-INDEX)
                                RS-BUCKET-AMOUNT (RS-INDEX, 1)
                                RS-BUCKET-AMOUNT (RS-INDEX, 2)
                                RS-BUCKET-AMOUNT (RS-INDEX, 3)
                                RS-BUCKET-AMOUNT (RS-INDEX, 4)
               ELSE
      *            THE LAST ENTRY WAS ZEROED WHEN IT WAS FIRST FILLED
      *            ABOVE, AND ITS OWN REASON'S DOLLARS STAY IN IT - IT
      *            IS ONLY RENAMED, NEVER CLEARED, WHEN IT BECOMES THE
      *            CATCH-ALL.
                   SET RS-INDEX TO MAX-REASON-ENTRIES
                   MOVE "ALL OTHER REASONS" TO RS-REASON (RS-INDEX)
               END-IF
           END-IF.

           ADD 1 TO RS-COUNT (RS-INDEX).
           ADD ITEM-SIGNED-AMOUNT TO RS-TOTAL-AMOUNT (RS-INDEX).
           ADD ITEM-SIGNED-AMOUNT
               TO RS-BUCKET-AMOUNT (RS-INDEX, AGE-BUCKET-SUB).

       400-SORT-REASON-TABLE.
      *    DESCENDING BUBBLE SORT ON NET PENDING DOLLARS - THE REASON
      *    HOLDING THE MOST MONEY PRINTS FIRST.  SAME SHAPE AS THE
      *    RUN-HISTORY PRINT'S SORT.
           IF REASON-ENTRY-COUNT > 1
               PERFORM VARYING SORT-OUTER-INDEX FROM 1 BY 1
                       UNTIL SORT-OUTER-INDEX > REASON-ENTRY-COUNT - 1
                   PERFORM VARYING SORT-INNER-INDEX FROM 1 BY 1
                       UNTIL SORT-INNER-INDEX >
                             REASON-ENTRY-COUNT - SORT-OUTER-INDEX
                       IF RS-TOTAL-AMOUNT (SORT-INNER-INDEX) <
                          RS-TOTAL-AMOUNT (SORT-INNER-INDEX + 1)
                           MOVE RS-ENTRY (SORT-INNER-INDEX)
                               TO RS-TEMP-ENTRY
                           MOVE RS-ENTRY (SORT-INNER-INDEX + 1)
                               TO RS-ENTRY (SORT-INNER-INDEX)
                           MOVE RS-TEMP-ENTRY
                               TO RS-ENTRY (SORT-INNER-INDEX + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       420-PRINT-REASON-SUMMARY.
           IF LINE-COUNT + REASON-ENTRY-COUNT + 6 > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF.
           MOVE SUMMARY-HEADING-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3.
           MOVE SUMMARY-HEADING-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           MOVE SUMMARY-HEADING-3 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 6 TO LINE-COUNT.

           PERFORM VARYING TABLE-PRINT-SUB FROM 1 BY 1
                   UNTIL TABLE-PRINT-SUB > REASON-ENTRY-COUNT
               MOVE SPACES TO SUMMARY-LINE
               MOVE RS-REASON (TABLE-PRINT-SUB) TO SR-REASON
               MOVE RS-COUNT (TABLE-PRINT-SUB)  TO SR-COUNT
               PERFORM VARYING AGE-BUCKET-SUB FROM 1 BY 1
                       UNTIL AGE-BUCKET-SUB > 4
                   MOVE RS-BUCKET-AMOUNT (TABLE-PRINT-SUB,
                                          AGE-BUCKET-SUB)
                       TO SR-BUCKET-AMOUNT (AGE-BUCKET-SUB)
               END-PERFORM
               MOVE RS-TOTAL-AMOUNT (TABLE-PRINT-SUB)
                   TO SR-TOTAL-AMOUNT
               MOVE SUMMARY-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1
               ADD 1 TO LINE-COUNT
           END-PERFORM.

           MOVE SPACES TO SUMMARY-LINE.
           MOVE "ALL REASONS"  TO SR-REASON.
           MOVE PENDING-COUNT  TO SR-COUNT.
           PERFORM VARYING AGE-BUCKET-SUB FROM 1 BY 1
                   UNTIL AGE-BUCKET-SUB > 4
               MOVE GRAND-BUCKET-AMOUNT (AGE-BUCKET-SUB)
                   TO SR-BUCKET-AMOUNT (AGE-BUCKET-SUB)
           END-PERFORM.
           MOVE PENDING-AMOUNT TO SR-TOTAL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           ADD 2 TO LINE-COUNT.

       500-PRINT-AGING-TOTALS.
           MOVE "SUSPENSE RECORDS READ:            " TO AT-CAPTION.
           MOVE SUSPENSE-READ-COUNT TO AT-COUNT.
           MOVE ZERO                TO AT-AMOUNT.
           MOVE AGING-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3.

           MOVE "PENDING - OUTSIDE THE MASTERS:    " TO AT-CAPTION.
           MOVE PENDING-COUNT  TO AT-COUNT.
           MOVE PENDING-AMOUNT TO AT-AMOUNT.
           MOVE AGING-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "RECOVERED - ALREADY POSTED:       " TO AT-CAPTION.
           MOVE RECOVERED-COUNT  TO AT-COUNT.
           MOVE RECOVERED-AMOUNT TO AT-AMOUNT.
           MOVE AGING-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
