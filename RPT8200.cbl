       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT8200.
      ****************************************************************
      * PROGRAM NAME: RPT8200
      * AUTHORS: Jacob Schamp
      * DATE: 10/15/2026
      * Github:
      * DESCRIPTION: Nightly cycle status print.  Reads the cycle
      * status record and prints the business date now open, any
      * rerun override waiting to be used, and one line per step of
      * the nightly stream in run order - the step it waits on,
      * whether it has run for tonight's business date and how it
      * ended, when it started and ended by the clock, its return
      * code, and its record counts - followed by a count of steps
      * by status.  Replaces the operator's handwritten run sheet;
      * it can be run at any point in the night, and a step shown
      * as started with no end never reached its normal finish.
      *
      * MODIFICATION HISTORY:
      * 10/15/2026 JS  Initial version.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    OPTIONAL SO A CYCLE THAT HAS NEVER BEEN OPENED PRINTS AS
      *    SUCH INSTEAD OF FAILING ON THE OPEN.
           SELECT OPTIONAL I_CYCSTAT ASSIGN TO CYCSTAT.
           SELECT O_RPT8200  ASSIGN TO RPT8200.

       DATA DIVISION.
       FILE SECTION.

       FD  I_CYCSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1800 CHARACTERS
           BLOCK CONTAINS 1800 CHARACTERS.
       COPY CYCSTAT.

       FD  O_RPT8200
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                PIC X(130).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05 CYCSTAT-EOF-SWITCH     PIC X VALUE "N".
              88 CYCSTAT-EOF         VALUE "Y".

       01  STATUS-COUNTS             PACKED-DECIMAL.
           05 STEPS-COMPLETE-COUNT   PIC S9(3) VALUE ZERO.
           05 STEPS-FAILED-COUNT     PIC S9(3) VALUE ZERO.
           05 STEPS-STARTED-COUNT    PIC S9(3) VALUE ZERO.
           05 STEPS-NOT-RUN-COUNT    PIC S9(3) VALUE ZERO.

       01  STEP-SUB                  PIC S9(3) COMP VALUE ZERO.

       01  EDIT-DATE-SPLIT.
           05 ED-YEAR                PIC 9(4).
           05 ED-MONTH               PIC 9(2).
           05 ED-DAY                 PIC 9(2).
       01  EDIT-DATE-NUMBER          REDEFINES EDIT-DATE-SPLIT
                                     PIC 9(8).

       01  EDIT-TIME-SPLIT.
           05 ET-HOURS               PIC 9(2).
           05 ET-MINUTES             PIC 9(2).
       01  EDIT-TIME-NUMBER          REDEFINES EDIT-TIME-SPLIT
                                     PIC 9(4).

       01  STAMP-EDIT.
           05 SE-MONTH               PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE "/".
           05 SE-DAY                 PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 SE-HOURS               PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE ":".
           05 SE-MINUTES             PIC 9(2).

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
           05 FILLER          PIC X(20) VALUE "NIGHTLY CYCLE STATUS".
           05 FILLER          PIC X(33) VALUE SPACE.
           05 FILLER          PIC X(6)  VALUE "PAGE: ".
           05 HL1-PAGE-NUMBER PIC ZZZ9.
           05 FILLER          PIC X(26) VALUE SPACE.

       01  HEADING-LINE-2.
           05 FILLER                 PIC X(7)  VALUE "TIME:  ".
           05 HL2-HOURS              PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE ":".
           05 HL2-MINUTES            PIC 9(2).
           05 FILLER                 PIC X(82) VALUE SPACE.
           05 FILLER                 PIC X(7)  VALUE "RPT8200".
           05 FILLER                 PIC X(29) VALUE SPACE.

       01  CYCLE-DATE-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 CDL-CAPTION            PIC X(24).
           05 CDL-MONTH              PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE "/".
           05 CDL-DAY                PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE "/".
           05 CDL-YEAR               PIC 9(4).
           05 FILLER                 PIC X(94) VALUE SPACE.

       01  OPENED-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(24) VALUE "CYCLE OPENED:".
           05 OL-MONTH               PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE "/".
           05 OL-DAY                 PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE "/".
           05 OL-YEAR                PIC 9(4).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 OL-HOURS               PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE ":".
           05 OL-MINUTES             PIC 9(2).
           05 FILLER                 PIC X(87) VALUE SPACE.

       01  OVERRIDE-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(24)
              VALUE "RERUN OVERRIDE PENDING:".
           05 OVL-PROGRAM            PIC X(8).
           05 FILLER                 PIC X(96) VALUE SPACE.

       01  STEP-HEADING-1.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(5)  VALUE "STEP".
           05 FILLER                 PIC X(10) VALUE "PROGRAM".
           05 FILLER                 PIC X(22) VALUE "DESCRIPTION".
           05 FILLER                 PIC X(10) VALUE "WAITS ON".
           05 FILLER                 PIC X(12) VALUE "STATUS".
           05 FILLER                 PIC X(13) VALUE "STARTED".
           05 FILLER                 PIC X(13) VALUE "ENDED".
           05 FILLER                 PIC X(6)  VALUE "  RC".
           05 FILLER                 PIC X(11) VALUE "     READ".
           05 FILLER                 PIC X(9)  VALUE "  WRITTEN".
           05 FILLER                 PIC X(17) VALUE SPACE.

       01  STEP-HEADING-2.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(111) VALUE ALL '-'.
           05 FILLER                 PIC X(17) VALUE SPACE.

       01  STEP-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 SL-STEP-NUMBER         PIC Z9.
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 SL-PROGRAM             PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 SL-DESCRIPTION         PIC X(20).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 SL-PREDECESSOR         PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 SL-STATUS              PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 SL-START-STAMP         PIC X(11).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 SL-END-STAMP           PIC X(11).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 SL-RETURN-CODE         PIC ZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 SL-READ-COUNT          PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 SL-WRITTEN-COUNT       PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(17) VALUE SPACE.

       01  SUMMARY-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 SM-CAPTION             PIC X(34).
           05 SM-COUNT               PIC ZZ9.
           05 FILLER                 PIC X(91) VALUE SPACE.

       01  MESSAGE-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 MS-TEXT                PIC X(60).
           05 FILLER                 PIC X(68) VALUE SPACE.

       PROCEDURE DIVISION.

       000-PRINT-CYCLE-STATUS.
           OPEN INPUT  I_CYCSTAT
                OUTPUT O_RPT8200

           PERFORM 100-FORMAT-REPORT-HEADING
           PERFORM 230-PRINT-HEADINGS

           READ I_CYCSTAT
               AT END
                   SET CYCSTAT-EOF TO TRUE
           END-READ

           IF CYCSTAT-EOF
               MOVE "NO NIGHTLY CYCLE HAS BEEN OPENED" TO MS-TEXT
               MOVE MESSAGE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 300-PRINT-CYCLE-DATES
               PERFORM 320-PRINT-STEP-HEADINGS
               PERFORM VARYING STEP-SUB FROM 1 BY 1
                       UNTIL STEP-SUB > CY-STEP-COUNT
                   PERFORM 330-PRINT-STEP-LINE
               END-PERFORM
               PERFORM 500-PRINT-STATUS-SUMMARY
           END-IF

           CLOSE I_CYCSTAT O_RPT8200
           STOP RUN.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

       230-PRINT-HEADINGS.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.

           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           MOVE +2 TO LINE-COUNT.

       300-PRINT-CYCLE-DATES.
           MOVE "BUSINESS DATE OPEN:" TO CDL-CAPTION.
           MOVE CY-BUSINESS-DATE TO EDIT-DATE-NUMBER.
           PERFORM 310-PRINT-CYCLE-DATE-LINE.
           WRITE PRINT-AREA AFTER ADVANCING 2.

           IF CY-PRIOR-BUSINESS-DATE NOT = ZERO
               MOVE "PRIOR BUSINESS DATE:" TO CDL-CAPTION
               MOVE CY-PRIOR-BUSINESS-DATE TO EDIT-DATE-NUMBER
               PERFORM 310-PRINT-CYCLE-DATE-LINE
               WRITE PRINT-AREA AFTER ADVANCING 1
           END-IF.

           MOVE CY-OPENED-DATE TO EDIT-DATE-NUMBER.
           MOVE ED-MONTH TO OL-MONTH.
           MOVE ED-DAY   TO OL-DAY.
           MOVE ED-YEAR  TO OL-YEAR.
           MOVE CY-OPENED-TIME TO EDIT-TIME-NUMBER.
           MOVE ET-HOURS   TO OL-HOURS.
           MOVE ET-MINUTES TO OL-MINUTES.
           MOVE OPENED-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           IF CY-RERUN-PROGRAM NOT = SPACES
               MOVE CY-RERUN-PROGRAM TO OVL-PROGRAM
               MOVE OVERRIDE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1
               ADD 1 TO LINE-COUNT
           END-IF.
           ADD 4 TO LINE-COUNT.

       310-PRINT-CYCLE-DATE-LINE.
           MOVE ED-MONTH TO CDL-MONTH.
           MOVE ED-DAY   TO CDL-DAY.
           MOVE ED-YEAR  TO CDL-YEAR.
           MOVE CYCLE-DATE-LINE TO PRINT-AREA.

       320-PRINT-STEP-HEADINGS.
           MOVE STEP-HEADING-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           MOVE STEP-HEADING-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 3 TO LINE-COUNT.

       330-PRINT-STEP-LINE.
      *    ONLY WHAT A STEP DID UNDER TONIGHT'S BUSINESS DATE COUNTS
      *    AS TONIGHT'S STATUS.  A STEP THAT LAST RAN ON AN EARLIER
      *    NIGHT PRINTS AS NOT RUN WITH NO STAMPS OR COUNTS.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
               PERFORM 320-PRINT-STEP-HEADINGS
           END-IF.
           MOVE STEP-SUB                       TO SL-STEP-NUMBER.
           MOVE CY-STEP-PROGRAM (STEP-SUB)     TO SL-PROGRAM.
           MOVE CY-STEP-DESCRIPTION (STEP-SUB) TO SL-DESCRIPTION.
           MOVE CY-STEP-PREDECESSOR (STEP-SUB) TO SL-PREDECESSOR.
           IF CY-STEP-BUSINESS-DATE (STEP-SUB) NOT = CY-BUSINESS-DATE
              OR CY-STEP-NOT-RUN (STEP-SUB)
               MOVE "NOT RUN" TO SL-STATUS
               MOVE SPACES TO SL-START-STAMP SL-END-STAMP
               MOVE ZERO TO SL-RETURN-CODE SL-READ-COUNT
                            SL-WRITTEN-COUNT
               ADD 1 TO STEPS-NOT-RUN-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN CY-STEP-COMPLETE (STEP-SUB)
                       MOVE "COMPLETE" TO SL-STATUS
                       ADD 1 TO STEPS-COMPLETE-COUNT
                   WHEN CY-STEP-FAILED (STEP-SUB)
                       MOVE "FAILED" TO SL-STATUS
                       ADD 1 TO STEPS-FAILED-COUNT
                   WHEN OTHER
                       MOVE "STARTED" TO SL-STATUS
                       ADD 1 TO STEPS-STARTED-COUNT
               END-EVALUATE
               MOVE CY-STEP-START-DATE (STEP-SUB) TO EDIT-DATE-NUMBER
               MOVE CY-STEP-START-TIME (STEP-SUB) TO EDIT-TIME-NUMBER
               PERFORM 340-FORMAT-STAMP
               MOVE STAMP-EDIT TO SL-START-STAMP
               IF CY-STEP-STARTED (STEP-SUB)
                   MOVE SPACES TO SL-END-STAMP
               ELSE
                   MOVE CY-STEP-END-DATE (STEP-SUB)
                       TO EDIT-DATE-NUMBER
                   MOVE CY-STEP-END-TIME (STEP-SUB)
                       TO EDIT-TIME-NUMBER
                   PERFORM 340-FORMAT-STAMP
                   MOVE STAMP-EDIT TO SL-END-STAMP
               END-IF
               MOVE CY-STEP-RETURN-CODE (STEP-SUB)   TO SL-RETURN-CODE
               MOVE CY-STEP-READ-COUNT (STEP-SUB)    TO SL-READ-COUNT
               MOVE CY-STEP-WRITTEN-COUNT (STEP-SUB)
                   TO SL-WRITTEN-COUNT
           END-IF.
           MOVE STEP-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

       340-FORMAT-STAMP.
           MOVE ED-MONTH   TO SE-MONTH.
           MOVE ED-DAY     TO SE-DAY.
           MOVE ET-HOURS   TO SE-HOURS.
           MOVE ET-MINUTES TO SE-MINUTES.

       500-PRINT-STATUS-SUMMARY.
           MOVE "STEPS COMPLETE TONIGHT:" TO SM-CAPTION.
           MOVE STEPS-COMPLETE-COUNT TO SM-COUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

           MOVE "STEPS FAILED TONIGHT:" TO SM-CAPTION.
           MOVE STEPS-FAILED-COUNT TO SM-COUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "STEPS STARTED, NOT ENDED:" TO SM-CAPTION.
           MOVE STEPS-STARTED-COUNT TO SM-COUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "STEPS NOT RUN TONIGHT:" TO SM-CAPTION.
           MOVE STEPS-NOT-RUN-COUNT TO SM-COUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
