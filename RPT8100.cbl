       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT8100.
      ****************************************************************
      * PROGRAM NAME: RPT8100
      * AUTHORS: Jacob Schamp
      * DATE: 10/15/2026
      * Github:
      * DESCRIPTION: Nightly cycle open.  Runs first in the nightly
      * stream and opens the business date every step of the cycle
      * stamps its output with - the day after the one now open, or
      * the date on the control card - and lays down the stream's
      * step list in the cycle status record, each step with the
      * step that must complete before it.  Steps left started or
      * failed under the business date being closed are listed so
      * the operator sees them before the new night begins.  The
      * same card can instead set the one-time rerun override that
      * lets a step already complete for the business date run a
      * second time.  The business date never moves backward, so a
      * rerun of tonight's load after midnight is still tonight's.
      *
      * MODIFICATION HISTORY:
      * 10/15/2026 JS  Initial version.
      * 10/15/2026 JS  Customer file backup added as the first step;
      *                the year-end roll and pre-flight wait on it.
      * 10/15/2026 JS  Month-end GL sales journal added to the stream.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    OPTIONAL SO A MISSING CARD MEANS "OPEN THE NEXT BUSINESS
      *    DATE" INSTEAD OF AN OPEN FAILURE.
           SELECT OPTIONAL I_CYCLCTL ASSIGN TO CYCLCTL.
      *    OPTIONAL SO THE VERY FIRST OPEN CAN CREATE THE FILE.
           SELECT OPTIONAL I_CYCSTAT ASSIGN TO CYCSTAT.
           SELECT O_RPT8100  ASSIGN TO RPT8100.

       DATA DIVISION.
       FILE SECTION.

       FD  I_CYCLCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY CYCLCTL.

       FD  I_CYCSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1800 CHARACTERS
           BLOCK CONTAINS 1800 CHARACTERS.
       COPY CYCSTAT.

       FD  O_RPT8100
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                PIC X(130).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05 CYCLCTL-EOF-SWITCH     PIC X VALUE "N".
              88 CYCLCTL-EOF         VALUE "Y".
           05 CYCSTAT-EOF-SWITCH     PIC X VALUE "N".
              88 CYCSTAT-EOF         VALUE "Y".
           05 STEP-FOUND-SWITCH      PIC X VALUE "N".
              88 STEP-FOUND          VALUE "Y" FALSE "N".

      *    THE WHOLE STATUS RECORD, COPIED OUT OF THE RECORD AREA
      *    BEFORE I_CYCSTAT IS CLOSED AND COPIED BACK AFTER IT IS
      *    REOPENED FOR OUTPUT - A CLOSED FILE'S RECORD AREA IS
      *    UNDEFINED.
       01  CYCLE-STATUS-HOLD         PIC X(1800) VALUE SPACE.

       01  STREAM-DEFINITION-VALUES.
      *    THE NIGHTLY STREAM IN RUN ORDER: STEP PROGRAM, THE STEP
      *    THAT MUST BE COMPLETE FOR THE BUSINESS DATE BEFORE IT MAY
      *    START (SPACE FOR NONE), AND THE DESCRIPTION THE STATUS
      *    PRINT SHOWS.  THE BACKUP RUNS FIRST SO NOTHING TOUCHES THE
      *    CUSTOMER MASTER BEFORE IT IS UNLOADED.  THE YEAR-END ROLL
      *    RUNS ONLY IN THE FIRST JANUARY CYCLE AND THE COMMISSION
      *    RUN AND GL SALES JOURNAL ONLY AT MONTH END; NO STEP WAITS
      *    ON ANY OF THEM.
           05 FILLER                 PIC X(36) VALUE
              "RPT8300         CUSTOMER FILE BACKUP".
           05 FILLER                 PIC X(36) VALUE
              "RPT6400 RPT8300 YEAR-END ROLLOVER   ".
           05 FILLER                 PIC X(36) VALUE
              "RPT7800 RPT8300 PRE-FLIGHT CHECK    ".
           05 FILLER                 PIC X(36) VALUE
              "RPT6300 RPT7800 CUSTOMER MAINTENANCE".
           05 FILLER                 PIC X(36) VALUE
              "RPT6700 RPT6300 BILLING LOAD        ".
           05 FILLER                 PIC X(36) VALUE
              "RPT6000 RPT6700 YTD SALES REPORT    ".
           05 FILLER                 PIC X(36) VALUE
              "RPT7700 RPT6700 COMMISSION RUN      ".
           05 FILLER                 PIC X(36) VALUE
              "RPT8600 RPT6700 GL SALES JOURNAL    ".
       01  STREAM-DEFINITION-TABLE   REDEFINES STREAM-DEFINITION-VALUES.
           05 SD-ENTRY OCCURS 8 TIMES.
              10 SD-PROGRAM          PIC X(8).
              10 SD-PREDECESSOR      PIC X(8).
              10 SD-DESCRIPTION      PIC X(20).

       01  CYCLE-CONTROL-FIELDS.
           05 STREAM-STEP-COUNT      PIC S9(3) COMP VALUE +8.
           05 STEP-SUB               PIC S9(3) COMP VALUE ZERO.
           05 CLOCK-DATE             PIC 9(8) VALUE ZERO.
           05 CLOCK-TIME             PIC 9(4) VALUE ZERO.
           05 OLD-BUSINESS-DATE      PIC 9(8) VALUE ZERO.
           05 NEW-BUSINESS-DATE      PIC 9(8) VALUE ZERO.
           05 INCOMPLETE-STEP-COUNT  PIC S9(3) COMP VALUE ZERO.

       01  EDIT-DATE-SPLIT.
           05 ED-YEAR                PIC 9(4).
           05 ED-MONTH               PIC 9(2).
           05 ED-DAY                 PIC 9(2).
       01  EDIT-DATE-NUMBER          REDEFINES EDIT-DATE-SPLIT
                                     PIC 9(8).

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
           05 FILLER          PIC X(20) VALUE "NIGHTLY CYCLE OPEN R".
           05 FILLER          PIC X(33) VALUE "EGISTER".
           05 FILLER          PIC X(6)  VALUE "PAGE: ".
           05 HL1-PAGE-NUMBER PIC ZZZ9.
           05 FILLER          PIC X(26) VALUE SPACE.

       01  HEADING-LINE-2.
           05 FILLER                 PIC X(7)  VALUE "TIME:  ".
           05 HL2-HOURS              PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE ":".
           05 HL2-MINUTES            PIC 9(2).
           05 FILLER                 PIC X(82) VALUE SPACE.
           05 FILLER                 PIC X(7)  VALUE "RPT8100".
           05 FILLER                 PIC X(29) VALUE SPACE.

       01  REGISTER-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 RG-CAPTION             PIC X(34).
           05 RG-MONTH               PIC 9(2).
           05 RG-SLASH-1             PIC X(1)  VALUE "/".
           05 RG-DAY                 PIC 9(2).
           05 RG-SLASH-2             PIC X(1)  VALUE "/".
           05 RG-YEAR                PIC 9(4).
           05 FILLER                 PIC X(84) VALUE SPACE.

       01  OVERRIDE-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(34)
              VALUE "RERUN OVERRIDE SET FOR STEP:".
           05 OV-PROGRAM             PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 OV-DESCRIPTION         PIC X(20).
           05 FILLER                 PIC X(64) VALUE SPACE.

       01  INCOMPLETE-STEP-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(4)  VALUE "*** ".
           05 IS-PROGRAM             PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 IS-DESCRIPTION         PIC X(20).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 IS-STATUS-TEXT         PIC X(40).
           05 FILLER                 PIC X(52) VALUE SPACE.

       01  MESSAGE-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 MS-TEXT                PIC X(60).
           05 FILLER                 PIC X(68) VALUE SPACE.

       PROCEDURE DIVISION.

       000-OPEN-NIGHTLY-CYCLE.
           OPEN INPUT  I_CYCLCTL
                OUTPUT O_RPT8100

           PERFORM 100-FORMAT-REPORT-HEADING
           PERFORM 150-READ-CONTROL-CARD
           PERFORM 200-READ-CYCLE-STATUS
           PERFORM 230-PRINT-HEADINGS

           IF CL-SET-RERUN
               PERFORM 300-SET-RERUN-OVERRIDE
           ELSE
               PERFORM 400-OPEN-BUSINESS-DATE
           END-IF

           CLOSE I_CYCLCTL O_RPT8100
           STOP RUN.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           COMPUTE CLOCK-DATE =
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.
           COMPUTE CLOCK-TIME = (CD-HOURS * 100) + CD-MINUTES.

       150-READ-CONTROL-CARD.
      *    A MISSING CARD OPENS THE NEXT BUSINESS DATE.  A PRESENT
      *    CARD WITH AN UNKNOWN FUNCTION OR A DATE THAT IS NOT A
      *    REAL CCYYMMDD STOPS THE RUN BEFORE THE STATUS FILE IS
      *    TOUCHED.
           READ I_CYCLCTL
               AT END
                   SET CYCLCTL-EOF TO TRUE
           END-READ.
           IF CYCLCTL-EOF
               MOVE SPACES TO CYCLE-CONTROL-RECORD
           END-IF.
           EVALUATE TRUE
               WHEN NOT CL-OPEN-DATE AND NOT CL-SET-RERUN
                   DISPLAY "RPT8100 - CYCLCTL FUNCTION NOT O OR R "
                           "- RUN STOPPED"
                   PERFORM 160-STOP-RUN
               WHEN CL-BUSINESS-DATE-X = SPACES
                   MOVE ZERO TO CL-BUSINESS-DATE
               WHEN CL-BUSINESS-DATE-X NOT NUMERIC
                   DISPLAY "RPT8100 - CYCLCTL BUSINESS DATE NOT "
                           "NUMERIC - RUN STOPPED"
                   PERFORM 160-STOP-RUN
               WHEN CL-BUSINESS-DATE = ZERO
                   CONTINUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD (CL-BUSINESS-DATE)
                       NOT = ZERO
                   DISPLAY "RPT8100 - CYCLCTL BUSINESS DATE NOT A "
                           "VALID DATE - RUN STOPPED"
                   PERFORM 160-STOP-RUN
           END-EVALUATE.

       160-STOP-RUN.
           MOVE 16 TO RETURN-CODE.
           CLOSE I_CYCLCTL O_RPT8100.
           STOP RUN.

       200-READ-CYCLE-STATUS.
           OPEN INPUT I_CYCSTAT.
           READ I_CYCSTAT
               AT END
                   SET CYCSTAT-EOF TO TRUE
               NOT AT END
                   MOVE CYCLE-STATUS-RECORD TO CYCLE-STATUS-HOLD
                   MOVE CY-BUSINESS-DATE    TO OLD-BUSINESS-DATE
           END-READ.
           CLOSE I_CYCSTAT.

       230-PRINT-HEADINGS.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.

           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           MOVE +2 TO LINE-COUNT.

       300-SET-RERUN-OVERRIDE.
      *    THE OVERRIDE NAMES ONE STEP ALREADY ON THE STATUS RECORD.
      *    IT REPLACES ANY OVERRIDE NOT YET USED AND IS CLEARED BY
      *    THE STEP WHEN IT STARTS, SO IT BUYS EXACTLY ONE RERUN.
           IF CYCSTAT-EOF
               DISPLAY "RPT8100 - NO CYCLE HAS BEEN OPENED - RERUN "
                       "OVERRIDE REFUSED - RUN STOPPED"
               PERFORM 160-STOP-RUN
           END-IF.
           OPEN OUTPUT I_CYCSTAT.
           MOVE CYCLE-STATUS-HOLD TO CYCLE-STATUS-RECORD.
           SET CY-STEP-INDEX TO 1.
           SEARCH CY-STEP-ENTRY
               AT END
                   SET STEP-FOUND TO FALSE
               WHEN CY-STEP-INDEX > CY-STEP-COUNT
                   SET STEP-FOUND TO FALSE
               WHEN CY-STEP-PROGRAM (CY-STEP-INDEX) = CL-RERUN-PROGRAM
                   SET STEP-FOUND TO TRUE
           END-SEARCH.
           IF NOT STEP-FOUND OR CL-RERUN-PROGRAM = SPACES
      *        THE UNCHANGED RECORD GOES BACK SO THE FILE IS NEVER
      *        LEFT EMPTY BY A BAD CARD.
               WRITE CYCLE-STATUS-RECORD
               CLOSE I_CYCSTAT
               DISPLAY "RPT8100 - RERUN PROGRAM " CL-RERUN-PROGRAM
                       " IS NOT A STEP OF THE CYCLE - RUN STOPPED"
               PERFORM 160-STOP-RUN
           END-IF.
           MOVE CL-RERUN-PROGRAM TO CY-RERUN-PROGRAM.
           MOVE CY-STEP-PROGRAM (CY-STEP-INDEX)     TO OV-PROGRAM.
           MOVE CY-STEP-DESCRIPTION (CY-STEP-INDEX) TO OV-DESCRIPTION.
           WRITE CYCLE-STATUS-RECORD.
           CLOSE I_CYCSTAT.

           MOVE "BUSINESS DATE OPEN:" TO RG-CAPTION.
           MOVE OLD-BUSINESS-DATE TO EDIT-DATE-NUMBER.
           PERFORM 610-PRINT-REGISTER-DATE.
           MOVE OVERRIDE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

       400-OPEN-BUSINESS-DATE.
      *    THE NEW BUSINESS DATE MUST BE LATER THAN THE ONE NOW OPEN
      *    - OPENING A DATE TWICE WOULD LET EVERY STEP RUN AGAIN
      *    WITHOUT AN OVERRIDE.
           EVALUATE TRUE
               WHEN CL-BUSINESS-DATE NOT = ZERO
                   MOVE CL-BUSINESS-DATE TO NEW-BUSINESS-DATE
               WHEN CYCSTAT-EOF
                   MOVE CLOCK-DATE TO NEW-BUSINESS-DATE
               WHEN OTHER
                   COMPUTE NEW-BUSINESS-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (OLD-BUSINESS-DATE)
                        + 1)
           END-EVALUATE.
           IF NOT CYCSTAT-EOF
              AND NEW-BUSINESS-DATE NOT > OLD-BUSINESS-DATE
               MOVE NEW-BUSINESS-DATE TO EDIT-DATE-NUMBER
               DISPLAY "RPT8100 - BUSINESS DATE " EDIT-DATE-NUMBER
                       " NOT LATER THAN THE DATE OPEN - RUN STOPPED"
               PERFORM 160-STOP-RUN
           END-IF.

           OPEN OUTPUT I_CYCSTAT.
           IF CYCSTAT-EOF
               MOVE SPACES TO CYCLE-STATUS-RECORD
               MOVE ZERO   TO CY-BUSINESS-DATE CY-STEP-COUNT
           ELSE
               MOVE CYCLE-STATUS-HOLD TO CYCLE-STATUS-RECORD
           END-IF.

           IF NOT CYCSTAT-EOF
               MOVE "PRIOR BUSINESS DATE:" TO RG-CAPTION
               MOVE OLD-BUSINESS-DATE TO EDIT-DATE-NUMBER
               PERFORM 610-PRINT-REGISTER-DATE
               PERFORM 410-LIST-INCOMPLETE-STEP
                   VARYING STEP-SUB FROM 1 BY 1
                   UNTIL STEP-SUB > CY-STEP-COUNT
           END-IF.

           MOVE CY-BUSINESS-DATE  TO CY-PRIOR-BUSINESS-DATE.
           MOVE NEW-BUSINESS-DATE TO CY-BUSINESS-DATE.
           MOVE CLOCK-DATE        TO CY-OPENED-DATE.
           MOVE CLOCK-TIME        TO CY-OPENED-TIME.
           MOVE SPACES            TO CY-RERUN-PROGRAM.
           PERFORM 420-REFRESH-STEP-ENTRY
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > STREAM-STEP-COUNT.
           MOVE STREAM-STEP-COUNT TO CY-STEP-COUNT.
           WRITE CYCLE-STATUS-RECORD.
           CLOSE I_CYCSTAT.

           MOVE "BUSINESS DATE OPENED:" TO RG-CAPTION.
           MOVE NEW-BUSINESS-DATE TO EDIT-DATE-NUMBER.
           PERFORM 610-PRINT-REGISTER-DATE.
           IF INCOMPLETE-STEP-COUNT > ZERO
               MOVE "*** STEPS ABOVE DID NOT COMPLETE ON THE PRIOR DATE"
                   TO MS-TEXT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "ALL STEPS STARTED ON THE PRIOR DATE COMPLETED"
                   TO MS-TEXT
           END-IF.
           MOVE MESSAGE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

       410-LIST-INCOMPLETE-STEP.
      *    A STEP THAT NEVER RAN IS NORMAL - MONTH-END AND YEAR-END
      *    STEPS SIT OUT MOST NIGHTS.  ONE THAT STARTED OR FAILED
      *    UNDER THE DATE BEING CLOSED IS WORTH A LOOK BEFORE THE
      *    NEW NIGHT BEGINS.
           IF CY-STEP-BUSINESS-DATE (STEP-SUB) = OLD-BUSINESS-DATE
              AND (CY-STEP-STARTED (STEP-SUB)
                   OR CY-STEP-FAILED (STEP-SUB))
               ADD 1 TO INCOMPLETE-STEP-COUNT
               MOVE CY-STEP-PROGRAM (STEP-SUB)     TO IS-PROGRAM
               MOVE CY-STEP-DESCRIPTION (STEP-SUB) TO IS-DESCRIPTION
               IF CY-STEP-STARTED (STEP-SUB)
                   MOVE "STARTED BUT NEVER ENDED" TO IS-STATUS-TEXT
               ELSE
                   MOVE "FAILED - RETURN CODE 8 OR HIGHER"
                       TO IS-STATUS-TEXT
               END-IF
               MOVE INCOMPLETE-STEP-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1
           END-IF.

       420-REFRESH-STEP-ENTRY.
      *    THE STEP LIST IS LAID DOWN FROM THE STREAM DEFINITION ON
      *    EVERY OPEN.  A STEP ALREADY IN ITS SLOT KEEPS WHAT IT LAST
      *    DID; A SLOT TAKING A NEW PROGRAM STARTS OUT NOT RUN.
           IF CY-STEP-PROGRAM (STEP-SUB) NOT = SD-PROGRAM (STEP-SUB)
              OR STEP-SUB > CY-STEP-COUNT
               MOVE SPACES TO CY-STEP-ENTRY (STEP-SUB)
               MOVE ZERO   TO CY-STEP-BUSINESS-DATE (STEP-SUB)
                              CY-STEP-START-DATE (STEP-SUB)
                              CY-STEP-START-TIME (STEP-SUB)
                              CY-STEP-END-DATE (STEP-SUB)
                              CY-STEP-END-TIME (STEP-SUB)
                              CY-STEP-RETURN-CODE (STEP-SUB)
                              CY-STEP-READ-COUNT (STEP-SUB)
                              CY-STEP-WRITTEN-COUNT (STEP-SUB)
           END-IF.
           MOVE SD-PROGRAM (STEP-SUB)     TO CY-STEP-PROGRAM (STEP-SUB).
           MOVE SD-PREDECESSOR (STEP-SUB)
               TO CY-STEP-PREDECESSOR (STEP-SUB).
           MOVE SD-DESCRIPTION (STEP-SUB)
               TO CY-STEP-DESCRIPTION (STEP-SUB).

       610-PRINT-REGISTER-DATE.
           MOVE ED-MONTH TO RG-MONTH.
           MOVE ED-DAY   TO RG-DAY.
           MOVE ED-YEAR  TO RG-YEAR.
           MOVE REGISTER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
