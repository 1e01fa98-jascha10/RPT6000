       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT8900.
      ****************************************************************
      * PROGRAM NAME: RPT8900
      * AUTHORS: Jacob Schamp
      * DATE: 10/15/2026
      * Github:
      * DESCRIPTION: Duplicate customer detection.  The same customer
      * has been set up under two or three customer numbers over the
      * years, often in different branches, so its sales are split
      * and the reps argue over whose account it is.  Reads the whole
      * customer master, reduces each CM-CUSTOMER-NAME to a match key
      * - upper case, punctuation and spaces dropped, and the words
      * that vary between two keyings of the same name (THE, INC,
      * CO, CORP, LLC and the like) left out - and lists every group
      * of two or more customers sharing a key, with each one's
      * branch, salesrep and YTD sales, the group's combined sales,
      * and a suggested survivor.  A group spanning branches is
      * flagged.  The listing is the worksheet the merge requests
      * for RPT9000 are keyed from; nothing is changed here.
      *
      * MODIFICATION HISTORY:
      * 10/15/2026 JS  Initial version.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT I_CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-BR-SR-CU-KEY WITH DUPLICATES.
           SELECT O_RPT8900  ASSIGN TO RPT8900.

       DATA DIVISION.
       FILE SECTION.

       FD  I_CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CUSTMAS.

       FD  O_RPT8900
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                PIC X(130).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05 CUSTMAST-EOF-SWITCH    PIC X VALUE "N".
              88 CUSTMAST-EOF        VALUE "Y".
           05 NOISE-WORD-SWITCH      PIC X VALUE "N".
              88 NOISE-WORD          VALUE "Y" FALSE "N".
           05 GROUP-END-SWITCH       PIC X VALUE "N".
              88 GROUP-END-FOUND     VALUE "Y" FALSE "N".
           05 CROSS-BRANCH-SWITCH    PIC X VALUE "N".
              88 CROSS-BRANCH        VALUE "Y" FALSE "N".

       01  NAME-WORK-FIELDS.
           05 UPPER-NAME             PIC X(20) VALUE SPACE.
           05 UPPER-NAME-TABLE       REDEFINES UPPER-NAME.
              10 UN-CHAR             OCCURS 20 TIMES PIC X(1).
                 88 UN-WORD-CHAR     VALUE "A" THRU "Z" "0" THRU "9".
           05 NAME-WORD              PIC X(20) VALUE SPACE.
           05 NAME-WORD-TABLE        REDEFINES NAME-WORD.
              10 NW-CHAR             OCCURS 20 TIMES PIC X(1).
           05 MATCH-KEY              PIC X(20) VALUE SPACE.
           05 MATCH-KEY-TABLE        REDEFINES MATCH-KEY.
              10 MK-CHAR             OCCURS 20 TIMES PIC X(1).

       01  LOWER-CASE-LETTERS        PIC X(26)
                                     VALUE "abcdefghijklmnopqrstuvwxyz".
       01  UPPER-CASE-LETTERS        PIC X(26)
                                     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  NOISE-WORD-VALUES.
      *    WORDS THAT ONE CLERK KEYS AND THE NEXT LEAVES OFF - THEY
      *    SAY NOTHING ABOUT WHICH CUSTOMER IT IS, SO THEY ARE LEFT
      *    OUT OF THE MATCH KEY.  AN AMPERSAND IS PUNCTUATION AND
      *    IS DROPPED WITH THE REST, SO "AND" GOES TOO.
           05 FILLER                 PIC X(12) VALUE "THE".
           05 FILLER                 PIC X(12) VALUE "AND".
           05 FILLER                 PIC X(12) VALUE "INC".
           05 FILLER                 PIC X(12) VALUE "INCORPORATED".
           05 FILLER                 PIC X(12) VALUE "CO".
           05 FILLER                 PIC X(12) VALUE "COMPANY".
           05 FILLER                 PIC X(12) VALUE "CORP".
           05 FILLER                 PIC X(12) VALUE "CORPORATION".
           05 FILLER                 PIC X(12) VALUE "LLC".
           05 FILLER                 PIC X(12) VALUE "LTD".
           05 FILLER                 PIC X(12) VALUE "LIMITED".
       01  NOISE-WORD-TABLE          REDEFINES NOISE-WORD-VALUES.
           05 NOISE-WORD-ENTRY       OCCURS 11 TIMES PIC X(12).

       01  CANDIDATE-TABLE-CONTROL.
           05 CANDIDATE-COUNT        PIC S9(5) COMP VALUE ZERO.
           05 MAX-CANDIDATE-ENTRIES  PIC S9(5) COMP VALUE +9999.

       01  CANDIDATE-TABLE.
      *    EVERY CUSTOMER WITH A USABLE MATCH KEY, LOADED IN
      *    CUSTOMER-NUMBER ORDER AND THEN SORTED BY MATCH KEY.
           05 DC-ENTRY OCCURS 9999 TIMES.
              10 DC-MATCH-KEY        PIC X(20).
              10 DC-CUSTOMER-NUMBER  PIC 9(5).
              10 DC-BRANCH-NUMBER    PIC 9(2).
              10 DC-SALESREP-NUMBER  PIC 9(2).
              10 DC-CUSTOMER-NAME    PIC X(20).
              10 DC-SALES-THIS-YTD   PIC S9(5)V99 COMP-3.
              10 DC-SALES-LAST-YTD   PIC S9(5)V99 COMP-3.
       01  DC-TEMP-ENTRY             PIC X(57).

       01  TABLE-SUBSCRIPTS          COMP.
           05 NAME-SUB               PIC S9(3) VALUE ZERO.
           05 WORD-SUB               PIC S9(3) VALUE ZERO.
           05 WORD-LENGTH            PIC S9(3) VALUE ZERO.
           05 KEY-LENGTH             PIC S9(3) VALUE ZERO.
           05 NOISE-SUB              PIC S9(3) VALUE ZERO.
           05 SORT-OUTER-INDEX       PIC S9(5) VALUE ZERO.
           05 SORT-INNER-INDEX       PIC S9(5) VALUE ZERO.
           05 GROUP-START            PIC S9(5) VALUE ZERO.
           05 GROUP-END              PIC S9(5) VALUE ZERO.
           05 MEMBER-SUB             PIC S9(5) VALUE ZERO.
           05 SURVIVOR-SUB           PIC S9(5) VALUE ZERO.

       01  GROUP-FIELDS              PACKED-DECIMAL.
           05 GROUP-MEMBER-COUNT     PIC S9(5) VALUE ZERO.
           05 GROUP-THIS-YTD         PIC S9(9)V99 VALUE ZERO.
           05 GROUP-LAST-YTD         PIC S9(9)V99 VALUE ZERO.
           05 MEMBER-COMBINED-YTD    PIC S9(7)V99 VALUE ZERO.
           05 SURVIVOR-COMBINED-YTD  PIC S9(7)V99 VALUE ZERO.

       01  DETECTION-COUNTS          PACKED-DECIMAL.
           05 CUSTOMERS-READ-COUNT   PIC S9(7) VALUE ZERO.
           05 NO-MATCH-KEY-COUNT     PIC S9(7) VALUE ZERO.
           05 GROUPS-FOUND-COUNT     PIC S9(7) VALUE ZERO.
           05 CUSTOMERS-IN-GROUPS    PIC S9(7) VALUE ZERO.
           05 CROSS-BRANCH-COUNT     PIC S9(7) VALUE ZERO.
           05 MERGES-SUGGESTED-COUNT PIC S9(7) VALUE ZERO.

       01  DETECTION-TOTALS          PACKED-DECIMAL.
           05 GROUPS-THIS-YTD        PIC S9(11)V99 VALUE ZERO.
           05 GROUPS-LAST-YTD        PIC S9(11)V99 VALUE ZERO.

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
           05 FILLER          PIC X(20) VALUE "DUPLICATE CUSTOMER C".
           05 FILLER          PIC X(33) VALUE "ANDIDATES".
           05 FILLER          PIC X(6)  VALUE "PAGE: ".
           05 HL1-PAGE-NUMBER PIC ZZZ9.
           05 FILLER          PIC X(26) VALUE SPACE.

       01  HEADING-LINE-2.
           05 FILLER                 PIC X(7)  VALUE "TIME:  ".
           05 HL2-HOURS              PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE ":".
           05 HL2-MINUTES            PIC 9(2).
           05 FILLER                 PIC X(82) VALUE SPACE.
           05 FILLER                 PIC X(7)  VALUE "RPT8900".
           05 FILLER                 PIC X(29) VALUE SPACE.

       01  HEADING-LINE-3.
           05 FILLER                 PIC X(6)  VALUE SPACE.
           05 FILLER                 PIC X(10) VALUE "CUSTOMER".
           05 FILLER                 PIC X(8)  VALUE "BRANCH".
           05 FILLER                 PIC X(10) VALUE "SALESREP".
           05 FILLER                 PIC X(23) VALUE "CUSTOMER NAME".
           05 FILLER                 PIC X(13) VALUE "    THIS YTD".
           05 FILLER                 PIC X(13) VALUE "    LAST YTD".
           05 FILLER                 PIC X(20) VALUE "NOTE".
           05 FILLER                 PIC X(27) VALUE SPACE.

       01  HEADING-LINE-4.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(101) VALUE ALL '-'.
           05 FILLER                 PIC X(27) VALUE SPACE.

       01  GROUP-BANNER-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(11) VALUE "MATCH KEY: ".
           05 GB-MATCH-KEY           PIC X(20).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 GB-MEMBER-COUNT        PIC Z9.
           05 FILLER                 PIC X(11) VALUE " CUSTOMERS ".
           05 GB-CROSS-BRANCH        PIC X(25).
           05 FILLER                 PIC X(57) VALUE SPACE.

       01  MEMBER-LINE.
           05 FILLER                 PIC X(6)  VALUE SPACE.
           05 ML-CUSTOMER-NUMBER     PIC X(5).
           05 FILLER                 PIC X(5)  VALUE SPACE.
           05 ML-BRANCH-NUMBER       PIC X(2).
           05 FILLER                 PIC X(6)  VALUE SPACE.
           05 ML-SALESREP-NUMBER     PIC X(2).
           05 FILLER                 PIC X(8)  VALUE SPACE.
           05 ML-CUSTOMER-NAME       PIC X(20).
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 ML-SALES-THIS-YTD      PIC ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 ML-SALES-LAST-YTD      PIC ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 ML-NOTE                PIC X(20).
           05 FILLER                 PIC X(27) VALUE SPACE.

       01  GROUP-TOTAL-LINE.
           05 FILLER                 PIC X(6)  VALUE SPACE.
           05 FILLER                 PIC X(51)
              VALUE "COMBINED".
           05 GT-SALES-THIS-YTD      PIC ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 GT-SALES-LAST-YTD      PIC ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(49) VALUE SPACE.

       01  DETECTION-TOTAL-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 DT-CAPTION             PIC X(40).
           05 DT-COUNT               PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 DT-AMOUNT              PIC $$$$,$$$,$$9.99-.
           05 FILLER                 PIC X(60) VALUE SPACE.

       PROCEDURE DIVISION.

       000-PREPARE-DUPLICATE-REPORT.
           OPEN INPUT  I_CUSTMAST
                OUTPUT O_RPT8900

           PERFORM 100-FORMAT-REPORT-HEADING

           PERFORM 310-READ-CUSTOMER-RECORD
           PERFORM 300-LOAD-CANDIDATE UNTIL CUSTMAST-EOF

           PERFORM 400-SORT-BY-MATCH-KEY
           PERFORM 230-PRINT-HEADINGS
           MOVE 1 TO GROUP-START
           PERFORM 410-CLOSE-MATCH-GROUP
               UNTIL GROUP-START > CANDIDATE-COUNT
           PERFORM 500-PRINT-DETECTION-TOTALS

           CLOSE I_CUSTMAST O_RPT8900
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
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           MOVE HEADING-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE +6 TO LINE-COUNT.

       300-LOAD-CANDIDATE.
           ADD 1 TO CUSTOMERS-READ-COUNT.
           PERFORM 320-BUILD-MATCH-KEY.
      *    A BLANK NAME, OR ONE MADE UP ONLY OF NOISE WORDS, HAS
      *    NOTHING TO MATCH ON - COUNTED, NOT LISTED.
           IF MATCH-KEY = SPACE
               ADD 1 TO NO-MATCH-KEY-COUNT
           ELSE
               IF CANDIDATE-COUNT = MAX-CANDIDATE-ENTRIES
                   DISPLAY "RPT8900 - CUSTOMER MASTER HOLDS MORE "
                           "CUSTOMERS THAN THE MATCH TABLE "
                           "- RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   CLOSE I_CUSTMAST O_RPT8900
                   STOP RUN
               END-IF
               ADD 1 TO CANDIDATE-COUNT
               MOVE MATCH-KEY
                   TO DC-MATCH-KEY (CANDIDATE-COUNT)
               MOVE CM-CUSTOMER-NUMBER
                   TO DC-CUSTOMER-NUMBER (CANDIDATE-COUNT)
               MOVE CM-BRANCH-NUMBER
                   TO DC-BRANCH-NUMBER (CANDIDATE-COUNT)
               MOVE CM-SALESREP-NUMBER
                   TO DC-SALESREP-NUMBER (CANDIDATE-COUNT)
               MOVE CM-CUSTOMER-NAME
                   TO DC-CUSTOMER-NAME (CANDIDATE-COUNT)
               MOVE CM-SALES-THIS-YTD
                   TO DC-SALES-THIS-YTD (CANDIDATE-COUNT)
               MOVE CM-SALES-LAST-YTD
                   TO DC-SALES-LAST-YTD (CANDIDATE-COUNT)
           END-IF.

           PERFORM 310-READ-CUSTOMER-RECORD.

       310-READ-CUSTOMER-RECORD.
           READ I_CUSTMAST NEXT RECORD
               AT END
                   SET CUSTMAST-EOF TO TRUE
           END-READ.

       320-BUILD-MATCH-KEY.
      *    THE NAME IS BROKEN INTO WORDS AT EVERY CHARACTER THAT IS
      *    NOT A LETTER OR DIGIT, AND THE WORDS THAT ARE NOT NOISE
      *    ARE RUN TOGETHER - SO "ACME SUPPLY CO.", "Acme Supply"
      *    AND "THE ACME-SUPPLY CORP" ALL KEY AS "ACMESUPPLY".
           MOVE CM-CUSTOMER-NAME TO UPPER-NAME.
           INSPECT UPPER-NAME
               CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS.
           MOVE SPACES TO NAME-WORD MATCH-KEY.
           MOVE ZERO   TO WORD-LENGTH KEY-LENGTH.
           PERFORM VARYING NAME-SUB FROM 1 BY 1 UNTIL NAME-SUB > 20
               IF UN-WORD-CHAR (NAME-SUB)
                   ADD 1 TO WORD-LENGTH
                   MOVE UN-CHAR (NAME-SUB) TO NW-CHAR (WORD-LENGTH)
               ELSE
                   PERFORM 325-CLOSE-NAME-WORD
               END-IF
           END-PERFORM.
           PERFORM 325-CLOSE-NAME-WORD.

       325-CLOSE-NAME-WORD.
           IF WORD-LENGTH > ZERO
               SET NOISE-WORD TO FALSE
               PERFORM VARYING NOISE-SUB FROM 1 BY 1
                       UNTIL NOISE-SUB > 11 OR NOISE-WORD
                   IF NAME-WORD = NOISE-WORD-ENTRY (NOISE-SUB)
                       SET NOISE-WORD TO TRUE
                   END-IF
               END-PERFORM
               IF NOT NOISE-WORD
                   PERFORM VARYING WORD-SUB FROM 1 BY 1
                           UNTIL WORD-SUB > WORD-LENGTH
                       ADD 1 TO KEY-LENGTH
                       MOVE NW-CHAR (WORD-SUB) TO MK-CHAR (KEY-LENGTH)
                   END-PERFORM
               END-IF
               MOVE SPACES TO NAME-WORD
               MOVE ZERO   TO WORD-LENGTH
           END-IF.

       400-SORT-BY-MATCH-KEY.
      *    ASCENDING BUBBLE SORT ON THE MATCH KEY, THE SAME SHAPE AS
      *    RPT6000'S RANKING SORTS.  ENTRIES ARE ONLY SWAPPED WHEN
      *    OUT OF ORDER, SO CUSTOMERS SHARING A KEY STAY IN THE
      *    CUSTOMER-NUMBER ORDER THEY WERE LOADED IN.
           IF CANDIDATE-COUNT > 1
               PERFORM VARYING SORT-OUTER-INDEX FROM 1 BY 1
                       UNTIL SORT-OUTER-INDEX > CANDIDATE-COUNT - 1
                   PERFORM VARYING SORT-INNER-INDEX FROM 1 BY 1
                       UNTIL SORT-INNER-INDEX >
                             CANDIDATE-COUNT - SORT-OUTER-INDEX
                       IF DC-MATCH-KEY (SORT-INNER-INDEX) >
                          DC-MATCH-KEY (SORT-INNER-INDEX + 1)
                           MOVE DC-ENTRY (SORT-INNER-INDEX)
                               TO DC-TEMP-ENTRY
                           MOVE DC-ENTRY (SORT-INNER-INDEX + 1)
                               TO DC-ENTRY (SORT-INNER-INDEX)
                           MOVE DC-TEMP-ENTRY
                               TO DC-ENTRY (SORT-INNER-INDEX + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       410-CLOSE-MATCH-GROUP.
      *    FINDS THE LAST ENTRY SHARING GROUP-START'S KEY.  ONLY A
      *    KEY HELD BY TWO OR MORE CUSTOMERS IS A DUPLICATE GROUP.
           MOVE GROUP-START TO GROUP-END.
           SET GROUP-END-FOUND TO FALSE.
           PERFORM UNTIL GROUP-END-FOUND
               IF GROUP-END = CANDIDATE-COUNT
                   SET GROUP-END-FOUND TO TRUE
               ELSE
                   IF DC-MATCH-KEY (GROUP-END + 1)
                          = DC-MATCH-KEY (GROUP-START)
                       ADD 1 TO GROUP-END
                   ELSE
                       SET GROUP-END-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           IF GROUP-END > GROUP-START
               PERFORM 420-PRINT-MATCH-GROUP
           END-IF.
           COMPUTE GROUP-START = GROUP-END + 1.

       420-PRINT-MATCH-GROUP.
      *    THE SUGGESTED SURVIVOR IS THE MEMBER CARRYING THE MOST
      *    THIS-YTD PLUS LAST-YTD SALES - THE NUMBER THE CUSTOMER IS
      *    ACTUALLY BUYING UNDER - WITH THE LOWER CUSTOMER NUMBER
      *    TAKING A TIE.
           COMPUTE GROUP-MEMBER-COUNT = GROUP-END - GROUP-START + 1.
           MOVE ZERO TO GROUP-THIS-YTD GROUP-LAST-YTD.
           SET CROSS-BRANCH TO FALSE.
           MOVE GROUP-START TO SURVIVOR-SUB.
           COMPUTE SURVIVOR-COMBINED-YTD =
               DC-SALES-THIS-YTD (GROUP-START)
             + DC-SALES-LAST-YTD (GROUP-START).
           PERFORM VARYING MEMBER-SUB FROM GROUP-START BY 1
                   UNTIL MEMBER-SUB > GROUP-END
               ADD DC-SALES-THIS-YTD (MEMBER-SUB) TO GROUP-THIS-YTD
               ADD DC-SALES-LAST-YTD (MEMBER-SUB) TO GROUP-LAST-YTD
               IF DC-BRANCH-NUMBER (MEMBER-SUB)
                      NOT = DC-BRANCH-NUMBER (GROUP-START)
                   SET CROSS-BRANCH TO TRUE
               END-IF
               COMPUTE MEMBER-COMBINED-YTD =
                   DC-SALES-THIS-YTD (MEMBER-SUB)
                 + DC-SALES-LAST-YTD (MEMBER-SUB)
               IF MEMBER-COMBINED-YTD > SURVIVOR-COMBINED-YTD
                   MOVE MEMBER-SUB          TO SURVIVOR-SUB
                   MOVE MEMBER-COMBINED-YTD TO SURVIVOR-COMBINED-YTD
               END-IF
           END-PERFORM.

           ADD 1 TO GROUPS-FOUND-COUNT.
           ADD GROUP-MEMBER-COUNT TO CUSTOMERS-IN-GROUPS.
           COMPUTE MERGES-SUGGESTED-COUNT =
               MERGES-SUGGESTED-COUNT + GROUP-MEMBER-COUNT - 1.
           ADD GROUP-THIS-YTD TO GROUPS-THIS-YTD.
           ADD GROUP-LAST-YTD TO GROUPS-LAST-YTD.

      *    A GROUP IS KEPT TOGETHER ON ONE PAGE.
           IF LINE-COUNT + GROUP-MEMBER-COUNT + 4 > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF.
           MOVE DC-MATCH-KEY (GROUP-START) TO GB-MATCH-KEY.
           MOVE GROUP-MEMBER-COUNT         TO GB-MEMBER-COUNT.
           IF CROSS-BRANCH
               ADD 1 TO CROSS-BRANCH-COUNT
               MOVE "*** CROSS-BRANCH" TO GB-CROSS-BRANCH
           ELSE
               MOVE SPACES TO GB-CROSS-BRANCH
           END-IF.
           MOVE GROUP-BANNER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           ADD 2 TO LINE-COUNT.

           PERFORM 425-PRINT-GROUP-MEMBER
               VARYING MEMBER-SUB FROM GROUP-START BY 1
               UNTIL MEMBER-SUB > GROUP-END.

           MOVE GROUP-THIS-YTD TO GT-SALES-THIS-YTD.
           MOVE GROUP-LAST-YTD TO GT-SALES-LAST-YTD.
           MOVE GROUP-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

       425-PRINT-GROUP-MEMBER.
           MOVE DC-CUSTOMER-NUMBER (MEMBER-SUB) TO ML-CUSTOMER-NUMBER.
           MOVE DC-BRANCH-NUMBER (MEMBER-SUB)   TO ML-BRANCH-NUMBER.
           MOVE DC-SALESREP-NUMBER (MEMBER-SUB) TO ML-SALESREP-NUMBER.
           MOVE DC-CUSTOMER-NAME (MEMBER-SUB)   TO ML-CUSTOMER-NAME.
           MOVE DC-SALES-THIS-YTD (MEMBER-SUB)  TO ML-SALES-THIS-YTD.
           MOVE DC-SALES-LAST-YTD (MEMBER-SUB)  TO ML-SALES-LAST-YTD.
           IF MEMBER-SUB = SURVIVOR-SUB
               MOVE "SUGGESTED SURVIVOR" TO ML-NOTE
           ELSE
               MOVE SPACES TO ML-NOTE
           END-IF.
           MOVE MEMBER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

       500-PRINT-DETECTION-TOTALS.
           IF LINE-COUNT > LINES-ON-PAGE - 10
               PERFORM 230-PRINT-HEADINGS
           END-IF.
           MOVE "CUSTOMERS READ:" TO DT-CAPTION.
           MOVE CUSTOMERS-READ-COUNT TO DT-COUNT.
           MOVE ZERO                 TO DT-AMOUNT.
           MOVE DETECTION-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3.

           MOVE "NAMES WITH NOTHING TO MATCH ON:" TO DT-CAPTION.
           MOVE NO-MATCH-KEY-COUNT TO DT-COUNT.
           MOVE DETECTION-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "DUPLICATE GROUPS:" TO DT-CAPTION.
           MOVE GROUPS-FOUND-COUNT TO DT-COUNT.
           MOVE DETECTION-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

           MOVE "  SPANNING MORE THAN ONE BRANCH:" TO DT-CAPTION.
           MOVE CROSS-BRANCH-COUNT TO DT-COUNT.
           MOVE DETECTION-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "CUSTOMERS IN DUPLICATE GROUPS:" TO DT-CAPTION.
           MOVE CUSTOMERS-IN-GROUPS TO DT-COUNT.
           MOVE GROUPS-THIS-YTD     TO DT-AMOUNT.
           MOVE DETECTION-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "  LAST-YTD SALES IN THOSE GROUPS:" TO DT-CAPTION.
           MOVE ZERO            TO DT-COUNT.
           MOVE GROUPS-LAST-YTD TO DT-AMOUNT.
           MOVE DETECTION-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "MERGES SUGGESTED (NUMBERS TO ABSORB):" TO DT-CAPTION.
           MOVE MERGES-SUGGESTED-COUNT TO DT-COUNT.
           MOVE ZERO                   TO DT-AMOUNT.
           MOVE DETECTION-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
