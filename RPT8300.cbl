       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT8300.
      ****************************************************************
      * PROGRAM NAME: RPT8300
      * AUTHORS: Jacob Schamp
      * DATE: 10/15/2026
      * Github:
      * DESCRIPTION: Customer master and sales history backup.  Runs
      * first in the nightly stream, before any step updates either
      * file, and unloads the indexed customer master and sales
      * history file in customer order to one dated sequential
      * backup - a header carrying the business date, the clock
      * stamp of the unload, and how many customer-change audit
      * records were already on file, every master and history
      * record byte for byte, and a trailer carrying each file's
      * record count and amount control totals.  The audit count is
      * the point in the audit file the forward recovery starts
      * reapplying changes from when it reloads this backup.  The
      * register prints the counts and totals so the backup can be
      * checked against the night's other control reports.
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
           SELECT I_CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-BR-SR-CU-KEY WITH DUPLICATES.
           SELECT I_SALHIST  ASSIGN TO SALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-CUSTOMER-NUMBER.
      *    OPTIONAL SO A BACKUP TAKEN BEFORE ANY PROGRAM HAS EVER
      *    WRITTEN THE AUDIT FILE RECORDS A COUNT OF ZERO INSTEAD OF
      *    FAILING ON THE OPEN.
           SELECT OPTIONAL I_CUSTAUD ASSIGN TO CUSTAUD.
           SELECT O_CUSTBKUP ASSIGN TO CUSTBKUP.
           SELECT O_RPT8300  ASSIGN TO RPT8300.

       DATA DIVISION.
       FILE SECTION.

       FD  I_CYCSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1800 CHARACTERS
           BLOCK CONTAINS 1800 CHARACTERS.
       COPY CYCSTAT.

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

       FD  I_CUSTAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CUSTAUD.

       FD  O_CUSTBKUP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 140 CHARACTERS.
       COPY CUSTBKP.

       FD  O_RPT8300
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                PIC X(130).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05 CUSTMAST-EOF-SWITCH    PIC X VALUE "N".
              88 CUSTMAST-EOF        VALUE "Y".
           05 SALHIST-EOF-SWITCH     PIC X VALUE "N".
              88 SALHIST-EOF         VALUE "Y".
           05 CUSTAUD-EOF-SWITCH     PIC X VALUE "N".
              88 CUSTAUD-EOF         VALUE "Y".
           05 CYCSTAT-EOF-SWITCH     PIC X VALUE "N".
              88 CYCSTAT-EOF         VALUE "Y".
           05 CYCLE-STEP-FOUND-SWITCH PIC X VALUE "N".
              88 CYCLE-STEP-FOUND    VALUE "Y" FALSE "N".

       01  CYCLE-STEP-FIELDS.
           05 CYCLE-PROGRAM-NAME     PIC X(8) VALUE "RPT8300".
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

      *    THE STAMP OF THE LAST AUDIT RECORD ON FILE, COPIED OUT AS
      *    EACH ONE IS READ - THE RECORD AREA IS UNDEFINED ONCE THE
      *    READ HITS END OF FILE.
       01  LAST-AUDIT-FIELDS.
           05 LAST-AUDIT-DATE        PIC 9(8) VALUE ZERO.
           05 LAST-AUDIT-TIME        PIC 9(4) VALUE ZERO.

       01  BACKUP-COUNTS             PACKED-DECIMAL.
           05 AUDIT-RECORD-COUNT     PIC S9(9) VALUE ZERO.
           05 CUSTOMERS-READ-COUNT   PIC S9(7) VALUE ZERO.
           05 CUSTOMERS-UNLOADED-COUNT PIC S9(7) VALUE ZERO.
           05 HISTORY-READ-COUNT     PIC S9(7) VALUE ZERO.
           05 HISTORY-UNLOADED-COUNT PIC S9(7) VALUE ZERO.
           05 BACKUP-WRITTEN-COUNT   PIC S9(7) VALUE ZERO.

       01  BACKUP-TOTALS             PACKED-DECIMAL.
      *    SUMMED FROM EACH RECORD AS IT IS UNLOADED - THE SAME
      *    FIGURES THE TRAILER CARRIES AND THE RECOVERY RE-SUMS
      *    FROM THE RECORDS IT RELOADS.
           05 TOTAL-THIS-YTD         PIC S9(9)V99 VALUE ZERO.
           05 TOTAL-LAST-YTD         PIC S9(9)V99 VALUE ZERO.
           05 TOTAL-HISTORY          PIC S9(11)V99 VALUE ZERO.

       01  HISTORY-MONTH-SUB         PIC S9(4) COMP VALUE ZERO.

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

       01  PRINT-FIELDS              PACKED-DECIMAL.
           05 PAGE-COUNT             PIC S9(3) VALUE ZERO.

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
           05 FILLER          PIC X(20) VALUE "CUSTOMER FILE BACKUP".
           05 FILLER          PIC X(33) VALUE " CONTROL REPORT".
           05 FILLER          PIC X(6)  VALUE "PAGE: ".
           05 HL1-PAGE-NUMBER PIC ZZZ9.
           05 FILLER          PIC X(26) VALUE SPACE.

       01  HEADING-LINE-2.
           05 FILLER                 PIC X(7)  VALUE "TIME:  ".
           05 HL2-HOURS              PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE ":".
           05 HL2-MINUTES            PIC 9(2).
           05 FILLER                 PIC X(82) VALUE SPACE.
           05 FILLER                 PIC X(7)  VALUE "RPT8300".
           05 FILLER                 PIC X(29) VALUE SPACE.

       01  STAMP-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 SL-CAPTION             PIC X(34).
           05 SL-MONTH               PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE "/".
           05 SL-DAY                 PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE "/".
           05 SL-YEAR                PIC 9(4).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 SL-TIME-GROUP.
              10 SL-HOURS            PIC 9(2).
              10 SL-COLON            PIC X(1).
              10 SL-MINUTES          PIC 9(2).
           05 FILLER                 PIC X(77) VALUE SPACE.

       01  CONTROL-TOTAL-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 CT-CAPTION             PIC X(34).
           05 CT-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 CT-AMOUNT              PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER                 PIC X(61) VALUE SPACE.

       01  BALANCE-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 BL-TEXT                PIC X(50).
           05 FILLER                 PIC X(78) VALUE SPACE.

       PROCEDURE DIVISION.

       000-BACKUP-CUSTOMER-FILES.
           PERFORM 020-START-CYCLE-STEP
           OPEN INPUT  I_CUSTMAST I_SALHIST I_CUSTAUD
                OUTPUT O_CUSTBKUP O_RPT8300

           PERFORM 100-FORMAT-REPORT-HEADING
           PERFORM 230-PRINT-HEADINGS

           PERFORM 200-COUNT-AUDIT-RECORDS UNTIL CUSTAUD-EOF
           PERFORM 250-WRITE-BACKUP-HEADER

           PERFORM 300-UNLOAD-CUSTOMER-MASTER UNTIL CUSTMAST-EOF
           PERFORM 400-UNLOAD-SALES-HISTORY UNTIL SALHIST-EOF

           PERFORM 450-WRITE-BACKUP-TRAILER
           PERFORM 500-PRINT-CONTROL-TOTALS

           CLOSE I_CUSTMAST I_SALHIST I_CUSTAUD O_CUSTBKUP O_RPT8300
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
               DISPLAY "RPT8300 - NO BUSINESS DATE OPEN ON CYCSTAT "
                       "- RUN STOPPED"
               PERFORM 025-STOP-CYCLE-STEP
           END-IF.

           PERFORM 027-FIND-CYCLE-STEP.
           IF NOT CYCLE-STEP-FOUND
               DISPLAY "RPT8300 - NOT A STEP OF THE NIGHTLY CYCLE "
                       "- RUN STOPPED"
               PERFORM 025-STOP-CYCLE-STEP
           END-IF.
           IF CY-STEP-COMPLETE (CY-STEP-INDEX)
              AND CY-STEP-BUSINESS-DATE (CY-STEP-INDEX)
                  = CY-BUSINESS-DATE
              AND CY-RERUN-PROGRAM NOT = CYCLE-PROGRAM-NAME
               DISPLAY "RPT8300 - ALREADY COMPLETE FOR BUSINESS DATE "
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
                       DISPLAY "RPT8300 - PREDECESSOR "
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

       200-COUNT-AUDIT-RECORDS.
      *    THE AUDIT FILE IS ONLY EVER APPENDED TO, SO THE NUMBER OF
      *    RECORDS ON IT NOW MARKS EXACTLY WHERE THE CHANGES MADE
      *    AFTER THIS BACKUP WILL BEGIN.
           READ I_CUSTAUD
               AT END
                   SET CUSTAUD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO AUDIT-RECORD-COUNT
                   MOVE AU-AUDIT-DATE TO LAST-AUDIT-DATE
                   MOVE AU-AUDIT-TIME TO LAST-AUDIT-TIME
           END-READ.

       230-PRINT-HEADINGS.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.

           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

       250-WRITE-BACKUP-HEADER.
           MOVE SPACES TO CUSTOMER-BACKUP-RECORD.
           SET BK-HEADER TO TRUE.
           MOVE CYCLE-BUSINESS-DATE TO BK-BUSINESS-DATE.
           MOVE CYCLE-CLOCK-DATE    TO BK-BACKUP-DATE.
           MOVE CYCLE-CLOCK-TIME    TO BK-BACKUP-TIME.
           MOVE AUDIT-RECORD-COUNT  TO BK-AUDIT-RECORD-COUNT.
           MOVE LAST-AUDIT-DATE     TO BK-LAST-AUDIT-DATE.
           MOVE LAST-AUDIT-TIME     TO BK-LAST-AUDIT-TIME.
           WRITE CUSTOMER-BACKUP-RECORD.
           ADD 1 TO BACKUP-WRITTEN-COUNT.

       300-UNLOAD-CUSTOMER-MASTER.
           READ I_CUSTMAST NEXT RECORD
               AT END
                   SET CUSTMAST-EOF TO TRUE
           END-READ.
           IF NOT CUSTMAST-EOF
               ADD 1 TO CUSTOMERS-READ-COUNT
               PERFORM 310-UNLOAD-ONE-CUSTOMER
           END-IF.

       310-UNLOAD-ONE-CUSTOMER.
           ADD CM-SALES-THIS-YTD TO TOTAL-THIS-YTD.
           ADD CM-SALES-LAST-YTD TO TOTAL-LAST-YTD.
           MOVE SPACES TO CUSTOMER-BACKUP-RECORD.
           SET BK-CUSTOMER-IMAGE TO TRUE.
           MOVE CUSTOMER-MASTER-RECORD TO BK-RECORD-IMAGE.
           WRITE CUSTOMER-BACKUP-RECORD.
           ADD 1 TO CUSTOMERS-UNLOADED-COUNT.
           ADD 1 TO BACKUP-WRITTEN-COUNT.

       400-UNLOAD-SALES-HISTORY.
           READ I_SALHIST
               AT END
                   SET SALHIST-EOF TO TRUE
           END-READ.
           IF NOT SALHIST-EOF
               ADD 1 TO HISTORY-READ-COUNT
               PERFORM 410-UNLOAD-ONE-HISTORY
           END-IF.

       410-UNLOAD-ONE-HISTORY.
           PERFORM VARYING HISTORY-MONTH-SUB FROM 1 BY 1
                   UNTIL HISTORY-MONTH-SUB > 12
               ADD SH-MONTHLY-AMOUNT (HISTORY-MONTH-SUB)
                   TO TOTAL-HISTORY
           END-PERFORM.
           MOVE SPACES TO CUSTOMER-BACKUP-RECORD.
           SET BK-HISTORY-IMAGE TO TRUE.
           MOVE SALES-HISTORY-RECORD TO BK-RECORD-IMAGE.
           WRITE CUSTOMER-BACKUP-RECORD.
           ADD 1 TO HISTORY-UNLOADED-COUNT.
           ADD 1 TO BACKUP-WRITTEN-COUNT.

       450-WRITE-BACKUP-TRAILER.
           MOVE SPACES TO CUSTOMER-BACKUP-RECORD.
           SET BK-TRAILER TO TRUE.
           MOVE CUSTOMERS-UNLOADED-COUNT TO BK-CUSTOMER-COUNT.
           MOVE TOTAL-THIS-YTD           TO BK-TOTAL-THIS-YTD.
           MOVE TOTAL-LAST-YTD           TO BK-TOTAL-LAST-YTD.
           MOVE HISTORY-UNLOADED-COUNT   TO BK-HISTORY-COUNT.
           MOVE TOTAL-HISTORY            TO BK-TOTAL-HISTORY.
           WRITE CUSTOMER-BACKUP-RECORD.
           ADD 1 TO BACKUP-WRITTEN-COUNT.

       500-PRINT-CONTROL-TOTALS.
           MOVE "BUSINESS DATE OF BACKUP:" TO SL-CAPTION.
           MOVE CYCLE-BUSINESS-DATE TO EDIT-DATE-NUMBER.
           PERFORM 510-PRINT-DATE-LINE.
           MOVE "UNLOADED AT:" TO SL-CAPTION.
           MOVE CYCLE-CLOCK-DATE TO EDIT-DATE-NUMBER.
           MOVE CYCLE-CLOCK-TIME TO EDIT-TIME-NUMBER.
           PERFORM 515-PRINT-STAMP-LINE.

           MOVE "AUDIT RECORDS ON FILE AT BACKUP:  " TO CT-CAPTION.
           MOVE AUDIT-RECORD-COUNT TO CT-COUNT.
           MOVE ZERO               TO CT-AMOUNT.
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           IF AUDIT-RECORD-COUNT > ZERO
               MOVE "  LAST AUDIT RECORD STAMPED:" TO SL-CAPTION
               MOVE LAST-AUDIT-DATE TO EDIT-DATE-NUMBER
               MOVE LAST-AUDIT-TIME TO EDIT-TIME-NUMBER
               PERFORM 515-PRINT-STAMP-LINE
           END-IF.

           MOVE "CUSTOMER MASTERS READ:            " TO CT-CAPTION.
           MOVE CUSTOMERS-READ-COUNT TO CT-COUNT.
           MOVE ZERO                 TO CT-AMOUNT.
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3.

           MOVE "CUSTOMER MASTERS UNLOADED:        " TO CT-CAPTION.
           MOVE CUSTOMERS-UNLOADED-COUNT TO CT-COUNT.
           MOVE TOTAL-THIS-YTD           TO CT-AMOUNT.
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "  THIS-YTD CONTROL TOTAL:         " TO CT-CAPTION.
           MOVE ZERO                     TO CT-COUNT.
           MOVE TOTAL-THIS-YTD           TO CT-AMOUNT.
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "  LAST-YTD CONTROL TOTAL:         " TO CT-CAPTION.
           MOVE ZERO                     TO CT-COUNT.
           MOVE TOTAL-LAST-YTD           TO CT-AMOUNT.
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "SALES HISTORY RECORDS READ:       " TO CT-CAPTION.
           MOVE HISTORY-READ-COUNT TO CT-COUNT.
           MOVE ZERO               TO CT-AMOUNT.
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

           MOVE "SALES HISTORY RECORDS UNLOADED:   " TO CT-CAPTION.
           MOVE HISTORY-UNLOADED-COUNT TO CT-COUNT.
           MOVE TOTAL-HISTORY          TO CT-AMOUNT.
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "BACKUP RECORDS WRITTEN:           " TO CT-CAPTION.
           MOVE BACKUP-WRITTEN-COUNT TO CT-COUNT.
           MOVE ZERO                 TO CT-AMOUNT.
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

      *    EVERY RECORD READ MUST HAVE GONE OUT, AND THE BACKUP MUST
      *    HOLD NOTHING BUT THOSE RECORDS, ONE HEADER AND ONE
      *    TRAILER.
           IF CUSTOMERS-UNLOADED-COUNT = CUSTOMERS-READ-COUNT
              AND HISTORY-UNLOADED-COUNT = HISTORY-READ-COUNT
              AND BACKUP-WRITTEN-COUNT =
                  CUSTOMERS-UNLOADED-COUNT + HISTORY-UNLOADED-COUNT + 2
               MOVE "BACKUP BALANCED - UNLOADED = READ"
                   TO BL-TEXT
           ELSE
               MOVE "*** BACKUP OUT OF BALANCE - DO NOT RELY ON IT ***"
                   TO BL-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE BALANCE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

       510-PRINT-DATE-LINE.
           MOVE SPACES TO SL-TIME-GROUP.
           MOVE ED-MONTH TO SL-MONTH.
           MOVE ED-DAY   TO SL-DAY.
           MOVE ED-YEAR  TO SL-YEAR.
           MOVE STAMP-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

       515-PRINT-STAMP-LINE.
           MOVE ET-HOURS   TO SL-HOURS.
           MOVE ":"        TO SL-COLON.
           MOVE ET-MINUTES TO SL-MINUTES.
           MOVE ED-MONTH TO SL-MONTH.
           MOVE ED-DAY   TO SL-DAY.
           MOVE ED-YEAR  TO SL-YEAR.
           MOVE STAMP-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

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
               MOVE CUSTOMERS-READ-COUNT
                   TO CY-STEP-READ-COUNT (CY-STEP-INDEX)
               ADD HISTORY-READ-COUNT
                   TO CY-STEP-READ-COUNT (CY-STEP-INDEX)
               MOVE BACKUP-WRITTEN-COUNT
                   TO CY-STEP-WRITTEN-COUNT (CY-STEP-INDEX)
               REWRITE CYCLE-STATUS-RECORD
           END-IF.
           CLOSE I_CYCSTAT.
