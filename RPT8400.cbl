       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT8400.
      ****************************************************************
      * PROGRAM NAME: RPT8400
      * AUTHORS: Jacob Schamp
      * DATE: 10/15/2026
      * Github:
      * DESCRIPTION: Customer master forward recovery.  Reloads the
      * indexed customer master and sales history file from a
      * backup taken by the nightly unload, proves the reload put
      * back exactly what the backup's trailer says was unloaded,
      * then rolls the customer master forward by reapplying, in
      * the order they were written, the after-images of every
      * customer-change audit record written since that backup -
      * maintenance, reassignment, reinstatement, purge, billing
      * postings, and the year-end roll - up to the date and time
      * on the control card.  The recovery register lists every
      * audit record that did not fit the file as rebuilt and
      * balances the restored master, read back from the file, to
      * the backup's counts and totals plus the net movement of the
      * changes reapplied - the counts and totals the master stood
      * at at the recovery point.  The sales history file is put
      * back as of the backup; it is rebuilt by the next billing
      * load.
      *
      * MODIFICATION HISTORY:
      * 10/15/2026 JS  Initial version.
      * 10/15/2026 JS  Customer merge audit records ("M") are
      *                counted and captioned on their own line.  They
      *                are reapplied by their images like every other
      *                record - the survivor's as a change, the
      *                absorbed customer's as a delete.
      * 10/15/2026 JS  The customer master and sales history are no
      *                longer opened (and so emptied) until the
      *                RCVRCTL card and the backup header have passed
      *                their checks - a run stopped by either now
      *                leaves both files as they were.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    OPTIONAL SO A MISSING CARD MEANS "ROLL FORWARD THROUGH THE
      *    LAST AUDIT RECORD ON FILE" INSTEAD OF AN OPEN FAILURE.
           SELECT OPTIONAL I_RCVRCTL ASSIGN TO RCVRCTL.
           SELECT I_CUSTBKUP ASSIGN TO CUSTBKUP.
      *    OPTIONAL SO A RELOAD WITH NO AUDIT FILE AT ALL SIMPLY HAS
      *    NOTHING TO REAPPLY.
           SELECT OPTIONAL I_CUSTAUD ASSIGN TO CUSTAUD.
           SELECT O_CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-BR-SR-CU-KEY WITH DUPLICATES.
           SELECT O_SALHIST  ASSIGN TO SALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-CUSTOMER-NUMBER.
           SELECT O_RPT8400  ASSIGN TO RPT8400.

       DATA DIVISION.
       FILE SECTION.

       FD  I_RCVRCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY RCVRCTL.

       FD  I_CUSTBKUP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 140 CHARACTERS.
       COPY CUSTBKP.

       FD  I_CUSTAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CUSTAUD.

       FD  O_CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CUSTMAS.

       FD  O_SALHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY SALHIST.

       FD  O_RPT8400
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                PIC X(130).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05 RCVRCTL-EOF-SWITCH     PIC X VALUE "N".
              88 RCVRCTL-EOF         VALUE "Y".
           05 CUSTBKUP-EOF-SWITCH    PIC X VALUE "N".
              88 CUSTBKUP-EOF        VALUE "Y".
           05 CUSTAUD-EOF-SWITCH     PIC X VALUE "N".
              88 CUSTAUD-EOF         VALUE "Y".
           05 CUSTMAST-EOF-SWITCH    PIC X VALUE "N".
              88 CUSTMAST-EOF        VALUE "Y".
           05 TRAILER-FOUND-SWITCH   PIC X VALUE "N".
              88 TRAILER-FOUND       VALUE "Y" FALSE "N".
           05 PAST-POINT-SWITCH      PIC X VALUE "N".
              88 PAST-RECOVERY-POINT VALUE "Y" FALSE "N".
           05 MASTERS-OPEN-SWITCH    PIC X VALUE "N".
              88 MASTERS-OPEN        VALUE "Y" FALSE "N".
           05 MASTER-FOUND-SWITCH    PIC X VALUE "N".
              88 MASTER-FOUND        VALUE "Y" FALSE "N".

      *    THE RECOVERY POINT AND EACH AUDIT RECORD'S STAMP AS ONE
      *    CCYYMMDDHHMM NUMBER SO A SINGLE COMPARE ORDERS THEM.
      *    HIGH-VALUE NINES MEANS NO POINT WAS GIVEN.
       01  RECOVERY-POINT-FIELDS.
           05 RECOVERY-POINT-STAMP   PIC 9(12) VALUE ZERO.
           05 AUDIT-STAMP            PIC 9(12) VALUE ZERO.
           05 BACKUP-LAST-AUDIT-STAMP PIC 9(12) VALUE ZERO.

      *    THE BACKUP'S HEADER AND TRAILER, COPIED OUT OF THE RECORD
      *    AREA AS THEY ARE READ - THE RECORD AREA IS OVERLAID BY THE
      *    NEXT READ AND UNDEFINED ONCE THE FILE IS CLOSED.
       01  BACKUP-HEADER-HOLD.
           05 BH-BUSINESS-DATE       PIC 9(8) VALUE ZERO.
           05 BH-BACKUP-DATE         PIC 9(8) VALUE ZERO.
           05 BH-BACKUP-TIME         PIC 9(4) VALUE ZERO.
           05 BH-AUDIT-RECORD-COUNT  PIC 9(9) VALUE ZERO.
           05 BH-LAST-AUDIT-DATE     PIC 9(8) VALUE ZERO.
           05 BH-LAST-AUDIT-TIME     PIC 9(4) VALUE ZERO.

       01  BACKUP-TRAILER-HOLD       PACKED-DECIMAL.
           05 BT-CUSTOMER-COUNT      PIC S9(7) VALUE ZERO.
           05 BT-TOTAL-THIS-YTD      PIC S9(9)V99 VALUE ZERO.
           05 BT-TOTAL-LAST-YTD      PIC S9(9)V99 VALUE ZERO.
           05 BT-HISTORY-COUNT       PIC S9(7) VALUE ZERO.
           05 BT-TOTAL-HISTORY       PIC S9(11)V99 VALUE ZERO.

      *    A WORKING COPY OF THE MASTER BEING CHANGED.  AN AUDIT
      *    IMAGE COVERS ONLY THE RECORD'S LEADING DATA FIELDS, SO
      *    THE AFTER-IMAGE IS LAID OVER THOSE AND THE REST OF THE
      *    RECORD IS KEPT AS IT IS ON FILE.
       01  RESTORE-RECORD.
           05 RESTORE-IMAGE          PIC X(43).
           05 RESTORE-REMAINDER      PIC X(87).

       01  RELOAD-COUNTS             PACKED-DECIMAL.
           05 BACKUP-READ-COUNT      PIC S9(7) VALUE ZERO.
           05 CUSTOMERS-RELOADED-COUNT PIC S9(7) VALUE ZERO.
           05 HISTORY-RELOADED-COUNT PIC S9(7) VALUE ZERO.
           05 RELOAD-ERROR-COUNT     PIC S9(7) VALUE ZERO.

       01  RELOAD-TOTALS             PACKED-DECIMAL.
           05 RELOADED-THIS-YTD      PIC S9(9)V99 VALUE ZERO.
           05 RELOADED-LAST-YTD      PIC S9(9)V99 VALUE ZERO.
           05 RELOADED-HISTORY       PIC S9(11)V99 VALUE ZERO.

       01  ROLL-FORWARD-COUNTS       PACKED-DECIMAL.
           05 AUDIT-READ-COUNT       PIC S9(9) VALUE ZERO.
           05 AUDIT-SKIPPED-COUNT    PIC S9(9) VALUE ZERO.
           05 AUDIT-APPLIED-COUNT    PIC S9(7) VALUE ZERO.
           05 AUDIT-PAST-POINT-COUNT PIC S9(7) VALUE ZERO.
           05 EXCEPTION-COUNT        PIC S9(7) VALUE ZERO.
           05 ADDS-APPLIED-COUNT     PIC S9(7) VALUE ZERO.
           05 REINSTATES-APPLIED-COUNT PIC S9(7) VALUE ZERO.
           05 CHANGES-APPLIED-COUNT  PIC S9(7) VALUE ZERO.
           05 BILLING-APPLIED-COUNT  PIC S9(7) VALUE ZERO.
           05 ROLLS-APPLIED-COUNT    PIC S9(7) VALUE ZERO.
           05 DELETES-APPLIED-COUNT  PIC S9(7) VALUE ZERO.
           05 MERGES-APPLIED-COUNT   PIC S9(7) VALUE ZERO.
           05 RECORDS-ADDED-COUNT    PIC S9(7) VALUE ZERO.
           05 RECORDS-DELETED-COUNT  PIC S9(7) VALUE ZERO.

       01  ROLL-FORWARD-TOTALS       PACKED-DECIMAL.
      *    THE NET MOVEMENT OF THE CHANGES REAPPLIED, TAKEN FROM THE
      *    AUDIT IMAGES THEMSELVES (AFTER LESS BEFORE), NOT FROM THE
      *    FILE - SO A RECORD THAT DID NOT LOOK ON FILE THE WAY ITS
      *    AUDIT RECORD SAYS IT DID SURFACES AS AN OUT-OF-BALANCE
      *    REGISTER, NOT JUST AN EXCEPTION LINE.
           05 APPLIED-THIS-YTD-NET   PIC S9(9)V99 VALUE ZERO.
           05 APPLIED-LAST-YTD-NET   PIC S9(9)V99 VALUE ZERO.
           05 BILLING-THIS-YTD-NET   PIC S9(9)V99 VALUE ZERO.

       01  RECOVERY-POINT-TOTALS     PACKED-DECIMAL.
           05 EXPECTED-CUSTOMER-COUNT PIC S9(7) VALUE ZERO.
           05 EXPECTED-THIS-YTD      PIC S9(9)V99 VALUE ZERO.
           05 EXPECTED-LAST-YTD      PIC S9(9)V99 VALUE ZERO.
           05 RESTORED-CUSTOMER-COUNT PIC S9(7) VALUE ZERO.
           05 RESTORED-THIS-YTD      PIC S9(9)V99 VALUE ZERO.
           05 RESTORED-LAST-YTD      PIC S9(9)V99 VALUE ZERO.

       01  HISTORY-MONTH-SUB         PIC S9(4) COMP VALUE ZERO.

       01  EXCEPTION-REASON          PIC X(40) VALUE SPACE.
       01  ACTION-CAPTION            PIC X(6)  VALUE SPACE.

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
           05 FILLER          PIC X(20) VALUE "CUSTOMER MASTER RECO".
           05 FILLER          PIC X(33) VALUE "VERY REGISTER".
           05 FILLER          PIC X(6)  VALUE "PAGE: ".
           05 HL1-PAGE-NUMBER PIC ZZZ9.
           05 FILLER          PIC X(26) VALUE SPACE.

       01  HEADING-LINE-2.
           05 FILLER                 PIC X(7)  VALUE "TIME:  ".
           05 HL2-HOURS              PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE ":".
           05 HL2-MINUTES            PIC 9(2).
           05 FILLER                 PIC X(82) VALUE SPACE.
           05 FILLER                 PIC X(7)  VALUE "RPT8400".
           05 FILLER                 PIC X(29) VALUE SPACE.

       01  HEADING-LINE-3.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(19)
                                     VALUE "AUDIT DATE   TIME".
           05 FILLER                 PIC X(10) VALUE "PROGRAM".
           05 FILLER                 PIC X(8)  VALUE "ACTION".
           05 FILLER                 PIC X(10) VALUE "CUSTOMER".
           05 FILLER                 PIC X(40) VALUE "EXCEPTION".
           05 FILLER                 PIC X(41) VALUE SPACE.

       01  HEADING-LINE-4.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(87) VALUE ALL '-'.
           05 FILLER                 PIC X(41) VALUE SPACE.

       01  EXCEPTION-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 EX-MONTH               PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE "/".
           05 EX-DAY                 PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE "/".
           05 EX-YEAR                PIC 9(4).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 EX-HOURS               PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE ":".
           05 EX-MINUTES             PIC 9(2).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 EX-PROGRAM             PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 EX-ACTION              PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 EX-CUSTOMER            PIC X(5).
           05 FILLER                 PIC X(5)  VALUE SPACE.
           05 EX-REASON              PIC X(40).
           05 FILLER                 PIC X(41) VALUE SPACE.

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

       01  SECTION-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 SC-TEXT                PIC X(50).
           05 FILLER                 PIC X(78) VALUE SPACE.

       01  CONTROL-TOTAL-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 CT-CAPTION             PIC X(40).
           05 CT-COUNT               PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 CT-AMOUNT              PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER                 PIC X(54) VALUE SPACE.

       01  BALANCE-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 BL-TEXT                PIC X(70).
           05 FILLER                 PIC X(58) VALUE SPACE.

       PROCEDURE DIVISION.

       000-RECOVER-CUSTOMER-MASTER.
           OPEN INPUT  I_RCVRCTL I_CUSTBKUP I_CUSTAUD
                OUTPUT O_RPT8400

           PERFORM 100-FORMAT-REPORT-HEADING
           PERFORM 150-READ-CONTROL-CARD
           PERFORM 200-READ-BACKUP-HEADER

      *    OPENING THE MASTERS OUTPUT EMPTIES THEM, SO IT WAITS UNTIL
      *    THE CARD AND THE BACKUP HEADER HAVE BOTH BEEN ACCEPTED.
           OPEN OUTPUT O_CUSTMAST O_SALHIST
           SET MASTERS-OPEN TO TRUE

           PERFORM 300-RELOAD-BACKUP UNTIL CUSTBKUP-EOF
           PERFORM 350-CHECK-RELOAD

      *    THE RELOADED MASTER IS REOPENED FOR UPDATE TO TAKE THE
      *    CHANGES WRITTEN SINCE THE BACKUP.
           CLOSE O_CUSTMAST O_SALHIST
           OPEN I-O O_CUSTMAST
           PERFORM 230-PRINT-HEADINGS
           PERFORM 400-SKIP-BACKED-UP-AUDIT
               UNTIL CUSTAUD-EOF
                  OR AUDIT-SKIPPED-COUNT = BH-AUDIT-RECORD-COUNT
           PERFORM 410-CHECK-AUDIT-POSITION
           PERFORM 500-ROLL-FORWARD UNTIL CUSTAUD-EOF

      *    AND REOPENED ONCE MORE TO READ BACK WHAT WAS RESTORED.
           CLOSE O_CUSTMAST
           OPEN INPUT O_CUSTMAST
           PERFORM 600-READ-RESTORED-MASTER UNTIL CUSTMAST-EOF

           PERFORM 700-PRINT-RECOVERY-TOTALS

           CLOSE I_RCVRCTL I_CUSTBKUP I_CUSTAUD O_CUSTMAST O_RPT8400
           STOP RUN.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

       150-READ-CONTROL-CARD.
      *    A MISSING CARD, OR A ZERO OR SPACE DATE, ROLLS FORWARD
      *    THROUGH THE LAST AUDIT RECORD ON FILE.  A DATE WITH NO
      *    TIME MEANS THE END OF THAT DAY.  A PRESENT BUT INVALID
      *    DATE OR TIME STOPS THE RUN BEFORE THE RELOAD BEGINS.
           READ I_RCVRCTL
               AT END
                   SET RCVRCTL-EOF TO TRUE
           END-READ.
           IF RCVRCTL-EOF
               MOVE SPACES TO RECOVERY-CONTROL-RECORD
           END-IF.
           EVALUATE TRUE
               WHEN RV-RECOVERY-DATE-X = SPACES
                   MOVE ZERO TO RV-RECOVERY-DATE
               WHEN RV-RECOVERY-DATE-X NOT NUMERIC
                   DISPLAY "RPT8400 - RCVRCTL RECOVERY DATE NOT "
                           "NUMERIC - RUN STOPPED"
                   PERFORM 160-STOP-RUN
               WHEN RV-RECOVERY-DATE = ZERO
                   CONTINUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD (RV-RECOVERY-DATE)
                       NOT = ZERO
                   DISPLAY "RPT8400 - RCVRCTL RECOVERY DATE NOT A "
                           "VALID DATE - RUN STOPPED"
                   PERFORM 160-STOP-RUN
           END-EVALUATE.
           EVALUATE TRUE
               WHEN RV-RECOVERY-TIME-X = SPACES
                   MOVE ZERO TO RV-RECOVERY-TIME
               WHEN RV-RECOVERY-TIME-X NOT NUMERIC
                   DISPLAY "RPT8400 - RCVRCTL RECOVERY TIME NOT "
                           "NUMERIC - RUN STOPPED"
                   PERFORM 160-STOP-RUN
               WHEN RV-RECOVERY-HOURS > 23
                 OR RV-RECOVERY-MINUTES > 59
                   DISPLAY "RPT8400 - RCVRCTL RECOVERY TIME NOT A "
                           "VALID HHMM - RUN STOPPED"
                   PERFORM 160-STOP-RUN
               WHEN RV-RECOVERY-TIME NOT = ZERO
                AND RV-RECOVERY-DATE = ZERO
                   DISPLAY "RPT8400 - RCVRCTL RECOVERY TIME GIVEN "
                           "WITHOUT A DATE - RUN STOPPED"
                   PERFORM 160-STOP-RUN
           END-EVALUATE.

           EVALUATE TRUE
               WHEN RV-RECOVERY-DATE = ZERO
                   MOVE 999999999999 TO RECOVERY-POINT-STAMP
               WHEN RV-RECOVERY-TIME = ZERO
                   COMPUTE RECOVERY-POINT-STAMP =
                       (RV-RECOVERY-DATE * 10000) + 2359
               WHEN OTHER
                   COMPUTE RECOVERY-POINT-STAMP =
                       (RV-RECOVERY-DATE * 10000) + RV-RECOVERY-TIME
           END-EVALUATE.

       160-STOP-RUN.
      *    A STOP FROM THE CARD OR HEADER CHECKS COMES BEFORE THE
      *    MASTERS ARE OPENED; ONLY A STOP FROM THE RELOAD ITSELF
      *    HAS THEM TO CLOSE.
           MOVE 16 TO RETURN-CODE.
           CLOSE I_RCVRCTL I_CUSTBKUP I_CUSTAUD O_RPT8400.
           IF MASTERS-OPEN
               CLOSE O_CUSTMAST O_SALHIST
           END-IF.
           STOP RUN.

       200-READ-BACKUP-HEADER.
      *    THE FIRST RECORD MUST BE THE HEADER - WITHOUT IT THERE IS
      *    NO TELLING WHERE IN THE AUDIT FILE THIS BACKUP'S CHANGES
      *    BEGIN, AND NOTHING IS RELOADED.
           READ I_CUSTBKUP
               AT END
                   SET CUSTBKUP-EOF TO TRUE
           END-READ.
           IF CUSTBKUP-EOF OR NOT BK-HEADER
               DISPLAY "RPT8400 - CUSTBKUP DOES NOT BEGIN WITH A "
                       "BACKUP HEADER - RUN STOPPED"
               PERFORM 160-STOP-RUN
           END-IF.
           MOVE BK-BUSINESS-DATE      TO BH-BUSINESS-DATE.
           MOVE BK-BACKUP-DATE        TO BH-BACKUP-DATE.
           MOVE BK-BACKUP-TIME        TO BH-BACKUP-TIME.
           MOVE BK-AUDIT-RECORD-COUNT TO BH-AUDIT-RECORD-COUNT.
           MOVE BK-LAST-AUDIT-DATE    TO BH-LAST-AUDIT-DATE.
           MOVE BK-LAST-AUDIT-TIME    TO BH-LAST-AUDIT-TIME.
           COMPUTE BACKUP-LAST-AUDIT-STAMP =
               (BH-LAST-AUDIT-DATE * 10000) + BH-LAST-AUDIT-TIME.
      *    A POINT EARLIER THAN THE LAST CHANGE THE BACKUP ALREADY
      *    HOLDS CANNOT BE REACHED BY ROLLING FORWARD FROM IT.
           IF RECOVERY-POINT-STAMP < BACKUP-LAST-AUDIT-STAMP
               DISPLAY "RPT8400 - RECOVERY POINT IS EARLIER THAN "
                       "THE BACKUP - USE AN OLDER BACKUP - RUN STOPPED"
               PERFORM 160-STOP-RUN
           END-IF.

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
           MOVE +5 TO LINE-COUNT.

       300-RELOAD-BACKUP.
           READ I_CUSTBKUP
               AT END
                   SET CUSTBKUP-EOF TO TRUE
           END-READ.
           IF NOT CUSTBKUP-EOF
               ADD 1 TO BACKUP-READ-COUNT
               EVALUATE TRUE
                   WHEN TRAILER-FOUND
      *                NOTHING BELONGS AFTER THE TRAILER.
                       ADD 1 TO RELOAD-ERROR-COUNT
                   WHEN BK-CUSTOMER-IMAGE
                       PERFORM 310-RELOAD-CUSTOMER
                   WHEN BK-HISTORY-IMAGE
                       PERFORM 320-RELOAD-HISTORY
                   WHEN BK-TRAILER
                       PERFORM 330-HOLD-BACKUP-TRAILER
                   WHEN OTHER
                       ADD 1 TO RELOAD-ERROR-COUNT
               END-EVALUATE
           END-IF.

       310-RELOAD-CUSTOMER.
           MOVE BK-RECORD-IMAGE TO CUSTOMER-MASTER-RECORD.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO RELOAD-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO CUSTOMERS-RELOADED-COUNT
                   ADD CM-SALES-THIS-YTD TO RELOADED-THIS-YTD
                   ADD CM-SALES-LAST-YTD TO RELOADED-LAST-YTD
           END-WRITE.

       320-RELOAD-HISTORY.
           MOVE BK-RECORD-IMAGE TO SALES-HISTORY-RECORD.
           WRITE SALES-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO RELOAD-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO HISTORY-RELOADED-COUNT
                   PERFORM VARYING HISTORY-MONTH-SUB FROM 1 BY 1
                           UNTIL HISTORY-MONTH-SUB > 12
                       ADD SH-MONTHLY-AMOUNT (HISTORY-MONTH-SUB)
                           TO RELOADED-HISTORY
                   END-PERFORM
           END-WRITE.

       330-HOLD-BACKUP-TRAILER.
           SET TRAILER-FOUND TO TRUE.
           MOVE BK-CUSTOMER-COUNT TO BT-CUSTOMER-COUNT.
           MOVE BK-TOTAL-THIS-YTD TO BT-TOTAL-THIS-YTD.
           MOVE BK-TOTAL-LAST-YTD TO BT-TOTAL-LAST-YTD.
           MOVE BK-HISTORY-COUNT  TO BT-HISTORY-COUNT.
           MOVE BK-TOTAL-HISTORY  TO BT-TOTAL-HISTORY.

       350-CHECK-RELOAD.
      *    THE RELOAD MUST MATCH THE TRAILER TO THE RECORD AND THE
      *    PENNY BEFORE ANY CHANGE IS ROLLED FORWARD ONTO IT - A
      *    SHORT OR DAMAGED BACKUP IS REPORTED AND THE RUN STOPS.
           PERFORM 230-PRINT-HEADINGS.
           MOVE "BACKUP RELOADED" TO SC-TEXT.
           MOVE SECTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           MOVE "  BUSINESS DATE OF BACKUP:" TO SL-CAPTION.
           MOVE BH-BUSINESS-DATE TO EDIT-DATE-NUMBER.
           PERFORM 810-PRINT-DATE-LINE.
           MOVE "  UNLOADED AT:" TO SL-CAPTION.
           MOVE BH-BACKUP-DATE TO EDIT-DATE-NUMBER.
           MOVE BH-BACKUP-TIME TO EDIT-TIME-NUMBER.
           PERFORM 815-PRINT-STAMP-LINE.

           MOVE "  BACKUP RECORDS READ:" TO CT-CAPTION.
           COMPUTE CT-COUNT = BACKUP-READ-COUNT + 1.
           MOVE ZERO TO CT-AMOUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "  CUSTOMER MASTERS PER TRAILER:" TO CT-CAPTION.
           MOVE BT-CUSTOMER-COUNT TO CT-COUNT.
           MOVE BT-TOTAL-THIS-YTD TO CT-AMOUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "  CUSTOMER MASTERS RELOADED:" TO CT-CAPTION.
           MOVE CUSTOMERS-RELOADED-COUNT TO CT-COUNT.
           MOVE RELOADED-THIS-YTD TO CT-AMOUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "    LAST-YTD PER TRAILER:" TO CT-CAPTION.
           MOVE ZERO TO CT-COUNT.
           MOVE BT-TOTAL-LAST-YTD TO CT-AMOUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "    LAST-YTD RELOADED:" TO CT-CAPTION.
           MOVE ZERO TO CT-COUNT.
           MOVE RELOADED-LAST-YTD TO CT-AMOUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "  SALES HISTORY PER TRAILER:" TO CT-CAPTION.
           MOVE BT-HISTORY-COUNT TO CT-COUNT.
           MOVE BT-TOTAL-HISTORY TO CT-AMOUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "  SALES HISTORY RELOADED:" TO CT-CAPTION.
           MOVE HISTORY-RELOADED-COUNT TO CT-COUNT.
           MOVE RELOADED-HISTORY TO CT-AMOUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "  RECORDS NOT RELOADED:" TO CT-CAPTION.
           MOVE RELOAD-ERROR-COUNT TO CT-COUNT.
           MOVE ZERO TO CT-AMOUNT.
           PERFORM 800-PRINT-TOTAL-LINE.

           IF TRAILER-FOUND
              AND RELOAD-ERROR-COUNT = ZERO
              AND CUSTOMERS-RELOADED-COUNT = BT-CUSTOMER-COUNT
              AND RELOADED-THIS-YTD = BT-TOTAL-THIS-YTD
              AND RELOADED-LAST-YTD = BT-TOTAL-LAST-YTD
              AND HISTORY-RELOADED-COUNT = BT-HISTORY-COUNT
              AND RELOADED-HISTORY = BT-TOTAL-HISTORY
               MOVE "RELOAD BALANCED - RELOADED = BACKUP TRAILER"
                   TO BL-TEXT
               MOVE BALANCE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2
           ELSE
               IF NOT TRAILER-FOUND
                   MOVE "*** BACKUP HAS NO TRAILER - RELOAD INCOMPLETE"
                       TO BL-TEXT
               ELSE
                   MOVE "*** RELOAD OUT OF BALANCE - NOT ROLLED FORWARD"
                       TO BL-TEXT
               END-IF
               MOVE BALANCE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2
               DISPLAY "RPT8400 - RELOAD DOES NOT BALANCE TO THE "
                       "BACKUP TRAILER - RUN STOPPED"
               PERFORM 160-STOP-RUN
           END-IF.

       400-SKIP-BACKED-UP-AUDIT.
      *    THE FIRST BH-AUDIT-RECORD-COUNT RECORDS WERE ALREADY ON
      *    FILE WHEN THE BACKUP WAS TAKEN - THEIR CHANGES ARE IN IT.
           READ I_CUSTAUD
               AT END
                   SET CUSTAUD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO AUDIT-READ-COUNT
                   ADD 1 TO AUDIT-SKIPPED-COUNT
           END-READ.

       410-CHECK-AUDIT-POSITION.
      *    AN AUDIT FILE HOLDING FEWER RECORDS THAN IT DID AT BACKUP
      *    TIME IS NOT THE FILE THE BACKUP WAS TAKEN AGAINST, AND
      *    ROLLING IT FORWARD WOULD APPLY THE WRONG CHANGES.
           IF AUDIT-SKIPPED-COUNT < BH-AUDIT-RECORD-COUNT
               MOVE "*** AUDIT FILE SHORTER THAN AT BACKUP - NOT ROLLED"
                   TO BL-TEXT
               MOVE BALANCE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2
               DISPLAY "RPT8400 - CUSTAUD HOLDS FEWER RECORDS THAN AT "
                       "BACKUP TIME - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               CLOSE I_RCVRCTL I_CUSTBKUP I_CUSTAUD O_CUSTMAST
                     O_RPT8400
               STOP RUN
           END-IF.

       500-ROLL-FORWARD.
      *    THE AUDIT FILE IS APPENDED IN THE ORDER CHANGES WERE MADE,
      *    SO A STRAIGHT READ REAPPLIES THEM IN THAT ORDER.  THE
      *    FIRST RECORD STAMPED PAST THE RECOVERY POINT ENDS THE
      *    ROLL FORWARD; IT AND EVERYTHING AFTER IT ARE ONLY COUNTED.
           READ I_CUSTAUD
               AT END
                   SET CUSTAUD-EOF TO TRUE
           END-READ.
           IF NOT CUSTAUD-EOF
               ADD 1 TO AUDIT-READ-COUNT
               COMPUTE AUDIT-STAMP =
                   (AU-AUDIT-DATE * 10000) + AU-AUDIT-TIME
               IF AUDIT-STAMP > RECOVERY-POINT-STAMP
                   SET PAST-RECOVERY-POINT TO TRUE
               END-IF
               IF PAST-RECOVERY-POINT
                   ADD 1 TO AUDIT-PAST-POINT-COUNT
               ELSE
                   PERFORM 510-APPLY-AUDIT-RECORD
               END-IF
           END-IF.

       510-APPLY-AUDIT-RECORD.
      *    THE IMAGES, NOT THE ACTION CODE, SAY WHAT TO DO: NO BEFORE
      *    IMAGE ADDS THE RECORD, NO AFTER IMAGE DELETES IT, AND BOTH
      *    REPLACE IT - SO A CODE ADDED LATER IS STILL REAPPLIED
      *    CORRECTLY.  THE CODE ONLY DECIDES WHICH LINE OF THE
      *    REGISTER THE RECORD IS COUNTED ON.
           ADD 1 TO AUDIT-APPLIED-COUNT.
           MOVE SPACES TO EXCEPTION-REASON.
           EVALUATE TRUE
               WHEN AU-BEFORE-IMAGE = SPACE
                AND AU-AFTER-IMAGE = SPACE
                   MOVE "AUDIT RECORD CARRIES NO IMAGE"
                       TO EXCEPTION-REASON
               WHEN AU-BEFORE-IMAGE = SPACE
                   PERFORM 520-REAPPLY-ADD
               WHEN AU-AFTER-IMAGE = SPACE
                   PERFORM 530-REAPPLY-DELETE
               WHEN OTHER
                   PERFORM 540-REAPPLY-CHANGE
           END-EVALUATE.

           IF AU-BEFORE-IMAGE NOT = SPACE
               SUBTRACT AU-BEF-SALES-THIS-YTD FROM APPLIED-THIS-YTD-NET
               SUBTRACT AU-BEF-SALES-LAST-YTD FROM APPLIED-LAST-YTD-NET
           END-IF.
           IF AU-AFTER-IMAGE NOT = SPACE
               ADD AU-AFT-SALES-THIS-YTD TO APPLIED-THIS-YTD-NET
               ADD AU-AFT-SALES-LAST-YTD TO APPLIED-LAST-YTD-NET
           END-IF.

           EVALUATE TRUE
               WHEN AU-ADD
                   ADD 1 TO ADDS-APPLIED-COUNT
               WHEN AU-REINSTATE
                   ADD 1 TO REINSTATES-APPLIED-COUNT
               WHEN AU-DELETE
                   ADD 1 TO DELETES-APPLIED-COUNT
               WHEN AU-BILLING-POST
                   ADD 1 TO BILLING-APPLIED-COUNT
                   ADD AU-AFT-SALES-THIS-YTD TO BILLING-THIS-YTD-NET
                   SUBTRACT AU-BEF-SALES-THIS-YTD
                       FROM BILLING-THIS-YTD-NET
               WHEN AU-YEAR-END-ROLL
                   ADD 1 TO ROLLS-APPLIED-COUNT
               WHEN AU-MERGE
                   ADD 1 TO MERGES-APPLIED-COUNT
               WHEN OTHER
                   ADD 1 TO CHANGES-APPLIED-COUNT
           END-EVALUATE.

           IF EXCEPTION-REASON NOT = SPACE
               PERFORM 550-PRINT-EXCEPTION
           END-IF.

       520-REAPPLY-ADD.
           MOVE SPACES TO RESTORE-RECORD.
           MOVE AU-AFTER-IMAGE TO RESTORE-IMAGE.
           MOVE RESTORE-RECORD TO CUSTOMER-MASTER-RECORD.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE "ADD - CUSTOMER ALREADY ON FILE"
                       TO EXCEPTION-REASON
               NOT INVALID KEY
                   ADD 1 TO RECORDS-ADDED-COUNT
           END-WRITE.

       530-REAPPLY-DELETE.
           PERFORM 560-READ-MASTER.
           IF NOT MASTER-FOUND
               MOVE "DELETE - CUSTOMER NOT ON FILE"
                   TO EXCEPTION-REASON
           ELSE
               IF RESTORE-IMAGE NOT = AU-BEFORE-IMAGE
                   MOVE "DELETE - FILE DID NOT MATCH BEFORE IMAGE"
                       TO EXCEPTION-REASON
               END-IF
               DELETE O_CUSTMAST
               ADD 1 TO RECORDS-DELETED-COUNT
           END-IF.

       540-REAPPLY-CHANGE.
           PERFORM 560-READ-MASTER.
           IF NOT MASTER-FOUND
               MOVE "CHANGE - CUSTOMER NOT ON FILE"
                   TO EXCEPTION-REASON
           ELSE
               IF RESTORE-IMAGE NOT = AU-BEFORE-IMAGE
                   MOVE "CHANGE - FILE DID NOT MATCH BEFORE IMAGE"
                       TO EXCEPTION-REASON
               END-IF
               MOVE AU-AFTER-IMAGE TO RESTORE-IMAGE
               MOVE RESTORE-RECORD TO CUSTOMER-MASTER-RECORD
               REWRITE CUSTOMER-MASTER-RECORD
           END-IF.

       550-PRINT-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT.
           EVALUATE TRUE
               WHEN AU-ADD           MOVE "ADD"    TO ACTION-CAPTION
               WHEN AU-CHANGE        MOVE "CHANGE" TO ACTION-CAPTION
               WHEN AU-DELETE        MOVE "DELETE" TO ACTION-CAPTION
               WHEN AU-REINSTATE     MOVE "REINST" TO ACTION-CAPTION
               WHEN AU-BILLING-POST  MOVE "BILLED" TO ACTION-CAPTION
               WHEN AU-YEAR-END-ROLL MOVE "YR-END" TO ACTION-CAPTION
               WHEN AU-MERGE         MOVE "MERGED" TO ACTION-CAPTION
               WHEN OTHER
                   MOVE AU-ACTION-CODE TO ACTION-CAPTION
           END-EVALUATE.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF.
           MOVE AU-AUDIT-DATE TO EDIT-DATE-NUMBER.
           MOVE ED-MONTH      TO EX-MONTH.
           MOVE ED-DAY        TO EX-DAY.
           MOVE ED-YEAR       TO EX-YEAR.
           MOVE AU-AUDIT-TIME TO EDIT-TIME-NUMBER.
           MOVE ET-HOURS      TO EX-HOURS.
           MOVE ET-MINUTES    TO EX-MINUTES.
           MOVE AU-PROGRAM-NAME    TO EX-PROGRAM.
           MOVE ACTION-CAPTION     TO EX-ACTION.
           MOVE AU-CUSTOMER-NUMBER TO EX-CUSTOMER.
           MOVE EXCEPTION-REASON   TO EX-REASON.
           MOVE EXCEPTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

       560-READ-MASTER.
           MOVE AU-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ O_CUSTMAST
               INVALID KEY
                   SET MASTER-FOUND TO FALSE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
                   MOVE CUSTOMER-MASTER-RECORD TO RESTORE-RECORD
           END-READ.

       600-READ-RESTORED-MASTER.
      *    THE RESTORED FILE IS SUMMED FROM THE FILE ITSELF, READ
      *    BACK FROM THE TOP, SO THE BALANCE PROVES WHAT IS ON DISK
      *    RATHER THAN WHAT THIS RUN BELIEVES IT WROTE.
           READ O_CUSTMAST NEXT RECORD
               AT END
                   SET CUSTMAST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RESTORED-CUSTOMER-COUNT
                   ADD CM-SALES-THIS-YTD TO RESTORED-THIS-YTD
                   ADD CM-SALES-LAST-YTD TO RESTORED-LAST-YTD
           END-READ.

       700-PRINT-RECOVERY-TOTALS.
           IF LINE-COUNT > LINES-ON-PAGE - 30
               PERFORM 230-PRINT-HEADINGS
           END-IF.
           MOVE "ROLL FORWARD" TO SC-TEXT.
           MOVE SECTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3.
           IF RV-RECOVERY-DATE = ZERO
               MOVE "  RECOVERY POINT: END OF AUDIT FILE" TO SC-TEXT
               MOVE SECTION-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2
           ELSE
               MOVE "  RECOVERY POINT:" TO SL-CAPTION
               MOVE RV-RECOVERY-DATE TO EDIT-DATE-NUMBER
               COMPUTE EDIT-TIME-NUMBER =
                   RECOVERY-POINT-STAMP - (RV-RECOVERY-DATE * 10000)
               PERFORM 815-PRINT-STAMP-LINE
           END-IF.

           MOVE "  AUDIT RECORDS READ:" TO CT-CAPTION.
           MOVE AUDIT-READ-COUNT TO CT-COUNT.
           MOVE ZERO TO CT-AMOUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "  ALREADY IN THE BACKUP (SKIPPED):" TO CT-CAPTION.
           MOVE AUDIT-SKIPPED-COUNT TO CT-COUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "  REAPPLIED:" TO CT-CAPTION.
           MOVE AUDIT-APPLIED-COUNT TO CT-COUNT.
           MOVE APPLIED-THIS-YTD-NET TO CT-AMOUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE ZERO TO CT-AMOUNT.
           MOVE "    ADDS:" TO CT-CAPTION.
           MOVE ADDS-APPLIED-COUNT TO CT-COUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "    REINSTATEMENTS:" TO CT-CAPTION.
           MOVE REINSTATES-APPLIED-COUNT TO CT-COUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "    CHANGES:" TO CT-CAPTION.
           MOVE CHANGES-APPLIED-COUNT TO CT-COUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "    BILLING POSTINGS:" TO CT-CAPTION.
           MOVE BILLING-APPLIED-COUNT TO CT-COUNT.
           MOVE BILLING-THIS-YTD-NET TO CT-AMOUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE ZERO TO CT-AMOUNT.
           MOVE "    YEAR-END ROLLOVER:" TO CT-CAPTION.
           MOVE ROLLS-APPLIED-COUNT TO CT-COUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "    DELETES AND PURGES:" TO CT-CAPTION.
           MOVE DELETES-APPLIED-COUNT TO CT-COUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "    MERGES (BOTH NUMBERS):" TO CT-CAPTION.
           MOVE MERGES-APPLIED-COUNT TO CT-COUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "  PAST THE RECOVERY POINT (NOT APPLIED):"
               TO CT-CAPTION.
           MOVE AUDIT-PAST-POINT-COUNT TO CT-COUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "  EXCEPTIONS LISTED ABOVE:" TO CT-CAPTION.
           MOVE EXCEPTION-COUNT TO CT-COUNT.
           PERFORM 800-PRINT-TOTAL-LINE.

      *    THE MASTER AT THE RECOVERY POINT IS THE BACKUP PLUS THE
      *    RECORDS THE CHANGES ADDED LESS THE ONES THEY DELETED, AND
      *    THE BACKUP'S TOTALS PLUS THE NET OF EVERY IMAGE REAPPLIED.
           COMPUTE EXPECTED-CUSTOMER-COUNT =
               BT-CUSTOMER-COUNT + RECORDS-ADDED-COUNT
                                 - RECORDS-DELETED-COUNT.
           COMPUTE EXPECTED-THIS-YTD =
               BT-TOTAL-THIS-YTD + APPLIED-THIS-YTD-NET.
           COMPUTE EXPECTED-LAST-YTD =
               BT-TOTAL-LAST-YTD + APPLIED-LAST-YTD-NET.

           MOVE "CUSTOMER MASTER AT THE RECOVERY POINT" TO SC-TEXT.
           MOVE SECTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3.
           MOVE "  BACKUP:" TO CT-CAPTION.
           MOVE BT-CUSTOMER-COUNT TO CT-COUNT.
           MOVE BT-TOTAL-THIS-YTD TO CT-AMOUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "  PLUS RECORDS ADDED:" TO CT-CAPTION.
           MOVE RECORDS-ADDED-COUNT TO CT-COUNT.
           MOVE ZERO TO CT-AMOUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "  LESS RECORDS DELETED:" TO CT-CAPTION.
           MOVE RECORDS-DELETED-COUNT TO CT-COUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "  PLUS NET THIS-YTD REAPPLIED:" TO CT-CAPTION.
           MOVE ZERO TO CT-COUNT.
           MOVE APPLIED-THIS-YTD-NET TO CT-AMOUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "  EXPECTED AT THE RECOVERY POINT:" TO CT-CAPTION.
           MOVE EXPECTED-CUSTOMER-COUNT TO CT-COUNT.
           MOVE EXPECTED-THIS-YTD TO CT-AMOUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "  RESTORED FILE AS READ BACK:" TO CT-CAPTION.
           MOVE RESTORED-CUSTOMER-COUNT TO CT-COUNT.
           MOVE RESTORED-THIS-YTD TO CT-AMOUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "  LAST-YTD EXPECTED:" TO CT-CAPTION.
           MOVE ZERO TO CT-COUNT.
           MOVE EXPECTED-LAST-YTD TO CT-AMOUNT.
           PERFORM 800-PRINT-TOTAL-LINE.
           MOVE "  LAST-YTD AS READ BACK:" TO CT-CAPTION.
           MOVE RESTORED-LAST-YTD TO CT-AMOUNT.
           PERFORM 800-PRINT-TOTAL-LINE.

           IF RESTORED-CUSTOMER-COUNT = EXPECTED-CUSTOMER-COUNT
              AND RESTORED-THIS-YTD = EXPECTED-THIS-YTD
              AND RESTORED-LAST-YTD = EXPECTED-LAST-YTD
              AND EXCEPTION-COUNT = ZERO
               MOVE "RECOVERY BALANCED - RESTORED = BACKUP + CHANGES"
                   TO BL-TEXT
           ELSE
               MOVE "*** RECOVERY OUT OF BALANCE OR EXCEPTIONS ***"
                   TO BL-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE BALANCE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

      *    THE HISTORY FILE IS NOT AUDITED - THE BILLING LOAD
      *    REBUILDS IT WHOLE FROM THE CUMULATIVE FEED EVERY NIGHT -
      *    SO IT STANDS AS OF THE BACKUP.  IF A BILLING POSTING WAS
      *    REAPPLIED THE MASTER IS AHEAD OF IT UNTIL THE LOAD RERUNS.
           IF BILLING-APPLIED-COUNT > ZERO
               MOVE "SALES HISTORY IS AS OF BACKUP - RERUN BILLING LOAD"
                   TO BL-TEXT
               MOVE BALANCE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       800-PRINT-TOTAL-LINE.
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

       810-PRINT-DATE-LINE.
           MOVE SPACES TO SL-TIME-GROUP.
           MOVE ED-MONTH TO SL-MONTH.
           MOVE ED-DAY   TO SL-DAY.
           MOVE ED-YEAR  TO SL-YEAR.
           MOVE STAMP-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

       815-PRINT-STAMP-LINE.
           MOVE ET-HOURS   TO SL-HOURS.
           MOVE ":"        TO SL-COLON.
           MOVE ET-MINUTES TO SL-MINUTES.
           MOVE ED-MONTH TO SL-MONTH.
           MOVE ED-DAY   TO SL-DAY.
           MOVE ED-YEAR  TO SL-YEAR.
           MOVE STAMP-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.
