      *
      * MODIFICATION HISTORY:
      * 08/22/2026 JS  Initial version.
      * 10/15/2026 JS  Each purged master is now written to the
      *                customer-change audit file (O_CUSTAUD) as a
      *                delete, so a forward recovery does not bring
      *                purged accounts back, and the run date - and
      *                so the audit date - is the business date from
      *                the nightly cycle status record (I_CYCSTAT).
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    OPTIONAL SO A MISSING CYCLE STATUS FILE IS REPORTED AS NO
      *    BUSINESS DATE OPEN INSTEAD OF FAILING ON THE OPEN.
           SELECT OPTIONAL I_CYCSTAT ASSIGN TO CYCSTAT.
           SELECT I_PURGCTL  ASSIGN TO PURGCTL.
           SELECT I_CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
           SELECT OPTIONAL I_PRIORHST ASSIGN TO PRIORHST.
           SELECT O_ARCHIVE  ASSIGN TO ARCHIVE.
           SELECT O_RPT6900  ASSIGN TO RPT6900.
      *    OPTIONAL FOR THE SAME REASON THE MAINTENANCE RUN DECLARES
      *    IT OPTIONAL - THE FIRST PROGRAM TO APPEND CREATES IT.
           SELECT OPTIONAL O_CUSTAUD ASSIGN TO CUSTAUD.

       DATA DIVISION.
       FILE SECTION.

       FD  I_CYCSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1800 CHARACTERS
           BLOCK CONTAINS 1800 CHARACTERS.
       COPY CYCSTAT.

       FD  I_PURGCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                PIC X(130).

       FD  O_CUSTAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CUSTAUD.

       WORKING-STORAGE SECTION.

       01  SWITCHES.
              88 PRIORHST-EOF        VALUE "Y".
           05 PURGE-ELIGIBLE-SWITCH  PIC X VALUE "N".
              88 PURGE-ELIGIBLE      VALUE "Y" FALSE "N".
           05 CYCSTAT-EOF-SWITCH     PIC X VALUE "N".
              88 CYCSTAT-EOF         VALUE "Y".

      *    THE BUSINESS DATE THE RUN STAMPS ITS AUDIT RECORDS WITH,
      *    COPIED OUT OF THE STATUS RECORD BEFORE I_CYCSTAT IS CLOSED.
       01  CYCLE-BUSINESS-DATE-SPLIT.
           05 BD-YEAR                PIC 9(4).
           05 BD-MONTH               PIC 9(2).
           05 BD-DAY                 PIC 9(2).
       01  CYCLE-BUSINESS-DATE       REDEFINES CYCLE-BUSINESS-DATE-SPLIT
                                     PIC 9(8).

      *    THE RUN OPTIONS ARE COPIED OUT OF THE CONTROL-CARD RECORD
      *    AREA IN 010-READ-CONTROL-CARD, BEFORE I_PURGCTL IS CLOSED

       01  HISTORY-MONTH-SUB         PIC S9(4) COMP VALUE ZERO.

      *    THE PURGED MASTER'S LEADING DATA FIELDS - THE SAME BEFORE
      *    IMAGE THE MAINTENANCE RUN AUDITS FOR A DELETE.
       01  AUDIT-BEFORE-IMAGE        PIC X(43) VALUE SPACE.

       01  PURGE-COUNTS              PACKED-DECIMAL.
           05 CUSTOMERS-READ-COUNT   PIC S9(7) VALUE ZERO.
           05 CUSTOMERS-PURGED-COUNT PIC S9(7) VALUE ZERO.
       PROCEDURE DIVISION.

       000-PURGE-INACTIVE-ACCOUNTS.
           PERFORM 005-READ-BUSINESS-DATE
           OPEN INPUT I_PURGCTL
           PERFORM 010-READ-CONTROL-CARD
           CLOSE I_PURGCTL
               OPEN INPUT I_CUSTMAST
           ELSE
               OPEN I-O I_CUSTMAST
               OPEN EXTEND O_CUSTAUD
           END-IF
           OPEN INPUT  I_PRIORHST
           OPEN OUTPUT O_ARCHIVE O_RPT6900
           PERFORM 500-PRINT-CONTROL-TOTALS

           CLOSE I_CUSTMAST I_PRIORHST O_ARCHIVE O_RPT6900
           IF NOT TRIAL-RUN
               CLOSE O_CUSTAUD
           END-IF
           STOP RUN.

       005-READ-BUSINESS-DATE.
      *    THIS RUN IS REQUESTED BETWEEN CYCLES RATHER THAN RUN AS A
      *    STEP OF THE NIGHTLY STREAM, BUT ITS AUDIT RECORDS CARRY
      *    THE BUSINESS DATE NOW OPEN LIKE EVERY OTHER CHANGE TO THE
      *    CUSTOMER MASTER, SO THE CHANGE HISTORY AND A FORWARD
      *    RECOVERY SEE THEM IN THE SAME ORDER THEY WERE MADE.
           OPEN INPUT I_CYCSTAT.
           READ I_CYCSTAT
               AT END
                   SET CYCSTAT-EOF TO TRUE
               NOT AT END
                   MOVE CY-BUSINESS-DATE TO CYCLE-BUSINESS-DATE
           END-READ.
           CLOSE I_CYCSTAT.
           IF CYCSTAT-EOF
               DISPLAY "RPT6900 - NO BUSINESS DATE OPEN ON CYCSTAT "
                       "- RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       010-READ-CONTROL-CARD.
      *    NO CARD MEANS TRIAL RUN AT TWO YEARS - A PURGE THAT
      *    DEFAULTS TO DELETING WOULD BE THE LAST MISSING CONTROL

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
      *        WHICH BEATS EXISTING IN NEITHER.
               MOVE CUSTOMER-MASTER-RECORD TO ARCHIVE-RECORD
               WRITE ARCHIVE-RECORD
               MOVE CUSTOMER-MASTER-RECORD TO AUDIT-BEFORE-IMAGE
               DELETE I_CUSTMAST
               PERFORM 325-WRITE-AUDIT-RECORD
           END-IF.

       325-WRITE-AUDIT-RECORD.
           MOVE SPACES TO CUSTOMER-AUDIT-RECORD.
           MOVE AUDIT-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE AU-BEF-CUSTOMER-NUMBER TO AU-CUSTOMER-NUMBER.
           COMPUTE AU-AUDIT-DATE =
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.
           COMPUTE AU-AUDIT-TIME = (CD-HOURS * 100) + CD-MINUTES.
           MOVE "RPT6900 "          TO AU-PROGRAM-NAME.
           SET AU-DELETE           TO TRUE.
           WRITE CUSTOMER-AUDIT-RECORD.

       330-WRITE-REGISTER-LINE.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
