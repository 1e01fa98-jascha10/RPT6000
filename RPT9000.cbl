       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT9000.
      ****************************************************************
      * PROGRAM NAME: RPT9000
      * AUTHORS: Jacob Schamp
      * DATE: 10/15/2026
      * Github:
      * DESCRIPTION: Customer merge.  Reads survivor/absorbed customer
      * number pairs - usually keyed from the RPT8900 duplicate
      * listing - and for each pair adds the absorbed customer's
      * this-YTD and last-YTD sales into the survivor's master
      * record, its twelve sales history buckets into the survivor's
      * history record, and its prior-year history into the
      * survivor's, then deletes the absorbed customer from the
      * customer master and the sales history file.  The prior-year
      * history file is sequential, so it is copied forward to a new
      * generation with the absorbed records dropped and their
      * amounts folded into the survivor's.  Both sides of every
      * merge land on the customer-change audit file under action
      * code "M", and the merge register lists each pair before and
      * after and proves, from the records read back off the files,
      * that the dollars the survivors hold after the merge are the
      * dollars the two customers held before it.  Every merge is
      * also added to the customer cross-reference file, which the
      * billing load uses to post an absorbed number's billing lines
      * to its survivor from then on.
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
           SELECT I_MERGERQ  ASSIGN TO MERGERQ.
           SELECT I_CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-BR-SR-CU-KEY WITH DUPLICATES.
           SELECT I_SALHIST  ASSIGN TO SALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-CUSTOMER-NUMBER.
      *    OPTIONAL SO A MERGE RUN BEFORE THE FIRST YEAR-END ROLL HAS
      *    CREATED THE PRIOR-YEAR FILE SIMPLY HAS NO PRIOR HISTORY
      *    TO MOVE.
           SELECT OPTIONAL I_PRIORHST ASSIGN TO PRIORHST.
           SELECT O_NEWPRIOR ASSIGN TO NEWPRIOR.
           SELECT O_RPT9000  ASSIGN TO RPT9000.
      *    OPTIONAL SO THE VERY FIRST RUN CREATES THE AUDIT FILE -
      *    EVERY RUN AFTER THAT APPENDS TO IT, THE SAME WAY RPT6300
      *    GROWS IT.
           SELECT OPTIONAL O_CUSTAUD ASSIGN TO CUSTAUD.
      *    OPTIONAL FOR THE SAME REASON - THE FIRST MERGE CREATES THE
      *    CROSS-REFERENCE AND EVERY MERGE AFTER IT APPENDS.
           SELECT OPTIONAL O_CUSTXREF ASSIGN TO CUSTXREF.

       DATA DIVISION.
       FILE SECTION.

       FD  I_CYCSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1800 CHARACTERS
           BLOCK CONTAINS 1800 CHARACTERS.
       COPY CYCSTAT.

       FD  I_MERGERQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY MERGERQ.

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

       FD  I_PRIORHST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
      *    THE ARCHIVE IS A BYTE-FOR-BYTE COPY OF LAST YEAR'S
      *    CLOSING SALES-HISTORY-RECORDS, SO THE LAYOUT MIRRORS THE
      *    SALHIST COPYBOOK UNDER ITS OWN PREFIX - AS IN RPT7300.
       01  PRIOR-HISTORY-RECORD.
           05 PH-CUSTOMER-NUMBER     PIC 9(5).
           05 PH-CUSTOMER-NAME       PIC X(20).
           05 PH-MONTHLY-AMOUNT OCCURS 12 TIMES
                                     PIC S9(5)V99.
           05 FILLER                 PIC X(21).

       FD  O_NEWPRIOR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
      *    THE NEW GENERATION OF THE PRIOR-YEAR FILE, SAME LAYOUT.
       01  NEW-PRIOR-RECORD.
           05 NP-CUSTOMER-NUMBER     PIC 9(5).
           05 NP-CUSTOMER-NAME       PIC X(20).
           05 NP-MONTHLY-AMOUNT OCCURS 12 TIMES
                                     PIC S9(5)V99.
           05 FILLER                 PIC X(21).

       FD  O_RPT9000
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                PIC X(130).

       FD  O_CUSTAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CUSTAUD.

       FD  O_CUSTXREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY CUSTXREF.

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05 MERGERQ-EOF-SWITCH     PIC X VALUE "N".
              88 MERGERQ-EOF         VALUE "Y".
           05 PRIORHST-EOF-SWITCH    PIC X VALUE "N".
              88 PRIORHST-EOF        VALUE "Y".
           05 CYCSTAT-EOF-SWITCH     PIC X VALUE "N".
              88 CYCSTAT-EOF         VALUE "Y".
           05 PAIR-VALID-SWITCH      PIC X VALUE "Y".
              88 PAIR-VALID          VALUE "Y" FALSE "N".
           05 SURVIVOR-HISTORY-SWITCH PIC X VALUE "N".
              88 SURVIVOR-HISTORY-FOUND VALUE "Y" FALSE "N".
           05 ABSORBED-HISTORY-SWITCH PIC X VALUE "N".
              88 ABSORBED-HISTORY-FOUND VALUE "Y" FALSE "N".
           05 PRIOR-DROPPED-SWITCH   PIC X VALUE "N".
              88 PRIOR-DROPPED       VALUE "Y" FALSE "N".
           05 INSERT-LISTED-SWITCH   PIC X VALUE "N".
              88 INSERT-LISTED       VALUE "Y" FALSE "N".

      *    THE BUSINESS DATE THE RUN STAMPS ITS AUDIT RECORDS WITH,
      *    COPIED OUT OF THE STATUS RECORD BEFORE I_CYCSTAT IS CLOSED.
       01  CYCLE-BUSINESS-DATE-SPLIT.
           05 BD-YEAR                PIC 9(4).
           05 BD-MONTH               PIC 9(2).
           05 BD-DAY                 PIC 9(2).
       01  CYCLE-BUSINESS-DATE       REDEFINES CYCLE-BUSINESS-DATE-SPLIT
                                     PIC 9(8).

       01  MERGE-PAIR-TABLE-CONTROL.
           05 PAIR-COUNT             PIC S9(3) COMP VALUE ZERO.
           05 MAX-PAIR-ENTRIES       PIC S9(3) COMP VALUE +500.

       01  MERGE-PAIR-TABLE.
      *    EVERY REQUEST THAT PASSES THE FIELD EDITS.  THE WHOLE FILE
      *    IS LOADED BEFORE ANYTHING IS CHANGED SO EACH PAIR CAN BE
      *    CHECKED AGAINST ALL THE OTHERS, AND SO THE PRIOR-YEAR
      *    FILE CAN BE READ ONCE FOR EVERY PAIR BEFORE THE MERGE AND
      *    COPIED FORWARD ONCE AFTER IT.
           05 MP-ENTRY OCCURS 500 TIMES.
              10 MP-SURVIVOR-NUMBER  PIC 9(5).
              10 MP-ABSORBED-NUMBER  PIC 9(5).
              10 MP-STATUS           PIC X(1).
                 88 MP-PENDING       VALUE "P".
                 88 MP-MERGED        VALUE "M".
                 88 MP-REJECTED      VALUE "R".
              10 MP-REJECT-REASON    PIC X(30).
              10 MP-SURVIVOR-NAME    PIC X(20).
      *       WHETHER EACH NUMBER HAS A RECORD ON THE OLD PRIOR-YEAR
      *       FILE, AND THE AMOUNTS ON IT.  THE SURVIVOR'S AMOUNTS ARE
      *       CARRIED FORWARD AS EACH EARLIER PAIR WITH THE SAME
      *       SURVIVOR IS MERGED, SO THEY ARE ALWAYS WHAT THE SURVIVOR
      *       HOLDS WHEN THIS PAIR'S TURN COMES.
              10 MP-SURVIVOR-PRIOR-SWITCH PIC X(1).
                 88 MP-SURVIVOR-ON-PRIOR VALUE "Y" FALSE "N".
              10 MP-ABSORBED-PRIOR-SWITCH PIC X(1).
                 88 MP-ABSORBED-ON-PRIOR VALUE "Y" FALSE "N".
              10 MP-SURVIVOR-PRIOR   OCCURS 12 TIMES
                                     PIC S9(5)V99 COMP-3.
              10 MP-ABSORBED-PRIOR   OCCURS 12 TIMES
                                     PIC S9(5)V99 COMP-3.

       01  INSERT-TABLE-CONTROL.
           05 INSERT-COUNT           PIC S9(3) COMP VALUE ZERO.
           05 INSERT-SUB             PIC S9(3) COMP VALUE ZERO.

       01  INSERT-TABLE.
      *    SURVIVORS WITH NO RECORD OF THEIR OWN ON THE OLD PRIOR-YEAR
      *    FILE WHO ABSORBED ONE THAT HAD A RECORD - EACH NEEDS A NEW
      *    RECORD WRITTEN IN ITS PLACE IN CUSTOMER ORDER.
           05 IN-ENTRY OCCURS 500 TIMES.
              10 IN-SURVIVOR-NUMBER  PIC 9(5).
              10 IN-PAIR-SUB         PIC S9(3) COMP.
       01  IN-TEMP-ENTRY             PIC X(7).

       01  TABLE-SUBSCRIPTS          COMP.
           05 PAIR-SUB               PIC S9(3) VALUE ZERO.
           05 OTHER-SUB              PIC S9(3) VALUE ZERO.
           05 MONTH-SUB              PIC S9(3) VALUE ZERO.
           05 SORT-OUTER-INDEX       PIC S9(3) VALUE ZERO.
           05 SORT-INNER-INDEX       PIC S9(3) VALUE ZERO.

       01  SURVIVOR-BEFORE-FIELDS.
           05 SB-BRANCH-NUMBER       PIC 9(2).
           05 SB-SALESREP-NUMBER     PIC 9(2).
           05 SB-CUSTOMER-NAME       PIC X(20).
           05 SB-SALES-THIS-YTD      PIC S9(5)V99.
           05 SB-SALES-LAST-YTD      PIC S9(5)V99.

       01  ABSORBED-BEFORE-FIELDS.
           05 AB-BRANCH-NUMBER       PIC 9(2).
           05 AB-SALESREP-NUMBER     PIC 9(2).
           05 AB-CUSTOMER-NAME       PIC X(20).
           05 AB-SALES-THIS-YTD      PIC S9(5)V99.
           05 AB-SALES-LAST-YTD      PIC S9(5)V99.

       01  HISTORY-WORK-TABLE.
      *    THE TWO CUSTOMERS' SALES HISTORY BUCKETS AS READ, AND THE
      *    MERGED BUCKETS AND PRIOR-YEAR AMOUNTS - THE MERGED FIELDS
      *    ARE THE SAME SIZE AS THE FILE FIELDS, SO A SUM THAT WILL
      *    NOT FIT IS CAUGHT HERE, BEFORE ANY FILE IS TOUCHED.
           05 HW-MONTH OCCURS 12 TIMES.
              10 SURVIVOR-HISTORY-AMOUNT PIC S9(5)V99.
              10 ABSORBED-HISTORY-AMOUNT PIC S9(5)V99.
              10 MERGED-HISTORY-AMOUNT   PIC S9(5)V99.
              10 MERGED-PRIOR-AMOUNT     PIC S9(5)V99.

       01  MERGED-MASTER-FIELDS.
           05 MERGED-THIS-YTD        PIC S9(5)V99.
           05 MERGED-LAST-YTD        PIC S9(5)V99.

       01  PAIR-AMOUNTS              PACKED-DECIMAL.
      *    ONE PAIR'S HISTORY AND PRIOR-YEAR TWELVE-MONTH TOTALS, AND
      *    THE SURVIVOR'S AS READ BACK AFTER THE MERGE.
           05 SURVIVOR-HISTORY-TOTAL PIC S9(7)V99 VALUE ZERO.
           05 ABSORBED-HISTORY-TOTAL PIC S9(7)V99 VALUE ZERO.
           05 SURVIVOR-PRIOR-TOTAL   PIC S9(7)V99 VALUE ZERO.
           05 ABSORBED-PRIOR-TOTAL   PIC S9(7)V99 VALUE ZERO.
           05 AFTER-THIS-YTD         PIC S9(7)V99 VALUE ZERO.
           05 AFTER-LAST-YTD         PIC S9(7)V99 VALUE ZERO.
           05 AFTER-HISTORY-TOTAL    PIC S9(7)V99 VALUE ZERO.
           05 AFTER-PRIOR-TOTAL      PIC S9(7)V99 VALUE ZERO.
           05 PRIOR-RECORD-TOTAL     PIC S9(7)V99 VALUE ZERO.

       01  AUDIT-WORK-FIELDS.
      *    THE BEFORE IMAGES ARE SNAPPED THE MOMENT EACH MASTER IS
      *    READ, BEFORE ANYTHING IS ADDED OR DELETED.
           05 SURVIVOR-BEFORE-IMAGE  PIC X(43) VALUE SPACE.
           05 SURVIVOR-AFTER-IMAGE   PIC X(43) VALUE SPACE.
           05 ABSORBED-BEFORE-IMAGE  PIC X(43) VALUE SPACE.

       01  MERGE-COUNTS              PACKED-DECIMAL.
           05 REQUESTS-READ-COUNT    PIC S9(5) VALUE ZERO.
           05 PAIRS-MERGED-COUNT     PIC S9(5) VALUE ZERO.
           05 PAIRS-REJECTED-COUNT   PIC S9(5) VALUE ZERO.
           05 HISTORY-MOVED-COUNT    PIC S9(5) VALUE ZERO.
           05 HISTORY-ADDED-COUNT    PIC S9(5) VALUE ZERO.
           05 PAIRS-UNBALANCED-COUNT PIC S9(5) VALUE ZERO.
           05 STILL-ON-FILE-COUNT    PIC S9(5) VALUE ZERO.
           05 XREF-WRITTEN-COUNT     PIC S9(5) VALUE ZERO.
           05 PRIOR-READ-COUNT       PIC S9(7) VALUE ZERO.
           05 PRIOR-DROPPED-COUNT    PIC S9(7) VALUE ZERO.
           05 PRIOR-INSERTED-COUNT   PIC S9(7) VALUE ZERO.
           05 PRIOR-WRITTEN-COUNT    PIC S9(7) VALUE ZERO.
           05 PRIOR-EXPECTED-COUNT   PIC S9(7) VALUE ZERO.

       01  BALANCE-TOTAL-TABLE.
      *    ROW 1 IS THE SURVIVORS BEFORE THE MERGE, ROW 2 THE ABSORBED
      *    CUSTOMERS, ROW 3 THE SURVIVORS AFTER AS READ BACK FROM THE
      *    FILES, ROW 4 ROWS 1 AND 2 TOGETHER, ROW 5 ROW 3 LESS ROW 4.
      *    PRIOR-YEAR AFTER IS WHAT THE MERGE CARRIED INTO THE
      *    SURVIVOR; THE NEW FILE ITSELF IS PROVED SEPARATELY.
           05 BALANCE-ROW OCCURS 5 TIMES.
              10 BT-THIS-YTD         PIC S9(9)V99 COMP-3.
              10 BT-LAST-YTD         PIC S9(9)V99 COMP-3.
              10 BT-HISTORY          PIC S9(9)V99 COMP-3.
              10 BT-PRIOR            PIC S9(9)V99 COMP-3.
       01  BALANCE-ROW-SUB           PIC S9(3) COMP VALUE ZERO.

       01  PRIOR-FILE-TOTALS         PACKED-DECIMAL.
           05 PRIOR-READ-TOTAL       PIC S9(11)V99 VALUE ZERO.
           05 PRIOR-DROPPED-TOTAL    PIC S9(11)V99 VALUE ZERO.
           05 PRIOR-WRITTEN-TOTAL    PIC S9(11)V99 VALUE ZERO.

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
           05 FILLER          PIC X(20) VALUE "CUSTOMER MERGE REGIS".
           05 FILLER          PIC X(33) VALUE "TER".
           05 FILLER          PIC X(6)  VALUE "PAGE: ".
           05 HL1-PAGE-NUMBER PIC ZZZ9.
           05 FILLER          PIC X(26) VALUE SPACE.

       01  HEADING-LINE-2.
           05 FILLER                 PIC X(7)  VALUE "TIME:  ".
           05 HL2-HOURS              PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE ":".
           05 HL2-MINUTES            PIC 9(2).
           05 FILLER                 PIC X(82) VALUE SPACE.
           05 FILLER                 PIC X(7)  VALUE "RPT9000".
           05 FILLER                 PIC X(29) VALUE SPACE.

       01  HEADING-LINE-3.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(9)  VALUE "ROLE".
           05 FILLER                 PIC X(7)  VALUE "CUST".
           05 FILLER                 PIC X(7)  VALUE "BR-SR".
           05 FILLER                 PIC X(22) VALUE "CUSTOMER NAME".
           05 FILLER                 PIC X(13) VALUE "   THIS YTD".
           05 FILLER                 PIC X(13) VALUE "   LAST YTD".
           05 FILLER                 PIC X(15) VALUE "   SALES HIST".
           05 FILLER                 PIC X(15) VALUE "   PRIOR HIST".
           05 FILLER                 PIC X(24) VALUE "STATUS".
           05 FILLER                 PIC X(3)  VALUE SPACE.

       01  HEADING-LINE-4.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(125) VALUE ALL '-'.
           05 FILLER                 PIC X(3)  VALUE SPACE.

       01  REGISTER-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 RG-ROLE                PIC X(9).
           05 RG-CUSTOMER-NUMBER     PIC X(5).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 RG-BRANCH-NUMBER       PIC X(2).
           05 FILLER                 PIC X(1)  VALUE "-".
           05 RG-SALESREP-NUMBER     PIC X(2).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 RG-CUSTOMER-NAME       PIC X(20).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 RG-SALES-THIS-YTD      PIC ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 RG-SALES-LAST-YTD      PIC ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 RG-HISTORY-TOTAL       PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 RG-PRIOR-TOTAL         PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 RG-STATUS              PIC X(24).
           05 FILLER                 PIC X(3)  VALUE SPACE.

       01  REJECT-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(9)  VALUE "REJECTED".
           05 FILLER                 PIC X(9)  VALUE "SURVIVOR ".
           05 RJ-SURVIVOR-NUMBER     PIC X(5).
           05 FILLER                 PIC X(11) VALUE "  ABSORBED ".
           05 RJ-ABSORBED-NUMBER     PIC X(5).
           05 FILLER                 PIC X(4)  VALUE SPACE.
           05 RJ-REASON              PIC X(30).
           05 FILLER                 PIC X(55) VALUE SPACE.

       01  SECTION-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 SC-TEXT                PIC X(70).
           05 FILLER                 PIC X(58) VALUE SPACE.

       01  PROOF-HEADING-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(30) VALUE SPACE.
           05 FILLER                 PIC X(19)
                                     VALUE "         THIS YTD".
           05 FILLER                 PIC X(19)
                                     VALUE "         LAST YTD".
           05 FILLER                 PIC X(19)
                                     VALUE "       SALES HIST".
           05 FILLER                 PIC X(19)
                                     VALUE "       PRIOR HIST".
           05 FILLER                 PIC X(22) VALUE SPACE.

       01  PROOF-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 PF-CAPTION             PIC X(30).
           05 PF-THIS-YTD            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 PF-LAST-YTD            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 PF-HISTORY             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 PF-PRIOR               PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(24) VALUE SPACE.

       01  MERGE-TOTAL-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 MT-CAPTION             PIC X(40).
           05 MT-COUNT               PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 MT-AMOUNT              PIC $$$$,$$$,$$9.99-.
           05 FILLER                 PIC X(60) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MERGE-CUSTOMERS.
           PERFORM 005-READ-BUSINESS-DATE
           OPEN INPUT  I_MERGERQ
                I-O    I_CUSTMAST I_SALHIST
                OUTPUT O_NEWPRIOR O_RPT9000
           OPEN EXTEND O_CUSTAUD O_CUSTXREF

           PERFORM 100-FORMAT-REPORT-HEADING
           PERFORM 110-INITIALIZE-TOTALS
           PERFORM 230-PRINT-HEADINGS

           PERFORM 200-LOAD-MERGE-PAIRS UNTIL MERGERQ-EOF
           PERFORM 250-CROSS-CHECK-ONE-PAIR
               VARYING PAIR-SUB FROM 1 BY 1
               UNTIL PAIR-SUB > PAIR-COUNT
           PERFORM 300-COLLECT-PRIOR-HISTORY

           PERFORM 400-MERGE-ONE-PAIR
               VARYING PAIR-SUB FROM 1 BY 1
               UNTIL PAIR-SUB > PAIR-COUNT

           PERFORM 500-COPY-PRIOR-HISTORY
           PERFORM 600-PRINT-MERGE-TOTALS

           CLOSE I_MERGERQ I_CUSTMAST I_SALHIST O_NEWPRIOR O_RPT9000
                 O_CUSTAUD O_CUSTXREF
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
               DISPLAY "RPT9000 - NO BUSINESS DATE OPEN ON CYCSTAT "
                       "- RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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

       110-INITIALIZE-TOTALS.
           PERFORM VARYING BALANCE-ROW-SUB FROM 1 BY 1
                   UNTIL BALANCE-ROW-SUB > 5
               MOVE ZERO TO BT-THIS-YTD (BALANCE-ROW-SUB)
                            BT-LAST-YTD (BALANCE-ROW-SUB)
                            BT-HISTORY (BALANCE-ROW-SUB)
                            BT-PRIOR (BALANCE-ROW-SUB)
           END-PERFORM.

       200-LOAD-MERGE-PAIRS.
           READ I_MERGERQ
               AT END
                   SET MERGERQ-EOF TO TRUE
           END-READ.
           IF NOT MERGERQ-EOF
               ADD 1 TO REQUESTS-READ-COUNT
               PERFORM 210-EDIT-ONE-REQUEST
           END-IF.

       210-EDIT-ONE-REQUEST.
      *    A REQUEST THAT FAILS THE FIELD EDITS IS REFUSED ON THE
      *    REGISTER AS IT IS READ AND NEVER REACHES THE PAIR TABLE.
           EVALUATE TRUE
               WHEN MR-SURVIVOR-NUMBER-X NOT NUMERIC
                   MOVE "SURVIVOR NOT NUMERIC" TO RJ-REASON
                   PERFORM 220-PRINT-REQUEST-REJECT
               WHEN MR-ABSORBED-NUMBER-X NOT NUMERIC
                   MOVE "ABSORBED NOT NUMERIC" TO RJ-REASON
                   PERFORM 220-PRINT-REQUEST-REJECT
               WHEN MR-SURVIVOR-NUMBER = MR-ABSORBED-NUMBER
                   MOVE "SURVIVOR AND ABSORBED THE SAME" TO RJ-REASON
                   PERFORM 220-PRINT-REQUEST-REJECT
               WHEN PAIR-COUNT = MAX-PAIR-ENTRIES
                   MOVE "MORE PAIRS THAN ONE RUN HOLDS" TO RJ-REASON
                   PERFORM 220-PRINT-REQUEST-REJECT
               WHEN OTHER
                   ADD 1 TO PAIR-COUNT
                   MOVE MR-SURVIVOR-NUMBER
                       TO MP-SURVIVOR-NUMBER (PAIR-COUNT)
                   MOVE MR-ABSORBED-NUMBER
                       TO MP-ABSORBED-NUMBER (PAIR-COUNT)
                   SET MP-PENDING (PAIR-COUNT) TO TRUE
                   MOVE SPACES TO MP-REJECT-REASON (PAIR-COUNT)
                                  MP-SURVIVOR-NAME (PAIR-COUNT)
                   SET MP-SURVIVOR-ON-PRIOR (PAIR-COUNT) TO FALSE
                   SET MP-ABSORBED-ON-PRIOR (PAIR-COUNT) TO FALSE
                   PERFORM VARYING MONTH-SUB FROM 1 BY 1
                           UNTIL MONTH-SUB > 12
                       MOVE ZERO
                           TO MP-SURVIVOR-PRIOR (PAIR-COUNT, MONTH-SUB)
                              MP-ABSORBED-PRIOR (PAIR-COUNT, MONTH-SUB)
                   END-PERFORM
           END-EVALUATE.

       220-PRINT-REQUEST-REJECT.
           MOVE MR-SURVIVOR-NUMBER-X TO RJ-SURVIVOR-NUMBER.
           MOVE MR-ABSORBED-NUMBER-X TO RJ-ABSORBED-NUMBER.
           PERFORM 480-PRINT-REJECT-LINE.

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

       250-CROSS-CHECK-ONE-PAIR.
      *    A NUMBER MAY BE ABSORBED ONLY ONCE, AND NEVER BY A
      *    CUSTOMER THAT IS ITSELF BEING ABSORBED - A CHAIN LIKE
      *    A INTO B AND B INTO C IS REFUSED WHOLE RATHER THAN
      *    GUESSING WHICH NUMBER WAS MEANT TO SURVIVE.  ONE SURVIVOR
      *    ABSORBING SEVERAL NUMBERS IS FINE.
           PERFORM VARYING OTHER-SUB FROM 1 BY 1
                   UNTIL OTHER-SUB > PAIR-COUNT
                      OR MP-REJECTED (PAIR-SUB)
               IF OTHER-SUB NOT = PAIR-SUB
                   EVALUATE TRUE
                       WHEN MP-SURVIVOR-NUMBER (PAIR-SUB)
                            = MP-ABSORBED-NUMBER (OTHER-SUB)
                           SET MP-REJECTED (PAIR-SUB) TO TRUE
                           MOVE "SURVIVOR ABSORBED ELSEWHERE"
                               TO MP-REJECT-REASON (PAIR-SUB)
                       WHEN MP-ABSORBED-NUMBER (PAIR-SUB)
                            = MP-SURVIVOR-NUMBER (OTHER-SUB)
                           SET MP-REJECTED (PAIR-SUB) TO TRUE
                           MOVE "ABSORBED IS ANOTHER SURVIVOR"
                               TO MP-REJECT-REASON (PAIR-SUB)
                       WHEN MP-ABSORBED-NUMBER (PAIR-SUB)
                            = MP-ABSORBED-NUMBER (OTHER-SUB)
                        AND OTHER-SUB < PAIR-SUB
                           SET MP-REJECTED (PAIR-SUB) TO TRUE
                           MOVE "ABSORBED ON AN EARLIER PAIR"
                               TO MP-REJECT-REASON (PAIR-SUB)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       300-COLLECT-PRIOR-HISTORY.
      *    FIRST PASS OF THE PRIOR-YEAR FILE - PICK UP THE RECORD, IF
      *    ANY, OF EVERY NUMBER IN A PAIR STILL STANDING, SO THE
      *    PRIOR-YEAR AMOUNTS CAN BE CHECKED FOR OVERFLOW WITH
      *    EVERYTHING ELSE BEFORE A MASTER IS CHANGED.
           OPEN INPUT I_PRIORHST.
           PERFORM UNTIL PRIORHST-EOF
               READ I_PRIORHST
                   AT END
                       SET PRIORHST-EOF TO TRUE
                   NOT AT END
                       PERFORM 310-MATCH-PRIOR-TO-PAIRS
                           VARYING PAIR-SUB FROM 1 BY 1
                           UNTIL PAIR-SUB > PAIR-COUNT
               END-READ
           END-PERFORM.
           CLOSE I_PRIORHST.

       310-MATCH-PRIOR-TO-PAIRS.
           IF MP-PENDING (PAIR-SUB)
               IF PH-CUSTOMER-NUMBER = MP-SURVIVOR-NUMBER (PAIR-SUB)
                   SET MP-SURVIVOR-ON-PRIOR (PAIR-SUB) TO TRUE
                   PERFORM VARYING MONTH-SUB FROM 1 BY 1
                           UNTIL MONTH-SUB > 12
                       MOVE PH-MONTHLY-AMOUNT (MONTH-SUB)
                           TO MP-SURVIVOR-PRIOR (PAIR-SUB, MONTH-SUB)
                   END-PERFORM
               END-IF
               IF PH-CUSTOMER-NUMBER = MP-ABSORBED-NUMBER (PAIR-SUB)
                   SET MP-ABSORBED-ON-PRIOR (PAIR-SUB) TO TRUE
                   PERFORM VARYING MONTH-SUB FROM 1 BY 1
                           UNTIL MONTH-SUB > 12
                       MOVE PH-MONTHLY-AMOUNT (MONTH-SUB)
                           TO MP-ABSORBED-PRIOR (PAIR-SUB, MONTH-SUB)
                   END-PERFORM
               END-IF
           END-IF.

       400-MERGE-ONE-PAIR.
           IF MP-REJECTED (PAIR-SUB)
               PERFORM 470-PRINT-PAIR-REJECT
           ELSE
               PERFORM 410-READ-PAIR
               IF PAIR-VALID
                   PERFORM 420-COMPUTE-MERGED-AMOUNTS
               END-IF
               IF PAIR-VALID
                   PERFORM 430-APPLY-MERGE
                   PERFORM 450-PROVE-PAIR
               ELSE
                   SET MP-REJECTED (PAIR-SUB) TO TRUE
                   PERFORM 470-PRINT-PAIR-REJECT
               END-IF
           END-IF.

       410-READ-PAIR.
      *    BOTH MASTERS MUST BE ON FILE.  EITHER MAY BE MISSING FROM
      *    THE SALES HISTORY FILE - A CUSTOMER WITH NO SALES THIS
      *    YEAR HAS NO HISTORY RECORD.
           SET PAIR-VALID TO TRUE.
           MOVE MP-SURVIVOR-NUMBER (PAIR-SUB) TO CM-CUSTOMER-NUMBER.
           READ I_CUSTMAST
               INVALID KEY
                   SET PAIR-VALID TO FALSE
                   MOVE "SURVIVOR NOT ON FILE"
                       TO MP-REJECT-REASON (PAIR-SUB)
               NOT INVALID KEY
                   MOVE CUSTOMER-MASTER-RECORD TO SURVIVOR-BEFORE-IMAGE
                   MOVE CM-BRANCH-NUMBER   TO SB-BRANCH-NUMBER
                   MOVE CM-SALESREP-NUMBER TO SB-SALESREP-NUMBER
                   MOVE CM-CUSTOMER-NAME   TO SB-CUSTOMER-NAME
                   MOVE CM-SALES-THIS-YTD  TO SB-SALES-THIS-YTD
                   MOVE CM-SALES-LAST-YTD  TO SB-SALES-LAST-YTD
           END-READ.
           IF PAIR-VALID
               MOVE MP-ABSORBED-NUMBER (PAIR-SUB) TO CM-CUSTOMER-NUMBER
               READ I_CUSTMAST
                   INVALID KEY
                       SET PAIR-VALID TO FALSE
                       MOVE "ABSORBED NOT ON FILE"
                           TO MP-REJECT-REASON (PAIR-SUB)
                   NOT INVALID KEY
                       MOVE CUSTOMER-MASTER-RECORD
                           TO ABSORBED-BEFORE-IMAGE
                       MOVE CM-BRANCH-NUMBER   TO AB-BRANCH-NUMBER
                       MOVE CM-SALESREP-NUMBER TO AB-SALESREP-NUMBER
                       MOVE CM-CUSTOMER-NAME   TO AB-CUSTOMER-NAME
                       MOVE CM-SALES-THIS-YTD  TO AB-SALES-THIS-YTD
                       MOVE CM-SALES-LAST-YTD  TO AB-SALES-LAST-YTD
               END-READ
           END-IF.
           IF PAIR-VALID
               PERFORM 415-READ-PAIR-HISTORY
           END-IF.

       415-READ-PAIR-HISTORY.
           PERFORM VARYING MONTH-SUB FROM 1 BY 1 UNTIL MONTH-SUB > 12
               MOVE ZERO TO SURVIVOR-HISTORY-AMOUNT (MONTH-SUB)
                            ABSORBED-HISTORY-AMOUNT (MONTH-SUB)
           END-PERFORM.
           MOVE ZERO TO SURVIVOR-HISTORY-TOTAL ABSORBED-HISTORY-TOTAL.

           MOVE MP-SURVIVOR-NUMBER (PAIR-SUB) TO SH-CUSTOMER-NUMBER.
           READ I_SALHIST
               INVALID KEY
                   SET SURVIVOR-HISTORY-FOUND TO FALSE
               NOT INVALID KEY
                   SET SURVIVOR-HISTORY-FOUND TO TRUE
                   PERFORM VARYING MONTH-SUB FROM 1 BY 1
                           UNTIL MONTH-SUB > 12
                       MOVE SH-MONTHLY-AMOUNT (MONTH-SUB)
                           TO SURVIVOR-HISTORY-AMOUNT (MONTH-SUB)
                       ADD SH-MONTHLY-AMOUNT (MONTH-SUB)
                           TO SURVIVOR-HISTORY-TOTAL
                   END-PERFORM
           END-READ.

           MOVE MP-ABSORBED-NUMBER (PAIR-SUB) TO SH-CUSTOMER-NUMBER.
           READ I_SALHIST
               INVALID KEY
                   SET ABSORBED-HISTORY-FOUND TO FALSE
               NOT INVALID KEY
                   SET ABSORBED-HISTORY-FOUND TO TRUE
                   PERFORM VARYING MONTH-SUB FROM 1 BY 1
                           UNTIL MONTH-SUB > 12
                       MOVE SH-MONTHLY-AMOUNT (MONTH-SUB)
                           TO ABSORBED-HISTORY-AMOUNT (MONTH-SUB)
                       ADD SH-MONTHLY-AMOUNT (MONTH-SUB)
                           TO ABSORBED-HISTORY-TOTAL
                   END-PERFORM
           END-READ.

       420-COMPUTE-MERGED-AMOUNTS.
      *    EVERY MERGED FIGURE IS WORKED OUT BEFORE ANY FILE IS
      *    CHANGED, SO A PAIR WHOSE SUM WILL NOT FIT IS REFUSED WHOLE
      *    INSTEAD OF BEING HALF MERGED.
           COMPUTE MERGED-THIS-YTD =
               SB-SALES-THIS-YTD + AB-SALES-THIS-YTD
               ON SIZE ERROR
                   SET PAIR-VALID TO FALSE
           END-COMPUTE.
           COMPUTE MERGED-LAST-YTD =
               SB-SALES-LAST-YTD + AB-SALES-LAST-YTD
               ON SIZE ERROR
                   SET PAIR-VALID TO FALSE
           END-COMPUTE.
           MOVE ZERO TO SURVIVOR-PRIOR-TOTAL ABSORBED-PRIOR-TOTAL.
           PERFORM VARYING MONTH-SUB FROM 1 BY 1 UNTIL MONTH-SUB > 12
               COMPUTE MERGED-HISTORY-AMOUNT (MONTH-SUB) =
                   SURVIVOR-HISTORY-AMOUNT (MONTH-SUB)
                 + ABSORBED-HISTORY-AMOUNT (MONTH-SUB)
                   ON SIZE ERROR
                       SET PAIR-VALID TO FALSE
               END-COMPUTE
               COMPUTE MERGED-PRIOR-AMOUNT (MONTH-SUB) =
                   MP-SURVIVOR-PRIOR (PAIR-SUB, MONTH-SUB)
                 + MP-ABSORBED-PRIOR (PAIR-SUB, MONTH-SUB)
                   ON SIZE ERROR
                       SET PAIR-VALID TO FALSE
               END-COMPUTE
               ADD MP-SURVIVOR-PRIOR (PAIR-SUB, MONTH-SUB)
                   TO SURVIVOR-PRIOR-TOTAL
               ADD MP-ABSORBED-PRIOR (PAIR-SUB, MONTH-SUB)
                   TO ABSORBED-PRIOR-TOTAL
           END-PERFORM.
           IF NOT PAIR-VALID
               MOVE "MERGED AMOUNT WOULD OVERFLOW"
                   TO MP-REJECT-REASON (PAIR-SUB)
           END-IF.

       430-APPLY-MERGE.
      *    SALES HISTORY FIRST: THE ABSORBED BUCKETS ARE ADDED INTO
      *    THE SURVIVOR'S RECORD - ONE IS WRITTEN UNDER THE SURVIVOR'S
      *    NUMBER AND NAME IF IT HAD NONE - AND THE ABSORBED RECORD
      *    IS DELETED.
           IF ABSORBED-HISTORY-FOUND
               MOVE MP-SURVIVOR-NUMBER (PAIR-SUB) TO SH-CUSTOMER-NUMBER
               IF SURVIVOR-HISTORY-FOUND
                   READ I_SALHIST
                       INVALID KEY
                           CONTINUE
                   END-READ
                   PERFORM 435-MOVE-MERGED-HISTORY
                   REWRITE SALES-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   MOVE SPACES TO SALES-HISTORY-RECORD
                   MOVE MP-SURVIVOR-NUMBER (PAIR-SUB)
                       TO SH-CUSTOMER-NUMBER
                   MOVE SB-CUSTOMER-NAME TO SH-CUSTOMER-NAME
                   PERFORM 435-MOVE-MERGED-HISTORY
                   WRITE SALES-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO HISTORY-ADDED-COUNT
                   END-WRITE
               END-IF
               MOVE MP-ABSORBED-NUMBER (PAIR-SUB) TO SH-CUSTOMER-NUMBER
               DELETE I_SALHIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO HISTORY-MOVED-COUNT
               END-DELETE
           END-IF.

      *    THEN THE MASTERS: THE SURVIVOR KEEPS ITS NUMBER, NAME,
      *    BRANCH AND SALESREP AND TAKES THE COMBINED YTD AMOUNTS;
      *    THE ABSORBED CUSTOMER IS DELETED.
           MOVE MP-SURVIVOR-NUMBER (PAIR-SUB) TO CM-CUSTOMER-NUMBER.
           READ I_CUSTMAST
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE MERGED-THIS-YTD TO CM-SALES-THIS-YTD.
           MOVE MERGED-LAST-YTD TO CM-SALES-LAST-YTD.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE CUSTOMER-MASTER-RECORD TO SURVIVOR-AFTER-IMAGE.
           MOVE SPACES TO CUSTOMER-AUDIT-RECORD.
           MOVE MP-SURVIVOR-NUMBER (PAIR-SUB) TO AU-CUSTOMER-NUMBER.
           MOVE SURVIVOR-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE SURVIVOR-AFTER-IMAGE  TO AU-AFTER-IMAGE.
           PERFORM 440-WRITE-AUDIT-RECORD.

           MOVE MP-ABSORBED-NUMBER (PAIR-SUB) TO CM-CUSTOMER-NUMBER.
           DELETE I_CUSTMAST
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE SPACES TO CUSTOMER-AUDIT-RECORD.
           MOVE MP-ABSORBED-NUMBER (PAIR-SUB) TO AU-CUSTOMER-NUMBER.
           MOVE ABSORBED-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE SPACES                TO AU-AFTER-IMAGE.
           PERFORM 440-WRITE-AUDIT-RECORD.
           PERFORM 445-WRITE-CROSS-REFERENCE.

           SET MP-MERGED (PAIR-SUB) TO TRUE.
           MOVE SB-CUSTOMER-NAME TO MP-SURVIVOR-NAME (PAIR-SUB).
           ADD 1 TO PAIRS-MERGED-COUNT.

      *    LAST, THE SURVIVOR'S PRIOR-YEAR AMOUNTS ARE CARRIED TO ANY
      *    LATER PAIR WITH THE SAME SURVIVOR, SO ITS OVERFLOW CHECK
      *    AND REGISTER LINE START FROM WHAT THE SURVIVOR NOW HOLDS.
           IF MP-ABSORBED-ON-PRIOR (PAIR-SUB)
               PERFORM VARYING OTHER-SUB FROM PAIR-SUB BY 1
                       UNTIL OTHER-SUB > PAIR-COUNT
                   IF OTHER-SUB > PAIR-SUB
                      AND MP-SURVIVOR-NUMBER (OTHER-SUB)
                          = MP-SURVIVOR-NUMBER (PAIR-SUB)
                       PERFORM VARYING MONTH-SUB FROM 1 BY 1
                               UNTIL MONTH-SUB > 12
                           MOVE MERGED-PRIOR-AMOUNT (MONTH-SUB)
                               TO MP-SURVIVOR-PRIOR
                                      (OTHER-SUB, MONTH-SUB)
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       435-MOVE-MERGED-HISTORY.
           PERFORM VARYING MONTH-SUB FROM 1 BY 1 UNTIL MONTH-SUB > 12
               MOVE MERGED-HISTORY-AMOUNT (MONTH-SUB)
                   TO SH-MONTHLY-AMOUNT (MONTH-SUB)
           END-PERFORM.

       440-WRITE-AUDIT-RECORD.
      *    BOTH HALVES OF A MERGE GO ON THE AUDIT FILE UNDER "M" -
      *    THE SURVIVOR WITH ITS BEFORE AND AFTER IMAGES, THE
      *    ABSORBED CUSTOMER WITH A BEFORE IMAGE ONLY - SO THE
      *    FORWARD RECOVERY REAPPLIES THEM AS A CHANGE AND A DELETE.
           COMPUTE AU-AUDIT-DATE =
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.
           COMPUTE AU-AUDIT-TIME = (CD-HOURS * 100) + CD-MINUTES.
           MOVE "RPT9000 "         TO AU-PROGRAM-NAME.
           SET AU-MERGE            TO TRUE.
           WRITE CUSTOMER-AUDIT-RECORD.

       445-WRITE-CROSS-REFERENCE.
      *    THE BILLING EXTRACT IS CUMULATIVE FOR THE YEAR AND KEEPS
      *    SENDING THE ABSORBED NUMBER'S LINES.  THE CROSS-REFERENCE
      *    IS WHAT LETS THE NIGHTLY LOAD POST THEM TO THE SURVIVOR
      *    INSTEAD OF SUSPENDING THEM AS CUSTOMER NOT ON FILE - AND SO
      *    WHAT KEEPS THIS MERGE'S THIS-YTD AND SALES HISTORY FROM
      *    BEING UNDONE BY THE NEXT REBUILD.
           MOVE SPACES TO CUSTOMER-XREF-RECORD.
           MOVE MP-ABSORBED-NUMBER (PAIR-SUB) TO CX-ABSORBED-NUMBER.
           MOVE MP-SURVIVOR-NUMBER (PAIR-SUB) TO CX-SURVIVOR-NUMBER.
           MOVE AU-AUDIT-DATE                 TO CX-MERGE-DATE.
           MOVE "RPT9000 "                    TO CX-PROGRAM-NAME.
           WRITE CUSTOMER-XREF-RECORD.
           ADD 1 TO XREF-WRITTEN-COUNT.

       450-PROVE-PAIR.
      *    THE SURVIVOR IS READ BACK OFF BOTH FILES, AND THE ABSORBED
      *    NUMBER LOOKED FOR ON BOTH, SO THE REGISTER PROVES WHAT IS
      *    ON DISK RATHER THAN WHAT THIS RUN BELIEVES IT WROTE.
           MOVE ZERO TO AFTER-THIS-YTD AFTER-LAST-YTD
                        AFTER-HISTORY-TOTAL AFTER-PRIOR-TOTAL.
           MOVE MP-SURVIVOR-NUMBER (PAIR-SUB) TO CM-CUSTOMER-NUMBER.
           READ I_CUSTMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-SALES-THIS-YTD TO AFTER-THIS-YTD
                   MOVE CM-SALES-LAST-YTD TO AFTER-LAST-YTD
           END-READ.
           MOVE MP-SURVIVOR-NUMBER (PAIR-SUB) TO SH-CUSTOMER-NUMBER.
           READ I_SALHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING MONTH-SUB FROM 1 BY 1
                           UNTIL MONTH-SUB > 12
                       ADD SH-MONTHLY-AMOUNT (MONTH-SUB)
                           TO AFTER-HISTORY-TOTAL
                   END-PERFORM
           END-READ.
           PERFORM VARYING MONTH-SUB FROM 1 BY 1 UNTIL MONTH-SUB > 12
               ADD MERGED-PRIOR-AMOUNT (MONTH-SUB) TO AFTER-PRIOR-TOTAL
           END-PERFORM.

           MOVE MP-ABSORBED-NUMBER (PAIR-SUB) TO CM-CUSTOMER-NUMBER.
           READ I_CUSTMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO STILL-ON-FILE-COUNT
           END-READ.
           MOVE MP-ABSORBED-NUMBER (PAIR-SUB) TO SH-CUSTOMER-NUMBER.
           READ I_SALHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO STILL-ON-FILE-COUNT
           END-READ.

           ADD SB-SALES-THIS-YTD      TO BT-THIS-YTD (1).
           ADD SB-SALES-LAST-YTD      TO BT-LAST-YTD (1).
           ADD SURVIVOR-HISTORY-TOTAL TO BT-HISTORY (1).
           ADD SURVIVOR-PRIOR-TOTAL   TO BT-PRIOR (1).
           ADD AB-SALES-THIS-YTD      TO BT-THIS-YTD (2).
           ADD AB-SALES-LAST-YTD      TO BT-LAST-YTD (2).
           ADD ABSORBED-HISTORY-TOTAL TO BT-HISTORY (2).
           ADD ABSORBED-PRIOR-TOTAL   TO BT-PRIOR (2).
           ADD AFTER-THIS-YTD         TO BT-THIS-YTD (3).
           ADD AFTER-LAST-YTD         TO BT-LAST-YTD (3).
           ADD AFTER-HISTORY-TOTAL    TO BT-HISTORY (3).
           ADD AFTER-PRIOR-TOTAL      TO BT-PRIOR (3).

           PERFORM 460-PRINT-PAIR.

       460-PRINT-PAIR.
      *    THREE LINES PER PAIR - THE SURVIVOR AND THE ABSORBED
      *    CUSTOMER AS THEY STOOD, AND THE SURVIVOR AS READ BACK.
           IF LINE-COUNT + 4 > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF.
           MOVE "SURVIVOR"                    TO RG-ROLE.
           MOVE MP-SURVIVOR-NUMBER (PAIR-SUB) TO RG-CUSTOMER-NUMBER.
           MOVE SB-BRANCH-NUMBER       TO RG-BRANCH-NUMBER.
           MOVE SB-SALESREP-NUMBER     TO RG-SALESREP-NUMBER.
           MOVE SB-CUSTOMER-NAME       TO RG-CUSTOMER-NAME.
           MOVE SB-SALES-THIS-YTD      TO RG-SALES-THIS-YTD.
           MOVE SB-SALES-LAST-YTD      TO RG-SALES-LAST-YTD.
           MOVE SURVIVOR-HISTORY-TOTAL TO RG-HISTORY-TOTAL.
           MOVE SURVIVOR-PRIOR-TOTAL   TO RG-PRIOR-TOTAL.
           MOVE SPACES                 TO RG-STATUS.
           MOVE REGISTER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

           MOVE "ABSORBED"                    TO RG-ROLE.
           MOVE MP-ABSORBED-NUMBER (PAIR-SUB) TO RG-CUSTOMER-NUMBER.
           MOVE AB-BRANCH-NUMBER       TO RG-BRANCH-NUMBER.
           MOVE AB-SALESREP-NUMBER     TO RG-SALESREP-NUMBER.
           MOVE AB-CUSTOMER-NAME       TO RG-CUSTOMER-NAME.
           MOVE AB-SALES-THIS-YTD      TO RG-SALES-THIS-YTD.
           MOVE AB-SALES-LAST-YTD      TO RG-SALES-LAST-YTD.
           MOVE ABSORBED-HISTORY-TOTAL TO RG-HISTORY-TOTAL.
           MOVE ABSORBED-PRIOR-TOTAL   TO RG-PRIOR-TOTAL.
           MOVE "DELETED"              TO RG-STATUS.
           MOVE REGISTER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "MERGED"                      TO RG-ROLE.
           MOVE MP-SURVIVOR-NUMBER (PAIR-SUB) TO RG-CUSTOMER-NUMBER.
           MOVE SB-BRANCH-NUMBER       TO RG-BRANCH-NUMBER.
           MOVE SB-SALESREP-NUMBER     TO RG-SALESREP-NUMBER.
           MOVE SB-CUSTOMER-NAME       TO RG-CUSTOMER-NAME.
           MOVE AFTER-THIS-YTD         TO RG-SALES-THIS-YTD.
           MOVE AFTER-LAST-YTD         TO RG-SALES-LAST-YTD.
           MOVE AFTER-HISTORY-TOTAL    TO RG-HISTORY-TOTAL.
           MOVE AFTER-PRIOR-TOTAL      TO RG-PRIOR-TOTAL.
           IF AFTER-THIS-YTD = SB-SALES-THIS-YTD + AB-SALES-THIS-YTD
              AND AFTER-LAST-YTD
                  = SB-SALES-LAST-YTD + AB-SALES-LAST-YTD
              AND AFTER-HISTORY-TOTAL
                  = SURVIVOR-HISTORY-TOTAL + ABSORBED-HISTORY-TOTAL
              AND AFTER-PRIOR-TOTAL
                  = SURVIVOR-PRIOR-TOTAL + ABSORBED-PRIOR-TOTAL
               MOVE "BALANCED"                 TO RG-STATUS
           ELSE
               ADD 1 TO PAIRS-UNBALANCED-COUNT
               MOVE "*** OUT OF BALANCE"       TO RG-STATUS
           END-IF.
           MOVE REGISTER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 4 TO LINE-COUNT.

       470-PRINT-PAIR-REJECT.
           MOVE MP-SURVIVOR-NUMBER (PAIR-SUB) TO RJ-SURVIVOR-NUMBER.
           MOVE MP-ABSORBED-NUMBER (PAIR-SUB) TO RJ-ABSORBED-NUMBER.
           MOVE MP-REJECT-REASON (PAIR-SUB)   TO RJ-REASON.
           PERFORM 480-PRINT-REJECT-LINE.

       480-PRINT-REJECT-LINE.
      *    A REFUSED PAIR PRINTS ON THE SAME REGISTER WITH ITS
      *    REASON, SO ONE LISTING SHOWS WHAT WAS MERGED AND WHAT
      *    WAS NOT.  NOTHING ON EITHER CUSTOMER IS CHANGED.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF.
           MOVE REJECT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           ADD 2 TO LINE-COUNT.
           ADD 1 TO PAIRS-REJECTED-COUNT.

       500-COPY-PRIOR-HISTORY.
      *    SECOND PASS OF THE PRIOR-YEAR FILE, COPYING IT FORWARD TO
      *    THE NEW GENERATION THE WAY THE YEAR-END ROLL WRITES A NEW
      *    SALES HISTORY FILE: ABSORBED RECORDS ARE DROPPED, THEIR
      *    AMOUNTS ARE ADDED INTO THE SURVIVOR'S RECORD, AND A
      *    SURVIVOR THAT HAD NO RECORD GETS ONE IN ITS PLACE IN
      *    CUSTOMER ORDER.
           PERFORM 505-LIST-ONE-INSERT
               VARYING PAIR-SUB FROM 1 BY 1
               UNTIL PAIR-SUB > PAIR-COUNT.
           PERFORM 510-SORT-INSERT-LIST.
           MOVE 1 TO INSERT-SUB.

           MOVE "N" TO PRIORHST-EOF-SWITCH.
           OPEN INPUT I_PRIORHST.
           PERFORM UNTIL PRIORHST-EOF
               READ I_PRIORHST
                   AT END
                       SET PRIORHST-EOF TO TRUE
                   NOT AT END
                       PERFORM 520-COPY-ONE-PRIOR-RECORD
               END-READ
           END-PERFORM.
           CLOSE I_PRIORHST.

           PERFORM 540-WRITE-INSERTED-PRIOR
               UNTIL INSERT-SUB > INSERT-COUNT.

       505-LIST-ONE-INSERT.
           IF MP-MERGED (PAIR-SUB)
              AND MP-ABSORBED-ON-PRIOR (PAIR-SUB)
              AND NOT MP-SURVIVOR-ON-PRIOR (PAIR-SUB)
               SET INSERT-LISTED TO FALSE
               PERFORM VARYING INSERT-SUB FROM 1 BY 1
                       UNTIL INSERT-SUB > INSERT-COUNT
                   IF IN-SURVIVOR-NUMBER (INSERT-SUB)
                      = MP-SURVIVOR-NUMBER (PAIR-SUB)
                       SET INSERT-LISTED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT INSERT-LISTED
                   ADD 1 TO INSERT-COUNT
                   MOVE MP-SURVIVOR-NUMBER (PAIR-SUB)
                       TO IN-SURVIVOR-NUMBER (INSERT-COUNT)
                   MOVE PAIR-SUB TO IN-PAIR-SUB (INSERT-COUNT)
               END-IF
           END-IF.

       510-SORT-INSERT-LIST.
      *    ASCENDING BUBBLE SORT ON SURVIVOR NUMBER, THE SAME SHAPE
      *    AS RPT6000'S RANKING SORTS.
           IF INSERT-COUNT > 1
               PERFORM VARYING SORT-OUTER-INDEX FROM 1 BY 1
                       UNTIL SORT-OUTER-INDEX > INSERT-COUNT - 1
                   PERFORM VARYING SORT-INNER-INDEX FROM 1 BY 1
                       UNTIL SORT-INNER-INDEX >
                             INSERT-COUNT - SORT-OUTER-INDEX
                       IF IN-SURVIVOR-NUMBER (SORT-INNER-INDEX) >
                          IN-SURVIVOR-NUMBER (SORT-INNER-INDEX + 1)
                           MOVE IN-ENTRY (SORT-INNER-INDEX)
                               TO IN-TEMP-ENTRY
                           MOVE IN-ENTRY (SORT-INNER-INDEX + 1)
                               TO IN-ENTRY (SORT-INNER-INDEX)
                           MOVE IN-TEMP-ENTRY
                               TO IN-ENTRY (SORT-INNER-INDEX + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       520-COPY-ONE-PRIOR-RECORD.
           ADD 1 TO PRIOR-READ-COUNT.
           MOVE ZERO TO PRIOR-RECORD-TOTAL.
           PERFORM VARYING MONTH-SUB FROM 1 BY 1 UNTIL MONTH-SUB > 12
               ADD PH-MONTHLY-AMOUNT (MONTH-SUB) TO PRIOR-RECORD-TOTAL
           END-PERFORM.
           ADD PRIOR-RECORD-TOTAL TO PRIOR-READ-TOTAL.

           PERFORM 540-WRITE-INSERTED-PRIOR
               UNTIL INSERT-SUB > INSERT-COUNT
                  OR IN-SURVIVOR-NUMBER (INSERT-SUB)
                     NOT < PH-CUSTOMER-NUMBER.

           SET PRIOR-DROPPED TO FALSE.
           PERFORM VARYING PAIR-SUB FROM 1 BY 1
                   UNTIL PAIR-SUB > PAIR-COUNT OR PRIOR-DROPPED
               IF MP-MERGED (PAIR-SUB)
                  AND PH-CUSTOMER-NUMBER
                      = MP-ABSORBED-NUMBER (PAIR-SUB)
                   SET PRIOR-DROPPED TO TRUE
               END-IF
           END-PERFORM.

           IF PRIOR-DROPPED
               ADD 1 TO PRIOR-DROPPED-COUNT
               ADD PRIOR-RECORD-TOTAL TO PRIOR-DROPPED-TOTAL
           ELSE
               MOVE PRIOR-HISTORY-RECORD TO NEW-PRIOR-RECORD
               PERFORM 530-ADD-ABSORBED-PRIOR
               PERFORM 550-WRITE-NEW-PRIOR
           END-IF.

       530-ADD-ABSORBED-PRIOR.
      *    EVERY MERGED PAIR WITH THIS SURVIVOR ADDS ITS ABSORBED
      *    CUSTOMER'S AMOUNTS.  THE SUMS WERE CHECKED FOR OVERFLOW
      *    PAIR BY PAIR IN 420.
           PERFORM VARYING PAIR-SUB FROM 1 BY 1
                   UNTIL PAIR-SUB > PAIR-COUNT
               IF MP-MERGED (PAIR-SUB)
                  AND MP-ABSORBED-ON-PRIOR (PAIR-SUB)
                  AND MP-SURVIVOR-NUMBER (PAIR-SUB)
                      = NP-CUSTOMER-NUMBER
                   PERFORM VARYING MONTH-SUB FROM 1 BY 1
                           UNTIL MONTH-SUB > 12
                       ADD MP-ABSORBED-PRIOR (PAIR-SUB, MONTH-SUB)
                           TO NP-MONTHLY-AMOUNT (MONTH-SUB)
                   END-PERFORM
               END-IF
           END-PERFORM.

       540-WRITE-INSERTED-PRIOR.
           MOVE SPACES TO NEW-PRIOR-RECORD.
           MOVE IN-SURVIVOR-NUMBER (INSERT-SUB) TO NP-CUSTOMER-NUMBER.
           MOVE IN-PAIR-SUB (INSERT-SUB) TO PAIR-SUB.
           MOVE MP-SURVIVOR-NAME (PAIR-SUB) TO NP-CUSTOMER-NAME.
           PERFORM VARYING MONTH-SUB FROM 1 BY 1 UNTIL MONTH-SUB > 12
               MOVE ZERO TO NP-MONTHLY-AMOUNT (MONTH-SUB)
           END-PERFORM.
           PERFORM 530-ADD-ABSORBED-PRIOR.
           PERFORM 550-WRITE-NEW-PRIOR.
           ADD 1 TO PRIOR-INSERTED-COUNT.
           ADD 1 TO INSERT-SUB.

       550-WRITE-NEW-PRIOR.
           WRITE NEW-PRIOR-RECORD.
           ADD 1 TO PRIOR-WRITTEN-COUNT.
           PERFORM VARYING MONTH-SUB FROM 1 BY 1 UNTIL MONTH-SUB > 12
               ADD NP-MONTHLY-AMOUNT (MONTH-SUB) TO PRIOR-WRITTEN-TOTAL
           END-PERFORM.

       600-PRINT-MERGE-TOTALS.
           IF LINE-COUNT > LINES-ON-PAGE - 34
               PERFORM 230-PRINT-HEADINGS
           END-IF.
           MOVE "REQUESTS READ:" TO MT-CAPTION.
           MOVE REQUESTS-READ-COUNT TO MT-COUNT.
           MOVE ZERO                TO MT-AMOUNT.
           MOVE MERGE-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3.
           MOVE "PAIRS MERGED:" TO MT-CAPTION.
           MOVE PAIRS-MERGED-COUNT TO MT-COUNT.
           PERFORM 690-PRINT-TOTAL-LINE.
           MOVE "PAIRS REJECTED:" TO MT-CAPTION.
           MOVE PAIRS-REJECTED-COUNT TO MT-COUNT.
           PERFORM 690-PRINT-TOTAL-LINE.
           MOVE "SALES HISTORY RECORDS ABSORBED:" TO MT-CAPTION.
           MOVE HISTORY-MOVED-COUNT TO MT-COUNT.
           PERFORM 690-PRINT-TOTAL-LINE.
           MOVE "  NEW SURVIVOR HISTORY RECORDS:" TO MT-CAPTION.
           MOVE HISTORY-ADDED-COUNT TO MT-COUNT.
           PERFORM 690-PRINT-TOTAL-LINE.

      *    THE MERGE PROOF - WHAT THE SURVIVORS HOLD AFTER, READ BACK
      *    FROM THE FILES, AGAINST WHAT THE TWO SIDES HELD BEFORE.
           COMPUTE BT-THIS-YTD (4) = BT-THIS-YTD (1) + BT-THIS-YTD (2).
           COMPUTE BT-LAST-YTD (4) = BT-LAST-YTD (1) + BT-LAST-YTD (2).
           COMPUTE BT-HISTORY (4)  = BT-HISTORY (1)  + BT-HISTORY (2).
           COMPUTE BT-PRIOR (4)    = BT-PRIOR (1)    + BT-PRIOR (2).
           COMPUTE BT-THIS-YTD (5) = BT-THIS-YTD (3) - BT-THIS-YTD (4).
           COMPUTE BT-LAST-YTD (5) = BT-LAST-YTD (3) - BT-LAST-YTD (4).
           COMPUTE BT-HISTORY (5)  = BT-HISTORY (3)  - BT-HISTORY (4).
           COMPUTE BT-PRIOR (5)    = BT-PRIOR (3)    - BT-PRIOR (4).

           MOVE "MERGE PROOF" TO SC-TEXT.
           MOVE SECTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3.
           MOVE PROOF-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           MOVE "  SURVIVORS BEFORE" TO PF-CAPTION.
           MOVE 1 TO BALANCE-ROW-SUB.
           PERFORM 680-PRINT-PROOF-LINE.
           MOVE "  ABSORBED CUSTOMERS" TO PF-CAPTION.
           MOVE 2 TO BALANCE-ROW-SUB.
           PERFORM 680-PRINT-PROOF-LINE.
           MOVE "  TOTAL BEFORE" TO PF-CAPTION.
           MOVE 4 TO BALANCE-ROW-SUB.
           PERFORM 680-PRINT-PROOF-LINE.
           MOVE "  SURVIVORS AFTER (READ BACK)" TO PF-CAPTION.
           MOVE 3 TO BALANCE-ROW-SUB.
           PERFORM 680-PRINT-PROOF-LINE.
           MOVE "  DIFFERENCE" TO PF-CAPTION.
           MOVE 5 TO BALANCE-ROW-SUB.
           PERFORM 680-PRINT-PROOF-LINE.
           MOVE "PAIRS OUT OF BALANCE:" TO MT-CAPTION.
           MOVE PAIRS-UNBALANCED-COUNT TO MT-COUNT.
           MOVE ZERO TO MT-AMOUNT.
           MOVE MERGE-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           MOVE "ABSORBED NUMBERS STILL ON FILE:" TO MT-CAPTION.
           MOVE STILL-ON-FILE-COUNT TO MT-COUNT.
           PERFORM 690-PRINT-TOTAL-LINE.
           MOVE "CROSS-REFERENCE RECORDS WRITTEN:" TO MT-CAPTION.
           MOVE XREF-WRITTEN-COUNT TO MT-COUNT.
           PERFORM 690-PRINT-TOTAL-LINE.

      *    THE NEW PRIOR-YEAR FILE HOLDS THE SAME DOLLARS AS THE OLD
      *    ONE - A MERGE ONLY MOVES THEM FROM ONE NUMBER TO ANOTHER.
           COMPUTE PRIOR-EXPECTED-COUNT =
               PRIOR-READ-COUNT - PRIOR-DROPPED-COUNT
                                + PRIOR-INSERTED-COUNT.
           MOVE "PRIOR-YEAR HISTORY FILE" TO SC-TEXT.
           MOVE SECTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3.
           MOVE "  OLD FILE READ:" TO MT-CAPTION.
           MOVE PRIOR-READ-COUNT TO MT-COUNT.
           MOVE PRIOR-READ-TOTAL TO MT-AMOUNT.
           MOVE MERGE-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.
           MOVE "  LESS ABSORBED RECORDS DROPPED:" TO MT-CAPTION.
           MOVE PRIOR-DROPPED-COUNT TO MT-COUNT.
           MOVE PRIOR-DROPPED-TOTAL TO MT-AMOUNT.
           PERFORM 690-PRINT-TOTAL-LINE.
           MOVE "  PLUS SURVIVOR RECORDS ADDED:" TO MT-CAPTION.
           MOVE PRIOR-INSERTED-COUNT TO MT-COUNT.
           MOVE ZERO TO MT-AMOUNT.
           PERFORM 690-PRINT-TOTAL-LINE.
           MOVE "  EXPECTED ON THE NEW FILE:" TO MT-CAPTION.
           MOVE PRIOR-EXPECTED-COUNT TO MT-COUNT.
           MOVE PRIOR-READ-TOTAL TO MT-AMOUNT.
           PERFORM 690-PRINT-TOTAL-LINE.
           MOVE "  NEW FILE WRITTEN:" TO MT-CAPTION.
           MOVE PRIOR-WRITTEN-COUNT TO MT-COUNT.
           MOVE PRIOR-WRITTEN-TOTAL TO MT-AMOUNT.
           PERFORM 690-PRINT-TOTAL-LINE.

           IF BT-THIS-YTD (5) = ZERO
              AND BT-LAST-YTD (5) = ZERO
              AND BT-HISTORY (5) = ZERO
              AND BT-PRIOR (5) = ZERO
              AND PAIRS-UNBALANCED-COUNT = ZERO
              AND STILL-ON-FILE-COUNT = ZERO
              AND XREF-WRITTEN-COUNT = PAIRS-MERGED-COUNT
              AND PRIOR-WRITTEN-COUNT = PRIOR-EXPECTED-COUNT
              AND PRIOR-WRITTEN-TOTAL = PRIOR-READ-TOTAL
               MOVE "MERGE BALANCED - AFTER = SURVIVOR + ABSORBED"
                   TO SC-TEXT
               IF PAIRS-REJECTED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "*** MERGE OUT OF BALANCE - HOLD NEW PRIOR FILE ***"
                   TO SC-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE SECTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3.

       680-PRINT-PROOF-LINE.
           MOVE BT-THIS-YTD (BALANCE-ROW-SUB) TO PF-THIS-YTD.
           MOVE BT-LAST-YTD (BALANCE-ROW-SUB) TO PF-LAST-YTD.
           MOVE BT-HISTORY (BALANCE-ROW-SUB)  TO PF-HISTORY.
           MOVE BT-PRIOR (BALANCE-ROW-SUB)    TO PF-PRIOR.
           MOVE PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

       690-PRINT-TOTAL-LINE.
           MOVE MERGE-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
