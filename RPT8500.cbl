       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT8500.
      ****************************************************************
      * PROGRAM NAME: RPT8500
      * AUTHORS: Jacob Schamp
      * DATE: 10/15/2026
      * Github:
      * DESCRIPTION: Branch master maintenance.  Reads a file of
      * add/change/delete transactions in ascending branch order,
      * runs them against the old branch master in the same
      * sequential old-master/new-master update the salesrep
      * maintenance uses, validates each one (duplicate adds,
      * changes or deletes for branches not on file, non-numeric
      * region codes, missing names, and a refusal to delete a
      * branch that still has salesreps on the salesrep master or
      * customers on the indexed customer master under the
      * CM-BR-SR-CU-KEY alternate index), writes the new branch
      * master, and prints a before/after maintenance register plus
      * a reject listing.  The new master is always written in
      * ascending branch order: an old master record that is a
      * duplicate or out of sequence is dropped and listed rather
      * than copied forward.  Once the new master is complete the
      * register lists every branch whose region name disagrees
      * with the name the first branch in the same region carries,
      * so a realignment done half-way shows up on the day it is
      * keyed instead of as a split region on the sales report.
      *
      * MODIFICATION HISTORY:
      * 10/15/2026 JS  Initial version.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT I_BRCHTRN  ASSIGN TO BRCHTRN.
           SELECT I_BRANCH   ASSIGN TO BRANCH.
           SELECT I_SALESREP ASSIGN TO SALESREP.
           SELECT I_CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-BR-SR-CU-KEY WITH DUPLICATES.
           SELECT O_NEWBRCH  ASSIGN TO NEWBRCH.
           SELECT O_RPT8500  ASSIGN TO RPT8500.
           SELECT O_REJECT   ASSIGN TO REJECT.

       DATA DIVISION.
       FILE SECTION.

       FD  I_BRCHTRN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY BRCHTRN.

       FD  I_BRANCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY BRANCH.

       FD  I_SALESREP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY SALESRP.

       FD  I_CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CUSTMAS.

       FD  O_NEWBRCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  NEW-BRANCH-RECORD         PIC X(130).

       FD  O_RPT8500
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                PIC X(130).

       FD  O_REJECT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 100 CHARACTERS.
       01  REJECT-AREA               PIC X(100).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05 BRCHTRN-EOF-SWITCH     PIC X VALUE "N".
              88 BRCHTRN-EOF         VALUE "Y".
           05 BRANCH-EOF-SWITCH      PIC X VALUE "N".
              88 BRANCH-EOF          VALUE "Y".
           05 SALESREP-EOF-SWITCH    PIC X VALUE "N".
              88 SALESREP-EOF        VALUE "Y".
           05 CUSTOMERS-FOUND-SWITCH PIC X VALUE "N".
              88 CUSTOMERS-FOUND     VALUE "Y" FALSE "N".
           05 TRANS-USABLE-SWITCH    PIC X VALUE "Y".
              88 TRANS-USABLE        VALUE "Y" FALSE "N".
           05 MASTER-USABLE-SWITCH   PIC X VALUE "Y".
              88 MASTER-USABLE       VALUE "Y" FALSE "N".

       01  SEQUENCE-CHECK-SWITCHES.
           05 FIRST-MASTER-KEY-SWITCH PIC X VALUE "Y".
              88 FIRST-MASTER-KEY     VALUE "Y" FALSE "N".

       01  SEQUENCE-CHECK-FIELDS.
           05 LAST-MASTER-NUMBER     PIC 9(2) VALUE ZERO.
           05 LAST-TRANS-KEY         PIC X(2) VALUE LOW-VALUES.

       01  MATCH-KEYS.
      *    HIGH-VALUES STANDS IN FOR "FILE EXHAUSTED" SO THE UPDATE
      *    LOOP'S KEY COMPARES KEEP WORKING AFTER ONE FILE ENDS -
      *    THE SAME CONVENTION THE SALESREP MAINTENANCE USES.
           05 MASTER-MATCH-KEY       PIC X(2) VALUE LOW-VALUES.
           05 TRANS-MATCH-KEY        PIC X(2) VALUE LOW-VALUES.

       01  HELD-BRANCH-FIELDS.
      *    THE MASTER RECORD (OR NEW ADD) CURRENTLY BEING WORKED ON.
      *    IT IS HELD HERE - NOT WRITTEN - UNTIL THE TRANSACTION KEY
      *    MOVES PAST IT, SO SEVERAL TRANSACTIONS AGAINST THE SAME
      *    BRANCH ALL LAND ON THE SAME RECORD IN ONE RUN.
           05 HELD-ACTIVE-SWITCH     PIC X VALUE "N".
              88 HELD-ACTIVE         VALUE "Y" FALSE "N".
           05 HELD-MATCH-KEY         PIC X(2) VALUE LOW-VALUES.
           05 HELD-BRANCH-NUMBER     PIC 9(2) VALUE ZERO.
           05 HELD-BRANCH-NAME       PIC X(20) VALUE SPACE.
           05 HELD-REGION-CODE       PIC 9(2) VALUE ZERO.
           05 HELD-REGION-NAME       PIC X(20) VALUE SPACE.

       01  NEW-MASTER-WORK-AREA.
           05 NW-BRANCH-NUMBER       PIC 9(2).
           05 NW-BRANCH-NAME         PIC X(20).
           05 NW-REGION-CODE         PIC 9(2).
           05 NW-REGION-NAME         PIC X(20).
           05 FILLER                 PIC X(86).

       01  MAINT-COUNTS              PACKED-DECIMAL.
           05 TRANS-READ-COUNT       PIC S9(5) VALUE ZERO.
           05 ADDS-APPLIED-COUNT     PIC S9(5) VALUE ZERO.
           05 CHANGES-APPLIED-COUNT  PIC S9(5) VALUE ZERO.
           05 DELETES-APPLIED-COUNT  PIC S9(5) VALUE ZERO.
           05 REJECT-COUNT           PIC S9(5) VALUE ZERO.
           05 MASTERS-READ-COUNT     PIC S9(5) VALUE ZERO.
           05 MASTERS-DROPPED-COUNT  PIC S9(5) VALUE ZERO.
           05 MASTERS-WRITTEN-COUNT  PIC S9(5) VALUE ZERO.
           05 REGION-CONFLICT-COUNT  PIC S9(5) VALUE ZERO.

       01  PRINT-FIELDS              PACKED-DECIMAL.
           05 PAGE-COUNT             PIC S9(3) VALUE ZERO.
           05 LINES-ON-PAGE          PIC S9(3) VALUE +55.
           05 LINE-COUNT             PIC S9(3) VALUE +99.
           05 SPACE-CONTROL          PIC 9 VALUE 1.

       01  REP-COUNT-TABLE.
      *    HOW MANY SALESREPS THE SALESREP MASTER CARRIES IN EACH
      *    BRANCH, SUBSCRIPTED BY BRANCH NUMBER + 1 SO BRANCH 00
      *    HAS A SLOT.  LOADED ONCE BEFORE THE UPDATE BEGINS.
           05 REP-COUNT              OCCURS 100 TIMES
                                     PIC S9(3) COMP.

       01  NEW-BRANCH-TABLE-CONTROL.
           05 NEW-BRANCH-COUNT       PIC S9(3) COMP VALUE ZERO.
           05 BRANCH-SUB             PIC S9(3) COMP VALUE ZERO.
           05 REGION-SUB             PIC S9(3) COMP VALUE ZERO.

       01  NEW-BRANCH-TABLE.
      *    EVERY BRANCH WRITTEN TO THE NEW MASTER, IN THE ORDER
      *    WRITTEN - AT MOST ONE PER BRANCH NUMBER SINCE THE NEW
      *    MASTER IS KEPT IN STRICTLY ASCENDING ORDER.
           05 NEW-BRANCH-ENTRY       OCCURS 100 TIMES.
              10 NB-BRANCH-NUMBER    PIC 9(2).
              10 NB-BRANCH-NAME      PIC X(20).
              10 NB-REGION-CODE      PIC 9(2).
              10 NB-REGION-NAME      PIC X(20).

       01  REGION-TABLE.
      *    THE REGION NAME CARRIED BY THE FIRST (LOWEST-NUMBERED)
      *    BRANCH OF EACH REGION ON THE NEW MASTER, SUBSCRIPTED BY
      *    REGION CODE + 1.  EVERY OTHER BRANCH IN THE REGION IS
      *    CHECKED AGAINST IT.
           05 REGION-ENTRY           OCCURS 100 TIMES.
              10 RG-USED-SWITCH      PIC X VALUE "N".
                 88 RG-USED          VALUE "Y".
              10 RG-FIRST-BRANCH     PIC 9(2).
              10 RG-REGION-NAME      PIC X(20).

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
           05 FILLER          PIC X(20) VALUE "BRANCH MASTER MAINTE".
           05 FILLER          PIC X(33) VALUE "NANCE REGISTER".
           05 FILLER          PIC X(6)  VALUE "PAGE: ".
           05 HL1-PAGE-NUMBER PIC ZZZ9.
           05 FILLER          PIC X(26) VALUE SPACE.

       01  HEADING-LINE-2.
           05 FILLER                 PIC X(7)  VALUE "TIME:  ".
           05 HL2-HOURS              PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE ":".
           05 HL2-MINUTES            PIC 9(2).
           05 FILLER                 PIC X(82) VALUE SPACE.
           05 FILLER                 PIC X(7)  VALUE "RPT8500".
           05 FILLER                 PIC X(29) VALUE SPACE.

       01  HEADING-LINE-3.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(8)  VALUE "ACTION".
           05 FILLER                 PIC X(8)  VALUE "IMAGE".
           05 FILLER                 PIC X(8)  VALUE "BRANCH".
           05 FILLER                 PIC X(23) VALUE "BRANCH NAME".
           05 FILLER                 PIC X(8)  VALUE "REGION".
           05 FILLER                 PIC X(20) VALUE "REGION NAME".
           05 FILLER                 PIC X(53) VALUE SPACE.

       01  HEADING-LINE-4.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(75) VALUE ALL '-'.
           05 FILLER                 PIC X(53) VALUE SPACE.

       01  REGISTER-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 RL-ACTION              PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 RL-IMAGE               PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 RL-BRANCH-NUMBER       PIC X(2).
           05 FILLER                 PIC X(6)  VALUE SPACE.
           05 RL-BRANCH-NAME         PIC X(20).
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 RL-REGION-CODE         PIC X(2).
           05 FILLER                 PIC X(6)  VALUE SPACE.
           05 RL-REGION-NAME         PIC X(20).
           05 FILLER                 PIC X(53) VALUE SPACE.

       01  REGION-CONFLICT-HEADING.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(40)
                       VALUE "REGION NAME DISAGREEMENTS ON NEW MASTER".
           05 FILLER                 PIC X(88) VALUE SPACE.

       01  REGION-CONFLICT-LINE.
           05 FILLER                 PIC X(18) VALUE SPACE.
           05 RC-BRANCH-NUMBER       PIC 9(2).
           05 FILLER                 PIC X(6)  VALUE SPACE.
           05 RC-BRANCH-NAME         PIC X(20).
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 RC-REGION-CODE         PIC 9(2).
           05 FILLER                 PIC X(6)  VALUE SPACE.
           05 RC-REGION-NAME         PIC X(20).
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 FILLER                 PIC X(7)  VALUE "BRANCH ".
           05 RC-FIRST-BRANCH        PIC 9(2).
           05 FILLER                 PIC X(7)  VALUE " SAYS ".
           05 RC-FIRST-REGION-NAME   PIC X(20).
           05 FILLER                 PIC X(14) VALUE SPACE.

       01  REGISTER-TOTAL-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 RT-CAPTION             PIC X(22).
           05 RT-COUNT               PIC ZZ,ZZ9.
           05 FILLER                 PIC X(100) VALUE SPACE.

       01  REJECT-HEADING-1.
           05 FILLER                 PIC X(30)
                       VALUE "RPT8500 REJECTED TRANSACTIONS".
           05 FILLER                 PIC X(70) VALUE SPACE.

       01  REJECT-HEADING-2.
           05 FILLER                 PIC X(8)  VALUE "ACTION".
           05 FILLER                 PIC X(8)  VALUE "BRANCH".
           05 FILLER                 PIC X(8)  VALUE "REGION".
           05 FILLER                 PIC X(23) VALUE "NAME".
           05 FILLER                 PIC X(53) VALUE "REASON".

       01  REJECT-DETAIL-LINE.
           05 RJ-ACTION              PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 RJ-BRANCH              PIC X(2).
           05 FILLER                 PIC X(6)  VALUE SPACE.
           05 RJ-REGION              PIC X(2).
           05 FILLER                 PIC X(6)  VALUE SPACE.
           05 RJ-BRANCH-NAME         PIC X(20).
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 RJ-REASON              PIC X(30).
           05 FILLER                 PIC X(23) VALUE SPACE.

       01  REJECT-SUMMARY-LINE.
           05 FILLER                 PIC X(16)
                                      VALUE "TOTAL REJECTS: ".
           05 RS-REJECT-COUNT        PIC ZZ,ZZ9.
           05 FILLER                 PIC X(78) VALUE SPACE.

       01  ACTION-CAPTION            PIC X(6) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAINTAIN-BRANCH-MASTER.
           OPEN INPUT  I_BRCHTRN I_BRANCH I_SALESREP I_CUSTMAST
                OUTPUT O_NEWBRCH O_RPT8500 O_REJECT

           PERFORM 015-PRINT-REJECT-HEADINGS
           PERFORM 100-FORMAT-REPORT-HEADING
           PERFORM 200-LOAD-REP-COUNTS
           PERFORM 230-PRINT-HEADINGS

           PERFORM 240-READ-TRANSACTION
           PERFORM 250-READ-OLD-MASTER

           PERFORM 300-APPLY-ONE-STEP
               UNTIL BRCHTRN-EOF AND BRANCH-EOF
                     AND NOT HELD-ACTIVE

           PERFORM 390-CHECK-REGION-NAMES
           PERFORM 400-PRINT-CONTROL-TOTALS
           PERFORM 460-PRINT-REJECT-SUMMARY

      *    A DROPPED OLD MASTER RECORD IS NOT ON THE NEW MASTER, SO
      *    THE RUN ENDS WITH A WARNING TO LOOK AT THE REJECT LISTING.
           IF MASTERS-DROPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE I_BRCHTRN I_BRANCH I_SALESREP I_CUSTMAST
                 O_NEWBRCH O_RPT8500 O_REJECT
           STOP RUN.

       015-PRINT-REJECT-HEADINGS.
           MOVE REJECT-HEADING-1 TO REJECT-AREA.
           WRITE REJECT-AREA.
           MOVE REJECT-HEADING-2 TO REJECT-AREA.
           WRITE REJECT-AREA.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

       200-LOAD-REP-COUNTS.
           PERFORM VARYING BRANCH-SUB FROM 1 BY 1
                   UNTIL BRANCH-SUB > 100
               MOVE ZERO TO REP-COUNT (BRANCH-SUB)
           END-PERFORM.
           PERFORM 210-READ-SALESREP-RECORD.
           PERFORM UNTIL SALESREP-EOF
                 IF SM-BRANCH-NUMBER IS NUMERIC
                     COMPUTE BRANCH-SUB = SM-BRANCH-NUMBER + 1
                     ADD 1 TO REP-COUNT (BRANCH-SUB)
                 END-IF
                 PERFORM 210-READ-SALESREP-RECORD
           END-PERFORM.

       210-READ-SALESREP-RECORD.
           READ I_SALESREP
              AT END
                 SET SALESREP-EOF TO TRUE
           END-READ.

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

       240-READ-TRANSACTION.
      *    A TRANSACTION WHOSE BRANCH NUMBER ISN'T EVEN NUMERIC, OR
      *    THAT STEPS BACKWARD IN BRANCH ORDER, CANNOT TAKE PART IN
      *    THE SEQUENTIAL UPDATE, SO IT IS REJECTED AND READ OVER.
      *    245 LEAVES THE REASON IN RJ-REASON WHEN IT MARKS A
      *    TRANSACTION UNUSABLE.
           PERFORM 245-READ-ONE-TRANSACTION
           PERFORM UNTIL BRCHTRN-EOF OR TRANS-USABLE
               MOVE BX-ACTION-CODE TO ACTION-CAPTION
               PERFORM 360-WRITE-REJECT-LINE
               PERFORM 245-READ-ONE-TRANSACTION
           END-PERFORM
           IF NOT BRCHTRN-EOF
               MOVE TRANS-MATCH-KEY TO LAST-TRANS-KEY
           END-IF.

       245-READ-ONE-TRANSACTION.
           READ I_BRCHTRN
               AT END
                   SET BRCHTRN-EOF TO TRUE
                   MOVE HIGH-VALUES TO TRANS-MATCH-KEY
           END-READ.
           IF NOT BRCHTRN-EOF
               ADD 1 TO TRANS-READ-COUNT
               MOVE BX-BRANCH-NUMBER-X TO TRANS-MATCH-KEY
               EVALUATE TRUE
                   WHEN BX-BRANCH-NUMBER-X NOT NUMERIC
                       MOVE "BRANCH NOT NUMERIC" TO RJ-REASON
                       SET TRANS-USABLE TO FALSE
                   WHEN TRANS-MATCH-KEY < LAST-TRANS-KEY
                       MOVE "OUT OF BRANCH SEQUENCE" TO RJ-REASON
                       SET TRANS-USABLE TO FALSE
                   WHEN OTHER
                       SET TRANS-USABLE TO TRUE
               END-EVALUATE
           END-IF.

       250-READ-OLD-MASTER.
      *    THE NEW MASTER IS WRITTEN IN THE ORDER THE OLD ONE
      *    ARRIVES, AND EVERY PROGRAM THAT LOADS IT BINARY-SEARCHES
      *    OR BREAKS ON IT, SO AN OLD MASTER RECORD THAT REPEATS OR
      *    STEPS BACK FROM THE ONE BEFORE IT IS LISTED ON THE
      *    REJECT LISTING (WITHOUT COUNTING AS A TRANSACTION
      *    REJECT) AND DROPPED INSTEAD OF BEING CARRIED FORWARD.
      *    AN ADD RE-ENTERS IT IF IT IS WANTED.
           PERFORM 255-READ-ONE-MASTER
           PERFORM UNTIL BRANCH-EOF OR MASTER-USABLE
               ADD 1 TO MASTERS-DROPPED-COUNT
               PERFORM 258-WRITE-MASTER-SEQ-WARNING
               PERFORM 255-READ-ONE-MASTER
           END-PERFORM
           IF NOT BRANCH-EOF
               MOVE "N" TO FIRST-MASTER-KEY-SWITCH
               MOVE BM-BRANCH-NUMBER TO LAST-MASTER-NUMBER
           END-IF.

       255-READ-ONE-MASTER.
           READ I_BRANCH
               AT END
                   SET BRANCH-EOF TO TRUE
                   MOVE HIGH-VALUES TO MASTER-MATCH-KEY
           END-READ.
           IF NOT BRANCH-EOF
               ADD 1 TO MASTERS-READ-COUNT
               MOVE BM-BRANCH-NUMBER TO MASTER-MATCH-KEY
               EVALUATE TRUE
                   WHEN FIRST-MASTER-KEY
                       SET MASTER-USABLE TO TRUE
                   WHEN BM-BRANCH-NUMBER = LAST-MASTER-NUMBER
                       MOVE "BRANCH FILE DUP KEY - DROPPED"
                           TO RJ-REASON
                       SET MASTER-USABLE TO FALSE
                   WHEN BM-BRANCH-NUMBER < LAST-MASTER-NUMBER
                       MOVE "BRANCH FILE OUT OF SEQ - DROPPED"
                           TO RJ-REASON
                       SET MASTER-USABLE TO FALSE
                   WHEN OTHER
                       SET MASTER-USABLE TO TRUE
               END-EVALUATE
           END-IF.

       258-WRITE-MASTER-SEQ-WARNING.
           MOVE SPACES           TO RJ-ACTION.
           MOVE BM-BRANCH-NUMBER TO RJ-BRANCH.
           MOVE BM-REGION-CODE   TO RJ-REGION.
           MOVE BM-BRANCH-NAME   TO RJ-BRANCH-NAME.
           MOVE REJECT-DETAIL-LINE TO REJECT-AREA.
           WRITE REJECT-AREA.

       300-APPLY-ONE-STEP.
      *    ONE STEP OF THE BALANCED-LINE UPDATE.  THE OLD MASTER IS
      *    PULLED INTO THE HELD AREA WHEN ITS KEY COMES DUE,
      *    TRANSACTIONS LAND ON THE HELD RECORD (OR ON THE GAP WHERE
      *    NO MASTER EXISTS) WHILE THEIR KEY MATCHES, AND THE HELD
      *    RECORD IS RELEASED TO THE NEW MASTER ONCE THE TRANSACTION
      *    KEY MOVES PAST IT.
           EVALUATE TRUE
               WHEN NOT HELD-ACTIVE AND NOT BRANCH-EOF
                    AND MASTER-MATCH-KEY NOT > TRANS-MATCH-KEY
                   PERFORM 310-HOLD-OLD-MASTER
               WHEN HELD-ACTIVE AND TRANS-MATCH-KEY = HELD-MATCH-KEY
                   PERFORM 320-APPLY-TO-HELD
                   PERFORM 240-READ-TRANSACTION
               WHEN NOT HELD-ACTIVE
                    AND TRANS-MATCH-KEY < MASTER-MATCH-KEY
                   PERFORM 330-APPLY-TO-GAP
                   PERFORM 240-READ-TRANSACTION
               WHEN OTHER
                   PERFORM 380-RELEASE-HELD
           END-EVALUATE.

       310-HOLD-OLD-MASTER.
           MOVE MASTER-MATCH-KEY TO HELD-MATCH-KEY.
           MOVE BM-BRANCH-NUMBER TO HELD-BRANCH-NUMBER.
           MOVE BM-BRANCH-NAME   TO HELD-BRANCH-NAME.
           MOVE BM-REGION-CODE   TO HELD-REGION-CODE.
           MOVE BM-REGION-NAME   TO HELD-REGION-NAME.
           SET HELD-ACTIVE TO TRUE.
           PERFORM 250-READ-OLD-MASTER.

       320-APPLY-TO-HELD.
           EVALUATE TRUE
               WHEN BX-ADD
                   MOVE "ADD"    TO ACTION-CAPTION
                   MOVE "DUPLICATE ADD - ON FILE" TO RJ-REASON
                   PERFORM 360-WRITE-REJECT-LINE
               WHEN BX-CHANGE
                   MOVE "CHANGE" TO ACTION-CAPTION
                   PERFORM 324-CHANGE-HELD-BRANCH
               WHEN BX-DELETE
                   MOVE "DELETE" TO ACTION-CAPTION
                   PERFORM 326-DELETE-HELD-BRANCH
               WHEN OTHER
                   MOVE BX-ACTION-CODE TO ACTION-CAPTION
                   MOVE "INVALID ACTION CODE" TO RJ-REASON
                   PERFORM 360-WRITE-REJECT-LINE
           END-EVALUATE.

       324-CHANGE-HELD-BRANCH.
      *    A SPACE BRANCH NAME, A SPACE OR ZERO REGION CODE, AND A
      *    SPACE REGION NAME ON THE TRANSACTION MEAN "LEAVE THAT
      *    FIELD AS IS".  A BRANCH MOVED TO ANOTHER REGION KEEPS ITS
      *    OLD REGION NAME UNLESS THE TRANSACTION SUPPLIES ONE - THE
      *    REGION NAME CHECK AFTER THE UPDATE CATCHES A MOVE KEYED
      *    WITHOUT IT.
           IF BX-REGION-CODE-X NOT = SPACE
              AND BX-REGION-CODE-X NOT NUMERIC
               MOVE "REGION NOT NUMERIC" TO RJ-REASON
               PERFORM 360-WRITE-REJECT-LINE
           ELSE
               MOVE "BEFORE" TO RL-IMAGE
               PERFORM 350-WRITE-REGISTER-LINE
               IF BX-BRANCH-NAME NOT = SPACE
                   MOVE BX-BRANCH-NAME TO HELD-BRANCH-NAME
               END-IF
               IF BX-REGION-CODE-X NOT = SPACE
                  AND BX-REGION-CODE NOT = ZERO
                   MOVE BX-REGION-CODE TO HELD-REGION-CODE
               END-IF
               IF BX-REGION-NAME NOT = SPACE
                   MOVE BX-REGION-NAME TO HELD-REGION-NAME
               END-IF
               ADD 1 TO CHANGES-APPLIED-COUNT
               MOVE "AFTER" TO RL-IMAGE
               PERFORM 350-WRITE-REGISTER-LINE
           END-IF.

       326-DELETE-HELD-BRANCH.
      *    A BRANCH THAT STILL CARRIES SALESREPS OR CUSTOMERS CANNOT
      *    BE DELETED - EVERY ONE OF THEM WOULD FAIL THE BRANCH
      *    LOOKUP ON THE NEXT SALES REPORT AND SALESREP MAINTENANCE
      *    RUN.  THE REPS ARE REASSIGNED AND THE CUSTOMERS MOVED
      *    (THE BULK TERRITORY REASSIGNMENT) FIRST.
           PERFORM 340-CHECK-BRANCH-CUSTOMERS.
           COMPUTE BRANCH-SUB = HELD-BRANCH-NUMBER + 1.
           EVALUATE TRUE
               WHEN REP-COUNT (BRANCH-SUB) > ZERO
                   MOVE "BRANCH STILL HAS SALESREPS" TO RJ-REASON
                   PERFORM 360-WRITE-REJECT-LINE
               WHEN CUSTOMERS-FOUND
                   MOVE "BRANCH STILL HAS CUSTOMERS" TO RJ-REASON
                   PERFORM 360-WRITE-REJECT-LINE
               WHEN OTHER
                   MOVE "BEFORE" TO RL-IMAGE
                   PERFORM 350-WRITE-REGISTER-LINE
                   SET HELD-ACTIVE TO FALSE
                   ADD 1 TO DELETES-APPLIED-COUNT
           END-EVALUATE.

       330-APPLY-TO-GAP.
           EVALUATE TRUE
               WHEN BX-ADD
                   MOVE "ADD"    TO ACTION-CAPTION
                   PERFORM 334-ADD-NEW-BRANCH
               WHEN BX-CHANGE
                   MOVE "CHANGE" TO ACTION-CAPTION
                   MOVE "CHANGE - NOT ON FILE" TO RJ-REASON
                   PERFORM 360-WRITE-REJECT-LINE
               WHEN BX-DELETE
                   MOVE "DELETE" TO ACTION-CAPTION
                   MOVE "DELETE - NOT ON FILE" TO RJ-REASON
                   PERFORM 360-WRITE-REJECT-LINE
               WHEN OTHER
                   MOVE BX-ACTION-CODE TO ACTION-CAPTION
                   MOVE "INVALID ACTION CODE" TO RJ-REASON
                   PERFORM 360-WRITE-REJECT-LINE
           END-EVALUATE.

       334-ADD-NEW-BRANCH.
      *    AN ADD SEEDS THE HELD AREA THE SAME WAY A MASTER RECORD
      *    WOULD - A CHANGE OR DELETE FOR THE SAME BRANCH LATER IN
      *    THE TRANSACTION FILE LANDS ON IT BEFORE IT IS RELEASED.
           EVALUATE TRUE
               WHEN BX-BRANCH-NAME = SPACE
                   MOVE "BRANCH NAME MISSING" TO RJ-REASON
                   PERFORM 360-WRITE-REJECT-LINE
               WHEN BX-REGION-CODE-X NOT NUMERIC
                   MOVE "REGION NOT NUMERIC" TO RJ-REASON
                   PERFORM 360-WRITE-REJECT-LINE
               WHEN BX-REGION-NAME = SPACE
                   MOVE "REGION NAME MISSING" TO RJ-REASON
                   PERFORM 360-WRITE-REJECT-LINE
               WHEN OTHER
                   MOVE TRANS-MATCH-KEY  TO HELD-MATCH-KEY
                   MOVE BX-BRANCH-NUMBER TO HELD-BRANCH-NUMBER
                   MOVE BX-BRANCH-NAME   TO HELD-BRANCH-NAME
                   MOVE BX-REGION-CODE   TO HELD-REGION-CODE
                   MOVE BX-REGION-NAME   TO HELD-REGION-NAME
                   SET HELD-ACTIVE TO TRUE
                   ADD 1 TO ADDS-APPLIED-COUNT
                   MOVE "AFTER" TO RL-IMAGE
                   PERFORM 350-WRITE-REGISTER-LINE
           END-EVALUATE.

       340-CHECK-BRANCH-CUSTOMERS.
      *    POSITIONS ON THE CM-BR-SR-CU-KEY ALTERNATE INDEX AT THE
      *    FIRST SLOT OF THE BRANCH AND LOOKS AT THE FIRST CUSTOMER
      *    THERE, WHATEVER REP CARRIES IT.
           SET CUSTOMERS-FOUND TO FALSE.
           MOVE HELD-BRANCH-NUMBER TO CM-BRANCH-NUMBER.
           MOVE ZERO               TO CM-SALESREP-NUMBER.
           MOVE ZERO               TO CM-CUSTOMER-NUMBER.
           START I_CUSTMAST
               KEY IS NOT LESS THAN CM-BR-SR-CU-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ I_CUSTMAST NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CM-BRANCH-NUMBER = HELD-BRANCH-NUMBER
                               SET CUSTOMERS-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START.

       350-WRITE-REGISTER-LINE.
      *    BOTH IMAGES COME FROM THE HELD AREA - THE BEFORE IMAGE
      *    AS THE RECORD STOOD WHEN THE TRANSACTION ARRIVED, THE
      *    AFTER IMAGE AS IT STANDS ONCE THE FIELDS ARE APPLIED.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF
           MOVE ACTION-CAPTION     TO RL-ACTION.
           MOVE HELD-BRANCH-NUMBER TO RL-BRANCH-NUMBER.
           MOVE HELD-BRANCH-NAME   TO RL-BRANCH-NAME.
           MOVE HELD-REGION-CODE   TO RL-REGION-CODE.
           MOVE HELD-REGION-NAME   TO RL-REGION-NAME.
           MOVE REGISTER-LINE TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           IF RL-IMAGE = "BEFORE"
               MOVE 2 TO SPACE-CONTROL
           END-IF
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD SPACE-CONTROL TO LINE-COUNT.

       360-WRITE-REJECT-LINE.
           MOVE ACTION-CAPTION     TO RJ-ACTION.
           MOVE BX-BRANCH-NUMBER-X TO RJ-BRANCH.
           MOVE BX-REGION-CODE-X   TO RJ-REGION.
           MOVE BX-BRANCH-NAME     TO RJ-BRANCH-NAME.
           MOVE REJECT-DETAIL-LINE TO REJECT-AREA.
           WRITE REJECT-AREA.
           ADD 1 TO REJECT-COUNT.

       380-RELEASE-HELD.
      *    EACH BRANCH WRITTEN IS ALSO KEPT FOR THE REGION NAME
      *    CHECK; THE FIRST BRANCH SEEN IN A REGION SETS THE NAME
      *    THE REST OF THE REGION IS CHECKED AGAINST.
           IF HELD-ACTIVE
               MOVE SPACES TO NEW-MASTER-WORK-AREA
               MOVE HELD-BRANCH-NUMBER TO NW-BRANCH-NUMBER
               MOVE HELD-BRANCH-NAME   TO NW-BRANCH-NAME
               MOVE HELD-REGION-CODE   TO NW-REGION-CODE
               MOVE HELD-REGION-NAME   TO NW-REGION-NAME
               MOVE NEW-MASTER-WORK-AREA TO NEW-BRANCH-RECORD
               WRITE NEW-BRANCH-RECORD
               ADD 1 TO MASTERS-WRITTEN-COUNT
               ADD 1 TO NEW-BRANCH-COUNT
               MOVE HELD-BRANCH-NUMBER
                   TO NB-BRANCH-NUMBER (NEW-BRANCH-COUNT)
               MOVE HELD-BRANCH-NAME
                   TO NB-BRANCH-NAME (NEW-BRANCH-COUNT)
               MOVE HELD-REGION-CODE
                   TO NB-REGION-CODE (NEW-BRANCH-COUNT)
               MOVE HELD-REGION-NAME
                   TO NB-REGION-NAME (NEW-BRANCH-COUNT)
               COMPUTE REGION-SUB = HELD-REGION-CODE + 1
               IF NOT RG-USED (REGION-SUB)
                   SET RG-USED (REGION-SUB) TO TRUE
                   MOVE HELD-BRANCH-NUMBER
                       TO RG-FIRST-BRANCH (REGION-SUB)
                   MOVE HELD-REGION-NAME
                       TO RG-REGION-NAME (REGION-SUB)
               END-IF
               SET HELD-ACTIVE TO FALSE
           END-IF.

       390-CHECK-REGION-NAMES.
      *    RUN AGAINST THE NEW MASTER AS WRITTEN, SO IT FLAGS
      *    DISAGREEMENTS ALREADY ON THE OLD FILE AS WELL AS ONES
      *    TODAY'S TRANSACTIONS CREATED.  A FLAG DOES NOT STOP THE
      *    UPDATE - THE FIX IS A CHANGE TRANSACTION ON THE BRANCH
      *    THAT IS WRONG.
           PERFORM VARYING BRANCH-SUB FROM 1 BY 1
                   UNTIL BRANCH-SUB > NEW-BRANCH-COUNT
               COMPUTE REGION-SUB = NB-REGION-CODE (BRANCH-SUB) + 1
               IF NB-REGION-NAME (BRANCH-SUB)
                      NOT = RG-REGION-NAME (REGION-SUB)
                   PERFORM 395-PRINT-REGION-CONFLICT
               END-IF
           END-PERFORM.

       395-PRINT-REGION-CONFLICT.
           IF REGION-CONFLICT-COUNT = ZERO
               IF LINE-COUNT > LINES-ON-PAGE - 3
                   PERFORM 230-PRINT-HEADINGS
               END-IF
               MOVE REGION-CONFLICT-HEADING TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 3
               ADD 3 TO LINE-COUNT
           END-IF.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF.
           ADD 1 TO REGION-CONFLICT-COUNT.
           MOVE NB-BRANCH-NUMBER (BRANCH-SUB) TO RC-BRANCH-NUMBER.
           MOVE NB-BRANCH-NAME (BRANCH-SUB)   TO RC-BRANCH-NAME.
           MOVE NB-REGION-CODE (BRANCH-SUB)   TO RC-REGION-CODE.
           MOVE NB-REGION-NAME (BRANCH-SUB)   TO RC-REGION-NAME.
           MOVE RG-FIRST-BRANCH (REGION-SUB)  TO RC-FIRST-BRANCH.
           MOVE RG-REGION-NAME (REGION-SUB)   TO RC-FIRST-REGION-NAME.
           MOVE REGION-CONFLICT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

       400-PRINT-CONTROL-TOTALS.
           MOVE "TRANSACTIONS READ:    " TO RT-CAPTION.
           MOVE TRANS-READ-COUNT        TO RT-COUNT.
           MOVE REGISTER-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3.

           MOVE "ADDS APPLIED:         " TO RT-CAPTION.
           MOVE ADDS-APPLIED-COUNT      TO RT-COUNT.
           MOVE REGISTER-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "CHANGES APPLIED:      " TO RT-CAPTION.
           MOVE CHANGES-APPLIED-COUNT   TO RT-COUNT.
           MOVE REGISTER-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "DELETES APPLIED:      " TO RT-CAPTION.
           MOVE DELETES-APPLIED-COUNT   TO RT-COUNT.
           MOVE REGISTER-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "TRANSACTIONS REJECTED:" TO RT-CAPTION.
           MOVE REJECT-COUNT            TO RT-COUNT.
           MOVE REGISTER-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "OLD MASTERS READ:     " TO RT-CAPTION.
           MOVE MASTERS-READ-COUNT      TO RT-COUNT.
           MOVE REGISTER-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

           MOVE "OLD MASTERS DROPPED:  " TO RT-CAPTION.
           MOVE MASTERS-DROPPED-COUNT   TO RT-COUNT.
           MOVE REGISTER-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "NEW MASTERS WRITTEN:  " TO RT-CAPTION.
           MOVE MASTERS-WRITTEN-COUNT   TO RT-COUNT.
           MOVE REGISTER-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "REGION NAME CONFLICTS:" TO RT-CAPTION.
           MOVE REGION-CONFLICT-COUNT   TO RT-COUNT.
           MOVE REGISTER-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

       460-PRINT-REJECT-SUMMARY.
           MOVE REJECT-COUNT TO RS-REJECT-COUNT.
           MOVE REJECT-SUMMARY-LINE TO REJECT-AREA.
           WRITE REJECT-AREA.
