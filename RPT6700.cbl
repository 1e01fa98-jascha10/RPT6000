      *                carries separate accepted-invoice and
      *                accepted-credit lines so the run still
      *                balances on the net accepted total.
      * 10/15/2026 JS  Rejects are no longer only printed.  Every
      *                rejected line goes to the billing suspense
      *                file (I_SUSPENSE in, O_SUSPENSE out, an
      *                old/new generation) with its reason, the date
      *                it was first suspended, and a retry count, and
      *                the suspense file is merged back into each
      *                night's edit in customer order.  A suspended
      *                line that now passes (its customer has since
      *                been added through the maintenance run) posts
      *                and is carried as a recovered item so later
      *                nights' rebuilds keep it; one that still fails
      *                once it is older than the SUSPCTL write-off
      *                days goes to the new write-off listing.  The
      *                register shows the suspense movement and
      *                proves it balances.
      * 10/15/2026 JS  Every accepted line (invoice or credit, feed
      *                or recycled from suspense) is now kept on the
      *                retained billing journal (O_BILLJRN, indexed by
      *                customer, billing year and month, and line) with
      *                the date it first loaded, for the monthly
      *                customer statements.  Because the feed is the
      *                cumulative year-to-date extract, a line already
      *                journaled is left alone, a changed line is
      *                replaced, and a line the feed no longer carries
      *                is marked withdrawn; the register shows the
      *                journal movement and the load only balances if
      *                the journal agrees with the accepted input.
      * 10/15/2026 JS  The run date is now the business date from
      *                the nightly cycle status record (I_CYCSTAT)
      *                instead of the clock, so a rerun after
      *                midnight still stamps its output with the
      *                night it belongs to.  The run refuses to start
      *                unless the step it waits on is complete for
      *                the business date and it has not already
      *                completed for it (barring the operator's rerun
      *                override), and records its start, end, return
      *                code, and record counts on the status record.
      * 10/15/2026 JS  A posting that changes a master's
      *                CM-SALES-THIS-YTD is now written to the
      *                customer-change audit file (O_CUSTAUD) as a
      *                "B" record with the before and after images,
      *                so the billing load can be reapplied by the
      *                forward recovery like every other update.
      * 10/15/2026 JS  Billing lines for a customer number absorbed by
      *                the customer merge now post to the surviving
      *                customer named on the merge cross-reference
      *                (I_CUSTXREF) - its history buckets, its
      *                CM-SALES-THIS-YTD and its journal lines - instead
      *                of suspending as customer not on file.  A
      *                merged customer's groups are held in a table
      *                until the input ends, because the absorbed
      *                numbers reach the edit on either side of the
      *                survivor's own lines; O_SALHIST is therefore
      *                written by key (ACCESS RANDOM) rather than in
      *                arrival order.
      * 10/15/2026 JS  A merged customer's journal lines are numbered
      *                per source number - the survivor's own lines
      *                from 1, each absorbed number's in its own block
      *                of 1000 fixed by its place on the cross-
      *                reference - and dropped lines are withdrawn
      *                within the same block, so an unchanged line
      *                keeps its load date however the survivor's and
      *                the absorbed numbers' lines grow.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    OPTIONAL SO A MISSING CYCLE STATUS FILE IS REPORTED AS NO
      *    BUSINESS DATE OPEN INSTEAD OF FAILING ON THE OPEN.
           SELECT OPTIONAL I_CYCSTAT ASSIGN TO CYCSTAT.
           SELECT I_BILLTRN  ASSIGN TO BILLTRN.
      *    OPTIONAL SO THE VERY FIRST RUN, BEFORE ANY SUSPENSE FILE
      *    EXISTS, READS IT AS EMPTY INSTEAD OF FAILING THE OPEN.
           SELECT OPTIONAL I_SUSPENSE ASSIGN TO SUSPENSE.
           SELECT I_SUSPCTL  ASSIGN TO SUSPCTL.
      *    OPTIONAL SO A LOAD RUN BEFORE THE FIRST CUSTOMER MERGE HAS
      *    CREATED THE CROSS-REFERENCE SIMPLY HAS NO NUMBERS TO MOVE.
           SELECT OPTIONAL I_CUSTXREF ASSIGN TO CUSTXREF.
           SELECT I_CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ALTERNATE RECORD KEY IS CM-BR-SR-CU-KEY WITH DUPLICATES.
           SELECT O_SALHIST  ASSIGN TO SALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-CUSTOMER-NUMBER.
           SELECT O_SUSPENSE ASSIGN TO NEWSUSP.
      *    OPTIONAL SO THE FIRST RUN CREATES THE JOURNAL; AFTER THAT
      *    IT IS UPDATED IN PLACE AND NEVER RECREATED.
           SELECT OPTIONAL O_BILLJRN ASSIGN TO BILLJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JR-JOURNAL-KEY.
           SELECT O_RPT6700  ASSIGN TO RPT6700.
           SELECT O_WRITEOFF ASSIGN TO WRITEOFF.
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

      *    THE FEED RECORD IS ONLY A READ-AHEAD BUFFER NOW - THE
      *    TRANSACTION BEING EDITED IS MOVED TO THE WORKING-STORAGE
      *    BILLING-TRANSACTION-RECORD, WHICH A SUSPENDED LINE CAN
      *    ALSO BE MOVED INTO WITHOUT LOSING THE NEXT FEED RECORD.
       FD  I_BILLTRN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  BILLTRN-INPUT-AREA.
           05 BI-CUSTOMER-NUMBER-X   PIC X(5).
           05 FILLER                 PIC X(75).

       FD  I_SUSPENSE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY SUSPENS.

       FD  I_SUSPCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY SUSPCTL.

       FD  I_CUSTXREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY CUSTXREF.

       FD  I_CUSTMAST
           RECORDING MODE IS F
           BLOCK CONTAINS 130 CHARACTERS.
       COPY SALHIST.

       FD  O_SUSPENSE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  NEW-SUSPENSE-RECORD       PIC X(80).

       FD  O_BILLJRN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY BILLJRN.

       FD  O_RPT6700
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                PIC X(130).

       FD  O_WRITEOFF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  WRITEOFF-AREA             PIC X(130).

       FD  O_CUSTAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CUSTAUD.

       WORKING-STORAGE SECTION.

       COPY BILLTRN.

       01  SWITCHES.
           05 BILLTRN-EOF-SWITCH     PIC X VALUE "N".
              88 BILLTRN-EOF         VALUE "Y".
           05 SUSPENSE-EOF-SWITCH    PIC X VALUE "N".
              88 SUSPENSE-EOF        VALUE "Y".
           05 SUSPCTL-EOF-SWITCH     PIC X VALUE "N".
              88 SUSPCTL-EOF         VALUE "Y".
           05 ALL-INPUT-EOF-SWITCH   PIC X VALUE "N".
              88 ALL-INPUT-EOF       VALUE "Y".
           05 GROUP-OPEN-SWITCH      PIC X VALUE "N".
              88 GROUP-OPEN          VALUE "Y" FALSE "N".
           05 GROUP-VALID-SWITCH     PIC X VALUE "N".
              88 GROUP-VALID         VALUE "Y" FALSE "N".
           05 WRITE-OFF-DUE-SWITCH   PIC X VALUE "N".
              88 WRITE-OFF-DUE       VALUE "Y" FALSE "N".
           05 JOURNAL-FOUND-SWITCH   PIC X VALUE "N".
              88 JOURNAL-LINE-FOUND  VALUE "Y" FALSE "N".
           05 JOURNAL-SCAN-SWITCH    PIC X VALUE "N".
              88 JOURNAL-SCAN-DONE   VALUE "Y" FALSE "N".
           05 CYCSTAT-EOF-SWITCH     PIC X VALUE "N".
              88 CYCSTAT-EOF         VALUE "Y".
           05 CYCLE-STEP-FOUND-SWITCH PIC X VALUE "N".
              88 CYCLE-STEP-FOUND    VALUE "Y" FALSE "N".
           05 CUSTXREF-EOF-SWITCH    PIC X VALUE "N".
              88 CUSTXREF-EOF        VALUE "Y".
           05 MERGED-GROUP-SWITCH    PIC X VALUE "N".
              88 MERGED-GROUP        VALUE "Y" FALSE "N".
           05 XREF-FOUND-SWITCH      PIC X VALUE "N".
              88 XREF-FOUND          VALUE "Y" FALSE "N".
           05 CHAIN-DONE-SWITCH      PIC X VALUE "N".
              88 CHAIN-DONE          VALUE "Y" FALSE "N".

       01  CYCLE-STEP-FIELDS.
           05 CYCLE-PROGRAM-NAME     PIC X(8) VALUE "RPT6700".
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

       01  GROUP-CONTROL-FIELDS.
           05 CURRENT-GROUP-CUSTOMER PIC X(5) VALUE LOW-VALUES.
           05 GROUP-ACCEPTED-AMOUNT  PIC S9(7)V99 COMP-3 VALUE ZERO.
      *    HOW MANY LINES THE GROUP HAS JOURNALED IN EACH BILLING
      *    MONTH - THE NEXT LINE'S POSITION IN THE JOURNAL KEY, AND
      *    AT GROUP CLOSE THE POINT PAST WHICH ANY LINE STILL ON
      *    THE JOURNAL IS ONE THE FEED NO LONGER CARRIES.
           05 GROUP-LINE-COUNT       PIC S9(4) COMP-3 VALUE ZERO
                                     OCCURS 12 TIMES.

      *    THE CUSTOMER THE GROUP POSTS TO - THE GROUP'S OWN NUMBER,
      *    OR FOR A NUMBER ABSORBED BY A MERGE, ITS SURVIVOR.
       01  POSTING-CUSTOMER-NUMBER   PIC 9(5) VALUE ZERO.
      *    WHERE THE GROUP'S JOURNAL LINES ARE NUMBERED: A PLAIN
      *    CUSTOMER USES 1-9999; A MERGED CUSTOMER'S OWN LINES USE
      *    1-999 AND THE NTH NUMBER MERGED INTO IT N*1000+1 TO
      *    N*1000+999, SO NO SOURCE'S LINES EVER SHIFT ANOTHER'S.
       01  POSTING-LINE-FIELDS.
           05 POSTING-LINE-BLOCK     PIC S9(4) COMP VALUE ZERO.
           05 POSTING-LINE-BASE      PIC 9(4) VALUE ZERO.
           05 POSTING-LINE-LIMIT     PIC 9(4) VALUE 9999.
           05 LINES-PER-BLOCK        PIC S9(4) COMP VALUE +1000.
           05 MAX-MERGED-PER-SURVIVOR PIC S9(4) COMP VALUE +9.
       01  GROUP-REJECT-REASON       PIC X(30) VALUE SPACE.

       01  XREF-TABLE-CONTROL.
           05 XREF-COUNT             PIC S9(4) COMP VALUE ZERO.
           05 SURVIVOR-COUNT         PIC S9(4) COMP VALUE ZERO.
           05 MAX-XREF-ENTRIES       PIC S9(4) COMP VALUE +2000.

       01  XREF-SUBSCRIPTS           COMP.
           05 XREF-SUB               PIC S9(4) VALUE ZERO.
           05 CHAIN-SUB              PIC S9(4) VALUE ZERO.
           05 CHAIN-STEP-COUNT       PIC S9(4) VALUE ZERO.
           05 SURVIVOR-SUB           PIC S9(4) VALUE ZERO.

       01  XREF-TABLE.
      *    EVERY NUMBER THE CUSTOMER MERGE HAS EVER ABSORBED, WITH THE
      *    CUSTOMER IT NOW POSTS TO.  A LATER RECORD FOR THE SAME
      *    NUMBER REPLACES AN EARLIER ONE, AND A SURVIVOR THAT WAS
      *    ITSELF ABSORBED LATER IS FOLLOWED THROUGH TO THE END OF
      *    THE CHAIN WHEN THE TABLE IS LOADED.
           05 XR-ENTRY OCCURS 2000 TIMES.
              10 XR-ABSORBED-NUMBER  PIC 9(5).
              10 XR-SURVIVOR-NUMBER  PIC 9(5).
      *       THE NUMBER'S JOURNAL LINE BLOCK UNDER ITS SURVIVOR - ITS
      *       PLACE AMONG THAT SURVIVOR'S ENTRIES.  THE FILE IS ONLY
      *       EVER APPENDED TO, SO THE BLOCK NEVER CHANGES.
              10 XR-LINE-BLOCK       PIC S9(4) COMP.

       01  SURVIVOR-POSTING-TABLE.
      *    ONE ENTRY PER SURVIVING CUSTOMER ON THE CROSS-REFERENCE.
      *    ITS OWN LINES AND ITS ABSORBED NUMBERS' LINES REACH THE
      *    EDIT IN SEPARATE GROUPS, IN CUSTOMER NUMBER ORDER, SO EACH
      *    GROUP'S BUCKETS AND NET ARE CARRIED HERE FROM ONE GROUP TO
      *    THE NEXT, AND THE HISTORY RECORD AND MASTER ARE FINISHED
      *    ONCE THE INPUT HAS ENDED.  JOURNAL LINES ARE FINISHED
      *    GROUP BY GROUP, EACH IN ITS OWN BLOCK.
           05 SP-ENTRY OCCURS 2000 TIMES.
              10 SP-SURVIVOR-NUMBER  PIC 9(5).
              10 SP-POSTED-SWITCH    PIC X(1).
                 88 SP-POSTED        VALUE "Y" FALSE "N".
              10 SP-ACCEPTED-AMOUNT  PIC S9(7)V99 COMP-3.
              10 SP-MONTHLY-AMOUNT   PIC S9(5)V99
                                     OCCURS 12 TIMES.
              10 SP-ABSORBED-COUNT   PIC S9(4) COMP.

       01  JOURNAL-KEY-HOLD.
           05 JK-CUSTOMER-MONTH-KEY.
              10 JK-CUSTOMER-NUMBER  PIC 9(5).
              10 JK-BILLING-YEAR     PIC 9(4).
              10 JK-BILLING-MONTH    PIC 9(2).
           05 JK-LINE-NUMBER         PIC 9(4).

       01  JOURNAL-TRANS-TYPE        PIC X(1) VALUE SPACE.

       01  AUDIT-WORK-FIELDS.
      *    THE MASTER'S LEADING DATA FIELDS AS READ WHEN THE GROUP
      *    OPENED AND AS REWRITTEN WHEN IT CLOSED - THE SAME IMAGES
      *    THE MAINTENANCE RUN AUDITS.
           05 AUDIT-BEFORE-IMAGE     PIC X(43) VALUE SPACE.
           05 AUDIT-AFTER-IMAGE      PIC X(43) VALUE SPACE.

       01  MATCH-KEYS.
      *    HIGH-VALUES STANDS IN FOR "FILE EXHAUSTED" SO THE MERGE'S
      *    KEY COMPARE KEEPS WORKING AFTER ONE FILE ENDS - THE SAME
      *    CONVENTION THE SALESREP MAINTENANCE UPDATE USES.
           05 FEED-MATCH-KEY         PIC X(5) VALUE LOW-VALUES.
           05 SUSPENSE-MATCH-KEY     PIC X(5) VALUE LOW-VALUES.

       01  CURRENT-ITEM-FIELDS.
      *    WHERE THE TRANSACTION NOW IN BILLING-TRANSACTION-RECORD
      *    CAME FROM, AND - FOR A SUSPENDED LINE - THE SUSPENSE
      *    HISTORY IT CARRIES FORWARD.  A FEED LINE STARTS WITH
      *    TODAY AS ITS FIRST-SUSPENDED DATE AND NO RETRIES, SO THE
      *    SAME FIELDS SERVE IF IT IS REJECTED TONIGHT.
           05 ITEM-SOURCE-SWITCH     PIC X VALUE "F".
              88 ITEM-FROM-FEED      VALUE "F".
              88 ITEM-FROM-SUSPENSE  VALUE "S".
           05 ITEM-PRIOR-STATUS      PIC X VALUE SPACE.
              88 ITEM-WAS-RECOVERED  VALUE "R".
           05 ITEM-FIRST-SUSPENDED-DATE PIC 9(8) VALUE ZERO.
           05 ITEM-TIMES-RETRIED     PIC 9(3) VALUE ZERO.
           05 ITEM-RECOVERED-DATE    PIC 9(8) VALUE ZERO.
           05 ITEM-LAST-REASON       PIC X(30) VALUE SPACE.
           05 ITEM-SIGNED-AMOUNT     PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 ITEM-AGE-DAYS          PIC S9(5) COMP-3 VALUE ZERO.

       01  NEW-SUSPENSE-WORK-AREA.
           05 NS-CUSTOMER-NUMBER-X   PIC X(5).
           05 NS-BILLING-MONTH-X     PIC X(2).
           05 NS-BILLING-AMOUNT-X    PIC X(7).
           05 NS-TRANS-TYPE          PIC X(1).
           05 NS-REJECT-REASON       PIC X(30).
           05 NS-FIRST-SUSPENDED-DATE PIC 9(8).
           05 NS-LAST-RETRY-DATE     PIC 9(8).
           05 NS-TIMES-RETRIED       PIC 9(3).
           05 NS-ITEM-STATUS         PIC X(1).
              88 NS-PENDING          VALUE "P".
              88 NS-RECOVERED        VALUE "R".
           05 NS-RECOVERED-DATE      PIC 9(8).
           05 FILLER                 PIC X(7).

       01  SUSPENSE-CONTROL-FIELDS.
           05 WRITE-OFF-DAYS         PIC S9(3) COMP-3 VALUE ZERO.
           05 TODAY-DATE             PIC 9(8) VALUE ZERO.
           05 YEAR-START-DATE        PIC 9(8) VALUE ZERO.
           05 TODAY-DAY-NUMBER       PIC S9(7) COMP VALUE ZERO.

       01  SUSPENSE-DATE-SPLIT.
           05 SD-YEAR                PIC 9(4).
           05 SD-MONTH               PIC 9(2).
           05 SD-DAY                 PIC 9(2).
       01  SUSPENSE-DATE-NUMBER      REDEFINES SUSPENSE-DATE-SPLIT
                                     PIC 9(8).

       01  EDIT-COUNTS               PACKED-DECIMAL.
           05 TRANS-READ-COUNT       PIC S9(7) VALUE ZERO.
           05 FEED-READ-COUNT        PIC S9(7) VALUE ZERO.
           05 SUSPENSE-EDITED-COUNT  PIC S9(7) VALUE ZERO.
           05 TRANS-ACCEPTED-COUNT   PIC S9(7) VALUE ZERO.
           05 TRANS-REJECTED-COUNT   PIC S9(7) VALUE ZERO.
           05 INVOICES-ACCEPTED-COUNT PIC S9(7) VALUE ZERO.
           05 CREDITS-ACCEPTED-COUNT PIC S9(7) VALUE ZERO.
           05 HISTORY-WRITTEN-COUNT  PIC S9(7) VALUE ZERO.
           05 MASTER-UPDATED-COUNT   PIC S9(7) VALUE ZERO.
           05 MASTER-AUDITED-COUNT   PIC S9(7) VALUE ZERO.
           05 SURVIVOR-LINES-COUNT   PIC S9(7) VALUE ZERO.

       01  JOURNAL-COUNTS            PACKED-DECIMAL.
           05 JOURNAL-ADDED-COUNT    PIC S9(7) VALUE ZERO.
           05 JOURNAL-REPLACED-COUNT PIC S9(7) VALUE ZERO.
           05 JOURNAL-UNCHANGED-COUNT PIC S9(7) VALUE ZERO.
           05 JOURNAL-WITHDRAWN-COUNT PIC S9(7) VALUE ZERO.
           05 JOURNAL-ACTIVE-COUNT   PIC S9(7) VALUE ZERO.

       01  SUSPENSE-COUNTS           PACKED-DECIMAL.
           05 SUSPENSE-READ-COUNT    PIC S9(7) VALUE ZERO.
           05 RECYCLED-COUNT         PIC S9(7) VALUE ZERO.
           05 REPOSTED-COUNT         PIC S9(7) VALUE ZERO.
           05 NEW-SUSPENDED-COUNT    PIC S9(7) VALUE ZERO.
           05 RESUSPENDED-COUNT      PIC S9(7) VALUE ZERO.
           05 WRITTEN-OFF-COUNT      PIC S9(7) VALUE ZERO.
           05 EXPIRED-COUNT          PIC S9(7) VALUE ZERO.
           05 SUSPENSE-WRITTEN-COUNT PIC S9(7) VALUE ZERO.
           05 SUSPENSE-PENDING-COUNT PIC S9(7) VALUE ZERO.

       01  EDIT-TOTALS               PACKED-DECIMAL.
      *    ACCEPTED-AMOUNT-TOTAL IS ADDED AT POST TIME,
           05 REJECTED-AMOUNT-TOTAL  PIC S9(9)V99 VALUE ZERO.
           05 POSTED-AMOUNT-TOTAL    PIC S9(9)V99 VALUE ZERO.
           05 MASTER-POSTED-TOTAL    PIC S9(9)V99 VALUE ZERO.
           05 SURVIVOR-LINES-AMOUNT  PIC S9(9)V99 VALUE ZERO.

       01  JOURNAL-TOTALS            PACKED-DECIMAL.
      *    NET DOLLARS, LIKE THE ACCEPTED TOTAL.  THE ADDED, REPLACED
      *    AND UNCHANGED LINES ARE TONIGHT'S ACCEPTED LINES AS THE
      *    JOURNAL NOW HOLDS THEM, SO TOGETHER THEY MUST EQUAL THE
      *    ACCEPTED INPUT; WITHDRAWN IS WHAT DROPPED OUT OF THE FEED.
           05 JOURNAL-ADDED-AMOUNT   PIC S9(9)V99 VALUE ZERO.
           05 JOURNAL-REPLACED-AMOUNT PIC S9(9)V99 VALUE ZERO.
           05 JOURNAL-UNCHANGED-AMOUNT PIC S9(9)V99 VALUE ZERO.
           05 JOURNAL-WITHDRAWN-AMOUNT PIC S9(9)V99 VALUE ZERO.
           05 JOURNAL-ACTIVE-AMOUNT  PIC S9(9)V99 VALUE ZERO.

       01  SUSPENSE-TOTALS           PACKED-DECIMAL.
      *    SUSPENSE AMOUNTS ARE NET - A CREDIT COUNTS NEGATIVE - SO
      *    THE SUSPENSE LINES SHOW THE DOLLARS ACTUALLY MISSING FROM
      *    THE MASTERS.  A LINE WHOSE AMOUNT ISN'T NUMERIC COUNTS
      *    ZERO.  WHAT CAME IN (THE OLD SUSPENSE FILE PLUS TONIGHT'S
      *    NEW REJECTS) MUST EQUAL WHAT WENT OUT (THE NEW SUSPENSE
      *    FILE PLUS THE WRITE-OFFS AND THE EXPIRED RECOVERED
      *    ITEMS), COUNT AND DOLLARS, FOR THE SUSPENSE TO BALANCE.
           05 SUSPENSE-READ-AMOUNT   PIC S9(9)V99 VALUE ZERO.
           05 RECYCLED-AMOUNT        PIC S9(9)V99 VALUE ZERO.
           05 REPOSTED-AMOUNT        PIC S9(9)V99 VALUE ZERO.
           05 NEW-SUSPENDED-AMOUNT   PIC S9(9)V99 VALUE ZERO.
           05 RESUSPENDED-AMOUNT     PIC S9(9)V99 VALUE ZERO.
           05 WRITTEN-OFF-AMOUNT     PIC S9(9)V99 VALUE ZERO.
           05 EXPIRED-AMOUNT         PIC S9(9)V99 VALUE ZERO.
           05 SUSPENSE-WRITTEN-AMOUNT PIC S9(9)V99 VALUE ZERO.
           05 SUSPENSE-PENDING-AMOUNT PIC S9(9)V99 VALUE ZERO.
           05 SUSPENSE-IN-AMOUNT     PIC S9(9)V99 VALUE ZERO.
           05 SUSPENSE-OUT-AMOUNT    PIC S9(9)V99 VALUE ZERO.
           05 SUSPENSE-IN-COUNT      PIC S9(7) VALUE ZERO.
           05 SUSPENSE-OUT-COUNT     PIC S9(7) VALUE ZERO.

       01  HISTORY-MONTH-SUB         PIC S9(4) COMP VALUE ZERO.

           05 PAGE-COUNT             PIC S9(3) VALUE ZERO.
           05 LINES-ON-PAGE          PIC S9(3) VALUE +55.
           05 LINE-COUNT             PIC S9(3) VALUE +99.
           05 WO-PAGE-COUNT          PIC S9(3) VALUE ZERO.
           05 WO-LINE-COUNT          PIC S9(3) VALUE +99.

       01  CURRENT-DATE-AND-TIME.
           05 CD-YEAR                PIC 9(4).
           05 FILLER                 PIC X(7)  VALUE "MONTH".
           05 FILLER                 PIC X(12) VALUE "AMOUNT".
           05 FILLER                 PIC X(30) VALUE "REASON REJECTED".
           05 FILLER                 PIC X(8)  VALUE "SOURCE".
           05 FILLER                 PIC X(13) VALUE "DISPOSITION".
           05 FILLER                 PIC X(42) VALUE SPACE.

       01  HEADING-LINE-4.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(84) VALUE ALL '-'.
           05 FILLER                 PIC X(44) VALUE SPACE.

       01  REJECT-DETAIL-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 RJ-AMOUNT              PIC X(7).
           05 FILLER                 PIC X(5)  VALUE SPACE.
           05 RJ-REASON              PIC X(30).
           05 RJ-SOURCE              PIC X(4).
           05 FILLER                 PIC X(4)  VALUE SPACE.
           05 RJ-DISPOSITION         PIC X(11).
           05 FILLER                 PIC X(44) VALUE SPACE.

       01  EDIT-TOTAL-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 BL-TEXT                PIC X(50).
           05 FILLER                 PIC X(78) VALUE SPACE.

       01  WRITE-OFF-HEADING-1.
           05 FILLER          PIC X(7)  VALUE "DATE:  ".
           05 WH1-MONTH       PIC 9(2).
           05 FILLER          PIC X(1)  VALUE "/".
           05 WH1-DAY         PIC 9(2).
           05 FILLER          PIC X(1)  VALUE "/".
           05 WH1-YEAR        PIC 9(4).
           05 FILLER          PIC X(24) VALUE SPACE.
           05 FILLER          PIC X(20) VALUE "BILLING SUSPENSE WRI".
           05 FILLER          PIC X(33) VALUE "TE-OFF LISTING".
           05 FILLER          PIC X(6)  VALUE "PAGE: ".
           05 WH1-PAGE-NUMBER PIC ZZZ9.
           05 FILLER          PIC X(26) VALUE SPACE.

       01  WRITE-OFF-HEADING-2.
           05 FILLER                 PIC X(7)  VALUE "TIME:  ".
           05 WH2-HOURS              PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE ":".
           05 WH2-MINUTES            PIC 9(2).
           05 FILLER                 PIC X(82) VALUE SPACE.
           05 FILLER                 PIC X(7)  VALUE "RPT6700".
           05 FILLER                 PIC X(29) VALUE SPACE.

       01  WRITE-OFF-HEADING-3.
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

       01  WRITE-OFF-HEADING-4.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 FILLER                 PIC X(94) VALUE ALL '-'.
           05 FILLER                 PIC X(34) VALUE SPACE.

       01  WRITE-OFF-DETAIL-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACE.
           05 WO-CUSTOMER            PIC X(5).
           05 FILLER                 PIC X(5)  VALUE SPACE.
           05 WO-TYPE                PIC X(1).
           05 FILLER                 PIC X(5)  VALUE SPACE.
           05 WO-MONTH               PIC X(2).
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 WO-AMOUNT              PIC $$$,$$9.99-.
           05 FILLER                 PIC X(5)  VALUE SPACE.
           05 WO-SUSPENDED-MONTH     PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE "/".
           05 WO-SUSPENDED-DAY       PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE "/".
           05 WO-SUSPENDED-YEAR      PIC 9(4).
           05 FILLER                 PIC X(5)  VALUE SPACE.
           05 WO-RETRIES             PIC ZZ9.
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 WO-AGE-DAYS            PIC ZZ,ZZ9.
           05 FILLER                 PIC X(3)  VALUE SPACE.
           05 WO-REASON              PIC X(30).
           05 FILLER                 PIC X(31) VALUE SPACE.

       PROCEDURE DIVISION.

       000-EDIT-AND-LOAD-HISTORY.
           PERFORM 020-START-CYCLE-STEP
           OPEN INPUT  I_BILLTRN I_SUSPENSE I_SUSPCTL
                I-O    I_CUSTMAST O_BILLJRN
                OUTPUT O_SALHIST O_SUSPENSE O_RPT6700 O_WRITEOFF
           OPEN EXTEND O_CUSTAUD

           PERFORM 100-FORMAT-REPORT-HEADING
           PERFORM 150-READ-CONTROL-CARD
           PERFORM 160-LOAD-CUSTOMER-XREF
           PERFORM 230-PRINT-HEADINGS
           PERFORM 240-PRINT-WRITE-OFF-HEADINGS

      *    PRIME BOTH INPUTS OF THE MERGE.
           PERFORM 306-READ-BILLTRN
           PERFORM 307-READ-SUSPENSE

           PERFORM 300-EDIT-TRANSACTIONS UNTIL ALL-INPUT-EOF

           PERFORM 380-CLOSE-CUSTOMER-GROUP
           PERFORM 400-POST-MERGE-SURVIVORS
           PERFORM 500-PRINT-CONTROL-TOTALS
           PERFORM 520-PRINT-WRITE-OFF-TOTALS

           CLOSE I_BILLTRN I_SUSPENSE I_SUSPCTL I_CUSTMAST O_SALHIST
                 O_SUSPENSE O_BILLJRN O_RPT6700 O_WRITEOFF O_CUSTAUD
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
               DISPLAY "RPT6700 - NO BUSINESS DATE OPEN ON CYCSTAT "
                       "- RUN STOPPED"
               PERFORM 025-STOP-CYCLE-STEP
           END-IF.

           PERFORM 027-FIND-CYCLE-STEP.
           IF NOT CYCLE-STEP-FOUND
               DISPLAY "RPT6700 - NOT A STEP OF THE NIGHTLY CYCLE "
                       "- RUN STOPPED"
               PERFORM 025-STOP-CYCLE-STEP
           END-IF.
           IF CY-STEP-COMPLETE (CY-STEP-INDEX)
              AND CY-STEP-BUSINESS-DATE (CY-STEP-INDEX)
                  = CY-BUSINESS-DATE
              AND CY-RERUN-PROGRAM NOT = CYCLE-PROGRAM-NAME
               DISPLAY "RPT6700 - ALREADY COMPLETE FOR BUSINESS DATE "
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
                       DISPLAY "RPT6700 - PREDECESSOR "
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
           MOVE CD-MONTH   TO WH1-MONTH.
           MOVE CD-DAY     TO WH1-DAY.
           MOVE CD-YEAR    TO WH1-YEAR.
           MOVE CD-HOURS   TO WH2-HOURS.
           MOVE CD-MINUTES TO WH2-MINUTES.
           COMPUTE TODAY-DATE =
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.
           COMPUTE YEAR-START-DATE = (CD-YEAR * 10000) + 0101.
           COMPUTE TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (TODAY-DATE).

       150-READ-CONTROL-CARD.
      *    A MISSING CARD OR A ZERO/SPACE VALUE GIVES A SUSPENDED
      *    LINE 60 DAYS TO BE FIXED BEFORE IT IS WRITTEN OFF.  A
      *    VALUE THAT IS PRESENT BUT NOT NUMERIC STOPS THE RUN -
      *    GUESSING AT IT COULD WRITE OFF A MONTH OF SUSPENSE AT
      *    ONCE.
           READ I_SUSPCTL
               AT END
                   SET SUSPCTL-EOF TO TRUE
           END-READ.
           IF SUSPCTL-EOF
              OR SX-WRITE-OFF-DAYS-X = SPACE
              OR SX-WRITE-OFF-DAYS-X = "000"
               MOVE 60 TO WRITE-OFF-DAYS
           ELSE
               IF SX-WRITE-OFF-DAYS-X NOT NUMERIC
                   DISPLAY "RPT6700 - WRITE-OFF DAYS ON SUSPCTL "
                           "IS NOT NUMERIC - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   CLOSE I_BILLTRN I_SUSPENSE I_SUSPCTL I_CUSTMAST
                         O_SALHIST O_SUSPENSE O_BILLJRN O_RPT6700
                         O_WRITEOFF O_CUSTAUD
                   STOP RUN
               ELSE
                   MOVE SX-WRITE-OFF-DAYS TO WRITE-OFF-DAYS
               END-IF
           END-IF.

       160-LOAD-CUSTOMER-XREF.
      *    THE CUMULATIVE EXTRACT KEEPS SENDING A MERGED-AWAY NUMBER'S
      *    LINES FOR THE REST OF THE YEAR.  WITHOUT THE CROSS-
      *    REFERENCE THEY WOULD SUSPEND AS CUSTOMER NOT ON FILE AND
      *    EACH NIGHT'S REBUILD WOULD UNDO THE MERGE'S THIS-YTD AND
      *    SALES HISTORY.  A TABLE TOO SMALL TO HOLD THE FILE STOPS
      *    THE RUN RATHER THAN SUSPEND THE NUMBERS IT CANNOT HOLD.
           OPEN INPUT I_CUSTXREF.
           PERFORM UNTIL CUSTXREF-EOF
               READ I_CUSTXREF
                   AT END
                       SET CUSTXREF-EOF TO TRUE
                   NOT AT END
                       PERFORM 162-STORE-XREF-ENTRY
               END-READ
           END-PERFORM.
           CLOSE I_CUSTXREF.
           PERFORM 165-RESOLVE-XREF-CHAIN
               VARYING XREF-SUB FROM 1 BY 1
               UNTIL XREF-SUB > XREF-COUNT.
           PERFORM 168-LIST-SURVIVOR
               VARYING XREF-SUB FROM 1 BY 1
               UNTIL XREF-SUB > XREF-COUNT.

       162-STORE-XREF-ENTRY.
           SET XREF-FOUND TO FALSE.
           PERFORM VARYING XREF-SUB FROM 1 BY 1
                   UNTIL XREF-SUB > XREF-COUNT OR XREF-FOUND
               IF XR-ABSORBED-NUMBER (XREF-SUB) = CX-ABSORBED-NUMBER
                   SET XREF-FOUND TO TRUE
                   MOVE CX-SURVIVOR-NUMBER
                       TO XR-SURVIVOR-NUMBER (XREF-SUB)
               END-IF
           END-PERFORM.
           IF NOT XREF-FOUND
               IF XREF-COUNT = MAX-XREF-ENTRIES
                   DISPLAY "RPT6700 - MORE MERGED CUSTOMERS ON "
                           "CUSTXREF THAN THE LOAD HOLDS - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   CLOSE I_BILLTRN I_SUSPENSE I_SUSPCTL I_CUSTMAST
                         O_SALHIST O_SUSPENSE O_BILLJRN O_RPT6700
                         O_WRITEOFF O_CUSTAUD I_CUSTXREF
                   STOP RUN
               END-IF
               ADD 1 TO XREF-COUNT
               MOVE CX-ABSORBED-NUMBER
                   TO XR-ABSORBED-NUMBER (XREF-COUNT)
               MOVE CX-SURVIVOR-NUMBER
                   TO XR-SURVIVOR-NUMBER (XREF-COUNT)
           END-IF.

       165-RESOLVE-XREF-CHAIN.
      *    A INTO B ON ONE MERGE AND B INTO C ON A LATER ONE LEAVES A
      *    POSTING TO C.  THE STEP COUNT ONLY GUARDS AGAINST A FILE
      *    THAT LOOPS BACK ON ITSELF; THE MERGE NEVER WRITES ONE.
           SET CHAIN-DONE TO FALSE.
           MOVE ZERO TO CHAIN-STEP-COUNT.
           PERFORM UNTIL CHAIN-DONE
               SET CHAIN-DONE TO TRUE
               ADD 1 TO CHAIN-STEP-COUNT
               PERFORM VARYING CHAIN-SUB FROM 1 BY 1
                       UNTIL CHAIN-SUB > XREF-COUNT
                   IF XR-ABSORBED-NUMBER (CHAIN-SUB)
                      = XR-SURVIVOR-NUMBER (XREF-SUB)
                      AND CHAIN-STEP-COUNT NOT > XREF-COUNT
                       MOVE XR-SURVIVOR-NUMBER (CHAIN-SUB)
                           TO XR-SURVIVOR-NUMBER (XREF-SUB)
                       SET CHAIN-DONE TO FALSE
                   END-IF
               END-PERFORM
           END-PERFORM.

       168-LIST-SURVIVOR.
           SET XREF-FOUND TO FALSE.
           PERFORM VARYING SURVIVOR-SUB FROM 1 BY 1
                   UNTIL SURVIVOR-SUB > SURVIVOR-COUNT OR XREF-FOUND
               IF SP-SURVIVOR-NUMBER (SURVIVOR-SUB)
                  = XR-SURVIVOR-NUMBER (XREF-SUB)
                   SET XREF-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF XREF-FOUND
               SUBTRACT 1 FROM SURVIVOR-SUB
           ELSE
               ADD 1 TO SURVIVOR-COUNT
               MOVE SURVIVOR-COUNT TO SURVIVOR-SUB
               MOVE XR-SURVIVOR-NUMBER (XREF-SUB)
                   TO SP-SURVIVOR-NUMBER (SURVIVOR-SUB)
               SET SP-POSTED (SURVIVOR-SUB) TO FALSE
               MOVE ZERO TO SP-ACCEPTED-AMOUNT (SURVIVOR-SUB)
                            SP-ABSORBED-COUNT (SURVIVOR-SUB)
               PERFORM VARYING HISTORY-MONTH-SUB FROM 1 BY 1
                       UNTIL HISTORY-MONTH-SUB > 12
                   MOVE ZERO TO SP-MONTHLY-AMOUNT
                                    (SURVIVOR-SUB, HISTORY-MONTH-SUB)
               END-PERFORM
           END-IF.
           ADD 1 TO SP-ABSORBED-COUNT (SURVIVOR-SUB).
           MOVE SP-ABSORBED-COUNT (SURVIVOR-SUB)
               TO XR-LINE-BLOCK (XREF-SUB).

       230-PRINT-HEADINGS.
           ADD 1 TO PAGE-COUNT.

           MOVE +6 TO LINE-COUNT.

       240-PRINT-WRITE-OFF-HEADINGS.
           ADD 1 TO WO-PAGE-COUNT.
           MOVE WO-PAGE-COUNT TO WH1-PAGE-NUMBER.

           MOVE WRITE-OFF-HEADING-1 TO WRITEOFF-AREA.
           WRITE WRITEOFF-AREA AFTER ADVANCING PAGE.
           MOVE WRITE-OFF-HEADING-2 TO WRITEOFF-AREA.
           WRITE WRITEOFF-AREA AFTER ADVANCING 1.
           MOVE WRITE-OFF-HEADING-3 TO WRITEOFF-AREA.
           WRITE WRITEOFF-AREA AFTER ADVANCING 2.
           MOVE WRITE-OFF-HEADING-4 TO WRITEOFF-AREA.
           WRITE WRITEOFF-AREA AFTER ADVANCING 1.

           MOVE +6 TO WO-LINE-COUNT.

       300-EDIT-TRANSACTIONS.
      *    A SUSPENDED LINE FIRST SUSPENDED IN AN EARLIER YEAR
      *    BELONGS TO A YEAR WHOSE HISTORY HAS ALREADY BEEN ROLLED -
      *    IT IS NOT EDITED INTO THIS YEAR'S BUCKETS.
           PERFORM 305-SELECT-NEXT-TRANSACTION
           IF NOT ALL-INPUT-EOF
               IF ITEM-FROM-SUSPENSE
                  AND ITEM-FIRST-SUSPENDED-DATE < YEAR-START-DATE
                   PERFORM 360-EXPIRE-SUSPENSE-ITEM
               ELSE
                   ADD 1 TO TRANS-READ-COUNT
                   PERFORM 310-EDIT-ONE-TRANSACTION
               END-IF
           END-IF.

       305-SELECT-NEXT-TRANSACTION.
      *    TWO-FILE MERGE OF TONIGHT'S FEED AND THE SUSPENSE FILE ON
      *    CUSTOMER NUMBER, SO A SUSPENDED LINE REACHES THE EDIT
      *    INSIDE ITS CUSTOMER'S GROUP AND THE ASCENDING SEQUENCE
      *    THE HISTORY INDEX NEEDS STILL HOLDS.  ON A TIE THE FEED
      *    LINE GOES FIRST; BOTH LAND IN THE SAME GROUP EITHER WAY.
           EVALUATE TRUE
               WHEN BILLTRN-EOF AND SUSPENSE-EOF
                   SET ALL-INPUT-EOF TO TRUE
               WHEN SUSPENSE-MATCH-KEY < FEED-MATCH-KEY
                   PERFORM 308-TAKE-SUSPENSE-ITEM
               WHEN OTHER
                   PERFORM 309-TAKE-FEED-ITEM
           END-EVALUATE.

       306-READ-BILLTRN.
           READ I_BILLTRN
               AT END
                   SET BILLTRN-EOF TO TRUE
                   MOVE HIGH-VALUES TO FEED-MATCH-KEY
               NOT AT END
                   MOVE BI-CUSTOMER-NUMBER-X TO FEED-MATCH-KEY
           END-READ.

       307-READ-SUSPENSE.
           READ I_SUSPENSE
               AT END
                   SET SUSPENSE-EOF TO TRUE
                   MOVE HIGH-VALUES TO SUSPENSE-MATCH-KEY
               NOT AT END
                   MOVE SU-CUSTOMER-NUMBER-X TO SUSPENSE-MATCH-KEY
           END-READ.

       308-TAKE-SUSPENSE-ITEM.
           MOVE SPACES TO BILLING-TRANSACTION-RECORD.
           MOVE SU-CUSTOMER-NUMBER-X TO BL-CUSTOMER-NUMBER-X.
           MOVE SU-BILLING-MONTH-X   TO BL-BILLING-MONTH-X.
           MOVE SU-BILLING-AMOUNT-X  TO BL-BILLING-AMOUNT-X.
           MOVE SU-TRANS-TYPE        TO BL-TRANS-TYPE.
           SET ITEM-FROM-SUSPENSE TO TRUE.
           MOVE SU-ITEM-STATUS          TO ITEM-PRIOR-STATUS.
           MOVE SU-FIRST-SUSPENDED-DATE TO ITEM-FIRST-SUSPENDED-DATE.
           MOVE SU-TIMES-RETRIED        TO ITEM-TIMES-RETRIED.
           MOVE SU-RECOVERED-DATE       TO ITEM-RECOVERED-DATE.
           MOVE SU-REJECT-REASON        TO ITEM-LAST-REASON.
           PERFORM 315-COMPUTE-ITEM-AMOUNT.
           ADD 1 TO SUSPENSE-READ-COUNT.
           ADD ITEM-SIGNED-AMOUNT TO SUSPENSE-READ-AMOUNT.
           PERFORM 307-READ-SUSPENSE.

       309-TAKE-FEED-ITEM.
           MOVE BILLTRN-INPUT-AREA TO BILLING-TRANSACTION-RECORD.
           SET ITEM-FROM-FEED TO TRUE.
           MOVE SPACE      TO ITEM-PRIOR-STATUS.
           MOVE TODAY-DATE TO ITEM-FIRST-SUSPENDED-DATE.
           MOVE ZERO       TO ITEM-TIMES-RETRIED
                              ITEM-RECOVERED-DATE.
           MOVE SPACE      TO ITEM-LAST-REASON.
           PERFORM 315-COMPUTE-ITEM-AMOUNT.
           ADD 1 TO FEED-READ-COUNT.
           PERFORM 306-READ-BILLTRN.

       315-COMPUTE-ITEM-AMOUNT.
      *    THE LINE'S SIGNED AMOUNT FOR THE SUSPENSE TOTALS - A
      *    CREDIT IS NEGATIVE, AND AN AMOUNT THAT ISN'T NUMERIC
      *    COUNTS ZERO SINCE THERE IS NO AMOUNT TO COUNT.
           IF BL-BILLING-AMOUNT-X NUMERIC
               IF BL-CREDIT
                   COMPUTE ITEM-SIGNED-AMOUNT = 0 - BL-BILLING-AMOUNT
               ELSE
                   MOVE BL-BILLING-AMOUNT TO ITEM-SIGNED-AMOUNT
               END-IF
           ELSE
               MOVE ZERO TO ITEM-SIGNED-AMOUNT
           END-IF.

       310-EDIT-ONE-TRANSACTION.
      *    FIELD EDITS FIRST - A TRANSACTION WHOSE CUSTOMER NUMBER
      *    ISN'T EVEN NUMERIC CAN'T PARTICIPATE IN THE SEQUENCE
      *    CHECK OR THE MASTER LOOKUP.  THE FEED ARRIVES IN
      *    ASCENDING CUSTOMER ORDER; A TRANSACTION THAT STEPS
      *    BACKWARD IS REJECTED RATHER THAN OPENING A SECOND HISTORY
      *    RECORD FOR A CUSTOMER ALREADY WRITTEN.  AN OUT-OF-SEQUENCE
      *    LINE IS SUSPENDED BEHIND HIGHER KEYS, SO IT STAYS OUT OF
      *    SEQUENCE ON EVERY RETRY AND AGES OFF TO THE WRITE-OFF
      *    LISTING - IT NEEDS RE-KEYING, NOT A RETRY.
           EVALUATE TRUE
               WHEN BL-CUSTOMER-NUMBER-X NOT NUMERIC
                   MOVE "CUSTOMER NOT NUMERIC" TO RJ-REASON
       320-START-CUSTOMER-GROUP.
           MOVE BL-CUSTOMER-NUMBER-X TO CURRENT-GROUP-CUSTOMER.
           MOVE ZERO TO GROUP-ACCEPTED-AMOUNT.
           PERFORM VARYING HISTORY-MONTH-SUB FROM 1 BY 1
                   UNTIL HISTORY-MONTH-SUB > 12
               MOVE ZERO TO GROUP-LINE-COUNT (HISTORY-MONTH-SUB)
           END-PERFORM.
           SET GROUP-OPEN TO TRUE.
           MOVE ZERO TO POSTING-LINE-BASE.
           MOVE 9999 TO POSTING-LINE-LIMIT.
           MOVE "CUSTOMER NOT ON FILE" TO GROUP-REJECT-REASON.

      *    A NUMBER STILL ON THE MASTER ALWAYS POSTS TO ITSELF - EVEN
      *    ONE THE MERGE ONCE ABSORBED, IF IT HAS SINCE BEEN GIVEN TO
      *    A NEW CUSTOMER.  ONLY A NUMBER NOT ON FILE IS LOOKED UP ON
      *    THE CROSS-REFERENCE.
           MOVE BL-CUSTOMER-NUMBER TO POSTING-CUSTOMER-NUMBER.
           MOVE BL-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ I_CUSTMAST
               INVALID KEY
               NOT INVALID KEY
                   SET GROUP-VALID TO TRUE
           END-READ.
           IF NOT GROUP-VALID
               PERFORM 322-FIND-MERGE-SURVIVOR
           END-IF.
           PERFORM 324-FIND-SURVIVOR-POSTING.

           IF GROUP-VALID
               MOVE SPACES TO SALES-HISTORY-RECORD
               MOVE POSTING-CUSTOMER-NUMBER TO SH-CUSTOMER-NUMBER
               MOVE CM-CUSTOMER-NAME        TO SH-CUSTOMER-NAME
               PERFORM VARYING HISTORY-MONTH-SUB FROM 1 BY 1
                       UNTIL HISTORY-MONTH-SUB > 12
                   MOVE ZERO TO SH-MONTHLY-AMOUNT (HISTORY-MONTH-SUB)
               END-PERFORM
               IF MERGED-GROUP
                   PERFORM 326-RESUME-SURVIVOR-POSTING
               END-IF
           END-IF.

       322-FIND-MERGE-SURVIVOR.
           SET XREF-FOUND TO FALSE.
           PERFORM VARYING XREF-SUB FROM 1 BY 1
                   UNTIL XREF-SUB > XREF-COUNT OR XREF-FOUND
               IF XR-ABSORBED-NUMBER (XREF-SUB) = BL-CUSTOMER-NUMBER
                   SET XREF-FOUND TO TRUE
                   MOVE XR-SURVIVOR-NUMBER (XREF-SUB)
                       TO POSTING-CUSTOMER-NUMBER
                   MOVE XR-LINE-BLOCK (XREF-SUB) TO POSTING-LINE-BLOCK
               END-IF
           END-PERFORM.
      *    A SURVIVOR HAS ROOM FOR NINE LINE BLOCKS; A TENTH NUMBER
      *    MERGED INTO IT SUSPENDS UNDER ITS OWN REASON UNTIL IT IS
      *    DEALT WITH, RATHER THAN SHARE ANOTHER NUMBER'S BLOCK.
           IF XREF-FOUND
               IF POSTING-LINE-BLOCK > MAX-MERGED-PER-SURVIVOR
                   MOVE "MERGED NUMBER LIMIT REACHED"
                       TO GROUP-REJECT-REASON
               ELSE
                   COMPUTE POSTING-LINE-BASE =
                       POSTING-LINE-BLOCK * LINES-PER-BLOCK
                   MOVE POSTING-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                   READ I_CUSTMAST
                       INVALID KEY
                           SET GROUP-VALID TO FALSE
                       NOT INVALID KEY
                           SET GROUP-VALID TO TRUE
                   END-READ
               END-IF
           END-IF.

       324-FIND-SURVIVOR-POSTING.
      *    A SURVIVOR'S OWN GROUP IS HELD IN THE TABLE THE SAME AS ITS
      *    ABSORBED NUMBERS' GROUPS, WHICHEVER ARRIVES FIRST.
           SET MERGED-GROUP TO FALSE.
           IF GROUP-VALID
               PERFORM VARYING SURVIVOR-SUB FROM 1 BY 1
                       UNTIL SURVIVOR-SUB > SURVIVOR-COUNT
                          OR MERGED-GROUP
                   IF SP-SURVIVOR-NUMBER (SURVIVOR-SUB)
                      = POSTING-CUSTOMER-NUMBER
                       SET MERGED-GROUP TO TRUE
                   END-IF
               END-PERFORM
               IF MERGED-GROUP
                   SUBTRACT 1 FROM SURVIVOR-SUB
                   COMPUTE POSTING-LINE-LIMIT =
                       POSTING-LINE-BASE + LINES-PER-BLOCK - 1
               END-IF
           END-IF.

       326-RESUME-SURVIVOR-POSTING.
           MOVE SP-ACCEPTED-AMOUNT (SURVIVOR-SUB)
               TO GROUP-ACCEPTED-AMOUNT.
           PERFORM VARYING HISTORY-MONTH-SUB FROM 1 BY 1
                   UNTIL HISTORY-MONTH-SUB > 12
               MOVE SP-MONTHLY-AMOUNT (SURVIVOR-SUB, HISTORY-MONTH-SUB)
                   TO SH-MONTHLY-AMOUNT (HISTORY-MONTH-SUB)
           END-PERFORM.

       328-SAVE-SURVIVOR-POSTING.
           MOVE GROUP-ACCEPTED-AMOUNT
               TO SP-ACCEPTED-AMOUNT (SURVIVOR-SUB).
           PERFORM VARYING HISTORY-MONTH-SUB FROM 1 BY 1
                   UNTIL HISTORY-MONTH-SUB > 12
               MOVE SH-MONTHLY-AMOUNT (HISTORY-MONTH-SUB)
                   TO SP-MONTHLY-AMOUNT
                          (SURVIVOR-SUB, HISTORY-MONTH-SUB)
           END-PERFORM.
           SET SP-POSTED (SURVIVOR-SUB) TO TRUE.

       330-EDIT-MONTH-AND-AMOUNT.
           EVALUATE TRUE
               WHEN NOT GROUP-VALID
                   MOVE GROUP-REJECT-REASON TO RJ-REASON
                   PERFORM 370-WRITE-REJECT-LINE
               WHEN BL-BILLING-MONTH-X NOT NUMERIC
                   MOVE "MONTH NOT NUMERIC" TO RJ-REASON
               WHEN NOT BL-INVOICE AND NOT BL-CREDIT
                   MOVE "INVALID TRANS TYPE" TO RJ-REASON
                   PERFORM 370-WRITE-REJECT-LINE
               WHEN POSTING-LINE-BASE
                    + GROUP-LINE-COUNT (BL-BILLING-MONTH)
                    NOT < POSTING-LINE-LIMIT
                   MOVE "TOO MANY LINES IN MONTH" TO RJ-REASON
                   PERFORM 370-WRITE-REJECT-LINE
               WHEN OTHER
                   PERFORM 340-POST-TRANSACTION
           END-EVALUATE.
               ADD 1 TO INVOICES-ACCEPTED-COUNT
           END-IF
           ADD 1 TO TRANS-ACCEPTED-COUNT.
           IF POSTING-CUSTOMER-NUMBER NOT = BL-CUSTOMER-NUMBER
               ADD 1 TO SURVIVOR-LINES-COUNT
               ADD ITEM-SIGNED-AMOUNT TO SURVIVOR-LINES-AMOUNT
           END-IF.
           PERFORM 345-JOURNAL-TRANSACTION.
           IF ITEM-FROM-SUSPENSE
               PERFORM 350-CARRY-RECOVERED-ITEM
           END-IF.

       345-JOURNAL-TRANSACTION.
      *    THE LINE'S JOURNAL KEY IS ITS POSITION AMONG THE GROUP'S
      *    LINES FOR THE BILLING MONTH.  THE FEED RE-SENDS THE WHOLE
      *    YEAR IN THE SAME ORDER EVERY NIGHT (RECYCLED SUSPENSE
      *    LINES FOLLOW THE CUSTOMER'S FEED LINES), SO THE SAME LINE
      *    LANDS ON THE SAME KEY: ONE ALREADY THERE UNCHANGED KEEPS
      *    THE LOAD DATE IT WAS FIRST JOURNALED WITH, AND ONE THAT
      *    DIFFERS (OR HAD BEEN WITHDRAWN) IS REPLACED AND RE-DATED.
           ADD 1 TO GROUP-LINE-COUNT (BL-BILLING-MONTH).
           MOVE POSTING-CUSTOMER-NUMBER TO JK-CUSTOMER-NUMBER.
           MOVE CD-YEAR            TO JK-BILLING-YEAR.
           MOVE BL-BILLING-MONTH   TO JK-BILLING-MONTH.
           COMPUTE JK-LINE-NUMBER =
               POSTING-LINE-BASE + GROUP-LINE-COUNT (BL-BILLING-MONTH).
           IF BL-CREDIT
               MOVE "C" TO JOURNAL-TRANS-TYPE
           ELSE
               MOVE "I" TO JOURNAL-TRANS-TYPE
           END-IF.

           MOVE JOURNAL-KEY-HOLD TO JR-JOURNAL-KEY.
           READ O_BILLJRN
               INVALID KEY
                   SET JOURNAL-LINE-FOUND TO FALSE
               NOT INVALID KEY
                   SET JOURNAL-LINE-FOUND TO TRUE
           END-READ.

           EVALUATE TRUE
               WHEN NOT JOURNAL-LINE-FOUND
                   PERFORM 347-BUILD-JOURNAL-RECORD
                   WRITE BILLING-JOURNAL-RECORD
                   ADD 1 TO JOURNAL-ADDED-COUNT
                   ADD ITEM-SIGNED-AMOUNT TO JOURNAL-ADDED-AMOUNT
               WHEN JR-ACTIVE
                    AND JR-TRANS-TYPE = JOURNAL-TRANS-TYPE
                    AND JR-BILLING-AMOUNT = BL-BILLING-AMOUNT
                   ADD 1 TO JOURNAL-UNCHANGED-COUNT
                   ADD ITEM-SIGNED-AMOUNT TO JOURNAL-UNCHANGED-AMOUNT
               WHEN OTHER
                   PERFORM 347-BUILD-JOURNAL-RECORD
                   REWRITE BILLING-JOURNAL-RECORD
                   ADD 1 TO JOURNAL-REPLACED-COUNT
                   ADD ITEM-SIGNED-AMOUNT TO JOURNAL-REPLACED-AMOUNT
           END-EVALUATE.

       347-BUILD-JOURNAL-RECORD.
           MOVE SPACES             TO BILLING-JOURNAL-RECORD.
           MOVE JOURNAL-KEY-HOLD   TO JR-JOURNAL-KEY.
           MOVE JOURNAL-TRANS-TYPE TO JR-TRANS-TYPE.
           MOVE BL-BILLING-AMOUNT  TO JR-BILLING-AMOUNT.
           MOVE ITEM-SIGNED-AMOUNT TO JR-NET-AMOUNT.
           MOVE TODAY-DATE         TO JR-LOAD-DATE
                                      JR-STATUS-DATE.
           IF ITEM-FROM-SUSPENSE
               SET JR-FROM-SUSPENSE TO TRUE
           ELSE
               SET JR-FROM-FEED TO TRUE
           END-IF.
           SET JR-ACTIVE TO TRUE.

       350-CARRY-RECOVERED-ITEM.
      *    A SUSPENDED LINE THAT POSTED.  THE FEED IS A CUMULATIVE
      *    YEAR-TO-DATE EXTRACT THAT NEVER RE-SENDS A LINE IT SENT
      *    ONCE, AND THE HISTORY FILE IS REBUILT FROM SCRATCH EVERY
      *    NIGHT - SO THE LINE IS CARRIED FORWARD AS A RECOVERED
      *    ITEM AND POSTED AGAIN EACH NIGHT UNTIL THE YEAR ENDS,
      *    OR IT WOULD DROP BACK OUT OF SALHIST AND
      *    CM-SALES-THIS-YTD TOMORROW.  ONLY THE FIRST NIGHT IT
      *    POSTS COUNTS AS A RECYCLE.
           IF ITEM-WAS-RECOVERED
               ADD 1 TO REPOSTED-COUNT
               ADD ITEM-SIGNED-AMOUNT TO REPOSTED-AMOUNT
           ELSE
               ADD 1 TO RECYCLED-COUNT
               ADD ITEM-SIGNED-AMOUNT TO RECYCLED-AMOUNT
               MOVE TODAY-DATE TO ITEM-RECOVERED-DATE
               IF ITEM-TIMES-RETRIED < 999
                   ADD 1 TO ITEM-TIMES-RETRIED
               END-IF
           END-IF.
           PERFORM 393-BUILD-SUSPENSE-RECORD.
           MOVE ITEM-LAST-REASON TO NS-REJECT-REASON.
           SET NS-RECOVERED TO TRUE.
           PERFORM 395-WRITE-SUSPENSE-RECORD.

       360-EXPIRE-SUSPENSE-ITEM.
      *    A PRIOR-YEAR RECOVERED ITEM ALREADY POSTED INTO THE YEAR
      *    THE ROLLOVER ARCHIVED, SO IT IS SIMPLY DROPPED.  A
      *    PRIOR-YEAR ITEM STILL PENDING CAN NEVER POST NOW - IT IS
      *    WRITTEN OFF WHATEVER ITS AGE.
           IF ITEM-WAS-RECOVERED
               ADD 1 TO EXPIRED-COUNT
               ADD ITEM-SIGNED-AMOUNT TO EXPIRED-AMOUNT
           ELSE
               PERFORM 365-AGE-SUSPENSE-ITEM
               MOVE "BILLING YEAR CLOSED" TO ITEM-LAST-REASON
               PERFORM 375-WRITE-OFF-ITEM
           END-IF.

       365-AGE-SUSPENSE-ITEM.
      *    DAYS SINCE THE LINE WAS FIRST SUSPENDED.  ONLY A LINE
      *    THAT HAS ALREADY HAD AT LEAST ONE NIGHT IN SUSPENSE CAN
      *    BE WRITTEN OFF; TONIGHT'S NEW REJECTS ALWAYS GET THEIR
      *    RETRIES.
           COMPUTE ITEM-AGE-DAYS = TODAY-DAY-NUMBER
               - FUNCTION INTEGER-OF-DATE (ITEM-FIRST-SUSPENDED-DATE).
           IF ITEM-FROM-SUSPENSE
              AND ITEM-AGE-DAYS NOT < WRITE-OFF-DAYS
               SET WRITE-OFF-DUE TO TRUE
           ELSE
               SET WRITE-OFF-DUE TO FALSE
           END-IF.

       370-WRITE-REJECT-LINE.
           PERFORM 365-AGE-SUSPENSE-ITEM.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF
           MOVE BL-TRANS-TYPE        TO RJ-TYPE.
           MOVE BL-BILLING-MONTH-X   TO RJ-MONTH.
           MOVE BL-BILLING-AMOUNT-X  TO RJ-AMOUNT.
           IF ITEM-FROM-SUSPENSE
               MOVE "SUSP" TO RJ-SOURCE
           ELSE
               MOVE "FEED" TO RJ-SOURCE
           END-IF.
           IF WRITE-OFF-DUE
               MOVE "WRITTEN OFF" TO RJ-DISPOSITION
           ELSE
               MOVE "SUSPENDED"   TO RJ-DISPOSITION
           END-IF.
           MOVE REJECT-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.
               ADD BL-BILLING-AMOUNT TO REJECTED-AMOUNT-TOTAL
           END-IF.

           MOVE RJ-REASON TO ITEM-LAST-REASON.
           IF WRITE-OFF-DUE
               PERFORM 375-WRITE-OFF-ITEM
           ELSE
               PERFORM 372-SUSPEND-REJECTED-ITEM
           END-IF.

       372-SUSPEND-REJECTED-ITEM.
      *    A NEW REJECT STARTS ITS SUSPENSE LIFE TODAY WITH NO
      *    RETRIES.  A SUSPENDED LINE THAT FAILED AGAIN KEEPS ITS
      *    ORIGINAL FIRST-SUSPENDED DATE - THE WRITE-OFF CLOCK
      *    NEVER RESTARTS - AND PICKS UP ONE MORE RETRY, WITH
      *    WHATEVER REASON IT FAILED ON TONIGHT.  A RECOVERED ITEM
      *    THAT NOW FAILS (ITS CUSTOMER WAS PURGED, SAY) GOES BACK
      *    TO PENDING THE SAME WAY.
           IF ITEM-FROM-SUSPENSE
               IF ITEM-TIMES-RETRIED < 999
                   ADD 1 TO ITEM-TIMES-RETRIED
               END-IF
               MOVE ZERO TO ITEM-RECOVERED-DATE
               ADD 1 TO RESUSPENDED-COUNT
               ADD ITEM-SIGNED-AMOUNT TO RESUSPENDED-AMOUNT
           ELSE
               ADD 1 TO NEW-SUSPENDED-COUNT
               ADD ITEM-SIGNED-AMOUNT TO NEW-SUSPENDED-AMOUNT
           END-IF.
           PERFORM 393-BUILD-SUSPENSE-RECORD.
           SET NS-PENDING TO TRUE.
           IF ITEM-FROM-FEED
               MOVE ZERO TO NS-LAST-RETRY-DATE
           END-IF.
           PERFORM 395-WRITE-SUSPENSE-RECORD.

       375-WRITE-OFF-ITEM.
           IF WO-LINE-COUNT > LINES-ON-PAGE
               PERFORM 240-PRINT-WRITE-OFF-HEADINGS
           END-IF
           MOVE BL-CUSTOMER-NUMBER-X TO WO-CUSTOMER.
           MOVE BL-TRANS-TYPE        TO WO-TYPE.
           MOVE BL-BILLING-MONTH-X   TO WO-MONTH.
           MOVE ITEM-SIGNED-AMOUNT   TO WO-AMOUNT.
           MOVE ITEM-FIRST-SUSPENDED-DATE TO SUSPENSE-DATE-NUMBER.
           MOVE SD-MONTH             TO WO-SUSPENDED-MONTH.
           MOVE SD-DAY               TO WO-SUSPENDED-DAY.
           MOVE SD-YEAR              TO WO-SUSPENDED-YEAR.
           MOVE ITEM-TIMES-RETRIED   TO WO-RETRIES.
           MOVE ITEM-AGE-DAYS        TO WO-AGE-DAYS.
           MOVE ITEM-LAST-REASON     TO WO-REASON.
           MOVE WRITE-OFF-DETAIL-LINE TO WRITEOFF-AREA.
           WRITE WRITEOFF-AREA AFTER ADVANCING 1.
           ADD 1 TO WO-LINE-COUNT.
           ADD 1 TO WRITTEN-OFF-COUNT.
           ADD ITEM-SIGNED-AMOUNT TO WRITTEN-OFF-AMOUNT.

       380-CLOSE-CUSTOMER-GROUP.
      *    A GROUP WHOSE CUSTOMER WASN'T ON THE MASTER WROTE NOTHING
      *    AND POSTS NOTHING.  A MERGED CUSTOMER'S GROUP IS ONLY SAVED
      *    BACK TO ITS TABLE ENTRY HERE - 410-POST-ONE-SURVIVOR WRITES
      *    ITS HISTORY RECORD AND MASTER ONCE EVERY GROUP FEEDING IT
      *    HAS BEEN EDITED - BUT ITS DROPPED JOURNAL LINES ARE
      *    WITHDRAWN NOW, WITHIN ITS OWN BLOCK, LIKE ANY OTHER GROUP'S.
           IF GROUP-OPEN AND GROUP-VALID
               IF MERGED-GROUP
                   PERFORM 328-SAVE-SURVIVOR-POSTING
               ELSE
                   PERFORM 382-WRITE-GROUP-HISTORY
               END-IF
               PERFORM VARYING HISTORY-MONTH-SUB FROM 1 BY 1
                       UNTIL HISTORY-MONTH-SUB > 12
                   PERFORM 385-WITHDRAW-DROPPED-LINES
               END-PERFORM
               IF CURRENT-GROUP-CUSTOMER NOT = POSTING-CUSTOMER-NUMBER
                   PERFORM 387-WITHDRAW-ABSORBED-LINES
               END-IF
           END-IF.
           SET GROUP-OPEN TO FALSE.

       382-WRITE-GROUP-HISTORY.
      *    WRITES THE FINISHED HISTORY RECORD, RE-SUMMING ITS BUCKETS
      *    INTO THE POSTED TOTAL THE BALANCE CHECK COMPARES AGAINST
      *    THE ACCEPTED INPUT TOTAL, AND POSTS THE MASTER.
           PERFORM VARYING HISTORY-MONTH-SUB FROM 1 BY 1
                   UNTIL HISTORY-MONTH-SUB > 12
               ADD SH-MONTHLY-AMOUNT (HISTORY-MONTH-SUB)
                   TO POSTED-AMOUNT-TOTAL
           END-PERFORM.
           WRITE SALES-HISTORY-RECORD.
           ADD 1 TO HISTORY-WRITTEN-COUNT.
           PERFORM 390-POST-CUSTOMER-MASTER.

       385-WITHDRAW-DROPPED-LINES.
      *    ANY ACTIVE JOURNAL LINE FOR THIS CUSTOMER AND MONTH PAST
      *    THE LAST POSITION TONIGHT'S FEED FILLED IS A LINE THE FEED
      *    HAS DROPPED (A REVERSED OR RE-KEYED INVOICE).  IT IS
      *    MARKED WITHDRAWN, NOT DELETED, SO THE JOURNAL STILL SHOWS
      *    IT WAS ONCE BILLED.  THE SCAN STAYS INSIDE THE GROUP'S OWN
      *    LINE BLOCK, SO A MERGED CUSTOMER'S OTHER SOURCES ARE LEFT
      *    ALONE.
           MOVE POSTING-CUSTOMER-NUMBER TO JK-CUSTOMER-NUMBER.
           MOVE CD-YEAR                 TO JK-BILLING-YEAR.
           MOVE HISTORY-MONTH-SUB       TO JK-BILLING-MONTH.
           COMPUTE JK-LINE-NUMBER = POSTING-LINE-BASE
               + GROUP-LINE-COUNT (HISTORY-MONTH-SUB) + 1.
           MOVE JOURNAL-KEY-HOLD TO JR-JOURNAL-KEY.
           SET JOURNAL-SCAN-DONE TO FALSE.
           START O_BILLJRN KEY IS NOT LESS THAN JR-JOURNAL-KEY
               INVALID KEY
                   SET JOURNAL-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL JOURNAL-SCAN-DONE
               READ O_BILLJRN NEXT RECORD
                   AT END
                       SET JOURNAL-SCAN-DONE TO TRUE
                   NOT AT END
                       IF JR-CUSTOMER-MONTH-KEY
                              NOT = JK-CUSTOMER-MONTH-KEY
                          OR JR-LINE-NUMBER > POSTING-LINE-LIMIT
                           SET JOURNAL-SCAN-DONE TO TRUE
                       ELSE
                           IF JR-ACTIVE
                               SET JR-WITHDRAWN TO TRUE
                               MOVE TODAY-DATE TO JR-STATUS-DATE
                               REWRITE BILLING-JOURNAL-RECORD
                               ADD 1 TO JOURNAL-WITHDRAWN-COUNT
                               ADD JR-NET-AMOUNT
                                   TO JOURNAL-WITHDRAWN-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       387-WITHDRAW-ABSORBED-LINES.
      *    LINES JOURNALED UNDER THE ABSORBED NUMBER ITSELF BEFORE THE
      *    MERGE NOW POST UNDER THE SURVIVOR, SO THE OLD NUMBER'S
      *    ACTIVE LINES ARE WITHDRAWN FROM THE FIRST POSITION ON.  THE
      *    GROUP ONLY GETS HERE BECAUSE ITS NUMBER IS NOT ON FILE, SO
      *    NO CUSTOMER NOW USING THE NUMBER CAN BE TOUCHED.
           MOVE CURRENT-GROUP-CUSTOMER TO POSTING-CUSTOMER-NUMBER.
           MOVE ZERO TO POSTING-LINE-BASE.
           MOVE 9999 TO POSTING-LINE-LIMIT.
           PERFORM VARYING HISTORY-MONTH-SUB FROM 1 BY 1
                   UNTIL HISTORY-MONTH-SUB > 12
               MOVE ZERO TO GROUP-LINE-COUNT (HISTORY-MONTH-SUB)
           END-PERFORM.
           PERFORM VARYING HISTORY-MONTH-SUB FROM 1 BY 1
                   UNTIL HISTORY-MONTH-SUB > 12
               PERFORM 385-WITHDRAW-DROPPED-LINES
           END-PERFORM.

       390-POST-CUSTOMER-MASTER.
      *    THE GROUP'S ACCEPTED NET REPLACES CM-SALES-THIS-YTD ON
      *    THE SAME MASTER RECORD 320-START-CUSTOMER-GROUP READ WHEN
      *    CM-SALES-THIS-YTD RATHER THAN FROM THE GROUP AMOUNT, SO A
      *    MOVE THAT TRUNCATES INTO THE SMALLER MASTER FIELD
      *    SURFACES AS AN OUT-OF-BALANCE REGISTER; THE SALHIST SIDE
      *    RE-SUMS ITS WRITTEN RECORD FOR THE SAME REASON.  A
      *    POSTING THAT CHANGES THE MASTER IS AUDITED LIKE ANY OTHER
      *    CHANGE, SO A FORWARD RECOVERY CAN REAPPLY IT; A NIGHT THAT
      *    LEAVES THE CUSTOMER'S YTD WHERE IT WAS WRITES NOTHING.
           MOVE CUSTOMER-MASTER-RECORD TO AUDIT-BEFORE-IMAGE.
           MOVE GROUP-ACCEPTED-AMOUNT TO CM-SALES-THIS-YTD.
           REWRITE CUSTOMER-MASTER-RECORD.
           ADD CM-SALES-THIS-YTD TO MASTER-POSTED-TOTAL.
           ADD 1 TO MASTER-UPDATED-COUNT.
           MOVE CUSTOMER-MASTER-RECORD TO AUDIT-AFTER-IMAGE.
           IF AUDIT-AFTER-IMAGE NOT = AUDIT-BEFORE-IMAGE
               PERFORM 392-WRITE-AUDIT-RECORD
           END-IF.

       392-WRITE-AUDIT-RECORD.
           MOVE SPACES TO CUSTOMER-AUDIT-RECORD.
           MOVE CM-CUSTOMER-NUMBER TO AU-CUSTOMER-NUMBER.
           COMPUTE AU-AUDIT-DATE =
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.
           COMPUTE AU-AUDIT-TIME = (CD-HOURS * 100) + CD-MINUTES.
           MOVE "RPT6700 "          TO AU-PROGRAM-NAME.
           SET AU-BILLING-POST     TO TRUE.
           MOVE AUDIT-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE AUDIT-AFTER-IMAGE  TO AU-AFTER-IMAGE.
           WRITE CUSTOMER-AUDIT-RECORD.
           ADD 1 TO MASTER-AUDITED-COUNT.

       393-BUILD-SUSPENSE-RECORD.
      *    THE TRANSACTION FIELDS GO BACK OUT EXACTLY AS THEY CAME
      *    IN, SO A LINE WITH BAD DATA STILL SHOWS THE BAD DATA ON
      *    THE AGING REPORT.  THE CALLER SETS THE STATUS.
           MOVE SPACES TO NEW-SUSPENSE-WORK-AREA.
           MOVE BL-CUSTOMER-NUMBER-X      TO NS-CUSTOMER-NUMBER-X.
           MOVE BL-BILLING-MONTH-X        TO NS-BILLING-MONTH-X.
           MOVE BL-BILLING-AMOUNT-X       TO NS-BILLING-AMOUNT-X.
           MOVE BL-TRANS-TYPE             TO NS-TRANS-TYPE.
           MOVE ITEM-LAST-REASON          TO NS-REJECT-REASON.
           MOVE ITEM-FIRST-SUSPENDED-DATE TO NS-FIRST-SUSPENDED-DATE.
           MOVE TODAY-DATE                TO NS-LAST-RETRY-DATE.
           MOVE ITEM-TIMES-RETRIED        TO NS-TIMES-RETRIED.
           MOVE ITEM-RECOVERED-DATE       TO NS-RECOVERED-DATE.

       395-WRITE-SUSPENSE-RECORD.
           MOVE NEW-SUSPENSE-WORK-AREA TO NEW-SUSPENSE-RECORD.
           WRITE NEW-SUSPENSE-RECORD.
           ADD 1 TO SUSPENSE-WRITTEN-COUNT.
           ADD ITEM-SIGNED-AMOUNT TO SUSPENSE-WRITTEN-AMOUNT.
           IF NS-PENDING
               ADD 1 TO SUSPENSE-PENDING-COUNT
               ADD ITEM-SIGNED-AMOUNT TO SUSPENSE-PENDING-AMOUNT
           END-IF.

       400-POST-MERGE-SURVIVORS.
      *    EACH MERGED CUSTOMER THAT POSTED TONIGHT GETS ITS HISTORY
      *    RECORD WRITTEN AND ITS MASTER REPLACED AND AUDITED THROUGH
      *    THE SAME PATH AS ANY OTHER GROUP, WITH ITS ABSORBED
      *    NUMBERS' LINES INCLUDED.
           PERFORM 410-POST-ONE-SURVIVOR
               VARYING SURVIVOR-SUB FROM 1 BY 1
               UNTIL SURVIVOR-SUB > SURVIVOR-COUNT.

       410-POST-ONE-SURVIVOR.
           IF SP-POSTED (SURVIVOR-SUB)
               MOVE SP-SURVIVOR-NUMBER (SURVIVOR-SUB)
                   TO POSTING-CUSTOMER-NUMBER
                      CM-CUSTOMER-NUMBER
               READ I_CUSTMAST
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE SPACES TO SALES-HISTORY-RECORD
               MOVE POSTING-CUSTOMER-NUMBER TO SH-CUSTOMER-NUMBER
               MOVE CM-CUSTOMER-NAME        TO SH-CUSTOMER-NAME
               PERFORM 326-RESUME-SURVIVOR-POSTING
               PERFORM 382-WRITE-GROUP-HISTORY
           END-IF.

       500-PRINT-CONTROL-TOTALS.
           MOVE "TRANSACTIONS READ:                " TO ET-CAPTION.
           MOVE EDIT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3.

           MOVE "  FROM BILLING FEED:              " TO ET-CAPTION.
           MOVE FEED-READ-COUNT  TO ET-COUNT.
           MOVE ZERO             TO ET-AMOUNT.
           MOVE EDIT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           COMPUTE SUSPENSE-EDITED-COUNT =
               TRANS-READ-COUNT - FEED-READ-COUNT.
           MOVE "  RETRIED FROM SUSPENSE:          " TO ET-CAPTION.
           MOVE SUSPENSE-EDITED-COUNT TO ET-COUNT.
           MOVE ZERO             TO ET-AMOUNT.
           MOVE EDIT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "TRANSACTIONS ACCEPTED (NET):      " TO ET-CAPTION.
           MOVE TRANS-ACCEPTED-COUNT TO ET-COUNT.
           MOVE ACCEPTED-AMOUNT-TOTAL TO ET-AMOUNT.
           MOVE EDIT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "  POSTED TO MERGE SURVIVORS:      " TO ET-CAPTION.
           MOVE SURVIVOR-LINES-COUNT  TO ET-COUNT.
           MOVE SURVIVOR-LINES-AMOUNT TO ET-AMOUNT.
           MOVE EDIT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "TRANSACTIONS REJECTED:            " TO ET-CAPTION.
           MOVE TRANS-REJECTED-COUNT  TO ET-COUNT.
           MOVE REJECTED-AMOUNT-TOTAL TO ET-AMOUNT.
           MOVE EDIT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "  CHANGED AND AUDITED:            " TO ET-CAPTION.
           MOVE MASTER-AUDITED-COUNT TO ET-COUNT.
           MOVE ZERO                 TO ET-AMOUNT.
           MOVE EDIT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           PERFORM 505-PRINT-JOURNAL-TOTALS.

           IF POSTED-AMOUNT-TOTAL = ACCEPTED-AMOUNT-TOTAL
              AND MASTER-POSTED-TOTAL = ACCEPTED-AMOUNT-TOTAL
              AND JOURNAL-ACTIVE-COUNT = TRANS-ACCEPTED-COUNT
              AND JOURNAL-ACTIVE-AMOUNT = ACCEPTED-AMOUNT-TOTAL
               MOVE "LOAD BALANCED - POSTED = ACCEPTED INPUT"
                   TO BL-TEXT
           ELSE
           END-IF.
           MOVE BALANCE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

           PERFORM 510-PRINT-SUSPENSE-TOTALS.

       505-PRINT-JOURNAL-TOTALS.
           MOVE "JOURNAL LINES ADDED:              " TO ET-CAPTION.
           MOVE JOURNAL-ADDED-COUNT  TO ET-COUNT.
           MOVE JOURNAL-ADDED-AMOUNT TO ET-AMOUNT.
           MOVE EDIT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "JOURNAL LINES REPLACED:           " TO ET-CAPTION.
           MOVE JOURNAL-REPLACED-COUNT  TO ET-COUNT.
           MOVE JOURNAL-REPLACED-AMOUNT TO ET-AMOUNT.
           MOVE EDIT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "JOURNAL LINES UNCHANGED:          " TO ET-CAPTION.
           MOVE JOURNAL-UNCHANGED-COUNT  TO ET-COUNT.
           MOVE JOURNAL-UNCHANGED-AMOUNT TO ET-AMOUNT.
           MOVE EDIT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           COMPUTE JOURNAL-ACTIVE-COUNT = JOURNAL-ADDED-COUNT
               + JOURNAL-REPLACED-COUNT + JOURNAL-UNCHANGED-COUNT.
           COMPUTE JOURNAL-ACTIVE-AMOUNT = JOURNAL-ADDED-AMOUNT
               + JOURNAL-REPLACED-AMOUNT + JOURNAL-UNCHANGED-AMOUNT.
           MOVE "  JOURNAL LINES IN TONIGHT'S FEED:" TO ET-CAPTION.
           MOVE JOURNAL-ACTIVE-COUNT  TO ET-COUNT.
           MOVE JOURNAL-ACTIVE-AMOUNT TO ET-AMOUNT.
           MOVE EDIT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "JOURNAL LINES WITHDRAWN:          " TO ET-CAPTION.
           MOVE JOURNAL-WITHDRAWN-COUNT  TO ET-COUNT.
           MOVE JOURNAL-WITHDRAWN-AMOUNT TO ET-AMOUNT.
           MOVE EDIT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

       510-PRINT-SUSPENSE-TOTALS.
      *    THE SUSPENSE MOVEMENT FOR THE NIGHT, IN NET DOLLARS, AND
      *    THE PROOF THAT NOTHING FELL OUT OF IT: OLD SUSPENSE PLUS
      *    NEW REJECTS = NEW SUSPENSE PLUS WRITE-OFFS PLUS EXPIRED
      *    RECOVERED ITEMS.
           MOVE "SUSPENSE ITEMS READ (NET):        " TO ET-CAPTION.
           MOVE SUSPENSE-READ-COUNT  TO ET-COUNT.
           MOVE SUSPENSE-READ-AMOUNT TO ET-AMOUNT.
           MOVE EDIT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3.

           MOVE "  RECYCLED AND POSTED:            " TO ET-CAPTION.
           MOVE RECYCLED-COUNT  TO ET-COUNT.
           MOVE RECYCLED-AMOUNT TO ET-AMOUNT.
           MOVE EDIT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "  RECOVERED ITEMS REPOSTED:       " TO ET-CAPTION.
           MOVE REPOSTED-COUNT  TO ET-COUNT.
           MOVE REPOSTED-AMOUNT TO ET-AMOUNT.
           MOVE EDIT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "  RESUSPENDED ON RETRY:           " TO ET-CAPTION.
           MOVE RESUSPENDED-COUNT  TO ET-COUNT.
           MOVE RESUSPENDED-AMOUNT TO ET-AMOUNT.
           MOVE EDIT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "  PRIOR-YEAR RECOVERED DROPPED:   " TO ET-CAPTION.
           MOVE EXPIRED-COUNT  TO ET-COUNT.
           MOVE EXPIRED-AMOUNT TO ET-AMOUNT.
           MOVE EDIT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "NEW REJECTS SUSPENDED (NET):      " TO ET-CAPTION.
           MOVE NEW-SUSPENDED-COUNT  TO ET-COUNT.
           MOVE NEW-SUSPENDED-AMOUNT TO ET-AMOUNT.
           MOVE EDIT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "ITEMS WRITTEN OFF (NET):          " TO ET-CAPTION.
           MOVE WRITTEN-OFF-COUNT  TO ET-COUNT.
           MOVE WRITTEN-OFF-AMOUNT TO ET-AMOUNT.
           MOVE EDIT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "SUSPENSE ITEMS WRITTEN (NET):     " TO ET-CAPTION.
           MOVE SUSPENSE-WRITTEN-COUNT  TO ET-COUNT.
           MOVE SUSPENSE-WRITTEN-AMOUNT TO ET-AMOUNT.
           MOVE EDIT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           MOVE "  STILL OUTSIDE THE MASTERS:      " TO ET-CAPTION.
           MOVE SUSPENSE-PENDING-COUNT  TO ET-COUNT.
           MOVE SUSPENSE-PENDING-AMOUNT TO ET-AMOUNT.
           MOVE EDIT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1.

           COMPUTE SUSPENSE-IN-COUNT =
               SUSPENSE-READ-COUNT + NEW-SUSPENDED-COUNT.
           COMPUTE SUSPENSE-OUT-COUNT = SUSPENSE-WRITTEN-COUNT
               + WRITTEN-OFF-COUNT + EXPIRED-COUNT.
           COMPUTE SUSPENSE-IN-AMOUNT =
               SUSPENSE-READ-AMOUNT + NEW-SUSPENDED-AMOUNT.
           COMPUTE SUSPENSE-OUT-AMOUNT = SUSPENSE-WRITTEN-AMOUNT
               + WRITTEN-OFF-AMOUNT + EXPIRED-AMOUNT.
           IF SUSPENSE-IN-COUNT = SUSPENSE-OUT-COUNT
              AND SUSPENSE-IN-AMOUNT = SUSPENSE-OUT-AMOUNT
               MOVE "SUSPENSE BALANCED - IN = OUT + WRITTEN OFF"
                   TO BL-TEXT
           ELSE
               MOVE "*** SUSPENSE OUT OF BALANCE - DO NOT RELEASE ***"
                   TO BL-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE BALANCE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2.

       520-PRINT-WRITE-OFF-TOTALS.
           MOVE "ITEMS WRITTEN OFF (NET):          " TO ET-CAPTION.
           MOVE WRITTEN-OFF-COUNT  TO ET-COUNT.
           MOVE WRITTEN-OFF-AMOUNT TO ET-AMOUNT.
           MOVE EDIT-TOTAL-LINE TO WRITEOFF-AREA.
           WRITE WRITEOFF-AREA AFTER ADVANCING 3.

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
               MOVE TRANS-READ-COUNT
                   TO CY-STEP-READ-COUNT (CY-STEP-INDEX)
               MOVE HISTORY-WRITTEN-COUNT
                   TO CY-STEP-WRITTEN-COUNT (CY-STEP-INDEX)
               REWRITE CYCLE-STATUS-RECORD
           END-IF.
           CLOSE I_CYCSTAT.
