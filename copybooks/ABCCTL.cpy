      ****************************************************************
      * COPYBOOK:    ABCCTL
      * DESCRIPTION: CUSTOMER CONCENTRATION (ABC) RUN-CONTROL CARD.
      *              ONE RECORD READ AT THE START OF THE ABC ANALYSIS.
      *              CUSTOMERS ARE RANKED WITHIN EACH BRANCH BY
      *              CM-SALES-THIS-YTD.  AC-A-CUTOFF-PERCENT IS THE
      *              CUMULATIVE SHARE OF BRANCH SALES THE A CLASS
      *              COVERS AND AC-B-CUTOFF-PERCENT THE CUMULATIVE
      *              SHARE WHERE THE B CLASS ENDS; EVERYONE ELSE IS C
      *              (PERCENTS WITH ONE DECIMAL, E.G. 0800 = 80.0%).
      *              AC-REP-SHARE-PERCENT IS THE SHARE OF BRANCH SALES
      *              ABOVE WHICH A SINGLE SALESREP CARRYING AN A-CLASS
      *              CUSTOMER IS FLAGGED.  AC-LIST-CLASS IS THE LOWEST
      *              CLASS LISTED CUSTOMER BY CUSTOMER ("A", "B" OR
      *              "C"); THE CLASS SUMMARIES ALWAYS PRINT.  A ZERO
      *              OR SPACE FIELD TAKES ITS DEFAULT - 80.0, 95.0,
      *              50.0 AND "A" - AND A MISSING CARD TAKES THEM ALL.
      *              THE -X REDEFINES EXIST SO THE ANALYSIS CAN TELL
      *              A SPACE FIELD FROM A BAD ONE.
      ****************************************************************
       01  ABC-CONTROL-RECORD.
           05 AC-A-CUTOFF-PERCENT      PIC 9(03)V9.
           05 AC-A-CUTOFF-PERCENT-X    REDEFINES AC-A-CUTOFF-PERCENT
                                       PIC X(04).
           05 AC-B-CUTOFF-PERCENT      PIC 9(03)V9.
           05 AC-B-CUTOFF-PERCENT-X    REDEFINES AC-B-CUTOFF-PERCENT
                                       PIC X(04).
           05 AC-REP-SHARE-PERCENT     PIC 9(03)V9.
           05 AC-REP-SHARE-PERCENT-X   REDEFINES AC-REP-SHARE-PERCENT
                                       PIC X(04).
           05 AC-LIST-CLASS            PIC X(01).
              88 AC-LIST-CLASS-VALID       VALUE "A" "B" "C".
           05 FILLER                   PIC X(67).
