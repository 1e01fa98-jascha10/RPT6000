      ****************************************************************
      * COPYBOOK:    CYCSTAT
      * DESCRIPTION: NIGHTLY CYCLE STATUS RECORD.  ONE RECORD, THE
      *              SINGLE SOURCE OF THE BUSINESS DATE EVERY STEP OF
      *              THE NIGHTLY STREAM RUNS UNDER - A STEP RERUN
      *              AFTER MIDNIGHT STILL STAMPS ITS OUTPUT WITH THE
      *              NIGHT IT BELONGS TO.  WRITTEN BY THE CYCLE OPEN
      *              WHEN A NEW BUSINESS DATE IS OPENED, AND
      *              REWRITTEN IN PLACE BY EACH STEP AS IT STARTS AND
      *              AS IT ENDS.  CY-STEP-ENTRY HOLDS ONE ENTRY PER
      *              STEP OF THE STREAM IN RUN ORDER: THE PROGRAM,
      *              THE STEP THAT MUST COMPLETE BEFORE IT MAY RUN
      *              (SPACE FOR NONE), THE BUSINESS DATE IT LAST RAN
      *              FOR, ITS START AND END STAMPS FROM THE CLOCK,
      *              ITS RETURN CODE, AND ITS RECORD COUNTS.  A STEP
      *              LEFT "S" STARTED NEVER REACHED ITS END - IT
      *              ABENDED OR STOPPED ITSELF.  "C" COMPLETE MEANS IT
      *              ENDED BELOW RETURN CODE 8; "F" FAILED MEANS IT
      *              ENDED AT 8 OR ABOVE.  CY-RERUN-PROGRAM IS THE
      *              OPERATOR'S ONE-TIME OVERRIDE LETTING A STEP
      *              ALREADY COMPLETE FOR THE BUSINESS DATE RUN AGAIN;
      *              THE STEP CLEARS IT WHEN IT STARTS.
      ****************************************************************
       01  CYCLE-STATUS-RECORD.
           05 CY-BUSINESS-DATE         PIC 9(08).
           05 CY-BUSINESS-DATE-X       REDEFINES CY-BUSINESS-DATE.
              10 CY-BUSINESS-YEAR      PIC 9(04).
              10 CY-BUSINESS-MONTH     PIC 9(02).
              10 CY-BUSINESS-DAY       PIC 9(02).
           05 CY-PRIOR-BUSINESS-DATE   PIC 9(08).
           05 CY-OPENED-DATE           PIC 9(08).
           05 CY-OPENED-TIME           PIC 9(04).
           05 CY-RERUN-PROGRAM         PIC X(08).
           05 CY-STEP-COUNT            PIC 9(02).
           05 CY-STEP-ENTRY            OCCURS 20 TIMES
                                       INDEXED BY CY-STEP-INDEX
                                                  CY-PRED-INDEX.
              10 CY-STEP-PROGRAM       PIC X(08).
              10 CY-STEP-PREDECESSOR   PIC X(08).
              10 CY-STEP-DESCRIPTION   PIC X(20).
              10 CY-STEP-STATUS        PIC X(01).
                 88 CY-STEP-NOT-RUN        VALUE SPACE.
                 88 CY-STEP-STARTED        VALUE "S".
                 88 CY-STEP-COMPLETE       VALUE "C".
                 88 CY-STEP-FAILED         VALUE "F".
              10 CY-STEP-BUSINESS-DATE PIC 9(08).
              10 CY-STEP-START-DATE    PIC 9(08).
              10 CY-STEP-START-TIME    PIC 9(04).
              10 CY-STEP-END-DATE      PIC 9(08).
              10 CY-STEP-END-TIME      PIC 9(04).
              10 CY-STEP-RETURN-CODE   PIC 9(04).
              10 CY-STEP-READ-COUNT    PIC 9(07).
              10 CY-STEP-WRITTEN-COUNT PIC 9(07).
           05 FILLER                   PIC X(22).
