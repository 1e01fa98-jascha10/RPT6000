      ****************************************************************
      * COPYBOOK:    MERGERQ
      * DESCRIPTION: CUSTOMER MERGE REQUEST.  ONE RECORD PER PAIR OF
      *              CUSTOMER NUMBERS FOUND TO BE THE SAME CUSTOMER -
      *              THE SURVIVOR KEEPS ITS NUMBER, NAME, BRANCH AND
      *              SALESREP, AND THE ABSORBED CUSTOMER'S YTD
      *              AMOUNTS, SALES HISTORY BUCKETS AND PRIOR-YEAR
      *              HISTORY ARE ADDED INTO IT BEFORE THE ABSORBED
      *              RECORD IS DELETED.  PAIRS MAY ARRIVE IN ANY
      *              ORDER, AND ONE SURVIVOR MAY ABSORB SEVERAL
      *              NUMBERS ON SEPARATE RECORDS.  THE -X REDEFINES
      *              EXIST SO THE MERGE PROGRAM CAN CLASS-TEST EACH
      *              KEYED FIELD BEFORE TREATING IT AS A NUMBER.
      ****************************************************************
       01  MERGE-REQUEST-RECORD.
           05 MR-SURVIVOR-NUMBER       PIC 9(05).
           05 MR-SURVIVOR-NUMBER-X     REDEFINES MR-SURVIVOR-NUMBER
                                       PIC X(05).
           05 MR-ABSORBED-NUMBER       PIC 9(05).
           05 MR-ABSORBED-NUMBER-X     REDEFINES MR-ABSORBED-NUMBER
                                       PIC X(05).
           05 FILLER                   PIC X(70).
