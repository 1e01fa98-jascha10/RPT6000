      ****************************************************************
      * COPYBOOK:    GLACCT
      * DESCRIPTION: GENERAL LEDGER ACCOUNT-MAPPING RECORD.  MAPS
      *              EACH BRANCH TO THE GL REVENUE ACCOUNT ITS MONTHLY
      *              SALES ARE CREDITED TO ("B" RECORDS, ONE PER
      *              BRANCH), AND NAMES THE OFFSETTING ACCOUNT THE
      *              MONTH'S TOTAL IS DEBITED TO ("O", EXACTLY ONE,
      *              REQUIRED) AND THE SUSPENSE ACCOUNT SALES THAT
      *              CANNOT BE MAPPED TO A BRANCH ACCOUNT ARE CREDITED
      *              TO ("S", AT MOST ONE, OPTIONAL).  GA-BRANCH-
      *              NUMBER IS USED ONLY ON "B" RECORDS.  THE RECORDS
      *              MAY ARRIVE IN ANY ORDER.  THE -X REDEFINES
      *              EXISTS SO THE JOURNAL RUN CAN CLASS-TEST THE
      *              BRANCH BEFORE TREATING IT AS A NUMBER.
      ****************************************************************
       01  GL-ACCOUNT-MAP-RECORD.
           05 GA-RECORD-TYPE           PIC X(01).
              88 GA-BRANCH-ACCOUNT         VALUE "B".
              88 GA-OFFSET-ACCOUNT         VALUE "O".
              88 GA-SUSPENSE-ACCOUNT       VALUE "S".
           05 GA-BRANCH-NUMBER         PIC 9(02).
           05 GA-BRANCH-NUMBER-X       REDEFINES GA-BRANCH-NUMBER
                                       PIC X(02).
           05 GA-GL-ACCOUNT            PIC X(12).
           05 GA-ACCOUNT-DESCRIPTION   PIC X(30).
           05 FILLER                   PIC X(35).
