      ****************************************************************
      * COPYBOOK:    SUSPENS
      * DESCRIPTION: BILLING SUSPENSE RECORD.  ONE RECORD PER BILLING
      *              TRANSACTION THE EDIT/LOAD COULD NOT POST - THE
      *              TRANSACTION FIELDS AS THEY ARRIVED, THE REASON
      *              IT WAS LAST REJECTED, THE DATE IT FIRST WENT
      *              INTO SUSPENSE, THE DATE OF ITS LAST RETRY, AND
      *              HOW MANY TIMES IT HAS BEEN RETRIED.  THE FILE IS
      *              CARRIED FROM NIGHT TO NIGHT AS AN OLD/NEW
      *              GENERATION IN ASCENDING CUSTOMER ORDER AND IS
      *              MERGED BACK INTO EACH NIGHT'S EDIT.
      *              SU-PENDING ITEMS ARE STILL OUTSIDE THE MASTERS.
      *              SU-RECOVERED ITEMS HAVE SINCE POSTED (THE
      *              CUSTOMER WAS ADDED, SAY) AND ARE KEPT FOR THE
      *              REST OF THE YEAR SO EACH NIGHT'S REBUILD OF THE
      *              SALES HISTORY FROM THE CUMULATIVE FEED KEEPS
      *              THEM - THE BILLING SYSTEM DOES NOT SEND A
      *              REJECTED LINE A SECOND TIME.  THE -X REDEFINES
      *              CARRY THE FIELDS AS THEY ARRIVED, SINCE A LINE
      *              REJECTED FOR BAD DATA STILL HAS THAT BAD DATA.
      ****************************************************************
       01  BILLING-SUSPENSE-RECORD.
           05 SU-CUSTOMER-NUMBER       PIC 9(05).
           05 SU-CUSTOMER-NUMBER-X     REDEFINES SU-CUSTOMER-NUMBER
                                       PIC X(05).
           05 SU-BILLING-MONTH         PIC 9(02).
           05 SU-BILLING-MONTH-X       REDEFINES SU-BILLING-MONTH
                                       PIC X(02).
           05 SU-BILLING-AMOUNT        PIC 9(05)V99.
           05 SU-BILLING-AMOUNT-X      REDEFINES SU-BILLING-AMOUNT
                                       PIC X(07).
           05 SU-TRANS-TYPE            PIC X(01).
              88 SU-CREDIT                 VALUE "C".
           05 SU-REJECT-REASON         PIC X(30).
           05 SU-FIRST-SUSPENDED-DATE  PIC 9(08).
           05 SU-LAST-RETRY-DATE       PIC 9(08).
           05 SU-TIMES-RETRIED         PIC 9(03).
           05 SU-ITEM-STATUS           PIC X(01).
              88 SU-PENDING                VALUE "P".
              88 SU-RECOVERED              VALUE "R".
           05 SU-RECOVERED-DATE        PIC 9(08).
           05 FILLER                   PIC X(07).
