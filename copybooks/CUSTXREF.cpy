      ****************************************************************
      * COPYBOOK:    CUSTXREF
      * DESCRIPTION: CUSTOMER MERGE CROSS-REFERENCE.  ONE RECORD PER
      *              CUSTOMER NUMBER ABSORBED BY THE CUSTOMER MERGE,
      *              NAMING THE CUSTOMER IT WAS MERGED INTO AND THE
      *              BUSINESS DATE OF THE MERGE.  THE MERGE APPENDS TO
      *              IT AND NOTHING EVER REMOVES A RECORD, SO IT HOLDS
      *              EVERY MERGE EVER MADE, IN THE ORDER MADE.  THE
      *              BILLING LOAD READS IT TO POST AN ABSORBED
      *              NUMBER'S BILLING LINES - THE CUMULATIVE EXTRACT
      *              STILL CARRIES THEM UNDER THE OLD NUMBER - INTO THE
      *              SURVIVING CUSTOMER.  A SURVIVOR THAT IS ITSELF
      *              ABSORBED BY A LATER MERGE APPEARS AS AN ABSORBED
      *              NUMBER ON A LATER RECORD; THE READER FOLLOWS THE
      *              CHAIN TO THE CUSTOMER STILL ON FILE.
      ****************************************************************
       01  CUSTOMER-XREF-RECORD.
           05 CX-ABSORBED-NUMBER       PIC 9(05).
           05 CX-SURVIVOR-NUMBER       PIC 9(05).
           05 CX-MERGE-DATE            PIC 9(08).
           05 CX-PROGRAM-NAME          PIC X(08).
           05 FILLER                   PIC X(54).
