      *              THE DETAIL BODY.  SIGNED AMOUNTS CARRY A
      *              LEADING SEPARATE SIGN - A CREDIT-HEAVY MONTH
      *              CAN LEGITIMATELY PRODUCE A NEGATIVE DETAIL.
      *              "A" ADJUSTMENT RECORDS SHARE THE DETAIL LAYOUT:
      *              ONE PER SALESREP, EARLIER SALES MONTH AND RATE
      *              WHOSE COMMISSION WAS RECOMPUTED THIS RUN, WITH
      *              PY-ADJUSTED-MONTH NAMING THE SALES MONTH AND THE
      *              GROSS AND COMMISSION FIELDS CARRYING THE CHANGE -
      *              NEGATIVE FOR A CLAWBACK.  THE TRAILER COUNTS AND
      *              TOTALS THE ADJUSTMENTS SEPARATELY FROM THE
      *              DETAILS.
      ****************************************************************
       01  PAYROLL-INTERFACE-RECORD.
           05 PY-RECORD-TYPE           PIC X(01).
              88 PY-HEADER                 VALUE "H".
              88 PY-DETAIL                 VALUE "D".
              88 PY-TRAILER                VALUE "T".
              88 PY-ADJUSTMENT             VALUE "A".
           05 PY-DETAIL-BODY.
              10 PY-PAY-YEAR           PIC 9(04).
              10 PY-PAY-MONTH          PIC 9(02).
                                       SIGN IS LEADING SEPARATE.
              10 PY-COMMISSION-AMOUNT  PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
              10 PY-ADJUSTED-MONTH     PIC 9(02).
              10 FILLER                PIC X(31).
           05 PY-HEADER-BODY           REDEFINES PY-DETAIL-BODY.
              10 PY-RUN-DATE           PIC 9(08).
              10 PY-RUN-TIME           PIC 9(04).
                                       SIGN IS LEADING SEPARATE.
              10 PY-TOTAL-COMMISSION   PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
              10 PY-ADJUSTMENT-COUNT   PIC 9(05).
              10 PY-TOTAL-ADJUSTMENT   PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
              10 FILLER                PIC X(31).
