      ****************************************************************
      * COPYBOOK:    RCVRCTL
      * DESCRIPTION: CUSTOMER MASTER FORWARD-RECOVERY CONTROL CARD.
      *              ONE RECORD READ AT THE START OF THE RECOVERY.
      *              RV-RECOVERY-DATE AND RV-RECOVERY-TIME (CCYYMMDD
      *              AND HHMM, THE SAME STAMP THE CUSTOMER-CHANGE
      *              AUDIT RECORDS CARRY) NAME THE POINT THE RELOADED
      *              BACKUP IS ROLLED FORWARD TO - EVERY AUDIT RECORD
      *              WRITTEN SINCE THE BACKUP IS REAPPLIED UP TO THE
      *              FIRST ONE STAMPED LATER THAN THAT POINT.  A ZERO
      *              OR SPACE DATE, OR A MISSING CARD, ROLLS FORWARD
      *              THROUGH THE LAST AUDIT RECORD ON FILE; A ZERO OR
      *              SPACE TIME WITH A DATE MEANS THE END OF THAT
      *              DAY.  A DATE OR TIME THAT IS PRESENT BUT NOT
      *              VALID STOPS THE RUN.  THE -X REDEFINES EXIST SO
      *              THE RUN CAN CLASS-TEST EACH FIELD BEFORE
      *              TREATING IT AS A NUMBER.
      ****************************************************************
       01  RECOVERY-CONTROL-RECORD.
           05 RV-RECOVERY-DATE         PIC 9(08).
           05 RV-RECOVERY-DATE-X       REDEFINES RV-RECOVERY-DATE
                                       PIC X(08).
           05 RV-RECOVERY-TIME         PIC 9(04).
           05 RV-RECOVERY-TIME-SPLIT   REDEFINES RV-RECOVERY-TIME.
              10 RV-RECOVERY-HOURS     PIC 9(02).
              10 RV-RECOVERY-MINUTES   PIC 9(02).
           05 RV-RECOVERY-TIME-X       REDEFINES RV-RECOVERY-TIME
                                       PIC X(04).
           05 FILLER                   PIC X(68).
