      ****************************************************************
      * COPYBOOK:    BRCHTRN
      * DESCRIPTION: BRANCH MASTER MAINTENANCE TRANSACTION.  ONE
      *              RECORD PER ADD/CHANGE/DELETE REQUEST AGAINST THE
      *              BRANCH MASTER, KEYED BY BX-BRANCH-NUMBER AND
      *              ARRIVING IN ASCENDING BRANCH ORDER FOR THE
      *              SEQUENTIAL OLD-MASTER/NEW-MASTER UPDATE.  ON AN
      *              ADD EVERY FIELD IS REQUIRED.  ON A CHANGE A
      *              SPACE BRANCH NAME, A SPACE OR ZERO REGION CODE,
      *              AND A SPACE REGION NAME MEAN "LEAVE AS IS".  ON
      *              A DELETE ONLY THE BRANCH NUMBER IS USED.  THE -X
      *              REDEFINES EXIST SO THE MAINTENANCE PROGRAM CAN
      *              CLASS-TEST EACH KEYED FIELD BEFORE TREATING IT
      *              AS A NUMBER.
      ****************************************************************
       01  BRANCH-TRANSACTION-RECORD.
           05 BX-ACTION-CODE           PIC X(01).
              88 BX-ADD                    VALUE "A".
              88 BX-CHANGE                 VALUE "C".
              88 BX-DELETE                 VALUE "D".
           05 BX-BRANCH-NUMBER         PIC 9(02).
           05 BX-BRANCH-NUMBER-X       REDEFINES BX-BRANCH-NUMBER
                                       PIC X(02).
           05 BX-BRANCH-NAME           PIC X(20).
           05 BX-REGION-CODE           PIC 9(02).
           05 BX-REGION-CODE-X         REDEFINES BX-REGION-CODE
                                       PIC X(02).
           05 BX-REGION-NAME           PIC X(20).
           05 FILLER                   PIC X(35).
