      *****************************************************************
      *    CHKZBLK  -  CHKBLZ-BLOCK LINKAGE LAYOUT FOR THE CHKBLZ
      *    BANK-DIRECTORY LOOKUP SUBPROGRAM.  SHARED BY EVERY CALLER SO
      *    THE PARAMETER SHAPE ONLY HAS TO CHANGE IN ONE PLACE.
      *
      *    THE CALLER SUPPLIES A GERMAN BANK CODE (BLZ, IBAN POSITIONS
      *    5-12) AND OPTIONALLY THE BIC IT CAME WITH; CHKBLZ LOOKS IT
      *    UP IN TBC_BANK_DIR (LOADED FROM THE BUNDESBANK DIRECTORY BY
      *    CRBLZL1) AND HANDS BACK THE BANK'S OWN BIC.
      *    RETURN CODES FOLLOW CHKIBN / CHKBIC -
      *      00  BANK CODE ACTIVE, BIC (IF GIVEN) BELONGS TO THE BANK
      *      04  WARNING - REASON BICMISM  BIC IS NOT THE BANK'S
      *                    REASON BLZMERGD BANK CODE DELETED, MERGED
      *                                    INTO CHKBLZ-SUCCESSOR
      *      08  ERROR   - REASON BLZUNKN  BANK CODE NOT IN DIRECTORY
      *                    REASON BLZDELET BANK CODE DELETED, NO
      *                                    SUCCESSOR
      *      12  SEVERE  - REASON BLZSQLER DIRECTORY COULD NOT BE READ
      *    CHKBLZ-DIR-BIC IS THE BANK'S BIC (THE SUCCESSOR'S FOR A
      *    MERGED CODE), SPACES WHEN THE DIRECTORY HOLDS NONE.
      *****************************************************************
       01 CHKBLZ-BLOCK.
        03 LT-CHKBLZ               PIC X(8) VALUE "CHKBLZ  ".
        03 CHKBLZ-PARMS.
          05 CHKBLZ-BANK-CODE      PIC X(08).
          05 CHKBLZ-BIC            PIC X(11).
        03 CHKBLZ-RETURN-BLOCK .
          05 CHKBLZ-RETURN-CODE  PIC 9(02).
          05 CHKBLZ-REASON-CODE  PIC X(08).
          05 CHKBLZ-DIR-BIC      PIC X(11).
          05 CHKBLZ-SUCCESSOR    PIC X(08).
