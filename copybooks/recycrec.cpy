001686*                     RESUBMISSION KEEPS ITS CATEGORY; THE     *
001688*                     REASON DROPS TO 37 BYTES AT ITS OLD      *
001690*                     OFFSET, STILL CLEAR OF THE 32 IN USE     *
001691*    2026-10-13 JRM   CARRY THE ID OF THE OPERATOR WHO APPLIED  *
001692*                     THE CORRECTION (EXCPFIX1) AT THE END OF   *
001693*                     THE RECORD, SO A CORRECTION CAN BE        *
001694*                     TRACED TO ITS AUTHOR; RECORDS ALREADY ON  *
001695*                     FILE READ BACK WITH IT BLANK              *
001700*                                                               *
001800*****************************************************************
001900 01  RY-RECYCLE-RECORD.
003270*    ITS REASON AT THE OLD OFFSET AND READS BACK WITH A         *
003280*    BLANK (GENERAL) CATEGORY.                                  *
003290     05  RY-CATEGORY                 PIC X(02).
003300*    THE CORRECTING OPERATOR IS APPENDED AFTER THE CATEGORY;    *
003400*    A RECORD NOT YET CORRECTED, OR ONE CORRECTED BEFORE THE    *
003500*    ID WAS CARRIED, HOLDS SPACES.                              *
003600     05  RY-CORR-OPERATOR-ID         PIC X(08).
