001000*    2026-08-09 JRM   INITIAL VERSION                           *
001010*    2026-09-01 JRM   CARRY THE TRANSACTION CATEGORY CODE SO   *
001020*                     THE POSTING JOB CAN MAP BY CATEGORY      *
001030*    2026-10-02 JRM   ENTRY TYPE R MARKS A SUPERVISOR          *
001040*                     REVERSAL - CC IS THE NEGATED ORIGINAL CC *
001050*                     AND THE ORIGINAL POSTING DATE AND BATCH  *
001060*                     TIE IT BACK TO THE ENTRY IT REVERSES     *
001100*                                                               *
001200*****************************************************************
001300 01  GL-EXTRACT-RECORD.
001900     05  GL-OPERATION-CODE           PIC X(01).
002000     05  GL-CC                       PIC S9(05).
002050     05  GL-CATEGORY                 PIC X(02).
002060     05  GL-ENTRY-TYPE               PIC X(01).
002070         88  GL-ENTRY-ORIGINAL                VALUE SPACE.
002080         88  GL-ENTRY-REVERSAL                VALUE "R".
002090     05  GL-ORIG-POST-DATE           PIC 9(08).
002095     05  GL-ORIG-BATCH-ID            PIC X(08).
002100     05  FILLER                      PIC X(27).
