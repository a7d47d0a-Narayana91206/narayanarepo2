001160*                     KEYED THE TRANSACTION SO THE TRAIL        *
001170*                     ANSWERS WHO ENTERED EVERY PAIR            *
001180*    2026-09-01 JRM   CARRY THE TRANSACTION CATEGORY CODE      *
001182*    2026-10-02 JRM   ENTRY TYPE R MARKS A SUPERVISOR          *
001184*                     REVERSAL; THE OPERATOR IS THE SUPERVISOR *
001186*                     WHO REQUESTED IT                         *
001187*    2026-10-05 JRM   CARRY THE SUPERVISOR WHO APPROVED THE    *
001188*                     ITEM AND WHEN.  APPROV1 APPENDS ONE      *
001189*                     DECISION RECORD (BATCH APPROVAL, ENTRY   *
001190*                     TYPE A OR X) PER APPROVED OR DECLINED    *
001191*                     MAINTENANCE ITEM: ITS OPERATOR, RUN DATE *
001192*                     AND RUN TIME ARE THE KEYING OPERATOR AND *
001193*                     WHEN THE ITEM WAS KEYED, AND ITS         *
001194*                     OPERATION CODE IS THE ACTION (A ADD,     *
001195*                     C CHANGE, D DELETE)                      *
001200*                                                               *
001300*****************************************************************
001400 01  AU-AUDIT-RECORD.
002200     05  AU-CC                       PIC S9(05).
002250     05  AU-OPERATOR-ID              PIC X(08).
002260     05  AU-CATEGORY                 PIC X(02).
002270     05  AU-ENTRY-TYPE               PIC X(01).
002280         88  AU-ENTRY-ORIGINAL                VALUE SPACE.
002290         88  AU-ENTRY-REVERSAL                VALUE "R".
002291         88  AU-ENTRY-APPROVED                VALUE "A".
002292         88  AU-ENTRY-DECLINED                VALUE "X".
002293     05  AU-APPROVER-ID              PIC X(08).
002294     05  AU-APPROVE-DATE             PIC 9(08).
002295     05  AU-APPROVE-TIME             PIC 9(08).
002300     05  FILLER                      PIC X(03).
