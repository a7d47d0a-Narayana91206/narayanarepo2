000500*                   SEQUENTIAL UNLOAD OF THE KEYED MASTER,      *
000600*                   WRITTEN BY TRNBKP1 BEFORE THE NIGHTLY       *
000700*                   CYCLE: ONE TYPE-D RECORD PER MASTER         *
000800*                   RECORD (THE MASTER IMAGE UNCHANGED) AND     *
000900*                   A TYPE-T TRAILER CARRYING THE RECORD        *
001000*                   COUNTS BY STATUS, SO TRNVFY1 CAN PROVE      *
001100*                   THE IMAGE AGAINST THE LIVE FILE AND         *
001500*    MODIFICATION HISTORY                                      *
001600*    DATE       INIT  DESCRIPTION                               *
001700*    2026-09-01 JRM   INITIAL VERSION                           *
001710*    2026-10-02 JRM   IMAGE WIDENED TO 160 BYTES WITH THE       *
001720*                     TRANSACTION MASTER                        *
001730*    2026-10-15 JRM   TRAILER ALSO COUNTS REVERSAL-PENDING,     *
001740*                     REVERSED AND HELD RECORDS; A TRAILER      *
001750*                     WRITTEN BEFORE HAS SPACES THERE           *
001800*                                                               *
001900*****************************************************************
002000 01  BK-BACKUP-RECORD.
002100     05  BK-RECORD-TYPE              PIC X(01).
002200         88  BK-TYPE-DETAIL                   VALUE "D".
002300         88  BK-TYPE-TRAILER                  VALUE "T".
002400     05  BK-RECORD-BODY              PIC X(160).
002500     05  BK-DETAIL-FIELDS REDEFINES BK-RECORD-BODY.
002600         10  BK-MASTER-IMAGE         PIC X(160).
002700     05  BK-TRAILER-FIELDS REDEFINES BK-RECORD-BODY.
002800         10  BK-TRL-BACKUP-DATE      PIC 9(08).
002900         10  BK-TRL-BACKUP-TIME      PIC 9(08).
003300         10  BK-TRL-DELETE-CNT       PIC 9(08).
003400         10  BK-TRL-POSTED-CNT       PIC 9(08).
003500         10  BK-TRL-REJECT-CNT       PIC 9(08).
003510         10  BK-TRL-REVPEND-CNT      PIC 9(08).
003520         10  BK-TRL-REVERSED-CNT     PIC 9(08).
003530         10  BK-TRL-HELD-CNT         PIC 9(08).
003600         10  FILLER                  PIC X(72).
