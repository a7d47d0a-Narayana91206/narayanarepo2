000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK      PENDAPR                                     *
000400*    DESCRIPTION    PENDING-APPROVAL RECORD LAYOUT              *
000500*                   ONE RECORD ON THE PENDAPPR FILE FOR EVERY   *
000550*                   ONLINE CHANGE, DELETE, REVERSAL, OR ADD IN  *
000600*                   A SENSITIVE CATEGORY KEYED THROUGH          *
000650*                   ADDONL1.  THE ITEM WAITS HERE, NOT ON       *
000700*                   TRANMAST, UNTIL A SECOND OPERATOR WITH      *
000750*                   SUPERVISOR AUTHORITY APPROVES OR DECLINES   *
000800*                   IT THROUGH APPROV1 - NEVER THE OPERATOR     *
000850*                   WHO KEYED IT.  A CHANGE, DELETE OR          *
000900*                   REVERSAL HOLDS ITS TARGET MASTER RECORD     *
000950*                   (STATUS H) WHILE IT WAITS.  A REVERSAL IS   *
001000*                   ACTION R; WHEN IT WAS KEYED WITH A          *
001050*                   CORRECTION THE CORRECTED AA, BB AND         *
001100*                   CATEGORY RIDE ON THE ITEM, AND THEY ARE     *
001150*                   BLANK FOR A REVERSAL ALONE.  THE RESULT ID  *
001200*                   IS THE MASTER RECORD WRITTEN ON APPROVAL    *
001250*                   OF AN ADD, A CHANGE OR A CORRECTION.        *
001300*                   ONCE DECIDED, AN ITEM IS MOVED BY APPROV1   *
001350*                   TO THE PENDHIST HISTORY FILE, SAME LAYOUT.  *
001600*                                                               *
001700*    MODIFICATION HISTORY                                      *
001800*    DATE       INIT  DESCRIPTION                               *
001900*    2026-10-05 JRM   INITIAL VERSION                           *
001920*    2026-10-15 JRM   ACTION R - REVERSAL OF A HELD POSTED      *
001940*                     RECORD, WITH ANY CORRECTION ON THE ITEM;  *
001960*                     DECIDED ITEMS MOVE TO PENDHIST            *
002000*                                                               *
002100*****************************************************************
002200 01  PN-PENDING-RECORD.
002300     05  PN-PEND-ID                  PIC 9(08).
002400     05  PN-STATUS                   PIC X(01).
002500         88  PN-WAITING                       VALUE "W".
002600         88  PN-APPROVED                      VALUE "A".
002700         88  PN-DECLINED                      VALUE "X".
002800     05  PN-ACTION                   PIC X(01).
002900         88  PN-ACTION-ADD                    VALUE "A".
003000         88  PN-ACTION-CHANGE                 VALUE "C".
003100         88  PN-ACTION-DELETE                 VALUE "D".
003150         88  PN-ACTION-REVERSE                VALUE "R".
003200     05  PN-TARGET-ID                PIC 9(08).
003300     05  PN-AA                       PIC X(02).
003400     05  PN-BB                       PIC X(02).
003500     05  PN-CATEGORY                 PIC X(02).
003600     05  PN-KEYED-BY                 PIC X(08).
003700     05  PN-KEYED-DATE               PIC 9(08).
003800     05  PN-KEYED-TIME               PIC 9(08).
003900     05  PN-DECIDED-BY               PIC X(08).
004000     05  PN-DECIDED-DATE             PIC 9(08).
004100     05  PN-DECIDED-TIME             PIC 9(08).
004200     05  PN-RESULT-ID                PIC 9(08).
004300     05  PN-REASON                   PIC X(20).
