000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK      ACKREC                                      *
000400*    DESCRIPTION    FEED ACKNOWLEDGMENT RECORD LAYOUT           *
000500*                   FIXED LENGTH 80 WITH A RECORD-TYPE CODE IN  *
000600*                   BYTE 1, IN THE SAME GROUPING AS THE         *
000700*                   TRANFILE THE FEEDS SEND US: ONE GROUP PER   *
000800*                   SENDING SOURCE, EACH A HEADER ('H'), ONE    *
000900*                   DETAIL ('D') PER RECORD THE SOURCE SENT,    *
001000*                   AND A TRAILER ('T') WITH THE COUNTS AND     *
001100*                   AA/BB/CC HASH TOTALS.  A NON-NUMERIC AA OR  *
001200*                   BB COUNTS AS ZERO IN THE HASH TOTALS, AS ON *
001300*                   TRANFILE, SO A FEED CAN TIE THE TRAILER     *
001400*                   BACK TO WHAT IT SENT.  THE DISPOSITION IS   *
001500*                   'P' = POSTED OR 'E' = REJECTED; A REJECT    *
001600*                   CARRIES THE VALRULES RULE ID WHEN A RULE    *
001700*                   FAILED AND THE EXCEPTION REASON.            *
001800*                                                               *
001900*    MODIFICATION HISTORY                                      *
002000*    DATE       INIT  DESCRIPTION                               *
002100*    2026-10-06 JRM   INITIAL VERSION                           *
002200*                                                               *
002300*****************************************************************
002400 01  AK-ACK-RECORD.
002500     05  AK-RECORD-TYPE              PIC X(01).
002600         88  AK-TYPE-HEADER                   VALUE "H".
002700         88  AK-TYPE-DETAIL                   VALUE "D".
002800         88  AK-TYPE-TRAILER                  VALUE "T".
002900     05  AK-RECORD-BODY              PIC X(79).
003000     05  AK-HEADER-FIELDS REDEFINES AK-RECORD-BODY.
003100         10  AK-HDR-SOURCE           PIC X(08).
003200         10  AK-HDR-PROC-DATE        PIC 9(08).
003300         10  AK-HDR-BATCH-ID         PIC X(08).
003400         10  AK-HDR-CREATE-DATE      PIC 9(08).
003500         10  AK-HDR-CREATE-TIME      PIC 9(08).
003600         10  FILLER                  PIC X(39).
003700     05  AK-DETAIL-FIELDS REDEFINES AK-RECORD-BODY.
003800         10  AK-TRANS-ID             PIC 9(08).
003900         10  AK-DISPOSITION          PIC X(01).
004000             88  AK-POSTED                    VALUE "P".
004100             88  AK-REJECTED                  VALUE "E".
004200         10  AK-AA                   PIC X(02).
004300         10  AK-BB                   PIC X(02).
004400         10  AK-CATEGORY             PIC X(02).
004500         10  AK-CC                   PIC S9(05).
004600         10  AK-RULE-ID              PIC X(04).
004700         10  AK-REASON               PIC X(37).
004800         10  FILLER                  PIC X(18).
004900     05  AK-TRAILER-FIELDS REDEFINES AK-RECORD-BODY.
005000         10  AK-TRL-RECORD-CNT       PIC 9(08).
005100         10  AK-TRL-POSTED-CNT       PIC 9(08).
005200         10  AK-TRL-REJECT-CNT       PIC 9(08).
005300         10  AK-TRL-HASH-AA          PIC 9(08).
005400         10  AK-TRL-HASH-BB          PIC 9(08).
005500         10  AK-TRL-HASH-CC          PIC S9(09).
005600         10  FILLER                  PIC X(30).
