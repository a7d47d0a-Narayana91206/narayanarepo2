000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK      BUDIN                                       *
000400*    DESCRIPTION    BUDGET INTERCHANGE RECORD LAYOUT            *
000500*                   FIXED LENGTH 80 WITH A RECORD-TYPE CODE IN  *
000600*                   BYTE 1, BATCHED THE SAME WAY AS TRANFILE:   *
000700*                   ONE OR MORE GROUPS, EACH A HEADER ('H')     *
000800*                   GIVING THE CREATION DATE, FISCAL YEAR AND   *
000900*                   SOURCE, ANY NUMBER OF DETAILS ('D') - ONE   *
001000*                   PER ACCOUNT AND MONTH - AND A TRAILER ('T') *
001100*                   CARRYING THE DETAIL COUNT AND THE HASH      *
001200*                   TOTAL OF THE BUDGET AMOUNTS.  FINANCE CUTS  *
001300*                   THE FILE FROM THE BUDGET SPREADSHEET.       *
001400*                                                               *
001500*    MODIFICATION HISTORY                                      *
001600*    DATE       INIT  DESCRIPTION                               *
001700*    2026-10-08 JRM   INITIAL VERSION                           *
001800*                                                               *
001900*****************************************************************
002000 01  BI-BUDGET-RECORD.
002100     05  BI-RECORD-TYPE              PIC X(01).
002200         88  BI-TYPE-HEADER                   VALUE "H".
002300         88  BI-TYPE-DETAIL                   VALUE "D".
002400         88  BI-TYPE-TRAILER                  VALUE "T".
002500     05  BI-RECORD-BODY              PIC X(79).
002600     05  BI-DETAIL-FIELDS REDEFINES BI-RECORD-BODY.
002700         10  BI-ACCOUNT              PIC X(08).
002800         10  BI-PERIOD-X             PIC X(06).
002900         10  BI-PERIOD REDEFINES BI-PERIOD-X
003000                                     PIC 9(06).
003100         10  BI-NORMAL-SIDE          PIC X(02).
003200             88  BI-SIDE-VALID                VALUE "DR" "CR".
003300         10  BI-AMOUNT               PIC S9(09).
003400         10  FILLER                  PIC X(54).
003500     05  BI-HEADER-FIELDS REDEFINES BI-RECORD-BODY.
003600         10  BI-HDR-CREATE-DATE      PIC 9(08).
003700         10  BI-HDR-FISCAL-YEAR      PIC 9(04).
003800         10  BI-HDR-SOURCE           PIC X(08).
003900         10  FILLER                  PIC X(59).
004000     05  BI-TRAILER-FIELDS REDEFINES BI-RECORD-BODY.
004100         10  BI-TRL-RECORD-CNT       PIC 9(08).
004200         10  BI-TRL-HASH-AMOUNT      PIC S9(11).
004300         10  FILLER                  PIC X(60).
