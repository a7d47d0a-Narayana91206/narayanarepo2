000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK      STNDINS                                     *
000400*    DESCRIPTION    STANDING-INSTRUCTION RECORD LAYOUT          *
000500*                   ONE RECORD ON THE STNDINS FILE FOR EACH     *
000600*                   AA/BB PAIR THAT IS KEYED THE SAME WAY ON A  *
000700*                   REGULAR CYCLE.  STNMNT1 MAINTAINS THE FILE; *
000800*                   STNGEN1 WRITES THE INSTRUCTIONS DUE ON A    *
000900*                   PROCESSING DATE TO TRANMAST AHEAD OF        *
001000*                   ADDPROG1.  FREQUENCY D = EVERY BUSINESS DAY;*
001100*                   W = WEEKLY ON WEEKDAY SI-FREQ-DAY (1 = MON  *
001200*                   TO 5 = FRI), OR THE NEXT BUSINESS DAY OF    *
001300*                   THAT WEEK WHEN IT IS A HOLIDAY; M = MONTHLY *
001400*                   ON THE SI-FREQ-DAY'TH BUSINESS DAY, OR THE  *
001500*                   LAST ONE WHEN THE MONTH HAS FEWER; L =      *
001600*                   MONTHLY ON THE LAST BUSINESS DAY.  AN       *
001700*                   INSTRUCTION IN A SENSCAT CATEGORY WAITS AT  *
001800*                   STATUS P UNTIL A SECOND OPERATOR APPROVES   *
001900*                   IT.  A CANCELLED INSTRUCTION IS KEPT SO THE *
002000*                   ID ON THE TRANSACTIONS IT GENERATED STILL   *
002100*                   TRACES BACK TO IT.                          *
002200*                                                               *
002300*    MODIFICATION HISTORY                                      *
002400*    DATE       INIT  DESCRIPTION                               *
002500*    2026-10-11 JRM   INITIAL VERSION                           *
002600*                                                               *
002700*****************************************************************
002800 01  SI-INSTRUCTION-RECORD.
002900     05  SI-INSTR-ID                 PIC 9(06).
003000     05  SI-STATUS                   PIC X(01).
003100         88  SI-STATUS-ACTIVE                 VALUE "A".
003200         88  SI-STATUS-PENDING                VALUE "P".
003300         88  SI-STATUS-CANCELLED              VALUE "C".
003400     05  SI-AA                       PIC X(02).
003500     05  SI-BB                       PIC X(02).
003600     05  SI-CATEGORY                 PIC X(02).
003700     05  SI-FREQUENCY                PIC X(01).
003800         88  SI-FREQ-DAILY                    VALUE "D".
003900         88  SI-FREQ-WEEKLY                   VALUE "W".
004000         88  SI-FREQ-MONTHLY-NTH              VALUE "M".
004100         88  SI-FREQ-MONTHLY-LAST             VALUE "L".
004200         88  SI-FREQ-VALID                    VALUE "D" "W"
004300                                                    "M" "L".
004400     05  SI-FREQ-DAY                 PIC 9(02).
004500     05  SI-START-DATE               PIC 9(08).
004600     05  SI-END-DATE                 PIC 9(08).
004700     05  SI-OWNER-ID                 PIC X(08).
004800     05  SI-DESCRIPTION              PIC X(20).
004900     05  SI-MAINT-ID                 PIC X(08).
005000     05  SI-MAINT-DATE               PIC 9(08).
005100     05  SI-MAINT-TIME               PIC 9(08).
005200     05  SI-APPROVER-ID              PIC X(08).
005300     05  SI-APPROVE-DATE             PIC 9(08).
005400     05  SI-APPROVE-TIME             PIC 9(08).
005500     05  FILLER                      PIC X(12).
