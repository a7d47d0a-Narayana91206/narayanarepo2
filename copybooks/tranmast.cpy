002010*    2026-09-01 JRM   CARRY THE TRANSACTION CATEGORY CODE      *
002020*                     KEYED AT ENTRY TIME SO GL POSTING CAN    *
002030*                     MAP BY CATEGORY; BLANK MEANS GENERAL     *
002040*    2026-10-02 JRM   RECORD WIDENED TO 160 BYTES.  CARRY THE  *
002050*                     OPERATION CODE AND CC AS POSTED, SO A    *
002060*                     SUPERVISOR REVERSAL CAN NEGATE EXACTLY   *
002070*                     WHAT WENT TO THE LEDGER; NEW STATUSES V  *
002080*                     (REVERSAL PENDING, AWAITING THE NIGHTLY  *
002090*                     RUN) AND R (REVERSED), THE REVERSAL DATE *
002100*                     AND BATCH, AND THE OPERATOR WHO LAST     *
002110*                     CHANGED, DELETED OR REVERSED THE RECORD  *
002120*    2026-10-05 JRM   NEW STATUS H (HELD) - A CHANGE OR DELETE *
002130*                     IS WAITING IN PENDAPPR FOR A SECOND      *
002140*                     OPERATOR, SO THE NIGHTLY RUN LEAVES IT   *
002150*                     ALONE; CARRY THE APPROVING SUPERVISOR    *
002160*                     AND THE DATE AND TIME OF APPROVAL        *
002170*    2026-10-10 JRM   TM-STATUS IS NOW ALSO AN ALTERNATE KEY    *
002180*                     WITH DUPLICATES, SO THE ACTIVE AND        *
002190*                     REVERSAL-PENDING RECORDS CAN BE REACHED   *
002200*                     WITHOUT READING THE WHOLE FILE; EVERY     *
002210*                     SELECT FOR TRANMAST DECLARES IT.  NEW     *
002220*                     IDS ARE HANDED OUT BY TRNIDS1 (TRANCTL)   *
002222*    2026-10-11 JRM   CARRY THE STANDING INSTRUCTION A RECORD   *
002224*                     WAS GENERATED FROM (IN FORMER FILLER);    *
002226*                     SET ONLY WHEN TM-SOURCE IS STANDING       *
002230*                                                               *
002240*****************************************************************
002300 01  TM-MASTER-RECORD.
002400     05  TM-TRANS-ID                 PIC 9(08).
002500     05  TM-STATUS                   PIC X(01).
002800         88  TM-STATUS-DELETED                VALUE "D".
002900         88  TM-STATUS-POSTED                 VALUE "P".
003000         88  TM-STATUS-REJECTED               VALUE "E".
003010         88  TM-STATUS-REV-PENDING            VALUE "V".
003020         88  TM-STATUS-REVERSED               VALUE "R".
003040         88  TM-STATUS-HELD                   VALUE "H".
003100     05  TM-AA                       PIC X(02).
003200     05  TM-BB                       PIC X(02).
003300     05  TM-ENTRY-DATE               PIC 9(08).
003800     05  TM-POST-DATE                PIC 9(08).
003900     05  TM-POST-BATCH               PIC X(08).
003950     05  TM-CATEGORY                 PIC X(02).
004000     05  TM-POST-OP-CODE             PIC X(01).
004100     05  TM-POST-CC                  PIC S9(05).
004200     05  TM-REV-DATE                 PIC 9(08).
004300     05  TM-REV-BATCH                PIC X(08).
004400     05  TM-MAINT-ID                 PIC X(08).
004500     05  TM-MAINT-DATE               PIC 9(08).
004600     05  TM-MAINT-TIME               PIC 9(08).
004700     05  TM-APPROVER-ID              PIC X(08).
004800     05  TM-APPROVE-DATE             PIC 9(08).
004900     05  TM-APPROVE-TIME             PIC 9(08).
005000     05  TM-STANDING-ID              PIC 9(06).
005100     05  FILLER                      PIC X(13).
