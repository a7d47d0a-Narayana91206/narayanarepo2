001600*    2026-09-01 JRM   INITIAL VERSION                           *
001610*    2026-09-01 JRM   CARRY THE TRANSACTION CATEGORY CODE,     *
001620*                     MATCHING THE LIVE MASTER LAYOUT          *
001630*    2026-10-02 JRM   CARRY THE POSTED OPERATION CODE AND CC,  *
001640*                     REVERSAL DATE AND BATCH, AND LAST        *
001650*                     MAINTENANCE OPERATOR, MATCHING THE       *
001660*                     WIDENED LIVE MASTER LAYOUT               *
001670*    2026-10-05 JRM   CARRY THE APPROVING SUPERVISOR AND THE   *
001680*                     DATE AND TIME OF APPROVAL, MATCHING THE  *
001690*                     LIVE MASTER LAYOUT                       *
001692*    2026-10-11 JRM   CARRY THE STANDING INSTRUCTION ID,        *
001694*                     MATCHING THE LIVE MASTER LAYOUT           *
001695*    2026-10-15 JRM   DROP THE ONE-BYTE FILLER AFTER THE        *
001696*                     ARCHIVE DATE AND SHORTEN THE TRAILING     *
001697*                     FILLER SO THE RECORD IS 160 BYTES, THE    *
001698*                     SAME LENGTH AS THE LIVE MASTER            *
001700*                                                               *
001800*****************************************************************
001900 01  TA-ARCHIVE-RECORD.
002400         88  TA-STATUS-DELETED                VALUE "D".
002500         88  TA-STATUS-POSTED                 VALUE "P".
002600         88  TA-STATUS-REJECTED               VALUE "E".
002610         88  TA-STATUS-REV-PENDING            VALUE "V".
002620         88  TA-STATUS-REVERSED               VALUE "R".
002640         88  TA-STATUS-HELD                   VALUE "H".
002700     05  TA-AA                       PIC X(02).
002800     05  TA-BB                       PIC X(02).
002900     05  TA-ENTRY-DATE               PIC 9(08).
003500     05  TA-POST-BATCH               PIC X(08).
003550     05  TA-CATEGORY                 PIC X(02).
003600     05  TA-ARCH-DATE                PIC 9(08).
003800     05  TA-POST-OP-CODE             PIC X(01).
003900     05  TA-POST-CC                  PIC S9(05).
004000     05  TA-REV-DATE                 PIC 9(08).
004100     05  TA-REV-BATCH                PIC X(08).
004200     05  TA-MAINT-ID                 PIC X(08).
004300     05  TA-MAINT-DATE               PIC 9(08).
004400     05  TA-MAINT-TIME               PIC 9(08).
004500     05  TA-APPROVER-ID              PIC X(08).
004600     05  TA-APPROVE-DATE             PIC 9(08).
004700     05  TA-APPROVE-TIME             PIC 9(08).
004800     05  TA-STANDING-ID              PIC 9(06).
004900     05  FILLER                      PIC X(05).
