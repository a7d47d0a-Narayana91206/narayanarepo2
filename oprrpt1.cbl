000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     OPRRPT1.
000300 AUTHOR.         J R MARTIN.
000400 INSTALLATION.   FINANCE SYSTEMS - BATCH RECONCILIATION.
000500 DATE-WRITTEN.   2026-10-13.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PROGRAM      OPRRPT1                                      *
001000*    DESCRIPTION   OPERATOR ACTIVITY AND SEGREGATION-OF-DUTIES  *
001100*                  REPORT FOR SUPERVISION AND INTERNAL AUDIT,   *
001200*                  OVER A FROM/TO DATE RANGE (ARGUMENTS 1 AND   *
001300*                  2, YYYYMMDD; THE TO DATE DEFAULTS TO THE     *
001400*                  FROM DATE).  ARGUMENT 3 (OPTIONAL, YYYYMMDD) *
001410*                  IS THE DAY EXCPFIX1 BEGAN RECORDING THE      *
001420*                  CORRECTING OPERATOR.                         *
001500*                  SECTION 1 - FOR EACH OPERATOR AND DAY, THE   *
001600*                  TRANSACTIONS KEYED (ENTRY STAMP), CHANGED    *
001700*                  AND DELETED (MAINTENANCE STAMP) AND          *
001800*                  REJECTED (KEYED THAT DAY, NOW STATUS E),     *
001900*                  WITH THE REJECT RATE, FROM TRANMAST AND      *
002000*                  TRANARCH.  WORK WITH NO KEYING OPERATOR IS   *
002100*                  SHOWN UNDER ITS SOURCE (THE FEED OR STEP).   *
002200*                  A REVERSAL COUNTS AS A CHANGE.               *
002300*                  SECTION 2 - SEGREGATION-OF-DUTIES CONFLICTS: *
002400*                    OWN REJECT   - A RECYCLE CORRECTION MADE   *
002500*                                   BY THE OPERATOR WHO KEYED   *
002600*                                   THE REJECTED TRANSACTION    *
002700*                    OWN SECURITY - A SECADM1 CHANGE A          *
002800*                                   SUPERVISOR MADE TO THEIR    *
002900*                                   OWN SECURITY RECORD         *
003000*                    INACTIVE ID  - WORK KEYED, MAINTAINED OR   *
003100*                                   APPROVED UNDER AN ID AFTER  *
003200*                                   SECADM1 DEACTIVATED IT, OR  *
003300*                                   WHILE IT STOOD LOCKED       *
003400*                    OWN APPROVAL - AN APPROV1 DECISION ON AN   *
003500*                                   ITEM THE SAME OPERATOR      *
003600*                                   KEYED                       *
003620*                    NO CORR ID   - A RECYCLE CORRECTION MADE   *
003640*                                   WITH NO CORRECTING OPERATOR *
003660*                                   ON OR AFTER THE ARGUMENT 3  *
003680*                                   DATE.  WITHOUT ARGUMENT 3   *
003690*                                   NONE IS CHECKED; ALL ARE    *
003695*                                   COUNTED AS UNCHECKED        *
003700*                  THE SECAUDIT TRAIL IS READ IN FULL, SO A     *
003800*                  DEACTIVATION OR LOCK BEFORE THE RANGE STILL  *
003900*                  COUNTS.  THE JOB ENDS RC 4 WHEN THERE IS     *
004000*                  ANY CONFLICT.                                *
004100*                                                               *
004200*    MODIFICATION HISTORY                                      *
004300*    DATE       INIT  DESCRIPTION                               *
004400*    2026-10-13 JRM   INITIAL VERSION                           *
004420*    2026-10-15 JRM   LIST A CORRECTION WITH NO OPERATOR ID     *
004440*                     MADE SINCE EXCPFIX1 RECORDS ONE AND COUNT *
004460*                     OLDER ONES AS UNCHECKED; READ AUDITLOG    *
004480*                     INTO A WORKING-STORAGE AUDIT RECORD       *
004485*    2026-10-15 JRM   THE EXCPFIX1 OPERATOR ID CUT-OVER DATE IS *
004490*                     NOW ARGUMENT 3; WITHOUT IT EVERY          *
004495*                     CORRECTION WITH NO OPERATOR IS UNCHECKED  *
004500*                                                               *
004600*****************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.    IBM-370.
005000 OBJECT-COMPUTER.    IBM-370.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT MASTER-FILE     ASSIGN TO "TRANMAST"
005400             ORGANIZATION IS INDEXED
005500             ACCESS MODE IS DYNAMIC
005600             RECORD KEY IS TM-TRANS-ID
005700             ALTERNATE RECORD KEY IS TM-STATUS WITH DUPLICATES
005800             FILE STATUS IS WS-MASTER-STATUS.
005900*
006000     SELECT ARCHIVE-FILE    ASSIGN TO "TRANARCH"
006100             ORGANIZATION IS INDEXED
006200             ACCESS MODE IS DYNAMIC
006300             RECORD KEY IS TA-TRANS-ID
006400             FILE STATUS IS WS-ARCHIVE-STATUS.
006500*
006600     SELECT SECAUDIT-FILE   ASSIGN TO "SECAUDIT"
006700             ORGANIZATION IS LINE SEQUENTIAL
006800             FILE STATUS IS WS-SECAUDIT-STATUS.
006900*
007000     SELECT RECYCLE-FILE    ASSIGN TO "EXCPRCYC"
007100             ORGANIZATION IS LINE SEQUENTIAL
007200             FILE STATUS IS WS-RECYCLE-STATUS.
007300*
007400     SELECT AUDIT-FILE      ASSIGN TO "AUDITLOG"
007500             ORGANIZATION IS LINE SEQUENTIAL
007600             FILE STATUS IS WS-AUDIT-STATUS.
007700*
007800     SELECT AUDARC-FILE     ASSIGN TO "AUDITARC"
007900             ORGANIZATION IS LINE SEQUENTIAL
008000             FILE STATUS IS WS-AUDARC-STATUS.
008100*
008200     SELECT REPORT-FILE     ASSIGN TO "OPRRPT"
008300             ORGANIZATION IS LINE SEQUENTIAL
008400             FILE STATUS IS WS-REPORT-STATUS.
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  MASTER-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY "tranmast.cpy".
009000*
009100 FD  ARCHIVE-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY "tranarch.cpy".
009400*
009500 FD  SECAUDIT-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY "secaud.cpy".
009800*
009900 FD  RECYCLE-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY "recycrec.cpy".
010200*
010300 FD  AUDIT-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  AUDIT-RECORD                PIC X(80).
010600*
010700 FD  AUDARC-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 01  AUDARC-RECORD               PIC X(80).
011000*
011100 FD  REPORT-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 01  REPORT-RECORD               PIC X(80).
011400*
011500 WORKING-STORAGE SECTION.
011600*****************************************************************
011700*    RECORD COUNTERS AND CONFLICTS BY KIND                      *
011800*****************************************************************
011900 77  WS-MASTER-CNT               PIC 9(08) COMP VALUE ZERO.
012000 77  WS-ARCHIVE-CNT              PIC 9(08) COMP VALUE ZERO.
012100 77  WS-SECAUDIT-CNT             PIC 9(08) COMP VALUE ZERO.
012200 77  WS-RECYCLE-CNT              PIC 9(08) COMP VALUE ZERO.
012300 77  WS-AUDIT-CNT                PIC 9(08) COMP VALUE ZERO.
012400 77  WS-OWN-REJECT-CNT           PIC 9(06) COMP VALUE ZERO.
012500 77  WS-OWN-SECURITY-CNT         PIC 9(06) COMP VALUE ZERO.
012600 77  WS-INACTIVE-CNT             PIC 9(06) COMP VALUE ZERO.
012700 77  WS-OWN-APPROVAL-CNT         PIC 9(06) COMP VALUE ZERO.
012710 77  WS-NO-CORR-ID-CNT           PIC 9(06) COMP VALUE ZERO.
012720 77  WS-UNCHECKED-CNT            PIC 9(06) COMP VALUE ZERO.
012800*****************************************************************
012900*    FILE STATUS AND SWITCHES                                   *
013000*****************************************************************
013100 77  WS-MASTER-STATUS            PIC X(02)      VALUE SPACES.
013200 77  WS-ARCHIVE-STATUS           PIC X(02)      VALUE SPACES.
013300     88  WS-ARCHIVE-NOT-FOUND                   VALUE "35".
013400 77  WS-SECAUDIT-STATUS          PIC X(02)      VALUE SPACES.
013500     88  WS-SECAUDIT-NOT-FOUND                  VALUE "35".
013600 77  WS-RECYCLE-STATUS           PIC X(02)      VALUE SPACES.
013700     88  WS-RECYCLE-NOT-FOUND                   VALUE "35".
013800 77  WS-AUDIT-STATUS             PIC X(02)      VALUE SPACES.
013900     88  WS-AUDIT-NOT-FOUND                     VALUE "35".
014000 77  WS-AUDARC-STATUS            PIC X(02)      VALUE SPACES.
014100     88  WS-AUDARC-NOT-FOUND                    VALUE "35".
014200 77  WS-REPORT-STATUS            PIC X(02)      VALUE SPACES.
014300 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
014400     88  WS-EOF-REACHED                         VALUE "Y".
014500 77  WS-ARCHIVE-SW               PIC X(01)      VALUE "Y".
014600     88  WS-ARCHIVE-PRESENT                     VALUE "Y".
014700     88  WS-ARCHIVE-ABSENT                      VALUE "N".
014800 77  WS-KEYER-SW                 PIC X(01)      VALUE "N".
014900     88  WS-KEYER-FOUND                         VALUE "Y".
015000*****************************************************************
015100*    SELECTION RANGE FROM THE ARGUMENTS                         *
015200*****************************************************************
015300 01  WS-FROM-DATE-X              PIC X(08)      VALUE SPACES.
015400 01  WS-FROM-DATE8 REDEFINES WS-FROM-DATE-X
015500                                 PIC 9(08).
015600 01  WS-TO-DATE-X                PIC X(08)      VALUE SPACES.
015700 01  WS-TO-DATE8 REDEFINES WS-TO-DATE-X
015800                                 PIC 9(08).
015810*
015820*    THE DATE EXCPFIX1 BEGAN STAMPING THE CORRECTING OPERATOR;  *
015830*    ALL NINES WHEN ARGUMENT 3 IS NOT GIVEN                     *
015840 01  WS-CORR-ID-FROM-X           PIC X(08)      VALUE SPACES.
015850 01  WS-CORR-ID-FROM REDEFINES WS-CORR-ID-FROM-X
015860                                 PIC 9(08).
015870     88  WS-CORR-ID-NOT-GIVEN                   VALUE 99999999.
015900 01  WS-CURR-DATE8               PIC 9(08)      VALUE ZEROES.
016000*****************************************************************
016100*    THE RECORD UNDER CHECK - A MASTER OR ARCHIVE RECORD IS     *
016200*    MOVED HERE SO BOTH ARE COUNTED BY THE SAME PARAGRAPHS      *
016300*****************************************************************
016400 77  WS-CHK-ID                   PIC 9(08)      VALUE ZEROES.
016500 77  WS-CHK-STATUS               PIC X(01)      VALUE SPACES.
016600     88  WS-CHK-REJECTED                        VALUE "E".
016700     88  WS-CHK-DELETED                         VALUE "D".
016800 77  WS-CHK-OPERATOR             PIC X(08)      VALUE SPACES.
016900 77  WS-CHK-SOURCE               PIC X(08)      VALUE SPACES.
017000 77  WS-CHK-ENTRY-DATE           PIC 9(08)      VALUE ZEROES.
017100 77  WS-CHK-ENTRY-TIME           PIC 9(08)      VALUE ZEROES.
017200 77  WS-CHK-MAINT-ID             PIC X(08)      VALUE SPACES.
017300 77  WS-CHK-MAINT-DATE           PIC 9(08)      VALUE ZEROES.
017400 77  WS-CHK-MAINT-TIME           PIC 9(08)      VALUE ZEROES.
017500 77  WS-CHK-ACT-ID               PIC X(08)      VALUE SPACES.
017600 77  WS-CHK-ACTIVITY             PIC X(08)      VALUE SPACES.
017700 77  WS-KEYER-ID                 PIC X(08)      VALUE SPACES.
017800*
017900*    A DATE AND TIME TOGETHER, COMPARED AGAINST THE INTERVALS   *
018000 01  WS-STAMP.
018100     05  WS-STAMP-DATE           PIC 9(08)      VALUE ZEROES.
018200     05  WS-STAMP-TIME           PIC 9(08)      VALUE ZEROES.
018300 01  WS-OPEN-STAMP               PIC X(16)      VALUE ALL "9".
018400*****************************************************************
018500*    INTERVALS FROM THE SECAUDIT TRAIL DURING WHICH AN ID MAY   *
018600*    NOT BE USED - FROM A DEACT ONWARD, OR FROM A LOCK UNTIL    *
018700*    THE RESET THAT CLEARS IT.  AN INTERVAL STILL OPEN RUNS TO  *
018800*    WS-OPEN-STAMP.                                             *
018900*****************************************************************
019000 77  WS-IV-MAX                   PIC 9(04) COMP VALUE 1000.
019100 77  WS-IV-CNT                   PIC 9(04) COMP VALUE ZERO.
019200 77  WS-IV-IX                    PIC 9(04) COMP VALUE ZERO.
019300 77  WS-IV-HIT-IX                PIC 9(04) COMP VALUE ZERO.
019400 77  WS-NEW-IV-KIND              PIC X(01)      VALUE SPACES.
019500 01  WS-IV-TABLE.
019600     05  WS-IV-ENTRY OCCURS 1000 TIMES.
019700         10  WS-IV-OPERATOR      PIC X(08).
019800         10  WS-IV-KIND          PIC X(01).
019900             88  WS-IV-DEACT                VALUE "D".
020000             88  WS-IV-LOCK                 VALUE "L".
020100         10  WS-IV-FROM.
020200             15  WS-IV-FROM-DATE PIC 9(08).
020300             15  WS-IV-FROM-TIME PIC 9(08).
020400         10  WS-IV-TO            PIC X(16).
020500*****************************************************************
020600*    ACTIVITY BY OPERATOR AND DAY, HELD IN KEY ORDER AS IT IS   *
020700*    BUILT (AS RUNSLA1 HOLDS ITS CYCLES)                        *
020800*****************************************************************
020900 77  WS-AT-MAX                   PIC 9(04) COMP VALUE 5000.
021000 77  WS-AT-CNT                   PIC 9(04) COMP VALUE ZERO.
021100 77  WS-AT-IX                    PIC 9(04) COMP VALUE ZERO.
021200 77  WS-AT-HIT-IX                PIC 9(04) COMP VALUE ZERO.
021300 77  WS-AT-POS                   PIC 9(04) COMP VALUE ZERO.
021400 77  WS-SHIFT-IX                 PIC 9(04) COMP VALUE ZERO.
021500 01  WS-NEW-AT-KEY.
021600     05  WS-NEW-AT-OPERATOR      PIC X(08)      VALUE SPACES.
021700     05  WS-NEW-AT-DATE          PIC 9(08)      VALUE ZEROES.
021800 01  WS-AT-TABLE.
021900     05  WS-AT-ENTRY OCCURS 5000 TIMES.
022000         10  WS-AT-KEY.
022100             15  WS-AT-OPERATOR  PIC X(08).
022200             15  WS-AT-DATE      PIC 9(08).
022300         10  WS-AT-KEYED         PIC 9(07) COMP.
022400         10  WS-AT-CHANGED       PIC 9(07) COMP.
022500         10  WS-AT-DELETED       PIC 9(07) COMP.
022600         10  WS-AT-REJECTED      PIC 9(07) COMP.
022700*****************************************************************
022800*    CONFLICT LINES, HELD UNTIL SECTION 1 HAS BEEN PRINTED      *
022900*****************************************************************
023000 77  WS-CF-MAX                   PIC 9(04) COMP VALUE 1000.
023100 77  WS-CF-CNT                   PIC 9(04) COMP VALUE ZERO.
023200 77  WS-CF-IX                    PIC 9(04) COMP VALUE ZERO.
023300 01  WS-CF-NEW-LINE              PIC X(80)      VALUE SPACES.
023400 01  WS-CF-TABLE.
023500     05  WS-CF-LINE OCCURS 1000 TIMES
023600                                 PIC X(80).
023700*****************************************************************
023800*    SECTION 1 PRINT WORK - THE LINE BEING PRINTED, AND THE     *
023900*    OPERATOR AND GRAND TOTALS                                  *
024000*****************************************************************
024100 77  WS-PREV-OPERATOR            PIC X(08)      VALUE SPACES.
024200 77  WS-LINE-KEYED               PIC 9(07) COMP VALUE ZERO.
024300 77  WS-LINE-CHANGED             PIC 9(07) COMP VALUE ZERO.
024400 77  WS-LINE-DELETED             PIC 9(07) COMP VALUE ZERO.
024500 77  WS-LINE-REJECTED            PIC 9(07) COMP VALUE ZERO.
024600 77  WS-LINE-RATE                PIC 9(03)V9    VALUE ZERO.
024700 77  WS-OP-KEYED                 PIC 9(07) COMP VALUE ZERO.
024800 77  WS-OP-CHANGED               PIC 9(07) COMP VALUE ZERO.
024900 77  WS-OP-DELETED               PIC 9(07) COMP VALUE ZERO.
025000 77  WS-OP-REJECTED              PIC 9(07) COMP VALUE ZERO.
025100 77  WS-ALL-KEYED                PIC 9(07) COMP VALUE ZERO.
025200 77  WS-ALL-CHANGED              PIC 9(07) COMP VALUE ZERO.
025300 77  WS-ALL-DELETED              PIC 9(07) COMP VALUE ZERO.
025400 77  WS-ALL-REJECTED             PIC 9(07) COMP VALUE ZERO.
025500*****************************************************************
025600*    OPERATOR ACTIVITY REPORT LINE LAYOUTS - ALL 80 BYTES       *
025700*****************************************************************
025800 01  OR-HEADER-LINE.
025900     05  FILLER                  PIC X(27)
026000             VALUE "OPRRPT1 OPERATOR ACTIVITY -".
026100     05  FILLER                  PIC X(06)  VALUE " FROM ".
026200     05  OR-HDR-FROM             PIC 9(08).
026300     05  FILLER                  PIC X(04)  VALUE " TO ".
026400     05  OR-HDR-TO               PIC 9(08).
026500     05  FILLER                  PIC X(11)  VALUE "  PREPARED ".
026600     05  OR-HDR-PREP-DATE        PIC 9(08).
026700     05  FILLER                  PIC X(08)  VALUE SPACES.
026800*
026900 01  OR-SECTION1-LINE.
027000     05  FILLER                  PIC X(40)
027100             VALUE "SECTION 1 - ACTIVITY BY OPERATOR AND DAY".
027200     05  FILLER                  PIC X(40)  VALUE SPACES.
027300*
027400 01  OR-COLUMN-LINE.
027500     05  FILLER                  PIC X(22)
027600             VALUE "OPERATOR  DATE".
027700     05  FILLER                  PIC X(24)
027800             VALUE "KEYED  CHANGED  DELETED ".
027900     05  FILLER                  PIC X(17)
028000             VALUE "REJECTED REJ RATE".
028100     05  FILLER                  PIC X(17)  VALUE SPACES.
028200*
028300 01  OR-ACTIVITY-LINE.
028400     05  OR-ACT-OPERATOR         PIC X(08).
028500     05  FILLER                  PIC X(02)  VALUE SPACES.
028600     05  OR-ACT-DATE             PIC X(08).
028700     05  FILLER                  PIC X(02)  VALUE SPACES.
028800     05  OR-ACT-KEYED            PIC Z(6)9.
028900     05  FILLER                  PIC X(02)  VALUE SPACES.
029000     05  OR-ACT-CHANGED          PIC Z(6)9.
029100     05  FILLER                  PIC X(02)  VALUE SPACES.
029200     05  OR-ACT-DELETED          PIC Z(6)9.
029300     05  FILLER                  PIC X(02)  VALUE SPACES.
029400     05  OR-ACT-REJECTED         PIC Z(6)9.
029500     05  FILLER                  PIC X(03)  VALUE SPACES.
029600     05  OR-ACT-RATE             PIC ZZ9.9.
029700     05  FILLER                  PIC X(01)  VALUE "%".
029800     05  FILLER                  PIC X(17)  VALUE SPACES.
029900*
030000 01  OR-NO-ACTIVITY-LINE.
030100     05  FILLER                  PIC X(26)
030200             VALUE "  NO ACTIVITY IN THE RANGE".
030300     05  FILLER                  PIC X(54)  VALUE SPACES.
030400*
030500 01  OR-SECTION2-LINE.
030600     05  FILLER                  PIC X(44)
030700             VALUE "SECTION 2 - SEGREGATION-OF-DUTIES CONFLICTS".
030800     05  FILLER                  PIC X(36)  VALUE SPACES.
030900*
031000 01  OR-NO-CONFLICT-LINE.
031100     05  FILLER                  PIC X(27)
031200             VALUE "  NO CONFLICTS IN THE RANGE".
031300     05  FILLER                  PIC X(53)  VALUE SPACES.
031400*
031500 01  OR-OWN-REJECT-LINE.
031600     05  FILLER                  PIC X(13)  VALUE "OWN REJECT".
031700     05  OR-ORJ-OPERATOR         PIC X(08).
031800     05  FILLER                  PIC X(22)
031900             VALUE " CORRECTED OWN REJECT ".
032000     05  OR-ORJ-TRANS-ID         PIC 9(08).
032100     05  FILLER                  PIC X(07)  VALUE " BATCH ".
032200     05  OR-ORJ-BATCH-ID         PIC X(08).
032300     05  FILLER                  PIC X(04)  VALUE " ON ".
032400     05  OR-ORJ-CORR-DATE        PIC 9(08).
032500     05  FILLER                  PIC X(02)  VALUE SPACES.
032600*
032700 01  OR-OWN-SECURITY-LINE.
032800     05  FILLER                  PIC X(13)  VALUE "OWN SECURITY".
032900     05  OR-OSC-SUPERVISOR-ID    PIC X(08).
033000     05  FILLER                  PIC X(01)  VALUE SPACES.
033100     05  OR-OSC-ACTION           PIC X(08).
033200     05  FILLER                  PIC X(12)  VALUE " OWN RECORD ".
033300     05  OR-OSC-OLD-VALUE        PIC X(10).
033400     05  FILLER                  PIC X(04)  VALUE " TO ".
033500     05  OR-OSC-NEW-VALUE        PIC X(10).
033600     05  FILLER                  PIC X(04)  VALUE " ON ".
033700     05  OR-OSC-CHANGE-DATE      PIC 9(08).
033800     05  FILLER                  PIC X(02)  VALUE SPACES.
033900*
034000 01  OR-INACTIVE-LINE.
034100     05  FILLER                  PIC X(13)  VALUE "INACTIVE ID".
034200     05  OR-INA-OPERATOR         PIC X(08).
034300     05  FILLER                  PIC X(01)  VALUE SPACES.
034400     05  OR-INA-ACTIVITY         PIC X(08).
034500     05  FILLER                  PIC X(01)  VALUE SPACES.
034600     05  OR-INA-TRANS-ID         PIC 9(08).
034700     05  FILLER                  PIC X(04)  VALUE " ON ".
034800     05  OR-INA-DATE             PIC 9(08).
034900     05  FILLER                  PIC X(01)  VALUE SPACES.
035000     05  OR-INA-KIND             PIC X(06).
035100     05  FILLER                  PIC X(07)  VALUE " SINCE ".
035200     05  OR-INA-SINCE-DATE       PIC 9(08).
035300     05  FILLER                  PIC X(07)  VALUE SPACES.
035400*
035500 01  OR-OWN-APPROVAL-LINE.
035600     05  FILLER                  PIC X(13)  VALUE "OWN APPROVAL".
035700     05  OR-OAP-APPROVER-ID      PIC X(08).
035800     05  FILLER                  PIC X(01)  VALUE SPACES.
035900     05  OR-OAP-DECISION         PIC X(08).
036000     05  FILLER                  PIC X(10)  VALUE " OWN ITEM ".
036100     05  OR-OAP-TRANS-ID         PIC 9(08).
036200     05  FILLER                  PIC X(08)  VALUE " ACTION ".
036300     05  OR-OAP-ACTION           PIC X(01).
036400     05  FILLER                  PIC X(04)  VALUE " ON ".
036500     05  OR-OAP-APPROVE-DATE     PIC 9(08).
036600     05  FILLER                  PIC X(11)  VALUE SPACES.
036700*
036705 01  OR-NO-CORR-ID-LINE.
036710     05  FILLER                  PIC X(13)  VALUE "NO CORR ID".
036715     05  FILLER                  PIC X(08)  VALUE SPACES.
036716     05  FILLER                  PIC X(01)  VALUE SPACES.
036718     05  FILLER                  PIC X(08)  VALUE "RECYCLE".
036720     05  FILLER                  PIC X(06)  VALUE " ITEM ".
036730     05  OR-NCI-TRANS-ID         PIC 9(08).
036735     05  FILLER                  PIC X(07)  VALUE " BATCH ".
036740     05  OR-NCI-BATCH-ID         PIC X(08).
036745     05  FILLER                  PIC X(04)  VALUE " ON ".
036750     05  OR-NCI-CORR-DATE        PIC 9(08).
036755     05  FILLER                  PIC X(09)  VALUE SPACES.
036760*
036800 01  OR-COUNT-LINE.
036900     05  FILLER                  PIC X(11)  VALUE "IN: MASTER=".
037000     05  OR-CNT-MASTER           PIC Z(6)9.
037100     05  FILLER                  PIC X(09)  VALUE " ARCHIVE=".
037200     05  OR-CNT-ARCHIVE          PIC Z(6)9.
037300     05  FILLER                  PIC X(08)  VALUE " SECAUD=".
037400     05  OR-CNT-SECAUDIT         PIC Z(6)9.
037500     05  FILLER                  PIC X(09)  VALUE " RECYCLE=".
037600     05  OR-CNT-RECYCLE          PIC Z(6)9.
037700     05  FILLER                  PIC X(07)  VALUE " AUDIT=".
037800     05  OR-CNT-AUDIT            PIC Z(6)9.
037900     05  FILLER                  PIC X(01)  VALUE SPACES.
038000*
038100 01  OR-TRAILER-LINE.
038200     05  FILLER                  PIC X(19)
038300             VALUE "CONFLICTS - REJECT=".
038400     05  OR-TRL-OWN-REJECT       PIC Z(4)9.
038500     05  FILLER                  PIC X(10)  VALUE " SECURITY=".
038600     05  OR-TRL-OWN-SECURITY     PIC Z(4)9.
038700     05  FILLER                  PIC X(10)  VALUE " INACTIVE=".
038800     05  OR-TRL-INACTIVE         PIC Z(4)9.
038900     05  FILLER                  PIC X(10)  VALUE " APPROVAL=".
039000     05  OR-TRL-OWN-APPROVAL     PIC Z(4)9.
039100     05  FILLER                  PIC X(11)  VALUE SPACES.
039101*
039102 01  OR-NO-ID-TRAILER-LINE.
039103     05  FILLER                  PIC X(31)
039104             VALUE "CORRECTIONS WITH NO OPERATOR - ".
039105     05  FILLER                  PIC X(06)  VALUE "SINCE ".
039106     05  OR-NID-FROM             PIC X(08).
039107     05  FILLER                  PIC X(01)  VALUE "=".
039108     05  OR-NID-SINCE            PIC Z(4)9.
039109     05  FILLER                  PIC X(08)  VALUE " BEFORE=".
039110     05  OR-NID-BEFORE           PIC Z(4)9.
039111     05  FILLER                  PIC X(16)
039112             VALUE " (NOT CHECKED)  ".
039113*****************************************************************
039120*    THE AUDIT ENTRY UNDER CHECK - AN AUDITARC OR AUDITLOG      *
039130*    ENTRY IS MOVED HERE AS IT IS READ, SO BOTH FILES ARE       *
039140*    CHECKED THROUGH THE SAME FIELDS                            *
039150*****************************************************************
039160     COPY "auditrec.cpy".
039200 PROCEDURE DIVISION.
039300*****************************************************************
039400*    0000-MAINLINE                                              *
039500*****************************************************************
039600 0000-MAINLINE.
039700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039800     PERFORM 2000-LOAD-SECURITY-EVENTS THRU 2000-EXIT.
039900     PERFORM 3000-SCAN-MASTER THRU 3000-EXIT.
040000     PERFORM 3500-SCAN-ARCHIVE THRU 3500-EXIT.
040100     PERFORM 4000-CHECK-RECYCLE THRU 4000-EXIT.
040200     PERFORM 5000-CHECK-APPROVALS THRU 5000-EXIT.
040300     PERFORM 6000-PRINT-ACTIVITY THRU 6000-EXIT.
040400     PERFORM 6500-PRINT-CONFLICTS THRU 6500-EXIT.
040500     PERFORM 9000-FINALIZE THRU 9000-EXIT.
040600     STOP RUN.
040700*****************************************************************
040800*    1000-INITIALIZE - PICK UP THE DATE RANGE, OPEN THE REPORT  *
040900*    AND THE MASTER.  NO ARCHIVE YET MEANS NOTHING HAS BEEN     *
041000*    PURGED, SO IT IS SIMPLY SKIPPED.                           *
041100*****************************************************************
041200 1000-INITIALIZE.
041300     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
041400     DISPLAY 1 UPON ARGUMENT-NUMBER.
041500     ACCEPT WS-FROM-DATE-X FROM ARGUMENT-VALUE
041600         ON EXCEPTION
041700             MOVE SPACES TO WS-FROM-DATE-X
041800     END-ACCEPT.
041900     IF WS-FROM-DATE-X = SPACES OR LOW-VALUES
042000        OR WS-FROM-DATE-X IS NOT NUMERIC
042100         DISPLAY "OPRRPT1 - FROM DATE (YYYYMMDD) ARGUMENT "
042200                 "IS REQUIRED"
042300         MOVE 12 TO RETURN-CODE
042400         STOP RUN
042500     END-IF.
042600     DISPLAY 2 UPON ARGUMENT-NUMBER.
042700     ACCEPT WS-TO-DATE-X FROM ARGUMENT-VALUE
042800         ON EXCEPTION
042900             MOVE SPACES TO WS-TO-DATE-X
043000     END-ACCEPT.
043100     IF WS-TO-DATE-X = SPACES OR LOW-VALUES
043200         MOVE WS-FROM-DATE-X TO WS-TO-DATE-X
043300     END-IF.
043400     IF WS-TO-DATE-X IS NOT NUMERIC
043500         DISPLAY "OPRRPT1 - TO DATE " WS-TO-DATE-X
043600                 " IS NOT YYYYMMDD"
043700         MOVE 12 TO RETURN-CODE
043800         STOP RUN
043900     END-IF.
044000     IF WS-TO-DATE8 < WS-FROM-DATE8
044100         DISPLAY "OPRRPT1 - TO DATE " WS-TO-DATE8
044200                 " IS BEFORE FROM DATE " WS-FROM-DATE8
044300         MOVE 12 TO RETURN-CODE
044400         STOP RUN
044500     END-IF.
044510     DISPLAY 3 UPON ARGUMENT-NUMBER.
044520     ACCEPT WS-CORR-ID-FROM-X FROM ARGUMENT-VALUE
044530         ON EXCEPTION
044540             MOVE SPACES TO WS-CORR-ID-FROM-X
044550     END-ACCEPT.
044560     IF WS-CORR-ID-FROM-X = SPACES OR LOW-VALUES
044570         MOVE ALL "9" TO WS-CORR-ID-FROM-X
044580     END-IF.
044590     IF WS-CORR-ID-FROM-X IS NOT NUMERIC
044592         DISPLAY "OPRRPT1 - OPERATOR ID DATE " WS-CORR-ID-FROM-X
044594                 " IS NOT YYYYMMDD"
044596         MOVE 12 TO RETURN-CODE
044598         STOP RUN
044599     END-IF.
044600     OPEN OUTPUT REPORT-FILE.
044700     IF WS-REPORT-STATUS NOT = "00"
044800         DISPLAY "OPRRPT1 - CANNOT OPEN OPRRPT, STATUS "
044900                 WS-REPORT-STATUS
045000         MOVE 12 TO RETURN-CODE
045100         STOP RUN
045200     END-IF.
045300     MOVE WS-FROM-DATE8  TO OR-HDR-FROM.
045400     MOVE WS-TO-DATE8    TO OR-HDR-TO.
045500     MOVE WS-CURR-DATE8  TO OR-HDR-PREP-DATE.
045600     MOVE OR-HEADER-LINE TO REPORT-RECORD.
045700     WRITE REPORT-RECORD.
045800     OPEN INPUT MASTER-FILE.
045900     IF WS-MASTER-STATUS NOT = "00"
046000         DISPLAY "OPRRPT1 - CANNOT OPEN TRANMAST, STATUS "
046100                 WS-MASTER-STATUS
046200         MOVE 12 TO RETURN-CODE
046300         CLOSE REPORT-FILE
046400         STOP RUN
046500     END-IF.
046600     OPEN INPUT ARCHIVE-FILE.
046700     IF WS-ARCHIVE-NOT-FOUND
046800         SET WS-ARCHIVE-ABSENT TO TRUE
046900         GO TO 1000-EXIT
047000     END-IF.
047100     IF WS-ARCHIVE-STATUS NOT = "00"
047200         DISPLAY "OPRRPT1 - CANNOT OPEN TRANARCH, STATUS "
047300                 WS-ARCHIVE-STATUS
047400         MOVE 12 TO RETURN-CODE
047500         CLOSE MASTER-FILE
047600         CLOSE REPORT-FILE
047700         STOP RUN
047800     END-IF.
047900 1000-EXIT.
048000     EXIT.
048100*****************************************************************
048200*    2000-LOAD-SECURITY-EVENTS - READ THE WHOLE SECAUDIT TRAIL  *
048300*    IN THE ORDER IT WAS WRITTEN, BUILDING THE DEACTIVATED AND  *
048400*    LOCKED INTERVALS AND REPORTING ANY CHANGE A SUPERVISOR     *
048500*    MADE TO THEIR OWN RECORD WITHIN THE RANGE                  *
048600*****************************************************************
048700 2000-LOAD-SECURITY-EVENTS.
048800     OPEN INPUT SECAUDIT-FILE.
048900     IF WS-SECAUDIT-NOT-FOUND
049000         DISPLAY "OPRRPT1 - NO SECAUDIT FILE"
049100         GO TO 2000-EXIT
049200     END-IF.
049300     IF WS-SECAUDIT-STATUS NOT = "00"
049400         DISPLAY "OPRRPT1 - CANNOT OPEN SECAUDIT, STATUS "
049500                 WS-SECAUDIT-STATUS
049600         MOVE 12 TO RETURN-CODE
049700         STOP RUN
049800     END-IF.
049900     MOVE "N" TO WS-EOF-SW.
050000     PERFORM 2100-LOAD-ONE-EVENT THRU 2100-EXIT
050100             UNTIL WS-EOF-REACHED.
050200     CLOSE SECAUDIT-FILE.
050300 2000-EXIT.
050400     EXIT.
050500*
050600 2100-LOAD-ONE-EVENT.
050700     READ SECAUDIT-FILE
050800         AT END
050900             SET WS-EOF-REACHED TO TRUE
051000             GO TO 2100-EXIT
051100     END-READ.
051200     ADD 1 TO WS-SECAUDIT-CNT.
051300     MOVE SA-CHANGE-DATE TO WS-STAMP-DATE.
051400     MOVE SA-CHANGE-TIME TO WS-STAMP-TIME.
051500     EVALUATE SA-ACTION
051600         WHEN "DEACT"
051700             MOVE "D" TO WS-NEW-IV-KIND
051800             PERFORM 2200-OPEN-INTERVAL THRU 2200-EXIT
051900         WHEN "LOCK"
052000             MOVE "L" TO WS-NEW-IV-KIND
052100             PERFORM 2200-OPEN-INTERVAL THRU 2200-EXIT
052200         WHEN "RESET"
052300             PERFORM 2300-CLOSE-LOCK THRU 2300-EXIT
052400         WHEN OTHER
052500             CONTINUE
052600     END-EVALUATE.
052700     IF SA-SUPERVISOR-ID = SA-TARGET-ID
052800        AND SA-CHANGE-DATE NOT < WS-FROM-DATE8
052900        AND SA-CHANGE-DATE NOT > WS-TO-DATE8
053000         PERFORM 2400-PRINT-OWN-SECURITY THRU 2400-EXIT
053100     END-IF.
053200 2100-EXIT.
053300     EXIT.
053400*
053500 2200-OPEN-INTERVAL.
053600     IF WS-IV-CNT >= WS-IV-MAX
053700         DISPLAY "OPRRPT1 - MORE THAN " WS-IV-MAX
053800                 " DEACTIVATIONS AND LOCKS - RAISE WS-IV-MAX"
053900         MOVE 12 TO RETURN-CODE
054000         STOP RUN
054100     END-IF.
054200     ADD 1 TO WS-IV-CNT.
054300     MOVE SA-TARGET-ID   TO WS-IV-OPERATOR (WS-IV-CNT).
054400     MOVE WS-NEW-IV-KIND TO WS-IV-KIND (WS-IV-CNT).
054500     MOVE WS-STAMP       TO WS-IV-FROM (WS-IV-CNT).
054600     MOVE WS-OPEN-STAMP  TO WS-IV-TO (WS-IV-CNT).
054700 2200-EXIT.
054800     EXIT.
054900*
055000*    A RESET CLEARS THE LATEST LOCK STILL OPEN ON THE ID.  A    *
055100*    LOCK FROM BEFORE LOCKS WERE LOGGED HAS NO INTERVAL TO      *
055200*    CLOSE.                                                     *
055300 2300-CLOSE-LOCK.
055400     MOVE ZERO TO WS-IV-HIT-IX.
055500     PERFORM 2310-MATCH-OPEN-LOCK THRU 2310-EXIT
055600             VARYING WS-IV-IX FROM 1 BY 1
055700             UNTIL WS-IV-IX > WS-IV-CNT.
055800     IF WS-IV-HIT-IX > ZERO
055900         MOVE WS-STAMP TO WS-IV-TO (WS-IV-HIT-IX)
056000     END-IF.
056100 2300-EXIT.
056200     EXIT.
056300*
056400 2310-MATCH-OPEN-LOCK.
056500     IF WS-IV-OPERATOR (WS-IV-IX) = SA-TARGET-ID
056600        AND WS-IV-LOCK (WS-IV-IX)
056700        AND WS-IV-TO (WS-IV-IX) = WS-OPEN-STAMP
056800         MOVE WS-IV-IX TO WS-IV-HIT-IX
056900     END-IF.
057000 2310-EXIT.
057100     EXIT.
057200*
057300 2400-PRINT-OWN-SECURITY.
057400     ADD 1 TO WS-OWN-SECURITY-CNT.
057500     MOVE SA-SUPERVISOR-ID     TO OR-OSC-SUPERVISOR-ID.
057600     MOVE SA-ACTION            TO OR-OSC-ACTION.
057700     MOVE SA-OLD-VALUE         TO OR-OSC-OLD-VALUE.
057800     MOVE SA-NEW-VALUE         TO OR-OSC-NEW-VALUE.
057900     MOVE SA-CHANGE-DATE       TO OR-OSC-CHANGE-DATE.
058000     MOVE OR-OWN-SECURITY-LINE TO WS-CF-NEW-LINE.
058100     PERFORM 7400-ADD-CONFLICT THRU 7400-EXIT.
058200 2400-EXIT.
058300     EXIT.
058400*****************************************************************
058500*    3000-SCAN-MASTER - COUNT EVERY MASTER RECORD KEYED OR      *
058600*    MAINTAINED IN THE RANGE                                    *
058700*****************************************************************
058800 3000-SCAN-MASTER.
058900     MOVE "N" TO WS-EOF-SW.
059000     MOVE ZEROES TO TM-TRANS-ID.
059100     START MASTER-FILE KEY > TM-TRANS-ID
059200         INVALID KEY
059300             SET WS-EOF-REACHED TO TRUE
059400     END-START.
059500     PERFORM 3100-COUNT-ONE-MASTER THRU 3100-EXIT
059600             UNTIL WS-EOF-REACHED.
059700 3000-EXIT.
059800     EXIT.
059900*
060000 3100-COUNT-ONE-MASTER.
060100     READ MASTER-FILE NEXT RECORD
060200         AT END
060300             SET WS-EOF-REACHED TO TRUE
060400             GO TO 3100-EXIT
060500     END-READ.
060600     ADD 1 TO WS-MASTER-CNT.
060700     MOVE TM-TRANS-ID    TO WS-CHK-ID.
060800     MOVE TM-STATUS      TO WS-CHK-STATUS.
060900     MOVE TM-OPERATOR-ID TO WS-CHK-OPERATOR.
061000     MOVE TM-SOURCE      TO WS-CHK-SOURCE.
061100     MOVE TM-ENTRY-DATE  TO WS-CHK-ENTRY-DATE.
061200     MOVE TM-ENTRY-TIME  TO WS-CHK-ENTRY-TIME.
061300     MOVE TM-MAINT-ID    TO WS-CHK-MAINT-ID.
061400     MOVE TM-MAINT-DATE  TO WS-CHK-MAINT-DATE.
061500     MOVE TM-MAINT-TIME  TO WS-CHK-MAINT-TIME.
061600     PERFORM 7100-COUNT-RECORD THRU 7100-EXIT.
061700 3100-EXIT.
061800     EXIT.
061900*****************************************************************
062000*    3500-SCAN-ARCHIVE - RECORDS PURGED SINCE THE WORK WAS DONE *
062100*    STILL COUNT                                                *
062200*****************************************************************
062300 3500-SCAN-ARCHIVE.
062400     IF WS-ARCHIVE-ABSENT
062500         GO TO 3500-EXIT
062600     END-IF.
062700     MOVE "N" TO WS-EOF-SW.
062800     MOVE ZEROES TO TA-TRANS-ID.
062900     START ARCHIVE-FILE KEY > TA-TRANS-ID
063000         INVALID KEY
063100             SET WS-EOF-REACHED TO TRUE
063200     END-START.
063300     PERFORM 3600-COUNT-ONE-ARCHIVED THRU 3600-EXIT
063400             UNTIL WS-EOF-REACHED.
063500 3500-EXIT.
063600     EXIT.
063700*
063800 3600-COUNT-ONE-ARCHIVED.
063900     READ ARCHIVE-FILE NEXT RECORD
064000         AT END
064100             SET WS-EOF-REACHED TO TRUE
064200             GO TO 3600-EXIT
064300     END-READ.
064400     ADD 1 TO WS-ARCHIVE-CNT.
064500     MOVE TA-TRANS-ID    TO WS-CHK-ID.
064600     MOVE TA-STATUS      TO WS-CHK-STATUS.
064700     MOVE TA-OPERATOR-ID TO WS-CHK-OPERATOR.
064800     MOVE TA-SOURCE      TO WS-CHK-SOURCE.
064900     MOVE TA-ENTRY-DATE  TO WS-CHK-ENTRY-DATE.
065000     MOVE TA-ENTRY-TIME  TO WS-CHK-ENTRY-TIME.
065100     MOVE TA-MAINT-ID    TO WS-CHK-MAINT-ID.
065200     MOVE TA-MAINT-DATE  TO WS-CHK-MAINT-DATE.
065300     MOVE TA-MAINT-TIME  TO WS-CHK-MAINT-TIME.
065400     PERFORM 7100-COUNT-RECORD THRU 7100-EXIT.
065500 3600-EXIT.
065600     EXIT.
065700*****************************************************************
065800*    4000-CHECK-RECYCLE - A REJECT CORRECTED IN THE RANGE BY    *
065850*    THE OPERATOR WHO KEYED IT.  A CORRECTION WITH NO           *
065900*    CORRECTING OPERATOR MADE ON OR AFTER WS-CORR-ID-FROM (THE  *
065950*    ARGUMENT 3 DATE, WHEN EXCPFIX1 BEGAN RECORDING ONE) IS     *
066000*    ITSELF A CONFLICT; ONE MADE BEFORE, OR ANY WHEN NO DATE IS *
066050*    GIVEN, CANNOT BE CHECKED AND IS COUNTED AS UNCHECKED.      *
066200*****************************************************************
066300 4000-CHECK-RECYCLE.
066400     OPEN INPUT RECYCLE-FILE.
066500     IF WS-RECYCLE-NOT-FOUND
066600         DISPLAY "OPRRPT1 - NO EXCPRCYC FILE"
066700         GO TO 4000-EXIT
066800     END-IF.
066900     IF WS-RECYCLE-STATUS NOT = "00"
067000         DISPLAY "OPRRPT1 - CANNOT OPEN EXCPRCYC, STATUS "
067100                 WS-RECYCLE-STATUS
067200         MOVE 12 TO RETURN-CODE
067300         STOP RUN
067400     END-IF.
067500     MOVE "N" TO WS-EOF-SW.
067600     PERFORM 4100-CHECK-ONE-RECYCLE THRU 4100-EXIT
067700             UNTIL WS-EOF-REACHED.
067800     CLOSE RECYCLE-FILE.
067900 4000-EXIT.
068000     EXIT.
068100*
068200 4100-CHECK-ONE-RECYCLE.
068300     READ RECYCLE-FILE
068400         AT END
068500             SET WS-EOF-REACHED TO TRUE
068600             GO TO 4100-EXIT
068700     END-READ.
068800     ADD 1 TO WS-RECYCLE-CNT.
068900     IF RY-OUTSTANDING
069100         GO TO 4100-EXIT
069200     END-IF.
069300     IF RY-CORR-DATE < WS-FROM-DATE8
069400        OR RY-CORR-DATE > WS-TO-DATE8
069410         GO TO 4100-EXIT
069420     END-IF.
069430     IF RY-CORR-OPERATOR-ID = SPACES
069440         IF RY-CORR-DATE < WS-CORR-ID-FROM
069450             ADD 1 TO WS-UNCHECKED-CNT
069460         ELSE
069470             PERFORM 4400-PRINT-NO-CORR-ID THRU 4400-EXIT
069480         END-IF
069500         GO TO 4100-EXIT
069600     END-IF.
069700     PERFORM 4200-FIND-KEYER THRU 4200-EXIT.
069800     IF WS-KEYER-FOUND
069900        AND WS-KEYER-ID = RY-CORR-OPERATOR-ID
070000         PERFORM 4300-PRINT-OWN-REJECT THRU 4300-EXIT
070100     END-IF.
070200 4100-EXIT.
070300     EXIT.
070400*
070500*    THE REJECTED RECORD MAY HAVE BEEN PURGED SINCE, SO IT IS   *
070600*    LOOKED FOR ON THE ARCHIVE TOO                              *
070700 4200-FIND-KEYER.
070800     MOVE "N" TO WS-KEYER-SW.
070900     MOVE RY-RECORD-NBR TO TM-TRANS-ID.
071000     READ MASTER-FILE
071100         INVALID KEY
071200             CONTINUE
071300         NOT INVALID KEY
071400             MOVE TM-OPERATOR-ID TO WS-KEYER-ID
071500             SET WS-KEYER-FOUND TO TRUE
071600             GO TO 4200-EXIT
071700     END-READ.
071800     IF WS-ARCHIVE-PRESENT
071900         MOVE RY-RECORD-NBR TO TA-TRANS-ID
072000         READ ARCHIVE-FILE
072100             INVALID KEY
072200                 CONTINUE
072300             NOT INVALID KEY
072400                 MOVE TA-OPERATOR-ID TO WS-KEYER-ID
072500                 SET WS-KEYER-FOUND TO TRUE
072600         END-READ
072700     END-IF.
072800 4200-EXIT.
072900     EXIT.
073000*
073100 4300-PRINT-OWN-REJECT.
073200     ADD 1 TO WS-OWN-REJECT-CNT.
073300     MOVE RY-CORR-OPERATOR-ID TO OR-ORJ-OPERATOR.
073400     MOVE RY-RECORD-NBR       TO OR-ORJ-TRANS-ID.
073500     MOVE RY-BATCH-ID         TO OR-ORJ-BATCH-ID.
073600     MOVE RY-CORR-DATE        TO OR-ORJ-CORR-DATE.
073700     MOVE OR-OWN-REJECT-LINE  TO WS-CF-NEW-LINE.
073800     PERFORM 7400-ADD-CONFLICT THRU 7400-EXIT.
073900 4300-EXIT.
074000     EXIT.
074005*
074010 4400-PRINT-NO-CORR-ID.
074015     ADD 1 TO WS-NO-CORR-ID-CNT.
074020     MOVE RY-RECORD-NBR       TO OR-NCI-TRANS-ID.
074025     MOVE RY-BATCH-ID         TO OR-NCI-BATCH-ID.
074030     MOVE RY-CORR-DATE        TO OR-NCI-CORR-DATE.
074035     MOVE OR-NO-CORR-ID-LINE  TO WS-CF-NEW-LINE.
074040     PERFORM 7400-ADD-CONFLICT THRU 7400-EXIT.
074045 4400-EXIT.
074050     EXIT.
074100*****************************************************************
074200*    5000-CHECK-APPROVALS - APPROV1'S DECISION ENTRIES ON       *
074300*    AUDITARC AND AUDITLOG: A DECISION ON AN ITEM THE SAME      *
074400*    OPERATOR KEYED, OR ONE MADE UNDER AN ID NOT IN USE.        *
074700*****************************************************************
074800 5000-CHECK-APPROVALS.
074900     OPEN INPUT AUDIT-FILE.
075000     IF WS-AUDIT-STATUS NOT = "00" AND NOT WS-AUDIT-NOT-FOUND
075100         DISPLAY "OPRRPT1 - CANNOT OPEN AUDITLOG, STATUS "
075200                 WS-AUDIT-STATUS
075300         MOVE 12 TO RETURN-CODE
075400         STOP RUN
075500     END-IF.
075600     OPEN INPUT AUDARC-FILE.
075700     IF WS-AUDARC-STATUS NOT = "00" AND NOT WS-AUDARC-NOT-FOUND
075800         DISPLAY "OPRRPT1 - CANNOT OPEN AUDITARC, STATUS "
075900                 WS-AUDARC-STATUS
076000         MOVE 12 TO RETURN-CODE
076100         STOP RUN
076200     END-IF.
076300     IF NOT WS-AUDARC-NOT-FOUND
076400         MOVE "N" TO WS-EOF-SW
076500         PERFORM 5100-CHECK-ONE-ARCHIVED THRU 5100-EXIT
076600                 UNTIL WS-EOF-REACHED
076700         CLOSE AUDARC-FILE
076800     END-IF.
076900     IF WS-AUDIT-NOT-FOUND
077000         DISPLAY "OPRRPT1 - NO AUDITLOG FILE"
077100     ELSE
077200         MOVE "N" TO WS-EOF-SW
077300         PERFORM 5200-CHECK-ONE-LOGGED THRU 5200-EXIT
077400                 UNTIL WS-EOF-REACHED
077500         CLOSE AUDIT-FILE
077600     END-IF.
077700 5000-EXIT.
077800     EXIT.
077900*
078000 5100-CHECK-ONE-ARCHIVED.
078100     READ AUDARC-FILE
078200         AT END
078300             SET WS-EOF-REACHED TO TRUE
078400             GO TO 5100-EXIT
078500     END-READ.
078600     MOVE AUDARC-RECORD TO AU-AUDIT-RECORD.
078700     PERFORM 5300-CHECK-DECISION THRU 5300-EXIT.
078800 5100-EXIT.
078900     EXIT.
079000*
079100 5200-CHECK-ONE-LOGGED.
079200     READ AUDIT-FILE
079300         AT END
079400             SET WS-EOF-REACHED TO TRUE
079500             GO TO 5200-EXIT
079600     END-READ.
079650     MOVE AUDIT-RECORD TO AU-AUDIT-RECORD.
079700     PERFORM 5300-CHECK-DECISION THRU 5300-EXIT.
079800 5200-EXIT.
079900     EXIT.
080000*
080100 5300-CHECK-DECISION.
080200     ADD 1 TO WS-AUDIT-CNT.
080300     IF NOT AU-ENTRY-APPROVED AND NOT AU-ENTRY-DECLINED
080400         GO TO 5300-EXIT
080500     END-IF.
080600     IF AU-APPROVE-DATE < WS-FROM-DATE8
080700        OR AU-APPROVE-DATE > WS-TO-DATE8
080800         GO TO 5300-EXIT
080900     END-IF.
081000     IF AU-ENTRY-APPROVED
081100         MOVE "APPROVED" TO WS-CHK-ACTIVITY
081200     ELSE
081300         MOVE "DECLINED" TO WS-CHK-ACTIVITY
081400     END-IF.
081500     IF AU-APPROVER-ID = AU-OPERATOR-ID
081600         PERFORM 5400-PRINT-OWN-APPROVAL THRU 5400-EXIT
081700     END-IF.
081800     MOVE AU-RECORD-NBR   TO WS-CHK-ID.
081900     MOVE AU-APPROVER-ID  TO WS-CHK-ACT-ID.
082000     MOVE AU-APPROVE-DATE TO WS-STAMP-DATE.
082100     MOVE AU-APPROVE-TIME TO WS-STAMP-TIME.
082200     PERFORM 7300-CHECK-ID-IN-USE THRU 7300-EXIT.
082300 5300-EXIT.
082400     EXIT.
082500*
082600 5400-PRINT-OWN-APPROVAL.
082700     ADD 1 TO WS-OWN-APPROVAL-CNT.
082800     MOVE AU-APPROVER-ID       TO OR-OAP-APPROVER-ID.
082900     MOVE WS-CHK-ACTIVITY      TO OR-OAP-DECISION.
083000     MOVE AU-RECORD-NBR        TO OR-OAP-TRANS-ID.
083100     MOVE AU-OPERATION-CODE    TO OR-OAP-ACTION.
083200     MOVE AU-APPROVE-DATE      TO OR-OAP-APPROVE-DATE.
083300     MOVE OR-OWN-APPROVAL-LINE TO WS-CF-NEW-LINE.
083400     PERFORM 7400-ADD-CONFLICT THRU 7400-EXIT.
083500 5400-EXIT.
083600     EXIT.
083700*****************************************************************
083800*    6000-PRINT-ACTIVITY - SECTION 1, ONE LINE PER OPERATOR AND *
083900*    DAY, A TOTAL FOR EACH OPERATOR AND A GRAND TOTAL           *
084000*****************************************************************
084100 6000-PRINT-ACTIVITY.
084200     MOVE SPACES           TO REPORT-RECORD.
084300     WRITE REPORT-RECORD.
084400     MOVE OR-SECTION1-LINE TO REPORT-RECORD.
084500     WRITE REPORT-RECORD.
084600     MOVE OR-COLUMN-LINE   TO REPORT-RECORD.
084700     WRITE REPORT-RECORD.
084800     IF WS-AT-CNT = ZERO
084900         MOVE OR-NO-ACTIVITY-LINE TO REPORT-RECORD
085000         WRITE REPORT-RECORD
085100         GO TO 6000-EXIT
085200     END-IF.
085300     MOVE WS-AT-OPERATOR (1) TO WS-PREV-OPERATOR.
085400     PERFORM 6100-PRINT-ONE-DAY THRU 6100-EXIT
085500             VARYING WS-AT-IX FROM 1 BY 1
085600             UNTIL WS-AT-IX > WS-AT-CNT.
085700     PERFORM 6200-PRINT-OPERATOR-TOTAL THRU 6200-EXIT.
085800     MOVE "ALL"            TO OR-ACT-OPERATOR.
085900     MOVE "TOTAL"          TO OR-ACT-DATE.
086000     MOVE WS-ALL-KEYED     TO WS-LINE-KEYED.
086100     MOVE WS-ALL-CHANGED   TO WS-LINE-CHANGED.
086200     MOVE WS-ALL-DELETED   TO WS-LINE-DELETED.
086300     MOVE WS-ALL-REJECTED  TO WS-LINE-REJECTED.
086400     PERFORM 6300-PRINT-ACTIVITY-LINE THRU 6300-EXIT.
086500 6000-EXIT.
086600     EXIT.
086700*
086800 6100-PRINT-ONE-DAY.
086900     IF WS-AT-OPERATOR (WS-AT-IX) NOT = WS-PREV-OPERATOR
087000         PERFORM 6200-PRINT-OPERATOR-TOTAL THRU 6200-EXIT
087100         MOVE WS-AT-OPERATOR (WS-AT-IX) TO WS-PREV-OPERATOR
087200     END-IF.
087300     MOVE WS-AT-KEYED (WS-AT-IX)    TO WS-LINE-KEYED.
087400     MOVE WS-AT-CHANGED (WS-AT-IX)  TO WS-LINE-CHANGED.
087500     MOVE WS-AT-DELETED (WS-AT-IX)  TO WS-LINE-DELETED.
087600     MOVE WS-AT-REJECTED (WS-AT-IX) TO WS-LINE-REJECTED.
087700     ADD WS-LINE-KEYED    TO WS-OP-KEYED WS-ALL-KEYED.
087800     ADD WS-LINE-CHANGED  TO WS-OP-CHANGED WS-ALL-CHANGED.
087900     ADD WS-LINE-DELETED  TO WS-OP-DELETED WS-ALL-DELETED.
088000     ADD WS-LINE-REJECTED TO WS-OP-REJECTED WS-ALL-REJECTED.
088100     MOVE WS-AT-OPERATOR (WS-AT-IX) TO OR-ACT-OPERATOR.
088200     MOVE WS-AT-DATE (WS-AT-IX)     TO OR-ACT-DATE.
088300     PERFORM 6300-PRINT-ACTIVITY-LINE THRU 6300-EXIT.
088400 6100-EXIT.
088500     EXIT.
088600*
088700 6200-PRINT-OPERATOR-TOTAL.
088800     MOVE WS-PREV-OPERATOR TO OR-ACT-OPERATOR.
088900     MOVE "TOTAL"          TO OR-ACT-DATE.
089000     MOVE WS-OP-KEYED      TO WS-LINE-KEYED.
089100     MOVE WS-OP-CHANGED    TO WS-LINE-CHANGED.
089200     MOVE WS-OP-DELETED    TO WS-LINE-DELETED.
089300     MOVE WS-OP-REJECTED   TO WS-LINE-REJECTED.
089400     PERFORM 6300-PRINT-ACTIVITY-LINE THRU 6300-EXIT.
089500     MOVE SPACES           TO REPORT-RECORD.
089600     WRITE REPORT-RECORD.
089700     MOVE ZERO TO WS-OP-KEYED.
089800     MOVE ZERO TO WS-OP-CHANGED.
089900     MOVE ZERO TO WS-OP-DELETED.
090000     MOVE ZERO TO WS-OP-REJECTED.
090100 6200-EXIT.
090200     EXIT.
090300*
090400*    THE REJECT RATE IS THE SHARE OF THE TRANSACTIONS KEYED     *
090500*    THAT WERE REJECTED                                         *
090600 6300-PRINT-ACTIVITY-LINE.
090700     IF WS-LINE-KEYED > ZERO
090800         COMPUTE WS-LINE-RATE ROUNDED =
090900                 WS-LINE-REJECTED * 100 / WS-LINE-KEYED
091000     ELSE
091100         MOVE ZERO TO WS-LINE-RATE
091200     END-IF.
091300     MOVE WS-LINE-KEYED    TO OR-ACT-KEYED.
091400     MOVE WS-LINE-CHANGED  TO OR-ACT-CHANGED.
091500     MOVE WS-LINE-DELETED  TO OR-ACT-DELETED.
091600     MOVE WS-LINE-REJECTED TO OR-ACT-REJECTED.
091700     MOVE WS-LINE-RATE     TO OR-ACT-RATE.
091800     MOVE OR-ACTIVITY-LINE TO REPORT-RECORD.
091900     WRITE REPORT-RECORD.
092000 6300-EXIT.
092100     EXIT.
092200*****************************************************************
092300*    6500-PRINT-CONFLICTS - SECTION 2, THE CONFLICT LINES HELD  *
092400*    FROM EVERY PASS                                            *
092500*****************************************************************
092600 6500-PRINT-CONFLICTS.
092700     MOVE SPACES           TO REPORT-RECORD.
092800     WRITE REPORT-RECORD.
092900     MOVE OR-SECTION2-LINE TO REPORT-RECORD.
093000     WRITE REPORT-RECORD.
093100     IF WS-CF-CNT = ZERO
093200         MOVE OR-NO-CONFLICT-LINE TO REPORT-RECORD
093300         WRITE REPORT-RECORD
093400         GO TO 6500-EXIT
093500     END-IF.
093600     PERFORM 6510-PRINT-ONE-CONFLICT THRU 6510-EXIT
093700             VARYING WS-CF-IX FROM 1 BY 1
093800             UNTIL WS-CF-IX > WS-CF-CNT.
093900 6500-EXIT.
094000     EXIT.
094100*
094200 6510-PRINT-ONE-CONFLICT.
094300     MOVE WS-CF-LINE (WS-CF-IX) TO REPORT-RECORD.
094400     WRITE REPORT-RECORD.
094500 6510-EXIT.
094600     EXIT.
094700*****************************************************************
094800*    7100-COUNT-RECORD - COUNT THE RECORD IN WS-CHK-xxx AS      *
094900*    KEYED (AND REJECTED) ON ITS ENTRY DATE, AND AS CHANGED OR  *
095000*    DELETED ON ITS MAINTENANCE DATE, WHERE THAT DATE IS IN THE *
095100*    RANGE, AND CHECK EACH ID WAS IN USE AT THE TIME            *
095200*****************************************************************
095300 7100-COUNT-RECORD.
095400     IF WS-CHK-ENTRY-DATE < WS-FROM-DATE8
095500        OR WS-CHK-ENTRY-DATE > WS-TO-DATE8
095600         GO TO 7100-MAINT
095700     END-IF.
095800     IF WS-CHK-OPERATOR NOT = SPACES
095900         MOVE WS-CHK-OPERATOR TO WS-NEW-AT-OPERATOR
096000     ELSE
096100         IF WS-CHK-SOURCE NOT = SPACES
096200             MOVE WS-CHK-SOURCE TO WS-NEW-AT-OPERATOR
096300         ELSE
096400             MOVE "UNKNOWN" TO WS-NEW-AT-OPERATOR
096500         END-IF
096600     END-IF.
096700     MOVE WS-CHK-ENTRY-DATE TO WS-NEW-AT-DATE.
096800     PERFORM 7200-ADD-ACTIVITY THRU 7200-EXIT.
096900     ADD 1 TO WS-AT-KEYED (WS-AT-HIT-IX).
097000     IF WS-CHK-REJECTED
097100         ADD 1 TO WS-AT-REJECTED (WS-AT-HIT-IX)
097200     END-IF.
097300     IF WS-CHK-OPERATOR NOT = SPACES
097400         MOVE WS-CHK-OPERATOR   TO WS-CHK-ACT-ID
097500         MOVE "KEYED"           TO WS-CHK-ACTIVITY
097600         MOVE WS-CHK-ENTRY-DATE TO WS-STAMP-DATE
097700         MOVE WS-CHK-ENTRY-TIME TO WS-STAMP-TIME
097800         PERFORM 7300-CHECK-ID-IN-USE THRU 7300-EXIT
097900     END-IF.
098000 7100-MAINT.
098100     IF WS-CHK-MAINT-ID = SPACES
098200         GO TO 7100-EXIT
098300     END-IF.
098400     IF WS-CHK-MAINT-DATE < WS-FROM-DATE8
098500        OR WS-CHK-MAINT-DATE > WS-TO-DATE8
098600         GO TO 7100-EXIT
098700     END-IF.
098800     MOVE WS-CHK-MAINT-ID   TO WS-NEW-AT-OPERATOR.
098900     MOVE WS-CHK-MAINT-DATE TO WS-NEW-AT-DATE.
099000     PERFORM 7200-ADD-ACTIVITY THRU 7200-EXIT.
099100     IF WS-CHK-DELETED
099200         ADD 1 TO WS-AT-DELETED (WS-AT-HIT-IX)
099300         MOVE "DELETED" TO WS-CHK-ACTIVITY
099400     ELSE
099500         ADD 1 TO WS-AT-CHANGED (WS-AT-HIT-IX)
099600         MOVE "CHANGED" TO WS-CHK-ACTIVITY
099700     END-IF.
099800     MOVE WS-CHK-MAINT-ID   TO WS-CHK-ACT-ID.
099900     MOVE WS-CHK-MAINT-DATE TO WS-STAMP-DATE.
100000     MOVE WS-CHK-MAINT-TIME TO WS-STAMP-TIME.
100100     PERFORM 7300-CHECK-ID-IN-USE THRU 7300-EXIT.
100200 7100-EXIT.
100300     EXIT.
100400*****************************************************************
100500*    7200-ADD-ACTIVITY - FIND THE OPERATOR AND DAY IN           *
100600*    WS-NEW-AT-KEY, ADDING IT IN KEY ORDER THE FIRST TIME IT    *
100700*    IS SEEN; WS-AT-HIT-IX IS LEFT ON ITS ENTRY.  CONSECUTIVE   *
100800*    RECORDS OFTEN SHARE ONE, SO THE LAST FOUND IS TRIED FIRST. *
100900*****************************************************************
101000 7200-ADD-ACTIVITY.
101100     IF WS-AT-HIT-IX > ZERO
101200         IF WS-AT-KEY (WS-AT-HIT-IX) = WS-NEW-AT-KEY
101300             GO TO 7200-EXIT
101400         END-IF
101500     END-IF.
101600     MOVE ZERO TO WS-AT-HIT-IX.
101700     MOVE ZERO TO WS-AT-POS.
101800     PERFORM 7210-PLACE-ACTIVITY THRU 7210-EXIT
101900             VARYING WS-AT-IX FROM 1 BY 1
102000             UNTIL WS-AT-IX > WS-AT-CNT
102100                OR WS-AT-HIT-IX > ZERO
102200                OR WS-AT-POS > ZERO.
102300     IF WS-AT-HIT-IX > ZERO
102400         GO TO 7200-EXIT
102500     END-IF.
102600     IF WS-AT-CNT >= WS-AT-MAX
102700         DISPLAY "OPRRPT1 - MORE THAN " WS-AT-MAX
102800                 " OPERATOR DAYS - RAISE WS-AT-MAX"
102900         MOVE 12 TO RETURN-CODE
103000         STOP RUN
103100     END-IF.
103200     IF WS-AT-POS = ZERO
103300         COMPUTE WS-AT-POS = WS-AT-CNT + 1
103400     ELSE
103500         PERFORM 7220-SHIFT-ACTIVITY THRU 7220-EXIT
103600                 VARYING WS-SHIFT-IX FROM WS-AT-CNT BY -1
103700                 UNTIL WS-SHIFT-IX < WS-AT-POS
103800     END-IF.
103900     ADD 1 TO WS-AT-CNT.
104000     MOVE WS-NEW-AT-KEY TO WS-AT-KEY (WS-AT-POS).
104100     MOVE ZERO TO WS-AT-KEYED (WS-AT-POS).
104200     MOVE ZERO TO WS-AT-CHANGED (WS-AT-POS).
104300     MOVE ZERO TO WS-AT-DELETED (WS-AT-POS).
104400     MOVE ZERO TO WS-AT-REJECTED (WS-AT-POS).
104500     MOVE WS-AT-POS TO WS-AT-HIT-IX.
104600 7200-EXIT.
104700     EXIT.
104800*
104900 7210-PLACE-ACTIVITY.
105000     IF WS-AT-KEY (WS-AT-IX) = WS-NEW-AT-KEY
105100         MOVE WS-AT-IX TO WS-AT-HIT-IX
105200     ELSE
105300         IF WS-AT-KEY (WS-AT-IX) > WS-NEW-AT-KEY
105400             MOVE WS-AT-IX TO WS-AT-POS
105500         END-IF
105600     END-IF.
105700 7210-EXIT.
105800     EXIT.
105900*
106000 7220-SHIFT-ACTIVITY.
106100     MOVE WS-AT-ENTRY (WS-SHIFT-IX)
106200         TO WS-AT-ENTRY (WS-SHIFT-IX + 1).
106300 7220-EXIT.
106400     EXIT.
106500*****************************************************************
106600*    7300-CHECK-ID-IN-USE - WORK DONE UNDER WS-CHK-ACT-ID AT    *
106700*    WS-STAMP INSIDE ONE OF ITS DEACTIVATED OR LOCKED           *
106800*    INTERVALS IS A CONFLICT                                    *
106900*****************************************************************
107000 7300-CHECK-ID-IN-USE.
107100     MOVE ZERO TO WS-IV-HIT-IX.
107200     PERFORM 7310-MATCH-INTERVAL THRU 7310-EXIT
107300             VARYING WS-IV-IX FROM 1 BY 1
107400             UNTIL WS-IV-IX > WS-IV-CNT
107500                OR WS-IV-HIT-IX > ZERO.
107600     IF WS-IV-HIT-IX = ZERO
107700         GO TO 7300-EXIT
107800     END-IF.
107900     ADD 1 TO WS-INACTIVE-CNT.
108000     MOVE WS-CHK-ACT-ID   TO OR-INA-OPERATOR.
108100     MOVE WS-CHK-ACTIVITY TO OR-INA-ACTIVITY.
108200     MOVE WS-CHK-ID       TO OR-INA-TRANS-ID.
108300     MOVE WS-STAMP-DATE   TO OR-INA-DATE.
108400     IF WS-IV-DEACT (WS-IV-HIT-IX)
108500         MOVE "DEACT"  TO OR-INA-KIND
108600     ELSE
108700         MOVE "LOCKED" TO OR-INA-KIND
108800     END-IF.
108900     MOVE WS-IV-FROM-DATE (WS-IV-HIT-IX) TO OR-INA-SINCE-DATE.
109000     MOVE OR-INACTIVE-LINE TO WS-CF-NEW-LINE.
109100     PERFORM 7400-ADD-CONFLICT THRU 7400-EXIT.
109200 7300-EXIT.
109300     EXIT.
109400*
109500 7310-MATCH-INTERVAL.
109600     IF WS-IV-OPERATOR (WS-IV-IX) = WS-CHK-ACT-ID
109700        AND WS-STAMP NOT < WS-IV-FROM (WS-IV-IX)
109800        AND WS-STAMP < WS-IV-TO (WS-IV-IX)
109900         MOVE WS-IV-IX TO WS-IV-HIT-IX
110000     END-IF.
110100 7310-EXIT.
110200     EXIT.
110300*
110400 7400-ADD-CONFLICT.
110500     IF WS-CF-CNT >= WS-CF-MAX
110600         DISPLAY "OPRRPT1 - MORE THAN " WS-CF-MAX
110700                 " CONFLICTS - RAISE WS-CF-MAX"
110800         MOVE 12 TO RETURN-CODE
110900         STOP RUN
111000     END-IF.
111100     ADD 1 TO WS-CF-CNT.
111200     MOVE WS-CF-NEW-LINE TO WS-CF-LINE (WS-CF-CNT).
111300 7400-EXIT.
111400     EXIT.
111500*****************************************************************
111600*    9000-FINALIZE - PRINT THE COUNTS AND TOTALS, CLOSE UP, AND *
111700*    SET THE RETURN CODE WHEN THERE WAS ANY CONFLICT            *
111800*****************************************************************
111900 9000-FINALIZE.
112000     MOVE SPACES              TO REPORT-RECORD.
112100     WRITE REPORT-RECORD.
112200     MOVE WS-MASTER-CNT       TO OR-CNT-MASTER.
112300     MOVE WS-ARCHIVE-CNT      TO OR-CNT-ARCHIVE.
112400     MOVE WS-SECAUDIT-CNT     TO OR-CNT-SECAUDIT.
112500     MOVE WS-RECYCLE-CNT      TO OR-CNT-RECYCLE.
112600     MOVE WS-AUDIT-CNT        TO OR-CNT-AUDIT.
112700     MOVE OR-COUNT-LINE       TO REPORT-RECORD.
112800     WRITE REPORT-RECORD.
112900     MOVE WS-OWN-REJECT-CNT   TO OR-TRL-OWN-REJECT.
113000     MOVE WS-OWN-SECURITY-CNT TO OR-TRL-OWN-SECURITY.
113100     MOVE WS-INACTIVE-CNT     TO OR-TRL-INACTIVE.
113200     MOVE WS-OWN-APPROVAL-CNT TO OR-TRL-OWN-APPROVAL.
113300     MOVE OR-TRAILER-LINE     TO REPORT-RECORD.
113400     WRITE REPORT-RECORD.
113410     IF WS-CORR-ID-NOT-GIVEN
113412         MOVE "NO DATE"           TO OR-NID-FROM
113414     ELSE
113416         MOVE WS-CORR-ID-FROM-X   TO OR-NID-FROM
113418     END-IF.
113420     MOVE WS-NO-CORR-ID-CNT   TO OR-NID-SINCE.
113430     MOVE WS-UNCHECKED-CNT    TO OR-NID-BEFORE.
113440     MOVE OR-NO-ID-TRAILER-LINE TO REPORT-RECORD.
113450     WRITE REPORT-RECORD.
113500     CLOSE MASTER-FILE.
113600     IF WS-ARCHIVE-PRESENT
113700         CLOSE ARCHIVE-FILE
113800     END-IF.
113900     CLOSE REPORT-FILE.
114000     DISPLAY "OPRRPT1 - MASTER=" WS-MASTER-CNT
114100             " ARCHIVE=" WS-ARCHIVE-CNT
114200             " SECAUDIT=" WS-SECAUDIT-CNT
114300             " RECYCLE=" WS-RECYCLE-CNT
114400             " AUDIT=" WS-AUDIT-CNT.
114500     DISPLAY "OPRRPT1 - OWN REJECT=" WS-OWN-REJECT-CNT
114600             " OWN SECURITY=" WS-OWN-SECURITY-CNT
114700             " INACTIVE ID=" WS-INACTIVE-CNT
114750             " OWN APPROVAL=" WS-OWN-APPROVAL-CNT
114800             " NO CORR ID=" WS-NO-CORR-ID-CNT.
114900     IF WS-CF-CNT > ZERO
115000         MOVE 4 TO RETURN-CODE
115100     END-IF.
115200 9000-EXIT.
115300     EXIT.
