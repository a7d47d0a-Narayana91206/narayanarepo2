000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     INTCHK1.
000300 AUTHOR.         J R MARTIN.
000400 INSTALLATION.   FINANCE SYSTEMS - BATCH RECONCILIATION.
000500 DATE-WRITTEN.   2026-10-12.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PROGRAM      INTCHK1                                      *
001000*    DESCRIPTION   WEEKLY CROSS-FILE INTEGRITY SWEEP.  RECONC1  *
001100*                  BALANCES EACH RUN ON ITS OWN; THIS PROGRAM   *
001200*                  CHECKS THAT THE MASTER, ARCHIVE, AUDIT,      *
001300*                  RECYCLE AND DAILY HISTORY FILES STILL AGREE  *
001400*                  WITH EACH OTHER OVER TIME, AND LISTS EVERY   *
001500*                  BROKEN LINK ON INTRPT WITH A SEVERITY:       *
001600*                    HIGH   A SUPERSEDED-BY POINTER TO A RECORD *
001700*                           ON NEITHER TRANMAST NOR TRANARCH    *
001800*                    HIGH   AN ID ON BOTH TRANMAST AND TRANARCH *
001900*                    HIGH   A POSTING OR REVERSAL ON TRANMAST   *
002000*                           WITH NO AUDITLOG OR AUDITARC ENTRY  *
002100*                           FOR ITS DATE AND BATCH              *
002200*                    HIGH   A RESUBMITTED EXCPRCYC CORRECTION   *
002300*                           THAT NEVER REACHED THE MASTER, ONCE *
002400*                           IT IS MORE THAN SEVEN DAYS OLD      *
002500*                    LOW    THE SAME, WITHIN THE SEVEN DAYS     *
002600*                           (IT MAY SIMPLY NOT BE LOADED YET)   *
002700*                    MEDIUM A POSTING BATCH WITH NO DAYHIST ROW *
002800*                  A RESUBMISSION CARRIES NO LINK BACK TO ITS   *
002900*                  RECYCLE RECORD, SO IT IS MATCHED TO AN       *
003000*                  EXCPRES1-SOURCED RECORD ON THE MASTER OR     *
003100*                  ARCHIVE BY CORRECTED AA, BB AND CATEGORY,    *
003200*                  ENTERED ON OR AFTER THE CORRECTION DATE,     *
003300*                  EACH LOADED RECORD ANSWERING ONE CORRECTION. *
003400*                  ARGUMENT 1 IS THE RUN DATE (YYYYMMDD,        *
003500*                  DEFAULT TODAY).  THE JOB ENDS RC 8 WHEN ANY  *
003600*                  HIGH FINDING IS LISTED AND RC 4 FOR MEDIUM   *
003700*                  OR LOW ONLY.  IT IS BRACKETED BY RUNCTL1 AS  *
003800*                  AN OUT-OF-CYCLE JOB, AND RUNCTL1 HOLDS THE   *
003900*                  MONTH-END GLPOST1 WHILE THE LATEST SWEEP     *
004000*                  STANDS AT RC 8.  INTCKWRK IS A WORK FILE,    *
004100*                  REBUILT FROM THE AUDIT FILES ON EVERY RUN.   *
004200*                                                               *
004300*    MODIFICATION HISTORY                                      *
004400*    DATE       INIT  DESCRIPTION                               *
004500*    2026-10-12 JRM   INITIAL VERSION                           *
004520*    2026-10-15 JRM   READ AUDITLOG INTO A WORKING-STORAGE COPY *
004540*                     OF THE AUDIT RECORD, AS AUDITARC IS       *
004550*    2026-10-15 JRM   CHECK THE POSTING AUDIT OF A POSTED       *
004560*                     RECORD HELD FOR A REVERSAL AWAITING       *
004570*                     APPROVAL                                  *
004580*    2026-10-15 JRM   KEY WORK RECORD FIELDS RENAMED IK- (AK-   *
004590*                     IS THE ACKREC PREFIX)                     *
004600*                                                               *
004700*****************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.    IBM-370.
005100 OBJECT-COMPUTER.    IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT MASTER-FILE     ASSIGN TO "TRANMAST"
005500             ORGANIZATION IS INDEXED
005600             ACCESS MODE IS DYNAMIC
005700             RECORD KEY IS TM-TRANS-ID
005800             ALTERNATE RECORD KEY IS TM-STATUS WITH DUPLICATES
005900             FILE STATUS IS WS-MASTER-STATUS.
006000*
006100     SELECT ARCHIVE-FILE    ASSIGN TO "TRANARCH"
006200             ORGANIZATION IS INDEXED
006300             ACCESS MODE IS DYNAMIC
006400             RECORD KEY IS TA-TRANS-ID
006500             FILE STATUS IS WS-ARCHIVE-STATUS.
006600*
006700     SELECT AUDIT-FILE      ASSIGN TO "AUDITLOG"
006800             ORGANIZATION IS LINE SEQUENTIAL
006900             FILE STATUS IS WS-AUDIT-STATUS.
007000*
007100     SELECT AUDARC-FILE     ASSIGN TO "AUDITARC"
007200             ORGANIZATION IS LINE SEQUENTIAL
007300             FILE STATUS IS WS-AUDARC-STATUS.
007400*
007500     SELECT KEY-FILE        ASSIGN TO "INTCKWRK"
007600             ORGANIZATION IS INDEXED
007700             ACCESS MODE IS DYNAMIC
007800             RECORD KEY IS IK-KEY
007900             FILE STATUS IS WS-KEY-STATUS.
008000*
008100     SELECT RECYCLE-FILE    ASSIGN TO "EXCPRCYC"
008200             ORGANIZATION IS LINE SEQUENTIAL
008300             FILE STATUS IS WS-RECYCLE-STATUS.
008400*
008500     SELECT HIST-FILE       ASSIGN TO "DAYHIST"
008600             ORGANIZATION IS LINE SEQUENTIAL
008700             FILE STATUS IS WS-HIST-STATUS.
008800*
008900     SELECT REPORT-FILE     ASSIGN TO "INTRPT"
009000             ORGANIZATION IS LINE SEQUENTIAL
009100             FILE STATUS IS WS-REPORT-STATUS.
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  MASTER-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY "tranmast.cpy".
009700*
009800 FD  ARCHIVE-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY "tranarch.cpy".
010100*
010200 FD  AUDIT-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  AUDIT-RECORD                PIC X(80).
010500*
010600 FD  AUDARC-FILE
010700     LABEL RECORDS ARE STANDARD.
010800 01  AUDARC-RECORD               PIC X(80).
010900*
011000*    ONE RECORD PER TRANSACTION, RUN DATE AND BATCH THAT THE    *
011100*    AUDIT FILES SHOW WAS POSTED OR REVERSED                    *
011200 FD  KEY-FILE
011300     LABEL RECORDS ARE STANDARD.
011400 01  IK-KEY-RECORD.
011500     05  IK-KEY.
011600         10  IK-TRANS-ID         PIC 9(08).
011700         10  IK-RUN-DATE         PIC 9(08).
011800         10  IK-BATCH-ID         PIC X(08).
011900     05  IK-ENTRY-TYPE           PIC X(01).
012000     05  FILLER                  PIC X(55).
012100*
012200 FD  RECYCLE-FILE
012300     LABEL RECORDS ARE STANDARD.
012400     COPY "recycrec.cpy".
012500*
012600 FD  HIST-FILE
012700     LABEL RECORDS ARE STANDARD.
012800     COPY "dayhist.cpy".
012900*
013000 FD  REPORT-FILE
013100     LABEL RECORDS ARE STANDARD.
013200 01  REPORT-RECORD               PIC X(80).
013300*
013400 WORKING-STORAGE SECTION.
013500*****************************************************************
013600*    RECORD COUNTERS AND FINDINGS BY SEVERITY                   *
013700*****************************************************************
013800 77  WS-AUDIT-CNT                PIC 9(08) COMP VALUE ZERO.
013900 77  WS-MASTER-CNT               PIC 9(08) COMP VALUE ZERO.
014000 77  WS-ARCHIVE-CNT              PIC 9(08) COMP VALUE ZERO.
014100 77  WS-RECYCLE-CNT              PIC 9(08) COMP VALUE ZERO.
014200 77  WS-HIST-CNT                 PIC 9(08) COMP VALUE ZERO.
014300 77  WS-HIGH-CNT                 PIC 9(06) COMP VALUE ZERO.
014400 77  WS-MEDIUM-CNT               PIC 9(06) COMP VALUE ZERO.
014500 77  WS-LOW-CNT                  PIC 9(06) COMP VALUE ZERO.
014600*****************************************************************
014700*    FILE STATUS AND SWITCHES                                   *
014800*****************************************************************
014900 77  WS-MASTER-STATUS            PIC X(02)      VALUE SPACES.
015000 77  WS-ARCHIVE-STATUS           PIC X(02)      VALUE SPACES.
015100     88  WS-ARCHIVE-NOT-FOUND                   VALUE "35".
015200 77  WS-AUDIT-STATUS             PIC X(02)      VALUE SPACES.
015300     88  WS-AUDIT-NOT-FOUND                     VALUE "35".
015400 77  WS-AUDARC-STATUS            PIC X(02)      VALUE SPACES.
015500     88  WS-AUDARC-NOT-FOUND                    VALUE "35".
015600 77  WS-KEY-STATUS               PIC X(02)      VALUE SPACES.
015700 77  WS-RECYCLE-STATUS           PIC X(02)      VALUE SPACES.
015800     88  WS-RECYCLE-NOT-FOUND                   VALUE "35".
015900 77  WS-HIST-STATUS              PIC X(02)      VALUE SPACES.
016000     88  WS-HIST-NOT-FOUND                      VALUE "35".
016100 77  WS-REPORT-STATUS            PIC X(02)      VALUE SPACES.
016200 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
016300     88  WS-EOF-REACHED                         VALUE "Y".
016400 77  WS-ARCHIVE-SW               PIC X(01)      VALUE "Y".
016500     88  WS-ARCHIVE-PRESENT                     VALUE "Y".
016600     88  WS-ARCHIVE-ABSENT                      VALUE "N".
016700*****************************************************************
016800*    RUN DATE FROM THE ARGUMENT AND THE RECYCLE GRACE PERIOD    *
016900*****************************************************************
017000 01  WS-PROC-DATE-X              PIC X(08)      VALUE SPACES.
017100 01  WS-PROC-DATE8 REDEFINES WS-PROC-DATE-X
017200                                 PIC 9(08).
017300 01  WS-CURR-DATE8               PIC 9(08)      VALUE ZEROES.
017400 77  WS-GRACE-DAYS               PIC 9(04) COMP VALUE 7.
017500 77  WS-PROC-DN                  PIC 9(08) COMP VALUE ZERO.
017600 77  WS-AGE-DAYS                 PIC S9(08) COMP VALUE ZERO.
017700*****************************************************************
017800*    THE RECORD UNDER CHECK - THE MASTER IS READ BY START PAST  *
017900*    THE LAST KEY DONE, AS TRNPURG1 DOES, SO A LOOK-UP OF A     *
018000*    SUPERSEDED-BY TARGET DOES NOT LOSE THE PLACE               *
018100*****************************************************************
018200 77  WS-LAST-KEY                 PIC 9(08)      VALUE ZEROES.
018300 77  WS-CHK-ID                   PIC 9(08)      VALUE ZEROES.
018400 77  WS-CHK-TARGET               PIC 9(08)      VALUE ZEROES.
018500 77  WS-CHK-DATE                 PIC 9(08)      VALUE ZEROES.
018600 77  WS-CHK-BATCH                PIC X(08)      VALUE SPACES.
018700 77  WS-CHK-KIND                 PIC X(08)      VALUE SPACES.
018800 77  WS-ADD-AA                   PIC X(02)      VALUE SPACES.
018900 77  WS-ADD-BB                   PIC X(02)      VALUE SPACES.
019000 77  WS-ADD-CATEGORY             PIC X(02)      VALUE SPACES.
019100 77  WS-ADD-DATE                 PIC 9(08)      VALUE ZEROES.
019200*****************************************************************
019300*    POSTING BATCHES SEEN ON THE MASTER AND ARCHIVE, BY RUN     *
019400*    DATE, MATCHED AGAINST DAYHIST                              *
019500*****************************************************************
019600 77  WS-BT-MAX                   PIC 9(04) COMP VALUE 3000.
019700 77  WS-BT-CNT                   PIC 9(04) COMP VALUE ZERO.
019800 77  WS-BT-IX                    PIC 9(04) COMP VALUE ZERO.
019900 77  WS-BT-HIT-IX                PIC 9(04) COMP VALUE ZERO.
020000 01  WS-BT-TABLE.
020100     05  WS-BT-ENTRY OCCURS 3000 TIMES.
020200         10  WS-BT-DATE          PIC 9(08).
020300         10  WS-BT-BATCH         PIC X(08).
020400         10  WS-BT-REC-CNT       PIC 9(08) COMP.
020500         10  WS-BT-HIST-SW       PIC X(01).
020600             88  WS-BT-IN-HIST              VALUE "Y".
020700*****************************************************************
020800*    RECORDS LOADED FROM EXCPRES1 RESUBMISSIONS, EACH ANSWERING *
020900*    AT MOST ONE RESUBMITTED RECYCLE CORRECTION                 *
021000*****************************************************************
021100 77  WS-RS-MAX                   PIC 9(04) COMP VALUE 2000.
021200 77  WS-RS-CNT                   PIC 9(04) COMP VALUE ZERO.
021300 77  WS-RS-IX                    PIC 9(04) COMP VALUE ZERO.
021400 77  WS-RS-HIT-IX                PIC 9(04) COMP VALUE ZERO.
021500 01  WS-RS-TABLE.
021600     05  WS-RS-ENTRY OCCURS 2000 TIMES.
021700         10  WS-RS-AA            PIC X(02).
021800         10  WS-RS-BB            PIC X(02).
021900         10  WS-RS-CATEGORY      PIC X(02).
022000         10  WS-RS-ENTRY-DATE    PIC 9(08).
022100         10  WS-RS-USED-SW       PIC X(01).
022200             88  WS-RS-USED                 VALUE "Y".
022300*****************************************************************
022400*    DAY-NUMBER WORK FIELDS (SEE 7100)                          *
022500*****************************************************************
022600 01  WS-DN-DATE                  PIC 9(08)      VALUE ZEROES.
022700 01  WS-DN-VIEW REDEFINES WS-DN-DATE.
022800     05  WS-DN-YEAR              PIC 9(04).
022900     05  WS-DN-MONTH             PIC 9(02).
023000     05  WS-DN-DAY               PIC 9(02).
023100 77  WS-DN-Y                     PIC 9(04) COMP VALUE ZERO.
023200 77  WS-DN-M                     PIC 9(02) COMP VALUE ZERO.
023300 77  WS-DN-WORK                  PIC 9(08) COMP VALUE ZERO.
023400 77  WS-DN-DAYS                  PIC 9(08) COMP VALUE ZERO.
023500*****************************************************************
023600*    INTEGRITY REPORT LINE LAYOUTS - ALL 80 BYTES               *
023700*****************************************************************
023800 01  IR-HEADER-LINE.
023900     05  FILLER                  PIC X(38)
024000             VALUE "INTCHK1 CROSS-FILE INTEGRITY SWEEP - ".
024100     05  FILLER                  PIC X(09)  VALUE "RUN DATE ".
024200     05  IR-HDR-RUN-DATE         PIC 9(08).
024300     05  FILLER                  PIC X(11)  VALUE "  PREPARED ".
024400     05  IR-HDR-PREP-DATE        PIC 9(08).
024500     05  FILLER                  PIC X(06)  VALUE SPACES.
024600*
024700 01  IR-LINK-LINE.
024800     05  IR-LNK-SEVERITY         PIC X(07).
024900     05  FILLER                  PIC X(12)  VALUE "BROKEN LINK ".
025000     05  FILLER                  PIC X(06)  VALUE "TRANS ".
025100     05  IR-LNK-TRANS-ID         PIC 9(08).
025200     05  FILLER                  PIC X(15)
025300             VALUE " SUPERSEDED BY ".
025400     05  IR-LNK-TARGET-ID        PIC 9(08).
025500     05  FILLER                  PIC X(24)
025600             VALUE " - NOT ON MASTER/ARCHIVE".
025700*
025800 01  IR-BOTH-LINE.
025900     05  IR-BTH-SEVERITY         PIC X(07).
026000     05  FILLER                  PIC X(12)  VALUE "DUPLICATE ID".
026100     05  FILLER                  PIC X(07)  VALUE " TRANS ".
026200     05  IR-BTH-TRANS-ID         PIC 9(08).
026300     05  FILLER                  PIC X(31)
026400             VALUE " IS ON BOTH TRANMAST/TRANARCH  ".
026500     05  FILLER                  PIC X(15)  VALUE SPACES.
026600*
026700 01  IR-AUDIT-LINE.
026800     05  IR-AUD-SEVERITY         PIC X(07).
026900     05  FILLER                  PIC X(12)  VALUE "NO AUDIT    ".
027000     05  FILLER                  PIC X(06)  VALUE "TRANS ".
027100     05  IR-AUD-TRANS-ID         PIC 9(08).
027200     05  FILLER                  PIC X(01)  VALUE SPACES.
027300     05  IR-AUD-KIND             PIC X(08).
027400     05  FILLER                  PIC X(01)  VALUE SPACES.
027500     05  IR-AUD-RUN-DATE         PIC 9(08).
027600     05  FILLER                  PIC X(07)  VALUE " BATCH ".
027700     05  IR-AUD-BATCH-ID         PIC X(08).
027800     05  FILLER                  PIC X(14)  VALUE SPACES.
027900*
028000 01  IR-RESUB-LINE.
028100     05  IR-RSB-SEVERITY         PIC X(07).
028200     05  FILLER                  PIC X(12)  VALUE "NOT RELOADED".
028300     05  FILLER                  PIC X(06)  VALUE " EXCP ".
028400     05  IR-RSB-EXCP-DATE        PIC 9(08).
028500     05  FILLER                  PIC X(01)  VALUE SPACES.
028600     05  IR-RSB-BATCH-ID         PIC X(08).
028700     05  FILLER                  PIC X(01)  VALUE SPACES.
028800     05  IR-RSB-RECORD-NBR       PIC 9(08).
028900     05  FILLER                  PIC X(11)  VALUE " CORRECTED ".
029000     05  IR-RSB-CORR-DATE        PIC 9(08).
029100     05  FILLER                  PIC X(01)  VALUE SPACES.
029200     05  IR-RSB-AGE-DAYS         PIC Z(3)9.
029300     05  FILLER                  PIC X(05)  VALUE " DAYS".
029400*
029500 01  IR-HIST-LINE.
029600     05  IR-HST-SEVERITY         PIC X(07).
029700     05  FILLER                  PIC X(12)  VALUE "NO DAYHIST  ".
029800     05  FILLER                  PIC X(06)  VALUE "BATCH ".
029900     05  IR-HST-BATCH-ID         PIC X(08).
030000     05  FILLER                  PIC X(04)  VALUE " ON ".
030100     05  IR-HST-RUN-DATE         PIC 9(08).
030200     05  FILLER                  PIC X(02)  VALUE SPACES.
030300     05  IR-HST-REC-CNT          PIC Z(7)9.
030400     05  FILLER                  PIC X(16)
030500             VALUE " RECORDS ON FILE".
030600     05  FILLER                  PIC X(09)  VALUE SPACES.
030700*
030800 01  IR-COUNT-LINE.
030900     05  FILLER                  PIC X(15)
031000             VALUE "READ - AUDIT=".
031100     05  IR-CNT-AUDIT            PIC Z(7)9.
031200     05  FILLER                  PIC X(08)  VALUE " MASTER=".
031300     05  IR-CNT-MASTER           PIC Z(7)9.
031400     05  FILLER                  PIC X(09)  VALUE " ARCHIVE=".
031500     05  IR-CNT-ARCHIVE          PIC Z(7)9.
031600     05  FILLER                  PIC X(09)  VALUE " RECYCLE=".
031700     05  IR-CNT-RECYCLE          PIC Z(7)9.
031800     05  FILLER                  PIC X(07)  VALUE SPACES.
031900*
032000 01  IR-TRAILER-LINE.
032100     05  FILLER                  PIC X(15)
032200             VALUE "TOTALS - HIGH=".
032300     05  IR-TRL-HIGH-CNT         PIC Z(5)9.
032400     05  FILLER                  PIC X(09)  VALUE "  MEDIUM=".
032500     05  IR-TRL-MEDIUM-CNT       PIC Z(5)9.
032600     05  FILLER                  PIC X(06)  VALUE "  LOW=".
032700     05  IR-TRL-LOW-CNT          PIC Z(5)9.
032800     05  FILLER                  PIC X(32)  VALUE SPACES.
032810*****************************************************************
032820*    THE AUDIT ENTRY UNDER CHECK - AN AUDITARC OR AUDITLOG      *
032830*    ENTRY IS MOVED HERE AS IT IS READ, SO BOTH FILES ARE       *
032840*    CHECKED THROUGH THE SAME FIELDS                            *
032850*****************************************************************
032860     COPY "auditrec.cpy".
032900 PROCEDURE DIVISION.
033000*****************************************************************
033100*    0000-MAINLINE                                              *
033200*****************************************************************
033300 0000-MAINLINE.
033400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033500     PERFORM 2000-BUILD-AUDIT-KEYS THRU 2000-EXIT.
033600     PERFORM 3000-CHECK-ONE-MASTER THRU 3000-EXIT
033700             UNTIL WS-EOF-REACHED.
033800     PERFORM 4000-SCAN-ARCHIVE THRU 4000-EXIT.
033900     PERFORM 5000-CHECK-RECYCLE THRU 5000-EXIT.
034000     PERFORM 6000-CHECK-DAYHIST THRU 6000-EXIT.
034100     PERFORM 9000-FINALIZE THRU 9000-EXIT.
034200     STOP RUN.
034300*****************************************************************
034400*    1000-INITIALIZE - PICK UP THE RUN DATE, OPEN THE REPORT    *
034500*    AND THE MASTER.  NO ARCHIVE YET MEANS NOTHING HAS BEEN     *
034600*    PURGED, SO THE ARCHIVE LOOK-UPS ARE SIMPLY SKIPPED.        *
034700*****************************************************************
034800 1000-INITIALIZE.
034900     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
035000     DISPLAY 1 UPON ARGUMENT-NUMBER.
035100     ACCEPT WS-PROC-DATE-X FROM ARGUMENT-VALUE
035200         ON EXCEPTION
035300             MOVE SPACES TO WS-PROC-DATE-X
035400     END-ACCEPT.
035500     IF WS-PROC-DATE-X = SPACES OR LOW-VALUES
035600         MOVE WS-CURR-DATE8 TO WS-PROC-DATE8
035700     ELSE
035800         IF WS-PROC-DATE-X IS NOT NUMERIC
035900             DISPLAY "INTCHK1 - RUN DATE "
036000                     WS-PROC-DATE-X " IS NOT YYYYMMDD"
036100             MOVE 12 TO RETURN-CODE
036200             STOP RUN
036300         END-IF
036400     END-IF.
036500     MOVE WS-PROC-DATE8 TO WS-DN-DATE.
036600     PERFORM 7100-DAY-NUMBER THRU 7100-EXIT.
036700     MOVE WS-DN-DAYS TO WS-PROC-DN.
036800     OPEN OUTPUT REPORT-FILE.
036900     IF WS-REPORT-STATUS NOT = "00"
037000         DISPLAY "INTCHK1 - CANNOT OPEN INTRPT, STATUS "
037100                 WS-REPORT-STATUS
037200         MOVE 12 TO RETURN-CODE
037300         STOP RUN
037400     END-IF.
037500     MOVE WS-PROC-DATE8  TO IR-HDR-RUN-DATE.
037600     MOVE WS-CURR-DATE8  TO IR-HDR-PREP-DATE.
037700     MOVE IR-HEADER-LINE TO REPORT-RECORD.
037800     WRITE REPORT-RECORD.
037900     OPEN INPUT MASTER-FILE.
038000     IF WS-MASTER-STATUS NOT = "00"
038100         DISPLAY "INTCHK1 - CANNOT OPEN TRANMAST, STATUS "
038200                 WS-MASTER-STATUS
038300         MOVE 12 TO RETURN-CODE
038400         CLOSE REPORT-FILE
038500         STOP RUN
038600     END-IF.
038700     OPEN INPUT ARCHIVE-FILE.
038800     IF WS-ARCHIVE-NOT-FOUND
038900         SET WS-ARCHIVE-ABSENT TO TRUE
039000         GO TO 1000-EXIT
039100     END-IF.
039200     IF WS-ARCHIVE-STATUS NOT = "00"
039300         DISPLAY "INTCHK1 - CANNOT OPEN TRANARCH, STATUS "
039400                 WS-ARCHIVE-STATUS
039500         MOVE 12 TO RETURN-CODE
039600         CLOSE MASTER-FILE
039700         CLOSE REPORT-FILE
039800         STOP RUN
039900     END-IF.
040000 1000-EXIT.
040100     EXIT.
040200*****************************************************************
040300*    2000-BUILD-AUDIT-KEYS - LOAD THE WORK FILE WITH THE        *
040400*    TRANSACTION, RUN DATE AND BATCH OF EVERY POSTING AND       *
040500*    REVERSAL ON AUDITARC AND AUDITLOG.  APPROV1'S APPROVAL     *
040600*    ENTRIES ARE NOT POSTINGS AND ARE LEFT OUT.                 *
040900*****************************************************************
041000 2000-BUILD-AUDIT-KEYS.
041100     OPEN OUTPUT KEY-FILE.
041200     IF WS-KEY-STATUS NOT = "00"
041300         DISPLAY "INTCHK1 - CANNOT OPEN INTCKWRK, STATUS "
041400                 WS-KEY-STATUS
041500         MOVE 12 TO RETURN-CODE
041600         STOP RUN
041700     END-IF.
041800     OPEN INPUT AUDIT-FILE.
041900     IF WS-AUDIT-STATUS NOT = "00" AND NOT WS-AUDIT-NOT-FOUND
042000         DISPLAY "INTCHK1 - CANNOT OPEN AUDITLOG, STATUS "
042100                 WS-AUDIT-STATUS
042200         MOVE 12 TO RETURN-CODE
042300         STOP RUN
042400     END-IF.
042500     OPEN INPUT AUDARC-FILE.
042600     IF WS-AUDARC-STATUS NOT = "00" AND NOT WS-AUDARC-NOT-FOUND
042700         DISPLAY "INTCHK1 - CANNOT OPEN AUDITARC, STATUS "
042800                 WS-AUDARC-STATUS
042900         MOVE 12 TO RETURN-CODE
043000         STOP RUN
043100     END-IF.
043200     IF NOT WS-AUDARC-NOT-FOUND
043300         MOVE "N" TO WS-EOF-SW
043400         PERFORM 2100-KEY-ONE-ARCHIVED THRU 2100-EXIT
043500                 UNTIL WS-EOF-REACHED
043600         CLOSE AUDARC-FILE
043700     END-IF.
043800     IF WS-AUDIT-NOT-FOUND
043900         DISPLAY "INTCHK1 - NO AUDITLOG FILE"
044000     ELSE
044100         MOVE "N" TO WS-EOF-SW
044200         PERFORM 2200-KEY-ONE-LOGGED THRU 2200-EXIT
044300                 UNTIL WS-EOF-REACHED
044400         CLOSE AUDIT-FILE
044500     END-IF.
044600     CLOSE KEY-FILE.
044700     OPEN INPUT KEY-FILE.
044800     MOVE "N" TO WS-EOF-SW.
044900 2000-EXIT.
045000     EXIT.
045100*
045200 2100-KEY-ONE-ARCHIVED.
045300     READ AUDARC-FILE
045400         AT END
045500             SET WS-EOF-REACHED TO TRUE
045600             GO TO 2100-EXIT
045700     END-READ.
045800     MOVE AUDARC-RECORD TO AU-AUDIT-RECORD.
045900     PERFORM 2300-STORE-AUDIT-KEY THRU 2300-EXIT.
046000 2100-EXIT.
046100     EXIT.
046200*
046300 2200-KEY-ONE-LOGGED.
046400     READ AUDIT-FILE
046500         AT END
046600             SET WS-EOF-REACHED TO TRUE
046700             GO TO 2200-EXIT
046800     END-READ.
046850     MOVE AUDIT-RECORD TO AU-AUDIT-RECORD.
046900     PERFORM 2300-STORE-AUDIT-KEY THRU 2300-EXIT.
047000 2200-EXIT.
047100     EXIT.
047200*
047300*    AN ENTRY ALREADY KEYED (A RERUN'S REPEAT) IS JUST DROPPED  *
047400 2300-STORE-AUDIT-KEY.
047500     ADD 1 TO WS-AUDIT-CNT.
047600     IF AU-ENTRY-APPROVED OR AU-ENTRY-DECLINED
047700         GO TO 2300-EXIT
047800     END-IF.
047900     MOVE SPACES         TO IK-KEY-RECORD.
048000     MOVE AU-RECORD-NBR  TO IK-TRANS-ID.
048100     MOVE AU-RUN-DATE    TO IK-RUN-DATE.
048200     MOVE AU-BATCH-ID    TO IK-BATCH-ID.
048300     MOVE AU-ENTRY-TYPE  TO IK-ENTRY-TYPE.
048400     WRITE IK-KEY-RECORD
048500         INVALID KEY
048600             CONTINUE
048700     END-WRITE.
048800 2300-EXIT.
048900     EXIT.
049000*****************************************************************
049100*    3000-CHECK-ONE-MASTER - POSITION PAST THE LAST KEY DONE,   *
049200*    READ THE NEXT MASTER RECORD AND PUT IT THROUGH EVERY       *
049300*    CHECK.  THE SUPERSEDED-BY LOOK-UP GOES LAST BECAUSE IT     *
049400*    READS OVER THE RECORD AREA.                                *
049500*****************************************************************
049600 3000-CHECK-ONE-MASTER.
049700     MOVE WS-LAST-KEY TO TM-TRANS-ID.
049800     START MASTER-FILE KEY > TM-TRANS-ID
049900         INVALID KEY
050000             SET WS-EOF-REACHED TO TRUE
050100             GO TO 3000-EXIT
050200     END-START.
050300     READ MASTER-FILE NEXT RECORD
050400         AT END
050500             SET WS-EOF-REACHED TO TRUE
050600             GO TO 3000-EXIT
050700     END-READ.
050800     MOVE TM-TRANS-ID TO WS-LAST-KEY.
050900     ADD 1 TO WS-MASTER-CNT.
051000     PERFORM 3100-CHECK-NOT-ARCHIVED THRU 3100-EXIT.
051100     IF TM-STATUS-POSTED OR TM-STATUS-REV-PENDING
051200        OR TM-STATUS-REVERSED
051250        OR (TM-STATUS-HELD AND TM-POST-DATE NOT = ZEROES)
051300         MOVE TM-POST-DATE  TO WS-CHK-DATE
051400         MOVE TM-POST-BATCH TO WS-CHK-BATCH
051500         MOVE "POSTING " TO WS-CHK-KIND
051600         PERFORM 3200-CHECK-AUDITED THRU 3200-EXIT
051700     END-IF.
051800     IF TM-STATUS-REVERSED
051900         MOVE TM-REV-DATE   TO WS-CHK-DATE
052000         MOVE TM-REV-BATCH  TO WS-CHK-BATCH
052100         MOVE "REVERSAL" TO WS-CHK-KIND
052200         PERFORM 3200-CHECK-AUDITED THRU 3200-EXIT
052300     END-IF.
052400     IF TM-POST-DATE > ZEROES
052500         MOVE TM-POST-DATE  TO WS-CHK-DATE
052600         MOVE TM-POST-BATCH TO WS-CHK-BATCH
052700         PERFORM 7200-ADD-BATCH THRU 7200-EXIT
052800     END-IF.
052900     IF TM-REV-DATE > ZEROES
053000         MOVE TM-REV-DATE   TO WS-CHK-DATE
053100         MOVE TM-REV-BATCH  TO WS-CHK-BATCH
053200         PERFORM 7200-ADD-BATCH THRU 7200-EXIT
053300     END-IF.
053400     IF TM-SOURCE = "EXCPRES1"
053500         MOVE TM-AA         TO WS-ADD-AA
053600         MOVE TM-BB         TO WS-ADD-BB
053700         MOVE TM-CATEGORY   TO WS-ADD-CATEGORY
053800         MOVE TM-ENTRY-DATE TO WS-ADD-DATE
053900         PERFORM 7300-ADD-RESUBMISSION THRU 7300-EXIT
054000     END-IF.
054100     IF TM-SUPERSEDED-BY > ZEROES
054200         PERFORM 3300-CHECK-SUPERSEDED-BY THRU 3300-EXIT
054300     END-IF.
054400 3000-EXIT.
054500     EXIT.
054600*
054700*    A RECORD ON BOTH FILES MEANS A PURGE WROTE THE ARCHIVE BUT *
054800*    NEVER DELETED THE MASTER - EVERY REPORT THAT READS BOTH    *
054900*    WOULD COUNT IT TWICE                                       *
055000 3100-CHECK-NOT-ARCHIVED.
055100     IF WS-ARCHIVE-ABSENT
055200         GO TO 3100-EXIT
055300     END-IF.
055400     MOVE TM-TRANS-ID TO TA-TRANS-ID.
055500     READ ARCHIVE-FILE
055600         INVALID KEY
055700             GO TO 3100-EXIT
055800     END-READ.
055900     ADD 1 TO WS-HIGH-CNT.
056000     MOVE "HIGH"       TO IR-BTH-SEVERITY.
056100     MOVE TM-TRANS-ID  TO IR-BTH-TRANS-ID.
056200     MOVE IR-BOTH-LINE TO REPORT-RECORD.
056300     WRITE REPORT-RECORD.
056400 3100-EXIT.
056500     EXIT.
056600*
056700 3200-CHECK-AUDITED.
056800     MOVE TM-TRANS-ID  TO IK-TRANS-ID.
056900     MOVE WS-CHK-DATE  TO IK-RUN-DATE.
057000     MOVE WS-CHK-BATCH TO IK-BATCH-ID.
057100     READ KEY-FILE
057200         INVALID KEY
057300             PERFORM 3210-PRINT-NOT-AUDITED THRU 3210-EXIT
057400     END-READ.
057500 3200-EXIT.
057600     EXIT.
057700*
057800 3210-PRINT-NOT-AUDITED.
057900     ADD 1 TO WS-HIGH-CNT.
058000     MOVE "HIGH"        TO IR-AUD-SEVERITY.
058100     MOVE TM-TRANS-ID   TO IR-AUD-TRANS-ID.
058200     MOVE WS-CHK-KIND   TO IR-AUD-KIND.
058300     MOVE WS-CHK-DATE   TO IR-AUD-RUN-DATE.
058400     MOVE WS-CHK-BATCH  TO IR-AUD-BATCH-ID.
058500     MOVE IR-AUDIT-LINE TO REPORT-RECORD.
058600     WRITE REPORT-RECORD.
058700 3210-EXIT.
058800     EXIT.
058900*
059000*    THE TARGET MAY HAVE BEEN PURGED AHEAD OF ITS PREDECESSOR,  *
059100*    SO IT IS LOOKED FOR ON THE ARCHIVE TOO                     *
059200 3300-CHECK-SUPERSEDED-BY.
059300     MOVE TM-TRANS-ID      TO WS-CHK-ID.
059400     MOVE TM-SUPERSEDED-BY TO WS-CHK-TARGET.
059500     MOVE WS-CHK-TARGET    TO TM-TRANS-ID.
059600     READ MASTER-FILE
059700         INVALID KEY
059800             CONTINUE
059900         NOT INVALID KEY
060000             GO TO 3300-EXIT
060100     END-READ.
060200     IF WS-ARCHIVE-PRESENT
060300         MOVE WS-CHK-TARGET TO TA-TRANS-ID
060400         READ ARCHIVE-FILE
060500             INVALID KEY
060600                 CONTINUE
060700             NOT INVALID KEY
060800                 GO TO 3300-EXIT
060900         END-READ
061000     END-IF.
061100     ADD 1 TO WS-HIGH-CNT.
061200     MOVE "HIGH"        TO IR-LNK-SEVERITY.
061300     MOVE WS-CHK-ID     TO IR-LNK-TRANS-ID.
061400     MOVE WS-CHK-TARGET TO IR-LNK-TARGET-ID.
061500     MOVE IR-LINK-LINE  TO REPORT-RECORD.
061600     WRITE REPORT-RECORD.
061700 3300-EXIT.
061800     EXIT.
061900*****************************************************************
062000*    4000-SCAN-ARCHIVE - THE ARCHIVE'S POSTING BATCHES AND      *
062100*    RESUBMITTED RECORDS COUNT AS WELL AS THE MASTER'S          *
062200*****************************************************************
062300 4000-SCAN-ARCHIVE.
062400     IF WS-ARCHIVE-ABSENT
062500         GO TO 4000-EXIT
062600     END-IF.
062700     MOVE "N" TO WS-EOF-SW.
062800     MOVE ZEROES TO TA-TRANS-ID.
062900     START ARCHIVE-FILE KEY NOT < TA-TRANS-ID
063000         INVALID KEY
063100             GO TO 4000-EXIT
063200     END-START.
063300     PERFORM 4100-SCAN-ONE-ARCHIVED THRU 4100-EXIT
063400             UNTIL WS-EOF-REACHED.
063500 4000-EXIT.
063600     EXIT.
063700*
063800 4100-SCAN-ONE-ARCHIVED.
063900     READ ARCHIVE-FILE NEXT RECORD
064000         AT END
064100             SET WS-EOF-REACHED TO TRUE
064200             GO TO 4100-EXIT
064300     END-READ.
064400     ADD 1 TO WS-ARCHIVE-CNT.
064500     IF TA-POST-DATE > ZEROES
064600         MOVE TA-POST-DATE  TO WS-CHK-DATE
064700         MOVE TA-POST-BATCH TO WS-CHK-BATCH
064800         PERFORM 7200-ADD-BATCH THRU 7200-EXIT
064900     END-IF.
065000     IF TA-REV-DATE > ZEROES
065100         MOVE TA-REV-DATE   TO WS-CHK-DATE
065200         MOVE TA-REV-BATCH  TO WS-CHK-BATCH
065300         PERFORM 7200-ADD-BATCH THRU 7200-EXIT
065400     END-IF.
065500     IF TA-SOURCE = "EXCPRES1"
065600         MOVE TA-AA         TO WS-ADD-AA
065700         MOVE TA-BB         TO WS-ADD-BB
065800         MOVE TA-CATEGORY   TO WS-ADD-CATEGORY
065900         MOVE TA-ENTRY-DATE TO WS-ADD-DATE
066000         PERFORM 7300-ADD-RESUBMISSION THRU 7300-EXIT
066100     END-IF.
066200 4100-EXIT.
066300     EXIT.
066400*****************************************************************
066500*    5000-CHECK-RECYCLE - EVERY RECYCLE RECORD MARKED           *
066600*    RESUBMITTED MUST HAVE COME BACK THROUGH TRANLOAD1.  ONE    *
066700*    STILL MISSING AFTER WS-GRACE-DAYS IS HIGH; INSIDE THE      *
066800*    GRACE DAYS THE LOAD MAY SIMPLY NOT HAVE RUN YET (LOW).     *
066900*****************************************************************
067000 5000-CHECK-RECYCLE.
067100     OPEN INPUT RECYCLE-FILE.
067200     IF WS-RECYCLE-NOT-FOUND
067300         GO TO 5000-EXIT
067400     END-IF.
067500     IF WS-RECYCLE-STATUS NOT = "00"
067600         DISPLAY "INTCHK1 - CANNOT OPEN EXCPRCYC, STATUS "
067700                 WS-RECYCLE-STATUS
067800         MOVE 12 TO RETURN-CODE
067900         STOP RUN
068000     END-IF.
068100     MOVE "N" TO WS-EOF-SW.
068200     PERFORM 5100-CHECK-ONE-RECYCLED THRU 5100-EXIT
068300             UNTIL WS-EOF-REACHED.
068400     CLOSE RECYCLE-FILE.
068500 5000-EXIT.
068600     EXIT.
068700*
068800 5100-CHECK-ONE-RECYCLED.
068900     READ RECYCLE-FILE
069000         AT END
069100             SET WS-EOF-REACHED TO TRUE
069200             GO TO 5100-EXIT
069300     END-READ.
069400     ADD 1 TO WS-RECYCLE-CNT.
069500     IF NOT RY-RESUBMITTED
069600         GO TO 5100-EXIT
069700     END-IF.
069800     MOVE ZERO TO WS-RS-HIT-IX.
069900     PERFORM 5110-MATCH-RESUBMISSION THRU 5110-EXIT
070000             VARYING WS-RS-IX FROM 1 BY 1
070100             UNTIL WS-RS-IX > WS-RS-CNT
070200                OR WS-RS-HIT-IX > ZERO.
070300     IF WS-RS-HIT-IX > ZERO
070400         MOVE "Y" TO WS-RS-USED-SW (WS-RS-HIT-IX)
070500         GO TO 5100-EXIT
070600     END-IF.
070700     PERFORM 5200-PRINT-NOT-RELOADED THRU 5200-EXIT.
070800 5100-EXIT.
070900     EXIT.
071000*
071100 5110-MATCH-RESUBMISSION.
071200     IF NOT WS-RS-USED (WS-RS-IX)
071300        AND WS-RS-AA (WS-RS-IX) = RY-CORR-AA
071400        AND WS-RS-BB (WS-RS-IX) = RY-CORR-BB
071500        AND WS-RS-CATEGORY (WS-RS-IX) = RY-CATEGORY
071600        AND WS-RS-ENTRY-DATE (WS-RS-IX) NOT < RY-CORR-DATE
071700         MOVE WS-RS-IX TO WS-RS-HIT-IX
071800     END-IF.
071900 5110-EXIT.
072000     EXIT.
072100*
072200 5200-PRINT-NOT-RELOADED.
072300     MOVE RY-CORR-DATE TO WS-DN-DATE.
072400     PERFORM 7100-DAY-NUMBER THRU 7100-EXIT.
072500     COMPUTE WS-AGE-DAYS = WS-PROC-DN - WS-DN-DAYS.
072600     IF WS-AGE-DAYS < ZERO
072700         MOVE ZERO TO WS-AGE-DAYS
072800     END-IF.
072900     IF WS-AGE-DAYS > WS-GRACE-DAYS
073000         ADD 1 TO WS-HIGH-CNT
073100         MOVE "HIGH"   TO IR-RSB-SEVERITY
073200     ELSE
073300         ADD 1 TO WS-LOW-CNT
073400         MOVE "LOW"    TO IR-RSB-SEVERITY
073500     END-IF.
073600     MOVE RY-EXCP-DATE  TO IR-RSB-EXCP-DATE.
073700     MOVE RY-BATCH-ID   TO IR-RSB-BATCH-ID.
073800     MOVE RY-RECORD-NBR TO IR-RSB-RECORD-NBR.
073900     MOVE RY-CORR-DATE  TO IR-RSB-CORR-DATE.
074000     MOVE WS-AGE-DAYS   TO IR-RSB-AGE-DAYS.
074100     MOVE IR-RESUB-LINE TO REPORT-RECORD.
074200     WRITE REPORT-RECORD.
074300 5200-EXIT.
074400     EXIT.
074500*****************************************************************
074600*    6000-CHECK-DAYHIST - ADDPROG1 WRITES ONE DAYHIST ROW PER   *
074700*    RUN UNDER THE SAME DATE AND BATCH IT STAMPS ON THE         *
074800*    RECORDS, SO EVERY BATCH SEEN ON THE MASTER OR ARCHIVE      *
074900*    MUST HAVE ONE                                              *
075000*****************************************************************
075100 6000-CHECK-DAYHIST.
075200     OPEN INPUT HIST-FILE.
075300     IF WS-HIST-NOT-FOUND
075400         DISPLAY "INTCHK1 - NO DAYHIST FILE"
075500     ELSE
075600         IF WS-HIST-STATUS NOT = "00"
075700             DISPLAY "INTCHK1 - CANNOT OPEN DAYHIST, STATUS "
075800                     WS-HIST-STATUS
075900             MOVE 12 TO RETURN-CODE
076000             STOP RUN
076100         END-IF
076200         MOVE "N" TO WS-EOF-SW
076300         PERFORM 6100-MARK-ONE-HISTORY THRU 6100-EXIT
076400                 UNTIL WS-EOF-REACHED
076500         CLOSE HIST-FILE
076600     END-IF.
076700     PERFORM 6200-PRINT-NO-HISTORY THRU 6200-EXIT
076800             VARYING WS-BT-IX FROM 1 BY 1
076900             UNTIL WS-BT-IX > WS-BT-CNT.
077000 6000-EXIT.
077100     EXIT.
077200*
077300 6100-MARK-ONE-HISTORY.
077400     READ HIST-FILE
077500         AT END
077600             SET WS-EOF-REACHED TO TRUE
077700             GO TO 6100-EXIT
077800     END-READ.
077900     ADD 1 TO WS-HIST-CNT.
078000     MOVE DH-PROC-DATE TO WS-CHK-DATE.
078100     MOVE DH-BATCH-ID  TO WS-CHK-BATCH.
078200     PERFORM 7210-FIND-BATCH THRU 7210-EXIT.
078300     IF WS-BT-HIT-IX > ZERO
078400         MOVE "Y" TO WS-BT-HIST-SW (WS-BT-HIT-IX)
078500     END-IF.
078600 6100-EXIT.
078700     EXIT.
078800*
078900 6200-PRINT-NO-HISTORY.
079000     IF WS-BT-IN-HIST (WS-BT-IX)
079100         GO TO 6200-EXIT
079200     END-IF.
079300     ADD 1 TO WS-MEDIUM-CNT.
079400     MOVE "MEDIUM"                 TO IR-HST-SEVERITY.
079500     MOVE WS-BT-BATCH (WS-BT-IX)   TO IR-HST-BATCH-ID.
079600     MOVE WS-BT-DATE (WS-BT-IX)    TO IR-HST-RUN-DATE.
079700     MOVE WS-BT-REC-CNT (WS-BT-IX) TO IR-HST-REC-CNT.
079800     MOVE IR-HIST-LINE             TO REPORT-RECORD.
079900     WRITE REPORT-RECORD.
080000 6200-EXIT.
080100     EXIT.
080200*****************************************************************
080300*    7100-DAY-NUMBER - DAYS FROM 1 MARCH OF YEAR ZERO TO        *
080400*    WS-DN-DATE, AS IN RUNSLA1                                  *
080500*****************************************************************
080600 7100-DAY-NUMBER.
080700     IF WS-DN-MONTH > 2
080800         MOVE WS-DN-YEAR TO WS-DN-Y
080900         COMPUTE WS-DN-M = WS-DN-MONTH - 3
081000     ELSE
081100         COMPUTE WS-DN-Y = WS-DN-YEAR - 1
081200         COMPUTE WS-DN-M = WS-DN-MONTH + 9
081300     END-IF.
081400     COMPUTE WS-DN-DAYS = WS-DN-Y * 365 + WS-DN-DAY - 1.
081500     DIVIDE WS-DN-Y BY 4 GIVING WS-DN-WORK.
081600     ADD WS-DN-WORK TO WS-DN-DAYS.
081700     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-WORK.
081800     SUBTRACT WS-DN-WORK FROM WS-DN-DAYS.
081900     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-WORK.
082000     ADD WS-DN-WORK TO WS-DN-DAYS.
082100     COMPUTE WS-DN-WORK = WS-DN-M * 153 + 2.
082200     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-WORK.
082300     ADD WS-DN-WORK TO WS-DN-DAYS.
082400 7100-EXIT.
082500     EXIT.
082600*****************************************************************
082700*    7200-ADD-BATCH - COUNT A RECORD AGAINST ITS RUN DATE AND   *
082800*    BATCH (WS-CHK-DATE, WS-CHK-BATCH), ADDING THE BATCH THE    *
082900*    FIRST TIME IT IS SEEN                                      *
083000*****************************************************************
083100 7200-ADD-BATCH.
083200     PERFORM 7210-FIND-BATCH THRU 7210-EXIT.
083300     IF WS-BT-HIT-IX > ZERO
083400         ADD 1 TO WS-BT-REC-CNT (WS-BT-HIT-IX)
083500         GO TO 7200-EXIT
083600     END-IF.
083700     IF WS-BT-CNT >= WS-BT-MAX
083800         DISPLAY "INTCHK1 - MORE THAN " WS-BT-MAX
083900                 " POSTING BATCHES - RAISE WS-BT-MAX"
084000         MOVE 12 TO RETURN-CODE
084100         STOP RUN
084200     END-IF.
084300     ADD 1 TO WS-BT-CNT.
084400     MOVE WS-CHK-DATE  TO WS-BT-DATE (WS-BT-CNT).
084500     MOVE WS-CHK-BATCH TO WS-BT-BATCH (WS-BT-CNT).
084600     MOVE 1            TO WS-BT-REC-CNT (WS-BT-CNT).
084700     MOVE "N"          TO WS-BT-HIST-SW (WS-BT-CNT).
084800 7200-EXIT.
084900     EXIT.
085000*
085100*    CONSECUTIVE RECORDS USUALLY SHARE A BATCH, SO THE LAST     *
085200*    ONE FOUND IS TRIED BEFORE THE TABLE IS SEARCHED            *
085300 7210-FIND-BATCH.
085400     IF WS-BT-HIT-IX > ZERO
085500         IF WS-BT-DATE (WS-BT-HIT-IX) = WS-CHK-DATE
085600            AND WS-BT-BATCH (WS-BT-HIT-IX) = WS-CHK-BATCH
085700             GO TO 7210-EXIT
085800         END-IF
085900     END-IF.
086000     MOVE ZERO TO WS-BT-HIT-IX.
086100     PERFORM 7220-MATCH-BATCH THRU 7220-EXIT
086200             VARYING WS-BT-IX FROM 1 BY 1
086300             UNTIL WS-BT-IX > WS-BT-CNT
086400                OR WS-BT-HIT-IX > ZERO.
086500 7210-EXIT.
086600     EXIT.
086700*
086800 7220-MATCH-BATCH.
086900     IF WS-BT-DATE (WS-BT-IX) = WS-CHK-DATE
087000        AND WS-BT-BATCH (WS-BT-IX) = WS-CHK-BATCH
087100         MOVE WS-BT-IX TO WS-BT-HIT-IX
087200     END-IF.
087300 7220-EXIT.
087400     EXIT.
087500*
087600 7300-ADD-RESUBMISSION.
087700     IF WS-RS-CNT >= WS-RS-MAX
087800         DISPLAY "INTCHK1 - MORE THAN " WS-RS-MAX
087900                 " RESUBMITTED RECORDS - RAISE WS-RS-MAX"
088000         MOVE 12 TO RETURN-CODE
088100         STOP RUN
088200     END-IF.
088300     ADD 1 TO WS-RS-CNT.
088400     MOVE WS-ADD-AA       TO WS-RS-AA (WS-RS-CNT).
088500     MOVE WS-ADD-BB       TO WS-RS-BB (WS-RS-CNT).
088600     MOVE WS-ADD-CATEGORY TO WS-RS-CATEGORY (WS-RS-CNT).
088700     MOVE WS-ADD-DATE     TO WS-RS-ENTRY-DATE (WS-RS-CNT).
088800     MOVE "N"             TO WS-RS-USED-SW (WS-RS-CNT).
088900 7300-EXIT.
089000     EXIT.
089100*****************************************************************
089200*    9000-FINALIZE - PRINT THE COUNTS AND TOTALS, CLOSE UP, AND *
089300*    SET THE RETURN CODE FROM THE WORST SEVERITY FOUND          *
089400*****************************************************************
089500 9000-FINALIZE.
089600     MOVE WS-AUDIT-CNT    TO IR-CNT-AUDIT.
089700     MOVE WS-MASTER-CNT   TO IR-CNT-MASTER.
089800     MOVE WS-ARCHIVE-CNT  TO IR-CNT-ARCHIVE.
089900     MOVE WS-RECYCLE-CNT  TO IR-CNT-RECYCLE.
090000     MOVE IR-COUNT-LINE   TO REPORT-RECORD.
090100     WRITE REPORT-RECORD.
090200     MOVE WS-HIGH-CNT     TO IR-TRL-HIGH-CNT.
090300     MOVE WS-MEDIUM-CNT   TO IR-TRL-MEDIUM-CNT.
090400     MOVE WS-LOW-CNT      TO IR-TRL-LOW-CNT.
090500     MOVE IR-TRAILER-LINE TO REPORT-RECORD.
090600     WRITE REPORT-RECORD.
090700     CLOSE KEY-FILE.
090800     CLOSE MASTER-FILE.
090900     IF WS-ARCHIVE-PRESENT
091000         CLOSE ARCHIVE-FILE
091100     END-IF.
091200     CLOSE REPORT-FILE.
091300     DISPLAY "INTCHK1 - AUDIT=" WS-AUDIT-CNT
091400             " MASTER=" WS-MASTER-CNT
091500             " ARCHIVE=" WS-ARCHIVE-CNT
091600             " RECYCLE=" WS-RECYCLE-CNT
091700             " DAYHIST=" WS-HIST-CNT.
091800     DISPLAY "INTCHK1 - HIGH=" WS-HIGH-CNT
091900             " MEDIUM=" WS-MEDIUM-CNT
092000             " LOW=" WS-LOW-CNT.
092100     IF WS-HIGH-CNT > ZERO
092200         MOVE 8 TO RETURN-CODE
092300     ELSE
092400         IF WS-MEDIUM-CNT > ZERO OR WS-LOW-CNT > ZERO
092500             MOVE 4 TO RETURN-CODE
092600         END-IF
092700     END-IF.
092800 9000-EXIT.
092900     EXIT.
