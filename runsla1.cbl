000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RUNSLA1.
000300 AUTHOR.         J R MARTIN.
000400 INSTALLATION.   FINANCE SYSTEMS - BATCH RECONCILIATION.
000500 DATE-WRITTEN.   2026-10-09.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PROGRAM      RUNSLA1                                      *
001000*    DESCRIPTION   BATCH-WINDOW ELAPSED-TIME AND SLA REPORT     *
001100*                  FROM THE RUN CONTROL FILE.  FOR EVERY CYCLE  *
001200*                  (PROCESSING DATE AND BATCH) IN THE SLAPARM   *
001300*                  DATE RANGE IT PRINTS THE WHOLE WINDOW FROM   *
001400*                  THE FIRST STEP'S START TO THE LAST STEP'S    *
001500*                  END, THEN EVERY STEP IN CYCLE ORDER WITH ITS *
001600*                  START, ELAPSED TIME, AND THE ROLLING AVERAGE *
001700*                  OF ITS PREVIOUS COMPLETED RUNS.  CYCLES      *
001800*                  BEFORE THE RANGE ARE READ ONLY TO SEED THE   *
001900*                  AVERAGES.  IT FLAGS A STEP THAT RAN LONG     *
002000*                  AGAINST ITS AVERAGE, A STEP LEFT RUNNING OR  *
002100*                  FAILED, A FORCED RERUN OR A RESTART, AND A   *
002200*                  CYCLE WHOSE GLPOST1 DID NOT FINISH BY THE    *
002300*                  DEADLINE ON THE CARD.  ANY FLAG ENDS THE JOB *
002400*                  RC 4.                                        *
002500*                                                               *
002600*    MODIFICATION HISTORY                                      *
002700*    DATE       INIT  DESCRIPTION                               *
002800*    2026-10-09 JRM   INITIAL VERSION                           *
002820*    2026-10-12 JRM   LEAVE OUT-OF-CYCLE JOBS (STEP SEQUENCE    *
002840*                     ZERO) OFF THE NIGHTS                      *
002860*    2026-10-15 JRM   PRINT THE RESTART COUNT ON A SECOND       *
002880*                     TOTALS LINE; SLAPARM FIELDS NOW SQ-       *
002900*                                                               *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.    IBM-370.
003400 OBJECT-COMPUTER.    IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PARM-FILE       ASSIGN TO "SLAPARM"
003800             ORGANIZATION IS LINE SEQUENTIAL
003900             FILE STATUS IS WS-PARM-STATUS.
004000*
004100     SELECT RUNCTL-FILE     ASSIGN TO "RUNCTLF"
004200             ORGANIZATION IS LINE SEQUENTIAL
004300             FILE STATUS IS WS-RUNCTL-STATUS.
004400*
004500     SELECT REPORT-FILE     ASSIGN TO "SLARPT"
004600             ORGANIZATION IS LINE SEQUENTIAL
004700             FILE STATUS IS WS-REPORT-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  PARM-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY "slaparm.cpy".
005300*
005400 FD  RUNCTL-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY "runctl.cpy".
005700*
005800 FD  REPORT-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  REPORT-RECORD               PIC X(80).
006100*
006200 WORKING-STORAGE SECTION.
006300*****************************************************************
006400*    EXCEPTION COUNTS FOR THE TOTALS LINE AND RETURN CODE       *
006500*****************************************************************
006600 77  WS-NIGHTS-PRINTED           PIC 9(04) COMP VALUE ZERO.
006700 77  WS-LONG-CNT                 PIC 9(04) COMP VALUE ZERO.
006800 77  WS-FAILED-CNT               PIC 9(04) COMP VALUE ZERO.
006900 77  WS-RUNNING-CNT              PIC 9(04) COMP VALUE ZERO.
007000 77  WS-FORCED-CNT               PIC 9(04) COMP VALUE ZERO.
007100 77  WS-RESTART-CNT              PIC 9(04) COMP VALUE ZERO.
007200 77  WS-SLA-MISS-CNT             PIC 9(04) COMP VALUE ZERO.
007300*****************************************************************
007400*    FILE STATUS AND SWITCHES                                   *
007500*****************************************************************
007600 77  WS-PARM-STATUS              PIC X(02)      VALUE SPACES.
007700 77  WS-RUNCTL-STATUS            PIC X(02)      VALUE SPACES.
007800 77  WS-REPORT-STATUS            PIC X(02)      VALUE SPACES.
007900 77  WS-CTL-EOF-SW               PIC X(01)      VALUE "N".
008000     88  WS-CTL-EOF                             VALUE "Y".
008100 77  WS-PRINT-SW                 PIC X(01)      VALUE "N".
008200     88  WS-PRINT-NIGHT                         VALUE "Y".
008300 77  WS-DEADLINE-SW              PIC X(01)      VALUE "N".
008400     88  WS-DEADLINE-GIVEN                      VALUE "Y".
008500 77  WS-GLPOST-SW                PIC X(01)      VALUE "N".
008600     88  WS-GLPOST-SEEN                         VALUE "Y".
008700 77  WS-GLPOST-STATUS            PIC X(01)      VALUE SPACE.
008800 77  WS-STAT-FOUND-SW            PIC X(01)      VALUE "N".
008900     88  WS-STAT-FOUND                          VALUE "Y".
009000 77  WS-NGT-FOUND-SW             PIC X(01)      VALUE "N".
009100     88  WS-NGT-FOUND                           VALUE "Y".
009200*****************************************************************
009300*    SELECTIONS FROM THE PARM CARD                              *
009400*****************************************************************
009500 01  WS-FROM-DATE8               PIC 9(08)      VALUE ZEROES.
009600 01  WS-TO-DATE8                 PIC 9(08)      VALUE ZEROES.
009700 01  WS-DEADLINE-HHMM            PIC 9(04)      VALUE ZEROES.
009800 01  WS-DEADLINE-VIEW REDEFINES WS-DEADLINE-HHMM.
009900     05  WS-DEADLINE-HH          PIC 9(02).
010000     05  WS-DEADLINE-MM          PIC 9(02).
010100 77  WS-DEADLINE-DAY             PIC 9(01)      VALUE 1.
010200 77  WS-LONG-PCT                 PIC 9(03)      VALUE 50.
010300 77  WS-AVG-NIGHTS               PIC 9(02)      VALUE 5.
010400*    A STEP MUST RUN AT LEAST THIS MANY SECONDS OVER ITS        *
010500*    AVERAGE TO BE A LONG RUN, SO A STEP THAT NORMALLY TAKES    *
010600*    A FEW SECONDS IS NOT FLAGGED FOR TAKING A FEW MORE         *
010700 77  WS-LONG-MIN-SECS            PIC 9(04) COMP VALUE 60.
010800 77  WS-MIN-HISTORY              PIC 9(02) COMP VALUE 3.
010900*****************************************************************
011000*    RUN CONTROL RECORDS UP TO THE TO DATE                      *
011100*****************************************************************
011200 77  WS-CTL-MAX                  PIC 9(04) COMP VALUE 2000.
011300 77  WS-CTL-CNT                  PIC 9(04) COMP VALUE ZERO.
011400 77  WS-CTL-IX                   PIC 9(04) COMP VALUE ZERO.
011500 01  WS-CTL-TABLE.
011600     05  WS-CTL-RECORD OCCURS 2000 TIMES
011700                                 PIC X(80).
011800*****************************************************************
011900*    ONE ENTRY PER CYCLE (DATE AND BATCH), KEPT IN DATE ORDER   *
012000*****************************************************************
012100 77  WS-NGT-MAX                  PIC 9(04) COMP VALUE 400.
012200 77  WS-NGT-CNT                  PIC 9(04) COMP VALUE ZERO.
012300 77  WS-NGT-IX                   PIC 9(04) COMP VALUE ZERO.
012400 77  WS-NGT-POS                  PIC 9(04) COMP VALUE ZERO.
012500 77  WS-SHIFT-IX                 PIC 9(04) COMP VALUE ZERO.
012600 01  WS-NEW-NGT-KEY.
012700     05  WS-NEW-NGT-DATE         PIC 9(08).
012800     05  WS-NEW-NGT-BATCH        PIC X(08).
012900 01  WS-NGT-TABLE.
013000     05  WS-NGT-KEY OCCURS 400 TIMES.
013100         10  WS-NGT-DATE         PIC 9(08).
013200         10  WS-NGT-BATCH        PIC X(08).
013300*****************************************************************
013400*    THE STEPS OF THE CYCLE BEING REPORTED                      *
013500*****************************************************************
013600 77  WS-NS-MAX                   PIC 9(02) COMP VALUE 20.
013700 77  WS-NS-CNT                   PIC 9(02) COMP VALUE ZERO.
013800 77  WS-NS-IX                    PIC 9(02) COMP VALUE ZERO.
013900 77  WS-NS-MAX-SEQ               PIC 9(02) COMP VALUE ZERO.
014000 77  WS-SEQ-IX                   PIC 9(02) COMP VALUE ZERO.
014100 01  WS-NS-TABLE.
014200     05  WS-NS-CTL-IX OCCURS 20 TIMES
014300                                 PIC 9(04) COMP.
014400*****************************************************************
014500*    ELAPSED-TIME HISTORY PER STEP NAME FOR THE ROLLING         *
014600*    AVERAGE - THE LAST AVERAGE-NIGHTS COMPLETED RUNS           *
014700*****************************************************************
014800 77  WS-STAT-MAX                 PIC 9(02) COMP VALUE 20.
014900 77  WS-STAT-CNT                 PIC 9(02) COMP VALUE ZERO.
015000 77  WS-STAT-IX                  PIC 9(02) COMP VALUE ZERO.
015100 77  WS-HIST-IX                  PIC 9(02) COMP VALUE ZERO.
015200 01  WS-STAT-TABLE.
015300     05  WS-STAT-ENTRY OCCURS 20 TIMES.
015400         10  WS-STAT-STEP        PIC X(09).
015500         10  WS-STAT-HIST-CNT    PIC 9(02) COMP.
015600         10  WS-STAT-HIST-NEXT   PIC 9(02) COMP.
015700         10  WS-STAT-HIST-SECS OCCURS 30 TIMES
015800                                 PIC S9(09) COMP.
015900*****************************************************************
016000*    TIME ARITHMETIC.  A DATE AND CLOCK TIME ARE TURNED INTO    *
016100*    SECONDS SINCE A FIXED DAY ZERO SO A WINDOW THAT CROSSES    *
016200*    MIDNIGHT OR A MONTH END SUBTRACTS CLEANLY.                 *
016300*****************************************************************
016400 01  WS-DN-DATE                  PIC 9(08)      VALUE ZEROES.
016500 01  WS-DN-VIEW REDEFINES WS-DN-DATE.
016600     05  WS-DN-YEAR              PIC 9(04).
016700     05  WS-DN-MONTH             PIC 9(02).
016800     05  WS-DN-DAY               PIC 9(02).
016900 77  WS-DN-Y                     PIC 9(04) COMP VALUE ZERO.
017000 77  WS-DN-M                     PIC 9(02) COMP VALUE ZERO.
017100 77  WS-DN-WORK                  PIC 9(08) COMP VALUE ZERO.
017200 77  WS-DN-DAYS                  PIC 9(08) COMP VALUE ZERO.
017300 77  WS-MONTH-DAYS               PIC 9(02) COMP VALUE ZERO.
017400 77  WS-LEAP-REM                 PIC 9(04) COMP VALUE ZERO.
017500 01  WS-ABS-TIME                 PIC 9(08)      VALUE ZEROES.
017600 01  WS-ABS-TIME-VIEW REDEFINES WS-ABS-TIME.
017700     05  WS-ABS-HH               PIC 9(02).
017800     05  WS-ABS-MM               PIC 9(02).
017900     05  WS-ABS-SS               PIC 9(02).
018000     05  WS-ABS-CC               PIC 9(02).
018100 77  WS-ABS-SECS                 PIC S9(11) COMP VALUE ZERO.
018200*
018300 77  WS-STEP-START-SECS          PIC S9(11) COMP VALUE ZERO.
018400 77  WS-STEP-END-SECS            PIC S9(11) COMP VALUE ZERO.
018500 77  WS-STEP-ELAPSED             PIC S9(09) COMP VALUE ZERO.
018600 77  WS-STEP-AVERAGE             PIC S9(09) COMP VALUE ZERO.
018700 77  WS-HIST-TOTAL               PIC S9(11) COMP VALUE ZERO.
018800 77  WS-WINDOW-START             PIC S9(11) COMP VALUE ZERO.
018900 77  WS-WINDOW-END               PIC S9(11) COMP VALUE ZERO.
019000 77  WS-DEADLINE-SECS            PIC S9(11) COMP VALUE ZERO.
019100 77  WS-GLPOST-END-SECS          PIC S9(11) COMP VALUE ZERO.
019200 01  WS-WINDOW-START-DATE        PIC 9(08)      VALUE ZEROES.
019300 01  WS-WINDOW-START-TIME        PIC 9(08)      VALUE ZEROES.
019400*
019500 77  WS-FMT-SECS                 PIC S9(09) COMP VALUE ZERO.
019600 77  WS-FMT-HOURS                PIC 9(04) COMP VALUE ZERO.
019700 77  WS-FMT-REM                  PIC 9(08) COMP VALUE ZERO.
019800 01  WS-FMT-ELAPSED.
019900     05  WS-FMT-HH               PIC ZZ9.
020000     05  FILLER                  PIC X(01)      VALUE ":".
020100     05  WS-FMT-MM               PIC 9(02).
020200     05  FILLER                  PIC X(01)      VALUE ":".
020300     05  WS-FMT-SS               PIC 9(02).
020400 01  WS-FMT-CLOCK.
020500     05  WS-CLK-HH               PIC 9(02).
020600     05  FILLER                  PIC X(01)      VALUE ":".
020700     05  WS-CLK-MM               PIC 9(02).
020800     05  FILLER                  PIC X(01)      VALUE ":".
020900     05  WS-CLK-SS               PIC 9(02).
021000*****************************************************************
021100*    SLA REPORT LINE LAYOUTS - ALL 80 BYTES                     *
021200*****************************************************************
021300 01  SL-HEADER-LINE.
021400     05  FILLER                  PIC X(20)
021500             VALUE "RUNSLA1 BATCH WINDOW".
021600     05  FILLER                  PIC X(29)
021700             VALUE " ELAPSED TIME AND SLA - FROM ".
021800     05  SL-HDR-FROM             PIC 9(08).
021900     05  FILLER                  PIC X(04)  VALUE " TO ".
022000     05  SL-HDR-TO               PIC 9(08).
022100     05  FILLER                  PIC X(11)  VALUE SPACES.
022200*
022300 01  SL-PARM-LINE.
022400     05  FILLER                  PIC X(17)
022500             VALUE "GLPOST1 DEADLINE ".
022600     05  SL-PRM-DEADLINE         PIC X(05).
022700     05  FILLER                  PIC X(09)  VALUE " ON DAY +".
022800     05  SL-PRM-DAY              PIC 9(01).
022900     05  FILLER                  PIC X(21)
023000             VALUE "  LONG RUN OVER AVG +".
023100     05  SL-PRM-PCT              PIC ZZ9.
023200     05  FILLER                  PIC X(14)
023300             VALUE "%  AVG NIGHTS ".
023400     05  SL-PRM-NIGHTS           PIC Z9.
023500     05  FILLER                  PIC X(08)  VALUE SPACES.
023600*
023700 01  SL-COLUMN-LINE.
023800     05  FILLER                  PIC X(12)  VALUE "  STEP".
023900     05  FILLER                  PIC X(09)  VALUE "S  RC".
024000     05  FILLER                  PIC X(09)  VALUE "START".
024100     05  FILLER                  PIC X(10)  VALUE "  ELAPSED".
024200     05  FILLER                  PIC X(15)  VALUE "  AVERAGE".
024300     05  FILLER                  PIC X(25)  VALUE "FLAGS".
024400*
024500 01  SL-NIGHT-LINE.
024600     05  FILLER                  PIC X(06)  VALUE "CYCLE ".
024700     05  SL-NGT-DATE             PIC 9(08).
024800     05  FILLER                  PIC X(07)  VALUE " BATCH ".
024900     05  SL-NGT-BATCH            PIC X(08).
025000     05  FILLER                  PIC X(07)  VALUE " START ".
025100     05  SL-NGT-START-DATE       PIC 9(08).
025200     05  FILLER                  PIC X(01)  VALUE SPACES.
025300     05  SL-NGT-START-TIME       PIC X(08).
025400     05  FILLER                  PIC X(08)  VALUE " WINDOW ".
025500     05  SL-NGT-WINDOW           PIC X(09).
025600     05  FILLER                  PIC X(01)  VALUE SPACES.
025700     05  SL-NGT-FLAG             PIC X(09).
025800*
025900 01  SL-STEP-LINE.
026000     05  FILLER                  PIC X(02)  VALUE SPACES.
026100     05  SL-STP-NAME             PIC X(09).
026200     05  FILLER                  PIC X(01)  VALUE SPACES.
026300     05  SL-STP-STATUS           PIC X(01).
026400     05  FILLER                  PIC X(01)  VALUE SPACES.
026500     05  SL-STP-RC               PIC X(04).
026600     05  FILLER                  PIC X(03)  VALUE SPACES.
026700     05  SL-STP-START            PIC X(08).
026800     05  FILLER                  PIC X(01)  VALUE SPACES.
026900     05  SL-STP-ELAPSED          PIC X(09).
027000     05  FILLER                  PIC X(01)  VALUE SPACES.
027100     05  SL-STP-AVERAGE          PIC X(09).
027200     05  FILLER                  PIC X(06)  VALUE SPACES.
027300     05  SL-STP-FLAG-STATUS      PIC X(09).
027400     05  SL-STP-FLAG-LONG        PIC X(06).
027500     05  SL-STP-FLAG-RERUN       PIC X(09).
027600     05  FILLER                  PIC X(01)  VALUE SPACES.
027700*
027800 01  SL-SLA-LINE.
027900     05  FILLER                  PIC X(24)
028000             VALUE "  *SLA MISS - GLPOST1 ".
028100     05  SL-SLA-STATE            PIC X(10).
028200     05  SL-SLA-END-DATE         PIC X(08).
028300     05  FILLER                  PIC X(01)  VALUE SPACES.
028400     05  SL-SLA-END-TIME         PIC X(08).
028500     05  FILLER                  PIC X(10)  VALUE " DEADLINE ".
028600     05  SL-SLA-DL-DATE          PIC 9(08).
028700     05  FILLER                  PIC X(01)  VALUE SPACES.
028800     05  SL-SLA-DL-TIME          PIC X(05).
028900     05  FILLER                  PIC X(05)  VALUE SPACES.
029000*
029100 01  SL-TRAILER-LINE.
029200     05  FILLER                  PIC X(14)
029300             VALUE "TOTALS NIGHTS=".
029400     05  SL-TRL-NIGHTS           PIC Z(3)9.
029500     05  FILLER                  PIC X(06)  VALUE " LONG=".
029600     05  SL-TRL-LONG             PIC Z(3)9.
029700     05  FILLER                  PIC X(08)  VALUE " FAILED=".
029800     05  SL-TRL-FAILED           PIC Z(3)9.
029900     05  FILLER                  PIC X(09)  VALUE " RUNNING=".
030000     05  SL-TRL-RUNNING          PIC Z(3)9.
030100     05  FILLER                  PIC X(08)  VALUE " FORCED=".
030200     05  SL-TRL-FORCED           PIC Z(3)9.
030300     05  FILLER                  PIC X(10)  VALUE " SLA MISS=".
030400     05  SL-TRL-SLA-MISS         PIC Z(3)9.
030500     05  FILLER                  PIC X(01)  VALUE SPACES.
030510*
030520 01  SL-RESTART-LINE.
030530     05  FILLER                  PIC X(16)
030540             VALUE "TOTALS RESTARTS=".
030550     05  SL-TRL-RESTARTS         PIC Z(3)9.
030560     05  FILLER                  PIC X(60)  VALUE SPACES.
030600 PROCEDURE DIVISION.
030700*****************************************************************
030800*    0000-MAINLINE                                              *
030900*****************************************************************
031000 0000-MAINLINE.
031100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031200     PERFORM 2000-REPORT-ONE-NIGHT THRU 2000-EXIT
031300             VARYING WS-NGT-IX FROM 1 BY 1
031400             UNTIL WS-NGT-IX > WS-NGT-CNT.
031500     PERFORM 9000-FINALIZE THRU 9000-EXIT.
031600     STOP RUN.
031700*****************************************************************
031800*    1000-INITIALIZE - READ THE PARM CARD, LOAD THE RUN CONTROL *
031900*    FILE UP TO THE TO DATE, LIST ITS CYCLES IN DATE ORDER, AND *
032000*    OPEN THE REPORT                                            *
032100*****************************************************************
032200 1000-INITIALIZE.
032300     PERFORM 1100-GET-PARMS THRU 1100-EXIT.
032400     PERFORM 1200-LOAD-CONTROL-FILE THRU 1200-EXIT.
032500     OPEN OUTPUT REPORT-FILE.
032600     MOVE WS-FROM-DATE8 TO SL-HDR-FROM.
032700     MOVE WS-TO-DATE8   TO SL-HDR-TO.
032800     MOVE SL-HEADER-LINE TO REPORT-RECORD.
032900     WRITE REPORT-RECORD.
033000     IF WS-DEADLINE-GIVEN
033100         MOVE WS-DEADLINE-HH TO WS-CLK-HH
033200         MOVE WS-DEADLINE-MM TO WS-CLK-MM
033300         MOVE WS-FMT-CLOCK (1:5) TO SL-PRM-DEADLINE
033400     ELSE
033500         MOVE "NONE " TO SL-PRM-DEADLINE
033600     END-IF.
033700     MOVE WS-DEADLINE-DAY TO SL-PRM-DAY.
033800     MOVE WS-LONG-PCT     TO SL-PRM-PCT.
033900     MOVE WS-AVG-NIGHTS   TO SL-PRM-NIGHTS.
034000     MOVE SL-PARM-LINE TO REPORT-RECORD.
034100     WRITE REPORT-RECORD.
034200     MOVE SL-COLUMN-LINE TO REPORT-RECORD.
034300     WRITE REPORT-RECORD.
034400 1000-EXIT.
034500     EXIT.
034600*
034700 1100-GET-PARMS.
034800     OPEN INPUT PARM-FILE.
034900     IF WS-PARM-STATUS NOT = "00"
035000         DISPLAY "RUNSLA1 - CANNOT OPEN SLAPARM, STATUS "
035100                 WS-PARM-STATUS
035200         MOVE 12 TO RETURN-CODE
035300         STOP RUN
035400     END-IF.
035500     MOVE SPACES TO SQ-PARM-CARD.
035600     READ PARM-FILE
035700         AT END MOVE SPACES TO SQ-PARM-CARD
035800     END-READ.
035900     CLOSE PARM-FILE.
036000     IF SQ-FROM-DATE IS NOT NUMERIC
036100         DISPLAY "RUNSLA1 - FROM DATE (YYYYMMDD) IS REQUIRED ON "
036200                 "THE SLAPARM CARD"
036300         MOVE 12 TO RETURN-CODE
036400         STOP RUN
036500     END-IF.
036600     MOVE SQ-FROM-DATE TO WS-FROM-DATE8.
036700     IF SQ-TO-DATE = SPACES
036800         MOVE WS-FROM-DATE8 TO WS-TO-DATE8
036900     ELSE
037000         IF SQ-TO-DATE IS NUMERIC
037100             MOVE SQ-TO-DATE TO WS-TO-DATE8
037200         ELSE
037300             PERFORM 1190-BAD-PARM THRU 1190-EXIT
037400         END-IF
037500     END-IF.
037600     IF WS-TO-DATE8 < WS-FROM-DATE8
037700         DISPLAY "RUNSLA1 - TO DATE " WS-TO-DATE8
037800                 " IS BEFORE FROM DATE " WS-FROM-DATE8
037900         MOVE 12 TO RETURN-CODE
038000         STOP RUN
038100     END-IF.
038200     IF SQ-DEADLINE-TIME NOT = SPACES
038300         IF SQ-DEADLINE-TIME IS NUMERIC
038400             MOVE SQ-DEADLINE-TIME TO WS-DEADLINE-HHMM
038500             SET WS-DEADLINE-GIVEN TO TRUE
038600         ELSE
038700             PERFORM 1190-BAD-PARM THRU 1190-EXIT
038800         END-IF
038900         IF WS-DEADLINE-HH > 23 OR WS-DEADLINE-MM > 59
039000             PERFORM 1190-BAD-PARM THRU 1190-EXIT
039100         END-IF
039200     END-IF.
039300     IF SQ-DEADLINE-DAY NOT = SPACE
039400         IF SQ-DEADLINE-DAY IS NUMERIC
039500             MOVE SQ-DEADLINE-DAY TO WS-DEADLINE-DAY
039600         ELSE
039700             PERFORM 1190-BAD-PARM THRU 1190-EXIT
039800         END-IF
039900     END-IF.
040000     IF SQ-LONG-PCT NOT = SPACES
040100         IF SQ-LONG-PCT IS NUMERIC
040200             MOVE SQ-LONG-PCT TO WS-LONG-PCT
040300         ELSE
040400             PERFORM 1190-BAD-PARM THRU 1190-EXIT
040500         END-IF
040600     END-IF.
040700     IF SQ-AVERAGE-NIGHTS NOT = SPACES
040800         IF SQ-AVERAGE-NIGHTS IS NUMERIC
040900            AND SQ-AVERAGE-NIGHTS > "00"
041000            AND SQ-AVERAGE-NIGHTS NOT > "30"
041100             MOVE SQ-AVERAGE-NIGHTS TO WS-AVG-NIGHTS
041200         ELSE
041300             PERFORM 1190-BAD-PARM THRU 1190-EXIT
041400         END-IF
041500     END-IF.
041600     IF WS-AVG-NIGHTS < WS-MIN-HISTORY
041700         MOVE WS-AVG-NIGHTS TO WS-MIN-HISTORY
041800     END-IF.
041900 1100-EXIT.
042000     EXIT.
042100*
042200 1190-BAD-PARM.
042300     DISPLAY "RUNSLA1 - INVALID TO DATE, DEADLINE, LONG-RUN PER "
042400             "CENT OR AVERAGE NIGHTS (01-30) ON SLAPARM CARD".
042500     MOVE 12 TO RETURN-CODE.
042600     STOP RUN.
042700 1190-EXIT.
042800     EXIT.
042900*****************************************************************
043000*    1200-LOAD-CONTROL-FILE - HOLD EVERY STEP RECORD UP TO THE  *
043100*    TO DATE AND LIST THE DISTINCT CYCLES IN DATE ORDER         *
043200*****************************************************************
043300 1200-LOAD-CONTROL-FILE.
043400     OPEN INPUT RUNCTL-FILE.
043500     IF WS-RUNCTL-STATUS NOT = "00"
043600         DISPLAY "RUNSLA1 - CANNOT OPEN RUNCTLF, STATUS "
043700                 WS-RUNCTL-STATUS
043800         MOVE 12 TO RETURN-CODE
043900         STOP RUN
044000     END-IF.
044100     PERFORM 1210-LOAD-ONE-CONTROL THRU 1210-EXIT
044200             UNTIL WS-CTL-EOF.
044300     CLOSE RUNCTL-FILE.
044400 1200-EXIT.
044500     EXIT.
044600*
044620*    OUT-OF-CYCLE JOBS (STEP SEQUENCE ZERO, E.G. THE INTCHK1    *
044640*    SWEEP) ARE NOT PART OF ANY NIGHT AND ARE LEFT OUT          *
044700 1210-LOAD-ONE-CONTROL.
044800     READ RUNCTL-FILE
044900         AT END
045000             SET WS-CTL-EOF TO TRUE
045100             GO TO 1210-EXIT
045200     END-READ.
045300     IF RN-PROC-DATE > WS-TO-DATE8
045350        OR RN-STEP-SEQ = ZERO
045400         GO TO 1210-EXIT
045500     END-IF.
045600     IF WS-CTL-CNT >= WS-CTL-MAX
045700         DISPLAY "RUNSLA1 - RUNCTLF EXCEEDS " WS-CTL-MAX
045800                 " RECORDS - RAISE WS-CTL-MAX"
045900         MOVE 12 TO RETURN-CODE
046000         STOP RUN
046100     END-IF.
046200     ADD 1 TO WS-CTL-CNT.
046300     MOVE RN-RUNCTL-RECORD TO WS-CTL-RECORD (WS-CTL-CNT).
046400     MOVE RN-PROC-DATE TO WS-NEW-NGT-DATE.
046500     MOVE RN-BATCH-ID  TO WS-NEW-NGT-BATCH.
046600     PERFORM 1220-ADD-NIGHT THRU 1220-EXIT.
046700 1210-EXIT.
046800     EXIT.
046900*
047000*    INSERTION IN DATE-AND-BATCH ORDER: FIND THE FIRST CYCLE    *
047100*    THAT SORTS AFTER THE NEW ONE AND SHIFT THE REST DOWN       *
047200 1220-ADD-NIGHT.
047300     MOVE "N" TO WS-NGT-FOUND-SW.
047400     MOVE ZERO TO WS-NGT-POS.
047500     PERFORM 1230-PLACE-NIGHT THRU 1230-EXIT
047600             VARYING WS-NGT-IX FROM 1 BY 1
047700             UNTIL WS-NGT-IX > WS-NGT-CNT
047800                OR WS-NGT-FOUND
047900                OR WS-NGT-POS > ZERO.
048000     IF WS-NGT-FOUND
048100         GO TO 1220-EXIT
048200     END-IF.
048300     IF WS-NGT-CNT >= WS-NGT-MAX
048400         DISPLAY "RUNSLA1 - MORE THAN " WS-NGT-MAX
048500                 " CYCLES ON RUNCTLF - RAISE WS-NGT-MAX"
048600         MOVE 12 TO RETURN-CODE
048700         STOP RUN
048800     END-IF.
048900     IF WS-NGT-POS = ZERO
049000         COMPUTE WS-NGT-POS = WS-NGT-CNT + 1
049100     ELSE
049200         PERFORM 1240-SHIFT-NIGHT THRU 1240-EXIT
049300                 VARYING WS-SHIFT-IX FROM WS-NGT-CNT BY -1
049400                 UNTIL WS-SHIFT-IX < WS-NGT-POS
049500     END-IF.
049600     ADD 1 TO WS-NGT-CNT.
049700     MOVE WS-NEW-NGT-KEY TO WS-NGT-KEY (WS-NGT-POS).
049800 1220-EXIT.
049900     EXIT.
050000*
050100 1230-PLACE-NIGHT.
050200     IF WS-NGT-KEY (WS-NGT-IX) = WS-NEW-NGT-KEY
050300         SET WS-NGT-FOUND TO TRUE
050400     ELSE
050500         IF WS-NGT-KEY (WS-NGT-IX) > WS-NEW-NGT-KEY
050600             MOVE WS-NGT-IX TO WS-NGT-POS
050700         END-IF
050800     END-IF.
050900 1230-EXIT.
051000     EXIT.
051100*
051200 1240-SHIFT-NIGHT.
051300     MOVE WS-NGT-KEY (WS-SHIFT-IX)
051400         TO WS-NGT-KEY (WS-SHIFT-IX + 1).
051500 1240-EXIT.
051600     EXIT.
051700*****************************************************************
051800*    2000-REPORT-ONE-NIGHT - GATHER THE CYCLE'S STEP RECORDS,   *
051900*    MEASURE ITS WINDOW AND THE GLPOST1 DEADLINE, THEN WORK     *
052000*    THROUGH THE STEPS IN CYCLE ORDER.  A CYCLE BEFORE THE      *
052100*    FROM DATE ONLY FEEDS THE AVERAGES.                         *
052200*****************************************************************
052300 2000-REPORT-ONE-NIGHT.
052400     MOVE "N" TO WS-PRINT-SW.
052500     IF WS-NGT-DATE (WS-NGT-IX) NOT < WS-FROM-DATE8
052600         SET WS-PRINT-NIGHT TO TRUE
052700         ADD 1 TO WS-NIGHTS-PRINTED
052800     END-IF.
052900     MOVE ZERO TO WS-NS-CNT.
053000     MOVE ZERO TO WS-NS-MAX-SEQ.
053100     PERFORM 2100-GATHER-STEP THRU 2100-EXIT
053200             VARYING WS-CTL-IX FROM 1 BY 1
053300             UNTIL WS-CTL-IX > WS-CTL-CNT.
053400     PERFORM 2200-MEASURE-WINDOW THRU 2200-EXIT.
053500     IF WS-PRINT-NIGHT
053600         PERFORM 2300-PRINT-NIGHT THRU 2300-EXIT
053700     END-IF.
053800     PERFORM 2400-STEPS-AT-SEQ THRU 2400-EXIT
053900             VARYING WS-SEQ-IX FROM 1 BY 1
054000             UNTIL WS-SEQ-IX > WS-NS-MAX-SEQ.
054100 2000-EXIT.
054200     EXIT.
054300*
054400 2100-GATHER-STEP.
054500     MOVE WS-CTL-RECORD (WS-CTL-IX) TO RN-RUNCTL-RECORD.
054600     IF RN-PROC-DATE NOT = WS-NGT-DATE (WS-NGT-IX)
054700        OR RN-BATCH-ID NOT = WS-NGT-BATCH (WS-NGT-IX)
054800         GO TO 2100-EXIT
054900     END-IF.
055000     IF WS-NS-CNT >= WS-NS-MAX
055100         DISPLAY "RUNSLA1 - MORE THAN " WS-NS-MAX " STEPS IN "
055200                 "CYCLE " RN-PROC-DATE " - RAISE WS-NS-MAX"
055300         MOVE 12 TO RETURN-CODE
055400         STOP RUN
055500     END-IF.
055600     ADD 1 TO WS-NS-CNT.
055700     MOVE WS-CTL-IX TO WS-NS-CTL-IX (WS-NS-CNT).
055800     IF RN-STEP-SEQ > WS-NS-MAX-SEQ
055900         MOVE RN-STEP-SEQ TO WS-NS-MAX-SEQ
056000     END-IF.
056100 2100-EXIT.
056200     EXIT.
056300*****************************************************************
056400*    2200-MEASURE-WINDOW - EARLIEST START AND LATEST END OF THE *
056500*    CYCLE'S STEPS, AND WHEN GLPOST1 FINISHED                   *
056600*****************************************************************
056700 2200-MEASURE-WINDOW.
056800     MOVE ZERO TO WS-WINDOW-START.
056900     MOVE ZERO TO WS-WINDOW-END.
057000     MOVE ZERO TO WS-GLPOST-END-SECS.
057100     MOVE "N"  TO WS-GLPOST-SW.
057200     MOVE SPACE TO WS-GLPOST-STATUS.
057300     PERFORM 2210-MEASURE-ONE-STEP THRU 2210-EXIT
057400             VARYING WS-NS-IX FROM 1 BY 1
057500             UNTIL WS-NS-IX > WS-NS-CNT.
057600     IF WS-DEADLINE-GIVEN
057700         MOVE WS-NGT-DATE (WS-NGT-IX) TO WS-DN-DATE
057800         PERFORM 7100-DAY-NUMBER THRU 7100-EXIT
057900         COMPUTE WS-DEADLINE-SECS =
058000                 (WS-DN-DAYS + WS-DEADLINE-DAY) * 86400
058100                 + WS-DEADLINE-HH * 3600 + WS-DEADLINE-MM * 60
058200     END-IF.
058300 2200-EXIT.
058400     EXIT.
058500*
058600 2210-MEASURE-ONE-STEP.
058700     MOVE WS-CTL-RECORD (WS-NS-CTL-IX (WS-NS-IX))
058800         TO RN-RUNCTL-RECORD.
058900     MOVE RN-START-DATE TO WS-DN-DATE.
059000     MOVE RN-START-TIME TO WS-ABS-TIME.
059100     PERFORM 7000-ABSOLUTE-SECONDS THRU 7000-EXIT.
059200     IF WS-WINDOW-START = ZERO
059300        OR WS-ABS-SECS < WS-WINDOW-START
059400         MOVE WS-ABS-SECS   TO WS-WINDOW-START
059500         MOVE RN-START-DATE TO WS-WINDOW-START-DATE
059600         MOVE RN-START-TIME TO WS-WINDOW-START-TIME
059700     END-IF.
059800     IF RN-STEP-NAME = "GLPOST1"
059900         SET WS-GLPOST-SEEN TO TRUE
060000         MOVE RN-STATUS TO WS-GLPOST-STATUS
060100     END-IF.
060200     IF RN-END-DATE = ZERO
060300         GO TO 2210-EXIT
060400     END-IF.
060500     MOVE RN-END-DATE TO WS-DN-DATE.
060600     MOVE RN-END-TIME TO WS-ABS-TIME.
060700     PERFORM 7000-ABSOLUTE-SECONDS THRU 7000-EXIT.
060800     IF WS-ABS-SECS > WS-WINDOW-END
060900         MOVE WS-ABS-SECS TO WS-WINDOW-END
061000     END-IF.
061100     IF RN-STEP-NAME = "GLPOST1"
061200        AND RN-STEP-COMPLETE
061300         MOVE WS-ABS-SECS TO WS-GLPOST-END-SECS
061400     END-IF.
061500 2210-EXIT.
061600     EXIT.
061700*****************************************************************
061800*    2300-PRINT-NIGHT - THE CYCLE LINE, AND THE SLA MISS LINE   *
061900*    WHEN GLPOST1 DID NOT COMPLETE BY THE DEADLINE              *
062000*****************************************************************
062100 2300-PRINT-NIGHT.
062200     MOVE WS-NGT-DATE (WS-NGT-IX)  TO SL-NGT-DATE.
062300     MOVE WS-NGT-BATCH (WS-NGT-IX) TO SL-NGT-BATCH.
062400     MOVE WS-WINDOW-START-DATE     TO SL-NGT-START-DATE.
062500     MOVE WS-WINDOW-START-TIME     TO WS-ABS-TIME.
062600     PERFORM 7300-FORMAT-CLOCK THRU 7300-EXIT.
062700     MOVE WS-FMT-CLOCK             TO SL-NGT-START-TIME.
062800     IF WS-WINDOW-END > WS-WINDOW-START
062900         COMPUTE WS-FMT-SECS = WS-WINDOW-END - WS-WINDOW-START
063000         PERFORM 7200-FORMAT-ELAPSED THRU 7200-EXIT
063100         MOVE WS-FMT-ELAPSED TO SL-NGT-WINDOW
063200     ELSE
063300         MOVE SPACES TO SL-NGT-WINDOW
063400     END-IF.
063500     MOVE SPACES TO SL-NGT-FLAG.
063600     IF WS-DEADLINE-GIVEN
063700        AND (WS-GLPOST-END-SECS = ZERO
063800             OR WS-GLPOST-END-SECS > WS-DEADLINE-SECS)
063900         MOVE "*SLA MISS" TO SL-NGT-FLAG
064000         ADD 1 TO WS-SLA-MISS-CNT
064100     END-IF.
064200     MOVE SL-NIGHT-LINE TO REPORT-RECORD.
064300     WRITE REPORT-RECORD.
064400     IF SL-NGT-FLAG NOT = SPACES
064500         PERFORM 2310-PRINT-SLA-MISS THRU 2310-EXIT
064600     END-IF.
064700 2300-EXIT.
064800     EXIT.
064900*
065000 2310-PRINT-SLA-MISS.
065100     MOVE SPACES TO SL-SLA-END-DATE.
065200     MOVE SPACES TO SL-SLA-END-TIME.
065300     EVALUATE TRUE
065400         WHEN NOT WS-GLPOST-SEEN
065500             MOVE "NOT RUN   " TO SL-SLA-STATE
065600         WHEN WS-GLPOST-STATUS = "R"
065700             MOVE "NOT ENDED " TO SL-SLA-STATE
065800         WHEN WS-GLPOST-END-SECS = ZERO
065900             MOVE "FAILED    " TO SL-SLA-STATE
066000         WHEN OTHER
066100             MOVE "ENDED     " TO SL-SLA-STATE
066200             PERFORM 2320-FIND-GLPOST-END THRU 2320-EXIT
066300                     VARYING WS-NS-IX FROM 1 BY 1
066400                     UNTIL WS-NS-IX > WS-NS-CNT
066500     END-EVALUATE.
066600     MOVE WS-NGT-DATE (WS-NGT-IX) TO WS-DN-DATE.
066700     PERFORM 7400-NEXT-DATE THRU 7400-EXIT
066800             WS-DEADLINE-DAY TIMES.
066900     MOVE WS-DN-DATE TO SL-SLA-DL-DATE.
067000     MOVE WS-DEADLINE-HH TO WS-CLK-HH.
067100     MOVE WS-DEADLINE-MM TO WS-CLK-MM.
067200     MOVE WS-FMT-CLOCK (1:5) TO SL-SLA-DL-TIME.
067300     MOVE SL-SLA-LINE TO REPORT-RECORD.
067400     WRITE REPORT-RECORD.
067500 2310-EXIT.
067600     EXIT.
067700*
067800 2320-FIND-GLPOST-END.
067900     MOVE WS-CTL-RECORD (WS-NS-CTL-IX (WS-NS-IX))
068000         TO RN-RUNCTL-RECORD.
068100     IF RN-STEP-NAME = "GLPOST1"
068200         MOVE RN-END-DATE TO SL-SLA-END-DATE
068300         MOVE RN-END-TIME TO WS-ABS-TIME
068400         PERFORM 7300-FORMAT-CLOCK THRU 7300-EXIT
068500         MOVE WS-FMT-CLOCK TO SL-SLA-END-TIME
068600     END-IF.
068700 2320-EXIT.
068800     EXIT.
068900*****************************************************************
069000*    2400-STEPS-AT-SEQ - THE CYCLE'S STEP(S) AT ONE SEQUENCE    *
069100*****************************************************************
069200 2400-STEPS-AT-SEQ.
069300     PERFORM 2410-CHECK-ONE-STEP THRU 2410-EXIT
069400             VARYING WS-NS-IX FROM 1 BY 1
069500             UNTIL WS-NS-IX > WS-NS-CNT.
069600 2400-EXIT.
069700     EXIT.
069800*
069900 2410-CHECK-ONE-STEP.
070000     MOVE WS-CTL-RECORD (WS-NS-CTL-IX (WS-NS-IX))
070100         TO RN-RUNCTL-RECORD.
070200     IF RN-STEP-SEQ NOT = WS-SEQ-IX
070300         GO TO 2410-EXIT
070400     END-IF.
070500     PERFORM 2500-FIND-STAT THRU 2500-EXIT.
070600     MOVE ZERO TO WS-STEP-ELAPSED.
070700     IF RN-END-DATE NOT = ZERO
070800         MOVE RN-START-DATE TO WS-DN-DATE
070900         MOVE RN-START-TIME TO WS-ABS-TIME
071000         PERFORM 7000-ABSOLUTE-SECONDS THRU 7000-EXIT
071100         MOVE WS-ABS-SECS TO WS-STEP-START-SECS
071200         MOVE RN-END-DATE TO WS-DN-DATE
071300         MOVE RN-END-TIME TO WS-ABS-TIME
071400         PERFORM 7000-ABSOLUTE-SECONDS THRU 7000-EXIT
071500         MOVE WS-ABS-SECS TO WS-STEP-END-SECS
071600         IF WS-STEP-END-SECS > WS-STEP-START-SECS
071700             COMPUTE WS-STEP-ELAPSED =
071800                     WS-STEP-END-SECS - WS-STEP-START-SECS
071900         END-IF
072000     END-IF.
072100     PERFORM 2600-AVERAGE-STEP THRU 2600-EXIT.
072200     IF WS-PRINT-NIGHT
072300         PERFORM 2700-PRINT-STEP THRU 2700-EXIT
072400     END-IF.
072500     IF RN-STEP-COMPLETE
072600         PERFORM 2800-REMEMBER-ELAPSED THRU 2800-EXIT
072700     END-IF.
072800 2410-EXIT.
072900     EXIT.
073000*
073100 2500-FIND-STAT.
073200     MOVE "N" TO WS-STAT-FOUND-SW.
073300     PERFORM 2510-MATCH-STAT THRU 2510-EXIT
073400             VARYING WS-STAT-IX FROM 1 BY 1
073500             UNTIL WS-STAT-IX > WS-STAT-CNT
073600                OR WS-STAT-FOUND.
073700     IF WS-STAT-FOUND
073800         GO TO 2500-EXIT
073900     END-IF.
074000     IF WS-STAT-CNT >= WS-STAT-MAX
074100         DISPLAY "RUNSLA1 - MORE THAN " WS-STAT-MAX
074200                 " STEP NAMES - RAISE WS-STAT-MAX"
074300         MOVE 12 TO RETURN-CODE
074400         STOP RUN
074500     END-IF.
074600     ADD 1 TO WS-STAT-CNT.
074700     MOVE WS-STAT-CNT  TO WS-STAT-IX.
074800     MOVE RN-STEP-NAME TO WS-STAT-STEP (WS-STAT-IX).
074900     MOVE ZERO         TO WS-STAT-HIST-CNT (WS-STAT-IX).
075000     MOVE 1            TO WS-STAT-HIST-NEXT (WS-STAT-IX).
075100 2500-EXIT.
075200     EXIT.
075300*
075400 2510-MATCH-STAT.
075500     IF WS-STAT-STEP (WS-STAT-IX) = RN-STEP-NAME
075600         SET WS-STAT-FOUND TO TRUE
075700         SUBTRACT 1 FROM WS-STAT-IX
075800     END-IF.
075900 2510-EXIT.
076000     EXIT.
076100*
076200 2600-AVERAGE-STEP.
076300     MOVE ZERO TO WS-STEP-AVERAGE.
076400     MOVE ZERO TO WS-HIST-TOTAL.
076500     IF WS-STAT-HIST-CNT (WS-STAT-IX) = ZERO
076600         GO TO 2600-EXIT
076700     END-IF.
076800     PERFORM 2610-ADD-HISTORY THRU 2610-EXIT
076900             VARYING WS-HIST-IX FROM 1 BY 1
077000             UNTIL WS-HIST-IX > WS-STAT-HIST-CNT (WS-STAT-IX).
077100     COMPUTE WS-STEP-AVERAGE ROUNDED =
077200             WS-HIST-TOTAL / WS-STAT-HIST-CNT (WS-STAT-IX).
077300 2600-EXIT.
077400     EXIT.
077500*
077600 2610-ADD-HISTORY.
077700     ADD WS-STAT-HIST-SECS (WS-STAT-IX, WS-HIST-IX)
077800         TO WS-HIST-TOTAL.
077900 2610-EXIT.
078000     EXIT.
078100*****************************************************************
078200*    2700-PRINT-STEP - ONE STEP LINE WITH ITS FLAGS             *
078300*****************************************************************
078400 2700-PRINT-STEP.
078500     MOVE RN-STEP-NAME TO SL-STP-NAME.
078600     MOVE RN-STATUS    TO SL-STP-STATUS.
078700     MOVE SPACES       TO SL-STP-RC.
078800     IF RN-END-DATE NOT = ZERO
078900         MOVE RN-RETURN-CODE TO SL-STP-RC
079000     END-IF.
079100     MOVE RN-START-TIME TO WS-ABS-TIME.
079200     PERFORM 7300-FORMAT-CLOCK THRU 7300-EXIT.
079300     MOVE WS-FMT-CLOCK TO SL-STP-START.
079400     MOVE SPACES TO SL-STP-ELAPSED.
079500     IF RN-END-DATE NOT = ZERO
079600         MOVE WS-STEP-ELAPSED TO WS-FMT-SECS
079700         PERFORM 7200-FORMAT-ELAPSED THRU 7200-EXIT
079800         MOVE WS-FMT-ELAPSED TO SL-STP-ELAPSED
079900     END-IF.
080000     MOVE SPACES TO SL-STP-AVERAGE.
080100     IF WS-STAT-HIST-CNT (WS-STAT-IX) > ZERO
080200         MOVE WS-STEP-AVERAGE TO WS-FMT-SECS
080300         PERFORM 7200-FORMAT-ELAPSED THRU 7200-EXIT
080400         MOVE WS-FMT-ELAPSED TO SL-STP-AVERAGE
080500     END-IF.
080600     MOVE SPACES TO SL-STP-FLAG-STATUS.
080700     MOVE SPACES TO SL-STP-FLAG-LONG.
080800     MOVE SPACES TO SL-STP-FLAG-RERUN.
080900     IF RN-STEP-FAILED
081000         MOVE "*FAILED"  TO SL-STP-FLAG-STATUS
081100         ADD 1 TO WS-FAILED-CNT
081200     END-IF.
081300     IF RN-STEP-RUNNING
081400         MOVE "*RUNNING" TO SL-STP-FLAG-STATUS
081500         ADD 1 TO WS-RUNNING-CNT
081600     END-IF.
081700     IF RN-STEP-COMPLETE
081800        AND WS-STAT-HIST-CNT (WS-STAT-IX) >= WS-MIN-HISTORY
081900        AND WS-STEP-ELAPSED * 100 >
082000            WS-STEP-AVERAGE * (100 + WS-LONG-PCT)
082100        AND WS-STEP-ELAPSED - WS-STEP-AVERAGE > WS-LONG-MIN-SECS
082200         MOVE "*LONG"    TO SL-STP-FLAG-LONG
082300         ADD 1 TO WS-LONG-CNT
082400     END-IF.
082500     IF RN-FORCED-RERUN
082600         MOVE "*FORCED"  TO SL-STP-FLAG-RERUN
082700         ADD 1 TO WS-FORCED-CNT
082800     ELSE
082900         IF RN-START-CNT IS NUMERIC
083000            AND RN-START-CNT > 1
083100             MOVE "*RESTART" TO SL-STP-FLAG-RERUN
083200             ADD 1 TO WS-RESTART-CNT
083300         END-IF
083400     END-IF.
083500     MOVE SL-STEP-LINE TO REPORT-RECORD.
083600     WRITE REPORT-RECORD.
083700 2700-EXIT.
083800     EXIT.
083900*
084000*    THE HISTORY IS A RING OF THE LAST AVERAGE-NIGHTS RUNS      *
084100 2800-REMEMBER-ELAPSED.
084200     MOVE WS-STEP-ELAPSED TO WS-STAT-HIST-SECS
084300                              (WS-STAT-IX, WS-STAT-HIST-NEXT
084400                                           (WS-STAT-IX)).
084500     IF WS-STAT-HIST-CNT (WS-STAT-IX) < WS-AVG-NIGHTS
084600         ADD 1 TO WS-STAT-HIST-CNT (WS-STAT-IX)
084700     END-IF.
084800     ADD 1 TO WS-STAT-HIST-NEXT (WS-STAT-IX).
084900     IF WS-STAT-HIST-NEXT (WS-STAT-IX) > WS-AVG-NIGHTS
085000         MOVE 1 TO WS-STAT-HIST-NEXT (WS-STAT-IX)
085100     END-IF.
085200 2800-EXIT.
085300     EXIT.
085400*****************************************************************
085500*    7000-ABSOLUTE-SECONDS - WS-DN-DATE AND WS-ABS-TIME (HHMMSS *
085600*    PLUS HUNDREDTHS, AS ACCEPT FROM TIME GIVES IT) TO SECONDS  *
085700*    SINCE DAY ZERO IN WS-ABS-SECS                              *
085800*****************************************************************
085900 7000-ABSOLUTE-SECONDS.
086000     PERFORM 7100-DAY-NUMBER THRU 7100-EXIT.
086100     COMPUTE WS-ABS-SECS = WS-DN-DAYS * 86400
086200                         + WS-ABS-HH * 3600
086300                         + WS-ABS-MM * 60
086400                         + WS-ABS-SS.
086500 7000-EXIT.
086600     EXIT.
086700*
086800*    7100-DAY-NUMBER - DAYS FROM 1 MARCH OF YEAR ZERO TO        *
086900*    WS-DN-DATE.  COUNTING THE YEAR FROM MARCH PUTS THE LEAP    *
087000*    DAY LAST, SO THE MONTH OFFSET IS A STRAIGHT 153/5 RULE.    *
087100 7100-DAY-NUMBER.
087200     IF WS-DN-MONTH > 2
087300         MOVE WS-DN-YEAR TO WS-DN-Y
087400         COMPUTE WS-DN-M = WS-DN-MONTH - 3
087500     ELSE
087600         COMPUTE WS-DN-Y = WS-DN-YEAR - 1
087700         COMPUTE WS-DN-M = WS-DN-MONTH + 9
087800     END-IF.
087900     COMPUTE WS-DN-DAYS = WS-DN-Y * 365 + WS-DN-DAY - 1.
088000     DIVIDE WS-DN-Y BY 4 GIVING WS-DN-WORK.
088100     ADD WS-DN-WORK TO WS-DN-DAYS.
088200     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-WORK.
088300     SUBTRACT WS-DN-WORK FROM WS-DN-DAYS.
088400     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-WORK.
088500     ADD WS-DN-WORK TO WS-DN-DAYS.
088600     COMPUTE WS-DN-WORK = WS-DN-M * 153 + 2.
088700     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-WORK.
088800     ADD WS-DN-WORK TO WS-DN-DAYS.
088900 7100-EXIT.
089000     EXIT.
089100*
089200 7200-FORMAT-ELAPSED.
089300     DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HOURS
089400             REMAINDER WS-FMT-REM.
089500     IF WS-FMT-HOURS > 999
089600         MOVE 999 TO WS-FMT-HOURS
089700     END-IF.
089800     MOVE WS-FMT-HOURS TO WS-FMT-HH.
089900     DIVIDE WS-FMT-REM BY 60 GIVING WS-FMT-MM
090000             REMAINDER WS-FMT-SS.
090100 7200-EXIT.
090200     EXIT.
090300*
090400 7300-FORMAT-CLOCK.
090500     MOVE WS-ABS-HH TO WS-CLK-HH.
090600     MOVE WS-ABS-MM TO WS-CLK-MM.
090700     MOVE WS-ABS-SS TO WS-CLK-SS.
090800 7300-EXIT.
090900     EXIT.
091000*
091100*    7400-NEXT-DATE - WS-DN-DATE FORWARD ONE CALENDAR DAY       *
091200 7400-NEXT-DATE.
091300     ADD 1 TO WS-DN-DAY.
091400     PERFORM 7410-DAYS-IN-MONTH THRU 7410-EXIT.
091500     IF WS-DN-DAY > WS-MONTH-DAYS
091600         MOVE 1 TO WS-DN-DAY
091700         ADD 1 TO WS-DN-MONTH
091800         IF WS-DN-MONTH > 12
091900             MOVE 1 TO WS-DN-MONTH
092000             ADD 1 TO WS-DN-YEAR
092100         END-IF
092200     END-IF.
092300 7400-EXIT.
092400     EXIT.
092500*
092600 7410-DAYS-IN-MONTH.
092700     EVALUATE WS-DN-MONTH
092800         WHEN 4
092900         WHEN 6
093000         WHEN 9
093100         WHEN 11
093200             MOVE 30 TO WS-MONTH-DAYS
093300         WHEN 2
093400             MOVE 28 TO WS-MONTH-DAYS
093500             DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-WORK
093600                     REMAINDER WS-LEAP-REM
093700             IF WS-LEAP-REM = ZERO
093800                 MOVE 29 TO WS-MONTH-DAYS
093900                 DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-WORK
094000                         REMAINDER WS-LEAP-REM
094100                 IF WS-LEAP-REM = ZERO
094200                     MOVE 28 TO WS-MONTH-DAYS
094300                     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-WORK
094400                             REMAINDER WS-LEAP-REM
094500                     IF WS-LEAP-REM = ZERO
094600                         MOVE 29 TO WS-MONTH-DAYS
094700                     END-IF
094800                 END-IF
094900             END-IF
095000         WHEN OTHER
095100             MOVE 31 TO WS-MONTH-DAYS
095200     END-EVALUATE.
095300 7410-EXIT.
095400     EXIT.
095500*****************************************************************
095600*    9000-FINALIZE - TOTALS LINES, CLOSE, AND THE RETURN CODE   *
095700*****************************************************************
095800 9000-FINALIZE.
095900     MOVE WS-NIGHTS-PRINTED TO SL-TRL-NIGHTS.
096000     MOVE WS-LONG-CNT       TO SL-TRL-LONG.
096100     MOVE WS-FAILED-CNT     TO SL-TRL-FAILED.
096200     MOVE WS-RUNNING-CNT    TO SL-TRL-RUNNING.
096300     MOVE WS-FORCED-CNT     TO SL-TRL-FORCED.
096400     MOVE WS-SLA-MISS-CNT   TO SL-TRL-SLA-MISS.
096500     MOVE SL-TRAILER-LINE TO REPORT-RECORD.
096600     WRITE REPORT-RECORD.
096610     MOVE WS-RESTART-CNT    TO SL-TRL-RESTARTS.
096620     MOVE SL-RESTART-LINE   TO REPORT-RECORD.
096630     WRITE REPORT-RECORD.
096700     CLOSE REPORT-FILE.
096800     DISPLAY "RUNSLA1 - NIGHTS=" WS-NIGHTS-PRINTED
096900             " LONG=" WS-LONG-CNT
097000             " FAILED=" WS-FAILED-CNT
097100             " RUNNING=" WS-RUNNING-CNT
097200             " FORCED=" WS-FORCED-CNT
097300             " RESTARTS=" WS-RESTART-CNT
097400             " SLA MISS=" WS-SLA-MISS-CNT.
097500     IF WS-LONG-CNT > ZERO
097600        OR WS-FAILED-CNT > ZERO
097700        OR WS-RUNNING-CNT > ZERO
097800        OR WS-FORCED-CNT > ZERO
097900        OR WS-SLA-MISS-CNT > ZERO
098000         MOVE 4 TO RETURN-CODE
098100     END-IF.
098200 9000-EXIT.
098300     EXIT.
