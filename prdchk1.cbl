000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PRDCHK1.
000300 AUTHOR.         J R MARTIN.
000400 INSTALLATION.   FINANCE SYSTEMS - BATCH RECONCILIATION.
000500 DATE-WRITTEN.   2026-10-07.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PROGRAM      PRDCHK1                                      *
001000*    DESCRIPTION   SHARED ACCOUNTING PERIOD CONTROL MODULE.     *
001100*                  CALLED BY ADDPROG1, GLPOST1 AND SUSPRPC1     *
001200*                  WITH A POSTING DATE.  THE PRDCTL FILE IS     *
001300*                  LOADED ONCE, ON THE FIRST CALL OF THE RUN,   *
001400*                  AND THE MONTH OF THE DATE IS LOOKED UP:      *
001500*                  OPEN (OR NOT ON FILE) - POST AS NORMAL.      *
001600*                  SOFT-CLOSED - REFUSED UNLESS THE CALLER WAS  *
001700*                  GIVEN THE OVERRIDE FLAG, AND EVERY OVERRIDE  *
001800*                  IS LOGGED.  HARD-CLOSED - NEVER POSTED;      *
001900*                  THE FIRST DAY OF THE FIRST OPEN MONTH AFTER  *
002000*                  IT IS RETURNED FOR THE CALLER TO ROLL THE    *
002100*                  ITEM INTO, AND THE CALLER LOGS EACH ITEM IT  *
002200*                  MOVES THROUGH THE MOVE FUNCTION.  EVENTS GO  *
002300*                  TO THE PRDLOG FILE FOR PRDRPT1.  A MISSING   *
002350*                  PRDCTL FILE MEANS EVERY MONTH IS OPEN; ONE   *
002400*                  THAT CANNOT BE READ STOPS THE RUN.  AN EVENT *
002450*                  THAT CANNOT BE LOGGED IS REFUSED.            *
002500*                                                               *
002600*    MODIFICATION HISTORY                                      *
002700*    DATE       INIT  DESCRIPTION                               *
002800*    2026-10-07 JRM   INITIAL VERSION                           *
002820*    2026-10-15 JRM   ONLY STATUS 35 ON PRDCTL MEANS ALL OPEN - *
002840*                     ANY OTHER STOPS RC 16; REFUSE AN          *
002860*                     OVERRIDE OR MOVE THAT CANNOT BE LOGGED    *
002900*                                                               *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.    IBM-370.
003400 OBJECT-COMPUTER.    IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PERIOD-FILE     ASSIGN TO "PRDCTL"
003800             ORGANIZATION IS LINE SEQUENTIAL
003900             FILE STATUS IS WS-PERIOD-STATUS.
004000*
004100     SELECT LOG-FILE        ASSIGN TO "PRDLOG"
004200             ORGANIZATION IS LINE SEQUENTIAL
004300             FILE STATUS IS WS-LOG-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  PERIOD-FILE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY "prdctl.cpy".
004900*
005000 FD  LOG-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY "prdlog.cpy".
005300*
005400 WORKING-STORAGE SECTION.
005500*****************************************************************
005600*    PERIOD TABLE - LOADED ONCE ON THE FIRST CALL               *
005700*****************************************************************
005800 77  WS-PERIOD-STATUS            PIC X(02)      VALUE SPACES.
005850     88  WS-PERIOD-NOT-FOUND                    VALUE "35".
005900 77  WS-LOG-STATUS               PIC X(02)      VALUE SPACES.
006000     88  WS-LOG-NOT-FOUND                       VALUE "35".
006020 77  WS-LOG-WRITE-SW             PIC X(01)      VALUE "Y".
006040     88  WS-LOG-WRITTEN                         VALUE "Y".
006060     88  WS-LOG-FAILED                          VALUE "N".
006100 77  WS-LOADED-SW                PIC X(01)      VALUE "N".
006200     88  WS-PERIODS-LOADED                      VALUE "Y".
006300 77  WS-PERIOD-EOF-SW            PIC X(01)      VALUE "N".
006400     88  WS-PERIOD-EOF                          VALUE "Y".
006500 77  WS-PRD-CNT                  PIC 9(04) COMP VALUE ZERO.
006600 77  WS-PRD-MAX                  PIC 9(04) COMP VALUE 600.
006700 77  WS-PRD-IX                   PIC 9(04) COMP VALUE ZERO.
006800 77  WS-PRD-FOUND-IX             PIC 9(04) COMP VALUE ZERO.
006900 01  WS-PERIOD-TABLE.
007000     05  WS-PRD-ENTRY OCCURS 600 TIMES.
007100         10  WS-PT-PERIOD        PIC 9(06).
007200         10  WS-PT-STATUS        PIC X(01).
007300*****************************************************************
007400*    LOOK-UP WORK FIELDS                                        *
007500*****************************************************************
007600 77  WS-LOOK-STATUS              PIC X(01)      VALUE SPACES.
007700     88  WS-LOOK-OPEN                           VALUE "O".
007800     88  WS-LOOK-SOFT-CLOSED                    VALUE "S".
007900     88  WS-LOOK-HARD-CLOSED                    VALUE "H".
008000 01  WS-LOOK-PERIOD              PIC 9(06)      VALUE ZEROES.
008100 01  WS-LOOK-PERIOD-X REDEFINES WS-LOOK-PERIOD.
008200     05  WS-LOOK-YEAR            PIC 9(04).
008300     05  WS-LOOK-MONTH           PIC 9(02).
008400 01  WS-CURR-DATE8               PIC 9(08)      VALUE ZEROES.
008500 01  WS-CURR-TIME8               PIC 9(08)      VALUE ZEROES.
008600 LINKAGE SECTION.
008700     COPY "prdparm.cpy".
008800 PROCEDURE DIVISION USING PC-PERIOD-PARM.
008900*****************************************************************
009000*    0000-MAINLINE                                              *
009100*****************************************************************
009200 0000-MAINLINE.
009300     IF NOT WS-PERIODS-LOADED
009400         PERFORM 1000-LOAD-PERIODS THRU 1000-EXIT
009500     END-IF.
009600     EVALUATE TRUE
009700         WHEN PC-FUNC-CHECK
009800             PERFORM 2000-CHECK-PERIOD THRU 2000-EXIT
009900         WHEN PC-FUNC-MOVED
010000             PERFORM 3000-LOG-MOVE THRU 3000-EXIT
010100         WHEN OTHER
010200             CONTINUE
010300     END-EVALUATE.
010400     GOBACK.
010500*****************************************************************
010600*    1000-LOAD-PERIODS - PULL THE PERIOD CONTROL FILE INTO THE  *
010700*    TABLE ON THE FIRST CALL OF THE RUN.  UNLIKE THE EDIT RULES *
010800*    A CLOSED MONTH MAY NOT BE DROPPED, SO A FULL TABLE STOPS   *
010850*    THE RUN.  ONLY A FILE THAT IS NOT THERE (STATUS 35) MEANS  *
010900*    EVERY MONTH IS OPEN; ANY OTHER OPEN FAILURE STOPS THE RUN  *
010950*    RC 16 RATHER THAN POST INTO MONTHS THAT MAY BE CLOSED.     *
011000*****************************************************************
011100 1000-LOAD-PERIODS.
011200     SET WS-PERIODS-LOADED TO TRUE.
011300     OPEN INPUT PERIOD-FILE.
011320     IF WS-PERIOD-NOT-FOUND
011340         DISPLAY "PRDCHK1 - NO PRDCTL FILE - EVERY PERIOD OPEN"
011360         GO TO 1000-EXIT
011380     END-IF.
011400     IF WS-PERIOD-STATUS NOT = "00"
011450         DISPLAY "PRDCHK1 - CANNOT OPEN PRDCTL, STATUS "
011500                 WS-PERIOD-STATUS " - RUN REFUSED"
011550         MOVE 16 TO RETURN-CODE
011600         STOP RUN
011800     END-IF.
011900     PERFORM 1100-LOAD-ONE-PERIOD THRU 1100-EXIT
012000             UNTIL WS-PERIOD-EOF.
012100     CLOSE PERIOD-FILE.
012200     DISPLAY "PRDCHK1 - " WS-PRD-CNT " PERIOD CONTROL RECORDS "
012300             "LOADED".
012400 1000-EXIT.
012500     EXIT.
012600*
012700 1100-LOAD-ONE-PERIOD.
012800     READ PERIOD-FILE
012900         AT END
013000             SET WS-PERIOD-EOF TO TRUE
013100         NOT AT END
013200             PERFORM 1110-STORE-PERIOD THRU 1110-EXIT
013300     END-READ.
013400 1100-EXIT.
013500     EXIT.
013600*
013700 1110-STORE-PERIOD.
013800     IF WS-PRD-CNT >= WS-PRD-MAX
013900         DISPLAY "PRDCHK1 - PRDCTL EXCEEDS " WS-PRD-MAX
014000                 " PERIODS - RAISE WS-PRD-MAX"
014100         MOVE 12 TO RETURN-CODE
014200         STOP RUN
014300     END-IF.
014400     ADD 1 TO WS-PRD-CNT.
014500     MOVE PD-PERIOD TO WS-PT-PERIOD (WS-PRD-CNT).
014600     MOVE PD-STATUS TO WS-PT-STATUS (WS-PRD-CNT).
014700 1110-EXIT.
014800     EXIT.
014900*****************************************************************
015000*    2000-CHECK-PERIOD - RETURN THE VERDICT FOR THE MONTH OF    *
015050*    THE POSTING DATE.  AN OVERRIDE THAT CANNOT BE LOGGED IS    *
015100*    REFUSED, AS IF THE FLAG HAD NOT BEEN GIVEN.                *
015200*****************************************************************
015300 2000-CHECK-PERIOD.
015400     COMPUTE WS-LOOK-PERIOD = PC-POST-DATE / 100.
015500     MOVE WS-LOOK-PERIOD TO PC-PERIOD.
015600     MOVE PC-POST-DATE   TO PC-ROLL-DATE.
015700     PERFORM 2100-FIND-STATUS THRU 2100-EXIT.
015800     EVALUATE TRUE
015900         WHEN WS-LOOK-HARD-CLOSED
016000             SET PC-HARD-CLOSED TO TRUE
016100             PERFORM 2200-FIND-ROLL-PERIOD THRU 2200-EXIT
016200         WHEN WS-LOOK-SOFT-CLOSED
016300             IF PC-OVERRIDE-GIVEN
016400                 SET PC-SOFT-OVERRIDDEN TO TRUE
016500                 PERFORM 2300-LOG-OVERRIDE THRU 2300-EXIT
016520                 IF WS-LOG-FAILED
016540                     SET PC-SOFT-REFUSED TO TRUE
016560                 END-IF
016600             ELSE
016700                 SET PC-SOFT-REFUSED TO TRUE
016800             END-IF
016900         WHEN OTHER
017000             SET PC-PERIOD-OPEN TO TRUE
017100     END-EVALUATE.
017200 2000-EXIT.
017300     EXIT.
017400*
017500*    A MONTH NOT ON THE FILE IS OPEN.
017600 2100-FIND-STATUS.
017700     MOVE "O" TO WS-LOOK-STATUS.
017800     MOVE ZERO TO WS-PRD-FOUND-IX.
017900     PERFORM 2110-MATCH-PERIOD THRU 2110-EXIT
018000             VARYING WS-PRD-IX FROM 1 BY 1
018100             UNTIL WS-PRD-IX > WS-PRD-CNT
018200                OR WS-PRD-FOUND-IX > ZERO.
018300     IF WS-PRD-FOUND-IX > ZERO
018400         MOVE WS-PT-STATUS (WS-PRD-FOUND-IX) TO WS-LOOK-STATUS
018500     END-IF.
018600 2100-EXIT.
018700     EXIT.
018800*
018900 2110-MATCH-PERIOD.
019000     IF WS-PT-PERIOD (WS-PRD-IX) = WS-LOOK-PERIOD
019100         MOVE WS-PRD-IX TO WS-PRD-FOUND-IX
019200     END-IF.
019300 2110-EXIT.
019400     EXIT.
019500*
019600*    STEP A MONTH AT A TIME PAST THE CLOSED ONE UNTIL A MONTH
019700*    THAT IS OPEN (OR NOT ON FILE) IS REACHED; THE ITEM IS
019800*    ROLLED TO THE FIRST DAY OF THAT MONTH.
019900 2200-FIND-ROLL-PERIOD.
020000     PERFORM 2210-NEXT-MONTH THRU 2210-EXIT
020100             UNTIL WS-LOOK-OPEN.
020200     COMPUTE PC-ROLL-DATE = WS-LOOK-PERIOD * 100 + 1.
020300 2200-EXIT.
020400     EXIT.
020500*
020600 2210-NEXT-MONTH.
020700     IF WS-LOOK-MONTH >= 12
020800         MOVE 1 TO WS-LOOK-MONTH
020900         ADD 1 TO WS-LOOK-YEAR
021000     ELSE
021100         ADD 1 TO WS-LOOK-MONTH
021200     END-IF.
021300     PERFORM 2100-FIND-STATUS THRU 2100-EXIT.
021400 2210-EXIT.
021500     EXIT.
021600*
021700 2300-LOG-OVERRIDE.
021800     MOVE SPACES        TO PG-LOG-RECORD.
021900     SET PG-EVENT-OVERRIDE TO TRUE.
022000     MOVE PC-PERIOD     TO PG-PERIOD.
022100     MOVE PC-POST-DATE  TO PG-ORIG-DATE.
022200     MOVE PC-POST-DATE  TO PG-POST-DATE.
022300     MOVE "S"           TO PG-OLD-STATUS.
022400     MOVE "S"           TO PG-NEW-STATUS.
022500     PERFORM 4000-WRITE-LOG THRU 4000-EXIT.
022600 2300-EXIT.
022700     EXIT.
022800*****************************************************************
022900*    3000-LOG-MOVE - RECORD ONE ITEM THE CALLER MOVED OUT OF A  *
022950*    HARD-CLOSED MONTH.  PC-SOFT-REFUSED COMES BACK WHEN THE    *
023000*    EVENT COULD NOT BE LOGGED, AND THE CALLER MUST NOT MAKE    *
023050*    THE MOVE.                                                  *
023100*****************************************************************
023200 3000-LOG-MOVE.
023300     MOVE SPACES        TO PG-LOG-RECORD.
023400     SET PG-EVENT-MOVED TO TRUE.
023500     COMPUTE PG-PERIOD = PC-ORIG-DATE / 100.
023600     MOVE PC-ORIG-DATE  TO PG-ORIG-DATE.
023700     MOVE PC-POST-DATE  TO PG-POST-DATE.
023800     MOVE "H"           TO PG-OLD-STATUS.
023900     MOVE "O"           TO PG-NEW-STATUS.
024000     PERFORM 4000-WRITE-LOG THRU 4000-EXIT.
024010     IF WS-LOG-FAILED
024020         SET PC-SOFT-REFUSED TO TRUE
024030     ELSE
024040         SET PC-PERIOD-OPEN TO TRUE
024050     END-IF.
024100 3000-EXIT.
024200     EXIT.
024300*****************************************************************
024400*    4000-WRITE-LOG - APPEND ONE EVENT TO PRDLOG.  THE FILE IS  *
024500*    OPENED AND CLOSED AROUND EACH EVENT SO NOTHING IS LEFT     *
024550*    OPEN WHEN THE CALLER STOPS.  WS-LOG-FAILED IS SET WHEN THE *
024600*    EVENT DID NOT REACH THE FILE.                              *
024700*****************************************************************
024800 4000-WRITE-LOG.
024900     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
025000     ACCEPT WS-CURR-TIME8 FROM TIME.
025100     MOVE WS-CURR-DATE8 TO PG-EVENT-DATE.
025200     MOVE WS-CURR-TIME8 TO PG-EVENT-TIME.
025300     MOVE PC-PROGRAM    TO PG-PROGRAM.
025400     MOVE PC-BATCH-ID   TO PG-BATCH-ID.
025500     MOVE PC-RECORD-NBR TO PG-RECORD-NBR.
025600     MOVE PC-AMOUNT     TO PG-AMOUNT.
025650     SET WS-LOG-WRITTEN TO TRUE.
025700     OPEN EXTEND LOG-FILE.
025800     IF WS-LOG-NOT-FOUND
025900         OPEN OUTPUT LOG-FILE
026000     END-IF.
026100     IF WS-LOG-STATUS NOT = "00"
026200         DISPLAY "PRDCHK1 - CANNOT OPEN PRDLOG, STATUS "
026300                 WS-LOG-STATUS " - EVENT NOT LOGGED"
026350         SET WS-LOG-FAILED TO TRUE
026400         GO TO 4000-EXIT
026500     END-IF.
026600     WRITE PG-LOG-RECORD.
026610     IF WS-LOG-STATUS NOT = "00"
026620         DISPLAY "PRDCHK1 - PRDLOG WRITE FAILED, STATUS "
026630                 WS-LOG-STATUS " - EVENT NOT LOGGED"
026640         SET WS-LOG-FAILED TO TRUE
026650     END-IF.
026700     CLOSE LOG-FILE.
026800 4000-EXIT.
026900     EXIT.
