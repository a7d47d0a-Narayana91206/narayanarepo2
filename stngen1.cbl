000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     STNGEN1.
000300 AUTHOR.         J R MARTIN.
000400 INSTALLATION.   FINANCE SYSTEMS - BATCH RECONCILIATION.
000500 DATE-WRITTEN.   2026-10-11.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PROGRAM      STNGEN1                                      *
001000*    DESCRIPTION   STANDING-INSTRUCTION GENERATOR.  RUNS IN THE *
001100*                  NIGHTLY CYCLE AHEAD OF ADDPROG1 FOR THE      *
001200*                  PROCESSING DATE (ARGUMENT 1).  CALFILE GIVES *
001300*                  THE DAY'S PLACE IN THE BUSINESS MONTH AND    *
001400*                  THE PREVIOUS BUSINESS DAY; EVERY ACTIVE      *
001500*                  INSTRUCTION ON STNDINS THAT FALLS DUE THAT   *
001600*                  DAY IS WRITTEN TO TRANMAST AS AN ACTIVE      *
001700*                  RECORD WITH SOURCE STANDING, THE OWNING      *
001800*                  OPERATOR, AND THE INSTRUCTION ID.  EVERY     *
001900*                  GENERATION IS LOGGED ON STNGLOG BEFORE THE   *
002000*                  MASTER IS WRITTEN, SO A RERUN FOR THE SAME   *
002100*                  DATE NEVER GENERATES AN INSTRUCTION TWICE.   *
002200*                  THE STNREG REGISTER LISTS WHAT WAS           *
002300*                  GENERATED, WHAT WAS DUE BUT STILL WAITS FOR  *
002400*                  APPROVAL (RC 4), AND WHICH INSTRUCTIONS      *
002500*                  REACHED THEIR END DATE SINCE THE PREVIOUS    *
002600*                  BUSINESS DAY.  A NON-BUSINESS PROCESSING     *
002700*                  DATE GENERATES NOTHING (RC 4).               *
002800*                                                               *
002900*    DUE RULES     D - EVERY BUSINESS DAY.                      *
003000*                  W - ON THE GIVEN WEEKDAY; WHEN THAT DAY IS   *
003100*                      A HOLIDAY, ON THE NEXT BUSINESS DAY.     *
003200*                  M - ON THE NTH BUSINESS DAY OF THE MONTH, OR *
003300*                      ON THE LAST ONE IN A MONTH WITH FEWER.   *
003400*                  L - ON THE LAST BUSINESS DAY OF THE MONTH.   *
003500*                  ONLY BETWEEN THE START AND END DATES.        *
003600*                                                               *
003700*    MODIFICATION HISTORY                                      *
003800*    DATE       INIT  DESCRIPTION                               *
003900*    2026-10-11 JRM   INITIAL VERSION                           *
003920*    2026-10-15 JRM   STOP RC 12 WHEN THE STNGLOG WRITE FAILS,  *
003940*                     BEFORE THE MASTER RECORD IS WRITTEN       *
004000*                                                               *
004100*****************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.    IBM-370.
004500 OBJECT-COMPUTER.    IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CAL-FILE        ASSIGN TO "CALFILE"
004900             ORGANIZATION IS LINE SEQUENTIAL
005000             FILE STATUS IS WS-CAL-STATUS.
005100*
005200     SELECT INSTR-FILE      ASSIGN TO "STNDINS"
005300             ORGANIZATION IS LINE SEQUENTIAL
005400             FILE STATUS IS WS-INSTR-STATUS.
005500*
005600     SELECT GENLOG-FILE     ASSIGN TO "STNGLOG"
005700             ORGANIZATION IS LINE SEQUENTIAL
005800             FILE STATUS IS WS-GENLOG-STATUS.
005900*
006000     SELECT MASTER-FILE     ASSIGN TO "TRANMAST"
006100             ORGANIZATION IS INDEXED
006200             ACCESS MODE IS DYNAMIC
006300             RECORD KEY IS TM-TRANS-ID
006400             ALTERNATE RECORD KEY IS TM-STATUS WITH DUPLICATES
006500             FILE STATUS IS WS-MASTER-STATUS.
006600*
006700     SELECT REPORT-FILE     ASSIGN TO "STNREG"
006800             ORGANIZATION IS LINE SEQUENTIAL
006900             FILE STATUS IS WS-REPORT-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  CAL-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY "calrec.cpy".
007500*
007600 FD  INSTR-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY "stndins.cpy".
007900*
008000 FD  GENLOG-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY "stnglog.cpy".
008300*
008400 FD  MASTER-FILE
008500     LABEL RECORDS ARE STANDARD.
008600     COPY "tranmast.cpy".
008700*
008800 FD  REPORT-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  REPORT-RECORD               PIC X(80).
009100*
009200 WORKING-STORAGE SECTION.
009300*****************************************************************
009400*    RUN COUNTS                                                 *
009500*****************************************************************
009600 77  WS-GEN-CNT                  PIC 9(08) COMP VALUE ZERO.
009700 77  WS-ONFILE-CNT               PIC 9(08) COMP VALUE ZERO.
009800 77  WS-COMPLETED-CNT            PIC 9(08) COMP VALUE ZERO.
009900 77  WS-PENDING-CNT              PIC 9(08) COMP VALUE ZERO.
010000 77  WS-EXPIRED-CNT              PIC 9(08) COMP VALUE ZERO.
010100 77  WS-NEW-CNT                  PIC 9(08) COMP VALUE ZERO.
010200*****************************************************************
010300*    FILE STATUS AND SWITCHES                                   *
010400*****************************************************************
010500 77  WS-CAL-STATUS               PIC X(02)      VALUE SPACES.
010600 77  WS-INSTR-STATUS             PIC X(02)      VALUE SPACES.
010700     88  WS-INSTR-NOT-FOUND                     VALUE "35".
010800 77  WS-GENLOG-STATUS            PIC X(02)      VALUE SPACES.
010900     88  WS-GENLOG-NOT-FOUND                    VALUE "35".
011000 77  WS-MASTER-STATUS            PIC X(02)      VALUE SPACES.
011100     88  WS-MASTER-NOT-FOUND                    VALUE "35".
011200 77  WS-REPORT-STATUS            PIC X(02)      VALUE SPACES.
011300 77  WS-CAL-EOF-SW               PIC X(01)      VALUE "N".
011400     88  WS-CAL-EOF                             VALUE "Y".
011500 77  WS-INS-EOF-SW               PIC X(01)      VALUE "N".
011600     88  WS-INS-EOF                             VALUE "Y".
011700 77  WS-LOG-EOF-SW               PIC X(01)      VALUE "N".
011800     88  WS-LOG-EOF                             VALUE "Y".
011900 77  WS-SCAN-EOF-SW              PIC X(01)      VALUE "N".
012000     88  WS-SCAN-EOF                            VALUE "Y".
012100 77  WS-DUE-SW                   PIC X(01)      VALUE "N".
012200     88  WS-INSTR-DUE                           VALUE "Y".
012300     88  WS-INSTR-NOT-DUE                       VALUE "N".
012400*****************************************************************
012500*    THE PROCESSING DATE'S PLACE ON THE CALENDAR                *
012600*****************************************************************
012700 77  WS-CAL-FOUND-SW             PIC X(01)      VALUE "N".
012800     88  WS-CAL-FOUND                           VALUE "Y".
012900 77  WS-CAL-DAY-TYPE             PIC X(01)      VALUE SPACE.
013000     88  WS-CAL-BUSINESS-DAY                    VALUE "B".
013100 77  WS-CAL-MONTH-END            PIC X(01)      VALUE SPACE.
013200     88  WS-CAL-LAST-BUS-DAY                    VALUE "Y".
013300 77  WS-BUS-DAY-OF-MONTH         PIC 9(02)      VALUE ZEROES.
013400 77  WS-PREV-BUS-DATE            PIC 9(08)      VALUE ZEROES.
013500 01  WS-CAL-MONTH-VIEW.
013600     05  WS-CAL-MONTH-DATE       PIC 9(08)      VALUE ZEROES.
013700     05  WS-CAL-MONTH-X REDEFINES WS-CAL-MONTH-DATE.
013800         10  WS-CAL-YYYYMM       PIC 9(06).
013900         10  FILLER              PIC 9(02).
014000 01  WS-PROC-MONTH-VIEW.
014100     05  WS-PROC-MONTH-DATE      PIC 9(08)      VALUE ZEROES.
014200     05  WS-PROC-MONTH-X REDEFINES WS-PROC-MONTH-DATE.
014300         10  WS-PROC-YYYYMM      PIC 9(06).
014400         10  FILLER              PIC 9(02).
014500*****************************************************************
014600*    DAY NUMBERS FOR THE WEEKLY RULE - THE SAME COUNT RUNSLA1   *
014700*    KEEPS.  DAY NUMBER ZERO (1 MARCH OF YEAR ZERO) WAS A       *
014800*    WEDNESDAY, SO THE WEEKDAY (1 = MONDAY) IS ONE PAST THE     *
014900*    REMAINDER OF DAY NUMBER + 2 OVER 7.                        *
015000*****************************************************************
015100 01  WS-DN-DATE                  PIC 9(08)      VALUE ZEROES.
015200 01  WS-DN-VIEW REDEFINES WS-DN-DATE.
015300     05  WS-DN-YEAR              PIC 9(04).
015400     05  WS-DN-MONTH             PIC 9(02).
015500     05  WS-DN-DAY               PIC 9(02).
015600 77  WS-DN-Y                     PIC 9(04) COMP VALUE ZERO.
015700 77  WS-DN-M                     PIC 9(02) COMP VALUE ZERO.
015800 77  WS-DN-WORK                  PIC 9(08) COMP VALUE ZERO.
015900 77  WS-DN-DAYS                  PIC 9(08) COMP VALUE ZERO.
016000 77  WS-PROC-DN                  PIC 9(08) COMP VALUE ZERO.
016100 77  WS-PREV-DN                  PIC 9(08) COMP VALUE ZERO.
016200 77  WS-WEEKDAY                  PIC 9(02) COMP VALUE ZERO.
016300 77  WS-WD-OFFSET                PIC 9(02) COMP VALUE ZERO.
016400 77  WS-WD-WORK-DN               PIC 9(08) COMP VALUE ZERO.
016500 77  WS-TARGET-DN                PIC 9(08) COMP VALUE ZERO.
016600*****************************************************************
016700*    THE INSTRUCTION FILE HELD IN FULL, WITH THE ACTION DECIDED *
016800*    FOR EACH INSTRUCTION AND THE TRANSACTION ID IT GOES UNDER  *
016900*****************************************************************
017000 77  WS-INS-MAX                  PIC 9(04) COMP VALUE 500.
017100 77  WS-INS-CNT                  PIC 9(04) COMP VALUE ZERO.
017200 77  WS-INS-IX                   PIC 9(04) COMP VALUE ZERO.
017300 01  WS-INSTR-TABLE.
017400     05  WS-INS-ENTRY OCCURS 500 TIMES.
017500         10  WS-INS-RECORD       PIC X(120).
017600         10  WS-INS-ACTION       PIC X(01).
017700             88  WS-ACT-NONE                    VALUE SPACE.
017800             88  WS-ACT-GENERATE                VALUE "G".
017900             88  WS-ACT-ON-FILE                 VALUE "O".
018000             88  WS-ACT-COMPLETE                VALUE "L".
018100             88  WS-ACT-PENDING                 VALUE "P".
018200             88  WS-ACT-EXPIRED                 VALUE "E".
018300         10  WS-INS-TRANS-ID     PIC 9(08).
018400*****************************************************************
018500*    THE GENERATION LOG ENTRIES FOR THE PROCESSING DATE.  A     *
018600*    LATER ENTRY FOR THE SAME INSTRUCTION REPLACES AN EARLIER   *
018700*    ONE, SO A RE-GENERATION AFTER AN ID CLASH IS WHAT COUNTS.  *
018800*****************************************************************
018900 77  WS-LOG-MAX                  PIC 9(04) COMP VALUE 500.
019000 77  WS-LOG-CNT                  PIC 9(04) COMP VALUE ZERO.
019100 77  WS-LOG-IX                   PIC 9(04) COMP VALUE ZERO.
019200 77  WS-LOG-FOUND-IX             PIC 9(04) COMP VALUE ZERO.
019300 01  WS-LOG-TABLE.
019400     05  WS-LOG-ENTRY OCCURS 500 TIMES.
019500         10  WS-LOG-INSTR-ID     PIC 9(06).
019600         10  WS-LOG-TRANS-ID     PIC 9(08).
019700*****************************************************************
019800*    ARGUMENTS, RUN STAMP AND ID WORK FIELDS                    *
019900*****************************************************************
020000 01  WS-PROC-DATE-X              PIC X(08)      VALUE SPACES.
020100 01  WS-PROC-DATE8 REDEFINES WS-PROC-DATE-X
020200                                 PIC 9(08).
020300 01  WS-CURR-DATE8               PIC 9(08)      VALUE ZEROES.
020400 01  WS-CURR-TIME8               PIC 9(08)      VALUE ZEROES.
020500 77  WS-NEXT-TRANS-ID            PIC 9(08)      VALUE ZEROES.
020600*****************************************************************
020700*    PARAMETER AREA FOR THE TRNIDS1 TRANSACTION ID MODULE       *
020800*****************************************************************
020900     COPY "idparm.cpy".
021000*****************************************************************
021100*    REGISTER LINES                                             *
021200*****************************************************************
021300 01  SR-HEADER-LINE.
021400     05  FILLER                  PIC X(37)
021500             VALUE "STNGEN1 STANDING INSTRUCTIONS - DATE ".
021600     05  SR-HDR-PROC-DATE        PIC 9(08).
021700     05  FILLER                  PIC X(11)  VALUE "  PREPARED ".
021800     05  SR-HDR-PREP-DATE        PIC 9(08).
021900     05  FILLER                  PIC X(16)  VALUE SPACES.
022000*
022100 01  SR-DAY-LINE.
022200     05  FILLER                  PIC X(13)  VALUE "BUSINESS DAY ".
022300     05  SR-DAY-NUMBER           PIC Z9.
022400     05  FILLER                  PIC X(13)  VALUE " OF THE MONTH".
022500     05  SR-DAY-LAST             PIC X(20)  VALUE SPACES.
022600     05  FILLER                  PIC X(15)
022700             VALUE " PREVIOUS B/D ".
022800     05  SR-DAY-PREV-DATE        PIC 9(08).
022900     05  FILLER                  PIC X(09)  VALUE SPACES.
023000*
023100 01  SR-NOT-BUSINESS-LINE.
023200     05  FILLER                  PIC X(09)  VALUE "CALFILE: ".
023300     05  SR-NBD-DESC             PIC X(20).
023400     05  FILLER                  PIC X(41)
023500             VALUE " - NOT A BUSINESS DAY, NOTHING GENERATED".
023600     05  FILLER                  PIC X(10)  VALUE SPACES.
023700*
023800 01  SR-COLUMN-LINE.
023900     05  FILLER                  PIC X(41)
024000             VALUE "INSTR  TRANS    AA BB CT FREQ   OWNER    ".
024100     05  FILLER                  PIC X(39)
024200             VALUE "END DATE ACTION".
024300*
024400 01  SR-DETAIL-LINE.
024500     05  SR-DTL-INSTR-ID         PIC 9(06).
024600     05  FILLER                  PIC X(01)  VALUE SPACES.
024700     05  SR-DTL-TRANS-ID         PIC X(08).
024800     05  FILLER                  PIC X(01)  VALUE SPACES.
024900     05  SR-DTL-AA               PIC X(02).
025000     05  FILLER                  PIC X(01)  VALUE SPACES.
025100     05  SR-DTL-BB               PIC X(02).
025200     05  FILLER                  PIC X(01)  VALUE SPACES.
025300     05  SR-DTL-CATEGORY         PIC X(02).
025400     05  FILLER                  PIC X(01)  VALUE SPACES.
025500     05  SR-DTL-FREQ             PIC X(06).
025600     05  FILLER                  PIC X(01)  VALUE SPACES.
025700     05  SR-DTL-OWNER-ID         PIC X(08).
025800     05  FILLER                  PIC X(01)  VALUE SPACES.
025900     05  SR-DTL-END-DATE         PIC 9(08).
026000     05  FILLER                  PIC X(01)  VALUE SPACES.
026100     05  SR-DTL-ACTION           PIC X(16).
026200     05  FILLER                  PIC X(14)  VALUE SPACES.
026300*
026400 01  SR-TRAILER-LINE.
026500     05  FILLER                  PIC X(13)  VALUE "TOTALS - GEN=".
026600     05  SR-TRL-GEN-CNT          PIC Z(4)9.
026700     05  FILLER                  PIC X(09)  VALUE " ON FILE=".
026800     05  SR-TRL-ONFILE-CNT       PIC Z(4)9.
026900     05  FILLER                  PIC X(11)  VALUE " COMPLETED=".
027000     05  SR-TRL-COMPLETED-CNT    PIC Z(4)9.
027100     05  FILLER                  PIC X(09)  VALUE " PENDING=".
027200     05  SR-TRL-PENDING-CNT      PIC Z(4)9.
027300     05  FILLER                  PIC X(09)  VALUE " EXPIRED=".
027400     05  SR-TRL-EXPIRED-CNT      PIC Z(4)9.
027500     05  FILLER                  PIC X(04)  VALUE SPACES.
027600 PROCEDURE DIVISION.
027700*****************************************************************
027800*    0000-MAINLINE                                              *
027900*****************************************************************
028000 0000-MAINLINE.
028100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028200     PERFORM 1100-READ-CALENDAR THRU 1100-EXIT.
028300     IF NOT WS-CAL-BUSINESS-DAY
028400         PERFORM 1900-NOT-BUSINESS-DAY THRU 1900-EXIT
028500         GO TO 0000-FINISH
028600     END-IF.
028700     PERFORM 1200-LOAD-INSTRUCTIONS THRU 1200-EXIT.
028800     PERFORM 1300-LOAD-GENLOG THRU 1300-EXIT.
028900     PERFORM 1400-OPEN-MASTER THRU 1400-EXIT.
029000     PERFORM 2900-PRINT-DAY-LINE THRU 2900-EXIT.
029100     PERFORM 2000-DECIDE-ONE-INSTR THRU 2000-EXIT
029200             VARYING WS-INS-IX FROM 1 BY 1
029300             UNTIL WS-INS-IX > WS-INS-CNT.
029400     IF WS-NEW-CNT > ZERO
029500         PERFORM 3000-RESERVE-TRANS-IDS THRU 3000-EXIT
029600     END-IF.
029700     PERFORM 4000-ACT-ON-ONE-INSTR THRU 4000-EXIT
029800             VARYING WS-INS-IX FROM 1 BY 1
029900             UNTIL WS-INS-IX > WS-INS-CNT.
030000     CLOSE MASTER-FILE.
030100 0000-FINISH.
030200     PERFORM 9000-FINALIZE THRU 9000-EXIT.
030300     STOP RUN.
030400*****************************************************************
030500*    1000-INITIALIZE - PICK UP THE PROCESSING DATE AND START    *
030600*                      THE REGISTER                             *
030700*****************************************************************
030800 1000-INITIALIZE.
030900     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
031000     DISPLAY 1 UPON ARGUMENT-NUMBER.
031100     ACCEPT WS-PROC-DATE-X FROM ARGUMENT-VALUE
031200         ON EXCEPTION
031300             MOVE SPACES TO WS-PROC-DATE-X
031400     END-ACCEPT.
031500     IF WS-PROC-DATE-X = SPACES OR LOW-VALUES
031600        OR WS-PROC-DATE-X IS NOT NUMERIC
031700         DISPLAY "STNGEN1 - PROCESSING DATE (YYYYMMDD) "
031800                 "ARGUMENT IS REQUIRED"
031900         MOVE 12 TO RETURN-CODE
032000         STOP RUN
032100     END-IF.
032200     MOVE WS-PROC-DATE8 TO WS-PROC-MONTH-DATE.
032300     OPEN OUTPUT REPORT-FILE.
032400     IF WS-REPORT-STATUS NOT = "00"
032500         DISPLAY "STNGEN1 - CANNOT OPEN STNREG, STATUS "
032600                 WS-REPORT-STATUS
032700         MOVE 12 TO RETURN-CODE
032800         STOP RUN
032900     END-IF.
033000     MOVE WS-PROC-DATE8  TO SR-HDR-PROC-DATE.
033100     MOVE WS-CURR-DATE8  TO SR-HDR-PREP-DATE.
033200     MOVE SR-HEADER-LINE TO REPORT-RECORD.
033300     WRITE REPORT-RECORD.
033400 1000-EXIT.
033500     EXIT.
033600*
033700*****************************************************************
033800*    1100-READ-CALENDAR - READ CALFILE UP TO THE PROCESSING     *
033900*    DATE, COUNTING THE MONTH'S BUSINESS DAYS AND NOTING THE    *
034000*    LAST BUSINESS DAY BEFORE IT.  A DATE NOT ON THE CALENDAR   *
034100*    IS REFUSED RC 16, AS ADDPROG1 REFUSES IT.                  *
034200*****************************************************************
034300 1100-READ-CALENDAR.
034400     OPEN INPUT CAL-FILE.
034500     IF WS-CAL-STATUS NOT = "00"
034600         DISPLAY "STNGEN1 - CANNOT OPEN CALFILE, STATUS "
034700                 WS-CAL-STATUS
034800         MOVE 12 TO RETURN-CODE
034900         CLOSE REPORT-FILE
035000         STOP RUN
035100     END-IF.
035200     PERFORM 1110-READ-ONE-DAY THRU 1110-EXIT
035300             UNTIL WS-CAL-EOF OR WS-CAL-FOUND.
035400     CLOSE CAL-FILE.
035500     IF NOT WS-CAL-FOUND
035600         DISPLAY "STNGEN1 - PROCESSING DATE " WS-PROC-DATE8
035700                 " IS NOT ON THE CALENDAR - RUN CALBLD1"
035800         MOVE 16 TO RETURN-CODE
035900         CLOSE REPORT-FILE
036000         STOP RUN
036100     END-IF.
036200 1100-EXIT.
036300     EXIT.
036400*
036500 1110-READ-ONE-DAY.
036600     READ CAL-FILE
036700         AT END
036800             SET WS-CAL-EOF TO TRUE
036900             GO TO 1110-EXIT
037000     END-READ.
037100     IF CA-DATE > WS-PROC-DATE8
037200         SET WS-CAL-EOF TO TRUE
037300         GO TO 1110-EXIT
037400     END-IF.
037500     MOVE CA-DATE TO WS-CAL-MONTH-DATE.
037600     IF CA-DATE = WS-PROC-DATE8
037700         SET WS-CAL-FOUND TO TRUE
037800         MOVE CA-DAY-TYPE       TO WS-CAL-DAY-TYPE
037900         MOVE CA-MONTH-END-FLAG TO WS-CAL-MONTH-END
038000         MOVE CA-DESCRIPTION    TO SR-NBD-DESC
038100     END-IF.
038200     IF NOT CA-BUSINESS-DAY
038300         GO TO 1110-EXIT
038400     END-IF.
038500     IF WS-CAL-YYYYMM = WS-PROC-YYYYMM
038600         ADD 1 TO WS-BUS-DAY-OF-MONTH
038700     END-IF.
038800     IF CA-DATE < WS-PROC-DATE8
038900         MOVE CA-DATE TO WS-PREV-BUS-DATE
039000     END-IF.
039100 1110-EXIT.
039200     EXIT.
039300*
039400*****************************************************************
039500*    1200-LOAD-INSTRUCTIONS - PULL STNDINS INTO THE TABLE.  NO  *
039600*    FILE MEANS NO INSTRUCTIONS HAVE BEEN SET UP YET.           *
039700*****************************************************************
039800 1200-LOAD-INSTRUCTIONS.
039900     OPEN INPUT INSTR-FILE.
040000     IF WS-INSTR-NOT-FOUND
040100         DISPLAY "STNGEN1 - NO STNDINS FILE - NO INSTRUCTIONS"
040200         GO TO 1200-EXIT
040300     END-IF.
040400     IF WS-INSTR-STATUS NOT = "00"
040500         DISPLAY "STNGEN1 - CANNOT OPEN STNDINS, STATUS "
040600                 WS-INSTR-STATUS
040700         MOVE 12 TO RETURN-CODE
040800         CLOSE REPORT-FILE
040900         STOP RUN
041000     END-IF.
041100     PERFORM 1210-LOAD-ONE-INSTR THRU 1210-EXIT
041200             UNTIL WS-INS-EOF.
041300     CLOSE INSTR-FILE.
041400 1200-EXIT.
041500     EXIT.
041600*
041700 1210-LOAD-ONE-INSTR.
041800     READ INSTR-FILE
041900         AT END
042000             SET WS-INS-EOF TO TRUE
042100             GO TO 1210-EXIT
042200     END-READ.
042300     IF WS-INS-CNT >= WS-INS-MAX
042400         DISPLAY "STNGEN1 - STNDINS EXCEEDS " WS-INS-MAX
042500                 " INSTRUCTIONS - RAISE WS-INS-MAX"
042600         MOVE 12 TO RETURN-CODE
042700         CLOSE REPORT-FILE
042800         STOP RUN
042900     END-IF.
043000     ADD 1 TO WS-INS-CNT.
043100     MOVE SI-INSTRUCTION-RECORD TO WS-INS-RECORD (WS-INS-CNT).
043200     MOVE SPACE  TO WS-INS-ACTION (WS-INS-CNT).
043300     MOVE ZEROES TO WS-INS-TRANS-ID (WS-INS-CNT).
043400 1210-EXIT.
043500     EXIT.
043600*
043700*****************************************************************
043800*    1300-LOAD-GENLOG - THE LOG ENTRIES ALREADY WRITTEN FOR THE *
043900*    PROCESSING DATE BY AN EARLIER RUN                          *
044000*****************************************************************
044100 1300-LOAD-GENLOG.
044200     OPEN INPUT GENLOG-FILE.
044300     IF WS-GENLOG-NOT-FOUND
044400         GO TO 1300-EXIT
044500     END-IF.
044600     IF WS-GENLOG-STATUS NOT = "00"
044700         DISPLAY "STNGEN1 - CANNOT OPEN STNGLOG, STATUS "
044800                 WS-GENLOG-STATUS
044900         MOVE 12 TO RETURN-CODE
045000         CLOSE REPORT-FILE
045100         STOP RUN
045200     END-IF.
045300     PERFORM 1310-LOAD-ONE-LOG THRU 1310-EXIT
045400             UNTIL WS-LOG-EOF.
045500     CLOSE GENLOG-FILE.
045600     IF WS-LOG-CNT > ZERO
045700         DISPLAY "STNGEN1 - RERUN FOR " WS-PROC-DATE8 " - "
045800                 WS-LOG-CNT " INSTRUCTIONS ALREADY LOGGED"
045900     END-IF.
046000 1300-EXIT.
046100     EXIT.
046200*
046300 1310-LOAD-ONE-LOG.
046400     READ GENLOG-FILE
046500         AT END
046600             SET WS-LOG-EOF TO TRUE
046700             GO TO 1310-EXIT
046800     END-READ.
046900     IF SG-PROC-DATE NOT = WS-PROC-DATE8
047000         GO TO 1310-EXIT
047100     END-IF.
047200     PERFORM 1320-FIND-LOG-ENTRY THRU 1320-EXIT.
047300     IF WS-LOG-FOUND-IX > ZERO
047400         MOVE SG-TRANS-ID TO WS-LOG-TRANS-ID (WS-LOG-FOUND-IX)
047500         GO TO 1310-EXIT
047600     END-IF.
047700     IF WS-LOG-CNT >= WS-LOG-MAX
047800         DISPLAY "STNGEN1 - STNGLOG EXCEEDS " WS-LOG-MAX
047900                 " ENTRIES FOR " WS-PROC-DATE8
048000                 " - RAISE WS-LOG-MAX"
048100         MOVE 12 TO RETURN-CODE
048200         CLOSE REPORT-FILE
048300         STOP RUN
048400     END-IF.
048500     ADD 1 TO WS-LOG-CNT.
048600     MOVE SG-INSTR-ID TO WS-LOG-INSTR-ID (WS-LOG-CNT).
048700     MOVE SG-TRANS-ID TO WS-LOG-TRANS-ID (WS-LOG-CNT).
048800 1310-EXIT.
048900     EXIT.
049000*
049100*    LOCATE THE LOG ENTRY FOR SG-INSTR-ID; WS-LOG-FOUND-IX IS   *
049200*    ZERO WHEN THE INSTRUCTION HAS NONE FOR THE DATE.           *
049300 1320-FIND-LOG-ENTRY.
049400     MOVE ZERO TO WS-LOG-FOUND-IX.
049500     PERFORM 1330-MATCH-LOG-ENTRY THRU 1330-EXIT
049600             VARYING WS-LOG-IX FROM 1 BY 1
049700             UNTIL WS-LOG-IX > WS-LOG-CNT
049800                OR WS-LOG-FOUND-IX > ZERO.
049900 1320-EXIT.
050000     EXIT.
050100*
050200 1330-MATCH-LOG-ENTRY.
050300     IF WS-LOG-INSTR-ID (WS-LOG-IX) = SG-INSTR-ID
050400         MOVE WS-LOG-IX TO WS-LOG-FOUND-IX
050500     END-IF.
050600 1330-EXIT.
050700     EXIT.
050800*
050900 1400-OPEN-MASTER.
051000     OPEN I-O MASTER-FILE.
051100     IF WS-MASTER-NOT-FOUND
051200         OPEN OUTPUT MASTER-FILE
051300         CLOSE MASTER-FILE
051400         OPEN I-O MASTER-FILE
051500     END-IF.
051600     IF WS-MASTER-STATUS NOT = "00"
051700         DISPLAY "STNGEN1 - CANNOT OPEN TRANMAST, STATUS "
051800                 WS-MASTER-STATUS
051900         MOVE 12 TO RETURN-CODE
052000         CLOSE REPORT-FILE
052100         STOP RUN
052200     END-IF.
052300 1400-EXIT.
052400     EXIT.
052500*
052600*****************************************************************
052700*    1900-NOT-BUSINESS-DAY - NOTHING FALLS DUE ON A WEEKEND OR  *
052800*    HOLIDAY; THE NEXT BUSINESS DAY PICKS UP A WEEKLY           *
052900*    INSTRUCTION WHOSE DAY THIS WAS                             *
053000*****************************************************************
053100 1900-NOT-BUSINESS-DAY.
053200     MOVE SR-NOT-BUSINESS-LINE TO REPORT-RECORD.
053300     WRITE REPORT-RECORD.
053400     DISPLAY "STNGEN1 - " WS-PROC-DATE8
053500             " IS NOT A BUSINESS DAY - NOTHING GENERATED".
053600     MOVE 4 TO RETURN-CODE.
053700 1900-EXIT.
053800     EXIT.
053900*
054000*****************************************************************
054100*    2000-DECIDE-ONE-INSTR - FIRST PASS: DECIDE WHAT BECOMES OF *
054200*    EACH INSTRUCTION TODAY, SO THE NEW TRANSACTION IDS CAN BE  *
054300*    RESERVED IN ONE BLOCK BEFORE ANYTHING IS WRITTEN           *
054400*****************************************************************
054500 2000-DECIDE-ONE-INSTR.
054600     MOVE WS-INS-RECORD (WS-INS-IX) TO SI-INSTRUCTION-RECORD.
054700     IF SI-STATUS-CANCELLED
054800         GO TO 2000-EXIT
054900     END-IF.
055000     IF SI-END-DATE < WS-PROC-DATE8
055100         IF SI-END-DATE >= WS-PREV-BUS-DATE
055200             SET WS-ACT-EXPIRED (WS-INS-IX) TO TRUE
055300         END-IF
055400         GO TO 2000-EXIT
055500     END-IF.
055600     PERFORM 2100-TEST-DUE THRU 2100-EXIT.
055700     IF WS-INSTR-NOT-DUE
055800         GO TO 2000-EXIT
055900     END-IF.
056000     IF SI-STATUS-PENDING
056100         SET WS-ACT-PENDING (WS-INS-IX) TO TRUE
056200         GO TO 2000-EXIT
056300     END-IF.
056400     IF NOT SI-STATUS-ACTIVE
056500         GO TO 2000-EXIT
056600     END-IF.
056700     MOVE SI-INSTR-ID TO SG-INSTR-ID.
056800     PERFORM 1320-FIND-LOG-ENTRY THRU 1320-EXIT.
056900     IF WS-LOG-FOUND-IX = ZERO
057000         SET WS-ACT-GENERATE (WS-INS-IX) TO TRUE
057100         ADD 1 TO WS-NEW-CNT
057200         GO TO 2000-EXIT
057300     END-IF.
057400     PERFORM 2200-CHECK-LOGGED-ID THRU 2200-EXIT.
057500 2000-EXIT.
057600     EXIT.
057700*
057800*****************************************************************
057900*    2100-TEST-DUE - IS THE INSTRUCTION IN SI-INSTRUCTION-      *
058000*    RECORD DUE ON THE PROCESSING DATE (A BUSINESS DAY)?        *
058100*****************************************************************
058200 2100-TEST-DUE.
058300     SET WS-INSTR-NOT-DUE TO TRUE.
058400     IF SI-START-DATE > WS-PROC-DATE8
058500        OR SI-END-DATE < WS-PROC-DATE8
058600         GO TO 2100-EXIT
058700     END-IF.
058800     EVALUATE TRUE
058900         WHEN SI-FREQ-DAILY
059000             SET WS-INSTR-DUE TO TRUE
059100         WHEN SI-FREQ-WEEKLY
059200             PERFORM 2110-TEST-WEEKLY THRU 2110-EXIT
059300         WHEN SI-FREQ-MONTHLY-NTH
059400             IF WS-BUS-DAY-OF-MONTH = SI-FREQ-DAY
059500                OR (WS-CAL-LAST-BUS-DAY
059600                    AND WS-BUS-DAY-OF-MONTH < SI-FREQ-DAY)
059700                 SET WS-INSTR-DUE TO TRUE
059800             END-IF
059900         WHEN SI-FREQ-MONTHLY-LAST
060000             IF WS-CAL-LAST-BUS-DAY
060100                 SET WS-INSTR-DUE TO TRUE
060200             END-IF
060300         WHEN OTHER
060400             CONTINUE
060500     END-EVALUATE.
060600 2100-EXIT.
060700     EXIT.
060800*
060900*    A WEEKLY INSTRUCTION IS DUE WHEN ITS WEEKDAY FALLS AFTER   *
061000*    THE PREVIOUS BUSINESS DAY AND NO LATER THAN TODAY - ON ITS *
061100*    OWN DAY NORMALLY, ON THE FIRST BUSINESS DAY AFTER IT WHEN  *
061200*    THE DAY ITSELF WAS A HOLIDAY.  THE TARGET IS THE FIRST     *
061300*    DATE WITH THAT WEEKDAY FROM THE DAY AFTER THE PREVIOUS     *
061400*    BUSINESS DAY.  WITH NO EARLIER BUSINESS DAY ON THE         *
061500*    CALENDAR, ONLY TODAY ITSELF IS CONSIDERED.                 *
061600 2110-TEST-WEEKLY.
061700     IF SI-FREQ-DAY < 1 OR SI-FREQ-DAY > 5
061800         GO TO 2110-EXIT
061900     END-IF.
062000     COMPUTE WS-WD-WORK-DN = WS-PREV-DN + 1.
062100     COMPUTE WS-TARGET-DN = WS-WD-WORK-DN + 2.
062200     DIVIDE WS-TARGET-DN BY 7 GIVING WS-DN-WORK
062300             REMAINDER WS-WEEKDAY.
062400     ADD 1 TO WS-WEEKDAY.
062500     IF SI-FREQ-DAY >= WS-WEEKDAY
062600         COMPUTE WS-WD-OFFSET = SI-FREQ-DAY - WS-WEEKDAY
062700     ELSE
062800         COMPUTE WS-WD-OFFSET = SI-FREQ-DAY + 7 - WS-WEEKDAY
062900     END-IF.
063000     COMPUTE WS-TARGET-DN = WS-WD-WORK-DN + WS-WD-OFFSET.
063100     IF WS-TARGET-DN <= WS-PROC-DN
063200         SET WS-INSTR-DUE TO TRUE
063300     END-IF.
063400 2110-EXIT.
063500     EXIT.
063600*
063700*****************************************************************
063800*    2200-CHECK-LOGGED-ID - THE INSTRUCTION WAS LOGGED FOR THIS *
063900*    DATE BY AN EARLIER RUN.  ITS RECORD ON THE MASTER MEANS IT *
064000*    IS DONE; NO RECORD MEANS THE EARLIER RUN STOPPED BETWEEN   *
064100*    THE LOG AND THE MASTER, AND IT IS WRITTEN NOW UNDER THE    *
064200*    LOGGED ID.  A DIFFERENT RECORD UNDER THAT ID MEANS THE ID  *
064300*    CLASHED LAST TIME, AND THE INSTRUCTION TAKES A NEW ONE.    *
064400*****************************************************************
064500 2200-CHECK-LOGGED-ID.
064600     MOVE WS-LOG-TRANS-ID (WS-LOG-FOUND-IX) TO TM-TRANS-ID.
064700     MOVE TM-TRANS-ID TO WS-INS-TRANS-ID (WS-INS-IX).
064800     READ MASTER-FILE
064900         INVALID KEY
065000             SET WS-ACT-COMPLETE (WS-INS-IX) TO TRUE
065100             GO TO 2200-EXIT
065200     END-READ.
065300     IF TM-SOURCE = "STANDING"
065400        AND TM-STANDING-ID = SI-INSTR-ID
065500         SET WS-ACT-ON-FILE (WS-INS-IX) TO TRUE
065600         GO TO 2200-EXIT
065700     END-IF.
065800     DISPLAY "STNGEN1 - LOGGED ID " TM-TRANS-ID
065900             " FOR INSTRUCTION " SI-INSTR-ID
066000             " IS HELD BY ANOTHER RECORD - NEW ID TAKEN".
066100     MOVE ZEROES TO WS-INS-TRANS-ID (WS-INS-IX).
066200     SET WS-ACT-GENERATE (WS-INS-IX) TO TRUE.
066300     ADD 1 TO WS-NEW-CNT.
066400 2200-EXIT.
066500     EXIT.
066600*
066700*****************************************************************
066800*    2900-PRINT-DAY-LINE - THE DAY'S PLACE IN THE MONTH, AND    *
066900*    THE DAY NUMBERS THE WEEKLY RULE COMPARES                   *
067000*****************************************************************
067100 2900-PRINT-DAY-LINE.
067200     MOVE WS-PROC-DATE8 TO WS-DN-DATE.
067300     PERFORM 7100-DAY-NUMBER THRU 7100-EXIT.
067400     MOVE WS-DN-DAYS TO WS-PROC-DN.
067500     IF WS-PREV-BUS-DATE = ZEROES
067600         COMPUTE WS-PREV-DN = WS-PROC-DN - 1
067700     ELSE
067800         MOVE WS-PREV-BUS-DATE TO WS-DN-DATE
067900         PERFORM 7100-DAY-NUMBER THRU 7100-EXIT
068000         MOVE WS-DN-DAYS TO WS-PREV-DN
068100     END-IF.
068200     MOVE WS-BUS-DAY-OF-MONTH TO SR-DAY-NUMBER.
068300     IF WS-CAL-LAST-BUS-DAY
068400         MOVE " - LAST OF THE MONTH" TO SR-DAY-LAST
068500     ELSE
068600         MOVE SPACES TO SR-DAY-LAST
068700     END-IF.
068800     MOVE WS-PREV-BUS-DATE TO SR-DAY-PREV-DATE.
068900     MOVE SR-DAY-LINE TO REPORT-RECORD.
069000     WRITE REPORT-RECORD.
069100     MOVE SR-COLUMN-LINE TO REPORT-RECORD.
069200     WRITE REPORT-RECORD.
069300 2900-EXIT.
069400     EXIT.
069500*
069600*****************************************************************
069700*    3000-RESERVE-TRANS-IDS - ONE BLOCK OF IDS FROM THE TRNIDS1 *
069800*    CONTROL RECORD FOR EVERY INSTRUCTION TO BE GENERATED, AS   *
069900*    TRANLOAD1 RESERVES A FILE'S.  A MISSING CONTROL RECORD IS  *
070000*    SEEDED FROM A SCAN OF THE MASTER FIRST.                    *
070100*****************************************************************
070200 3000-RESERVE-TRANS-IDS.
070300     MOVE ZEROES TO WS-NEXT-TRANS-ID.
070400     MOVE WS-NEW-CNT TO IC-COUNT.
070500     PERFORM 3030-CALL-RESERVE THRU 3030-EXIT.
070600     IF IC-NOT-SEEDED
070700         PERFORM 3020-SEED-FROM-MASTER THRU 3020-EXIT
070800         MOVE WS-NEW-CNT TO IC-COUNT
070900         PERFORM 3030-CALL-RESERVE THRU 3030-EXIT
071000     END-IF.
071100     IF NOT IC-RESULT-OK
071200         DISPLAY "STNGEN1 - CANNOT RESERVE " WS-NEW-CNT
071300                 " TRANSACTION IDS FROM TRANCTL, RESULT "
071400                 IC-RESULT " STATUS " IC-FILE-STATUS
071500         DISPLAY "STNGEN1 - NOTHING GENERATED"
071600         MOVE 12 TO RETURN-CODE
071700         CLOSE MASTER-FILE
071800         CLOSE REPORT-FILE
071900         STOP RUN
072000     END-IF.
072100     MOVE IC-FIRST-ID TO WS-NEXT-TRANS-ID.
072200 3000-EXIT.
072300     EXIT.
072400*
072500 3010-SCAN-ONE-RECORD.
072600     READ MASTER-FILE NEXT RECORD
072700         AT END
072800             SET WS-SCAN-EOF TO TRUE
072900         NOT AT END
073000             MOVE TM-TRANS-ID TO WS-NEXT-TRANS-ID
073100     END-READ.
073200 3010-EXIT.
073300     EXIT.
073400*
073500 3020-SEED-FROM-MASTER.
073600     MOVE "N" TO WS-SCAN-EOF-SW.
073700     MOVE ZEROES TO WS-NEXT-TRANS-ID.
073800     MOVE ZEROES TO TM-TRANS-ID.
073900     START MASTER-FILE KEY > TM-TRANS-ID
074000         INVALID KEY
074100             SET WS-SCAN-EOF TO TRUE
074200     END-START.
074300     PERFORM 3010-SCAN-ONE-RECORD THRU 3010-EXIT
074400             UNTIL WS-SCAN-EOF.
074500     ADD 1 TO WS-NEXT-TRANS-ID.
074600     SET IC-FUNC-SEED TO TRUE.
074700     MOVE "STNGEN1"        TO IC-PROGRAM.
074800     MOVE WS-NEXT-TRANS-ID TO IC-FIRST-ID.
074900     CALL "TRNIDS1" USING IC-ID-PARM.
075000 3020-EXIT.
075100     EXIT.
075200*
075300 3030-CALL-RESERVE.
075400     SET IC-FUNC-RESERVE TO TRUE.
075500     MOVE "STNGEN1"        TO IC-PROGRAM.
075600     CALL "TRNIDS1" USING IC-ID-PARM.
075700 3030-EXIT.
075800     EXIT.
075900*
076000*****************************************************************
076100*    4000-ACT-ON-ONE-INSTR - SECOND PASS, IN INSTRUCTION ID     *
076200*    ORDER: GENERATE OR COMPLETE THE RECORD, AND PRINT THE      *
076300*    INSTRUCTION ON THE REGISTER                                *
076400*****************************************************************
076500 4000-ACT-ON-ONE-INSTR.
076600     IF WS-ACT-NONE (WS-INS-IX)
076700         GO TO 4000-EXIT
076800     END-IF.
076900     MOVE WS-INS-RECORD (WS-INS-IX) TO SI-INSTRUCTION-RECORD.
077000     EVALUATE TRUE
077100         WHEN WS-ACT-GENERATE (WS-INS-IX)
077200             MOVE WS-NEXT-TRANS-ID TO WS-INS-TRANS-ID (WS-INS-IX)
077300             ADD 1 TO WS-NEXT-TRANS-ID
077400             PERFORM 4100-LOG-GENERATION THRU 4100-EXIT
077500             PERFORM 4200-WRITE-MASTER THRU 4200-EXIT
077600             ADD 1 TO WS-GEN-CNT
077700             MOVE "GENERATED"        TO SR-DTL-ACTION
077800         WHEN WS-ACT-COMPLETE (WS-INS-IX)
077900             PERFORM 4200-WRITE-MASTER THRU 4200-EXIT
078000             ADD 1 TO WS-COMPLETED-CNT
078100             MOVE "COMPLETED"        TO SR-DTL-ACTION
078200         WHEN WS-ACT-ON-FILE (WS-INS-IX)
078300             ADD 1 TO WS-ONFILE-CNT
078400             MOVE "ALREADY ON FILE"  TO SR-DTL-ACTION
078500         WHEN WS-ACT-PENDING (WS-INS-IX)
078600             ADD 1 TO WS-PENDING-CNT
078700             MOVE "PENDING APPROVAL" TO SR-DTL-ACTION
078800         WHEN WS-ACT-EXPIRED (WS-INS-IX)
078900             ADD 1 TO WS-EXPIRED-CNT
079000             MOVE "EXPIRED"          TO SR-DTL-ACTION
079100     END-EVALUATE.
079200     PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT.
079300 4000-EXIT.
079400     EXIT.
079500*
079600*    THE LOG RECORD GOES ON FILE, AND THE FILE IS CLOSED, BEFORE*
079700*    THE MASTER RECORD IS WRITTEN - AN ABEND BETWEEN THE TWO    *
079800*    LEAVES A LOGGED INSTRUCTION THE RERUN COMPLETES, NEVER A   *
079850*    MASTER RECORD THE RERUN WOULD GENERATE AGAIN.  A LOG WRITE *
079900*    THAT FAILS STOPS THE RUN BEFORE THE MASTER RECORD, SO THE  *
079950*    RERUN GENERATES THAT INSTRUCTION AFRESH.                   *
080000 4100-LOG-GENERATION.
080100     OPEN EXTEND GENLOG-FILE.
080200     IF WS-GENLOG-NOT-FOUND
080300         OPEN OUTPUT GENLOG-FILE
080400     END-IF.
080500     IF WS-GENLOG-STATUS NOT = "00"
080600         DISPLAY "STNGEN1 - CANNOT EXTEND STNGLOG, STATUS "
080700                 WS-GENLOG-STATUS
080800         MOVE 12 TO RETURN-CODE
080900         CLOSE MASTER-FILE
081000         CLOSE REPORT-FILE
081100         STOP RUN
081200     END-IF.
081300     ACCEPT WS-CURR-TIME8 FROM TIME.
081400     MOVE SPACES                     TO SG-GENLOG-RECORD.
081500     MOVE WS-PROC-DATE8              TO SG-PROC-DATE.
081600     MOVE SI-INSTR-ID                TO SG-INSTR-ID.
081700     MOVE WS-INS-TRANS-ID (WS-INS-IX) TO SG-TRANS-ID.
081800     MOVE WS-CURR-DATE8              TO SG-GEN-DATE.
081900     MOVE WS-CURR-TIME8              TO SG-GEN-TIME.
082000     WRITE SG-GENLOG-RECORD.
082010     IF WS-GENLOG-STATUS NOT = "00"
082020         DISPLAY "STNGEN1 - STNGLOG WRITE FAILED FOR INSTRUCTION "
082030                 SI-INSTR-ID ", STATUS " WS-GENLOG-STATUS
082040         MOVE 12 TO RETURN-CODE
082050         CLOSE GENLOG-FILE
082060         CLOSE MASTER-FILE
082070         CLOSE REPORT-FILE
082080         STOP RUN
082090     END-IF.
082100     CLOSE GENLOG-FILE.
082200 4100-EXIT.
082300     EXIT.
082400*
082500*****************************************************************
082600*    4200-WRITE-MASTER - THE INSTRUCTION'S ENTRY, ACTIVE, AS IF *
082700*    ITS OWNER HAD KEYED IT ON THE PROCESSING DATE.  AN         *
082800*    INSTRUCTION APPROVED IN STNMNT1 CARRIES ITS APPROVAL.  AN  *
082900*    ID ALREADY ON THE MASTER MEANS THE TRNIDS1 CONTROL RECORD  *
083000*    IS BEHIND IT - THE RUN STOPS RC 12 FOR A TRNVFY1 CHECK AND *
083100*    A TRNRST1 RESEED, AND THE RERUN TAKES A NEW ID.            *
083200*****************************************************************
083300 4200-WRITE-MASTER.
083400     ACCEPT WS-CURR-TIME8 FROM TIME.
083500     MOVE SPACES                TO TM-MASTER-RECORD.
083600     MOVE WS-INS-TRANS-ID (WS-INS-IX) TO TM-TRANS-ID.
083700     SET TM-STATUS-ACTIVE       TO TRUE.
083800     MOVE SI-AA                 TO TM-AA.
083900     MOVE SI-BB                 TO TM-BB.
084000     MOVE WS-PROC-DATE8         TO TM-ENTRY-DATE.
084100     MOVE WS-CURR-TIME8         TO TM-ENTRY-TIME.
084200     MOVE SI-OWNER-ID           TO TM-OPERATOR-ID.
084300     MOVE "STANDING"            TO TM-SOURCE.
084400     MOVE ZEROES                TO TM-SUPERSEDED-BY.
084500     MOVE ZEROES                TO TM-POST-DATE.
084600     MOVE SPACES                TO TM-POST-BATCH.
084700     MOVE SI-CATEGORY           TO TM-CATEGORY.
084800     MOVE ZEROES                TO TM-POST-CC.
084900     MOVE ZEROES                TO TM-REV-DATE.
085000     MOVE ZEROES                TO TM-MAINT-DATE.
085100     MOVE ZEROES                TO TM-MAINT-TIME.
085200     IF SI-APPROVER-ID NOT = SPACES
085300         MOVE SI-APPROVER-ID    TO TM-APPROVER-ID
085400         MOVE SI-APPROVE-DATE   TO TM-APPROVE-DATE
085500         MOVE SI-APPROVE-TIME   TO TM-APPROVE-TIME
085600     ELSE
085700         MOVE ZEROES            TO TM-APPROVE-DATE
085800         MOVE ZEROES            TO TM-APPROVE-TIME
085900     END-IF.
086000     MOVE SI-INSTR-ID           TO TM-STANDING-ID.
086100     WRITE TM-MASTER-RECORD
086200         INVALID KEY
086300             DISPLAY "STNGEN1 - TRANSACTION ID " TM-TRANS-ID
086400                     " IS ALREADY ON TRANMAST - RUN TRNVFY1"
086500             DISPLAY "STNGEN1 - INSTRUCTION " SI-INSTR-ID
086600                     " NOT GENERATED - RERUN AFTER TRNRST1 RESEED"
086700             MOVE 12 TO RETURN-CODE
086800             CLOSE MASTER-FILE
086900             CLOSE REPORT-FILE
087000             STOP RUN
087100     END-WRITE.
087200 4200-EXIT.
087300     EXIT.
087400*
087500 4900-PRINT-DETAIL.
087600     MOVE SI-INSTR-ID           TO SR-DTL-INSTR-ID.
087700     IF WS-INS-TRANS-ID (WS-INS-IX) = ZEROES
087800         MOVE SPACES            TO SR-DTL-TRANS-ID
087900     ELSE
088000         MOVE WS-INS-TRANS-ID (WS-INS-IX) TO SR-DTL-TRANS-ID
088100     END-IF.
088200     MOVE SI-AA                 TO SR-DTL-AA.
088300     MOVE SI-BB                 TO SR-DTL-BB.
088400     MOVE SI-CATEGORY           TO SR-DTL-CATEGORY.
088500     MOVE SPACES                TO SR-DTL-FREQ.
088600     EVALUATE TRUE
088700         WHEN SI-FREQ-DAILY
088800             MOVE "DAILY"       TO SR-DTL-FREQ
088900         WHEN SI-FREQ-WEEKLY
089000             MOVE "WKLY"        TO SR-DTL-FREQ
089100             MOVE SI-FREQ-DAY   TO SR-DTL-FREQ (5:2)
089200         WHEN SI-FREQ-MONTHLY-NTH
089300             MOVE "MTH"         TO SR-DTL-FREQ
089400             MOVE SI-FREQ-DAY   TO SR-DTL-FREQ (5:2)
089500         WHEN SI-FREQ-MONTHLY-LAST
089600             MOVE "MTH LB"      TO SR-DTL-FREQ
089700     END-EVALUATE.
089800     MOVE SI-OWNER-ID           TO SR-DTL-OWNER-ID.
089900     MOVE SI-END-DATE           TO SR-DTL-END-DATE.
090000     MOVE SR-DETAIL-LINE        TO REPORT-RECORD.
090100     WRITE REPORT-RECORD.
090200 4900-EXIT.
090300     EXIT.
090400*
090500*****************************************************************
090600*    7100-DAY-NUMBER - DAYS FROM 1 MARCH OF YEAR ZERO TO        *
090700*    WS-DN-DATE, AS IN RUNSLA1                                  *
090800*****************************************************************
090900 7100-DAY-NUMBER.
091000     IF WS-DN-MONTH > 2
091100         MOVE WS-DN-YEAR TO WS-DN-Y
091200         COMPUTE WS-DN-M = WS-DN-MONTH - 3
091300     ELSE
091400         COMPUTE WS-DN-Y = WS-DN-YEAR - 1
091500         COMPUTE WS-DN-M = WS-DN-MONTH + 9
091600     END-IF.
091700     COMPUTE WS-DN-DAYS = WS-DN-Y * 365 + WS-DN-DAY - 1.
091800     DIVIDE WS-DN-Y BY 4 GIVING WS-DN-WORK.
091900     ADD WS-DN-WORK TO WS-DN-DAYS.
092000     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-WORK.
092100     SUBTRACT WS-DN-WORK FROM WS-DN-DAYS.
092200     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-WORK.
092300     ADD WS-DN-WORK TO WS-DN-DAYS.
092400     COMPUTE WS-DN-WORK = WS-DN-M * 153 + 2.
092500     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-WORK.
092600     ADD WS-DN-WORK TO WS-DN-DAYS.
092700 7100-EXIT.
092800     EXIT.
092900*
093000*****************************************************************
093100*    9000-FINALIZE - TOTALS ON THE REGISTER AND THE CONSOLE     *
093200*****************************************************************
093300 9000-FINALIZE.
093400     MOVE WS-GEN-CNT            TO SR-TRL-GEN-CNT.
093500     MOVE WS-ONFILE-CNT         TO SR-TRL-ONFILE-CNT.
093600     MOVE WS-COMPLETED-CNT      TO SR-TRL-COMPLETED-CNT.
093700     MOVE WS-PENDING-CNT        TO SR-TRL-PENDING-CNT.
093800     MOVE WS-EXPIRED-CNT        TO SR-TRL-EXPIRED-CNT.
093900     MOVE SR-TRAILER-LINE       TO REPORT-RECORD.
094000     WRITE REPORT-RECORD.
094100     CLOSE REPORT-FILE.
094200     DISPLAY "STNGEN1 - " WS-PROC-DATE8 " GENERATED=" WS-GEN-CNT
094300             " COMPLETED=" WS-COMPLETED-CNT
094400             " ON FILE=" WS-ONFILE-CNT
094500             " PENDING=" WS-PENDING-CNT
094600             " EXPIRED=" WS-EXPIRED-CNT.
094700     IF WS-PENDING-CNT > ZERO
094800        AND RETURN-CODE < 4
094900         MOVE 4 TO RETURN-CODE
095000     END-IF.
095100 9000-EXIT.
095200     EXIT.
