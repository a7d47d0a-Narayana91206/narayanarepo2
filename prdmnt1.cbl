000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PRDMNT1.
000300 AUTHOR.         J R MARTIN.
000400 INSTALLATION.   FINANCE SYSTEMS - BATCH RECONCILIATION.
000500 DATE-WRITTEN.   2026-10-07.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PROGRAM      PRDMNT1                                      *
001000*    DESCRIPTION   ACCOUNTING PERIOD CONTROL MAINTENANCE.  SETS *
001100*                  EACH MONTH ON THE PRDCTL FILE OPEN, SOFT-    *
001200*                  CLOSED OR HARD-CLOSED.  ONLY AN ACTIVE       *
001300*                  OPERATOR WITH AUTHORITY 'S' MAY SIGN ON.     *
001400*                  A MONTH NOT ON FILE IS OPEN.  A HARD CLOSE   *
001500*                  IS FINAL AND MUST BE CONFIRMED; A SOFT-      *
001600*                  CLOSED MONTH MAY BE REOPENED.  EVERY CHANGE  *
001700*                  IS STAMPED ON THE PERIOD RECORD WITH THE     *
001800*                  SUPERVISOR, DATE AND TIME, AND APPENDED TO   *
001900*                  THE PRDLOG FILE FOR PRDRPT1.  LIKE SECADM1,  *
002000*                  THE SCREEN IS DRIVEN WITH ACCEPT/DISPLAY,    *
002100*                  AND THE PRDCTL FILE IS RE-READ BEFORE EVERY  *
002200*                  COMMAND AND WRITTEN BACK IN FULL AFTER EVERY *
002300*                  CHANGE.                                      *
002400*                                                               *
002500*    MODIFICATION HISTORY                                      *
002600*    DATE       INIT  DESCRIPTION                               *
002700*    2026-10-07 JRM   INITIAL VERSION                           *
002720*    2026-10-13 JRM   LOG A THREE-BAD-PASSWORD LOCKOUT ON THE   *
002740*                     SECAUDIT TRAIL (ACTION LOCK) SO THE       *
002760*                     LOCK IS DATED                             *
002770*    2026-10-15 JRM   LOG A STATUS CHANGE BEFORE APPLYING IT;   *
002780*                     A CHANGE THAT CANNOT BE LOGGED IS NOT     *
002790*                     MADE                                      *
002800*                                                               *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.    IBM-370.
003300 OBJECT-COMPUTER.    IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT SECURITY-FILE   ASSIGN TO "OPSECFIL"
003700             ORGANIZATION IS LINE SEQUENTIAL
003800             FILE STATUS IS WS-SECURITY-STATUS.
003900*
004000     SELECT PERIOD-FILE     ASSIGN TO "PRDCTL"
004100             ORGANIZATION IS LINE SEQUENTIAL
004200             FILE STATUS IS WS-PERIOD-STATUS.
004300*
004400     SELECT LOG-FILE        ASSIGN TO "PRDLOG"
004500             ORGANIZATION IS LINE SEQUENTIAL
004600             FILE STATUS IS WS-LOG-STATUS.
004620*
004640     SELECT SECAUDIT-FILE   ASSIGN TO "SECAUDIT"
004660             ORGANIZATION IS LINE SEQUENTIAL
004680             FILE STATUS IS WS-SECAUDIT-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  SECURITY-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY "opsec.cpy".
005200*
005300 FD  PERIOD-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY "prdctl.cpy".
005600*
005700 FD  LOG-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY "prdlog.cpy".
005920*
005940 FD  SECAUDIT-FILE
005960     LABEL RECORDS ARE STANDARD.
005980     COPY "secaud.cpy".
006000*
006100 WORKING-STORAGE SECTION.
006200*****************************************************************
006300*    SCREEN CONTROL SWITCHES                                    *
006400*****************************************************************
006500 77  WS-COMMAND                  PIC X(01)      VALUE SPACES.
006600     88  WS-CMD-LIST                            VALUE "L" "l".
006700     88  WS-CMD-OPEN                            VALUE "O" "o".
006800     88  WS-CMD-SOFT-CLOSE                      VALUE "S" "s".
006900     88  WS-CMD-HARD-CLOSE                      VALUE "H" "h".
007000     88  WS-CMD-QUIT                            VALUE "Q" "q".
007100 77  WS-DONE-SW                  PIC X(01)      VALUE "N".
007200     88  WS-DONE                                VALUE "Y".
007300 77  WS-SIGNED-ON-SW             PIC X(01)      VALUE "N".
007400     88  WS-SIGNED-ON                           VALUE "Y".
007500 77  WS-VALID-SW                 PIC X(01)      VALUE "Y".
007600     88  WS-INPUT-VALID                         VALUE "Y".
007700     88  WS-INPUT-INVALID                       VALUE "N".
007800 77  WS-CONFIRM                  PIC X(01)      VALUE SPACES.
007900     88  WS-CONFIRMED                           VALUE "Y" "y".
008000*****************************************************************
008100*    FILE STATUS AND SWITCHES                                   *
008200*****************************************************************
008300 77  WS-SECURITY-STATUS          PIC X(02)      VALUE SPACES.
008320 77  WS-SECAUDIT-STATUS          PIC X(02)      VALUE SPACES.
008340     88  WS-SECAUDIT-NOT-FOUND                  VALUE "35".
008400 77  WS-PERIOD-STATUS            PIC X(02)      VALUE SPACES.
008500     88  WS-PERIOD-NOT-FOUND                    VALUE "35".
008600 77  WS-LOG-STATUS               PIC X(02)      VALUE SPACES.
008700     88  WS-LOG-NOT-FOUND                       VALUE "35".
008720 77  WS-LOG-WRITE-SW             PIC X(01)      VALUE "Y".
008740     88  WS-LOG-WRITTEN                         VALUE "Y".
008760     88  WS-LOG-FAILED                          VALUE "N".
008800 77  WS-SEC-EOF-SW               PIC X(01)      VALUE "N".
008900     88  WS-SEC-EOF                             VALUE "Y".
009000 77  WS-PRD-EOF-SW               PIC X(01)      VALUE "N".
009100     88  WS-PRD-EOF                             VALUE "Y".
009200*****************************************************************
009300*    THE SECURITY FILE HELD IN FULL - THE SAME TABLE AND HARD   *
009400*    LIMIT AS SECADM1 AND APPROV1, AND FOR THE SAME REASON: THE *
009500*    FILE IS WRITTEN BACK WHOLE WHEN A PASSWORD FAILS.          *
009600*****************************************************************
009700 77  WS-SEC-MAX                  PIC 9(04) COMP VALUE 50.
009800 77  WS-SEC-CNT                  PIC 9(04) COMP VALUE ZERO.
009900 77  WS-SEC-IX                   PIC 9(04) COMP VALUE ZERO.
010000 77  WS-SEC-FOUND-IX             PIC 9(04) COMP VALUE ZERO.
010100 01  WS-SECURITY-TABLE.
010200     05  WS-SEC-ENTRY OCCURS 50 TIMES.
010300         10  WS-SEC-RECORD       PIC X(80).
010400*****************************************************************
010500*    THE PERIOD CONTROL FILE HELD IN FULL, IN PERIOD ORDER,     *
010600*    WHILE A MONTH IS CHANGED, THEN WRITTEN BACK - HARD STOP AT *
010700*    THE LIMIT, THE SAME LIMIT PRDCHK1 LOADS.                   *
010800*****************************************************************
010900 77  WS-PRD-MAX                  PIC 9(04) COMP VALUE 600.
011000 77  WS-PRD-CNT                  PIC 9(04) COMP VALUE ZERO.
011100 77  WS-PRD-IX                   PIC 9(04) COMP VALUE ZERO.
011200 77  WS-PRD-FOUND-IX             PIC 9(04) COMP VALUE ZERO.
011300 77  WS-PRD-INSERT-IX            PIC 9(04) COMP VALUE ZERO.
011400 01  WS-PERIOD-TABLE.
011500     05  WS-PRD-ENTRY OCCURS 600 TIMES.
011600         10  WS-PRD-RECORD       PIC X(80).
011700*****************************************************************
011800*    SIGN-ON AND COMMAND WORK FIELDS                            *
011900*****************************************************************
012000 77  WS-SUPERVISOR-ID            PIC X(08)      VALUE SPACES.
012100 77  WS-TARGET-ID                PIC X(08)      VALUE SPACES.
012200 77  WS-PASSWORD-ENTRY           PIC X(08)      VALUE SPACES.
012300 77  WS-ATTEMPT-CTR              PIC 9(02) COMP VALUE ZERO.
012400 77  WS-MAX-ATTEMPTS             PIC 9(02) COMP VALUE 3.
012500 77  WS-PERIOD-ENTRY             PIC X(06)      VALUE SPACES.
012600 77  WS-OLD-STATUS               PIC X(01)      VALUE SPACES.
012700     88  WS-OLD-HARD-CLOSED                     VALUE "H".
012800 77  WS-NEW-STATUS               PIC X(01)      VALUE SPACES.
012900     88  WS-NEW-HARD-CLOSED                     VALUE "H".
013000 77  WS-STATUS-DESC              PIC X(11)      VALUE SPACES.
013100 77  WS-CHANGE-CNT               PIC 9(04) COMP VALUE ZERO.
013200 01  WS-NEW-PERIOD               PIC 9(06)      VALUE ZEROES.
013300 01  WS-NEW-PERIOD-X REDEFINES WS-NEW-PERIOD.
013400     05  WS-NEW-YEAR             PIC 9(04).
013500     05  WS-NEW-MONTH            PIC 9(02).
013600*
013700 01  WS-CURR-DATE8               PIC 9(08)      VALUE ZEROES.
013800 01  WS-CURR-TIME8               PIC 9(08)      VALUE ZEROES.
013900 PROCEDURE DIVISION.
014000*****************************************************************
014100*    0000-MAINLINE                                              *
014200*****************************************************************
014300 0000-MAINLINE.
014400     PERFORM 1000-SIGN-ON THRU 1000-EXIT.
014500     PERFORM 1600-LOAD-PERIOD-FILE THRU 1600-EXIT.
014600     DISPLAY "PRDMNT1 - " WS-PRD-CNT " PERIODS ON PRDCTL".
014700     PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
014800             UNTIL WS-DONE.
014900     PERFORM 9000-SIGN-OFF THRU 9000-EXIT.
015000     STOP RUN.
015100*****************************************************************
015200*    1000-SIGN-ON - VALIDATE THE SUPERVISOR AGAINST THE         *
015300*    SECURITY FILE.  ONLY AN ACTIVE AUTHORITY-'S' OPERATOR      *
015400*    MAY CHANGE A PERIOD; THREE BAD PASSWORDS LOCK THE ID ON    *
015500*    FILE AND END THE SESSION RC 8, AS IN SECADM1 AND APPROV1.  *
015600*****************************************************************
015700 1000-SIGN-ON.
015800     DISPLAY "***********************************************".
015900     DISPLAY "*  PRDMNT1 - ACCOUNTING PERIOD CONTROL        *".
016000     DISPLAY "***********************************************".
016100     PERFORM 1020-LOAD-SECURITY-FILE THRU 1020-EXIT.
016200     DISPLAY "ENTER SUPERVISOR ID: " WITH NO ADVANCING.
016300     ACCEPT WS-SUPERVISOR-ID.
016400     PERFORM 1030-FIND-SUPERVISOR THRU 1030-EXIT.
016500     PERFORM 1040-CHECK-PASSWORD THRU 1040-EXIT
016600             VARYING WS-ATTEMPT-CTR FROM 1 BY 1
016700             UNTIL WS-ATTEMPT-CTR > WS-MAX-ATTEMPTS
016800                OR WS-SIGNED-ON.
016900     IF NOT WS-SIGNED-ON
017000         PERFORM 1060-LOCK-OPERATOR THRU 1060-EXIT
017100     END-IF.
017200     DISPLAY "SIGN-ON ACCEPTED FOR SUPERVISOR "
017300             WS-SUPERVISOR-ID.
017400 1000-EXIT.
017500     EXIT.
017600*
017700 1020-LOAD-SECURITY-FILE.
017800     OPEN INPUT SECURITY-FILE.
017900     IF WS-SECURITY-STATUS NOT = "00"
018000         DISPLAY "PRDMNT1 - CANNOT OPEN OPSECFIL, STATUS "
018100                 WS-SECURITY-STATUS
018200         DISPLAY "PRDMNT1 - SIGN-ON REFUSED"
018300         MOVE 12 TO RETURN-CODE
018400         STOP RUN
018500     END-IF.
018600     PERFORM 1025-LOAD-ONE-OPERATOR THRU 1025-EXIT
018700             UNTIL WS-SEC-EOF.
018800     CLOSE SECURITY-FILE.
018900 1020-EXIT.
019000     EXIT.
019100*
019200 1025-LOAD-ONE-OPERATOR.
019300     READ SECURITY-FILE
019400         AT END
019500             SET WS-SEC-EOF TO TRUE
019600         NOT AT END
019700             PERFORM 1027-STORE-OPERATOR THRU 1027-EXIT
019800     END-READ.
019900 1025-EXIT.
020000     EXIT.
020100*
020200 1027-STORE-OPERATOR.
020300     IF WS-SEC-CNT >= WS-SEC-MAX
020400         DISPLAY "PRDMNT1 - OPSECFIL EXCEEDS " WS-SEC-MAX
020500                 " OPERATORS - RAISE WS-SEC-MAX"
020600         MOVE 12 TO RETURN-CODE
020700         STOP RUN
020800     END-IF.
020900     ADD 1 TO WS-SEC-CNT.
021000     MOVE OS-SECURITY-RECORD TO WS-SEC-RECORD (WS-SEC-CNT).
021100 1027-EXIT.
021200     EXIT.
021300*
021400 1030-FIND-SUPERVISOR.
021500     MOVE WS-SUPERVISOR-ID TO WS-TARGET-ID.
021600     PERFORM 1300-FIND-OPERATOR THRU 1300-EXIT.
021700     IF WS-SEC-FOUND-IX = ZERO
021800         DISPLAY "PRDMNT1 - OPERATOR " WS-SUPERVISOR-ID
021900                 " IS NOT AUTHORIZED - SIGN-ON REFUSED"
022000         MOVE 8 TO RETURN-CODE
022100         STOP RUN
022200     END-IF.
022300     MOVE WS-SEC-RECORD (WS-SEC-FOUND-IX)
022400         TO OS-SECURITY-RECORD.
022500     IF NOT OS-AUTH-SUPER
022600         DISPLAY "PRDMNT1 - OPERATOR " WS-SUPERVISOR-ID
022700                 " IS NOT SUPERVISION - SIGN-ON REFUSED"
022800         MOVE 8 TO RETURN-CODE
022900         STOP RUN
023000     END-IF.
023100     IF OS-LOCKED
023200         DISPLAY "PRDMNT1 - OPERATOR " WS-SUPERVISOR-ID
023300                 " IS LOCKED OUT - SIGN-ON REFUSED"
023400         MOVE 8 TO RETURN-CODE
023500         STOP RUN
023600     END-IF.
023700     IF NOT OS-ACTIVE
023800         DISPLAY "PRDMNT1 - OPERATOR " WS-SUPERVISOR-ID
023900                 " IS NOT ACTIVE - SIGN-ON REFUSED"
024000         MOVE 8 TO RETURN-CODE
024100         STOP RUN
024200     END-IF.
024300 1030-EXIT.
024400     EXIT.
024500*
024600*    THE FILE REWRITE IN 1055 LEAVES THE FD AREA HOLDING THE    *
024700*    LAST OPERATOR WRITTEN, SO THE SIGNED-ON ENTRY IS PULLED    *
024800*    BACK FROM THE TABLE BEFORE EVERY COMPARE.                  *
024900 1040-CHECK-PASSWORD.
025000     MOVE WS-SEC-RECORD (WS-SEC-FOUND-IX)
025100         TO OS-SECURITY-RECORD.
025200     DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING.
025300     ACCEPT WS-PASSWORD-ENTRY.
025400     IF WS-PASSWORD-ENTRY = OS-PASSWORD
025500         SET WS-SIGNED-ON TO TRUE
025600         MOVE ZERO TO OS-FAIL-COUNT
025700         PERFORM 1050-SAVE-OPERATOR THRU 1050-EXIT
025800     ELSE
025900         DISPLAY "*** PASSWORD NOT ACCEPTED ***"
026000         IF OS-FAIL-COUNT IS NOT NUMERIC
026100             MOVE ZERO TO OS-FAIL-COUNT
026200         END-IF
026300         ADD 1 TO OS-FAIL-COUNT
026400         PERFORM 1050-SAVE-OPERATOR THRU 1050-EXIT
026500         IF OS-FAIL-COUNT >= WS-MAX-ATTEMPTS
026600             PERFORM 1060-LOCK-OPERATOR THRU 1060-EXIT
026700         END-IF
026800     END-IF.
026900 1040-EXIT.
027000     EXIT.
027100*
027200 1050-SAVE-OPERATOR.
027300     MOVE OS-SECURITY-RECORD
027400         TO WS-SEC-RECORD (WS-SEC-FOUND-IX).
027500     PERFORM 1055-REWRITE-SECURITY-FILE THRU 1055-EXIT.
027600 1050-EXIT.
027700     EXIT.
027800*
027900 1055-REWRITE-SECURITY-FILE.
028000     OPEN OUTPUT SECURITY-FILE.
028100     PERFORM 1057-WRITE-ONE-OPERATOR THRU 1057-EXIT
028200             VARYING WS-SEC-IX FROM 1 BY 1
028300             UNTIL WS-SEC-IX > WS-SEC-CNT.
028400     CLOSE SECURITY-FILE.
028500 1055-EXIT.
028600     EXIT.
028700*
028800 1057-WRITE-ONE-OPERATOR.
028900     MOVE WS-SEC-RECORD (WS-SEC-IX) TO OS-SECURITY-RECORD.
029000     WRITE OS-SECURITY-RECORD.
029100 1057-EXIT.
029200     EXIT.
029300*
029400 1060-LOCK-OPERATOR.
029500     MOVE WS-SEC-RECORD (WS-SEC-FOUND-IX)
029600         TO OS-SECURITY-RECORD.
029700     MOVE "L" TO OS-ACTIVE-FLAG.
029800     MOVE ZERO TO OS-FAIL-COUNT.
029900     PERFORM 1050-SAVE-OPERATOR THRU 1050-EXIT.
029950     PERFORM 1065-LOG-LOCK THRU 1065-EXIT.
030000     DISPLAY "PRDMNT1 - OPERATOR " WS-SUPERVISOR-ID
030100             " LOCKED AFTER " WS-MAX-ATTEMPTS
030200             " FAILED PASSWORDS".
030300     MOVE 8 TO RETURN-CODE.
030400     STOP RUN.
030500 1060-EXIT.
030600     EXIT.
030602*
030604*****************************************************************
030606*    1065-LOG-LOCK - APPEND A LOCK ENTRY TO THE SECURITY-CHANGE *
030608*    AUDIT TRAIL, SO A LOCKOUT IS DATED FOR THE SUPERVISOR WHO  *
030610*    RESETS IT AND FOR THE OPERATOR ACTIVITY REPORT (OPRRPT1)   *
030612*****************************************************************
030614 1065-LOG-LOCK.
030616     OPEN EXTEND SECAUDIT-FILE.
030618     IF WS-SECAUDIT-NOT-FOUND
030620         OPEN OUTPUT SECAUDIT-FILE
030622     END-IF.
030624     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
030626     ACCEPT WS-CURR-TIME8 FROM TIME.
030628     MOVE SPACES             TO SA-SECAUDIT-RECORD.
030630     MOVE WS-CURR-DATE8      TO SA-CHANGE-DATE.
030632     MOVE WS-CURR-TIME8      TO SA-CHANGE-TIME.
030634     MOVE "PRDMNT1"          TO SA-SUPERVISOR-ID.
030636     MOVE "LOCK"             TO SA-ACTION.
030638     MOVE WS-SUPERVISOR-ID   TO SA-TARGET-ID.
030640     MOVE "Y"                TO SA-OLD-VALUE.
030642     MOVE "L"                TO SA-NEW-VALUE.
030644     MOVE "FAILED PASSWORDS" TO SA-REASON.
030646     WRITE SA-SECAUDIT-RECORD.
030648     CLOSE SECAUDIT-FILE.
030650 1065-EXIT.
030652     EXIT.
030700*
030800*****************************************************************
030900*    1300-FIND-OPERATOR - LOCATE WS-TARGET-ID IN THE TABLE.     *
031000*    WS-SEC-FOUND-IX IS ZERO WHEN THE ID IS NOT ON FILE.        *
031100*****************************************************************
031200 1300-FIND-OPERATOR.
031300     MOVE ZERO TO WS-SEC-FOUND-IX.
031400     PERFORM 1310-MATCH-OPERATOR THRU 1310-EXIT
031500             VARYING WS-SEC-IX FROM 1 BY 1
031600             UNTIL WS-SEC-IX > WS-SEC-CNT
031700                OR WS-SEC-FOUND-IX > ZERO.
031800 1300-EXIT.
031900     EXIT.
032000*
032100 1310-MATCH-OPERATOR.
032200     MOVE WS-SEC-RECORD (WS-SEC-IX) TO OS-SECURITY-RECORD.
032300     IF OS-OPERATOR-ID = WS-TARGET-ID
032400         MOVE WS-SEC-IX TO WS-SEC-FOUND-IX
032500     END-IF.
032600 1310-EXIT.
032700     EXIT.
032800*
032900*****************************************************************
033000*    1600-LOAD-PERIOD-FILE - PULL THE PRDCTL FILE INTO THE      *
033100*    TABLE.  NO FILE YET MEANS EVERY MONTH IS OPEN; THE FIRST   *
033200*    CHANGE CREATES IT.                                         *
033300*****************************************************************
033400 1600-LOAD-PERIOD-FILE.
033500     MOVE ZERO TO WS-PRD-CNT.
033600     MOVE "N" TO WS-PRD-EOF-SW.
033700     OPEN INPUT PERIOD-FILE.
033800     IF WS-PERIOD-NOT-FOUND
033900         GO TO 1600-EXIT
034000     END-IF.
034100     IF WS-PERIOD-STATUS NOT = "00"
034200         DISPLAY "PRDMNT1 - CANNOT OPEN PRDCTL, STATUS "
034300                 WS-PERIOD-STATUS
034400         MOVE 12 TO RETURN-CODE
034500         STOP RUN
034600     END-IF.
034700     PERFORM 1610-LOAD-ONE-PERIOD THRU 1610-EXIT
034800             UNTIL WS-PRD-EOF.
034900     CLOSE PERIOD-FILE.
035000 1600-EXIT.
035100     EXIT.
035200*
035300 1610-LOAD-ONE-PERIOD.
035400     READ PERIOD-FILE
035500         AT END
035600             SET WS-PRD-EOF TO TRUE
035700         NOT AT END
035800             PERFORM 1620-STORE-PERIOD THRU 1620-EXIT
035900     END-READ.
036000 1610-EXIT.
036100     EXIT.
036200*
036300 1620-STORE-PERIOD.
036400     IF WS-PRD-CNT >= WS-PRD-MAX
036500         DISPLAY "PRDMNT1 - PRDCTL EXCEEDS " WS-PRD-MAX
036600                 " PERIODS - RAISE WS-PRD-MAX"
036700         MOVE 12 TO RETURN-CODE
036800         STOP RUN
036900     END-IF.
037000     ADD 1 TO WS-PRD-CNT.
037100     MOVE PD-PERIOD-RECORD TO WS-PRD-RECORD (WS-PRD-CNT).
037200 1620-EXIT.
037300     EXIT.
037400*
037500 1700-REWRITE-PERIOD-FILE.
037600     OPEN OUTPUT PERIOD-FILE.
037700     IF WS-PERIOD-STATUS NOT = "00"
037800         DISPLAY "PRDMNT1 - CANNOT REWRITE PRDCTL, STATUS "
037900                 WS-PERIOD-STATUS
038000         MOVE 12 TO RETURN-CODE
038100         STOP RUN
038200     END-IF.
038300     PERFORM 1710-WRITE-ONE-PERIOD THRU 1710-EXIT
038400             VARYING WS-PRD-IX FROM 1 BY 1
038500             UNTIL WS-PRD-IX > WS-PRD-CNT.
038600     CLOSE PERIOD-FILE.
038700 1700-EXIT.
038800     EXIT.
038900*
039000 1710-WRITE-ONE-PERIOD.
039100     MOVE WS-PRD-RECORD (WS-PRD-IX) TO PD-PERIOD-RECORD.
039200     WRITE PD-PERIOD-RECORD.
039300 1710-EXIT.
039400     EXIT.
039500*
039600*****************************************************************
039700*    2000-PROCESS-COMMAND - ONE SCREEN INTERACTION, REPEATED    *
039800*    UNTIL THE SUPERVISOR QUITS                                 *
039900*****************************************************************
040000 2000-PROCESS-COMMAND.
040100     DISPLAY " ".
040200     DISPLAY "SUPERVISOR: " WS-SUPERVISOR-ID.
040300     DISPLAY "L = LIST  O = OPEN  S = SOFT-CLOSE  "
040400             "H = HARD-CLOSE  Q = QUIT".
040500     DISPLAY "COMMAND (L/O/S/H/Q): " WITH NO ADVANCING.
040600     ACCEPT WS-COMMAND.
040700     EVALUATE TRUE
040800         WHEN WS-CMD-QUIT
040900             SET WS-DONE TO TRUE
041000         WHEN WS-CMD-LIST
041100             PERFORM 3000-LIST-PERIODS THRU 3000-EXIT
041200         WHEN WS-CMD-OPEN
041300             MOVE "O" TO WS-NEW-STATUS
041400             PERFORM 4000-CHANGE-PERIOD THRU 4000-EXIT
041500         WHEN WS-CMD-SOFT-CLOSE
041600             MOVE "S" TO WS-NEW-STATUS
041700             PERFORM 4000-CHANGE-PERIOD THRU 4000-EXIT
041800         WHEN WS-CMD-HARD-CLOSE
041900             MOVE "H" TO WS-NEW-STATUS
042000             PERFORM 4000-CHANGE-PERIOD THRU 4000-EXIT
042100         WHEN OTHER
042200             DISPLAY "*** INVALID COMMAND - ENTER L, O, S, H "
042300                     "OR Q ***"
042400     END-EVALUATE.
042500 2000-EXIT.
042600     EXIT.
042700*
042800*****************************************************************
042900*    2100-ACCEPT-PERIOD - RELOAD THE FILE AND NAME THE MONTH A  *
043000*    COMMAND WORKS ON.  WS-PRD-FOUND-IX IS ZERO WHEN THE MONTH  *
043100*    IS NOT ON FILE, IN WHICH CASE IT IS OPEN.                  *
043200*****************************************************************
043300 2100-ACCEPT-PERIOD.
043400     SET WS-INPUT-VALID TO TRUE.
043500     PERFORM 1600-LOAD-PERIOD-FILE THRU 1600-EXIT.
043600     DISPLAY "ENTER PERIOD (YYYYMM): " WITH NO ADVANCING.
043700     ACCEPT WS-PERIOD-ENTRY.
043800     IF WS-PERIOD-ENTRY IS NOT NUMERIC
043900         DISPLAY "*** PERIOD MUST BE YYYYMM ***"
044000         SET WS-INPUT-INVALID TO TRUE
044100         GO TO 2100-EXIT
044200     END-IF.
044300     MOVE WS-PERIOD-ENTRY TO WS-NEW-PERIOD.
044400     IF WS-NEW-MONTH < 1 OR WS-NEW-MONTH > 12
044500         DISPLAY "*** MONTH " WS-NEW-MONTH " IS NOT 01-12 ***"
044600         SET WS-INPUT-INVALID TO TRUE
044700         GO TO 2100-EXIT
044800     END-IF.
044900     MOVE ZERO TO WS-PRD-FOUND-IX.
045000     PERFORM 2110-MATCH-PERIOD THRU 2110-EXIT
045100             VARYING WS-PRD-IX FROM 1 BY 1
045200             UNTIL WS-PRD-IX > WS-PRD-CNT
045300                OR WS-PRD-FOUND-IX > ZERO.
045400     IF WS-PRD-FOUND-IX = ZERO
045500         MOVE "O" TO WS-OLD-STATUS
045600     ELSE
045700         MOVE WS-PRD-RECORD (WS-PRD-FOUND-IX) TO PD-PERIOD-RECORD
045800         MOVE PD-STATUS TO WS-OLD-STATUS
045900     END-IF.
046000 2100-EXIT.
046100     EXIT.
046200*
046300 2110-MATCH-PERIOD.
046400     MOVE WS-PRD-RECORD (WS-PRD-IX) TO PD-PERIOD-RECORD.
046500     IF PD-PERIOD = WS-NEW-PERIOD
046600         MOVE WS-PRD-IX TO WS-PRD-FOUND-IX
046700     END-IF.
046800 2110-EXIT.
046900     EXIT.
047000*
047100 2200-DESCRIBE-STATUS.
047200     EVALUATE PD-STATUS
047300         WHEN "O"
047400             MOVE "OPEN"        TO WS-STATUS-DESC
047500         WHEN "S"
047600             MOVE "SOFT-CLOSED" TO WS-STATUS-DESC
047700         WHEN "H"
047800             MOVE "HARD-CLOSED" TO WS-STATUS-DESC
047900         WHEN OTHER
048000             MOVE "UNKNOWN"     TO WS-STATUS-DESC
048100     END-EVALUATE.
048200 2200-EXIT.
048300     EXIT.
048400*
048500*****************************************************************
048600*    3000-LIST-PERIODS - EVERY MONTH ON FILE, OLDEST FIRST      *
048700*****************************************************************
048800 3000-LIST-PERIODS.
048900     PERFORM 1600-LOAD-PERIOD-FILE THRU 1600-EXIT.
049000     IF WS-PRD-CNT = ZERO
049100         DISPLAY "NO PERIODS ON FILE - EVERY MONTH IS OPEN"
049200         GO TO 3000-EXIT
049300     END-IF.
049400     DISPLAY "PERIOD  STATUS       CHANGED BY  DATE      TIME".
049500     PERFORM 3100-LIST-ONE-PERIOD THRU 3100-EXIT
049600             VARYING WS-PRD-IX FROM 1 BY 1
049700             UNTIL WS-PRD-IX > WS-PRD-CNT.
049800     DISPLAY "MONTHS NOT LISTED ARE OPEN".
049900 3000-EXIT.
050000     EXIT.
050100*
050200 3100-LIST-ONE-PERIOD.
050300     MOVE WS-PRD-RECORD (WS-PRD-IX) TO PD-PERIOD-RECORD.
050400     PERFORM 2200-DESCRIBE-STATUS THRU 2200-EXIT.
050500     DISPLAY PD-PERIOD "  " WS-STATUS-DESC "  " PD-CHANGED-BY
050600             "    " PD-CHANGED-DATE "  " PD-CHANGED-TIME.
050700 3100-EXIT.
050800     EXIT.
050900*
051000*****************************************************************
051100*    4000-CHANGE-PERIOD - SET ONE MONTH TO WS-NEW-STATUS.  A    *
051200*    HARD-CLOSED MONTH IS NEVER CHANGED AGAIN, SO A HARD CLOSE  *
051250*    MUST BE CONFIRMED.  THE CHANGE IS LOGGED FIRST; ONLY ONCE  *
051300*    IT IS ON PRDLOG IS THE RECORD STAMPED AND THE FILE WRITTEN *
051350*    BACK, SO NO MONTH CHANGES STATUS WITHOUT A LOG ENTRY.      *
051500*****************************************************************
051600 4000-CHANGE-PERIOD.
051700     PERFORM 2100-ACCEPT-PERIOD THRU 2100-EXIT.
051800     IF WS-INPUT-INVALID
051900         GO TO 4000-EXIT
052000     END-IF.
052100     IF WS-OLD-HARD-CLOSED
052200         DISPLAY "*** PERIOD " WS-NEW-PERIOD " IS HARD-CLOSED - "
052300                 "IT CANNOT BE CHANGED ***"
052400         GO TO 4000-EXIT
052500     END-IF.
052600     IF WS-OLD-STATUS = WS-NEW-STATUS
052700         DISPLAY "*** PERIOD " WS-NEW-PERIOD " IS ALREADY AT "
052800                 "THAT STATUS ***"
052900         GO TO 4000-EXIT
053000     END-IF.
053100     IF WS-NEW-HARD-CLOSED
053200         DISPLAY "A HARD CLOSE IS FINAL - NOTHING MAY POST TO "
053300                 WS-NEW-PERIOD " AGAIN."
053400         DISPLAY "CONFIRM HARD CLOSE (Y/N): " WITH NO ADVANCING
053500         ACCEPT WS-CONFIRM
053600         IF NOT WS-CONFIRMED
053700             DISPLAY "*** HARD CLOSE NOT CONFIRMED - "
053800                     "NO CHANGE ***"
053900             GO TO 4000-EXIT
054000         END-IF
054100     END-IF.
054200     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
054300     ACCEPT WS-CURR-TIME8 FROM TIME.
054310     PERFORM 4200-WRITE-STATUS-LOG THRU 4200-EXIT.
054320     IF WS-LOG-FAILED
054330         DISPLAY "*** CHANGE COULD NOT BE LOGGED - PERIOD "
054340                 WS-NEW-PERIOD " NOT CHANGED ***"
054350         GO TO 4000-EXIT
054360     END-IF.
054400     IF WS-PRD-FOUND-IX = ZERO
054500         PERFORM 4100-ADD-PERIOD THRU 4100-EXIT
054600     END-IF.
054700     MOVE WS-PRD-RECORD (WS-PRD-FOUND-IX) TO PD-PERIOD-RECORD.
054800     MOVE WS-NEW-STATUS    TO PD-STATUS.
054900     MOVE WS-SUPERVISOR-ID TO PD-CHANGED-BY.
055000     MOVE WS-CURR-DATE8    TO PD-CHANGED-DATE.
055100     MOVE WS-CURR-TIME8    TO PD-CHANGED-TIME.
055200     MOVE PD-PERIOD-RECORD TO WS-PRD-RECORD (WS-PRD-FOUND-IX).
055300     PERFORM 1700-REWRITE-PERIOD-FILE THRU 1700-EXIT.
055500     ADD 1 TO WS-CHANGE-CNT.
055550     MOVE WS-PRD-RECORD (WS-PRD-FOUND-IX) TO PD-PERIOD-RECORD.
055600     PERFORM 2200-DESCRIBE-STATUS THRU 2200-EXIT.
055700     DISPLAY "PERIOD " WS-NEW-PERIOD " IS NOW " WS-STATUS-DESC.
055800 4000-EXIT.
055900     EXIT.
056000*
056100*    A MONTH NOT YET ON FILE IS SLOTTED IN PERIOD ORDER SO THE
056200*    LIST READS OLDEST FIRST; WS-PRD-FOUND-IX IS LEFT ON IT.
056300 4100-ADD-PERIOD.
056400     IF WS-PRD-CNT >= WS-PRD-MAX
056500         DISPLAY "PRDMNT1 - PRDCTL AT " WS-PRD-MAX
056600                 " PERIODS - RAISE WS-PRD-MAX"
056700         MOVE 12 TO RETURN-CODE
056800         STOP RUN
056900     END-IF.
057000     COMPUTE WS-PRD-INSERT-IX = WS-PRD-CNT + 1.
057100     PERFORM 4110-FIND-SLOT THRU 4110-EXIT
057200             VARYING WS-PRD-IX FROM 1 BY 1
057300             UNTIL WS-PRD-IX > WS-PRD-CNT
057400                OR WS-PRD-INSERT-IX <= WS-PRD-CNT.
057500     PERFORM 4120-SHIFT-ONE-UP THRU 4120-EXIT
057600             VARYING WS-PRD-IX FROM WS-PRD-CNT BY -1
057700             UNTIL WS-PRD-IX < WS-PRD-INSERT-IX.
057800     ADD 1 TO WS-PRD-CNT.
057900     MOVE SPACES        TO PD-PERIOD-RECORD.
058000     MOVE WS-NEW-PERIOD TO PD-PERIOD.
058100     MOVE "O"           TO PD-STATUS.
058200     MOVE ZEROES        TO PD-CHANGED-DATE.
058300     MOVE ZEROES        TO PD-CHANGED-TIME.
058400     MOVE PD-PERIOD-RECORD TO WS-PRD-RECORD (WS-PRD-INSERT-IX).
058500     MOVE WS-PRD-INSERT-IX TO WS-PRD-FOUND-IX.
058600 4100-EXIT.
058700     EXIT.
058800*
058900 4110-FIND-SLOT.
059000     MOVE WS-PRD-RECORD (WS-PRD-IX) TO PD-PERIOD-RECORD.
059100     IF PD-PERIOD > WS-NEW-PERIOD
059200         MOVE WS-PRD-IX TO WS-PRD-INSERT-IX
059300     END-IF.
059400 4110-EXIT.
059500     EXIT.
059600*
059700 4120-SHIFT-ONE-UP.
059800     MOVE WS-PRD-RECORD (WS-PRD-IX)
059900         TO WS-PRD-RECORD (WS-PRD-IX + 1).
060000 4120-EXIT.
060100     EXIT.
060200*
060300 4200-WRITE-STATUS-LOG.
060400     MOVE SPACES           TO PG-LOG-RECORD.
060500     MOVE WS-CURR-DATE8    TO PG-EVENT-DATE.
060600     MOVE WS-CURR-TIME8    TO PG-EVENT-TIME.
060700     MOVE "PRDMNT1"        TO PG-PROGRAM.
060800     SET PG-EVENT-STATUS   TO TRUE.
060900     MOVE WS-NEW-PERIOD    TO PG-PERIOD.
061000     MOVE ZEROES           TO PG-ORIG-DATE.
061100     MOVE ZEROES           TO PG-POST-DATE.
061200     MOVE ZEROES           TO PG-RECORD-NBR.
061300     MOVE ZEROES           TO PG-AMOUNT.
061400     MOVE WS-OLD-STATUS    TO PG-OLD-STATUS.
061500     MOVE WS-NEW-STATUS    TO PG-NEW-STATUS.
061600     MOVE WS-SUPERVISOR-ID TO PG-OPERATOR-ID.
061650     SET WS-LOG-WRITTEN    TO TRUE.
061700     OPEN EXTEND LOG-FILE.
061800     IF WS-LOG-NOT-FOUND
061900         OPEN OUTPUT LOG-FILE
062000     END-IF.
062100     IF WS-LOG-STATUS NOT = "00"
062200         DISPLAY "PRDMNT1 - CANNOT OPEN PRDLOG, STATUS "
062300                 WS-LOG-STATUS " - CHANGE NOT LOGGED"
062350         SET WS-LOG-FAILED TO TRUE
062400         GO TO 4200-EXIT
062500     END-IF.
062600     WRITE PG-LOG-RECORD.
062610     IF WS-LOG-STATUS NOT = "00"
062620         DISPLAY "PRDMNT1 - PRDLOG WRITE FAILED, STATUS "
062630                 WS-LOG-STATUS " - CHANGE NOT LOGGED"
062640         SET WS-LOG-FAILED TO TRUE
062650     END-IF.
062700     CLOSE LOG-FILE.
062800 4200-EXIT.
062900     EXIT.
063000*
063100*****************************************************************
063200*    9000-SIGN-OFF                                              *
063300*****************************************************************
063400 9000-SIGN-OFF.
063500     DISPLAY "PRDMNT1 SESSION ENDED FOR " WS-SUPERVISOR-ID
063600             " - " WS-CHANGE-CNT " PERIODS CHANGED.".
063700 9000-EXIT.
063800     EXIT.
