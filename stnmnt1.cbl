000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     STNMNT1.
000300 AUTHOR.         J R MARTIN.
000400 INSTALLATION.   FINANCE SYSTEMS - BATCH RECONCILIATION.
000500 DATE-WRITTEN.   2026-10-11.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PROGRAM      STNMNT1                                      *
001000*    DESCRIPTION   STANDING-INSTRUCTION MAINTENANCE.  LISTS,    *
001100*                  ADDS, CHANGES, CANCELS AND APPROVES THE      *
001200*                  RECURRING AA/BB PAIRS ON THE STNDINS FILE    *
001300*                  THAT STNGEN1 WRITES TO TRANMAST ON THE DAYS  *
001400*                  THEY FALL DUE.  SIGN-ON IS VALIDATED AGAINST *
001500*                  OPSECFIL AS IN ADDONL1.  AUTHORITY 'P' MAY   *
001600*                  ADD INSTRUCTIONS AND CHANGE OR CANCEL ITS    *
001700*                  OWN; AUTHORITY 'S' MAY CANCEL ANY AND        *
001800*                  APPROVES; AUTHORITY 'I' MAY ONLY LIST.  AN   *
001900*                  INSTRUCTION IN A CATEGORY LISTED ON SENSCAT  *
002000*                  WAITS AT STATUS P AFTER EVERY ADD OR CHANGE  *
002100*                  UNTIL A SUPERVISOR OTHER THAN THE OPERATOR   *
002200*                  WHO KEYED IT APPROVES IT - THE SAME MAKER-   *
002300*                  CHECKER RULE ADDONL1 APPLIES TO A SINGLE     *
002400*                  ENTRY, SINCE AN INSTRUCTION KEYS ONE ENTRY   *
002500*                  EVERY TIME IT FALLS DUE.  A CANCELLED        *
002600*                  INSTRUCTION IS KEPT ON FILE.  LIKE PRDMNT1,  *
002650*                  THE FILE IS RE-READ BEFORE EVERY COMMAND,    *
002700*                  AND AGAIN ONCE THE OPERATOR HAS ANSWERED,    *
002750*                  AND WRITTEN BACK IN FULL AFTER EVERY CHANGE. *
002900*                                                               *
003000*    MODIFICATION HISTORY                                      *
003100*    DATE       INIT  DESCRIPTION                               *
003200*    2026-10-11 JRM   INITIAL VERSION                           *
003220*    2026-10-13 JRM   LOG A THREE-BAD-PASSWORD LOCKOUT ON THE   *
003240*                     SECAUDIT TRAIL (ACTION LOCK) SO THE       *
003260*                     LOCK IS DATED                             *
003270*    2026-10-15 JRM   RE-READ STNDINS AFTER THE PROMPTS; TAKE   *
003280*                     THE NEW ID AND RE-CHECK THE RECORD ON     *
003290*                     THE FRESH COPY; STOP ON A FAILED WRITE    *
003292*    2026-10-15 JRM   A CHANGED INSTRUCTION ALWAYS LOSES ITS    *
003294*                     EARLIER APPROVAL                          *
003300*                                                               *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.    IBM-370.
003800 OBJECT-COMPUTER.    IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT SECURITY-FILE   ASSIGN TO "OPSECFIL"
004200             ORGANIZATION IS LINE SEQUENTIAL
004300             FILE STATUS IS WS-SECURITY-STATUS.
004400*
004500     SELECT INSTR-FILE      ASSIGN TO "STNDINS"
004600             ORGANIZATION IS LINE SEQUENTIAL
004700             FILE STATUS IS WS-INSTR-STATUS.
004800*
004900     SELECT SENSCAT-FILE    ASSIGN TO "SENSCAT"
005000             ORGANIZATION IS LINE SEQUENTIAL
005100             FILE STATUS IS WS-SENSCAT-STATUS.
005120*
005140     SELECT SECAUDIT-FILE   ASSIGN TO "SECAUDIT"
005160             ORGANIZATION IS LINE SEQUENTIAL
005180             FILE STATUS IS WS-SECAUDIT-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  SECURITY-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY "opsec.cpy".
005700*
005800 FD  INSTR-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY "stndins.cpy".
006100*
006200 FD  SENSCAT-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY "senscat.cpy".
006420*
006440 FD  SECAUDIT-FILE
006460     LABEL RECORDS ARE STANDARD.
006480     COPY "secaud.cpy".
006500*
006600 WORKING-STORAGE SECTION.
006700*****************************************************************
006800*    SCREEN CONTROL SWITCHES                                    *
006900*****************************************************************
007000 77  WS-COMMAND                  PIC X(01)      VALUE SPACES.
007100     88  WS-CMD-LIST                            VALUE "L" "l".
007200     88  WS-CMD-ADD                             VALUE "A" "a".
007300     88  WS-CMD-CHANGE                          VALUE "C" "c".
007400     88  WS-CMD-CANCEL                          VALUE "X" "x".
007500     88  WS-CMD-APPROVE                         VALUE "V" "v".
007600     88  WS-CMD-QUIT                            VALUE "Q" "q".
007700 77  WS-DONE-SW                  PIC X(01)      VALUE "N".
007800     88  WS-DONE                                VALUE "Y".
007900 77  WS-SIGNED-ON-SW             PIC X(01)      VALUE "N".
008000     88  WS-SIGNED-ON                           VALUE "Y".
008100 77  WS-VALID-SW                 PIC X(01)      VALUE "Y".
008200     88  WS-INPUT-VALID                         VALUE "Y".
008300     88  WS-INPUT-INVALID                       VALUE "N".
008400 77  WS-CONFIRM                  PIC X(01)      VALUE SPACES.
008500     88  WS-CONFIRMED                           VALUE "Y" "y".
008600*****************************************************************
008700*    FILE STATUS AND SWITCHES                                   *
008800*****************************************************************
008900 77  WS-SECURITY-STATUS          PIC X(02)      VALUE SPACES.
008920 77  WS-SECAUDIT-STATUS          PIC X(02)      VALUE SPACES.
008940     88  WS-SECAUDIT-NOT-FOUND                  VALUE "35".
009000 77  WS-INSTR-STATUS             PIC X(02)      VALUE SPACES.
009100     88  WS-INSTR-NOT-FOUND                     VALUE "35".
009200 77  WS-SENSCAT-STATUS           PIC X(02)      VALUE SPACES.
009300     88  WS-SENSCAT-NOT-FOUND                   VALUE "35".
009400 77  WS-SEC-EOF-SW               PIC X(01)      VALUE "N".
009500     88  WS-SEC-EOF                             VALUE "Y".
009600 77  WS-INS-EOF-SW               PIC X(01)      VALUE "N".
009700     88  WS-INS-EOF                             VALUE "Y".
009800 77  WS-SENS-EOF-SW              PIC X(01)      VALUE "N".
009900     88  WS-SENS-EOF                            VALUE "Y".
010000*****************************************************************
010100*    THE SECURITY FILE HELD IN FULL - THE SAME TABLE AND HARD   *
010200*    LIMIT AS ADDONL1, AND FOR THE SAME REASON: THE FILE IS     *
010300*    WRITTEN BACK WHOLE WHEN A PASSWORD FAILS.                  *
010400*****************************************************************
010500 77  WS-SEC-MAX                  PIC 9(04) COMP VALUE 50.
010600 77  WS-SEC-CNT                  PIC 9(04) COMP VALUE ZERO.
010700 77  WS-SEC-IX                   PIC 9(04) COMP VALUE ZERO.
010800 77  WS-SEC-FOUND-IX             PIC 9(04) COMP VALUE ZERO.
010900 01  WS-SECURITY-TABLE.
011000     05  WS-SEC-ENTRY OCCURS 50 TIMES.
011100         10  WS-SEC-RECORD       PIC X(80).
011200*****************************************************************
011300*    THE INSTRUCTION FILE HELD IN FULL, IN INSTRUCTION ID       *
011400*    ORDER, WHILE ONE INSTRUCTION IS CHANGED, THEN WRITTEN BACK *
011500*    - HARD STOP AT THE LIMIT, THE SAME LIMIT STNGEN1 LOADS.    *
011600*****************************************************************
011700 77  WS-INS-MAX                  PIC 9(04) COMP VALUE 500.
011800 77  WS-INS-CNT                  PIC 9(04) COMP VALUE ZERO.
011900 77  WS-INS-IX                   PIC 9(04) COMP VALUE ZERO.
012000 77  WS-INS-FOUND-IX             PIC 9(04) COMP VALUE ZERO.
012100 77  WS-HIGH-INSTR-ID            PIC 9(06)      VALUE ZEROES.
012200 01  WS-INSTR-TABLE.
012300     05  WS-INS-ENTRY OCCURS 500 TIMES.
012400         10  WS-INS-RECORD       PIC X(120).
012500*****************************************************************
012600*    CATEGORIES WHOSE INSTRUCTIONS MUST BE APPROVED             *
012700*****************************************************************
012800 77  WS-SENS-MAX                 PIC 9(04) COMP VALUE 50.
012900 77  WS-SENS-CNT                 PIC 9(04) COMP VALUE ZERO.
013000 77  WS-SENS-IX                  PIC 9(04) COMP VALUE ZERO.
013100 77  WS-SENSITIVE-SW             PIC X(01)      VALUE "N".
013200     88  WS-CAT-SENSITIVE                       VALUE "Y".
013300     88  WS-CAT-ORDINARY                        VALUE "N".
013400 01  WS-SENSCAT-TABLE.
013500     05  WS-SENS-ENTRY OCCURS 50 TIMES.
013600         10  WS-SENS-CATEGORY    PIC X(02).
013700*****************************************************************
013800*    SIGN-ON AND COMMAND WORK FIELDS                            *
013900*****************************************************************
014000 77  WS-OPERATOR-ID              PIC X(08)      VALUE SPACES.
014100 77  WS-TARGET-ID                PIC X(08)      VALUE SPACES.
014200 77  WS-PASSWORD-ENTRY           PIC X(08)      VALUE SPACES.
014300 77  WS-ATTEMPT-CTR              PIC 9(02) COMP VALUE ZERO.
014400 77  WS-MAX-ATTEMPTS             PIC 9(02) COMP VALUE 3.
014500 77  WS-OPERATOR-AUTH            PIC X(01)      VALUE SPACES.
014600     88  WS-AUTH-POST                           VALUE "P".
014700     88  WS-AUTH-INQUIRE                        VALUE "I".
014800     88  WS-AUTH-SUPER                          VALUE "S".
014900 77  WS-CHANGE-CNT               PIC 9(04) COMP VALUE ZERO.
015000 77  WS-STATUS-DESC              PIC X(09)      VALUE SPACES.
015100 77  WS-FREQ-DESC                PIC X(06)      VALUE SPACES.
015200*
015300 77  WS-KEY-ENTRY                PIC X(06)      VALUE SPACES.
015400 77  WS-KEY-SHIFT                PIC X(06)      VALUE SPACES.
015500 77  WS-JUSTIFY-CTR              PIC 9(02) COMP VALUE ZERO.
015600 77  WS-RAW-AA                   PIC X(02)      VALUE SPACES.
015700 77  WS-RAW-BB                   PIC X(02)      VALUE SPACES.
015800 77  WS-RAW-CAT                  PIC X(02)      VALUE SPACES.
015900 77  WS-RAW-FREQ                 PIC X(01)      VALUE SPACES.
016000 77  WS-RAW-FREQ-DAY             PIC X(02)      VALUE SPACES.
016100 77  WS-RAW-START                PIC X(08)      VALUE SPACES.
016200 77  WS-RAW-END                  PIC X(08)      VALUE SPACES.
016300 77  WS-RAW-DESC                 PIC X(20)      VALUE SPACES.
016400 01  WS-CHECK-DATE               PIC 9(08)      VALUE ZEROES.
016500 01  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
016600     05  WS-CHECK-YEAR           PIC 9(04).
016700     05  WS-CHECK-MONTH          PIC 9(02).
016800     05  WS-CHECK-DAY            PIC 9(02).
016900 01  WS-ENTRY-START              PIC 9(08)      VALUE ZEROES.
017000 01  WS-ENTRY-END                PIC 9(08)      VALUE ZEROES.
017100 01  WS-ENTRY-FREQ-DAY           PIC 9(02)      VALUE ZEROES.
017200*
017300 01  WS-CURR-DATE8               PIC 9(08)      VALUE ZEROES.
017400 01  WS-CURR-TIME8               PIC 9(08)      VALUE ZEROES.
017500*****************************************************************
017600*    PARAMETER AREA FOR THE VALEDIT1 BUSINESS-EDIT MODULE       *
017700*****************************************************************
017800     COPY "valparm.cpy".
017900 PROCEDURE DIVISION.
018000*****************************************************************
018100*    0000-MAINLINE                                              *
018200*****************************************************************
018300 0000-MAINLINE.
018400     PERFORM 1000-SIGN-ON THRU 1000-EXIT.
018500     PERFORM 1400-LOAD-SENSITIVE-CATS THRU 1400-EXIT.
018600     PERFORM 1600-LOAD-INSTR-FILE THRU 1600-EXIT.
018700     DISPLAY "STNMNT1 - " WS-INS-CNT " INSTRUCTIONS ON STNDINS".
018800     PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
018900             UNTIL WS-DONE.
019000     PERFORM 9000-SIGN-OFF THRU 9000-EXIT.
019100     STOP RUN.
019200*****************************************************************
019300*    1000-SIGN-ON - VALIDATE THE OPERATOR AGAINST THE SECURITY  *
019400*    FILE.  AN UNKNOWN, INACTIVE, OR LOCKED ID IS REFUSED;      *
019500*    THREE BAD PASSWORDS LOCK THE ID ON FILE AND END THE        *
019600*    SESSION RC 8, AS IN ADDONL1.                               *
019700*****************************************************************
019800 1000-SIGN-ON.
019900     DISPLAY "***********************************************".
020000     DISPLAY "*  STNMNT1 - STANDING INSTRUCTION MAINTENANCE *".
020100     DISPLAY "***********************************************".
020200     PERFORM 1020-LOAD-SECURITY-FILE THRU 1020-EXIT.
020300     DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
020400     ACCEPT WS-OPERATOR-ID.
020500     PERFORM 1030-FIND-SIGN-ON-ID THRU 1030-EXIT.
020600     PERFORM 1040-CHECK-PASSWORD THRU 1040-EXIT
020700             VARYING WS-ATTEMPT-CTR FROM 1 BY 1
020800             UNTIL WS-ATTEMPT-CTR > WS-MAX-ATTEMPTS
020900                OR WS-SIGNED-ON.
021000     IF NOT WS-SIGNED-ON
021100         PERFORM 1060-LOCK-OPERATOR THRU 1060-EXIT
021200     END-IF.
021300     MOVE WS-SEC-RECORD (WS-SEC-FOUND-IX)
021400         TO OS-SECURITY-RECORD.
021500     MOVE OS-AUTHORITY TO WS-OPERATOR-AUTH.
021600     DISPLAY "SIGN-ON ACCEPTED FOR " WS-OPERATOR-ID
021700             " AUTHORITY " WS-OPERATOR-AUTH.
021800 1000-EXIT.
021900     EXIT.
022000*
022100 1020-LOAD-SECURITY-FILE.
022200     OPEN INPUT SECURITY-FILE.
022300     IF WS-SECURITY-STATUS NOT = "00"
022400         DISPLAY "STNMNT1 - CANNOT OPEN OPSECFIL, STATUS "
022500                 WS-SECURITY-STATUS
022600         DISPLAY "STNMNT1 - SIGN-ON REFUSED"
022700         MOVE 12 TO RETURN-CODE
022800         STOP RUN
022900     END-IF.
023000     PERFORM 1025-LOAD-ONE-OPERATOR THRU 1025-EXIT
023100             UNTIL WS-SEC-EOF.
023200     CLOSE SECURITY-FILE.
023300 1020-EXIT.
023400     EXIT.
023500*
023600 1025-LOAD-ONE-OPERATOR.
023700     READ SECURITY-FILE
023800         AT END
023900             SET WS-SEC-EOF TO TRUE
024000         NOT AT END
024100             PERFORM 1027-STORE-OPERATOR THRU 1027-EXIT
024200     END-READ.
024300 1025-EXIT.
024400     EXIT.
024500*
024600 1027-STORE-OPERATOR.
024700     IF WS-SEC-CNT >= WS-SEC-MAX
024800         DISPLAY "STNMNT1 - OPSECFIL EXCEEDS " WS-SEC-MAX
024900                 " OPERATORS - RAISE WS-SEC-MAX"
025000         MOVE 12 TO RETURN-CODE
025100         STOP RUN
025200     END-IF.
025300     ADD 1 TO WS-SEC-CNT.
025400     MOVE OS-SECURITY-RECORD TO WS-SEC-RECORD (WS-SEC-CNT).
025500 1027-EXIT.
025600     EXIT.
025700*
025800 1030-FIND-SIGN-ON-ID.
025900     MOVE WS-OPERATOR-ID TO WS-TARGET-ID.
026000     PERFORM 1300-FIND-OPERATOR THRU 1300-EXIT.
026100     IF WS-SEC-FOUND-IX = ZERO
026200         DISPLAY "STNMNT1 - OPERATOR " WS-OPERATOR-ID
026300                 " IS NOT AUTHORIZED - SIGN-ON REFUSED"
026400         MOVE 8 TO RETURN-CODE
026500         STOP RUN
026600     END-IF.
026700     MOVE WS-SEC-RECORD (WS-SEC-FOUND-IX)
026800         TO OS-SECURITY-RECORD.
026900     IF OS-LOCKED
027000         DISPLAY "STNMNT1 - OPERATOR " WS-OPERATOR-ID
027100                 " IS LOCKED OUT - SIGN-ON REFUSED"
027200         MOVE 8 TO RETURN-CODE
027300         STOP RUN
027400     END-IF.
027500     IF NOT OS-ACTIVE
027600         DISPLAY "STNMNT1 - OPERATOR " WS-OPERATOR-ID
027700                 " IS NOT ACTIVE - SIGN-ON REFUSED"
027800         MOVE 8 TO RETURN-CODE
027900         STOP RUN
028000     END-IF.
028100 1030-EXIT.
028200     EXIT.
028300*
028400*    THE FILE REWRITE IN 1055 LEAVES THE FD AREA HOLDING THE    *
028500*    LAST OPERATOR WRITTEN, SO THE SIGNED-ON ENTRY IS PULLED    *
028600*    BACK FROM THE TABLE BEFORE EVERY COMPARE.                  *
028700 1040-CHECK-PASSWORD.
028800     MOVE WS-SEC-RECORD (WS-SEC-FOUND-IX)
028900         TO OS-SECURITY-RECORD.
029000     DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING.
029100     ACCEPT WS-PASSWORD-ENTRY.
029200     IF WS-PASSWORD-ENTRY = OS-PASSWORD
029300         SET WS-SIGNED-ON TO TRUE
029400         MOVE ZERO TO OS-FAIL-COUNT
029500         PERFORM 1050-SAVE-OPERATOR THRU 1050-EXIT
029600     ELSE
029700         DISPLAY "*** PASSWORD NOT ACCEPTED ***"
029800         IF OS-FAIL-COUNT IS NOT NUMERIC
029900             MOVE ZERO TO OS-FAIL-COUNT
030000         END-IF
030100         ADD 1 TO OS-FAIL-COUNT
030200         PERFORM 1050-SAVE-OPERATOR THRU 1050-EXIT
030300         IF OS-FAIL-COUNT >= WS-MAX-ATTEMPTS
030400             PERFORM 1060-LOCK-OPERATOR THRU 1060-EXIT
030500         END-IF
030600     END-IF.
030700 1040-EXIT.
030800     EXIT.
030900*
031000 1050-SAVE-OPERATOR.
031100     MOVE OS-SECURITY-RECORD
031200         TO WS-SEC-RECORD (WS-SEC-FOUND-IX).
031300     PERFORM 1055-REWRITE-SECURITY-FILE THRU 1055-EXIT.
031400 1050-EXIT.
031500     EXIT.
031600*
031700 1055-REWRITE-SECURITY-FILE.
031800     OPEN OUTPUT SECURITY-FILE.
031900     PERFORM 1057-WRITE-ONE-OPERATOR THRU 1057-EXIT
032000             VARYING WS-SEC-IX FROM 1 BY 1
032100             UNTIL WS-SEC-IX > WS-SEC-CNT.
032200     CLOSE SECURITY-FILE.
032300 1055-EXIT.
032400     EXIT.
032500*
032600 1057-WRITE-ONE-OPERATOR.
032700     MOVE WS-SEC-RECORD (WS-SEC-IX) TO OS-SECURITY-RECORD.
032800     WRITE OS-SECURITY-RECORD.
032900 1057-EXIT.
033000     EXIT.
033100*
033200 1060-LOCK-OPERATOR.
033300     MOVE WS-SEC-RECORD (WS-SEC-FOUND-IX)
033400         TO OS-SECURITY-RECORD.
033500     MOVE "L" TO OS-ACTIVE-FLAG.
033600     MOVE ZERO TO OS-FAIL-COUNT.
033700     PERFORM 1050-SAVE-OPERATOR THRU 1050-EXIT.
033750     PERFORM 1065-LOG-LOCK THRU 1065-EXIT.
033800     DISPLAY "STNMNT1 - OPERATOR " WS-OPERATOR-ID
033900             " LOCKED AFTER " WS-MAX-ATTEMPTS
034000             " FAILED PASSWORDS".
034100     MOVE 8 TO RETURN-CODE.
034200     STOP RUN.
034300 1060-EXIT.
034400     EXIT.
034402*
034404*****************************************************************
034406*    1065-LOG-LOCK - APPEND A LOCK ENTRY TO THE SECURITY-CHANGE *
034408*    AUDIT TRAIL, SO A LOCKOUT IS DATED FOR THE SUPERVISOR WHO  *
034410*    RESETS IT AND FOR THE OPERATOR ACTIVITY REPORT (OPRRPT1)   *
034412*****************************************************************
034414 1065-LOG-LOCK.
034416     OPEN EXTEND SECAUDIT-FILE.
034418     IF WS-SECAUDIT-NOT-FOUND
034420         OPEN OUTPUT SECAUDIT-FILE
034422     END-IF.
034424     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
034426     ACCEPT WS-CURR-TIME8 FROM TIME.
034428     MOVE SPACES             TO SA-SECAUDIT-RECORD.
034430     MOVE WS-CURR-DATE8      TO SA-CHANGE-DATE.
034432     MOVE WS-CURR-TIME8      TO SA-CHANGE-TIME.
034434     MOVE "STNMNT1"          TO SA-SUPERVISOR-ID.
034436     MOVE "LOCK"             TO SA-ACTION.
034438     MOVE WS-OPERATOR-ID     TO SA-TARGET-ID.
034440     MOVE "Y"                TO SA-OLD-VALUE.
034442     MOVE "L"                TO SA-NEW-VALUE.
034444     MOVE "FAILED PASSWORDS" TO SA-REASON.
034446     WRITE SA-SECAUDIT-RECORD.
034448     CLOSE SECAUDIT-FILE.
034450 1065-EXIT.
034452     EXIT.
034500*
034600*****************************************************************
034700*    1300-FIND-OPERATOR - LOCATE WS-TARGET-ID IN THE TABLE.     *
034800*    WS-SEC-FOUND-IX IS ZERO WHEN THE ID IS NOT ON FILE.        *
034900*****************************************************************
035000 1300-FIND-OPERATOR.
035100     MOVE ZERO TO WS-SEC-FOUND-IX.
035200     PERFORM 1310-MATCH-OPERATOR THRU 1310-EXIT
035300             VARYING WS-SEC-IX FROM 1 BY 1
035400             UNTIL WS-SEC-IX > WS-SEC-CNT
035500                OR WS-SEC-FOUND-IX > ZERO.
035600 1300-EXIT.
035700     EXIT.
035800*
035900 1310-MATCH-OPERATOR.
036000     MOVE WS-SEC-RECORD (WS-SEC-IX) TO OS-SECURITY-RECORD.
036100     IF OS-OPERATOR-ID = WS-TARGET-ID
036200         MOVE WS-SEC-IX TO WS-SEC-FOUND-IX
036300     END-IF.
036400 1310-EXIT.
036500     EXIT.
036600*
036700*****************************************************************
036800*    1400-LOAD-SENSITIVE-CATS - NO SENSCAT FILE MEANS NO        *
036900*    CATEGORY NEEDS APPROVAL                                    *
037000*****************************************************************
037100 1400-LOAD-SENSITIVE-CATS.
037200     MOVE ZERO TO WS-SENS-CNT.
037300     OPEN INPUT SENSCAT-FILE.
037400     IF WS-SENSCAT-NOT-FOUND
037500         GO TO 1400-EXIT
037600     END-IF.
037700     IF WS-SENSCAT-STATUS NOT = "00"
037800         DISPLAY "STNMNT1 - CANNOT OPEN SENSCAT, STATUS "
037900                 WS-SENSCAT-STATUS
038000         MOVE 12 TO RETURN-CODE
038100         STOP RUN
038200     END-IF.
038300     PERFORM 1410-LOAD-ONE-CATEGORY THRU 1410-EXIT
038400             UNTIL WS-SENS-EOF.
038500     CLOSE SENSCAT-FILE.
038600 1400-EXIT.
038700     EXIT.
038800*
038900 1410-LOAD-ONE-CATEGORY.
039000     READ SENSCAT-FILE
039100         AT END
039200             SET WS-SENS-EOF TO TRUE
039300             GO TO 1410-EXIT
039400     END-READ.
039500     IF WS-SENS-CNT >= WS-SENS-MAX
039600         DISPLAY "STNMNT1 - SENSCAT EXCEEDS " WS-SENS-MAX
039700                 " CATEGORIES - RAISE WS-SENS-MAX"
039800         MOVE 12 TO RETURN-CODE
039900         STOP RUN
040000     END-IF.
040100     ADD 1 TO WS-SENS-CNT.
040200     MOVE SC-CATEGORY TO WS-SENS-CATEGORY (WS-SENS-CNT).
040300 1410-EXIT.
040400     EXIT.
040500*
040600*****************************************************************
040700*    1600-LOAD-INSTR-FILE - PULL THE STNDINS FILE INTO THE      *
040800*    TABLE AND NOTE THE HIGHEST ID.  NO FILE YET MEANS NO       *
040900*    INSTRUCTIONS; THE FIRST ADD CREATES IT.                    *
041000*****************************************************************
041100 1600-LOAD-INSTR-FILE.
041200     MOVE ZERO TO WS-INS-CNT.
041300     MOVE ZEROES TO WS-HIGH-INSTR-ID.
041400     MOVE "N" TO WS-INS-EOF-SW.
041500     OPEN INPUT INSTR-FILE.
041600     IF WS-INSTR-NOT-FOUND
041700         GO TO 1600-EXIT
041800     END-IF.
041900     IF WS-INSTR-STATUS NOT = "00"
042000         DISPLAY "STNMNT1 - CANNOT OPEN STNDINS, STATUS "
042100                 WS-INSTR-STATUS
042200         MOVE 12 TO RETURN-CODE
042300         STOP RUN
042400     END-IF.
042500     PERFORM 1610-LOAD-ONE-INSTR THRU 1610-EXIT
042600             UNTIL WS-INS-EOF.
042700     CLOSE INSTR-FILE.
042800 1600-EXIT.
042900     EXIT.
043000*
043100 1610-LOAD-ONE-INSTR.
043200     READ INSTR-FILE
043300         AT END
043400             SET WS-INS-EOF TO TRUE
043500             GO TO 1610-EXIT
043600     END-READ.
043700     IF WS-INS-CNT >= WS-INS-MAX
043800         DISPLAY "STNMNT1 - STNDINS EXCEEDS " WS-INS-MAX
043900                 " INSTRUCTIONS - RAISE WS-INS-MAX"
044000         MOVE 12 TO RETURN-CODE
044100         STOP RUN
044200     END-IF.
044300     ADD 1 TO WS-INS-CNT.
044400     MOVE SI-INSTRUCTION-RECORD TO WS-INS-RECORD (WS-INS-CNT).
044500     IF SI-INSTR-ID > WS-HIGH-INSTR-ID
044600         MOVE SI-INSTR-ID TO WS-HIGH-INSTR-ID
044700     END-IF.
044800 1610-EXIT.
044900     EXIT.
045000*
045100 1700-REWRITE-INSTR-FILE.
045200     OPEN OUTPUT INSTR-FILE.
045300     IF WS-INSTR-STATUS NOT = "00"
045400         DISPLAY "STNMNT1 - CANNOT REWRITE STNDINS, STATUS "
045500                 WS-INSTR-STATUS
045600         MOVE 12 TO RETURN-CODE
045700         STOP RUN
045800     END-IF.
045900     PERFORM 1710-WRITE-ONE-INSTR THRU 1710-EXIT
046000             VARYING WS-INS-IX FROM 1 BY 1
046100             UNTIL WS-INS-IX > WS-INS-CNT.
046200     CLOSE INSTR-FILE.
046300 1700-EXIT.
046400     EXIT.
046500*
046600 1710-WRITE-ONE-INSTR.
046700     MOVE WS-INS-RECORD (WS-INS-IX) TO SI-INSTRUCTION-RECORD.
046800     WRITE SI-INSTRUCTION-RECORD.
046810     IF WS-INSTR-STATUS NOT = "00"
046820         DISPLAY "STNMNT1 - STNDINS WRITE FAILED, STATUS "
046830                 WS-INSTR-STATUS
046840         MOVE 12 TO RETURN-CODE
046850         STOP RUN
046860     END-IF.
046900 1710-EXIT.
047000     EXIT.
047100*
047200*****************************************************************
047300*    2000-PROCESS-COMMAND - ONE SCREEN INTERACTION, REPEATED    *
047400*    UNTIL THE OPERATOR QUITS                                   *
047500*****************************************************************
047600 2000-PROCESS-COMMAND.
047700     DISPLAY " ".
047800     DISPLAY "OPERATOR: " WS-OPERATOR-ID.
047900     DISPLAY "L = LIST  A = ADD  C = CHANGE  X = CANCEL  "
048000             "V = APPROVE  Q = QUIT".
048100     DISPLAY "COMMAND (L/A/C/X/V/Q): " WITH NO ADVANCING.
048200     ACCEPT WS-COMMAND.
048300     EVALUATE TRUE
048400         WHEN WS-CMD-QUIT
048500             SET WS-DONE TO TRUE
048600         WHEN WS-CMD-LIST
048700             PERFORM 3000-LIST-INSTRUCTIONS THRU 3000-EXIT
048800         WHEN WS-CMD-ADD AND WS-AUTH-POST
048900             PERFORM 4000-ADD-INSTRUCTION THRU 4000-EXIT
049000         WHEN WS-CMD-CHANGE AND WS-AUTH-POST
049100             PERFORM 5000-CHANGE-INSTRUCTION THRU 5000-EXIT
049200         WHEN WS-CMD-ADD OR WS-CMD-CHANGE
049300             DISPLAY "*** ONLY AUTHORITY P MAY ADD OR CHANGE AN "
049400                     "INSTRUCTION ***"
049500         WHEN WS-CMD-CANCEL AND NOT WS-AUTH-INQUIRE
049600             PERFORM 6000-CANCEL-INSTRUCTION THRU 6000-EXIT
049700         WHEN WS-CMD-CANCEL
049800             DISPLAY "*** AUTHORITY " WS-OPERATOR-AUTH
049900                     " MAY ONLY LIST ***"
050000         WHEN WS-CMD-APPROVE AND WS-AUTH-SUPER
050100             PERFORM 7000-APPROVE-INSTRUCTION THRU 7000-EXIT
050200         WHEN WS-CMD-APPROVE
050300             DISPLAY "*** ONLY A SUPERVISOR (AUTHORITY S) MAY "
050400                     "APPROVE AN INSTRUCTION ***"
050500         WHEN OTHER
050600             DISPLAY "*** INVALID COMMAND - ENTER L, A, C, X, V "
050700                     "OR Q ***"
050800     END-EVALUATE.
050900 2000-EXIT.
051000     EXIT.
051100*
051200*****************************************************************
051300*    2100-ACCEPT-INSTR-ID - RELOAD THE FILE AND NAME THE        *
051400*    INSTRUCTION A COMMAND WORKS ON.  WS-INPUT-INVALID IS SET   *
051500*    WHEN THE ID IS NOT NUMERIC OR NOT ON FILE; OTHERWISE THE   *
051600*    RECORD IS LEFT IN SI-INSTRUCTION-RECORD.                   *
051700*****************************************************************
051800 2100-ACCEPT-INSTR-ID.
051900     SET WS-INPUT-VALID TO TRUE.
052000     PERFORM 1600-LOAD-INSTR-FILE THRU 1600-EXIT.
052100     DISPLAY "ENTER INSTRUCTION ID: " WITH NO ADVANCING.
052200     ACCEPT WS-KEY-ENTRY.
052300     IF WS-KEY-ENTRY = SPACES
052400         DISPLAY "*** INSTRUCTION ID MUST BE NUMERIC ***"
052500         SET WS-INPUT-INVALID TO TRUE
052600         GO TO 2100-EXIT
052700     END-IF.
052800     PERFORM 2150-JUSTIFY-KEY-ENTRY THRU 2150-EXIT.
052900     IF WS-KEY-ENTRY IS NOT NUMERIC
053000         DISPLAY "*** INSTRUCTION ID MUST BE NUMERIC ***"
053100         SET WS-INPUT-INVALID TO TRUE
053200         GO TO 2100-EXIT
053300     END-IF.
053400     MOVE ZERO TO WS-INS-FOUND-IX.
053500     PERFORM 2110-MATCH-INSTR THRU 2110-EXIT
053600             VARYING WS-INS-IX FROM 1 BY 1
053700             UNTIL WS-INS-IX > WS-INS-CNT
053800                OR WS-INS-FOUND-IX > ZERO.
053900     IF WS-INS-FOUND-IX = ZERO
054000         DISPLAY "*** INSTRUCTION " WS-KEY-ENTRY
054100                 " NOT ON FILE ***"
054200         SET WS-INPUT-INVALID TO TRUE
054300         GO TO 2100-EXIT
054400     END-IF.
054500     MOVE WS-INS-RECORD (WS-INS-FOUND-IX)
054600         TO SI-INSTRUCTION-RECORD.
054700 2100-EXIT.
054800     EXIT.
054900*
055000 2110-MATCH-INSTR.
055100     MOVE WS-INS-RECORD (WS-INS-IX) TO SI-INSTRUCTION-RECORD.
055200     IF SI-INSTR-ID = WS-KEY-ENTRY
055300         MOVE WS-INS-IX TO WS-INS-FOUND-IX
055400     END-IF.
055500 2110-EXIT.
055600     EXIT.
055602*
055604*****************************************************************
055606*    2120-REFIND-INSTR - RELOAD THE FILE ONCE THE OPERATOR HAS  *
055608*    ANSWERED AND FIND THE INSTRUCTION IN WS-KEY-ENTRY AGAIN,   *
055610*    SO A CHANGE MADE MEANWHILE AT ANOTHER TERMINAL IS NOT      *
055612*    WRITTEN OVER.  THE CALLER CHECKS THE FRESH RECORD LEFT IN  *
055614*    SI-INSTRUCTION-RECORD AGAIN BEFORE CHANGING IT.            *
055616*****************************************************************
055618 2120-REFIND-INSTR.
055620     SET WS-INPUT-VALID TO TRUE.
055622     PERFORM 1600-LOAD-INSTR-FILE THRU 1600-EXIT.
055624     MOVE ZERO TO WS-INS-FOUND-IX.
055626     PERFORM 2110-MATCH-INSTR THRU 2110-EXIT
055628             VARYING WS-INS-IX FROM 1 BY 1
055630             UNTIL WS-INS-IX > WS-INS-CNT
055632                OR WS-INS-FOUND-IX > ZERO.
055634     IF WS-INS-FOUND-IX = ZERO
055636         DISPLAY "*** INSTRUCTION " WS-KEY-ENTRY
055638                 " IS NO LONGER ON FILE - NO CHANGE ***"
055640         SET WS-INPUT-INVALID TO TRUE
055642         GO TO 2120-EXIT
055644     END-IF.
055646     MOVE WS-INS-RECORD (WS-INS-FOUND-IX)
055648         TO SI-INSTRUCTION-RECORD.
055650 2120-EXIT.
055652     EXIT.
055700*
055800*    A SHORT ENTRY LIKE '12' IS SHIFTED RIGHT AND ZERO-FILLED   *
055900*    TO '000012', AS ADDONL1 DOES FOR A TRANSACTION ID.         *
056000 2150-JUSTIFY-KEY-ENTRY.
056100     PERFORM 2160-SHIFT-KEY-RIGHT THRU 2160-EXIT
056200             VARYING WS-JUSTIFY-CTR FROM 1 BY 1
056300             UNTIL WS-JUSTIFY-CTR > 6
056400                OR WS-KEY-ENTRY (6:1) NOT = SPACE.
056500     INSPECT WS-KEY-ENTRY REPLACING LEADING SPACE BY ZERO.
056600 2150-EXIT.
056700     EXIT.
056800*
056900 2160-SHIFT-KEY-RIGHT.
057000     IF WS-KEY-ENTRY (6:1) = SPACE
057100         MOVE SPACES TO WS-KEY-SHIFT
057200         MOVE WS-KEY-ENTRY (1:5) TO WS-KEY-SHIFT (2:5)
057300         MOVE WS-KEY-SHIFT TO WS-KEY-ENTRY
057400     END-IF.
057500 2160-EXIT.
057600     EXIT.
057700*
057800 2200-DESCRIBE-INSTR.
057900     EVALUATE TRUE
058000         WHEN SI-STATUS-ACTIVE
058100             MOVE "ACTIVE"    TO WS-STATUS-DESC
058200         WHEN SI-STATUS-PENDING
058300             MOVE "APPROVAL"  TO WS-STATUS-DESC
058400         WHEN SI-STATUS-CANCELLED
058500             MOVE "CANCELLED" TO WS-STATUS-DESC
058600         WHEN OTHER
058700             MOVE "UNKNOWN"   TO WS-STATUS-DESC
058800     END-EVALUATE.
058900     MOVE SPACES TO WS-FREQ-DESC.
059000     EVALUATE TRUE
059100         WHEN SI-FREQ-DAILY
059200             MOVE "DAILY"  TO WS-FREQ-DESC
059300         WHEN SI-FREQ-WEEKLY
059400             MOVE "WKLY"   TO WS-FREQ-DESC
059500             MOVE SI-FREQ-DAY TO WS-FREQ-DESC (5:2)
059600         WHEN SI-FREQ-MONTHLY-NTH
059700             MOVE "MTH"    TO WS-FREQ-DESC
059800             MOVE SI-FREQ-DAY TO WS-FREQ-DESC (5:2)
059900         WHEN SI-FREQ-MONTHLY-LAST
060000             MOVE "MTH LB" TO WS-FREQ-DESC
060100     END-EVALUATE.
060200 2200-EXIT.
060300     EXIT.
060400*
060500 2300-SHOW-INSTR.
060600     PERFORM 2200-DESCRIBE-INSTR THRU 2200-EXIT.
060700     DISPLAY SI-INSTR-ID " " WS-STATUS-DESC " AA=" SI-AA
060800             " BB=" SI-BB " CAT=" SI-CATEGORY " " WS-FREQ-DESC
060900             " " SI-START-DATE "-" SI-END-DATE
061000             " OWNER " SI-OWNER-ID.
061100     DISPLAY "       " SI-DESCRIPTION
061200             " LAST CHANGED BY " SI-MAINT-ID " " SI-MAINT-DATE.
061300     IF SI-APPROVER-ID NOT = SPACES
061400         DISPLAY "       APPROVED BY " SI-APPROVER-ID
061500                 " ON " SI-APPROVE-DATE " " SI-APPROVE-TIME
061600     END-IF.
061700 2300-EXIT.
061800     EXIT.
061900*
062000*****************************************************************
062100*    3000-LIST-INSTRUCTIONS - EVERY INSTRUCTION ON FILE, IN ID  *
062200*    ORDER, CANCELLED ONES INCLUDED                             *
062300*****************************************************************
062400 3000-LIST-INSTRUCTIONS.
062500     PERFORM 1600-LOAD-INSTR-FILE THRU 1600-EXIT.
062600     IF WS-INS-CNT = ZERO
062700         DISPLAY "NO STANDING INSTRUCTIONS ON FILE"
062800         GO TO 3000-EXIT
062900     END-IF.
063000     PERFORM 3100-LIST-ONE-INSTR THRU 3100-EXIT
063100             VARYING WS-INS-IX FROM 1 BY 1
063200             UNTIL WS-INS-IX > WS-INS-CNT.
063300 3000-EXIT.
063400     EXIT.
063500*
063600 3100-LIST-ONE-INSTR.
063700     MOVE WS-INS-RECORD (WS-INS-IX) TO SI-INSTRUCTION-RECORD.
063800     PERFORM 2300-SHOW-INSTR THRU 2300-EXIT.
063900 3100-EXIT.
064000     EXIT.
064100*
064200*****************************************************************
064300*    4000-ADD-INSTRUCTION - PROMPT A NEW INSTRUCTION AND APPEND *
064320*    IT UNDER THE NEXT ID, OWNED BY THE SIGNED-ON OPERATOR.     *
064340*    THE FILE IS RE-READ AFTER THE PROMPTS AND THE ID TAKEN     *
064360*    FROM THE FRESH COPY, SO AN ADD MADE MEANWHILE AT ANOTHER   *
064380*    TERMINAL IS NEITHER LOST NOR GIVEN THE SAME ID.            *
064500*****************************************************************
064600 4000-ADD-INSTRUCTION.
064700     PERFORM 4100-CHECK-ROOM THRU 4100-EXIT.
064800     IF WS-INPUT-INVALID
065100         GO TO 4000-EXIT
065200     END-IF.
065300     PERFORM 8000-PROMPT-INSTR-BODY THRU 8000-EXIT.
065320     IF WS-INPUT-INVALID
065340         GO TO 4000-EXIT
065360     END-IF.
065380     PERFORM 4100-CHECK-ROOM THRU 4100-EXIT.
065400     IF WS-INPUT-INVALID
065500         GO TO 4000-EXIT
065600     END-IF.
065700     MOVE SPACES TO SI-INSTRUCTION-RECORD.
065800     ADD 1 TO WS-HIGH-INSTR-ID.
065900     MOVE WS-HIGH-INSTR-ID TO SI-INSTR-ID.
066000     MOVE WS-OPERATOR-ID   TO SI-OWNER-ID.
066100     PERFORM 8500-APPLY-ENTRY THRU 8500-EXIT.
066200     ADD 1 TO WS-INS-CNT.
066300     MOVE SI-INSTRUCTION-RECORD TO WS-INS-RECORD (WS-INS-CNT).
066400     PERFORM 1700-REWRITE-INSTR-FILE THRU 1700-EXIT.
066500     ADD 1 TO WS-CHANGE-CNT.
066600     MOVE WS-INS-RECORD (WS-INS-CNT) TO SI-INSTRUCTION-RECORD.
066700     DISPLAY "INSTRUCTION " SI-INSTR-ID " ADDED.".
066800     PERFORM 8600-SHOW-APPROVAL-NOTE THRU 8600-EXIT.
066900 4000-EXIT.
067000     EXIT.
067005*
067010 4100-CHECK-ROOM.
067015     SET WS-INPUT-VALID TO TRUE.
067020     PERFORM 1600-LOAD-INSTR-FILE THRU 1600-EXIT.
067025     IF WS-INS-CNT >= WS-INS-MAX
067030         DISPLAY "*** INSTRUCTION TABLE FULL - RAISE "
067035                 "WS-INS-MAX ***"
067040         SET WS-INPUT-INVALID TO TRUE
067045     END-IF.
067050 4100-EXIT.
067055     EXIT.
067100*
067200*****************************************************************
067300*    5000-CHANGE-INSTRUCTION - THE OWNER RE-KEYS THE WHOLE      *
067400*    INSTRUCTION; THE ID AND OWNER STAY.  A CANCELLED ONE       *
067450*    CANNOT BE REVIVED - ADD A NEW ONE INSTEAD.  THE ENTRY IS   *
067500*    APPLIED TO THE RECORD RE-READ AFTER THE PROMPTS, ONCE THE  *
067550*    CHECKS HAVE BEEN MADE AGAIN ON IT.                         *
067600*****************************************************************
067700 5000-CHANGE-INSTRUCTION.
067800     PERFORM 2100-ACCEPT-INSTR-ID THRU 2100-EXIT.
067900     IF WS-INPUT-INVALID
068000         GO TO 5000-EXIT
068100     END-IF.
068200     PERFORM 5100-CHECK-CHANGE THRU 5100-EXIT.
068300     IF WS-INPUT-INVALID
069000         GO TO 5000-EXIT
069100     END-IF.
069200     DISPLAY "CURRENT:".
069300     PERFORM 2300-SHOW-INSTR THRU 2300-EXIT.
069400     PERFORM 8000-PROMPT-INSTR-BODY THRU 8000-EXIT.
069500     IF WS-INPUT-INVALID
069600         GO TO 5000-EXIT
069700     END-IF.
069720     PERFORM 2120-REFIND-INSTR THRU 2120-EXIT.
069740     IF WS-INPUT-VALID
069760         PERFORM 5100-CHECK-CHANGE THRU 5100-EXIT
069780     END-IF.
069800     IF WS-INPUT-INVALID
069820         GO TO 5000-EXIT
069840     END-IF.
070000     PERFORM 8500-APPLY-ENTRY THRU 8500-EXIT.
070100     MOVE SI-INSTRUCTION-RECORD
070200         TO WS-INS-RECORD (WS-INS-FOUND-IX).
070300     PERFORM 1700-REWRITE-INSTR-FILE THRU 1700-EXIT.
070400     ADD 1 TO WS-CHANGE-CNT.
070500     MOVE WS-INS-RECORD (WS-INS-FOUND-IX)
070600         TO SI-INSTRUCTION-RECORD.
070700     DISPLAY "INSTRUCTION " SI-INSTR-ID " CHANGED.".
070800     PERFORM 8600-SHOW-APPROVAL-NOTE THRU 8600-EXIT.
070900 5000-EXIT.
070902     EXIT.
070905*
070910 5100-CHECK-CHANGE.
070915     IF SI-STATUS-CANCELLED
070920         DISPLAY "*** INSTRUCTION " SI-INSTR-ID " IS CANCELLED - "
070925                 "ADD A NEW ONE ***"
070930         SET WS-INPUT-INVALID TO TRUE
070935         GO TO 5100-EXIT
070940     END-IF.
070945     IF SI-OWNER-ID NOT = WS-OPERATOR-ID
070950         DISPLAY "*** INSTRUCTION " SI-INSTR-ID " BELONGS TO "
070955                 SI-OWNER-ID " - ONLY THE OWNER MAY CHANGE IT ***"
070960         SET WS-INPUT-INVALID TO TRUE
070965     END-IF.
070970 5100-EXIT.
070975     EXIT.
071100*
071200*****************************************************************
071300*    6000-CANCEL-INSTRUCTION - THE OWNER OR A SUPERVISOR STOPS  *
071400*    AN INSTRUCTION FOR GOOD.  IT STAYS ON FILE AT STATUS C SO  *
071450*    THE TRANSACTIONS IT GENERATED STILL TRACE BACK TO IT.  THE *
071500*    CHECKS ARE MADE AGAIN ON THE RECORD RE-READ AFTER THE      *
071550*    CONFIRMATION.                                              *
071600*****************************************************************
071700 6000-CANCEL-INSTRUCTION.
071800     PERFORM 2100-ACCEPT-INSTR-ID THRU 2100-EXIT.
071900     IF WS-INPUT-INVALID
072000         GO TO 6000-EXIT
072100     END-IF.
072200     PERFORM 6100-CHECK-CANCEL THRU 6100-EXIT.
072300     IF WS-INPUT-INVALID
073200         GO TO 6000-EXIT
073300     END-IF.
073400     PERFORM 2300-SHOW-INSTR THRU 2300-EXIT.
073500     DISPLAY "CONFIRM CANCEL - IT WILL NOT GENERATE AGAIN (Y/N): "
073600             WITH NO ADVANCING.
073700     ACCEPT WS-CONFIRM.
073800     IF NOT WS-CONFIRMED
073900         DISPLAY "*** CANCEL NOT CONFIRMED - NO CHANGE ***"
073910         GO TO 6000-EXIT
073920     END-IF.
073930     PERFORM 2120-REFIND-INSTR THRU 2120-EXIT.
073940     IF WS-INPUT-VALID
073950         PERFORM 6100-CHECK-CANCEL THRU 6100-EXIT
073960     END-IF.
073970     IF WS-INPUT-INVALID
074000         GO TO 6000-EXIT
074100     END-IF.
074200     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
074300     ACCEPT WS-CURR-TIME8 FROM TIME.
074400     SET SI-STATUS-CANCELLED TO TRUE.
074500     MOVE WS-OPERATOR-ID TO SI-MAINT-ID.
074600     MOVE WS-CURR-DATE8  TO SI-MAINT-DATE.
074700     MOVE WS-CURR-TIME8  TO SI-MAINT-TIME.
074800     MOVE SI-INSTRUCTION-RECORD
074900         TO WS-INS-RECORD (WS-INS-FOUND-IX).
075000     PERFORM 1700-REWRITE-INSTR-FILE THRU 1700-EXIT.
075100     ADD 1 TO WS-CHANGE-CNT.
075200     DISPLAY "INSTRUCTION " WS-KEY-ENTRY " CANCELLED.".
075300 6000-EXIT.
075400     EXIT.
075405*
075410 6100-CHECK-CANCEL.
075415     IF SI-STATUS-CANCELLED
075420         DISPLAY "*** INSTRUCTION " SI-INSTR-ID
075425                 " IS ALREADY CANCELLED ***"
075430         SET WS-INPUT-INVALID TO TRUE
075435         GO TO 6100-EXIT
075440     END-IF.
075445     IF SI-OWNER-ID NOT = WS-OPERATOR-ID
075450        AND NOT WS-AUTH-SUPER
075455         DISPLAY "*** INSTRUCTION " SI-INSTR-ID " BELONGS TO "
075460                 SI-OWNER-ID " - ONLY THE OWNER OR A SUPERVISOR "
075465                 "MAY CANCEL IT ***"
075470         SET WS-INPUT-INVALID TO TRUE
075475     END-IF.
075480 6100-EXIT.
075485     EXIT.
075500*
075600*****************************************************************
075700*    7000-APPROVE-INSTRUCTION - A SUPERVISOR RELEASES AN        *
075800*    INSTRUCTION WAITING AT STATUS P.  NOBODY APPROVES AN       *
075850*    INSTRUCTION THEY OWN OR LAST CHANGED.  THE FILE IS RE-READ *
075900*    AFTER THE ANSWER AND THE CHECKS MADE AGAIN ON THE FRESH    *
075950*    RECORD BEFORE IT IS APPROVED.                              *
076000*****************************************************************
076100 7000-APPROVE-INSTRUCTION.
076200     PERFORM 2100-ACCEPT-INSTR-ID THRU 2100-EXIT.
076300     IF WS-INPUT-INVALID
076400         GO TO 7000-EXIT
076500     END-IF.
076600     PERFORM 7100-CHECK-APPROVE THRU 7100-EXIT.
076700     IF WS-INPUT-INVALID
077500         GO TO 7000-EXIT
077600     END-IF.
077700     PERFORM 2300-SHOW-INSTR THRU 2300-EXIT.
077800     DISPLAY "APPROVE THIS INSTRUCTION (Y/N): " WITH NO ADVANCING.
077900     ACCEPT WS-CONFIRM.
078000     IF NOT WS-CONFIRMED
078100         DISPLAY "*** NOT APPROVED - STILL WAITING ***"
078110         GO TO 7000-EXIT
078120     END-IF.
078130     PERFORM 2120-REFIND-INSTR THRU 2120-EXIT.
078140     IF WS-INPUT-VALID
078150         PERFORM 7100-CHECK-APPROVE THRU 7100-EXIT
078160     END-IF.
078170     IF WS-INPUT-INVALID
078200         GO TO 7000-EXIT
078300     END-IF.
078400     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
078500     ACCEPT WS-CURR-TIME8 FROM TIME.
078600     SET SI-STATUS-ACTIVE TO TRUE.
078700     MOVE WS-OPERATOR-ID TO SI-APPROVER-ID.
078800     MOVE WS-CURR-DATE8  TO SI-APPROVE-DATE.
078900     MOVE WS-CURR-TIME8  TO SI-APPROVE-TIME.
079000     MOVE SI-INSTRUCTION-RECORD
079100         TO WS-INS-RECORD (WS-INS-FOUND-IX).
079200     PERFORM 1700-REWRITE-INSTR-FILE THRU 1700-EXIT.
079300     ADD 1 TO WS-CHANGE-CNT.
079400     DISPLAY "INSTRUCTION " WS-KEY-ENTRY " APPROVED.".
079500 7000-EXIT.
079600     EXIT.
079605*
079610 7100-CHECK-APPROVE.
079615     IF NOT SI-STATUS-PENDING
079620         DISPLAY "*** INSTRUCTION " SI-INSTR-ID
079625                 " IS NOT WAITING FOR APPROVAL ***"
079630         SET WS-INPUT-INVALID TO TRUE
079635         GO TO 7100-EXIT
079640     END-IF.
079645     IF SI-OWNER-ID = WS-OPERATOR-ID
079650        OR SI-MAINT-ID = WS-OPERATOR-ID
079655         DISPLAY "*** YOU KEYED INSTRUCTION " SI-INSTR-ID
079660                 " - A SECOND SUPERVISOR MUST APPROVE IT ***"
079665         SET WS-INPUT-INVALID TO TRUE
079670     END-IF.
079675 7100-EXIT.
079680     EXIT.
079700*
079800*****************************************************************
079900*    8000-PROMPT-INSTR-BODY - PROMPT EVERY FIELD OF AN          *
080000*    INSTRUCTION INTO THE WS-RAW- AND WS-ENTRY- FIELDS AND      *
080100*    VALIDATE THEM.  THE PAIR MUST PASS THE SAME VALRULES EDITS *
080200*    ADDONL1 APPLIES, SO A PAIR THE NIGHTLY RUN WOULD REJECT    *
080300*    EVERY TIME IT FELL DUE IS REFUSED HERE.                    *
080400*****************************************************************
080500 8000-PROMPT-INSTR-BODY.
080600     SET WS-INPUT-VALID TO TRUE.
080700     DISPLAY "ENTER AA (00-99): " WITH NO ADVANCING.
080800     ACCEPT WS-RAW-AA.
080900     DISPLAY "ENTER BB (00-99): " WITH NO ADVANCING.
081000     ACCEPT WS-RAW-BB.
081100     IF WS-RAW-AA IS NOT NUMERIC OR WS-RAW-BB IS NOT NUMERIC
081200         DISPLAY "*** REJECTED - AA AND BB MUST BE "
081300                 "NUMERIC 00-99 ***"
081400         SET WS-INPUT-INVALID TO TRUE
081500         GO TO 8000-EXIT
081600     END-IF.
081700     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
081800     MOVE WS-CURR-DATE8 TO VE-PROC-DATE.
081900     MOVE WS-RAW-AA     TO VE-AA.
082000     MOVE WS-RAW-BB     TO VE-BB.
082100     CALL "VALEDIT1" USING VE-EDIT-PARM.
082200     IF VE-FAILED
082300         DISPLAY "*** REFUSED BY RULE " VE-RULE-ID " - "
082400                 VE-RULE-DESC " ***"
082500         SET WS-INPUT-INVALID TO TRUE
082600         GO TO 8000-EXIT
082700     END-IF.
082800     DISPLAY "ENTER CATEGORY (BLANK = GENERAL): "
082900             WITH NO ADVANCING.
083000     ACCEPT WS-RAW-CAT.
083100     DISPLAY "FREQUENCY - D = EVERY BUSINESS DAY, W = WEEKLY, "
083200             "M = NTH BUSINESS DAY, L = LAST BUSINESS DAY".
083300     DISPLAY "ENTER FREQUENCY (D/W/M/L): " WITH NO ADVANCING.
083400     ACCEPT WS-RAW-FREQ.
083500     INSPECT WS-RAW-FREQ CONVERTING "dwml" TO "DWML".
083600     MOVE WS-RAW-FREQ TO SI-FREQUENCY.
083700     IF NOT SI-FREQ-VALID
083800         DISPLAY "*** FREQUENCY MUST BE D, W, M OR L ***"
083900         SET WS-INPUT-INVALID TO TRUE
084000         GO TO 8000-EXIT
084100     END-IF.
084200     MOVE ZEROES TO WS-ENTRY-FREQ-DAY.
084300     IF SI-FREQ-WEEKLY
084400         PERFORM 8100-PROMPT-WEEKDAY THRU 8100-EXIT
084500     END-IF.
084600     IF SI-FREQ-MONTHLY-NTH
084700         PERFORM 8200-PROMPT-NTH-DAY THRU 8200-EXIT
084800     END-IF.
084900     IF WS-INPUT-INVALID
085000         GO TO 8000-EXIT
085100     END-IF.
085200     DISPLAY "START DATE (YYYYMMDD, BLANK = TODAY): "
085300             WITH NO ADVANCING.
085400     ACCEPT WS-RAW-START.
085500     IF WS-RAW-START = SPACES
085600         MOVE WS-CURR-DATE8 TO WS-ENTRY-START
085700     ELSE
085800         MOVE WS-RAW-START TO WS-CHECK-DATE
085900         PERFORM 8300-CHECK-DATE THRU 8300-EXIT
086000         MOVE WS-CHECK-DATE TO WS-ENTRY-START
086100     END-IF.
086200     IF WS-INPUT-INVALID
086300         GO TO 8000-EXIT
086400     END-IF.
086500     DISPLAY "END DATE (YYYYMMDD, BLANK = OPEN): "
086600             WITH NO ADVANCING.
086700     ACCEPT WS-RAW-END.
086800     IF WS-RAW-END = SPACES
086900         MOVE 99999999 TO WS-ENTRY-END
087000     ELSE
087100         MOVE WS-RAW-END TO WS-CHECK-DATE
087200         PERFORM 8300-CHECK-DATE THRU 8300-EXIT
087300         MOVE WS-CHECK-DATE TO WS-ENTRY-END
087400     END-IF.
087500     IF WS-INPUT-INVALID
087600         GO TO 8000-EXIT
087700     END-IF.
087800     IF WS-ENTRY-END < WS-ENTRY-START
087900         DISPLAY "*** END DATE IS BEFORE THE START DATE ***"
088000         SET WS-INPUT-INVALID TO TRUE
088100         GO TO 8000-EXIT
088200     END-IF.
088300     IF WS-ENTRY-END < WS-CURR-DATE8
088400         DISPLAY "*** END DATE IS ALREADY PAST ***"
088500         SET WS-INPUT-INVALID TO TRUE
088600         GO TO 8000-EXIT
088700     END-IF.
088800     DISPLAY "DESCRIPTION (20 CHARS): " WITH NO ADVANCING.
088900     ACCEPT WS-RAW-DESC.
089000 8000-EXIT.
089100     EXIT.
089200*
089300 8100-PROMPT-WEEKDAY.
089400     DISPLAY "WEEKDAY (1 = MON ... 5 = FRI): " WITH NO ADVANCING.
089500     ACCEPT WS-RAW-FREQ-DAY.
089600     PERFORM 8150-JUSTIFY-FREQ-DAY THRU 8150-EXIT.
089700     IF WS-RAW-FREQ-DAY IS NOT NUMERIC
089800         DISPLAY "*** WEEKDAY MUST BE 1 TO 5 ***"
089900         SET WS-INPUT-INVALID TO TRUE
090000         GO TO 8100-EXIT
090100     END-IF.
090200     MOVE WS-RAW-FREQ-DAY TO WS-ENTRY-FREQ-DAY.
090300     IF WS-ENTRY-FREQ-DAY < 1 OR WS-ENTRY-FREQ-DAY > 5
090400         DISPLAY "*** WEEKDAY MUST BE 1 TO 5 ***"
090500         SET WS-INPUT-INVALID TO TRUE
090600     END-IF.
090700 8100-EXIT.
090800     EXIT.
090900*
091000*    A SINGLE DIGIT KEYED AS '3' ARRIVES AS '3 ' AND IS TAKEN   *
091100*    AS '03'.                                                   *
091200 8150-JUSTIFY-FREQ-DAY.
091300     IF WS-RAW-FREQ-DAY (2:1) = SPACE
091400        AND WS-RAW-FREQ-DAY (1:1) NOT = SPACE
091500         MOVE WS-RAW-FREQ-DAY (1:1) TO WS-RAW-FREQ-DAY (2:1)
091600         MOVE "0" TO WS-RAW-FREQ-DAY (1:1)
091700     END-IF.
091800 8150-EXIT.
091900     EXIT.
092000*
092100*    A MONTH HAS AT LEAST 19 BUSINESS DAYS AND AT MOST 23; AN   *
092200*    NTH DAY PAST THE MONTH'S LAST FALLS ON THE LAST.           *
092300 8200-PROMPT-NTH-DAY.
092400     DISPLAY "BUSINESS DAY OF THE MONTH (1 TO 23): "
092500             WITH NO ADVANCING.
092600     ACCEPT WS-RAW-FREQ-DAY.
092700     PERFORM 8150-JUSTIFY-FREQ-DAY THRU 8150-EXIT.
092800     IF WS-RAW-FREQ-DAY IS NOT NUMERIC
092900         DISPLAY "*** BUSINESS DAY MUST BE 1 TO 23 ***"
093000         SET WS-INPUT-INVALID TO TRUE
093100         GO TO 8200-EXIT
093200     END-IF.
093300     MOVE WS-RAW-FREQ-DAY TO WS-ENTRY-FREQ-DAY.
093400     IF WS-ENTRY-FREQ-DAY < 1 OR WS-ENTRY-FREQ-DAY > 23
093500         DISPLAY "*** BUSINESS DAY MUST BE 1 TO 23 ***"
093600         SET WS-INPUT-INVALID TO TRUE
093700     END-IF.
093800 8200-EXIT.
093900     EXIT.
094000*
094100 8300-CHECK-DATE.
094200     IF WS-CHECK-DATE-X IS NOT NUMERIC
094300         DISPLAY "*** DATE MUST BE YYYYMMDD ***"
094400         SET WS-INPUT-INVALID TO TRUE
094500         GO TO 8300-EXIT
094600     END-IF.
094700     IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
094800        OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
094900         DISPLAY "*** DATE " WS-CHECK-DATE " IS NOT A DATE ***"
095000         SET WS-INPUT-INVALID TO TRUE
095100     END-IF.
095200 8300-EXIT.
095300     EXIT.
095400*
095500*****************************************************************
095600*    8500-APPLY-ENTRY - MOVE THE VALIDATED ENTRY ONTO THE       *
095700*    RECORD IN SI-INSTRUCTION-RECORD AND STAMP THE CHANGE.  ANY *
095800*    EARLIER APPROVAL IS CLEARED.  IN A SENSCAT CATEGORY THE    *
095900*    INSTRUCTION GOES BACK TO WAITING FOR APPROVAL.             *
096000*****************************************************************
096100 8500-APPLY-ENTRY.
096200     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
096300     ACCEPT WS-CURR-TIME8 FROM TIME.
096400     MOVE WS-RAW-AA         TO SI-AA.
096500     MOVE WS-RAW-BB         TO SI-BB.
096600     MOVE WS-RAW-CAT        TO SI-CATEGORY.
096700     MOVE WS-RAW-FREQ       TO SI-FREQUENCY.
096800     MOVE WS-ENTRY-FREQ-DAY TO SI-FREQ-DAY.
096900     MOVE WS-ENTRY-START    TO SI-START-DATE.
097000     MOVE WS-ENTRY-END      TO SI-END-DATE.
097100     MOVE WS-RAW-DESC       TO SI-DESCRIPTION.
097200     MOVE WS-OPERATOR-ID    TO SI-MAINT-ID.
097300     MOVE WS-CURR-DATE8     TO SI-MAINT-DATE.
097400     MOVE WS-CURR-TIME8     TO SI-MAINT-TIME.
097500     MOVE SPACES            TO SI-APPROVER-ID.
097600     MOVE ZEROES            TO SI-APPROVE-DATE.
097700     MOVE ZEROES            TO SI-APPROVE-TIME.
097800     PERFORM 8700-CHECK-SENSITIVE THRU 8700-EXIT.
097900     IF WS-CAT-SENSITIVE
098000         SET SI-STATUS-PENDING TO TRUE
098100     ELSE
098200         SET SI-STATUS-ACTIVE TO TRUE
098700     END-IF.
098800 8500-EXIT.
098900     EXIT.
099000*
099100 8600-SHOW-APPROVAL-NOTE.
099200     IF SI-STATUS-PENDING
099300         DISPLAY "CATEGORY " SI-CATEGORY " NEEDS APPROVAL - THE "
099400                 "INSTRUCTION WILL NOT GENERATE UNTIL A "
099500                 "SUPERVISOR APPROVES IT (V)"
099600     END-IF.
099700 8600-EXIT.
099800     EXIT.
099900*
100000 8700-CHECK-SENSITIVE.
100100     SET WS-CAT-ORDINARY TO TRUE.
100200     PERFORM 8710-MATCH-SENSITIVE THRU 8710-EXIT
100300             VARYING WS-SENS-IX FROM 1 BY 1
100400             UNTIL WS-SENS-IX > WS-SENS-CNT
100500                OR WS-CAT-SENSITIVE.
100600 8700-EXIT.
100700     EXIT.
100800*
100900 8710-MATCH-SENSITIVE.
101000     IF WS-SENS-CATEGORY (WS-SENS-IX) = WS-RAW-CAT
101100         SET WS-CAT-SENSITIVE TO TRUE
101200     END-IF.
101300 8710-EXIT.
101400     EXIT.
101500*
101600*****************************************************************
101700*    9000-SIGN-OFF                                              *
101800*****************************************************************
101900 9000-SIGN-OFF.
102000     DISPLAY "STNMNT1 SESSION ENDED FOR " WS-OPERATOR-ID
102100             " - " WS-CHANGE-CNT " INSTRUCTIONS CHANGED.".
102200 9000-EXIT.
102300     EXIT.
