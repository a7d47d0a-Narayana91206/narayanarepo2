005580*                     AND CHANGE (BLANK = GENERAL) - CARRIED   *
005585*                     ON THE MASTER SO GL POSTING CAN MAP BY   *
005590*                     CATEGORY                                 *
005591*    2026-10-02 JRM   NEW R COMMAND - A SUPERVISOR (AUTHORITY  *
005592*                     S) MAY REVERSE A POSTED TRANSACTION, AND *
005593*                     OPTIONALLY KEY ITS CORRECTION AS A NEW   *
005594*                     ACTIVE RECORD IN THE SAME STEP; THE      *
005595*                     NIGHTLY RUN WRITES THE OPPOSING ENTRY.   *
005596*                     STAMP THE MAINTAINING OPERATOR, DATE AND *
005597*                     TIME ON SUPERSEDED, DELETED AND REVERSED *
005598*                     RECORDS                                  *
005600*    2026-10-05 JRM   MAKER-CHECKER CONTROL - A CHANGE, A      *
005610*                     DELETE, OR AN ADD IN A CATEGORY LISTED   *
005620*                     ON THE SENSCAT FILE IS QUEUED ON THE     *
005630*                     PENDAPPR FILE FOR A SECOND OPERATOR      *
005640*                     (APPROV1) INSTEAD OF GOING TO THE        *
005650*                     MASTER; THE TARGET OF A CHANGE OR        *
005660*                     DELETE IS HELD (STATUS H) MEANWHILE.     *
005670*                     INQUIRY SHOWS THE APPROVING SUPERVISOR   *
005671*    2026-10-10 JRM   TAKE EACH NEW TRANSACTION ID FROM THE     *
005672*                     TRNIDS1 CONTROL RECORD AS THE RECORD IS   *
005673*                     WRITTEN INSTEAD OF SCANNING THE MASTER    *
005674*                     AT SIGN-ON; THE SCAN NOW ONLY SEEDS A     *
005675*                     MISSING CONTROL RECORD                    *
005676*    2026-10-11 JRM   INQUIRY SHOWS THE STANDING INSTRUCTION A  *
005677*                     STNGEN1 RECORD WAS GENERATED FROM         *
005678*    2026-10-13 JRM   LOG A THREE-BAD-PASSWORD LOCKOUT ON THE   *
005679*                     SECAUDIT TRAIL (ACTION LOCK)              *
005680*    2026-10-15 JRM   EVERY REVERSAL IS HELD (STATUS H) AND     *
005681*                     QUEUED ON PENDAPPR FOR A SECOND           *
005682*                     SUPERVISOR, WHATEVER THE CATEGORY, ITS    *
005683*                     CORRECTION CARRIED ON THE QUEUED ITEM;    *
005684*                     THE ORIGINAL IS RE-CHECKED AS STILL       *
005685*                     POSTED AND PUT BACK IF THE ITEM CANNOT BE *
005686*                     QUEUED; NO REVERSAL WITHOUT A POSTED OP   *
005687*                     CODE; FIND THE PENDING ITEM ID AGAIN      *
005688*                     BEFORE EACH APPEND, OVER BOTH PENDAPPR    *
005689*                     AND PENDHIST                              *
005694*                                                               *
005700*****************************************************************
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006500             ORGANIZATION IS INDEXED
006600             ACCESS MODE IS DYNAMIC
006700             RECORD KEY IS TM-TRANS-ID
006750             ALTERNATE RECORD KEY IS TM-STATUS WITH DUPLICATES
006800             FILE STATUS IS WS-MASTER-STATUS.
006900*
007000     SELECT SECURITY-FILE   ASSIGN TO "OPSECFIL"
007100             ORGANIZATION IS LINE SEQUENTIAL
007200             FILE STATUS IS WS-SECURITY-STATUS.
007210*
007220     SELECT PENDING-FILE    ASSIGN TO "PENDAPPR"
007230             ORGANIZATION IS LINE SEQUENTIAL
007240             FILE STATUS IS WS-PENDING-STATUS.
007242*
007244     SELECT HISTORY-FILE    ASSIGN TO "PENDHIST"
007246             ORGANIZATION IS LINE SEQUENTIAL
007248             FILE STATUS IS WS-HISTORY-STATUS.
007250*
007260     SELECT SENSCAT-FILE    ASSIGN TO "SENSCAT"
007270             ORGANIZATION IS LINE SEQUENTIAL
007280             FILE STATUS IS WS-SENSCAT-STATUS.
007282*
007284     SELECT SECAUDIT-FILE   ASSIGN TO "SECAUDIT"
007286             ORGANIZATION IS LINE SEQUENTIAL
007288             FILE STATUS IS WS-SECAUDIT-STATUS.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  MASTER-FILE
007900 FD  SECURITY-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY "opsec.cpy".
008110*
008120 FD  PENDING-FILE
008130     LABEL RECORDS ARE STANDARD.
008140 01  PENDING-RECORD              PIC X(100).
008150*
008152 FD  HISTORY-FILE
008154     LABEL RECORDS ARE STANDARD.
008156 01  HISTORY-RECORD              PIC X(100).
008158*
008160 FD  SENSCAT-FILE
008170     LABEL RECORDS ARE STANDARD.
008180     COPY "senscat.cpy".
008182*
008184 FD  SECAUDIT-FILE
008186     LABEL RECORDS ARE STANDARD.
008188     COPY "secaud.cpy".
008200*
008300 WORKING-STORAGE SECTION.
008400*****************************************************************
009500 77  WS-JUSTIFY-CTR              PIC 9(02) COMP VALUE ZERO.
009600 77  WS-NEXT-TRANS-ID            PIC 9(08)      VALUE ZEROES.
009700 77  WS-OLD-TRANS-ID             PIC 9(08)      VALUE ZEROES.
009820 77  WS-SAVE-MAINT-ID            PIC X(08)      VALUE SPACES.
009840 77  WS-SAVE-MAINT-DATE          PIC 9(08)      VALUE ZEROES.
009860 77  WS-SAVE-MAINT-TIME          PIC 9(08)      VALUE ZEROES.
009900*****************************************************************
010000*    SCREEN CONTROL SWITCHES                                    *
010100*****************************************************************
010500     88  WS-CMD-DELETE                          VALUE "D" "d".
010600     88  WS-CMD-INQUIRE                         VALUE "I" "i".
010700     88  WS-CMD-PREVIEW                         VALUE "V" "v".
010750     88  WS-CMD-REVERSE                         VALUE "R" "r".
010800     88  WS-CMD-QUIT                            VALUE "Q" "q".
010900 77  WS-DONE-SW                  PIC X(01)      VALUE "N".
011000     88  WS-DONE                                VALUE "Y".
011900     88  WS-RECORD-NOT-FOUND                    VALUE "23".
012000 77  WS-SCAN-EOF-SW              PIC X(01)      VALUE "N".
012100     88  WS-SCAN-EOF                            VALUE "Y".
012120 77  WS-REV-MODE                 PIC X(01)      VALUE SPACES.
012140     88  WS-REV-ONLY                            VALUE "R" "r".
012160     88  WS-REV-CORRECT                         VALUE "C" "c".
012200*****************************************************************
012202*    MAKER-CHECKER CONTROL - PENDING-APPROVAL QUEUE AND THE     *
012204*    CATEGORIES WHOSE NEW ENTRIES MUST BE APPROVED              *
012206*****************************************************************
012208 77  WS-PENDING-STATUS           PIC X(02)      VALUE SPACES.
012210     88  WS-PENDING-NOT-FOUND                   VALUE "35".
012212 77  WS-SENSCAT-STATUS           PIC X(02)      VALUE SPACES.
012214     88  WS-SENSCAT-NOT-FOUND                   VALUE "35".
012216 77  WS-PEND-EOF-SW              PIC X(01)      VALUE "N".
012218     88  WS-PEND-EOF                            VALUE "Y".
012220 77  WS-SENS-EOF-SW              PIC X(01)      VALUE "N".
012222     88  WS-SENS-EOF                            VALUE "Y".
012224 77  WS-SENSITIVE-SW             PIC X(01)      VALUE "N".
012226     88  WS-CAT-SENSITIVE                       VALUE "Y".
012228     88  WS-CAT-ORDINARY                        VALUE "N".
012230 77  WS-NEXT-PEND-ID             PIC 9(08)      VALUE ZEROES.
012232 77  WS-PEND-ACTION              PIC X(01)      VALUE SPACES.
012233 77  WS-PEND-TARGET-ID           PIC 9(08)      VALUE ZEROES.
012234 77  WS-HISTORY-STATUS           PIC X(02)      VALUE SPACES.
012235     88  WS-HISTORY-NOT-FOUND                   VALUE "35".
012236 77  WS-HIST-EOF-SW              PIC X(01)      VALUE "N".
012237     88  WS-HIST-EOF                            VALUE "Y".
012238 77  WS-SENS-IX                  PIC 9(04) COMP VALUE ZERO.
012239 77  WS-SENS-CNT                 PIC 9(04) COMP VALUE ZERO.
012240 77  WS-SENS-MAX                 PIC 9(04) COMP VALUE 50.
012241 01  WS-SENSCAT-TABLE.
012242     05  WS-SENS-ENTRY OCCURS 50 TIMES.
012244         10  WS-SENS-CATEGORY    PIC X(02).
012246*****************************************************************
012250*    THE PENDING-APPROVAL RECORD BUILT OR SCANNED - KEPT HERE   *
012255*    RATHER THAN IN THE FD SO IT HOLDS GOOD WHILE THE FILE IS   *
012260*    CLOSED                                                     *
012265*****************************************************************
012270     COPY "pendapr.cpy".
012275*****************************************************************
012300*    OPERATOR SECURITY SIGN-ON CONTROL                          *
012400*****************************************************************
012500 77  WS-SECURITY-STATUS          PIC X(02)      VALUE SPACES.
012520 77  WS-SECAUDIT-STATUS          PIC X(02)      VALUE SPACES.
012540     88  WS-SECAUDIT-NOT-FOUND                  VALUE "35".
012600 77  WS-SEC-EOF-SW               PIC X(01)      VALUE "N".
012700     88  WS-SEC-EOF                             VALUE "Y".
012800 77  WS-SIGNED-ON-SW             PIC X(01)      VALUE "N".
013000 77  WS-OPERATOR-AUTH            PIC X(01)      VALUE SPACES.
013100     88  WS-AUTH-POST                           VALUE "P".
013200     88  WS-AUTH-INQUIRE                        VALUE "I".
013250     88  WS-AUTH-SUPER                          VALUE "S".
013300 77  WS-PASSWORD-ENTRY           PIC X(08)      VALUE SPACES.
013400 77  WS-ATTEMPT-CTR              PIC 9(02) COMP VALUE ZERO.
013500 77  WS-MAX-ATTEMPTS             PIC 9(02) COMP VALUE 3.
015200*    PARAMETER AREA FOR THE VALEDIT1 BUSINESS-EDIT MODULE       *
015300*****************************************************************
015400     COPY "valparm.cpy".
015420*****************************************************************
015440*    PARAMETER AREA FOR THE TRNIDS1 TRANSACTION ID MODULE       *
015460*****************************************************************
015480     COPY "idparm.cpy".
015500 PROCEDURE DIVISION.
015600*****************************************************************
015700*    0000-MAINLINE                                              *
016000     PERFORM 1000-SIGN-ON THRU 1000-EXIT.
016100     PERFORM 1010-GET-OPERATION-CODE THRU 1010-EXIT.
016200     PERFORM 1100-OPEN-MASTER THRU 1100-EXIT.
016320     PERFORM 1300-LOAD-SENSITIVE-CATS THRU 1300-EXIT.
016400     PERFORM 2000-MAINTAIN-TRANS THRU 2000-EXIT
016500             UNTIL WS-DONE.
016600     PERFORM 9000-SIGN-OFF THRU 9000-EXIT.
032700     MOVE "L" TO OS-ACTIVE-FLAG.
032800     MOVE ZERO TO OS-FAIL-COUNT.
032900     PERFORM 1050-SAVE-OPERATOR THRU 1050-EXIT.
032950     PERFORM 1065-LOG-LOCK THRU 1065-EXIT.
033000     DISPLAY "ADDONL1 - OPERATOR " WS-OPERATOR-ID
033100             " LOCKED AFTER " WS-MAX-ATTEMPTS
033200             " FAILED PASSWORDS".
033400     STOP RUN.
033500 1060-EXIT.
033600     EXIT.
033601*
033602*****************************************************************
033603*    1065-LOG-LOCK - APPEND A LOCK ENTRY TO THE SECURITY-CHANGE *
033604*    AUDIT TRAIL, SO A LOCKOUT IS DATED FOR THE SUPERVISOR WHO  *
033605*    RESETS IT AND FOR THE OPERATOR ACTIVITY REPORT (OPRRPT1)   *
033606*****************************************************************
033607 1065-LOG-LOCK.
033608     OPEN EXTEND SECAUDIT-FILE.
033609     IF WS-SECAUDIT-NOT-FOUND
033610         OPEN OUTPUT SECAUDIT-FILE
033611     END-IF.
033612     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
033613     ACCEPT WS-CURR-TIME8 FROM TIME.
033614     MOVE SPACES             TO SA-SECAUDIT-RECORD.
033615     MOVE WS-CURR-DATE8      TO SA-CHANGE-DATE.
033616     MOVE WS-CURR-TIME8      TO SA-CHANGE-TIME.
033617     MOVE "ADDONL1"          TO SA-SUPERVISOR-ID.
033618     MOVE "LOCK"             TO SA-ACTION.
033619     MOVE WS-OPERATOR-ID     TO SA-TARGET-ID.
033620     MOVE "Y"                TO SA-OLD-VALUE.
033621     MOVE "L"                TO SA-NEW-VALUE.
033622     MOVE "FAILED PASSWORDS" TO SA-REASON.
033623     WRITE SA-SECAUDIT-RECORD.
033624     CLOSE SECAUDIT-FILE.
033625 1065-EXIT.
033626     EXIT.
033627*
033628*****************************************************************
033629*    1070-CHECK-PASSWORD-AGE - AN EXPIRED PASSWORD, OR ONE     *
033630*    SUPERVISION HAS FLAGGED FOR A FORCED CHANGE (SECADM1),    *
033631*    MUST BE REPLACED BEFORE THE SESSION OPENS.  A BLANK OR    *
033635*    NON-NUMERIC EXPIRY ON A HAND-KEYED RECORD MEANS NO        *
033640*    EXPIRY, THE SAME TOLERANCE GIVEN THE FAIL COUNT.          *
033645*****************************************************************
036900 1100-EXIT.
037000     EXIT.
037100*
037120*****************************************************************
037140*    1200-FIND-NEXT-TRANS-ID - RESERVE ONE TRANSACTION ID FROM  *
037160*    THE TRNIDS1 CONTROL RECORD JUST BEFORE IT IS WRITTEN, SO   *
037180*    THE BATCH LOAD AND EVERY OTHER SESSION ARE KEPT CLEAR OF   *
037200*    IT.  IDS ARE NEVER REUSED, EVEN ACROSS DELETED RECORDS,    *
037220*    SO THE AUDIT TRAIL STAYS UNAMBIGUOUS.  IC-RESULT TELLS THE *
037240*    CALLER WHETHER AN ID WAS GIVEN.                            *
037260*****************************************************************
037280 1200-FIND-NEXT-TRANS-ID.
037300     MOVE ZEROES TO WS-NEXT-TRANS-ID.
037320     MOVE 1 TO IC-COUNT.
037340     PERFORM 1230-CALL-RESERVE THRU 1230-EXIT.
037360     IF IC-NOT-SEEDED
037380         PERFORM 1220-SEED-FROM-MASTER THRU 1220-EXIT
037400         PERFORM 1230-CALL-RESERVE THRU 1230-EXIT
037420     END-IF.
037440     IF IC-RESULT-OK
037460         MOVE IC-FIRST-ID TO WS-NEXT-TRANS-ID
037480     END-IF.
037500 1200-EXIT.
037520     EXIT.
037540*
037560 1210-SCAN-ONE-RECORD.
037580     READ MASTER-FILE NEXT RECORD
037600         AT END
037620             SET WS-SCAN-EOF TO TRUE
037640         NOT AT END
037660             MOVE TM-TRANS-ID TO WS-NEXT-TRANS-ID
037680     END-READ.
037700 1210-EXIT.
037720     EXIT.
037740*
037760*    ONLY WHEN THERE IS NO CONTROL RECORD YET IS THE MASTER     *
037780*    SCANNED FOR THE HIGHEST ASSIGNED ID, AND THE CONTROL       *
037800*    RECORD SEEDED ONE PAST IT.                                 *
037820 1220-SEED-FROM-MASTER.
037840     MOVE "N" TO WS-SCAN-EOF-SW.
037860     MOVE ZEROES TO WS-NEXT-TRANS-ID.
037880     MOVE ZEROES TO TM-TRANS-ID.
037900     START MASTER-FILE KEY > TM-TRANS-ID
037920         INVALID KEY
037940             SET WS-SCAN-EOF TO TRUE
037960     END-START.
037980     PERFORM 1210-SCAN-ONE-RECORD THRU 1210-EXIT
038000             UNTIL WS-SCAN-EOF.
038020     ADD 1 TO WS-NEXT-TRANS-ID.
038040     SET IC-FUNC-SEED TO TRUE.
038060     MOVE "ADDONL1"        TO IC-PROGRAM.
038080     MOVE WS-NEXT-TRANS-ID TO IC-FIRST-ID.
038100     CALL "TRNIDS1" USING IC-ID-PARM.
038120 1220-EXIT.
038140     EXIT.
038160*
038180 1230-CALL-RESERVE.
038200     SET IC-FUNC-RESERVE TO TRUE.
038220     MOVE "ADDONL1"        TO IC-PROGRAM.
038240     CALL "TRNIDS1" USING IC-ID-PARM.
038260 1230-EXIT.
038280     EXIT.
040000*****************************************************************
040001*    1300-LOAD-SENSITIVE-CATS - THE CATEGORIES WHOSE NEW        *
040002*    ENTRIES NEED A SECOND OPERATOR.  NO SENSCAT FILE MEANS     *
040003*    NONE ARE SENSITIVE.                                        *
040004*****************************************************************
040005 1300-LOAD-SENSITIVE-CATS.
040006     MOVE ZERO TO WS-SENS-CNT.
040007     OPEN INPUT SENSCAT-FILE.
040008     IF WS-SENSCAT-NOT-FOUND
040009         GO TO 1300-EXIT
040010     END-IF.
040011     IF WS-SENSCAT-STATUS NOT = "00"
040012         DISPLAY "ADDONL1 - CANNOT OPEN SENSCAT, STATUS "
040013                 WS-SENSCAT-STATUS
040014         MOVE 12 TO RETURN-CODE
040015         STOP RUN
040016     END-IF.
040017     PERFORM 1310-LOAD-ONE-CATEGORY THRU 1310-EXIT
040018             UNTIL WS-SENS-EOF.
040019     CLOSE SENSCAT-FILE.
040020 1300-EXIT.
040021     EXIT.
040022*
040023 1310-LOAD-ONE-CATEGORY.
040024     READ SENSCAT-FILE
040025         AT END
040026             SET WS-SENS-EOF TO TRUE
040027             GO TO 1310-EXIT
040028     END-READ.
040029     IF WS-SENS-CNT >= WS-SENS-MAX
040030         DISPLAY "ADDONL1 - SENSCAT EXCEEDS " WS-SENS-MAX
040031                 " CATEGORIES - RAISE WS-SENS-MAX"
040032         MOVE 12 TO RETURN-CODE
040033         STOP RUN
040034     END-IF.
040035     ADD 1 TO WS-SENS-CNT.
040036     MOVE SC-CATEGORY TO WS-SENS-CATEGORY (WS-SENS-CNT).
040037 1310-EXIT.
040038     EXIT.
040039*
040040*****************************************************************
040041*    1400-FIND-NEXT-PEND-ID - PENDING ITEM IDS, LIKE            *
040042*    TRANSACTION IDS, ARE NEVER REUSED.  BOTH THE QUEUE AND     *
040043*    THE PENDHIST HISTORY OF DECIDED ITEMS ARE SCANNED AGAIN    *
040044*    FOR EVERY APPEND.  NEITHER FILE THERE YET MEANS THE FIRST  *
040045*    ITEM IS NUMBER 1.                                          *
040046*****************************************************************
040047 1400-FIND-NEXT-PEND-ID.
040048     MOVE ZEROES TO WS-NEXT-PEND-ID.
040049     MOVE "N"    TO WS-PEND-EOF-SW.
040050     OPEN INPUT PENDING-FILE.
040051     IF WS-PENDING-NOT-FOUND
040052         GO TO 1400-SCAN-HISTORY
040053     END-IF.
040054     IF WS-PENDING-STATUS NOT = "00"
040055         DISPLAY "*** CANNOT OPEN PENDAPPR, STATUS "
040056                 WS-PENDING-STATUS " ***"
040057         SET WS-WRITE-FAILED TO TRUE
040058         GO TO 1400-EXIT
040059     END-IF.
040060     PERFORM 1410-SCAN-ONE-PENDING THRU 1410-EXIT
040061             UNTIL WS-PEND-EOF.
040062     CLOSE PENDING-FILE.
040064 1400-SCAN-HISTORY.
040066     PERFORM 1420-SCAN-HISTORY THRU 1420-EXIT.
040068     ADD 1 TO WS-NEXT-PEND-ID.
040070 1400-EXIT.
040072     EXIT.
040074*
040076 1410-SCAN-ONE-PENDING.
040078     READ PENDING-FILE
040080         AT END
040082             SET WS-PEND-EOF TO TRUE
040084         NOT AT END
040086             MOVE PENDING-RECORD TO PN-PENDING-RECORD
040088             IF PN-PEND-ID > WS-NEXT-PEND-ID
040090                 MOVE PN-PEND-ID TO WS-NEXT-PEND-ID
040092             END-IF
040094     END-READ.
040096 1410-EXIT.
040098     EXIT.
040100*
040102 1420-SCAN-HISTORY.
040104     MOVE "N" TO WS-HIST-EOF-SW.
040106     OPEN INPUT HISTORY-FILE.
040108     IF WS-HISTORY-NOT-FOUND
040110         GO TO 1420-EXIT
040112     END-IF.
040114     IF WS-HISTORY-STATUS NOT = "00"
040116         DISPLAY "*** CANNOT OPEN PENDHIST, STATUS "
040118                 WS-HISTORY-STATUS " ***"
040120         SET WS-WRITE-FAILED TO TRUE
040122         GO TO 1420-EXIT
040124     END-IF.
040126     PERFORM 1430-SCAN-ONE-HISTORY THRU 1430-EXIT
040128             UNTIL WS-HIST-EOF.
040130     CLOSE HISTORY-FILE.
040132 1420-EXIT.
040134     EXIT.
040136*
040138 1430-SCAN-ONE-HISTORY.
040140     READ HISTORY-FILE
040142         AT END
040144             SET WS-HIST-EOF TO TRUE
040146         NOT AT END
040148             MOVE HISTORY-RECORD TO PN-PENDING-RECORD
040150             IF PN-PEND-ID > WS-NEXT-PEND-ID
040152                 MOVE PN-PEND-ID TO WS-NEXT-PEND-ID
040154             END-IF
040156     END-READ.
040158 1430-EXIT.
040160     EXIT.
040162*****************************************************************
040164*    2000-MAINTAIN-TRANS - ONE SCREEN INTERACTION, REPEATED      *
040200*                          UNTIL THE OPERATOR QUITS              *
040300*****************************************************************
040400 2000-MAINTAIN-TRANS.
041600         WHEN WS-CMD-ADD OR WS-CMD-CHANGE OR WS-CMD-DELETE
041700             DISPLAY "*** AUTHORITY " WS-OPERATOR-AUTH
041800                     " MAY ONLY INQUIRE OR PREVIEW ***"
041900         WHEN WS-CMD-REVERSE AND WS-AUTH-SUPER
041910             PERFORM 8000-REVERSE-TRANSACTION THRU 8000-EXIT
041920         WHEN WS-CMD-REVERSE
041930             DISPLAY "*** ONLY A SUPERVISOR (AUTHORITY S) MAY "
041940                     "REVERSE A POSTED TRANSACTION ***"
041950         WHEN WS-CMD-INQUIRE
042000             PERFORM 6000-INQUIRE-TRANSACTION THRU 6000-EXIT
042100         WHEN WS-CMD-PREVIEW
042200             PERFORM 7000-PREVIEW-CC THRU 7000-EXIT
042300         WHEN OTHER
042400             DISPLAY "*** INVALID COMMAND - ENTER A, C, D, R, I, "
042500                     "V OR Q ***"
042600     END-EVALUATE.
042700 2000-EXIT.
043000 2100-DISPLAY-SCREEN.
043100     DISPLAY " ".
043200     DISPLAY "OPERATOR: " WS-OPERATOR-ID.
043300     DISPLAY "A = ADD  C = CHANGE  D = DELETE  R = REVERSE  "
043400             "I = INQUIRE  V = PREVIEW CC  Q = QUIT".
043500 2100-EXIT.
043600     EXIT.
043700*
043800 2200-ACCEPT-COMMAND.
043900     DISPLAY "COMMAND (A/C/D/R/I/V/Q): " WITH NO ADVANCING.
044000     ACCEPT WS-COMMAND.
044100 2200-EXIT.
044200     EXIT.
054200 2610-EXIT.
054300     EXIT.
054400*
054407*    THE OPERATOR WHO CHANGED, DELETED OR REVERSED A RECORD IS   *
054414*    STAMPED ON IT, SO THE TRAIL SHOWS WHO TOOK IT OUT OF PLAY   *
054421*    AS WELL AS WHO KEYED IT.                                    *
054428 2700-STAMP-MAINTENANCE.
054435     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
054442     ACCEPT WS-CURR-TIME8 FROM TIME.
054449     MOVE WS-OPERATOR-ID    TO TM-MAINT-ID.
054456     MOVE WS-CURR-DATE8     TO TM-MAINT-DATE.
054463     MOVE WS-CURR-TIME8     TO TM-MAINT-TIME.
054470 2700-EXIT.
054477     EXIT.
054484*
054500*****************************************************************
054600*    3000-ADD-TRANSACTION - ASSIGN THE NEXT TRANSACTION ID AND  *
054650*                           WRITE A NEW ACTIVE MASTER RECORD,   *
054700*                           OR QUEUE IT FOR APPROVAL WHEN ITS   *
054750*                           CATEGORY IS LISTED ON SENSCAT       *
054800*****************************************************************
054900 3000-ADD-TRANSACTION.
055000     PERFORM 2300-ACCEPT-FIELDS THRU 2300-EXIT.
055200         GO TO 3000-EXIT
055300     END-IF.
055400     PERFORM 2400-COMPUTE-AND-SHOW THRU 2400-EXIT.
055420     PERFORM 4700-CHECK-SENSITIVE THRU 4700-EXIT.
055440     IF WS-CAT-SENSITIVE
055460         MOVE ZEROES        TO WS-PEND-TARGET-ID
055480         MOVE "A"           TO WS-PEND-ACTION
055500         PERFORM 4800-QUEUE-FOR-APPROVAL THRU 4800-EXIT
055520         GO TO 3000-EXIT
055540     END-IF.
055560     PERFORM 3100-WRITE-NEW-MASTER THRU 3100-EXIT.
055600     IF WS-WRITE-FAILED
055700         GO TO 3000-EXIT
055800     END-IF.
056100     EXIT.
056200*
056300 3100-WRITE-NEW-MASTER.
056310     SET WS-WRITE-GOOD TO TRUE.
056320     PERFORM 1200-FIND-NEXT-TRANS-ID THRU 1200-EXIT.
056330     IF NOT IC-RESULT-OK
056340         DISPLAY "*** TRANSACTION ID CONTROL NOT AVAILABLE ("
056350                 IC-RESULT " " IC-FILE-STATUS ") - NOT SAVED, "
056360                 "TRY AGAIN ***"
056370         SET WS-WRITE-FAILED TO TRUE
056380         GO TO 3100-EXIT
056390     END-IF.
056500     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
056600     ACCEPT WS-CURR-TIME8 FROM TIME.
056700     MOVE SPACES            TO TM-MASTER-RECORD.
057700     MOVE ZEROES            TO TM-POST-DATE.
057800     MOVE SPACES            TO TM-POST-BATCH.
057850     MOVE WS-RAW-CAT        TO TM-CATEGORY.
057860     MOVE ZEROES            TO TM-POST-CC.
057870     MOVE ZEROES            TO TM-REV-DATE.
057880     MOVE ZEROES            TO TM-MAINT-DATE.
057890     MOVE ZEROES            TO TM-MAINT-TIME.
057892     MOVE ZEROES            TO TM-APPROVE-DATE.
057894     MOVE ZEROES            TO TM-APPROVE-TIME.
057900     WRITE TM-MASTER-RECORD
058000         INVALID KEY
058100             DISPLAY "*** DUPLICATE TRANSACTION ID "
058200                     TM-TRANS-ID " - ADD ABANDONED ***"
058300             SET WS-WRITE-FAILED TO TRUE
058400     END-WRITE.
058600 3100-EXIT.
058700     EXIT.
058800*
058900*****************************************************************
058950*    4000-CHANGE-TRANSACTION - HOLD THE OLD RECORD AND QUEUE    *
059000*    THE REPLACEMENT FOR A SECOND OPERATOR.  ON APPROVAL A NEW  *
059050*    RECORD IS WRITTEN AND THE OLD ONE MARKED SUPERSEDED SO     *
059100*    THE CHANGE LEAVES A TRAIL                                  *
059200*****************************************************************
059300 4000-CHANGE-TRANSACTION.
059400     PERFORM 2500-ACCEPT-TRANS-ID THRU 2500-EXIT.
060700         GO TO 4000-EXIT
060800     END-IF.
060900     PERFORM 2400-COMPUTE-AND-SHOW THRU 2400-EXIT.
061000     MOVE "C"               TO WS-PEND-ACTION.
061100     PERFORM 4500-HOLD-FOR-APPROVAL THRU 4500-EXIT.
061200     IF WS-WRITE-FAILED
061300         DISPLAY "*** CHANGE ABANDONED - " WS-OLD-TRANS-ID
061400                 " LEFT UNCHANGED ***"
061500         GO TO 4000-EXIT
061600     END-IF.
061700     DISPLAY "TRANSACTION " WS-OLD-TRANS-ID
061800             " HELD - CHANGE AWAITS APPROVAL.".
062300 4000-EXIT.
062400     EXIT.
062500*
062510*****************************************************************
062520*    4500-HOLD-FOR-APPROVAL - A CHANGE OR DELETE NEVER TOUCHES  *
062530*    THE MASTER DIRECTLY.  THE TARGET IS HELD (STATUS H, SO     *
062540*    THE NIGHTLY RUN AND ANY OTHER OPERATOR LEAVE IT ALONE)     *
062550*    AND THE ACTION IS QUEUED ON PENDAPPR FOR APPROV1.  IF THE  *
062560*    QUEUE CANNOT BE WRITTEN THE HOLD IS RELEASED AGAIN.        *
062570*****************************************************************
062580 4500-HOLD-FOR-APPROVAL.
062590     SET WS-WRITE-GOOD TO TRUE.
062600     MOVE WS-OLD-TRANS-ID TO TM-TRANS-ID.
062610     READ MASTER-FILE
062620         INVALID KEY
062630             DISPLAY "*** CANNOT RE-READ " WS-OLD-TRANS-ID
062640                     " ***"
062650             SET WS-WRITE-FAILED TO TRUE
062660             GO TO 4500-EXIT
062670     END-READ.
062672     IF NOT TM-STATUS-ACTIVE
062674         DISPLAY "*** TRANSACTION " WS-OLD-TRANS-ID " IS NO "
062676                 "LONGER ACTIVE - STATUS " TM-STATUS " ***"
062678         SET WS-WRITE-FAILED TO TRUE
062680         GO TO 4500-EXIT
062682     END-IF.
062684     SET TM-STATUS-HELD TO TRUE.
062690     PERFORM 2700-STAMP-MAINTENANCE THRU 2700-EXIT.
062700     REWRITE TM-MASTER-RECORD
062710         INVALID KEY
062720             DISPLAY "*** REWRITE FAILED FOR "
062730                     WS-OLD-TRANS-ID " ***"
062740             SET WS-WRITE-FAILED TO TRUE
062750             GO TO 4500-EXIT
062760     END-REWRITE.
062770     MOVE WS-OLD-TRANS-ID TO WS-PEND-TARGET-ID.
062775     PERFORM 4800-QUEUE-FOR-APPROVAL THRU 4800-EXIT.
062780     IF WS-WRITE-FAILED
062790         PERFORM 4600-RELEASE-HOLD THRU 4600-EXIT
062800     END-IF.
062810 4500-EXIT.
062820     EXIT.
062830*
062840 4600-RELEASE-HOLD.
062850     MOVE WS-OLD-TRANS-ID TO TM-TRANS-ID.
062860     READ MASTER-FILE
062870         INVALID KEY
062880             DISPLAY "*** CANNOT RE-READ " WS-OLD-TRANS-ID
062890                     " - STILL HELD, SEE SUPERVISION ***"
062900             GO TO 4600-EXIT
062910     END-READ.
062920     SET TM-STATUS-ACTIVE TO TRUE.
062930     MOVE SPACES          TO TM-MAINT-ID.
062940     MOVE ZEROES          TO TM-MAINT-DATE.
062950     MOVE ZEROES          TO TM-MAINT-TIME.
062960     REWRITE TM-MASTER-RECORD
062970         INVALID KEY
062980             DISPLAY "*** REWRITE FAILED FOR " WS-OLD-TRANS-ID
062990                     " - STILL HELD, SEE SUPERVISION ***"
063000     END-REWRITE.
063010 4600-EXIT.
063020     EXIT.
063030*
063040 4700-CHECK-SENSITIVE.
063050     SET WS-CAT-ORDINARY TO TRUE.
063060     PERFORM 4710-MATCH-SENSITIVE THRU 4710-EXIT
063070             VARYING WS-SENS-IX FROM 1 BY 1
063080             UNTIL WS-SENS-IX > WS-SENS-CNT
063090                OR WS-CAT-SENSITIVE.
063100 4700-EXIT.
063110     EXIT.
063120*
063130 4710-MATCH-SENSITIVE.
063140     IF WS-SENS-CATEGORY (WS-SENS-IX) = WS-RAW-CAT
063150         SET WS-CAT-SENSITIVE TO TRUE
063160     END-IF.
063170 4710-EXIT.
063180     EXIT.
063190*
063195*****************************************************************
063200*    4800-QUEUE-FOR-APPROVAL - APPEND ONE WAITING ITEM TO       *
063205*    PENDAPPR.  THE FILE IS OPENED AND CLOSED AROUND EACH       *
063210*    APPEND SO APPROV1 SEES THE ITEM AT ONCE, AND THE ITEM ID   *
063215*    IS FOUND AGAIN JUST BEFORE THE APPEND SO TWO SESSIONS      *
063220*    QUEUEING IN THE SAME DAY DO NOT ISSUE THE SAME ID.         *
063225*****************************************************************
063250 4800-QUEUE-FOR-APPROVAL.
063260     SET WS-WRITE-GOOD TO TRUE.
063262     PERFORM 1400-FIND-NEXT-PEND-ID THRU 1400-EXIT.
063264     IF WS-WRITE-FAILED
063266         GO TO 4800-EXIT
063268     END-IF.
063270     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
063280     ACCEPT WS-CURR-TIME8 FROM TIME.
063290     MOVE SPACES            TO PN-PENDING-RECORD.
063300     MOVE WS-NEXT-PEND-ID   TO PN-PEND-ID.
063310     SET PN-WAITING         TO TRUE.
063320     MOVE WS-PEND-ACTION    TO PN-ACTION.
063330     MOVE WS-PEND-TARGET-ID TO PN-TARGET-ID.
063340     MOVE WS-RAW-AA         TO PN-AA.
063350     MOVE WS-RAW-BB         TO PN-BB.
063360     MOVE WS-RAW-CAT        TO PN-CATEGORY.
063370     MOVE WS-OPERATOR-ID    TO PN-KEYED-BY.
063380     MOVE WS-CURR-DATE8     TO PN-KEYED-DATE.
063390     MOVE WS-CURR-TIME8     TO PN-KEYED-TIME.
063400     MOVE ZEROES            TO PN-DECIDED-DATE.
063410     MOVE ZEROES            TO PN-DECIDED-TIME.
063420     MOVE ZEROES            TO PN-RESULT-ID.
063430     OPEN EXTEND PENDING-FILE.
063440     IF WS-PENDING-NOT-FOUND
063450         OPEN OUTPUT PENDING-FILE
063460     END-IF.
063470     IF WS-PENDING-STATUS NOT = "00"
063480         DISPLAY "*** CANNOT OPEN PENDAPPR, STATUS "
063490                 WS-PENDING-STATUS " ***"
063500         SET WS-WRITE-FAILED TO TRUE
063510         GO TO 4800-EXIT
063520     END-IF.
063525     MOVE PN-PENDING-RECORD TO PENDING-RECORD.
063530     WRITE PENDING-RECORD.
063540     IF WS-PENDING-STATUS NOT = "00"
063550         DISPLAY "*** PENDAPPR WRITE FAILED, STATUS "
063560                 WS-PENDING-STATUS " ***"
063570         SET WS-WRITE-FAILED TO TRUE
063580     END-IF.
063590     CLOSE PENDING-FILE.
063600     IF WS-WRITE-GOOD
063610         DISPLAY "QUEUED AS PENDING ITEM " WS-NEXT-PEND-ID
063620                 " FOR A SECOND OPERATOR TO APPROVE."
063640     END-IF.
063650 4800-EXIT.
063660     EXIT.
064500*
064600*****************************************************************
064650*    5000-DELETE-TRANSACTION - HOLD THE RECORD AND QUEUE ITS    *
064700*    DELETION FOR A SECOND OPERATOR; ON APPROVAL IT IS FLAGGED  *
064750*    DELETED, NOT ERASED, AND REMAINS ON FILE FOR INQUIRY       *
064900*****************************************************************
065000 5000-DELETE-TRANSACTION.
065100     PERFORM 2500-ACCEPT-TRANS-ID THRU 2500-EXIT.
065700                 "ACTIVE - STATUS " TM-STATUS " ***"
065800         GO TO 5000-EXIT
065900     END-IF.
065950     MOVE TM-TRANS-ID       TO WS-OLD-TRANS-ID.
066000     MOVE TM-AA             TO WS-RAW-AA.
066050     MOVE TM-BB             TO WS-RAW-BB.
066100     MOVE TM-CATEGORY       TO WS-RAW-CAT.
066150     MOVE "D"               TO WS-PEND-ACTION.
066200     PERFORM 4500-HOLD-FOR-APPROVAL THRU 4500-EXIT.
066250     IF WS-WRITE-FAILED
066300         DISPLAY "*** DELETE ABANDONED - " WS-OLD-TRANS-ID
066350                 " LEFT UNCHANGED ***"
066400         GO TO 5000-EXIT
066450     END-IF.
066500     DISPLAY "TRANSACTION " WS-OLD-TRANS-ID
066550             " HELD - DELETE AWAITS APPROVAL.".
067200 5000-EXIT.
067300     EXIT.
067400*
068700     DISPLAY "  ENTERED " TM-ENTRY-DATE " " TM-ENTRY-TIME
068800             " BY " TM-OPERATOR-ID
068900             " FROM " TM-SOURCE.
068920     IF TM-SOURCE = "STANDING"
068940         DISPLAY "  GENERATED FROM STANDING INSTRUCTION "
068960                 TM-STANDING-ID
068980     END-IF.
069000     IF TM-SUPERSEDED-BY NOT = ZEROES
069100         DISPLAY "  SUPERSEDED BY TRANS " TM-SUPERSEDED-BY
069200     END-IF.
069300     IF TM-POST-DATE NOT = ZEROES
069400         DISPLAY "  POSTED " TM-POST-DATE
069500                 " IN BATCH " TM-POST-BATCH
069520         IF TM-POST-CC IS NUMERIC
069540             DISPLAY "  POSTED OP=" TM-POST-OP-CODE
069560                     "  CC=" TM-POST-CC
069580         END-IF
069600     END-IF.
069605     IF TM-STATUS-REV-PENDING
069610         DISPLAY "  REVERSAL PENDING - NEXT NIGHTLY RUN"
069615     END-IF.
069620     IF TM-STATUS-REVERSED
069625         DISPLAY "  REVERSED " TM-REV-DATE
069630                 " IN BATCH " TM-REV-BATCH
069635     END-IF.
069640     IF TM-MAINT-ID NOT = SPACES
069645         DISPLAY "  MAINTAINED " TM-MAINT-DATE " " TM-MAINT-TIME
069650                 " BY " TM-MAINT-ID
069655     END-IF.
069660     IF TM-STATUS-HELD
069665         DISPLAY "  HELD - CHANGE, DELETE OR REVERSAL AWAITING "
069667                 "APPROVAL"
069670     END-IF.
069675     IF TM-APPROVER-ID NOT = SPACES
069680         DISPLAY "  APPROVED " TM-APPROVE-DATE " " TM-APPROVE-TIME
069685                 " BY " TM-APPROVER-ID
069690     END-IF.
069700 6000-EXIT.
069800     EXIT.
069900*****************************************************************
071000 7000-EXIT.
071100     EXIT.
071200*****************************************************************
071250*    8000-REVERSE-TRANSACTION - SUPERVISOR ONLY.  A REVERSAL    *
071300*    NEVER TOUCHES THE MASTER DIRECTLY.  THE POSTED RECORD IS   *
071350*    HELD (STATUS H) AND THE REVERSAL IS QUEUED ON PENDAPPR,    *
071400*    WHATEVER THE CATEGORY, FOR A SECOND SUPERVISOR TO APPROVE  *
071450*    THROUGH APPROV1.  ONLY THEN IS IT MARKED REVERSAL PENDING  *
071500*    (STATUS V) FOR THE NEXT NIGHTLY RUN, WHICH WRITES THE      *
071550*    EQUAL-AND-OPPOSITE GL EXTRACT AND AUDIT ENTRIES FROM THE   *
071600*    CC STAMPED AT POSTING.  FOR A CORRECTION THE RIGHT VALUES  *
071650*    ARE KEYED HERE AND CARRIED ON THE QUEUED ITEM; APPROV1     *
071700*    WRITES THEM AS A NEW ACTIVE RECORD WHEN IT RELEASES THE    *
071750*    REVERSAL.  IF THE ITEM CANNOT BE QUEUED THE ORIGINAL IS    *
071800*    PUT BACK TO POSTED.                                        *
071850*****************************************************************
071900 8000-REVERSE-TRANSACTION.
071950     PERFORM 2500-ACCEPT-TRANS-ID THRU 2500-EXIT.
072000     IF WS-INPUT-INVALID
072050         GO TO 8000-EXIT
072100     END-IF.
072150     IF NOT TM-STATUS-POSTED
072200         DISPLAY "*** TRANSACTION " WS-KEY-ENTRY " IS NOT "
072250                 "POSTED - STATUS " TM-STATUS " ***"
072300         GO TO 8000-EXIT
072350     END-IF.
072400     IF TM-POST-CC IS NOT NUMERIC OR TM-POST-OP-CODE = SPACE
072450         DISPLAY "*** TRANSACTION " WS-KEY-ENTRY " POSTED BEFORE "
072500                 "THE POSTED CC WAS CARRIED - CANNOT REVERSE ***"
072550         GO TO 8000-EXIT
072600     END-IF.
072650     MOVE TM-TRANS-ID TO WS-OLD-TRANS-ID.
072700     DISPLAY "POSTED " TM-POST-DATE " IN BATCH " TM-POST-BATCH
072750             "  AA=" TM-AA "  BB=" TM-BB
072800             "  CC=" TM-POST-CC "  CAT=" TM-CATEGORY.
072850     DISPLAY "REVERSE ONLY (R) OR REVERSE AND CORRECT (C): "
072900             WITH NO ADVANCING.
072950     ACCEPT WS-REV-MODE.
073000     IF NOT WS-REV-ONLY AND NOT WS-REV-CORRECT
073050         DISPLAY "*** REVERSAL ABANDONED - " WS-OLD-TRANS-ID
073100                 " LEFT UNCHANGED ***"
073150         GO TO 8000-EXIT
073200     END-IF.
073250     IF WS-REV-CORRECT
073300         PERFORM 8200-ENTER-CORRECTION THRU 8200-EXIT
073350         IF WS-INPUT-INVALID
073400             DISPLAY "*** REVERSAL ABANDONED - " WS-OLD-TRANS-ID
073450                     " LEFT UNCHANGED ***"
073500             GO TO 8000-EXIT
073550         END-IF
073600     ELSE
073650         MOVE SPACES TO WS-RAW-AA
073700         MOVE SPACES TO WS-RAW-BB
073750         MOVE SPACES TO WS-RAW-CAT
073800     END-IF.
073850     MOVE "R"               TO WS-PEND-ACTION.
073900     PERFORM 8100-HOLD-FOR-REVERSAL THRU 8100-EXIT.
073950     IF WS-WRITE-FAILED
074000         DISPLAY "*** REVERSAL ABANDONED - " WS-OLD-TRANS-ID
074050                 " LEFT POSTED ***"
074100         GO TO 8000-EXIT
074150     END-IF.
074200     DISPLAY "TRANSACTION " WS-OLD-TRANS-ID
074250             " HELD - REVERSAL AWAITS APPROVAL.".
074300 8000-EXIT.
074350     EXIT.
074400*
074450*    THE ORIGINAL IS RE-READ AND MUST STILL BE POSTED - ANOTHER *
074500*    SESSION MAY HAVE HELD IT WHILE THIS ONE WAITED AT A        *
074550*    PROMPT.  ITS MAINTENANCE STAMP IS KEPT SO 8600 CAN PUT IT  *
074600*    BACK IF THE REVERSAL CANNOT BE QUEUED.                     *
074650 8100-HOLD-FOR-REVERSAL.
074700     SET WS-WRITE-GOOD TO TRUE.
074750     MOVE WS-OLD-TRANS-ID TO TM-TRANS-ID.
074800     READ MASTER-FILE
074850         INVALID KEY
074900             DISPLAY "*** CANNOT RE-READ " WS-OLD-TRANS-ID
074950                     " ***"
075000             SET WS-WRITE-FAILED TO TRUE
075050             GO TO 8100-EXIT
075100     END-READ.
075150     IF NOT TM-STATUS-POSTED
075200         DISPLAY "*** TRANSACTION " WS-OLD-TRANS-ID " IS NO "
075250                 "LONGER POSTED - STATUS " TM-STATUS " ***"
075300         SET WS-WRITE-FAILED TO TRUE
075350         GO TO 8100-EXIT
075400     END-IF.
075450     MOVE TM-MAINT-ID       TO WS-SAVE-MAINT-ID.
075500     MOVE TM-MAINT-DATE     TO WS-SAVE-MAINT-DATE.
075550     MOVE TM-MAINT-TIME     TO WS-SAVE-MAINT-TIME.
075600     SET TM-STATUS-HELD TO TRUE.
075650     PERFORM 2700-STAMP-MAINTENANCE THRU 2700-EXIT.
075700     REWRITE TM-MASTER-RECORD
075750         INVALID KEY
075800             DISPLAY "*** REWRITE FAILED FOR "
075850                     WS-OLD-TRANS-ID " ***"
075900             SET WS-WRITE-FAILED TO TRUE
075950             GO TO 8100-EXIT
076000     END-REWRITE.
076050     MOVE WS-OLD-TRANS-ID TO WS-PEND-TARGET-ID.
076100     PERFORM 4800-QUEUE-FOR-APPROVAL THRU 4800-EXIT.
076150     IF WS-WRITE-FAILED
076200         PERFORM 8600-RESTORE-POSTED THRU 8600-EXIT
076250     END-IF.
076300 8100-EXIT.
076350     EXIT.
076400*
076450*    THE CORRECTION IS KEYED AND CHECKED HERE BUT NOT WRITTEN - *
076500*    IT RIDES ON THE QUEUED ITEM UNTIL THE REVERSAL IS APPROVED *
076550 8200-ENTER-CORRECTION.
076600     PERFORM 2300-ACCEPT-FIELDS THRU 2300-EXIT.
076650     IF WS-INPUT-INVALID
076700         GO TO 8200-EXIT
076750     END-IF.
076800     PERFORM 2400-COMPUTE-AND-SHOW THRU 2400-EXIT.
076850 8200-EXIT.
076900     EXIT.
076950*
077000*    THE REVERSAL COULD NOT BE QUEUED, SO THE ORIGINAL GOES     *
077050*    BACK TO POSTED WITH ITS EARLIER MAINTENANCE STAMP.         *
077100 8600-RESTORE-POSTED.
077150     MOVE WS-OLD-TRANS-ID TO TM-TRANS-ID.
077200     READ MASTER-FILE
077250         INVALID KEY
077300             DISPLAY "*** CANNOT RE-READ " WS-OLD-TRANS-ID
077350                     " - STILL HELD, SEE SUPERVISION ***"
077400             GO TO 8600-EXIT
077450     END-READ.
077500     SET TM-STATUS-POSTED   TO TRUE.
077550     MOVE WS-SAVE-MAINT-ID   TO TM-MAINT-ID.
077600     MOVE WS-SAVE-MAINT-DATE TO TM-MAINT-DATE.
077650     MOVE WS-SAVE-MAINT-TIME TO TM-MAINT-TIME.
077700     REWRITE TM-MASTER-RECORD
077750         INVALID KEY
077800             DISPLAY "*** REWRITE FAILED FOR " WS-OLD-TRANS-ID
077850                     " - STILL HELD, SEE SUPERVISION ***"
077900     END-REWRITE.
077950 8600-EXIT.
078000     EXIT.
080900*****************************************************************
081000*    9000-SIGN-OFF                                              *
081100*****************************************************************
081200 9000-SIGN-OFF.
081300     CLOSE MASTER-FILE.
081400     DISPLAY "ADDONL1 SESSION ENDED FOR OPERATOR " WS-OPERATOR-ID.
081500 9000-EXIT.
081600     EXIT.
