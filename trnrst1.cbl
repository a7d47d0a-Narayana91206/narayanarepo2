001700*                  IMAGE.  BECAUSE THE RESTORE REPLACES THE     *
001800*                  LIVE FILE, THE WORD CONFIRM IS REQUIRED AS   *
001900*                  THE FIRST ARGUMENT - A RESTORE STARTED BY    *
001920*                  ACCIDENT IS REFUSED RC 12.  AFTER THE RELOAD *
001940*                  THE TRNIDS1 CONTROL RECORD IS SEEDED PAST    *
001960*                  THE HIGHEST ID RESTORED (RAISED, NEVER       *
001980*                  LOWERED).  GIVEN THE WORD RESEED INSTEAD,    *
002000*                  THE LIVE MASTER IS ONLY READ AND THE CONTROL *
002020*                  RECORD SEEDED FROM IT - NO RESTORE - AS      *
002040*                  TRNVFY1 ASKS FOR WHEN THE TWO DISAGREE.      *
002100*                                                               *
002200*    MODIFICATION HISTORY                                      *
002300*    DATE       INIT  DESCRIPTION                               *
002400*    2026-09-01 JRM   INITIAL VERSION                           *
002420*    2026-10-10 JRM   SEED THE TRANCTL NEXT ID AFTER A RELOAD;  *
002440*                     NEW RESEED ARGUMENT SEEDS IT WITHOUT A    *
002460*                     RESTORE                                   *
002470*    2026-10-15 JRM   A RECORD FROM AN 80-BYTE IMAGE TAKEN      *
002480*                     BEFORE THE MASTER WAS WIDENED IS LOADED   *
002490*                     WITH ITS NEW FIELDS ZERO OR SPACES, THE   *
002495*                     POSTED OP CODE AND CC LEFT BLANK          *
002496*    2026-10-15 JRM   PROVE THE REVERSAL-PENDING, REVERSED AND  *
002497*                     HELD COUNTS ON THE TRAILER; AN OLDER      *
002498*                     TRAILER WITHOUT THEM IS PROVED BY THE     *
002499*                     TOTAL                                     *
002500*                                                               *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
003400             ORGANIZATION IS INDEXED
003500             ACCESS MODE IS SEQUENTIAL
003600             RECORD KEY IS TM-TRANS-ID
003650             ALTERNATE RECORD KEY IS TM-STATUS WITH DUPLICATES
003700             FILE STATUS IS WS-MASTER-STATUS.
003800*
003900     SELECT BACKUP-FILE     ASSIGN TO "TRANBKUP"
005900 77  WS-VFY-DELETE-CNT           PIC 9(08) COMP VALUE ZERO.
006000 77  WS-VFY-POSTED-CNT           PIC 9(08) COMP VALUE ZERO.
006100 77  WS-VFY-REJECT-CNT           PIC 9(08) COMP VALUE ZERO.
006110 77  WS-VFY-REVPEND-CNT          PIC 9(08) COMP VALUE ZERO.
006120 77  WS-VFY-REVERSED-CNT         PIC 9(08) COMP VALUE ZERO.
006130 77  WS-VFY-HELD-CNT             PIC 9(08) COMP VALUE ZERO.
006200 77  WS-LOAD-CNT                 PIC 9(08) COMP VALUE ZERO.
006202 77  WS-SHORT-CNT                PIC 9(08) COMP VALUE ZERO.
006205 77  WS-HIGH-TRANS-ID            PIC 9(08)      VALUE ZEROES.
006210*****************************************************************
006220*    TRAILER FIELDS CAPTURED WHEN THE TRAILER IS READ - THE    *
006230*    FD RECORD AREA IS UNDEFINED ONCE THE FILE IS CLOSED, SO   *
006280 77  WS-TRL-DELETE-CNT           PIC 9(08) COMP VALUE ZERO.
006285 77  WS-TRL-POSTED-CNT           PIC 9(08) COMP VALUE ZERO.
006290 77  WS-TRL-REJECT-CNT           PIC 9(08) COMP VALUE ZERO.
006291 77  WS-TRL-REVPEND-CNT          PIC 9(08) COMP VALUE ZERO.
006292 77  WS-TRL-REVERSED-CNT         PIC 9(08) COMP VALUE ZERO.
006293 77  WS-TRL-HELD-CNT             PIC 9(08) COMP VALUE ZERO.
006294*
006295*    A TRAILER WRITTEN BEFORE THE REVERSAL-PENDING, REVERSED    *
006296*    AND HELD COUNTS WERE CARRIED HAS SPACES IN THEIR PLACE     *
006297 77  WS-TRL-FORMAT-SW            PIC X(01)      VALUE "N".
006298     88  WS-TRL-OLD-FORMAT                      VALUE "Y".
006300*****************************************************************
006400*    FILE STATUS AND SWITCHES                                   *
006500*****************************************************************
007100     88  WS-TRAILER-SEEN                        VALUE "Y".
007200 77  WS-LOAD-EOF-SW              PIC X(01)      VALUE "N".
007300     88  WS-LOAD-EOF                            VALUE "Y".
007320 77  WS-SCAN-EOF-SW              PIC X(01)      VALUE "N".
007340     88  WS-SCAN-EOF                            VALUE "Y".
007400*
007500 77  WS-CONFIRM-ARG              PIC X(08)      VALUE SPACES.
007600     88  WS-CONFIRMED                           VALUE "CONFIRM ".
007610     88  WS-RESEED-ONLY                         VALUE "RESEED  ".
007620*****************************************************************
007630*    PARAMETER AREA FOR THE TRNIDS1 TRANSACTION ID MODULE       *
007640*****************************************************************
007650     COPY "idparm.cpy".
007700 PROCEDURE DIVISION.
007800*****************************************************************
007900*    0000-MAINLINE                                              *
008000*****************************************************************
008100 0000-MAINLINE.
008200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008220     IF WS-RESEED-ONLY
008240         PERFORM 4000-FIND-HIGH-ID THRU 4000-EXIT
008260     ELSE
008280         PERFORM 2000-PROVE-IMAGE THRU 2000-EXIT
008300         PERFORM 3000-RELOAD-MASTER THRU 3000-EXIT
008320     END-IF.
008340     PERFORM 5000-SEED-ID-CONTROL THRU 5000-EXIT.
008500     PERFORM 9000-FINALIZE THRU 9000-EXIT.
008600     STOP RUN.
008700*****************************************************************
008750*    1000-INITIALIZE - THE RESTORE REPLACES THE LIVE MASTER,    *
008800*    SO IT MUST BE ASKED FOR IN SO MANY WORDS; RESEED ALONE     *
008850*    TOUCHES ONLY THE ID CONTROL RECORD                         *
009000*****************************************************************
009100 1000-INITIALIZE.
009200     DISPLAY 1 UPON ARGUMENT-NUMBER.
009400         ON EXCEPTION
009500             MOVE SPACES TO WS-CONFIRM-ARG
009600     END-ACCEPT.
009700     IF NOT WS-CONFIRMED AND NOT WS-RESEED-ONLY
009800         DISPLAY "TRNRST1 - THIS REPLACES THE LIVE TRANMAST "
009900                 "FROM TRANBKUP"
010000         DISPLAY "TRNRST1 - GIVE THE WORD CONFIRM AS "
010100                 "ARGUMENT 1 TO PROCEED - NOTHING TOUCHED"
010120         DISPLAY "TRNRST1 - OR THE WORD RESEED TO SEED THE "
010140                 "TRANCTL NEXT ID FROM TRANMAST ONLY"
010200         MOVE 12 TO RETURN-CODE
010300         STOP RUN
010400     END-IF.
012700         MOVE 8 TO RETURN-CODE
012800         STOP RUN
012900     END-IF.
012910     IF WS-TRL-OLD-FORMAT
012920         DISPLAY "TRNRST1 - TRAILER HAS NO REVERSAL-PENDING, "
012930                 "REVERSED OR HELD COUNTS - THOSE ARE PROVED "
012940                 "BY THE TOTAL ONLY"
012950         MOVE WS-VFY-REVPEND-CNT  TO WS-TRL-REVPEND-CNT
012960         MOVE WS-VFY-REVERSED-CNT TO WS-TRL-REVERSED-CNT
012970         MOVE WS-VFY-HELD-CNT     TO WS-TRL-HELD-CNT
012980     END-IF.
013000     IF WS-TRL-TOTAL-CNT    NOT = WS-VFY-TOTAL-CNT
013100        OR WS-TRL-ACTIVE-CNT   NOT = WS-VFY-ACTIVE-CNT
013200        OR WS-TRL-SUPER-CNT    NOT = WS-VFY-SUPER-CNT
013300        OR WS-TRL-DELETE-CNT   NOT = WS-VFY-DELETE-CNT
013400        OR WS-TRL-POSTED-CNT   NOT = WS-VFY-POSTED-CNT
013500        OR WS-TRL-REJECT-CNT   NOT = WS-VFY-REJECT-CNT
013510        OR WS-TRL-REVPEND-CNT  NOT = WS-VFY-REVPEND-CNT
013520        OR WS-TRL-REVERSED-CNT NOT = WS-VFY-REVERSED-CNT
013530        OR WS-TRL-HELD-CNT     NOT = WS-VFY-HELD-CNT
013600         DISPLAY "TRNRST1 - TRAILER COUNTS DO NOT MATCH THE "
013700                 "IMAGE DETAILS - RESTORE REFUSED"
013800         MOVE 8 TO RETURN-CODE
015360         MOVE BK-TRL-DELETE-CNT  TO WS-TRL-DELETE-CNT
015370         MOVE BK-TRL-POSTED-CNT  TO WS-TRL-POSTED-CNT
015380         MOVE BK-TRL-REJECT-CNT  TO WS-TRL-REJECT-CNT
015382         IF BK-TRL-REVPEND-CNT IS NUMERIC
015384            AND BK-TRL-REVERSED-CNT IS NUMERIC
015386            AND BK-TRL-HELD-CNT IS NUMERIC
015388             MOVE BK-TRL-REVPEND-CNT  TO WS-TRL-REVPEND-CNT
015390             MOVE BK-TRL-REVERSED-CNT TO WS-TRL-REVERSED-CNT
015392             MOVE BK-TRL-HELD-CNT     TO WS-TRL-HELD-CNT
015394         ELSE
015396             SET WS-TRL-OLD-FORMAT TO TRUE
015398         END-IF
015400         SET WS-TRAILER-SEEN TO TRUE
015500         GO TO 2100-EXIT
015600     END-IF.
017200             ADD 1 TO WS-VFY-POSTED-CNT
017300         WHEN TM-STATUS-REJECTED
017400             ADD 1 TO WS-VFY-REJECT-CNT
017410         WHEN TM-STATUS-REV-PENDING
017420             ADD 1 TO WS-VFY-REVPEND-CNT
017430         WHEN TM-STATUS-REVERSED
017440             ADD 1 TO WS-VFY-REVERSED-CNT
017450         WHEN TM-STATUS-HELD
017460             ADD 1 TO WS-VFY-HELD-CNT
017500         WHEN OTHER
017600             CONTINUE
017700     END-EVALUATE.
020900         GO TO 3100-EXIT
021000     END-IF.
021100     MOVE BK-MASTER-IMAGE TO TM-MASTER-RECORD.
021120     IF TM-MAINT-DATE IS NOT NUMERIC
021140         PERFORM 3200-FILL-NEW-FIELDS THRU 3200-EXIT
021160     END-IF.
021200     WRITE TM-MASTER-RECORD
021300         INVALID KEY
021400             DISPLAY "TRNRST1 - DUPLICATE OR OUT-OF-ORDER KEY "
021700             STOP RUN
021800     END-WRITE.
021900     ADD 1 TO WS-LOAD-CNT.
021950     MOVE TM-TRANS-ID TO WS-HIGH-TRANS-ID.
022000 3100-EXIT.
022100     EXIT.
022102*
022104*    AN IMAGE TAKEN BEFORE THE MASTER WAS WIDENED TO 160 BYTES  *
022106*    HOLDS ONLY THE FIRST 80, SO EVERYTHING PAST THE CATEGORY   *
022108*    IS THE OLD FILLER OR BLANK PADDING.  ONLY BYTES 1-71 ARE   *
022110*    CARRIED, AS TRNCNV1 CARRIES THEM, AND THE FIELDS ADDED     *
022111*    SINCE ARE SET AS TRNCNV1 SETS THEM - THE POSTED OP CODE    *
022112*    AND CC STAY BLANK, SO THE RECORD CAN NEVER BE REVERSED     *
022113*    FROM A CC OF ZERO.  TM-MAINT-DATE LIES WHOLLY PAST BYTE 80 *
022114*    AND IS ALWAYS NUMERIC IN A NEW IMAGE.                      *
022115 3200-FILL-NEW-FIELDS.
022116     ADD 1 TO WS-SHORT-CNT.
022117     MOVE SPACES                 TO TM-MASTER-RECORD.
022118     MOVE BK-MASTER-IMAGE (1:71) TO TM-MASTER-RECORD.
022120     MOVE SPACES TO TM-REV-BATCH
022122                    TM-MAINT-ID
022124                    TM-APPROVER-ID.
022126     MOVE ZEROES TO TM-REV-DATE
022130                    TM-MAINT-DATE
022132                    TM-MAINT-TIME
022134                    TM-APPROVE-DATE
022136                    TM-APPROVE-TIME
022138                    TM-STANDING-ID.
022140 3200-EXIT.
022142     EXIT.
022200*****************************************************************
022300*    4000-FIND-HIGH-ID - RESEED ONLY: READ THE LIVE MASTER IN   *
022400*    KEY ORDER; THE LAST ID READ IS THE HIGHEST ON FILE         *
022500*****************************************************************
022600 4000-FIND-HIGH-ID.
022700     OPEN INPUT MASTER-FILE.
022800     IF WS-MASTER-STATUS NOT = "00"
022900         DISPLAY "TRNRST1 - CANNOT OPEN TRANMAST, STATUS "
023000                 WS-MASTER-STATUS
023100         MOVE 12 TO RETURN-CODE
023200         STOP RUN
023300     END-IF.
023400     PERFORM 4100-SCAN-ONE-RECORD THRU 4100-EXIT
023500             UNTIL WS-SCAN-EOF.
023600     CLOSE MASTER-FILE.
023700 4000-EXIT.
023800     EXIT.
023900*
024000 4100-SCAN-ONE-RECORD.
024100     READ MASTER-FILE NEXT RECORD
024200         AT END
024300             SET WS-SCAN-EOF TO TRUE
024400             GO TO 4100-EXIT
024500     END-READ.
024600     MOVE TM-TRANS-ID TO WS-HIGH-TRANS-ID.
024700 4100-EXIT.
024800     EXIT.
024900*****************************************************************
025000*    5000-SEED-ID-CONTROL - THE NEXT ID HANDED OUT MUST BE PAST *
025100*    EVERY ID NOW ON THE MASTER.  TRNIDS1 NEVER LOWERS IT, SO A *
025200*    RESTORE FROM AN OLDER IMAGE LEAVES THE IDS ISSUED SINCE    *
025300*    UNUSED RATHER THAN HANDING THEM OUT A SECOND TIME.         *
025400*****************************************************************
025500 5000-SEED-ID-CONTROL.
025600     SET IC-FUNC-SEED TO TRUE.
025700     MOVE "TRNRST1" TO IC-PROGRAM.
025800     MOVE ZEROES    TO IC-COUNT.
025900     COMPUTE IC-FIRST-ID = WS-HIGH-TRANS-ID + 1.
026000     CALL "TRNIDS1" USING IC-ID-PARM.
026100     IF NOT IC-RESULT-OK
026200         DISPLAY "TRNRST1 - CANNOT SEED TRANCTL, STATUS "
026300                 IC-FILE-STATUS " - RERUN WITH RESEED BEFORE "
026400                 "ANY ADDS"
026500         MOVE 8 TO RETURN-CODE
026600         GO TO 5000-EXIT
026700     END-IF.
026800     DISPLAY "TRNRST1 - HIGHEST ID ON TRANMAST " WS-HIGH-TRANS-ID
026900             ", TRANCTL NEXT ID WAS " IC-PRIOR-ID
027000             ", NOW " IC-FIRST-ID.
027100 5000-EXIT.
027200     EXIT.
027300*****************************************************************
027400*    9000-FINALIZE - PROVE THE LOAD COUNT AGAINST THE IMAGE     *
027500*****************************************************************
027600 9000-FINALIZE.
027700     IF WS-RESEED-ONLY
027800         GO TO 9000-EXIT
027900     END-IF.
028000     DISPLAY "TRNRST1 - RELOADED " WS-LOAD-CNT " OF "
028100             WS-VFY-TOTAL-CNT " RECORDS".
028120     IF WS-SHORT-CNT > ZERO
028140         DISPLAY "TRNRST1 - " WS-SHORT-CNT " RECORDS FROM A "
028160                 "PRE-2026-10-02 IMAGE, NEW FIELDS FILLED"
028180     END-IF.
028200     IF WS-LOAD-CNT NOT = WS-VFY-TOTAL-CNT
028300         DISPLAY "TRNRST1 - LOAD COUNT DOES NOT MATCH THE "
028400                 "PROVED IMAGE - INVESTIGATE BEFORE RUNNING"
028500         MOVE 8 TO RETURN-CODE
028600     END-IF.
028700 9000-EXIT.
028800     EXIT.
