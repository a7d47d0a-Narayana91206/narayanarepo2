000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     TRNCNV1.
000300 AUTHOR.         J R MARTIN.
000400 INSTALLATION.   FINANCE SYSTEMS - BATCH RECONCILIATION.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PROGRAM      TRNCNV1                                      *
001000*    DESCRIPTION   ONE-TIME CONVERSION OF THE TRANSACTION       *
001100*                  MASTER AND ITS ARCHIVE FROM THE 80-BYTE      *
001200*                  LAYOUTS TO THE 160-BYTE LAYOUTS OF           *
001300*                  2026-10-02.  BEFORE THE RUN THE OLD FILES    *
001400*                  ARE RENAMED TRANMOLD AND TRANAOLD; EACH IS   *
001500*                  READ IN KEY ORDER AND LOADED INTO A NEW      *
001600*                  TRANMAST (WITH THE TM-STATUS ALTERNATE KEY)  *
001700*                  AND TRANARCH.  EVERY FIELD OF THE OLD        *
001800*                  RECORD CARRIES OVER UNCHANGED; EVERY FIELD   *
001900*                  ADDED SINCE IS SET TO ZERO IF NUMERIC AND    *
002000*                  SPACES OTHERWISE, SO NO PROGRAM READS THE    *
002020*                  OLD FILLER AS A DATE - EXCEPT THE POSTED OP  *
002040*                  CODE AND CC, WHICH ARE LEFT BLANK SO A       *
002060*                  RECORD POSTED BEFORE THEY WERE CARRIED CAN   *
002080*                  NEVER BE REVERSED FROM A CC OF ZERO.  A      *
002200*                  SITE WITH NO ARCHIVE YET HAS NO TRANAOLD AND *
002300*                  ONLY THE MASTER IS CONVERTED.  THE LOAD      *
002400*                  COUNTS ARE PROVED AGAINST THE RECORDS READ   *
002500*                  (RC 8 OTHERWISE) AND THE TRNIDS1 CONTROL     *
002600*                  RECORD IS SEEDED PAST THE HIGHEST ID, AS     *
002700*                  AFTER A TRNRST1 RESTORE.  THE NEW FILES      *
002800*                  REPLACE THE LIVE ONES, SO THE WORD CONFIRM   *
002900*                  IS REQUIRED AS THE FIRST ARGUMENT (RC 12 AND *
003000*                  NOTHING TOUCHED WITHOUT IT).  RUN ONCE,      *
003100*                  BRACKETED BY RUNCTL1, BEFORE THE FIRST       *
003200*                  NIGHTLY CYCLE ON THE NEW LAYOUTS.            *
003300*                                                               *
003400*    MODIFICATION HISTORY                                      *
003500*    DATE       INIT  DESCRIPTION                               *
003600*    2026-10-15 JRM   INITIAL VERSION                           *
003700*                                                               *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.    IBM-370.
004200 OBJECT-COMPUTER.    IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT OLD-MASTER-FILE ASSIGN TO "TRANMOLD"
004600             ORGANIZATION IS INDEXED
004700             ACCESS MODE IS SEQUENTIAL
004800             RECORD KEY IS OM-TRANS-ID
004900             FILE STATUS IS WS-OLD-MASTER-STATUS.
005000*
005100     SELECT OLD-ARCHIVE-FILE ASSIGN TO "TRANAOLD"
005200             ORGANIZATION IS INDEXED
005300             ACCESS MODE IS SEQUENTIAL
005400             RECORD KEY IS OA-TRANS-ID
005500             FILE STATUS IS WS-OLD-ARCHIVE-STATUS.
005600*
005700     SELECT MASTER-FILE     ASSIGN TO "TRANMAST"
005800             ORGANIZATION IS INDEXED
005900             ACCESS MODE IS SEQUENTIAL
006000             RECORD KEY IS TM-TRANS-ID
006100             ALTERNATE RECORD KEY IS TM-STATUS WITH DUPLICATES
006200             FILE STATUS IS WS-MASTER-STATUS.
006300*
006400     SELECT ARCHIVE-FILE    ASSIGN TO "TRANARCH"
006500             ORGANIZATION IS INDEXED
006600             ACCESS MODE IS SEQUENTIAL
006700             RECORD KEY IS TA-TRANS-ID
006800             FILE STATUS IS WS-ARCHIVE-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100*****************************************************************
007200*    THE 80-BYTE MASTER.  BYTES 1-71 (TRANS ID THROUGH THE      *
007300*    CATEGORY) ARE WHERE THE NEW LAYOUT HAS THEM; THE OLD       *
007400*    FILLER IN 72-80 IS NOW THE POSTED OP CODE AND CC AND IS    *
007500*    NOT CARRIED.                                               *
007600*****************************************************************
007700 FD  OLD-MASTER-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  OM-OLD-RECORD.
008000     05  OM-CARRIED-FIELDS.
008100         10  OM-TRANS-ID             PIC 9(08).
008200         10  FILLER                  PIC X(63).
008300     05  FILLER                      PIC X(09).
008400*****************************************************************
008500*    THE 80-BYTE ARCHIVE.  BYTES 1-79 (TRANS ID THROUGH THE     *
008600*    ARCHIVE DATE) ARE WHERE THE NEW LAYOUT HAS THEM; THE OLD   *
008650*    FILLER IN BYTE 80 IS NOW THE POSTED OP CODE AND IS NOT     *
008660*    CARRIED.                                                   *
008700*****************************************************************
008800 FD  OLD-ARCHIVE-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  OA-OLD-RECORD.
009100     05  OA-CARRIED-FIELDS.
009150         10  OA-TRANS-ID             PIC 9(08).
009200         10  FILLER                  PIC X(71).
009250     05  FILLER                      PIC X(01).
009300*
009400 FD  MASTER-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY "tranmast.cpy".
009700*
009800 FD  ARCHIVE-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY "tranarch.cpy".
010100*
010200 WORKING-STORAGE SECTION.
010300*****************************************************************
010400*    CONVERSION COUNTS                                          *
010500*****************************************************************
010600 77  WS-MASTER-READ-CNT          PIC 9(08) COMP VALUE ZERO.
010700 77  WS-MASTER-LOAD-CNT          PIC 9(08) COMP VALUE ZERO.
010800 77  WS-ARCHIVE-READ-CNT         PIC 9(08) COMP VALUE ZERO.
010900 77  WS-ARCHIVE-LOAD-CNT         PIC 9(08) COMP VALUE ZERO.
011000 77  WS-HIGH-TRANS-ID            PIC 9(08)      VALUE ZEROES.
011100*****************************************************************
011200*    FILE STATUS AND SWITCHES                                   *
011300*****************************************************************
011400 77  WS-OLD-MASTER-STATUS        PIC X(02)      VALUE SPACES.
011500 77  WS-OLD-ARCHIVE-STATUS       PIC X(02)      VALUE SPACES.
011600     88  WS-OLD-ARCHIVE-NOT-FOUND               VALUE "35".
011700 77  WS-MASTER-STATUS            PIC X(02)      VALUE SPACES.
011800 77  WS-ARCHIVE-STATUS           PIC X(02)      VALUE SPACES.
011900 77  WS-MASTER-EOF-SW            PIC X(01)      VALUE "N".
012000     88  WS-MASTER-EOF                          VALUE "Y".
012100 77  WS-ARCHIVE-EOF-SW           PIC X(01)      VALUE "N".
012200     88  WS-ARCHIVE-EOF                         VALUE "Y".
012300 77  WS-ARCHIVE-SW               PIC X(01)      VALUE "N".
012400     88  WS-ARCHIVE-PRESENT                     VALUE "Y".
012500*
012600 77  WS-CONFIRM-ARG              PIC X(08)      VALUE SPACES.
012700     88  WS-CONFIRMED                           VALUE "CONFIRM ".
012800*****************************************************************
012900*    PARAMETER AREA FOR THE TRNIDS1 TRANSACTION ID MODULE       *
013000*****************************************************************
013100     COPY "idparm.cpy".
013200 PROCEDURE DIVISION.
013300*****************************************************************
013400*    0000-MAINLINE                                              *
013500*****************************************************************
013600 0000-MAINLINE.
013700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013800     PERFORM 2000-CONVERT-MASTER THRU 2000-EXIT.
013900     IF WS-ARCHIVE-PRESENT
014000         PERFORM 3000-CONVERT-ARCHIVE THRU 3000-EXIT
014100     END-IF.
014200     PERFORM 5000-SEED-ID-CONTROL THRU 5000-EXIT.
014300     PERFORM 9000-FINALIZE THRU 9000-EXIT.
014400     STOP RUN.
014500*****************************************************************
014600*    1000-INITIALIZE - THE CONVERSION REPLACES THE LIVE FILES,  *
014700*    SO IT MUST BE ASKED FOR IN SO MANY WORDS.  BOTH OLD FILES  *
014800*    ARE OPENED BEFORE ANY NEW FILE IS, SO A MISSING OR         *
014900*    UNREADABLE INPUT STOPS THE RUN WITH NOTHING TOUCHED.       *
015000*****************************************************************
015100 1000-INITIALIZE.
015200     DISPLAY 1 UPON ARGUMENT-NUMBER.
015300     ACCEPT WS-CONFIRM-ARG FROM ARGUMENT-VALUE
015400         ON EXCEPTION
015500             MOVE SPACES TO WS-CONFIRM-ARG
015600     END-ACCEPT.
015700     IF NOT WS-CONFIRMED
015800         DISPLAY "TRNCNV1 - THIS REPLACES THE LIVE TRANMAST AND "
015900                 "TRANARCH FROM TRANMOLD AND TRANAOLD"
016000         DISPLAY "TRNCNV1 - GIVE THE WORD CONFIRM AS "
016100                 "ARGUMENT 1 TO PROCEED - NOTHING TOUCHED"
016200         MOVE 12 TO RETURN-CODE
016300         STOP RUN
016400     END-IF.
016500     OPEN INPUT OLD-MASTER-FILE.
016600     IF WS-OLD-MASTER-STATUS NOT = "00"
016700         DISPLAY "TRNCNV1 - CANNOT OPEN TRANMOLD, STATUS "
016800                 WS-OLD-MASTER-STATUS " - NOTHING TOUCHED"
016900         MOVE 12 TO RETURN-CODE
017000         STOP RUN
017100     END-IF.
017200     OPEN INPUT OLD-ARCHIVE-FILE.
017300     IF WS-OLD-ARCHIVE-NOT-FOUND
017400         DISPLAY "TRNCNV1 - NO TRANAOLD - MASTER ONLY"
017500         GO TO 1000-EXIT
017600     END-IF.
017700     IF WS-OLD-ARCHIVE-STATUS NOT = "00"
017800         DISPLAY "TRNCNV1 - CANNOT OPEN TRANAOLD, STATUS "
017900                 WS-OLD-ARCHIVE-STATUS " - NOTHING TOUCHED"
018000         CLOSE OLD-MASTER-FILE
018100         MOVE 12 TO RETURN-CODE
018200         STOP RUN
018300     END-IF.
018400     SET WS-ARCHIVE-PRESENT TO TRUE.
018500 1000-EXIT.
018600     EXIT.
018700*****************************************************************
018800*    2000-CONVERT-MASTER - THE OLD MASTER IS READ IN KEY ORDER, *
018900*    SO A SEQUENTIAL LOAD BUILDS BOTH INDEXES CLEANLY           *
019000*****************************************************************
019100 2000-CONVERT-MASTER.
019200     OPEN OUTPUT MASTER-FILE.
019300     IF WS-MASTER-STATUS NOT = "00"
019400         DISPLAY "TRNCNV1 - CANNOT OPEN TRANMAST FOR LOAD, "
019500                 "STATUS " WS-MASTER-STATUS
019600         MOVE 12 TO RETURN-CODE
019700         STOP RUN
019800     END-IF.
019900     PERFORM 2100-CONVERT-ONE-MASTER THRU 2100-EXIT
020000             UNTIL WS-MASTER-EOF.
020100     CLOSE OLD-MASTER-FILE.
020200     CLOSE MASTER-FILE.
020300 2000-EXIT.
020400     EXIT.
020500*
020600 2100-CONVERT-ONE-MASTER.
020700     READ OLD-MASTER-FILE NEXT RECORD
020800         AT END
020900             SET WS-MASTER-EOF TO TRUE
021000             GO TO 2100-EXIT
021100     END-READ.
021200     ADD 1 TO WS-MASTER-READ-CNT.
021300     MOVE SPACES            TO TM-MASTER-RECORD.
021400     MOVE OM-CARRIED-FIELDS TO TM-MASTER-RECORD.
021500     PERFORM 2200-FILL-NEW-FIELDS THRU 2200-EXIT.
021600     WRITE TM-MASTER-RECORD
021700         INVALID KEY
021800             DISPLAY "TRNCNV1 - DUPLICATE OR OUT-OF-ORDER KEY "
021900                     TM-TRANS-ID " ON TRANMAST - CONVERSION "
022000                     "INCOMPLETE"
022100             MOVE 8 TO RETURN-CODE
022200             STOP RUN
022300     END-WRITE.
022400     ADD 1 TO WS-MASTER-LOAD-CNT.
022500     MOVE TM-TRANS-ID TO WS-HIGH-TRANS-ID.
022600 2100-EXIT.
022700     EXIT.
022800*
022900*    EVERY FIELD THE 80-BYTE RECORD DID NOT HAVE.  THE POSTED   *
022920*    OP CODE AND CC STAY BLANK FROM THE CLEARED RECORD - A      *
022940*    RECORD POSTED BEFORE THEY WERE CARRIED HAS NO CC TO        *
022960*    REVERSE, AND A ZERO WOULD PASS FOR ONE.                    *
023000 2200-FILL-NEW-FIELDS.
023100     MOVE SPACES TO TM-REV-BATCH
023300                    TM-MAINT-ID
023400                    TM-APPROVER-ID.
023600     MOVE ZEROES TO TM-REV-DATE
023700                    TM-MAINT-DATE
023800                    TM-MAINT-TIME
023900                    TM-APPROVE-DATE
024000                    TM-APPROVE-TIME
024100                    TM-STANDING-ID.
024200 2200-EXIT.
024300     EXIT.
024400*****************************************************************
024500*    3000-CONVERT-ARCHIVE - THE SAME FOR THE ARCHIVE            *
024600*****************************************************************
024700 3000-CONVERT-ARCHIVE.
024800     OPEN OUTPUT ARCHIVE-FILE.
024900     IF WS-ARCHIVE-STATUS NOT = "00"
025000         DISPLAY "TRNCNV1 - CANNOT OPEN TRANARCH FOR LOAD, "
025100                 "STATUS " WS-ARCHIVE-STATUS
025200                 " - TRANMAST IS CONVERTED, RERUN FOR BOTH"
025300         MOVE 12 TO RETURN-CODE
025400         STOP RUN
025500     END-IF.
025600     PERFORM 3100-CONVERT-ONE-ARCHIVE THRU 3100-EXIT
025700             UNTIL WS-ARCHIVE-EOF.
025800     CLOSE OLD-ARCHIVE-FILE.
025900     CLOSE ARCHIVE-FILE.
026000 3000-EXIT.
026100     EXIT.
026200*
026300 3100-CONVERT-ONE-ARCHIVE.
026400     READ OLD-ARCHIVE-FILE NEXT RECORD
026500         AT END
026600             SET WS-ARCHIVE-EOF TO TRUE
026700             GO TO 3100-EXIT
026800     END-READ.
026900     ADD 1 TO WS-ARCHIVE-READ-CNT.
027000     MOVE SPACES        TO TA-ARCHIVE-RECORD.
027100     MOVE OA-CARRIED-FIELDS TO TA-ARCHIVE-RECORD.
027300     MOVE SPACES TO TA-REV-BATCH
027400                    TA-MAINT-ID
027500                    TA-APPROVER-ID.
027700     MOVE ZEROES TO TA-REV-DATE
027800                    TA-MAINT-DATE
027900                    TA-MAINT-TIME
028000                    TA-APPROVE-DATE
028100                    TA-APPROVE-TIME
028200                    TA-STANDING-ID.
028300     WRITE TA-ARCHIVE-RECORD
028400         INVALID KEY
028500             DISPLAY "TRNCNV1 - DUPLICATE OR OUT-OF-ORDER KEY "
028600                     TA-TRANS-ID " ON TRANARCH - CONVERSION "
028700                     "INCOMPLETE"
028800             MOVE 8 TO RETURN-CODE
028900             STOP RUN
029000     END-WRITE.
029100     ADD 1 TO WS-ARCHIVE-LOAD-CNT.
029200 3100-EXIT.
029300     EXIT.
029400*****************************************************************
029500*    5000-SEED-ID-CONTROL - THE NEXT ID HANDED OUT MUST BE PAST *
029600*    EVERY ID ON THE CONVERTED MASTER; TRNIDS1 NEVER LOWERS IT  *
029700*****************************************************************
029800 5000-SEED-ID-CONTROL.
029900     SET IC-FUNC-SEED TO TRUE.
030000     MOVE "TRNCNV1" TO IC-PROGRAM.
030100     MOVE ZEROES    TO IC-COUNT.
030200     COMPUTE IC-FIRST-ID = WS-HIGH-TRANS-ID + 1.
030300     CALL "TRNIDS1" USING IC-ID-PARM.
030400     IF NOT IC-RESULT-OK
030500         DISPLAY "TRNCNV1 - CANNOT SEED TRANCTL, STATUS "
030600                 IC-FILE-STATUS " - RUN TRNRST1 RESEED BEFORE "
030700                 "ANY ADDS"
030800         MOVE 8 TO RETURN-CODE
030900         GO TO 5000-EXIT
031000     END-IF.
031100     DISPLAY "TRNCNV1 - HIGHEST ID ON TRANMAST " WS-HIGH-TRANS-ID
031200             ", TRANCTL NEXT ID WAS " IC-PRIOR-ID
031300             ", NOW " IC-FIRST-ID.
031400 5000-EXIT.
031500     EXIT.
031600*****************************************************************
031700*    9000-FINALIZE - PROVE THE LOAD COUNTS AGAINST THE READS    *
031800*****************************************************************
031900 9000-FINALIZE.
032000     DISPLAY "TRNCNV1 - TRANMAST CONVERTED " WS-MASTER-LOAD-CNT
032100             " OF " WS-MASTER-READ-CNT " RECORDS".
032200     IF WS-ARCHIVE-PRESENT
032300         DISPLAY "TRNCNV1 - TRANARCH CONVERTED "
032400                 WS-ARCHIVE-LOAD-CNT " OF " WS-ARCHIVE-READ-CNT
032500                 " RECORDS"
032600     END-IF.
032700     IF WS-MASTER-LOAD-CNT NOT = WS-MASTER-READ-CNT
032800        OR WS-ARCHIVE-LOAD-CNT NOT = WS-ARCHIVE-READ-CNT
032900         DISPLAY "TRNCNV1 - LOAD COUNTS DO NOT MATCH THE OLD "
033000                 "FILES - INVESTIGATE BEFORE RUNNING"
033100         MOVE 8 TO RETURN-CODE
033200     END-IF.
033300 9000-EXIT.
033400     EXIT.
