000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     TRNIDS1.
000300 AUTHOR.         J R MARTIN.
000400 INSTALLATION.   FINANCE SYSTEMS - BATCH RECONCILIATION.
000500 DATE-WRITTEN.   2026-10-10.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PROGRAM      TRNIDS1                                      *
001000*    DESCRIPTION   SHARED TRANSACTION ID CONTROL MODULE.        *
001100*                  CALLED BY TRANLOAD1, ADDONL1 AND APPROV1     *
001200*                  TO RESERVE THE IDS THEY WRITE TO TRANMAST,   *
001300*                  BY TRNVFY1 TO PEEK AT THE NEXT ID, AND BY    *
001400*                  TRNRST1 (AND BY A CALLER THAT FINDS NO       *
001500*                  CONTROL RECORD YET) TO SEED IT.  THE TRANCTL *
001600*                  FILE IS OPENED I-O, THE ONE RECORD READ AND  *
001700*                  REWRITTEN, AND THE FILE CLOSED AGAIN WITHIN  *
001800*                  EACH CALL, SO THE BATCH LOAD AND ANY NUMBER  *
001900*                  OF ONLINE SESSIONS TAKE TURNS ON IT AND NO   *
002000*                  TWO OF THEM ARE EVER GIVEN THE SAME ID.  IF  *
002100*                  ANOTHER PROGRAM HAS THE FILE AT THAT MOMENT  *
002200*                  THE CALLER IS TOLD IT IS UNAVAILABLE AND     *
002300*                  DECIDES WHETHER TO TRY AGAIN OR STOP.  IDS   *
002400*                  ARE NEVER HANDED OUT TWICE, SO A SEED MAY    *
002500*                  RAISE THE NEXT ID BUT NEVER LOWER IT.        *
002600*                                                               *
002700*    MODIFICATION HISTORY                                      *
002800*    DATE       INIT  DESCRIPTION                               *
002900*    2026-10-10 JRM   INITIAL VERSION                           *
003000*                                                               *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.    IBM-370.
003500 OBJECT-COMPUTER.    IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CONTROL-FILE    ASSIGN TO "TRANCTL"
003900             ORGANIZATION IS INDEXED
004000             ACCESS MODE IS RANDOM
004100             RECORD KEY IS TC-CONTROL-KEY
004200             FILE STATUS IS WS-CONTROL-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CONTROL-FILE
004600     LABEL RECORDS ARE STANDARD.
004700     COPY "trnctl.cpy".
004800*
004900 WORKING-STORAGE SECTION.
005000*****************************************************************
005100*    FILE STATUS AND WORK FIELDS                                *
005200*****************************************************************
005300 77  WS-CONTROL-STATUS           PIC X(02)      VALUE SPACES.
005400     88  WS-CONTROL-NOT-FOUND                   VALUE "35".
005500 77  WS-RECORD-SW                PIC X(01)      VALUE "N".
005600     88  WS-RECORD-ON-FILE                      VALUE "Y".
005700 77  WS-LAST-ID                  PIC 9(08)      VALUE 99999999.
005800 01  WS-CURR-DATE8               PIC 9(08)      VALUE ZEROES.
005900 01  WS-CURR-TIME8               PIC 9(08)      VALUE ZEROES.
006000 LINKAGE SECTION.
006100     COPY "idparm.cpy".
006200 PROCEDURE DIVISION USING IC-ID-PARM.
006300*****************************************************************
006400*    0000-MAINLINE                                              *
006500*****************************************************************
006600 0000-MAINLINE.
006700     SET IC-RESULT-OK TO TRUE.
006800     MOVE SPACES TO IC-FILE-STATUS.
006900     MOVE ZEROES TO IC-PRIOR-ID.
007000     EVALUATE TRUE
007100         WHEN IC-FUNC-RESERVE
007200             PERFORM 2000-RESERVE-IDS THRU 2000-EXIT
007300         WHEN IC-FUNC-PEEK
007400             PERFORM 3000-PEEK-NEXT-ID THRU 3000-EXIT
007500         WHEN IC-FUNC-SEED
007600             PERFORM 4000-SEED-NEXT-ID THRU 4000-EXIT
007700         WHEN OTHER
007800             CONTINUE
007900     END-EVALUATE.
008000     GOBACK.
008100*****************************************************************
008200*    2000-RESERVE-IDS - HAND OUT IC-COUNT IDS STARTING AT THE   *
008300*    NEXT ID AND MOVE THE CONTROL RECORD PAST THEM              *
008400*****************************************************************
008500 2000-RESERVE-IDS.
008600     MOVE ZEROES TO IC-FIRST-ID.
008700     OPEN I-O CONTROL-FILE.
008800     IF WS-CONTROL-NOT-FOUND
008900         SET IC-NOT-SEEDED TO TRUE
009000         GO TO 2000-EXIT
009100     END-IF.
009200     IF WS-CONTROL-STATUS NOT = "00"
009300         SET IC-UNAVAILABLE TO TRUE
009400         MOVE WS-CONTROL-STATUS TO IC-FILE-STATUS
009500         GO TO 2000-EXIT
009600     END-IF.
009700     PERFORM 5000-READ-CONTROL THRU 5000-EXIT.
009800     IF NOT WS-RECORD-ON-FILE
009900         CLOSE CONTROL-FILE
010000         SET IC-NOT-SEEDED TO TRUE
010100         GO TO 2000-EXIT
010200     END-IF.
010300     MOVE TC-NEXT-TRANS-ID TO IC-PRIOR-ID.
010400     IF IC-COUNT > WS-LAST-ID - TC-NEXT-TRANS-ID
010500         CLOSE CONTROL-FILE
010600         SET IC-EXHAUSTED TO TRUE
010700         GO TO 2000-EXIT
010800     END-IF.
010900     MOVE TC-NEXT-TRANS-ID TO IC-FIRST-ID.
011000     ADD IC-COUNT TO TC-NEXT-TRANS-ID.
011100     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
011200     ACCEPT WS-CURR-TIME8 FROM TIME.
011300     MOVE IC-PROGRAM    TO TC-LAST-PROGRAM.
011400     MOVE IC-COUNT      TO TC-LAST-COUNT.
011500     MOVE WS-CURR-DATE8 TO TC-LAST-DATE.
011600     MOVE WS-CURR-TIME8 TO TC-LAST-TIME.
011700     REWRITE TC-CONTROL-RECORD
011800         INVALID KEY
011900             SET IC-UNAVAILABLE TO TRUE
012000     END-REWRITE.
012100     IF WS-CONTROL-STATUS NOT = "00"
012200         SET IC-UNAVAILABLE TO TRUE
012300         MOVE WS-CONTROL-STATUS TO IC-FILE-STATUS
012400         MOVE ZEROES TO IC-FIRST-ID
012500     END-IF.
012600     CLOSE CONTROL-FILE.
012700 2000-EXIT.
012800     EXIT.
012900*****************************************************************
013000*    3000-PEEK-NEXT-ID - THE NEXT ID, NOTHING RESERVED          *
013100*****************************************************************
013200 3000-PEEK-NEXT-ID.
013300     MOVE ZEROES TO IC-FIRST-ID.
013400     OPEN INPUT CONTROL-FILE.
013500     IF WS-CONTROL-NOT-FOUND
013600         SET IC-NOT-SEEDED TO TRUE
013700         GO TO 3000-EXIT
013800     END-IF.
013900     IF WS-CONTROL-STATUS NOT = "00"
014000         SET IC-UNAVAILABLE TO TRUE
014100         MOVE WS-CONTROL-STATUS TO IC-FILE-STATUS
014200         GO TO 3000-EXIT
014300     END-IF.
014400     PERFORM 5000-READ-CONTROL THRU 5000-EXIT.
014500     CLOSE CONTROL-FILE.
014600     IF NOT WS-RECORD-ON-FILE
014700         SET IC-NOT-SEEDED TO TRUE
014800         GO TO 3000-EXIT
014900     END-IF.
015000     MOVE TC-NEXT-TRANS-ID TO IC-FIRST-ID.
015100     MOVE TC-NEXT-TRANS-ID TO IC-PRIOR-ID.
015200 3000-EXIT.
015300     EXIT.
015400*****************************************************************
015500*    4000-SEED-NEXT-ID - CREATE THE CONTROL RECORD AT THE NEXT  *
015600*    ID GIVEN, OR RAISE IT THERE.  A CONTROL RECORD ALREADY     *
015700*    AHEAD OF THE CALLER IS LEFT ALONE - THE IDS BETWEEN MAY    *
015800*    ALREADY BE ON THE AUDIT TRAIL OR THE GL EXTRACT.  THE      *
015900*    RESULTING NEXT ID IS RETURNED IN IC-FIRST-ID.              *
016000*****************************************************************
016100 4000-SEED-NEXT-ID.
016200     OPEN I-O CONTROL-FILE.
016300     IF WS-CONTROL-NOT-FOUND
016400         OPEN OUTPUT CONTROL-FILE
016500         CLOSE CONTROL-FILE
016600         OPEN I-O CONTROL-FILE
016700     END-IF.
016800     IF WS-CONTROL-STATUS NOT = "00"
016900         SET IC-UNAVAILABLE TO TRUE
017000         MOVE WS-CONTROL-STATUS TO IC-FILE-STATUS
017100         GO TO 4000-EXIT
017200     END-IF.
017300     PERFORM 5000-READ-CONTROL THRU 5000-EXIT.
017400     IF WS-RECORD-ON-FILE
017500         MOVE TC-NEXT-TRANS-ID TO IC-PRIOR-ID
017600         IF TC-NEXT-TRANS-ID NOT < IC-FIRST-ID
017700             MOVE TC-NEXT-TRANS-ID TO IC-FIRST-ID
017800             CLOSE CONTROL-FILE
017900             GO TO 4000-EXIT
018000         END-IF
018100     ELSE
018200         MOVE SPACES TO TC-CONTROL-RECORD
018300         SET TC-KEY-NEXT-ID TO TRUE
018400         MOVE ZEROES TO TC-LAST-COUNT
018500         MOVE ZEROES TO TC-LAST-DATE
018600         MOVE ZEROES TO TC-LAST-TIME
018700     END-IF.
018800     ACCEPT WS-CURR-DATE8 FROM DATE YYYYMMDD.
018900     ACCEPT WS-CURR-TIME8 FROM TIME.
019000     MOVE IC-FIRST-ID   TO TC-NEXT-TRANS-ID.
019100     MOVE IC-PROGRAM    TO TC-SEED-PROGRAM.
019200     MOVE WS-CURR-DATE8 TO TC-SEED-DATE.
019300     MOVE WS-CURR-TIME8 TO TC-SEED-TIME.
019400     IF WS-RECORD-ON-FILE
019500         REWRITE TC-CONTROL-RECORD
019600             INVALID KEY
019700                 SET IC-UNAVAILABLE TO TRUE
019800         END-REWRITE
019900     ELSE
020000         WRITE TC-CONTROL-RECORD
020100             INVALID KEY
020200                 SET IC-UNAVAILABLE TO TRUE
020300         END-WRITE
020400     END-IF.
020500     IF WS-CONTROL-STATUS NOT = "00"
020600         SET IC-UNAVAILABLE TO TRUE
020700         MOVE WS-CONTROL-STATUS TO IC-FILE-STATUS
020800     END-IF.
020900     CLOSE CONTROL-FILE.
021000 4000-EXIT.
021100     EXIT.
021200*****************************************************************
021300*    5000-READ-CONTROL - THE ONE CONTROL RECORD, BY KEY         *
021400*****************************************************************
021500 5000-READ-CONTROL.
021600     MOVE "N" TO WS-RECORD-SW.
021700     SET TC-KEY-NEXT-ID TO TRUE.
021800     READ CONTROL-FILE
021900         INVALID KEY
022000             GO TO 5000-EXIT
022100     END-READ.
022200     IF WS-CONTROL-STATUS = "00"
022300         SET WS-RECORD-ON-FILE TO TRUE
022400     END-IF.
022500 5000-EXIT.
022600     EXIT.
