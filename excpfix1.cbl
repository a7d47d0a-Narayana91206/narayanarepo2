001100*                  EXCEPTION RECYCLE FILE WRITTEN BY ADDPROG1.  *
001200*                  EACH CARD NAMES THE ORIGINAL BATCH ID AND    *
001300*                  RECORD NUMBER FROM THE EXCEPTION REPORT AND  *
001400*                  SUPPLIES THE REPLACEMENT AA/BB PAIR AND THE  *
001450*                  ID OF THE OPERATOR MAKING THE CORRECTION.  A *
001500*                  MATCHED OUTSTANDING REJECT IS MARKED         *
001600*                  CORRECTED AND HELD FOR THE RESUBMISSION      *
001700*                  STEP (EXCPRES1).  A CARD THAT MATCHES NO     *
001750*                  OUTSTANDING REJECT, A NON-NUMERIC            *
001800*                  REPLACEMENT PAIR, OR AN OPERATOR ID THAT IS  *
001850*                  BLANK OR NOT ON OPSECFIL, IS REPORTED AND    *
001900*                  THE JOB ENDS WITH RETURN CODE 4.             *
002100*                                                               *
002200*    MODIFICATION HISTORY                                      *
002300*    DATE       INIT  DESCRIPTION                               *
002400*    2026-08-22 JRM   INITIAL VERSION                           *
002420*    2026-10-13 JRM   STAMP THE CORRECTING OPERATOR FROM THE    *
002440*                     CARD ON THE RECYCLE RECORD                *
002460*    2026-10-15 JRM   REFUSE A CARD WHOSE OPERATOR ID IS BLANK  *
002480*                     OR NOT ON OPSECFIL                        *
002500*                                                               *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
003700     SELECT CORR-FILE       ASSIGN TO "CORRFILE"
003800             ORGANIZATION IS LINE SEQUENTIAL
003900             FILE STATUS IS WS-CORR-STATUS.
003920*
003940     SELECT SECURITY-FILE   ASSIGN TO "OPSECFIL"
003960             ORGANIZATION IS LINE SEQUENTIAL
003980             FILE STATUS IS WS-SECURITY-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  RECYCLE-FILE
004600 FD  CORR-FILE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY "corrcard.cpy".
004820*
004840 FD  SECURITY-FILE
004860     LABEL RECORDS ARE STANDARD.
004880     COPY "opsec.cpy".
004900*
005000 WORKING-STORAGE SECTION.
005100*****************************************************************
006100*****************************************************************
006200 77  WS-RECYCLE-STATUS           PIC X(02)      VALUE SPACES.
006300 77  WS-CORR-STATUS              PIC X(02)      VALUE SPACES.
006350 77  WS-SECURITY-STATUS          PIC X(02)      VALUE SPACES.
006400*
006500 77  WS-RECYCLE-EOF-SW           PIC X(01)      VALUE "N".
006600     88  WS-RECYCLE-EOF                         VALUE "Y".
006700 77  WS-CARD-EOF-SW              PIC X(01)      VALUE "N".
006800     88  WS-CARD-EOF                            VALUE "Y".
006820 77  WS-SEC-EOF-SW               PIC X(01)      VALUE "N".
006840     88  WS-SEC-EOF                             VALUE "Y".
006900 77  WS-MATCH-SW                 PIC X(01)      VALUE "N".
007000     88  WS-MATCH-FOUND                         VALUE "Y".
007100*
007800 77  WS-RY-IX                    PIC 9(04) COMP VALUE ZERO.
007900 01  WS-RECYCLE-TABLE.
008000     05  WS-RY-ENTRY OCCURS 500 TIMES.
008100         10  WS-RY-RECORD        PIC X(88).
008105*****************************************************************
008110*    OPERATOR IDS ON OPSECFIL - THE SAME LIMIT AS ADDONL1       *
008115*****************************************************************
008120 77  WS-OPR-MAX                  PIC 9(04) COMP VALUE 50.
008125 77  WS-OPR-CNT                  PIC 9(04) COMP VALUE ZERO.
008130 77  WS-OPR-IX                   PIC 9(04) COMP VALUE ZERO.
008135 77  WS-OPR-FOUND-SW             PIC X(01)      VALUE "N".
008140     88  WS-OPR-FOUND                           VALUE "Y".
008145 01  WS-OPERATOR-TABLE.
008150     05  WS-OPR-ENTRY OCCURS 50 TIMES.
008155         10  WS-OPR-ID           PIC X(08).
008200 PROCEDURE DIVISION.
008300*****************************************************************
008400*    0000-MAINLINE                                              *
010500     PERFORM 1100-LOAD-ONE-RECYCLE THRU 1100-EXIT
010600             UNTIL WS-RECYCLE-EOF.
010700     CLOSE RECYCLE-FILE.
010750     PERFORM 1200-LOAD-OPERATORS THRU 1200-EXIT.
010800     OPEN INPUT CORR-FILE.
010900     IF WS-CORR-STATUS NOT = "00"
011000         DISPLAY "EXCPFIX1 - CANNOT OPEN CORRFILE, STATUS "
013700     MOVE RY-RECYCLE-RECORD TO WS-RY-RECORD (WS-RECYCLE-CNT).
013800 1110-EXIT.
013900     EXIT.
013902*****************************************************************
013903*    1200-LOAD-OPERATORS - THE OPERATOR IDS ON OPSECFIL,        *
013904*                          AGAINST WHICH EACH CARD'S CORRECTING *
013905*                          OPERATOR IS CHECKED                  *
013907*****************************************************************
013908 1200-LOAD-OPERATORS.
013910     OPEN INPUT SECURITY-FILE.
013912     IF WS-SECURITY-STATUS NOT = "00"
013914         DISPLAY "EXCPFIX1 - CANNOT OPEN OPSECFIL, STATUS "
013916                 WS-SECURITY-STATUS
013918         MOVE 12 TO RETURN-CODE
013920         STOP RUN
013922     END-IF.
013924     PERFORM 1210-LOAD-ONE-OPERATOR THRU 1210-EXIT
013926             UNTIL WS-SEC-EOF.
013928     CLOSE SECURITY-FILE.
013930 1200-EXIT.
013932     EXIT.
013934*
013936 1210-LOAD-ONE-OPERATOR.
013938     READ SECURITY-FILE
013940         AT END
013942             SET WS-SEC-EOF TO TRUE
013944             GO TO 1210-EXIT
013946     END-READ.
013948     IF WS-OPR-CNT >= WS-OPR-MAX
013950         DISPLAY "EXCPFIX1 - OPSECFIL EXCEEDS " WS-OPR-MAX
013952                 " OPERATORS - RAISE WS-OPR-MAX"
013954         MOVE 12 TO RETURN-CODE
013956         STOP RUN
013958     END-IF.
013960     ADD 1 TO WS-OPR-CNT.
013962     MOVE OS-OPERATOR-ID TO WS-OPR-ID (WS-OPR-CNT).
013964 1210-EXIT.
013966     EXIT.
014000*****************************************************************
014100*    2000-APPLY-ONE-CARD - MATCH ONE CORRECTION CARD AGAINST    *
014120*                          THE OUTSTANDING REJECTS.  THE CARD   *
014140*                          MUST CARRY A PAIR THAT IS NUMERIC    *
014160*                          AND THE ID OF AN OPERATOR ON         *
014180*                          OPSECFIL, OR IT IS NOT APPLIED.      *
014300*****************************************************************
014400 2000-APPLY-ONE-CARD.
014500     ADD 1 TO WS-CARD-CNT.
014800         DISPLAY "EXCPFIX1 - CARD " WS-CARD-CNT
014900                 " REPLACEMENT PAIR NOT NUMERIC - SKIPPED"
015000     ELSE
015020         PERFORM 2050-CHECK-OPERATOR THRU 2050-EXIT
015040         IF WS-OPR-FOUND
015060             PERFORM 2100-FIND-AND-MARK THRU 2100-EXIT
015080         END-IF
015200     END-IF.
015300     PERFORM 2900-READ-CARD THRU 2900-EXIT.
015400 2000-EXIT.
015500     EXIT.
015502*
015504 2050-CHECK-OPERATOR.
015506     MOVE "N" TO WS-OPR-FOUND-SW.
015508     IF CO-OPERATOR-ID = SPACES
015510         ADD 1 TO WS-BAD-CARD-CNT
015512         DISPLAY "EXCPFIX1 - CARD " WS-CARD-CNT
015514                 " NO OPERATOR ID - SKIPPED"
015516         GO TO 2050-EXIT
015518     END-IF.
015520     PERFORM 2060-MATCH-OPERATOR THRU 2060-EXIT
015522             VARYING WS-OPR-IX FROM 1 BY 1
015524             UNTIL WS-OPR-IX > WS-OPR-CNT
015526                OR WS-OPR-FOUND.
015528     IF NOT WS-OPR-FOUND
015530         ADD 1 TO WS-BAD-CARD-CNT
015532         DISPLAY "EXCPFIX1 - CARD " WS-CARD-CNT " OPERATOR "
015534                 CO-OPERATOR-ID " NOT ON OPSECFIL - SKIPPED"
015536     END-IF.
015538 2050-EXIT.
015540     EXIT.
015542*
015544 2060-MATCH-OPERATOR.
015546     IF WS-OPR-ID (WS-OPR-IX) = CO-OPERATOR-ID
015548         SET WS-OPR-FOUND TO TRUE
015550     END-IF.
015552 2060-EXIT.
015554     EXIT.
015600*
015700 2100-FIND-AND-MARK.
015800     MOVE "N" TO WS-MATCH-SW.
018300     MOVE CO-NEW-AA      TO RY-CORR-AA.
018400     MOVE CO-NEW-BB      TO RY-CORR-BB.
018500     MOVE WS-CURR-DATE8  TO RY-CORR-DATE.
018550     MOVE CO-OPERATOR-ID TO RY-CORR-OPERATOR-ID.
018600     SET RY-CORRECTED    TO TRUE.
018700     MOVE RY-RECYCLE-RECORD TO WS-RY-RECORD (WS-RY-IX).
018800     ADD 1 TO WS-APPLIED-CNT.
