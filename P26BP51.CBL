000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP51.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26POSF ASSIGN TO P26POSF                             00060000
000700         ORGANIZATION IS INDEXED                                  00070000
000800         ACCESS MODE IS SEQUENTIAL                                00080000
000900         RECORD KEY IS POS-NUMBER                                 00090000
001000         FILE STATUS IS WS-POSF-STATUS.                           00100000
001100     SELECT P26AFILE ASSIGN TO P26AFILE                           00110000
001200         ORGANIZATION IS INDEXED                                  00120000
001300         ACCESS MODE IS DYNAMIC                                   00130000
001400         RECORD KEY IS EMP-ID                                     00140000
001500         FILE STATUS IS WS-AFILE-STATUS.                          00150000
001600     SELECT P26PSCR ASSIGN TO P26PSCR                             00160000
001700         ORGANIZATION IS LINE SEQUENTIAL                          00170000
001800         FILE STATUS IS WS-PSCR-STATUS.                           00180000
001900     SELECT WS-SORT-FILE ASSIGN TO SORTWK1.                       00190000
002000*                                                                 00200000
002100 DATA DIVISION.                                                   00210000
002200 FILE SECTION.                                                    00220000
002300 FD  P26POSF                                                      00230000
002400     LABEL RECORDS ARE STANDARD.                                  00240000
002500     COPY P26POSR.                                                00250000
002600 FD  P26AFILE                                                     00260000
002700     LABEL RECORDS ARE STANDARD.                                  00270000
002800     COPY EMPREC.                                                 00280000
002900 FD  P26PSCR                                                      00290000
003000     LABEL RECORDS ARE STANDARD.                                  00300000
003100 01  PSCR-LINE               PIC X(132).                          00310000
003200 SD  WS-SORT-FILE.                                                00320000
003300 01  SORT-RECORD.                                                 00330000
003400     03  SRT-DEPT            PIC X(08).                           00340000
003500     03  SRT-LOC             PIC X(10).                           00350000
003600     03  SRT-POS-NO          PIC X(06).                           00360000
003700     03  SRT-STATUS          PIC X(01).                           00370000
003800     03  SRT-BUDGET-SAL      PIC 9(07)V99.                        00380000
003900     03  SRT-ACTUAL-SAL      PIC 9(07)V99.                        00390000
004000*                                                                 00400000
004100 WORKING-STORAGE SECTION.                                         00410000
004200 01  WS-POSF-STATUS          PIC X(02) VALUE SPACES.              00420000
004300     88  POSF-MISSING                VALUE '35'.                  00430000
004400 01  WS-AFILE-STATUS         PIC X(02) VALUE SPACES.              00440000
004500 01  WS-PSCR-STATUS          PIC X(02) VALUE SPACES.              00450000
004600 01  WS-POSF-EOF-FLAG        PIC X(01) VALUE 'N'.                 00460000
004700     88  POSF-EOF                    VALUE 'Y'.                   00470000
004800 01  WS-SORT-EOF-FLAG        PIC X(01) VALUE 'N'.                 00480000
004900     88  SORT-EOF                    VALUE 'Y'.                   00490000
005000 01  WS-FIRST-FLAG           PIC X(01) VALUE 'Y'.                 00500000
005100     88  FIRST-GROUP                 VALUE 'Y'.                   00510000
005200 01  WS-PREV-DEPT            PIC X(08) VALUE SPACES.              00520000
005300 01  WS-PREV-LOC             PIC X(10) VALUE SPACES.              00530000
005400 01  WS-READ-COUNT           PIC 9(05) VALUE ZERO.                00540000
005500 01  WS-LINE-COUNT           PIC 9(05) VALUE ZERO.                00550000
005600 01  WS-PAGE-NO              PIC 9(04) VALUE ZERO.                00560000
005700 01  WS-GROUP-TOTALS.                                             00570000
005800     03  WS-GRP-BUDGETED     PIC 9(05).                           00580000
005900     03  WS-GRP-FILLED       PIC 9(05).                           00590000
006000     03  WS-GRP-VACANT       PIC 9(05).                           00600000
006100     03  WS-GRP-FROZEN       PIC 9(05).                           00610000
006200     03  WS-GRP-BUDGET-SAL   PIC 9(09)V99.                        00620000
006300     03  WS-GRP-ACTUAL-SAL   PIC 9(09)V99.                        00630000
006400 01  WS-GRAND-TOTALS.                                             00640000
006500     03  WS-TOT-BUDGETED     PIC 9(05).                           00650000
006600     03  WS-TOT-FILLED       PIC 9(05).                           00660000
006700     03  WS-TOT-VACANT       PIC 9(05).                           00670000
006800     03  WS-TOT-FROZEN       PIC 9(05).                           00680000
006900     03  WS-TOT-BUDGET-SAL   PIC 9(09)V99.                        00690000
007000     03  WS-TOT-ACTUAL-SAL   PIC 9(09)V99.                        00700000
007100 01  WS-VARIANCE             PIC S9(09)V99 VALUE ZERO.            00710000
007200 01  WS-CURRENT-DATE.                                             00720000
007300     03  WS-CURR-YY          PIC 9(04).                           00730000
007400     03  WS-CURR-MM          PIC 9(02).                           00740000
007500     03  WS-CURR-DD          PIC 9(02).                           00750000
007600 01  WS-HEADING-LINE-1.                                           00760000
007700     03  FILLER              PIC X(09) VALUE 'P26BP51 '.          00770000
007800     03  FILLER              PIC X(34) VALUE                      00780000
007900         'POSITION CONTROL - BUDGET VS FILL'.                     00790000
008000     03  FILLER              PIC X(07) VALUE 'MONTH '.            00800000
008100     03  HL-YY               PIC 9(04).                           00810000
008200     03  FILLER              PIC X(01) VALUE '/'.                 00820000
008300     03  HL-MM               PIC 9(02).                           00830000
008400     03  FILLER              PIC X(07) VALUE '  PAGE '.           00840000
008500     03  HL-PAGE-NO          PIC ZZZ9.                            00850000
008600 01  WS-COL-HEADING-1.                                            00860000
008700     03  FILLER              PIC X(35) VALUE                      00870000
008800         'DEPT     LOCATION      BUDGT FILLED'.                   00880000
008900     03  FILLER              PIC X(29) VALUE                      00890000
009000         ' VACANT FROZEN  BUDGET SALARY'.                         00900000
009100     03  FILLER              PIC X(32) VALUE                      00910000
009200         '   ACTUAL SALARY        VARIANCE'.                      00920000
009300 01  WS-DETAIL-LINE.                                              00930000
009400     03  DL-DEPT             PIC X(08).                           00940000
009500     03  FILLER              PIC X(01) VALUE SPACES.              00950000
009600     03  DL-LOC              PIC X(10).                           00960000
009700     03  FILLER              PIC X(03) VALUE SPACES.              00970000
009800     03  DL-BUDGETED         PIC ZZ,ZZ9.                          00980000
009900     03  FILLER              PIC X(01) VALUE SPACES.              00990000
010000     03  DL-FILLED           PIC ZZ,ZZ9.                          01000000
010100     03  FILLER              PIC X(01) VALUE SPACES.              01010000
010200     03  DL-VACANT           PIC ZZ,ZZ9.                          01020000
010300     03  FILLER              PIC X(01) VALUE SPACES.              01030000
010400     03  DL-FROZEN           PIC ZZ,ZZ9.                          01040000
010500     03  FILLER              PIC X(01) VALUE SPACES.              01050000
010600     03  DL-BUDGET-SAL       PIC ZZZ,ZZZ,ZZ9.99.                  01060000
010700     03  FILLER              PIC X(02) VALUE SPACES.              01070000
010800     03  DL-ACTUAL-SAL       PIC ZZZ,ZZZ,ZZ9.99.                  01080000
010900     03  FILLER              PIC X(02) VALUE SPACES.              01090000
011000     03  DL-VARIANCE         PIC ZZZ,ZZZ,ZZ9.99-.                 01100000
011100     03  FILLER              PIC X(02) VALUE SPACES.              01110000
011200     03  DL-FLAG             PIC X(12).                           01120000
011300 01  WS-SUMMARY-LINE.                                             01130000
011400     03  SM-LABEL            PIC X(30).                           01140000
011500     03  SM-COUNT            PIC ZZZ,ZZ9.                         01150000
011600*                                                                 01160000
011700     COPY P26RCC.                                                 01170000
011800*                                                                 01180000
011900 PROCEDURE DIVISION.                                              01190000
012000 MAIN-PARA.                                                       01200000
012100     PERFORM REGISTER-START-PARA                                  01210000
012200     PERFORM INITIALIZATION-PARA                                  01220000
012300     SORT WS-SORT-FILE                                            01230000
012400         ON ASCENDING KEY SRT-DEPT SRT-LOC SRT-POS-NO             01240000
012500         INPUT PROCEDURE IS LOAD-SORT-PARA                        01250000
012600         OUTPUT PROCEDURE IS PRINT-REPORT-PARA                    01260000
012700     PERFORM REGISTER-END-PARA                                    01270000
012800     STOP RUN.                                                    01280000
012900*                                                                 01290000
013000 INITIALIZATION-PARA.                                             01300000
013100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    01310000
013200     INITIALIZE WS-GROUP-TOTALS                                   01320000
013300     INITIALIZE WS-GRAND-TOTALS.                                  01330000
013400*                                                                 01340000
013500 LOAD-SORT-PARA.                                                  01350000
013600     OPEN INPUT P26POSF                                           01360000
013700     OPEN INPUT P26AFILE                                          01370000
013800     IF POSF-MISSING                                              01380000
013900         SET POSF-EOF TO TRUE                                     01390000
014000     ELSE                                                         01400000
014100         PERFORM READ-POSF-PARA                                   01410000
014200     END-IF                                                       01420000
014300     PERFORM RELEASE-RECORD-PARA                                  01430000
014400         UNTIL POSF-EOF                                           01440000
014500     IF NOT POSF-MISSING                                          01450000
014600         CLOSE P26POSF                                            01460000
014700     END-IF                                                       01470000
014800     CLOSE P26AFILE.                                              01480000
014900*                                                                 01490000
015000 READ-POSF-PARA.                                                  01500000
015100     READ P26POSF NEXT RECORD                                     01510000
015200         AT END                                                   01520000
015300             SET POSF-EOF TO TRUE                                 01530000
015400     END-READ                                                     01540000
015500     IF NOT POSF-EOF                                              01550000
015600         ADD 1 TO WS-READ-COUNT                                   01560000
015700     END-IF.                                                      01570000
015800*                                                                 01580000
015900 RELEASE-RECORD-PARA.                                             01590000
016000     MOVE POS-DEPT TO SRT-DEPT                                    01600000
016100     MOVE POS-LOC TO SRT-LOC                                      01610000
016200     MOVE POS-NUMBER TO SRT-POS-NO                                01620000
016300     MOVE POS-STATUS TO SRT-STATUS                                01630000
016400     MOVE POS-BUDGET-SAL TO SRT-BUDGET-SAL                        01640000
016500     MOVE ZERO TO SRT-ACTUAL-SAL                                  01650000
016600     IF POS-FILLED                                                01660000
016700         MOVE POS-EMP-ID TO EMP-ID                                01670000
016800         READ P26AFILE                                            01680000
016900             INVALID KEY                                          01690000
017000                 CONTINUE                                         01700000
017100             NOT INVALID KEY                                      01710000
017200                 MOVE EMP-EARN TO SRT-ACTUAL-SAL                  01720000
017300         END-READ                                                 01730000
017400     END-IF                                                       01740000
017500     RELEASE SORT-RECORD                                          01750000
017600     PERFORM READ-POSF-PARA.                                      01760000
017700*                                                                 01770000
017800 PRINT-REPORT-PARA.                                               01780000
017900     OPEN OUTPUT P26PSCR                                          01790000
018000     PERFORM WRITE-HEADING-PARA                                   01800000
018100     PERFORM RETURN-SORT-PARA                                     01810000
018200     PERFORM PROCESS-SORTED-PARA                                  01820000
018300         UNTIL SORT-EOF                                           01830000
018400     IF NOT FIRST-GROUP                                           01840000
018500         PERFORM WRITE-GROUP-PARA                                 01850000
018600     END-IF                                                       01860000
018700     PERFORM WRITE-GRAND-TOTAL-PARA                               01870000
018800     CLOSE P26PSCR.                                               01880000
018900*                                                                 01890000
019000 RETURN-SORT-PARA.                                                01900000
019100     RETURN WS-SORT-FILE                                          01910000
019200         AT END                                                   01920000
019300             SET SORT-EOF TO TRUE                                 01930000
019400     END-RETURN.                                                  01940000
019500*                                                                 01950000
019600 PROCESS-SORTED-PARA.                                             01960000
019700     IF FIRST-GROUP                                               01970000
019800         MOVE 'N' TO WS-FIRST-FLAG                                01980000
019900         MOVE SRT-DEPT TO WS-PREV-DEPT                            01990000
020000         MOVE SRT-LOC TO WS-PREV-LOC                              02000000
020100     END-IF                                                       02010000
020200     IF SRT-DEPT NOT = WS-PREV-DEPT                               02020000
020300        OR SRT-LOC NOT = WS-PREV-LOC                              02030000
020400         PERFORM WRITE-GROUP-PARA                                 02040000
020500         MOVE SRT-DEPT TO WS-PREV-DEPT                            02050000
020600         MOVE SRT-LOC TO WS-PREV-LOC                              02060000
020700     END-IF                                                       02070000
020800     EVALUATE SRT-STATUS                                          02080000
020900         WHEN 'F'                                                 02090000
021000             ADD 1 TO WS-GRP-BUDGETED                             02100000
021100             ADD 1 TO WS-GRP-FILLED                               02110000
021200             ADD SRT-BUDGET-SAL TO WS-GRP-BUDGET-SAL              02120000
021300             ADD SRT-ACTUAL-SAL TO WS-GRP-ACTUAL-SAL              02130000
021400         WHEN 'Z'                                                 02140000
021500             ADD 1 TO WS-GRP-FROZEN                               02150000
021600         WHEN OTHER                                               02160000
021700             ADD 1 TO WS-GRP-BUDGETED                             02170000
021800             ADD 1 TO WS-GRP-VACANT                               02180000
021900             ADD SRT-BUDGET-SAL TO WS-GRP-BUDGET-SAL              02190000
022000     END-EVALUATE                                                 02200000
022100     PERFORM RETURN-SORT-PARA.                                    02210000
022200*                                                                 02220000
022300 WRITE-HEADING-PARA.                                              02230000
022400     ADD 1 TO WS-PAGE-NO                                          02240000
022500     MOVE WS-PAGE-NO TO HL-PAGE-NO                                02250000
022600     MOVE WS-CURR-YY TO HL-YY                                     02260000
022700     MOVE WS-CURR-MM TO HL-MM                                     02270000
022800     MOVE WS-HEADING-LINE-1 TO PSCR-LINE                          02280000
022900     WRITE PSCR-LINE AFTER ADVANCING PAGE                         02290000
023000     MOVE WS-COL-HEADING-1 TO PSCR-LINE                           02300000
023100     WRITE PSCR-LINE AFTER ADVANCING 2 LINES                      02310000
023200     MOVE ZERO TO WS-LINE-COUNT.                                  02320000
023300*                                                                 02330000
023400 WRITE-GROUP-PARA.                                                02340000
023500     IF WS-LINE-COUNT > 50                                        02350000
023600         PERFORM WRITE-HEADING-PARA                               02360000
023700     END-IF                                                       02370000
023800     MOVE SPACES TO WS-DETAIL-LINE                                02380000
023900     MOVE WS-PREV-DEPT TO DL-DEPT                                 02390000
024000     MOVE WS-PREV-LOC TO DL-LOC                                   02400000
024100     MOVE WS-GRP-BUDGETED TO DL-BUDGETED                          02410000
024200     MOVE WS-GRP-FILLED TO DL-FILLED                              02420000
024300     MOVE WS-GRP-VACANT TO DL-VACANT                              02430000
024400     MOVE WS-GRP-FROZEN TO DL-FROZEN                              02440000
024500     MOVE WS-GRP-BUDGET-SAL TO DL-BUDGET-SAL                      02450000
024600     MOVE WS-GRP-ACTUAL-SAL TO DL-ACTUAL-SAL                      02460000
024700     COMPUTE WS-VARIANCE = WS-GRP-BUDGET-SAL - WS-GRP-ACTUAL-SAL  02470000
024800     MOVE WS-VARIANCE TO DL-VARIANCE                              02480000
024900     IF WS-GRP-ACTUAL-SAL > WS-GRP-BUDGET-SAL                     02490000
025000         MOVE 'OVER BUDGET' TO DL-FLAG                            02500000
025100     END-IF                                                       02510000
025200     MOVE WS-DETAIL-LINE TO PSCR-LINE                             02520000
025300     WRITE PSCR-LINE AFTER ADVANCING 1 LINE                       02530000
025400     ADD 1 TO WS-LINE-COUNT                                       02540000
025500     ADD WS-GRP-BUDGETED TO WS-TOT-BUDGETED                       02550000
025600     ADD WS-GRP-FILLED TO WS-TOT-FILLED                           02560000
025700     ADD WS-GRP-VACANT TO WS-TOT-VACANT                           02570000
025800     ADD WS-GRP-FROZEN TO WS-TOT-FROZEN                           02580000
025900     ADD WS-GRP-BUDGET-SAL TO WS-TOT-BUDGET-SAL                   02590000
026000     ADD WS-GRP-ACTUAL-SAL TO WS-TOT-ACTUAL-SAL                   02600000
026100     INITIALIZE WS-GROUP-TOTALS.                                  02610000
026200*                                                                 02620000
026300 WRITE-GRAND-TOTAL-PARA.                                          02630000
026400     MOVE SPACES TO WS-DETAIL-LINE                                02640000
026500     MOVE 'TOTAL' TO DL-DEPT                                      02650000
026600     MOVE WS-TOT-BUDGETED TO DL-BUDGETED                          02660000
026700     MOVE WS-TOT-FILLED TO DL-FILLED                              02670000
026800     MOVE WS-TOT-VACANT TO DL-VACANT                              02680000
026900     MOVE WS-TOT-FROZEN TO DL-FROZEN                              02690000
027000     MOVE WS-TOT-BUDGET-SAL TO DL-BUDGET-SAL                      02700000
027100     MOVE WS-TOT-ACTUAL-SAL TO DL-ACTUAL-SAL                      02710000
027200     COMPUTE WS-VARIANCE = WS-TOT-BUDGET-SAL - WS-TOT-ACTUAL-SAL  02720000
027300     MOVE WS-VARIANCE TO DL-VARIANCE                              02730000
027400     IF WS-TOT-ACTUAL-SAL > WS-TOT-BUDGET-SAL                     02740000
027500         MOVE 'OVER BUDGET' TO DL-FLAG                            02750000
027600     END-IF                                                       02760000
027700     MOVE WS-DETAIL-LINE TO PSCR-LINE                             02770000
027800     WRITE PSCR-LINE AFTER ADVANCING 2 LINES                      02780000
027900     MOVE SPACES TO WS-SUMMARY-LINE                               02790000
028000     MOVE 'POSITIONS READ' TO SM-LABEL                            02800000
028100     MOVE WS-READ-COUNT TO SM-COUNT                               02810000
028200     MOVE WS-SUMMARY-LINE TO PSCR-LINE                            02820000
028300     WRITE PSCR-LINE AFTER ADVANCING 2 LINES                      02830000
028400     DISPLAY 'P26BP51 POSITIONS ' WS-READ-COUNT                   02840000
028500         ' FILLED ' WS-TOT-FILLED                                 02850000
028600         ' VACANT ' WS-TOT-VACANT.                                02860000
028700*                                                                 02870000
028800 REGISTER-START-PARA.                                             02880000
028900     SET RCA-START TO TRUE                                        02890000
029000     MOVE 'P26BP51' TO RCA-JOB-NAME                               02900000
029100     MOVE SPACES TO RCA-BUS-DATE                                  02910000
029200     MOVE SPACES TO RCA-PRED-JOB                                  02920000
029300     MOVE SPACES TO RCA-OVERRIDE                                  02930000
029400     MOVE ZERO TO RCA-READ-COUNT                                  02940000
029500     MOVE ZERO TO RCA-WRITE-COUNT                                 02950000
029600     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       02960000
029700     IF RCA-RETURN NOT = '00'                                     02970000
029800         DISPLAY 'P26BP51 RUN REFUSED BY RUN CONTROL RC='         02980000
029900             RCA-RETURN                                           02990000
030000         STOP RUN                                                 03000000
030100     END-IF.                                                      03010000
030200*                                                                 03020000
030300 REGISTER-END-PARA.                                               03030000
030400     SET RCA-END TO TRUE                                          03040000
030500     MOVE WS-READ-COUNT TO RCA-READ-COUNT                         03050000
030600     MOVE ZERO TO RCA-WRITE-COUNT                                 03060000
030700     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      03070000
