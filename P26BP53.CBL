000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP53.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26MFILE ASSIGN TO P26MFILE                           00060000
000700         ORGANIZATION IS INDEXED                                  00070000
000800         ACCESS MODE IS SEQUENTIAL                                00080000
000900         RECORD KEY IS EMP-ID                                     00090000
001000         FILE STATUS IS WS-MFILE-STATUS.                          00100000
001100     SELECT P26SFILE ASSIGN TO P26SFILE                           00110000
001200         ORGANIZATION IS INDEXED                                  00120000
001300         ACCESS MODE IS DYNAMIC                                   00130000
001400         RECORD KEY IS STS-EMP-ID                                 00140000
001500         FILE STATUS IS WS-SFILE-STATUS.                          00150000
001600     SELECT P26GRDF ASSIGN TO P26GRDF                             00160000
001700         ORGANIZATION IS INDEXED                                  00170000
001800         ACCESS MODE IS DYNAMIC                                   00180000
001900         RECORD KEY IS GRD-CODE                                   00190000
002000         FILE STATUS IS WS-GRDF-STATUS.                           00200000
002100     SELECT P26CRRP ASSIGN TO P26CRRP                             00210000
002200         ORGANIZATION IS LINE SEQUENTIAL                          00220000
002300         FILE STATUS IS WS-CRRP-STATUS.                           00230000
002400     SELECT WS-SORT-FILE ASSIGN TO SORTWK1.                       00240000
002500*                                                                 00250000
002600 DATA DIVISION.                                                   00260000
002700 FILE SECTION.                                                    00270000
002800 FD  P26MFILE                                                     00280000
002900     LABEL RECORDS ARE STANDARD.                                  00290000
003000     COPY EMPMSTR.                                                00300000
003100 FD  P26SFILE                                                     00310000
003200     LABEL RECORDS ARE STANDARD.                                  00320000
003300     COPY P26STR.                                                 00330000
003400 FD  P26GRDF                                                      00340000
003500     LABEL RECORDS ARE STANDARD.                                  00350000
003600     COPY P26GRDR.                                                00360000
003700 FD  P26CRRP                                                      00370000
003800     LABEL RECORDS ARE STANDARD.                                  00380000
003900 01  CRRP-LINE               PIC X(132).                          00390000
004000 SD  WS-SORT-FILE.                                                00400000
004100 01  SORT-RECORD.                                                 00410000
004200     03  SRT-DEPT            PIC X(08).                           00420000
004300     03  SRT-GRADE           PIC X(03).                           00430000
004400     03  SRT-EMP-ID          PIC X(05).                           00440000
004500     03  SRT-NAME            PIC X(20).                           00450000
004600     03  SRT-EARN            PIC 9(07)V99.                        00460000
004700     03  SRT-MIN-SAL         PIC 9(07)V99.                        00470000
004800     03  SRT-MID-SAL         PIC 9(07)V99.                        00480000
004900     03  SRT-MAX-SAL         PIC 9(07)V99.                        00490000
005000*                                                                 00500000
005100 WORKING-STORAGE SECTION.                                         00510000
005200 01  WS-MFILE-STATUS         PIC X(02) VALUE SPACES.              00520000
005300     88  MFILE-MISSING               VALUE '35'.                  00530000
005400 01  WS-SFILE-STATUS         PIC X(02) VALUE SPACES.              00540000
005500     88  SFILE-MISSING               VALUE '35'.                  00550000
005600 01  WS-GRDF-STATUS          PIC X(02) VALUE SPACES.              00560000
005700     88  GRDF-MISSING                VALUE '35'.                  00570000
005800 01  WS-CRRP-STATUS          PIC X(02) VALUE SPACES.              00580000
005900 01  WS-MFILE-EOF-FLAG       PIC X(01) VALUE 'N'.                 00590000
006000     88  MFILE-EOF                   VALUE 'Y'.                   00600000
006100 01  WS-SORT-EOF-FLAG        PIC X(01) VALUE 'N'.                 00610000
006200     88  SORT-EOF                    VALUE 'Y'.                   00620000
006300 01  WS-FIRST-FLAG           PIC X(01) VALUE 'Y'.                 00630000
006400     88  FIRST-GROUP                 VALUE 'Y'.                   00640000
006500 01  WS-GRADED-FLAG          PIC X(01) VALUE 'N'.                 00650000
006600     88  EMP-GRADED                  VALUE 'Y'.                   00660000
006700 01  WS-PREV-DEPT            PIC X(08) VALUE SPACES.              00670000
006800 01  WS-PREV-GRADE           PIC X(03) VALUE SPACES.              00680000
006900 01  WS-READ-COUNT           PIC 9(05) VALUE ZERO.                00690000
007000 01  WS-UNGRADED-COUNT       PIC 9(05) VALUE ZERO.                00700000
007100 01  WS-LINE-COUNT           PIC 9(05) VALUE ZERO.                00710000
007200 01  WS-PAGE-NO              PIC 9(04) VALUE ZERO.                00720000
007300 01  WS-COMPA                PIC 9(03)V9 VALUE ZERO.              00730000
007400 01  WS-MID-DIFF             PIC S9(07)V99 VALUE ZERO.            00740000
007500 01  WS-GROUP-TOTALS.                                             00750000
007600     03  WS-GRP-COUNT        PIC 9(05).                           00760000
007700     03  WS-GRP-BELOW        PIC 9(05).                           00770000
007800     03  WS-GRP-ABOVE        PIC 9(05).                           00780000
007900     03  WS-GRP-EARN         PIC 9(09)V99.                        00790000
008000     03  WS-GRP-MID          PIC 9(09)V99.                        00800000
008100 01  WS-GRAND-TOTALS.                                             00810000
008200     03  WS-TOT-COUNT        PIC 9(05).                           00820000
008300     03  WS-TOT-BELOW        PIC 9(05).                           00830000
008400     03  WS-TOT-ABOVE        PIC 9(05).                           00840000
008500     03  WS-TOT-EARN         PIC 9(09)V99.                        00850000
008600     03  WS-TOT-MID          PIC 9(09)V99.                        00860000
008700 01  WS-CURRENT-DATE.                                             00870000
008800     03  WS-CURR-YY          PIC 9(04).                           00880000
008900     03  WS-CURR-MM          PIC 9(02).                           00890000
009000     03  WS-CURR-DD          PIC 9(02).                           00900000
009100 01  WS-HEADING-LINE-1.                                           00910000
009200     03  FILLER              PIC X(09) VALUE 'P26BP53 '.          00920000
009300     03  FILLER              PIC X(34) VALUE                      00930000
009400         'COMPA-RATIO BY DEPARTMENT / GRADE'.                     00940000
009500     03  FILLER              PIC X(06) VALUE 'DATE '.             00950000
009600     03  HL-YY               PIC 9(04).                           00960000
009700     03  FILLER              PIC X(01) VALUE '/'.                 00970000
009800     03  HL-MM               PIC 9(02).                           00980000
009900     03  FILLER              PIC X(01) VALUE '/'.                 00990000
010000     03  HL-DD               PIC 9(02).                           01000000
010100     03  FILLER              PIC X(07) VALUE '  PAGE '.           01010000
010200     03  HL-PAGE-NO          PIC ZZZ9.                            01020000
010300 01  WS-COL-HEADING-1.                                            01030000
010400     03  FILLER              PIC X(36) VALUE                      01040000
010500         'DEPT     GRD EMP   NAME             '.                  01050000
010600     03  FILLER              PIC X(36) VALUE                      01060000
010700         '          SALARY       MINIMUM      '.                  01070000
010800     03  FILLER              PIC X(36) VALUE                      01080000
010900         'MIDPOINT       MAXIMUM  COMPA   VS M'.                  01090000
011000     03  FILLER              PIC X(11) VALUE                      01100000
011100         'IDPOINT    '.                                           01110000
011200 01  WS-DETAIL-LINE.                                              01120000
011300     03  DL-DEPT             PIC X(08).                           01130000
011400     03  FILLER              PIC X(01) VALUE SPACES.              01140000
011500     03  DL-GRADE            PIC X(03).                           01150000
011600     03  FILLER              PIC X(01) VALUE SPACES.              01160000
011700     03  DL-EMP-ID           PIC X(05).                           01170000
011800     03  FILLER              PIC X(01) VALUE SPACES.              01180000
011900     03  DL-NAME             PIC X(20).                           01190000
012000     03  FILLER              PIC X(01) VALUE SPACES.              01200000
012100     03  DL-EARN             PIC Z,ZZZ,ZZ9.99.                    01210000
012200     03  FILLER              PIC X(02) VALUE SPACES.              01220000
012300     03  DL-MIN              PIC Z,ZZZ,ZZ9.99.                    01230000
012400     03  FILLER              PIC X(02) VALUE SPACES.              01240000
012500     03  DL-MID              PIC Z,ZZZ,ZZ9.99.                    01250000
012600     03  FILLER              PIC X(02) VALUE SPACES.              01260000
012700     03  DL-MAX              PIC Z,ZZZ,ZZ9.99.                    01270000
012800     03  FILLER              PIC X(02) VALUE SPACES.              01280000
012900     03  DL-COMPA            PIC ZZ9.9.                           01290000
013000     03  FILLER              PIC X(02) VALUE SPACES.              01300000
013100     03  DL-MID-DIFF         PIC Z,ZZZ,ZZ9.99-.                   01310000
013200     03  FILLER              PIC X(02) VALUE SPACES.              01320000
013300     03  DL-FLAG             PIC X(09).                           01330000
013400 01  WS-GROUP-LINE.                                               01340000
013500     03  FILLER              PIC X(04) VALUE SPACES.              01350000
013600     03  GRL-LABEL           PIC X(14).                           01360000
013700     03  GRL-DEPT            PIC X(08).                           01370000
013800     03  FILLER              PIC X(01) VALUE SPACES.              01380000
013900     03  GRL-GRADE           PIC X(03).                           01390000
014000     03  FILLER              PIC X(10) VALUE ' EMPLOYEES'.        01400000
014100     03  GRL-COUNT           PIC ZZ,ZZ9.                          01410000
014200     03  FILLER              PIC X(12) VALUE '  BELOW MIN'.       01420000
014300     03  GRL-BELOW           PIC ZZ,ZZ9.                          01430000
014400     03  FILLER              PIC X(12) VALUE '  ABOVE MAX'.       01440000
014500     03  GRL-ABOVE           PIC ZZ,ZZ9.                          01450000
014600     03  FILLER              PIC X(14) VALUE '  AVG COMPA'.       01460000
014700     03  GRL-COMPA           PIC ZZ9.9.                           01470000
014800 01  WS-SUMMARY-LINE.                                             01480000
014900     03  SM-LABEL            PIC X(30).                           01490000
015000     03  SM-COUNT            PIC ZZZ,ZZ9.                         01500000
015100*                                                                 01510000
015200     COPY P26RCC.                                                 01520000
015300*                                                                 01530000
015400 PROCEDURE DIVISION.                                              01540000
015500 MAIN-PARA.                                                       01550000
015600     PERFORM REGISTER-START-PARA                                  01560000
015700     PERFORM INITIALIZATION-PARA                                  01570000
015800     SORT WS-SORT-FILE                                            01580000
015900         ON ASCENDING KEY SRT-DEPT SRT-GRADE SRT-EMP-ID           01590000
016000         INPUT PROCEDURE IS LOAD-SORT-PARA                        01600000
016100         OUTPUT PROCEDURE IS PRINT-REPORT-PARA                    01610000
016200     PERFORM REGISTER-END-PARA                                    01620000
016300     STOP RUN.                                                    01630000
016400*                                                                 01640000
016500 INITIALIZATION-PARA.                                             01650000
016600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    01660000
016700     INITIALIZE WS-GROUP-TOTALS                                   01670000
016800     INITIALIZE WS-GRAND-TOTALS.                                  01680000
016900*                                                                 01690000
017000 LOAD-SORT-PARA.                                                  01700000
017100     OPEN INPUT P26MFILE                                          01710000
017200     OPEN INPUT P26SFILE                                          01720000
017300     OPEN INPUT P26GRDF                                           01730000
017400     IF MFILE-MISSING OR SFILE-MISSING OR GRDF-MISSING            01740000
017500         SET MFILE-EOF TO TRUE                                    01750000
017600     ELSE                                                         01760000
017700         PERFORM READ-MFILE-PARA                                  01770000
017800     END-IF                                                       01780000
017900     PERFORM RELEASE-RECORD-PARA                                  01790000
018000         UNTIL MFILE-EOF                                          01800000
018100     IF NOT MFILE-MISSING                                         01810000
018200         CLOSE P26MFILE                                           01820000
018300     END-IF                                                       01830000
018400     IF NOT SFILE-MISSING                                         01840000
018500         CLOSE P26SFILE                                           01850000
018600     END-IF                                                       01860000
018700     IF NOT GRDF-MISSING                                          01870000
018800         CLOSE P26GRDF                                            01880000
018900     END-IF.                                                      01890000
019000*                                                                 01900000
019100 READ-MFILE-PARA.                                                 01910000
019200     READ P26MFILE NEXT RECORD                                    01920000
019300         AT END                                                   01930000
019400             SET MFILE-EOF TO TRUE                                01940000
019500     END-READ                                                     01950000
019600     IF NOT MFILE-EOF                                             01960000
019700         ADD 1 TO WS-READ-COUNT                                   01970000
019800     END-IF.                                                      01980000
019900*                                                                 01990000
020000 RELEASE-RECORD-PARA.                                             02000000
020100     MOVE 'N' TO WS-GRADED-FLAG                                   02010000
020200     MOVE EMP-ID TO STS-EMP-ID                                    02020000
020300     READ P26SFILE                                                02030000
020400         INVALID KEY                                              02040000
020500             CONTINUE                                             02050000
020600         NOT INVALID KEY                                          02060000
020700             IF NOT STS-TERMINATED                                02070000
020800                AND STS-GRADE NOT = SPACES                        02080000
020900                 MOVE STS-GRADE TO GRD-CODE                       02090000
021000                 READ P26GRDF                                     02100000
021100                     INVALID KEY                                  02110000
021200                         CONTINUE                                 02120000
021300                     NOT INVALID KEY                              02130000
021400                         MOVE 'Y' TO WS-GRADED-FLAG               02140000
021500                 END-READ                                         02150000
021600             END-IF                                               02160000
021700     END-READ                                                     02170000
021800     IF EMP-GRADED                                                02180000
021900         MOVE EMP-DEPT TO SRT-DEPT                                02190000
022000         MOVE GRD-CODE TO SRT-GRADE                               02200000
022100         MOVE EMP-ID TO SRT-EMP-ID                                02210000
022200         MOVE EMP-NAME TO SRT-NAME                                02220000
022300         MOVE EMP-EARN TO SRT-EARN                                02230000
022400         MOVE GRD-MIN-SAL TO SRT-MIN-SAL                          02240000
022500         MOVE GRD-MID-SAL TO SRT-MID-SAL                          02250000
022600         MOVE GRD-MAX-SAL TO SRT-MAX-SAL                          02260000
022700         RELEASE SORT-RECORD                                      02270000
022800     ELSE                                                         02280000
022900         ADD 1 TO WS-UNGRADED-COUNT                               02290000
023000     END-IF                                                       02300000
023100     PERFORM READ-MFILE-PARA.                                     02310000
023200*                                                                 02320000
023300 PRINT-REPORT-PARA.                                               02330000
023400     OPEN OUTPUT P26CRRP                                          02340000
023500     PERFORM WRITE-HEADING-PARA                                   02350000
023600     PERFORM RETURN-SORT-PARA                                     02360000
023700     PERFORM PROCESS-SORTED-PARA                                  02370000
023800         UNTIL SORT-EOF                                           02380000
023900     IF NOT FIRST-GROUP                                           02390000
024000         PERFORM WRITE-GROUP-PARA                                 02400000
024100     END-IF                                                       02410000
024200     PERFORM WRITE-GRAND-TOTAL-PARA                               02420000
024300     CLOSE P26CRRP.                                               02430000
024400*                                                                 02440000
024500 RETURN-SORT-PARA.                                                02450000
024600     RETURN WS-SORT-FILE                                          02460000
024700         AT END                                                   02470000
024800             SET SORT-EOF TO TRUE                                 02480000
024900     END-RETURN.                                                  02490000
025000*                                                                 02500000
025100 PROCESS-SORTED-PARA.                                             02510000
025200     IF FIRST-GROUP                                               02520000
025300         MOVE 'N' TO WS-FIRST-FLAG                                02530000
025400         MOVE SRT-DEPT TO WS-PREV-DEPT                            02540000
025500         MOVE SRT-GRADE TO WS-PREV-GRADE                          02550000
025600     END-IF                                                       02560000
025700     IF SRT-DEPT NOT = WS-PREV-DEPT                               02570000
025800        OR SRT-GRADE NOT = WS-PREV-GRADE                          02580000
025900         PERFORM WRITE-GROUP-PARA                                 02590000
026000         MOVE SRT-DEPT TO WS-PREV-DEPT                            02600000
026100         MOVE SRT-GRADE TO WS-PREV-GRADE                          02610000
026200     END-IF                                                       02620000
026300     PERFORM WRITE-DETAIL-PARA                                    02630000
026400     PERFORM RETURN-SORT-PARA.                                    02640000
026500*                                                                 02650000
026600 WRITE-DETAIL-PARA.                                               02660000
026700     IF WS-LINE-COUNT > 50                                        02670000
026800         PERFORM WRITE-HEADING-PARA                               02680000
026900     END-IF                                                       02690000
027000     MOVE SPACES TO WS-DETAIL-LINE                                02700000
027100     MOVE SRT-DEPT TO DL-DEPT                                     02710000
027200     MOVE SRT-GRADE TO DL-GRADE                                   02720000
027300     MOVE SRT-EMP-ID TO DL-EMP-ID                                 02730000
027400     MOVE SRT-NAME TO DL-NAME                                     02740000
027500     MOVE SRT-EARN TO DL-EARN                                     02750000
027600     MOVE SRT-MIN-SAL TO DL-MIN                                   02760000
027700     MOVE SRT-MID-SAL TO DL-MID                                   02770000
027800     MOVE SRT-MAX-SAL TO DL-MAX                                   02780000
027900     MOVE ZERO TO WS-COMPA                                        02790000
028000     IF SRT-MID-SAL > ZERO                                        02800000
028100         COMPUTE WS-COMPA ROUNDED =                               02810000
028200             SRT-EARN * 100 / SRT-MID-SAL                         02820000
028300             ON SIZE ERROR                                        02830000
028400                 MOVE 999.9 TO WS-COMPA                           02840000
028500         END-COMPUTE                                              02850000
028600     END-IF                                                       02860000
028700     MOVE WS-COMPA TO DL-COMPA                                    02870000
028800     COMPUTE WS-MID-DIFF = SRT-EARN - SRT-MID-SAL                 02880000
028900     MOVE WS-MID-DIFF TO DL-MID-DIFF                              02890000
029000     EVALUATE TRUE                                                02900000
029100         WHEN SRT-EARN < SRT-MIN-SAL                              02910000
029200             MOVE 'BELOW MIN' TO DL-FLAG                          02920000
029300             ADD 1 TO WS-GRP-BELOW                                02930000
029400         WHEN SRT-EARN > SRT-MAX-SAL                              02940000
029500             MOVE 'ABOVE MAX' TO DL-FLAG                          02950000
029600             ADD 1 TO WS-GRP-ABOVE                                02960000
029700         WHEN OTHER                                               02970000
029800             CONTINUE                                             02980000
029900     END-EVALUATE                                                 02990000
030000     MOVE WS-DETAIL-LINE TO CRRP-LINE                             03000000
030100     WRITE CRRP-LINE AFTER ADVANCING 1 LINE                       03010000
030200     ADD 1 TO WS-LINE-COUNT                                       03020000
030300     ADD 1 TO WS-GRP-COUNT                                        03030000
030400     ADD SRT-EARN TO WS-GRP-EARN                                  03040000
030500     ADD SRT-MID-SAL TO WS-GRP-MID.                               03050000
030600*                                                                 03060000
030700 WRITE-HEADING-PARA.                                              03070000
030800     ADD 1 TO WS-PAGE-NO                                          03080000
030900     MOVE WS-PAGE-NO TO HL-PAGE-NO                                03090000
031000     MOVE WS-CURR-YY TO HL-YY                                     03100000
031100     MOVE WS-CURR-MM TO HL-MM                                     03110000
031200     MOVE WS-CURR-DD TO HL-DD                                     03120000
031300     MOVE WS-HEADING-LINE-1 TO CRRP-LINE                          03130000
031400     WRITE CRRP-LINE AFTER ADVANCING PAGE                         03140000
031500     MOVE WS-COL-HEADING-1 TO CRRP-LINE                           03150000
031600     WRITE CRRP-LINE AFTER ADVANCING 2 LINES                      03160000
031700     MOVE ZERO TO WS-LINE-COUNT.                                  03170000
031800*                                                                 03180000
031900 WRITE-GROUP-PARA.                                                03190000
032000     MOVE SPACES TO WS-GROUP-LINE                                 03200000
032100     MOVE 'GROUP TOTAL' TO GRL-LABEL                              03210000
032200     MOVE WS-PREV-DEPT TO GRL-DEPT                                03220000
032300     MOVE WS-PREV-GRADE TO GRL-GRADE                              03230000
032400     MOVE WS-GRP-COUNT TO GRL-COUNT                               03240000
032500     MOVE WS-GRP-BELOW TO GRL-BELOW                               03250000
032600     MOVE WS-GRP-ABOVE TO GRL-ABOVE                               03260000
032700     MOVE ZERO TO WS-COMPA                                        03270000
032800     IF WS-GRP-MID > ZERO                                         03280000
032900         COMPUTE WS-COMPA ROUNDED =                               03290000
033000             WS-GRP-EARN * 100 / WS-GRP-MID                       03300000
033100             ON SIZE ERROR                                        03310000
033200                 MOVE 999.9 TO WS-COMPA                           03320000
033300         END-COMPUTE                                              03330000
033400     END-IF                                                       03340000
033500     MOVE WS-COMPA TO GRL-COMPA                                   03350000
033600     MOVE WS-GROUP-LINE TO CRRP-LINE                              03360000
033700     WRITE CRRP-LINE AFTER ADVANCING 1 LINE                       03370000
033800     MOVE SPACES TO CRRP-LINE                                     03380000
033900     WRITE CRRP-LINE AFTER ADVANCING 1 LINE                       03390000
034000     ADD 2 TO WS-LINE-COUNT                                       03400000
034100     ADD WS-GRP-COUNT TO WS-TOT-COUNT                             03410000
034200     ADD WS-GRP-BELOW TO WS-TOT-BELOW                             03420000
034300     ADD WS-GRP-ABOVE TO WS-TOT-ABOVE                             03430000
034400     ADD WS-GRP-EARN TO WS-TOT-EARN                               03440000
034500     ADD WS-GRP-MID TO WS-TOT-MID                                 03450000
034600     INITIALIZE WS-GROUP-TOTALS.                                  03460000
034700*                                                                 03470000
034800 WRITE-GRAND-TOTAL-PARA.                                          03480000
034900     MOVE SPACES TO WS-GROUP-LINE                                 03490000
035000     MOVE 'REPORT TOTAL' TO GRL-LABEL                             03500000
035100     MOVE WS-TOT-COUNT TO GRL-COUNT                               03510000
035200     MOVE WS-TOT-BELOW TO GRL-BELOW                               03520000
035300     MOVE WS-TOT-ABOVE TO GRL-ABOVE                               03530000
035400     MOVE ZERO TO WS-COMPA                                        03540000
035500     IF WS-TOT-MID > ZERO                                         03550000
035600         COMPUTE WS-COMPA ROUNDED =                               03560000
035700             WS-TOT-EARN * 100 / WS-TOT-MID                       03570000
035800             ON SIZE ERROR                                        03580000
035900                 MOVE 999.9 TO WS-COMPA                           03590000
036000         END-COMPUTE                                              03600000
036100     END-IF                                                       03610000
036200     MOVE WS-COMPA TO GRL-COMPA                                   03620000
036300     MOVE WS-GROUP-LINE TO CRRP-LINE                              03630000
036400     WRITE CRRP-LINE AFTER ADVANCING 2 LINES                      03640000
036500     MOVE SPACES TO WS-SUMMARY-LINE                               03650000
036600     MOVE 'EMPLOYEES READ' TO SM-LABEL                            03660000
036700     MOVE WS-READ-COUNT TO SM-COUNT                               03670000
036800     MOVE WS-SUMMARY-LINE TO CRRP-LINE                            03680000
036900     WRITE CRRP-LINE AFTER ADVANCING 2 LINES                      03690000
037000     MOVE 'NOT GRADED OR TERMINATED' TO SM-LABEL                  03700000
037100     MOVE WS-UNGRADED-COUNT TO SM-COUNT                           03710000
037200     MOVE WS-SUMMARY-LINE TO CRRP-LINE                            03720000
037300     WRITE CRRP-LINE AFTER ADVANCING 1 LINE                       03730000
037400     DISPLAY 'P26BP53 EMPLOYEES ' WS-READ-COUNT                   03740000
037500         ' GRADED ' WS-TOT-COUNT                                  03750000
037600         ' BELOW MIN ' WS-TOT-BELOW                               03760000
037700         ' ABOVE MAX ' WS-TOT-ABOVE.                              03770000
037800*                                                                 03780000
037900 REGISTER-START-PARA.                                             03790000
038000     SET RCA-START TO TRUE                                        03800000
038100     MOVE 'P26BP53' TO RCA-JOB-NAME                               03810000
038200     MOVE SPACES TO RCA-BUS-DATE                                  03820000
038300     MOVE SPACES TO RCA-PRED-JOB                                  03830000
038400     MOVE SPACES TO RCA-OVERRIDE                                  03840000
038500     MOVE ZERO TO RCA-READ-COUNT                                  03850000
038600     MOVE ZERO TO RCA-WRITE-COUNT                                 03860000
038700     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       03870000
038800     IF RCA-RETURN NOT = '00'                                     03880000
038900         DISPLAY 'P26BP53 RUN REFUSED BY RUN CONTROL RC='         03890000
039000             RCA-RETURN                                           03900000
039100         STOP RUN                                                 03910000
039200     END-IF.                                                      03920000
039300*                                                                 03930000
039400 REGISTER-END-PARA.                                               03940000
039500     SET RCA-END TO TRUE                                          03950000
039600     MOVE WS-READ-COUNT TO RCA-READ-COUNT                         03960000
039700     MOVE ZERO TO RCA-WRITE-COUNT                                 03970000
039800     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      03980000
