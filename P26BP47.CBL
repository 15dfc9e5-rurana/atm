000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP47.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26CNPARM ASSIGN TO P26CNPARM                         00060000
000700         ORGANIZATION IS LINE SEQUENTIAL                          00070000
000800         FILE STATUS IS WS-CNPARM-STATUS.                         00080000
000900     SELECT P26ENRF ASSIGN TO P26ENRF                             00090000
001000         ORGANIZATION IS INDEXED                                  00100000
001100         ACCESS MODE IS SEQUENTIAL                                00110000
001200         RECORD KEY IS ENR-KEY                                    00120000
001300         FILE STATUS IS WS-ENRF-STATUS.                           00130000
001400     SELECT P26BPLF ASSIGN TO P26BPLF                             00140000
001500         ORGANIZATION IS INDEXED                                  00150000
001600         ACCESS MODE IS DYNAMIC                                   00160000
001700         RECORD KEY IS BPL-PLAN-CODE                              00170000
001800         FILE STATUS IS WS-BPLF-STATUS.                           00180000
001900     SELECT P26AFILE ASSIGN TO P26AFILE                           00190000
002000         ORGANIZATION IS INDEXED                                  00200000
002100         ACCESS MODE IS DYNAMIC                                   00210000
002200         RECORD KEY IS EMP-ID                                     00220000
002300         FILE STATUS IS WS-AFILE-STATUS.                          00230000
002400     SELECT P26SFILE ASSIGN TO P26SFILE                           00240000
002500         ORGANIZATION IS INDEXED                                  00250000
002600         ACCESS MODE IS DYNAMIC                                   00260000
002700         RECORD KEY IS STS-EMP-ID                                 00270000
002800         FILE STATUS IS WS-SFILE-STATUS.                          00280000
002900     SELECT P26CENS ASSIGN TO P26CENS                             00290000
003000         ORGANIZATION IS LINE SEQUENTIAL                          00300000
003100         FILE STATUS IS WS-CENS-STATUS.                           00310000
003200     SELECT WS-SORT-FILE ASSIGN TO SORTWK1.                       00320000
003300*                                                                 00330000
003400 DATA DIVISION.                                                   00340000
003500 FILE SECTION.                                                    00350000
003600 FD  P26CNPARM                                                    00360000
003700     LABEL RECORDS ARE STANDARD.                                  00370000
003800 01  CNPARM-RECORD.                                               00380000
003900     03  CP-MONTH            PIC X(06).                           00390000
004000     03  FILLER              PIC X(74).                           00400000
004100 FD  P26ENRF                                                      00410000
004200     LABEL RECORDS ARE STANDARD.                                  00420000
004300     COPY P26ENRR.                                                00430000
004400 FD  P26BPLF                                                      00440000
004500     LABEL RECORDS ARE STANDARD.                                  00450000
004600     COPY P26BPLR.                                                00460000
004700 FD  P26AFILE                                                     00470000
004800     LABEL RECORDS ARE STANDARD.                                  00480000
004900     COPY EMPREC.                                                 00490000
005000 FD  P26SFILE                                                     00500000
005100     LABEL RECORDS ARE STANDARD.                                  00510000
005200     COPY P26STR.                                                 00520000
005300 FD  P26CENS                                                      00530000
005400     LABEL RECORDS ARE STANDARD.                                  00540000
005500 01  CENS-LINE               PIC X(132).                          00550000
005600 SD  WS-SORT-FILE.                                                00560000
005700 01  SORT-RECORD.                                                 00570000
005800     03  SRT-CARRIER         PIC X(10).                           00580000
005900     03  SRT-PLAN            PIC X(04).                           00590000
006000     03  SRT-EMP-ID          PIC X(05).                           00600000
006100     03  SRT-NAME            PIC X(20).                           00610000
006200     03  SRT-PLAN-DESC       PIC X(20).                           00620000
006300     03  SRT-TIER            PIC X(02).                           00630000
006400     03  SRT-EFF-DATE        PIC X(08).                           00640000
006500     03  SRT-EE-COST         PIC 9(05)V99.                        00650000
006600     03  SRT-ER-COST         PIC 9(05)V99.                        00660000
006700*                                                                 00670000
006800 WORKING-STORAGE SECTION.                                         00680000
006900 01  WS-CNPARM-STATUS        PIC X(02) VALUE SPACES.              00690000
007000     88  CNPARM-MISSING              VALUE '35'.                  00700000
007100 01  WS-ENRF-STATUS          PIC X(02) VALUE SPACES.              00710000
007200     88  ENRF-MISSING                VALUE '35'.                  00720000
007300 01  WS-BPLF-STATUS          PIC X(02) VALUE SPACES.              00730000
007400     88  BPLF-MISSING                VALUE '35'.                  00740000
007500 01  WS-AFILE-STATUS         PIC X(02) VALUE SPACES.              00750000
007600 01  WS-SFILE-STATUS         PIC X(02) VALUE SPACES.              00760000
007700     88  SFILE-MISSING               VALUE '35'.                  00770000
007800 01  WS-SFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 00780000
007900     88  SFILE-OPEN                  VALUE 'Y'.                   00790000
008000 01  WS-CENS-STATUS          PIC X(02) VALUE SPACES.              00800000
008100 01  WS-ENRF-EOF-FLAG        PIC X(01) VALUE 'N'.                 00810000
008200     88  ENRF-EOF                    VALUE 'Y'.                   00820000
008300 01  WS-SORT-EOF-FLAG        PIC X(01) VALUE 'N'.                 00830000
008400     88  SORT-EOF                    VALUE 'Y'.                   00840000
008500 01  WS-CAND-FLAG            PIC X(01) VALUE 'N'.                 00850000
008600     88  CANDIDATE-HELD              VALUE 'Y'.                   00860000
008700 01  WS-COVERED-FLAG         PIC X(01) VALUE 'N'.                 00870000
008800     88  EMP-COVERED                 VALUE 'Y'.                   00880000
008900 01  WS-TIER-FOUND-FLAG      PIC X(01) VALUE 'N'.                 00890000
009000     88  TIER-FOUND                  VALUE 'Y'.                   00900000
009100 01  WS-CAND-RECORD          PIC X(54) VALUE SPACES.              00910000
009200 01  WS-SAVE-ENR-RECORD      PIC X(54) VALUE SPACES.              00920000
009300 01  WS-GRP-EMP-ID           PIC X(05) VALUE SPACES.              00930000
009400 01  WS-GRP-PLAN             PIC X(04) VALUE SPACES.              00940000
009500 01  WS-TIER-SUB             PIC 9(01) VALUE ZERO.                00950000
009600 01  WS-AS-OF-DATE.                                               00960000
009700     03  WS-AS-OF-YYYYMM     PIC X(06).                           00970000
009800     03  WS-AS-OF-DD         PIC X(02) VALUE '31'.                00980000
009900 01  WS-AS-OF-DATE-X REDEFINES WS-AS-OF-DATE PIC X(08).           00990000
010000 01  WS-PREV-CARRIER         PIC X(10) VALUE SPACES.              01000000
010100 01  WS-PREV-PLAN            PIC X(04) VALUE SPACES.              01010000
010200 01  WS-PREV-PLAN-DESC       PIC X(20) VALUE SPACES.              01020000
010300 01  WS-PAGE-NO              PIC 9(04) VALUE ZERO.                01030000
010400 01  WS-READ-COUNT           PIC 9(05) VALUE ZERO.                01040000
010500 01  WS-PLAN-COUNT           PIC 9(05) VALUE ZERO.                01050000
010600 01  WS-PLAN-EE-TOT          PIC 9(07)V99 VALUE ZERO.             01060000
010700 01  WS-PLAN-ER-TOT          PIC 9(07)V99 VALUE ZERO.             01070000
010800 01  WS-CARR-COUNT           PIC 9(05) VALUE ZERO.                01080000
010900 01  WS-CARR-EE-TOT          PIC 9(07)V99 VALUE ZERO.             01090000
011000 01  WS-CARR-ER-TOT          PIC 9(07)V99 VALUE ZERO.             01100000
011100 01  WS-GRAND-COUNT          PIC 9(05) VALUE ZERO.                01110000
011200 01  WS-GRAND-EE-TOT         PIC 9(07)V99 VALUE ZERO.             01120000
011300 01  WS-GRAND-ER-TOT         PIC 9(07)V99 VALUE ZERO.             01130000
011400 01  WS-CURRENT-DATE.                                             01140000
011500     03  WS-CURR-YY          PIC 9(04).                           01150000
011600     03  WS-CURR-MM          PIC 9(02).                           01160000
011700     03  WS-CURR-DD          PIC 9(02).                           01170000
011800 01  WS-HEADING-LINE-1.                                           01180000
011900     03  FILLER              PIC X(09) VALUE 'P26BP47 '.          01190000
012000     03  FILLER              PIC X(30) VALUE                      01200000
012100         'BENEFIT ENROLLMENT CENSUS'.                             01210000
012200     03  FILLER              PIC X(07) VALUE 'MONTH '.            01220000
012300     03  HL-MONTH            PIC X(06).                           01230000
012400     03  FILLER              PIC X(07) VALUE '  PAGE '.           01240000
012500     03  HL-PAGE-NO          PIC ZZZ9.                            01250000
012600 01  WS-HEADING-LINE-2.                                           01260000
012700     03  FILLER              PIC X(09) VALUE 'CARRIER: '.         01270000
012800     03  HL-CARRIER          PIC X(10).                           01280000
012900 01  WS-COL-HEADING.                                              01290000
013000     03  FILLER              PIC X(38) VALUE                      01300000
013100         'EMP-ID NAME                 PLAN TIER'.                 01310000
013200     03  FILLER              PIC X(94) VALUE                      01320000
013300         ' EFFECTIVE    EE COST   ER COST'.                       01330000
013400 01  WS-DETAIL-LINE.                                              01340000
013500     03  DL-EMP-ID           PIC X(05).                           01350000
013600     03  FILLER              PIC X(02) VALUE SPACES.              01360000
013700     03  DL-NAME             PIC X(20).                           01370000
013800     03  FILLER              PIC X(01) VALUE SPACES.              01380000
013900     03  DL-PLAN             PIC X(04).                           01390000
014000     03  FILLER              PIC X(01) VALUE SPACES.              01400000
014100     03  DL-TIER             PIC X(02).                           01410000
014200     03  FILLER              PIC X(03) VALUE SPACES.              01420000
014300     03  DL-EFF-DATE         PIC X(08).                           01430000
014400     03  FILLER              PIC X(01) VALUE SPACES.              01440000
014500     03  DL-EE-COST          PIC ZZ,ZZ9.99.                       01450000
014600     03  FILLER              PIC X(01) VALUE SPACES.              01460000
014700     03  DL-ER-COST          PIC ZZ,ZZ9.99.                       01470000
014800 01  WS-TOTAL-LINE.                                               01480000
014900     03  TL-LABEL            PIC X(15).                           01490000
015000     03  TL-NAME             PIC X(20).                           01500000
015100     03  FILLER              PIC X(03) VALUE ' - '.               01510000
015200     03  TL-COUNT            PIC ZZ,ZZ9.                          01520000
015300     03  FILLER              PIC X(10) VALUE ' ENROLLED '.        01530000
015400     03  FILLER              PIC X(03) VALUE 'EE '.               01540000
015500     03  TL-EE-TOT           PIC Z,ZZZ,ZZ9.99.                    01550000
015600     03  FILLER              PIC X(04) VALUE ' ER '.              01560000
015700     03  TL-ER-TOT           PIC Z,ZZZ,ZZ9.99.                    01570000
015800*                                                                 01580000
015900     COPY P26RCC.                                                 01590000
016000*                                                                 01600000
016100 PROCEDURE DIVISION.                                              01610000
016200 MAIN-PARA.                                                       01620000
016300     PERFORM REGISTER-START-PARA                                  01630000
016400     PERFORM INITIALIZATION-PARA                                  01640000
016500     SORT WS-SORT-FILE                                            01650000
016600         ON ASCENDING KEY SRT-CARRIER SRT-PLAN SRT-EMP-ID         01660000
016700         INPUT PROCEDURE IS LOAD-SORT-PARA                        01670000
016800         OUTPUT PROCEDURE IS PRINT-CENSUS-PARA                    01680000
016900     PERFORM REGISTER-END-PARA                                    01690000
017000     STOP RUN.                                                    01700000
017100*                                                                 01710000
017200 INITIALIZATION-PARA.                                             01720000
017300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    01730000
017400     MOVE WS-CURRENT-DATE(1:6) TO WS-AS-OF-YYYYMM                 01740000
017500     OPEN INPUT P26CNPARM                                         01750000
017600     IF NOT CNPARM-MISSING                                        01760000
017700         READ P26CNPARM                                           01770000
017800             AT END                                               01780000
017900                 MOVE SPACES TO CNPARM-RECORD                     01790000
018000         END-READ                                                 01800000
018100         IF CP-MONTH NUMERIC                                      01810000
018200             MOVE CP-MONTH TO WS-AS-OF-YYYYMM                     01820000
018300         END-IF                                                   01830000
018400         CLOSE P26CNPARM                                          01840000
018500     END-IF                                                       01850000
018600     MOVE '31' TO WS-AS-OF-DD.                                    01860000
018700*                                                                 01870000
018800 LOAD-SORT-PARA.                                                  01880000
018900     OPEN INPUT P26ENRF                                           01890000
019000     OPEN INPUT P26BPLF                                           01900000
019100     OPEN INPUT P26AFILE                                          01910000
019200     OPEN INPUT P26SFILE                                          01920000
019300     IF NOT SFILE-MISSING                                         01930000
019400         SET SFILE-OPEN TO TRUE                                   01940000
019500     END-IF                                                       01950000
019600     IF ENRF-MISSING OR BPLF-MISSING                              01960000
019700         SET ENRF-EOF TO TRUE                                     01970000
019800     ELSE                                                         01980000
019900         PERFORM READ-ENRF-PARA                                   01990000
020000     END-IF                                                       02000000
020100     PERFORM SCAN-ENRF-PARA                                       02010000
020200         UNTIL ENRF-EOF                                           02020000
020300     IF CANDIDATE-HELD                                            02030000
020400         PERFORM CHECK-CANDIDATE-PARA                             02040000
020500     END-IF                                                       02050000
020600     IF SFILE-OPEN                                                02060000
020700         CLOSE P26SFILE                                           02070000
020800     END-IF                                                       02080000
020900     IF NOT ENRF-MISSING                                          02090000
021000         CLOSE P26ENRF                                            02100000
021100     END-IF                                                       02110000
021200     IF NOT BPLF-MISSING                                          02120000
021300         CLOSE P26BPLF                                            02130000
021400     END-IF                                                       02140000
021500     CLOSE P26AFILE.                                              02150000
021600*                                                                 02160000
021700 READ-ENRF-PARA.                                                  02170000
021800     READ P26ENRF NEXT RECORD                                     02180000
021900         AT END                                                   02190000
022000             SET ENRF-EOF TO TRUE                                 02200000
022100     END-READ                                                     02210000
022200     IF NOT ENRF-EOF                                              02220000
022300         ADD 1 TO WS-READ-COUNT                                   02230000
022400     END-IF.                                                      02240000
022500*                                                                 02250000
022600 SCAN-ENRF-PARA.                                                  02260000
022700     IF ENR-EMP-ID NOT = WS-GRP-EMP-ID                            02270000
022800        OR ENR-PLAN-CODE NOT = WS-GRP-PLAN                        02280000
022900         IF CANDIDATE-HELD                                        02290000
023000             PERFORM CHECK-CANDIDATE-PARA                         02300000
023100         END-IF                                                   02310000
023200         MOVE ENR-EMP-ID TO WS-GRP-EMP-ID                         02320000
023300         MOVE ENR-PLAN-CODE TO WS-GRP-PLAN                        02330000
023400         MOVE 'N' TO WS-CAND-FLAG                                 02340000
023500     END-IF                                                       02350000
023600     IF ENR-EFF-DATE NOT > WS-AS-OF-DATE-X                        02360000
023700        AND NOT ENR-REJECTED                                      02370000
023800         MOVE ENROLLMENT-RECORD TO WS-CAND-RECORD                 02380000
023900         SET CANDIDATE-HELD TO TRUE                               02390000
024000     END-IF                                                       02400000
024100     PERFORM READ-ENRF-PARA.                                      02410000
024200*                                                                 02420000
024300 CHECK-CANDIDATE-PARA.                                            02430000
024400     MOVE ENROLLMENT-RECORD TO WS-SAVE-ENR-RECORD                 02440000
024500     MOVE WS-CAND-RECORD TO ENROLLMENT-RECORD                     02450000
024600     MOVE 'Y' TO WS-COVERED-FLAG                                  02460000
024700     IF ENR-WAIVED                                                02470000
024800         MOVE 'N' TO WS-COVERED-FLAG                              02480000
024900     END-IF                                                       02490000
025000     IF ENR-STOP-DATE NOT = SPACES                                02500000
025100        AND ENR-STOP-DATE NOT > WS-AS-OF-DATE-X                   02510000
025200         MOVE 'N' TO WS-COVERED-FLAG                              02520000
025300     END-IF                                                       02530000
025400     IF EMP-COVERED                                               02540000
025500         MOVE ENR-EMP-ID TO EMP-ID                                02550000
025600         READ P26AFILE                                            02560000
025700             INVALID KEY                                          02570000
025800                 MOVE 'N' TO WS-COVERED-FLAG                      02580000
025900         END-READ                                                 02590000
026000     END-IF                                                       02600000
026100     IF EMP-COVERED AND SFILE-OPEN                                02610000
026200         MOVE ENR-EMP-ID TO STS-EMP-ID                            02620000
026300         READ P26SFILE                                            02630000
026400             INVALID KEY                                          02640000
026500                 CONTINUE                                         02650000
026600             NOT INVALID KEY                                      02660000
026700                 IF STS-TERMINATED                                02670000
026800                    AND (STS-TERM-DATE = SPACES                   02680000
026900                         OR STS-TERM-DATE NOT > WS-AS-OF-DATE-X)  02690000
027000                     MOVE 'N' TO WS-COVERED-FLAG                  02700000
027100                 END-IF                                           02710000
027200         END-READ                                                 02720000
027300     END-IF                                                       02730000
027400     IF EMP-COVERED                                               02740000
027500         MOVE ENR-PLAN-CODE TO BPL-PLAN-CODE                      02750000
027600         READ P26BPLF                                             02760000
027700             INVALID KEY                                          02770000
027800                 MOVE 'N' TO WS-COVERED-FLAG                      02780000
027900         END-READ                                                 02790000
028000     END-IF                                                       02800000
028100     IF EMP-COVERED                                               02810000
028200         PERFORM FIND-TIER-PARA                                   02820000
028300         IF TIER-FOUND                                            02830000
028400             PERFORM RELEASE-RECORD-PARA                          02840000
028500         END-IF                                                   02850000
028600     END-IF                                                       02860000
028700     MOVE WS-SAVE-ENR-RECORD TO ENROLLMENT-RECORD.                02870000
028800*                                                                 02880000
028900 FIND-TIER-PARA.                                                  02890000
029000     MOVE 'N' TO WS-TIER-FOUND-FLAG                               02900000
029100     MOVE ZERO TO WS-TIER-SUB                                     02910000
029200     PERFORM FIND-TIER-SCAN-PARA                                  02920000
029300         UNTIL WS-TIER-SUB = 4 OR TIER-FOUND.                     02930000
029400*                                                                 02940000
029500 FIND-TIER-SCAN-PARA.                                             02950000
029600     ADD 1 TO WS-TIER-SUB                                         02960000
029700     IF BPL-TIER-CODE(WS-TIER-SUB) = ENR-TIER                     02970000
029800         SET TIER-FOUND TO TRUE                                   02980000
029900     END-IF.                                                      02990000
030000*                                                                 03000000
030100 RELEASE-RECORD-PARA.                                             03010000
030200     MOVE BPL-CARRIER TO SRT-CARRIER                              03020000
030300     MOVE BPL-PLAN-CODE TO SRT-PLAN                               03030000
030400     MOVE EMP-ID TO SRT-EMP-ID                                    03040000
030500     MOVE EMP-NAME TO SRT-NAME                                    03050000
030600     MOVE BPL-DESC TO SRT-PLAN-DESC                               03060000
030700     MOVE ENR-TIER TO SRT-TIER                                    03070000
030800     MOVE ENR-EFF-DATE TO SRT-EFF-DATE                            03080000
030900     MOVE BPL-EE-COST(WS-TIER-SUB) TO SRT-EE-COST                 03090000
031000     MOVE BPL-ER-COST(WS-TIER-SUB) TO SRT-ER-COST                 03100000
031100     RELEASE SORT-RECORD.                                         03110000
031200*                                                                 03120000
031300 PRINT-CENSUS-PARA.                                               03130000
031400     OPEN OUTPUT P26CENS                                          03140000
031500     PERFORM RETURN-SORT-PARA                                     03150000
031600     PERFORM PROCESS-SORTED-PARA                                  03160000
031700         UNTIL SORT-EOF                                           03170000
031800     IF WS-PREV-CARRIER NOT = SPACES                              03180000
031900         PERFORM WRITE-PLAN-TOTAL-PARA                            03190000
032000         PERFORM WRITE-CARRIER-TOTAL-PARA                         03200000
032100     END-IF                                                       03210000
032200     PERFORM WRITE-GRAND-TOTAL-PARA                               03220000
032300     CLOSE P26CENS.                                               03230000
032400*                                                                 03240000
032500 RETURN-SORT-PARA.                                                03250000
032600     RETURN WS-SORT-FILE                                          03260000
032700         AT END                                                   03270000
032800             SET SORT-EOF TO TRUE                                 03280000
032900     END-RETURN.                                                  03290000
033000*                                                                 03300000
033100 PROCESS-SORTED-PARA.                                             03310000
033200     IF SRT-CARRIER NOT = WS-PREV-CARRIER                         03320000
033300         IF WS-PREV-CARRIER NOT = SPACES                          03330000
033400             PERFORM WRITE-PLAN-TOTAL-PARA                        03340000
033500             PERFORM WRITE-CARRIER-TOTAL-PARA                     03350000
033600         END-IF                                                   03360000
033700         MOVE SRT-CARRIER TO WS-PREV-CARRIER                      03370000
033800         MOVE SRT-PLAN TO WS-PREV-PLAN                            03380000
033900         MOVE SRT-PLAN-DESC TO WS-PREV-PLAN-DESC                  03390000
034000         PERFORM WRITE-HEADING-PARA                               03400000
034100     END-IF                                                       03410000
034200     IF SRT-PLAN NOT = WS-PREV-PLAN                               03420000
034300         PERFORM WRITE-PLAN-TOTAL-PARA                            03430000
034400         MOVE SRT-PLAN TO WS-PREV-PLAN                            03440000
034500         MOVE SRT-PLAN-DESC TO WS-PREV-PLAN-DESC                  03450000
034600     END-IF                                                       03460000
034700     PERFORM WRITE-DETAIL-PARA                                    03470000
034800     ADD 1 TO WS-PLAN-COUNT                                       03480000
034900     ADD SRT-EE-COST TO WS-PLAN-EE-TOT                            03490000
035000     ADD SRT-ER-COST TO WS-PLAN-ER-TOT                            03500000
035100     PERFORM RETURN-SORT-PARA.                                    03510000
035200*                                                                 03520000
035300 WRITE-HEADING-PARA.                                              03530000
035400     ADD 1 TO WS-PAGE-NO                                          03540000
035500     MOVE WS-PAGE-NO TO HL-PAGE-NO                                03550000
035600     MOVE WS-AS-OF-YYYYMM TO HL-MONTH                             03560000
035700     MOVE WS-HEADING-LINE-1 TO CENS-LINE                          03570000
035800     WRITE CENS-LINE AFTER ADVANCING PAGE                         03580000
035900     MOVE SRT-CARRIER TO HL-CARRIER                               03590000
036000     MOVE WS-HEADING-LINE-2 TO CENS-LINE                          03600000
036100     WRITE CENS-LINE AFTER ADVANCING 1 LINE                       03610000
036200     MOVE WS-COL-HEADING TO CENS-LINE                             03620000
036300     WRITE CENS-LINE AFTER ADVANCING 1 LINE.                      03630000
036400*                                                                 03640000
036500 WRITE-DETAIL-PARA.                                               03650000
036600     MOVE SPACES TO WS-DETAIL-LINE                                03660000
036700     MOVE SRT-EMP-ID TO DL-EMP-ID                                 03670000
036800     MOVE SRT-NAME TO DL-NAME                                     03680000
036900     MOVE SRT-PLAN TO DL-PLAN                                     03690000
037000     MOVE SRT-TIER TO DL-TIER                                     03700000
037100     MOVE SRT-EFF-DATE TO DL-EFF-DATE                             03710000
037200     MOVE SRT-EE-COST TO DL-EE-COST                               03720000
037300     MOVE SRT-ER-COST TO DL-ER-COST                               03730000
037400     MOVE WS-DETAIL-LINE TO CENS-LINE                             03740000
037500     WRITE CENS-LINE AFTER ADVANCING 1 LINE.                      03750000
037600*                                                                 03760000
037700 WRITE-PLAN-TOTAL-PARA.                                           03770000
037800     MOVE SPACES TO WS-TOTAL-LINE                                 03780000
037900     MOVE 'PLAN TOTAL' TO TL-LABEL                                03790000
038000     MOVE WS-PREV-PLAN-DESC TO TL-NAME                            03800000
038100     MOVE WS-PLAN-COUNT TO TL-COUNT                               03810000
038200     MOVE WS-PLAN-EE-TOT TO TL-EE-TOT                             03820000
038300     MOVE WS-PLAN-ER-TOT TO TL-ER-TOT                             03830000
038400     MOVE WS-TOTAL-LINE TO CENS-LINE                              03840000
038500     WRITE CENS-LINE AFTER ADVANCING 2 LINE                       03850000
038600     ADD WS-PLAN-COUNT TO WS-CARR-COUNT                           03860000
038700     ADD WS-PLAN-EE-TOT TO WS-CARR-EE-TOT                         03870000
038800     ADD WS-PLAN-ER-TOT TO WS-CARR-ER-TOT                         03880000
038900     MOVE ZERO TO WS-PLAN-COUNT                                   03890000
039000     MOVE ZERO TO WS-PLAN-EE-TOT                                  03900000
039100     MOVE ZERO TO WS-PLAN-ER-TOT.                                 03910000
039200*                                                                 03920000
039300 WRITE-CARRIER-TOTAL-PARA.                                        03930000
039400     MOVE SPACES TO WS-TOTAL-LINE                                 03940000
039500     MOVE 'CARRIER TOTAL' TO TL-LABEL                             03950000
039600     MOVE WS-PREV-CARRIER TO TL-NAME                              03960000
039700     MOVE WS-CARR-COUNT TO TL-COUNT                               03970000
039800     MOVE WS-CARR-EE-TOT TO TL-EE-TOT                             03980000
039900     MOVE WS-CARR-ER-TOT TO TL-ER-TOT                             03990000
040000     MOVE WS-TOTAL-LINE TO CENS-LINE                              04000000
040100     WRITE CENS-LINE AFTER ADVANCING 1 LINE                       04010000
040200     ADD WS-CARR-COUNT TO WS-GRAND-COUNT                          04020000
040300     ADD WS-CARR-EE-TOT TO WS-GRAND-EE-TOT                        04030000
040400     ADD WS-CARR-ER-TOT TO WS-GRAND-ER-TOT                        04040000
040500     MOVE ZERO TO WS-CARR-COUNT                                   04050000
040600     MOVE ZERO TO WS-CARR-EE-TOT                                  04060000
040700     MOVE ZERO TO WS-CARR-ER-TOT.                                 04070000
040800*                                                                 04080000
040900 WRITE-GRAND-TOTAL-PARA.                                          04090000
041000     MOVE SPACES TO WS-TOTAL-LINE                                 04100000
041100     MOVE 'GRAND TOTAL' TO TL-LABEL                               04110000
041200     MOVE WS-GRAND-COUNT TO TL-COUNT                              04120000
041300     MOVE WS-GRAND-EE-TOT TO TL-EE-TOT                            04130000
041400     MOVE WS-GRAND-ER-TOT TO TL-ER-TOT                            04140000
041500     MOVE WS-TOTAL-LINE TO CENS-LINE                              04150000
041600     WRITE CENS-LINE AFTER ADVANCING 2 LINE.                      04160000
041700*                                                                 04170000
041800 REGISTER-START-PARA.                                             04180000
041900     SET RCA-START TO TRUE                                        04190000
042000     MOVE 'P26BP47' TO RCA-JOB-NAME                               04200000
042100     MOVE SPACES TO RCA-BUS-DATE                                  04210000
042200     MOVE SPACES TO RCA-PRED-JOB                                  04220000
042300     MOVE SPACES TO RCA-OVERRIDE                                  04230000
042400     MOVE ZERO TO RCA-READ-COUNT                                  04240000
042500     MOVE ZERO TO RCA-WRITE-COUNT                                 04250000
042600     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       04260000
042700     IF RCA-RETURN NOT = '00'                                     04270000
042800         DISPLAY 'P26BP47 RUN REFUSED BY RUN CONTROL RC='         04280000
042900             RCA-RETURN                                           04290000
043000         STOP RUN                                                 04300000
043100     END-IF.                                                      04310000
043200*                                                                 04320000
043300 REGISTER-END-PARA.                                               04330000
043400     SET RCA-END TO TRUE                                          04340000
043500     MOVE WS-READ-COUNT TO RCA-READ-COUNT                         04350000
043600     MOVE WS-GRAND-COUNT TO RCA-WRITE-COUNT                       04360000
043700     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      04370000
