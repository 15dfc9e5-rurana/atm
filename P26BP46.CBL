000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP46.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26ENRF ASSIGN TO P26ENRF                             00060000
000700         ORGANIZATION IS INDEXED                                  00070000
000800         ACCESS MODE IS DYNAMIC                                   00080000
000900         RECORD KEY IS ENR-KEY                                    00090000
001000         FILE STATUS IS WS-ENRF-STATUS.                           00100000
001100     SELECT P26BPLF ASSIGN TO P26BPLF                             00110000
001200         ORGANIZATION IS INDEXED                                  00120000
001300         ACCESS MODE IS DYNAMIC                                   00130000
001400         RECORD KEY IS BPL-PLAN-CODE                              00140000
001500         FILE STATUS IS WS-BPLF-STATUS.                           00150000
001600     SELECT P26DFILE ASSIGN TO P26DFILE                           00160000
001700         ORGANIZATION IS INDEXED                                  00170000
001800         ACCESS MODE IS DYNAMIC                                   00180000
001900         RECORD KEY IS DED-KEY                                    00190000
002000         FILE STATUS IS WS-DFILE-STATUS.                          00200000
002100     SELECT P26AFILE ASSIGN TO P26AFILE                           00210000
002200         ORGANIZATION IS INDEXED                                  00220000
002300         ACCESS MODE IS DYNAMIC                                   00230000
002400         RECORD KEY IS EMP-ID                                     00240000
002500         FILE STATUS IS WS-AFILE-STATUS.                          00250000
002600     SELECT P26SFILE ASSIGN TO P26SFILE                           00260000
002700         ORGANIZATION IS INDEXED                                  00270000
002800         ACCESS MODE IS DYNAMIC                                   00280000
002900         RECORD KEY IS STS-EMP-ID                                 00290000
003000         FILE STATUS IS WS-SFILE-STATUS.                          00300000
003100     SELECT P26AUDIT ASSIGN TO P26AUDIT                           00310000
003200         ORGANIZATION IS INDEXED                                  00320000
003300         ACCESS MODE IS DYNAMIC                                   00330000
003400         RECORD KEY IS AUD-KEY                                    00340000
003500         FILE STATUS IS WS-AUDIT-STATUS.                          00350000
003600     SELECT P26CAPT ASSIGN TO P26CAPT                             00360000
003700         ORGANIZATION IS INDEXED                                  00370000
003800         ACCESS MODE IS DYNAMIC                                   00380000
003900         RECORD KEY IS CAP-KEY                                    00390000
004000         FILE STATUS IS WS-CAPT-STATUS.                           00400000
004100     SELECT P26BERP ASSIGN TO P26BERP                             00410000
004200         ORGANIZATION IS LINE SEQUENTIAL                          00420000
004300         FILE STATUS IS WS-BERP-STATUS.                           00430000
004400*                                                                 00440000
004500 DATA DIVISION.                                                   00450000
004600 FILE SECTION.                                                    00460000
004700 FD  P26ENRF                                                      00470000
004800     LABEL RECORDS ARE STANDARD.                                  00480000
004900     COPY P26ENRR.                                                00490000
005000 FD  P26BPLF                                                      00500000
005100     LABEL RECORDS ARE STANDARD.                                  00510000
005200     COPY P26BPLR.                                                00520000
005300 FD  P26DFILE                                                     00530000
005400     LABEL RECORDS ARE STANDARD.                                  00540000
005500     COPY P26DEDR.                                                00550000
005600 FD  P26AFILE                                                     00560000
005700     LABEL RECORDS ARE STANDARD.                                  00570000
005800     COPY EMPREC.                                                 00580000
005900 FD  P26SFILE                                                     00590000
006000     LABEL RECORDS ARE STANDARD.                                  00600000
006100     COPY P26STR.                                                 00610000
006200 FD  P26AUDIT                                                     00620000
006300     LABEL RECORDS ARE STANDARD.                                  00630000
006400     COPY P26AUDR.                                                00640000
006500 FD  P26CAPT                                                      00650000
006600     LABEL RECORDS ARE STANDARD.                                  00660000
006700     COPY P26CAPR.                                                00670000
006800 FD  P26BERP                                                      00680000
006900     LABEL RECORDS ARE STANDARD.                                  00690000
007000 01  BERP-LINE               PIC X(132).                          00700000
007100*                                                                 00710000
007200 WORKING-STORAGE SECTION.                                         00720000
007300 01  WS-ENRF-STATUS          PIC X(02) VALUE SPACES.              00730000
007400     88  ENRF-MISSING                VALUE '35'.                  00740000
007500 01  WS-BPLF-STATUS          PIC X(02) VALUE SPACES.              00750000
007600     88  BPLF-MISSING                VALUE '35'.                  00760000
007700 01  WS-DFILE-STATUS         PIC X(02) VALUE SPACES.              00770000
007800     88  DFILE-MISSING               VALUE '35'.                  00780000
007900 01  WS-AFILE-STATUS         PIC X(02) VALUE SPACES.              00790000
008000 01  WS-SFILE-STATUS         PIC X(02) VALUE SPACES.              00800000
008100     88  SFILE-MISSING               VALUE '35'.                  00810000
008200 01  WS-SFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 00820000
008300     88  SFILE-OPEN                  VALUE 'Y'.                   00830000
008400 01  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.              00840000
008500     88  AUDIT-DUPKEY                VALUE '22'.                  00850000
008600     88  AUDIT-MISSING               VALUE '35'.                  00860000
008700 01  WS-CAPT-STATUS          PIC X(02) VALUE SPACES.              00870000
008800     88  CAPT-DUPKEY                 VALUE '22'.                  00880000
008900     88  CAPT-MISSING                VALUE '35'.                  00890000
009000 01  WS-BERP-STATUS          PIC X(02) VALUE SPACES.              00900000
009100 01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.                 00910000
009200     88  END-OF-FILE                 VALUE 'Y'.                   00920000
009300 01  WS-INFORCE-FLAG         PIC X(01) VALUE 'N'.                 00930000
009400     88  ELECTION-IN-FORCE           VALUE 'Y'.                   00940000
009500 01  WS-EMP-FOUND-FLAG       PIC X(01) VALUE 'N'.                 00950000
009600     88  EMP-FOUND                   VALUE 'Y'.                   00960000
009700 01  WS-STS-FOUND-FLAG       PIC X(01) VALUE 'N'.                 00970000
009800     88  STS-FOUND                   VALUE 'Y'.                   00980000
009900 01  WS-PLAN-FOUND-FLAG      PIC X(01) VALUE 'N'.                 00990000
010000     88  PLAN-FOUND                  VALUE 'Y'.                   01000000
010100 01  WS-TIER-FOUND-FLAG      PIC X(01) VALUE 'N'.                 01010000
010200     88  TIER-FOUND                  VALUE 'Y'.                   01020000
010300 01  WS-LINE-FOUND-FLAG      PIC X(01) VALUE 'N'.                 01030000
010400     88  LINE-FOUND                  VALUE 'Y'.                   01040000
010500 01  WS-DED-DONE-FLAG        PIC X(01) VALUE 'N'.                 01050000
010600     88  DED-DONE                    VALUE 'Y'.                   01060000
010700 01  WS-EMP-TOUCHED-FLAG     PIC X(01) VALUE 'N'.                 01070000
010800     88  EMP-TOUCHED                 VALUE 'Y'.                   01080000
010900 01  WS-GRP-EMP-ID           PIC X(05) VALUE SPACES.              01090000
011000 01  WS-GRP-PLAN             PIC X(04) VALUE SPACES.              01100000
011100 01  WS-INFORCE-KEY          PIC X(17) VALUE SPACES.              01110000
011200 01  WS-NEXT-KEY             PIC X(17) VALUE SPACES.              01120000
011300 01  WS-REJECT-REASON        PIC X(30) VALUE SPACES.              01130000
011400 01  WS-STOP-DATE            PIC X(08) VALUE SPACES.              01140000
011500 01  WS-TIER-SUB             PIC 9(01) VALUE ZERO.                01150000
011600 01  WS-EE-COST              PIC 9(05)V99 VALUE ZERO.             01160000
011700 01  WS-ER-COST              PIC 9(05)V99 VALUE ZERO.             01170000
011800 01  WS-LINE-TYPE            PIC X(04) VALUE SPACES.              01180000
011900 01  WS-LINE-AMOUNT          PIC 9(07)V99 VALUE ZERO.             01190000
012000 01  WS-LINE-CLASS           PIC X(01) VALUE SPACES.              01200000
012100 01  WS-LINE-ACTION          PIC X(08) VALUE SPACES.              01210000
012200 01  WS-DED-BEFORE           PIC X(71) VALUE SPACES.              01220000
012300 01  WS-DED-PART             PIC 9(07)V99 VALUE ZERO.             01230000
012400 01  WS-TOT-DEDN             PIC 9(07)V99 VALUE ZERO.             01240000
012500 01  WS-HIRE-DATE.                                                01250000
012600     03  WS-HIRE-YYYY        PIC 9(04).                           01260000
012700     03  WS-HIRE-MM          PIC 9(02).                           01270000
012800     03  WS-HIRE-DD          PIC X(02).                           01280000
012900 01  WS-HIRE-DATE-X REDEFINES WS-HIRE-DATE PIC X(08).             01290000
013000 01  WS-ELIG-DATE.                                                01300000
013100     03  WS-ELIG-YYYY        PIC 9(04).                           01310000
013200     03  WS-ELIG-MM          PIC 9(02).                           01320000
013300     03  WS-ELIG-DD          PIC X(02).                           01330000
013400 01  WS-ELIG-DATE-X REDEFINES WS-ELIG-DATE PIC X(08).             01340000
013500 01  WS-ELIG-MTHS            PIC 9(03) VALUE ZERO.                01350000
013600 01  WS-ELIG-YRS             PIC 9(02) VALUE ZERO.                01360000
013700 01  WS-ELIG-REM             PIC 9(02) VALUE ZERO.                01370000
013800 01  WS-READ-COUNT           PIC 9(05) VALUE ZERO.                01380000
013900 01  WS-INFORCE-COUNT        PIC 9(05) VALUE ZERO.                01390000
014000 01  WS-CREATED-COUNT        PIC 9(05) VALUE ZERO.                01400000
014100 01  WS-CHANGED-COUNT        PIC 9(05) VALUE ZERO.                01410000
014200 01  WS-STOPPED-COUNT        PIC 9(05) VALUE ZERO.                01420000
014300 01  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.                01430000
014400 01  WS-REDERIVE-COUNT       PIC 9(05) VALUE ZERO.                01440000
014500 01  WS-AUDIT-ACTION         PIC X(01) VALUE SPACES.              01450000
014600 01  WS-AUDIT-FILE           PIC X(08) VALUE SPACES.              01460000
014700 01  WS-AUDIT-EMP-ID         PIC X(05) VALUE SPACES.              01470000
014800 01  WS-AUDIT-SEQ            PIC 9(02) VALUE ZERO.                01480000
014900 01  WS-CAPT-SEQ             PIC 9(02) VALUE ZERO.                01490000
015000 01  WS-AUDIT-BEFORE         PIC X(135) VALUE SPACES.             01500000
015100 01  WS-AUDIT-AFTER          PIC X(135) VALUE SPACES.             01510000
015200 01  WS-CURRENT-DATE.                                             01520000
015300     03  WS-CURR-YY          PIC 9(04).                           01530000
015400     03  WS-CURR-MM          PIC 9(02).                           01540000
015500     03  WS-CURR-DD          PIC 9(02).                           01550000
015600 01  WS-TODAY-NUM REDEFINES WS-CURRENT-DATE PIC X(08).            01560000
015700 01  WS-CURRENT-TIME         PIC 9(08).                           01570000
015800 01  WS-RUN-DATE-OUT         PIC X(10) VALUE SPACES.              01580000
015900 01  WS-RUN-TIME-OUT         PIC X(08) VALUE SPACES.              01590000
016000 01  WS-HEADING-LINE.                                             01600000
016100     03  FILLER              PIC X(44) VALUE                      01610000
016200         'P26BP46  BENEFIT ENROLLMENT DEDUCTION UPDATE'.          01620000
016300     03  FILLER              PIC X(06) VALUE '  RUN '.            01630000
016400     03  HL-RUN-DATE         PIC X(10).                           01640000
016500 01  WS-COL-HEADING          PIC X(132) VALUE                     01650000
016600     'EMP-ID PLAN TIER EFFECTIVE TYPE ACTION     AMOUNT  REASON'. 01660000
016700 01  WS-DETAIL-LINE.                                              01670000
016800     03  DL-EMP-ID           PIC X(05).                           01680000
016900     03  FILLER              PIC X(02) VALUE SPACES.              01690000
017000     03  DL-PLAN             PIC X(04).                           01700000
017100     03  FILLER              PIC X(01) VALUE SPACES.              01710000
017200     03  DL-TIER             PIC X(02).                           01720000
017300     03  FILLER              PIC X(03) VALUE SPACES.              01730000
017400     03  DL-EFF-DATE         PIC X(08).                           01740000
017500     03  FILLER              PIC X(02) VALUE SPACES.              01750000
017600     03  DL-TYPE             PIC X(04).                           01760000
017700     03  FILLER              PIC X(01) VALUE SPACES.              01770000
017800     03  DL-ACTION           PIC X(08).                           01780000
017900     03  FILLER              PIC X(01) VALUE SPACES.              01790000
018000     03  DL-AMOUNT           PIC ZZ,ZZ9.99.                       01800000
018100     03  FILLER              PIC X(02) VALUE SPACES.              01810000
018200     03  DL-REASON           PIC X(30).                           01820000
018300 01  WS-SUMMARY-LINE.                                             01830000
018400     03  SM-LABEL            PIC X(30).                           01840000
018500     03  SM-COUNT            PIC ZZZ,ZZ9.                         01850000
018600     COPY P26RCC.                                                 01860000
018700*                                                                 01870000
018800 PROCEDURE DIVISION.                                              01880000
018900 MAIN-PARA.                                                       01890000
019000     PERFORM REGISTER-START-PARA                                  01900000
019100     PERFORM INITIALIZATION-PARA                                  01910000
019200     PERFORM PROCESS-GROUP-PARA                                   01920000
019300         UNTIL END-OF-FILE                                        01930000
019400     PERFORM TERMINATION-PARA                                     01940000
019500     PERFORM REGISTER-END-PARA                                    01950000
019600     STOP RUN.                                                    01960000
019700*                                                                 01970000
019800 INITIALIZATION-PARA.                                             01980000
019900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    01990000
020000     ACCEPT WS-CURRENT-TIME FROM TIME                             02000000
020100     STRING WS-CURR-DD '/' WS-CURR-MM '/' WS-CURR-YY              02010000
020200         DELIMITED BY SIZE INTO WS-RUN-DATE-OUT                   02020000
020300     MOVE WS-CURRENT-TIME TO WS-RUN-TIME-OUT                      02030000
020400     OPEN OUTPUT P26BERP                                          02040000
020500     MOVE WS-RUN-DATE-OUT TO HL-RUN-DATE                          02050000
020600     MOVE WS-HEADING-LINE TO BERP-LINE                            02060000
020700     WRITE BERP-LINE                                              02070000
020800     MOVE WS-COL-HEADING TO BERP-LINE                             02080000
020900     WRITE BERP-LINE                                              02090000
021000     OPEN INPUT P26BPLF                                           02100000
021100     OPEN I-O P26DFILE                                            02110000
021200     IF DFILE-MISSING                                             02120000
021300         OPEN OUTPUT P26DFILE                                     02130000
021400         CLOSE P26DFILE                                           02140000
021500         OPEN I-O P26DFILE                                        02150000
021600     END-IF                                                       02160000
021700     OPEN I-O P26AFILE                                            02170000
021800     OPEN INPUT P26SFILE                                          02180000
021900     IF NOT SFILE-MISSING                                         02190000
022000         SET SFILE-OPEN TO TRUE                                   02200000
022100     END-IF                                                       02210000
022200     OPEN I-O P26AUDIT                                            02220000
022300     IF AUDIT-MISSING                                             02230000
022400         OPEN OUTPUT P26AUDIT                                     02240000
022500         CLOSE P26AUDIT                                           02250000
022600         OPEN I-O P26AUDIT                                        02260000
022700     END-IF                                                       02270000
022800     OPEN I-O P26CAPT                                             02280000
022900     IF CAPT-MISSING                                              02290000
023000         OPEN OUTPUT P26CAPT                                      02300000
023100         CLOSE P26CAPT                                            02310000
023200         OPEN I-O P26CAPT                                         02320000
023300     END-IF                                                       02330000
023400     OPEN I-O P26ENRF                                             02340000
023500     IF ENRF-MISSING OR BPLF-MISSING                              02350000
023600         SET END-OF-FILE TO TRUE                                  02360000
023700         MOVE 'P26ENRF OR P26BPLF NOT PRESENT - NOTHING TO DO'    02370000
023800             TO BERP-LINE                                         02380000
023900         WRITE BERP-LINE                                          02390000
024000     ELSE                                                         02400000
024100         MOVE LOW-VALUES TO ENR-KEY                               02410000
024200         START P26ENRF KEY IS NOT LESS THAN ENR-KEY               02420000
024300             INVALID KEY                                          02430000
024400                 SET END-OF-FILE TO TRUE                          02440000
024500         END-START                                                02450000
024600         IF NOT END-OF-FILE                                       02460000
024700             PERFORM READ-ENRF-PARA                               02470000
024800         END-IF                                                   02480000
024900     END-IF.                                                      02490000
025000*                                                                 02500000
025100 READ-ENRF-PARA.                                                  02510000
025200     READ P26ENRF NEXT RECORD                                     02520000
025300         AT END                                                   02530000
025400             SET END-OF-FILE TO TRUE                              02540000
025500     END-READ                                                     02550000
025600     IF NOT END-OF-FILE                                           02560000
025700         ADD 1 TO WS-READ-COUNT                                   02570000
025800     END-IF.                                                      02580000
025900*                                                                 02590000
026000 PROCESS-GROUP-PARA.                                              02600000
026100     MOVE ENR-EMP-ID TO WS-GRP-EMP-ID                             02610000
026200     MOVE ENR-PLAN-CODE TO WS-GRP-PLAN                            02620000
026300     MOVE 'N' TO WS-INFORCE-FLAG                                  02630000
026400     PERFORM SCAN-GROUP-PARA                                      02640000
026500         UNTIL END-OF-FILE                                        02650000
026600            OR ENR-EMP-ID NOT = WS-GRP-EMP-ID                     02660000
026700            OR ENR-PLAN-CODE NOT = WS-GRP-PLAN                    02670000
026800     MOVE ENR-KEY TO WS-NEXT-KEY                                  02680000
026900     IF ELECTION-IN-FORCE                                         02690000
027000         PERFORM APPLY-ELECTION-PARA                              02700000
027100     END-IF                                                       02710000
027200     IF END-OF-FILE                                               02720000
027300        OR WS-NEXT-KEY(1:5) NOT = WS-GRP-EMP-ID                   02730000
027400         IF EMP-TOUCHED                                           02740000
027500             PERFORM REDERIVE-EMP-DEDN-PARA                       02750000
027600         END-IF                                                   02760000
027700         MOVE 'N' TO WS-EMP-TOUCHED-FLAG                          02770000
027800     END-IF                                                       02780000
027900     IF NOT END-OF-FILE                                           02790000
028000         MOVE WS-NEXT-KEY TO ENR-KEY                              02800000
028100         START P26ENRF KEY IS NOT LESS THAN ENR-KEY               02810000
028200             INVALID KEY                                          02820000
028300                 SET END-OF-FILE TO TRUE                          02830000
028400         END-START                                                02840000
028500         IF NOT END-OF-FILE                                       02850000
028600             PERFORM READ-ENRF-PARA                               02860000
028700             SUBTRACT 1 FROM WS-READ-COUNT                        02870000
028800         END-IF                                                   02880000
028900     END-IF.                                                      02890000
029000*                                                                 02900000
029100 SCAN-GROUP-PARA.                                                 02910000
029200     IF ENR-EFF-DATE NOT > WS-TODAY-NUM                           02920000
029300         MOVE ENR-KEY TO WS-INFORCE-KEY                           02930000
029400         SET ELECTION-IN-FORCE TO TRUE                            02940000
029500     END-IF                                                       02950000
029600     PERFORM READ-ENRF-PARA.                                      02960000
029700*                                                                 02970000
029800 APPLY-ELECTION-PARA.                                             02980000
029900     ADD 1 TO WS-INFORCE-COUNT                                    02990000
030000     SET EMP-TOUCHED TO TRUE                                      03000000
030100     MOVE SPACES TO WS-REJECT-REASON                              03010000
030200     MOVE WS-INFORCE-KEY TO ENR-KEY                               03020000
030300     READ P26ENRF                                                 03030000
030400         INVALID KEY                                              03040000
030500             MOVE 'ELECTION NOT RE-READ' TO WS-REJECT-REASON      03050000
030600     END-READ                                                     03060000
030700     IF WS-REJECT-REASON = SPACES                                 03070000
030800         PERFORM CHECK-EMPLOYEE-PARA                              03080000
030900     END-IF                                                       03090000
031000     IF WS-REJECT-REASON = SPACES                                 03100000
031100         MOVE ENR-PLAN-CODE TO BPL-PLAN-CODE                      03110000
031200         READ P26BPLF                                             03120000
031300             INVALID KEY                                          03130000
031400                 MOVE 'PLAN NOT ON P26BPLF' TO WS-REJECT-REASON   03140000
031500         END-READ                                                 03150000
031600     END-IF                                                       03160000
031700     IF WS-REJECT-REASON = SPACES                                 03170000
031800         PERFORM SET-STOP-DATE-PARA                               03180000
031900         IF WS-STOP-DATE NOT = SPACES                             03190000
032000            AND WS-STOP-DATE NOT > WS-TODAY-NUM                   03200000
032100             PERFORM STOP-ELECTION-PARA                           03210000
032200         ELSE                                                     03220000
032300             PERFORM START-ELECTION-PARA                          03230000
032400         END-IF                                                   03240000
032500     END-IF                                                       03250000
032600     IF WS-REJECT-REASON NOT = SPACES                             03260000
032700         ADD 1 TO WS-REJECT-COUNT                                 03270000
032800         MOVE 'REJECTED' TO WS-LINE-ACTION                        03280000
032900         MOVE SPACES TO WS-LINE-TYPE                              03290000
033000         MOVE ZERO TO WS-LINE-AMOUNT                              03300000
033100         PERFORM WRITE-DETAIL-PARA                                03310000
033200         IF NOT ENR-REJECTED                                      03320000
033300             SET ENR-REJECTED TO TRUE                             03330000
033400             PERFORM REWRITE-ENRF-PARA                            03340000
033500         END-IF                                                   03350000
033600     ELSE                                                         03360000
033700         IF NOT ENR-APPLIED                                       03370000
033800             SET ENR-APPLIED TO TRUE                              03380000
033900             PERFORM REWRITE-ENRF-PARA                            03390000
034000         END-IF                                                   03400000
034100     END-IF.                                                      03410000
034200*                                                                 03420000
034300 CHECK-EMPLOYEE-PARA.                                             03430000
034400     MOVE ENR-EMP-ID TO EMP-ID                                    03440000
034500     READ P26AFILE                                                03450000
034600         INVALID KEY                                              03460000
034700             MOVE 'EMPLOYEE NOT ON P26AFILE' TO WS-REJECT-REASON  03470000
034800     END-READ                                                     03480000
034900     MOVE 'N' TO WS-STS-FOUND-FLAG                                03490000
035000     IF SFILE-OPEN                                                03500000
035100         MOVE ENR-EMP-ID TO STS-EMP-ID                            03510000
035200         READ P26SFILE                                            03520000
035300             INVALID KEY                                          03530000
035400                 CONTINUE                                         03540000
035500             NOT INVALID KEY                                      03550000
035600                 SET STS-FOUND TO TRUE                            03560000
035700         END-READ                                                 03570000
035800     END-IF.                                                      03580000
035900*                                                                 03590000
036000 SET-STOP-DATE-PARA.                                              03600000
036100     MOVE ENR-STOP-DATE TO WS-STOP-DATE                           03610000
036200     IF ENR-WAIVED                                                03620000
036300         MOVE ENR-EFF-DATE TO WS-STOP-DATE                        03630000
036400     END-IF                                                       03640000
036500     IF STS-FOUND AND STS-TERMINATED                              03650000
036600         IF STS-TERM-DATE = SPACES                                03660000
036700             MOVE WS-TODAY-NUM TO WS-STOP-DATE                    03670000
036800         ELSE                                                     03680000
036900             IF WS-STOP-DATE = SPACES                             03690000
037000                OR STS-TERM-DATE < WS-STOP-DATE                   03700000
037100                 MOVE STS-TERM-DATE TO WS-STOP-DATE               03710000
037200             END-IF                                               03720000
037300         END-IF                                                   03730000
037400     END-IF.                                                      03740000
037500*                                                                 03750000
037600 START-ELECTION-PARA.                                             03760000
037700     PERFORM FIND-TIER-PARA                                       03770000
037800     IF NOT TIER-FOUND                                            03780000
037900         MOVE 'TIER NOT ON PLAN' TO WS-REJECT-REASON              03790000
038000     ELSE                                                         03800000
038100         PERFORM ELIG-DATE-PARA                                   03810000
038200         IF WS-ELIG-DATE-X NOT = SPACES                           03820000
038300            AND ENR-EFF-DATE < WS-ELIG-DATE-X                     03830000
038400             MOVE 'WAITING PERIOD NOT MET' TO WS-REJECT-REASON    03840000
038500         END-IF                                                   03850000
038600     END-IF                                                       03860000
038700     IF WS-REJECT-REASON = SPACES                                 03870000
038800         MOVE BPL-EE-DED-TYPE TO WS-LINE-TYPE                     03880000
038900         MOVE WS-EE-COST TO WS-LINE-AMOUNT                        03890000
039000         MOVE SPACE TO WS-LINE-CLASS                              03900000
039100         PERFORM SET-LINE-PARA                                    03910000
039200         IF BPL-ER-DED-TYPE NOT = SPACES                          03920000
039300             MOVE BPL-ER-DED-TYPE TO WS-LINE-TYPE                 03930000
039400             IF WS-ER-COST > ZERO                                 03940000
039500                 MOVE WS-ER-COST TO WS-LINE-AMOUNT                03950000
039600                 MOVE 'E' TO WS-LINE-CLASS                        03960000
039700                 PERFORM SET-LINE-PARA                            03970000
039800             ELSE                                                 03980000
039900                 MOVE ENR-EFF-DATE TO WS-STOP-DATE                03990000
040000                 PERFORM STOP-LINE-PARA                           04000000
040100             END-IF                                               04010000
040200         END-IF                                                   04020000
040300     END-IF.                                                      04030000
040400*                                                                 04040000
040500 STOP-ELECTION-PARA.                                              04050000
040600     MOVE BPL-EE-DED-TYPE TO WS-LINE-TYPE                         04060000
040700     PERFORM STOP-LINE-PARA                                       04070000
040800     IF BPL-ER-DED-TYPE NOT = SPACES                              04080000
040900         MOVE BPL-ER-DED-TYPE TO WS-LINE-TYPE                     04090000
041000         PERFORM STOP-LINE-PARA                                   04100000
041100     END-IF.                                                      04110000
041200*                                                                 04120000
041300 FIND-TIER-PARA.                                                  04130000
041400     MOVE 'N' TO WS-TIER-FOUND-FLAG                               04140000
041500     MOVE ZERO TO WS-EE-COST WS-ER-COST                           04150000
041600     MOVE ZERO TO WS-TIER-SUB                                     04160000
041700     PERFORM FIND-TIER-SCAN-PARA                                  04170000
041800         UNTIL WS-TIER-SUB = 4 OR TIER-FOUND.                     04180000
041900*                                                                 04190000
042000 FIND-TIER-SCAN-PARA.                                             04200000
042100     ADD 1 TO WS-TIER-SUB                                         04210000
042200     IF BPL-TIER-CODE(WS-TIER-SUB) = ENR-TIER                     04220000
042300        AND ENR-TIER NOT = SPACES                                 04230000
042400         SET TIER-FOUND TO TRUE                                   04240000
042500         MOVE BPL-EE-COST(WS-TIER-SUB) TO WS-EE-COST              04250000
042600         MOVE BPL-ER-COST(WS-TIER-SUB) TO WS-ER-COST              04260000
042700     END-IF.                                                      04270000
042800*                                                                 04280000
042900 ELIG-DATE-PARA.                                                  04290000
043000     MOVE SPACES TO WS-ELIG-DATE-X                                04300000
043100     IF STS-FOUND                                                 04310000
043200         MOVE STS-HIRE-DATE TO WS-HIRE-DATE-X                     04320000
043300         IF WS-HIRE-DATE-X NUMERIC                                04330000
043400             COMPUTE WS-ELIG-MTHS =                               04340000
043500                 WS-HIRE-MM - 1 + BPL-WAIT-MONTHS                 04350000
043600             DIVIDE WS-ELIG-MTHS BY 12                            04360000
043700                 GIVING WS-ELIG-YRS REMAINDER WS-ELIG-REM         04370000
043800             COMPUTE WS-ELIG-YYYY = WS-HIRE-YYYY + WS-ELIG-YRS    04380000
043900             COMPUTE WS-ELIG-MM = WS-ELIG-REM + 1                 04390000
044000             MOVE WS-HIRE-DD TO WS-ELIG-DD                        04400000
044100         END-IF                                                   04410000
044200     END-IF.                                                      04420000
044300*                                                                 04430000
044400 SET-LINE-PARA.                                                   04440000
044500     MOVE ENR-EMP-ID TO DED-EMP-ID                                04450000
044600     MOVE WS-LINE-TYPE TO DED-TYPE                                04460000
044700     READ P26DFILE                                                04470000
044800         INVALID KEY                                              04480000
044900             MOVE 'N' TO WS-LINE-FOUND-FLAG                       04490000
045000         NOT INVALID KEY                                          04500000
045100             MOVE 'Y' TO WS-LINE-FOUND-FLAG                       04510000
045200     END-READ                                                     04520000
045300     IF LINE-FOUND                                                04530000
045400         MOVE DEDUCTION-RECORD TO WS-DED-BEFORE                   04540000
045500     ELSE                                                         04550000
045600         MOVE SPACES TO WS-DED-BEFORE                             04560000
045700         MOVE SPACES TO DEDUCTION-RECORD                          04570000
045800         MOVE ENR-EMP-ID TO DED-EMP-ID                            04580000
045900         MOVE WS-LINE-TYPE TO DED-TYPE                            04590000
046000         MOVE ZERO TO DED-PRIORITY                                04600000
046100         MOVE ZERO TO DED-PROT-PCT                                04610000
046200         MOVE ZERO TO DED-ARREARS                                 04620000
046300     END-IF                                                       04630000
046400     MOVE BPL-DESC TO DED-DESC                                    04640000
046500     SET DED-FLAT TO TRUE                                         04650000
046600     MOVE WS-LINE-AMOUNT TO DED-AMOUNT                            04660000
046700     MOVE ENR-EFF-DATE TO DED-START-DATE                          04670000
046800     MOVE ENR-STOP-DATE TO DED-STOP-DATE                          04680000
046900     MOVE WS-LINE-CLASS TO DED-CLASS                              04690000
047000     IF NOT LINE-FOUND                                            04700000
047100         WRITE DEDUCTION-RECORD                                   04710000
047200             INVALID KEY                                          04720000
047300                 MOVE 'DEDUCTION WRITE FAILED'                    04730000
047400                     TO WS-REJECT-REASON                          04740000
047500             NOT INVALID KEY                                      04750000
047600                 ADD 1 TO WS-CREATED-COUNT                        04760000
047700                 MOVE 'CREATED ' TO WS-LINE-ACTION                04770000
047800                 MOVE 'A' TO WS-AUDIT-ACTION                      04780000
047900                 PERFORM LINE-CHANGED-PARA                        04790000
048000         END-WRITE                                                04800000
048100     ELSE                                                         04810000
048200         IF DEDUCTION-RECORD NOT = WS-DED-BEFORE                  04820000
048300             REWRITE DEDUCTION-RECORD                             04830000
048400                 INVALID KEY                                      04840000
048500                     MOVE 'DEDUCTION REWRITE FAILED'              04850000
048600                         TO WS-REJECT-REASON                      04860000
048700                 NOT INVALID KEY                                  04870000
048800                     ADD 1 TO WS-CHANGED-COUNT                    04880000
048900                     MOVE 'CHANGED ' TO WS-LINE-ACTION            04890000
049000                     MOVE 'U' TO WS-AUDIT-ACTION                  04900000
049100                     PERFORM LINE-CHANGED-PARA                    04910000
049200             END-REWRITE                                          04920000
049300         END-IF                                                   04930000
049400     END-IF.                                                      04940000
049500*                                                                 04950000
049600 STOP-LINE-PARA.                                                  04960000
049700     MOVE ENR-EMP-ID TO DED-EMP-ID                                04970000
049800     MOVE WS-LINE-TYPE TO DED-TYPE                                04980000
049900     READ P26DFILE                                                04990000
050000         INVALID KEY                                              05000000
050100             MOVE 'N' TO WS-LINE-FOUND-FLAG                       05010000
050200         NOT INVALID KEY                                          05020000
050300             MOVE 'Y' TO WS-LINE-FOUND-FLAG                       05030000
050400     END-READ                                                     05040000
050500     IF LINE-FOUND                                                05050000
050600        AND (DED-STOP-DATE = SPACES                               05060000
050700             OR DED-STOP-DATE > WS-STOP-DATE)                     05070000
050800         MOVE DEDUCTION-RECORD TO WS-DED-BEFORE                   05080000
050900         MOVE WS-STOP-DATE TO DED-STOP-DATE                       05090000
051000         REWRITE DEDUCTION-RECORD                                 05100000
051100             INVALID KEY                                          05110000
051200                 MOVE 'DEDUCTION REWRITE FAILED'                  05120000
051300                     TO WS-REJECT-REASON                          05130000
051400             NOT INVALID KEY                                      05140000
051500                 ADD 1 TO WS-STOPPED-COUNT                        05150000
051600                 MOVE 'STOPPED ' TO WS-LINE-ACTION                05160000
051700                 MOVE DED-AMOUNT TO WS-LINE-AMOUNT                05170000
051800                 MOVE 'U' TO WS-AUDIT-ACTION                      05180000
051900                 PERFORM LINE-CHANGED-PARA                        05190000
052000         END-REWRITE                                              05200000
052100     END-IF.                                                      05210000
052200*                                                                 05220000
052300 LINE-CHANGED-PARA.                                               05230000
052400     MOVE WS-DED-BEFORE TO WS-AUDIT-BEFORE                        05240000
052500     MOVE DEDUCTION-RECORD TO WS-AUDIT-AFTER                      05250000
052600     MOVE 'P26DFILE' TO WS-AUDIT-FILE                             05260000
052700     MOVE ENR-EMP-ID TO WS-AUDIT-EMP-ID                           05270000
052800     PERFORM WRITE-AUDIT-PARA                                     05280000
052900     PERFORM WRITE-DETAIL-PARA.                                   05290000
053000*                                                                 05300000
053100 REWRITE-ENRF-PARA.                                               05310000
053200     REWRITE ENROLLMENT-RECORD                                    05320000
053300         INVALID KEY                                              05330000
053400             DISPLAY 'P26BP46 ENROLLMENT REWRITE FAILED '         05340000
053500                 ENR-KEY                                          05350000
053600     END-REWRITE.                                                 05360000
053700*                                                                 05370000
053800 WRITE-DETAIL-PARA.                                               05380000
053900     MOVE SPACES TO WS-DETAIL-LINE                                05390000
054000     MOVE ENR-EMP-ID TO DL-EMP-ID                                 05400000
054100     MOVE ENR-PLAN-CODE TO DL-PLAN                                05410000
054200     MOVE ENR-TIER TO DL-TIER                                     05420000
054300     MOVE ENR-EFF-DATE TO DL-EFF-DATE                             05430000
054400     MOVE WS-LINE-TYPE TO DL-TYPE                                 05440000
054500     MOVE WS-LINE-ACTION TO DL-ACTION                             05450000
054600     MOVE WS-LINE-AMOUNT TO DL-AMOUNT                             05460000
054700     MOVE WS-REJECT-REASON TO DL-REASON                           05470000
054800     MOVE WS-DETAIL-LINE TO BERP-LINE                             05480000
054900     WRITE BERP-LINE.                                             05490000
055000*                                                                 05500000
055100 REDERIVE-EMP-DEDN-PARA.                                          05510000
055200     MOVE ZERO TO WS-TOT-DEDN                                     05520000
055300     MOVE WS-GRP-EMP-ID TO DED-EMP-ID                             05530000
055400     MOVE LOW-VALUES TO DED-TYPE                                  05540000
055500     MOVE 'N' TO WS-DED-DONE-FLAG                                 05550000
055600     START P26DFILE KEY IS NOT LESS THAN DED-KEY                  05560000
055700         INVALID KEY                                              05570000
055800             SET DED-DONE TO TRUE                                 05580000
055900     END-START                                                    05590000
056000     PERFORM SUM-DED-PARA                                         05600000
056100         UNTIL DED-DONE                                           05610000
056200     MOVE WS-GRP-EMP-ID TO EMP-ID                                 05620000
056300     READ P26AFILE                                                05630000
056400         INVALID KEY                                              05640000
056500             MOVE 'N' TO WS-EMP-FOUND-FLAG                        05650000
056600         NOT INVALID KEY                                          05660000
056700             MOVE 'Y' TO WS-EMP-FOUND-FLAG                        05670000
056800     END-READ                                                     05680000
056900     IF EMP-FOUND                                                 05690000
057000        AND EMP-DEDN NOT = WS-TOT-DEDN                            05700000
057100         MOVE EMPLOYEE-RECORD TO WS-AUDIT-BEFORE                  05710000
057200         MOVE WS-TOT-DEDN TO EMP-DEDN                             05720000
057300         MOVE WS-RUN-DATE-OUT TO EMP-UPD-DATE                     05730000
057400         MOVE WS-RUN-TIME-OUT TO EMP-UPD-TIME                     05740000
057500         MOVE 'BP46' TO EMP-UPD-TERM                              05750000
057600         REWRITE EMPLOYEE-RECORD                                  05760000
057700             INVALID KEY                                          05770000
057800                 DISPLAY 'P26BP46 EMP-DEDN NOT REDERIVED '        05780000
057900                     EMP-ID                                       05790000
058000             NOT INVALID KEY                                      05800000
058100                 ADD 1 TO WS-REDERIVE-COUNT                       05810000
058200                 MOVE 'U' TO WS-AUDIT-ACTION                      05820000
058300                 MOVE EMPLOYEE-RECORD TO WS-AUDIT-AFTER           05830000
058400                 MOVE 'P26AFILE' TO WS-AUDIT-FILE                 05840000
058500                 MOVE EMP-ID TO WS-AUDIT-EMP-ID                   05850000
058600                 PERFORM WRITE-AUDIT-PARA                         05860000
058700                 PERFORM WRITE-CAPTURE-PARA                       05870000
058800         END-REWRITE                                              05880000
058900     END-IF.                                                      05890000
059000*                                                                 05900000
059100 SUM-DED-PARA.                                                    05910000
059200     READ P26DFILE NEXT RECORD                                    05920000
059300         AT END                                                   05930000
059400             SET DED-DONE TO TRUE                                 05940000
059500     END-READ                                                     05950000
059600     IF NOT DED-DONE                                              05960000
059700         IF DED-EMP-ID NOT = WS-GRP-EMP-ID                        05970000
059800             SET DED-DONE TO TRUE                                 05980000
059900         ELSE                                                     05990000
060000             IF DED-START-DATE NOT > WS-TODAY-NUM                 06000000
060100                AND (DED-STOP-DATE = SPACES                       06010000
060200                     OR DED-STOP-DATE > WS-TODAY-NUM)             06020000
060300                AND NOT DED-GARNISH                               06030000
060400                AND NOT DED-EMPLOYER                              06040000
060500                 PERFORM ADD-DED-PART-PARA                        06050000
060600             END-IF                                               06060000
060700         END-IF                                                   06070000
060800     END-IF.                                                      06080000
060900*                                                                 06090000
061000 ADD-DED-PART-PARA.                                               06100000
061100     IF DED-PERCENT                                               06110000
061200         MOVE WS-GRP-EMP-ID TO EMP-ID                             06120000
061300         READ P26AFILE                                            06130000
061400             INVALID KEY                                          06140000
061500                 MOVE ZERO TO EMP-EARN                            06150000
061600         END-READ                                                 06160000
061700         COMPUTE WS-DED-PART ROUNDED =                            06170000
061800             EMP-EARN * DED-AMOUNT / 100                          06180000
061900     ELSE                                                         06190000
062000         MOVE DED-AMOUNT TO WS-DED-PART                           06200000
062100     END-IF                                                       06210000
062200     ADD WS-DED-PART TO WS-TOT-DEDN.                              06220000
062300*                                                                 06230000
062400 WRITE-AUDIT-PARA.                                                06240000
062500     MOVE WS-AUDIT-EMP-ID TO AUD-EMP-ID                           06250000
062600     MOVE WS-RUN-DATE-OUT TO AUD-DATE-KEY                         06260000
062700     MOVE WS-RUN-TIME-OUT TO AUD-TIME-KEY                         06270000
062800     MOVE ZERO TO WS-AUDIT-SEQ                                    06280000
062900     MOVE WS-AUDIT-SEQ TO AUD-SEQ                                 06290000
063000     MOVE WS-AUDIT-ACTION TO AUD-ACTION                           06300000
063100     MOVE WS-AUDIT-FILE TO AUD-SOURCE-FILE                        06310000
063200     MOVE 'BP46' TO AUD-TERM-ID                                   06320000
063300     MOVE 'P26BP46 ' TO AUD-USER-ID                               06330000
063400     MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE                     06340000
063500     MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE                       06350000
063600     PERFORM WRITE-AUDIT-RECORD-PARA                              06360000
063700     PERFORM WRITE-AUDIT-RETRY-PARA                               06370000
063800         UNTIL NOT AUDIT-DUPKEY.                                  06380000
063900*                                                                 06390000
064000 WRITE-AUDIT-RECORD-PARA.                                         06400000
064100     WRITE AUDIT-RECORD                                           06410000
064200         INVALID KEY                                              06420000
064300             CONTINUE                                             06430000
064400     END-WRITE.                                                   06440000
064500*                                                                 06450000
064600 WRITE-AUDIT-RETRY-PARA.                                          06460000
064700     IF AUDIT-DUPKEY                                              06470000
064800         ADD 1 TO WS-AUDIT-SEQ                                    06480000
064900         IF WS-AUDIT-SEQ = ZERO                                   06490000
065000             PERFORM STAMP-TIME-PARA                              06500000
065100             MOVE WS-RUN-TIME-OUT TO AUD-TIME-KEY                 06510000
065200         END-IF                                                   06520000
065300         MOVE WS-AUDIT-SEQ TO AUD-SEQ                             06530000
065400         PERFORM WRITE-AUDIT-RECORD-PARA                          06540000
065500     END-IF.                                                      06550000
065600*                                                                 06560000
065700 WRITE-CAPTURE-PARA.                                              06570000
065800     MOVE WS-RUN-DATE-OUT TO CAP-DATE-KEY                         06580000
065900     MOVE WS-RUN-TIME-OUT TO CAP-TIME-KEY                         06590000
066000     MOVE ZERO TO WS-CAPT-SEQ                                     06600000
066100     MOVE WS-CAPT-SEQ TO CAP-SEQ                                  06610000
066200     MOVE 'P26AFILE' TO CAP-SOURCE-FILE                           06620000
066300     MOVE WS-AUDIT-ACTION TO CAP-ACTION                           06630000
066400     MOVE EMP-ID TO CAP-EMP-ID                                    06640000
066500     MOVE WS-AUDIT-AFTER TO CAP-IMAGE                             06650000
066600     SET CAP-PENDING TO TRUE                                      06660000
066700     PERFORM WRITE-CAPTURE-RECORD-PARA                            06670000
066800     PERFORM WRITE-CAPTURE-RETRY-PARA                             06680000
066900         UNTIL NOT CAPT-DUPKEY.                                   06690000
067000*                                                                 06700000
067100 WRITE-CAPTURE-RECORD-PARA.                                       06710000
067200     WRITE CAPTURE-RECORD                                         06720000
067300         INVALID KEY                                              06730000
067400             CONTINUE                                             06740000
067500     END-WRITE.                                                   06750000
067600*                                                                 06760000
067700 WRITE-CAPTURE-RETRY-PARA.                                        06770000
067800     IF CAPT-DUPKEY                                               06780000
067900         ADD 1 TO WS-CAPT-SEQ                                     06790000
068000         IF WS-CAPT-SEQ = ZERO                                    06800000
068100             PERFORM STAMP-TIME-PARA                              06810000
068200             MOVE WS-RUN-TIME-OUT TO CAP-TIME-KEY                 06820000
068300         END-IF                                                   06830000
068400         MOVE WS-CAPT-SEQ TO CAP-SEQ                              06840000
068500         PERFORM WRITE-CAPTURE-RECORD-PARA                        06850000
068600     END-IF.                                                      06860000
068700*                                                                 06870000
068800 STAMP-TIME-PARA.                                                 06880000
068900     ACCEPT WS-CURRENT-TIME FROM TIME                             06890000
069000     MOVE WS-CURRENT-TIME TO WS-RUN-TIME-OUT.                     06900000
069100*                                                                 06910000
069200 TERMINATION-PARA.                                                06920000
069300     MOVE SPACES TO BERP-LINE                                     06930000
069400     WRITE BERP-LINE                                              06940000
069500     MOVE SPACES TO WS-SUMMARY-LINE                               06950000
069600     MOVE 'ELECTIONS READ' TO SM-LABEL                            06960000
069700     MOVE WS-READ-COUNT TO SM-COUNT                               06970000
069800     MOVE WS-SUMMARY-LINE TO BERP-LINE                            06980000
069900     WRITE BERP-LINE                                              06990000
070000     MOVE 'ELECTIONS IN FORCE' TO SM-LABEL                        07000000
070100     MOVE WS-INFORCE-COUNT TO SM-COUNT                            07010000
070200     MOVE WS-SUMMARY-LINE TO BERP-LINE                            07020000
070300     WRITE BERP-LINE                                              07030000
070400     MOVE 'DEDUCTION LINES CREATED' TO SM-LABEL                   07040000
070500     MOVE WS-CREATED-COUNT TO SM-COUNT                            07050000
070600     MOVE WS-SUMMARY-LINE TO BERP-LINE                            07060000
070700     WRITE BERP-LINE                                              07070000
070800     MOVE 'DEDUCTION LINES CHANGED' TO SM-LABEL                   07080000
070900     MOVE WS-CHANGED-COUNT TO SM-COUNT                            07090000
071000     MOVE WS-SUMMARY-LINE TO BERP-LINE                            07100000
071100     WRITE BERP-LINE                                              07110000
071200     MOVE 'DEDUCTION LINES STOPPED' TO SM-LABEL                   07120000
071300     MOVE WS-STOPPED-COUNT TO SM-COUNT                            07130000
071400     MOVE WS-SUMMARY-LINE TO BERP-LINE                            07140000
071500     WRITE BERP-LINE                                              07150000
071600     MOVE 'ELECTIONS REJECTED' TO SM-LABEL                        07160000
071700     MOVE WS-REJECT-COUNT TO SM-COUNT                             07170000
071800     MOVE WS-SUMMARY-LINE TO BERP-LINE                            07180000
071900     WRITE BERP-LINE                                              07190000
072000     MOVE 'EMP-DEDN REDERIVED' TO SM-LABEL                        07200000
072100     MOVE WS-REDERIVE-COUNT TO SM-COUNT                           07210000
072200     MOVE WS-SUMMARY-LINE TO BERP-LINE                            07220000
072300     WRITE BERP-LINE                                              07230000
072400     IF NOT ENRF-MISSING                                          07240000
072500         CLOSE P26ENRF                                            07250000
072600     END-IF                                                       07260000
072700     IF NOT BPLF-MISSING                                          07270000
072800         CLOSE P26BPLF                                            07280000
072900     END-IF                                                       07290000
073000     IF SFILE-OPEN                                                07300000
073100         CLOSE P26SFILE                                           07310000
073200     END-IF                                                       07320000
073300     CLOSE P26DFILE                                               07330000
073400     CLOSE P26AFILE                                               07340000
073500     CLOSE P26AUDIT                                               07350000
073600     CLOSE P26CAPT                                                07360000
073700     CLOSE P26BERP                                                07370000
073800     DISPLAY 'P26BP46 ELECTIONS ' WS-INFORCE-COUNT                07380000
073900         ' REJECTED ' WS-REJECT-COUNT.                            07390000
074000*                                                                 07400000
074100 REGISTER-START-PARA.                                             07410000
074200     SET RCA-START TO TRUE                                        07420000
074300     MOVE 'P26BP46' TO RCA-JOB-NAME                               07430000
074400     MOVE SPACES TO RCA-BUS-DATE                                  07440000
074500     MOVE SPACES TO RCA-PRED-JOB                                  07450000
074600     MOVE SPACES TO RCA-OVERRIDE                                  07460000
074700     MOVE ZERO TO RCA-READ-COUNT                                  07470000
074800     MOVE ZERO TO RCA-WRITE-COUNT                                 07480000
074900     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       07490000
075000     IF RCA-RETURN NOT = '00'                                     07500000
075100         DISPLAY 'P26BP46 RUN REFUSED BY RUN CONTROL RC='         07510000
075200             RCA-RETURN                                           07520000
075300         STOP RUN                                                 07530000
075400     END-IF.                                                      07540000
075500*                                                                 07550000
075600 REGISTER-END-PARA.                                               07560000
075700     SET RCA-END TO TRUE                                          07570000
075800     MOVE WS-READ-COUNT TO RCA-READ-COUNT                         07580000
075900     COMPUTE RCA-WRITE-COUNT = WS-CREATED-COUNT                   07590000
076000         + WS-CHANGED-COUNT + WS-STOPPED-COUNT                    07600000
076100     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      07610000
