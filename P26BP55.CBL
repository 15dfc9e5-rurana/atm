000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP55.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26DOCF ASSIGN TO P26DOCF                             00060000
000700         ORGANIZATION IS INDEXED                                  00070000
000800         ACCESS MODE IS SEQUENTIAL                                00080000
000900         RECORD KEY IS DOC-KEY                                    00090000
001000         FILE STATUS IS WS-DOCF-STATUS.                           00100000
001100     SELECT P26AFILE ASSIGN TO P26AFILE                           00110000
001200         ORGANIZATION IS INDEXED                                  00120000
001300         ACCESS MODE IS DYNAMIC                                   00130000
001400         RECORD KEY IS EMP-ID                                     00140000
001500         FILE STATUS IS WS-AFILE-STATUS.                          00150000
001600     SELECT P26SFILE ASSIGN TO P26SFILE                           00160000
001700         ORGANIZATION IS INDEXED                                  00170000
001800         ACCESS MODE IS DYNAMIC                                   00180000
001900         RECORD KEY IS STS-EMP-ID                                 00190000
002000         FILE STATUS IS WS-SFILE-STATUS.                          00200000
002100     SELECT P26SUPF ASSIGN TO P26SUPF                             00210000
002200         ORGANIZATION IS INDEXED                                  00220000
002300         ACCESS MODE IS DYNAMIC                                   00230000
002400         RECORD KEY IS SUP-EMP-ID                                 00240000
002500         FILE STATUS IS WS-SUPF-STATUS.                           00250000
002600     SELECT P26DOCX ASSIGN TO P26DOCX                             00260000
002700         ORGANIZATION IS LINE SEQUENTIAL                          00270000
002800         FILE STATUS IS WS-DOCX-STATUS.                           00280000
002900     SELECT WS-SORT-FILE ASSIGN TO SORTWK1.                       00290000
003000*                                                                 00300000
003100 DATA DIVISION.                                                   00310000
003200 FILE SECTION.                                                    00320000
003300 FD  P26DOCF                                                      00330000
003400     LABEL RECORDS ARE STANDARD.                                  00340000
003500     COPY P26DOCR.                                                00350000
003600 FD  P26AFILE                                                     00360000
003700     LABEL RECORDS ARE STANDARD.                                  00370000
003800     COPY EMPREC.                                                 00380000
003900 FD  P26SFILE                                                     00390000
004000     LABEL RECORDS ARE STANDARD.                                  00400000
004100     COPY P26STR.                                                 00410000
004200 FD  P26SUPF                                                      00420000
004300     LABEL RECORDS ARE STANDARD.                                  00430000
004400     COPY P26SUPR.                                                00440000
004500 FD  P26DOCX                                                      00450000
004600     LABEL RECORDS ARE STANDARD.                                  00460000
004700 01  DOCX-LINE               PIC X(132).                          00470000
004800 SD  WS-SORT-FILE.                                                00480000
004900 01  SORT-RECORD.                                                 00490000
005000     03  SRT-SUPV-ID         PIC X(05).                           00500000
005100     03  SRT-DAYS            PIC S9(05).                          00510000
005200     03  SRT-EMP-ID          PIC X(05).                           00520000
005300     03  SRT-NAME            PIC X(20).                           00530000
005400     03  SRT-TYPE            PIC X(04).                           00540000
005500     03  SRT-NUMBER          PIC X(15).                           00550000
005600     03  SRT-EXPIRY          PIC X(08).                           00560000
005700     03  SRT-VERIFY-USER     PIC X(08).                           00570000
005800*                                                                 00580000
005900 WORKING-STORAGE SECTION.                                         00590000
006000 01  WS-DOCF-STATUS          PIC X(02) VALUE SPACES.              00600000
006100     88  DOCF-MISSING                VALUE '35'.                  00610000
006200 01  WS-AFILE-STATUS         PIC X(02) VALUE SPACES.              00620000
006300     88  AFILE-MISSING               VALUE '35'.                  00630000
006400 01  WS-SFILE-STATUS         PIC X(02) VALUE SPACES.              00640000
006500     88  SFILE-MISSING               VALUE '35'.                  00650000
006600 01  WS-SUPF-STATUS          PIC X(02) VALUE SPACES.              00660000
006700     88  SUPF-MISSING                VALUE '35'.                  00670000
006800 01  WS-DOCX-STATUS          PIC X(02) VALUE SPACES.              00680000
006900 01  WS-DOCF-EOF-FLAG        PIC X(01) VALUE 'N'.                 00690000
007000     88  DOCF-EOF                    VALUE 'Y'.                   00700000
007100 01  WS-SORT-EOF-FLAG        PIC X(01) VALUE 'N'.                 00710000
007200     88  SORT-EOF                    VALUE 'Y'.                   00720000
007300 01  WS-FIRST-FLAG           PIC X(01) VALUE 'Y'.                 00730000
007400     88  FIRST-GROUP                 VALUE 'Y'.                   00740000
007500 01  WS-TERM-FLAG            PIC X(01) VALUE 'N'.                 00750000
007600     88  EMP-TERMINATED              VALUE 'Y'.                   00760000
007700 01  WS-PREV-SUPV            PIC X(05) VALUE SPACES.              00770000
007800 01  WS-READ-COUNT           PIC 9(05) VALUE ZERO.                00780000
007900 01  WS-TERM-COUNT           PIC 9(05) VALUE ZERO.                00790000
008000 01  WS-NOT-DUE-COUNT        PIC 9(05) VALUE ZERO.                00800000
008100 01  WS-BAD-DATE-COUNT       PIC 9(05) VALUE ZERO.                00810000
008200 01  WS-LINE-COUNT           PIC 9(05) VALUE ZERO.                00820000
008300 01  WS-PAGE-NO              PIC 9(04) VALUE ZERO.                00830000
008400 01  WS-DAYS-LEFT            PIC S9(05) VALUE ZERO.               00840000
008500 01  WS-TODAY-NUM            PIC 9(07) VALUE ZERO.                00850000
008600 01  WS-DATE-IN.                                                  00860000
008700     03  WS-DATE-YY          PIC 9(04).                           00870000
008800     03  WS-DATE-MM          PIC 9(02).                           00880000
008900     03  WS-DATE-DD          PIC 9(02).                           00890000
009000 01  WS-CALC-YY              PIC 9(04) VALUE ZERO.                00900000
009100 01  WS-CALC-MM              PIC 9(02) VALUE ZERO.                00910000
009200 01  WS-QUOT                 PIC 9(07) VALUE ZERO.                00920000
009300 01  WS-DAY-NUM              PIC 9(07) VALUE ZERO.                00930000
009400 01  WS-DATE-OK-FLAG         PIC X(01) VALUE 'Y'.                 00940000
009500     88  DATE-OK                     VALUE 'Y'.                   00950000
009600 01  WS-BAND-IX              PIC 9(01) VALUE ZERO.                00960000
009700 01  WS-GROUP-TOTALS.                                             00970000
009800     03  WS-GRP-BAND         PIC 9(05) OCCURS 4 TIMES.            00980000
009900 01  WS-GRAND-TOTALS.                                             00990000
010000     03  WS-TOT-BAND         PIC 9(05) OCCURS 4 TIMES.            01000000
010100 01  WS-BAND-NAMES.                                               01010000
010200     03  FILLER              PIC X(08) VALUE 'EXPIRED '.          01020000
010300     03  FILLER              PIC X(08) VALUE '0-30    '.          01030000
010400     03  FILLER              PIC X(08) VALUE '31-60   '.          01040000
010500     03  FILLER              PIC X(08) VALUE '61-90   '.          01050000
010600 01  FILLER  REDEFINES  WS-BAND-NAMES.                            01060000
010700     03  WS-BAND-NAME        PIC X(08) OCCURS 4 TIMES.            01070000
010800 01  WS-CURRENT-DATE.                                             01080000
010900     03  WS-CURR-YY          PIC 9(04).                           01090000
011000     03  WS-CURR-MM          PIC 9(02).                           01100000
011100     03  WS-CURR-DD          PIC 9(02).                           01110000
011200 01  WS-HEADING-LINE-1.                                           01120000
011300     03  FILLER              PIC X(09) VALUE 'P26BP55 '.          01130000
011400     03  FILLER              PIC X(44) VALUE                      01140000
011500         'DOCUMENTS EXPIRING WITHIN 90 DAYS BY SUPV'.             01150000
011600     03  FILLER              PIC X(06) VALUE 'DATE '.             01160000
011700     03  HL-YY               PIC 9(04).                           01170000
011800     03  FILLER              PIC X(01) VALUE '/'.                 01180000
011900     03  HL-MM               PIC 9(02).                           01190000
012000     03  FILLER              PIC X(01) VALUE '/'.                 01200000
012100     03  HL-DD               PIC 9(02).                           01210000
012200     03  FILLER              PIC X(07) VALUE '  PAGE '.           01220000
012300     03  HL-PAGE-NO          PIC ZZZ9.                            01230000
012400 01  WS-COL-HEADING-1.                                            01240000
012500     03  FILLER              PIC X(36) VALUE                      01250000
012600         'SUPV  EMP   NAME                 TYP'.                  01260000
012700     03  FILLER              PIC X(36) VALUE                      01270000
012800         'E NUMBER          EXPIRES    DAYS  '.                   01280000
012900     03  FILLER              PIC X(18) VALUE                      01290000
013000         'BAND     VERIFIED '.                                    01300000
013100 01  WS-DETAIL-LINE.                                              01310000
013200     03  DL-SUPV-ID          PIC X(05).                           01320000
013300     03  FILLER              PIC X(01) VALUE SPACES.              01330000
013400     03  DL-EMP-ID           PIC X(05).                           01340000
013500     03  FILLER              PIC X(01) VALUE SPACES.              01350000
013600     03  DL-NAME             PIC X(20).                           01360000
013700     03  FILLER              PIC X(01) VALUE SPACES.              01370000
013800     03  DL-TYPE             PIC X(04).                           01380000
013900     03  FILLER              PIC X(01) VALUE SPACES.              01390000
014000     03  DL-NUMBER           PIC X(15).                           01400000
014100     03  FILLER              PIC X(01) VALUE SPACES.              01410000
014200     03  DL-EXPIRY           PIC X(08).                           01420000
014300     03  FILLER              PIC X(02) VALUE SPACES.              01430000
014400     03  DL-DAYS             PIC ZZZZ9-.                          01440000
014500     03  FILLER              PIC X(02) VALUE SPACES.              01450000
014600     03  DL-BAND             PIC X(08).                           01460000
014700     03  FILLER              PIC X(01) VALUE SPACES.              01470000
014800     03  DL-VERIFIED         PIC X(08).                           01480000
014900 01  WS-GROUP-LINE.                                               01490000
015000     03  FILLER              PIC X(04) VALUE SPACES.              01500000
015100     03  GRL-LABEL           PIC X(17).                           01510000
015200     03  GRL-SUPV-ID         PIC X(05).                           01520000
015300     03  FILLER              PIC X(10) VALUE '  EXPIRED '.        01530000
015400     03  GRL-EXPIRED         PIC ZZ,ZZ9.                          01540000
015500     03  FILLER              PIC X(07) VALUE '  0-30 '.           01550000
015600     03  GRL-30              PIC ZZ,ZZ9.                          01560000
015700     03  FILLER              PIC X(08) VALUE '  31-60 '.          01570000
015800     03  GRL-60              PIC ZZ,ZZ9.                          01580000
015900     03  FILLER              PIC X(08) VALUE '  61-90 '.          01590000
016000     03  GRL-90              PIC ZZ,ZZ9.                          01600000
016100 01  WS-SUMMARY-LINE.                                             01610000
016200     03  SM-LABEL            PIC X(30).                           01620000
016300     03  SM-COUNT            PIC ZZZ,ZZ9.                         01630000
016400*                                                                 01640000
016500     COPY P26RCC.                                                 01650000
016600*                                                                 01660000
016700 PROCEDURE DIVISION.                                              01670000
016800 MAIN-PARA.                                                       01680000
016900     PERFORM REGISTER-START-PARA                                  01690000
017000     PERFORM INITIALIZATION-PARA                                  01700000
017100     SORT WS-SORT-FILE                                            01710000
017200         ON ASCENDING KEY SRT-SUPV-ID SRT-DAYS SRT-EMP-ID         01720000
017300                          SRT-TYPE SRT-NUMBER                     01730000
017400         INPUT PROCEDURE IS LOAD-SORT-PARA                        01740000
017500         OUTPUT PROCEDURE IS PRINT-REPORT-PARA                    01750000
017600     PERFORM REGISTER-END-PARA                                    01760000
017700     STOP RUN.                                                    01770000
017800*                                                                 01780000
017900 INITIALIZATION-PARA.                                             01790000
018000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    01800000
018100     MOVE WS-CURRENT-DATE TO WS-DATE-IN                           01810000
018200     PERFORM DAY-NUMBER-PARA                                      01820000
018300     MOVE WS-DAY-NUM TO WS-TODAY-NUM                              01830000
018400     INITIALIZE WS-GROUP-TOTALS                                   01840000
018500     INITIALIZE WS-GRAND-TOTALS.                                  01850000
018600*                                                                 01860000
018700 LOAD-SORT-PARA.                                                  01870000
018800     OPEN INPUT P26DOCF                                           01880000
018900     OPEN INPUT P26AFILE                                          01890000
019000     OPEN INPUT P26SFILE                                          01900000
019100     OPEN INPUT P26SUPF                                           01910000
019200     IF DOCF-MISSING                                              01920000
019300         SET DOCF-EOF TO TRUE                                     01930000
019400     ELSE                                                         01940000
019500         PERFORM READ-DOCF-PARA                                   01950000
019600     END-IF                                                       01960000
019700     PERFORM RELEASE-RECORD-PARA                                  01970000
019800         UNTIL DOCF-EOF                                           01980000
019900     IF NOT DOCF-MISSING                                          01990000
020000         CLOSE P26DOCF                                            02000000
020100     END-IF                                                       02010000
020200     IF NOT AFILE-MISSING                                         02020000
020300         CLOSE P26AFILE                                           02030000
020400     END-IF                                                       02040000
020500     IF NOT SFILE-MISSING                                         02050000
020600         CLOSE P26SFILE                                           02060000
020700     END-IF                                                       02070000
020800     IF NOT SUPF-MISSING                                          02080000
020900         CLOSE P26SUPF                                            02090000
021000     END-IF.                                                      02100000
021100*                                                                 02110000
021200 READ-DOCF-PARA.                                                  02120000
021300     READ P26DOCF NEXT RECORD                                     02130000
021400         AT END                                                   02140000
021500             SET DOCF-EOF TO TRUE                                 02150000
021600     END-READ                                                     02160000
021700     IF NOT DOCF-EOF                                              02170000
021800         ADD 1 TO WS-READ-COUNT                                   02180000
021900     END-IF.                                                      02190000
022000*                                                                 02200000
022100 RELEASE-RECORD-PARA.                                             02210000
022200     PERFORM CHECK-TERMINATED-PARA                                02220000
022300     MOVE DOC-EXPIRY-DATE TO WS-DATE-IN                           02230000
022400     PERFORM DAY-NUMBER-PARA                                      02240000
022500     EVALUATE TRUE                                                02250000
022600         WHEN EMP-TERMINATED                                      02260000
022700             ADD 1 TO WS-TERM-COUNT                               02270000
022800         WHEN NOT DATE-OK                                         02280000
022900             ADD 1 TO WS-BAD-DATE-COUNT                           02290000
023000         WHEN OTHER                                               02300000
023100             COMPUTE WS-DAYS-LEFT = WS-DAY-NUM - WS-TODAY-NUM     02310000
023200             IF WS-DAYS-LEFT > 90                                 02320000
023300                 ADD 1 TO WS-NOT-DUE-COUNT                        02330000
023400             ELSE                                                 02340000
023500                 PERFORM BUILD-SORT-PARA                          02350000
023600             END-IF                                               02360000
023700     END-EVALUATE                                                 02370000
023800     PERFORM READ-DOCF-PARA.                                      02380000
023900*                                                                 02390000
024000 CHECK-TERMINATED-PARA.                                           02400000
024100     MOVE 'N' TO WS-TERM-FLAG                                     02410000
024200     IF NOT SFILE-MISSING                                         02420000
024300         MOVE DOC-EMP-ID TO STS-EMP-ID                            02430000
024400         READ P26SFILE                                            02440000
024500             INVALID KEY                                          02450000
024600                 CONTINUE                                         02460000
024700             NOT INVALID KEY                                      02470000
024800                 IF STS-TERMINATED                                02480000
024900                     MOVE 'Y' TO WS-TERM-FLAG                     02490000
025000                 END-IF                                           02500000
025100         END-READ                                                 02510000
025200     END-IF.                                                      02520000
025300*                                                                 02530000
025400 BUILD-SORT-PARA.                                                 02540000
025500     MOVE SPACES TO SORT-RECORD                                   02550000
025600     MOVE WS-DAYS-LEFT TO SRT-DAYS                                02560000
025700     MOVE DOC-EMP-ID TO SRT-EMP-ID                                02570000
025800     MOVE DOC-TYPE TO SRT-TYPE                                    02580000
025900     MOVE DOC-NUMBER TO SRT-NUMBER                                02590000
026000     MOVE DOC-EXPIRY-DATE TO SRT-EXPIRY                           02600000
026100     MOVE DOC-VERIFY-USER TO SRT-VERIFY-USER                      02610000
026200     IF NOT AFILE-MISSING                                         02620000
026300         MOVE DOC-EMP-ID TO EMP-ID                                02630000
026400         READ P26AFILE                                            02640000
026500             INVALID KEY                                          02650000
026600                 MOVE 'NOT ON PAYROLL FILE' TO SRT-NAME           02660000
026700             NOT INVALID KEY                                      02670000
026800                 MOVE EMP-NAME TO SRT-NAME                        02680000
026900         END-READ                                                 02690000
027000     END-IF                                                       02700000
027100     IF NOT SUPF-MISSING                                          02710000
027200         MOVE DOC-EMP-ID TO SUP-EMP-ID                            02720000
027300         READ P26SUPF                                             02730000
027400             INVALID KEY                                          02740000
027500                 CONTINUE                                         02750000
027600             NOT INVALID KEY                                      02760000
027700                 MOVE SUP-SUPV-ID TO SRT-SUPV-ID                  02770000
027800         END-READ                                                 02780000
027900     END-IF                                                       02790000
028000     RELEASE SORT-RECORD.                                         02800000
028100*                                                                 02810000
028200 DAY-NUMBER-PARA.                                                 02820000
028300     MOVE 'Y' TO WS-DATE-OK-FLAG                                  02830000
028400     MOVE ZERO TO WS-DAY-NUM                                      02840000
028500     IF WS-DATE-IN NOT NUMERIC                                    02850000
028600         MOVE 'N' TO WS-DATE-OK-FLAG                              02860000
028700     ELSE                                                         02870000
028800         IF WS-DATE-MM < 1 OR WS-DATE-MM > 12                     02880000
028900            OR WS-DATE-DD < 1 OR WS-DATE-DD > 31                  02890000
029000            OR WS-DATE-YY < 1900                                  02900000
029100             MOVE 'N' TO WS-DATE-OK-FLAG                          02910000
029200         END-IF                                                   02920000
029300     END-IF                                                       02930000
029400     IF DATE-OK                                                   02940000
029500         MOVE WS-DATE-YY TO WS-CALC-YY                            02950000
029600         MOVE WS-DATE-MM TO WS-CALC-MM                            02960000
029700         IF WS-CALC-MM < 3                                        02970000
029800             SUBTRACT 1 FROM WS-CALC-YY                           02980000
029900             ADD 12 TO WS-CALC-MM                                 02990000
030000         END-IF                                                   03000000
030100         COMPUTE WS-DAY-NUM = 365 * WS-CALC-YY + WS-DATE-DD       03010000
030200         DIVIDE WS-CALC-YY BY 4 GIVING WS-QUOT                    03020000
030300         ADD WS-QUOT TO WS-DAY-NUM                                03030000
030400         DIVIDE WS-CALC-YY BY 100 GIVING WS-QUOT                  03040000
030500         SUBTRACT WS-QUOT FROM WS-DAY-NUM                         03050000
030600         DIVIDE WS-CALC-YY BY 400 GIVING WS-QUOT                  03060000
030700         ADD WS-QUOT TO WS-DAY-NUM                                03070000
030800         COMPUTE WS-QUOT = 153 * (WS-CALC-MM - 3) + 2             03080000
030900         DIVIDE WS-QUOT BY 5 GIVING WS-QUOT                       03090000
031000         ADD WS-QUOT TO WS-DAY-NUM                                03100000
031100     END-IF.                                                      03110000
031200*                                                                 03120000
031300 PRINT-REPORT-PARA.                                               03130000
031400     OPEN OUTPUT P26DOCX                                          03140000
031500     PERFORM WRITE-HEADING-PARA                                   03150000
031600     PERFORM RETURN-SORT-PARA                                     03160000
031700     PERFORM PROCESS-SORTED-PARA                                  03170000
031800         UNTIL SORT-EOF                                           03180000
031900     IF NOT FIRST-GROUP                                           03190000
032000         PERFORM WRITE-GROUP-PARA                                 03200000
032100     END-IF                                                       03210000
032200     PERFORM WRITE-GRAND-TOTAL-PARA                               03220000
032300     CLOSE P26DOCX.                                               03230000
032400*                                                                 03240000
032500 RETURN-SORT-PARA.                                                03250000
032600     RETURN WS-SORT-FILE                                          03260000
032700         AT END                                                   03270000
032800             SET SORT-EOF TO TRUE                                 03280000
032900     END-RETURN.                                                  03290000
033000*                                                                 03300000
033100 PROCESS-SORTED-PARA.                                             03310000
033200     IF FIRST-GROUP                                               03320000
033300         MOVE 'N' TO WS-FIRST-FLAG                                03330000
033400         MOVE SRT-SUPV-ID TO WS-PREV-SUPV                         03340000
033500     END-IF                                                       03350000
033600     IF SRT-SUPV-ID NOT = WS-PREV-SUPV                            03360000
033700         PERFORM WRITE-GROUP-PARA                                 03370000
033800         MOVE SRT-SUPV-ID TO WS-PREV-SUPV                         03380000
033900     END-IF                                                       03390000
034000     PERFORM WRITE-DETAIL-PARA                                    03400000
034100     PERFORM RETURN-SORT-PARA.                                    03410000
034200*                                                                 03420000
034300 WRITE-DETAIL-PARA.                                               03430000
034400     IF WS-LINE-COUNT > 50                                        03440000
034500         PERFORM WRITE-HEADING-PARA                               03450000
034600     END-IF                                                       03460000
034700     EVALUATE TRUE                                                03470000
034800         WHEN SRT-DAYS < ZERO                                     03480000
034900             MOVE 1 TO WS-BAND-IX                                 03490000
035000         WHEN SRT-DAYS NOT > 30                                   03500000
035100             MOVE 2 TO WS-BAND-IX                                 03510000
035200         WHEN SRT-DAYS NOT > 60                                   03520000
035300             MOVE 3 TO WS-BAND-IX                                 03530000
035400         WHEN OTHER                                               03540000
035500             MOVE 4 TO WS-BAND-IX                                 03550000
035600     END-EVALUATE                                                 03560000
035700     MOVE SPACES TO WS-DETAIL-LINE                                03570000
035800     IF SRT-SUPV-ID = SPACES                                      03580000
035900         MOVE 'NONE' TO DL-SUPV-ID                                03590000
036000     ELSE                                                         03600000
036100         MOVE SRT-SUPV-ID TO DL-SUPV-ID                           03610000
036200     END-IF                                                       03620000
036300     MOVE SRT-EMP-ID TO DL-EMP-ID                                 03630000
036400     MOVE SRT-NAME TO DL-NAME                                     03640000
036500     MOVE SRT-TYPE TO DL-TYPE                                     03650000
036600     MOVE SRT-NUMBER TO DL-NUMBER                                 03660000
036700     MOVE SRT-EXPIRY TO DL-EXPIRY                                 03670000
036800     MOVE SRT-DAYS TO DL-DAYS                                     03680000
036900     MOVE WS-BAND-NAME(WS-BAND-IX) TO DL-BAND                     03690000
037000     IF SRT-VERIFY-USER = SPACES                                  03700000
037100         MOVE 'NO' TO DL-VERIFIED                                 03710000
037200     ELSE                                                         03720000
037300         MOVE SRT-VERIFY-USER TO DL-VERIFIED                      03730000
037400     END-IF                                                       03740000
037500     MOVE WS-DETAIL-LINE TO DOCX-LINE                             03750000
037600     WRITE DOCX-LINE AFTER ADVANCING 1 LINE                       03760000
037700     ADD 1 TO WS-LINE-COUNT                                       03770000
037800     ADD 1 TO WS-GRP-BAND(WS-BAND-IX).                            03780000
037900*                                                                 03790000
038000 WRITE-HEADING-PARA.                                              03800000
038100     ADD 1 TO WS-PAGE-NO                                          03810000
038200     MOVE WS-PAGE-NO TO HL-PAGE-NO                                03820000
038300     MOVE WS-CURR-YY TO HL-YY                                     03830000
038400     MOVE WS-CURR-MM TO HL-MM                                     03840000
038500     MOVE WS-CURR-DD TO HL-DD                                     03850000
038600     MOVE WS-HEADING-LINE-1 TO DOCX-LINE                          03860000
038700     WRITE DOCX-LINE AFTER ADVANCING PAGE                         03870000
038800     MOVE WS-COL-HEADING-1 TO DOCX-LINE                           03880000
038900     WRITE DOCX-LINE AFTER ADVANCING 2 LINES                      03890000
039000     MOVE ZERO TO WS-LINE-COUNT.                                  03900000
039100*                                                                 03910000
039200 WRITE-GROUP-PARA.                                                03920000
039300     MOVE SPACES TO WS-GROUP-LINE                                 03930000
039400     MOVE 'SUPERVISOR TOTAL' TO GRL-LABEL                         03940000
039500     IF WS-PREV-SUPV = SPACES                                     03950000
039600         MOVE 'NONE' TO GRL-SUPV-ID                               03960000
039700     ELSE                                                         03970000
039800         MOVE WS-PREV-SUPV TO GRL-SUPV-ID                         03980000
039900     END-IF                                                       03990000
040000     MOVE WS-GRP-BAND(1) TO GRL-EXPIRED                           04000000
040100     MOVE WS-GRP-BAND(2) TO GRL-30                                04010000
040200     MOVE WS-GRP-BAND(3) TO GRL-60                                04020000
040300     MOVE WS-GRP-BAND(4) TO GRL-90                                04030000
040400     MOVE WS-GROUP-LINE TO DOCX-LINE                              04040000
040500     WRITE DOCX-LINE AFTER ADVANCING 1 LINE                       04050000
040600     MOVE SPACES TO DOCX-LINE                                     04060000
040700     WRITE DOCX-LINE AFTER ADVANCING 1 LINE                       04070000
040800     ADD 2 TO WS-LINE-COUNT                                       04080000
040900     ADD WS-GRP-BAND(1) TO WS-TOT-BAND(1)                         04090000
041000     ADD WS-GRP-BAND(2) TO WS-TOT-BAND(2)                         04100000
041100     ADD WS-GRP-BAND(3) TO WS-TOT-BAND(3)                         04110000
041200     ADD WS-GRP-BAND(4) TO WS-TOT-BAND(4)                         04120000
041300     INITIALIZE WS-GROUP-TOTALS.                                  04130000
041400*                                                                 04140000
041500 WRITE-GRAND-TOTAL-PARA.                                          04150000
041600     MOVE SPACES TO WS-GROUP-LINE                                 04160000
041700     MOVE 'REPORT TOTAL' TO GRL-LABEL                             04170000
041800     MOVE WS-TOT-BAND(1) TO GRL-EXPIRED                           04180000
041900     MOVE WS-TOT-BAND(2) TO GRL-30                                04190000
042000     MOVE WS-TOT-BAND(3) TO GRL-60                                04200000
042100     MOVE WS-TOT-BAND(4) TO GRL-90                                04210000
042200     MOVE WS-GROUP-LINE TO DOCX-LINE                              04220000
042300     WRITE DOCX-LINE AFTER ADVANCING 2 LINES                      04230000
042400     MOVE SPACES TO WS-SUMMARY-LINE                               04240000
042500     MOVE 'DOCUMENTS READ' TO SM-LABEL                            04250000
042600     MOVE WS-READ-COUNT TO SM-COUNT                               04260000
042700     MOVE WS-SUMMARY-LINE TO DOCX-LINE                            04270000
042800     WRITE DOCX-LINE AFTER ADVANCING 2 LINES                      04280000
042900     MOVE 'NOT DUE WITHIN 90 DAYS' TO SM-LABEL                    04290000
043000     MOVE WS-NOT-DUE-COUNT TO SM-COUNT                            04300000
043100     MOVE WS-SUMMARY-LINE TO DOCX-LINE                            04310000
043200     WRITE DOCX-LINE AFTER ADVANCING 1 LINE                       04320000
043300     MOVE 'EMPLOYEE TERMINATED' TO SM-LABEL                       04330000
043400     MOVE WS-TERM-COUNT TO SM-COUNT                               04340000
043500     MOVE WS-SUMMARY-LINE TO DOCX-LINE                            04350000
043600     WRITE DOCX-LINE AFTER ADVANCING 1 LINE                       04360000
043700     MOVE 'INVALID EXPIRY DATE' TO SM-LABEL                       04370000
043800     MOVE WS-BAD-DATE-COUNT TO SM-COUNT                           04380000
043900     MOVE WS-SUMMARY-LINE TO DOCX-LINE                            04390000
044000     WRITE DOCX-LINE AFTER ADVANCING 1 LINE                       04400000
044100     DISPLAY 'P26BP55 DOCUMENTS ' WS-READ-COUNT                   04410000
044200         ' EXPIRED ' WS-TOT-BAND(1)                               04420000
044300         ' 0-30 ' WS-TOT-BAND(2)                                  04430000
044400         ' 31-60 ' WS-TOT-BAND(3)                                 04440000
044500         ' 61-90 ' WS-TOT-BAND(4).                                04450000
044600*                                                                 04460000
044700 REGISTER-START-PARA.                                             04470000
044800     SET RCA-START TO TRUE                                        04480000
044900     MOVE 'P26BP55' TO RCA-JOB-NAME                               04490000
045000     MOVE SPACES TO RCA-BUS-DATE                                  04500000
045100     MOVE SPACES TO RCA-PRED-JOB                                  04510000
045200     MOVE SPACES TO RCA-OVERRIDE                                  04520000
045300     MOVE ZERO TO RCA-READ-COUNT                                  04530000
045400     MOVE ZERO TO RCA-WRITE-COUNT                                 04540000
045500     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       04550000
045600     IF RCA-RETURN NOT = '00'                                     04560000
045700         DISPLAY 'P26BP55 RUN REFUSED BY RUN CONTROL RC='         04570000
045800             RCA-RETURN                                           04580000
045900         STOP RUN                                                 04590000
046000     END-IF.                                                      04600000
046100*                                                                 04610000
046200 REGISTER-END-PARA.                                               04620000
046300     SET RCA-END TO TRUE                                          04630000
046400     MOVE WS-READ-COUNT TO RCA-READ-COUNT                         04640000
046500     MOVE ZERO TO RCA-WRITE-COUNT                                 04650000
046600     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      04660000
