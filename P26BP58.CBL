000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP58.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26EXPF ASSIGN TO P26EXPF                             00060000
000700         ORGANIZATION IS INDEXED                                  00070000
000800         ACCESS MODE IS SEQUENTIAL                                00080000
000900         RECORD KEY IS EXP-KEY                                    00090000
001000         FILE STATUS IS WS-EXPF-STATUS.                           00100000
001100     SELECT P26AFILE ASSIGN TO P26AFILE                           00110000
001200         ORGANIZATION IS INDEXED                                  00120000
001300         ACCESS MODE IS DYNAMIC                                   00130000
001400         RECORD KEY IS EMP-ID                                     00140000
001500         FILE STATUS IS WS-AFILE-STATUS.                          00150000
001600     SELECT P26SUPF ASSIGN TO P26SUPF                             00160000
001700         ORGANIZATION IS INDEXED                                  00170000
001800         ACCESS MODE IS DYNAMIC                                   00180000
001900         RECORD KEY IS SUP-EMP-ID                                 00190000
002000         FILE STATUS IS WS-SUPF-STATUS.                           00200000
002100     SELECT P26EXPA ASSIGN TO P26EXPA                             00210000
002200         ORGANIZATION IS LINE SEQUENTIAL                          00220000
002300         FILE STATUS IS WS-EXPA-STATUS.                           00230000
002400     SELECT WS-SORT-FILE ASSIGN TO SORTWK1.                       00240000
002500*                                                                 00250000
002600 DATA DIVISION.                                                   00260000
002700 FILE SECTION.                                                    00270000
002800 FD  P26EXPF                                                      00280000
002900     LABEL RECORDS ARE STANDARD.                                  00290000
003000     COPY P26EXPR.                                                00300000
003100 FD  P26AFILE                                                     00310000
003200     LABEL RECORDS ARE STANDARD.                                  00320000
003300     COPY EMPREC.                                                 00330000
003400 FD  P26SUPF                                                      00340000
003500     LABEL RECORDS ARE STANDARD.                                  00350000
003600     COPY P26SUPR.                                                00360000
003700 FD  P26EXPA                                                      00370000
003800     LABEL RECORDS ARE STANDARD.                                  00380000
003900 01  EXPA-LINE               PIC X(132).                          00390000
004000 SD  WS-SORT-FILE.                                                00400000
004100 01  SORT-RECORD.                                                 00410000
004200     03  SRT-SUPV-ID         PIC X(05).                           00420000
004300     03  SRT-DAYS            PIC 9(05).                           00430000
004400     03  SRT-EMP-ID          PIC X(05).                           00440000
004500     03  SRT-SEQ             PIC 9(03).                           00450000
004600     03  SRT-NAME            PIC X(20).                           00460000
004700     03  SRT-CATEGORY        PIC X(04).                           00470000
004800     03  SRT-CLAIM-DATE      PIC X(08).                           00480000
004900     03  SRT-AMOUNT          PIC 9(05)V99.                        00490000
005000     03  SRT-STATUS          PIC X(01).                           00500000
005100     03  SRT-RECEIPT-REF     PIC X(12).                           00510000
005200*                                                                 00520000
005300 WORKING-STORAGE SECTION.                                         00530000
005400 01  WS-EXPF-STATUS          PIC X(02) VALUE SPACES.              00540000
005500     88  EXPF-MISSING                VALUE '35'.                  00550000
005600 01  WS-AFILE-STATUS         PIC X(02) VALUE SPACES.              00560000
005700     88  AFILE-MISSING               VALUE '35'.                  00570000
005800 01  WS-SUPF-STATUS          PIC X(02) VALUE SPACES.              00580000
005900     88  SUPF-MISSING                VALUE '35'.                  00590000
006000 01  WS-EXPA-STATUS          PIC X(02) VALUE SPACES.              00600000
006100 01  WS-EXPF-EOF-FLAG        PIC X(01) VALUE 'N'.                 00610000
006200     88  EXPF-EOF                    VALUE 'Y'.                   00620000
006300 01  WS-SORT-EOF-FLAG        PIC X(01) VALUE 'N'.                 00630000
006400     88  SORT-EOF                    VALUE 'Y'.                   00640000
006500 01  WS-FIRST-FLAG           PIC X(01) VALUE 'Y'.                 00650000
006600     88  FIRST-GROUP                 VALUE 'Y'.                   00660000
006700 01  WS-PREV-SUPV            PIC X(05) VALUE SPACES.              00670000
006800 01  WS-READ-COUNT           PIC 9(05) VALUE ZERO.                00680000
006900 01  WS-CLOSED-COUNT         PIC 9(05) VALUE ZERO.                00690000
007000 01  WS-BAD-DATE-COUNT       PIC 9(05) VALUE ZERO.                00700000
007100 01  WS-LINE-COUNT           PIC 9(05) VALUE ZERO.                00710000
007200 01  WS-PAGE-NO              PIC 9(04) VALUE ZERO.                00720000
007300 01  WS-DAYS-OLD             PIC S9(05) VALUE ZERO.               00730000
007400 01  WS-TODAY-NUM            PIC 9(07) VALUE ZERO.                00740000
007500 01  WS-DATE-IN.                                                  00750000
007600     03  WS-DATE-YY          PIC 9(04).                           00760000
007700     03  WS-DATE-MM          PIC 9(02).                           00770000
007800     03  WS-DATE-DD          PIC 9(02).                           00780000
007900 01  WS-CALC-YY              PIC 9(04) VALUE ZERO.                00790000
008000 01  WS-CALC-MM              PIC 9(02) VALUE ZERO.                00800000
008100 01  WS-QUOT                 PIC 9(07) VALUE ZERO.                00810000
008200 01  WS-DAY-NUM              PIC 9(07) VALUE ZERO.                00820000
008300 01  WS-DATE-OK-FLAG         PIC X(01) VALUE 'Y'.                 00830000
008400     88  DATE-OK                     VALUE 'Y'.                   00840000
008500 01  WS-BAND-IX              PIC 9(01) VALUE ZERO.                00850000
008600 01  WS-GROUP-TOTALS.                                             00860000
008700     03  WS-GRP-BAND         PIC 9(05) OCCURS 4 TIMES.            00870000
008800     03  WS-GRP-AMT          PIC 9(07)V99 OCCURS 4 TIMES.         00880000
008900 01  WS-GRAND-TOTALS.                                             00890000
009000     03  WS-TOT-BAND         PIC 9(05) OCCURS 4 TIMES.            00900000
009100     03  WS-TOT-AMT          PIC 9(07)V99 OCCURS 4 TIMES.         00910000
009200 01  WS-BAND-NAMES.                                               00920000
009300     03  FILLER              PIC X(08) VALUE '0-30    '.          00930000
009400     03  FILLER              PIC X(08) VALUE '31-60   '.          00940000
009500     03  FILLER              PIC X(08) VALUE '61-90   '.          00950000
009600     03  FILLER              PIC X(08) VALUE 'OVER 90 '.          00960000
009700 01  FILLER  REDEFINES  WS-BAND-NAMES.                            00970000
009800     03  WS-BAND-NAME        PIC X(08) OCCURS 4 TIMES.            00980000
009900 01  WS-CURRENT-DATE.                                             00990000
010000     03  WS-CURR-YY          PIC 9(04).                           01000000
010100     03  WS-CURR-MM          PIC 9(02).                           01010000
010200     03  WS-CURR-DD          PIC 9(02).                           01020000
010300 01  WS-HEADING-LINE-1.                                           01030000
010400     03  FILLER              PIC X(09) VALUE 'P26BP58 '.          01040000
010500     03  FILLER              PIC X(44) VALUE                      01050000
010600         'OUTSTANDING EXPENSE CLAIMS AGING BY SUPV'.              01060000
010700     03  FILLER              PIC X(06) VALUE 'DATE '.             01070000
010800     03  HL-YY               PIC 9(04).                           01080000
010900     03  FILLER              PIC X(01) VALUE '/'.                 01090000
011000     03  HL-MM               PIC 9(02).                           01100000
011100     03  FILLER              PIC X(01) VALUE '/'.                 01110000
011200     03  HL-DD               PIC 9(02).                           01120000
011300     03  FILLER              PIC X(07) VALUE '  PAGE '.           01130000
011400     03  HL-PAGE-NO          PIC ZZZ9.                            01140000
011500 01  WS-COL-HEADING-1.                                            01150000
011600     03  FILLER              PIC X(36) VALUE                      01160000
011700         'SUPV  EMP   SEQ NAME                '.                  01170000
011800     03  FILLER              PIC X(36) VALUE                      01180000
011900         'CAT  CLAIMED      AMOUNT  STATUS    '.                  01190000
012000     03  FILLER              PIC X(30) VALUE                      01200000
012100         'DAYS  BAND     RECEIPT       '.                         01210000
012200 01  WS-DETAIL-LINE.                                              01220000
012300     03  DL-SUPV-ID          PIC X(05).                           01230000
012400     03  FILLER              PIC X(01) VALUE SPACES.              01240000
012500     03  DL-EMP-ID           PIC X(05).                           01250000
012600     03  FILLER              PIC X(01) VALUE SPACES.              01260000
012700     03  DL-SEQ              PIC 9(03).                           01270000
012800     03  FILLER              PIC X(01) VALUE SPACES.              01280000
012900     03  DL-NAME             PIC X(20).                           01290000
013000     03  FILLER              PIC X(01) VALUE SPACES.              01300000
013100     03  DL-CATEGORY         PIC X(04).                           01310000
013200     03  FILLER              PIC X(01) VALUE SPACES.              01320000
013300     03  DL-CLAIM-DATE       PIC X(08).                           01330000
013400     03  FILLER              PIC X(01) VALUE SPACES.              01340000
013500     03  DL-AMOUNT           PIC ZZ,ZZ9.99.                       01350000
013600     03  FILLER              PIC X(02) VALUE SPACES.              01360000
013700     03  DL-STATUS           PIC X(08).                           01370000
013800     03  FILLER              PIC X(02) VALUE SPACES.              01380000
013900     03  DL-DAYS             PIC ZZZZ9.                           01390000
014000     03  FILLER              PIC X(01) VALUE SPACES.              01400000
014100     03  DL-BAND             PIC X(08).                           01410000
014200     03  FILLER              PIC X(01) VALUE SPACES.              01420000
014300     03  DL-RECEIPT-REF      PIC X(12).                           01430000
014400 01  WS-GROUP-LINE.                                               01440000
014500     03  FILLER              PIC X(04) VALUE SPACES.              01450000
014600     03  GRL-LABEL           PIC X(17).                           01460000
014700     03  GRL-SUPV-ID         PIC X(05).                           01470000
014800     03  FILLER              PIC X(07) VALUE '  0-30 '.           01480000
014900     03  GRL-30              PIC ZZZ9.                            01490000
015000     03  FILLER              PIC X(01) VALUE SPACES.              01500000
015100     03  GRL-30-AMT          PIC Z,ZZZ,ZZ9.99.                    01510000
015200     03  FILLER              PIC X(08) VALUE '  31-60 '.          01520000
015300     03  GRL-60              PIC ZZZ9.                            01530000
015400     03  FILLER              PIC X(01) VALUE SPACES.              01540000
015500     03  GRL-60-AMT          PIC Z,ZZZ,ZZ9.99.                    01550000
015600     03  FILLER              PIC X(08) VALUE '  61-90 '.          01560000
015700     03  GRL-90              PIC ZZZ9.                            01570000
015800     03  FILLER              PIC X(01) VALUE SPACES.              01580000
015900     03  GRL-90-AMT          PIC Z,ZZZ,ZZ9.99.                    01590000
016000     03  FILLER              PIC X(08) VALUE '  OVER90'.          01600000
016100     03  GRL-OVER            PIC ZZZ9.                            01610000
016200     03  FILLER              PIC X(01) VALUE SPACES.              01620000
016300     03  GRL-OVER-AMT        PIC Z,ZZZ,ZZ9.99.                    01630000
016400 01  WS-SUMMARY-LINE.                                             01640000
016500     03  SM-LABEL            PIC X(30).                           01650000
016600     03  SM-COUNT            PIC ZZZ,ZZ9.                         01660000
016700*                                                                 01670000
016800     COPY P26RCC.                                                 01680000
016900*                                                                 01690000
017000 PROCEDURE DIVISION.                                              01700000
017100 MAIN-PARA.                                                       01710000
017200     PERFORM REGISTER-START-PARA                                  01720000
017300     PERFORM INITIALIZATION-PARA                                  01730000
017400     SORT WS-SORT-FILE                                            01740000
017500         ON ASCENDING KEY SRT-SUPV-ID                             01750000
017600         ON DESCENDING KEY SRT-DAYS                               01760000
017700         ON ASCENDING KEY SRT-EMP-ID SRT-SEQ                      01770000
017800         INPUT PROCEDURE IS LOAD-SORT-PARA                        01780000
017900         OUTPUT PROCEDURE IS PRINT-REPORT-PARA                    01790000
018000     PERFORM REGISTER-END-PARA                                    01800000
018100     STOP RUN.                                                    01810000
018200*                                                                 01820000
018300 INITIALIZATION-PARA.                                             01830000
018400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    01840000
018500     MOVE WS-CURRENT-DATE TO WS-DATE-IN                           01850000
018600     PERFORM DAY-NUMBER-PARA                                      01860000
018700     MOVE WS-DAY-NUM TO WS-TODAY-NUM                              01870000
018800     INITIALIZE WS-GROUP-TOTALS                                   01880000
018900     INITIALIZE WS-GRAND-TOTALS.                                  01890000
019000*                                                                 01900000
019100 LOAD-SORT-PARA.                                                  01910000
019200     OPEN INPUT P26EXPF                                           01920000
019300     OPEN INPUT P26AFILE                                          01930000
019400     OPEN INPUT P26SUPF                                           01940000
019500     IF EXPF-MISSING                                              01950000
019600         SET EXPF-EOF TO TRUE                                     01960000
019700     ELSE                                                         01970000
019800         PERFORM READ-EXPF-PARA                                   01980000
019900     END-IF                                                       01990000
020000     PERFORM RELEASE-RECORD-PARA                                  02000000
020100         UNTIL EXPF-EOF                                           02010000
020200     IF NOT EXPF-MISSING                                          02020000
020300         CLOSE P26EXPF                                            02030000
020400     END-IF                                                       02040000
020500     IF NOT AFILE-MISSING                                         02050000
020600         CLOSE P26AFILE                                           02060000
020700     END-IF                                                       02070000
020800     IF NOT SUPF-MISSING                                          02080000
020900         CLOSE P26SUPF                                            02090000
021000     END-IF.                                                      02100000
021100*                                                                 02110000
021200 READ-EXPF-PARA.                                                  02120000
021300     READ P26EXPF NEXT RECORD                                     02130000
021400         AT END                                                   02140000
021500             SET EXPF-EOF TO TRUE                                 02150000
021600     END-READ                                                     02160000
021700     IF NOT EXPF-EOF                                              02170000
021800         ADD 1 TO WS-READ-COUNT                                   02180000
021900     END-IF.                                                      02190000
022000*                                                                 02200000
022100 RELEASE-RECORD-PARA.                                             02210000
022200     MOVE EXP-CLAIM-DATE TO WS-DATE-IN                            02220000
022300     PERFORM DAY-NUMBER-PARA                                      02230000
022400     EVALUATE TRUE                                                02240000
022500         WHEN NOT EXP-PENDING AND NOT EXP-APPROVED                02250000
022600             ADD 1 TO WS-CLOSED-COUNT                             02260000
022700         WHEN NOT DATE-OK                                         02270000
022800             ADD 1 TO WS-BAD-DATE-COUNT                           02280000
022900         WHEN OTHER                                               02290000
023000             COMPUTE WS-DAYS-OLD = WS-TODAY-NUM - WS-DAY-NUM      02300000
023100             IF WS-DAYS-OLD < ZERO                                02310000
023200                 MOVE ZERO TO WS-DAYS-OLD                         02320000
023300             END-IF                                               02330000
023400             PERFORM BUILD-SORT-PARA                              02340000
023500     END-EVALUATE                                                 02350000
023600     PERFORM READ-EXPF-PARA.                                      02360000
023700*                                                                 02370000
023800 BUILD-SORT-PARA.                                                 02380000
023900     MOVE SPACES TO SORT-RECORD                                   02390000
024000     MOVE WS-DAYS-OLD TO SRT-DAYS                                 02400000
024100     MOVE EXP-EMP-ID TO SRT-EMP-ID                                02410000
024200     MOVE EXP-SEQ TO SRT-SEQ                                      02420000
024300     MOVE EXP-CATEGORY TO SRT-CATEGORY                            02430000
024400     MOVE EXP-CLAIM-DATE TO SRT-CLAIM-DATE                        02440000
024500     MOVE EXP-AMOUNT TO SRT-AMOUNT                                02450000
024600     MOVE EXP-STATUS TO SRT-STATUS                                02460000
024700     MOVE EXP-RECEIPT-REF TO SRT-RECEIPT-REF                      02470000
024800     IF NOT AFILE-MISSING                                         02480000
024900         MOVE EXP-EMP-ID TO EMP-ID                                02490000
025000         READ P26AFILE                                            02500000
025100             INVALID KEY                                          02510000
025200                 MOVE 'NOT ON PAYROLL FILE' TO SRT-NAME           02520000
025300             NOT INVALID KEY                                      02530000
025400                 MOVE EMP-NAME TO SRT-NAME                        02540000
025500         END-READ                                                 02550000
025600     END-IF                                                       02560000
025700     IF NOT SUPF-MISSING                                          02570000
025800         MOVE EXP-EMP-ID TO SUP-EMP-ID                            02580000
025900         READ P26SUPF                                             02590000
026000             INVALID KEY                                          02600000
026100                 CONTINUE                                         02610000
026200             NOT INVALID KEY                                      02620000
026300                 MOVE SUP-SUPV-ID TO SRT-SUPV-ID                  02630000
026400         END-READ                                                 02640000
026500     END-IF                                                       02650000
026600     RELEASE SORT-RECORD.                                         02660000
026700*                                                                 02670000
026800 DAY-NUMBER-PARA.                                                 02680000
026900     MOVE 'Y' TO WS-DATE-OK-FLAG                                  02690000
027000     MOVE ZERO TO WS-DAY-NUM                                      02700000
027100     IF WS-DATE-IN NOT NUMERIC                                    02710000
027200         MOVE 'N' TO WS-DATE-OK-FLAG                              02720000
027300     ELSE                                                         02730000
027400         IF WS-DATE-MM < 1 OR WS-DATE-MM > 12                     02740000
027500            OR WS-DATE-DD < 1 OR WS-DATE-DD > 31                  02750000
027600            OR WS-DATE-YY < 1900                                  02760000
027700             MOVE 'N' TO WS-DATE-OK-FLAG                          02770000
027800         END-IF                                                   02780000
027900     END-IF                                                       02790000
028000     IF DATE-OK                                                   02800000
028100         MOVE WS-DATE-YY TO WS-CALC-YY                            02810000
028200         MOVE WS-DATE-MM TO WS-CALC-MM                            02820000
028300         IF WS-CALC-MM < 3                                        02830000
028400             SUBTRACT 1 FROM WS-CALC-YY                           02840000
028500             ADD 12 TO WS-CALC-MM                                 02850000
028600         END-IF                                                   02860000
028700         COMPUTE WS-DAY-NUM = 365 * WS-CALC-YY + WS-DATE-DD       02870000
028800         DIVIDE WS-CALC-YY BY 4 GIVING WS-QUOT                    02880000
028900         ADD WS-QUOT TO WS-DAY-NUM                                02890000
029000         DIVIDE WS-CALC-YY BY 100 GIVING WS-QUOT                  02900000
029100         SUBTRACT WS-QUOT FROM WS-DAY-NUM                         02910000
029200         DIVIDE WS-CALC-YY BY 400 GIVING WS-QUOT                  02920000
029300         ADD WS-QUOT TO WS-DAY-NUM                                02930000
029400         COMPUTE WS-QUOT = 153 * (WS-CALC-MM - 3) + 2             02940000
029500         DIVIDE WS-QUOT BY 5 GIVING WS-QUOT                       02950000
029600         ADD WS-QUOT TO WS-DAY-NUM                                02960000
029700     END-IF.                                                      02970000
029800*                                                                 02980000
029900 PRINT-REPORT-PARA.                                               02990000
030000     OPEN OUTPUT P26EXPA                                          03000000
030100     PERFORM WRITE-HEADING-PARA                                   03010000
030200     PERFORM RETURN-SORT-PARA                                     03020000
030300     PERFORM PROCESS-SORTED-PARA                                  03030000
030400         UNTIL SORT-EOF                                           03040000
030500     IF NOT FIRST-GROUP                                           03050000
030600         PERFORM WRITE-GROUP-PARA                                 03060000
030700     END-IF                                                       03070000
030800     PERFORM WRITE-GRAND-TOTAL-PARA                               03080000
030900     CLOSE P26EXPA.                                               03090000
031000*                                                                 03100000
031100 RETURN-SORT-PARA.                                                03110000
031200     RETURN WS-SORT-FILE                                          03120000
031300         AT END                                                   03130000
031400             SET SORT-EOF TO TRUE                                 03140000
031500     END-RETURN.                                                  03150000
031600*                                                                 03160000
031700 PROCESS-SORTED-PARA.                                             03170000
031800     IF FIRST-GROUP                                               03180000
031900         MOVE 'N' TO WS-FIRST-FLAG                                03190000
032000         MOVE SRT-SUPV-ID TO WS-PREV-SUPV                         03200000
032100     END-IF                                                       03210000
032200     IF SRT-SUPV-ID NOT = WS-PREV-SUPV                            03220000
032300         PERFORM WRITE-GROUP-PARA                                 03230000
032400         MOVE SRT-SUPV-ID TO WS-PREV-SUPV                         03240000
032500     END-IF                                                       03250000
032600     PERFORM WRITE-DETAIL-PARA                                    03260000
032700     PERFORM RETURN-SORT-PARA.                                    03270000
032800*                                                                 03280000
032900 WRITE-DETAIL-PARA.                                               03290000
033000     IF WS-LINE-COUNT > 50                                        03300000
033100         PERFORM WRITE-HEADING-PARA                               03310000
033200     END-IF                                                       03320000
033300     EVALUATE TRUE                                                03330000
033400         WHEN SRT-DAYS NOT > 30                                   03340000
033500             MOVE 1 TO WS-BAND-IX                                 03350000
033600         WHEN SRT-DAYS NOT > 60                                   03360000
033700             MOVE 2 TO WS-BAND-IX                                 03370000
033800         WHEN SRT-DAYS NOT > 90                                   03380000
033900             MOVE 3 TO WS-BAND-IX                                 03390000
034000         WHEN OTHER                                               03400000
034100             MOVE 4 TO WS-BAND-IX                                 03410000
034200     END-EVALUATE                                                 03420000
034300     MOVE SPACES TO WS-DETAIL-LINE                                03430000
034400     IF SRT-SUPV-ID = SPACES                                      03440000
034500         MOVE 'NONE' TO DL-SUPV-ID                                03450000
034600     ELSE                                                         03460000
034700         MOVE SRT-SUPV-ID TO DL-SUPV-ID                           03470000
034800     END-IF                                                       03480000
034900     MOVE SRT-EMP-ID TO DL-EMP-ID                                 03490000
035000     MOVE SRT-SEQ TO DL-SEQ                                       03500000
035100     MOVE SRT-NAME TO DL-NAME                                     03510000
035200     MOVE SRT-CATEGORY TO DL-CATEGORY                             03520000
035300     MOVE SRT-CLAIM-DATE TO DL-CLAIM-DATE                         03530000
035400     MOVE SRT-AMOUNT TO DL-AMOUNT                                 03540000
035500     IF SRT-STATUS = 'A'                                          03550000
035600         MOVE 'APPROVED' TO DL-STATUS                             03560000
035700     ELSE                                                         03570000
035800         MOVE 'PENDING' TO DL-STATUS                              03580000
035900     END-IF                                                       03590000
036000     MOVE SRT-DAYS TO DL-DAYS                                     03600000
036100     MOVE WS-BAND-NAME(WS-BAND-IX) TO DL-BAND                     03610000
036200     MOVE SRT-RECEIPT-REF TO DL-RECEIPT-REF                       03620000
036300     MOVE WS-DETAIL-LINE TO EXPA-LINE                             03630000
036400     WRITE EXPA-LINE AFTER ADVANCING 1 LINE                       03640000
036500     ADD 1 TO WS-LINE-COUNT                                       03650000
036600     ADD 1 TO WS-GRP-BAND(WS-BAND-IX)                             03660000
036700     ADD SRT-AMOUNT TO WS-GRP-AMT(WS-BAND-IX).                    03670000
036800*                                                                 03680000
036900 WRITE-HEADING-PARA.                                              03690000
037000     ADD 1 TO WS-PAGE-NO                                          03700000
037100     MOVE WS-PAGE-NO TO HL-PAGE-NO                                03710000
037200     MOVE WS-CURR-YY TO HL-YY                                     03720000
037300     MOVE WS-CURR-MM TO HL-MM                                     03730000
037400     MOVE WS-CURR-DD TO HL-DD                                     03740000
037500     MOVE WS-HEADING-LINE-1 TO EXPA-LINE                          03750000
037600     WRITE EXPA-LINE AFTER ADVANCING PAGE                         03760000
037700     MOVE WS-COL-HEADING-1 TO EXPA-LINE                           03770000
037800     WRITE EXPA-LINE AFTER ADVANCING 2 LINES                      03780000
037900     MOVE ZERO TO WS-LINE-COUNT.                                  03790000
038000*                                                                 03800000
038100 WRITE-GROUP-PARA.                                                03810000
038200     MOVE SPACES TO WS-GROUP-LINE                                 03820000
038300     MOVE 'SUPERVISOR TOTAL' TO GRL-LABEL                         03830000
038400     IF WS-PREV-SUPV = SPACES                                     03840000
038500         MOVE 'NONE' TO GRL-SUPV-ID                               03850000
038600     ELSE                                                         03860000
038700         MOVE WS-PREV-SUPV TO GRL-SUPV-ID                         03870000
038800     END-IF                                                       03880000
038900     MOVE WS-GRP-BAND(1) TO GRL-30                                03890000
039000     MOVE WS-GRP-AMT(1) TO GRL-30-AMT                             03900000
039100     MOVE WS-GRP-BAND(2) TO GRL-60                                03910000
039200     MOVE WS-GRP-AMT(2) TO GRL-60-AMT                             03920000
039300     MOVE WS-GRP-BAND(3) TO GRL-90                                03930000
039400     MOVE WS-GRP-AMT(3) TO GRL-90-AMT                             03940000
039500     MOVE WS-GRP-BAND(4) TO GRL-OVER                              03950000
039600     MOVE WS-GRP-AMT(4) TO GRL-OVER-AMT                           03960000
039700     MOVE WS-GROUP-LINE TO EXPA-LINE                              03970000
039800     WRITE EXPA-LINE AFTER ADVANCING 1 LINE                       03980000
039900     MOVE SPACES TO EXPA-LINE                                     03990000
040000     WRITE EXPA-LINE AFTER ADVANCING 1 LINE                       04000000
040100     ADD 2 TO WS-LINE-COUNT                                       04010000
040200     ADD WS-GRP-BAND(1) TO WS-TOT-BAND(1)                         04020000
040300     ADD WS-GRP-BAND(2) TO WS-TOT-BAND(2)                         04030000
040400     ADD WS-GRP-BAND(3) TO WS-TOT-BAND(3)                         04040000
040500     ADD WS-GRP-BAND(4) TO WS-TOT-BAND(4)                         04050000
040600     ADD WS-GRP-AMT(1) TO WS-TOT-AMT(1)                           04060000
040700     ADD WS-GRP-AMT(2) TO WS-TOT-AMT(2)                           04070000
040800     ADD WS-GRP-AMT(3) TO WS-TOT-AMT(3)                           04080000
040900     ADD WS-GRP-AMT(4) TO WS-TOT-AMT(4)                           04090000
041000     INITIALIZE WS-GROUP-TOTALS.                                  04100000
041100*                                                                 04110000
041200 WRITE-GRAND-TOTAL-PARA.                                          04120000
041300     MOVE SPACES TO WS-GROUP-LINE                                 04130000
041400     MOVE 'REPORT TOTAL' TO GRL-LABEL                             04140000
041500     MOVE WS-TOT-BAND(1) TO GRL-30                                04150000
041600     MOVE WS-TOT-AMT(1) TO GRL-30-AMT                             04160000
041700     MOVE WS-TOT-BAND(2) TO GRL-60                                04170000
041800     MOVE WS-TOT-AMT(2) TO GRL-60-AMT                             04180000
041900     MOVE WS-TOT-BAND(3) TO GRL-90                                04190000
042000     MOVE WS-TOT-AMT(3) TO GRL-90-AMT                             04200000
042100     MOVE WS-TOT-BAND(4) TO GRL-OVER                              04210000
042200     MOVE WS-TOT-AMT(4) TO GRL-OVER-AMT                           04220000
042300     MOVE WS-GROUP-LINE TO EXPA-LINE                              04230000
042400     WRITE EXPA-LINE AFTER ADVANCING 2 LINES                      04240000
042500     MOVE SPACES TO WS-SUMMARY-LINE                               04250000
042600     MOVE 'CLAIMS READ' TO SM-LABEL                               04260000
042700     MOVE WS-READ-COUNT TO SM-COUNT                               04270000
042800     MOVE WS-SUMMARY-LINE TO EXPA-LINE                            04280000
042900     WRITE EXPA-LINE AFTER ADVANCING 2 LINES                      04290000
043000     MOVE 'PAID OR REJECTED' TO SM-LABEL                          04300000
043100     MOVE WS-CLOSED-COUNT TO SM-COUNT                             04310000
043200     MOVE WS-SUMMARY-LINE TO EXPA-LINE                            04320000
043300     WRITE EXPA-LINE AFTER ADVANCING 1 LINE                       04330000
043400     MOVE 'INVALID CLAIM DATE' TO SM-LABEL                        04340000
043500     MOVE WS-BAD-DATE-COUNT TO SM-COUNT                           04350000
043600     MOVE WS-SUMMARY-LINE TO EXPA-LINE                            04360000
043700     WRITE EXPA-LINE AFTER ADVANCING 1 LINE                       04370000
043800     DISPLAY 'P26BP58 CLAIMS ' WS-READ-COUNT                      04380000
043900         ' 0-30 ' WS-TOT-BAND(1)                                  04390000
044000         ' 31-60 ' WS-TOT-BAND(2)                                 04400000
044100         ' 61-90 ' WS-TOT-BAND(3)                                 04410000
044200         ' OVER 90 ' WS-TOT-BAND(4).                              04420000
044300*                                                                 04430000
044400 REGISTER-START-PARA.                                             04440000
044500     SET RCA-START TO TRUE                                        04450000
044600     MOVE 'P26BP58' TO RCA-JOB-NAME                               04460000
044700     MOVE SPACES TO RCA-BUS-DATE                                  04470000
044800     MOVE SPACES TO RCA-PRED-JOB                                  04480000
044900     MOVE SPACES TO RCA-OVERRIDE                                  04490000
045000     MOVE ZERO TO RCA-READ-COUNT                                  04500000
045100     MOVE ZERO TO RCA-WRITE-COUNT                                 04510000
045200     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       04520000
045300     IF RCA-RETURN NOT = '00'                                     04530000
045400         DISPLAY 'P26BP58 RUN REFUSED BY RUN CONTROL RC='         04540000
045500             RCA-RETURN                                           04550000
045600         STOP RUN                                                 04560000
045700     END-IF.                                                      04570000
045800*                                                                 04580000
045900 REGISTER-END-PARA.                                               04590000
046000     SET RCA-END TO TRUE                                          04600000
046100     MOVE WS-READ-COUNT TO RCA-READ-COUNT                         04610000
046200     MOVE ZERO TO RCA-WRITE-COUNT                                 04620000
046300     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      04630000
