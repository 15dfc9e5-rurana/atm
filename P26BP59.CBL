000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP59.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26BNPRM ASSIGN TO P26BNPRM                           00060000
000700         ORGANIZATION IS LINE SEQUENTIAL                          00070000
000800         FILE STATUS IS WS-BNPRM-STATUS.                          00080000
000900     SELECT P26AFILE ASSIGN TO P26AFILE                           00090000
001000         ORGANIZATION IS INDEXED                                  00100000
001100         ACCESS MODE IS SEQUENTIAL                                00110000
001200         RECORD KEY IS AEMP-ID                                    00120000
001300         FILE STATUS IS WS-AFILE-STATUS.                          00130000
001400     SELECT P26MFILE ASSIGN TO P26MFILE                           00140000
001500         ORGANIZATION IS INDEXED                                  00150000
001600         ACCESS MODE IS DYNAMIC                                   00160000
001700         RECORD KEY IS EMP-ID                                     00170000
001800         FILE STATUS IS WS-MFILE-STATUS.                          00180000
001900     SELECT P26SFILE ASSIGN TO P26SFILE                           00190000
002000         ORGANIZATION IS INDEXED                                  00200000
002100         ACCESS MODE IS DYNAMIC                                   00210000
002200         RECORD KEY IS STS-EMP-ID                                 00220000
002300         FILE STATUS IS WS-SFILE-STATUS.                          00230000
002400     SELECT P26APRF ASSIGN TO P26APRF                             00240000
002500         ORGANIZATION IS INDEXED                                  00250000
002600         ACCESS MODE IS DYNAMIC                                   00260000
002700         RECORD KEY IS APR-KEY                                    00270000
002800         FILE STATUS IS WS-APRF-STATUS.                           00280000
002900     SELECT P26BNRP ASSIGN TO P26BNRP                             00290000
003000         ORGANIZATION IS LINE SEQUENTIAL                          00300000
003100         FILE STATUS IS WS-BNRP-STATUS.                           00310000
003200     SELECT P26SUPP ASSIGN TO P26SUPP                             00320000
003300         ORGANIZATION IS LINE SEQUENTIAL                          00330000
003400         FILE STATUS IS WS-SUPP-STATUS.                           00340000
003500     SELECT WS-SORT-FILE ASSIGN TO SORTWK1.                       00350000
003600*                                                                 00360000
003700 DATA DIVISION.                                                   00370000
003800 FILE SECTION.                                                    00380000
003900 FD  P26BNPRM                                                     00390000
004000     LABEL RECORDS ARE STANDARD.                                  00400000
004100     COPY P26BNPR.                                                00410000
004200 FD  P26AFILE                                                     00420000
004300     LABEL RECORDS ARE STANDARD.                                  00430000
004400     COPY EMPREC REPLACING                                        00440000
004500         ==EMPLOYEE-RECORD== BY ==A-EMPLOYEE-RECORD==             00450000
004600         ==EMP-ID==          BY ==AEMP-ID==                       00460000
004700         ==EMP-NAME==        BY ==AEMP-NAME==                     00470000
004800         ==EMP-TECH==        BY ==AEMP-TECH==                     00480000
004900         ==EMP-LOC==         BY ==AEMP-LOC==                      00490000
005000         ==EMP-DOB==         BY ==AEMP-DOB==                      00500000
005100         ==EMP-EARN==        BY ==AEMP-EARN==                     00510000
005200         ==EMP-DEDN==        BY ==AEMP-DEDN==                     00520000
005300         ==EMP-UPD-DATE==    BY ==AEMP-UPD-DATE==                 00530000
005400         ==EMP-UPD-TIME==    BY ==AEMP-UPD-TIME==                 00540000
005500         ==EMP-UPD-TERM==    BY ==AEMP-UPD-TERM==.                00550000
005600 FD  P26MFILE                                                     00560000
005700     LABEL RECORDS ARE STANDARD.                                  00570000
005800     COPY EMPMSTR.                                                00580000
005900 FD  P26SFILE                                                     00590000
006000     LABEL RECORDS ARE STANDARD.                                  00600000
006100     COPY P26STR.                                                 00610000
006200 FD  P26APRF                                                      00620000
006300     LABEL RECORDS ARE STANDARD.                                  00630000
006400     COPY P26APRR.                                                00640000
006500 FD  P26BNRP                                                      00650000
006600     LABEL RECORDS ARE STANDARD.                                  00660000
006700 01  BNRP-LINE               PIC X(132).                          00670000
006800 FD  P26SUPP                                                      00680000
006900     LABEL RECORDS ARE STANDARD.                                  00690000
007000 01  SUPP-RECORD.                                                 00700000
007100     03  SUPP-EMP-ID          PIC X(05).                          00710000
007200     03  FILLER              PIC X(01).                           00720000
007300     03  SUPP-AMOUNT          PIC 9(07)V99.                       00730000
007400     03  FILLER              PIC X(01).                           00740000
007500     03  SUPP-DESC            PIC X(20).                          00750000
007600     03  FILLER              PIC X(44).                           00760000
007700 SD  WS-SORT-FILE.                                                00770000
007800 01  SORT-RECORD.                                                 00780000
007900     03  SRT-DEPT            PIC X(08).                           00790000
008000     03  SRT-EMP-ID          PIC X(05).                           00800000
008100     03  SRT-NAME            PIC X(20).                           00810000
008200     03  SRT-GRADE           PIC X(03).                           00820000
008300     03  SRT-RATING          PIC X(01).                           00830000
008400     03  SRT-EARN            PIC 9(07)V99.                        00840000
008500     03  SRT-PCT             PIC 9(03)V99.                        00850000
008600     03  SRT-MULT            PIC 9(01)V99.                        00860000
008700     03  SRT-SERVICE         PIC 9(01)V9(04).                     00870000
008800     03  SRT-BONUS           PIC 9(07)V99.                        00880000
008900     03  SRT-REASON          PIC X(20).                           00890000
009000*                                                                 00900000
009100 WORKING-STORAGE SECTION.                                         00910000
009200 01  WS-BNPRM-STATUS         PIC X(02) VALUE SPACES.              00920000
009300     88  BNPRM-MISSING               VALUE '35'.                  00930000
009400 01  WS-AFILE-STATUS         PIC X(02) VALUE SPACES.              00940000
009500 01  WS-MFILE-STATUS         PIC X(02) VALUE SPACES.              00950000
009600     88  MFILE-MISSING               VALUE '35'.                  00960000
009700 01  WS-SFILE-STATUS         PIC X(02) VALUE SPACES.              00970000
009800     88  SFILE-MISSING               VALUE '35'.                  00980000
009900 01  WS-APRF-STATUS          PIC X(02) VALUE SPACES.              00990000
010000     88  APRF-MISSING                VALUE '35'.                  01000000
010100 01  WS-BNRP-STATUS          PIC X(02) VALUE SPACES.              01010000
010200 01  WS-SUPP-STATUS          PIC X(02) VALUE SPACES.              01020000
010300 01  WS-BNPRM-EOF-FLAG       PIC X(01) VALUE 'N'.                 01030000
010400     88  BNPRM-EOF                   VALUE 'Y'.                   01040000
010500 01  WS-AFILE-EOF-FLAG       PIC X(01) VALUE 'N'.                 01050000
010600     88  AFILE-EOF                   VALUE 'Y'.                   01060000
010700 01  WS-SORT-EOF-FLAG        PIC X(01) VALUE 'N'.                 01070000
010800     88  SORT-EOF                    VALUE 'Y'.                   01080000
010900 01  WS-FIRST-FLAG           PIC X(01) VALUE 'Y'.                 01090000
011000     88  FIRST-GROUP                 VALUE 'Y'.                   01100000
011100 01  WS-FOUND-FLAG           PIC X(01) VALUE 'N'.                 01110000
011200     88  ENTRY-FOUND                 VALUE 'Y'.                   01120000
011300 01  WS-RUN-MODE             PIC X(01) VALUE 'P'.                 01130000
011400     88  PROOF-RUN                   VALUE 'P'.                   01140000
011500     88  FINAL-RUN                   VALUE 'F'.                   01150000
011600 01  WS-BONUS-YEAR           PIC 9(04) VALUE ZERO.                01160000
011700 01  WS-BONUS-DESC           PIC X(20) VALUE SPACES.              01170000
011800 01  WS-PREV-DEPT            PIC X(08) VALUE SPACES.              01180000
011900 01  WS-FIND-DEPT            PIC X(08) VALUE SPACES.              01190000
012000 01  WS-CARD-COUNT           PIC 9(05) VALUE ZERO.                01200000
012100 01  WS-BAD-CARD-COUNT       PIC 9(05) VALUE ZERO.                01210000
012200 01  WS-READ-COUNT           PIC 9(05) VALUE ZERO.                01220000
012300 01  WS-ELIGIBLE-COUNT       PIC 9(05) VALUE ZERO.                01230000
012400 01  WS-EXCLUDED-COUNT       PIC 9(05) VALUE ZERO.                01240000
012500 01  WS-SUPP-COUNT           PIC 9(05) VALUE ZERO.                01250000
012600 01  WS-LINE-COUNT           PIC 9(05) VALUE ZERO.                01260000
012700 01  WS-PAGE-NO              PIC 9(04) VALUE ZERO.                01270000
012800 01  WS-DEPT-COUNT           PIC 9(05) VALUE ZERO.                01280000
012900 01  WS-DEPT-BONUS           PIC 9(09)V99 VALUE ZERO.             01290000
013000 01  WS-DEPT-BUDGET          PIC 9(09)V99 VALUE ZERO.             01300000
013100 01  WS-VARIANCE             PIC S9(09)V99 VALUE ZERO.            01310000
013200 01  WS-TOT-BONUS            PIC 9(09)V99 VALUE ZERO.             01320000
013300 01  WS-TOT-BUDGET           PIC 9(09)V99 VALUE ZERO.             01330000
013400 01  WS-OVER-COUNT           PIC 9(05) VALUE ZERO.                01340000
013500 01  WS-BONUS-AMT            PIC 9(07)V99 VALUE ZERO.             01350000
013600 01  WS-SERVICE              PIC 9(01)V9(04) VALUE ZERO.          01360000
013700 01  WS-TARGET-PCT           PIC 9(03)V99 VALUE ZERO.             01370000
013800 01  WS-RATING-MULT          PIC 9(01)V99 VALUE ZERO.             01380000
013900 01  WS-REASON               PIC X(20) VALUE SPACES.              01390000
014000 01  WS-YEAR-START-NUM       PIC 9(07) VALUE ZERO.                01400000
014100 01  WS-YEAR-END-NUM         PIC 9(07) VALUE ZERO.                01410000
014200 01  WS-YEAR-DAYS            PIC 9(03) VALUE ZERO.                01420000
014300 01  WS-SERVICE-DAYS         PIC 9(03) VALUE ZERO.                01430000
014400 01  WS-DATE-IN.                                                  01440000
014500     03  WS-DATE-YY          PIC 9(04).                           01450000
014600     03  WS-DATE-MM          PIC 9(02).                           01460000
014700     03  WS-DATE-DD          PIC 9(02).                           01470000
014800 01  WS-CALC-YY              PIC 9(04) VALUE ZERO.                01480000
014900 01  WS-CALC-MM              PIC 9(02) VALUE ZERO.                01490000
015000 01  WS-QUOT                 PIC 9(07) VALUE ZERO.                01500000
015100 01  WS-DAY-NUM              PIC 9(07) VALUE ZERO.                01510000
015200 01  WS-DATE-OK-FLAG         PIC X(01) VALUE 'Y'.                 01520000
015300     88  DATE-OK                     VALUE 'Y'.                   01530000
015400 01  WS-GRD-SUB              PIC 9(02) VALUE ZERO.                01540000
015500 01  WS-GRD-MAX              PIC 9(02) VALUE ZERO.                01550000
015600 01  WS-GRD-TABLE.                                                01560000
015700     03  WS-GRD-ENTRY OCCURS 50 TIMES.                            01570000
015800         05  WS-GRD-CODE     PIC X(03).                           01580000
015900         05  WS-GRD-PCT      PIC 9(03)V99.                        01590000
016000 01  WS-DPT-SUB              PIC 9(02) VALUE ZERO.                01600000
016100 01  WS-DPT-MAX              PIC 9(02) VALUE ZERO.                01610000
016200 01  WS-DPT-TABLE.                                                01620000
016300     03  WS-DPT-ENTRY OCCURS 99 TIMES.                            01630000
016400         05  WS-DPT-CODE     PIC X(08).                           01640000
016500         05  WS-DPT-PCT      PIC 9(03)V99.                        01650000
016600         05  WS-DPT-BUDGET   PIC 9(09)V99.                        01660000
016700 01  WS-RAT-SUB              PIC 9(02) VALUE ZERO.                01670000
016800 01  WS-RAT-MAX              PIC 9(02) VALUE ZERO.                01680000
016900 01  WS-RAT-TABLE.                                                01690000
017000     03  WS-RAT-ENTRY OCCURS 9 TIMES.                             01700000
017100         05  WS-RAT-CODE     PIC X(01).                           01710000
017200         05  WS-RAT-MULT     PIC 9(01)V99.                        01720000
017300 01  WS-CURRENT-DATE.                                             01730000
017400     03  WS-CURR-YY          PIC 9(04).                           01740000
017500     03  WS-CURR-MM          PIC 9(02).                           01750000
017600     03  WS-CURR-DD          PIC 9(02).                           01760000
017700 01  WS-HEADING-LINE-1.                                           01770000
017800     03  FILLER              PIC X(09) VALUE 'P26BP59 '.          01780000
017900     03  FILLER              PIC X(24) VALUE                      01790000
018000         'ANNUAL BONUS PROOF  YEAR'.                              01800000
018100     03  HL-YEAR             PIC 9(04).                           01810000
018200     03  FILLER              PIC X(02) VALUE SPACES.              01820000
018300     03  HL-MODE             PIC X(16).                           01830000
018400     03  FILLER              PIC X(06) VALUE 'DATE '.             01840000
018500     03  HL-YY               PIC 9(04).                           01850000
018600     03  FILLER              PIC X(01) VALUE '/'.                 01860000
018700     03  HL-MM               PIC 9(02).                           01870000
018800     03  FILLER              PIC X(01) VALUE '/'.                 01880000
018900     03  HL-DD               PIC 9(02).                           01890000
019000     03  FILLER              PIC X(07) VALUE '  PAGE '.           01900000
019100     03  HL-PAGE-NO          PIC ZZZ9.                            01910000
019200 01  WS-COL-HEADING-1.                                            01920000
019300     03  FILLER              PIC X(36) VALUE                      01930000
019400         'DEPT     EMP   NAME                 '.                  01940000
019500     03  FILLER              PIC X(36) VALUE                      01950000
019600         'GRD R    EARNINGS TARGET% MULT  SERV'.                  01960000
019700     03  FILLER              PIC X(36) VALUE                      01970000
019800         'ICE         BONUS  EXCLUDED         '.                  01980000
019900 01  WS-DETAIL-LINE.                                              01990000
020000     03  DL-DEPT             PIC X(08).                           02000000
020100     03  FILLER              PIC X(01) VALUE SPACES.              02010000
020200     03  DL-EMP-ID           PIC X(05).                           02020000
020300     03  FILLER              PIC X(01) VALUE SPACES.              02030000
020400     03  DL-NAME             PIC X(20).                           02040000
020500     03  FILLER              PIC X(01) VALUE SPACES.              02050000
020600     03  DL-GRADE            PIC X(03).                           02060000
020700     03  FILLER              PIC X(01) VALUE SPACES.              02070000
020800     03  DL-RATING           PIC X(01).                           02080000
020900     03  FILLER              PIC X(01) VALUE SPACES.              02090000
021000     03  DL-EARN             PIC Z,ZZZ,ZZ9.99.                    02100000
021100     03  FILLER              PIC X(02) VALUE SPACES.              02110000
021200     03  DL-PCT              PIC ZZ9.99.                          02120000
021300     03  FILLER              PIC X(01) VALUE SPACES.              02130000
021400     03  DL-MULT             PIC 9.99.                            02140000
021500     03  FILLER              PIC X(02) VALUE SPACES.              02150000
021600     03  DL-SERVICE          PIC 9.9999.                          02160000
021700     03  FILLER              PIC X(01) VALUE SPACES.              02170000
021800     03  DL-BONUS            PIC Z,ZZZ,ZZ9.99.                    02180000
021900     03  FILLER              PIC X(02) VALUE SPACES.              02190000
022000     03  DL-REASON           PIC X(20).                           02200000
022100 01  WS-DEPT-LINE.                                                02210000
022200     03  FILLER              PIC X(04) VALUE SPACES.              02220000
022300     03  DTL-LABEL           PIC X(13).                           02230000
022400     03  DTL-DEPT            PIC X(08).                           02240000
022500     03  FILLER              PIC X(09) VALUE '  PAID  '.          02250000
022600     03  DTL-COUNT           PIC ZZ,ZZ9.                          02260000
022700     03  FILLER              PIC X(09) VALUE '  BONUS '.          02270000
022800     03  DTL-BONUS           PIC ZZZ,ZZZ,ZZ9.99.                  02280000
022900     03  FILLER              PIC X(09) VALUE '  BUDGET '.         02290000
023000     03  DTL-BUDGET          PIC ZZZ,ZZZ,ZZ9.99.                  02300000
023100     03  FILLER              PIC X(11) VALUE '  VARIANCE '.       02310000
023200     03  DTL-VARIANCE        PIC ZZZ,ZZZ,ZZ9.99-.                 02320000
023300     03  FILLER              PIC X(02) VALUE SPACES.              02330000
023400     03  DTL-FLAG            PIC X(11).                           02340000
023500 01  WS-SUMMARY-LINE.                                             02350000
023600     03  SM-LABEL            PIC X(30).                           02360000
023700     03  SM-COUNT            PIC ZZZ,ZZ9.                         02370000
023800*                                                                 02380000
023900     COPY P26RCC.                                                 02390000
024000*                                                                 02400000
024100 PROCEDURE DIVISION.                                              02410000
024200 MAIN-PARA.                                                       02420000
024300     PERFORM REGISTER-START-PARA                                  02430000
024400     PERFORM INITIALIZATION-PARA                                  02440000
024500     SORT WS-SORT-FILE                                            02450000
024600         ON ASCENDING KEY SRT-DEPT SRT-EMP-ID                     02460000
024700         INPUT PROCEDURE IS LOAD-SORT-PARA                        02470000
024800         OUTPUT PROCEDURE IS PRINT-REPORT-PARA                    02480000
024900     PERFORM REGISTER-END-PARA                                    02490000
025000     STOP RUN.                                                    02500000
025100*                                                                 02510000
025200 INITIALIZATION-PARA.                                             02520000
025300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    02530000
025400     COMPUTE WS-BONUS-YEAR = WS-CURR-YY - 1                       02540000
025500     OPEN INPUT P26BNPRM                                          02550000
025600     IF BNPRM-MISSING                                             02560000
025700         SET BNPRM-EOF TO TRUE                                    02570000
025800     ELSE                                                         02580000
025900         PERFORM READ-BNPRM-PARA                                  02590000
026000     END-IF                                                       02600000
026100     PERFORM LOAD-PARM-PARA                                       02610000
026200         UNTIL BNPRM-EOF                                          02620000
026300     IF NOT BNPRM-MISSING                                         02630000
026400         CLOSE P26BNPRM                                           02640000
026500     END-IF                                                       02650000
026600     IF WS-BONUS-DESC = SPACES                                    02660000
026700         MOVE 'ANNUAL BONUS' TO WS-BONUS-DESC                     02670000
026800         MOVE WS-BONUS-YEAR TO WS-BONUS-DESC(14:4)                02680000
026900     END-IF                                                       02690000
027000     MOVE WS-BONUS-YEAR TO WS-DATE-YY                             02700000
027100     MOVE 1 TO WS-DATE-MM                                         02710000
027200     MOVE 1 TO WS-DATE-DD                                         02720000
027300     PERFORM DAY-NUMBER-PARA                                      02730000
027400     MOVE WS-DAY-NUM TO WS-YEAR-START-NUM                         02740000
027500     MOVE 12 TO WS-DATE-MM                                        02750000
027600     MOVE 31 TO WS-DATE-DD                                        02760000
027700     PERFORM DAY-NUMBER-PARA                                      02770000
027800     MOVE WS-DAY-NUM TO WS-YEAR-END-NUM                           02780000
027900     COMPUTE WS-YEAR-DAYS = WS-YEAR-END-NUM                       02790000
028000         - WS-YEAR-START-NUM + 1                                  02800000
028100     DISPLAY 'P26BP59 BONUS YEAR ' WS-BONUS-YEAR                  02810000
028200         ' MODE ' WS-RUN-MODE                                     02820000
028300         ' CARDS ' WS-CARD-COUNT                                  02830000
028400         ' REJECTED ' WS-BAD-CARD-COUNT.                          02840000
028500*                                                                 02850000
028600 READ-BNPRM-PARA.                                                 02860000
028700     READ P26BNPRM                                                02870000
028800         AT END                                                   02880000
028900             SET BNPRM-EOF TO TRUE                                02890000
029000     END-READ                                                     02900000
029100     IF NOT BNPRM-EOF                                             02910000
029200         ADD 1 TO WS-CARD-COUNT                                   02920000
029300     END-IF.                                                      02930000
029400*                                                                 02940000
029500 LOAD-PARM-PARA.                                                  02950000
029600     EVALUATE TRUE                                                02960000
029700         WHEN BNP-CONTROL                                         02970000
029800             PERFORM LOAD-CONTROL-PARA                            02980000
029900         WHEN BNP-GRADE                                           02990000
030000             IF BNP-PCT NUMERIC                                   03000000
030100                AND WS-GRD-MAX < 50                               03010000
030200                 ADD 1 TO WS-GRD-MAX                              03020000
030300                 MOVE BNP-CODE TO WS-GRD-CODE(WS-GRD-MAX)         03030000
030400                 MOVE BNP-PCT TO WS-GRD-PCT(WS-GRD-MAX)           03040000
030500             ELSE                                                 03050000
030600                 PERFORM REJECT-CARD-PARA                         03060000
030700             END-IF                                               03070000
030800         WHEN BNP-DEPT                                            03080000
030900             IF BNP-PCT NUMERIC AND BNP-BUDGET NUMERIC            03090000
031000                AND WS-DPT-MAX < 99                               03100000
031100                 ADD 1 TO WS-DPT-MAX                              03110000
031200                 MOVE BNP-CODE TO WS-DPT-CODE(WS-DPT-MAX)         03120000
031300                 MOVE BNP-PCT TO WS-DPT-PCT(WS-DPT-MAX)           03130000
031400                 MOVE BNP-BUDGET TO WS-DPT-BUDGET(WS-DPT-MAX)     03140000
031500             ELSE                                                 03150000
031600                 PERFORM REJECT-CARD-PARA                         03160000
031700             END-IF                                               03170000
031800         WHEN BNP-RATING                                          03180000
031900             IF BNP-MULT NUMERIC                                  03190000
032000                AND WS-RAT-MAX < 9                                03200000
032100                 ADD 1 TO WS-RAT-MAX                              03210000
032200                 MOVE BNP-CODE TO WS-RAT-CODE(WS-RAT-MAX)         03220000
032300                 MOVE BNP-MULT TO WS-RAT-MULT(WS-RAT-MAX)         03230000
032400             ELSE                                                 03240000
032500                 PERFORM REJECT-CARD-PARA                         03250000
032600             END-IF                                               03260000
032700         WHEN OTHER                                               03270000
032800             PERFORM REJECT-CARD-PARA                             03280000
032900     END-EVALUATE                                                 03290000
033000     PERFORM READ-BNPRM-PARA.                                     03300000
033100*                                                                 03310000
033200 LOAD-CONTROL-PARA.                                               03320000
033300     IF BNC-YEAR NUMERIC                                          03330000
033400         MOVE BNC-YEAR TO WS-BONUS-YEAR                           03340000
033500     END-IF                                                       03350000
033600     IF BNC-FINAL                                                 03360000
033700         MOVE 'F' TO WS-RUN-MODE                                  03370000
033800     END-IF                                                       03380000
033900     MOVE BNC-DESC TO WS-BONUS-DESC.                              03390000
034000*                                                                 03400000
034100 REJECT-CARD-PARA.                                                03410000
034200     ADD 1 TO WS-BAD-CARD-COUNT                                   03420000
034300     DISPLAY 'P26BP59 PARAMETER CARD REJECTED: '                  03430000
034400         BONUS-PARM-RECORD.                                       03440000
034500*                                                                 03450000
034600 LOAD-SORT-PARA.                                                  03460000
034700     OPEN INPUT P26AFILE                                          03470000
034800     OPEN INPUT P26MFILE                                          03480000
034900     OPEN INPUT P26SFILE                                          03490000
035000     OPEN INPUT P26APRF                                           03500000
035100     IF WS-AFILE-STATUS NOT = '00'                                03510000
035200         DISPLAY 'P26BP59 P26AFILE OPEN FAILED STATUS '           03520000
035300             WS-AFILE-STATUS                                      03530000
035400         SET AFILE-EOF TO TRUE                                    03540000
035500     ELSE                                                         03550000
035600         PERFORM READ-AFILE-PARA                                  03560000
035700     END-IF                                                       03570000
035800     PERFORM RELEASE-RECORD-PARA                                  03580000
035900         UNTIL AFILE-EOF                                          03590000
036000     IF WS-AFILE-STATUS NOT = '35'                                03600000
036100         CLOSE P26AFILE                                           03610000
036200     END-IF                                                       03620000
036300     IF NOT MFILE-MISSING                                         03630000
036400         CLOSE P26MFILE                                           03640000
036500     END-IF                                                       03650000
036600     IF NOT SFILE-MISSING                                         03660000
036700         CLOSE P26SFILE                                           03670000
036800     END-IF                                                       03680000
036900     IF NOT APRF-MISSING                                          03690000
037000         CLOSE P26APRF                                            03700000
037100     END-IF.                                                      03710000
037200*                                                                 03720000
037300 READ-AFILE-PARA.                                                 03730000
037400     READ P26AFILE NEXT RECORD                                    03740000
037500         AT END                                                   03750000
037600             SET AFILE-EOF TO TRUE                                03760000
037700     END-READ                                                     03770000
037800     IF NOT AFILE-EOF                                             03780000
037900         ADD 1 TO WS-READ-COUNT                                   03790000
038000     END-IF.                                                      03800000
038100*                                                                 03810000
038200 RELEASE-RECORD-PARA.                                             03820000
038300     MOVE SPACES TO SORT-RECORD                                   03830000
038400     MOVE ZERO TO SRT-EARN SRT-PCT SRT-MULT SRT-SERVICE           03840000
038500         SRT-BONUS                                                03850000
038600     MOVE SPACES TO WS-REASON                                     03860000
038700     MOVE AEMP-ID TO SRT-EMP-ID                                   03870000
038800     MOVE AEMP-NAME TO SRT-NAME                                   03880000
038900     MOVE AEMP-EARN TO SRT-EARN                                   03890000
039000     PERFORM GET-MASTER-PARA                                      03900000
039100     PERFORM GET-STATUS-PARA                                      03910000
039200     IF WS-REASON = SPACES                                        03920000
039300         PERFORM GET-TARGET-PARA                                  03930000
039400     END-IF                                                       03940000
039500     IF WS-REASON = SPACES                                        03950000
039600         PERFORM GET-RATING-PARA                                  03960000
039700     END-IF                                                       03970000
039800     IF WS-REASON = SPACES                                        03980000
039900         PERFORM SERVICE-FACTOR-PARA                              03990000
040000     END-IF                                                       04000000
040100     IF WS-REASON = SPACES                                        04010000
040200         COMPUTE WS-BONUS-AMT ROUNDED =                           04020000
040300             SRT-EARN * WS-TARGET-PCT / 100                       04030000
040400             * WS-RATING-MULT * WS-SERVICE                        04040000
040500         IF WS-BONUS-AMT = ZERO                                   04050000
040600             MOVE 'ZERO BONUS' TO WS-REASON                       04060000
040700         END-IF                                                   04070000
040800     END-IF                                                       04080000
040900     MOVE WS-TARGET-PCT TO SRT-PCT                                04090000
041000     MOVE WS-RATING-MULT TO SRT-MULT                              04100000
041100     MOVE WS-SERVICE TO SRT-SERVICE                               04110000
041200     IF WS-REASON = SPACES                                        04120000
041300         MOVE WS-BONUS-AMT TO SRT-BONUS                           04130000
041400         ADD 1 TO WS-ELIGIBLE-COUNT                               04140000
041500     ELSE                                                         04150000
041600         MOVE WS-REASON TO SRT-REASON                             04160000
041700         ADD 1 TO WS-EXCLUDED-COUNT                               04170000
041800     END-IF                                                       04180000
041900     RELEASE SORT-RECORD                                          04190000
042000     PERFORM READ-AFILE-PARA.                                     04200000
042100*                                                                 04210000
042200 GET-MASTER-PARA.                                                 04220000
042300     MOVE SPACES TO SRT-DEPT                                      04230000
042400     IF NOT MFILE-MISSING                                         04240000
042500         MOVE SRT-EMP-ID TO EMP-ID                                04250000
042600         READ P26MFILE                                            04260000
042700             INVALID KEY                                          04270000
042800                 CONTINUE                                         04280000
042900             NOT INVALID KEY                                      04290000
043000                 MOVE EMP-DEPT TO SRT-DEPT                        04300000
043100         END-READ                                                 04310000
043200     END-IF.                                                      04320000
043300*                                                                 04330000
043400 GET-STATUS-PARA.                                                 04340000
043500     MOVE ZERO TO WS-TARGET-PCT WS-RATING-MULT WS-SERVICE         04350000
043600     IF SFILE-MISSING                                             04360000
043700         MOVE 'NO STATUS RECORD' TO WS-REASON                     04370000
043800     ELSE                                                         04380000
043900         MOVE SRT-EMP-ID TO STS-EMP-ID                            04390000
044000         READ P26SFILE                                            04400000
044100             INVALID KEY                                          04410000
044200                 MOVE 'NO STATUS RECORD' TO WS-REASON             04420000
044300             NOT INVALID KEY                                      04430000
044400                 MOVE STS-GRADE TO SRT-GRADE                      04440000
044500                 IF STS-TERMINATED                                04450000
044600                     MOVE 'TERMINATED' TO WS-REASON               04460000
044700                 END-IF                                           04470000
044800         END-READ                                                 04480000
044900     END-IF.                                                      04490000
045000*                                                                 04500000
045100 GET-TARGET-PARA.                                                 04510000
045200     MOVE SRT-DEPT TO WS-FIND-DEPT                                04520000
045300     MOVE 'N' TO WS-FOUND-FLAG                                    04530000
045400     MOVE ZERO TO WS-DPT-SUB                                      04540000
045500     PERFORM FIND-DEPT-SCAN-PARA                                  04550000
045600         UNTIL WS-DPT-SUB = WS-DPT-MAX OR ENTRY-FOUND             04560000
045700     IF ENTRY-FOUND                                               04570000
045800         MOVE WS-DPT-PCT(WS-DPT-SUB) TO WS-TARGET-PCT             04580000
045900     END-IF                                                       04590000
046000     IF WS-TARGET-PCT = ZERO                                      04600000
046100         MOVE 'N' TO WS-FOUND-FLAG                                04610000
046200         MOVE ZERO TO WS-GRD-SUB                                  04620000
046300         PERFORM FIND-GRADE-SCAN-PARA                             04630000
046400             UNTIL WS-GRD-SUB = WS-GRD-MAX OR ENTRY-FOUND         04640000
046500         IF ENTRY-FOUND                                           04650000
046600             MOVE WS-GRD-PCT(WS-GRD-SUB) TO WS-TARGET-PCT         04660000
046700         END-IF                                                   04670000
046800     END-IF                                                       04680000
046900     IF WS-TARGET-PCT = ZERO                                      04690000
047000         MOVE 'NO BONUS TARGET' TO WS-REASON                      04700000
047100     END-IF.                                                      04710000
047200*                                                                 04720000
047300 FIND-DEPT-SCAN-PARA.                                             04730000
047400     ADD 1 TO WS-DPT-SUB                                          04740000
047500     IF WS-DPT-CODE(WS-DPT-SUB) = WS-FIND-DEPT                    04750000
047600         MOVE 'Y' TO WS-FOUND-FLAG                                04760000
047700     END-IF.                                                      04770000
047800*                                                                 04780000
047900 FIND-GRADE-SCAN-PARA.                                            04790000
048000     ADD 1 TO WS-GRD-SUB                                          04800000
048100     IF WS-GRD-CODE(WS-GRD-SUB) = SRT-GRADE                       04810000
048200         MOVE 'Y' TO WS-FOUND-FLAG                                04820000
048300     END-IF.                                                      04830000
048400*                                                                 04840000
048500 GET-RATING-PARA.                                                 04850000
048600     IF APRF-MISSING                                              04860000
048700         MOVE 'NO APPRAISAL' TO WS-REASON                         04870000
048800     ELSE                                                         04880000
048900         MOVE SRT-EMP-ID TO APR-EMP-ID                            04890000
049000         MOVE WS-BONUS-YEAR TO APR-YEAR                           04900000
049100         READ P26APRF                                             04910000
049200             INVALID KEY                                          04920000
049300                 MOVE 'NO APPRAISAL' TO WS-REASON                 04930000
049400             NOT INVALID KEY                                      04940000
049500                 MOVE APR-RATING TO SRT-RATING                    04950000
049600         END-READ                                                 04960000
049700     END-IF                                                       04970000
049800     IF WS-REASON = SPACES                                        04980000
049900         MOVE 'N' TO WS-FOUND-FLAG                                04990000
050000         MOVE ZERO TO WS-RAT-SUB                                  05000000
050100         PERFORM FIND-RATING-SCAN-PARA                            05010000
050200             UNTIL WS-RAT-SUB = WS-RAT-MAX OR ENTRY-FOUND         05020000
050300         IF ENTRY-FOUND                                           05030000
050400             MOVE WS-RAT-MULT(WS-RAT-SUB) TO WS-RATING-MULT       05040000
050500         ELSE                                                     05050000
050600             MOVE 'NO RATING MULTIPLIER' TO WS-REASON             05060000
050700         END-IF                                                   05070000
050800     END-IF.                                                      05080000
050900*                                                                 05090000
051000 FIND-RATING-SCAN-PARA.                                           05100000
051100     ADD 1 TO WS-RAT-SUB                                          05110000
051200     IF WS-RAT-CODE(WS-RAT-SUB) = SRT-RATING                      05120000
051300         MOVE 'Y' TO WS-FOUND-FLAG                                05130000
051400     END-IF.                                                      05140000
051500*                                                                 05150000
051600 SERVICE-FACTOR-PARA.                                             05160000
051700     MOVE 1 TO WS-SERVICE                                         05170000
051800     MOVE STS-HIRE-DATE TO WS-DATE-IN                             05180000
051900     PERFORM DAY-NUMBER-PARA                                      05190000
052000     IF DATE-OK                                                   05200000
052100         EVALUATE TRUE                                            05210000
052200             WHEN WS-DAY-NUM > WS-YEAR-END-NUM                    05220000
052300                 MOVE ZERO TO WS-SERVICE                          05230000
052400                 MOVE 'HIRED AFTER YEAR END' TO WS-REASON         05240000
052500             WHEN WS-DAY-NUM > WS-YEAR-START-NUM                  05250000
052600                 COMPUTE WS-SERVICE-DAYS = WS-YEAR-END-NUM        05260000
052700                     - WS-DAY-NUM + 1                             05270000
052800                 COMPUTE WS-SERVICE ROUNDED =                     05280000
052900                     WS-SERVICE-DAYS / WS-YEAR-DAYS               05290000
053000             WHEN OTHER                                           05300000
053100                 CONTINUE                                         05310000
053200         END-EVALUATE                                             05320000
053300     END-IF.                                                      05330000
053400*                                                                 05340000
053500 DAY-NUMBER-PARA.                                                 05350000
053600     MOVE 'Y' TO WS-DATE-OK-FLAG                                  05360000
053700     MOVE ZERO TO WS-DAY-NUM                                      05370000
053800     IF WS-DATE-IN NOT NUMERIC                                    05380000
053900         MOVE 'N' TO WS-DATE-OK-FLAG                              05390000
054000     ELSE                                                         05400000
054100         IF WS-DATE-MM < 1 OR WS-DATE-MM > 12                     05410000
054200            OR WS-DATE-DD < 1 OR WS-DATE-DD > 31                  05420000
054300            OR WS-DATE-YY < 1900                                  05430000
054400             MOVE 'N' TO WS-DATE-OK-FLAG                          05440000
054500         END-IF                                                   05450000
054600     END-IF                                                       05460000
054700     IF DATE-OK                                                   05470000
054800         MOVE WS-DATE-YY TO WS-CALC-YY                            05480000
054900         MOVE WS-DATE-MM TO WS-CALC-MM                            05490000
055000         IF WS-CALC-MM < 3                                        05500000
055100             SUBTRACT 1 FROM WS-CALC-YY                           05510000
055200             ADD 12 TO WS-CALC-MM                                 05520000
055300         END-IF                                                   05530000
055400         COMPUTE WS-DAY-NUM = 365 * WS-CALC-YY + WS-DATE-DD       05540000
055500         DIVIDE WS-CALC-YY BY 4 GIVING WS-QUOT                    05550000
055600         ADD WS-QUOT TO WS-DAY-NUM                                05560000
055700         DIVIDE WS-CALC-YY BY 100 GIVING WS-QUOT                  05570000
055800         SUBTRACT WS-QUOT FROM WS-DAY-NUM                         05580000
055900         DIVIDE WS-CALC-YY BY 400 GIVING WS-QUOT                  05590000
056000         ADD WS-QUOT TO WS-DAY-NUM                                05600000
056100         COMPUTE WS-QUOT = 153 * (WS-CALC-MM - 3) + 2             05610000
056200         DIVIDE WS-QUOT BY 5 GIVING WS-QUOT                       05620000
056300         ADD WS-QUOT TO WS-DAY-NUM                                05630000
056400     END-IF.                                                      05640000
056500*                                                                 05650000
056600 PRINT-REPORT-PARA.                                               05660000
056700     OPEN OUTPUT P26BNRP                                          05670000
056800     IF FINAL-RUN                                                 05680000
056900         OPEN OUTPUT P26SUPP                                      05690000
057000     END-IF                                                       05700000
057100     PERFORM WRITE-HEADING-PARA                                   05710000
057200     PERFORM RETURN-SORT-PARA                                     05720000
057300     PERFORM PROCESS-SORTED-PARA                                  05730000
057400         UNTIL SORT-EOF                                           05740000
057500     IF NOT FIRST-GROUP                                           05750000
057600         PERFORM WRITE-DEPT-PARA                                  05760000
057700     END-IF                                                       05770000
057800     PERFORM WRITE-GRAND-TOTAL-PARA                               05780000
057900     IF FINAL-RUN                                                 05790000
058000         CLOSE P26SUPP                                            05800000
058100     END-IF                                                       05810000
058200     CLOSE P26BNRP.                                               05820000
058300*                                                                 05830000
058400 RETURN-SORT-PARA.                                                05840000
058500     RETURN WS-SORT-FILE                                          05850000
058600         AT END                                                   05860000
058700             SET SORT-EOF TO TRUE                                 05870000
058800     END-RETURN.                                                  05880000
058900*                                                                 05890000
059000 PROCESS-SORTED-PARA.                                             05900000
059100     IF FIRST-GROUP                                               05910000
059200         MOVE 'N' TO WS-FIRST-FLAG                                05920000
059300         MOVE SRT-DEPT TO WS-PREV-DEPT                            05930000
059400     END-IF                                                       05940000
059500     IF SRT-DEPT NOT = WS-PREV-DEPT                               05950000
059600         PERFORM WRITE-DEPT-PARA                                  05960000
059700         MOVE SRT-DEPT TO WS-PREV-DEPT                            05970000
059800     END-IF                                                       05980000
059900     PERFORM WRITE-DETAIL-PARA                                    05990000
060000     IF SRT-REASON = SPACES                                       06000000
060100         ADD 1 TO WS-DEPT-COUNT                                   06010000
060200         ADD SRT-BONUS TO WS-DEPT-BONUS                           06020000
060300         IF FINAL-RUN                                             06030000
060400             PERFORM WRITE-SUPP-PARA                              06040000
060500         END-IF                                                   06050000
060600     END-IF                                                       06060000
060700     PERFORM RETURN-SORT-PARA.                                    06070000
060800*                                                                 06080000
060900 WRITE-DETAIL-PARA.                                               06090000
061000     IF WS-LINE-COUNT > 50                                        06100000
061100         PERFORM WRITE-HEADING-PARA                               06110000
061200     END-IF                                                       06120000
061300     MOVE SPACES TO WS-DETAIL-LINE                                06130000
061400     MOVE SRT-DEPT TO DL-DEPT                                     06140000
061500     MOVE SRT-EMP-ID TO DL-EMP-ID                                 06150000
061600     MOVE SRT-NAME TO DL-NAME                                     06160000
061700     MOVE SRT-GRADE TO DL-GRADE                                   06170000
061800     MOVE SRT-RATING TO DL-RATING                                 06180000
061900     MOVE SRT-EARN TO DL-EARN                                     06190000
062000     MOVE SRT-PCT TO DL-PCT                                       06200000
062100     MOVE SRT-MULT TO DL-MULT                                     06210000
062200     MOVE SRT-SERVICE TO DL-SERVICE                               06220000
062300     MOVE SRT-BONUS TO DL-BONUS                                   06230000
062400     MOVE SRT-REASON TO DL-REASON                                 06240000
062500     MOVE WS-DETAIL-LINE TO BNRP-LINE                             06250000
062600     WRITE BNRP-LINE AFTER ADVANCING 1 LINE                       06260000
062700     ADD 1 TO WS-LINE-COUNT.                                      06270000
062800*                                                                 06280000
062900 WRITE-SUPP-PARA.                                                 06290000
063000     MOVE SPACES TO SUPP-RECORD                                   06300000
063100     MOVE SRT-EMP-ID TO SUPP-EMP-ID                               06310000
063200     MOVE SRT-BONUS TO SUPP-AMOUNT                                06320000
063300     MOVE WS-BONUS-DESC TO SUPP-DESC                              06330000
063400     WRITE SUPP-RECORD                                            06340000
063500     ADD 1 TO WS-SUPP-COUNT.                                      06350000
063600*                                                                 06360000
063700 WRITE-HEADING-PARA.                                              06370000
063800     ADD 1 TO WS-PAGE-NO                                          06380000
063900     MOVE WS-PAGE-NO TO HL-PAGE-NO                                06390000
064000     MOVE WS-BONUS-YEAR TO HL-YEAR                                06400000
064100     IF FINAL-RUN                                                 06410000
064200         MOVE 'FINAL - RELEASED' TO HL-MODE                       06420000
064300     ELSE                                                         06430000
064400         MOVE 'PROOF ONLY' TO HL-MODE                             06440000
064500     END-IF                                                       06450000
064600     MOVE WS-CURR-YY TO HL-YY                                     06460000
064700     MOVE WS-CURR-MM TO HL-MM                                     06470000
064800     MOVE WS-CURR-DD TO HL-DD                                     06480000
064900     MOVE WS-HEADING-LINE-1 TO BNRP-LINE                          06490000
065000     WRITE BNRP-LINE AFTER ADVANCING PAGE                         06500000
065100     MOVE WS-COL-HEADING-1 TO BNRP-LINE                           06510000
065200     WRITE BNRP-LINE AFTER ADVANCING 2 LINES                      06520000
065300     MOVE ZERO TO WS-LINE-COUNT.                                  06530000
065400*                                                                 06540000
065500 WRITE-DEPT-PARA.                                                 06550000
065600     MOVE ZERO TO WS-DEPT-BUDGET                                  06560000
065700     MOVE 'N' TO WS-FOUND-FLAG                                    06570000
065800     MOVE ZERO TO WS-DPT-SUB                                      06580000
065900     MOVE WS-PREV-DEPT TO WS-FIND-DEPT                            06590000
066000     PERFORM FIND-DEPT-SCAN-PARA                                  06600000
066100         UNTIL WS-DPT-SUB = WS-DPT-MAX OR ENTRY-FOUND             06610000
066200     IF ENTRY-FOUND                                               06620000
066300         MOVE WS-DPT-BUDGET(WS-DPT-SUB) TO WS-DEPT-BUDGET         06630000
066400     END-IF                                                       06640000
066500     COMPUTE WS-VARIANCE = WS-DEPT-BUDGET - WS-DEPT-BONUS         06650000
066600     MOVE SPACES TO WS-DEPT-LINE                                  06660000
066700     MOVE 'DEPT TOTAL' TO DTL-LABEL                               06670000
066800     IF WS-PREV-DEPT = SPACES                                     06680000
066900         MOVE 'NONE' TO DTL-DEPT                                  06690000
067000     ELSE                                                         06700000
067100         MOVE WS-PREV-DEPT TO DTL-DEPT                            06710000
067200     END-IF                                                       06720000
067300     MOVE WS-DEPT-COUNT TO DTL-COUNT                              06730000
067400     MOVE WS-DEPT-BONUS TO DTL-BONUS                              06740000
067500     MOVE WS-DEPT-BUDGET TO DTL-BUDGET                            06750000
067600     MOVE WS-VARIANCE TO DTL-VARIANCE                             06760000
067700     EVALUATE TRUE                                                06770000
067800         WHEN WS-DEPT-BUDGET = ZERO                               06780000
067900             MOVE 'NO BUDGET' TO DTL-FLAG                         06790000
068000         WHEN WS-VARIANCE < ZERO                                  06800000
068100             MOVE 'OVER BUDGET' TO DTL-FLAG                       06810000
068200             ADD 1 TO WS-OVER-COUNT                               06820000
068300         WHEN OTHER                                               06830000
068400             MOVE SPACES TO DTL-FLAG                              06840000
068500     END-EVALUATE                                                 06850000
068600     MOVE WS-DEPT-LINE TO BNRP-LINE                               06860000
068700     WRITE BNRP-LINE AFTER ADVANCING 1 LINE                       06870000
068800     MOVE SPACES TO BNRP-LINE                                     06880000
068900     WRITE BNRP-LINE AFTER ADVANCING 1 LINE                       06890000
069000     ADD 2 TO WS-LINE-COUNT                                       06900000
069100     ADD WS-DEPT-BONUS TO WS-TOT-BONUS                            06910000
069200     ADD WS-DEPT-BUDGET TO WS-TOT-BUDGET                          06920000
069300     MOVE ZERO TO WS-DEPT-COUNT                                   06930000
069400     MOVE ZERO TO WS-DEPT-BONUS.                                  06940000
069500*                                                                 06950000
069600 WRITE-GRAND-TOTAL-PARA.                                          06960000
069700     COMPUTE WS-VARIANCE = WS-TOT-BUDGET - WS-TOT-BONUS           06970000
069800     MOVE SPACES TO WS-DEPT-LINE                                  06980000
069900     MOVE 'REPORT TOTAL' TO DTL-LABEL                             06990000
070000     MOVE WS-ELIGIBLE-COUNT TO DTL-COUNT                          07000000
070100     MOVE WS-TOT-BONUS TO DTL-BONUS                               07010000
070200     MOVE WS-TOT-BUDGET TO DTL-BUDGET                             07020000
070300     MOVE WS-VARIANCE TO DTL-VARIANCE                             07030000
070400     IF WS-VARIANCE < ZERO                                        07040000
070500         MOVE 'OVER BUDGET' TO DTL-FLAG                           07050000
070600     END-IF                                                       07060000
070700     MOVE WS-DEPT-LINE TO BNRP-LINE                               07070000
070800     WRITE BNRP-LINE AFTER ADVANCING 2 LINES                      07080000
070900     MOVE SPACES TO WS-SUMMARY-LINE                               07090000
071000     MOVE 'EMPLOYEES READ' TO SM-LABEL                            07100000
071100     MOVE WS-READ-COUNT TO SM-COUNT                               07110000
071200     MOVE WS-SUMMARY-LINE TO BNRP-LINE                            07120000
071300     WRITE BNRP-LINE AFTER ADVANCING 2 LINES                      07130000
071400     MOVE 'BONUS CALCULATED' TO SM-LABEL                          07140000
071500     MOVE WS-ELIGIBLE-COUNT TO SM-COUNT                           07150000
071600     MOVE WS-SUMMARY-LINE TO BNRP-LINE                            07160000
071700     WRITE BNRP-LINE AFTER ADVANCING 1 LINE                       07170000
071800     MOVE 'EXCLUDED' TO SM-LABEL                                  07180000
071900     MOVE WS-EXCLUDED-COUNT TO SM-COUNT                           07190000
072000     MOVE WS-SUMMARY-LINE TO BNRP-LINE                            07200000
072100     WRITE BNRP-LINE AFTER ADVANCING 1 LINE                       07210000
072200     MOVE 'DEPARTMENTS OVER BUDGET' TO SM-LABEL                   07220000
072300     MOVE WS-OVER-COUNT TO SM-COUNT                               07230000
072400     MOVE WS-SUMMARY-LINE TO BNRP-LINE                            07240000
072500     WRITE BNRP-LINE AFTER ADVANCING 1 LINE                       07250000
072600     MOVE 'PARAMETER CARDS REJECTED' TO SM-LABEL                  07260000
072700     MOVE WS-BAD-CARD-COUNT TO SM-COUNT                           07270000
072800     MOVE WS-SUMMARY-LINE TO BNRP-LINE                            07280000
072900     WRITE BNRP-LINE AFTER ADVANCING 1 LINE                       07290000
073000     MOVE 'SUPPLEMENTAL RECORDS WRITTEN' TO SM-LABEL              07300000
073100     MOVE WS-SUPP-COUNT TO SM-COUNT                               07310000
073200     MOVE WS-SUMMARY-LINE TO BNRP-LINE                            07320000
073300     WRITE BNRP-LINE AFTER ADVANCING 1 LINE                       07330000
073400     DISPLAY 'P26BP59 EMPLOYEES ' WS-READ-COUNT                   07340000
073500         ' BONUSES ' WS-ELIGIBLE-COUNT                            07350000
073600         ' EXCLUDED ' WS-EXCLUDED-COUNT                           07360000
073700         ' SUPP WRITTEN ' WS-SUPP-COUNT.                          07370000
073800*                                                                 07380000
073900 REGISTER-START-PARA.                                             07390000
074000     SET RCA-START TO TRUE                                        07400000
074100     MOVE 'P26BP59' TO RCA-JOB-NAME                               07410000
074200     MOVE SPACES TO RCA-BUS-DATE                                  07420000
074300     MOVE SPACES TO RCA-PRED-JOB                                  07430000
074400     MOVE SPACES TO RCA-OVERRIDE                                  07440000
074500     MOVE ZERO TO RCA-READ-COUNT                                  07450000
074600     MOVE ZERO TO RCA-WRITE-COUNT                                 07460000
074700     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       07470000
074800     IF RCA-RETURN NOT = '00'                                     07480000
074900         DISPLAY 'P26BP59 RUN REFUSED BY RUN CONTROL RC='         07490000
075000             RCA-RETURN                                           07500000
075100         STOP RUN                                                 07510000
075200     END-IF.                                                      07520000
075300*                                                                 07530000
075400 REGISTER-END-PARA.                                               07540000
075500     SET RCA-END TO TRUE                                          07550000
075600     MOVE WS-READ-COUNT TO RCA-READ-COUNT                         07560000
075700     MOVE WS-SUPP-COUNT TO RCA-WRITE-COUNT                        07570000
075800     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      07580000
