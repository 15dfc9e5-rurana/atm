000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP64.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26PPARM ASSIGN TO P26PPARM                           00060000
000700         ORGANIZATION IS LINE SEQUENTIAL                          00070000
000800         FILE STATUS IS WS-PPARM-STATUS.                          00080000
000900     SELECT P26LFILE ASSIGN TO P26LFILE                           00090000
001000         ORGANIZATION IS INDEXED                                  00100000
001100         ACCESS MODE IS DYNAMIC                                   00110000
001200         RECORD KEY IS LVE-EMP-ID                                 00120000
001300         FILE STATUS IS WS-LFILE-STATUS.                          00130000
001400     SELECT P26MFILE ASSIGN TO P26MFILE                           00140000
001500         ORGANIZATION IS INDEXED                                  00150000
001600         ACCESS MODE IS DYNAMIC                                   00160000
001700         RECORD KEY IS EMP-ID                                     00170000
001800         FILE STATUS IS WS-MFILE-STATUS.                          00180000
001900     SELECT P26HRF ASSIGN TO P26HRF                               00190000
002000         ORGANIZATION IS INDEXED                                  00200000
002100         ACCESS MODE IS DYNAMIC                                   00210000
002200         RECORD KEY IS HRT-EMP-ID                                 00220000
002300         FILE STATUS IS WS-HRF-STATUS.                            00230000
002400     SELECT P26SFILE ASSIGN TO P26SFILE                           00240000
002500         ORGANIZATION IS INDEXED                                  00250000
002600         ACCESS MODE IS DYNAMIC                                   00260000
002700         RECORD KEY IS STS-EMP-ID                                 00270000
002800         FILE STATUS IS WS-SFILE-STATUS.                          00280000
002900     SELECT P26LVAL ASSIGN TO P26LVAL                             00290000
003000         ORGANIZATION IS INDEXED                                  00300000
003100         ACCESS MODE IS DYNAMIC                                   00310000
003200         RECORD KEY IS LVV-EMP-ID                                 00320000
003300         FILE STATUS IS WS-LVAL-STATUS.                           00330000
003400     SELECT P26LVRP ASSIGN TO P26LVRP                             00340000
003500         ORGANIZATION IS LINE SEQUENTIAL                          00350000
003600         FILE STATUS IS WS-LVRP-STATUS.                           00360000
003700     SELECT P26LVGL ASSIGN TO P26LVGL                             00370000
003800         ORGANIZATION IS LINE SEQUENTIAL                          00380000
003900         FILE STATUS IS WS-LVGL-STATUS.                           00390000
004000*                                                                 00400000
004100 DATA DIVISION.                                                   00410000
004200 FILE SECTION.                                                    00420000
004300 FD  P26PPARM                                                     00430000
004400     LABEL RECORDS ARE STANDARD.                                  00440000
004500 01  PPARM-RECORD.                                                00450000
004600     03  PPARM-PERIOD        PIC X(06).                           00460000
004700     03  FILLER              PIC X(74).                           00470000
004800 FD  P26LFILE                                                     00480000
004900     LABEL RECORDS ARE STANDARD.                                  00490000
005000     COPY P26LVR.                                                 00500000
005100 FD  P26MFILE                                                     00510000
005200     LABEL RECORDS ARE STANDARD.                                  00520000
005300     COPY EMPMSTR.                                                00530000
005400 FD  P26HRF                                                       00540000
005500     LABEL RECORDS ARE STANDARD.                                  00550000
005600     COPY P26HRR.                                                 00560000
005700 FD  P26SFILE                                                     00570000
005800     LABEL RECORDS ARE STANDARD.                                  00580000
005900     COPY P26STR.                                                 00590000
006000 FD  P26LVAL                                                      00600000
006100     LABEL RECORDS ARE STANDARD.                                  00610000
006200     COPY P26LVVR.                                                00620000
006300 FD  P26LVRP                                                      00630000
006400     LABEL RECORDS ARE STANDARD.                                  00640000
006500 01  LVRP-LINE               PIC X(132).                          00650000
006600 FD  P26LVGL                                                      00660000
006700     LABEL RECORDS ARE STANDARD.                                  00670000
006800 01  GLPF-RECORD.                                                 00680000
006900     03  GLP-ACCOUNT         PIC X(08).                           00690000
007000     03  GLP-DEPT            PIC X(08).                           00700000
007100     03  GLP-LOC             PIC X(10).                           00710000
007200     03  GLP-DC              PIC X(01).                           00720000
007300     03  GLP-AMOUNT          PIC 9(09)V99.                        00730000
007400     03  FILLER              PIC X(42).                           00740000
007500*                                                                 00750000
007600 WORKING-STORAGE SECTION.                                         00760000
007700 01  WS-PPARM-STATUS         PIC X(02) VALUE SPACES.              00770000
007800     88  PPARM-MISSING               VALUE '35'.                  00780000
007900 01  WS-LFILE-STATUS         PIC X(02) VALUE SPACES.              00790000
008000     88  LFILE-MISSING               VALUE '35'.                  00800000
008100 01  WS-MFILE-STATUS         PIC X(02) VALUE SPACES.              00810000
008200     88  MFILE-MISSING               VALUE '35'.                  00820000
008300 01  WS-MFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 00830000
008400     88  MFILE-OPEN                  VALUE 'Y'.                   00840000
008500 01  WS-HRF-STATUS           PIC X(02) VALUE SPACES.              00850000
008600     88  HRF-MISSING                 VALUE '35'.                  00860000
008700 01  WS-HRF-OPEN-FLAG        PIC X(01) VALUE 'N'.                 00870000
008800     88  HRF-OPEN                    VALUE 'Y'.                   00880000
008900 01  WS-SFILE-STATUS         PIC X(02) VALUE SPACES.              00890000
009000     88  SFILE-MISSING               VALUE '35'.                  00900000
009100 01  WS-SFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 00910000
009200     88  SFILE-OPEN                  VALUE 'Y'.                   00920000
009300 01  WS-LVAL-STATUS          PIC X(02) VALUE SPACES.              00930000
009400     88  LVAL-MISSING                VALUE '35'.                  00940000
009500 01  WS-LVRP-STATUS          PIC X(02) VALUE SPACES.              00950000
009600 01  WS-LVGL-STATUS          PIC X(02) VALUE SPACES.              00960000
009700 01  WS-LFILE-DONE-FLAG      PIC X(01) VALUE 'N'.                 00970000
009800     88  LFILE-DONE                  VALUE 'Y'.                   00980000
009900 01  WS-LVAL-DONE-FLAG       PIC X(01) VALUE 'N'.                 00990000
010000     88  LVAL-DONE                   VALUE 'Y'.                   01000000
010100 01  WS-EMP-FOUND-FLAG       PIC X(01) VALUE 'N'.                 01010000
010200     88  EMP-FOUND                   VALUE 'Y'.                   01020000
010300 01  WS-SNAP-FOUND-FLAG      PIC X(01) VALUE 'N'.                 01030000
010400     88  SNAP-FOUND                  VALUE 'Y'.                   01040000
010500 01  WS-TERM-FLAG            PIC X(01) VALUE 'N'.                 01050000
010600     88  EMP-TERMINATED              VALUE 'Y'.                   01060000
010700 01  WS-FOUND-FLAG           PIC X(01) VALUE 'N'.                 01070000
010800     88  ENTRY-FOUND                 VALUE 'Y'.                   01080000
010900 01  WS-FAIL-FLAG            PIC X(01) VALUE 'N'.                 01090000
011000     88  RUN-FAILED                  VALUE 'Y'.                   01100000
011100 01  WS-PERIOD               PIC X(06) VALUE SPACES.              01110000
011200 01  WS-LAST-VAL-PERIOD      PIC X(06) VALUE SPACES.              01120000
011300 01  WS-WORK-DAYS            PIC 9(02) VALUE 22.                  01130000
011400 01  WS-HOURS-PER-DAY        PIC 9(02) VALUE 8.                   01140000
011500 01  WS-CHK-EMP-ID           PIC X(05) VALUE SPACES.              01150000
011600 01  WS-DAY-RATE             PIC 9(06)V99 VALUE ZERO.             01160000
011700 01  WS-CUR-DEPT             PIC X(08) VALUE SPACES.              01170000
011800 01  WS-CUR-LOC              PIC X(10) VALUE SPACES.              01180000
011900 01  WS-OPEN-DEPT            PIC X(08) VALUE SPACES.              01190000
012000 01  WS-OPEN-LOC             PIC X(10) VALUE SPACES.              01200000
012100 01  WS-OPEN-PERIOD          PIC X(06) VALUE SPACES.              01210000
012200 01  WS-OPEN-BAL             PIC 9(03)V9 VALUE ZERO.              01220000
012300 01  WS-OPEN-ACCR            PIC 9(03)V9 VALUE ZERO.              01230000
012400 01  WS-OPEN-TAKEN           PIC 9(03)V9 VALUE ZERO.              01240000
012500 01  WS-OPEN-RATE            PIC 9(06)V99 VALUE ZERO.             01250000
012600 01  WS-OPEN-VALUE           PIC 9(09)V99 VALUE ZERO.             01260000
012700 01  WS-ACCR-DAYS            PIC S9(04)V9 VALUE ZERO.             01270000
012800 01  WS-TAKEN-DAYS           PIC S9(04)V9 VALUE ZERO.             01280000
012900 01  WS-REST-DAYS            PIC S9(04)V9 VALUE ZERO.             01290000
013000 01  WS-ACCR-VAL             PIC S9(09)V99 VALUE ZERO.            01300000
013100 01  WS-TAKEN-VAL            PIC S9(09)V99 VALUE ZERO.            01310000
013200 01  WS-PAID-VAL             PIC S9(09)V99 VALUE ZERO.            01320000
013300 01  WS-ADJ-VAL              PIC S9(09)V99 VALUE ZERO.            01330000
013400 01  WS-CLOSE-VAL            PIC S9(09)V99 VALUE ZERO.            01340000
013500 01  WS-GL-AMOUNT            PIC S9(09)V99 VALUE ZERO.            01350000
013600 01  WS-POST-DEPT            PIC X(08) VALUE SPACES.              01360000
013700 01  WS-POST-LOC             PIC X(10) VALUE SPACES.              01370000
013800 01  WS-VAL-SUB              PIC 9(02) VALUE ZERO.                01380000
013900 01  WS-VAL-TABLE-MAX        PIC 9(02) VALUE ZERO.                01390000
014000 01  WS-VAL-TABLE.                                                01400000
014100     03  WS-VAL-ENTRY OCCURS 99 TIMES.                            01410000
014200         05  WS-VAL-DEPT         PIC X(08).                       01420000
014300         05  WS-VAL-LOC          PIC X(10).                       01430000
014400         05  WS-VAL-OPEN         PIC S9(09)V99.                   01440000
014500         05  WS-VAL-ACCR         PIC S9(09)V99.                   01450000
014600         05  WS-VAL-TAKEN        PIC S9(09)V99.                   01460000
014700         05  WS-VAL-PAID         PIC S9(09)V99.                   01470000
014800         05  WS-VAL-XFER         PIC S9(09)V99.                   01480000
014900         05  WS-VAL-ADJ          PIC S9(09)V99.                   01490000
015000         05  WS-VAL-CLOSE        PIC S9(09)V99.                   01500000
015100 01  WS-TOT-OPEN             PIC S9(11)V99 VALUE ZERO.            01510000
015200 01  WS-TOT-ACCR             PIC S9(11)V99 VALUE ZERO.            01520000
015300 01  WS-TOT-TAKEN            PIC S9(11)V99 VALUE ZERO.            01530000
015400 01  WS-TOT-PAID             PIC S9(11)V99 VALUE ZERO.            01540000
015500 01  WS-TOT-XFER             PIC S9(11)V99 VALUE ZERO.            01550000
015600 01  WS-TOT-ADJ              PIC S9(11)V99 VALUE ZERO.            01560000
015700 01  WS-TOT-CLOSE            PIC S9(11)V99 VALUE ZERO.            01570000
015800 01  WS-GL-DEBITS            PIC 9(11)V99 VALUE ZERO.             01580000
015900 01  WS-GL-CREDITS           PIC 9(11)V99 VALUE ZERO.             01590000
016000 01  WS-EMP-COUNT            PIC 9(06) VALUE ZERO.                01600000
016100 01  WS-NORATE-COUNT         PIC 9(06) VALUE ZERO.                01610000
016200 01  WS-RELEASE-COUNT        PIC 9(06) VALUE ZERO.                01620000
016300 01  WS-GL-COUNT             PIC 9(06) VALUE ZERO.                01630000
016400 01  WS-CURRENT-DATE.                                             01640000
016500     03  WS-CURR-YY          PIC 9(04).                           01650000
016600     03  WS-CURR-MM          PIC 9(02).                           01660000
016700     03  WS-CURR-DD          PIC 9(02).                           01670000
016800 01  WS-CURRENT-TIME         PIC 9(08).                           01680000
016900 01  WS-RUN-STAMP.                                                01690000
017000     03  WS-STAMP-DATE       PIC X(08).                           01700000
017100     03  WS-STAMP-TIME       PIC 9(08).                           01710000
017200 01  WS-RUN-DATE-OUT         PIC X(10) VALUE SPACES.              01720000
017300 01  WS-HEADING-LINE.                                             01730000
017400     03  FILLER              PIC X(46) VALUE                      01740000
017500         'P26BP64  LEAVE LIABILITY VALUATION FOR PERIOD '.        01750000
017600     03  HL-PERIOD           PIC X(06).                           01760000
017700     03  FILLER              PIC X(12) VALUE '  RUN DATE  '.      01770000
017800     03  HL-DATE             PIC X(10).                           01780000
017900 01  WS-COL-HEADING.                                              01790000
018000     03  FILLER              PIC X(20) VALUE                      01800000
018100         'DEPT     LOCATION   '.                                  01810000
018200     03  FILLER              PIC X(16) VALUE '        OPENING '.  01820000
018300     03  FILLER              PIC X(16) VALUE '        ACCRUED '.  01830000
018400     03  FILLER              PIC X(16) VALUE '          TAKEN '.  01840000
018500     03  FILLER              PIC X(16) VALUE '       PAID OUT '.  01850000
018600     03  FILLER              PIC X(16) VALUE '      TRANSFERS '.  01860000
018700     03  FILLER              PIC X(16) VALUE ' REVALUED / ADJ '.  01870000
018800     03  FILLER              PIC X(16) VALUE '        CLOSING '.  01880000
018900 01  WS-SCHED-LINE.                                               01890000
019000     03  SL-DEPT             PIC X(08).                           01900000
019100     03  FILLER              PIC X(01) VALUE SPACES.              01910000
019200     03  SL-LOC              PIC X(10).                           01920000
019300     03  FILLER              PIC X(01) VALUE SPACES.              01930000
019400     03  SL-OPEN             PIC ZZZ,ZZZ,ZZ9.99-.                 01940000
019500     03  FILLER              PIC X(01) VALUE SPACES.              01950000
019600     03  SL-ACCR             PIC ZZZ,ZZZ,ZZ9.99-.                 01960000
019700     03  FILLER              PIC X(01) VALUE SPACES.              01970000
019800     03  SL-TAKEN            PIC ZZZ,ZZZ,ZZ9.99-.                 01980000
019900     03  FILLER              PIC X(01) VALUE SPACES.              01990000
020000     03  SL-PAID             PIC ZZZ,ZZZ,ZZ9.99-.                 02000000
020100     03  FILLER              PIC X(01) VALUE SPACES.              02010000
020200     03  SL-XFER             PIC ZZZ,ZZZ,ZZ9.99-.                 02020000
020300     03  FILLER              PIC X(01) VALUE SPACES.              02030000
020400     03  SL-ADJ              PIC ZZZ,ZZZ,ZZ9.99-.                 02040000
020500     03  FILLER              PIC X(01) VALUE SPACES.              02050000
020600     03  SL-CLOSE            PIC ZZZ,ZZZ,ZZ9.99-.                 02060000
020700 01  WS-EXCEPTION-LINE.                                           02070000
020800     03  EL-EMP-ID           PIC X(05).                           02080000
020900     03  FILLER              PIC X(02) VALUE SPACES.              02090000
021000     03  EL-TEXT             PIC X(50).                           02100000
021100 01  WS-POSTING-LINE.                                             02110000
021200     03  PL-ACCOUNT          PIC X(08).                           02120000
021300     03  FILLER              PIC X(02) VALUE SPACES.              02130000
021400     03  PL-DEPT             PIC X(08).                           02140000
021500     03  FILLER              PIC X(02) VALUE SPACES.              02150000
021600     03  PL-LOC              PIC X(10).                           02160000
021700     03  FILLER              PIC X(02) VALUE SPACES.              02170000
021800     03  PL-DC               PIC X(01).                           02180000
021900     03  FILLER              PIC X(02) VALUE SPACES.              02190000
022000     03  PL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.                  02200000
022100 01  WS-SUMMARY-LINE.                                             02210000
022200     03  SM-LABEL            PIC X(30).                           02220000
022300     03  SM-VALUE            PIC X(20).                           02230000
022400 01  WS-COUNT-OUT            PIC ZZZ,ZZ9.                         02240000
022500 01  WS-AMOUNT-OUT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.               02250000
022600     COPY P26RCC.                                                 02260000
022700*                                                                 02270000
022800 PROCEDURE DIVISION.                                              02280000
022900 MAIN-PARA.                                                       02290000
023000     PERFORM REGISTER-START-PARA                                  02300000
023100     PERFORM INITIALIZATION-PARA                                  02310000
023200     PERFORM VALUE-EMPLOYEES-PARA                                 02320000
023300     PERFORM RELEASE-REMOVED-PARA                                 02330000
023400     PERFORM PRINT-SCHEDULE-PARA                                  02340000
023500     PERFORM WRITE-PROVISION-PARA                                 02350000
023600     PERFORM TERMINATION-PARA                                     02360000
023700     PERFORM REGISTER-END-PARA                                    02370000
023800     STOP RUN.                                                    02380000
023900*                                                                 02390000
024000 INITIALIZATION-PARA.                                             02400000
024100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    02410000
024200     ACCEPT WS-CURRENT-TIME FROM TIME                             02420000
024300     STRING WS-CURR-DD '/' WS-CURR-MM '/' WS-CURR-YY              02430000
024400         DELIMITED BY SIZE INTO WS-RUN-DATE-OUT                   02440000
024500     MOVE WS-CURRENT-DATE TO WS-STAMP-DATE                        02450000
024600     MOVE WS-CURRENT-TIME TO WS-STAMP-TIME                        02460000
024700     PERFORM READ-PPARM-PARA                                      02470000
024800     OPEN INPUT P26MFILE                                          02480000
024900     IF NOT MFILE-MISSING                                         02490000
025000         SET MFILE-OPEN TO TRUE                                   02500000
025100     END-IF                                                       02510000
025200     OPEN INPUT P26HRF                                            02520000
025300     IF NOT HRF-MISSING                                           02530000
025400         SET HRF-OPEN TO TRUE                                     02540000
025500     END-IF                                                       02550000
025600     OPEN INPUT P26SFILE                                          02560000
025700     IF NOT SFILE-MISSING                                         02570000
025800         SET SFILE-OPEN TO TRUE                                   02580000
025900     END-IF                                                       02590000
026000     OPEN I-O P26LVAL                                             02600000
026100     IF LVAL-MISSING                                              02610000
026200         OPEN OUTPUT P26LVAL                                      02620000
026300         CLOSE P26LVAL                                            02630000
026400         OPEN I-O P26LVAL                                         02640000
026500     END-IF                                                       02650000
026600     OPEN OUTPUT P26LVRP                                          02660000
026700     OPEN OUTPUT P26LVGL                                          02670000
026800     MOVE WS-PERIOD TO HL-PERIOD                                  02680000
026900     MOVE WS-RUN-DATE-OUT TO HL-DATE                              02690000
027000     MOVE WS-HEADING-LINE TO LVRP-LINE                            02700000
027100     WRITE LVRP-LINE                                              02710000
027200     MOVE SPACES TO LVRP-LINE                                     02720000
027300     WRITE LVRP-LINE.                                             02730000
027400*                                                                 02740000
027500 READ-PPARM-PARA.                                                 02750000
027600     MOVE SPACES TO WS-PERIOD                                     02760000
027700     OPEN INPUT P26PPARM                                          02770000
027800     IF NOT PPARM-MISSING                                         02780000
027900         READ P26PPARM                                            02790000
028000             AT END                                               02800000
028100                 MOVE SPACES TO PPARM-RECORD                      02810000
028200         END-READ                                                 02820000
028300         MOVE PPARM-PERIOD TO WS-PERIOD                           02830000
028400         CLOSE P26PPARM                                           02840000
028500     END-IF                                                       02850000
028600     IF WS-PERIOD = SPACES                                        02860000
028700         MOVE WS-CURRENT-DATE(1:6) TO WS-PERIOD                   02870000
028800     END-IF.                                                      02880000
028900*                                                                 02890000
029000 VALUE-EMPLOYEES-PARA.                                            02900000
029100     OPEN INPUT P26LFILE                                          02910000
029200     IF LFILE-MISSING                                             02920000
029300         SET RUN-FAILED TO TRUE                                   02930000
029400         MOVE 'NO LEAVE FILE - VALUATION NOT PERFORMED'           02940000
029500             TO LVRP-LINE                                         02950000
029600         WRITE LVRP-LINE                                          02960000
029700     ELSE                                                         02970000
029800         MOVE LOW-VALUES TO LVE-EMP-ID                            02980000
029900         START P26LFILE KEY IS NOT LESS THAN LVE-EMP-ID           02990000
030000             INVALID KEY                                          03000000
030100                 SET LFILE-DONE TO TRUE                           03010000
030200         END-START                                                03020000
030300         PERFORM VALUE-NEXT-PARA                                  03030000
030400             UNTIL LFILE-DONE                                     03040000
030500         CLOSE P26LFILE                                           03050000
030600     END-IF.                                                      03060000
030700*                                                                 03070000
030800 VALUE-NEXT-PARA.                                                 03080000
030900     READ P26LFILE NEXT RECORD                                    03090000
031000         AT END                                                   03100000
031100             SET LFILE-DONE TO TRUE                               03110000
031200     END-READ                                                     03120000
031300     IF NOT LFILE-DONE                                            03130000
031400         PERFORM VALUE-EMPLOYEE-PARA                              03140000
031500     END-IF.                                                      03150000
031600*                                                                 03160000
031700 VALUE-EMPLOYEE-PARA.                                             03170000
031800     ADD 1 TO WS-EMP-COUNT                                        03180000
031900     PERFORM GET-DAY-RATE-PARA                                    03190000
032000     PERFORM GET-SNAPSHOT-PARA                                    03200000
032100     IF NOT EMP-FOUND                                             03210000
032200        AND SNAP-FOUND                                            03220000
032300         MOVE WS-OPEN-DEPT TO WS-CUR-DEPT                         03230000
032400         MOVE WS-OPEN-LOC TO WS-CUR-LOC                           03240000
032500     END-IF                                                       03250000
032600     MOVE LVE-EMP-ID TO WS-CHK-EMP-ID                             03260000
032700     PERFORM CHECK-TERMINATED-PARA                                03270000
032800     COMPUTE WS-ACCR-DAYS = LVE-ACCRUED-DAYS - WS-OPEN-ACCR       03280000
032900     IF WS-ACCR-DAYS < ZERO                                       03290000
033000         MOVE LVE-ACCRUED-DAYS TO WS-ACCR-DAYS                    03300000
033100     END-IF                                                       03310000
033200     COMPUTE WS-TAKEN-DAYS = LVE-TAKEN-DAYS - WS-OPEN-TAKEN       03320000
033300     IF WS-TAKEN-DAYS < ZERO                                      03330000
033400         MOVE LVE-TAKEN-DAYS TO WS-TAKEN-DAYS                     03340000
033500     END-IF                                                       03350000
033600     COMPUTE WS-REST-DAYS = WS-OPEN-BAL + WS-ACCR-DAYS            03360000
033700         - WS-TAKEN-DAYS - LVE-BAL-DAYS                           03370000
033800     COMPUTE WS-ACCR-VAL ROUNDED = WS-ACCR-DAYS * WS-DAY-RATE     03380000
033900     COMPUTE WS-TAKEN-VAL ROUNDED = WS-TAKEN-DAYS * WS-DAY-RATE   03390000
034000     MOVE ZERO TO WS-PAID-VAL                                     03400000
034100     IF EMP-TERMINATED                                            03410000
034200        AND WS-REST-DAYS > ZERO                                   03420000
034300         COMPUTE WS-PAID-VAL ROUNDED = WS-REST-DAYS * WS-DAY-RATE 03430000
034400     END-IF                                                       03440000
034500     COMPUTE WS-CLOSE-VAL ROUNDED = LVE-BAL-DAYS * WS-DAY-RATE    03450000
034600     COMPUTE WS-ADJ-VAL = WS-CLOSE-VAL - WS-OPEN-VALUE            03460000
034700         - WS-ACCR-VAL + WS-TAKEN-VAL + WS-PAID-VAL               03470000
034800     IF SNAP-FOUND                                                03480000
034900        AND (WS-OPEN-DEPT NOT = WS-CUR-DEPT                       03490000
035000             OR WS-OPEN-LOC NOT = WS-CUR-LOC)                     03500000
035100         MOVE WS-OPEN-DEPT TO WS-POST-DEPT                        03510000
035200         MOVE WS-OPEN-LOC TO WS-POST-LOC                          03520000
035300         PERFORM FIND-ENTRY-PARA                                  03530000
035400         ADD WS-OPEN-VALUE TO WS-VAL-OPEN(WS-VAL-SUB)             03540000
035500         SUBTRACT WS-OPEN-VALUE FROM WS-VAL-XFER(WS-VAL-SUB)      03550000
035600         MOVE WS-CUR-DEPT TO WS-POST-DEPT                         03560000
035700         MOVE WS-CUR-LOC TO WS-POST-LOC                           03570000
035800         PERFORM FIND-ENTRY-PARA                                  03580000
035900         ADD WS-OPEN-VALUE TO WS-VAL-XFER(WS-VAL-SUB)             03590000
036000     ELSE                                                         03600000
036100         MOVE WS-CUR-DEPT TO WS-POST-DEPT                         03610000
036200         MOVE WS-CUR-LOC TO WS-POST-LOC                           03620000
036300         PERFORM FIND-ENTRY-PARA                                  03630000
036400         ADD WS-OPEN-VALUE TO WS-VAL-OPEN(WS-VAL-SUB)             03640000
036500     END-IF                                                       03650000
036600     ADD WS-ACCR-VAL TO WS-VAL-ACCR(WS-VAL-SUB)                   03660000
036700     ADD WS-TAKEN-VAL TO WS-VAL-TAKEN(WS-VAL-SUB)                 03670000
036800     ADD WS-PAID-VAL TO WS-VAL-PAID(WS-VAL-SUB)                   03680000
036900     ADD WS-ADJ-VAL TO WS-VAL-ADJ(WS-VAL-SUB)                     03690000
037000     ADD WS-CLOSE-VAL TO WS-VAL-CLOSE(WS-VAL-SUB)                 03700000
037100     PERFORM SAVE-SNAPSHOT-PARA.                                  03710000
037200*                                                                 03720000
037300 GET-DAY-RATE-PARA.                                               03730000
037400     MOVE 'N' TO WS-EMP-FOUND-FLAG                                03740000
037500     MOVE ZERO TO WS-DAY-RATE                                     03750000
037600     MOVE SPACES TO WS-CUR-DEPT WS-CUR-LOC                        03760000
037700     IF MFILE-OPEN                                                03770000
037800         MOVE LVE-EMP-ID TO EMP-ID                                03780000
037900         READ P26MFILE                                            03790000
038000             INVALID KEY                                          03800000
038100                 CONTINUE                                         03810000
038200             NOT INVALID KEY                                      03820000
038300                 MOVE 'Y' TO WS-EMP-FOUND-FLAG                    03830000
038400                 MOVE EMP-DEPT TO WS-CUR-DEPT                     03840000
038500                 MOVE EMP-LOC TO WS-CUR-LOC                       03850000
038600                 COMPUTE WS-DAY-RATE ROUNDED =                    03860000
038700                     EMP-EARN / WS-WORK-DAYS                      03870000
038800         END-READ                                                 03880000
038900     END-IF                                                       03890000
039000     IF HRF-OPEN                                                  03900000
039100         MOVE LVE-EMP-ID TO HRT-EMP-ID                            03910000
039200         READ P26HRF                                              03920000
039300             INVALID KEY                                          03930000
039400                 CONTINUE                                         03940000
039500             NOT INVALID KEY                                      03950000
039600                 IF HRT-HOURLY                                    03960000
039700                     COMPUTE WS-DAY-RATE ROUNDED =                03970000
039800                         HRT-HOUR-RATE * WS-HOURS-PER-DAY         03980000
039900                 END-IF                                           03990000
040000         END-READ                                                 04000000
040100     END-IF                                                       04010000
040200     IF WS-DAY-RATE = ZERO                                        04020000
040300        AND LVE-BAL-DAYS > ZERO                                   04030000
040400         ADD 1 TO WS-NORATE-COUNT                                 04040000
040500         MOVE LVE-EMP-ID TO EL-EMP-ID                             04050000
040600         MOVE 'NO DAILY RATE - BALANCE VALUED AT ZERO'            04060000
040700             TO EL-TEXT                                           04070000
040800         MOVE WS-EXCEPTION-LINE TO LVRP-LINE                      04080000
040900         WRITE LVRP-LINE                                          04090000
041000     END-IF.                                                      04100000
041100*                                                                 04110000
041200 GET-SNAPSHOT-PARA.                                               04120000
041300     MOVE 'N' TO WS-SNAP-FOUND-FLAG                               04130000
041400     MOVE SPACES TO WS-OPEN-DEPT WS-OPEN-LOC WS-OPEN-PERIOD       04140000
041500     MOVE ZERO TO WS-OPEN-BAL WS-OPEN-ACCR WS-OPEN-TAKEN          04150000
041600     MOVE ZERO TO WS-OPEN-RATE WS-OPEN-VALUE                      04160000
041700     MOVE LVE-EMP-ID TO LVV-EMP-ID                                04170000
041800     READ P26LVAL                                                 04180000
041900         INVALID KEY                                              04190000
042000             CONTINUE                                             04200000
042100         NOT INVALID KEY                                          04210000
042200             MOVE 'Y' TO WS-SNAP-FOUND-FLAG                       04220000
042300             PERFORM LOAD-OPENING-PARA                            04230000
042400     END-READ.                                                    04240000
042500*                                                                 04250000
042600 LOAD-OPENING-PARA.                                               04260000
042700     IF LVV-VAL-PERIOD = WS-PERIOD                                04270000
042800         MOVE LVV-PREV-DEPT TO WS-OPEN-DEPT                       04280000
042900         MOVE LVV-PREV-LOC TO WS-OPEN-LOC                         04290000
043000         MOVE LVV-PREV-PERIOD TO WS-OPEN-PERIOD                   04300000
043100         MOVE LVV-PREV-BAL-DAYS TO WS-OPEN-BAL                    04310000
043200         MOVE LVV-PREV-ACCRUED-DAYS TO WS-OPEN-ACCR               04320000
043300         MOVE LVV-PREV-TAKEN-DAYS TO WS-OPEN-TAKEN                04330000
043400         MOVE LVV-PREV-DAY-RATE TO WS-OPEN-RATE                   04340000
043500         MOVE LVV-PREV-VALUE TO WS-OPEN-VALUE                     04350000
043600     ELSE                                                         04360000
043700         MOVE LVV-DEPT TO WS-OPEN-DEPT                            04370000
043800         MOVE LVV-LOC TO WS-OPEN-LOC                              04380000
043900         MOVE LVV-VAL-PERIOD TO WS-OPEN-PERIOD                    04390000
044000         MOVE LVV-BAL-DAYS TO WS-OPEN-BAL                         04400000
044100         MOVE LVV-ACCRUED-DAYS TO WS-OPEN-ACCR                    04410000
044200         MOVE LVV-TAKEN-DAYS TO WS-OPEN-TAKEN                     04420000
044300         MOVE LVV-DAY-RATE TO WS-OPEN-RATE                        04430000
044400         MOVE LVV-VALUE TO WS-OPEN-VALUE                          04440000
044500     END-IF                                                       04450000
044600     IF WS-OPEN-PERIOD > WS-LAST-VAL-PERIOD                       04460000
044700         MOVE WS-OPEN-PERIOD TO WS-LAST-VAL-PERIOD                04470000
044800     END-IF.                                                      04480000
044900*                                                                 04490000
045000 SAVE-SNAPSHOT-PARA.                                              04500000
045100     MOVE WS-OPEN-DEPT TO LVV-PREV-DEPT                           04510000
045200     MOVE WS-OPEN-LOC TO LVV-PREV-LOC                             04520000
045300     MOVE WS-OPEN-PERIOD TO LVV-PREV-PERIOD                       04530000
045400     MOVE WS-OPEN-BAL TO LVV-PREV-BAL-DAYS                        04540000
045500     MOVE WS-OPEN-ACCR TO LVV-PREV-ACCRUED-DAYS                   04550000
045600     MOVE WS-OPEN-TAKEN TO LVV-PREV-TAKEN-DAYS                    04560000
045700     MOVE WS-OPEN-RATE TO LVV-PREV-DAY-RATE                       04570000
045800     MOVE WS-OPEN-VALUE TO LVV-PREV-VALUE                         04580000
045900     MOVE LVE-EMP-ID TO LVV-EMP-ID                                04590000
046000     MOVE WS-CUR-DEPT TO LVV-DEPT                                 04600000
046100     MOVE WS-CUR-LOC TO LVV-LOC                                   04610000
046200     MOVE WS-PERIOD TO LVV-VAL-PERIOD                             04620000
046300     MOVE LVE-BAL-DAYS TO LVV-BAL-DAYS                            04630000
046400     MOVE LVE-ACCRUED-DAYS TO LVV-ACCRUED-DAYS                    04640000
046500     MOVE LVE-TAKEN-DAYS TO LVV-TAKEN-DAYS                        04650000
046600     MOVE WS-DAY-RATE TO LVV-DAY-RATE                             04660000
046700     MOVE WS-CLOSE-VAL TO LVV-VALUE                               04670000
046800     MOVE WS-RUN-STAMP TO LVV-RUN-STAMP                           04680000
046900     MOVE WS-RUN-DATE-OUT TO LVV-RUN-DATE                         04690000
047000     IF SNAP-FOUND                                                04700000
047100         REWRITE LEAVE-VALUATION-RECORD                           04710000
047200             INVALID KEY                                          04720000
047300                 SET RUN-FAILED TO TRUE                           04730000
047400         END-REWRITE                                              04740000
047500     ELSE                                                         04750000
047600         WRITE LEAVE-VALUATION-RECORD                             04760000
047700             INVALID KEY                                          04770000
047800                 SET RUN-FAILED TO TRUE                           04780000
047900         END-WRITE                                                04790000
048000     END-IF.                                                      04800000
048100*                                                                 04810000
048200 CHECK-TERMINATED-PARA.                                           04820000
048300     MOVE 'N' TO WS-TERM-FLAG                                     04830000
048400     IF SFILE-OPEN                                                04840000
048500         MOVE WS-CHK-EMP-ID TO STS-EMP-ID                         04850000
048600         READ P26SFILE                                            04860000
048700             INVALID KEY                                          04870000
048800                 CONTINUE                                         04880000
048900             NOT INVALID KEY                                      04890000
049000                 IF STS-TERMINATED                                04900000
049100                     MOVE 'Y' TO WS-TERM-FLAG                     04910000
049200                 END-IF                                           04920000
049300         END-READ                                                 04930000
049400     END-IF.                                                      04940000
049500*                                                                 04950000
049600 RELEASE-REMOVED-PARA.                                            04960000
049700     MOVE LOW-VALUES TO LVV-EMP-ID                                04970000
049800     START P26LVAL KEY IS NOT LESS THAN LVV-EMP-ID                04980000
049900         INVALID KEY                                              04990000
050000             SET LVAL-DONE TO TRUE                                05000000
050100     END-START                                                    05010000
050200     PERFORM RELEASE-NEXT-PARA                                    05020000
050300         UNTIL LVAL-DONE.                                         05030000
050400*                                                                 05040000
050500 RELEASE-NEXT-PARA.                                               05050000
050600     READ P26LVAL NEXT RECORD                                     05060000
050700         AT END                                                   05070000
050800             SET LVAL-DONE TO TRUE                                05080000
050900     END-READ                                                     05090000
051000     IF NOT LVAL-DONE                                             05100000
051100        AND LVV-RUN-STAMP NOT = WS-RUN-STAMP                      05110000
051200         PERFORM RELEASE-ONE-PARA                                 05120000
051300     END-IF.                                                      05130000
051400*                                                                 05140000
051500 RELEASE-ONE-PARA.                                                05150000
051600     PERFORM LOAD-OPENING-PARA                                    05160000
051700     MOVE ZERO TO WS-PAID-VAL WS-ADJ-VAL                          05170000
051800     IF WS-OPEN-VALUE > ZERO                                      05180000
051900         ADD 1 TO WS-RELEASE-COUNT                                05190000
052000         MOVE LVV-EMP-ID TO WS-CHK-EMP-ID                         05200000
052100         PERFORM CHECK-TERMINATED-PARA                            05210000
052200         IF EMP-TERMINATED                                        05220000
052300             MOVE WS-OPEN-VALUE TO WS-PAID-VAL                    05230000
052400         ELSE                                                     05240000
052500             COMPUTE WS-ADJ-VAL = ZERO - WS-OPEN-VALUE            05250000
052600         END-IF                                                   05260000
052700         MOVE WS-OPEN-DEPT TO WS-POST-DEPT                        05270000
052800         MOVE WS-OPEN-LOC TO WS-POST-LOC                          05280000
052900         PERFORM FIND-ENTRY-PARA                                  05290000
053000         ADD WS-OPEN-VALUE TO WS-VAL-OPEN(WS-VAL-SUB)             05300000
053100         ADD WS-PAID-VAL TO WS-VAL-PAID(WS-VAL-SUB)               05310000
053200         ADD WS-ADJ-VAL TO WS-VAL-ADJ(WS-VAL-SUB)                 05320000
053300         MOVE LVV-EMP-ID TO EL-EMP-ID                             05330000
053400         MOVE 'NO LONGER ON LEAVE FILE - LIABILITY RELEASED'      05340000
053500             TO EL-TEXT                                           05350000
053600         MOVE WS-EXCEPTION-LINE TO LVRP-LINE                      05360000
053700         WRITE LVRP-LINE                                          05370000
053800     END-IF                                                       05380000
053900     MOVE WS-OPEN-DEPT TO LVV-PREV-DEPT                           05390000
054000     MOVE WS-OPEN-LOC TO LVV-PREV-LOC                             05400000
054100     MOVE WS-OPEN-PERIOD TO LVV-PREV-PERIOD                       05410000
054200     MOVE WS-OPEN-BAL TO LVV-PREV-BAL-DAYS                        05420000
054300     MOVE WS-OPEN-ACCR TO LVV-PREV-ACCRUED-DAYS                   05430000
054400     MOVE WS-OPEN-TAKEN TO LVV-PREV-TAKEN-DAYS                    05440000
054500     MOVE WS-OPEN-RATE TO LVV-PREV-DAY-RATE                       05450000
054600     MOVE WS-OPEN-VALUE TO LVV-PREV-VALUE                         05460000
054700     MOVE WS-PERIOD TO LVV-VAL-PERIOD                             05470000
054800     MOVE ZERO TO LVV-BAL-DAYS LVV-ACCRUED-DAYS LVV-TAKEN-DAYS    05480000
054900     MOVE ZERO TO LVV-DAY-RATE LVV-VALUE                          05490000
055000     MOVE WS-RUN-STAMP TO LVV-RUN-STAMP                           05500000
055100     MOVE WS-RUN-DATE-OUT TO LVV-RUN-DATE                         05510000
055200     REWRITE LEAVE-VALUATION-RECORD                               05520000
055300         INVALID KEY                                              05530000
055400             SET RUN-FAILED TO TRUE                               05540000
055500     END-REWRITE.                                                 05550000
055600*                                                                 05560000
055700 FIND-ENTRY-PARA.                                                 05570000
055800     MOVE 'N' TO WS-FOUND-FLAG                                    05580000
055900     MOVE ZERO TO WS-VAL-SUB                                      05590000
056000     PERFORM FIND-ENTRY-SCAN-PARA                                 05600000
056100         UNTIL WS-VAL-SUB = WS-VAL-TABLE-MAX OR ENTRY-FOUND       05610000
056200     IF NOT ENTRY-FOUND                                           05620000
056300         ADD 1 TO WS-VAL-TABLE-MAX                                05630000
056400         MOVE WS-VAL-TABLE-MAX TO WS-VAL-SUB                      05640000
056500         MOVE WS-POST-DEPT TO WS-VAL-DEPT(WS-VAL-SUB)             05650000
056600         MOVE WS-POST-LOC TO WS-VAL-LOC(WS-VAL-SUB)               05660000
056700         MOVE ZERO TO WS-VAL-OPEN(WS-VAL-SUB)                     05670000
056800         MOVE ZERO TO WS-VAL-ACCR(WS-VAL-SUB)                     05680000
056900         MOVE ZERO TO WS-VAL-TAKEN(WS-VAL-SUB)                    05690000
057000         MOVE ZERO TO WS-VAL-PAID(WS-VAL-SUB)                     05700000
057100         MOVE ZERO TO WS-VAL-XFER(WS-VAL-SUB)                     05710000
057200         MOVE ZERO TO WS-VAL-ADJ(WS-VAL-SUB)                      05720000
057300         MOVE ZERO TO WS-VAL-CLOSE(WS-VAL-SUB)                    05730000
057400     END-IF.                                                      05740000
057500*                                                                 05750000
057600 FIND-ENTRY-SCAN-PARA.                                            05760000
057700     ADD 1 TO WS-VAL-SUB                                          05770000
057800     IF WS-VAL-DEPT(WS-VAL-SUB) = WS-POST-DEPT                    05780000
057900        AND WS-VAL-LOC(WS-VAL-SUB) = WS-POST-LOC                  05790000
058000         MOVE 'Y' TO WS-FOUND-FLAG                                05800000
058100     END-IF.                                                      05810000
058200*                                                                 05820000
058300 PRINT-SCHEDULE-PARA.                                             05830000
058400     MOVE SPACES TO LVRP-LINE                                     05840000
058500     WRITE LVRP-LINE                                              05850000
058600     MOVE 'LIABILITY SCHEDULE BY DEPARTMENT AND LOCATION'         05860000
058700         TO LVRP-LINE                                             05870000
058800     WRITE LVRP-LINE                                              05880000
058900     MOVE WS-COL-HEADING TO LVRP-LINE                             05890000
059000     WRITE LVRP-LINE                                              05900000
059100     MOVE ZERO TO WS-VAL-SUB                                      05910000
059200     PERFORM PRINT-ENTRY-PARA                                     05920000
059300         UNTIL WS-VAL-SUB = WS-VAL-TABLE-MAX                      05930000
059400     MOVE 'TOTAL' TO SL-DEPT                                      05940000
059500     MOVE SPACES TO SL-LOC                                        05950000
059600     MOVE WS-TOT-OPEN TO SL-OPEN                                  05960000
059700     MOVE WS-TOT-ACCR TO SL-ACCR                                  05970000
059800     MOVE WS-TOT-TAKEN TO SL-TAKEN                                05980000
059900     MOVE WS-TOT-PAID TO SL-PAID                                  05990000
060000     MOVE WS-TOT-XFER TO SL-XFER                                  06000000
060100     MOVE WS-TOT-ADJ TO SL-ADJ                                    06010000
060200     MOVE WS-TOT-CLOSE TO SL-CLOSE                                06020000
060300     MOVE SPACES TO LVRP-LINE                                     06030000
060400     WRITE LVRP-LINE                                              06040000
060500     MOVE WS-SCHED-LINE TO LVRP-LINE                              06050000
060600     WRITE LVRP-LINE.                                             06060000
060700*                                                                 06070000
060800 PRINT-ENTRY-PARA.                                                06080000
060900     ADD 1 TO WS-VAL-SUB                                          06090000
061000     MOVE WS-VAL-DEPT(WS-VAL-SUB) TO SL-DEPT                      06100000
061100     MOVE WS-VAL-LOC(WS-VAL-SUB) TO SL-LOC                        06110000
061200     MOVE WS-VAL-OPEN(WS-VAL-SUB) TO SL-OPEN                      06120000
061300     MOVE WS-VAL-ACCR(WS-VAL-SUB) TO SL-ACCR                      06130000
061400     MOVE WS-VAL-TAKEN(WS-VAL-SUB) TO SL-TAKEN                    06140000
061500     MOVE WS-VAL-PAID(WS-VAL-SUB) TO SL-PAID                      06150000
061600     MOVE WS-VAL-XFER(WS-VAL-SUB) TO SL-XFER                      06160000
061700     MOVE WS-VAL-ADJ(WS-VAL-SUB) TO SL-ADJ                        06170000
061800     MOVE WS-VAL-CLOSE(WS-VAL-SUB) TO SL-CLOSE                    06180000
061900     MOVE WS-SCHED-LINE TO LVRP-LINE                              06190000
062000     WRITE LVRP-LINE                                              06200000
062100     ADD WS-VAL-OPEN(WS-VAL-SUB) TO WS-TOT-OPEN                   06210000
062200     ADD WS-VAL-ACCR(WS-VAL-SUB) TO WS-TOT-ACCR                   06220000
062300     ADD WS-VAL-TAKEN(WS-VAL-SUB) TO WS-TOT-TAKEN                 06230000
062400     ADD WS-VAL-PAID(WS-VAL-SUB) TO WS-TOT-PAID                   06240000
062500     ADD WS-VAL-XFER(WS-VAL-SUB) TO WS-TOT-XFER                   06250000
062600     ADD WS-VAL-ADJ(WS-VAL-SUB) TO WS-TOT-ADJ                     06260000
062700     ADD WS-VAL-CLOSE(WS-VAL-SUB) TO WS-TOT-CLOSE.                06270000
062800*                                                                 06280000
062900 WRITE-PROVISION-PARA.                                            06290000
063000     MOVE SPACES TO LVRP-LINE                                     06300000
063100     WRITE LVRP-LINE                                              06310000
063200     MOVE 'GL PROVISION ADJUSTMENTS' TO LVRP-LINE                 06320000
063300     WRITE LVRP-LINE                                              06330000
063400     MOVE ZERO TO WS-VAL-SUB                                      06340000
063500     PERFORM POST-ENTRY-PARA                                      06350000
063600         UNTIL WS-VAL-SUB = WS-VAL-TABLE-MAX.                     06360000
063700*                                                                 06370000
063800 POST-ENTRY-PARA.                                                 06380000
063900     ADD 1 TO WS-VAL-SUB                                          06390000
064000     COMPUTE WS-GL-AMOUNT = WS-VAL-CLOSE(WS-VAL-SUB)              06400000
064100         - WS-VAL-OPEN(WS-VAL-SUB)                                06410000
064200     MOVE SPACES TO GLPF-RECORD                                   06420000
064300     MOVE WS-VAL-DEPT(WS-VAL-SUB) TO GLP-DEPT                     06430000
064400     MOVE WS-VAL-LOC(WS-VAL-SUB) TO GLP-LOC                       06440000
064500     IF WS-GL-AMOUNT > ZERO                                       06450000
064600         MOVE WS-GL-AMOUNT TO GLP-AMOUNT                          06460000
064700         MOVE 'LVEXP   ' TO GLP-ACCOUNT                           06470000
064800         MOVE 'D' TO GLP-DC                                       06480000
064900         PERFORM WRITE-POSTING-PARA                               06490000
065000         MOVE 'LVPROV  ' TO GLP-ACCOUNT                           06500000
065100         MOVE 'C' TO GLP-DC                                       06510000
065200         PERFORM WRITE-POSTING-PARA                               06520000
065300     END-IF                                                       06530000
065400     IF WS-GL-AMOUNT < ZERO                                       06540000
065500         COMPUTE GLP-AMOUNT = ZERO - WS-GL-AMOUNT                 06550000
065600         MOVE 'LVPROV  ' TO GLP-ACCOUNT                           06560000
065700         MOVE 'D' TO GLP-DC                                       06570000
065800         PERFORM WRITE-POSTING-PARA                               06580000
065900         MOVE 'LVEXP   ' TO GLP-ACCOUNT                           06590000
066000         MOVE 'C' TO GLP-DC                                       06600000
066100         PERFORM WRITE-POSTING-PARA                               06610000
066200     END-IF.                                                      06620000
066300*                                                                 06630000
066400 WRITE-POSTING-PARA.                                              06640000
066500     WRITE GLPF-RECORD                                            06650000
066600     ADD 1 TO WS-GL-COUNT                                         06660000
066700     IF GLP-DC = 'D'                                              06670000
066800         ADD GLP-AMOUNT TO WS-GL-DEBITS                           06680000
066900     ELSE                                                         06690000
067000         ADD GLP-AMOUNT TO WS-GL-CREDITS                          06700000
067100     END-IF                                                       06710000
067200     MOVE GLP-ACCOUNT TO PL-ACCOUNT                               06720000
067300     MOVE GLP-DEPT TO PL-DEPT                                     06730000
067400     MOVE GLP-LOC TO PL-LOC                                       06740000
067500     MOVE GLP-DC TO PL-DC                                         06750000
067600     MOVE GLP-AMOUNT TO PL-AMOUNT                                 06760000
067700     MOVE WS-POSTING-LINE TO LVRP-LINE                            06770000
067800     WRITE LVRP-LINE.                                             06780000
067900*                                                                 06790000
068000 TERMINATION-PARA.                                                06800000
068100     MOVE SPACES TO LVRP-LINE                                     06810000
068200     WRITE LVRP-LINE                                              06820000
068300     MOVE SPACES TO WS-SUMMARY-LINE                               06830000
068400     MOVE 'PREVIOUS VALUATION PERIOD' TO SM-LABEL                 06840000
068500     IF WS-LAST-VAL-PERIOD = SPACES                               06850000
068600         MOVE 'NONE' TO SM-VALUE                                  06860000
068700     ELSE                                                         06870000
068800         MOVE WS-LAST-VAL-PERIOD TO SM-VALUE                      06880000
068900     END-IF                                                       06890000
069000     MOVE WS-SUMMARY-LINE TO LVRP-LINE                            06900000
069100     WRITE LVRP-LINE                                              06910000
069200     MOVE 'EMPLOYEES VALUED' TO SM-LABEL                          06920000
069300     MOVE WS-EMP-COUNT TO WS-COUNT-OUT                            06930000
069400     MOVE WS-COUNT-OUT TO SM-VALUE                                06940000
069500     MOVE WS-SUMMARY-LINE TO LVRP-LINE                            06950000
069600     WRITE LVRP-LINE                                              06960000
069700     MOVE 'BALANCES WITH NO DAILY RATE' TO SM-LABEL               06970000
069800     MOVE WS-NORATE-COUNT TO WS-COUNT-OUT                         06980000
069900     MOVE WS-COUNT-OUT TO SM-VALUE                                06990000
070000     MOVE WS-SUMMARY-LINE TO LVRP-LINE                            07000000
070100     WRITE LVRP-LINE                                              07010000
070200     MOVE 'LIABILITIES RELEASED' TO SM-LABEL                      07020000
070300     MOVE WS-RELEASE-COUNT TO WS-COUNT-OUT                        07030000
070400     MOVE WS-COUNT-OUT TO SM-VALUE                                07040000
070500     MOVE WS-SUMMARY-LINE TO LVRP-LINE                            07050000
070600     WRITE LVRP-LINE                                              07060000
070700     MOVE 'GL ENTRIES WRITTEN' TO SM-LABEL                        07070000
070800     MOVE WS-GL-COUNT TO WS-COUNT-OUT                             07080000
070900     MOVE WS-COUNT-OUT TO SM-VALUE                                07090000
071000     MOVE WS-SUMMARY-LINE TO LVRP-LINE                            07100000
071100     WRITE LVRP-LINE                                              07110000
071200     MOVE 'GL DEBITS' TO SM-LABEL                                 07120000
071300     MOVE WS-GL-DEBITS TO WS-AMOUNT-OUT                           07130000
071400     MOVE WS-AMOUNT-OUT TO SM-VALUE                               07140000
071500     MOVE WS-SUMMARY-LINE TO LVRP-LINE                            07150000
071600     WRITE LVRP-LINE                                              07160000
071700     MOVE 'GL CREDITS' TO SM-LABEL                                07170000
071800     MOVE WS-GL-CREDITS TO WS-AMOUNT-OUT                          07180000
071900     MOVE WS-AMOUNT-OUT TO SM-VALUE                               07190000
072000     MOVE WS-SUMMARY-LINE TO LVRP-LINE                            07200000
072100     WRITE LVRP-LINE                                              07210000
072200     IF MFILE-OPEN                                                07220000
072300         CLOSE P26MFILE                                           07230000
072400     END-IF                                                       07240000
072500     IF HRF-OPEN                                                  07250000
072600         CLOSE P26HRF                                             07260000
072700     END-IF                                                       07270000
072800     IF SFILE-OPEN                                                07280000
072900         CLOSE P26SFILE                                           07290000
073000     END-IF                                                       07300000
073100     CLOSE P26LVAL                                                07310000
073200     CLOSE P26LVRP                                                07320000
073300     CLOSE P26LVGL.                                               07330000
073400*                                                                 07340000
073500 REGISTER-START-PARA.                                             07350000
073600     SET RCA-START TO TRUE                                        07360000
073700     MOVE 'P26BP64' TO RCA-JOB-NAME                               07370000
073800     MOVE SPACES TO RCA-BUS-DATE                                  07380000
073900     MOVE SPACES TO RCA-PRED-JOB                                  07390000
074000     MOVE SPACES TO RCA-OVERRIDE                                  07400000
074100     MOVE ZERO TO RCA-READ-COUNT                                  07410000
074200     MOVE ZERO TO RCA-WRITE-COUNT                                 07420000
074300     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       07430000
074400     IF RCA-RETURN NOT = '00'                                     07440000
074500         DISPLAY 'P26BP64 RUN REFUSED BY RUN CONTROL RC='         07450000
074600             RCA-RETURN                                           07460000
074700         STOP RUN                                                 07470000
074800     END-IF.                                                      07480000
074900*                                                                 07490000
075000 REGISTER-END-PARA.                                               07500000
075100     IF RUN-FAILED                                                07510000
075200         SET RCA-FAIL TO TRUE                                     07520000
075300     ELSE                                                         07530000
075400         SET RCA-END TO TRUE                                      07540000
075500     END-IF                                                       07550000
075600     MOVE WS-EMP-COUNT TO RCA-READ-COUNT                          07560000
075700     MOVE WS-GL-COUNT TO RCA-WRITE-COUNT                          07570000
075800     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      07580000
