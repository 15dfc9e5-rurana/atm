000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP54.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26ACPARM ASSIGN TO P26ACPARM                         00060000
000700         ORGANIZATION IS LINE SEQUENTIAL                          00070000
000800         FILE STATUS IS WS-ACPARM-STATUS.                         00080000
000900     SELECT P26ACCF ASSIGN TO P26ACCF                             00090000
001000         ORGANIZATION IS INDEXED                                  00100000
001100         ACCESS MODE IS DYNAMIC                                   00110000
001200         RECORD KEY IS ACR-MONTH                                  00120000
001300         FILE STATUS IS WS-ACCF-STATUS.                           00130000
001400     SELECT P26PCAL ASSIGN TO P26PCAL                             00140000
001500         ORGANIZATION IS INDEXED                                  00150000
001600         ACCESS MODE IS DYNAMIC                                   00160000
001700         RECORD KEY IS CAL-PERIOD                                 00170000
001800         FILE STATUS IS WS-PCAL-STATUS.                           00180000
001900     SELECT P26AFILE ASSIGN TO P26AFILE                           00190000
002000         ORGANIZATION IS INDEXED                                  00200000
002100         ACCESS MODE IS DYNAMIC                                   00210000
002200         RECORD KEY IS AEMP-ID                                    00220000
002300         FILE STATUS IS WS-AFILE-STATUS.                          00230000
002400     SELECT P26MFILE ASSIGN TO P26MFILE                           00240000
002500         ORGANIZATION IS INDEXED                                  00250000
002600         ACCESS MODE IS DYNAMIC                                   00260000
002700         RECORD KEY IS EMP-ID                                     00270000
002800         FILE STATUS IS WS-MFILE-STATUS.                          00280000
002900     SELECT P26SFILE ASSIGN TO P26SFILE                           00290000
003000         ORGANIZATION IS INDEXED                                  00300000
003100         ACCESS MODE IS DYNAMIC                                   00310000
003200         RECORD KEY IS STS-EMP-ID                                 00320000
003300         FILE STATUS IS WS-SFILE-STATUS.                          00330000
003400     SELECT P26HRF ASSIGN TO P26HRF                               00340000
003500         ORGANIZATION IS INDEXED                                  00350000
003600         ACCESS MODE IS DYNAMIC                                   00360000
003700         RECORD KEY IS HRT-EMP-ID                                 00370000
003800         FILE STATUS IS WS-HRF-STATUS.                            00380000
003900     SELECT P26TSF ASSIGN TO P26TSF                               00390000
004000         ORGANIZATION IS INDEXED                                  00400000
004100         ACCESS MODE IS DYNAMIC                                   00410000
004200         RECORD KEY IS TS-KEY                                     00420000
004300         FILE STATUS IS WS-TSF-STATUS.                            00430000
004400     SELECT P26LDF ASSIGN TO P26LDF                               00440000
004500         ORGANIZATION IS INDEXED                                  00450000
004600         ACCESS MODE IS DYNAMIC                                   00460000
004700         RECORD KEY IS LD-KEY                                     00470000
004800         FILE STATUS IS WS-LDF-STATUS.                            00480000
004900     SELECT P26ACGL ASSIGN TO P26ACGL                             00490000
005000         ORGANIZATION IS LINE SEQUENTIAL                          00500000
005100         FILE STATUS IS WS-ACGL-STATUS.                           00510000
005200     SELECT P26ACRV ASSIGN TO P26ACRV                             00520000
005300         ORGANIZATION IS LINE SEQUENTIAL                          00530000
005400         FILE STATUS IS WS-ACRV-STATUS.                           00540000
005500     SELECT P26ACSC ASSIGN TO P26ACSC                             00550000
005600         ORGANIZATION IS LINE SEQUENTIAL                          00560000
005700         FILE STATUS IS WS-ACSC-STATUS.                           00570000
005800*                                                                 00580000
005900 DATA DIVISION.                                                   00590000
006000 FILE SECTION.                                                    00600000
006100 FD  P26ACPARM                                                    00610000
006200     LABEL RECORDS ARE STANDARD.                                  00620000
006300 01  ACPARM-RECORD.                                               00630000
006400     03  AP-MONTH            PIC X(06).                           00640000
006500     03  FILLER              PIC X(74).                           00650000
006600 FD  P26ACCF                                                      00660000
006700     LABEL RECORDS ARE STANDARD.                                  00670000
006800     COPY P26ACCR.                                                00680000
006900 FD  P26PCAL                                                      00690000
007000     LABEL RECORDS ARE STANDARD.                                  00700000
007100     COPY P26PCLR.                                                00710000
007200 FD  P26AFILE                                                     00720000
007300     LABEL RECORDS ARE STANDARD.                                  00730000
007400     COPY EMPREC REPLACING                                        00740000
007500         ==EMPLOYEE-RECORD== BY ==A-EMPLOYEE-RECORD==             00750000
007600         ==EMP-ID==          BY ==AEMP-ID==                       00760000
007700         ==EMP-NAME==        BY ==AEMP-NAME==                     00770000
007800         ==EMP-TECH==        BY ==AEMP-TECH==                     00780000
007900         ==EMP-LOC==         BY ==AEMP-LOC==                      00790000
008000         ==EMP-DOB==         BY ==AEMP-DOB==                      00800000
008100         ==EMP-EARN==        BY ==AEMP-EARN==                     00810000
008200         ==EMP-DEDN==        BY ==AEMP-DEDN==                     00820000
008300         ==EMP-UPD-DATE==    BY ==AEMP-UPD-DATE==                 00830000
008400         ==EMP-UPD-TIME==    BY ==AEMP-UPD-TIME==                 00840000
008500         ==EMP-UPD-TERM==    BY ==AEMP-UPD-TERM==.                00850000
008600 FD  P26MFILE                                                     00860000
008700     LABEL RECORDS ARE STANDARD.                                  00870000
008800     COPY EMPMSTR.                                                00880000
008900 FD  P26SFILE                                                     00890000
009000     LABEL RECORDS ARE STANDARD.                                  00900000
009100     COPY P26STR.                                                 00910000
009200 FD  P26HRF                                                       00920000
009300     LABEL RECORDS ARE STANDARD.                                  00930000
009400     COPY P26HRR.                                                 00940000
009500 FD  P26TSF                                                       00950000
009600     LABEL RECORDS ARE STANDARD.                                  00960000
009700     COPY P26TSR.                                                 00970000
009800 FD  P26LDF                                                       00980000
009900     LABEL RECORDS ARE STANDARD.                                  00990000
010000     COPY P26LDR.                                                 01000000
010100 FD  P26ACGL                                                      01010000
010200     LABEL RECORDS ARE STANDARD.                                  01020000
010300 01  ACGL-RECORD.                                                 01030000
010400     03  ACG-ACCOUNT         PIC X(08).                           01040000
010500     03  ACG-DEPT            PIC X(08).                           01050000
010600     03  ACG-LOC             PIC X(10).                           01060000
010700     03  ACG-DC              PIC X(01).                           01070000
010800     03  ACG-AMOUNT          PIC 9(09)V99.                        01080000
010900 FD  P26ACRV                                                      01090000
011000     LABEL RECORDS ARE STANDARD.                                  01100000
011100 01  ACRV-RECORD.                                                 01110000
011200     03  ACV-ACCOUNT         PIC X(08).                           01120000
011300     03  ACV-DEPT            PIC X(08).                           01130000
011400     03  ACV-LOC             PIC X(10).                           01140000
011500     03  ACV-DC              PIC X(01).                           01150000
011600     03  ACV-AMOUNT          PIC 9(09)V99.                        01160000
011700 FD  P26ACSC                                                      01170000
011800     LABEL RECORDS ARE STANDARD.                                  01180000
011900 01  ACSC-LINE               PIC X(132).                          01190000
012000*                                                                 01200000
012100 WORKING-STORAGE SECTION.                                         01210000
012200 01  WS-ACPARM-STATUS        PIC X(02) VALUE SPACES.              01220000
012300     88  ACPARM-MISSING              VALUE '35'.                  01230000
012400 01  WS-ACCF-STATUS          PIC X(02) VALUE SPACES.              01240000
012500     88  ACCF-OK                     VALUE '00'.                  01250000
012600     88  ACCF-MISSING                VALUE '35'.                  01260000
012700 01  WS-PCAL-STATUS          PIC X(02) VALUE SPACES.              01270000
012800     88  PCAL-MISSING                VALUE '35'.                  01280000
012900 01  WS-AFILE-STATUS         PIC X(02) VALUE SPACES.              01290000
013000     88  AFILE-MISSING               VALUE '35'.                  01300000
013100 01  WS-MFILE-STATUS         PIC X(02) VALUE SPACES.              01310000
013200     88  MFILE-MISSING               VALUE '35'.                  01320000
013300 01  WS-MFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 01330000
013400     88  MFILE-OPEN                  VALUE 'Y'.                   01340000
013500 01  WS-SFILE-STATUS         PIC X(02) VALUE SPACES.              01350000
013600     88  SFILE-MISSING               VALUE '35'.                  01360000
013700 01  WS-SFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 01370000
013800     88  SFILE-OPEN                  VALUE 'Y'.                   01380000
013900 01  WS-HRF-STATUS           PIC X(02) VALUE SPACES.              01390000
014000     88  HRF-MISSING                 VALUE '35'.                  01400000
014100 01  WS-HRF-OPEN-FLAG        PIC X(01) VALUE 'N'.                 01410000
014200     88  HRF-OPEN                    VALUE 'Y'.                   01420000
014300 01  WS-TSF-STATUS           PIC X(02) VALUE SPACES.              01430000
014400     88  TSF-MISSING                 VALUE '35'.                  01440000
014500 01  WS-TSF-OPEN-FLAG        PIC X(01) VALUE 'N'.                 01450000
014600     88  TSF-OPEN                    VALUE 'Y'.                   01460000
014700 01  WS-LDF-STATUS           PIC X(02) VALUE SPACES.              01470000
014800     88  LDF-MISSING                 VALUE '35'.                  01480000
014900 01  WS-LDF-OPEN-FLAG        PIC X(01) VALUE 'N'.                 01490000
015000     88  LDF-OPEN                    VALUE 'Y'.                   01500000
015100 01  WS-ACGL-STATUS          PIC X(02) VALUE SPACES.              01510000
015200 01  WS-ACRV-STATUS          PIC X(02) VALUE SPACES.              01520000
015300 01  WS-ACSC-STATUS          PIC X(02) VALUE SPACES.              01530000
015400 01  WS-RUN-STATE            PIC X(01) VALUE 'R'.                 01540000
015500     88  RUN-REFUSED                 VALUE 'R'.                   01550000
015600     88  RUN-NOTHING-DUE             VALUE 'N'.                   01560000
015700     88  RUN-ACCRUE                  VALUE 'A'.                   01570000
015800 01  WS-PCAL-EOF-FLAG        PIC X(01) VALUE 'N'.                 01580000
015900     88  PCAL-EOF                    VALUE 'Y'.                   01590000
016000 01  WS-PERIOD-FOUND-FLAG    PIC X(01) VALUE 'N'.                 01600000
016100     88  PERIOD-FOUND                VALUE 'Y'.                   01610000
016200 01  WS-PERIOD-CLOSED-FLAG   PIC X(01) VALUE 'N'.                 01620000
016300     88  PERIOD-CLOSED               VALUE 'Y'.                   01630000
016400 01  WS-AFILE-EOF-FLAG       PIC X(01) VALUE 'N'.                 01640000
016500     88  AFILE-EOF                   VALUE 'Y'.                   01650000
016600 01  WS-STS-FOUND-FLAG       PIC X(01) VALUE 'N'.                 01660000
016700     88  STS-FOUND                   VALUE 'Y'.                   01670000
016800 01  WS-HOURLY-FLAG          PIC X(01) VALUE 'N'.                 01680000
016900     88  HOURLY-EMP                  VALUE 'Y'.                   01690000
017000 01  WS-IN-PERIOD-FLAG       PIC X(01) VALUE 'N'.                 01700000
017100     88  IN-PERIOD                   VALUE 'Y'.                   01710000
017200 01  WS-FOUND-FLAG           PIC X(01) VALUE 'N'.                 01720000
017300     88  ENTRY-FOUND                 VALUE 'Y'.                   01730000
017400 01  WS-LD-DONE-FLAG         PIC X(01) VALUE 'N'.                 01740000
017500     88  LD-DONE                     VALUE 'Y'.                   01750000
017600 01  WS-DIST-FOUND-FLAG      PIC X(01) VALUE 'N'.                 01760000
017700     88  DIST-FOUND                  VALUE 'Y'.                   01770000
017800 01  WS-REFUSE-REASON        PIC X(50) VALUE SPACES.              01780000
017900 01  WS-EXCEPTION            PIC X(24) VALUE SPACES.              01790000
018000 01  WS-PERIOD               PIC X(06) VALUE SPACES.              01800000
018100 01  WS-ACC-MONTH.                                                01810000
018200     03  WS-ACC-YY           PIC 9(04).                           01820000
018300     03  WS-ACC-MM           PIC 9(02).                           01830000
018400 01  WS-ACC-MONTH-X REDEFINES WS-ACC-MONTH PIC X(06).             01840000
018500 01  WS-MONTH-END.                                                01850000
018600     03  WS-ME-YY            PIC 9(04).                           01860000
018700     03  WS-ME-MM            PIC 9(02).                           01870000
018800     03  WS-ME-DD            PIC 9(02).                           01880000
018900 01  WS-MONTH-END-X REDEFINES WS-MONTH-END PIC X(08).             01890000
019000 01  WS-REV-DATE.                                                 01900000
019100     03  WS-RV-YY            PIC 9(04).                           01910000
019200     03  WS-RV-MM            PIC 9(02).                           01920000
019300     03  WS-RV-DD            PIC 9(02).                           01930000
019400 01  WS-REV-DATE-X REDEFINES WS-REV-DATE PIC X(08).               01940000
019500 01  WS-MONTH-DAYS-VALUES    PIC X(24)                            01950000
019600         VALUE '312831303130313130313031'.                        01960000
019700 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.          01970000
019800     03  WS-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.           01980000
019900 01  WS-LEAP-QUOT            PIC 9(04) VALUE ZERO.                01990000
020000 01  WS-LEAP-REM-4           PIC 9(04) VALUE ZERO.                02000000
020100 01  WS-LEAP-REM-100         PIC 9(04) VALUE ZERO.                02010000
020200 01  WS-LEAP-REM-400         PIC 9(04) VALUE ZERO.                02020000
020300 01  WS-CAL-PERIOD           PIC X(06) VALUE SPACES.              02030000
020400 01  WS-CAL-START-DATE       PIC X(08) VALUE SPACES.              02040000
020500 01  WS-CAL-END-DATE         PIC X(08) VALUE SPACES.              02050000
020504 01  WS-PERIODS-PER-YEAR     PIC 9(02) VALUE 12.                  02050469
020508 01  WS-EMP-GROUP            PIC X(02) VALUE SPACES.              02050869
020512 01  WS-GRP-FOUND-FLAG       PIC X(01) VALUE 'N'.                 02051269
020516     88  GRP-FOUND                   VALUE 'Y'.                   02051669
020520 01  WS-GRP-ACCRUE-COUNT     PIC 9(02) VALUE ZERO.                02052069
020524 01  WS-GRP-CLOSED-COUNT     PIC 9(02) VALUE ZERO.                02052469
020528 01  WS-GRP-SUB              PIC 9(02) VALUE ZERO.                02052869
020532 01  WS-GRP-MAX              PIC 9(02) VALUE ZERO.                02053269
020536 01  WS-GRP-TABLE.                                                02053669
020540     03  WS-GRP-ENTRY OCCURS 20 TIMES.                            02054069
020544         05  WS-GRP-CODE         PIC X(02).                       02054469
020548         05  WS-GRP-PERIOD       PIC X(06).                       02054869
020552         05  WS-GRP-START        PIC X(08).                       02055269
020556         05  WS-GRP-END          PIC X(08).                       02055669
020560         05  WS-GRP-PPY          PIC 9(02).                       02056069
020564         05  WS-GRP-PRD-DAYS     PIC 9(03).                       02056469
020568         05  WS-GRP-STATE        PIC X(01).                       02056869
020572             88  GRP-ACCRUE              VALUE 'A'.               02057269
020576             88  GRP-CLOSED              VALUE 'C'.               02057669
020580             88  GRP-AT-MONTH-END        VALUE 'E'.               02058069
020600 01  WS-ACC-FROM             PIC X(08) VALUE SPACES.              02060000
020700 01  WS-ACC-TO               PIC X(08) VALUE SPACES.              02070000
020800 01  WS-PRD-DAYS             PIC 9(03) VALUE ZERO.                02080000
020900 01  WS-UNPAID-DAYS          PIC 9(03) VALUE ZERO.                02090000
021000 01  WS-PERIOD-VALUE         PIC 9(07)V99 VALUE ZERO.             02100000
021100 01  WS-ACCRUED-AMT          PIC 9(07)V99 VALUE ZERO.             02110000
021200 01  WS-READ-COUNT           PIC 9(05) VALUE ZERO.                02120000
021300 01  WS-ACCRUED-COUNT        PIC 9(05) VALUE ZERO.                02130000
021400 01  WS-EXCEPTION-COUNT      PIC 9(05) VALUE ZERO.                02140000
021500 01  WS-SKIPPED-COUNT        PIC 9(05) VALUE ZERO.                02150000
021550 01  WS-GROUP-SKIP-COUNT    PIC 9(05) VALUE ZERO.                 02155069
021600 01  WS-JOURNAL-COUNT        PIC 9(05) VALUE ZERO.                02160000
021700 01  WS-TOT-ACCRUED          PIC 9(09)V99 VALUE ZERO.             02170000
021800 01  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.                02180000
021900 01  WS-PAGE-NO              PIC 9(04) VALUE ZERO.                02190000
022000 01  WS-POST-DEPT            PIC X(08) VALUE SPACES.              02200000
022100 01  WS-POST-LOC             PIC X(10) VALUE SPACES.              02210000
022200 01  WS-DIST-SUB             PIC 9(01) VALUE ZERO.                02220000
022300 01  WS-DIST-MAX             PIC 9(01) VALUE ZERO.                02230000
022400 01  WS-DIST-TABLE.                                               02240000
022500     03  WS-DIST-ENTRY OCCURS 4 TIMES.                            02250000
022600         05  WS-DIST-DEPT        PIC X(08).                       02260000
022700         05  WS-DIST-LOC         PIC X(10).                       02270000
022800         05  WS-DIST-PCT         PIC 9(03)V99.                    02280000
022900 01  WS-CUM-PCT              PIC 9(03)V99 VALUE ZERO.             02290000
023000 01  WS-EMP-GROSS            PIC 9(09)V99 VALUE ZERO.             02300000
023100 01  WS-EMP-EMPR             PIC 9(09)V99 VALUE ZERO.             02310000
023200 01  WS-EMP-DEDN             PIC 9(09)V99 VALUE ZERO.             02320000
023300 01  WS-CUM-GROSS            PIC 9(09)V99 VALUE ZERO.             02330000
023400 01  WS-CUM-EMPR             PIC 9(09)V99 VALUE ZERO.             02340000
023500 01  WS-CUM-DEDN             PIC 9(09)V99 VALUE ZERO.             02350000
023600 01  WS-NEW-GROSS            PIC 9(09)V99 VALUE ZERO.             02360000
023700 01  WS-NEW-EMPR             PIC 9(09)V99 VALUE ZERO.             02370000
023800 01  WS-NEW-DEDN             PIC 9(09)V99 VALUE ZERO.             02380000
023900 01  WS-SPLIT-GROSS          PIC 9(09)V99 VALUE ZERO.             02390000
024000 01  WS-SPLIT-EMPR           PIC 9(09)V99 VALUE ZERO.             02400000
024100 01  WS-SPLIT-DEDN           PIC 9(09)V99 VALUE ZERO.             02410000
024200 01  WS-SPLIT-COUNT          PIC 9(05) VALUE ZERO.                02420000
024300 01  WS-GL-SUB               PIC 9(02) VALUE ZERO.                02430000
024400 01  WS-GL-TABLE-MAX         PIC 9(02) VALUE ZERO.                02440000
024500 01  WS-GL-TABLE.                                                 02450000
024600     03  WS-GL-ENTRY OCCURS 99 TIMES.                             02460000
024700         05  WS-GL-DEPT          PIC X(08).                       02470000
024800         05  WS-GL-LOC           PIC X(10).                       02480000
024900         05  WS-GL-GROSS         PIC 9(09)V99.                    02490000
025000         05  WS-GL-EMPR          PIC 9(09)V99.                    02500000
025100         05  WS-GL-DEDN          PIC 9(09)V99.                    02510000
025200 01  WS-CURRENT-DATE.                                             02520000
025300     03  WS-CURR-YY          PIC 9(04).                           02530000
025400     03  WS-CURR-MM          PIC 9(02).                           02540000
025500     03  WS-CURR-DD          PIC 9(02).                           02550000
025600 01  WS-CURRENT-TIME         PIC 9(08).                           02560000
025700 01  WS-RUN-DATE-OUT         PIC X(10) VALUE SPACES.              02570000
025800 01  WS-RUN-TIME-OUT         PIC X(08) VALUE SPACES.              02580000
025900 01  WS-HEADING-LINE.                                             02590000
026000     03  FILLER              PIC X(09) VALUE 'P26BP54 '.          02600000
026100     03  FILLER              PIC X(30) VALUE                      02610000
026200         'MONTH-END PAYROLL ACCRUAL'.                             02620000
026300     03  FILLER              PIC X(07) VALUE 'MONTH '.            02630000
026400     03  HL-MONTH            PIC X(06).                           02640000
026500     03  FILLER              PIC X(07) VALUE '  RUN '.            02650000
026600     03  HL-RUN-DATE         PIC X(10).                           02660000
026700     03  FILLER              PIC X(07) VALUE '  PAGE '.           02670000
026800     03  HL-PAGE-NO          PIC ZZZ9.                            02680000
026900 01  WS-PERIOD-LINE.                                              02690000
027000     03  FILLER              PIC X(12) VALUE 'PAY PERIOD '.       02700000
027100     03  PR-PERIOD           PIC X(06).                           02710000
027200     03  FILLER              PIC X(02) VALUE SPACES.              02720000
027300     03  PR-START            PIC X(08).                           02730000
027400     03  FILLER              PIC X(04) VALUE ' TO '.              02740000
027500     03  PR-END              PIC X(08).                           02750000
027600     03  FILLER              PIC X(18) VALUE                      02760000
027700         '  ACCRUED THROUGH '.                                    02770000
027800     03  PR-MONTH-END        PIC X(08).                           02780000
027900     03  FILLER              PIC X(14) VALUE                      02790000
028000         '  REVERSED ON '.                                        02800000
028100     03  PR-REV-DATE         PIC X(08).                           02810000
028110     03  FILLER              PIC X(08) VALUE '  GROUP '.          02811069
028120     03  PR-GROUP            PIC X(02).                           02812069
028200 01  WS-COL-HEADING.                                              02820000
028300     03  FILLER              PIC X(36) VALUE                      02830000
028400         'EMP-ID NAME                 DEPT    '.                  02840000
028500     03  FILLER              PIC X(36) VALUE                      02850000
028600         ' LOCATION   TYPE  DAYS OF    PERIOD '.                  02860000
028700     03  FILLER              PIC X(40) VALUE                      02870000
028800         'VALUE      ACCRUED  EXCEPTION'.                         02880000
028900 01  WS-DETAIL-LINE.                                              02890000
029000     03  DL-EMP-ID           PIC X(05).                           02900000
029100     03  FILLER              PIC X(02) VALUE SPACES.              02910000
029200     03  DL-NAME             PIC X(20).                           02920000
029300     03  FILLER              PIC X(01) VALUE SPACES.              02930000
029400     03  DL-DEPT             PIC X(08).                           02940000
029500     03  FILLER              PIC X(01) VALUE SPACES.              02950000
029600     03  DL-LOC              PIC X(10).                           02960000
029700     03  FILLER              PIC X(02) VALUE SPACES.              02970000
029800     03  DL-TYPE             PIC X(01).                           02980000
029900     03  FILLER              PIC X(03) VALUE SPACES.              02990000
030000     03  DL-UNPAID-DAYS      PIC ZZ9.                             03000000
030100     03  FILLER              PIC X(01) VALUE '/'.                 03010000
030200     03  DL-PRD-DAYS         PIC ZZ9.                             03020000
030300     03  FILLER              PIC X(01) VALUE SPACES.              03030000
030400     03  DL-PERIOD-VALUE     PIC Z,ZZZ,ZZ9.99.                    03040000
030500     03  FILLER              PIC X(01) VALUE SPACES.              03050000
030600     03  DL-ACCRUED          PIC Z,ZZZ,ZZ9.99.                    03060000
030700     03  FILLER              PIC X(02) VALUE SPACES.              03070000
030800     03  DL-EXCEPTION        PIC X(24).                           03080000
030900 01  WS-JOURNAL-HEADING.                                          03090000
031000     03  FILLER              PIC X(40) VALUE                      03100000
031100         'JOURNAL  ACCOUNT  DEPT     LOCATION   '.                03110000
031200     03  FILLER              PIC X(20) VALUE                      03120000
031300         'D/C          AMOUNT'.                                   03130000
031400 01  WS-JOURNAL-LINE.                                             03140000
031500     03  JL-JOURNAL          PIC X(08).                           03150000
031600     03  FILLER              PIC X(01) VALUE SPACES.              03160000
031700     03  JL-ACCOUNT          PIC X(08).                           03170000
031800     03  FILLER              PIC X(01) VALUE SPACES.              03180000
031900     03  JL-DEPT             PIC X(08).                           03190000
032000     03  FILLER              PIC X(01) VALUE SPACES.              03200000
032100     03  JL-LOC              PIC X(10).                           03210000
032200     03  FILLER              PIC X(03) VALUE SPACES.              03220000
032300     03  JL-DC               PIC X(01).                           03230000
032400     03  FILLER              PIC X(02) VALUE SPACES.              03240000
032500     03  JL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.                  03250000
032600 01  WS-SUMMARY-LINE.                                             03260000
032700     03  SM-LABEL            PIC X(30).                           03270000
032800     03  SM-COUNT            PIC ZZZ,ZZ9.                         03280000
032900     03  FILLER              PIC X(02) VALUE SPACES.              03290000
033000     03  SM-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.                  03300000
033100*                                                                 03310000
033200     COPY P26WDC.                                                 03320000
033300*                                                                 03330000
033400     COPY P26RCC.                                                 03340000
033500*                                                                 03350000
033600 PROCEDURE DIVISION.                                              03360000
033700 MAIN-PARA.                                                       03370000
033800     PERFORM REGISTER-START-PARA                                  03380000
033900     PERFORM INITIALIZATION-PARA                                  03390000
034000     IF RUN-ACCRUE                                                03400000
034100         PERFORM OPEN-INPUT-PARA                                  03410000
034200         PERFORM READ-AFILE-PARA                                  03420000
034300         PERFORM ACCRUE-EMP-PARA                                  03430000
034400             UNTIL AFILE-EOF                                      03440000
034500         PERFORM CLOSE-INPUT-PARA                                 03450000
034600         PERFORM WRITE-JOURNAL-PARA                               03460000
034700     END-IF                                                       03470000
034800     IF NOT RUN-REFUSED                                           03480000
034900         PERFORM WRITE-CONTROL-PARA                               03490000
035000     END-IF                                                       03500000
035100     PERFORM TERMINATION-PARA                                     03510000
035200     PERFORM REGISTER-END-PARA                                    03520000
035300     STOP RUN.                                                    03530000
035400*                                                                 03540000
035500 INITIALIZATION-PARA.                                             03550000
035600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    03560000
035700     ACCEPT WS-CURRENT-TIME FROM TIME                             03570000
035800     STRING WS-CURR-DD '/' WS-CURR-MM '/' WS-CURR-YY              03580000
035900         DELIMITED BY SIZE INTO WS-RUN-DATE-OUT                   03590000
036000     MOVE WS-CURRENT-TIME TO WS-RUN-TIME-OUT                      03600000
036100     MOVE WS-CURR-YY TO WS-ACC-YY                                 03610000
036200     MOVE WS-CURR-MM TO WS-ACC-MM                                 03620000
036300     OPEN INPUT P26ACPARM                                         03630000
036400     IF NOT ACPARM-MISSING                                        03640000
036500         READ P26ACPARM                                           03650000
036600             AT END                                               03660000
036700                 MOVE SPACES TO ACPARM-RECORD                     03670000
036800         END-READ                                                 03680000
036900         IF AP-MONTH NOT = SPACES                                 03690000
037000             MOVE AP-MONTH TO WS-ACC-MONTH-X                      03700000
037100         END-IF                                                   03710000
037200         CLOSE P26ACPARM                                          03720000
037300     END-IF                                                       03730000
037400     OPEN OUTPUT P26ACSC                                          03740000
037500     PERFORM CHECK-MONTH-PARA                                     03750000
037600     PERFORM WRITE-HEADING-PARA                                   03760000
037700     IF RUN-REFUSED OR RUN-NOTHING-DUE                            03770000
037800         MOVE WS-REFUSE-REASON TO ACSC-LINE                       03780000
037900         WRITE ACSC-LINE AFTER ADVANCING 2 LINES                  03790000
038000         DISPLAY 'P26BP54 MONTH ' WS-ACC-MONTH-X ' '              03800000
038100             WS-REFUSE-REASON                                     03810000
038200     END-IF.                                                      03820000
038300*                                                                 03830000
038400 CHECK-MONTH-PARA.                                                03840000
038500     IF WS-ACC-MONTH-X NOT NUMERIC                                03850000
038600        OR WS-ACC-MM < 1                                          03860000
038700        OR WS-ACC-MM > 12                                         03870000
038800         MOVE 'INVALID ACCRUAL MONTH - ACCRUAL REFUSED'           03880000
038900             TO WS-REFUSE-REASON                                  03890000
039000     ELSE                                                         03900000
039100         PERFORM SET-DATES-PARA                                   03910000
039200         PERFORM CHECK-CONTROL-PARA                               03920000
039300     END-IF                                                       03930000
039400     IF WS-REFUSE-REASON = SPACES                                 03940000
039500         PERFORM FIND-PERIOD-PARA                                 03950000
039600     END-IF.                                                      03960000
039700*                                                                 03970000
039800 SET-DATES-PARA.                                                  03980000
039900     MOVE WS-ACC-YY TO WS-ME-YY                                   03990000
040000     MOVE WS-ACC-MM TO WS-ME-MM                                   04000000
040100     MOVE WS-MONTH-DAYS(WS-ACC-MM) TO WS-ME-DD                    04010000
040200     IF WS-ACC-MM = 2                                             04020000
040300         DIVIDE WS-ACC-YY BY 4 GIVING WS-LEAP-QUOT                04030000
040400             REMAINDER WS-LEAP-REM-4                              04040000
040500         DIVIDE WS-ACC-YY BY 100 GIVING WS-LEAP-QUOT              04050000
040600             REMAINDER WS-LEAP-REM-100                            04060000
040700         DIVIDE WS-ACC-YY BY 400 GIVING WS-LEAP-QUOT              04070000
040800             REMAINDER WS-LEAP-REM-400                            04080000
040900         IF WS-LEAP-REM-4 = ZERO                                  04090000
041000            AND (WS-LEAP-REM-100 NOT = ZERO                       04100000
041100                 OR WS-LEAP-REM-400 = ZERO)                       04110000
041200             MOVE 29 TO WS-ME-DD                                  04120000
041300         END-IF                                                   04130000
041400     END-IF                                                       04140000
041500     IF WS-ACC-MM = 12                                            04150000
041600         COMPUTE WS-RV-YY = WS-ACC-YY + 1                         04160000
041700         MOVE 1 TO WS-RV-MM                                       04170000
041800     ELSE                                                         04180000
041900         MOVE WS-ACC-YY TO WS-RV-YY                               04190000
042000         COMPUTE WS-RV-MM = WS-ACC-MM + 1                         04200000
042100     END-IF                                                       04210000
042200     MOVE 1 TO WS-RV-DD                                           04220000
042300     MOVE WS-ACC-MONTH-X TO WS-PERIOD.                            04230000
042400*                                                                 04240000
042500 CHECK-CONTROL-PARA.                                              04250000
042600     OPEN I-O P26ACCF                                             04260000
042700     IF ACCF-MISSING                                              04270000
042800         OPEN OUTPUT P26ACCF                                      04280000
042900         CLOSE P26ACCF                                            04290000
043000         OPEN I-O P26ACCF                                         04300000
043100     END-IF                                                       04310000
043200     IF NOT ACCF-OK                                               04320000
043300         MOVE 'ACCRUAL CONTROL FILE ERROR - ACCRUAL REFUSED'      04330000
043400             TO WS-REFUSE-REASON                                  04340000
043500     ELSE                                                         04350000
043600         MOVE WS-ACC-MONTH-X TO ACR-MONTH                         04360000
043700         READ P26ACCF                                             04370000
043800             INVALID KEY                                          04380000
043900                 CONTINUE                                         04390000
044000             NOT INVALID KEY                                      04400000
044100                 MOVE 'MONTH ALREADY ACCRUED - ACCRUAL REFUSED'   04410000
044200                     TO WS-REFUSE-REASON                          04420000
044300         END-READ                                                 04430000
044400         CLOSE P26ACCF                                            04440000
044500     END-IF.                                                      04450000
044600*                                                                 04460000
044700 FIND-PERIOD-PARA.                                                04470000
044800     OPEN INPUT P26PCAL                                           04480000
044900     IF PCAL-MISSING                                              04490000
045000         MOVE 'NO PAY CALENDAR - ACCRUAL REFUSED'                 04500000
045100             TO WS-REFUSE-REASON                                  04510000
045200     ELSE                                                         04520000
045300         MOVE LOW-VALUES TO CAL-PERIOD                            04530000
045400         START P26PCAL KEY IS NOT LESS THAN CAL-PERIOD            04540000
045500             INVALID KEY                                          04550000
045600                 SET PCAL-EOF TO TRUE                             04560000
045700         END-START                                                04570000
045800         PERFORM SCAN-PCAL-PARA                                   04580000
045900             UNTIL PCAL-EOF                                       04590000
046000         CLOSE P26PCAL                                            04600000
046100         EVALUATE TRUE                                            04610000
046200             WHEN NOT PERIOD-FOUND                                04620000
046300                 MOVE 'NO PAY PERIOD SPANS MONTH END - REFUSED'   04630000
046400                     TO WS-REFUSE-REASON                          04640000
046500             WHEN WS-GRP-ACCRUE-COUNT = ZERO                      04650069
046550                  AND WS-GRP-CLOSED-COUNT > ZERO                  04655069
046600                 MOVE 'PERIOD ALREADY PAID - NOTHING TO ACCRUE'   04660000
046700                     TO WS-REFUSE-REASON                          04670000
046800                 SET RUN-NOTHING-DUE TO TRUE                      04680000
046900             WHEN WS-GRP-ACCRUE-COUNT = ZERO                      04690069
047000                 MOVE 'PERIOD ENDS AT MONTH END - NOTHING DUE'    04700000
047100                     TO WS-REFUSE-REASON                          04710000
047200                 SET RUN-NOTHING-DUE TO TRUE                      04720000
047300             WHEN OTHER                                           04730000
047400                 MOVE WS-CAL-START-DATE TO WS-ACC-FROM            04740000
047500                 MOVE WS-MONTH-END-X TO WS-ACC-TO                 04750000
047600                 SET RUN-ACCRUE TO TRUE                           04760000
047700         END-EVALUATE                                             04770000
047800     END-IF.                                                      04780000
047900*                                                                 04790000
048000 SCAN-PCAL-PARA.                                                  04800000
048100     READ P26PCAL NEXT RECORD                                     04810000
048200         AT END                                                   04820000
048300             SET PCAL-EOF TO TRUE                                 04830000
048400     END-READ                                                     04840000
048500     IF NOT PCAL-EOF                                              04850000
048600        AND CAL-START-DATE NOT > WS-MONTH-END-X                   04860000
048700        AND CAL-END-DATE NOT < WS-MONTH-END-X                     04870000
048800         SET PERIOD-FOUND TO TRUE                                 04880069
048900         MOVE CAL-PAY-GROUP TO WS-EMP-GROUP                       04890069
049000         PERFORM FIND-GRP-PARA                                    04900069
049100         IF NOT GRP-FOUND                                         04910069
049200             PERFORM ADD-GRP-PARA                                 04920069
049300         END-IF                                                   04930069
049600     END-IF.                                                      04960000
049700*                                                                 04970000
049701 ADD-GRP-PARA.                                                    04970169
049702     IF WS-GRP-MAX < 20                                           04970269
049703         ADD 1 TO WS-GRP-MAX                                      04970369
049704         MOVE WS-GRP-MAX TO WS-GRP-SUB                            04970469
049705         MOVE CAL-PAY-GROUP TO WS-GRP-CODE(WS-GRP-SUB)            04970569
049706         MOVE CAL-PERIOD TO WS-GRP-PERIOD(WS-GRP-SUB)             04970669
049707         MOVE CAL-START-DATE TO WS-GRP-START(WS-GRP-SUB)          04970769
049708         MOVE CAL-END-DATE TO WS-GRP-END(WS-GRP-SUB)              04970869
049709         MOVE 12 TO WS-GRP-PPY(WS-GRP-SUB)                        04970969
049710         IF CAL-PERIODS-PER-YEAR NUMERIC                          04971069
049711            AND CAL-PERIODS-PER-YEAR > ZERO                       04971169
049712             MOVE CAL-PERIODS-PER-YEAR TO WS-GRP-PPY(WS-GRP-SUB)  04971269
049713         END-IF                                                   04971369
049714         MOVE ZERO TO WS-GRP-PRD-DAYS(WS-GRP-SUB)                 04971469
049715         EVALUATE TRUE                                            04971569
049716             WHEN CAL-CLOSED                                      04971669
049717                 MOVE 'C' TO WS-GRP-STATE(WS-GRP-SUB)             04971769
049718                 ADD 1 TO WS-GRP-CLOSED-COUNT                     04971869
049719             WHEN CAL-END-DATE = WS-MONTH-END-X                   04971969
049720                 MOVE 'E' TO WS-GRP-STATE(WS-GRP-SUB)             04972069
049721             WHEN OTHER                                           04972169
049722                 MOVE 'A' TO WS-GRP-STATE(WS-GRP-SUB)             04972269
049723                 ADD 1 TO WS-GRP-ACCRUE-COUNT                     04972369
049724                 IF WS-GRP-ACCRUE-COUNT = 1                       04972469
049725                     MOVE CAL-PERIOD TO WS-CAL-PERIOD             04972569
049726                     MOVE CAL-START-DATE TO WS-CAL-START-DATE     04972669
049727                     MOVE CAL-END-DATE TO WS-CAL-END-DATE         04972769
049728                 END-IF                                           04972869
049729         END-EVALUATE                                             04972969
049730     ELSE                                                         04973069
049731         DISPLAY 'P26BP54 TOO MANY PAY GROUPS - GROUP '           04973169
049732             CAL-PAY-GROUP ' NOT ACCRUED'                         04973269
049733     END-IF.                                                      04973369
049734*                                                                 04973469
049735 FIND-GRP-PARA.                                                   04973569
049736     MOVE 'N' TO WS-GRP-FOUND-FLAG                                04973669
049737     MOVE ZERO TO WS-GRP-SUB                                      04973769
049738     PERFORM FIND-GRP-SCAN-PARA                                   04973869
049739         UNTIL WS-GRP-SUB = WS-GRP-MAX OR GRP-FOUND.              04973969
049740*                                                                 04974069
049741 FIND-GRP-SCAN-PARA.                                              04974169
049742     ADD 1 TO WS-GRP-SUB                                          04974269
049743     IF WS-GRP-CODE(WS-GRP-SUB) = WS-EMP-GROUP                    04974369
049744         SET GRP-FOUND TO TRUE                                    04974469
049745     END-IF.                                                      04974569
049746*                                                                 04974669
049747 SET-GRP-DAYS-PARA.                                               04974769
049748     ADD 1 TO WS-GRP-SUB                                          04974869
049749     MOVE WS-GRP-START(WS-GRP-SUB) TO WD-FROM-DATE                04974969
049750     MOVE WS-GRP-END(WS-GRP-SUB) TO WD-TO-DATE                    04975069
049751     CALL 'P26WDCL' USING WORK-DAY-AREA                           04975169
049752     IF WD-OK                                                     04975269
049753         MOVE WD-DAYS TO WS-GRP-PRD-DAYS(WS-GRP-SUB)              04975369
049754     END-IF.                                                      04975469
049755*                                                                 04975569
049800 OPEN-INPUT-PARA.                                                 04980000
049900     MOVE ZERO TO WS-GRP-SUB                                      04990069
050000     PERFORM SET-GRP-DAYS-PARA                                    05000069
050100         UNTIL WS-GRP-SUB = WS-GRP-MAX                            05010069
050500     OPEN INPUT P26AFILE                                          05050000
050600     IF AFILE-MISSING                                             05060000
050700         SET AFILE-EOF TO TRUE                                    05070000
050800     ELSE                                                         05080000
050900         MOVE LOW-VALUES TO AEMP-ID                               05090000
051000         START P26AFILE KEY IS NOT LESS THAN AEMP-ID              05100000
051100             INVALID KEY                                          05110000
051200                 SET AFILE-EOF TO TRUE                            05120000
051300         END-START                                                05130000
051400     END-IF                                                       05140000
051500     OPEN INPUT P26MFILE                                          05150000
051600     IF NOT MFILE-MISSING                                         05160000
051700         SET MFILE-OPEN TO TRUE                                   05170000
051800     END-IF                                                       05180000
051900     OPEN INPUT P26SFILE                                          05190000
052000     IF NOT SFILE-MISSING                                         05200000
052100         SET SFILE-OPEN TO TRUE                                   05210000
052200     END-IF                                                       05220000
052300     OPEN INPUT P26HRF                                            05230000
052400     IF NOT HRF-MISSING                                           05240000
052500         SET HRF-OPEN TO TRUE                                     05250000
052600     END-IF                                                       05260000
052700     OPEN INPUT P26TSF                                            05270000
052800     IF NOT TSF-MISSING                                           05280000
052900         SET TSF-OPEN TO TRUE                                     05290000
053000     END-IF                                                       05300000
053100     OPEN INPUT P26LDF                                            05310000
053200     IF NOT LDF-MISSING                                           05320000
053300         SET LDF-OPEN TO TRUE                                     05330000
053400     END-IF                                                       05340000
053500     MOVE WS-COL-HEADING TO ACSC-LINE                             05350000
053600     WRITE ACSC-LINE AFTER ADVANCING 2 LINES                      05360000
053700     ADD 2 TO WS-LINE-COUNT.                                      05370000
053800*                                                                 05380000
053900 READ-AFILE-PARA.                                                 05390000
054000     IF NOT AFILE-EOF                                             05400000
054100         READ P26AFILE NEXT RECORD                                05410000
054200             AT END                                               05420000
054300                 SET AFILE-EOF TO TRUE                            05430000
054400         END-READ                                                 05440000
054500     END-IF                                                       05450000
054600     IF NOT AFILE-EOF                                             05460000
054700         ADD 1 TO WS-READ-COUNT                                   05470000
054800     END-IF.                                                      05480000
054900*                                                                 05490000
055000 ACCRUE-EMP-PARA.                                                 05500000
055100     MOVE SPACES TO WS-EXCEPTION                                  05510000
055200     MOVE ZERO TO WS-PERIOD-VALUE WS-ACCRUED-AMT WS-UNPAID-DAYS   05520000
055300     PERFORM GET-MASTER-PARA                                      05530000
055400     PERFORM GET-STATUS-PARA                                      05540000
055450     PERFORM SET-EMP-PERIOD-PARA                                  05545069
055500     PERFORM SET-WINDOW-PARA                                      05550000
055510     IF NOT GRP-FOUND                                             05551069
055520         MOVE 'N' TO WS-IN-PERIOD-FLAG                            05552069
055530     END-IF                                                       05553069
055600     IF IN-PERIOD                                                 05560000
055700         PERFORM GET-PERIOD-VALUE-PARA                            05570000
055800         IF WS-EXCEPTION = SPACES                                 05580000
055900             PERFORM VALUE-DAYS-PARA                              05590000
056000         END-IF                                                   05600000
056100         IF WS-ACCRUED-AMT > ZERO                                 05610000
056200             ADD 1 TO WS-ACCRUED-COUNT                            05620000
056300             ADD WS-ACCRUED-AMT TO WS-TOT-ACCRUED                 05630000
056400             MOVE WS-ACCRUED-AMT TO WS-EMP-GROSS                  05640000
056500             MOVE ZERO TO WS-EMP-EMPR                             05650000
056600             MOVE ZERO TO WS-EMP-DEDN                             05660000
056700             PERFORM SPLIT-COST-PARA                              05670000
056800         END-IF                                                   05680000
056900         IF WS-EXCEPTION NOT = SPACES                             05690000
057000             ADD 1 TO WS-EXCEPTION-COUNT                          05700000
057100         END-IF                                                   05710000
057200         PERFORM WRITE-DETAIL-PARA                                05720000
057300     ELSE                                                         05730000
057400         IF GRP-FOUND                                             05740069
057410             ADD 1 TO WS-SKIPPED-COUNT                            05741069
057420         ELSE                                                     05742069
057430             ADD 1 TO WS-GROUP-SKIP-COUNT                         05743069
057440         END-IF                                                   05744069
057500     END-IF                                                       05750000
057600     PERFORM READ-AFILE-PARA.                                     05760000
057700*                                                                 05770000
057705 SET-EMP-PERIOD-PARA.                                             05770569
057710     MOVE SPACES TO WS-EMP-GROUP                                  05771069
057715     IF STS-FOUND                                                 05771569
057720         MOVE STS-PAY-GROUP TO WS-EMP-GROUP                       05772069
057725     END-IF                                                       05772569
057730     PERFORM FIND-GRP-PARA                                        05773069
057735     IF GRP-FOUND                                                 05773569
057740         IF GRP-ACCRUE(WS-GRP-SUB)                                05774069
057745             MOVE WS-GRP-PERIOD(WS-GRP-SUB) TO WS-CAL-PERIOD      05774569
057750             MOVE WS-GRP-START(WS-GRP-SUB) TO WS-CAL-START-DATE   05775069
057755             MOVE WS-GRP-END(WS-GRP-SUB) TO WS-CAL-END-DATE       05775569
057760             MOVE WS-GRP-PPY(WS-GRP-SUB) TO WS-PERIODS-PER-YEAR   05776069
057765             MOVE WS-GRP-PRD-DAYS(WS-GRP-SUB) TO WS-PRD-DAYS      05776569
057770         ELSE                                                     05777069
057775             MOVE 'N' TO WS-GRP-FOUND-FLAG                        05777569
057780         END-IF                                                   05778069
057785     END-IF.                                                      05778569
057790*                                                                 05779069
057800 GET-MASTER-PARA.                                                 05780000
057900     MOVE SPACES TO EMP-DEPT                                      05790000
058000     MOVE AEMP-LOC TO EMP-LOC                                     05800000
058100     IF MFILE-OPEN                                                05810000
058200         MOVE AEMP-ID TO EMP-ID                                   05820000
058300         READ P26MFILE                                            05830000
058400             INVALID KEY                                          05840000
058500                 MOVE SPACES TO EMP-DEPT                          05850000
058600                 MOVE AEMP-LOC TO EMP-LOC                         05860000
058700         END-READ                                                 05870000
058800     END-IF.                                                      05880000
058900*                                                                 05890000
059000 GET-STATUS-PARA.                                                 05900000
059100     MOVE 'N' TO WS-STS-FOUND-FLAG                                05910000
059200     IF SFILE-OPEN                                                05920000
059300         MOVE AEMP-ID TO STS-EMP-ID                               05930000
059400         READ P26SFILE                                            05940000
059500             INVALID KEY                                          05950000
059600                 CONTINUE                                         05960000
059700             NOT INVALID KEY                                      05970000
059800                 SET STS-FOUND TO TRUE                            05980000
059900         END-READ                                                 05990000
060000     END-IF.                                                      06000000
060100*                                                                 06010000
060200 SET-WINDOW-PARA.                                                 06020000
060300     MOVE 'Y' TO WS-IN-PERIOD-FLAG                                06030000
060400     MOVE WS-CAL-START-DATE TO WS-ACC-FROM                        06040000
060500     MOVE WS-MONTH-END-X TO WS-ACC-TO                             06050000
060600     IF STS-FOUND                                                 06060000
060700         IF STS-HIRE-DATE NOT = SPACES                            06070000
060800            AND STS-HIRE-DATE > WS-ACC-FROM                       06080000
060900             MOVE STS-HIRE-DATE TO WS-ACC-FROM                    06090000
061000         END-IF                                                   06100000
061100         IF STS-TERM-DATE NOT = SPACES                            06110000
061200            AND STS-TERM-DATE < WS-ACC-TO                         06120000
061300             MOVE STS-TERM-DATE TO WS-ACC-TO                      06130000
061400         END-IF                                                   06140000
061500         IF STS-TERMINATED                                        06150000
061600            AND STS-TERM-DATE = SPACES                            06160000
061700             MOVE 'N' TO WS-IN-PERIOD-FLAG                        06170000
061800         END-IF                                                   06180000
061900     END-IF                                                       06190000
062000     IF WS-ACC-FROM > WS-ACC-TO                                   06200000
062100         MOVE 'N' TO WS-IN-PERIOD-FLAG                            06210000
062200     END-IF.                                                      06220000
062300*                                                                 06230000
062400 GET-PERIOD-VALUE-PARA.                                           06240000
062500     MOVE 'N' TO WS-HOURLY-FLAG                                   06250000
062600     IF HRF-OPEN                                                  06260000
062700         MOVE AEMP-ID TO HRT-EMP-ID                               06270000
062800         READ P26HRF                                              06280000
062900             INVALID KEY                                          06290000
063000                 CONTINUE                                         06300000
063100             NOT INVALID KEY                                      06310000
063200                 IF HRT-HOURLY                                    06320000
063300                     SET HOURLY-EMP TO TRUE                       06330000
063400                 END-IF                                           06340000
063500         END-READ                                                 06350000
063600     END-IF                                                       06360000
063700     IF HOURLY-EMP                                                06370000
063800         PERFORM GET-TIMESHEET-PARA                               06380000
063900     ELSE                                                         06390000
064000         COMPUTE WS-PERIOD-VALUE ROUNDED =                        06400069
064050             AEMP-EARN * 12 / WS-PERIODS-PER-YEAR                 06405069
064100     END-IF.                                                      06410000
064200*                                                                 06420000
064300 GET-TIMESHEET-PARA.                                              06430000
064400     MOVE 'NO APPROVED TIMESHEET' TO WS-EXCEPTION                 06440000
064500     IF TSF-OPEN                                                  06450000
064600         MOVE AEMP-ID TO TS-EMP-ID                                06460000
064700         MOVE WS-CAL-PERIOD TO TS-PERIOD                          06470000
064800         READ P26TSF                                              06480000
064900             INVALID KEY                                          06490000
065000                 CONTINUE                                         06500000
065100             NOT INVALID KEY                                      06510000
065200                 IF TS-APPROVED                                   06520000
065300                     COMPUTE WS-PERIOD-VALUE ROUNDED =            06530000
065400                         TS-REG-HOURS * HRT-HOUR-RATE             06540000
065500                         + TS-OT-HOURS * HRT-HOUR-RATE * 1.5      06550000
065600                     MOVE SPACES TO WS-EXCEPTION                  06560000
065700                 END-IF                                           06570000
065800         END-READ                                                 06580000
065900     END-IF.                                                      06590000
066000*                                                                 06600000
066100 VALUE-DAYS-PARA.                                                 06610000
066200     MOVE WS-ACC-FROM TO WD-FROM-DATE                             06620000
066300     MOVE WS-ACC-TO TO WD-TO-DATE                                 06630000
066400     CALL 'P26WDCL' USING WORK-DAY-AREA                           06640000
066500     IF WD-OK                                                     06650000
066600        AND WS-PRD-DAYS > ZERO                                    06660000
066700         MOVE WD-DAYS TO WS-UNPAID-DAYS                           06670000
066800         COMPUTE WS-ACCRUED-AMT ROUNDED =                         06680000
066900             WS-PERIOD-VALUE * WS-UNPAID-DAYS / WS-PRD-DAYS       06690000
067000     ELSE                                                         06700000
067100         MOVE 'DATES NOT VALID' TO WS-EXCEPTION                   06710000
067200     END-IF.                                                      06720000
067300*                                                                 06730000
067400 WRITE-DETAIL-PARA.                                               06740000
067500     IF WS-LINE-COUNT > 50                                        06750000
067600         PERFORM WRITE-HEADING-PARA                               06760000
067700         MOVE WS-COL-HEADING TO ACSC-LINE                         06770000
067800         WRITE ACSC-LINE AFTER ADVANCING 2 LINES                  06780000
067900         ADD 2 TO WS-LINE-COUNT                                   06790000
068000     END-IF                                                       06800000
068100     MOVE SPACES TO WS-DETAIL-LINE                                06810000
068200     MOVE AEMP-ID TO DL-EMP-ID                                    06820000
068300     MOVE AEMP-NAME TO DL-NAME                                    06830000
068400     MOVE EMP-DEPT TO DL-DEPT                                     06840000
068500     MOVE EMP-LOC TO DL-LOC                                       06850000
068600     IF HOURLY-EMP                                                06860000
068700         MOVE 'H' TO DL-TYPE                                      06870000
068800     ELSE                                                         06880000
068900         MOVE 'S' TO DL-TYPE                                      06890000
069000     END-IF                                                       06900000
069100     MOVE WS-UNPAID-DAYS TO DL-UNPAID-DAYS                        06910000
069200     MOVE WS-PRD-DAYS TO DL-PRD-DAYS                              06920000
069300     MOVE WS-PERIOD-VALUE TO DL-PERIOD-VALUE                      06930000
069400     MOVE WS-ACCRUED-AMT TO DL-ACCRUED                            06940000
069500     MOVE WS-EXCEPTION TO DL-EXCEPTION                            06950000
069600     MOVE WS-DETAIL-LINE TO ACSC-LINE                             06960000
069700     WRITE ACSC-LINE AFTER ADVANCING 1 LINE                       06970000
069800     ADD 1 TO WS-LINE-COUNT.                                      06980000
069900*                                                                 06990000
070000 SPLIT-COST-PARA.                                                 07000000
070100     PERFORM FIND-DIST-PARA                                       07010000
070200     IF DIST-FOUND                                                07020000
070300         ADD 1 TO WS-SPLIT-COUNT                                  07030000
070400         MOVE ZERO TO WS-DIST-SUB                                 07040000
070500         MOVE ZERO TO WS-CUM-PCT                                  07050000
070600         MOVE ZERO TO WS-CUM-GROSS                                07060000
070700         MOVE ZERO TO WS-CUM-EMPR                                 07070000
070800         MOVE ZERO TO WS-CUM-DEDN                                 07080000
070900         PERFORM SPLIT-LINE-PARA                                  07090000
071000             UNTIL WS-DIST-SUB = WS-DIST-MAX                      07100000
071100     ELSE                                                         07110000
071200         MOVE EMP-DEPT TO WS-POST-DEPT                            07120000
071300         MOVE EMP-LOC TO WS-POST-LOC                              07130000
071400         MOVE WS-EMP-GROSS TO WS-SPLIT-GROSS                      07140000
071500         MOVE WS-EMP-EMPR TO WS-SPLIT-EMPR                        07150000
071600         MOVE WS-EMP-DEDN TO WS-SPLIT-DEDN                        07160000
071700         PERFORM ADD-GL-PARA                                      07170000
071800     END-IF.                                                      07180000
071900*                                                                 07190000
072000 SPLIT-LINE-PARA.                                                 07200000
072100     ADD 1 TO WS-DIST-SUB                                         07210000
072200     ADD WS-DIST-PCT(WS-DIST-SUB) TO WS-CUM-PCT                   07220000
072300     IF WS-DIST-SUB = WS-DIST-MAX                                 07230000
072400         MOVE WS-EMP-GROSS TO WS-NEW-GROSS                        07240000
072500         MOVE WS-EMP-EMPR TO WS-NEW-EMPR                          07250000
072600         MOVE WS-EMP-DEDN TO WS-NEW-DEDN                          07260000
072700     ELSE                                                         07270000
072800         COMPUTE WS-NEW-GROSS ROUNDED =                           07280000
072900             WS-EMP-GROSS * WS-CUM-PCT / 100                      07290000
073000         COMPUTE WS-NEW-EMPR ROUNDED =                            07300000
073100             WS-EMP-EMPR * WS-CUM-PCT / 100                       07310000
073200         COMPUTE WS-NEW-DEDN ROUNDED =                            07320000
073300             WS-EMP-DEDN * WS-CUM-PCT / 100                       07330000
073400     END-IF                                                       07340000
073500     COMPUTE WS-SPLIT-GROSS = WS-NEW-GROSS - WS-CUM-GROSS         07350000
073600     COMPUTE WS-SPLIT-EMPR = WS-NEW-EMPR - WS-CUM-EMPR            07360000
073700     COMPUTE WS-SPLIT-DEDN = WS-NEW-DEDN - WS-CUM-DEDN            07370000
073800     MOVE WS-NEW-GROSS TO WS-CUM-GROSS                            07380000
073900     MOVE WS-NEW-EMPR TO WS-CUM-EMPR                              07390000
074000     MOVE WS-NEW-DEDN TO WS-CUM-DEDN                              07400000
074100     MOVE WS-DIST-DEPT(WS-DIST-SUB) TO WS-POST-DEPT               07410000
074200     MOVE WS-DIST-LOC(WS-DIST-SUB) TO WS-POST-LOC                 07420000
074300     PERFORM ADD-GL-PARA.                                         07430000
074400*                                                                 07440000
074500 ADD-GL-PARA.                                                     07450000
074600     PERFORM FIND-GL-PARA                                         07460000
074700     ADD WS-SPLIT-GROSS TO WS-GL-GROSS(WS-GL-SUB)                 07470000
074800     ADD WS-SPLIT-EMPR TO WS-GL-EMPR(WS-GL-SUB)                   07480000
074900     ADD WS-SPLIT-DEDN TO WS-GL-DEDN(WS-GL-SUB).                  07490000
075000*                                                                 07500000
075100 FIND-DIST-PARA.                                                  07510000
075200     MOVE 'N' TO WS-DIST-FOUND-FLAG                               07520000
075300     MOVE ZERO TO WS-DIST-MAX                                     07530000
075400     IF LDF-OPEN                                                  07540000
075500         MOVE 'N' TO WS-LD-DONE-FLAG                              07550000
075600         MOVE AEMP-ID TO LD-EMP-ID                                07560000
075700         MOVE LOW-VALUES TO LD-EFF-DATE                           07570000
075800         START P26LDF KEY IS NOT LESS THAN LD-KEY                 07580000
075900             INVALID KEY                                          07590000
076000                 SET LD-DONE TO TRUE                              07600000
076100         END-START                                                07610000
076200         PERFORM FIND-DIST-NEXT-PARA                              07620000
076300             UNTIL LD-DONE                                        07630000
076400     END-IF                                                       07640000
076500     IF DIST-FOUND                                                07650000
076600         MOVE ZERO TO WS-DIST-SUB                                 07660000
076700         MOVE ZERO TO WS-CUM-PCT                                  07670000
076800         PERFORM SUM-DIST-PCT-PARA                                07680000
076900             UNTIL WS-DIST-SUB = WS-DIST-MAX                      07690000
077000         IF WS-CUM-PCT NOT = 100                                  07700000
077100             MOVE 'N' TO WS-DIST-FOUND-FLAG                       07710000
077200         END-IF                                                   07720000
077300     END-IF.                                                      07730000
077400*                                                                 07740000
077500 FIND-DIST-NEXT-PARA.                                             07750000
077600     READ P26LDF NEXT RECORD                                      07760000
077700         AT END                                                   07770000
077800             SET LD-DONE TO TRUE                                  07780000
077900     END-READ                                                     07790000
078000     IF NOT LD-DONE                                               07800000
078100         IF LD-EMP-ID NOT = AEMP-ID                               07810000
078200            OR LD-EFF-DATE > WS-CAL-END-DATE                      07820069
078300             SET LD-DONE TO TRUE                                  07830000
078400         ELSE                                                     07840000
078500             MOVE ZERO TO WS-DIST-SUB                             07850000
078600             MOVE ZERO TO WS-DIST-MAX                             07860000
078700             PERFORM LOAD-DIST-LINE-PARA                          07870000
078800                 UNTIL WS-DIST-SUB = 4                            07880000
078900             IF WS-DIST-MAX > ZERO                                07890000
079000                 SET DIST-FOUND TO TRUE                           07900000
079100             ELSE                                                 07910000
079200                 MOVE 'N' TO WS-DIST-FOUND-FLAG                   07920000
079300             END-IF                                               07930000
079400         END-IF                                                   07940000
079500     END-IF.                                                      07950000
079600*                                                                 07960000
079700 LOAD-DIST-LINE-PARA.                                             07970000
079800     ADD 1 TO WS-DIST-SUB                                         07980000
079900     IF LD-DEPT(WS-DIST-SUB) NOT = SPACES                         07990000
080000         ADD 1 TO WS-DIST-MAX                                     08000000
080100         MOVE LD-DEPT(WS-DIST-SUB) TO WS-DIST-DEPT(WS-DIST-MAX)   08010000
080200         MOVE LD-LOC(WS-DIST-SUB) TO WS-DIST-LOC(WS-DIST-MAX)     08020000
080300         MOVE LD-PCT(WS-DIST-SUB) TO WS-DIST-PCT(WS-DIST-MAX)     08030000
080400     END-IF.                                                      08040000
080500*                                                                 08050000
080600 SUM-DIST-PCT-PARA.                                               08060000
080700     ADD 1 TO WS-DIST-SUB                                         08070000
080800     ADD WS-DIST-PCT(WS-DIST-SUB) TO WS-CUM-PCT.                  08080000
080900*                                                                 08090000
081000 FIND-GL-PARA.                                                    08100000
081100     MOVE 'N' TO WS-FOUND-FLAG                                    08110000
081200     MOVE ZERO TO WS-GL-SUB                                       08120000
081300     PERFORM FIND-GL-SCAN-PARA                                    08130000
081400         UNTIL WS-GL-SUB = WS-GL-TABLE-MAX OR ENTRY-FOUND         08140000
081500     IF NOT ENTRY-FOUND                                           08150000
081600         ADD 1 TO WS-GL-TABLE-MAX                                 08160000
081700         MOVE WS-GL-TABLE-MAX TO WS-GL-SUB                        08170000
081800         MOVE WS-POST-DEPT TO WS-GL-DEPT(WS-GL-SUB)               08180000
081900         MOVE WS-POST-LOC TO WS-GL-LOC(WS-GL-SUB)                 08190000
082000         MOVE ZERO TO WS-GL-GROSS(WS-GL-SUB)                      08200000
082100         MOVE ZERO TO WS-GL-EMPR(WS-GL-SUB)                       08210000
082200         MOVE ZERO TO WS-GL-DEDN(WS-GL-SUB)                       08220000
082300     END-IF.                                                      08230000
082400*                                                                 08240000
082500 FIND-GL-SCAN-PARA.                                               08250000
082600     ADD 1 TO WS-GL-SUB                                           08260000
082700     IF WS-GL-DEPT(WS-GL-SUB) = WS-POST-DEPT                      08270000
082800        AND WS-GL-LOC(WS-GL-SUB) = WS-POST-LOC                    08280000
082900         MOVE 'Y' TO WS-FOUND-FLAG                                08290000
083000     END-IF.                                                      08300000
083100*                                                                 08310000
083200 CLOSE-INPUT-PARA.                                                08320000
083300     IF NOT AFILE-MISSING                                         08330000
083400         CLOSE P26AFILE                                           08340000
083500     END-IF                                                       08350000
083600     IF MFILE-OPEN                                                08360000
083700         CLOSE P26MFILE                                           08370000
083800     END-IF                                                       08380000
083900     IF SFILE-OPEN                                                08390000
084000         CLOSE P26SFILE                                           08400000
084100     END-IF                                                       08410000
084200     IF HRF-OPEN                                                  08420000
084300         CLOSE P26HRF                                             08430000
084400     END-IF                                                       08440000
084500     IF TSF-OPEN                                                  08450000
084600         CLOSE P26TSF                                             08460000
084700     END-IF                                                       08470000
084800     IF LDF-OPEN                                                  08480000
084900         CLOSE P26LDF                                             08490000
085000     END-IF.                                                      08500000
085100*                                                                 08510000
085200 WRITE-JOURNAL-PARA.                                              08520000
085300     OPEN OUTPUT P26ACGL                                          08530000
085400     OPEN OUTPUT P26ACRV                                          08540000
085500     PERFORM WRITE-HEADING-PARA                                   08550000
085600     MOVE WS-JOURNAL-HEADING TO ACSC-LINE                         08560000
085700     WRITE ACSC-LINE AFTER ADVANCING 2 LINES                      08570000
085800     MOVE ZERO TO WS-GL-SUB                                       08580000
085900     PERFORM WRITE-EXPENSE-PARA                                   08590000
086000         UNTIL WS-GL-SUB = WS-GL-TABLE-MAX                        08600000
086100     IF WS-TOT-ACCRUED > ZERO                                     08610000
086200         MOVE SPACES TO ACGL-RECORD                               08620000
086300         MOVE 'SALACCR ' TO ACG-ACCOUNT                           08630000
086400         MOVE 'C' TO ACG-DC                                       08640000
086500         MOVE WS-TOT-ACCRUED TO ACG-AMOUNT                        08650000
086600         WRITE ACGL-RECORD                                        08660000
086700         MOVE SPACES TO ACRV-RECORD                               08670000
086800         MOVE 'SALACCR ' TO ACV-ACCOUNT                           08680000
086900         MOVE 'D' TO ACV-DC                                       08690000
087000         MOVE WS-TOT-ACCRUED TO ACV-AMOUNT                        08700000
087100         WRITE ACRV-RECORD                                        08710000
087200         ADD 2 TO WS-JOURNAL-COUNT                                08720000
087300         MOVE SPACES TO WS-JOURNAL-LINE                           08730000
087400         MOVE 'ACCRUAL ' TO JL-JOURNAL                            08740000
087500         MOVE 'SALACCR ' TO JL-ACCOUNT                            08750000
087600         MOVE 'C' TO JL-DC                                        08760000
087700         MOVE WS-TOT-ACCRUED TO JL-AMOUNT                         08770000
087800         MOVE WS-JOURNAL-LINE TO ACSC-LINE                        08780000
087900         WRITE ACSC-LINE AFTER ADVANCING 1 LINE                   08790000
088000         MOVE 'REVERSAL' TO JL-JOURNAL                            08800000
088100         MOVE 'D' TO JL-DC                                        08810000
088200         MOVE WS-JOURNAL-LINE TO ACSC-LINE                        08820000
088300         WRITE ACSC-LINE AFTER ADVANCING 1 LINE                   08830000
088400     END-IF                                                       08840000
088500     CLOSE P26ACGL                                                08850000
088600     CLOSE P26ACRV.                                               08860000
088700*                                                                 08870000
088800 WRITE-EXPENSE-PARA.                                              08880000
088900     ADD 1 TO WS-GL-SUB                                           08890000
089000     IF WS-GL-GROSS(WS-GL-SUB) > ZERO                             08900000
089100         MOVE SPACES TO ACGL-RECORD                               08910000
089200         MOVE 'SALEXP  ' TO ACG-ACCOUNT                           08920000
089300         MOVE WS-GL-DEPT(WS-GL-SUB) TO ACG-DEPT                   08930000
089400         MOVE WS-GL-LOC(WS-GL-SUB) TO ACG-LOC                     08940000
089500         MOVE 'D' TO ACG-DC                                       08950000
089600         MOVE WS-GL-GROSS(WS-GL-SUB) TO ACG-AMOUNT                08960000
089700         WRITE ACGL-RECORD                                        08970000
089800         MOVE SPACES TO ACRV-RECORD                               08980000
089900         MOVE 'SALEXP  ' TO ACV-ACCOUNT                           08990000
090000         MOVE WS-GL-DEPT(WS-GL-SUB) TO ACV-DEPT                   09000000
090100         MOVE WS-GL-LOC(WS-GL-SUB) TO ACV-LOC                     09010000
090200         MOVE 'C' TO ACV-DC                                       09020000
090300         MOVE WS-GL-GROSS(WS-GL-SUB) TO ACV-AMOUNT                09030000
090400         WRITE ACRV-RECORD                                        09040000
090500         ADD 2 TO WS-JOURNAL-COUNT                                09050000
090600         MOVE SPACES TO WS-JOURNAL-LINE                           09060000
090700         MOVE 'ACCRUAL ' TO JL-JOURNAL                            09070000
090800         MOVE 'SALEXP  ' TO JL-ACCOUNT                            09080000
090900         MOVE WS-GL-DEPT(WS-GL-SUB) TO JL-DEPT                    09090000
091000         MOVE WS-GL-LOC(WS-GL-SUB) TO JL-LOC                      09100000
091100         MOVE 'D' TO JL-DC                                        09110000
091200         MOVE WS-GL-GROSS(WS-GL-SUB) TO JL-AMOUNT                 09120000
091300         MOVE WS-JOURNAL-LINE TO ACSC-LINE                        09130000
091400         WRITE ACSC-LINE AFTER ADVANCING 1 LINE                   09140000
091500         MOVE 'REVERSAL' TO JL-JOURNAL                            09150000
091600         MOVE 'C' TO JL-DC                                        09160000
091700         MOVE WS-JOURNAL-LINE TO ACSC-LINE                        09170000
091800         WRITE ACSC-LINE AFTER ADVANCING 1 LINE                   09180000
091900     END-IF.                                                      09190000
092000*                                                                 09200000
092100 WRITE-CONTROL-PARA.                                              09210000
092200     OPEN I-O P26ACCF                                             09220000
092300     MOVE SPACES TO ACCRUAL-CONTROL-RECORD                        09230000
092400     MOVE WS-ACC-MONTH-X TO ACR-MONTH                             09240000
092500     MOVE WS-CAL-PERIOD TO ACR-PERIOD                             09250000
092600     MOVE WS-MONTH-END-X TO ACR-MONTH-END                         09260000
092700     MOVE WS-REV-DATE-X TO ACR-REV-DATE                           09270000
092800     MOVE WS-ACCRUED-COUNT TO ACR-EMP-COUNT                       09280000
092900     MOVE WS-TOT-ACCRUED TO ACR-AMOUNT                            09290000
093000     MOVE WS-RUN-DATE-OUT TO ACR-RUN-DATE                         09300000
093100     MOVE WS-RUN-TIME-OUT TO ACR-RUN-TIME                         09310000
093200     WRITE ACCRUAL-CONTROL-RECORD                                 09320000
093300     IF NOT ACCF-OK                                               09330000
093400         DISPLAY 'P26BP54 CONTROL RECORD NOT WRITTEN STATUS '     09340000
093500             WS-ACCF-STATUS UPON CONSOLE                          09350000
093600     END-IF                                                       09360000
093700     CLOSE P26ACCF.                                               09370000
093800*                                                                 09380000
093900 WRITE-HEADING-PARA.                                              09390000
094000     ADD 1 TO WS-PAGE-NO                                          09400000
094100     MOVE WS-PAGE-NO TO HL-PAGE-NO                                09410000
094200     MOVE WS-ACC-MONTH-X TO HL-MONTH                              09420000
094300     MOVE WS-RUN-DATE-OUT TO HL-RUN-DATE                          09430000
094400     MOVE WS-HEADING-LINE TO ACSC-LINE                            09440000
094500     WRITE ACSC-LINE AFTER ADVANCING PAGE                         09450000
094550     MOVE 1 TO WS-LINE-COUNT                                      09455069
094600     MOVE ZERO TO WS-GRP-SUB                                      09460069
094650     PERFORM WRITE-PERIOD-LINE-PARA                               09465069
094700         UNTIL WS-GRP-SUB = WS-GRP-MAX.                           09470069
094750*                                                                 09475069
094800 WRITE-PERIOD-LINE-PARA.                                          09480069
094850     ADD 1 TO WS-GRP-SUB                                          09485069
094900     MOVE WS-GRP-PERIOD(WS-GRP-SUB) TO PR-PERIOD                  09490069
094950     MOVE WS-GRP-START(WS-GRP-SUB) TO PR-START                    09495069
095000     MOVE WS-GRP-END(WS-GRP-SUB) TO PR-END                        09500069
095050     MOVE WS-MONTH-END-X TO PR-MONTH-END                          09505069
095100     MOVE WS-REV-DATE-X TO PR-REV-DATE                            09510069
095150     MOVE WS-GRP-CODE(WS-GRP-SUB) TO PR-GROUP                     09515069
095200     MOVE WS-PERIOD-LINE TO ACSC-LINE                             09520069
095250     WRITE ACSC-LINE AFTER ADVANCING 1 LINE                       09525069
095300     ADD 1 TO WS-LINE-COUNT.                                      09530069
095400*                                                                 09540000
095500 TERMINATION-PARA.                                                09550000
095600     IF NOT RUN-REFUSED                                           09560000
095700         MOVE SPACES TO WS-SUMMARY-LINE                           09570000
095800         MOVE 'EMPLOYEES READ' TO SM-LABEL                        09580000
095900         MOVE WS-READ-COUNT TO SM-COUNT                           09590000
096000         MOVE WS-SUMMARY-LINE TO ACSC-LINE                        09600000
096100         WRITE ACSC-LINE AFTER ADVANCING 2 LINES                  09610000
096200         MOVE SPACES TO WS-SUMMARY-LINE                           09620000
096300         MOVE 'EMPLOYEES ACCRUED' TO SM-LABEL                     09630000
096400         MOVE WS-ACCRUED-COUNT TO SM-COUNT                        09640000
096500         MOVE WS-TOT-ACCRUED TO SM-AMOUNT                         09650000
096600         MOVE WS-SUMMARY-LINE TO ACSC-LINE                        09660000
096700         WRITE ACSC-LINE AFTER ADVANCING 1 LINE                   09670000
096800         MOVE SPACES TO WS-SUMMARY-LINE                           09680000
096900         MOVE 'EMPLOYEES COST-SPLIT' TO SM-LABEL                  09690000
097000         MOVE WS-SPLIT-COUNT TO SM-COUNT                          09700000
097100         MOVE WS-SUMMARY-LINE TO ACSC-LINE                        09710000
097200         WRITE ACSC-LINE AFTER ADVANCING 1 LINE                   09720000
097300         MOVE SPACES TO WS-SUMMARY-LINE                           09730000
097400         MOVE 'EXCEPTIONS NOT ACCRUED' TO SM-LABEL                09740000
097500         MOVE WS-EXCEPTION-COUNT TO SM-COUNT                      09750000
097600         MOVE WS-SUMMARY-LINE TO ACSC-LINE                        09760000
097700         WRITE ACSC-LINE AFTER ADVANCING 1 LINE                   09770000
097800         MOVE SPACES TO WS-SUMMARY-LINE                           09780000
097900         MOVE 'NOT EMPLOYED IN WINDOW' TO SM-LABEL                09790000
098000         MOVE WS-SKIPPED-COUNT TO SM-COUNT                        09800000
098100         MOVE WS-SUMMARY-LINE TO ACSC-LINE                        09810000
098200         WRITE ACSC-LINE AFTER ADVANCING 1 LINE                   09820000
098210         MOVE SPACES TO WS-SUMMARY-LINE                           09821069
098220         MOVE 'PAY GROUP NOT ACCRUING' TO SM-LABEL                09822069
098230         MOVE WS-GROUP-SKIP-COUNT TO SM-COUNT                     09823069
098240         MOVE WS-SUMMARY-LINE TO ACSC-LINE                        09824069
098250         WRITE ACSC-LINE AFTER ADVANCING 1 LINE                   09825069
098300         MOVE SPACES TO WS-SUMMARY-LINE                           09830000
098400         MOVE 'JOURNAL LINES WRITTEN' TO SM-LABEL                 09840000
098500         MOVE WS-JOURNAL-COUNT TO SM-COUNT                        09850000
098600         MOVE WS-SUMMARY-LINE TO ACSC-LINE                        09860000
098700         WRITE ACSC-LINE AFTER ADVANCING 1 LINE                   09870000
098800         DISPLAY 'P26BP54 MONTH ' WS-ACC-MONTH-X                  09880000
098900             ' ACCRUED ' WS-ACCRUED-COUNT                         09890000
099000             ' AMOUNT ' WS-TOT-ACCRUED                            09900000
099100     END-IF                                                       09910000
099200     CLOSE P26ACSC.                                               09920000
099300*                                                                 09930000
099400 REGISTER-START-PARA.                                             09940000
099500     SET RCA-START TO TRUE                                        09950000
099600     MOVE 'P26BP54' TO RCA-JOB-NAME                               09960000
099700     MOVE SPACES TO RCA-BUS-DATE                                  09970000
099800     MOVE SPACES TO RCA-PRED-JOB                                  09980000
099900     MOVE SPACES TO RCA-OVERRIDE                                  09990000
100000     MOVE ZERO TO RCA-READ-COUNT                                  10000000
100100     MOVE ZERO TO RCA-WRITE-COUNT                                 10010000
100200     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       10020000
100300     IF RCA-RETURN NOT = '00'                                     10030000
100400         DISPLAY 'P26BP54 RUN REFUSED BY RUN CONTROL RC='         10040000
100500             RCA-RETURN                                           10050000
100600         STOP RUN                                                 10060000
100700     END-IF.                                                      10070000
100800*                                                                 10080000
100900 REGISTER-END-PARA.                                               10090000
101000     IF RUN-REFUSED                                               10100000
101100         SET RCA-FAIL TO TRUE                                     10110000
101200     ELSE                                                         10120000
101300         SET RCA-END TO TRUE                                      10130000
101400     END-IF                                                       10140000
101500     MOVE WS-READ-COUNT TO RCA-READ-COUNT                         10150000
101600     MOVE WS-JOURNAL-COUNT TO RCA-WRITE-COUNT                     10160000
101700     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      10170000
