000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP61.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26PDPARM ASSIGN TO P26PDPARM                         00060000
000700         ORGANIZATION IS LINE SEQUENTIAL                          00070000
000800         FILE STATUS IS WS-PDPARM-STATUS.                         00080000
000900     SELECT P26MFILE ASSIGN TO P26MFILE                           00090000
001000         ORGANIZATION IS INDEXED                                  00100000
001100         ACCESS MODE IS DYNAMIC                                   00110000
001200         RECORD KEY IS EMP-ID                                     00120000
001300         FILE STATUS IS WS-MFILE-STATUS.                          00130000
001400     SELECT P26SFILE ASSIGN TO P26SFILE                           00140000
001500         ORGANIZATION IS INDEXED                                  00150000
001600         ACCESS MODE IS DYNAMIC                                   00160000
001700         RECORD KEY IS STS-EMP-ID                                 00170000
001800         FILE STATUS IS WS-SFILE-STATUS.                          00180000
001900     SELECT P26CTF ASSIGN TO P26CTF                               00190000
002000         ORGANIZATION IS INDEXED                                  00200000
002100         ACCESS MODE IS DYNAMIC                                   00210000
002200         RECORD KEY IS CTT-EMP-ID                                 00220000
002300         FILE STATUS IS WS-CTF-STATUS.                            00230000
002400     SELECT P26BFILE ASSIGN TO P26BFILE                           00240000
002500         ORGANIZATION IS INDEXED                                  00250000
002600         ACCESS MODE IS DYNAMIC                                   00260000
002700         RECORD KEY IS BNK-EMP-ID                                 00270000
002800         FILE STATUS IS WS-BFILE-STATUS.                          00280000
002900     SELECT P26DFILE ASSIGN TO P26DFILE                           00290000
003000         ORGANIZATION IS INDEXED                                  00300000
003100         ACCESS MODE IS DYNAMIC                                   00310000
003200         RECORD KEY IS DED-KEY                                    00320000
003300         FILE STATUS IS WS-DFILE-STATUS.                          00330000
003400     SELECT P26LFILE ASSIGN TO P26LFILE                           00340000
003500         ORGANIZATION IS INDEXED                                  00350000
003600         ACCESS MODE IS DYNAMIC                                   00360000
003700         RECORD KEY IS LVE-EMP-ID                                 00370000
003800         FILE STATUS IS WS-LFILE-STATUS.                          00380000
003900     SELECT P26LRQF ASSIGN TO P26LRQF                             00390000
004000         ORGANIZATION IS INDEXED                                  00400000
004100         ACCESS MODE IS DYNAMIC                                   00410000
004200         RECORD KEY IS LRQ-KEY                                    00420000
004300         FILE STATUS IS WS-LRQF-STATUS.                           00430000
004400     SELECT P26LNF ASSIGN TO P26LNF                               00440000
004500         ORGANIZATION IS INDEXED                                  00450000
004600         ACCESS MODE IS DYNAMIC                                   00460000
004700         RECORD KEY IS LN-KEY                                     00470000
004800         FILE STATUS IS WS-LNF-STATUS.                            00480000
004900     SELECT P26TSF ASSIGN TO P26TSF                               00490000
005000         ORGANIZATION IS INDEXED                                  00500000
005100         ACCESS MODE IS DYNAMIC                                   00510000
005200         RECORD KEY IS TS-KEY                                     00520000
005300         FILE STATUS IS WS-TSF-STATUS.                            00530000
005400     SELECT P26HRF ASSIGN TO P26HRF                               00540000
005500         ORGANIZATION IS INDEXED                                  00550000
005600         ACCESS MODE IS DYNAMIC                                   00560000
005700         RECORD KEY IS HRT-EMP-ID                                 00570000
005800         FILE STATUS IS WS-HRF-STATUS.                            00580000
005900     SELECT P26SUPF ASSIGN TO P26SUPF                             00590000
006000         ORGANIZATION IS INDEXED                                  00600000
006100         ACCESS MODE IS DYNAMIC                                   00610000
006200         RECORD KEY IS SUP-EMP-ID                                 00620000
006300         FILE STATUS IS WS-SUPF-STATUS.                           00630000
006400     SELECT P26PHIST ASSIGN TO P26PHIST                           00640000
006500         ORGANIZATION IS INDEXED                                  00650000
006600         ACCESS MODE IS DYNAMIC                                   00660000
006700         RECORD KEY IS PH-KEY                                     00670000
006800         FILE STATUS IS WS-PHIST-STATUS.                          00680000
006900     SELECT P26AUDIT ASSIGN TO P26AUDIT                           00690000
007000         ORGANIZATION IS INDEXED                                  00700000
007100         ACCESS MODE IS DYNAMIC                                   00710000
007200         RECORD KEY IS AUD-KEY                                    00720000
007300         FILE STATUS IS WS-AUDIT-STATUS.                          00730000
007400     SELECT P26RGIX ASSIGN TO P26RGIX                             00740000
007500         ORGANIZATION IS INDEXED                                  00750000
007600         ACCESS MODE IS DYNAMIC                                   00760000
007700         RECORD KEY IS RGX-KEY                                    00770000
007800         FILE STATUS IS WS-RGIX-STATUS.                           00780000
007900     SELECT P26RARCH ASSIGN TO P26RARCH                           00790000
008000         ORGANIZATION IS INDEXED                                  00800000
008100         ACCESS MODE IS DYNAMIC                                   00810000
008200         RECORD KEY IS RAR-KEY                                    00820000
008300         FILE STATUS IS WS-RARCH-STATUS.                          00830000
008400     SELECT P26PDRP ASSIGN TO P26PDRP                             00840000
008500         ORGANIZATION IS LINE SEQUENTIAL                          00850000
008600         FILE STATUS IS WS-PDRP-STATUS.                           00860000
008700*                                                                 00870000
008800 DATA DIVISION.                                                   00880000
008900 FILE SECTION.                                                    00890000
009000 FD  P26PDPARM                                                    00900000
009100     LABEL RECORDS ARE STANDARD.                                  00910000
009200 01  PDPARM-RECORD.                                               00920000
009300     03  PD-JOB              PIC X(08).                           00930000
009400     03  FILLER              PIC X(01).                           00940000
009500     03  PD-REQ-ID           PIC X(06).                           00950000
009600     03  FILLER              PIC X(01).                           00960000
009700     03  PD-DATE             PIC X(10).                           00970000
009800     03  FILLER              PIC X(01).                           00980000
009900     03  PD-DEPT             PIC X(08).                           00990000
010000     03  FILLER              PIC X(01).                           01000000
010100     03  PD-LOC              PIC X(10).                           01010000
010200     03  FILLER              PIC X(01).                           01020000
010300     03  PD-EMP-ID           PIC X(05).                           01030000
010400     03  FILLER              PIC X(28).                           01040000
010500 FD  P26MFILE                                                     01050000
010600     LABEL RECORDS ARE STANDARD.                                  01060000
010700     COPY EMPMSTR.                                                01070000
010800 FD  P26SFILE                                                     01080000
010900     LABEL RECORDS ARE STANDARD.                                  01090000
011000     COPY P26STR.                                                 01100000
011100 FD  P26CTF                                                       01110000
011200     LABEL RECORDS ARE STANDARD.                                  01120000
011300     COPY P26CTR.                                                 01130000
011400 FD  P26BFILE                                                     01140000
011500     LABEL RECORDS ARE STANDARD.                                  01150000
011600     COPY P26BNKR.                                                01160000
011700 FD  P26DFILE                                                     01170000
011800     LABEL RECORDS ARE STANDARD.                                  01180000
011900     COPY P26DEDR.                                                01190000
012000 FD  P26LFILE                                                     01200000
012100     LABEL RECORDS ARE STANDARD.                                  01210000
012200     COPY P26LVR.                                                 01220000
012300 FD  P26LRQF                                                      01230000
012400     LABEL RECORDS ARE STANDARD.                                  01240000
012500     COPY P26LRQR.                                                01250000
012600 FD  P26LNF                                                       01260000
012700     LABEL RECORDS ARE STANDARD.                                  01270000
012800     COPY P26LNR.                                                 01280000
012900 FD  P26TSF                                                       01290000
013000     LABEL RECORDS ARE STANDARD.                                  01300000
013100     COPY P26TSR.                                                 01310000
013200 FD  P26HRF                                                       01320000
013300     LABEL RECORDS ARE STANDARD.                                  01330000
013400     COPY P26HRR.                                                 01340000
013500 FD  P26SUPF                                                      01350000
013600     LABEL RECORDS ARE STANDARD.                                  01360000
013700     COPY P26SUPR.                                                01370000
013800 FD  P26PHIST                                                     01380000
013900     LABEL RECORDS ARE STANDARD.                                  01390000
014000     COPY P26PHR.                                                 01400000
014100 FD  P26AUDIT                                                     01410000
014200     LABEL RECORDS ARE STANDARD.                                  01420000
014300     COPY P26AUDR.                                                01430000
014400 FD  P26RGIX                                                      01440000
014500     LABEL RECORDS ARE STANDARD.                                  01450000
014600     COPY P26RGXR.                                                01460000
014700 FD  P26RARCH                                                     01470000
014800     LABEL RECORDS ARE STANDARD.                                  01480000
014900     COPY P26RARR.                                                01490000
015000 FD  P26PDRP                                                      01500000
015100     LABEL RECORDS ARE STANDARD.                                  01510000
015200 01  PDRP-LINE               PIC X(132).                          01520000
015300*                                                                 01530000
015400 WORKING-STORAGE SECTION.                                         01540000
015500 01  WS-PDPARM-STATUS        PIC X(02) VALUE SPACES.              01550000
015600     88  PDPARM-MISSING              VALUE '35'.                  01560000
015700 01  WS-MFILE-STATUS         PIC X(02) VALUE SPACES.              01570000
015800     88  MFILE-MISSING               VALUE '35'.                  01580000
015900 01  WS-SFILE-STATUS         PIC X(02) VALUE SPACES.              01590000
016000     88  SFILE-MISSING               VALUE '35'.                  01600000
016100 01  WS-CTF-STATUS           PIC X(02) VALUE SPACES.              01610000
016200     88  CTF-MISSING                 VALUE '35'.                  01620000
016300 01  WS-BFILE-STATUS         PIC X(02) VALUE SPACES.              01630000
016400     88  BFILE-MISSING               VALUE '35'.                  01640000
016500 01  WS-DFILE-STATUS         PIC X(02) VALUE SPACES.              01650000
016600     88  DFILE-MISSING               VALUE '35'.                  01660000
016700 01  WS-LFILE-STATUS         PIC X(02) VALUE SPACES.              01670000
016800     88  LFILE-MISSING               VALUE '35'.                  01680000
016900 01  WS-LRQF-STATUS          PIC X(02) VALUE SPACES.              01690000
017000     88  LRQF-MISSING                VALUE '35'.                  01700000
017100 01  WS-LNF-STATUS           PIC X(02) VALUE SPACES.              01710000
017200     88  LNF-MISSING                 VALUE '35'.                  01720000
017300 01  WS-TSF-STATUS           PIC X(02) VALUE SPACES.              01730000
017400     88  TSF-MISSING                 VALUE '35'.                  01740000
017500 01  WS-HRF-STATUS           PIC X(02) VALUE SPACES.              01750000
017600     88  HRF-MISSING                 VALUE '35'.                  01760000
017700 01  WS-SUPF-STATUS          PIC X(02) VALUE SPACES.              01770000
017800     88  SUPF-MISSING                VALUE '35'.                  01780000
017900 01  WS-PHIST-STATUS         PIC X(02) VALUE SPACES.              01790000
018000     88  PHIST-MISSING               VALUE '35'.                  01800000
018100 01  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.              01810000
018200     88  AUDIT-MISSING               VALUE '35'.                  01820000
018300 01  WS-RGIX-STATUS          PIC X(02) VALUE SPACES.              01830000
018400     88  RGIX-MISSING                VALUE '35'.                  01840000
018500 01  WS-RARCH-STATUS         PIC X(02) VALUE SPACES.              01850000
018600     88  RARCH-MISSING               VALUE '35'.                  01860000
018700 01  WS-PDRP-STATUS          PIC X(02) VALUE SPACES.              01870000
018800 01  WS-MFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 01880000
018900     88  MFILE-OPEN                  VALUE 'Y'.                   01890000
019000 01  WS-ABORT-FLAG           PIC X(01) VALUE 'N'.                 01900000
019100     88  REPORT-ABORTED              VALUE 'Y'.                   01910000
019200 01  WS-BROWSE-FLAG          PIC X(01) VALUE 'N'.                 01920000
019300     88  BROWSE-DONE                 VALUE 'Y'.                   01930000
019400 01  WS-SUP-DONE-FLAG        PIC X(01) VALUE 'N'.                 01940000
019500     88  SUP-CHAIN-DONE              VALUE 'Y'.                   01950000
019600 01  WS-EMP-ID               PIC X(05) VALUE SPACES.              01960000
019700 01  WS-REQ-ID               PIC 9(06) VALUE ZERO.                01970000
019800 01  WS-ARCH-REPORT          PIC X(08) VALUE SPACES.              01980000
019900 01  WS-GEN-NUM              PIC 9(04) VALUE ZERO.                01990000
020000 01  WS-LINE-SEQ             PIC 9(06) VALUE ZERO.                02000000
020100 01  WS-ITEM-COUNT           PIC 9(05) VALUE ZERO.                02010000
020200 01  WS-SUP-CUR              PIC X(05) VALUE SPACES.              02020000
020300 01  WS-SUP-LEVEL            PIC 9(02) VALUE ZERO.                02030000
020400 01  WS-SUP-MAX              PIC 9(02) VALUE 10.                  02040000
020500 01  WS-ACCT-SPACES          PIC 9(02) VALUE ZERO.                02050000
020600 01  WS-ACCT-LEN             PIC 9(02) VALUE ZERO.                02060000
020700 01  WS-ACCT-START           PIC 9(02) VALUE ZERO.                02070000
020800 01  WS-MASKED-ACCT          PIC X(12) VALUE SPACES.              02080000
020900 01  WS-CURRENT-DATE.                                             02090000
021000     03  WS-CURR-YY          PIC 9(04).                           02100000
021100     03  WS-CURR-MM          PIC 9(02).                           02110000
021200     03  WS-CURR-DD          PIC 9(02).                           02120000
021300 01  WS-CURRENT-TIME         PIC 9(08).                           02130000
021400 01  WS-RUN-DATE-OUT         PIC X(10) VALUE SPACES.              02140000
021500 01  WS-MONEY-ED             PIC Z,ZZZ,ZZ9.99-.                   02150000
021600 01  WS-DAYS-ED              PIC ZZ9.9.                           02160000
021700 01  WS-RATE-ED              PIC ZZ9.99.                          02170000
021800 01  WS-COUNT-ED             PIC ZZZZ9.                           02180000
021900 01  WS-HEADING-LINE.                                             02190000
022000     03  FILLER              PIC X(30) VALUE                      02200000
022100         'P26BP61  PERSONAL DATA REPORT '.                        02210000
022200     03  FILLER              PIC X(10) VALUE 'PRODUCED  '.        02220000
022300     03  HD-DATE             PIC X(10).                           02230000
022400     03  FILLER              PIC X(01) VALUE SPACES.              02240000
022500     03  HD-TIME             PIC 9(08).                           02250000
022600 01  WS-SECTION-LINE.                                             02260000
022700     03  FILLER              PIC X(04) VALUE '*** '.              02270000
022800     03  SL-TITLE            PIC X(30).                           02280000
022900 01  WS-LABEL-LINE.                                               02290000
023000     03  FILLER              PIC X(04) VALUE SPACES.              02300000
023100     03  LBL-TEXT            PIC X(20).                           02310000
023200     03  FILLER              PIC X(02) VALUE SPACES.              02320000
023300     03  LBL-VALUE           PIC X(60).                           02330000
023400 01  WS-DED-HEADING          PIC X(132) VALUE                     02340000
023500     '    TYPE  DESCRIPTION           M         AMOUNT  START     02350000
023600-    '     STOP      C        ARREARS'.                           02360000
023700 01  WS-DED-LINE.                                                 02370000
023800     03  FILLER              PIC X(04) VALUE SPACES.              02380000
023900     03  DL-TYPE             PIC X(04).                           02390000
024000     03  FILLER              PIC X(02) VALUE SPACES.              02400000
024100     03  DL-DESC             PIC X(20).                           02410000
024200     03  FILLER              PIC X(02) VALUE SPACES.              02420000
024300     03  DL-METHOD           PIC X(01).                           02430000
024400     03  FILLER              PIC X(02) VALUE SPACES.              02440000
024500     03  DL-AMOUNT           PIC Z,ZZZ,ZZ9.99.                    02450000
024600     03  FILLER              PIC X(02) VALUE SPACES.              02460000
024700     03  DL-START            PIC X(08).                           02470000
024800     03  FILLER              PIC X(02) VALUE SPACES.              02480000
024900     03  DL-STOP             PIC X(08).                           02490000
025000     03  FILLER              PIC X(02) VALUE SPACES.              02500000
025100     03  DL-CLASS            PIC X(01).                           02510000
025200     03  FILLER              PIC X(02) VALUE SPACES.              02520000
025300     03  DL-ARREARS          PIC Z,ZZZ,ZZ9.99.                    02530000
025400 01  WS-LRQ-HEADING          PIC X(132) VALUE                     02540000
025500     '    SEQ  FROM      TO         DAYS  S  REASON               02550000
025600-    '        REQUESTED BY         APPROVED BY'.                  02560000
025700 01  WS-LRQ-LINE.                                                 02570000
025800     03  FILLER              PIC X(04) VALUE SPACES.              02580000
025900     03  RL-SEQ              PIC 9(03).                           02590000
026000     03  FILLER              PIC X(02) VALUE SPACES.              02600000
026100     03  RL-FROM             PIC X(08).                           02610000
026200     03  FILLER              PIC X(02) VALUE SPACES.              02620000
026300     03  RL-TO               PIC X(08).                           02630000
026400     03  FILLER              PIC X(02) VALUE SPACES.              02640000
026500     03  RL-DAYS             PIC Z9.9.                            02650000
026600     03  FILLER              PIC X(02) VALUE SPACES.              02660000
026700     03  RL-STATUS           PIC X(01).                           02670000
026800     03  FILLER              PIC X(02) VALUE SPACES.              02680000
026900     03  RL-REASON           PIC X(20).                           02690000
027000     03  FILLER              PIC X(02) VALUE SPACES.              02700000
027100     03  RL-REQ-USER         PIC X(08).                           02710000
027200     03  FILLER              PIC X(01) VALUE SPACES.              02720000
027300     03  RL-REQ-DATE         PIC X(10).                           02730000
027400     03  FILLER              PIC X(02) VALUE SPACES.              02740000
027500     03  RL-APPR-USER        PIC X(08).                           02750000
027600     03  FILLER              PIC X(01) VALUE SPACES.              02760000
027700     03  RL-APPR-DATE        PIC X(10).                           02770000
027800 01  WS-LOAN-HEADING         PIC X(132) VALUE                     02780000
027900     '    NO  DESCRIPTION              PRINCIPAL  INSTALMENT      02790000
028000-    '      BALANCE  START   S'.                                  02800000
028100 01  WS-LOAN-LINE.                                                02810000
028200     03  FILLER              PIC X(04) VALUE SPACES.              02820000
028300     03  NL-LOAN-NO          PIC 9(02).                           02830000
028400     03  FILLER              PIC X(02) VALUE SPACES.              02840000
028500     03  NL-DESC             PIC X(20).                           02850000
028600     03  FILLER              PIC X(02) VALUE SPACES.              02860000
028700     03  NL-PRINCIPAL        PIC Z,ZZZ,ZZ9.99.                    02870000
028800     03  FILLER              PIC X(02) VALUE SPACES.              02880000
028900     03  NL-INSTALMENT       PIC ZZ,ZZ9.99.                       02890000
029000     03  FILLER              PIC X(02) VALUE SPACES.              02900000
029100     03  NL-BALANCE          PIC Z,ZZZ,ZZ9.99.                    02910000
029200     03  FILLER              PIC X(02) VALUE SPACES.              02920000
029300     03  NL-START            PIC X(06).                           02930000
029400     03  FILLER              PIC X(02) VALUE SPACES.              02940000
029500     03  NL-STATUS           PIC X(01).                           02950000
029600 01  WS-TS-HEADING           PIC X(132) VALUE                     02960000
029700     '    PERIOD  REG   OT  S  UPDATED     BY        APPROVED BY'.02970000
029800 01  WS-TS-LINE.                                                  02980000
029900     03  FILLER              PIC X(04) VALUE SPACES.              02990000
030000     03  TL-PERIOD           PIC X(06).                           03000000
030100     03  FILLER              PIC X(02) VALUE SPACES.              03010000
030200     03  TL-REG              PIC ZZ9.                             03020000
030300     03  FILLER              PIC X(02) VALUE SPACES.              03030000
030400     03  TL-OT               PIC ZZ9.                             03040000
030500     03  FILLER              PIC X(02) VALUE SPACES.              03050000
030600     03  TL-STATUS           PIC X(01).                           03060000
030700     03  FILLER              PIC X(02) VALUE SPACES.              03070000
030800     03  TL-UPD-DATE         PIC X(10).                           03080000
030900     03  FILLER              PIC X(02) VALUE SPACES.              03090000
031000     03  TL-UPD-USER         PIC X(08).                           03100000
031100     03  FILLER              PIC X(02) VALUE SPACES.              03110000
031200     03  TL-APPR-USER        PIC X(08).                           03120000
031300 01  WS-SUP-HEADING          PIC X(132) VALUE                     03130000
031400     '    LEVEL  SUPERVISOR  NAME'.                               03140000
031500 01  WS-SUP-LINE.                                                 03150000
031600     03  FILLER              PIC X(04) VALUE SPACES.              03160000
031700     03  UL-LEVEL            PIC Z9.                              03170000
031800     03  FILLER              PIC X(05) VALUE SPACES.              03180000
031900     03  UL-SUPV-ID          PIC X(05).                           03190000
032000     03  FILLER              PIC X(07) VALUE SPACES.              03200000
032100     03  UL-NAME             PIC X(20).                           03210000
032200 01  WS-PH-HEADING           PIC X(132) VALUE                     03220000
032300     '    PERIOD R         GROSS           TAX      OTH-DEDN      03230000
032400-    '           NET      EMPLOYER      EXPENSES'.                03240000
032500 01  WS-PH-LINE.                                                  03250000
032600     03  FILLER              PIC X(04) VALUE SPACES.              03260000
032700     03  PL-PERIOD           PIC X(06).                           03270000
032800     03  FILLER              PIC X(01) VALUE SPACES.              03280000
032900     03  PL-RUN-TYPE         PIC X(01).                           03290000
033000     03  FILLER              PIC X(02) VALUE SPACES.              03300000
033100     03  PL-GROSS            PIC Z,ZZZ,ZZ9.99.                    03310000
033200     03  FILLER              PIC X(02) VALUE SPACES.              03320000
033300     03  PL-TAX              PIC Z,ZZZ,ZZ9.99.                    03330000
033400     03  FILLER              PIC X(02) VALUE SPACES.              03340000
033500     03  PL-OTH              PIC Z,ZZZ,ZZ9.99.                    03350000
033600     03  FILLER              PIC X(02) VALUE SPACES.              03360000
033700     03  PL-NET              PIC Z,ZZZ,ZZ9.99-.                   03370000
033800     03  FILLER              PIC X(01) VALUE SPACES.              03380000
033900     03  PL-EMPR             PIC Z,ZZZ,ZZ9.99.                    03390000
034000     03  FILLER              PIC X(02) VALUE SPACES.              03400000
034100     03  PL-EXP              PIC Z,ZZZ,ZZ9.99.                    03410000
034200 01  WS-AUD-HEADING          PIC X(132) VALUE                     03420000
034300     '    DATE       TIME      A  SOURCE    TERM  USER'.          03430000
034400 01  WS-AUD-LINE.                                                 03440000
034500     03  FILLER              PIC X(04) VALUE SPACES.              03450000
034600     03  AL-DATE             PIC X(10).                           03460000
034700     03  FILLER              PIC X(01) VALUE SPACES.              03470000
034800     03  AL-TIME             PIC X(08).                           03480000
034900     03  FILLER              PIC X(02) VALUE SPACES.              03490000
035000     03  AL-ACTION           PIC X(01).                           03500000
035100     03  FILLER              PIC X(02) VALUE SPACES.              03510000
035200     03  AL-SOURCE           PIC X(08).                           03520000
035300     03  FILLER              PIC X(02) VALUE SPACES.              03530000
035400     03  AL-TERM             PIC X(04).                           03540000
035500     03  FILLER              PIC X(02) VALUE SPACES.              03550000
035600     03  AL-USER             PIC X(08).                           03560000
035700 01  WS-IMAGE-LINE.                                               03570000
035800     03  FILLER              PIC X(06) VALUE SPACES.              03580000
035900     03  IL-LABEL            PIC X(08).                           03590000
036000     03  IL-IMAGE            PIC X(100).                          03600000
036100 01  WS-NONE-LINE            PIC X(132) VALUE                     03610000
036200     '    NO RECORDS ON FILE'.                                    03620000
036300 01  WS-UNAVAIL-LINE         PIC X(132) VALUE                     03630000
036400     '    FILE NOT AVAILABLE'.                                    03640000
036500     COPY P26RCC.                                                 03650000
036600*                                                                 03660000
036700 PROCEDURE DIVISION.                                              03670000
036800 MAIN-PARA.                                                       03680000
036900     PERFORM REGISTER-START-PARA                                  03690000
037000     PERFORM INITIALIZATION-PARA                                  03700000
037100     IF NOT REPORT-ABORTED                                        03710000
037200         PERFORM MASTER-SECTION-PARA                              03720000
037300         PERFORM STATUS-SECTION-PARA                              03730000
037400         PERFORM CONTACT-SECTION-PARA                             03740000
037500         PERFORM BANK-SECTION-PARA                                03750000
037600         PERFORM DEDUCTION-SECTION-PARA                           03760000
037700         PERFORM LEAVE-SECTION-PARA                               03770000
037800         PERFORM LEAVE-REQ-SECTION-PARA                           03780000
037900         PERFORM LOAN-SECTION-PARA                                03790000
038000         PERFORM TIMESHEET-SECTION-PARA                           03800000
038100         PERFORM RATE-SECTION-PARA                                03810000
038200         PERFORM SUPERVISOR-SECTION-PARA                          03820000
038300         PERFORM HISTORY-SECTION-PARA                             03830000
038400         PERFORM AUDIT-SECTION-PARA                               03840000
038500         PERFORM END-REPORT-PARA                                  03850000
038600         PERFORM WRITE-INDEX-PARA                                 03860000
038700     END-IF                                                       03870000
038800     PERFORM TERMINATION-PARA                                     03880000
038900     PERFORM REGISTER-END-PARA                                    03890000
039000     STOP RUN.                                                    03900000
039100*                                                                 03910000
039200 INITIALIZATION-PARA.                                             03920000
039300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    03930000
039400     ACCEPT WS-CURRENT-TIME FROM TIME                             03940000
039500     STRING WS-CURR-DD '/' WS-CURR-MM '/' WS-CURR-YY              03950000
039600         DELIMITED BY SIZE INTO WS-RUN-DATE-OUT                   03960000
039700     MOVE SPACES TO PDPARM-RECORD                                 03970000
039800     OPEN INPUT P26PDPARM                                         03980000
039900     IF NOT PDPARM-MISSING                                        03990000
040000         READ P26PDPARM                                           04000000
040100             AT END                                               04010000
040200                 MOVE SPACES TO PDPARM-RECORD                     04020000
040300         END-READ                                                 04030000
040400         CLOSE P26PDPARM                                          04040000
040500     END-IF                                                       04050000
040600     MOVE PD-EMP-ID TO WS-EMP-ID                                  04060000
040700     IF PD-REQ-ID NUMERIC                                         04070000
040800         MOVE PD-REQ-ID TO WS-REQ-ID                              04080000
040900     END-IF                                                       04090000
041000     IF WS-EMP-ID = SPACES                                        04100000
041100         DISPLAY 'P26BP61 NO EMPLOYEE ID SUPPLIED'                04110000
041200         SET REPORT-ABORTED TO TRUE                               04120000
041300     ELSE                                                         04130000
041400         PERFORM OPEN-FILES-PARA                                  04140000
041500         PERFORM HEADING-PARA                                     04150000
041600     END-IF.                                                      04160000
041700*                                                                 04170000
041800 OPEN-FILES-PARA.                                                 04180000
041900     OPEN OUTPUT P26PDRP                                          04190000
042000     OPEN INPUT P26MFILE                                          04200000
042100     IF NOT MFILE-MISSING                                         04210000
042200         SET MFILE-OPEN TO TRUE                                   04220000
042300     END-IF                                                       04230000
042400     OPEN I-O P26RGIX                                             04240000
042500     IF RGIX-MISSING                                              04250000
042600         OPEN OUTPUT P26RGIX                                      04260000
042700         CLOSE P26RGIX                                            04270000
042800         OPEN I-O P26RGIX                                         04280000
042900     END-IF                                                       04290000
043000     OPEN I-O P26RARCH                                            04300000
043100     IF RARCH-MISSING                                             04310000
043200         OPEN OUTPUT P26RARCH                                     04320000
043300         CLOSE P26RARCH                                           04330000
043400         OPEN I-O P26RARCH                                        04340000
043500     END-IF                                                       04350000
043600     MOVE SPACES TO WS-ARCH-REPORT                                04360000
043700     STRING 'PD' WS-EMP-ID DELIMITED BY SIZE                      04370000
043800         INTO WS-ARCH-REPORT                                      04380000
043900     PERFORM FIND-LAST-GEN-PARA                                   04390000
044000     ADD 1 TO WS-GEN-NUM.                                         04400000
044100*                                                                 04410000
044200 FIND-LAST-GEN-PARA.                                              04420000
044300     MOVE ZERO TO WS-GEN-NUM                                      04430000
044400     MOVE WS-ARCH-REPORT TO RGX-REPORT                            04440000
044500     MOVE 9999 TO RGX-GEN                                         04450000
044600     START P26RGIX KEY IS NOT GREATER THAN RGX-KEY                04460000
044700         INVALID KEY                                              04470000
044800             MOVE ZERO TO WS-GEN-NUM                              04480000
044900     END-START                                                    04490000
045000     IF WS-RGIX-STATUS = '00'                                     04500000
045100         READ P26RGIX PREVIOUS RECORD                             04510000
045200             AT END                                               04520000
045300                 CONTINUE                                         04530000
045400         END-READ                                                 04540000
045500         IF WS-RGIX-STATUS = '00'                                 04550000
045600            AND RGX-REPORT = WS-ARCH-REPORT                       04560000
045700             MOVE RGX-GEN TO WS-GEN-NUM                           04570000
045800         END-IF                                                   04580000
045900     END-IF.                                                      04590000
046000*                                                                 04600000
046100 HEADING-PARA.                                                    04610000
046200     MOVE WS-RUN-DATE-OUT TO HD-DATE                              04620000
046300     MOVE WS-CURRENT-TIME TO HD-TIME                              04630000
046400     MOVE WS-HEADING-LINE TO PDRP-LINE                            04640000
046500     PERFORM WRITE-LINE-PARA                                      04650000
046600     MOVE SPACES TO WS-LABEL-LINE                                 04660000
046700     MOVE 'EMPLOYEE ID' TO LBL-TEXT                               04670000
046800     MOVE WS-EMP-ID TO LBL-VALUE                                  04680000
046900     PERFORM WRITE-LABEL-PARA                                     04690000
047000     MOVE 'REQUEST NUMBER' TO LBL-TEXT                            04700000
047100     MOVE WS-REQ-ID TO LBL-VALUE                                  04710000
047200     PERFORM WRITE-LABEL-PARA                                     04720000
047300     MOVE 'REPORT GENERATION' TO LBL-TEXT                         04730000
047400     STRING WS-ARCH-REPORT ' ' WS-GEN-NUM                         04740000
047500         DELIMITED BY SIZE INTO LBL-VALUE                         04750000
047600     PERFORM WRITE-LABEL-PARA.                                    04760000
047700*                                                                 04770000
047800 MASTER-SECTION-PARA.                                             04780000
047900     MOVE 'EMPLOYEE MASTER' TO SL-TITLE                           04790000
048000     PERFORM WRITE-SECTION-PARA                                   04800000
048100     IF NOT MFILE-OPEN                                            04810000
048200         MOVE WS-UNAVAIL-LINE TO PDRP-LINE                        04820000
048300         PERFORM WRITE-LINE-PARA                                  04830000
048400     ELSE                                                         04840000
048500         MOVE WS-EMP-ID TO EMP-ID                                 04850000
048600         READ P26MFILE                                            04860000
048700             INVALID KEY                                          04870000
048800                 MOVE WS-NONE-LINE TO PDRP-LINE                   04880000
048900                 PERFORM WRITE-LINE-PARA                          04890000
049000             NOT INVALID KEY                                      04900000
049100                 PERFORM MASTER-DETAIL-PARA                       04910000
049200         END-READ                                                 04920000
049300     END-IF.                                                      04930000
049400*                                                                 04940000
049500 MASTER-DETAIL-PARA.                                              04950000
049600     MOVE SPACES TO WS-LABEL-LINE                                 04960000
049700     MOVE 'NAME' TO LBL-TEXT                                      04970000
049800     MOVE EMP-NAME TO LBL-VALUE                                   04980000
049900     PERFORM WRITE-LABEL-PARA                                     04990000
050000     MOVE 'ADDRESS' TO LBL-TEXT                                   05000000
050100     MOVE EMP-ADDR TO LBL-VALUE                                   05010000
050200     PERFORM WRITE-LABEL-PARA                                     05020000
050300     MOVE 'DEPARTMENT' TO LBL-TEXT                                05030000
050400     MOVE EMP-DEPT TO LBL-VALUE                                   05040000
050500     PERFORM WRITE-LABEL-PARA                                     05050000
050600     MOVE 'LOCATION' TO LBL-TEXT                                  05060000
050700     MOVE EMP-LOC TO LBL-VALUE                                    05070000
050800     PERFORM WRITE-LABEL-PARA                                     05080000
050900     MOVE 'TECHNOLOGY' TO LBL-TEXT                                05090000
051000     MOVE EMP-TECH TO LBL-VALUE                                   05100000
051100     PERFORM WRITE-LABEL-PARA                                     05110000
051200     MOVE 'DATE OF BIRTH' TO LBL-TEXT                             05120000
051300     STRING EMP-DOB-DD '/' EMP-DOB-MM '/' EMP-DOB-YY              05130000
051400         DELIMITED BY SIZE INTO LBL-VALUE                         05140000
051500     PERFORM WRITE-LABEL-PARA                                     05150000
051600     MOVE 'DATE OF JOINING' TO LBL-TEXT                           05160000
051700     STRING EMP-DOJ-DD '/' EMP-DOJ-MM '/' EMP-DOJ-YY              05170000
051800         DELIMITED BY SIZE INTO LBL-VALUE                         05180000
051900     PERFORM WRITE-LABEL-PARA                                     05190000
052000     MOVE 'EARNINGS' TO LBL-TEXT                                  05200000
052100     MOVE EMP-EARN TO WS-MONEY-ED                                 05210000
052200     MOVE WS-MONEY-ED TO LBL-VALUE                                05220000
052300     PERFORM WRITE-LABEL-PARA                                     05230000
052400     MOVE 'DEDUCTIONS' TO LBL-TEXT                                05240000
052500     MOVE EMP-DEDN TO WS-MONEY-ED                                 05250000
052600     MOVE WS-MONEY-ED TO LBL-VALUE                                05260000
052700     PERFORM WRITE-LABEL-PARA                                     05270000
052800     MOVE 'LAST UPDATED' TO LBL-TEXT                              05280000
052900     STRING EMP-UPD-DATE ' ' EMP-UPD-TIME ' TERMINAL '            05290000
053000            EMP-UPD-TERM                                          05300000
053100         DELIMITED BY SIZE INTO LBL-VALUE                         05310000
053200     PERFORM WRITE-LABEL-PARA.                                    05320000
053300*                                                                 05330000
053400 STATUS-SECTION-PARA.                                             05340000
053500     MOVE 'EMPLOYMENT STATUS' TO SL-TITLE                         05350000
053600     PERFORM WRITE-SECTION-PARA                                   05360000
053700     OPEN INPUT P26SFILE                                          05370000
053800     IF SFILE-MISSING                                             05380000
053900         MOVE WS-UNAVAIL-LINE TO PDRP-LINE                        05390000
054000         PERFORM WRITE-LINE-PARA                                  05400000
054100     ELSE                                                         05410000
054200         MOVE WS-EMP-ID TO STS-EMP-ID                             05420000
054300         READ P26SFILE                                            05430000
054400             INVALID KEY                                          05440000
054500                 MOVE WS-NONE-LINE TO PDRP-LINE                   05450000
054600                 PERFORM WRITE-LINE-PARA                          05460000
054700             NOT INVALID KEY                                      05470000
054800                 PERFORM STATUS-DETAIL-PARA                       05480000
054900         END-READ                                                 05490000
055000         CLOSE P26SFILE                                           05500000
055100     END-IF.                                                      05510000
055200*                                                                 05520000
055300 STATUS-DETAIL-PARA.                                              05530000
055400     MOVE SPACES TO WS-LABEL-LINE                                 05540000
055500     MOVE 'STATUS' TO LBL-TEXT                                    05550000
055600     MOVE STS-STATUS TO LBL-VALUE                                 05560000
055700     PERFORM WRITE-LABEL-PARA                                     05570000
055800     MOVE 'HIRE DATE' TO LBL-TEXT                                 05580000
055900     MOVE STS-HIRE-DATE TO LBL-VALUE                              05590000
056000     PERFORM WRITE-LABEL-PARA                                     05600000
056100     MOVE 'TERMINATION DATE' TO LBL-TEXT                          05610000
056200     MOVE STS-TERM-DATE TO LBL-VALUE                              05620000
056300     PERFORM WRITE-LABEL-PARA                                     05630000
056400     MOVE 'POSITION' TO LBL-TEXT                                  05640000
056500     MOVE STS-POS-NO TO LBL-VALUE                                 05650000
056600     PERFORM WRITE-LABEL-PARA                                     05660000
056700     MOVE 'GRADE' TO LBL-TEXT                                     05670000
056800     MOVE STS-GRADE TO LBL-VALUE                                  05680000
056900     PERFORM WRITE-LABEL-PARA                                     05690000
057000     MOVE 'LAST UPDATED' TO LBL-TEXT                              05700000
057100     STRING STS-UPD-DATE ' BY ' STS-UPD-USER                      05710000
057200         DELIMITED BY SIZE INTO LBL-VALUE                         05720000
057300     PERFORM WRITE-LABEL-PARA.                                    05730000
057400*                                                                 05740000
057500 CONTACT-SECTION-PARA.                                            05750000
057600     MOVE 'CONTACT DETAILS' TO SL-TITLE                           05760000
057700     PERFORM WRITE-SECTION-PARA                                   05770000
057800     OPEN INPUT P26CTF                                            05780000
057900     IF CTF-MISSING                                               05790000
058000         MOVE WS-UNAVAIL-LINE TO PDRP-LINE                        05800000
058100         PERFORM WRITE-LINE-PARA                                  05810000
058200     ELSE                                                         05820000
058300         MOVE WS-EMP-ID TO CTT-EMP-ID                             05830000
058400         READ P26CTF                                              05840000
058500             INVALID KEY                                          05850000
058600                 MOVE WS-NONE-LINE TO PDRP-LINE                   05860000
058700                 PERFORM WRITE-LINE-PARA                          05870000
058800             NOT INVALID KEY                                      05880000
058900                 PERFORM CONTACT-DETAIL-PARA                      05890000
059000         END-READ                                                 05900000
059100         CLOSE P26CTF                                             05910000
059200     END-IF.                                                      05920000
059300*                                                                 05930000
059400 CONTACT-DETAIL-PARA.                                             05940000
059500     MOVE SPACES TO WS-LABEL-LINE                                 05950000
059600     MOVE 'ADDRESS' TO LBL-TEXT                                   05960000
059700     MOVE CTT-ADDR1 TO LBL-VALUE                                  05970000
059800     PERFORM WRITE-LABEL-PARA                                     05980000
059900     MOVE SPACES TO LBL-TEXT                                      05990000
060000     MOVE CTT-ADDR2 TO LBL-VALUE                                  06000000
060100     PERFORM WRITE-LABEL-PARA                                     06010000
060200     MOVE 'CITY' TO LBL-TEXT                                      06020000
060300     MOVE CTT-CITY TO LBL-VALUE                                   06030000
060400     PERFORM WRITE-LABEL-PARA                                     06040000
060500     MOVE 'POSTCODE' TO LBL-TEXT                                  06050000
060600     MOVE CTT-POSTCODE TO LBL-VALUE                               06060000
060700     PERFORM WRITE-LABEL-PARA                                     06070000
060800     MOVE 'PHONE' TO LBL-TEXT                                     06080000
060900     MOVE CTT-PHONE TO LBL-VALUE                                  06090000
061000     PERFORM WRITE-LABEL-PARA                                     06100000
061100     MOVE 'EMAIL' TO LBL-TEXT                                     06110000
061200     MOVE CTT-EMAIL TO LBL-VALUE                                  06120000
061300     PERFORM WRITE-LABEL-PARA                                     06130000
061400     MOVE 'EMERGENCY CONTACT' TO LBL-TEXT                         06140000
061500     MOVE CTT-EMERG-NAME TO LBL-VALUE                             06150000
061600     PERFORM WRITE-LABEL-PARA                                     06160000
061700     MOVE 'EMERGENCY PHONE' TO LBL-TEXT                           06170000
061800     MOVE CTT-EMERG-PHONE TO LBL-VALUE                            06180000
061900     PERFORM WRITE-LABEL-PARA                                     06190000
062000     MOVE 'LAST UPDATED' TO LBL-TEXT                              06200000
062100     STRING CTT-UPD-DATE ' ' CTT-UPD-TIME ' BY ' CTT-UPD-USER     06210000
062200         DELIMITED BY SIZE INTO LBL-VALUE                         06220000
062300     PERFORM WRITE-LABEL-PARA.                                    06230000
062400*                                                                 06240000
062500 BANK-SECTION-PARA.                                               06250000
062600     MOVE 'BANK DETAILS' TO SL-TITLE                              06260000
062700     PERFORM WRITE-SECTION-PARA                                   06270000
062800     OPEN INPUT P26BFILE                                          06280000
062900     IF BFILE-MISSING                                             06290000
063000         MOVE WS-UNAVAIL-LINE TO PDRP-LINE                        06300000
063100         PERFORM WRITE-LINE-PARA                                  06310000
063200     ELSE                                                         06320000
063300         MOVE WS-EMP-ID TO BNK-EMP-ID                             06330000
063400         READ P26BFILE                                            06340000
063500             INVALID KEY                                          06350000
063600                 MOVE WS-NONE-LINE TO PDRP-LINE                   06360000
063700                 PERFORM WRITE-LINE-PARA                          06370000
063800             NOT INVALID KEY                                      06380000
063900                 PERFORM BANK-DETAIL-PARA                         06390000
064000         END-READ                                                 06400000
064100         CLOSE P26BFILE                                           06410000
064200     END-IF.                                                      06420000
064300*                                                                 06430000
064400 BANK-DETAIL-PARA.                                                06440000
064500     PERFORM MASK-ACCOUNT-PARA                                    06450000
064600     MOVE SPACES TO WS-LABEL-LINE                                 06460000
064700     MOVE 'BANK CODE' TO LBL-TEXT                                 06470000
064800     MOVE BNK-BANK-CODE TO LBL-VALUE                              06480000
064900     PERFORM WRITE-LABEL-PARA                                     06490000
065000     MOVE 'ACCOUNT NUMBER' TO LBL-TEXT                            06500000
065100     MOVE WS-MASKED-ACCT TO LBL-VALUE                             06510000
065200     PERFORM WRITE-LABEL-PARA                                     06520000
065300     MOVE 'STATUS' TO LBL-TEXT                                    06530000
065400     MOVE BNK-STATUS TO LBL-VALUE                                 06540000
065500     PERFORM WRITE-LABEL-PARA                                     06550000
065600     MOVE 'LAST FAILURE' TO LBL-TEXT                              06560000
065700     MOVE BNK-FAIL-DATE TO LBL-VALUE                              06570000
065800     PERFORM WRITE-LABEL-PARA                                     06580000
065900     MOVE 'LAST UPDATED' TO LBL-TEXT                              06590000
066000     STRING BNK-UPD-DATE ' TERMINAL ' BNK-UPD-TERM                06600000
066100         DELIMITED BY SIZE INTO LBL-VALUE                         06610000
066200     PERFORM WRITE-LABEL-PARA.                                    06620000
066300*                                                                 06630000
066400 MASK-ACCOUNT-PARA.                                               06640000
066500     MOVE ZERO TO WS-ACCT-SPACES                                  06650000
066600     INSPECT BNK-ACCT-NO TALLYING WS-ACCT-SPACES                  06660000
066700         FOR ALL SPACES                                           06670000
066800     COMPUTE WS-ACCT-LEN = 12 - WS-ACCT-SPACES                    06680000
066900     MOVE SPACES TO WS-MASKED-ACCT                                06690000
067000     IF WS-ACCT-LEN > 4                                           06700000
067100         MOVE ALL '*' TO WS-MASKED-ACCT(1:WS-ACCT-LEN)            06710000
067200         COMPUTE WS-ACCT-START = WS-ACCT-LEN - 3                  06720000
067300         MOVE BNK-ACCT-NO(WS-ACCT-START:4)                        06730000
067400             TO WS-MASKED-ACCT(WS-ACCT-START:4)                   06740000
067500     ELSE                                                         06750000
067600         MOVE ALL '*' TO WS-MASKED-ACCT(1:4)                      06760000
067700     END-IF.                                                      06770000
067800*                                                                 06780000
067900 DEDUCTION-SECTION-PARA.                                          06790000
068000     MOVE 'DEDUCTIONS' TO SL-TITLE                                06800000
068100     PERFORM WRITE-SECTION-PARA                                   06810000
068200     OPEN INPUT P26DFILE                                          06820000
068300     IF DFILE-MISSING                                             06830000
068400         MOVE WS-UNAVAIL-LINE TO PDRP-LINE                        06840000
068500         PERFORM WRITE-LINE-PARA                                  06850000
068600     ELSE                                                         06860000
068700         MOVE WS-DED-HEADING TO PDRP-LINE                         06870000
068800         PERFORM WRITE-LINE-PARA                                  06880000
068900         MOVE ZERO TO WS-ITEM-COUNT                               06890000
069000         MOVE 'N' TO WS-BROWSE-FLAG                               06900000
069100         MOVE LOW-VALUES TO DED-KEY                               06910000
069200         MOVE WS-EMP-ID TO DED-EMP-ID                             06920000
069300         START P26DFILE KEY IS NOT LESS THAN DED-KEY              06930000
069400             INVALID KEY                                          06940000
069500                 SET BROWSE-DONE TO TRUE                          06950000
069600         END-START                                                06960000
069700         PERFORM DEDUCTION-NEXT-PARA                              06970000
069800             UNTIL BROWSE-DONE                                    06980000
069900         PERFORM CHECK-NONE-PARA                                  06990000
070000         CLOSE P26DFILE                                           07000000
070100     END-IF.                                                      07010000
070200*                                                                 07020000
070300 DEDUCTION-NEXT-PARA.                                             07030000
070400     READ P26DFILE NEXT RECORD                                    07040000
070500         AT END                                                   07050000
070600             SET BROWSE-DONE TO TRUE                              07060000
070700     END-READ                                                     07070000
070800     IF NOT BROWSE-DONE                                           07080000
070900         IF DED-EMP-ID NOT = WS-EMP-ID                            07090000
071000             SET BROWSE-DONE TO TRUE                              07100000
071100         ELSE                                                     07110000
071200             MOVE SPACES TO WS-DED-LINE                           07120000
071300             MOVE DED-TYPE TO DL-TYPE                             07130000
071400             MOVE DED-DESC TO DL-DESC                             07140000
071500             MOVE DED-METHOD TO DL-METHOD                         07150000
071600             MOVE DED-AMOUNT TO DL-AMOUNT                         07160000
071700             MOVE DED-START-DATE TO DL-START                      07170000
071800             MOVE DED-STOP-DATE TO DL-STOP                        07180000
071900             MOVE DED-CLASS TO DL-CLASS                           07190000
072000             MOVE DED-ARREARS TO DL-ARREARS                       07200000
072100             MOVE WS-DED-LINE TO PDRP-LINE                        07210000
072200             PERFORM WRITE-LINE-PARA                              07220000
072300             ADD 1 TO WS-ITEM-COUNT                               07230000
072400         END-IF                                                   07240000
072500     END-IF.                                                      07250000
072600*                                                                 07260000
072700 LEAVE-SECTION-PARA.                                              07270000
072800     MOVE 'LEAVE BALANCE' TO SL-TITLE                             07280000
072900     PERFORM WRITE-SECTION-PARA                                   07290000
073000     OPEN INPUT P26LFILE                                          07300000
073100     IF LFILE-MISSING                                             07310000
073200         MOVE WS-UNAVAIL-LINE TO PDRP-LINE                        07320000
073300         PERFORM WRITE-LINE-PARA                                  07330000
073400     ELSE                                                         07340000
073500         MOVE WS-EMP-ID TO LVE-EMP-ID                             07350000
073600         READ P26LFILE                                            07360000
073700             INVALID KEY                                          07370000
073800                 MOVE WS-NONE-LINE TO PDRP-LINE                   07380000
073900                 PERFORM WRITE-LINE-PARA                          07390000
074000             NOT INVALID KEY                                      07400000
074100                 PERFORM LEAVE-DETAIL-PARA                        07410000
074200         END-READ                                                 07420000
074300         CLOSE P26LFILE                                           07430000
074400     END-IF.                                                      07440000
074500*                                                                 07450000
074600 LEAVE-DETAIL-PARA.                                               07460000
074700     MOVE SPACES TO WS-LABEL-LINE                                 07470000
074800     MOVE 'BALANCE DAYS' TO LBL-TEXT                              07480000
074900     MOVE LVE-BAL-DAYS TO WS-DAYS-ED                              07490000
075000     MOVE WS-DAYS-ED TO LBL-VALUE                                 07500000
075100     PERFORM WRITE-LABEL-PARA                                     07510000
075200     MOVE 'ACCRUED DAYS' TO LBL-TEXT                              07520000
075300     MOVE LVE-ACCRUED-DAYS TO WS-DAYS-ED                          07530000
075400     MOVE WS-DAYS-ED TO LBL-VALUE                                 07540000
075500     PERFORM WRITE-LABEL-PARA                                     07550000
075600     MOVE 'TAKEN DAYS' TO LBL-TEXT                                07560000
075700     MOVE LVE-TAKEN-DAYS TO WS-DAYS-ED                            07570000
075800     MOVE WS-DAYS-ED TO LBL-VALUE                                 07580000
075900     PERFORM WRITE-LABEL-PARA                                     07590000
076000     MOVE 'UNPAID DAYS' TO LBL-TEXT                               07600000
076100     MOVE LVE-UNPAID-DAYS TO WS-DAYS-ED                           07610000
076200     MOVE WS-DAYS-ED TO LBL-VALUE                                 07620000
076300     PERFORM WRITE-LABEL-PARA                                     07630000
076400     MOVE 'LAST ACCRUAL' TO LBL-TEXT                              07640000
076500     MOVE LVE-LAST-ACCR-DATE TO LBL-VALUE                         07650000
076600     PERFORM WRITE-LABEL-PARA                                     07660000
076700     MOVE 'LAST UPDATED' TO LBL-TEXT                              07670000
076800     STRING LVE-UPD-DATE ' BY ' LVE-UPD-USER                      07680000
076900         DELIMITED BY SIZE INTO LBL-VALUE                         07690000
077000     PERFORM WRITE-LABEL-PARA.                                    07700000
077100*                                                                 07710000
077200 LEAVE-REQ-SECTION-PARA.                                          07720000
077300     MOVE 'LEAVE REQUESTS' TO SL-TITLE                            07730000
077400     PERFORM WRITE-SECTION-PARA                                   07740000
077500     OPEN INPUT P26LRQF                                           07750000
077600     IF LRQF-MISSING                                              07760000
077700         MOVE WS-UNAVAIL-LINE TO PDRP-LINE                        07770000
077800         PERFORM WRITE-LINE-PARA                                  07780000
077900     ELSE                                                         07790000
078000         MOVE WS-LRQ-HEADING TO PDRP-LINE                         07800000
078100         PERFORM WRITE-LINE-PARA                                  07810000
078200         MOVE ZERO TO WS-ITEM-COUNT                               07820000
078300         MOVE 'N' TO WS-BROWSE-FLAG                               07830000
078400         MOVE WS-EMP-ID TO LRQ-EMP-ID                             07840000
078500         MOVE ZERO TO LRQ-SEQ                                     07850000
078600         START P26LRQF KEY IS NOT LESS THAN LRQ-KEY               07860000
078700             INVALID KEY                                          07870000
078800                 SET BROWSE-DONE TO TRUE                          07880000
078900         END-START                                                07890000
079000         PERFORM LEAVE-REQ-NEXT-PARA                              07900000
079100             UNTIL BROWSE-DONE                                    07910000
079200         PERFORM CHECK-NONE-PARA                                  07920000
079300         CLOSE P26LRQF                                            07930000
079400     END-IF.                                                      07940000
079500*                                                                 07950000
079600 LEAVE-REQ-NEXT-PARA.                                             07960000
079700     READ P26LRQF NEXT RECORD                                     07970000
079800         AT END                                                   07980000
079900             SET BROWSE-DONE TO TRUE                              07990000
080000     END-READ                                                     08000000
080100     IF NOT BROWSE-DONE                                           08010000
080200         IF LRQ-EMP-ID NOT = WS-EMP-ID                            08020000
080300             SET BROWSE-DONE TO TRUE                              08030000
080400         ELSE                                                     08040000
080500             MOVE SPACES TO WS-LRQ-LINE                           08050000
080600             MOVE LRQ-SEQ TO RL-SEQ                               08060000
080700             MOVE LRQ-FROM-DATE TO RL-FROM                        08070000
080800             MOVE LRQ-TO-DATE TO RL-TO                            08080000
080900             MOVE LRQ-DAYS TO RL-DAYS                             08090000
081000             MOVE LRQ-STATUS TO RL-STATUS                         08100000
081100             MOVE LRQ-REASON TO RL-REASON                         08110000
081200             MOVE LRQ-REQ-USER TO RL-REQ-USER                     08120000
081300             MOVE LRQ-REQ-DATE TO RL-REQ-DATE                     08130000
081400             MOVE LRQ-APPR-USER TO RL-APPR-USER                   08140000
081500             MOVE LRQ-APPR-DATE TO RL-APPR-DATE                   08150000
081600             MOVE WS-LRQ-LINE TO PDRP-LINE                        08160000
081700             PERFORM WRITE-LINE-PARA                              08170000
081800             ADD 1 TO WS-ITEM-COUNT                               08180000
081900         END-IF                                                   08190000
082000     END-IF.                                                      08200000
082100*                                                                 08210000
082200 LOAN-SECTION-PARA.                                               08220000
082300     MOVE 'LOANS' TO SL-TITLE                                     08230000
082400     PERFORM WRITE-SECTION-PARA                                   08240000
082500     OPEN INPUT P26LNF                                            08250000
082600     IF LNF-MISSING                                               08260000
082700         MOVE WS-UNAVAIL-LINE TO PDRP-LINE                        08270000
082800         PERFORM WRITE-LINE-PARA                                  08280000
082900     ELSE                                                         08290000
083000         MOVE WS-LOAN-HEADING TO PDRP-LINE                        08300000
083100         PERFORM WRITE-LINE-PARA                                  08310000
083200         MOVE ZERO TO WS-ITEM-COUNT                               08320000
083300         MOVE 'N' TO WS-BROWSE-FLAG                               08330000
083400         MOVE WS-EMP-ID TO LN-EMP-ID                              08340000
083500         MOVE ZERO TO LN-LOAN-NO                                  08350000
083600         START P26LNF KEY IS NOT LESS THAN LN-KEY                 08360000
083700             INVALID KEY                                          08370000
083800                 SET BROWSE-DONE TO TRUE                          08380000
083900         END-START                                                08390000
084000         PERFORM LOAN-NEXT-PARA                                   08400000
084100             UNTIL BROWSE-DONE                                    08410000
084200         PERFORM CHECK-NONE-PARA                                  08420000
084300         CLOSE P26LNF                                             08430000
084400     END-IF.                                                      08440000
084500*                                                                 08450000
084600 LOAN-NEXT-PARA.                                                  08460000
084700     READ P26LNF NEXT RECORD                                      08470000
084800         AT END                                                   08480000
084900             SET BROWSE-DONE TO TRUE                              08490000
085000     END-READ                                                     08500000
085100     IF NOT BROWSE-DONE                                           08510000
085200         IF LN-EMP-ID NOT = WS-EMP-ID                             08520000
085300             SET BROWSE-DONE TO TRUE                              08530000
085400         ELSE                                                     08540000
085500             MOVE SPACES TO WS-LOAN-LINE                          08550000
085600             MOVE LN-LOAN-NO TO NL-LOAN-NO                        08560000
085700             MOVE LN-DESC TO NL-DESC                              08570000
085800             MOVE LN-PRINCIPAL TO NL-PRINCIPAL                    08580000
085900             MOVE LN-INSTALLMENT TO NL-INSTALMENT                 08590000
086000             MOVE LN-BALANCE TO NL-BALANCE                        08600000
086100             MOVE LN-START-PERIOD TO NL-START                     08610000
086200             MOVE LN-STATUS TO NL-STATUS                          08620000
086300             MOVE WS-LOAN-LINE TO PDRP-LINE                       08630000
086400             PERFORM WRITE-LINE-PARA                              08640000
086500             ADD 1 TO WS-ITEM-COUNT                               08650000
086600         END-IF                                                   08660000
086700     END-IF.                                                      08670000
086800*                                                                 08680000
086900 TIMESHEET-SECTION-PARA.                                          08690000
087000     MOVE 'TIMESHEETS' TO SL-TITLE                                08700000
087100     PERFORM WRITE-SECTION-PARA                                   08710000
087200     OPEN INPUT P26TSF                                            08720000
087300     IF TSF-MISSING                                               08730000
087400         MOVE WS-UNAVAIL-LINE TO PDRP-LINE                        08740000
087500         PERFORM WRITE-LINE-PARA                                  08750000
087600     ELSE                                                         08760000
087700         MOVE WS-TS-HEADING TO PDRP-LINE                          08770000
087800         PERFORM WRITE-LINE-PARA                                  08780000
087900         MOVE ZERO TO WS-ITEM-COUNT                               08790000
088000         MOVE 'N' TO WS-BROWSE-FLAG                               08800000
088100         MOVE WS-EMP-ID TO TS-EMP-ID                              08810000
088200         MOVE LOW-VALUES TO TS-PERIOD                             08820000
088300         START P26TSF KEY IS NOT LESS THAN TS-KEY                 08830000
088400             INVALID KEY                                          08840000
088500                 SET BROWSE-DONE TO TRUE                          08850000
088600         END-START                                                08860000
088700         PERFORM TIMESHEET-NEXT-PARA                              08870000
088800             UNTIL BROWSE-DONE                                    08880000
088900         PERFORM CHECK-NONE-PARA                                  08890000
089000         CLOSE P26TSF                                             08900000
089100     END-IF.                                                      08910000
089200*                                                                 08920000
089300 TIMESHEET-NEXT-PARA.                                             08930000
089400     READ P26TSF NEXT RECORD                                      08940000
089500         AT END                                                   08950000
089600             SET BROWSE-DONE TO TRUE                              08960000
089700     END-READ                                                     08970000
089800     IF NOT BROWSE-DONE                                           08980000
089900         IF TS-EMP-ID NOT = WS-EMP-ID                             08990000
090000             SET BROWSE-DONE TO TRUE                              09000000
090100         ELSE                                                     09010000
090200             MOVE SPACES TO WS-TS-LINE                            09020000
090300             MOVE TS-PERIOD TO TL-PERIOD                          09030000
090400             MOVE TS-REG-HOURS TO TL-REG                          09040000
090500             MOVE TS-OT-HOURS TO TL-OT                            09050000
090600             MOVE TS-STATUS TO TL-STATUS                          09060000
090700             MOVE TS-UPD-DATE TO TL-UPD-DATE                      09070000
090800             MOVE TS-UPD-USER TO TL-UPD-USER                      09080000
090900             MOVE TS-APPR-USER TO TL-APPR-USER                    09090000
091000             MOVE WS-TS-LINE TO PDRP-LINE                         09100000
091100             PERFORM WRITE-LINE-PARA                              09110000
091200             ADD 1 TO WS-ITEM-COUNT                               09120000
091300         END-IF                                                   09130000
091400     END-IF.                                                      09140000
091500*                                                                 09150000
091600 RATE-SECTION-PARA.                                               09160000
091700     MOVE 'HOURLY RATE' TO SL-TITLE                               09170000
091800     PERFORM WRITE-SECTION-PARA                                   09180000
091900     OPEN INPUT P26HRF                                            09190000
092000     IF HRF-MISSING                                               09200000
092100         MOVE WS-UNAVAIL-LINE TO PDRP-LINE                        09210000
092200         PERFORM WRITE-LINE-PARA                                  09220000
092300     ELSE                                                         09230000
092400         MOVE WS-EMP-ID TO HRT-EMP-ID                             09240000
092500         READ P26HRF                                              09250000
092600             INVALID KEY                                          09260000
092700                 MOVE WS-NONE-LINE TO PDRP-LINE                   09270000
092800                 PERFORM WRITE-LINE-PARA                          09280000
092900             NOT INVALID KEY                                      09290000
093000                 PERFORM RATE-DETAIL-PARA                         09300000
093100         END-READ                                                 09310000
093200         CLOSE P26HRF                                             09320000
093300     END-IF.                                                      09330000
093400*                                                                 09340000
093500 RATE-DETAIL-PARA.                                                09350000
093600     MOVE SPACES TO WS-LABEL-LINE                                 09360000
093700     MOVE 'PAY TYPE' TO LBL-TEXT                                  09370000
093800     MOVE HRT-PAY-TYPE TO LBL-VALUE                               09380000
093900     PERFORM WRITE-LABEL-PARA                                     09390000
094000     MOVE 'HOURLY RATE' TO LBL-TEXT                               09400000
094100     MOVE HRT-HOUR-RATE TO WS-RATE-ED                             09410000
094200     MOVE WS-RATE-ED TO LBL-VALUE                                 09420000
094300     PERFORM WRITE-LABEL-PARA                                     09430000
094400     MOVE 'LAST UPDATED' TO LBL-TEXT                              09440000
094500     STRING HRT-UPD-DATE ' ' HRT-UPD-TIME ' BY ' HRT-UPD-USER     09450000
094600         DELIMITED BY SIZE INTO LBL-VALUE                         09460000
094700     PERFORM WRITE-LABEL-PARA.                                    09470000
094800*                                                                 09480000
094900 SUPERVISOR-SECTION-PARA.                                         09490000
095000     MOVE 'SUPERVISOR LINE' TO SL-TITLE                           09500000
095100     PERFORM WRITE-SECTION-PARA                                   09510000
095200     OPEN INPUT P26SUPF                                           09520000
095300     IF SUPF-MISSING                                              09530000
095400         MOVE WS-UNAVAIL-LINE TO PDRP-LINE                        09540000
095500         PERFORM WRITE-LINE-PARA                                  09550000
095600     ELSE                                                         09560000
095700         MOVE WS-SUP-HEADING TO PDRP-LINE                         09570000
095800         PERFORM WRITE-LINE-PARA                                  09580000
095900         MOVE ZERO TO WS-ITEM-COUNT                               09590000
096000         MOVE ZERO TO WS-SUP-LEVEL                                09600000
096100         MOVE 'N' TO WS-SUP-DONE-FLAG                             09610000
096200         MOVE WS-EMP-ID TO WS-SUP-CUR                             09620000
096300         PERFORM SUPERVISOR-STEP-PARA                             09630000
096400             UNTIL SUP-CHAIN-DONE                                 09640000
096500         PERFORM CHECK-NONE-PARA                                  09650000
096600         CLOSE P26SUPF                                            09660000
096700     END-IF.                                                      09670000
096800*                                                                 09680000
096900 SUPERVISOR-STEP-PARA.                                            09690000
097000     MOVE WS-SUP-CUR TO SUP-EMP-ID                                09700000
097100     READ P26SUPF                                                 09710000
097200         INVALID KEY                                              09720000
097300             SET SUP-CHAIN-DONE TO TRUE                           09730000
097400     END-READ                                                     09740000
097500     IF NOT SUP-CHAIN-DONE                                        09750000
097600         IF SUP-SUPV-ID = SPACES                                  09760000
097700            OR SUP-SUPV-ID = WS-SUP-CUR                           09770000
097800            OR SUP-SUPV-ID = WS-EMP-ID                            09780000
097900             SET SUP-CHAIN-DONE TO TRUE                           09790000
098000         ELSE                                                     09800000
098100             ADD 1 TO WS-SUP-LEVEL                                09810000
098200             MOVE SPACES TO WS-SUP-LINE                           09820000
098300             MOVE WS-SUP-LEVEL TO UL-LEVEL                        09830000
098400             MOVE SUP-SUPV-ID TO UL-SUPV-ID                       09840000
098500             PERFORM SUPERVISOR-NAME-PARA                         09850000
098600             MOVE WS-SUP-LINE TO PDRP-LINE                        09860000
098700             PERFORM WRITE-LINE-PARA                              09870000
098800             ADD 1 TO WS-ITEM-COUNT                               09880000
098900             MOVE SUP-SUPV-ID TO WS-SUP-CUR                       09890000
099000             IF WS-SUP-LEVEL NOT < WS-SUP-MAX                     09900000
099100                 SET SUP-CHAIN-DONE TO TRUE                       09910000
099200             END-IF                                               09920000
099300         END-IF                                                   09930000
099400     END-IF.                                                      09940000
099500*                                                                 09950000
099600 SUPERVISOR-NAME-PARA.                                            09960000
099700     IF MFILE-OPEN                                                09970000
099800         MOVE SUP-SUPV-ID TO EMP-ID                               09980000
099900         READ P26MFILE                                            09990000
100000             INVALID KEY                                          10000000
100100                 MOVE 'NOT ON MASTER FILE' TO UL-NAME             10010000
100200             NOT INVALID KEY                                      10020000
100300                 MOVE EMP-NAME TO UL-NAME                         10030000
100400         END-READ                                                 10040000
100500     END-IF.                                                      10050000
100600*                                                                 10060000
100700 HISTORY-SECTION-PARA.                                            10070000
100800     MOVE 'PAY HISTORY' TO SL-TITLE                               10080000
100900     PERFORM WRITE-SECTION-PARA                                   10090000
101000     OPEN INPUT P26PHIST                                          10100000
101100     IF PHIST-MISSING                                             10110000
101200         MOVE WS-UNAVAIL-LINE TO PDRP-LINE                        10120000
101300         PERFORM WRITE-LINE-PARA                                  10130000
101400     ELSE                                                         10140000
101500         MOVE WS-PH-HEADING TO PDRP-LINE                          10150000
101600         PERFORM WRITE-LINE-PARA                                  10160000
101700         MOVE ZERO TO WS-ITEM-COUNT                               10170000
101800         MOVE 'N' TO WS-BROWSE-FLAG                               10180000
101900         MOVE LOW-VALUES TO PH-KEY                                10190000
102000         MOVE WS-EMP-ID TO PH-EMP-ID                              10200000
102100         START P26PHIST KEY IS NOT LESS THAN PH-KEY               10210000
102200             INVALID KEY                                          10220000
102300                 SET BROWSE-DONE TO TRUE                          10230000
102400         END-START                                                10240000
102500         PERFORM HISTORY-NEXT-PARA                                10250000
102600             UNTIL BROWSE-DONE                                    10260000
102700         PERFORM CHECK-NONE-PARA                                  10270000
102800         CLOSE P26PHIST                                           10280000
102900     END-IF.                                                      10290000
103000*                                                                 10300000
103100 HISTORY-NEXT-PARA.                                               10310000
103200     READ P26PHIST NEXT RECORD                                    10320000
103300         AT END                                                   10330000
103400             SET BROWSE-DONE TO TRUE                              10340000
103500     END-READ                                                     10350000
103600     IF NOT BROWSE-DONE                                           10360000
103700         IF PH-EMP-ID NOT = WS-EMP-ID                             10370000
103800             SET BROWSE-DONE TO TRUE                              10380000
103900         ELSE                                                     10390000
104000             IF PH-DETAIL-REC                                     10400000
104100                 MOVE SPACES TO WS-PH-LINE                        10410000
104200                 MOVE PH-PERIOD TO PL-PERIOD                      10420000
104300                 MOVE PH-RUN-TYPE TO PL-RUN-TYPE                  10430000
104400                 MOVE PH-GROSS TO PL-GROSS                        10440000
104500                 MOVE PH-TAX TO PL-TAX                            10450000
104600                 MOVE PH-OTH-DEDN TO PL-OTH                       10460000
104700                 MOVE PH-NET TO PL-NET                            10470000
104800                 MOVE PH-EMPR-CONT TO PL-EMPR                     10480000
104900                 MOVE PH-EXP-REIMB TO PL-EXP                      10490000
105000                 MOVE WS-PH-LINE TO PDRP-LINE                     10500000
105100                 PERFORM WRITE-LINE-PARA                          10510000
105200                 ADD 1 TO WS-ITEM-COUNT                           10520000
105300             END-IF                                               10530000
105400         END-IF                                                   10540000
105500     END-IF.                                                      10550000
105600*                                                                 10560000
105700 AUDIT-SECTION-PARA.                                              10570000
105800     MOVE 'AUDIT TRAIL' TO SL-TITLE                               10580000
105900     PERFORM WRITE-SECTION-PARA                                   10590000
106000     OPEN INPUT P26AUDIT                                          10600000
106100     IF AUDIT-MISSING                                             10610000
106200         MOVE WS-UNAVAIL-LINE TO PDRP-LINE                        10620000
106300         PERFORM WRITE-LINE-PARA                                  10630000
106400     ELSE                                                         10640000
106500         MOVE WS-AUD-HEADING TO PDRP-LINE                         10650000
106600         PERFORM WRITE-LINE-PARA                                  10660000
106700         MOVE ZERO TO WS-ITEM-COUNT                               10670000
106800         MOVE 'N' TO WS-BROWSE-FLAG                               10680000
106900         MOVE LOW-VALUES TO AUD-KEY                               10690000
107000         MOVE WS-EMP-ID TO AUD-EMP-ID                             10700000
107100         START P26AUDIT KEY IS NOT LESS THAN AUD-KEY              10710000
107200             INVALID KEY                                          10720000
107300                 SET BROWSE-DONE TO TRUE                          10730000
107400         END-START                                                10740000
107500         PERFORM AUDIT-NEXT-PARA                                  10750000
107600             UNTIL BROWSE-DONE                                    10760000
107700         PERFORM CHECK-NONE-PARA                                  10770000
107800         CLOSE P26AUDIT                                           10780000
107900     END-IF.                                                      10790000
108000*                                                                 10800000
108100 AUDIT-NEXT-PARA.                                                 10810000
108200     READ P26AUDIT NEXT RECORD                                    10820000
108300         AT END                                                   10830000
108400             SET BROWSE-DONE TO TRUE                              10840000
108500     END-READ                                                     10850000
108600     IF NOT BROWSE-DONE                                           10860000
108700         IF AUD-EMP-ID NOT = WS-EMP-ID                            10870000
108800             SET BROWSE-DONE TO TRUE                              10880000
108900         ELSE                                                     10890000
109000             MOVE SPACES TO WS-AUD-LINE                           10900000
109100             MOVE AUD-DATE-KEY TO AL-DATE                         10910000
109200             MOVE AUD-TIME-KEY TO AL-TIME                         10920000
109300             MOVE AUD-ACTION TO AL-ACTION                         10930000
109400             MOVE AUD-SOURCE-FILE TO AL-SOURCE                    10940000
109500             MOVE AUD-TERM-ID TO AL-TERM                          10950000
109600             MOVE AUD-USER-ID TO AL-USER                          10960000
109700             MOVE WS-AUD-LINE TO PDRP-LINE                        10970000
109800             PERFORM WRITE-LINE-PARA                              10980000
109900             PERFORM AUDIT-IMAGE-PARA                             10990000
110000             ADD 1 TO WS-ITEM-COUNT                               11000000
110100         END-IF                                                   11010000
110200     END-IF.                                                      11020000
110300*                                                                 11030000
110400 AUDIT-IMAGE-PARA.                                                11040000
110500     IF AUD-BEFORE-IMAGE NOT = SPACES                             11050000
110600         MOVE SPACES TO WS-IMAGE-LINE                             11060000
110700         MOVE 'BEFORE' TO IL-LABEL                                11070000
110800         MOVE AUD-BEFORE-IMAGE(1:100) TO IL-IMAGE                 11080000
110900         MOVE WS-IMAGE-LINE TO PDRP-LINE                          11090000
111000         PERFORM WRITE-LINE-PARA                                  11100000
111100         MOVE SPACES TO IL-LABEL                                  11110000
111200         MOVE AUD-BEFORE-IMAGE(101:35) TO IL-IMAGE                11120000
111300         MOVE WS-IMAGE-LINE TO PDRP-LINE                          11130000
111400         PERFORM WRITE-LINE-PARA                                  11140000
111500     END-IF                                                       11150000
111600     IF AUD-AFTER-IMAGE NOT = SPACES                              11160000
111700         MOVE SPACES TO WS-IMAGE-LINE                             11170000
111800         MOVE 'AFTER' TO IL-LABEL                                 11180000
111900         MOVE AUD-AFTER-IMAGE(1:100) TO IL-IMAGE                  11190000
112000         MOVE WS-IMAGE-LINE TO PDRP-LINE                          11200000
112100         PERFORM WRITE-LINE-PARA                                  11210000
112200         MOVE SPACES TO IL-LABEL                                  11220000
112300         MOVE AUD-AFTER-IMAGE(101:35) TO IL-IMAGE                 11230000
112400         MOVE WS-IMAGE-LINE TO PDRP-LINE                          11240000
112500         PERFORM WRITE-LINE-PARA                                  11250000
112600     END-IF.                                                      11260000
112700*                                                                 11270000
112800 CHECK-NONE-PARA.                                                 11280000
112900     IF WS-ITEM-COUNT = ZERO                                      11290000
113000         MOVE WS-NONE-LINE TO PDRP-LINE                           11300000
113100         PERFORM WRITE-LINE-PARA                                  11310000
113200     END-IF.                                                      11320000
113300*                                                                 11330000
113400 END-REPORT-PARA.                                                 11340000
113500     MOVE SPACES TO PDRP-LINE                                     11350000
113600     PERFORM WRITE-LINE-PARA                                      11360000
113700     MOVE '*** END OF PERSONAL DATA REPORT ***' TO PDRP-LINE      11370000
113800     PERFORM WRITE-LINE-PARA.                                     11380000
113900*                                                                 11390000
114000 WRITE-SECTION-PARA.                                              11400000
114100     MOVE SPACES TO PDRP-LINE                                     11410000
114200     PERFORM WRITE-LINE-PARA                                      11420000
114300     MOVE WS-SECTION-LINE TO PDRP-LINE                            11430000
114400     PERFORM WRITE-LINE-PARA.                                     11440000
114500*                                                                 11450000
114600 WRITE-LABEL-PARA.                                                11460000
114700     MOVE WS-LABEL-LINE TO PDRP-LINE                              11470000
114800     PERFORM WRITE-LINE-PARA                                      11480000
114900     MOVE SPACES TO LBL-VALUE.                                    11490000
115000*                                                                 11500000
115100 WRITE-LINE-PARA.                                                 11510000
115200     WRITE PDRP-LINE                                              11520000
115300     ADD 1 TO WS-LINE-SEQ                                         11530000
115400     MOVE WS-ARCH-REPORT TO RAR-REPORT                            11540000
115500     MOVE WS-GEN-NUM TO RAR-GEN                                   11550000
115600     MOVE WS-LINE-SEQ TO RAR-LINE-SEQ                             11560000
115700     MOVE PDRP-LINE TO RAR-LINE                                   11570000
115800     WRITE REPORT-ARCH-RECORD                                     11580000
115900         INVALID KEY                                              11590000
116000             REWRITE REPORT-ARCH-RECORD                           11600000
116100     END-WRITE.                                                   11610000
116200*                                                                 11620000
116300 WRITE-INDEX-PARA.                                                11630000
116400     MOVE WS-ARCH-REPORT TO RGX-REPORT                            11640000
116500     MOVE WS-GEN-NUM TO RGX-GEN                                   11650000
116600     MOVE WS-RUN-DATE-OUT TO RGX-RUN-DATE                         11660000
116700     MOVE WS-CURRENT-TIME TO RGX-RUN-TIME                         11670000
116800     MOVE SPACES TO RGX-PARMS                                     11680000
116900     STRING 'REQUEST ' WS-REQ-ID ' EMP ' WS-EMP-ID                11690000
117000         DELIMITED BY SIZE INTO RGX-PARMS                         11700000
117100     MOVE WS-LINE-SEQ TO RGX-LINE-COUNT                           11710000
117200     SET RGX-KEPT TO TRUE                                         11720000
117300     WRITE REPORT-GEN-RECORD                                      11730000
117400         INVALID KEY                                              11740000
117500             REWRITE REPORT-GEN-RECORD                            11750000
117600     END-WRITE.                                                   11760000
117700*                                                                 11770000
117800 TERMINATION-PARA.                                                11780000
117900     IF NOT REPORT-ABORTED                                        11790000
118000         DISPLAY 'P26BP61 ' WS-ARCH-REPORT ' GENERATION '         11800000
118100             WS-GEN-NUM ' KEPT, ' WS-LINE-SEQ ' LINES'            11810000
118200         IF MFILE-OPEN                                            11820000
118300             CLOSE P26MFILE                                       11830000
118400         END-IF                                                   11840000
118500         CLOSE P26RGIX                                            11850000
118600         CLOSE P26RARCH                                           11860000
118700         CLOSE P26PDRP                                            11870000
118800     END-IF.                                                      11880000
118900*                                                                 11890000
119000 REGISTER-START-PARA.                                             11900000
119100     SET RCA-START TO TRUE                                        11910000
119200     MOVE 'P26BP61' TO RCA-JOB-NAME                               11920000
119300     MOVE SPACES TO RCA-BUS-DATE                                  11930000
119400     MOVE SPACES TO RCA-PRED-JOB                                  11940000
119500     MOVE SPACES TO RCA-OVERRIDE                                  11950000
119600     MOVE ZERO TO RCA-READ-COUNT                                  11960000
119700     MOVE ZERO TO RCA-WRITE-COUNT                                 11970000
119800     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       11980000
119900     IF RCA-RETURN NOT = '00'                                     11990000
120000         DISPLAY 'P26BP61 RUN REFUSED BY RUN CONTROL RC='         12000000
120100             RCA-RETURN                                           12010000
120200         STOP RUN                                                 12020000
120300     END-IF.                                                      12030000
120400*                                                                 12040000
120500 REGISTER-END-PARA.                                               12050000
120600     IF REPORT-ABORTED                                            12060000
120700         SET RCA-FAIL TO TRUE                                     12070000
120800     ELSE                                                         12080000
120900         SET RCA-END TO TRUE                                      12090000
121000     END-IF                                                       12100000
121100     MOVE ZERO TO RCA-READ-COUNT                                  12110000
121200     MOVE WS-LINE-SEQ TO RCA-WRITE-COUNT                          12120000
121300     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      12130000
