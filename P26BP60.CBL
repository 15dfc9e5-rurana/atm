000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP60.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26MKPARM ASSIGN TO P26MKPARM                         00060000
000700         ORGANIZATION IS LINE SEQUENTIAL                          00070000
000800         FILE STATUS IS WS-MKPARM-STATUS.                         00080000
000900     SELECT P26BKIN ASSIGN TO P26BKIN                             00090000
001000         ORGANIZATION IS LINE SEQUENTIAL                          00100000
001100         FILE STATUS IS WS-BKIN-STATUS.                           00110000
001200     SELECT P26BKOUT ASSIGN TO P26BKOUT                           00120000
001300         ORGANIZATION IS LINE SEQUENTIAL                          00130000
001400         FILE STATUS IS WS-BKOUT-STATUS.                          00140000
001500     SELECT P26MKRP ASSIGN TO P26MKRP                             00150000
001600         ORGANIZATION IS LINE SEQUENTIAL                          00160000
001700         FILE STATUS IS WS-MKRP-STATUS.                           00170000
001800*                                                                 00180000
001900 DATA DIVISION.                                                   00190000
002000 FILE SECTION.                                                    00200000
002100 FD  P26MKPARM                                                    00210000
002200     LABEL RECORDS ARE STANDARD.                                  00220000
002300 01  MKPARM-RECORD.                                               00230000
002400     03  MK-BAND             PIC 9(02).                           00240000
002500     03  FILLER              PIC X(01).                           00250000
002600     03  MK-SALT             PIC 9(05).                           00260000
002700     03  FILLER              PIC X(72).                           00270000
002800 FD  P26BKIN                                                      00280000
002900     LABEL RECORDS ARE STANDARD.                                  00290000
003000 01  BKIN-RECORD             PIC X(351).                          00300000
003100 FD  P26BKOUT                                                     00310000
003200     LABEL RECORDS ARE STANDARD.                                  00320000
003300 01  BKOUT-RECORD            PIC X(351).                          00330000
003400 FD  P26MKRP                                                      00340000
003500     LABEL RECORDS ARE STANDARD.                                  00350000
003600 01  MKRP-LINE               PIC X(132).                          00360000
003700*                                                                 00370000
003800 WORKING-STORAGE SECTION.                                         00380000
003900 01  WS-MKPARM-STATUS        PIC X(02) VALUE SPACES.              00390000
004000     88  MKPARM-MISSING              VALUE '35'.                  00400000
004100 01  WS-BKIN-STATUS          PIC X(02) VALUE SPACES.              00410000
004200     88  BKIN-MISSING                VALUE '35'.                  00420000
004300 01  WS-BKOUT-STATUS         PIC X(02) VALUE SPACES.              00430000
004400 01  WS-MKRP-STATUS          PIC X(02) VALUE SPACES.              00440000
004500 01  WS-FILE-EOF-FLAG        PIC X(01) VALUE 'N'.                 00450000
004600     88  FILE-EOF                    VALUE 'Y'.                   00460000
004700 01  WS-ABORT-FLAG           PIC X(01) VALUE 'N'.                 00470000
004800     88  MASK-ABORTED                VALUE 'Y'.                   00480000
004900 01  WS-TRL-SEEN-FLAG        PIC X(01) VALUE 'N'.                 00490000
005000     88  TRL-SEEN                    VALUE 'Y'.                   00500000
005100 01  WS-PRD-FOUND-FLAG       PIC X(01) VALUE 'N'.                 00510000
005200     88  PRD-FOUND                   VALUE 'Y'.                   00520000
005300 01  WS-REC-COUNT            PIC 9(09) VALUE ZERO.                00530000
005400 01  WS-MASK-COUNT           PIC 9(09) VALUE ZERO.                00540000
005500 01  WS-UNSCALED-COUNT       PIC 9(09) VALUE ZERO.                00550000
005600 01  WS-IN-HASH              PIC 9(13)V99 VALUE ZERO.             00560000
005700 01  WS-OUT-HASH             PIC 9(13)V99 VALUE ZERO.             00570000
005800 01  WS-REC-HASH             PIC 9(13)V99 VALUE ZERO.             00580000
005900 01  WS-TRL-COUNT            PIC 9(09) VALUE ZERO.                00590000
006000 01  WS-TRL-HASH             PIC 9(13)V99 VALUE ZERO.             00600000
006100 01  WS-MONEY-WORK           PIC 9(07)V99 VALUE ZERO.             00610000
006200 01  WS-SLAB-WORK            PIC 9(07)V99 VALUE ZERO.             00620000
006300 01  WS-BKP-FILE             PIC X(08) VALUE SPACES.              00630000
006400 01  WS-BAND-PCT             PIC 9(02) VALUE 10.                  00640000
006500 01  WS-SALT                 PIC 9(05) VALUE ZERO.                00650000
006600 01  WS-PCT-RANGE            PIC 9(03) VALUE ZERO.                00660000
006700 01  WS-PCT-REM              PIC 9(03) VALUE ZERO.                00670000
006800 01  WS-FACTOR               PIC 9V99 VALUE ZERO.                 00680000
006900 01  WS-SEED-ID              PIC X(05) VALUE SPACES.              00690000
007000 01  WS-SEED-NUM REDEFINES WS-SEED-ID                             00700000
007100                             PIC 9(05).                           00710000
007200 01  WS-SEED                 PIC 9(06) VALUE ZERO.                00720000
007300 01  WS-EMERG-SEED           PIC 9(06) VALUE ZERO.                00730000
007400 01  WS-SEED-WORK            PIC 9(07) VALUE ZERO.                00740000
007500 01  WS-QUOT                 PIC 9(07) VALUE ZERO.                00750000
007600 01  WS-FIRST-SUB            PIC 9(02) VALUE ZERO.                00760000
007700 01  WS-LAST-SUB             PIC 9(02) VALUE ZERO.                00770000
007800 01  WS-STREET-SUB           PIC 9(02) VALUE ZERO.                00780000
007900 01  WS-HOUSE-NO             PIC 9(03) VALUE ZERO.                00790000
008000 01  WS-FAKE-NAME            PIC X(20) VALUE SPACES.              00800000
008100 01  WS-FAKE-EMERG           PIC X(20) VALUE SPACES.              00810000
008200 01  WS-FAKE-ADDR            PIC X(30) VALUE SPACES.              00820000
008300 01  WS-FAKE-POSTCODE        PIC X(10) VALUE SPACES.              00830000
008400 01  WS-FAKE-PHONE           PIC X(15) VALUE SPACES.              00840000
008500 01  WS-FAKE-EMERG-PHONE     PIC X(15) VALUE SPACES.              00850000
008600 01  WS-FAKE-EMAIL           PIC X(40) VALUE SPACES.              00860000
008700 01  WS-FAKE-ACCT            PIC X(12) VALUE SPACES.              00870000
008800 01  WS-NEW-EARN             PIC 9(08)V99 VALUE ZERO.             00880000
008900 01  WS-NEW-DEDN             PIC 9(08)V99 VALUE ZERO.             00890000
009000 01  WS-NEW-GROSS            PIC 9(08)V99 VALUE ZERO.             00900000
009100 01  WS-NEW-TAX              PIC 9(08)V99 VALUE ZERO.             00910000
009200 01  WS-NEW-OTH-DEDN         PIC 9(08)V99 VALUE ZERO.             00920000
009300 01  WS-NEW-NET              PIC S9(08)V99 VALUE ZERO.            00930000
009400 01  WS-NEW-EMPR             PIC 9(08)V99 VALUE ZERO.             00940000
009500 01  WS-NEW-EXP              PIC 9(08)V99 VALUE ZERO.             00950000
009600 01  WS-MONEY-MAX            PIC 9(08)V99 VALUE 9999999.99.       00960000
009700 01  WS-MONEY-MIN            PIC S9(08)V99 VALUE -9999999.99.     00970000
009800 01  WS-HIST-KEY.                                                 00980000
009900     03  WS-HIST-PERIOD      PIC X(06).                           00990000
010000     03  WS-HIST-RUN         PIC X(01).                           01000000
010100 01  WS-PRD-MAX              PIC 9(04) VALUE 600.                 01010000
010200 01  WS-PRD-COUNT            PIC 9(04) VALUE ZERO.                01020000
010300 01  WS-PRD-SUB              PIC 9(04) VALUE ZERO.                01030000
010400 01  WS-PRD-TABLE.                                                01040000
010500     03  WS-PRD-ENTRY OCCURS 600 TIMES.                           01050000
010600         05  WS-PRD-KEY      PIC X(07).                           01060000
010700         05  WS-PRD-GROSS    PIC S9(11)V99.                       01070000
010800         05  WS-PRD-TAX      PIC S9(11)V99.                       01080000
010900         05  WS-PRD-DEDN     PIC S9(11)V99.                       01090000
011000         05  WS-PRD-NET      PIC S9(11)V99.                       01100000
011100         05  WS-PRD-EMPR     PIC S9(11)V99.                       01110000
011200         05  WS-PRD-EXP      PIC S9(11)V99.                       01120000
011300 01  WS-FIRST-NAME-DATA.                                          01130000
011400     03  FILLER              PIC X(09) VALUE 'ALEX'.              01140000
011500     03  FILLER              PIC X(09) VALUE 'BAILEY'.            01150000
011600     03  FILLER              PIC X(09) VALUE 'CASEY'.             01160000
011700     03  FILLER              PIC X(09) VALUE 'DREW'.              01170000
011800     03  FILLER              PIC X(09) VALUE 'ELLIS'.             01180000
011900     03  FILLER              PIC X(09) VALUE 'FINLEY'.            01190000
012000     03  FILLER              PIC X(09) VALUE 'GRAY'.              01200000
012100     03  FILLER              PIC X(09) VALUE 'HARPER'.            01210000
012200     03  FILLER              PIC X(09) VALUE 'JORDAN'.            01220000
012300     03  FILLER              PIC X(09) VALUE 'KENDALL'.           01230000
012400     03  FILLER              PIC X(09) VALUE 'LOGAN'.             01240000
012500     03  FILLER              PIC X(09) VALUE 'MORGAN'.            01250000
012600     03  FILLER              PIC X(09) VALUE 'NOEL'.              01260000
012700     03  FILLER              PIC X(09) VALUE 'OAKLEY'.            01270000
012800     03  FILLER              PIC X(09) VALUE 'PARKER'.            01280000
012900     03  FILLER              PIC X(09) VALUE 'QUINN'.             01290000
013000     03  FILLER              PIC X(09) VALUE 'RILEY'.             01300000
013100     03  FILLER              PIC X(09) VALUE 'SAWYER'.            01310000
013200     03  FILLER              PIC X(09) VALUE 'TAYLOR'.            01320000
013300     03  FILLER              PIC X(09) VALUE 'AVERY'.             01330000
013400 01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-DATA.            01340000
013500     03  WS-FIRST-NAME       PIC X(09) OCCURS 20 TIMES.           01350000
013600 01  WS-LAST-NAME-DATA.                                           01360000
013700     03  FILLER              PIC X(10) VALUE 'ASHFORD'.           01370000
013800     03  FILLER              PIC X(10) VALUE 'BRANSON'.           01380000
013900     03  FILLER              PIC X(10) VALUE 'CARLOW'.            01390000
014000     03  FILLER              PIC X(10) VALUE 'DENHOLM'.           01400000
014100     03  FILLER              PIC X(10) VALUE 'EASTLEY'.           01410000
014200     03  FILLER              PIC X(10) VALUE 'FAIRBANK'.          01420000
014300     03  FILLER              PIC X(10) VALUE 'GRANTHAM'.          01430000
014400     03  FILLER              PIC X(10) VALUE 'HOLLOWAY'.          01440000
014500     03  FILLER              PIC X(10) VALUE 'IRVINE'.            01450000
014600     03  FILLER              PIC X(10) VALUE 'JESSOP'.            01460000
014700     03  FILLER              PIC X(10) VALUE 'KENWORTHY'.         01470000
014800     03  FILLER              PIC X(10) VALUE 'LANGDALE'.          01480000
014900     03  FILLER              PIC X(10) VALUE 'MARSTON'.           01490000
015000     03  FILLER              PIC X(10) VALUE 'NORCROSS'.          01500000
015100     03  FILLER              PIC X(10) VALUE 'OVERTON'.           01510000
015200     03  FILLER              PIC X(10) VALUE 'PENROSE'.           01520000
015300     03  FILLER              PIC X(10) VALUE 'REDFERN'.           01530000
015400     03  FILLER              PIC X(10) VALUE 'SHELBY'.            01540000
015500     03  FILLER              PIC X(10) VALUE 'THORNTON'.          01550000
015600     03  FILLER              PIC X(10) VALUE 'WHITLOCK'.          01560000
015700 01  WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-DATA.              01570000
015800     03  WS-LAST-NAME        PIC X(10) OCCURS 20 TIMES.           01580000
015900 01  WS-STREET-DATA.                                              01590000
016000     03  FILLER              PIC X(16) VALUE 'ACACIA AVENUE'.     01600000
016100     03  FILLER              PIC X(16) VALUE 'BIRCH GROVE'.       01610000
016200     03  FILLER              PIC X(16) VALUE 'CEDAR LANE'.        01620000
016300     03  FILLER              PIC X(16) VALUE 'DOVER STREET'.      01630000
016400     03  FILLER              PIC X(16) VALUE 'ELM CLOSE'.         01640000
016500     03  FILLER              PIC X(16) VALUE 'FERN ROAD'.         01650000
016600     03  FILLER              PIC X(16) VALUE 'GLEBE WAY'.         01660000
016700     03  FILLER              PIC X(16) VALUE 'HAZEL DRIVE'.       01670000
016800     03  FILLER              PIC X(16) VALUE 'LARCH CRESCENT'.    01680000
016900     03  FILLER              PIC X(16) VALUE 'MAPLE TERRACE'.     01690000
017000 01  WS-STREET-TABLE REDEFINES WS-STREET-DATA.                    01700000
017100     03  WS-STREET-NAME      PIC X(16) OCCURS 10 TIMES.           01710000
017200 01  WS-BKP-RECORD.                                               01720000
017300     03  BKP-REC-TYPE        PIC X(01).                           01730000
017400     03  BKP-DATA            PIC X(350).                          01740000
017500 01  WS-BKP-HEADER REDEFINES WS-BKP-RECORD.                       01750000
017600     03  FILLER              PIC X(01).                           01760000
017700     03  BKH-FILE            PIC X(08).                           01770000
017800     03  BKH-GEN             PIC X(08).                           01780000
017900     03  BKH-DATE            PIC X(10).                           01790000
018000     03  FILLER              PIC X(324).                          01800000
018100 01  WS-BKP-TRAILER REDEFINES WS-BKP-RECORD.                      01810000
018200     03  FILLER              PIC X(01).                           01820000
018300     03  BKT-COUNT           PIC 9(09).                           01830000
018400     03  BKT-HASH            PIC 9(13)V99.                        01840000
018500     03  FILLER              PIC X(326).                          01850000
018600 01  WS-FILE-LINE.                                                01860000
018700     03  FL-LABEL            PIC X(26).                           01870000
018800     03  FL-FILE             PIC X(08).                           01880000
018900     03  FILLER              PIC X(02).                           01890000
019000     03  FL-GEN              PIC X(08).                           01900000
019100 01  WS-COUNT-LINE.                                               01910000
019200     03  CL-LABEL            PIC X(26).                           01920000
019300     03  CL-COUNT            PIC ZZZ,ZZZ,ZZ9.                     01930000
019400 01  WS-HASH-LINE.                                                01940000
019500     03  HL-LABEL            PIC X(26).                           01950000
019600     03  HL-HASH             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.            01960000
019700     COPY EMPMSTR.                                                01970000
019800     COPY P26CTR.                                                 01980000
019900     COPY P26BNKR.                                                01990000
020000     COPY P26PHR.                                                 02000000
020100     COPY P26AUDR.                                                02010000
020200     COPY P26RCC.                                                 02020000
020300*                                                                 02030000
020400 PROCEDURE DIVISION.                                              02040000
020500 MAIN-PARA.                                                       02050000
020600     PERFORM REGISTER-START-PARA                                  02060000
020700     PERFORM INITIALIZATION-PARA                                  02070000
020800     IF NOT MASK-ABORTED                                          02080000
020900         PERFORM MASK-PARA                                        02090000
021000             UNTIL FILE-EOF                                       02100000
021100         PERFORM WRITE-TRAILER-PARA                               02110000
021200         CLOSE P26BKIN                                            02120000
021300         CLOSE P26BKOUT                                           02130000
021400         PERFORM PROVE-PARA                                       02140000
021500     END-IF                                                       02150000
021600     PERFORM TERMINATION-PARA                                     02160000
021700     PERFORM REGISTER-END-PARA                                    02170000
021800     STOP RUN.                                                    02180000
021900*                                                                 02190000
022000 INITIALIZATION-PARA.                                             02200000
022100     OPEN OUTPUT P26MKRP                                          02210000
022200     MOVE 'P26BP60  TEST REGION MASKING REPORT' TO MKRP-LINE      02220000
022300     WRITE MKRP-LINE                                              02230000
022400     MOVE SPACES TO MKPARM-RECORD                                 02240000
022500     OPEN INPUT P26MKPARM                                         02250000
022600     IF NOT MKPARM-MISSING                                        02260000
022700         READ P26MKPARM                                           02270000
022800             AT END                                               02280000
022900                 MOVE SPACES TO MKPARM-RECORD                     02290000
023000         END-READ                                                 02300000
023100         CLOSE P26MKPARM                                          02310000
023200     END-IF                                                       02320000
023300     IF MK-BAND NUMERIC                                           02330000
023400         MOVE MK-BAND TO WS-BAND-PCT                              02340000
023500     END-IF                                                       02350000
023600     IF WS-BAND-PCT > 50                                          02360000
023700         MOVE 50 TO WS-BAND-PCT                                   02370000
023800     END-IF                                                       02380000
023900     IF MK-SALT NUMERIC                                           02390000
024000         MOVE MK-SALT TO WS-SALT                                  02400000
024100     END-IF                                                       02410000
024200     COMPUTE WS-PCT-RANGE = WS-BAND-PCT * 2 + 1                   02420000
024300     MOVE SPACES TO WS-COUNT-LINE                                 02430000
024400     MOVE 'SALARY BAND PERCENT' TO CL-LABEL                       02440000
024500     MOVE WS-BAND-PCT TO CL-COUNT                                 02450000
024600     MOVE WS-COUNT-LINE TO MKRP-LINE                              02460000
024700     WRITE MKRP-LINE                                              02470000
024800     PERFORM OPEN-UNLOAD-PARA.                                    02480000
024900*                                                                 02490000
025000 OPEN-UNLOAD-PARA.                                                02500000
025100     OPEN INPUT P26BKIN                                           02510000
025200     IF BKIN-MISSING                                              02520000
025300         MOVE 'UNLOAD DATASET NOT PRESENT' TO MKRP-LINE           02530000
025400         WRITE MKRP-LINE                                          02540000
025500         SET MASK-ABORTED TO TRUE                                 02550000
025600         SET FILE-EOF TO TRUE                                     02560000
025700     ELSE                                                         02570000
025800         PERFORM READ-BKIN-PARA                                   02580000
025900         PERFORM CHECK-HEADER-PARA                                02590000
026000     END-IF.                                                      02600000
026100*                                                                 02610000
026200 CHECK-HEADER-PARA.                                               02620000
026300     IF FILE-EOF                                                  02630000
026400        OR BKP-REC-TYPE NOT = 'H'                                 02640000
026500         MOVE 'UNLOAD HEADER RECORD NOT FOUND' TO MKRP-LINE       02650000
026600         WRITE MKRP-LINE                                          02660000
026700         SET MASK-ABORTED TO TRUE                                 02670000
026800         SET FILE-EOF TO TRUE                                     02680000
026900     ELSE                                                         02690000
027000         MOVE BKH-FILE TO WS-BKP-FILE                             02700000
027100         MOVE SPACES TO WS-FILE-LINE                              02710000
027200         MOVE 'UNLOAD FILE/GENERATION' TO FL-LABEL                02720000
027300         MOVE BKH-FILE TO FL-FILE                                 02730000
027400         MOVE BKH-GEN TO FL-GEN                                   02740000
027500         MOVE WS-FILE-LINE TO MKRP-LINE                           02750000
027600         WRITE MKRP-LINE                                          02760000
027700         OPEN OUTPUT P26BKOUT                                     02770000
027800         MOVE WS-BKP-RECORD TO BKOUT-RECORD                       02780000
027900         WRITE BKOUT-RECORD                                       02790000
028000         PERFORM READ-BKIN-PARA                                   02800000
028100     END-IF.                                                      02810000
028200*                                                                 02820000
028300 READ-BKIN-PARA.                                                  02830000
028400     READ P26BKIN                                                 02840000
028500         AT END                                                   02850000
028600             SET FILE-EOF TO TRUE                                 02860000
028700     END-READ                                                     02870000
028800     IF NOT FILE-EOF                                              02880000
028900         MOVE BKIN-RECORD TO WS-BKP-RECORD                        02890000
029000     END-IF.                                                      02900000
029100*                                                                 02910000
029200 MASK-PARA.                                                       02920000
029300     EVALUATE BKP-REC-TYPE                                        02930000
029400         WHEN 'D'                                                 02940000
029500             ADD 1 TO WS-REC-COUNT                                02950000
029600             PERFORM HASH-DATA-PARA                               02960000
029700             ADD WS-REC-HASH TO WS-IN-HASH                        02970000
029800             PERFORM MASK-DATA-PARA                               02980000
029900             PERFORM HASH-DATA-PARA                               02990000
030000             ADD WS-REC-HASH TO WS-OUT-HASH                       03000000
030100             MOVE WS-BKP-RECORD TO BKOUT-RECORD                   03010000
030200             WRITE BKOUT-RECORD                                   03020000
030300         WHEN 'T'                                                 03030000
030400             MOVE BKT-COUNT TO WS-TRL-COUNT                       03040000
030500             MOVE BKT-HASH TO WS-TRL-HASH                         03050000
030600             SET TRL-SEEN TO TRUE                                 03060000
030700         WHEN OTHER                                               03070000
030800             CONTINUE                                             03080000
030900     END-EVALUATE                                                 03090000
031000     PERFORM READ-BKIN-PARA.                                      03100000
031100*                                                                 03110000
031200 MASK-DATA-PARA.                                                  03120000
031300     EVALUATE WS-BKP-FILE                                         03130000
031400         WHEN 'P26MFILE'                                          03140000
031500             PERFORM MASK-MASTER-PARA                             03150000
031600         WHEN 'P26CTF'                                            03160000
031700             PERFORM MASK-CONTACT-PARA                            03170000
031800         WHEN 'P26BFILE'                                          03180000
031900             PERFORM MASK-BANK-PARA                               03190000
032000         WHEN 'P26PHIST'                                          03200000
032100             PERFORM MASK-HISTORY-PARA                            03210000
032200         WHEN 'P26AUDIT'                                          03220000
032300             PERFORM MASK-AUDIT-PARA                              03230000
032400         WHEN OTHER                                               03240000
032500             CONTINUE                                             03250000
032600     END-EVALUATE.                                                03260000
032700*                                                                 03270000
032800 MASK-MASTER-PARA.                                                03280000
032900     MOVE BKP-DATA TO EMPLOYEE-MASTER-RECORD                      03290000
033000     MOVE EMP-ID TO WS-SEED-ID                                    03300000
033100     PERFORM BUILD-FAKE-PARA                                      03310000
033200     MOVE WS-FAKE-NAME TO EMP-NAME                                03320000
033300     MOVE WS-FAKE-ADDR TO EMP-ADDR                                03330000
033400     IF EMP-EARN NUMERIC                                          03340000
033500        AND EMP-DEDN NUMERIC                                      03350000
033600         COMPUTE WS-NEW-EARN ROUNDED = EMP-EARN * WS-FACTOR       03360000
033700         COMPUTE WS-NEW-DEDN ROUNDED = EMP-DEDN * WS-FACTOR       03370000
033800         IF WS-NEW-EARN NOT > WS-MONEY-MAX                        03380000
033900             MOVE WS-NEW-EARN TO EMP-EARN                         03390000
034000             MOVE WS-NEW-DEDN TO EMP-DEDN                         03400000
034100         END-IF                                                   03410000
034200     END-IF                                                       03420000
034300     MOVE EMPLOYEE-MASTER-RECORD TO BKP-DATA                      03430000
034400     ADD 1 TO WS-MASK-COUNT.                                      03440000
034500*                                                                 03450000
034600 MASK-CONTACT-PARA.                                               03460000
034700     MOVE BKP-DATA TO CONTACT-RECORD                              03470000
034800     MOVE CTT-EMP-ID TO WS-SEED-ID                                03480000
034900     PERFORM BUILD-FAKE-PARA                                      03490000
035000     MOVE WS-FAKE-ADDR TO CTT-ADDR1                               03500000
035100     MOVE SPACES TO CTT-ADDR2                                     03510000
035200     MOVE 'TESTBOROUGH' TO CTT-CITY                               03520000
035300     MOVE WS-FAKE-POSTCODE TO CTT-POSTCODE                        03530000
035400     MOVE WS-FAKE-PHONE TO CTT-PHONE                              03540000
035500     MOVE WS-FAKE-EMAIL TO CTT-EMAIL                              03550000
035600     MOVE WS-FAKE-EMERG TO CTT-EMERG-NAME                         03560000
035700     MOVE WS-FAKE-EMERG-PHONE TO CTT-EMERG-PHONE                  03570000
035800     MOVE CONTACT-RECORD TO BKP-DATA                              03580000
035900     ADD 1 TO WS-MASK-COUNT.                                      03590000
036000*                                                                 03600000
036100 MASK-BANK-PARA.                                                  03610000
036200     MOVE BKP-DATA TO BANK-RECORD                                 03620000
036300     MOVE BNK-EMP-ID TO WS-SEED-ID                                03630000
036400     PERFORM BUILD-FAKE-PARA                                      03640000
036500     MOVE WS-FAKE-ACCT TO BNK-ACCT-NO                             03650000
036600     MOVE BANK-RECORD TO BKP-DATA                                 03660000
036700     ADD 1 TO WS-MASK-COUNT.                                      03670000
036800*                                                                 03680000
036900 MASK-HISTORY-PARA.                                               03690000
037000     MOVE BKP-DATA TO PAY-HISTORY-RECORD                          03700000
037100     MOVE PH-PERIOD TO WS-HIST-PERIOD                             03710000
037200     MOVE PH-RUN-TYPE TO WS-HIST-RUN                              03720000
037300     EVALUATE TRUE                                                03730000
037400         WHEN PH-DETAIL-REC                                       03740000
037500             PERFORM MASK-HIST-DETAIL-PARA                        03750000
037600         WHEN PH-TRAILER-REC                                      03760000
037700             PERFORM MASK-HIST-TRAILER-PARA                       03770000
037800         WHEN OTHER                                               03780000
037900             CONTINUE                                             03790000
038000     END-EVALUATE                                                 03800000
038100     MOVE PAY-HISTORY-RECORD TO BKP-DATA.                         03810000
038200*                                                                 03820000
038300 MASK-HIST-DETAIL-PARA.                                           03830000
038400     MOVE PH-EMP-ID TO WS-SEED-ID                                 03840000
038500     PERFORM BUILD-FAKE-PARA                                      03850000
038600     MOVE WS-FAKE-NAME TO PH-EMP-NAME                             03860000
038700     ADD 1 TO WS-MASK-COUNT                                       03870000
038800     PERFORM FIND-PERIOD-PARA                                     03880000
038900     IF NOT PRD-FOUND                                             03890000
039000        AND WS-PRD-COUNT < WS-PRD-MAX                             03900000
039100         ADD 1 TO WS-PRD-COUNT                                    03910000
039200         MOVE WS-PRD-COUNT TO WS-PRD-SUB                          03920000
039300         MOVE WS-HIST-KEY TO WS-PRD-KEY(WS-PRD-SUB)               03930000
039400         MOVE ZERO TO WS-PRD-GROSS(WS-PRD-SUB)                    03940000
039500                      WS-PRD-TAX(WS-PRD-SUB)                      03950000
039600                      WS-PRD-DEDN(WS-PRD-SUB)                     03960000
039700                      WS-PRD-NET(WS-PRD-SUB)                      03970000
039800                      WS-PRD-EMPR(WS-PRD-SUB)                     03980000
039900                      WS-PRD-EXP(WS-PRD-SUB)                      03990000
040000         SET PRD-FOUND TO TRUE                                    04000000
040100     END-IF                                                       04010000
040200     IF PRD-FOUND                                                 04020000
040300        AND PH-GROSS NUMERIC                                      04030000
040400        AND PH-TAX NUMERIC                                        04040000
040500        AND PH-OTH-DEDN NUMERIC                                   04050000
040600        AND PH-NET NUMERIC                                        04060000
040700         PERFORM SCALE-HIST-PARA                                  04070000
040800     ELSE                                                         04080000
040900         ADD 1 TO WS-UNSCALED-COUNT                               04090000
041000     END-IF.                                                      04100000
041100*                                                                 04110000
041200 SCALE-HIST-PARA.                                                 04120000
041300     COMPUTE WS-NEW-GROSS ROUNDED = PH-GROSS * WS-FACTOR          04130000
041400     COMPUTE WS-NEW-TAX ROUNDED = PH-TAX * WS-FACTOR              04140000
041500     COMPUTE WS-NEW-OTH-DEDN ROUNDED = PH-OTH-DEDN * WS-FACTOR    04150000
041600     COMPUTE WS-NEW-NET ROUNDED = PH-NET * WS-FACTOR              04160000
041700     MOVE ZERO TO WS-NEW-EMPR                                     04170000
041800     MOVE ZERO TO WS-NEW-EXP                                      04180000
041900     IF PH-EMPR-CONT NUMERIC                                      04190000
042000         COMPUTE WS-NEW-EMPR ROUNDED = PH-EMPR-CONT * WS-FACTOR   04200000
042100     END-IF                                                       04210000
042200     IF PH-EXP-REIMB NUMERIC                                      04220000
042300         COMPUTE WS-NEW-EXP ROUNDED = PH-EXP-REIMB * WS-FACTOR    04230000
042400     END-IF                                                       04240000
042500     IF WS-NEW-GROSS > WS-MONEY-MAX                               04250000
042600        OR WS-NEW-TAX > WS-MONEY-MAX                              04260000
042700        OR WS-NEW-OTH-DEDN > WS-MONEY-MAX                         04270000
042800        OR WS-NEW-NET > WS-MONEY-MAX                              04280000
042900        OR WS-NEW-NET < WS-MONEY-MIN                              04290000
043000        OR WS-NEW-EMPR > WS-MONEY-MAX                             04300000
043100        OR WS-NEW-EXP > WS-MONEY-MAX                              04310000
043200         ADD 1 TO WS-UNSCALED-COUNT                               04320000
043300     ELSE                                                         04330000
043400         COMPUTE WS-PRD-GROSS(WS-PRD-SUB) =                       04340000
043500             WS-PRD-GROSS(WS-PRD-SUB) + WS-NEW-GROSS - PH-GROSS   04350000
043600         COMPUTE WS-PRD-TAX(WS-PRD-SUB) =                         04360000
043700             WS-PRD-TAX(WS-PRD-SUB) + WS-NEW-TAX - PH-TAX         04370000
043800         COMPUTE WS-PRD-DEDN(WS-PRD-SUB) =                        04380000
043900             WS-PRD-DEDN(WS-PRD-SUB) + WS-NEW-OTH-DEDN            04390000
044000             - PH-OTH-DEDN                                        04400000
044100         COMPUTE WS-PRD-NET(WS-PRD-SUB) =                         04410000
044200             WS-PRD-NET(WS-PRD-SUB) + WS-NEW-NET - PH-NET         04420000
044300         MOVE WS-NEW-GROSS TO PH-GROSS                            04430000
044400         MOVE WS-NEW-TAX TO PH-TAX                                04440000
044500         MOVE WS-NEW-OTH-DEDN TO PH-OTH-DEDN                      04450000
044600         MOVE WS-NEW-NET TO PH-NET                                04460000
044700         PERFORM SCALE-HIST-EXTRA-PARA                            04470000
044800     END-IF.                                                      04480000
044900*                                                                 04490000
045000 SCALE-HIST-EXTRA-PARA.                                           04500000
045100     IF PH-EMPR-CONT NUMERIC                                      04510000
045200         COMPUTE WS-PRD-EMPR(WS-PRD-SUB) =                        04520000
045300             WS-PRD-EMPR(WS-PRD-SUB) + WS-NEW-EMPR - PH-EMPR-CONT 04530000
045400         MOVE WS-NEW-EMPR TO PH-EMPR-CONT                         04540000
045500     END-IF                                                       04550000
045600     IF PH-EXP-REIMB NUMERIC                                      04560000
045700         COMPUTE WS-PRD-EXP(WS-PRD-SUB) =                         04570000
045800             WS-PRD-EXP(WS-PRD-SUB) + WS-NEW-EXP - PH-EXP-REIMB   04580000
045900         MOVE WS-NEW-EXP TO PH-EXP-REIMB                          04590000
046000     END-IF.                                                      04600000
046100*                                                                 04610000
046200 MASK-HIST-TRAILER-PARA.                                          04620000
046300     PERFORM FIND-PERIOD-PARA                                     04630000
046400     IF PRD-FOUND                                                 04640000
046500        AND PH-TOT-GROSS NUMERIC                                  04650000
046600        AND PH-TOT-TAX NUMERIC                                    04660000
046700        AND PH-TOT-DEDN NUMERIC                                   04670000
046800        AND PH-TOT-NET NUMERIC                                    04680000
046900         COMPUTE PH-TOT-GROSS =                                   04690000
047000             PH-TOT-GROSS + WS-PRD-GROSS(WS-PRD-SUB)              04700000
047100         COMPUTE PH-TOT-TAX =                                     04710000
047200             PH-TOT-TAX + WS-PRD-TAX(WS-PRD-SUB)                  04720000
047300         COMPUTE PH-TOT-DEDN =                                    04730000
047400             PH-TOT-DEDN + WS-PRD-DEDN(WS-PRD-SUB)                04740000
047500         COMPUTE PH-TOT-NET =                                     04750000
047600             PH-TOT-NET + WS-PRD-NET(WS-PRD-SUB)                  04760000
047700         IF PH-TOT-EMPR NUMERIC                                   04770000
047800             COMPUTE PH-TOT-EMPR =                                04780000
047900                 PH-TOT-EMPR + WS-PRD-EMPR(WS-PRD-SUB)            04790000
048000         END-IF                                                   04800000
048100         IF PH-TOT-EXP NUMERIC                                    04810000
048200             COMPUTE PH-TOT-EXP =                                 04820000
048300                 PH-TOT-EXP + WS-PRD-EXP(WS-PRD-SUB)              04830000
048400         END-IF                                                   04840000
048500     END-IF.                                                      04850000
048600*                                                                 04860000
048700 FIND-PERIOD-PARA.                                                04870000
048800     MOVE 'N' TO WS-PRD-FOUND-FLAG                                04880000
048900     MOVE 1 TO WS-PRD-SUB                                         04890000
049000     PERFORM SCAN-PERIOD-PARA                                     04900000
049100         UNTIL PRD-FOUND                                          04910000
049200            OR WS-PRD-SUB > WS-PRD-COUNT.                         04920000
049300*                                                                 04930000
049400 SCAN-PERIOD-PARA.                                                04940000
049500     IF WS-PRD-KEY(WS-PRD-SUB) = WS-HIST-KEY                      04950000
049600         SET PRD-FOUND TO TRUE                                    04960000
049700     ELSE                                                         04970000
049800         ADD 1 TO WS-PRD-SUB                                      04980000
049900     END-IF.                                                      04990000
050000*                                                                 05000000
050100 MASK-AUDIT-PARA.                                                 05010000
050200     MOVE BKP-DATA TO AUDIT-RECORD                                05020000
050300     MOVE SPACES TO AUD-BEFORE-IMAGE                              05030000
050400     MOVE SPACES TO AUD-AFTER-IMAGE                               05040000
050500     MOVE AUDIT-RECORD TO BKP-DATA                                05050000
050600     ADD 1 TO WS-MASK-COUNT.                                      05060000
050700*                                                                 05070000
050800 BUILD-FAKE-PARA.                                                 05080000
050900     INSPECT WS-SEED-ID CONVERTING                                05090000
051000         'ABCDEFGHIJKLMNOPQRSTUVWXYZ ' TO                         05100000
051100         '123456789012345678901234560'                            05110000
051200     IF WS-SEED-NUM NOT NUMERIC                                   05120000
051300         MOVE ZERO TO WS-SEED-NUM                                 05130000
051400     END-IF                                                       05140000
051500     COMPUTE WS-SEED = WS-SEED-NUM + WS-SALT                      05150000
051600     COMPUTE WS-EMERG-SEED = 999999 - WS-SEED                     05160000
051700     DIVIDE WS-SEED BY 20 GIVING WS-QUOT                          05170000
051800         REMAINDER WS-FIRST-SUB                                   05180000
051900     ADD 1 TO WS-FIRST-SUB                                        05190000
052000     DIVIDE WS-QUOT BY 20 GIVING WS-QUOT                          05200000
052100         REMAINDER WS-LAST-SUB                                    05210000
052200     ADD 1 TO WS-LAST-SUB                                         05220000
052300     MOVE SPACES TO WS-FAKE-NAME                                  05230000
052400     STRING WS-FIRST-NAME(WS-FIRST-SUB) DELIMITED BY SPACE        05240000
052500            ' ' DELIMITED BY SIZE                                 05250000
052600            WS-LAST-NAME(WS-LAST-SUB) DELIMITED BY SPACE          05260000
052700         INTO WS-FAKE-NAME                                        05270000
052800     MOVE SPACES TO WS-FAKE-EMERG                                 05280000
052900     STRING WS-FIRST-NAME(WS-LAST-SUB) DELIMITED BY SPACE         05290000
053000            ' ' DELIMITED BY SIZE                                 05300000
053100            WS-LAST-NAME(WS-LAST-SUB) DELIMITED BY SPACE          05310000
053200         INTO WS-FAKE-EMERG                                       05320000
053300     DIVIDE WS-SEED BY 900 GIVING WS-QUOT                         05330000
053400         REMAINDER WS-HOUSE-NO                                    05340000
053500     ADD 100 TO WS-HOUSE-NO                                       05350000
053600     DIVIDE WS-SEED BY 10 GIVING WS-QUOT                          05360000
053700         REMAINDER WS-STREET-SUB                                  05370000
053800     ADD 1 TO WS-STREET-SUB                                       05380000
053900     MOVE SPACES TO WS-FAKE-ADDR                                  05390000
054000     STRING WS-HOUSE-NO ' ' DELIMITED BY SIZE                     05400000
054100            WS-STREET-NAME(WS-STREET-SUB) DELIMITED BY SIZE       05410000
054200         INTO WS-FAKE-ADDR                                        05420000
054300     MOVE SPACES TO WS-FAKE-POSTCODE                              05430000
054400     STRING 'TB' WS-SEED DELIMITED BY SIZE                        05440000
054500         INTO WS-FAKE-POSTCODE                                    05450000
054600     MOVE SPACES TO WS-FAKE-PHONE                                 05460000
054700     STRING '01632 ' WS-SEED DELIMITED BY SIZE                    05470000
054800         INTO WS-FAKE-PHONE                                       05480000
054900     MOVE SPACES TO WS-FAKE-EMERG-PHONE                           05490000
055000     STRING '01632 ' WS-EMERG-SEED DELIMITED BY SIZE              05500000
055100         INTO WS-FAKE-EMERG-PHONE                                 05510000
055200     MOVE SPACES TO WS-FAKE-EMAIL                                 05520000
055300     STRING 'EMP' WS-SEED '@EXAMPLE.INVALID' DELIMITED BY SIZE    05530000
055400         INTO WS-FAKE-EMAIL                                       05540000
055500     MOVE SPACES TO WS-FAKE-ACCT                                  05550000
055600     STRING '999000' WS-SEED DELIMITED BY SIZE                    05560000
055700         INTO WS-FAKE-ACCT                                        05570000
055800     COMPUTE WS-SEED-WORK = WS-SEED * 7                           05580000
055900     DIVIDE WS-SEED-WORK BY WS-PCT-RANGE GIVING WS-QUOT           05590000
056000         REMAINDER WS-PCT-REM                                     05600000
056100     COMPUTE WS-FACTOR =                                          05610000
056200         (100 + WS-PCT-REM - WS-BAND-PCT) / 100.                  05620000
056300*                                                                 05630000
056400 HASH-DATA-PARA.                                                  05640000
056500     MOVE ZERO TO WS-REC-HASH                                     05650000
056600     EVALUATE WS-BKP-FILE                                         05660000
056700         WHEN 'P26MFILE'                                          05670000
056800             IF BKP-DATA(100:9) NUMERIC                           05680000
056900                 MOVE BKP-DATA(100:9) TO WS-MONEY-WORK(1:9)       05690000
057000                 ADD WS-MONEY-WORK TO WS-REC-HASH                 05700000
057100             END-IF                                               05710000
057200             IF BKP-DATA(109:9) NUMERIC                           05720000
057300                 MOVE BKP-DATA(109:9) TO WS-MONEY-WORK(1:9)       05730000
057400                 ADD WS-MONEY-WORK TO WS-REC-HASH                 05740000
057500             END-IF                                               05750000
057600         WHEN 'P26DFILE'                                          05760000
057700             IF BKP-DATA(31:9) NUMERIC                            05770000
057800                 MOVE BKP-DATA(31:9) TO WS-MONEY-WORK(1:9)        05780000
057900                 ADD WS-MONEY-WORK TO WS-REC-HASH                 05790000
058000             END-IF                                               05800000
058100             IF BKP-DATA(63:9) NUMERIC                            05810000
058200                 MOVE BKP-DATA(63:9) TO WS-MONEY-WORK(1:9)        05820000
058300                 ADD WS-MONEY-WORK TO WS-REC-HASH                 05830000
058400             END-IF                                               05840000
058500         WHEN 'P26PHIST'                                          05850000
058600             IF BKP-DATA(34:9) NUMERIC                            05860000
058700                 MOVE BKP-DATA(34:9) TO WS-MONEY-WORK(1:9)        05870000
058800                 ADD WS-MONEY-WORK TO WS-REC-HASH                 05880000
058900             END-IF                                               05890000
059000             IF BKP-DATA(43:9) NUMERIC                            05900000
059100                 MOVE BKP-DATA(43:9) TO WS-MONEY-WORK(1:9)        05910000
059200                 ADD WS-MONEY-WORK TO WS-REC-HASH                 05920000
059300             END-IF                                               05930000
059400             IF BKP-DATA(52:9) NUMERIC                            05940000
059500                 MOVE BKP-DATA(52:9) TO WS-MONEY-WORK(1:9)        05950000
059600                 ADD WS-MONEY-WORK TO WS-REC-HASH                 05960000
059700             END-IF                                               05970000
059800         WHEN 'P26LNF'                                            05980000
059900             IF BKP-DATA(28:9) NUMERIC                            05990000
060000                 MOVE BKP-DATA(28:9) TO WS-MONEY-WORK(1:9)        06000000
060100                 ADD WS-MONEY-WORK TO WS-REC-HASH                 06010000
060200             END-IF                                               06020000
060300             IF BKP-DATA(44:9) NUMERIC                            06030000
060400                 MOVE BKP-DATA(44:9) TO WS-MONEY-WORK(1:9)        06040000
060500                 ADD WS-MONEY-WORK TO WS-REC-HASH                 06050000
060600             END-IF                                               06060000
060700         WHEN 'P26TAXRT'                                          06070000
060800             IF BKP-DATA(13:9) NUMERIC                            06080000
060900                 MOVE BKP-DATA(13:9) TO WS-SLAB-WORK(1:9)         06090000
061000                 ADD WS-SLAB-WORK TO WS-REC-HASH                  06100000
061100             END-IF                                               06110000
061200         WHEN OTHER                                               06120000
061300             CONTINUE                                             06130000
061400     END-EVALUATE.                                                06140000
061500*                                                                 06150000
061600 WRITE-TRAILER-PARA.                                              06160000
061700     MOVE SPACES TO WS-BKP-RECORD                                 06170000
061800     MOVE 'T' TO BKP-REC-TYPE                                     06180000
061900     MOVE WS-REC-COUNT TO BKT-COUNT                               06190000
062000     MOVE WS-OUT-HASH TO BKT-HASH                                 06200000
062100     MOVE WS-BKP-RECORD TO BKOUT-RECORD                           06210000
062200     WRITE BKOUT-RECORD.                                          06220000
062300*                                                                 06230000
062400 PROVE-PARA.                                                      06240000
062500     MOVE SPACES TO WS-COUNT-LINE                                 06250000
062600     MOVE 'RECORDS READ' TO CL-LABEL                              06260000
062700     MOVE WS-REC-COUNT TO CL-COUNT                                06270000
062800     MOVE WS-COUNT-LINE TO MKRP-LINE                              06280000
062900     WRITE MKRP-LINE                                              06290000
063000     MOVE 'TRAILER RECORD COUNT' TO CL-LABEL                      06300000
063100     MOVE WS-TRL-COUNT TO CL-COUNT                                06310000
063200     MOVE WS-COUNT-LINE TO MKRP-LINE                              06320000
063300     WRITE MKRP-LINE                                              06330000
063400     MOVE 'RECORDS MASKED' TO CL-LABEL                            06340000
063500     MOVE WS-MASK-COUNT TO CL-COUNT                               06350000
063600     MOVE WS-COUNT-LINE TO MKRP-LINE                              06360000
063700     WRITE MKRP-LINE                                              06370000
063800     IF WS-BKP-FILE = 'P26PHIST'                                  06380000
063900         MOVE 'HISTORY AMOUNTS NOT SCALED' TO CL-LABEL            06390000
064000         MOVE WS-UNSCALED-COUNT TO CL-COUNT                       06400000
064100         MOVE WS-COUNT-LINE TO MKRP-LINE                          06410000
064200         WRITE MKRP-LINE                                          06420000
064300     END-IF                                                       06430000
064400     MOVE SPACES TO WS-HASH-LINE                                  06440000
064500     MOVE 'HASH OF INPUT RECORDS' TO HL-LABEL                     06450000
064600     MOVE WS-IN-HASH TO HL-HASH                                   06460000
064700     MOVE WS-HASH-LINE TO MKRP-LINE                               06470000
064800     WRITE MKRP-LINE                                              06480000
064900     MOVE 'TRAILER HASH TOTAL' TO HL-LABEL                        06490000
065000     MOVE WS-TRL-HASH TO HL-HASH                                  06500000
065100     MOVE WS-HASH-LINE TO MKRP-LINE                               06510000
065200     WRITE MKRP-LINE                                              06520000
065300     MOVE 'HASH OF MASKED RECORDS' TO HL-LABEL                    06530000
065400     MOVE WS-OUT-HASH TO HL-HASH                                  06540000
065500     MOVE WS-HASH-LINE TO MKRP-LINE                               06550000
065600     WRITE MKRP-LINE                                              06560000
065700     IF TRL-SEEN                                                  06570000
065800        AND WS-REC-COUNT = WS-TRL-COUNT                           06580000
065900        AND WS-IN-HASH = WS-TRL-HASH                              06590000
066000         MOVE 'MASKED COPY WRITTEN - IN AGREEMENT' TO MKRP-LINE   06600000
066100     ELSE                                                         06610000
066200         MOVE 'INPUT DOES NOT AGREE WITH TRAILER' TO MKRP-LINE    06620000
066300         SET MASK-ABORTED TO TRUE                                 06630000
066400     END-IF                                                       06640000
066500     WRITE MKRP-LINE.                                             06650000
066600*                                                                 06660000
066700 TERMINATION-PARA.                                                06670000
066800     CLOSE P26MKRP.                                               06680000
066900*                                                                 06690000
067000 REGISTER-START-PARA.                                             06700000
067100     SET RCA-START TO TRUE                                        06710000
067200     MOVE 'P26BP60' TO RCA-JOB-NAME                               06720000
067300     MOVE SPACES TO RCA-BUS-DATE                                  06730000
067400     MOVE SPACES TO RCA-PRED-JOB                                  06740000
067500     MOVE SPACES TO RCA-OVERRIDE                                  06750000
067600     MOVE ZERO TO RCA-READ-COUNT                                  06760000
067700     MOVE ZERO TO RCA-WRITE-COUNT                                 06770000
067800     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       06780000
067900     IF RCA-RETURN NOT = '00'                                     06790000
068000         DISPLAY 'P26BP60 RUN REFUSED BY RUN CONTROL RC='         06800000
068100             RCA-RETURN                                           06810000
068200         STOP RUN                                                 06820000
068300     END-IF.                                                      06830000
068400*                                                                 06840000
068500 REGISTER-END-PARA.                                               06850000
068600     IF MASK-ABORTED                                              06860000
068700         SET RCA-FAIL TO TRUE                                     06870000
068800     ELSE                                                         06880000
068900         SET RCA-END TO TRUE                                      06890000
069000     END-IF                                                       06900000
069100     MOVE ZERO TO RCA-READ-COUNT                                  06910000
069200     MOVE ZERO TO RCA-WRITE-COUNT                                 06920000
069300     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      06930000
