000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP62.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26PPARM ASSIGN TO P26PPARM                           00060000
000700         ORGANIZATION IS LINE SEQUENTIAL                          00070000
000800         FILE STATUS IS WS-PPARM-STATUS.                          00080000
000900     SELECT P26PCAL ASSIGN TO P26PCAL                             00090000
001000         ORGANIZATION IS INDEXED                                  00100000
001100         ACCESS MODE IS DYNAMIC                                   00110000
001200         RECORD KEY IS CAL-PERIOD                                 00120000
001300         FILE STATUS IS WS-PCAL-STATUS.                           00130000
001400     SELECT P26PHIST ASSIGN TO P26PHIST                           00140000
001500         ORGANIZATION IS INDEXED                                  00150000
001600         ACCESS MODE IS DYNAMIC                                   00160000
001700         RECORD KEY IS PH-KEY                                     00170000
001800         FILE STATUS IS WS-PHIST-STATUS.                          00180000
001900     SELECT P26MFILE ASSIGN TO P26MFILE                           00190000
002000         ORGANIZATION IS INDEXED                                  00200000
002100         ACCESS MODE IS DYNAMIC                                   00210000
002200         RECORD KEY IS EMP-ID                                     00220000
002300         FILE STATUS IS WS-MFILE-STATUS.                          00230000
002400     SELECT P26BFILE ASSIGN TO P26BFILE                           00240000
002500         ORGANIZATION IS INDEXED                                  00250000
002600         ACCESS MODE IS DYNAMIC                                   00260000
002700         RECORD KEY IS BNK-EMP-ID                                 00270000
002800         FILE STATUS IS WS-BFILE-STATUS.                          00280000
002900     SELECT P26PHDF ASSIGN TO P26PHDF                             00290000
003000         ORGANIZATION IS INDEXED                                  00300000
003100         ACCESS MODE IS DYNAMIC                                   00310000
003200         RECORD KEY IS PHD-KEY                                    00320000
003300         FILE STATUS IS WS-PHDF-STATUS.                           00330000
003400     SELECT P26DDEP ASSIGN TO P26DDEP                             00340000
003500         ORGANIZATION IS LINE SEQUENTIAL                          00350000
003600         FILE STATUS IS WS-DDEP-STATUS.                           00360000
003700     SELECT P26TFND ASSIGN TO P26TFND                             00370000
003800         ORGANIZATION IS LINE SEQUENTIAL                          00380000
003900         FILE STATUS IS WS-TFND-STATUS.                           00390000
004000     SELECT P26TFRP ASSIGN TO P26TFRP                             00400000
004100         ORGANIZATION IS LINE SEQUENTIAL                          00410000
004200         FILE STATUS IS WS-TFRP-STATUS.                           00420000
004300*                                                                 00430000
004400 DATA DIVISION.                                                   00440000
004500 FILE SECTION.                                                    00450000
004600 FD  P26PPARM                                                     00460000
004700     LABEL RECORDS ARE STANDARD.                                  00470000
004800 01  PPARM-RECORD.                                                00480000
004900     03  PPARM-PERIOD        PIC X(06).                           00490000
005000     03  FILLER              PIC X(01).                           00500000
005100     03  PPARM-RUN-TYPE      PIC X(01).                           00510000
005200     03  FILLER              PIC X(05).                           00520069
005210     03  PPARM-PAY-GROUP     PIC X(02).                           00521069
005220     03  FILLER              PIC X(65).                           00522069
005300 FD  P26PCAL                                                      00530000
005400     LABEL RECORDS ARE STANDARD.                                  00540000
005500     COPY P26PCLR.                                                00550000
005600 FD  P26PHIST                                                     00560000
005700     LABEL RECORDS ARE STANDARD.                                  00570000
005800     COPY P26PHR.                                                 00580000
005900 FD  P26MFILE                                                     00590000
006000     LABEL RECORDS ARE STANDARD.                                  00600000
006100     COPY EMPMSTR.                                                00610000
006200 FD  P26BFILE                                                     00620000
006300     LABEL RECORDS ARE STANDARD.                                  00630000
006400     COPY P26BNKR.                                                00640000
006500 FD  P26PHDF                                                      00650000
006600     LABEL RECORDS ARE STANDARD.                                  00660000
006700     COPY P26PHDR.                                                00670000
006800 FD  P26DDEP                                                      00680000
006900     LABEL RECORDS ARE STANDARD.                                  00690000
007000 01  DDEP-RECORD.                                                 00700000
007100     03  DDP-REC-ID          PIC X(03).                           00710000
007200     03  DDP-REST            PIC X(77).                           00720000
007300 01  DDEP-DTL-RECORD REDEFINES DDEP-RECORD.                       00730000
007400     03  FILLER              PIC X(03).                           00740000
007500     03  DDP-BANK-CODE       PIC X(06).                           00750000
007600     03  DDP-ACCT-NO         PIC X(12).                           00760000
007700     03  DDP-EMP-ID          PIC X(05).                           00770000
007800     03  DDP-EMP-NAME        PIC X(20).                           00780000
007900     03  DDP-AMOUNT          PIC 9(07)V99.                        00790000
008000     03  FILLER              PIC X(25).                           00800000
008100 01  DDEP-CH-ENTRY REDEFINES DDEP-RECORD.                         00810000
008200     03  FILLER              PIC X(03).                           00820000
008300     03  DDP-CH-BANK-CODE    PIC X(06).                           00830000
008400     03  DDP-CH-ACCT-NO      PIC X(12).                           00840000
008500     03  DDP-CH-AMOUNT       PIC 9(07)V99.                        00850000
008600     03  FILLER              PIC X(50).                           00860000
008700 01  DDEP-CH-FILE-CTL REDEFINES DDEP-RECORD.                      00870000
008800     03  FILLER              PIC X(01).                           00880000
008900     03  DDP-FC-BATCH-COUNT  PIC 9(06).                           00890000
009000     03  DDP-FC-ENTRY-COUNT  PIC 9(06).                           00900000
009100     03  DDP-FC-ENTRY-HASH   PIC 9(10).                           00910000
009200     03  DDP-FC-TOT-CREDIT   PIC 9(11)V99.                        00920000
009300     03  FILLER              PIC X(44).                           00930000
009400 01  DDEP-TRL-RECORD REDEFINES DDEP-RECORD.                       00940000
009500     03  FILLER              PIC X(03).                           00950000
009600     03  DDP-TRL-COUNT       PIC 9(06).                           00960000
009700     03  DDP-TRL-HASH        PIC 9(11)V99.                        00970000
009800     03  FILLER              PIC X(58).                           00980000
009900 FD  P26TFND                                                      00990000
010000     LABEL RECORDS ARE STANDARD.                                  01000000
010100 01  TFND-RECORD             PIC X(80).                           01010000
010200 FD  P26TFRP                                                      01020000
010300     LABEL RECORDS ARE STANDARD.                                  01030000
010400 01  TFRP-LINE               PIC X(132).                          01040000
010500*                                                                 01050000
010600 WORKING-STORAGE SECTION.                                         01060000
010700 01  WS-PPARM-STATUS         PIC X(02) VALUE SPACES.              01070000
010800     88  PPARM-MISSING               VALUE '35'.                  01080000
010900 01  WS-PCAL-STATUS          PIC X(02) VALUE SPACES.              01090000
011000     88  PCAL-MISSING                VALUE '35'.                  01100000
011100 01  WS-PHIST-STATUS         PIC X(02) VALUE SPACES.              01110000
011200     88  PHIST-MISSING               VALUE '35'.                  01120000
011300 01  WS-MFILE-STATUS         PIC X(02) VALUE SPACES.              01130000
011400     88  MFILE-MISSING               VALUE '35'.                  01140000
011500 01  WS-BFILE-STATUS         PIC X(02) VALUE SPACES.              01150000
011600     88  BFILE-MISSING               VALUE '35'.                  01160000
011700 01  WS-PHDF-STATUS          PIC X(02) VALUE SPACES.              01170000
011800     88  PHDF-MISSING                VALUE '35'.                  01180000
011900 01  WS-DDEP-STATUS          PIC X(02) VALUE SPACES.              01190000
012000     88  DDEP-MISSING                VALUE '35'.                  01200000
012100 01  WS-TFND-STATUS          PIC X(02) VALUE SPACES.              01210000
012200 01  WS-TFRP-STATUS          PIC X(02) VALUE SPACES.              01220000
012300 01  WS-MFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 01230000
012400     88  MFILE-OPEN                  VALUE 'Y'.                   01240000
012500 01  WS-BFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 01250000
012600     88  BFILE-OPEN                  VALUE 'Y'.                   01260000
012700 01  WS-HIST-DONE-FLAG       PIC X(01) VALUE 'N'.                 01270000
012800     88  HIST-DONE                   VALUE 'Y'.                   01280000
012900 01  WS-PHDF-DONE-FLAG       PIC X(01) VALUE 'N'.                 01290000
013000     88  PHDF-DONE                   VALUE 'Y'.                   01300000
013100 01  WS-DDEP-EOF-FLAG        PIC X(01) VALUE 'N'.                 01310000
013200     88  DDEP-EOF                    VALUE 'Y'.                   01320000
013300 01  WS-OUT-FLAG             PIC X(01) VALUE 'N'.                 01330000
013400     88  RUN-OUT-OF-BALANCE          VALUE 'Y'.                   01340000
013500 01  WS-BANK-FOUND-FLAG      PIC X(01) VALUE 'N'.                 01350000
013600     88  BANK-FOUND                  VALUE 'Y'.                   01360000
013700 01  WS-TRL-FOUND-FLAG       PIC X(01) VALUE 'N'.                 01370000
013800     88  TRAILER-FOUND               VALUE 'Y'.                   01380000
013900 01  WS-CAL-FOUND-FLAG       PIC X(01) VALUE 'N'.                 01390000
014000     88  CAL-FOUND                   VALUE 'Y'.                   01400000
014010 01  WS-CAL-GROUP-FLAG       PIC X(01) VALUE 'Y'.                 01401069
014020     88  CAL-GROUP-OK                VALUE 'Y'.                   01402069
014030 01  WS-CAL-DONE-FLAG        PIC X(01) VALUE 'N'.                 01403069
014040     88  CAL-DONE                    VALUE 'Y'.                   01404069
014050 01  WS-PHD-GROUP-FLAG       PIC X(01) VALUE 'N'.                 01405069
014060     88  PHD-IN-GROUP                VALUE 'Y'.                   01406069
014100 01  WS-FOUND-FLAG           PIC X(01) VALUE 'N'.                 01410000
014200     88  ENTRY-FOUND                 VALUE 'Y'.                   01420000
014300 01  WS-PERIOD               PIC X(06) VALUE SPACES.              01430000
014350 01  WS-PAY-GROUP            PIC X(02) VALUE SPACES.              01435069
014400 01  WS-RUN-TYPE             PIC X(01) VALUE 'R'.                 01440000
014500 01  WS-TRAILER-EMP-ID       PIC X(05) VALUE '99999'.             01450000
014600 01  WS-PAY-DATE             PIC X(08) VALUE SPACES.              01460000
014700 01  WS-PAY-DATE-OUT         PIC X(10) VALUE SPACES.              01470000
014800 01  WS-DTL-COUNT            PIC 9(06) VALUE ZERO.                01480000
014900 01  WS-DTL-GROSS            PIC 9(09)V99 VALUE ZERO.             01490000
015000 01  WS-DTL-TAX              PIC 9(09)V99 VALUE ZERO.             01500000
015100 01  WS-DTL-OTH              PIC 9(09)V99 VALUE ZERO.             01510000
015200 01  WS-DTL-EMPR             PIC 9(09)V99 VALUE ZERO.             01520000
015300 01  WS-DTL-NET              PIC S9(09)V99 VALUE ZERO.            01530000
015400 01  WS-TRL-TAX              PIC 9(09)V99 VALUE ZERO.             01540000
015500 01  WS-TRL-NET              PIC S9(09)V99 VALUE ZERO.            01550000
015600 01  WS-MANUAL-COUNT         PIC 9(06) VALUE ZERO.                01560000
015700 01  WS-MANUAL-NET           PIC S9(09)V99 VALUE ZERO.            01570000
015800 01  WS-BANK-TOTAL           PIC 9(11)V99 VALUE ZERO.             01580000
015900 01  WS-BANK-COUNT           PIC 9(06) VALUE ZERO.                01590000
016000 01  WS-FILE-TRL-HASH        PIC 9(11)V99 VALUE ZERO.             01600000
016100 01  WS-NET-TOTAL            PIC S9(11)V99 VALUE ZERO.            01610000
016200 01  WS-TAX-TOTAL            PIC 9(11)V99 VALUE ZERO.             01620000
016300 01  WS-TPD-TOTAL            PIC 9(11)V99 VALUE ZERO.             01630000
016400 01  WS-EMC-TOTAL            PIC 9(11)V99 VALUE ZERO.             01640000
016500 01  WS-FUND-TOTAL           PIC S9(11)V99 VALUE ZERO.            01650000
016600 01  WS-CAT-TOTAL            PIC S9(11)V99 VALUE ZERO.            01660000
016700 01  WS-CHECK-A              PIC S9(11)V99 VALUE ZERO.            01670000
016800 01  WS-CHECK-B              PIC S9(11)V99 VALUE ZERO.            01680000
016900 01  WS-FND-COUNT            PIC 9(06) VALUE ZERO.                01690000
017000 01  WS-WANT-CAT             PIC X(03) VALUE SPACES.              01700000
017100 01  WS-WANT-CODE            PIC X(06) VALUE SPACES.              01710000
017200 01  WS-WANT-AMOUNT          PIC 9(09)V99 VALUE ZERO.             01720000
017300 01  WS-FT-SUB               PIC 9(03) VALUE ZERO.                01730000
017400 01  WS-FT-MAX               PIC 9(03) VALUE ZERO.                01740000
017500 01  WS-FT-LIMIT             PIC 9(03) VALUE 300.                 01750000
017600 01  WS-FUND-TABLE.                                               01760000
017700     03  WS-FT-ENTRY OCCURS 300 TIMES.                            01770000
017800         05  WS-FT-CAT           PIC X(03).                       01780000
017900         05  WS-FT-CODE          PIC X(06).                       01790000
018000         05  WS-FT-COUNT         PIC 9(06).                       01800000
018100         05  WS-FT-AMOUNT        PIC 9(11)V99.                    01810000
018200 01  WS-CURRENT-DATE.                                             01820000
018300     03  WS-CURR-YY          PIC 9(04).                           01830000
018400     03  WS-CURR-MM          PIC 9(02).                           01840000
018500     03  WS-CURR-DD          PIC 9(02).                           01850000
018600 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE                  01860000
018700                             PIC 9(08).                           01870000
018800 01  WS-HEADER-RECORD.                                            01880000
018900     03  FILLER              PIC X(03) VALUE 'HDR'.               01890000
019000     03  HDR-FILE-ID         PIC X(08) VALUE 'P26TFND '.          01900000
019100     03  HDR-PAY-DATE        PIC X(08).                           01910000
019200     03  HDR-PERIOD          PIC X(06).                           01920000
019300     03  HDR-RUN-TYPE        PIC X(01).                           01930000
019400     03  HDR-CREATE-DATE     PIC 9(08).                           01940000
019500     03  HDR-STATUS          PIC X(01).                           01950000
019600     03  FILLER              PIC X(45) VALUE SPACES.              01960000
019700 01  WS-FUND-RECORD.                                              01970000
019800     03  FND-REC-ID          PIC X(03).                           01980000
019900     03  FND-CODE            PIC X(06).                           01990000
020000     03  FND-COUNT           PIC 9(06).                           02000000
020100     03  FND-AMOUNT          PIC 9(11)V99.                        02010000
020200     03  FILLER              PIC X(52) VALUE SPACES.              02020000
020300 01  WS-TRAILER-RECORD.                                           02030000
020400     03  FILLER              PIC X(03) VALUE 'TRL'.               02040000
020500     03  TRL-REC-COUNT       PIC 9(06).                           02050000
020600     03  TRL-FUND-TOTAL      PIC 9(11)V99.                        02060000
020700     03  TRL-NET-TOTAL       PIC 9(11)V99.                        02070000
020800     03  TRL-TAX-TOTAL       PIC 9(11)V99.                        02080000
020900     03  TRL-TPD-TOTAL       PIC 9(11)V99.                        02090000
021000     03  TRL-EMC-TOTAL       PIC 9(11)V99.                        02100000
021100     03  FILLER              PIC X(06) VALUE SPACES.              02110000
021200 01  WS-HEADING-LINE.                                             02120000
021300     03  FILLER              PIC X(44) VALUE                      02130000
021400         'P26BP62  TREASURY FUNDING NOTICE FOR PERIOD '.          02140000
021500     03  HL-PERIOD           PIC X(06).                           02150000
021600     03  FILLER              PIC X(06) VALUE '  RUN '.            02160000
021700     03  HL-RUN-TYPE         PIC X(01).                           02170000
021800     03  FILLER              PIC X(12) VALUE '  PAY DATE  '.      02180000
021900     03  HL-PAY-DATE         PIC X(10).                           02190000
021910     03  FILLER              PIC X(12) VALUE '  PAY GROUP '.      02191069
021920     03  HL-PAY-GROUP        PIC X(02).                           02192069
022000 01  WS-SECTION-LINE.                                             02200000
022100     03  FILLER              PIC X(04) VALUE '*** '.              02210000
022200     03  SL-TITLE            PIC X(40).                           02220000
022300 01  WS-ENTRY-LINE.                                               02230000
022400     03  FILLER              PIC X(04) VALUE SPACES.              02240000
022500     03  EL-LABEL            PIC X(20).                           02250000
022600     03  EL-CODE             PIC X(06).                           02260000
022700     03  FILLER              PIC X(04) VALUE SPACES.              02270000
022800     03  EL-COUNT            PIC ZZZ,ZZ9.                         02280000
022900     03  FILLER              PIC X(04) VALUE SPACES.              02290000
023000     03  EL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.              02300000
023100 01  WS-PROOF-LINE.                                               02310000
023200     03  PL-LABEL            PIC X(36).                           02320000
023300     03  PL-AMOUNT-1         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.              02330000
023400     03  FILLER              PIC X(02) VALUE SPACES.              02340000
023500     03  PL-AMOUNT-2         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.              02350000
023600     03  FILLER              PIC X(02) VALUE SPACES.              02360000
023700     03  PL-VERDICT          PIC X(16).                           02370000
023800     COPY P26TXLD.                                                02380000
023900     COPY P26RCC.                                                 02390000
024000*                                                                 02400000
024100 PROCEDURE DIVISION.                                              02410000
024200 MAIN-PARA.                                                       02420000
024250     PERFORM READ-PPARM-PARA                                      02425069
024300     PERFORM REGISTER-START-PARA                                  02430000
024400     PERFORM INITIALIZATION-PARA                                  02440000
024500     PERFORM SUM-HISTORY-PARA                                     02450000
024600     PERFORM READ-TRAILER-PARA                                    02460000
024700     PERFORM SUM-DEDUCTION-PARA                                   02470000
024800     PERFORM SUM-BANK-FILE-PARA                                   02480000
024900     PERFORM PRINT-NOTICE-PARA                                    02490000
025000     PERFORM PROVE-PARA                                           02500000
025100     PERFORM WRITE-FUNDING-FILE-PARA                              02510000
025200     PERFORM TERMINATION-PARA                                     02520000
025300     PERFORM REGISTER-END-PARA                                    02530000
025400     STOP RUN.                                                    02540000
025500*                                                                 02550000
025505 READ-PPARM-PARA.                                                 02550569
025510     OPEN INPUT P26PPARM                                          02551069
025515     IF NOT PPARM-MISSING                                         02551569
025520         READ P26PPARM                                            02552069
025525             AT END                                               02552569
025530                 MOVE SPACES TO PPARM-RECORD                      02553069
025535         END-READ                                                 02553569
025540         MOVE PPARM-PERIOD TO WS-PERIOD                           02554069
025545         IF PPARM-RUN-TYPE = 'S'                                  02554569
025550             MOVE 'S' TO WS-RUN-TYPE                              02555069
025555         END-IF                                                   02555569
025560         MOVE PPARM-PAY-GROUP TO WS-PAY-GROUP                     02556069
025565         CLOSE P26PPARM                                           02556569
025570     END-IF.                                                      02557069
025575*                                                                 02557569
025600 INITIALIZATION-PARA.                                             02560000
025700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    02570000
027000     IF WS-PERIOD = SPACES                                        02700000
027050        AND WS-PAY-GROUP = SPACES                                 02705069
027100         MOVE WS-CURRENT-DATE(1:6) TO WS-PERIOD                   02710000
027200     END-IF                                                       02720000
027300     PERFORM GET-CALENDAR-PARA                                    02730000
027400     OPEN OUTPUT P26TFRP                                          02740000
027500     MOVE WS-PERIOD TO HL-PERIOD                                  02750000
027600     MOVE WS-RUN-TYPE TO HL-RUN-TYPE                              02760000
027650     MOVE WS-PAY-GROUP TO HL-PAY-GROUP                            02765069
027700     MOVE WS-PAY-DATE-OUT TO HL-PAY-DATE                          02770000
027800     MOVE WS-HEADING-LINE TO TFRP-LINE                            02780000
027900     WRITE TFRP-LINE                                              02790000
028000     IF NOT CAL-FOUND                                             02800000
028100         SET RUN-OUT-OF-BALANCE TO TRUE                           02810000
028200         MOVE 'PERIOD NOT ON PAY CALENDAR - NO PAY DATE'          02820000
028300             TO TFRP-LINE                                         02830000
028400         WRITE TFRP-LINE                                          02840000
028500     END-IF                                                       02850000
028510     IF CAL-FOUND                                                 02851069
028520        AND NOT CAL-GROUP-OK                                      02852069
028530         SET RUN-OUT-OF-BALANCE TO TRUE                           02853069
028540         MOVE 'PERIOD IS NOT IN THE REQUESTED PAY GROUP'          02854069
028545             TO TFRP-LINE                                         02854569
028550         WRITE TFRP-LINE                                          02855069
028560     END-IF                                                       02856069
028600     OPEN INPUT P26PHIST                                          02860000
028700     IF PHIST-MISSING                                             02870000
028800         SET HIST-DONE TO TRUE                                    02880000
028900         SET RUN-OUT-OF-BALANCE TO TRUE                           02890000
029000         MOVE 'NO PAY HISTORY FILE' TO TFRP-LINE                  02900000
029100         WRITE TFRP-LINE                                          02910000
029200     END-IF                                                       02920000
029300     OPEN INPUT P26MFILE                                          02930000
029400     IF NOT MFILE-MISSING                                         02940000
029500         SET MFILE-OPEN TO TRUE                                   02950000
029600     END-IF                                                       02960000
029700     OPEN INPUT P26BFILE                                          02970000
029800     IF NOT BFILE-MISSING                                         02980000
029900         SET BFILE-OPEN TO TRUE                                   02990000
030000     END-IF.                                                      03000000
030100*                                                                 03010000
030200 GET-CALENDAR-PARA.                                               03020000
030300     OPEN INPUT P26PCAL                                           03030000
030400     IF NOT PCAL-MISSING                                          03040000
030410         IF WS-PERIOD = SPACES                                    03041069
030420             PERFORM PICK-GROUP-PERIOD-PARA                       03042069
030430         END-IF                                                   03043069
030500         MOVE WS-PERIOD TO CAL-PERIOD                             03050000
030600         READ P26PCAL                                             03060000
030700             INVALID KEY                                          03070000
030800                 CONTINUE                                         03080000
030900             NOT INVALID KEY                                      03090000
031000                 SET CAL-FOUND TO TRUE                            03100000
031100                 MOVE CAL-PAY-DATE TO WS-PAY-DATE                 03110000
031200                 STRING CAL-PAY-DATE(7:2) '/' CAL-PAY-DATE(5:2)   03120000
031300                        '/' CAL-PAY-DATE(1:4)                     03130000
031400                     DELIMITED BY SIZE INTO WS-PAY-DATE-OUT       03140000
031410                 IF CAL-PAY-GROUP NOT = WS-PAY-GROUP              03141069
031420                     MOVE 'N' TO WS-CAL-GROUP-FLAG                03142069
031430                 END-IF                                           03143069
031500         END-READ                                                 03150000
031600         CLOSE P26PCAL                                            03160000
031700     END-IF.                                                      03170000
031800*                                                                 03180000
031804 PICK-GROUP-PERIOD-PARA.                                          03180469
031808     MOVE 'N' TO WS-CAL-DONE-FLAG                                 03180869
031812     MOVE LOW-VALUES TO CAL-PERIOD                                03181269
031816     START P26PCAL KEY IS NOT LESS THAN CAL-PERIOD                03181669
031820         INVALID KEY                                              03182069
031824             SET CAL-DONE TO TRUE                                 03182469
031828     END-START                                                    03182869
031832     PERFORM PICK-GROUP-NEXT-PARA                                 03183269
031836         UNTIL CAL-DONE.                                          03183669
031840*                                                                 03184069
031844 PICK-GROUP-NEXT-PARA.                                            03184469
031848     READ P26PCAL NEXT RECORD                                     03184869
031852         AT END                                                   03185269
031856             SET CAL-DONE TO TRUE                                 03185669
031860     END-READ                                                     03186069
031864     IF NOT CAL-DONE                                              03186469
031868        AND CAL-CLOSED                                            03186869
031872        AND CAL-PAY-GROUP = WS-PAY-GROUP                          03187269
031876         MOVE CAL-PERIOD TO WS-PERIOD                             03187669
031880     END-IF.                                                      03188069
031884*                                                                 03188469
031900 SUM-HISTORY-PARA.                                                03190000
032000     IF NOT HIST-DONE                                             03200000
032100         MOVE LOW-VALUES TO PH-KEY                                03210000
032200         START P26PHIST KEY IS NOT LESS THAN PH-KEY               03220000
032300             INVALID KEY                                          03230000
032400                 SET HIST-DONE TO TRUE                            03240000
032500         END-START                                                03250000
032600         PERFORM SUM-ONE-HIST-PARA                                03260000
032700             UNTIL HIST-DONE                                      03270000
032800     END-IF.                                                      03280000
032900*                                                                 03290000
033000 SUM-ONE-HIST-PARA.                                               03300000
033100     READ P26PHIST NEXT RECORD                                    03310000
033200         AT END                                                   03320000
033300             SET HIST-DONE TO TRUE                                03330000
033400     END-READ                                                     03340000
033500     IF NOT HIST-DONE                                             03350000
033600        AND PH-PERIOD = WS-PERIOD                                 03360000
033700        AND PH-RUN-TYPE = WS-RUN-TYPE                             03370000
033800        AND PH-DETAIL-REC                                         03380000
033850        AND PH-PAY-GROUP = WS-PAY-GROUP                           03385069
033900         ADD 1 TO WS-DTL-COUNT                                    03390000
034000         ADD PH-GROSS TO WS-DTL-GROSS                             03400000
034100         ADD PH-TAX TO WS-DTL-TAX                                 03410000
034200         ADD PH-OTH-DEDN TO WS-DTL-OTH                            03420000
034300         IF PH-EMPR-CONT NUMERIC                                  03430000
034400             ADD PH-EMPR-CONT TO WS-DTL-EMPR                      03440000
034500         END-IF                                                   03450000
034600         ADD PH-NET TO WS-DTL-NET                                 03460000
034700         PERFORM CHECK-MANUAL-PARA                                03470000
034800         PERFORM ADD-TAX-JURIS-PARA                               03480000
034900     END-IF.                                                      03490000
035000*                                                                 03500000
035100 CHECK-MANUAL-PARA.                                               03510000
035200     MOVE 'N' TO WS-BANK-FOUND-FLAG                               03520000
035300     IF BFILE-OPEN                                                03530000
035400         MOVE PH-EMP-ID TO BNK-EMP-ID                             03540000
035500         READ P26BFILE                                            03550000
035600             INVALID KEY                                          03560000
035700                 CONTINUE                                         03570000
035800             NOT INVALID KEY                                      03580000
035900                 IF BNK-FAILED                                    03590000
036000                     MOVE 'N' TO WS-BANK-FOUND-FLAG               03600000
036100                 ELSE                                             03610000
036200                     MOVE 'Y' TO WS-BANK-FOUND-FLAG               03620000
036300                 END-IF                                           03630000
036400         END-READ                                                 03640000
036500     END-IF                                                       03650000
036600     IF NOT BANK-FOUND                                            03660000
036700         ADD 1 TO WS-MANUAL-COUNT                                 03670000
036800         ADD PH-NET TO WS-MANUAL-NET                              03680000
036900     END-IF.                                                      03690000
037000*                                                                 03700000
037100 ADD-TAX-JURIS-PARA.                                              03710000
037200     MOVE SPACES TO TL-LOC                                        03720000
037300     IF MFILE-OPEN                                                03730000
037400         MOVE PH-EMP-ID TO EMP-ID                                 03740000
037500         READ P26MFILE                                            03750000
037600             INVALID KEY                                          03760000
037700                 CONTINUE                                         03770000
037800             NOT INVALID KEY                                      03780000
037900                 MOVE EMP-LOC TO TL-LOC                           03790000
038000         END-READ                                                 03800000
038100     END-IF                                                       03810000
038200     CALL 'P26TAXLD' USING TAX-LOAD-AREA                          03820000
038300     MOVE 'TAX' TO WS-WANT-CAT                                    03830000
038400     MOVE TL-JURIS TO WS-WANT-CODE                                03840000
038500     MOVE PH-TAX TO WS-WANT-AMOUNT                                03850000
038600     PERFORM ADD-ENTRY-PARA                                       03860000
038700     ADD PH-TAX TO WS-TAX-TOTAL.                                  03870000
038800*                                                                 03880000
038900 READ-TRAILER-PARA.                                               03890000
039000     IF NOT PHIST-MISSING                                         03900000
039100         MOVE WS-TRAILER-EMP-ID TO PH-EMP-ID                      03910000
039200         MOVE WS-PERIOD TO PH-PERIOD                              03920000
039300         MOVE WS-RUN-TYPE TO PH-RUN-TYPE                          03930000
039400         READ P26PHIST                                            03940000
039500             INVALID KEY                                          03950000
039600                 MOVE 'N' TO WS-TRL-FOUND-FLAG                    03960000
039700             NOT INVALID KEY                                      03970000
039800                 MOVE 'Y' TO WS-TRL-FOUND-FLAG                    03980000
039900                 MOVE PH-TOT-TAX TO WS-TRL-TAX                    03990000
040000                 MOVE PH-TOT-NET TO WS-TRL-NET                    04000000
040100         END-READ                                                 04010000
040200     END-IF                                                       04020000
040300     IF NOT TRAILER-FOUND                                         04030000
040400         SET RUN-OUT-OF-BALANCE TO TRUE                           04040000
040500         MOVE 'NO PERIOD TRAILER ON PAY HISTORY' TO TFRP-LINE     04050000
040600         WRITE TFRP-LINE                                          04060000
040700     END-IF.                                                      04070000
040800*                                                                 04080000
040900 SUM-DEDUCTION-PARA.                                              04090000
041000     OPEN INPUT P26PHDF                                           04100000
041100     IF PHDF-MISSING                                              04110000
041200         MOVE 'NO DEDUCTION DETAIL FILE PRESENT' TO TFRP-LINE     04120000
041300         WRITE TFRP-LINE                                          04130000
041400     ELSE                                                         04140000
041500         MOVE LOW-VALUES TO PHD-KEY                               04150000
041600         START P26PHDF KEY IS NOT LESS THAN PHD-KEY               04160000
041700             INVALID KEY                                          04170000
041800                 SET PHDF-DONE TO TRUE                            04180000
041900         END-START                                                04190000
042000         PERFORM SUM-ONE-DEDUCTION-PARA                           04200000
042100             UNTIL PHDF-DONE                                      04210000
042200         CLOSE P26PHDF                                            04220000
042300     END-IF.                                                      04230000
042400*                                                                 04240000
042500 SUM-ONE-DEDUCTION-PARA.                                          04250000
042600     READ P26PHDF NEXT RECORD                                     04260000
042700         AT END                                                   04270000
042800             SET PHDF-DONE TO TRUE                                04280000
042900     END-READ                                                     04290000
042910     MOVE 'N' TO WS-PHD-GROUP-FLAG                                04291069
042920     IF NOT PHDF-DONE                                             04292069
042930        AND PHD-PERIOD = WS-PERIOD                                04293069
042940        AND PHD-RUN-TYPE = WS-RUN-TYPE                            04294069
042950         PERFORM CHECK-PHD-GROUP-PARA                             04295069
042960     END-IF                                                       04296069
043000     IF NOT PHDF-DONE                                             04300000
043100        AND PHD-PERIOD = WS-PERIOD                                04310000
043200        AND PHD-RUN-TYPE = WS-RUN-TYPE                            04320000
043300        AND PHD-AMOUNT NUMERIC                                    04330000
043400        AND PHD-AMOUNT > ZERO                                     04340000
043450        AND PHD-IN-GROUP                                          04345069
043500         MOVE SPACES TO WS-WANT-CODE                              04350000
043600         MOVE PHD-DED-TYPE TO WS-WANT-CODE                        04360000
043700         MOVE PHD-AMOUNT TO WS-WANT-AMOUNT                        04370000
043800         IF PHD-EMPLOYER                                          04380000
043900             MOVE 'EMC' TO WS-WANT-CAT                            04390000
044000             ADD PHD-AMOUNT TO WS-EMC-TOTAL                       04400000
044100         ELSE                                                     04410000
044200             MOVE 'TPD' TO WS-WANT-CAT                            04420000
044300             ADD PHD-AMOUNT TO WS-TPD-TOTAL                       04430000
044400         END-IF                                                   04440000
044500         PERFORM ADD-ENTRY-PARA                                   04450000
044600     END-IF.                                                      04460000
044700*                                                                 04470000
044705 CHECK-PHD-GROUP-PARA.                                            04470569
044710     IF PHIST-MISSING                                             04471069
044715         SET PHD-IN-GROUP TO TRUE                                 04471569
044720     ELSE                                                         04472069
044725         MOVE PHD-EMP-ID TO PH-EMP-ID                             04472569
044730         MOVE PHD-PERIOD TO PH-PERIOD                             04473069
044735         MOVE PHD-RUN-TYPE TO PH-RUN-TYPE                         04473569
044740         READ P26PHIST                                            04474069
044745             INVALID KEY                                          04474569
044750                 CONTINUE                                         04475069
044755             NOT INVALID KEY                                      04475569
044760                 IF PH-PAY-GROUP = WS-PAY-GROUP                   04476069
044765                     SET PHD-IN-GROUP TO TRUE                     04476569
044770                 END-IF                                           04477069
044775         END-READ                                                 04477569
044780     END-IF.                                                      04478069
044785*                                                                 04478569
044800 SUM-BANK-FILE-PARA.                                              04480000
044900     OPEN INPUT P26DDEP                                           04490000
045000     IF DDEP-MISSING                                              04500000
045100         SET DDEP-EOF TO TRUE                                     04510000
045200         SET RUN-OUT-OF-BALANCE TO TRUE                           04520000
045300         MOVE 'NO BANK CREDIT FILE PRESENT' TO TFRP-LINE          04530000
045400         WRITE TFRP-LINE                                          04540000
045500     ELSE                                                         04550000
045600         PERFORM READ-DDEP-PARA                                   04560000
045700         PERFORM SUM-ONE-DDEP-PARA                                04570000
045800             UNTIL DDEP-EOF                                       04580000
045900         CLOSE P26DDEP                                            04590000
046000     END-IF.                                                      04600000
046100*                                                                 04610000
046200 READ-DDEP-PARA.                                                  04620000
046300     READ P26DDEP                                                 04630000
046400         AT END                                                   04640000
046500             SET DDEP-EOF TO TRUE                                 04650000
046600     END-READ.                                                    04660000
046700*                                                                 04670000
046800 SUM-ONE-DDEP-PARA.                                               04680000
046900     MOVE 'NET' TO WS-WANT-CAT                                    04690000
047000     EVALUATE DDP-REC-ID                                          04700000
047100         WHEN 'DTL'                                               04710000
047200             MOVE DDP-BANK-CODE TO WS-WANT-CODE                   04720000
047300             MOVE DDP-AMOUNT TO WS-WANT-AMOUNT                    04730000
047400             PERFORM ADD-BANK-CREDIT-PARA                         04740000
047500         WHEN 'TRL'                                               04750000
047600             MOVE DDP-TRL-HASH TO WS-FILE-TRL-HASH                04760000
047700         WHEN OTHER                                               04770000
047800             EVALUATE DDP-REC-ID(1:1)                             04780000
047900                 WHEN '6'                                         04790000
048000                     MOVE DDP-CH-BANK-CODE TO WS-WANT-CODE        04800000
048100                     MOVE DDP-CH-AMOUNT TO WS-WANT-AMOUNT         04810000
048200                     PERFORM ADD-BANK-CREDIT-PARA                 04820000
048300                 WHEN '9'                                         04830000
048400                     MOVE DDP-FC-TOT-CREDIT                       04840000
048500                         TO WS-FILE-TRL-HASH                      04850000
048600                 WHEN OTHER                                       04860000
048700                     CONTINUE                                     04870000
048800             END-EVALUATE                                         04880000
048900     END-EVALUATE                                                 04890000
049000     PERFORM READ-DDEP-PARA.                                      04900000
049100*                                                                 04910000
049200 ADD-BANK-CREDIT-PARA.                                            04920000
049300     ADD WS-WANT-AMOUNT TO WS-BANK-TOTAL                          04930000
049400     ADD 1 TO WS-BANK-COUNT                                       04940000
049500     PERFORM ADD-ENTRY-PARA.                                      04950000
049600*                                                                 04960000
049700 ADD-ENTRY-PARA.                                                  04970000
049800     MOVE 'N' TO WS-FOUND-FLAG                                    04980000
049900     MOVE ZERO TO WS-FT-SUB                                       04990000
050000     PERFORM SCAN-ENTRY-PARA                                      05000000
050100         UNTIL WS-FT-SUB = WS-FT-MAX OR ENTRY-FOUND               05010000
050200     IF NOT ENTRY-FOUND                                           05020000
050300         IF WS-FT-MAX < WS-FT-LIMIT                               05030000
050400             ADD 1 TO WS-FT-MAX                                   05040000
050500             MOVE WS-FT-MAX TO WS-FT-SUB                          05050000
050600             MOVE WS-WANT-CAT TO WS-FT-CAT(WS-FT-SUB)             05060000
050700             MOVE WS-WANT-CODE TO WS-FT-CODE(WS-FT-SUB)           05070000
050800             MOVE ZERO TO WS-FT-COUNT(WS-FT-SUB)                  05080000
050900             MOVE ZERO TO WS-FT-AMOUNT(WS-FT-SUB)                 05090000
051000             SET ENTRY-FOUND TO TRUE                              05100000
051100         ELSE                                                     05110000
051200             SET RUN-OUT-OF-BALANCE TO TRUE                       05120000
051300             DISPLAY 'P26BP62 FUNDING TABLE FULL - '              05130000
051400                 WS-WANT-CAT ' ' WS-WANT-CODE ' NOT ANALYSED'     05140000
051500         END-IF                                                   05150000
051600     END-IF                                                       05160000
051700     IF ENTRY-FOUND                                               05170000
051800         ADD 1 TO WS-FT-COUNT(WS-FT-SUB)                          05180000
051900         ADD WS-WANT-AMOUNT TO WS-FT-AMOUNT(WS-FT-SUB)            05190000
052000     END-IF.                                                      05200000
052100*                                                                 05210000
052200 SCAN-ENTRY-PARA.                                                 05220000
052300     ADD 1 TO WS-FT-SUB                                           05230000
052400     IF WS-FT-CAT(WS-FT-SUB) = WS-WANT-CAT                        05240000
052500        AND WS-FT-CODE(WS-FT-SUB) = WS-WANT-CODE                  05250000
052600         MOVE 'Y' TO WS-FOUND-FLAG                                05260000
052700     END-IF.                                                      05270000
052800*                                                                 05280000
052900 PRINT-NOTICE-PARA.                                               05290000
053000     COMPUTE WS-NET-TOTAL = WS-BANK-TOTAL + WS-MANUAL-NET         05300000
053100     MOVE 'NET PAY BY PAYING BANK' TO SL-TITLE                    05310000
053200     MOVE 'NET' TO WS-WANT-CAT                                    05320000
053300     MOVE 'BANK CODE' TO EL-LABEL                                 05330000
053400     PERFORM PRINT-CATEGORY-PARA                                  05340000
053500     MOVE SPACES TO WS-ENTRY-LINE                                 05350000
053600     MOVE 'MANUAL PAYMENTS' TO EL-LABEL                           05360000
053700     MOVE WS-MANUAL-COUNT TO EL-COUNT                             05370000
053800     MOVE WS-MANUAL-NET TO EL-AMOUNT                              05380000
053900     MOVE WS-ENTRY-LINE TO TFRP-LINE                              05390000
054000     WRITE TFRP-LINE                                              05400000
054100     MOVE 'TOTAL NET PAY' TO EL-LABEL                             05410000
054200     COMPUTE EL-COUNT = WS-BANK-COUNT + WS-MANUAL-COUNT           05420000
054300     MOVE WS-NET-TOTAL TO EL-AMOUNT                               05430000
054400     MOVE WS-ENTRY-LINE TO TFRP-LINE                              05440000
054500     WRITE TFRP-LINE                                              05450000
054600     MOVE 'TAX WITHHELD BY JURISDICTION' TO SL-TITLE              05460000
054700     MOVE 'TAX' TO WS-WANT-CAT                                    05470000
054800     MOVE 'JURISDICTION' TO EL-LABEL                              05480000
054900     PERFORM PRINT-CATEGORY-PARA                                  05490000
055000     MOVE 'THIRD-PARTY DEDUCTIONS BY TYPE' TO SL-TITLE            05500000
055100     MOVE 'TPD' TO WS-WANT-CAT                                    05510000
055200     MOVE 'DEDUCTION TYPE' TO EL-LABEL                            05520000
055300     PERFORM PRINT-CATEGORY-PARA                                  05530000
055400     MOVE 'EMPLOYER CONTRIBUTIONS BY TYPE' TO SL-TITLE            05540000
055500     MOVE 'EMC' TO WS-WANT-CAT                                    05550000
055600     MOVE 'DEDUCTION TYPE' TO EL-LABEL                            05560000
055700     PERFORM PRINT-CATEGORY-PARA                                  05570000
055800     COMPUTE WS-FUND-TOTAL = WS-NET-TOTAL + WS-TAX-TOTAL          05580000
055900         + WS-TPD-TOTAL + WS-EMC-TOTAL                            05590000
056000     MOVE SPACES TO TFRP-LINE                                     05600000
056100     WRITE TFRP-LINE                                              05610000
056200     MOVE SPACES TO WS-ENTRY-LINE                                 05620000
056300     MOVE 'TOTAL FUNDING' TO EL-LABEL                             05630000
056400     MOVE WS-FUND-TOTAL TO EL-AMOUNT                              05640000
056500     MOVE WS-ENTRY-LINE TO TFRP-LINE                              05650000
056600     WRITE TFRP-LINE.                                             05660000
056700*                                                                 05670000
056800 PRINT-CATEGORY-PARA.                                             05680000
056900     MOVE SPACES TO TFRP-LINE                                     05690000
057000     WRITE TFRP-LINE                                              05700000
057100     MOVE WS-SECTION-LINE TO TFRP-LINE                            05710000
057200     WRITE TFRP-LINE                                              05720000
057300     MOVE ZERO TO WS-CAT-TOTAL                                    05730000
057400     PERFORM PRINT-ENTRY-PARA                                     05740000
057500         VARYING WS-FT-SUB FROM 1 BY 1                            05750000
057600         UNTIL WS-FT-SUB > WS-FT-MAX                              05760000
057700     MOVE SPACES TO EL-CODE                                       05770000
057800     MOVE ZERO TO EL-COUNT                                        05780000
057900     MOVE WS-CAT-TOTAL TO EL-AMOUNT                               05790000
058000     MOVE SPACES TO EL-LABEL                                      05800000
058100     MOVE 'SECTION TOTAL' TO EL-LABEL                             05810000
058200     MOVE WS-ENTRY-LINE TO TFRP-LINE                              05820000
058300     WRITE TFRP-LINE.                                             05830000
058400*                                                                 05840000
058500 PRINT-ENTRY-PARA.                                                05850000
058600     IF WS-FT-CAT(WS-FT-SUB) = WS-WANT-CAT                        05860000
058700         MOVE WS-FT-CODE(WS-FT-SUB) TO EL-CODE                    05870000
058800         MOVE WS-FT-COUNT(WS-FT-SUB) TO EL-COUNT                  05880000
058900         MOVE WS-FT-AMOUNT(WS-FT-SUB) TO EL-AMOUNT                05890000
059000         MOVE WS-ENTRY-LINE TO TFRP-LINE                          05900000
059100         WRITE TFRP-LINE                                          05910000
059200         ADD WS-FT-AMOUNT(WS-FT-SUB) TO WS-CAT-TOTAL              05920000
059300     END-IF.                                                      05930000
059400*                                                                 05940000
059500 PROVE-PARA.                                                      05950000
059600     MOVE SPACES TO TFRP-LINE                                     05960000
059700     WRITE TFRP-LINE                                              05970000
059800     MOVE 'CONTROL TOTALS AGAINST P26BP29 BALANCING PROOF'        05980000
059900         TO SL-TITLE                                              05990000
060000     MOVE WS-SECTION-LINE TO TFRP-LINE                            06000000
060100     WRITE TFRP-LINE                                              06010000
060200     MOVE 'DETAIL NET VS TRAILER NET           ' TO PL-LABEL      06020000
060300     MOVE WS-DTL-NET TO PL-AMOUNT-1                               06030000
060400     MOVE WS-TRL-NET TO PL-AMOUNT-2                               06040000
060500     COMPUTE WS-CHECK-A = WS-DTL-NET - WS-TRL-NET                 06050000
060600     PERFORM VERDICT-PARA                                         06060000
060700     MOVE 'NET VS BANK CREDITS + MANUAL PAYS   ' TO PL-LABEL      06070000
060800     MOVE WS-DTL-NET TO PL-AMOUNT-1                               06080000
060900     MOVE WS-NET-TOTAL TO PL-AMOUNT-2                             06090000
061000     COMPUTE WS-CHECK-A = WS-DTL-NET - WS-NET-TOTAL               06100000
061100     PERFORM VERDICT-PARA                                         06110000
061200     MOVE 'BANK FILE HASH VS CREDITS SUMMED    ' TO PL-LABEL      06120000
061300     MOVE WS-FILE-TRL-HASH TO PL-AMOUNT-1                         06130000
061400     MOVE WS-BANK-TOTAL TO PL-AMOUNT-2                            06140000
061500     COMPUTE WS-CHECK-A = WS-FILE-TRL-HASH - WS-BANK-TOTAL        06150000
061600     PERFORM VERDICT-PARA                                         06160000
061700     MOVE 'TRAILER TAX VS JURISDICTION TOTAL   ' TO PL-LABEL      06170000
061800     MOVE WS-TRL-TAX TO PL-AMOUNT-1                               06180000
061900     MOVE WS-TAX-TOTAL TO PL-AMOUNT-2                             06190000
062000     COMPUTE WS-CHECK-A = WS-TRL-TAX - WS-TAX-TOTAL               06200000
062100     PERFORM VERDICT-PARA                                         06210000
062200     IF NOT PHDF-MISSING                                          06220000
062300         MOVE 'DETAIL EMPR VS EMPLOYER CONTRIB     ' TO PL-LABEL  06230000
062400         MOVE WS-DTL-EMPR TO PL-AMOUNT-1                          06240000
062500         MOVE WS-EMC-TOTAL TO PL-AMOUNT-2                         06250000
062600         COMPUTE WS-CHECK-A = WS-DTL-EMPR - WS-EMC-TOTAL          06260000
062700         PERFORM VERDICT-PARA                                     06270000
062800     END-IF.                                                      06280000
062900*                                                                 06290000
063000 VERDICT-PARA.                                                    06300000
063100     IF WS-CHECK-A = ZERO                                         06310000
063200         MOVE 'IN BALANCE      ' TO PL-VERDICT                    06320000
063300     ELSE                                                         06330000
063400         MOVE '*OUT OF BALANCE*' TO PL-VERDICT                    06340000
063500         SET RUN-OUT-OF-BALANCE TO TRUE                           06350000
063600     END-IF                                                       06360000
063700     MOVE WS-PROOF-LINE TO TFRP-LINE                              06370000
063800     WRITE TFRP-LINE.                                             06380000
063900*                                                                 06390000
064000 WRITE-FUNDING-FILE-PARA.                                         06400000
064100     OPEN OUTPUT P26TFND                                          06410000
064200     MOVE WS-PAY-DATE TO HDR-PAY-DATE                             06420000
064300     MOVE WS-PERIOD TO HDR-PERIOD                                 06430000
064400     MOVE WS-RUN-TYPE TO HDR-RUN-TYPE                             06440000
064500     MOVE WS-CURRENT-DATE-N TO HDR-CREATE-DATE                    06450000
064600     IF RUN-OUT-OF-BALANCE                                        06460000
064700         MOVE 'U' TO HDR-STATUS                                   06470000
064800     ELSE                                                         06480000
064900         MOVE 'B' TO HDR-STATUS                                   06490000
065000     END-IF                                                       06500000
065100     MOVE WS-HEADER-RECORD TO TFND-RECORD                         06510000
065200     WRITE TFND-RECORD                                            06520000
065300     PERFORM WRITE-FUND-ENTRY-PARA                                06530000
065400         VARYING WS-FT-SUB FROM 1 BY 1                            06540000
065500         UNTIL WS-FT-SUB > WS-FT-MAX                              06550000
065600     MOVE 'MAN' TO FND-REC-ID                                     06560000
065700     MOVE 'MANUAL' TO FND-CODE                                    06570000
065800     MOVE WS-MANUAL-COUNT TO FND-COUNT                            06580000
065900     MOVE WS-MANUAL-NET TO FND-AMOUNT                             06590000
066000     MOVE WS-FUND-RECORD TO TFND-RECORD                           06600000
066100     WRITE TFND-RECORD                                            06610000
066200     ADD 1 TO WS-FND-COUNT                                        06620000
066300     MOVE WS-FND-COUNT TO TRL-REC-COUNT                           06630000
066400     MOVE WS-FUND-TOTAL TO TRL-FUND-TOTAL                         06640000
066500     MOVE WS-NET-TOTAL TO TRL-NET-TOTAL                           06650000
066600     MOVE WS-TAX-TOTAL TO TRL-TAX-TOTAL                           06660000
066700     MOVE WS-TPD-TOTAL TO TRL-TPD-TOTAL                           06670000
066800     MOVE WS-EMC-TOTAL TO TRL-EMC-TOTAL                           06680000
066900     MOVE WS-TRAILER-RECORD TO TFND-RECORD                        06690000
067000     WRITE TFND-RECORD                                            06700000
067100     CLOSE P26TFND.                                               06710000
067200*                                                                 06720000
067300 WRITE-FUND-ENTRY-PARA.                                           06730000
067400     MOVE WS-FT-CAT(WS-FT-SUB) TO FND-REC-ID                      06740000
067500     MOVE WS-FT-CODE(WS-FT-SUB) TO FND-CODE                       06750000
067600     MOVE WS-FT-COUNT(WS-FT-SUB) TO FND-COUNT                     06760000
067700     MOVE WS-FT-AMOUNT(WS-FT-SUB) TO FND-AMOUNT                   06770000
067800     MOVE WS-FUND-RECORD TO TFND-RECORD                           06780000
067900     WRITE TFND-RECORD                                            06790000
068000     ADD 1 TO WS-FND-COUNT.                                       06800000
068100*                                                                 06810000
068200 TERMINATION-PARA.                                                06820000
068300     MOVE SPACES TO TFRP-LINE                                     06830000
068400     WRITE TFRP-LINE                                              06840000
068500     IF RUN-OUT-OF-BALANCE                                        06850000
068600         MOVE 'NOTICE VERDICT - NOT RECONCILED - HOLD FUNDING'    06860000
068700             TO TFRP-LINE                                         06870000
068800         DISPLAY 'P26BP62 PERIOD ' WS-PERIOD                      06880000
068900             ' FUNDING NOTICE NOT RECONCILED'                     06890000
069000             UPON CONSOLE                                         06900000
069100     ELSE                                                         06910000
069200         MOVE 'NOTICE VERDICT - RECONCILED TO PAY HISTORY'        06920000
069300             TO TFRP-LINE                                         06930000
069400     END-IF                                                       06940000
069500     WRITE TFRP-LINE                                              06950000
069600     IF NOT PHIST-MISSING                                         06960000
069700         CLOSE P26PHIST                                           06970000
069800     END-IF                                                       06980000
069900     IF MFILE-OPEN                                                06990000
070000         CLOSE P26MFILE                                           07000000
070100     END-IF                                                       07010000
070200     IF BFILE-OPEN                                                07020000
070300         CLOSE P26BFILE                                           07030000
070400     END-IF                                                       07040000
070500     CLOSE P26TFRP.                                               07050000
070600*                                                                 07060000
070700 REGISTER-START-PARA.                                             07070000
070800     SET RCA-START TO TRUE                                        07080000
070900     MOVE 'P26BP62' TO RCA-JOB-NAME                               07090000
071000     MOVE SPACES TO RCA-BUS-DATE                                  07100000
071100     MOVE 'P26BP17 ' TO RCA-PRED-JOB                              07110069
071110     IF WS-PAY-GROUP NOT = SPACES                                 07111069
071120         STRING 'P26B62' WS-PAY-GROUP                             07112069
071130             DELIMITED BY SIZE INTO RCA-JOB-NAME                  07113069
071140         STRING 'P26B17' WS-PAY-GROUP                             07114069
071150             DELIMITED BY SIZE INTO RCA-PRED-JOB                  07115069
071160     END-IF                                                       07116069
071200     MOVE SPACES TO RCA-OVERRIDE                                  07120000
071300     MOVE ZERO TO RCA-READ-COUNT                                  07130000
071400     MOVE ZERO TO RCA-WRITE-COUNT                                 07140000
071500     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       07150000
071600     IF RCA-RETURN NOT = '00'                                     07160000
071700         DISPLAY 'P26BP62 RUN REFUSED BY RUN CONTROL RC='         07170000
071800             RCA-RETURN                                           07180000
071900         STOP RUN                                                 07190000
072000     END-IF.                                                      07200000
072100*                                                                 07210000
072200 REGISTER-END-PARA.                                               07220000
072300     IF RUN-OUT-OF-BALANCE                                        07230000
072400         SET RCA-FAIL TO TRUE                                     07240000
072500     ELSE                                                         07250000
072600         SET RCA-END TO TRUE                                      07260000
072700     END-IF                                                       07270000
072800     MOVE WS-DTL-COUNT TO RCA-READ-COUNT                          07280000
072900     MOVE WS-FND-COUNT TO RCA-WRITE-COUNT                         07290000
073000     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      07300000
