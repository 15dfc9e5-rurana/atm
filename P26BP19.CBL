002700         ACCESS MODE IS DYNAMIC                                   00270000
002800         RECORD KEY IS PH-KEY                                     00280000
002900         FILE STATUS IS WS-PHIST-STATUS.                          00290000
002910     SELECT P26LDF ASSIGN TO P26LDF                               00291051
002920         ORGANIZATION IS INDEXED                                  00292051
002930         ACCESS MODE IS DYNAMIC                                   00293051
002940         RECORD KEY IS LD-KEY                                     00294051
002950         FILE STATUS IS WS-LDF-STATUS.                            00295051
002955     SELECT P26PCAL ASSIGN TO P26PCAL                             00295569
002960         ORGANIZATION IS INDEXED                                  00296069
002965         ACCESS MODE IS RANDOM                                    00296569
002970         RECORD KEY IS CAL-PERIOD                                 00297069
002975         FILE STATUS IS WS-PCAL-STATUS.                           00297569
003000*                                                                 00300000
003100 DATA DIVISION.                                                   00310000
003200 FILE SECTION.                                                    00320000
005400     03  PPARM-PERIOD        PIC X(06).                           00540000
005500     03  FILLER              PIC X(01).                           00550000
005600     03  PPARM-RUN-TYPE      PIC X(01).                           00560000
005700     03  FILLER              PIC X(05).                           00570067
005710     03  PPARM-PAY-GROUP     PIC X(02).                           00571067
005720     03  FILLER              PIC X(65).                           00572067
005800 FD  P26PHIST                                                     00580000
005900     LABEL RECORDS ARE STANDARD.                                  00590000
006000     COPY P26PHR.                                                 00600000
006010 FD  P26LDF                                                       00601051
006020     LABEL RECORDS ARE STANDARD.                                  00602051
006030     COPY P26LDR.                                                 00603051
006040 FD  P26PCAL                                                      00604069
006050     LABEL RECORDS ARE STANDARD.                                  00605069
006060     COPY P26PCLR.                                                00606069
006100*                                                                 00610000
006200 WORKING-STORAGE SECTION.                                         00620000
006300 01  WS-MFILE-STATUS         PIC X(02) VALUE SPACES.              00630000
007200 01  WS-PHIST-STATUS         PIC X(02) VALUE SPACES.              00720000
007300     88  PHIST-EOF                   VALUE '10'.                  00730000
007400     88  PHIST-MISSING               VALUE '35'.                  00740000
007402 01  WS-LDF-STATUS           PIC X(02) VALUE SPACES.              00740251
007404     88  LDF-MISSING                 VALUE '35'.                  00740451
007406 01  WS-LDF-OPEN-FLAG        PIC X(01) VALUE 'N'.                 00740651
007408     88  LDF-OPEN                    VALUE 'Y'.                   00740851
007410 01  WS-LD-DONE-FLAG         PIC X(01) VALUE 'N'.                 00741051
007412     88  LD-DONE                     VALUE 'Y'.                   00741251
007414 01  WS-DIST-FOUND-FLAG      PIC X(01) VALUE 'N'.                 00741451
007416     88  DIST-FOUND                  VALUE 'Y'.                   00741651
007418 01  WS-POST-DEPT            PIC X(08) VALUE SPACES.              00741851
007420 01  WS-POST-LOC             PIC X(10) VALUE SPACES.              00742051
007422 01  WS-DIST-SUB             PIC 9(01) VALUE ZERO.                00742251
007424 01  WS-DIST-MAX             PIC 9(01) VALUE ZERO.                00742451
007426 01  WS-DIST-TABLE.                                               00742651
007428     03  WS-DIST-ENTRY OCCURS 4 TIMES.                            00742851
007430         05  WS-DIST-DEPT        PIC X(08).                       00743051
007432         05  WS-DIST-LOC         PIC X(10).                       00743251
007434         05  WS-DIST-PCT         PIC 9(03)V99.                    00743451
007436 01  WS-CUM-PCT              PIC 9(03)V99 VALUE ZERO.             00743651
007438 01  WS-EMP-GROSS            PIC 9(09)V99 VALUE ZERO.             00743851
007440 01  WS-EMP-EMPR             PIC 9(09)V99 VALUE ZERO.             00744051
007442 01  WS-EMP-DEDN             PIC 9(09)V99 VALUE ZERO.             00744251
007444 01  WS-CUM-GROSS            PIC 9(09)V99 VALUE ZERO.             00744451
007446 01  WS-CUM-EMPR             PIC 9(09)V99 VALUE ZERO.             00744651
007448 01  WS-CUM-DEDN             PIC 9(09)V99 VALUE ZERO.             00744851
007450 01  WS-NEW-GROSS            PIC 9(09)V99 VALUE ZERO.             00745051
007452 01  WS-NEW-EMPR             PIC 9(09)V99 VALUE ZERO.             00745251
007454 01  WS-NEW-DEDN             PIC 9(09)V99 VALUE ZERO.             00745451
007456 01  WS-SPLIT-GROSS          PIC 9(09)V99 VALUE ZERO.             00745651
007458 01  WS-SPLIT-EMPR           PIC 9(09)V99 VALUE ZERO.             00745851
007460 01  WS-SPLIT-DEDN           PIC 9(09)V99 VALUE ZERO.             00746051
007462 01  WS-SPLIT-COUNT          PIC 9(05) VALUE ZERO.                00746251
007500 01  WS-RUN-TYPE             PIC X(01) VALUE SPACES.              00750000
007600     88  SUPPL-RUN                   VALUE 'S'.                   00760000
007700 01  WS-WANT-RUN             PIC X(01) VALUE 'R'.                 00770000
007800 01  WS-PERIOD               PIC X(06) VALUE SPACES.              00780000
007810 01  WS-PAY-GROUP            PIC X(02) VALUE SPACES.              00781067
007812 01  WS-PRD-END-DATE         PIC X(08) VALUE SPACES.              00781269
007814 01  WS-PCAL-STATUS          PIC X(02) VALUE SPACES.              00781469
007816     88  PCAL-MISSING                VALUE '35'.                  00781669
007820 01  WS-GRP-DONE-FLAG        PIC X(01) VALUE 'N'.                 00782067
007830     88  GRP-DONE                    VALUE 'Y'.                   00783067
007900 01  WS-EMP-FOUND-FLAG       PIC X(01) VALUE 'N'.                 00790000
008000     88  EMP-FOUND                   VALUE 'Y'.                   00800000
008100 01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.                 00810000
009100 01  WS-TOT-OTH              PIC 9(09)V99 VALUE ZERO.             00910000
009200 01  WS-TOT-NET              PIC S9(09)V99 VALUE ZERO.            00920000
009300 01  WS-TOT-EMPR             PIC 9(09)V99 VALUE ZERO.             00930000
009350 01  WS-TOT-EXP              PIC 9(09)V99 VALUE ZERO.             00935056
009400 01  WS-TOT-DEBIT            PIC 9(11)V99 VALUE ZERO.             00940000
009500 01  WS-TOT-CREDIT           PIC 9(11)V99 VALUE ZERO.             00950000
009600 01  WS-GL-SUB               PIC 9(02) VALUE ZERO.                00960000
009700 01  WS-GL-TABLE-MAX         PIC 9(02) VALUE ZERO.                00970000
009800 01  WS-GL-TABLE.                                                 00980000
009900     03  WS-GL-ENTRY OCCURS 99 TIMES.                             00990051
010000         05  WS-GL-DEPT          PIC X(08).                       01000000
010100         05  WS-GL-LOC           PIC X(10).                       01010000
010200         05  WS-GL-GROSS         PIC 9(09)V99.                    01020000
010300         05  WS-GL-EMPR          PIC 9(09)V99.                    01030000
010350         05  WS-GL-DEDN          PIC 9(09)V99.                    01035051
010360         05  WS-GL-EXP           PIC 9(09)V99.                    01036056
010400 01  WS-HEADING-LINE         PIC X(132) VALUE                     01040000
010500     'P26BP19  GENERAL-LEDGER POSTING SUMMARY'.                   01050000
010600 01  WS-COL-HEADING          PIC X(132) VALUE                     01060000
012000 01  WS-BALANCE-LINE.                                             01200000
012100     03  BL-LABEL            PIC X(20).                           01210000
012200     03  BL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.               01220000
012210 01  WS-COUNT-LINE.                                               01221051
012220     03  CL-LABEL            PIC X(20).                           01222051
012230     03  CL-COUNT            PIC ZZZZ,ZZ9.                        01223051
012300     COPY P26RCC.                                                 01230000
012400*                                                                 01240000
012500 PROCEDURE DIVISION.                                              01250000
012600 MAIN-PARA.                                                       01260000
012650     PERFORM READ-PPARM-PARA                                      01265067
012700     PERFORM REGISTER-START-PARA                                  01270000
012800     PERFORM INITIALIZATION-PARA                                  01280000
012900     PERFORM HISTORY-ACCUM-PARA                                   01290000
013500*                                                                 01350000
013600 INITIALIZATION-PARA.                                             01360000
013700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    01370000
013900     IF WS-PERIOD = SPACES                                        01390000
013950        AND WS-PAY-GROUP = SPACES                                 01395067
014000         MOVE WS-CURRENT-DATE(1:6) TO WS-PERIOD                   01400000
014100     END-IF                                                       01410000
014200     IF SUPPL-RUN                                                 01420000
014500         MOVE 'R' TO WS-WANT-RUN                                  01450000
014600     END-IF                                                       01460000
014700     OPEN INPUT P26MFILE                                          01470000
014710     OPEN INPUT P26LDF                                            01471051
014720     IF NOT LDF-MISSING                                           01472051
014730         SET LDF-OPEN TO TRUE                                     01473051
014740     END-IF                                                       01474051
014800     OPEN INPUT P26RFILE                                          01480000
014900     IF NOT RFILE-MISSING                                         01490000
015000         SET RFILE-OPEN TO TRUE                                   01500000
015500     MOVE WS-COL-HEADING TO GLRP-LINE                             01550000
015600     WRITE GLRP-LINE                                              01560000
015700     OPEN INPUT P26PHIST                                          01570000
015710     IF NOT PHIST-MISSING                                         01571067
015720        AND WS-PERIOD = SPACES                                    01572067
015730         PERFORM FIND-GROUP-PERIOD-PARA                           01573067
015740     END-IF                                                       01574067
015790     PERFORM GET-PRD-END-PARA                                     01579069
015800     IF PHIST-MISSING                                             01580000
015900         SET END-OF-FILE TO TRUE                                  01590000
016000     ELSE                                                         01600000
016700             PERFORM READ-PHIST-PARA                              01670000
016800         END-IF                                                   01680000
016900     END-IF.                                                      01690000
016902*                                                                 01690267
016904 FIND-GROUP-PERIOD-PARA.                                          01690467
016906     MOVE 'N' TO WS-GRP-DONE-FLAG                                 01690667
016908     MOVE '99999' TO PH-EMP-ID                                    01690867
016910     MOVE LOW-VALUES TO PH-PERIOD PH-RUN-TYPE                     01691067
016912     START P26PHIST KEY IS NOT LESS THAN PH-KEY                   01691267
016914         INVALID KEY                                              01691467
016916             SET GRP-DONE TO TRUE                                 01691667
016918     END-START                                                    01691867
016920     PERFORM FIND-GROUP-PERIOD-NEXT-PARA                          01692067
016922         UNTIL GRP-DONE                                           01692267
016924     IF WS-PERIOD = SPACES                                        01692467
016926         DISPLAY 'P26BP19 NO CLOSED PERIOD FOR PAY GROUP '        01692667
016928             WS-PAY-GROUP                                         01692867
016930     END-IF.                                                      01693067
016932*                                                                 01693267
016934 FIND-GROUP-PERIOD-NEXT-PARA.                                     01693467
016936     READ P26PHIST NEXT RECORD                                    01693667
016938         AT END                                                   01693867
016940             SET GRP-DONE TO TRUE                                 01694067
016942     END-READ                                                     01694267
016944     IF NOT GRP-DONE                                              01694467
016946         IF PH-EMP-ID NOT = '99999'                               01694667
016948             SET GRP-DONE TO TRUE                                 01694867
016950         ELSE                                                     01695067
016952             IF PH-TRAILER-REC AND PH-REGULAR-RUN                 01695267
016954                AND PH-PERIOD-CLOSED                              01695467
016956                AND PH-PAY-GROUP = WS-PAY-GROUP                   01695667
016958                 MOVE PH-PERIOD TO WS-PERIOD                      01695867
016960             END-IF                                               01696067
016962         END-IF                                                   01696267
016964     END-IF.                                                      01696467
016966*                                                                 01696669
016968 GET-PRD-END-PARA.                                                01696869
016970     STRING WS-PERIOD '31' DELIMITED BY SIZE                      01697069
016972         INTO WS-PRD-END-DATE                                     01697269
016974     OPEN INPUT P26PCAL                                           01697469
016976     IF NOT PCAL-MISSING                                          01697669
016978         MOVE WS-PERIOD TO CAL-PERIOD                             01697869
016980         READ P26PCAL                                             01698069
016982             INVALID KEY                                          01698269
016984                 CONTINUE                                         01698469
016986             NOT INVALID KEY                                      01698669
016988                 IF CAL-END-DATE NOT = SPACES                     01698869
016990                     MOVE CAL-END-DATE TO WS-PRD-END-DATE         01699069
016992                 END-IF                                           01699269
016994         END-READ                                                 01699469
016996         CLOSE P26PCAL                                            01699669
016998     END-IF.                                                      01699869
017000*                                                                 01700000
017100 READ-PPARM-PARA.                                                 01710000
017200     MOVE SPACES TO WS-PERIOD WS-RUN-TYPE                         01720000
017250     MOVE SPACES TO WS-PAY-GROUP                                  01725067
017300     OPEN INPUT P26PPARM                                          01730000
017400     IF NOT PPARM-MISSING                                         01740000
017500         READ P26PPARM                                            01750000
017800         END-READ                                                 01780000
017900         MOVE PPARM-PERIOD TO WS-PERIOD                           01790000
018000         MOVE PPARM-RUN-TYPE TO WS-RUN-TYPE                       01800000
018050         MOVE PPARM-PAY-GROUP TO WS-PAY-GROUP                     01805067
018100         CLOSE P26PPARM                                           01810000
018200     END-IF.                                                      01820000
018300*                                                                 01830000
019100     IF PH-DETAIL-REC                                             01910000
019200        AND PH-RUN-TYPE = WS-WANT-RUN                             01920000
019300        AND PH-PERIOD = WS-PERIOD                                 01930000
019350        AND PH-PAY-GROUP = WS-PAY-GROUP                           01935067
019400         PERFORM FIND-MASTER-PARA                                 01940000
019500         ADD PH-GROSS TO WS-TOT-GROSS                             01950000
019600         ADD PH-TAX TO WS-TOT-TAX                                 01960000
019700         ADD PH-OTH-DEDN TO WS-TOT-OTH                            01970000
019800         ADD PH-NET TO WS-TOT-NET                                 01980000
019850         MOVE PH-GROSS TO WS-EMP-GROSS                            01985051
019900         MOVE ZERO TO WS-EMP-EMPR                                 01990051
019950         IF PH-EMPR-CONT NUMERIC                                  01995051
020000             ADD PH-EMPR-CONT TO WS-TOT-EMPR                      02000051
020050             MOVE PH-EMPR-CONT TO WS-EMP-EMPR                     02005051
020100         END-IF                                                   02010051
020150         MOVE PH-OTH-DEDN TO WS-EMP-DEDN                          02015051
020200         PERFORM SPLIT-COST-PARA                                  02020051
020210         IF PH-EXP-REIMB NUMERIC                                  02021056
020220            AND PH-EXP-REIMB > ZERO                               02022056
020230             ADD PH-EXP-REIMB TO WS-TOT-EXP                       02023056
020240             MOVE EMP-DEPT TO WS-POST-DEPT                        02024056
020250             MOVE EMP-LOC TO WS-POST-LOC                          02025056
020260             PERFORM FIND-GL-PARA                                 02026056
020270             ADD PH-EXP-REIMB TO WS-GL-EXP(WS-GL-SUB)             02027056
020280         END-IF                                                   02028056
020500     END-IF                                                       02050000
020600     PERFORM READ-PHIST-PARA.                                     02060000
020700*                                                                 02070000
021900         MOVE PH-EMP-NAME TO EMP-NAME                             02190000
022000     END-IF.                                                      02200000
022100*                                                                 02210000
022101 SPLIT-COST-PARA.                                                 02210151
022102     PERFORM FIND-DIST-PARA                                       02210251
022103     IF DIST-FOUND                                                02210351
022104         ADD 1 TO WS-SPLIT-COUNT                                  02210451
022105         MOVE ZERO TO WS-DIST-SUB                                 02210551
022106         MOVE ZERO TO WS-CUM-PCT                                  02210651
022107         MOVE ZERO TO WS-CUM-GROSS                                02210751
022108         MOVE ZERO TO WS-CUM-EMPR                                 02210851
022109         MOVE ZERO TO WS-CUM-DEDN                                 02210951
022110         PERFORM SPLIT-LINE-PARA                                  02211051
022111             UNTIL WS-DIST-SUB = WS-DIST-MAX                      02211151
022112     ELSE                                                         02211251
022113         MOVE EMP-DEPT TO WS-POST-DEPT                            02211351
022114         MOVE EMP-LOC TO WS-POST-LOC                              02211451
022115         MOVE WS-EMP-GROSS TO WS-SPLIT-GROSS                      02211551
022116         MOVE WS-EMP-EMPR TO WS-SPLIT-EMPR                        02211651
022117         MOVE WS-EMP-DEDN TO WS-SPLIT-DEDN                        02211751
022118         PERFORM ADD-GL-PARA                                      02211851
022119     END-IF.                                                      02211951
022120*                                                                 02212051
022121 SPLIT-LINE-PARA.                                                 02212151
022122     ADD 1 TO WS-DIST-SUB                                         02212251
022123     ADD WS-DIST-PCT(WS-DIST-SUB) TO WS-CUM-PCT                   02212351
022124     IF WS-DIST-SUB = WS-DIST-MAX                                 02212451
022125         MOVE WS-EMP-GROSS TO WS-NEW-GROSS                        02212551
022126         MOVE WS-EMP-EMPR TO WS-NEW-EMPR                          02212651
022127         MOVE WS-EMP-DEDN TO WS-NEW-DEDN                          02212751
022128     ELSE                                                         02212851
022129         COMPUTE WS-NEW-GROSS ROUNDED =                           02212951
022130             WS-EMP-GROSS * WS-CUM-PCT / 100                      02213051
022131         COMPUTE WS-NEW-EMPR ROUNDED =                            02213151
022132             WS-EMP-EMPR * WS-CUM-PCT / 100                       02213251
022133         COMPUTE WS-NEW-DEDN ROUNDED =                            02213351
022134             WS-EMP-DEDN * WS-CUM-PCT / 100                       02213451
022135     END-IF                                                       02213551
022136     COMPUTE WS-SPLIT-GROSS = WS-NEW-GROSS - WS-CUM-GROSS         02213651
022137     COMPUTE WS-SPLIT-EMPR = WS-NEW-EMPR - WS-CUM-EMPR            02213751
022138     COMPUTE WS-SPLIT-DEDN = WS-NEW-DEDN - WS-CUM-DEDN            02213851
022139     MOVE WS-NEW-GROSS TO WS-CUM-GROSS                            02213951
022140     MOVE WS-NEW-EMPR TO WS-CUM-EMPR                              02214051
022141     MOVE WS-NEW-DEDN TO WS-CUM-DEDN                              02214151
022142     MOVE WS-DIST-DEPT(WS-DIST-SUB) TO WS-POST-DEPT               02214251
022143     MOVE WS-DIST-LOC(WS-DIST-SUB) TO WS-POST-LOC                 02214351
022144     PERFORM ADD-GL-PARA.                                         02214451
022145*                                                                 02214551
022146 ADD-GL-PARA.                                                     02214651
022147     PERFORM FIND-GL-PARA                                         02214751
022148     ADD WS-SPLIT-GROSS TO WS-GL-GROSS(WS-GL-SUB)                 02214851
022149     ADD WS-SPLIT-EMPR TO WS-GL-EMPR(WS-GL-SUB)                   02214951
022150     ADD WS-SPLIT-DEDN TO WS-GL-DEDN(WS-GL-SUB).                  02215051
022151*                                                                 02215151
022152 FIND-DIST-PARA.                                                  02215251
022153     MOVE 'N' TO WS-DIST-FOUND-FLAG                               02215351
022154     MOVE ZERO TO WS-DIST-MAX                                     02215451
022155     IF LDF-OPEN                                                  02215551
022156         MOVE 'N' TO WS-LD-DONE-FLAG                              02215651
022157         MOVE PH-EMP-ID TO LD-EMP-ID                              02215751
022158         MOVE LOW-VALUES TO LD-EFF-DATE                           02215851
022159         START P26LDF KEY IS NOT LESS THAN LD-KEY                 02215951
022160             INVALID KEY                                          02216051
022161                 SET LD-DONE TO TRUE                              02216151
022162         END-START                                                02216251
022163         PERFORM FIND-DIST-NEXT-PARA                              02216351
022164             UNTIL LD-DONE                                        02216451
022165     END-IF                                                       02216551
022166     IF DIST-FOUND                                                02216651
022167         MOVE ZERO TO WS-DIST-SUB                                 02216751
022168         MOVE ZERO TO WS-CUM-PCT                                  02216851
022169         PERFORM SUM-DIST-PCT-PARA                                02216951
022170             UNTIL WS-DIST-SUB = WS-DIST-MAX                      02217051
022171         IF WS-CUM-PCT NOT = 100                                  02217151
022172             MOVE 'N' TO WS-DIST-FOUND-FLAG                       02217251
022173         END-IF                                                   02217351
022174     END-IF.                                                      02217451
022175*                                                                 02217551
022176 FIND-DIST-NEXT-PARA.                                             02217651
022177     READ P26LDF NEXT RECORD                                      02217751
022178         AT END                                                   02217851
022179             SET LD-DONE TO TRUE                                  02217951
022180     END-READ                                                     02218051
022181     IF NOT LD-DONE                                               02218151
022182         IF LD-EMP-ID NOT = PH-EMP-ID                             02218251
022183            OR LD-EFF-DATE > WS-PRD-END-DATE                      02218369
022184             SET LD-DONE TO TRUE                                  02218451
022185         ELSE                                                     02218551
022186             MOVE ZERO TO WS-DIST-SUB                             02218651
022187             MOVE ZERO TO WS-DIST-MAX                             02218751
022188             PERFORM LOAD-DIST-LINE-PARA                          02218851
022189                 UNTIL WS-DIST-SUB = 4                            02218951
022190             IF WS-DIST-MAX > ZERO                                02219051
022191                 SET DIST-FOUND TO TRUE                           02219151
022192             ELSE                                                 02219251
022193                 MOVE 'N' TO WS-DIST-FOUND-FLAG                   02219351
022194             END-IF                                               02219451
022195         END-IF                                                   02219551
022196     END-IF.                                                      02219651
022197*                                                                 02219751
022198 LOAD-DIST-LINE-PARA.                                             02219851
022199     ADD 1 TO WS-DIST-SUB                                         02219951
022200     IF LD-DEPT(WS-DIST-SUB) NOT = SPACES                         02220051
022201         ADD 1 TO WS-DIST-MAX                                     02220151
022202         MOVE LD-DEPT(WS-DIST-SUB) TO WS-DIST-DEPT(WS-DIST-MAX)   02220251
022203         MOVE LD-LOC(WS-DIST-SUB) TO WS-DIST-LOC(WS-DIST-MAX)     02220351
022204         MOVE LD-PCT(WS-DIST-SUB) TO WS-DIST-PCT(WS-DIST-MAX)     02220451
022205     END-IF.                                                      02220551
022206*                                                                 02220651
022207 SUM-DIST-PCT-PARA.                                               02220751
022208     ADD 1 TO WS-DIST-SUB                                         02220851
022209     ADD WS-DIST-PCT(WS-DIST-SUB) TO WS-CUM-PCT.                  02220951
022210*                                                                 02221051
022211 FIND-GL-PARA.                                                    02221100
022300     MOVE 'N' TO WS-FOUND-FLAG                                    02230000
022400     MOVE ZERO TO WS-GL-SUB                                       02240000
022500     PERFORM FIND-GL-SCAN-PARA                                    02250000
022700     IF NOT ENTRY-FOUND                                           02270000
022800         ADD 1 TO WS-GL-TABLE-MAX                                 02280000
022900         MOVE WS-GL-TABLE-MAX TO WS-GL-SUB                        02290000
023000         MOVE WS-POST-DEPT TO WS-GL-DEPT(WS-GL-SUB)               02300051
023100         MOVE WS-POST-LOC TO WS-GL-LOC(WS-GL-SUB)                 02310051
023200         MOVE ZERO TO WS-GL-GROSS(WS-GL-SUB)                      02320000
023300         MOVE ZERO TO WS-GL-EMPR(WS-GL-SUB)                       02330000
023350         MOVE ZERO TO WS-GL-DEDN(WS-GL-SUB)                       02335051
023360         MOVE ZERO TO WS-GL-EXP(WS-GL-SUB)                        02336056
023400     END-IF.                                                      02340000
023500*                                                                 02350000
023600 FIND-GL-SCAN-PARA.                                               02360000
023700     ADD 1 TO WS-GL-SUB                                           02370000
023800     IF WS-GL-DEPT(WS-GL-SUB) = WS-POST-DEPT                      02380051
023900        AND WS-GL-LOC(WS-GL-SUB) = WS-POST-LOC                    02390051
024000         MOVE 'Y' TO WS-FOUND-FLAG                                02400000
024100     END-IF.                                                      02410000
024200*                                                                 02420000
024300 POST-PARA.                                                       02430000
024400     COMPUTE WS-TOT-DEBIT = WS-TOT-GROSS + WS-TOT-EMPR            02440000
024450         + WS-TOT-EXP                                             02445056
024500     COMPUTE WS-TOT-CREDIT = WS-TOT-TAX + WS-TOT-OTH              02450000
024600         + WS-TOT-NET + WS-TOT-EMPR                               02460000
024700     IF WS-TOT-DEBIT NOT = WS-TOT-CREDIT                          02470000
027500         MOVE WS-GL-EMPR(WS-GL-SUB) TO GLP-AMOUNT                 02750000
027600         WRITE GLPF-RECORD                                        02760000
027700         PERFORM PRINT-POSTING-PARA                               02770000
027800     END-IF                                                       02780056
027810     IF WS-GL-EXP(WS-GL-SUB) > ZERO                               02781056
027820         MOVE 'EXPREIMB' TO GLP-ACCOUNT                           02782056
027830         MOVE WS-GL-EXP(WS-GL-SUB) TO GLP-AMOUNT                  02783056
027840         WRITE GLPF-RECORD                                        02784056
027850         PERFORM PRINT-POSTING-PARA                               02785056
027860     END-IF.                                                      02786056
027900*                                                                 02790000
028000 POST-CREDIT-PARA.                                                02800000
028100     MOVE SPACES TO GLPF-RECORD                                   02810000
029000     MOVE WS-TOT-TAX TO GLP-AMOUNT                                02900000
029100     WRITE GLPF-RECORD                                            02910000
029200     PERFORM PRINT-POSTING-PARA                                   02920000
029300     MOVE ZERO TO WS-GL-SUB                                       02930051
029400     PERFORM POST-DEDN-CREDIT-PARA                                02940051
029500         UNTIL WS-GL-SUB = WS-GL-TABLE-MAX                        02950051
029700     IF WS-TOT-EMPR > ZERO                                        02970000
029710         MOVE SPACES TO GLPF-RECORD                               02971051
029720         MOVE 'C' TO GLP-DC                                       02972051
029800         MOVE 'EMPRCPAY' TO GLP-ACCOUNT                           02980000
029900         MOVE WS-TOT-EMPR TO GLP-AMOUNT                           02990000
030000         WRITE GLPF-RECORD                                        03000000
030100         PERFORM PRINT-POSTING-PARA                               03010000
030200     END-IF.                                                      03020000
030300*                                                                 03030000
030305 POST-DEDN-CREDIT-PARA.                                           03030551
030310     ADD 1 TO WS-GL-SUB                                           03031051
030315     IF WS-GL-DEDN(WS-GL-SUB) > ZERO                              03031551
030320         MOVE SPACES TO GLPF-RECORD                               03032051
030325         MOVE 'DEDNPAY ' TO GLP-ACCOUNT                           03032551
030330         MOVE WS-GL-DEPT(WS-GL-SUB) TO GLP-DEPT                   03033051
030335         MOVE WS-GL-LOC(WS-GL-SUB) TO GLP-LOC                     03033551
030340         MOVE 'C' TO GLP-DC                                       03034051
030345         MOVE WS-GL-DEDN(WS-GL-SUB) TO GLP-AMOUNT                 03034551
030350         WRITE GLPF-RECORD                                        03035051
030355         PERFORM PRINT-POSTING-PARA                               03035551
030360     END-IF.                                                      03036051
030365*                                                                 03036551
030400 PRINT-POSTING-PARA.                                              03040000
030500     MOVE SPACES TO WS-DETAIL-LINE                                03050000
030600     MOVE GLP-ACCOUNT TO DL-ACCOUNT                               03060000
033500     MOVE 'TOTAL CREDITS       ' TO BL-LABEL                      03350000
033600     MOVE WS-TOT-CREDIT TO BL-AMOUNT                              03360000
033700     MOVE WS-BALANCE-LINE TO GLRP-LINE                            03370000
033800     WRITE GLRP-LINE                                              03380051
033810     MOVE SPACES TO WS-COUNT-LINE                                 03381051
033820     MOVE 'EMPLOYEES COST-SPLIT' TO CL-LABEL                      03382051
033830     MOVE WS-SPLIT-COUNT TO CL-COUNT                              03383051
033840     MOVE WS-COUNT-LINE TO GLRP-LINE                              03384051
033850     WRITE GLRP-LINE                                              03385067
033855     MOVE SPACES TO WS-COUNT-LINE                                 03385567
033860     MOVE 'PAY GROUP' TO CL-LABEL                                 03386067
033865     MOVE WS-COUNT-LINE TO GLRP-LINE                              03386567
033870     MOVE WS-PAY-GROUP TO GLRP-LINE(21:2)                         03387067
033875     WRITE GLRP-LINE.                                             03387567
033900*                                                                 03390000
034000 TERMINATION-PARA.                                                03400000
034100     IF NOT PHIST-MISSING                                         03410000
034500     IF RFILE-OPEN                                                03450000
034600         CLOSE P26RFILE                                           03460000
034700     END-IF                                                       03470000
034710     IF LDF-OPEN                                                  03471051
034720         CLOSE P26LDF                                             03472051
034730     END-IF                                                       03473051
034800     CLOSE P26GLRP.                                               03480000
034900*                                                                 03490000
035000 REGISTER-START-PARA.                                             03500000
035100     SET RCA-START TO TRUE                                        03510000
035200     MOVE 'P26BP19' TO RCA-JOB-NAME                               03520000
035210     IF WS-PAY-GROUP NOT = SPACES                                 03521067
035220         STRING 'P26B19' WS-PAY-GROUP                             03522067
035230             DELIMITED BY SIZE INTO RCA-JOB-NAME                  03523067
035240     END-IF                                                       03524067
035300     MOVE SPACES TO RCA-BUS-DATE                                  03530000
035400     MOVE SPACES TO RCA-PRED-JOB                                  03540000
035500     MOVE SPACES TO RCA-OVERRIDE                                  03550000
