003300     SELECT P26RVRP ASSIGN TO P26RVRP                             00330000
003400         ORGANIZATION IS LINE SEQUENTIAL                          00340000
003500         FILE STATUS IS WS-RVRP-STATUS.                           00350000
003510     SELECT P26PHDF ASSIGN TO P26PHDF                             00351048
003520         ORGANIZATION IS INDEXED                                  00352048
003530         ACCESS MODE IS DYNAMIC                                   00353048
003540         RECORD KEY IS PHD-KEY                                    00354048
003550         FILE STATUS IS WS-PHDF-STATUS.                           00355048
003555     SELECT P26LDF ASSIGN TO P26LDF                               00355551
003560         ORGANIZATION IS INDEXED                                  00356051
003565         ACCESS MODE IS DYNAMIC                                   00356551
003570         RECORD KEY IS LD-KEY                                     00357051
003575         FILE STATUS IS WS-LDF-STATUS.                            00357551
003579     SELECT P26EXPF ASSIGN TO P26EXPF                             00357956
003583         ORGANIZATION IS INDEXED                                  00358356
003587         ACCESS MODE IS DYNAMIC                                   00358756
003591         RECORD KEY IS EXP-KEY                                    00359156
003595         FILE STATUS IS WS-EXPF-STATUS.                           00359556
003600*                                                                 00360000
003700 DATA DIVISION.                                                   00370000
003800 FILE SECTION.                                                    00380000
007300 FD  P26RVRP                                                      00730000
007400     LABEL RECORDS ARE STANDARD.                                  00740000
007500 01  RVRP-LINE               PIC X(132).                          00750000
007510 FD  P26PHDF                                                      00751048
007520     LABEL RECORDS ARE STANDARD.                                  00752048
007530     COPY P26PHDR.                                                00753048
007540 FD  P26LDF                                                       00754051
007550     LABEL RECORDS ARE STANDARD.                                  00755051
007560     COPY P26LDR.                                                 00756051
007570 FD  P26EXPF                                                      00757056
007580     LABEL RECORDS ARE STANDARD.                                  00758056
007590     COPY P26EXPR.                                                00759056
007600*                                                                 00760000
007700 WORKING-STORAGE SECTION.                                         00770000
007800 01  WS-PHIST-STATUS         PIC X(02) VALUE SPACES.              00780000
009110 01  WS-PCAL-STATUS          PIC X(02) VALUE SPACES.              00911042
009120     88  PCAL-MISSING                VALUE '35'.                  00912042
009200 01  WS-RVRP-STATUS          PIC X(02) VALUE SPACES.              00920000
009210 01  WS-PHDF-STATUS          PIC X(02) VALUE SPACES.              00921048
009220     88  PHDF-MISSING                VALUE '35'.                  00922048
009230 01  WS-PHDF-OPEN-FLAG       PIC X(01) VALUE 'N'.                 00923048
009240     88  PHDF-OPEN                   VALUE 'Y'.                   00924048
009250 01  WS-PHD-DONE-FLAG        PIC X(01) VALUE 'N'.                 00925048
009260     88  PHD-DONE                    VALUE 'Y'.                   00926048
009261 01  WS-LDF-STATUS           PIC X(02) VALUE SPACES.              00926151
009262     88  LDF-MISSING                 VALUE '35'.                  00926251
009263 01  WS-LDF-OPEN-FLAG        PIC X(01) VALUE 'N'.                 00926351
009264     88  LDF-OPEN                    VALUE 'Y'.                   00926451
009265 01  WS-LD-DONE-FLAG         PIC X(01) VALUE 'N'.                 00926551
009266     88  LD-DONE                     VALUE 'Y'.                   00926651
009267 01  WS-DIST-FOUND-FLAG      PIC X(01) VALUE 'N'.                 00926751
009268     88  DIST-FOUND                  VALUE 'Y'.                   00926851
009269 01  WS-POST-DEPT            PIC X(08) VALUE SPACES.              00926951
009270 01  WS-POST-LOC             PIC X(10) VALUE SPACES.              00927051
009271 01  WS-DIST-SUB             PIC 9(01) VALUE ZERO.                00927151
009272 01  WS-DIST-MAX             PIC 9(01) VALUE ZERO.                00927251
009273 01  WS-DIST-TABLE.                                               00927351
009274     03  WS-DIST-ENTRY OCCURS 4 TIMES.                            00927451
009275         05  WS-DIST-DEPT        PIC X(08).                       00927551
009276         05  WS-DIST-LOC         PIC X(10).                       00927651
009277         05  WS-DIST-PCT         PIC 9(03)V99.                    00927751
009278 01  WS-CUM-PCT              PIC 9(03)V99 VALUE ZERO.             00927851
009279 01  WS-EMP-GROSS            PIC 9(09)V99 VALUE ZERO.             00927951
009280 01  WS-EMP-EMPR             PIC 9(09)V99 VALUE ZERO.             00928051
009281 01  WS-EMP-DEDN             PIC 9(09)V99 VALUE ZERO.             00928151
009282 01  WS-CUM-GROSS            PIC 9(09)V99 VALUE ZERO.             00928251
009283 01  WS-CUM-EMPR             PIC 9(09)V99 VALUE ZERO.             00928351
009284 01  WS-CUM-DEDN             PIC 9(09)V99 VALUE ZERO.             00928451
009285 01  WS-NEW-GROSS            PIC 9(09)V99 VALUE ZERO.             00928551
009286 01  WS-NEW-EMPR             PIC 9(09)V99 VALUE ZERO.             00928651
009287 01  WS-NEW-DEDN             PIC 9(09)V99 VALUE ZERO.             00928751
009288 01  WS-SPLIT-GROSS          PIC 9(09)V99 VALUE ZERO.             00928851
009289 01  WS-SPLIT-EMPR           PIC 9(09)V99 VALUE ZERO.             00928951
009290 01  WS-SPLIT-DEDN           PIC 9(09)V99 VALUE ZERO.             00929051
009291 01  WS-SPLIT-COUNT          PIC 9(05) VALUE ZERO.                00929151
009292 01  WS-EXPF-STATUS          PIC X(02) VALUE SPACES.              00929256
009293     88  EXPF-MISSING                VALUE '35'.                  00929356
009294 01  WS-EXPF-OPEN-FLAG       PIC X(01) VALUE 'N'.                 00929456
009295     88  EXPF-OPEN                   VALUE 'Y'.                   00929556
009296 01  WS-EXP-DONE-FLAG        PIC X(01) VALUE 'N'.                 00929656
009297     88  EXP-DONE                    VALUE 'Y'.                   00929756
009300 01  WS-PERIOD               PIC X(06) VALUE SPACES.              00930000
009310 01  WS-REV-GROUP            PIC X(02) VALUE SPACES.              00931069
009320 01  WS-PRD-END-DATE         PIC X(08) VALUE SPACES.              00932069
009400 01  WS-REFUSE-FLAG          PIC X(01) VALUE 'N'.                 00940000
009500     88  RUN-REFUSED                 VALUE 'Y'.                   00950000
009600 01  WS-HIST-DONE-FLAG       PIC X(01) VALUE 'N'.                 00960000
010500 01  WS-TRAILER-EMP-ID       PIC X(05) VALUE '99999'.             01050000
010600 01  WS-DEL-COUNT            PIC 9(05) VALUE ZERO.                01060000
010700 01  WS-RECALL-COUNT         PIC 9(05) VALUE ZERO.                01070000
010750 01  WS-PHD-DEL-COUNT        PIC 9(05) VALUE ZERO.                01075048
010760 01  WS-EXP-REOPEN-COUNT     PIC 9(05) VALUE ZERO.                01076056
010800 01  WS-TOT-GROSS            PIC 9(09)V99 VALUE ZERO.             01080000
010810 01  WS-TOT-EMPR             PIC 9(09)V99 VALUE ZERO.             01081041
010900 01  WS-TOT-TAX              PIC 9(09)V99 VALUE ZERO.             01090000
011300 01  WS-GL-SUB               PIC 9(02) VALUE ZERO.                01130000
011400 01  WS-GL-TABLE-MAX         PIC 9(02) VALUE ZERO.                01140000
011500 01  WS-GL-TABLE.                                                 01150000
011600     03  WS-GL-ENTRY OCCURS 99 TIMES.                             01160051
011700         05  WS-GL-DEPT          PIC X(08).                       01170000
011800         05  WS-GL-LOC           PIC X(10).                       01180000
011900         05  WS-GL-GROSS         PIC 9(09)V99.                    01190000
011910         05  WS-GL-EMPR          PIC 9(09)V99.                    01191041
011960         05  WS-GL-DEDN          PIC 9(09)V99.                    01196051
011970         05  WS-GL-EXP           PIC 9(09)V99.                    01197056
012000 01  WS-CURRENT-DATE.                                             01200000
012100     03  WS-CURR-YY          PIC 9(04).                           01210000
012200     03  WS-CURR-MM          PIC 9(02).                           01220000
013000     03  HL-PERIOD           PIC X(06).                           01300000
013100 01  WS-REFUSE-LINE          PIC X(132) VALUE                     01310000
013200     'A LATER PERIOD HAS BEEN PAID - REVERSAL REFUSED'.           01320000
013210 01  WS-REMIT-REFUSE-LINE    PIC X(132) VALUE                     01321048
013220     'DEDUCTIONS ALREADY REMITTED - REVERSAL REFUSED'.            01322048
013300 01  WS-DETAIL-LINE.                                              01330000
013400     03  DL-EMP-ID           PIC X(05).                           01340000
013500     03  FILLER              PIC X(02) VALUE SPACES.              01350000
014600 01  WS-TOTAL-LINE.                                               01460000
014700     03  TL-LABEL            PIC X(20).                           01470000
014800     03  TL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.                 01480000
014850     COPY P26YTAC.                                                01485068
014900     COPY P26RCC.                                                 01490000
015000*                                                                 01500000
015100 PROCEDURE DIVISION.                                              01510000
015400     PERFORM INITIALIZATION-PARA                                  01540000
015500     IF NOT RUN-REFUSED                                           01550000
015600         PERFORM REVERSE-HISTORY-PARA                             01560000
015610         IF PHDF-OPEN                                             01561048
015620             PERFORM REVERSE-DEDN-DETAIL-PARA                     01562048
015630         END-IF                                                   01563048
015700         PERFORM WRITE-GL-OFFSETS-PARA                            01570000
015800         PERFORM RECALL-DDEP-PARA                                 01580000
015810         PERFORM REOPEN-CAL-PERIOD-PARA                           01581042
019100             PERFORM CHECK-LATER-PERIOD-PARA                      01910000
019200         END-IF                                                   01920000
019300     END-IF                                                       01930000
019310     IF NOT RUN-REFUSED                                           01931048
019320         OPEN I-O P26PHDF                                         01932048
019330         IF NOT PHDF-MISSING                                      01933048
019340             SET PHDF-OPEN TO TRUE                                01934048
019350             PERFORM CHECK-REMITTED-PARA                          01935048
019360         END-IF                                                   01936048
019370     END-IF                                                       01937048
019372     IF NOT RUN-REFUSED                                           01937268
019374         SET YTP-OPEN TO TRUE                                     01937468
019376         MOVE 'P26BP28 ' TO YTP-USER                              01937668
019378         CALL 'P26YTDUP' USING YTD-POST-AREA                      01937868
019380         IF YTP-IO-ERROR                                          01938068
019382             DISPLAY 'P26BP28 YTD ACCUMULATOR FILE NOT AVAILABLE' 01938268
019384         END-IF                                                   01938468
019386     END-IF                                                       01938668
019390     IF NOT RUN-REFUSED                                           01939069
019394         PERFORM GET-PRD-END-PARA                                 01939469
019398     END-IF                                                       01939869
019400     IF NOT RUN-REFUSED                                           01940000
019500         OPEN INPUT P26MFILE                                      01950000
019600         IF NOT MFILE-MISSING                                     01960000
019700             SET MFILE-OPEN TO TRUE                               01970000
019800         END-IF                                                   01980000
019810         OPEN INPUT P26LDF                                        01981051
019820         IF NOT LDF-MISSING                                       01982051
019830             SET LDF-OPEN TO TRUE                                 01983051
019840         END-IF                                                   01984051
019850         OPEN I-O P26EXPF                                         01985056
019860         IF NOT EXPF-MISSING                                      01986056
019870             SET EXPF-OPEN TO TRUE                                01987056
019880         END-IF                                                   01988056
019900         OPEN I-O P26AUDIT                                        01990000
020000         IF AUDIT-MISSING                                         02000000
020100             OPEN OUTPUT P26AUDIT                                 02010000
020600*                                                                 02060000
020700 CHECK-LATER-PERIOD-PARA.                                         02070000
020800     MOVE 'N' TO WS-HIST-DONE-FLAG                                02080000
020850     PERFORM GET-REV-GROUP-PARA                                   02085069
020900     MOVE WS-TRAILER-EMP-ID TO PH-EMP-ID                          02090000
021000     MOVE WS-PERIOD TO PH-PERIOD                                  02100000
021100     MOVE HIGH-VALUES TO PH-RUN-TYPE                              02110000
021500     END-START                                                    02150000
021600     PERFORM CHECK-LATER-NEXT-PARA                                02160000
021700         UNTIL HIST-DONE.                                         02170000
021702*                                                                 02170269
021704 GET-REV-GROUP-PARA.                                              02170469
021706     MOVE SPACES TO WS-REV-GROUP                                  02170669
021708     MOVE WS-TRAILER-EMP-ID TO PH-EMP-ID                          02170869
021710     MOVE WS-PERIOD TO PH-PERIOD                                  02171069
021712     MOVE LOW-VALUES TO PH-RUN-TYPE                               02171269
021714     START P26PHIST KEY IS NOT LESS THAN PH-KEY                   02171469
021716         INVALID KEY                                              02171669
021718             CONTINUE                                             02171869
021720         NOT INVALID KEY                                          02172069
021722             PERFORM GET-REV-GROUP-READ-PARA                      02172269
021724     END-START.                                                   02172469
021726*                                                                 02172669
021728 GET-REV-GROUP-READ-PARA.                                         02172869
021730     READ P26PHIST NEXT RECORD                                    02173069
021732         AT END                                                   02173269
021734             CONTINUE                                             02173469
021736         NOT AT END                                               02173669
021738             IF PH-EMP-ID = WS-TRAILER-EMP-ID                     02173869
021740                AND PH-PERIOD = WS-PERIOD                         02174069
021742                 MOVE PH-PAY-GROUP TO WS-REV-GROUP                02174269
021744             END-IF                                               02174469
021746     END-READ.                                                    02174669
021748*                                                                 02174869
021750 GET-PRD-END-PARA.                                                02175069
021752     STRING WS-PERIOD '31' DELIMITED BY SIZE                      02175269
021754         INTO WS-PRD-END-DATE                                     02175469
021756     OPEN INPUT P26PCAL                                           02175669
021758     IF NOT PCAL-MISSING                                          02175869
021760         MOVE WS-PERIOD TO CAL-PERIOD                             02176069
021762         READ P26PCAL                                             02176269
021764             INVALID KEY                                          02176469
021766                 CONTINUE                                         02176669
021768             NOT INVALID KEY                                      02176869
021770                 IF CAL-END-DATE NOT = SPACES                     02177069
021772                     MOVE CAL-END-DATE TO WS-PRD-END-DATE         02177269
021774                 END-IF                                           02177469
021776         END-READ                                                 02177669
021778         CLOSE P26PCAL                                            02177869
021780     END-IF.                                                      02178069
021800*                                                                 02180000
021900 CHECK-LATER-NEXT-PARA.                                           02190000
022000     READ P26PHIST NEXT RECORD                                    02200000
022700         ELSE                                                     02270000
022800             IF PH-TRAILER-REC                                    02280000
022900                AND PH-PERIOD > WS-PERIOD                         02290000
022950                AND PH-PAY-GROUP = WS-REV-GROUP                   02295069
023000                AND PH-PERIOD-CLOSED                              02300000
023100                 SET RUN-REFUSED TO TRUE                          02310000
023200                 SET HIST-DONE TO TRUE                            02320000
023800         END-IF                                                   02380000
023900     END-IF.                                                      02390000
024000*                                                                 02400000
024002 CHECK-REMITTED-PARA.                                             02400248
024004     MOVE 'N' TO WS-PHD-DONE-FLAG                                 02400448
024006     MOVE LOW-VALUES TO PHD-KEY                                   02400648
024008     START P26PHDF KEY IS NOT LESS THAN PHD-KEY                   02400848
024010         INVALID KEY                                              02401048
024012             SET PHD-DONE TO TRUE                                 02401248
024014     END-START                                                    02401448
024016     PERFORM CHECK-REMITTED-NEXT-PARA                             02401648
024018         UNTIL PHD-DONE.                                          02401848
024020*                                                                 02402048
024022 CHECK-REMITTED-NEXT-PARA.                                        02402248
024024     READ P26PHDF NEXT RECORD                                     02402448
024026         AT END                                                   02402648
024028             SET PHD-DONE TO TRUE                                 02402848
024030     END-READ                                                     02403048
024032     IF NOT PHD-DONE                                              02403248
024034        AND PHD-PERIOD = WS-PERIOD                                02403448
024036        AND PHD-RUN-TYPE = 'R'                                    02403648
024038        AND PHD-REMITTED                                          02403848
024040         SET RUN-REFUSED TO TRUE                                  02404048
024042         SET PHD-DONE TO TRUE                                     02404248
024044         MOVE WS-REMIT-REFUSE-LINE TO RVRP-LINE                   02404448
024046         WRITE RVRP-LINE                                          02404648
024048         DISPLAY 'P26BP28 DEDUCTIONS FOR ' WS-PERIOD              02404848
024050             ' ALREADY REMITTED - REVERSAL REFUSED'               02405048
024052     END-IF.                                                      02405248
024054*                                                                 02405448
024100 REVERSE-HISTORY-PARA.                                            02410000
024200     MOVE 'N' TO WS-HIST-DONE-FLAG                                02420000
024300     MOVE LOW-VALUES TO PH-KEY                                    02430000
026600         ADD PH-OTH-DEDN TO WS-TOT-OTH                            02660000
026700         ADD PH-NET TO WS-TOT-NET                                 02670000
026800         PERFORM FIND-MASTER-PARA                                 02680000
026810         MOVE PH-GROSS TO WS-EMP-GROSS                            02681051
026820         MOVE ZERO TO WS-EMP-EMPR                                 02682051
026830         IF PH-EMPR-CONT NUMERIC                                  02683051
026840             ADD PH-EMPR-CONT TO WS-TOT-EMPR                      02684051
026850             MOVE PH-EMPR-CONT TO WS-EMP-EMPR                     02685051
026860         END-IF                                                   02686051
026870         MOVE PH-OTH-DEDN TO WS-EMP-DEDN                          02687051
026880         PERFORM SPLIT-COST-PARA                                  02688051
026890         IF PH-EXP-REIMB NUMERIC                                  02689056
026900            AND PH-EXP-REIMB > ZERO                               02690056
026910             MOVE EMP-DEPT TO WS-POST-DEPT                        02691056
026920             MOVE EMP-LOC TO WS-POST-LOC                          02692056
026930             PERFORM FIND-GL-PARA                                 02693056
026940             ADD PH-EXP-REIMB TO WS-GL-EXP(WS-GL-SUB)             02694056
026950             IF EXPF-OPEN                                         02695056
026960                 PERFORM REOPEN-CLAIMS-PARA                       02696056
026970             END-IF                                               02697056
026980         END-IF                                                   02698056
027080         PERFORM YTD-BACKOUT-PAY-PARA                             02708068
027100         PERFORM WRITE-DETAIL-PARA                                02710000
027200     END-IF                                                       02720000
027300     PERFORM WRITE-AUDIT-PARA                                     02730000
027700     END-DELETE                                                   02770000
027800     ADD 1 TO WS-DEL-COUNT.                                       02780000
027900*                                                                 02790000
027902 REVERSE-DEDN-DETAIL-PARA.                                        02790248
027904     MOVE 'N' TO WS-PHD-DONE-FLAG                                 02790448
027906     MOVE LOW-VALUES TO PHD-KEY                                   02790648
027908     START P26PHDF KEY IS NOT LESS THAN PHD-KEY                   02790848
027910         INVALID KEY                                              02791048
027912             SET PHD-DONE TO TRUE                                 02791248
027914     END-START                                                    02791448
027916     PERFORM REVERSE-DEDN-NEXT-PARA                               02791648
027918         UNTIL PHD-DONE.                                          02791848
027920*                                                                 02792048
027922 REVERSE-DEDN-NEXT-PARA.                                          02792248
027924     READ P26PHDF NEXT RECORD                                     02792448
027926         AT END                                                   02792648
027928             SET PHD-DONE TO TRUE                                 02792848
027930     END-READ                                                     02793048
027932     IF NOT PHD-DONE                                              02793248
027934        AND PHD-PERIOD = WS-PERIOD                                02793448
027936        AND PHD-RUN-TYPE = 'R'                                    02793648
027937         PERFORM YTD-BACKOUT-DED-PARA                             02793768
027938         DELETE P26PHDF RECORD                                    02793848
027940             INVALID KEY                                          02794048
027942                 CONTINUE                                         02794248
027944         END-DELETE                                               02794448
027946         ADD 1 TO WS-PHD-DEL-COUNT                                02794648
027948     END-IF.                                                      02794848
027950*                                                                 02795048
027951 REOPEN-CLAIMS-PARA.                                              02795156
027952     MOVE 'N' TO WS-EXP-DONE-FLAG                                 02795256
027953     MOVE PH-EMP-ID TO EXP-EMP-ID                                 02795356
027954     MOVE ZERO TO EXP-SEQ                                         02795456
027955     START P26EXPF KEY IS NOT LESS THAN EXP-KEY                   02795556
027956         INVALID KEY                                              02795656
027957             SET EXP-DONE TO TRUE                                 02795756
027958     END-START                                                    02795856
027959     PERFORM REOPEN-CLAIM-NEXT-PARA                               02795956
027960         UNTIL EXP-DONE.                                          02796056
027961*                                                                 02796156
027962 REOPEN-CLAIM-NEXT-PARA.                                          02796256
027963     READ P26EXPF NEXT RECORD                                     02796356
027964         AT END                                                   02796456
027965             SET EXP-DONE TO TRUE                                 02796556
027966     END-READ                                                     02796656
027967     IF NOT EXP-DONE                                              02796756
027968         IF EXP-EMP-ID = PH-EMP-ID                                02796856
027969             IF EXP-PAID                                          02796956
027970                AND EXP-PAID-PERIOD = WS-PERIOD                   02797056
027971                 SET EXP-APPROVED TO TRUE                         02797156
027972                 MOVE SPACES TO EXP-PAID-PERIOD EXP-PAID-DATE     02797256
027973                 REWRITE EXPENSE-CLAIM-RECORD                     02797356
027974                 ADD 1 TO WS-EXP-REOPEN-COUNT                     02797456
027975             END-IF                                               02797556
027976         ELSE                                                     02797656
027977             SET EXP-DONE TO TRUE                                 02797756
027978         END-IF                                                   02797856
027979     END-IF.                                                      02797956
027980*                                                                 02798056
028000 FIND-MASTER-PARA.                                                02800000
028100     MOVE 'N' TO WS-EMP-FOUND-FLAG                                02810000
028200     IF MFILE-OPEN                                                02820000
029300         MOVE SPACES TO EMP-LOC                                   02930000
029400     END-IF.                                                      02940000
029500*                                                                 02950000
029501 SPLIT-COST-PARA.                                                 02950151
029502     PERFORM FIND-DIST-PARA                                       02950251
029503     IF DIST-FOUND                                                02950351
029504         ADD 1 TO WS-SPLIT-COUNT                                  02950451
029505         MOVE ZERO TO WS-DIST-SUB                                 02950551
029506         MOVE ZERO TO WS-CUM-PCT                                  02950651
029507         MOVE ZERO TO WS-CUM-GROSS                                02950751
029508         MOVE ZERO TO WS-CUM-EMPR                                 02950851
029509         MOVE ZERO TO WS-CUM-DEDN                                 02950951
029510         PERFORM SPLIT-LINE-PARA                                  02951051
029511             UNTIL WS-DIST-SUB = WS-DIST-MAX                      02951151
029512     ELSE                                                         02951251
029513         MOVE EMP-DEPT TO WS-POST-DEPT                            02951351
029514         MOVE EMP-LOC TO WS-POST-LOC                              02951451
029515         MOVE WS-EMP-GROSS TO WS-SPLIT-GROSS                      02951551
029516         MOVE WS-EMP-EMPR TO WS-SPLIT-EMPR                        02951651
029517         MOVE WS-EMP-DEDN TO WS-SPLIT-DEDN                        02951751
029518         PERFORM ADD-GL-PARA                                      02951851
029519     END-IF.                                                      02951951
029520*                                                                 02952051
029521 SPLIT-LINE-PARA.                                                 02952151
029522     ADD 1 TO WS-DIST-SUB                                         02952251
029523     ADD WS-DIST-PCT(WS-DIST-SUB) TO WS-CUM-PCT                   02952351
029524     IF WS-DIST-SUB = WS-DIST-MAX                                 02952451
029525         MOVE WS-EMP-GROSS TO WS-NEW-GROSS                        02952551
029526         MOVE WS-EMP-EMPR TO WS-NEW-EMPR                          02952651
029527         MOVE WS-EMP-DEDN TO WS-NEW-DEDN                          02952751
029528     ELSE                                                         02952851
029529         COMPUTE WS-NEW-GROSS ROUNDED =                           02952951
029530             WS-EMP-GROSS * WS-CUM-PCT / 100                      02953051
029531         COMPUTE WS-NEW-EMPR ROUNDED =                            02953151
029532             WS-EMP-EMPR * WS-CUM-PCT / 100                       02953251
029533         COMPUTE WS-NEW-DEDN ROUNDED =                            02953351
029534             WS-EMP-DEDN * WS-CUM-PCT / 100                       02953451
029535     END-IF                                                       02953551
029536     COMPUTE WS-SPLIT-GROSS = WS-NEW-GROSS - WS-CUM-GROSS         02953651
029537     COMPUTE WS-SPLIT-EMPR = WS-NEW-EMPR - WS-CUM-EMPR            02953751
029538     COMPUTE WS-SPLIT-DEDN = WS-NEW-DEDN - WS-CUM-DEDN            02953851
029539     MOVE WS-NEW-GROSS TO WS-CUM-GROSS                            02953951
029540     MOVE WS-NEW-EMPR TO WS-CUM-EMPR                              02954051
029541     MOVE WS-NEW-DEDN TO WS-CUM-DEDN                              02954151
029542     MOVE WS-DIST-DEPT(WS-DIST-SUB) TO WS-POST-DEPT               02954251
029543     MOVE WS-DIST-LOC(WS-DIST-SUB) TO WS-POST-LOC                 02954351
029544     PERFORM ADD-GL-PARA.                                         02954451
029545*                                                                 02954551
029546 ADD-GL-PARA.                                                     02954651
029547     PERFORM FIND-GL-PARA                                         02954751
029548     ADD WS-SPLIT-GROSS TO WS-GL-GROSS(WS-GL-SUB)                 02954851
029549     ADD WS-SPLIT-EMPR TO WS-GL-EMPR(WS-GL-SUB)                   02954951
029550     ADD WS-SPLIT-DEDN TO WS-GL-DEDN(WS-GL-SUB).                  02955051
029551*                                                                 02955151
029552 FIND-DIST-PARA.                                                  02955251
029553     MOVE 'N' TO WS-DIST-FOUND-FLAG                               02955351
029554     MOVE ZERO TO WS-DIST-MAX                                     02955451
029555     IF LDF-OPEN                                                  02955551
029556         MOVE 'N' TO WS-LD-DONE-FLAG                              02955651
029557         MOVE PH-EMP-ID TO LD-EMP-ID                              02955751
029558         MOVE LOW-VALUES TO LD-EFF-DATE                           02955851
029559         START P26LDF KEY IS NOT LESS THAN LD-KEY                 02955951
029560             INVALID KEY                                          02956051
029561                 SET LD-DONE TO TRUE                              02956151
029562         END-START                                                02956251
029563         PERFORM FIND-DIST-NEXT-PARA                              02956351
029564             UNTIL LD-DONE                                        02956451
029565     END-IF                                                       02956551
029566     IF DIST-FOUND                                                02956651
029567         MOVE ZERO TO WS-DIST-SUB                                 02956751
029568         MOVE ZERO TO WS-CUM-PCT                                  02956851
029569         PERFORM SUM-DIST-PCT-PARA                                02956951
029570             UNTIL WS-DIST-SUB = WS-DIST-MAX                      02957051
029571         IF WS-CUM-PCT NOT = 100                                  02957151
029572             MOVE 'N' TO WS-DIST-FOUND-FLAG                       02957251
029573         END-IF                                                   02957351
029574     END-IF.                                                      02957451
029575*                                                                 02957551
029576 FIND-DIST-NEXT-PARA.                                             02957651
029577     READ P26LDF NEXT RECORD                                      02957751
029578         AT END                                                   02957851
029579             SET LD-DONE TO TRUE                                  02957951
029580     END-READ                                                     02958051
029581     IF NOT LD-DONE                                               02958151
029582         IF LD-EMP-ID NOT = PH-EMP-ID                             02958251
029583            OR LD-EFF-DATE > WS-PRD-END-DATE                      02958369
029584             SET LD-DONE TO TRUE                                  02958451
029585         ELSE                                                     02958551
029586             MOVE ZERO TO WS-DIST-SUB                             02958651
029587             MOVE ZERO TO WS-DIST-MAX                             02958751
029588             PERFORM LOAD-DIST-LINE-PARA                          02958851
029589                 UNTIL WS-DIST-SUB = 4                            02958951
029590             IF WS-DIST-MAX > ZERO                                02959051
029591                 SET DIST-FOUND TO TRUE                           02959151
029592             ELSE                                                 02959251
029593                 MOVE 'N' TO WS-DIST-FOUND-FLAG                   02959351
029594             END-IF                                               02959451
029595         END-IF                                                   02959551
029596     END-IF.                                                      02959651
029597*                                                                 02959751
029598 LOAD-DIST-LINE-PARA.                                             02959851
029599     ADD 1 TO WS-DIST-SUB                                         02959951
029600     IF LD-DEPT(WS-DIST-SUB) NOT = SPACES                         02960051
029601         ADD 1 TO WS-DIST-MAX                                     02960151
029602         MOVE LD-DEPT(WS-DIST-SUB) TO WS-DIST-DEPT(WS-DIST-MAX)   02960251
029603         MOVE LD-LOC(WS-DIST-SUB) TO WS-DIST-LOC(WS-DIST-MAX)     02960351
029604         MOVE LD-PCT(WS-DIST-SUB) TO WS-DIST-PCT(WS-DIST-MAX)     02960451
029605     END-IF.                                                      02960551
029606*                                                                 02960651
029607 SUM-DIST-PCT-PARA.                                               02960751
029608     ADD 1 TO WS-DIST-SUB                                         02960851
029609     ADD WS-DIST-PCT(WS-DIST-SUB) TO WS-CUM-PCT.                  02960951
029610*                                                                 02961051
029611 FIND-GL-PARA.                                                    02961100
029700     MOVE 'N' TO WS-FOUND-FLAG                                    02970000
029800     MOVE ZERO TO WS-GL-SUB                                       02980000
029900     PERFORM FIND-GL-SCAN-PARA                                    02990000
030100     IF NOT ENTRY-FOUND                                           03010000
030200         ADD 1 TO WS-GL-TABLE-MAX                                 03020000
030300         MOVE WS-GL-TABLE-MAX TO WS-GL-SUB                        03030000
030400         MOVE WS-POST-DEPT TO WS-GL-DEPT(WS-GL-SUB)               03040051
030500         MOVE WS-POST-LOC TO WS-GL-LOC(WS-GL-SUB)                 03050051
030600         MOVE ZERO TO WS-GL-GROSS(WS-GL-SUB)                      03060000
030610         MOVE ZERO TO WS-GL-EMPR(WS-GL-SUB)                       03061041
030660         MOVE ZERO TO WS-GL-DEDN(WS-GL-SUB)                       03066051
030670         MOVE ZERO TO WS-GL-EXP(WS-GL-SUB)                        03067056
030700     END-IF.                                                      03070000
030800*                                                                 03080000
030900 FIND-GL-SCAN-PARA.                                               03090000
031000     ADD 1 TO WS-GL-SUB                                           03100000
031100     IF WS-GL-DEPT(WS-GL-SUB) = WS-POST-DEPT                      03110051
031200        AND WS-GL-LOC(WS-GL-SUB) = WS-POST-LOC                    03120051
031300         MOVE 'Y' TO WS-FOUND-FLAG                                03130000
031400     END-IF.                                                      03140000
031500*                                                                 03150000
036700     MOVE 'TAXPAY  ' TO GLP-ACCOUNT                               03670000
036800     MOVE WS-TOT-TAX TO GLP-AMOUNT                                03680000
036900     WRITE GLPF-RECORD                                            03690000
037000     MOVE ZERO TO WS-GL-SUB                                       03700051
037100     PERFORM WRITE-GL-DEDN-DEBIT-PARA                             03710051
037200         UNTIL WS-GL-SUB = WS-GL-TABLE-MAX                        03720051
037210     IF WS-TOT-EMPR > ZERO                                        03721041
037214         MOVE SPACES TO GLPF-RECORD                               03721451
037218         MOVE 'D' TO GLP-DC                                       03721851
037220         MOVE 'EMPRCPAY' TO GLP-ACCOUNT                           03722041
037230         MOVE WS-TOT-EMPR TO GLP-AMOUNT                           03723041
037240         WRITE GLPF-RECORD                                        03724041
038320         MOVE 'EMPRCEXP' TO GLP-ACCOUNT                           03832041
038330         MOVE WS-GL-EMPR(WS-GL-SUB) TO GLP-AMOUNT                 03833041
038340         WRITE GLPF-RECORD                                        03834041
038350     END-IF                                                       03835056
038355     IF WS-GL-EXP(WS-GL-SUB) > ZERO                               03835556
038360         MOVE 'EXPREIMB' TO GLP-ACCOUNT                           03836056
038365         MOVE WS-GL-EXP(WS-GL-SUB) TO GLP-AMOUNT                  03836556
038370         WRITE GLPF-RECORD                                        03837056
038375     END-IF.                                                      03837556
038400*                                                                 03840000
038405 WRITE-GL-DEDN-DEBIT-PARA.                                        03840551
038410     ADD 1 TO WS-GL-SUB                                           03841051
038415     IF WS-GL-DEDN(WS-GL-SUB) > ZERO                              03841551
038420         MOVE SPACES TO GLPF-RECORD                               03842051
038425         MOVE 'DEDNPAY ' TO GLP-ACCOUNT                           03842551
038430         MOVE WS-GL-DEPT(WS-GL-SUB) TO GLP-DEPT                   03843051
038435         MOVE WS-GL-LOC(WS-GL-SUB) TO GLP-LOC                     03843551
038440         MOVE 'D' TO GLP-DC                                       03844051
038445         MOVE WS-GL-DEDN(WS-GL-SUB) TO GLP-AMOUNT                 03844551
038450         WRITE GLPF-RECORD                                        03845051
038455     END-IF.                                                      03845551
038460*                                                                 03846051
038500 RECALL-DDEP-PARA.                                                03850000
038600     OPEN INPUT P26DDEP                                           03860000
038700     IF DDEP-MISSING                                              03870000
041608     PERFORM WRITE-AUDIT-RETRY-PARA                               04160842
041610         UNTIL NOT AUDIT-DUPKEY.                                  04161042
041612*                                                                 04161242
041614 YTD-BACKOUT-PAY-PARA.                                            04161468
041616     SET YTP-POST-PAY TO TRUE                                     04161668
041618     MOVE PH-EMP-ID TO YTP-EMP-ID                                 04161868
041620     MOVE PH-PERIOD TO YTP-PERIOD                                 04162068
041622     MOVE SPACES TO YTP-EMP-NAME                                  04162268
041624     COMPUTE YTP-GROSS = ZERO - PH-GROSS                          04162468
041626     COMPUTE YTP-TAX = ZERO - PH-TAX                              04162668
041628     COMPUTE YTP-OTH-DEDN = ZERO - PH-OTH-DEDN                    04162868
041630     COMPUTE YTP-NET = ZERO - PH-NET                              04163068
041632     MOVE ZERO TO YTP-EMPR-CONT YTP-HOURS                         04163268
041634     IF PH-EMPR-CONT NUMERIC                                      04163468
041636         COMPUTE YTP-EMPR-CONT = ZERO - PH-EMPR-CONT              04163668
041638     END-IF                                                       04163868
041640     IF PH-HOURS NUMERIC                                          04164068
041642         COMPUTE YTP-HOURS = ZERO - PH-HOURS                      04164268
041644     END-IF                                                       04164468
041646     MOVE -1 TO YTP-PAY-COUNT                                     04164668
041648     CALL 'P26YTDUP' USING YTD-POST-AREA.                         04164868
041650*                                                                 04165068
041652 YTD-BACKOUT-DED-PARA.                                            04165268
041654     SET YTP-POST-DED TO TRUE                                     04165468
041656     MOVE PHD-EMP-ID TO YTP-EMP-ID                                04165668
041658     MOVE PHD-PERIOD TO YTP-PERIOD                                04165868
041660     MOVE PHD-DED-TYPE TO YTP-DED-TYPE                            04166068
041662     MOVE PHD-CLASS TO YTP-DED-CLASS                              04166268
041664     COMPUTE YTP-DED-AMOUNT = ZERO - PHD-AMOUNT                   04166468
041666     CALL 'P26YTDUP' USING YTD-POST-AREA.                         04166668
041668*                                                                 04166868
041700 TERMINATION-PARA.                                                04170000
041800     MOVE SPACES TO RVRP-LINE                                     04180000
041900     WRITE RVRP-LINE                                              04190000
042200     MOVE WS-DEL-COUNT TO SM-COUNT                                04220000
042300     MOVE WS-SUMMARY-LINE TO RVRP-LINE                            04230000
042400     WRITE RVRP-LINE                                              04240000
042410     MOVE SPACES TO WS-SUMMARY-LINE                               04241048
042420     MOVE 'DEDUCTION DETAILS REVERSED' TO SM-LABEL                04242048
042430     MOVE WS-PHD-DEL-COUNT TO SM-COUNT                            04243048
042440     MOVE WS-SUMMARY-LINE TO RVRP-LINE                            04244048
042450     WRITE RVRP-LINE                                              04245048
042455     MOVE SPACES TO WS-SUMMARY-LINE                               04245551
042460     MOVE 'EMPLOYEES COST-SPLIT' TO SM-LABEL                      04246051
042465     MOVE WS-SPLIT-COUNT TO SM-COUNT                              04246551
042470     MOVE WS-SUMMARY-LINE TO RVRP-LINE                            04247051
042475     WRITE RVRP-LINE                                              04247551
042479     MOVE SPACES TO WS-SUMMARY-LINE                               04247956
042483     MOVE 'EXPENSE CLAIMS REOPENED' TO SM-LABEL                   04248356
042487     MOVE WS-EXP-REOPEN-COUNT TO SM-COUNT                         04248756
042491     MOVE WS-SUMMARY-LINE TO RVRP-LINE                            04249156
042495     WRITE RVRP-LINE                                              04249556
042500     MOVE SPACES TO WS-SUMMARY-LINE                               04250000
042600     MOVE 'BANK CREDITS FLAGGED RECALL' TO SM-LABEL               04260000
042700     MOVE WS-RECALL-COUNT TO SM-COUNT                             04270000
044100             CLOSE P26MFILE                                       04410000
044200         END-IF                                                   04420000
044300         CLOSE P26AUDIT                                           04430000
044310         IF LDF-OPEN                                              04431051
044320             CLOSE P26LDF                                         04432051
044330         END-IF                                                   04433051
044400     END-IF                                                       04440000
044500     IF NOT PHIST-MISSING                                         04450000
044600        AND WS-PHIST-STATUS NOT = SPACES                          04460000
044700         CLOSE P26PHIST                                           04470000
044800     END-IF                                                       04480000
044810     IF PHDF-OPEN                                                 04481048
044820         CLOSE P26PHDF                                            04482048
044830     END-IF                                                       04483048
044834     SET YTP-CLOSE TO TRUE                                        04483468
044838     CALL 'P26YTDUP' USING YTD-POST-AREA                          04483868
044840     IF EXPF-OPEN                                                 04484056
044850         CLOSE P26EXPF                                            04485056
044860     END-IF                                                       04486056
044900     CLOSE P26RVRP.                                               04490000
045000*                                                                 04500000
045100 REGISTER-START-PARA.                                             04510000
