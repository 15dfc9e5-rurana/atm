003900     SELECT P26FSET ASSIGN TO P26FSET                             00390000
004000         ORGANIZATION IS LINE SEQUENTIAL                          00400000
004100         FILE STATUS IS WS-FSET-STATUS.                           00410000
004105     SELECT P26DFILE ASSIGN TO P26DFILE                           00410548
004110         ORGANIZATION IS INDEXED                                  00411048
004115         ACCESS MODE IS DYNAMIC                                   00411548
004120         RECORD KEY IS DED-KEY                                    00412048
004125         FILE STATUS IS WS-DFILE-STATUS.                          00412548
004130     SELECT P26PHDF ASSIGN TO P26PHDF                             00413048
004135         ORGANIZATION IS INDEXED                                  00413548
004140         ACCESS MODE IS DYNAMIC                                   00414048
004145         RECORD KEY IS PHD-KEY                                    00414548
004150         FILE STATUS IS WS-PHDF-STATUS.                           00415048
004200*                                                                 00420000
004300 DATA DIVISION.                                                   00430000
004400 FILE SECTION.                                                    00440000
004600     LABEL RECORDS ARE STANDARD.                                  00460000
004700 01  PPARM-RECORD.                                                00470000
004800     03  PPARM-PERIOD        PIC X(06).                           00480000
004900     03  FILLER              PIC X(07).                           00490069
004910     03  PPARM-PAY-GROUP     PIC X(02).                           00491069
004920     03  FILLER              PIC X(65).                           00492069
005000 FD  P26PCAL                                                      00500000
005100     LABEL RECORDS ARE STANDARD.                                  00510000
005200     COPY P26PCLR.                                                00520000
006800 FD  P26FSET                                                      00680000
006900     LABEL RECORDS ARE STANDARD.                                  00690000
007000 01  FSET-LINE               PIC X(132).                          00700000
007010 FD  P26DFILE                                                     00701048
007020     LABEL RECORDS ARE STANDARD.                                  00702048
007030     COPY P26DEDR.                                                00703048
007040 FD  P26PHDF                                                      00704048
007050     LABEL RECORDS ARE STANDARD.                                  00705048
007060     COPY P26PHDR.                                                00706048
007100*                                                                 00710000
007200 WORKING-STORAGE SECTION.                                         00720000
007300 01  WS-PPARM-STATUS         PIC X(02) VALUE SPACES.              00730000
009700 01  WS-PHIST-STATUS         PIC X(02) VALUE SPACES.              00970000
009800     88  PHIST-MISSING               VALUE '35'.                  00980000
009900 01  WS-FSET-STATUS          PIC X(02) VALUE SPACES.              00990000
009910 01  WS-DFILE-STATUS         PIC X(02) VALUE SPACES.              00991048
009920     88  DFILE-MISSING               VALUE '35'.                  00992048
009930 01  WS-DFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 00993048
009940     88  DFILE-OPEN                  VALUE 'Y'.                   00994048
009950 01  WS-DED-DONE-FLAG        PIC X(01) VALUE 'N'.                 00995048
009960     88  DED-DONE                    VALUE 'Y'.                   00996048
009970 01  WS-PHDF-STATUS          PIC X(02) VALUE SPACES.              00997048
009980     88  PHDF-MISSING                VALUE '35'.                  00998048
010000 01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.                 01000000
010100     88  END-OF-FILE                 VALUE 'Y'.                   01010000
010200 01  WS-EMP-FOUND-FLAG       PIC X(01) VALUE 'N'.                 01020000
010600 01  WS-PERIOD               PIC X(06) VALUE SPACES.              01060000
010700 01  WS-PRD-START            PIC X(08) VALUE SPACES.              01070000
010800 01  WS-PRD-END              PIC X(08) VALUE SPACES.              01080000
010810 01  WS-PAY-GROUP            PIC X(02) VALUE SPACES.              01081069
010820 01  WS-PERIODS-PER-YEAR     PIC 9(02) VALUE 12.                  01082069
010830 01  WS-PRD-EARN             PIC 9(07)V99 VALUE ZERO.             01083069
010840 01  WS-PRD-DEDN             PIC 9(07)V99 VALUE ZERO.             01084069
010850 01  WS-CAL-DONE-FLAG        PIC X(01) VALUE 'N'.                 01085069
010860     88  CAL-DONE                    VALUE 'Y'.                   01086069
010870 01  WS-REFUSE-FLAG          PIC X(01) VALUE 'N'.                 01087069
010880     88  PERIOD-REFUSED              VALUE 'Y'.                   01088069
010900 01  WS-DAYS-IN-PRD          PIC 9(02) VALUE ZERO.                01090000
011000 01  WS-DAYS-WORKED          PIC 9(02) VALUE ZERO.                01100000
011050 01  WS-PRO-FROM             PIC X(08) VALUE SPACES.              01105046
011100 01  WS-PRO-TO               PIC X(08) VALUE SPACES.              01110046
011150 01  WS-PRO-FACTOR           PIC 9V9(04) VALUE ZERO.              01115046
011200 01  WS-REG-PAID-AMT         PIC 9(07)V99 VALUE ZERO.             01120046
011250 01  WS-SALARY-DUE           PIC 9(07)V99 VALUE ZERO.             01125046
011300 01  WS-OVERPAY-AMT          PIC 9(07)V99 VALUE ZERO.             01130046
011400 01  WS-PRORATE-AMT          PIC 9(07)V99 VALUE ZERO.             01140000
011500 01  WS-LEAVE-AMT            PIC 9(07)V99 VALUE ZERO.             01150000
011600 01  WS-LOAN-AMT             PIC 9(07)V99 VALUE ZERO.             01160000
011800 01  WS-TAX                  PIC 9(07)V99 VALUE ZERO.             01180000
011900 01  WS-OTH-DEDN             PIC 9(07)V99 VALUE ZERO.             01190000
012000 01  WS-NET-PAY              PIC S9(07)V99 VALUE ZERO.            01200000
012050 01  WS-DED-PART             PIC 9(07)V99 VALUE ZERO.             01205048
012100 01  WS-LEAVER-COUNT         PIC 9(05) VALUE ZERO.                01210000
012200 01  WS-CURRENT-DATE.                                             01220000
012300     03  WS-CURR-YY          PIC 9(04).                           01230000
014100 01  WS-SUMMARY-LINE.                                             01410000
014200     03  SM-LABEL            PIC X(30).                           01420000
014300     03  SM-COUNT            PIC ZZZ,ZZ9.                         01430000
014310 01  WS-PRORATE-TEXT.                                             01431046
014320     03  FILLER              PIC X(09) VALUE 'PRORATED '.         01432046
014330     03  PT-DAYS             PIC Z9.                              01433046
014340     03  FILLER              PIC X(04) VALUE ' OF '.              01434046
014350     03  PT-PRD-DAYS         PIC Z9.                              01435046
014360     03  FILLER              PIC X(05) VALUE ' DAYS'.             01436046
014400     COPY P26TAXC.                                                01440000
014500     COPY P26TXLD.                                                01450000
014550     COPY P26WDC.                                                 01455046
014560     COPY P26YTAC.                                                01456068
014600     COPY P26RCC.                                                 01460000
014700*                                                                 01470000
014800 PROCEDURE DIVISION.                                              01480000
014900 MAIN-PARA.                                                       01490000
014950     PERFORM READ-PPARM-PARA                                      01495069
015000     PERFORM REGISTER-START-PARA                                  01500000
015100     PERFORM INITIALIZATION-PARA                                  01510000
015200     PERFORM PROCESS-PARA                                         01520000
016100     STRING WS-CURR-DD '/' WS-CURR-MM '/' WS-CURR-YY              01610000
016200         DELIMITED BY SIZE INTO WS-RUN-DATE-OUT                   01620000
016300     MOVE WS-CURRENT-TIME TO WS-RUN-TIME-OUT                      01630000
016500     PERFORM GET-CALENDAR-PARA                                    01650000
016600     OPEN OUTPUT P26FSET                                          01660000
016700     MOVE WS-PERIOD TO SH-PERIOD                                  01670000
018300         CLOSE P26PHIST                                           01830000
018400         OPEN I-O P26PHIST                                        01840000
018500     END-IF                                                       01850000
018505     OPEN INPUT P26DFILE                                          01850548
018510     IF NOT DFILE-MISSING                                         01851048
018515         SET DFILE-OPEN TO TRUE                                   01851548
018520     END-IF                                                       01852048
018525     OPEN I-O P26PHDF                                             01852548
018530     IF PHDF-MISSING                                              01853048
018535         OPEN OUTPUT P26PHDF                                      01853548
018540         CLOSE P26PHDF                                            01854048
018545         OPEN I-O P26PHDF                                         01854548
018550     END-IF                                                       01855048
018555     SET YTP-OPEN TO TRUE                                         01855568
018560     MOVE 'P26BP35 ' TO YTP-USER                                  01856068
018565     CALL 'P26YTDUP' USING YTD-POST-AREA                          01856568
018570     IF YTP-IO-ERROR                                              01857068
018575         DISPLAY 'P26BP35 YTD ACCUMULATOR FILE NOT AVAILABLE'     01857568
018580     END-IF                                                       01858068
018600     OPEN INPUT P26SFILE                                          01860000
018700     IF SFILE-MISSING                                             01870000
018800         SET END-OF-FILE TO TRUE                                  01880000
019800     END-IF.                                                      01980000
019900*                                                                 01990000
020000 READ-PPARM-PARA.                                                 02000000
020050     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    02005069
020100     MOVE SPACES TO WS-PERIOD                                     02010000
020200     OPEN INPUT P26PPARM                                          02020000
020300     IF NOT PPARM-MISSING                                         02030000
020600                 MOVE SPACES TO PPARM-RECORD                      02060000
020700         END-READ                                                 02070000
020800         MOVE PPARM-PERIOD TO WS-PERIOD                           02080000
020850         MOVE PPARM-PAY-GROUP TO WS-PAY-GROUP                     02085069
020900         CLOSE P26PPARM                                           02090000
021000     END-IF                                                       02100000
021100     IF WS-PERIOD = SPACES                                        02110000
021150        AND WS-PAY-GROUP = SPACES                                 02115069
021200         MOVE WS-CURRENT-DATE(1:6) TO WS-PERIOD                   02120000
021300     END-IF.                                                      02130000
021400*                                                                 02140000
021800     OPEN INPUT P26PCAL                                           02180000
021900     IF NOT PCAL-MISSING                                          02190000
022000         SET PCAL-OPEN-FILE TO TRUE                               02200000
022010         IF WS-PERIOD = SPACES                                    02201069
022020             PERFORM PICK-OPEN-PERIOD-PARA                        02202069
022030             IF WS-PERIOD = SPACES                                02203069
022040                 SET PERIOD-REFUSED TO TRUE                       02204069
022050                 DISPLAY 'P26BP35 NO OPEN PERIOD FOR PAY GROUP '  02205069
022060                     WS-PAY-GROUP                                 02206069
022070             END-IF                                               02207069
022080         END-IF                                                   02208069
022100         MOVE WS-PERIOD TO CAL-PERIOD                             02210000
022200         READ P26PCAL                                             02220000
022300             INVALID KEY                                          02230000
022600                 SET CAL-FOUND TO TRUE                            02260000
022700                 MOVE CAL-START-DATE TO WS-PRD-START              02270000
022800                 MOVE CAL-END-DATE TO WS-PRD-END                  02280000
022805                 IF CAL-PERIODS-PER-YEAR NUMERIC                  02280569
022810                    AND CAL-PERIODS-PER-YEAR > ZERO               02281069
022815                     MOVE CAL-PERIODS-PER-YEAR                    02281569
022820                         TO WS-PERIODS-PER-YEAR                   02282069
022825                 END-IF                                           02282569
022830                 IF CAL-PAY-GROUP NOT = WS-PAY-GROUP              02283069
022835                     SET PERIOD-REFUSED TO TRUE                   02283569
022840                     DISPLAY 'P26BP35 PERIOD ' WS-PERIOD          02284069
022845                         ' IS NOT IN PAY GROUP ' WS-PAY-GROUP     02284569
022850                 END-IF                                           02285069
022900         END-READ                                                 02290000
023000     END-IF.                                                      02300000
023100*                                                                 02310000
023104 PICK-OPEN-PERIOD-PARA.                                           02310469
023108     MOVE 'N' TO WS-CAL-DONE-FLAG                                 02310869
023112     MOVE LOW-VALUES TO CAL-PERIOD                                02311269
023116     START P26PCAL KEY IS NOT LESS THAN CAL-PERIOD                02311669
023120         INVALID KEY                                              02312069
023124             SET CAL-DONE TO TRUE                                 02312469
023128     END-START                                                    02312869
023132     PERFORM PICK-OPEN-NEXT-PARA                                  02313269
023136         UNTIL CAL-DONE.                                          02313669
023140*                                                                 02314069
023144 PICK-OPEN-NEXT-PARA.                                             02314469
023148     READ P26PCAL NEXT RECORD                                     02314869
023152         AT END                                                   02315269
023156             SET CAL-DONE TO TRUE                                 02315669
023160     END-READ                                                     02316069
023164     IF NOT CAL-DONE                                              02316469
023168        AND CAL-OPEN                                              02316869
023172        AND CAL-PAY-GROUP = WS-PAY-GROUP                          02317269
023176         MOVE CAL-PERIOD TO WS-PERIOD                             02317669
023180         SET CAL-DONE TO TRUE                                     02318069
023184     END-IF.                                                      02318469
023188*                                                                 02318869
023200 READ-SFILE-PARA.                                                 02320000
023300     READ P26SFILE NEXT RECORD                                    02330000
023400         AT END                                                   02340000
023800 PROCESS-PARA.                                                    02380000
023900     IF STS-TERMINATED                                            02390000
024000        AND STS-TERM-DATE NOT = SPACES                            02400000
024010        AND STS-PAY-GROUP = WS-PAY-GROUP                          02401069
024020        AND NOT PERIOD-REFUSED                                    02402069
024030        AND WS-PERIOD NOT = SPACES                                02403069
024100         PERFORM CHECK-IN-PERIOD-PARA                             02410000
024200     END-IF                                                       02420000
024300     PERFORM READ-SFILE-PARA.                                     02430000
026100         IF EMP-FOUND                                             02610000
026200             PERFORM COMPUTE-SETTLEMENT-PARA                      02620000
026300             PERFORM WRITE-HISTORY-PARA                           02630000
026310             IF DFILE-OPEN                                        02631048
026320                 PERFORM WRITE-DED-DETAIL-PARA                    02632048
026330             END-IF                                               02633048
026400             PERFORM PRINT-STATEMENT-PARA                         02640000
026500             ADD 1 TO WS-LEAVER-COUNT                             02650000
026600         END-IF                                                   02660000
029100     END-IF.                                                      02910000
029200*                                                                 02920000
029300 COMPUTE-SETTLEMENT-PARA.                                         02930000
029400     MOVE ZERO TO WS-DAYS-IN-PRD WS-DAYS-WORKED WS-PRO-FACTOR     02940046
029410     COMPUTE WS-PRD-EARN ROUNDED =                                02941069
029420         EMP-EARN * 12 / WS-PERIODS-PER-YEAR                      02942069
029430     COMPUTE WS-PRD-DEDN ROUNDED =                                02943069
029440         EMP-DEDN * 12 / WS-PERIODS-PER-YEAR                      02944069
029500     MOVE WS-PRD-EARN TO WS-PRORATE-AMT                           02950069
029600     IF CAL-FOUND                                                 02960046
029700        AND WS-PRD-START NOT = SPACES                             02970046
029800        AND WS-PRD-END NOT = SPACES                               02980046
029900         PERFORM PRORATE-PARA                                     02990046
030000     END-IF                                                       03000046
030100     PERFORM GET-REGULAR-PAID-PARA                                03010046
031200     MOVE ZERO TO WS-LEAVE-AMT                                    03120000
031300     IF LFILE-OPEN                                                03130000
031400         MOVE EMP-ID TO LVE-EMP-ID                                03140000
032400                 REWRITE LEAVE-RECORD                             03240000
032500         END-READ                                                 03250000
032600     END-IF                                                       03260000
032700     COMPUTE WS-GROSS = WS-SALARY-DUE + WS-LEAVE-AMT              03270046
032800     MOVE EMP-LOC TO TL-LOC                                       03280000
032900     CALL 'P26TAXLD' USING TAX-LOAD-AREA                          03290000
033000     MOVE TL-SLAB-COUNT TO TC-SLAB-COUNT                          03300000
033300     CALL 'P26TAXCL' USING TAX-CALC-AREA                          03330000
033400     MOVE TC-TAX TO WS-TAX                                        03340000
033500     PERFORM RECOVER-LOANS-PARA                                   03350000
033600     COMPUTE WS-OTH-DEDN = WS-PRD-DEDN + WS-LOAN-AMT              03360069
033650         + WS-OVERPAY-AMT                                         03365069
033700     COMPUTE WS-NET-PAY =                                         03370000
033800         WS-GROSS - WS-TAX - WS-OTH-DEDN.                         03380000
033900*                                                                 03390000
033901 PRORATE-PARA.                                                    03390146
033902     MOVE WS-PRD-START TO WS-PRO-FROM                             03390246
033903     IF STS-HIRE-DATE > WS-PRD-START                              03390346
033904        AND STS-HIRE-DATE NOT > WS-PRD-END                        03390446
033905         MOVE STS-HIRE-DATE TO WS-PRO-FROM                        03390546
033906     END-IF                                                       03390646
033907     MOVE STS-TERM-DATE TO WS-PRO-TO                              03390746
033908     MOVE WS-PRD-START TO WD-FROM-DATE                            03390846
033909     MOVE WS-PRD-END TO WD-TO-DATE                                03390946
033910     CALL 'P26WDCL' USING WORK-DAY-AREA                           03391046
033911     MOVE WD-DAYS TO WS-DAYS-IN-PRD                               03391146
033912     IF WD-OK                                                     03391246
033913        AND WS-DAYS-IN-PRD > ZERO                                 03391346
033914         MOVE WS-PRO-FROM TO WD-FROM-DATE                         03391446
033915         MOVE WS-PRO-TO TO WD-TO-DATE                             03391546
033916         CALL 'P26WDCL' USING WORK-DAY-AREA                       03391646
033917     END-IF                                                       03391746
033918     IF WD-OK                                                     03391846
033919        AND WS-DAYS-IN-PRD > ZERO                                 03391946
033920         MOVE WD-DAYS TO WS-DAYS-WORKED                           03392046
033921         COMPUTE WS-PRORATE-AMT ROUNDED =                         03392146
033922             WS-PRD-EARN * WS-DAYS-WORKED / WS-DAYS-IN-PRD        03392269
033923         COMPUTE WS-PRO-FACTOR ROUNDED =                          03392346
033924             WS-DAYS-WORKED / WS-DAYS-IN-PRD                      03392446
033925     ELSE                                                         03392546
033926         MOVE ZERO TO WS-DAYS-IN-PRD WS-DAYS-WORKED WS-PRO-FACTOR 03392646
033927     END-IF.                                                      03392746
033928*                                                                 03392846
033929 GET-REGULAR-PAID-PARA.                                           03392946
033930     MOVE ZERO TO WS-REG-PAID-AMT WS-OVERPAY-AMT                  03393046
033931     MOVE EMP-ID TO PH-EMP-ID                                     03393146
033932     MOVE WS-PERIOD TO PH-PERIOD                                  03393246
033933     SET PH-REGULAR-RUN TO TRUE                                   03393346
033934     READ P26PHIST                                                03393446
033935         INVALID KEY                                              03393546
033936             CONTINUE                                             03393646
033937         NOT INVALID KEY                                          03393746
033938             IF PH-DETAIL-REC                                     03393846
033939                 PERFORM REGULAR-PAID-AMT-PARA                    03393946
033940             END-IF                                               03394046
033941     END-READ                                                     03394146
033942     IF WS-REG-PAID-AMT > WS-PRORATE-AMT                          03394246
033943         COMPUTE WS-OVERPAY-AMT = WS-REG-PAID-AMT - WS-PRORATE-AMT03394346
033944         MOVE ZERO TO WS-SALARY-DUE                               03394446
033945     ELSE                                                         03394546
033946         COMPUTE WS-SALARY-DUE = WS-PRORATE-AMT - WS-REG-PAID-AMT 03394646
033947     END-IF.                                                      03394746
033948*                                                                 03394846
033949 REGULAR-PAID-AMT-PARA.                                           03394946
033950     IF PH-PRO-PRD-DAYS NUMERIC                                   03395046
033951        AND PH-PRO-DAYS NUMERIC                                   03395146
033952        AND PH-PRO-PRD-DAYS > ZERO                                03395246
033953         COMPUTE WS-REG-PAID-AMT ROUNDED =                        03395346
033954             WS-PRD-EARN * PH-PRO-DAYS / PH-PRO-PRD-DAYS          03395469
033955     ELSE                                                         03395546
033956         MOVE WS-PRD-EARN TO WS-REG-PAID-AMT                      03395669
033957     END-IF.                                                      03395746
033958*                                                                 03395846
034000 RECOVER-LOANS-PARA.                                              03400000
034100     MOVE ZERO TO WS-LOAN-AMT                                     03410000
034200     IF LNF-OPEN                                                  03420000
038600     MOVE ZERO TO PH-TOT-GROSS PH-TOT-TAX PH-TOT-DEDN             03860000
038700     MOVE ZERO TO PH-TOT-NET PH-EMP-COUNT                         03870000
038800     MOVE ZERO TO PH-EMPR-CONT PH-TOT-EMPR                        03880000
038810     MOVE WS-DAYS-WORKED TO PH-PRO-DAYS                           03881046
038820     MOVE WS-DAYS-IN-PRD TO PH-PRO-PRD-DAYS                       03882046
038830     MOVE WS-PRO-FACTOR TO PH-PRO-FACTOR                          03883046
038880     MOVE ZERO TO PH-HOURS                                        03888068
038890     MOVE WS-PAY-GROUP TO PH-PAY-GROUP                            03889069
038900     MOVE WS-RUN-DATE-OUT TO PH-RUN-DATE                          03890000
039000     MOVE WS-RUN-TIME-OUT TO PH-RUN-TIME                          03900000
039050     PERFORM YTD-POST-PAY-PARA                                    03905068
039100     WRITE PAY-HISTORY-RECORD                                     03910000
039200         INVALID KEY                                              03920000
039300             REWRITE PAY-HISTORY-RECORD                           03930000
039400     END-WRITE.                                                   03940000
039500*                                                                 03950000
039501 WRITE-DED-DETAIL-PARA.                                           03950148
039502     MOVE 'N' TO WS-DED-DONE-FLAG                                 03950248
039503     MOVE EMP-ID TO DED-EMP-ID                                    03950348
039504     MOVE LOW-VALUES TO DED-TYPE                                  03950448
039505     START P26DFILE KEY IS NOT LESS THAN DED-KEY                  03950548
039506         INVALID KEY                                              03950648
039507             SET DED-DONE TO TRUE                                 03950748
039508     END-START                                                    03950848
039509     PERFORM WRITE-DED-NEXT-PARA                                  03950948
039510         UNTIL DED-DONE.                                          03951048
039511*                                                                 03951148
039512 WRITE-DED-NEXT-PARA.                                             03951248
039513     READ P26DFILE NEXT RECORD                                    03951348
039514         AT END                                                   03951448
039515             SET DED-DONE TO TRUE                                 03951548
039516     END-READ                                                     03951648
039517     IF NOT DED-DONE                                              03951748
039518         IF DED-EMP-ID NOT = EMP-ID                               03951848
039519             SET DED-DONE TO TRUE                                 03951948
039520         ELSE                                                     03952048
039521             IF NOT DED-GARNISH                                   03952148
039522                AND NOT DED-EMPLOYER                              03952248
039523                AND DED-START-DATE NOT > STS-TERM-DATE            03952348
039524                AND (DED-STOP-DATE = SPACES                       03952448
039525                     OR DED-STOP-DATE > STS-TERM-DATE)            03952548
039526                 PERFORM WRITE-DED-LINE-PARA                      03952648
039527             END-IF                                               03952748
039528         END-IF                                                   03952848
039529     END-IF.                                                      03952948
039530*                                                                 03953048
039531 WRITE-DED-LINE-PARA.                                             03953148
039532     IF DED-PERCENT                                               03953248
039533         COMPUTE WS-DED-PART ROUNDED =                            03953348
039534             WS-PRD-EARN * DED-AMOUNT / 100                       03953469
039535     ELSE                                                         03953548
039536         PERFORM PRD-DED-AMOUNT-PARA                              03953669
039537     END-IF                                                       03953748
039538     IF WS-DED-PART > ZERO                                        03953848
039539         MOVE SPACES TO PAY-DEDUCTION-RECORD                      03953948
039540         MOVE EMP-ID TO PHD-EMP-ID                                03954048
039541         MOVE WS-PERIOD TO PHD-PERIOD                             03954148
039542         MOVE 'F' TO PHD-RUN-TYPE                                 03954248
039543         MOVE DED-TYPE TO PHD-DED-TYPE                            03954348
039544         MOVE DED-CLASS TO PHD-CLASS                              03954448
039545         MOVE WS-DED-PART TO PHD-AMOUNT                           03954548
039546         MOVE WS-RUN-DATE-OUT TO PHD-RUN-DATE                     03954648
039551         PERFORM YTD-POST-DED-PARA                                03955168
039556         WRITE PAY-DEDUCTION-RECORD                               03955648
039561             INVALID KEY                                          03956148
039566                 REWRITE PAY-DEDUCTION-RECORD                     03956648
039571         END-WRITE                                                03957148
039576     END-IF.                                                      03957648
039581*                                                                 03958148
039585 PRD-DED-AMOUNT-PARA.                                             03958569
039589     COMPUTE WS-DED-PART ROUNDED =                                03958969
039593         DED-AMOUNT * 12 / WS-PERIODS-PER-YEAR.                   03959369
039597*                                                                 03959769
039600 PRINT-STATEMENT-PARA.                                            03960000
039700     MOVE WS-STMT-HEADING TO FSET-LINE                            03970000
039800     WRITE FSET-LINE AFTER ADVANCING PAGE                         03980000
041400     MOVE WS-PRORATE-AMT TO ML-AMOUNT                             04140000
041500     MOVE WS-MONEY-LINE TO FSET-LINE                              04150000
041600     WRITE FSET-LINE AFTER ADVANCING 2 LINE                       04160000
041605     IF WS-DAYS-IN-PRD > ZERO                                     04160546
041610         MOVE SPACES TO WS-LABEL-LINE                             04161046
041615         MOVE WS-DAYS-WORKED TO PT-DAYS                           04161546
041620         MOVE WS-DAYS-IN-PRD TO PT-PRD-DAYS                       04162046
041625         MOVE WS-PRORATE-TEXT TO LBL-VALUE                        04162546
041630         MOVE WS-LABEL-LINE TO FSET-LINE                          04163046
041635         WRITE FSET-LINE AFTER ADVANCING 1 LINE                   04163546
041640     END-IF                                                       04164046
041645     IF WS-REG-PAID-AMT > ZERO                                    04164546
041650         MOVE SPACES TO WS-MONEY-LINE                             04165046
041655         MOVE 'PAID IN REGULAR RUN ' TO ML-TEXT                   04165546
041660         MOVE WS-REG-PAID-AMT TO ML-AMOUNT                        04166046
041665         MOVE WS-MONEY-LINE TO FSET-LINE                          04166546
041670         WRITE FSET-LINE AFTER ADVANCING 1 LINE                   04167046
041675     END-IF                                                       04167546
041700     MOVE 'LEAVE BALANCE PAYOUT' TO ML-TEXT                       04170000
041800     MOVE WS-LEAVE-AMT TO ML-AMOUNT                               04180000
041900     MOVE WS-MONEY-LINE TO FSET-LINE                              04190000
043400     MOVE WS-LOAN-AMT TO ML-AMOUNT                                04340000
043500     MOVE WS-MONEY-LINE TO FSET-LINE                              04350000
043600     WRITE FSET-LINE AFTER ADVANCING 1 LINE                       04360000
043610     IF WS-OVERPAY-AMT > ZERO                                     04361046
043620         MOVE 'OVERPAYMENT RECOVERY' TO ML-TEXT                   04362046
043630         MOVE WS-OVERPAY-AMT TO ML-AMOUNT                         04363046
043640         MOVE WS-MONEY-LINE TO FSET-LINE                          04364046
043650         WRITE FSET-LINE AFTER ADVANCING 1 LINE                   04365046
043660     END-IF                                                       04366046
043700     MOVE 'NET SETTLEMENT      ' TO ML-TEXT                       04370000
043800     MOVE WS-NET-PAY TO ML-AMOUNT                                 04380000
043900     MOVE WS-MONEY-LINE TO FSET-LINE                              04390000
044000     WRITE FSET-LINE AFTER ADVANCING 2 LINE.                      04400000
044100*                                                                 04410000
044104 YTD-POST-PAY-PARA.                                               04410468
044108     SET YTP-POST-PAY TO TRUE                                     04410868
044112     MOVE PH-EMP-ID TO YTP-EMP-ID                                 04411268
044116     MOVE PH-PERIOD TO YTP-PERIOD                                 04411668
044120     MOVE PH-EMP-NAME TO YTP-EMP-NAME                             04412068
044124     MOVE PH-GROSS TO YTP-GROSS                                   04412468
044128     MOVE PH-TAX TO YTP-TAX                                       04412868
044132     MOVE PH-OTH-DEDN TO YTP-OTH-DEDN                             04413268
044136     MOVE PH-EMPR-CONT TO YTP-EMPR-CONT                           04413668
044140     MOVE PH-NET TO YTP-NET                                       04414068
044144     MOVE PH-HOURS TO YTP-HOURS                                   04414468
044148     MOVE 1 TO YTP-PAY-COUNT                                      04414868
044152     CALL 'P26YTDUP' USING YTD-POST-AREA.                         04415268
044156*                                                                 04415668
044160 YTD-POST-DED-PARA.                                               04416068
044164     SET YTP-POST-DED TO TRUE                                     04416468
044168     MOVE PHD-EMP-ID TO YTP-EMP-ID                                04416868
044172     MOVE PHD-PERIOD TO YTP-PERIOD                                04417268
044176     MOVE PHD-DED-TYPE TO YTP-DED-TYPE                            04417668
044180     MOVE PHD-CLASS TO YTP-DED-CLASS                              04418068
044184     MOVE PHD-AMOUNT TO YTP-DED-AMOUNT                            04418468
044188     CALL 'P26YTDUP' USING YTD-POST-AREA.                         04418868
044192*                                                                 04419268
044200 TERMINATION-PARA.                                                04420000
044300     MOVE 'CONTROL PAGE' TO FSET-LINE                             04430000
044400     WRITE FSET-LINE AFTER ADVANCING PAGE                         04440000
046300         CLOSE P26PCAL                                            04630000
046400     END-IF                                                       04640000
046500     CLOSE P26PHIST                                               04650000
046510     IF DFILE-OPEN                                                04651048
046520         CLOSE P26DFILE                                           04652048
046530     END-IF                                                       04653048
046540     CLOSE P26PHDF                                                04654048
046550     SET YTP-CLOSE TO TRUE                                        04655068
046560     CALL 'P26YTDUP' USING YTD-POST-AREA                          04656068
046600     CLOSE P26FSET.                                               04660000
046700*                                                                 04670000
046800 REGISTER-START-PARA.                                             04680000
046900     SET RCA-START TO TRUE                                        04690000
047000     MOVE 'P26BP35' TO RCA-JOB-NAME                               04700000
047010     IF WS-PAY-GROUP NOT = SPACES                                 04701069
047020         STRING 'P26B35' WS-PAY-GROUP                             04702069
047030             DELIMITED BY SIZE INTO RCA-JOB-NAME                  04703069
047040     END-IF                                                       04704069
047100     MOVE SPACES TO RCA-BUS-DATE                                  04710000
047200     MOVE SPACES TO RCA-PRED-JOB                                  04720000
047300     MOVE SPACES TO RCA-OVERRIDE                                  04730000
