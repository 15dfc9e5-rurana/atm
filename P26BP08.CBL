004700         ACCESS MODE IS DYNAMIC                                   00470000
004800         RECORD KEY IS HRT-EMP-ID                                 00480000
004900         FILE STATUS IS WS-HRF-STATUS.                            00490000
004910     SELECT P26DOCF ASSIGN TO P26DOCF                             00491053
004920         ORGANIZATION IS INDEXED                                  00492053
004930         ACCESS MODE IS DYNAMIC                                   00493053
004940         RECORD KEY IS DOC-KEY                                    00494053
004950         FILE STATUS IS WS-DOCF-STATUS.                           00495053
004955     SELECT P26EXPF ASSIGN TO P26EXPF                             00495556
004960         ORGANIZATION IS INDEXED                                  00496056
004965         ACCESS MODE IS DYNAMIC                                   00496556
004970         RECORD KEY IS EXP-KEY                                    00497056
004975         FILE STATUS IS WS-EXPF-STATUS.                           00497556
004979     SELECT P26PCHF ASSIGN TO P26PCHF                             00497958
004983         ORGANIZATION IS INDEXED                                  00498358
004987         ACCESS MODE IS DYNAMIC                                   00498758
004991         RECORD KEY IS PCH-KEY                                    00499158
004995         FILE STATUS IS WS-PCHF-STATUS.                           00499558
005000     SELECT P26DFILE ASSIGN TO P26DFILE                           00500000
005100         ORGANIZATION IS INDEXED                                  00510000
005200         ACCESS MODE IS DYNAMIC                                   00520000
006800         ACCESS MODE IS DYNAMIC                                   00680000
006900         RECORD KEY IS CAL-PERIOD                                 00690000
007000         FILE STATUS IS WS-PCAL-STATUS.                           00700000
007010     SELECT P26PVAR ASSIGN TO P26PVAR                             00701045
007020         ORGANIZATION IS LINE SEQUENTIAL                          00702045
007030         FILE STATUS IS WS-PVAR-STATUS.                           00703045
007040     SELECT P26PHDF ASSIGN TO P26PHDF                             00704048
007050         ORGANIZATION IS INDEXED                                  00705048
007060         ACCESS MODE IS DYNAMIC                                   00706048
007070         RECORD KEY IS PHD-KEY                                    00707048
007080         FILE STATUS IS WS-PHDF-STATUS.                           00708048
007100*                                                                 00710000
007200 DATA DIVISION.                                                   00720000
007300 FILE SECTION.                                                    00730000
008600     03  PPARM-PERIOD        PIC X(06).                           00860000
008700     03  FILLER              PIC X(01).                           00870000
008800     03  PPARM-RUN-TYPE      PIC X(01).                           00880000
008900     03  FILLER              PIC X(01).                           00890045
008910     03  PPARM-VAR-PCT       PIC X(03).                           00891045
008920     03  FILLER              PIC X(01).                           00892067
008930     03  PPARM-PAY-GROUP     PIC X(02).                           00893067
008940     03  FILLER              PIC X(65).                           00894067
009000 FD  P26SFILE                                                     00900000
009100     LABEL RECORDS ARE STANDARD.                                  00910000
009200     COPY P26STR.                                                 00920000
011100 FD  P26HRF                                                       01110000
011200     LABEL RECORDS ARE STANDARD.                                  01120000
011300     COPY P26HRR.                                                 01130000
011310 FD  P26DOCF                                                      01131053
011320     LABEL RECORDS ARE STANDARD.                                  01132053
011330     COPY P26DOCR.                                                01133053
011340 FD  P26EXPF                                                      01134056
011350     LABEL RECORDS ARE STANDARD.                                  01135056
011360     COPY P26EXPR.                                                01136056
011370 FD  P26PCHF                                                      01137058
011380     LABEL RECORDS ARE STANDARD.                                  01138058
011390     COPY P26PCHR.                                                01139058
011400 FD  P26TSEX                                                      01140000
011500     LABEL RECORDS ARE STANDARD.                                  01150000
011600 01  TSEX-LINE               PIC X(132).                          01160000
012600 FD  P26PCAL                                                      01260000
012700     LABEL RECORDS ARE STANDARD.                                  01270000
012800     COPY P26PCLR.                                                01280000
012810 FD  P26PVAR                                                      01281045
012820     LABEL RECORDS ARE STANDARD.                                  01282045
012830 01  PVAR-LINE               PIC X(132).                          01283045
012840 FD  P26PHDF                                                      01284048
012850     LABEL RECORDS ARE STANDARD.                                  01285048
012860     COPY P26PHDR.                                                01286048
012900*                                                                 01290000
013000 WORKING-STORAGE SECTION.                                         01300000
013100 01  WS-AFILE-STATUS         PIC X(02) VALUE SPACES.              01310000
013400 01  WS-PHIST-STATUS         PIC X(02) VALUE SPACES.              01340000
013500     88  PHIST-IO-OK                 VALUE '00'.                  01350000
013600     88  PHIST-NOT-FOUND             VALUE '35' '23'.             01360000
013610 01  WS-PHIST-OPEN-FLAG      PIC X(01) VALUE 'N'.                 01361045
013620     88  PHIST-OPEN                  VALUE 'Y'.                   01362045
013700 01  WS-TODAY-NUM            PIC X(08) VALUE SPACES.              01370000
013800 01  WS-LFILE-STATUS         PIC X(02) VALUE SPACES.              01380000
013900     88  LFILE-MISSING               VALUE '35'.                  01390000
015320     88  SUPP-DUP                    VALUE 'Y'.                   01532042
015330 01  WS-SUPP-PRIOR-FLAG      PIC X(01) VALUE 'N'.                 01533043
015340     88  SUPPL-ALREADY-RUN           VALUE 'Y'.                   01534043
015390 01  WS-SUPSKIP-COUNT        PIC 9(05) VALUE ZERO.                01539069
015400 01  WS-RUN-TYPE             PIC X(01) VALUE SPACES.              01540000
015500     88  SUPPL-RUN                   VALUE 'S'.                   01550000
015550     88  PREVIEW-RUN                 VALUE 'P'.                   01555045
015600 01  WS-EMP-FOUND-FLAG       PIC X(01) VALUE 'N'.                 01560000
015700     88  EMP-FOUND                   VALUE 'Y'.                   01570000
015800 01  WS-ADJF-STATUS          PIC X(02) VALUE SPACES.              01580000
017100     88  HRF-MISSING                 VALUE '35'.                  01710000
017200 01  WS-HRF-OPEN-FLAG        PIC X(01) VALUE 'N'.                 01720000
017300     88  HRF-OPEN                    VALUE 'Y'.                   01730000
017305 01  WS-DOCF-STATUS          PIC X(02) VALUE SPACES.              01730553
017310     88  DOCF-MISSING                VALUE '35'.                  01731053
017315 01  WS-DOCF-OPEN-FLAG       PIC X(01) VALUE 'N'.                 01731553
017320     88  DOCF-OPEN                   VALUE 'Y'.                   01732053
017325 01  WS-DOC-DONE-FLAG        PIC X(01) VALUE 'N'.                 01732553
017330     88  DOC-DONE                    VALUE 'Y'.                   01733053
017335 01  WS-WKAU-FOUND-FLAG      PIC X(01) VALUE 'N'.                 01733553
017340     88  WKAU-FOUND                  VALUE 'Y'.                   01734053
017345 01  WS-WKAU-EXPIRY          PIC X(08) VALUE SPACES.              01734553
017350 01  WS-WKAU-CHECK-DATE      PIC X(08) VALUE SPACES.              01735053
017355 01  WS-TSEX-REASON          PIC X(30) VALUE SPACES.              01735553
017360 01  WS-EXPF-STATUS          PIC X(02) VALUE SPACES.              01736056
017365     88  EXPF-MISSING                VALUE '35'.                  01736556
017370 01  WS-EXPF-OPEN-FLAG       PIC X(01) VALUE 'N'.                 01737056
017375     88  EXPF-OPEN                   VALUE 'Y'.                   01737556
017380 01  WS-EXP-DONE-FLAG        PIC X(01) VALUE 'N'.                 01738056
017385     88  EXP-DONE                    VALUE 'Y'.                   01738556
017387 01  WS-PCHF-STATUS          PIC X(02) VALUE SPACES.              01738758
017389     88  PCHF-MISSING                VALUE '35'.                  01738958
017391 01  WS-PCHF-OPEN-FLAG       PIC X(01) VALUE 'N'.                 01739158
017393     88  PCHF-OPEN                   VALUE 'Y'.                   01739358
017395 01  WS-PCH-DONE-FLAG        PIC X(01) VALUE 'N'.                 01739558
017397     88  PCH-DONE                    VALUE 'Y'.                   01739758
017400 01  WS-TSEX-STATUS          PIC X(02) VALUE SPACES.              01740000
017500 01  WS-DFILE-STATUS         PIC X(02) VALUE SPACES.              01750000
017600      88  DFILE-MISSING               VALUE '35'.                 01760000
019200          05  WS-GARN-PROT        PIC 9(02)V99.                   01920000
019300          05  WS-GARN-ARREARS     PIC 9(07)V99.                   01930000
019400          05  WS-GARN-DONE-SW     PIC X(01).                      01940000
019450         05  WS-GARN-TAKEN       PIC 9(07)V99.                    01945048
019500 01  WS-LNF-STATUS           PIC X(02) VALUE SPACES.              01950000
019600      88  LNF-MISSING                 VALUE '35'.                 01960000
019700 01  WS-LNF-OPEN-FLAG        PIC X(01) VALUE 'N'.                 01970000
020200 01  WS-EMPR-CONT            PIC 9(07)V99 VALUE ZERO.             02020000
020300 01  WS-EMPR-PART            PIC 9(07)V99 VALUE ZERO.             02030000
020400 01  WS-TOT-EMPR             PIC 9(09)V99 VALUE ZERO.             02040000
020410 01  WS-EXP-REIMB            PIC 9(07)V99 VALUE ZERO.             02041056
020420 01  WS-TOT-EXP              PIC 9(09)V99 VALUE ZERO.             02042056
020500 01  WS-ORD-AMT              PIC 9(07)V99 VALUE ZERO.             02050000
020600 01  WS-REM-AMT              PIC 9(07)V99 VALUE ZERO.             02060000
020700 01  WS-FLOOR-AMT            PIC 9(07)V99 VALUE ZERO.             02070000
021000 01  WS-TS-OK-FLAG           PIC X(01) VALUE 'Y'.                 02100000
021100     88  TS-PAY-OK                   VALUE 'Y'.                   02110000
021200 01  WS-BASE-EARN            PIC 9(07)V99 VALUE ZERO.             02120000
021205 01  WS-HOURLY-FLAG          PIC X(01) VALUE 'N'.                 02120546
021210     88  HOURLY-EMP                  VALUE 'Y'.                   02121046
021215 01  WS-STS-FOUND-FLAG       PIC X(01) VALUE 'N'.                 02121546
021220     88  STS-FOUND                   VALUE 'Y'.                   02122046
021225 01  WS-CAL-START-DATE       PIC X(08) VALUE SPACES.              02122546
021230 01  WS-CAL-END-DATE         PIC X(08) VALUE SPACES.              02123046
021231 01  WS-DED-FROM-DATE        PIC X(08) VALUE SPACES.              02123169
021232 01  WS-DED-TO-DATE          PIC X(08) VALUE SPACES.              02123269
021233 01  WS-PHD-CLR-FLAG         PIC X(01) VALUE 'N'.                 02123369
021234     88  PHD-CLR-DONE                VALUE 'Y'.                   02123469
021235 01  WS-PRO-FROM             PIC X(08) VALUE SPACES.              02123546
021240 01  WS-PRO-TO               PIC X(08) VALUE SPACES.              02124046
021245 01  WS-PRO-DAYS             PIC 9(03) VALUE ZERO.                02124546
021250 01  WS-PRO-PRD-DAYS         PIC 9(03) VALUE ZERO.                02125046
021255 01  WS-PRO-FACTOR           PIC 9V9(04) VALUE ZERO.              02125546
021300 01  WS-TSEX-COUNT           PIC 9(05) VALUE ZERO.                02130000
021400 01  WS-PCAL-STATUS          PIC X(02) VALUE SPACES.              02140000
021500     88  PCAL-MISSING                VALUE '35'.                  02150000
022200 01  WS-CLOSED-FLAG          PIC X(01) VALUE 'N'.                 02220000
022300     88  PERIOD-ALREADY-CLOSED       VALUE 'Y'.                   02230000
022400 01  WS-PERIOD               PIC X(06) VALUE SPACES.              02240000
022410 01  WS-PAY-GROUP            PIC X(02) VALUE SPACES.              02241067
022420 01  WS-EMP-PAY-GROUP        PIC X(02) VALUE SPACES.              02242067
022430 01  WS-PERIODS-PER-YEAR     PIC 9(02) VALUE 12.                  02243067
022440 01  WS-PRD-EARN             PIC 9(07)V99 VALUE ZERO.             02244067
022450 01  WS-PRD-DEDN             PIC 9(07)V99 VALUE ZERO.             02245067
022500 01  WS-HEADER-EMP-ID        PIC X(05) VALUE '00000'.             02250000
022600 01  WS-TRAILER-EMP-ID       PIC X(05) VALUE '99999'.             02260000
022700 01  WS-GROSS                PIC 9(07)V99 VALUE ZERO.             02270000
024600     03  HL-PERIOD           PIC X(06).                           02460000
024700     03  FILLER              PIC X(02) VALUE SPACES.              02470000
024800     03  HL-MODE             PIC X(12).                           02480000
024810     03  FILLER              PIC X(02) VALUE SPACES.              02481067
024820     03  FILLER              PIC X(10) VALUE 'PAY GROUP '.        02482067
024830     03  HL-PAY-GROUP        PIC X(02).                           02483067
024900 01  WS-COL-HEADING          PIC X(132) VALUE                     02490000
025000     'EMP-ID NAME                    GROSS      TAX  OTH-DEDN'.   02500000
025100 01  WS-DETAIL-LINE.                                              02510000
027020     03  DUP-EMP-ID          PIC X(05).                           02702042
027030     03  FILLER              PIC X(50) VALUE                      02703042
027040         ' SUPPLEMENTAL ALREADY PAID THIS PERIOD - REJECTED'.     02704042
027045 01  WS-SUPSKIP-LINE.                                             02704569
027050     03  SKP-EMP-ID          PIC X(05).                           02705069
027055     03  FILLER              PIC X(12) VALUE ' PAY GROUP '.       02705569
027060     03  SKP-PAY-GROUP       PIC X(02).                           02706069
027065     03  FILLER              PIC X(03) VALUE ' - '.               02706569
027070     03  SKP-REASON          PIC X(15).                           02707069
027075     03  FILLER              PIC X(11) VALUE ' - NOT PAID'.       02707569
027080 01  WS-SUPSKIP-TOT-LINE.                                         02708069
027085     03  FILLER              PIC X(27) VALUE                      02708569
027090         'SUPPLEMENTAL CARDS SKIPPED'.                            02709069
027095     03  SKT-COUNT           PIC ZZ,ZZ9.                          02709569
027100 01  WS-TSEX-HEADING         PIC X(132) VALUE                     02710000
027200     'P26BP08  PAY EXCEPTIONS FOR REVIEW'.                        02720053
027300 01  WS-TSEX-LINE.                                                02730000
027400     03  TSX-EMP-ID          PIC X(05).                           02740000
027500     03  FILLER              PIC X(02) VALUE SPACES.              02750000
030700     03  GL-TAX              PIC ZZZ,ZZZ,ZZ9.99.                  03070000
030800     03  FILLER              PIC X(03) VALUE SPACES.              03080000
030900     03  GL-NET              PIC ZZZ,ZZZ,ZZ9.99-.                 03090000
030901 01  WS-PVAR-STATUS          PIC X(02) VALUE SPACES.              03090145
030902 01  WS-PVAR-OPEN-FLAG       PIC X(01) VALUE 'N'.                 03090245
030903     88  PVAR-OPEN                   VALUE 'Y'.                   03090345
030904 01  WS-PHDF-STATUS          PIC X(02) VALUE SPACES.              03090448
030905     88  PHDF-MISSING                VALUE '35'.                  03090548
030906 01  WS-PHDF-OPEN-FLAG       PIC X(01) VALUE 'N'.                 03090648
030907     88  PHDF-OPEN                   VALUE 'Y'.                   03090748
030908 01  WS-DED-PART             PIC 9(07)V99 VALUE ZERO.             03090848
030909 01  WS-VAR-PCT-LIMIT        PIC 9(03) VALUE 10.                  03090945
030910 01  WS-PRIOR-PERIOD         PIC X(06) VALUE SPACES.              03091045
030911 01  WS-PRIOR-DONE-FLAG      PIC X(01) VALUE 'N'.                 03091145
030912     88  PRIOR-DONE                  VALUE 'Y'.                   03091245
030913 01  WS-PRIOR-FOUND-FLAG     PIC X(01) VALUE 'N'.                 03091345
030914     88  PRIOR-FOUND                 VALUE 'Y'.                   03091445
030915 01  WS-PRIOR-TOT-GROSS      PIC 9(09)V99 VALUE ZERO.             03091545
030916 01  WS-PRIOR-TOT-TAX        PIC 9(09)V99 VALUE ZERO.             03091645
030917 01  WS-PRIOR-TOT-DEDN       PIC 9(09)V99 VALUE ZERO.             03091745
030918 01  WS-PRIOR-TOT-NET        PIC S9(09)V99 VALUE ZERO.            03091845
030919 01  WS-VAR-EMP-ID           PIC X(05) VALUE SPACES.              03091945
030920 01  WS-VAR-EMP-NAME         PIC X(20) VALUE SPACES.              03092045
030921 01  WS-VAR-ITEM             PIC X(05) VALUE SPACES.              03092145
030922 01  WS-VAR-PRIOR            PIC S9(09)V99 VALUE ZERO.            03092245
030923 01  WS-VAR-CURR             PIC S9(09)V99 VALUE ZERO.            03092345
030924 01  WS-VAR-DIFF             PIC S9(09)V99 VALUE ZERO.            03092445
030925 01  WS-VAR-PCT              PIC S9(05)V99 VALUE ZERO.            03092545
030926 01  WS-VAR-ABS-PCT          PIC 9(05)V99 VALUE ZERO.             03092645
030927 01  WS-VAR-FLAG-TEXT        PIC X(24) VALUE SPACES.              03092745
030928 01  WS-VAR-COUNT            PIC 9(05) VALUE ZERO.                03092845
030929 01  WS-NEW-COUNT            PIC 9(05) VALUE ZERO.                03092945
030930 01  WS-MISS-COUNT           PIC 9(05) VALUE ZERO.                03093045
030931 01  WS-NONPOS-COUNT         PIC 9(05) VALUE ZERO.                03093145
030932 01  WS-PAID-MAX             PIC 9(05) VALUE ZERO.                03093245
030933 01  WS-PAID-SUB             PIC 9(05) VALUE ZERO.                03093345
030934 01  WS-PAID-FULL-FLAG       PIC X(01) VALUE 'N'.                 03093445
030935     88  PAID-TABLE-FULL             VALUE 'Y'.                   03093545
030936 01  WS-PAID-TABLE.                                               03093645
030937     03  WS-PAID-ID          PIC X(05) OCCURS 20000 TIMES.        03093745
030938 01  WS-HIST-DONE-FLAG       PIC X(01) VALUE 'N'.                 03093845
030939     88  HIST-DONE                   VALUE 'Y'.                   03093945
030940 01  WS-PVAR-HEADING.                                             03094045
030941     03  FILLER              PIC X(42) VALUE                      03094145
030942         'P26BP08  PRE-PAYROLL PREVIEW FOR PERIOD '.              03094245
030943     03  PVH-PERIOD          PIC X(06).                           03094345
030944     03  FILLER              PIC X(12) VALUE ' COMPARED TO'.      03094445
030945     03  FILLER              PIC X(01) VALUE SPACES.              03094545
030946     03  PVH-PRIOR           PIC X(06).                           03094645
030947     03  FILLER              PIC X(13) VALUE '  THRESHOLD  '.     03094745
030948     03  PVH-PCT             PIC ZZ9.                             03094845
030949     03  FILLER              PIC X(01) VALUE '%'.                 03094945
030950 01  WS-PVAR-COL-HEADING.                                         03095045
030951     03  FILLER              PIC X(50) VALUE                      03095145
030952         'EMP-ID NAME                  ITEM            PRIOR'.    03095245
030953     03  FILLER              PIC X(52) VALUE                      03095345
030954         '          CURRENT           CHANGE        PCT   FLAG'.  03095445
030955 01  WS-PVAR-LINE.                                                03095545
030956     03  PV-EMP-ID           PIC X(05).                           03095645
030957     03  FILLER              PIC X(02) VALUE SPACES.              03095745
030958     03  PV-EMP-NAME         PIC X(20).                           03095845
030959     03  FILLER              PIC X(02) VALUE SPACES.              03095945
030960     03  PV-ITEM             PIC X(05).                           03096045
030961     03  FILLER              PIC X(02) VALUE SPACES.              03096145
030962     03  PV-PRIOR            PIC ZZZ,ZZZ,ZZ9.99-.                 03096245
030963     03  FILLER              PIC X(02) VALUE SPACES.              03096345
030964     03  PV-CURR             PIC ZZZ,ZZZ,ZZ9.99-.                 03096445
030965     03  FILLER              PIC X(02) VALUE SPACES.              03096545
030966     03  PV-DIFF             PIC ZZZ,ZZZ,ZZ9.99-.                 03096645
030967     03  FILLER              PIC X(02) VALUE SPACES.              03096745
030968     03  PV-PCT              PIC ZZZZ9.99-.                       03096845
030969     03  FILLER              PIC X(02) VALUE SPACES.              03096945
030970     03  PV-FLAG             PIC X(24).                           03097045
030971 01  WS-PVAR-COUNT-LINE.                                          03097145
030972     03  PVC-TEXT            PIC X(32).                           03097245
030973     03  PVC-COUNT           PIC ZZ,ZZ9.                          03097345
030974 01  WS-NO-PRIOR-LINE        PIC X(132) VALUE                     03097445
030975     'NO CLOSED PRIOR PERIOD ON HISTORY - VARIANCES NOT COMPUTED'.03097545
030976 01  WS-PAID-FULL-LINE       PIC X(132) VALUE                     03097645
030977     'PAYEE TABLE FULL - MISSING PAYEE CHECK NOT PERFORMED'.      03097745
030982 01  WS-PAY-HOURS            PIC 9(05)V99 VALUE ZERO.             03098268
030987 01  WS-YTD-SIGN             PIC S9(01) VALUE +1.                 03098768
030992 01  WS-YTD-PHD-SAVE         PIC X(47) VALUE SPACES.              03099268
030997     COPY P26YTAC.                                                03099768
031000     COPY P26TAXC.                                                03100000
031100     COPY P26TXLD.                                                03110000
031150     COPY P26WDC.                                                 03115046
031200*                                                                 03120000
031300     COPY P26RCC.                                                 03130000
031400*                                                                 03140000
031500 PROCEDURE DIVISION.                                              03150000
031600 MAIN-PARA.                                                       03160000
031650     PERFORM READ-PARM-PARA                                       03165045
031700     PERFORM REGISTER-START-PARA                                  03170000
031800     PERFORM INITIALIZATION-PARA                                  03180000
031900     IF SUPPL-RUN                                                 03190000
032600     ELSE                                                         03260000
032700         PERFORM PROCESS-PARA                                     03270000
032800             UNTIL END-OF-FILE                                    03280000
032900         IF PREVIEW-RUN                                           03290045
032910             PERFORM PREVIEW-END-PARA                             03291045
032920         ELSE                                                     03292045
032930             PERFORM CLOSE-PERIOD-PARA                            03293045
032940         END-IF                                                   03294045
033000     END-IF                                                       03300000
033100     END-IF                                                       03310000
033200     PERFORM TERMINATION-PARA                                     03320000
033300     PERFORM REGISTER-END-PARA                                    03330000
033400     STOP RUN.                                                    03340000
033500*                                                                 03350000
033600 READ-PARM-PARA.                                                  03360045
033700     OPEN INPUT P26PPARM                                          03370000
033800     READ P26PPARM                                                03380000
033900         AT END                                                   03390000
034100     END-READ                                                     03410000
034200     MOVE PPARM-PERIOD TO WS-PERIOD                               03420000
034300     MOVE PPARM-RUN-TYPE TO WS-RUN-TYPE                           03430000
034305     MOVE PPARM-PAY-GROUP TO WS-PAY-GROUP                         03430567
034310     CLOSE P26PPARM                                               03431045
034320     IF PREVIEW-RUN                                               03432045
034330        AND PPARM-VAR-PCT NUMERIC                                 03433045
034340        AND PPARM-VAR-PCT NOT = '000'                             03434045
034350         MOVE PPARM-VAR-PCT TO WS-VAR-PCT-LIMIT                   03435045
034360     END-IF.                                                      03436045
034370*                                                                 03437045
034380 INITIALIZATION-PARA.                                             03438045
034500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    03450000
034600     ACCEPT WS-CURRENT-TIME FROM TIME                             03460000
034700     STRING WS-CURR-DD '/' WS-CURR-MM '/' WS-CURR-YY              03470000
034800         DELIMITED BY SIZE INTO WS-RUN-DATE-OUT                   03480000
034900     MOVE WS-CURRENT-TIME TO WS-RUN-TIME-OUT                      03490000
035000     PERFORM GET-CALENDAR-PARA                                    03500000
035010     IF WS-PERIOD = SPACES                                        03501067
035020        AND WS-PAY-GROUP NOT = SPACES                             03502067
035030         MOVE 'Y' TO WS-CLOSED-FLAG                               03503067
035040         DISPLAY 'P26BP08 NO OPEN PERIOD FOR PAY GROUP '          03504067
035050             WS-PAY-GROUP                                         03505067
035060     END-IF                                                       03506067
035100     IF WS-PERIOD = SPACES                                        03510000
035200         MOVE WS-CURRENT-DATE(1:6) TO WS-PERIOD                   03520000
035300     END-IF                                                       03530000
035400     MOVE WS-CURRENT-DATE TO WS-TODAY-NUM                         03540000
035450     PERFORM GET-PERIOD-DATES-PARA                                03545046
035451     MOVE WS-TODAY-NUM TO WS-DED-FROM-DATE WS-DED-TO-DATE         03545169
035452     IF WS-CAL-START-DATE NOT = SPACES                            03545269
035453        AND WS-CAL-END-DATE NOT = SPACES                          03545369
035454         MOVE WS-CAL-START-DATE TO WS-DED-FROM-DATE               03545469
035455         MOVE WS-CAL-END-DATE TO WS-DED-TO-DATE                   03545569
035456     END-IF                                                       03545669
035460     PERFORM GET-FREQUENCY-PARA                                   03546067
035500     IF PREVIEW-RUN                                               03550045
035510         OPEN INPUT P26LFILE                                      03551045
035520     ELSE                                                         03552045
035530         OPEN I-O P26LFILE                                        03553045
035540     END-IF                                                       03554045
035600     IF NOT LFILE-MISSING                                         03560000
035700         SET LFILE-OPEN TO TRUE                                   03570000
035800     END-IF                                                       03580000
035900     IF PREVIEW-RUN                                               03590045
035910         OPEN INPUT P26ADJF                                       03591045
035920     ELSE                                                         03592045
035930         OPEN I-O P26ADJF                                         03593045
035940     END-IF                                                       03594045
036000     IF NOT ADJF-MISSING                                          03600000
036100         SET ADJF-OPEN TO TRUE                                    03610000
036200     END-IF                                                       03620000
036800     IF NOT HRF-MISSING                                           03680000
036900         SET HRF-OPEN TO TRUE                                     03690000
037000     END-IF                                                       03700000
037010     OPEN INPUT P26DOCF                                           03701053
037020     IF NOT DOCF-MISSING                                          03702053
037030         SET DOCF-OPEN TO TRUE                                    03703053
037040     END-IF                                                       03704053
037045     IF PREVIEW-RUN                                               03704556
037050         OPEN INPUT P26EXPF                                       03705056
037055     ELSE                                                         03705556
037060         OPEN I-O P26EXPF                                         03706056
037065     END-IF                                                       03706556
037070     IF NOT EXPF-MISSING                                          03707056
037075         SET EXPF-OPEN TO TRUE                                    03707556
037080     END-IF                                                       03708056
037084     OPEN INPUT P26PCHF                                           03708458
037088     IF NOT PCHF-MISSING                                          03708858
037092         SET PCHF-OPEN TO TRUE                                    03709258
037096     END-IF                                                       03709658
037100     OPEN OUTPUT P26TSEX                                          03710000
037200     MOVE WS-TSEX-HEADING TO TSEX-LINE                            03720000
037300     WRITE TSEX-LINE                                              03730000
037400     IF PREVIEW-RUN                                               03740045
037410         OPEN INPUT P26DFILE                                      03741045
037420     ELSE                                                         03742045
037430         OPEN I-O P26DFILE                                        03743045
037440     END-IF                                                       03744045
037500     IF NOT DFILE-MISSING                                         03750000
037600         SET DFILE-OPEN TO TRUE                                   03760000
037700     END-IF                                                       03770000
037800     IF PREVIEW-RUN                                               03780045
037810         OPEN INPUT P26LNF                                        03781045
037820     ELSE                                                         03782045
037830         OPEN I-O P26LNF                                          03783045
037840     END-IF                                                       03784045
037900     IF NOT LNF-MISSING                                           03790000
038000         SET LNF-OPEN TO TRUE                                     03800000
038100     END-IF                                                       03810000
038400     WRITE GARR-LINE                                              03840000
038500     MOVE WS-GARR-COL-HEADING TO GARR-LINE                        03850000
038600     WRITE GARR-LINE                                              03860000
038610     IF PREVIEW-RUN                                               03861045
038620         OPEN INPUT P26PHIST                                      03862045
038630         IF NOT PHIST-NOT-FOUND                                   03863045
038640             SET PHIST-OPEN TO TRUE                               03864045
038650         END-IF                                                   03865045
038660     ELSE                                                         03866045
038700         OPEN I-O P26PHIST                                        03870045
038800         IF PHIST-NOT-FOUND                                       03880045
038900             OPEN OUTPUT P26PHIST                                 03890045
039000             CLOSE P26PHIST                                       03900045
039100             OPEN I-O P26PHIST                                    03910045
039200         END-IF                                                   03920045
039210         SET PHIST-OPEN TO TRUE                                   03921045
039211         OPEN I-O P26PHDF                                         03921148
039212         IF PHDF-MISSING                                          03921248
039213             OPEN OUTPUT P26PHDF                                  03921348
039214             CLOSE P26PHDF                                        03921448
039215             OPEN I-O P26PHDF                                     03921548
039216         END-IF                                                   03921648
039217         SET PHDF-OPEN TO TRUE                                    03921748
039220     END-IF                                                       03922045
039225     IF PHDF-OPEN                                                 03922568
039230         SET YTP-OPEN TO TRUE                                     03923068
039235         MOVE 'P26BP08 ' TO YTP-USER                              03923568
039240         CALL 'P26YTDUP' USING YTD-POST-AREA                      03924068
039245         IF YTP-IO-ERROR                                          03924568
039250             DISPLAY 'P26BP08 YTD ACCUMULATOR FILE NOT AVAILABLE' 03925068
039255         END-IF                                                   03925568
039260     END-IF                                                       03926068
039300     OPEN OUTPUT P26PCYC                                          03930000
039400     MOVE WS-PERIOD TO HL-PERIOD                                  03940000
039450     MOVE WS-PAY-GROUP TO HL-PAY-GROUP                            03945067
039500     MOVE SPACES TO HL-MODE                                       03950000
039600     IF SUPPL-RUN                                                 03960000
039700         MOVE 'SUPPLEMENTAL' TO HL-MODE                           03970000
039800     END-IF                                                       03980000
039810     IF PREVIEW-RUN                                               03981045
039820         MOVE 'PREVIEW' TO HL-MODE                                03982045
039830     END-IF                                                       03983045
039900     MOVE WS-HEADING-LINE TO PCYC-LINE                            03990000
040000     WRITE PCYC-LINE                                              04000000
040100     IF SUPPL-RUN                                                 04010000
041410         END-IF                                                   04141043
041500     ELSE                                                         04150000
041600     IF NOT PERIOD-ALREADY-CLOSED                                 04160000
041650        AND PHIST-OPEN                                            04165045
041700         PERFORM CHECK-PERIOD-PARA                                04170000
041800     END-IF                                                       04180000
041900     IF NOT PERIOD-ALREADY-CLOSED                                 04190000
042500             SET SFILE-OPEN TO TRUE                               04250000
042600         END-IF                                                   04260000
042700         PERFORM READ-AFILE-PARA                                  04270000
042710         IF PREVIEW-RUN                                           04271045
042720             PERFORM PREVIEW-OPEN-PARA                            04272045
042730         END-IF                                                   04273045
042800     END-IF                                                       04280000
042900     END-IF.                                                      04290000
043000*                                                                 04300000
043100 GET-CALENDAR-PARA.                                               04310000
043200     IF PREVIEW-RUN                                               04320045
043210         OPEN INPUT P26PCAL                                       04321045
043220     ELSE                                                         04322045
043230         OPEN I-O P26PCAL                                         04323045
043240     END-IF                                                       04324045
043300     IF NOT PCAL-MISSING                                          04330000
043400         SET PCAL-OPEN-FILE TO TRUE                               04340000
043500         IF WS-PERIOD = SPACES                                    04350000
044100         END-IF                                                   04410000
044200     END-IF.                                                      04420000
044300*                                                                 04430000
044305 GET-FREQUENCY-PARA.                                              04430567
044310     MOVE 12 TO WS-PERIODS-PER-YEAR                               04431067
044315     IF PCAL-OPEN-FILE                                            04431567
044320        AND WS-PERIOD NOT = SPACES                                04432067
044325         MOVE WS-PERIOD TO CAL-PERIOD                             04432567
044330         READ P26PCAL                                             04433067
044335             INVALID KEY                                          04433567
044340                 CONTINUE                                         04434067
044345             NOT INVALID KEY                                      04434567
044350                 IF CAL-PERIODS-PER-YEAR NUMERIC                  04435067
044355                    AND CAL-PERIODS-PER-YEAR > ZERO               04435567
044360                     MOVE CAL-PERIODS-PER-YEAR                    04436067
044365                         TO WS-PERIODS-PER-YEAR                   04436567
044370                 END-IF                                           04437067
044375         END-READ                                                 04437567
044380     END-IF.                                                      04438067
044385*                                                                 04438567
044400 PICK-OPEN-PERIOD-PARA.                                           04440000
044500     MOVE 'N' TO WS-CAL-DONE-FLAG                                 04450000
044600     MOVE LOW-VALUES TO CAL-PERIOD                                04460000
045800     END-READ                                                     04580000
045900     IF NOT CAL-DONE                                              04590000
046000        AND CAL-OPEN                                              04600000
046050        AND CAL-PAY-GROUP = WS-PAY-GROUP                          04605067
046100         MOVE CAL-PERIOD TO WS-PERIOD                             04610000
046200         SET CAL-DONE TO TRUE                                     04620000
046300     END-IF.                                                      04630000
047500                 DISPLAY 'P26BP08 PERIOD ' WS-PERIOD              04750000
047600                     ' NOT OPEN ON PAY CALENDAR'                  04760000
047700             END-IF                                               04770000
047710             IF CAL-PAY-GROUP NOT = WS-PAY-GROUP                  04771067
047720                 MOVE 'Y' TO WS-CLOSED-FLAG                       04772067
047730                 DISPLAY 'P26BP08 PERIOD ' WS-PERIOD              04773067
047740                     ' NOT IN PAY GROUP ' WS-PAY-GROUP            04774067
047750             END-IF                                               04775067
047800     END-READ.                                                    04780000
047900*                                                                 04790000
048000*                                                                 04800000
053200         PERFORM CHECK-ACTIVE-PARA                                05320000
053300         IF EMP-PAYABLE                                           05330000
053400             PERFORM SUPPL-PAY-PARA                               05340000
053410         ELSE                                                     05341069
053420             PERFORM SUPPL-SKIP-PARA                              05342069
053500         END-IF                                                   05350000
053510         END-IF                                                   05351042
053600     END-IF.                                                      05360000
053696             SET SUPP-DUP TO TRUE                                 05369642
053698     END-READ.                                                    05369842
053700*                                                                 05370000
053705 SUPPL-SKIP-PARA.                                                 05370569
053710     ADD 1 TO WS-SUPSKIP-COUNT                                    05371069
053715     MOVE SUPP-EMP-ID TO SKP-EMP-ID                               05371569
053720     MOVE WS-EMP-PAY-GROUP TO SKP-PAY-GROUP                       05372069
053725     IF STS-FOUND AND STS-TERMINATED                              05372569
053730         MOVE 'NOT ACTIVE' TO SKP-REASON                          05373069
053735     ELSE                                                         05373569
053740         MOVE 'OTHER PAY GROUP' TO SKP-REASON                     05374069
053745     END-IF                                                       05374569
053750     MOVE WS-SUPSKIP-LINE TO PCYC-LINE                            05375069
053755     WRITE PCYC-LINE.                                             05375569
053760*                                                                 05376069
053800 SUPPL-PAY-PARA.                                                  05380000
053900     MOVE SUPP-AMOUNT TO WS-GROSS                                 05390000
054000     MOVE SUPP-AMOUNT TO TC-GROSS                                 05400000
054400     MOVE ZERO TO WS-OTH-DEDN                                     05440000
054500     MOVE ZERO TO WS-UNPAID-AMT                                   05450000
054600     MOVE ZERO TO WS-EMPR-CONT                                    05460000
054650     MOVE ZERO TO WS-EXP-REIMB                                    05465056
054660     MOVE ZERO TO WS-PAY-HOURS                                    05466068
054700     COMPUTE WS-NET-PAY = WS-GROSS - WS-TAX                       05470000
054800     PERFORM WRITE-HISTORY-PARA                                   05480000
054900     PERFORM WRITE-DETAIL-PARA                                    05490000
057200*                                                                 05720000
057300*                                                                 05730000
057400 PAY-DETAIL-PARA.                                                 05740000
057450     PERFORM CHECK-WORK-AUTH-PARA                                 05745053
057460     PERFORM CHECK-PENDING-CHG-PARA                               05746058
057465     COMPUTE WS-PRD-EARN ROUNDED =                                05746567
057470         EMP-EARN * 12 / WS-PERIODS-PER-YEAR                      05747067
057475     COMPUTE WS-PRD-DEDN ROUNDED =                                05747567
057480         EMP-DEDN * 12 / WS-PERIODS-PER-YEAR                      05748067
057500     MOVE WS-PRD-EARN TO WS-BASE-EARN                             05750067
057550     MOVE ZERO TO WS-PRO-DAYS WS-PRO-PRD-DAYS WS-PRO-FACTOR       05755046
057560     MOVE ZERO TO WS-PAY-HOURS                                    05756068
057600     MOVE 'Y' TO WS-TS-OK-FLAG                                    05760000
057700     PERFORM GET-HOURLY-PARA                                      05770000
057710     IF TS-PAY-OK                                                 05771046
057720        AND NOT HOURLY-EMP                                        05772046
057730         PERFORM PRORATE-PARA                                     05773046
057740     END-IF                                                       05774046
057800     IF TS-PAY-OK                                                 05780000
057900         PERFORM PAY-COMPUTE-PARA                                 05790000
058000     ELSE                                                         05800000
058050         MOVE 'TIMESHEET NOT APPROVED - HELD' TO WS-TSEX-REASON   05805053
058100         PERFORM WRITE-TSEX-PARA                                  05810000
058200     END-IF.                                                      05820000
058300*                                                                 05830000
058400 PAY-COMPUTE-PARA.                                                05840000
058500     MOVE WS-BASE-EARN TO WS-GROSS                                05850000
058600     COMPUTE TC-GROSS ROUNDED =                                   05860067
058650         WS-BASE-EARN * WS-PERIODS-PER-YEAR / 12                  05865067
058700     PERFORM SET-TAX-TABLE-PARA                                   05870000
058800     CALL 'P26TAXCL' USING TAX-CALC-AREA                          05880000
058900     COMPUTE WS-TAX ROUNDED =                                     05890067
058950         TC-TAX * 12 / WS-PERIODS-PER-YEAR                        05895067
059000     IF WS-TAX > WS-PRD-DEDN                                      05900067
059100         MOVE WS-PRD-DEDN TO WS-TAX                               05910067
059200     END-IF                                                       05920000
059300     PERFORM GET-UNPAID-PARA                                      05930000
059400     COMPUTE WS-OTH-DEDN = WS-PRD-DEDN - WS-TAX                   05940067
059500         + WS-UNPAID-AMT                                          05950000
059600     COMPUTE WS-NET-PAY = WS-BASE-EARN - WS-PRD-DEDN              05960067
059700         - WS-UNPAID-AMT                                          05970000
059800     PERFORM GET-ADJUST-PARA                                      05980000
059900     COMPUTE WS-NET-PAY = WS-NET-PAY                              05990043
060092     ADD WS-ADJ-GROSS TO WS-GROSS                                 06009243
060300     PERFORM TAKE-GARNISH-PARA                                    06030000
060400     PERFORM TAKE-LOAN-PARA                                       06040000
060410     PERFORM GET-EXPENSE-PARA                                     06041056
060420     ADD WS-EXP-REIMB TO WS-NET-PAY                               06042056
060500     IF PREVIEW-RUN                                               06050045
060510         PERFORM PREVIEW-VARIANCE-PARA                            06051045
060520     ELSE                                                         06052045
060530         PERFORM WRITE-HISTORY-PARA                               06053045
060540     END-IF                                                       06054045
060600     PERFORM WRITE-DETAIL-PARA                                    06060000
060700     ADD 1 TO WS-EMP-COUNT                                        06070000
060800     ADD WS-GROSS TO WS-TOT-GROSS                                 06080000
060900     ADD WS-TAX TO WS-TOT-TAX                                     06090000
061000     ADD WS-PRD-DEDN TO WS-TOT-DEDN                               06100067
061100     ADD WS-UNPAID-AMT TO WS-TOT-DEDN                             06110000
061200     ADD WS-ADJ-TAX TO WS-TOT-DEDN                                06120000
061300     ADD WS-EMPR-CONT TO WS-TOT-EMPR                              06130000
061350     ADD WS-EXP-REIMB TO WS-TOT-EXP                               06135056
061400     ADD WS-NET-PAY TO WS-TOT-NET.                                06140000
061500*                                                                 06150000
061600 WRITE-HISTORY-PARA.                                              06160000
061650     PERFORM YTD-BACKOUT-PAY-PARA                                 06165068
061660     IF PHDF-OPEN AND NOT SUPPL-RUN                               06166069
061670         PERFORM CLEAR-PHD-PARA                                   06167069
061680     END-IF                                                       06168069
061700     MOVE SPACES TO PAY-HISTORY-RECORD                            06170000
061800     MOVE EMP-ID TO PH-EMP-ID                                     06180000
061900     MOVE WS-PERIOD TO PH-PERIOD                                  06190000
063200     MOVE ZERO TO PH-TOT-NET PH-EMP-COUNT                         06320000
063300     MOVE WS-EMPR-CONT TO PH-EMPR-CONT                            06330000
063400     MOVE ZERO TO PH-TOT-EMPR                                     06340000
063410     MOVE WS-PRO-DAYS TO PH-PRO-DAYS                              06341046
063420     MOVE WS-PRO-PRD-DAYS TO PH-PRO-PRD-DAYS                      06342046
063430     MOVE WS-PRO-FACTOR TO PH-PRO-FACTOR                          06343046
063440     MOVE WS-EXP-REIMB TO PH-EXP-REIMB                            06344056
063445     MOVE WS-PAY-GROUP TO PH-PAY-GROUP                            06344567
063449     MOVE WS-PAY-HOURS TO PH-HOURS                                06344968
063450     MOVE ZERO TO PH-TOT-EXP                                      06345056
063500     MOVE WS-RUN-DATE-OUT TO PH-RUN-DATE                          06350000
063600     MOVE WS-RUN-TIME-OUT TO PH-RUN-TIME                          06360000
063610     MOVE +1 TO WS-YTD-SIGN                                       06361068
063620     PERFORM YTD-POST-PAY-PARA                                    06362068
063700     WRITE PAY-HISTORY-RECORD                                     06370000
063800         INVALID KEY                                              06380000
063900             REWRITE PAY-HISTORY-RECORD                           06390000
064000     END-WRITE                                                    06400048
064001     IF PHDF-OPEN AND NOT SUPPL-RUN                               06400169
064002         PERFORM WRITE-DED-DETAIL-PARA                            06400248
064003     END-IF.                                                      06400348
064004*                                                                 06400448
064005 WRITE-DED-DETAIL-PARA.                                           06400548
064006     IF DFILE-OPEN                                                06400648
064007         MOVE 'N' TO WS-DED-DONE-FLAG                             06400748
064008         MOVE EMP-ID TO DED-EMP-ID                                06400848
064009         MOVE LOW-VALUES TO DED-TYPE                              06400948
064010         START P26DFILE KEY IS NOT LESS THAN DED-KEY              06401048
064011             INVALID KEY                                          06401148
064012                 SET DED-DONE TO TRUE                             06401248
064013         END-START                                                06401348
064014         PERFORM WRITE-DED-NEXT-PARA                              06401448
064015             UNTIL DED-DONE                                       06401548
064016     END-IF                                                       06401648
064017     MOVE ZERO TO WS-GARN-SUB                                     06401748
064018     PERFORM WRITE-GARN-DETAIL-PARA                               06401848
064019         UNTIL WS-GARN-SUB = WS-GARN-MAX.                         06401948
064020*                                                                 06402048
064021 WRITE-DED-NEXT-PARA.                                             06402148
064022     READ P26DFILE NEXT RECORD                                    06402248
064023         AT END                                                   06402348
064024             SET DED-DONE TO TRUE                                 06402448
064025     END-READ                                                     06402548
064026     IF NOT DED-DONE                                              06402648
064027         IF DED-EMP-ID NOT = EMP-ID                               06402748
064028             SET DED-DONE TO TRUE                                 06402848
064029         ELSE                                                     06402948
064030             IF NOT DED-GARNISH                                   06403048
064031                AND DED-START-DATE NOT > WS-DED-TO-DATE           06403169
064032                AND (DED-STOP-DATE = SPACES                       06403248
064033                     OR DED-STOP-DATE > WS-DED-FROM-DATE)         06403369
064034                 PERFORM WRITE-DED-LINE-PARA                      06403448
064035             END-IF                                               06403548
064036         END-IF                                                   06403648
064037     END-IF.                                                      06403748
064038*                                                                 06403848
064039 WRITE-DED-LINE-PARA.                                             06403948
064040     IF DED-PERCENT                                               06404048
064041         IF DED-EMPLOYER                                          06404148
064042             COMPUTE WS-DED-PART ROUNDED =                        06404248
064043                 WS-GROSS * DED-AMOUNT / 100                      06404348
064044         ELSE                                                     06404448
064045             COMPUTE WS-DED-PART ROUNDED =                        06404548
064046                 WS-PRD-EARN * DED-AMOUNT / 100                   06404667
064047         END-IF                                                   06404748
064048     ELSE                                                         06404848
064049         PERFORM PRD-DED-AMOUNT-PARA                              06404967
064050     END-IF                                                       06405048
064051     IF WS-DED-PART > ZERO                                        06405148
064052         MOVE SPACES TO PAY-DEDUCTION-RECORD                      06405248
064053         MOVE DED-TYPE TO PHD-DED-TYPE                            06405348
064054         MOVE DED-CLASS TO PHD-CLASS                              06405448
064055         PERFORM WRITE-PHD-PARA                                   06405548
064056     END-IF.                                                      06405648
064057*                                                                 06405748
064058 WRITE-GARN-DETAIL-PARA.                                          06405848
064059     ADD 1 TO WS-GARN-SUB                                         06405948
064060     IF WS-GARN-TAKEN(WS-GARN-SUB) > ZERO                         06406048
064061         MOVE SPACES TO PAY-DEDUCTION-RECORD                      06406148
064062         MOVE WS-GARN-TYPE(WS-GARN-SUB) TO PHD-DED-TYPE           06406248
064063         SET PHD-GARNISH TO TRUE                                  06406348
064064         MOVE WS-GARN-TAKEN(WS-GARN-SUB) TO WS-DED-PART           06406448
064065         PERFORM WRITE-PHD-PARA                                   06406548
064066     END-IF.                                                      06406648
064067*                                                                 06406748
064068 WRITE-PHD-PARA.                                                  06406848
064069     MOVE EMP-ID TO PHD-EMP-ID                                    06406948
064070     MOVE WS-PERIOD TO PHD-PERIOD                                 06407048
064071     IF SUPPL-RUN                                                 06407148
064072         MOVE 'S' TO PHD-RUN-TYPE                                 06407248
064073     ELSE                                                         06407348
064074         MOVE 'R' TO PHD-RUN-TYPE                                 06407448
064075     END-IF                                                       06407548
064076     MOVE WS-DED-PART TO PHD-AMOUNT                               06407648
064077     MOVE WS-RUN-DATE-OUT TO PHD-RUN-DATE                         06407748
064078     PERFORM YTD-PHD-PARA                                         06407868
064079     WRITE PAY-DEDUCTION-RECORD                                   06407948
064080         INVALID KEY                                              06408048
064081             REWRITE PAY-DEDUCTION-RECORD                         06408148
064082     END-WRITE.                                                   06408248
064083*                                                                 06408348
064086 PRD-DED-AMOUNT-PARA.                                             06408667
064090     COMPUTE WS-DED-PART ROUNDED =                                06409067
064094         DED-AMOUNT * 12 / WS-PERIODS-PER-YEAR.                   06409467
064100*                                                                 06410000
064101 YTD-BACKOUT-PAY-PARA.                                            06410168
064102     MOVE EMP-ID TO PH-EMP-ID                                     06410268
064103     MOVE WS-PERIOD TO PH-PERIOD                                  06410368
064104     IF SUPPL-RUN                                                 06410468
064105         SET PH-SUPPL-RUN TO TRUE                                 06410568
064106     ELSE                                                         06410668
064107         SET PH-REGULAR-RUN TO TRUE                               06410768
064108     END-IF                                                       06410868
064109     READ P26PHIST                                                06410968
064110         INVALID KEY                                              06411068
064111             CONTINUE                                             06411168
064112         NOT INVALID KEY                                          06411268
064113             IF PH-DETAIL-REC                                     06411368
064114                 MOVE -1 TO WS-YTD-SIGN                           06411468
064115                 PERFORM YTD-POST-PAY-PARA                        06411568
064116             END-IF                                               06411668
064117     END-READ.                                                    06411768
064118*                                                                 06411868
064119 YTD-POST-PAY-PARA.                                               06411968
064120     SET YTP-POST-PAY TO TRUE                                     06412068
064121     MOVE PH-EMP-ID TO YTP-EMP-ID                                 06412168
064122     MOVE PH-PERIOD TO YTP-PERIOD                                 06412268
064123     MOVE PH-EMP-NAME TO YTP-EMP-NAME                             06412368
064124     COMPUTE YTP-GROSS = PH-GROSS * WS-YTD-SIGN                   06412468
064125     COMPUTE YTP-TAX = PH-TAX * WS-YTD-SIGN                       06412568
064126     COMPUTE YTP-OTH-DEDN = PH-OTH-DEDN * WS-YTD-SIGN             06412668
064127     COMPUTE YTP-NET = PH-NET * WS-YTD-SIGN                       06412768
064128     MOVE ZERO TO YTP-EMPR-CONT YTP-HOURS                         06412868
064129     IF PH-EMPR-CONT NUMERIC                                      06412968
064130         COMPUTE YTP-EMPR-CONT = PH-EMPR-CONT * WS-YTD-SIGN       06413068
064131     END-IF                                                       06413168
064132     IF PH-HOURS NUMERIC                                          06413268
064133         COMPUTE YTP-HOURS = PH-HOURS * WS-YTD-SIGN               06413368
064134     END-IF                                                       06413468
064135     MOVE WS-YTD-SIGN TO YTP-PAY-COUNT                            06413568
064136     CALL 'P26YTDUP' USING YTD-POST-AREA.                         06413668
064137*                                                                 06413768
064138 YTD-POST-DED-PARA.                                               06413868
064139     SET YTP-POST-DED TO TRUE                                     06413968
064140     MOVE PHD-EMP-ID TO YTP-EMP-ID                                06414068
064141     MOVE PHD-PERIOD TO YTP-PERIOD                                06414168
064142     MOVE PHD-DED-TYPE TO YTP-DED-TYPE                            06414268
064143     MOVE PHD-CLASS TO YTP-DED-CLASS                              06414368
064144     COMPUTE YTP-DED-AMOUNT = PHD-AMOUNT * WS-YTD-SIGN            06414468
064145     CALL 'P26YTDUP' USING YTD-POST-AREA.                         06414568
064146*                                                                 06414668
064147 YTD-PHD-PARA.                                                    06414768
064148     MOVE PAY-DEDUCTION-RECORD TO WS-YTD-PHD-SAVE                 06414868
064149     READ P26PHDF                                                 06414968
064150         INVALID KEY                                              06415068
064151             CONTINUE                                             06415168
064152         NOT INVALID KEY                                          06415268
064153             MOVE -1 TO WS-YTD-SIGN                               06415368
064154             PERFORM YTD-POST-DED-PARA                            06415468
064155     END-READ                                                     06415568
064156     MOVE WS-YTD-PHD-SAVE TO PAY-DEDUCTION-RECORD                 06415668
064157     MOVE +1 TO WS-YTD-SIGN                                       06415768
064158     PERFORM YTD-POST-DED-PARA.                                   06415868
064159*                                                                 06415968
064160 CLEAR-PHD-PARA.                                                  06416069
064161     MOVE 'N' TO WS-PHD-CLR-FLAG                                  06416169
064162     MOVE EMP-ID TO PHD-EMP-ID                                    06416269
064163     MOVE WS-PERIOD TO PHD-PERIOD                                 06416369
064164     MOVE 'R' TO PHD-RUN-TYPE                                     06416469
064165     MOVE LOW-VALUES TO PHD-DED-TYPE                              06416569
064166     START P26PHDF KEY IS NOT LESS THAN PHD-KEY                   06416669
064167         INVALID KEY                                              06416769
064168             SET PHD-CLR-DONE TO TRUE                             06416869
064169     END-START                                                    06416969
064170     PERFORM CLEAR-PHD-NEXT-PARA                                  06417069
064171         UNTIL PHD-CLR-DONE.                                      06417169
064172*                                                                 06417269
064173 CLEAR-PHD-NEXT-PARA.                                             06417369
064174     READ P26PHDF NEXT RECORD                                     06417469
064175         AT END                                                   06417569
064176             SET PHD-CLR-DONE TO TRUE                             06417669
064177     END-READ                                                     06417769
064178     IF NOT PHD-CLR-DONE                                          06417869
064179         IF PHD-EMP-ID NOT = EMP-ID                               06417969
064180            OR PHD-PERIOD NOT = WS-PERIOD                         06418069
064181            OR PHD-RUN-TYPE NOT = 'R'                             06418169
064182             SET PHD-CLR-DONE TO TRUE                             06418269
064183         ELSE                                                     06418369
064184             MOVE -1 TO WS-YTD-SIGN                               06418469
064185             PERFORM YTD-POST-DED-PARA                            06418569
064186             DELETE P26PHDF RECORD                                06418669
064187                 INVALID KEY                                      06418769
064188                     CONTINUE                                     06418869
064189             END-DELETE                                           06418969
064190         END-IF                                                   06419069
064191     END-IF.                                                      06419169
064192*                                                                 06419269
064200 WRITE-DETAIL-PARA.                                               06420000
064300     MOVE SPACES TO WS-DETAIL-LINE                                06430000
064400     MOVE EMP-ID TO DL-EMP-ID                                     06440000
065900             NOT INVALID KEY                                      06590000
066000                 IF LVE-UNPAID-DAYS NOT = ZERO                    06600000
066100                     COMPUTE WS-UNPAID-AMT ROUNDED =              06610000
066200                         WS-BASE-EARN * WS-PERIODS-PER-YEAR       06620067
066250                         / 12 / 22                                06625067
066300                         * LVE-UNPAID-DAYS                        06630000
066400                     MOVE ZERO TO LVE-UNPAID-DAYS                 06640000
066500                     IF NOT PREVIEW-RUN                           06650045
066510                         REWRITE LEAVE-RECORD                     06651045
066520                     END-IF                                       06652045
066600                 END-IF                                           06660000
066700         END-READ                                                 06670000
066800     END-IF.                                                      06680000
067300     MOVE TL-SLAB-COUNT TO TC-SLAB-COUNT                          06730000
067400     MOVE TL-SLAB-TABLE TO TC-SLAB-TABLE.                         06740000
067500*                                                                 06750000
067501 GET-PERIOD-DATES-PARA.                                           06750146
067502     MOVE SPACES TO WS-CAL-START-DATE WS-CAL-END-DATE             06750246
067503     IF PCAL-OPEN-FILE                                            06750346
067504        AND WS-PERIOD NOT = SPACES                                06750446
067505         MOVE WS-PERIOD TO CAL-PERIOD                             06750546
067506         READ P26PCAL                                             06750646
067507             INVALID KEY                                          06750746
067508                 CONTINUE                                         06750846
067509             NOT INVALID KEY                                      06750946
067510                 MOVE CAL-START-DATE TO WS-CAL-START-DATE         06751046
067511                 MOVE CAL-END-DATE TO WS-CAL-END-DATE             06751146
067512         END-READ                                                 06751246
067513     END-IF.                                                      06751346
067514*                                                                 06751446
067515 PRORATE-PARA.                                                    06751546
067516     IF STS-FOUND                                                 06751646
067517        AND WS-CAL-START-DATE NOT = SPACES                        06751746
067518        AND WS-CAL-END-DATE NOT = SPACES                          06751846
067519         MOVE WS-CAL-START-DATE TO WS-PRO-FROM                    06751946
067520         MOVE WS-CAL-END-DATE TO WS-PRO-TO                        06752046
067521         IF STS-HIRE-DATE > WS-CAL-START-DATE                     06752146
067522            AND STS-HIRE-DATE NOT > WS-CAL-END-DATE               06752246
067523             MOVE STS-HIRE-DATE TO WS-PRO-FROM                    06752346
067524         END-IF                                                   06752446
067525         IF STS-TERM-DATE NOT = SPACES                            06752546
067526            AND STS-TERM-DATE NOT < WS-CAL-START-DATE             06752646
067527            AND STS-TERM-DATE < WS-CAL-END-DATE                   06752746
067528             MOVE STS-TERM-DATE TO WS-PRO-TO                      06752846
067529         END-IF                                                   06752946
067530         IF WS-PRO-FROM NOT = WS-CAL-START-DATE                   06753046
067531            OR WS-PRO-TO NOT = WS-CAL-END-DATE                    06753146
067532             PERFORM PRORATE-EARN-PARA                            06753246
067533         END-IF                                                   06753346
067534     END-IF.                                                      06753446
067535*                                                                 06753546
067536 PRORATE-EARN-PARA.                                               06753646
067537     MOVE WS-CAL-START-DATE TO WD-FROM-DATE                       06753746
067538     MOVE WS-CAL-END-DATE TO WD-TO-DATE                           06753846
067539     CALL 'P26WDCL' USING WORK-DAY-AREA                           06753946
067540     MOVE WD-DAYS TO WS-PRO-PRD-DAYS                              06754046
067541     IF WD-OK                                                     06754146
067542        AND WS-PRO-PRD-DAYS > ZERO                                06754246
067543         MOVE WS-PRO-FROM TO WD-FROM-DATE                         06754346
067544         MOVE WS-PRO-TO TO WD-TO-DATE                             06754446
067545         CALL 'P26WDCL' USING WORK-DAY-AREA                       06754546
067546     END-IF                                                       06754646
067547     IF WD-OK                                                     06754746
067548        AND WS-PRO-PRD-DAYS > ZERO                                06754846
067549         MOVE WD-DAYS TO WS-PRO-DAYS                              06754946
067550         COMPUTE WS-BASE-EARN ROUNDED =                           06755046
067551             WS-PRD-EARN * WS-PRO-DAYS / WS-PRO-PRD-DAYS          06755167
067552         COMPUTE WS-PRO-FACTOR ROUNDED =                          06755246
067553             WS-PRO-DAYS / WS-PRO-PRD-DAYS                        06755346
067554     ELSE                                                         06755446
067555         MOVE ZERO TO WS-PRO-DAYS WS-PRO-PRD-DAYS WS-PRO-FACTOR   06755546
067556     END-IF.                                                      06755646
067557*                                                                 06755746
067600 GET-HOURLY-PARA.                                                 06760000
067650     MOVE 'N' TO WS-HOURLY-FLAG                                   06765046
067700     IF HRF-OPEN                                                  06770000
067800         MOVE EMP-ID TO HRT-EMP-ID                                06780000
067900         READ P26HRF                                              06790000
068100                 CONTINUE                                         06810000
068200             NOT INVALID KEY                                      06820000
068300                 IF HRT-HOURLY                                    06830000
068350                     SET HOURLY-EMP TO TRUE                       06835046
068400                     PERFORM GET-TIMESHEET-PARA                   06840000
068500                 END-IF                                           06850000
068600         END-READ                                                 06860000
069900                     COMPUTE WS-BASE-EARN ROUNDED =               06990000
070000                         TS-REG-HOURS * HRT-HOUR-RATE             07000000
070100                         + TS-OT-HOURS * HRT-HOUR-RATE * 1.5      07010000
070110                     COMPUTE WS-PAY-HOURS =                       07011068
070120                         TS-REG-HOURS + TS-OT-HOURS               07012068
070200                     MOVE 'Y' TO WS-TS-OK-FLAG                    07020000
070300                 END-IF                                           07030000
070400         END-READ                                                 07040000
070900     MOVE SPACES TO WS-TSEX-LINE                                  07090000
071000     MOVE EMP-ID TO TSX-EMP-ID                                    07100000
071100     MOVE EMP-NAME TO TSX-EMP-NAME                                07110000
071200     MOVE WS-TSEX-REASON TO TSX-REASON                            07120053
071300     MOVE WS-TSEX-LINE TO TSEX-LINE                               07130000
071400     WRITE TSEX-LINE.                                             07140000
071500*                                                                 07150000
071502 CHECK-WORK-AUTH-PARA.                                            07150253
071504     IF DOCF-OPEN                                                 07150453
071506         MOVE 'N' TO WS-DOC-DONE-FLAG                             07150653
071508         MOVE 'N' TO WS-WKAU-FOUND-FLAG                           07150853
071510         MOVE SPACES TO WS-WKAU-EXPIRY                            07151053
071512         MOVE EMP-ID TO DOC-EMP-ID                                07151253
071514         MOVE 'WKAU' TO DOC-TYPE                                  07151453
071516         MOVE SPACES TO DOC-NUMBER                                07151653
071518         START P26DOCF KEY IS NOT LESS THAN DOC-KEY               07151853
071520             INVALID KEY                                          07152053
071522                 SET DOC-DONE TO TRUE                             07152253
071524         END-START                                                07152453
071526         PERFORM CHECK-WORK-AUTH-NEXT-PARA                        07152653
071528             UNTIL DOC-DONE                                       07152853
071530         IF WKAU-FOUND                                            07153053
071532             MOVE WS-CAL-END-DATE TO WS-WKAU-CHECK-DATE           07153253
071534             IF WS-WKAU-CHECK-DATE = SPACES                       07153453
071536                 MOVE WS-TODAY-NUM TO WS-WKAU-CHECK-DATE          07153653
071538             END-IF                                               07153853
071540             IF WS-WKAU-EXPIRY < WS-WKAU-CHECK-DATE               07154053
071542                 MOVE 'WORK AUTHORIZATION LAPSED'                 07154253
071543                     TO WS-TSEX-REASON                            07154353
071544                 PERFORM WRITE-TSEX-PARA                          07154453
071546             END-IF                                               07154653
071548         END-IF                                                   07154853
071550     END-IF.                                                      07155053
071552*                                                                 07155253
071554 CHECK-WORK-AUTH-NEXT-PARA.                                       07155453
071556     READ P26DOCF NEXT RECORD                                     07155653
071558         AT END                                                   07155853
071560             SET DOC-DONE TO TRUE                                 07156053
071562     END-READ                                                     07156253
071564     IF NOT DOC-DONE                                              07156453
071566         IF DOC-EMP-ID = EMP-ID                                   07156653
071568            AND DOC-WORK-AUTH                                     07156853
071570             SET WKAU-FOUND TO TRUE                               07157053
071572             IF DOC-EXPIRY-DATE > WS-WKAU-EXPIRY                  07157253
071574                 MOVE DOC-EXPIRY-DATE TO WS-WKAU-EXPIRY           07157453
071576             END-IF                                               07157653
071578         ELSE                                                     07157853
071580             SET DOC-DONE TO TRUE                                 07158053
071582         END-IF                                                   07158253
071584     END-IF.                                                      07158453
071586*                                                                 07158653
071588 CHECK-PENDING-CHG-PARA.                                          07158858
071590     IF PCHF-OPEN                                                 07159058
071592         MOVE 'N' TO WS-PCH-DONE-FLAG                             07159258
071594         MOVE EMP-ID TO PCH-EMP-ID                                07159458
071596         MOVE ZERO TO PCH-SEQ                                     07159658
071598         START P26PCHF KEY IS NOT LESS THAN PCH-KEY               07159858
071600             INVALID KEY                                          07160058
071602                 SET PCH-DONE TO TRUE                             07160258
071604         END-START                                                07160458
071606         PERFORM CHECK-PENDING-CHG-NEXT-PARA                      07160658
071608             UNTIL PCH-DONE                                       07160858
071610     END-IF.                                                      07161058
071612*                                                                 07161258
071614 CHECK-PENDING-CHG-NEXT-PARA.                                     07161458
071616     READ P26PCHF NEXT RECORD                                     07161658
071618         AT END                                                   07161858
071620             SET PCH-DONE TO TRUE                                 07162058
071622     END-READ                                                     07162258
071624     IF NOT PCH-DONE                                              07162458
071626         IF PCH-EMP-ID = EMP-ID                                   07162658
071628             IF PCH-PENDING                                       07162858
071630                 IF PCH-BANK-CHANGE                               07163058
071632                     MOVE 'BANK CHANGE AWAITS APPROVAL'           07163258
071634                         TO WS-TSEX-REASON                        07163458
071636                 ELSE                                             07163658
071638                     MOVE 'SALARY CHANGE AWAITS APPROVAL'         07163858
071640                         TO WS-TSEX-REASON                        07164058
071642                 END-IF                                           07164258
071644                 PERFORM WRITE-TSEX-PARA                          07164458
071646             END-IF                                               07164658
071648         ELSE                                                     07164858
071650             SET PCH-DONE TO TRUE                                 07165058
071652         END-IF                                                   07165258
071654     END-IF.                                                      07165458
071656*                                                                 07165658
071658 TAKE-GARNISH-PARA.                                               07165800
071700     MOVE ZERO TO WS-EMPR-CONT                                    07170000
071800     MOVE ZERO TO WS-GARN-MAX                                     07180000
071900     IF DFILE-OPEN                                                07190000
074900*                                                                 07490000
075000 LOAD-GARN-ENTRY-PARA.                                            07500000
075100     IF DED-GARNISH                                               07510000
075200        AND DED-START-DATE NOT > WS-DED-TO-DATE                   07520069
075300        AND (DED-STOP-DATE = SPACES                               07530000
075400             OR DED-STOP-DATE > WS-DED-FROM-DATE)                 07540069
075500        AND WS-GARN-MAX < 10                                      07550000
075600         ADD 1 TO WS-GARN-MAX                                     07560000
075700         MOVE DED-TYPE TO WS-GARN-TYPE(WS-GARN-MAX)               07570000
077300             MOVE ZERO TO WS-GARN-ARREARS(WS-GARN-MAX)            07730000
077400         END-IF                                                   07740000
077500         MOVE 'N' TO WS-GARN-DONE-SW(WS-GARN-MAX)                 07750000
077550         MOVE ZERO TO WS-GARN-TAKEN(WS-GARN-MAX)                  07755048
077600     END-IF                                                       07760000
077700     IF DED-EMPLOYER                                              07770000
077800        AND DED-START-DATE NOT > WS-DED-TO-DATE                   07780069
077900        AND (DED-STOP-DATE = SPACES                               07790000
078000             OR DED-STOP-DATE > WS-DED-FROM-DATE)                 07800069
078100         IF DED-PERCENT                                           07810000
078200             COMPUTE WS-EMPR-PART ROUNDED =                       07820000
078300                 WS-GROSS * DED-AMOUNT / 100                      07830000
078400         ELSE                                                     07840000
078500             COMPUTE WS-EMPR-PART ROUNDED =                       07850067
078550                 DED-AMOUNT * 12 / WS-PERIODS-PER-YEAR            07855067
078600         END-IF                                                   07860000
078700         ADD WS-EMPR-PART TO WS-EMPR-CONT                         07870000
078800     END-IF.                                                      07880000
081600         COMPUTE WS-ORD-AMT ROUNDED =                             08160000
081700             WS-GROSS * WS-GARN-AMOUNT(WS-GARN-BEST) / 100        08170000
081800     ELSE                                                         08180000
081900         COMPUTE WS-ORD-AMT ROUNDED =                             08190067
081910             WS-GARN-AMOUNT(WS-GARN-BEST) * 12                    08191067
081920             / WS-PERIODS-PER-YEAR                                08192067
082000     END-IF                                                       08200000
082100     ADD WS-GARN-ARREARS(WS-GARN-BEST) TO WS-ORD-AMT              08210000
082200     COMPUTE WS-FLOOR-AMT ROUNDED =                               08220000
083100         MOVE WS-ORD-AMT TO WS-TAKEN-AMT                          08310000
083200     END-IF                                                       08320000
083300     SUBTRACT WS-TAKEN-AMT FROM WS-NET-PAY                        08330000
083350     MOVE WS-TAKEN-AMT TO WS-GARN-TAKEN(WS-GARN-BEST)             08335048
083400     ADD WS-TAKEN-AMT TO WS-OTH-DEDN                              08340000
083500     ADD WS-TAKEN-AMT TO WS-TOT-DEDN                              08350000
083600     COMPUTE WS-REM-AMT = WS-ORD-AMT - WS-TAKEN-AMT               08360000
084500             CONTINUE                                             08450000
084600         NOT INVALID KEY                                          08460000
084700             MOVE WS-REM-AMT TO DED-ARREARS                       08470000
084800             IF NOT PREVIEW-RUN                                   08480045
084810                 REWRITE DEDUCTION-RECORD                         08481045
084820             END-IF                                               08482045
084900     END-READ.                                                    08490000
085000*                                                                 08500000
085100 WRITE-GARR-LINE-PARA.                                            08510000
089200     END-IF.                                                      08920000
089300*                                                                 08930000
089400 RECOVER-LOAN-PARA.                                               08940000
089500     COMPUTE WS-LOAN-TAKEN ROUNDED =                              08950067
089550         LN-INSTALLMENT * 12 / WS-PERIODS-PER-YEAR                08955067
089600     IF WS-LOAN-TAKEN > LN-BALANCE                                08960000
089700         MOVE LN-BALANCE TO WS-LOAN-TAKEN                         08970000
089800     END-IF                                                       08980000
091400         MOVE WS-RUN-DATE-OUT TO LN-UPD-DATE                      09140000
091500         MOVE WS-RUN-TIME-OUT TO LN-UPD-TIME                      09150000
091600         MOVE 'P26BP08 ' TO LN-UPD-USER                           09160000
091700         IF NOT PREVIEW-RUN                                       09170045
091710             REWRITE LOAN-RECORD                                  09171045
091720         END-IF                                                   09172045
091800     END-IF.                                                      09180000
091900*                                                                 09190000
092000 GET-ADJUST-PARA.                                                 09200000
094400                 ADD ADJ-TAX-AMT TO WS-ADJ-TAX                    09440000
094500                 SET ADJ-APPLIED TO TRUE                          09450000
094600                 MOVE WS-PERIOD TO ADJ-APPLIED-PERIOD             09460000
094700                 IF NOT PREVIEW-RUN                               09470045
094710                     REWRITE PAY-ADJUST-RECORD                    09471045
094720                 END-IF                                           09472045
094800             END-IF                                               09480000
094900         ELSE                                                     09490000
095000             SET ADJ-DONE TO TRUE                                 09500000
095100         END-IF                                                   09510000
095200     END-IF.                                                      09520000
095300*                                                                 09530000
095302 GET-EXPENSE-PARA.                                                09530256
095304     MOVE ZERO TO WS-EXP-REIMB                                    09530456
095306     IF EXPF-OPEN                                                 09530656
095308         MOVE 'N' TO WS-EXP-DONE-FLAG                             09530856
095310         MOVE EMP-ID TO EXP-EMP-ID                                09531056
095312         MOVE ZERO TO EXP-SEQ                                     09531256
095314         START P26EXPF KEY IS NOT LESS THAN EXP-KEY               09531456
095316             INVALID KEY                                          09531656
095318                 SET EXP-DONE TO TRUE                             09531856
095320         END-START                                                09532056
095322         PERFORM GET-EXPENSE-NEXT-PARA                            09532256
095324             UNTIL EXP-DONE                                       09532456
095326     END-IF.                                                      09532656
095328*                                                                 09532856
095330 GET-EXPENSE-NEXT-PARA.                                           09533056
095332     READ P26EXPF NEXT RECORD                                     09533256
095334         AT END                                                   09533456
095336             SET EXP-DONE TO TRUE                                 09533656
095338     END-READ                                                     09533856
095340     IF NOT EXP-DONE                                              09534056
095342         IF EXP-EMP-ID = EMP-ID                                   09534256
095344             IF EXP-APPROVED                                      09534456
095346                 ADD EXP-AMOUNT TO WS-EXP-REIMB                   09534656
095348                 SET EXP-PAID TO TRUE                             09534856
095350                 MOVE WS-PERIOD TO EXP-PAID-PERIOD                09535056
095352                 MOVE WS-RUN-DATE-OUT TO EXP-PAID-DATE            09535256
095354                 IF NOT PREVIEW-RUN                               09535456
095356                     REWRITE EXPENSE-CLAIM-RECORD                 09535656
095358                 END-IF                                           09535856
095360             END-IF                                               09536056
095362         ELSE                                                     09536256
095364             SET EXP-DONE TO TRUE                                 09536456
095366         END-IF                                                   09536656
095368     END-IF.                                                      09536856
095370*                                                                 09537056
095400 CLOSE-PERIOD-PARA.                                               09540000
095500     MOVE SPACES TO PAY-HISTORY-RECORD                            09550000
095600     MOVE WS-HEADER-EMP-ID TO PH-EMP-ID                           09560000
096300     SET PH-HEADER-REC TO TRUE                                    09630000
096400     MOVE ZERO TO PH-GROSS PH-TAX PH-OTH-DEDN PH-NET              09640000
096500     MOVE ZERO TO PH-EMPR-CONT PH-TOT-EMPR                        09650000
096550     MOVE ZERO TO PH-PRO-DAYS PH-PRO-PRD-DAYS PH-PRO-FACTOR       09655046
096560     MOVE ZERO TO PH-EXP-REIMB PH-TOT-EXP                         09656056
096600     MOVE ZERO TO PH-TOT-GROSS PH-TOT-TAX PH-TOT-DEDN PH-TOT-NET  09660000
096700     MOVE WS-EMP-COUNT TO PH-EMP-COUNT                            09670000
096750     MOVE WS-PAY-GROUP TO PH-PAY-GROUP                            09675067
096800     SET PH-PERIOD-OPEN TO TRUE                                   09680000
096900     MOVE WS-RUN-DATE-OUT TO PH-RUN-DATE                          09690000
097000     MOVE WS-RUN-TIME-OUT TO PH-RUN-TIME                          09700000
097900     MOVE WS-TOT-DEDN TO PH-TOT-DEDN                              09790000
098000     MOVE WS-TOT-NET TO PH-TOT-NET                                09800000
098100     MOVE WS-TOT-EMPR TO PH-TOT-EMPR                              09810000
098150     MOVE WS-TOT-EXP TO PH-TOT-EXP                                09815056
098200     SET PH-PERIOD-CLOSED TO TRUE                                 09820000
098300     WRITE PAY-HISTORY-RECORD                                     09830000
098400         INVALID KEY                                              09840000
099100     MOVE WS-TOT-NET TO GL-NET                                    09910000
099200     MOVE WS-GRAND-LINE TO PCYC-LINE                              09920000
099300     WRITE PCYC-LINE                                              09930000
099310     IF SUPPL-RUN                                                 09931069
099320         MOVE WS-SUPSKIP-COUNT TO SKT-COUNT                       09932069
099330         MOVE WS-SUPSKIP-TOT-LINE TO PCYC-LINE                    09933069
099340         WRITE PCYC-LINE                                          09934069
099350     END-IF                                                       09935069
099400     IF SUPPL-RUN                                                 09940000
099500        AND WS-SUPP-STATUS NOT = '35'                             09950000
099600         CLOSE P26SUPP                                            09960000
102172             SET SUPPL-ALREADY-RUN TO TRUE                        10217243
102176     END-READ.                                                    10217643
102200*                                                                 10220000
102201 PREVIEW-OPEN-PARA.                                               10220145
102202     OPEN OUTPUT P26PVAR                                          10220245
102203     SET PVAR-OPEN TO TRUE                                        10220345
102204     IF PHIST-OPEN                                                10220445
102205         PERFORM FIND-PRIOR-PERIOD-PARA                           10220545
102206     END-IF                                                       10220645
102207     MOVE WS-PERIOD TO PVH-PERIOD                                 10220745
102208     MOVE WS-PRIOR-PERIOD TO PVH-PRIOR                            10220845
102209     MOVE WS-VAR-PCT-LIMIT TO PVH-PCT                             10220945
102210     MOVE WS-PVAR-HEADING TO PVAR-LINE                            10221045
102211     WRITE PVAR-LINE                                              10221145
102212     IF WS-PRIOR-PERIOD = SPACES                                  10221245
102213         MOVE WS-NO-PRIOR-LINE TO PVAR-LINE                       10221345
102214         WRITE PVAR-LINE                                          10221445
102215     END-IF                                                       10221545
102216     MOVE WS-PVAR-COL-HEADING TO PVAR-LINE                        10221645
102217     WRITE PVAR-LINE.                                             10221745
102218*                                                                 10221845
102219 FIND-PRIOR-PERIOD-PARA.                                          10221945
102220     MOVE 'N' TO WS-PRIOR-DONE-FLAG                               10222045
102221     MOVE WS-TRAILER-EMP-ID TO PH-EMP-ID                          10222145
102222     MOVE LOW-VALUES TO PH-PERIOD                                 10222245
102223     MOVE LOW-VALUES TO PH-RUN-TYPE                               10222345
102224     START P26PHIST KEY IS NOT LESS THAN PH-KEY                   10222445
102225         INVALID KEY                                              10222545
102226             SET PRIOR-DONE TO TRUE                               10222645
102227     END-START                                                    10222745
102228     PERFORM FIND-PRIOR-NEXT-PARA                                 10222845
102229         UNTIL PRIOR-DONE.                                        10222945
102230*                                                                 10223045
102231 FIND-PRIOR-NEXT-PARA.                                            10223145
102232     READ P26PHIST NEXT RECORD                                    10223245
102233         AT END                                                   10223345
102234             SET PRIOR-DONE TO TRUE                               10223445
102235     END-READ                                                     10223545
102236     IF NOT PRIOR-DONE                                            10223645
102237         IF PH-EMP-ID NOT = WS-TRAILER-EMP-ID                     10223745
102238            OR PH-PERIOD NOT < WS-PERIOD                          10223845
102239             SET PRIOR-DONE TO TRUE                               10223945
102240         ELSE                                                     10224045
102241             IF PH-TRAILER-REC AND PH-PAY-GROUP = WS-PAY-GROUP    10224167
102242                AND PH-REGULAR-RUN                                10224245
102243                AND PH-PERIOD-CLOSED                              10224345
102244                 MOVE PH-PERIOD TO WS-PRIOR-PERIOD                10224445
102245                 MOVE PH-TOT-GROSS TO WS-PRIOR-TOT-GROSS          10224545
102246                 MOVE PH-TOT-TAX TO WS-PRIOR-TOT-TAX              10224645
102247                 MOVE PH-TOT-DEDN TO WS-PRIOR-TOT-DEDN            10224745
102248                 MOVE PH-TOT-NET TO WS-PRIOR-TOT-NET              10224845
102249             END-IF                                               10224945
102250         END-IF                                                   10225045
102251     END-IF.                                                      10225145
102252*                                                                 10225245
102253 PREVIEW-VARIANCE-PARA.                                           10225345
102254     MOVE 'N' TO WS-PRIOR-FOUND-FLAG                              10225445
102255     IF WS-PAID-MAX < 19999                                       10225545
102256         ADD 1 TO WS-PAID-MAX                                     10225645
102257         MOVE EMP-ID TO WS-PAID-ID(WS-PAID-MAX)                   10225745
102258     ELSE                                                         10225845
102259         SET PAID-TABLE-FULL TO TRUE                              10225945
102260     END-IF                                                       10226045
102261     MOVE EMP-ID TO WS-VAR-EMP-ID                                 10226145
102262     MOVE EMP-NAME TO WS-VAR-EMP-NAME                             10226245
102263     IF WS-PRIOR-PERIOD NOT = SPACES                              10226345
102264         PERFORM READ-PRIOR-PAY-PARA                              10226445
102265         IF PRIOR-FOUND                                           10226545
102266             MOVE 'GROSS' TO WS-VAR-ITEM                          10226645
102267             MOVE PH-GROSS TO WS-VAR-PRIOR                        10226745
102268             MOVE WS-GROSS TO WS-VAR-CURR                         10226845
102269             PERFORM VARIANCE-ITEM-PARA                           10226945
102270             MOVE 'TAX' TO WS-VAR-ITEM                            10227045
102271             MOVE PH-TAX TO WS-VAR-PRIOR                          10227145
102272             MOVE WS-TAX TO WS-VAR-CURR                           10227245
102273             PERFORM VARIANCE-ITEM-PARA                           10227345
102274             MOVE 'DEDN' TO WS-VAR-ITEM                           10227445
102275             MOVE PH-OTH-DEDN TO WS-VAR-PRIOR                     10227545
102276             MOVE WS-OTH-DEDN TO WS-VAR-CURR                      10227645
102277             PERFORM VARIANCE-ITEM-PARA                           10227745
102278             MOVE 'NET' TO WS-VAR-ITEM                            10227845
102279             MOVE PH-NET TO WS-VAR-PRIOR                          10227945
102280             MOVE WS-NET-PAY TO WS-VAR-CURR                       10228045
102281             PERFORM VARIANCE-ITEM-PARA                           10228145
102282         ELSE                                                     10228245
102283             ADD 1 TO WS-NEW-COUNT                                10228345
102284             MOVE 'NET' TO WS-VAR-ITEM                            10228445
102285             MOVE ZERO TO WS-VAR-PRIOR                            10228545
102286             MOVE WS-NET-PAY TO WS-VAR-CURR                       10228645
102287             MOVE 'NEW PAYEE' TO WS-VAR-FLAG-TEXT                 10228745
102288             PERFORM WRITE-PVAR-LINE-PARA                         10228845
102289         END-IF                                                   10228945
102290     END-IF                                                       10229045
102291     IF WS-NET-PAY NOT > ZERO                                     10229145
102292         ADD 1 TO WS-NONPOS-COUNT                                 10229245
102293         MOVE 'NET' TO WS-VAR-ITEM                                10229345
102294         MOVE ZERO TO WS-VAR-PRIOR                                10229445
102295         IF PRIOR-FOUND                                           10229545
102296             MOVE PH-NET TO WS-VAR-PRIOR                          10229645
102297         END-IF                                                   10229745
102298         MOVE WS-NET-PAY TO WS-VAR-CURR                           10229845
102299         MOVE 'ZERO OR NEGATIVE NET' TO WS-VAR-FLAG-TEXT          10229945
102300         PERFORM WRITE-PVAR-LINE-PARA                             10230045
102301     END-IF.                                                      10230145
102302*                                                                 10230245
102303 READ-PRIOR-PAY-PARA.                                             10230345
102304     MOVE 'N' TO WS-PRIOR-FOUND-FLAG                              10230445
102305     IF PHIST-OPEN                                                10230545
102306         MOVE EMP-ID TO PH-EMP-ID                                 10230645
102307         MOVE WS-PRIOR-PERIOD TO PH-PERIOD                        10230745
102308         SET PH-REGULAR-RUN TO TRUE                               10230845
102309         READ P26PHIST                                            10230945
102310             INVALID KEY                                          10231045
102311                 CONTINUE                                         10231145
102312             NOT INVALID KEY                                      10231245
102313                 IF PH-DETAIL-REC                                 10231345
102314                     SET PRIOR-FOUND TO TRUE                      10231445
102315                 END-IF                                           10231545
102316         END-READ                                                 10231645
102317     END-IF.                                                      10231745
102318*                                                                 10231845
102319 VARIANCE-ITEM-PARA.                                              10231945
102320     COMPUTE WS-VAR-DIFF = WS-VAR-CURR - WS-VAR-PRIOR             10232045
102321     IF WS-VAR-PRIOR = ZERO                                       10232145
102322         IF WS-VAR-DIFF = ZERO                                    10232245
102323             MOVE ZERO TO WS-VAR-PCT                              10232345
102324         ELSE                                                     10232445
102325             MOVE 999.99 TO WS-VAR-PCT                            10232545
102326         END-IF                                                   10232645
102327     ELSE                                                         10232745
102328         COMPUTE WS-VAR-PCT ROUNDED =                             10232845
102329             WS-VAR-DIFF * 100 / WS-VAR-PRIOR                     10232945
102330             ON SIZE ERROR                                        10233045
102331                 MOVE 99999.99 TO WS-VAR-PCT                      10233145
102332         END-COMPUTE                                              10233245
102333     END-IF                                                       10233345
102334     IF WS-VAR-PCT < ZERO                                         10233445
102335         COMPUTE WS-VAR-ABS-PCT = ZERO - WS-VAR-PCT               10233545
102336     ELSE                                                         10233645
102337         MOVE WS-VAR-PCT TO WS-VAR-ABS-PCT                        10233745
102338     END-IF                                                       10233845
102339     IF WS-VAR-ABS-PCT > WS-VAR-PCT-LIMIT                         10233945
102340         ADD 1 TO WS-VAR-COUNT                                    10234045
102341         MOVE 'OVER THRESHOLD' TO WS-VAR-FLAG-TEXT                10234145
102342         PERFORM WRITE-PVAR-LINE-PARA                             10234245
102343     END-IF.                                                      10234345
102344*                                                                 10234445
102345 WRITE-PVAR-LINE-PARA.                                            10234545
102346     COMPUTE WS-VAR-DIFF = WS-VAR-CURR - WS-VAR-PRIOR             10234645
102347     IF WS-VAR-FLAG-TEXT NOT = 'OVER THRESHOLD'                   10234745
102348         MOVE ZERO TO WS-VAR-PCT                                  10234845
102349     END-IF                                                       10234945
102350     MOVE SPACES TO WS-PVAR-LINE                                  10235045
102351     MOVE WS-VAR-EMP-ID TO PV-EMP-ID                              10235145
102352     MOVE WS-VAR-EMP-NAME TO PV-EMP-NAME                          10235245
102353     MOVE WS-VAR-ITEM TO PV-ITEM                                  10235345
102354     MOVE WS-VAR-PRIOR TO PV-PRIOR                                10235445
102355     MOVE WS-VAR-CURR TO PV-CURR                                  10235545
102356     MOVE WS-VAR-DIFF TO PV-DIFF                                  10235645
102357     MOVE WS-VAR-PCT TO PV-PCT                                    10235745
102358     MOVE WS-VAR-FLAG-TEXT TO PV-FLAG                             10235845
102359     MOVE WS-PVAR-LINE TO PVAR-LINE                               10235945
102360     WRITE PVAR-LINE.                                             10236045
102361*                                                                 10236145
102362 PREVIEW-END-PARA.                                                10236245
102363     MOVE SPACES TO WS-GRAND-LINE                                 10236345
102364     MOVE WS-EMP-COUNT TO GL-COUNT                                10236445
102365     MOVE WS-TOT-GROSS TO GL-GROSS                                10236545
102366     MOVE WS-TOT-TAX TO GL-TAX                                    10236645
102367     MOVE WS-TOT-NET TO GL-NET                                    10236745
102368     MOVE WS-GRAND-LINE TO PCYC-LINE                              10236845
102369     WRITE PCYC-LINE                                              10236945
102370     IF WS-PRIOR-PERIOD NOT = SPACES                              10237045
102371         PERFORM PREVIEW-MISSING-PARA                             10237145
102372         MOVE SPACES TO WS-VAR-EMP-ID                             10237245
102373         MOVE 'PERIOD TOTALS' TO WS-VAR-EMP-NAME                  10237345
102374         MOVE 'GROSS' TO WS-VAR-ITEM                              10237445
102375         MOVE WS-PRIOR-TOT-GROSS TO WS-VAR-PRIOR                  10237545
102376         MOVE WS-TOT-GROSS TO WS-VAR-CURR                         10237645
102377         PERFORM VARIANCE-ITEM-PARA                               10237745
102378         MOVE 'TAX' TO WS-VAR-ITEM                                10237845
102379         MOVE WS-PRIOR-TOT-TAX TO WS-VAR-PRIOR                    10237945
102380         MOVE WS-TOT-TAX TO WS-VAR-CURR                           10238045
102381         PERFORM VARIANCE-ITEM-PARA                               10238145
102382         MOVE 'DEDN' TO WS-VAR-ITEM                               10238245
102383         MOVE WS-PRIOR-TOT-DEDN TO WS-VAR-PRIOR                   10238345
102384         MOVE WS-TOT-DEDN TO WS-VAR-CURR                          10238445
102385         PERFORM VARIANCE-ITEM-PARA                               10238545
102386         MOVE 'NET' TO WS-VAR-ITEM                                10238645
102387         MOVE WS-PRIOR-TOT-NET TO WS-VAR-PRIOR                    10238745
102388         MOVE WS-TOT-NET TO WS-VAR-CURR                           10238845
102389         PERFORM VARIANCE-ITEM-PARA                               10238945
102390     END-IF                                                       10239045
102391     MOVE SPACES TO PVAR-LINE                                     10239145
102392     WRITE PVAR-LINE                                              10239245
102393     MOVE 'PAYEES IN PREVIEW' TO PVC-TEXT                         10239345
102394     MOVE WS-EMP-COUNT TO PVC-COUNT                               10239445
102395     PERFORM WRITE-PVAR-COUNT-PARA                                10239545
102396     MOVE 'VARIANCES OVER THRESHOLD' TO PVC-TEXT                  10239645
102397     MOVE WS-VAR-COUNT TO PVC-COUNT                               10239745
102398     PERFORM WRITE-PVAR-COUNT-PARA                                10239845
102399     MOVE 'NEW PAYEES' TO PVC-TEXT                                10239945
102400     MOVE WS-NEW-COUNT TO PVC-COUNT                               10240045
102401     PERFORM WRITE-PVAR-COUNT-PARA                                10240145
102402     MOVE 'PAYEES NOT PAID THIS RUN' TO PVC-TEXT                  10240245
102403     MOVE WS-MISS-COUNT TO PVC-COUNT                              10240345
102404     PERFORM WRITE-PVAR-COUNT-PARA                                10240445
102405     MOVE 'ZERO OR NEGATIVE NET' TO PVC-TEXT                      10240545
102406     MOVE WS-NONPOS-COUNT TO PVC-COUNT                            10240645
102407     PERFORM WRITE-PVAR-COUNT-PARA                                10240745
102408     DISPLAY 'P26BP08 PREVIEW FOR PERIOD ' WS-PERIOD              10240845
102409         ' COMPLETE - NO FILES UPDATED'                           10240945
102410     CLOSE P26AFILE.                                              10241045
102411*                                                                 10241145
102412 WRITE-PVAR-COUNT-PARA.                                           10241245
102413     MOVE WS-PVAR-COUNT-LINE TO PVAR-LINE                         10241345
102414     WRITE PVAR-LINE.                                             10241445
102415*                                                                 10241545
102416 PREVIEW-MISSING-PARA.                                            10241645
102417     IF PAID-TABLE-FULL                                           10241745
102418         MOVE WS-PAID-FULL-LINE TO PVAR-LINE                      10241845
102419         WRITE PVAR-LINE                                          10241945
102420     ELSE                                                         10242045
102421         MOVE HIGH-VALUES TO WS-PAID-ID(WS-PAID-MAX + 1)          10242145
102422         MOVE 1 TO WS-PAID-SUB                                    10242245
102423         MOVE 'N' TO WS-HIST-DONE-FLAG                            10242345
102424         MOVE LOW-VALUES TO PH-KEY                                10242445
102425         START P26PHIST KEY IS NOT LESS THAN PH-KEY               10242545
102426             INVALID KEY                                          10242645
102427                 SET HIST-DONE TO TRUE                            10242745
102428         END-START                                                10242845
102429         PERFORM PREVIEW-MISSING-NEXT-PARA                        10242945
102430             UNTIL HIST-DONE                                      10243045
102431     END-IF.                                                      10243145
102432*                                                                 10243245
102433 PREVIEW-MISSING-NEXT-PARA.                                       10243345
102434     READ P26PHIST NEXT RECORD                                    10243445
102435         AT END                                                   10243545
102436             SET HIST-DONE TO TRUE                                10243645
102437     END-READ                                                     10243745
102438     IF NOT HIST-DONE                                             10243845
102439         IF PH-EMP-ID = WS-TRAILER-EMP-ID                         10243945
102440             SET HIST-DONE TO TRUE                                10244045
102441         ELSE                                                     10244145
102442             IF PH-PERIOD = WS-PRIOR-PERIOD                       10244245
102443                AND PH-REGULAR-RUN                                10244345
102444                AND PH-DETAIL-REC                                 10244445
102445                 PERFORM CHECK-MISSING-PARA                       10244545
102446             END-IF                                               10244645
102447         END-IF                                                   10244745
102448     END-IF.                                                      10244845
102449*                                                                 10244945
102450 CHECK-MISSING-PARA.                                              10245045
102451     PERFORM SKIP-PAID-PARA                                       10245145
102452         UNTIL WS-PAID-ID(WS-PAID-SUB) NOT < PH-EMP-ID            10245245
102453     IF WS-PAID-ID(WS-PAID-SUB) NOT = PH-EMP-ID                   10245345
102454         ADD 1 TO WS-MISS-COUNT                                   10245445
102455         MOVE PH-EMP-ID TO WS-VAR-EMP-ID                          10245545
102456         MOVE PH-EMP-NAME TO WS-VAR-EMP-NAME                      10245645
102457         MOVE 'NET' TO WS-VAR-ITEM                                10245745
102458         MOVE PH-NET TO WS-VAR-PRIOR                              10245845
102459         MOVE ZERO TO WS-VAR-CURR                                 10245945
102460         MOVE 'NOT PAID THIS RUN' TO WS-VAR-FLAG-TEXT             10246045
102461         PERFORM WRITE-PVAR-LINE-PARA                             10246145
102462     END-IF.                                                      10246245
102463*                                                                 10246345
102464 SKIP-PAID-PARA.                                                  10246445
102465     ADD 1 TO WS-PAID-SUB.                                        10246545
102466*                                                                 10246645
102467 TERMINATION-PARA.                                                10246700
102468     IF LFILE-OPEN                                                10246800
102500         CLOSE P26LFILE                                           10250000
102600     END-IF                                                       10260000
102700     IF SFILE-OPEN                                                10270000
103900     IF HRF-OPEN                                                  10390000
104000         CLOSE P26HRF                                             10400000
104100     END-IF                                                       10410000
104110     IF DOCF-OPEN                                                 10411053
104120         CLOSE P26DOCF                                            10412053
104130     END-IF                                                       10413053
104140     IF EXPF-OPEN                                                 10414056
104150         CLOSE P26EXPF                                            10415056
104160     END-IF                                                       10416056
104170     IF PCHF-OPEN                                                 10417058
104180         CLOSE P26PCHF                                            10418058
104190     END-IF                                                       10419058
104200     CLOSE P26TSEX                                                10420000
104300     IF DFILE-OPEN                                                10430000
104400         CLOSE P26DFILE                                           10440000
104700     IF LNF-OPEN                                                  10470000
104800         CLOSE P26LNF                                             10480000
104900     END-IF                                                       10490000
105000     IF PHIST-OPEN                                                10500045
105010         CLOSE P26PHIST                                           10501045
105020     END-IF                                                       10502045
105022     IF PHDF-OPEN                                                 10502248
105024         CLOSE P26PHDF                                            10502448
105026     END-IF                                                       10502648
105027     SET YTP-CLOSE TO TRUE                                        10502768
105028     CALL 'P26YTDUP' USING YTD-POST-AREA                          10502868
105030     IF PVAR-OPEN                                                 10503045
105040         CLOSE P26PVAR                                            10504045
105050     END-IF                                                       10505045
105100     CLOSE P26PCYC.                                               10510000
105200*                                                                 10520000
105300 REGISTER-START-PARA.                                             10530000
105400     SET RCA-START TO TRUE                                        10540000
105500     IF PREVIEW-RUN                                               10550045
105510         MOVE 'P26BP08P' TO RCA-JOB-NAME                          10551045
105520     ELSE                                                         10552045
105530         MOVE 'P26BP08' TO RCA-JOB-NAME                           10553045
105540     END-IF                                                       10554045
105545     IF WS-PAY-GROUP NOT = SPACES                                 10554567
105550         IF PREVIEW-RUN                                           10555067
105555             STRING 'P26P08' WS-PAY-GROUP                         10555567
105560                 DELIMITED BY SIZE INTO RCA-JOB-NAME              10556067
105565         ELSE                                                     10556567
105570             STRING 'P26B08' WS-PAY-GROUP                         10557067
105575                 DELIMITED BY SIZE INTO RCA-JOB-NAME              10557567
105580         END-IF                                                   10558067
105585     END-IF                                                       10558567
105600     MOVE SPACES TO RCA-BUS-DATE                                  10560000
105700     MOVE 'P26BP40 ' TO RCA-PRED-JOB                              10570000
105800     MOVE SPACES TO RCA-OVERRIDE                                  10580000
107300*                                                                 10730000
107400 CHECK-ACTIVE-PARA.                                               10740000
107500     MOVE 'Y' TO WS-ACTIVE-FLAG                                   10750000
107550     MOVE 'N' TO WS-STS-FOUND-FLAG                                10755046
107560     MOVE SPACES TO WS-EMP-PAY-GROUP                              10756067
107600     IF SFILE-OPEN                                                10760000
107700         MOVE EMP-ID TO STS-EMP-ID                                10770000
107800         READ P26SFILE                                            10780000
107900             INVALID KEY                                          10790000
108000                 CONTINUE                                         10800000
108100             NOT INVALID KEY                                      10810000
108150                 SET STS-FOUND TO TRUE                            10815046
108160                 MOVE STS-PAY-GROUP TO WS-EMP-PAY-GROUP           10816067
108200                 IF STS-TERMINATED                                10820000
108300                     MOVE 'N' TO WS-ACTIVE-FLAG                   10830000
108400                 END-IF                                           10840000
108500         END-READ                                                 10850000
108600     END-IF                                                       10860067
108700     IF WS-EMP-PAY-GROUP NOT = WS-PAY-GROUP                       10870067
108800         MOVE 'N' TO WS-ACTIVE-FLAG                               10880067
108900     END-IF.                                                      10890067
