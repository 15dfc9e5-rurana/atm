002500     SELECT P26BALP ASSIGN TO P26BALP                             00250000
002600         ORGANIZATION IS LINE SEQUENTIAL                          00260000
002700         FILE STATUS IS WS-BALP-STATUS.                           00270000
002710     SELECT P26CHQF ASSIGN TO P26CHQF                             00271062
002720         ORGANIZATION IS INDEXED                                  00272062
002730         ACCESS MODE IS DYNAMIC                                   00273062
002740         RECORD KEY IS CHQ-KEY                                    00274062
002750         FILE STATUS IS WS-CHQF-STATUS.                           00275062
002800*                                                                 00280000
002900 DATA DIVISION.                                                   00290000
003000 FILE SECTION.                                                    00300000
004000     03  PPARM-PERIOD        PIC X(06).                           00400000
004100     03  FILLER              PIC X(01).                           00410000
004200     03  PPARM-RUN-TYPE      PIC X(01).                           00420000
004300     03  FILLER              PIC X(05).                           00430067
004310     03  PPARM-PAY-GROUP     PIC X(02).                           00431067
004320     03  FILLER              PIC X(65).                           00432067
004400 FD  P26DDEP                                                      00440000
004500     LABEL RECORDS ARE STANDARD.                                  00450000
004600 01  DDEP-RECORD.                                                 00460000
007100 FD  P26BALP                                                      00710000
007200     LABEL RECORDS ARE STANDARD.                                  00720000
007300 01  BALP-LINE               PIC X(132).                          00730000
007310 FD  P26CHQF                                                      00731062
007320     LABEL RECORDS ARE STANDARD.                                  00732062
007330     COPY P26CHQR.                                                00733062
007400*                                                                 00740000
007500 WORKING-STORAGE SECTION.                                         00750000
007600 01  WS-PHIST-STATUS         PIC X(02) VALUE SPACES.              00760000
008600 01  WS-GLPF-STATUS          PIC X(02) VALUE SPACES.              00860000
008700     88  GLPF-MISSING                VALUE '35'.                  00870000
008800 01  WS-BALP-STATUS          PIC X(02) VALUE SPACES.              00880000
008810 01  WS-CHQF-STATUS         PIC X(02) VALUE SPACES.               00881062
008820     88  CHQF-MISSING                VALUE '35'.                  00882062
008830 01  WS-CHQF-DONE-FLAG       PIC X(01) VALUE 'N'.                 00883062
008840     88  CHQF-DONE                   VALUE 'Y'.                   00884062
008900 01  WS-HIST-DONE-FLAG       PIC X(01) VALUE 'N'.                 00890000
009000     88  HIST-DONE                   VALUE 'Y'.                   00900000
009100 01  WS-DDEP-EOF-FLAG        PIC X(01) VALUE 'N'.                 00910000
009900 01  WS-TRL-FOUND-FLAG       PIC X(01) VALUE 'N'.                 00990000
010000     88  TRAILER-FOUND               VALUE 'Y'.                   01000000
010100 01  WS-PERIOD               PIC X(06) VALUE SPACES.              01010000
010110 01  WS-PAY-GROUP            PIC X(02) VALUE SPACES.              01011067
010120 01  WS-GRP-DONE-FLAG        PIC X(01) VALUE 'N'.                 01012067
010130     88  GRP-DONE                    VALUE 'Y'.                   01013067
010200 01  WS-RUN-TYPE             PIC X(01) VALUE 'R'.                 01020000
010300 01  WS-HEADER-EMP-ID        PIC X(05) VALUE '00000'.             01030000
010400 01  WS-TRAILER-EMP-ID       PIC X(05) VALUE '99999'.             01040000
010500 01  WS-DTL-GROSS            PIC 9(09)V99 VALUE ZERO.             01050000
010600 01  WS-DTL-TAX              PIC 9(09)V99 VALUE ZERO.             01060000
010700 01  WS-DTL-OTH              PIC 9(09)V99 VALUE ZERO.             01070000
010750 01  WS-DTL-EMPR            PIC 9(09)V99 VALUE ZERO.              01075051
010800 01  WS-DTL-NET              PIC S9(09)V99 VALUE ZERO.            01080000
010850 01  WS-DTL-EXP              PIC 9(09)V99 VALUE ZERO.             01085056
010900 01  WS-MANUAL-NET           PIC S9(09)V99 VALUE ZERO.            01090000
010910 01  WS-CHEQUE-NET           PIC S9(09)V99 VALUE ZERO.            01091062
010920 01  WS-CHEQUE-COUNT         PIC 9(06) VALUE ZERO.                01092062
010930 01  WS-RETURN-CHQ-NET       PIC S9(09)V99 VALUE ZERO.            01093062
010940 01  WS-RETURN-CHQ-COUNT     PIC 9(06) VALUE ZERO.                01094062
011000 01  WS-TRL-GROSS            PIC 9(09)V99 VALUE ZERO.             01100000
011100 01  WS-TRL-TAX              PIC 9(09)V99 VALUE ZERO.             01110000
011200 01  WS-TRL-DEDN             PIC 9(09)V99 VALUE ZERO.             01120000
011300 01  WS-TRL-NET              PIC S9(09)V99 VALUE ZERO.            01130000
011350 01  WS-TRL-EXP              PIC 9(09)V99 VALUE ZERO.             01135056
011400 01  WS-BANK-TOTAL           PIC 9(11)V99 VALUE ZERO.             01140000
011500 01  WS-BANK-COUNT           PIC 9(06) VALUE ZERO.                01150000
011600 01  WS-FILE-TRL-COUNT       PIC 9(06) VALUE ZERO.                01160000
011700 01  WS-FILE-TRL-HASH        PIC 9(11)V99 VALUE ZERO.             01170000
011800 01  WS-GL-DEBITS            PIC 9(11)V99 VALUE ZERO.             01180000
011900 01  WS-GL-CREDITS           PIC 9(11)V99 VALUE ZERO.             01190000
011910 01  WS-GL-SAL-EXP           PIC S9(11)V99 VALUE ZERO.            01191051
011920 01  WS-GL-EMPR-EXP          PIC S9(11)V99 VALUE ZERO.            01192051
011930 01  WS-GL-DEDN-PAY          PIC S9(11)V99 VALUE ZERO.            01193051
011980 01  WS-GL-EXP-REIMB         PIC S9(11)V99 VALUE ZERO.            01198056
012000 01  WS-CHECK-A              PIC S9(11)V99 VALUE ZERO.            01200000
012100 01  WS-CHECK-B              PIC S9(11)V99 VALUE ZERO.            01210000
012200 01  WS-CURRENT-DATE.                                             01220000
012700     03  FILLER              PIC X(46) VALUE                      01270000
012800         'P26BP29  PAYROLL BALANCING PROOF FOR PERIOD   '.        01280000
012900     03  HL-PERIOD           PIC X(06).                           01290000
012910     03  FILLER              PIC X(12) VALUE '  PAY GROUP '.      01291067
012920     03  HL-PAY-GROUP        PIC X(02).                           01292067
013000 01  WS-PROOF-LINE.                                               01300000
013100     03  PL-LABEL            PIC X(36).                           01310000
013200     03  PL-AMOUNT-1         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.              01320000
013800*                                                                 01380000
013900 PROCEDURE DIVISION.                                              01390000
014000 MAIN-PARA.                                                       01400000
014050     PERFORM READ-PPARM-PARA                                      01405067
014100     PERFORM REGISTER-START-PARA                                  01410000
014200     PERFORM INITIALIZATION-PARA                                  01420000
014300     PERFORM SUM-HISTORY-PARA                                     01430000
014400     PERFORM READ-TRAILER-PARA                                    01440000
014500     PERFORM SUM-BANK-FILE-PARA                                   01450000
014550     PERFORM SUM-CHEQUE-PARA                                      01455062
014600     PERFORM SUM-GL-FILE-PARA                                     01460000
014700     PERFORM PROVE-PARA                                           01470000
014800     PERFORM TERMINATION-PARA                                     01480000
015100*                                                                 01510000
015200 INITIALIZATION-PARA.                                             01520000
015300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    01530000
016600     IF WS-PERIOD = SPACES                                        01660000
016650        AND WS-PAY-GROUP = SPACES                                 01665067
016700         MOVE WS-CURRENT-DATE(1:6) TO WS-PERIOD                   01670000
016800     END-IF                                                       01680000
016810     IF WS-PERIOD = SPACES                                        01681067
016820         PERFORM FIND-GROUP-PERIOD-PARA                           01682067
016830     END-IF                                                       01683067
016900     OPEN OUTPUT P26BALP                                          01690000
017000     MOVE WS-PERIOD TO HL-PERIOD                                  01700000
017050     MOVE WS-PAY-GROUP TO HL-PAY-GROUP                            01705067
017100     MOVE WS-HEADING-LINE TO BALP-LINE                            01710000
017200     WRITE BALP-LINE                                              01720000
017300     OPEN INPUT P26PHIST                                          01730000
018100     IF NOT BFILE-MISSING                                         01810000
018200         SET BFILE-OPEN TO TRUE                                   01820000
018300     END-IF.                                                      01830000
018301*                                                                 01830167
018302 READ-PPARM-PARA.                                                 01830267
018303     MOVE SPACES TO WS-PERIOD WS-PAY-GROUP                        01830367
018304     OPEN INPUT P26PPARM                                          01830467
018305     IF NOT PPARM-MISSING                                         01830567
018306         READ P26PPARM                                            01830667
018307             AT END                                               01830767
018308                 MOVE SPACES TO PPARM-RECORD                      01830867
018309         END-READ                                                 01830967
018310         MOVE PPARM-PERIOD TO WS-PERIOD                           01831067
018311         MOVE PPARM-PAY-GROUP TO WS-PAY-GROUP                     01831167
018312         IF PPARM-RUN-TYPE = 'S'                                  01831267
018313             MOVE 'S' TO WS-RUN-TYPE                              01831367
018314         END-IF                                                   01831467
018315         CLOSE P26PPARM                                           01831567
018316     END-IF.                                                      01831667
018317*                                                                 01831767
018318 FIND-GROUP-PERIOD-PARA.                                          01831867
018319     OPEN INPUT P26PHIST                                          01831967
018320     IF NOT PHIST-MISSING                                         01832067
018321         MOVE 'N' TO WS-GRP-DONE-FLAG                             01832167
018322         MOVE '99999' TO PH-EMP-ID                                01832267
018323         MOVE LOW-VALUES TO PH-PERIOD PH-RUN-TYPE                 01832367
018324         START P26PHIST KEY IS NOT LESS THAN PH-KEY               01832467
018325             INVALID KEY                                          01832567
018326                 SET GRP-DONE TO TRUE                             01832667
018327         END-START                                                01832767
018328         PERFORM FIND-GROUP-PERIOD-NEXT-PARA                      01832867
018329             UNTIL GRP-DONE                                       01832967
018330         CLOSE P26PHIST                                           01833067
018331     END-IF                                                       01833167
018332     IF WS-PERIOD = SPACES                                        01833267
018333         DISPLAY 'P26BP29 NO CLOSED PERIOD FOR PAY GROUP '        01833367
018334             WS-PAY-GROUP                                         01833467
018335     END-IF.                                                      01833567
018336*                                                                 01833667
018337 FIND-GROUP-PERIOD-NEXT-PARA.                                     01833767
018338     READ P26PHIST NEXT RECORD                                    01833867
018339         AT END                                                   01833967
018340             SET GRP-DONE TO TRUE                                 01834067
018341     END-READ                                                     01834167
018342     IF NOT GRP-DONE                                              01834267
018343         IF PH-EMP-ID NOT = '99999'                               01834367
018344             SET GRP-DONE TO TRUE                                 01834467
018345         ELSE                                                     01834567
018346             IF PH-TRAILER-REC AND PH-REGULAR-RUN                 01834667
018347                AND PH-PERIOD-CLOSED                              01834767
018348                AND PH-PAY-GROUP = WS-PAY-GROUP                   01834867
018349                 MOVE PH-PERIOD TO WS-PERIOD                      01834967
018350             END-IF                                               01835067
018351         END-IF                                                   01835167
018352     END-IF.                                                      01835267
018400*                                                                 01840000
018500 SUM-HISTORY-PARA.                                                01850000
018600     IF NOT HIST-DONE                                             01860000
020200        AND PH-PERIOD = WS-PERIOD                                 02020000
020300        AND PH-RUN-TYPE = WS-RUN-TYPE                             02030000
020400        AND PH-DETAIL-REC                                         02040000
020450        AND PH-PAY-GROUP = WS-PAY-GROUP                           02045067
020500         ADD PH-GROSS TO WS-DTL-GROSS                             02050000
020600         ADD PH-TAX TO WS-DTL-TAX                                 02060000
020700         ADD PH-OTH-DEDN TO WS-DTL-OTH                            02070000
020710         IF PH-EMPR-CONT NUMERIC                                  02071051
020720             ADD PH-EMPR-CONT TO WS-DTL-EMPR                      02072051
020730         END-IF                                                   02073051
020800         ADD PH-NET TO WS-DTL-NET                                 02080000
020810         IF PH-EXP-REIMB NUMERIC                                  02081056
020820             ADD PH-EXP-REIMB TO WS-DTL-EXP                       02082056
020830         END-IF                                                   02083056
020900         PERFORM CHECK-MANUAL-PARA                                02090000
021000     END-IF.                                                      02100000
021100*                                                                 02110000
023800                 MOVE PH-TOT-TAX TO WS-TRL-TAX                    02380000
023900                 MOVE PH-TOT-DEDN TO WS-TRL-DEDN                  02390000
024000                 MOVE PH-TOT-NET TO WS-TRL-NET                    02400000
024010                 IF PH-TOT-EXP NUMERIC                            02401056
024020                     MOVE PH-TOT-EXP TO WS-TRL-EXP                02402056
024030                 END-IF                                           02403056
024100         END-READ                                                 02410000
024200     END-IF                                                       02420000
024300     IF NOT TRAILER-FOUND                                         02430000
030300     ELSE                                                         03030000
030400         ADD GLP-AMOUNT TO WS-GL-CREDITS                          03040000
030500     END-IF                                                       03050000
030504     EVALUATE GLP-ACCOUNT                                         03050451
030508         WHEN 'SALEXP  '                                          03050851
030512             IF GLP-DC = 'D'                                      03051251
030516                 ADD GLP-AMOUNT TO WS-GL-SAL-EXP                  03051651
030520             ELSE                                                 03052051
030524                 SUBTRACT GLP-AMOUNT FROM WS-GL-SAL-EXP           03052451
030528             END-IF                                               03052851
030532         WHEN 'EMPRCEXP'                                          03053251
030536             IF GLP-DC = 'D'                                      03053651
030540                 ADD GLP-AMOUNT TO WS-GL-EMPR-EXP                 03054051
030544             ELSE                                                 03054451
030548                 SUBTRACT GLP-AMOUNT FROM WS-GL-EMPR-EXP          03054851
030552             END-IF                                               03055251
030556         WHEN 'DEDNPAY '                                          03055651
030560             IF GLP-DC = 'C'                                      03056051
030564                 ADD GLP-AMOUNT TO WS-GL-DEDN-PAY                 03056451
030568             ELSE                                                 03056851
030572                 SUBTRACT GLP-AMOUNT FROM WS-GL-DEDN-PAY          03057251
030576             END-IF                                               03057651
030578         WHEN 'EXPREIMB'                                          03057856
030580             IF GLP-DC = 'D'                                      03058056
030582                 ADD GLP-AMOUNT TO WS-GL-EXP-REIMB                03058256
030584             ELSE                                                 03058456
030586                 SUBTRACT GLP-AMOUNT FROM WS-GL-EXP-REIMB         03058656
030588             END-IF                                               03058856
030590     END-EVALUATE                                                 03059051
030600     PERFORM READ-GLPF-PARA.                                      03060000
030700*                                                                 03070000
030702 SUM-CHEQUE-PARA.                                                 03070262
030704     OPEN INPUT P26CHQF                                           03070462
030706     IF NOT CHQF-MISSING                                          03070662
030708         MOVE LOW-VALUES TO CHQ-KEY                               03070862
030710         START P26CHQF KEY IS NOT LESS THAN CHQ-KEY               03071062
030712             INVALID KEY                                          03071262
030714                 SET CHQF-DONE TO TRUE                            03071462
030716         END-START                                                03071662
030718         PERFORM SUM-ONE-CHEQUE-PARA                              03071862
030720             UNTIL CHQF-DONE                                      03072062
030722         CLOSE P26CHQF                                            03072262
030724     END-IF.                                                      03072462
030726*                                                                 03072662
030728 SUM-ONE-CHEQUE-PARA.                                             03072862
030730     READ P26CHQF NEXT RECORD                                     03073062
030732         AT END                                                   03073262
030734             SET CHQF-DONE TO TRUE                                03073462
030736     END-READ                                                     03073662
030738     IF NOT CHQF-DONE                                             03073862
030740        AND CHQ-PERIOD = WS-PERIOD                                03074062
030742        AND CHQ-RUN-TYPE = WS-RUN-TYPE                            03074262
030744        AND CHQ-ISSUED                                            03074462
030746         IF CHQ-RETURNED                                          03074662
030748             ADD 1 TO WS-RETURN-CHQ-COUNT                         03074862
030750             ADD CHQ-AMOUNT TO WS-RETURN-CHQ-NET                  03075062
030752         ELSE                                                     03075262
030754             ADD 1 TO WS-CHEQUE-COUNT                             03075462
030756             ADD CHQ-AMOUNT TO WS-CHEQUE-NET                      03075662
030758         END-IF                                                   03075862
030760     END-IF.                                                      03076062
030762*                                                                 03076262
030800 PROVE-PARA.                                                      03080000
030900     MOVE SPACES TO BALP-LINE                                     03090000
031000     WRITE BALP-LINE                                              03100000
031800     MOVE WS-TRL-NET TO PL-AMOUNT-2                               03180000
031900     COMPUTE WS-CHECK-A = WS-DTL-NET - WS-TRL-NET                 03190000
032000     PERFORM VERDICT-PARA                                         03200000
032100     MOVE 'GROSS + EXPENSES VS TAX + DEDN + NET' TO PL-LABEL      03210056
032200     COMPUTE PL-AMOUNT-1 = WS-TRL-GROSS + WS-TRL-EXP              03220056
032300     COMPUTE WS-CHECK-B = WS-TRL-DEDN + WS-TRL-NET                03230000
032400     MOVE WS-CHECK-B TO PL-AMOUNT-2                               03240000
032500     COMPUTE WS-CHECK-A = WS-TRL-GROSS + WS-TRL-EXP               03250056
032550         - WS-CHECK-B                                             03255056
032600     PERFORM VERDICT-PARA                                         03260000
032610     IF CHQF-MISSING                                              03261062
032620         MOVE 'NET VS BANK CREDITS + MANUAL PAYS   ' TO PL-LABEL  03262062
032630         COMPUTE WS-CHECK-B = WS-BANK-TOTAL + WS-MANUAL-NET       03263062
032640     ELSE                                                         03264062
032650         MOVE 'NET VS BANK CREDITS + CHEQUES ISSUED' TO PL-LABEL  03265062
032660         COMPUTE WS-CHECK-B = WS-BANK-TOTAL + WS-CHEQUE-NET       03266062
032670     END-IF                                                       03267062
032680     MOVE WS-DTL-NET TO PL-AMOUNT-1                               03268062
032690     MOVE WS-CHECK-B TO PL-AMOUNT-2                               03269062
032700     COMPUTE WS-CHECK-A = WS-DTL-NET - WS-CHECK-B                 03270062
032710     PERFORM VERDICT-PARA                                         03271062
032720     IF NOT CHQF-MISSING                                          03272062
032730         MOVE 'RETURNED CREDITS REPAID BY CHEQUE   ' TO PL-LABEL  03273062
032740         MOVE WS-RETURN-CHQ-NET TO PL-AMOUNT-1                    03274062
032750         MOVE WS-RETURN-CHQ-COUNT TO PL-AMOUNT-2                  03275062
032760         MOVE 'INFORMATION     ' TO PL-VERDICT                    03276062
032770         MOVE WS-PROOF-LINE TO BALP-LINE                          03277062
032780         WRITE BALP-LINE                                          03278062
032790     END-IF                                                       03279062
033300     MOVE 'BANK FILE HASH VS CREDITS SUMMED    ' TO PL-LABEL      03330000
033400     MOVE WS-FILE-TRL-HASH TO PL-AMOUNT-1                         03340000
033500     MOVE WS-BANK-TOTAL TO PL-AMOUNT-2                            03350000
033900     MOVE WS-GL-DEBITS TO PL-AMOUNT-1                             03390000
034000     MOVE WS-GL-CREDITS TO PL-AMOUNT-2                            03400000
034100     COMPUTE WS-CHECK-A = WS-GL-DEBITS - WS-GL-CREDITS            03410000
034200     PERFORM VERDICT-PARA                                         03420051
034205     IF NOT GLPF-MISSING                                          03420551
034210         MOVE 'GL SALARY EXPENSE VS DETAIL GROSS   ' TO PL-LABEL  03421051
034215         MOVE WS-GL-SAL-EXP TO PL-AMOUNT-1                        03421551
034220         MOVE WS-DTL-GROSS TO PL-AMOUNT-2                         03422051
034225         COMPUTE WS-CHECK-A = WS-GL-SAL-EXP - WS-DTL-GROSS        03422551
034230         PERFORM VERDICT-PARA                                     03423051
034235         MOVE 'GL EMPLOYER EXPENSE VS DETAIL EMPR  ' TO PL-LABEL  03423551
034240         MOVE WS-GL-EMPR-EXP TO PL-AMOUNT-1                       03424051
034245         MOVE WS-DTL-EMPR TO PL-AMOUNT-2                          03424551
034250         COMPUTE WS-CHECK-A = WS-GL-EMPR-EXP - WS-DTL-EMPR        03425051
034255         PERFORM VERDICT-PARA                                     03425551
034260         MOVE 'GL DEDUCTION CREDITS VS DETAIL OTHER' TO PL-LABEL  03426051
034265         MOVE WS-GL-DEDN-PAY TO PL-AMOUNT-1                       03426551
034270         MOVE WS-DTL-OTH TO PL-AMOUNT-2                           03427051
034275         COMPUTE WS-CHECK-A = WS-GL-DEDN-PAY - WS-DTL-OTH         03427551
034280         PERFORM VERDICT-PARA                                     03428051
034282         MOVE 'GL EXPENSE REIMB VS DETAIL EXPENSES ' TO PL-LABEL  03428256
034284         MOVE WS-GL-EXP-REIMB TO PL-AMOUNT-1                      03428456
034286         MOVE WS-DTL-EXP TO PL-AMOUNT-2                           03428656
034288         COMPUTE WS-CHECK-A = WS-GL-EXP-REIMB - WS-DTL-EXP        03428856
034290         PERFORM VERDICT-PARA                                     03429056
034292     END-IF.                                                      03429251
034300*                                                                 03430000
034400 VERDICT-PARA.                                                    03440000
034500     IF WS-CHECK-A = ZERO                                         03450000
037500 REGISTER-START-PARA.                                             03750000
037600     SET RCA-START TO TRUE                                        03760000
037700     MOVE 'P26BP29' TO RCA-JOB-NAME                               03770000
037710     IF WS-PAY-GROUP NOT = SPACES                                 03771067
037720         STRING 'P26B29' WS-PAY-GROUP                             03772067
037730             DELIMITED BY SIZE INTO RCA-JOB-NAME                  03773067
037740     END-IF                                                       03774067
037800     MOVE SPACES TO RCA-BUS-DATE                                  03780000
037900     MOVE SPACES TO RCA-PRED-JOB                                  03790000
038000     MOVE SPACES TO RCA-OVERRIDE                                  03800000
