000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP67.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26AVPARM ASSIGN TO P26AVPARM                         00060000
000700         ORGANIZATION IS LINE SEQUENTIAL                          00070000
000800         FILE STATUS IS WS-AVPARM-STATUS.                         00080000
000900     SELECT P26ARVF ASSIGN TO P26ARVF                             00090000
001000         ORGANIZATION IS INDEXED                                  00100000
001100         ACCESS MODE IS DYNAMIC                                   00110000
001200         RECORD KEY IS ARV-KEY                                    00120000
001300         FILE STATUS IS WS-ARVF-STATUS.                           00130000
001400     SELECT P26AUDIT ASSIGN TO P26AUDIT                           00140000
001500         ORGANIZATION IS INDEXED                                  00150000
001600         ACCESS MODE IS DYNAMIC                                   00160000
001700         RECORD KEY IS AUD-KEY                                    00170000
001800         FILE STATUS IS WS-AUDIT-STATUS.                          00180000
001900     SELECT P26AVRP ASSIGN TO P26AVRP                             00190000
002000         ORGANIZATION IS LINE SEQUENTIAL                          00200000
002100         FILE STATUS IS WS-AVRP-STATUS.                           00210000
002200*                                                                 00220000
002300 DATA DIVISION.                                                   00230000
002400 FILE SECTION.                                                    00240000
002500 FD  P26AVPARM                                                    00250000
002600     LABEL RECORDS ARE STANDARD.                                  00260000
002700 01  AVPARM-RECORD.                                               00270000
002800     03  AVP-EMP-ID          PIC X(05).                           00280000
002900     03  FILLER              PIC X(75).                           00290000
003000 FD  P26ARVF                                                      00300000
003100     LABEL RECORDS ARE STANDARD.                                  00310000
003200     COPY P26ARVR.                                                00320000
003300 FD  P26AUDIT                                                     00330000
003400     LABEL RECORDS ARE STANDARD.                                  00340000
003500     COPY P26AUDR.                                                00350000
003600 FD  P26AVRP                                                      00360000
003700     LABEL RECORDS ARE STANDARD.                                  00370000
003800 01  AVRP-LINE               PIC X(132).                          00380000
003900*                                                                 00390000
004000 WORKING-STORAGE SECTION.                                         00400000
004100 01  WS-AVPARM-STATUS        PIC X(02) VALUE SPACES.              00410000
004200     88  AVPARM-MISSING              VALUE '35'.                  00420000
004300 01  WS-ARVF-STATUS          PIC X(02) VALUE SPACES.              00430000
004400     88  ARVF-MISSING                VALUE '35'.                  00440000
004500 01  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.              00450000
004600     88  AUDIT-MISSING               VALUE '35'.                  00460000
004700 01  WS-AVRP-STATUS          PIC X(02) VALUE SPACES.              00470000
004800 01  WS-ABORT-FLAG           PIC X(01) VALUE 'N'.                 00480000
004900     88  REPORT-ABORTED              VALUE 'Y'.                   00490000
005000 01  WS-BROWSE-FLAG          PIC X(01) VALUE 'N'.                 00500000
005100     88  BROWSE-DONE                 VALUE 'Y'.                   00510000
005200 01  WS-EMP-ID               PIC X(05) VALUE SPACES.              00520000
005300 01  WS-SECTION-FILE         PIC X(08) VALUE SPACES.              00530000
005400 01  WS-COL-HEADING          PIC X(132) VALUE SPACES.             00540000
005500 01  WS-LINE-COUNT           PIC 9(06) VALUE ZERO.                00550000
005600 01  WS-ITEM-COUNT           PIC 9(05) VALUE ZERO.                00560000
005700 01  WS-FILE-IX              PIC 9(02) VALUE ZERO.                00570000
005750 01  WS-IMAGE-POS            PIC 9(03) VALUE ZERO.                00575069
005800 01  WS-FILE-NAME-DATA.                                           00580000
005900     03  FILLER              PIC X(08) VALUE 'P26MFILE'.          00590000
006000     03  FILLER              PIC X(08) VALUE 'P26AFILE'.          00600000
006100     03  FILLER              PIC X(08) VALUE 'P26SFILE'.          00610000
006200     03  FILLER              PIC X(08) VALUE 'P26CTF  '.          00620000
006300     03  FILLER              PIC X(08) VALUE 'P26BFILE'.          00630000
006400     03  FILLER              PIC X(08) VALUE 'P26DFILE'.          00640000
006500     03  FILLER              PIC X(08) VALUE 'P26LFILE'.          00650000
006600     03  FILLER              PIC X(08) VALUE 'P26LNF  '.          00660000
006700     03  FILLER              PIC X(08) VALUE 'P26PHIST'.          00670000
006710     03  FILLER              PIC X(08) VALUE 'P26PHDF '.          00671069
006720     03  FILLER              PIC X(08) VALUE 'P26YTDF '.          00672069
006730     03  FILLER              PIC X(08) VALUE 'P26ENRF '.          00673069
006740     03  FILLER              PIC X(08) VALUE 'P26LDF  '.          00674069
006750     03  FILLER              PIC X(08) VALUE 'P26DOCF '.          00675069
006760     03  FILLER              PIC X(08) VALUE 'P26EXPF '.          00676069
006770     03  FILLER              PIC X(08) VALUE 'P26APRF '.          00677069
006780     03  FILLER              PIC X(08) VALUE 'P26PCHF '.          00678069
006790     03  FILLER              PIC X(08) VALUE 'P26FCHF '.          00679069
006791     03  FILLER              PIC X(08) VALUE 'P26EFILE'.          00679169
006792     03  FILLER              PIC X(08) VALUE 'P26TSF  '.          00679269
006793     03  FILLER              PIC X(08) VALUE 'P26HRF  '.          00679369
006794     03  FILLER              PIC X(08) VALUE 'P26LRQF '.          00679469
006795     03  FILLER              PIC X(08) VALUE 'P26SUPF '.          00679569
006800 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-DATA.              00680000
006900     03  WS-FILE-NAME        PIC X(08) OCCURS 23 TIMES.           00690069
007000 01  WS-ACCT-SPACES          PIC 9(02) VALUE ZERO.                00700000
007100 01  WS-ACCT-LEN             PIC 9(02) VALUE ZERO.                00710000
007200 01  WS-ACCT-START           PIC 9(02) VALUE ZERO.                00720000
007300 01  WS-MASKED-ACCT          PIC X(12) VALUE SPACES.              00730000
007400 01  WS-CURRENT-DATE.                                             00740000
007500     03  WS-CURR-YY          PIC 9(04).                           00750000
007600     03  WS-CURR-MM          PIC 9(02).                           00760000
007700     03  WS-CURR-DD          PIC 9(02).                           00770000
007800 01  WS-CURRENT-TIME         PIC 9(08).                           00780000
007900 01  WS-RUN-DATE-OUT         PIC X(10) VALUE SPACES.              00790000
008000 01  WS-MONEY-ED             PIC Z,ZZZ,ZZ9.99-.                   00800000
008100 01  WS-HASH-ED              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00810000
008200 01  WS-DAYS-ED              PIC ZZ9.9.                           00820000
008300 01  WS-COUNT-ED             PIC ZZZZ9.                           00830000
008400     COPY EMPMSTR.                                                00840000
008500     COPY EMPREC REPLACING                                        00850000
008600         ==EMPLOYEE-RECORD== BY ==A-EMPLOYEE-RECORD==             00860000
008700         ==EMP-ID==          BY ==AEMP-ID==                       00870000
008800         ==EMP-NAME==        BY ==AEMP-NAME==                     00880000
008900         ==EMP-TECH==        BY ==AEMP-TECH==                     00890000
009000         ==EMP-LOC==         BY ==AEMP-LOC==                      00900000
009100         ==EMP-DOB==         BY ==AEMP-DOB==                      00910000
009200         ==EMP-EARN==        BY ==AEMP-EARN==                     00920000
009300         ==EMP-DEDN==        BY ==AEMP-DEDN==                     00930000
009400         ==EMP-UPD-DATE==    BY ==AEMP-UPD-DATE==                 00940000
009500         ==EMP-UPD-TIME==    BY ==AEMP-UPD-TIME==                 00950000
009600         ==EMP-UPD-TERM==    BY ==AEMP-UPD-TERM==.                00960000
009700     COPY P26STR.                                                 00970000
009800     COPY P26CTR.                                                 00980000
009900     COPY P26BNKR.                                                00990000
010000     COPY P26DEDR.                                                01000000
010100     COPY P26LVR.                                                 01010000
010200     COPY P26LNR.                                                 01020000
010300     COPY P26PHR.                                                 01030000
010400 01  WS-HEADING-LINE.                                             01040000
010500     03  FILLER              PIC X(36) VALUE                      01050000
010600         'P26BP67  ARCHIVED EMPLOYEE RECORD  '.                   01060000
010700     03  FILLER              PIC X(10) VALUE 'PRODUCED  '.        01070000
010800     03  HD-DATE             PIC X(10).                           01080000
010900     03  FILLER              PIC X(01) VALUE SPACES.              01090000
011000     03  HD-TIME             PIC 9(08).                           01100000
011100 01  WS-SECTION-LINE.                                             01110000
011200     03  FILLER              PIC X(04) VALUE '*** '.              01120000
011300     03  SL-TITLE            PIC X(30).                           01130000
011400 01  WS-LABEL-LINE.                                               01140000
011500     03  FILLER              PIC X(04) VALUE SPACES.              01150000
011600     03  LBL-TEXT            PIC X(20).                           01160000
011700     03  FILLER              PIC X(02) VALUE SPACES.              01170000
011800     03  LBL-VALUE           PIC X(60).                           01180000
011900 01  WS-DED-HEADING          PIC X(132) VALUE                     01190000
012000     '    TYPE  DESCRIPTION           M         AMOUNT  START     01200000
012100-    '     STOP      C        ARREARS'.                           01210000
012200 01  WS-DED-LINE.                                                 01220000
012300     03  FILLER              PIC X(04) VALUE SPACES.              01230000
012400     03  DL-TYPE             PIC X(04).                           01240000
012500     03  FILLER              PIC X(02) VALUE SPACES.              01250000
012600     03  DL-DESC             PIC X(20).                           01260000
012700     03  FILLER              PIC X(02) VALUE SPACES.              01270000
012800     03  DL-METHOD           PIC X(01).                           01280000
012900     03  FILLER              PIC X(02) VALUE SPACES.              01290000
013000     03  DL-AMOUNT           PIC Z,ZZZ,ZZ9.99.                    01300000
013100     03  FILLER              PIC X(02) VALUE SPACES.              01310000
013200     03  DL-START            PIC X(08).                           01320000
013300     03  FILLER              PIC X(02) VALUE SPACES.              01330000
013400     03  DL-STOP             PIC X(08).                           01340000
013500     03  FILLER              PIC X(02) VALUE SPACES.              01350000
013600     03  DL-CLASS            PIC X(01).                           01360000
013700     03  FILLER              PIC X(02) VALUE SPACES.              01370000
013800     03  DL-ARREARS          PIC Z,ZZZ,ZZ9.99.                    01380000
013900 01  WS-LOAN-HEADING         PIC X(132) VALUE                     01390000
014000     '    NO  DESCRIPTION              PRINCIPAL  INSTALMENT      01400000
014100-    '      BALANCE  START   S'.                                  01410000
014200 01  WS-LOAN-LINE.                                                01420000
014300     03  FILLER              PIC X(04) VALUE SPACES.              01430000
014400     03  NL-LOAN-NO          PIC 9(02).                           01440000
014500     03  FILLER              PIC X(02) VALUE SPACES.              01450000
014600     03  NL-DESC             PIC X(20).                           01460000
014700     03  FILLER              PIC X(02) VALUE SPACES.              01470000
014800     03  NL-PRINCIPAL        PIC Z,ZZZ,ZZ9.99.                    01480000
014900     03  FILLER              PIC X(02) VALUE SPACES.              01490000
015000     03  NL-INSTALMENT       PIC ZZ,ZZ9.99.                       01500000
015100     03  FILLER              PIC X(02) VALUE SPACES.              01510000
015200     03  NL-BALANCE          PIC Z,ZZZ,ZZ9.99.                    01520000
015300     03  FILLER              PIC X(02) VALUE SPACES.              01530000
015400     03  NL-START            PIC X(06).                           01540000
015500     03  FILLER              PIC X(02) VALUE SPACES.              01550000
015600     03  NL-STATUS           PIC X(01).                           01560000
015700 01  WS-PH-HEADING           PIC X(132) VALUE                     01570000
015800     '    PERIOD R         GROSS           TAX      OTH-DEDN      01580000
015900-    '           NET      EMPLOYER      EXPENSES'.                01590000
016000 01  WS-PH-LINE.                                                  01600000
016100     03  FILLER              PIC X(04) VALUE SPACES.              01610000
016200     03  PL-PERIOD           PIC X(06).                           01620000
016300     03  FILLER              PIC X(01) VALUE SPACES.              01630000
016400     03  PL-RUN-TYPE         PIC X(01).                           01640000
016500     03  FILLER              PIC X(02) VALUE SPACES.              01650000
016600     03  PL-GROSS            PIC Z,ZZZ,ZZ9.99.                    01660000
016700     03  FILLER              PIC X(02) VALUE SPACES.              01670000
016800     03  PL-TAX              PIC Z,ZZZ,ZZ9.99.                    01680000
016900     03  FILLER              PIC X(02) VALUE SPACES.              01690000
017000     03  PL-OTH              PIC Z,ZZZ,ZZ9.99.                    01700000
017100     03  FILLER              PIC X(02) VALUE SPACES.              01710000
017200     03  PL-NET              PIC Z,ZZZ,ZZ9.99-.                   01720000
017300     03  FILLER              PIC X(01) VALUE SPACES.              01730000
017400     03  PL-EMPR             PIC Z,ZZZ,ZZ9.99.                    01740000
017500     03  FILLER              PIC X(02) VALUE SPACES.              01750000
017600     03  PL-EXP              PIC Z,ZZZ,ZZ9.99.                    01760000
017700 01  WS-AUD-HEADING          PIC X(132) VALUE                     01770000
017800     '    DATE       TIME      A  SOURCE    TERM  USER'.          01780000
017900 01  WS-AUD-LINE.                                                 01790000
018000     03  FILLER              PIC X(04) VALUE SPACES.              01800000
018100     03  AL-DATE             PIC X(10).                           01810000
018200     03  FILLER              PIC X(01) VALUE SPACES.              01820000
018300     03  AL-TIME             PIC X(08).                           01830000
018400     03  FILLER              PIC X(02) VALUE SPACES.              01840000
018500     03  AL-ACTION           PIC X(01).                           01850000
018600     03  FILLER              PIC X(02) VALUE SPACES.              01860000
018700     03  AL-SOURCE           PIC X(08).                           01870000
018800     03  FILLER              PIC X(02) VALUE SPACES.              01880000
018900     03  AL-TERM             PIC X(04).                           01890000
019000     03  FILLER              PIC X(02) VALUE SPACES.              01900000
019100     03  AL-USER             PIC X(08).                           01910000
019200 01  WS-IMAGE-LINE.                                               01920000
019300     03  FILLER              PIC X(06) VALUE SPACES.              01930000
019400     03  IL-LABEL            PIC X(08).                           01940000
019500     03  IL-IMAGE            PIC X(100).                          01950000
019600 01  WS-NONE-LINE            PIC X(132) VALUE                     01960000
019700     '    NO RECORDS ON FILE'.                                    01970000
019800 01  WS-UNAVAIL-LINE         PIC X(132) VALUE                     01980000
019900     '    FILE NOT AVAILABLE'.                                    01990000
020000 01  WS-COUNT-LINE.                                               02000000
020100     03  FILLER              PIC X(04) VALUE SPACES.              02010000
020200     03  CN-FILE             PIC X(08).                           02020000
020300     03  FILLER              PIC X(14) VALUE SPACES.              02030000
020400     03  CN-COUNT            PIC ZZZZ9.                           02040000
020500     COPY P26RCC.                                                 02050000
020600*                                                                 02060000
020700 PROCEDURE DIVISION.                                              02070000
020800 MAIN-PARA.                                                       02080000
020900     PERFORM REGISTER-START-PARA                                  02090000
021000     PERFORM INITIALIZATION-PARA                                  02100000
021100     IF NOT REPORT-ABORTED                                        02110000
021200         PERFORM CONTROL-SECTION-PARA                             02120000
021300     END-IF                                                       02130000
021400     IF NOT REPORT-ABORTED                                        02140000
021500         MOVE 'EMPLOYEE MASTER' TO SL-TITLE                       02150000
021600         MOVE 'P26MFILE' TO WS-SECTION-FILE                       02160000
021700         PERFORM ARCHIVE-SECTION-PARA                             02170000
021800         MOVE 'ONLINE EMPLOYEE RECORD' TO SL-TITLE                02180000
021900         MOVE 'P26AFILE' TO WS-SECTION-FILE                       02190000
022000         PERFORM ARCHIVE-SECTION-PARA                             02200000
022100         MOVE 'EMPLOYMENT STATUS' TO SL-TITLE                     02210000
022200         MOVE 'P26SFILE' TO WS-SECTION-FILE                       02220000
022300         PERFORM ARCHIVE-SECTION-PARA                             02230000
022400         MOVE 'CONTACT DETAILS' TO SL-TITLE                       02240000
022500         MOVE 'P26CTF' TO WS-SECTION-FILE                         02250000
022600         PERFORM ARCHIVE-SECTION-PARA                             02260000
022700         MOVE 'BANK DETAILS' TO SL-TITLE                          02270000
022800         MOVE 'P26BFILE' TO WS-SECTION-FILE                       02280000
022900         PERFORM ARCHIVE-SECTION-PARA                             02290000
023000         MOVE 'DEDUCTIONS' TO SL-TITLE                            02300000
023100         MOVE 'P26DFILE' TO WS-SECTION-FILE                       02310000
023200         MOVE WS-DED-HEADING TO WS-COL-HEADING                    02320000
023300         PERFORM ARCHIVE-SECTION-PARA                             02330000
023400         MOVE 'LEAVE BALANCE' TO SL-TITLE                         02340000
023500         MOVE 'P26LFILE' TO WS-SECTION-FILE                       02350000
023600         PERFORM ARCHIVE-SECTION-PARA                             02360000
023700         MOVE 'LOANS' TO SL-TITLE                                 02370000
023800         MOVE 'P26LNF' TO WS-SECTION-FILE                         02380000
023900         MOVE WS-LOAN-HEADING TO WS-COL-HEADING                   02390000
024000         PERFORM ARCHIVE-SECTION-PARA                             02400000
024100         MOVE 'PAY HISTORY' TO SL-TITLE                           02410000
024200         MOVE 'P26PHIST' TO WS-SECTION-FILE                       02420000
024300         MOVE WS-PH-HEADING TO WS-COL-HEADING                     02430000
024400         PERFORM ARCHIVE-SECTION-PARA                             02440000
024402         MOVE 'DEDUCTION DETAIL' TO SL-TITLE                      02440269
024404         MOVE 'P26PHDF' TO WS-SECTION-FILE                        02440469
024406         PERFORM ARCHIVE-SECTION-PARA                             02440669
024408         MOVE 'YEAR-TO-DATE TOTALS' TO SL-TITLE                   02440869
024410         MOVE 'P26YTDF' TO WS-SECTION-FILE                        02441069
024412         PERFORM ARCHIVE-SECTION-PARA                             02441269
024414         MOVE 'BENEFIT ENROLLMENTS' TO SL-TITLE                   02441469
024416         MOVE 'P26ENRF' TO WS-SECTION-FILE                        02441669
024418         PERFORM ARCHIVE-SECTION-PARA                             02441869
024420         MOVE 'LABOR DISTRIBUTION' TO SL-TITLE                    02442069
024422         MOVE 'P26LDF' TO WS-SECTION-FILE                         02442269
024424         PERFORM ARCHIVE-SECTION-PARA                             02442469
024426         MOVE 'EMPLOYEE DOCUMENTS' TO SL-TITLE                    02442669
024428         MOVE 'P26DOCF' TO WS-SECTION-FILE                        02442869
024430         PERFORM ARCHIVE-SECTION-PARA                             02443069
024432         MOVE 'EXPENSE CLAIMS' TO SL-TITLE                        02443269
024434         MOVE 'P26EXPF' TO WS-SECTION-FILE                        02443469
024436         PERFORM ARCHIVE-SECTION-PARA                             02443669
024438         MOVE 'APPRAISALS' TO SL-TITLE                            02443869
024440         MOVE 'P26APRF' TO WS-SECTION-FILE                        02444069
024442         PERFORM ARCHIVE-SECTION-PARA                             02444269
024444         MOVE 'PENDING CHANGES' TO SL-TITLE                       02444469
024446         MOVE 'P26PCHF' TO WS-SECTION-FILE                        02444669
024448         PERFORM ARCHIVE-SECTION-PARA                             02444869
024450         MOVE 'FUTURE-DATED CHANGES' TO SL-TITLE                  02445069
024452         MOVE 'P26FCHF' TO WS-SECTION-FILE                        02445269
024454         PERFORM ARCHIVE-SECTION-PARA                             02445469
024456         MOVE 'EMPLOYEE EXTRACT' TO SL-TITLE                      02445669
024458         MOVE 'P26EFILE' TO WS-SECTION-FILE                       02445869
024460         PERFORM ARCHIVE-SECTION-PARA                             02446069
024462         MOVE 'TIMESHEETS' TO SL-TITLE                            02446269
024464         MOVE 'P26TSF' TO WS-SECTION-FILE                         02446469
024466         PERFORM ARCHIVE-SECTION-PARA                             02446669
024468         MOVE 'HOURLY RATE' TO SL-TITLE                           02446869
024470         MOVE 'P26HRF' TO WS-SECTION-FILE                         02447069
024472         PERFORM ARCHIVE-SECTION-PARA                             02447269
024474         MOVE 'LEAVE REQUESTS' TO SL-TITLE                        02447469
024476         MOVE 'P26LRQF' TO WS-SECTION-FILE                        02447669
024478         PERFORM ARCHIVE-SECTION-PARA                             02447869
024480         MOVE 'SUPERVISOR LINE' TO SL-TITLE                       02448069
024482         MOVE 'P26SUPF' TO WS-SECTION-FILE                        02448269
024484         PERFORM ARCHIVE-SECTION-PARA                             02448469
024500         PERFORM AUDIT-SECTION-PARA                               02450000
024600         PERFORM END-REPORT-PARA                                  02460000
024700     END-IF                                                       02470000
024800     PERFORM TERMINATION-PARA                                     02480000
024900     PERFORM REGISTER-END-PARA                                    02490000
025000     STOP RUN.                                                    02500000
025100*                                                                 02510000
025200 INITIALIZATION-PARA.                                             02520000
025300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    02530000
025400     ACCEPT WS-CURRENT-TIME FROM TIME                             02540000
025500     STRING WS-CURR-DD '/' WS-CURR-MM '/' WS-CURR-YY              02550000
025600         DELIMITED BY SIZE INTO WS-RUN-DATE-OUT                   02560000
025700     MOVE SPACES TO AVPARM-RECORD                                 02570000
025800     OPEN INPUT P26AVPARM                                         02580000
025900     IF NOT AVPARM-MISSING                                        02590000
026000         READ P26AVPARM                                           02600000
026100             AT END                                               02610000
026200                 MOVE SPACES TO AVPARM-RECORD                     02620000
026300         END-READ                                                 02630000
026400         CLOSE P26AVPARM                                          02640000
026500     END-IF                                                       02650000
026600     MOVE AVP-EMP-ID TO WS-EMP-ID                                 02660000
026700     IF WS-EMP-ID = SPACES                                        02670000
026800         DISPLAY 'P26BP67 NO EMPLOYEE ID SUPPLIED'                02680000
026900         SET REPORT-ABORTED TO TRUE                               02690000
027000     ELSE                                                         02700000
027100         OPEN INPUT P26ARVF                                       02710000
027200         IF ARVF-MISSING                                          02720000
027300             DISPLAY 'P26BP67 ARCHIVE FILE NOT AVAILABLE'         02730000
027400             SET REPORT-ABORTED TO TRUE                           02740000
027500         ELSE                                                     02750000
027600             OPEN OUTPUT P26AVRP                                  02760000
027700             PERFORM HEADING-PARA                                 02770000
027800         END-IF                                                   02780000
027900     END-IF.                                                      02790000
028000*                                                                 02800000
028100 HEADING-PARA.                                                    02810000
028200     MOVE WS-RUN-DATE-OUT TO HD-DATE                              02820000
028300     MOVE WS-CURRENT-TIME TO HD-TIME                              02830000
028400     MOVE WS-HEADING-LINE TO AVRP-LINE                            02840000
028500     PERFORM WRITE-LINE-PARA                                      02850000
028600     MOVE SPACES TO WS-LABEL-LINE                                 02860000
028700     MOVE 'EMPLOYEE ID' TO LBL-TEXT                               02870000
028800     MOVE WS-EMP-ID TO LBL-VALUE                                  02880000
028900     PERFORM WRITE-LABEL-PARA.                                    02890000
029000*                                                                 02900000
029100 CONTROL-SECTION-PARA.                                            02910000
029200     MOVE 'ARCHIVE CONTROL' TO SL-TITLE                           02920000
029300     PERFORM WRITE-SECTION-PARA                                   02930000
029400     MOVE WS-EMP-ID TO ARV-EMP-ID                                 02940000
029500     MOVE '*CONTROL' TO ARV-SOURCE-FILE                           02950000
029600     MOVE ZERO TO ARV-SEQ                                         02960000
029700     READ P26ARVF                                                 02970000
029800         INVALID KEY                                              02980000
029900             MOVE '    EMPLOYEE NOT ON ARCHIVE' TO AVRP-LINE      02990000
030000             PERFORM WRITE-LINE-PARA                              03000000
030100             DISPLAY 'P26BP67 EMPLOYEE ' WS-EMP-ID                03010000
030200                 ' NOT ON ARCHIVE'                                03020000
030300             SET REPORT-ABORTED TO TRUE                           03030000
030400         NOT INVALID KEY                                          03040000
030500             PERFORM CONTROL-DETAIL-PARA                          03050000
030600     END-READ.                                                    03060000
030700*                                                                 03070000
030800 CONTROL-DETAIL-PARA.                                             03080000
030900     MOVE SPACES TO WS-LABEL-LINE                                 03090000
031000     MOVE 'NAME' TO LBL-TEXT                                      03100000
031100     MOVE ARV-EMP-NAME TO LBL-VALUE                               03110000
031200     PERFORM WRITE-LABEL-PARA                                     03120000
031300     MOVE 'TERMINATION DATE' TO LBL-TEXT                          03130000
031400     MOVE ARV-TERM-DATE TO LBL-VALUE                              03140000
031500     PERFORM WRITE-LABEL-PARA                                     03150000
031600     MOVE 'ARCHIVED' TO LBL-TEXT                                  03160000
031700     STRING ARV-ARCH-DATE ' ' ARV-ARCH-TIME ' BY ' ARV-ARCH-USER  03170000
031800         DELIMITED BY SIZE INTO LBL-VALUE                         03180000
031900     PERFORM WRITE-LABEL-PARA                                     03190000
032000     MOVE 'RETENTION YEARS' TO LBL-TEXT                           03200000
032100     MOVE ARV-RETAIN-YEARS TO LBL-VALUE                           03210000
032200     PERFORM WRITE-LABEL-PARA                                     03220000
032300     MOVE 'RECORDS ARCHIVED' TO LBL-TEXT                          03230000
032400     MOVE ARV-TOTAL-COUNT TO WS-COUNT-ED                          03240000
032500     MOVE WS-COUNT-ED TO LBL-VALUE                                03250000
032600     PERFORM WRITE-LABEL-PARA                                     03260000
032700     MOVE 'PAY HISTORY GROSS' TO LBL-TEXT                         03270000
032800     MOVE ARV-GROSS-HASH TO WS-HASH-ED                            03280000
032900     MOVE WS-HASH-ED TO LBL-VALUE                                 03290000
033000     PERFORM WRITE-LABEL-PARA                                     03300000
033100     PERFORM CONTROL-COUNT-PARA                                   03310000
033200         VARYING WS-FILE-IX FROM 1 BY 1                           03320000
033300         UNTIL WS-FILE-IX > 23.                                   03330069
033400*                                                                 03340000
033500 CONTROL-COUNT-PARA.                                              03350000
033600     MOVE SPACES TO WS-COUNT-LINE                                 03360000
033700     MOVE WS-FILE-NAME(WS-FILE-IX) TO CN-FILE                     03370000
033800     MOVE ARV-FILE-COUNT(WS-FILE-IX) TO CN-COUNT                  03380000
033900     MOVE WS-COUNT-LINE TO AVRP-LINE                              03390000
034000     PERFORM WRITE-LINE-PARA.                                     03400000
034100*                                                                 03410000
034200 ARCHIVE-SECTION-PARA.                                            03420000
034300     PERFORM WRITE-SECTION-PARA                                   03430000
034400     IF WS-COL-HEADING NOT = SPACES                               03440000
034500         MOVE WS-COL-HEADING TO AVRP-LINE                         03450000
034600         PERFORM WRITE-LINE-PARA                                  03460000
034700         MOVE SPACES TO WS-COL-HEADING                            03470000
034800     END-IF                                                       03480000
034900     MOVE ZERO TO WS-ITEM-COUNT                                   03490000
035000     MOVE 'N' TO WS-BROWSE-FLAG                                   03500000
035100     MOVE WS-EMP-ID TO ARV-EMP-ID                                 03510000
035200     MOVE WS-SECTION-FILE TO ARV-SOURCE-FILE                      03520000
035300     MOVE ZERO TO ARV-SEQ                                         03530000
035400     START P26ARVF KEY IS NOT LESS THAN ARV-KEY                   03540000
035500         INVALID KEY                                              03550000
035600             SET BROWSE-DONE TO TRUE                              03560000
035700     END-START                                                    03570000
035800     PERFORM ARCHIVE-NEXT-PARA                                    03580000
035900         UNTIL BROWSE-DONE                                        03590000
036000     PERFORM CHECK-NONE-PARA.                                     03600000
036100*                                                                 03610000
036200 ARCHIVE-NEXT-PARA.                                               03620000
036300     READ P26ARVF NEXT RECORD                                     03630000
036400         AT END                                                   03640000
036500             SET BROWSE-DONE TO TRUE                              03650000
036600     END-READ                                                     03660000
036700     IF NOT BROWSE-DONE                                           03670000
036800         IF ARV-EMP-ID NOT = WS-EMP-ID                            03680000
036900            OR ARV-SOURCE-FILE NOT = WS-SECTION-FILE              03690000
037000             SET BROWSE-DONE TO TRUE                              03700000
037100         ELSE                                                     03710000
037200             ADD 1 TO WS-ITEM-COUNT                               03720000
037300             PERFORM ARCHIVE-DETAIL-PARA                          03730000
037400         END-IF                                                   03740000
037500     END-IF.                                                      03750000
037600*                                                                 03760000
037700 ARCHIVE-DETAIL-PARA.                                             03770000
037800     EVALUATE WS-SECTION-FILE                                     03780000
037900         WHEN 'P26MFILE'                                          03790000
038000             MOVE ARV-IMAGE TO EMPLOYEE-MASTER-RECORD             03800000
038100             PERFORM MASTER-DETAIL-PARA                           03810000
038200         WHEN 'P26AFILE'                                          03820000
038300             MOVE ARV-IMAGE TO A-EMPLOYEE-RECORD                  03830000
038400             PERFORM ONLINE-DETAIL-PARA                           03840000
038500         WHEN 'P26SFILE'                                          03850000
038600             MOVE ARV-IMAGE TO EMP-STATUS-RECORD                  03860000
038700             PERFORM STATUS-DETAIL-PARA                           03870000
038800         WHEN 'P26CTF'                                            03880000
038900             MOVE ARV-IMAGE TO CONTACT-RECORD                     03890000
039000             PERFORM CONTACT-DETAIL-PARA                          03900000
039100         WHEN 'P26BFILE'                                          03910000
039200             MOVE ARV-IMAGE TO BANK-RECORD                        03920000
039300             PERFORM BANK-DETAIL-PARA                             03930000
039400         WHEN 'P26DFILE'                                          03940000
039500             MOVE ARV-IMAGE TO DEDUCTION-RECORD                   03950000
039600             PERFORM DEDUCTION-DETAIL-PARA                        03960000
039700         WHEN 'P26LFILE'                                          03970000
039800             MOVE ARV-IMAGE TO LEAVE-RECORD                       03980000
039900             PERFORM LEAVE-DETAIL-PARA                            03990000
040000         WHEN 'P26LNF'                                            04000000
040100             MOVE ARV-IMAGE TO LOAN-RECORD                        04010000
040200             PERFORM LOAN-DETAIL-PARA                             04020000
040300         WHEN 'P26PHIST'                                          04030000
040400             MOVE ARV-IMAGE TO PAY-HISTORY-RECORD                 04040000
040500             PERFORM HISTORY-DETAIL-PARA                          04050000
040510         WHEN OTHER                                               04051069
040520             PERFORM IMAGE-DETAIL-PARA                            04052069
040600     END-EVALUATE.                                                04060000
040700*                                                                 04070000
040800 MASTER-DETAIL-PARA.                                              04080000
040900     MOVE SPACES TO WS-LABEL-LINE                                 04090000
041000     MOVE 'NAME' TO LBL-TEXT                                      04100000
041100     MOVE EMP-NAME TO LBL-VALUE                                   04110000
041200     PERFORM WRITE-LABEL-PARA                                     04120000
041300     MOVE 'ADDRESS' TO LBL-TEXT                                   04130000
041400     MOVE EMP-ADDR TO LBL-VALUE                                   04140000
041500     PERFORM WRITE-LABEL-PARA                                     04150000
041600     MOVE 'DEPARTMENT' TO LBL-TEXT                                04160000
041700     MOVE EMP-DEPT TO LBL-VALUE                                   04170000
041800     PERFORM WRITE-LABEL-PARA                                     04180000
041900     MOVE 'LOCATION' TO LBL-TEXT                                  04190000
042000     MOVE EMP-LOC TO LBL-VALUE                                    04200000
042100     PERFORM WRITE-LABEL-PARA                                     04210000
042200     MOVE 'TECHNOLOGY' TO LBL-TEXT                                04220000
042300     MOVE EMP-TECH TO LBL-VALUE                                   04230000
042400     PERFORM WRITE-LABEL-PARA                                     04240000
042500     MOVE 'DATE OF BIRTH' TO LBL-TEXT                             04250000
042600     STRING EMP-DOB-DD '/' EMP-DOB-MM '/' EMP-DOB-YY              04260000
042700         DELIMITED BY SIZE INTO LBL-VALUE                         04270000
042800     PERFORM WRITE-LABEL-PARA                                     04280000
042900     MOVE 'DATE OF JOINING' TO LBL-TEXT                           04290000
043000     STRING EMP-DOJ-DD '/' EMP-DOJ-MM '/' EMP-DOJ-YY              04300000
043100         DELIMITED BY SIZE INTO LBL-VALUE                         04310000
043200     PERFORM WRITE-LABEL-PARA                                     04320000
043300     MOVE 'EARNINGS' TO LBL-TEXT                                  04330000
043400     MOVE EMP-EARN TO WS-MONEY-ED                                 04340000
043500     MOVE WS-MONEY-ED TO LBL-VALUE                                04350000
043600     PERFORM WRITE-LABEL-PARA                                     04360000
043700     MOVE 'DEDUCTIONS' TO LBL-TEXT                                04370000
043800     MOVE EMP-DEDN TO WS-MONEY-ED                                 04380000
043900     MOVE WS-MONEY-ED TO LBL-VALUE                                04390000
044000     PERFORM WRITE-LABEL-PARA                                     04400000
044100     MOVE 'LAST UPDATED' TO LBL-TEXT                              04410000
044200     STRING EMP-UPD-DATE ' ' EMP-UPD-TIME ' TERMINAL '            04420000
044300            EMP-UPD-TERM                                          04430000
044400         DELIMITED BY SIZE INTO LBL-VALUE                         04440000
044500     PERFORM WRITE-LABEL-PARA.                                    04450000
044600*                                                                 04460000
044700 STATUS-DETAIL-PARA.                                              04470000
044800     MOVE SPACES TO WS-LABEL-LINE                                 04480000
044900     MOVE 'STATUS' TO LBL-TEXT                                    04490000
045000     MOVE STS-STATUS TO LBL-VALUE                                 04500000
045100     PERFORM WRITE-LABEL-PARA                                     04510000
045200     MOVE 'HIRE DATE' TO LBL-TEXT                                 04520000
045300     MOVE STS-HIRE-DATE TO LBL-VALUE                              04530000
045400     PERFORM WRITE-LABEL-PARA                                     04540000
045500     MOVE 'TERMINATION DATE' TO LBL-TEXT                          04550000
045600     MOVE STS-TERM-DATE TO LBL-VALUE                              04560000
045700     PERFORM WRITE-LABEL-PARA                                     04570000
045800     MOVE 'POSITION' TO LBL-TEXT                                  04580000
045900     MOVE STS-POS-NO TO LBL-VALUE                                 04590000
046000     PERFORM WRITE-LABEL-PARA                                     04600000
046100     MOVE 'GRADE' TO LBL-TEXT                                     04610000
046200     MOVE STS-GRADE TO LBL-VALUE                                  04620000
046300     PERFORM WRITE-LABEL-PARA                                     04630000
046400     MOVE 'LAST UPDATED' TO LBL-TEXT                              04640000
046500     STRING STS-UPD-DATE ' BY ' STS-UPD-USER                      04650000
046600         DELIMITED BY SIZE INTO LBL-VALUE                         04660000
046700     PERFORM WRITE-LABEL-PARA.                                    04670000
046800*                                                                 04680000
046900 CONTACT-DETAIL-PARA.                                             04690000
047000     MOVE SPACES TO WS-LABEL-LINE                                 04700000
047100     MOVE 'ADDRESS' TO LBL-TEXT                                   04710000
047200     MOVE CTT-ADDR1 TO LBL-VALUE                                  04720000
047300     PERFORM WRITE-LABEL-PARA                                     04730000
047400     MOVE SPACES TO LBL-TEXT                                      04740000
047500     MOVE CTT-ADDR2 TO LBL-VALUE                                  04750000
047600     PERFORM WRITE-LABEL-PARA                                     04760000
047700     MOVE 'CITY' TO LBL-TEXT                                      04770000
047800     MOVE CTT-CITY TO LBL-VALUE                                   04780000
047900     PERFORM WRITE-LABEL-PARA                                     04790000
048000     MOVE 'POSTCODE' TO LBL-TEXT                                  04800000
048100     MOVE CTT-POSTCODE TO LBL-VALUE                               04810000
048200     PERFORM WRITE-LABEL-PARA                                     04820000
048300     MOVE 'PHONE' TO LBL-TEXT                                     04830000
048400     MOVE CTT-PHONE TO LBL-VALUE                                  04840000
048500     PERFORM WRITE-LABEL-PARA                                     04850000
048600     MOVE 'EMAIL' TO LBL-TEXT                                     04860000
048700     MOVE CTT-EMAIL TO LBL-VALUE                                  04870000
048800     PERFORM WRITE-LABEL-PARA                                     04880000
048900     MOVE 'EMERGENCY CONTACT' TO LBL-TEXT                         04890000
049000     MOVE CTT-EMERG-NAME TO LBL-VALUE                             04900000
049100     PERFORM WRITE-LABEL-PARA                                     04910000
049200     MOVE 'EMERGENCY PHONE' TO LBL-TEXT                           04920000
049300     MOVE CTT-EMERG-PHONE TO LBL-VALUE                            04930000
049400     PERFORM WRITE-LABEL-PARA                                     04940000
049500     MOVE 'LAST UPDATED' TO LBL-TEXT                              04950000
049600     STRING CTT-UPD-DATE ' ' CTT-UPD-TIME ' BY ' CTT-UPD-USER     04960000
049700         DELIMITED BY SIZE INTO LBL-VALUE                         04970000
049800     PERFORM WRITE-LABEL-PARA.                                    04980000
049900*                                                                 04990000
050000 BANK-DETAIL-PARA.                                                05000000
050100     PERFORM MASK-ACCOUNT-PARA                                    05010000
050200     MOVE SPACES TO WS-LABEL-LINE                                 05020000
050300     MOVE 'BANK CODE' TO LBL-TEXT                                 05030000
050400     MOVE BNK-BANK-CODE TO LBL-VALUE                              05040000
050500     PERFORM WRITE-LABEL-PARA                                     05050000
050600     MOVE 'ACCOUNT NUMBER' TO LBL-TEXT                            05060000
050700     MOVE WS-MASKED-ACCT TO LBL-VALUE                             05070000
050800     PERFORM WRITE-LABEL-PARA                                     05080000
050900     MOVE 'STATUS' TO LBL-TEXT                                    05090000
051000     MOVE BNK-STATUS TO LBL-VALUE                                 05100000
051100     PERFORM WRITE-LABEL-PARA                                     05110000
051200     MOVE 'LAST FAILURE' TO LBL-TEXT                              05120000
051300     MOVE BNK-FAIL-DATE TO LBL-VALUE                              05130000
051400     PERFORM WRITE-LABEL-PARA                                     05140000
051500     MOVE 'LAST UPDATED' TO LBL-TEXT                              05150000
051600     STRING BNK-UPD-DATE ' TERMINAL ' BNK-UPD-TERM                05160000
051700         DELIMITED BY SIZE INTO LBL-VALUE                         05170000
051800     PERFORM WRITE-LABEL-PARA.                                    05180000
051900*                                                                 05190000
052000 MASK-ACCOUNT-PARA.                                               05200000
052100     MOVE ZERO TO WS-ACCT-SPACES                                  05210000
052200     INSPECT BNK-ACCT-NO TALLYING WS-ACCT-SPACES                  05220000
052300         FOR ALL SPACES                                           05230000
052400     COMPUTE WS-ACCT-LEN = 12 - WS-ACCT-SPACES                    05240000
052500     MOVE SPACES TO WS-MASKED-ACCT                                05250000
052600     IF WS-ACCT-LEN > 4                                           05260000
052700         MOVE ALL '*' TO WS-MASKED-ACCT(1:WS-ACCT-LEN)            05270000
052800         COMPUTE WS-ACCT-START = WS-ACCT-LEN - 3                  05280000
052900         MOVE BNK-ACCT-NO(WS-ACCT-START:4)                        05290000
053000             TO WS-MASKED-ACCT(WS-ACCT-START:4)                   05300000
053100     ELSE                                                         05310000
053200         MOVE ALL '*' TO WS-MASKED-ACCT(1:4)                      05320000
053300     END-IF.                                                      05330000
053400*                                                                 05340000
053500 LEAVE-DETAIL-PARA.                                               05350000
053600     MOVE SPACES TO WS-LABEL-LINE                                 05360000
053700     MOVE 'BALANCE DAYS' TO LBL-TEXT                              05370000
053800     MOVE LVE-BAL-DAYS TO WS-DAYS-ED                              05380000
053900     MOVE WS-DAYS-ED TO LBL-VALUE                                 05390000
054000     PERFORM WRITE-LABEL-PARA                                     05400000
054100     MOVE 'ACCRUED DAYS' TO LBL-TEXT                              05410000
054200     MOVE LVE-ACCRUED-DAYS TO WS-DAYS-ED                          05420000
054300     MOVE WS-DAYS-ED TO LBL-VALUE                                 05430000
054400     PERFORM WRITE-LABEL-PARA                                     05440000
054500     MOVE 'TAKEN DAYS' TO LBL-TEXT                                05450000
054600     MOVE LVE-TAKEN-DAYS TO WS-DAYS-ED                            05460000
054700     MOVE WS-DAYS-ED TO LBL-VALUE                                 05470000
054800     PERFORM WRITE-LABEL-PARA                                     05480000
054900     MOVE 'UNPAID DAYS' TO LBL-TEXT                               05490000
055000     MOVE LVE-UNPAID-DAYS TO WS-DAYS-ED                           05500000
055100     MOVE WS-DAYS-ED TO LBL-VALUE                                 05510000
055200     PERFORM WRITE-LABEL-PARA                                     05520000
055300     MOVE 'LAST ACCRUAL' TO LBL-TEXT                              05530000
055400     MOVE LVE-LAST-ACCR-DATE TO LBL-VALUE                         05540000
055500     PERFORM WRITE-LABEL-PARA                                     05550000
055600     MOVE 'LAST UPDATED' TO LBL-TEXT                              05560000
055700     STRING LVE-UPD-DATE ' BY ' LVE-UPD-USER                      05570000
055800         DELIMITED BY SIZE INTO LBL-VALUE                         05580000
055900     PERFORM WRITE-LABEL-PARA.                                    05590000
056000*                                                                 05600000
056100 AUDIT-SECTION-PARA.                                              05610000
056200     MOVE 'AUDIT TRAIL' TO SL-TITLE                               05620000
056300     PERFORM WRITE-SECTION-PARA                                   05630000
056400     OPEN INPUT P26AUDIT                                          05640000
056500     IF AUDIT-MISSING                                             05650000
056600         MOVE WS-UNAVAIL-LINE TO AVRP-LINE                        05660000
056700         PERFORM WRITE-LINE-PARA                                  05670000
056800     ELSE                                                         05680000
056900         MOVE WS-AUD-HEADING TO AVRP-LINE                         05690000
057000         PERFORM WRITE-LINE-PARA                                  05700000
057100         MOVE ZERO TO WS-ITEM-COUNT                               05710000
057200         MOVE 'N' TO WS-BROWSE-FLAG                               05720000
057300         MOVE LOW-VALUES TO AUD-KEY                               05730000
057400         MOVE WS-EMP-ID TO AUD-EMP-ID                             05740000
057500         START P26AUDIT KEY IS NOT LESS THAN AUD-KEY              05750000
057600             INVALID KEY                                          05760000
057700                 SET BROWSE-DONE TO TRUE                          05770000
057800         END-START                                                05780000
057900         PERFORM AUDIT-NEXT-PARA                                  05790000
058000             UNTIL BROWSE-DONE                                    05800000
058100         PERFORM CHECK-NONE-PARA                                  05810000
058200         CLOSE P26AUDIT                                           05820000
058300     END-IF.                                                      05830000
058400*                                                                 05840000
058500 AUDIT-NEXT-PARA.                                                 05850000
058600     READ P26AUDIT NEXT RECORD                                    05860000
058700         AT END                                                   05870000
058800             SET BROWSE-DONE TO TRUE                              05880000
058900     END-READ                                                     05890000
059000     IF NOT BROWSE-DONE                                           05900000
059100         IF AUD-EMP-ID NOT = WS-EMP-ID                            05910000
059200             SET BROWSE-DONE TO TRUE                              05920000
059300         ELSE                                                     05930000
059400             MOVE SPACES TO WS-AUD-LINE                           05940000
059500             MOVE AUD-DATE-KEY TO AL-DATE                         05950000
059600             MOVE AUD-TIME-KEY TO AL-TIME                         05960000
059700             MOVE AUD-ACTION TO AL-ACTION                         05970000
059800             MOVE AUD-SOURCE-FILE TO AL-SOURCE                    05980000
059900             MOVE AUD-TERM-ID TO AL-TERM                          05990000
060000             MOVE AUD-USER-ID TO AL-USER                          06000000
060100             MOVE WS-AUD-LINE TO AVRP-LINE                        06010000
060200             PERFORM WRITE-LINE-PARA                              06020000
060300             PERFORM AUDIT-IMAGE-PARA                             06030000
060400             ADD 1 TO WS-ITEM-COUNT                               06040000
060500         END-IF                                                   06050000
060600     END-IF.                                                      06060000
060700*                                                                 06070000
060800 AUDIT-IMAGE-PARA.                                                06080000
060900     IF AUD-BEFORE-IMAGE NOT = SPACES                             06090000
061000         MOVE SPACES TO WS-IMAGE-LINE                             06100000
061100         MOVE 'BEFORE' TO IL-LABEL                                06110000
061200         MOVE AUD-BEFORE-IMAGE(1:100) TO IL-IMAGE                 06120000
061300         MOVE WS-IMAGE-LINE TO AVRP-LINE                          06130000
061400         PERFORM WRITE-LINE-PARA                                  06140000
061500         MOVE SPACES TO IL-LABEL                                  06150000
061600         MOVE AUD-BEFORE-IMAGE(101:35) TO IL-IMAGE                06160000
061700         MOVE WS-IMAGE-LINE TO AVRP-LINE                          06170000
061800         PERFORM WRITE-LINE-PARA                                  06180000
061900     END-IF                                                       06190000
062000     IF AUD-AFTER-IMAGE NOT = SPACES                              06200000
062100         MOVE SPACES TO WS-IMAGE-LINE                             06210000
062200         MOVE 'AFTER' TO IL-LABEL                                 06220000
062300         MOVE AUD-AFTER-IMAGE(1:100) TO IL-IMAGE                  06230000
062400         MOVE WS-IMAGE-LINE TO AVRP-LINE                          06240000
062500         PERFORM WRITE-LINE-PARA                                  06250000
062600         MOVE SPACES TO IL-LABEL                                  06260000
062700         MOVE AUD-AFTER-IMAGE(101:35) TO IL-IMAGE                 06270000
062800         MOVE WS-IMAGE-LINE TO AVRP-LINE                          06280000
062900         PERFORM WRITE-LINE-PARA                                  06290000
063000     END-IF.                                                      06300000
063100*                                                                 06310000
063200 CHECK-NONE-PARA.                                                 06320000
063300     IF WS-ITEM-COUNT = ZERO                                      06330000
063400         MOVE WS-NONE-LINE TO AVRP-LINE                           06340000
063500         PERFORM WRITE-LINE-PARA                                  06350000
063600     END-IF.                                                      06360000
063700*                                                                 06370000
063800 WRITE-SECTION-PARA.                                              06380000
063900     MOVE SPACES TO AVRP-LINE                                     06390000
064000     PERFORM WRITE-LINE-PARA                                      06400000
064100     MOVE WS-SECTION-LINE TO AVRP-LINE                            06410000
064200     PERFORM WRITE-LINE-PARA.                                     06420000
064300*                                                                 06430000
064400 WRITE-LABEL-PARA.                                                06440000
064500     MOVE WS-LABEL-LINE TO AVRP-LINE                              06450000
064600     PERFORM WRITE-LINE-PARA                                      06460000
064700     MOVE SPACES TO LBL-VALUE.                                    06470000
064800*                                                                 06480000
064900 WRITE-LINE-PARA.                                                 06490000
065000     WRITE AVRP-LINE                                              06500000
065100     ADD 1 TO WS-LINE-COUNT.                                      06510000
065200*                                                                 06520000
065300 ONLINE-DETAIL-PARA.                                              06530000
065400     MOVE SPACES TO WS-LABEL-LINE                                 06540000
065500     MOVE 'NAME' TO LBL-TEXT                                      06550000
065600     MOVE AEMP-NAME TO LBL-VALUE                                  06560000
065700     PERFORM WRITE-LABEL-PARA                                     06570000
065800     MOVE 'TECHNOLOGY' TO LBL-TEXT                                06580000
065900     MOVE AEMP-TECH TO LBL-VALUE                                  06590000
066000     PERFORM WRITE-LABEL-PARA                                     06600000
066100     MOVE 'LOCATION' TO LBL-TEXT                                  06610000
066200     MOVE AEMP-LOC TO LBL-VALUE                                   06620000
066300     PERFORM WRITE-LABEL-PARA                                     06630000
066400     MOVE 'DATE OF BIRTH' TO LBL-TEXT                             06640000
066500     MOVE AEMP-DOB TO LBL-VALUE                                   06650000
066600     PERFORM WRITE-LABEL-PARA                                     06660000
066700     MOVE 'EARNINGS' TO LBL-TEXT                                  06670000
066800     MOVE AEMP-EARN TO WS-MONEY-ED                                06680000
066900     MOVE WS-MONEY-ED TO LBL-VALUE                                06690000
067000     PERFORM WRITE-LABEL-PARA                                     06700000
067100     MOVE 'DEDUCTIONS' TO LBL-TEXT                                06710000
067200     MOVE AEMP-DEDN TO WS-MONEY-ED                                06720000
067300     MOVE WS-MONEY-ED TO LBL-VALUE                                06730000
067400     PERFORM WRITE-LABEL-PARA                                     06740000
067500     MOVE 'LAST UPDATED' TO LBL-TEXT                              06750000
067600     STRING AEMP-UPD-DATE ' ' AEMP-UPD-TIME ' TERMINAL '          06760000
067700            AEMP-UPD-TERM                                         06770000
067800         DELIMITED BY SIZE INTO LBL-VALUE                         06780000
067900     PERFORM WRITE-LABEL-PARA.                                    06790000
068000*                                                                 06800000
068100 DEDUCTION-DETAIL-PARA.                                           06810000
068200     MOVE SPACES TO WS-DED-LINE                                   06820000
068300     MOVE DED-TYPE TO DL-TYPE                                     06830000
068400     MOVE DED-DESC TO DL-DESC                                     06840000
068500     MOVE DED-METHOD TO DL-METHOD                                 06850000
068600     MOVE DED-AMOUNT TO DL-AMOUNT                                 06860000
068700     MOVE DED-START-DATE TO DL-START                              06870000
068800     MOVE DED-STOP-DATE TO DL-STOP                                06880000
068900     MOVE DED-CLASS TO DL-CLASS                                   06890000
069000     MOVE DED-ARREARS TO DL-ARREARS                               06900000
069100     MOVE WS-DED-LINE TO AVRP-LINE                                06910000
069200     PERFORM WRITE-LINE-PARA.                                     06920000
069300*                                                                 06930000
069400 LOAN-DETAIL-PARA.                                                06940000
069500     MOVE SPACES TO WS-LOAN-LINE                                  06950000
069600     MOVE LN-LOAN-NO TO NL-LOAN-NO                                06960000
069700     MOVE LN-DESC TO NL-DESC                                      06970000
069800     MOVE LN-PRINCIPAL TO NL-PRINCIPAL                            06980000
069900     MOVE LN-INSTALLMENT TO NL-INSTALMENT                         06990000
070000     MOVE LN-BALANCE TO NL-BALANCE                                07000000
070100     MOVE LN-START-PERIOD TO NL-START                             07010000
070200     MOVE LN-STATUS TO NL-STATUS                                  07020000
070300     MOVE WS-LOAN-LINE TO AVRP-LINE                               07030000
070400     PERFORM WRITE-LINE-PARA.                                     07040000
070500*                                                                 07050000
070600 HISTORY-DETAIL-PARA.                                             07060000
070700     IF PH-DETAIL-REC                                             07070000
070800         MOVE SPACES TO WS-PH-LINE                                07080000
070900         MOVE PH-PERIOD TO PL-PERIOD                              07090000
071000         MOVE PH-RUN-TYPE TO PL-RUN-TYPE                          07100000
071100         MOVE PH-GROSS TO PL-GROSS                                07110000
071200         MOVE PH-TAX TO PL-TAX                                    07120000
071300         MOVE PH-OTH-DEDN TO PL-OTH                               07130000
071400         MOVE PH-NET TO PL-NET                                    07140000
071500         MOVE PH-EMPR-CONT TO PL-EMPR                             07150000
071600         MOVE PH-EXP-REIMB TO PL-EXP                              07160000
071700         MOVE WS-PH-LINE TO AVRP-LINE                             07170000
071800         PERFORM WRITE-LINE-PARA                                  07180000
071900     END-IF.                                                      07190000
072000*                                                                 07200000
072005 IMAGE-DETAIL-PARA.                                               07200569
072010     MOVE 1 TO WS-IMAGE-POS                                       07201069
072015     PERFORM IMAGE-CHUNK-PARA                                     07201569
072020         UNTIL WS-IMAGE-POS > 500.                                07202069
072025*                                                                 07202569
072030 IMAGE-CHUNK-PARA.                                                07203069
072035     IF ARV-IMAGE(WS-IMAGE-POS:100) NOT = SPACES                  07203569
072040         MOVE SPACES TO WS-IMAGE-LINE                             07204069
072045         IF WS-IMAGE-POS = 1                                      07204569
072050             MOVE 'RECORD' TO IL-LABEL                            07205069
072055         END-IF                                                   07205569
072060         MOVE ARV-IMAGE(WS-IMAGE-POS:100) TO IL-IMAGE             07206069
072065         MOVE WS-IMAGE-LINE TO AVRP-LINE                          07206569
072070         PERFORM WRITE-LINE-PARA                                  07207069
072075     END-IF                                                       07207569
072080     ADD 100 TO WS-IMAGE-POS.                                     07208069
072085*                                                                 07208569
072100 END-REPORT-PARA.                                                 07210000
072200     MOVE SPACES TO AVRP-LINE                                     07220000
072300     PERFORM WRITE-LINE-PARA                                      07230000
072400     MOVE '*** END OF ARCHIVED EMPLOYEE RECORD ***' TO AVRP-LINE  07240000
072500     PERFORM WRITE-LINE-PARA.                                     07250000
072600*                                                                 07260000
072700 TERMINATION-PARA.                                                07270000
072800     IF NOT ARVF-MISSING AND WS-EMP-ID NOT = SPACES               07280000
072900         DISPLAY 'P26BP67 EMPLOYEE ' WS-EMP-ID ' '                07290000
073000             WS-LINE-COUNT ' LINES'                               07300000
073100         CLOSE P26ARVF                                            07310000
073200         CLOSE P26AVRP                                            07320000
073300     END-IF.                                                      07330000
073400*                                                                 07340000
073500 REGISTER-START-PARA.                                             07350000
073600     SET RCA-START TO TRUE                                        07360000
073700     MOVE 'P26BP67' TO RCA-JOB-NAME                               07370000
073800     MOVE SPACES TO RCA-BUS-DATE                                  07380000
073900     MOVE SPACES TO RCA-PRED-JOB                                  07390000
074000     MOVE SPACES TO RCA-OVERRIDE                                  07400000
074100     MOVE ZERO TO RCA-READ-COUNT                                  07410000
074200     MOVE ZERO TO RCA-WRITE-COUNT                                 07420000
074300     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       07430000
074400     IF RCA-RETURN NOT = '00'                                     07440000
074500         DISPLAY 'P26BP67 RUN REFUSED BY RUN CONTROL RC='         07450000
074600             RCA-RETURN                                           07460000
074700         STOP RUN                                                 07470000
074800     END-IF.                                                      07480000
074900*                                                                 07490000
075000 REGISTER-END-PARA.                                               07500000
075100     SET RCA-END TO TRUE                                          07510000
075200     MOVE WS-LINE-COUNT TO RCA-WRITE-COUNT                        07520000
075300     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      07530000
