000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP70.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26YTPRM ASSIGN TO P26YTPRM                           00060000
000700         ORGANIZATION IS LINE SEQUENTIAL                          00070000
000800         FILE STATUS IS WS-YTPRM-STATUS.                          00080000
000900     SELECT P26PHIST ASSIGN TO P26PHIST                           00090000
001000         ORGANIZATION IS INDEXED                                  00100000
001100         ACCESS MODE IS DYNAMIC                                   00110000
001200         RECORD KEY IS PH-KEY                                     00120000
001300         FILE STATUS IS WS-PHIST-STATUS.                          00130000
001400     SELECT P26PHDF ASSIGN TO P26PHDF                             00140000
001500         ORGANIZATION IS INDEXED                                  00150000
001600         ACCESS MODE IS DYNAMIC                                   00160000
001700         RECORD KEY IS PHD-KEY                                    00170000
001800         FILE STATUS IS WS-PHDF-STATUS.                           00180000
001900     SELECT P26YTDF ASSIGN TO P26YTDF                             00190000
002000         ORGANIZATION IS INDEXED                                  00200000
002100         ACCESS MODE IS DYNAMIC                                   00210000
002200         RECORD KEY IS YTA-KEY                                    00220000
002300         FILE STATUS IS WS-YTDF-STATUS.                           00230000
002400     SELECT P26YTRP ASSIGN TO P26YTRP                             00240000
002500         ORGANIZATION IS LINE SEQUENTIAL                          00250000
002600         FILE STATUS IS WS-YTRP-STATUS.                           00260000
002700*                                                                 00270000
002800 DATA DIVISION.                                                   00280000
002900 FILE SECTION.                                                    00290000
003000 FD  P26YTPRM                                                     00300000
003100     LABEL RECORDS ARE STANDARD.                                  00310000
003200 01  YTPRM-RECORD.                                                00320000
003300     03  YPM-MODE            PIC X(01).                           00330000
003400     03  FILLER              PIC X(01).                           00340000
003500     03  YPM-YEAR            PIC X(04).                           00350000
003600     03  FILLER              PIC X(74).                           00360000
003700 FD  P26PHIST                                                     00370000
003800     LABEL RECORDS ARE STANDARD.                                  00380000
003900     COPY P26PHR.                                                 00390000
004000 FD  P26PHDF                                                      00400000
004100     LABEL RECORDS ARE STANDARD.                                  00410000
004200     COPY P26PHDR.                                                00420000
004300 FD  P26YTDF                                                      00430000
004400     LABEL RECORDS ARE STANDARD.                                  00440000
004500     COPY P26YTAR.                                                00450000
004600 FD  P26YTRP                                                      00460000
004700     LABEL RECORDS ARE STANDARD.                                  00470000
004800 01  YTRP-LINE               PIC X(132).                          00480000
004900*                                                                 00490000
005000 WORKING-STORAGE SECTION.                                         00500000
005100 01  WS-YTPRM-STATUS         PIC X(02) VALUE SPACES.              00510000
005200     88  YTPRM-MISSING               VALUE '35'.                  00520000
005300 01  WS-PHIST-STATUS         PIC X(02) VALUE SPACES.              00530000
005400     88  PHIST-OK                    VALUE '00'.                  00540000
005500 01  WS-PHDF-STATUS          PIC X(02) VALUE SPACES.              00550000
005600     88  PHDF-MISSING                VALUE '35'.                  00560000
005700 01  WS-YTDF-STATUS          PIC X(02) VALUE SPACES.              00570000
005800     88  YTDF-OK                     VALUE '00'.                  00580000
005900     88  YTDF-MISSING                VALUE '35'.                  00590000
006000 01  WS-YTRP-STATUS          PIC X(02) VALUE SPACES.              00600000
006100 01  WS-RUN-MODE             PIC X(01) VALUE 'C'.                 00610000
006200     88  REBUILD-RUN                 VALUE 'R'.                   00620000
006300 01  WS-SCOPE-YEAR           PIC X(04) VALUE SPACES.              00630000
006400 01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.                 00640000
006500     88  END-OF-FILE                 VALUE 'Y'.                   00650000
006600 01  WS-PH-WANTED-FLAG       PIC X(01) VALUE 'N'.                 00660000
006700     88  PH-WANTED                   VALUE 'Y'.                   00670000
006800 01  WS-PHD-DONE-FLAG        PIC X(01) VALUE 'N'.                 00680000
006900     88  PHD-DONE                    VALUE 'Y'.                   00690000
007000 01  WS-YTA-DONE-FLAG        PIC X(01) VALUE 'N'.                 00700000
007100     88  YTA-DONE                    VALUE 'Y'.                   00710000
007200 01  WS-YTA-FOUND-FLAG       PIC X(01) VALUE 'N'.                 00720000
007300     88  YTA-FOUND                   VALUE 'Y'.                   00730000
007400 01  WS-YTDF-OPEN-FLAG       PIC X(01) VALUE 'N'.                 00740000
007500     88  YTDF-OPEN                   VALUE 'Y'.                   00750000
007600 01  WS-HIST-FOUND-FLAG      PIC X(01) VALUE 'N'.                 00760000
007700     88  HIST-FOUND                  VALUE 'Y'.                   00770000
007800 01  WS-DIFF-FLAG            PIC X(01) VALUE 'N'.                 00780000
007900     88  EMP-DIFFERS                 VALUE 'Y'.                   00790000
008000 01  WS-DED-FOUND-FLAG       PIC X(01) VALUE 'N'.                 00800000
008100     88  DED-FOUND                   VALUE 'Y'.                   00810000
008200 01  WS-DED-SUB              PIC 9(02) VALUE ZERO.                00820000
008300 01  WS-YTA-SUB              PIC 9(02) VALUE ZERO.                00830000
008400 01  WS-READ-COUNT           PIC 9(07) VALUE ZERO.                00840000
008500 01  WS-DELETE-COUNT         PIC 9(07) VALUE ZERO.                00850000
008600 01  WS-POST-COUNT           PIC 9(07) VALUE ZERO.                00860000
008700 01  WS-DED-POST-COUNT       PIC 9(07) VALUE ZERO.                00870000
008800 01  WS-CHECK-COUNT          PIC 9(07) VALUE ZERO.                00880000
008900 01  WS-DIFF-COUNT           PIC 9(07) VALUE ZERO.                00890000
009000 01  WS-NOHIST-COUNT         PIC 9(07) VALUE ZERO.                00900000
009100 01  WS-GRP-EMP-ID           PIC X(05) VALUE SPACES.              00910000
009200 01  WS-GRP-YEAR             PIC X(04) VALUE SPACES.              00920000
009300 01  WS-GRP-NAME             PIC X(20) VALUE SPACES.              00930000
009400 01  WS-HIS-TOTALS.                                               00940000
009500     03  WS-HIS-GROSS        PIC S9(09)V99.                       00950000
009600     03  WS-HIS-TAX          PIC S9(09)V99.                       00960000
009700     03  WS-HIS-OTH-DEDN     PIC S9(09)V99.                       00970000
009800     03  WS-HIS-EMPR-CONT    PIC S9(09)V99.                       00980000
009900     03  WS-HIS-NET          PIC S9(09)V99.                       00990000
010000     03  WS-HIS-HOURS        PIC S9(07)V99.                       01000000
010100     03  WS-HIS-PAY-COUNT    PIC S9(03).                          01010000
010200     03  WS-HIS-DED-COUNT    PIC 9(02).                           01020000
010300     03  WS-HIS-DED-ENTRY OCCURS 20 TIMES.                        01030000
010400         05  WS-HIS-DED-TYPE     PIC X(04).                       01040000
010500         05  WS-HIS-DED-CLASS    PIC X(01).                       01050000
010600         05  WS-HIS-DED-AMOUNT   PIC S9(09)V99.                   01060000
010700     03  WS-HIS-DED-OVERFLOW PIC S9(09)V99.                       01070000
010800 01  WS-HIS-DED-TOTAL        PIC S9(11)V99 VALUE ZERO.            01080000
010900 01  WS-YTA-DED-TOTAL        PIC S9(11)V99 VALUE ZERO.            01090000
011000 01  WS-CMP-LABEL            PIC X(16) VALUE SPACES.              01100000
011100 01  WS-CMP-HIST             PIC S9(11)V99 VALUE ZERO.            01110000
011200 01  WS-CMP-ACCUM            PIC S9(11)V99 VALUE ZERO.            01120000
011300 01  WS-CURRENT-DATE.                                             01130000
011400     03  WS-CURR-YY          PIC 9(04).                           01140000
011500     03  WS-CURR-MM          PIC 9(02).                           01150000
011600     03  WS-CURR-DD          PIC 9(02).                           01160000
011700 01  WS-RUN-DATE-OUT         PIC X(10) VALUE SPACES.              01170000
011800 01  WS-HEADING-LINE.                                             01180000
011900     03  FILLER              PIC X(44) VALUE                      01190000
012000         'P26BP70  YTD ACCUMULATOR RECONCILIATION'.               01200000
012100     03  FILLER              PIC X(10) VALUE 'RUN DATE '.         01210000
012200     03  HL-RUN-DATE         PIC X(10).                           01220000
012300     03  FILLER              PIC X(02) VALUE SPACES.              01230000
012400     03  HL-MODE             PIC X(16).                           01240000
012500     03  FILLER              PIC X(02) VALUE SPACES.              01250000
012600     03  FILLER              PIC X(05) VALUE 'YEAR '.             01260000
012700     03  HL-YEAR             PIC X(04).                           01270000
012800 01  WS-COLUMN-LINE.                                              01280000
012900     03  FILLER              PIC X(40) VALUE                      01290000
013000         'EMPID YEAR  FIELD                     HI'.              01300000
013100     03  FILLER              PIC X(40) VALUE                      01310000
013200         'STORY      ACCUMULATOR  NAME            '.              01320000
013300 01  WS-DETAIL-LINE.                                              01330000
013400     03  DL-EMP-ID           PIC X(05).                           01340000
013500     03  FILLER              PIC X(01) VALUE SPACES.              01350000
013600     03  DL-YEAR             PIC X(04).                           01360000
013700     03  FILLER              PIC X(02) VALUE SPACES.              01370000
013800     03  DL-FIELD            PIC X(16).                           01380000
013900     03  FILLER              PIC X(02) VALUE SPACES.              01390000
014000     03  DL-HIST             PIC ZZZ,ZZZ,ZZ9.99-.                 01400000
014100     03  FILLER              PIC X(02) VALUE SPACES.              01410000
014200     03  DL-ACCUM            PIC ZZZ,ZZZ,ZZ9.99-.                 01420000
014300     03  FILLER              PIC X(02) VALUE SPACES.              01430000
014400     03  DL-NAME             PIC X(20).                           01440000
014500 01  WS-SUMMARY-LINE.                                             01450000
014600     03  SM-LABEL            PIC X(30).                           01460000
014700     03  SM-COUNT            PIC Z,ZZZ,ZZ9.                       01470000
014800     COPY P26YTAC.                                                01480000
014900     COPY P26RCC.                                                 01490000
015000*                                                                 01500000
015100 PROCEDURE DIVISION.                                              01510000
015200 MAIN-PARA.                                                       01520000
015300     PERFORM REGISTER-START-PARA                                  01530000
015400     PERFORM INITIALIZATION-PARA                                  01540000
015500     IF REBUILD-RUN                                               01550000
015600         PERFORM REBUILD-PARA                                     01560000
015700     END-IF                                                       01570000
015800     PERFORM RECONCILE-PARA                                       01580000
015900     PERFORM TERMINATION-PARA                                     01590000
016000     PERFORM REGISTER-END-PARA                                    01600000
016100     STOP RUN.                                                    01610000
016200*                                                                 01620000
016300 INITIALIZATION-PARA.                                             01630000
016400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    01640000
016500     STRING WS-CURR-DD '/' WS-CURR-MM '/' WS-CURR-YY              01650000
016600         DELIMITED BY SIZE INTO WS-RUN-DATE-OUT                   01660000
016700     PERFORM READ-YTPRM-PARA                                      01670000
016800     OPEN OUTPUT P26YTRP                                          01680000
016900     MOVE WS-RUN-DATE-OUT TO HL-RUN-DATE                          01690000
017000     IF REBUILD-RUN                                               01700000
017100         MOVE 'REBUILD' TO HL-MODE                                01710000
017200     ELSE                                                         01720000
017300         MOVE 'RECONCILE ONLY' TO HL-MODE                         01730000
017400     END-IF                                                       01740000
017500     IF WS-SCOPE-YEAR = SPACES                                    01750000
017600         MOVE 'ALL' TO HL-YEAR                                    01760000
017700     ELSE                                                         01770000
017800         MOVE WS-SCOPE-YEAR TO HL-YEAR                            01780000
017900     END-IF                                                       01790000
018000     MOVE WS-HEADING-LINE TO YTRP-LINE                            01800000
018100     WRITE YTRP-LINE                                              01810000
018200     MOVE SPACES TO YTRP-LINE                                     01820000
018300     WRITE YTRP-LINE                                              01830000
018400     MOVE WS-COLUMN-LINE TO YTRP-LINE                             01840000
018500     WRITE YTRP-LINE                                              01850000
018600     OPEN INPUT P26PHIST                                          01860000
018700     IF NOT PHIST-OK                                              01870000
018800         DISPLAY 'P26BP70 PAY HISTORY FILE NOT AVAILABLE'         01880000
018900     END-IF                                                       01890000
019000     OPEN INPUT P26PHDF.                                          01900000
019100*                                                                 01910000
019200 READ-YTPRM-PARA.                                                 01920000
019300     MOVE SPACES TO YTPRM-RECORD                                  01930000
019400     OPEN INPUT P26YTPRM                                          01940000
019500     IF NOT YTPRM-MISSING                                         01950000
019600         READ P26YTPRM                                            01960000
019700             AT END                                               01970000
019800                 MOVE SPACES TO YTPRM-RECORD                      01980000
019900         END-READ                                                 01990000
020000         CLOSE P26YTPRM                                           02000000
020100     END-IF                                                       02010000
020200     IF YPM-MODE = 'R'                                            02020000
020300         MOVE 'R' TO WS-RUN-MODE                                  02030000
020400     END-IF                                                       02040000
020500     IF YPM-YEAR NUMERIC                                          02050000
020600         MOVE YPM-YEAR TO WS-SCOPE-YEAR                           02060000
020700     END-IF.                                                      02070000
020800*                                                                 02080000
020900 REBUILD-PARA.                                                    02090000
021000     PERFORM CLEAR-YTDF-PARA                                      02100000
021100     SET YTP-OPEN TO TRUE                                         02110000
021200     MOVE 'P26BP70 ' TO YTP-USER                                  02120000
021300     CALL 'P26YTDUP' USING YTD-POST-AREA                          02130000
021400     IF YTP-IO-ERROR                                              02140000
021500         DISPLAY 'P26BP70 YTD ACCUMULATOR FILE NOT AVAILABLE'     02150000
021600     ELSE                                                         02160000
021700         PERFORM START-PHIST-PARA                                 02170000
021800         PERFORM REBUILD-HIST-PARA                                02180000
021900             UNTIL END-OF-FILE                                    02190000
022000         IF NOT PHDF-MISSING                                      02200000
022100             MOVE LOW-VALUES TO PHD-KEY                           02210000
022200             PERFORM START-PHDF-PARA                              02220000
022300             PERFORM REBUILD-PHD-PARA                             02230000
022400                 UNTIL PHD-DONE                                   02240000
022500         END-IF                                                   02250000
022600         SET YTP-CLOSE TO TRUE                                    02260000
022700         CALL 'P26YTDUP' USING YTD-POST-AREA                      02270000
022800     END-IF.                                                      02280000
022900*                                                                 02290000
023000 CLEAR-YTDF-PARA.                                                 02300000
023100     OPEN I-O P26YTDF                                             02310000
023200     IF YTDF-MISSING                                              02320000
023300         OPEN OUTPUT P26YTDF                                      02330000
023400         CLOSE P26YTDF                                            02340000
023500         OPEN I-O P26YTDF                                         02350000
023600     END-IF                                                       02360000
023700     IF YTDF-OK                                                   02370000
023800         PERFORM START-YTDF-PARA                                  02380000
023900         PERFORM CLEAR-YTDF-NEXT-PARA                             02390000
024000             UNTIL YTA-DONE                                       02400000
024100         CLOSE P26YTDF                                            02410000
024200     END-IF.                                                      02420000
024300*                                                                 02430000
024400 CLEAR-YTDF-NEXT-PARA.                                            02440000
024500     PERFORM READ-YTDF-PARA                                       02450000
024600     IF NOT YTA-DONE                                              02460000
024700         DELETE P26YTDF RECORD                                    02470000
024800             INVALID KEY                                          02480000
024900                 CONTINUE                                         02490000
025000             NOT INVALID KEY                                      02500000
025100                 ADD 1 TO WS-DELETE-COUNT                         02510000
025200         END-DELETE                                               02520000
025300     END-IF.                                                      02530000
025400*                                                                 02540000
025500 START-YTDF-PARA.                                                 02550000
025600     MOVE 'N' TO WS-YTA-DONE-FLAG                                 02560000
025700     MOVE LOW-VALUES TO YTA-KEY                                   02570000
025800     IF WS-SCOPE-YEAR NOT = SPACES                                02580000
025900         MOVE WS-SCOPE-YEAR TO YTA-YEAR                           02590000
026000     END-IF                                                       02600000
026100     START P26YTDF KEY IS NOT LESS THAN YTA-KEY                   02610000
026200         INVALID KEY                                              02620000
026300             SET YTA-DONE TO TRUE                                 02630000
026400     END-START.                                                   02640000
026500*                                                                 02650000
026600 READ-YTDF-PARA.                                                  02660000
026700     READ P26YTDF NEXT RECORD                                     02670000
026800         AT END                                                   02680000
026900             SET YTA-DONE TO TRUE                                 02690000
027000     END-READ                                                     02700000
027100     IF NOT YTA-DONE                                              02710000
027200        AND WS-SCOPE-YEAR NOT = SPACES                            02720000
027300        AND YTA-YEAR NOT = WS-SCOPE-YEAR                          02730000
027400         SET YTA-DONE TO TRUE                                     02740000
027500     END-IF.                                                      02750000
027600*                                                                 02760000
027700 START-PHIST-PARA.                                                02770000
027800     MOVE 'N' TO WS-EOF-FLAG                                      02780000
027900     IF PHIST-OK                                                  02790000
028000         MOVE LOW-VALUES TO PH-KEY                                02800000
028100         START P26PHIST KEY IS NOT LESS THAN PH-KEY               02810000
028200             INVALID KEY                                          02820000
028300                 SET END-OF-FILE TO TRUE                          02830000
028400         END-START                                                02840000
028500     ELSE                                                         02850000
028600         SET END-OF-FILE TO TRUE                                  02860000
028700     END-IF                                                       02870000
028800     IF NOT END-OF-FILE                                           02880000
028900         PERFORM READ-PHIST-PARA                                  02890000
029000     END-IF.                                                      02900000
029100*                                                                 02910000
029200 READ-PHIST-PARA.                                                 02920000
029300     MOVE 'N' TO WS-PH-WANTED-FLAG                                02930000
029400     PERFORM READ-PHIST-NEXT-PARA                                 02940000
029500         UNTIL END-OF-FILE OR PH-WANTED.                          02950000
029600*                                                                 02960000
029700 READ-PHIST-NEXT-PARA.                                            02970000
029800     READ P26PHIST NEXT RECORD                                    02980000
029900         AT END                                                   02990000
030000             SET END-OF-FILE TO TRUE                              03000000
030100     END-READ                                                     03010000
030200     IF NOT END-OF-FILE                                           03020000
030300        AND PH-DETAIL-REC                                         03030000
030400         IF WS-SCOPE-YEAR = SPACES                                03040000
030500            OR PH-PERIOD(1:4) = WS-SCOPE-YEAR                     03050000
030600             SET PH-WANTED TO TRUE                                03060000
030700         END-IF                                                   03070000
030800     END-IF.                                                      03080000
030900*                                                                 03090000
031000 REBUILD-HIST-PARA.                                               03100000
031100     SET YTP-POST-PAY TO TRUE                                     03110000
031200     MOVE PH-EMP-ID TO YTP-EMP-ID                                 03120000
031300     MOVE PH-PERIOD TO YTP-PERIOD                                 03130000
031400     MOVE PH-EMP-NAME TO YTP-EMP-NAME                             03140000
031500     MOVE PH-GROSS TO YTP-GROSS                                   03150000
031600     MOVE PH-TAX TO YTP-TAX                                       03160000
031700     MOVE PH-OTH-DEDN TO YTP-OTH-DEDN                             03170000
031800     MOVE PH-NET TO YTP-NET                                       03180000
031900     MOVE ZERO TO YTP-EMPR-CONT                                   03190000
032000     IF PH-EMPR-CONT NUMERIC                                      03200000
032100         MOVE PH-EMPR-CONT TO YTP-EMPR-CONT                       03210000
032200     END-IF                                                       03220000
032300     MOVE ZERO TO YTP-HOURS                                       03230000
032400     IF PH-HOURS NUMERIC                                          03240000
032500         MOVE PH-HOURS TO YTP-HOURS                               03250000
032600     END-IF                                                       03260000
032700     MOVE 1 TO YTP-PAY-COUNT                                      03270000
032800     CALL 'P26YTDUP' USING YTD-POST-AREA                          03280000
032900     ADD 1 TO WS-POST-COUNT                                       03290000
033000     PERFORM READ-PHIST-PARA.                                     03300000
033100*                                                                 03310000
033200 START-PHDF-PARA.                                                 03320000
033300     MOVE 'N' TO WS-PHD-DONE-FLAG                                 03330000
033400     START P26PHDF KEY IS NOT LESS THAN PHD-KEY                   03340000
033500         INVALID KEY                                              03350000
033600             SET PHD-DONE TO TRUE                                 03360000
033700     END-START.                                                   03370000
033800*                                                                 03380000
033900 REBUILD-PHD-PARA.                                                03390000
034000     READ P26PHDF NEXT RECORD                                     03400000
034100         AT END                                                   03410000
034200             SET PHD-DONE TO TRUE                                 03420000
034300     END-READ                                                     03430000
034400     IF NOT PHD-DONE                                              03440000
034500         IF WS-SCOPE-YEAR = SPACES                                03450000
034600            OR PHD-PERIOD(1:4) = WS-SCOPE-YEAR                    03460000
034700             SET YTP-POST-DED TO TRUE                             03470000
034800             MOVE PHD-EMP-ID TO YTP-EMP-ID                        03480000
034900             MOVE PHD-PERIOD TO YTP-PERIOD                        03490000
035000             MOVE SPACES TO YTP-EMP-NAME                          03500000
035100             MOVE PHD-DED-TYPE TO YTP-DED-TYPE                    03510000
035200             MOVE PHD-CLASS TO YTP-DED-CLASS                      03520000
035300             MOVE PHD-AMOUNT TO YTP-DED-AMOUNT                    03530000
035400             CALL 'P26YTDUP' USING YTD-POST-AREA                  03540000
035500             ADD 1 TO WS-DED-POST-COUNT                           03550000
035600         END-IF                                                   03560000
035700     END-IF.                                                      03570000
035800*                                                                 03580000
035900 RECONCILE-PARA.                                                  03590000
036000     OPEN INPUT P26YTDF                                           03600000
036100     IF YTDF-OK                                                   03610000
036200         SET YTDF-OPEN TO TRUE                                    03620000
036300     ELSE                                                         03630000
036400         DISPLAY 'P26BP70 YTD ACCUMULATOR FILE NOT AVAILABLE'     03640000
036500     END-IF                                                       03650000
036600     PERFORM START-PHIST-PARA                                     03660000
036700     PERFORM RECON-GROUP-PARA                                     03670000
036800         UNTIL END-OF-FILE                                        03680000
036900     IF YTDF-OPEN                                                 03690000
037000         PERFORM START-YTDF-PARA                                  03700000
037100         IF NOT YTA-DONE                                          03710000
037200             PERFORM READ-YTDF-PARA                               03720000
037300         END-IF                                                   03730000
037400         PERFORM CHECK-NO-HIST-PARA                               03740000
037500             UNTIL YTA-DONE                                       03750000
037600         CLOSE P26YTDF                                            03760000
037700     END-IF.                                                      03770000
037800*                                                                 03780000
037900 RECON-GROUP-PARA.                                                03790000
038000     MOVE PH-EMP-ID TO WS-GRP-EMP-ID                              03800000
038100     MOVE PH-PERIOD(1:4) TO WS-GRP-YEAR                           03810000
038200     MOVE PH-EMP-NAME TO WS-GRP-NAME                              03820000
038300     INITIALIZE WS-HIS-TOTALS                                     03830000
038400     PERFORM RECON-ADD-PARA                                       03840000
038500         UNTIL END-OF-FILE                                        03850000
038600            OR PH-EMP-ID NOT = WS-GRP-EMP-ID                      03860000
038700            OR PH-PERIOD(1:4) NOT = WS-GRP-YEAR                   03870000
038800     IF NOT PHDF-MISSING                                          03880000
038900         MOVE WS-GRP-EMP-ID TO PHD-EMP-ID                         03890000
039000         MOVE WS-GRP-YEAR TO PHD-PERIOD(1:4)                      03900000
039100         MOVE '00' TO PHD-PERIOD(5:2)                             03910000
039200         MOVE LOW-VALUES TO PHD-RUN-TYPE                          03920000
039300         MOVE LOW-VALUES TO PHD-DED-TYPE                          03930000
039400         PERFORM START-PHDF-PARA                                  03940000
039500         PERFORM SUM-PHD-PARA                                     03950000
039600             UNTIL PHD-DONE                                       03960000
039700     END-IF                                                       03970000
039800     PERFORM CHECK-ACCUM-PARA.                                    03980000
039900*                                                                 03990000
040000 RECON-ADD-PARA.                                                  04000000
040100     ADD 1 TO WS-READ-COUNT                                       04010000
040200     ADD PH-GROSS TO WS-HIS-GROSS                                 04020000
040300     ADD PH-TAX TO WS-HIS-TAX                                     04030000
040400     ADD PH-OTH-DEDN TO WS-HIS-OTH-DEDN                           04040000
040500     ADD PH-NET TO WS-HIS-NET                                     04050000
040600     IF PH-EMPR-CONT NUMERIC                                      04060000
040700         ADD PH-EMPR-CONT TO WS-HIS-EMPR-CONT                     04070000
040800     END-IF                                                       04080000
040900     IF PH-HOURS NUMERIC                                          04090000
041000         ADD PH-HOURS TO WS-HIS-HOURS                             04100000
041100     END-IF                                                       04110000
041200     ADD 1 TO WS-HIS-PAY-COUNT                                    04120000
041300     PERFORM READ-PHIST-PARA.                                     04130000
041400*                                                                 04140000
041500 SUM-PHD-PARA.                                                    04150000
041600     READ P26PHDF NEXT RECORD                                     04160000
041700         AT END                                                   04170000
041800             SET PHD-DONE TO TRUE                                 04180000
041900     END-READ                                                     04190000
042000     IF NOT PHD-DONE                                              04200000
042100         IF PHD-EMP-ID NOT = WS-GRP-EMP-ID                        04210000
042200            OR PHD-PERIOD(1:4) NOT = WS-GRP-YEAR                  04220000
042300             SET PHD-DONE TO TRUE                                 04230000
042400         ELSE                                                     04240000
042500             PERFORM ADD-HIS-DED-PARA                             04250000
042600         END-IF                                                   04260000
042700     END-IF.                                                      04270000
042800*                                                                 04280000
042900 ADD-HIS-DED-PARA.                                                04290000
043000     MOVE 'N' TO WS-DED-FOUND-FLAG                                04300000
043100     MOVE ZERO TO WS-DED-SUB                                      04310000
043200     PERFORM FIND-HIS-DED-PARA                                    04320000
043300         UNTIL DED-FOUND OR WS-DED-SUB = WS-HIS-DED-COUNT         04330000
043400     IF NOT DED-FOUND                                             04340000
043500        AND WS-HIS-DED-COUNT < 20                                 04350000
043600         ADD 1 TO WS-HIS-DED-COUNT                                04360000
043700         MOVE WS-HIS-DED-COUNT TO WS-DED-SUB                      04370000
043800         MOVE PHD-DED-TYPE TO WS-HIS-DED-TYPE(WS-DED-SUB)         04380000
043900         MOVE PHD-CLASS TO WS-HIS-DED-CLASS(WS-DED-SUB)           04390000
044000         MOVE ZERO TO WS-HIS-DED-AMOUNT(WS-DED-SUB)               04400000
044100         MOVE 'Y' TO WS-DED-FOUND-FLAG                            04410000
044200     END-IF                                                       04420000
044300     IF DED-FOUND                                                 04430000
044400         ADD PHD-AMOUNT TO WS-HIS-DED-AMOUNT(WS-DED-SUB)          04440000
044500     ELSE                                                         04450000
044600         ADD PHD-AMOUNT TO WS-HIS-DED-OVERFLOW                    04460000
044700     END-IF.                                                      04470000
044800*                                                                 04480000
044900 FIND-HIS-DED-PARA.                                               04490000
045000     ADD 1 TO WS-DED-SUB                                          04500000
045100     IF WS-HIS-DED-TYPE(WS-DED-SUB) = PHD-DED-TYPE                04510000
045200        AND WS-HIS-DED-CLASS(WS-DED-SUB) = PHD-CLASS              04520000
045300         MOVE 'Y' TO WS-DED-FOUND-FLAG                            04530000
045400     END-IF.                                                      04540000
045500*                                                                 04550000
045600 CHECK-ACCUM-PARA.                                                04560000
045700     ADD 1 TO WS-CHECK-COUNT                                      04570000
045800     MOVE 'N' TO WS-DIFF-FLAG                                     04580000
045900     MOVE 'N' TO WS-YTA-FOUND-FLAG                                04590000
046000     IF YTDF-OPEN                                                 04600000
046100         MOVE WS-GRP-YEAR TO YTA-YEAR                             04610000
046200         MOVE WS-GRP-EMP-ID TO YTA-EMP-ID                         04620000
046300         READ P26YTDF                                             04630000
046400             INVALID KEY                                          04640000
046500                 CONTINUE                                         04650000
046600             NOT INVALID KEY                                      04660000
046700                 SET YTA-FOUND TO TRUE                            04670000
046800         END-READ                                                 04680000
046900     END-IF                                                       04690000
047000     IF NOT YTA-FOUND                                             04700000
047100         MOVE 'NO ACCUMULATOR' TO WS-CMP-LABEL                    04710000
047200         MOVE WS-HIS-GROSS TO WS-CMP-HIST                         04720000
047300         MOVE ZERO TO WS-CMP-ACCUM                                04730000
047400         PERFORM WRITE-DIFF-PARA                                  04740000
047500     ELSE                                                         04750000
047600         PERFORM CHECK-TOTALS-PARA                                04760000
047700         PERFORM CHECK-DEDNS-PARA                                 04770000
047800     END-IF                                                       04780000
047900     IF EMP-DIFFERS                                               04790000
048000         ADD 1 TO WS-DIFF-COUNT                                   04800000
048100     END-IF.                                                      04810000
048200*                                                                 04820000
048300 CHECK-TOTALS-PARA.                                               04830000
048400     MOVE 'GROSS' TO WS-CMP-LABEL                                 04840000
048500     MOVE WS-HIS-GROSS TO WS-CMP-HIST                             04850000
048600     MOVE YTA-GROSS TO WS-CMP-ACCUM                               04860000
048700     PERFORM COMPARE-PARA                                         04870000
048800     MOVE 'TAX' TO WS-CMP-LABEL                                   04880000
048900     MOVE WS-HIS-TAX TO WS-CMP-HIST                               04890000
049000     MOVE YTA-TAX TO WS-CMP-ACCUM                                 04900000
049100     PERFORM COMPARE-PARA                                         04910000
049200     MOVE 'OTHER DEDUCTIONS' TO WS-CMP-LABEL                      04920000
049300     MOVE WS-HIS-OTH-DEDN TO WS-CMP-HIST                          04930000
049400     MOVE YTA-OTH-DEDN TO WS-CMP-ACCUM                            04940000
049500     PERFORM COMPARE-PARA                                         04950000
049600     MOVE 'EMPLOYER CONTRIB' TO WS-CMP-LABEL                      04960000
049700     MOVE WS-HIS-EMPR-CONT TO WS-CMP-HIST                         04970000
049800     MOVE YTA-EMPR-CONT TO WS-CMP-ACCUM                           04980000
049900     PERFORM COMPARE-PARA                                         04990000
050000     MOVE 'NET' TO WS-CMP-LABEL                                   05000000
050100     MOVE WS-HIS-NET TO WS-CMP-HIST                               05010000
050200     MOVE YTA-NET TO WS-CMP-ACCUM                                 05020000
050300     PERFORM COMPARE-PARA                                         05030000
050400     MOVE 'HOURS' TO WS-CMP-LABEL                                 05040000
050500     MOVE WS-HIS-HOURS TO WS-CMP-HIST                             05050000
050600     MOVE YTA-HOURS TO WS-CMP-ACCUM                               05060000
050700     PERFORM COMPARE-PARA                                         05070000
050800     MOVE 'PAY COUNT' TO WS-CMP-LABEL                             05080000
050900     MOVE WS-HIS-PAY-COUNT TO WS-CMP-HIST                         05090000
051000     MOVE YTA-PAY-COUNT TO WS-CMP-ACCUM                           05100000
051100     PERFORM COMPARE-PARA.                                        05110000
051200*                                                                 05120000
051300 CHECK-DEDNS-PARA.                                                05130000
051400     MOVE WS-HIS-DED-OVERFLOW TO WS-HIS-DED-TOTAL                 05140000
051500     MOVE ZERO TO WS-DED-SUB                                      05150000
051600     PERFORM CHECK-DED-ENTRY-PARA                                 05160000
051700         UNTIL WS-DED-SUB = WS-HIS-DED-COUNT                      05170000
051800     MOVE YTA-DED-OVERFLOW TO WS-YTA-DED-TOTAL                    05180000
051900     MOVE ZERO TO WS-YTA-SUB                                      05190000
052000     PERFORM SUM-YTA-DED-PARA                                     05200000
052100         UNTIL WS-YTA-SUB = YTA-DED-COUNT                         05210000
052200     MOVE 'DEDUCTION TOTAL' TO WS-CMP-LABEL                       05220000
052300     MOVE WS-HIS-DED-TOTAL TO WS-CMP-HIST                         05230000
052400     MOVE WS-YTA-DED-TOTAL TO WS-CMP-ACCUM                        05240000
052500     PERFORM COMPARE-PARA.                                        05250000
052600*                                                                 05260000
052700 CHECK-DED-ENTRY-PARA.                                            05270000
052800     ADD 1 TO WS-DED-SUB                                          05280000
052900     ADD WS-HIS-DED-AMOUNT(WS-DED-SUB) TO WS-HIS-DED-TOTAL        05290000
053000     MOVE 'N' TO WS-DED-FOUND-FLAG                                05300000
053100     MOVE ZERO TO WS-YTA-SUB                                      05310000
053200     PERFORM FIND-YTA-DED-PARA                                    05320000
053300         UNTIL DED-FOUND OR WS-YTA-SUB = YTA-DED-COUNT            05330000
053400     MOVE SPACES TO WS-CMP-LABEL                                  05340000
053500     STRING 'DEDUCTION ' WS-HIS-DED-TYPE(WS-DED-SUB)              05350000
053600         DELIMITED BY SIZE INTO WS-CMP-LABEL                      05360000
053700     MOVE WS-HIS-DED-AMOUNT(WS-DED-SUB) TO WS-CMP-HIST            05370000
053800     IF DED-FOUND                                                 05380000
053900         MOVE YTA-DED-AMOUNT(WS-YTA-SUB) TO WS-CMP-ACCUM          05390000
054000     ELSE                                                         05400000
054100         MOVE ZERO TO WS-CMP-ACCUM                                05410000
054200     END-IF                                                       05420000
054300     IF DED-FOUND                                                 05430000
054400        OR YTA-DED-COUNT < 20                                     05440000
054500         PERFORM COMPARE-PARA                                     05450000
054600     END-IF.                                                      05460000
054700*                                                                 05470000
054800 FIND-YTA-DED-PARA.                                               05480000
054900     ADD 1 TO WS-YTA-SUB                                          05490000
055000     IF YTA-DED-TYPE(WS-YTA-SUB) = WS-HIS-DED-TYPE(WS-DED-SUB)    05500000
055100        AND YTA-DED-CLASS(WS-YTA-SUB)                             05510000
055200            = WS-HIS-DED-CLASS(WS-DED-SUB)                        05520000
055300         MOVE 'Y' TO WS-DED-FOUND-FLAG                            05530000
055400     END-IF.                                                      05540000
055500*                                                                 05550000
055600 SUM-YTA-DED-PARA.                                                05560000
055700     ADD 1 TO WS-YTA-SUB                                          05570000
055800     ADD YTA-DED-AMOUNT(WS-YTA-SUB) TO WS-YTA-DED-TOTAL.          05580000
055900*                                                                 05590000
056000 COMPARE-PARA.                                                    05600000
056100     IF WS-CMP-HIST NOT = WS-CMP-ACCUM                            05610000
056200         PERFORM WRITE-DIFF-PARA                                  05620000
056300     END-IF.                                                      05630000
056400*                                                                 05640000
056500 WRITE-DIFF-PARA.                                                 05650000
056600     SET EMP-DIFFERS TO TRUE                                      05660000
056700     MOVE SPACES TO WS-DETAIL-LINE                                05670000
056800     MOVE WS-GRP-EMP-ID TO DL-EMP-ID                              05680000
056900     MOVE WS-GRP-YEAR TO DL-YEAR                                  05690000
057000     MOVE WS-CMP-LABEL TO DL-FIELD                                05700000
057100     MOVE WS-CMP-HIST TO DL-HIST                                  05710000
057200     MOVE WS-CMP-ACCUM TO DL-ACCUM                                05720000
057300     MOVE WS-GRP-NAME TO DL-NAME                                  05730000
057400     MOVE WS-DETAIL-LINE TO YTRP-LINE                             05740000
057500     WRITE YTRP-LINE.                                             05750000
057600*                                                                 05760000
057700 CHECK-NO-HIST-PARA.                                              05770000
057800     MOVE 'N' TO WS-HIST-FOUND-FLAG                               05780000
057900     IF PHIST-OK                                                  05790000
058000         MOVE YTA-EMP-ID TO PH-EMP-ID                             05800000
058100         MOVE YTA-YEAR TO PH-PERIOD(1:4)                          05810000
058200         MOVE '00' TO PH-PERIOD(5:2)                              05820000
058300         MOVE LOW-VALUES TO PH-RUN-TYPE                           05830000
058400         START P26PHIST KEY IS NOT LESS THAN PH-KEY               05840000
058500             INVALID KEY                                          05850000
058600                 MOVE 'Y' TO WS-EOF-FLAG                          05860000
058700             NOT INVALID KEY                                      05870000
058800                 MOVE 'N' TO WS-EOF-FLAG                          05880000
058900         END-START                                                05890000
059000         IF NOT END-OF-FILE                                       05900000
059100             READ P26PHIST NEXT RECORD                            05910000
059200                 AT END                                           05920000
059300                     SET END-OF-FILE TO TRUE                      05930000
059400             END-READ                                             05940000
059500         END-IF                                                   05950000
059600         IF NOT END-OF-FILE                                       05960000
059700            AND PH-DETAIL-REC                                     05970000
059800            AND PH-EMP-ID = YTA-EMP-ID                            05980000
059900            AND PH-PERIOD(1:4) = YTA-YEAR                         05990000
060000             SET HIST-FOUND TO TRUE                               06000000
060100         END-IF                                                   06010000
060200     END-IF                                                       06020000
060300     IF NOT HIST-FOUND                                            06030000
060400         ADD 1 TO WS-NOHIST-COUNT                                 06040000
060500         MOVE YTA-EMP-ID TO WS-GRP-EMP-ID                         06050000
060600         MOVE YTA-YEAR TO WS-GRP-YEAR                             06060000
060700         MOVE YTA-EMP-NAME TO WS-GRP-NAME                         06070000
060800         MOVE 'NO HISTORY' TO WS-CMP-LABEL                        06080000
060900         MOVE ZERO TO WS-CMP-HIST                                 06090000
061000         MOVE YTA-GROSS TO WS-CMP-ACCUM                           06100000
061100         PERFORM WRITE-DIFF-PARA                                  06110000
061200     END-IF                                                       06120000
061300     PERFORM READ-YTDF-PARA.                                      06130000
061400*                                                                 06140000
061500 TERMINATION-PARA.                                                06150000
061600     MOVE SPACES TO YTRP-LINE                                     06160000
061700     WRITE YTRP-LINE                                              06170000
061800     MOVE SPACES TO WS-SUMMARY-LINE                               06180000
061900     IF REBUILD-RUN                                               06190000
062000         MOVE 'ACCUMULATORS CLEARED' TO SM-LABEL                  06200000
062100         MOVE WS-DELETE-COUNT TO SM-COUNT                         06210000
062200         PERFORM WRITE-SUMMARY-PARA                               06220000
062300         MOVE 'PAY RECORDS POSTED' TO SM-LABEL                    06230000
062400         MOVE WS-POST-COUNT TO SM-COUNT                           06240000
062500         PERFORM WRITE-SUMMARY-PARA                               06250000
062600         MOVE 'DEDUCTION RECORDS POSTED' TO SM-LABEL              06260000
062700         MOVE WS-DED-POST-COUNT TO SM-COUNT                       06270000
062800         PERFORM WRITE-SUMMARY-PARA                               06280000
062900     END-IF                                                       06290000
063000     MOVE 'PAY RECORDS READ' TO SM-LABEL                          06300000
063100     MOVE WS-READ-COUNT TO SM-COUNT                               06310000
063200     PERFORM WRITE-SUMMARY-PARA                                   06320000
063300     MOVE 'EMPLOYEE YEARS CHECKED' TO SM-LABEL                    06330000
063400     MOVE WS-CHECK-COUNT TO SM-COUNT                              06340000
063500     PERFORM WRITE-SUMMARY-PARA                                   06350000
063600     MOVE 'EMPLOYEE YEARS OUT OF BALANCE' TO SM-LABEL             06360000
063700     MOVE WS-DIFF-COUNT TO SM-COUNT                               06370000
063800     PERFORM WRITE-SUMMARY-PARA                                   06380000
063900     MOVE 'ACCUMULATORS WITHOUT HISTORY' TO SM-LABEL              06390000
064000     MOVE WS-NOHIST-COUNT TO SM-COUNT                             06400000
064100     PERFORM WRITE-SUMMARY-PARA                                   06410000
064200     IF PHIST-OK                                                  06420000
064300         CLOSE P26PHIST                                           06430000
064400     END-IF                                                       06440000
064500     IF NOT PHDF-MISSING                                          06450000
064600         CLOSE P26PHDF                                            06460000
064700     END-IF                                                       06470000
064800     CLOSE P26YTRP                                                06480000
064900     DISPLAY 'P26BP70 CHECKED ' WS-CHECK-COUNT                    06490000
065000         ' OUT OF BALANCE ' WS-DIFF-COUNT                         06500000
065100         ' NO HISTORY ' WS-NOHIST-COUNT.                          06510000
065200*                                                                 06520000
065300 WRITE-SUMMARY-PARA.                                              06530000
065400     MOVE WS-SUMMARY-LINE TO YTRP-LINE                            06540000
065500     WRITE YTRP-LINE.                                             06550000
065600*                                                                 06560000
065700 REGISTER-START-PARA.                                             06570000
065800     SET RCA-START TO TRUE                                        06580000
065900     MOVE 'P26BP70' TO RCA-JOB-NAME                               06590000
066000     MOVE SPACES TO RCA-BUS-DATE                                  06600000
066100     MOVE SPACES TO RCA-PRED-JOB                                  06610000
066200     MOVE SPACES TO RCA-OVERRIDE                                  06620000
066300     MOVE ZERO TO RCA-READ-COUNT                                  06630000
066400     MOVE ZERO TO RCA-WRITE-COUNT                                 06640000
066500     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       06650000
066600     IF RCA-RETURN NOT = '00'                                     06660000
066700         DISPLAY 'P26BP70 RUN REFUSED BY RUN CONTROL RC='         06670000
066800             RCA-RETURN                                           06680000
066900         STOP RUN                                                 06690000
067000     END-IF.                                                      06700000
067100*                                                                 06710000
067200 REGISTER-END-PARA.                                               06720000
067300     SET RCA-END TO TRUE                                          06730000
067400     MOVE WS-READ-COUNT TO RCA-READ-COUNT                         06740000
067500     ADD WS-POST-COUNT WS-DED-POST-COUNT                          06750000
067600         GIVING RCA-WRITE-COUNT                                   06760000
067700     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      06770000
