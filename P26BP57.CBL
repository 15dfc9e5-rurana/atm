000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP57.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26CFILE ASSIGN TO P26CFILE                           00060000
000700         ORGANIZATION IS INDEXED                                  00070000
000800         ACCESS MODE IS DYNAMIC                                   00080000
000900         RECORD KEY IS CRD-USERID                                 00090000
001000         FILE STATUS IS WS-CFILE-STATUS.                          00100000
001100     SELECT P26SLGR ASSIGN TO P26SLGR                             00110000
001200         ORGANIZATION IS INDEXED                                  00120000
001300         ACCESS MODE IS SEQUENTIAL                                00130000
001400         RECORD KEY IS SLG-KEY                                    00140000
001500         FILE STATUS IS WS-SLGR-STATUS.                           00150000
001600     SELECT P26SFILE ASSIGN TO P26SFILE                           00160000
001700         ORGANIZATION IS INDEXED                                  00170000
001800         ACCESS MODE IS DYNAMIC                                   00180000
001900         RECORD KEY IS STS-EMP-ID                                 00190000
002000         FILE STATUS IS WS-SFILE-STATUS.                          00200000
002100     SELECT P26MFILE ASSIGN TO P26MFILE                           00210000
002200         ORGANIZATION IS INDEXED                                  00220000
002300         ACCESS MODE IS DYNAMIC                                   00230000
002400         RECORD KEY IS EMP-ID                                     00240000
002500         FILE STATUS IS WS-MFILE-STATUS.                          00250000
002600     SELECT P26AUDIT ASSIGN TO P26AUDIT                           00260000
002700         ORGANIZATION IS INDEXED                                  00270000
002800         ACCESS MODE IS DYNAMIC                                   00280000
002900         RECORD KEY IS AUD-KEY                                    00290000
003000         FILE STATUS IS WS-AUDIT-STATUS.                          00300000
003100     SELECT P26ARPARM ASSIGN TO P26ARPARM                         00310000
003200         ORGANIZATION IS LINE SEQUENTIAL                          00320000
003300         FILE STATUS IS WS-ARPARM-STATUS.                         00330000
003400     SELECT P26ARRP ASSIGN TO P26ARRP                             00340000
003500         ORGANIZATION IS LINE SEQUENTIAL                          00350000
003600         FILE STATUS IS WS-ARRP-STATUS.                           00360000
003700*                                                                 00370000
003800 DATA DIVISION.                                                   00380000
003900 FILE SECTION.                                                    00390000
004000 FD  P26CFILE                                                     00400000
004100     LABEL RECORDS ARE STANDARD.                                  00410000
004200     COPY P26CRED.                                                00420000
004300 FD  P26SLGR                                                      00430000
004400     LABEL RECORDS ARE STANDARD.                                  00440000
004500     COPY P26SLGR.                                                00450000
004600 FD  P26SFILE                                                     00460000
004700     LABEL RECORDS ARE STANDARD.                                  00470000
004800     COPY P26STR.                                                 00480000
004900 FD  P26MFILE                                                     00490000
005000     LABEL RECORDS ARE STANDARD.                                  00500000
005100     COPY EMPMSTR.                                                00510000
005200 FD  P26AUDIT                                                     00520000
005300     LABEL RECORDS ARE STANDARD.                                  00530000
005400     COPY P26AUDR.                                                00540000
005500 FD  P26ARPARM                                                    00550000
005600     LABEL RECORDS ARE STANDARD.                                  00560000
005700 01  ARPARM-RECORD.                                               00570000
005800     03  ARP-DORMANT-DAYS    PIC X(03).                           00580000
005900     03  FILLER              PIC X(01).                           00590000
006000     03  ARP-LOCK-OPTION     PIC X(01).                           00600000
006100     03  FILLER              PIC X(75).                           00610000
006200 FD  P26ARRP                                                      00620000
006300     LABEL RECORDS ARE STANDARD.                                  00630000
006400 01  ARRP-LINE               PIC X(132).                          00640000
006500*                                                                 00650000
006600 WORKING-STORAGE SECTION.                                         00660000
006700 01  WS-CFILE-STATUS         PIC X(02) VALUE SPACES.              00670000
006800     88  CFILE-EOF                   VALUE '10'.                  00680000
006900     88  CFILE-MISSING               VALUE '35'.                  00690000
007000 01  WS-SLGR-STATUS          PIC X(02) VALUE SPACES.              00700000
007100     88  SLGR-MISSING                VALUE '35'.                  00710000
007200 01  WS-SFILE-STATUS         PIC X(02) VALUE SPACES.              00720000
007300     88  SFILE-MISSING               VALUE '35'.                  00730000
007400 01  WS-SFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 00740000
007500     88  SFILE-OPEN                  VALUE 'Y'.                   00750000
007600 01  WS-MFILE-STATUS         PIC X(02) VALUE SPACES.              00760000
007700     88  MFILE-MISSING               VALUE '35'.                  00770000
007800 01  WS-MFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 00780000
007900     88  MFILE-OPEN                  VALUE 'Y'.                   00790000
008000 01  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.              00800000
008100     88  AUDIT-IO-OK                 VALUE '00'.                  00810000
008200     88  AUDIT-DUPKEY                VALUE '22'.                  00820000
008300     88  AUDIT-MISSING               VALUE '35'.                  00830000
008400 01  WS-ARPARM-STATUS        PIC X(02) VALUE SPACES.              00840000
008500     88  ARPARM-OK                   VALUE '00'.                  00850000
008600 01  WS-ARRP-STATUS          PIC X(02) VALUE SPACES.              00860000
008700 01  WS-SLG-EOF-FLAG         PIC X(01) VALUE 'N'.                 00870000
008800     88  SLG-EOF                     VALUE 'Y'.                   00880000
008900 01  WS-LOCK-RUN-FLAG        PIC X(01) VALUE 'N'.                 00890000
009000     88  LOCK-RUN                    VALUE 'Y'.                   00900000
009100 01  WS-FOUND-FLAG           PIC X(01) VALUE 'N'.                 00910000
009200     88  ENTRY-FOUND                 VALUE 'Y'.                   00920000
009300 01  WS-TERM-FLAG            PIC X(01) VALUE 'N'.                 00930000
009400     88  EMP-TERMINATED              VALUE 'Y'.                   00940000
009500 01  WS-DORMANT-FLAG         PIC X(01) VALUE 'N'.                 00950000
009600     88  ACCT-DORMANT                VALUE 'Y'.                   00960000
009700 01  WS-NOEMP-FLAG           PIC X(01) VALUE 'N'.                 00970000
009800     88  SELF-NO-EMP                 VALUE 'Y'.                   00980000
009900 01  WS-DORMANT-DAYS         PIC 9(03) VALUE 90.                  00990000
010000 01  WS-SLG-DATE-NUM         PIC X(08) VALUE SPACES.              01000000
010100 01  WS-LAST-DATE-NUM        PIC X(08) VALUE SPACES.              01010000
010200 01  WS-LAST-DATE-OUT        PIC X(10) VALUE SPACES.              01020000
010300 01  WS-LAST-TIME-OUT        PIC X(08) VALUE SPACES.              01030000
010400 01  WS-SEARCH-USERID        PIC X(08) VALUE SPACES.              01040000
010500 01  WS-IDLE-DAYS            PIC 9(07) VALUE ZERO.                01050000
010600 01  WS-LOG-SUB              PIC 9(04) VALUE ZERO.                01060000
010700 01  WS-LOG-MAX              PIC 9(04) VALUE ZERO.                01070000
010800 01  WS-LOG-TABLE.                                                01080000
010900     03  WS-LOG-ENTRY OCCURS 999 TIMES.                           01090000
011000         05  WS-LOG-USERID       PIC X(08).                       01100000
011100         05  WS-LOG-DATE-NUM     PIC X(08).                       01110000
011200         05  WS-LOG-DATE         PIC X(10).                       01120000
011300         05  WS-LOG-TIME         PIC X(08).                       01130000
011400 01  WS-CRD-COUNT            PIC 9(05) VALUE ZERO.                01140000
011500 01  WS-TERM-COUNT           PIC 9(05) VALUE ZERO.                01150000
011600 01  WS-DORMANT-COUNT        PIC 9(05) VALUE ZERO.                01160000
011700 01  WS-NOEMP-COUNT          PIC 9(05) VALUE ZERO.                01170000
011800 01  WS-LOCK-COUNT           PIC 9(05) VALUE ZERO.                01180000
011900 01  WS-AUDIT-SEQ            PIC 9(02) VALUE ZERO.                01190000
012000 01  WS-DATE-IN.                                                  01200000
012100     03  WS-DATE-YY          PIC 9(04).                           01210000
012200     03  WS-DATE-MM          PIC 9(02).                           01220000
012300     03  WS-DATE-DD          PIC 9(02).                           01230000
012400 01  WS-CALC-YY              PIC 9(04) VALUE ZERO.                01240000
012500 01  WS-CALC-MM              PIC 9(02) VALUE ZERO.                01250000
012600 01  WS-QUOT                 PIC 9(07) VALUE ZERO.                01260000
012700 01  WS-DAY-NUM              PIC 9(07) VALUE ZERO.                01270000
012800 01  WS-TODAY-NUM            PIC 9(07) VALUE ZERO.                01280000
012900 01  WS-DATE-OK-FLAG         PIC X(01) VALUE 'Y'.                 01290000
013000     88  DATE-OK                     VALUE 'Y'.                   01300000
013100 01  WS-CURRENT-DATE.                                             01310000
013200     03  WS-CURR-YY          PIC 9(04).                           01320000
013300     03  WS-CURR-MM          PIC 9(02).                           01330000
013400     03  WS-CURR-DD          PIC 9(02).                           01340000
013500 01  WS-CURRENT-TIME         PIC 9(08).                           01350000
013600 01  WS-RUN-DATE-OUT         PIC X(10) VALUE SPACES.              01360000
013700 01  WS-RUN-TIME-OUT         PIC X(08) VALUE SPACES.              01370000
013800 01  WS-HEADING-LINE.                                             01380000
013900     03  FILLER              PIC X(40) VALUE                      01390000
014000         'P26BP57  USER ACCESS REVIEW AS AT'.                     01400000
014100     03  HL-RUN-DATE         PIC X(10).                           01410000
014200     03  FILLER              PIC X(02) VALUE SPACES.              01420000
014300     03  HL-MODE             PIC X(20).                           01430000
014400     03  FILLER              PIC X(02) VALUE SPACES.              01440000
014500     03  FILLER              PIC X(14) VALUE 'DORMANT AFTER '.    01450000
014600     03  HL-DAYS             PIC ZZ9.                             01460000
014700     03  FILLER              PIC X(05) VALUE ' DAYS'.             01470000
014800 01  WS-COL-HEADING.                                              01480000
014900     03  FILLER              PIC X(38) VALUE                      01490000
015000         'USERID   R EMP-ID  LAST SIGN-ON'.                       01500000
015100     03  FILLER              PIC X(18) VALUE                      01510000
015200         'PWD CHANGE STATUS'.                                     01520000
015300     03  FILLER              PIC X(37) VALUE 'FLAGS'.             01530000
015400     03  FILLER              PIC X(39) VALUE 'ACTION'.            01540000
015500 01  WS-DETAIL-LINE.                                              01550000
015600     03  DL-USERID           PIC X(08).                           01560000
015700     03  FILLER              PIC X(01) VALUE SPACES.              01570000
015800     03  DL-ROLE             PIC X(01).                           01580000
015900     03  FILLER              PIC X(01) VALUE SPACES.              01590000
016000     03  DL-EMP-ID           PIC X(05).                           01600000
016100     03  FILLER              PIC X(02) VALUE SPACES.              01610000
016200     03  DL-LAST-DATE        PIC X(10).                           01620000
016300     03  FILLER              PIC X(01) VALUE SPACES.              01630000
016400     03  DL-LAST-TIME        PIC X(08).                           01640000
016500     03  FILLER              PIC X(01) VALUE SPACES.              01650000
016600     03  DL-PWD-DATE         PIC X(10).                           01660000
016700     03  FILLER              PIC X(01) VALUE SPACES.              01670000
016800     03  DL-STATUS           PIC X(06).                           01680000
016900     03  FILLER              PIC X(01) VALUE SPACES.              01690000
017000     03  DL-FLAG-TERM        PIC X(11).                           01700000
017100     03  DL-FLAG-DORMANT     PIC X(08).                           01710000
017200     03  DL-FLAG-NOEMP       PIC X(16).                           01720000
017300     03  FILLER              PIC X(02) VALUE SPACES.              01730000
017400     03  DL-ACTION           PIC X(14).                           01740000
017500 01  WS-SUMMARY-LINE.                                             01750000
017600     03  SM-LABEL            PIC X(30).                           01760000
017700     03  SM-COUNT            PIC ZZ,ZZ9.                          01770000
017800     COPY P26RCC.                                                 01780000
017900*                                                                 01790000
018000 PROCEDURE DIVISION.                                              01800000
018100 MAIN-PARA.                                                       01810000
018200     PERFORM REGISTER-START-PARA                                  01820000
018300     PERFORM INITIALIZATION-PARA                                  01830000
018400     PERFORM SCAN-SIGNON-PARA                                     01840000
018500     PERFORM PROCESS-PARA                                         01850000
018600         UNTIL CFILE-EOF                                          01860000
018700     PERFORM TERMINATION-PARA                                     01870000
018800     PERFORM REGISTER-END-PARA                                    01880000
018900     STOP RUN.                                                    01890000
019000*                                                                 01900000
019100 INITIALIZATION-PARA.                                             01910000
019200     OPEN INPUT P26ARPARM                                         01920000
019300     IF ARPARM-OK                                                 01930000
019400         READ P26ARPARM                                           01940000
019500             AT END                                               01950000
019600                 MOVE SPACES TO ARPARM-RECORD                     01960000
019700         END-READ                                                 01970000
019800         CLOSE P26ARPARM                                          01980000
019900     ELSE                                                         01990000
020000         MOVE SPACES TO ARPARM-RECORD                             02000000
020100     END-IF                                                       02010000
020200     IF ARP-DORMANT-DAYS NUMERIC                                  02020000
020300        AND ARP-DORMANT-DAYS NOT = '000'                          02030000
020400         MOVE ARP-DORMANT-DAYS TO WS-DORMANT-DAYS                 02040000
020500     END-IF                                                       02050000
020600     IF ARP-LOCK-OPTION = 'L'                                     02060000
020700         MOVE 'Y' TO WS-LOCK-RUN-FLAG                             02070000
020800     END-IF                                                       02080000
020900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    02090000
021000     ACCEPT WS-CURRENT-TIME FROM TIME                             02100000
021100     STRING WS-CURR-DD '/' WS-CURR-MM '/' WS-CURR-YY              02110000
021200         DELIMITED BY SIZE INTO WS-RUN-DATE-OUT                   02120000
021300     MOVE WS-CURRENT-TIME TO WS-RUN-TIME-OUT                      02130000
021400     MOVE WS-CURRENT-DATE TO WS-DATE-IN                           02140000
021500     PERFORM DAY-NUMBER-PARA                                      02150000
021600     MOVE WS-DAY-NUM TO WS-TODAY-NUM                              02160000
021700     IF LOCK-RUN                                                  02170000
021800         OPEN I-O P26CFILE                                        02180000
021900         OPEN I-O P26AUDIT                                        02190000
022000         IF AUDIT-MISSING                                         02200000
022100             OPEN OUTPUT P26AUDIT                                 02210000
022200             CLOSE P26AUDIT                                       02220000
022300             OPEN I-O P26AUDIT                                    02230000
022400         END-IF                                                   02240000
022500     ELSE                                                         02250000
022600         OPEN INPUT P26CFILE                                      02260000
022700     END-IF                                                       02270000
022800     IF CFILE-MISSING                                             02280000
022900         SET CFILE-EOF TO TRUE                                    02290000
023000     END-IF                                                       02300000
023100     OPEN INPUT P26SFILE                                          02310000
023200     IF NOT SFILE-MISSING                                         02320000
023300         SET SFILE-OPEN TO TRUE                                   02330000
023400     END-IF                                                       02340000
023500     OPEN INPUT P26MFILE                                          02350000
023600     IF NOT MFILE-MISSING                                         02360000
023700         SET MFILE-OPEN TO TRUE                                   02370000
023800     END-IF                                                       02380000
023900     OPEN OUTPUT P26ARRP                                          02390000
024000     MOVE WS-RUN-DATE-OUT TO HL-RUN-DATE                          02400000
024100     IF LOCK-RUN                                                  02410000
024200         MOVE 'LOCK RUN' TO HL-MODE                               02420000
024300     ELSE                                                         02430000
024400         MOVE 'REVIEW ONLY' TO HL-MODE                            02440000
024500     END-IF                                                       02450000
024600     MOVE WS-DORMANT-DAYS TO HL-DAYS                              02460000
024700     MOVE WS-HEADING-LINE TO ARRP-LINE                            02470000
024800     WRITE ARRP-LINE                                              02480000
024900     MOVE WS-COL-HEADING TO ARRP-LINE                             02490000
025000     WRITE ARRP-LINE                                              02500000
025100     IF NOT CFILE-EOF                                             02510000
025200         PERFORM READ-CFILE-PARA                                  02520000
025300     END-IF.                                                      02530000
025400*                                                                 02540000
025500 SCAN-SIGNON-PARA.                                                02550000
025600     OPEN INPUT P26SLGR                                           02560000
025700     IF SLGR-MISSING                                              02570000
025800         SET SLG-EOF TO TRUE                                      02580000
025900     ELSE                                                         02590000
026000         PERFORM READ-SLGR-PARA                                   02600000
026100         PERFORM SIGNON-ONE-PARA                                  02610000
026200             UNTIL SLG-EOF                                        02620000
026300         CLOSE P26SLGR                                            02630000
026400     END-IF.                                                      02640000
026500*                                                                 02650000
026600 READ-SLGR-PARA.                                                  02660000
026700     READ P26SLGR                                                 02670000
026800         AT END                                                   02680000
026900             SET SLG-EOF TO TRUE                                  02690000
027000     END-READ.                                                    02700000
027100*                                                                 02710000
027200 SIGNON-ONE-PARA.                                                 02720000
027300     IF SLG-SUCCESS                                               02730000
027400         PERFORM CONVERT-SLG-DATE-PARA                            02740000
027500         IF WS-SLG-DATE-NUM NOT = SPACES                          02750000
027600             MOVE SLG-USERID TO WS-SEARCH-USERID                  02760000
027700             PERFORM FIND-LOG-PARA                                02770000
027800             IF NOT ENTRY-FOUND                                   02780000
027900                AND WS-LOG-MAX < 999                              02790000
028000                 ADD 1 TO WS-LOG-MAX                              02800000
028100                 MOVE WS-LOG-MAX TO WS-LOG-SUB                    02810000
028200                 MOVE SLG-USERID TO WS-LOG-USERID(WS-LOG-SUB)     02820000
028300                 MOVE LOW-VALUES TO WS-LOG-DATE-NUM(WS-LOG-SUB)   02830000
028400                 MOVE 'Y' TO WS-FOUND-FLAG                        02840000
028500             END-IF                                               02850000
028600             IF ENTRY-FOUND                                       02860000
028700                 PERFORM KEEP-LATEST-PARA                         02870000
028800             END-IF                                               02880000
028900         END-IF                                                   02890000
029000     END-IF                                                       02900000
029100     PERFORM READ-SLGR-PARA.                                      02910000
029200*                                                                 02920000
029300 CONVERT-SLG-DATE-PARA.                                           02930000
029400     MOVE SPACES TO WS-SLG-DATE-NUM                               02940000
029500     IF SLG-DATE-KEY NOT = SPACES                                 02950000
029600         MOVE SLG-DATE-KEY(7:4) TO WS-SLG-DATE-NUM(1:4)           02960000
029700         MOVE SLG-DATE-KEY(4:2) TO WS-SLG-DATE-NUM(5:2)           02970000
029800         MOVE SLG-DATE-KEY(1:2) TO WS-SLG-DATE-NUM(7:2)           02980000
029900     END-IF.                                                      02990000
030000*                                                                 03000000
030100 KEEP-LATEST-PARA.                                                03010000
030200     IF WS-SLG-DATE-NUM > WS-LOG-DATE-NUM(WS-LOG-SUB)             03020000
030300        OR (WS-SLG-DATE-NUM = WS-LOG-DATE-NUM(WS-LOG-SUB)         03030000
030400            AND SLG-TIME-KEY > WS-LOG-TIME(WS-LOG-SUB))           03040000
030500         MOVE WS-SLG-DATE-NUM TO WS-LOG-DATE-NUM(WS-LOG-SUB)      03050000
030600         MOVE SLG-DATE-KEY TO WS-LOG-DATE(WS-LOG-SUB)             03060000
030700         MOVE SLG-TIME-KEY TO WS-LOG-TIME(WS-LOG-SUB)             03070000
030800     END-IF.                                                      03080000
030900*                                                                 03090000
031000 FIND-LOG-PARA.                                                   03100000
031100     MOVE 'N' TO WS-FOUND-FLAG                                    03110000
031200     MOVE ZERO TO WS-LOG-SUB                                      03120000
031300     PERFORM FIND-LOG-SCAN-PARA                                   03130000
031400         UNTIL WS-LOG-SUB = WS-LOG-MAX OR ENTRY-FOUND.            03140000
031500*                                                                 03150000
031600 FIND-LOG-SCAN-PARA.                                              03160000
031700     ADD 1 TO WS-LOG-SUB                                          03170000
031800     IF WS-LOG-USERID(WS-LOG-SUB) = WS-SEARCH-USERID              03180000
031900         MOVE 'Y' TO WS-FOUND-FLAG                                03190000
032000     END-IF.                                                      03200000
032100*                                                                 03210000
032200 READ-CFILE-PARA.                                                 03220000
032300     READ P26CFILE NEXT RECORD                                    03230000
032400         AT END                                                   03240000
032500             CONTINUE                                             03250000
032600     END-READ.                                                    03260000
032700*                                                                 03270000
032800 PROCESS-PARA.                                                    03280000
032900     IF NOT CFILE-EOF                                             03290000
033000         ADD 1 TO WS-CRD-COUNT                                    03300000
033100         PERFORM LAST-SIGNON-PARA                                 03310000
033200         PERFORM CHECK-TERM-PARA                                  03320000
033300         PERFORM CHECK-DORMANT-PARA                               03330000
033400         PERFORM CHECK-SELF-PARA                                  03340000
033500         PERFORM WRITE-DETAIL-PARA                                03350000
033600         PERFORM READ-CFILE-PARA                                  03360000
033700     END-IF.                                                      03370000
033800*                                                                 03380000
033900 LAST-SIGNON-PARA.                                                03390000
034000     MOVE SPACES TO WS-LAST-DATE-NUM                              03400000
034100     MOVE SPACES TO WS-LAST-DATE-OUT                              03410000
034200     MOVE SPACES TO WS-LAST-TIME-OUT                              03420000
034300     MOVE CRD-USERID TO WS-SEARCH-USERID                          03430000
034400     PERFORM FIND-LOG-PARA                                        03440000
034500     IF ENTRY-FOUND                                               03450000
034600         MOVE WS-LOG-DATE-NUM(WS-LOG-SUB) TO WS-LAST-DATE-NUM     03460000
034700         MOVE WS-LOG-DATE(WS-LOG-SUB) TO WS-LAST-DATE-OUT         03470000
034800         MOVE WS-LOG-TIME(WS-LOG-SUB) TO WS-LAST-TIME-OUT         03480000
034900     END-IF.                                                      03490000
035000*                                                                 03500000
035100 CHECK-TERM-PARA.                                                 03510000
035200     MOVE 'N' TO WS-TERM-FLAG                                     03520000
035300     IF SFILE-OPEN AND CRD-EMP-ID NOT = SPACES                    03530000
035400         MOVE CRD-EMP-ID TO STS-EMP-ID                            03540000
035500         READ P26SFILE                                            03550000
035600             INVALID KEY                                          03560000
035700                 CONTINUE                                         03570000
035800             NOT INVALID KEY                                      03580000
035900                 IF STS-TERMINATED                                03590000
036000                     MOVE 'Y' TO WS-TERM-FLAG                     03600000
036100                     ADD 1 TO WS-TERM-COUNT                       03610000
036200                 END-IF                                           03620000
036300         END-READ                                                 03630000
036400     END-IF.                                                      03640000
036500*                                                                 03650000
036600 CHECK-DORMANT-PARA.                                              03660000
036700     MOVE 'N' TO WS-DORMANT-FLAG                                  03670000
036800     IF WS-LAST-DATE-NUM = SPACES                                 03680000
036900         IF CRD-PWD-CHG-DATE = SPACES                             03690000
037000             MOVE 'N' TO WS-DATE-OK-FLAG                          03700000
037100         ELSE                                                     03710000
037200             MOVE CRD-PWD-CHG-DATE(7:4) TO WS-DATE-IN(1:4)        03720000
037300             MOVE CRD-PWD-CHG-DATE(4:2) TO WS-DATE-IN(5:2)        03730000
037400             MOVE CRD-PWD-CHG-DATE(1:2) TO WS-DATE-IN(7:2)        03740000
037500             PERFORM DAY-NUMBER-PARA                              03750000
037600         END-IF                                                   03760000
037700     ELSE                                                         03770000
037800         MOVE WS-LAST-DATE-NUM TO WS-DATE-IN                      03780000
037900         PERFORM DAY-NUMBER-PARA                                  03790000
038000     END-IF                                                       03800000
038100     IF NOT DATE-OK                                               03810000
038200         MOVE 'Y' TO WS-DORMANT-FLAG                              03820000
038300     ELSE                                                         03830000
038400         IF WS-DAY-NUM < WS-TODAY-NUM                             03840000
038500             COMPUTE WS-IDLE-DAYS = WS-TODAY-NUM - WS-DAY-NUM     03850000
038600             IF WS-IDLE-DAYS > WS-DORMANT-DAYS                    03860000
038700                 MOVE 'Y' TO WS-DORMANT-FLAG                      03870000
038800             END-IF                                               03880000
038900         END-IF                                                   03890000
039000     END-IF                                                       03900000
039100     IF ACCT-DORMANT                                              03910000
039200         ADD 1 TO WS-DORMANT-COUNT                                03920000
039300     END-IF.                                                      03930000
039400*                                                                 03940000
039500 CHECK-SELF-PARA.                                                 03950000
039600     MOVE 'N' TO WS-NOEMP-FLAG                                    03960000
039700     IF CRD-SELF-ROLE AND MFILE-OPEN                              03970000
039800         IF CRD-EMP-ID = SPACES                                   03980000
039900             MOVE 'Y' TO WS-NOEMP-FLAG                            03990000
040000         ELSE                                                     04000000
040100             MOVE CRD-EMP-ID TO EMP-ID                            04010000
040200             READ P26MFILE                                        04020000
040300                 INVALID KEY                                      04030000
040400                     MOVE 'Y' TO WS-NOEMP-FLAG                    04040000
040500             END-READ                                             04050000
040600         END-IF                                                   04060000
040700     END-IF                                                       04070000
040800     IF SELF-NO-EMP                                               04080000
040900         ADD 1 TO WS-NOEMP-COUNT                                  04090000
041000     END-IF.                                                      04100000
041100*                                                                 04110000
041200 WRITE-DETAIL-PARA.                                               04120000
041300     MOVE SPACES TO WS-DETAIL-LINE                                04130000
041400     MOVE CRD-USERID TO DL-USERID                                 04140000
041500     MOVE CRD-ROLE TO DL-ROLE                                     04150000
041600     MOVE CRD-EMP-ID TO DL-EMP-ID                                 04160000
041700     IF WS-LAST-DATE-OUT = SPACES                                 04170000
041800         MOVE 'NEVER' TO DL-LAST-DATE                             04180000
041900     ELSE                                                         04190000
042000         MOVE WS-LAST-DATE-OUT TO DL-LAST-DATE                    04200000
042100         MOVE WS-LAST-TIME-OUT TO DL-LAST-TIME                    04210000
042200     END-IF                                                       04220000
042300     MOVE CRD-PWD-CHG-DATE TO DL-PWD-DATE                         04230000
042400     IF EMP-TERMINATED                                            04240000
042500         MOVE 'TERMINATED' TO DL-FLAG-TERM                        04250000
042600     END-IF                                                       04260000
042700     IF ACCT-DORMANT                                              04270000
042800         MOVE 'DORMANT' TO DL-FLAG-DORMANT                        04280000
042900     END-IF                                                       04290000
043000     IF SELF-NO-EMP                                               04300000
043100         MOVE 'NO EMPLOYEE REC' TO DL-FLAG-NOEMP                  04310000
043200     END-IF                                                       04320000
043300     IF LOCK-RUN AND CRD-ACTIVE                                   04330000
043400        AND (EMP-TERMINATED OR ACCT-DORMANT)                      04340000
043500         PERFORM LOCK-ACCOUNT-PARA                                04350000
043600         MOVE 'LOCKED BY RUN' TO DL-ACTION                        04360000
043700     END-IF                                                       04370000
043800     IF CRD-LOCKED                                                04380000
043900         MOVE 'LOCKED' TO DL-STATUS                               04390000
044000     ELSE                                                         04400000
044100         MOVE 'ACTIVE' TO DL-STATUS                               04410000
044200     END-IF                                                       04420000
044300     MOVE WS-DETAIL-LINE TO ARRP-LINE                             04430000
044400     WRITE ARRP-LINE.                                             04440000
044500*                                                                 04450000
044600 LOCK-ACCOUNT-PARA.                                               04460000
044700     MOVE SPACES TO AUD-BEFORE-IMAGE                              04470000
044800     MOVE CREDENTIAL-RECORD TO AUD-BEFORE-IMAGE                   04480000
044900     MOVE SPACES TO AUD-BEFORE-IMAGE(9:8)                         04490000
045000     SET CRD-LOCKED TO TRUE                                       04500000
045100     REWRITE CREDENTIAL-RECORD                                    04510000
045200     MOVE SPACES TO AUD-AFTER-IMAGE                               04520000
045300     MOVE CREDENTIAL-RECORD TO AUD-AFTER-IMAGE                    04530000
045400     MOVE SPACES TO AUD-AFTER-IMAGE(9:8)                          04540000
045500     PERFORM WRITE-AUDIT-PARA                                     04550000
045600     ADD 1 TO WS-LOCK-COUNT.                                      04560000
045700*                                                                 04570000
045800 WRITE-AUDIT-PARA.                                                04580000
045900     MOVE CRD-EMP-ID TO AUD-EMP-ID                                04590000
046000     MOVE WS-RUN-DATE-OUT TO AUD-DATE-KEY                         04600000
046100     MOVE WS-RUN-TIME-OUT TO AUD-TIME-KEY                         04610000
046200     MOVE ZERO TO WS-AUDIT-SEQ                                    04620000
046300     MOVE WS-AUDIT-SEQ TO AUD-SEQ                                 04630000
046400     MOVE 'U' TO AUD-ACTION                                       04640000
046500     MOVE 'P26CFILE' TO AUD-SOURCE-FILE                           04650000
046600     MOVE 'BP57' TO AUD-TERM-ID                                   04660000
046700     MOVE 'P26BP57 ' TO AUD-USER-ID                               04670000
046800     PERFORM WRITE-AUDIT-RECORD-PARA                              04680000
046900     PERFORM WRITE-AUDIT-RETRY-PARA                               04690000
047000         UNTIL NOT AUDIT-DUPKEY.                                  04700000
047100*                                                                 04710000
047200 WRITE-AUDIT-RECORD-PARA.                                         04720000
047300     WRITE AUDIT-RECORD                                           04730000
047400         INVALID KEY                                              04740000
047500             CONTINUE                                             04750000
047600     END-WRITE.                                                   04760000
047700*                                                                 04770000
047800 WRITE-AUDIT-RETRY-PARA.                                          04780000
047900     IF AUDIT-DUPKEY                                              04790000
048000         ADD 1 TO WS-AUDIT-SEQ                                    04800000
048100         MOVE WS-AUDIT-SEQ TO AUD-SEQ                             04810000
048200         PERFORM WRITE-AUDIT-RECORD-PARA                          04820000
048300     END-IF.                                                      04830000
048400*                                                                 04840000
048500 DAY-NUMBER-PARA.                                                 04850000
048600     MOVE 'Y' TO WS-DATE-OK-FLAG                                  04860000
048700     MOVE ZERO TO WS-DAY-NUM                                      04870000
048800     IF WS-DATE-IN NOT NUMERIC                                    04880000
048900         MOVE 'N' TO WS-DATE-OK-FLAG                              04890000
049000     ELSE                                                         04900000
049100         IF WS-DATE-MM < 1 OR WS-DATE-MM > 12                     04910000
049200            OR WS-DATE-DD < 1 OR WS-DATE-DD > 31                  04920000
049300            OR WS-DATE-YY < 1900                                  04930000
049400             MOVE 'N' TO WS-DATE-OK-FLAG                          04940000
049500         END-IF                                                   04950000
049600     END-IF                                                       04960000
049700     IF DATE-OK                                                   04970000
049800         MOVE WS-DATE-YY TO WS-CALC-YY                            04980000
049900         MOVE WS-DATE-MM TO WS-CALC-MM                            04990000
050000         IF WS-CALC-MM < 3                                        05000000
050100             SUBTRACT 1 FROM WS-CALC-YY                           05010000
050200             ADD 12 TO WS-CALC-MM                                 05020000
050300         END-IF                                                   05030000
050400         COMPUTE WS-DAY-NUM = 365 * WS-CALC-YY + WS-DATE-DD       05040000
050500         DIVIDE WS-CALC-YY BY 4 GIVING WS-QUOT                    05050000
050600         ADD WS-QUOT TO WS-DAY-NUM                                05060000
050700         DIVIDE WS-CALC-YY BY 100 GIVING WS-QUOT                  05070000
050800         SUBTRACT WS-QUOT FROM WS-DAY-NUM                         05080000
050900         DIVIDE WS-CALC-YY BY 400 GIVING WS-QUOT                  05090000
051000         ADD WS-QUOT TO WS-DAY-NUM                                05100000
051100         COMPUTE WS-QUOT = 153 * (WS-CALC-MM - 3) + 2             05110000
051200         DIVIDE WS-QUOT BY 5 GIVING WS-QUOT                       05120000
051300         ADD WS-QUOT TO WS-DAY-NUM                                05130000
051400     END-IF.                                                      05140000
051500*                                                                 05150000
051600 TERMINATION-PARA.                                                05160000
051700     MOVE SPACES TO ARRP-LINE                                     05170000
051800     WRITE ARRP-LINE                                              05180000
051900     MOVE SPACES TO WS-SUMMARY-LINE                               05190000
052000     MOVE 'CREDENTIALS REVIEWED' TO SM-LABEL                      05200000
052100     MOVE WS-CRD-COUNT TO SM-COUNT                                05210000
052200     PERFORM WRITE-SUMMARY-PARA                                   05220000
052300     MOVE 'LINKED EMPLOYEE TERMINATED' TO SM-LABEL                05230000
052400     MOVE WS-TERM-COUNT TO SM-COUNT                               05240000
052500     PERFORM WRITE-SUMMARY-PARA                                   05250000
052600     MOVE 'DORMANT ACCOUNTS' TO SM-LABEL                          05260000
052700     MOVE WS-DORMANT-COUNT TO SM-COUNT                            05270000
052800     PERFORM WRITE-SUMMARY-PARA                                   05280000
052900     MOVE 'SELF-SERVICE WITH NO EMPLOYEE' TO SM-LABEL             05290000
053000     MOVE WS-NOEMP-COUNT TO SM-COUNT                              05300000
053100     PERFORM WRITE-SUMMARY-PARA                                   05310000
053200     MOVE 'ACCOUNTS LOCKED BY THIS RUN' TO SM-LABEL               05320000
053300     MOVE WS-LOCK-COUNT TO SM-COUNT                               05330000
053400     PERFORM WRITE-SUMMARY-PARA                                   05340000
053500     IF NOT CFILE-MISSING                                         05350000
053600         CLOSE P26CFILE                                           05360000
053700     END-IF                                                       05370000
053800     IF LOCK-RUN                                                  05380000
053900         CLOSE P26AUDIT                                           05390000
054000     END-IF                                                       05400000
054100     IF SFILE-OPEN                                                05410000
054200         CLOSE P26SFILE                                           05420000
054300     END-IF                                                       05430000
054400     IF MFILE-OPEN                                                05440000
054500         CLOSE P26MFILE                                           05450000
054600     END-IF                                                       05460000
054700     CLOSE P26ARRP                                                05470000
054800     DISPLAY 'P26BP57 REVIEWED ' WS-CRD-COUNT                     05480000
054900         ' LOCKED ' WS-LOCK-COUNT.                                05490000
055000*                                                                 05500000
055100 WRITE-SUMMARY-PARA.                                              05510000
055200     MOVE WS-SUMMARY-LINE TO ARRP-LINE                            05520000
055300     WRITE ARRP-LINE.                                             05530000
055400*                                                                 05540000
055500 REGISTER-START-PARA.                                             05550000
055600     SET RCA-START TO TRUE                                        05560000
055700     MOVE 'P26BP57' TO RCA-JOB-NAME                               05570000
055800     MOVE SPACES TO RCA-BUS-DATE                                  05580000
055900     MOVE SPACES TO RCA-PRED-JOB                                  05590000
056000     MOVE SPACES TO RCA-OVERRIDE                                  05600000
056100     MOVE ZERO TO RCA-READ-COUNT                                  05610000
056200     MOVE ZERO TO RCA-WRITE-COUNT                                 05620000
056300     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       05630000
056400     IF RCA-RETURN NOT = '00'                                     05640000
056500         DISPLAY 'P26BP57 RUN REFUSED BY RUN CONTROL RC='         05650000
056600             RCA-RETURN                                           05660000
056700         STOP RUN                                                 05670000
056800     END-IF.                                                      05680000
056900*                                                                 05690000
057000 REGISTER-END-PARA.                                               05700000
057100     SET RCA-END TO TRUE                                          05710000
057200     MOVE WS-CRD-COUNT TO RCA-READ-COUNT                          05720000
057300     MOVE WS-LOCK-COUNT TO RCA-WRITE-COUNT                        05730000
057400     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      05740000
