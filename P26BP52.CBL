000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP52.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26GDIN ASSIGN TO P26GDIN                             00060000
000700         ORGANIZATION IS LINE SEQUENTIAL                          00070000
000800         FILE STATUS IS WS-GDIN-STATUS.                           00080000
000900     SELECT P26GRDF ASSIGN TO P26GRDF                             00090000
001000         ORGANIZATION IS INDEXED                                  00100000
001100         ACCESS MODE IS DYNAMIC                                   00110000
001200         RECORD KEY IS GRD-CODE                                   00120000
001300         FILE STATUS IS WS-GRDF-STATUS.                           00130000
001400     SELECT P26MFILE ASSIGN TO P26MFILE                           00140000
001500         ORGANIZATION IS INDEXED                                  00150000
001600         ACCESS MODE IS DYNAMIC                                   00160000
001700         RECORD KEY IS EMP-ID                                     00170000
001800         FILE STATUS IS WS-MFILE-STATUS.                          00180000
001900     SELECT P26SFILE ASSIGN TO P26SFILE                           00190000
002000         ORGANIZATION IS INDEXED                                  00200000
002100         ACCESS MODE IS DYNAMIC                                   00210000
002200         RECORD KEY IS STS-EMP-ID                                 00220000
002300         FILE STATUS IS WS-SFILE-STATUS.                          00230000
002400     SELECT P26GDRP ASSIGN TO P26GDRP                             00240000
002500         ORGANIZATION IS LINE SEQUENTIAL                          00250000
002600         FILE STATUS IS WS-GDRP-STATUS.                           00260000
002605     SELECT P26AUDIT ASSIGN TO P26AUDIT                           00260569
002610         ORGANIZATION IS INDEXED                                  00261069
002615         ACCESS MODE IS DYNAMIC                                   00261569
002620         RECORD KEY IS AUD-KEY                                    00262069
002625         FILE STATUS IS WS-AUDIT-STATUS.                          00262569
002630     SELECT P26CFILE ASSIGN TO P26CFILE                           00263069
002635         ORGANIZATION IS INDEXED                                  00263569
002640         ACCESS MODE IS DYNAMIC                                   00264069
002645         RECORD KEY IS CRD-USERID                                 00264569
002650         FILE STATUS IS WS-CFILE-STATUS.                          00265069
002700*                                                                 00270000
002800 DATA DIVISION.                                                   00280000
002900 FILE SECTION.                                                    00290000
003000 FD  P26GDIN                                                      00300000
003100     LABEL RECORDS ARE STANDARD.                                  00310000
003200 01  GDIN-RECORD.                                                 00320000
003300     03  GDI-CARD-TYPE       PIC X(01).                           00330000
003400         88  GDI-GRADE-CARD         VALUE 'G'.                    00340000
003500         88  GDI-RETIRE-CARD        VALUE 'R'.                    00350000
003600         88  GDI-EMP-CARD           VALUE 'E'.                    00360000
003700     03  GDI-GRADE           PIC X(03).                           00370000
003800     03  GDI-GRADE-DATA.                                          00380000
003900         05  GDI-DESC        PIC X(20).                           00390000
004000         05  GDI-MIN-X       PIC X(09).                           00400000
004100         05  GDI-MIN REDEFINES GDI-MIN-X                          00410000
004200                             PIC 9(07)V99.                        00420000
004300         05  GDI-MID-X       PIC X(09).                           00430000
004400         05  GDI-MID REDEFINES GDI-MID-X                          00440000
004500                             PIC 9(07)V99.                        00450000
004600         05  GDI-MAX-X       PIC X(09).                           00460000
004700         05  GDI-MAX REDEFINES GDI-MAX-X                          00470000
004800                             PIC 9(07)V99.                        00480000
004900         05  FILLER          PIC X(29).                           00490000
005000     03  GDI-EMP-DATA REDEFINES GDI-GRADE-DATA.                   00500000
005100         05  GDI-EMP-ID      PIC X(05).                           00510000
005150         05  GDI-EMP-OVR-USER PIC X(08).                          00515069
005200         05  FILLER          PIC X(63).                           00520069
005300 FD  P26GRDF                                                      00530000
005400     LABEL RECORDS ARE STANDARD.                                  00540000
005500     COPY P26GRDR.                                                00550000
005600 FD  P26MFILE                                                     00560000
005700     LABEL RECORDS ARE STANDARD.                                  00570000
005800     COPY EMPMSTR.                                                00580000
005900 FD  P26SFILE                                                     00590000
006000     LABEL RECORDS ARE STANDARD.                                  00600000
006100     COPY P26STR.                                                 00610000
006200 FD  P26GDRP                                                      00620000
006300     LABEL RECORDS ARE STANDARD.                                  00630000
006400 01  GDRP-LINE               PIC X(132).                          00640000
006410 FD  P26AUDIT                                                     00641069
006420     LABEL RECORDS ARE STANDARD.                                  00642069
006430     COPY P26AUDR.                                                00643069
006440 FD  P26CFILE                                                     00644069
006450     LABEL RECORDS ARE STANDARD.                                  00645069
006460     COPY P26CRED.                                                00646069
006500*                                                                 00650000
006600 WORKING-STORAGE SECTION.                                         00660000
006700 01  WS-GDIN-STATUS          PIC X(02) VALUE SPACES.              00670000
006800     88  GDIN-MISSING                VALUE '35'.                  00680000
006900 01  WS-GRDF-STATUS          PIC X(02) VALUE SPACES.              00690000
007000     88  GRDF-MISSING                VALUE '35'.                  00700000
007100 01  WS-MFILE-STATUS         PIC X(02) VALUE SPACES.              00710000
007200 01  WS-SFILE-STATUS         PIC X(02) VALUE SPACES.              00720000
007300     88  SFILE-MISSING               VALUE '35'.                  00730000
007400 01  WS-GDRP-STATUS          PIC X(02) VALUE SPACES.              00740000
007410 01  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.              00741069
007420     88  AUDIT-DUPKEY                VALUE '22'.                  00742069
007430     88  AUDIT-MISSING               VALUE '35'.                  00743069
007440 01  WS-CFILE-STATUS         PIC X(02) VALUE SPACES.              00744069
007450     88  CFILE-MISSING               VALUE '35'.                  00745069
007460 01  WS-CFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 00746069
007470     88  CFILE-OPEN                  VALUE 'Y'.                   00747069
007500 01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.                 00750000
007600     88  END-OF-FILE                 VALUE 'Y'.                   00760000
007700 01  WS-GRADE-FOUND-FLAG     PIC X(01) VALUE 'N'.                 00770000
007800     88  GRADE-FOUND                 VALUE 'Y'.                   00780000
007900 01  WS-STS-FOUND-FLAG       PIC X(01) VALUE 'N'.                 00790000
008000     88  STS-FOUND                   VALUE 'Y'.                   00800000
008010 01  WS-OVERRIDE-FLAG        PIC X(01) VALUE 'N'.                 00801069
008020     88  OVERRIDE-VALID              VALUE 'Y'.                   00802069
008030 01  WS-AUDIT-SEQ            PIC 9(02) VALUE ZERO.                00803069
008040 01  WS-AUDIT-BEFORE         PIC X(135) VALUE SPACES.             00804069
008100 01  WS-READ-COUNT           PIC 9(05) VALUE ZERO.                00810000
008200 01  WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.                00820000
008300 01  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.                00830000
008400 01  WS-REJECT-REASON        PIC X(30) VALUE SPACES.              00840000
008500 01  WS-APPLIED-NOTE         PIC X(30) VALUE SPACES.              00850000
008600 01  WS-CURRENT-DATE.                                             00860000
008700     03  WS-CURR-YY          PIC 9(04).                           00870000
008800     03  WS-CURR-MM          PIC 9(02).                           00880000
008900     03  WS-CURR-DD          PIC 9(02).                           00890000
008950 01  WS-CURRENT-TIME         PIC 9(08).                           00895069
009000 01  WS-RUN-DATE-OUT         PIC X(10) VALUE SPACES.              00900000
009050 01  WS-RUN-TIME-OUT         PIC X(08) VALUE SPACES.              00905069
009100 01  WS-HEADING-LINE         PIC X(132) VALUE                     00910000
009200     'P26BP52  SALARY GRADE LOAD'.                                00920000
009300 01  WS-RESULT-LINE.                                              00930000
009400     03  RL-CARD             PIC X(80).                           00940000
009500     03  FILLER              PIC X(02) VALUE SPACES.              00950000
009600     03  RL-RESULT           PIC X(08).                           00960000
009700     03  FILLER              PIC X(02) VALUE SPACES.              00970000
009800     03  RL-REASON           PIC X(30).                           00980000
009900 01  WS-GRADE-LINE.                                               00990000
010000     03  GL-GRADE            PIC X(03).                           01000000
010100     03  FILLER              PIC X(02) VALUE SPACES.              01010000
010200     03  GL-DESC             PIC X(20).                           01020000
010300     03  FILLER              PIC X(02) VALUE SPACES.              01030000
010400     03  GL-MIN              PIC Z,ZZZ,ZZ9.99.                    01040000
010500     03  FILLER              PIC X(02) VALUE SPACES.              01050000
010600     03  GL-MID              PIC Z,ZZZ,ZZ9.99.                    01060000
010700     03  FILLER              PIC X(02) VALUE SPACES.              01070000
010800     03  GL-MAX              PIC Z,ZZZ,ZZ9.99.                    01080000
010900     03  FILLER              PIC X(02) VALUE SPACES.              01090000
011000     03  GL-STATUS           PIC X(01).                           01100000
011100 01  WS-SUMMARY-LINE.                                             01110000
011200     03  SM-LABEL            PIC X(30).                           01120000
011300     03  SM-COUNT            PIC ZZZ,ZZ9.                         01130000
011400     COPY P26RCC.                                                 01140000
011500*                                                                 01150000
011600 PROCEDURE DIVISION.                                              01160000
011700 MAIN-PARA.                                                       01170000
011800     PERFORM REGISTER-START-PARA                                  01180000
011900     PERFORM INITIALIZATION-PARA                                  01190000
012000     PERFORM PROCESS-PARA                                         01200000
012100         UNTIL END-OF-FILE                                        01210000
012200     PERFORM LIST-GRADES-PARA                                     01220000
012300     PERFORM TERMINATION-PARA                                     01230000
012400     PERFORM REGISTER-END-PARA                                    01240000
012500     STOP RUN.                                                    01250000
012600*                                                                 01260000
012700 INITIALIZATION-PARA.                                             01270000
012800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    01280000
012900     STRING WS-CURR-DD '/' WS-CURR-MM '/' WS-CURR-YY              01290000
013000         DELIMITED BY SIZE INTO WS-RUN-DATE-OUT                   01300000
013010     ACCEPT WS-CURRENT-TIME FROM TIME                             01301069
013020     MOVE WS-CURRENT-TIME TO WS-RUN-TIME-OUT                      01302069
013100     OPEN OUTPUT P26GDRP                                          01310000
013200     MOVE WS-HEADING-LINE TO GDRP-LINE                            01320000
013300     WRITE GDRP-LINE                                              01330000
013400     OPEN I-O P26GRDF                                             01340000
013500     IF GRDF-MISSING                                              01350000
013600         OPEN OUTPUT P26GRDF                                      01360000
013700         CLOSE P26GRDF                                            01370000
013800         OPEN I-O P26GRDF                                         01380000
013900     END-IF                                                       01390000
014000     OPEN INPUT P26MFILE                                          01400000
014100     OPEN I-O P26SFILE                                            01410000
014200     IF SFILE-MISSING                                             01420000
014300         OPEN OUTPUT P26SFILE                                     01430000
014400         CLOSE P26SFILE                                           01440000
014500         OPEN I-O P26SFILE                                        01450000
014600     END-IF                                                       01460000
014605     OPEN I-O P26AUDIT                                            01460569
014610     IF AUDIT-MISSING                                             01461069
014615         OPEN OUTPUT P26AUDIT                                     01461569
014620         CLOSE P26AUDIT                                           01462069
014625         OPEN I-O P26AUDIT                                        01462569
014630     END-IF                                                       01463069
014635     OPEN INPUT P26CFILE                                          01463569
014640     IF NOT CFILE-MISSING                                         01464069
014645         SET CFILE-OPEN TO TRUE                                   01464569
014650     END-IF                                                       01465069
014700     OPEN INPUT P26GDIN                                           01470000
014800     IF GDIN-MISSING                                              01480000
014900         SET END-OF-FILE TO TRUE                                  01490000
015000         MOVE 'P26GDIN NOT PRESENT - GRADES LISTED ONLY'          01500000
015100             TO GDRP-LINE                                         01510000
015200         WRITE GDRP-LINE                                          01520000
015300     ELSE                                                         01530000
015400         PERFORM READ-GDIN-PARA                                   01540000
015500     END-IF.                                                      01550000
015600*                                                                 01560000
015700 READ-GDIN-PARA.                                                  01570000
015800     READ P26GDIN                                                 01580000
015900         AT END                                                   01590000
016000             SET END-OF-FILE TO TRUE                              01600000
016100     END-READ.                                                    01610000
016200*                                                                 01620000
016300 PROCESS-PARA.                                                    01630000
016400     ADD 1 TO WS-READ-COUNT                                       01640000
016500     MOVE SPACES TO WS-REJECT-REASON                              01650000
016600     MOVE SPACES TO WS-APPLIED-NOTE                               01660000
016700     MOVE GDI-GRADE TO GRD-CODE                                   01670000
016800     READ P26GRDF                                                 01680000
016900         INVALID KEY                                              01690000
017000             MOVE 'N' TO WS-GRADE-FOUND-FLAG                      01700000
017100         NOT INVALID KEY                                          01710000
017200             MOVE 'Y' TO WS-GRADE-FOUND-FLAG                      01720000
017300     END-READ                                                     01730000
017400     EVALUATE TRUE                                                01740000
017500         WHEN GDI-GRADE = SPACES                                  01750000
017600             MOVE 'GRADE CODE MISSING' TO WS-REJECT-REASON        01760000
017700         WHEN GDI-GRADE-CARD                                      01770000
017800             PERFORM GRADE-CARD-PARA                              01780000
017900         WHEN NOT GRADE-FOUND                                     01790000
018000             MOVE 'GRADE NOT ON FILE' TO WS-REJECT-REASON         01800000
018100         WHEN GDI-RETIRE-CARD                                     01810000
018200             PERFORM RETIRE-CARD-PARA                             01820000
018300         WHEN GDI-EMP-CARD                                        01830000
018400             PERFORM EMP-CARD-PARA                                01840000
018500         WHEN OTHER                                               01850000
018600             MOVE 'CARD TYPE NOT G, R OR E' TO WS-REJECT-REASON   01860000
018700     END-EVALUATE                                                 01870000
018800     IF WS-REJECT-REASON = SPACES                                 01880000
018900         PERFORM APPLIED-PARA                                     01890000
019000     ELSE                                                         01900000
019100         PERFORM REJECT-PARA                                      01910000
019200     END-IF                                                       01920000
019300     PERFORM READ-GDIN-PARA.                                      01930000
019400*                                                                 01940000
019500 GRADE-CARD-PARA.                                                 01950000
019600     EVALUATE TRUE                                                01960000
019700         WHEN GDI-MIN-X NOT NUMERIC                               01970000
019800            OR GDI-MID-X NOT NUMERIC                              01980000
019900            OR GDI-MAX-X NOT NUMERIC                              01990000
020000             MOVE 'SALARY RANGE NOT NUMERIC' TO WS-REJECT-REASON  02000000
020100         WHEN GDI-MIN = ZERO                                      02010000
020200             MOVE 'MINIMUM MUST BE ABOVE 0' TO WS-REJECT-REASON   02020000
020300         WHEN GDI-MIN > GDI-MID                                   02030000
020400            OR GDI-MID > GDI-MAX                                  02040000
020500             MOVE 'RANGE NOT MIN <= MID <= MAX'                   02050000
020600                 TO WS-REJECT-REASON                              02060000
020700         WHEN GDI-DESC = SPACES AND NOT GRADE-FOUND               02070000
020800             MOVE 'DESCRIPTION MISSING' TO WS-REJECT-REASON       02080000
020900         WHEN OTHER                                               02090000
021000             IF NOT GRADE-FOUND                                   02100000
021100                 MOVE SPACES TO GRADE-RECORD                      02110000
021200                 MOVE GDI-GRADE TO GRD-CODE                       02120000
021300             END-IF                                               02130000
021400             IF GDI-DESC NOT = SPACES                             02140000
021500                 MOVE GDI-DESC TO GRD-DESC                        02150000
021600             END-IF                                               02160000
021700             MOVE GDI-MIN TO GRD-MIN-SAL                          02170000
021800             MOVE GDI-MID TO GRD-MID-SAL                          02180000
021900             MOVE GDI-MAX TO GRD-MAX-SAL                          02190000
022000             SET GRD-ACTIVE TO TRUE                               02200000
022100             PERFORM SAVE-GRADE-PARA                              02210000
022200     END-EVALUATE.                                                02220000
022300*                                                                 02230000
022400 RETIRE-CARD-PARA.                                                02240000
022500     IF GRD-RETIRED                                               02250000
022600         MOVE 'GRADE ALREADY RETIRED' TO WS-REJECT-REASON         02260000
022700     ELSE                                                         02270000
022800         SET GRD-RETIRED TO TRUE                                  02280000
022900         PERFORM SAVE-GRADE-PARA                                  02290000
023000     END-IF.                                                      02300000
023100*                                                                 02310000
023200 EMP-CARD-PARA.                                                   02320000
023300     IF GRD-RETIRED                                               02330000
023400         MOVE 'GRADE IS RETIRED' TO WS-REJECT-REASON              02340000
023500     ELSE                                                         02350000
023600         MOVE GDI-EMP-ID TO EMP-ID                                02360000
023700         READ P26MFILE                                            02370000
023800             INVALID KEY                                          02380000
023900                 MOVE 'EMPLOYEE NOT ON FILE' TO WS-REJECT-REASON  02390000
024000         END-READ                                                 02400000
024100     END-IF                                                       02410000
024150     MOVE 'N' TO WS-OVERRIDE-FLAG                                 02415069
024200     IF WS-REJECT-REASON = SPACES                                 02420000
024300         IF EMP-EARN < GRD-MIN-SAL                                02430000
024400            OR EMP-EARN > GRD-MAX-SAL                             02440000
024500             PERFORM CHECK-OVERRIDE-PARA                          02450069
024510             IF OVERRIDE-VALID                                    02451069
024520                 MOVE 'OUTSIDE RANGE - OVERRIDDEN'                02452069
024530                     TO WS-APPLIED-NOTE                           02453069
024540             ELSE                                                 02454069
024550                 MOVE 'SALARY OUTSIDE GRADE RANGE'                02455069
024560                     TO WS-REJECT-REASON                          02456069
024570             END-IF                                               02457069
024600         END-IF                                                   02460000
024700     END-IF                                                       02470069
024710     IF WS-REJECT-REASON = SPACES                                 02471069
024720         PERFORM SAVE-EMP-GRADE-PARA                              02472069
024730     END-IF                                                       02473069
024740     IF WS-REJECT-REASON = SPACES AND OVERRIDE-VALID              02474069
024750         PERFORM WRITE-OVERRIDE-AUDIT-PARA                        02475069
024800     END-IF.                                                      02480000
024900*                                                                 02490000
025000 SAVE-EMP-GRADE-PARA.                                             02500000
025100     MOVE GDI-EMP-ID TO STS-EMP-ID                                02510000
025200     READ P26SFILE                                                02520000
025300         INVALID KEY                                              02530000
025400             MOVE 'N' TO WS-STS-FOUND-FLAG                        02540000
025500         NOT INVALID KEY                                          02550000
025600             MOVE 'Y' TO WS-STS-FOUND-FLAG                        02560000
025700     END-READ                                                     02570000
025710     MOVE SPACES TO WS-AUDIT-BEFORE                               02571069
025720     IF STS-FOUND                                                 02572069
025730         MOVE EMP-STATUS-RECORD TO WS-AUDIT-BEFORE                02573069
025740     END-IF                                                       02574069
025800     IF NOT STS-FOUND                                             02580000
025900         MOVE SPACES TO EMP-STATUS-RECORD                         02590000
026000         MOVE GDI-EMP-ID TO STS-EMP-ID                            02600000
026100         SET STS-ACTIVE TO TRUE                                   02610000
026200     END-IF                                                       02620000
026300     MOVE GDI-GRADE TO STS-GRADE                                  02630000
026400     MOVE WS-RUN-DATE-OUT TO STS-UPD-DATE                         02640000
026500     MOVE 'P26BP52 ' TO STS-UPD-USER                              02650000
026600     IF STS-FOUND                                                 02660000
026700         REWRITE EMP-STATUS-RECORD                                02670000
026800             INVALID KEY                                          02680000
026900                 MOVE 'STATUS REWRITE FAILED' TO WS-REJECT-REASON 02690000
027000         END-REWRITE                                              02700000
027100     ELSE                                                         02710000
027200         WRITE EMP-STATUS-RECORD                                  02720000
027300             INVALID KEY                                          02730000
027400                 MOVE 'STATUS WRITE FAILED' TO WS-REJECT-REASON   02740000
027500         END-WRITE                                                02750000
027600     END-IF.                                                      02760000
027700*                                                                 02770000
027701 CHECK-OVERRIDE-PARA.                                             02770169
027702     MOVE 'N' TO WS-OVERRIDE-FLAG                                 02770269
027703     IF CFILE-OPEN AND GDI-EMP-OVR-USER NOT = SPACES              02770369
027704         MOVE GDI-EMP-OVR-USER TO CRD-USERID                      02770469
027705         READ P26CFILE                                            02770569
027706             INVALID KEY                                          02770669
027707                 CONTINUE                                         02770769
027708             NOT INVALID KEY                                      02770869
027709                 IF CRD-SUPER-ROLE AND CRD-ACTIVE                 02770969
027710                     MOVE 'Y' TO WS-OVERRIDE-FLAG                 02771069
027711                 END-IF                                           02771169
027712         END-READ                                                 02771269
027713     END-IF.                                                      02771369
027714*                                                                 02771469
027715 WRITE-OVERRIDE-AUDIT-PARA.                                       02771569
027716     MOVE GDI-EMP-ID TO AUD-EMP-ID                                02771669
027717     MOVE WS-RUN-DATE-OUT TO AUD-DATE-KEY                         02771769
027718     MOVE WS-RUN-TIME-OUT TO AUD-TIME-KEY                         02771869
027719     MOVE ZERO TO WS-AUDIT-SEQ                                    02771969
027720     MOVE WS-AUDIT-SEQ TO AUD-SEQ                                 02772069
027721     SET AUD-OVERRIDE-ACTION TO TRUE                              02772169
027722     MOVE 'P26SFILE' TO AUD-SOURCE-FILE                           02772269
027723     MOVE 'BP52' TO AUD-TERM-ID                                   02772369
027724     MOVE GDI-EMP-OVR-USER TO AUD-USER-ID                         02772469
027725     MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE                     02772569
027726     MOVE EMP-STATUS-RECORD TO AUD-AFTER-IMAGE                    02772669
027727     PERFORM WRITE-AUDIT-RECORD-PARA                              02772769
027728     PERFORM WRITE-AUDIT-RETRY-PARA                               02772869
027729         UNTIL NOT AUDIT-DUPKEY.                                  02772969
027730*                                                                 02773069
027731 WRITE-AUDIT-RECORD-PARA.                                         02773169
027732     WRITE AUDIT-RECORD                                           02773269
027733         INVALID KEY                                              02773369
027734             CONTINUE                                             02773469
027735     END-WRITE.                                                   02773569
027736*                                                                 02773669
027737 WRITE-AUDIT-RETRY-PARA.                                          02773769
027738     IF AUDIT-DUPKEY                                              02773869
027739         ADD 1 TO WS-AUDIT-SEQ                                    02773969
027740         IF WS-AUDIT-SEQ = ZERO                                   02774069
027741             PERFORM STAMP-TIME-PARA                              02774169
027742             MOVE WS-RUN-TIME-OUT TO AUD-TIME-KEY                 02774269
027743         END-IF                                                   02774369
027744         MOVE WS-AUDIT-SEQ TO AUD-SEQ                             02774469
027745         PERFORM WRITE-AUDIT-RECORD-PARA                          02774569
027746     END-IF.                                                      02774669
027747*                                                                 02774769
027748 STAMP-TIME-PARA.                                                 02774869
027749     ACCEPT WS-CURRENT-TIME FROM TIME                             02774969
027750     MOVE WS-CURRENT-TIME TO WS-RUN-TIME-OUT.                     02775069
027751*                                                                 02775169
027800 SAVE-GRADE-PARA.                                                 02780000
027900     MOVE WS-RUN-DATE-OUT TO GRD-UPD-DATE                         02790000
028000     MOVE 'P26BP52 ' TO GRD-UPD-USER                              02800000
028100     IF GRADE-FOUND                                               02810000
028200         REWRITE GRADE-RECORD                                     02820000
028300             INVALID KEY                                          02830000
028400                 MOVE 'GRADE REWRITE FAILED' TO WS-REJECT-REASON  02840000
028500         END-REWRITE                                              02850000
028600     ELSE                                                         02860000
028700         WRITE GRADE-RECORD                                       02870000
028800             INVALID KEY                                          02880000
028900                 MOVE 'GRADE WRITE FAILED' TO WS-REJECT-REASON    02890000
029000         END-WRITE                                                02900000
029100     END-IF.                                                      02910000
029200*                                                                 02920000
029300 APPLIED-PARA.                                                    02930000
029400     ADD 1 TO WS-APPLIED-COUNT                                    02940000
029500     MOVE SPACES TO WS-RESULT-LINE                                02950000
029600     MOVE GDIN-RECORD TO RL-CARD                                  02960000
029700     MOVE 'APPLIED ' TO RL-RESULT                                 02970000
029800     MOVE WS-APPLIED-NOTE TO RL-REASON                            02980000
029900     MOVE WS-RESULT-LINE TO GDRP-LINE                             02990000
030000     WRITE GDRP-LINE.                                             03000000
030100*                                                                 03010000
030200 REJECT-PARA.                                                     03020000
030300     ADD 1 TO WS-REJECT-COUNT                                     03030000
030400     MOVE SPACES TO WS-RESULT-LINE                                03040000
030500     MOVE GDIN-RECORD TO RL-CARD                                  03050000
030600     MOVE 'REJECTED' TO RL-RESULT                                 03060000
030700     MOVE WS-REJECT-REASON TO RL-REASON                           03070000
030800     MOVE WS-RESULT-LINE TO GDRP-LINE                             03080000
030900     WRITE GDRP-LINE.                                             03090000
031000*                                                                 03100000
031100 LIST-GRADES-PARA.                                                03110000
031200     MOVE SPACES TO GDRP-LINE                                     03120000
031300     WRITE GDRP-LINE                                              03130000
031400     MOVE 'GRADE FILE AFTER LOAD' TO GDRP-LINE                    03140000
031500     WRITE GDRP-LINE                                              03150000
031600     MOVE 'N' TO WS-EOF-FLAG                                      03160000
031700     MOVE LOW-VALUES TO GRD-CODE                                  03170000
031800     START P26GRDF KEY IS NOT LESS THAN GRD-CODE                  03180000
031900         INVALID KEY                                              03190000
032000             SET END-OF-FILE TO TRUE                              03200000
032100     END-START                                                    03210000
032200     PERFORM LIST-GRADE-LINE-PARA                                 03220000
032300         UNTIL END-OF-FILE.                                       03230000
032400*                                                                 03240000
032500 LIST-GRADE-LINE-PARA.                                            03250000
032600     READ P26GRDF NEXT RECORD                                     03260000
032700         AT END                                                   03270000
032800             SET END-OF-FILE TO TRUE                              03280000
032900     END-READ                                                     03290000
033000     IF NOT END-OF-FILE                                           03300000
033100         MOVE SPACES TO WS-GRADE-LINE                             03310000
033200         MOVE GRD-CODE TO GL-GRADE                                03320000
033300         MOVE GRD-DESC TO GL-DESC                                 03330000
033400         MOVE GRD-MIN-SAL TO GL-MIN                               03340000
033500         MOVE GRD-MID-SAL TO GL-MID                               03350000
033600         MOVE GRD-MAX-SAL TO GL-MAX                               03360000
033700         MOVE GRD-STATUS TO GL-STATUS                             03370000
033800         MOVE WS-GRADE-LINE TO GDRP-LINE                          03380000
033900         WRITE GDRP-LINE                                          03390000
034000     END-IF.                                                      03400000
034100*                                                                 03410000
034200 TERMINATION-PARA.                                                03420000
034300     MOVE SPACES TO GDRP-LINE                                     03430000
034400     WRITE GDRP-LINE                                              03440000
034500     MOVE SPACES TO WS-SUMMARY-LINE                               03450000
034600     MOVE 'CARDS READ' TO SM-LABEL                                03460000
034700     MOVE WS-READ-COUNT TO SM-COUNT                               03470000
034800     MOVE WS-SUMMARY-LINE TO GDRP-LINE                            03480000
034900     WRITE GDRP-LINE                                              03490000
035000     MOVE 'CARDS APPLIED' TO SM-LABEL                             03500000
035100     MOVE WS-APPLIED-COUNT TO SM-COUNT                            03510000
035200     MOVE WS-SUMMARY-LINE TO GDRP-LINE                            03520000
035300     WRITE GDRP-LINE                                              03530000
035400     MOVE 'CARDS REJECTED' TO SM-LABEL                            03540000
035500     MOVE WS-REJECT-COUNT TO SM-COUNT                             03550000
035600     MOVE WS-SUMMARY-LINE TO GDRP-LINE                            03560000
035700     WRITE GDRP-LINE                                              03570000
035800     IF NOT GDIN-MISSING                                          03580000
035900         CLOSE P26GDIN                                            03590000
036000     END-IF                                                       03600000
036100     CLOSE P26GRDF                                                03610000
036200     CLOSE P26MFILE                                               03620000
036300     CLOSE P26SFILE                                               03630000
036310     CLOSE P26AUDIT                                               03631069
036320     IF CFILE-OPEN                                                03632069
036330         CLOSE P26CFILE                                           03633069
036340     END-IF                                                       03634069
036400     CLOSE P26GDRP                                                03640000
036500     DISPLAY 'P26BP52 CARDS ' WS-READ-COUNT                       03650000
036600         ' APPLIED ' WS-APPLIED-COUNT                             03660000
036700         ' REJECTED ' WS-REJECT-COUNT.                            03670000
036800*                                                                 03680000
036900 REGISTER-START-PARA.                                             03690000
037000     SET RCA-START TO TRUE                                        03700000
037100     MOVE 'P26BP52' TO RCA-JOB-NAME                               03710000
037200     MOVE SPACES TO RCA-BUS-DATE                                  03720000
037300     MOVE SPACES TO RCA-PRED-JOB                                  03730000
037400     MOVE SPACES TO RCA-OVERRIDE                                  03740000
037500     MOVE ZERO TO RCA-READ-COUNT                                  03750000
037600     MOVE ZERO TO RCA-WRITE-COUNT                                 03760000
037700     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       03770000
037800     IF RCA-RETURN NOT = '00'                                     03780000
037900         DISPLAY 'P26BP52 RUN REFUSED BY RUN CONTROL RC='         03790000
038000             RCA-RETURN                                           03800000
038100         STOP RUN                                                 03810000
038200     END-IF.                                                      03820000
038300*                                                                 03830000
038400 REGISTER-END-PARA.                                               03840000
038500     SET RCA-END TO TRUE                                          03850000
038600     MOVE WS-READ-COUNT TO RCA-READ-COUNT                         03860000
038700     MOVE WS-APPLIED-COUNT TO RCA-WRITE-COUNT                     03870000
038800     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      03880000
