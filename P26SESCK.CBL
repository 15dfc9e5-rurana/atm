000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26SESCK.                                            00020000
000300 DATA DIVISION.                                                   00030000
000400 WORKING-STORAGE SECTION.                                         00040000
000500 01  WS-TSQ-NAME.                                                 00050000
000600     03  FILLER              PIC X(04) VALUE 'P26U'.              00060000
000700     03  WS-TSQ-TERM         PIC X(04) VALUE SPACES.              00070000
000800 01  WS-TSQ-RESP             PIC S9(08) COMP VALUE ZERO.          00080000
000900 01  WS-TSQ-LEN              PIC S9(04) COMP VALUE +14.           00090000
001000 01  WS-SESSION-REC.                                              00100000
001100     03  WS-SESS-USERID      PIC X(08) VALUE SPACES.              00110000
001200     03  WS-SESS-ROLE        PIC X(01) VALUE SPACES.              00120000
001300     03  WS-SESS-EMP-ID      PIC X(05) VALUE SPACES.              00130000
001400 01  WS-SES-RESP-CODE        PIC S9(08) COMP VALUE ZERO.          00140000
001500 01  WS-SES-RESP-CODE1       PIC S9(08) COMP VALUE ZERO.          00150000
001600 01  WS-SLOG-RESP-CODE       PIC S9(08) COMP VALUE ZERO.          00160000
001700 01  WS-SLOG-SEQ             PIC 9(02) VALUE ZERO.                00170000
001800 01  WS-CONTROL-USERID       PIC X(08) VALUE '*CONTROL'.          00180000
001900 01  WS-IDLE-MINUTES         PIC 9(03) VALUE 15.                  00190000
002000 01  WS-IDLE-LIMIT           PIC S9(15) COMP-3 VALUE ZERO.        00200000
002100 01  WS-IDLE-TIME            PIC S9(15) COMP-3 VALUE ZERO.        00210000
002200 01  WS-DATE-TIME            PIC S9(15) COMP-3 VALUE ZERO.        00220000
002300 01  WS-DATE-OUT             PIC X(10) VALUE SPACES.              00230000
002400 01  WS-TIME-OUT             PIC X(08) VALUE SPACES.              00240000
002500 01  WS-LOG-USERID           PIC X(08) VALUE SPACES.              00250000
002600 01  WS-LOG-TERM             PIC X(04) VALUE SPACES.              00260000
002700     COPY P26SESC.                                                00270000
002800     COPY P26SESR.                                                00280000
002900     COPY P26SLGR.                                                00290000
003000 LINKAGE SECTION.                                                 00300000
003100 01  DFHCOMMAREA     PIC X(21).                                   00310000
003200 PROCEDURE DIVISION.                                              00320000
003300 MAIN-PARA.                                                       00330000
003400     MOVE DFHCOMMAREA TO SESSION-CHECK-AREA                       00340000
003500     MOVE SPACES TO SCK-OTHER-TERM                                00350000
003600     SET SCK-OK TO TRUE                                           00360000
003700     PERFORM DATE-TIME-PARA                                       00370000
003800     PERFORM GET-IDLE-LIMIT-PARA                                  00380000
003900     EVALUATE TRUE                                                00390000
004000         WHEN SCK-START                                           00400000
004100             PERFORM START-SESSION-PARA                           00410000
004200         WHEN SCK-CHECK                                           00420000
004300             PERFORM CHECK-SESSION-PARA                           00430000
004400         WHEN SCK-END                                             00440000
004500             PERFORM END-SESSION-PARA                             00450000
004600         WHEN OTHER                                               00460000
004700             SET SCK-IO-ERROR TO TRUE                             00470000
004800     END-EVALUATE                                                 00480000
004900     MOVE SESSION-CHECK-AREA TO DFHCOMMAREA.                      00490000
004950*                                                                 00495069
005000 END-PARA.                                                        00500000
005100     EXEC CICS RETURN                                             00510000
005200     END-EXEC.                                                    00520000
005250*                                                                 00525069
005300 GET-IDLE-LIMIT-PARA.                                             00530000
005400     EXEC CICS READ                                               00540000
005500         FILE('P26SESF')                                          00550000
005600         RIDFLD(WS-CONTROL-USERID)                                00560000
005700         INTO(SESSION-RECORD)                                     00570000
005800         RESP(WS-SES-RESP-CODE)                                   00580000
005900     END-EXEC                                                     00590000
006000     IF WS-SES-RESP-CODE = DFHRESP(NORMAL)                        00600000
006100        AND SES-IDLE-MINUTES NUMERIC                              00610000
006200        AND SES-IDLE-MINUTES > ZERO                               00620000
006300         MOVE SES-IDLE-MINUTES TO WS-IDLE-MINUTES                 00630000
006400     END-IF                                                       00640000
006500     COMPUTE WS-IDLE-LIMIT = WS-IDLE-MINUTES * 60000.             00650000
006550*                                                                 00655069
006600 START-SESSION-PARA.                                              00660000
006700     EXEC CICS READ                                               00670000
006800         FILE('P26SESF')                                          00680000
006900         RIDFLD(SCK-USERID)                                       00690000
007000         INTO(SESSION-RECORD)                                     00700000
007100         RESP(WS-SES-RESP-CODE)                                   00710000
007200         UPDATE                                                   00720000
007300     END-EXEC                                                     00730000
007400     EVALUATE WS-SES-RESP-CODE                                    00740000
007500         WHEN DFHRESP(NOTFND)                                     00750000
007600             MOVE SPACES TO SESSION-RECORD                        00760000
007700             PERFORM BUILD-SESSION-PARA                           00770000
007800             EXEC CICS WRITE                                      00780000
007900                 FILE('P26SESF')                                  00790000
008000                 RIDFLD(SES-USERID)                               00800000
008100                 FROM(SESSION-RECORD)                             00810000
008200                 RESP(WS-SES-RESP-CODE1)                          00820000
008300             END-EXEC                                             00830000
008400             IF WS-SES-RESP-CODE1 NOT = DFHRESP(NORMAL)           00840000
008500                 SET SCK-IO-ERROR TO TRUE                         00850000
008600             END-IF                                               00860000
008700         WHEN DFHRESP(NORMAL)                                     00870000
008800             COMPUTE WS-IDLE-TIME =                               00880000
008900                 WS-DATE-TIME - SES-LAST-ABSTIME                  00890000
009000             EVALUATE TRUE                                        00900000
009100                 WHEN SES-TERM-ID = EIBTRMID                      00910000
009200                     PERFORM BUILD-SESSION-PARA                   00920000
009300                     PERFORM REWRITE-SESSION-PARA                 00930000
009400                 WHEN WS-IDLE-TIME > WS-IDLE-LIMIT                00940000
009500                     MOVE SES-USERID TO WS-LOG-USERID             00950000
009600                     MOVE SES-TERM-ID TO WS-LOG-TERM              00960000
009700                     MOVE SES-TERM-ID TO WS-TSQ-TERM              00970000
009800                     PERFORM DELETE-TSQ-PARA                      00980000
009900                     PERFORM WRITE-TIMEOUT-LOG-PARA               00990000
010000                     PERFORM BUILD-SESSION-PARA                   01000000
010100                     PERFORM REWRITE-SESSION-PARA                 01010000
010200                 WHEN OTHER                                       01020000
010300                     MOVE SES-TERM-ID TO SCK-OTHER-TERM           01030000
010400                     EXEC CICS UNLOCK                             01040000
010500                         FILE('P26SESF')                          01050000
010600                     END-EXEC                                     01060000
010700                     SET SCK-DUPLICATE TO TRUE                    01070000
010800             END-EVALUATE                                         01080000
010900         WHEN OTHER                                               01090000
011000             SET SCK-IO-ERROR TO TRUE                             01100000
011100     END-EVALUATE.                                                01110000
011150*                                                                 01115069
011200 BUILD-SESSION-PARA.                                              01120000
011300     MOVE SCK-USERID TO SES-USERID                                01130000
011400     MOVE EIBTRMID TO SES-TERM-ID                                 01140000
011500     MOVE SCK-ROLE TO SES-ROLE                                    01150000
011600     MOVE SCK-EMP-ID TO SES-EMP-ID                                01160000
011700     MOVE WS-DATE-OUT TO SES-SIGNON-DATE                          01170000
011800     MOVE WS-TIME-OUT TO SES-SIGNON-TIME                          01180000
011900     MOVE WS-DATE-TIME TO SES-LAST-ABSTIME                        01190000
012000     MOVE ZERO TO SES-IDLE-MINUTES                                01200000
012100     MOVE SCK-USERID TO SES-UPD-USER.                             01210000
012150*                                                                 01215069
012200 REWRITE-SESSION-PARA.                                            01220000
012300     EXEC CICS REWRITE                                            01230000
012400         FILE('P26SESF')                                          01240000
012500         FROM(SESSION-RECORD)                                     01250000
012600         RESP(WS-SES-RESP-CODE1)                                  01260000
012700     END-EXEC                                                     01270000
012800     IF WS-SES-RESP-CODE1 NOT = DFHRESP(NORMAL)                   01280000
012900         SET SCK-IO-ERROR TO TRUE                                 01290000
013000     END-IF.                                                      01300000
013050*                                                                 01305069
013100 CHECK-SESSION-PARA.                                              01310000
013200     PERFORM READ-TSQ-PARA                                        01320000
013300     IF WS-TSQ-RESP NOT = DFHRESP(NORMAL)                         01330000
013400        OR WS-SESS-USERID = SPACES                                01340000
013500         SET SCK-NO-SESSION TO TRUE                               01350000
013600     ELSE                                                         01360000
013700         MOVE WS-SESS-USERID TO SCK-USERID                        01370000
013800         MOVE WS-SESS-ROLE TO SCK-ROLE                            01380000
013900         MOVE WS-SESS-EMP-ID TO SCK-EMP-ID                        01390000
014000         EXEC CICS READ                                           01400000
014100             FILE('P26SESF')                                      01410000
014200             RIDFLD(WS-SESS-USERID)                               01420000
014300             INTO(SESSION-RECORD)                                 01430000
014400             RESP(WS-SES-RESP-CODE)                               01440000
014500             UPDATE                                               01450000
014600         END-EXEC                                                 01460000
014700         EVALUATE TRUE                                            01470000
014800             WHEN WS-SES-RESP-CODE NOT = DFHRESP(NORMAL)          01480000
014900                 PERFORM DELETE-TSQ-PARA                          01490000
015000                 SET SCK-NO-SESSION TO TRUE                       01500000
015100             WHEN SES-TERM-ID NOT = EIBTRMID                      01510000
015200                 EXEC CICS UNLOCK                                 01520000
015300                     FILE('P26SESF')                              01530000
015400                 END-EXEC                                         01540000
015500                 PERFORM DELETE-TSQ-PARA                          01550000
015600                 MOVE SES-TERM-ID TO SCK-OTHER-TERM               01560000
015700                 SET SCK-NO-SESSION TO TRUE                       01570000
015800             WHEN OTHER                                           01580000
015900                 PERFORM CHECK-IDLE-PARA                          01590000
016000         END-EVALUATE                                             01600000
016100     END-IF.                                                      01610000
016150*                                                                 01615069
016200 CHECK-IDLE-PARA.                                                 01620000
016300     COMPUTE WS-IDLE-TIME = WS-DATE-TIME - SES-LAST-ABSTIME       01630000
016400     IF WS-IDLE-TIME > WS-IDLE-LIMIT                              01640000
016500         EXEC CICS DELETE                                         01650000
016600             FILE('P26SESF')                                      01660000
016700             RESP(WS-SES-RESP-CODE1)                              01670000
016800         END-EXEC                                                 01680000
016900         PERFORM DELETE-TSQ-PARA                                  01690000
017000         MOVE SES-USERID TO WS-LOG-USERID                         01700000
017100         MOVE EIBTRMID TO WS-LOG-TERM                             01710000
017200         PERFORM WRITE-TIMEOUT-LOG-PARA                           01720000
017300         SET SCK-EXPIRED TO TRUE                                  01730000
017400     ELSE                                                         01740000
017500         MOVE WS-DATE-TIME TO SES-LAST-ABSTIME                    01750000
017600         PERFORM REWRITE-SESSION-PARA                             01760000
017700     END-IF.                                                      01770000
017750*                                                                 01775069
017800 END-SESSION-PARA.                                                01780000
017900     PERFORM READ-TSQ-PARA                                        01790000
018000     IF WS-TSQ-RESP = DFHRESP(NORMAL)                             01800000
018100        AND WS-SESS-USERID NOT = SPACES                           01810000
018200         MOVE WS-SESS-USERID TO SCK-USERID                        01820000
018300         EXEC CICS READ                                           01830000
018400             FILE('P26SESF')                                      01840000
018500             RIDFLD(WS-SESS-USERID)                               01850000
018600             INTO(SESSION-RECORD)                                 01860000
018700             RESP(WS-SES-RESP-CODE)                               01870000
018800             UPDATE                                               01880000
018900         END-EXEC                                                 01890000
019000         IF WS-SES-RESP-CODE = DFHRESP(NORMAL)                    01900000
019100             IF SES-TERM-ID = EIBTRMID                            01910000
019200                 EXEC CICS DELETE                                 01920000
019300                     FILE('P26SESF')                              01930000
019400                     RESP(WS-SES-RESP-CODE1)                      01940000
019500                 END-EXEC                                         01950000
019600             ELSE                                                 01960000
019700                 EXEC CICS UNLOCK                                 01970000
019800                     FILE('P26SESF')                              01980000
019900                 END-EXEC                                         01990000
020000             END-IF                                               02000000
020100         END-IF                                                   02010000
020200     ELSE                                                         02020000
020300         SET SCK-NO-SESSION TO TRUE                               02030000
020400     END-IF                                                       02040000
020500     PERFORM DELETE-TSQ-PARA.                                     02050000
020550*                                                                 02055069
020600 READ-TSQ-PARA.                                                   02060000
020700     MOVE SPACES TO WS-SESSION-REC                                02070000
020800     MOVE EIBTRMID TO WS-TSQ-TERM                                 02080000
020900     MOVE 14 TO WS-TSQ-LEN                                        02090000
021000     EXEC CICS READQ TS                                           02100000
021100         QUEUE(WS-TSQ-NAME)                                       02110000
021200         INTO(WS-SESSION-REC)                                     02120000
021300         LENGTH(WS-TSQ-LEN)                                       02130000
021400         ITEM(1)                                                  02140000
021500         RESP(WS-TSQ-RESP)                                        02150000
021600     END-EXEC                                                     02160000
021700     IF WS-TSQ-RESP NOT = DFHRESP(NORMAL)                         02170000
021800         MOVE SPACES TO WS-SESSION-REC                            02180000
021900     END-IF.                                                      02190000
021950*                                                                 02195069
022000 DELETE-TSQ-PARA.                                                 02200000
022100     EXEC CICS DELETEQ TS                                         02210000
022200         QUEUE(WS-TSQ-NAME)                                       02220000
022300         RESP(WS-TSQ-RESP)                                        02230000
022400     END-EXEC.                                                    02240000
022450*                                                                 02245069
022500 WRITE-TIMEOUT-LOG-PARA.                                          02250000
022600     MOVE SPACES             TO SIGNON-LOG-RECORD                 02260000
022700     MOVE WS-DATE-OUT        TO SLG-DATE-KEY                      02270000
022800     MOVE WS-TIME-OUT        TO SLG-TIME-KEY                      02280000
022900     ADD 1 TO WS-SLOG-SEQ                                         02290000
023000     MOVE WS-SLOG-SEQ        TO SLG-SEQ                           02300000
023100     MOVE WS-LOG-USERID      TO SLG-USERID                        02310000
023200     MOVE WS-LOG-TERM        TO SLG-TERM-ID                       02320000
023300     SET SLG-TIMEOUT         TO TRUE                              02330000
023400     PERFORM WRITE-SIGNLOG-RECORD-PARA                            02340000
023500     PERFORM WRITE-SIGNLOG-RETRY-PARA                             02350000
023600         UNTIL WS-SLOG-RESP-CODE NOT = DFHRESP(DUPKEY).           02360000
023650*                                                                 02365069
023700 WRITE-SIGNLOG-RECORD-PARA.                                       02370000
023800     EXEC CICS WRITE                                              02380000
023900         FILE('P26SLOG') RIDFLD(SLG-KEY)                          02390000
024000         FROM(SIGNON-LOG-RECORD)                                  02400000
024100         RESP(WS-SLOG-RESP-CODE)                                  02410000
024200     END-EXEC.                                                    02420000
024250*                                                                 02425069
024300 WRITE-SIGNLOG-RETRY-PARA.                                        02430000
024400     ADD 1 TO WS-SLOG-SEQ                                         02440000
024500     MOVE WS-SLOG-SEQ        TO SLG-SEQ                           02450000
024600     PERFORM WRITE-SIGNLOG-RECORD-PARA.                           02460000
024650*                                                                 02465069
024700 DATE-TIME-PARA.                                                  02470000
024800     EXEC CICS ASKTIME                                            02480000
024900         ABSTIME(WS-DATE-TIME)                                    02490000
025000     END-EXEC.                                                    02500000
025100     EXEC CICS FORMATTIME                                         02510000
025200         ABSTIME(WS-DATE-TIME)                                    02520000
025300         DDMMYYYY(WS-DATE-OUT)                                    02530000
025400         DATESEP                                                  02540000
025500         TIME(WS-TIME-OUT)                                        02550000
025600         TIMESEP                                                  02560000
025700     END-EXEC.                                                    02570000
