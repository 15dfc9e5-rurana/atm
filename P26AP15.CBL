001200         88  ROLE-HRADMIN           VALUE 'H'.                    00120000
001300         88  ROLE-PAYROLL           VALUE 'P'.                    00130000
001400     03  WS-LAST-ID          PIC X(05) VALUE SPACES.              00140000
001410     03  WS-SAVE-BNK-REC     PIC X(48) VALUE SPACES.              00141044
001420     03  WS-SAVE-DATE        PIC X(10) VALUE SPACES.              00142044
001430     03  WS-SAVE-TIME        PIC X(08) VALUE SPACES.              00143044
001500 01  WS-SIGNON-CA.                                                00150000
001600     03  WS-SIGNON-TARGET    PIC X(08) VALUE SPACES.              00160000
001700     03  WS-SIGNON-FLAG      PIC X(01) VALUE SPACES.              00170000
001750 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00175054
001800 01  WS-RESP-CODE            PIC S9(08) COMP VALUE ZERO.          00180000
001900 01  WS-RESP-CODE1           PIC S9(08) COMP VALUE ZERO.          00190000
002000 01  WS-DATE-TIME            PIC S9(15) COMP-3 VALUE ZERO.        00200000
002600 01  WS-AUDIT-SEQ            PIC 9(02) VALUE ZERO.                00260000
002700 01  WS-ERRLOG-RESP-CODE     PIC S9(08) COMP.                     00270000
002800 01  WS-ERRLOG-SEQ           PIC 9(02) VALUE ZERO.                00280000
002810 01  WS-AUD-BROWSE-FLAG      PIC X(01) VALUE 'N'.                 00281044
002820     88  AUD-BROWSE-DONE             VALUE 'Y'.                   00282044
002830 01  WS-STALE-MSG.                                                00283044
002840     03  FILLER              PIC X(11) VALUE 'CHANGED BY '.       00284044
002850     03  WS-STALE-USER       PIC X(08) VALUE SPACES.              00285044
002860     03  FILLER              PIC X(01) VALUE SPACE.               00286044
002870     03  WS-STALE-DATE       PIC X(10) VALUE SPACES.              00287044
002880     03  FILLER              PIC X(01) VALUE SPACE.               00288044
002890     03  WS-STALE-TIME       PIC X(08) VALUE SPACES.              00289044
002895 01  WS-PCH-RESP-CODE        PIC S9(08) COMP.                     00289558
002900 01  WS-PCH-KEY.                                                  00290058
002905     03  WS-PCH-EMP-ID       PIC X(05) VALUE SPACES.              00290558
002910     03  WS-PCH-SEQ          PIC 9(03) VALUE ZERO.                00291058
002915 01  WS-PCH-NEXT-SEQ         PIC 9(03) VALUE ZERO.                00291558
002920 01  WS-PCH-ACTION           PIC X(01) VALUE SPACES.              00292058
002925 01  WS-PCH-DONE-FLAG        PIC X(01) VALUE 'N'.                 00292558
002930     88  PCH-BROWSE-DONE            VALUE 'Y'.                    00293058
002935 01  WS-BNK-PEND-FLAG        PIC X(01) VALUE 'N'.                 00293558
002940     88  BANK-PENDING               VALUE 'Y'.                    00294058
002945     COPY P26BNKR.                                                00294500
002995     COPY P26PCHR.                                                00299558
003000     COPY P26AUDR.                                                00300000
003100     COPY P26ERRL.                                                00310000
003200     COPY P26AS15.                                                00320000
003250     COPY P26SESC.                                                00325054
003300     COPY DFHAID.                                                 00330000
003400 LINKAGE SECTION.                                                 00340000
003500 01  DFHCOMMAREA     PIC X(81).                                   00350044
003600 PROCEDURE DIVISION.                                              00360000
003700 MAIN-PARA.                                                       00370000
003800     IF EIBCALEN = ZERO                                           00380000
004400         END-EXEC                                                 00440000
004500     ELSE                                                         00450000
004600         MOVE DFHCOMMAREA TO WS-CA                                00460000
004650         PERFORM CHECK-SESSION-PARA                               00465054
004700         IF SIGNON-COMPLETE                                       00470000
004800             PERFORM FIRST-PARA                                   00480000
004900         ELSE                                                     00490000
010400                 MOVE BNK-BANK-CODE TO BCODEO                     01040000
010500                 MOVE BNK-ACCT-NO TO BACCTO                       01050000
010600                 MOVE 'BANK DETAILS FOUND' TO MESSAGEO            01060000
010650                 PERFORM SAVE-BANK-PARA                           01065044
010700             WHEN DFHRESP(NOTFND)                                 01070000
010800                 MOVE SPACES TO BCODEO BACCTO                     01080000
010900                 MOVE 'NO BANK DETAILS - PF1 ADDS' TO MESSAGEO    01090000
012200         PERFORM APPLY-ADD-BANK-PARA                              01220000
012300     END-IF.                                                      01230000
012400 APPLY-ADD-BANK-PARA.                                             01240000
012500     IF BIDL = ZERO OR BIDI = SPACES                              01250058
012600        OR BCODEL = ZERO OR BCODEI = SPACES                       01260058
012700        OR BACCTL = ZERO OR BACCTI = SPACES                       01270058
012800         MOVE 'ENTER ID, BANK CODE AND ACCOUNT' TO MESSAGEO       01280058
012900     ELSE                                                         01290058
013000         MOVE BIDI TO WS-EMP-ID WS-LAST-ID                        01300058
013100         EXEC CICS READ                                           01310058
013200             FILE('P26BFILE')                                     01320058
013300             RIDFLD(WS-EMP-ID)                                    01330058
013400             INTO(BANK-RECORD)                                    01340058
013500             RESP(WS-RESP-CODE)                                   01350058
013600         END-EXEC                                                 01360058
013700         EVALUATE WS-RESP-CODE                                    01370058
013800             WHEN DFHRESP(NORMAL)                                 01380058
013900                 MOVE 'DETAILS EXIST - PF4 UPDATES' TO MESSAGEO   01390058
014000             WHEN DFHRESP(NOTFND)                                 01400058
014100                 MOVE SPACES TO BANK-RECORD                       01410058
014200                 MOVE 'A' TO WS-PCH-ACTION                        01420058
014300                 PERFORM REQUEST-CHANGE-PARA                      01430058
014400             WHEN OTHER                                           01440058
014500                 MOVE 'ADD NOT SUCCESSFUL' TO MESSAGEO            01450058
014600                 MOVE WS-RESP-CODE TO ERL-RESP-CODE               01460058
014700                 MOVE 'ADD-BANK-PARA       ' TO ERL-PARAGRAPH     01470058
014800                 PERFORM LOG-FILE-ERROR-PARA                      01480058
014900         END-EVALUATE                                             01490058
015000     END-IF.                                                      01500058
015300 UPDATE-BANK-PARA.                                                01530000
015400     PERFORM RECEIVE-MAP                                          01540000
015500     IF ROLE-PAYROLL                                              01550000
015800         PERFORM APPLY-UPD-BANK-PARA                              01580000
015900     END-IF.                                                      01590000
016000 APPLY-UPD-BANK-PARA.                                             01600000
016100     IF BIDL = ZERO OR BIDI = SPACES                              01610058
016200        OR BCODEL = ZERO OR BCODEI = SPACES                       01620058
016300        OR BACCTL = ZERO OR BACCTI = SPACES                       01630058
016400         MOVE 'ENTER ID, BANK CODE AND ACCOUNT' TO MESSAGEO       01640058
016500     ELSE                                                         01650058
016600         MOVE BIDI TO WS-EMP-ID                                   01660058
016700         EXEC CICS READ                                           01670058
016800             FILE('P26BFILE')                                     01680058
016900             RIDFLD(WS-EMP-ID)                                    01690058
017000             INTO(BANK-RECORD)                                    01700058
017100             RESP(WS-RESP-CODE)                                   01710058
017200         END-EXEC                                                 01720058
017300         IF WS-RESP-CODE = DFHRESP(NORMAL)                        01730058
017400             IF BANK-RECORD NOT = WS-SAVE-BNK-REC                 01740058
017500                 PERFORM STALE-BANK-PARA                          01750058
017600             ELSE                                                 01760058
017700                 IF BCODEI = BNK-BANK-CODE                        01770058
017800                    AND BACCTI = BNK-ACCT-NO                      01780058
017900                     MOVE 'NO CHANGE TO BANK DETAILS' TO MESSAGEO 01790058
018000                 ELSE                                             01800058
018100                     MOVE 'U' TO WS-PCH-ACTION                    01810058
018200                     PERFORM REQUEST-CHANGE-PARA                  01820058
018300                 END-IF                                           01830058
018400             END-IF                                               01840058
018500         ELSE                                                     01850058
018600             MOVE 'NO BANK DETAILS - PF1 ADDS' TO MESSAGEO        01860058
018700         END-IF                                                   01870058
018800     END-IF.                                                      01880058
019700 DELETE-BANK-PARA.                                                01970000
019800     PERFORM RECEIVE-MAP                                          01980000
019900     IF NOT ROLE-SUPER                                            01990000
023000             MOVE 'NO BANK DETAILS FOUND' TO MESSAGEO             02300000
023100         END-IF                                                   02310000
023200     END-IF.                                                      02320000
023201 STALE-BANK-PARA.                                                 02320144
023205     MOVE BNK-EMP-ID TO BIDO                                      02320544
023206     MOVE BNK-BANK-CODE TO BCODEO                                 02320644
023207     MOVE BNK-ACCT-NO TO BACCTO                                   02320744
023208     IF WS-SAVE-BNK-REC(1:5) NOT = WS-EMP-ID                      02320844
023209         PERFORM SAVE-BANK-PARA                                   02320944
023210         MOVE 'BANK DETAILS DISPLAYED - REKEY AND PF4' TO MESSAGEO02321044
023211     ELSE                                                         02321144
023212         PERFORM LAST-CHANGE-PARA                                 02321244
023213         PERFORM SAVE-BANK-PARA                                   02321344
023214         MOVE WS-STALE-MSG TO MESSAGEO                            02321444
023215         MOVE ZERO TO ERL-RESP-CODE                               02321544
023216         MOVE 'UPDATE-BANK (STALE) ' TO ERL-PARAGRAPH             02321644
023217         PERFORM LOG-FILE-ERROR-PARA                              02321744
023218     END-IF.                                                      02321844
023219 SAVE-BANK-PARA.                                                  02321944
023220     PERFORM DATE-TIME-PARA                                       02322044
023221     MOVE BANK-RECORD TO WS-SAVE-BNK-REC                          02322144
023222     MOVE SYSDATEO TO WS-SAVE-DATE                                02322244
023223     MOVE SYSTIMEO TO WS-SAVE-TIME.                               02322344
023224 LAST-CHANGE-PARA.                                                02322444
023225     MOVE BNK-UPD-TERM TO WS-STALE-USER                           02322544
023226     MOVE BNK-UPD-DATE TO WS-STALE-DATE                           02322644
023227     MOVE SPACES TO WS-STALE-TIME                                 02322744
023228     IF BNK-UPD-TERM = SPACES                                     02322844
023229         MOVE 'BATCH' TO WS-STALE-USER                            02322944
023230     END-IF                                                       02323044
023231     MOVE WS-EMP-ID TO AUD-EMP-ID                                 02323144
023232     MOVE WS-SAVE-DATE TO AUD-DATE-KEY                            02323244
023233     MOVE WS-SAVE-TIME TO AUD-TIME-KEY                            02323344
023234     MOVE ZERO TO AUD-SEQ                                         02323444
023235     MOVE 'N' TO WS-AUD-BROWSE-FLAG                               02323544
023236     EXEC CICS STARTBR                                            02323644
023237         FILE('P26AUDIT')                                         02323744
023238         RIDFLD(AUD-KEY)                                          02323844
023239         RESP(WS-AUDIT-RESP-CODE)                                 02323944
023240     END-EXEC                                                     02324044
023241     IF WS-AUDIT-RESP-CODE = DFHRESP(NORMAL)                      02324144
023242         PERFORM LAST-CHANGE-NEXT-PARA                            02324244
023243             UNTIL AUD-BROWSE-DONE                                02324344
023244         EXEC CICS ENDBR                                          02324444
023245             FILE('P26AUDIT')                                     02324544
023246         END-EXEC                                                 02324644
023247     END-IF.                                                      02324744
023248 LAST-CHANGE-NEXT-PARA.                                           02324844
023249     EXEC CICS READNEXT                                           02324944
023250         FILE('P26AUDIT')                                         02325044
023251         INTO(AUDIT-RECORD)                                       02325144
023252         RIDFLD(AUD-KEY)                                          02325244
023253         RESP(WS-AUDIT-RESP-CODE)                                 02325344
023254     END-EXEC                                                     02325444
023255     IF WS-AUDIT-RESP-CODE NOT = DFHRESP(NORMAL)                  02325544
023256        OR AUD-EMP-ID NOT = WS-EMP-ID                             02325644
023257        OR AUD-DATE-KEY NOT = WS-SAVE-DATE                        02325744
023258         SET AUD-BROWSE-DONE TO TRUE                              02325844
023259     ELSE                                                         02325944
023260         IF AUD-SOURCE-FILE = 'P26BFILE'                          02326044
023261             MOVE AUD-USER-ID TO WS-STALE-USER                    02326144
023262             MOVE AUD-DATE-KEY TO WS-STALE-DATE                   02326244
023263             MOVE AUD-TIME-KEY TO WS-STALE-TIME                   02326344
023264         END-IF                                                   02326444
023265     END-IF.                                                      02326544
023275 REQUEST-CHANGE-PARA.                                             02327558
023285     MOVE WS-EMP-ID TO WS-LAST-ID                                 02328558
023295     PERFORM FIND-PENDING-PARA                                    02329558
023305     IF BANK-PENDING                                              02330558
023315         MOVE 'BANK CHANGE ALREADY PENDING' TO MESSAGEO           02331558
023325     ELSE                                                         02332558
023335         PERFORM WRITE-PENDING-PARA                               02333558
023345     END-IF.                                                      02334558
023355 FIND-PENDING-PARA.                                               02335558
023365     MOVE 'N' TO WS-BNK-PEND-FLAG                                 02336558
023375     MOVE WS-EMP-ID TO WS-PCH-EMP-ID                              02337558
023385     MOVE ZERO TO WS-PCH-SEQ                                      02338558
023395     MOVE 1 TO WS-PCH-NEXT-SEQ                                    02339558
023405     MOVE 'N' TO WS-PCH-DONE-FLAG                                 02340558
023415     EXEC CICS STARTBR                                            02341558
023425         FILE('P26PCHF')                                          02342558
023435         RIDFLD(WS-PCH-KEY)                                       02343558
023445         RESP(WS-PCH-RESP-CODE)                                   02344558
023455     END-EXEC                                                     02345558
023465     IF WS-PCH-RESP-CODE = DFHRESP(NORMAL)                        02346558
023475         PERFORM FIND-PENDING-NEXT-PARA                           02347558
023485             UNTIL PCH-BROWSE-DONE                                02348558
023495         EXEC CICS ENDBR                                          02349558
023505             FILE('P26PCHF')                                      02350558
023515         END-EXEC                                                 02351558
023525     END-IF.                                                      02352558
023535 FIND-PENDING-NEXT-PARA.                                          02353558
023545     EXEC CICS READNEXT                                           02354558
023555         FILE('P26PCHF')                                          02355558
023565         INTO(PENDING-CHANGE-RECORD)                              02356558
023575         RIDFLD(WS-PCH-KEY)                                       02357558
023585         RESP(WS-PCH-RESP-CODE)                                   02358558
023595     END-EXEC                                                     02359558
023605     IF WS-PCH-RESP-CODE NOT = DFHRESP(NORMAL)                    02360558
023615        OR PCH-EMP-ID NOT = WS-EMP-ID                             02361558
023625         SET PCH-BROWSE-DONE TO TRUE                              02362558
023635     ELSE                                                         02363558
023645         COMPUTE WS-PCH-NEXT-SEQ = PCH-SEQ + 1                    02364558
023655         IF PCH-PENDING AND PCH-BANK-CHANGE                       02365558
023665             MOVE 'Y' TO WS-BNK-PEND-FLAG                         02366558
023675         END-IF                                                   02367558
023685     END-IF.                                                      02368558
023695 WRITE-PENDING-PARA.                                              02369558
023705     MOVE SPACES TO PENDING-CHANGE-RECORD                         02370558
023715     MOVE WS-EMP-ID          TO PCH-EMP-ID                        02371558
023725     MOVE WS-PCH-NEXT-SEQ    TO PCH-SEQ                           02372558
023735     MOVE 'P26BFILE'         TO PCH-SOURCE-FILE                   02373558
023745     MOVE WS-PCH-ACTION      TO PCH-ACTION                        02374558
023755     SET PCH-PENDING         TO TRUE                              02375558
023765     MOVE BNK-BANK-CODE      TO PCH-OLD-BANK-CODE                 02376558
023775     MOVE BNK-ACCT-NO        TO PCH-OLD-ACCT-NO                   02377558
023785     MOVE BCODEI             TO PCH-NEW-BANK-CODE                 02378558
023795     MOVE BACCTI             TO PCH-NEW-ACCT-NO                   02379558
023805     MOVE WS-USERID          TO PCH-REQ-USER                      02380558
023815     PERFORM DATE-TIME-PARA                                       02381558
023825     MOVE SYSDATEO           TO PCH-REQ-DATE                      02382558
023835     MOVE SYSTIMEO           TO PCH-REQ-TIME                      02383558
023845     EXEC CICS WRITE                                              02384558
023855         FILE('P26PCHF') RIDFLD(PCH-KEY)                          02385558
023865         FROM(PENDING-CHANGE-RECORD)                              02386558
023875         RESP(WS-PCH-RESP-CODE)                                   02387558
023885     END-EXEC                                                     02388558
023895     IF WS-PCH-RESP-CODE = DFHRESP(NORMAL)                        02389558
023905         MOVE 'BANK CHANGE SENT FOR APPROVAL' TO MESSAGEO         02390558
023915     ELSE                                                         02391558
023925         MOVE 'BANK CHANGE NOT RECORDED' TO MESSAGEO              02392558
023935         MOVE WS-PCH-RESP-CODE TO ERL-RESP-CODE                   02393558
023945         MOVE 'WRITE-PENDING-PARA  ' TO ERL-PARAGRAPH             02394558
023955         PERFORM LOG-FILE-ERROR-PARA                              02395558
023965     END-IF.                                                      02396558
024000 WRITE-AUDIT-PARA.                                                02400000
024100     PERFORM DATE-TIME-PARA                                       02410000
024200     MOVE WS-LAST-ID         TO AUD-EMP-ID                        02420000
030700     ADD 1 TO WS-ERRLOG-SEQ                                       03070000
030800     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           03080000
030900     PERFORM WRITE-ERRLOG-RECORD-PARA.                            03090000
031000 CHECK-SESSION-PARA.                                              03100054
031100     SET SCK-CHECK TO TRUE                                        03110054
031200     EXEC CICS LINK                                               03120054
031300         PROGRAM('P26SESCK')                                      03130054
031400         COMMAREA(SESSION-CHECK-AREA)                             03140054
031500         RESP(WS-SCK-RESP)                                        03150054
031600     END-EXEC                                                     03160054
031700     IF WS-SCK-RESP NOT = DFHRESP(NORMAL)                         03170054
031800        OR NOT SCK-OK                                             03180054
031900        OR SCK-USERID NOT = WS-USERID                             03190054
032000         MOVE 'P26AP15' TO WS-SIGNON-TARGET                       03200054
032100         MOVE 'T'       TO WS-SIGNON-FLAG                         03210054
032200         EXEC CICS XCTL                                           03220054
032300             PROGRAM('P26AP06')                                   03230054
032400             COMMAREA(WS-SIGNON-CA)                               03240054
032500         END-EXEC                                                 03250054
032600     END-IF.                                                      03260054
