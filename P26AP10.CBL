001250 01  WS-AUDIT-SEQ            PIC 9(02) VALUE ZERO.                00125041
001266 01  WS-STS-RESP-CODE        PIC S9(08) COMP.                     00126617
001282 01  WS-STS-RESP-CODE1       PIC S9(08) COMP.                     00128217
001292 01  WS-POS-RESP-CODE        PIC S9(08) COMP.                     00129249
001297 01  WS-GRD-RESP-CODE        PIC S9(08) COMP.                     00129750
001300 01  WS-REF-RESP-CODE        PIC S9(08) COMP.                     00130000
001400 01  WS-ERRLOG-RESP-CODE     PIC S9(08) COMP.                     00140000
001405 01  WS-ERRLOG-SEQ           PIC 9(02) VALUE ZERO.                00140541
001407 01  WS-READ-RESP-CODE      PIC S9(08) COMP.                      00140700
001412 01  WS-PCH-RESP-CODE        PIC S9(08) COMP.                     00141258
001417 01  WS-PCH-KEY.                                                  00141758
001422     03  WS-PCH-EMP-ID       PIC X(05) VALUE SPACES.              00142258
001427     03  WS-PCH-SEQ          PIC 9(03) VALUE ZERO.                00142758
001432 01  WS-PCH-NEXT-SEQ         PIC 9(03) VALUE ZERO.                00143258
001437 01  WS-PCH-DONE-FLAG        PIC X(01) VALUE 'N'.                 00143758
001442     88  PCH-BROWSE-DONE            VALUE 'Y'.                    00144258
001447 01  WS-SAL-CHG-FLAG         PIC X(01) VALUE 'N'.                 00144758
001452     88  SALARY-CHANGED             VALUE 'Y'.                    00145258
001457 01  WS-SAL-PEND-FLAG        PIC X(01) VALUE 'N'.                 00145758
001462     88  SALARY-PENDING             VALUE 'Y'.                    00146258
001467 01  WS-OLD-EARN             PIC 9(07)V99 VALUE ZERO.             00146758
001472 01  WS-NEW-EARN             PIC 9(07)V99 VALUE ZERO.             00147258
001500 01  WS-CA.                                                       00150000
001600     03  WS-PROCESS-FLAG     PIC X(01) VALUE SPACES.              00160000
001700         88  PROCESS-KEY            VALUE '1'.                    00170000
001900         88  PROCESS-UPD-DEL           VALUE '3'.                 00190000
002000         88  PROCESS-DEL-CONFIRM       VALUE '4'.                 00200000
002100         88  PROCESS-LIST           VALUE '5'.                    00210000
002110         88  PROCESS-OVR-CONFIRM       VALUE '6'.                 00211050
002120         88  SIGNON-COMPLETE        VALUE '9'.                    00212000
002200         88  PRCOESS-DET            VALUE '2', '3', '4', '6'.     00220050
002300     03  WS-ID               PIC X(05).                           00230000
002400     03  WS-LIST-PAGE-NO     PIC 9(04) VALUE ZERO.                00240000
002500     03  WS-LIST-ID-TAB.                                          00250000
002609         88  ROLE-SUPER             VALUE 'S'.                    00260911
002612         88  ROLE-HRADMIN           VALUE 'H'.                    00261211
002615         88  ROLE-PAYROLL           VALUE 'P'.                    00261511
002619     03  WS-SAVE-EMP-REC     PIC X(139) VALUE SPACES.             00261944
002620 01  WS-SIGNON-CA.                                                00262000
002640     03  WS-SIGNON-TARGET    PIC X(08) VALUE SPACES.              00264000
002660     03  WS-SIGNON-FLAG      PIC X(01) VALUE SPACES.              00266000
002661 01  WS-RANGE-FLAG           PIC X(01) VALUE 'N'.                 00266150
002662     88  OUTSIDE-RANGE              VALUE 'Y'.                    00266250
002663 01  WS-OVR-FLAG             PIC X(01) VALUE 'N'.                 00266350
002664     88  OVERRIDE-CONFIRMED         VALUE 'Y'.                    00266450
002665 01  WS-STALE-FLAG           PIC X(01) VALUE 'N'.                 00266544
002668     88  STALE-RECORD               VALUE 'Y'.                    00266844
002672 01  WS-STALE-MSG.                                                00267244
002676     03  FILLER              PIC X(08) VALUE 'CHGD BY '.          00267644
002680     03  WS-STALE-USER       PIC X(08) VALUE SPACES.              00268044
002684     03  FILLER              PIC X(01) VALUE SPACE.               00268444
002688     03  WS-STALE-DATE       PIC X(05) VALUE SPACES.              00268844
002692     03  FILLER              PIC X(01) VALUE SPACE.               00269244
002696     03  WS-STALE-TIME       PIC X(05) VALUE SPACES.              00269644
002700                                                                  00270000
002800 01  WS-SUB              PIC 9(02) VALUE ZERO.                    00280000
002900 01  WS-EMP-ID           PIC X(05) VALUE SPACES.                  00290000
007600     03  WS-LIST-DEPT      PIC X(08) OCCURS 10 TIMES.             00760000
007700                                                                  00770000
007800     COPY P26AS10.                                                00780000
007810 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00781054
007820     COPY P26SESC.                                                00782054
007900     COPY DFHAID.                                                 00790000
008000     COPY DFHBMSCA.                                               00800000
008100     COPY EMPMSTR.                                                00810000
008200     COPY P26AUDR.                                                00820000
008250     COPY P26STR.                                                 00825017
008260     COPY P26POSR.                                                00826049
008270     COPY P26GRDR.                                                00827050
008300     COPY P26ERRL.                                                00830000
008400     COPY P26REF.                                                 00840000
008450     COPY P26PCHR.                                                00845058
008500                                                                  00850000
008600 LINKAGE SECTION.                                                 00860000
008700 01  DFHCOMMAREA  PIC X(208).                                     00870044
008800                                                                  00880000
008900******************************************************************00890000
009000                                                                  00900000
009760        END-EXEC                                                  00976000
009900     ELSE                                                         00990000
010000        MOVE DFHCOMMAREA TO WS-CA                                 01000000
010010        PERFORM CHECK-SESSION-PARA                                01001054
010050        IF SIGNON-COMPLETE                                        01005000
010060           PERFORM FIRST-PARA                                     01006000
010070        ELSE                                                      01007000
027600     SET PROCESS-UPD-DEL TO TRUE                                  02760000
027700     MOVE DFHBMDAR TO PF1A                                        02770000
027800     MOVE DFHBMPRO TO PF4A                                        02780000
027900     MOVE DFHBMPRO TO PF5A                                        02790044
027950     MOVE EMPLOYEE-MASTER-RECORD TO WS-SAVE-EMP-REC.              02795044
028000                                                                  02800000
028100 SEARCH-BY-NAME-PARA.                                             02810000
028200    ADD 1 TO WS-SUB                                               02820000
034100     IF PROCESS-DEL-CONFIRM AND EIBAID NOT = DFHPF5               03410000
034200         SET PROCESS-UPD-DEL TO TRUE                              03420000
034300     END-IF.                                                      03430000
034310     IF PROCESS-OVR-CONFIRM AND EIBAID NOT = DFHPF4               03431050
034320         SET PROCESS-UPD-DEL TO TRUE                              03432050
034330     END-IF.                                                      03433050
034400     EVALUATE EIBAID                                              03440000
034500         WHEN DFHPF1                                              03450000
034600            IF PROCESS-ADD                                        03460000
035100         WHEN DFHPF3                                              03510000
035200            SET PROCESS-KEY TO TRUE                               03520000
035300         WHEN DFHPF4                                              03530000
035400            IF PROCESS-UPD-DEL OR PROCESS-OVR-CONFIRM             03540050
035500               PERFORM UPDATE-PARA                                03550000
035600            ELSE                                                  03560000
035700               MOVE 'PF4 NOT ENABLED' TO MESSAGEO                 03570000
046300         IF WS-SUB < 13                                           04630000
046400             MOVE 'UPDATE          ' TO WS-TAB(WS-SUB)            04640000
046500         END-IF.                                                  04650000
046510     MOVE 'N' TO WS-OVR-FLAG                                      04651050
046520     IF PROCESS-OVR-CONFIRM                                       04652050
046530        MOVE 'Y' TO WS-OVR-FLAG                                   04653050
046540        SET PROCESS-UPD-DEL TO TRUE                               04654050
046550     END-IF                                                       04655050
046600     PERFORM RECEIVE-MAP2                                         04660000
046700     PERFORM VALIDATE-PARA                                        04670000
046800     IF VALID-DATA                                                04680000
046810        PERFORM CHECK-PENDING-PARA                                04681069
046820        MOVE 'N' TO WS-RANGE-FLAG                                 04682069
046830        IF SALARY-CHANGED                                         04683069
046900           PERFORM CHECK-GRADE-PARA                               04690069
046905        END-IF                                                    04690569
046910        IF OUTSIDE-RANGE AND NOT OVERRIDE-CONFIRMED               04691050
046920           PERFORM CONFIRM-OVERRIDE-PARA                          04692050
046930        ELSE                                                      04693050
046941           IF SALARY-PENDING                                      04694158
046942              MOVE -1 TO EARNRSL                                  04694258
046943              MOVE 'SALARY CHANGE ALREADY PENDING' TO MESSAGEO    04694358
046944           ELSE                                                   04694458
046945              PERFORM REWRITE-PARA                                04694558
046946           END-IF                                                 04694658
046950        END-IF                                                    04695050
047000     ELSE                                                         04700000
047100        MOVE 'CORRECT HIGHLIGHTED FIELDS' TO MESSAGEO             04710000
047200     END-IF.                                                      04720000
048400     END-EXEC                                                     04840000
048500     EVALUATE WS-RESP-CODE                                        04850000
048600         WHEN DFHRESP(NORMAL)                                     04860000
048610           IF EMPLOYEE-MASTER-RECORD NOT = WS-SAVE-EMP-REC        04861044
048620              PERFORM STALE-UPDATE-PARA                           04862044
048630           ELSE                                                   04863044
048700               MOVE EMPLOYEE-MASTER-RECORD TO WS-AUDIT-BEFORE     04870044
048800               PERFORM MOVE-PARA                                  04880044
048810               IF SALARY-CHANGED                                  04881058
048820                  MOVE WS-OLD-EARN TO EMP-EARN                    04882058
048830               END-IF                                             04883058
048900               EXEC CICS REWRITE                                  04890044
049000                   FILE('P26MFILE')                               04900044
049100                   FROM(EMPLOYEE-MASTER-RECORD)                   04910044
049200                   RESP(WS-RESP-CODE1)                            04920044
049300               END-EXEC                                           04930044
049400               EVALUATE WS-RESP-CODE1                             04940044
049500                 WHEN DFHRESP(NORMAL)                             04950044
049600                    MOVE 'UPDATE SUCCESSFUL' TO MSGO              04960044
049700                  MOVE 'U' TO WS-AUDIT-ACTION                     04970044
049800                  MOVE EMPLOYEE-MASTER-RECORD TO WS-AUDIT-AFTER   04980044
049900                  PERFORM WRITE-AUDIT-PARA                        04990044
049910                  IF OUTSIDE-RANGE                                04991050
049920                     PERFORM WRITE-OVERRIDE-AUDIT-PARA            04992050
049930                  END-IF                                          04993050
049940                  IF SALARY-CHANGED                               04994058
049950                     PERFORM WRITE-PENDING-PARA                   04995058
049960                  END-IF                                          04996058
050000                 WHEN OTHER                                       05000044
050100                    MOVE 'UPDATE NOT SUCCESSFUL' TO MSGO          05010044
050200              MOVE WS-RESP-CODE1 TO ERL-RESP-CODE                 05020044
050300              MOVE 'REWRITE-PARA        ' TO ERL-PARAGRAPH        05030044
050400              PERFORM LOG-FILE-ERROR-PARA                         05040044
050500               END-EVALUATE                                       05050044
050550           END-IF                                                 05055044
050600         WHEN OTHER                                               05060000
050700            MOVE 'ERROR PROCESSING FILE' TO MSGO                  05070000
050800            MOVE WS-RESP-CODE TO ERL-RESP-CODE                    05080000
050900            MOVE 'REWRITE-PARA        ' TO ERL-PARAGRAPH          05090000
051000            PERFORM LOG-FILE-ERROR-PARA                           05100000
051100     END-EVALUATE                                                 05110000
051200     IF NOT STALE-RECORD                                          05120044
051300        SET PROCESS-KEY TO TRUE                                   05130044
051310        MOVE WS-EMP-ID TO ID1O                                    05131044
051320     END-IF.                                                      05132044
051400                                                                  05140000
051401 CHECK-GRADE-PARA.                                                05140150
051402     ADD 1 TO WS-SUB                                              05140250
051403         IF WS-SUB < 13                                           05140350
051404             MOVE 'CHECK-GRADE     ' TO WS-TAB(WS-SUB)            05140450
051405         END-IF.                                                  05140550
051406     MOVE 'N' TO WS-RANGE-FLAG                                    05140650
051407     MOVE ID1I TO STS-EMP-ID                                      05140750
051408     EXEC CICS READ                                               05140850
051409         FILE('P26SFILE') RIDFLD(STS-EMP-ID)                      05140950
051410         INTO(EMP-STATUS-RECORD)                                  05141050
051411         RESP(WS-STS-RESP-CODE)                                   05141150
051412     END-EXEC                                                     05141250
051413     IF WS-STS-RESP-CODE = DFHRESP(NORMAL)                        05141350
051414        AND STS-GRADE NOT = SPACES                                05141450
051415         MOVE STS-GRADE TO GRD-CODE                               05141550
051416         EXEC CICS READ                                           05141650
051417             FILE('P26GRDF') RIDFLD(GRD-CODE)                     05141750
051418             INTO(GRADE-RECORD)                                   05141850
051419             RESP(WS-GRD-RESP-CODE)                               05141950
051420         END-EXEC                                                 05142050
051421         IF WS-GRD-RESP-CODE = DFHRESP(NORMAL)                    05142150
051422            AND GRD-ACTIVE                                        05142250
051423             MOVE EARNRSI TO WS-RS                                05142350
051424             MOVE EARNPSI TO WS-PS                                05142450
051425             IF WS-AMOUNT < GRD-MIN-SAL                           05142550
051426                OR WS-AMOUNT > GRD-MAX-SAL                        05142650
051427                 MOVE 'Y' TO WS-RANGE-FLAG                        05142750
051428             END-IF                                               05142850
051429         END-IF                                                   05142950
051430     END-IF.                                                      05143050
051431                                                                  05143150
051432 CONFIRM-OVERRIDE-PARA.                                           05143250
051433     ADD 1 TO WS-SUB                                              05143350
051434         IF WS-SUB < 13                                           05143450
051435             MOVE 'CONF-OVERRIDE   ' TO WS-TAB(WS-SUB)            05143550
051436         END-IF.                                                  05143650
051437     MOVE -1 TO EARNRSL                                           05143750
051438     PERFORM CHECK-SUPV-PARA                                      05143850
051439     IF SUPV-VALID                                                05143950
051440         SET PROCESS-OVR-CONFIRM TO TRUE                          05144050
051441         MOVE 'OUT OF GRADE - PF4 TO OVERRIDE' TO MESSAGEO        05144150
051442     ELSE                                                         05144250
051443         MOVE 'SALARY OUTSIDE GRADE RANGE' TO MESSAGEO            05144350
051444     END-IF.                                                      05144450
051445                                                                  05144550
051446 STALE-UPDATE-PARA.                                               05144644
051447     ADD 1 TO WS-SUB                                              05144744
051448         IF WS-SUB < 13                                           05144844
051449             MOVE 'STALE-UPDATE    ' TO WS-TAB(WS-SUB)            05144944
051450         END-IF.                                                  05145044
051451     MOVE 'Y' TO WS-STALE-FLAG                                    05145144
051452     EXEC CICS UNLOCK                                             05145244
051453         FILE('P26MFILE')                                         05145344
051454     END-EXEC                                                     05145444
051455     PERFORM MOVE-DETAIL-PARA                                     05145544
051456     MOVE EMP-UPD-TERM      TO WS-STALE-USER                      05145644
051457     IF EMP-UPD-TERM = SPACES                                     05145744
051458        MOVE 'BATCH'        TO WS-STALE-USER                      05145844
051459     END-IF                                                       05145944
051460     MOVE EMP-UPD-DATE(1:5) TO WS-STALE-DATE                      05146044
051464     MOVE EMP-UPD-TIME(1:5) TO WS-STALE-TIME                      05146444
051468     MOVE 'RECORD CHANGED'  TO MODEO                              05146844
051472     MOVE WS-STALE-MSG      TO MESSAGEO                           05147244
051476     MOVE ZERO TO ERL-RESP-CODE                                   05147644
051480     MOVE 'REWRITE-PARA (STALE)' TO ERL-PARAGRAPH                 05148044
051484     PERFORM LOG-FILE-ERROR-PARA.                                 05148444
051488                                                                  05148844
051489 CHECK-PENDING-PARA.                                              05148958
051490     ADD 1 TO WS-SUB                                              05149058
051491         IF WS-SUB < 13                                           05149158
051492             MOVE 'CHECK-PENDING   ' TO WS-TAB(WS-SUB)            05149258
051493         END-IF.                                                  05149358
051494     MOVE 'N' TO WS-SAL-CHG-FLAG                                  05149458
051495     MOVE 'N' TO WS-SAL-PEND-FLAG                                 05149558
051496     MOVE WS-SAVE-EMP-REC TO EMPLOYEE-MASTER-RECORD               05149658
051497     MOVE EMP-EARN TO WS-OLD-EARN                                 05149758
051498     MOVE EARNRSI TO WS-RS                                        05149858
051499     MOVE EARNPSI TO WS-PS                                        05149958
051500     MOVE WS-AMOUNT TO WS-NEW-EARN                                05150058
051501     IF WS-NEW-EARN NOT = WS-OLD-EARN                             05150158
051502         MOVE 'Y' TO WS-SAL-CHG-FLAG                              05150258
051503         PERFORM FIND-PENDING-PARA                                05150358
051504     END-IF.                                                      05150458
051505                                                                  05150558
051506 FIND-PENDING-PARA.                                               05150658
051507     ADD 1 TO WS-SUB                                              05150758
051508         IF WS-SUB < 13                                           05150858
051509             MOVE 'FIND-PENDING    ' TO WS-TAB(WS-SUB)            05150958
051510         END-IF.                                                  05151058
051511     MOVE EMP-ID TO WS-PCH-EMP-ID                                 05151158
051512     MOVE ZERO TO WS-PCH-SEQ                                      05151258
051513     MOVE 1 TO WS-PCH-NEXT-SEQ                                    05151358
051514     MOVE 'N' TO WS-PCH-DONE-FLAG                                 05151458
051515     EXEC CICS STARTBR                                            05151558
051516         FILE('P26PCHF')                                          05151658
051517         RIDFLD(WS-PCH-KEY)                                       05151758
051518         RESP(WS-PCH-RESP-CODE)                                   05151858
051519     END-EXEC                                                     05151958
051520     IF WS-PCH-RESP-CODE = DFHRESP(NORMAL)                        05152058
051521         PERFORM FIND-PENDING-NEXT-PARA                           05152158
051522             UNTIL PCH-BROWSE-DONE                                05152258
051523         EXEC CICS ENDBR                                          05152358
051524             FILE('P26PCHF')                                      05152458
051525         END-EXEC                                                 05152558
051526     END-IF.                                                      05152658
051527                                                                  05152758
051528 FIND-PENDING-NEXT-PARA.                                          05152858
051529     ADD 1 TO WS-SUB                                              05152958
051530         IF WS-SUB < 13                                           05153058
051531             MOVE 'FIND-PEND-NEXT  ' TO WS-TAB(WS-SUB)            05153158
051532         END-IF.                                                  05153258
051533     EXEC CICS READNEXT                                           05153358
051534         FILE('P26PCHF')                                          05153458
051535         INTO(PENDING-CHANGE-RECORD)                              05153558
051536         RIDFLD(WS-PCH-KEY)                                       05153658
051537         RESP(WS-PCH-RESP-CODE)                                   05153758
051538     END-EXEC                                                     05153858
051539     IF WS-PCH-RESP-CODE NOT = DFHRESP(NORMAL)                    05153958
051540        OR PCH-EMP-ID NOT = EMP-ID                                05154058
051541         SET PCH-BROWSE-DONE TO TRUE                              05154158
051542     ELSE                                                         05154258
051543         COMPUTE WS-PCH-NEXT-SEQ = PCH-SEQ + 1                    05154358
051544         IF PCH-PENDING                                           05154458
051545            AND PCH-SOURCE-FILE = 'P26MFILE'                      05154558
051546             MOVE 'Y' TO WS-SAL-PEND-FLAG                         05154658
051547         END-IF                                                   05154758
051548     END-IF.                                                      05154858
051549                                                                  05154958
051550 WRITE-PENDING-PARA.                                              05155058
051551     ADD 1 TO WS-SUB                                              05155158
051552         IF WS-SUB < 13                                           05155258
051553             MOVE 'WRITE-PENDING   ' TO WS-TAB(WS-SUB)            05155358
051554         END-IF.                                                  05155458
051555     MOVE SPACES TO PENDING-CHANGE-RECORD                         05155558
051556     MOVE WS-EMP-ID          TO PCH-EMP-ID                        05155658
051557     MOVE WS-PCH-NEXT-SEQ    TO PCH-SEQ                           05155758
051558     MOVE 'P26MFILE'         TO PCH-SOURCE-FILE                   05155858
051559     SET PCH-UPDATE-ACTION   TO TRUE                              05155958
051560     SET PCH-PENDING         TO TRUE                              05156058
051561     MOVE WS-OLD-EARN        TO PCH-OLD-EARN                      05156158
051562     MOVE WS-NEW-EARN        TO PCH-NEW-EARN                      05156258
051563     MOVE WS-USERID          TO PCH-REQ-USER                      05156358
051564     MOVE EMP-UPD-DATE       TO PCH-REQ-DATE                      05156458
051565     MOVE EMP-UPD-TIME       TO PCH-REQ-TIME                      05156558
051566     EXEC CICS WRITE                                              05156658
051567         FILE('P26PCHF') RIDFLD(PCH-KEY)                          05156758
051568         FROM(PENDING-CHANGE-RECORD)                              05156858
051569         RESP(WS-PCH-RESP-CODE)                                   05156958
051570     END-EXEC                                                     05157058
051571     IF WS-PCH-RESP-CODE = DFHRESP(NORMAL)                        05157158
051572        MOVE 'SALARY CHANGE AWAITS APPROVAL' TO MSGO              05157258
051573     ELSE                                                         05157358
051574        MOVE 'SALARY CHANGE NOT RECORDED' TO MSGO                 05157458
051575        MOVE WS-PCH-RESP-CODE TO ERL-RESP-CODE                    05157558
051576        MOVE 'WRITE-PENDING-PARA  ' TO ERL-PARAGRAPH              05157658
051577        PERFORM LOG-FILE-ERROR-PARA                               05157758
051578     END-IF.                                                      05157858
051579                                                                  05157958
051580 VALIDATE-PARA.                                                   05158000
051600      ADD 1 TO WS-SUB                                             05160000
051700         IF WS-SUB < 13                                           05170000
051800             MOVE 'VALIDATE        ' TO WS-TAB(WS-SUB)            05180000
074098         PERFORM LOG-FILE-ERROR-PARA                              07409800
074099     END-IF.                                                      07409900
074100                                                                  07410000
074101 WRITE-OVERRIDE-AUDIT-PARA.                                       07410150
074102     ADD 1 TO WS-SUB                                              07410250
074103         IF WS-SUB < 13                                           07410350
074104             MOVE 'WRITE-OVR-AUDIT ' TO WS-TAB(WS-SUB)            07410450
074105         END-IF.                                                  07410550
074106     SET AUD-OVERRIDE-ACTION TO TRUE                              07410650
074107     ADD 1 TO WS-AUDIT-SEQ                                        07410750
074108     MOVE WS-AUDIT-SEQ       TO AUD-SEQ                           07410850
074109     PERFORM WRITE-AUDIT-RECORD-PARA                              07410950
074110     PERFORM WRITE-AUDIT-RETRY-PARA                               07411050
074111         UNTIL WS-AUDIT-RESP-CODE NOT = DFHRESP(DUPKEY)           07411150
074112     IF WS-AUDIT-RESP-CODE NOT = DFHRESP(NORMAL)                  07411250
074113         MOVE WS-AUDIT-RESP-CODE TO ERL-RESP-CODE                 07411350
074114         MOVE 'WRITE-OVR-AUDIT-PARA' TO ERL-PARAGRAPH             07411450
074115         PERFORM LOG-FILE-ERROR-PARA                              07411550
074116     END-IF.                                                      07411650
074117                                                                  07411750
074118 WRITE-AUDIT-RECORD-PARA.                                         07411800
074120     EXEC CICS WRITE                                              07412000
074130         FILE('P26AUDIT') RIDFLD(AUD-KEY)                         07413000
074140         FROM(AUDIT-RECORD)                                       07414000
102420     END-IF                                                       10242017
102430     IF WS-STS-RESP-CODE1 = DFHRESP(NORMAL)                       10243017
102440         MOVE 'EMPLOYEE TERMINATED' TO MSGO                       10244017
102445         PERFORM FREE-POSITION-PARA                               10244549
102450         MOVE 'T' TO WS-AUDIT-ACTION                              10245017
102460         MOVE EMPLOYEE-MASTER-RECORD TO WS-AUDIT-BEFORE           10246017
102470         MOVE EMPLOYEE-MASTER-RECORD TO WS-AUDIT-AFTER            10247017
102530         PERFORM LOG-FILE-ERROR-PARA                              10253017
102540     END-IF.                                                      10254017
102550*                                                                 10255017
102551 FREE-POSITION-PARA.                                              10255149
102552     IF STS-POS-NO NOT = SPACES                                   10255249
102553         MOVE STS-POS-NO TO POS-NUMBER                            10255349
102554         EXEC CICS READ                                           10255449
102555             FILE('P26POSF') RIDFLD(POS-NUMBER)                   10255549
102556             INTO(POSITION-RECORD)                                10255649
102557             RESP(WS-POS-RESP-CODE)                               10255749
102558             UPDATE                                               10255849
102559         END-EXEC                                                 10255949
102560         IF WS-POS-RESP-CODE = DFHRESP(NORMAL)                    10256049
102561             IF POS-FILLED AND POS-EMP-ID = WS-EMP-ID             10256149
102562                 SET POS-VACANT TO TRUE                           10256249
102563                 MOVE SPACES TO POS-EMP-ID                        10256349
102564                 MOVE STS-UPD-DATE TO POS-UPD-DATE                10256449
102565                 MOVE STS-UPD-USER TO POS-UPD-USER                10256549
102566                 EXEC CICS REWRITE                                10256649
102567                     FILE('P26POSF')                              10256749
102568                     FROM(POSITION-RECORD)                        10256849
102569                     RESP(WS-POS-RESP-CODE)                       10256949
102570                 END-EXEC                                         10257049
102571                 IF WS-POS-RESP-CODE NOT = DFHRESP(NORMAL)        10257149
102572                     MOVE WS-POS-RESP-CODE TO ERL-RESP-CODE       10257249
102573                     MOVE 'FREE-POSITION-PARA  ' TO ERL-PARAGRAPH 10257349
102574                     PERFORM LOG-FILE-ERROR-PARA                  10257449
102575                 END-IF                                           10257549
102576             ELSE                                                 10257649
102577                 EXEC CICS UNLOCK                                 10257749
102578                     FILE('P26POSF')                              10257849
102579                 END-EXEC                                         10257949
102580             END-IF                                               10258049
102581         END-IF                                                   10258149
102582     END-IF.                                                      10258249
102583*                                                                 10258349
102584 SET-TERM-DATE-PARA.                                              10258417
102585     MOVE DATE1O(7:4) TO STS-TERM-DATE(1:4)                       10258517
102586     MOVE DATE1O(4:2) TO STS-TERM-DATE(5:2)                       10258617
102590     MOVE DATE1O(1:2) TO STS-TERM-DATE(7:2)                       10259017
102600     MOVE DATE1O TO STS-UPD-DATE                                  10260017
102610     MOVE WS-USERID TO STS-UPD-USER.                              10261017
103300         END-EXEC                                                 10330017
103310         MOVE 'EMPLOYEE IS NOT TERMINATED' TO MSGO                10331017
103320     END-IF.                                                      10332017
103420 CHECK-SESSION-PARA.                                              10342054
103520     SET SCK-CHECK TO TRUE                                        10352054
103620     EXEC CICS LINK                                               10362054
103720         PROGRAM('P26SESCK')                                      10372054
103820         COMMAREA(SESSION-CHECK-AREA)                             10382054
103920         RESP(WS-SCK-RESP)                                        10392054
104020     END-EXEC                                                     10402054
104120     IF WS-SCK-RESP NOT = DFHRESP(NORMAL)                         10412054
104220        OR NOT SCK-OK                                             10422054
104320        OR SCK-USERID NOT = WS-USERID                             10432054
104420         MOVE 'P26AP10' TO WS-SIGNON-TARGET                       10442054
104520         MOVE 'T'       TO WS-SIGNON-FLAG                         10452054
104620         EXEC CICS XCTL                                           10462054
104720             PROGRAM('P26AP06')                                   10472054
104820             COMMAREA(WS-SIGNON-CA)                               10482054
104920         END-EXEC                                                 10492054
105020     END-IF.                                                      10502054
