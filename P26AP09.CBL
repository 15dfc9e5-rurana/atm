001539        88  ROLE-SUPER              VALUE 'S'.                    00153911
001542        88  ROLE-HRADMIN            VALUE 'H'.                    00154211
001545        88  ROLE-PAYROLL            VALUE 'P'.                    00154511
001546    03  WS-SAVE-EMP-REC      PIC X(79) VALUE SPACES.              00154644
001547    03  WS-SAVE-DATE         PIC X(10) VALUE SPACES.              00154744
001548    03  WS-SAVE-TIME         PIC X(08) VALUE SPACES.              00154844
001550 01  WS-SIGNON-CA.                                                00155000
001560     03  WS-SIGNON-TARGET     PIC X(08) VALUE SPACES.             00156000
001570     03  WS-SIGNON-FLAG       PIC X(01) VALUE SPACES.             00157000
001571 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00157154
001572 01  WS-STALE-FLAG            PIC X(01) VALUE 'N'.                00157244
001574     88  STALE-RECORD                VALUE 'Y'.                   00157444
001576 01  WS-STALE-MSG.                                                00157644
001578     03  FILLER               PIC X(08) VALUE 'CHGD BY '.         00157844
001580     03  WS-STALE-USER        PIC X(08) VALUE SPACES.             00158044
001582     03  FILLER               PIC X(01) VALUE SPACE.              00158244
001584     03  WS-STALE-DATE        PIC X(05) VALUE SPACES.             00158444
001586     03  FILLER               PIC X(01) VALUE SPACE.              00158644
001588     03  WS-STALE-TIME        PIC X(05) VALUE SPACES.             00158844
001590 01  WS-AUD-BROWSE-FLAG       PIC X(01) VALUE 'N'.                00159044
001592     88  AUD-BROWSE-DONE             VALUE 'Y'.                   00159244
001600 01  WS-DEPT     PIC X(08) VALUE SPACES.                          00160000
001700    88  HR VALUE 'HR      '.                                      00170000
001800    88  ADMIN VALUE 'ADMIN   '.                                   00180000
002298 01  WS-AUDIT-SEQ            PIC 9(02) VALUE ZERO.                00229841
002299 01  WS-STS-RESP-CODE        PIC S9(08) COMP.                     00229917
002299 01  WS-STS-RESP-CODE1       PIC S9(08) COMP.                     00229917
002309 01  WS-POS-RESP-CODE        PIC S9(08) COMP.                     00230949
002319 01  WS-CAPT-RESP-CODE       PIC S9(08) COMP.                     00231941
002329 01  WS-CAPT-SEQ             PIC 9(02) VALUE ZERO.                00232941
002339 01  WS-AUDIT-TIME          PIC X(08) VALUE SPACES.               00233900
002349 01  WS-REF-RESP-CODE      PIC S9(08) COMP.                       00234900
002359 01  WS-ERRLOG-RESP-CODE     PIC S9(08) COMP.                     00235900
002369 01  WS-ERRLOG-SEQ           PIC 9(02) VALUE ZERO.                00236941
002379 01  WS-READ-RESP-CODE     PIC S9(08) COMP.                       00237902
002389     COPY P26AS09.                                                00238900
002399     COPY P26SESC.                                                00239954
002400     COPY DFHAID.                                                 00240000
002500     COPY DFHBMSCA.                                               00250000
002600     COPY EMP.                                                    00260000
002650     COPY P26AUDR.                                                00265000
002653     COPY P26STR.                                                 00265317
002655     COPY P26POSR.                                                00265549
002656     COPY P26CAPR.                                                00265614
002660     COPY P26REF.                                                 00266000
002670     COPY P26ERRL.                                                00267000
003792 01  WS-LIST-DEPT-TAB.                                            00379200
003794    03  WS-LIST-DEPT      PIC X(08) OCCURS 10 TIMES.              00379400
003800 LINKAGE SECTION.                                                 00380000
003900 01  DFHCOMMAREA  PIC X(166).                                     00390044
004000 PROCEDURE DIVISION.                                              00400000
004100 MAIN-PARA.                                                       00410000
004200     ADD 1 TO PARA-SUB                                            00420000
004695        END-EXEC                                                  00469500
004800     ELSE                                                         00480000
004900        MOVE DFHCOMMAREA TO WS-CA                                 00490000
004910        PERFORM CHECK-SESSION-PARA                                00491054
004950        IF SIGNON-COMPLETE                                        00495000
004960           PERFORM FIRST-PARA                                     00496000
004970        ELSE                                                      00497000
018950     MOVE EMP-DOJ-DD  TO DOJDDO                                   01895004
018960     MOVE -1          TO NAMEL                                    01896004
018970     SET PROCESS-ADD-MOD TO TRUE                                  01897004
018980     MOVE 'MODIFY' TO PF2O                                        01898044
018982     PERFORM DATE-TIME-PARA                                       01898244
018984     MOVE EMPLOYEE-RECORD TO WS-SAVE-EMP-REC                      01898444
018986     MOVE DATE1O          TO WS-SAVE-DATE                         01898644
018988     MOVE WS-AUDIT-TIME   TO WS-SAVE-TIME.                        01898844
018990                                                                  01899004
018991 SEARCH-BY-NAME-PARA.                                             01899104
018992     ADD 1 TO PARA-SUB                                            01899204
032200     END-EXEC                                                     03220000
032300     EVALUATE WS-RESP-CODE                                        03230000
032400         WHEN DFHRESP(NORMAL)                                     03240000
032402           IF EMPLOYEE-RECORD NOT = WS-SAVE-EMP-REC               03240244
032404              PERFORM STALE-UPDATE-PARA                           03240444
032406           ELSE                                                   03240644
032410              MOVE EMPLOYEE-RECORD TO WS-AUDIT-BEFORE             03241044
032500               PERFORM MOVE-PARA                                  03250044
032600               EXEC CICS REWRITE                                  03260044
032700                   FILE('P26EFILE')                               03270044
032800                   FROM(EMPLOYEE-RECORD)                          03280044
032900                   RESP(WS-RESP-CODE)                             03290044
033000               END-EXEC                                           03300044
033100               EVALUATE WS-RESP-CODE                              03310044
033200                 WHEN DFHRESP(NORMAL)                             03320044
033300                    MOVE 'UPDATE SUCCESSFUL' TO MSG1O             03330044
033310                 MOVE 'U' TO WS-AUDIT-ACTION                      03331044
033320                 MOVE EMPLOYEE-RECORD TO WS-AUDIT-AFTER           03332044
033330                 PERFORM WRITE-AUDIT-PARA                         03333044
033365                 PERFORM WRITE-CAPTURE-PARA                       03336544
033400                 WHEN OTHER                                       03340044
033500                    MOVE 'UPDATE NOT SUCCESSFUL' TO MSG1O         03350044
033505              MOVE WS-RESP-CODE TO ERL-RESP-CODE                  03350544
033507              MOVE 'REWRITE-PARA        ' TO ERL-PARAGRAPH        03350744
033509              PERFORM LOG-FILE-ERROR-PARA                         03350944
033600               END-EVALUATE                                       03360044
033650           END-IF                                                 03365044
033700         WHEN OTHER                                               03370000
033800            MOVE 'ERROR PROCESSING FILE' TO MSG1O                 03380000
033805           MOVE WS-RESP-CODE TO ERL-RESP-CODE                     03380500
033807           MOVE 'REWRITE-PARA        ' TO ERL-PARAGRAPH           03380700
033809           PERFORM LOG-FILE-ERROR-PARA                            03380900
033900     END-EVALUATE                                                 03390000
034000     IF NOT STALE-RECORD                                          03400044
034100        SET PROCESS-FSTMAP TO TRUE                                03410044
034110        MOVE WS-EMP-ID TO ID1O                                    03411044
034120     END-IF.                                                      03412044
034200*                                                                 03420000
034201 STALE-UPDATE-PARA.                                               03420144
034202     ADD 1 TO PARA-SUB                                            03420244
034203     IF PARA-SUB < 13                                             03420344
034204        MOVE 'STALE-UPDATE    ' TO WS-TAB(PARA-SUB)               03420444
034205     END-IF                                                       03420544
034206     MOVE 'Y' TO WS-STALE-FLAG                                    03420644
034207     EXEC CICS UNLOCK                                             03420744
034208         FILE('P26EFILE')                                         03420844
034209     END-EXEC                                                     03420944
034210     PERFORM LAST-CHANGE-PARA                                     03421044
034211     PERFORM MOVE-DETAIL-PARA                                     03421144
034212     MOVE WS-STALE-MSG TO MSG2O                                   03421244
034213     MOVE ZERO TO ERL-RESP-CODE                                   03421344
034214     MOVE 'REWRITE-PARA (STALE)' TO ERL-PARAGRAPH                 03421444
034215     PERFORM LOG-FILE-ERROR-PARA.                                 03421544
034216*                                                                 03421644
034217 LAST-CHANGE-PARA.                                                03421744
034218     ADD 1 TO PARA-SUB                                            03421844
034219     IF PARA-SUB < 13                                             03421944
034220        MOVE 'LAST-CHANGE-PARA' TO WS-TAB(PARA-SUB)               03422044
034221     END-IF                                                       03422144
034222     MOVE 'BATCH'      TO WS-STALE-USER                           03422244
034223     MOVE SPACES       TO WS-STALE-DATE WS-STALE-TIME             03422344
034224     MOVE WS-EMP-ID    TO AUD-EMP-ID                              03422444
034225     MOVE WS-SAVE-DATE TO AUD-DATE-KEY                            03422544
034226     MOVE WS-SAVE-TIME TO AUD-TIME-KEY                            03422644
034227     MOVE ZERO         TO AUD-SEQ                                 03422744
034228     MOVE 'N' TO WS-AUD-BROWSE-FLAG                               03422844
034229     EXEC CICS STARTBR                                            03422944
034230         FILE('P26AUDIT') RIDFLD(AUD-KEY)                         03423044
034231         RESP(WS-AUDIT-RESP-CODE)                                 03423144
034232     END-EXEC                                                     03423244
034233     IF WS-AUDIT-RESP-CODE = DFHRESP(NORMAL)                      03423344
034234        PERFORM LAST-CHANGE-NEXT-PARA                             03423444
034235            UNTIL AUD-BROWSE-DONE                                 03423544
034236        EXEC CICS ENDBR                                           03423644
034237            FILE('P26AUDIT')                                      03423744
034238        END-EXEC                                                  03423844
034239     END-IF.                                                      03423944
034240*                                                                 03424044
034241 LAST-CHANGE-NEXT-PARA.                                           03424144
034242     EXEC CICS READNEXT                                           03424244
034243         FILE('P26AUDIT') RIDFLD(AUD-KEY)                         03424344
034244         INTO(AUDIT-RECORD)                                       03424444
034245         RESP(WS-AUDIT-RESP-CODE)                                 03424544
034246     END-EXEC                                                     03424644
034247     IF WS-AUDIT-RESP-CODE NOT = DFHRESP(NORMAL)                  03424744
034248        OR AUD-EMP-ID NOT = WS-EMP-ID                             03424844
034249        OR AUD-DATE-KEY NOT = WS-SAVE-DATE                        03424944
034250         SET AUD-BROWSE-DONE TO TRUE                              03425044
034251     ELSE                                                         03425144
034252         IF AUD-SOURCE-FILE = 'P26EFILE'                          03425244
034253             MOVE AUD-USER-ID       TO WS-STALE-USER              03425344
034254             MOVE AUD-DATE-KEY(1:5) TO WS-STALE-DATE              03425444
034255             MOVE AUD-TIME-KEY(1:5) TO WS-STALE-TIME              03425544
034256         END-IF                                                   03425644
034257     END-IF.                                                      03425744
034258*                                                                 03425844
034300 VALIDATE-PARA.                                                   03430000
034400     ADD 1 TO PARA-SUB                                            03440000
034500     IF PARA-SUB < 13                                             03450000
071820     END-IF                                                       07182017
071830     IF WS-STS-RESP-CODE1 = DFHRESP(NORMAL)                       07183017
071840         MOVE 'EMPLOYEE TERMINATED' TO MSG1O                      07184017
071845         PERFORM FREE-POSITION-PARA                               07184549
071850         MOVE 'T' TO WS-AUDIT-ACTION                              07185017
071860         MOVE EMPLOYEE-RECORD TO WS-AUDIT-BEFORE                  07186017
071870         MOVE EMPLOYEE-RECORD TO WS-AUDIT-AFTER                   07187017
071930         PERFORM LOG-FILE-ERROR-PARA                              07193017
071940     END-IF.                                                      07194017
071950*                                                                 07195017
071951 FREE-POSITION-PARA.                                              07195149
071952     IF STS-POS-NO NOT = SPACES                                   07195249
071953         MOVE STS-POS-NO TO POS-NUMBER                            07195349
071954         EXEC CICS READ                                           07195449
071955             FILE('P26POSF') RIDFLD(POS-NUMBER)                   07195549
071956             INTO(POSITION-RECORD)                                07195649
071957             RESP(WS-POS-RESP-CODE)                               07195749
071958             UPDATE                                               07195849
071959         END-EXEC                                                 07195949
071960         IF WS-POS-RESP-CODE = DFHRESP(NORMAL)                    07196049
071961             IF POS-FILLED AND POS-EMP-ID = WS-EMP-ID             07196149
071962                 SET POS-VACANT TO TRUE                           07196249
071963                 MOVE SPACES TO POS-EMP-ID                        07196349
071964                 MOVE STS-UPD-DATE TO POS-UPD-DATE                07196449
071965                 MOVE STS-UPD-USER TO POS-UPD-USER                07196549
071966                 EXEC CICS REWRITE                                07196649
071967                     FILE('P26POSF')                              07196749
071968                     FROM(POSITION-RECORD)                        07196849
071969                     RESP(WS-POS-RESP-CODE)                       07196949
071970                 END-EXEC                                         07197049
071971                 IF WS-POS-RESP-CODE NOT = DFHRESP(NORMAL)        07197149
071972                     MOVE WS-POS-RESP-CODE TO ERL-RESP-CODE       07197249
071973                     MOVE 'FREE-POSITION-PARA  ' TO ERL-PARAGRAPH 07197349
071974                     PERFORM LOG-FILE-ERROR-PARA                  07197449
071975                 END-IF                                           07197549
071976             ELSE                                                 07197649
071977                 EXEC CICS UNLOCK                                 07197749
071978                     FILE('P26POSF')                              07197849
071979                 END-EXEC                                         07197949
071980             END-IF                                               07198049
071981         END-IF                                                   07198149
071982     END-IF.                                                      07198249
071983*                                                                 07198349
071984 SET-TERM-DATE-PARA.                                              07198417
071985     MOVE DATE1O(7:4) TO STS-TERM-DATE(1:4)                       07198517
071986     MOVE DATE1O(4:2) TO STS-TERM-DATE(5:2)                       07198617
071990     MOVE DATE1O(1:2) TO STS-TERM-DATE(7:2)                       07199017
072000     MOVE DATE1O TO STS-UPD-DATE                                  07200017
072010     MOVE WS-USERID TO STS-UPD-USER.                              07201017
072990     ADD 1 TO WS-CAPT-SEQ                                         07299014
073000     MOVE WS-CAPT-SEQ        TO CAP-SEQ                           07300014
073010     PERFORM WRITE-CAPTURE-RECORD-PARA.                           07301014
073110 CHECK-SESSION-PARA.                                              07311054
073210     SET SCK-CHECK TO TRUE                                        07321054
073310     EXEC CICS LINK                                               07331054
073410         PROGRAM('P26SESCK')                                      07341054
073510         COMMAREA(SESSION-CHECK-AREA)                             07351054
073610         RESP(WS-SCK-RESP)                                        07361054
073710     END-EXEC                                                     07371054
073810     IF WS-SCK-RESP NOT = DFHRESP(NORMAL)                         07381054
073910        OR NOT SCK-OK                                             07391054
074010        OR SCK-USERID NOT = WS-USERID                             07401054
074110         MOVE 'P26AP09' TO WS-SIGNON-TARGET                       07411054
074210         MOVE 'T'       TO WS-SIGNON-FLAG                         07421054
074310         EXEC CICS XCTL                                           07431054
074410             PROGRAM('P26AP06')                                   07441054
074510             COMMAREA(WS-SIGNON-CA)                               07451054
074610         END-EXEC                                                 07461054
074710     END-IF.                                                      07471054
