000500 01  WS-CA.                                                       00050000
000600     03  WS-PROCESS-FLAG     PIC X(01) VALUE SPACES.              00060000
000700         88  PROCESS-ACTIVE         VALUE '1'.                    00070000
000750         88  PROCESS-OVR-CONFIRM    VALUE '6'.                    00075069
000800         88  SIGNON-COMPLETE        VALUE '9'.                    00080000
000900     03  WS-USERID           PIC X(08) VALUE SPACES.              00090000
001000     03  WS-ROLE             PIC X(01) VALUE SPACES.              00100000
001500 01  WS-SIGNON-CA.                                                00150000
001600     03  WS-SIGNON-TARGET    PIC X(08) VALUE SPACES.              00160000
001700     03  WS-SIGNON-FLAG      PIC X(01) VALUE SPACES.              00170000
001750 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00175054
001800 01  WS-RESP-CODE            PIC S9(08) COMP VALUE ZERO.          00180000
001900 01  WS-DATE-TIME            PIC S9(15) COMP-3 VALUE ZERO.        00190000
002000 01  WS-EMP-ID               PIC X(05) VALUE SPACES.              00200000
003700 01  WS-REF-RESP-CODE        PIC S9(08) COMP VALUE ZERO.          00370000
003800 01  WS-ERRLOG-RESP-CODE     PIC S9(08) COMP.                     00380000
003900 01  WS-ERRLOG-SEQ           PIC 9(02) VALUE ZERO.                00390000
003950 01  WS-POS-RESP-CODE        PIC S9(08) COMP VALUE ZERO.          00395049
003955 01  WS-GRD-RESP-CODE        PIC S9(08) COMP VALUE ZERO.          00395569
003960 01  WS-RANGE-FLAG           PIC X(01) VALUE 'N'.                 00396069
003965     88  OUTSIDE-RANGE              VALUE 'Y'.                    00396569
003970 01  WS-OVR-FLAG             PIC X(01) VALUE 'N'.                 00397069
003975     88  OVERRIDE-CONFIRMED         VALUE 'Y'.                    00397569
004000     COPY EMPMSTR.                                                00400000
004010     COPY EMPREC REPLACING                                        00401042
004020         ==EMPLOYEE-RECORD== BY ==A-EMPLOYEE-RECORD==             00402042
004086         ==EMP-UPD-TIME==    BY ==AEMP-UPD-TIME==                 00408642
004088         ==EMP-UPD-TERM==    BY ==AEMP-UPD-TERM==.                00408842
004100     COPY P26STR.                                                 00410000
004150     COPY P26POSR.                                                00415049
004160     COPY P26GRDR.                                                00416069
004200     COPY P26LVR.                                                 00420000
004300     COPY P26BNKR.                                                00430000
004400     COPY P26DEDR.                                                00440000
004600     COPY P26AUDR.                                                00460000
004700     COPY P26ERRL.                                                00470000
004800     COPY P26AS20.                                                00480000
004850     COPY P26SESC.                                                00485054
004900     COPY DFHAID.                                                 00490000
005000 LINKAGE SECTION.                                                 00500000
005100 01  DFHCOMMAREA     PIC X(16).                                   00510000
006000         END-EXEC                                                 00600000
006100     ELSE                                                         00610000
006200         MOVE DFHCOMMAREA TO WS-CA                                00620000
006250         PERFORM CHECK-SESSION-PARA                               00625054
006300         IF SIGNON-COMPLETE                                       00630000
006400             PERFORM FIRST-PARA                                   00640000
006500         ELSE                                                     00650000
006700         END-IF                                                   00670000
006800     END-IF.                                                      00680000
006900 END-PARA.                                                        00690000
007000     IF NOT PROCESS-OVR-CONFIRM                                   00700069
007010         SET PROCESS-ACTIVE TO TRUE                               00701069
007020     END-IF.                                                      00702069
007100     EXEC CICS RETURN                                             00710000
007200         TRANSID('P26Z')                                          00720000
007300         COMMAREA(WS-CA)                                          00730000
008500     END-EXEC.                                                    00850000
008600     PERFORM DATE-TIME-PARA.                                      00860000
008700 NEXT-PARA.                                                       00870000
008710     MOVE 'N' TO WS-OVR-FLAG                                      00871069
008720     IF PROCESS-OVR-CONFIRM                                       00872069
008730         SET PROCESS-ACTIVE TO TRUE                               00873069
008740         IF EIBAID = DFHPF4                                       00874069
008750             MOVE 'Y' TO WS-OVR-FLAG                              00875069
008760         END-IF                                                   00876069
008770     END-IF                                                       00877069
008800     EVALUATE EIBAID                                              00880000
008900        WHEN DFHPF3                                               00890000
009000         EXEC CICS XCTL                                           00900000
009400            PERFORM CHECK-ONLY-PARA                               00940000
009500        WHEN DFHPF1                                               00950000
009600            PERFORM ONBOARD-PARA                                  00960000
009610        WHEN DFHPF4                                               00961069
009620            IF OVERRIDE-CONFIRMED                                 00962069
009630                PERFORM ONBOARD-PARA                              00963069
009640            ELSE                                                  00964069
009650                MOVE 'PF4 NOT ENABLED' TO MESSAGEO                00965069
009660            END-IF                                                00966069
009700        WHEN OTHER                                                00970000
009800            MOVE 'INVALID KEY PRESSED' TO MESSAGEO                00980000
009900     END-EVALUATE                                                 00990000
010300     PERFORM VALIDATE-PARA                                        01030000
010400     IF VALID-DATA                                                01040000
010500         MOVE 'ENTRIES VALID - PF1 CREATES' TO MESSAGEO           01050000
010600     END-IF                                                       01060069
010610     IF VALID-DATA AND OUTSIDE-RANGE                              01061069
010620         MOVE 'ENTRIES VALID - SALARY OUT OF GRADE'               01062069
010630             TO MESSAGEO                                          01063069
010640     END-IF.                                                      01064069
010700 ONBOARD-PARA.                                                    01070000
010800     PERFORM RECEIVE-MAP                                          01080000
010900     IF ROLE-PAYROLL                                              01090000
011200     ELSE                                                         01120000
011300         PERFORM VALIDATE-PARA                                    01130000
011400         IF VALID-DATA                                            01140000
011500             IF OUTSIDE-RANGE AND NOT OVERRIDE-CONFIRMED          01150069
011510                 PERFORM CONFIRM-OVERRIDE-PARA                    01151069
011520             ELSE                                                 01152069
011530                 PERFORM CREATE-ALL-PARA                          01153069
011540             END-IF                                               01154069
011600         END-IF                                                   01160000
011700     END-IF.                                                      01170000
011710 CONFIRM-OVERRIDE-PARA.                                           01171069
011720     IF ROLE-SUPER                                                01172069
011730         SET PROCESS-OVR-CONFIRM TO TRUE                          01173069
011740         MOVE 'OUT OF GRADE - PF4 TO OVERRIDE' TO MESSAGEO        01174069
011750     ELSE                                                         01175069
011760         MOVE 'SALARY OUTSIDE GRADE RANGE' TO MESSAGEO            01176069
011770     END-IF.                                                      01177069
011800 VALIDATE-PARA.                                                   01180000
011900     MOVE 'Y' TO WS-VALID-FLAG                                    01190000
012000     IF OEIDL = ZERO OR OEIDI = SPACES                            01200000
014100     IF VALID-DATA                                                01410000
014200         PERFORM CHECK-REF-PARA                                   01420000
014300     END-IF                                                       01430000
014310     IF VALID-DATA                                                01431049
014320         PERFORM CHECK-POSITION-PARA                              01432049
014330     END-IF                                                       01433049
014340     IF VALID-DATA                                                01434069
014350         PERFORM CHECK-GRADE-PARA                                 01435069
014360     END-IF                                                       01436069
014400     IF VALID-DATA                                                01440000
014500         PERFORM CHECK-NOT-EXISTS-PARA                            01450000
014600     END-IF.                                                      01460000
018000        OR REF-RETIRED                                            01800000
018100         MOVE 'N' TO WS-VALID-FLAG                                01810000
018200     END-IF.                                                      01820000
018202 CHECK-POSITION-PARA.                                             01820249
018204     IF OPOSNL = ZERO OR OPOSNI = SPACES                          01820449
018206         MOVE 'PLEASE ENTER A POSITION NUMBER' TO MESSAGEO        01820649
018208         MOVE 'N' TO WS-VALID-FLAG                                01820849
018210     ELSE                                                         01821049
018212         MOVE OPOSNI TO POS-NUMBER                                01821249
018214         EXEC CICS READ                                           01821449
018216             FILE('P26POSF')                                      01821649
018218             RIDFLD(POS-NUMBER)                                   01821849
018220             INTO(POSITION-RECORD)                                01822049
018222             RESP(WS-POS-RESP-CODE)                               01822249
018224         END-EXEC                                                 01822449
018226         EVALUATE TRUE                                            01822649
018228             WHEN WS-POS-RESP-CODE NOT = DFHRESP(NORMAL)          01822849
018230                 MOVE 'POSITION NOT ON FILE' TO MESSAGEO          01823049
018232                 MOVE 'N' TO WS-VALID-FLAG                        01823249
018234             WHEN POS-FROZEN                                      01823449
018236                 MOVE 'POSITION IS FROZEN' TO MESSAGEO            01823649
018238                 MOVE 'N' TO WS-VALID-FLAG                        01823849
018240             WHEN NOT POS-VACANT                                  01824049
018242                 MOVE 'POSITION IS NOT VACANT' TO MESSAGEO        01824249
018244                 MOVE 'N' TO WS-VALID-FLAG                        01824449
018246             WHEN POS-DEPT NOT = ODEPTI                           01824649
018248                OR POS-LOC NOT = OLOCI                            01824849
018250                 MOVE 'POSITION IS FOR ANOTHER DEPT/LOCATION'     01825049
018252                     TO MESSAGEO                                  01825249
018254                 MOVE 'N' TO WS-VALID-FLAG                        01825449
018256             WHEN POS-TECH NOT = SPACES                           01825649
018258                AND POS-TECH NOT = OTECHI                         01825849
018260                 MOVE 'POSITION IS FOR ANOTHER TECHNOLOGY'        01826049
018262                     TO MESSAGEO                                  01826249
018264                 MOVE 'N' TO WS-VALID-FLAG                        01826449
018266         END-EVALUATE                                             01826649
018268     END-IF.                                                      01826849
018269 CHECK-GRADE-PARA.                                                01826969
018270     MOVE 'N' TO WS-RANGE-FLAG                                    01827069
018271     IF OGRDL = ZERO OR OGRDI = SPACES                            01827169
018272         MOVE 'PLEASE ENTER A GRADE' TO MESSAGEO                  01827269
018273         MOVE 'N' TO WS-VALID-FLAG                                01827369
018274     ELSE                                                         01827469
018275         MOVE OGRDI TO GRD-CODE                                   01827569
018276         EXEC CICS READ                                           01827669
018277             FILE('P26GRDF')                                      01827769
018278             RIDFLD(GRD-CODE)                                     01827869
018279             INTO(GRADE-RECORD)                                   01827969
018280             RESP(WS-GRD-RESP-CODE)                               01828069
018281         END-EXEC                                                 01828169
018282         IF WS-GRD-RESP-CODE NOT = DFHRESP(NORMAL)                01828269
018283            OR NOT GRD-ACTIVE                                     01828369
018284             MOVE 'GRADE NOT ON FILE OR RETIRED' TO MESSAGEO      01828469
018285             MOVE 'N' TO WS-VALID-FLAG                            01828569
018286         ELSE                                                     01828669
018287             MOVE OEARNRSI TO WS-EARN-RS                          01828769
018288             IF OEARNPSL = ZERO                                   01828869
018289                 MOVE ZERO TO WS-EARN-PS                          01828969
018290             ELSE                                                 01829069
018291                 MOVE OEARNPSI TO WS-EARN-PS                      01829169
018292             END-IF                                               01829269
018293             IF WS-EARN-AMOUNT < GRD-MIN-SAL                      01829369
018294                OR WS-EARN-AMOUNT > GRD-MAX-SAL                   01829469
018295                 MOVE 'Y' TO WS-RANGE-FLAG                        01829569
018296             END-IF                                               01829669
018297         END-IF                                                   01829769
018298     END-IF.                                                      01829869
018300 CHECK-NOT-EXISTS-PARA.                                           01830000
018400     EXEC CICS READ                                               01840000
018500         FILE('P26MFILE')                                         01850000
020010     IF NOT ONBOARD-FAILED                                        02001042
020020         PERFORM CREATE-AFILE-PARA                                02002042
020030     END-IF                                                       02003042
020040     IF NOT ONBOARD-FAILED                                        02004049
020050         PERFORM FILL-POSITION-PARA                               02005049
020060     END-IF                                                       02006049
020100     IF NOT ONBOARD-FAILED                                        02010000
020200         PERFORM CREATE-STATUS-PARA                               02020000
020300     END-IF                                                       02030000
026400         MOVE 'P26MFILE' TO AUD-SOURCE-FILE                       02640000
026500         MOVE EMPLOYEE-MASTER-RECORD TO AUD-AFTER-IMAGE           02650000
026600         PERFORM WRITE-AUDIT-PARA                                 02660000
026610         IF OUTSIDE-RANGE                                         02661069
026620             PERFORM WRITE-OVERRIDE-AUDIT-PARA                    02662069
026630         END-IF                                                   02663069
026700     ELSE                                                         02670000
026800         SET ONBOARD-FAILED TO TRUE                               02680000
026900         MOVE WS-RESP-CODE TO ERL-RESP-CODE                       02690000
027260         MOVE 'CREATE-AFILE-PARA   ' TO ERL-PARAGRAPH             02726042
027262         PERFORM LOG-FILE-ERROR-PARA                              02726242
027264     END-IF.                                                      02726442
027265 FILL-POSITION-PARA.                                              02726549
027266     MOVE OPOSNI TO POS-NUMBER                                    02726649
027267     EXEC CICS READ                                               02726749
027268         FILE('P26POSF')                                          02726849
027269         RIDFLD(POS-NUMBER)                                       02726949
027270         INTO(POSITION-RECORD)                                    02727049
027271         RESP(WS-POS-RESP-CODE)                                   02727149
027272         UPDATE                                                   02727249
027273     END-EXEC                                                     02727349
027274     IF WS-POS-RESP-CODE = DFHRESP(NORMAL)                        02727449
027275        AND POS-VACANT                                            02727549
027276         SET POS-FILLED TO TRUE                                   02727649
027277         MOVE WS-EMP-ID TO POS-EMP-ID                             02727749
027278         MOVE WS-AUDIT-DATE TO POS-UPD-DATE                       02727849
027279         MOVE WS-USERID TO POS-UPD-USER                           02727949
027280         EXEC CICS REWRITE                                        02728049
027281             FILE('P26POSF')                                      02728149
027282             FROM(POSITION-RECORD)                                02728249
027283             RESP(WS-POS-RESP-CODE)                               02728349
027284         END-EXEC                                                 02728449
027285     ELSE                                                         02728549
027286         SET ONBOARD-FAILED TO TRUE                               02728649
027287     END-IF                                                       02728749
027288     IF NOT ONBOARD-FAILED                                        02728849
027289        AND WS-POS-RESP-CODE = DFHRESP(NORMAL)                    02728949
027290         MOVE 'P26POSF ' TO AUD-SOURCE-FILE                       02729049
027291         MOVE POSITION-RECORD TO AUD-AFTER-IMAGE                  02729149
027292         PERFORM WRITE-AUDIT-PARA                                 02729249
027293     ELSE                                                         02729349
027294         SET ONBOARD-FAILED TO TRUE                               02729449
027295         MOVE WS-POS-RESP-CODE TO ERL-RESP-CODE                   02729549
027296         MOVE 'FILL-POSITION-PARA  ' TO ERL-PARAGRAPH             02729649
027297         PERFORM LOG-FILE-ERROR-PARA                              02729749
027298     END-IF.                                                      02729849
027300 GET-DED-AMT-PARA.                                                02730000
027400     MOVE ZERO TO WS-DED-AMOUNT                                   02740000
027500     IF ODTYPEL NOT = ZERO AND ODTYPEI NOT = SPACES               02750000
028600     SET STS-ACTIVE TO TRUE                                       02860000
028700     MOVE ODOJI TO STS-HIRE-DATE                                  02870000
028800     MOVE SPACES TO STS-TERM-DATE                                 02880000
028850     MOVE OPOSNI TO STS-POS-NO                                    02885049
028860     MOVE OGRDI TO STS-GRADE                                      02886069
028900     MOVE WS-AUDIT-DATE TO STS-UPD-DATE                           02890000
029000     MOVE WS-USERID TO STS-UPD-USER                               02900000
029100     EXEC CICS WRITE                                              02910000
041600     ADD 1 TO WS-AUDIT-SEQ                                        04160000
041700     MOVE WS-AUDIT-SEQ       TO AUD-SEQ                           04170000
041800     PERFORM WRITE-AUDIT-RECORD-PARA.                             04180000
041805 WRITE-OVERRIDE-AUDIT-PARA.                                       04180569
041810     SET AUD-OVERRIDE-ACTION TO TRUE                              04181069
041815     ADD 1 TO WS-AUDIT-SEQ                                        04181569
041820     MOVE WS-AUDIT-SEQ       TO AUD-SEQ                           04182069
041825     PERFORM WRITE-AUDIT-RECORD-PARA                              04182569
041830     PERFORM WRITE-AUDIT-RETRY-PARA                               04183069
041835         UNTIL WS-AUDIT-RESP-CODE NOT = DFHRESP(DUPKEY)           04183569
041840     IF WS-AUDIT-RESP-CODE NOT = DFHRESP(NORMAL)                  04184069
041845         MOVE WS-AUDIT-RESP-CODE TO ERL-RESP-CODE                 04184569
041850         MOVE 'WRITE-OVR-AUDIT-PARA' TO ERL-PARAGRAPH             04185069
041855         PERFORM LOG-FILE-ERROR-PARA                              04185569
041860     END-IF.                                                      04186069
041900 RECEIVE-MAP.                                                     04190000
042000     EXEC CICS RECEIVE                                            04200000
042100         MAP('ONBMAP')                                            04210000
045500     ADD 1 TO WS-ERRLOG-SEQ                                       04550000
045600     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           04560000
045700     PERFORM WRITE-ERRLOG-RECORD-PARA.                            04570000
045800 CHECK-SESSION-PARA.                                              04580054
045900     SET SCK-CHECK TO TRUE                                        04590054
046000     EXEC CICS LINK                                               04600054
046100         PROGRAM('P26SESCK')                                      04610054
046200         COMMAREA(SESSION-CHECK-AREA)                             04620054
046300         RESP(WS-SCK-RESP)                                        04630054
046400     END-EXEC                                                     04640054
046500     IF WS-SCK-RESP NOT = DFHRESP(NORMAL)                         04650054
046600        OR NOT SCK-OK                                             04660054
046700        OR SCK-USERID NOT = WS-USERID                             04670054
046800         MOVE 'P26AP20' TO WS-SIGNON-TARGET                       04680054
046900         MOVE 'T'       TO WS-SIGNON-FLAG                         04690054
047000         EXEC CICS XCTL                                           04700054
047100             PROGRAM('P26AP06')                                   04710054
047200             COMMAREA(WS-SIGNON-CA)                               04720054
047300         END-EXEC                                                 04730054
047400     END-IF.                                                      04740054
