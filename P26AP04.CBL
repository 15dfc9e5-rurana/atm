000845 01  WS-AUDIT-SEQ            PIC 9(02) VALUE ZERO.                00084541
000846 01  WS-STS-RESP-CODE        PIC S9(08) COMP.                     00084617
000847 01  WS-STS-RESP-CODE1       PIC S9(08) COMP.                     00084717
000849 01  WS-POS-RESP-CODE        PIC S9(08) COMP.                     00084949
000850 01  WS-GRD-RESP-CODE        PIC S9(08) COMP.                     00085050
000851 01  WS-CAPT-RESP-CODE       PIC S9(08) COMP.                     00085141
000853 01  WS-CAPT-SEQ             PIC 9(02) VALUE ZERO.                00085341
000855 01  WS-REF-RESP-CODE       PIC S9(08) COMP.                      00085500
000860 01  WS-ERRLOG-RESP-CODE     PIC S9(08) COMP.                     00086000
000865 01  WS-ERRLOG-SEQ           PIC 9(02) VALUE ZERO.                00086541
000870 01  WS-READ-RESP-CODE       PIC S9(08) COMP.                     00087041
000872 01  WS-PCH-RESP-CODE        PIC S9(08) COMP.                     00087258
000874 01  WS-PCH-KEY.                                                  00087458
000876     03  WS-PCH-EMP-ID       PIC X(05) VALUE SPACES.              00087658
000878     03  WS-PCH-SEQ          PIC 9(03) VALUE ZERO.                00087858
000880 01  WS-PCH-NEXT-SEQ         PIC 9(03) VALUE ZERO.                00088058
000882 01  WS-PCH-DONE-FLAG        PIC X(01) VALUE 'N'.                 00088258
000884     88  PCH-BROWSE-DONE            VALUE 'Y'.                    00088458
000886 01  WS-SAL-CHG-FLAG         PIC X(01) VALUE 'N'.                 00088658
000888     88  SALARY-CHANGED             VALUE 'Y'.                    00088858
000890 01  WS-SAL-PEND-FLAG        PIC X(01) VALUE 'N'.                 00089058
000892     88  SALARY-PENDING             VALUE 'Y'.                    00089258
000894 01  WS-OLD-EARN             PIC 9(07)V99 VALUE ZERO.             00089458
000896 01  WS-NEW-EARN             PIC 9(07)V99 VALUE ZERO.             00089658
000900 01  WS-CA.                                                       00090000
001000     03  WS-PROCESS-FLAG     PIC X(01) VALUE SPACES.              00100000
001100         88  PROCESS-KEY            VALUE '1'.                    00110000
001300         88  PROCESS-UPD-DEL           VALUE '3'.                 00130000
001350         88  PROCESS-DEL-CONFIRM       VALUE '4'.                 00135000
001360         88  PROCESS-LIST           VALUE '5'.                    00136000
001365         88  PROCESS-OVR-CONFIRM       VALUE '6'.                 00136550
001370         88  SIGNON-COMPLETE        VALUE '9'.                    00137000
001400         88  PRCOESS-DET            VALUE '2', '3', '4', '6'.     00140050
001500     03  WS-ID               PIC X(05).                           00150007
001510     03  WS-LIST-PAGE-NO     PIC 9(04) VALUE ZERO.                00151000
001520     03  WS-LIST-ID-TAB.                                          00152000
001533         88  ROLE-SUPER             VALUE 'S'.                    00153311
001534         88  ROLE-HRADMIN           VALUE 'H'.                    00153411
001535         88  ROLE-PAYROLL           VALUE 'P'.                    00153511
001539     03  WS-SAVE-EMP-REC     PIC X(93) VALUE SPACES.              00153944
001540 01  WS-SIGNON-CA.                                                00154000
001550     03  WS-SIGNON-TARGET    PIC X(08) VALUE SPACES.              00155000
001560     03  WS-SIGNON-FLAG      PIC X(01) VALUE SPACES.              00156000
001561 01  WS-RANGE-FLAG           PIC X(01) VALUE 'N'.                 00156150
001562     88  OUTSIDE-RANGE              VALUE 'Y'.                    00156250
001563 01  WS-OVR-FLAG             PIC X(01) VALUE 'N'.                 00156350
001564     88  OVERRIDE-CONFIRMED         VALUE 'Y'.                    00156450
001565 01  WS-STALE-FLAG           PIC X(01) VALUE 'N'.                 00156544
001568     88  STALE-RECORD               VALUE 'Y'.                    00156844
001572 01  WS-STALE-MSG.                                                00157244
001576     03  FILLER              PIC X(08) VALUE 'CHGD BY '.          00157644
001580     03  WS-STALE-USER       PIC X(08) VALUE SPACES.              00158044
001584     03  FILLER              PIC X(01) VALUE SPACE.               00158444
001588     03  WS-STALE-DATE       PIC X(05) VALUE SPACES.              00158844
001592     03  FILLER              PIC X(01) VALUE SPACE.               00159244
001596     03  WS-STALE-TIME       PIC X(05) VALUE SPACES.              00159644
001600                                                                  00160000
001700 01  WS-SUB              PIC 9(02) VALUE ZERO.                    00170001
001800 01  WS-EMP-ID           PIC X(05) VALUE SPACES.                  00180001
003894     03  WS-LIST-LOC       PIC X(10) OCCURS 10 TIMES.             00389400
003900                                                                  00390000
004000     COPY P26AS04.                                                00400000
004010 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00401054
004020     COPY P26SESC.                                                00402054
004100     COPY DFHAID.                                                 00410000
004200     COPY DFHBMSCA.                                               00420000
004300     COPY EMPREC.                                                 00430000
004350     COPY P26AUDR.                                                00435000
004353     COPY P26STR.                                                 00435317
004355     COPY P26POSR.                                                00435549
004357     COPY P26GRDR.                                                00435750
004359     COPY P26CAPR.                                                00435914
004360     COPY P26ERRL.                                                00436000
004360     COPY P26REF.                                                 00436000
004370     COPY P26PCHR.                                                00437058
004400                                                                  00440000
004500 LINKAGE SECTION.                                                 00450000
004600 01  DFHCOMMAREA  PIC X(162).                                     00460044
004700                                                                  00470000
004800******************************************************************00480000
004900                                                                  00490000
005660        END-EXEC                                                  00566000
005900     ELSE                                                         00590000
006000        MOVE DFHCOMMAREA TO WS-CA                                 00600000
006005        PERFORM CHECK-SESSION-PARA                                00600554
006010        IF SIGNON-COMPLETE                                        00601000
006020           PERFORM FIRST-PARA                                     00602000
006030        ELSE                                                      00603000
023148     SET PROCESS-UPD-DEL TO TRUE                                  02314804
023150     MOVE DFHBMDAR TO PF1A                                        02315004
023152     MOVE DFHBMPRO TO PF4A                                        02315204
023154     MOVE DFHBMPRO TO PF5A                                        02315444
023155     MOVE EMPLOYEE-RECORD TO WS-SAVE-EMP-REC.                     02315544
023156                                                                  02315604
023151 SEARCH-BY-NAME-PARA.                                             02316004
023152    ADD 1 TO WS-SUB                                               02316204
024750     IF PROCESS-DEL-CONFIRM AND EIBAID NOT = DFHPF5               02475004
024760         SET PROCESS-UPD-DEL TO TRUE                              02476004
024770     END-IF.                                                      02477004
024775     IF PROCESS-OVR-CONFIRM AND EIBAID NOT = DFHPF4               02477550
024780         SET PROCESS-UPD-DEL TO TRUE                              02478050
024785     END-IF.                                                      02478550
024800     EVALUATE EIBAID                                              02480004
024900         WHEN DFHPF1                                              02490004
025000            IF PROCESS-ADD                                        02500004
025500         WHEN DFHPF3                                              02550004
025600            SET PROCESS-KEY TO TRUE                               02560004
025700         WHEN DFHPF4                                              02570004
025800            IF PROCESS-UPD-DEL OR PROCESS-OVR-CONFIRM             02580050
025900               PERFORM UPDATE-PARA                                02590004
026000            ELSE                                                  02600004
026100               MOVE 'PF4 NOT ENABLED' TO MESSAGEO                 02610004
033500         IF WS-SUB < 13                                           03350004
033600             MOVE 'UPDATE          ' TO WS-TAB(WS-SUB)            03360004
033700         END-IF.                                                  03370004
033710     MOVE 'N' TO WS-OVR-FLAG                                      03371050
033720     IF PROCESS-OVR-CONFIRM                                       03372050
033730        MOVE 'Y' TO WS-OVR-FLAG                                   03373050
033740        SET PROCESS-UPD-DEL TO TRUE                               03374050
033750     END-IF                                                       03375050
033800     PERFORM RECEIVE-MAP2                                         03380004
033900     PERFORM VALIDATE-PARA                                        03390004
034000     IF VALID-DATA                                                03400004
034010        PERFORM CHECK-PENDING-PARA                                03401069
034020        MOVE 'N' TO WS-RANGE-FLAG                                 03402069
034030        IF SALARY-CHANGED                                         03403069
034100           PERFORM CHECK-GRADE-PARA                               03410069
034104        END-IF                                                    03410469
034105        IF OUTSIDE-RANGE AND NOT OVERRIDE-CONFIRMED               03410550
034110           PERFORM CONFIRM-OVERRIDE-PARA                          03411050
034115        ELSE                                                      03411550
034124           IF SALARY-PENDING                                      03412458
034128              MOVE -1 TO EARNRSL                                  03412858
034132              MOVE 'SALARY CHANGE ALREADY PENDING' TO MESSAGEO    03413258
034136           ELSE                                                   03413658
034140              PERFORM REWRITE-PARA                                03414058
034144           END-IF                                                 03414458
034148        END-IF                                                    03414850
034150     ELSE                                                         03415004
034160        MOVE 'CORRECT HIGHLIGHTED FIELDS' TO MESSAGEO             03416004
034200     END-IF.                                                      03420004
035400     END-EXEC                                                     03540004
035500     EVALUATE WS-RESP-CODE                                        03550004
035600         WHEN DFHRESP(NORMAL)                                     03560004
035602           IF EMPLOYEE-RECORD NOT = WS-SAVE-EMP-REC               03560244
035604              PERFORM STALE-UPDATE-PARA                           03560444
035606           ELSE                                                   03560644
035610               MOVE EMPLOYEE-RECORD TO WS-AUDIT-BEFORE            03561044
035700               PERFORM MOVE-PARA                                  03570044
035710               IF SALARY-CHANGED                                  03571058
035720                  MOVE WS-OLD-EARN TO EMP-EARN                    03572058
035730               END-IF                                             03573058
035800               EXEC CICS REWRITE                                  03580044
035900                   FILE('P26AFILE')                               03590044
036000                   FROM(EMPLOYEE-RECORD)                          03600044
036100                   RESP(WS-RESP-CODE1)                            03610044
036200               END-EXEC                                           03620044
036300               EVALUATE WS-RESP-CODE1                             03630044
036400                 WHEN DFHRESP(NORMAL)                             03640044
036500                    MOVE 'UPDATE SUCCESSFUL' TO MSGO              03650044
036510                  MOVE 'U' TO WS-AUDIT-ACTION                     03651044
036520                  MOVE EMPLOYEE-RECORD TO WS-AUDIT-AFTER          03652044
036530                  PERFORM WRITE-AUDIT-PARA                        03653044
036540                  IF OUTSIDE-RANGE                                03654050
036550                     PERFORM WRITE-OVERRIDE-AUDIT-PARA            03655050
036560                  END-IF                                          03656050
036565                  PERFORM WRITE-CAPTURE-PARA                      03656544
036575                  IF SALARY-CHANGED                               03657558
036585                     PERFORM WRITE-PENDING-PARA                   03658558
036595                  END-IF                                          03659558
036600                 WHEN OTHER                                       03660044
036700                    MOVE 'UPDATE NOT SUCCESSFUL' TO MSGO          03670044
036705              MOVE WS-RESP-CODE1 TO ERL-RESP-CODE                 03670544
036707              MOVE 'REWRITE-PARA        ' TO ERL-PARAGRAPH        03670744
036709              PERFORM LOG-FILE-ERROR-PARA                         03670944
036800               END-EVALUATE                                       03680044
036850           END-IF                                                 03685044
036900         WHEN OTHER                                               03690004
037000            MOVE 'ERROR PROCESSING FILE' TO MSGO                  03700004
037005           MOVE WS-RESP-CODE TO ERL-RESP-CODE                     03700500
037007           MOVE 'REWRITE-PARA        ' TO ERL-PARAGRAPH           03700700
037009           PERFORM LOG-FILE-ERROR-PARA                            03700900
037100     END-EVALUATE                                                 03710004
037200     IF NOT STALE-RECORD                                          03720044
037300        SET PROCESS-KEY TO TRUE                                   03730044
037310        MOVE WS-EMP-ID TO ID1O                                    03731044
037320     END-IF.                                                      03732044
037400                                                                  03740004
037401 CHECK-GRADE-PARA.                                                03740150
037402     ADD 1 TO WS-SUB                                              03740250
037403         IF WS-SUB < 13                                           03740350
037404             MOVE 'CHECK-GRADE     ' TO WS-TAB(WS-SUB)            03740450
037405         END-IF.                                                  03740550
037406     MOVE 'N' TO WS-RANGE-FLAG                                    03740650
037407     MOVE ID1I TO STS-EMP-ID                                      03740750
037408     EXEC CICS READ                                               03740850
037409         FILE('P26SFILE') RIDFLD(STS-EMP-ID)                      03740950
037410         INTO(EMP-STATUS-RECORD)                                  03741050
037411         RESP(WS-STS-RESP-CODE)                                   03741150
037412     END-EXEC                                                     03741250
037413     IF WS-STS-RESP-CODE = DFHRESP(NORMAL)                        03741350
037414        AND STS-GRADE NOT = SPACES                                03741450
037415         MOVE STS-GRADE TO GRD-CODE                               03741550
037416         EXEC CICS READ                                           03741650
037417             FILE('P26GRDF') RIDFLD(GRD-CODE)                     03741750
037418             INTO(GRADE-RECORD)                                   03741850
037419             RESP(WS-GRD-RESP-CODE)                               03741950
037420         END-EXEC                                                 03742050
037421         IF WS-GRD-RESP-CODE = DFHRESP(NORMAL)                    03742150
037422            AND GRD-ACTIVE                                        03742250
037423             MOVE EARNRSI TO WS-RS                                03742350
037424             MOVE EARNPSI TO WS-PS                                03742450
037425             IF WS-AMOUNT < GRD-MIN-SAL                           03742550
037426                OR WS-AMOUNT > GRD-MAX-SAL                        03742650
037427                 MOVE 'Y' TO WS-RANGE-FLAG                        03742750
037428             END-IF                                               03742850
037429         END-IF                                                   03742950
037430     END-IF.                                                      03743050
037431                                                                  03743150
037432 CONFIRM-OVERRIDE-PARA.                                           03743250
037433     ADD 1 TO WS-SUB                                              03743350
037434         IF WS-SUB < 13                                           03743450
037435             MOVE 'CONF-OVERRIDE   ' TO WS-TAB(WS-SUB)            03743550
037436         END-IF.                                                  03743650
037437     MOVE -1 TO EARNRSL                                           03743750
037438     IF ROLE-SUPER                                                03743850
037439         SET PROCESS-OVR-CONFIRM TO TRUE                          03743950
037440         MOVE 'OUT OF GRADE - PF4 TO OVERRIDE' TO MESSAGEO        03744050
037441     ELSE                                                         03744150
037442         MOVE 'SALARY OUTSIDE GRADE RANGE' TO MESSAGEO            03744250
037443     END-IF.                                                      03744350
037444                                                                  03744450
037445 STALE-UPDATE-PARA.                                               03744544
037446     ADD 1 TO WS-SUB                                              03744644
037447         IF WS-SUB < 13                                           03744744
037448             MOVE 'STALE-UPDATE    ' TO WS-TAB(WS-SUB)            03744844
037449         END-IF.                                                  03744944
037450     MOVE 'Y' TO WS-STALE-FLAG                                    03745044
037451     EXEC CICS UNLOCK                                             03745144
037452         FILE('P26AFILE')                                         03745244
037453     END-EXEC                                                     03745344
037454     PERFORM MOVE-DETAIL-PARA                                     03745444
037455     MOVE EMP-UPD-TERM      TO WS-STALE-USER                      03745544
037456     IF EMP-UPD-TERM = SPACES                                     03745644
037457        MOVE 'BATCH'        TO WS-STALE-USER                      03745744
037458     END-IF                                                       03745844
037460     MOVE EMP-UPD-DATE(1:5) TO WS-STALE-DATE                      03746044
037464     MOVE EMP-UPD-TIME(1:5) TO WS-STALE-TIME                      03746444
037468     MOVE 'RECORD CHANGED'  TO MODEO                              03746844
037472     MOVE WS-STALE-MSG      TO MESSAGEO                           03747244
037476     MOVE ZERO TO ERL-RESP-CODE                                   03747644
037480     MOVE 'REWRITE-PARA (STALE)' TO ERL-PARAGRAPH                 03748044
037484     PERFORM LOG-FILE-ERROR-PARA.                                 03748444
037488                                                                  03748844
037489 CHECK-PENDING-PARA.                                              03748958
037490     ADD 1 TO WS-SUB                                              03749058
037491         IF WS-SUB < 13                                           03749158
037492             MOVE 'CHECK-PENDING   ' TO WS-TAB(WS-SUB)            03749258
037493         END-IF.                                                  03749358
037494     MOVE 'N' TO WS-SAL-CHG-FLAG                                  03749458
037495     MOVE 'N' TO WS-SAL-PEND-FLAG                                 03749558
037496     MOVE WS-SAVE-EMP-REC TO EMPLOYEE-RECORD                      03749658
037497     MOVE EMP-EARN TO WS-OLD-EARN                                 03749758
037498     MOVE EARNRSI TO WS-RS                                        03749858
037499     MOVE EARNPSI TO WS-PS                                        03749958
037500     MOVE WS-AMOUNT TO WS-NEW-EARN                                03750058
037501     IF WS-NEW-EARN NOT = WS-OLD-EARN                             03750158
037502         MOVE 'Y' TO WS-SAL-CHG-FLAG                              03750258
037503         PERFORM FIND-PENDING-PARA                                03750358
037504     END-IF.                                                      03750458
037505                                                                  03750558
037506 FIND-PENDING-PARA.                                               03750658
037507     ADD 1 TO WS-SUB                                              03750758
037508         IF WS-SUB < 13                                           03750858
037509             MOVE 'FIND-PENDING    ' TO WS-TAB(WS-SUB)            03750958
037510         END-IF.                                                  03751058
037511     MOVE EMP-ID TO WS-PCH-EMP-ID                                 03751158
037512     MOVE ZERO TO WS-PCH-SEQ                                      03751258
037513     MOVE 1 TO WS-PCH-NEXT-SEQ                                    03751358
037514     MOVE 'N' TO WS-PCH-DONE-FLAG                                 03751458
037515     EXEC CICS STARTBR                                            03751558
037516         FILE('P26PCHF')                                          03751658
037517         RIDFLD(WS-PCH-KEY)                                       03751758
037518         RESP(WS-PCH-RESP-CODE)                                   03751858
037519     END-EXEC                                                     03751958
037520     IF WS-PCH-RESP-CODE = DFHRESP(NORMAL)                        03752058
037521         PERFORM FIND-PENDING-NEXT-PARA                           03752158
037522             UNTIL PCH-BROWSE-DONE                                03752258
037523         EXEC CICS ENDBR                                          03752358
037524             FILE('P26PCHF')                                      03752458
037525         END-EXEC                                                 03752558
037526     END-IF.                                                      03752658
037527                                                                  03752758
037528 FIND-PENDING-NEXT-PARA.                                          03752858
037529     ADD 1 TO WS-SUB                                              03752958
037530         IF WS-SUB < 13                                           03753058
037531             MOVE 'FIND-PEND-NEXT  ' TO WS-TAB(WS-SUB)            03753158
037532         END-IF.                                                  03753258
037533     EXEC CICS READNEXT                                           03753358
037534         FILE('P26PCHF')                                          03753458
037535         INTO(PENDING-CHANGE-RECORD)                              03753558
037536         RIDFLD(WS-PCH-KEY)                                       03753658
037537         RESP(WS-PCH-RESP-CODE)                                   03753758
037538     END-EXEC                                                     03753858
037539     IF WS-PCH-RESP-CODE NOT = DFHRESP(NORMAL)                    03753958
037540        OR PCH-EMP-ID NOT = EMP-ID                                03754058
037541         SET PCH-BROWSE-DONE TO TRUE                              03754158
037542     ELSE                                                         03754258
037543         COMPUTE WS-PCH-NEXT-SEQ = PCH-SEQ + 1                    03754358
037544         IF PCH-PENDING                                           03754458
037545            AND PCH-SOURCE-FILE = 'P26AFILE'                      03754558
037546             MOVE 'Y' TO WS-SAL-PEND-FLAG                         03754658
037547         END-IF                                                   03754758
037548     END-IF.                                                      03754858
037549                                                                  03754958
037550 WRITE-PENDING-PARA.                                              03755058
037551     ADD 1 TO WS-SUB                                              03755158
037552         IF WS-SUB < 13                                           03755258
037553             MOVE 'WRITE-PENDING   ' TO WS-TAB(WS-SUB)            03755358
037554         END-IF.                                                  03755458
037555     MOVE SPACES TO PENDING-CHANGE-RECORD                         03755558
037556     MOVE WS-EMP-ID          TO PCH-EMP-ID                        03755658
037557     MOVE WS-PCH-NEXT-SEQ    TO PCH-SEQ                           03755758
037558     MOVE 'P26AFILE'         TO PCH-SOURCE-FILE                   03755858
037559     SET PCH-UPDATE-ACTION   TO TRUE                              03755958
037560     SET PCH-PENDING         TO TRUE                              03756058
037561     MOVE WS-OLD-EARN        TO PCH-OLD-EARN                      03756158
037562     MOVE WS-NEW-EARN        TO PCH-NEW-EARN                      03756258
037563     MOVE WS-USERID          TO PCH-REQ-USER                      03756358
037564     MOVE EMP-UPD-DATE       TO PCH-REQ-DATE                      03756458
037565     MOVE EMP-UPD-TIME       TO PCH-REQ-TIME                      03756558
037566     EXEC CICS WRITE                                              03756658
037567         FILE('P26PCHF') RIDFLD(PCH-KEY)                          03756758
037568         FROM(PENDING-CHANGE-RECORD)                              03756858
037569         RESP(WS-PCH-RESP-CODE)                                   03756958
037570     END-EXEC                                                     03757058
037571     IF WS-PCH-RESP-CODE = DFHRESP(NORMAL)                        03757158
037572        MOVE 'SALARY CHANGE AWAITS APPROVAL' TO MSGO              03757258
037573     ELSE                                                         03757358
037574        MOVE 'SALARY CHANGE NOT RECORDED' TO MSGO                 03757458
037575        MOVE WS-PCH-RESP-CODE TO ERL-RESP-CODE                    03757558
037576        MOVE 'WRITE-PENDING-PARA  ' TO ERL-PARAGRAPH              03757658
037577        PERFORM LOG-FILE-ERROR-PARA                               03757758
037578     END-IF.                                                      03757858
037579                                                                  03757958
037580 VALIDATE-PARA.                                                   03758004
037600      ADD 1 TO WS-SUB                                             03760004
037700         IF WS-SUB < 13                                           03770004
037800             MOVE 'VALIDATE        ' TO WS-TAB(WS-SUB)            03780004
042993         PERFORM LOG-FILE-ERROR-PARA                              04299300
042994     END-IF.                                                      04299400
042996                                                                  04299600
042998 WRITE-OVERRIDE-AUDIT-PARA.                                       04299850
043000     ADD 1 TO WS-SUB                                              04300050
043002         IF WS-SUB < 13                                           04300250
043004             MOVE 'WRITE-OVR-AUDIT ' TO WS-TAB(WS-SUB)            04300450
043006         END-IF.                                                  04300650
043008     SET AUD-OVERRIDE-ACTION TO TRUE                              04300850
043010     ADD 1 TO WS-AUDIT-SEQ                                        04301050
043012     MOVE WS-AUDIT-SEQ       TO AUD-SEQ                           04301250
043014     PERFORM WRITE-AUDIT-RECORD-PARA                              04301450
043016     PERFORM WRITE-AUDIT-RETRY-PARA                               04301650
043018         UNTIL WS-AUDIT-RESP-CODE NOT = DFHRESP(DUPKEY)           04301850
043020     IF WS-AUDIT-RESP-CODE NOT = DFHRESP(NORMAL)                  04302050
043022         MOVE WS-AUDIT-RESP-CODE TO ERL-RESP-CODE                 04302250
043024         MOVE 'WRITE-OVR-AUDIT-PARA' TO ERL-PARAGRAPH             04302450
043026         PERFORM LOG-FILE-ERROR-PARA                              04302650
043028     END-IF.                                                      04302850
043030                                                                  04303050
043032 WRITE-AUDIT-RECORD-PARA.                                         04303200
043034     EXEC CICS WRITE                                              04303400
043036         FILE('P26AUDIT') RIDFLD(AUD-KEY)                         04303600
043038         FROM(AUDIT-RECORD)                                       04303800
043040         RESP(WS-AUDIT-RESP-CODE)                                 04304000
043042     END-EXEC.                                                    04304200
043044                                                                  04304400
043046 WRITE-AUDIT-RETRY-PARA.                                          04304600
043048     ADD 1 TO WS-AUDIT-SEQ                                        04304800
043050     MOVE WS-AUDIT-SEQ       TO AUD-SEQ                           04305000
043052     PERFORM WRITE-AUDIT-RECORD-PARA.                             04305200
043054                                                                  04305400
043056 LIST-INIT-PARA.                                                  04305600
043100     ADD 1 TO WS-SUB                                              04310000
043200         IF WS-SUB < 13                                           04320000
043300             MOVE 'LIST-INIT       ' TO WS-TAB(WS-SUB)            04330000
070620     END-IF                                                       07062017
070630     IF WS-STS-RESP-CODE1 = DFHRESP(NORMAL)                       07063017
070640         MOVE 'EMPLOYEE TERMINATED' TO MSGO                       07064017
070645         PERFORM FREE-POSITION-PARA                               07064549
070650         MOVE 'T' TO WS-AUDIT-ACTION                              07065017
070660         MOVE EMPLOYEE-RECORD TO WS-AUDIT-BEFORE                  07066017
070670         MOVE EMPLOYEE-RECORD TO WS-AUDIT-AFTER                   07067017
070730         PERFORM LOG-FILE-ERROR-PARA                              07073017
070740     END-IF.                                                      07074017
070750*                                                                 07075017
070751 FREE-POSITION-PARA.                                              07075149
070752     IF STS-POS-NO NOT = SPACES                                   07075249
070753         MOVE STS-POS-NO TO POS-NUMBER                            07075349
070754         EXEC CICS READ                                           07075449
070755             FILE('P26POSF') RIDFLD(POS-NUMBER)                   07075549
070756             INTO(POSITION-RECORD)                                07075649
070757             RESP(WS-POS-RESP-CODE)                               07075749
070758             UPDATE                                               07075849
070759         END-EXEC                                                 07075949
070760         IF WS-POS-RESP-CODE = DFHRESP(NORMAL)                    07076049
070761             IF POS-FILLED AND POS-EMP-ID = WS-EMP-ID             07076149
070762                 SET POS-VACANT TO TRUE                           07076249
070763                 MOVE SPACES TO POS-EMP-ID                        07076349
070764                 MOVE STS-UPD-DATE TO POS-UPD-DATE                07076449
070765                 MOVE STS-UPD-USER TO POS-UPD-USER                07076549
070766                 EXEC CICS REWRITE                                07076649
070767                     FILE('P26POSF')                              07076749
070768                     FROM(POSITION-RECORD)                        07076849
070769                     RESP(WS-POS-RESP-CODE)                       07076949
070770                 END-EXEC                                         07077049
070771                 IF WS-POS-RESP-CODE NOT = DFHRESP(NORMAL)        07077149
070772                     MOVE WS-POS-RESP-CODE TO ERL-RESP-CODE       07077249
070773                     MOVE 'FREE-POSITION-PARA  ' TO ERL-PARAGRAPH 07077349
070774                     PERFORM LOG-FILE-ERROR-PARA                  07077449
070775                 END-IF                                           07077549
070776             ELSE                                                 07077649
070777                 EXEC CICS UNLOCK                                 07077749
070778                     FILE('P26POSF')                              07077849
070779                 END-EXEC                                         07077949
070780             END-IF                                               07078049
070781         END-IF                                                   07078149
070782     END-IF.                                                      07078249
070783*                                                                 07078349
070784 SET-TERM-DATE-PARA.                                              07078417
070785     MOVE DATE1O(7:4) TO STS-TERM-DATE(1:4)                       07078517
070786     MOVE DATE1O(4:2) TO STS-TERM-DATE(5:2)                       07078617
070790     MOVE DATE1O(1:2) TO STS-TERM-DATE(7:2)                       07079017
070800     MOVE DATE1O TO STS-UPD-DATE                                  07080017
070810     MOVE WS-USERID TO STS-UPD-USER.                              07081017
071790     ADD 1 TO WS-CAPT-SEQ                                         07179014
071800     MOVE WS-CAPT-SEQ        TO CAP-SEQ                           07180014
071810     PERFORM WRITE-CAPTURE-RECORD-PARA.                           07181014
071910 CHECK-SESSION-PARA.                                              07191054
072010     SET SCK-CHECK TO TRUE                                        07201054
072110     EXEC CICS LINK                                               07211054
072210         PROGRAM('P26SESCK')                                      07221054
072310         COMMAREA(SESSION-CHECK-AREA)                             07231054
072410         RESP(WS-SCK-RESP)                                        07241054
072510     END-EXEC                                                     07251054
072610     IF WS-SCK-RESP NOT = DFHRESP(NORMAL)                         07261054
072710        OR NOT SCK-OK                                             07271054
072810        OR SCK-USERID NOT = WS-USERID                             07281054
072910         MOVE 'P26AP04' TO WS-SIGNON-TARGET                       07291054
073010         MOVE 'T'       TO WS-SIGNON-FLAG                         07301054
073110         EXEC CICS XCTL                                           07311054
073210             PROGRAM('P26AP06')                                   07321054
073310             COMMAREA(WS-SIGNON-CA)                               07331054
073410         END-EXEC                                                 07341054
073510     END-IF.                                                      07351054
