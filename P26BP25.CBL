002300         ACCESS MODE IS DYNAMIC                                   00230000
002400         RECORD KEY IS AUD-KEY                                    00240000
002500         FILE STATUS IS WS-AUDIT-STATUS.                          00250000
002505     SELECT P26GRDF ASSIGN TO P26GRDF                             00250550
002510         ORGANIZATION IS INDEXED                                  00251050
002515         ACCESS MODE IS DYNAMIC                                   00251550
002520         RECORD KEY IS GRD-CODE                                   00252050
002525         FILE STATUS IS WS-GRDF-STATUS.                           00252550
002530     SELECT P26CFILE ASSIGN TO P26CFILE                           00253050
002535         ORGANIZATION IS INDEXED                                  00253550
002540         ACCESS MODE IS DYNAMIC                                   00254050
002545         RECORD KEY IS CRD-USERID                                 00254550
002550         FILE STATUS IS WS-CFILE-STATUS.                          00255050
002600     SELECT P26VPARM ASSIGN TO P26VPARM                           00260000
002700         ORGANIZATION IS LINE SEQUENTIAL                          00270000
002800         FILE STATUS IS WS-VPARM-STATUS.                          00280000
005500 FD  P26AUDIT                                                     00550000
005600     LABEL RECORDS ARE STANDARD.                                  00560000
005700     COPY P26AUDR.                                                00570000
005710 FD  P26GRDF                                                      00571050
005720     LABEL RECORDS ARE STANDARD.                                  00572050
005730     COPY P26GRDR.                                                00573050
005740 FD  P26CFILE                                                     00574050
005750     LABEL RECORDS ARE STANDARD.                                  00575050
005760     COPY P26CRED.                                                00576050
005800 FD  P26VPARM                                                     00580000
005900     LABEL RECORDS ARE STANDARD.                                  00590000
006000 01  VPARM-RECORD.                                                00600000
006900     03  VP-SEL-VALUE        PIC X(10).                           00690000
007000     03  FILLER              PIC X(01).                           00700000
007100     03  VP-EFF-DATE         PIC X(08).                           00710000
007200     03  FILLER              PIC X(01).                           00720050
007210     03  VP-OVR-USER         PIC X(08).                           00721050
007220     03  FILLER              PIC X(40).                           00722050
007300 FD  P26SREV                                                      00730000
007400     LABEL RECORDS ARE STANDARD.                                  00740000
007500 01  SREV-LINE               PIC X(132).                          00750000
009100     88  AUDIT-IO-OK                 VALUE '00'.                  00910000
009200     88  AUDIT-DUPKEY                VALUE '22'.                  00920000
009300     88  AUDIT-MISSING               VALUE '35'.                  00930000
009305 01  WS-GRDF-STATUS          PIC X(02) VALUE SPACES.              00930550
009310     88  GRDF-MISSING                VALUE '35'.                  00931050
009315 01  WS-GRDF-OPEN-FLAG       PIC X(01) VALUE 'N'.                 00931550
009320     88  GRDF-OPEN                   VALUE 'Y'.                   00932050
009325 01  WS-CFILE-STATUS         PIC X(02) VALUE SPACES.              00932550
009330     88  CFILE-MISSING               VALUE '35'.                  00933050
009335 01  WS-OVERRIDE-FLAG        PIC X(01) VALUE 'N'.                 00933550
009340     88  OVERRIDE-VALID              VALUE 'Y'.                   00934050
009345 01  WS-RANGE-FLAG           PIC X(01) VALUE 'N'.                 00934550
009350     88  OUTSIDE-RANGE               VALUE 'Y'.                   00935050
009355 01  WS-EMP-GRADE            PIC X(03) VALUE SPACES.              00935550
009360 01  WS-HELD-COUNT           PIC 9(05) VALUE ZERO.                00936050
009365 01  WS-OVR-COUNT            PIC 9(05) VALUE ZERO.                00936550
009400 01  WS-VPARM-STATUS         PIC X(02) VALUE SPACES.              00940000
009500 01  WS-SREV-STATUS          PIC X(02) VALUE SPACES.              00950000
009600 01  WS-TRIAL-FLAG           PIC X(01) VALUE 'Y'.                 00960000
014100     03  DL-NEW              PIC Z,ZZZ,ZZ9.99.                    01410041
014200     03  FILLER              PIC X(01) VALUE SPACES.              01420000
014300     03  DL-IMPACT           PIC Z,ZZZ,ZZ9.99-.                   01430041
014310     03  FILLER              PIC X(02) VALUE SPACES.              01431050
014320     03  DL-FLAG             PIC X(20).                           01432050
014400 01  WS-DEPT-LINE.                                                01440000
014500     03  FILLER              PIC X(11) VALUE 'DEPT TOTAL '.       01450000
014600     03  DPL-DEPT            PIC X(08).                           01460000
015200     03  FILLER              PIC X(23) VALUE                      01520000
015300         'TOTAL COST IMPACT'.                                     01530000
015400     03  TL-IMPACT           PIC ZZZ,ZZZ,ZZ9.99-.                 01540000
015410 01  WS-OVERRIDE-LINE.                                            01541050
015420     03  FILLER              PIC X(30) VALUE                      01542050
015430         'GRADE RANGE OVERRIDE BY'.                               01543050
015440     03  OL-USER             PIC X(08).                           01544050
015450 01  WS-SUMMARY-LINE.                                             01545050
015460     03  SM-LABEL            PIC X(30).                           01546050
015470     03  SM-COUNT            PIC ZZ,ZZ9.                          01547050
015500     COPY P26RCC.                                                 01550000
015600*                                                                 01560000
015700 PROCEDURE DIVISION.                                              01570000
019100     END-IF                                                       01910000
019200     MOVE WS-HEADING-LINE TO SREV-LINE                            01920000
019300     WRITE SREV-LINE                                              01930000
019350     PERFORM CHECK-OVERRIDE-PARA                                  01935050
019400     MOVE WS-COL-HEADING TO SREV-LINE                             01940000
019500     WRITE SREV-LINE                                              01950000
019600     IF TRIAL-RUN                                                 01960000
020800             OPEN I-O P26AUDIT                                    02080000
020900         END-IF                                                   02090000
021000     END-IF                                                       02100000
021010     OPEN INPUT P26GRDF                                           02101050
021020     IF NOT GRDF-MISSING                                          02102050
021030         SET GRDF-OPEN TO TRUE                                    02103050
021040     END-IF                                                       02104050
021100     OPEN INPUT P26SFILE                                          02110020
021200     IF NOT SFILE-MISSING                                         02120020
021300         SET SFILE-OPEN TO TRUE                                   02130020
021400     END-IF                                                       02140020
021500     PERFORM READ-MFILE-PARA.                                     02150000
021600*                                                                 02160000
021602 CHECK-OVERRIDE-PARA.                                             02160250
021604     MOVE 'N' TO WS-OVERRIDE-FLAG                                 02160450
021606     IF VP-OVR-USER NOT = SPACES                                  02160650
021608         OPEN INPUT P26CFILE                                      02160850
021610         IF NOT CFILE-MISSING                                     02161050
021612             MOVE VP-OVR-USER TO CRD-USERID                       02161250
021614             READ P26CFILE                                        02161450
021616                 INVALID KEY                                      02161650
021618                     CONTINUE                                     02161850
021620                 NOT INVALID KEY                                  02162050
021622                     IF CRD-SUPER-ROLE AND CRD-ACTIVE             02162250
021624                         MOVE 'Y' TO WS-OVERRIDE-FLAG             02162450
021626                     END-IF                                       02162650
021628             END-READ                                             02162850
021630             CLOSE P26CFILE                                       02163050
021632         END-IF                                                   02163250
021634         IF OVERRIDE-VALID                                        02163450
021636             MOVE VP-OVR-USER TO OL-USER                          02163650
021638             MOVE WS-OVERRIDE-LINE TO SREV-LINE                   02163850
021640             WRITE SREV-LINE                                      02164050
021642         ELSE                                                     02164250
021644             DISPLAY 'P26BP25 OVERRIDE USER ' VP-OVR-USER         02164450
021646                 ' NOT AN ACTIVE SUPERVISOR - IGNORED'            02164650
021648         END-IF                                                   02164850
021650     END-IF.                                                      02165050
021652*                                                                 02165250
021700 READ-MFILE-PARA.                                                 02170000
021800     READ P26MFILE NEXT RECORD                                    02180000
021900         AT END                                                   02190000
023200         PERFORM READ-MFILE-PARA                                  02320000
023300     END-IF.                                                      02330000
023400 CHECK-ACTIVE-PARA.                                               02340020
023450     MOVE SPACES TO WS-EMP-GRADE                                  02345050
023500     MOVE 'Y' TO WS-ACTIVE-FLAG                                   02350020
023600     IF SFILE-OPEN                                                02360020
023700         MOVE EMP-ID TO STS-EMP-ID                                02370020
023900             INVALID KEY                                          02390020
024000                 CONTINUE                                         02400020
024100             NOT INVALID KEY                                      02410020
024150                 MOVE STS-GRADE TO WS-EMP-GRADE                   02415050
024200                 IF STS-TERMINATED                                02420020
024300                     MOVE 'N' TO WS-ACTIVE-FLAG                   02430020
024400                 END-IF                                           02440020
027800         MOVE 9999999.99 TO WS-NEW-PAY                            02780041
027900     END-IF                                                       02790000
028000     COMPUTE WS-IMPACT = WS-NEW-PAY - WS-OLD-PAY                  02800000
028010     PERFORM CHECK-GRADE-PARA                                     02801050
028020     IF OUTSIDE-RANGE AND NOT OVERRIDE-VALID                      02802050
028030         ADD 1 TO WS-HELD-COUNT                                   02803050
028040         PERFORM WRITE-DETAIL-PARA                                02804050
028050     ELSE                                                         02805050
028060         ADD WS-IMPACT TO WS-TOT-IMPACT                           02806050
028070         PERFORM FIND-DEPT-PARA                                   02807050
028080         ADD 1 TO WS-DEPT-COUNT(WS-DEPT-SUB)                      02808050
028090         ADD WS-IMPACT TO WS-DEPT-IMPACT(WS-DEPT-SUB)             02809050
028100         PERFORM WRITE-DETAIL-PARA                                02810050
028110         IF NOT TRIAL-RUN                                         02811050
028120             PERFORM APPLY-REVISION-PARA                          02812050
028130         END-IF                                                   02813050
028140     END-IF.                                                      02814050
028150*                                                                 02815050
028160 CHECK-GRADE-PARA.                                                02816050
028170     MOVE 'N' TO WS-RANGE-FLAG                                    02817050
028180     IF GRDF-OPEN AND WS-EMP-GRADE NOT = SPACES                   02818050
028190         MOVE WS-EMP-GRADE TO GRD-CODE                            02819050
028200         READ P26GRDF                                             02820050
028210             INVALID KEY                                          02821050
028220                 CONTINUE                                         02822050
028230             NOT INVALID KEY                                      02823050
028240                 IF GRD-ACTIVE                                    02824050
028250                    AND (WS-NEW-PAY < GRD-MIN-SAL                 02825050
028260                         OR WS-NEW-PAY > GRD-MAX-SAL)             02826050
028270                     MOVE 'Y' TO WS-RANGE-FLAG                    02827050
028280                 END-IF                                           02828050
028290         END-READ                                                 02829050
028300     END-IF.                                                      02830050
028900*                                                                 02890000
029000 FIND-DEPT-PARA.                                                  02900000
029100     MOVE 'N' TO WS-FOUND-FLAG                                    02910000
031400     MOVE WS-OLD-PAY TO DL-OLD                                    03140000
031500     MOVE WS-NEW-PAY TO DL-NEW                                    03150000
031600     MOVE WS-IMPACT TO DL-IMPACT                                  03160000
031610     IF OUTSIDE-RANGE                                             03161050
031620         IF OVERRIDE-VALID                                        03162050
031630             MOVE 'GRADE RANGE OVERRIDE' TO DL-FLAG               03163050
031640         ELSE                                                     03164050
031650             MOVE 'OUTSIDE GRADE - HELD' TO DL-FLAG               03165050
031660         END-IF                                                   03166050
031670     END-IF                                                       03167050
031700     MOVE WS-DETAIL-LINE TO SREV-LINE                             03170000
031800     WRITE SREV-LINE.                                             03180000
031900*                                                                 03190000
032600     REWRITE EMPLOYEE-MASTER-RECORD                               03260000
032700     MOVE EMPLOYEE-MASTER-RECORD TO AUD-AFTER-IMAGE               03270000
032800     PERFORM WRITE-AUDIT-PARA                                     03280000
032810     IF OUTSIDE-RANGE                                             03281050
032820         PERFORM WRITE-OVERRIDE-AUDIT-PARA                        03282050
032830     END-IF                                                       03283050
032900     ADD 1 TO WS-UPD-COUNT                                        03290000
033000     IF AFILE-OPEN                                                03300000
033100         PERFORM APPLY-AFILE-PARA                                 03310000
035800     PERFORM WRITE-AUDIT-RETRY-PARA                               03580000
035900         UNTIL NOT AUDIT-DUPKEY.                                  03590000
036000*                                                                 03600000
036005 WRITE-OVERRIDE-AUDIT-PARA.                                       03600550
036010     SET AUD-OVERRIDE-ACTION TO TRUE                              03601050
036015     MOVE VP-OVR-USER TO AUD-USER-ID                              03601550
036020     MOVE ZERO TO WS-AUDIT-SEQ                                    03602050
036025     MOVE WS-AUDIT-SEQ TO AUD-SEQ                                 03602550
036030     PERFORM WRITE-AUDIT-RECORD-PARA                              03603050
036035     PERFORM WRITE-AUDIT-RETRY-PARA                               03603550
036040         UNTIL NOT AUDIT-DUPKEY                                   03604050
036045     ADD 1 TO WS-OVR-COUNT.                                       03604550
036050*                                                                 03605050
036100 WRITE-AUDIT-RECORD-PARA.                                         03610000
036200     WRITE AUDIT-RECORD                                           03620000
036300         INVALID KEY                                              03630000
038100     MOVE WS-TOT-IMPACT TO TL-IMPACT                              03810000
038200     MOVE WS-TOTAL-LINE TO SREV-LINE                              03820000
038300     WRITE SREV-LINE                                              03830000
038310     MOVE SPACES TO WS-SUMMARY-LINE                               03831050
038320     MOVE 'HELD OUTSIDE GRADE RANGE' TO SM-LABEL                  03832050
038330     MOVE WS-HELD-COUNT TO SM-COUNT                               03833050
038340     MOVE WS-SUMMARY-LINE TO SREV-LINE                            03834050
038350     WRITE SREV-LINE                                              03835050
038360     MOVE 'GRADE RANGE OVERRIDES' TO SM-LABEL                     03836050
038370     MOVE WS-OVR-COUNT TO SM-COUNT                                03837050
038380     MOVE WS-SUMMARY-LINE TO SREV-LINE                            03838050
038390     WRITE SREV-LINE                                              03839050
038400     CLOSE P26MFILE                                               03840000
038500     IF AFILE-OPEN                                                03850000
038600         CLOSE P26AFILE                                           03860000
038800     IF NOT TRIAL-RUN                                             03880000
038900         CLOSE P26AUDIT                                           03890000
039000     END-IF                                                       03900000
039010     IF GRDF-OPEN                                                 03901050
039020         CLOSE P26GRDF                                            03902050
039030     END-IF                                                       03903050
039100     IF SFILE-OPEN                                                03910020
039200         CLOSE P26SFILE                                           03920020
039300     END-IF                                                       03930020
039400     CLOSE P26SREV                                                03940000
039500     DISPLAY 'P26BP25 SELECTED ' WS-SEL-COUNT                     03950000
039600         ' UPDATED ' WS-UPD-COUNT                                 03960050
039650         ' HELD ' WS-HELD-COUNT.                                  03965050
039700*                                                                 03970000
039800 PRINT-DEPT-LINE-PARA.                                            03980000
039900     ADD 1 TO WS-DEPT-SUB                                         03990000
