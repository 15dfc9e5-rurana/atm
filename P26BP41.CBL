006700         ACCESS MODE IS SEQUENTIAL                                00670000
006800         RECORD KEY IS RC-KEY                                     00680000
006900         FILE STATUS IS WS-X-STATUS.                              00690000
006905     SELECT P26CTF ASSIGN TO P26CTF                               00690559
006910         ORGANIZATION IS INDEXED                                  00691059
006915         ACCESS MODE IS SEQUENTIAL                                00691559
006920         RECORD KEY IS CTT-EMP-ID                                 00692059
006925         FILE STATUS IS WS-K-STATUS.                              00692559
006930     SELECT P26LNF ASSIGN TO P26LNF                               00693059
006935         ORGANIZATION IS INDEXED                                  00693559
006940         ACCESS MODE IS SEQUENTIAL                                00694059
006945         RECORD KEY IS LN-KEY                                     00694559
006950         FILE STATUS IS WS-N-STATUS.                              00695059
007000*                                                                 00700000
007100 DATA DIVISION.                                                   00710000
007200 FILE SECTION.                                                    00720000
011600 FD  P26RCTL                                                      01160000
011700     LABEL RECORDS ARE STANDARD.                                  01170000
011800     COPY P26RCR.                                                 01180000
011810 FD  P26CTF                                                       01181059
011820     LABEL RECORDS ARE STANDARD.                                  01182059
011830     COPY P26CTR.                                                 01183059
011840 FD  P26LNF                                                       01184059
011850     LABEL RECORDS ARE STANDARD.                                  01185059
011860     COPY P26LNR.                                                 01186059
011900*                                                                 01190000
012000 WORKING-STORAGE SECTION.                                         01200000
012100 01  WS-RSPARM-STATUS        PIC X(02) VALUE SPACES.              01210000
013400 01  WS-C-STATUS            PIC X(02) VALUE SPACES.               01340000
013500 01  WS-A-STATUS            PIC X(02) VALUE SPACES.               01350000
013600 01  WS-X-STATUS            PIC X(02) VALUE SPACES.               01360000
013610 01  WS-K-STATUS            PIC X(02) VALUE SPACES.               01361059
013620 01  WS-N-STATUS            PIC X(02) VALUE SPACES.               01362059
013700 01  WS-FILE-EOF-FLAG        PIC X(01) VALUE 'N'.                 01370000
013800     88  FILE-EOF                    VALUE 'Y'.                   01380000
013900 01  WS-ABORT-FLAG           PIC X(01) VALUE 'N'.                 01390000
026400             OPEN OUTPUT P26AUDIT                                 02640000
026500         WHEN 'P26RCTL'                                           02650000
026600             OPEN OUTPUT P26RCTL                                  02660000
026610         WHEN 'P26CTF'                                            02661059
026620             OPEN OUTPUT P26CTF                                   02662059
026630         WHEN 'P26LNF'                                            02663059
026640             OPEN OUTPUT P26LNF                                   02664059
026700         WHEN OTHER                                               02670000
026800             SET RESTORE-ABORTED TO TRUE                          02680000
026900             SET FILE-EOF TO TRUE                                 02690000
029300             CLOSE P26AUDIT                                       02930000
029400         WHEN 'P26RCTL'                                           02940000
029500             CLOSE P26RCTL                                        02950000
029510         WHEN 'P26CTF'                                            02951059
029520             CLOSE P26CTF                                         02952059
029530         WHEN 'P26LNF'                                            02953059
029540             CLOSE P26LNF                                         02954059
029600         WHEN OTHER                                               02960000
029700             CONTINUE                                             02970000
029800     END-EVALUATE                                                 02980000
034800         WHEN 'P26RCTL'                                           03480000
034900             MOVE BKP-DATA TO RUN-CONTROL-RECORD                  03490000
035000             WRITE RUN-CONTROL-RECORD                             03500000
035010         WHEN 'P26CTF'                                            03501059
035020             MOVE BKP-DATA TO CONTACT-RECORD                      03502059
035030             WRITE CONTACT-RECORD                                 03503059
035040         WHEN 'P26LNF'                                            03504059
035050             MOVE BKP-DATA TO LOAN-RECORD                         03505059
035060             WRITE LOAN-RECORD                                    03506059
035100         WHEN OTHER                                               03510000
035200             CONTINUE                                             03520000
035300     END-EVALUATE.                                                03530000
038500                 MOVE BKP-DATA(52:9) TO WS-MONEY-WORK(1:9)        03850000
038600                 ADD WS-MONEY-WORK TO WS-HASH-TOTAL               03860000
038700             END-IF                                               03870000
038710         WHEN 'P26LNF'                                            03871059
038720             IF BKP-DATA(28:9) NUMERIC                            03872059
038730                 MOVE BKP-DATA(28:9) TO WS-MONEY-WORK(1:9)        03873059
038740                 ADD WS-MONEY-WORK TO WS-HASH-TOTAL               03874059
038750             END-IF                                               03875059
038760             IF BKP-DATA(44:9) NUMERIC                            03876059
038770                 MOVE BKP-DATA(44:9) TO WS-MONEY-WORK(1:9)        03877059
038780                 ADD WS-MONEY-WORK TO WS-HASH-TOTAL               03878059
038790             END-IF                                               03879059
038800         WHEN 'P26TAXRT'                                          03880000
038900             IF BKP-DATA(13:9) NUMERIC                            03890000
039000                 MOVE BKP-DATA(13:9) TO WS-SLAB-WORK(1:9)         03900000
