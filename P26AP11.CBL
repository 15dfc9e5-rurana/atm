000600     03  WS-LAST-ID          PIC X(05) VALUE SPACES.              00060000
000700     03  WS-LAST-PRD         PIC X(06) VALUE SPACES.              00070000
000710     03  WS-LAST-RUN         PIC X(01) VALUE SPACES.              00071023
000720 01  WS-SIGNON-CA.                                                00072054
000730     03  WS-SIGNON-TARGET    PIC X(08) VALUE SPACES.              00073054
000740     03  WS-SIGNON-FLAG      PIC X(01) VALUE SPACES.              00074054
000800 01  WS-RESP-CODE PIC S9(08) COMP VALUE ZERO.                     00080000
000900 01  WS-GROSS-O  PIC Z,ZZZ,ZZ9.99 VALUE ZERO.                     00090041
001000 01  WS-TAX-O    PIC Z,ZZZ,ZZ9.99 VALUE ZERO.                     00100041
001700 01  WS-ERRLOG-RESP-CODE  PIC S9(08) COMP.                        00170000
001800 01  WS-ERRLOG-SEQ         PIC 9(02) VALUE ZERO.                  00180000
001900     COPY P26PHR.                                                 00190000
001910     COPY P26YTAR.                                                00191068
001920 01  WS-YTD-RESP             PIC S9(08) COMP VALUE ZERO.          00192068
002000     COPY P26ERRL.                                                00200000
002010 01  WS-TSQ-NAME.                                                 00201035
002020     03  FILLER              PIC X(04) VALUE 'P26U'.              00202035
002095     03  LOG-TIME            PIC X(08) VALUE SPACES.              00209535
002096     03  LOG-CHOICE          PIC X(01) VALUE SPACES.              00209635
002100     COPY P26AS11.                                                00210000
002110 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00211054
002120     COPY P26SESC.                                                00212054
002200     COPY DFHAID.                                                 00220000
002300 LINKAGE SECTION.                                                 00230000
002400 01  DFHCOMMAREA     PIC X(12).                                   00240023
002900         PERFORM FIRST-PARA                                       00290000
003000     ELSE                                                         00300000
003100         MOVE DFHCOMMAREA TO WS-CA                                00310000
003150         PERFORM CHECK-SESSION-PARA                               00315054
003200         PERFORM NEXT-PARA.                                       00320000
003300 END-PARA.                                                        00330000
003400     EXEC CICS RETURN                                             00340000
018100        OR NOT PH-DETAIL-REC                                      01810000
018200         MOVE SPACES TO PERIODO, GROSSO, TAXO, OTHDEDO,           01820000
018300                        NETO, RUNDATEO, NAMEO                     01830000
018350         MOVE SPACES TO YTDGRSO, YTDTAXO, YTDNETO                 01835068
018400         MOVE 'NO MORE PAY PERIODS FOR EMPLOYEE' TO MESSAGEO      01840000
018500     ELSE                                                         01850000
018600         MOVE PH-PERIOD TO WS-LAST-PRD                            01860000
019600         MOVE PH-NET TO WS-NET-O                                  01960000
019700         MOVE WS-NET-O TO NETO                                    01970000
019800         MOVE PH-RUN-DATE TO RUNDATEO                             01980000
019805         PERFORM SHOW-YTD-PARA                                    01980568
019810         IF PH-SUPPL-RUN                                          01981023
019820             MOVE 'SUPPLEMENTAL PAY DETAILS FOUND' TO MESSAGEO    01982023
019830         ELSE                                                     01983023
020270         FROM(WS-LOG-RECORD)                                      02027035
020290         LENGTH(LENGTH OF WS-LOG-RECORD)                          02029035
020310     END-EXEC.                                                    02031035
020314 SHOW-YTD-PARA.                                                   02031468
020318     MOVE PH-PERIOD(1:4) TO YTA-YEAR                              02031868
020322     MOVE PH-EMP-ID TO YTA-EMP-ID                                 02032268
020326     EXEC CICS READ                                               02032668
020330         FILE('P26YTDF')                                          02033068
020334         RIDFLD(YTA-KEY)                                          02033468
020338         INTO(YTD-ACCUM-RECORD)                                   02033868
020342         RESP(WS-YTD-RESP)                                        02034268
020346     END-EXEC                                                     02034668
020350     IF WS-YTD-RESP = DFHRESP(NORMAL)                             02035068
020354         MOVE YTA-GROSS TO WS-GROSS-O                             02035468
020358         MOVE WS-GROSS-O TO YTDGRSO                               02035868
020362         MOVE YTA-TAX TO WS-TAX-O                                 02036268
020366         MOVE WS-TAX-O TO YTDTAXO                                 02036668
020370         MOVE YTA-NET TO WS-NET-O                                 02037068
020374         MOVE WS-NET-O TO YTDNETO                                 02037468
020378     ELSE                                                         02037868
020382         MOVE SPACES TO YTDGRSO, YTDTAXO, YTDNETO                 02038268
020386     END-IF.                                                      02038668
020400 RECEIVE-MAP.                                                     02040000
020440     EXEC CICS RECEIVE                                            02044000
020480         MAP('PAYHMAP')                                           02048000
023700     ADD 1 TO WS-ERRLOG-SEQ                                       02370000
023800     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           02380000
023900     PERFORM WRITE-ERRLOG-RECORD-PARA.                            02390000
024000 CHECK-SESSION-PARA.                                              02400054
024100     SET SCK-CHECK TO TRUE                                        02410054
024200     EXEC CICS LINK                                               02420054
024300         PROGRAM('P26SESCK')                                      02430054
024400         COMMAREA(SESSION-CHECK-AREA)                             02440054
024500         RESP(WS-SCK-RESP)                                        02450054
024600     END-EXEC                                                     02460054
024700     IF WS-SCK-RESP = DFHRESP(NORMAL)                             02470054
024800        AND SCK-EXPIRED                                           02480054
024900         MOVE 'P26AP11' TO WS-SIGNON-TARGET                       02490054
025000         MOVE 'T'       TO WS-SIGNON-FLAG                         02500054
025100         EXEC CICS XCTL                                           02510054
025200             PROGRAM('P26AP06')                                   02520054
025300             COMMAREA(WS-SIGNON-CA)                               02530054
025400         END-EXEC                                                 02540054
025500     END-IF.                                                      02550054
