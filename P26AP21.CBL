000300 DATA DIVISION.                                                   00030000
000400 WORKING-STORAGE SECTION.                                         00040000
000500 01  WS-CA       PIC X(01).                                       00050000
000510 01  WS-SIGNON-CA.                                                00051054
000520     03  WS-SIGNON-TARGET    PIC X(08) VALUE SPACES.              00052054
000530     03  WS-SIGNON-FLAG      PIC X(01) VALUE SPACES.              00053054
000600 01  WS-RESP-CODE            PIC S9(08) COMP VALUE ZERO.          00060000
000700 01  WS-DATE-TIME            PIC S9(15) COMP-3 VALUE ZERO.        00070000
000800 01  WS-EMP-ID               PIC X(05) VALUE SPACES.              00080000
002500     03  LOG-CHOICE          PIC X(01) VALUE SPACES.              00250000
002600     COPY P26LVR.                                                 00260000
002700     COPY P26AS21.                                                00270000
002710 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00271054
002720     COPY P26SESC.                                                00272054
002800     COPY DFHAID.                                                 00280000
002900 LINKAGE SECTION.                                                 00290000
003000 01  DFHCOMMAREA     PIC X(01).                                   00300000
003300     IF EIBCALEN = ZERO                                           00330000
003400         PERFORM FIRST-PARA                                       00340000
003500     ELSE                                                         00350000
003550         PERFORM CHECK-SESSION-PARA                               00355054
003600         PERFORM NEXT-PARA                                        00360000
003700     END-IF.                                                      00370000
003800 END-PARA.                                                        00380000
012900         TIME(SYSTIMEO)                                           01290000
013000         TIMESEP                                                  01300000
013100     END-EXEC.                                                    01310000
013200 CHECK-SESSION-PARA.                                              01320054
013300     SET SCK-CHECK TO TRUE                                        01330054
013400     EXEC CICS LINK                                               01340054
013500         PROGRAM('P26SESCK')                                      01350054
013600         COMMAREA(SESSION-CHECK-AREA)                             01360054
013700         RESP(WS-SCK-RESP)                                        01370054
013800     END-EXEC                                                     01380054
013900     IF WS-SCK-RESP = DFHRESP(NORMAL)                             01390054
014000        AND SCK-EXPIRED                                           01400054
014100         MOVE 'P26AP21' TO WS-SIGNON-TARGET                       01410054
014200         MOVE 'T'       TO WS-SIGNON-FLAG                         01420054
014300         EXEC CICS XCTL                                           01430054
014400             PROGRAM('P26AP06')                                   01440054
014500             COMMAREA(WS-SIGNON-CA)                               01450054
014600         END-EXEC                                                 01460054
014700     END-IF.                                                      01470054
