003600     03  OPL-DESC            PIC X(30).                           00360000
003700     COPY P26MNUR.                                                00370000
003800     COPY P26AS02.                                                00380000
003810 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00381054
003820     COPY P26SESC.                                                00382054
003900     COPY DFHAID.                                                 00390000
004000 LINKAGE SECTION.                                                 00400000
004100 01  DFHCOMMAREA     PIC X(01).                                   00410000
004400     IF EIBCALEN = ZERO                                           00440000
004500         PERFORM FIRST-PARA                                       00450000
004600     ELSE                                                         00460000
004650         PERFORM CHECK-SESSION-PARA                               00465054
004700         PERFORM NEXT-PARA.                                       00470000
004800 END-PARA.                                                        00480000
004900     EXEC CICS RETURN                                             00490000
013200 NEXT-PARA.                                                       01320000
013300     EVALUATE EIBAID                                              01330000
013400        WHEN DFHPF3                                               01340000
013450         PERFORM END-SESSION-PARA                                 01345054
013500         EXEC CICS SEND TEXT                                      01350000
013600             FROM(WS-MESSAGE)                                     01360000
013700             ERASE                                                01370000
023400         TIME(SYSTIMEO)                                           02340000
023500         TIMESEP                                                  02350000
023600     END-EXEC.                                                    02360000
023700 CHECK-SESSION-PARA.                                              02370054
023800     SET SCK-CHECK TO TRUE                                        02380054
023900     EXEC CICS LINK                                               02390054
024000         PROGRAM('P26SESCK')                                      02400054
024100         COMMAREA(SESSION-CHECK-AREA)                             02410054
024200         RESP(WS-SCK-RESP)                                        02420054
024300     END-EXEC                                                     02430054
024400     IF WS-SCK-RESP = DFHRESP(NORMAL)                             02440054
024500        AND SCK-EXPIRED                                           02450054
024600         MOVE 'P26AP02' TO WS-SIGNON-TARGET                       02460054
024700         MOVE 'T'       TO WS-SIGNON-FLAG                         02470054
024800         EXEC CICS XCTL                                           02480054
024900             PROGRAM('P26AP06')                                   02490054
025000             COMMAREA(WS-SIGNON-CA)                               02500054
025100         END-EXEC                                                 02510054
025200     END-IF.                                                      02520054
025300 END-SESSION-PARA.                                                02530054
025400     SET SCK-END TO TRUE                                          02540054
025500     EXEC CICS LINK                                               02550054
025600         PROGRAM('P26SESCK')                                      02560054
025700         COMMAREA(SESSION-CHECK-AREA)                             02570054
025800         RESP(WS-SCK-RESP)                                        02580054
025900     END-EXEC.                                                    02590054
