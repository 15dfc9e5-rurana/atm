001300         88  ROLE-PAYROLL           VALUE 'P'.                    00130000
001400     03  WS-LAST-ID          PIC X(05) VALUE SPACES.              00140000
001500     03  WS-LAST-TYPE        PIC X(04) VALUE SPACES.              00150000
001510     03  WS-SAVE-DED-REC     PIC X(71) VALUE SPACES.              00151044
001520     03  WS-SAVE-DATE        PIC X(10) VALUE SPACES.              00152044
001530     03  WS-SAVE-TIME        PIC X(08) VALUE SPACES.              00153044
001600 01  WS-SIGNON-CA.                                                00160000
001700     03  WS-SIGNON-TARGET    PIC X(08) VALUE SPACES.              00170000
001800     03  WS-SIGNON-FLAG      PIC X(01) VALUE SPACES.              00180000
001850 01  WS-SCK-RESP             PIC S9(08) COMP VALUE ZERO.          00185054
001900 01  WS-RESP-CODE            PIC S9(08) COMP VALUE ZERO.          00190000
002000 01  WS-RESP-CODE1           PIC S9(08) COMP VALUE ZERO.          00200000
002100 01  WS-DFILE-RESP-CODE      PIC S9(08) COMP VALUE ZERO.          00210000
004300 01  WS-CAPT-SEQ             PIC 9(02) VALUE ZERO.                00430000
004400 01  WS-ERRLOG-RESP-CODE     PIC S9(08) COMP.                     00440000
004500 01  WS-ERRLOG-SEQ           PIC 9(02) VALUE ZERO.                00450000
004505 01  WS-AUDIT-FILE           PIC X(08) VALUE 'P26AFILE'.          00450544
004510 01  WS-AUD-BROWSE-FLAG      PIC X(01) VALUE 'N'.                 00451044
004515     88  AUD-BROWSE-DONE             VALUE 'Y'.                   00451544
004520 01  WS-STALE-MSG.                                                00452044
004525     03  FILLER              PIC X(11) VALUE 'CHANGED BY '.       00452544
004530     03  WS-STALE-USER       PIC X(08) VALUE SPACES.              00453044
004535     03  FILLER              PIC X(01) VALUE SPACE.               00453544
004540     03  WS-STALE-DATE       PIC X(10) VALUE SPACES.              00454044
004545     03  FILLER              PIC X(01) VALUE SPACE.               00454544
004550     03  WS-STALE-TIME       PIC X(08) VALUE SPACES.              00455044
004600     COPY EMPREC.                                                 00460000
004700     COPY P26DEDR.                                                00470000
004800     COPY P26AUDR.                                                00480000
004900     COPY P26CAPR.                                                00490000
005000     COPY P26ERRL.                                                00500000
005100     COPY P26AS13.                                                00510000
005150     COPY P26SESC.                                                00515054
005200     COPY DFHAID.                                                 00520000
005300 LINKAGE SECTION.                                                 00530000
005400 01  DFHCOMMAREA     PIC X(108).                                  00540044
005500 PROCEDURE DIVISION.                                              00550000
005600 MAIN-PARA.                                                       00560000
005700     IF EIBCALEN = ZERO                                           00570000
006300         END-EXEC                                                 00630000
006400     ELSE                                                         00640000
006500         MOVE DFHCOMMAREA TO WS-CA                                00650000
006550         PERFORM CHECK-SESSION-PARA                               00655054
006600         IF SIGNON-COMPLETE                                       00660000
006700             PERFORM FIRST-PARA                                   00670000
006800         ELSE                                                     00680000
019680         MOVE DED-PROT-PCT TO DPROTO                              01968030
019690     ELSE                                                         01969030
019692         MOVE ZERO TO DPROTO                                      01969230
019694     END-IF                                                       01969444
019699     PERFORM SAVE-DED-PARA.                                       01969944
019700 ADD-DED-PARA.                                                    01970000
019800     PERFORM RECEIVE-MAP                                          01980000
019900     IF DIDL = ZERO OR DIDI = SPACES                              01990000
021000         EVALUATE WS-RESP-CODE                                    02100000
021100             WHEN DFHRESP(NORMAL)                                 02110000
021200                 MOVE 'DEDUCTION ADDED' TO MESSAGEO               02120000
021210                 MOVE 'A' TO WS-AUDIT-ACTION                      02121044
021220                 MOVE SPACES TO WS-AUDIT-BEFORE                   02122044
021230                 PERFORM AUDIT-DED-PARA                           02123044
021240                 PERFORM SAVE-DED-PARA                            02124044
021300                 PERFORM REDERIVE-EMP-DEDN-PARA                   02130000
021400             WHEN DFHRESP(DUPREC)                                 02140000
021500                 MOVE 'DEDUCTION ALREADY EXISTS' TO MESSAGEO      02150000
023600             UPDATE                                               02360000
023700         END-EXEC                                                 02370000
023800         IF WS-RESP-CODE = DFHRESP(NORMAL)                        02380000
023810             IF DEDUCTION-RECORD NOT = WS-SAVE-DED-REC            02381044
023820                 PERFORM STALE-DED-PARA                           02382044
023830             ELSE                                                 02383044
023840                 MOVE DEDUCTION-RECORD TO WS-AUDIT-BEFORE         02384044
023900                 PERFORM BUILD-DED-RECORD-PARA                    02390044
024000                 EXEC CICS REWRITE                                02400044
024100                     FILE('P26DFILE')                             02410044
024200                     FROM(DEDUCTION-RECORD)                       02420044
024300                     RESP(WS-RESP-CODE1)                          02430044
024400                 END-EXEC                                         02440044
024500                 IF WS-RESP-CODE1 = DFHRESP(NORMAL)               02450044
024600                     MOVE 'DEDUCTION UPDATED' TO MESSAGEO         02460044
024610                     MOVE 'U' TO WS-AUDIT-ACTION                  02461044
024620                     PERFORM AUDIT-DED-PARA                       02462044
024630                     PERFORM SAVE-DED-PARA                        02463044
024700                     PERFORM REDERIVE-EMP-DEDN-PARA               02470044
024800                 ELSE                                             02480044
024900                     MOVE 'UPDATE NOT SUCCESSFUL' TO MESSAGEO     02490044
025000                     MOVE WS-RESP-CODE1 TO ERL-RESP-CODE          02500044
025100                     MOVE 'UPDATE-DED-PARA     ' TO ERL-PARAGRAPH 02510044
025200                     PERFORM LOG-FILE-ERROR-PARA                  02520044
025300                 END-IF                                           02530044
025350             END-IF                                               02535044
025400         ELSE                                                     02540000
025500             MOVE 'DEDUCTION NOT FOUND' TO MESSAGEO               02550000
025600         END-IF                                                   02560000
027600             MOVE 'DEDUCTION NOT FOUND' TO MESSAGEO               02760000
027700         END-IF                                                   02770000
027800     END-IF.                                                      02780000
027801 STALE-DED-PARA.                                                  02780144
027802     EXEC CICS UNLOCK                                             02780244
027803         FILE('P26DFILE')                                         02780344
027804     END-EXEC                                                     02780444
027805     IF WS-SAVE-DED-REC(1:9) NOT = WS-DED-KEY                     02780544
027806         PERFORM MOVE-DED-PARA                                    02780644
027807         MOVE 'DEDUCTION DISPLAYED - REKEY AND PF4' TO MESSAGEO   02780744
027808     ELSE                                                         02780844
027809         PERFORM LAST-CHANGE-PARA                                 02780944
027810         PERFORM MOVE-DED-PARA                                    02781044
027811         MOVE WS-STALE-MSG TO MESSAGEO                            02781144
027812         MOVE ZERO TO ERL-RESP-CODE                               02781244
027813         MOVE 'UPDATE-DED (STALE)  ' TO ERL-PARAGRAPH             02781344
027814         PERFORM LOG-FILE-ERROR-PARA                              02781444
027815     END-IF.                                                      02781544
027816 SAVE-DED-PARA.                                                   02781644
027817     PERFORM DATE-TIME-PARA                                       02781744
027818     MOVE DEDUCTION-RECORD TO WS-SAVE-DED-REC                     02781844
027819     MOVE SYSDATEO TO WS-SAVE-DATE                                02781944
027820     MOVE WS-TIME-OUT TO WS-SAVE-TIME.                            02782044
027821 AUDIT-DED-PARA.                                                  02782144
027822     MOVE DEDUCTION-RECORD TO WS-AUDIT-AFTER                      02782244
027823     MOVE 'P26DFILE' TO WS-AUDIT-FILE                             02782344
027824     PERFORM WRITE-AUDIT-PARA                                     02782444
027825     MOVE 'P26AFILE' TO WS-AUDIT-FILE.                            02782544
027826 LAST-CHANGE-PARA.                                                02782644
027827     MOVE 'BATCH' TO WS-STALE-USER                                02782744
027828     MOVE SPACES TO WS-STALE-DATE WS-STALE-TIME                   02782844
027829     MOVE WS-DED-EMP-ID TO AUD-EMP-ID                             02782944
027830     MOVE WS-SAVE-DATE TO AUD-DATE-KEY                            02783044
027831     MOVE WS-SAVE-TIME TO AUD-TIME-KEY                            02783144
027832     MOVE ZERO TO AUD-SEQ                                         02783244
027833     MOVE 'N' TO WS-AUD-BROWSE-FLAG                               02783344
027834     EXEC CICS STARTBR                                            02783444
027835         FILE('P26AUDIT')                                         02783544
027836         RIDFLD(AUD-KEY)                                          02783644
027837         RESP(WS-AUDIT-RESP-CODE)                                 02783744
027838     END-EXEC                                                     02783844
027839     IF WS-AUDIT-RESP-CODE = DFHRESP(NORMAL)                      02783944
027840         PERFORM LAST-CHANGE-NEXT-PARA                            02784044
027841             UNTIL AUD-BROWSE-DONE                                02784144
027842         EXEC CICS ENDBR                                          02784244
027843             FILE('P26AUDIT')                                     02784344
027844         END-EXEC                                                 02784444
027845     END-IF.                                                      02784544
027846 LAST-CHANGE-NEXT-PARA.                                           02784644
027847     EXEC CICS READNEXT                                           02784744
027848         FILE('P26AUDIT')                                         02784844
027849         INTO(AUDIT-RECORD)                                       02784944
027850         RIDFLD(AUD-KEY)                                          02785044
027851         RESP(WS-AUDIT-RESP-CODE)                                 02785144
027852     END-EXEC                                                     02785244
027853     IF WS-AUDIT-RESP-CODE NOT = DFHRESP(NORMAL)                  02785344
027854        OR AUD-EMP-ID NOT = WS-DED-EMP-ID                         02785444
027855        OR AUD-DATE-KEY NOT = WS-SAVE-DATE                        02785544
027856         SET AUD-BROWSE-DONE TO TRUE                              02785644
027857     ELSE                                                         02785744
027858         IF AUD-SOURCE-FILE = 'P26DFILE'                          02785844
027859            AND AUD-AFTER-IMAGE(1:9) = WS-DED-KEY                 02785944
027860             MOVE AUD-USER-ID TO WS-STALE-USER                    02786044
027861             MOVE AUD-DATE-KEY TO WS-STALE-DATE                   02786144
027862             MOVE AUD-TIME-KEY TO WS-STALE-TIME                   02786244
027863         END-IF                                                   02786344
027864     END-IF.                                                      02786444
027900 BUILD-DED-RECORD-PARA.                                           02790000
028000     MOVE DIDI TO DED-EMP-ID WS-LAST-ID                           02800000
028100     MOVE DTYPEI TO DED-TYPE WS-LAST-TYPE                         02810000
039400     ADD 1 TO WS-AUDIT-SEQ                                        03940000
039500     MOVE WS-AUDIT-SEQ       TO AUD-SEQ                           03950000
039600     MOVE WS-AUDIT-ACTION    TO AUD-ACTION                        03960000
039700     MOVE WS-AUDIT-FILE      TO AUD-SOURCE-FILE                   03970044
039800     MOVE EIBTRMID           TO AUD-TERM-ID                       03980000
039900     MOVE WS-USERID          TO AUD-USER-ID                       03990000
040000     MOVE WS-AUDIT-BEFORE    TO AUD-BEFORE-IMAGE                  04000000
048500     ADD 1 TO WS-ERRLOG-SEQ                                       04850000
048600     MOVE WS-ERRLOG-SEQ      TO ERL-SEQ                           04860000
048700     PERFORM WRITE-ERRLOG-RECORD-PARA.                            04870000
048800 CHECK-SESSION-PARA.                                              04880054
048900     SET SCK-CHECK TO TRUE                                        04890054
049000     EXEC CICS LINK                                               04900054
049100         PROGRAM('P26SESCK')                                      04910054
049200         COMMAREA(SESSION-CHECK-AREA)                             04920054
049300         RESP(WS-SCK-RESP)                                        04930054
049400     END-EXEC                                                     04940054
049500     IF WS-SCK-RESP NOT = DFHRESP(NORMAL)                         04950054
049600        OR NOT SCK-OK                                             04960054
049700        OR SCK-USERID NOT = WS-USERID                             04970054
049800         MOVE 'P26AP13' TO WS-SIGNON-TARGET                       04980054
049900         MOVE 'T'       TO WS-SIGNON-FLAG                         04990054
050000         EXEC CICS XCTL                                           05000054
050100             PROGRAM('P26AP06')                                   05010054
050200             COMMAREA(WS-SIGNON-CA)                               05020054
050300         END-EXEC                                                 05030054
050400     END-IF.                                                      05040054
