002800     03  CLI-PAY-DATE        PIC X(08).                           00280000
002900     03  FILLER              PIC X(01).                           00290000
003000     03  CLI-STATUS          PIC X(01).                           00300000
003100     03  FILLER              PIC X(01).                           00310067
003110     03  CLI-PAY-GROUP       PIC X(02).                           00311067
003120     03  FILLER              PIC X(01).                           00312067
003130     03  CLI-PERIODS-PER-YEAR PIC X(02).                          00313067
003140     03  CLI-PPY-NUM REDEFINES CLI-PERIODS-PER-YEAR               00314067
003150                             PIC 9(02).                           00315067
003160     03  FILLER              PIC X(30).                           00316067
003200 FD  P26PCAL                                                      00320000
003300     LABEL RECORDS ARE STANDARD.                                  00330000
003400     COPY P26PCLR.                                                00340000
007700        AND CLI-PAY-DATE NUMERIC                                  00770000
007800        AND (CLI-STATUS = 'O' OR CLI-STATUS = 'C'                 00780000
007900             OR CLI-STATUS = 'F')                                 00790000
007910        AND (CLI-PERIODS-PER-YEAR = SPACES                        00791067
007920             OR (CLI-PERIODS-PER-YEAR NUMERIC                     00792067
007930                 AND CLI-PPY-NUM > ZERO                           00793067
007940                 AND CLI-PPY-NUM NOT > 52))                       00794067
008000         MOVE CLI-PERIOD TO CAL-PERIOD                            00800000
008100         MOVE CLI-START-DATE TO CAL-START-DATE                    00810000
008200         MOVE CLI-END-DATE TO CAL-END-DATE                        00820000
008300         MOVE CLI-CUTOFF-DATE TO CAL-CUTOFF-DATE                  00830000
008400         MOVE CLI-PAY-DATE TO CAL-PAY-DATE                        00840000
008500         MOVE CLI-STATUS TO CAL-STATUS                            00850000
008510         MOVE CLI-PAY-GROUP TO CAL-PAY-GROUP                      00851067
008520         IF CLI-PERIODS-PER-YEAR = SPACES                         00852067
008530             MOVE 12 TO CAL-PERIODS-PER-YEAR                      00853067
008540         ELSE                                                     00854067
008550             MOVE CLI-PPY-NUM TO CAL-PERIODS-PER-YEAR             00855067
008560         END-IF                                                   00856067
008600         MOVE WS-LOAD-DATE-OUT TO CAL-UPD-DATE                    00860000
008700         MOVE 'P26BP30 ' TO CAL-UPD-USER                          00870000
008800         WRITE PAY-CALENDAR-RECORD                                00880000
