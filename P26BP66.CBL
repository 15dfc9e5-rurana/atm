000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. P26BP66.                                             00020000
000300 ENVIRONMENT DIVISION.                                            00030000
000400 INPUT-OUTPUT SECTION.                                            00040000
000500 FILE-CONTROL.                                                    00050000
000600     SELECT P26PGPARM ASSIGN TO P26PGPARM                         00060000
000700         ORGANIZATION IS LINE SEQUENTIAL                          00070000
000800         FILE STATUS IS WS-PGPARM-STATUS.                         00080000
000900     SELECT P26SFILE ASSIGN TO P26SFILE                           00090000
001000         ORGANIZATION IS INDEXED                                  00100000
001100         ACCESS MODE IS DYNAMIC                                   00110000
001200         RECORD KEY IS STS-EMP-ID                                 00120000
001300         FILE STATUS IS WS-SFILE-STATUS.                          00130000
001400     SELECT P26MFILE ASSIGN TO P26MFILE                           00140000
001500         ORGANIZATION IS INDEXED                                  00150000
001600         ACCESS MODE IS DYNAMIC                                   00160000
001700         RECORD KEY IS EMP-ID                                     00170000
001800         FILE STATUS IS WS-MFILE-STATUS.                          00180000
001900     SELECT P26AFILE ASSIGN TO P26AFILE                           00190000
002000         ORGANIZATION IS INDEXED                                  00200000
002100         ACCESS MODE IS DYNAMIC                                   00210000
002200         RECORD KEY IS AEMP-ID                                    00220000
002300         FILE STATUS IS WS-AFILE-STATUS.                          00230000
002400     SELECT P26CTF ASSIGN TO P26CTF                               00240000
002500         ORGANIZATION IS INDEXED                                  00250000
002600         ACCESS MODE IS DYNAMIC                                   00260000
002700         RECORD KEY IS CTT-EMP-ID                                 00270000
002800         FILE STATUS IS WS-CTF-STATUS.                            00280000
002900     SELECT P26BFILE ASSIGN TO P26BFILE                           00290000
003000         ORGANIZATION IS INDEXED                                  00300000
003100         ACCESS MODE IS DYNAMIC                                   00310000
003200         RECORD KEY IS BNK-EMP-ID                                 00320000
003300         FILE STATUS IS WS-BFILE-STATUS.                          00330000
003400     SELECT P26DFILE ASSIGN TO P26DFILE                           00340000
003500         ORGANIZATION IS INDEXED                                  00350000
003600         ACCESS MODE IS DYNAMIC                                   00360000
003700         RECORD KEY IS DED-KEY                                    00370000
003800         FILE STATUS IS WS-DFILE-STATUS.                          00380000
003900     SELECT P26LFILE ASSIGN TO P26LFILE                           00390000
004000         ORGANIZATION IS INDEXED                                  00400000
004100         ACCESS MODE IS DYNAMIC                                   00410000
004200         RECORD KEY IS LVE-EMP-ID                                 00420000
004300         FILE STATUS IS WS-LFILE-STATUS.                          00430000
004400     SELECT P26LNF ASSIGN TO P26LNF                               00440000
004500         ORGANIZATION IS INDEXED                                  00450000
004600         ACCESS MODE IS DYNAMIC                                   00460000
004700         RECORD KEY IS LN-KEY                                     00470000
004800         FILE STATUS IS WS-LNF-STATUS.                            00480000
004900     SELECT P26PHIST ASSIGN TO P26PHIST                           00490000
005000         ORGANIZATION IS INDEXED                                  00500000
005100         ACCESS MODE IS DYNAMIC                                   00510000
005200         RECORD KEY IS PH-KEY                                     00520000
005300         FILE STATUS IS WS-PHIST-STATUS.                          00530000
005400     SELECT P26ADJF ASSIGN TO P26ADJF                             00540000
005500         ORGANIZATION IS INDEXED                                  00550000
005600         ACCESS MODE IS DYNAMIC                                   00560000
005700         RECORD KEY IS ADJ-KEY                                    00570000
005800         FILE STATUS IS WS-ADJF-STATUS.                           00580000
005900     SELECT P26ARVF ASSIGN TO P26ARVF                             00590000
006000         ORGANIZATION IS INDEXED                                  00600000
006100         ACCESS MODE IS DYNAMIC                                   00610000
006200         RECORD KEY IS ARV-KEY                                    00620000
006300         FILE STATUS IS WS-ARVF-STATUS.                           00630000
006400     SELECT P26AUDIT ASSIGN TO P26AUDIT                           00640000
006500         ORGANIZATION IS INDEXED                                  00650000
006600         ACCESS MODE IS DYNAMIC                                   00660000
006700         RECORD KEY IS AUD-KEY                                    00670000
006800         FILE STATUS IS WS-AUDIT-STATUS.                          00680000
006802     SELECT P26PHDF ASSIGN TO P26PHDF                             00680269
006804         ORGANIZATION IS INDEXED                                  00680469
006806         ACCESS MODE IS DYNAMIC                                   00680669
006808         RECORD KEY IS PHD-KEY                                    00680869
006810         FILE STATUS IS WS-PHDF-STATUS.                           00681069
006812     SELECT P26YTDF ASSIGN TO P26YTDF                             00681269
006814         ORGANIZATION IS INDEXED                                  00681469
006816         ACCESS MODE IS DYNAMIC                                   00681669
006818         RECORD KEY IS YTA-KEY                                    00681869
006820         FILE STATUS IS WS-YTDF-STATUS.                           00682069
006822     SELECT P26ENRF ASSIGN TO P26ENRF                             00682269
006824         ORGANIZATION IS INDEXED                                  00682469
006826         ACCESS MODE IS DYNAMIC                                   00682669
006828         RECORD KEY IS ENR-KEY                                    00682869
006830         FILE STATUS IS WS-ENRF-STATUS.                           00683069
006832     SELECT P26LDF ASSIGN TO P26LDF                               00683269
006834         ORGANIZATION IS INDEXED                                  00683469
006836         ACCESS MODE IS DYNAMIC                                   00683669
006838         RECORD KEY IS LD-KEY                                     00683869
006840         FILE STATUS IS WS-LDF-STATUS.                            00684069
006842     SELECT P26DOCF ASSIGN TO P26DOCF                             00684269
006844         ORGANIZATION IS INDEXED                                  00684469
006846         ACCESS MODE IS DYNAMIC                                   00684669
006848         RECORD KEY IS DOC-KEY                                    00684869
006850         FILE STATUS IS WS-DOCF-STATUS.                           00685069
006852     SELECT P26EXPF ASSIGN TO P26EXPF                             00685269
006854         ORGANIZATION IS INDEXED                                  00685469
006856         ACCESS MODE IS DYNAMIC                                   00685669
006858         RECORD KEY IS EXP-KEY                                    00685869
006860         FILE STATUS IS WS-EXPF-STATUS.                           00686069
006862     SELECT P26APRF ASSIGN TO P26APRF                             00686269
006864         ORGANIZATION IS INDEXED                                  00686469
006866         ACCESS MODE IS DYNAMIC                                   00686669
006868         RECORD KEY IS APR-KEY                                    00686869
006870         FILE STATUS IS WS-APRF-STATUS.                           00687069
006872     SELECT P26PCHF ASSIGN TO P26PCHF                             00687269
006874         ORGANIZATION IS INDEXED                                  00687469
006876         ACCESS MODE IS DYNAMIC                                   00687669
006878         RECORD KEY IS PCH-KEY                                    00687869
006880         FILE STATUS IS WS-PCHF-STATUS.                           00688069
006882     SELECT P26FCHF ASSIGN TO P26FCHF                             00688269
006884         ORGANIZATION IS INDEXED                                  00688469
006886         ACCESS MODE IS DYNAMIC                                   00688669
006888         RECORD KEY IS FCH-KEY                                    00688869
006890         FILE STATUS IS WS-FCHF-STATUS.                           00689069
006900     SELECT P26PGRP ASSIGN TO P26PGRP                             00690000
007000         ORGANIZATION IS LINE SEQUENTIAL                          00700000
007100         FILE STATUS IS WS-PGRP-STATUS.                           00710000
007102     SELECT P26EFILE ASSIGN TO P26EFILE                           00710269
007104         ORGANIZATION IS INDEXED                                  00710469
007106         ACCESS MODE IS DYNAMIC                                   00710669
007108         RECORD KEY IS EEMP-ID                                    00710869
007110         FILE STATUS IS WS-EFILE-STATUS.                          00711069
007112     SELECT P26TSF ASSIGN TO P26TSF                               00711269
007114         ORGANIZATION IS INDEXED                                  00711469
007116         ACCESS MODE IS DYNAMIC                                   00711669
007118         RECORD KEY IS TS-KEY                                     00711869
007120         FILE STATUS IS WS-TSF-STATUS.                            00712069
007122     SELECT P26HRF ASSIGN TO P26HRF                               00712269
007124         ORGANIZATION IS INDEXED                                  00712469
007126         ACCESS MODE IS DYNAMIC                                   00712669
007128         RECORD KEY IS HRT-EMP-ID                                 00712869
007130         FILE STATUS IS WS-HRF-STATUS.                            00713069
007132     SELECT P26LRQF ASSIGN TO P26LRQF                             00713269
007134         ORGANIZATION IS INDEXED                                  00713469
007136         ACCESS MODE IS DYNAMIC                                   00713669
007138         RECORD KEY IS LRQ-KEY                                    00713869
007140         FILE STATUS IS WS-LRQF-STATUS.                           00714069
007142     SELECT P26SUPF ASSIGN TO P26SUPF                             00714269
007144         ORGANIZATION IS INDEXED                                  00714469
007146         ACCESS MODE IS DYNAMIC                                   00714669
007148         RECORD KEY IS SUP-EMP-ID                                 00714869
007150         FILE STATUS IS WS-SUPF-STATUS.                           00715069
007200*                                                                 00720000
007300 DATA DIVISION.                                                   00730000
007400 FILE SECTION.                                                    00740000
007500 FD  P26PGPARM                                                    00750000
007600     LABEL RECORDS ARE STANDARD.                                  00760000
007700 01  PGPARM-RECORD.                                               00770000
007800     03  PGP-YEARS           PIC X(02).                           00780000
007900     03  FILLER              PIC X(01).                           00790000
008000     03  PGP-MODE            PIC X(01).                           00800000
008100     03  FILLER              PIC X(76).                           00810000
008200 FD  P26SFILE                                                     00820000
008300     LABEL RECORDS ARE STANDARD.                                  00830000
008400     COPY P26STR.                                                 00840000
008500 FD  P26MFILE                                                     00850000
008600     LABEL RECORDS ARE STANDARD.                                  00860000
008700     COPY EMPMSTR.                                                00870000
008800 FD  P26AFILE                                                     00880000
008900     LABEL RECORDS ARE STANDARD.                                  00890000
009000     COPY EMPREC REPLACING                                        00900000
009100         ==EMPLOYEE-RECORD== BY ==A-EMPLOYEE-RECORD==             00910000
009200         ==EMP-ID==          BY ==AEMP-ID==                       00920000
009300         ==EMP-NAME==        BY ==AEMP-NAME==                     00930000
009400         ==EMP-TECH==        BY ==AEMP-TECH==                     00940000
009500         ==EMP-LOC==         BY ==AEMP-LOC==                      00950000
009600         ==EMP-DOB==         BY ==AEMP-DOB==                      00960000
009700         ==EMP-EARN==        BY ==AEMP-EARN==                     00970000
009800         ==EMP-DEDN==        BY ==AEMP-DEDN==                     00980000
009900         ==EMP-UPD-DATE==    BY ==AEMP-UPD-DATE==                 00990000
010000         ==EMP-UPD-TIME==    BY ==AEMP-UPD-TIME==                 01000000
010100         ==EMP-UPD-TERM==    BY ==AEMP-UPD-TERM==.                01010000
010200 FD  P26CTF                                                       01020000
010300     LABEL RECORDS ARE STANDARD.                                  01030000
010400     COPY P26CTR.                                                 01040000
010500 FD  P26BFILE                                                     01050000
010600     LABEL RECORDS ARE STANDARD.                                  01060000
010700     COPY P26BNKR.                                                01070000
010800 FD  P26DFILE                                                     01080000
010900     LABEL RECORDS ARE STANDARD.                                  01090000
011000     COPY P26DEDR.                                                01100000
011100 FD  P26LFILE                                                     01110000
011200     LABEL RECORDS ARE STANDARD.                                  01120000
011300     COPY P26LVR.                                                 01130000
011400 FD  P26LNF                                                       01140000
011500     LABEL RECORDS ARE STANDARD.                                  01150000
011600     COPY P26LNR.                                                 01160000
011700 FD  P26PHIST                                                     01170000
011800     LABEL RECORDS ARE STANDARD.                                  01180000
011900     COPY P26PHR.                                                 01190000
012000 FD  P26ADJF                                                      01200000
012100     LABEL RECORDS ARE STANDARD.                                  01210000
012200     COPY P26ADJR.                                                01220000
012300 FD  P26ARVF                                                      01230000
012400     LABEL RECORDS ARE STANDARD.                                  01240000
012500     COPY P26ARVR.                                                01250000
012600 FD  P26AUDIT                                                     01260000
012700     LABEL RECORDS ARE STANDARD.                                  01270000
012800     COPY P26AUDR.                                                01280000
012802 FD  P26PHDF                                                      01280269
012804     LABEL RECORDS ARE STANDARD.                                  01280469
012806     COPY P26PHDR.                                                01280669
012808 FD  P26YTDF                                                      01280869
012810     LABEL RECORDS ARE STANDARD.                                  01281069
012812     COPY P26YTAR.                                                01281269
012814 FD  P26ENRF                                                      01281469
012816     LABEL RECORDS ARE STANDARD.                                  01281669
012818     COPY P26ENRR.                                                01281869
012820 FD  P26LDF                                                       01282069
012822     LABEL RECORDS ARE STANDARD.                                  01282269
012824     COPY P26LDR.                                                 01282469
012826 FD  P26DOCF                                                      01282669
012828     LABEL RECORDS ARE STANDARD.                                  01282869
012830     COPY P26DOCR.                                                01283069
012832 FD  P26EXPF                                                      01283269
012834     LABEL RECORDS ARE STANDARD.                                  01283469
012836     COPY P26EXPR.                                                01283669
012838 FD  P26APRF                                                      01283869
012840     LABEL RECORDS ARE STANDARD.                                  01284069
012842     COPY P26APRR.                                                01284269
012844 FD  P26PCHF                                                      01284469
012846     LABEL RECORDS ARE STANDARD.                                  01284669
012848     COPY P26PCHR.                                                01284869
012850 FD  P26FCHF                                                      01285069
012852     LABEL RECORDS ARE STANDARD.                                  01285269
012854     COPY P26FCHR.                                                01285469
012855 FD  P26EFILE                                                     01285569
012856     LABEL RECORDS ARE STANDARD.                                  01285669
012857     COPY EMP REPLACING                                           01285769
012858         ==EMPLOYEE-RECORD== BY ==E-EMPLOYEE-RECORD==             01285869
012859         ==EMP-ID==          BY ==EEMP-ID==                       01285969
012860         ==EMP-NAME==        BY ==EEMP-NAME==                     01286069
012861         ==EMP-ADDR==        BY ==EEMP-ADDR==                     01286169
012862         ==EMP-DEPT==        BY ==EEMP-DEPT==                     01286269
012863         ==EMP-DOB-YY==      BY ==EEMP-DOB-YY==                   01286369
012864         ==EMP-DOB-MM==      BY ==EEMP-DOB-MM==                   01286469
012865         ==EMP-DOB-DD==      BY ==EEMP-DOB-DD==                   01286569
012866         ==EMP-DOJ-YY==      BY ==EEMP-DOJ-YY==                   01286669
012867         ==EMP-DOJ-MM==      BY ==EEMP-DOJ-MM==                   01286769
012868         ==EMP-DOJ-DD==      BY ==EEMP-DOJ-DD==.                  01286869
012869 FD  P26TSF                                                       01286969
012870     LABEL RECORDS ARE STANDARD.                                  01287069
012871     COPY P26TSR.                                                 01287169
012872 FD  P26HRF                                                       01287269
012873     LABEL RECORDS ARE STANDARD.                                  01287369
012874     COPY P26HRR.                                                 01287469
012875 FD  P26LRQF                                                      01287569
012876     LABEL RECORDS ARE STANDARD.                                  01287669
012877     COPY P26LRQR.                                                01287769
012878 FD  P26SUPF                                                      01287869
012879     LABEL RECORDS ARE STANDARD.                                  01287969
012880     COPY P26SUPR.                                                01288069
012900 FD  P26PGRP                                                      01290000
013000     LABEL RECORDS ARE STANDARD.                                  01300000
013100 01  PGRP-LINE               PIC X(132).                          01310000
013200*                                                                 01320000
013300 WORKING-STORAGE SECTION.                                         01330000
013400 01  WS-PGPARM-STATUS        PIC X(02) VALUE SPACES.              01340000
013500     88  PGPARM-MISSING              VALUE '35'.                  01350000
013600 01  WS-SFILE-STATUS         PIC X(02) VALUE SPACES.              01360000
013700     88  SFILE-MISSING               VALUE '35'.                  01370000
013800 01  WS-MFILE-STATUS         PIC X(02) VALUE SPACES.              01380000
013900     88  MFILE-MISSING               VALUE '35'.                  01390000
014000 01  WS-AFILE-STATUS         PIC X(02) VALUE SPACES.              01400000
014100     88  AFILE-MISSING               VALUE '35'.                  01410000
014200 01  WS-CTF-STATUS           PIC X(02) VALUE SPACES.              01420000
014300     88  CTF-MISSING                 VALUE '35'.                  01430000
014400 01  WS-BFILE-STATUS         PIC X(02) VALUE SPACES.              01440000
014500     88  BFILE-MISSING               VALUE '35'.                  01450000
014600 01  WS-DFILE-STATUS         PIC X(02) VALUE SPACES.              01460000
014700     88  DFILE-MISSING               VALUE '35'.                  01470000
014800 01  WS-LFILE-STATUS         PIC X(02) VALUE SPACES.              01480000
014900     88  LFILE-MISSING               VALUE '35'.                  01490000
015000 01  WS-LNF-STATUS           PIC X(02) VALUE SPACES.              01500000
015100     88  LNF-MISSING                 VALUE '35'.                  01510000
015200 01  WS-PHIST-STATUS         PIC X(02) VALUE SPACES.              01520000
015300     88  PHIST-MISSING               VALUE '35'.                  01530000
015400 01  WS-ADJF-STATUS          PIC X(02) VALUE SPACES.              01540000
015500     88  ADJF-MISSING                VALUE '35'.                  01550000
015600 01  WS-ARVF-STATUS          PIC X(02) VALUE SPACES.              01560000
015700     88  ARVF-MISSING                VALUE '35'.                  01570000
015800 01  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.              01580000
015900     88  AUDIT-DUPKEY                VALUE '22'.                  01590000
016000     88  AUDIT-MISSING               VALUE '35'.                  01600000
016005 01  WS-PHDF-STATUS          PIC X(02) VALUE SPACES.              01600569
016010     88  PHDF-MISSING                VALUE '35'.                  01601069
016015 01  WS-YTDF-STATUS          PIC X(02) VALUE SPACES.              01601569
016020     88  YTDF-MISSING                VALUE '35'.                  01602069
016025 01  WS-ENRF-STATUS          PIC X(02) VALUE SPACES.              01602569
016030     88  ENRF-MISSING                VALUE '35'.                  01603069
016035 01  WS-LDF-STATUS           PIC X(02) VALUE SPACES.              01603569
016040     88  LDF-MISSING                 VALUE '35'.                  01604069
016045 01  WS-DOCF-STATUS          PIC X(02) VALUE SPACES.              01604569
016050     88  DOCF-MISSING                VALUE '35'.                  01605069
016055 01  WS-EXPF-STATUS          PIC X(02) VALUE SPACES.              01605569
016060     88  EXPF-MISSING                VALUE '35'.                  01606069
016065 01  WS-APRF-STATUS          PIC X(02) VALUE SPACES.              01606569
016070     88  APRF-MISSING                VALUE '35'.                  01607069
016075 01  WS-PCHF-STATUS          PIC X(02) VALUE SPACES.              01607569
016080     88  PCHF-MISSING                VALUE '35'.                  01608069
016085 01  WS-FCHF-STATUS          PIC X(02) VALUE SPACES.              01608569
016090     88  FCHF-MISSING                VALUE '35'.                  01609069
016100 01  WS-PGRP-STATUS          PIC X(02) VALUE SPACES.              01610000
016105 01  WS-EFILE-STATUS         PIC X(02) VALUE SPACES.              01610569
016110     88  EFILE-MISSING               VALUE '35'.                  01611069
016115 01  WS-TSF-STATUS           PIC X(02) VALUE SPACES.              01611569
016120     88  TSF-MISSING                 VALUE '35'.                  01612069
016125 01  WS-HRF-STATUS           PIC X(02) VALUE SPACES.              01612569
016130     88  HRF-MISSING                 VALUE '35'.                  01613069
016135 01  WS-LRQF-STATUS          PIC X(02) VALUE SPACES.              01613569
016140     88  LRQF-MISSING                VALUE '35'.                  01614069
016145 01  WS-SUPF-STATUS          PIC X(02) VALUE SPACES.              01614569
016150     88  SUPF-MISSING                VALUE '35'.                  01615069
016200 01  WS-OPEN-FLAGS.                                               01620000
016300     03  WS-MFILE-OPEN-FLAG  PIC X(01) VALUE 'N'.                 01630000
016400         88  MFILE-OPEN              VALUE 'Y'.                   01640000
016500     03  WS-AFILE-OPEN-FLAG  PIC X(01) VALUE 'N'.                 01650000
016600         88  AFILE-OPEN              VALUE 'Y'.                   01660000
016700     03  WS-CTF-OPEN-FLAG    PIC X(01) VALUE 'N'.                 01670000
016800         88  CTF-OPEN                VALUE 'Y'.                   01680000
016900     03  WS-BFILE-OPEN-FLAG  PIC X(01) VALUE 'N'.                 01690000
017000         88  BFILE-OPEN              VALUE 'Y'.                   01700000
017100     03  WS-DFILE-OPEN-FLAG  PIC X(01) VALUE 'N'.                 01710000
017200         88  DFILE-OPEN              VALUE 'Y'.                   01720000
017300     03  WS-LFILE-OPEN-FLAG  PIC X(01) VALUE 'N'.                 01730000
017400         88  LFILE-OPEN              VALUE 'Y'.                   01740000
017500     03  WS-LNF-OPEN-FLAG    PIC X(01) VALUE 'N'.                 01750000
017600         88  LNF-OPEN                VALUE 'Y'.                   01760000
017700     03  WS-PHIST-OPEN-FLAG  PIC X(01) VALUE 'N'.                 01770000
017800         88  PHIST-OPEN              VALUE 'Y'.                   01780000
017805     03  WS-EFILE-OPEN-FLAG  PIC X(01) VALUE 'N'.                 01780569
017810         88  EFILE-OPEN              VALUE 'Y'.                   01781069
017815     03  WS-TSF-OPEN-FLAG    PIC X(01) VALUE 'N'.                 01781569
017820         88  TSF-OPEN                VALUE 'Y'.                   01782069
017825     03  WS-HRF-OPEN-FLAG    PIC X(01) VALUE 'N'.                 01782569
017830         88  HRF-OPEN                VALUE 'Y'.                   01783069
017835     03  WS-LRQF-OPEN-FLAG   PIC X(01) VALUE 'N'.                 01783569
017840         88  LRQF-OPEN               VALUE 'Y'.                   01784069
017845     03  WS-SUPF-OPEN-FLAG   PIC X(01) VALUE 'N'.                 01784569
017850         88  SUPF-OPEN               VALUE 'Y'.                   01785069
017900     03  WS-ADJF-OPEN-FLAG   PIC X(01) VALUE 'N'.                 01790000
018000         88  ADJF-OPEN               VALUE 'Y'.                   01800000
018005     03  WS-PHDF-OPEN-FLAG   PIC X(01) VALUE 'N'.                 01800569
018010         88  PHDF-OPEN               VALUE 'Y'.                   01801069
018015     03  WS-YTDF-OPEN-FLAG   PIC X(01) VALUE 'N'.                 01801569
018020         88  YTDF-OPEN               VALUE 'Y'.                   01802069
018025     03  WS-ENRF-OPEN-FLAG   PIC X(01) VALUE 'N'.                 01802569
018030         88  ENRF-OPEN               VALUE 'Y'.                   01803069
018035     03  WS-LDF-OPEN-FLAG    PIC X(01) VALUE 'N'.                 01803569
018040         88  LDF-OPEN                VALUE 'Y'.                   01804069
018045     03  WS-DOCF-OPEN-FLAG   PIC X(01) VALUE 'N'.                 01804569
018050         88  DOCF-OPEN               VALUE 'Y'.                   01805069
018055     03  WS-EXPF-OPEN-FLAG   PIC X(01) VALUE 'N'.                 01805569
018060         88  EXPF-OPEN               VALUE 'Y'.                   01806069
018065     03  WS-APRF-OPEN-FLAG   PIC X(01) VALUE 'N'.                 01806569
018070         88  APRF-OPEN               VALUE 'Y'.                   01807069
018075     03  WS-PCHF-OPEN-FLAG   PIC X(01) VALUE 'N'.                 01807569
018080         88  PCHF-OPEN               VALUE 'Y'.                   01808069
018085     03  WS-FCHF-OPEN-FLAG   PIC X(01) VALUE 'N'.                 01808569
018090         88  FCHF-OPEN               VALUE 'Y'.                   01809069
018100 01  WS-SFILE-DONE-FLAG      PIC X(01) VALUE 'N'.                 01810000
018200     88  SFILE-DONE                  VALUE 'Y'.                   01820000
018300 01  WS-BROWSE-FLAG          PIC X(01) VALUE 'N'.                 01830000
018400     88  BROWSE-DONE                 VALUE 'Y'.                   01840000
018500 01  WS-ELIGIBLE-FLAG        PIC X(01) VALUE 'N'.                 01850000
018600     88  EMP-ELIGIBLE                VALUE 'Y'.                   01860000
018700     88  EMP-NOT-DUE                 VALUE 'D'.                   01870000
018800 01  WS-ARCH-FAIL-FLAG       PIC X(01) VALUE 'N'.                 01880000
018900     88  ARCHIVE-FAILED              VALUE 'Y'.                   01890000
019000 01  WS-MODE-FLAG            PIC X(01) VALUE 'P'.                 01900000
019100     88  FINAL-RUN                   VALUE 'F'.                   01910000
019200 01  WS-RETAIN-YEARS         PIC 9(02) VALUE 7.                   01920000
019300 01  WS-CUTOFF-DATE.                                              01930000
019400     03  WS-CUTOFF-YY        PIC 9(04).                           01940000
019500     03  WS-CUTOFF-MMDD      PIC 9(04).                           01950000
019600 01  WS-EMP-ID               PIC X(05) VALUE SPACES.              01960000
019700 01  WS-EMP-NAME             PIC X(20) VALUE SPACES.              01970000
019800 01  WS-REASON               PIC X(30) VALUE SPACES.              01980000
019900 01  WS-ARV-SEQ              PIC 9(04) VALUE ZERO.                01990000
020000 01  WS-FILE-IX              PIC 9(02) VALUE ZERO.                02000000
020010 01  WS-YTD-YEAR             PIC 9(04) VALUE ZERO.                02001069
020020 01  WS-YTD-END-YEAR         PIC 9(04) VALUE ZERO.                02002069
020100 01  WS-FILE-NAME-DATA.                                           02010000
020200     03  FILLER              PIC X(08) VALUE 'P26MFILE'.          02020000
020300     03  FILLER              PIC X(08) VALUE 'P26AFILE'.          02030000
020400     03  FILLER              PIC X(08) VALUE 'P26SFILE'.          02040000
020500     03  FILLER              PIC X(08) VALUE 'P26CTF  '.          02050000
020600     03  FILLER              PIC X(08) VALUE 'P26BFILE'.          02060000
020700     03  FILLER              PIC X(08) VALUE 'P26DFILE'.          02070000
020800     03  FILLER              PIC X(08) VALUE 'P26LFILE'.          02080000
020900     03  FILLER              PIC X(08) VALUE 'P26LNF  '.          02090000
021000     03  FILLER              PIC X(08) VALUE 'P26PHIST'.          02100000
021010     03  FILLER              PIC X(08) VALUE 'P26PHDF '.          02101069
021020     03  FILLER              PIC X(08) VALUE 'P26YTDF '.          02102069
021030     03  FILLER              PIC X(08) VALUE 'P26ENRF '.          02103069
021040     03  FILLER              PIC X(08) VALUE 'P26LDF  '.          02104069
021050     03  FILLER              PIC X(08) VALUE 'P26DOCF '.          02105069
021060     03  FILLER              PIC X(08) VALUE 'P26EXPF '.          02106069
021070     03  FILLER              PIC X(08) VALUE 'P26APRF '.          02107069
021080     03  FILLER              PIC X(08) VALUE 'P26PCHF '.          02108069
021090     03  FILLER              PIC X(08) VALUE 'P26FCHF '.          02109069
021091     03  FILLER              PIC X(08) VALUE 'P26EFILE'.          02109169
021092     03  FILLER              PIC X(08) VALUE 'P26TSF  '.          02109269
021093     03  FILLER              PIC X(08) VALUE 'P26HRF  '.          02109369
021094     03  FILLER              PIC X(08) VALUE 'P26LRQF '.          02109469
021095     03  FILLER              PIC X(08) VALUE 'P26SUPF '.          02109569
021100 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-DATA.              02110000
021200     03  WS-FILE-NAME        PIC X(08) OCCURS 23 TIMES.           02120069
021300 01  WS-EMP-COUNTS.                                               02130000
021400     03  WS-EMP-ARCH         PIC 9(05) OCCURS 23 TIMES.           02140069
021500     03  WS-EMP-DEL          PIC 9(05) OCCURS 23 TIMES.           02150069
021600 01  WS-RUN-COUNTS.                                               02160000
021700     03  WS-RUN-ARCH         PIC 9(07) OCCURS 23 TIMES.           02170069
021800     03  WS-RUN-DEL          PIC 9(07) OCCURS 23 TIMES.           02180069
021900 01  WS-EMP-TOTAL            PIC 9(07) VALUE ZERO.                02190000
022000 01  WS-EMP-GROSS            PIC 9(11)V99 VALUE ZERO.             02200000
022100 01  WS-RUN-GROSS            PIC 9(13)V99 VALUE ZERO.             02210000
022200 01  WS-RUN-RECORDS          PIC 9(09) VALUE ZERO.                02220000
022300 01  WS-READ-COUNT           PIC 9(07) VALUE ZERO.                02230000
022400 01  WS-TERM-COUNT           PIC 9(07) VALUE ZERO.                02240000
022500 01  WS-NOT-DUE-COUNT        PIC 9(07) VALUE ZERO.                02250000
022600 01  WS-HELD-COUNT           PIC 9(07) VALUE ZERO.                02260000
022700 01  WS-ELIG-COUNT           PIC 9(07) VALUE ZERO.                02270000
022800 01  WS-ARCHIVED-COUNT       PIC 9(07) VALUE ZERO.                02280000
022900 01  WS-FAIL-COUNT           PIC 9(07) VALUE ZERO.                02290000
023000 01  WS-AUDIT-SEQ            PIC 9(02) VALUE ZERO.                02300000
023100 01  WS-AUDIT-BEFORE         PIC X(135) VALUE SPACES.             02310000
023200 01  WS-CURRENT-DATE.                                             02320000
023300     03  WS-CURR-YY          PIC 9(04).                           02330000
023400     03  WS-CURR-MM          PIC 9(02).                           02340000
023500     03  WS-CURR-DD          PIC 9(02).                           02350000
023600 01  WS-CURRENT-TIME         PIC 9(08).                           02360000
023700 01  WS-RUN-DATE-OUT         PIC X(10) VALUE SPACES.              02370000
023800 01  WS-RUN-TIME-OUT         PIC X(08) VALUE SPACES.              02380000
023900 01  WS-HEADING-LINE.                                             02390000
024000     03  FILLER              PIC X(44) VALUE                      02400000
024100         'P26BP66  TERMINATED EMPLOYEE ARCHIVE/PURGE'.            02410000
024200     03  FILLER              PIC X(10) VALUE 'RUN DATE '.         02420000
024300     03  HL-RUN-DATE         PIC X(10).                           02430000
024400     03  FILLER              PIC X(02) VALUE SPACES.              02440000
024500     03  HL-MODE             PIC X(12).                           02450000
024600     03  FILLER              PIC X(02) VALUE SPACES.              02460000
024700     03  FILLER              PIC X(18) VALUE                      02470000
024800         'TERMINATED BEFORE '.                                    02480000
024900     03  HL-CUTOFF           PIC X(08).                           02490000
025000 01  WS-COLUMN-LINE.                                              02500000
025100     03  FILLER              PIC X(40) VALUE                      02510000
025200         'EMPID NAME                 TERM-DT  RESU'.              02520000
025300     03  FILLER              PIC X(40) VALUE                      02530000
025400         'LT     RECS   REASON                    '.              02540000
025500 01  WS-RESULT-LINE.                                              02550000
025600     03  RL-EMP-ID           PIC X(05).                           02560000
025700     03  FILLER              PIC X(01) VALUE SPACES.              02570000
025800     03  RL-NAME             PIC X(20).                           02580000
025900     03  FILLER              PIC X(01) VALUE SPACES.              02590000
026000     03  RL-TERM-DATE        PIC X(08).                           02600000
026100     03  FILLER              PIC X(01) VALUE SPACES.              02610000
026200     03  RL-RESULT           PIC X(10).                           02620000
026300     03  FILLER              PIC X(01) VALUE SPACES.              02630000
026400     03  RL-RECORDS          PIC ZZZZ9.                           02640000
026500     03  FILLER              PIC X(02) VALUE SPACES.              02650000
026600     03  RL-REASON           PIC X(30).                           02660000
026700 01  WS-CONTROL-HEADING      PIC X(132) VALUE                     02670000
026800     'CONTROL TOTALS BY FILE      ARCHIVED     DELETED'.          02680000
026900 01  WS-CONTROL-LINE.                                             02690000
027000     03  CL-FILE             PIC X(08).                           02700000
027100     03  FILLER              PIC X(14) VALUE SPACES.              02710000
027200     03  CL-ARCHIVED         PIC Z,ZZZ,ZZ9.                       02720000
027300     03  FILLER              PIC X(03) VALUE SPACES.              02730000
027400     03  CL-DELETED          PIC Z,ZZZ,ZZ9.                       02740000
027500     03  FILLER              PIC X(02) VALUE SPACES.              02750000
027600     03  CL-FLAG             PIC X(14).                           02760000
027700 01  WS-SUMMARY-LINE.                                             02770000
027800     03  SM-LABEL            PIC X(40).                           02780000
027900     03  SM-COUNT            PIC Z,ZZZ,ZZ9.                       02790000
028000 01  WS-HASH-LINE.                                                02800000
028100     03  FILLER              PIC X(40) VALUE                      02810000
028200         'PAY HISTORY GROSS ARCHIVED'.                            02820000
028300     03  HS-GROSS            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              02830000
028400     COPY P26RCC.                                                 02840000
028500*                                                                 02850000
028600 PROCEDURE DIVISION.                                              02860000
028700 MAIN-PARA.                                                       02870000
028800     PERFORM REGISTER-START-PARA                                  02880000
028900     PERFORM INITIALIZATION-PARA                                  02890000
029000     PERFORM PROCESS-PARA                                         02900000
029100         UNTIL SFILE-DONE                                         02910000
029200     PERFORM TERMINATION-PARA                                     02920000
029300     PERFORM REGISTER-END-PARA                                    02930000
029400     STOP RUN.                                                    02940000
029500*                                                                 02950000
029600 INITIALIZATION-PARA.                                             02960000
029700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD                    02970000
029800     ACCEPT WS-CURRENT-TIME FROM TIME                             02980000
029900     STRING WS-CURR-DD '/' WS-CURR-MM '/' WS-CURR-YY              02990000
030000         DELIMITED BY SIZE INTO WS-RUN-DATE-OUT                   03000000
030100     MOVE WS-CURRENT-TIME TO WS-RUN-TIME-OUT                      03010000
030200     PERFORM READ-PGPARM-PARA                                     03020000
030300     COMPUTE WS-CUTOFF-YY = WS-CURR-YY - WS-RETAIN-YEARS          03030000
030400     COMPUTE WS-CUTOFF-MMDD = WS-CURR-MM * 100 + WS-CURR-DD       03040000
030500     PERFORM OPEN-FILES-PARA                                      03050000
030600     MOVE WS-RUN-DATE-OUT TO HL-RUN-DATE                          03060000
030700     IF FINAL-RUN                                                 03070000
030800         MOVE 'FINAL PURGE' TO HL-MODE                            03080000
030900     ELSE                                                         03090000
031000         MOVE 'PROOF ONLY' TO HL-MODE                             03100000
031100     END-IF                                                       03110000
031200     MOVE WS-CUTOFF-DATE TO HL-CUTOFF                             03120000
031300     MOVE WS-HEADING-LINE TO PGRP-LINE                            03130000
031400     WRITE PGRP-LINE                                              03140000
031500     MOVE SPACES TO PGRP-LINE                                     03150000
031600     WRITE PGRP-LINE                                              03160000
031700     MOVE WS-COLUMN-LINE TO PGRP-LINE                             03170000
031800     WRITE PGRP-LINE                                              03180000
031900     IF SFILE-MISSING                                             03190000
032000         DISPLAY 'P26BP66 STATUS FILE NOT AVAILABLE'              03200000
032100         SET SFILE-DONE TO TRUE                                   03210000
032200     ELSE                                                         03220000
032300         PERFORM READ-SFILE-PARA                                  03230000
032400     END-IF.                                                      03240000
032500*                                                                 03250000
032600 READ-PGPARM-PARA.                                                03260000
032700     MOVE SPACES TO PGPARM-RECORD                                 03270000
032800     OPEN INPUT P26PGPARM                                         03280000
032900     IF NOT PGPARM-MISSING                                        03290000
033000         READ P26PGPARM                                           03300000
033100             AT END                                               03310000
033200                 MOVE SPACES TO PGPARM-RECORD                     03320000
033300         END-READ                                                 03330000
033400         CLOSE P26PGPARM                                          03340000
033500     END-IF                                                       03350000
033600     IF PGP-YEARS NUMERIC                                         03360000
033700         IF PGP-YEARS > ZERO                                      03370000
033800             MOVE PGP-YEARS TO WS-RETAIN-YEARS                    03380000
033900         END-IF                                                   03390000
034000     END-IF                                                       03400000
034100     IF PGP-MODE = 'F'                                            03410000
034200         MOVE 'F' TO WS-MODE-FLAG                                 03420000
034300     END-IF.                                                      03430000
034400*                                                                 03440000
034500 OPEN-FILES-PARA.                                                 03450000
034600     OPEN I-O P26SFILE                                            03460000
034700     OPEN I-O P26MFILE                                            03470000
034800     IF NOT MFILE-MISSING                                         03480000
034900         SET MFILE-OPEN TO TRUE                                   03490000
035000     END-IF                                                       03500000
035100     OPEN I-O P26AFILE                                            03510000
035200     IF NOT AFILE-MISSING                                         03520000
035300         SET AFILE-OPEN TO TRUE                                   03530000
035400     END-IF                                                       03540000
035500     OPEN I-O P26CTF                                              03550000
035600     IF NOT CTF-MISSING                                           03560000
035700         SET CTF-OPEN TO TRUE                                     03570000
035800     END-IF                                                       03580000
035900     OPEN I-O P26BFILE                                            03590000
036000     IF NOT BFILE-MISSING                                         03600000
036100         SET BFILE-OPEN TO TRUE                                   03610000
036200     END-IF                                                       03620000
036300     OPEN I-O P26DFILE                                            03630000
036400     IF NOT DFILE-MISSING                                         03640000
036500         SET DFILE-OPEN TO TRUE                                   03650000
036600     END-IF                                                       03660000
036700     OPEN I-O P26LFILE                                            03670000
036800     IF NOT LFILE-MISSING                                         03680000
036900         SET LFILE-OPEN TO TRUE                                   03690000
037000     END-IF                                                       03700000
037100     OPEN I-O P26LNF                                              03710000
037200     IF NOT LNF-MISSING                                           03720000
037300         SET LNF-OPEN TO TRUE                                     03730000
037400     END-IF                                                       03740000
037500     OPEN I-O P26PHIST                                            03750000
037600     IF NOT PHIST-MISSING                                         03760000
037700         SET PHIST-OPEN TO TRUE                                   03770000
037800     END-IF                                                       03780000
037900     OPEN INPUT P26ADJF                                           03790000
038000     IF NOT ADJF-MISSING                                          03800000
038100         SET ADJF-OPEN TO TRUE                                    03810000
038200     END-IF                                                       03820000
038202     OPEN I-O P26PHDF                                             03820269
038204     IF NOT PHDF-MISSING                                          03820469
038206         SET PHDF-OPEN TO TRUE                                    03820669
038208     END-IF                                                       03820869
038210     OPEN I-O P26YTDF                                             03821069
038212     IF NOT YTDF-MISSING                                          03821269
038214         SET YTDF-OPEN TO TRUE                                    03821469
038216     END-IF                                                       03821669
038218     OPEN I-O P26ENRF                                             03821869
038220     IF NOT ENRF-MISSING                                          03822069
038222         SET ENRF-OPEN TO TRUE                                    03822269
038224     END-IF                                                       03822469
038226     OPEN I-O P26LDF                                              03822669
038228     IF NOT LDF-MISSING                                           03822869
038230         SET LDF-OPEN TO TRUE                                     03823069
038232     END-IF                                                       03823269
038234     OPEN I-O P26DOCF                                             03823469
038236     IF NOT DOCF-MISSING                                          03823669
038238         SET DOCF-OPEN TO TRUE                                    03823869
038240     END-IF                                                       03824069
038242     OPEN I-O P26EXPF                                             03824269
038244     IF NOT EXPF-MISSING                                          03824469
038246         SET EXPF-OPEN TO TRUE                                    03824669
038248     END-IF                                                       03824869
038250     OPEN I-O P26APRF                                             03825069
038252     IF NOT APRF-MISSING                                          03825269
038254         SET APRF-OPEN TO TRUE                                    03825469
038256     END-IF                                                       03825669
038258     OPEN I-O P26PCHF                                             03825869
038260     IF NOT PCHF-MISSING                                          03826069
038262         SET PCHF-OPEN TO TRUE                                    03826269
038264     END-IF                                                       03826469
038266     OPEN I-O P26FCHF                                             03826669
038268     IF NOT FCHF-MISSING                                          03826869
038270         SET FCHF-OPEN TO TRUE                                    03827069
038272     END-IF                                                       03827269
038273     OPEN I-O P26EFILE                                            03827369
038274     IF NOT EFILE-MISSING                                         03827469
038275         SET EFILE-OPEN TO TRUE                                   03827569
038276     END-IF                                                       03827669
038277     OPEN I-O P26TSF                                              03827769
038278     IF NOT TSF-MISSING                                           03827869
038279         SET TSF-OPEN TO TRUE                                     03827969
038280     END-IF                                                       03828069
038281     OPEN I-O P26HRF                                              03828169
038282     IF NOT HRF-MISSING                                           03828269
038283         SET HRF-OPEN TO TRUE                                     03828369
038284     END-IF                                                       03828469
038285     OPEN I-O P26LRQF                                             03828569
038286     IF NOT LRQF-MISSING                                          03828669
038287         SET LRQF-OPEN TO TRUE                                    03828769
038288     END-IF                                                       03828869
038289     OPEN I-O P26SUPF                                             03828969
038290     IF NOT SUPF-MISSING                                          03829069
038291         SET SUPF-OPEN TO TRUE                                    03829169
038292     END-IF                                                       03829269
038300     OPEN I-O P26ARVF                                             03830000
038400     IF ARVF-MISSING                                              03840000
038500         OPEN OUTPUT P26ARVF                                      03850000
038600         CLOSE P26ARVF                                            03860000
038700         OPEN I-O P26ARVF                                         03870000
038800     END-IF                                                       03880000
038900     OPEN I-O P26AUDIT                                            03890000
039000     IF AUDIT-MISSING                                             03900000
039100         OPEN OUTPUT P26AUDIT                                     03910000
039200         CLOSE P26AUDIT                                           03920000
039300         OPEN I-O P26AUDIT                                        03930000
039400     END-IF                                                       03940000
039500     OPEN OUTPUT P26PGRP                                          03950000
039600     MOVE ZERO TO WS-RUN-COUNTS.                                  03960000
039700*                                                                 03970000
039800 READ-SFILE-PARA.                                                 03980000
039900     READ P26SFILE NEXT RECORD                                    03990000
040000         AT END                                                   04000000
040100             SET SFILE-DONE TO TRUE                               04010000
040200     END-READ.                                                    04020000
040300*                                                                 04030000
040400 PROCESS-PARA.                                                    04040000
040500     ADD 1 TO WS-READ-COUNT                                       04050000
040600     IF STS-TERMINATED                                            04060000
040700         ADD 1 TO WS-TERM-COUNT                                   04070000
040800         MOVE STS-EMP-ID TO WS-EMP-ID                             04080000
040900         PERFORM CHECK-ELIGIBLE-PARA                              04090000
041000         EVALUATE TRUE                                            04100000
041100             WHEN EMP-NOT-DUE                                     04110000
041200                 ADD 1 TO WS-NOT-DUE-COUNT                        04120000
041300             WHEN EMP-ELIGIBLE                                    04130000
041400                 ADD 1 TO WS-ELIG-COUNT                           04140000
041500                 PERFORM ARCHIVE-EMPLOYEE-PARA                    04150000
041600             WHEN OTHER                                           04160000
041700                 ADD 1 TO WS-HELD-COUNT                           04170000
041800                 MOVE 'HELD' TO RL-RESULT                         04180000
041900                 MOVE ZERO TO WS-EMP-TOTAL                        04190000
042000                 PERFORM RESULT-LINE-PARA                         04200000
042100         END-EVALUATE                                             04210000
042200     END-IF                                                       04220000
042300     PERFORM READ-SFILE-PARA.                                     04230000
042400*                                                                 04240000
042500 CHECK-ELIGIBLE-PARA.                                             04250000
042600     MOVE 'Y' TO WS-ELIGIBLE-FLAG                                 04260000
042700     MOVE SPACES TO WS-REASON                                     04270000
042800     MOVE SPACES TO WS-EMP-NAME                                   04280000
042900     IF STS-TERM-DATE NOT NUMERIC                                 04290000
043000        OR STS-TERM-DATE NOT < WS-CUTOFF-DATE                     04300000
043100         MOVE 'D' TO WS-ELIGIBLE-FLAG                             04310000
043200     END-IF                                                       04320000
043300     IF EMP-ELIGIBLE AND MFILE-OPEN                               04330000
043400         MOVE WS-EMP-ID TO EMP-ID                                 04340000
043500         READ P26MFILE                                            04350000
043600             INVALID KEY                                          04360000
043700                 CONTINUE                                         04370000
043800             NOT INVALID KEY                                      04380000
043900                 MOVE EMP-NAME TO WS-EMP-NAME                     04390000
044000         END-READ                                                 04400000
044100     END-IF                                                       04410000
044200     IF EMP-ELIGIBLE AND LNF-OPEN                                 04420000
044300         PERFORM CHECK-LOANS-PARA                                 04430000
044400     END-IF                                                       04440000
044500     IF EMP-ELIGIBLE AND ADJF-OPEN                                04450000
044600         PERFORM CHECK-ADJUST-PARA                                04460000
044700     END-IF                                                       04470000
044800     IF EMP-ELIGIBLE                                              04480000
044900         MOVE WS-EMP-ID TO ARV-EMP-ID                             04490000
045000         MOVE '*CONTROL' TO ARV-SOURCE-FILE                       04500000
045100         MOVE ZERO TO ARV-SEQ                                     04510000
045200         READ P26ARVF                                             04520000
045300             INVALID KEY                                          04530000
045400                 CONTINUE                                         04540000
045500             NOT INVALID KEY                                      04550000
045600                 MOVE 'ALREADY ON ARCHIVE' TO WS-REASON           04560000
045700                 MOVE 'N' TO WS-ELIGIBLE-FLAG                     04570000
045800         END-READ                                                 04580000
045900     END-IF.                                                      04590000
046000*                                                                 04600000
046100 CHECK-LOANS-PARA.                                                04610000
046200     MOVE 'N' TO WS-BROWSE-FLAG                                   04620000
046300     MOVE WS-EMP-ID TO LN-EMP-ID                                  04630000
046400     MOVE ZERO TO LN-LOAN-NO                                      04640000
046500     START P26LNF KEY IS NOT LESS THAN LN-KEY                     04650000
046600         INVALID KEY                                              04660000
046700             SET BROWSE-DONE TO TRUE                              04670000
046800     END-START                                                    04680000
046900     PERFORM CHECK-LOANS-NEXT-PARA                                04690000
047000         UNTIL BROWSE-DONE.                                       04700000
047100*                                                                 04710000
047200 CHECK-LOANS-NEXT-PARA.                                           04720000
047300     READ P26LNF NEXT RECORD                                      04730000
047400         AT END                                                   04740000
047500             SET BROWSE-DONE TO TRUE                              04750000
047600     END-READ                                                     04760000
047700     IF NOT BROWSE-DONE                                           04770000
047800         IF LN-EMP-ID NOT = WS-EMP-ID                             04780000
047900             SET BROWSE-DONE TO TRUE                              04790000
048000         ELSE                                                     04800000
048100             IF LN-ACTIVE                                         04810000
048200                 MOVE 'OPEN LOAN ON FILE' TO WS-REASON            04820000
048300                 MOVE 'N' TO WS-ELIGIBLE-FLAG                     04830000
048400                 SET BROWSE-DONE TO TRUE                          04840000
048500             END-IF                                               04850000
048600         END-IF                                                   04860000
048700     END-IF.                                                      04870000
048800*                                                                 04880000
048900 CHECK-ADJUST-PARA.                                               04890000
049000     MOVE 'N' TO WS-BROWSE-FLAG                                   04900000
049100     MOVE WS-EMP-ID TO ADJ-EMP-ID                                 04910000
049200     MOVE ZERO TO ADJ-SEQ                                         04920000
049300     START P26ADJF KEY IS NOT LESS THAN ADJ-KEY                   04930000
049400         INVALID KEY                                              04940000
049500             SET BROWSE-DONE TO TRUE                              04950000
049600     END-START                                                    04960000
049700     PERFORM CHECK-ADJUST-NEXT-PARA                               04970000
049800         UNTIL BROWSE-DONE.                                       04980000
049900*                                                                 04990000
050000 CHECK-ADJUST-NEXT-PARA.                                          05000000
050100     READ P26ADJF NEXT RECORD                                     05010000
050200         AT END                                                   05020000
050300             SET BROWSE-DONE TO TRUE                              05030000
050400     END-READ                                                     05040000
050500     IF NOT BROWSE-DONE                                           05050000
050600         IF ADJ-EMP-ID NOT = WS-EMP-ID                            05060000
050700             SET BROWSE-DONE TO TRUE                              05070000
050800         ELSE                                                     05080000
050900             IF ADJ-PENDING                                       05090000
051000                 MOVE 'PENDING PAY ADJUSTMENT' TO WS-REASON       05100000
051100                 MOVE 'N' TO WS-ELIGIBLE-FLAG                     05110000
051200                 SET BROWSE-DONE TO TRUE                          05120000
051300             END-IF                                               05130000
051400         END-IF                                                   05140000
051500     END-IF.                                                      05150000
051600*                                                                 05160000
051700 ARCHIVE-EMPLOYEE-PARA.                                           05170000
051800     MOVE ZERO TO WS-EMP-COUNTS                                   05180000
051900     MOVE ZERO TO WS-EMP-TOTAL                                    05190000
052000     MOVE ZERO TO WS-EMP-GROSS                                    05200000
052100     MOVE ZERO TO WS-ARV-SEQ                                      05210000
052200     MOVE 'N' TO WS-ARCH-FAIL-FLAG                                05220000
052300     MOVE SPACES TO WS-AUDIT-BEFORE                               05230000
052400     IF FINAL-RUN                                                 05240000
052500         PERFORM CLEAR-PARTIAL-PARA                               05250000
052600     END-IF                                                       05260000
052700     PERFORM ARCHIVE-MFILE-PARA                                   05270000
052800     PERFORM ARCHIVE-AFILE-PARA                                   05280000
052900     PERFORM ARCHIVE-SFILE-PARA                                   05290000
053000     PERFORM ARCHIVE-CTF-PARA                                     05300000
053100     PERFORM ARCHIVE-BFILE-PARA                                   05310000
053200     PERFORM ARCHIVE-DFILE-PARA                                   05320000
053300     PERFORM ARCHIVE-LFILE-PARA                                   05330000
053400     PERFORM ARCHIVE-LNF-PARA                                     05340000
053500     PERFORM ARCHIVE-PHIST-PARA                                   05350000
053510     PERFORM ARCHIVE-PHDF-PARA                                    05351069
053520     PERFORM ARCHIVE-YTDF-PARA                                    05352069
053530     PERFORM ARCHIVE-ENRF-PARA                                    05353069
053540     PERFORM ARCHIVE-LDF-PARA                                     05354069
053550     PERFORM ARCHIVE-DOCF-PARA                                    05355069
053560     PERFORM ARCHIVE-EXPF-PARA                                    05356069
053570     PERFORM ARCHIVE-APRF-PARA                                    05357069
053580     PERFORM ARCHIVE-PCHF-PARA                                    05358069
053590     PERFORM ARCHIVE-FCHF-PARA                                    05359069
053591     PERFORM ARCHIVE-EFILE-PARA                                   05359169
053592     PERFORM ARCHIVE-TSF-PARA                                     05359269
053593     PERFORM ARCHIVE-HRF-PARA                                     05359369
053594     PERFORM ARCHIVE-LRQF-PARA                                    05359469
053595     PERFORM ARCHIVE-SUPF-PARA                                    05359569
053600     IF NOT FINAL-RUN                                             05360000
053700         MOVE 'ELIGIBLE' TO RL-RESULT                             05370000
053800         MOVE 'PROOF RUN - NOT PURGED' TO WS-REASON               05380000
053900         PERFORM RESULT-LINE-PARA                                 05390000
054000     ELSE                                                         05400000
054100         IF ARCHIVE-FAILED                                        05410000
054200             ADD 1 TO WS-FAIL-COUNT                               05420000
054300             MOVE 'FAILED' TO RL-RESULT                           05430000
054400             MOVE 'ARCHIVE WRITE FAILED' TO WS-REASON             05440000
054500             PERFORM RESULT-LINE-PARA                             05450000
054600         ELSE                                                     05460000
054700             PERFORM DELETE-EMPLOYEE-PARA                         05470000
054800             PERFORM WRITE-CONTROL-PARA                           05480000
054900             PERFORM WRITE-AUDIT-PARA                             05490000
055000             ADD 1 TO WS-ARCHIVED-COUNT                           05500000
055100             MOVE 'ARCHIVED' TO RL-RESULT                         05510000
055200             PERFORM CHECK-BALANCE-PARA                           05520000
055300             PERFORM RESULT-LINE-PARA                             05530000
055400         END-IF                                                   05540000
055500     END-IF                                                       05550000
055600     PERFORM ACCUMULATE-PARA                                      05560000
055700         VARYING WS-FILE-IX FROM 1 BY 1                           05570000
055800         UNTIL WS-FILE-IX > 23                                    05580069
055900     ADD WS-EMP-GROSS TO WS-RUN-GROSS.                            05590000
056000*                                                                 05600000
056100 CLEAR-PARTIAL-PARA.                                              05610000
056200     MOVE 'N' TO WS-BROWSE-FLAG                                   05620000
056300     MOVE WS-EMP-ID TO ARV-EMP-ID                                 05630000
056400     MOVE LOW-VALUES TO ARV-SOURCE-FILE                           05640000
056500     MOVE ZERO TO ARV-SEQ                                         05650000
056600     START P26ARVF KEY IS NOT LESS THAN ARV-KEY                   05660000
056700         INVALID KEY                                              05670000
056800             SET BROWSE-DONE TO TRUE                              05680000
056900     END-START                                                    05690000
057000     PERFORM CLEAR-PARTIAL-NEXT-PARA                              05700000
057100         UNTIL BROWSE-DONE.                                       05710000
057200*                                                                 05720000
057300 CLEAR-PARTIAL-NEXT-PARA.                                         05730000
057400     READ P26ARVF NEXT RECORD                                     05740000
057500         AT END                                                   05750000
057600             SET BROWSE-DONE TO TRUE                              05760000
057700     END-READ                                                     05770000
057800     IF NOT BROWSE-DONE                                           05780000
057900         IF ARV-EMP-ID NOT = WS-EMP-ID                            05790000
058000             SET BROWSE-DONE TO TRUE                              05800000
058100         ELSE                                                     05810000
058200             DELETE P26ARVF RECORD                                05820000
058300                 INVALID KEY                                      05830000
058400                     CONTINUE                                     05840000
058500             END-DELETE                                           05850000
058600         END-IF                                                   05860000
058700     END-IF.                                                      05870000
058800*                                                                 05880000
058900 ARCHIVE-MFILE-PARA.                                              05890000
059000     IF MFILE-OPEN                                                05900000
059100         MOVE WS-EMP-ID TO EMP-ID                                 05910000
059200         READ P26MFILE                                            05920000
059300             INVALID KEY                                          05930000
059400                 CONTINUE                                         05940000
059500             NOT INVALID KEY                                      05950000
059600                 MOVE EMPLOYEE-MASTER-RECORD TO WS-AUDIT-BEFORE   05960000
059700                 MOVE 1 TO WS-FILE-IX                             05970000
059800                 MOVE EMPLOYEE-MASTER-RECORD TO ARV-IMAGE         05980000
059900                 PERFORM PUT-ARCHIVE-PARA                         05990000
060000         END-READ                                                 06000000
060100     END-IF.                                                      06010000
060200*                                                                 06020000
060300 ARCHIVE-AFILE-PARA.                                              06030000
060400     IF AFILE-OPEN                                                06040000
060500         MOVE WS-EMP-ID TO AEMP-ID                                06050000
060600         READ P26AFILE                                            06060000
060700             INVALID KEY                                          06070000
060800                 CONTINUE                                         06080000
060900             NOT INVALID KEY                                      06090000
061000                 MOVE 2 TO WS-FILE-IX                             06100000
061100                 MOVE A-EMPLOYEE-RECORD TO ARV-IMAGE              06110000
061200                 PERFORM PUT-ARCHIVE-PARA                         06120000
061300         END-READ                                                 06130000
061400     END-IF.                                                      06140000
061500*                                                                 06150000
061600 ARCHIVE-SFILE-PARA.                                              06160000
061700     MOVE 3 TO WS-FILE-IX                                         06170000
061800     MOVE EMP-STATUS-RECORD TO ARV-IMAGE                          06180000
061900     PERFORM PUT-ARCHIVE-PARA.                                    06190000
062000*                                                                 06200000
062100 ARCHIVE-CTF-PARA.                                                06210000
062200     IF CTF-OPEN                                                  06220000
062300         MOVE WS-EMP-ID TO CTT-EMP-ID                             06230000
062400         READ P26CTF                                              06240000
062500             INVALID KEY                                          06250000
062600                 CONTINUE                                         06260000
062700             NOT INVALID KEY                                      06270000
062800                 MOVE 4 TO WS-FILE-IX                             06280000
062900                 MOVE CONTACT-RECORD TO ARV-IMAGE                 06290000
063000                 PERFORM PUT-ARCHIVE-PARA                         06300000
063100         END-READ                                                 06310000
063200     END-IF.                                                      06320000
063300*                                                                 06330000
063400 ARCHIVE-BFILE-PARA.                                              06340000
063500     IF BFILE-OPEN                                                06350000
063600         MOVE WS-EMP-ID TO BNK-EMP-ID                             06360000
063700         READ P26BFILE                                            06370000
063800             INVALID KEY                                          06380000
063900                 CONTINUE                                         06390000
064000             NOT INVALID KEY                                      06400000
064100                 MOVE 5 TO WS-FILE-IX                             06410000
064200                 MOVE BANK-RECORD TO ARV-IMAGE                    06420000
064300                 PERFORM PUT-ARCHIVE-PARA                         06430000
064400         END-READ                                                 06440000
064500     END-IF.                                                      06450000
064600*                                                                 06460000
064700 ARCHIVE-DFILE-PARA.                                              06470000
064800     IF DFILE-OPEN                                                06480000
064900         MOVE 'N' TO WS-BROWSE-FLAG                               06490000
065000         MOVE LOW-VALUES TO DED-KEY                               06500000
065100         MOVE WS-EMP-ID TO DED-EMP-ID                             06510000
065200         START P26DFILE KEY IS NOT LESS THAN DED-KEY              06520000
065300             INVALID KEY                                          06530000
065400                 SET BROWSE-DONE TO TRUE                          06540000
065500         END-START                                                06550000
065600         PERFORM ARCHIVE-DFILE-NEXT-PARA                          06560000
065700             UNTIL BROWSE-DONE                                    06570000
065800     END-IF.                                                      06580000
065900*                                                                 06590000
066000 ARCHIVE-DFILE-NEXT-PARA.                                         06600000
066100     READ P26DFILE NEXT RECORD                                    06610000
066200         AT END                                                   06620000
066300             SET BROWSE-DONE TO TRUE                              06630000
066400     END-READ                                                     06640000
066500     IF NOT BROWSE-DONE                                           06650000
066600         IF DED-EMP-ID NOT = WS-EMP-ID                            06660000
066700             SET BROWSE-DONE TO TRUE                              06670000
066800         ELSE                                                     06680000
066900             MOVE 6 TO WS-FILE-IX                                 06690000
067000             MOVE DEDUCTION-RECORD TO ARV-IMAGE                   06700000
067100             PERFORM PUT-ARCHIVE-PARA                             06710000
067200         END-IF                                                   06720000
067300     END-IF.                                                      06730000
067400*                                                                 06740000
067500 ARCHIVE-LFILE-PARA.                                              06750000
067600     IF LFILE-OPEN                                                06760000
067700         MOVE WS-EMP-ID TO LVE-EMP-ID                             06770000
067800         READ P26LFILE                                            06780000
067900             INVALID KEY                                          06790000
068000                 CONTINUE                                         06800000
068100             NOT INVALID KEY                                      06810000
068200                 MOVE 7 TO WS-FILE-IX                             06820000
068300                 MOVE LEAVE-RECORD TO ARV-IMAGE                   06830000
068400                 PERFORM PUT-ARCHIVE-PARA                         06840000
068500         END-READ                                                 06850000
068600     END-IF.                                                      06860000
068700*                                                                 06870000
068800 ARCHIVE-LNF-PARA.                                                06880000
068900     IF LNF-OPEN                                                  06890000
069000         MOVE 'N' TO WS-BROWSE-FLAG                               06900000
069100         MOVE WS-EMP-ID TO LN-EMP-ID                              06910000
069200         MOVE ZERO TO LN-LOAN-NO                                  06920000
069300         START P26LNF KEY IS NOT LESS THAN LN-KEY                 06930000
069400             INVALID KEY                                          06940000
069500                 SET BROWSE-DONE TO TRUE                          06950000
069600         END-START                                                06960000
069700         PERFORM ARCHIVE-LNF-NEXT-PARA                            06970000
069800             UNTIL BROWSE-DONE                                    06980000
069900     END-IF.                                                      06990000
070000*                                                                 07000000
070100 ARCHIVE-LNF-NEXT-PARA.                                           07010000
070200     READ P26LNF NEXT RECORD                                      07020000
070300         AT END                                                   07030000
070400             SET BROWSE-DONE TO TRUE                              07040000
070500     END-READ                                                     07050000
070600     IF NOT BROWSE-DONE                                           07060000
070700         IF LN-EMP-ID NOT = WS-EMP-ID                             07070000
070800             SET BROWSE-DONE TO TRUE                              07080000
070900         ELSE                                                     07090000
071000             MOVE 8 TO WS-FILE-IX                                 07100000
071100             MOVE LOAN-RECORD TO ARV-IMAGE                        07110000
071200             PERFORM PUT-ARCHIVE-PARA                             07120000
071300         END-IF                                                   07130000
071400     END-IF.                                                      07140000
071500*                                                                 07150000
071600 ARCHIVE-PHIST-PARA.                                              07160000
071700     IF PHIST-OPEN                                                07170000
071800         MOVE 'N' TO WS-BROWSE-FLAG                               07180000
071900         MOVE LOW-VALUES TO PH-KEY                                07190000
072000         MOVE WS-EMP-ID TO PH-EMP-ID                              07200000
072100         START P26PHIST KEY IS NOT LESS THAN PH-KEY               07210000
072200             INVALID KEY                                          07220000
072300                 SET BROWSE-DONE TO TRUE                          07230000
072400         END-START                                                07240000
072500         PERFORM ARCHIVE-PHIST-NEXT-PARA                          07250000
072600             UNTIL BROWSE-DONE                                    07260000
072700     END-IF.                                                      07270000
072800*                                                                 07280000
072900 ARCHIVE-PHIST-NEXT-PARA.                                         07290000
073000     READ P26PHIST NEXT RECORD                                    07300000
073100         AT END                                                   07310000
073200             SET BROWSE-DONE TO TRUE                              07320000
073300     END-READ                                                     07330000
073400     IF NOT BROWSE-DONE                                           07340000
073500         IF PH-EMP-ID NOT = WS-EMP-ID                             07350000
073600             SET BROWSE-DONE TO TRUE                              07360000
073700         ELSE                                                     07370000
073800             IF PH-DETAIL-REC                                     07380000
073900                 ADD PH-GROSS TO WS-EMP-GROSS                     07390000
074000             END-IF                                               07400000
074100             MOVE 9 TO WS-FILE-IX                                 07410000
074200             MOVE PAY-HISTORY-RECORD TO ARV-IMAGE                 07420000
074300             PERFORM PUT-ARCHIVE-PARA                             07430000
074400         END-IF                                                   07440000
074500     END-IF.                                                      07450000
074600*                                                                 07460000
074700 PUT-ARCHIVE-PARA.                                                07470000
074800     ADD 1 TO WS-EMP-ARCH(WS-FILE-IX)                             07480000
074900     ADD 1 TO WS-EMP-TOTAL                                        07490000
075000     IF FINAL-RUN                                                 07500000
075100         ADD 1 TO WS-ARV-SEQ                                      07510000
075200         MOVE WS-EMP-ID TO ARV-EMP-ID                             07520000
075300         MOVE WS-FILE-NAME(WS-FILE-IX) TO ARV-SOURCE-FILE         07530000
075400         MOVE WS-ARV-SEQ TO ARV-SEQ                               07540000
075500         MOVE WS-RUN-DATE-OUT TO ARV-ARCH-DATE                    07550000
075600         MOVE WS-RUN-TIME-OUT TO ARV-ARCH-TIME                    07560000
075700         WRITE ARCHIVE-RECORD                                     07570000
075800             INVALID KEY                                          07580000
075900                 SET ARCHIVE-FAILED TO TRUE                       07590000
076000         END-WRITE                                                07600000
076100     END-IF.                                                      07610000
076200*                                                                 07620000
076300 DELETE-EMPLOYEE-PARA.                                            07630000
076400     IF MFILE-OPEN                                                07640000
076500         MOVE WS-EMP-ID TO EMP-ID                                 07650000
076600         DELETE P26MFILE RECORD                                   07660000
076700             INVALID KEY                                          07670000
076800                 CONTINUE                                         07680000
076900             NOT INVALID KEY                                      07690000
077000                 ADD 1 TO WS-EMP-DEL(1)                           07700000
077100         END-DELETE                                               07710000
077200     END-IF                                                       07720000
077300     IF AFILE-OPEN                                                07730000
077400         MOVE WS-EMP-ID TO AEMP-ID                                07740000
077500         DELETE P26AFILE RECORD                                   07750000
077600             INVALID KEY                                          07760000
077700                 CONTINUE                                         07770000
077800             NOT INVALID KEY                                      07780000
077900                 ADD 1 TO WS-EMP-DEL(2)                           07790000
078000         END-DELETE                                               07800000
078100     END-IF                                                       07810000
078200     IF CTF-OPEN                                                  07820000
078300         MOVE WS-EMP-ID TO CTT-EMP-ID                             07830000
078400         DELETE P26CTF RECORD                                     07840000
078500             INVALID KEY                                          07850000
078600                 CONTINUE                                         07860000
078700             NOT INVALID KEY                                      07870000
078800                 ADD 1 TO WS-EMP-DEL(4)                           07880000
078900         END-DELETE                                               07890000
079000     END-IF                                                       07900000
079100     IF BFILE-OPEN                                                07910000
079200         MOVE WS-EMP-ID TO BNK-EMP-ID                             07920000
079300         DELETE P26BFILE RECORD                                   07930000
079400             INVALID KEY                                          07940000
079500                 CONTINUE                                         07950000
079600             NOT INVALID KEY                                      07960000
079700                 ADD 1 TO WS-EMP-DEL(5)                           07970000
079800         END-DELETE                                               07980000
079900     END-IF                                                       07990000
080000     IF DFILE-OPEN                                                08000000
080100         PERFORM DELETE-DFILE-PARA                                08010000
080200     END-IF                                                       08020000
080300     IF LFILE-OPEN                                                08030000
080400         MOVE WS-EMP-ID TO LVE-EMP-ID                             08040000
080500         DELETE P26LFILE RECORD                                   08050000
080600             INVALID KEY                                          08060000
080700                 CONTINUE                                         08070000
080800             NOT INVALID KEY                                      08080000
080900                 ADD 1 TO WS-EMP-DEL(7)                           08090000
081000         END-DELETE                                               08100000
081100     END-IF                                                       08110000
081200     IF LNF-OPEN                                                  08120000
081300         PERFORM DELETE-LNF-PARA                                  08130000
081400     END-IF                                                       08140000
081500     IF PHIST-OPEN                                                08150000
081600         PERFORM DELETE-PHIST-PARA                                08160000
081700     END-IF                                                       08170000
081702     IF PHDF-OPEN                                                 08170269
081704         PERFORM DELETE-PHDF-PARA                                 08170469
081706     END-IF                                                       08170669
081708     IF YTDF-OPEN                                                 08170869
081710         PERFORM DELETE-YTDF-PARA                                 08171069
081712     END-IF                                                       08171269
081714     IF ENRF-OPEN                                                 08171469
081716         PERFORM DELETE-ENRF-PARA                                 08171669
081718     END-IF                                                       08171869
081720     IF LDF-OPEN                                                  08172069
081722         PERFORM DELETE-LDF-PARA                                  08172269
081724     END-IF                                                       08172469
081726     IF DOCF-OPEN                                                 08172669
081728         PERFORM DELETE-DOCF-PARA                                 08172869
081730     END-IF                                                       08173069
081732     IF EXPF-OPEN                                                 08173269
081734         PERFORM DELETE-EXPF-PARA                                 08173469
081736     END-IF                                                       08173669
081738     IF APRF-OPEN                                                 08173869
081740         PERFORM DELETE-APRF-PARA                                 08174069
081742     END-IF                                                       08174269
081744     IF PCHF-OPEN                                                 08174469
081746         PERFORM DELETE-PCHF-PARA                                 08174669
081748     END-IF                                                       08174869
081750     IF FCHF-OPEN                                                 08175069
081752         PERFORM DELETE-FCHF-PARA                                 08175269
081754     END-IF                                                       08175469
081755     IF EFILE-OPEN                                                08175569
081756         MOVE WS-EMP-ID TO EEMP-ID                                08175669
081757         DELETE P26EFILE RECORD                                   08175769
081758             INVALID KEY                                          08175869
081759                 CONTINUE                                         08175969
081760             NOT INVALID KEY                                      08176069
081761                 ADD 1 TO WS-EMP-DEL(19)                          08176169
081762         END-DELETE                                               08176269
081763     END-IF                                                       08176369
081764     IF TSF-OPEN                                                  08176469
081765         PERFORM DELETE-TSF-PARA                                  08176569
081766     END-IF                                                       08176669
081767     IF HRF-OPEN                                                  08176769
081768         MOVE WS-EMP-ID TO HRT-EMP-ID                             08176869
081769         DELETE P26HRF RECORD                                     08176969
081770             INVALID KEY                                          08177069
081771                 CONTINUE                                         08177169
081772             NOT INVALID KEY                                      08177269
081773                 ADD 1 TO WS-EMP-DEL(21)                          08177369
081774         END-DELETE                                               08177469
081775     END-IF                                                       08177569
081776     IF LRQF-OPEN                                                 08177669
081777         PERFORM DELETE-LRQF-PARA                                 08177769
081778     END-IF                                                       08177869
081779     IF SUPF-OPEN                                                 08177969
081780         MOVE WS-EMP-ID TO SUP-EMP-ID                             08178069
081781         DELETE P26SUPF RECORD                                    08178169
081782             INVALID KEY                                          08178269
081783                 CONTINUE                                         08178369
081784             NOT INVALID KEY                                      08178469
081785                 ADD 1 TO WS-EMP-DEL(23)                          08178569
081786         END-DELETE                                               08178669
081787     END-IF                                                       08178769
081800     MOVE WS-EMP-ID TO STS-EMP-ID                                 08180000
081900     DELETE P26SFILE RECORD                                       08190000
082000         INVALID KEY                                              08200000
082100             CONTINUE                                             08210000
082200         NOT INVALID KEY                                          08220000
082300             ADD 1 TO WS-EMP-DEL(3)                               08230000
082400     END-DELETE.                                                  08240000
082500*                                                                 08250000
082600 DELETE-DFILE-PARA.                                               08260000
082700     MOVE 'N' TO WS-BROWSE-FLAG                                   08270000
082800     MOVE LOW-VALUES TO DED-KEY                                   08280000
082900     MOVE WS-EMP-ID TO DED-EMP-ID                                 08290000
083000     START P26DFILE KEY IS NOT LESS THAN DED-KEY                  08300000
083100         INVALID KEY                                              08310000
083200             SET BROWSE-DONE TO TRUE                              08320000
083300     END-START                                                    08330000
083400     PERFORM DELETE-DFILE-NEXT-PARA                               08340000
083500         UNTIL BROWSE-DONE.                                       08350000
083600*                                                                 08360000
083700 DELETE-DFILE-NEXT-PARA.                                          08370000
083800     READ P26DFILE NEXT RECORD                                    08380000
083900         AT END                                                   08390000
084000             SET BROWSE-DONE TO TRUE                              08400000
084100     END-READ                                                     08410000
084200     IF NOT BROWSE-DONE                                           08420000
084300         IF DED-EMP-ID NOT = WS-EMP-ID                            08430000
084400             SET BROWSE-DONE TO TRUE                              08440000
084500         ELSE                                                     08450000
084600             DELETE P26DFILE RECORD                               08460000
084700                 INVALID KEY                                      08470000
084800                     CONTINUE                                     08480000
084900                 NOT INVALID KEY                                  08490000
085000                     ADD 1 TO WS-EMP-DEL(6)                       08500000
085100             END-DELETE                                           08510000
085200         END-IF                                                   08520000
085300     END-IF.                                                      08530000
085400*                                                                 08540000
085500 DELETE-LNF-PARA.                                                 08550000
085600     MOVE 'N' TO WS-BROWSE-FLAG                                   08560000
085700     MOVE WS-EMP-ID TO LN-EMP-ID                                  08570000
085800     MOVE ZERO TO LN-LOAN-NO                                      08580000
085900     START P26LNF KEY IS NOT LESS THAN LN-KEY                     08590000
086000         INVALID KEY                                              08600000
086100             SET BROWSE-DONE TO TRUE                              08610000
086200     END-START                                                    08620000
086300     PERFORM DELETE-LNF-NEXT-PARA                                 08630000
086400         UNTIL BROWSE-DONE.                                       08640000
086500*                                                                 08650000
086600 DELETE-LNF-NEXT-PARA.                                            08660000
086700     READ P26LNF NEXT RECORD                                      08670000
086800         AT END                                                   08680000
086900             SET BROWSE-DONE TO TRUE                              08690000
087000     END-READ                                                     08700000
087100     IF NOT BROWSE-DONE                                           08710000
087200         IF LN-EMP-ID NOT = WS-EMP-ID                             08720000
087300             SET BROWSE-DONE TO TRUE                              08730000
087400         ELSE                                                     08740000
087500             DELETE P26LNF RECORD                                 08750000
087600                 INVALID KEY                                      08760000
087700                     CONTINUE                                     08770000
087800                 NOT INVALID KEY                                  08780000
087900                     ADD 1 TO WS-EMP-DEL(8)                       08790000
088000             END-DELETE                                           08800000
088100         END-IF                                                   08810000
088200     END-IF.                                                      08820000
088300*                                                                 08830000
088400 DELETE-PHIST-PARA.                                               08840000
088500     MOVE 'N' TO WS-BROWSE-FLAG                                   08850000
088600     MOVE LOW-VALUES TO PH-KEY                                    08860000
088700     MOVE WS-EMP-ID TO PH-EMP-ID                                  08870000
088800     START P26PHIST KEY IS NOT LESS THAN PH-KEY                   08880000
088900         INVALID KEY                                              08890000
089000             SET BROWSE-DONE TO TRUE                              08900000
089100     END-START                                                    08910000
089200     PERFORM DELETE-PHIST-NEXT-PARA                               08920000
089300         UNTIL BROWSE-DONE.                                       08930000
089400*                                                                 08940000
089500 DELETE-PHIST-NEXT-PARA.                                          08950000
089600     READ P26PHIST NEXT RECORD                                    08960000
089700         AT END                                                   08970000
089800             SET BROWSE-DONE TO TRUE                              08980000
089900     END-READ                                                     08990000
090000     IF NOT BROWSE-DONE                                           09000000
090100         IF PH-EMP-ID NOT = WS-EMP-ID                             09010000
090200             SET BROWSE-DONE TO TRUE                              09020000
090300         ELSE                                                     09030000
090400             DELETE P26PHIST RECORD                               09040000
090500                 INVALID KEY                                      09050000
090600                     CONTINUE                                     09060000
090700                 NOT INVALID KEY                                  09070000
090800                     ADD 1 TO WS-EMP-DEL(9)                       09080000
090900             END-DELETE                                           09090000
091000         END-IF                                                   09100000
091100     END-IF.                                                      09110000
091200*                                                                 09120000
091300 WRITE-CONTROL-PARA.                                              09130000
091400     MOVE SPACES TO ARCHIVE-RECORD                                09140000
091500     MOVE WS-EMP-ID TO ARV-EMP-ID                                 09150000
091600     MOVE '*CONTROL' TO ARV-SOURCE-FILE                           09160000
091700     MOVE ZERO TO ARV-SEQ                                         09170000
091800     MOVE WS-RUN-DATE-OUT TO ARV-ARCH-DATE                        09180000
091900     MOVE WS-RUN-TIME-OUT TO ARV-ARCH-TIME                        09190000
092000     MOVE WS-EMP-NAME TO ARV-EMP-NAME                             09200000
092100     MOVE STS-TERM-DATE TO ARV-TERM-DATE                          09210000
092200     MOVE WS-RETAIN-YEARS TO ARV-RETAIN-YEARS                     09220000
092300     PERFORM CONTROL-COUNT-PARA                                   09230000
092400         VARYING WS-FILE-IX FROM 1 BY 1                           09240000
092500         UNTIL WS-FILE-IX > 23                                    09250069
092600     MOVE WS-EMP-TOTAL TO ARV-TOTAL-COUNT                         09260000
092700     MOVE WS-EMP-GROSS TO ARV-GROSS-HASH                          09270000
092800     MOVE 'P26BP66 ' TO ARV-ARCH-USER                             09280000
092900     WRITE ARCHIVE-RECORD                                         09290000
093000         INVALID KEY                                              09300000
093100             REWRITE ARCHIVE-RECORD                               09310000
093200     END-WRITE.                                                   09320000
093300*                                                                 09330000
093400 CONTROL-COUNT-PARA.                                              09340000
093500     MOVE WS-EMP-ARCH(WS-FILE-IX) TO ARV-FILE-COUNT(WS-FILE-IX).  09350000
093600*                                                                 09360000
093700 CHECK-BALANCE-PARA.                                              09370000
093800     MOVE SPACES TO WS-REASON                                     09380000
093900     PERFORM CHECK-BALANCE-FILE-PARA                              09390000
094000         VARYING WS-FILE-IX FROM 1 BY 1                           09400000
094100         UNTIL WS-FILE-IX > 23.                                   09410069
094200*                                                                 09420000
094300 CHECK-BALANCE-FILE-PARA.                                         09430000
094400     IF WS-EMP-DEL(WS-FILE-IX) NOT = WS-EMP-ARCH(WS-FILE-IX)      09440000
094500         STRING 'COUNT MISMATCH ' WS-FILE-NAME(WS-FILE-IX)        09450000
094600             DELIMITED BY SIZE INTO WS-REASON                     09460000
094700     END-IF.                                                      09470000
094800*                                                                 09480000
094900 ACCUMULATE-PARA.                                                 09490000
095000     ADD WS-EMP-ARCH(WS-FILE-IX) TO WS-RUN-ARCH(WS-FILE-IX)       09500000
095100     ADD WS-EMP-DEL(WS-FILE-IX) TO WS-RUN-DEL(WS-FILE-IX)         09510000
095200     IF FINAL-RUN                                                 09520000
095300         ADD WS-EMP-ARCH(WS-FILE-IX) TO WS-RUN-RECORDS            09530000
095400     END-IF.                                                      09540000
095500*                                                                 09550000
095600 RESULT-LINE-PARA.                                                09560000
095700     MOVE WS-EMP-ID TO RL-EMP-ID                                  09570000
095800     MOVE WS-EMP-NAME TO RL-NAME                                  09580000
095900     MOVE STS-TERM-DATE TO RL-TERM-DATE                           09590000
096000     MOVE WS-EMP-TOTAL TO RL-RECORDS                              09600000
096100     MOVE WS-REASON TO RL-REASON                                  09610000
096200     MOVE WS-RESULT-LINE TO PGRP-LINE                             09620000
096300     WRITE PGRP-LINE.                                             09630000
096400*                                                                 09640000
096500 WRITE-AUDIT-PARA.                                                09650000
096600     MOVE WS-EMP-ID TO AUD-EMP-ID                                 09660000
096700     MOVE WS-RUN-DATE-OUT TO AUD-DATE-KEY                         09670000
096800     MOVE WS-RUN-TIME-OUT TO AUD-TIME-KEY                         09680000
096900     MOVE ZERO TO WS-AUDIT-SEQ                                    09690000
097000     MOVE WS-AUDIT-SEQ TO AUD-SEQ                                 09700000
097100     SET AUD-DELETE-ACTION TO TRUE                                09710000
097200     MOVE 'P26MFILE' TO AUD-SOURCE-FILE                           09720000
097300     MOVE 'BP66' TO AUD-TERM-ID                                   09730000
097400     MOVE 'P26BP66 ' TO AUD-USER-ID                               09740000
097500     MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE                     09750000
097600     MOVE SPACES TO AUD-AFTER-IMAGE                               09760000
097700     PERFORM WRITE-AUDIT-RECORD-PARA                              09770000
097800     PERFORM WRITE-AUDIT-RETRY-PARA                               09780000
097900         UNTIL NOT AUDIT-DUPKEY.                                  09790000
098000*                                                                 09800000
098100 WRITE-AUDIT-RECORD-PARA.                                         09810000
098200     WRITE AUDIT-RECORD                                           09820000
098300         INVALID KEY                                              09830000
098400             CONTINUE                                             09840000
098500     END-WRITE.                                                   09850000
098600*                                                                 09860000
098700 WRITE-AUDIT-RETRY-PARA.                                          09870000
098800     IF AUDIT-DUPKEY                                              09880000
098900         ADD 1 TO WS-AUDIT-SEQ                                    09890000
099000         IF WS-AUDIT-SEQ = ZERO                                   09900000
099100             PERFORM STAMP-TIME-PARA                              09910000
099200             MOVE WS-RUN-TIME-OUT TO AUD-TIME-KEY                 09920000
099300         END-IF                                                   09930000
099400         MOVE WS-AUDIT-SEQ TO AUD-SEQ                             09940000
099500         PERFORM WRITE-AUDIT-RECORD-PARA                          09950000
099600     END-IF.                                                      09960000
099700*                                                                 09970000
099800 STAMP-TIME-PARA.                                                 09980000
099900     ACCEPT WS-CURRENT-TIME FROM TIME                             09990000
100000     MOVE WS-CURRENT-TIME TO WS-RUN-TIME-OUT.                     10000000
100100*                                                                 10010000
100200 TERMINATION-PARA.                                                10020000
100300     MOVE SPACES TO PGRP-LINE                                     10030000
100400     WRITE PGRP-LINE                                              10040000
100500     MOVE WS-CONTROL-HEADING TO PGRP-LINE                         10050000
100600     WRITE PGRP-LINE                                              10060000
100700     PERFORM CONTROL-LINE-PARA                                    10070000
100800         VARYING WS-FILE-IX FROM 1 BY 1                           10080000
100900         UNTIL WS-FILE-IX > 23                                    10090069
101000     MOVE WS-RUN-GROSS TO HS-GROSS                                10100000
101100     MOVE WS-HASH-LINE TO PGRP-LINE                               10110000
101200     WRITE PGRP-LINE                                              10120000
101300     MOVE SPACES TO PGRP-LINE                                     10130000
101400     WRITE PGRP-LINE                                              10140000
101500     MOVE 'STATUS RECORDS READ' TO SM-LABEL                       10150000
101600     MOVE WS-READ-COUNT TO SM-COUNT                               10160000
101700     PERFORM SUMMARY-LINE-PARA                                    10170000
101800     MOVE 'TERMINATED EMPLOYEES' TO SM-LABEL                      10180000
101900     MOVE WS-TERM-COUNT TO SM-COUNT                               10190000
102000     PERFORM SUMMARY-LINE-PARA                                    10200000
102100     MOVE 'WITHIN RETENTION PERIOD' TO SM-LABEL                   10210000
102200     MOVE WS-NOT-DUE-COUNT TO SM-COUNT                            10220000
102300     PERFORM SUMMARY-LINE-PARA                                    10230000
102400     MOVE 'HELD (LOAN/ADJUSTMENT/ARCHIVE)' TO SM-LABEL            10240000
102500     MOVE WS-HELD-COUNT TO SM-COUNT                               10250000
102600     PERFORM SUMMARY-LINE-PARA                                    10260000
102700     MOVE 'ELIGIBLE FOR ARCHIVE' TO SM-LABEL                      10270000
102800     MOVE WS-ELIG-COUNT TO SM-COUNT                               10280000
102900     PERFORM SUMMARY-LINE-PARA                                    10290000
103000     MOVE 'EMPLOYEES ARCHIVED AND PURGED' TO SM-LABEL             10300000
103100     MOVE WS-ARCHIVED-COUNT TO SM-COUNT                           10310000
103200     PERFORM SUMMARY-LINE-PARA                                    10320000
103300     MOVE 'ARCHIVE FAILURES' TO SM-LABEL                          10330000
103400     MOVE WS-FAIL-COUNT TO SM-COUNT                               10340000
103500     PERFORM SUMMARY-LINE-PARA                                    10350000
103600     CLOSE P26SFILE                                               10360000
103700     IF MFILE-OPEN                                                10370000
103800         CLOSE P26MFILE                                           10380000
103900     END-IF                                                       10390000
104000     IF AFILE-OPEN                                                10400000
104100         CLOSE P26AFILE                                           10410000
104200     END-IF                                                       10420000
104300     IF CTF-OPEN                                                  10430000
104400         CLOSE P26CTF                                             10440000
104500     END-IF                                                       10450000
104600     IF BFILE-OPEN                                                10460000
104700         CLOSE P26BFILE                                           10470000
104800     END-IF                                                       10480000
104900     IF DFILE-OPEN                                                10490000
105000         CLOSE P26DFILE                                           10500000
105100     END-IF                                                       10510000
105200     IF LFILE-OPEN                                                10520000
105300         CLOSE P26LFILE                                           10530000
105400     END-IF                                                       10540000
105500     IF LNF-OPEN                                                  10550000
105600         CLOSE P26LNF                                             10560000
105700     END-IF                                                       10570000
105800     IF PHIST-OPEN                                                10580000
105900         CLOSE P26PHIST                                           10590000
106000     END-IF                                                       10600000
106100     IF ADJF-OPEN                                                 10610000
106200         CLOSE P26ADJF                                            10620000
106300     END-IF                                                       10630000
106302     IF PHDF-OPEN                                                 10630269
106304         CLOSE P26PHDF                                            10630469
106306     END-IF                                                       10630669
106308     IF YTDF-OPEN                                                 10630869
106310         CLOSE P26YTDF                                            10631069
106312     END-IF                                                       10631269
106314     IF ENRF-OPEN                                                 10631469
106316         CLOSE P26ENRF                                            10631669
106318     END-IF                                                       10631869
106320     IF LDF-OPEN                                                  10632069
106322         CLOSE P26LDF                                             10632269
106324     END-IF                                                       10632469
106326     IF DOCF-OPEN                                                 10632669
106328         CLOSE P26DOCF                                            10632869
106330     END-IF                                                       10633069
106332     IF EXPF-OPEN                                                 10633269
106334         CLOSE P26EXPF                                            10633469
106336     END-IF                                                       10633669
106338     IF APRF-OPEN                                                 10633869
106340         CLOSE P26APRF                                            10634069
106342     END-IF                                                       10634269
106344     IF PCHF-OPEN                                                 10634469
106346         CLOSE P26PCHF                                            10634669
106348     END-IF                                                       10634869
106350     IF FCHF-OPEN                                                 10635069
106352         CLOSE P26FCHF                                            10635269
106354     END-IF                                                       10635469
106356     IF EFILE-OPEN                                                10635669
106358         CLOSE P26EFILE                                           10635869
106360     END-IF                                                       10636069
106362     IF TSF-OPEN                                                  10636269
106364         CLOSE P26TSF                                             10636469
106366     END-IF                                                       10636669
106368     IF HRF-OPEN                                                  10636869
106370         CLOSE P26HRF                                             10637069
106372     END-IF                                                       10637269
106374     IF LRQF-OPEN                                                 10637469
106376         CLOSE P26LRQF                                            10637669
106378     END-IF                                                       10637869
106380     IF SUPF-OPEN                                                 10638069
106382         CLOSE P26SUPF                                            10638269
106384     END-IF                                                       10638469
106400     CLOSE P26ARVF                                                10640000
106500     CLOSE P26AUDIT                                               10650000
106600     CLOSE P26PGRP.                                               10660000
106700*                                                                 10670000
106800 CONTROL-LINE-PARA.                                               10680000
106900     MOVE SPACES TO WS-CONTROL-LINE                               10690000
107000     MOVE WS-FILE-NAME(WS-FILE-IX) TO CL-FILE                     10700000
107100     MOVE WS-RUN-ARCH(WS-FILE-IX) TO CL-ARCHIVED                  10710000
107200     MOVE WS-RUN-DEL(WS-FILE-IX) TO CL-DELETED                    10720000
107300     IF FINAL-RUN                                                 10730000
107400        AND WS-RUN-DEL(WS-FILE-IX) NOT = WS-RUN-ARCH(WS-FILE-IX)  10740000
107500         MOVE '** OUT OF BAL' TO CL-FLAG                          10750000
107600     END-IF                                                       10760000
107700     MOVE WS-CONTROL-LINE TO PGRP-LINE                            10770000
107800     WRITE PGRP-LINE.                                             10780000
107900*                                                                 10790000
108000 SUMMARY-LINE-PARA.                                               10800000
108100     MOVE WS-SUMMARY-LINE TO PGRP-LINE                            10810000
108200     WRITE PGRP-LINE.                                             10820000
108300*                                                                 10830000
108400 REGISTER-START-PARA.                                             10840000
108500     SET RCA-START TO TRUE                                        10850000
108600     MOVE 'P26BP66' TO RCA-JOB-NAME                               10860000
108700     MOVE SPACES TO RCA-BUS-DATE                                  10870000
108800     MOVE SPACES TO RCA-PRED-JOB                                  10880000
108900     MOVE SPACES TO RCA-OVERRIDE                                  10890000
109000     MOVE ZERO TO RCA-READ-COUNT                                  10900000
109100     MOVE ZERO TO RCA-WRITE-COUNT                                 10910000
109200     CALL 'P26RCREG' USING RUN-CONTROL-AREA                       10920000
109300     IF RCA-RETURN NOT = '00'                                     10930000
109400         DISPLAY 'P26BP66 RUN REFUSED BY RUN CONTROL RC='         10940000
109500             RCA-RETURN                                           10950000
109600         STOP RUN                                                 10960000
109700     END-IF.                                                      10970000
109800*                                                                 10980000
109900 REGISTER-END-PARA.                                               10990000
110000     SET RCA-END TO TRUE                                          11000000
110100     MOVE WS-READ-COUNT TO RCA-READ-COUNT                         11010000
110200     MOVE WS-RUN-RECORDS TO RCA-WRITE-COUNT                       11020000
110300     CALL 'P26RCREG' USING RUN-CONTROL-AREA.                      11030000
110400*                                                                 11040069
110500 ARCHIVE-PHDF-PARA.                                               11050069
110600     IF PHDF-OPEN                                                 11060069
110700         MOVE 'N' TO WS-BROWSE-FLAG                               11070069
110800         MOVE LOW-VALUES TO PHD-KEY                               11080069
110900         MOVE WS-EMP-ID TO PHD-EMP-ID                             11090069
111000         START P26PHDF KEY IS NOT LESS THAN PHD-KEY               11100069
111100             INVALID KEY                                          11110069
111200                 SET BROWSE-DONE TO TRUE                          11120069
111300         END-START                                                11130069
111400         PERFORM ARCHIVE-PHDF-NEXT-PARA                           11140069
111500             UNTIL BROWSE-DONE                                    11150069
111600     END-IF.                                                      11160069
111700*                                                                 11170069
111800 ARCHIVE-PHDF-NEXT-PARA.                                          11180069
111900     READ P26PHDF NEXT RECORD                                     11190069
112000         AT END                                                   11200069
112100             SET BROWSE-DONE TO TRUE                              11210069
112200     END-READ                                                     11220069
112300     IF NOT BROWSE-DONE                                           11230069
112400         IF PHD-EMP-ID NOT = WS-EMP-ID                            11240069
112500             SET BROWSE-DONE TO TRUE                              11250069
112600         ELSE                                                     11260069
112700             MOVE 10 TO WS-FILE-IX                                11270069
112800             MOVE PAY-DEDUCTION-RECORD TO ARV-IMAGE               11280069
112900             PERFORM PUT-ARCHIVE-PARA                             11290069
113000         END-IF                                                   11300069
113100     END-IF.                                                      11310069
113200*                                                                 11320069
113300 ARCHIVE-YTDF-PARA.                                               11330069
113400     IF YTDF-OPEN                                                 11340069
113500         PERFORM SET-YTD-YEARS-PARA                               11350069
113600         PERFORM ARCHIVE-YTDF-YEAR-PARA                           11360069
113700             UNTIL WS-YTD-YEAR > WS-YTD-END-YEAR                  11370069
113800     END-IF.                                                      11380069
113900*                                                                 11390069
114000 ARCHIVE-YTDF-YEAR-PARA.                                          11400069
114100     MOVE WS-YTD-YEAR TO YTA-YEAR                                 11410069
114200     MOVE WS-EMP-ID TO YTA-EMP-ID                                 11420069
114300     READ P26YTDF                                                 11430069
114400         INVALID KEY                                              11440069
114500             CONTINUE                                             11450069
114600         NOT INVALID KEY                                          11460069
114700             MOVE 11 TO WS-FILE-IX                                11470069
114800             MOVE YTD-ACCUM-RECORD TO ARV-IMAGE                   11480069
114900             PERFORM PUT-ARCHIVE-PARA                             11490069
115000     END-READ                                                     11500069
115100     ADD 1 TO WS-YTD-YEAR.                                        11510069
115200*                                                                 11520069
115300 SET-YTD-YEARS-PARA.                                              11530069
115400     MOVE STS-TERM-DATE(1:4) TO WS-YTD-END-YEAR                   11540069
115500     ADD 1 TO WS-YTD-END-YEAR                                     11550069
115600     MOVE STS-TERM-DATE(1:4) TO WS-YTD-YEAR                       11560069
115610     MOVE 'N' TO WS-BROWSE-FLAG                                   11561069
115620     MOVE '0000' TO YTA-YEAR                                      11562069
115630     MOVE WS-EMP-ID TO YTA-EMP-ID                                 11563069
115640     START P26YTDF KEY IS NOT LESS THAN YTA-KEY                   11564069
115650         INVALID KEY                                              11565069
115660             SET BROWSE-DONE TO TRUE                              11566069
115670     END-START                                                    11567069
115680     PERFORM FIND-YTD-YEAR-PARA                                   11568069
115690         UNTIL BROWSE-DONE.                                       11569069
115700*                                                                 11570069
115710 FIND-YTD-YEAR-PARA.                                              11571069
115720     READ P26YTDF NEXT RECORD                                     11572069
115730         AT END                                                   11573069
115740             SET BROWSE-DONE TO TRUE                              11574069
115750     END-READ                                                     11575069
115760     IF NOT BROWSE-DONE                                           11576069
115770         IF YTA-YEAR NOT < WS-YTD-YEAR                            11577069
115780             SET BROWSE-DONE TO TRUE                              11578069
115790         ELSE                                                     11579069
115800             IF YTA-EMP-ID = WS-EMP-ID                            11580069
115810                 MOVE YTA-YEAR TO WS-YTD-YEAR                     11581069
115820                 SET BROWSE-DONE TO TRUE                          11582069
115830             END-IF                                               11583069
115840         END-IF                                                   11584069
115850     END-IF.                                                      11585069
116100*                                                                 11610069
116200 ARCHIVE-ENRF-PARA.                                               11620069
116300     IF ENRF-OPEN                                                 11630069
116400         MOVE 'N' TO WS-BROWSE-FLAG                               11640069
116500         MOVE LOW-VALUES TO ENR-KEY                               11650069
116600         MOVE WS-EMP-ID TO ENR-EMP-ID                             11660069
116700         START P26ENRF KEY IS NOT LESS THAN ENR-KEY               11670069
116800             INVALID KEY                                          11680069
116900                 SET BROWSE-DONE TO TRUE                          11690069
117000         END-START                                                11700069
117100         PERFORM ARCHIVE-ENRF-NEXT-PARA                           11710069
117200             UNTIL BROWSE-DONE                                    11720069
117300     END-IF.                                                      11730069
117400*                                                                 11740069
117500 ARCHIVE-ENRF-NEXT-PARA.                                          11750069
117600     READ P26ENRF NEXT RECORD                                     11760069
117700         AT END                                                   11770069
117800             SET BROWSE-DONE TO TRUE                              11780069
117900     END-READ                                                     11790069
118000     IF NOT BROWSE-DONE                                           11800069
118100         IF ENR-EMP-ID NOT = WS-EMP-ID                            11810069
118200             SET BROWSE-DONE TO TRUE                              11820069
118300         ELSE                                                     11830069
118400             MOVE 12 TO WS-FILE-IX                                11840069
118500             MOVE ENROLLMENT-RECORD TO ARV-IMAGE                  11850069
118600             PERFORM PUT-ARCHIVE-PARA                             11860069
118700         END-IF                                                   11870069
118800     END-IF.                                                      11880069
118900*                                                                 11890069
119000 ARCHIVE-LDF-PARA.                                                11900069
119100     IF LDF-OPEN                                                  11910069
119200         MOVE 'N' TO WS-BROWSE-FLAG                               11920069
119300         MOVE LOW-VALUES TO LD-KEY                                11930069
119400         MOVE WS-EMP-ID TO LD-EMP-ID                              11940069
119500         START P26LDF KEY IS NOT LESS THAN LD-KEY                 11950069
119600             INVALID KEY                                          11960069
119700                 SET BROWSE-DONE TO TRUE                          11970069
119800         END-START                                                11980069
119900         PERFORM ARCHIVE-LDF-NEXT-PARA                            11990069
120000             UNTIL BROWSE-DONE                                    12000069
120100     END-IF.                                                      12010069
120200*                                                                 12020069
120300 ARCHIVE-LDF-NEXT-PARA.                                           12030069
120400     READ P26LDF NEXT RECORD                                      12040069
120500         AT END                                                   12050069
120600             SET BROWSE-DONE TO TRUE                              12060069
120700     END-READ                                                     12070069
120800     IF NOT BROWSE-DONE                                           12080069
120900         IF LD-EMP-ID NOT = WS-EMP-ID                             12090069
121000             SET BROWSE-DONE TO TRUE                              12100069
121100         ELSE                                                     12110069
121200             MOVE 13 TO WS-FILE-IX                                12120069
121300             MOVE LABOR-DIST-RECORD TO ARV-IMAGE                  12130069
121400             PERFORM PUT-ARCHIVE-PARA                             12140069
121500         END-IF                                                   12150069
121600     END-IF.                                                      12160069
121700*                                                                 12170069
121800 ARCHIVE-DOCF-PARA.                                               12180069
121900     IF DOCF-OPEN                                                 12190069
122000         MOVE 'N' TO WS-BROWSE-FLAG                               12200069
122100         MOVE LOW-VALUES TO DOC-KEY                               12210069
122200         MOVE WS-EMP-ID TO DOC-EMP-ID                             12220069
122300         START P26DOCF KEY IS NOT LESS THAN DOC-KEY               12230069
122400             INVALID KEY                                          12240069
122500                 SET BROWSE-DONE TO TRUE                          12250069
122600         END-START                                                12260069
122700         PERFORM ARCHIVE-DOCF-NEXT-PARA                           12270069
122800             UNTIL BROWSE-DONE                                    12280069
122900     END-IF.                                                      12290069
123000*                                                                 12300069
123100 ARCHIVE-DOCF-NEXT-PARA.                                          12310069
123200     READ P26DOCF NEXT RECORD                                     12320069
123300         AT END                                                   12330069
123400             SET BROWSE-DONE TO TRUE                              12340069
123500     END-READ                                                     12350069
123600     IF NOT BROWSE-DONE                                           12360069
123700         IF DOC-EMP-ID NOT = WS-EMP-ID                            12370069
123800             SET BROWSE-DONE TO TRUE                              12380069
123900         ELSE                                                     12390069
124000             MOVE 14 TO WS-FILE-IX                                12400069
124100             MOVE EMP-DOCUMENT-RECORD TO ARV-IMAGE                12410069
124200             PERFORM PUT-ARCHIVE-PARA                             12420069
124300         END-IF                                                   12430069
124400     END-IF.                                                      12440069
124500*                                                                 12450069
124600 ARCHIVE-EXPF-PARA.                                               12460069
124700     IF EXPF-OPEN                                                 12470069
124800         MOVE 'N' TO WS-BROWSE-FLAG                               12480069
124900         MOVE LOW-VALUES TO EXP-KEY                               12490069
125000         MOVE WS-EMP-ID TO EXP-EMP-ID                             12500069
125100         START P26EXPF KEY IS NOT LESS THAN EXP-KEY               12510069
125200             INVALID KEY                                          12520069
125300                 SET BROWSE-DONE TO TRUE                          12530069
125400         END-START                                                12540069
125500         PERFORM ARCHIVE-EXPF-NEXT-PARA                           12550069
125600             UNTIL BROWSE-DONE                                    12560069
125700     END-IF.                                                      12570069
125800*                                                                 12580069
125900 ARCHIVE-EXPF-NEXT-PARA.                                          12590069
126000     READ P26EXPF NEXT RECORD                                     12600069
126100         AT END                                                   12610069
126200             SET BROWSE-DONE TO TRUE                              12620069
126300     END-READ                                                     12630069
126400     IF NOT BROWSE-DONE                                           12640069
126500         IF EXP-EMP-ID NOT = WS-EMP-ID                            12650069
126600             SET BROWSE-DONE TO TRUE                              12660069
126700         ELSE                                                     12670069
126800             MOVE 15 TO WS-FILE-IX                                12680069
126900             MOVE EXPENSE-CLAIM-RECORD TO ARV-IMAGE               12690069
127000             PERFORM PUT-ARCHIVE-PARA                             12700069
127100         END-IF                                                   12710069
127200     END-IF.                                                      12720069
127300*                                                                 12730069
127400 ARCHIVE-APRF-PARA.                                               12740069
127500     IF APRF-OPEN                                                 12750069
127600         MOVE 'N' TO WS-BROWSE-FLAG                               12760069
127700         MOVE LOW-VALUES TO APR-KEY                               12770069
127800         MOVE WS-EMP-ID TO APR-EMP-ID                             12780069
127900         START P26APRF KEY IS NOT LESS THAN APR-KEY               12790069
128000             INVALID KEY                                          12800069
128100                 SET BROWSE-DONE TO TRUE                          12810069
128200         END-START                                                12820069
128300         PERFORM ARCHIVE-APRF-NEXT-PARA                           12830069
128400             UNTIL BROWSE-DONE                                    12840069
128500     END-IF.                                                      12850069
128600*                                                                 12860069
128700 ARCHIVE-APRF-NEXT-PARA.                                          12870069
128800     READ P26APRF NEXT RECORD                                     12880069
128900         AT END                                                   12890069
129000             SET BROWSE-DONE TO TRUE                              12900069
129100     END-READ                                                     12910069
129200     IF NOT BROWSE-DONE                                           12920069
129300         IF APR-EMP-ID NOT = WS-EMP-ID                            12930069
129400             SET BROWSE-DONE TO TRUE                              12940069
129500         ELSE                                                     12950069
129600             MOVE 16 TO WS-FILE-IX                                12960069
129700             MOVE APPRAISAL-RECORD TO ARV-IMAGE                   12970069
129800             PERFORM PUT-ARCHIVE-PARA                             12980069
129900         END-IF                                                   12990069
130000     END-IF.                                                      13000069
130100*                                                                 13010069
130200 ARCHIVE-PCHF-PARA.                                               13020069
130300     IF PCHF-OPEN                                                 13030069
130400         MOVE 'N' TO WS-BROWSE-FLAG                               13040069
130500         MOVE LOW-VALUES TO PCH-KEY                               13050069
130600         MOVE WS-EMP-ID TO PCH-EMP-ID                             13060069
130700         START P26PCHF KEY IS NOT LESS THAN PCH-KEY               13070069
130800             INVALID KEY                                          13080069
130900                 SET BROWSE-DONE TO TRUE                          13090069
131000         END-START                                                13100069
131100         PERFORM ARCHIVE-PCHF-NEXT-PARA                           13110069
131200             UNTIL BROWSE-DONE                                    13120069
131300     END-IF.                                                      13130069
131400*                                                                 13140069
131500 ARCHIVE-PCHF-NEXT-PARA.                                          13150069
131600     READ P26PCHF NEXT RECORD                                     13160069
131700         AT END                                                   13170069
131800             SET BROWSE-DONE TO TRUE                              13180069
131900     END-READ                                                     13190069
132000     IF NOT BROWSE-DONE                                           13200069
132100         IF PCH-EMP-ID NOT = WS-EMP-ID                            13210069
132200             SET BROWSE-DONE TO TRUE                              13220069
132300         ELSE                                                     13230069
132400             MOVE 17 TO WS-FILE-IX                                13240069
132500             MOVE PENDING-CHANGE-RECORD TO ARV-IMAGE              13250069
132600             PERFORM PUT-ARCHIVE-PARA                             13260069
132700         END-IF                                                   13270069
132800     END-IF.                                                      13280069
132900*                                                                 13290069
133000 ARCHIVE-FCHF-PARA.                                               13300069
133100     IF FCHF-OPEN                                                 13310069
133200         MOVE 'N' TO WS-BROWSE-FLAG                               13320069
133300         MOVE LOW-VALUES TO FCH-KEY                               13330069
133400         MOVE WS-EMP-ID TO FCH-EMP-ID                             13340069
133500         START P26FCHF KEY IS NOT LESS THAN FCH-KEY               13350069
133600             INVALID KEY                                          13360069
133700                 SET BROWSE-DONE TO TRUE                          13370069
133800         END-START                                                13380069
133900         PERFORM ARCHIVE-FCHF-NEXT-PARA                           13390069
134000             UNTIL BROWSE-DONE                                    13400069
134100     END-IF.                                                      13410069
134200*                                                                 13420069
134300 ARCHIVE-FCHF-NEXT-PARA.                                          13430069
134400     READ P26FCHF NEXT RECORD                                     13440069
134500         AT END                                                   13450069
134600             SET BROWSE-DONE TO TRUE                              13460069
134700     END-READ                                                     13470069
134800     IF NOT BROWSE-DONE                                           13480069
134900         IF FCH-EMP-ID NOT = WS-EMP-ID                            13490069
135000             SET BROWSE-DONE TO TRUE                              13500069
135100         ELSE                                                     13510069
135200             MOVE 18 TO WS-FILE-IX                                13520069
135300             MOVE FUTURE-CHANGE-RECORD TO ARV-IMAGE               13530069
135400             PERFORM PUT-ARCHIVE-PARA                             13540069
135500         END-IF                                                   13550069
135600     END-IF.                                                      13560069
135700*                                                                 13570069
135800 DELETE-PHDF-PARA.                                                13580069
135900     MOVE 'N' TO WS-BROWSE-FLAG                                   13590069
136000     MOVE LOW-VALUES TO PHD-KEY                                   13600069
136100     MOVE WS-EMP-ID TO PHD-EMP-ID                                 13610069
136200     START P26PHDF KEY IS NOT LESS THAN PHD-KEY                   13620069
136300         INVALID KEY                                              13630069
136400             SET BROWSE-DONE TO TRUE                              13640069
136500     END-START                                                    13650069
136600     PERFORM DELETE-PHDF-NEXT-PARA                                13660069
136700         UNTIL BROWSE-DONE.                                       13670069
136800*                                                                 13680069
136900 DELETE-PHDF-NEXT-PARA.                                           13690069
137000     READ P26PHDF NEXT RECORD                                     13700069
137100         AT END                                                   13710069
137200             SET BROWSE-DONE TO TRUE                              13720069
137300     END-READ                                                     13730069
137400     IF NOT BROWSE-DONE                                           13740069
137500         IF PHD-EMP-ID NOT = WS-EMP-ID                            13750069
137600             SET BROWSE-DONE TO TRUE                              13760069
137700         ELSE                                                     13770069
137800             DELETE P26PHDF RECORD                                13780069
137900                 INVALID KEY                                      13790069
138000                     CONTINUE                                     13800069
138100                 NOT INVALID KEY                                  13810069
138200                     ADD 1 TO WS-EMP-DEL(10)                      13820069
138300             END-DELETE                                           13830069
138400         END-IF                                                   13840069
138500     END-IF.                                                      13850069
138600*                                                                 13860069
138700 DELETE-YTDF-PARA.                                                13870069
138800     PERFORM SET-YTD-YEARS-PARA                                   13880069
138900     PERFORM DELETE-YTDF-YEAR-PARA                                13890069
139000         UNTIL WS-YTD-YEAR > WS-YTD-END-YEAR.                     13900069
139100*                                                                 13910069
139200 DELETE-YTDF-YEAR-PARA.                                           13920069
139300     MOVE WS-YTD-YEAR TO YTA-YEAR                                 13930069
139400     MOVE WS-EMP-ID TO YTA-EMP-ID                                 13940069
139500     DELETE P26YTDF RECORD                                        13950069
139600         INVALID KEY                                              13960069
139700             CONTINUE                                             13970069
139800         NOT INVALID KEY                                          13980069
139900             ADD 1 TO WS-EMP-DEL(11)                              13990069
140000     END-DELETE                                                   14000069
140100     ADD 1 TO WS-YTD-YEAR.                                        14010069
140200*                                                                 14020069
140300 DELETE-ENRF-PARA.                                                14030069
140400     MOVE 'N' TO WS-BROWSE-FLAG                                   14040069
140500     MOVE LOW-VALUES TO ENR-KEY                                   14050069
140600     MOVE WS-EMP-ID TO ENR-EMP-ID                                 14060069
140700     START P26ENRF KEY IS NOT LESS THAN ENR-KEY                   14070069
140800         INVALID KEY                                              14080069
140900             SET BROWSE-DONE TO TRUE                              14090069
141000     END-START                                                    14100069
141100     PERFORM DELETE-ENRF-NEXT-PARA                                14110069
141200         UNTIL BROWSE-DONE.                                       14120069
141300*                                                                 14130069
141400 DELETE-ENRF-NEXT-PARA.                                           14140069
141500     READ P26ENRF NEXT RECORD                                     14150069
141600         AT END                                                   14160069
141700             SET BROWSE-DONE TO TRUE                              14170069
141800     END-READ                                                     14180069
141900     IF NOT BROWSE-DONE                                           14190069
142000         IF ENR-EMP-ID NOT = WS-EMP-ID                            14200069
142100             SET BROWSE-DONE TO TRUE                              14210069
142200         ELSE                                                     14220069
142300             DELETE P26ENRF RECORD                                14230069
142400                 INVALID KEY                                      14240069
142500                     CONTINUE                                     14250069
142600                 NOT INVALID KEY                                  14260069
142700                     ADD 1 TO WS-EMP-DEL(12)                      14270069
142800             END-DELETE                                           14280069
142900         END-IF                                                   14290069
143000     END-IF.                                                      14300069
143100*                                                                 14310069
143200 DELETE-LDF-PARA.                                                 14320069
143300     MOVE 'N' TO WS-BROWSE-FLAG                                   14330069
143400     MOVE LOW-VALUES TO LD-KEY                                    14340069
143500     MOVE WS-EMP-ID TO LD-EMP-ID                                  14350069
143600     START P26LDF KEY IS NOT LESS THAN LD-KEY                     14360069
143700         INVALID KEY                                              14370069
143800             SET BROWSE-DONE TO TRUE                              14380069
143900     END-START                                                    14390069
144000     PERFORM DELETE-LDF-NEXT-PARA                                 14400069
144100         UNTIL BROWSE-DONE.                                       14410069
144200*                                                                 14420069
144300 DELETE-LDF-NEXT-PARA.                                            14430069
144400     READ P26LDF NEXT RECORD                                      14440069
144500         AT END                                                   14450069
144600             SET BROWSE-DONE TO TRUE                              14460069
144700     END-READ                                                     14470069
144800     IF NOT BROWSE-DONE                                           14480069
144900         IF LD-EMP-ID NOT = WS-EMP-ID                             14490069
145000             SET BROWSE-DONE TO TRUE                              14500069
145100         ELSE                                                     14510069
145200             DELETE P26LDF RECORD                                 14520069
145300                 INVALID KEY                                      14530069
145400                     CONTINUE                                     14540069
145500                 NOT INVALID KEY                                  14550069
145600                     ADD 1 TO WS-EMP-DEL(13)                      14560069
145700             END-DELETE                                           14570069
145800         END-IF                                                   14580069
145900     END-IF.                                                      14590069
146000*                                                                 14600069
146100 DELETE-DOCF-PARA.                                                14610069
146200     MOVE 'N' TO WS-BROWSE-FLAG                                   14620069
146300     MOVE LOW-VALUES TO DOC-KEY                                   14630069
146400     MOVE WS-EMP-ID TO DOC-EMP-ID                                 14640069
146500     START P26DOCF KEY IS NOT LESS THAN DOC-KEY                   14650069
146600         INVALID KEY                                              14660069
146700             SET BROWSE-DONE TO TRUE                              14670069
146800     END-START                                                    14680069
146900     PERFORM DELETE-DOCF-NEXT-PARA                                14690069
147000         UNTIL BROWSE-DONE.                                       14700069
147100*                                                                 14710069
147200 DELETE-DOCF-NEXT-PARA.                                           14720069
147300     READ P26DOCF NEXT RECORD                                     14730069
147400         AT END                                                   14740069
147500             SET BROWSE-DONE TO TRUE                              14750069
147600     END-READ                                                     14760069
147700     IF NOT BROWSE-DONE                                           14770069
147800         IF DOC-EMP-ID NOT = WS-EMP-ID                            14780069
147900             SET BROWSE-DONE TO TRUE                              14790069
148000         ELSE                                                     14800069
148100             DELETE P26DOCF RECORD                                14810069
148200                 INVALID KEY                                      14820069
148300                     CONTINUE                                     14830069
148400                 NOT INVALID KEY                                  14840069
148500                     ADD 1 TO WS-EMP-DEL(14)                      14850069
148600             END-DELETE                                           14860069
148700         END-IF                                                   14870069
148800     END-IF.                                                      14880069
148900*                                                                 14890069
149000 DELETE-EXPF-PARA.                                                14900069
149100     MOVE 'N' TO WS-BROWSE-FLAG                                   14910069
149200     MOVE LOW-VALUES TO EXP-KEY                                   14920069
149300     MOVE WS-EMP-ID TO EXP-EMP-ID                                 14930069
149400     START P26EXPF KEY IS NOT LESS THAN EXP-KEY                   14940069
149500         INVALID KEY                                              14950069
149600             SET BROWSE-DONE TO TRUE                              14960069
149700     END-START                                                    14970069
149800     PERFORM DELETE-EXPF-NEXT-PARA                                14980069
149900         UNTIL BROWSE-DONE.                                       14990069
150000*                                                                 15000069
150100 DELETE-EXPF-NEXT-PARA.                                           15010069
150200     READ P26EXPF NEXT RECORD                                     15020069
150300         AT END                                                   15030069
150400             SET BROWSE-DONE TO TRUE                              15040069
150500     END-READ                                                     15050069
150600     IF NOT BROWSE-DONE                                           15060069
150700         IF EXP-EMP-ID NOT = WS-EMP-ID                            15070069
150800             SET BROWSE-DONE TO TRUE                              15080069
150900         ELSE                                                     15090069
151000             DELETE P26EXPF RECORD                                15100069
151100                 INVALID KEY                                      15110069
151200                     CONTINUE                                     15120069
151300                 NOT INVALID KEY                                  15130069
151400                     ADD 1 TO WS-EMP-DEL(15)                      15140069
151500             END-DELETE                                           15150069
151600         END-IF                                                   15160069
151700     END-IF.                                                      15170069
151800*                                                                 15180069
151900 DELETE-APRF-PARA.                                                15190069
152000     MOVE 'N' TO WS-BROWSE-FLAG                                   15200069
152100     MOVE LOW-VALUES TO APR-KEY                                   15210069
152200     MOVE WS-EMP-ID TO APR-EMP-ID                                 15220069
152300     START P26APRF KEY IS NOT LESS THAN APR-KEY                   15230069
152400         INVALID KEY                                              15240069
152500             SET BROWSE-DONE TO TRUE                              15250069
152600     END-START                                                    15260069
152700     PERFORM DELETE-APRF-NEXT-PARA                                15270069
152800         UNTIL BROWSE-DONE.                                       15280069
152900*                                                                 15290069
153000 DELETE-APRF-NEXT-PARA.                                           15300069
153100     READ P26APRF NEXT RECORD                                     15310069
153200         AT END                                                   15320069
153300             SET BROWSE-DONE TO TRUE                              15330069
153400     END-READ                                                     15340069
153500     IF NOT BROWSE-DONE                                           15350069
153600         IF APR-EMP-ID NOT = WS-EMP-ID                            15360069
153700             SET BROWSE-DONE TO TRUE                              15370069
153800         ELSE                                                     15380069
153900             DELETE P26APRF RECORD                                15390069
154000                 INVALID KEY                                      15400069
154100                     CONTINUE                                     15410069
154200                 NOT INVALID KEY                                  15420069
154300                     ADD 1 TO WS-EMP-DEL(16)                      15430069
154400             END-DELETE                                           15440069
154500         END-IF                                                   15450069
154600     END-IF.                                                      15460069
154700*                                                                 15470069
154800 DELETE-PCHF-PARA.                                                15480069
154900     MOVE 'N' TO WS-BROWSE-FLAG                                   15490069
155000     MOVE LOW-VALUES TO PCH-KEY                                   15500069
155100     MOVE WS-EMP-ID TO PCH-EMP-ID                                 15510069
155200     START P26PCHF KEY IS NOT LESS THAN PCH-KEY                   15520069
155300         INVALID KEY                                              15530069
155400             SET BROWSE-DONE TO TRUE                              15540069
155500     END-START                                                    15550069
155600     PERFORM DELETE-PCHF-NEXT-PARA                                15560069
155700         UNTIL BROWSE-DONE.                                       15570069
155800*                                                                 15580069
155900 DELETE-PCHF-NEXT-PARA.                                           15590069
156000     READ P26PCHF NEXT RECORD                                     15600069
156100         AT END                                                   15610069
156200             SET BROWSE-DONE TO TRUE                              15620069
156300     END-READ                                                     15630069
156400     IF NOT BROWSE-DONE                                           15640069
156500         IF PCH-EMP-ID NOT = WS-EMP-ID                            15650069
156600             SET BROWSE-DONE TO TRUE                              15660069
156700         ELSE                                                     15670069
156800             DELETE P26PCHF RECORD                                15680069
156900                 INVALID KEY                                      15690069
157000                     CONTINUE                                     15700069
157100                 NOT INVALID KEY                                  15710069
157200                     ADD 1 TO WS-EMP-DEL(17)                      15720069
157300             END-DELETE                                           15730069
157400         END-IF                                                   15740069
157500     END-IF.                                                      15750069
157600*                                                                 15760069
157700 DELETE-FCHF-PARA.                                                15770069
157800     MOVE 'N' TO WS-BROWSE-FLAG                                   15780069
157900     MOVE LOW-VALUES TO FCH-KEY                                   15790069
158000     MOVE WS-EMP-ID TO FCH-EMP-ID                                 15800069
158100     START P26FCHF KEY IS NOT LESS THAN FCH-KEY                   15810069
158200         INVALID KEY                                              15820069
158300             SET BROWSE-DONE TO TRUE                              15830069
158400     END-START                                                    15840069
158500     PERFORM DELETE-FCHF-NEXT-PARA                                15850069
158600         UNTIL BROWSE-DONE.                                       15860069
158700*                                                                 15870069
158800 DELETE-FCHF-NEXT-PARA.                                           15880069
158900     READ P26FCHF NEXT RECORD                                     15890069
159000         AT END                                                   15900069
159100             SET BROWSE-DONE TO TRUE                              15910069
159200     END-READ                                                     15920069
159300     IF NOT BROWSE-DONE                                           15930069
159400         IF FCH-EMP-ID NOT = WS-EMP-ID                            15940069
159500             SET BROWSE-DONE TO TRUE                              15950069
159600         ELSE                                                     15960069
159700             DELETE P26FCHF RECORD                                15970069
159800                 INVALID KEY                                      15980069
159900                     CONTINUE                                     15990069
160000                 NOT INVALID KEY                                  16000069
160100                     ADD 1 TO WS-EMP-DEL(18)                      16010069
160200             END-DELETE                                           16020069
160300         END-IF                                                   16030069
160400     END-IF.                                                      16040069
160500*                                                                 16050069
160600 ARCHIVE-EFILE-PARA.                                              16060069
160700     IF EFILE-OPEN                                                16070069
160800         MOVE WS-EMP-ID TO EEMP-ID                                16080069
160900         READ P26EFILE                                            16090069
161000             INVALID KEY                                          16100069
161100                 CONTINUE                                         16110069
161200             NOT INVALID KEY                                      16120069
161300                 MOVE 19 TO WS-FILE-IX                            16130069
161400                 MOVE E-EMPLOYEE-RECORD TO ARV-IMAGE              16140069
161500                 PERFORM PUT-ARCHIVE-PARA                         16150069
161600         END-READ                                                 16160069
161700     END-IF.                                                      16170069
161800*                                                                 16180069
161900 ARCHIVE-TSF-PARA.                                                16190069
162000     IF TSF-OPEN                                                  16200069
162100         MOVE 'N' TO WS-BROWSE-FLAG                               16210069
162200         MOVE LOW-VALUES TO TS-KEY                                16220069
162300         MOVE WS-EMP-ID TO TS-EMP-ID                              16230069
162400         START P26TSF KEY IS NOT LESS THAN TS-KEY                 16240069
162500             INVALID KEY                                          16250069
162600                 SET BROWSE-DONE TO TRUE                          16260069
162700         END-START                                                16270069
162800         PERFORM ARCHIVE-TSF-NEXT-PARA                            16280069
162900             UNTIL BROWSE-DONE                                    16290069
163000     END-IF.                                                      16300069
163100*                                                                 16310069
163200 ARCHIVE-TSF-NEXT-PARA.                                           16320069
163300     READ P26TSF NEXT RECORD                                      16330069
163400         AT END                                                   16340069
163500             SET BROWSE-DONE TO TRUE                              16350069
163600     END-READ                                                     16360069
163700     IF NOT BROWSE-DONE                                           16370069
163800         IF TS-EMP-ID NOT = WS-EMP-ID                             16380069
163900             SET BROWSE-DONE TO TRUE                              16390069
164000         ELSE                                                     16400069
164100             MOVE 20 TO WS-FILE-IX                                16410069
164200             MOVE TIMESHEET-RECORD TO ARV-IMAGE                   16420069
164300             PERFORM PUT-ARCHIVE-PARA                             16430069
164400         END-IF                                                   16440069
164500     END-IF.                                                      16450069
164600*                                                                 16460069
164700 ARCHIVE-HRF-PARA.                                                16470069
164800     IF HRF-OPEN                                                  16480069
164900         MOVE WS-EMP-ID TO HRT-EMP-ID                             16490069
165000         READ P26HRF                                              16500069
165100             INVALID KEY                                          16510069
165200                 CONTINUE                                         16520069
165300             NOT INVALID KEY                                      16530069
165400                 MOVE 21 TO WS-FILE-IX                            16540069
165500                 MOVE HOURLY-RATE-RECORD TO ARV-IMAGE             16550069
165600                 PERFORM PUT-ARCHIVE-PARA                         16560069
165700         END-READ                                                 16570069
165800     END-IF.                                                      16580069
165900*                                                                 16590069
166000 ARCHIVE-LRQF-PARA.                                               16600069
166100     IF LRQF-OPEN                                                 16610069
166200         MOVE 'N' TO WS-BROWSE-FLAG                               16620069
166300         MOVE LOW-VALUES TO LRQ-KEY                               16630069
166400         MOVE WS-EMP-ID TO LRQ-EMP-ID                             16640069
166500         START P26LRQF KEY IS NOT LESS THAN LRQ-KEY               16650069
166600             INVALID KEY                                          16660069
166700                 SET BROWSE-DONE TO TRUE                          16670069
166800         END-START                                                16680069
166900         PERFORM ARCHIVE-LRQF-NEXT-PARA                           16690069
167000             UNTIL BROWSE-DONE                                    16700069
167100     END-IF.                                                      16710069
167200*                                                                 16720069
167300 ARCHIVE-LRQF-NEXT-PARA.                                          16730069
167400     READ P26LRQF NEXT RECORD                                     16740069
167500         AT END                                                   16750069
167600             SET BROWSE-DONE TO TRUE                              16760069
167700     END-READ                                                     16770069
167800     IF NOT BROWSE-DONE                                           16780069
167900         IF LRQ-EMP-ID NOT = WS-EMP-ID                            16790069
168000             SET BROWSE-DONE TO TRUE                              16800069
168100         ELSE                                                     16810069
168200             MOVE 22 TO WS-FILE-IX                                16820069
168300             MOVE LEAVE-REQUEST-RECORD TO ARV-IMAGE               16830069
168400             PERFORM PUT-ARCHIVE-PARA                             16840069
168500         END-IF                                                   16850069
168600     END-IF.                                                      16860069
168700*                                                                 16870069
168800 ARCHIVE-SUPF-PARA.                                               16880069
168900     IF SUPF-OPEN                                                 16890069
169000         MOVE WS-EMP-ID TO SUP-EMP-ID                             16900069
169100         READ P26SUPF                                             16910069
169200             INVALID KEY                                          16920069
169300                 CONTINUE                                         16930069
169400             NOT INVALID KEY                                      16940069
169500                 MOVE 23 TO WS-FILE-IX                            16950069
169600                 MOVE SUPERVISOR-RECORD TO ARV-IMAGE              16960069
169700                 PERFORM PUT-ARCHIVE-PARA                         16970069
169800         END-READ                                                 16980069
169900     END-IF.                                                      16990069
170000*                                                                 17000069
170100 DELETE-TSF-PARA.                                                 17010069
170200     MOVE 'N' TO WS-BROWSE-FLAG                                   17020069
170300     MOVE LOW-VALUES TO TS-KEY                                    17030069
170400     MOVE WS-EMP-ID TO TS-EMP-ID                                  17040069
170500     START P26TSF KEY IS NOT LESS THAN TS-KEY                     17050069
170600         INVALID KEY                                              17060069
170700             SET BROWSE-DONE TO TRUE                              17070069
170800     END-START                                                    17080069
170900     PERFORM DELETE-TSF-NEXT-PARA                                 17090069
171000         UNTIL BROWSE-DONE.                                       17100069
171100*                                                                 17110069
171200 DELETE-TSF-NEXT-PARA.                                            17120069
171300     READ P26TSF NEXT RECORD                                      17130069
171400         AT END                                                   17140069
171500             SET BROWSE-DONE TO TRUE                              17150069
171600     END-READ                                                     17160069
171700     IF NOT BROWSE-DONE                                           17170069
171800         IF TS-EMP-ID NOT = WS-EMP-ID                             17180069
171900             SET BROWSE-DONE TO TRUE                              17190069
172000         ELSE                                                     17200069
172100             DELETE P26TSF RECORD                                 17210069
172200                 INVALID KEY                                      17220069
172300                     CONTINUE                                     17230069
172400                 NOT INVALID KEY                                  17240069
172500                     ADD 1 TO WS-EMP-DEL(20)                      17250069
172600             END-DELETE                                           17260069
172700         END-IF                                                   17270069
172800     END-IF.                                                      17280069
172900*                                                                 17290069
173000 DELETE-LRQF-PARA.                                                17300069
173100     MOVE 'N' TO WS-BROWSE-FLAG                                   17310069
173200     MOVE LOW-VALUES TO LRQ-KEY                                   17320069
173300     MOVE WS-EMP-ID TO LRQ-EMP-ID                                 17330069
173400     START P26LRQF KEY IS NOT LESS THAN LRQ-KEY                   17340069
173500         INVALID KEY                                              17350069
173600             SET BROWSE-DONE TO TRUE                              17360069
173700     END-START                                                    17370069
173800     PERFORM DELETE-LRQF-NEXT-PARA                                17380069
173900         UNTIL BROWSE-DONE.                                       17390069
174000*                                                                 17400069
174100 DELETE-LRQF-NEXT-PARA.                                           17410069
174200     READ P26LRQF NEXT RECORD                                     17420069
174300         AT END                                                   17430069
174400             SET BROWSE-DONE TO TRUE                              17440069
174500     END-READ                                                     17450069
174600     IF NOT BROWSE-DONE                                           17460069
174700         IF LRQ-EMP-ID NOT = WS-EMP-ID                            17470069
174800             SET BROWSE-DONE TO TRUE                              17480069
174900         ELSE                                                     17490069
175000             DELETE P26LRQF RECORD                                17500069
175100                 INVALID KEY                                      17510069
175200                     CONTINUE                                     17520069
175300                 NOT INVALID KEY                                  17530069
175400                     ADD 1 TO WS-EMP-DEL(22)                      17540069
175500             END-DELETE                                           17550069
175600         END-IF                                                   17560069
175700     END-IF.                                                      17570069
