001900 01  WS-MENU-STATUS          PIC X(02) VALUE SPACES.              00190000
002000     88  MENU-OK                     VALUE '00'.                  00200000
002100 01  WS-SEED-SUB             PIC 9(02) VALUE 1.                   00210000
002200 01  WS-SEED-MAX             PIC 9(02) VALUE 28.                  00220064
002300 01  WS-SEED-TABLE-DATA.                                          00230000
002400     03  FILLER              PIC X(43) VALUE                      00240000
002500         '1GROSS-TO-NET CALCULATOR       P26AP01 NSHP'.           00250000
004796         'KREPORTING LINE MAINTENANCE    P26AP23 YSH '.           00479637
004797     03  FILLER              PIC X(43) VALUE                      00479738
004798         'LLEAVE REQUESTS + APPROVALS    P26AP24 Y   '.           00479838
004808     03  FILLER              PIC X(43) VALUE                      00480847
004818         'MBENEFIT ENROLLMENT            P26AP25 YSHP'.           00481847
004822     03  FILLER              PIC X(43) VALUE                      00482251
004826         'NLABOR DISTRIBUTION            P26AP26 YSP '.           00482651
004836     03  FILLER              PIC X(43) VALUE                      00483653
004846         'ODOCUMENT EXPIRY TRACKING      P26AP27 YSHP'.           00484653
004850     03  FILLER              PIC X(43) VALUE                      00485056
004854         'PEXPENSE CLAIMS + APPROVALS    P26AP28 Y   '.           00485456
004864     03  FILLER              PIC X(43) VALUE                      00486457
004874         'QAPPRAISAL RATINGS             P26AP29 YSH '.           00487457
004878     03  FILLER              PIC X(43) VALUE                      00487858
004882         'RCHANGE APPROVALS              P26AP30 YSH '.           00488258
004883     03  FILLER              PIC X(43) VALUE                      00488364
004884         'SFUTURE-DATED CHANGES          P26AP31 YSHP'.           00488464
004886 01  WS-SEED-TABLE REDEFINES WS-SEED-TABLE-DATA.                  00488664
004900     03  WS-SEED-ENTRY               OCCURS 28 TIMES.             00490064
005000         05  WS-SEED-OPTION  PIC X(01).                           00500000
005100         05  WS-SEED-DESC    PIC X(30).                           00510000
005200         05  WS-SEED-PROGRAM PIC X(08).                           00520000
