000100 01  PCHMAPI.
000200     02  FILLER            PIC X(12).
000300     02  SYSDATEL          PIC S9(4) COMP.
000400     02  SYSDATEF          PIC X.
000500     02  FILLER REDEFINES SYSDATEF.
000600         03  SYSDATEA      PIC X.
000700     02  SYSDATEI          PIC X(10).
000800     02  SYSTIMEL          PIC S9(4) COMP.
000900     02  SYSTIMEF          PIC X.
001000     02  FILLER REDEFINES SYSTIMEF.
001100         03  SYSTIMEA      PIC X.
001200     02  SYSTIMEI          PIC X(08).
001300     02  CEIDL             PIC S9(4) COMP.
001400     02  CEIDF             PIC X.
001500     02  FILLER REDEFINES CEIDF.
001600         03  CEIDA         PIC X.
001700     02  CEIDI             PIC X(05).
001800     02  CSEQL             PIC S9(4) COMP.
001900     02  CSEQF             PIC X.
002000     02  FILLER REDEFINES CSEQF.
002100         03  CSEQA         PIC X.
002200     02  CSEQI             PIC X(03).
002300     02  CNAMEL            PIC S9(4) COMP.
002400     02  CNAMEF            PIC X.
002500     02  FILLER REDEFINES CNAMEF.
002600         03  CNAMEA        PIC X.
002700     02  CNAMEI            PIC X(20).
002800     02  CFILEL            PIC S9(4) COMP.
002900     02  CFILEF            PIC X.
003000     02  FILLER REDEFINES CFILEF.
003100         03  CFILEA        PIC X.
003200     02  CFILEI            PIC X(08).
003300     02  CACTL             PIC S9(4) COMP.
003400     02  CACTF             PIC X.
003500     02  FILLER REDEFINES CACTF.
003600         03  CACTA         PIC X.
003700     02  CACTI             PIC X(06).
003800     02  COLDL             PIC S9(4) COMP.
003900     02  COLDF             PIC X.
004000     02  FILLER REDEFINES COLDF.
004100         03  COLDA         PIC X.
004200     02  COLDI             PIC X(19).
004300     02  CNEWL             PIC S9(4) COMP.
004400     02  CNEWF             PIC X.
004500     02  FILLER REDEFINES CNEWF.
004600         03  CNEWA         PIC X.
004700     02  CNEWI             PIC X(19).
004800     02  CSTATL            PIC S9(4) COMP.
004900     02  CSTATF            PIC X.
005000     02  FILLER REDEFINES CSTATF.
005100         03  CSTATA        PIC X.
005200     02  CSTATI            PIC X(08).
005300     02  CREQL             PIC S9(4) COMP.
005400     02  CREQF             PIC X.
005500     02  FILLER REDEFINES CREQF.
005600         03  CREQA         PIC X.
005700     02  CREQI             PIC X(08).
005800     02  CRDATL            PIC S9(4) COMP.
005900     02  CRDATF            PIC X.
006000     02  FILLER REDEFINES CRDATF.
006100         03  CRDATA        PIC X.
006200     02  CRDATI            PIC X(10).
006300     02  CCHKL             PIC S9(4) COMP.
006400     02  CCHKF             PIC X.
006500     02  FILLER REDEFINES CCHKF.
006600         03  CCHKA         PIC X.
006700     02  CCHKI             PIC X(08).
006800     02  CCDATL            PIC S9(4) COMP.
006900     02  CCDATF            PIC X.
007000     02  FILLER REDEFINES CCDATF.
007100         03  CCDATA        PIC X.
007200     02  CCDATI            PIC X(10).
007300     02  CRSNL             PIC S9(4) COMP.
007400     02  CRSNF             PIC X.
007500     02  FILLER REDEFINES CRSNF.
007600         03  CRSNA         PIC X.
007700     02  CRSNI             PIC X(20).
007800     02  MESSAGEL          PIC S9(4) COMP.
007900     02  MESSAGEF          PIC X.
008000     02  FILLER REDEFINES MESSAGEF.
008100         03  MESSAGEA      PIC X.
008200     02  MESSAGEI          PIC X(40).
008300 01  PCHMAPO REDEFINES PCHMAPI.
008400     02  FILLER            PIC X(12).
008500     02  FILLER            PIC X(02).
008600     02  SYSDATEO          PIC X(10).
008700     02  FILLER            PIC X(02).
008800     02  SYSTIMEO          PIC X(08).
008900     02  FILLER            PIC X(02).
009000     02  CEIDO             PIC X(05).
009100     02  FILLER            PIC X(02).
009200     02  CSEQO             PIC X(03).
009300     02  FILLER            PIC X(02).
009400     02  CNAMEO            PIC X(20).
009500     02  FILLER            PIC X(02).
009600     02  CFILEO            PIC X(08).
009700     02  FILLER            PIC X(02).
009800     02  CACTO             PIC X(06).
009900     02  FILLER            PIC X(02).
010000     02  COLDO             PIC X(19).
010100     02  FILLER            PIC X(02).
010200     02  CNEWO             PIC X(19).
010300     02  FILLER            PIC X(02).
010400     02  CSTATO            PIC X(08).
010500     02  FILLER            PIC X(02).
010600     02  CREQO             PIC X(08).
010700     02  FILLER            PIC X(02).
010800     02  CRDATO            PIC X(10).
010900     02  FILLER            PIC X(02).
011000     02  CCHKO             PIC X(08).
011100     02  FILLER            PIC X(02).
011200     02  CCDATO            PIC X(10).
011300     02  FILLER            PIC X(02).
011400     02  CRSNO             PIC X(20).
011500     02  FILLER            PIC X(02).
011600     02  MESSAGEO          PIC X(40).
