000100 01  LDSMAPI.
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
001300     02  LEIDL             PIC S9(4) COMP.
001400     02  LEIDF             PIC X.
001500     02  FILLER REDEFINES LEIDF.
001600         03  LEIDA         PIC X.
001700     02  LEIDI             PIC X(05).
001800     02  LNAMEL            PIC S9(4) COMP.
001900     02  LNAMEF            PIC X.
002000     02  FILLER REDEFINES LNAMEF.
002100         03  LNAMEA        PIC X.
002200     02  LNAMEI            PIC X(20).
002300     02  LHLOCL            PIC S9(4) COMP.
002400     02  LHLOCF            PIC X.
002500     02  FILLER REDEFINES LHLOCF.
002600         03  LHLOCA        PIC X.
002700     02  LHLOCI            PIC X(10).
002800     02  LEFFL             PIC S9(4) COMP.
002900     02  LEFFF             PIC X.
003000     02  FILLER REDEFINES LEFFF.
003100         03  LEFFA         PIC X.
003200     02  LEFFI             PIC X(08).
003300     02  L1DEPL            PIC S9(4) COMP.
003400     02  L1DEPF            PIC X.
003500     02  FILLER REDEFINES L1DEPF.
003600         03  L1DEPA        PIC X.
003700     02  L1DEPI            PIC X(08).
003800     02  L1LOCL            PIC S9(4) COMP.
003900     02  L1LOCF            PIC X.
004000     02  FILLER REDEFINES L1LOCF.
004100         03  L1LOCA        PIC X.
004200     02  L1LOCI            PIC X(10).
004300     02  L1PCTL            PIC S9(4) COMP.
004400     02  L1PCTF            PIC X.
004500     02  FILLER REDEFINES L1PCTF.
004600         03  L1PCTA        PIC X.
004700     02  L1PCTI            PIC 9(03).
004800     02  L1PDCL            PIC S9(4) COMP.
004900     02  L1PDCF            PIC X.
005000     02  FILLER REDEFINES L1PDCF.
005100         03  L1PDCA        PIC X.
005200     02  L1PDCI            PIC 9(02).
005300     02  L2DEPL            PIC S9(4) COMP.
005400     02  L2DEPF            PIC X.
005500     02  FILLER REDEFINES L2DEPF.
005600         03  L2DEPA        PIC X.
005700     02  L2DEPI            PIC X(08).
005800     02  L2LOCL            PIC S9(4) COMP.
005900     02  L2LOCF            PIC X.
006000     02  FILLER REDEFINES L2LOCF.
006100         03  L2LOCA        PIC X.
006200     02  L2LOCI            PIC X(10).
006300     02  L2PCTL            PIC S9(4) COMP.
006400     02  L2PCTF            PIC X.
006500     02  FILLER REDEFINES L2PCTF.
006600         03  L2PCTA        PIC X.
006700     02  L2PCTI            PIC 9(03).
006800     02  L2PDCL            PIC S9(4) COMP.
006900     02  L2PDCF            PIC X.
007000     02  FILLER REDEFINES L2PDCF.
007100         03  L2PDCA        PIC X.
007200     02  L2PDCI            PIC 9(02).
007300     02  L3DEPL            PIC S9(4) COMP.
007400     02  L3DEPF            PIC X.
007500     02  FILLER REDEFINES L3DEPF.
007600         03  L3DEPA        PIC X.
007700     02  L3DEPI            PIC X(08).
007800     02  L3LOCL            PIC S9(4) COMP.
007900     02  L3LOCF            PIC X.
008000     02  FILLER REDEFINES L3LOCF.
008100         03  L3LOCA        PIC X.
008200     02  L3LOCI            PIC X(10).
008300     02  L3PCTL            PIC S9(4) COMP.
008400     02  L3PCTF            PIC X.
008500     02  FILLER REDEFINES L3PCTF.
008600         03  L3PCTA        PIC X.
008700     02  L3PCTI            PIC 9(03).
008800     02  L3PDCL            PIC S9(4) COMP.
008900     02  L3PDCF            PIC X.
009000     02  FILLER REDEFINES L3PDCF.
009100         03  L3PDCA        PIC X.
009200     02  L3PDCI            PIC 9(02).
009300     02  L4DEPL            PIC S9(4) COMP.
009400     02  L4DEPF            PIC X.
009500     02  FILLER REDEFINES L4DEPF.
009600         03  L4DEPA        PIC X.
009700     02  L4DEPI            PIC X(08).
009800     02  L4LOCL            PIC S9(4) COMP.
009900     02  L4LOCF            PIC X.
010000     02  FILLER REDEFINES L4LOCF.
010100         03  L4LOCA        PIC X.
010200     02  L4LOCI            PIC X(10).
010300     02  L4PCTL            PIC S9(4) COMP.
010400     02  L4PCTF            PIC X.
010500     02  FILLER REDEFINES L4PCTF.
010600         03  L4PCTA        PIC X.
010700     02  L4PCTI            PIC 9(03).
010800     02  L4PDCL            PIC S9(4) COMP.
010900     02  L4PDCF            PIC X.
011000     02  FILLER REDEFINES L4PDCF.
011100         03  L4PDCA        PIC X.
011200     02  L4PDCI            PIC 9(02).
011300     02  LTOTL             PIC S9(4) COMP.
011400     02  LTOTF             PIC X.
011500     02  FILLER REDEFINES LTOTF.
011600         03  LTOTA         PIC X.
011700     02  LTOTI             PIC X(06).
011800     02  MESSAGEL          PIC S9(4) COMP.
011900     02  MESSAGEF          PIC X.
012000     02  FILLER REDEFINES MESSAGEF.
012100         03  MESSAGEA      PIC X.
012200     02  MESSAGEI          PIC X(40).
012300 01  LDSMAPO REDEFINES LDSMAPI.
012400     02  FILLER            PIC X(12).
012500     02  FILLER            PIC X(02).
012600     02  SYSDATEO          PIC X(10).
012700     02  FILLER            PIC X(02).
012800     02  SYSTIMEO          PIC X(08).
012900     02  FILLER            PIC X(02).
013000     02  LEIDO             PIC X(05).
013100     02  FILLER            PIC X(02).
013200     02  LNAMEO            PIC X(20).
013300     02  FILLER            PIC X(02).
013400     02  LHLOCO            PIC X(10).
013500     02  FILLER            PIC X(02).
013600     02  LEFFO             PIC X(08).
013700     02  FILLER            PIC X(02).
013800     02  L1DEPO            PIC X(08).
013900     02  FILLER            PIC X(02).
014000     02  L1LOCO            PIC X(10).
014100     02  FILLER            PIC X(02).
014200     02  L1PCTO            PIC 9(03).
014300     02  FILLER            PIC X(02).
014400     02  L1PDCO            PIC 9(02).
014500     02  FILLER            PIC X(02).
014600     02  L2DEPO            PIC X(08).
014700     02  FILLER            PIC X(02).
014800     02  L2LOCO            PIC X(10).
014900     02  FILLER            PIC X(02).
015000     02  L2PCTO            PIC 9(03).
015100     02  FILLER            PIC X(02).
015200     02  L2PDCO            PIC 9(02).
015300     02  FILLER            PIC X(02).
015400     02  L3DEPO            PIC X(08).
015500     02  FILLER            PIC X(02).
015600     02  L3LOCO            PIC X(10).
015700     02  FILLER            PIC X(02).
015800     02  L3PCTO            PIC 9(03).
015900     02  FILLER            PIC X(02).
016000     02  L3PDCO            PIC 9(02).
016100     02  FILLER            PIC X(02).
016200     02  L4DEPO            PIC X(08).
016300     02  FILLER            PIC X(02).
016400     02  L4LOCO            PIC X(10).
016500     02  FILLER            PIC X(02).
016600     02  L4PCTO            PIC 9(03).
016700     02  FILLER            PIC X(02).
016800     02  L4PDCO            PIC 9(02).
016900     02  FILLER            PIC X(02).
017000     02  LTOTO             PIC X(06).
017100     02  FILLER            PIC X(02).
017200     02  MESSAGEO          PIC X(40).
