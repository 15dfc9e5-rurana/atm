000100 01  FCHMAPI.
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
001300     02  FEIDL             PIC S9(4) COMP.
001400     02  FEIDF             PIC X.
001500     02  FILLER REDEFINES FEIDF.
001600         03  FEIDA         PIC X.
001700     02  FEIDI             PIC X(05).
001800     02  FEFFL             PIC S9(4) COMP.
001900     02  FEFFF             PIC X.
002000     02  FILLER REDEFINES FEFFF.
002100         03  FEFFA         PIC X.
002200     02  FEFFI             PIC X(08).
002300     02  FSEQL             PIC S9(4) COMP.
002400     02  FSEQF             PIC X.
002500     02  FILLER REDEFINES FSEQF.
002600         03  FSEQA         PIC X.
002700     02  FSEQI             PIC X(02).
002800     02  FNAMEL            PIC S9(4) COMP.
002900     02  FNAMEF            PIC X.
003000     02  FILLER REDEFINES FNAMEF.
003100         03  FNAMEA        PIC X.
003200     02  FNAMEI            PIC X(20).
003300     02  FTYPEL            PIC S9(4) COMP.
003400     02  FTYPEF            PIC X.
003500     02  FILLER REDEFINES FTYPEF.
003600         03  FTYPEA        PIC X.
003700     02  FTYPEI            PIC X(01).
003800     02  FSTATL            PIC S9(4) COMP.
003900     02  FSTATF            PIC X.
004000     02  FILLER REDEFINES FSTATF.
004100         03  FSTATA        PIC X.
004200     02  FSTATI            PIC X(09).
004300     02  FCDEPTL           PIC S9(4) COMP.
004400     02  FCDEPTF           PIC X.
004500     02  FILLER REDEFINES FCDEPTF.
004600         03  FCDEPTA       PIC X.
004700     02  FCDEPTI           PIC X(08).
004800     02  FCLOCL            PIC S9(4) COMP.
004900     02  FCLOCF            PIC X.
005000     02  FILLER REDEFINES FCLOCF.
005100         03  FCLOCA        PIC X.
005200     02  FCLOCI            PIC X(10).
005300     02  FCTECHL           PIC S9(4) COMP.
005400     02  FCTECHF           PIC X.
005500     02  FILLER REDEFINES FCTECHF.
005600         03  FCTECHA       PIC X.
005700     02  FCTECHI           PIC X(10).
005800     02  FCGRDL            PIC S9(4) COMP.
005900     02  FCGRDF            PIC X.
006000     02  FILLER REDEFINES FCGRDF.
006100         03  FCGRDA        PIC X.
006200     02  FCGRDI            PIC X(03).
006300     02  FCEARNL           PIC S9(4) COMP.
006400     02  FCEARNF           PIC X.
006500     02  FILLER REDEFINES FCEARNF.
006600         03  FCEARNA       PIC X.
006700     02  FCEARNI           PIC X(10).
006800     02  FNDEPTL           PIC S9(4) COMP.
006900     02  FNDEPTF           PIC X.
007000     02  FILLER REDEFINES FNDEPTF.
007100         03  FNDEPTA       PIC X.
007200     02  FNDEPTI           PIC X(08).
007300     02  FNLOCL            PIC S9(4) COMP.
007400     02  FNLOCF            PIC X.
007500     02  FILLER REDEFINES FNLOCF.
007600         03  FNLOCA        PIC X.
007700     02  FNLOCI            PIC X(10).
007800     02  FNTECHL           PIC S9(4) COMP.
007900     02  FNTECHF           PIC X.
008000     02  FILLER REDEFINES FNTECHF.
008100         03  FNTECHA       PIC X.
008200     02  FNTECHI           PIC X(10).
008300     02  FNGRDL            PIC S9(4) COMP.
008400     02  FNGRDF            PIC X.
008500     02  FILLER REDEFINES FNGRDF.
008600         03  FNGRDA        PIC X.
008700     02  FNGRDI            PIC X(03).
008800     02  FNERSL            PIC S9(4) COMP.
008900     02  FNERSF            PIC X.
009000     02  FILLER REDEFINES FNERSF.
009100         03  FNERSA        PIC X.
009200     02  FNERSI            PIC 9(07).
009300     02  FNEPSL            PIC S9(4) COMP.
009400     02  FNEPSF            PIC X.
009500     02  FILLER REDEFINES FNEPSF.
009600         03  FNEPSA        PIC X.
009700     02  FNEPSI            PIC 9(02).
009800     02  FREQL             PIC S9(4) COMP.
009900     02  FREQF             PIC X.
010000     02  FILLER REDEFINES FREQF.
010100         03  FREQA         PIC X.
010200     02  FREQI             PIC X(08).
010300     02  FRDATL            PIC S9(4) COMP.
010400     02  FRDATF            PIC X.
010500     02  FILLER REDEFINES FRDATF.
010600         03  FRDATA        PIC X.
010700     02  FRDATI            PIC X(10).
010800     02  FDONEL            PIC S9(4) COMP.
010900     02  FDONEF            PIC X.
011000     02  FILLER REDEFINES FDONEF.
011100         03  FDONEA        PIC X.
011200     02  FDONEI            PIC X(08).
011300     02  FDDATL            PIC S9(4) COMP.
011400     02  FDDATF            PIC X.
011500     02  FILLER REDEFINES FDDATF.
011600         03  FDDATA        PIC X.
011700     02  FDDATI            PIC X(10).
011800     02  FRSNL             PIC S9(4) COMP.
011900     02  FRSNF             PIC X.
012000     02  FILLER REDEFINES FRSNF.
012100         03  FRSNA         PIC X.
012200     02  FRSNI             PIC X(30).
012300     02  MESSAGEL          PIC S9(4) COMP.
012400     02  MESSAGEF          PIC X.
012500     02  FILLER REDEFINES MESSAGEF.
012600         03  MESSAGEA      PIC X.
012700     02  MESSAGEI          PIC X(40).
012800 01  FCHMAPO REDEFINES FCHMAPI.
012900     02  FILLER            PIC X(12).
013000     02  FILLER            PIC X(02).
013100     02  SYSDATEO          PIC X(10).
013200     02  FILLER            PIC X(02).
013300     02  SYSTIMEO          PIC X(08).
013400     02  FILLER            PIC X(02).
013500     02  FEIDO             PIC X(05).
013600     02  FILLER            PIC X(02).
013700     02  FEFFO             PIC X(08).
013800     02  FILLER            PIC X(02).
013900     02  FSEQO             PIC X(02).
014000     02  FILLER            PIC X(02).
014100     02  FNAMEO            PIC X(20).
014200     02  FILLER            PIC X(02).
014300     02  FTYPEO            PIC X(01).
014400     02  FILLER            PIC X(02).
014500     02  FSTATO            PIC X(09).
014600     02  FILLER            PIC X(02).
014700     02  FCDEPTO           PIC X(08).
014800     02  FILLER            PIC X(02).
014900     02  FCLOCO            PIC X(10).
015000     02  FILLER            PIC X(02).
015100     02  FCTECHO           PIC X(10).
015200     02  FILLER            PIC X(02).
015300     02  FCGRDO            PIC X(03).
015400     02  FILLER            PIC X(02).
015500     02  FCEARNO           PIC X(10).
015600     02  FILLER            PIC X(02).
015700     02  FNDEPTO           PIC X(08).
015800     02  FILLER            PIC X(02).
015900     02  FNLOCO            PIC X(10).
016000     02  FILLER            PIC X(02).
016100     02  FNTECHO           PIC X(10).
016200     02  FILLER            PIC X(02).
016300     02  FNGRDO            PIC X(03).
016400     02  FILLER            PIC X(02).
016500     02  FNERSO            PIC X(07).
016600     02  FILLER            PIC X(02).
016700     02  FNEPSO            PIC X(02).
016800     02  FILLER            PIC X(02).
016900     02  FREQO             PIC X(08).
017000     02  FILLER            PIC X(02).
017100     02  FRDATO            PIC X(10).
017200     02  FILLER            PIC X(02).
017300     02  FDONEO            PIC X(08).
017400     02  FILLER            PIC X(02).
017500     02  FDDATO            PIC X(10).
017600     02  FILLER            PIC X(02).
017700     02  FRSNO             PIC X(30).
017800     02  FILLER            PIC X(02).
017900     02  MESSAGEO          PIC X(40).
