000100 01  DOCMAPI.
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
001300     02  DEIDL             PIC S9(4) COMP.
001400     02  DEIDF             PIC X.
001500     02  FILLER REDEFINES DEIDF.
001600         03  DEIDA         PIC X.
001700     02  DEIDI             PIC X(05).
001800     02  DNAMEL            PIC S9(4) COMP.
001900     02  DNAMEF            PIC X.
002000     02  FILLER REDEFINES DNAMEF.
002100         03  DNAMEA        PIC X.
002200     02  DNAMEI            PIC X(20).
002300     02  DETECL            PIC S9(4) COMP.
002400     02  DETECF            PIC X.
002500     02  FILLER REDEFINES DETECF.
002600         03  DETECA        PIC X.
002700     02  DETECI            PIC X(10).
002800     02  DTYPEL            PIC S9(4) COMP.
002900     02  DTYPEF            PIC X.
003000     02  FILLER REDEFINES DTYPEF.
003100         03  DTYPEA        PIC X.
003200     02  DTYPEI            PIC X(04).
003300     02  DNUML             PIC S9(4) COMP.
003400     02  DNUMF             PIC X.
003500     02  FILLER REDEFINES DNUMF.
003600         03  DNUMA         PIC X.
003700     02  DNUMI             PIC X(15).
003800     02  DTECHL            PIC S9(4) COMP.
003900     02  DTECHF            PIC X.
004000     02  FILLER REDEFINES DTECHF.
004100         03  DTECHA        PIC X.
004200     02  DTECHI            PIC X(10).
004300     02  DISSL             PIC S9(4) COMP.
004400     02  DISSF             PIC X.
004500     02  FILLER REDEFINES DISSF.
004600         03  DISSA         PIC X.
004700     02  DISSI             PIC X(08).
004800     02  DEXPL             PIC S9(4) COMP.
004900     02  DEXPF             PIC X.
005000     02  FILLER REDEFINES DEXPF.
005100         03  DEXPA         PIC X.
005200     02  DEXPI             PIC X(08).
005300     02  DVUSRL            PIC S9(4) COMP.
005400     02  DVUSRF            PIC X.
005500     02  FILLER REDEFINES DVUSRF.
005600         03  DVUSRA        PIC X.
005700     02  DVUSRI            PIC X(08).
005800     02  DVDATL            PIC S9(4) COMP.
005900     02  DVDATF            PIC X.
006000     02  FILLER REDEFINES DVDATF.
006100         03  DVDATA        PIC X.
006200     02  DVDATI            PIC X(10).
006300     02  DSTATL            PIC S9(4) COMP.
006400     02  DSTATF            PIC X.
006500     02  FILLER REDEFINES DSTATF.
006600         03  DSTATA        PIC X.
006700     02  DSTATI            PIC X(20).
006800     02  MESSAGEL          PIC S9(4) COMP.
006900     02  MESSAGEF          PIC X.
007000     02  FILLER REDEFINES MESSAGEF.
007100         03  MESSAGEA      PIC X.
007200     02  MESSAGEI          PIC X(40).
007300 01  DOCMAPO REDEFINES DOCMAPI.
007400     02  FILLER            PIC X(12).
007500     02  FILLER            PIC X(02).
007600     02  SYSDATEO          PIC X(10).
007700     02  FILLER            PIC X(02).
007800     02  SYSTIMEO          PIC X(08).
007900     02  FILLER            PIC X(02).
008000     02  DEIDO             PIC X(05).
008100     02  FILLER            PIC X(02).
008200     02  DNAMEO            PIC X(20).
008300     02  FILLER            PIC X(02).
008400     02  DETECO            PIC X(10).
008500     02  FILLER            PIC X(02).
008600     02  DTYPEO            PIC X(04).
008700     02  FILLER            PIC X(02).
008800     02  DNUMO             PIC X(15).
008900     02  FILLER            PIC X(02).
009000     02  DTECHO            PIC X(10).
009100     02  FILLER            PIC X(02).
009200     02  DISSO             PIC X(08).
009300     02  FILLER            PIC X(02).
009400     02  DEXPO             PIC X(08).
009500     02  FILLER            PIC X(02).
009600     02  DVUSRO            PIC X(08).
009700     02  FILLER            PIC X(02).
009800     02  DVDATO            PIC X(10).
009900     02  FILLER            PIC X(02).
010000     02  DSTATO            PIC X(20).
010100     02  FILLER            PIC X(02).
010200     02  MESSAGEO          PIC X(40).
