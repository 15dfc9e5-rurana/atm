000100 01  BENMAPI.
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
001300     02  BEIDL             PIC S9(4) COMP.
001400     02  BEIDF             PIC X.
001500     02  FILLER REDEFINES BEIDF.
001600         03  BEIDA         PIC X.
001700     02  BEIDI             PIC X(05).
001800     02  BNAMEL            PIC S9(4) COMP.
001900     02  BNAMEF            PIC X.
002000     02  FILLER REDEFINES BNAMEF.
002100         03  BNAMEA        PIC X.
002200     02  BNAMEI            PIC X(20).
002300     02  BPLANL            PIC S9(4) COMP.
002400     02  BPLANF            PIC X.
002500     02  FILLER REDEFINES BPLANF.
002600         03  BPLANA        PIC X.
002700     02  BPLANI            PIC X(04).
002800     02  BPDESCL           PIC S9(4) COMP.
002900     02  BPDESCF           PIC X.
003000     02  FILLER REDEFINES BPDESCF.
003100         03  BPDESCA       PIC X.
003200     02  BPDESCI           PIC X(20).
003300     02  BEFFL             PIC S9(4) COMP.
003400     02  BEFFF             PIC X.
003500     02  FILLER REDEFINES BEFFF.
003600         03  BEFFA         PIC X.
003700     02  BEFFI             PIC X(08).
003800     02  BTIERL            PIC S9(4) COMP.
003900     02  BTIERF            PIC X.
004000     02  FILLER REDEFINES BTIERF.
004100         03  BTIERA        PIC X.
004200     02  BTIERI            PIC X(02).
004300     02  BSTOPL            PIC S9(4) COMP.
004400     02  BSTOPF            PIC X.
004500     02  FILLER REDEFINES BSTOPF.
004600         03  BSTOPA        PIC X.
004700     02  BSTOPI            PIC X(08).
004800     02  BEECSTL           PIC S9(4) COMP.
004900     02  BEECSTF           PIC X.
005000     02  FILLER REDEFINES BEECSTF.
005100         03  BEECSTA       PIC X.
005200     02  BEECSTI           PIC X(10).
005300     02  BERCSTL           PIC S9(4) COMP.
005400     02  BERCSTF           PIC X.
005500     02  FILLER REDEFINES BERCSTF.
005600         03  BERCSTA       PIC X.
005700     02  BERCSTI           PIC X(10).
005800     02  BELIGL            PIC S9(4) COMP.
005900     02  BELIGF            PIC X.
006000     02  FILLER REDEFINES BELIGF.
006100         03  BELIGA        PIC X.
006200     02  BELIGI            PIC X(08).
006300     02  BSTATL            PIC S9(4) COMP.
006400     02  BSTATF            PIC X.
006500     02  FILLER REDEFINES BSTATF.
006600         03  BSTATA        PIC X.
006700     02  BSTATI            PIC X(01).
006800     02  MESSAGEL          PIC S9(4) COMP.
006900     02  MESSAGEF          PIC X.
007000     02  FILLER REDEFINES MESSAGEF.
007100         03  MESSAGEA      PIC X.
007200     02  MESSAGEI          PIC X(40).
007300 01  BENMAPO REDEFINES BENMAPI.
007400     02  FILLER            PIC X(12).
007500     02  FILLER            PIC X(02).
007600     02  SYSDATEO          PIC X(10).
007700     02  FILLER            PIC X(02).
007800     02  SYSTIMEO          PIC X(08).
007900     02  FILLER            PIC X(02).
008000     02  BEIDO             PIC X(05).
008100     02  FILLER            PIC X(02).
008200     02  BNAMEO            PIC X(20).
008300     02  FILLER            PIC X(02).
008400     02  BPLANO            PIC X(04).
008500     02  FILLER            PIC X(02).
008600     02  BPDESCO           PIC X(20).
008700     02  FILLER            PIC X(02).
008800     02  BEFFO             PIC X(08).
008900     02  FILLER            PIC X(02).
009000     02  BTIERO            PIC X(02).
009100     02  FILLER            PIC X(02).
009200     02  BSTOPO            PIC X(08).
009300     02  FILLER            PIC X(02).
009400     02  BEECSTO           PIC X(10).
009500     02  FILLER            PIC X(02).
009600     02  BERCSTO           PIC X(10).
009700     02  FILLER            PIC X(02).
009800     02  BELIGO            PIC X(08).
009900     02  FILLER            PIC X(02).
010000     02  BSTATO            PIC X(01).
010100     02  FILLER            PIC X(02).
010200     02  MESSAGEO          PIC X(40).
