000100 01  APRMAPI.
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
001300     02  AEIDL             PIC S9(4) COMP.
001400     02  AEIDF             PIC X.
001500     02  FILLER REDEFINES AEIDF.
001600         03  AEIDA         PIC X.
001700     02  AEIDI             PIC X(05).
001800     02  AYEARL            PIC S9(4) COMP.
001900     02  AYEARF            PIC X.
002000     02  FILLER REDEFINES AYEARF.
002100         03  AYEARA        PIC X.
002200     02  AYEARI            PIC X(04).
002300     02  ANAMEL            PIC S9(4) COMP.
002400     02  ANAMEF            PIC X.
002500     02  FILLER REDEFINES ANAMEF.
002600         03  ANAMEA        PIC X.
002700     02  ANAMEI            PIC X(20).
002800     02  ADEPTL            PIC S9(4) COMP.
002900     02  ADEPTF            PIC X.
003000     02  FILLER REDEFINES ADEPTF.
003100         03  ADEPTA        PIC X.
003200     02  ADEPTI            PIC X(08).
003300     02  ARATEL            PIC S9(4) COMP.
003400     02  ARATEF            PIC X.
003500     02  FILLER REDEFINES ARATEF.
003600         03  ARATEA        PIC X.
003700     02  ARATEI            PIC X(01).
003800     02  AREVL             PIC S9(4) COMP.
003900     02  AREVF             PIC X.
004000     02  FILLER REDEFINES AREVF.
004100         03  AREVA         PIC X.
004200     02  AREVI             PIC X(05).
004300     02  ARNAMEL           PIC S9(4) COMP.
004400     02  ARNAMEF           PIC X.
004500     02  FILLER REDEFINES ARNAMEF.
004600         03  ARNAMEA       PIC X.
004700     02  ARNAMEI           PIC X(20).
004800     02  AUSERL            PIC S9(4) COMP.
004900     02  AUSERF            PIC X.
005000     02  FILLER REDEFINES AUSERF.
005100         03  AUSERA        PIC X.
005200     02  AUSERI            PIC X(08).
005300     02  AUDATL            PIC S9(4) COMP.
005400     02  AUDATF            PIC X.
005500     02  FILLER REDEFINES AUDATF.
005600         03  AUDATA        PIC X.
005700     02  AUDATI            PIC X(10).
005800     02  MESSAGEL          PIC S9(4) COMP.
005900     02  MESSAGEF          PIC X.
006000     02  FILLER REDEFINES MESSAGEF.
006100         03  MESSAGEA      PIC X.
006200     02  MESSAGEI          PIC X(40).
006300 01  APRMAPO REDEFINES APRMAPI.
006400     02  FILLER            PIC X(12).
006500     02  FILLER            PIC X(02).
006600     02  SYSDATEO          PIC X(10).
006700     02  FILLER            PIC X(02).
006800     02  SYSTIMEO          PIC X(08).
006900     02  FILLER            PIC X(02).
007000     02  AEIDO             PIC X(05).
007100     02  FILLER            PIC X(02).
007200     02  AYEARO            PIC X(04).
007300     02  FILLER            PIC X(02).
007400     02  ANAMEO            PIC X(20).
007500     02  FILLER            PIC X(02).
007600     02  ADEPTO            PIC X(08).
007700     02  FILLER            PIC X(02).
007800     02  ARATEO            PIC X(01).
007900     02  FILLER            PIC X(02).
008000     02  AREVO             PIC X(05).
008100     02  FILLER            PIC X(02).
008200     02  ARNAMEO           PIC X(20).
008300     02  FILLER            PIC X(02).
008400     02  AUSERO            PIC X(08).
008500     02  FILLER            PIC X(02).
008600     02  AUDATO            PIC X(10).
008700     02  FILLER            PIC X(02).
008800     02  MESSAGEO          PIC X(40).
