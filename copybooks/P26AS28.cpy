000100 01  EXPMAPI.
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
001300     02  XEIDL             PIC S9(4) COMP.
001400     02  XEIDF             PIC X.
001500     02  FILLER REDEFINES XEIDF.
001600         03  XEIDA         PIC X.
001700     02  XEIDI             PIC X(05).
001800     02  XSEQL             PIC S9(4) COMP.
001900     02  XSEQF             PIC X.
002000     02  FILLER REDEFINES XSEQF.
002100         03  XSEQA         PIC X.
002200     02  XSEQI             PIC 9(03).
002300     02  XCATL             PIC S9(4) COMP.
002400     02  XCATF             PIC X.
002500     02  FILLER REDEFINES XCATF.
002600         03  XCATA         PIC X.
002700     02  XCATI             PIC X(04).
002800     02  XDATEL            PIC S9(4) COMP.
002900     02  XDATEF            PIC X.
003000     02  FILLER REDEFINES XDATEF.
003100         03  XDATEA        PIC X.
003200     02  XDATEI            PIC X(08).
003300     02  XAMTRSL           PIC S9(4) COMP.
003400     02  XAMTRSF           PIC X.
003500     02  FILLER REDEFINES XAMTRSF.
003600         03  XAMTRSA       PIC X.
003700     02  XAMTRSI           PIC X(05).
003800     02  XAMTPSL           PIC S9(4) COMP.
003900     02  XAMTPSF           PIC X.
004000     02  FILLER REDEFINES XAMTPSF.
004100         03  XAMTPSA       PIC X.
004200     02  XAMTPSI           PIC X(02).
004300     02  XRCPTL            PIC S9(4) COMP.
004400     02  XRCPTF            PIC X.
004500     02  FILLER REDEFINES XRCPTF.
004600         03  XRCPTA        PIC X.
004700     02  XRCPTI            PIC X(12).
004800     02  XSTATL            PIC S9(4) COMP.
004900     02  XSTATF            PIC X.
005000     02  FILLER REDEFINES XSTATF.
005100         03  XSTATA        PIC X.
005200     02  XSTATI            PIC X(08).
005300     02  XRSNL             PIC S9(4) COMP.
005400     02  XRSNF             PIC X.
005500     02  FILLER REDEFINES XRSNF.
005600         03  XRSNA         PIC X.
005700     02  XRSNI             PIC X(20).
005800     02  XREQL             PIC S9(4) COMP.
005900     02  XREQF             PIC X.
006000     02  FILLER REDEFINES XREQF.
006100         03  XREQA         PIC X.
006200     02  XREQI             PIC X(08).
006300     02  XAPPL             PIC S9(4) COMP.
006400     02  XAPPF             PIC X.
006500     02  FILLER REDEFINES XAPPF.
006600         03  XAPPA         PIC X.
006700     02  XAPPI             PIC X(08).
006800     02  XPAIDL            PIC S9(4) COMP.
006900     02  XPAIDF            PIC X.
007000     02  FILLER REDEFINES XPAIDF.
007100         03  XPAIDA        PIC X.
007200     02  XPAIDI            PIC X(06).
007300     02  MESSAGEL          PIC S9(4) COMP.
007400     02  MESSAGEF          PIC X.
007500     02  FILLER REDEFINES MESSAGEF.
007600         03  MESSAGEA      PIC X.
007700     02  MESSAGEI          PIC X(40).
007800 01  EXPMAPO REDEFINES EXPMAPI.
007900     02  FILLER            PIC X(12).
008000     02  FILLER            PIC X(02).
008100     02  SYSDATEO          PIC X(10).
008200     02  FILLER            PIC X(02).
008300     02  SYSTIMEO          PIC X(08).
008400     02  FILLER            PIC X(02).
008500     02  XEIDO             PIC X(05).
008600     02  FILLER            PIC X(02).
008700     02  XSEQO             PIC 9(03).
008800     02  FILLER            PIC X(02).
008900     02  XCATO             PIC X(04).
009000     02  FILLER            PIC X(02).
009100     02  XDATEO            PIC X(08).
009200     02  FILLER            PIC X(02).
009300     02  XAMTRSO           PIC X(05).
009400     02  FILLER            PIC X(02).
009500     02  XAMTPSO           PIC X(02).
009600     02  FILLER            PIC X(02).
009700     02  XRCPTO            PIC X(12).
009800     02  FILLER            PIC X(02).
009900     02  XSTATO            PIC X(08).
010000     02  FILLER            PIC X(02).
010100     02  XRSNO             PIC X(20).
010200     02  FILLER            PIC X(02).
010300     02  XREQO             PIC X(08).
010400     02  FILLER            PIC X(02).
010500     02  XAPPO             PIC X(08).
010600     02  FILLER            PIC X(02).
010700     02  XPAIDO            PIC X(06).
010800     02  FILLER            PIC X(02).
010900     02  MESSAGEO          PIC X(40).
