000100 01  CHANGE-FEED-RECORD.
000200     05  CFD-REC-TYPE            PIC X(03).
000300         88  CFD-HEADER                 VALUE 'HDR'.
000400         88  CFD-DETAIL                 VALUE 'DTL'.
000500         88  CFD-TRAILER                VALUE 'TRL'.
000600     05  CFD-DETAIL-DATA.
000700         10  CFD-EMP-ID          PIC X(05).
000800         10  CFD-CHANGE-TYPE     PIC X(01).
000900             88  CFD-HIRE               VALUE 'H'.
001000             88  CFD-CHANGE             VALUE 'C'.
001100             88  CFD-TERMINATE          VALUE 'T'.
001200             88  CFD-REHIRE             VALUE 'R'.
001300         10  CFD-EFF-DATE        PIC X(08).
001400         10  CFD-NAME            PIC X(20).
001500         10  CFD-ADDR            PIC X(30).
001600         10  CFD-DEPT            PIC X(08).
001700         10  CFD-LOC             PIC X(10).
001800         10  CFD-TECH            PIC X(10).
001900         10  CFD-DOB             PIC X(08).
002000         10  CFD-DOJ             PIC X(08).
002100         10  CFD-STATUS          PIC X(01).
002200         10  CFD-HIRE-DATE       PIC X(08).
002300         10  CFD-TERM-DATE       PIC X(08).
002400         10  CFD-POS-NO          PIC X(06).
002500         10  CFD-GRADE           PIC X(03).
002600         10  CFD-ADDR1           PIC X(30).
002700         10  CFD-ADDR2           PIC X(30).
002800         10  CFD-CITY            PIC X(20).
002900         10  CFD-POSTCODE        PIC X(10).
003000         10  CFD-PHONE           PIC X(15).
003100         10  CFD-EMAIL           PIC X(40).
003200         10  CFD-EMERG-NAME      PIC X(20).
003300         10  CFD-EMERG-PHONE     PIC X(15).
003400         10  CFD-CHG-COUNT       PIC 9(02).
003500         10  CFD-CHG-MORE        PIC X(01).
003600         10  CFD-CHANGE-ENTRY           OCCURS 12 TIMES.
003700             15  CFD-CHG-FIELD   PIC X(10).
003800             15  CFD-CHG-BEFORE  PIC X(30).
003900             15  CFD-CHG-AFTER   PIC X(30).
004000     05  CFD-HEADER-DATA REDEFINES CFD-DETAIL-DATA.
004100         10  CFD-HDR-SYSTEM      PIC X(08).
004200         10  CFD-HDR-RUN-SEQ     PIC 9(06).
004300         10  CFD-HDR-EXTRACT-DATE
004400                                 PIC X(08).
004500         10  CFD-HDR-RUN-DATE    PIC X(10).
004600         10  CFD-HDR-RUN-TIME    PIC X(08).
004700         10  CFD-HDR-MODE        PIC X(01).
004800             88  CFD-NEW-EXTRACT        VALUE 'N'.
004900             88  CFD-RE-EXTRACT         VALUE 'R'.
005000         10  FILLER              PIC X(1116).
005100     05  CFD-TRAILER-DATA REDEFINES CFD-DETAIL-DATA.
005200         10  CFD-TRL-RUN-SEQ     PIC 9(06).
005300         10  CFD-TRL-REC-COUNT   PIC 9(07).
005400         10  CFD-TRL-HIRE-COUNT  PIC 9(07).
005500         10  CFD-TRL-CHG-COUNT   PIC 9(07).
005600         10  CFD-TRL-TERM-COUNT  PIC 9(07).
005700         10  CFD-TRL-REHIRE-COUNT
005800                                 PIC 9(07).
005900         10  FILLER              PIC X(1116).
