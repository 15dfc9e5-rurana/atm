000100 01  PENDING-CHANGE-RECORD.
000200     05  PCH-KEY.
000300         10  PCH-EMP-ID          PIC X(05).
000400         10  PCH-SEQ             PIC 9(03).
000500     05  PCH-SOURCE-FILE         PIC X(08).
000600         88  PCH-SALARY-AFILE           VALUE 'P26AFILE'.
000700         88  PCH-SALARY-MFILE           VALUE 'P26MFILE'.
000800         88  PCH-BANK-CHANGE            VALUE 'P26BFILE'.
000900     05  PCH-ACTION              PIC X(01).
001000         88  PCH-ADD-ACTION             VALUE 'A'.
001100         88  PCH-UPDATE-ACTION          VALUE 'U'.
001200     05  PCH-STATUS              PIC X(01).
001300         88  PCH-PENDING                VALUE 'P'.
001400         88  PCH-APPROVED               VALUE 'A'.
001500         88  PCH-REJECTED               VALUE 'R'.
001600     05  PCH-OLD-VALUE.
001700         10  PCH-OLD-BANK-CODE   PIC X(06).
001800         10  PCH-OLD-ACCT-NO     PIC X(12).
001900     05  PCH-OLD-SALARY REDEFINES PCH-OLD-VALUE.
002000         10  PCH-OLD-EARN        PIC 9(07)V99.
002100         10  FILLER              PIC X(09).
002200     05  PCH-NEW-VALUE.
002300         10  PCH-NEW-BANK-CODE   PIC X(06).
002400         10  PCH-NEW-ACCT-NO     PIC X(12).
002500     05  PCH-NEW-SALARY REDEFINES PCH-NEW-VALUE.
002600         10  PCH-NEW-EARN        PIC 9(07)V99.
002700         10  FILLER              PIC X(09).
002800     05  PCH-REQ-USER            PIC X(08).
002900     05  PCH-REQ-DATE            PIC X(10).
003000     05  PCH-REQ-TIME            PIC X(08).
003100     05  PCH-CHK-USER            PIC X(08).
003200     05  PCH-CHK-DATE            PIC X(10).
003300     05  PCH-CHK-TIME            PIC X(08).
003400     05  PCH-REASON              PIC X(20).
