000100 01  BONUS-PARM-RECORD.
000200     05  BNP-TYPE                PIC X(01).
000300         88  BNP-CONTROL                VALUE 'C'.
000400         88  BNP-GRADE                  VALUE 'G'.
000500         88  BNP-DEPT                   VALUE 'D'.
000600         88  BNP-RATING                 VALUE 'R'.
000700     05  FILLER                  PIC X(01).
000800     05  BNP-CODE                PIC X(08).
000900     05  FILLER                  PIC X(01).
001000     05  BNP-PCT                 PIC 9(03)V99.
001100     05  FILLER                  PIC X(01).
001200     05  BNP-MULT                PIC 9(01)V99.
001300     05  FILLER                  PIC X(01).
001400     05  BNP-BUDGET              PIC 9(09)V99.
001500     05  FILLER                  PIC X(48).
001600 01  BONUS-CONTROL-RECORD REDEFINES BONUS-PARM-RECORD.
001700     05  BNC-TYPE                PIC X(01).
001800     05  FILLER                  PIC X(01).
001900     05  BNC-YEAR                PIC X(04).
002000     05  FILLER                  PIC X(01).
002100     05  BNC-MODE                PIC X(01).
002200         88  BNC-PROOF                  VALUE 'P'.
002300         88  BNC-FINAL                  VALUE 'F'.
002400     05  FILLER                  PIC X(01).
002500     05  BNC-DESC                PIC X(20).
002600     05  FILLER                  PIC X(51).
