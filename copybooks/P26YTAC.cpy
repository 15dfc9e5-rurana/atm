000100 01  YTD-POST-AREA.
000200     05  YTP-FUNCTION            PIC X(01).
000300         88  YTP-OPEN                   VALUE 'O'.
000400         88  YTP-POST-PAY               VALUE 'P'.
000500         88  YTP-POST-DED               VALUE 'D'.
000600         88  YTP-CLOSE                  VALUE 'C'.
000700     05  YTP-EMP-ID              PIC X(05).
000800     05  YTP-PERIOD              PIC X(06).
000900     05  YTP-EMP-NAME            PIC X(20).
001000     05  YTP-GROSS               PIC S9(07)V99.
001100     05  YTP-TAX                 PIC S9(07)V99.
001200     05  YTP-OTH-DEDN            PIC S9(07)V99.
001300     05  YTP-EMPR-CONT           PIC S9(07)V99.
001400     05  YTP-NET                 PIC S9(07)V99.
001500     05  YTP-HOURS               PIC S9(05)V99.
001600     05  YTP-PAY-COUNT           PIC S9(01).
001700     05  YTP-DED-TYPE            PIC X(04).
001800     05  YTP-DED-CLASS           PIC X(01).
001900     05  YTP-DED-AMOUNT          PIC S9(07)V99.
002000     05  YTP-USER                PIC X(08).
002100     05  YTP-RETURN              PIC X(02).
002200         88  YTP-OK                     VALUE '00'.
002300         88  YTP-IO-ERROR               VALUE '12'.
