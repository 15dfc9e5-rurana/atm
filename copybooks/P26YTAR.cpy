000100 01  YTD-ACCUM-RECORD.
000200     05  YTA-KEY.
000300         10  YTA-YEAR            PIC X(04).
000400         10  YTA-EMP-ID          PIC X(05).
000500     05  YTA-EMP-NAME            PIC X(20).
000600     05  YTA-GROSS               PIC S9(09)V99.
000700     05  YTA-TAX                 PIC S9(09)V99.
000800     05  YTA-OTH-DEDN            PIC S9(09)V99.
000900     05  YTA-EMPR-CONT           PIC S9(09)V99.
001000     05  YTA-NET                 PIC S9(09)V99.
001100     05  YTA-HOURS               PIC S9(07)V99.
001200     05  YTA-PAY-COUNT           PIC S9(03).
001300     05  YTA-DED-COUNT           PIC 9(02).
001400     05  YTA-DED-ENTRY OCCURS 20 TIMES.
001500         10  YTA-DED-TYPE        PIC X(04).
001600         10  YTA-DED-CLASS       PIC X(01).
001700         10  YTA-DED-AMOUNT      PIC S9(09)V99.
001800     05  YTA-DED-OVERFLOW        PIC S9(09)V99.
001900     05  YTA-LAST-PERIOD         PIC X(06).
002000     05  YTA-UPD-DATE            PIC X(10).
002100     05  YTA-UPD-USER            PIC X(08).
