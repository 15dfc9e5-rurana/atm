000100 01  CHEQUE-RECORD.
000200     05  CHQ-KEY.
000300         10  CHQ-NUMBER          PIC 9(08).
000400     05  CHQ-EMP-ID              PIC X(05).
000500     05  CHQ-PAYEE               PIC X(20).
000600     05  CHQ-AMOUNT              PIC 9(07)V99.
000700     05  CHQ-PERIOD              PIC X(06).
000800     05  CHQ-RUN-TYPE            PIC X(01).
000900     05  CHQ-SOURCE              PIC X(01).
001000         88  CHQ-EXCEPTION              VALUE 'E'.
001100         88  CHQ-RETURNED               VALUE 'R'.
001200     05  CHQ-STATUS              PIC X(01).
001300         88  CHQ-ISSUED                 VALUE 'I'.
001400         88  CHQ-VOIDED                 VALUE 'V'.
001500     05  CHQ-ISSUE-DATE          PIC X(08).
001600     05  CHQ-VOID-DATE           PIC X(08).
001700     05  CHQ-VOID-REASON         PIC X(02).
001800     05  CHQ-VOID-USER           PIC X(08).
001900     05  CHQ-REPL-OF             PIC 9(08).
002000     05  CHQ-REPL-BY             PIC 9(08).
002100     05  CHQ-RUN-DATE            PIC X(10).
