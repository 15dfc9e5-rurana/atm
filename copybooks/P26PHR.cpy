002300     05  PH-RUN-TIME             PIC X(08).
002400     05  PH-EMPR-CONT            PIC 9(07)V99.
002500     05  PH-TOT-EMPR             PIC 9(09)V99.
002600     05  PH-PRO-DAYS             PIC 9(03).
002700     05  PH-PRO-PRD-DAYS         PIC 9(03).
002800     05  PH-PRO-FACTOR           PIC 9V9(04).
002900     05  PH-EXP-REIMB            PIC 9(07)V99.
003000     05  PH-TOT-EXP              PIC 9(09)V99.
003100     05  PH-PAY-GROUP            PIC X(02).
003200     05  PH-HOURS                PIC 9(05)V99.
