000100 01  FUTURE-CHANGE-RECORD.
000200     05  FCH-KEY.
000300         10  FCH-EMP-ID          PIC X(05).
000400         10  FCH-EFF-DATE        PIC X(08).
000500         10  FCH-SEQ             PIC 9(02).
000600     05  FCH-TYPE                PIC X(01).
000700         88  FCH-TRANSFER               VALUE 'T'.
000800         88  FCH-PROMOTION              VALUE 'P'.
000900         88  FCH-SALARY-CHANGE          VALUE 'S'.
001000     05  FCH-STATUS              PIC X(01).
001100         88  FCH-PENDING                VALUE 'P'.
001200         88  FCH-APPLIED                VALUE 'A'.
001300         88  FCH-REJECTED               VALUE 'R'.
001400         88  FCH-CANCELLED              VALUE 'X'.
001500     05  FCH-NEW-DEPT            PIC X(08).
001600     05  FCH-NEW-LOC             PIC X(10).
001700     05  FCH-NEW-TECH            PIC X(10).
001800     05  FCH-NEW-GRADE           PIC X(03).
001900     05  FCH-NEW-EARN            PIC 9(07)V99.
002000     05  FCH-REQ-USER            PIC X(08).
002100     05  FCH-REQ-DATE            PIC X(10).
002200     05  FCH-REQ-TIME            PIC X(08).
002300     05  FCH-OVR-USER            PIC X(08).
002400     05  FCH-DONE-USER           PIC X(08).
002500     05  FCH-DONE-DATE           PIC X(10).
002600     05  FCH-DONE-TIME           PIC X(08).
002700     05  FCH-REASON              PIC X(30).
