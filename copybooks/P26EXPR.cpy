000100 01  EXPENSE-CLAIM-RECORD.
000200     05  EXP-KEY.
000300         10  EXP-EMP-ID          PIC X(05).
000400         10  EXP-SEQ             PIC 9(03).
000500     05  EXP-CATEGORY            PIC X(04).
000600         88  EXP-TRAVEL                 VALUE 'TRVL'.
000700         88  EXP-MEALS                  VALUE 'MEAL'.
000800         88  EXP-LODGING                VALUE 'LODG'.
000900         88  EXP-MILEAGE                VALUE 'MILE'.
001000         88  EXP-OTHER                  VALUE 'OTHR'.
001100         88  EXP-CATEGORY-VALID         VALUE 'TRVL' 'MEAL'
001200                                              'LODG' 'MILE'
001300                                              'OTHR'.
001400     05  EXP-CLAIM-DATE          PIC X(08).
001500     05  EXP-AMOUNT              PIC 9(05)V99.
001600     05  EXP-RECEIPT-REF         PIC X(12).
001700     05  EXP-STATUS              PIC X(01).
001800         88  EXP-PENDING                VALUE 'P'.
001900         88  EXP-APPROVED               VALUE 'A'.
002000         88  EXP-REJECTED               VALUE 'R'.
002100         88  EXP-PAID                   VALUE 'D'.
002200     05  EXP-REASON              PIC X(20).
002300     05  EXP-REQ-USER            PIC X(08).
002400     05  EXP-REQ-DATE            PIC X(10).
002500     05  EXP-APPR-USER           PIC X(08).
002600     05  EXP-APPR-DATE           PIC X(10).
002700     05  EXP-PAID-PERIOD         PIC X(06).
002800     05  EXP-PAID-DATE           PIC X(10).
