000100 01  SESSION-CHECK-AREA.
000200     05  SCK-FUNCTION            PIC X(01).
000300         88  SCK-START                  VALUE 'S'.
000400         88  SCK-CHECK                  VALUE 'C'.
000500         88  SCK-END                    VALUE 'E'.
000600     05  SCK-USERID              PIC X(08).
000700     05  SCK-ROLE                PIC X(01).
000800     05  SCK-EMP-ID              PIC X(05).
000900     05  SCK-OTHER-TERM          PIC X(04).
001000     05  SCK-RETURN              PIC X(02).
001100         88  SCK-OK                     VALUE '00'.
001200         88  SCK-EXPIRED                VALUE '04'.
001300         88  SCK-NO-SESSION             VALUE '08'.
001400         88  SCK-DUPLICATE              VALUE '12'.
001500         88  SCK-IO-ERROR               VALUE '16'.
