001000         88  SLG-FAILURE                VALUE 'F'.
001100         88  SLG-LOCKOUT                VALUE 'L'.
001200         88  SLG-PWD-CHANGE             VALUE 'C'.
001300         88  SLG-TIMEOUT                VALUE 'T'.
001400         88  SLG-DUPLICATE              VALUE 'D'.
