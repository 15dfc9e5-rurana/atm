004000     02  FILLER REDEFINES CSTATF.
004100         03  CSTATA        PIC X.
004200     02  CSTATI            PIC X(01).
004205     02  CGRPL             PIC S9(4) COMP.
004210     02  CGRPF             PIC X.
004215     02  FILLER REDEFINES CGRPF.
004220         03  CGRPA         PIC X.
004225     02  CGRPI             PIC X(02).
004230     02  CPPYL             PIC S9(4) COMP.
004235     02  CPPYF             PIC X.
004240     02  FILLER REDEFINES CPPYF.
004245         03  CPPYA         PIC X.
004250     02  CPPYI             PIC X(02).
004300     02  MESSAGEL          PIC S9(4) COMP.
004400     02  MESSAGEF          PIC X.
004500     02  FILLER REDEFINES MESSAGEF.
006300     02  CPAYO             PIC X(08).
006400     02  FILLER            PIC X(02).
006500     02  CSTATO            PIC X(01).
006510     02  FILLER            PIC X(02).
006520     02  CGRPO             PIC X(02).
006530     02  FILLER            PIC X(02).
006540     02  CPPYO             PIC X(02).
006600     02  FILLER            PIC X(02).
006700     02  MESSAGEO          PIC X(40).
