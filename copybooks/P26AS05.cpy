003000     02  FILLER REDEFINES RLOCF.
003100         03  RLOCA         PIC X.
003200     02  RLOCI             PIC X(10).
003210     02  REMPL             PIC S9(4) COMP.
003220     02  REMPF             PIC X.
003230     02  FILLER REDEFINES REMPF.
003240         03  REMPA         PIC X.
003250     02  REMPI             PIC X(05).
003300     02  ST01L             PIC S9(4) COMP.
003400     02  ST01F             PIC X.
003500     02  FILLER REDEFINES ST01F.
007400     02  RDEPTO            PIC X(08).
007500     02  FILLER            PIC X(02).
007600     02  RLOCO             PIC X(10).
007610     02  FILLER            PIC X(02).
007620     02  REMPO             PIC X(05).
007700     02  FILLER            PIC X(02).
007800     02  ST01O             PIC X(60).
007900     02  FILLER            PIC X(02).
