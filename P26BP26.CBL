003100         ACCESS MODE IS DYNAMIC                                   00310000
003200         RECORD KEY IS CAP-KEY                                    00320000
003300         FILE STATUS IS WS-CAPT-STATUS.                           00330000
003310     SELECT P26POSF ASSIGN TO P26POSF                             00331049
003320         ORGANIZATION IS INDEXED                                  00332049
003330         ACCESS MODE IS DYNAMIC                                   00333049
003340         RECORD KEY IS POS-NUMBER                                 00334049
003350         FILE STATUS IS WS-POSF-STATUS.                           00335049
003354     SELECT P26GRDF ASSIGN TO P26GRDF                             00335450
003358         ORGANIZATION IS INDEXED                                  00335850
003362         ACCESS MODE IS DYNAMIC                                   00336250
003366         RECORD KEY IS GRD-CODE                                   00336650
003370         FILE STATUS IS WS-GRDF-STATUS.                           00337050
003374     SELECT P26CFILE ASSIGN TO P26CFILE                           00337450
003378         ORGANIZATION IS INDEXED                                  00337850
003382         ACCESS MODE IS DYNAMIC                                   00338250
003386         RECORD KEY IS CRD-USERID                                 00338650
003390         FILE STATUS IS WS-CFILE-STATUS.                          00339050
003400     SELECT P26TRRP ASSIGN TO P26TRRP                             00340000
003500         ORGANIZATION IS LINE SEQUENTIAL                          00350000
003600         FILE STATUS IS WS-TRRP-STATUS.                           00360000
005100     03  TRN-EMP-DOB         PIC X(08).                           00510000
005200     03  TRN-EMP-EARN        PIC 9(07)V99.                        00520000
005300     03  TRN-EMP-DEDN        PIC 9(07)V99.                        00530000
005400     03  TRN-EMP-GRADE       PIC X(03).                           00540050
005410     03  TRN-OVR-USER        PIC X(08).                           00541050
005420     03  FILLER              PIC X(07).                           00542050
005500 FD  P26AFILE                                                     00550000
005600     LABEL RECORDS ARE STANDARD.                                  00560000
005700     COPY EMPREC.                                                 00570000
006700 FD  P26CAPT                                                      00670000
006800     LABEL RECORDS ARE STANDARD.                                  00680000
006900     COPY P26CAPR.                                                00690000
006910 FD  P26POSF                                                      00691049
006920     LABEL RECORDS ARE STANDARD.                                  00692049
006930     COPY P26POSR.                                                00693049
006940 FD  P26GRDF                                                      00694050
006950     LABEL RECORDS ARE STANDARD.                                  00695050
006960     COPY P26GRDR.                                                00696050
006970 FD  P26CFILE                                                     00697050
006980     LABEL RECORDS ARE STANDARD.                                  00698050
006990     COPY P26CRED.                                                00699050
007000 FD  P26TRRP                                                      00700000
007100     LABEL RECORDS ARE STANDARD.                                  00710000
007200 01  TRRP-LINE               PIC X(132).                          00720000
009100 01  WS-CAPT-STATUS          PIC X(02) VALUE SPACES.              00910000
009200     88  CAPT-DUPKEY                 VALUE '22'.                  00920000
009300     88  CAPT-MISSING                VALUE '35'.                  00930000
009310 01  WS-POSF-STATUS          PIC X(02) VALUE SPACES.              00931049
009320     88  POSF-MISSING                VALUE '35'.                  00932049
009330 01  WS-POSF-OPEN-FLAG       PIC X(01) VALUE 'N'.                 00933049
009340     88  POSF-OPEN                   VALUE 'Y'.                   00934049
009345 01  WS-GRDF-STATUS          PIC X(02) VALUE SPACES.              00934550
009350     88  GRDF-MISSING                VALUE '35'.                  00935050
009355 01  WS-GRDF-OPEN-FLAG       PIC X(01) VALUE 'N'.                 00935550
009360     88  GRDF-OPEN                   VALUE 'Y'.                   00936050
009365 01  WS-CFILE-STATUS         PIC X(02) VALUE SPACES.              00936550
009370     88  CFILE-MISSING               VALUE '35'.                  00937050
009375 01  WS-CFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 00937550
009380     88  CFILE-OPEN                  VALUE 'Y'.                   00938050
009400 01  WS-TRRP-STATUS          PIC X(02) VALUE SPACES.              00940000
009500 01  WS-TREJ-STATUS          PIC X(02) VALUE SPACES.              00950000
009600 01  WS-RFILE-OPEN-FLAG      PIC X(01) VALUE 'N'.                 00960000
010500 01  WS-READ-COUNT           PIC 9(06) VALUE ZERO.                01050000
010600 01  WS-APPLIED-COUNT        PIC 9(06) VALUE ZERO.                01060000
010700 01  WS-REJECT-COUNT         PIC 9(06) VALUE ZERO.                01070000
010710 01  WS-RANGE-FLAG           PIC X(01) VALUE 'N'.                 01071050
010720     88  OUTSIDE-RANGE               VALUE 'Y'.                   01072050
010730 01  WS-OVERRIDE-FLAG        PIC X(01) VALUE 'N'.                 01073050
010740     88  OVERRIDE-VALID              VALUE 'Y'.                   01074050
010750 01  WS-EMP-GRADE            PIC X(03) VALUE SPACES.              01075050
010800 01  WS-AUDIT-ACTION         PIC X(01) VALUE SPACES.              01080000
010900 01  WS-AUDIT-SEQ            PIC 9(02) VALUE ZERO.                01090000
011000 01  WS-CAPT-SEQ             PIC 9(02) VALUE ZERO.                01100000
018200         CLOSE P26CAPT                                            01820000
018300         OPEN I-O P26CAPT                                         01830000
018400     END-IF                                                       01840000
018410     OPEN I-O P26POSF                                             01841049
018420     IF NOT POSF-MISSING                                          01842049
018430         SET POSF-OPEN TO TRUE                                    01843049
018440     END-IF                                                       01844049
018445     OPEN INPUT P26GRDF                                           01844550
018450     IF NOT GRDF-MISSING                                          01845050
018455         SET GRDF-OPEN TO TRUE                                    01845550
018460     END-IF                                                       01846050
018465     OPEN INPUT P26CFILE                                          01846550
018470     IF NOT CFILE-MISSING                                         01847050
018475         SET CFILE-OPEN TO TRUE                                   01847550
018480     END-IF                                                       01848050
018500     OPEN OUTPUT P26TRRP                                          01850000
018600     OPEN OUTPUT P26TREJ                                          01860000
018700     MOVE WS-HEADING-LINE TO TRRP-LINE                            01870000
019800     IF NOT TRIN-EOF                                              01980000
019900         ADD 1 TO WS-READ-COUNT                                   01990000
020000         MOVE SPACES TO WS-REJECT-REASON                          02000000
020050         MOVE 'N' TO WS-RANGE-FLAG                                02005050
020100         PERFORM FIND-EMP-PARA                                    02010000
020200         EVALUATE TRN-ACTION                                      02020000
020300             WHEN 'A'                                             02030000
024100                 MOVE SPACES TO WS-AUDIT-BEFORE                   02410000
024200                 MOVE EMPLOYEE-RECORD TO WS-AUDIT-AFTER           02420000
024300                 PERFORM WRITE-AUDIT-PARA                         02430000
024310                 IF OUTSIDE-RANGE                                 02431050
024320                     PERFORM WRITE-OVERRIDE-AUDIT-PARA            02432050
024330                 END-IF                                           02433050
024400                 PERFORM WRITE-CAPTURE-PARA                       02440000
024500                 PERFORM HIRE-STATUS-PARA                         02450000
024600                 PERFORM APPLIED-PARA                             02460000
026700                 MOVE 'U' TO WS-AUDIT-ACTION                      02670000
026800                 MOVE EMPLOYEE-RECORD TO WS-AUDIT-AFTER           02680000
026900                 PERFORM WRITE-AUDIT-PARA                         02690000
026910                 IF OUTSIDE-RANGE                                 02691050
026920                     PERFORM WRITE-OVERRIDE-AUDIT-PARA            02692050
026930                 END-IF                                           02693050
026940                 IF TRN-EMP-GRADE NOT = SPACES                    02694050
026950                     PERFORM GRADE-STATUS-PARA                    02695050
026960                 END-IF                                           02696050
027000                 PERFORM WRITE-CAPTURE-PARA                       02700000
027100                 PERFORM APPLIED-PARA                             02710000
027200             ELSE                                                 02720000
035000                 TO WS-REJECT-REASON                              03500000
035100             MOVE 'N' TO WS-VALID-FLAG                            03510000
035200         END-IF                                                   03520000
035300     END-IF                                                       03530050
035301     IF VALID-DATA                                                03530150
035302         PERFORM CHECK-GRADE-PARA                                 03530250
035303     END-IF.                                                      03530350
035304*                                                                 03530450
035305 CHECK-GRADE-PARA.                                                03530550
035306     MOVE SPACES TO WS-EMP-GRADE                                  03530650
035307     IF TRN-EMP-GRADE NOT = SPACES                                03530750
035308         MOVE TRN-EMP-GRADE TO WS-EMP-GRADE                       03530850
035309     ELSE                                                         03530950
035310         IF TRN-ACTION = 'U'                                      03531050
035311             MOVE TRN-EMP-ID TO STS-EMP-ID                        03531150
035312             READ P26SFILE                                        03531250
035313                 INVALID KEY                                      03531350
035314                     CONTINUE                                     03531450
035315                 NOT INVALID KEY                                  03531550
035316                     MOVE STS-GRADE TO WS-EMP-GRADE               03531650
035317             END-READ                                             03531750
035318         END-IF                                                   03531850
035319     END-IF                                                       03531950
035320     IF GRDF-OPEN AND WS-EMP-GRADE NOT = SPACES                   03532050
035321         MOVE WS-EMP-GRADE TO GRD-CODE                            03532150
035322         READ P26GRDF                                             03532250
035323             INVALID KEY                                          03532350
035324                 MOVE SPACES TO GRADE-RECORD                      03532450
035325         END-READ                                                 03532550
035326         IF TRN-EMP-GRADE NOT = SPACES                            03532650
035327            AND (GRD-CODE = SPACES OR GRD-RETIRED)                03532750
035328             MOVE 'GRADE CODE INVALID OR RETIRED'                 03532850
035329                 TO WS-REJECT-REASON                              03532950
035330             MOVE 'N' TO WS-VALID-FLAG                            03533050
035331         END-IF                                                   03533150
035332         IF VALID-DATA AND GRD-ACTIVE                             03533250
035333            AND (TRN-EMP-EARN < GRD-MIN-SAL                       03533350
035334                 OR TRN-EMP-EARN > GRD-MAX-SAL)                   03533450
035335             MOVE 'Y' TO WS-RANGE-FLAG                            03533550
035336             PERFORM CHECK-OVERRIDE-PARA                          03533650
035337             IF NOT OVERRIDE-VALID                                03533750
035338                 MOVE 'SALARY OUTSIDE GRADE RANGE'                03533850
035339                     TO WS-REJECT-REASON                          03533950
035340                 MOVE 'N' TO WS-VALID-FLAG                        03534050
035341             END-IF                                               03534150
035342         END-IF                                                   03534250
035343     END-IF.                                                      03534350
035344*                                                                 03534450
035345 CHECK-OVERRIDE-PARA.                                             03534550
035346     MOVE 'N' TO WS-OVERRIDE-FLAG                                 03534650
035347     IF CFILE-OPEN AND TRN-OVR-USER NOT = SPACES                  03534750
035348         MOVE TRN-OVR-USER TO CRD-USERID                          03534850
035349         READ P26CFILE                                            03534950
035350             INVALID KEY                                          03535050
035351                 CONTINUE                                         03535150
035352             NOT INVALID KEY                                      03535250
035353                 IF CRD-SUPER-ROLE AND CRD-ACTIVE                 03535350
035354                     MOVE 'Y' TO WS-OVERRIDE-FLAG                 03535450
035355                 END-IF                                           03535550
035356         END-READ                                                 03535650
035357     END-IF.                                                      03535750
035400*                                                                 03540000
035500 READ-REF-PARA.                                                   03550000
035600     MOVE 'N' TO WS-REF-FOUND-FLAG                                03560000
044800             MOVE WS-RUN-DATE-OUT TO STS-UPD-DATE                 04480000
044900             MOVE 'P26BP26 ' TO STS-UPD-USER                      04490000
045000             REWRITE EMP-STATUS-RECORD                            04500000
045050             PERFORM FREE-POSITION-PARA                           04505049
045100     END-READ.                                                    04510000
045200*                                                                 04520000
045205 FREE-POSITION-PARA.                                              04520549
045210     IF POSF-OPEN AND STS-POS-NO NOT = SPACES                     04521049
045215         MOVE STS-POS-NO TO POS-NUMBER                            04521549
045220         READ P26POSF                                             04522049
045225             INVALID KEY                                          04522549
045230                 CONTINUE                                         04523049
045235             NOT INVALID KEY                                      04523549
045240                 IF POS-FILLED AND POS-EMP-ID = TRN-EMP-ID        04524049
045245                     SET POS-VACANT TO TRUE                       04524549
045250                     MOVE SPACES TO POS-EMP-ID                    04525049
045255                     MOVE WS-RUN-DATE-OUT TO POS-UPD-DATE         04525549
045260                     MOVE 'P26BP26 ' TO POS-UPD-USER              04526049
045265                     REWRITE POSITION-RECORD                      04526549
045270                 END-IF                                           04527049
045275         END-READ                                                 04527549
045280     END-IF.                                                      04528049
045285*                                                                 04528549
045300 HIRE-STATUS-PARA.                                                04530000
045400     MOVE TRN-EMP-ID TO STS-EMP-ID                                04540000
045500     READ P26SFILE                                                04550000
046000             MOVE WS-CURRENT-DATE TO STS-HIRE-DATE                04600000
046100             MOVE WS-RUN-DATE-OUT TO STS-UPD-DATE                 04610000
046200             MOVE 'P26BP26 ' TO STS-UPD-USER                      04620000
046250             MOVE TRN-EMP-GRADE TO STS-GRADE                      04625050
046300             WRITE EMP-STATUS-RECORD                              04630000
046400         NOT INVALID KEY                                          04640000
046500             SET STS-ACTIVE TO TRUE                               04650000
046600             MOVE SPACES TO STS-TERM-DATE                         04660000
046700             MOVE WS-RUN-DATE-OUT TO STS-UPD-DATE                 04670000
046800             MOVE 'P26BP26 ' TO STS-UPD-USER                      04680000
046810             IF TRN-EMP-GRADE NOT = SPACES                        04681050
046820                 MOVE TRN-EMP-GRADE TO STS-GRADE                  04682050
046830             END-IF                                               04683050
046900             REWRITE EMP-STATUS-RECORD                            04690000
047000     END-READ.                                                    04700000
047100*                                                                 04710000
047105 GRADE-STATUS-PARA.                                               04710550
047110     MOVE TRN-EMP-ID TO STS-EMP-ID                                04711050
047115     READ P26SFILE                                                04711550
047120         INVALID KEY                                              04712050
047125             MOVE SPACES TO EMP-STATUS-RECORD                     04712550
047130             MOVE TRN-EMP-ID TO STS-EMP-ID                        04713050
047135             SET STS-ACTIVE TO TRUE                               04713550
047140             MOVE TRN-EMP-GRADE TO STS-GRADE                      04714050
047145             MOVE WS-RUN-DATE-OUT TO STS-UPD-DATE                 04714550
047150             MOVE 'P26BP26 ' TO STS-UPD-USER                      04715050
047155             WRITE EMP-STATUS-RECORD                              04715550
047160         NOT INVALID KEY                                          04716050
047165             MOVE TRN-EMP-GRADE TO STS-GRADE                      04716550
047170             MOVE WS-RUN-DATE-OUT TO STS-UPD-DATE                 04717050
047175             MOVE 'P26BP26 ' TO STS-UPD-USER                      04717550
047180             REWRITE EMP-STATUS-RECORD                            04718050
047185     END-READ.                                                    04718550
047190*                                                                 04719050
047200 WRITE-AUDIT-PARA.                                                04720000
047300     MOVE TRN-EMP-ID TO AUD-EMP-ID                                04730000
047400     MOVE WS-RUN-DATE-OUT TO AUD-DATE-KEY                         04740000
048500     PERFORM WRITE-AUDIT-RETRY-PARA                               04850000
048600         UNTIL NOT AUDIT-DUPKEY.                                  04860000
048700*                                                                 04870000
048710 WRITE-OVERRIDE-AUDIT-PARA.                                       04871050
048720     SET AUD-OVERRIDE-ACTION TO TRUE                              04872050
048730     MOVE TRN-OVR-USER TO AUD-USER-ID                             04873050
048740     MOVE ZERO TO WS-AUDIT-SEQ                                    04874050
048750     MOVE WS-AUDIT-SEQ TO AUD-SEQ                                 04875050
048760     PERFORM WRITE-AUDIT-RECORD-PARA                              04876050
048770     PERFORM WRITE-AUDIT-RETRY-PARA                               04877050
048780         UNTIL NOT AUDIT-DUPKEY.                                  04878050
048790*                                                                 04879050
048800 WRITE-AUDIT-RECORD-PARA.                                         04880000
048900     WRITE AUDIT-RECORD                                           04890000
049000         INVALID KEY                                              04900000
054300     MOVE TRN-ACTION TO RL-ACTION                                 05430000
054400     MOVE TRN-EMP-ID TO RL-EMP-ID                                 05440000
054500     MOVE 'APPLIED ' TO RL-RESULT                                 05450000
054510     IF OUTSIDE-RANGE                                             05451050
054520         MOVE 'GRADE RANGE OVERRIDE' TO RL-REASON                 05452050
054530     END-IF                                                       05453050
054600     MOVE WS-RESULT-LINE TO TRRP-LINE                             05460000
054700     WRITE TRRP-LINE.                                             05470000
054800*                                                                 05480000
058400     CLOSE P26SFILE                                               05840000
058500     CLOSE P26AUDIT                                               05850000
058600     CLOSE P26CAPT                                                05860000
058610     IF POSF-OPEN                                                 05861049
058620         CLOSE P26POSF                                            05862049
058630     END-IF                                                       05863049
058640     IF GRDF-OPEN                                                 05864050
058650         CLOSE P26GRDF                                            05865050
058660     END-IF                                                       05866050
058670     IF CFILE-OPEN                                                05867050
058680         CLOSE P26CFILE                                           05868050
058690     END-IF                                                       05869050
058700     CLOSE P26TRRP                                                05870000
058800     CLOSE P26TREJ.                                               05880000
058900*                                                                 05890000
