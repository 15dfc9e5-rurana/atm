006100     03  SCH-DEPT            PIC X(08).                           00610000
006200     03  FILLER              PIC X(01) VALUE SPACES.              00620000
006300     03  SCH-LOC             PIC X(10).                           00630000
006400     03  FILLER              PIC X(01) VALUE SPACES.              00640060
006410     03  SCH-EMP             PIC X(05).                           00641060
006420     03  FILLER              PIC X(28) VALUE SPACES.              00642060
006500*                                                                 00650000
006533     COPY P26RCC.                                                 00653322
006566*                                                                 00656622
013900         MOVE RQS-PARM-DATE TO SCH-DATE                           01390000
014000         MOVE RQS-PARM-DEPT TO SCH-DEPT                           01400000
014100         MOVE RQS-PARM-LOC TO SCH-LOC                             01410000
014150         MOVE RQS-PARM-EMP TO SCH-EMP                             01415060
014200         MOVE WS-SCHED-LINE TO RSCH-LINE                          01420000
014300         WRITE RSCH-LINE                                          01430000
014400         SET RQS-RUNNING TO TRUE                                  01440000
016100             MOVE 'P26BP05' TO WS-JOB-NAME                        01610000
016200         WHEN RQS-YEAR-END                                        01620000
016300             MOVE 'P26BP06' TO WS-JOB-NAME                        01630000
016310         WHEN RQS-PERSONAL-DATA                                   01631060
016320             MOVE 'P26BP61' TO WS-JOB-NAME                        01632060
016400         WHEN OTHER                                               01640000
016500             MOVE 'UNKNOWN ' TO WS-JOB-NAME                       01650000
016600     END-EVALUATE.                                                01660000
