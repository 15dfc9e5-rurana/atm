032000             MOVE 'DELETE' TO ACTIONO                             03200000
032100         WHEN AUD-TERM-ACTION                                     03210017
032200             MOVE 'TERMIN' TO ACTIONO                             03220017
032210         WHEN AUD-OVERRIDE-ACTION                                 03221050
032220             MOVE 'OVERRD' TO ACTIONO                             03222050
032230         WHEN AUD-APPROVE-ACTION                                  03223058
032240             MOVE 'APPRVD' TO ACTIONO                             03224058
032300         WHEN OTHER                                               03230000
032400             MOVE AUD-ACTION TO ACTIONO                           03240000
032500     END-EVALUATE                                                 03250000
