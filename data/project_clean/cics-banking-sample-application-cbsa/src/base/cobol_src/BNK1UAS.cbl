                 MOVE 'Y' TO WS-ACC-TYPE-VALID
              WHEN 'LOAN    '
                 MOVE 'Y' TO WS-ACC-TYPE-VALID
              WHEN 'NOTICE30'
                 MOVE 'Y' TO WS-ACC-TYPE-VALID
              WHEN 'NOTICE60'
                 MOVE 'Y' TO WS-ACC-TYPE-VALID
              WHEN 'NOTICE95'
                 MOVE 'Y' TO WS-ACC-TYPE-VALID
              WHEN OTHER
                 MOVE 'N' TO WS-ACC-TYPE-VALID
           END-EVALUATE.
           IF WS-ACC-TYPE-VALID = 'N'
              MOVE SPACES TO MESSAGEO
              STRING 'Valid account types: CURRENT,SAVING,ISA,'
                    DELIMITED BY SIZE,
                     'TERMDEP,MORTGAGE,LOAN,NOTICE30/60/95'
                    DELIMITED BY SIZE
                 INTO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO ACCTYPL
