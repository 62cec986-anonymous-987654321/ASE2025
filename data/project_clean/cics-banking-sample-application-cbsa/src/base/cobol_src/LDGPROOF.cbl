                           THEN 0 - PROCTRAN_AMOUNT
                        WHEN PROCTRAN_TYPE IN
                           ('CHA', 'ICA', 'ICC', 'IDA', 'IDC',
                            'OCA', 'OCC', 'ODA', 'ODC', 'OCS',
                            'BKO', 'WRR')
                           THEN 0
                        ELSE PROCTRAN_AMOUNT
                     END)
