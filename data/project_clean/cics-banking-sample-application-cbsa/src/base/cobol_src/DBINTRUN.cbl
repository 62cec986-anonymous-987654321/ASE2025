                 AND ACCTSNAP_DATE >= :HV-PERIOD-START
                 AND ACCTSNAP_DATE <= :HV-PERIOD-END
                 AND ACCTSNAP_ACTUAL_BALANCE < 0
                 AND NOT EXISTS
                    (SELECT 1 FROM WRITEOFF
                     WHERE WRTOFF_SORTCODE = ACCTSNAP_SORTCODE
                     AND WRTOFF_NUMBER = ACCTSNAP_NUMBER)
                 ORDER BY ACCTSNAP_NUMBER
                 FOR FETCH ONLY
           END-EXEC.
