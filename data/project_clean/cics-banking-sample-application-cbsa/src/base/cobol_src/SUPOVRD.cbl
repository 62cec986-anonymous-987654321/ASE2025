              FROM OPERPROF
              WHERE OPERPROF_SORTCODE = :HV-OVR-SORTCODE
              AND OPERPROF_USERID = :HV-OVR-SUPERVISOR
              AND OPERPROF_STATUS <> 'S'
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-SUP-ROLE NOT = 'V'
              DISPLAY 'SUPOVRD: Operator ' HV-OVR-SUPERVISOR
