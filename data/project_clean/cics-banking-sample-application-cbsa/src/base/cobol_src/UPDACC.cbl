          03 HV-PROCTRAN-DESC           PIC X(40).
          03 HV-PROCTRAN-AMOUNT         PIC S9(10)V99 COMP-3.
          03 HV-PROCTRAN-CHANNEL-ID     PIC X(6).
          03 HV-PROCTRAN-USERID         PIC X(8).
       01 PROCTRAN-DESC-UPDACC.
          03 PROC-DESC-UPDACC-OLD-RATE      PIC 9(4)V99.
          03 PROC-DESC-UPDACC-NEW-RATE      PIC 9(4)V99.
           MOVE WS-OLD-OVERDRAFT-LIM    TO PROC-DESC-UPDACC-OLD-OD.
           MOVE HV-ACCOUNT-OVERDRAFT-LIM TO PROC-DESC-UPDACC-NEW-OD.
           MOVE PROCTRAN-DESC-UPDACC TO HV-PROCTRAN-DESC.
           MOVE SPACES TO HV-PROCTRAN-USERID.
           EXEC CICS ASSIGN
              USERID(HV-PROCTRAN-USERID)
           END-EXEC.
           EXEC SQL
              INSERT INTO PROCTRAN
                     (
                      PROCTRAN_TYPE,
                      PROCTRAN_DESC,
                      PROCTRAN_AMOUNT,
                      PROCTRAN_CHANNEL_ID,
                      PROCTRAN_USERID
                     )
              VALUES
                     (
                      :HV-PROCTRAN-TYPE,
                      :HV-PROCTRAN-DESC,
                      :HV-PROCTRAN-AMOUNT,
                      :HV-PROCTRAN-CHANNEL-ID,
                      :HV-PROCTRAN-USERID
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
           MOVE WS-OLD-ACC-TYPE         TO PROC-DESC-UPDTYP-OLD-TYPE.
           MOVE HV-ACCOUNT-ACC-TYPE     TO PROC-DESC-UPDTYP-NEW-TYPE.
           MOVE PROCTRAN-DESC-UPDACC-TYPE TO HV-PROCTRAN-DESC.
           MOVE SPACES TO HV-PROCTRAN-USERID.
           EXEC CICS ASSIGN
              USERID(HV-PROCTRAN-USERID)
           END-EXEC.
           EXEC SQL
              INSERT INTO PROCTRAN
                     (
                      PROCTRAN_TYPE,
                      PROCTRAN_DESC,
                      PROCTRAN_AMOUNT,
                      PROCTRAN_CHANNEL_ID,
                      PROCTRAN_USERID
                     )
              VALUES
                     (
                      :HV-PROCTRAN-TYPE,
                      :HV-PROCTRAN-DESC,
                      :HV-PROCTRAN-AMOUNT,
                      :HV-PROCTRAN-CHANNEL-ID,
                      :HV-PROCTRAN-USERID
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
