          03 HV-FX-EFF-DATE             PIC S9(8).
          03 HV-FX-BUY                  PIC S9(3)V9(6).
          03 HV-FX-SELL                 PIC S9(3)V9(6).
          03 HV-FX-CASH-BUY             PIC S9(3)V9(6).
          03 HV-FX-CASH-SELL            PIC S9(3)V9(6).
          03 HV-FX-USERID               PIC X(8).
       EXEC SQL
          INCLUDE SQLCA
          03 COMM-SELL-RATE           PIC 9(3)V9(6).
          03 COMM-SUCCESS             PIC X.
          03 COMM-FAIL-CODE           PIC X.
      *
      *    Optional extension: the rates for foreign notes over the
      *    counter. Callers passing the 31-byte commarea, or zero
      *    rates, leave the cash rates unset and the teller deals
      *    at the standard buy and sell rates.
      *
          03 COMM-CASH-BUY-RATE       PIC 9(3)V9(6).
          03 COMM-CASH-SELL-RATE      PIC 9(3)V9(6).
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE COMM-EFFECTIVE-DATE TO HV-FX-EFF-DATE.
           MOVE COMM-BUY-RATE TO HV-FX-BUY.
           MOVE COMM-SELL-RATE TO HV-FX-SELL.
           MOVE 0 TO HV-FX-CASH-BUY.
           MOVE 0 TO HV-FX-CASH-SELL.
           IF EIBCALEN >= 49
              IF COMM-CASH-BUY-RATE IS NUMERIC
              AND COMM-CASH-SELL-RATE IS NUMERIC
                 MOVE COMM-CASH-BUY-RATE TO HV-FX-CASH-BUY
                 MOVE COMM-CASH-SELL-RATE TO HV-FX-CASH-SELL
              END-IF
           END-IF.
           MOVE SPACES TO HV-FX-USERID.
           EXEC CICS ASSIGN
              USERID(HV-FX-USERID)
                      FXRATE_EFF_DATE,
                      FXRATE_BUY,
                      FXRATE_SELL,
                      FXRATE_CASH_BUY,
                      FXRATE_CASH_SELL,
                      FXRATE_USERID
                     )
              VALUES
                      :HV-FX-EFF-DATE,
                      :HV-FX-BUY,
                      :HV-FX-SELL,
                      :HV-FX-CASH-BUY,
                      :HV-FX-CASH-SELL,
                      :HV-FX-USERID
                     )
           END-EXEC.
