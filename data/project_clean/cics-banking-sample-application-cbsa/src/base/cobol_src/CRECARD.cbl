          03 HV-CARD-STATUS             PIC X.
          03 HV-CARD-EXPIRY             PIC S9(8).
          03 HV-CARD-ISSUED             PIC S9(8).
          03 HV-CARD-REPLACES           PIC X(16).
       01 HV-OLD-CARD-NUMBER            PIC X(16).
       01 HV-OLD-CARD-ACC-NO            PIC X(8).
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
             88 COMM-HOTCARD               VALUE 'H'.
          03 COMM-SUCCESS             PIC X.
          03 COMM-FAIL-CODE           PIC X.
          03 COMM-REPLACES-CARD       PIC X(16).
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
              MOVE '7' TO COMM-FAIL-CODE
              GO TO IC999
           END-IF.
      *
      *    A card issued to replace another must replace a card on
      *    the same account. The old card stays usable until this
      *    one is activated.
      *
           MOVE SPACES TO HV-CARD-REPLACES.
           IF EIBCALEN >= 57
              AND COMM-REPLACES-CARD NOT = SPACES
              AND COMM-REPLACES-CARD NOT = LOW-VALUES
              MOVE COMM-REPLACES-CARD TO HV-OLD-CARD-NUMBER
              MOVE SPACES TO HV-OLD-CARD-ACC-NO
              EXEC SQL
                 SELECT CARD_ACCOUNT
                 INTO :HV-OLD-CARD-ACC-NO
                 FROM CARD
                 WHERE CARD_NUMBER = :HV-OLD-CARD-NUMBER
              END-EXEC
              IF SQLCODE NOT = 0
              OR HV-OLD-CARD-ACC-NO NOT = COMM-ACCNO
                 MOVE '4' TO COMM-FAIL-CODE
                 GO TO IC999
              END-IF
              MOVE COMM-REPLACES-CARD TO HV-CARD-REPLACES
           END-IF.
           MOVE COMM-CARD-NO TO HV-CARD-NUMBER.
           MOVE 0 TO WS-CARD-COUNT.
           EXEC SQL
              MOVE '6' TO COMM-FAIL-CODE
              GO TO IC999
           END-IF.
           MOVE HV-CARD-REPLACES TO HV-OLD-CARD-NUMBER.
           INITIALIZE HOST-CARD-ROW.
           MOVE HV-OLD-CARD-NUMBER TO HV-CARD-REPLACES.
           MOVE 'CARD' TO HV-CARD-EYECATCHER.
           MOVE COMM-CARD-NO TO HV-CARD-NUMBER.
           MOVE COMM-SORTC TO HV-CARD-SORTCODE.
                      CARD_ACCOUNT,
                      CARD_STATUS,
                      CARD_EXPIRY,
                      CARD_ISSUED,
                      CARD_REPLACES
                     )
              VALUES
                     (
                      :HV-CARD-ACC-NO,
                      :HV-CARD-STATUS,
                      :HV-CARD-EXPIRY,
                      :HV-CARD-ISSUED,
                      :HV-CARD-REPLACES
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
           END-IF.
           MOVE COMM-CARD-NO TO HV-CARD-NUMBER.
           MOVE SPACE TO HV-CARD-STATUS.
           MOVE SPACES TO HV-CARD-REPLACES.
           EXEC SQL
              SELECT CARD_STATUS,
                     COALESCE(CARD_REPLACES, ' ')
              INTO :HV-CARD-STATUS,
                   :HV-CARD-REPLACES
              FROM CARD
              WHERE CARD_NUMBER = :HV-CARD-NUMBER
           END-EXEC.
              MOVE '2' TO COMM-FAIL-CODE
              GO TO SCS999
           END-IF.
      *
      *    Activating a replacement card retires the card it
      *    replaces, if that is still live.
      *
           IF COMM-ACTIVATE-CARD
              AND HV-CARD-REPLACES NOT = SPACES
              MOVE HV-CARD-REPLACES TO HV-OLD-CARD-NUMBER
              EXEC SQL
                 UPDATE CARD
                 SET CARD_STATUS = 'R'
                 WHERE CARD_NUMBER = :HV-OLD-CARD-NUMBER
                 AND CARD_STATUS IN ('A', 'B')
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'CRECARD - UNABLE TO RETIRE REPLACED CARD. '
                    'SQLCODE=' SQLCODE-DISPLAY
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
                 MOVE '2' TO COMM-FAIL-CODE
                 GO TO SCS999
              END-IF
           END-IF.
           IF COMM-HOTCARD
              DISPLAY 'CRECARD - CARD ' COMM-CARD-NO(1:4)
                 '************ HOT-CARDED'
