              ORGANIZATION IS SEQUENTIAL.
           SELECT GATEWAY-FILE ASSIGN TO GWYOUT
              ORGANIZATION IS SEQUENTIAL.
           SELECT SUPPORT-LETTER-FILE ASSIGN TO SUPOUT
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-FILE
           03 GWY-EVENT-DATE                  PIC X(10).
           03 GWY-LANGUAGE                    PIC XX.
           03 GWY-DETAIL                      PIC X(35).
      *
      *    Letters for customers on the vulnerable customer register
      *    who have a nominated contact or need large print or
      *    braille. The letter goes to the contact where one is
      *    recorded, otherwise to the customer in the chosen format.
      *
       FD  SUPPORT-LETTER-FILE
           RECORDING MODE IS F.
       01  SUPPORT-LETTER-RECORD.
           03 SUP-CUSTOMER                    PIC X(10).
           03 SUP-SORTCODE                    PIC X(6).
           03 SUP-ACCOUNT                     PIC X(8).
           03 SUP-EVENT-TYPE                  PIC X(8).
           03 SUP-EVENT-DATE                  PIC X(10).
           03 SUP-LANGUAGE                    PIC XX.
           03 SUP-DETAIL                      PIC X(36).
           03 SUP-FORMAT                      PIC X.
           03 SUP-CONTACT-NAME                PIC X(60).
           03 SUP-CONTACT-ADDRESS             PIC X(160).
           03 FILLER                          PIC X(19).
       WORKING-STORAGE SECTION.
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CUSTOMER-NO                    PIC X(10).
       01 HV-PREF-CHANNEL                   PIC X.
       01 HV-PREF-LANGUAGE                  PIC XX.
       01 HV-OPEN-SARS                      PIC S9(9) COMP.
       01 HOST-VULNREG-ROW.
          03 HV-VR-FORMAT               PIC X.
          03 HV-VR-CONTACT-NAME         PIC X(60).
          03 HV-VR-CONTACT-ADDRESS      PIC X(160).
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 LETTERS-WRITTEN                   PIC 9(8) VALUE 0.
       01 GATEWAY-WRITTEN                   PIC 9(8) VALUE 0.
       01 EVENTS-SUPPRESSED                 PIC 9(8) VALUE 0.
       01 EVENTS-WITHHELD                   PIC 9(8) VALUE 0.
       01 SUPPORT-LETTERS-WRITTEN           PIC 9(8) VALUE 0.
       01 WS-SUPPORT-SW                     PIC X VALUE 'N'.
          88 WS-SUPPORT-NEEDED                   VALUE 'Y'.
       01 HV-GA-COUNT                       PIC S9(9) COMP.
       01 WS-GONE-AWAY-SW                   PIC X VALUE 'N'.
          88 WS-GONE-AWAY                        VALUE 'Y'.
       01 EVENTS-GONE-AWAY                  PIC 9(8) VALUE 0.
      *
      *    Event types that could alert a customer to a suspicious
      *    activity report, withheld while one is open against the
      *    customer. Up to five 8-byte types may be set in the
      *    string value of CONTROL <sortcode>-SAR-WITHHOLD-TYPES.
      *
       01 WS-WITHHOLD-TYPES                 PIC X(40)
             VALUE 'CHQRTN  SOFAIL  DDFAIL'.
       01 WS-WITHHOLD-TABLE REDEFINES WS-WITHHOLD-TYPES.
          03 WS-WITHHOLD-TYPE               PIC X(8) OCCURS 5 TIMES.
       01 WS-WITHHOLD-SUB                   PIC S9(4) COMP.
       01 WS-WITHHOLD-SW                    PIC X VALUE 'N'.
          88 WS-WITHHOLD-EVENT                   VALUE 'Y'.
           EXEC SQL
              DECLARE EVT-CURSOR CURSOR FOR
                 SELECT NOTIFEVT_SORTCODE, NOTIFEVT_NUMBER,
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           PERFORM GET-WITHHOLD-CONFIG.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT GATEWAY-FILE.
           OPEN OUTPUT SUPPORT-LETTER-FILE.
           EXEC SQL OPEN EVT-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
           END-EXEC.
           CLOSE LETTER-FILE.
           CLOSE GATEWAY-FILE.
           CLOSE SUPPORT-LETTER-FILE.
           DISPLAY 'NOTIFRUN - EVENTS READ:        ' EVENTS-READ.
           DISPLAY 'NOTIFRUN - LETTERS WRITTEN:    '
              LETTERS-WRITTEN.
           DISPLAY 'NOTIFRUN - GATEWAY RECORDS:    '
              GATEWAY-WRITTEN.
           DISPLAY 'NOTIFRUN - SUPPORTED LETTERS:  '
              SUPPORT-LETTERS-WRITTEN.
           DISPLAY 'NOTIFRUN - SUPPRESSED (NONE):  '
              EVENTS-SUPPRESSED.
           DISPLAY 'NOTIFRUN - WITHHELD:           '
              EVENTS-WITHHELD.
           DISPLAY 'NOTIFRUN - HELD (GONE AWAY):   '
              EVENTS-GONE-AWAY.
           STOP RUN.
       P999.
           EXIT.
           END-IF
           ADD 1 TO EVENTS-READ.
           PERFORM RESOLVE-CUSTOMER.
           PERFORM CHECK-TIPPING-OFF.
           IF WS-WITHHOLD-EVENT
              ADD 1 TO EVENTS-WITHHELD
              PERFORM MARK-EVENT-WITHHELD
              GO TO DOE999
           END-IF.
           PERFORM GET-CHANNEL-PREFERENCE.
           PERFORM GET-SUPPORT-NEEDS.
           PERFORM CHECK-GONE-AWAY.
      *
      *    Nothing goes on paper to a gone-away customer until a new
      *    address is recorded. SMS/email still go, as does post to
      *    a nominated contact at the contact's own address.
      *
           IF WS-GONE-AWAY
              AND HV-PREF-CHANNEL NOT = 'N'
              AND HV-PREF-CHANNEL NOT = 'S'
              AND HV-PREF-CHANNEL NOT = 'E'
              AND HV-VR-CONTACT-NAME = SPACES
              ADD 1 TO EVENTS-GONE-AWAY
              PERFORM MARK-EVENT-GONE-AWAY
              GO TO DOE999
           END-IF.
           EVALUATE TRUE
              WHEN HV-PREF-CHANNEL = 'N'
                 ADD 1 TO EVENTS-SUPPRESSED
              WHEN HV-VR-CONTACT-NAME NOT = SPACES
                 PERFORM WRITE-SUPPORT-LETTER
              WHEN HV-PREF-CHANNEL = 'S'
              WHEN HV-PREF-CHANNEL = 'E'
                 PERFORM WRITE-GATEWAY-RECORD
              WHEN WS-SUPPORT-NEEDED
                 PERFORM WRITE-SUPPORT-LETTER
              WHEN OTHER
                 PERFORM WRITE-LETTER-RECORD
           END-EVALUATE.
           END-IF.
       RC999.
           EXIT.
       CHECK-TIPPING-OFF SECTION.
       CTO010.
           MOVE 'N' TO WS-WITHHOLD-SW.
           IF HV-CUSTOMER-NO = SPACES
              GO TO CTO999
           END-IF.
           PERFORM MATCH-WITHHOLD-TYPE
              VARYING WS-WITHHOLD-SUB FROM 1 BY 1
              UNTIL WS-WITHHOLD-SUB > 5 OR WS-WITHHOLD-EVENT.
           IF NOT WS-WITHHOLD-EVENT
              GO TO CTO999
           END-IF.
           MOVE 0 TO HV-OPEN-SARS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-OPEN-SARS
              FROM SARREPT
              WHERE SARREPT_SORTCODE = :HV-NE-SORTCODE
              AND SARREPT_CUSTOMER = :HV-CUSTOMER-NO
              AND SARREPT_STATUS IN ('D', 'A', 'S', 'F')
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-OPEN-SARS = 0
              MOVE 'N' TO WS-WITHHOLD-SW
           END-IF.
       CTO999.
           EXIT.
       MATCH-WITHHOLD-TYPE SECTION.
       MWT010.
           IF WS-WITHHOLD-TYPE(WS-WITHHOLD-SUB) NOT = SPACES
              AND WS-WITHHOLD-TYPE(WS-WITHHOLD-SUB) = HV-NE-TYPE
              MOVE 'Y' TO WS-WITHHOLD-SW
           END-IF.
       MWT999.
           EXIT.
       GET-CHANNEL-PREFERENCE SECTION.
       GCP010.
           MOVE 'L' TO HV-PREF-CHANNEL.
           END-IF.
       GCP999.
           EXIT.
      *
      *    A nominated contact takes all correspondence the customer
      *    has not switched off, whatever the customer's own channel.
      *
       GET-SUPPORT-NEEDS SECTION.
       GSN010.
           MOVE 'N' TO WS-SUPPORT-SW.
           MOVE 'S' TO HV-VR-FORMAT.
           MOVE SPACES TO HV-VR-CONTACT-NAME.
           MOVE SPACES TO HV-VR-CONTACT-ADDRESS.
           IF HV-CUSTOMER-NO = SPACES
              GO TO GSN999
           END-IF.
           EXEC SQL
              SELECT VULNREG_FORMAT,
                     VULNREG_CONTACT_NAME,
                     VULNREG_CONTACT_ADDRESS
              INTO :HV-VR-FORMAT,
                   :HV-VR-CONTACT-NAME,
                   :HV-VR-CONTACT-ADDRESS
              FROM VULNREG
              WHERE VULNREG_SORTCODE = :HV-NE-SORTCODE
              AND VULNREG_CUSTOMER = :HV-CUSTOMER-NO
              AND VULNREG_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'S' TO HV-VR-FORMAT
              MOVE SPACES TO HV-VR-CONTACT-NAME
              MOVE SPACES TO HV-VR-CONTACT-ADDRESS
              GO TO GSN999
           END-IF.
           IF HV-VR-FORMAT = 'L' OR HV-VR-FORMAT = 'B'
              OR HV-VR-CONTACT-NAME NOT = SPACES
              MOVE 'Y' TO WS-SUPPORT-SW
           END-IF.
       GSN999.
           EXIT.
       CHECK-GONE-AWAY SECTION.
       CGA010.
           MOVE 'N' TO WS-GONE-AWAY-SW.
           IF HV-CUSTOMER-NO = SPACES
              GO TO CGA999
           END-IF.
           MOVE 0 TO HV-GA-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-GA-COUNT
              FROM GONEAWAY
              WHERE GONEAWAY_SORTCODE = :HV-NE-SORTCODE
              AND GONEAWAY_CUSTOMER = :HV-CUSTOMER-NO
              AND GONEAWAY_STATUS = 'G'
           END-EXEC.
           IF SQLCODE = 0 AND HV-GA-COUNT > 0
              MOVE 'Y' TO WS-GONE-AWAY-SW
           END-IF.
       CGA999.
           EXIT.
       WRITE-SUPPORT-LETTER SECTION.
       WSL010.
           MOVE SPACES TO SUPPORT-LETTER-RECORD.
           MOVE HV-CUSTOMER-NO TO SUP-CUSTOMER.
           MOVE HV-NE-SORTCODE TO SUP-SORTCODE.
           MOVE HV-NE-NUMBER TO SUP-ACCOUNT.
           MOVE HV-NE-TYPE TO SUP-EVENT-TYPE.
           MOVE HV-NE-DATE TO SUP-EVENT-DATE.
           MOVE HV-PREF-LANGUAGE TO SUP-LANGUAGE.
           MOVE HV-NE-DETAIL TO SUP-DETAIL.
           MOVE HV-VR-FORMAT TO SUP-FORMAT.
           MOVE HV-VR-CONTACT-NAME TO SUP-CONTACT-NAME.
           MOVE HV-VR-CONTACT-ADDRESS TO SUP-CONTACT-ADDRESS.
           WRITE SUPPORT-LETTER-RECORD.
           ADD 1 TO SUPPORT-LETTERS-WRITTEN.
       WSL999.
           EXIT.
       WRITE-LETTER-RECORD SECTION.
       WLR010.
           MOVE SPACES TO LETTER-RECORD.
           END-IF.
       MED999.
           EXIT.
       MARK-EVENT-WITHHELD SECTION.
       MEW010.
           EXEC SQL
              UPDATE NOTIFEVT
              SET NOTIFEVT_STATUS = 'W'
              WHERE CURRENT OF EVT-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'NOTIFRUN - UNABLE TO MARK EVENT WITHHELD. '
                 'SQLCODE=' SQLCODE
              PERFORM ABEND-THIS-RUN
           END-IF.
       MEW999.
           EXIT.
       MARK-EVENT-GONE-AWAY SECTION.
       MEG010.
           EXEC SQL
              UPDATE NOTIFEVT
              SET NOTIFEVT_STATUS = 'G'
              WHERE CURRENT OF EVT-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'NOTIFRUN - UNABLE TO MARK EVENT GONE AWAY. '
                 'SQLCODE=' SQLCODE
              PERFORM ABEND-THIS-RUN
           END-IF.
       MEG999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           STOP RUN.
       ATR999.
           EXIT.
       GET-WITHHOLD-CONFIG SECTION.
       GWC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-SAR-WITHHOLD-TYPES' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           EXEC SQL
              SELECT CONTROL_NAME,
                     CONTROL_VALUE_NUM,
                     CONTROL_VALUE_STR
              INTO :HV-CONTROL-NAME,
                   :HV-CONTROL-VALUE-NUM,
                   :HV-CONTROL-VALUE-STR
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-STR NOT = SPACES
              MOVE HV-CONTROL-VALUE-STR TO WS-WITHHOLD-TYPES
           END-IF.
       GWC999.
           EXIT.
       GET-SORTCODE-CONFIG SECTION.
       GSC010.
           MOVE SPACES TO HV-CONTROL-NAME.
