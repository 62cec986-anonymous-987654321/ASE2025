       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNSTEXP.
       AUTHOR. Jon Collett.
      *
      *    Expires third-party access consents. Every active consent
      *    on TPPCONS whose expiry date has passed is marked E, after
      *    which AISFUN refuses it. The job also lists yesterday's
      *    TPPACLOG accesses by provider, with how many were refused.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HOST-TPPCONS-ROW.
          03 HV-TC-SORTCODE                 PIC X(6).
          03 HV-TC-ID                       PIC S9(9) COMP.
          03 HV-TC-CUSTOMER                 PIC X(10).
          03 HV-TC-TPP-ID                   PIC X(8).
          03 HV-TC-EXPIRY-DATE              PIC S9(8).
       01 HV-CHANGED-BY                     PIC X(8) VALUE 'CNSTEXP'.
       01 HOST-ACCESS-ROW.
          03 HV-AC-TPP-ID                   PIC X(8).
          03 HV-AC-CALLS                    PIC S9(9) COMP.
          03 HV-AC-REFUSED                  PIC S9(9) COMP.
       01 HV-YESTERDAY                      PIC S9(8).
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-ROWS                      VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-TODAY-YYYYMMDD                 PIC S9(8).
       01 WS-TODAY-NUM                      PIC 9(8).
       01 WS-YESTERDAY-NUM                  PIC 9(8).
       01 WS-DAY-INT                        PIC S9(9) COMP.
       01 WS-CALLS-DISPLAY                  PIC Z(8)9.
       01 WS-REFUSED-DISPLAY                PIC Z(8)9.
       01 CONSENTS-EXPIRED                  PIC 9(8) VALUE 0.
       01 PROVIDERS-LISTED                  PIC 9(8) VALUE 0.
           EXEC SQL
              DECLARE CONSENT-CURSOR CURSOR FOR
                 SELECT TPPCONS_SORTCODE, TPPCONS_ID,
                        TPPCONS_CUSTOMER, TPPCONS_TPP_ID,
                        TPPCONS_EXPIRY_DATE
                 FROM TPPCONS
                 WHERE TPPCONS_SORTCODE = :HV-TC-SORTCODE
                   AND TPPCONS_STATUS = 'A'
                   AND TPPCONS_EXPIRY_DATE < :WS-TODAY-YYYYMMDD
                 FOR UPDATE OF TPPCONS_STATUS
           END-EXEC.
           EXEC SQL
              DECLARE ACCESS-CURSOR CURSOR FOR
                 SELECT TPPACLOG_TPP_ID, COUNT(*),
                        SUM(CASE WHEN TPPACLOG_RESULT = '0'
                                 THEN 0 ELSE 1 END)
                 FROM TPPACLOG
                 WHERE TPPACLOG_SORTCODE = :HV-TC-SORTCODE
                   AND TPPACLOG_DATE = :HV-YESTERDAY
                 GROUP BY TPPACLOG_TPP_ID
                 ORDER BY TPPACLOG_TPP_ID
                 FOR FETCH ONLY
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-TC-SORTCODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-TODAY-YYYYMMDD =
              (2000 + WS-RUN-DATE-YY) * 10000
              + WS-RUN-DATE-MM * 100
              + WS-RUN-DATE-DD.
           MOVE WS-TODAY-YYYYMMDD TO WS-TODAY-NUM.
           COMPUTE WS-DAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
              TO WS-YESTERDAY-NUM.
           MOVE WS-YESTERDAY-NUM TO HV-YESTERDAY.
           EXEC SQL OPEN CONSENT-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM EXPIRE-ONE-CONSENT UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE CONSENT-CURSOR
           END-EXEC.
           EXEC SQL
              COMMIT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           DISPLAY 'CNSTEXP - CONSENTS EXPIRED: ' CONSENTS-EXPIRED.
           DISPLAY 'CNSTEXP - THIRD-PARTY ACCESSES ON ' HV-YESTERDAY.
           MOVE 'N' TO WS-EXIT-SW.
           EXEC SQL OPEN ACCESS-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM LIST-ONE-PROVIDER UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE ACCESS-CURSOR
           END-EXEC.
           IF PROVIDERS-LISTED = 0
              DISPLAY 'CNSTEXP -   NONE'
           END-IF.
           STOP RUN.
       P999.
           EXIT.
       EXPIRE-ONE-CONSENT SECTION.
       EOC010.
           EXEC SQL FETCH CONSENT-CURSOR
              INTO :HV-TC-SORTCODE, :HV-TC-ID,
                   :HV-TC-CUSTOMER, :HV-TC-TPP-ID,
                   :HV-TC-EXPIRY-DATE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO EOC999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           EXEC SQL
              UPDATE TPPCONS
              SET TPPCONS_STATUS = 'E',
                  TPPCONS_CHANGED_DATE = :WS-TODAY-YYYYMMDD,
                  TPPCONS_CHANGED_BY = :HV-CHANGED-BY
              WHERE CURRENT OF CONSENT-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           DISPLAY 'CNSTEXP - CONSENT ' HV-TC-ID ' CUSTOMER '
              HV-TC-CUSTOMER ' PROVIDER ' HV-TC-TPP-ID
              ' EXPIRED ' HV-TC-EXPIRY-DATE.
           ADD 1 TO CONSENTS-EXPIRED.
       EOC999.
           EXIT.
       LIST-ONE-PROVIDER SECTION.
       LOP010.
           EXEC SQL FETCH ACCESS-CURSOR
              INTO :HV-AC-TPP-ID, :HV-AC-CALLS, :HV-AC-REFUSED
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO LOP999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           MOVE HV-AC-CALLS TO WS-CALLS-DISPLAY.
           MOVE HV-AC-REFUSED TO WS-REFUSED-DISPLAY.
           DISPLAY 'CNSTEXP -   PROVIDER ' HV-AC-TPP-ID
              ' CALLS ' WS-CALLS-DISPLAY
              ' REFUSED ' WS-REFUSED-DISPLAY.
           ADD 1 TO PROVIDERS-LISTED.
       LOP999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'CNSTEXP - UNRECOVERABLE DB2 ERROR. SQLCODE='
              SQLCODE-DISPLAY.
           DISPLAY 'CNSTEXP - CONSENTS EXPIRED: ' CONSENTS-EXPIRED.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       ATR999.
           EXIT.
       GET-SORTCODE-CONFIG SECTION.
       GSC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           MOVE 'SORTCODE' TO HV-CONTROL-NAME.
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
           IF SQLCODE = ZERO
              MOVE HV-CONTROL-VALUE-NUM TO SORTCODE
           END-IF.
       GSC999.
           EXIT.
