       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCNDB01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCCNDB01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-ADDR-DFHCOMMAREA      USAGE is POINTER.
           03 WS-CALEN                 PIC S9(4) COMP.
       01  WS-RESP                   PIC S9(8) COMP.
       01  DB2-IN.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-PURPOSE              PIC X(8).
           03 DB2-CONSENT-DATE         PIC X(10).
           03 DB2-USERID               PIC X(8).
       01  DB2-CONSENT-ROW.
           03 DB2-CN-ID                PIC S9(9) COMP.
           03 DB2-CN-PURPOSE           PIC X(8).
           03 DB2-CN-GIVEN             PIC X(10).
           03 DB2-CN-WITHDRAWN         PIC X(10).
           03 DB2-CN-RECORDED-BY       PIC X(8).
           03 DB2-CN-WITHDRAWN-BY      PIC X(8).
       77  IND-CN-WITHDRAWN            PIC S9(4) COMP.
       77  IND-CN-WITHDRAWN-BY         PIC S9(4) COMP.
       01  MINUS-ONE                   PIC S9(4) COMP VALUE -1.
       01  DB2-CHECK-COUNT             PIC S9(9) COMP.
       01  WS-TODAY                    PIC X(10) VALUE SPACES.
       01  WS-SUB                      PIC S9(4) COMP.
       01  WS-EXIT-SW                  PIC X VALUE 'N'.
       01 HCAZERRS           PIC x(8) Value 'HCAZERRS'.
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' HCCNDB01'.
           03 EM-VARIABLE.
             05 FILLER                 PIC X(6)  VALUE ' PNUM='.
             05 EM-PATNUM              PIC X(10)  VALUE SPACES.
             05 FILLER                 PIC X(6)  VALUE ' PURP='.
             05 EM-PURPOSE             PIC X(10)  VALUE SPACES.
             05 EM-SQLREQ              PIC X(16) VALUE SPACES.
             05 FILLER                 PIC X(9)  VALUE ' SQLCODE='.
             05 EM-SQLRC               PIC +9(5) USAGE DISPLAY.
       01 CA-ERROR-MSG.
           03 FILLER                PIC X(9)  VALUE 'COMMAREA='.
           03 CA-DATA               PIC X(90) VALUE SPACES.
       01  AUDIT-COMMAREA.
           03 AUD-PATIENT-ID           PIC 9(10).
           03 AUD-PROGRAM              PIC X(8).
           03 AUD-ACTION               PIC X.
           03 AUD-RETURN-CODE          PIC 9(2).
       01  WS-HCAUDIT                  PIC X(8) VALUE 'HCAUDIT '.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *    Consent history for a patient, most recent first.
      *
           EXEC SQL
             DECLARE CONSENT_CURSOR CURSOR FOR
             SELECT PURPOSE,
                    CHAR(GIVENDATE, ISO),
                    CHAR(WITHDRAWNDATE, ISO),
                    RECORDEDBY,
                    WITHDRAWNBY
             FROM PATCONSENT
             WHERE PATIENTID = :DB2-PATIENT-ID
             ORDER BY GIVENDATE DESC, CONSENTID DESC
           END-EXEC.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           03 CA-REQUEST-ID            PIC X(6).
           03 CA-RETURN-CODE           PIC 9(2).
           03 CA-PATIENT-ID            PIC 9(10).
           03 CA-PURPOSE               PIC X(8).
           03 CA-CONSENT-DATE          PIC X(10).
           03 CA-RECORDED-BY           PIC X(8).
           03 CA-CONSENT-COUNT         PIC 9(2).
           03 CA-CONSENT-ENTRY OCCURS 10.
              05 CA-CN-PURPOSE         PIC X(8).
              05 CA-CN-GIVEN           PIC X(10).
              05 CA-CN-WITHDRAWN       PIC X(10).
              05 CA-CN-RECORDED-BY     PIC X(8).
              05 CA-CN-WITHDRAWN-BY    PIC X(8).
       PROCEDURE DIVISION.
       MAINLINE SECTION.
      *
      *    Consent-to-share register. A patient agrees, purpose by
      *    purpose, to data going to a recipient system or being
      *    served for a use (DEMOGEXT demographic feed, MOBMEDS
      *    and MOBAPPT mobile medication and appointment views).
      *    A consent is current from the date given until the
      *    date withdrawn. Withdrawing queues a notification for
      *    the recipient's feed. Consent changes are logged
      *    through HCAUDIT as action C (given) or W (withdrawn).
      *
      *    Return codes: 01 no open consent to withdraw, 02
      *    consent already open, 03 date not allowed, 70
      *    patient not on file, 80 no current consent for the
      *    purpose, 90 DB2 error, 97 required data missing, 99
      *    unknown request.
      *
           INITIALIZE WS-HEADER.
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('HCCA') NODUMP END-EXEC
           END-IF
           MOVE '00' TO CA-RETURN-CODE
           MOVE EIBCALEN TO WS-CALEN.
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.
           MOVE CA-PATIENT-ID TO DB2-PATIENT-ID
           MOVE CA-PATIENT-ID TO EM-PATNUM
           MOVE CA-PURPOSE TO DB2-PURPOSE
           MOVE CA-PURPOSE TO EM-PURPOSE
           PERFORM GET-TODAY
           EVALUATE CA-REQUEST-ID
             WHEN '01GCON'
               MOVE 'C' TO AUD-ACTION
               PERFORM WRITE-ACCESS-LOG
               PERFORM GIVE-CONSENT
             WHEN '01WCON'
               MOVE 'W' TO AUD-ACTION
               PERFORM WRITE-ACCESS-LOG
               PERFORM WITHDRAW-CONSENT
             WHEN '01ICON'
               MOVE 'R' TO AUD-ACTION
               PERFORM WRITE-ACCESS-LOG
               PERFORM LIST-CONSENTS
             WHEN '01CCON'
               MOVE 'R' TO AUD-ACTION
               PERFORM WRITE-ACCESS-LOG
               PERFORM CHECK-CONSENT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE.
       MAINLINE-END.
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
       GET-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-TODAY)
                     DATESEP('-')
           END-EXEC
           EXIT.
       SET-DATE-AND-USER.
      *    The date defaults to today and the recorder to the
      *    signed-on user.
           IF CA-CONSENT-DATE EQUAL SPACES
             MOVE WS-TODAY TO DB2-CONSENT-DATE
           ELSE
             MOVE CA-CONSENT-DATE TO DB2-CONSENT-DATE
           END-IF
           IF CA-RECORDED-BY EQUAL SPACES
             MOVE SPACES TO DB2-USERID
             EXEC CICS ASSIGN USERID(DB2-USERID)
             END-EXEC
           ELSE
             MOVE CA-RECORDED-BY TO DB2-USERID
           END-IF
           EXIT.
       GIVE-CONSENT.
           IF CA-PATIENT-ID EQUAL 0
           OR CA-PURPOSE EQUAL SPACES
             MOVE '97' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM CHECK-PATIENT
      *    Only one consent per purpose may be open at a time,
      *    including one given with a future date.
           MOVE ' SELECT PATCONSENT' TO EM-SQLREQ
           MOVE 0 TO DB2-CHECK-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :DB2-CHECK-COUNT
             FROM PATCONSENT
             WHERE PATIENTID = :DB2-PATIENT-ID
             AND PURPOSE = :DB2-PURPOSE
             AND ( WITHDRAWNDATE IS NULL
                   OR WITHDRAWNDATE > CURRENT DATE )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF
           IF DB2-CHECK-COUNT > 0
             MOVE '02' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM SET-DATE-AND-USER
           MOVE ' INSERT PATCONSENT' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO PATCONSENT
                       ( CONSENTID,
                         PATIENTID,
                         PURPOSE,
                         GIVENDATE,
                         RECORDEDBY,
                         RECORDEDDATETIME,
                         FEEDRUNID )
                VALUES ( DEFAULT,
                         :DB2-PATIENT-ID,
                         :DB2-PURPOSE,
                         :DB2-CONSENT-DATE,
                         :DB2-USERID,
                         CURRENT TIMESTAMP,
                         0 )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.
       WITHDRAW-CONSENT.
      *    The open consent is closed off rather than deleted so
      *    the register shows what was agreed and when; the
      *    recipient is told through the notification queue.
           IF CA-PATIENT-ID EQUAL 0
           OR CA-PURPOSE EQUAL SPACES
             MOVE '97' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM SET-DATE-AND-USER
           MOVE ' SELECT PATCONSENT' TO EM-SQLREQ
           EXEC SQL
             SELECT CONSENTID,
                    CHAR(GIVENDATE, ISO)
             INTO :DB2-CN-ID,
                  :DB2-CN-GIVEN
             FROM PATCONSENT
             WHERE PATIENTID = :DB2-PATIENT-ID
             AND PURPOSE = :DB2-PURPOSE
             AND WITHDRAWNDATE IS NULL
           END-EXEC
           Evaluate SQLCODE
             When 0
               CONTINUE
             When 100
               MOVE '01' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-Evaluate
           IF DB2-CONSENT-DATE < DB2-CN-GIVEN
             MOVE '03' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE ' UPDATE PATCONSENT' TO EM-SQLREQ
           EXEC SQL
             UPDATE PATCONSENT
             SET WITHDRAWNDATE = :DB2-CONSENT-DATE,
                 WITHDRAWNBY = :DB2-USERID
             WHERE CONSENTID = :DB2-CN-ID
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE ' INSERT CONSENTNOTE' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CONSENTNOTE
                       ( NOTEID,
                         PATIENTID,
                         PURPOSE,
                         WITHDRAWNDATE,
                         STATUS,
                         SENTRUNID,
                         CREATEDDATETIME )
                VALUES ( DEFAULT,
                         :DB2-PATIENT-ID,
                         :DB2-PURPOSE,
                         :DB2-CONSENT-DATE,
                         'P',
                         0,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF
           EXIT.
       LIST-CONSENTS.
           IF CA-PATIENT-ID EQUAL 0
             MOVE '97' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE 0 TO CA-CONSENT-COUNT
           MOVE ' OPEN CONSENT CURSOR' TO EM-SQLREQ
           EXEC SQL OPEN CONSENT_CURSOR END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE 'N' TO WS-EXIT-SW
           PERFORM FETCH-ONE-CONSENT
              UNTIL WS-EXIT-SW EQUAL 'Y'
                 OR CA-CONSENT-COUNT EQUAL 10
           EXEC SQL CLOSE CONSENT_CURSOR END-EXEC
           IF CA-CONSENT-COUNT EQUAL 0
             MOVE '01' TO CA-RETURN-CODE
           END-IF
           EXIT.
       FETCH-ONE-CONSENT.
           EXEC SQL
             FETCH CONSENT_CURSOR
             INTO :DB2-CN-PURPOSE,
                  :DB2-CN-GIVEN,
                  :DB2-CN-WITHDRAWN INDICATOR :IND-CN-WITHDRAWN,
                  :DB2-CN-RECORDED-BY,
                  :DB2-CN-WITHDRAWN-BY
                     INDICATOR :IND-CN-WITHDRAWN-BY
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'Y' TO WS-EXIT-SW
           ELSE
             IF IND-CN-WITHDRAWN EQUAL MINUS-ONE
               MOVE SPACES TO DB2-CN-WITHDRAWN
             END-IF
             IF IND-CN-WITHDRAWN-BY EQUAL MINUS-ONE
               MOVE SPACES TO DB2-CN-WITHDRAWN-BY
             END-IF
             ADD 1 TO CA-CONSENT-COUNT
             MOVE CA-CONSENT-COUNT TO WS-SUB
             MOVE DB2-CN-PURPOSE TO CA-CN-PURPOSE(WS-SUB)
             MOVE DB2-CN-GIVEN TO CA-CN-GIVEN(WS-SUB)
             MOVE DB2-CN-WITHDRAWN TO CA-CN-WITHDRAWN(WS-SUB)
             MOVE DB2-CN-RECORDED-BY TO CA-CN-RECORDED-BY(WS-SUB)
             MOVE DB2-CN-WITHDRAWN-BY
                TO CA-CN-WITHDRAWN-BY(WS-SUB)
           END-IF
           EXIT.
       CHECK-CONSENT.
           IF CA-PATIENT-ID EQUAL 0
           OR CA-PURPOSE EQUAL SPACES
             MOVE '97' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM COUNT-CURRENT-CONSENT
           IF DB2-CHECK-COUNT EQUAL 0
             MOVE '80' TO CA-RETURN-CODE
           END-IF
           EXIT.
       COUNT-CURRENT-CONSENT.
      *    Current means given on or before today and not
      *    withdrawn as at today.
           MOVE ' SELECT PATCONSENT' TO EM-SQLREQ
           MOVE 0 TO DB2-CHECK-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :DB2-CHECK-COUNT
             FROM PATCONSENT
             WHERE PATIENTID = :DB2-PATIENT-ID
             AND PURPOSE = :DB2-PURPOSE
             AND GIVENDATE <= CURRENT DATE
             AND ( WITHDRAWNDATE IS NULL
                   OR WITHDRAWNDATE > CURRENT DATE )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF
           EXIT.
       CHECK-PATIENT.
           MOVE ' SELECT PATIENT' TO EM-SQLREQ
           MOVE 0 TO DB2-CHECK-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :DB2-CHECK-COUNT
             FROM PATIENT
             WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF
           IF DB2-CHECK-COUNT EQUAL 0
             MOVE '70' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           EXIT.
       WRITE-ACCESS-LOG.
           MOVE CA-PATIENT-ID TO AUD-PATIENT-ID
           MOVE 'HCCNDB01' TO AUD-PROGRAM
           MOVE '00' TO AUD-RETURN-CODE
           EXEC CICS LINK PROGRAM(WS-HCAUDIT)
                     COMMAREA(AUDIT-COMMAREA)
                     LENGTH(LENGTH OF AUDIT-COMMAREA)
           END-EXEC
           EXIT.
       WRITE-ERROR-MESSAGE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYYYY(WS-DATE)
                     TIME(WS-TIME)
           END-EXEC
           MOVE WS-DATE TO EM-DATE
           MOVE WS-TIME TO EM-TIME
           MOVE SQLCODE TO EM-SQLRC
           EXEC CICS LINK PROGRAM(HCAZERRS)
                     COMMAREA(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
           IF EIBCALEN > 0 THEN
             IF EIBCALEN < 91 THEN
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CA-DATA
               EXEC CICS LINK PROGRAM(HCAZERRS)
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
             ELSE
               MOVE DFHCOMMAREA(1:90) TO CA-DATA
               EXEC CICS LINK PROGRAM(HCAZERRS)
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
             END-IF
           END-IF.
           EXIT.
