                 10 CA-IDENTIFIER         PIC X(20).
                 10 CA-TYPE               PIC X(2).
.
      *
      *    Upcoming appointments for the mobile client, returned
      *    for GET with view=appointments in the query string.
      *
       01 JSON-APPT-DATA.
             06 patient-appointments.
               09 appt-patient-id               PIC X(10).
               09 appointments2-num             PIC S9(9) COMP-5 SYNC.
               09 appointments OCCURS 20.
                 12 appointment-id                PIC 9(9) DISPLAY.
                 12 clinician                     PIC X(8).
                 12 appointment-date              PIC X(10).
                 12 appointment-time              PIC X(8).
                 12 duration                      PIC 9(3) DISPLAY.
                 12 appointment-status            PIC X(1).
       01 HCPAPP-APPT-DETAILS.
           03 BK-REQUEST-ID            PIC X(6).
           03 BK-RETURN-CODE           PIC 9(2).
           03 BK-PATIENT-ID            PIC 9(10).
           03 BK-APPT-ID               PIC 9(9).
           03 BK-SLOT-ID               PIC 9(9).
           03 BK-CLINICIAN             PIC X(8).
           03 BK-SLOT-DATE             PIC X(10).
           03 BK-SLOT-TIME             PIC X(8).
           03 BK-DURATION              PIC 9(3).
           03 BK-REASON                PIC X(40).
           03 BK-APPT-COUNT            PIC 9(2).
           03 BK-APPT-ENTRY OCCURS 20.
              05 BK-AP-ID              PIC 9(9).
              05 BK-AP-SLOT-ID         PIC 9(9).
              05 BK-AP-PATIENT-ID      PIC 9(10).
              05 BK-AP-CLINICIAN       PIC X(8).
              05 BK-AP-DATE            PIC X(10).
              05 BK-AP-TIME            PIC X(8).
              05 BK-AP-DURATION        PIC 9(3).
              05 BK-AP-STATUS          PIC X.
      *
      *    Consent-to-share check. Medication and appointment data
      *    are only served to the mobile client for a patient who
      *    has a current consent to that use (MOBMEDS, MOBAPPT).
      *
       01 HCPAPP-CONSENT-DETAILS.
           03 CN-REQUEST-ID            PIC X(6).
           03 CN-RETURN-CODE           PIC 9(2).
           03 CN-PATIENT-ID            PIC 9(10).
           03 CN-PURPOSE               PIC X(8).
           03 CN-CONSENT-DATE          PIC X(10).
           03 CN-RECORDED-BY           PIC X(8).
           03 CN-CONSENT-COUNT         PIC 9(2).
           03 CN-CONSENT-ENTRY OCCURS 10.
              05 CN-CN-PURPOSE         PIC X(8).
              05 CN-CN-GIVEN           PIC X(10).
              05 CN-CN-WITHDRAWN       PIC X(10).
              05 CN-CN-RECORDED-BY     PIC X(8).
              05 CN-CN-WITHDRAWN-BY    PIC X(8).
       01 DEFAULT-CHANNEL            PIC X(16).
       01  WS-TSQ-FIELDS.
           03  WS-TSQ-NAME           PIC X(8) VALUE 'HCMRESTW'.
       01 WS-QUERY-STRING            PIC X(100).
      *
      *    Paging and filter parameters from the query string:
      *    pagesize=nn, offset=nn, patient=nnnnnnnnnn and
      *    view=appointments. The defaults return the first page
      *    of ten medications so a large patient no longer floods
      *    the mobile client.
      *
       01 WS-QUERY-PARMS.
          03 WS-PAGE-SIZE            PIC 9(4) VALUE 10.
          03 WS-PAGE-OFFSET          PIC 9(4) VALUE 0.
          03 WS-QRY-PATIENT          PIC X(10) VALUE SPACES.
          03 WS-QRY-VIEW             PIC X(12) VALUE SPACES.
       01 WS-PARM-WORK.
          03 WS-PARM-PAIR            PIC X(40).
          03 WS-PARM-NAME            PIC X(20).
           DISPLAY ' '.
           DISPLAY 'Perform GET method.'
           PERFORM GET-RESID
           IF WS-QRY-VIEW EQUAL 'appointments'
              PERFORM GET-APPOINTMENT-DATA
           ELSE
              PERFORM GET-MEDICATION-DATA
           END-IF.
       GET-MEDICATION-DATA.
           MOVE '01IMED'  TO CA-REQUEST-ID
           MOVE WS-FIELD1 TO CA-PATIENT-ID
           Move 0         To CA-NUM-MEDICATIONS
           IF WS-QRY-PATIENT NOT = SPACES
              MOVE WS-QRY-PATIENT TO CA-PATIENT-ID
           END-IF
           MOVE CA-PATIENT-ID TO CN-PATIENT-ID
           MOVE 'MOBMEDS'     TO CN-PURPOSE
           PERFORM CHECK-CONSENT
           IF CN-RETURN-CODE > 0
              MOVE CN-RETURN-CODE TO CA-RETURN-CODE
           ELSE
              EXEC CICS LINK PROGRAM('HCM1BI01')
                        COMMAREA(HCPAPP-PATIENT-DETAILS)
                        LENGTH(32500)
              END-EXEC
           END-IF
           IF CA-RETURN-CODE > 0
              PERFORM PUT-ERROR-RESPONSE
           ELSE
              PERFORM WRITE-TSQ
              PERFORM PUT-RESPONSE-ROOT-DATA
           END-IF.
       GET-APPOINTMENT-DATA.
      *
      *    The appointment book logs the read through HCAUDIT in
      *    the same way as the medication inquiry.
      *
           INITIALIZE HCPAPP-APPT-DETAILS
           MOVE '01IAPT'  TO BK-REQUEST-ID
           MOVE WS-FIELD1 TO BK-PATIENT-ID
           IF WS-QRY-PATIENT NOT = SPACES
              MOVE WS-QRY-PATIENT TO BK-PATIENT-ID
           END-IF
           MOVE BK-PATIENT-ID TO CN-PATIENT-ID
           MOVE 'MOBAPPT'     TO CN-PURPOSE
           PERFORM CHECK-CONSENT
           IF CN-RETURN-CODE > 0
              MOVE CN-RETURN-CODE TO BK-RETURN-CODE
           ELSE
              EXEC CICS LINK PROGRAM('HCBKDB01')
                        COMMAREA(HCPAPP-APPT-DETAILS)
                        LENGTH(LENGTH OF HCPAPP-APPT-DETAILS)
              END-EXEC
           END-IF
           IF BK-RETURN-CODE > 0
              MOVE BK-RETURN-CODE TO CA-RETURN-CODE
              PERFORM PUT-ERROR-RESPONSE
           ELSE
              MOVE BK-PATIENT-ID TO appt-patient-id
              PERFORM BUILD-APPOINTMENT-PAGE
              MOVE HCPAPP-APPT-DETAILS(1:200) TO WS-TSQ-DATA
              PERFORM WRITE-TSQ
              PERFORM PUT-APPOINTMENT-DATA
           END-IF.
       CHECK-CONSENT.
      *
      *    HCCNDB01 answers 00 when the patient has a current
      *    consent to CN-PURPOSE and 80 when not.
      *
           MOVE '01CCON' TO CN-REQUEST-ID
           MOVE 0        TO CN-RETURN-CODE
           EXEC CICS LINK PROGRAM('HCCNDB01')
                     COMMAREA(HCPAPP-CONSENT-DETAILS)
                     LENGTH(LENGTH OF HCPAPP-CONSENT-DETAILS)
           END-EXEC.
       BUILD-APPOINTMENT-PAGE.
           COMPUTE WS-FROM-ENTRY = WS-PAGE-OFFSET + 1
           COMPUTE WS-TO-ENTRY =
              WS-PAGE-OFFSET + WS-PAGE-SIZE
           IF WS-TO-ENTRY > BK-APPT-COUNT
              MOVE BK-APPT-COUNT TO WS-TO-ENTRY
           END-IF
           MOVE 0 TO WS-OUT-COUNT
           PERFORM MOVE-ONE-APPOINTMENT
              VARYING ws-counter FROM WS-FROM-ENTRY BY 1
              UNTIL ws-counter > WS-TO-ENTRY
           MOVE WS-OUT-COUNT TO appointments2-num.
       MOVE-ONE-APPOINTMENT.
           ADD 1 TO WS-OUT-COUNT
           MOVE BK-AP-ID(ws-counter)
                TO appointment-id(WS-OUT-COUNT)
           MOVE BK-AP-CLINICIAN(ws-counter)
                TO clinician(WS-OUT-COUNT)
           MOVE BK-AP-DATE(ws-counter)
                TO appointment-date(WS-OUT-COUNT)
           MOVE BK-AP-TIME(ws-counter)
                TO appointment-time(WS-OUT-COUNT)
           MOVE BK-AP-DURATION(ws-counter)
                TO duration(WS-OUT-COUNT)
           MOVE BK-AP-STATUS(ws-counter)
                TO appointment-status(WS-OUT-COUNT).
       BUILD-MEDICATION-PAGE.
           COMPUTE WS-FROM-ENTRY = WS-PAGE-OFFSET + 1
           COMPUTE WS-TO-ENTRY =
           MOVE 10 TO WS-PAGE-SIZE
           MOVE 0 TO WS-PAGE-OFFSET
           MOVE SPACES TO WS-QRY-PATIENT
           MOVE SPACES TO WS-QRY-VIEW
           MOVE 1 TO WS-PARM-PTR
           PERFORM UNTIL WS-PARM-PTR > 90
              MOVE SPACES TO WS-PARM-PAIR
                 END-IF
              WHEN 'patient'
                 MOVE WS-PARM-VALUE(1:10) TO WS-QRY-PATIENT
              WHEN 'view'
                 MOVE WS-PARM-VALUE(1:12) TO WS-QRY-VIEW
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           EVALUATE CA-RETURN-CODE
              WHEN 01
                 MOVE 'no rows found for patient' TO WS-ERR-REASON
              WHEN 97
                 MOVE 'patient number required' TO WS-ERR-REASON
              WHEN 90
                 MOVE 'database error (see system log)'
                    TO WS-ERR-REASON
              WHEN 98
                 MOVE 'commarea too short' TO WS-ERR-REASON
              WHEN 80
                 MOVE 'patient has not consented to this use'
                    TO WS-ERR-REASON
              WHEN OTHER
                 MOVE 'request failed' TO WS-ERR-REASON
           END-EVALUATE
           MOVE frequency(ws-counter)   TO CA-FREQUENCY(ws-counter)
           MOVE identifier(ws-counter)  TO CA-IDENTIFIER(ws-counter)
           MOVE biomed-type(ws-counter) TO CA-TYPE(ws-counter)
           MOVE CA-PATIENT-ID TO CN-PATIENT-ID
           MOVE 'MOBMEDS'     TO CN-PURPOSE
           PERFORM CHECK-CONSENT
           IF CN-RETURN-CODE > 0
              MOVE CN-RETURN-CODE TO CA-RETURN-CODE
           ELSE
              EXEC CICS LINK PROGRAM('HCM1BU01')
                        COMMAREA(HCPAPP-PATIENT-DETAILS)
                        LENGTH(32500)
              END-EXEC
           END-IF
           IF CA-RETURN-CODE > 0
              PERFORM PUT-ERROR-RESPONSE
              MOVE HCPAPP-PATIENT-DETAILS(1:200) TO WS-TSQ-DATA
           THEN
              PERFORM GENERIC-ABEND
           END-IF.
       PUT-APPOINTMENT-DATA.
           EXEC CICS PUT
                     CONTAINER('DFHWS-DATA')
                     FROM (JSON-APPT-DATA)
                     RESP(RESP)
                     RESP2(RESP2)
           END-EXEC.
           IF RESP NOT = DFHRESP(NORMAL)
           THEN
              PERFORM GENERIC-ABEND
           END-IF.
       GET-RESID.
           MOVE ' ' TO WS-RESID
           EXEC CICS GET CONTAINER('DFHWS-URIMAPPATH')
              MOVE 10 TO WS-PAGE-SIZE
              MOVE 0 TO WS-PAGE-OFFSET
              MOVE SPACES TO WS-QRY-PATIENT
              MOVE SPACES TO WS-QRY-VIEW
           ELSE
              DISPLAY 'QUERY in WS-RESID is:' WS-RESID
              MOVE WS-RESID TO WS-QUERY-STRING
