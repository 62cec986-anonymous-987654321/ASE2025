       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCLIN01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCCLIN01------WS'.
       01  DB2-CLINIC-ROW.
           03 DB2-CLINICIAN            PIC X(8).
           03 DB2-SLOT-TIME            PIC X(8).
           03 DB2-DURATION             PIC S9(4) COMP.
           03 DB2-SLOT-STATUS          PIC X.
           03 DB2-APPT-ID              PIC S9(9) COMP.
           03 DB2-APPT-STATUS          PIC X.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-FIRST-NAME           PIC X(10).
           03 DB2-LAST-NAME            PIC X(20).
       77  IND-APPT-ID                 PIC S9(4) COMP.
       77  IND-APPT-STATUS             PIC S9(4) COMP.
       77  IND-PATIENT-ID              PIC S9(4) COMP.
       77  IND-FIRST-NAME              PIC S9(4) COMP.
       77  IND-LAST-NAME               PIC S9(4) COMP.
       01  MINUS-ONE                   PIC S9(4) COMP VALUE -1.
       01  DB2-LOG-PROGRAM             PIC X(8) VALUE 'HCCLIN01'.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
       01  WS-SQLCODE-DISP             PIC +9(5) USAGE DISPLAY.
       01  WS-EXIT-SW                  PIC X VALUE 'N'.
       01  WS-CURRENT-CLINICIAN        PIC X(8) VALUE LOW-VALUES.
       01  WS-DURATION-DISP            PIC ZZ9.
       01  WS-STATUS-TEXT              PIC X(14).
       01  CLINICIANS-LISTED           PIC 9(8) VALUE 0.
       01  APPOINTMENTS-LISTED         PIC 9(8) VALUE 0.
       01  FREE-SLOTS-LISTED           PIC 9(8) VALUE 0.
      *
      *    Daily clinic list, one block per clinician, showing
      *    every slot offered today in time order with the patient
      *    booked into it. Cancelled bookings have already given
      *    their slot back, so they do not appear.
      *
           EXEC SQL
             DECLARE CLINIC_CURSOR CURSOR FOR
             SELECT S.CLINICIAN,
                    CHAR(S.SLOTTIME, ISO),
                    S.DURATION,
                    S.STATUS,
                    A.APPTID,
                    A.STATUS,
                    P.PATIENTID,
                    P.FIRSTNAME,
                    P.LASTNAME
             FROM APPTSLOT S
             LEFT OUTER JOIN APPOINTMENT A
               ON A.SLOTID = S.SLOTID
              AND A.STATUS IN ('B', 'N')
             LEFT OUTER JOIN PATIENT P
               ON P.PATIENTID = A.PATIENTID
             WHERE S.SLOTDATE = CURRENT DATE
             AND S.STATUS <> 'X'
             ORDER BY S.CLINICIAN, S.SLOTTIME
           END-EXEC.
       PROCEDURE DIVISION.
       MAINLINE SECTION.
           DISPLAY 'HCCLIN01 DAILY CLINIC LIST'.
           EXEC SQL OPEN CLINIC_CURSOR END-EXEC.
           IF SQLCODE NOT EQUAL 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM LIST-ONE-SLOT
              UNTIL WS-EXIT-SW EQUAL 'Y'.
           EXEC SQL CLOSE CLINIC_CURSOR END-EXEC.
           DISPLAY 'HCCLIN01 CLINICIANS LISTED:  ' CLINICIANS-LISTED.
           DISPLAY 'HCCLIN01 APPOINTMENTS:       '
              APPOINTMENTS-LISTED.
           DISPLAY 'HCCLIN01 FREE SLOTS:         ' FREE-SLOTS-LISTED.
           STOP RUN.
       MAINLINE-EXIT.
           EXIT.
       LIST-ONE-SLOT.
           EXEC SQL
             FETCH CLINIC_CURSOR
             INTO :DB2-CLINICIAN,
                  :DB2-SLOT-TIME,
                  :DB2-DURATION,
                  :DB2-SLOT-STATUS,
                  :DB2-APPT-ID INDICATOR :IND-APPT-ID,
                  :DB2-APPT-STATUS INDICATOR :IND-APPT-STATUS,
                  :DB2-PATIENT-ID INDICATOR :IND-PATIENT-ID,
                  :DB2-FIRST-NAME INDICATOR :IND-FIRST-NAME,
                  :DB2-LAST-NAME INDICATOR :IND-LAST-NAME
           END-EXEC.
           IF SQLCODE EQUAL 100
              MOVE 'Y' TO WS-EXIT-SW
           ELSE
             IF SQLCODE NOT EQUAL 0
                PERFORM ABEND-THIS-RUN
             END-IF
             IF DB2-CLINICIAN NOT EQUAL WS-CURRENT-CLINICIAN
                MOVE DB2-CLINICIAN TO WS-CURRENT-CLINICIAN
                ADD 1 TO CLINICIANS-LISTED
                DISPLAY ' '
                DISPLAY 'CLINICIAN ' DB2-CLINICIAN
             END-IF
             MOVE DB2-DURATION TO WS-DURATION-DISP
             IF IND-APPT-ID EQUAL MINUS-ONE
                DISPLAY '  ' DB2-SLOT-TIME(1:5)
                   ' ' WS-DURATION-DISP ' MIN  -- FREE --'
                ADD 1 TO FREE-SLOTS-LISTED
             ELSE
                EVALUATE DB2-APPT-STATUS
                  WHEN 'N'
                    MOVE 'DID NOT ATTEND' TO WS-STATUS-TEXT
                  WHEN OTHER
                    MOVE SPACES TO WS-STATUS-TEXT
                END-EVALUATE
                DISPLAY '  ' DB2-SLOT-TIME(1:5)
                   ' ' WS-DURATION-DISP ' MIN  PATIENT '
                   DB2-PATIENT-ID ' ' DB2-LAST-NAME
                   ' ' DB2-FIRST-NAME ' ' WS-STATUS-TEXT
                ADD 1 TO APPOINTMENTS-LISTED
                PERFORM WRITE-ACCESS-LOG
             END-IF
           END-IF.
           EXIT.
       WRITE-ACCESS-LOG.
      *    Printing a patient on the list is patient access like
      *    any other; batch has no terminal or signed-on user, so
      *    the program name stands in for both on the log row.
           EXEC SQL
             INSERT INTO ACCESSLOG
                       ( USERID,
                         TERMID,
                         PATIENTID,
                         PROGRAMNAME,
                         ACTION,
                         LOGDATETIME )
                VALUES ( :DB2-LOG-PROGRAM,
                         'BTCH',
                         :DB2-PATIENT-ID,
                         :DB2-LOG-PROGRAM,
                         'R',
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXIT.
       ABEND-THIS-RUN.
           MOVE SQLCODE TO WS-SQLCODE-DISP.
           DISPLAY 'HCCLIN01 UNRECOVERABLE DB2 ERROR SQLCODE='
              WS-SQLCODE-DISP.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
           EXIT.
