       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCBKDB01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCBKDB01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-ADDR-DFHCOMMAREA      USAGE is POINTER.
           03 WS-CALEN                 PIC S9(4) COMP.
       01  WS-RESP                   PIC S9(8) COMP.
       01  DB2-IN.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-APPT-ID              PIC S9(9) COMP.
           03 DB2-SLOT-ID              PIC S9(9) COMP.
           03 DB2-OLD-SLOT-ID          PIC S9(9) COMP.
           03 DB2-FROM-DATE            PIC X(10).
           03 DB2-REASON               PIC X(40).
       01  DB2-SLOT-ROW.
           03 DB2-SL-ID                PIC S9(9) COMP.
           03 DB2-SL-CLINICIAN         PIC X(8).
           03 DB2-SL-DATE              PIC X(10).
           03 DB2-SL-TIME              PIC X(8).
           03 DB2-SL-DURATION          PIC S9(4) COMP.
           03 DB2-SL-STATUS            PIC X.
       01  DB2-APPT-ROW.
           03 DB2-AP-ID                PIC S9(9) COMP.
           03 DB2-AP-PATIENT-ID        PIC S9(9) COMP.
           03 DB2-AP-SLOT-ID           PIC S9(9) COMP.
           03 DB2-AP-STATUS            PIC X.
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
           03 FILLER                   PIC X(9)  VALUE ' HCBKDB01'.
           03 EM-VARIABLE.
             05 FILLER                 PIC X(6)  VALUE ' PNUM='.
             05 EM-PATNUM              PIC X(10)  VALUE SPACES.
             05 FILLER                 PIC X(6)  VALUE ' ANUM='.
             05 EM-APPTNUM             PIC X(10)  VALUE SPACES.
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
      *    A clinician's calendar from a given date: open and
      *    booked slots, with the patient holding each booked one.
      *
           EXEC SQL
             DECLARE SLOT_CURSOR CURSOR FOR
             SELECT S.SLOTID,
                    CHAR(S.SLOTDATE, ISO),
                    CHAR(S.SLOTTIME, ISO),
                    S.DURATION,
                    S.STATUS,
                    COALESCE(A.APPTID, 0),
                    COALESCE(A.PATIENTID, 0)
             FROM APPTSLOT S
             LEFT OUTER JOIN APPOINTMENT A
               ON A.SLOTID = S.SLOTID
              AND A.STATUS IN ('B', 'N')
             WHERE S.CLINICIAN = :DB2-SL-CLINICIAN
             AND S.SLOTDATE >= :DB2-FROM-DATE
             AND S.STATUS <> 'X'
             ORDER BY S.SLOTDATE, S.SLOTTIME
           END-EXEC.
      *
      *    A patient's upcoming booked appointments.
      *
           EXEC SQL
             DECLARE APPT_CURSOR CURSOR FOR
             SELECT A.APPTID,
                    A.SLOTID,
                    S.CLINICIAN,
                    CHAR(S.SLOTDATE, ISO),
                    CHAR(S.SLOTTIME, ISO),
                    S.DURATION,
                    A.STATUS
             FROM APPOINTMENT A,
                  APPTSLOT S
             WHERE S.SLOTID = A.SLOTID
             AND A.PATIENTID = :DB2-PATIENT-ID
             AND A.STATUS = 'B'
             AND S.SLOTDATE >= :DB2-FROM-DATE
             ORDER BY S.SLOTDATE, S.SLOTTIME
           END-EXEC.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           03 CA-REQUEST-ID            PIC X(6).
           03 CA-RETURN-CODE           PIC 9(2).
           03 CA-PATIENT-ID            PIC 9(10).
           03 CA-APPT-ID               PIC 9(9).
           03 CA-SLOT-ID               PIC 9(9).
           03 CA-CLINICIAN             PIC X(8).
           03 CA-SLOT-DATE             PIC X(10).
           03 CA-SLOT-TIME             PIC X(8).
           03 CA-DURATION              PIC 9(3).
           03 CA-REASON                PIC X(40).
           03 CA-APPT-COUNT            PIC 9(2).
           03 CA-APPT-ENTRY OCCURS 20.
              05 CA-AP-ID              PIC 9(9).
              05 CA-AP-SLOT-ID         PIC 9(9).
              05 CA-AP-PATIENT-ID      PIC 9(10).
              05 CA-AP-CLINICIAN       PIC X(8).
              05 CA-AP-DATE            PIC X(10).
              05 CA-AP-TIME            PIC X(8).
              05 CA-AP-DURATION        PIC 9(3).
              05 CA-AP-STATUS          PIC X.
       PROCEDURE DIVISION.
       MAINLINE SECTION.
      *
      *    Appointment book. Clinicians publish availability as
      *    slots (status F free, B booked, X withdrawn); a booking
      *    ties one slot to a patient (status B booked, C
      *    cancelled, N did not attend). Every request is logged
      *    through HCAUDIT; slot maintenance and calendar listings
      *    span many patients and are logged against patient zero.
      *
      *    Return codes: 01 slot or appointment not found, 02 slot
      *    not free or appointment no longer booked, 03 date not
      *    allowed, 70 patient not on file, 90 DB2 error, 97
      *    required data missing, 99 unknown request.
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
           MOVE CA-APPT-ID TO EM-APPTNUM
           PERFORM GET-TODAY
           EVALUATE CA-REQUEST-ID
             WHEN '01ASLT'
               MOVE 'I' TO AUD-ACTION
               PERFORM WRITE-SLOT-ACCESS-LOG
               PERFORM ADD-SLOT
             WHEN '01WSLT'
               MOVE 'U' TO AUD-ACTION
               PERFORM WRITE-SLOT-ACCESS-LOG
               PERFORM WITHDRAW-SLOT
             WHEN '01LSLT'
               MOVE 'R' TO AUD-ACTION
               PERFORM WRITE-SLOT-ACCESS-LOG
               PERFORM LIST-SLOTS
             WHEN '01BAPT'
               MOVE 'I' TO AUD-ACTION
               PERFORM WRITE-ACCESS-LOG
               PERFORM BOOK-APPOINTMENT
             WHEN '01RAPT'
               MOVE 'U' TO AUD-ACTION
               PERFORM WRITE-ACCESS-LOG
               PERFORM RESCHEDULE-APPOINTMENT
             WHEN '01CAPT'
               MOVE 'U' TO AUD-ACTION
               PERFORM WRITE-ACCESS-LOG
               PERFORM CANCEL-APPOINTMENT
             WHEN '01DAPT'
               MOVE 'U' TO AUD-ACTION
               PERFORM WRITE-ACCESS-LOG
               PERFORM RECORD-DID-NOT-ATTEND
             WHEN '01IAPT'
               MOVE 'R' TO AUD-ACTION
               PERFORM WRITE-ACCESS-LOG
               PERFORM LIST-APPOINTMENTS
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
       ADD-SLOT.
           IF CA-CLINICIAN EQUAL SPACES
           OR CA-SLOT-DATE EQUAL SPACES
           OR CA-SLOT-TIME EQUAL SPACES
           OR CA-DURATION EQUAL 0
             MOVE '97' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           IF CA-SLOT-DATE < WS-TODAY
             MOVE '03' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-CLINICIAN TO DB2-SL-CLINICIAN
           MOVE CA-SLOT-DATE TO DB2-SL-DATE
           MOVE CA-SLOT-TIME TO DB2-SL-TIME
           MOVE CA-DURATION TO DB2-SL-DURATION
      *    A clinician cannot be offered twice at the same time.
           MOVE ' SELECT APPTSLOT' TO EM-SQLREQ
           MOVE 0 TO DB2-CHECK-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :DB2-CHECK-COUNT
             FROM APPTSLOT
             WHERE CLINICIAN = :DB2-SL-CLINICIAN
             AND SLOTDATE = :DB2-SL-DATE
             AND SLOTTIME = :DB2-SL-TIME
             AND STATUS <> 'X'
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
           MOVE ' INSERT APPTSLOT' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO APPTSLOT
                       ( SLOTID,
                         CLINICIAN,
                         SLOTDATE,
                         SLOTTIME,
                         DURATION,
                         STATUS )
                VALUES ( DEFAULT,
                         :DB2-SL-CLINICIAN,
                         :DB2-SL-DATE,
                         :DB2-SL-TIME,
                         :DB2-SL-DURATION,
                         'F' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           ELSE
             EXEC SQL
                  SET :DB2-SLOT-ID = IDENTITY_VAL_LOCAL()
             END-EXEC
           END-IF
           MOVE DB2-SLOT-ID TO CA-SLOT-ID.
           EXIT.
       WITHDRAW-SLOT.
      *    Only a free slot can be withdrawn; a booked one must be
      *    cancelled or moved first so the patient is not lost.
           MOVE CA-SLOT-ID TO DB2-SLOT-ID
           PERFORM READ-SLOT
           IF DB2-SL-STATUS NOT EQUAL 'F'
             MOVE '02' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE ' UPDATE APPTSLOT' TO EM-SQLREQ
           EXEC SQL
             UPDATE APPTSLOT
             SET STATUS = 'X'
             WHERE SLOTID = :DB2-SLOT-ID
             AND STATUS = 'F'
           END-EXEC
           Evaluate SQLCODE
             When 0
               MOVE '00' TO CA-RETURN-CODE
             When 100
               MOVE '02' TO CA-RETURN-CODE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-Evaluate
           EXIT.
       LIST-SLOTS.
           IF CA-CLINICIAN EQUAL SPACES
             MOVE '97' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-CLINICIAN TO DB2-SL-CLINICIAN
           IF CA-SLOT-DATE EQUAL SPACES
             MOVE WS-TODAY TO DB2-FROM-DATE
           ELSE
             MOVE CA-SLOT-DATE TO DB2-FROM-DATE
           END-IF
           MOVE 0 TO CA-APPT-COUNT
           MOVE ' OPEN SLOT CURSOR' TO EM-SQLREQ
           EXEC SQL OPEN SLOT_CURSOR END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE 'N' TO WS-EXIT-SW
           PERFORM FETCH-ONE-SLOT
              UNTIL WS-EXIT-SW EQUAL 'Y'
                 OR CA-APPT-COUNT EQUAL 20
           EXEC SQL CLOSE SLOT_CURSOR END-EXEC
           IF CA-APPT-COUNT EQUAL 0
             MOVE '01' TO CA-RETURN-CODE
           END-IF
           EXIT.
       FETCH-ONE-SLOT.
           EXEC SQL
             FETCH SLOT_CURSOR
             INTO :DB2-SL-ID,
                  :DB2-SL-DATE,
                  :DB2-SL-TIME,
                  :DB2-SL-DURATION,
                  :DB2-SL-STATUS,
                  :DB2-AP-ID,
                  :DB2-AP-PATIENT-ID
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'Y' TO WS-EXIT-SW
           ELSE
             ADD 1 TO CA-APPT-COUNT
             MOVE CA-APPT-COUNT TO WS-SUB
             MOVE DB2-AP-ID TO CA-AP-ID(WS-SUB)
             MOVE DB2-SL-ID TO CA-AP-SLOT-ID(WS-SUB)
             MOVE DB2-AP-PATIENT-ID TO CA-AP-PATIENT-ID(WS-SUB)
             MOVE DB2-SL-CLINICIAN TO CA-AP-CLINICIAN(WS-SUB)
             MOVE DB2-SL-DATE TO CA-AP-DATE(WS-SUB)
             MOVE DB2-SL-TIME TO CA-AP-TIME(WS-SUB)
             MOVE DB2-SL-DURATION TO CA-AP-DURATION(WS-SUB)
             MOVE DB2-SL-STATUS TO CA-AP-STATUS(WS-SUB)
           END-IF
           EXIT.
       BOOK-APPOINTMENT.
           IF CA-PATIENT-ID EQUAL 0
           OR CA-SLOT-ID EQUAL 0
             MOVE '97' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM CHECK-PATIENT
           MOVE CA-SLOT-ID TO DB2-SLOT-ID
           PERFORM CLAIM-SLOT
           MOVE ' INSERT APPOINTMENT' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO APPOINTMENT
                       ( APPTID,
                         PATIENTID,
                         SLOTID,
                         STATUS,
                         RESCHEDULES,
                         BOOKEDTERMID,
                         BOOKEDDATETIME )
                VALUES ( DEFAULT,
                         :DB2-PATIENT-ID,
                         :DB2-SLOT-ID,
                         'B',
                         0,
                         :WS-TERMID,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             PERFORM BACK-OUT-AND-RETURN
           ELSE
             EXEC SQL
                  SET :DB2-APPT-ID = IDENTITY_VAL_LOCAL()
             END-EXEC
           END-IF
           MOVE DB2-APPT-ID TO CA-APPT-ID.
           EXIT.
       RESCHEDULE-APPOINTMENT.
      *    The booking keeps its number and moves to the new slot;
      *    the old slot is released for someone else.
           IF CA-PATIENT-ID EQUAL 0
           OR CA-APPT-ID EQUAL 0
           OR CA-SLOT-ID EQUAL 0
             MOVE '97' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM READ-BOOKED-APPOINTMENT
           MOVE DB2-AP-SLOT-ID TO DB2-OLD-SLOT-ID
           MOVE CA-SLOT-ID TO DB2-SLOT-ID
           PERFORM CLAIM-SLOT
           MOVE ' UPDATE APPOINTMENT' TO EM-SQLREQ
           EXEC SQL
             UPDATE APPOINTMENT
             SET SLOTID = :DB2-SLOT-ID,
                 RESCHEDULES = RESCHEDULES + 1,
                 STATUSDATETIME = CURRENT TIMESTAMP
             WHERE APPTID = :DB2-APPT-ID
             AND STATUS = 'B'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             PERFORM BACK-OUT-AND-RETURN
           END-IF
           MOVE DB2-OLD-SLOT-ID TO DB2-SLOT-ID
           PERFORM RELEASE-SLOT.
           EXIT.
       CANCEL-APPOINTMENT.
           IF CA-PATIENT-ID EQUAL 0
           OR CA-APPT-ID EQUAL 0
             MOVE '97' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM READ-BOOKED-APPOINTMENT
           MOVE CA-REASON TO DB2-REASON
           MOVE ' UPDATE APPOINTMENT' TO EM-SQLREQ
           EXEC SQL
             UPDATE APPOINTMENT
             SET STATUS = 'C',
                 REASON = :DB2-REASON,
                 STATUSDATETIME = CURRENT TIMESTAMP
             WHERE APPTID = :DB2-APPT-ID
             AND STATUS = 'B'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE DB2-AP-SLOT-ID TO DB2-SLOT-ID
           PERFORM RELEASE-SLOT.
           EXIT.
       RECORD-DID-NOT-ATTEND.
      *    A did-not-attend can only be recorded once the
      *    appointment day has arrived; the slot stays booked as a
      *    record of the lost clinic time.
           IF CA-PATIENT-ID EQUAL 0
           OR CA-APPT-ID EQUAL 0
             MOVE '97' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM READ-BOOKED-APPOINTMENT
           MOVE DB2-AP-SLOT-ID TO DB2-SLOT-ID
           PERFORM READ-SLOT
           IF DB2-SL-DATE > WS-TODAY
             MOVE '03' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-REASON TO DB2-REASON
           MOVE ' UPDATE APPOINTMENT' TO EM-SQLREQ
           EXEC SQL
             UPDATE APPOINTMENT
             SET STATUS = 'N',
                 REASON = :DB2-REASON,
                 STATUSDATETIME = CURRENT TIMESTAMP
             WHERE APPTID = :DB2-APPT-ID
             AND STATUS = 'B'
           END-EXEC
           Evaluate SQLCODE
             When 0
               MOVE '00' TO CA-RETURN-CODE
             When 100
               MOVE '02' TO CA-RETURN-CODE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-Evaluate
           EXIT.
       LIST-APPOINTMENTS.
           IF CA-PATIENT-ID EQUAL 0
             MOVE '97' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE WS-TODAY TO DB2-FROM-DATE
           MOVE 0 TO CA-APPT-COUNT
           MOVE ' OPEN APPT CURSOR' TO EM-SQLREQ
           EXEC SQL OPEN APPT_CURSOR END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE 'N' TO WS-EXIT-SW
           PERFORM FETCH-ONE-APPOINTMENT
              UNTIL WS-EXIT-SW EQUAL 'Y'
                 OR CA-APPT-COUNT EQUAL 20
           EXEC SQL CLOSE APPT_CURSOR END-EXEC
           IF CA-APPT-COUNT EQUAL 0
             MOVE '01' TO CA-RETURN-CODE
           END-IF
           EXIT.
       FETCH-ONE-APPOINTMENT.
           EXEC SQL
             FETCH APPT_CURSOR
             INTO :DB2-AP-ID,
                  :DB2-AP-SLOT-ID,
                  :DB2-SL-CLINICIAN,
                  :DB2-SL-DATE,
                  :DB2-SL-TIME,
                  :DB2-SL-DURATION,
                  :DB2-AP-STATUS
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'Y' TO WS-EXIT-SW
           ELSE
             ADD 1 TO CA-APPT-COUNT
             MOVE CA-APPT-COUNT TO WS-SUB
             MOVE DB2-AP-ID TO CA-AP-ID(WS-SUB)
             MOVE DB2-AP-SLOT-ID TO CA-AP-SLOT-ID(WS-SUB)
             MOVE CA-PATIENT-ID TO CA-AP-PATIENT-ID(WS-SUB)
             MOVE DB2-SL-CLINICIAN TO CA-AP-CLINICIAN(WS-SUB)
             MOVE DB2-SL-DATE TO CA-AP-DATE(WS-SUB)
             MOVE DB2-SL-TIME TO CA-AP-TIME(WS-SUB)
             MOVE DB2-SL-DURATION TO CA-AP-DURATION(WS-SUB)
             MOVE DB2-AP-STATUS TO CA-AP-STATUS(WS-SUB)
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
       READ-SLOT.
           MOVE ' SELECT APPTSLOT' TO EM-SQLREQ
           EXEC SQL
             SELECT CLINICIAN,
                    CHAR(SLOTDATE, ISO),
                    CHAR(SLOTTIME, ISO),
                    DURATION,
                    STATUS
             INTO :DB2-SL-CLINICIAN,
                  :DB2-SL-DATE,
                  :DB2-SL-TIME,
                  :DB2-SL-DURATION,
                  :DB2-SL-STATUS
             FROM APPTSLOT
             WHERE SLOTID = :DB2-SLOT-ID
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
           EXIT.
       CLAIM-SLOT.
      *    The slot must be free and not already past; the update
      *    is conditional on the free status so two terminals
      *    cannot book the same slot.
           PERFORM READ-SLOT
           IF DB2-SL-STATUS NOT EQUAL 'F'
             MOVE '02' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           IF DB2-SL-DATE < WS-TODAY
             MOVE '03' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE ' UPDATE APPTSLOT' TO EM-SQLREQ
           EXEC SQL
             UPDATE APPTSLOT
             SET STATUS = 'B'
             WHERE SLOTID = :DB2-SLOT-ID
             AND STATUS = 'F'
           END-EXEC
           Evaluate SQLCODE
             When 0
               CONTINUE
             When 100
               MOVE '02' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-Evaluate
           EXIT.
       RELEASE-SLOT.
           MOVE ' UPDATE APPTSLOT' TO EM-SQLREQ
           EXEC SQL
             UPDATE APPTSLOT
             SET STATUS = 'F'
             WHERE SLOTID = :DB2-SLOT-ID
             AND STATUS = 'B'
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             PERFORM BACK-OUT-AND-RETURN
           END-IF
           EXIT.
       READ-BOOKED-APPOINTMENT.
      *    The appointment must belong to the patient named on the
      *    request and still be booked.
           MOVE CA-APPT-ID TO DB2-APPT-ID
           MOVE ' SELECT APPOINTMENT' TO EM-SQLREQ
           EXEC SQL
             SELECT SLOTID,
                    STATUS
             INTO :DB2-AP-SLOT-ID,
                  :DB2-AP-STATUS
             FROM APPOINTMENT
             WHERE APPTID = :DB2-APPT-ID
             AND PATIENTID = :DB2-PATIENT-ID
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
           IF DB2-AP-STATUS NOT EQUAL 'B'
             MOVE '02' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           EXIT.
       BACK-OUT-AND-RETURN.
      *    A slot already claimed must not be left booked with no
      *    appointment behind it.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           EXEC CICS RETURN END-EXEC.
           EXIT.
       WRITE-SLOT-ACCESS-LOG.
           MOVE ZERO TO AUD-PATIENT-ID
           MOVE 'HCBKDB01' TO AUD-PROGRAM
           MOVE '00' TO AUD-RETURN-CODE
           EXEC CICS LINK PROGRAM(WS-HCAUDIT)
                     COMMAREA(AUDIT-COMMAREA)
                     LENGTH(LENGTH OF AUDIT-COMMAREA)
           END-EXEC
           EXIT.
       WRITE-ACCESS-LOG.
           MOVE CA-PATIENT-ID TO AUD-PATIENT-ID
           MOVE 'HCBKDB01' TO AUD-PROGRAM
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
