           03 FILLER                          PIC X.
           03 DMG-CTL-RUN-DATE                PIC 9(8).
           03 DMG-CTL-COUNT                   PIC 9(9).
           03 DMG-CTL-WITHDRAWALS             PIC 9(9).
           03 FILLER                          PIC X(63).
      *
      *    A patient who has withdrawn consent to this feed; the
      *    recipient must stop using the demographics it holds.
      *
       01  DEMOG-WITHDRAWAL-RECORD REDEFINES DEMOG-RECORD.
           03 FILLER                          PIC X.
           03 DMG-WDR-PATIENT-ID              PIC 9(9).
           03 DMG-WDR-DATE                    PIC X(10).
           03 FILLER                          PIC X(80).
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
           03 DB2-RUNDATE           PIC S9(8).
           03 DB2-RECCOUNT          PIC S9(9) COMP.
       01  DB2-WATERMARK            PIC S9(9) COMP.
       01  DB2-RESEND-RUNID         PIC S9(9) COMP.
      *
      *    Only patients with a current consent to this feed are
      *    sent (see HCCNDB01).
      *
       01  DB2-FEED-PURPOSE         PIC X(8) VALUE 'DEMOGEXT'.
       01  DB2-NOTE-ROW.
           03 DB2-NOTEID            PIC S9(9) COMP.
           03 DB2-NOTE-PATIENT-ID   PIC S9(9) COMP.
           03 DB2-NOTE-WITHDRAWN    PIC X(10).
       77  IND-WATERMARK            PIC S9(4) COMP.
       01  DB2-MAX-RUNID            PIC S9(9) COMP.
       77  IND-MAX-RUNID            PIC S9(4) COMP.
           88 NO-MORE-PATIENTS              VALUE 'Y'.
       01  WS-HIGHEST-ID               PIC S9(9) COMP VALUE 0.
       01  PATIENTS-EXTRACTED          PIC 9(9) VALUE 0.
       01  WS-NOTE-EXIT-SW             PIC X VALUE 'N'.
           88 NO-MORE-NOTES                 VALUE 'Y'.
       01  WITHDRAWALS-SENT            PIC 9(9) VALUE 0.
           EXEC SQL
             DECLARE Ext_Cursor Cursor For
             SELECT P.PATIENTID,
                    P.FIRSTNAME,
                    P.LASTNAME,
                    P.DATEOFBIRTH,
                    P.POSTCODE,
                    P.PHONEMOBILE
             FROM   PATIENT P,
                    PATCONSENT C
             WHERE  C.PATIENTID = P.PATIENTID
             AND    C.PURPOSE = :DB2-FEED-PURPOSE
             AND    C.GIVENDATE <= CURRENT DATE
             AND    ( C.WITHDRAWNDATE IS NULL
                      OR C.WITHDRAWNDATE > CURRENT DATE )
             AND    ( P.PATIENTID > :DB2-WATERMARK
                      OR C.FEEDRUNID = 0
                      OR C.FEEDRUNID >= :DB2-RESEND-RUNID )
             ORDER BY P.PATIENTID
           END-EXEC.
      *
      *    Withdrawals not yet notified, plus on a recovery rerun
      *    those already sent in the runs being repeated.
      *
           EXEC SQL
             DECLARE Wdr_Cursor Cursor For
             SELECT NOTEID,
                    PATIENTID,
                    CHAR(WITHDRAWNDATE, ISO)
             FROM   CONSENTNOTE
             WHERE  PURPOSE = :DB2-FEED-PURPOSE
             AND    ( STATUS = 'P'
                      OR SENTRUNID >= :DB2-RESEND-RUNID )
             ORDER BY NOTEID
           END-EXEC.
       PROCEDURE DIVISION.
       MAINLINE SECTION.
           COMPUTE WS-RUN-DATE-X = (2000 + WS-RUN-YY) * 10000
              + WS-RUN-MM * 100 + WS-RUN-DD.
           PERFORM ESTABLISH-WATERMARK.
           PERFORM ALLOCATE-RUN-ID.
           OPEN OUTPUT DEMOG-FILE.
           MOVE SPACES TO DEMOG-RECORD.
           MOVE 'H' TO DMG-RECORD-TYPE.
           PERFORM EXTRACT-ONE-PATIENT UNTIL NO-MORE-PATIENTS.
           EXEC SQL CLOSE Ext_Cursor
           END-EXEC.
           PERFORM SEND-WITHDRAWALS.
           MOVE SPACES TO DEMOG-RECORD.
           MOVE 'T' TO DMG-RECORD-TYPE.
           MOVE WS-RUN-DATE-X TO DMG-CTL-RUN-DATE.
           MOVE PATIENTS-EXTRACTED TO DMG-CTL-COUNT.
           MOVE WITHDRAWALS-SENT TO DMG-CTL-WITHDRAWALS.
           WRITE DEMOG-RECORD.
           CLOSE DEMOG-FILE.
           IF PATIENTS-EXTRACTED > 0
           OR WITHDRAWALS-SENT > 0
              PERFORM RECORD-DESPATCH
           END-IF.
           DISPLAY 'HCPEXT01 PATIENTS EXTRACTED: '
              PATIENTS-EXTRACTED.
           DISPLAY 'HCPEXT01 WITHDRAWALS SENT:   '
              WITHDRAWALS-SENT.
           STOP RUN.
       MAINLINE-EXIT.
           EXIT.
       ESTABLISH-WATERMARK SECTION.
       EW010.
           MOVE 0 TO DB2-WATERMARK.
           MOVE 999999999 TO DB2-RESEND-RUNID.
           OPEN INPUT EXTRACT-PARM-FILE.
           READ EXTRACT-PARM-FILE
              AT END
              END-EXEC
              IF SQLCODE = 0
                 COMPUTE DB2-WATERMARK = DB2-FROMID - 1
                 MOVE PARM-RESEND-RUNID TO DB2-RESEND-RUNID
                 DISPLAY 'HCPEXT01 RECOVERY RERUN - RESENDING '
                    'EVERYTHING SINCE RUN ' PARM-RESEND-RUNID
                 GO TO EW999
           MOVE DB2-POSTCODE TO DMG-POSTCODE.
           MOVE DB2-PHONE-MOBILE TO DMG-PHONE-MOBILE.
           WRITE DEMOG-RECORD.
      *
      *    A patient whose consent was given after their number
      *    passed the watermark comes through below it, so the
      *    watermark only ever moves up.
      *
           IF DB2-PATIENT-ID > WS-HIGHEST-ID
              MOVE DB2-PATIENT-ID TO WS-HIGHEST-ID
           END-IF.
           ADD 1 TO PATIENTS-EXTRACTED.
           EXEC SQL
             UPDATE PATCONSENT
             SET    FEEDRUNID = :DB2-RUNID
             WHERE  PATIENTID = :DB2-PATIENT-ID
             AND    PURPOSE = :DB2-FEED-PURPOSE
             AND    FEEDRUNID = 0
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
       EOP999.
           EXIT.

       SEND-WITHDRAWALS SECTION.
       SW010.
           MOVE 'N' TO WS-NOTE-EXIT-SW.
           EXEC SQL OPEN Wdr_Cursor
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM SEND-ONE-WITHDRAWAL UNTIL NO-MORE-NOTES.
           EXEC SQL CLOSE Wdr_Cursor
           END-EXEC.
       SW999.
           EXIT.

       SEND-ONE-WITHDRAWAL SECTION.
       SOW010.
           EXEC SQL FETCH Wdr_Cursor
             INTO :DB2-NOTEID,
                  :DB2-NOTE-PATIENT-ID,
                  :DB2-NOTE-WITHDRAWN
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-NOTE-EXIT-SW
              GO TO SOW999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE SPACES TO DEMOG-RECORD.
           MOVE 'W' TO DMG-RECORD-TYPE.
           MOVE DB2-NOTE-PATIENT-ID TO DMG-WDR-PATIENT-ID.
           MOVE DB2-NOTE-WITHDRAWN TO DMG-WDR-DATE.
           WRITE DEMOG-RECORD.
           ADD 1 TO WITHDRAWALS-SENT.
           EXEC SQL
             UPDATE CONSENTNOTE
             SET    STATUS = 'S',
                    SENTRUNID = :DB2-RUNID
             WHERE  NOTEID = :DB2-NOTEID
             AND    STATUS = 'P'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
       SOW999.
           EXIT.

       ALLOCATE-RUN-ID SECTION.
       ARI010.
      *
      *    The run number is taken up front so the consents and
      *    notifications sent can be stamped with it as they go.
      *
           MOVE 0 TO DB2-MAX-RUNID.
           MOVE 0 TO IND-MAX-RUNID.
           EXEC SQL
              MOVE 0 TO DB2-MAX-RUNID
           END-IF.
           COMPUTE DB2-RUNID = DB2-MAX-RUNID + 1.
       ARI999.
           EXIT.

       RECORD-DESPATCH SECTION.
       RD010.
           COMPUTE DB2-FROMID = DB2-WATERMARK + 1.
           MOVE WS-HIGHEST-ID TO DB2-TOID.
           MOVE WS-RUN-DATE-X TO DB2-RUNDATE.
