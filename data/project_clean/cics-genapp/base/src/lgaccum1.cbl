           03 DB2-DISTRICT             PIC X(4).
           03 DB2-RISK-COUNT           PIC S9(9) COMP.
           03 DB2-SUM-INSURED          PIC S9(13)V99.
       01  DB2-HOTSPOT-ROW.
           03 DB2-HS-DISTRICT          PIC X(4).
           03 DB2-HS-EXPOSURE          PIC S9(13)V99.
           03 DB2-HS-FLAGGED-DATE      PIC X(10).
       01  DB2-COMM-ROW.
           03 DB2-B-LATITUDE           PIC X(11).
           03 DB2-B-LONGITUDE          PIC X(11).
              DELIMITED BY SIZE INTO WS-TODAY-ISO
           END-STRING.
           PERFORM READ-PARAMETERS.
           PERFORM CLEAR-HOT-SPOTS.
           OPEN OUTPUT ACCUM-REPORT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'GEOGRAPHIC RISK ACCUMULATION AS AT '
       RP999.
           EXIT.

       CLEAR-HOT-SPOTS SECTION.
       CHS010.
      *
      *    Postcode districts over the threshold are kept on
      *    ACCUMHOT for quotation referral; each run replaces the
      *    previous run's list.
      *
           EXEC SQL
             DELETE FROM ACCUMHOT
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
       CHS999.
           EXIT.

       REPORT-HOUSE-DISTRICTS SECTION.
       RHD010.
           MOVE 'N' TO WS-EXIT-SW.
           IF DB2-SUM-INSURED > WS-THRESHOLD
              MOVE '** OVER **' TO RPT-FLAG
              ADD 1 TO CONCENTRATIONS-FLAGGED
              PERFORM RECORD-HOT-SPOT
           END-IF.
           WRITE ACCUM-REPORT-LINE FROM WS-REPORT-LINE.
           ADD 1 TO DISTRICTS-REPORTED.
       WDL999.
           EXIT.

       RECORD-HOT-SPOT SECTION.
       RHS010.
      *
      *    A district flagged for both property and commercial
      *    risks is held once, at the combined exposure.
      *
           MOVE DB2-DISTRICT TO DB2-HS-DISTRICT.
           MOVE DB2-SUM-INSURED TO DB2-HS-EXPOSURE.
           MOVE WS-TODAY-ISO TO DB2-HS-FLAGGED-DATE.
           EXEC SQL
             INSERT INTO ACCUMHOT
                    ( District,
                      Exposure,
                      FlaggedDate )
             VALUES ( :DB2-HS-DISTRICT,
                      :DB2-HS-EXPOSURE,
                      :DB2-HS-FLAGGED-DATE )
           END-EXEC.
           IF SQLCODE = -803
              EXEC SQL
                UPDATE ACCUMHOT
                SET Exposure = Exposure + :DB2-HS-EXPOSURE
                WHERE District = :DB2-HS-DISTRICT
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       RHS999.
           EXIT.

       BUILD-GRID-ACCUMULATION SECTION.
       BGA010.
           MOVE 0 TO WS-GRID-COUNT.
