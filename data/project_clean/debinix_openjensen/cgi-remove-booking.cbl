       IDENTIFICATION DIVISION.
       program-id. cgi-remove-booking.
      *
      *    Avboka: tar bort en bokning ur T_JBOKNING så att
      *    lokalen blir ledig för tiden igen.
      *
       DATA DIVISION.
       working-storage section.
       01   switches.
            03  is-valid-post-switch        PIC X   VALUE 'N'.
                88  is-valid-post                   VALUE 'Y'.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-valid-init-switch        PIC X   VALUE 'N'.
                88  is-valid-init                   VALUE 'Y'.
            03  is-bokning-id-found-switch  PIC X   VALUE 'N'.
                88  is-bokning-id-found             VALUE 'Y'.
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.
       01  wc-pagetitle            PIC X(20)  VALUE 'Avboka lokal'.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  jbokning-rec-vars.
           05  jbokning-bokning-id  PIC  9(6).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  wr-rec-vars.
           05  wn-bokning-id       PIC  9(6) VALUE ZERO.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
       0000-main.
           SET ENVIRONMENT "OJ_DBG" TO "1"
           SET ENVIRONMENT "OJ_LOG" TO "1"
           PERFORM A0100-init
           IF is-valid-post AND is-valid-init
                PERFORM B0100-connect
                IF is-db-connected
                    PERFORM B0200-cgi-delete-row
                END-IF
           END-IF
           PERFORM C0100-closedown
           GOBACK
           .
       A0100-init.
           CALL 'wui-print-header' USING wn-rtn-code
           CALL 'wui-start-html' USING wc-pagetitle
           CALL 'write-post-string' USING wn-rtn-code
           IF wn-rtn-code = ZERO
               SET is-valid-init TO TRUE
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'booking-id' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name wc-post-value
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-bokning-id
           END-IF
           IF wn-bokning-id = 0
                MOVE 'Saknar bokningens identifikation'
                    TO wc-printscr-string
                CALL 'stop-printscr' USING wc-printscr-string
           ELSE
                SET is-valid-post TO TRUE
           END-IF
           .
       B0100-connect.
           MOVE  "openjensen"    TO   wc-database.
           MOVE  "jensen"        TO   wc-username.
           MOVE  SPACE           TO   wc-passwd.
           EXEC SQL
               CONNECT :wc-username IDENTIFIED BY :wc-passwd
                                                 USING :wc-database
           END-EXEC
           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
           END-IF
           .
       B0200-cgi-delete-row.
           MOVE wn-bokning-id TO jbokning-bokning-id
           PERFORM B0210-is-bokning-id-data-found
           IF is-bokning-id-found
                EXEC SQL
                    DELETE FROM T_JBOKNING
                             WHERE Bokning_id = :jbokning-bokning-id
                END-EXEC
                IF  SQLCODE = ZERO
                    MOVE 'Bokning borttagen'
                    TO wc-printscr-string
                    CALL 'ok-printscr' USING wc-printscr-string
                ELSE
                    PERFORM Z0100-error-routine
                END-IF
           ELSE
                MOVE 'Bokningen finns inte' TO wc-printscr-string
                CALL 'stop-printscr' USING wc-printscr-string
           END-IF
           PERFORM B0300-commit-work
           PERFORM B0310-disconnect
           .
       B0210-is-bokning-id-data-found.
           EXEC SQL
             DECLARE cursrmbook CURSOR FOR
                 SELECT Bokning_id
                 FROM T_JBOKNING
                     WHERE Bokning_id = :jbokning-bokning-id
           END-EXEC
           EXEC SQL
                OPEN cursrmbook
           END-EXEC
           EXEC SQL
               FETCH cursrmbook
                   INTO :jbokning-bokning-id
           END-EXEC
           IF SQLCODE = ZERO
               SET is-bokning-id-found TO TRUE
           END-IF
           EXEC SQL
               CLOSE cursrmbook
           END-EXEC
           .
       B0300-commit-work.
           EXEC SQL
               COMMIT WORK
           END-EXEC
           .
       B0310-disconnect.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC
           .
       C0100-closedown.
           CALL 'wui-end-html' USING wn-rtn-code
           .
       Z0100-error-routine.
           EVALUATE SQLSTATE
               WHEN  "02000"
                   MOVE 'Data återfinns ej i databasen'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
              WHEN  "08003"
              WHEN  "08001"
                   MOVE 'Anslutning till databas misslyckades'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
              WHEN  "23503"
                   MOVE 'Kan ej ta bort data - pga tabellberoenden'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
              WHEN  SPACE
                   MOVE 'Obekant fel - kontakta leverantören'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
              WHEN  OTHER
                   CALL 'error-printscr' USING SQLSTATE SQLERRMC
           END-EVALUATE
           .
