       IDENTIFICATION DIVISION.
       program-id. cgi-list-booking.
      *
      *    Lista lokalbokningar i T_JBOKNING. Anges både lokal och
      *    datum visas lokalens dag: lokalnamn, våningsplan och
      *    maxantal följt av dagens bokningar i tidsordning. Annars
      *    listas alla bokningar från angivet datum (standard är
      *    dagens datum) och framåt, eventuellt bara för en lokal.
      *
       DATA DIVISION.
       working-storage section.
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-valid-init-switch        PIC X   VALUE 'N'.
                88  is-valid-init                   VALUE 'Y'.
            03  is-day-view-switch          PIC X   VALUE 'N'.
                88  is-day-view                     VALUE 'Y'.
            03  is-lokal-id-found-switch    PIC X   VALUE 'N'.
                88  is-lokal-id-found               VALUE 'Y'.
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.
       01  wc-pagetitle            PIC X(20) VALUE 'Lista bokningar'.
       01  wn-booking-count        PIC  9(4)  VALUE ZERO.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  jlocal-rec-vars.
           05  jlokal-lokal-id      PIC  9(4).
           05  jlokal-lokalnamn     PIC  X(40).
           05  jlokal-vaningsplan   PIC  X(40).
           05  jlokal-maxdeltagare  PIC  X(40).
       01  jbokning-rec-vars.
           05  jbokning-bokning-id  PIC  9(6).
           05  jbokning-lokal-id    PIC  9(4).
           05  jbokning-datum       PIC  X(10).
           05  jbokning-starttid    PIC  X(5).
           05  jbokning-sluttid     PIC  X(5).
           05  jbokning-user-id     PIC  9(4).
           05  jbokning-antal       PIC  9(4).
       01  t-user-username          PIC  X(40) VALUE SPACE.
       01  t-filter-lokal-id        PIC  9(4) VALUE ZERO.
       01  t-filter-datum           PIC  X(10) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  wr-rec-vars.
           05  wn-bokning-id       PIC  9(6) VALUE ZERO.
           05  wn-lokal-id         PIC  9(4) VALUE ZERO.
           05  wc-lokalnamn        PIC  X(40) VALUE SPACE.
           05  wc-datum            PIC  X(10) VALUE SPACE.
           05  wc-starttid         PIC  X(5) VALUE SPACE.
           05  wc-sluttid          PIC  X(5) VALUE SPACE.
           05  wc-user-username    PIC  X(40) VALUE SPACE.
           05  wn-antal            PIC  9(4) VALUE ZERO.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
       0000-main.
           SET ENVIRONMENT "OJ_DBG" TO "1"
           SET ENVIRONMENT "OJ_LOG" TO "1"
           PERFORM A0100-init
           IF is-valid-init
                PERFORM B0100-connect
                IF is-db-connected
                    IF is-day-view
                        PERFORM B0300-list-local-day
                    ELSE
                        PERFORM B0200-list-bookings
                    END-IF
                    PERFORM Z0200-disconnect
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
               MOVE 'local-id' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name wc-post-value
               IF wn-rtn-code = ZERO AND wc-post-value NOT = SPACE
                   MOVE FUNCTION NUMVAL(wc-post-value) TO wn-lokal-id
               END-IF
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'date' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name wc-post-value
               IF wn-rtn-code = ZERO
                   MOVE wc-post-value TO wc-datum
               END-IF
               IF wn-lokal-id NOT = ZERO AND wc-datum NOT = SPACE
                   SET is-day-view TO TRUE
               END-IF
           END-IF
           .
       B0100-connect.
           MOVE  "openjensen"    TO   wc-database
           MOVE  "jensen"        TO   wc-username
           MOVE  SPACE           TO   wc-passwd
           EXEC SQL
               CONNECT :wc-username IDENTIFIED BY :wc-passwd
                                                 USING :wc-database
           END-EXEC
           IF  SQLSTATE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
           END-IF
           .
      *    Lokal-id noll betyder alla lokaler.
       B0200-list-bookings.
           IF wc-datum = SPACE
               EXEC SQL
                   SELECT CURRENT_DATE
                   INTO :t-filter-datum
               END-EXEC
           ELSE
               MOVE wc-datum TO t-filter-datum
           END-IF
           MOVE wn-lokal-id TO t-filter-lokal-id
           EXEC SQL
               DECLARE curslistbook CURSOR FOR
               SELECT b.Bokning_id, b.Lokal_id, l.Lokalnamn,
                      b.Datum, b.Starttid, b.Sluttid,
                      u.user_username, b.Antal
                      FROM T_JBOKNING b, T_JLOKAL l, tbl_user u
                      WHERE l.Lokal_id = b.Lokal_id
                      AND u.user_id = b.user_id
                      AND b.Datum >= :t-filter-datum
                      AND (b.Lokal_id = :t-filter-lokal-id
                           OR :t-filter-lokal-id = 0)
                      ORDER BY b.Datum, b.Starttid, b.Lokal_id
           END-EXEC
           EXEC SQL
               OPEN curslistbook
           END-EXEC
           PERFORM B0210-fetch-booking
           PERFORM UNTIL SQLCODE NOT = ZERO
              PERFORM Z0300-display-booking-row
              INITIALIZE jbokning-rec-vars
              PERFORM B0210-fetch-booking
           END-PERFORM
           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF
           EXEC SQL
               CLOSE curslistbook
           END-EXEC
           IF wn-booking-count = ZERO
               DISPLAY "<br>Inga bokningar"
               END-DISPLAY
           END-IF
           .
       B0210-fetch-booking.
           EXEC SQL
               FETCH curslistbook
                   INTO :jbokning-bokning-id, :jbokning-lokal-id,
                        :jlokal-lokalnamn, :jbokning-datum,
                        :jbokning-starttid, :jbokning-sluttid,
                        :t-user-username, :jbokning-antal
           END-EXEC
           .
       B0300-list-local-day.
           MOVE wn-lokal-id TO jlokal-lokal-id
           EXEC SQL
             DECLARE cursdaylocal CURSOR FOR
                 SELECT Lokal_id, Lokalnamn, Vaningsplan, Maxdeltagare
                 FROM T_JLOKAL
                     WHERE Lokal_id = :jlokal-lokal-id
           END-EXEC
           EXEC SQL
                OPEN cursdaylocal
           END-EXEC
           EXEC SQL
               FETCH cursdaylocal
                   INTO :jlokal-lokal-id, :jlokal-lokalnamn,
                        :jlokal-vaningsplan, :jlokal-maxdeltagare
           END-EXEC
           IF SQLCODE = ZERO
               SET is-lokal-id-found TO TRUE
           ELSE
               PERFORM Z0100-error-routine
           END-IF
           EXEC SQL
               CLOSE cursdaylocal
           END-EXEC
           IF is-lokal-id-found
               PERFORM Z0400-display-day-header
               PERFORM B0310-list-day-bookings
           END-IF
           .
       B0310-list-day-bookings.
           MOVE wn-lokal-id TO t-filter-lokal-id
           MOVE wc-datum TO t-filter-datum
           EXEC SQL
               DECLARE cursdaybook CURSOR FOR
               SELECT b.Bokning_id, b.Lokal_id, l.Lokalnamn,
                      b.Datum, b.Starttid, b.Sluttid,
                      u.user_username, b.Antal
                      FROM T_JBOKNING b, T_JLOKAL l, tbl_user u
                      WHERE l.Lokal_id = b.Lokal_id
                      AND u.user_id = b.user_id
                      AND b.Lokal_id = :t-filter-lokal-id
                      AND b.Datum = :t-filter-datum
                      ORDER BY b.Starttid
           END-EXEC
           EXEC SQL
               OPEN cursdaybook
           END-EXEC
           PERFORM B0320-fetch-day-booking
           PERFORM UNTIL SQLCODE NOT = ZERO
              PERFORM Z0300-display-booking-row
              INITIALIZE jbokning-rec-vars
              PERFORM B0320-fetch-day-booking
           END-PERFORM
           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF
           EXEC SQL
               CLOSE cursdaybook
           END-EXEC
           IF wn-booking-count = ZERO
               DISPLAY "<br>Lokalen är ledig hela dagen"
               END-DISPLAY
           END-IF
           .
       B0320-fetch-day-booking.
           EXEC SQL
               FETCH cursdaybook
                   INTO :jbokning-bokning-id, :jbokning-lokal-id,
                        :jlokal-lokalnamn, :jbokning-datum,
                        :jbokning-starttid, :jbokning-sluttid,
                        :t-user-username, :jbokning-antal
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
       Z0200-disconnect.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC
           .
       Z0300-display-booking-row.
           MOVE  jbokning-bokning-id  TO    wn-bokning-id
           MOVE  jbokning-lokal-id    TO    wn-lokal-id
           MOVE  jlokal-lokalnamn     TO    wc-lokalnamn
           MOVE  jbokning-datum       TO    wc-datum
           MOVE  jbokning-starttid    TO    wc-starttid
           MOVE  jbokning-sluttid     TO    wc-sluttid
           MOVE  t-user-username      TO    wc-user-username
           MOVE  jbokning-antal       TO    wn-antal
           ADD 1 TO wn-booking-count
           DISPLAY
                "<br>|" wn-bokning-id "|" wn-lokal-id "|"
                        wc-lokalnamn "|" wc-datum "|"
                        wc-starttid "-" wc-sluttid "|"
                        wc-user-username "|" wn-antal "|"
           END-DISPLAY
           .
       Z0400-display-day-header.
           DISPLAY
                "<br>" FUNCTION TRIM(jlokal-lokalnamn)
                " (plan " FUNCTION TRIM(jlokal-vaningsplan)
                ", max " FUNCTION TRIM(jlokal-maxdeltagare)
                ") " wc-datum
           END-DISPLAY
           .
