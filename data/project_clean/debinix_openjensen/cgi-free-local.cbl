       IDENTIFICATION DIVISION.
       program-id. cgi-free-local.
      *
      *    Lediga lokaler för en tid: listar de lokaler i T_JLOKAL
      *    som inte har någon bokning i T_JBOKNING som överlappar
      *    angivet datum och tidsintervall. Anges antal deltagare
      *    visas bara lokaler som rymmer dem; lokaler utan angivet
      *    maxantal räknas alltid som tillräckligt stora.
      *
       DATA DIVISION.
       working-storage section.
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-valid-init-switch        PIC X   VALUE 'N'.
                88  is-valid-init                   VALUE 'Y'.
            03  is-large-enough-switch      PIC X   VALUE 'N'.
                88  is-large-enough                 VALUE 'Y'.
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.
       01  wc-pagetitle            PIC X(20) VALUE 'Lediga lokaler'.
       01  wn-maxdeltagare         PIC  9(4)  VALUE ZERO.
       01  wn-free-count           PIC  9(4)  VALUE ZERO.
       01  wc-check-date.
           05  wc-check-year       PIC  X(4).
           05  wc-check-dash-1     PIC  X.
           05  wc-check-month      PIC  X(2).
           05  wc-check-dash-2     PIC  X.
           05  wc-check-day        PIC  X(2).
       01  wc-check-time.
           05  wc-check-hour       PIC  X(2).
           05  wc-check-colon      PIC  X.
           05  wc-check-minute     PIC  X(2).
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
           05  jbokning-datum       PIC  X(10).
           05  jbokning-starttid    PIC  X(5).
           05  jbokning-sluttid     PIC  X(5).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  wr-rec-vars.
           05  wn-lokal-id         PIC  9(4) VALUE ZERO.
           05  wc-lokalnamn        PIC  X(40) VALUE SPACE.
           05  wc-vaningsplan      PIC  X(40) VALUE SPACE.
           05  wc-maxdeltagare     PIC  X(40) VALUE SPACE.
           05  wc-datum            PIC  X(10) VALUE SPACE.
           05  wc-starttid         PIC  X(5) VALUE SPACE.
           05  wc-sluttid          PIC  X(5) VALUE SPACE.
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
                    PERFORM B0200-list-free-locals
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
               PERFORM A0110-init-search
           END-IF
           .
       A0110-init-search.
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'date' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value
           MOVE wc-post-value TO wc-datum
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'start-time' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value
           MOVE wc-post-value TO wc-starttid
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'end-time' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value
           MOVE wc-post-value TO wc-sluttid
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'attendees' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value
           IF wn-rtn-code = ZERO AND wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-antal
           END-IF
           PERFORM A0120-validate-search
           .
       A0120-validate-search.
           MOVE wc-datum TO wc-check-date
           IF wc-check-year NOT NUMERIC
              OR wc-check-month NOT NUMERIC
              OR wc-check-day NOT NUMERIC
              OR wc-check-dash-1 NOT = '-'
              OR wc-check-dash-2 NOT = '-'
              OR wc-check-month < '01' OR wc-check-month > '12'
              OR wc-check-day < '01' OR wc-check-day > '31'
               MOVE 'Datum anges som ÅÅÅÅ-MM-DD'
                   TO wc-printscr-string
           ELSE
               MOVE wc-starttid TO wc-check-time
               PERFORM A0130-is-valid-time
               MOVE wc-sluttid TO wc-check-time
               PERFORM A0130-is-valid-time
           END-IF
           IF wc-printscr-string = SPACE
              AND wc-sluttid NOT > wc-starttid
               MOVE 'Sluttid måste vara efter starttid'
                   TO wc-printscr-string
           END-IF
           IF wc-printscr-string = SPACE
               SET is-valid-init TO TRUE
           ELSE
               CALL 'stop-printscr' USING wc-printscr-string
           END-IF
           .
       A0130-is-valid-time.
           IF wc-check-hour NOT NUMERIC
              OR wc-check-minute NOT NUMERIC
              OR wc-check-colon NOT = ':'
              OR wc-check-hour > '23'
              OR wc-check-minute > '59'
               MOVE 'Tid anges som TT:MM' TO wc-printscr-string
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
      *    Samma krockregel som vid bokning: en bokning upptar
      *    lokalen om den börjar innan sökt tid slutar och slutar
      *    efter att sökt tid börjat.
       B0200-list-free-locals.
           MOVE wc-datum TO jbokning-datum
           MOVE wc-starttid TO jbokning-starttid
           MOVE wc-sluttid TO jbokning-sluttid
           EXEC SQL
               DECLARE cursfreelocal CURSOR FOR
               SELECT l.Lokal_id, l.Lokalnamn, l.Vaningsplan,
                      l.Maxdeltagare
                      FROM T_JLOKAL l
                      WHERE NOT EXISTS
                          (SELECT b.Bokning_id
                           FROM T_JBOKNING b
                           WHERE b.Lokal_id = l.Lokal_id
                           AND b.Datum = :jbokning-datum
                           AND b.Starttid < :jbokning-sluttid
                           AND b.Sluttid > :jbokning-starttid)
                      ORDER BY l.Lokal_id
           END-EXEC
           EXEC SQL
               OPEN cursfreelocal
           END-EXEC
           PERFORM B0210-fetch-free-local
           PERFORM UNTIL SQLCODE NOT = ZERO
              PERFORM B0220-check-capacity
              IF is-large-enough
                  MOVE  jlokal-lokal-id      TO    wn-lokal-id
                  MOVE  jlokal-lokalnamn     TO    wc-lokalnamn
                  MOVE  jlokal-vaningsplan   TO    wc-vaningsplan
                  MOVE  jlokal-maxdeltagare  TO    wc-maxdeltagare
                  PERFORM Z0300-display-row
              END-IF
              INITIALIZE jlocal-rec-vars
              PERFORM B0210-fetch-free-local
           END-PERFORM
           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF
           EXEC SQL
               CLOSE cursfreelocal
           END-EXEC
           IF wn-free-count = ZERO
               DISPLAY "<br>Ingen lokal är ledig den tiden"
               END-DISPLAY
           END-IF
           .
       B0210-fetch-free-local.
           EXEC SQL
               FETCH cursfreelocal
                   INTO :jlokal-lokal-id, :jlokal-lokalnamn,
                        :jlokal-vaningsplan, :jlokal-maxdeltagare
           END-EXEC
           .
      *    Maxdeltagare lagras som text. Ett tomt eller icke
      *    numeriskt värde betyder att lokalen saknar övre gräns.
       B0220-check-capacity.
           SET is-large-enough TO TRUE
           IF wn-antal > ZERO
              AND jlokal-maxdeltagare NOT = SPACE
              AND FUNCTION TEST-NUMVAL(jlokal-maxdeltagare) = ZERO
               MOVE FUNCTION NUMVAL(jlokal-maxdeltagare)
                   TO wn-maxdeltagare
               IF wn-antal > wn-maxdeltagare
                   MOVE 'N' TO is-large-enough-switch
               END-IF
           END-IF
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
       Z0300-display-row.
           ADD 1 TO wn-free-count
           DISPLAY
                "<br>|" wn-lokal-id "|" wc-lokalnamn "|"
                          wc-vaningsplan "|" wc-maxdeltagare "|"
           END-DISPLAY
           .
