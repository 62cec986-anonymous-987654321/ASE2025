       IDENTIFICATION DIVISION.
       program-id. cgi-add-booking.
      *
      *    Bokning av lokal. En bokning i T_JBOKNING gäller en
      *    lokal i T_JLOKAL, ett datum (ÅÅÅÅ-MM-DD), start- och
      *    sluttid (TT:MM), den bokande användaren i tbl_user och
      *    väntat antal deltagare:
      *
      *      Bokning_id, Lokal_id, Datum, Starttid, Sluttid,
      *      user_id, Antal
      *
      *    Bokningen avvisas om den överlappar en befintlig bokning
      *    av samma lokal samma dag, eller om antalet deltagare är
      *    större än lokalens Maxdeltagare. En lokal utan angivet
      *    maxantal har ingen övre gräns.
      *
       DATA DIVISION.
       working-storage section.
       01   switches-add.
            03  is-db-connected-switch              PIC X   VALUE 'N'.
                88  is-db-connected                         VALUE 'Y'.
            03  is-valid-init-switch                PIC X   VALUE 'N'.
                88  is-valid-init                           VALUE 'Y'.
            03  is-lokal-id-found-switch            PIC X   VALUE 'N'.
                88  is-lokal-id-found                       VALUE 'Y'.
            03  is-user-found-switch                PIC X   VALUE 'N'.
                88  is-user-found                           VALUE 'Y'.
            03  is-booking-clash-switch             PIC X   VALUE 'N'.
                88  is-booking-clash                        VALUE 'Y'.
            03  is-over-capacity-switch             PIC X   VALUE 'N'.
                88  is-over-capacity                        VALUE 'Y'.
            03  is-valid-table-position-switch      PIC X   VALUE 'N'.
                88  is-valid-table-position                 VALUE 'Y'.
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.
       01  wc-pagetitle            PIC X(20) VALUE 'Boka lokal'.
       01  wn-maxdeltagare         PIC  9(4)  VALUE ZERO.
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
           05  jbokning-bokning-id  PIC  9(6).
           05  jbokning-lokal-id    PIC  9(4).
           05  jbokning-datum       PIC  X(10).
           05  jbokning-starttid    PIC  X(5).
           05  jbokning-sluttid     PIC  X(5).
           05  jbokning-user-id     PIC  9(4).
           05  jbokning-antal       PIC  9(4).
       01  t-user-id                PIC  9(4) VALUE ZERO.
       01  t-user-username          PIC  X(40) VALUE SPACE.
       01  t-clash-count            PIC  9(6) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  wr-rec-vars.
           05  wn-bokning-id       PIC  9(6) VALUE ZERO.
           05  wn-lokal-id         PIC  9(4) VALUE ZERO.
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
                    PERFORM B0200-add-booking
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
               PERFORM A0110-init-add-action
           END-IF
           .
       A0110-init-add-action.
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'local-id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value
           MOVE FUNCTION NUMVAL(wc-post-value) TO wn-lokal-id
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
           MOVE 'username' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value
           MOVE wc-post-value TO wc-user-username
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'attendees' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value
           MOVE FUNCTION NUMVAL(wc-post-value) TO wn-antal
           PERFORM A0120-validate-booking
           .
       A0120-validate-booking.
           MOVE wc-datum TO wc-check-date
           EVALUATE TRUE
               WHEN wn-lokal-id = ZERO
                   MOVE 'Saknar lokalens identifikation'
                       TO wc-printscr-string
               WHEN wc-check-year NOT NUMERIC
                 OR wc-check-month NOT NUMERIC
                 OR wc-check-day NOT NUMERIC
                 OR wc-check-dash-1 NOT = '-'
                 OR wc-check-dash-2 NOT = '-'
                 OR wc-check-month < '01' OR wc-check-month > '12'
                 OR wc-check-day < '01' OR wc-check-day > '31'
                   MOVE 'Datum anges som ÅÅÅÅ-MM-DD'
                       TO wc-printscr-string
               WHEN OTHER
                   MOVE wc-starttid TO wc-check-time
                   PERFORM A0130-is-valid-time
                   MOVE wc-sluttid TO wc-check-time
                   PERFORM A0130-is-valid-time
           END-EVALUATE
           IF wc-printscr-string = SPACE
               EVALUATE TRUE
                   WHEN wc-sluttid NOT > wc-starttid
                       MOVE 'Sluttid måste vara efter starttid'
                           TO wc-printscr-string
                   WHEN wc-user-username = SPACE
                       MOVE 'Saknar bokande användare'
                           TO wc-printscr-string
                   WHEN wn-antal = ZERO
                       MOVE 'Saknar antal deltagare'
                           TO wc-printscr-string
                   WHEN OTHER
                       SET is-valid-init TO TRUE
               END-EVALUATE
           END-IF
           IF NOT is-valid-init
               CALL 'stop-printscr' USING wc-printscr-string
           END-IF
           .
      *    Tider anges som TT:MM inom dygnet, så att de kan
      *    jämföras som text i databasen.
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
       B0200-add-booking.
           PERFORM B0210-get-local-capacity
           IF NOT is-lokal-id-found
               MOVE 'Lokalen finns inte' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               PERFORM B0220-get-booking-user
               IF NOT is-user-found
                   MOVE 'Användaren finns inte' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               ELSE
                   PERFORM B0230-check-capacity
                   PERFORM B0240-check-booking-clash
                   EVALUATE TRUE
                       WHEN is-over-capacity
                           MOVE 'Fler deltagare än lokalen rymmer'
                               TO wc-printscr-string
                           CALL 'stop-printscr'
                               USING wc-printscr-string
                       WHEN is-booking-clash
                           MOVE 'Lokalen är redan bokad den tiden'
                               TO wc-printscr-string
                           CALL 'stop-printscr'
                               USING wc-printscr-string
                       WHEN OTHER
                           PERFORM B0250-get-new-row-number
                           IF is-valid-table-position
                               PERFORM B0260-add-booking-to-table
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF
           .
       B0210-get-local-capacity.
           MOVE wn-lokal-id TO jlokal-lokal-id
           EXEC SQL
             DECLARE cursbooklocal CURSOR FOR
                 SELECT Lokal_id, Lokalnamn, Maxdeltagare
                 FROM T_JLOKAL
                     WHERE Lokal_id = :jlokal-lokal-id
           END-EXEC
           EXEC SQL
                OPEN cursbooklocal
           END-EXEC
           EXEC SQL
               FETCH cursbooklocal
                   INTO :jlokal-lokal-id, :jlokal-lokalnamn,
                        :jlokal-maxdeltagare
           END-EXEC
           IF SQLCODE = ZERO
               SET is-lokal-id-found TO TRUE
           ELSE
               IF  SQLSTATE NOT = '02000'
                    PERFORM Z0100-error-routine
               END-IF
           END-IF
           EXEC SQL
               CLOSE cursbooklocal
           END-EXEC
           .
       B0220-get-booking-user.
           EXEC SQL
             DECLARE cursbookuser CURSOR FOR
                 SELECT user_id, user_username
                 FROM tbl_user
           END-EXEC
           EXEC SQL
                OPEN cursbookuser
           END-EXEC
           EXEC SQL
               FETCH cursbookuser
                   INTO :t-user-id, :t-user-username
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO OR is-user-found
               IF FUNCTION UPPER-CASE (wc-user-username) =
                  FUNCTION UPPER-CASE (t-user-username)
                   SET is-user-found TO TRUE
               ELSE
                   EXEC SQL
                       FETCH cursbookuser
                           INTO :t-user-id, :t-user-username
                   END-EXEC
               END-IF
           END-PERFORM
           IF NOT is-user-found AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF
           EXEC SQL
               CLOSE cursbookuser
           END-EXEC
           .
      *    Maxdeltagare lagras som text. Ett tomt eller icke
      *    numeriskt värde betyder att lokalen saknar övre gräns.
       B0230-check-capacity.
           IF jlokal-maxdeltagare NOT = SPACE
              AND FUNCTION TEST-NUMVAL(jlokal-maxdeltagare) = ZERO
               MOVE FUNCTION NUMVAL(jlokal-maxdeltagare)
                   TO wn-maxdeltagare
               IF wn-antal > wn-maxdeltagare
                   SET is-over-capacity TO TRUE
               END-IF
           END-IF
           .
      *    Två bokningar krockar om den ena börjar innan den
      *    andra slutar och slutar efter att den andra börjat.
      *    Angränsande bokningar (10:00-11:00 och 11:00-12:00)
      *    krockar inte.
       B0240-check-booking-clash.
           MOVE wn-lokal-id TO jbokning-lokal-id
           MOVE wc-datum TO jbokning-datum
           MOVE wc-starttid TO jbokning-starttid
           MOVE wc-sluttid TO jbokning-sluttid
           EXEC SQL
               SELECT COUNT(*)
               INTO :t-clash-count
               FROM T_JBOKNING
                   WHERE Lokal_id = :jbokning-lokal-id
                   AND Datum = :jbokning-datum
                   AND Starttid < :jbokning-sluttid
                   AND Sluttid > :jbokning-starttid
           END-EXEC
           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
                SET is-booking-clash TO TRUE
           ELSE
                IF t-clash-count > ZERO
                    SET is-booking-clash TO TRUE
                END-IF
           END-IF
           .
       B0250-get-new-row-number.
           EXEC SQL
             DECLARE cursbookid CURSOR FOR
                 SELECT Bokning_id
                 FROM T_JBOKNING
                 ORDER BY Bokning_id DESC
           END-EXEC
           EXEC SQL
                OPEN cursbookid
           END-EXEC
           EXEC SQL
               FETCH cursbookid
                   INTO :jbokning-bokning-id
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   SET is-valid-table-position TO TRUE
                   COMPUTE wn-bokning-id = jbokning-bokning-id + 1
               WHEN SQLSTATE = '02000'
                   SET is-valid-table-position TO TRUE
                   MOVE 1 TO wn-bokning-id
               WHEN OTHER
                   PERFORM Z0100-error-routine
           END-EVALUATE
           EXEC SQL
               CLOSE cursbookid
           END-EXEC
           .
       B0260-add-booking-to-table.
           MOVE wn-bokning-id TO jbokning-bokning-id
           MOVE wn-lokal-id TO jbokning-lokal-id
           MOVE wc-datum TO jbokning-datum
           MOVE wc-starttid TO jbokning-starttid
           MOVE wc-sluttid TO jbokning-sluttid
           MOVE t-user-id TO jbokning-user-id
           MOVE wn-antal TO jbokning-antal
           EXEC SQL
               INSERT INTO T_JBOKNING
               VALUES (:jbokning-bokning-id, :jbokning-lokal-id,
                       :jbokning-datum, :jbokning-starttid,
                       :jbokning-sluttid, :jbokning-user-id,
                       :jbokning-antal)
           END-EXEC
           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0270-commit-work
                MOVE 'Lokal bokad' TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF
           .
       B0270-commit-work.
           EXEC SQL
               COMMIT WORK
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
