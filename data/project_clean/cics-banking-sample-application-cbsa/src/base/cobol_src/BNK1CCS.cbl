          03 COMM-CS-REVIEW-DATE       PIC 9(8).
          03 COMM-CR-SUCCESS           PIC X.
          03 COMM-CR-FAIL-CD           PIC X.
          03 COMM-TAX-SELF-CERT.
             05 COMM-TAX-RESIDENCE OCCURS 3 TIMES.
                07 COMM-TAX-COUNTRY          PIC X(2).
                07 COMM-TAX-TIN              PIC X(20).
             05 COMM-US-PERSON               PIC X.
             05 COMM-SELF-CERT-DATE          PIC 9(8).
       01 WS-U-TIME                      PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                   PIC X(10).
       01 WS-ORIG-DATE-GRP REDEFINES WS-ORIG-DATE.
              MOVE -1 TO CUSTAD1L
              GO TO ED999
           END-IF.
      *
      *    A tax-residency self-certification is required: at least
      *    one country of residence with its TIN, and the US person
      *    indicator answered.
      *
           IF TXCTY1I = SPACES OR TXCTY1I = LOW-VALUES
           OR TXTIN1I = SPACES OR TXTIN1I = LOW-VALUES
              MOVE SPACES TO MESSAGEO
              STRING 'Please enter a country of tax residence'
                    DELIMITED BY SIZE,
                     ' and its TIN.' DELIMITED BY SIZE
                 INTO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO TXCTY1L
              GO TO ED999
           END-IF.
           IF USPERSI NOT = 'Y' AND USPERSI NOT = 'N'
           AND USPERSI NOT = 'y' AND USPERSI NOT = 'n'
              MOVE SPACES TO MESSAGEO
              MOVE 'US person must be Y or N.' TO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO USPERSL
              GO TO ED999
           END-IF.
           EXEC CICS BIF DEEDIT
              FIELD(DOBDDI)
           END-EXEC
           MOVE DOBMMI TO COMM-DOBX-MM.
           MOVE DOBYYI TO COMM-DOBX-YYYY.
           MOVE COMM-DOB-UPD-9 TO COMM-DOB OF CRECUS-COMMAREA.
           MOVE TXCTY1I TO COMM-TAX-COUNTRY(1).
           MOVE TXTIN1I TO COMM-TAX-TIN(1).
           MOVE TXCTY2I TO COMM-TAX-COUNTRY(2).
           MOVE TXTIN2I TO COMM-TAX-TIN(2).
           MOVE TXCTY3I TO COMM-TAX-COUNTRY(3).
           MOVE TXTIN3I TO COMM-TAX-TIN(3).
           MOVE USPERSI TO COMM-US-PERSON.
           INSPECT COMM-TAX-SELF-CERT
              REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT COMM-TAX-SELF-CERT CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 0 TO COMM-SELF-CERT-DATE.
           MOVE SPACE TO COMM-CR-SUCCESS.
           MOVE SPACE TO COMM-CR-FAIL-CD.
           EXEC CICS LINK
                       DELIMITED BY SIZE,
                       ' Customer NOT created.' DELIMITED BY SIZE
                       INTO MESSAGEO
                 WHEN 'T'
                    MOVE SPACES TO MESSAGEO
                    STRING 'Self-cert incomplete: each country needs'
                       DELIMITED BY SIZE,
                       ' a TIN; US persons must include US.'
                       DELIMITED BY SIZE
                       INTO MESSAGEO
                 WHEN '4'
                    MOVE SPACES TO MESSAGEO
                    STRING 'Unable to record the tax self-certification'
                       DELIMITED BY SIZE,
                       '. Customer NOT created.' DELIMITED BY SIZE
                       INTO MESSAGEO
                 WHEN OTHER
                    MOVE SPACES TO MESSAGEO
                    STRING 'Sorry but an unknown error occurred.'
