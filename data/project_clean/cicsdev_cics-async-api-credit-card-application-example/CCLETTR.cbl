       PROCESS NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       IDENTIFICATION DIVISION.
        PROGRAM-ID. CCLETTR.
        AUTHOR. GOHILPR.
      *
      *    Nightly decision letters.  Reads the card application
      *    store and writes one letter record for every application
      *    whose final decision has been made since the last run:
      *    an approval letter, or a decline letter carrying the
      *    principal reasons for the decline as adverse action
      *    notices require.  Reasons that only explain a referral
      *    (VIP override, check not completed) are not reasons for
      *    a decline and are left off.  The application is then
      *    marked so the letter is not produced again.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPL-FILE ASSIGN TO CCAPPL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS APPL-FILE-KEY
              FILE STATUS IS APPL-FILE-STATUS.
           SELECT LETTER-FILE ASSIGN TO LETTERS
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD APPL-FILE.
       1 APPL-FILE-RECORD.
         2 APPL-FILE-KEY          PIC 9(8).
         2 FILLER                 PIC X(392).
       FD LETTER-FILE
           RECORDING MODE IS F.
       1 LETTER-FILE-RECORD       PIC X(400).
        WORKING-STORAGE SECTION.
       COPY APPLSTOR.
       1 APPL-FILE-STATUS         PIC X(2).
       1 END-OF-APPLICATIONS      PIC X(1) VALUE 'N'.
       1 RUN-DATE.
         2 RUN-YYYY               PIC 9(4).
         2 RUN-MM                 PIC 9(2).
         2 RUN-DD                 PIC 9(2).
       1 RUN-DATE-ISO.
         2 RUN-ISO-YYYY           PIC 9(4).
         2 FILLER                 PIC X(1) VALUE '-'.
         2 RUN-ISO-MM             PIC 9(2).
         2 FILLER                 PIC X(1) VALUE '-'.
         2 RUN-ISO-DD             PIC 9(2).
       1 LETTER-RECORD.
         2 LT-LETTER-TYPE         PIC X(1).
         2 LT-APPL-NO             PIC 9(8).
         2 LT-CUST-NO             PIC X(4).
         2 LT-DECISION-DATE       PIC X(10).
         2 LT-CUSTOMER-NAME       PIC X(80).
         2 LT-CUSTOMER-ADDRESS    PIC X(80).
         2 LT-CUSTOMER-POSTCODE   PIC X(8).
         2 LT-REASON-COUNT        PIC 9.
         2 LT-REASONS OCCURS 4 TIMES.
           3 LT-REASON-CODE       PIC X(2).
           3 LT-REASON-TEXT       PIC X(40).
         2 FILLER                 PIC X(40).
      *
      *    Reason wording for the letters.  The last byte says
      *    whether the reason is a ground for declining.
      *
       1 REASON-TABLE-DATA.
         2 FILLER PIC X(43)
           VALUE 'CCCREDIT REFERENCE CHECK UNSATISFACTORY   Y'.
         2 FILLER PIC X(43)
           VALUE 'SPPATTERN OF SPENDING ON EXISTING ACCOUNTSY'.
         2 FILLER PIC X(43)
           VALUE 'NPNO ESTABLISHED POLICY RELATIONSHIP      Y'.
         2 FILLER PIC X(43)
           VALUE 'VOVIP OVERRIDE CONSIDERED                 N'.
         2 FILLER PIC X(43)
           VALUE 'ICAPPLICATION CHECKS NOT COMPLETED        N'.
         2 FILLER PIC X(43)
           VALUE 'UWDECLINED FOLLOWING UNDERWRITER REVIEW   Y'.
       1 REASON-TABLE REDEFINES REASON-TABLE-DATA.
         2 REASON-ENTRY OCCURS 6 TIMES.
           3 RT-CODE              PIC X(2).
           3 RT-TEXT              PIC X(40).
           3 RT-ADVERSE           PIC X(1).
       1 REASON-MAX               PIC S9(4) COMP-5 VALUE 6.
       1 REASON-SUB               PIC S9(4) COMP-5.
       1 TABLE-SUB                PIC S9(4) COMP-5.
       1 APPLICATIONS-READ        PIC 9(8) VALUE 0.
       1 APPROVAL-LETTERS         PIC 9(8) VALUE 0.
       1 DECLINE-LETTERS          PIC 9(8) VALUE 0.
       PROCEDURE DIVISION .
       MAINLINE SECTION.
           DISPLAY 'CCLETTR CARD DECISION LETTERS'
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-YYYY TO RUN-ISO-YYYY
           MOVE RUN-MM   TO RUN-ISO-MM
           MOVE RUN-DD   TO RUN-ISO-DD
           OPEN I-O APPL-FILE
           IF APPL-FILE-STATUS NOT = '00'
           THEN
             DISPLAY 'CCLETTR CANNOT OPEN CCAPPL STATUS '
                     APPL-FILE-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT LETTER-FILE
           PERFORM READ-NEXT-APPLICATION
           PERFORM PROCESS-APPLICATION
             UNTIL END-OF-APPLICATIONS = 'Y'
           CLOSE APPL-FILE
                 LETTER-FILE
           DISPLAY 'CCLETTR APPLICATIONS READ: ' APPLICATIONS-READ
           DISPLAY 'CCLETTR APPROVAL LETTERS:  ' APPROVAL-LETTERS
           DISPLAY 'CCLETTR DECLINE LETTERS:   ' DECLINE-LETTERS
           STOP RUN
           .
       READ-NEXT-APPLICATION.
           READ APPL-FILE NEXT INTO APPLICATION-RECORD
             AT END
               MOVE 'Y' TO END-OF-APPLICATIONS
           END-READ
           IF END-OF-APPLICATIONS NOT = 'Y'
           THEN
             ADD 1 TO APPLICATIONS-READ
           END-IF
           .
       PROCESS-APPLICATION.
           IF AP-LETTER-DUE
             AND (AP-APPROVED OR AP-DECLINED)
           THEN
             PERFORM WRITE-LETTER
             SET AP-LETTER-SENT TO TRUE
             MOVE RUN-DATE-ISO TO AP-LETTER-DATE
             REWRITE APPL-FILE-RECORD FROM APPLICATION-RECORD
             IF APPL-FILE-STATUS NOT = '00'
             THEN
               DISPLAY 'CCLETTR REWRITE FAILED FOR APPLICATION '
                       AP-APPL-NO ' STATUS ' APPL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           PERFORM READ-NEXT-APPLICATION
           .
       WRITE-LETTER.
           MOVE SPACES               TO LETTER-RECORD
           MOVE AP-FINAL-DECISION    TO LT-LETTER-TYPE
           MOVE AP-APPL-NO           TO LT-APPL-NO
           MOVE AP-CUST-NO           TO LT-CUST-NO
           MOVE AP-CUSTOMER-NAME     TO LT-CUSTOMER-NAME
           MOVE AP-CUSTOMER-ADDRESS  TO LT-CUSTOMER-ADDRESS
           MOVE AP-CUSTOMER-POSTCODE TO LT-CUSTOMER-POSTCODE
           MOVE 0                    TO LT-REASON-COUNT
           IF AP-UW-DATE = SPACES
           THEN
             MOVE AP-APPL-DATE       TO LT-DECISION-DATE
           ELSE
             MOVE AP-UW-DATE         TO LT-DECISION-DATE
           END-IF
           IF AP-DECLINED
           THEN
             PERFORM ADD-LETTER-REASON
               VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > AP-REASON-COUNT
             ADD 1 TO DECLINE-LETTERS
           ELSE
             ADD 1 TO APPROVAL-LETTERS
           END-IF
           WRITE LETTER-FILE-RECORD FROM LETTER-RECORD
           .
       ADD-LETTER-REASON.
           MOVE 1 TO TABLE-SUB
           PERFORM FIND-REASON-TEXT
             UNTIL TABLE-SUB > REASON-MAX
                OR RT-CODE(TABLE-SUB) = AP-REASON-CODE(REASON-SUB)
           IF TABLE-SUB NOT > REASON-MAX
             AND RT-ADVERSE(TABLE-SUB) = 'Y'
             AND LT-REASON-COUNT < 4
           THEN
             ADD 1 TO LT-REASON-COUNT
             MOVE RT-CODE(TABLE-SUB)
               TO LT-REASON-CODE(LT-REASON-COUNT)
             MOVE RT-TEXT(TABLE-SUB)
               TO LT-REASON-TEXT(LT-REASON-COUNT)
           END-IF
           .
       FIND-REASON-TEXT.
           ADD 1 TO TABLE-SUB
           .
       END PROGRAM 'CCLETTR'.
