       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VULNMNT.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *    Vulnerable customer register. One row per customer records
      *    the circumstances the branch has been told about, the
      *    support the customer needs (accessible correspondence,
      *    a nominated contact) and the customer's consent to it
      *    being recorded. Nothing may be recorded without consent,
      *    and closing the entry, whether on withdrawal of consent
      *    or because the support is no longer needed, clears the
      *    details. Each entry carries a date by which it must be
      *    reviewed with the customer.
      *
       77 SORTCODE           PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 GETSCODE-COMMAREA.
          03 GETSCODE-SORTCODE       PIC 9(6).
          03 GETSCODE-SUCCESS        PIC X.
          03 GETSCODE-FAIL-CD        PIC X.
       01 WS-GETSCODE-PGM            PIC X(8) VALUE 'GETSCODE'.
       01 WS-GSC-RESP                PIC S9(8) COMP.
       01 WS-GSC-RESP2               PIC S9(8) COMP.
       01 HOST-VULNREG-ROW.
          03 HV-VR-SORTCODE             PIC X(6).
          03 HV-VR-CUSTOMER             PIC X(10).
          03 HV-VR-STATUS               PIC X.
          03 HV-VR-BEREAVEMENT          PIC X.
          03 HV-VR-ILLNESS              PIC X.
          03 HV-VR-COGNITIVE            PIC X.
          03 HV-VR-FORMAT               PIC X.
          03 HV-VR-SUPPORT-NOTES        PIC X(60).
          03 HV-VR-CONTACT-NAME         PIC X(60).
          03 HV-VR-CONTACT-ADDRESS      PIC X(160).
          03 HV-VR-CONSENT              PIC X.
          03 HV-VR-CONSENT-DATE         PIC S9(8).
          03 HV-VR-REVIEW-DATE          PIC S9(8).
          03 HV-VR-RECORDED-DATE        PIC S9(8).
          03 HV-VR-RECORDED-BY          PIC X(8).
          03 HV-VR-UPDATED-DATE         PIC S9(8).
          03 HV-VR-UPDATED-BY           PIC X(8).
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 WS-CICS-WORK-AREA.
          05 WS-CICS-RESP               PIC S9(8) COMP.
          05 WS-CICS-RESP2              PIC S9(8) COMP.
       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.
       01 WS-U-TIME                     PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                  PIC X(10).
       01 WS-ORIG-DATE-GRP REDEFINES WS-ORIG-DATE.
          03 WS-ORIG-DATE-DD            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-MM            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-YYYY          PIC 9999.
       01 WS-TODAY-YYYYMMDD             PIC S9(8).
       01 WS-USERID                     PIC X(8).
       01 WS-ROW-FOUND-SW               PIC X VALUE 'N'.
          88 WS-ROW-FOUND                     VALUE 'Y'.
      *
      *    Entries fall due for review this many months after they
      *    are recorded or last reviewed, unless the teller keys a
      *    sooner date. CONTROL <sortcode>-VULN-REVIEW-MTHS.
      *
       01 WS-REVIEW-MONTHS              PIC S9(4) COMP VALUE 12.
       01 WS-DUE-DATE                   PIC 9(8).
       01 WS-DUE-DATE-GRP REDEFINES WS-DUE-DATE.
          03 WS-DUE-YYYY                PIC 9999.
          03 WS-DUE-MM                  PIC 99.
          03 WS-DUE-DD                  PIC 99.
       01 WS-MONTH-INDEX                PIC S9(9) COMP.
       01 WS-MONTH-REM                  PIC S9(4) COMP.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-FUNCTION            PIC X.
             88 COMM-ADD-ENTRY             VALUE 'A'.
             88 COMM-UPDATE-ENTRY          VALUE 'U'.
             88 COMM-REVIEW-ENTRY          VALUE 'R'.
             88 COMM-CLOSE-ENTRY           VALUE 'C'.
             88 COMM-INQUIRE-ENTRY         VALUE 'I'.
          03 COMM-CUSTNO              PIC 9(10).
          03 COMM-BEREAVEMENT         PIC X.
          03 COMM-ILLNESS             PIC X.
          03 COMM-COGNITIVE           PIC X.
          03 COMM-FORMAT              PIC X.
             88 COMM-FORMAT-STANDARD       VALUE 'S'.
             88 COMM-FORMAT-LARGE-PRINT    VALUE 'L'.
             88 COMM-FORMAT-BRAILLE        VALUE 'B'.
          03 COMM-SUPPORT-NOTES       PIC X(60).
          03 COMM-CONTACT-NAME        PIC X(60).
          03 COMM-CONTACT-ADDRESS     PIC X(160).
          03 COMM-CONSENT             PIC X.
          03 COMM-CONSENT-DATE        PIC 9(8).
          03 COMM-REVIEW-DATE         PIC 9(8).
          03 COMM-STATUS              PIC X.
          03 COMM-REVIEW-DUE          PIC X.
          03 COMM-RECORDED-DATE       PIC 9(8).
          03 COMM-RECORDED-BY         PIC X(8).
          03 COMM-UPDATED-DATE        PIC 9(8).
          03 COMM-UPDATED-BY          PIC X(8).
          03 COMM-SUCCESS             PIC X.
          03 COMM-FAIL-CODE           PIC X.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE 'N' TO COMM-SUCCESS.
           MOVE '0' TO COMM-FAIL-CODE.
           IF COMM-CUSTNO NOT NUMERIC OR COMM-CUSTNO = 0
              MOVE '4' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM POPULATE-TIME-DATE.
           COMPUTE WS-TODAY-YYYYMMDD =
              WS-ORIG-DATE-YYYY * 10000
              + WS-ORIG-DATE-MM * 100
              + WS-ORIG-DATE-DD.
           MOVE SPACES TO WS-USERID.
           EXEC CICS ASSIGN
              USERID(WS-USERID)
           END-EXEC.
           MOVE SORTCODE TO HV-VR-SORTCODE.
           MOVE COMM-CUSTNO TO HV-VR-CUSTOMER.
           EVALUATE TRUE
              WHEN COMM-ADD-ENTRY
                 PERFORM ADD-ENTRY
              WHEN COMM-UPDATE-ENTRY
                 PERFORM UPDATE-ENTRY
              WHEN COMM-REVIEW-ENTRY
                 PERFORM REVIEW-ENTRY
              WHEN COMM-CLOSE-ENTRY
                 PERFORM CLOSE-ENTRY
              WHEN COMM-INQUIRE-ENTRY
                 PERFORM INQUIRE-ENTRY
              WHEN OTHER
                 MOVE '5' TO COMM-FAIL-CODE
           END-EVALUATE.
           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.
      *
      *    A customer may have one entry. A closed entry is reopened
      *    in place when the customer asks for support again.
      *
       ADD-ENTRY SECTION.
       AE010.
           PERFORM VALIDATE-DETAILS.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO AE999
           END-IF.
           PERFORM READ-ENTRY.
           IF COMM-FAIL-CODE = '2'
              GO TO AE999
           END-IF.
           MOVE '0' TO COMM-FAIL-CODE.
           IF WS-ROW-FOUND AND HV-VR-STATUS = 'A'
              MOVE '6' TO COMM-FAIL-CODE
              GO TO AE999
           END-IF.
           PERFORM MOVE-DETAILS-TO-ROW.
           MOVE 'A' TO HV-VR-STATUS.
           MOVE WS-TODAY-YYYYMMDD TO HV-VR-CONSENT-DATE.
           MOVE WS-TODAY-YYYYMMDD TO HV-VR-RECORDED-DATE.
           MOVE WS-USERID TO HV-VR-RECORDED-BY.
           MOVE WS-TODAY-YYYYMMDD TO HV-VR-UPDATED-DATE.
           MOVE WS-USERID TO HV-VR-UPDATED-BY.
           IF WS-ROW-FOUND
              PERFORM REWRITE-ENTRY
           ELSE
              PERFORM INSERT-ENTRY
           END-IF.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO AE999
           END-IF.
           PERFORM RETURN-ENTRY-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       AE999.
           EXIT.
       UPDATE-ENTRY SECTION.
       UE010.
           PERFORM VALIDATE-DETAILS.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO UE999
           END-IF.
           PERFORM READ-ACTIVE-ENTRY.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO UE999
           END-IF.
           PERFORM MOVE-DETAILS-TO-ROW.
           MOVE WS-TODAY-YYYYMMDD TO HV-VR-UPDATED-DATE.
           MOVE WS-USERID TO HV-VR-UPDATED-BY.
           PERFORM REWRITE-ENTRY.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO UE999
           END-IF.
           PERFORM RETURN-ENTRY-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       UE999.
           EXIT.
      *
      *    A review confirms the recorded needs with the customer,
      *    renews their consent and sets the next review date.
      *
       REVIEW-ENTRY SECTION.
       RE010.
           IF COMM-CONSENT NOT = 'Y'
              MOVE '7' TO COMM-FAIL-CODE
              GO TO RE999
           END-IF.
           PERFORM SET-REVIEW-DATE.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO RE999
           END-IF.
           PERFORM READ-ACTIVE-ENTRY.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO RE999
           END-IF.
           MOVE 'Y' TO HV-VR-CONSENT.
           MOVE WS-TODAY-YYYYMMDD TO HV-VR-CONSENT-DATE.
           MOVE WS-DUE-DATE TO HV-VR-REVIEW-DATE.
           MOVE WS-TODAY-YYYYMMDD TO HV-VR-UPDATED-DATE.
           MOVE WS-USERID TO HV-VR-UPDATED-BY.
           PERFORM REWRITE-ENTRY.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO RE999
           END-IF.
           PERFORM RETURN-ENTRY-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       RE999.
           EXIT.
      *
      *    Closing keeps only the fact that an entry existed and who
      *    closed it; the circumstances and contact are cleared.
      *
       CLOSE-ENTRY SECTION.
       CE010.
           PERFORM READ-ACTIVE-ENTRY.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO CE999
           END-IF.
           MOVE 'C' TO HV-VR-STATUS.
           MOVE 'N' TO HV-VR-BEREAVEMENT.
           MOVE 'N' TO HV-VR-ILLNESS.
           MOVE 'N' TO HV-VR-COGNITIVE.
           MOVE 'S' TO HV-VR-FORMAT.
           MOVE SPACES TO HV-VR-SUPPORT-NOTES.
           MOVE SPACES TO HV-VR-CONTACT-NAME.
           MOVE SPACES TO HV-VR-CONTACT-ADDRESS.
           MOVE 'N' TO HV-VR-CONSENT.
           MOVE 0 TO HV-VR-REVIEW-DATE.
           MOVE WS-TODAY-YYYYMMDD TO HV-VR-UPDATED-DATE.
           MOVE WS-USERID TO HV-VR-UPDATED-BY.
           PERFORM REWRITE-ENTRY.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO CE999
           END-IF.
           PERFORM RETURN-ENTRY-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       CE999.
           EXIT.
       INQUIRE-ENTRY SECTION.
       IE010.
           PERFORM READ-ENTRY.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO IE999
           END-IF.
           PERFORM RETURN-ENTRY-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       IE999.
           EXIT.
       VALIDATE-DETAILS SECTION.
       VD010.
           IF COMM-CONSENT NOT = 'Y'
              MOVE '7' TO COMM-FAIL-CODE
              GO TO VD999
           END-IF.
           IF COMM-BEREAVEMENT = SPACE
              MOVE 'N' TO COMM-BEREAVEMENT
           END-IF.
           IF COMM-ILLNESS = SPACE
              MOVE 'N' TO COMM-ILLNESS
           END-IF.
           IF COMM-COGNITIVE = SPACE
              MOVE 'N' TO COMM-COGNITIVE
           END-IF.
           IF COMM-FORMAT = SPACE
              MOVE 'S' TO COMM-FORMAT
           END-IF.
           IF (COMM-BEREAVEMENT NOT = 'Y' AND NOT = 'N')
              OR (COMM-ILLNESS NOT = 'Y' AND NOT = 'N')
              OR (COMM-COGNITIVE NOT = 'Y' AND NOT = 'N')
              OR NOT (COMM-FORMAT-STANDARD OR COMM-FORMAT-LARGE-PRINT
                      OR COMM-FORMAT-BRAILLE)
              MOVE '4' TO COMM-FAIL-CODE
              GO TO VD999
           END-IF.
           IF COMM-CONTACT-NAME = SPACES
              AND COMM-CONTACT-ADDRESS NOT = SPACES
              MOVE '4' TO COMM-FAIL-CODE
              GO TO VD999
           END-IF.
      *
      *    An entry must record at least one circumstance or need.
      *
           IF COMM-BEREAVEMENT = 'N' AND COMM-ILLNESS = 'N'
              AND COMM-COGNITIVE = 'N' AND COMM-FORMAT-STANDARD
              AND COMM-CONTACT-NAME = SPACES
              AND COMM-SUPPORT-NOTES = SPACES
              MOVE '4' TO COMM-FAIL-CODE
              GO TO VD999
           END-IF.
           PERFORM SET-REVIEW-DATE.
       VD999.
           EXIT.
      *
      *    The teller may key a review date; it must be in the
      *    future. Otherwise the standard interval applies.
      *
       SET-REVIEW-DATE SECTION.
       SRD010.
           IF COMM-REVIEW-DATE NOT NUMERIC
              MOVE '4' TO COMM-FAIL-CODE
              GO TO SRD999
           END-IF.
           IF COMM-REVIEW-DATE NOT = 0
              IF COMM-REVIEW-DATE NOT > WS-TODAY-YYYYMMDD
                 MOVE '4' TO COMM-FAIL-CODE
              ELSE
                 MOVE COMM-REVIEW-DATE TO WS-DUE-DATE
              END-IF
              GO TO SRD999
           END-IF.
           PERFORM GET-REVIEW-MONTHS.
           COMPUTE WS-MONTH-INDEX = WS-ORIG-DATE-YYYY * 12
              + WS-ORIG-DATE-MM - 1 + WS-REVIEW-MONTHS.
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-DUE-YYYY
              REMAINDER WS-MONTH-REM.
           COMPUTE WS-DUE-MM = WS-MONTH-REM + 1.
           MOVE WS-ORIG-DATE-DD TO WS-DUE-DD.
           IF WS-DUE-DD > 28
              MOVE 28 TO WS-DUE-DD
           END-IF.
       SRD999.
           EXIT.
       MOVE-DETAILS-TO-ROW SECTION.
       MDR010.
           MOVE COMM-BEREAVEMENT TO HV-VR-BEREAVEMENT.
           MOVE COMM-ILLNESS TO HV-VR-ILLNESS.
           MOVE COMM-COGNITIVE TO HV-VR-COGNITIVE.
           MOVE COMM-FORMAT TO HV-VR-FORMAT.
           MOVE COMM-SUPPORT-NOTES TO HV-VR-SUPPORT-NOTES.
           MOVE COMM-CONTACT-NAME TO HV-VR-CONTACT-NAME.
           MOVE COMM-CONTACT-ADDRESS TO HV-VR-CONTACT-ADDRESS.
           MOVE 'Y' TO HV-VR-CONSENT.
           MOVE WS-DUE-DATE TO HV-VR-REVIEW-DATE.
       MDR999.
           EXIT.
       READ-ACTIVE-ENTRY SECTION.
       RAE010.
           PERFORM READ-ENTRY.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO RAE999
           END-IF.
           IF HV-VR-STATUS NOT = 'A'
              MOVE '6' TO COMM-FAIL-CODE
           END-IF.
       RAE999.
           EXIT.
       READ-ENTRY SECTION.
       RDE010.
           MOVE 'N' TO WS-ROW-FOUND-SW.
           EXEC SQL
              SELECT VULNREG_STATUS,
                     VULNREG_BEREAVEMENT,
                     VULNREG_ILLNESS,
                     VULNREG_COGNITIVE,
                     VULNREG_FORMAT,
                     VULNREG_SUPPORT_NOTES,
                     VULNREG_CONTACT_NAME,
                     VULNREG_CONTACT_ADDRESS,
                     VULNREG_CONSENT,
                     VULNREG_CONSENT_DATE,
                     VULNREG_REVIEW_DATE,
                     VULNREG_RECORDED_DATE,
                     VULNREG_RECORDED_BY,
                     VULNREG_UPDATED_DATE,
                     VULNREG_UPDATED_BY
              INTO :HV-VR-STATUS,
                   :HV-VR-BEREAVEMENT,
                   :HV-VR-ILLNESS,
                   :HV-VR-COGNITIVE,
                   :HV-VR-FORMAT,
                   :HV-VR-SUPPORT-NOTES,
                   :HV-VR-CONTACT-NAME,
                   :HV-VR-CONTACT-ADDRESS,
                   :HV-VR-CONSENT,
                   :HV-VR-CONSENT-DATE,
                   :HV-VR-REVIEW-DATE,
                   :HV-VR-RECORDED-DATE,
                   :HV-VR-RECORDED-BY,
                   :HV-VR-UPDATED-DATE,
                   :HV-VR-UPDATED-BY
              FROM VULNREG
              WHERE VULNREG_SORTCODE = :HV-VR-SORTCODE
              AND VULNREG_CUSTOMER = :HV-VR-CUSTOMER
           END-EXEC.
           IF SQLCODE = 100
              MOVE '1' TO COMM-FAIL-CODE
              GO TO RDE999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO RDE999
           END-IF.
           MOVE 'Y' TO WS-ROW-FOUND-SW.
       RDE999.
           EXIT.
       INSERT-ENTRY SECTION.
       IEN010.
           EXEC SQL
              INSERT INTO VULNREG
                     (
                      VULNREG_SORTCODE,
                      VULNREG_CUSTOMER,
                      VULNREG_STATUS,
                      VULNREG_BEREAVEMENT,
                      VULNREG_ILLNESS,
                      VULNREG_COGNITIVE,
                      VULNREG_FORMAT,
                      VULNREG_SUPPORT_NOTES,
                      VULNREG_CONTACT_NAME,
                      VULNREG_CONTACT_ADDRESS,
                      VULNREG_CONSENT,
                      VULNREG_CONSENT_DATE,
                      VULNREG_REVIEW_DATE,
                      VULNREG_RECORDED_DATE,
                      VULNREG_RECORDED_BY,
                      VULNREG_UPDATED_DATE,
                      VULNREG_UPDATED_BY
                     )
              VALUES
                     (
                      :HV-VR-SORTCODE,
                      :HV-VR-CUSTOMER,
                      :HV-VR-STATUS,
                      :HV-VR-BEREAVEMENT,
                      :HV-VR-ILLNESS,
                      :HV-VR-COGNITIVE,
                      :HV-VR-FORMAT,
                      :HV-VR-SUPPORT-NOTES,
                      :HV-VR-CONTACT-NAME,
                      :HV-VR-CONTACT-ADDRESS,
                      :HV-VR-CONSENT,
                      :HV-VR-CONSENT-DATE,
                      :HV-VR-REVIEW-DATE,
                      :HV-VR-RECORDED-DATE,
                      :HV-VR-RECORDED-BY,
                      :HV-VR-UPDATED-DATE,
                      :HV-VR-UPDATED-BY
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'VULNMNT - UNABLE TO WRITE VULNREG. SQLCODE='
                 SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
           END-IF.
       IEN999.
           EXIT.
       REWRITE-ENTRY SECTION.
       RWE010.
           EXEC SQL
              UPDATE VULNREG
              SET VULNREG_STATUS = :HV-VR-STATUS,
                  VULNREG_BEREAVEMENT = :HV-VR-BEREAVEMENT,
                  VULNREG_ILLNESS = :HV-VR-ILLNESS,
                  VULNREG_COGNITIVE = :HV-VR-COGNITIVE,
                  VULNREG_FORMAT = :HV-VR-FORMAT,
                  VULNREG_SUPPORT_NOTES = :HV-VR-SUPPORT-NOTES,
                  VULNREG_CONTACT_NAME = :HV-VR-CONTACT-NAME,
                  VULNREG_CONTACT_ADDRESS = :HV-VR-CONTACT-ADDRESS,
                  VULNREG_CONSENT = :HV-VR-CONSENT,
                  VULNREG_CONSENT_DATE = :HV-VR-CONSENT-DATE,
                  VULNREG_REVIEW_DATE = :HV-VR-REVIEW-DATE,
                  VULNREG_RECORDED_DATE = :HV-VR-RECORDED-DATE,
                  VULNREG_RECORDED_BY = :HV-VR-RECORDED-BY,
                  VULNREG_UPDATED_DATE = :HV-VR-UPDATED-DATE,
                  VULNREG_UPDATED_BY = :HV-VR-UPDATED-BY
              WHERE VULNREG_SORTCODE = :HV-VR-SORTCODE
              AND VULNREG_CUSTOMER = :HV-VR-CUSTOMER
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'VULNMNT - UNABLE TO UPDATE VULNREG. SQLCODE='
                 SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
           END-IF.
       RWE999.
           EXIT.
       RETURN-ENTRY-DETAILS SECTION.
       RED010.
           MOVE HV-VR-BEREAVEMENT TO COMM-BEREAVEMENT.
           MOVE HV-VR-ILLNESS TO COMM-ILLNESS.
           MOVE HV-VR-COGNITIVE TO COMM-COGNITIVE.
           MOVE HV-VR-FORMAT TO COMM-FORMAT.
           MOVE HV-VR-SUPPORT-NOTES TO COMM-SUPPORT-NOTES.
           MOVE HV-VR-CONTACT-NAME TO COMM-CONTACT-NAME.
           MOVE HV-VR-CONTACT-ADDRESS TO COMM-CONTACT-ADDRESS.
           MOVE HV-VR-CONSENT TO COMM-CONSENT.
           MOVE HV-VR-CONSENT-DATE TO COMM-CONSENT-DATE.
           MOVE HV-VR-REVIEW-DATE TO COMM-REVIEW-DATE.
           MOVE HV-VR-STATUS TO COMM-STATUS.
           MOVE HV-VR-RECORDED-DATE TO COMM-RECORDED-DATE.
           MOVE HV-VR-RECORDED-BY TO COMM-RECORDED-BY.
           MOVE HV-VR-UPDATED-DATE TO COMM-UPDATED-DATE.
           MOVE HV-VR-UPDATED-BY TO COMM-UPDATED-BY.
           MOVE 'N' TO COMM-REVIEW-DUE.
           IF HV-VR-STATUS = 'A'
              AND HV-VR-REVIEW-DATE NOT > WS-TODAY-YYYYMMDD
              MOVE 'Y' TO COMM-REVIEW-DUE
           END-IF.
       RED999.
           EXIT.
       GET-REVIEW-MONTHS SECTION.
       GRM010.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-VULN-REVIEW-MTHS' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           EXEC SQL
              SELECT CONTROL_NAME,
                     CONTROL_VALUE_NUM,
                     CONTROL_VALUE_STR
              INTO :HV-CONTROL-NAME,
                   :HV-CONTROL-VALUE-NUM,
                   :HV-CONTROL-VALUE-STR
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-REVIEW-MONTHS
           END-IF.
       GRM999.
           EXIT.
       POPULATE-TIME-DATE SECTION.
       PTD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     DDMMYYYY(WS-ORIG-DATE)
                     DATESEP
           END-EXEC.
       PTD999.
           EXIT.
       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
       GMOOH999.
           EXIT.
       GET-SORTCODE-CONFIG SECTION.
       GSC010.
           MOVE 0 TO GETSCODE-SORTCODE.
           MOVE SPACE TO GETSCODE-SUCCESS.
           MOVE SPACE TO GETSCODE-FAIL-CD.
           EXEC CICS LINK PROGRAM(WS-GETSCODE-PGM)
                     COMMAREA(GETSCODE-COMMAREA)
                     RESP(WS-GSC-RESP)
                     RESP2(WS-GSC-RESP2)
           END-EXEC.
           IF WS-GSC-RESP = DFHRESP(NORMAL) AND GETSCODE-SUCCESS = 'Y'
              MOVE GETSCODE-SORTCODE TO SORTCODE
           END-IF.
       GSC999.
           EXIT.
