          03 INQCUST-INQ-SUCCESS          PIC X.
          03 INQCUST-INQ-FAIL-CD          PIC X.
          03 INQCUST-PCB-POINTER          POINTER.
          03 INQCUST-SUPPORT-IND          PIC X.
          03 INQCUST-GONE-AWAY-IND        PIC X.
       01 UPDCUST-COMMAREA.
          03 COMM-EYE                  PIC X(4).
          03 COMM-SCODE                PIC X(6).
              MOVE SPACES TO CUSTAD1O CUSTAD2O CUSTAD3O
              MOVE SPACES TO DOBDDO DOBMMO DOBYYO
              MOVE SPACES TO CREDSCO SCRDTDDO SCRDTMMO SCRDTYYO
              MOVE SPACES TO SUPINDO
              MOVE SPACES TO GONEAWO
              MOVE -1 TO CUSTNOL
              GO TO GCD999
           END-IF.
              SCRDTMMO.
           MOVE INQCUST-CS-REVIEW-YYYY TO
              SCRDTYYO.
      *
      *    Discreet marker for a customer on the vulnerable customer
      *    register, so the teller can check the support recorded.
      *
           IF INQCUST-SUPPORT-IND = 'Y'
              MOVE 'SN' TO SUPINDO
           ELSE
              MOVE SPACES TO SUPINDO
           END-IF.
      *
      *    Mail to the customer is coming back undelivered; paper
      *    is held until a new address is recorded.
      *
           IF INQCUST-GONE-AWAY-IND = 'Y'
              MOVE 'GONE AWAY' TO GONEAWO
           ELSE
              MOVE SPACES TO GONEAWO
           END-IF.
           PERFORM UNPROT-CUST-DATA.
           MOVE SPACES TO MESSAGEO.
           MOVE 'Amend data then press <ENTER>.' TO MESSAGEO.
