          03 INQCUST-INQ-SUCCESS          PIC X.
          03 INQCUST-INQ-FAIL-CD          PIC X.
          03 INQCUST-PCB-POINTER          POINTER.
          03 INQCUST-SUPPORT-IND          PIC X.
          03 INQCUST-GONE-AWAY-IND        PIC X.
       01 WS-UPDACC-PGM               PIC X(8) VALUE 'UPDACC  '.
       01 UPDACC-COMMAREA.
          03 UA-COMM-EYE               PIC X(4).
