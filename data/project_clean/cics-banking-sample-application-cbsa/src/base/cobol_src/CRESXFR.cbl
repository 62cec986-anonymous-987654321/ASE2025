          03 INQACC-ACTUAL-BAL           PIC S9(10)V99.
          03 INQACC-SUCCESS              PIC X.
          03 INQACC-PCB1-POINTER         POINTER.
          03 INQACC-GONE-AWAY-IND        PIC X.
       01 WS-INQACC-PGM                  PIC X(8) VALUE 'INQACC'.
       01 WS-U-TIME                      PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                   PIC X(10).
