          03 HV-ACCOUNT-ACTUAL-BAL          PIC S9(10)V99.
       01 HOST-ACCTSNAP-ROW.
          03 HV-SNAP-DATE                   PIC S9(8).
          03 HV-SNAP-TIME                   PIC X(6).
       01 HV-PURGE-BEFORE                   PIC S9(8).
       EXEC SQL
          INCLUDE SQLCA
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-X                     PIC 9(8).
       01 WS-SNAP-CLOCK.
          03 WS-SNAP-CLOCK-HHMMSS           PIC X(6).
          03 FILLER                         PIC 99.
       01 WS-INTEGER                        PIC S9(9) COMP VALUE 0.
       01 SNAPSHOTS-WRITTEN                 PIC 9(8) VALUE 0.
       01 SNAPSHOTS-PURGED                  PIC S9(9) COMP VALUE 0.
           EXIT.
       SNAPSHOT-ONE-ACCOUNT SECTION.
       SOA010.
      *
      *    Each row carries the time its balance was read, so that a
      *    rebuild from the snapshot can replay the movements posted
      *    later the same day.
      *
           ACCEPT WS-SNAP-CLOCK FROM TIME.
           MOVE WS-SNAP-CLOCK-HHMMSS TO HV-SNAP-TIME.
           EXEC SQL FETCH SNAP-CURSOR
              INTO :HV-ACCOUNT-SORTCODE, :HV-ACCOUNT-ACC-NO,
                   :HV-ACCOUNT-OVERDRAFT-LIM,
                      ACCTSNAP_SORTCODE,
                      ACCTSNAP_NUMBER,
                      ACCTSNAP_DATE,
                      ACCTSNAP_TIME,
                      ACCTSNAP_ACTUAL_BALANCE,
                      ACCTSNAP_AVAILABLE_BALANCE,
                      ACCTSNAP_OVERDRAFT_LIMIT
                      :HV-ACCOUNT-SORTCODE,
                      :HV-ACCOUNT-ACC-NO,
                      :HV-SNAP-DATE,
                      :HV-SNAP-TIME,
                      :HV-ACCOUNT-ACTUAL-BAL,
                      :HV-ACCOUNT-AVAIL-BAL,
                      :HV-ACCOUNT-OVERDRAFT-LIM
