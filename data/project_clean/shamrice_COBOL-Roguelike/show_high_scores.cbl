       identification division.
       program-id. show-high-scores.
      *>   Reads the run history file written by write-run-history and
      *>   shows the ten best runs by score, highest first.
       environment division.
       input-output section.
       file-control.
           select optional fd-run-history
               assign to dynamic ws-run-history-file-name
               organization is record sequential
               file status is ls-run-history-status.
       data division.
       file section.
       fd  fd-run-history.
       01  f-run-record.
           05  f-run-timestamp         pic x(14).
           05  f-run-score             pic 9(7).
           05  f-run-player-name       pic x(16).
           05  f-run-map-name          pic x(15).
           05  f-run-depth             pic 999.
           05  f-run-turns             pic 9(7).
           05  f-run-level             pic 999.
           05  f-run-hp-current        pic 999.
           05  f-run-hp-max            pic 999.
           05  f-run-atk               pic 999.
           05  f-run-def               pic 999.
           05  f-run-exp-total         pic 9(7).
           05  f-run-weapon-name       pic x(16).
           05  f-run-armor-name        pic x(16).
           05  f-run-explored-pct      pic 999.
           05  f-run-cause             pic x(40).
       working-storage section.
       78  ws-file-status-ok              value "00".
       78  ws-run-history-file-name       value "RUNHIST.DAT".
       78  ws-max-high-scores             value 10.
       local-storage section.
       01  ls-run-history-status        pic xx.
       01  ls-eof-sw                    pic a value 'N'.
           88  ls-is-eof                value 'Y'.
           88  ls-not-eof               value 'N'.
       01  ls-num-scores                pic 99 comp value 0.
       01  ls-high-score-table.
           05  ls-high-score            occurs ws-max-high-scores times.
               10  ls-hs-score          pic 9(7).
               10  ls-hs-player-name    pic x(16).
               10  ls-hs-map-name       pic x(15).
               10  ls-hs-level          pic 999.
               10  ls-hs-cause          pic x(40).
       01  ls-insert-idx                pic 99 comp.
       01  ls-move-idx                  pic 99 comp.
       01  ls-rank-idx                  pic 99 comp.
       01  ls-display-row               pic 99.
       01  ls-display-line              pic x(70).
       01  ls-score-disp                pic z(6)9.
       01  ls-level-disp                pic zz9.
       01  ls-rank-disp                 pic z9.
       procedure division.
       main-procedure.
           perform load-high-scores
           display "High scores:"
               at 0510
               foreground-color 0
               background-color 7
           end-display
           if ls-num-scores = zero then
               move "No runs recorded yet." to ls-display-line
               display ls-display-line
                   at 0610
                   foreground-color 0
                   background-color 7
               end-display
               goback
           end-if
           perform show-one-score
               varying ls-rank-idx from 1 by 1
               until ls-rank-idx > ls-num-scores
           goback.
       load-high-scores.
           initialize ls-high-score-table
           move zero to ls-num-scores
           set ls-not-eof to true
           open input fd-run-history
           if ls-run-history-status not = ws-file-status-ok then
               close fd-run-history
               exit paragraph
           end-if
           perform until ls-is-eof
               read fd-run-history
                   at end set ls-is-eof to true
                   not at end perform add-high-score
               end-read
           end-perform
           close fd-run-history
           exit paragraph.
      *>   Keeps the table in descending score order. A run that ties
      *>   an existing score goes below it, so older runs keep their
      *>   place.
       add-high-score.
           move zero to ls-insert-idx
           perform varying ls-rank-idx from 1 by 1
           until ls-rank-idx > ls-num-scores
               if f-run-score > ls-hs-score(ls-rank-idx) then
                   move ls-rank-idx to ls-insert-idx
                   exit perform
               end-if
           end-perform
           if ls-insert-idx = zero then
               if ls-num-scores >= ws-max-high-scores then
                   exit paragraph
               end-if
               add 1 to ls-num-scores
               move ls-num-scores to ls-insert-idx
           else
               if ls-num-scores < ws-max-high-scores then
                   add 1 to ls-num-scores
               end-if
               perform varying ls-move-idx from ls-num-scores by -1
               until ls-move-idx <= ls-insert-idx
                   move ls-high-score(ls-move-idx - 1)
                       to ls-high-score(ls-move-idx)
               end-perform
           end-if
           move f-run-score to ls-hs-score(ls-insert-idx)
           move f-run-player-name to ls-hs-player-name(ls-insert-idx)
           move f-run-map-name to ls-hs-map-name(ls-insert-idx)
           move f-run-level to ls-hs-level(ls-insert-idx)
           move f-run-cause to ls-hs-cause(ls-insert-idx)
           exit paragraph.
       show-one-score.
           move ls-rank-idx to ls-rank-disp
           move ls-hs-score(ls-rank-idx) to ls-score-disp
           move ls-hs-level(ls-rank-idx) to ls-level-disp
           move function concatenate(
               ls-rank-disp, ". ", ls-score-disp, " ",
               ls-hs-player-name(ls-rank-idx), " L", ls-level-disp,
               " ", ls-hs-map-name(ls-rank-idx), " ",
               ls-hs-cause(ls-rank-idx)(1:18))
               to ls-display-line
           compute ls-display-row = 5 + ls-rank-idx
           display ls-display-line
               at line ls-display-row column 10
               foreground-color 0
               background-color 7
           end-display
           exit paragraph.
       end program show-high-scores.
