       identification division.
       program-id. write-run-history.
      *>   Appends one record to the run history file each time the
      *>   engine ends a game, whether the player died or retired.
      *>
      *>   Score formula:
      *>       depth       = maps entered this run x 1000
      *>       exploration = percent of the current map explored x 10
      *>       survival    = player level x 100
      *>                   + experience total
      *>                   + turns taken / 10 (capped at 1000)
      *>                   + 500 when the player retired alive
      *>   Explored percent counts the tiles set-map-exploration can
      *>   mark (rows and columns 1 to map size - 1).
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
       78  ws-max-map-height              value 25.
       78  ws-max-map-width               value 80.
       78  ws-file-status-ok              value "00".
       78  ws-file-status-optional-miss   value "05".
       78  ws-save-status-fail            value 9.
       78  ws-save-status-success         value 0.
       78  ws-run-history-file-name       value "RUNHIST.DAT".
       78  ws-depth-points                value 1000.
       78  ws-explored-points             value 10.
       78  ws-level-points                value 100.
       78  ws-max-turn-points             value 1000.
       78  ws-retired-points              value 500.
       local-storage section.
       01  ls-run-history-status        pic xx.
       01  ls-current-date-data.
           05  ls-current-date          pic 9(8).
           05  ls-current-time          pic 9(8).
       01  ls-idx-y                     pic 99 comp.
       01  ls-idx-x                     pic 99 comp.
       01  ls-explored-count            pic 9(4) comp.
       01  ls-explorable-count          pic 9(4) comp.
       01  ls-explored-pct              pic 999 comp.
       01  ls-turn-points               pic 9(7) comp.
       01  ls-score                     pic 9(7) comp.
       linkage section.
       01  l-player.
           05  l-player-name            pic x(16).
           05  l-player-hp.
               10  l-player-hp-current  pic 999.
               10  l-player-hp-max      pic 999.
           05  l-player-pos             pic x(4).
           05  l-player-pos-delta       pic x(4).
           05  l-player-scr-pos         pic x(4).
           05  l-player-status          pic 9.
               88  l-player-status-dead value 1.
           05  l-player-atk-cur         pic 999.
           05  l-player-atk-base        pic 999.
           05  l-player-def-cur         pic 999.
           05  l-player-def-base        pic 999.
           05  l-player-level           pic 999.
           05  l-player-exp-total       pic 9(7).
           05  l-player-exp-next-lvl    pic 9(7).
       01  l-map-name                   pic x(15).
       01  l-equiped-items.
           05  l-equip-weapon-name      pic x(16).
           05  l-equip-weapon-atk       pic 999.
           05  l-equip-weapon-status    pic x.
           05  l-equip-armor-name       pic x(16).
           05  l-equip-armor-def        pic 999.
           05  l-equip-armor-status     pic x.
       01  l-map-explored-data.
           05  l-map-explored-y         occurs ws-max-map-height times.
               10  l-map-explored-x     occurs ws-max-map-width times.
                   15  l-map-explored        pic a.
                       88  l-is-explored     value 'Y'.
       01  l-run-stats.
           05  l-run-depth              pic 999.
           05  l-run-turns              pic 9(7).
           05  l-run-cause              pic x(40).
       01  l-return-code                pic 9.
       procedure division using
               l-player l-map-name l-equiped-items
               l-map-explored-data l-run-stats
               l-return-code.
       main-procedure.
           perform count-explored-tiles
           perform compute-score
      *> The first run finds no history file; OPEN EXTEND creates it.
           open extend fd-run-history
           if ls-run-history-status not = ws-file-status-ok
               and ls-run-history-status
                   not = ws-file-status-optional-miss then
               close fd-run-history
               move ws-save-status-fail to l-return-code
               goback
           end-if
           accept ls-current-date from date yyyymmdd
           accept ls-current-time from time
           move function concatenate(
               ls-current-date, ls-current-time(1:6))
               to f-run-timestamp
           move ls-score to f-run-score
           move l-player-name to f-run-player-name
           move l-map-name to f-run-map-name
           move l-run-depth to f-run-depth
           move l-run-turns to f-run-turns
           move l-player-level to f-run-level
           move l-player-hp-current to f-run-hp-current
           move l-player-hp-max to f-run-hp-max
           move l-player-atk-cur to f-run-atk
           move l-player-def-cur to f-run-def
           move l-player-exp-total to f-run-exp-total
           move l-equip-weapon-name to f-run-weapon-name
           move l-equip-armor-name to f-run-armor-name
           move ls-explored-pct to f-run-explored-pct
           move l-run-cause to f-run-cause
           write f-run-record end-write
           if ls-run-history-status not = ws-file-status-ok then
               close fd-run-history
               move ws-save-status-fail to l-return-code
               goback
           end-if
           close fd-run-history
           move ws-save-status-success to l-return-code
           goback.
       count-explored-tiles.
           move zero to ls-explored-count
           compute ls-explorable-count =
               (ws-max-map-height - 1) * (ws-max-map-width - 1)
           end-compute
           perform varying ls-idx-y from 1 by 1
           until ls-idx-y >= ws-max-map-height
               perform varying ls-idx-x from 1 by 1
               until ls-idx-x >= ws-max-map-width
                   if l-is-explored(ls-idx-y, ls-idx-x) then
                       add 1 to ls-explored-count
                   end-if
               end-perform
           end-perform
           compute ls-explored-pct =
               ls-explored-count * 100 / ls-explorable-count
           end-compute
           exit paragraph.
       compute-score.
           compute ls-turn-points = l-run-turns / 10
           if ls-turn-points > ws-max-turn-points then
               move ws-max-turn-points to ls-turn-points
           end-if
           compute ls-score =
               l-run-depth * ws-depth-points
               + ls-explored-pct * ws-explored-points
               + l-player-level * ws-level-points
               + l-player-exp-total
               + ls-turn-points
           end-compute
           if not l-player-status-dead then
               add ws-retired-points to ls-score
           end-if
           exit paragraph.
       end program write-run-history.
