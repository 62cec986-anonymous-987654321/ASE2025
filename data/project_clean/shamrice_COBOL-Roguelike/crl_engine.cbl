           05  ws-saved-map-name          pic x(15).
           05  ws-saved-equiped-items     pic x(40).
           05  ws-saved-explored-data     pic x(2000).
       01  ws-run-stats.
           05  ws-run-depth               pic 999 value 1.
           05  ws-run-turns               pic 9(7) value zero.
           05  ws-run-cause               pic x(40) value "Retired".
       01  ws-run-return-code             pic 9 value zero.
       procedure division.
           set environment "COB_SCREEN_EXCEPTIONS" to 'Y'.
           set environment "COB_SCREEN_ESC" to 'Y'.
       main-procedure.
           perform until ws-quit or ws-player-status-dead   
               perform get-input                           
               if ws-player-pos-delta not = zeros then
                   add 1 to ws-run-turns
               end-if
               perform move-player                 
               perform move-enemy                       
               perform draw-playfield 
                   end-accept 
               end-perform
           end-if 
           perform record-run-history
           call "action-history-log-end" 
           goback.
       draw-playfield.           
                   add 1 to ws-player-pos-delta-x
               when COB-SCR-ESC
                   set ws-quit to true 
               when COB-SCR-F3
                   perform view-high-scores
               when COB-SCR-F1
                   call "display-debug" using 
                       ws-player ws-tile-map-table-matrix ws-enemy-data
           evaluate ws-tile-effect-return-code
               when ws-load-map-tele-return-code
                   set ws-teleport-used to true  
                   add 1 to ws-run-depth
                   perform load-tile-map
           end-evaluate
           exit paragraph.
           if ws-temp-damage-delt > ws-player-hp-current then 
               set ws-player-status-dead to true 
               move zero to ws-player-hp-current
               move function concatenate(
                   "Killed by a ",
                   function trim(ws-enemy-name(ws-enemy-idx)))
                   to ws-run-cause
           else        
               subtract ws-temp-damage-delt from ws-player-hp-current
           end-if 
           end-call
           perform draw-playfield
           exit paragraph.
      *>   Every game that ends, by death or by quitting, is added to
      *>   the run history before the high scores are shown.
       record-run-history.
           call "write-run-history" using
               ws-player ws-map-name ws-equiped-items
               ws-map-explored-data ws-run-stats
               ws-run-return-code
           end-call
           cancel "write-run-history"
           display space blank screen
           call "show-high-scores"
           cancel "show-high-scores"
           if ws-run-return-code not = zero then
               display "Run history could not be written."
                   foreground-color 0
                   background-color 7
                   at 1710
               end-display
           end-if
           display "Press any key to exit."
               foreground-color 0
               background-color 7
               at 1810
           end-display
           accept ws-kb-input
               with auto-skip no-echo at 1833
           end-accept
           exit paragraph.
       view-high-scores.
           display space blank screen
           call "show-high-scores"
           cancel "show-high-scores"
           display "Press any key to return."
               foreground-color 0
               background-color 7
               at 1810
           end-display
           accept ws-kb-input
               with auto-skip no-echo at 1835
           end-accept
           move space to ws-kb-input
           perform draw-playfield
           exit paragraph.
       restart-level.
           display "Restart level? [Y/N]: " 
               foreground-color 0
