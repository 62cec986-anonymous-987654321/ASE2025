                   15  foreground-color cob-color-white
                   background-color cob-color-black line 22 column 52
                   value "Browse Archive".
                   15  foreground-color cob-color-black
                   background-color cob-color-white line 22 column 67
                   value "F12".
                   15  foreground-color cob-color-white
                   background-color cob-color-black line 22 column 71
                   value "Watch".
       01  s-blank-screen.
           05 blank screen.
       01  s-message-screen           
                       set ws-exit-true to true 
                   when ws-crt-status = COB-SCR-F11
                       perform open-view-archive
                   when ws-crt-status = COB-SCR-F12
                       perform open-watch-rules
                   when ws-crt-status = COB-SCR-LEFT-RELEASED
                       perform handle-mouse-click                   
               end-evaluate
           call "rss-reader-view-archive"
           cancel "rss-reader-view-archive"
           exit paragraph.
       open-watch-rules.
           call "rss-reader-watch-rules"
           cancel "rss-reader-watch-rules"
           exit paragraph.
       open-import-opml.
           call "rss-reader-import-opml"
           cancel "rss-reader-import-opml"
