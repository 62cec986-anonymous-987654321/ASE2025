               select fd-rss-content-file
               assign to dynamic ws-rss-content-file-name
               organization is line sequential.
               select optional fd-watch-hit-file
               assign to dynamic ws-watch-hit-file-name
               organization is indexed
               access is dynamic
               record key is f-hit-key
               alternate record key is f-hit-rule-id with duplicates.
       data division.
       file section.
           FD fd-rss-content-file.
                   10  f-item-guid           pic x(256) value spaces.
                   10  f-item-pub-date       pic x(128) value spaces.
                   10  f-item-desc           pic x(512) value spaces.
           FD fd-watch-hit-file.
           01  f-watch-hit-record.
               05 f-hit-key.
                   10 f-hit-guid               pic x(256) value spaces.
                   10 f-hit-rule-id            pic 9(3) value zeros.
               05 f-hit-feed-id                pic 9(5) value zeros.
               05 f-hit-reported               pic x value space.
               05 f-hit-found-at               pic x(14) value spaces.
               05 f-hit-title                  pic x(128) value spaces.
               05 f-hit-link                   pic x(256) value spaces.
       working-storage section.
       78  ws-max-rss-items                     value 15000.
       77  ws-num-items-disp                    pic 9(6).
       77  ws-rss-content-file-name                  pic x(255) 
                                                     value spaces.
       77  ws-idx                                    pic 9(6) comp.       
       77  ws-watch-hit-key-guid                     pic x(256)
                                                     value spaces.
       78  ws-watch-hit-file-name                    value
                                             "./feeds/watchhit.dat".
       01  ws-display-item-colors.
           05  ws-display-item-color                 pic 9
                                             value cob-color-white
                                             occurs 15 times.
       local-storage section. 
       01  ls-display-item-title                pic x(128) value spaces
                                                occurs 15 times.
                   15 line 4 column 2 pic x(70) from ws-feed-desc. 
               10  line 5  column 2 
                   pic x to ws-accept-item. 
               10  column 4 foreground-color ws-display-item-color(1)
                   pic x(70) from ls-display-item-title(1).
               10  line 6  column 2 
                   pic x to ws-accept-item. 
               10  column 4 foreground-color ws-display-item-color(2)
                   pic x(70) from ls-display-item-title(2).
               10  line 7  column 2 
                   pic x to ws-accept-item. 
               10  column 4 foreground-color ws-display-item-color(3)
                   pic x(70) from ls-display-item-title(3).
               10  line 8  column 2 
                   pic x to ws-accept-item. 
               10  column 4 foreground-color ws-display-item-color(4)
                   pic x(70) from ls-display-item-title(4).
               10  line 9  column 2 
                   pic x to ws-accept-item. 
               10  column 4 foreground-color ws-display-item-color(5)
                   pic x(70) from ls-display-item-title(5).
               10  line 10  column 2 
                   pic x to ws-accept-item. 
               10  column 4 foreground-color ws-display-item-color(6)
                   pic x(70) from ls-display-item-title(6).
               10  line 11  column 2 
                   pic x to ws-accept-item. 
               10  column 4 foreground-color ws-display-item-color(7)
                   pic x(70) from ls-display-item-title(7).
               10  line 12  column 2 
                   pic x to ws-accept-item. 
               10  column 4 foreground-color ws-display-item-color(8)
                   pic x(70) from ls-display-item-title(8).
               10  line 13  column 2 
                   pic x to ws-accept-item. 
               10  column 4 foreground-color ws-display-item-color(9)
                   pic x(70) from ls-display-item-title(9).
               10  line 14  column 2 
                   pic x to ws-accept-item. 
               10  column 4 foreground-color ws-display-item-color(10)
                   pic x(70) from ls-display-item-title(10).
               10  line 15  column 2 
                   pic x to ws-accept-item. 
               10  column 4 foreground-color ws-display-item-color(11)
                   pic x(70) from ls-display-item-title(11).
               10  line 16  column 2 
                   pic x to ws-accept-item. 
               10  column 4 foreground-color ws-display-item-color(12)
                   pic x(70) from ls-display-item-title(12).
               10  line 17  column 2 
                   pic x to ws-accept-item. 
               10  column 4 foreground-color ws-display-item-color(13)
                   pic x(70) from ls-display-item-title(13).
               10  line 18  column 2 
                   pic x to ws-accept-item. 
               10  column 4 foreground-color ws-display-item-color(14)
                   pic x(70) from ls-display-item-title(14).
               10  line 19  column 2 
                   pic x to ws-accept-item. 
               10  column 4 foreground-color ws-display-item-color(15)
                   pic x(70) from ls-display-item-title(15).
               10  s-help-text-1.
                   15  foreground-color cob-color-black 
                   background-color cob-color-white line 21 column 8
                   move ws-item-title(ws-idx) 
                       to ls-display-item-title(ws-idx)
               end-perform 
               perform mark-watch-matches
           end-if
           exit paragraph.
      *>   Items the scheduled refresh matched against a watch rule
      *>   are shown in yellow with a leading '*'.
       mark-watch-matches.
           open extend fd-watch-hit-file close fd-watch-hit-file
           open input fd-watch-hit-file
               perform varying ws-idx from 1 by 1
               until ws-idx > ws-num-items or ws-idx > 15
                   if ws-item-guid(ws-idx) not = spaces then
                       move ws-item-guid(ws-idx)
                           to ws-watch-hit-key-guid
                   else
                       move ws-item-link(ws-idx)
                           to ws-watch-hit-key-guid
                   end-if
                   move ws-watch-hit-key-guid to f-hit-guid
                   move zeros to f-hit-rule-id
                   start fd-watch-hit-file key is >= f-hit-key
                       invalid key
                           move spaces to f-hit-guid
                       not invalid key
                           read fd-watch-hit-file next record
                               at end move spaces to f-hit-guid
                           end-read
                   end-start
                   if f-hit-guid = ws-watch-hit-key-guid then
                       move cob-color-yellow
                           to ws-display-item-color(ws-idx)
                       move function concatenate("* ",
                           ws-item-title(ws-idx))
                           to ls-display-item-title(ws-idx)
                   end-if
               end-perform
           close fd-watch-hit-file
           exit paragraph.
       end program rss-reader-view-feed.
