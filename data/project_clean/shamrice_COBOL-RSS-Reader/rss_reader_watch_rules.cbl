       identification division.
       program-id. rss-reader-watch-rules.
       environment division.
       configuration section.
       special-names.
           crt status is ws-crt-status.
       input-output section.
           file-control.
               select optional fd-watch-rule-file
               assign to dynamic ws-watch-rule-file-name
               organization is indexed
               access is dynamic
               record key is f-watch-rule-id.
       data division.
       file section.
           FD fd-watch-rule-file.
           01  f-watch-rule-record.
               05 f-watch-rule-id              pic 9(3) value zeros.
               05 f-watch-keyword              pic x(64) value spaces.
               05 f-watch-scope                pic x value space.
               05 f-watch-feed-id              pic 9(5) value zeros
                                               occurs 5 times.
       working-storage section.
       01  ws-crt-status.
           05  ws-key1                       pic x.
           05  ws-key2                       pic x.
           05  filler                        pic x.
           05  filler                        pic x.
       01  ws-watch-rule-fields.
           05  ws-watch-rule-id              pic 9(3) value zeros.
           05  ws-watch-keyword              pic x(64) value spaces.
           05  ws-watch-scope                pic x value space.
           05  ws-watch-feed-id              pic 9(5) value zeros
                                             occurs 5 times.
       01  ws-rule-list-line                 pic x(78) value spaces
                                             occurs 8 times.
       01  ws-message-screen-fields.
           05  ws-msg-title                  pic x(70) value spaces.
           05  ws-msg-body                   occurs 2 times.
               10  ws-msg-body-text          pic x(70) value spaces.
           05  ws-msg-input                  pic x value space.
       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.
       01  ws-exit-sw                        pic a value 'N'.
           88  ws-exit-true                  value 'Y'.
           88  ws-exit-false                 value 'N'.
       77  ws-list-idx                       pic 9(3) value zeros.
       77  ws-feed-idx                       pic 9 value zeros.
       77  ws-scope-text                     pic x(17) value spaces.
       77  ws-feeds-text                     pic x(30) value spaces.
       77  ws-empty-line                     pic x(80) value spaces.
       78  ws-watch-rule-file-name           value "./feeds/watch.dat".
       78  ws-scope-title-only               value 'T'.
       78  ws-scope-title-and-desc           value 'B'.
       linkage section.
       screen section.
       01  s-blank-screen.
           05 blank screen.
       01  s-rss-watch-rule-screen
           blank screen
           foreground-color 7
           background-color cob-color-black.
           05 s-rss-watch-rule-screen-2.
               10  s-title-line
                   foreground-color cob-color-white background-color 1.
                   15  line 2 column 1 pic x(80) from ws-empty-line.
                   15  line 2 column 32 value "Watch Rules".
               10  s-message-line
                   foreground-color cob-color-black background-color 7.
                   15  line 3 column 1 pic x(80) from ws-empty-line.
                   15  line 3 column 2
                   value "New items matching a keyword are highlighted".
                   15  line 4 column 1 pic x(80) from ws-empty-line.
                   15  line 4 column 2
                   value "and listed in the alert digest. No feed ids".
                   15  line 5 column 1 pic x(80) from ws-empty-line.
                   15  line 5 column 2
                   value "means every feed.".
               10  s-spacer-line
                   foreground-color cob-color-black background-color 7.
                   15  line 6 column 1 pic x(80) from ws-empty-line.
               10  s-rule-id-line
                   foreground-color cob-color-black background-color 7.
                   15  line 7 column 1 pic x(80) from ws-empty-line.
                   15  line 7 column 2 value "Rule Id:".
                   15  line 7 column 15 pic 9(3) to ws-watch-rule-id.
               10  s-keyword-line
                   foreground-color cob-color-black background-color 7.
                   15  line 8 column 1 pic x(80) from ws-empty-line.
                   15  line 8 column 2 value "Keyword:".
                   15  line 8 column 15 pic x(64) to ws-watch-keyword.
               10  s-scope-line
                   foreground-color cob-color-black background-color 7.
                   15  line 9 column 1 pic x(80) from ws-empty-line.
                   15  line 9 column 2 value "Match On:".
                   15  line 9 column 15 pic x to ws-watch-scope.
                   15  line 9 column 17
                   value "T = title only, B = title and description".
               10  s-feed-ids-line
                   foreground-color cob-color-black background-color 7.
                   15  line 10 column 1 pic x(80) from ws-empty-line.
                   15  line 10 column 2 value "Feed Ids:".
                   15  line 10 column 15 pic 9(5)
                       to ws-watch-feed-id(1).
                   15  line 10 column 21 pic 9(5)
                       to ws-watch-feed-id(2).
                   15  line 10 column 27 pic 9(5)
                       to ws-watch-feed-id(3).
                   15  line 10 column 33 pic 9(5)
                       to ws-watch-feed-id(4).
                   15  line 10 column 39 pic 9(5)
                       to ws-watch-feed-id(5).
               10  s-help-line
                   foreground-color cob-color-black background-color 7.
                   15  line 12 column 1 pic x(80) from ws-empty-line.
                   15  line 12 column 2
                   value "Enter to Save, F4 to Delete, ESC to Return.".
               10  s-rule-list-header
                   foreground-color cob-color-white background-color 1.
                   15  line 14 column 1 pic x(80) from ws-empty-line.
                   15  line 14 column 2 value "Current Rules".
               10  s-rule-list-lines.
                   15  line 15 column 2 pic x(78)
                       from ws-rule-list-line(1).
                   15  line 16 column 2 pic x(78)
                       from ws-rule-list-line(2).
                   15  line 17 column 2 pic x(78)
                       from ws-rule-list-line(3).
                   15  line 18 column 2 pic x(78)
                       from ws-rule-list-line(4).
                   15  line 19 column 2 pic x(78)
                       from ws-rule-list-line(5).
                   15  line 20 column 2 pic x(78)
                       from ws-rule-list-line(6).
                   15  line 21 column 2 pic x(78)
                       from ws-rule-list-line(7).
                   15  line 22 column 2 pic x(78)
                       from ws-rule-list-line(8).
       01  s-message-screen
           blank screen
           foreground-color 7
           background-color cob-color-black.
           05 s-message-screen-2.
               10  s-title-line
                   foreground-color cob-color-white background-color 1.
                   15  line 11 column 10 pic x(60) from ws-empty-line.
                   15  line 11 column 12 pic x(50) from ws-msg-title.
               10  s-message-line-1
                   foreground-color cob-color-black background-color 7.
                   15  line 13 column 10 pic x(60) from ws-empty-line.
                   15  line 13 column 12
                       pic x(50) from ws-msg-body-text(1).
               10  s-input-line
                   foreground-color 7 background-color 7.
                   15  line 15  column 10 pic x to ws-msg-input.
       procedure division.
       set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
       set environment 'COB_SCREEN_ESC'        TO 'Y'.
       main-procedure.
           move "Watch Rule Status" to ws-msg-title
           perform load-rule-list
           perform handle-user-input
           display s-blank-screen
           goback.
       handle-user-input.
           perform until ws-exit-true
               accept s-rss-watch-rule-screen
               evaluate true
                   when ws-key1 = COB-SCR-OK
                       perform save-watch-rule
                       accept s-message-screen
                       perform load-rule-list
                   when ws-crt-status = COB-SCR-F4
                       perform delete-watch-rule
                       accept s-message-screen
                       perform load-rule-list
                   when ws-crt-status = COB-SCR-ESC
                       set ws-exit-true to true
               end-evaluate
           end-perform
           exit paragraph.
       save-watch-rule.
           if ws-watch-rule-id = zeros then
               move "Rule id is required." to ws-msg-body-text(1)
               exit paragraph
           end-if
           if ws-watch-keyword = spaces then
               move "Keyword is required." to ws-msg-body-text(1)
               exit paragraph
           end-if
           move function upper-case(ws-watch-scope) to ws-watch-scope
           if ws-watch-scope = space then
               move ws-scope-title-only to ws-watch-scope
           end-if
           if ws-watch-scope not = ws-scope-title-only
           and ws-watch-scope not = ws-scope-title-and-desc then
               move "Match on must be T or B." to ws-msg-body-text(1)
               exit paragraph
           end-if
           open i-o fd-watch-rule-file
           move ws-watch-rule-fields to f-watch-rule-record
           write f-watch-rule-record
               invalid key
                   rewrite f-watch-rule-record
               end-rewrite
           end-write
           close fd-watch-rule-file
           call "logger" using function concatenate(
               "Watch rule ", ws-watch-rule-id, " saved: keyword=",
               function trim(ws-watch-keyword),
               " match on=", ws-watch-scope)
           end-call
           move "Watch rule saved." to ws-msg-body-text(1)
           exit paragraph.
       delete-watch-rule.
           if ws-watch-rule-id = zeros then
               move "Rule id is required." to ws-msg-body-text(1)
               exit paragraph
           end-if
           open i-o fd-watch-rule-file
           move ws-watch-rule-id to f-watch-rule-id
           delete fd-watch-rule-file
               invalid key
                   move "No rule with that id." to ws-msg-body-text(1)
               not invalid key
                   move "Watch rule deleted." to ws-msg-body-text(1)
                   call "logger" using function concatenate(
                       "Watch rule ", ws-watch-rule-id, " deleted.")
                   end-call
           end-delete
           close fd-watch-rule-file
           exit paragraph.
      *>   Shows the first eight rules below the entry fields so the
      *>   ids in use can be seen when adding, changing or deleting.
       load-rule-list.
           perform varying ws-list-idx from 1 by 1 until ws-list-idx > 8
               move spaces to ws-rule-list-line(ws-list-idx)
           end-perform
           move zeros to ws-list-idx
           set ws-not-eof to true
           open extend fd-watch-rule-file close fd-watch-rule-file
           open input fd-watch-rule-file
               perform until ws-eof or ws-list-idx >= 8
                   read fd-watch-rule-file next record
                       at end set ws-eof to true
                   not at end
                       add 1 to ws-list-idx
                       perform set-rule-list-line
                   end-read
               end-perform
           close fd-watch-rule-file
           exit paragraph.
       set-rule-list-line.
           if f-watch-scope = ws-scope-title-and-desc then
               move "title+description" to ws-scope-text
           else
               move "title" to ws-scope-text
           end-if
           move spaces to ws-feeds-text
           perform varying ws-feed-idx from 1 by 1 until ws-feed-idx > 5
               if f-watch-feed-id(ws-feed-idx) not = zeros then
                   move function concatenate(
                       function trim(ws-feeds-text), " ",
                       f-watch-feed-id(ws-feed-idx)) to ws-feeds-text
               end-if
           end-perform
           if ws-feeds-text = spaces then
               move "all feeds" to ws-feeds-text
           end-if
           move function concatenate(
               f-watch-rule-id, " ", f-watch-keyword(1:24), " ",
               ws-scope-text, " ", function trim(ws-feeds-text))
               to ws-rule-list-line(ws-list-idx)
           exit paragraph.
       end program rss-reader-watch-rules.
