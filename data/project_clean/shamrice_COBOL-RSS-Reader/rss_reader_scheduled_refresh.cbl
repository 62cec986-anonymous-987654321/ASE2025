               select fd-digest-file
               assign to dynamic ws-digest-file-name
               organization is line sequential.
               select optional fd-watch-rule-file
               assign to dynamic ws-watch-rule-file-name
               organization is indexed
               access is dynamic
               record key is f-watch-rule-id.
               select optional fd-watch-hit-file
               assign to dynamic ws-watch-hit-file-name
               organization is indexed
               access is dynamic
               record key is f-hit-key
               alternate record key is f-hit-rule-id with duplicates.
               select fd-alert-file
               assign to dynamic ws-alert-file-name
               organization is line sequential.
       data division.
       file section.
           FD fd-rss-list-file.
                   10  f-item-desc           pic x(512) value spaces.
           FD fd-digest-file.
           01 f-digest-record                   pic x(600) value spaces.
           FD fd-watch-rule-file.
           01  f-watch-rule-record.
               05 f-watch-rule-id              pic 9(3) value zeros.
               05 f-watch-keyword              pic x(64) value spaces.
               05 f-watch-scope                pic x value space.
               05 f-watch-feed-id              pic 9(5) value zeros
                                               occurs 5 times.
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
           FD fd-alert-file.
           01 f-alert-record                    pic x(600) value spaces.
       working-storage section.
       01  ws-rss-list-record.
           05  ws-rss-feed-id                  pic 9(5) value zeros.
       01  ws-refresh-found-sw                  pic a value 'N'.
           88  ws-refresh-found                 value 'Y'.
           88  ws-refresh-not-found             value 'N'.
       01  ws-watch-hit-found-sw                pic a value 'N'.
           88  ws-watch-hit-found               value 'Y'.
           88  ws-watch-hit-not-found           value 'N'.
       78  ws-max-watch-rules                   value 50.
       01  ws-watch-rules.
           05  ws-watch-rule-count              pic 9(3) value zeros.
           05  ws-watch-rule         occurs 0 to ws-max-watch-rules
                                     times depending on
                                     ws-watch-rule-count.
               10 ws-watch-rule-id              pic 9(3) value zeros.
               10 ws-watch-keyword              pic x(64) value spaces.
               10 ws-watch-scope                pic x value space.
               10 ws-watch-feed-id              pic 9(5) value zeros
                                                occurs 5 times.
       01  ws-watch-match-text                  pic x(641) value spaces.
       01  ws-watch-match-keyword               pic x(64) value spaces.
       01  ws-current-timestamp                 pic x(14) value spaces.
       01  ws-timestamp-display.
           05  ws-ts-date                      pic x(10) value spaces.
       77  ws-rss-content-file-name            pic x(255) value spaces.
       77  ws-digest-file-name                 pic x(255) value spaces.
       77  ws-digest-config-value              pic x(32) value spaces.
       77  ws-watch-idx                        pic 9(3) value zeros.
       77  ws-watch-feed-idx                   pic 9 value zeros.
       77  ws-watch-keyword-len                pic 9(3) value zeros.
       77  ws-watch-tally                      pic 9(5) value zeros.
       77  ws-watch-feed-sw                    pic a value 'N'.
       77  ws-watch-rule-hits                  pic 9(6) value zeros.
       77  ws-total-watch-hits                 pic 9(6) value zeros.
       77  ws-alert-file-name                  pic x(255) value spaces.
       77  ws-alert-config-value               pic x(32) value spaces.
       78  ws-rss-list-file-name             value "./feeds/list.dat".
       78  ws-rss-last-id-file-name          value "./feeds/lastid.dat".
       78  ws-refresh-status-file-name
                                         value "./feeds/refresh.dat".
       78  ws-default-digest-file-name       value "./feeds/digest.txt".
       78  ws-digest-config-key              value "digestf".
       78  ws-watch-rule-file-name           value "./feeds/watch.dat".
       78  ws-watch-hit-file-name
                                         value "./feeds/watchhit.dat".
       78  ws-default-alert-file-name        value "./feeds/alerts.txt".
       78  ws-alert-config-key               value "alertf".
       78  ws-scope-title-and-desc           value 'B'.
       78  ws-config-not-set                 value "NOT-SET".
       78  ws-feed-status-success            value 1.
       78  ws-max-download-retries           value 3.
           call "logger" using "Starting scheduled RSS refresh."
           move function current-date(1:14) to ws-current-timestamp
           perform set-digest-file-name
           perform set-alert-file-name
           perform load-highest-rss-record
           if ws-last-id-record is zeros then
               call "logger" using
           close fd-refresh-status-file
           open output fd-digest-file
           perform write-digest-header
           perform load-watch-rules
           open extend fd-watch-hit-file close fd-watch-hit-file
           open i-o fd-watch-hit-file
           open extend fd-rss-list-file close fd-rss-list-file
           open input fd-rss-list-file
           open i-o fd-refresh-status-file
               end-perform
           close fd-refresh-status-file
           close fd-rss-list-file
           perform write-alert-digest
           close fd-watch-hit-file
           call "rss-reader-purge-feeds"
           cancel "rss-reader-purge-feeds"
           perform write-digest-trailer
           call "logger" using function concatenate(
               "Scheduled refresh done. Feeds refreshed: ",
               ws-feeds-refreshed, " failed: ", ws-feeds-failed,
               " new items: ", ws-total-new-items,
               " watch matches: ", ws-total-watch-hits)
           end-call
           goback.
       set-digest-file-name.
               function trim(ws-digest-file-name))
           end-call
           exit paragraph.
       set-alert-file-name.
           move function get-config(ws-alert-config-key)
               to ws-alert-config-value
           if ws-alert-config-value = spaces
           or ws-alert-config-value = ws-config-not-set then
               move ws-default-alert-file-name to ws-alert-file-name
           else
               move ws-alert-config-value to ws-alert-file-name
           end-if
           call "logger" using function concatenate(
               "Alert digest will be written to: ",
               function trim(ws-alert-file-name))
           end-call
           exit paragraph.
       load-watch-rules.
           move zeros to ws-watch-rule-count
           set ws-not-eof to true
           open extend fd-watch-rule-file close fd-watch-rule-file
           open input fd-watch-rule-file
               perform until ws-eof
                   read fd-watch-rule-file next record
                       at end set ws-eof to true
                   not at end
                       if ws-watch-rule-count < ws-max-watch-rules then
                           add 1 to ws-watch-rule-count
                           move f-watch-rule-record
                               to ws-watch-rule(ws-watch-rule-count)
                       else
                           call "logger" using function concatenate(
                               "Too many watch rules. Ignoring rule: ",
                               f-watch-rule-id)
                           end-call
                       end-if
                   end-read
               end-perform
           close fd-watch-rule-file
           call "logger" using function concatenate(
               "Watch rules loaded: ", ws-watch-rule-count)
           end-call
           exit paragraph.
       load-highest-rss-record.
           set ws-not-eof to true
           open extend fd-rss-last-id-file close fd-rss-last-id-file
           perform varying ws-new-item-idx from 1 by 1
               until ws-new-item-idx > ws-new-item-count
               perform write-one-digest-item
               perform check-watch-rules
           end-perform
           move ws-item-guid(1) to ws-refresh-last-guid
           exit paragraph.
           move spaces to f-digest-record
           write f-digest-record
           exit paragraph.
      *>   Each new item is tested against every watch rule that
      *>   covers its feed. A match is kept in the watch hit file,
      *>   keyed by item guid and rule, so the feed viewer can
      *>   highlight it and the alert digest can report it once.
       check-watch-rules.
           perform varying ws-watch-idx from 1 by 1
               until ws-watch-idx > ws-watch-rule-count
               perform check-one-watch-rule
           end-perform
           exit paragraph.
       check-one-watch-rule.
           move 'Y' to ws-watch-feed-sw
           perform varying ws-watch-feed-idx from 1 by 1
               until ws-watch-feed-idx > 5
               if ws-watch-feed-id(ws-watch-idx, ws-watch-feed-idx)
               not = zeros then
                   move 'N' to ws-watch-feed-sw
               end-if
           end-perform
           if ws-watch-feed-sw = 'N' then
               perform varying ws-watch-feed-idx from 1 by 1
                   until ws-watch-feed-idx > 5
                   if ws-watch-feed-id(ws-watch-idx, ws-watch-feed-idx)
                   = ws-rss-feed-id then
                       move 'Y' to ws-watch-feed-sw
                   end-if
               end-perform
           end-if
           if ws-watch-feed-sw = 'N'
           or ws-watch-keyword(ws-watch-idx) = spaces then
               exit paragraph
           end-if
           move function upper-case(
               function trim(ws-watch-keyword(ws-watch-idx)))
               to ws-watch-match-keyword
           move function length(
               function trim(ws-watch-keyword(ws-watch-idx)))
               to ws-watch-keyword-len
           if ws-watch-scope(ws-watch-idx) = ws-scope-title-and-desc
           then
               move function upper-case(function concatenate(
                   ws-item-title(ws-new-item-idx), " ",
                   ws-item-desc(ws-new-item-idx)))
                   to ws-watch-match-text
           else
               move function upper-case(
                   ws-item-title(ws-new-item-idx))
                   to ws-watch-match-text
           end-if
           move zeros to ws-watch-tally
           inspect ws-watch-match-text tallying ws-watch-tally
               for all ws-watch-match-keyword(1:ws-watch-keyword-len)
           if ws-watch-tally > zeros then
               perform save-watch-hit
           end-if
           exit paragraph.
       save-watch-hit.
           initialize f-watch-hit-record
           if ws-item-guid(ws-new-item-idx) not = spaces then
               move ws-item-guid(ws-new-item-idx) to f-hit-guid
           else
               move ws-item-link(ws-new-item-idx) to f-hit-guid
           end-if
           move ws-watch-rule-id(ws-watch-idx) to f-hit-rule-id
           move ws-rss-feed-id to f-hit-feed-id
           move 'N' to f-hit-reported
           move ws-current-timestamp to f-hit-found-at
           move ws-item-title(ws-new-item-idx) to f-hit-title
           move ws-item-link(ws-new-item-idx) to f-hit-link
           write f-watch-hit-record
               invalid key
                   call "logger" using function concatenate(
                       "Item already matched watch rule ",
                       f-hit-rule-id, ": ", function trim(f-hit-title))
                   end-call
               not invalid key
                   add 1 to ws-total-watch-hits
                   call "logger" using function concatenate(
                       "Watch rule ", f-hit-rule-id, " matched: ",
                       function trim(f-hit-title))
                   end-call
           end-write
           exit paragraph.
      *>   The alert digest lists, rule by rule, every match not yet
      *>   reported by an earlier digest, then marks it reported.
       write-alert-digest.
           open output fd-alert-file
           perform format-timestamp-display
           move function concatenate(
               "COBOL RSS Reader alert digest - run at ",
               ws-timestamp-display) to f-alert-record
           write f-alert-record
           if ws-watch-rule-count = zeros then
               move "No watch rules defined." to f-alert-record
               write f-alert-record
           end-if
           perform varying ws-watch-idx from 1 by 1
               until ws-watch-idx > ws-watch-rule-count
               perform write-alert-rule
           end-perform
           close fd-alert-file
           exit paragraph.
       write-alert-rule.
           move zeros to ws-watch-rule-hits
           move spaces to f-alert-record
           write f-alert-record
           move function concatenate("Rule ",
               ws-watch-rule-id(ws-watch-idx), ": ",
               function trim(ws-watch-keyword(ws-watch-idx)))
               to f-alert-record
           write f-alert-record
           move ws-watch-rule-id(ws-watch-idx) to f-hit-rule-id
           set ws-not-eof to true
           start fd-watch-hit-file key is = f-hit-rule-id
               invalid key set ws-eof to true
           end-start
           perform until ws-eof
               read fd-watch-hit-file next record
                   at end set ws-eof to true
                   not at end
                       if f-hit-rule-id
                       not = ws-watch-rule-id(ws-watch-idx) then
                           set ws-eof to true
                       else
                           if f-hit-reported not = 'Y' then
                               perform write-one-alert-item
                           end-if
                       end-if
               end-read
           end-perform
           move function concatenate("  (", ws-watch-rule-hits,
               " new matches)") to f-alert-record
           write f-alert-record
           exit paragraph.
       write-one-alert-item.
           add 1 to ws-watch-rule-hits
           move function concatenate("  Feed ", f-hit-feed-id, ": ",
               function trim(f-hit-title)) to f-alert-record
           write f-alert-record
           move function concatenate("    Link: ",
               function trim(f-hit-link)) to f-alert-record
           write f-alert-record
           move 'Y' to f-hit-reported
           rewrite f-watch-hit-record
               invalid key
                   call "logger" using function concatenate(
                       "Unable to mark watch match reported: ",
                       function trim(f-hit-title))
                   end-call
           end-rewrite
           exit paragraph.
       write-digest-header.
           perform format-timestamp-display
           move function concatenate(
