                     identification division.
                     function-id. isregionbusinessday.
                     environment division.
                     configuration section.
                     repository.
                         function linear_to_fielded
                         function regionholidays
                         function dayofweek
                         function all intrinsic.
                    *> isbusinessday for a region: any weekday that is
                    *> not an observed holiday in regionholidays for
                    *> that region code. 31 December is also checked
                    *> against the next year's set, where a Saturday
                    *> New Year's Day can be observed.
                    *> The last year's set is kept, so callers that
                    *> step through consecutive dates do not rebuild
                    *> it for every day.
                     data division.
                     working-storage section.
                     01  fielded.
                         05  fd-year          pic s9(5) comp-5.
                         05  fd-month         pic 99    comp-5.
                         05  fd-dom           pic 99    comp-5.
                         05  fd-doy           pic 999   comp-5.
                         05  fd-dow           pic 9     comp-5.
                     01  dow-res.
                         05  dow              usage unsigned-short.
                         05  dow-success      pic x.
                     01  cache-year           pic s9(5)   comp-5 value -27257.
                     01  cache-region         pic xx      value high-values.
                     01  holidays-res.
                         05  rh-count             pic 99      comp-5.
                         05  rh-success           pic x.
                         05  rh-holiday           occurs 12 times.
                             10  rh-name-code         pic x(8).
                             10  rh-lineardate        pic s9(8) comp-5.
                             10  rh-observeddate      pic s9(8) comp-5.
                     01  next-year            pic s9(5)   comp-5.
                     01  next-holidays-res.
                         05  nh-count             pic 99      comp-5.
                         05  nh-success           pic x.
                         05  nh-holiday           occurs 12 times.
                             10  nh-name-code         pic x(8).
                             10  nh-lineardate        pic s9(8) comp-5.
                             10  nh-observeddate      pic s9(8) comp-5.
                     01  hol-idx              pic 99      comp-5.
                     linkage section.
                     01  irb-lineardate       pic s9(8)   comp-5.
                     01  irb-region           pic xx.
                     01  results.
                         05  irb-is-business      pic x.
                         05  irb-success          pic x.
                     procedure division using irb-lineardate irb-region returning results.
                     0100-main.
                         move 'N' to irb-is-business.
                         move 'N' to irb-success.
                         move linear_to_fielded(irb-lineardate) to fielded.
                         if fd-year not = cache-year or irb-region not = cache-region
                             move regionholidays(fd-year, irb-region) to holidays-res
                             if rh-success not = 'Y'
                                 move -27257 to cache-year
                                 goback
                             end-if
                             move fd-year to cache-year
                             move irb-region to cache-region
                         end-if.
                         move dayofweek(irb-lineardate) to dow-res.
                    *> dow 0 is Sunday and 6 is Saturday.
                         if dow = 0 or dow = 6
                             move 'Y' to irb-success
                             goback
                         end-if.
                         move 'Y' to irb-is-business.
                         perform varying hol-idx from 1 by 1
                                 until hol-idx > rh-count
                             if rh-observeddate(hol-idx) =
                                     irb-lineardate
                                 move 'N' to irb-is-business
                             end-if
                         end-perform.
                         if fd-month = 12 and fd-dom = 31
                             perform 0200-check-next-year
                         end-if.
                         move 'Y' to irb-success.
                         goback.
                     0200-check-next-year.
                         add 1 to fd-year giving next-year.
                         move regionholidays(next-year, irb-region) to next-holidays-res.
                         if nh-success = 'Y'
                             perform varying hol-idx from 1 by 1
                                     until hol-idx > nh-count
                                 if nh-observeddate(hol-idx) =
                                         irb-lineardate
                                     move 'N' to irb-is-business
                                 end-if
                             end-perform
                         end-if.
                     end function isregionbusinessday.
