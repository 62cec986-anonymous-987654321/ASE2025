                     identification division.
                     function-id. rollbusinessday.
                     environment division.
                     configuration section.
                     repository.
                         function isregionbusinessday
                         function linear_to_fielded
                         function all intrinsic.
                    *> Rolls a date that is not a business day in a
                    *> region onto one, by convention:
                    *>   'F'  following - the next business day
                    *>   'P'  preceding - the previous business day
                    *>   'M'  modified following - the next business
                    *>        day, unless that is in the next month,
                    *>        then the previous business day
                    *> A date that is already a business day is
                    *> returned unchanged.
                     data division.
                     working-storage section.
                     01  start-fielded.
                         05  sf-year          pic s9(5) comp-5.
                         05  sf-month         pic 99    comp-5.
                         05  sf-dom           pic 99    comp-5.
                         05  sf-doy           pic 999   comp-5.
                         05  sf-dow           pic 9     comp-5.
                     01  rolled-fielded.
                         05  rf-year          pic s9(5) comp-5.
                         05  rf-month         pic 99    comp-5.
                         05  rf-dom           pic 99    comp-5.
                         05  rf-doy           pic 999   comp-5.
                         05  rf-dow           pic 9     comp-5.
                     01  step                 pic s9      comp-5.
                     01  ibd-res.
                         05  ibd-is-business      pic x.
                         05  ibd-success          pic x.
                     linkage section.
                     01  rbd-lineardate       pic s9(8)   comp-5.
                     01  rbd-region           pic xx.
                     01  rbd-convention       pic x.
                         88  rbd-following            value 'F'.
                         88  rbd-preceding            value 'P'.
                         88  rbd-modified-following   value 'M'.
                     01  results.
                         05  rbd-result-date      pic s9(8)   comp-5.
                         05  rbd-success          pic x.
                     procedure division using rbd-lineardate rbd-region rbd-convention returning results.
                     0100-main.
                         move rbd-lineardate to rbd-result-date.
                         move 'N' to rbd-success.
                         if not rbd-following and not rbd-preceding
                                 and not rbd-modified-following
                             goback
                         end-if.
                         if rbd-preceding
                             move -1 to step
                         else
                             move 1 to step
                         end-if.
                         perform 0200-roll.
                         if rbd-modified-following and ibd-success = 'Y'
                             move linear_to_fielded(rbd-lineardate) to start-fielded
                             move linear_to_fielded(rbd-result-date) to rolled-fielded
                             if rf-month not = sf-month
                                 move rbd-lineardate to rbd-result-date
                                 move -1 to step
                                 perform 0200-roll
                             end-if
                         end-if.
                         if ibd-success = 'Y'
                             move 'Y' to rbd-success
                         else
                             move rbd-lineardate to rbd-result-date
                         end-if.
                         goback.
                     0200-roll.
                         move isregionbusinessday(rbd-result-date, rbd-region) to ibd-res.
                         perform until ibd-is-business = 'Y' or ibd-success not = 'Y'
                             add step to rbd-result-date
                             move isregionbusinessday(rbd-result-date, rbd-region) to ibd-res
                         end-perform.
                     end function rollbusinessday.
