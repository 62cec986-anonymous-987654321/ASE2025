                     identification division.
                     function-id. countbusinessdays.
                     environment division.
                     configuration section.
                     repository.
                         function isregionbusinessday
                         function all intrinsic.
                    *> Counts the business days in a region between two
                    *> dates. cbd-mode 'I' (inclusive) counts the two
                    *> end dates when they are business days, 'E'
                    *> (exclusive) counts only the days strictly
                    *> between them. The dates may be given in either
                    *> order; the count is never negative.
                     data division.
                     working-storage section.
                     01  from-date            pic s9(8)   comp-5.
                     01  to-date              pic s9(8)   comp-5.
                     01  work-date            pic s9(8)   comp-5.
                     01  ibd-res.
                         05  ibd-is-business      pic x.
                         05  ibd-success          pic x.
                     linkage section.
                     01  cbd-from-date        pic s9(8)   comp-5.
                     01  cbd-to-date          pic s9(8)   comp-5.
                     01  cbd-region           pic xx.
                     01  cbd-mode             pic x.
                         88  cbd-inclusive            value 'I'.
                         88  cbd-exclusive            value 'E'.
                     01  results.
                         05  cbd-count            pic s9(8)   comp-5.
                         05  cbd-success          pic x.
                     procedure division using cbd-from-date cbd-to-date cbd-region cbd-mode returning results.
                     0100-main.
                         move 0 to cbd-count.
                         move 'N' to cbd-success.
                         if not cbd-inclusive and not cbd-exclusive
                             goback
                         end-if.
                         if cbd-from-date > cbd-to-date
                             move cbd-to-date to from-date
                             move cbd-from-date to to-date
                         else
                             move cbd-from-date to from-date
                             move cbd-to-date to to-date
                         end-if.
                         if cbd-exclusive
                             add 1 to from-date
                             subtract 1 from to-date
                         end-if.
                         move 'Y' to ibd-success.
                         perform varying work-date from from-date by 1
                                 until work-date > to-date or ibd-success not = 'Y'
                             move isregionbusinessday(work-date, cbd-region) to ibd-res
                             if ibd-is-business = 'Y'
                                 add 1 to cbd-count
                             end-if
                         end-perform.
                    *> An exclusive count over adjacent dates never
                    *> looks at a date, so check the region here.
                         if from-date > to-date
                             move isregionbusinessday(cbd-from-date, cbd-region) to ibd-res
                         end-if.
                         if ibd-success = 'Y'
                             move 'Y' to cbd-success
                         else
                             move 0 to cbd-count
                         end-if.
                         goback.
                     end function countbusinessdays.
