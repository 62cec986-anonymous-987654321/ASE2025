                     identification division.
                     function-id. addbusinessdays.
                     environment division.
                     configuration section.
                     repository.
                         function isregionbusinessday
                         function all intrinsic.
                    *> Moves a date forward (abd-days positive) or back
                    *> (abd-days negative) by that many business days
                    *> in a region: settlement date plus three working
                    *> days is addbusinessdays(trade-date, 3, region).
                    *> The start date itself is never counted, so it
                    *> need not be a business day; zero days returns
                    *> the start date unchanged, as does a failure.
                     data division.
                     working-storage section.
                     01  step                 pic s9      comp-5.
                     01  days-left            pic s9(5)   comp-5.
                     01  ibd-res.
                         05  ibd-is-business      pic x.
                         05  ibd-success          pic x.
                     linkage section.
                     01  abd-lineardate       pic s9(8)   comp-5.
                     01  abd-days             pic s9(5)   comp-5.
                     01  abd-region           pic xx.
                     01  results.
                         05  abd-result-date      pic s9(8)   comp-5.
                         05  abd-success          pic x.
                     procedure division using abd-lineardate abd-days abd-region returning results.
                     0100-main.
                         move abd-lineardate to abd-result-date.
                         move 'N' to abd-success.
                         if abd-days < 0
                             move -1 to step
                             compute days-left = 0 - abd-days
                         else
                             move 1 to step
                             move abd-days to days-left
                         end-if.
                         move 'Y' to ibd-success.
                         perform until days-left = 0 or ibd-success not = 'Y'
                             add step to abd-result-date
                             move isregionbusinessday(abd-result-date, abd-region) to ibd-res
                             if ibd-is-business = 'Y'
                                 subtract 1 from days-left
                             end-if
                         end-perform.
                         if ibd-success = 'Y'
                             move 'Y' to abd-success
                         else
                             move abd-lineardate to abd-result-date
                         end-if.
                         goback.
                     end function addbusinessdays.
