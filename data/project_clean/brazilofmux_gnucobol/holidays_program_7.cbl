                     identification division.
                     function-id. regionholidays.
                     environment division.
                     configuration section.
                     repository.
                         function fielded_to_linear
                         function allholidays
                         function easterday
                         function dayofweek
                         function kdayonorbefore
                         function all intrinsic.
                    *> Returns the observed holidays for a year in one
                    *> region, in the same shape as allholidays:
                    *>   spaces  the library's own set from allholidays
                    *>   'GB'    England and Wales bank holidays; a
                    *>           holiday on a weekend moves on to the
                    *>           next weekday not already taken, so a
                    *>           weekend Christmas and Boxing Day fall
                    *>           on the Monday and Tuesday
                    *>   'US'    US federal holidays; Saturday back to
                    *>           Friday, Sunday on to Monday
                    *> One-off proclamations (extra or moved bank
                    *> holidays) are not part of any set. An unknown
                    *> region code returns rh-success 'N'.
                     data division.
                     working-storage section.
                     01  month           pic 99      comp-5.
                     01  dom             pic 99      comp-5.
                     01  easter-res.
                         05  easter-linear        pic s9(8)   comp-5.
                         05  easter-success       pic x.
                     01  dow-res.
                         05  dow                  usage unsigned-short.
                         05  dow-success          pic x.
                     01  kday-res.
                         05  kday-linear          usage signed-int.
                         05  kday-success         pic x.
                     01  kday                     usage unsigned-short.
                     01  kday-max                 usage signed-int.
                     01  work-linear              pic s9(8)   comp-5.
                     01  work-code                pic x(8).
                     01  hol-idx                  pic 99      comp-5.
                     01  is-taken                 pic x.
                     linkage section.
                     01  rh-year              pic s9(5)   comp-5.
                     01  rh-region            pic xx.
                     01  results.
                         05  rh-count             pic 99      comp-5.
                         05  rh-success           pic x.
                         05  rh-holiday           occurs 12 times.
                             10  rh-name-code         pic x(8).
                             10  rh-lineardate        pic s9(8) comp-5.
                             10  rh-observeddate      pic s9(8) comp-5.
                     procedure division using rh-year rh-region returning results.
                     0100-main.
                         move 0 to rh-count.
                         move 'N' to rh-success.
                         if (1583 <= rh-year) and (rh-year <= 30826)
                             evaluate rh-region
                                 when spaces
                                     move allholidays(rh-year) to results
                                 when 'GB'
                                     perform 0200-gb-holidays
                                     move 'Y' to rh-success
                                 when 'US'
                                     perform 0300-us-holidays
                                     move 'Y' to rh-success
                             end-evaluate
                         end-if.
                         goback.
                     0200-gb-holidays.
                         move 'NEWYEAR ' to work-code.
                         move 1 to month.
                         move 1 to dom.
                         perform 0600-add-substitute.
                         move easterday(rh-year) to easter-res.
                         move 'GOODFRI ' to work-code.
                         subtract 2 from easter-linear giving work-linear.
                         perform 0800-add-fixed-linear.
                         move 'EASTMON ' to work-code.
                         add 1 to easter-linear giving work-linear.
                         perform 0800-add-fixed-linear.
                    *> Early May: the first Monday, on or before 7 May.
                         move 'EARLYMAY' to work-code.
                         move 1 to kday.
                         move 5 to month.
                         move 7 to dom.
                         perform 0900-add-kday.
                         move 'SPRING  ' to work-code.
                         move 31 to dom.
                         perform 0900-add-kday.
                         move 'SUMMER  ' to work-code.
                         move 8 to month.
                         move 31 to dom.
                         perform 0900-add-kday.
                         move 'XMASDAY ' to work-code.
                         move 12 to month.
                         move 25 to dom.
                         perform 0600-add-substitute.
                         move 'BOXING  ' to work-code.
                         move 26 to dom.
                         perform 0600-add-substitute.
                     0300-us-holidays.
                         move 'NEWYEAR ' to work-code.
                         move 1 to month.
                         move 1 to dom.
                         perform 0500-add-nearest-weekday.
                         move 1 to kday.
                         if rh-year >= 1986
                             move 'MLKDAY  ' to work-code
                             move 21 to dom
                             perform 0900-add-kday
                         end-if.
                         move 'PRESDAY ' to work-code.
                         move 2 to month.
                         move 21 to dom.
                         perform 0900-add-kday.
                         move 'MEMORIAL' to work-code.
                         move 5 to month.
                         move 31 to dom.
                         perform 0900-add-kday.
                         if rh-year >= 2021
                             move 'JUNETEEN' to work-code
                             move 6 to month
                             move 19 to dom
                             perform 0500-add-nearest-weekday
                         end-if.
                         move 'INDEPEND' to work-code.
                         move 7 to month.
                         move 4 to dom.
                         perform 0500-add-nearest-weekday.
                         move 'LABOR   ' to work-code.
                         move 9 to month.
                         move 7 to dom.
                         perform 0900-add-kday.
                         move 'COLUMBUS' to work-code.
                         move 10 to month.
                         move 14 to dom.
                         perform 0900-add-kday.
                         move 'VETERANS' to work-code.
                         move 11 to month.
                         move 11 to dom.
                         perform 0500-add-nearest-weekday.
                    *> Thanksgiving: the fourth Thursday, on or before
                    *> 28 November.
                         move 'THANKSG ' to work-code.
                         move 4 to kday.
                         move 28 to dom.
                         perform 0900-add-kday.
                         move 'XMASDAY ' to work-code.
                         move 12 to month.
                         move 25 to dom.
                         perform 0500-add-nearest-weekday.
                    *> dow 0 is Sunday and 6 is Saturday in this
                    *> library's reckoning.
                     0500-add-nearest-weekday.
                         add 1 to rh-count.
                         move work-code to rh-name-code(rh-count).
                         move fielded_to_linear(rh-year, month, dom) to work-linear.
                         move work-linear to rh-lineardate(rh-count).
                         move dayofweek(work-linear) to dow-res.
                         evaluate dow
                             when 6
                                 subtract 1 from work-linear
                             when 0
                                 add 1 to work-linear
                         end-evaluate.
                         move work-linear to rh-observeddate(rh-count).
                     0600-add-substitute.
                         add 1 to rh-count.
                         move work-code to rh-name-code(rh-count).
                         move fielded_to_linear(rh-year, month, dom) to work-linear.
                         move work-linear to rh-lineardate(rh-count).
                         perform 0700-check-substitute.
                         perform until is-taken = 'N'
                             add 1 to work-linear
                             perform 0700-check-substitute
                         end-perform.
                         move work-linear to rh-observeddate(rh-count).
                     0700-check-substitute.
                         move 'N' to is-taken.
                         move dayofweek(work-linear) to dow-res.
                         if dow = 0 or dow = 6
                             move 'Y' to is-taken
                         end-if.
                         perform varying hol-idx from 1 by 1
                                 until hol-idx >= rh-count
                             if rh-observeddate(hol-idx) = work-linear
                                 move 'Y' to is-taken
                             end-if
                         end-perform.
                     0800-add-fixed-linear.
                         add 1 to rh-count.
                         move work-code to rh-name-code(rh-count).
                         move work-linear to rh-lineardate(rh-count).
                         move work-linear to rh-observeddate(rh-count).
                    *> The kday on or before month/dom: dom 7, 14, 21
                    *> and 28 give the first to fourth in the month,
                    *> the month's last day gives the last.
                     0900-add-kday.
                         move fielded_to_linear(rh-year, month, dom) to kday-max.
                         move kdayonorbefore(kday, kday-max) to kday-res.
                         move kday-linear to work-linear.
                         perform 0800-add-fixed-linear.
                     end function regionholidays.
