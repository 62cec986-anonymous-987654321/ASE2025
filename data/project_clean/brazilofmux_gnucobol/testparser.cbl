identification division.
program-id. testparser.
environment division.
configuration section.
repository.
    function fielded_to_linear
    function linear_to_fielded
    function addbusinessdays
    function countbusinessdays
    function rollbusinessday
    function all intrinsic.
data division.
file section.
working-storage section.
    88  cpe_invalid        value 4.
    fieldnum        usage signed-int.
    ws-field        pic x(80).
*> Business day cases from testgen's bizdays.csv: the first five
*> fields of each row are kept and checked against the library.
    01  cmdline         pic x(40).
    01  bizfields.
        05  bizfield        pic x(9)    occurs 5 times.
    01  bizpassed       pic 9(4)    value 0.
    01  bizfailed       pic 9(4)    value 0.
    01  biz-year        pic s9(5)   comp-5.
    01  biz-month       pic 99      comp-5.
    01  biz-dom         pic 99      comp-5.
    01  biz-date        pic s9(8)   comp-5.
    01  biz-start-date  pic s9(8)   comp-5.
    01  biz-days        pic s9(5)   comp-5.
    01  biz-region      pic xx.
    01  biz-mode        pic x.
    01  biz-fielded.
        05  bf-year         pic s9(5)   comp-5.
        05  bf-month        pic 99      comp-5.
        05  bf-dom          pic 99      comp-5.
        05  bf-doy          pic 999     comp-5.
        05  bf-dow          pic 9       comp-5.
    01  biz-date-res.
        05  bdr-date        pic s9(8)   comp-5.
        05  bdr-success     pic x.
    01  biz-count-res.
        05  bcr-count       pic s9(8)   comp-5.
        05  bcr-success     pic x.
    01  biz-actual      pic 9(8).
    01  biz-expected    pic 9(8).
procedure division.
   -open.
    accept cmdline from command-line.
    if cmdline = spaces
        move 'example.csv' to cmdline
    end-if.
    string cmdline delimited by space x'00' delimited by size
        into filename.
    call 'csvparser_openfile' using
        by reference csvhandle
            if not cpe_end_of_file or failure
                display 'Unexpected error.'
            else
                if bizpassed > 0 or bizfailed > 0
                    display 'Business day cases passed: ' bizpassed
                        ' failed: ' bizfailed
                end-if
                display 'Success.'
            end-if
        end-if
            add 1 to fieldnum
            unstring buffer delimited by x'00' into ws-field
            display ws-field
            if fieldnum <= 5
                move ws-field to bizfield(fieldnum)
            end-if
        end-if
    end-perform.
    if success and cpe_end_of_record
   -parsefile.
    perform 002-getline.
    perform until failure or fieldnum <> 5 or cpe_invalid
        perform 004-checkbizcase
        perform 002-getline
    end-perform.
*> Rows whose first field is not a business day function are left
*> alone, so any five-field file can still be parsed.
   004-checkbizcase.
    move bizfield(2) to biz-region.
    move bizfield(3) to ws-field.
    perform 005-getbizdate.
    move biz-date to biz-start-date.
    evaluate bizfield(1)
        when 'ADD'
            move numval(bizfield(4)) to biz-days
            move addbusinessdays(biz-start-date, biz-days, biz-region)
                to biz-date-res
            perform 006-checkbizdate
        when 'COUNTI'
        when 'COUNTE'
            move bizfield(1)(6:1) to biz-mode
            move bizfield(4) to ws-field
            perform 005-getbizdate
            move countbusinessdays(biz-start-date, biz-date, biz-region,
                biz-mode) to biz-count-res
            move bcr-count to biz-actual
            move numval(bizfield(5)) to biz-expected
            if bcr-success = 'Y' and biz-actual = biz-expected
                add 1 to bizpassed
            else
                add 1 to bizfailed
                display 'FAILED: ' bizfields ' got ' biz-actual
            end-if
        when 'ROLLF'
        when 'ROLLP'
        when 'ROLLM'
            move bizfield(1)(5:1) to biz-mode
            move rollbusinessday(biz-start-date, biz-region, biz-mode)
                to biz-date-res
            perform 006-checkbizdate
    end-evaluate.
*> ws-field holds a date as YYYYMMDD; biz-date gets it as a linear
*> date.
   005-getbizdate.
    move 0 to biz-date.
    if ws-field(1:8) is numeric
        move ws-field(1:4) to biz-year
        move ws-field(5:2) to biz-month
        move ws-field(7:2) to biz-dom
        move fielded_to_linear(biz-year, biz-month, biz-dom)
            to biz-date
    end-if.
   006-checkbizdate.
    move linear_to_fielded(bdr-date) to biz-fielded.
    compute biz-actual = bf-year * 10000 + bf-month * 100 + bf-dom.
    move numval(bizfield(5)) to biz-expected.
    if bdr-success = 'Y' and biz-actual = biz-expected
        add 1 to bizpassed
    else
        add 1 to bizfailed
        display 'FAILED: ' bizfields ' got ' biz-actual
    end-if.
end program testparser.
