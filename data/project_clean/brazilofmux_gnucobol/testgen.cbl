    bool            usage signed-int.
    88  success             value 0.
    88  failure             value -1.
*> Business day cases for the date library, written to bizdays.csv
*> for testparser: function, region (empty for the library's own
*> holiday set), date, days to add or end date, expected result.
    01  bizcase-data.
        05  filler  pic x(35) value 'ADD     GB20231222+3       20231229'.
        05  filler  pic x(35) value 'ADD     GB20231229-3       20231222'.
        05  filler  pic x(35) value 'ADD     US20230630+1       20230703'.
        05  filler  pic x(35) value 'ADD       20240328+1       20240402'.
        05  filler  pic x(35) value 'ADD     GB20240328+2       20240403'.
        05  filler  pic x(35) value 'ADD     US20221230+1       20230103'.
        05  filler  pic x(35) value 'ADD     GB20230515+0       20230515'.
        05  filler  pic x(35) value 'ADD     US20211231-1       20211230'.
        05  filler  pic x(35) value 'COUNTI  GB2023121820240105 12      '.
        05  filler  pic x(35) value 'COUNTE  GB2023121820240105 10      '.
        05  filler  pic x(35) value 'COUNTI  US2024010120241231 251     '.
        05  filler  pic x(35) value 'COUNTI  GB2024010520231218 12      '.
        05  filler  pic x(35) value 'ROLLF   GB20240330         20240402'.
        05  filler  pic x(35) value 'ROLLP   GB20240330         20240328'.
        05  filler  pic x(35) value 'ROLLM   GB20240831         20240830'.
        05  filler  pic x(35) value 'ROLLF   GB20240831         20240902'.
        05  filler  pic x(35) value 'ROLLM   US20230527         20230530'.
        05  filler  pic x(35) value 'ROLLM     20241225         20241227'.
        05  filler  pic x(35) value 'ROLLF   US20211231         20220103'.
    01  bizcase-table redefines bizcase-data.
        05  bizcase         occurs 19 times.
            10  bc-function     pic x(8).
            10  bc-region       pic x(2).
            10  bc-date         pic x(8).
            10  bc-argument     pic x(9).
            10  bc-expected     pic x(8).
    01  bizcase-count   pic 99  comp-5 value 19.
    01  bizcase-idx     pic 99  comp-5.
    01  bizfield        pic x(9).
procedure division.
   -open.
    string 'generated.csv' x'00' delimited by size into filename.
    else
        display 'Cannot create test.csv.'
    end-if.
    perform 005-genbizfile.
    goback.
   -genfield1.
    string 'Foo' x'00' delimited by size into buffer.
    end-if.
   -genfile.
    perform 003-genline.
   005-genbizfile.
    string 'bizdays.csv' x'00' delimited by size into filename.
    call 'csvgen_createfile' using
        by reference csvhandle
        by reference filename
        by value
        returning bool.
    if success
        call 'csvgen_beginrow' using
            by value     csvhandle
            returning bool
        end-call
        move 'function' to bizfield
        perform 007-genbizfield
        move 'region' to bizfield
        perform 007-genbizfield
        move 'date' to bizfield
        perform 007-genbizfield
        move 'argument' to bizfield
        perform 007-genbizfield
        move 'expected' to bizfield
        perform 007-genbizfield
        call 'csvgen_endrow' using
            by value     csvhandle
            returning bool
        end-call
        perform 006-genbizline
            varying bizcase-idx from 1 by 1
            until bizcase-idx > bizcase-count
        call 'csvgen_closefile' using
            by value csvhandle
            returning bool
        end-call
        if failure
            display 'Cannot close bizdays.csv.'
        end-if
    else
        display 'Cannot create bizdays.csv.'
    end-if.
   006-genbizline.
    call 'csvgen_beginrow' using
        by value     csvhandle
        returning bool
    end-call
    if failure
        display 'Cannot begin row.'
    end-if
    move bc-function(bizcase-idx) to bizfield
    perform 007-genbizfield
    move bc-region(bizcase-idx) to bizfield
    perform 007-genbizfield
    move bc-date(bizcase-idx) to bizfield
    perform 007-genbizfield
    move bc-argument(bizcase-idx) to bizfield
    perform 007-genbizfield
    move bc-expected(bizcase-idx) to bizfield
    perform 007-genbizfield
    call 'csvgen_endrow' using
        by value     csvhandle
        returning bool
    end-call
    if failure
        display 'Cannot end row.'
    end-if.
   007-genbizfield.
    move spaces to buffer.
    string bizfield delimited by space x'00' delimited by size into buffer.
    call 'csvgen_putfield' using
        by value     csvhandle
        by reference buffer
        returning bool
    end-call
    if failure
        display 'Cannot put field.'
    end-if.
end program testgen.
