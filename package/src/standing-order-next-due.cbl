       >>SOURCE FORMAT FREE
*>*
*> Move a standing order's due date on by one period of its
*> frequency. Shared by standing-order-run (advancing an order after
*> each payment) and standing-order-maintain (carrying a resumed
*> order past the dates it missed while suspended), so both agree
*> on what the next date is.
*>
*> Weekly orders move seven days. Monthly, quarterly and annual
*> orders move one, three or twelve months and land on the day of
*> the month of the order's start date -- or the last day of the
*> month when that is shorter -- so an order started on the 31st
*> pays on 28/29 February and on 31 March again, instead of
*> drifting down to the 28th for good.
*>
*> @param l-frequency W, M, Q or A
*> @param l-start-date the order's start date, yyyymmdd
*> @param l-due-date the current due date, yyyymmdd; replaced by
*>        the next one (by reference)
*> @param l-valid "Y" when the dates and frequency were usable,
*>        "N" otherwise (l-due-date is then left as it was)
*>*
identification division.
program-id. standing-order-next-due.
environment division.
configuration section.
repository. function all intrinsic.
data division.
working-storage section.
    01 date-numeric pic 9(8).
    01 date-integer usage binary-long.
    01 month-start-integer usage binary-long.
    01 ws-year pic 9(4).
    01 ws-month pic 9(4).
    01 ws-anchor-day pic 9(2).
    01 ws-month-days pic 9(2).
    01 ws-add-months pic 9(2).
    01 ws-next-month-date.
        05 ws-nm-year pic 9(4).
        05 ws-nm-month pic 9(2).
        05 ws-nm-day pic 9(2).
linkage section.
    01 l-frequency pic x.
    01 l-start-date pic x(8).
    01 l-due-date pic x(8).
    01 l-valid pic x.
procedure division using l-frequency, l-start-date, l-due-date,
        l-valid.
    move "N" to l-valid.
    if l-due-date is not numeric or l-start-date is not numeric
        goback
    end-if.
    move function numval(l-due-date) to date-numeric.
    if function test-date-yyyymmdd(date-numeric) not = 0
        goback
    end-if.

    evaluate l-frequency
        when "W"
            compute date-integer =
                function integer-of-date(date-numeric) + 7
            move function date-of-integer(date-integer) to date-numeric
            move date-numeric to l-due-date
            move "Y" to l-valid
            goback
        when "M"
            move 1 to ws-add-months
        when "Q"
            move 3 to ws-add-months
        when "A"
            move 12 to ws-add-months
        when other
            goback
    end-evaluate.

    move l-due-date(1:4) to ws-year.
    move l-due-date(5:2) to ws-month.
    move l-start-date(7:2) to ws-anchor-day.
    add ws-add-months to ws-month.
    perform until ws-month <= 12
        subtract 12 from ws-month
        add 1 to ws-year
    end-perform.

*>     the length of the target month is the distance from its
*>     first day to the first day of the month after it
    move ws-year to ws-nm-year.
    move ws-month to ws-nm-month.
    move 1 to ws-nm-day.
    move ws-next-month-date to date-numeric.
    compute month-start-integer = function integer-of-date(date-numeric).
    if ws-month = 12
        compute ws-nm-year = ws-year + 1
        move 1 to ws-nm-month
    else
        compute ws-nm-month = ws-month + 1
    end-if.
    move ws-next-month-date to date-numeric.
    compute ws-month-days =
        function integer-of-date(date-numeric) - month-start-integer.

    move ws-year to ws-nm-year.
    move ws-month to ws-nm-month.
    if ws-anchor-day > ws-month-days or ws-anchor-day = 0
        move ws-month-days to ws-nm-day
    else
        move ws-anchor-day to ws-nm-day
    end-if.
    move ws-next-month-date to l-due-date.
    move "Y" to l-valid.
    goback.
end program standing-order-next-due.
