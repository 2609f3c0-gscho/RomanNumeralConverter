identification division.
program-id. daynum.
environment division.
input-output section.
file-control.
data division.
working-storage section.
01  dn-date.
    02 dn-yyyy picture 9(4).
    02 dn-mm   picture 9(2).
    02 dn-dd   picture 9(2).
77  dn-year  picture 9(5) usage is computational.
77  dn-month picture 9(2) usage is computational.
77  dn-q4    picture 9(5) usage is computational.
77  dn-q100  picture 9(5) usage is computational.
77  dn-q400  picture 9(5) usage is computational.
77  dn-mdays picture 9(5) usage is computational.

linkage section.
77  dn-in-date picture x(8). *> yyyymmdd
77  dn-serial  picture 9(8). *> days since a fixed origin, zero when the date
    *> is not numeric -- the difference of two serials is the days between

procedure division using dn-in-date, dn-serial.

    move zero to dn-serial.
    if dn-in-date is not numeric
        goback.
    move dn-in-date to dn-date.
    if dn-mm is less than 1 or dn-mm is greater than 12
        goback.
    *> count the year from March so that the leap day falls at its end
    move dn-yyyy to dn-year.
    move dn-mm to dn-month.
    if dn-month is less than 3
        subtract 1 from dn-year
        add 12 to dn-month
    end-if.
    divide dn-year by 4 giving dn-q4.
    divide dn-year by 100 giving dn-q100.
    divide dn-year by 400 giving dn-q400.
    compute dn-mdays = 153 * (dn-month - 3) + 2.
    divide dn-mdays by 5 giving dn-mdays.
    compute dn-serial = 365 * dn-year + dn-q4 - dn-q100 + dn-q400
        + dn-mdays + dn-dd.
    goback.
