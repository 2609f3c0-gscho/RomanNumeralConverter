identification division.
program-id. busdate.
environment division.
input-output section.
file-control.
    select busdate-file assign to "BUSDATE.DAT" organization is line sequential
        file status is bd-file-status.

data division.
file section.
fd busdate-file.
    01 busdate-record. *> layout written by dateroll
       02 bd-business-date picture x(8). *> the processing day now open
       02 filler           picture x(1).
       02 bd-prior-date    picture x(8). *> the one it was rolled from
       02 filler           picture x(1).
       02 bd-rolled-on     picture x(8). *> system date and time of the roll
       02 filler           picture x(1).
       02 bd-rolled-at     picture x(6).

working-storage section.
77  bd-file-status picture xx.
01  bd-cache-area.
    02 bd-cache-sw picture x value 'N'. *> read once per run unit -- the
       88 bd-cached value 'Y'. *> date cannot roll while a job holds the lock
77  bd-cache-date picture x(8).
77  bd-cache-src  picture x.
01  bd-clock-date.
    02 bd-clock-yyyy picture 9(4).
    02 bd-clock-mm   picture 9(2).
    02 bd-clock-dd   picture 9(2).

linkage section.
77  bd-out-date picture x(8). *> yyyymmdd
77  bd-out-src  picture x. *> B from BUSDATE.DAT, C system clock -- the file
    *> is missing or unreadable and the caller should say so

procedure division using bd-out-date, bd-out-src.

    if bd-cached
        move bd-cache-date to bd-out-date
        move bd-cache-src to bd-out-src
        goback.
    move 'C' to bd-cache-src.
    open input busdate-file.
    if bd-file-status is equal to '00'
        read busdate-file
            at end move spaces to busdate-record
        end-read
        if bd-file-status is equal to '00'
                and bd-business-date is numeric
            move bd-business-date to bd-cache-date
            move 'B' to bd-cache-src
        end-if
        close busdate-file
    end-if.
    if bd-cache-src is equal to 'C'
        accept bd-clock-date from date yyyymmdd
        move bd-clock-date to bd-cache-date
    end-if.
    set bd-cached to true.
    move bd-cache-date to bd-out-date.
    move bd-cache-src to bd-out-src.
    goback.
