identification division.
program-id. dateroll.
environment division.
input-output section.
file-control.
    select busdate-file assign to "BUSDATE.DAT" organization is line sequential
        file status is dr-busdate-status.
    select lock-file assign to "RUNLOCK.DAT" organization is line sequential
        file status is dr-lock-status.
    select restart-file assign to "RESTART.DAT" organization is line sequential
        file status is dr-restart-status.
    select run-log assign to "RUNLOG.DAT" organization is line sequential
        file status is dr-runlog-status.
    select roll-report assign to "DATEROLL.OUT" organization is line sequential
        file status is dr-report-status.

data division.
file section.
fd busdate-file.
    01 busdate-record. *> the one business date every program stamps with
       02 bd-business-date picture x(8).
       02 filler           picture x(1).
       02 bd-prior-date    picture x(8).
       02 filler           picture x(1).
       02 bd-rolled-on     picture x(8).
       02 filler           picture x(1).
       02 bd-rolled-at     picture x(6).
fd lock-file.
    01 lock-record. *> layout written by romannumerals' take-lock
       02 lck-date picture x(8).
       02 filler   picture x(1).
       02 lck-time picture x(6).
       02 filler   picture x(1).
       02 lck-parm picture x(64).
       02 filler   picture x(1).
       02 lck-oper picture x(8).
fd restart-file.
    01 restart-record. *> layout written by romannumerals' checkpoint --
       02 rst-infile-name     picture x(100). *> only as far as the fields
       02 rst-report-filename picture x(100). *> that say whether a run
       02 rst-position       picture 9(6).    *> is still unfinished
       02 rst-rec-count      picture 9(6).
       02 rst-sum-total      picture s9(12).
       02 rst-report-lines   picture 9(6).
       02 rst-errlog-lines   picture 9(6).
       02 rst-acc-count      picture 9(6).
       02 rst-rej-count      picture 9(6).
       02 rst-ctl-name       picture x(100).
       02 rst-ctl-index      picture 9(3).
       02 filler             picture x(111).
fd run-log.
    01 run-log-record picture x(109).
fd roll-report.
    01 roll-report-record picture x(80).

working-storage section.
77  dr-parm-data     picture x(100) value spaces. *> "[new-date yyyymmdd]"
77  dr-oper-id      picture x(8) value spaces. *> from a leading "OP=<user-id>"
77  dr-oper-tok     picture x(12).
77  dr-oper-ptr     picture 9(3) usage is computational.
77  dr-parm-rest    picture x(100).
77  dr-new-date-tok  picture x(10).
77  dr-busdate-status picture xx.
77  dr-lock-status    picture xx.
77  dr-restart-status picture xx.
77  dr-runlog-status  picture xx.
77  dr-report-status  picture xx.
77  dr-cur-date      picture x(8) value spaces. *> business date before the roll
01  dr-new-date. *> and after it
    02 dr-new-yyyy picture 9(4).
    02 dr-new-mm   picture 9(2).
    02 dr-new-dd   picture 9(2).
01  dr-clock-date.
    02 dr-clock-yyyy picture 9(4).
    02 dr-clock-mm   picture 9(2).
    02 dr-clock-dd   picture 9(2).
01  dr-clock-time.
    02 dr-clock-hh picture 9(2).
    02 dr-clock-mi picture 9(2).
    02 dr-clock-ss picture 9(2).
    02 dr-clock-hs picture 9(2).
01  dr-month-days-area.
    02 filler picture x(24) value '312831303130313130313031'.
01  dr-month-days-r redefines dr-month-days-area.
    02 dr-month-days picture 99 occurs 12 times.
77  dr-max-dd   picture 99.
77  dr-quot     picture 9(4) usage is computational.
77  dr-rem-4    picture 9(4) usage is computational.
77  dr-rem-100  picture 9(4) usage is computational.
77  dr-rem-400  picture 9(4) usage is computational.
01  dr-refuse-area.
    02 dr-refuse-sw picture x value 'N'.
       88 dr-refused value 'Y'.
77  dr-reason    picture x(54) value spaces.
77  dr-rc        picture 99 value zero. *> 12 lock held, as romannumerals
    *> uses for "retry later"; 8 anything else that stops the roll
77  dr-ed-pos    picture zzzzz9.
77  dr-ed-index  picture zz9.
01  dr-runlog-line. *> layout written by romannumerals' runlog-entry
    02 rl-date picture x(8).
    02 filler  picture x(1) value space.
    02 rl-time picture x(6).
    02 filler  picture x(1) value space.
    02 rl-text picture x(84).
    02 filler  picture x(1) value space.
    02 rl-oper picture x(8).
01  dr-title-line.
    02 filler picture x(9)  value spaces.
    02 filler picture x(18) value 'business date roll'.
01  dr-underline.
    02 filler picture x(46) value
       ' ---------------------------------------------'.
    02 filler picture x(16) value '----------------'.
01  dr-item-line.
    02 filler picture x(1) value space.
    02 dr-out-label picture x(24).
    02 filler picture x(1) value space.
    02 dr-out-value picture x(54).
01  dr-result-line.
    02 filler picture x(1) value space.
    02 dr-out-result picture x(18).
    02 dr-out-from picture x(8).
    02 dr-out-arrow picture x(4).
    02 dr-out-to picture x(8).

procedure division.

    accept dr-parm-data from command-line.
    perform take-operator thru end-takeoperator.
    move spaces to dr-new-date-tok.
    unstring dr-parm-data delimited by all space into dr-new-date-tok.
    move dr-new-date-tok to dr-new-date.
    if dr-new-date-tok is not equal to spaces
            and (dr-new-date is not numeric
                or dr-new-date-tok(9:2) is not equal to spaces)
        display 'usage: dateroll [OP=<user-id>] [new-business-date yyyymmdd]'
        display 'with no date the business date moves to the next calendar day'
        move 8 to return-code
        stop run.
    accept dr-clock-date from date yyyymmdd.
    accept dr-clock-time from time.
    perform read-busdate thru end-readbusdate.
    open output roll-report.
    if dr-report-status is not equal to '00'
        display 'unable to open DATEROLL.OUT (file status '
            dr-report-status ')'
        move 8 to return-code
        stop run
    end-if.
    write roll-report-record from dr-title-line after advancing 1 lines.
    write roll-report-record from dr-underline after advancing 1 line.
    move 'business date now  . . .' to dr-out-label.
    if dr-cur-date is equal to spaces
        move '(none on BUSDATE.DAT)' to dr-out-value
    else
        move dr-cur-date to dr-out-value
    end-if.
    write roll-report-record from dr-item-line after advancing 1 line.
    move 'date requested . . . . .' to dr-out-label.
    if dr-new-date-tok is equal to spaces
        move '(next calendar day)' to dr-out-value
    else
        move dr-new-date-tok to dr-out-value
    end-if.
    write roll-report-record from dr-item-line after advancing 1 line.
    perform check-lock thru end-checklock.
    perform check-restart thru end-checkrestart.
    if not dr-refused
        perform set-new-date thru end-setnewdate.
    if not dr-refused
        perform write-busdate thru end-writebusdate.
    write roll-report-record from dr-underline after advancing 1 line.
    if dr-refused
        move 'DATE ROLL REFUSED' to dr-out-result
        move spaces to dr-out-from
        move spaces to dr-out-arrow
        move spaces to dr-out-to
        write roll-report-record from dr-result-line after advancing 1 line
        move 'reason . . . . . . . . .' to dr-out-label
        move dr-reason to dr-out-value
        write roll-report-record from dr-item-line after advancing 1 line
        move spaces to rl-text
        string 'business date roll refused: ' dr-reason
            delimited by size into rl-text
        display 'business date roll refused: ' dr-reason
    else
        move 'DATE ROLLED' to dr-out-result
        move dr-cur-date to dr-out-from
        move ' -> ' to dr-out-arrow
        move dr-new-date to dr-out-to
        write roll-report-record from dr-result-line after advancing 1 line
        move spaces to rl-text
        if dr-cur-date is equal to spaces
            string 'business date set to ' dr-new-date
                delimited by size into rl-text
        else
            string 'business date rolled from ' dr-cur-date ' to ' dr-new-date
                delimited by size into rl-text
        end-if
        display rl-text
    end-if.
    move 'run at (system clock) . .' to dr-out-label.
    move spaces to dr-out-value.
    string dr-clock-date ' ' dr-clock-time(1:6)
        delimited by size into dr-out-value.
    write roll-report-record from dr-item-line after advancing 1 line.
    close roll-report.
    perform runlog-entry thru end-runlogentry.
    move dr-rc to return-code.
    stop run.

read-busdate. *> the business date now in force, spaces if there is none yet
    open input busdate-file.
    if dr-busdate-status is not equal to '00'
        exit paragraph.
    read busdate-file
        at end move spaces to busdate-record
    end-read.
    if dr-busdate-status is equal to '00' and bd-business-date is numeric
        move bd-business-date to dr-cur-date.
    close busdate-file.
end-readbusdate.
    exit.

check-lock. *> a run holding the lock is stamping the current business date --
    *> rolling it under that run would split its output across two days
    move 'run lock . . . . . . . .' to dr-out-label.
    open input lock-file.
    if dr-lock-status is equal to '35'
        move 'not held' to dr-out-value
        write roll-report-record from dr-item-line after advancing 1 line
        exit paragraph
    end-if.
    if dr-lock-status is not equal to '00'
        move spaces to dr-out-value
        string 'cannot be checked (file status ' dr-lock-status ')'
            delimited by size into dr-out-value
        write roll-report-record from dr-item-line after advancing 1 line
        move spaces to dr-reason
        string 'RUNLOCK.DAT cannot be checked (file status '
            dr-lock-status ')' delimited by size into dr-reason
        set dr-refused to true
        move 8 to dr-rc
        exit paragraph
    end-if.
    read lock-file
        at end move spaces to lock-record
    end-read.
    close lock-file.
    move spaces to dr-out-value.
    string 'held -- taken ' lck-date ' at ' lck-time ' by ' lck-oper
        delimited by size into dr-out-value.
    write roll-report-record from dr-item-line after advancing 1 line.
    move spaces to dr-reason.
    string 'a run holds the lock (taken ' lck-date ' ' lck-time ')'
        delimited by size into dr-reason.
    set dr-refused to true.
    move 12 to dr-rc.
end-checklock.
    exit.

check-restart. *> a checkpoint left by an aborted run must be resumed on the
    *> date it was started, or its restart would post under the new one
    move 'restart checkpoint . . .' to dr-out-label.
    open input restart-file.
    if dr-restart-status is not equal to '00'
        move 'none outstanding' to dr-out-value
        write roll-report-record from dr-item-line after advancing 1 line
        exit paragraph
    end-if.
    read restart-file
        at end move spaces to restart-record
    end-read.
    close restart-file.
    if rst-position is numeric and rst-position is greater than zero
        move rst-position to dr-ed-pos
        move spaces to dr-out-value
        string 'record ' dr-ed-pos ' of ' rst-infile-name(1:30)
            delimited by size into dr-out-value
        write roll-report-record from dr-item-line after advancing 1 line
        move spaces to dr-reason
        string 'unfinished checkpoint on RESTART.DAT for '
            rst-infile-name(1:13) delimited by size into dr-reason
        set dr-refused to true
        if dr-rc is less than 8
            move 8 to dr-rc
        end-if
        exit paragraph
    end-if.
    if rst-ctl-index is numeric and rst-ctl-index is greater than zero
        move rst-ctl-index to dr-ed-index
        move spaces to dr-out-value
        string 'file ' dr-ed-index ' of set ' rst-ctl-name(1:30)
            delimited by size into dr-out-value
        write roll-report-record from dr-item-line after advancing 1 line
        move spaces to dr-reason
        string 'unfinished control-card set on RESTART.DAT: '
            rst-ctl-name(1:10) delimited by size into dr-reason
        set dr-refused to true
        if dr-rc is less than 8
            move 8 to dr-rc
        end-if
        exit paragraph
    end-if.
    move 'none outstanding' to dr-out-value.
    write roll-report-record from dr-item-line after advancing 1 line.
end-checkrestart.
    exit.

set-new-date. *> the operator's date, or the day after the current one
    if dr-new-date-tok is equal to spaces
        if dr-cur-date is equal to spaces
            move 'no business date on file -- give a date to start from'
                to dr-reason
            set dr-refused to true
            move 8 to dr-rc
            exit paragraph
        end-if
        move dr-cur-date to dr-new-date
        perform month-length thru end-monthlength
        if dr-new-dd is less than dr-max-dd
            add 1 to dr-new-dd
        else
            move 1 to dr-new-dd
            if dr-new-mm is less than 12
                add 1 to dr-new-mm
            else
                move 1 to dr-new-mm
                add 1 to dr-new-yyyy
            end-if
        end-if
        exit paragraph
    end-if.
    if dr-new-mm is less than 1 or dr-new-mm is greater than 12
            or dr-new-dd is less than 1
        move 'requested date is not a calendar date' to dr-reason
        set dr-refused to true
        move 8 to dr-rc
        exit paragraph
    end-if.
    perform month-length thru end-monthlength.
    if dr-new-dd is greater than dr-max-dd
        move 'requested date is not a calendar date' to dr-reason
        set dr-refused to true
        move 8 to dr-rc
        exit paragraph
    end-if.
    if dr-cur-date is not equal to spaces
            and dr-new-date is not greater than dr-cur-date
        *> the business date only moves forward -- going back would let
        *> a second day's work land on dates already reported and closed
        move spaces to dr-reason
        string 'requested date is not after business date ' dr-cur-date
            delimited by size into dr-reason
        set dr-refused to true
        move 8 to dr-rc
    end-if.
end-setnewdate.
    exit.

month-length. *> days in dr-new-mm of dr-new-yyyy
    move dr-month-days(dr-new-mm) to dr-max-dd.
    if dr-new-mm is not equal to 2
        exit paragraph.
    divide dr-new-yyyy by 4 giving dr-quot remainder dr-rem-4.
    divide dr-new-yyyy by 100 giving dr-quot remainder dr-rem-100.
    divide dr-new-yyyy by 400 giving dr-quot remainder dr-rem-400.
    if dr-rem-4 is equal to zero
            and (dr-rem-100 is not equal to zero or dr-rem-400 is equal to zero)
        move 29 to dr-max-dd.
end-monthlength.
    exit.

write-busdate. *> replaces the control record with the new business date
    open output busdate-file.
    if dr-busdate-status is not equal to '00'
        move spaces to dr-reason
        string 'unable to write BUSDATE.DAT (file status '
            dr-busdate-status ')' delimited by size into dr-reason
        set dr-refused to true
        move 8 to dr-rc
        exit paragraph
    end-if.
    move spaces to busdate-record.
    move dr-new-date to bd-business-date.
    move dr-cur-date to bd-prior-date.
    move dr-clock-date to bd-rolled-on.
    move dr-clock-time(1:6) to bd-rolled-at.
    write busdate-record.
    if dr-busdate-status is not equal to '00'
        move spaces to dr-reason
        string 'unable to write BUSDATE.DAT (file status '
            dr-busdate-status ')' delimited by size into dr-reason
        set dr-refused to true
        move 8 to dr-rc
    end-if.
    close busdate-file.
end-writebusdate.
    exit.

runlog-entry. *> the roll, or the refusal, goes on the job run log -- dated
    *> with the business date in force once the step is over
    if dr-refused
        move dr-cur-date to rl-date
    else
        move dr-new-date to rl-date
    end-if.
    if rl-date is equal to spaces
        move dr-clock-date to rl-date.
    move dr-clock-time(1:6) to rl-time.
    open extend run-log.
    if dr-runlog-status is equal to '35'
        open output run-log
    end-if.
    if dr-runlog-status is equal to '00'
        write run-log-record from dr-runlog-line
        close run-log
    end-if.
end-runlogentry.
    exit.

take-operator. *> a leading "OP=<user-id>" on the PARM names the operator
    *> running the job; it is taken off before the rest is read
    if dr-parm-data(1:3) is equal to 'OP='
        move spaces to dr-oper-tok
        move 1 to dr-oper-ptr
        unstring dr-parm-data delimited by all space
            into dr-oper-tok with pointer dr-oper-ptr
        move dr-oper-tok(4:8) to dr-oper-id
        move spaces to dr-parm-rest
        if dr-oper-ptr is not greater than 100
            move dr-parm-data(dr-oper-ptr:) to dr-parm-rest
        end-if
        move dr-parm-rest to dr-parm-data
        inspect dr-oper-id converting 'abcdefghijklmnopqrstuvwxyz'
            to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
    end-if.
    move dr-oper-id to rl-oper.
end-takeoperator.
    exit.
