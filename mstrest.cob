identification division.
program-id. mstrest.
environment division.
input-output section.
file-control.
    select conv-master assign to "CONVMAST.DAT" organization is indexed
        access mode is random record key is mst-txn-id
        alternate record key is mst-run-date with duplicates
        file status is mr-master-status.
    select arch-file assign to mr-arch-filename organization is line sequential
        file status is mr-arch-status.
    select lock-file assign to "RUNLOCK.DAT" organization is line sequential
        file status is mr-lock-status.
    select run-log assign to "RUNLOG.DAT" organization is line sequential
        file status is mr-runlog-status.
    select restore-report assign to "MSTREST.OUT" organization is line sequential
        file status is mr-report-status.

data division.
file section.
fd conv-master.
    01 master-record. *> layout written by romannumerals' master-write
       02 mst-txn-id   picture x(10).
       02 mst-numeral  picture x(30).
       02 mst-decimal  picture 9(8).
       02 mst-run-date picture x(8).
       02 mst-status   picture x. *> space posted, R reversed, A adjusted
       02 mst-status-date  picture x(8).
       02 mst-prev-decimal picture 9(8).
       02 mst-ack-status picture x. *> space pending, A acknowledged, X ledger-rejected
       02 mst-ack-date   picture x(8).
fd arch-file. *> layout written by mstpurge -- the master's own
    01 arch-record.
       02 arc-txn-id   picture x(10).
       02 arc-numeral  picture x(30).
       02 arc-decimal  picture 9(8).
       02 arc-run-date picture x(8).
       02 arc-status   picture x.
       02 arc-status-date  picture x(8).
       02 arc-prev-decimal picture 9(8).
       02 arc-ack-status picture x.
       02 arc-ack-date   picture x(8).
fd lock-file.
    01 lock-record. *> layout written by romannumerals' take-lock
       02 lck-date picture x(8).
       02 filler   picture x(1).
       02 lck-time picture x(6).
       02 filler   picture x(1).
       02 lck-parm picture x(64).
       02 filler   picture x(1).
       02 lck-oper picture x(8).
fd run-log.
    01 run-log-record picture x(109).
fd restore-report.
    01 restore-report-record picture x(80).

working-storage section.
77  mr-parm-data     picture x(100) value spaces.
    *> "<archive-file> [txn-id] [from-date to-date]"
77  mr-oper-id      picture x(8) value spaces. *> from a leading "OP=<user-id>"
77  mr-oper-tok     picture x(12).
77  mr-oper-ptr     picture 9(3) usage is computational.
77  mr-parm-rest    picture x(100).
77  mr-arch-filename picture x(100) value spaces.
77  mr-token-1       picture x(10) value spaces.
77  mr-token-2       picture x(10) value spaces.
77  mr-token-3       picture x(10) value spaces.
77  mr-sel-txn-id    picture x(10) value spaces.
77  mr-from-date     picture x(8) value '00000000'.
77  mr-to-date       picture x(8) value '99999999'.
77  mr-master-status picture xx.
77  mr-arch-status   picture xx.
77  mr-lock-status   picture xx.
77  mr-runlog-status picture xx.
77  mr-report-status picture xx.
01  mr-eof-area.
    02 mr-eof-sw picture x value 'N'.
       88 mr-eof value 'Y'.
01  mr-range-area.
    02 mr-range-sw picture x value 'N'. *> was a run-date range given
       88 mr-range-given value 'Y'.
01  mr-bus-date.
    02 mr-bus-yyyy picture 9(4).
    02 mr-bus-mm   picture 9(2).
    02 mr-bus-dd   picture 9(2).
77  mr-date-src picture x.
01  mr-now.
    02 mr-now-hhmmss picture x(6).
    02 filler        picture x(2).
77  mr-jrn-program picture x(13) value 'mstrest'. *> journal stamp for
77  mr-jrn-mode    picture x(8)  value 'RESTORE'. *> the adds made here
77  mr-jrn-action  picture x value 'A'.
77  mr-jrn-status  picture xx.
77  mr-jrn-before  picture x(120) value spaces.
77  mr-jrn-after   picture x(120).
77  mr-jrn-fail-count picture 9(8) usage is computational value zero.
77  mr-read-count  picture 9(8)  usage is computational value zero.
77  mr-read-sum    picture s9(12) usage is computational value zero.
77  mr-skip-count  picture 9(8)  usage is computational value zero.
77  mr-skip-sum    picture s9(12) usage is computational value zero.
77  mr-sel-count   picture 9(8)  usage is computational value zero.
77  mr-sel-sum     picture s9(12) usage is computational value zero.
77  mr-rest-count  picture 9(8)  usage is computational value zero.
77  mr-rest-sum    picture s9(12) usage is computational value zero.
77  mr-dup-count   picture 9(8)  usage is computational value zero.
77  mr-dup-sum     picture s9(12) usage is computational value zero.
77  mr-fail-count  picture 9(8)  usage is computational value zero.
77  mr-fail-sum    picture s9(12) usage is computational value zero.
77  mr-arc-value   picture 9(8). *> the archive record's value, zero if unreadable
77  mr-chk-count   picture 9(8)  usage is computational.
77  mr-chk-sum     picture s9(12) usage is computational.
77  mr-log-restored picture 9(6).
77  mr-log-excepts  picture 9(6).
77  mr-rc          picture 99 value zero.
01  mr-runlog-line. *> layout written by romannumerals' runlog-entry
    02 rl-date picture x(8).
    02 filler  picture x(1) value space.
    02 rl-time picture x(6).
    02 filler  picture x(1) value space.
    02 rl-text picture x(84).
    02 filler  picture x(1) value space.
    02 rl-oper picture x(8).
01  mr-title-line.
    02 filler picture x(9)  value spaces.
    02 filler picture x(31) value 'master restore from archive'.
    02 mr-out-today picture x(8).
01  mr-underline.
    02 filler picture x(46) value
       ' ---------------------------------------------'.
    02 filler picture x(28) value '----------------------------'.
01  mr-info-line.
    02 filler picture x(1) value space.
    02 mr-out-info-label picture x(22).
    02 mr-out-info picture x(50).
01  mr-exc-head.
    02 filler picture x(50) value
       ' exceptions -- archive records not restored'.
01  mr-exc-cols.
    02 filler picture x(12) value ' txn id'.
    02 filler picture x(9)  value '  archive'.
    02 filler picture x(10) value '  run date'.
    02 filler picture x(11) value '     master'.
    02 filler picture x(10) value '  run date'.
    02 filler picture x(6)  value '  note'.
01  mr-exc-line.
    02 filler picture x(1) value space.
    02 mr-out-txn-id picture x(10).
    02 filler picture x(1) value space.
    02 mr-out-arc-value picture z(8)9.
    02 filler picture x(2) value spaces.
    02 mr-out-arc-date picture x(8).
    02 filler picture x(2) value spaces.
    02 mr-out-mst-value picture z(8)9.
    02 filler picture x(2) value spaces.
    02 mr-out-mst-date picture x(8).
    02 filler picture x(2) value spaces.
    02 mr-out-note picture x(26).
01  mr-none-line.
    02 filler picture x(10) value ' (none)'.
01  mr-count-heads.
    02 filler picture x(29) value spaces.
    02 filler picture x(11) value '    records'.
    02 filler picture x(19) value '        value total'.
01  mr-count-line.
    02 filler picture x(1) value space.
    02 mr-out-label picture x(28).
    02 mr-out-count picture zzz,zzz,zz9.
    02 filler picture x(4) value spaces.
    02 mr-out-sum picture zzz,zzz,zzz,zz9.
01  mr-verdict-line.
    02 filler picture x(1) value space.
    02 mr-out-verdict picture x(70).

procedure division.

    accept mr-parm-data from command-line.
    perform take-operator thru end-takeoperator.
    unstring mr-parm-data delimited by all space
        into mr-arch-filename mr-token-1 mr-token-2 mr-token-3.
    if mr-arch-filename is equal to spaces
        perform show-usage thru end-showusage.
    evaluate true
        when mr-token-1 is equal to spaces
            continue
        when mr-token-2 is equal to spaces
            move mr-token-1 to mr-sel-txn-id
        when mr-token-3 is equal to spaces
            move mr-token-1 to mr-from-date
            move mr-token-2 to mr-to-date
            set mr-range-given to true
        when other
            move mr-token-1 to mr-sel-txn-id
            move mr-token-2 to mr-from-date
            move mr-token-3 to mr-to-date
            set mr-range-given to true
    end-evaluate.
    if mr-from-date is not numeric or mr-to-date is not numeric
        perform show-usage thru end-showusage.
    call "busdate" using mr-bus-date, mr-date-src.
    if mr-date-src is equal to 'C'
        display 'no business date on BUSDATE.DAT -- the system date is used'
    end-if.
    accept mr-now from time.
    perform check-lock thru end-checklock.
    open input arch-file.
    if mr-arch-status is not equal to '00'
        display 'unable to open archive file: ' mr-arch-filename
            ' (file status ' mr-arch-status ')'
        move 8 to return-code
        stop run
    end-if.
    open i-o conv-master.
    if mr-master-status is not equal to '00'
        display 'unable to open master file CONVMAST.DAT (file status '
            mr-master-status ')'
        close arch-file
        move 8 to return-code
        stop run
    end-if.
    open output restore-report.
    if mr-report-status is not equal to '00'
        display 'unable to open MSTREST.OUT (file status '
            mr-report-status ')'
        close arch-file conv-master
        move 8 to return-code
        stop run
    end-if.
    perform print-heading thru end-printheading.
    perform restore-one thru end-restoreone until mr-eof.
    if mr-dup-count is equal to zero and mr-fail-count is equal to zero
        write restore-report-record from mr-none-line after advancing 1 line
    end-if.
    close arch-file.
    close conv-master.
    perform print-totals thru end-printtotals.
    close restore-report.
    move mr-rest-count to mr-log-restored.
    compute mr-log-excepts = mr-dup-count + mr-fail-count.
    move spaces to rl-text.
    string 'master restore from ' mr-arch-filename(1:24) ': '
        mr-log-restored ' restored, ' mr-log-excepts ' exceptions'
        delimited by size into rl-text.
    display rl-text.
    perform runlog-entry thru end-runlogentry.
    display 'restore report written to MSTREST.OUT'.
    if mr-jrn-fail-count is greater than zero
        display 'warning: ' mr-jrn-fail-count
            ' adds could not be journalled to MSTJRNL.DAT'
    end-if.
    if mr-rc is less than 4
        if mr-log-excepts is greater than zero
                or mr-jrn-fail-count is greater than zero
            move 4 to mr-rc
        end-if
    end-if.
    move mr-rc to return-code.
    stop run.

show-usage.
    display 'usage: mstrest [OP=<user-id>] <archive-file> [txn-id] '
        '[from-date to-date]'
    display 'dates are yyyymmdd and select on the original run date'
    move 8 to return-code
    stop run.
end-showusage.
    exit.

check-lock. *> a run holding the lock may be posting to the master
    open input lock-file.
    if mr-lock-status is equal to '35'
        exit paragraph.
    move spaces to rl-text.
    if mr-lock-status is equal to '00'
        read lock-file
            at end move spaces to lock-record
        end-read
        close lock-file
        string 'master restore refused: a run holds the lock (taken '
            lck-date ' ' lck-time ' by ' lck-oper ')'
            delimited by size into rl-text
        move 12 to return-code
    else
        string 'master restore refused: RUNLOCK.DAT cannot be checked '
            '(file status ' mr-lock-status ')'
            delimited by size into rl-text
        move 8 to return-code
    end-if.
    display rl-text.
    perform runlog-entry thru end-runlogentry.
    stop run.
end-checklock.
    exit.

print-heading.
    move mr-bus-date to mr-out-today.
    write restore-report-record from mr-title-line after advancing 1 lines.
    write restore-report-record from mr-underline after advancing 1 line.
    move 'archive file  . . . .' to mr-out-info-label.
    move mr-arch-filename to mr-out-info.
    write restore-report-record from mr-info-line after advancing 1 line.
    move 'txn id  . . . . . . .' to mr-out-info-label.
    if mr-sel-txn-id is equal to spaces
        move '(all)' to mr-out-info
    else
        move mr-sel-txn-id to mr-out-info
    end-if.
    write restore-report-record from mr-info-line after advancing 1 line.
    move 'run dates . . . . . .' to mr-out-info-label.
    if mr-range-given
        move spaces to mr-out-info
        string mr-from-date ' to ' mr-to-date
            delimited by size into mr-out-info
    else
        move '(all)' to mr-out-info
    end-if.
    write restore-report-record from mr-info-line after advancing 1 line.
    write restore-report-record from mr-exc-head after advancing 2 lines.
    write restore-report-record from mr-exc-cols after advancing 1 line.
    write restore-report-record from mr-underline after advancing 1 line.
end-printheading.
    exit.

restore-one. *> one archive record: skipped, restored, or an exception
    read arch-file
        at end
            set mr-eof to true
            exit paragraph.
    if arc-decimal is numeric
        move arc-decimal to mr-arc-value
    else
        move zero to mr-arc-value
    end-if.
    add 1 to mr-read-count.
    add mr-arc-value to mr-read-sum.
    if mr-sel-txn-id is not equal to spaces
            and arc-txn-id is not equal to mr-sel-txn-id
        perform restore-skip thru end-restoreskip
        exit paragraph.
    if mr-range-given
        if arc-run-date is less than mr-from-date
                or arc-run-date is greater than mr-to-date
            perform restore-skip thru end-restoreskip
            exit paragraph.
    add 1 to mr-sel-count.
    add mr-arc-value to mr-sel-sum.
    move arc-txn-id to mr-out-txn-id.
    move mr-arc-value to mr-out-arc-value.
    move arc-run-date to mr-out-arc-date.
    move zero to mr-out-mst-value.
    move spaces to mr-out-mst-date.
    if arc-txn-id is equal to spaces or arc-decimal is not numeric
            or (arc-status is not equal to space
                and arc-status is not equal to 'R'
                and arc-status is not equal to 'A')
        move '** not a master record' to mr-out-note
        perform restore-refuse thru end-restorerefuse
        exit paragraph
    end-if.
    *> the record goes back exactly as it was purged -- its original run
    *> date, status and acknowledgement stamp included
    move arch-record to master-record.
    *> an archive written before the master carried a prior value is
    *> short, and the line comes back padded with spaces
    if arc-prev-decimal is not numeric
        move zero to mst-prev-decimal
    end-if.
    write master-record
        invalid key
            continue
    end-write.
    if mr-master-status is equal to '22'
        *> the key is back on the master already -- whatever is there now
        *> stands, and the archive copy is only listed
        read conv-master
            invalid key
                move spaces to mst-run-date
        end-read
        if mst-decimal is numeric
            move mst-decimal to mr-out-mst-value
        end-if
        move mst-run-date to mr-out-mst-date
        move 'already on the master' to mr-out-note
        write restore-report-record from mr-exc-line
            after advancing 1 line
        add 1 to mr-dup-count
        add mr-arc-value to mr-dup-sum
        exit paragraph
    end-if.
    if mr-master-status is not equal to '00'
        move spaces to mr-out-note
        string '** write failed, status ' mr-master-status
            delimited by size into mr-out-note
        perform restore-refuse thru end-restorerefuse
        exit paragraph
    end-if.
    add 1 to mr-rest-count.
    add mr-arc-value to mr-rest-sum.
    move master-record to mr-jrn-after.
    call "mstjrnl" using mr-jrn-program, mr-jrn-mode, mr-oper-id,
        mr-jrn-action, mr-jrn-before, mr-jrn-after, mr-jrn-status.
    if mr-jrn-status is not equal to '00'
        display 'unable to journal restore of ' mst-txn-id
            ' (file status ' mr-jrn-status ')'
        add 1 to mr-jrn-fail-count
    end-if.
end-restoreone.
    exit.

restore-skip. *> outside the selection
    add 1 to mr-skip-count.
    add mr-arc-value to mr-skip-sum.
end-restoreskip.
    exit.

restore-refuse. *> selected, but could not be put back
    write restore-report-record from mr-exc-line after advancing 1 line.
    add 1 to mr-fail-count.
    add mr-arc-value to mr-fail-sum.
end-restorerefuse.
    exit.

print-totals. *> what was selected, and where every selected record went
    write restore-report-record from mr-underline after advancing 1 line.
    write restore-report-record from mr-count-heads after advancing 2 lines.
    write restore-report-record from mr-underline after advancing 1 line.
    move 'archive records read . . .' to mr-out-label.
    move mr-read-count to mr-out-count.
    move mr-read-sum to mr-out-sum.
    write restore-report-record from mr-count-line after advancing 1 line.
    move 'not selected . . . . . . .' to mr-out-label.
    move mr-skip-count to mr-out-count.
    move mr-skip-sum to mr-out-sum.
    write restore-report-record from mr-count-line after advancing 1 line.
    move 'selected . . . . . . . . .' to mr-out-label.
    move mr-sel-count to mr-out-count.
    move mr-sel-sum to mr-out-sum.
    write restore-report-record from mr-count-line after advancing 1 line.
    write restore-report-record from mr-underline after advancing 1 line.
    move 'restored to the master . .' to mr-out-label.
    move mr-rest-count to mr-out-count.
    move mr-rest-sum to mr-out-sum.
    write restore-report-record from mr-count-line after advancing 1 line.
    move 'already on the master  . .' to mr-out-label.
    move mr-dup-count to mr-out-count.
    move mr-dup-sum to mr-out-sum.
    write restore-report-record from mr-count-line after advancing 1 line.
    move 'not restorable . . . . . .' to mr-out-label.
    move mr-fail-count to mr-out-count.
    move mr-fail-sum to mr-out-sum.
    write restore-report-record from mr-count-line after advancing 1 line.
    write restore-report-record from mr-underline after advancing 1 line.
    compute mr-chk-count = mr-rest-count + mr-dup-count + mr-fail-count.
    compute mr-chk-sum = mr-rest-sum + mr-dup-sum + mr-fail-sum.
    if mr-chk-count is equal to mr-sel-count
            and mr-chk-sum is equal to mr-sel-sum
        move 'IN BALANCE -- every selected archive record is accounted for'
            to mr-out-verdict
    else
        move 'OUT OF BALANCE -- selected records are not all accounted for'
            to mr-out-verdict
        move 8 to mr-rc
    end-if.
    write restore-report-record from mr-verdict-line after advancing 1 line.
end-printtotals.
    exit.

runlog-entry. *> the restore, or the refusal, goes on the job run log
    move mr-bus-date to rl-date.
    move mr-now-hhmmss to rl-time.
    open extend run-log.
    if mr-runlog-status is equal to '35'
        open output run-log
    end-if.
    if mr-runlog-status is equal to '00'
        write run-log-record from mr-runlog-line
        close run-log
    end-if.
end-runlogentry.
    exit.

take-operator. *> a leading "OP=<user-id>" on the PARM names the operator
    *> running the job; it is taken off before the rest is read
    if mr-parm-data(1:3) is equal to 'OP='
        move spaces to mr-oper-tok
        move 1 to mr-oper-ptr
        unstring mr-parm-data delimited by all space
            into mr-oper-tok with pointer mr-oper-ptr
        move mr-oper-tok(4:8) to mr-oper-id
        move spaces to mr-parm-rest
        if mr-oper-ptr is not greater than 100
            move mr-parm-data(mr-oper-ptr:) to mr-parm-rest
        end-if
        move mr-parm-rest to mr-parm-data
        inspect mr-oper-id converting 'abcdefghijklmnopqrstuvwxyz'
            to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
    end-if.
    move mr-oper-id to rl-oper.
end-takeoperator.
    exit.
