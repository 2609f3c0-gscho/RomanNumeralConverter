identification division.
program-id. perclose.
environment division.
input-output section.
file-control.
    select conv-master assign to "CONVMAST.DAT" organization is indexed
        access mode is sequential record key is mst-txn-id
        alternate record key is mst-run-date with duplicates
        file status is pb-master-status.
    select journal-file assign to "MSTJRNL.DAT" organization is line sequential
        file status is pb-journal-status.
    select run-history assign to "RUNHIST.DAT" organization is line sequential
        file status is pb-runhist-status.
    select period-file assign to "PERIODS.DAT" organization is line sequential
        file status is pb-period-status.
    select lock-file assign to "RUNLOCK.DAT" organization is line sequential
        file status is pb-lock-status.
    select run-log assign to "RUNLOG.DAT" organization is line sequential
        file status is pb-runlog-status.
    select balance-report assign to "PERBAL.OUT" organization is line sequential
        file status is pb-report-status.

data division.
file section.
fd conv-master.
    01 master-record. *> layout written by romannumerals' master-write
       02 mst-txn-id   picture x(10).
       02 mst-numeral  picture x(30).
       02 mst-decimal  picture 9(8).
       02 mst-run-date picture x(8).
       02 mst-status   picture x. *> space posted, R reversed, A adjusted
          88 mst-reversed value 'R'.
       02 mst-status-date  picture x(8).
       02 mst-prev-decimal picture 9(8).
       02 mst-ack-status picture x.
       02 mst-ack-date   picture x(8).
fd journal-file.
    01 journal-record. *> layout written by mstjrnl
       02 jr-date    picture x(8).
       02 filler     picture x(1).
       02 jr-time    picture x(6).
       02 filler     picture x(1).
       02 jr-program picture x(13).
       02 filler     picture x(1).
       02 jr-mode    picture x(8).
       02 filler     picture x(1).
       02 jr-action  picture x.
       02 filler     picture x(1).
       02 jr-txn-id  picture x(10).
       02 filler     picture x(1).
       02 jr-before  picture x(120).
       02 filler     picture x(1).
       02 jr-after   picture x(120).
       02 filler     picture x(1).
       02 jr-oper    picture x(8).
fd run-history.
    01 run-history-record. *> layout written by romannumerals' runhist-write
       02 rh-run-date  picture x(8).
       02 filler       picture x(1).
       02 rh-run-time  picture x(6).
       02 filler       picture x(1).
       02 rh-infile    picture x(40).
       02 filler       picture x(1).
       02 rh-rec-count picture 9(6).
       02 filler       picture x(1).
       02 rh-acc-count picture 9(6).
       02 filler       picture x(1).
       02 rh-rej-count picture 9(6).
       02 filler       picture x(1).
       02 rh-sum-total picture 9(12).
fd period-file.
    01 period-record. *> one closed period, with the balances it closed on
       02 pc-period      picture x(6). *> yyyymm
       02 filler         picture x(1).
       02 pc-closed-on   picture x(8). *> business date of the close
       02 filler         picture x(1).
       02 pc-closed-at   picture x(6).
       02 filler         picture x(1).
       02 pc-open-count  picture 9(8).
       02 filler         picture x(1).
       02 pc-open-value  picture 9(12).
       02 filler         picture x(1).
       02 pc-close-count picture 9(8).
       02 filler         picture x(1).
       02 pc-close-value picture 9(12).
       02 filler         picture x(1).
       02 pc-tied        picture x. *> Y the conversions tied to RUNHIST.DAT
       02 filler         picture x(32).
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
fd balance-report.
    01 balance-report-record picture x(80).

working-storage section.
77  pb-parm-data  picture x(100) value spaces. *> "<period yyyymm>"
77  pb-oper-id      picture x(8) value spaces. *> from a leading "OP=<user-id>"
77  pb-oper-tok     picture x(12).
77  pb-oper-ptr     picture 9(3) usage is computational.
77  pb-parm-rest    picture x(100).
77  pb-period-tok picture x(10).
01  pb-period.
    02 pb-period-yyyy picture 9(4).
    02 pb-period-mm   picture 9(2).
01  pb-prior-period.
    02 pb-prior-yyyy picture 9(4).
    02 pb-prior-mm   picture 9(2).
77  pb-bus-date   picture x(8).
77  pb-date-src   picture x.
01  pb-now.
    02 pb-now-hhmmss picture x(6).
    02 pb-now-hs     picture x(2).
77  pb-master-status  picture xx.
77  pb-journal-status picture xx.
77  pb-runhist-status picture xx.
77  pb-period-status  picture xx.
77  pb-lock-status    picture xx.
77  pb-runlog-status  picture xx.
77  pb-report-status  picture xx.
01  pb-switches.
    02 pb-eof-sw picture x value 'N'.
       88 pb-eof value 'Y'.
    02 pb-closed-sw picture x value 'N'. *> the period is already on PERIODS.DAT
       88 pb-already-closed value 'Y'.
    02 pb-prior-sw picture x value 'N'. *> the month before it was closed too
       88 pb-prior-found value 'Y'.
    02 pb-tie-sw picture x value 'Y'.
       88 pb-tied value 'Y'.
       88 pb-not-tied value 'N'.
    02 pb-open-sw picture x value 'Y'. *> opening agrees with the prior close
       88 pb-open-agrees value 'Y'.
       88 pb-open-differs value 'N'.
01  pb-image. *> a journal before or after image, in master-record's layout
    02 pi-txn-id   picture x(10).
    02 pi-numeral  picture x(30).
    02 pi-decimal  picture 9(8).
    02 pi-run-date picture x(8).
    02 pi-status   picture x.
       88 pi-reversed value 'R'.
    02 filler      picture x(63).
77  pb-image-value picture s9(12) usage is computational. *> what an image
    *> contributes to the balance: its decimal, nothing once reversed
77  pb-before-value picture s9(12) usage is computational.
77  pb-after-value  picture s9(12) usage is computational.
77  pb-count-delta  picture s9(8) usage is computational.
77  pb-value-delta  picture s9(12) usage is computational.
    *> the master as it stands, and the balances worked back from it
77  pb-cur-count    picture s9(8) usage is computational value zero.
77  pb-cur-value    picture s9(12) usage is computational value zero.
77  pb-later-count  picture s9(8) usage is computational value zero.
77  pb-later-value  picture s9(12) usage is computational value zero.
77  pb-open-count   picture s9(8) usage is computational value zero.
77  pb-open-value   picture s9(12) usage is computational value zero.
77  pb-close-count  picture s9(8) usage is computational value zero.
77  pb-close-value  picture s9(12) usage is computational value zero.
    *> movements in the period, by kind
77  pb-conv-items   picture s9(8) usage is computational value zero.
77  pb-conv-count   picture s9(8) usage is computational value zero.
77  pb-conv-value   picture s9(12) usage is computational value zero.
77  pb-repl-items   picture s9(8) usage is computational value zero.
77  pb-repl-count   picture s9(8) usage is computational value zero.
77  pb-repl-value   picture s9(12) usage is computational value zero.
77  pb-radj-items   picture s9(8) usage is computational value zero.
77  pb-radj-count   picture s9(8) usage is computational value zero.
77  pb-radj-value   picture s9(12) usage is computational value zero.
77  pb-purge-items  picture s9(8) usage is computational value zero.
77  pb-purge-count  picture s9(8) usage is computational value zero.
77  pb-purge-value  picture s9(12) usage is computational value zero.
77  pb-other-items  picture s9(8) usage is computational value zero.
77  pb-other-count  picture s9(8) usage is computational value zero.
77  pb-other-value  picture s9(12) usage is computational value zero.
    *> RUNHIST.DAT for the same dates, and the prior close
77  pb-rh-runs      picture s9(8) usage is computational value zero.
77  pb-rh-count     picture s9(8) usage is computational value zero.
77  pb-rh-value     picture s9(12) usage is computational value zero.
77  pb-diff-count   picture s9(8) usage is computational value zero.
77  pb-diff-value   picture s9(12) usage is computational value zero.
77  pb-prior-count  picture s9(8) usage is computational value zero.
77  pb-prior-value  picture s9(12) usage is computational value zero.
77  pb-rc           picture 99 value zero.
77  pb-reason       picture x(60) value spaces.
01  pb-runlog-line. *> layout written by romannumerals' runlog-entry
    02 rl-date picture x(8).
    02 filler  picture x(1) value space.
    02 rl-time picture x(6).
    02 filler  picture x(1) value space.
    02 rl-text picture x(84).
    02 filler  picture x(1) value space.
    02 rl-oper picture x(8).
01  pb-title-line.
    02 filler picture x(9)  value spaces.
    02 filler picture x(26) value 'period balance report    '.
    02 pb-out-period picture x(6).
01  pb-underline.
    02 filler picture x(46) value
       ' ---------------------------------------------'.
    02 filler picture x(22) value '----------------------'.
01  pb-info-line.
    02 filler picture x(1) value space.
    02 pb-out-info-label picture x(26).
    02 pb-out-info picture x(40).
01  pb-col-heads.
    02 filler picture x(27) value spaces.
    02 filler picture x(10) value '   entries'.
    02 filler picture x(14) value '         count'.
    02 filler picture x(17) value '            value'.
01  pb-amount-line.
    02 filler picture x(1) value space.
    02 pb-out-label picture x(26).
    02 pb-out-items picture z(9).
    02 filler picture x(1) value space.
    02 pb-out-count picture zzz,zzz,zz9-.
    02 filler picture x(1) value space.
    02 pb-out-value picture zzz,zzz,zzz,zz9-.
01  pb-verdict-line.
    02 filler picture x(1) value space.
    02 pb-out-verdict picture x(70).

procedure division.

    accept pb-parm-data from command-line.
    perform take-operator thru end-takeoperator.
    move spaces to pb-period-tok.
    unstring pb-parm-data delimited by all space into pb-period-tok.
    move pb-period-tok to pb-period.
    if pb-period is not numeric or pb-period-tok(7:4) is not equal to spaces
            or pb-period-mm is less than 1 or pb-period-mm is greater than 12
        display 'usage: perclose [OP=<user-id>] <period yyyymm>'
        move 8 to return-code
        stop run.
    call "busdate" using pb-bus-date, pb-date-src.
    if pb-date-src is equal to 'C'
        display 'no business date on BUSDATE.DAT -- the system date is used'
    end-if.
    accept pb-now from time.
    move pb-period to pb-prior-period.
    if pb-prior-mm is equal to 1
        move 12 to pb-prior-mm
        subtract 1 from pb-prior-yyyy
    else
        subtract 1 from pb-prior-mm
    end-if.
    if pb-period is not less than pb-bus-date(1:6)
        *> the business day is still inside it -- more can yet post there
        move spaces to pb-reason
        string 'period ' pb-period ' is not over -- business date is '
            pb-bus-date delimited by size into pb-reason
        move 8 to pb-rc
        perform close-refused thru end-closerefused.
    perform check-lock thru end-checklock.
    perform read-periods thru end-readperiods.
    if pb-already-closed
        move spaces to pb-reason
        string 'period ' pb-period ' is already closed'
            delimited by size into pb-reason
        move 8 to pb-rc
        perform close-refused thru end-closerefused.
    perform total-master thru end-totalmaster.
    perform total-journal thru end-totaljournal.
    perform total-runhist thru end-totalrunhist.
    *> the master now, less everything journalled after the period, is
    *> where the period closed; less the period's own movements, where
    *> it opened
    compute pb-close-count = pb-cur-count - pb-later-count.
    compute pb-close-value = pb-cur-value - pb-later-value.
    compute pb-open-count = pb-close-count - pb-conv-count - pb-repl-count
        - pb-radj-count - pb-purge-count - pb-other-count.
    compute pb-open-value = pb-close-value - pb-conv-value - pb-repl-value
        - pb-radj-value - pb-purge-value - pb-other-value.
    compute pb-diff-count = pb-conv-count - pb-rh-count.
    compute pb-diff-value = pb-conv-value - pb-rh-value.
    if pb-diff-count is not equal to zero or pb-diff-value is not equal to zero
        set pb-not-tied to true.
    if pb-prior-found
        if pb-open-count is not equal to pb-prior-count
                or pb-open-value is not equal to pb-prior-value
            set pb-open-differs to true.
    perform record-close thru end-recordclose.
    perform print-balance thru end-printbalance.
    move spaces to rl-text.
    if pb-tied and pb-open-agrees
        string 'period ' pb-period ' closed -- balanced and tied to RUNHIST.DAT'
            delimited by size into rl-text
    else
        move 4 to pb-rc
        string 'period ' pb-period ' closed -- NOT in balance, see PERBAL.OUT'
            delimited by size into rl-text
    end-if.
    display rl-text.
    perform runlog-entry thru end-runlogentry.
    move pb-rc to return-code.
    stop run.

close-refused. *> nothing is recorded -- say why, log it and end
    display 'period close refused: ' pb-reason.
    move spaces to rl-text.
    string 'period close refused: ' pb-reason delimited by size into rl-text.
    perform runlog-entry thru end-runlogentry.
    move pb-rc to return-code.
    stop run.
end-closerefused.
    exit.

check-lock. *> a run holding the lock may still be posting into the period
    open input lock-file.
    if pb-lock-status is equal to '35'
        exit paragraph.
    if pb-lock-status is equal to '00'
        read lock-file
            at end move spaces to lock-record
        end-read
        close lock-file
        move spaces to pb-reason
        string 'a run holds the lock (taken ' lck-date ' ' lck-time
            ' by ' lck-oper ')' delimited by size into pb-reason
        move 12 to pb-rc
    else
        move spaces to pb-reason
        string 'RUNLOCK.DAT cannot be checked (file status '
            pb-lock-status ')' delimited by size into pb-reason
        move 8 to pb-rc
    end-if.
    perform close-refused thru end-closerefused.
end-checklock.
    exit.

read-periods. *> is the period closed already, and where did the month
    *> before it close
    open input period-file.
    if pb-period-status is equal to '35'
        exit paragraph.
    if pb-period-status is not equal to '00'
        move spaces to pb-reason
        string 'PERIODS.DAT cannot be read (file status '
            pb-period-status ')' delimited by size into pb-reason
        move 8 to pb-rc
        perform close-refused thru end-closerefused
    end-if.
    move 'N' to pb-eof-sw.
    perform read-period-one thru end-readperiodone until pb-eof.
    close period-file.
end-readperiods.
    exit.

read-period-one.
    read period-file
        at end
            set pb-eof to true
            exit paragraph.
    if pc-period is equal to pb-period
        set pb-already-closed to true.
    if pc-period is equal to pb-prior-period
        set pb-prior-found to true
        move pc-close-count to pb-prior-count
        move pc-close-value to pb-prior-value
    end-if.
end-readperiodone.
    exit.

total-master. *> count and value of the master as it stands
    open input conv-master.
    if pb-master-status is not equal to '00'
        move spaces to pb-reason
        string 'CONVMAST.DAT cannot be opened (file status '
            pb-master-status ')' delimited by size into pb-reason
        move 8 to pb-rc
        perform close-refused thru end-closerefused
    end-if.
    move 'N' to pb-eof-sw.
    perform total-master-one thru end-totalmasterone until pb-eof.
    close conv-master.
end-totalmaster.
    exit.

total-master-one.
    read conv-master next record
        at end
            set pb-eof to true
            exit paragraph.
    add 1 to pb-cur-count.
    if not mst-reversed
        add mst-decimal to pb-cur-value.
end-totalmasterone.
    exit.

total-journal. *> every change after the period is backed out of the
    *> master's totals; the period's own changes are sorted by kind
    open input journal-file.
    if pb-journal-status is equal to '35'
        *> nothing has changed the master since the journal began
        exit paragraph.
    if pb-journal-status is not equal to '00'
        move spaces to pb-reason
        string 'MSTJRNL.DAT cannot be opened (file status '
            pb-journal-status ')' delimited by size into pb-reason
        move 8 to pb-rc
        perform close-refused thru end-closerefused
    end-if.
    move 'N' to pb-eof-sw.
    perform total-journal-one thru end-totaljournalone until pb-eof.
    close journal-file.
end-totaljournal.
    exit.

total-journal-one.
    read journal-file
        at end
            set pb-eof to true
            exit paragraph.
    if jr-date(1:6) is less than pb-period
        exit paragraph.
    if jr-program is equal to 'ledgack'
        *> acknowledgement stamps move no balance
        exit paragraph.
    move jr-before to pb-image.
    perform image-value thru end-imagevalue.
    move pb-image-value to pb-before-value.
    move jr-after to pb-image.
    perform image-value thru end-imagevalue.
    move pb-image-value to pb-after-value.
    evaluate jr-action
        when 'A'
            move 1 to pb-count-delta
            move pb-after-value to pb-value-delta
        when 'D'
            move -1 to pb-count-delta
            compute pb-value-delta = 0 - pb-before-value
        when other
            move zero to pb-count-delta
            compute pb-value-delta = pb-after-value - pb-before-value
    end-evaluate.
    if jr-date(1:6) is greater than pb-period
        add pb-count-delta to pb-later-count
        add pb-value-delta to pb-later-value
        exit paragraph
    end-if.
    evaluate true
        when jr-program is equal to 'romannumerals' and jr-action is equal to 'A'
            add 1 to pb-conv-items
            add pb-count-delta to pb-conv-count
            add pb-value-delta to pb-conv-value
        when jr-program is equal to 'romannumerals' and jr-action is equal to 'C'
                and jr-mode is equal to 'DUPRVW'
            add 1 to pb-repl-items
            add pb-count-delta to pb-repl-count
            add pb-value-delta to pb-repl-value
        when jr-program is equal to 'romannumerals' and jr-action is equal to 'C'
            add 1 to pb-radj-items
            add pb-count-delta to pb-radj-count
            add pb-value-delta to pb-radj-value
        when jr-program is equal to 'mstpurge' and jr-action is equal to 'D'
            add 1 to pb-purge-items
            add pb-count-delta to pb-purge-count
            add pb-value-delta to pb-purge-value
        when other
            add 1 to pb-other-items
            add pb-count-delta to pb-other-count
            add pb-value-delta to pb-other-value
    end-evaluate.
end-totaljournalone.
    exit.

image-value. *> what the image in pb-image contributes to the balance
    move zero to pb-image-value.
    if pb-image is equal to spaces
        exit paragraph.
    if pi-reversed or pi-decimal is not numeric
        exit paragraph.
    move pi-decimal to pb-image-value.
end-imagevalue.
    exit.

total-runhist. *> what the file runs of the period say they accepted
    open input run-history.
    if pb-runhist-status is not equal to '00'
        exit paragraph.
    move 'N' to pb-eof-sw.
    perform total-runhist-one thru end-totalrunhistone until pb-eof.
    close run-history.
end-totalrunhist.
    exit.

total-runhist-one.
    read run-history
        at end
            set pb-eof to true
            exit paragraph.
    if rh-run-date(1:6) is not equal to pb-period
        exit paragraph.
    add 1 to pb-rh-runs.
    if rh-acc-count is numeric
        add rh-acc-count to pb-rh-count.
    if rh-sum-total is numeric
        add rh-sum-total to pb-rh-value.
end-totalrunhistone.
    exit.

record-close. *> appends the period, with its balances, to PERIODS.DAT
    open extend period-file.
    if pb-period-status is equal to '35'
        open output period-file
    end-if.
    if pb-period-status is not equal to '00'
        move spaces to pb-reason
        string 'PERIODS.DAT cannot be written (file status '
            pb-period-status ')' delimited by size into pb-reason
        move 8 to pb-rc
        perform close-refused thru end-closerefused
    end-if.
    move spaces to period-record.
    move pb-period to pc-period.
    move pb-bus-date to pc-closed-on.
    move pb-now-hhmmss to pc-closed-at.
    move pb-open-count to pc-open-count.
    move pb-open-value to pc-open-value.
    move pb-close-count to pc-close-count.
    move pb-close-value to pc-close-value.
    if pb-tied
        move 'Y' to pc-tied
    else
        move 'N' to pc-tied
    end-if.
    write period-record.
    close period-file.
end-recordclose.
    exit.

print-balance. *> the period balance report
    open output balance-report.
    if pb-report-status is not equal to '00'
        display 'unable to open PERBAL.OUT (file status '
            pb-report-status ') -- the period is closed regardless'
        move 8 to pb-rc
        exit paragraph
    end-if.
    move pb-period to pb-out-period.
    write balance-report-record from pb-title-line after advancing 1 lines.
    write balance-report-record from pb-underline after advancing 1 line.
    move 'closed on (business date) ' to pb-out-info-label.
    move pb-bus-date to pb-out-info.
    write balance-report-record from pb-info-line after advancing 1 line.
    write balance-report-record from pb-col-heads after advancing 2 lines.
    write balance-report-record from pb-underline after advancing 1 line.
    move 'opening balance  . . . . .' to pb-out-label.
    move zero to pb-out-items.
    move pb-open-count to pb-out-count.
    move pb-open-value to pb-out-value.
    write balance-report-record from pb-amount-line after advancing 1 line.
    move 'conversions  . . . . . . .' to pb-out-label.
    move pb-conv-items to pb-out-items.
    move pb-conv-count to pb-out-count.
    move pb-conv-value to pb-out-value.
    write balance-report-record from pb-amount-line after advancing 1 line.
    move 'duplicate replacements . .' to pb-out-label.
    move pb-repl-items to pb-out-items.
    move pb-repl-count to pb-out-count.
    move pb-repl-value to pb-out-value.
    write balance-report-record from pb-amount-line after advancing 1 line.
    move 'reversals and adjustments ' to pb-out-label.
    move pb-radj-items to pb-out-items.
    move pb-radj-count to pb-out-count.
    move pb-radj-value to pb-out-value.
    write balance-report-record from pb-amount-line after advancing 1 line.
    move 'purges . . . . . . . . . .' to pb-out-label.
    move pb-purge-items to pb-out-items.
    move pb-purge-count to pb-out-count.
    move pb-purge-value to pb-out-value.
    write balance-report-record from pb-amount-line after advancing 1 line.
    if pb-other-items is greater than zero
        move 'other master changes . . .' to pb-out-label
        move pb-other-items to pb-out-items
        move pb-other-count to pb-out-count
        move pb-other-value to pb-out-value
        write balance-report-record from pb-amount-line after advancing 1 line
    end-if.
    move 'closing balance  . . . . .' to pb-out-label.
    move zero to pb-out-items.
    move pb-close-count to pb-out-count.
    move pb-close-value to pb-out-value.
    write balance-report-record from pb-amount-line after advancing 1 line.
    write balance-report-record from pb-underline after advancing 1 line.
    move 'master as it stands now  .' to pb-out-label.
    move zero to pb-out-items.
    move pb-cur-count to pb-out-count.
    move pb-cur-value to pb-out-value.
    write balance-report-record from pb-amount-line after advancing 1 line.
    write balance-report-record from pb-underline after advancing 2 lines.
    move 'file runs on RUNHIST.DAT .' to pb-out-label.
    move pb-rh-runs to pb-out-items.
    move pb-rh-count to pb-out-count.
    move pb-rh-value to pb-out-value.
    write balance-report-record from pb-amount-line after advancing 1 line.
    move 'conversions journalled . .' to pb-out-label.
    move pb-conv-items to pb-out-items.
    move pb-conv-count to pb-out-count.
    move pb-conv-value to pb-out-value.
    write balance-report-record from pb-amount-line after advancing 1 line.
    move 'difference . . . . . . . .' to pb-out-label.
    move zero to pb-out-items.
    move pb-diff-count to pb-out-count.
    move pb-diff-value to pb-out-value.
    write balance-report-record from pb-amount-line after advancing 1 line.
    if pb-tied
        move 'conversions TIED to RUNHIST.DAT' to pb-out-verdict
    else
        move 'conversions NOT TIED to RUNHIST.DAT' to pb-out-verdict
    end-if.
    write balance-report-record from pb-verdict-line after advancing 1 line.
    move spaces to pb-out-verdict.
    if not pb-prior-found
        string 'no close on file for ' pb-prior-period
            ' -- opening balance not compared'
            delimited by size into pb-out-verdict
    else
        if pb-open-agrees
            string 'opening balance AGREES with the close of '
                pb-prior-period delimited by size into pb-out-verdict
        else
            string 'opening balance DIFFERS from the close of '
                pb-prior-period delimited by size into pb-out-verdict
        end-if
    end-if.
    write balance-report-record from pb-verdict-line after advancing 1 line.
    if pb-open-differs
        move 'close of the prior period' to pb-out-label
        move zero to pb-out-items
        move pb-prior-count to pb-out-count
        move pb-prior-value to pb-out-value
        write balance-report-record from pb-amount-line after advancing 1 line
    end-if.
    write balance-report-record from pb-underline after advancing 1 line.
    move spaces to pb-out-verdict.
    string 'PERIOD ' pb-period ' CLOSED -- later postings dated in it go to '
        'PRIORPER.DAT' delimited by size into pb-out-verdict.
    write balance-report-record from pb-verdict-line after advancing 1 line.
    close balance-report.
end-printbalance.
    exit.

runlog-entry. *> the close, or the refusal, goes on the job run log
    move pb-bus-date to rl-date.
    move pb-now-hhmmss to rl-time.
    open extend run-log.
    if pb-runlog-status is equal to '35'
        open output run-log
    end-if.
    if pb-runlog-status is equal to '00'
        write run-log-record from pb-runlog-line
        close run-log
    end-if.
end-runlogentry.
    exit.

take-operator. *> a leading "OP=<user-id>" on the PARM names the operator
    *> running the job; it is taken off before the rest is read
    if pb-parm-data(1:3) is equal to 'OP='
        move spaces to pb-oper-tok
        move 1 to pb-oper-ptr
        unstring pb-parm-data delimited by all space
            into pb-oper-tok with pointer pb-oper-ptr
        move pb-oper-tok(4:8) to pb-oper-id
        move spaces to pb-parm-rest
        if pb-oper-ptr is not greater than 100
            move pb-parm-data(pb-oper-ptr:) to pb-parm-rest
        end-if
        move pb-parm-rest to pb-parm-data
        inspect pb-oper-id converting 'abcdefghijklmnopqrstuvwxyz'
            to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
    end-if.
    move pb-oper-id to rl-oper.
end-takeoperator.
    exit.
