identification division.
program-id. jrnlrpt.
environment division.
input-output section.
file-control.
    select journal-file assign to "MSTJRNL.DAT" organization is line sequential
        file status is jp-journal-status.
    select jrnl-report assign to "JRNLRPT.OUT" organization is line sequential
        file status is jp-report-status.

data division.
file section.
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
fd jrnl-report.
    01 jrnl-report-record picture x(80).

working-storage section.
77  jp-parm-data   picture x(100) value spaces.
    *> "<txn-id>" | "<from yyyymmdd> <to yyyymmdd>" | "<txn-id> <from> <to>"
77  jp-token-1     picture x(10).
77  jp-token-2     picture x(10).
77  jp-token-3     picture x(10).
77  jp-sel-txn-id  picture x(10) value spaces.
77  jp-from-date   picture x(8) value '00000000'.
77  jp-to-date     picture x(8) value '99999999'.
77  jp-journal-status picture xx.
77  jp-report-status  picture xx.
01  jp-eof-area.
    02 jp-eof-sw picture x value 'N'.
       88 jp-eof value 'Y'.
01  jp-image. *> a before or after image, in master-record's layout
    02 ji-txn-id   picture x(10).
    02 ji-numeral  picture x(30).
    02 ji-decimal  picture 9(8).
    02 ji-run-date picture x(8).
    02 ji-status   picture x.
       88 ji-posted   value space.
       88 ji-reversed value 'R'.
       88 ji-adjusted value 'A'.
    02 ji-status-date  picture x(8).
    02 ji-prev-decimal picture 9(8).
    02 ji-ack-status   picture x.
    02 ji-ack-date     picture x(8).
    02 filler      picture x(38).
77  jp-read-count picture 9(8) usage is computational value zero.
77  jp-sel-count  picture 9(8) usage is computational value zero.
77  jp-add-count  picture 9(8) usage is computational value zero.
77  jp-chg-count  picture 9(8) usage is computational value zero.
77  jp-del-count  picture 9(8) usage is computational value zero.
01  jp-title-line.
    02 filler picture x(9)  value spaces.
    02 filler picture x(28) value 'master file change journal'.
01  jp-underline.
    02 filler picture x(46) value
       ' ---------------------------------------------'.
    02 filler picture x(28) value '----------------------------'.
01  jp-sel-id-line.
    02 filler picture x(14) value ' txn id       '.
    02 jp-out-sel-id picture x(10).
01  jp-sel-date-line.
    02 filler picture x(14) value ' changed      '.
    02 jp-out-from picture x(8).
    02 filler picture x(9)  value ' through '.
    02 jp-out-to picture x(8).
01  jp-col-heads.
    02 filler picture x(18) value ' changed on'.
    02 filler picture x(12) value 'txn id'.
    02 filler picture x(9)  value 'action'.
    02 filler picture x(14) value 'program'.
    02 filler picture x(10) value 'mode'.
    02 filler picture x(8)  value 'operator'.
01  jp-entry-line.
    02 filler picture x(1) value space.
    02 jp-out-date picture x(8).
    02 filler picture x(1) value space.
    02 jp-out-time picture x(6).
    02 filler picture x(2) value spaces.
    02 jp-out-txn-id picture x(10).
    02 filler picture x(2) value spaces.
    02 jp-out-action picture x(7).
    02 filler picture x(2) value spaces.
    02 jp-out-program picture x(13).
    02 filler picture x(1) value space.
    02 jp-out-mode picture x(8).
    02 filler picture x(2) value spaces.
    02 jp-out-oper picture x(8).
01  jp-image-line.
    02 filler picture x(5) value spaces.
    02 jp-out-which picture x(8).
    02 jp-out-numeral picture x(30).
    02 filler picture x(1) value space.
    02 jp-out-decimal picture z(8)9.
    02 filler picture x(2) value spaces.
    02 jp-out-run-date picture x(8).
    02 filler picture x(2) value spaces.
    02 jp-out-status picture x(8).
01  jp-none-line.
    02 filler picture x(5) value spaces.
    02 jp-out-none-which picture x(8).
    02 filler picture x(30) value '(not on the master)'.
01  jp-count-line.
    02 filler picture x(1) value space.
    02 jp-out-label picture x(16).
    02 jp-out-count picture zzz,zzz,zz9.

procedure division.

    accept jp-parm-data from command-line.
    move spaces to jp-token-1. move spaces to jp-token-2.
    move spaces to jp-token-3.
    unstring jp-parm-data delimited by all space
        into jp-token-1 jp-token-2 jp-token-3.
    evaluate true
        when jp-token-1 is equal to spaces
            perform show-usage thru end-showusage
        when jp-token-2 is equal to spaces
            move jp-token-1 to jp-sel-txn-id
        when jp-token-3 is equal to spaces
            move jp-token-1 to jp-from-date
            move jp-token-2 to jp-to-date
        when other
            move jp-token-1 to jp-sel-txn-id
            move jp-token-2 to jp-from-date
            move jp-token-3 to jp-to-date
    end-evaluate.
    if jp-from-date is not numeric or jp-to-date is not numeric
        perform show-usage thru end-showusage.
    open input journal-file.
    if jp-journal-status is not equal to '00'
        display 'unable to open journal file MSTJRNL.DAT (file status '
            jp-journal-status ')'
        stop run
    end-if.
    open output jrnl-report.
    if jp-report-status is not equal to '00'
        display 'unable to open JRNLRPT.OUT (file status '
            jp-report-status ')'
        close journal-file
        stop run
    end-if.
    write jrnl-report-record from jp-title-line after advancing 1 lines.
    write jrnl-report-record from jp-underline after advancing 1 line.
    if jp-sel-txn-id is not equal to spaces
        move jp-sel-txn-id to jp-out-sel-id
        write jrnl-report-record from jp-sel-id-line after advancing 1 line
    end-if.
    if jp-from-date is not equal to '00000000'
            or jp-to-date is not equal to '99999999'
        move jp-from-date to jp-out-from
        move jp-to-date to jp-out-to
        write jrnl-report-record from jp-sel-date-line after advancing 1 line
    end-if.
    write jrnl-report-record from jp-col-heads after advancing 2 lines.
    write jrnl-report-record from jp-underline after advancing 1 line.
    perform list-one thru end-listone until jp-eof.
    close journal-file.
    perform print-totals thru end-printtotals.
    close jrnl-report.
    display 'journal report written to JRNLRPT.OUT (' jp-sel-count
        ' changes listed)'.
    stop run.

show-usage.
    display 'usage: jrnlrpt <txn-id>'
    display '       jrnlrpt <from-date yyyymmdd> <to-date yyyymmdd>'
    display '       jrnlrpt <txn-id> <from-date yyyymmdd> <to-date yyyymmdd>'
    stop run.
end-showusage.
    exit.

list-one. *> prints one journal entry, with its images, if it is selected
    read journal-file
        at end
            set jp-eof to true
            exit paragraph.
    add 1 to jp-read-count.
    if jp-sel-txn-id is not equal to spaces
            and jr-txn-id is not equal to jp-sel-txn-id
        exit paragraph.
    if jr-date is less than jp-from-date or jr-date is greater than jp-to-date
        exit paragraph.
    add 1 to jp-sel-count.
    move jr-date to jp-out-date.
    move jr-time to jp-out-time.
    move jr-txn-id to jp-out-txn-id.
    evaluate jr-action
        when 'A'
            add 1 to jp-add-count
            move 'added' to jp-out-action
        when 'C'
            add 1 to jp-chg-count
            move 'changed' to jp-out-action
        when 'D'
            add 1 to jp-del-count
            move 'deleted' to jp-out-action
        when other
            move jr-action to jp-out-action
    end-evaluate.
    move jr-program to jp-out-program.
    move jr-mode to jp-out-mode.
    move jr-oper to jp-out-oper.
    write jrnl-report-record from jp-entry-line after advancing 2 lines.
    move 'before' to jp-out-which.
    move jp-out-which to jp-out-none-which.
    move jr-before to jp-image.
    perform print-image thru end-printimage.
    move 'after' to jp-out-which.
    move jp-out-which to jp-out-none-which.
    move jr-after to jp-image.
    perform print-image thru end-printimage.
end-listone.
    exit.

print-image. *> one before or after image of the master record
    if jp-image is equal to spaces
        write jrnl-report-record from jp-none-line after advancing 1 line
        exit paragraph.
    move ji-numeral to jp-out-numeral.
    move ji-decimal to jp-out-decimal.
    move ji-run-date to jp-out-run-date.
    evaluate true
        when ji-posted   move 'posted' to jp-out-status
        when ji-reversed move 'reversed' to jp-out-status
        when ji-adjusted move 'adjusted' to jp-out-status
        when other       move ji-status to jp-out-status
    end-evaluate.
    write jrnl-report-record from jp-image-line after advancing 1 line.
end-printimage.
    exit.

print-totals.
    write jrnl-report-record from jp-underline after advancing 2 lines.
    move 'entries read . .' to jp-out-label.
    move jp-read-count to jp-out-count.
    write jrnl-report-record from jp-count-line after advancing 1 line.
    move 'changes listed .' to jp-out-label.
    move jp-sel-count to jp-out-count.
    write jrnl-report-record from jp-count-line after advancing 1 line.
    move '  added  . . . .' to jp-out-label.
    move jp-add-count to jp-out-count.
    write jrnl-report-record from jp-count-line after advancing 1 line.
    move '  changed  . . .' to jp-out-label.
    move jp-chg-count to jp-out-count.
    write jrnl-report-record from jp-count-line after advancing 1 line.
    move '  deleted  . . .' to jp-out-label.
    move jp-del-count to jp-out-count.
    write jrnl-report-record from jp-count-line after advancing 1 line.
end-printtotals.
    exit.
