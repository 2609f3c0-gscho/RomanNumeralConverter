identification division.
program-id. ledgrsnd.
environment division.
input-output section.
file-control.
    select conv-master assign to "CONVMAST.DAT" organization is indexed
        access mode is dynamic record key is mst-txn-id
        alternate record key is mst-run-date with duplicates
        file status is rs-master-status.
    select resend-file assign to "LEDGRSND.DAT" organization is line sequential
        file status is rs-resend-status.
    select resend-report assign to "LEDGRSND.OUT" organization is line sequential
        file status is rs-report-status.
    select journal-file assign to "MSTJRNL.DAT" organization is line sequential
        file status is rs-journal-status.
    select run-log assign to "RUNLOG.DAT" organization is line sequential
        file status is rs-runlog-status.
    select resend-sort assign to "RSNDWORK.TMP".

data division.
file section.
fd conv-master.
    01 master-record. *> layout written by romannumerals' master-write
       02 mst-txn-id   picture x(10).
       02 mst-numeral  picture x(30).
       02 mst-decimal  picture 9(8).
       02 mst-run-date picture x(8).
       02 mst-status   picture x.
          88 mst-posted   value space.
          88 mst-reversed value 'R'.
          88 mst-adjusted value 'A'.
       02 mst-status-date  picture x(8).
       02 mst-prev-decimal picture 9(8).
       02 mst-ack-status picture x.
       02 mst-ack-date   picture x(8).
fd resend-file. *> an interface file in the LEDGINTF.DAT layout
    01 resend-record picture x(80).
fd resend-report.
    01 resend-report-record picture x(100).
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
fd run-log.
    01 run-log-record picture x(109).
sd resend-sort. *> interface lines from the master and the journal, put
    *> back into the business day each one first went out on
    01 rsw-record.
       02 rsw-batch-date picture x(8). *> run date for a D, status date for R/A
       02 rsw-line-seq   picture x. *> 1 the posting, 2 a later change to it
       02 rsw-line       picture x(80).

working-storage section.
77  rs-parm-data     picture x(100) value spaces.
    *> "[OP=<user-id>] <run-date>" or "[OP=<user-id>] <from> <to> [prefix]"
77  rs-oper-id       picture x(8) value spaces. *> from a leading "OP=<user-id>"
77  rs-oper-tok      picture x(12).
77  rs-oper-ptr      picture 9(3) usage is computational.
77  rs-parm-rest     picture x(100).
77  rs-from-date     picture x(8) value spaces.
77  rs-to-date       picture x(8) value spaces.
77  rs-prefix        picture x(10) value spaces.
77  rs-prefix-len    picture 9(2) usage is computational value zero.
77  rs-master-status picture xx.
77  rs-resend-status picture xx.
77  rs-report-status picture xx.
77  rs-journal-status picture xx.
77  rs-runlog-status picture xx.
01  rs-eof-area.
    02 rs-eof-sw picture x value 'N'.
       88 rs-eof value 'Y'.
01  rs-batch-area.
    02 rs-batch-sw picture x value 'N'. *> a header is out, its trailer is owed
       88 rs-batch-open value 'Y'.
01  rs-date-area.
    02 rs-date-sw picture x value 'Y'.
       88 rs-date-good value 'Y'.
       88 rs-date-bad  value 'N'.
01  rs-today.
    02 rs-today-yyyy picture 9(4).
    02 rs-today-mm   picture 9(2).
    02 rs-today-dd   picture 9(2).
77  rs-date-src picture x.
01  rs-now.
    02 rs-now-hhmmss picture x(6).
    02 filler        picture x(2).
01  rs-month-days-area.
    02 filler picture x(24) value '312831303130313130313031'.
01  rs-month-days-r redefines rs-month-days-area.
    02 rs-month-days picture 99 occurs 12 times.
77  rs-max-dd   picture 99.
77  rs-quot     picture 9(4) usage is computational.
77  rs-rem-4    picture 9(4) usage is computational.
77  rs-rem-100  picture 9(4) usage is computational.
77  rs-rem-400  picture 9(4) usage is computational.
01  rs-before-image. *> the journal entry's images, in master-record's layout
    02 rb-txn-id   picture x(10).
    02 rb-numeral  picture x(30).
    02 rb-decimal  picture 9(8).
    02 rb-run-date picture x(8).
    02 rb-status   picture x.
    02 rb-status-date  picture x(8).
    02 filler      picture x(55).
01  rs-after-image.
    02 ra-txn-id   picture x(10).
    02 ra-numeral  picture x(30).
    02 ra-decimal  picture 9(8).
    02 ra-run-date picture x(8).
    02 ra-status   picture x.
       88 ra-posted   value space.
       88 ra-reversed value 'R'.
       88 ra-adjusted value 'A'.
    02 ra-status-date  picture x(8).
    02 filler      picture x(55).
01  rs-edit-date. *> a PARM date being checked
    02 rs-edit-yyyy picture 9(4).
    02 rs-edit-mm   picture 9(2).
    02 rs-edit-dd   picture 9(2).
77  rs-batch-date   picture x(8) value spaces. *> business date of the open batch
77  rs-sent-value   picture 9(8). *> the value the detail went out at
77  rs-roman-value  picture 9(7). *> that value, as toroman takes it
01  rs-roman-area.
    02 rs-roman     picture x(30). *> its numeral when it is no longer on the master
77  rs-adj-change   picture s9(8) usage is computational.
77  rs-bat-count    picture 9(6)  usage is computational value zero.
77  rs-bat-hash     picture 9(12) usage is computational value zero.
77  rs-bat-rev-count picture 9(6) usage is computational value zero.
77  rs-bat-rev-total picture 9(12) usage is computational value zero.
77  rs-bat-adj-count picture 9(6) usage is computational value zero.
77  rs-bat-adj-net  picture s9(12) usage is computational value zero.
77  rs-batches      picture 9(6)  usage is computational value zero.
77  rs-tot-count    picture 9(8)  usage is computational value zero.
77  rs-tot-hash     picture 9(13) usage is computational value zero.
77  rs-tot-rev-count picture 9(8) usage is computational value zero.
77  rs-tot-rev-total picture 9(13) usage is computational value zero.
77  rs-tot-adj-count picture 9(8) usage is computational value zero.
77  rs-tot-adj-net  picture s9(13) usage is computational value zero.
77  rs-late-rev     picture 9(8)  usage is computational value zero.
77  rs-late-adj     picture 9(8)  usage is computational value zero.
77  rs-early-chg    picture 9(8)  usage is computational value zero.
77  rs-log-batches  picture 9(6).
77  rs-log-details  picture 9(8).
77  rs-rc           picture 99 value zero.
01  rs-runlog-line. *> layout written by romannumerals' runlog-entry
    02 rl-date picture x(8).
    02 filler  picture x(1) value space.
    02 rl-time picture x(6).
    02 filler  picture x(1) value space.
    02 rl-text picture x(84).
    02 filler  picture x(1) value space.
    02 rl-oper picture x(8).
01  intf-header-line. *> layout written by romannumerals' file-name
    02 filler picture x value 'H'.
    02 ih-run-date picture x(8).
    02 ih-infile   picture x(60).
    02 ih-resend   picture x value 'R'. *> a re-extract, not a first send
    02 ih-resent-on picture x(8).
01  intf-detail-line.
    02 filler picture x value 'D'.
    02 id-txn-id  picture x(10).
    02 id-numeral picture x(30).
    02 id-decimal picture 9(8).
01  intf-reversal-line.
    02 filler picture x value 'R'.
    02 ir-txn-id  picture x(10).
    02 ir-numeral picture x(30).
    02 ir-decimal picture 9(8).
01  intf-adjust-line.
    02 filler picture x value 'A'.
    02 ia-txn-id  picture x(10).
    02 ia-numeral picture x(30).
    02 ia-decimal picture 9(8).
    02 ia-old-decimal picture 9(8).
    02 ia-net-change picture s9(8) sign is leading separate.
01  intf-trailer-line.
    02 filler picture x value 'T'.
    02 it-rec-count picture 9(6).
    02 it-hash-total picture 9(12).
    02 it-rev-count picture 9(6).
    02 it-rev-total picture 9(12).
    02 it-adj-count picture 9(6).
    02 it-adj-net picture s9(12) sign is leading separate.
01  rs-title-line.
    02 filler picture x(9)  value spaces.
    02 filler picture x(31) value 'ledger interface resend'.
    02 rs-out-today picture x(8).
01  rs-underline.
    02 filler picture x(46) value
       ' ---------------------------------------------'.
    02 filler picture x(46) value
       '----------------------------------------------'.
01  rs-select-line.
    02 filler picture x(1) value space.
    02 rs-out-sel-label picture x(25).
    02 rs-out-sel-value picture x(40).
01  rs-col-heads.
    02 filler picture x(11) value ' run date'.
    02 filler picture x(7)  value 'details'.
    02 filler picture x(17) value '       hash total'.
    02 filler picture x(9)  value ' reversed'.
    02 filler picture x(16) value '  reversal total'.
    02 filler picture x(9)  value ' adjusted'.
    02 filler picture x(16) value '      net change'.
01  rs-batch-line.
    02 filler picture x(1) value space.
    02 rs-out-date picture x(8).
    02 filler picture x(2) value spaces.
    02 rs-out-count picture zzz,zz9.
    02 filler picture x(2) value spaces.
    02 rs-out-hash picture zzz,zzz,zzz,zz9.
    02 filler picture x(3) value spaces.
    02 rs-out-rev-count picture zz,zz9.
    02 filler picture x(2) value spaces.
    02 rs-out-rev-total picture zz,zzz,zzz,zz9.
    02 filler picture x(3) value spaces.
    02 rs-out-adj-count picture zz,zz9.
    02 filler picture x(2) value spaces.
    02 rs-out-adj-net picture --,---,---,--9.
01  rs-count-line.
    02 filler picture x(1) value space.
    02 rs-out-label picture x(40).
    02 rs-out-tally picture zzz,zzz,zz9.
01  rs-none-line.
    02 filler picture x(46) value
       ' no master records match the selection'.

procedure division.

    accept rs-parm-data from command-line.
    perform take-operator thru end-takeoperator.
    unstring rs-parm-data delimited by all space
        into rs-from-date rs-to-date rs-prefix.
    if rs-from-date is equal to spaces
        display 'usage: ledgrsnd [OP=<user-id>] <run-date> | <from-date> '
            '<to-date> [txn-id-prefix]'
        display 'dates are yyyymmdd business dates; the resend is written '
            'to LEDGRSND.DAT'
        move 8 to return-code
        stop run.
    if rs-to-date is equal to spaces
        move rs-from-date to rs-to-date.
    call "busdate" using rs-today, rs-date-src.
    accept rs-now from time.
    if rs-date-src is equal to 'C'
        display 'no business date on BUSDATE.DAT -- the system date is used'
    end-if.
    move rs-from-date to rs-edit-date.
    perform edit-date thru end-editdate.
    move rs-to-date to rs-edit-date.
    perform edit-date thru end-editdate.
    if rs-date-bad
        display 'run dates must be valid yyyymmdd dates: ' rs-from-date
            ' ' rs-to-date
        move 8 to return-code
        stop run.
    if rs-from-date is greater than rs-to-date
        display 'from-date ' rs-from-date ' is after to-date ' rs-to-date
        move 8 to return-code
        stop run.
    if rs-to-date is greater than rs-today
        display 'cannot resend ' rs-to-date ' -- the business date is '
            rs-today
        move 8 to return-code
        stop run.
    move zero to rs-prefix-len.
    inspect rs-prefix tallying rs-prefix-len
        for characters before initial space.
    open input conv-master.
    if rs-master-status is not equal to '00'
        display 'unable to open master file CONVMAST.DAT (file status '
            rs-master-status ')'
        move 8 to return-code
        stop run
    end-if.
    *> reversals and adjustments are resent from the change journal --
    *> the master holds only the latest change to each record
    open input journal-file.
    if rs-journal-status is not equal to '00'
        display 'unable to open change journal MSTJRNL.DAT (file status '
            rs-journal-status ')'
        close conv-master
        move 8 to return-code
        stop run
    end-if.
    open output resend-file.
    if rs-resend-status is not equal to '00'
        display 'unable to open LEDGRSND.DAT (file status '
            rs-resend-status ')'
        close conv-master journal-file
        move 8 to return-code
        stop run
    end-if.
    open output resend-report.
    if rs-report-status is not equal to '00'
        display 'unable to open LEDGRSND.OUT (file status '
            rs-report-status ')'
        close conv-master journal-file resend-file
        move 8 to return-code
        stop run
    end-if.
    perform print-heading thru end-printheading.
    *> postings of the range come off the run-date key, reversals and
    *> adjustments sent in the range off the journal; the sort puts each
    *> line back into the day's batch it first went out in
    sort resend-sort on ascending key rsw-batch-date rsw-line-seq
        with duplicates in order
        input procedure is release-lines thru end-releaselines
        output procedure is write-batches thru end-writebatches.
    close conv-master.
    close journal-file.
    close resend-file.
    perform print-totals thru end-printtotals.
    close resend-report.
    call "CBL_DELETE_FILE" using "RSNDWORK.TMP".
    display 'resend of ' rs-tot-count ' details in ' rs-batches
        ' batches written to LEDGRSND.DAT'.
    display 'control report written to LEDGRSND.OUT'.
    if rs-batches is equal to zero
        display 'no master records match the selection'
        move 4 to rs-rc
    end-if.
    move rs-batches to rs-log-batches.
    move rs-tot-count to rs-log-details.
    move spaces to rl-text.
    if rs-prefix-len is equal to zero
        string 'ledger resend ' rs-from-date '-' rs-to-date ' (all): '
            rs-log-batches ' batches, ' rs-log-details ' details, rc ' rs-rc
            delimited by size into rl-text
    else
        string 'ledger resend ' rs-from-date '-' rs-to-date ' '
            rs-prefix(1:rs-prefix-len) ': ' rs-log-batches ' batches, '
            rs-log-details ' details, rc ' rs-rc
            delimited by size into rl-text
    end-if.
    perform runlog-entry thru end-runlogentry.
    move rs-rc to return-code.
    stop run.

edit-date. *> rs-edit-date must be a calendar date
    if rs-edit-date is not numeric
        set rs-date-bad to true
        exit paragraph.
    if rs-edit-mm is less than 1 or rs-edit-mm is greater than 12
        set rs-date-bad to true
        exit paragraph.
    perform month-length thru end-monthlength.
    if rs-edit-dd is less than 1 or rs-edit-dd is greater than rs-max-dd
        set rs-date-bad to true.
end-editdate.
    exit.

month-length. *> days in rs-edit-mm of rs-edit-yyyy
    move rs-month-days(rs-edit-mm) to rs-max-dd.
    if rs-edit-mm is not equal to 2
        exit paragraph.
    divide rs-edit-yyyy by 4 giving rs-quot remainder rs-rem-4.
    divide rs-edit-yyyy by 100 giving rs-quot remainder rs-rem-100.
    divide rs-edit-yyyy by 400 giving rs-quot remainder rs-rem-400.
    if rs-rem-4 is equal to zero
            and (rs-rem-100 is not equal to zero or rs-rem-400 is equal to zero)
        move 29 to rs-max-dd.
end-monthlength.
    exit.

print-heading.
    move rs-today to rs-out-today.
    write resend-report-record from rs-title-line after advancing 1 lines.
    write resend-report-record from rs-underline after advancing 1 line.
    move 'run dates  . . . . . . .' to rs-out-sel-label.
    move spaces to rs-out-sel-value.
    string rs-from-date ' to ' rs-to-date
        delimited by size into rs-out-sel-value.
    write resend-report-record from rs-select-line after advancing 1 line.
    move 'txn id prefix  . . . . .' to rs-out-sel-label.
    if rs-prefix-len is equal to zero
        move '(all)' to rs-out-sel-value
    else
        move rs-prefix to rs-out-sel-value
    end-if.
    write resend-report-record from rs-select-line after advancing 1 line.
    move 'interface file . . . . .' to rs-out-sel-label.
    move 'LEDGRSND.DAT' to rs-out-sel-value.
    write resend-report-record from rs-select-line after advancing 1 line.
    write resend-report-record from rs-col-heads after advancing 2 lines.
    write resend-report-record from rs-underline after advancing 1 line.
end-printheading.
    exit.

release-lines. *> the postings on the master, then the changes on the journal
    move rs-from-date to mst-run-date.
    move 'N' to rs-eof-sw.
    start conv-master key is not less than mst-run-date
        invalid key set rs-eof to true
    end-start.
    perform release-posting thru end-releaseposting until rs-eof.
    move 'N' to rs-eof-sw.
    perform release-change thru end-releasechange until rs-eof.
end-releaselines.
    exit.

release-posting. *> one posting of the range, as its 'D' detail went out
    read conv-master next record
        at end
            set rs-eof to true
            exit paragraph.
    if mst-run-date is greater than rs-to-date
        set rs-eof to true
        exit paragraph.
    if rs-prefix-len is greater than zero
        if mst-txn-id(1:rs-prefix-len) is not equal to
                rs-prefix(1:rs-prefix-len)
            exit paragraph.
    *> the detail goes out at the value accepted on the run date -- an
    *> adjustment since then keeps that value in mst-prev-decimal, and it
    *> stays there if the adjusted record is later reversed.  master-write
    *> posts with a zero prior value and no adjustment is ever to zero.
    *> the numeral on the master is then the replacement's, so the
    *> original value is rendered afresh
    move mst-txn-id to id-txn-id.
    if mst-prev-decimal is greater than zero
        move mst-prev-decimal to rs-sent-value
        move rs-sent-value to rs-roman-value
        call "toroman" using rs-roman-value, rs-roman-area
        move rs-roman to id-numeral
    else
        move mst-decimal to rs-sent-value
        move mst-numeral to id-numeral
    end-if.
    move rs-sent-value to id-decimal.
    move mst-run-date to rsw-batch-date.
    move '1' to rsw-line-seq.
    move intf-detail-line to rsw-line.
    release rsw-record.
end-releaseposting.
    exit.

release-change. *> one journal entry -- each reversal or adjustment sent
    *> inside the range goes back out as it was sent, however many times
    *> the record has changed since
    read journal-file
        at end
            set rs-eof to true
            exit paragraph.
    if jr-action is not equal to 'C'
        exit paragraph.
    move jr-before to rs-before-image.
    move jr-after to rs-after-image.
    if ra-posted
        exit paragraph.
    *> an acknowledgement stamp rewrites the record but sends the ledger
    *> nothing
    if ra-status is equal to rb-status
            and ra-status-date is equal to rb-status-date
            and ra-decimal is equal to rb-decimal
            and ra-numeral is equal to rb-numeral
        exit paragraph.
    if rs-prefix-len is greater than zero
        if ra-txn-id(1:rs-prefix-len) is not equal to
                rs-prefix(1:rs-prefix-len)
            exit paragraph.
    if ra-status-date is less than rs-from-date
        exit paragraph.
    if ra-status-date is greater than rs-to-date
        *> a change sent after the range belongs to a later day's feed --
        *> it is only counted, against postings of the range
        if ra-run-date is not less than rs-from-date
                and ra-run-date is not greater than rs-to-date
            if ra-reversed
                add 1 to rs-late-rev
            else
                add 1 to rs-late-adj
            end-if
        end-if
        exit paragraph.
    if ra-run-date is less than rs-from-date
        *> the posting itself went out before the range
        add 1 to rs-early-chg
    end-if.
    move ra-status-date to rsw-batch-date.
    move '2' to rsw-line-seq.
    if ra-reversed
        move ra-txn-id to ir-txn-id
        move ra-numeral to ir-numeral
        move ra-decimal to ir-decimal
        move intf-reversal-line to rsw-line
    else
        compute rs-adj-change = ra-decimal - rb-decimal
        move ra-txn-id to ia-txn-id
        move ra-numeral to ia-numeral
        move ra-decimal to ia-decimal
        move rb-decimal to ia-old-decimal
        move rs-adj-change to ia-net-change
        move intf-adjust-line to rsw-line
    end-if.
    release rsw-record.
end-releasechange.
    exit.

write-batches. *> the sorted lines, one H/D/T batch per business date
    move 'N' to rs-eof-sw.
    perform write-one thru end-writeone until rs-eof.
    if rs-batch-open
        perform batch-close thru end-batchclose
    end-if.
end-writebatches.
    exit.

write-one.
    return resend-sort
        at end
            set rs-eof to true
            exit paragraph.
    if not rs-batch-open or rsw-batch-date is not equal to rs-batch-date
        if rs-batch-open
            perform batch-close thru end-batchclose
        end-if
        perform batch-open thru end-batchopen
    end-if.
    write resend-record from rsw-line.
    evaluate rsw-line(1:1)
        when 'D'
            move rsw-line to intf-detail-line
            add 1 to rs-bat-count
            add id-decimal to rs-bat-hash
        when 'R'
            move rsw-line to intf-reversal-line
            add 1 to rs-bat-rev-count
            add ir-decimal to rs-bat-rev-total
        when 'A'
            move rsw-line to intf-adjust-line
            add 1 to rs-bat-adj-count
            add ia-net-change to rs-bat-adj-net
    end-evaluate.
end-writeone.
    exit.

batch-open. *> one H/D/T batch per business date, as the day first went out
    move rsw-batch-date to rs-batch-date.
    move rs-batch-date to ih-run-date.
    move spaces to ih-infile.
    string 'resend from CONVMAST.DAT ' rs-from-date ' to ' rs-to-date
        delimited by size into ih-infile.
    move rs-today to ih-resent-on.
    write resend-record from intf-header-line.
    set rs-batch-open to true.
    move zero to rs-bat-count rs-bat-hash rs-bat-rev-count
        rs-bat-rev-total rs-bat-adj-count rs-bat-adj-net.
end-batchopen.
    exit.

batch-close. *> the trailer, and the batch's line on the control report
    move rs-bat-count to it-rec-count.
    move rs-bat-hash to it-hash-total.
    move rs-bat-rev-count to it-rev-count.
    move rs-bat-rev-total to it-rev-total.
    move rs-bat-adj-count to it-adj-count.
    move rs-bat-adj-net to it-adj-net.
    write resend-record from intf-trailer-line.
    move 'N' to rs-batch-sw.
    add 1 to rs-batches.
    add rs-bat-count to rs-tot-count.
    add rs-bat-hash to rs-tot-hash.
    add rs-bat-rev-count to rs-tot-rev-count.
    add rs-bat-rev-total to rs-tot-rev-total.
    add rs-bat-adj-count to rs-tot-adj-count.
    add rs-bat-adj-net to rs-tot-adj-net.
    move rs-batch-date to rs-out-date.
    move rs-bat-count to rs-out-count.
    move rs-bat-hash to rs-out-hash.
    move rs-bat-rev-count to rs-out-rev-count.
    move rs-bat-rev-total to rs-out-rev-total.
    move rs-bat-adj-count to rs-out-adj-count.
    move rs-bat-adj-net to rs-out-adj-net.
    write resend-report-record from rs-batch-line after advancing 1 line.
end-batchclose.
    exit.

print-totals. *> sums of the trailers written, and what was left out
    if rs-batches is equal to zero
        write resend-report-record from rs-none-line after advancing 1 line
    end-if.
    write resend-report-record from rs-underline after advancing 1 line.
    move 'total' to rs-out-date.
    move rs-tot-count to rs-out-count.
    move rs-tot-hash to rs-out-hash.
    move rs-tot-rev-count to rs-out-rev-count.
    move rs-tot-rev-total to rs-out-rev-total.
    move rs-tot-adj-count to rs-out-adj-count.
    move rs-tot-adj-net to rs-out-adj-net.
    write resend-report-record from rs-batch-line after advancing 1 line.
    move 'batches (header/trailer pairs) written  ' to rs-out-label.
    move rs-batches to rs-out-tally.
    write resend-report-record from rs-count-line after advancing 2 lines.
    move 'reversed after the range -- not resent ' to rs-out-label.
    move rs-late-rev to rs-out-tally.
    write resend-report-record from rs-count-line after advancing 1 line.
    move 'adjusted after the range -- not resent ' to rs-out-label.
    move rs-late-adj to rs-out-tally.
    write resend-report-record from rs-count-line after advancing 1 line.
    move 'changes in range to earlier postings   ' to rs-out-label.
    move rs-early-chg to rs-out-tally.
    write resend-report-record from rs-count-line after advancing 1 line.
end-printtotals.
    exit.

runlog-entry. *> the resend goes on the job run log, under its operator
    move rs-today to rl-date.
    move rs-now-hhmmss to rl-time.
    open extend run-log.
    if rs-runlog-status is equal to '35'
        open output run-log
    end-if.
    if rs-runlog-status is equal to '00'
        write run-log-record from rs-runlog-line
        close run-log
    end-if.
end-runlogentry.
    exit.

take-operator. *> a leading "OP=<user-id>" on the PARM names the operator
    *> running the job; it is taken off before the rest is read
    if rs-parm-data(1:3) is equal to 'OP='
        move spaces to rs-oper-tok
        move 1 to rs-oper-ptr
        unstring rs-parm-data delimited by all space
            into rs-oper-tok with pointer rs-oper-ptr
        move rs-oper-tok(4:8) to rs-oper-id
        move spaces to rs-parm-rest
        if rs-oper-ptr is not greater than 100
            move rs-parm-data(rs-oper-ptr:) to rs-parm-rest
        end-if
        move rs-parm-rest to rs-parm-data
        inspect rs-oper-id converting 'abcdefghijklmnopqrstuvwxyz'
            to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
    end-if.
    move rs-oper-id to rl-oper.
end-takeoperator.
    exit.
