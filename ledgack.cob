identification division.
program-id. ledgack.
environment division.
input-output section.
file-control.
    select ack-file assign to la-ack-filename organization is line sequential
        file status is la-ack-status.
    select sent-file assign to la-sent-filename organization is line sequential
        file status is la-sent-status.
    select conv-master assign to "CONVMAST.DAT" organization is indexed
        access mode is dynamic record key is mst-txn-id
        alternate record key is mst-run-date with duplicates
        file status is la-master-status.
    select ack-report assign to "LEDGACK.OUT" organization is line sequential
        file status is la-report-status.
    select lock-file assign to "RUNLOCK.DAT" organization is line sequential
        file status is la-lock-status.

data division.
file section.
fd ack-file. *> returned by the ledger for an interface file we sent it
    01 ack-record.
       02 ak-type    picture x. *> D one per txn id, T the batch as it saw it
       02 ak-txn-id  picture x(10).
       02 ak-result  picture x. *> A accepted, R rejected
       02 ak-reason  picture x(30).
       02 filler     picture x(38).
    01 ack-trailer-record.
       02 filler        picture x.
       02 at-rec-count  picture 9(6).
       02 at-hash-total picture 9(12).
       02 filler        picture x(61).
fd sent-file. *> the LEDGINTF.DAT the acknowledgement answers
    01 sent-record.
       02 st-type       picture x.
       02 st-rec-count  picture 9(6). *> on a 'T' record, layout written by
       02 st-hash-total picture 9(12). *> romannumerals' file-trailer
       02 filler        picture x(61).
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
          88 mst-ack-pending  value space.
          88 mst-ack-accepted value 'A'.
          88 mst-ack-rejected value 'X'.
       02 mst-ack-date   picture x(8).
fd ack-report.
    01 ack-report-record picture x(80).
fd lock-file.
    01 lock-record. *> layout written by romannumerals' take-lock
       02 lck-date picture x(8).
       02 filler   picture x(1).
       02 lck-time picture x(6).
       02 filler   picture x(1).
       02 lck-parm picture x(64).
       02 filler   picture x(1).
       02 lck-oper picture x(8).

working-storage section.
77  la-parm-data     picture x(100) value spaces.
    *> "<ack-file> [age-days] [sent-file]"
77  la-oper-id      picture x(8) value spaces. *> from a leading "OP=<user-id>"
77  la-oper-tok     picture x(12).
77  la-oper-ptr     picture 9(3) usage is computational.
77  la-parm-rest    picture x(100).
77  la-ack-filename  picture x(100) value spaces.
77  la-days-token    picture x(4) value spaces.
77  la-sent-filename picture x(100) value spaces.
77  la-age-days      picture 9(4) usage is computational value 5.
77  la-ack-status    picture xx.
77  la-sent-status   picture xx.
77  la-master-status picture xx.
77  la-report-status picture xx.
77  la-lock-status   picture xx.
01  la-eof-area.
    02 la-eof-sw picture x value 'N'.
       88 la-eof value 'Y'.
01  la-balance-area.
    02 la-balance-sw picture x value 'N'.
       88 la-in-balance  value 'Y'.
       88 la-out-balance value 'N'.
01  la-today.
    02 la-today-yyyy picture 9(4).
    02 la-today-mm   picture 9(2).
    02 la-today-dd   picture 9(2).
77  la-today-serial picture 9(8).
77  la-date-src picture x.
77  la-sent-serial  picture 9(8).
77  la-age          picture s9(8) usage is computational.
77  la-sent-date    picture x(8). *> day the last detail for the id was sent
77  la-sent-batches picture 9(6) usage is computational value zero.
77  la-sent-count   picture 9(8) usage is computational value zero.
77  la-sent-hash    picture 9(13) usage is computational value zero.
77  la-ack-trailers picture 9(6) usage is computational value zero.
77  la-ack-count    picture 9(8) usage is computational value zero.
77  la-ack-hash     picture 9(13) usage is computational value zero.
77  la-ack-lines    picture 9(8) usage is computational value zero.
77  la-acc-count    picture 9(8) usage is computational value zero.
77  la-rej-count    picture 9(8) usage is computational value zero.
77  la-exc-count    picture 9(8) usage is computational value zero.
77  la-aged-count   picture 9(8) usage is computational value zero.
77  la-aged-sum     picture 9(13) usage is computational value zero.
77  la-jrn-program  picture x(13) value 'ledgack'. *> journal stamp for
77  la-jrn-mode     picture x(8)  value 'ACK'. *> the rewrites made here
77  la-jrn-action   picture x value 'C'.
77  la-jrn-status   picture xx.
77  la-jrn-before   picture x(120).
77  la-jrn-after    picture x(120).
77  la-jrn-fail-count picture 9(8) usage is computational value zero.
01  la-title-line.
    02 filler picture x(9)  value spaces.
    02 filler picture x(31) value 'ledger acknowledgement report'.
    02 la-out-today picture x(8).
01  la-underline.
    02 filler picture x(46) value
       ' ---------------------------------------------'.
    02 filler picture x(28) value '----------------------------'.
01  la-ack-name-line.
    02 filler picture x(23) value ' acknowledgement file  '.
    02 la-out-ack-name picture x(50).
01  la-sent-name-line.
    02 filler picture x(23) value ' sent interface file   '.
    02 la-out-sent-name picture x(50).
01  la-bal-heads.
    02 filler picture x(22) value ' trailer balance'.
    02 filler picture x(10) value '   records'.
    02 filler picture x(18) value '        hash total'.
    02 filler picture x(10) value '   batches'.
01  la-bal-line.
    02 filler picture x(1) value space.
    02 la-out-bal-label picture x(21).
    02 filler picture x(1) value space.
    02 la-out-bal-count picture z,zzz,zz9.
    02 filler picture x(2) value spaces.
    02 la-out-bal-hash picture zzz,zzz,zzz,zz9.
    02 filler picture x(4) value spaces.
    02 la-out-bal-batches picture zz,zz9.
01  la-bal-ok-line.
    02 filler picture x(12) value ' IN BALANCE'.
01  la-bal-bad-line.
    02 filler picture x(39) value
       ' OUT OF BALANCE -- nothing was stamped'.
01  la-no-trailer-line.
    02 filler picture x(60) value
       ' NO TRAILER ON THE ACKNOWLEDGEMENT -- nothing was stamped'.
01  la-sect1-head.
    02 filler picture x(47) value
       ' section 1 -- ledger rejections and exceptions'.
01  la-sect1-cols.
    02 filler picture x(13) value ' txn id'.
    02 filler picture x(10) value 'result'.
    02 filler picture x(30) value 'reason / note'.
01  la-sect1-line.
    02 filler picture x(1) value space.
    02 la-out-txn-id picture x(10).
    02 filler picture x(2) value spaces.
    02 la-out-result picture x(8).
    02 filler picture x(2) value spaces.
    02 la-out-note picture x(40).
01  la-stamp-line.
    02 filler picture x(1) value space.
    02 la-out-stamp-label picture x(24).
    02 la-out-stamp-count picture zzz,zzz,zz9.
01  la-sect2-head.
    02 filler picture x(41) value
       ' section 2 -- unacknowledged, older than '.
    02 la-out-age-days picture zzz9.
    02 filler picture x(5) value ' days'.
01  la-sect2-cols.
    02 filler picture x(12) value ' txn id'.
    02 filler picture x(31) value 'numeral'.
    02 filler picture x(10) value '   decimal'.
    02 filler picture x(10) value '   sent on'.
    02 filler picture x(6)  value '   age'.
    02 filler picture x(9)  value '  status'.
01  la-aged-line.
    02 filler picture x(1) value space.
    02 la-out-aged-id picture x(10).
    02 filler picture x(1) value space.
    02 la-out-aged-numeral picture x(30).
    02 filler picture x(1) value space.
    02 la-out-aged-decimal picture z(8)9.
    02 filler picture x(2) value spaces.
    02 la-out-aged-date picture x(8).
    02 filler picture x(1) value space.
    02 la-out-aged-age picture zzzz9.
    02 filler picture x(2) value spaces.
    02 la-out-aged-status picture x(8).
01  la-aged-trailer.
    02 filler picture x(1) value space.
    02 filler picture x(16) value 'records  . . . .'.
    02 la-out-aged-count picture zzz,zz9.
    02 filler picture x(5) value spaces.
    02 filler picture x(16) value 'value total  . .'.
    02 la-out-aged-sum picture zzz,zzz,zzz,zz9.

procedure division.

    accept la-parm-data from command-line.
    perform take-operator thru end-takeoperator.
    unstring la-parm-data delimited by all space
        into la-ack-filename la-days-token la-sent-filename.
    if la-ack-filename is equal to spaces
        display 'usage: ledgack [OP=<user-id>] <ack-file> [age-days] '
            '[sent-interface-file]'
        display 'age-days defaults to 5, the sent file to LEDGINTF.DAT'
        move 8 to return-code
        stop run.
    if la-days-token is not equal to spaces
        perform edit-days thru end-editdays.
    if la-sent-filename is equal to spaces
        move 'LEDGINTF.DAT' to la-sent-filename.
    call "busdate" using la-today, la-date-src.
    if la-date-src is equal to 'C'
        display 'no business date on BUSDATE.DAT -- the system date is used'
    end-if.
    call "daynum" using la-today, la-today-serial.
    perform check-lock thru end-checklock.
    perform total-sent thru end-totalsent.
    perform total-ack thru end-totalack.
    open output ack-report.
    if la-report-status is not equal to '00'
        display 'unable to open LEDGACK.OUT (file status '
            la-report-status ')'
        move 8 to return-code
        stop run
    end-if.
    move la-today to la-out-today.
    write ack-report-record from la-title-line after advancing 1 lines.
    write ack-report-record from la-underline after advancing 1 line.
    move la-ack-filename to la-out-ack-name.
    write ack-report-record from la-ack-name-line after advancing 1 line.
    move la-sent-filename to la-out-sent-name.
    write ack-report-record from la-sent-name-line after advancing 1 line.
    perform print-balance thru end-printbalance.
    open i-o conv-master.
    if la-master-status is not equal to '00'
        display 'unable to open master file CONVMAST.DAT (file status '
            la-master-status ')'
        close ack-report
        move 8 to return-code
        stop run
    end-if.
    if la-in-balance
        perform stamp-master thru end-stampmaster
    end-if.
    perform age-master thru end-agemaster.
    close conv-master.
    close ack-report.
    display 'acknowledgement report written to LEDGACK.OUT'.
    if la-jrn-fail-count is greater than zero
        display 'warning: ' la-jrn-fail-count
            ' stamps could not be journalled to MSTJRNL.DAT'
    end-if.
    if la-out-balance
        display 'acknowledgement out of balance with ' la-sent-filename(1:30)
            ' -- nothing stamped'
        move 8 to return-code
        stop run
    end-if.
    if la-rej-count is greater than zero or la-exc-count is greater than zero
        move 4 to return-code
    else
        move zero to return-code
    end-if.
    stop run.

check-lock. *> a run holding the lock may be posting reversals and
    *> adjustments to the same master records this run would stamp
    open input lock-file.
    if la-lock-status is equal to '35'
        exit paragraph.
    if la-lock-status is equal to '00'
        read lock-file
            at end move spaces to lock-record
        end-read
        close lock-file
        display 'acknowledgement refused: a run holds the lock (taken '
            lck-date ' ' lck-time ' by ' lck-oper ')'
        move 12 to return-code
    else
        display 'acknowledgement refused: RUNLOCK.DAT cannot be checked '
            '(file status ' la-lock-status ')'
        move 8 to return-code
    end-if.
    stop run.
end-checklock.
    exit.

edit-days. *> the aging threshold, right-justified out of its token
    perform shift-days thru end-shiftdays
        until la-days-token(4:1) is not equal to space.
    if la-days-token is not numeric
        display 'age-days must be numeric: ' la-days-token
        move 8 to return-code
        stop run.
    move la-days-token to la-age-days.
end-editdays.
    exit.

shift-days.
    move la-days-token(1:3) to la-days-token(2:3).
    move '0' to la-days-token(1:1).
end-shiftdays.
    exit.

total-sent. *> adds up the 'T' records of every batch on the sent file
    open input sent-file.
    if la-sent-status is not equal to '00'
        display 'unable to open sent interface file: ' la-sent-filename
            ' (file status ' la-sent-status ')'
        move 8 to return-code
        stop run
    end-if.
    move 'N' to la-eof-sw.
    perform sent-read thru end-sentread until la-eof.
    close sent-file.
end-totalsent.
    exit.

sent-read.
    read sent-file
        at end
            set la-eof to true
            exit paragraph.
    if st-type is equal to 'T'
        add 1 to la-sent-batches
        if st-rec-count is numeric
            add st-rec-count to la-sent-count
        end-if
        if st-hash-total is numeric
            add st-hash-total to la-sent-hash
        end-if
    end-if.
end-sentread.
    exit.

total-ack. *> adds up the trailer(s) the ledger returned and counts the lines
    open input ack-file.
    if la-ack-status is not equal to '00'
        display 'unable to open acknowledgement file: ' la-ack-filename
            ' (file status ' la-ack-status ')'
        move 8 to return-code
        stop run
    end-if.
    move 'N' to la-eof-sw.
    perform ack-total-read thru end-acktotalread until la-eof.
    close ack-file.
    if la-ack-trailers is greater than zero
            and la-ack-count is equal to la-sent-count
            and la-ack-hash is equal to la-sent-hash
        set la-in-balance to true
    else
        set la-out-balance to true
    end-if.
end-totalack.
    exit.

ack-total-read.
    read ack-file
        at end
            set la-eof to true
            exit paragraph.
    evaluate ak-type
        when 'D'
            add 1 to la-ack-lines
        when 'T'
            add 1 to la-ack-trailers
            if at-rec-count is numeric
                add at-rec-count to la-ack-count
            end-if
            if at-hash-total is numeric
                add at-hash-total to la-ack-hash
            end-if
    end-evaluate.
end-acktotalread.
    exit.

print-balance. *> what we sent against what the ledger says it saw
    write ack-report-record from la-bal-heads after advancing 2 lines.
    write ack-report-record from la-underline after advancing 1 line.
    move 'sent . . . . . . . .' to la-out-bal-label.
    move la-sent-count to la-out-bal-count.
    move la-sent-hash to la-out-bal-hash.
    move la-sent-batches to la-out-bal-batches.
    write ack-report-record from la-bal-line after advancing 1 line.
    move 'acknowledged . . . .' to la-out-bal-label.
    move la-ack-count to la-out-bal-count.
    move la-ack-hash to la-out-bal-hash.
    move la-ack-trailers to la-out-bal-batches.
    write ack-report-record from la-bal-line after advancing 1 line.
    evaluate true
        when la-ack-trailers is equal to zero
            write ack-report-record from la-no-trailer-line
                after advancing 1 line
        when la-out-balance
            write ack-report-record from la-bal-bad-line
                after advancing 1 line
        when other
            write ack-report-record from la-bal-ok-line
                after advancing 1 line
    end-evaluate.
end-printbalance.
    exit.

stamp-master. *> second pass over the acknowledgement: stamps each master
    *> record with the ledger's verdict, listing rejections and exceptions
    write ack-report-record from la-sect1-head after advancing 2 lines.
    write ack-report-record from la-sect1-cols after advancing 1 line.
    write ack-report-record from la-underline after advancing 1 line.
    open input ack-file.
    move 'N' to la-eof-sw.
    perform stamp-one thru end-stampone until la-eof.
    close ack-file.
    write ack-report-record from la-underline after advancing 1 line.
    move 'accepted and stamped  .' to la-out-stamp-label.
    move la-acc-count to la-out-stamp-count.
    write ack-report-record from la-stamp-line after advancing 1 line.
    move 'rejected and stamped  .' to la-out-stamp-label.
    move la-rej-count to la-out-stamp-count.
    write ack-report-record from la-stamp-line after advancing 1 line.
    move 'not stamped  . . . . .' to la-out-stamp-label.
    move la-exc-count to la-out-stamp-count.
    write ack-report-record from la-stamp-line after advancing 1 line.
end-stampmaster.
    exit.

stamp-one.
    read ack-file
        at end
            set la-eof to true
            exit paragraph.
    if ak-type is not equal to 'D'
        exit paragraph.
    move ak-txn-id to la-out-txn-id.
    move ak-reason to la-out-note.
    if ak-result is not equal to 'A' and ak-result is not equal to 'R'
        move ak-result to la-out-result
        move '** unknown result code -- not stamped' to la-out-note
        perform stamp-exception thru end-stampexception
        exit paragraph
    end-if.
    move ak-txn-id to mst-txn-id.
    read conv-master
        invalid key
            move spaces to la-out-result
            move '** not on the master file' to la-out-note
            perform stamp-exception thru end-stampexception
            exit paragraph
    end-read.
    move master-record to la-jrn-before.
    if ak-result is equal to 'A'
        set mst-ack-accepted to true
    else
        set mst-ack-rejected to true
    end-if.
    move la-today to mst-ack-date.
    rewrite master-record
        invalid key
            move ak-result to la-out-result
            move '** master rewrite failed' to la-out-note
            perform stamp-exception thru end-stampexception
            exit paragraph
    end-rewrite.
    move master-record to la-jrn-after.
    call "mstjrnl" using la-jrn-program, la-jrn-mode, la-oper-id,
        la-jrn-action, la-jrn-before, la-jrn-after, la-jrn-status.
    if la-jrn-status is not equal to '00'
        display 'unable to journal stamp of ' mst-txn-id
            ' (file status ' la-jrn-status ')'
        add 1 to la-jrn-fail-count
    end-if.
    if mst-ack-accepted
        add 1 to la-acc-count
    else
        add 1 to la-rej-count
        move 'rejected' to la-out-result
        write ack-report-record from la-sect1-line after advancing 1 line
    end-if.
end-stampone.
    exit.

stamp-exception. *> an acknowledgement line that could not be applied
    add 1 to la-exc-count.
    write ack-report-record from la-sect1-line after advancing 1 line.
end-stampexception.
    exit.

age-master. *> every conversion still awaiting the ledger past the threshold
    move la-age-days to la-out-age-days.
    write ack-report-record from la-sect2-head after advancing 2 lines.
    write ack-report-record from la-sect2-cols after advancing 1 line.
    write ack-report-record from la-underline after advancing 1 line.
    move low-values to mst-txn-id.
    start conv-master key is not less than mst-txn-id
        invalid key
            set la-eof to true
        not invalid key
            move 'N' to la-eof-sw
    end-start.
    perform age-one thru end-ageone until la-eof.
    write ack-report-record from la-underline after advancing 1 line.
    move la-aged-count to la-out-aged-count.
    move la-aged-sum to la-out-aged-sum.
    write ack-report-record from la-aged-trailer after advancing 1 line.
end-agemaster.
    exit.

age-one.
    read conv-master next record
        at end
            set la-eof to true
            exit paragraph.
    if not mst-ack-pending
        exit paragraph.
    *> a reversal or adjustment went to the ledger on its status date
    if mst-status-date is numeric
        move mst-status-date to la-sent-date
    else
        move mst-run-date to la-sent-date
    end-if.
    call "daynum" using la-sent-date, la-sent-serial.
    if la-sent-serial is equal to zero
        exit paragraph.
    compute la-age = la-today-serial - la-sent-serial.
    if la-age is not greater than la-age-days
        exit paragraph.
    add 1 to la-aged-count.
    add mst-decimal to la-aged-sum.
    move mst-txn-id to la-out-aged-id.
    move mst-numeral to la-out-aged-numeral.
    move mst-decimal to la-out-aged-decimal.
    move la-sent-date to la-out-aged-date.
    move la-age to la-out-aged-age.
    evaluate true
        when mst-reversed move 'reversed' to la-out-aged-status
        when mst-adjusted move 'adjusted' to la-out-aged-status
        when other        move 'posted' to la-out-aged-status
    end-evaluate.
    write ack-report-record from la-aged-line after advancing 1 line.
end-ageone.
    exit.

take-operator. *> a leading "OP=<user-id>" on the PARM names the operator
    *> running the job; it is taken off before the rest is read
    if la-parm-data(1:3) is equal to 'OP='
        move spaces to la-oper-tok
        move 1 to la-oper-ptr
        unstring la-parm-data delimited by all space
            into la-oper-tok with pointer la-oper-ptr
        move la-oper-tok(4:8) to la-oper-id
        move spaces to la-parm-rest
        if la-oper-ptr is not greater than 100
            move la-parm-data(la-oper-ptr:) to la-parm-rest
        end-if
        move la-parm-rest to la-parm-data
        inspect la-oper-id converting 'abcdefghijklmnopqrstuvwxyz'
            to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
    end-if.
end-takeoperator.
    exit.
