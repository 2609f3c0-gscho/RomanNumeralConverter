    select sect2-file assign to "RECONS2.TMP" organization is line sequential.
    select sect3-file assign to "RECONS3.TMP" organization is line sequential
        file status is rc-sect-status.
    select brk-file assign to "RECONBRK.TMP" organization is line sequential.
    select brk-sort-work assign to "BRKWORK.TMP".
    select brk-srt assign to "BRKSRT.TMP" organization is line sequential.
    select open-file assign to "RECONOPN.DAT" organization is line sequential
        file status is rc-open-status.
    select open-temp assign to "OPNTEMP.DAT" organization is line sequential
        file status is rc-opntemp-status.
    select sect4-file assign to "RECONS4.TMP" organization is line sequential.
    select sect5-file assign to "RECONS5.TMP" organization is line sequential.
    select sect6-file assign to "RECONS6.TMP" organization is line sequential.
    select wo-file assign to rc-wo-filename organization is line sequential
        file status is rc-wo-status.
    select wo-report assign to "RECONWO.OUT" organization is line sequential
        file status is rc-worpt-status.

data division.
file section.
    01 sect2-record picture x(80).
fd sect3-file.
    01 sect3-record picture x(80).
fd brk-file. *> this run's breaks from sections 2 and 3, in match order
    01 brk-record.
       02 bk-key.
          03 bk-txn-id picture x(10).
          03 filler    picture x(1).
          03 bk-type   picture x. *> 2 amount mismatch, 3 unmatched
          03 bk-side   picture x. *> C converted, I converted invalid, L ledger
       02 filler    picture x(1).
       02 bk-conv-amt picture 9(8).
       02 filler    picture x(1).
       02 bk-ledg-amt picture 9(8).
sd brk-sort-work.
    01 bs-record.
       02 bs-key     picture x(13).
       02 filler     picture x(18).
fd brk-srt.
    01 bsrt-record.
       02 br-key.
          03 br-txn-id picture x(10).
          03 filler    picture x(1).
          03 br-type   picture x.
          03 br-side   picture x.
       02 filler    picture x(1).
       02 br-conv-amt picture 9(8).
       02 filler    picture x(1).
       02 br-ledg-amt picture 9(8).
fd open-file. *> unresolved breaks carried from run to run, in key order
    01 open-record.
       02 oi-key.
          03 oi-txn-id picture x(10).
          03 filler    picture x(1).
          03 oi-type   picture x.
          03 oi-side   picture x.
       02 filler       picture x(1).
       02 oi-conv-amt  picture 9(8).
       02 filler       picture x(1).
       02 oi-ledg-amt  picture 9(8).
       02 filler       picture x(1).
       02 oi-first-seen picture x(8).
       02 filler       picture x(1).
       02 oi-last-seen picture x(8).
       02 filler       picture x(1).
       02 oi-status    picture x.
          88 oi-open        value 'O'.
          88 oi-written-off value 'W'.
       02 filler       picture x(1).
       02 oi-wo-reason picture x(2).
       02 filler       picture x(1).
       02 oi-wo-date   picture x(8).
fd open-temp.
    01 open-temp-record picture x(63).
fd sect4-file.
    01 sect4-record picture x(80).
fd sect5-file.
    01 sect5-record picture x(80).
fd sect6-file.
    01 sect6-record picture x(80).
fd wo-file. *> write-off requests: "<txn-id> <reason-code>"
    01 wo-record picture x(80).
fd wo-report.
    01 wo-report-record picture x(80).

working-storage section.
77  rc-parm-data     picture x(100) value spaces. *> "<converted> <ledger> [report]"
77  rc-csrt-status   picture xx.
77  rc-lsrt-status   picture xx.
77  rc-sect-status   picture xx.
77  rc-open-status   picture xx.
77  rc-opntemp-status picture xx.
77  rc-wo-status     picture xx.
77  rc-worpt-status  picture xx.
77  rc-wo-filename   picture x(100) value spaces.
01  rc-today.
    02 rc-today-yyyy picture 9(4).
    02 rc-today-mm   picture 9(2).
    02 rc-today-dd   picture 9(2).
77  rc-today-serial  picture 9(8).
77  rc-date-src picture x.
77  rc-first-serial  picture 9(8).
77  rc-age           picture s9(8) usage is computational.
77  rc-item-value    picture s9(8) usage is computational.
01  rc-input-area.
    02 rc-raw picture x(80).
77  rc-txn-id picture x(10).
       88 rc-lsrt-eof value 'Y'.
    02 rc-sect-eof-sw picture x value 'N'.
       88 rc-sect-eof value 'Y'.
    02 rc-open-eof-sw picture x value 'N'.
       88 rc-open-eof value 'Y'.
    02 rc-brk-eof-sw picture x value 'N'.
       88 rc-brk-eof value 'Y'.
    02 rc-wo-eof-sw picture x value 'N'.
       88 rc-wo-eof value 'Y'.
77  rc-sect1-count picture 9(8)  usage is computational value zero.
77  rc-sect2-count picture 9(8)  usage is computational value zero.
77  rc-sect3-count picture 9(8)  usage is computational value zero.
77  rc-sect-sum-1 picture s9(12) usage is computational value zero.
77  rc-sect-sum-2 picture s9(12) usage is computational value zero.
77  rc-sect-sum-3 picture s9(12) usage is computational value zero.
01  rc-item. *> the open item being written -- open-record's layout
    02 ri-key.
       03 ri-txn-id picture x(10).
       03 filler    picture x(1).
       03 ri-type   picture x.
       03 ri-side   picture x.
    02 filler       picture x(1).
    02 ri-conv-amt  picture 9(8).
    02 filler       picture x(1).
    02 ri-ledg-amt  picture 9(8).
    02 filler       picture x(1).
    02 ri-first-seen picture x(8).
    02 filler       picture x(1).
    02 ri-last-seen picture x(8).
    02 filler       picture x(1).
    02 ri-status    picture x.
       88 ri-open        value 'O'.
       88 ri-written-off value 'W'.
    02 filler       picture x(1).
    02 ri-wo-reason picture x(2).
    02 filler       picture x(1).
    02 ri-wo-date   picture x(8).
77  rc-new-count   picture 9(8)  usage is computational value zero.
77  rc-carry-count picture 9(8)  usage is computational value zero.
77  rc-clear-count picture 9(8)  usage is computational value zero.
77  rc-wo-held-count picture 9(8) usage is computational value zero.
77  rc-wo-drop-count picture 9(8) usage is computational value zero.
77  rc-new-sum     picture s9(12) usage is computational value zero.
77  rc-carry-sum   picture s9(12) usage is computational value zero.
77  rc-clear-sum   picture s9(12) usage is computational value zero.
01  rc-wo-reasons. *> write-off reason codes an operator may give
    02 filler picture x(32) value 'TMtiming -- clears next cycle'.
    02 filler picture x(32) value 'KEkeying error fixed at source'.
    02 filler picture x(32) value 'LAledger adjusted manually'.
    02 filler picture x(32) value 'DUduplicate sent by department'.
    02 filler picture x(32) value 'IMimmaterial amount'.
    02 filler picture x(32) value 'OTother -- approved by finance'.
01  rc-wo-reasons-r redefines rc-wo-reasons.
    02 rc-wo-entry occurs 6 times.
       03 rc-wo-code picture x(2).
       03 rc-wo-text picture x(30).
77  rc-wo-reason-count picture 9(2) usage is computational value 6.
01  rc-wo-table. *> the write-off requests, applied in one pass of the file
    02 rc-wo-req occurs 500 times.
       03 wr-txn-id picture x(10).
       03 wr-reason picture x(2).
       03 wr-reason-at picture 9(2) usage is computational.
       03 wr-hits   picture 9(4) usage is computational.
       03 wr-held   picture 9(4) usage is computational.
77  rc-wo-used  picture 9(3) usage is computational value zero.
77  rc-wo-id    picture x(10).
77  rc-wo-code-in picture x(2).
77  rc-wo-done  picture 9(6) usage is computational value zero.
77  rc-wo-fail  picture 9(6) usage is computational value zero.
77  rc-i  picture 9(3) usage is computational.
77  rc-k  picture 9(2) usage is computational.
01  rc-title-line.
    02 filler picture x(9)  value spaces.
    02 filler picture x(30) value 'ledger reconciliation report'.
    02 rc-d3-amt  picture zz,zzz,zz9-.
    02 filler picture x(3) value spaces.
    02 rc-d3-side picture x(19).
01  rc-sect4-head.
    02 filler picture x(48) value
       ' section 4 -- open items (unresolved breaks)'.
01  rc-sub-new-head.
    02 filler picture x(22) value ' new this run'.
01  rc-sub-carry-head.
    02 filler picture x(22) value ' carried forward'.
01  rc-sub-clear-head.
    02 filler picture x(40) value ' cleared this run (now match or gone)'.
01  rc-col-heads-4.
    02 filler picture x(13) value ' txn id'.
    02 filler picture x(11) value 'break'.
    02 filler picture x(11) value '  converted'.
    02 filler picture x(11) value '     ledger'.
    02 filler picture x(12) value '  first seen'.
    02 filler picture x(5)  value '  age'.
01  rc-detail-4.
    02 filler picture x(1) value space.
    02 rc-d4-id   picture x(10).
    02 filler picture x(2) value spaces.
    02 rc-d4-kind picture x(10).
    02 filler picture x(1) value space.
    02 rc-d4-conv picture zz,zzz,zz9.
    02 filler picture x(1) value space.
    02 rc-d4-ledg picture zz,zzz,zz9.
    02 filler picture x(4) value spaces.
    02 rc-d4-first picture x(8).
    02 filler picture x(1) value space.
    02 rc-d4-age  picture zzzz9.
01  rc-wo-held-line.
    02 filler picture x(1) value space.
    02 filler picture x(34) value 'written off, still unresolved  . .'.
    02 rc-out-wo-held picture zzz,zz9.
01  rc-wo-drop-line.
    02 filler picture x(1) value space.
    02 filler picture x(34) value 'written off, cleared and dropped .'.
    02 rc-out-wo-drop picture zzz,zz9.
01  rc-wo-title-line.
    02 filler picture x(9)  value spaces.
    02 filler picture x(30) value 'reconciliation write-offs'.
01  rc-wo-col-heads.
    02 filler picture x(13) value ' txn id'.
    02 filler picture x(34) value 'reason'.
    02 filler picture x(30) value 'result'.
01  rc-wo-line.
    02 filler picture x(1) value space.
    02 rc-wo-out-id picture x(10).
    02 filler picture x(2) value spaces.
    02 rc-wo-out-code picture x(2).
    02 filler picture x(1) value space.
    02 rc-wo-out-text picture x(30).
    02 filler picture x(1) value space.
    02 rc-wo-out-result picture x(30).
01  rc-wo-trailer.
    02 filler picture x(1) value space.
    02 filler picture x(16) value 'requests . . . .'.
    02 rc-wo-out-reqs picture zzz,zz9.
    02 filler picture x(5) value spaces.
    02 filler picture x(16) value 'written off  . .'.
    02 rc-wo-out-done picture zzz,zz9.
01  rc-sect-trailer.
    02 filler picture x(1) value space.
    02 filler picture x(16) value 'records  . . . .'.
    accept rc-parm-data from command-line.
    unstring rc-parm-data delimited by all space
        into rc-conv-filename rc-ledg-filename rc-recon-filename.
    call "busdate" using rc-today, rc-date-src.
    if rc-date-src is equal to 'C'
        display 'no business date on BUSDATE.DAT -- the system date is used'
    end-if.
    call "daynum" using rc-today, rc-today-serial.
    if rc-conv-filename is equal to 'WRITEOFF'
        move rc-ledg-filename to rc-wo-filename
        perform writeoff-mode thru end-writeoffmode
        stop run.
    if rc-conv-filename is equal to spaces
            or rc-ledg-filename is equal to spaces
        display 'usage: recon <converted-file> <ledger-file> [report-file]'
        display '       recon WRITEOFF <write-off-file>'
        stop run.
    if rc-recon-filename is equal to spaces
        move 'RECON.OUT' to rc-recon-filename.
        input procedure is release-ledger thru end-releaseledger
        giving ledg-srt.
    perform match-pass thru end-matchpass.
    sort brk-sort-work on ascending key bs-key
        using brk-file giving brk-srt.
    perform carry-open-items thru end-carryopenitems.
    perform print-report thru end-printreport.
    call "CBL_DELETE_FILE" using "CONVSRT.TMP".
    call "CBL_DELETE_FILE" using "LEDGSRT.TMP".
    call "CBL_DELETE_FILE" using "RECONS1.TMP".
    call "CBL_DELETE_FILE" using "RECONS2.TMP".
    call "CBL_DELETE_FILE" using "RECONS3.TMP".
    call "CBL_DELETE_FILE" using "RECONS4.TMP".
    call "CBL_DELETE_FILE" using "RECONS5.TMP".
    call "CBL_DELETE_FILE" using "RECONS6.TMP".
    call "CBL_DELETE_FILE" using "RECONBRK.TMP".
    call "CBL_DELETE_FILE" using "BRKSRT.TMP".
    stop run.

release-ledger. *> feeds the expected-amounts extract to the sort
    open output sect1-file.
    open output sect2-file.
    open output sect3-file.
    open output brk-file.
    perform read-conv-srt thru end-readconvsrt.
    perform read-ledg-srt thru end-readledgsrt.
    perform match-one thru end-matchone
    close sect1-file.
    close sect2-file.
    close sect3-file.
    close brk-file.
end-matchpass.
    exit.

    write sect2-record from rc-detail-2.
    add 1 to rc-sect2-count.
    add temp to rc-sect-sum-2.
    move spaces to brk-record.
    move cs-id to bk-txn-id.
    move '2' to bk-type.
    move space to bk-side.
    move cs-amount to bk-conv-amt.
    move ls-amount to bk-ledg-amt.
    write brk-record.
end-emitmismatch.
    exit.

    write sect3-record from rc-detail-3.
    add 1 to rc-sect3-count.
    add cs-amount to rc-sect-sum-3.
    move spaces to brk-record.
    move cs-id to bk-txn-id.
    move '3' to bk-type.
    if cs-status is equal to 'I'
        move 'I' to bk-side
    else
        move 'C' to bk-side
    end-if.
    move cs-amount to bk-conv-amt.
    move zero to bk-ledg-amt.
    write brk-record.
end-emitunmatchedconv.
    exit.

    write sect3-record from rc-detail-3.
    add 1 to rc-sect3-count.
    add ls-amount to rc-sect-sum-3.
    move spaces to brk-record.
    move ls-id to bk-txn-id.
    move '3' to bk-type.
    move 'L' to bk-side.
    move zero to bk-conv-amt.
    move ls-amount to bk-ledg-amt.
    write brk-record.
end-emitunmatchedledg.
    exit.

carry-open-items. *> merges this run's sorted breaks with the open items
    *> carried from earlier runs: a break on both is carried forward with
    *> its first-seen date, one on the new side only is a new item, and one
    *> on the old side only has cleared and is dropped from the file
    open input brk-srt.
    move 'N' to rc-open-eof-sw.
    open input open-file.
    if rc-open-status is equal to '35'
        *> first run -- every break is new
        set rc-open-eof to true
        move high-values to oi-key
    else
        if rc-open-status is not equal to '00'
            display 'unable to open open-items file RECONOPN.DAT (file status '
                rc-open-status ')'
            stop run
        end-if
        perform read-open thru end-readopen
    end-if.
    open output open-temp.
    if rc-opntemp-status is not equal to '00'
        display 'unable to open OPNTEMP.DAT (file status '
            rc-opntemp-status ')'
        stop run
    end-if.
    open output sect4-file.
    open output sect5-file.
    open output sect6-file.
    perform read-brk thru end-readbrk.
    perform carry-one thru end-carryone
        until rc-open-eof and rc-brk-eof.
    close brk-srt.
    if rc-open-status is not equal to '35'
        close open-file
    end-if.
    close open-temp.
    close sect4-file.
    close sect5-file.
    close sect6-file.
    call "CBL_DELETE_FILE" using "RECONOPN.DAT".
    call "CBL_RENAME_FILE" using "OPNTEMP.DAT" "RECONOPN.DAT".
end-carryopenitems.
    exit.

read-open.
    read open-file
        at end
            set rc-open-eof to true
            move high-values to oi-key.
end-readopen.
    exit.

read-brk.
    read brk-srt
        at end
            set rc-brk-eof to true
            move high-values to br-key.
end-readbrk.
    exit.

carry-one. *> disposes of the lower key, or carries the two equal ones
    evaluate true
        when oi-key is less than br-key
            perform clear-item thru end-clearitem
            perform read-open thru end-readopen
        when oi-key is greater than br-key
            perform new-item thru end-newitem
            perform read-brk thru end-readbrk
        when other
            perform carry-item thru end-carryitem
            perform read-open thru end-readopen
            perform read-brk thru end-readbrk
    end-evaluate.
end-carryone.
    exit.

new-item. *> a break not seen on any earlier run
    move spaces to rc-item.
    move br-txn-id to ri-txn-id.
    move br-type to ri-type.
    move br-side to ri-side.
    move br-conv-amt to ri-conv-amt.
    move br-ledg-amt to ri-ledg-amt.
    move rc-today to ri-first-seen.
    move rc-today to ri-last-seen.
    set ri-open to true.
    write open-temp-record from rc-item.
    perform format-item thru end-formatitem.
    write sect4-record from rc-detail-4.
    add 1 to rc-new-count.
    add rc-item-value to rc-new-sum.
end-newitem.
    exit.

carry-item. *> a break still unresolved -- keeps its first-seen date, takes
    *> today's amounts; a written-off item is kept quietly so it cannot
    *> come back as new, but it is no longer listed
    move open-record to rc-item.
    move br-conv-amt to ri-conv-amt.
    move br-ledg-amt to ri-ledg-amt.
    move rc-today to ri-last-seen.
    write open-temp-record from rc-item.
    if ri-written-off
        add 1 to rc-wo-held-count
        exit paragraph.
    perform format-item thru end-formatitem.
    write sect5-record from rc-detail-4.
    add 1 to rc-carry-count.
    add rc-item-value to rc-carry-sum.
end-carryitem.
    exit.

clear-item. *> an earlier break that did not recur -- dropped from the file;
    *> a written-off item was settled by the write-off, not by clearing
    move open-record to rc-item.
    if ri-written-off
        add 1 to rc-wo-drop-count
        exit paragraph.
    perform format-item thru end-formatitem.
    write sect6-record from rc-detail-4.
    add 1 to rc-clear-count.
    add rc-item-value to rc-clear-sum.
end-clearitem.
    exit.

format-item. *> builds rc-detail-4 and the item's value from rc-item
    move ri-txn-id to rc-d4-id.
    evaluate true
        when ri-type is equal to '2'
            move 'amount' to rc-d4-kind
            compute rc-item-value = ri-conv-amt - ri-ledg-amt
        when ri-side is equal to 'I'
            move 'conv inval' to rc-d4-kind
            move ri-conv-amt to rc-item-value
        when ri-side is equal to 'L'
            move 'ledg only' to rc-d4-kind
            move ri-ledg-amt to rc-item-value
        when other
            move 'conv only' to rc-d4-kind
            move ri-conv-amt to rc-item-value
    end-evaluate.
    move ri-conv-amt to rc-d4-conv.
    move ri-ledg-amt to rc-d4-ledg.
    move ri-first-seen to rc-d4-first.
    call "daynum" using ri-first-seen, rc-first-serial.
    if rc-first-serial is equal to zero
        move zero to rc-age
    else
        compute rc-age = rc-today-serial - rc-first-serial
    end-if.
    move rc-age to rc-d4-age.
end-formatitem.
    exit.

print-report. *> three sections: matched, amount-mismatch, unmatched either
    *> side -- then the open items carried from run to run
    open output recon-file.
    if rc-recon-status is not equal to '00'
        display 'unable to open report file: ' rc-recon-filename
    move rc-sect3-count to rc-out-count.
    move rc-sect-sum-3 to rc-out-sum.
    write recon-record from rc-sect-trailer after advancing 1 line.

    write recon-record from rc-sect4-head after advancing 2 lines.
    write recon-record from rc-col-heads-4 after advancing 1 line.
    write recon-record from rc-underline after advancing 1 line.
    write recon-record from rc-sub-new-head after advancing 1 line.
    move 'N' to rc-sect-eof-sw.
    open input sect4-file.
    perform copy-sect4 thru end-copysect4 until rc-sect-eof.
    close sect4-file.
    move rc-new-count to rc-out-count.
    move rc-new-sum to rc-out-sum.
    write recon-record from rc-sect-trailer after advancing 1 line.
    write recon-record from rc-sub-carry-head after advancing 2 lines.
    move 'N' to rc-sect-eof-sw.
    open input sect5-file.
    perform copy-sect5 thru end-copysect5 until rc-sect-eof.
    close sect5-file.
    move rc-carry-count to rc-out-count.
    move rc-carry-sum to rc-out-sum.
    write recon-record from rc-sect-trailer after advancing 1 line.
    move rc-wo-held-count to rc-out-wo-held.
    write recon-record from rc-wo-held-line after advancing 1 line.
    move rc-wo-drop-count to rc-out-wo-drop.
    write recon-record from rc-wo-drop-line after advancing 1 line.
    write recon-record from rc-sub-clear-head after advancing 2 lines.
    move 'N' to rc-sect-eof-sw.
    open input sect6-file.
    perform copy-sect6 thru end-copysect6 until rc-sect-eof.
    close sect6-file.
    move rc-clear-count to rc-out-count.
    move rc-clear-sum to rc-out-sum.
    write recon-record from rc-sect-trailer after advancing 1 line.
    close recon-file.
    display 'reconciliation report written to ' rc-recon-filename.
end-printreport.
    write recon-record from sect3-record after advancing 1 line.
end-copysect3.
    exit.

copy-sect4.
    read sect4-file
        at end
            set rc-sect-eof to true
            exit paragraph.
    write recon-record from sect4-record after advancing 1 line.
end-copysect4.
    exit.

copy-sect5.
    read sect5-file
        at end
            set rc-sect-eof to true
            exit paragraph.
    write recon-record from sect5-record after advancing 1 line.
end-copysect5.
    exit.

copy-sect6.
    read sect6-file
        at end
            set rc-sect-eof to true
            exit paragraph.
    write recon-record from sect6-record after advancing 1 line.
end-copysect6.
    exit.

writeoff-mode. *> marks open items written off, by txn id, so they stop
    *> carrying -- they stay on the file until the break itself goes away
    open input wo-file.
    if rc-wo-status is not equal to '00'
        display 'unable to open write-off file: ' rc-wo-filename
            ' (file status ' rc-wo-status ')'
        stop run
    end-if.
    perform wo-load thru end-woload until rc-wo-eof.
    close wo-file.
    open input open-file.
    if rc-open-status is not equal to '00'
        display 'unable to open open-items file RECONOPN.DAT (file status '
            rc-open-status ') -- nothing to write off'
        stop run
    end-if.
    open output open-temp.
    if rc-opntemp-status is not equal to '00'
        display 'unable to open OPNTEMP.DAT (file status '
            rc-opntemp-status ')'
        stop run
    end-if.
    perform wo-apply-one thru end-woapplyone until rc-open-eof.
    close open-file.
    close open-temp.
    call "CBL_DELETE_FILE" using "RECONOPN.DAT".
    call "CBL_RENAME_FILE" using "OPNTEMP.DAT" "RECONOPN.DAT".
    open output wo-report.
    if rc-worpt-status is not equal to '00'
        display 'unable to open RECONWO.OUT (file status '
            rc-worpt-status ')'
        stop run
    end-if.
    write wo-report-record from rc-wo-title-line after advancing 1 lines.
    write wo-report-record from rc-underline after advancing 1 line.
    write wo-report-record from rc-wo-col-heads after advancing 1 line.
    write wo-report-record from rc-underline after advancing 1 line.
    perform wo-print thru end-woprint
        varying rc-i from 1 by 1 until rc-i is greater than rc-wo-used.
    write wo-report-record from rc-underline after advancing 1 line.
    move rc-wo-used to rc-wo-out-reqs.
    move rc-wo-done to rc-wo-out-done.
    write wo-report-record from rc-wo-trailer after advancing 1 line.
    close wo-report.
    display 'write-offs applied: ' rc-wo-done ' items -- see RECONWO.OUT'.
    if rc-wo-fail is greater than zero
        display rc-wo-fail ' write-off requests were not applied'
    end-if.
end-writeoffmode.
    exit.

wo-load. *> one "<txn-id> <reason-code>" request; blank lines are skipped
    read wo-file
        at end
            set rc-wo-eof to true
            exit paragraph.
    move spaces to rc-wo-id. move spaces to rc-wo-code-in.
    unstring wo-record delimited by all space into rc-wo-id rc-wo-code-in.
    if rc-wo-id is equal to spaces
        exit paragraph.
    if rc-wo-used is equal to 500
        display 'write-off table full -- request ignored: ' rc-wo-id
        exit paragraph
    end-if.
    add 1 to rc-wo-used.
    move rc-wo-id to wr-txn-id(rc-wo-used).
    move rc-wo-code-in to wr-reason(rc-wo-used).
    move zero to wr-reason-at(rc-wo-used).
    move zero to wr-hits(rc-wo-used).
    move zero to wr-held(rc-wo-used).
    perform wo-reason-scan thru end-woreasonscan
        varying rc-k from 1 by 1
        until rc-k is greater than rc-wo-reason-count
            or wr-reason-at(rc-wo-used) is not equal to zero.
end-woload.
    exit.

wo-reason-scan.
    if rc-wo-code(rc-k) is equal to rc-wo-code-in
        move rc-k to wr-reason-at(rc-wo-used)
    end-if.
end-woreasonscan.
    exit.

wo-apply-one. *> copies one open item, written off if a request names it
    read open-file
        at end
            set rc-open-eof to true
            exit paragraph.
    move open-record to rc-item.
    perform wo-id-scan thru end-woidscan
        varying rc-i from 1 by 1 until rc-i is greater than rc-wo-used.
    write open-temp-record from rc-item.
end-woapplyone.
    exit.

wo-id-scan.
    if wr-txn-id(rc-i) is not equal to ri-txn-id
            or wr-reason-at(rc-i) is equal to zero
        exit paragraph.
    if ri-written-off
        add 1 to wr-held(rc-i)
        exit paragraph.
    set ri-written-off to true.
    move wr-reason(rc-i) to ri-wo-reason.
    move rc-today to ri-wo-date.
    add 1 to wr-hits(rc-i).
    add 1 to rc-wo-done.
end-woidscan.
    exit.

wo-print.
    move wr-txn-id(rc-i) to rc-wo-out-id.
    move wr-reason(rc-i) to rc-wo-out-code.
    if wr-reason-at(rc-i) is equal to zero
        move spaces to rc-wo-out-text
        move '** unknown reason code' to rc-wo-out-result
        add 1 to rc-wo-fail
    else
        move rc-wo-text(wr-reason-at(rc-i)) to rc-wo-out-text
        evaluate true
            when wr-hits(rc-i) is greater than zero
                move 'written off' to rc-wo-out-result
            when wr-held(rc-i) is greater than zero
                move 'already written off' to rc-wo-out-result
            when other
                move '** not an open item' to rc-wo-out-result
                add 1 to rc-wo-fail
        end-evaluate
    end-if.
    write wo-report-record from rc-wo-line after advancing 1 line.
end-woprint.
    exit.
