file-control.
    select conv-master assign to "CONVMAST.DAT" organization is indexed
        access mode is sequential record key is mst-txn-id
        alternate record key is mst-run-date with duplicates
        file status is dp-master-status.
    select dept-file assign to "DEPTRPT.OUT" organization is line sequential
        file status is dp-dept-status.
       02 mst-numeral  picture x(30).
       02 mst-decimal  picture 9(8).
       02 mst-run-date picture x(8).
       02 mst-status   picture x. *> space posted, R reversed, A adjusted
          88 mst-reversed value 'R'.
       02 mst-status-date  picture x(8).
       02 mst-prev-decimal picture 9(8).
       02 mst-ack-status picture x. *> space pending, A acknowledged, X ledger-rejected
       02 mst-ack-date   picture x(8).
fd dept-file.
    01 dept-record picture x(80).

77  dp-tot-count picture 9(8)  usage is computational value zero.
77  dp-tot-sum   picture 9(13) usage is computational value zero.
77  dp-sel-count picture 9(8)  usage is computational value zero.
77  dp-rev-count picture 9(8)  usage is computational value zero.
77  dp-value     picture 9(8). *> what the record adds to the value totals
01  dp-overflow-area.
    02 dp-overflow-sw picture x value 'N'. *> more prefixes than the table
       88 dp-overflow value 'Y'.
    02 dp-tot-out-count picture zzz,zz9.
    02 filler picture x(2) value spaces.
    02 dp-tot-out-sum picture zzz,zzz,zzz,zz9.
01  dp-rev-line.
    02 filler picture x(1) value space.
    02 filler picture x(10) value 'reversed'.
    02 filler picture x(1) value space.
    02 dp-rev-out-count picture zzz,zz9.
    02 filler picture x(2) value spaces.
    02 filler picture x(40) value
       'counted above, backed out of the value'.

procedure division.

            or mst-run-date is greater than dp-to-date
        exit paragraph.
    add 1 to dp-sel-count.
    *> a reversed posting stays on the master, but the ledger has backed
    *> its amount out -- it counts as a record and adds nothing in value
    if mst-reversed
        move zero to dp-value
        add 1 to dp-rev-count
    else
        move mst-decimal to dp-value
    end-if.
    add 1 to dp-tot-count.
    add dp-value to dp-tot-sum.
    move spaces to dp-prefix.
    move mst-txn-id(1:dp-prefix-len) to dp-prefix.
    move 'N' to dp-hit.
        add 1 to dp-dept-used
        move dp-prefix to dd-prefix(dp-dept-used)
        move 1 to dd-count(dp-dept-used)
        move dp-value to dd-sum(dp-dept-used)
    end-if.
end-tallymaster.
    exit.
    if dd-prefix(dp-i) is equal to dp-prefix
        move 'Y' to dp-hit
        add 1 to dd-count(dp-i)
        add dp-value to dd-sum(dp-i)
    end-if.
end-deptscan.
    exit.
    move dp-tot-count to dp-tot-out-count.
    move dp-tot-sum to dp-tot-out-sum.
    write dept-record from dp-total-line after advancing 1 line.
    if dp-rev-count is greater than zero
        move dp-rev-count to dp-rev-out-count
        write dept-record from dp-rev-line after advancing 1 line
    end-if.
    close dept-file.
    display 'department rollup written to DEPTRPT.OUT ('
        dp-sel-count ' records in range)'.
