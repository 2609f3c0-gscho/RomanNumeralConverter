file-control.
    select conv-master assign to "CONVMAST.DAT" organization is indexed
        access mode is sequential record key is mst-txn-id
        alternate record key is mst-run-date with duplicates
        file status is mv-master-status.
    select verify-file assign to "MSTVRFY.OUT" organization is line sequential
        file status is mv-verify-status.
       02 mst-numeral  picture x(30).
       02 mst-decimal  picture 9(8).
       02 mst-run-date picture x(8).
       02 mst-status   picture x. *> space posted, R reversed, A adjusted
       02 mst-status-date  picture x(8).
       02 mst-prev-decimal picture 9(8).
       02 mst-ack-status picture x. *> space pending, A acknowledged, X ledger-rejected
       02 mst-ack-date   picture x(8).
fd verify-file.
    01 verify-record picture x(100).

    02 mv-today-yyyy picture 9(4).
    02 mv-today-mm   picture 9(2).
    02 mv-today-dd   picture 9(2).
77  mv-date-src picture x.
01  mv-title-line.
    02 filler picture x(1)  value space.
    02 filler picture x(35) value 'master file verification report    '.

    move zero to mv-fail-total.
    move zero to mv-rec-count.
    call "busdate" using mv-today, mv-date-src.
    open input conv-master.
    if mv-master-status is not equal to '00'
        display 'unable to open master file CONVMAST.DAT (file status '
