file-control.
    select conv-master assign to "CONVMAST.DAT" organization is indexed
        access mode is sequential record key is mst-txn-id
        alternate record key is mst-run-date with duplicates
        file status is mp-master-status.
    select arch-file assign to mp-arch-filename organization is line sequential
        file status is mp-arch-status.
       02 mst-numeral  picture x(30).
       02 mst-decimal  picture 9(8).
       02 mst-run-date picture x(8).
       02 mst-status   picture x. *> space posted, R reversed, A adjusted
       02 mst-status-date  picture x(8).
       02 mst-prev-decimal picture 9(8).
       02 mst-ack-status picture x. *> space pending, A acknowledged, X ledger-rejected
       02 mst-ack-date   picture x(8).
fd arch-file. *> same layout as the master so the archive stays loadable
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
fd purge-file.
    01 purge-record picture x(80).

working-storage section.
77  mp-parm-data     picture x(100) value spaces. *> "[OP=<user-id>] <cutoff yyyymmdd>"
77  mp-oper-id       picture x(8) value spaces. *> from a leading "OP=<user-id>"
77  mp-oper-tok      picture x(12).
77  mp-oper-ptr      picture 9(3) usage is computational.
77  mp-parm-rest     picture x(100).
77  mp-cutoff-date   picture x(8).
77  mp-arch-filename picture x(100) value spaces. *> built from the run date
77  mp-master-status picture xx.
    02 mp-run-yyyy picture 9(4).
    02 mp-run-mm   picture 9(2).
    02 mp-run-dd   picture 9(2).
77  mp-date-src picture x.
77  mp-jrn-program picture x(13) value 'mstpurge'. *> journal stamp for
77  mp-jrn-mode    picture x(8)  value 'PURGE'. *> the deletes made here
77  mp-jrn-action  picture x value 'D'.
77  mp-jrn-status  picture xx.
77  mp-jrn-before  picture x(120).
77  mp-jrn-after   picture x(120) value spaces.
77  mp-jrn-fail-count picture 9(8) usage is computational value zero.
77  mp-kept-count picture 9(8)  usage is computational value zero.
77  mp-arch-count picture 9(8)  usage is computational value zero.
77  mp-del-count  picture 9(8)  usage is computational value zero.
procedure division.

    accept mp-parm-data from command-line.
    perform take-operator thru end-takeoperator.
    move spaces to mp-cutoff-date.
    unstring mp-parm-data delimited by all space into mp-cutoff-date.
    if mp-cutoff-date is not numeric or mp-cutoff-date is equal to spaces
        display 'usage: mstpurge [OP=<user-id>] <cutoff-date yyyymmdd>'
        display 'records with a run date before the cutoff are archived'
        stop run.
    call "busdate" using mp-run-date, mp-date-src.
    if mp-date-src is equal to 'C'
        display 'no business date on BUSDATE.DAT -- the system date is used'
    end-if.
    move spaces to mp-arch-filename.
    string 'MSTARCH.' mp-run-date '.DAT'
        delimited by size into mp-arch-filename.
    perform print-purge-report thru end-printpurgereport.
    display 'purge complete: ' mp-del-count ' records archived to '
        mp-arch-filename(1:25).
    if mp-jrn-fail-count is greater than zero
        display 'warning: ' mp-jrn-fail-count
            ' deletes could not be journalled to MSTJRNL.DAT'
    end-if.
    stop run.

purge-one. *> keeps, or archives-and-deletes, one master record
    end-if.
    add 1 to mp-arch-count.
    add mst-decimal to mp-arch-sum.
    move master-record to mp-jrn-before.
    delete conv-master record
        invalid key
            display 'delete failed for record ' mst-txn-id
    end-delete.
    add 1 to mp-del-count.
    add mst-decimal to mp-del-sum.
    call "mstjrnl" using mp-jrn-program, mp-jrn-mode, mp-oper-id,
        mp-jrn-action, mp-jrn-before, mp-jrn-after, mp-jrn-status.
    if mp-jrn-status is not equal to '00'
        display 'unable to journal delete of ' mp-jrn-before(1:10)
            ' (file status ' mp-jrn-status ')'
        add 1 to mp-jrn-fail-count
    end-if.
end-purgeone.
    exit.

    display 'purge report written to PURGERPT.OUT'.
end-printpurgereport.
    exit.

take-operator. *> a leading "OP=<user-id>" on the PARM names the operator
    *> running the job; it is taken off before the rest is read
    if mp-parm-data(1:3) is equal to 'OP='
        move spaces to mp-oper-tok
        move 1 to mp-oper-ptr
        unstring mp-parm-data delimited by all space
            into mp-oper-tok with pointer mp-oper-ptr
        move mp-oper-tok(4:8) to mp-oper-id
        move spaces to mp-parm-rest
        if mp-oper-ptr is not greater than 100
            move mp-parm-data(mp-oper-ptr:) to mp-parm-rest
        end-if
        move mp-parm-rest to mp-parm-data
        inspect mp-oper-id converting 'abcdefghijklmnopqrstuvwxyz'
            to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
    end-if.
end-takeoperator.
    exit.
