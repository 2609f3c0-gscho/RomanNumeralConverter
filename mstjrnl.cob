identification division.
program-id. mstjrnl.
environment division.
input-output section.
file-control.
    select journal-file assign to "MSTJRNL.DAT" organization is line sequential
        file status is mj-journal-status.

data division.
file section.
fd journal-file.
    01 journal-record. *> one add, rewrite or delete made to CONVMAST.DAT
       02 jr-date    picture x(8).
       02 filler     picture x(1).
       02 jr-time    picture x(6).
       02 filler     picture x(1).
       02 jr-program picture x(13). *> program-id that made the change
       02 filler     picture x(1).
       02 jr-mode    picture x(8). *> and the mode it was running in
       02 filler     picture x(1).
       02 jr-action  picture x. *> A added, C changed, D deleted
       02 filler     picture x(1).
       02 jr-txn-id  picture x(10).
       02 filler     picture x(1).
       02 jr-before  picture x(120). *> master-record as it stood before --
       02 filler     picture x(1).   *> spaces for an add
       02 jr-after   picture x(120). *> and after -- spaces for a delete
       02 filler     picture x(1).
       02 jr-oper    picture x(8). *> operator the program was run by

working-storage section.
77  mj-journal-status picture xx.
01  mj-today.
    02 mj-today-yyyy picture 9(4).
    02 mj-today-mm   picture 9(2).
    02 mj-today-dd   picture 9(2).
01  mj-now.
    02 mj-now-hh     picture 9(2).
    02 mj-now-mm     picture 9(2).
    02 mj-now-ss     picture 9(2).
    02 mj-now-hs     picture 9(2).
77  mj-date-src picture x. *> entries carry the business date, not the clock's

linkage section.
77  mj-program picture x(13).
77  mj-mode    picture x(8).
77  mj-oper    picture x(8). *> operator signed on, spaces if none was given
77  mj-action  picture x.
77  mj-before  picture x(120). *> the images are wider than master-record so
77  mj-after   picture x(120). *> the master can grow without a new journal
77  mj-result  picture xx. *> file status of the append, handed back to the caller

procedure division using mj-program, mj-mode, mj-oper, mj-action, mj-before,
        mj-after, mj-result.

    call "busdate" using mj-today, mj-date-src.
    accept mj-now from time.
    open extend journal-file.
    if mj-journal-status is equal to '35'
        open output journal-file
    end-if.
    if mj-journal-status is not equal to '00'
        move mj-journal-status to mj-result
        goback
    end-if.
    move spaces to journal-record.
    move mj-today to jr-date.
    move mj-now(1:6) to jr-time.
    move mj-program to jr-program.
    move mj-mode to jr-mode.
    move mj-oper to jr-oper.
    move mj-action to jr-action.
    if mj-after is equal to spaces
        move mj-before(1:10) to jr-txn-id
    else
        move mj-after(1:10) to jr-txn-id
    end-if.
    move mj-before to jr-before.
    move mj-after to jr-after.
    write journal-record.
    move mj-journal-status to mj-result.
    close journal-file.
    goback.
