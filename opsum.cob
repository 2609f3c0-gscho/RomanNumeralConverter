       02 rl-time picture x(6).
       02 filler  picture x(1).
       02 rl-text picture x(84).
       02 filler  picture x(1).
       02 rl-oper picture x(8). *> operator signed on to the run
fd run-history.
    01 run-history-record. *> layout written by romannumerals' runhist-write
       02 rh-run-date  picture x(8).
fd audit-file.
    01 audit-record picture x(100).
fd opsum-file.
    01 opsum-record picture x(110).

working-storage section.
77  op-parm-data  picture x(100) value spaces. *> "[report-date yyyymmdd]"
77  op-date       picture x(8). *> defaults to the business date
77  op-date-src   picture x.
77  op-runlog-status  picture xx.
77  op-runhist-status picture xx.
77  op-errlog-status  picture xx.
    02 filler picture x(1) value space.
    02 op-out-time picture x(6).
    02 filler picture x(2) value spaces.
    02 op-out-oper picture x(8).
    02 filler picture x(2) value spaces.
    02 op-out-text picture x(84).
01  op-hist-heads.
    02 filler picture x(42) value ' file'.
    move spaces to op-date.
    unstring op-parm-data delimited by all space into op-date.
    if op-date is equal to spaces
        call "busdate" using op-date, op-date-src
        if op-date-src is equal to 'C'
            display 'no business date on BUSDATE.DAT -- the system date is used'
        end-if
    end-if.
    if op-date is not numeric
        display 'usage: opsum [report-date yyyymmdd]'
        stop run.
        exit paragraph.
    add 1 to op-log-lines.
    move rl-time to op-out-time.
    move rl-oper to op-out-oper.
    move rl-text to op-out-text.
    write opsum-record from op-log-line after advancing 1 line.
    if rl-text(1:11) is equal to 'job started'
