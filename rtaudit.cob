    02 au-today-yyyy picture 9(4).
    02 au-today-mm   picture 9(2).
    02 au-today-dd   picture 9(2).
77  au-date-src picture x.
01  au-title-line.
    02 filler picture x(1)  value space.
    02 filler picture x(30) value 'round-trip self-audit report'.

    move zero to au-fail-total.
    move zero to au-test-count.
    call "busdate" using au-today, au-date-src.
    open output audit-file.
    if au-audit-status is not equal to '00'
        display 'unable to open AUDIT.OUT (file status ' au-audit-status ')'
