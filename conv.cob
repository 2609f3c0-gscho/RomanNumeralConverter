    02 cv-now-mm     picture 9(2).
    02 cv-now-ss     picture 9(2).
    02 cv-now-hs     picture 9(2).
77  cv-date-src picture x.

linkage section.
77  m    picture s99 usage is computational.
        *> on the log -- don't stack a second entry on top of it
        go to end-err-mess
    end-if.
    call "busdate" using cv-today, cv-date-src.
    accept cv-now from time.
    open extend error-log.
    if ws-errorlog-status is equal to '35'
