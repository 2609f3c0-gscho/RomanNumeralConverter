	select ref-file assign to "REFTABLE.OUT" organization is line sequential.
	select conv-master assign to "CONVMAST.DAT" organization is indexed
		access mode is random record key is mst-txn-id
		alternate record key is mst-run-date with duplicates
		file status is ws-master-status.
	select excepts-file assign to "EXCEPTS.OUT" organization is line sequential
		file status is ws-excepts-status.
		file status is ws-lock-status.
	select dispo-file assign to "DUPDISP.OUT" organization is line sequential
		file status is ws-dispo-status.
	select rev-sect-file assign to "REVSECT.TMP" organization is line sequential
		file status is ws-revsect-status.
	select adj-sect-file assign to "ADJSECT.TMP" organization is line sequential
		file status is ws-adjsect-status.
	select sect-temp assign to "SECTTEMP.DAT" organization is line sequential.
	select batch-reg assign to "BATCHREG.DAT" organization is line sequential
		file status is ws-batchreg-status.
	select period-file assign to "PERIODS.DAT" organization is line sequential
		file status is ws-period-status.
	select ppa-file assign to "PRIORPER.DAT" organization is line sequential
		file status is ws-ppa-status.
	select ppa-sect-file assign to "PPASECT.TMP" organization is line sequential
		file status is ws-ppasect-status.
	select operator-file assign to "OPERATOR.DAT" organization is line sequential
		file status is ws-oper-status.
	select journal-file assign to "MSTJRNL.DAT" organization is line sequential
		file status is ws-jrnl-status.
data division.
file section.
fd standard-input.
       02 rst-g-rej          picture 9(8).
       02 rst-g-sum          picture s9(12).
       02 rst-intf-lines     picture 9(6). *> lines on LEDGINTF.DAT at the checkpoint
       02 rst-rev-count      picture 9(6). *> reversal/adjustment section totals --
       02 rst-rev-refused    picture 9(6). *> one held-back section line per
       02 rst-rev-total      picture s9(12). *> posted or refused entry
       02 rst-adj-count      picture 9(6).
       02 rst-adj-refused    picture 9(6).
       02 rst-adj-net        picture s9(12).
       02 rst-ppa-count      picture 9(6). *> prior-period items held back
       02 rst-ppa-total      picture s9(12).
fd error-log.
    01 error-log-record picture x(59).
fd error-log-temp.
       02 mst-numeral  picture x(30).
       02 mst-decimal  picture 9(8).
       02 mst-run-date picture x(8).
       02 mst-status   picture x. *> what has happened to the posting since
          88 mst-posted   value space.
          88 mst-reversed value 'R'.
          88 mst-adjusted value 'A'.
       02 mst-status-date  picture x(8). *> day of the last reversal/adjustment
       02 mst-prev-decimal picture 9(8). *> value first posted, once adjusted
       02 mst-ack-status picture x. *> what the ledger said of the last detail
          88 mst-ack-pending  value space. *> sent for this id -- stamped by ledgack
          88 mst-ack-accepted value 'A'.
          88 mst-ack-rejected value 'X'.
       02 mst-ack-date   picture x(8).
fd excepts-file.
    01 excepts-record  picture x(90).
fd excepts-temp.
    01 excepts-temp-record picture x(90).
fd dispo-file.
    01 dispo-record picture x(80).
fd rev-sect-file. *> reversal lines held back for their own report section
    01 rev-sect-record picture x(80).
fd adj-sect-file. *> adjustment lines held back for their own report section
    01 adj-sect-record picture x(80).
fd sect-temp.
    01 sect-temp-record picture x(116).
fd repair-file.
    01 repair-record   picture x(80).
fd corr-file.
fd req-file.
    01 req-record      picture x(80).
fd inq-report.
    01 inq-report-record picture x(100).
fd edit-report.
    01 edit-report-record picture x(80).
fd lock-file.
       02 lck-time picture x(6).
       02 filler   picture x(1).
       02 lck-parm picture x(64).
       02 filler   picture x(1).
       02 lck-oper picture x(8). *> operator signed on to that run
fd ctl-file.
    01 ctl-record picture x(100).
fd run-log.
    01 run-log-record picture x(109).
fd interface-file.
    01 intf-record picture x(80).
fd interface-temp.
       02 rh-rej-count picture 9(6).
       02 filler       picture x(1).
       02 rh-sum-total picture 9(12).
fd batch-reg. *> every sender batch posted, so a resend can be refused
    01 batch-reg-record.
       02 br-sender    picture x(10).
       02 filler       picture x(1).
       02 br-batch     picture x(10).
       02 filler       picture x(1).
       02 br-created   picture x(8).
       02 filler       picture x(1).
       02 br-run-date  picture x(8).
       02 filler       picture x(1).
       02 br-infile    picture x(40).
       02 filler       picture x(1).
       02 br-rec-count picture 9(6).
       02 filler       picture x(1).
       02 br-sum-total picture 9(12).
fd period-file. *> periods finance has closed -- written by perclose
    01 period-record.
       02 pc-period picture x(6). *> yyyymm
       02 filler    picture x(94).
fd ppa-file. *> prior-period adjustments: items dated in a closed period,
    01 ppa-record picture x(116). *> held off the master for finance to book
fd ppa-sect-file. *> prior-period items held back for their own report section
    01 ppa-sect-record picture x(116).
fd operator-file. *> who may run romannumerals, and in which modes
    01 operator-record.
       02 opr-user-id picture x(8).
       02 filler      picture x(1).
       02 opr-modes   picture x(71). *> mode names separated by spaces --
           *> STDIN FILE CARDS DECIMAL REFTABLE D2R INQ REPAIR AUDIT DUPRVW
           *> EDIT VERIFY UNLOCK -- or ALL for every mode
fd journal-file. *> master change journal, appended by mstjrnl -- read back
    01 journal-record. *> only when a restarted run replays an adjustment
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
working-storage section.
77  ws-parm-data      picture x(100) value spaces. *> PARM/SYSIN for unattended batch runs
77  ws-parm-keyword   picture x(10). *> optional leading mode keyword on the PARM
    02 filler picture x(73).
77  fin-txn-id    picture x(10). *> leading ledger id on a reconciliation-layout record
77  fin-numeral   picture x(30).
01  fin-type-area.
    02 fin-txn-type picture x(2). *> optional third token on the record
       88 fin-type-new value 'N' spaces.
       88 fin-type-rev value 'R'. *> back out the posting for this txn id
       88 fin-type-adj value 'A'. *> re-value the posting for this txn id
01  snd-area. *> the sending department's control records on the input file:
    *>   HDR <sender-id> <batch-no> <created yyyymmdd>   first record, optional
    *>   TRL <record-count> <decimal-total>              last record
    *> with a header the trailer is required; a file carrying either is
    *> balanced in full before anything from it is posted
    02 snd-hdr-sw picture x value 'N'.
       88 snd-has-header value 'Y'.
    02 snd-trl-sw picture x value 'N'.
       88 snd-has-trailer value 'Y'.
    02 snd-refuse-sw picture x value 'N'.
       88 snd-refused value 'Y'.
    02 snd-eof-sw picture x value 'N'.
       88 snd-eof value 'Y'.
    02 snd-num-sw picture x.
       88 snd-num-ok  value 'Y'.
       88 snd-num-bad value 'N'.
77  snd-tag       picture x(10).
77  snd-sender    picture x(10).
77  snd-batch     picture x(10).
77  snd-created   picture x(8).
77  snd-count-tok picture x(15).
77  snd-total-tok picture x(15).
77  snd-num-tok   picture x(15).
77  snd-num-val   picture 9(15) usage is computational.
77  snd-exp-count picture 9(15) usage is computational.
77  snd-exp-total picture 9(15) usage is computational.
77  snd-act-count picture 9(8)  usage is computational.
77  snd-act-total picture 9(15) usage is computational.
77  snd-act-bad   picture 9(8)  usage is computational. *> numerals conv would reject
77  snd-pos       picture 9(8)  usage is computational.
77  snd-reason    picture x(60).
77  snd-ed-count  picture z(7)9.
77  snd-ed-total  picture z(11)9.
77  ws-batchreg-status picture xx.
01	option-area.
	02 opt-r  picture x.
01  conv-valid-area.
77  file-acc-count picture 9(6) usage is computational value zero.
77  file-rej-count picture 9(6) usage is computational value zero.
77  file-sum-total picture s9(12) usage is computational value zero.
77  rev-post-count picture 9(6) usage is computational value zero. *> per-file
77  rev-ref-count  picture 9(6) usage is computational value zero. *> reversal and
77  rev-sum-total  picture s9(12) usage is computational value zero. *> adjustment
77  adj-post-count picture 9(6) usage is computational value zero. *> control
77  adj-ref-count  picture 9(6) usage is computational value zero. *> totals
77  adj-net-total  picture s9(12) usage is computational value zero.
77  adj-old-value  picture 9(8). *> master value the adjustment replaces
77  adj-net-change picture s9(8). *> new value less the old
77  ws-revsect-status picture xx.
77  ws-adjsect-status picture xx.
77  ws-sect-lines  picture 9(6). *> lines a section temp file is trimmed back to
77  ppa-post-count picture 9(6) usage is computational value zero. *> per-file
77  ppa-sum-total  picture s9(12) usage is computational value zero. *> prior-period totals
77  fix-ppa-count  picture 9(6) usage is computational value zero.
77  dup-ppa-count  picture 9(6) usage is computational value zero.
77  ws-period-status  picture xx.
77  ws-ppa-status     picture xx.
77  ws-ppasect-status picture xx.
01  per-tbl. *> closed periods from PERIODS.DAT
    02 per-closed picture x(6) occurs 600 times.
77  per-count picture 9(4) usage is computational value zero.
77  per-i     picture 9(4) usage is computational.
77  per-check-date picture x(8). *> the date period-check is asked about
77  ws-file-date   picture x(8). *> what a file's items are dated: the sender
    *> header's creation date when there is one, else the business date
01  per-area.
    02 per-loaded-sw picture x value 'N'. *> PERIODS.DAT is read once a run
       88 per-loaded value 'Y'.
    02 per-closed-sw picture x value 'N'.
       88 per-date-closed value 'Y'.
       88 per-date-open   value 'N'.
    02 ws-file-prior-sw picture x value 'N'. *> whole file dated in a closed period
       88 file-prior-period value 'Y'.
    02 ppa-opened-sw picture x value 'N'. *> PRIORPER.DAT opened lazily
       88 ppa-opened value 'Y'.
01  ppa-line. *> one item routed to PRIORPER.DAT instead of the master
    02 pp-routed-on   picture x(8). *> business date it was routed on
    02 filler         picture x(1) value space.
    02 pp-period      picture x(6). *> closed period it is dated in
    02 filler         picture x(1) value space.
    02 pp-item-date   picture x(8).
    02 filler         picture x(1) value space.
    02 pp-source      picture x(8). *> FILE, CARDS, REPAIR or DUPRVW
    02 filler         picture x(1) value space.
    02 pp-type        picture x. *> N new, R reversal, A adjustment or replacement
    02 filler         picture x(1) value space.
    02 pp-txn-id      picture x(10).
    02 filler         picture x(1) value space.
    02 pp-numeral     picture x(30).
    02 filler         picture x(1) value space.
    02 pp-decimal     picture 9(8).
    02 filler         picture x(1) value space.
    02 pp-old-decimal picture 9(8). *> master value a replacement would change
    02 filler         picture x(1) value space.
    02 pp-origin      picture x(20). *> input file, or the log it came off
01  ppa-head-line.
    02 filler picture x(11) value spaces.
    02 filler picture x(42) value
       'prior-period items -- held off the master'.
01  ppa-col-heads.
    02 filler picture x(12) value ' txn id'.
    02 filler picture x(31) value 'numeral'.
    02 filler picture x(10) value '   decimal'.
    02 filler picture x(6)  value '  type'.
    02 filler picture x(9)  value '   period'.
01  ppa-detail-line.
    02 filler picture x(1) value space.
    02 pd-txn-id picture x(10).
    02 filler picture x(1) value space.
    02 pd-numeral picture x(30).
    02 filler picture x(1) value space.
    02 pd-decimal picture z(9).
    02 filler picture x(5) value spaces.
    02 pd-type picture x.
    02 filler picture x(3) value spaces.
    02 pd-period picture x(6).
01  ppa-trailer-line.
    02 filler picture x(1) value space.
    02 filler picture x(16) value 'to PRIORPER.DAT '.
    02 ppa-out-count picture zzz,zz9.
    02 filler picture x(5) value spaces.
    02 filler picture x(16) value 'value total  . .'.
    02 ppa-out-sum picture zzz,zzz,zzz,zz9-.
01  rev-note-area.
    02 rev-note picture x(35). *> why a reversal or adjustment was refused
01  ws-sect-eof-area.
    02 ws-sect-eof-sw picture x value 'N'.
       88 sect-eof value 'Y'.
01  ws-replay-area.
    02 ws-replay-sw picture x value 'N'. *> is this record inside the window a
       88 ws-replaying value 'Y'. *> checkpoint restart replays
01  type-error-line.
    02 filler picture x(1) value space.
    02 te-raw picture x(30).
    02 filler picture x(3) value spaces.
    02 filler picture x(28) value '** unknown transaction type '.
    02 te-type picture x(2).
01  rev-head-line.
    02 filler picture x(11) value spaces.
    02 filler picture x(9) value 'reversals'.
01  adj-head-line.
    02 filler picture x(11) value spaces.
    02 filler picture x(11) value 'adjustments'.
01  rev-col-heads.
    02 filler picture x(13) value ' txn id'.
    02 filler picture x(32) value 'numeral'.
    02 filler picture x(9) value ' reversed'.
01  adj-col-heads.
    02 filler picture x(12) value ' txn id'.
    02 filler picture x(31) value 'new numeral'.
    02 filler picture x(9)  value '      was'.
    02 filler picture x(10) value '       now'.
    02 filler picture x(10) value '    change'.
01  sect-underline.
    02 filler picture x(45) value
       ' --------------------------------------------'.
    02 filler picture x(28) value '----------------------------'.
01  rev-detail-line.
    02 filler picture x(1) value space.
    02 rv-txn-id picture x(10).
    02 filler picture x(2) value spaces.
    02 rv-numeral picture x(30).
    02 filler picture x(2) value spaces.
    02 rv-decimal picture z(9).
01  adj-detail-line.
    02 filler picture x(1) value space.
    02 aj-txn-id picture x(10).
    02 filler picture x(1) value space.
    02 aj-numeral picture x(30).
    02 filler picture x(1) value space.
    02 aj-old picture z(9).
    02 filler picture x(1) value space.
    02 aj-new picture z(9).
    02 filler picture x(1) value space.
    02 aj-change picture z(9)-.
01  sect-refused-line.
    02 filler picture x(1) value space.
    02 sr-txn-id picture x(10).
    02 filler picture x(2) value spaces.
    02 sr-numeral picture x(30).
    02 filler picture x(2) value spaces.
    02 sr-note picture x(35).
01  sect-trailer-line.
    02 filler picture x(1) value space.
    02 filler picture x(16) value 'posted . . . . .'.
    02 st-out-count picture zzz,zz9.
    02 filler picture x(5) value spaces.
    02 st-out-label picture x(16).
    02 st-out-sum picture zzz,zzz,zzz,zz9-.
01  sect-trailer-line-2.
    02 filler picture x(1) value space.
    02 filler picture x(16) value 'refused  . . . .'.
    02 st-out-refused picture zzz,zz9.
77  ws-runhist-status picture xx.
77  ws-runlog-status  picture xx.
77  ws-lock-status    picture xx.
       88 lock-held-by-us value 'Y'.
77  ws-job-rc picture 9(2) value zero. *> worst return-code severity seen so far:
    *> 0 clean, 2 restarted from checkpoint, 4 completed with rejects or
    *> degraded, 8 open/IO failure or audit failure, 10 an input file was
    *> refused by its sender controls, 12 run lock held, 16 operator not
    *> signed on or not authorized for the mode
77  ws-new-rc picture 9(2).
01  runlog-line. *> one timestamped entry on the job run log
    02 rl-date picture x(8).
    02 rl-time picture x(6).
    02 filler  picture x(1) value space.
    02 rl-text picture x(84).
    02 filler  picture x(1) value space.
    02 rl-oper picture x(8). *> operator signed on to the run
77  rl-count-1 picture zzz,zz9. *> edited counts for composed log texts
77  rl-count-2 picture zzz,zz9.
77  rl-count-3 picture zzz,zz9.
77  rl-rc      picture 9(2).
77  ws-oper-id     picture x(8) value spaces. *> operator signed on to this run
77  ws-oper-modes  picture x(71) value spaces. *> and the modes granted to them
77  ws-oper-status picture xx.
77  ws-oper-tok    picture x(12). *> "OP=<user-id>" leading the PARM
77  ws-parm-rest   picture x(100). *> the PARM without it
77  ws-oper-ptr    picture 9(3) usage is computational.
77  ws-mode-name   picture x(8). *> mode being authorized
77  ws-mode-tok    picture x(8).
77  ws-mode-ptr    picture 9(3) usage is computational.
01  ws-oper-area.
    02 ws-oper-found-sw picture x value 'N'. *> is the operator on OPERATOR.DAT
       88 oper-found value 'Y'.
    02 ws-oper-auth-sw picture x value 'N'. *> may they use ws-mode-name
       88 oper-authorized value 'Y'.
    02 ws-oper-eof-sw picture x value 'N'.
       88 oper-eof value 'Y'.
01  oper-entry-area.
    02 oper-entry-in picture x(8).
    02 filler        picture x(72).
77  ws-ctl-status   picture xx.
77  ws-ctl-filename picture x(100) value spaces. *> control-card file from the PARM
01  ws-ctl-area.
    02 ws-run-yyyy picture 9(4).
    02 ws-run-mm   picture 9(2).
    02 ws-run-dd   picture 9(2).
01  ws-busdate-area.
    02 ws-busdate-src picture x. *> where business-date found the run date
       88 busdate-from-file  value 'B'.
       88 busdate-from-clock value 'C'.
77  mst-dup-count picture 9(6) usage is computational value zero.
77  jrn-program picture x(13) value 'romannumerals'. *> journal stamp for
77  jrn-mode    picture x(8). *> changes this run makes to the master
77  jrn-action  picture x. *> A added, C changed, D deleted
77  jrn-status  picture xx.
77  jrn-before  picture x(120). *> master-record before the change
77  jrn-after   picture x(120). *> and after it
77  ws-jrnl-status picture xx.
01  jrl-eof-area.
    02 jrl-eof-sw picture x value 'N'.
       88 jrl-eof value 'Y'.
01  jrl-image. *> a journal before or after image, in master-record's layout
    02 jrl-txn-id   picture x(10).
    02 jrl-numeral  picture x(30).
    02 jrl-decimal  picture 9(8).
    02 jrl-run-date picture x(8).
    02 jrl-status   picture x.
    02 jrl-status-date picture x(8).
    02 filler       picture x(55).
01  inq-entry-area.
    02 inq-entry picture x(10).
    02 filler    picture x(70).
    02 filler picture x(32) value 'numeral'.
    02 filler picture x(11) value '   decimal'.
    02 filler picture x(13) value '  recorded on'.
    02 filler picture x(8)  value 'status'.
    02 filler picture x(9)  value ' changed'.
    02 filler picture x(12) value 'posted value'.
01  inq-detail-line.
    02 filler picture x(1) value space.
    02 iq-txn-id picture x(10).
    02 iq-decimal picture z(9).
    02 filler picture x(5) value spaces.
    02 iq-run-date picture x(8).
    02 filler picture x(2) value spaces.
    02 iq-status picture x(8). *> posted, reversed or adjusted
    02 filler picture x(1) value space.
    02 iq-status-date picture x(8).
    02 filler picture x(2) value spaces.
    02 iq-prev-decimal picture z(9). *> the value first posted
01  inq-miss-line.
    02 filler picture x(1) value space.
    02 iq-miss-id picture x(10).
01  fix-title-line.
    02 filler picture x(11) value spaces.
    02 filler picture x(19) value 'repaired rejections'.
01  fix-col-heads.
    02 fix-heads picture x(59).
    02 filler picture x(8) value 'operator'.
01  fix-detail-line. *> print-line, stamped with who made the correction
    02 fix-print picture x(56).
    02 filler picture x(3) value spaces.
    02 fix-oper picture x(8).
01  fix-trailer-line.
    02 filler picture x(1) value space.
    02 filler picture x(16) value 'corrections  . .'.
    02 filler picture x(5) value spaces.
    02 filler picture x(16) value 'left on log  . .'.
    02 fix-out-rem picture zzz,zz9.
01  fix-trailer-line-3.
    02 filler picture x(1) value space.
    02 filler picture x(16) value 'prior period . .'.
    02 fix-out-ppa picture zzz,zz9.
01  excepts-line.
    02 filler picture x(1) value space.
    02 exc-run-date picture x(8).
01  dup-onmst-area.
    02 dup-onmst-sw picture x value 'N'. *> is the worked txn id still on the master
       88 dup-on-master value 'Y'.
01  dup-intf-area.
    02 dup-intf-sw picture x value 'N'. *> opened lazily on the first replacement
       88 dup-intf-opened value 'Y'.
01  dup-ans-area.
    02 dup-ans picture x.
    02 filler  picture x(79).
    02 dd-numeral picture x(30).
    02 filler picture x(2) value spaces.
    02 dd-decimal picture z(9).
    02 filler picture x(2) value spaces.
    02 dd-oper picture x(8).
01  dup-trailer-line.
    02 filler picture x(1) value space.
    02 filler picture x(16) value 'kept existing  .'.
    02 filler picture x(5) value spaces.
    02 filler picture x(16) value 'left on file . .'.
    02 dup-out-rem picture zzz,zz9.
01  dup-trailer-line-3.
    02 filler picture x(1) value space.
    02 filler picture x(16) value 'prior period . .'.
    02 dup-out-ppa picture zzz,zz9.
01  ws-report-area.
    02 ws-report-opened picture x value 'N'. *> has this run already opened report-file once
       88 report-already-open value 'Y'.
    02 filler picture x value 'H'.
    02 ih-run-date picture x(8).
    02 ih-infile   picture x(60).
    02 ih-resend   picture x value space. *> R on a re-extract sent by ledgrsnd
    02 ih-resent-on picture x(8) value spaces.
01  intf-detail-line.
    02 filler picture x value 'D'.
    02 id-txn-id  picture x(10).
    02 id-numeral picture x(30).
    02 id-decimal picture 9(8).
01  intf-reversal-line. *> backs out a detail sent on an earlier day --
    *> the ledger posts ir-decimal against the original entry
    02 filler picture x value 'R'.
    02 ir-txn-id  picture x(10).
    02 ir-numeral picture x(30).
    02 ir-decimal picture 9(8).
01  intf-adjust-line. *> re-values a detail sent on an earlier day
    02 filler picture x value 'A'.
    02 ia-txn-id  picture x(10).
    02 ia-numeral picture x(30).
    02 ia-decimal picture 9(8). *> the new value
    02 ia-old-decimal picture 9(8). *> the value it replaces
    02 ia-net-change picture s9(8) sign is leading separate.
01  intf-trailer-line.
    02 filler picture x value 'T'.
    02 it-rec-count picture 9(6). *> 'D' details and their hash
    02 it-hash-total picture 9(12).
    02 it-rev-count picture 9(6). *> 'R' details and their total
    02 it-rev-total picture 9(12).
    02 it-adj-count picture 9(6). *> 'A' details and their net change
    02 it-adj-net picture s9(12) sign is leading separate.
77  ws-restart-count     picture 9(6) value zero. *> last record checkpointed on a prior run
77  ws-record-pos        picture 9(6) value zero. *> absolute position of the record just read
77  ws-report-line-count picture 9(6) value zero. *> lines on report-file as of the last checkpoint

    open input standard-input, output standard-output.
    accept ws-parm-data from command-line.
    perform sign-on thru end-signon.
    move spaces to rl-text.
    string 'job started  parm: ' ws-parm-data
        delimited by size into rl-text.
    perform runlog-entry thru end-runlogentry.
    perform oper-lookup thru end-operlookup.
    move spaces to ws-parm-keyword.
    unstring ws-parm-data delimited by all space into ws-parm-keyword.
    if ws-parm-keyword is equal to 'UNLOCK'
        *> operator request to clear a stale lock left by a crashed run --
        *> handled before take-lock, which would refuse to start otherwise
        move 'UNLOCK' to ws-mode-name
        perform oper-authorize thru end-operauthorize
        perform unlock-mode thru end-unlockmode.
    perform take-lock thru end-takelock.
    if busdate-from-clock
        *> every stamp of the run falls back to the system date, which may
        *> not be the processing day the operators have rolled to
        display 'no business date on BUSDATE.DAT -- the system date is used'
        move spaces to rl-text
        string 'no business date on BUSDATE.DAT -- system date ' ws-run-date
            ' used' delimited by size into rl-text
        perform runlog-entry thru end-runlogentry
        move 4 to ws-new-rc
        perform raise-rc thru end-raiserc
    end-if.
    if ws-parm-data is not equal to spaces
        perform batch-setup thru end-batchsetup.
    perform usr-prompt thru end-usrprompt
	*>   VERIFY                       master file integrity verification
	*>   CARDS <ctl-file> <report>    multi-file run from a control-card file
	*>   AUDIT                        round-trip self audit (option 8)
	*> any of these may be led by OP=<user-id>, the operator running the job
	set ws-batch-mode to true.
	move spaces to ws-parm-keyword.
	unstring ws-parm-data delimited by all space into ws-parm-keyword.
		when other display 'Invalid entry'.
end-usrprompt.

	if choice is greater than 0
		perform mode-authorize thru end-modeauthorize
	end-if.
	evaluate choice
		when 1 perform romangui thru end-romangui
		when 2 perform file-name thru end-filename
	string 'opened input file: ' ws-infile-name
		delimited by size into rl-text.
	perform runlog-entry thru end-runlogentry.
	perform sender-balance thru end-senderbalance.
	if snd-refused
		perform sender-refuse thru end-senderrefuse
	end-if.
	move zero to file-rec-count. move zero to file-sum-total.
	move zero to file-acc-count. move zero to file-rej-count.
	move zero to rev-post-count. move zero to rev-ref-count.
	move zero to rev-sum-total.
	move zero to adj-post-count. move zero to adj-ref-count.
	move zero to ppa-post-count. move zero to ppa-sum-total.
	move zero to adj-net-total.
	move zero to ws-record-pos.
	move zero to ws-restart-count.
	open input restart-file.
				if rst-acc-count is not numeric
						or rst-rej-count is not numeric
						or rst-intf-lines is not numeric
						or rst-rev-count is not numeric
						or rst-adj-count is not numeric
						or rst-ppa-count is not numeric
					*> a checkpoint written before the record layout was
					*> widened reads back misaligned -- every field after
					*> the old sum is shifted, so none of it can be trusted
						move rst-acc-count to file-acc-count
						move rst-rej-count to file-rej-count
						move rst-intf-lines to ws-intf-line-count
						move rst-rev-count to rev-post-count
						move rst-rev-refused to rev-ref-count
						move rst-rev-total to rev-sum-total
						move rst-adj-count to adj-post-count
						move rst-adj-refused to adj-ref-count
						move rst-adj-net to adj-net-total
						move rst-ppa-count to ppa-post-count
						move rst-ppa-total to ppa-sum-total
					else
						display 'checkpoint on RESTART.DAT is for a different file -- '
							'ignoring it and starting fresh'
		perform trim-report-file thru end-trimreportfile
		perform trim-errlog-file thru end-trimerrlogfile
		perform trim-intf-file thru end-trimintffile
		perform trim-rev-sect thru end-trimrevsect
		perform trim-adj-sect thru end-trimadjsect
		perform trim-ppa-sect thru end-trimppasect
	end-if.
	if ws-restart-count is greater than zero or report-already-open
		*> resuming a checkpointed run, or this is another file opened in
		open output interface-file
	end-if.
	set intf-already-open to true.
	if ctl-mode
		move 'CARDS' to jrn-mode
	else
		move 'FILE' to jrn-mode
	end-if.
	*> reversals and adjustments are held back here and printed as sections
	*> of their own after the file's trailer
	if ws-restart-count is greater than zero
		open extend rev-sect-file
		if ws-revsect-status is equal to '35'
			open output rev-sect-file
		end-if
		open extend adj-sect-file
		if ws-adjsect-status is equal to '35'
			open output adj-sect-file
		end-if
		open extend ppa-sect-file
		if ws-ppasect-status is equal to '35'
			open output ppa-sect-file
		end-if
	else
		open output rev-sect-file
		open output adj-sect-file
		open output ppa-sect-file
	end-if.
	*> a late file dated in a period finance has already closed posts
	*> nothing -- its items are held back for PRIORPER.DAT instead
	perform business-date thru end-businessdate.
	move ws-run-date to ws-file-date.
	if snd-has-header and snd-created is numeric
		move snd-created to ws-file-date
	end-if.
	move ws-file-date to per-check-date.
	perform period-check thru end-periodcheck.
	move 'N' to ws-file-prior-sw.
	if per-date-closed
		set file-prior-period to true
		display 'file is dated ' ws-file-date ', in closed period '
			ws-file-date(1:6) ' -- items go to PRIORPER.DAT'
		move spaces to rl-text
		string 'dated ' ws-file-date ' in closed period ' ws-file-date(1:6)
			' -- to PRIORPER.DAT: ' ws-infile-name(1:20)
			delimited by size into rl-text
		perform runlog-entry thru end-runlogentry
	end-if.
	perform master-open thru end-masteropen.
	if ws-restart-count is equal to zero
		write report-record from title-line after advancing 1 lines
		set report-not-1st-write to true
		*> the ledger interface file gets one header per input file --
		*> written plain, so every write is exactly one line
		perform business-date thru end-businessdate
		move ws-run-date to ih-run-date
		move ws-infile-name to ih-infile
		write intf-record from intf-header-line
		*> already reported on a prior run before the job abended -- skip it
		exit paragraph
	end-if.
	if fin-raw(1:4) is equal to 'HDR ' or fin-raw(1:4) is equal to 'TRL '
		*> sender control record -- balanced before the file was posted
		exit paragraph
	end-if.
	move spaces to fin-txn-id. move spaces to fin-numeral.
	move spaces to fin-txn-type.
	unstring fin-raw delimited by all space
		into fin-txn-id fin-numeral fin-txn-type.
	if fin-numeral is equal to spaces
		*> bare-numeral record, no leading transaction id present
		move fin-txn-id to fin-numeral
	end-if.
	move fin-numeral to fr(n).
	add 1 to file-rec-count.
	if not fin-type-new and not fin-type-rev and not fin-type-adj
		*> a type code we don't know never reaches conv or the master
		perform type-reject thru end-typereject
		perform checkpoint-maybe thru end-checkpointmaybe
		exit paragraph
	end-if.
	inspect fin-numeral tallying ws-count for all characters.
	inspect fin-numeral tallying ws-spaces for all spaces.
    subtract ws-spaces from ws-count.
    move ws-count to n.
	move ws-record-pos to conv-rec-id.
	call "conv" using farray-area, n, temp, conv-valid-sw, conv-rec-id.
	if conv-valid and file-prior-period
		perform ppa-hold thru end-ppahold
		perform checkpoint-maybe thru end-checkpointmaybe
		exit paragraph
	end-if.
	if conv-valid and fin-type-rev
		perform post-reversal thru end-postreversal
	end-if.
	if conv-valid and fin-type-adj
		perform post-adjustment thru end-postadjustment
	end-if.
	if conv-valid and fin-type-new
		perform master-write thru end-masterwrite
		if mst-genuine-dup
			*> resubmitted transaction -- it went to EXCEPTS.OUT instead of
				add 1 to ws-report-line-count
			end-if
		end-if
	end-if.
	if conv-invalid
		*> conv already appended one entry to ERRORLOG.DAT for this rejection
		add 1 to file-rej-count
		add 1 to ws-errlog-line-count
	perform checkpoint-maybe thru end-checkpointmaybe.
end-loop2.

sender-balance. *> reads the whole input file once before anything posts:
	*> picks up the sender header and trailer, counts and values the
	*> records between them, and refuses the file if they do not agree
	move 'N' to snd-hdr-sw. move 'N' to snd-trl-sw.
	move 'N' to snd-refuse-sw. move 'N' to snd-eof-sw.
	move spaces to snd-sender. move spaces to snd-batch.
	move spaces to snd-created. move spaces to snd-reason.
	move zero to snd-exp-count. move zero to snd-exp-total.
	move zero to snd-act-count. move zero to snd-act-total.
	move zero to snd-act-bad. move zero to snd-pos.
	perform sender-read thru end-senderread until snd-eof or snd-refused.
	close infile.
	open input infile.
	if ws-infile-status is not equal to '00'
		display 'unable to reopen input file: ' ws-infile-name
			' (file status ' ws-infile-status ')'
		move spaces to rl-text
		string 'reopen failed (' ws-infile-status '): ' ws-infile-name
			delimited by size into rl-text
		perform job-abort thru end-jobabort
	end-if.
	if snd-refused
		exit paragraph.
	if not snd-has-header and not snd-has-trailer
		*> no sender controls on this file -- posted as it stands
		exit paragraph.
	if not snd-has-trailer
		set snd-refused to true
		move 'sender header but no trailer' to snd-reason
		exit paragraph
	end-if.
	if snd-act-count is not equal to snd-exp-count
		set snd-refused to true
		move snd-act-count to snd-ed-count
		string 'trailer count out of balance -- file has' snd-ed-count
			delimited by size into snd-reason
		exit paragraph
	end-if.
	if snd-act-total is not equal to snd-exp-total
		set snd-refused to true
		move snd-act-total to snd-ed-total
		if snd-act-bad is greater than zero
			string 'trailer total unproven -- invalid numerals on file'
				delimited by size into snd-reason
		else
			string 'trailer total out of balance -- file has' snd-ed-total
				delimited by size into snd-reason
		end-if
		exit paragraph
	end-if.
	if snd-has-header
		perform sender-resend-check thru end-senderresendcheck
	end-if.
	if not snd-refused
		move snd-act-count to rl-count-1
		move spaces to rl-text
		string 'sender ' snd-sender ' batch ' snd-batch ' in balance:'
			rl-count-1 ' records'
			delimited by size into rl-text
		perform runlog-entry thru end-runlogentry
	end-if.
end-senderbalance.
	exit.

sender-read.
	read infile into finput-area
		at end
			set snd-eof to true
			exit paragraph.
	add 1 to snd-pos.
	if snd-has-trailer
		set snd-refused to true
		move 'records follow the sender trailer' to snd-reason
		exit paragraph
	end-if.
	if fin-raw(1:4) is equal to 'HDR '
		if snd-pos is not equal to 1
			set snd-refused to true
			move 'sender header is not the first record' to snd-reason
			exit paragraph
		end-if
		unstring fin-raw delimited by all space
			into snd-tag snd-sender snd-batch snd-created
		set snd-has-header to true
		if snd-sender is equal to spaces or snd-batch is equal to spaces
			set snd-refused to true
			move 'sender header lacks sender id or batch number'
				to snd-reason
		end-if
		exit paragraph
	end-if.
	if fin-raw(1:4) is equal to 'TRL '
		move spaces to snd-count-tok
		move spaces to snd-total-tok
		unstring fin-raw delimited by all space
			into snd-tag snd-count-tok snd-total-tok
		set snd-has-trailer to true
		move snd-count-tok to snd-num-tok
		perform sender-number thru end-sendernumber
		move snd-num-val to snd-exp-count
		if snd-num-ok
			move snd-total-tok to snd-num-tok
			perform sender-number thru end-sendernumber
			move snd-num-val to snd-exp-total
		end-if
		if snd-num-bad
			set snd-refused to true
			move 'sender trailer count or total not numeric' to snd-reason
		end-if
		exit paragraph
	end-if.
	*> a transaction record -- valued exactly as loop2 will value it
	add 1 to snd-act-count.
	move spaces to fin-txn-id. move spaces to fin-numeral.
	move spaces to fin-txn-type.
	unstring fin-raw delimited by all space
		into fin-txn-id fin-numeral fin-txn-type.
	if fin-numeral is equal to spaces
		move fin-txn-id to fin-numeral
	end-if.
	move 1 to n. move 0 to ws-count. move 0 to ws-spaces.
	move spaces to farray-area.
	move fin-numeral to fr(n).
	inspect fin-numeral tallying ws-count for all characters.
	inspect fin-numeral tallying ws-spaces for all spaces.
	subtract ws-spaces from ws-count.
	move ws-count to n.
	move 'NOLOG' to conv-rec-id.
	call "conv" using farray-area, n, temp, conv-valid-sw, conv-rec-id.
	if conv-valid
		add temp to snd-act-total
	else
		add 1 to snd-act-bad
	end-if.
end-senderread.
	exit.

sender-number. *> unsigned digits of snd-num-tok into snd-num-val
	set snd-num-ok to true.
	move zero to snd-num-val.
	move 0 to ws-count. move 0 to ws-spaces.
	inspect snd-num-tok tallying ws-count for all characters.
	inspect snd-num-tok tallying ws-spaces for all spaces.
	subtract ws-spaces from ws-count.
	if ws-count is equal to zero
		set snd-num-bad to true
		exit paragraph.
	if snd-num-tok(1:ws-count) is not numeric
		set snd-num-bad to true
		exit paragraph.
	move snd-num-tok(1:ws-count) to snd-num-val.
end-sendernumber.
	exit.

sender-resend-check. *> a batch number the sender has had posted already
	open input batch-reg.
	if ws-batchreg-status is equal to '35'
		exit paragraph.
	if ws-batchreg-status is not equal to '00'
		display 'unable to read batch register BATCHREG.DAT (file status '
			ws-batchreg-status ')'
		set snd-refused to true
		move 'batch register unreadable -- resend check not made'
			to snd-reason
		exit paragraph
	end-if.
	move 'N' to snd-eof-sw.
	perform sender-reg-read thru end-senderregread
		until snd-eof or snd-refused.
	close batch-reg.
end-senderresendcheck.
	exit.

sender-reg-read.
	read batch-reg
		at end
			set snd-eof to true
			exit paragraph.
	if br-sender is equal to snd-sender and br-batch is equal to snd-batch
		set snd-refused to true
		string 'resend -- batch already posted ' br-run-date
			delimited by size into snd-reason
	end-if.
end-senderregread.
	exit.

sender-refuse. *> nothing from a refused file is posted; the run moves on to
	*> the next file of a control-card set, or the next file asked for
	close infile.
	display 'input file refused: ' ws-infile-name(1:40).
	display '  ' snd-reason.
	move 10 to ws-new-rc.
	perform raise-rc thru end-raiserc.
	move spaces to rl-text.
	string 'refused ' ws-infile-name(1:20) ': ' snd-reason
		delimited by size into rl-text.
	perform runlog-entry thru end-runlogentry.
	if ctl-mode
		if ctl-index is less than ctl-file-count
			add 1 to ctl-index
			move ctl-file-name(ctl-index) to ws-infile-name
			perform file-name thru end-filename
		else
			if report-already-open
				perform grand-recap thru end-grandrecap
			end-if
			perform job-end thru end-jobend
			stop run
		end-if
	else
		if ws-batch-mode
			perform job-end thru end-jobend
			stop run
		else
			perform file-name thru end-filename
		end-if
	end-if.
	perform job-end thru end-jobend.
	stop run.
end-senderrefuse.
	exit.

batch-register. *> records the sender batch just posted
	open extend batch-reg.
	if ws-batchreg-status is equal to '35'
		open output batch-reg
	end-if.
	if ws-batchreg-status is not equal to '00'
		display 'unable to extend BATCHREG.DAT (file status '
			ws-batchreg-status ') -- batch ' snd-batch ' not registered'
		move 4 to ws-new-rc
		perform raise-rc thru end-raiserc
		move spaces to rl-text
		string 'batch ' snd-batch ' not registered (' ws-batchreg-status ')'
			delimited by size into rl-text
		perform runlog-entry thru end-runlogentry
		exit paragraph
	end-if.
	move spaces to batch-reg-record.
	move snd-sender to br-sender.
	move snd-batch to br-batch.
	move snd-created to br-created.
	move ws-run-date to br-run-date.
	move ws-infile-name to br-infile.
	move file-rec-count to br-rec-count.
	move file-sum-total to br-sum-total.
	write batch-reg-record.
	close batch-reg.
end-batchregister.
	exit.

checkpoint-maybe. *> every ws-checkpoint-interval records, save our position for restart
	divide ws-record-pos by ws-checkpoint-interval
		giving ws-checkpoint-div remainder ws-checkpoint-mod.
	move file-acc-count to rst-acc-count.
	move file-rej-count to rst-rej-count.
	move ws-intf-line-count to rst-intf-lines.
	move rev-post-count to rst-rev-count.
	move rev-ref-count to rst-rev-refused.
	move rev-sum-total to rst-rev-total.
	move adj-post-count to rst-adj-count.
	move adj-ref-count to rst-adj-refused.
	move adj-net-total to rst-adj-net.
	move ppa-post-count to rst-ppa-count.
	move ppa-sum-total to rst-ppa-total.
	if ctl-mode
		*> record which file of the set this checkpoint was taken in, and
		*> the grand totals folded in from the files already completed
end-writecheckpoint.
	exit.

type-reject. *> prints a record whose transaction type code we don't know
	add 1 to file-rej-count.
	move fin-raw to te-raw.
	move fin-txn-type to te-type.
	write report-record from type-error-line after advancing 1 line.
	if report-1st-write
		add 2 to ws-report-line-count
		set report-not-1st-write to true
	else
		add 1 to ws-report-line-count
	end-if.
end-typereject.
	exit.

check-replay. *> is this record one a checkpoint-restarted run is replaying --
	*> never more than one checkpoint interval past the last checkpoint
	move 'N' to ws-replay-sw.
	if ws-restart-count is greater than zero
			and ws-record-pos is not greater than
				ws-restart-count + ws-checkpoint-interval
		set ws-replaying to true
	end-if.
end-checkreplay.
	exit.

post-reversal. *> backs a posted conversion out: the master record stays on
	*> file marked reversed, and an offsetting reversal detail goes to the
	*> ledger -- the reversal's numeral must carry the amount that was posted
	if master-unavailable
		move '** master file unavailable' to rev-note
		perform rev-refuse thru end-revrefuse
		exit paragraph
	end-if.
	perform check-replay thru end-checkreplay.
	perform business-date thru end-businessdate.
	move fin-txn-id to mst-txn-id.
	read conv-master
		invalid key
			move '** not on the master file' to rev-note
			perform rev-refuse thru end-revrefuse
			exit paragraph
	end-read.
	if mst-reversed and ws-replaying and mst-status-date is equal to ws-run-date
		*> the aborted run reversed it already -- only the lines it wrote
		*> past the checkpoint were trimmed, so those are put back below
		continue
	else
		if mst-reversed
			move '** already reversed' to rev-note
			perform rev-refuse thru end-revrefuse
			exit paragraph
		end-if
		if temp is not equal to mst-decimal
			move '** amount differs from the master' to rev-note
			perform rev-refuse thru end-revrefuse
			exit paragraph
		end-if
		move master-record to jrn-before
		set mst-reversed to true
		move ws-run-date to mst-status-date
		set mst-ack-pending to true
		move spaces to mst-ack-date
		rewrite master-record
			invalid key
				move '** master rewrite failed' to rev-note
				perform rev-refuse thru end-revrefuse
				exit paragraph
		end-rewrite
		move 'C' to jrn-action
		move master-record to jrn-after
		perform journal-write thru end-journalwrite
	end-if.
	add 1 to rev-post-count.
	add mst-decimal to rev-sum-total.
	move mst-txn-id to ir-txn-id.
	move mst-numeral to ir-numeral.
	move mst-decimal to ir-decimal.
	write intf-record from intf-reversal-line.
	add 1 to ws-intf-line-count.
	move mst-txn-id to rv-txn-id.
	move mst-numeral to rv-numeral.
	move mst-decimal to rv-decimal.
	write rev-sect-record from rev-detail-line.
end-postreversal.
	exit.

rev-refuse. *> a reversal that could not be posted -- listed in its section
	add 1 to rev-ref-count.
	move fin-txn-id to sr-txn-id.
	move fin-numeral to sr-numeral.
	move rev-note to sr-note.
	write rev-sect-record from sect-refused-line.
	move 4 to ws-new-rc.
	perform raise-rc thru end-raiserc.
end-revrefuse.
	exit.

post-adjustment. *> re-values a posted conversion: the adjustment's numeral,
	*> already valued through conv, replaces the one on the master, and the
	*> ledger gets the old and new values with the net change between them
	if master-unavailable
		move '** master file unavailable' to rev-note
		perform adj-refuse thru end-adjrefuse
		exit paragraph
	end-if.
	perform check-replay thru end-checkreplay.
	perform business-date thru end-businessdate.
	move fin-txn-id to mst-txn-id.
	read conv-master
		invalid key
			move '** not on the master file' to rev-note
			perform adj-refuse thru end-adjrefuse
			exit paragraph
	end-read.
	if mst-reversed
		move '** reversed -- cannot be adjusted' to rev-note
		perform adj-refuse thru end-adjrefuse
		exit paragraph
	end-if.
	if ws-replaying and mst-adjusted and mst-status-date is equal to ws-run-date
			and mst-numeral is equal to fin-numeral
		*> the aborted run applied this adjustment already -- the value it
		*> replaced is on the journal's before image of that change
		perform replay-old-value thru end-replayoldvalue
	else
		move master-record to jrn-before
		move mst-decimal to adj-old-value
		move fin-numeral to mst-numeral
		move temp to mst-decimal
		*> mst-prev-decimal keeps the value first posted -- a second
		*> adjustment leaves it alone, so a resend can rebuild the day's feed
		if not mst-adjusted
			move adj-old-value to mst-prev-decimal
		end-if
		set mst-adjusted to true
		move ws-run-date to mst-status-date
		set mst-ack-pending to true
		move spaces to mst-ack-date
		rewrite master-record
			invalid key
				move '** master rewrite failed' to rev-note
				perform adj-refuse thru end-adjrefuse
				exit paragraph
		end-rewrite
		move 'C' to jrn-action
		move master-record to jrn-after
		perform journal-write thru end-journalwrite
	end-if.
	compute adj-net-change = mst-decimal - adj-old-value.
	add 1 to adj-post-count.
	add adj-net-change to adj-net-total.
	move mst-txn-id to ia-txn-id.
	move mst-numeral to ia-numeral.
	move mst-decimal to ia-decimal.
	move adj-old-value to ia-old-decimal.
	move adj-net-change to ia-net-change.
	write intf-record from intf-adjust-line.
	add 1 to ws-intf-line-count.
	move mst-txn-id to aj-txn-id.
	move mst-numeral to aj-numeral.
	move adj-old-value to aj-old.
	move mst-decimal to aj-new.
	move adj-net-change to aj-change.
	write adj-sect-record from adj-detail-line.
end-postadjustment.
	exit.

replay-old-value. *> the value the aborted run's adjustment replaced -- the
	*> before image of the last change journalled to the record today; with
	*> no journal to read, the value first posted is the best the master has
	move mst-prev-decimal to adj-old-value.
	open input journal-file.
	if ws-jrnl-status is not equal to '00'
		exit paragraph
	end-if.
	move 'N' to jrl-eof-sw.
	perform replay-scan thru end-replayscan until jrl-eof.
	close journal-file.
end-replayoldvalue.
	exit.

replay-scan.
	read journal-file
		at end
			set jrl-eof to true
			exit paragraph
	end-read.
	if jr-action is not equal to 'C' or jr-txn-id is not equal to mst-txn-id
			or jr-program is not equal to jrn-program
		exit paragraph
	end-if.
	move jr-after to jrl-image.
	if jrl-status is not equal to 'A' or jrl-status-date is not equal to ws-run-date
			or jrl-numeral is not equal to mst-numeral
		exit paragraph
	end-if.
	move jr-before to jrl-image.
	if jrl-decimal is numeric
		move jrl-decimal to adj-old-value
	end-if.
end-replayscan.
	exit.

adj-refuse. *> an adjustment that could not be posted -- listed in its section
	add 1 to adj-ref-count.
	move fin-txn-id to sr-txn-id.
	move fin-numeral to sr-numeral.
	move rev-note to sr-note.
	write adj-sect-record from sect-refused-line.
	move 4 to ws-new-rc.
	perform raise-rc thru end-raiserc.
end-adjrefuse.
	exit.

ppa-hold. *> an item of a file dated in a closed period -- held back in its
	*> own section and kept off the master, the ledger and the file's totals
	perform business-date thru end-businessdate.
	move spaces to ppa-line.
	move ws-run-date to pp-routed-on.
	move ws-file-date(1:6) to pp-period.
	move ws-file-date to pp-item-date.
	move jrn-mode to pp-source.
	evaluate true
		when fin-type-rev move 'R' to pp-type
		when fin-type-adj move 'A' to pp-type
		when other        move 'N' to pp-type
	end-evaluate.
	move fin-txn-id to pp-txn-id.
	move fin-numeral to pp-numeral.
	move temp to pp-decimal.
	move zero to pp-old-decimal.
	move ws-infile-name to pp-origin.
	write ppa-sect-record from ppa-line.
	add 1 to ppa-post-count.
	add temp to ppa-sum-total.
end-ppahold.
	exit.

ppa-write. *> appends ppa-line to the prior-period adjustments file
	if not ppa-opened
		open extend ppa-file
		if ws-ppa-status is equal to '35'
			open output ppa-file
		end-if
		if ws-ppa-status is not equal to '00'
			display 'unable to open PRIORPER.DAT (file status '
				ws-ppa-status ')'
			move spaces to rl-text
			string 'open failed (' ws-ppa-status '): PRIORPER.DAT'
				delimited by size into rl-text
			perform job-abort thru end-jobabort
		end-if
		set ppa-opened to true
	end-if.
	write ppa-record from ppa-line.
end-ppawrite.
	exit.

ppa-close.
	if ppa-opened
		close ppa-file
		move 'N' to ppa-opened-sw
	end-if.
end-ppaclose.
	exit.

period-check. *> is per-check-date in a period closed on PERIODS.DAT
	if not per-loaded
		perform period-load thru end-periodload
	end-if.
	set per-date-open to true.
	perform period-find thru end-periodfind
		varying per-i from 1 by 1
		until per-i is greater than per-count or per-date-closed.
end-periodcheck.
	exit.

period-find.
	if per-closed(per-i) is equal to per-check-date(1:6)
		set per-date-closed to true
	end-if.
end-periodfind.
	exit.

period-load. *> reads PERIODS.DAT into the closed-period table
	set per-loaded to true.
	open input period-file.
	if ws-period-status is equal to '35'
		*> no period has been closed yet
		exit paragraph.
	if ws-period-status is not equal to '00'
		display 'unable to open PERIODS.DAT (file status '
			ws-period-status ')'
		move spaces to rl-text
		string 'open failed (' ws-period-status '): PERIODS.DAT'
			delimited by size into rl-text
		perform job-abort thru end-jobabort
	end-if.
	perform period-load-one thru end-periodloadone
		until ws-period-status is not equal to '00'.
	close period-file.
end-periodload.
	exit.

period-load-one.
	read period-file
		at end
			move '10' to ws-period-status
			exit paragraph.
	if per-count is equal to 600
		display 'more than 600 closed periods on PERIODS.DAT -- '
			'the rest are not checked'
		move '10' to ws-period-status
		exit paragraph
	end-if.
	add 1 to per-count.
	move pc-period to per-closed(per-count).
end-periodloadone.
	exit.

master-open. *> makes the converted-transactions master available for this run
	open i-o conv-master.
	if ws-master-status is equal to '35'
	set mst-not-dup to true.
	if master-unavailable or fin-txn-id is equal to spaces
		exit paragraph.
	perform business-date thru end-businessdate.
	move fin-txn-id to mst-txn-id.
	move fin-numeral to mst-numeral.
	move temp to mst-decimal.
	move ws-run-date to mst-run-date.
	move space to mst-status.
	move spaces to mst-status-date.
	move zero to mst-prev-decimal.
	set mst-ack-pending to true.
	move spaces to mst-ack-date.
	write master-record
		invalid key
			perform master-dup thru end-masterdup
		not invalid key
			move 'A' to jrn-action
			move spaces to jrn-before
			move master-record to jrn-after
			perform journal-write thru end-journalwrite
	end-write.
end-masterwrite.
	exit.
			invalid key continue
		end-read
		if mst-numeral is equal to fin-numeral
			move master-record to jrn-before
			move fin-txn-id to mst-txn-id
			move fin-numeral to mst-numeral
			move temp to mst-decimal
			move ws-run-date to mst-run-date
			set mst-ack-pending to true
			move spaces to mst-ack-date
			rewrite master-record
				invalid key continue
				not invalid key
					move 'C' to jrn-action
					move master-record to jrn-after
					perform journal-write thru end-journalwrite
			end-rewrite
			exit paragraph
		end-if
	else
		add 2 to ws-report-line-count
	end-if.
	perform print-sections thru end-printsections.
	if ctl-mode
		add 1 to grand-file-count
		add file-rec-count to grand-rec-count
	*> read against this count and hash before posting anything
	move file-acc-count to it-rec-count.
	move file-sum-total to it-hash-total.
	move rev-post-count to it-rev-count.
	move rev-sum-total to it-rev-total.
	move adj-post-count to it-adj-count.
	move adj-net-total to it-adj-net.
	write intf-record from intf-trailer-line.
	add 1 to ws-intf-line-count.
	close interface-file.
		move 'N' to ws-excepts-sw
	end-if.
	perform runhist-write thru end-runhistwrite.
	if snd-has-header
		perform batch-register thru end-batchregister
	end-if.
	if file-rej-count is greater than zero
		move 4 to ws-new-rc
		perform raise-rc thru end-raiserc
		'  accepted' rl-count-2 '  rejected' rl-count-3
		delimited by size into rl-text.
	perform runlog-entry thru end-runlogentry.
	if rev-post-count + rev-ref-count + adj-post-count + adj-ref-count
			is greater than zero
		move rev-post-count to rl-count-1
		move adj-post-count to rl-count-2
		compute rl-count-3 = rev-ref-count + adj-ref-count
		move spaces to rl-text
		string 'reversals' rl-count-1 '  adjustments' rl-count-2
			'  refused' rl-count-3
			delimited by size into rl-text
		perform runlog-entry thru end-runlogentry
	end-if.
	if ppa-post-count is greater than zero
		*> nothing wrong with the items, but finance has to book them
		move ppa-post-count to rl-count-1
		move spaces to rl-text
		string 'prior-period items to PRIORPER.DAT' rl-count-1
			delimited by size into rl-text
		perform runlog-entry thru end-runlogentry
		move 4 to ws-new-rc
		perform raise-rc thru end-raiserc
	end-if.
	*> the file finished cleanly -- clear its per-file checkpoint fields
	move spaces to rst-infile-name. move spaces to rst-report-filename.
	move zero to rst-position. move zero to rst-rec-count. move zero to rst-sum-total.
	move zero to rst-report-lines. move zero to rst-errlog-lines.
	move zero to rst-acc-count. move zero to rst-rej-count.
	move zero to rst-intf-lines.
	move zero to rst-rev-count. move zero to rst-rev-refused.
	move zero to rst-rev-total.
	move zero to rst-adj-count. move zero to rst-adj-refused.
	move zero to rst-adj-net.
	move zero to rst-ppa-count. move zero to rst-ppa-total.
	if ctl-mode and ctl-index is less than ctl-file-count
		*> mid-set: keep a progress checkpoint so an abend between files
		*> restarts the set at the right file with the grand totals so far;
	close restart-file.
end-filetrailer.

print-sections. *> folds the held-back reversal and adjustment lines into the
	*> report, each in a section of its own with its own control totals
	close rev-sect-file.
	close adj-sect-file.
	close ppa-sect-file.
	if rev-post-count + rev-ref-count is greater than zero
		write report-record from spaces after advancing 1 line
		write report-record from rev-head-line after advancing 1 line
		write report-record from underline-1 after advancing 1 line
		write report-record from rev-col-heads after advancing 1 line
		write report-record from sect-underline after advancing 1 line
		add 5 to ws-report-line-count
		move 'N' to ws-sect-eof-sw
		open input rev-sect-file
		perform copy-rev-sect thru end-copyrevsect until sect-eof
		close rev-sect-file
		write report-record from sect-underline after advancing 1 line
		move rev-post-count to st-out-count
		move 'value total  . .' to st-out-label
		move rev-sum-total to st-out-sum
		write report-record from sect-trailer-line after advancing 1 line
		move rev-ref-count to st-out-refused
		write report-record from sect-trailer-line-2 after advancing 1 line
		add 3 to ws-report-line-count
	end-if.
	if adj-post-count + adj-ref-count is greater than zero
		write report-record from spaces after advancing 1 line
		write report-record from adj-head-line after advancing 1 line
		write report-record from underline-1 after advancing 1 line
		write report-record from adj-col-heads after advancing 1 line
		write report-record from sect-underline after advancing 1 line
		add 5 to ws-report-line-count
		move 'N' to ws-sect-eof-sw
		open input adj-sect-file
		perform copy-adj-sect thru end-copyadjsect until sect-eof
		close adj-sect-file
		write report-record from sect-underline after advancing 1 line
		move adj-post-count to st-out-count
		move 'net change . . .' to st-out-label
		move adj-net-total to st-out-sum
		write report-record from sect-trailer-line after advancing 1 line
		move adj-ref-count to st-out-refused
		write report-record from sect-trailer-line-2 after advancing 1 line
		add 3 to ws-report-line-count
	end-if.
	if ppa-post-count is greater than zero
		*> each held-back item is booked to PRIORPER.DAT as it is printed
		write report-record from spaces after advancing 1 line
		write report-record from ppa-head-line after advancing 1 line
		write report-record from underline-1 after advancing 1 line
		write report-record from ppa-col-heads after advancing 1 line
		write report-record from sect-underline after advancing 1 line
		add 5 to ws-report-line-count
		move 'N' to ws-sect-eof-sw
		open input ppa-sect-file
		perform copy-ppa-sect thru end-copyppasect until sect-eof
		close ppa-sect-file
		perform ppa-close thru end-ppaclose
		write report-record from sect-underline after advancing 1 line
		move ppa-post-count to ppa-out-count
		move ppa-sum-total to ppa-out-sum
		write report-record from ppa-trailer-line after advancing 1 line
		add 2 to ws-report-line-count
	end-if.
	call "CBL_DELETE_FILE" using "REVSECT.TMP".
	call "CBL_DELETE_FILE" using "ADJSECT.TMP".
	call "CBL_DELETE_FILE" using "PPASECT.TMP".
end-printsections.
	exit.

copy-rev-sect.
	read rev-sect-file
		at end
			set sect-eof to true
			exit paragraph.
	write report-record from rev-sect-record after advancing 1 line.
	add 1 to ws-report-line-count.
end-copyrevsect.
	exit.

copy-adj-sect.
	read adj-sect-file
		at end
			set sect-eof to true
			exit paragraph.
	write report-record from adj-sect-record after advancing 1 line.
	add 1 to ws-report-line-count.
end-copyadjsect.
	exit.

copy-ppa-sect.
	read ppa-sect-file into ppa-line
		at end
			set sect-eof to true
			exit paragraph.
	perform ppa-write thru end-ppawrite.
	move pp-txn-id to pd-txn-id.
	move pp-numeral to pd-numeral.
	move pp-decimal to pd-decimal.
	move pp-type to pd-type.
	move pp-period to pd-period.
	write report-record from ppa-detail-line after advancing 1 line.
	add 1 to ws-report-line-count.
end-copyppasect.
	exit.

ctl-setup. *> reads the control cards and positions the set for (re)start
	open input ctl-file.
	if ws-ctl-status is not equal to '00'
				and rst-acc-count is numeric
				and rst-rej-count is numeric
				and rst-intf-lines is numeric
				and rst-rev-count is numeric
				and rst-adj-count is numeric
				and rst-ppa-count is numeric
				and rst-ctl-index is numeric
				and rst-ctl-index is greater than zero
			if rst-ctl-name is equal to ws-ctl-filename
		end-read
		close lock-file
		display 'another run holds the lock -- taken ' lck-date
			' at ' lck-time ' by ' lck-oper ' parm: ' lck-parm(1:40)
		display 'if that run is no longer active, clear the lock with '
			'the UNLOCK parm'
		move spaces to rl-text
		string 'run lock held (taken ' lck-date ' ' lck-time ' by '
			lck-oper ') -- ending for retry'
			delimited by size into rl-text
		perform runlog-entry thru end-runlogentry
		move 12 to ws-new-rc
			delimited by size into rl-text
		perform job-abort thru end-jobabort
	end-if.
	perform business-date thru end-businessdate.
	accept ws-run-time from time.
	open output lock-file.
	if ws-lock-status is not equal to '00'
	move ws-run-date to lck-date.
	move ws-run-time(1:6) to lck-time.
	move ws-parm-data(1:64) to lck-parm.
	move ws-oper-id to lck-oper.
	write lock-record.
	close lock-file.
	set lock-held-by-us to true.
		end-read
		close lock-file
		display 'clearing run lock taken ' lck-date ' at ' lck-time
			' by ' lck-oper ' parm: ' lck-parm(1:40)
		call "CBL_DELETE_FILE" using "RUNLOCK.DAT"
		move spaces to rl-text
		string 'run lock cleared by operator (was taken ' lck-date ' '
			lck-time ' by ' lck-oper ')'
			delimited by size into rl-text
		perform runlog-entry thru end-runlogentry
	else
end-unlockmode.
	exit.

sign-on. *> identifies the operator running the job -- a batch PARM leads
	*> with "OP=<user-id>", which is taken off before the rest is read;
	*> an interactive run asks for it
	move spaces to ws-oper-id.
	if ws-parm-data(1:3) is equal to 'OP='
		move spaces to ws-oper-tok
		move 1 to ws-oper-ptr
		unstring ws-parm-data delimited by all space
			into ws-oper-tok with pointer ws-oper-ptr
		move ws-oper-tok(4:8) to ws-oper-id
		move spaces to ws-parm-rest
		if ws-oper-ptr is not greater than 100
			move ws-parm-data(ws-oper-ptr:) to ws-parm-rest
		end-if
		move ws-parm-rest to ws-parm-data
	else
		if ws-parm-data is equal to spaces
			display 'Operator id: ' with no advancing
			move spaces to oper-entry-area
			read standard-input into oper-entry-area
				at end move spaces to oper-entry-area
			end-read
			move oper-entry-in to ws-oper-id
		end-if
	end-if.
	inspect ws-oper-id converting 'abcdefghijklmnopqrstuvwxyz'
		to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
end-signon.
	exit.

oper-lookup. *> finds the signed-on operator on OPERATOR.DAT and keeps
	*> the modes they are granted; nobody unknown gets past job start
	if ws-oper-id is equal to spaces
		move spaces to rl-text
		string 'no operator id given -- run refused'
			delimited by size into rl-text
		perform oper-refuse thru end-operrefuse
	end-if.
	open input operator-file.
	if ws-oper-status is not equal to '00'
		move spaces to rl-text
		string 'open failed (' ws-oper-status
			'): OPERATOR.DAT -- run refused'
			delimited by size into rl-text
		perform oper-refuse thru end-operrefuse
	end-if.
	move 'N' to ws-oper-found-sw.
	move 'N' to ws-oper-eof-sw.
	perform oper-read thru end-operread
		until oper-found or oper-eof.
	close operator-file.
	if not oper-found
		move spaces to rl-text
		string 'operator ' ws-oper-id
			' is not on OPERATOR.DAT -- run refused'
			delimited by size into rl-text
		perform oper-refuse thru end-operrefuse
	end-if.
end-operlookup.
	exit.

oper-read.
	read operator-file
		at end
			set oper-eof to true
			exit paragraph.
	inspect opr-user-id converting 'abcdefghijklmnopqrstuvwxyz'
		to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	if opr-user-id is equal to ws-oper-id
		move opr-modes to ws-oper-modes
		inspect ws-oper-modes converting 'abcdefghijklmnopqrstuvwxyz'
			to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
		set oper-found to true
	end-if.
end-operread.
	exit.

mode-authorize. *> names the mode the menu choice or batch keyword selected
	*> and checks the operator may use it -- a batch run that is not
	*> allowed ends; an interactive one goes back to the menu
	evaluate choice
		when 1 move 'STDIN' to ws-mode-name
		when 2
			if ctl-mode
				move 'CARDS' to ws-mode-name
			else
				move 'FILE' to ws-mode-name
			end-if
		when 3 move 'DECIMAL' to ws-mode-name
		when 4 move 'REFTABLE' to ws-mode-name
		when 5 move 'D2R' to ws-mode-name
		when 6 move 'INQ' to ws-mode-name
		when 7 move 'REPAIR' to ws-mode-name
		when 8 move 'AUDIT' to ws-mode-name
		when 9 move 'DUPRVW' to ws-mode-name
		when 10 move 'EDIT' to ws-mode-name
		when 11 move 'VERIFY' to ws-mode-name
	end-evaluate.
	if ws-batch-mode
		perform oper-authorize thru end-operauthorize
		exit paragraph
	end-if.
	perform mode-check thru end-modecheck.
	if not oper-authorized
		display 'operator ' ws-oper-id ' is not authorized for '
			ws-mode-name
		move spaces to rl-text
		string 'operator ' ws-oper-id ' not authorized for '
			ws-mode-name ' -- refused' delimited by size into rl-text
		perform runlog-entry thru end-runlogentry
		move 16 to ws-new-rc
		perform raise-rc thru end-raiserc
		move 0 to choice
	end-if.
end-modeauthorize.
	exit.

oper-authorize. *> ends the run unless the operator may use ws-mode-name
	perform mode-check thru end-modecheck.
	if not oper-authorized
		move spaces to rl-text
		string 'operator ' ws-oper-id ' not authorized for '
			ws-mode-name ' -- run refused' delimited by size into rl-text
		perform oper-refuse thru end-operrefuse
	end-if.
end-operauthorize.
	exit.

mode-check. *> looks for ws-mode-name (or ALL) among the operator's modes
	move 'N' to ws-oper-auth-sw.
	move 1 to ws-mode-ptr.
	perform mode-scan thru end-modescan
		until oper-authorized or ws-mode-ptr is greater than 71.
end-modecheck.
	exit.

mode-scan.
	move spaces to ws-mode-tok.
	unstring ws-oper-modes delimited by all space
		into ws-mode-tok with pointer ws-mode-ptr.
	if ws-mode-tok is equal to ws-mode-name or ws-mode-tok is equal to 'ALL'
		set oper-authorized to true
	end-if.
end-modescan.
	exit.

oper-refuse. *> logs the caller's message and ends the run with rc 16
	display rl-text.
	perform runlog-entry thru end-runlogentry.
	move 16 to ws-new-rc.
	perform raise-rc thru end-raiserc.
	perform job-end thru end-jobend.
	stop run.
end-operrefuse.
	exit.

business-date. *> the processing day every date stamp of the run carries --
	*> rolled forward by dateroll, never taken from the system clock
	call "busdate" using ws-run-date, ws-busdate-src.
end-businessdate.
	exit.

runlog-entry. *> appends one timestamped line to the job run log
	perform business-date thru end-businessdate.
	accept ws-run-time from time.
	move ws-run-date to rl-date.
	move ws-run-time(1:6) to rl-time.
	move ws-oper-id to rl-oper.
	open extend run-log.
	if ws-runlog-status is equal to '35'
		open output run-log
end-runlogentry.
	exit.

journal-write. *> appends the before/after images of one master change to
	*> MSTJRNL.DAT -- the change itself is already made, so a journal that
	*> cannot be written is reported and the run carries on degraded
	call "mstjrnl" using jrn-program, jrn-mode, ws-oper-id, jrn-action,
		jrn-before, jrn-after, jrn-status.
	if jrn-status is not equal to '00'
		display 'unable to journal master change for ' mst-txn-id
			' (file status ' jrn-status ')'
		move 4 to ws-new-rc
		perform raise-rc thru end-raiserc
		move spaces to rl-text
		string 'journal write failed (' jrn-status ') for ' mst-txn-id
			delimited by size into rl-text
		perform runlog-entry thru end-runlogentry
	end-if.
end-journalwrite.
	exit.

raise-rc. *> keeps the job return code at the worst severity seen
	if ws-new-rc is greater than ws-job-rc
		move ws-new-rc to ws-job-rc
	exit.

runhist-write. *> appends one run-summary record to the cumulative run history
	perform business-date thru end-businessdate.
	accept ws-run-time from time.
	open extend run-history.
	if ws-runhist-status is equal to '35'
end-copyintfline.
	exit.

trim-rev-sect. *> rolls REVSECT.TMP back to its length as of the last checkpoint
	compute ws-sect-lines = rev-post-count + rev-ref-count.
	move zero to ws-copy-count.
	open input rev-sect-file.
	if ws-revsect-status is equal to '00'
		open output sect-temp
		perform copy-rev-line thru end-copyrevline
			until ws-copy-count is equal to ws-sect-lines
		close rev-sect-file
		close sect-temp
		call "CBL_DELETE_FILE" using "REVSECT.TMP"
		call "CBL_RENAME_FILE" using "SECTTEMP.DAT" "REVSECT.TMP"
	end-if.
end-trimrevsect.
	exit.

copy-rev-line.
	read rev-sect-file
		at end
			move ws-sect-lines to ws-copy-count
			exit paragraph.
	write sect-temp-record from rev-sect-record.
	add 1 to ws-copy-count.
end-copyrevline.
	exit.

trim-adj-sect. *> rolls ADJSECT.TMP back to its length as of the last checkpoint
	compute ws-sect-lines = adj-post-count + adj-ref-count.
	move zero to ws-copy-count.
	open input adj-sect-file.
	if ws-adjsect-status is equal to '00'
		open output sect-temp
		perform copy-adj-line thru end-copyadjline
			until ws-copy-count is equal to ws-sect-lines
		close adj-sect-file
		close sect-temp
		call "CBL_DELETE_FILE" using "ADJSECT.TMP"
		call "CBL_RENAME_FILE" using "SECTTEMP.DAT" "ADJSECT.TMP"
	end-if.
end-trimadjsect.
	exit.

copy-adj-line.
	read adj-sect-file
		at end
			move ws-sect-lines to ws-copy-count
			exit paragraph.
	write sect-temp-record from adj-sect-record.
	add 1 to ws-copy-count.
end-copyadjline.
	exit.

trim-ppa-sect. *> rolls PPASECT.TMP back to its length as of the last checkpoint
	move ppa-post-count to ws-sect-lines.
	move zero to ws-copy-count.
	open input ppa-sect-file.
	if ws-ppasect-status is equal to '00'
		open output sect-temp
		perform copy-ppa-line thru end-copyppaline
			until ws-copy-count is equal to ws-sect-lines
		close ppa-sect-file
		close sect-temp
		call "CBL_DELETE_FILE" using "PPASECT.TMP"
		call "CBL_RENAME_FILE" using "SECTTEMP.DAT" "PPASECT.TMP"
	end-if.
end-trimppasect.
	exit.

copy-ppa-line.
	read ppa-sect-file
		at end
			move ws-sect-lines to ws-copy-count
			exit paragraph.
	write sect-temp-record from ppa-sect-record.
	add 1 to ws-copy-count.
end-copyppaline.
	exit.

trim-errlog-file. *> rolls ERRORLOG.DAT back to its length as of the last checkpoint
	move zero to ws-copy-count.
	open input error-log.
	move mst-numeral to iq-numeral.
	move mst-decimal to iq-decimal.
	move mst-run-date to iq-run-date.
	move mst-status-date to iq-status-date.
	move zero to iq-prev-decimal.
	evaluate true
		when mst-reversed
			move 'reversed' to iq-status
		when mst-adjusted
			move 'adjusted' to iq-status
			move mst-prev-decimal to iq-prev-decimal
		when other
			move 'posted' to iq-status
			move spaces to iq-status-date
	end-evaluate.
	write inq-report-record from inq-detail-line after advancing 1 line.
end-inqreqread.
	exit.
	display 'numeral  . . . ' mst-numeral.
	display 'decimal  . . . ' mst-decimal.
	display 'recorded on  . ' mst-run-date.
	evaluate true
		when mst-reversed
			display 'status . . . . reversed ' mst-status-date
		when mst-adjusted
			display 'status . . . . adjusted ' mst-status-date
			display 'posted value . ' mst-prev-decimal
		when other
			display 'status . . . . posted'
	end-evaluate.
	evaluate true
		when mst-ack-accepted
			display 'ledger . . . . acknowledged ' mst-ack-date
		when mst-ack-rejected
			display 'ledger . . . . rejected ' mst-ack-date
		when other
			display 'ledger . . . . awaiting acknowledgement'
	end-evaluate.
	display space.
end-loop5.

		at end
			set ed-eof to true
			exit paragraph.
	if fin-raw(1:4) is equal to 'HDR ' or fin-raw(1:4) is equal to 'TRL '
		*> sender control record, not a transaction
		exit paragraph
	end-if.
	add 1 to ed-rec-count.
	move spaces to fin-txn-id. move spaces to fin-numeral.
	move spaces to fin-txn-type.
	unstring fin-raw delimited by all space
		into fin-txn-id fin-numeral fin-txn-type.
	if fin-numeral is equal to spaces
		*> bare-numeral record, no leading transaction id present
		move fin-txn-id to fin-numeral
		move spaces to fin-txn-id
	end-if.
	if not fin-type-new and not fin-type-rev and not fin-type-adj
		add 1 to ed-rej-count
		move ed-rec-count to ed-out-pos
		move fin-raw(1:40) to ed-out-raw
		move '** unknown txn type' to ed-out-note
		write edit-report-record from ed-detail-line after advancing 1 line
		exit paragraph
	end-if.
	move 1 to n. move 0 to ws-count. move 0 to ws-spaces.
	move spaces to farray-area.
	move fin-numeral to fr(n).
		add 1 to ed-acc-count
		exit paragraph
	end-if.
	if fin-type-rev or fin-type-adj
		*> a reversal or adjustment must find its posting on the master
		perform edit-master-check thru end-editmastercheck
		exit paragraph
	end-if.
	perform edit-dup-check thru end-editdupcheck.
	if ed-hit is equal to 'Y'
		add 1 to ed-dup-count
end-editdupcheck.
	exit.

edit-master-check. *> grades a reversal or adjustment against its posting
	if master-unavailable
		*> nothing to look it up in -- it would be refused when posted
		add 1 to ed-rej-count
		move ed-rec-count to ed-out-pos
		move fin-raw(1:40) to ed-out-raw
		move '** would be refused' to ed-out-note
		write edit-report-record from ed-detail-line after advancing 1 line
		exit paragraph
	end-if.
	move fin-txn-id to mst-txn-id.
	read conv-master
		invalid key
			add 1 to ed-rej-count
			move ed-rec-count to ed-out-pos
			move fin-raw(1:40) to ed-out-raw
			move '** not on master file' to ed-out-note
			write edit-report-record from ed-detail-line
				after advancing 1 line
			exit paragraph
	end-read.
	if mst-reversed
		add 1 to ed-rej-count
		move ed-rec-count to ed-out-pos
		move fin-raw(1:40) to ed-out-raw
		move '** already reversed' to ed-out-note
		write edit-report-record from ed-detail-line after advancing 1 line
		exit paragraph
	end-if.
	add 1 to ed-acc-count.
end-editmastercheck.
	exit.

edit-id-scan.
	if ed-id(ed-i) is equal to fin-txn-id
		move 'Y' to ed-hit
	end-if.
	write repair-record from fix-title-line after advancing 1 lines.
	write repair-record from underline-1 after advancing 1 line.
	move col-heads to fix-heads.
	write repair-record from fix-col-heads after advancing 1 line.
	write repair-record from underline-2 after advancing 1 line.
	if ws-batch-mode
		perform fix-batch thru end-fixbatch
	write repair-record from underline-2 after advancing 1 line.
	write repair-record from fix-trailer-line after advancing 1 line.
	write repair-record from fix-trailer-line-2 after advancing 1 line.
	if fix-ppa-count is greater than zero
		move fix-ppa-count to fix-out-ppa
		write repair-record from fix-trailer-line-3 after advancing 1 line
	end-if.
	close repair-file.
	perform ppa-close thru end-ppaclose.
	if fix-rej-count is greater than zero
		move 4 to ws-new-rc
		perform raise-rc thru end-raiserc
		'  left on log' rl-count-3
		delimited by size into rl-text.
	perform runlog-entry thru end-runlogentry.
	if fix-ppa-count is greater than zero
		move fix-ppa-count to rl-count-1
		move spaces to rl-text
		string 'repair pass: prior-period items to PRIORPER.DAT' rl-count-1
			delimited by size into rl-text
		perform runlog-entry thru end-runlogentry
	end-if.
	perform job-end thru end-jobend.
	stop run.
end-repairmode.
	move ws-count to n.
	move 'NOLOG' to conv-rec-id.
	call "conv" using farray-area, n, temp, conv-valid-sw, conv-rec-id.
	if conv-valid
		*> a rejection logged in a period since closed cannot be resubmitted
		*> into it -- it goes to PRIORPER.DAT and off the log instead
		move fix-rec(fix-i)(43:8) to per-check-date
		perform period-check thru end-periodcheck
	end-if.
	if conv-valid and per-date-closed
		perform fix-prior-period thru end-fixpriorperiod
		exit paragraph
	end-if.
	if conv-valid
		add 1 to fix-acc-count
		add temp to fix-sum-total
		move temp to out-eq
		move farray-area to out-r
		move fix-rec(fix-i)(1:10) to out-txn-id
		move print-line to fix-print
		move ws-oper-id to fix-oper
		write repair-record from fix-detail-line after advancing 1 line
		move 'Y' to fix-cleared(fix-i)
	else
		add 1 to fix-rej-count
end-fixvalidate.
	exit.

fix-prior-period. *> books a corrected rejection to the prior-period file
	perform business-date thru end-businessdate.
	move spaces to ppa-line.
	move ws-run-date to pp-routed-on.
	move per-check-date(1:6) to pp-period.
	move per-check-date to pp-item-date.
	move 'REPAIR' to pp-source.
	move 'N' to pp-type.
	move fix-rec(fix-i)(1:10) to pp-txn-id.
	move corr-numeral to pp-numeral.
	move temp to pp-decimal.
	move zero to pp-old-decimal.
	move 'ERRORLOG.DAT' to pp-origin.
	perform ppa-write thru end-ppawrite.
	add 1 to fix-ppa-count.
	move 'Y' to fix-cleared(fix-i).
	display 'logged in closed period ' pp-period
		' -- correction booked to PRIORPER.DAT'.
end-fixpriorperiod.
	exit.

fix-rewrite-log. *> rewrites ERRORLOG.DAT without the cleared entries
	move zero to fix-rem-count.
	open output error-log-temp.
			delimited by size into rl-text
		perform job-abort thru end-jobabort
	end-if.
	move 'DUPRVW' to jrn-mode.
	open extend dispo-file.
	if ws-dispo-status is equal to '35'
		open output dispo-file
			until dup-i is greater than dup-count or dup-quit
	end-if.
	close conv-master.
	if dup-intf-opened
		move zero to it-rec-count
		move zero to it-hash-total
		move zero to it-rev-count
		move zero to it-rev-total
		move adj-post-count to it-adj-count
		move adj-net-total to it-adj-net
		write intf-record from intf-trailer-line
		close interface-file
	end-if.
	perform dup-rewrite-excepts thru end-duprewriteexcepts.
	move dup-kept-count to dup-out-kept.
	move dup-repl-count to dup-out-repl.
	write dispo-record from underline-1 after advancing 1 line.
	write dispo-record from dup-trailer-line after advancing 1 line.
	write dispo-record from dup-trailer-line-2 after advancing 1 line.
	if dup-ppa-count is greater than zero
		move dup-ppa-count to dup-out-ppa
		write dispo-record from dup-trailer-line-3 after advancing 1 line
	end-if.
	close dispo-file.
	perform ppa-close thru end-ppaclose.
	if dup-rej-count is greater than zero
		move 4 to ws-new-rc
		perform raise-rc thru end-raiserc
		'  left on file' rl-count-3
		delimited by size into rl-text.
	perform runlog-entry thru end-runlogentry.
	if dup-ppa-count is greater than zero
		move dup-ppa-count to rl-count-1
		move spaces to rl-text
		string 'duplicate review: prior-period items to PRIORPER.DAT'
			rl-count-1 delimited by size into rl-text
		perform runlog-entry thru end-runlogentry
	end-if.
	perform job-end thru end-jobend.
	stop run.
end-dupmode.
		*> nothing to keep or replace, so the exception is moot
		add 1 to dup-gone-count
		move dup-txn-id to dd-txn-id
		move ws-oper-id to dd-oper
		move 'dropped' to dd-action
		move dup-numeral to dd-numeral
		move zero to dd-decimal
	if dup-action is equal to 'K'
		add 1 to dup-kept-count
		move dup-txn-id to dd-txn-id
		move ws-oper-id to dd-oper
		move 'kept' to dd-action
		move mst-numeral to dd-numeral
		move mst-decimal to dd-decimal
		move 'Y' to dup-cleared(dup-i)
		exit paragraph
	end-if.
	if mst-reversed
		*> the ledger has already backed this posting out -- replacing it
		*> would re-value an amount that is no longer there
		add 1 to dup-rej-count
		display 'master record ' dup-txn-id
			' is reversed -- cannot be replaced, entry kept on the file'
		exit paragraph
	end-if.
	*> replace-with-new: the resubmitted numeral is re-valued through conv
	*> before it is allowed onto the master
	move 1 to n. move 0 to ws-count. move 0 to ws-spaces.
		display 'replacement numeral invalid -- entry kept on the file'
		exit paragraph
	end-if.
	*> replacing a posting from a closed period would change figures that
	*> were already reported -- the replacement is booked to PRIORPER.DAT
	move mst-run-date to per-check-date.
	perform period-check thru end-periodcheck.
	if per-date-closed
		perform dup-prior-period thru end-duppriorperiod
		exit paragraph
	end-if.
	perform business-date thru end-businessdate.
	move master-record to jrn-before.
	move mst-decimal to adj-old-value.
	move dup-txn-id to mst-txn-id.
	move dup-numeral to mst-numeral.
	move temp to mst-decimal.
	*> a replacement re-values the posting just as an adjustment does --
	*> it keeps its run date, mst-status-date records the day, and the
	*> value first posted stays in mst-prev-decimal
	if not mst-adjusted
		move adj-old-value to mst-prev-decimal
	end-if.
	set mst-adjusted to true.
	move ws-run-date to mst-status-date.
	set mst-ack-pending to true.
	move spaces to mst-ack-date.
	rewrite master-record
		invalid key
			add 1 to dup-rej-count
				' -- entry kept on the file'
			exit paragraph
	end-rewrite.
	move 'C' to jrn-action.
	move master-record to jrn-after.
	perform journal-write thru end-journalwrite.
	add 1 to dup-repl-count.
	perform dup-intf-write thru end-dupintfwrite.
	move dup-txn-id to dd-txn-id.
	move ws-oper-id to dd-oper.
	move 'replaced' to dd-action.
	move dup-numeral to dd-numeral.
	move temp to dd-decimal.
end-dupapply.
	exit.

dup-prior-period. *> books a replacement of a closed-period posting to the
	*> prior-period file and leaves the master as it stands
	perform business-date thru end-businessdate.
	move spaces to ppa-line.
	move ws-run-date to pp-routed-on.
	move mst-run-date(1:6) to pp-period.
	move mst-run-date to pp-item-date.
	move 'DUPRVW' to pp-source.
	move 'A' to pp-type.
	move dup-txn-id to pp-txn-id.
	move dup-numeral to pp-numeral.
	move temp to pp-decimal.
	move mst-decimal to pp-old-decimal.
	move 'EXCEPTS.OUT' to pp-origin.
	perform ppa-write thru end-ppawrite.
	add 1 to dup-ppa-count.
	move dup-txn-id to dd-txn-id.
	move ws-oper-id to dd-oper.
	move 'prior pd' to dd-action.
	move dup-numeral to dd-numeral.
	move temp to dd-decimal.
	write dispo-record from dup-detail-line after advancing 1 line.
	move 'Y' to dup-cleared(dup-i).
end-duppriorperiod.
	exit.

dup-intf-write. *> tells the ledger about a replacement as an adjustment --
	*> the first one of the pass opens a header/trailer batch of its own on
	*> the end of LEDGINTF.DAT
	if not dup-intf-opened
		open extend interface-file
		if ws-intf-status is equal to '35'
			open output interface-file
		end-if
		set dup-intf-opened to true
		move ws-run-date to ih-run-date
		move 'duplicate review replacements' to ih-infile
		write intf-record from intf-header-line
	end-if.
	compute adj-net-change = mst-decimal - adj-old-value.
	add 1 to adj-post-count.
	add adj-net-change to adj-net-total.
	move mst-txn-id to ia-txn-id.
	move mst-numeral to ia-numeral.
	move mst-decimal to ia-decimal.
	move adj-old-value to ia-old-decimal.
	move adj-net-change to ia-net-change.
	write intf-record from intf-adjust-line.
end-dupintfwrite.
	exit.

dup-rewrite-excepts. *> rewrites EXCEPTS.OUT without the cleared entries
	move zero to dup-rem-count.
	open output excepts-temp.
