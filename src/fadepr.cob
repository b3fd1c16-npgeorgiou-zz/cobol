identification division.
  program-id. fadepr.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select fixed-asset-file assign to "FAMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-fa-rel-key
        file status is ws-fa-status.
    select fiscal-table-file assign to "FISCALTB.DAT"
        organization is line sequential
        file status is ws-ft-status.
    select faseq-ctl assign to "FASEQ.CTL"
        organization is line sequential
        file status is ws-fs-status.
    select txn-file assign to "TXNFILE.DAT"
        organization is line sequential
        file status is ws-txn-status.
    select journal-batch-file assign to "JRNLBAT.DAT"
        organization is line sequential
        file status is ws-jb-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
    select depr-report assign to "FADEPR.RPT"
        organization is line sequential
        file status is ws-dr-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  fixed-asset-file.
  copy "fixasset.cpy".
  fd  fiscal-table-file.
  copy "fiscaltb.cpy".
  fd  faseq-ctl.
  01 faseq-ctl-record.
    05 fs-next-batch-id        pic 9(6).
    05 filler                  pic x(1).
    05 fs-next-txn-serial      pic 9(6).
  fd  txn-file.
  copy "txnrec.cpy".
  fd  journal-batch-file.
  copy "jrnlbat.cpy".
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  depr-report.
  01 depr-report-line         pic x(132).
  fd  run-log-file.
  01 run-log-line             pic x(160).
  working-storage section.
    01 ws-fa-status       pic x(2) value "00".
    01 ws-fa-rel-key      pic 9(6) value 1.
    01 ws-ft-status       pic x(2) value "00".
    01 ws-fs-status       pic x(2) value "00".
    01 ws-txn-status      pic x(2) value "00".
    01 ws-jb-status       pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-dr-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-fa-eof          pic x(1) value "N".
        88 FA-EOF         value "Y".
    01 ws-ft-eof          pic x(1) value "N".
        88 FT-EOF         value "Y".

    01 ws-business-date   pic 9(8).
    01 ws-today-date      pic 9(8).
    01 ws-fiscal-year     pic 9(4).
    01 ws-fiscal-qtr      pic 9(1).
    01 ws-fiscal-per      pic 9(2).
    01 ws-fiscal-week     pic 9(2).
    01 ws-run-period      pic 9(6) value zero.
    *> The run period's own start and end dates off FISCALTB.DAT, so
    *> an asset placed in service mid-period is charged only for the
    *> days it was in service - on a 4-4-5 calendar as readily as on
    *> calendar months.
    01 ws-period-start    pic 9(8) value zero.
    01 ws-period-end      pic 9(8) value zero.
    01 ws-period-days     pic 9(3) value zero.
    01 ws-service-days    pic 9(3) value zero.
    01 ws-depreciable     pic s9(9)v99 sign is leading separate.
    01 ws-remaining-depr  pic s9(9)v99 sign is leading separate.
    01 ws-periods-left    pic 9(3) value zero.
    01 ws-period-charge   pic s9(9)v99 sign is leading separate.
    01 ws-net-book-value  pic s9(9)v99 sign is leading separate.
    01 ws-batch-id        pic 9(6) value zero.
    01 ws-next-batch-id   pic 9(6) value 780001.
    01 ws-next-txn-serial pic 9(6) value 1.
    01 ws-gen-debits      pic s9(11)v99 sign is leading separate value zero.
    01 ws-gen-credits     pic s9(11)v99 sign is leading separate value zero.
    01 ws-assets-charged  pic 9(6) value zero.
    01 ws-assets-skipped  pic 9(6) value zero.
    01 ws-assets-retired  pic 9(6) value zero.
    01 ws-txn-open        pic x(1) value "N".
    *> Run-log entry with elapsed time, like every other cycle step:
    *> the SLA tracker harvests the ELAPSED= token per step, so a
    *> step without one has invisible growth.
    01 ws-runlog-status   pic x(2) value "00".
    01 ws-run-status-txt  pic x(8) value "COMPLETE".
    01 ws-step-start-hhmmss pic 9(6) value zero.
    01 ws-step-end-hhmmss   pic 9(6) value zero.
    01 ws-step-elapsed-secs pic s9(6) value zero.
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Monthly depreciation off the fixed-asset register, run ahead of
  *> the posting step: every active asset not yet depreciated for the
  *> cycle's fiscal period is charged once - expense debited to its
  *> expense account and cost center, accumulated depreciation
  *> credited - in one balanced JRNLBAT.DAT batch for the run, and the
  *> register advances in the same pass. FA-LAST-DEPR-PERIOD is the
  *> dedupe, the way RECURGEN.DAT is recurjnl.cob's, so every cycle of
  *> the period may run this step and only the first one charges.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform establish-business-date.
  perform derive-run-period.
  if ws-period-days = zero
    display "FADEPR: FISCAL PERIOD " ws-run-period
        " NOT ON FISCALTB.DAT - NOTHING CHARGED"
    move 16 to return-code
    perform write-run-log-entry
    goback
  end-if.
  open i-o fixed-asset-file.
  if ws-fa-status = "35"
    close fixed-asset-file
    display "FADEPR: NO FAMAST.DAT - NO ASSETS ON THE REGISTER"
    perform write-run-log-entry
    goback
  end-if.
  move "FAMAST.DAT" to ws-abend-file-name.
  move ws-fa-status to ws-abend-status.
  perform check-file-status.
  perform load-next-batch-id.
  perform open-depreciation-report.
  perform depreciate-register.
  close fixed-asset-file.
  if ws-txn-open = "Y"
    close txn-file
  end-if.
  if ws-assets-charged > zero
    perform write-depreciation-batch-header
  end-if.
  perform write-depreciation-totals.
  close depr-report.
  perform save-next-batch-id.
  display "FADEPR: " ws-assets-charged " ASSET(S) CHARGED FOR PERIOD "
      ws-run-period ", TOTAL=" ws-gen-debits.
  perform write-run-log-entry.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "FADEPR" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

establish-business-date.
  move ws-today-date to ws-business-date.
  open input run-ctl-file.
  if ws-rc-status = "35"
    close run-ctl-file
  else
    move 1 to ws-rc-rel-key
    read run-ctl-file
      invalid key continue
      not invalid key move rc-next-run-date to ws-business-date
    end-read
    close run-ctl-file
  end-if.

derive-run-period.
  *> FISCALCLC seeds the business date's fiscal year onto FISCALTB.DAT
  *> when finance hasn't loaded it, so the period row read back below
  *> is always there for a date the calendar can place.
  call "fiscalclc" using ws-business-date, ws-fiscal-year,
      ws-fiscal-qtr, ws-fiscal-per, ws-fiscal-week.
  compute ws-run-period = ws-fiscal-year * 100 + ws-fiscal-per.
  move zero to ws-period-days.
  move "N" to ws-ft-eof.
  open input fiscal-table-file.
  if ws-ft-status = "35"
    close fiscal-table-file
    exit paragraph
  end-if.
  read fiscal-table-file
    at end set FT-EOF to true
  end-read.
  perform until FT-EOF
    if ft-fiscal-year = ws-fiscal-year and ft-period-no = ws-fiscal-per
      move ft-start-date to ws-period-start
      move ft-end-date to ws-period-end
      compute ws-period-days =
          function integer-of-date(ft-end-date)
          - function integer-of-date(ft-start-date) + 1
    end-if
    read fiscal-table-file
      at end set FT-EOF to true
    end-read
  end-perform.
  close fiscal-table-file.

load-next-batch-id.
  open input faseq-ctl.
  if ws-fs-status = "35"
    open output faseq-ctl
    move spaces to faseq-ctl-record
    move ws-next-batch-id to fs-next-batch-id
    move ws-next-txn-serial to fs-next-txn-serial
    write faseq-ctl-record
    close faseq-ctl
    open input faseq-ctl
  end-if.
  move "FASEQ.CTL" to ws-abend-file-name.
  move ws-fs-status to ws-abend-status.
  perform check-file-status.
  read faseq-ctl
    at end continue
  end-read.
  close faseq-ctl.
  if fs-next-batch-id numeric and fs-next-batch-id not = zero
    move fs-next-batch-id to ws-next-batch-id
  end-if.
  if fs-next-txn-serial numeric and fs-next-txn-serial not = zero
    move fs-next-txn-serial to ws-next-txn-serial
  end-if.
  move ws-next-batch-id to ws-batch-id.

save-next-batch-id.
  open output faseq-ctl.
  move "FASEQ.CTL" to ws-abend-file-name.
  move ws-fs-status to ws-abend-status.
  perform check-file-status.
  if ws-assets-charged > zero
    add 1 to ws-next-batch-id
  end-if.
  move spaces to faseq-ctl-record.
  move ws-next-batch-id to fs-next-batch-id.
  move ws-next-txn-serial to fs-next-txn-serial.
  write faseq-ctl-record.
  close faseq-ctl.

open-depreciation-report.
  open extend depr-report.
  if ws-dr-status = "35"
    open output depr-report
  end-if.
  move "FADEPR.RPT" to ws-abend-file-name.
  move ws-dr-status to ws-abend-status.
  perform check-file-status.
  move spaces to depr-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into depr-report-line.
  write depr-report-line.
  move spaces to depr-report-line.
  string "DEPRECIATION FOR FISCAL PERIOD " ws-run-period
      " (" ws-period-start " - " ws-period-end ")"
      into depr-report-line.
  write depr-report-line.

depreciate-register.
  move "N" to ws-fa-eof.
  move 1 to ws-fa-rel-key.
  start fixed-asset-file key is not less than ws-fa-rel-key
    invalid key set FA-EOF to true
  end-start.
  perform until FA-EOF
    read fixed-asset-file next record
      at end set FA-EOF to true
    end-read
    if not FA-EOF
      if FA-ACTIVE and fa-last-depr-period < ws-run-period
          and fa-in-service-date <= ws-period-end
        perform depreciate-one-asset
      else
        add 1 to ws-assets-skipped
      end-if
    end-if
  end-perform.

depreciate-one-asset.
  compute ws-depreciable = fa-cost - fa-salvage.
  compute ws-remaining-depr = ws-depreciable - fa-accum-depr.
  if fa-life-periods > fa-periods-taken
    compute ws-periods-left = fa-life-periods - fa-periods-taken
  else
    move 1 to ws-periods-left
  end-if.
  if FA-DECLINING-BAL
    compute ws-net-book-value = fa-cost - fa-accum-depr
    compute ws-period-charge rounded =
        ws-net-book-value * 2 / fa-life-periods
    *> The last period of life sweeps whatever declining balance
    *> left above salvage, so the asset still ends at salvage.
    if ws-periods-left = 1
      move ws-remaining-depr to ws-period-charge
    end-if
  else
    compute ws-period-charge rounded =
        ws-remaining-depr / ws-periods-left
  end-if.
  *> Placed in service inside this period: charged for the days in
  *> service only.
  if fa-in-service-date > ws-period-start
    compute ws-service-days =
        function integer-of-date(ws-period-end)
        - function integer-of-date(fa-in-service-date) + 1
    compute ws-period-charge rounded =
        ws-period-charge * ws-service-days / ws-period-days
  end-if.
  if ws-period-charge > ws-remaining-depr
    move ws-remaining-depr to ws-period-charge
  end-if.
  if ws-period-charge < zero
    move zero to ws-period-charge
  end-if.
  if ws-period-charge > zero
    perform write-depreciation-legs
    add ws-period-charge to fa-accum-depr
    add 1 to ws-assets-charged
  end-if.
  add 1 to fa-periods-taken.
  move ws-run-period to fa-last-depr-period.
  if fa-accum-depr >= ws-depreciable
    move "F" to fa-status
    add 1 to ws-assets-retired
  end-if.
  rewrite fixed-asset-record
    invalid key
      display "FADEPR: REWRITE FAILED FOR ASSET " fa-asset-no
      move 16 to return-code
  end-rewrite.
  compute ws-net-book-value = fa-cost - fa-accum-depr.
  move spaces to depr-report-line.
  string "ASSET=" fa-asset-no
      " " fa-description
      " METHOD=" fa-method
      " CHARGE=" ws-period-charge
      " ACCUM=" fa-accum-depr
      " NBV=" ws-net-book-value
      " STATUS=" fa-status into depr-report-line.
  write depr-report-line.

write-depreciation-legs.
  if ws-txn-open not = "Y"
    open extend txn-file
    if ws-txn-status = "35"
      close txn-file
      open output txn-file
    end-if
    move "TXNFILE.DAT" to ws-abend-file-name
    move ws-txn-status to ws-abend-status
    perform check-file-status
    move "Y" to ws-txn-open
  end-if.
  initialize txn-record.
  move fa-expense-acct to txn-acct-id.
  move fa-cost-center to txn-cost-center.
  compute txn-seq-no = 78000000 + ws-next-txn-serial.
  add 1 to ws-next-txn-serial.
  move ws-business-date to txn-date.
  move "D" to txn-type.
  move ws-period-charge to txn-amount.
  move zero to txn-orig-seq-no.
  move spaces to txn-currency-code.
  move fa-company-code to txn-company-code.
  move ws-batch-id to txn-batch-id.
  write txn-record.
  add ws-period-charge to ws-gen-debits.
  initialize txn-record.
  move fa-accum-acct to txn-acct-id.
  move fa-cost-center to txn-cost-center.
  compute txn-seq-no = 78000000 + ws-next-txn-serial.
  add 1 to ws-next-txn-serial.
  move ws-business-date to txn-date.
  move "C" to txn-type.
  compute txn-amount = zero - ws-period-charge.
  move zero to txn-orig-seq-no.
  move spaces to txn-currency-code.
  move fa-company-code to txn-company-code.
  move ws-batch-id to txn-batch-id.
  write txn-record.
  add ws-period-charge to ws-gen-credits.

write-depreciation-batch-header.
  open extend journal-batch-file.
  if ws-jb-status = "35"
    close journal-batch-file
    open output journal-batch-file
  end-if.
  move "JRNLBAT.DAT" to ws-abend-file-name.
  move ws-jb-status to ws-abend-status.
  perform check-file-status.
  move ws-batch-id to jb-batch-id.
  move ws-gen-debits to jb-declared-debits.
  move ws-gen-credits to jb-declared-credits.
  move "N" to jb-auto-rev-flag.
  write journal-batch-record.
  close journal-batch-file.

write-depreciation-totals.
  move spaces to depr-report-line.
  string "ASSETS CHARGED=" ws-assets-charged
      " FULLY DEPRECIATED THIS RUN=" ws-assets-retired
      " NOT DUE=" ws-assets-skipped
      " BATCH=" ws-batch-id
      " TOTAL=" ws-gen-debits into depr-report-line.
  write depr-report-line.

write-run-log-entry.
  if return-code = zero
    move "COMPLETE" to ws-run-status-txt
  else
    move "FAILED  " to ws-run-status-txt
  end-if.
  move function current-date(9:6) to ws-step-end-hhmmss.
  compute ws-step-elapsed-secs =
      (function numval(ws-step-end-hhmmss(1:2)) * 3600
       + function numval(ws-step-end-hhmmss(3:2)) * 60
       + function numval(ws-step-end-hhmmss(5:2)))
      - (function numval(ws-step-start-hhmmss(1:2)) * 3600
       + function numval(ws-step-start-hhmmss(3:2)) * 60
       + function numval(ws-step-start-hhmmss(5:2))).
  if ws-step-elapsed-secs < 0
    add 86400 to ws-step-elapsed-secs
  end-if.
  open extend run-log-file.
  if ws-runlog-status = "35"
    open output run-log-file
  end-if.
  move "RUNLOG.RPT" to ws-abend-file-name.
  move ws-runlog-status to ws-abend-status.
  perform check-file-status.
  move spaces to run-log-line.
  string "TS=" function current-date(1:15)
      " JOB=FADEPR"
      " OPERATOR=" rpt-operator-id
      " STATUS=" ws-run-status-txt
      " ELAPSED=" ws-step-elapsed-secs "S" into run-log-line.
  write run-log-line.
  close run-log-file.

check-file-status.
  *> Shared by every OPEN above: a status other than "00" (success)
  *> that the caller didn't already recover from (a first-run "35")
  *> is an abend condition - display what failed and set a non-zero
  *> RETURN-CODE instead of letting the job die with a runtime error.
  if ws-abend-status not = "00"
    display "FILE ERROR ON " ws-abend-file-name
        ", STATUS=" ws-abend-status
    move 16 to return-code
  end-if.

end program fadepr.
