identification division.
  program-id. fxratein.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select rate-feed-file assign to "FXRATES.DAT"
        organization is line sequential
        file status is ws-rf-status.
    select rate-table assign to "RATETBL.DAT"
        organization is line sequential
        file status is ws-rate-status.
    select fx-tolerance-ctl assign to "FXTOL.CTL"
        organization is line sequential
        file status is ws-ft-status.
    select pending-change-file assign to "PENDCHG.DAT"
        organization is line sequential
        file status is ws-pc-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
    select txn-file assign to "TXNFILE.DAT"
        organization is line sequential
        file status is ws-txn-status.
    select pending-txn-file assign to "PENDTXN.DAT"
        organization is line sequential
        file status is ws-pt-status.
    select hold-file assign to "HOLD.DAT"
        organization is line sequential
        file status is ws-hold-status.
    select recycle-file assign to "RECYCLE.DAT"
        organization is line sequential
        file status is ws-rcy-status.
    select alert-queue-file assign to "ALERTQUE.DAT"
        organization is line sequential
        file status is ws-aq-status.
    select reject-file assign to "REJECT.DAT"
        organization is line sequential
        file status is ws-rej-status.
    select fx-intake-report assign to "FXRATEIN.RPT"
        organization is line sequential
        file status is ws-fr-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
*> The bank's daily rate file: a header carrying the rate date the
*> rates are effective for, one detail per currency quoted as base
*> currency per one unit of the foreign currency to six places, and a
*> trailer carrying the detail count.
  fd  rate-feed-file.
  01 rate-feed-record.
    05 rf-rec-type             pic x(1).
        88 RF-HEADER            value "H".
        88 RF-DETAIL            value "D".
        88 RF-TRAILER           value "T".
    05 rf-rec-data             pic x(79).
  01 rate-feed-header redefines rate-feed-record.
    05 rfh-type                pic x(1).
    05 rfh-rate-date           pic x(8).
    05 rfh-source              pic x(20).
    05 filler                  pic x(51).
  01 rate-feed-detail redefines rate-feed-record.
    05 rfd-type                pic x(1).
    05 rfd-currency            pic x(3).
    05 rfd-rate                pic x(10).
    05 filler                  pic x(66).
  01 rate-feed-trailer redefines rate-feed-record.
    05 rft-type                pic x(1).
    05 rft-detail-count        pic x(6).
    05 filler                  pic x(73).
  fd  rate-table.
  copy "ratetbl.cpy".
*> Per-currency day-on-day movement tolerance, in percent, beyond
*> which a fed rate is held for confirmation; "***" is the default
*> for any currency not listed.
  fd  fx-tolerance-ctl.
  01 fx-tolerance-record.
    05 ft-currency             pic x(3).
    05 filler                  pic x(1).
    05 ft-tolerance-pct        pic 9(3)v99.
  fd  pending-change-file.
  copy "pendchg.cpy".
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  txn-file.
  copy "txnrec.cpy".
  fd  pending-txn-file.
  copy "pendtxn.cpy".
  fd  hold-file.
  copy "holdrec.cpy".
  fd  recycle-file.
  copy "recycrec.cpy".
  fd  alert-queue-file.
  copy "alertque.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".
  fd  fx-intake-report.
  01 fx-intake-report-line    pic x(132).
  fd  run-log-file.
  01 run-log-line             pic x(160).
  working-storage section.
    01 ws-rf-status       pic x(2) value "00".
    01 ws-rate-status     pic x(2) value "00".
    01 ws-ft-status       pic x(2) value "00".
    01 ws-pc-status       pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-txn-status      pic x(2) value "00".
    01 ws-pt-status       pic x(2) value "00".
    01 ws-hold-status     pic x(2) value "00".
    01 ws-rcy-status      pic x(2) value "00".
    01 ws-aq-status       pic x(2) value "00".
    01 ws-rej-status      pic x(2) value "00".
    01 ws-fr-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-rf-eof          pic x(1) value "N".
        88 RF-EOF         value "Y".
    01 ws-rate-eof        pic x(1) value "N".
        88 RATE-EOF       value "Y".
    01 ws-ft-eof          pic x(1) value "N".
        88 FT-EOF         value "Y".
    01 ws-pc-eof          pic x(1) value "N".
        88 PC-EOF         value "Y".
    01 ws-scan-eof        pic x(1) value "N".
        88 SCAN-EOF       value "Y".

    *> The rate file as delivered, proved before anything is loaded.
    01 ws-feed-present    pic x(1) value "N".
        88 FEED-PRESENT   value "Y".
    01 ws-feed-valid      pic x(1) value "Y".
        88 FEED-VALID     value "Y".
        88 FEED-INVALID   value "N".
    01 ws-feed-reason     pic x(40) value spaces.
    01 ws-feed-rate-date  pic 9(8) value zero.
    01 ws-feed-source     pic x(20) value spaces.
    01 ws-feed-records    pic 9(6) value zero.
    01 ws-feed-declared   pic 9(6) value zero.
    01 ws-header-seen     pic x(1) value "N".
        88 HEADER-SEEN    value "Y".
    01 ws-trailer-seen    pic x(1) value "N".
        88 TRAILER-SEEN   value "Y".
    01 ws-feed-table.
      05 ws-fdt-entry occurs 100 times.
        10 fdt-currency          pic x(3).
        10 fdt-rate-text         pic x(10).
    01 ws-fdt-count       pic 9(3) value zero.
    01 ws-fdt-idx         pic 9(3) value zero.

    *> Per currency: the prior day's rate the fed one is measured
    *> against, whether a row for the fed date is already on RATETBL.DAT
    *> or already held on PENDCHG.DAT, whether the business date has a
    *> rate, and how many open transactions are waiting on it.
    01 ws-currency-table.
      05 ws-ccy-entry occurs 50 times.
        10 ccy-code              pic x(3).
        10 ccy-prior-rate        pic 9(3)v9(4).
        10 ccy-prior-date        pic 9(8).
        10 ccy-on-file           pic x(1).
        10 ccy-held              pic x(1).
        10 ccy-fresh             pic x(1).
        10 ccy-open-count        pic 9(6).
    01 ws-ccy-count       pic 9(2) value zero.
    01 ws-ccy-idx         pic 9(2) value zero.
    01 ws-ccy-found-idx   pic 9(2) value zero.
    01 ws-lookup-ccy      pic x(3).

    01 ws-tolerance-table.
      05 ws-tol-entry occurs 50 times.
        10 tol-currency          pic x(3).
        10 tol-pct               pic 9(3)v99.
    01 ws-tol-count       pic 9(2) value zero.
    01 ws-tol-idx         pic 9(2) value zero.
    01 ws-default-tol     pic 9(3)v99 value 5.
    01 ws-applied-tol     pic 9(3)v99.

    01 ws-new-rate        pic 9(3)v9(4).
    01 ws-feed-rate-text  pic x(10).
    01 ws-feed-rate redefines ws-feed-rate-text pic 9(4)v9(6).
    01 ws-move-pct        pic s9(7)v99.
    01 ws-abs-move-pct    pic 9(7)v99.
    01 ws-rate-action     pic x(24).
    01 ws-next-change-id  pic 9(6) value zero.
    01 ws-business-date   pic 9(8).
    01 ws-today-date      pic 9(8).

    01 ws-loaded-count    pic 9(3) value zero.
    01 ws-held-count      pic 9(3) value zero.
    01 ws-skipped-count   pic 9(3) value zero.
    01 ws-invalid-count   pic 9(3) value zero.
    01 ws-stale-count     pic 9(3) value zero.
    01 ws-ed-rate-1       pic zz9.9999.
    01 ws-ed-rate-2       pic zz9.9999.
    01 ws-ed-pct          pic ----,--9.99.
    01 ws-ed-tol          pic zz9.99.

    01 ws-runlog-status   pic x(2) value "00".
    01 ws-run-status-txt  pic x(8) value "COMPLETE".
    01 ws-step-start-hhmmss pic 9(6) value zero.
    01 ws-step-end-hhmmss   pic 9(6) value zero.
    01 ws-step-elapsed-secs pic s9(6) value zero.
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Daily exchange-rate intake from the bank's rate file, in place
  *> of the currency rows keyed by hand onto RATETBL.DAT each
  *> morning. Every fed rate is measured against the currency's prior
  *> rate: within the FXTOL.CTL tolerance it is loaded as a new
  *> effective-dated row; beyond it (or for a currency with no prior
  *> rate at all) it is held on PENDCHG.DAT as a pending RATETBL row,
  *> and only goes live when an operator with CHGAPPRV authority
  *> confirms it through chgapprv.cob - the same maker/checker trail
  *> tblmaint.cob's hand-keyed rates follow. Last, every currency the
  *> open transactions carry is checked for a rate effective on the
  *> business date, and one without is alerted to treasury before
  *> the posting run rejects its transactions.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform establish-business-date.
  perform load-tolerance-table.
  perform parse-rate-feed.
  perform load-rate-history.
  perform load-held-rates.
  perform open-intake-report.
  if FEED-PRESENT and FEED-INVALID
    display "FXRATEIN: RATE FILE REFUSED - " ws-feed-reason
    perform reject-bad-feed
    move spaces to fx-intake-report-line
    string "RATE FILE REFUSED - " ws-feed-reason
        into fx-intake-report-line
    write fx-intake-report-line
    move 8 to return-code
  end-if.
  if FEED-PRESENT and FEED-VALID
    perform apply-rate-feed
    perform truncate-rate-feed
  end-if.
  if not FEED-PRESENT
    move spaces to fx-intake-report-line
    move "NO RATE FILE DELIVERED" to fx-intake-report-line
    write fx-intake-report-line
  end-if.
  perform check-open-currencies.
  close fx-intake-report.
  if return-code = zero and (ws-held-count > zero
      or ws-stale-count > zero)
    move 4 to return-code
  end-if.
  display "FXRATEIN: " ws-loaded-count " RATE(S) LOADED, "
      ws-held-count " HELD FOR CONFIRMATION, " ws-invalid-count
      " INVALID, " ws-stale-count " CURRENCY(S) WITHOUT A FRESH RATE".
  perform write-run-log-entry.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "FXRATEIN" to rpt-job-name.
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

load-tolerance-table.
  move "N" to ws-ft-eof.
  open input fx-tolerance-ctl.
  if ws-ft-status = "35"
    close fx-tolerance-ctl
    perform seed-tolerance-control
    open input fx-tolerance-ctl
  end-if.
  move "FXTOL.CTL" to ws-abend-file-name.
  move ws-ft-status to ws-abend-status.
  perform check-file-status.
  read fx-tolerance-ctl
    at end set FT-EOF to true
  end-read.
  perform until FT-EOF
    if ft-currency = "***"
      move ft-tolerance-pct to ws-default-tol
    else
      if ws-tol-count < 50 and ft-currency not = spaces
        add 1 to ws-tol-count
        move ft-currency to tol-currency(ws-tol-count)
        move ft-tolerance-pct to tol-pct(ws-tol-count)
      end-if
    end-if
    read fx-tolerance-ctl
      at end set FT-EOF to true
    end-read
  end-perform.
  close fx-tolerance-ctl.

seed-tolerance-control.
  *> First run: the majors rarely move three percent in a day; any
  *> other currency is allowed five before a person has to look.
  open output fx-tolerance-ctl.
  move "FXTOL.CTL" to ws-abend-file-name.
  move ws-ft-status to ws-abend-status.
  perform check-file-status.
  move spaces to fx-tolerance-record.
  move "***" to ft-currency.
  move 5 to ft-tolerance-pct.
  write fx-tolerance-record.
  move "EUR" to ft-currency.
  move 3 to ft-tolerance-pct.
  write fx-tolerance-record.
  move "GBP" to ft-currency.
  move 3 to ft-tolerance-pct.
  write fx-tolerance-record.
  move "CAD" to ft-currency.
  move 3 to ft-tolerance-pct.
  write fx-tolerance-record.
  move "JPY" to ft-currency.
  move 3 to ft-tolerance-pct.
  write fx-tolerance-record.
  move "CHF" to ft-currency.
  move 3 to ft-tolerance-pct.
  write fx-tolerance-record.
  close fx-tolerance-ctl.

parse-rate-feed.
  *> Header first, trailer last, the trailer's count equal to the
  *> details carried: anything else is a damaged delivery and not one
  *> rate of it is loaded.
  move "N" to ws-rf-eof.
  open input rate-feed-file.
  if ws-rf-status = "35"
    close rate-feed-file
    exit paragraph
  end-if.
  move "FXRATES.DAT" to ws-abend-file-name.
  move ws-rf-status to ws-abend-status.
  perform check-file-status.
  read rate-feed-file
    at end set RF-EOF to true
  end-read.
  perform until RF-EOF
    if rate-feed-record not = spaces
      set FEED-PRESENT to true
      add 1 to ws-feed-records
      perform take-feed-record
    end-if
    read rate-feed-file
      at end set RF-EOF to true
    end-read
  end-perform.
  close rate-feed-file.
  if FEED-PRESENT and FEED-VALID
    if not HEADER-SEEN
      set FEED-INVALID to true
      move "NO HEADER RECORD" to ws-feed-reason
    else
      if not TRAILER-SEEN
        set FEED-INVALID to true
        move "NO TRAILER RECORD" to ws-feed-reason
      else
        if ws-feed-declared not = ws-fdt-count
          set FEED-INVALID to true
          move "TRAILER COUNT DOES NOT MATCH DETAILS" to ws-feed-reason
        end-if
      end-if
    end-if
  end-if.

take-feed-record.
  if FEED-INVALID
    exit paragraph
  end-if.
  if TRAILER-SEEN
    set FEED-INVALID to true
    move "RECORDS AFTER TRAILER" to ws-feed-reason
    exit paragraph
  end-if.
  evaluate true
    when RF-HEADER
      if HEADER-SEEN or ws-feed-records not = 1
        set FEED-INVALID to true
        move "HEADER NOT FIRST RECORD" to ws-feed-reason
      else
        if rfh-rate-date is not numeric or rfh-rate-date = zero
          set FEED-INVALID to true
          move "RATE DATE NOT NUMERIC" to ws-feed-reason
        else
          set HEADER-SEEN to true
          move rfh-rate-date to ws-feed-rate-date
          move rfh-source to ws-feed-source
        end-if
      end-if
    when RF-DETAIL
      if not HEADER-SEEN
        set FEED-INVALID to true
        move "DETAIL BEFORE HEADER" to ws-feed-reason
      else
        if ws-fdt-count < 100
          add 1 to ws-fdt-count
          move rfd-currency to fdt-currency(ws-fdt-count)
          move rfd-rate to fdt-rate-text(ws-fdt-count)
        else
          set FEED-INVALID to true
          move "MORE THAN 100 CURRENCIES" to ws-feed-reason
        end-if
      end-if
    when RF-TRAILER
      if rft-detail-count is not numeric
        set FEED-INVALID to true
        move "TRAILER COUNT NOT NUMERIC" to ws-feed-reason
      else
        set TRAILER-SEEN to true
        move rft-detail-count to ws-feed-declared
      end-if
    when other
      set FEED-INVALID to true
      move "UNKNOWN RECORD TYPE" to ws-feed-reason
  end-evaluate.

load-rate-history.
  *> Currency rows only - RATE-CODE is the three-letter currency with
  *> nothing after it, which keeps DIVISOR and the like out.
  move "N" to ws-rate-eof.
  open input rate-table.
  if ws-rate-status = "35"
    close rate-table
    exit paragraph
  end-if.
  move "RATETBL.DAT" to ws-abend-file-name.
  move ws-rate-status to ws-abend-status.
  perform check-file-status.
  read rate-table
    at end set RATE-EOF to true
  end-read.
  perform until RATE-EOF
    if rate-code(1:3) not = spaces and rate-code(4:7) = spaces
      perform post-rate-history-row
    end-if
    read rate-table
      at end set RATE-EOF to true
    end-read
  end-perform.
  close rate-table.

post-rate-history-row.
  move rate-code(1:3) to ws-lookup-ccy.
  perform find-currency-entry.
  if ws-ccy-found-idx = zero
    exit paragraph
  end-if.
  if ws-feed-rate-date not = zero
    if rate-eff-date < ws-feed-rate-date
        and rate-eff-date >= ccy-prior-date(ws-ccy-found-idx)
      move rate-value to ccy-prior-rate(ws-ccy-found-idx)
      move rate-eff-date to ccy-prior-date(ws-ccy-found-idx)
    end-if
    if rate-eff-date = ws-feed-rate-date
      move "Y" to ccy-on-file(ws-ccy-found-idx)
    end-if
  end-if.
  if rate-eff-date = ws-business-date
    move "Y" to ccy-fresh(ws-ccy-found-idx)
  end-if.

find-currency-entry.
  move zero to ws-ccy-found-idx.
  perform varying ws-ccy-idx from 1 by 1 until ws-ccy-idx > ws-ccy-count
    if ccy-code(ws-ccy-idx) = ws-lookup-ccy
      move ws-ccy-idx to ws-ccy-found-idx
    end-if
  end-perform.
  if ws-ccy-found-idx = zero and ws-ccy-count < 50
    add 1 to ws-ccy-count
    move ws-ccy-count to ws-ccy-found-idx
    move ws-lookup-ccy to ccy-code(ws-ccy-found-idx)
    move zero to ccy-prior-rate(ws-ccy-found-idx)
    move zero to ccy-prior-date(ws-ccy-found-idx)
    move "N" to ccy-on-file(ws-ccy-found-idx)
    move "N" to ccy-held(ws-ccy-found-idx)
    move "N" to ccy-fresh(ws-ccy-found-idx)
    move zero to ccy-open-count(ws-ccy-found-idx)
  end-if.

load-held-rates.
  *> A rate already waiting on a checker from an earlier run of the
  *> same file is not queued a second time. Change ids continue the
  *> one series the maker screens share on this file.
  move zero to ws-next-change-id.
  move "N" to ws-pc-eof.
  open input pending-change-file.
  if ws-pc-status = "35"
    close pending-change-file
    exit paragraph
  end-if.
  move "PENDCHG.DAT" to ws-abend-file-name.
  move ws-pc-status to ws-abend-status.
  perform check-file-status.
  read pending-change-file
    at end set PC-EOF to true
  end-read.
  perform until PC-EOF
    if pc-change-id > ws-next-change-id
      move pc-change-id to ws-next-change-id
    end-if
    if PC-TABLE-RATETBL and PC-PENDING and ws-feed-rate-date not = zero
        and pc-key-value = ws-feed-rate-date
        and pc-text-value(4:17) = spaces
      move pc-text-value(1:3) to ws-lookup-ccy
      perform find-currency-entry
      if ws-ccy-found-idx not = zero
        move "Y" to ccy-held(ws-ccy-found-idx)
      end-if
    end-if
    read pending-change-file
      at end set PC-EOF to true
    end-read
  end-perform.
  close pending-change-file.

open-intake-report.
  open extend fx-intake-report.
  if ws-fr-status = "35"
    open output fx-intake-report
  end-if.
  move "FXRATEIN.RPT" to ws-abend-file-name.
  move ws-fr-status to ws-abend-status.
  perform check-file-status.
  move spaces to fx-intake-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into fx-intake-report-line.
  write fx-intake-report-line.
  move spaces to fx-intake-report-line.
  string "FX RATE INTAKE  BUSINESS DATE " ws-business-date
      "  RATE DATE " ws-feed-rate-date
      "  SOURCE " ws-feed-source into fx-intake-report-line.
  write fx-intake-report-line.
  if FEED-PRESENT and FEED-VALID
      and ws-feed-rate-date not = ws-business-date
    move spaces to fx-intake-report-line
    string "  NOTE: RATE DATE IS NOT THE BUSINESS DATE - RATES LOAD"
        " EFFECTIVE " ws-feed-rate-date into fx-intake-report-line
    write fx-intake-report-line
  end-if.

apply-rate-feed.
  move spaces to fx-intake-report-line.
  string "  CCY  NEW RATE  PRIOR RATE  PRIOR DATE       MOVE %   TOL %"
      "  ACTION" delimited by size into fx-intake-report-line.
  write fx-intake-report-line.
  perform varying ws-fdt-idx from 1 by 1 until ws-fdt-idx > ws-fdt-count
    perform apply-one-rate
  end-perform.
  move spaces to fx-intake-report-line.
  string "  LOADED=" ws-loaded-count " HELD=" ws-held-count
      " ALREADY DONE=" ws-skipped-count " INVALID=" ws-invalid-count
      into fx-intake-report-line.
  write fx-intake-report-line.

apply-one-rate.
  move zero to ws-new-rate.
  move zero to ws-abs-move-pct.
  move zero to ws-move-pct.
  move fdt-currency(ws-fdt-idx) to ws-lookup-ccy.
  perform find-currency-entry.
  move ws-default-tol to ws-applied-tol.
  perform varying ws-tol-idx from 1 by 1 until ws-tol-idx > ws-tol-count
    if tol-currency(ws-tol-idx) = ws-lookup-ccy
      move tol-pct(ws-tol-idx) to ws-applied-tol
    end-if
  end-perform.
  if ws-lookup-ccy = spaces or ws-ccy-found-idx = zero
      or fdt-rate-text(ws-fdt-idx) is not numeric
    move "INVALID RATE - REJECTED" to ws-rate-action
    add 1 to ws-invalid-count
    perform reject-feed-row
    perform write-rate-line
    exit paragraph
  end-if.
  move fdt-rate-text(ws-fdt-idx) to ws-feed-rate-text.
  compute ws-new-rate rounded = ws-feed-rate
    on size error move zero to ws-new-rate
  end-compute.
  if ws-new-rate = zero
    move "INVALID RATE - REJECTED" to ws-rate-action
    add 1 to ws-invalid-count
    perform reject-feed-row
    perform write-rate-line
    exit paragraph
  end-if.
  if ccy-on-file(ws-ccy-found-idx) = "Y"
    move "ALREADY ON RATETBL" to ws-rate-action
    add 1 to ws-skipped-count
    perform write-rate-line
    exit paragraph
  end-if.
  if ccy-held(ws-ccy-found-idx) = "Y"
    move "ALREADY HELD" to ws-rate-action
    add 1 to ws-skipped-count
    perform write-rate-line
    exit paragraph
  end-if.
  if ccy-prior-rate(ws-ccy-found-idx) = zero
    move "HELD - NO PRIOR RATE" to ws-rate-action
    perform hold-one-rate
    perform write-rate-line
    exit paragraph
  end-if.
  compute ws-move-pct rounded =
      (ws-new-rate - ccy-prior-rate(ws-ccy-found-idx)) * 100
      / ccy-prior-rate(ws-ccy-found-idx)
    on size error move 9999999 to ws-move-pct
  end-compute.
  if ws-move-pct < zero
    compute ws-abs-move-pct = zero - ws-move-pct
  else
    move ws-move-pct to ws-abs-move-pct
  end-if.
  if ws-abs-move-pct > ws-applied-tol
    move "HELD - OVER TOLERANCE" to ws-rate-action
    perform hold-one-rate
  else
    move "LOADED" to ws-rate-action
    perform load-one-rate
  end-if.
  perform write-rate-line.

load-one-rate.
  open extend rate-table.
  if ws-rate-status = "35"
    open output rate-table
  end-if.
  move "RATETBL.DAT" to ws-abend-file-name.
  move ws-rate-status to ws-abend-status.
  perform check-file-status.
  move spaces to rate-record.
  move ws-feed-rate-date to rate-eff-date.
  move ws-lookup-ccy to rate-code.
  move ws-new-rate to rate-value.
  write rate-record.
  close rate-table.
  move "Y" to ccy-on-file(ws-ccy-found-idx).
  if ws-feed-rate-date = ws-business-date
    move "Y" to ccy-fresh(ws-ccy-found-idx)
  end-if.
  add 1 to ws-loaded-count.

hold-one-rate.
  *> Queued exactly as tblmaint.cob queues a hand-keyed rate: key the
  *> effective date, text the currency, the fed rate and the prior
  *> one side by side for the checker to judge.
  add 1 to ws-next-change-id.
  open extend pending-change-file.
  if ws-pc-status = "35"
    open output pending-change-file
  end-if.
  move "PENDCHG.DAT" to ws-abend-file-name.
  move ws-pc-status to ws-abend-status.
  perform check-file-status.
  move ws-next-change-id to pc-change-id.
  move "RATETBL" to pc-table-name.
  move "A" to pc-action.
  move ws-feed-rate-date to pc-key-value.
  move ws-lookup-ccy to pc-text-value.
  move ws-new-rate to pc-numeric-value.
  move ccy-prior-rate(ws-ccy-found-idx) to pc-numeric-value-2.
  move "FXRATEIN" to pc-maker.
  move function current-date(1:14) to pc-maker-timestamp.
  move "P" to pc-status.
  move spaces to pc-checker.
  move zero to pc-checker-timestamp.
  write pending-change-record.
  close pending-change-file.
  move "Y" to ccy-held(ws-ccy-found-idx).
  add 1 to ws-held-count.

write-rate-line.
  move ws-new-rate to ws-ed-rate-1.
  move zero to ws-ed-rate-2.
  if ws-ccy-found-idx not = zero
    move ccy-prior-rate(ws-ccy-found-idx) to ws-ed-rate-2
  end-if.
  move ws-move-pct to ws-ed-pct.
  move ws-applied-tol to ws-ed-tol.
  move spaces to fx-intake-report-line.
  if ws-ccy-found-idx not = zero
    string "  " ws-lookup-ccy "  " ws-ed-rate-1 "    " ws-ed-rate-2
        "    " ccy-prior-date(ws-ccy-found-idx)
        "  " ws-ed-pct "  " ws-ed-tol "  " ws-rate-action
        into fx-intake-report-line
  else
    string "  " ws-lookup-ccy "  " fdt-rate-text(ws-fdt-idx)
        "  " ws-rate-action into fx-intake-report-line
  end-if.
  write fx-intake-report-line.

reject-feed-row.
  open extend reject-file.
  if ws-rej-status = "35"
    open output reject-file
  end-if.
  move "REJECT.DAT" to ws-abend-file-name.
  move ws-rej-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:15) to rej-timestamp.
  move "FXRATEIN" to rej-source.
  move ws-fdt-idx to rej-key.
  move "FXRI" to rej-reason-code.
  move spaces to rej-reason-text.
  string "INVALID RATE FOR " ws-lookup-ccy " ON BANK RATE FILE"
      into rej-reason-text.
  move "N" to rej-resolved-flag.
  write reject-record.
  close reject-file.

reject-bad-feed.
  open extend reject-file.
  if ws-rej-status = "35"
    open output reject-file
  end-if.
  move "REJECT.DAT" to ws-abend-file-name.
  move ws-rej-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:15) to rej-timestamp.
  move "FXRATEIN" to rej-source.
  move zero to rej-key.
  move "FXRV" to rej-reason-code.
  move ws-feed-reason to rej-reason-text.
  move "N" to rej-resolved-flag.
  write reject-record.
  close reject-file.

truncate-rate-feed.
  *> The bank's drop is consumed - the same sweep-and-truncate as
  *> every other inbound feed. A refused file is left for resend.
  open output rate-feed-file.
  close rate-feed-file.

check-open-currencies.
  *> Every foreign currency the open transactions carry - tonight's
  *> TXNFILE.DAT, recycled and held rows waiting to post, pending
  *> approvals - must have a rate effective on the business date, or
  *> the posting run's conversion will reject them (or value them at
  *> a stale rate through the latest-row rule).
  perform scan-txn-file.
  perform scan-pending-file.
  perform scan-hold-file.
  perform scan-recycle-file.
  move spaces to fx-intake-report-line.
  string "RATE FRESHNESS FOR OPEN TRANSACTIONS - BUSINESS DATE "
      ws-business-date into fx-intake-report-line.
  write fx-intake-report-line.
  perform varying ws-ccy-idx from 1 by 1 until ws-ccy-idx > ws-ccy-count
    if ccy-open-count(ws-ccy-idx) > zero
      perform report-open-currency
    end-if
  end-perform.
  move spaces to fx-intake-report-line.
  string "  CURRENCIES WITHOUT A FRESH RATE=" ws-stale-count
      into fx-intake-report-line.
  write fx-intake-report-line.

scan-txn-file.
  move "N" to ws-scan-eof.
  open input txn-file.
  if ws-txn-status = "35"
    close txn-file
    exit paragraph
  end-if.
  move "TXNFILE.DAT" to ws-abend-file-name.
  move ws-txn-status to ws-abend-status.
  perform check-file-status.
  read txn-file
    at end set SCAN-EOF to true
  end-read.
  perform until SCAN-EOF
    if not TXN-BASE-CURRENCY
      move txn-currency-code to ws-lookup-ccy
      perform note-open-currency
    end-if
    read txn-file
      at end set SCAN-EOF to true
    end-read
  end-perform.
  close txn-file.

scan-pending-file.
  move "N" to ws-scan-eof.
  open input pending-txn-file.
  if ws-pt-status = "35"
    close pending-txn-file
    exit paragraph
  end-if.
  move "PENDTXN.DAT" to ws-abend-file-name.
  move ws-pt-status to ws-abend-status.
  perform check-file-status.
  read pending-txn-file
    at end set SCAN-EOF to true
  end-read.
  perform until SCAN-EOF
    if PT-PENDING
      move pt-currency-code to ws-lookup-ccy
      perform note-open-currency
    end-if
    read pending-txn-file
      at end set SCAN-EOF to true
    end-read
  end-perform.
  close pending-txn-file.

scan-hold-file.
  move "N" to ws-scan-eof.
  open input hold-file.
  if ws-hold-status = "35"
    close hold-file
    exit paragraph
  end-if.
  move "HOLD.DAT" to ws-abend-file-name.
  move ws-hold-status to ws-abend-status.
  perform check-file-status.
  read hold-file
    at end set SCAN-EOF to true
  end-read.
  perform until SCAN-EOF
    move hld-currency-code to ws-lookup-ccy
    perform note-open-currency
    read hold-file
      at end set SCAN-EOF to true
    end-read
  end-perform.
  close hold-file.

scan-recycle-file.
  move "N" to ws-scan-eof.
  open input recycle-file.
  if ws-rcy-status = "35"
    close recycle-file
    exit paragraph
  end-if.
  move "RECYCLE.DAT" to ws-abend-file-name.
  move ws-rcy-status to ws-abend-status.
  perform check-file-status.
  read recycle-file
    at end set SCAN-EOF to true
  end-read.
  perform until SCAN-EOF
    move rcy-currency-code to ws-lookup-ccy
    perform note-open-currency
    read recycle-file
      at end set SCAN-EOF to true
    end-read
  end-perform.
  close recycle-file.

note-open-currency.
  if ws-lookup-ccy = spaces or ws-lookup-ccy = "USD"
    exit paragraph
  end-if.
  perform find-currency-entry.
  if ws-ccy-found-idx not = zero
    add 1 to ccy-open-count(ws-ccy-found-idx)
  end-if.

report-open-currency.
  move spaces to fx-intake-report-line.
  if ccy-fresh(ws-ccy-idx) = "Y"
    string "  " ccy-code(ws-ccy-idx) "  OPEN ITEMS="
        ccy-open-count(ws-ccy-idx) "  RATE EFFECTIVE "
        ws-business-date into fx-intake-report-line
    write fx-intake-report-line
  else
    add 1 to ws-stale-count
    if ccy-held(ws-ccy-idx) = "Y"
      string "  " ccy-code(ws-ccy-idx) "  OPEN ITEMS="
          ccy-open-count(ws-ccy-idx)
          "  NO FRESH RATE - FED RATE HELD FOR CONFIRMATION"
          into fx-intake-report-line
    else
      string "  " ccy-code(ws-ccy-idx) "  OPEN ITEMS="
          ccy-open-count(ws-ccy-idx)
          "  NO FRESH RATE FOR BUSINESS DATE"
          into fx-intake-report-line
    end-if
    write fx-intake-report-line
    perform raise-stale-rate-alert
  end-if.

raise-stale-rate-alert.
  open extend alert-queue-file.
  if ws-aq-status = "35"
    open output alert-queue-file
  end-if.
  move "ALERTQUE.DAT" to ws-abend-file-name.
  move ws-aq-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:14) to aq-timestamp.
  move "FXRATE" to aq-severity.
  move "TREASURY@SHOP.INTERNAL" to aq-destination.
  move "N" to aq-ack-flag.
  move zero to aq-esc-level.
  move spaces to aq-body.
  string ccy-code(ws-ccy-idx) " NO RATE FOR " ws-business-date
      " OPEN ITEMS=" ccy-open-count(ws-ccy-idx) into aq-body.
  write alert-queue-record.
  close alert-queue-file.

write-run-log-entry.
  if return-code < 16
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
      " JOB=FXRATEIN"
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

end program fxratein.
