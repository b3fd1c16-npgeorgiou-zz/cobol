identification division.
  program-id. ediinv.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select invoice-line-file assign to "INVLINE.DAT"
        organization is line sequential
        file status is ws-invline-status.
    select customer-file assign to "CUSTMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-cu-rel-key
        file status is ws-cu-status.
    select item-price-table assign to "ITEMPRC.DAT"
        organization is line sequential
        file status is ws-ipr-status.
    select tax-rate-file assign to "TAXRATE.DAT"
        organization is line sequential
        file status is ws-txr-status.
    select edi-ctl assign to "EDICTL.DAT"
        organization is line sequential
        file status is ws-ec-status.
    select edi-out-file assign to "EDIINV.DAT"
        organization is line sequential
        file status is ws-eo-status.
    select edi-log-file assign to "EDILOG.DAT"
        organization is line sequential
        file status is ws-el-status.
    select edi-ack-file assign to "EDIACK.DAT"
        organization is line sequential
        file status is ws-ea-status.
    select edi-report assign to "EDIINV.RPT"
        organization is line sequential
        file status is ws-er-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  invoice-line-file.
  copy "invline.cpy".
  fd  customer-file.
  copy "custmast.cpy".
  fd  item-price-table.
  copy "itemprc.cpy".
  fd  tax-rate-file.
  copy "taxrate.cpy".
*> Interchange sender id and the last control numbers used - every
*> interchange and group this shop sends carries the next one.
  fd  edi-ctl.
  01 edi-ctl-record.
    05 ec-sender-id            pic x(15).
    05 filler                  pic x(1).
    05 ec-last-interchange     pic 9(9).
    05 filler                  pic x(1).
    05 ec-last-group           pic 9(9).
    05 filler                  pic x(1).
    05 ec-ack-wait-days        pic 9(3).
  fd  edi-out-file.
  01 edi-segment              pic x(200).
  fd  edi-log-file.
  copy "edilog.cpy".
  fd  edi-ack-file.
  01 edi-ack-segment          pic x(200).
  fd  edi-report.
  01 edi-report-line          pic x(132).
  fd  run-log-file.
  01 run-log-line             pic x(160).
  working-storage section.
    01 ws-invline-status  pic x(2) value "00".
    01 ws-cu-status       pic x(2) value "00".
    01 ws-cu-rel-key      pic 9(6) value 1.
    01 ws-ipr-status      pic x(2) value "00".
    01 ws-txr-status      pic x(2) value "00".
    01 ws-ec-status       pic x(2) value "00".
    01 ws-eo-status       pic x(2) value "00".
    01 ws-el-status       pic x(2) value "00".
    01 ws-ea-status       pic x(2) value "00".
    01 ws-er-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-invline-eof     pic x(1) value "N".
        88 INVLINE-EOF    value "Y".
    01 ws-ipr-eof         pic x(1) value "N".
        88 IPR-EOF        value "Y".
    01 ws-txr-eof         pic x(1) value "N".
        88 TXR-EOF        value "Y".
    01 ws-el-eof          pic x(1) value "N".
        88 EL-EOF         value "Y".
    01 ws-ea-eof          pic x(1) value "N".
        88 EA-EOF         value "Y".
    01 ws-first-inv-line  pic x(1) value "Y".
        88 FIRST-INV-LINE value "Y".
    01 ws-prev-inv-no     pic 9(6) value zero.
    01 ws-today-date      pic 9(8).
    01 ws-now-hhmm        pic 9(4).

    *> Control numbers and the ack wait, seeded on a first run with a
    *> placeholder sender id EDI coordination replaces before the
    *> first live transmission.
    01 ws-sender-id       pic x(15) value "SHOPEDI".
    01 ws-last-interchange pic 9(9) value zero.
    01 ws-last-group      pic 9(9) value zero.
    01 ws-ack-wait-days   pic 9(3) value 2.

    *> Same price and tax resolution the billing run and invprint.cob
    *> apply, so the EDI invoice says what the AR open item says.
    01 ws-price-table.
      05 ws-ipr-entry occurs 200 times indexed by ws-ipr-idx.
        10 ipr-item-id          pic 9(6).
        10 ipr-unit-price       pic s9(7)v99 sign is leading separate.
        10 ipr-eff-date         pic 9(8).
    01 ws-ipr-count       pic 9(3) value zero.
    01 ws-ipr-found-idx   pic 9(3) value zero.
    01 ws-resolved-price  pic s9(7)v99 sign is leading separate.
    01 ws-line-extension  pic s9(9)v99 sign is leading separate.
    01 ws-tax-rate-table.
      05 ws-trt-entry occurs 60 times indexed by ws-trt-idx.
        10 trt-state             pic x(2).
        10 trt-rate-pct          pic 9(2)v9(4).
        10 trt-eff-date          pic 9(8).
    01 ws-trt-count       pic 9(2) value zero.

    *> The transmission log, held whole: acknowledgments update it,
    *> this run's transactions append to it, and it is written back
    *> once at the end.
    01 ws-log-table.
      05 ws-log-entry occurs 3000 times indexed by ws-log-idx.
        10 log-interchange-ctl   pic 9(9).
        10 log-group-ctl         pic 9(9).
        10 log-set-ctl           pic 9(4).
        10 log-partner-id        pic x(15).
        10 log-invoice-no        pic 9(6).
        10 log-cust-no           pic 9(6).
        10 log-sent-date         pic 9(8).
        10 log-invoice-total     pic s9(9)v99 sign is leading separate.
        10 log-ack-status        pic x(1).
        10 log-ack-date          pic 9(8).
    01 ws-log-count       pic 9(4) value zero.
    01 ws-log-found-idx   pic 9(4) value zero.

    *> This run's EDI invoices, totalled in the first pass so the
    *> BIG segment can say invoice or credit memo before the lines.
    01 ws-edi-inv-table.
      05 ws-ein-entry occurs 1000 times indexed by ws-ein-idx.
        10 ein-invoice-no        pic 9(6).
        10 ein-cust-no           pic 9(6).
        10 ein-partner-id        pic x(15).
        10 ein-state             pic x(2).
        10 ein-total             pic s9(9)v99 sign is leading separate.
        10 ein-tax               pic s9(9)v99 sign is leading separate.
        10 ein-line-count        pic 9(4).
        10 ein-resend-idx        pic 9(4).
    01 ws-ein-count       pic 9(4) value zero.
    01 ws-ein-cur         pic 9(4) value zero.
    01 ws-ein-found-idx   pic 9(4) value zero.
    01 ws-partner-table.
      05 ws-prt-entry occurs 50 times indexed by ws-prt-idx.
        10 prt-partner-id        pic x(15).
    01 ws-prt-count       pic 9(2) value zero.
    01 ws-cur-partner     pic x(15).
    01 ws-no-partner-count pic 9(6) value zero.
    01 ws-already-sent-count pic 9(6) value zero.

    *> Envelope state while one interchange is being written.
    01 ws-interchange-ctl pic 9(9).
    01 ws-group-ctl       pic 9(9).
    01 ws-set-ctl         pic 9(4).
    01 ws-set-count       pic 9(6).
    01 ws-seg-count       pic 9(6).
    01 ws-in-set          pic x(1) value "N".
        88 IN-SET         value "Y".
    01 ws-sent-count      pic 9(6) value zero.
    01 ws-interchange-count pic 9(4) value zero.
    01 ws-seg-date6       pic 9(6).

    *> Segment element text. X12 numbers carry no leading zeros or
    *> padding, so each goes through an edit picture and a trim.
    01 ws-e-qty           pic z(4)9.
    01 ws-e-price         pic -(7)9.99.
    01 ws-e-amount        pic -(9)9.99.
    01 ws-e-cents         pic -(11)9.
    01 ws-e-count         pic z(5)9.
    01 ws-e-pct           pic z9.9.
    01 ws-e-days          pic zz9.
    01 ws-cents           pic s9(11).
    01 ws-line-qty-n      pic 9(5).
    01 ws-big-type        pic x(2).
    01 ws-isa-ctl         pic 9(9).
    01 ws-seg-ptr         pic 9(3).

    *> 997 functional acknowledgment, read back element by element.
    01 ws-ack-el-1        pic x(15).
    01 ws-ack-el-2        pic x(15).
    01 ws-ack-el-3        pic x(15).
    01 ws-ack-group       pic 9(9) value zero.
    01 ws-ack-set         pic 9(4) value zero.
    01 ws-ack-set-seen    pic x(1) value "N".
    01 ws-ack-code        pic x(1).
    01 ws-ack-new-status  pic x(1).
    01 ws-acks-applied    pic 9(6) value zero.
    01 ws-ack-segments    pic 9(6) value zero.

    *> Sent-but-unacknowledged follow-up.
    01 ws-days-out        pic s9(5).
    01 ws-unacked-count   pic 9(6) value zero.
    01 ws-rejected-count  pic 9(6) value zero.

    *> Run-log entry with elapsed time, like every other cycle step.
    01 ws-runlog-status   pic x(2) value "00".
    01 ws-run-status-txt  pic x(8) value "COMPLETE".
    01 ws-step-start-hhmmss pic 9(6) value zero.
    01 ws-step-end-hhmmss   pic 9(6) value zero.
    01 ws-step-elapsed-secs pic s9(6) value zero.
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Outbound EDI invoices for trading-partner customers: every
  *> invoice on INVLINE.DAT whose customer takes EDI (CU-DELIVERY-PREF
  *> "E" or "B" with a partner id) goes out on EDIINV.DAT as an 810
  *> invoice transaction set, one interchange and functional group per
  *> partner, priced and taxed as billing priced and taxed it. Each
  *> set is logged on EDILOG.DAT with its control numbers; the
  *> partner's 997 acknowledgments on EDIACK.DAT are read back against
  *> that log, and whatever is still unanswered past the wait days -
  *> or was rejected - is listed for follow-up.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform load-edi-control.
  perform load-item-price-table.
  perform load-tax-rate-table.
  perform load-edi-log.
  if return-code not = zero
    display "EDIINV: TRANSMISSION LOG NOT FULLY LOADED - NOTHING SENT"
    perform write-run-log-entry
    goback
  end-if.
  perform open-edi-report.
  perform apply-acknowledgments.
  perform collect-edi-invoices.
  perform build-edi-interchanges.
  perform save-edi-log.
  perform save-edi-control.
  perform report-unacknowledged.
  close edi-report.
  display "EDIINV: " ws-sent-count " INVOICE(S) IN " ws-interchange-count
      " INTERCHANGE(S), " ws-acks-applied " ACKNOWLEDGED, "
      ws-unacked-count " OVERDUE, " ws-rejected-count " REJECTED".
  perform write-run-log-entry.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "EDIINV" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  move function current-date(9:4) to ws-now-hhmm.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

load-edi-control.
  open input edi-ctl.
  if ws-ec-status = "35"
    open output edi-ctl
    move spaces to edi-ctl-record
    move ws-sender-id to ec-sender-id
    move zero to ec-last-interchange
    move zero to ec-last-group
    move ws-ack-wait-days to ec-ack-wait-days
    write edi-ctl-record
    close edi-ctl
    open input edi-ctl
  end-if.
  move "EDICTL.DAT" to ws-abend-file-name.
  move ws-ec-status to ws-abend-status.
  perform check-file-status.
  read edi-ctl
    at end continue
  end-read.
  close edi-ctl.
  if ec-sender-id not = spaces
    move ec-sender-id to ws-sender-id
  end-if.
  if ec-last-interchange numeric
    move ec-last-interchange to ws-last-interchange
  end-if.
  if ec-last-group numeric
    move ec-last-group to ws-last-group
  end-if.
  if ec-ack-wait-days numeric and ec-ack-wait-days > zero
    move ec-ack-wait-days to ws-ack-wait-days
  end-if.

save-edi-control.
  open output edi-ctl.
  move "EDICTL.DAT" to ws-abend-file-name.
  move ws-ec-status to ws-abend-status.
  perform check-file-status.
  move spaces to edi-ctl-record.
  move ws-sender-id to ec-sender-id.
  move ws-last-interchange to ec-last-interchange.
  move ws-last-group to ec-last-group.
  move ws-ack-wait-days to ec-ack-wait-days.
  write edi-ctl-record.
  close edi-ctl.

load-item-price-table.
  *> Latest price effective on or before today per item - the same
  *> selection rule the billing run applies.
  move zero to ws-ipr-count.
  move "N" to ws-ipr-eof.
  open input item-price-table.
  if ws-ipr-status = "35"
    close item-price-table
    exit paragraph
  end-if.
  move "ITEMPRC.DAT" to ws-abend-file-name.
  move ws-ipr-status to ws-abend-status.
  perform check-file-status.
  read item-price-table
    at end set IPR-EOF to true
  end-read.
  perform until IPR-EOF
    if ip-eff-date <= ws-today-date
      perform post-item-price-row
    end-if
    read item-price-table
      at end set IPR-EOF to true
    end-read
  end-perform.
  close item-price-table.

post-item-price-row.
  move zero to ws-ipr-found-idx.
  set ws-ipr-idx to 1.
  search ws-ipr-entry varying ws-ipr-idx
    at end continue
    when ipr-item-id(ws-ipr-idx) = ip-item-id
      move ws-ipr-idx to ws-ipr-found-idx
  end-search.
  if ws-ipr-found-idx = zero
    if ws-ipr-count < 200
      add 1 to ws-ipr-count
      move ws-ipr-count to ws-ipr-found-idx
      move ip-item-id to ipr-item-id(ws-ipr-found-idx)
      move ip-unit-price to ipr-unit-price(ws-ipr-found-idx)
      move ip-eff-date to ipr-eff-date(ws-ipr-found-idx)
    end-if
  else
    if ip-eff-date >= ipr-eff-date(ws-ipr-found-idx)
      move ip-unit-price to ipr-unit-price(ws-ipr-found-idx)
      move ip-eff-date to ipr-eff-date(ws-ipr-found-idx)
    end-if
  end-if.

resolve-line-price.
  move inv-unit-price to ws-resolved-price.
  if inv-item-id = zero or INV-LINE-CREDIT
    exit paragraph
  end-if.
  set ws-ipr-idx to 1.
  search ws-ipr-entry
    at end continue
    when ipr-item-id(ws-ipr-idx) = inv-item-id
      move ipr-unit-price(ws-ipr-idx) to ws-resolved-price
  end-search.

extend-invoice-line.
  perform resolve-line-price.
  multiply inv-qty by ws-resolved-price giving ws-line-extension rounded.
  if INV-LINE-CREDIT
    compute ws-line-extension = zero - ws-line-extension
  end-if.

load-tax-rate-table.
  *> Latest rate effective on or before today per state - the
  *> RATETBL selection rule on the tax side.
  move zero to ws-trt-count.
  move "N" to ws-txr-eof.
  open input tax-rate-file.
  if ws-txr-status = "35"
    close tax-rate-file
    exit paragraph
  end-if.
  move "TAXRATE.DAT" to ws-abend-file-name.
  move ws-txr-status to ws-abend-status.
  perform check-file-status.
  read tax-rate-file
    at end set TXR-EOF to true
  end-read.
  perform until TXR-EOF
    if tr-eff-date <= ws-today-date
      perform post-tax-rate-row
    end-if
    read tax-rate-file
      at end set TXR-EOF to true
    end-read
  end-perform.
  close tax-rate-file.

post-tax-rate-row.
  set ws-trt-idx to 1.
  search ws-trt-entry
    at end
      if ws-trt-count < 60
        add 1 to ws-trt-count
        set ws-trt-idx to ws-trt-count
        move tr-state to trt-state(ws-trt-idx)
        move tr-rate-pct to trt-rate-pct(ws-trt-idx)
        move tr-eff-date to trt-eff-date(ws-trt-idx)
      end-if
    when trt-state(ws-trt-idx) = tr-state
      if tr-eff-date >= trt-eff-date(ws-trt-idx)
        move tr-rate-pct to trt-rate-pct(ws-trt-idx)
        move tr-eff-date to trt-eff-date(ws-trt-idx)
      end-if
  end-search.

load-edi-log.
  move zero to ws-log-count.
  move "N" to ws-el-eof.
  open input edi-log-file.
  if ws-el-status = "35"
    close edi-log-file
    exit paragraph
  end-if.
  move "EDILOG.DAT" to ws-abend-file-name.
  move ws-el-status to ws-abend-status.
  perform check-file-status.
  read edi-log-file
    at end set EL-EOF to true
  end-read.
  perform until EL-EOF
    if ws-log-count < 3000
      add 1 to ws-log-count
      move el-interchange-ctl to log-interchange-ctl(ws-log-count)
      move el-group-ctl to log-group-ctl(ws-log-count)
      move el-set-ctl to log-set-ctl(ws-log-count)
      move el-partner-id to log-partner-id(ws-log-count)
      move el-invoice-no to log-invoice-no(ws-log-count)
      move el-cust-no to log-cust-no(ws-log-count)
      move el-sent-date to log-sent-date(ws-log-count)
      move el-invoice-total to log-invoice-total(ws-log-count)
      move el-ack-status to log-ack-status(ws-log-count)
      move el-ack-date to log-ack-date(ws-log-count)
    else
      *> Writing back a truncated log would lose transmissions.
      display "EDIINV: TRANSMISSION LOG TABLE FULL AT 3000"
      move 16 to return-code
      set EL-EOF to true
    end-if
    read edi-log-file
      at end set EL-EOF to true
    end-read
  end-perform.
  close edi-log-file.

save-edi-log.
  open output edi-log-file.
  move "EDILOG.DAT" to ws-abend-file-name.
  move ws-el-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-log-idx from 1 by 1 until ws-log-idx > ws-log-count
    move log-interchange-ctl(ws-log-idx) to el-interchange-ctl
    move log-group-ctl(ws-log-idx) to el-group-ctl
    move log-set-ctl(ws-log-idx) to el-set-ctl
    move log-partner-id(ws-log-idx) to el-partner-id
    move log-invoice-no(ws-log-idx) to el-invoice-no
    move log-cust-no(ws-log-idx) to el-cust-no
    move log-sent-date(ws-log-idx) to el-sent-date
    move log-invoice-total(ws-log-idx) to el-invoice-total
    move log-ack-status(ws-log-idx) to el-ack-status
    move log-ack-date(ws-log-idx) to el-ack-date
    write edi-log-record
  end-perform.
  close edi-log-file.

open-edi-report.
  open extend edi-report.
  if ws-er-status = "35"
    open output edi-report
  end-if.
  move "EDIINV.RPT" to ws-abend-file-name.
  move ws-er-status to ws-abend-status.
  perform check-file-status.
  move spaces to edi-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into edi-report-line.
  write edi-report-line.

apply-acknowledgments.
  *> A 997 answers by group (AK1) and, set by set, by transaction
  *> set (AK2 then AK5). A group acknowledged only at the group
  *> level (AK9 with no AK2) settles every set in the group still
  *> waiting. The delivery is consumed once read, like LOCKBOX.DAT.
  move "N" to ws-ea-eof.
  open input edi-ack-file.
  if ws-ea-status = "35"
    close edi-ack-file
    exit paragraph
  end-if.
  move "EDIACK.DAT" to ws-abend-file-name.
  move ws-ea-status to ws-abend-status.
  perform check-file-status.
  read edi-ack-file
    at end set EA-EOF to true
  end-read.
  perform until EA-EOF
    add 1 to ws-ack-segments
    perform apply-one-ack-segment
    read edi-ack-file
      at end set EA-EOF to true
    end-read
  end-perform.
  close edi-ack-file.
  open output edi-ack-file.
  close edi-ack-file.
  move spaces to edi-report-line.
  string "ACKNOWLEDGMENTS: " ws-ack-segments " SEGMENT(S) READ, "
      ws-acks-applied " TRANSACTION SET(S) SETTLED"
      into edi-report-line.
  write edi-report-line.

apply-one-ack-segment.
  move spaces to ws-ack-el-1.
  move spaces to ws-ack-el-2.
  move spaces to ws-ack-el-3.
  unstring edi-ack-segment delimited by "*" or "~"
      into ws-ack-el-1 ws-ack-el-2 ws-ack-el-3.
  evaluate ws-ack-el-1
    when "AK1"
      move zero to ws-ack-group
      if ws-ack-el-3(1:1) is numeric
        move function numval(ws-ack-el-3) to ws-ack-group
      end-if
      move "N" to ws-ack-set-seen
    when "AK2"
      move zero to ws-ack-set
      if ws-ack-el-3(1:1) is numeric
        move function numval(ws-ack-el-3) to ws-ack-set
      end-if
      move "Y" to ws-ack-set-seen
    when "AK5"
      move ws-ack-el-2(1:1) to ws-ack-code
      perform translate-ack-code
      perform settle-one-set
    when "AK9"
      if ws-ack-set-seen = "N"
        move ws-ack-el-2(1:1) to ws-ack-code
        perform translate-ack-code
        perform settle-whole-group
      end-if
    when other
      continue
  end-evaluate.

translate-ack-code.
  *> A and E are accepted (E with errors noted); R, M, W and X are
  *> the rejections. P on a group is partial - only its AK5s say
  *> which sets, so it settles nothing by itself.
  evaluate ws-ack-code
    when "A"
      move "A" to ws-ack-new-status
    when "E"
      move "E" to ws-ack-new-status
    when "R"
    when "M"
    when "W"
    when "X"
      move "R" to ws-ack-new-status
    when other
      move space to ws-ack-new-status
  end-evaluate.

settle-one-set.
  if ws-ack-new-status = space
    exit paragraph
  end-if.
  perform varying ws-log-idx from 1 by 1 until ws-log-idx > ws-log-count
    if log-group-ctl(ws-log-idx) = ws-ack-group
        and log-set-ctl(ws-log-idx) = ws-ack-set
        and log-ack-status(ws-log-idx) = "S"
      move ws-ack-new-status to log-ack-status(ws-log-idx)
      move ws-today-date to log-ack-date(ws-log-idx)
      add 1 to ws-acks-applied
    end-if
  end-perform.

settle-whole-group.
  if ws-ack-new-status = space
    exit paragraph
  end-if.
  perform varying ws-log-idx from 1 by 1 until ws-log-idx > ws-log-count
    if log-group-ctl(ws-log-idx) = ws-ack-group
        and log-ack-status(ws-log-idx) = "S"
      move ws-ack-new-status to log-ack-status(ws-log-idx)
      move ws-today-date to log-ack-date(ws-log-idx)
      add 1 to ws-acks-applied
    end-if
  end-perform.

collect-edi-invoices.
  *> First pass: which invoices go by EDI, to which partner, and
  *> their totals. An invoice already sent (and not rejected) is
  *> not sent twice; a rejected one goes out again.
  move zero to ws-ein-count.
  move zero to ws-prt-count.
  move "Y" to ws-first-inv-line.
  move "N" to ws-invline-eof.
  open input invoice-line-file.
  if ws-invline-status = "35"
    close invoice-line-file
    exit paragraph
  end-if.
  move "INVLINE.DAT" to ws-abend-file-name.
  move ws-invline-status to ws-abend-status.
  perform check-file-status.
  open input customer-file.
  if ws-cu-status = "35"
    *> No customer master, no delivery preferences - all paper.
    close invoice-line-file
    exit paragraph
  end-if.
  read invoice-line-file
    at end set INVLINE-EOF to true
  end-read.
  perform until INVLINE-EOF
    if FIRST-INV-LINE or inv-no not = ws-prev-inv-no
      if not FIRST-INV-LINE
        perform finish-edi-invoice-total
      end-if
      move "N" to ws-first-inv-line
      perform start-edi-invoice
    end-if
    move inv-no to ws-prev-inv-no
    if ws-ein-cur not = zero
      perform extend-invoice-line
      add ws-line-extension to ein-total(ws-ein-cur)
      add 1 to ein-line-count(ws-ein-cur)
    end-if
    read invoice-line-file
      at end set INVLINE-EOF to true
    end-read
  end-perform.
  if not FIRST-INV-LINE
    perform finish-edi-invoice-total
  end-if.
  close invoice-line-file.
  close customer-file.

start-edi-invoice.
  move zero to ws-ein-cur.
  move inv-cust-no to ws-cu-rel-key.
  read customer-file
    invalid key exit paragraph
  end-read.
  if not CU-DELIVER-EDI and not CU-DELIVER-BOTH
    exit paragraph
  end-if.
  if cu-edi-partner-id = spaces
    add 1 to ws-no-partner-count
    move spaces to edi-report-line
    string "CUSTOMER " cu-cust-no " INVOICE " inv-no
        " TAKES EDI BUT HAS NO PARTNER ID - PRINTED INSTEAD"
        into edi-report-line
    write edi-report-line
    exit paragraph
  end-if.
  move zero to ws-log-found-idx.
  perform varying ws-log-idx from 1 by 1 until ws-log-idx > ws-log-count
    if log-invoice-no(ws-log-idx) = inv-no
        and log-cust-no(ws-log-idx) = inv-cust-no
        and log-ack-status(ws-log-idx) not = "X"
      move ws-log-idx to ws-log-found-idx
    end-if
  end-perform.
  if ws-log-found-idx not = zero
    if log-ack-status(ws-log-found-idx) not = "R"
      add 1 to ws-already-sent-count
      exit paragraph
    end-if
  end-if.
  if ws-ein-count >= 1000
    display "EDIINV: EDI INVOICE TABLE FULL AT 1000 - REST NEXT RUN"
    exit paragraph
  end-if.
  add 1 to ws-ein-count.
  move ws-ein-count to ws-ein-cur.
  move inv-no to ein-invoice-no(ws-ein-cur).
  move inv-cust-no to ein-cust-no(ws-ein-cur).
  move cu-edi-partner-id to ein-partner-id(ws-ein-cur).
  move cu-state to ein-state(ws-ein-cur).
  move zero to ein-total(ws-ein-cur).
  move zero to ein-tax(ws-ein-cur).
  move zero to ein-line-count(ws-ein-cur).
  move ws-log-found-idx to ein-resend-idx(ws-ein-cur).
  set ws-prt-idx to 1.
  search ws-prt-entry
    at end
      if ws-prt-count < 50
        add 1 to ws-prt-count
        move cu-edi-partner-id to prt-partner-id(ws-prt-count)
      end-if
    when ws-prt-idx <= ws-prt-count
        and prt-partner-id(ws-prt-idx) = cu-edi-partner-id
      continue
  end-search.

finish-edi-invoice-total.
  *> Tax the way compute-invoice-tax taxes: the merchandise total at
  *> the customer's state rate. TDS carries the gross.
  if ws-ein-cur = zero
    exit paragraph
  end-if.
  set ws-trt-idx to 1.
  search ws-trt-entry
    at end continue
    when ws-trt-idx <= ws-trt-count
        and trt-state(ws-trt-idx) = ein-state(ws-ein-cur)
      compute ein-tax(ws-ein-cur) rounded =
          ein-total(ws-ein-cur) * trt-rate-pct(ws-trt-idx) / 100
  end-search.

build-edi-interchanges.
  *> Second pass, once per partner: one ISA/GS envelope around all
  *> of that partner's invoice sets. The file is rebuilt whole each
  *> run, like DDEBIT.DAT - EDILOG.DAT is the cumulative record.
  open output edi-out-file.
  move "EDIINV.DAT" to ws-abend-file-name.
  move ws-eo-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-prt-idx from 1 by 1 until ws-prt-idx > ws-prt-count
    move prt-partner-id(ws-prt-idx) to ws-cur-partner
    perform write-partner-interchange
  end-perform.
  close edi-out-file.

write-partner-interchange.
  add 1 to ws-last-interchange.
  add 1 to ws-last-group.
  add 1 to ws-interchange-count.
  move ws-last-interchange to ws-interchange-ctl.
  move ws-last-group to ws-group-ctl.
  move zero to ws-set-ctl.
  move zero to ws-set-count.
  move ws-today-date(3:6) to ws-seg-date6.
  move ws-interchange-ctl to ws-isa-ctl.
  move spaces to edi-segment.
  string "ISA*00*          *00*          *ZZ*" ws-sender-id
      "*ZZ*" ws-cur-partner "*" ws-seg-date6 "*" ws-now-hhmm
      "*U*00401*" ws-isa-ctl "*0*P*>~" delimited by size
      into edi-segment.
  write edi-segment.
  move spaces to edi-segment.
  string "GS*IN*" function trim(ws-sender-id)
      "*" function trim(ws-cur-partner)
      "*" ws-today-date "*" ws-now-hhmm
      "*" ws-group-ctl "*X*004010~" delimited by size
      into edi-segment.
  write edi-segment.
  move "Y" to ws-first-inv-line.
  move "N" to ws-invline-eof.
  move "N" to ws-in-set.
  open input invoice-line-file.
  move "INVLINE.DAT" to ws-abend-file-name.
  move ws-invline-status to ws-abend-status.
  perform check-file-status.
  open input customer-file.
  read invoice-line-file
    at end set INVLINE-EOF to true
  end-read.
  perform until INVLINE-EOF
    if FIRST-INV-LINE or inv-no not = ws-prev-inv-no
      if IN-SET
        perform write-set-trailer
      end-if
      move "N" to ws-first-inv-line
      perform find-partner-invoice
      if ws-ein-found-idx not = zero
        perform write-set-header
      end-if
    end-if
    move inv-no to ws-prev-inv-no
    if IN-SET
      perform write-set-line
    end-if
    read invoice-line-file
      at end set INVLINE-EOF to true
    end-read
  end-perform.
  if IN-SET
    perform write-set-trailer
  end-if.
  close invoice-line-file.
  close customer-file.
  move ws-set-count to ws-e-count.
  move spaces to edi-segment.
  string "GE*" function trim(ws-e-count) "*" ws-group-ctl "~"
      delimited by size into edi-segment.
  write edi-segment.
  move spaces to edi-segment.
  string "IEA*1*" ws-isa-ctl "~" delimited by size into edi-segment.
  write edi-segment.
  move spaces to edi-report-line.
  string "PARTNER " ws-cur-partner " INTERCHANGE " ws-interchange-ctl
      " GROUP " ws-group-ctl " SETS " ws-set-count
      into edi-report-line.
  write edi-report-line.

find-partner-invoice.
  move zero to ws-ein-found-idx.
  perform varying ws-ein-idx from 1 by 1 until ws-ein-idx > ws-ein-count
    if ein-invoice-no(ws-ein-idx) = inv-no
        and ein-cust-no(ws-ein-idx) = inv-cust-no
        and ein-partner-id(ws-ein-idx) = ws-cur-partner
      move ws-ein-idx to ws-ein-found-idx
    end-if
  end-perform.

write-set-header.
  move ws-ein-found-idx to ws-ein-cur.
  move "Y" to ws-in-set.
  add 1 to ws-set-ctl.
  add 1 to ws-set-count.
  move zero to ws-seg-count.
  move spaces to edi-segment.
  string "ST*810*" ws-set-ctl "~" delimited by size into edi-segment.
  perform write-set-segment.
  if ein-total(ws-ein-cur) < zero
    move "CR" to ws-big-type
  else
    move "DI" to ws-big-type
  end-if.
  move spaces to edi-segment.
  string "BIG*" ws-today-date "*" inv-no "*****" ws-big-type "~"
      delimited by size into edi-segment.
  perform write-set-segment.
  move ein-cust-no(ws-ein-cur) to ws-cu-rel-key.
  read customer-file
    invalid key initialize customer-record
  end-read.
  move spaces to edi-segment.
  string "N1*BT*" function trim(cu-name) "*91*" inv-cust-no "~"
      delimited by size into edi-segment.
  perform write-set-segment.
  move spaces to edi-segment.
  if cu-street-line-2 = spaces
    string "N3*" function trim(cu-street-line-1) "~"
        delimited by size into edi-segment
  else
    string "N3*" function trim(cu-street-line-1)
        "*" function trim(cu-street-line-2) "~"
        delimited by size into edi-segment
  end-if.
  perform write-set-segment.
  move spaces to edi-segment.
  string "N4*" function trim(cu-city) "*" cu-state "*" cu-zip "~"
      delimited by size into edi-segment.
  perform write-set-segment.
  if cu-terms-net-days > zero
    move spaces to edi-segment
    move 1 to ws-seg-ptr
    string "ITD*01*3*" delimited by size
        into edi-segment with pointer ws-seg-ptr
    if cu-terms-disc-pct > zero
      move cu-terms-disc-pct to ws-e-pct
      move cu-terms-disc-days to ws-e-days
      string function trim(ws-e-pct) "**" function trim(ws-e-days) "**"
          delimited by size into edi-segment with pointer ws-seg-ptr
    else
      string "****" delimited by size
          into edi-segment with pointer ws-seg-ptr
    end-if
    move cu-terms-net-days to ws-e-days
    string function trim(ws-e-days) "~" delimited by size
        into edi-segment with pointer ws-seg-ptr
    perform write-set-segment
  end-if.

write-set-line.
  perform extend-invoice-line.
  move inv-qty to ws-e-qty.
  if INV-LINE-CREDIT
    compute ws-e-price = zero - ws-resolved-price
  else
    move ws-resolved-price to ws-e-price
  end-if.
  move spaces to edi-segment.
  string "IT1*" inv-line-no "*" function trim(ws-e-qty) "*EA*"
      function trim(ws-e-price) "**VP*" inv-item-id "~"
      delimited by size into edi-segment.
  perform write-set-segment.

write-set-trailer.
  compute ws-cents = (ein-total(ws-ein-cur) + ein-tax(ws-ein-cur)) * 100.
  move ws-cents to ws-e-cents.
  move spaces to edi-segment.
  string "TDS*" function trim(ws-e-cents) "~"
      delimited by size into edi-segment.
  perform write-set-segment.
  if ein-tax(ws-ein-cur) not = zero
    move ein-tax(ws-ein-cur) to ws-e-amount
    move spaces to edi-segment
    string "TXI*ST*" function trim(ws-e-amount) "~"
        delimited by size into edi-segment
    perform write-set-segment
  end-if.
  move ein-line-count(ws-ein-cur) to ws-e-count.
  move spaces to edi-segment.
  string "CTT*" function trim(ws-e-count) "~"
      delimited by size into edi-segment.
  perform write-set-segment.
  *> SE counts every segment of the set, ST and SE included.
  add 1 to ws-seg-count.
  move ws-seg-count to ws-e-count.
  move spaces to edi-segment.
  string "SE*" function trim(ws-e-count) "*" ws-set-ctl "~"
      delimited by size into edi-segment.
  write edi-segment.
  move "N" to ws-in-set.
  perform log-transmission.

write-set-segment.
  add 1 to ws-seg-count.
  write edi-segment.

log-transmission.
  *> A resent invoice's rejected row is closed out as resent; the new
  *> row is the one its next acknowledgment settles.
  if ein-resend-idx(ws-ein-cur) not = zero
    move "X" to log-ack-status(ein-resend-idx(ws-ein-cur))
  end-if.
  add 1 to ws-sent-count.
  move spaces to edi-report-line.
  string "  SET " ws-set-ctl " INVOICE " ein-invoice-no(ws-ein-cur)
      " CUSTOMER " ein-cust-no(ws-ein-cur) " TOTAL "
      ein-total(ws-ein-cur) " TAX " ein-tax(ws-ein-cur)
      into edi-report-line.
  write edi-report-line.
  if ws-log-count >= 3000
    display "EDIINV: TRANSMISSION LOG FULL - SET " ws-set-ctl
        " OF GROUP " ws-group-ctl " NOT LOGGED"
    move 16 to return-code
    exit paragraph
  end-if.
  add 1 to ws-log-count.
  move ws-interchange-ctl to log-interchange-ctl(ws-log-count).
  move ws-group-ctl to log-group-ctl(ws-log-count).
  move ws-set-ctl to log-set-ctl(ws-log-count).
  move ws-cur-partner to log-partner-id(ws-log-count).
  move ein-invoice-no(ws-ein-cur) to log-invoice-no(ws-log-count).
  move ein-cust-no(ws-ein-cur) to log-cust-no(ws-log-count).
  move ws-today-date to log-sent-date(ws-log-count).
  compute log-invoice-total(ws-log-count) =
      ein-total(ws-ein-cur) + ein-tax(ws-ein-cur).
  move "S" to log-ack-status(ws-log-count).
  move zero to log-ack-date(ws-log-count).

report-unacknowledged.
  *> Sent but never acknowledged past the wait, and rejected by the
  *> partner - the two lists the EDI coordinator works each morning.
  move spaces to edi-report-line.
  string "SENT INVOICES NOT ACKNOWLEDGED AFTER " ws-ack-wait-days
      " DAY(S), AND REJECTED INVOICES" into edi-report-line.
  write edi-report-line.
  perform varying ws-log-idx from 1 by 1 until ws-log-idx > ws-log-count
    if log-ack-status(ws-log-idx) = "S"
      compute ws-days-out =
          function integer-of-date(ws-today-date)
          - function integer-of-date(log-sent-date(ws-log-idx))
      if ws-days-out > ws-ack-wait-days
        add 1 to ws-unacked-count
        move spaces to edi-report-line
        string "  NOT ACKNOWLEDGED INVOICE " log-invoice-no(ws-log-idx)
            " PARTNER " log-partner-id(ws-log-idx)
            " SENT " log-sent-date(ws-log-idx)
            " GROUP " log-group-ctl(ws-log-idx)
            " SET " log-set-ctl(ws-log-idx)
            into edi-report-line
        write edi-report-line
      end-if
    end-if
    if log-ack-status(ws-log-idx) = "R"
      add 1 to ws-rejected-count
      move spaces to edi-report-line
      string "  REJECTED INVOICE " log-invoice-no(ws-log-idx)
          " PARTNER " log-partner-id(ws-log-idx)
          " SENT " log-sent-date(ws-log-idx)
          " GROUP " log-group-ctl(ws-log-idx)
          " SET " log-set-ctl(ws-log-idx) " - RESEND REQUIRED"
          into edi-report-line
      write edi-report-line
    end-if
  end-perform.
  move spaces to edi-report-line.
  string "SENT=" ws-sent-count " ALREADY SENT=" ws-already-sent-count
      " NO PARTNER ID=" ws-no-partner-count
      " OVERDUE=" ws-unacked-count " REJECTED=" ws-rejected-count
      into edi-report-line.
  write edi-report-line.

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
      " JOB=EDIINV"
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

end program ediinv.
