identification division.
  program-id. ddcoll.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select dd-mandate-file assign to "DDMANDATE.DAT"
        organization is line sequential
        file status is ws-dm-status.
    select ar-open-file assign to "AROPEN.DAT"
        organization is indexed
        access mode is dynamic
        record key is ar-invoice-no
        alternate record key is ar-cust-no with duplicates
        alternate record key is ar-due-date with duplicates
        file status is ws-aro-status.
    select dd-expect-file assign to "DDEXPECT.DAT"
        organization is line sequential
        file status is ws-dx-status.
    select dd-debit-file assign to "DDEBIT.DAT"
        organization is line sequential
        file status is ws-db-status.
    select ddcoll-ctl assign to "DDCOLL.CTL"
        organization is line sequential
        file status is ws-dc-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
    select ddcoll-report assign to "DDCOLL.RPT"
        organization is line sequential
        file status is ws-dr-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  run-log-file.
  01 run-log-line             pic x(160).
  fd  dd-mandate-file.
  copy "ddmandate.cpy".
  fd  ar-open-file.
  copy "aropen.cpy".
  fd  dd-expect-file.
  copy "ddexpect.cpy".
*> Outbound debit file in the bank's batch layout: one header naming
*> us as originator and the settlement date asked for, one entry per
*> debit, and a control trailer carrying the entry count, the total
*> and the routing-number hash the bank proves the file against.
  fd  dd-debit-file.
  01 dd-debit-record.
    05 db-rec-type             pic x(1).
    05 db-rec-data             pic x(70).
  01 dd-debit-header-record redefines dd-debit-record.
    05 dbh-type                pic x(1).
    05 dbh-originator-id       pic x(10).
    05 dbh-file-date           pic 9(8).
    05 dbh-settle-date         pic 9(8).
    05 dbh-filler              pic x(44).
  01 dd-debit-entry-record redefines dd-debit-record.
    05 dbd-type                pic x(1).
    05 dbd-trace-no            pic 9(8).
    05 dbd-routing-no          pic 9(9).
    05 dbd-account-no          pic x(17).
    05 dbd-account-type        pic x(1).
    05 dbd-amount              pic s9(9)v99 sign is leading separate.
    05 dbd-cust-no             pic 9(6).
    05 dbd-invoice-no          pic 9(6).
    05 dbd-mandate-id          pic x(12).
  01 dd-debit-trailer-record redefines dd-debit-record.
    05 dbt-type                pic x(1).
    05 dbt-entry-count         pic 9(6).
    05 dbt-total-amount        pic s9(11)v99 sign is leading separate.
    05 dbt-entry-hash          pic 9(10).
    05 dbt-filler              pic x(40).
*> Originator id the bank assigned us, days from the run date to
*> the settlement date asked for, and the next debit trace number.
  fd  ddcoll-ctl.
  01 ddcoll-ctl-record.
    05 dc-originator-id        pic x(10).
    05 filler                  pic x(1).
    05 dc-lead-days            pic 9(2).
    05 filler                  pic x(1).
    05 dc-next-trace-no        pic 9(8).
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  ddcoll-report.
  01 ddcoll-report-line        pic x(132).
  working-storage section.
    01 ws-dm-status       pic x(2) value "00".
    01 ws-aro-status      pic x(2) value "00".
    01 ws-dx-status       pic x(2) value "00".
    01 ws-db-status       pic x(2) value "00".
    01 ws-dc-status       pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-dr-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-dm-eof          pic x(1) value "N".
        88 DM-EOF         value "Y".
    01 ws-aro-eof         pic x(1) value "N".
        88 ARO-EOF        value "Y".
    01 ws-dx-eof          pic x(1) value "N".
        88 DX-EOF         value "Y".

    01 ws-originator-id   pic x(10) value "0000000000".
    01 ws-lead-days       pic 9(2) value 2.
    01 ws-next-trace-no   pic 9(8) value 1.
    01 ws-business-date   pic 9(8).
    01 ws-settle-date     pic 9(8).
    01 ws-settle-integer  pic 9(7).

    *> Active mandates only - a pending, suspended or cancelled
    *> mandate is never pulled against.
    01 ws-mandate-table.
      05 ws-mdt-entry occurs 1000 times indexed by ws-mdt-idx.
        10 mdt-cust-no           pic 9(6).
        10 mdt-mandate-id        pic x(12).
        10 mdt-routing-no        pic 9(9).
        10 mdt-account-no        pic x(17).
        10 mdt-account-type      pic x(1).
    01 ws-mdt-count       pic 9(4) value zero.
    01 ws-mdt-found-idx   pic 9(4) value zero.
    *> Invoices already out with the bank and not yet settled.
    01 ws-pending-table.
      05 ws-pnd-entry occurs 2000 times indexed by ws-pnd-idx.
        10 pnd-invoice-no        pic 9(6).
    01 ws-pnd-count       pic 9(4) value zero.
    01 ws-already-pending pic x(1) value "N".

    01 ws-open-balance    pic s9(9)v99 sign is leading separate.
    01 ws-debit-count     pic 9(6) value zero.
    01 ws-disputed-count  pic 9(6) value zero.
    01 ws-debit-total     pic s9(11)v99 sign is leading separate value zero.
    01 ws-hash-accum      pic 9(15) value zero.
    01 ws-entry-hash      pic 9(10) value zero.
    01 ws-today-date      pic 9(8).
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
  *> Direct-debit collection: every open invoice due by the business
  *> date for a customer with an active mandate goes to the bank as a
  *> debit entry on DDEBIT.DAT, under the bank's control totals. Each
  *> debit leaves an expected-receipt row on DDEXPECT.DAT - cashapp.cob
  *> applies it on the settlement date, and a debit the bank bounces
  *> comes back through nsfproc.cob like any other returned payment.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform establish-business-date.
  perform load-collection-control.
  perform load-active-mandates.
  perform load-pending-debits.
  if return-code not = zero
    display "DDCOLL: TABLES NOT FULLY LOADED - NOTHING COLLECTED"
    perform write-run-log-entry
    goback
  end-if.
  perform build-debit-file.
  perform save-collection-control.
  display "DDCOLL: " ws-debit-count " DEBIT(S) FOR SETTLEMENT "
      ws-settle-date ", TOTAL=" ws-debit-total.
  perform write-run-log-entry.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "DDCOLL" to rpt-job-name.
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

load-collection-control.
  open input ddcoll-ctl.
  if ws-dc-status = "35"
    open output ddcoll-ctl
    *> Placeholder originator id treasury replaces with the one the
    *> bank assigns before the first live file - GLBRIDGE.CTL
    *> discipline.
    move spaces to ddcoll-ctl-record
    move ws-originator-id to dc-originator-id
    move ws-lead-days to dc-lead-days
    move ws-next-trace-no to dc-next-trace-no
    write ddcoll-ctl-record
    close ddcoll-ctl
    open input ddcoll-ctl
  end-if.
  move "DDCOLL.CTL" to ws-abend-file-name.
  move ws-dc-status to ws-abend-status.
  perform check-file-status.
  read ddcoll-ctl
    at end continue
  end-read.
  close ddcoll-ctl.
  move dc-originator-id to ws-originator-id.
  if dc-lead-days numeric
    move dc-lead-days to ws-lead-days
  end-if.
  if dc-next-trace-no numeric and dc-next-trace-no not = zero
    move dc-next-trace-no to ws-next-trace-no
  end-if.
  compute ws-settle-integer =
      function integer-of-date(ws-business-date) + ws-lead-days.
  move function date-of-integer(ws-settle-integer) to ws-settle-date.

save-collection-control.
  open output ddcoll-ctl.
  move "DDCOLL.CTL" to ws-abend-file-name.
  move ws-dc-status to ws-abend-status.
  perform check-file-status.
  move spaces to ddcoll-ctl-record.
  move ws-originator-id to dc-originator-id.
  move ws-lead-days to dc-lead-days.
  move ws-next-trace-no to dc-next-trace-no.
  write ddcoll-ctl-record.
  close ddcoll-ctl.

load-active-mandates.
  move zero to ws-mdt-count.
  move "N" to ws-dm-eof.
  open input dd-mandate-file.
  if ws-dm-status = "35"
    close dd-mandate-file
    exit paragraph
  end-if.
  move "DDMANDATE.DAT" to ws-abend-file-name.
  move ws-dm-status to ws-abend-status.
  perform check-file-status.
  read dd-mandate-file
    at end set DM-EOF to true
  end-read.
  perform until DM-EOF
    if DM-ACTIVE
      if ws-mdt-count < 1000
        add 1 to ws-mdt-count
        move dm-cust-no to mdt-cust-no(ws-mdt-count)
        move dm-mandate-id to mdt-mandate-id(ws-mdt-count)
        move dm-routing-no to mdt-routing-no(ws-mdt-count)
        move dm-account-no to mdt-account-no(ws-mdt-count)
        move dm-account-type to mdt-account-type(ws-mdt-count)
      else
        display "DDCOLL: MANDATE TABLE FULL AT 1000 - DDMANDATE.DAT HAS MORE"
        move 16 to return-code
        set DM-EOF to true
      end-if
    end-if
    read dd-mandate-file
      at end set DM-EOF to true
    end-read
  end-perform.
  close dd-mandate-file.

load-pending-debits.
  move zero to ws-pnd-count.
  move "N" to ws-dx-eof.
  open input dd-expect-file.
  if ws-dx-status = "35"
    close dd-expect-file
    exit paragraph
  end-if.
  move "DDEXPECT.DAT" to ws-abend-file-name.
  move ws-dx-status to ws-abend-status.
  perform check-file-status.
  read dd-expect-file
    at end set DX-EOF to true
  end-read.
  perform until DX-EOF
    if DX-SUBMITTED
      if ws-pnd-count < 2000
        add 1 to ws-pnd-count
        move dx-invoice-no to pnd-invoice-no(ws-pnd-count)
      else
        display "DDCOLL: PENDING TABLE FULL AT 2000 - DDEXPECT.DAT HAS MORE"
        move 16 to return-code
        set DX-EOF to true
      end-if
    end-if
    read dd-expect-file
      at end set DX-EOF to true
    end-read
  end-perform.
  close dd-expect-file.

build-debit-file.
  *> The delivery file is rebuilt whole each run, like POSPAY.DAT -
  *> DDEXPECT.DAT is the cumulative record of what was sent.
  open output dd-debit-file.
  move "DDEBIT.DAT" to ws-abend-file-name.
  move ws-db-status to ws-abend-status.
  perform check-file-status.
  open extend dd-expect-file.
  if ws-dx-status = "35"
    open output dd-expect-file
  end-if.
  move "DDEXPECT.DAT" to ws-abend-file-name.
  move ws-dx-status to ws-abend-status.
  perform check-file-status.
  open extend ddcoll-report.
  if ws-dr-status = "35"
    open output ddcoll-report
  end-if.
  move "DDCOLL.RPT" to ws-abend-file-name.
  move ws-dr-status to ws-abend-status.
  perform check-file-status.
  move spaces to ddcoll-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into ddcoll-report-line.
  write ddcoll-report-line.
  move spaces to ddcoll-report-line.
  string "DIRECT DEBITS DUE BY " ws-business-date
      " FOR SETTLEMENT " ws-settle-date into ddcoll-report-line.
  write ddcoll-report-line.
  move spaces to dd-debit-record.
  move "H" to dbh-type.
  move ws-originator-id to dbh-originator-id.
  move ws-business-date to dbh-file-date.
  move ws-settle-date to dbh-settle-date.
  write dd-debit-record.
  *> Only items due by the business date are wanted, so the walk
  *> runs up the due-date key and stops at the first one not yet due.
  move "N" to ws-aro-eof.
  open input ar-open-file.
  if ws-aro-status = "35"
    set ARO-EOF to true
  else
    move "AROPEN.DAT" to ws-abend-file-name
    move ws-aro-status to ws-abend-status
    perform check-file-status
    move zero to ar-due-date
    start ar-open-file key is >= ar-due-date
      invalid key set ARO-EOF to true
    end-start
  end-if.
  if not ARO-EOF
    read ar-open-file next record
      at end set ARO-EOF to true
    end-read
  end-if.
  perform until ARO-EOF or ar-due-date > ws-business-date
    if not AR-ITEM-CLOSED and AR-DOC-INVOICE
      perform collect-one-item
    end-if
    read ar-open-file next record
      at end set ARO-EOF to true
    end-read
  end-perform.
  if ws-aro-status not = "35"
    close ar-open-file
  end-if.
  move ws-hash-accum to ws-entry-hash.
  move spaces to dd-debit-record.
  move "T" to dbt-type.
  move ws-debit-count to dbt-entry-count.
  move ws-debit-total to dbt-total-amount.
  move ws-entry-hash to dbt-entry-hash.
  write dd-debit-record.
  close dd-debit-file.
  move spaces to ddcoll-report-line.
  string "ENTRIES=" ws-debit-count " TOTAL=" ws-debit-total
      " HASH=" ws-entry-hash " DISPUTED HELD=" ws-disputed-count
      into ddcoll-report-line.
  write ddcoll-report-line.
  close ddcoll-report.
  close dd-expect-file.

collect-one-item.
  move zero to ws-mdt-found-idx.
  set ws-mdt-idx to 1.
  search ws-mdt-entry varying ws-mdt-idx
    at end continue
    when ws-mdt-idx <= ws-mdt-count
        and mdt-cust-no(ws-mdt-idx) = ar-cust-no
      move ws-mdt-idx to ws-mdt-found-idx
  end-search.
  if ws-mdt-found-idx = zero
    exit paragraph
  end-if.
  *> A collector's dispute (colmnt.cob) holds the item the way dunning
  *> holds it - no money is pulled on an invoice the customer is
  *> contesting. It is listed so the hold is visible.
  if AR-IN-DISPUTE
    perform report-disputed-item
    exit paragraph
  end-if.
  move "N" to ws-already-pending.
  set ws-pnd-idx to 1.
  search ws-pnd-entry varying ws-pnd-idx
    at end continue
    when ws-pnd-idx <= ws-pnd-count
        and pnd-invoice-no(ws-pnd-idx) = ar-invoice-no
      move "Y" to ws-already-pending
  end-search.
  if ws-already-pending = "Y"
    exit paragraph
  end-if.
  compute ws-open-balance = ar-amount - ar-paid-amount.
  if ws-open-balance <= zero
    exit paragraph
  end-if.
  move spaces to dd-debit-record.
  move "D" to dbd-type.
  move ws-next-trace-no to dbd-trace-no.
  move mdt-routing-no(ws-mdt-found-idx) to dbd-routing-no.
  move mdt-account-no(ws-mdt-found-idx) to dbd-account-no.
  move mdt-account-type(ws-mdt-found-idx) to dbd-account-type.
  move ws-open-balance to dbd-amount.
  move ar-cust-no to dbd-cust-no.
  move ar-invoice-no to dbd-invoice-no.
  move mdt-mandate-id(ws-mdt-found-idx) to dbd-mandate-id.
  write dd-debit-record.
  move ws-next-trace-no to dx-trace-no.
  move ar-cust-no to dx-cust-no.
  move ar-invoice-no to dx-invoice-no.
  move ws-open-balance to dx-amount.
  move ws-business-date to dx-submit-date.
  move ws-settle-date to dx-settle-date.
  move "S" to dx-status.
  write dd-expect-record.
  add 1 to ws-debit-count.
  add ws-open-balance to ws-debit-total.
  add mdt-routing-no(ws-mdt-found-idx) to ws-hash-accum.
  add 1 to ws-next-trace-no.
  move spaces to ddcoll-report-line.
  string "DEBIT TRACE=" dx-trace-no " CUST=" ar-cust-no
      " INV=" ar-invoice-no " DUE=" ar-due-date
      " AMT=" ws-open-balance
      " MANDATE=" mdt-mandate-id(ws-mdt-found-idx)
      into ddcoll-report-line.
  write ddcoll-report-line.

report-disputed-item.
  compute ws-open-balance = ar-amount - ar-paid-amount.
  add 1 to ws-disputed-count.
  move spaces to ddcoll-report-line.
  string "HELD  CUST=" ar-cust-no " INV=" ar-invoice-no
      " DUE=" ar-due-date " AMT=" ws-open-balance
      " IN DISPUTE - NOT COLLECTED"
      into ddcoll-report-line.
  write ddcoll-report-line.

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
      " JOB=DDCOLL"
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

end program ddcoll.
