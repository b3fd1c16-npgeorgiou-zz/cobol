  input-output section.
  file-control.
    select ar-open-file assign to "AROPEN.DAT"
        organization is indexed
        access mode is sequential
        record key is ar-invoice-no
        alternate record key is ar-cust-no with duplicates
        alternate record key is ar-due-date with duplicates
        file status is ws-aro-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
    01 ws-bucket-90       pic s9(11)v99 sign is leading separate value zero.
    01 ws-bucket-90-plus  pic s9(11)v99 sign is leading separate value zero.
    01 ws-open-count      pic 9(6) value zero.
    01 ws-disputed-count  pic 9(6) value zero.
    01 ws-disputed-total  pic s9(11)v99 sign is leading separate value zero.
    01 ws-bucket-label    pic x(8).
    01 ws-today-date      pic 9(8).
    copy "rptstamp.cpy".
  *> shop with no run control yet): current, 1-30, 31-60 and 61-90
  *> roll into the conventional buckets, anything older lands in
  *> 90-plus. Closed items are skipped; part-paid items age on their
  *> unpaid remainder. Items a collector has recorded as disputed
  *> are not collectible until resolved, so they stay out of the
  *> buckets and are listed on their own after the totals.
  perform load-report-stamp.
  perform establish-business-date.
  perform age-open-items.
  display "ARAGING: " ws-open-count " OPEN ITEM(S) AGED, "
      ws-disputed-count " IN DISPUTE".
  goback.

load-report-stamp.
    at end set ARO-EOF to true
  end-read.
  perform until ARO-EOF
    if not AR-ITEM-CLOSED and not AR-IN-DISPUTE
      perform age-one-item
    end-if
    read ar-open-file
  end-perform.
  close ar-open-file.
  perform write-bucket-totals.
  perform list-disputed-items.
  close aging-report.

age-one-item.
      " 90-PLUS=" ws-bucket-90-plus into aging-report-line.
  write aging-report-line.

list-disputed-items.
  move spaces to aging-report-line.
  move "DISPUTED ITEMS - EXCLUDED FROM AGING" to aging-report-line.
  write aging-report-line.
  move "N" to ws-aro-eof.
  open input ar-open-file.
  move "AROPEN.DAT" to ws-abend-file-name.
  move ws-aro-status to ws-abend-status.
  perform check-file-status.
  read ar-open-file
    at end set ARO-EOF to true
  end-read.
  perform until ARO-EOF
    if AR-IN-DISPUTE and not AR-ITEM-CLOSED
      perform list-one-disputed-item
    end-if
    read ar-open-file
      at end set ARO-EOF to true
    end-read
  end-perform.
  close ar-open-file.
  move spaces to aging-report-line.
  string "TOTAL DISPUTED=" ws-disputed-total
      " ITEMS=" ws-disputed-count into aging-report-line.
  write aging-report-line.

list-one-disputed-item.
  add 1 to ws-disputed-count.
  compute ws-open-balance = ar-amount - ar-paid-amount.
  add ws-open-balance to ws-disputed-total.
  compute ws-days-past-due =
      function integer-of-date(ws-business-date)
      - function integer-of-date(ar-due-date).
  move spaces to aging-report-line.
  string "INV=" ar-invoice-no
      " CUST=" ar-cust-no
      " DUE=" ar-due-date
      " OPEN=" ws-open-balance
      " DAYS PAST DUE=" ws-days-past-due
      " REASON=" ar-dispute-reason into aging-report-line.
  write aging-report-line.

check-file-status.
  *> Shared by every OPEN above: a status other than "00" (success)
  *> that the caller didn't already recover from (a first-run "35")
