identification division.
  program-id. lotexp.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select item-lot-file assign to "ITEMLOT.DAT"
        organization is line sequential
        file status is ws-lt-status.
    select lot-sort-work assign to "LOTSORT.WRK".
    select lot-sorted-file assign to "LOTSORT.DAT"
        organization is line sequential
        file status is ws-sorted-status.
    select item-cost-file assign to "ITEMCST.DAT"
        organization is line sequential
        file status is ws-ic-status.
    select lotexp-ctl assign to "LOTEXP.CTL"
        organization is line sequential
        file status is ws-le-status.
    select expiring-report assign to "LOTEXP.RPT"
        organization is line sequential
        file status is ws-er-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
data division.
  file section.
  fd  item-lot-file.
  01 item-lot-raw               pic x(54).
  sd  lot-sort-work.
  01 sort-lot-record.
    05 sort-item-id             pic 9(6).
    05 sort-location            pic 9(2).
    05 sort-lot-no              pic x(10).
    05 sort-receipt-date        pic 9(8).
    05 sort-expiry-date         pic 9(8).
    05 filler                   pic x(20).
  fd  lot-sorted-file.
  copy "itemlot.cpy".
  fd  item-cost-file.
  copy "itemcst.cpy".
*> How far ahead to look: lots expiring within this many days of the
*> business date are listed alongside the ones already expired.
  fd  lotexp-ctl.
  01 lotexp-ctl-record.
    05 le-warn-days            pic 9(3).
  fd  expiring-report.
  01 expiring-report-line       pic x(132).
  fd  run-ctl-file.
  copy "runctl.cpy".
  working-storage section.
    01 ws-lt-status       pic x(2) value "00".
    01 ws-sorted-status   pic x(2) value "00".
    01 ws-ic-status       pic x(2) value "00".
    01 ws-le-status       pic x(2) value "00".
    01 ws-er-status       pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-srt-eof         pic x(1) value "N".
        88 SRT-EOF        value "Y".
    01 ws-ic-eof          pic x(1) value "N".
        88 IC-EOF         value "Y".
    01 ws-cost-table.
      05 ws-ict-entry occurs 500 times indexed by ws-ict-idx.
        10 ict-item-id           pic 9(6).
        10 ict-unit-cost         pic s9(7)v99 sign is leading separate.
        10 ict-eff-date          pic 9(8).
    01 ws-ict-count       pic 9(3) value zero.
    01 ws-ict-found-idx   pic 9(3) value zero.
    01 ws-warn-days       pic 9(3) value 30.
    01 ws-horizon-date    pic 9(8) value zero.
    01 ws-days-left       pic s9(5) value zero.
    01 ws-days-edit       pic -(5)9.
    01 ws-lot-cost        pic s9(7)v99 value zero.
    01 ws-lot-value       pic s9(11)v99 value zero.
    01 ws-value-edit      pic z(10)9.99-.
    01 ws-lot-state       pic x(8) value spaces.
    01 ws-expired-count   pic 9(6) value zero.
    01 ws-expiring-count  pic 9(6) value zero.
    01 ws-expired-value   pic s9(11)v99 value zero.
    01 ws-expiring-value  pic s9(11)v99 value zero.
    01 ws-business-date   pic 9(8).
    01 ws-today-date      pic 9(8).
    copy "rptstamp.cpy".
procedure division.
main-paragraph.
  *> Lot stock that has expired or will within the warning window,
  *> soonest first, each lot valued at the item's current cost - the
  *> warehouse's pull list and finance's write-off exposure in one.
  perform load-report-stamp.
  perform establish-business-date.
  perform load-warning-window.
  perform load-item-cost-table.
  open input item-lot-file.
  if ws-lt-status = "35"
    close item-lot-file
    display "LOTEXP: NO ITEMLOT.DAT - NO LOT STOCK ON FILE"
    goback
  end-if.
  close item-lot-file.
  open extend expiring-report.
  if ws-er-status = "35"
    open output expiring-report
  end-if.
  move "LOTEXP.RPT" to ws-abend-file-name.
  move ws-er-status to ws-abend-status.
  perform check-file-status.
  move spaces to expiring-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into expiring-report-line.
  write expiring-report-line.
  move spaces to expiring-report-line.
  string "LOTS EXPIRED OR EXPIRING BY " ws-horizon-date
      " (BUSINESS DATE " ws-business-date ", WINDOW " ws-warn-days
      " DAYS)" into expiring-report-line.
  write expiring-report-line.
  sort lot-sort-work on ascending key sort-expiry-date sort-item-id
      sort-location sort-lot-no
      using item-lot-file
      giving lot-sorted-file.
  move "N" to ws-srt-eof.
  open input lot-sorted-file.
  move "LOTSORT.DAT" to ws-abend-file-name.
  move ws-sorted-status to ws-abend-status.
  perform check-file-status.
  read lot-sorted-file
    at end set SRT-EOF to true
  end-read.
  perform until SRT-EOF
    if lt-expiry-date not = zero and lt-on-hand-qty > zero
        and lt-expiry-date <= ws-horizon-date
      perform write-expiring-lot-line
    end-if
    read lot-sorted-file
      at end set SRT-EOF to true
    end-read
  end-perform.
  close lot-sorted-file.
  move ws-expired-value to ws-value-edit.
  move spaces to expiring-report-line.
  string "EXPIRED LOTS=" ws-expired-count " VALUE=" ws-value-edit
      into expiring-report-line.
  write expiring-report-line.
  move ws-expiring-value to ws-value-edit.
  move spaces to expiring-report-line.
  string "EXPIRING LOTS=" ws-expiring-count " VALUE=" ws-value-edit
      into expiring-report-line.
  write expiring-report-line.
  close expiring-report.
  display "LOTEXP: " ws-expired-count " EXPIRED, " ws-expiring-count
      " EXPIRING LOT(S) REPORTED".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "LOTEXP" to rpt-job-name.
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

load-warning-window.
  open input lotexp-ctl.
  if ws-le-status = "35"
    open output lotexp-ctl
    move ws-warn-days to le-warn-days
    write lotexp-ctl-record
    close lotexp-ctl
    open input lotexp-ctl
  end-if.
  move "LOTEXP.CTL" to ws-abend-file-name.
  move ws-le-status to ws-abend-status.
  perform check-file-status.
  read lotexp-ctl
    at end continue
  end-read.
  close lotexp-ctl.
  if le-warn-days numeric
    move le-warn-days to ws-warn-days
  end-if.
  compute ws-horizon-date = function date-of-integer(
      function integer-of-date(ws-business-date) + ws-warn-days).

load-item-cost-table.
  *> Latest cost effective on or before the business date per item -
  *> the selection rule invpost.cob values stock with.
  move zero to ws-ict-count.
  move "N" to ws-ic-eof.
  open input item-cost-file.
  if ws-ic-status = "35"
    close item-cost-file
    exit paragraph
  end-if.
  move "ITEMCST.DAT" to ws-abend-file-name.
  move ws-ic-status to ws-abend-status.
  perform check-file-status.
  read item-cost-file
    at end set IC-EOF to true
  end-read.
  perform until IC-EOF
    if ic-eff-date <= ws-business-date
      perform post-item-cost-row
    end-if
    read item-cost-file
      at end set IC-EOF to true
    end-read
  end-perform.
  close item-cost-file.

post-item-cost-row.
  move zero to ws-ict-found-idx.
  perform varying ws-ict-idx from 1 by 1
      until ws-ict-idx > ws-ict-count or ws-ict-found-idx not = zero
    if ict-item-id(ws-ict-idx) = ic-item-id
      set ws-ict-found-idx to ws-ict-idx
    end-if
  end-perform.
  if ws-ict-found-idx = zero
    if ws-ict-count < 500
      add 1 to ws-ict-count
      move ic-item-id to ict-item-id(ws-ict-count)
      move ic-unit-cost to ict-unit-cost(ws-ict-count)
      move ic-eff-date to ict-eff-date(ws-ict-count)
    end-if
  else
    if ic-eff-date >= ict-eff-date(ws-ict-found-idx)
      move ic-unit-cost to ict-unit-cost(ws-ict-found-idx)
      move ic-eff-date to ict-eff-date(ws-ict-found-idx)
    end-if
  end-if.

write-expiring-lot-line.
  move zero to ws-lot-cost.
  set ws-ict-idx to 1.
  search ws-ict-entry
    at end continue
    when ict-item-id(ws-ict-idx) = lt-item-id
      move ict-unit-cost(ws-ict-idx) to ws-lot-cost
  end-search.
  compute ws-lot-value rounded = lt-on-hand-qty * ws-lot-cost.
  compute ws-days-left = function integer-of-date(lt-expiry-date)
      - function integer-of-date(ws-business-date).
  if lt-expiry-date < ws-business-date
    move "EXPIRED" to ws-lot-state
    add 1 to ws-expired-count
    add ws-lot-value to ws-expired-value
  else
    move "EXPIRING" to ws-lot-state
    add 1 to ws-expiring-count
    add ws-lot-value to ws-expiring-value
  end-if.
  move ws-days-left to ws-days-edit.
  move ws-lot-value to ws-value-edit.
  move spaces to expiring-report-line.
  string ws-lot-state " ITEM=" lt-item-id " LOC=" lt-location
      " LOT=" lt-lot-no " RECEIVED=" lt-receipt-date
      " EXPIRES=" lt-expiry-date " DAYS=" ws-days-edit
      " QTY=" lt-on-hand-qty " VALUE=" ws-value-edit
      into expiring-report-line.
  write expiring-report-line.

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

end program lotexp.
