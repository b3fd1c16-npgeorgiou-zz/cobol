identification division.
  program-id. ppvrpt.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select ppv-hist-file assign to "PPVHIST.DAT"
        organization is line sequential
        file status is ws-pv-status.
    select ppv-sort-work assign to "PPVSORT.WRK".
    select ppv-sorted-file assign to "PPVSORT.DAT"
        organization is line sequential
        file status is ws-sorted-status.
    select ppv-report assign to "PPV.RPT"
        organization is line sequential
        file status is ws-pr-status.
data division.
  file section.
  fd  ppv-hist-file.
  01 ppv-hist-raw               pic x(89).
  sd  ppv-sort-work.
  01 sort-ppv-record.
    05 sort-date                pic 9(8).
    05 sort-fiscal-year         pic 9(4).
    05 sort-fiscal-period       pic 9(2).
    05 sort-item-id             pic 9(6).
    05 sort-vendor-no           pic 9(6).
    05 sort-buyer-id            pic x(20).
    05 sort-po-no               pic 9(6).
    05 filler                   pic x(37).
  fd  ppv-sorted-file.
  copy "ppvhist.cpy".
  fd  ppv-report.
  01 ppv-report-line            pic x(132).
  working-storage section.
    01 ws-pv-status       pic x(2) value "00".
    01 ws-sorted-status   pic x(2) value "00".
    01 ws-pr-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-srt-eof         pic x(1) value "N".
        88 SRT-EOF        value "Y".

    *> Which way the current pass groups the variance.
    01 ws-section         pic x(1).
        88 SECTION-ITEM   value "I".
        88 SECTION-VENDOR value "V".
        88 SECTION-BUYER  value "B".
    01 ws-this-key        pic x(20).
    01 ws-group-key       pic x(20).
    01 ws-group-open      pic x(1) value "N".
    *> Group and section accumulators: year to date, with the current
    *> fiscal period's variance broken out.
    01 ws-grp-receipts    pic 9(6).
    01 ws-grp-qty         pic 9(7).
    01 ws-grp-po-value    pic s9(11)v99.
    01 ws-grp-std-value   pic s9(11)v99.
    01 ws-grp-ppv-ytd     pic s9(11)v99.
    01 ws-grp-ppv-ptd     pic s9(11)v99.
    01 ws-sec-po-value    pic s9(11)v99.
    01 ws-sec-std-value   pic s9(11)v99.
    01 ws-sec-ppv-ytd     pic s9(11)v99.
    01 ws-sec-ppv-ptd     pic s9(11)v99.
    01 ws-row-value       pic s9(11)v99.
    01 ws-ppv-pct         pic s9(5)v99.
    01 ws-row-count       pic 9(6) value zero.
    01 ws-today-date      pic 9(8).
    01 ws-qty-edit        pic z(6)9.
    01 ws-po-edit         pic z(8)9.99-.
    01 ws-std-edit        pic z(8)9.99-.
    01 ws-ytd-edit        pic z(8)9.99-.
    01 ws-ptd-edit        pic z(8)9.99-.
    01 ws-pct-edit        pic z(4)9.99-.
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Purchase price variance for the fiscal year to date off
  *> PPVHIST.DAT, three ways - by item, by vendor and by buyer - each
  *> group showing what the receipts cost at PO price against what
  *> they went into stock at standard, the variance for the current
  *> period and for the year, and the variance as a percentage of
  *> standard. Unfavorable (paid over standard) is positive.
  perform load-report-stamp.
  perform open-ppv-report.
  open input ppv-hist-file.
  if ws-pv-status = "35"
    close ppv-hist-file
    move spaces to ppv-report-line
    move "NO PPVHIST.DAT - NO STANDARD-COSTED RECEIPTS YET"
        to ppv-report-line
    write ppv-report-line
  else
    close ppv-hist-file
    move "I" to ws-section
    perform write-ppv-section
    move "V" to ws-section
    perform write-ppv-section
    move "B" to ws-section
    perform write-ppv-section
  end-if.
  close ppv-report.
  display "PPVRPT: " ws-row-count " RECEIPT(S) IN FY " rpt-fiscal-year.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "PPVRPT" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

open-ppv-report.
  open extend ppv-report.
  if ws-pr-status = "35"
    open output ppv-report
  end-if.
  move "PPV.RPT" to ws-abend-file-name.
  move ws-pr-status to ws-abend-status.
  perform check-file-status.
  move spaces to ppv-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into ppv-report-line.
  write ppv-report-line.

write-ppv-section.
  move spaces to ppv-report-line.
  evaluate true
    when SECTION-ITEM
      sort ppv-sort-work on ascending key sort-item-id sort-date
          using ppv-hist-file
          giving ppv-sorted-file
      string "PURCHASE PRICE VARIANCE BY ITEM - FY " rpt-fiscal-year
          " THROUGH PERIOD " rpt-fiscal-period into ppv-report-line
    when SECTION-VENDOR
      sort ppv-sort-work on ascending key sort-vendor-no sort-date
          using ppv-hist-file
          giving ppv-sorted-file
      string "PURCHASE PRICE VARIANCE BY VENDOR - FY " rpt-fiscal-year
          " THROUGH PERIOD " rpt-fiscal-period into ppv-report-line
    when SECTION-BUYER
      sort ppv-sort-work on ascending key sort-buyer-id sort-date
          using ppv-hist-file
          giving ppv-sorted-file
      string "PURCHASE PRICE VARIANCE BY BUYER - FY " rpt-fiscal-year
          " THROUGH PERIOD " rpt-fiscal-period into ppv-report-line
  end-evaluate.
  write ppv-report-line.
  move zero to ws-sec-po-value.
  move zero to ws-sec-std-value.
  move zero to ws-sec-ppv-ytd.
  move zero to ws-sec-ppv-ptd.
  move "N" to ws-group-open.
  move "N" to ws-srt-eof.
  open input ppv-sorted-file.
  move "PPVSORT.DAT" to ws-abend-file-name.
  move ws-sorted-status to ws-abend-status.
  perform check-file-status.
  read ppv-sorted-file
    at end set SRT-EOF to true
  end-read.
  perform until SRT-EOF
    if pv-fiscal-year = rpt-fiscal-year and pv-variance numeric
      perform accumulate-ppv-row
    end-if
    read ppv-sorted-file
      at end set SRT-EOF to true
    end-read
  end-perform.
  close ppv-sorted-file.
  if ws-group-open = "Y"
    perform write-group-line
  end-if.
  move ws-sec-po-value to ws-po-edit.
  move ws-sec-std-value to ws-std-edit.
  move ws-sec-ppv-ytd to ws-ytd-edit.
  move ws-sec-ppv-ptd to ws-ptd-edit.
  move spaces to ppv-report-line.
  string "  TOTAL PO=" ws-po-edit " STD=" ws-std-edit
      " PTD=" ws-ptd-edit " YTD=" ws-ytd-edit
      into ppv-report-line.
  write ppv-report-line.

accumulate-ppv-row.
  evaluate true
    when SECTION-ITEM
      move pv-item-id to ws-this-key
      add 1 to ws-row-count
    when SECTION-VENDOR
      move pv-vendor-no to ws-this-key
    when SECTION-BUYER
      if pv-buyer-id = spaces
        move "UNASSIGNED" to ws-this-key
      else
        move pv-buyer-id to ws-this-key
      end-if
  end-evaluate.
  if ws-group-open = "Y" and ws-this-key not = ws-group-key
    perform write-group-line
  end-if.
  if ws-group-open not = "Y"
    move ws-this-key to ws-group-key
    move "Y" to ws-group-open
    move zero to ws-grp-receipts
    move zero to ws-grp-qty
    move zero to ws-grp-po-value
    move zero to ws-grp-std-value
    move zero to ws-grp-ppv-ytd
    move zero to ws-grp-ppv-ptd
  end-if.
  add 1 to ws-grp-receipts.
  add pv-qty to ws-grp-qty.
  compute ws-row-value rounded = pv-qty * pv-po-unit-cost.
  add ws-row-value to ws-grp-po-value.
  add ws-row-value to ws-sec-po-value.
  compute ws-row-value rounded = pv-qty * pv-std-cost.
  add ws-row-value to ws-grp-std-value.
  add ws-row-value to ws-sec-std-value.
  add pv-variance to ws-grp-ppv-ytd.
  add pv-variance to ws-sec-ppv-ytd.
  if pv-fiscal-period = rpt-fiscal-period
    add pv-variance to ws-grp-ppv-ptd
    add pv-variance to ws-sec-ppv-ptd
  end-if.

write-group-line.
  if ws-grp-std-value = zero
    move zero to ws-ppv-pct
  else
    compute ws-ppv-pct rounded =
        ws-grp-ppv-ytd * 100 / ws-grp-std-value
  end-if.
  move ws-grp-qty to ws-qty-edit.
  move ws-grp-po-value to ws-po-edit.
  move ws-grp-std-value to ws-std-edit.
  move ws-grp-ppv-ytd to ws-ytd-edit.
  move ws-grp-ppv-ptd to ws-ptd-edit.
  move ws-ppv-pct to ws-pct-edit.
  move spaces to ppv-report-line.
  evaluate true
    when SECTION-ITEM
      string "ITEM=" ws-group-key(1:6) delimited by size
          into ppv-report-line
    when SECTION-VENDOR
      string "VENDOR=" ws-group-key(1:6) delimited by size
          into ppv-report-line
    when SECTION-BUYER
      string "BUYER=" ws-group-key delimited by size
          into ppv-report-line
  end-evaluate.
  move spaces to ppv-report-line(28:105).
  string "N=" ws-grp-receipts " QTY=" ws-qty-edit
      " PO=" ws-po-edit " STD=" ws-std-edit
      " PTD=" ws-ptd-edit " YTD=" ws-ytd-edit
      " PCT=" ws-pct-edit delimited by size
      into ppv-report-line(28:105).
  write ppv-report-line.
  move "N" to ws-group-open.

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

end program ppvrpt.
