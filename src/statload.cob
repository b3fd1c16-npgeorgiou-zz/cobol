identification division.
  program-id. statload.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select stat-acct-file assign to "STATACCT.DAT"
        organization is line sequential
        file status is ws-st-status.
    select stat-txn-file assign to "STATTXN.DAT"
        organization is line sequential
        file status is ws-sx-status.
    select stat-input-file assign to "STATIN.DAT"
        organization is line sequential
        file status is ws-si-status.
    select employee-file assign to "EMPMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-emp-rel-key
        file status is ws-emp-status.
    select stat-report assign to "STATLOAD.RPT"
        organization is line sequential
        file status is ws-sr-status.
data division.
  file section.
  fd  stat-acct-file.
  copy "statacct.cpy".
  fd  stat-txn-file.
  copy "stattxn.cpy".
*> Quantities keyed by hand (square footage off the facilities
*> plan, or a correction to a fed driver): the row REPLACES the
*> driver's quantity for that cost center and period. A zero fiscal
*> year/period means the current period.
  fd  stat-input-file.
  01 stat-input-record.
    05 si-driver-code          pic x(4).
    05 filler                  pic x(1).
    05 si-cost-center          pic 9(4).
    05 filler                  pic x(1).
    05 si-fiscal-year          pic 9(4).
    05 filler                  pic x(1).
    05 si-fiscal-period        pic 9(2).
    05 filler                  pic x(1).
    05 si-quantity             pic 9(9)v99.
  fd  employee-file.
  copy "empmast.cpy".
  fd  stat-report.
  01 stat-report-line          pic x(132).
  working-storage section.
    01 ws-st-status       pic x(2) value "00".
    01 ws-sx-status       pic x(2) value "00".
    01 ws-si-status       pic x(2) value "00".
    01 ws-emp-status      pic x(2) value "00".
    01 ws-emp-rel-key     pic 9(6) value 1.
    01 ws-sr-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-st-eof          pic x(1) value "N".
        88 ST-EOF         value "Y".
    01 ws-sx-eof          pic x(1) value "N".
        88 SX-EOF         value "Y".
    01 ws-si-eof          pic x(1) value "N".
        88 SI-EOF         value "Y".
    01 ws-emp-eof         pic x(1) value "N".
        88 EMP-EOF        value "Y".

    *> The whole statistical file in memory: fed and keyed quantities
    *> land on their driver/cost-center/period row, new rows append.
    01 ws-stat-table.
      05 ws-stt-entry occurs 3000 times indexed by ws-stt-idx.
        10 stt-driver-code       pic x(4).
        10 stt-cost-center       pic 9(4).
        10 stt-fiscal-year       pic 9(4).
        10 stt-fiscal-period     pic 9(2).
        10 stt-quantity          pic 9(9)v99.
        10 stt-last-update       pic 9(8).
    01 ws-stt-count       pic 9(4) value zero.
    01 ws-stt-found-idx   pic 9(4) value zero.
    01 ws-find-driver     pic x(4).
    01 ws-find-cc         pic 9(4).
    01 ws-find-year       pic 9(4).
    01 ws-find-period     pic 9(2).

    01 ws-txn-fiscal-year    pic 9(4).
    01 ws-txn-fiscal-quarter pic 9(1).
    01 ws-txn-fiscal-period  pic 9(2).
    01 ws-txn-fiscal-week    pic 9(2).
    01 ws-headcount-rows  pic 9(5) value zero.
    01 ws-txn-posted      pic 9(6) value zero.
    01 ws-keyed-applied   pic 9(5) value zero.
    01 ws-keyed-skipped   pic 9(5) value zero.
    01 ws-qty-edit        pic z(8)9.99.
    01 ws-today-date      pic 9(8).
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Statistical accounts for driver-based allocation: this period's
  *> headcount is re-counted from the active employees on EMPMAST.DAT
  *> by cost center, the labor hours the timecard run queued on
  *> STATTXN.DAT are added to the period each card fell in, and any
  *> hand-keyed STATIN.DAT quantities replace theirs. STATACCT.DAT is
  *> rewritten whole and the period's quantities listed.
  perform load-report-stamp.
  perform load-stat-accounts.
  if return-code not = zero
    goback
  end-if.
  perform snapshot-headcount.
  perform post-stat-transactions.
  perform apply-keyed-quantities.
  if return-code not = zero
    goback
  end-if.
  perform rewrite-stat-accounts.
  perform write-stat-report.
  display "STATLOAD: " ws-headcount-rows " HEADCOUNT ROW(S), "
      ws-txn-posted " QUANTITY(IES) POSTED, " ws-keyed-applied
      " KEYED, " ws-keyed-skipped " SKIPPED".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "STATLOAD" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

load-stat-accounts.
  move zero to ws-stt-count.
  move "N" to ws-st-eof.
  open input stat-acct-file.
  if ws-st-status = "35"
    close stat-acct-file
    exit paragraph
  end-if.
  move "STATACCT.DAT" to ws-abend-file-name.
  move ws-st-status to ws-abend-status.
  perform check-file-status.
  read stat-acct-file
    at end set ST-EOF to true
  end-read.
  perform until ST-EOF
    if ws-stt-count < 3000
      add 1 to ws-stt-count
      move st-driver-code to stt-driver-code(ws-stt-count)
      move st-cost-center to stt-cost-center(ws-stt-count)
      move st-fiscal-year to stt-fiscal-year(ws-stt-count)
      move st-fiscal-period to stt-fiscal-period(ws-stt-count)
      move st-quantity to stt-quantity(ws-stt-count)
      move st-last-update to stt-last-update(ws-stt-count)
    else
      display "STATLOAD: STATISTICS TABLE FULL AT 3000 - STATACCT.DAT HAS MORE"
      move 16 to return-code
      set ST-EOF to true
    end-if
    read stat-acct-file
      at end set ST-EOF to true
    end-read
  end-perform.
  close stat-acct-file.

find-stat-row.
  *> Locate the driver/cost-center/period row, adding it at zero if
  *> it isn't on file yet. A full table leaves the found index zero.
  move zero to ws-stt-found-idx.
  perform varying ws-stt-idx from 1 by 1
      until ws-stt-idx > ws-stt-count or ws-stt-found-idx not = zero
    if stt-driver-code(ws-stt-idx) = ws-find-driver
        and stt-cost-center(ws-stt-idx) = ws-find-cc
        and stt-fiscal-year(ws-stt-idx) = ws-find-year
        and stt-fiscal-period(ws-stt-idx) = ws-find-period
      set ws-stt-found-idx to ws-stt-idx
    end-if
  end-perform.
  if ws-stt-found-idx = zero
    if ws-stt-count < 3000
      add 1 to ws-stt-count
      move ws-stt-count to ws-stt-found-idx
      move ws-find-driver to stt-driver-code(ws-stt-found-idx)
      move ws-find-cc to stt-cost-center(ws-stt-found-idx)
      move ws-find-year to stt-fiscal-year(ws-stt-found-idx)
      move ws-find-period to stt-fiscal-period(ws-stt-found-idx)
      move zero to stt-quantity(ws-stt-found-idx)
    else
      display "STATLOAD: STATISTICS TABLE FULL AT 3000 - QUANTITY DROPPED"
      move 16 to return-code
    end-if
  end-if.

snapshot-headcount.
  *> Headcount is a point-in-time figure: the current period's HEAD
  *> rows are cleared and re-counted from every employee not
  *> terminated, by the cost center they sit in. Unassigned
  *> employees (cost center zero) aren't counted anywhere.
  perform varying ws-stt-idx from 1 by 1 until ws-stt-idx > ws-stt-count
    if stt-driver-code(ws-stt-idx) = "HEAD"
        and stt-fiscal-year(ws-stt-idx) = rpt-fiscal-year
        and stt-fiscal-period(ws-stt-idx) = rpt-fiscal-period
      move zero to stt-quantity(ws-stt-idx)
      move ws-today-date to stt-last-update(ws-stt-idx)
    end-if
  end-perform.
  move "N" to ws-emp-eof.
  open input employee-file.
  if ws-emp-status = "35"
    close employee-file
    display "STATLOAD: NO EMPMAST.DAT - HEADCOUNT NOT TAKEN"
    exit paragraph
  end-if.
  move "EMPMAST.DAT" to ws-abend-file-name.
  move ws-emp-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-emp-rel-key.
  start employee-file key is not less than ws-emp-rel-key
    invalid key set EMP-EOF to true
  end-start.
  perform until EMP-EOF
    read employee-file next record
      at end set EMP-EOF to true
    end-read
    if not EMP-EOF
      if not EMP-TERMINATED
          and emp-cost-center numeric and emp-cost-center not = zero
        move "HEAD" to ws-find-driver
        move emp-cost-center to ws-find-cc
        move rpt-fiscal-year to ws-find-year
        move rpt-fiscal-period to ws-find-period
        perform find-stat-row
        if ws-stt-found-idx not = zero
          if stt-quantity(ws-stt-found-idx) = zero
            add 1 to ws-headcount-rows
          end-if
          add 1 to stt-quantity(ws-stt-found-idx)
          move ws-today-date to stt-last-update(ws-stt-found-idx)
        end-if
      end-if
    end-if
  end-perform.
  close employee-file.

post-stat-transactions.
  move "N" to ws-sx-eof.
  open input stat-txn-file.
  if ws-sx-status = "35"
    close stat-txn-file
    exit paragraph
  end-if.
  move "STATTXN.DAT" to ws-abend-file-name.
  move ws-sx-status to ws-abend-status.
  perform check-file-status.
  read stat-txn-file
    at end set SX-EOF to true
  end-read.
  perform until SX-EOF
    perform post-one-stat-transaction
    read stat-txn-file
      at end set SX-EOF to true
    end-read
  end-perform.
  close stat-txn-file.
  *> Posted - empty the queue so a rerun doesn't add the hours again.
  open output stat-txn-file.
  close stat-txn-file.

post-one-stat-transaction.
  if sx-date not numeric or sx-quantity not numeric
      or sx-cost-center not numeric
    display "STATLOAD: SKIPPED STATTXN ROW " sx-driver-code
        " - BAD DATE, COST CENTER OR QUANTITY"
    exit paragraph
  end-if.
  call "fiscalclc" using sx-date, ws-txn-fiscal-year,
      ws-txn-fiscal-quarter, ws-txn-fiscal-period, ws-txn-fiscal-week.
  move sx-driver-code to ws-find-driver.
  move sx-cost-center to ws-find-cc.
  move ws-txn-fiscal-year to ws-find-year.
  move ws-txn-fiscal-period to ws-find-period.
  perform find-stat-row.
  if ws-stt-found-idx not = zero
    add sx-quantity to stt-quantity(ws-stt-found-idx)
    move ws-today-date to stt-last-update(ws-stt-found-idx)
    add 1 to ws-txn-posted
  end-if.

apply-keyed-quantities.
  move "N" to ws-si-eof.
  open input stat-input-file.
  if ws-si-status = "35"
    close stat-input-file
    exit paragraph
  end-if.
  move "STATIN.DAT" to ws-abend-file-name.
  move ws-si-status to ws-abend-status.
  perform check-file-status.
  read stat-input-file
    at end set SI-EOF to true
  end-read.
  perform until SI-EOF
    perform apply-one-keyed-quantity
    read stat-input-file
      at end set SI-EOF to true
    end-read
  end-perform.
  close stat-input-file.
  open output stat-input-file.
  close stat-input-file.

apply-one-keyed-quantity.
  if si-driver-code = spaces
      or si-cost-center not numeric or si-cost-center = zero
      or si-quantity not numeric
    display "STATLOAD: SKIPPED STATIN ROW " si-driver-code " "
        si-cost-center " - BAD DRIVER, COST CENTER OR QUANTITY"
    add 1 to ws-keyed-skipped
    exit paragraph
  end-if.
  move si-driver-code to ws-find-driver.
  move si-cost-center to ws-find-cc.
  if si-fiscal-year numeric and si-fiscal-year not = zero
      and si-fiscal-period numeric and si-fiscal-period not = zero
    move si-fiscal-year to ws-find-year
    move si-fiscal-period to ws-find-period
  else
    move rpt-fiscal-year to ws-find-year
    move rpt-fiscal-period to ws-find-period
  end-if.
  perform find-stat-row.
  if ws-stt-found-idx not = zero
    move si-quantity to stt-quantity(ws-stt-found-idx)
    move ws-today-date to stt-last-update(ws-stt-found-idx)
    add 1 to ws-keyed-applied
  end-if.

rewrite-stat-accounts.
  open output stat-acct-file.
  move "STATACCT.DAT" to ws-abend-file-name.
  move ws-st-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-stt-idx from 1 by 1 until ws-stt-idx > ws-stt-count
    move stt-driver-code(ws-stt-idx) to st-driver-code
    move stt-cost-center(ws-stt-idx) to st-cost-center
    move stt-fiscal-year(ws-stt-idx) to st-fiscal-year
    move stt-fiscal-period(ws-stt-idx) to st-fiscal-period
    move stt-quantity(ws-stt-idx) to st-quantity
    move stt-last-update(ws-stt-idx) to st-last-update
    write stat-account-record
  end-perform.
  close stat-acct-file.

write-stat-report.
  open extend stat-report.
  if ws-sr-status = "35"
    open output stat-report
  end-if.
  move "STATLOAD.RPT" to ws-abend-file-name.
  move ws-sr-status to ws-abend-status.
  perform check-file-status.
  move spaces to stat-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into stat-report-line.
  write stat-report-line.
  move spaces to stat-report-line.
  string "STATISTICAL QUANTITIES FOR FY " rpt-fiscal-year
      " FP " rpt-fiscal-period
      into stat-report-line.
  write stat-report-line.
  perform varying ws-stt-idx from 1 by 1 until ws-stt-idx > ws-stt-count
    if stt-fiscal-year(ws-stt-idx) = rpt-fiscal-year
        and stt-fiscal-period(ws-stt-idx) = rpt-fiscal-period
      move stt-quantity(ws-stt-idx) to ws-qty-edit
      move spaces to stat-report-line
      string "DRIVER=" stt-driver-code(ws-stt-idx)
          " CC=" stt-cost-center(ws-stt-idx)
          " QTY=" ws-qty-edit
          " UPDATED=" stt-last-update(ws-stt-idx)
          into stat-report-line
      write stat-report-line
    end-if
  end-perform.
  close stat-report.

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

end program statload.
