    select sales-tax-file assign to "SALESTAX.DAT"
        organization is line sequential
        file status is ws-stx-status.
    select use-tax-file assign to "USETAX.DAT"
        organization is line sequential
        file status is ws-ut-status.
    select taxqtr-report assign to "TAXQTR.RPT"
        organization is line sequential
        file status is ws-tq-status.
    05 stx-tax-amount          pic s9(9)v99 sign is leading separate.
    05 filler                  pic x(1).
    05 stx-date                pic 9(8).
  fd  use-tax-file.
  copy "usetax.cpy".
  fd  taxqtr-report.
  01 taxqtr-report-line       pic x(132).
  working-storage section.
    01 ws-stx-status      pic x(2) value "00".
    01 ws-tq-status       pic x(2) value "00".
    01 ws-ut-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-stx-eof         pic x(1) value "N".
        10 stt-tax               pic s9(11)v99 sign is leading separate.
        10 stt-invoices          pic 9(6).
    01 ws-stt-count       pic 9(2) value zero.
    *> Use tax self-assessed on untaxed purchases (USETAX.DAT, written
    *> by the AP intake run), totalled by state for the use-tax return.
    01 ws-ut-eof          pic x(1) value "N".
        88 UT-EOF         value "Y".
    01 ws-use-state-table.
      05 ws-ust-entry occurs 60 times indexed by ws-ust-idx.
        10 ust-state             pic x(2).
        10 ust-taxable           pic s9(11)v99 sign is leading separate.
        10 ust-tax               pic s9(11)v99 sign is leading separate.
        10 ust-invoices          pic 9(6).
    01 ws-ust-count       pic 9(2) value zero.
    01 ws-use-rows-in-quarter pic 9(6) value zero.
    01 ws-use-total-taxable pic s9(11)v99 sign is leading separate value zero.
    01 ws-use-total-tax   pic s9(11)v99 sign is leading separate value zero.

    01 ws-today-date      pic 9(8).
    01 ws-row-fy          pic 9(4).
  *> instead of a quarterly paper recomputation.
  perform load-report-stamp.
  perform accumulate-quarter-rows.
  perform accumulate-use-tax-rows.
  perform write-taxqtr-report.
  display "TAXQTR: " ws-stt-count " JURISDICTION(S), TAX COLLECTED="
      ws-total-tax ", USE TAX ACCRUED=" ws-use-total-tax.
  goback.

load-report-stamp.
      add 1 to stt-invoices(ws-stt-idx)
  end-search.

accumulate-use-tax-rows.
  move "N" to ws-ut-eof.
  open input use-tax-file.
  if ws-ut-status = "35"
    close use-tax-file
    exit paragraph
  end-if.
  move "USETAX.DAT" to ws-abend-file-name.
  move ws-ut-status to ws-abend-status.
  perform check-file-status.
  read use-tax-file
    at end set UT-EOF to true
  end-read.
  perform until UT-EOF
    call "fiscalclc" using ut-date, ws-row-fy,
        ws-row-fq, ws-row-fp, ws-row-fw
    if ws-row-fy = rpt-fiscal-year
        and ws-row-fq = rpt-fiscal-quarter
      add 1 to ws-use-rows-in-quarter
      perform tally-one-use-tax-row
    end-if
    read use-tax-file
      at end set UT-EOF to true
    end-read
  end-perform.
  close use-tax-file.

tally-one-use-tax-row.
  set ws-ust-idx to 1.
  search ws-ust-entry
    at end
      if ws-ust-count < 60
        add 1 to ws-ust-count
        set ws-ust-idx to ws-ust-count
        move ut-state to ust-state(ws-ust-idx)
        move ut-taxable-amount to ust-taxable(ws-ust-idx)
        move ut-tax-amount to ust-tax(ws-ust-idx)
        move 1 to ust-invoices(ws-ust-idx)
      end-if
    when ust-state(ws-ust-idx) = ut-state
      add ut-taxable-amount to ust-taxable(ws-ust-idx)
      add ut-tax-amount to ust-tax(ws-ust-idx)
      add 1 to ust-invoices(ws-ust-idx)
  end-search.

write-taxqtr-report.
  open extend taxqtr-report.
  if ws-tq-status = "35"
      " TAX=" ws-total-tax
      " ROWS=" ws-rows-in-quarter into taxqtr-report-line.
  write taxqtr-report-line.
  move spaces to taxqtr-report-line.
  string "USE TAX BY JURISDICTION  FY=" rpt-fiscal-year
      " Q" rpt-fiscal-quarter into taxqtr-report-line.
  write taxqtr-report-line.
  perform varying ws-ust-idx from 1 by 1 until ws-ust-idx > ws-ust-count
    add ust-taxable(ws-ust-idx) to ws-use-total-taxable
    add ust-tax(ws-ust-idx) to ws-use-total-tax
    move spaces to taxqtr-report-line
    string "STATE=" ust-state(ws-ust-idx)
        " PURCHASES=" ust-taxable(ws-ust-idx)
        " USE-TAX=" ust-tax(ws-ust-idx)
        " INVOICES=" ust-invoices(ws-ust-idx) into taxqtr-report-line
    write taxqtr-report-line
  end-perform.
  move spaces to taxqtr-report-line.
  string "USE TAX TOTALS PURCHASES=" ws-use-total-taxable
      " USE-TAX=" ws-use-total-tax
      " ROWS=" ws-use-rows-in-quarter into taxqtr-report-line.
  write taxqtr-report-line.
  close taxqtr-report.

check-file-status.
