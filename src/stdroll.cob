identification division.
  program-id. stdroll.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select stdroll-ctl assign to "STDROLL.CTL"
        organization is line sequential
        file status is ws-sr-status.
    select item-std-file assign to "ITEMSTD.DAT"
        organization is line sequential
        file status is ws-ist-status.
    select item-cost-table assign to "ITEMCST.DAT"
        organization is line sequential
        file status is ws-ict-status.
    select fiscal-table-file assign to "FISCALTB.DAT"
        organization is line sequential
        file status is ws-ft-status.
    select roll-report assign to "STDROLL.RPT"
        organization is line sequential
        file status is ws-rr-status.
    select oper-auth-file assign to "OPERAUTH.DAT"
        organization is line sequential
        file status is ws-oa-status.
    select reject-file assign to "REJECT.DAT"
        organization is line sequential
        file status is ws-rej-status.
data division.
  file section.
*> How the annual roll sets next year's standards: the date they take
*> effect (zero = the first day of the next fiscal year off
*> FISCALTB.DAT), the basis - "A" the latest ITEMCST.DAT actual,
*> "S" the standard in force today - and a percentage applied on top
*> (negative for a planned price drop).
  fd  stdroll-ctl.
  01 stdroll-ctl-record.
    05 sr-eff-date             pic 9(8).
    05 filler                  pic x(1).
    05 sr-basis                pic x(1).
        88 SR-BASIS-ACTUAL     value "A".
        88 SR-BASIS-STANDARD   value "S".
    05 filler                  pic x(1).
    05 sr-uplift-pct           pic s9(3)v99 sign is leading separate.
  fd  item-std-file.
  copy "itemstd.cpy".
  fd  item-cost-table.
  copy "itemcst.cpy".
  fd  fiscal-table-file.
  copy "fiscaltb.cpy".
  fd  roll-report.
  01 roll-report-line         pic x(132).
  fd  oper-auth-file.
  copy "operauth.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".
  working-storage section.
    01 ws-sr-status       pic x(2) value "00".
    01 ws-ist-status      pic x(2) value "00".
    01 ws-ict-status      pic x(2) value "00".
    01 ws-ft-status       pic x(2) value "00".
    01 ws-rr-status       pic x(2) value "00".
    01 ws-rej-status      pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-ist-eof         pic x(1) value "N".
        88 IST-EOF        value "Y".
    01 ws-ict-eof         pic x(1) value "N".
        88 ICT-EOF        value "Y".
    01 ws-ft-eof          pic x(1) value "N".
        88 FT-EOF         value "Y".

    *> One entry per item already on standard: the standard in force
    *> today and whether a row for the roll date is already on file.
    01 ws-roll-table.
      05 ws-rlt-entry occurs 500 times indexed by ws-rlt-idx.
        10 rlt-item-id           pic 9(6).
        10 rlt-std-cost          pic s9(7)v99.
        10 rlt-std-eff-date      pic 9(8).
        10 rlt-actual-cost       pic s9(7)v99.
        10 rlt-actual-eff-date   pic 9(8).
        10 rlt-already-set       pic x(1).
    01 ws-rlt-count       pic 9(4) value zero.
    01 ws-rlt-found-idx   pic 9(4) value zero.

    01 ws-roll-eff-date   pic 9(8) value zero.
    01 ws-roll-basis      pic x(1) value "A".
    01 ws-uplift-pct      pic s9(3)v99 value zero.
    01 ws-next-fiscal-yr  pic 9(4).
    01 ws-basis-cost      pic s9(7)v99.
    01 ws-basis-tag       pic x(8).
    01 ws-new-std         pic s9(7)v99.
    01 ws-rolled-count    pic 9(6) value zero.
    01 ws-skipped-count   pic 9(6) value zero.
    01 ws-today-date      pic 9(8).
    01 ws-old-edit        pic z(6)9.99-.
    01 ws-basis-edit      pic z(6)9.99-.
    01 ws-new-edit        pic z(6)9.99-.
    01 ws-pct-edit        pic z(2)9.99-.
    01 ws-oa-status       pic x(2) value "00".
    01 ws-oa-eof          pic x(1) value "N".
        88 OA-EOF         value "Y".
    01 ws-oa-authorized   pic x(1) value "N".
        88 OA-AUTHORIZED  value "Y".
    01 ws-oa-function     pic x(8) value "STDROLL".
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Annual cost roll: every item carried at standard gets next
  *> year's standard appended to ITEMSTD.DAT, effective the roll
  *> date, from the basis and uplift on STDROLL.CTL. Nothing is
  *> revalued here - invpost.cob does that the night the new rows
  *> take effect, against the stock then on hand. An item already
  *> holding a row for the roll date is left as it is, so a rerun (or
  *> a standard set by hand ahead of the roll) is never overwritten.
  perform load-report-stamp.
  perform verify-operator-authority.
  if return-code not = zero
    goback
  end-if.
  perform load-roll-control.
  perform load-standard-items.
  perform load-actual-costs.
  if return-code not = zero
    goback
  end-if.
  perform open-roll-report.
  if ws-rlt-count = zero
    move spaces to roll-report-line
    move "NO ITEMS CARRIED AT STANDARD - NOTHING TO ROLL"
        to roll-report-line
    write roll-report-line
  else
    open extend item-std-file
    move "ITEMSTD.DAT" to ws-abend-file-name
    move ws-ist-status to ws-abend-status
    perform check-file-status
    perform varying ws-rlt-idx from 1 by 1 until ws-rlt-idx > ws-rlt-count
      perform roll-one-item
    end-perform
    close item-std-file
  end-if.
  move spaces to roll-report-line.
  string "ROLLED=" ws-rolled-count " SKIPPED=" ws-skipped-count
      " EFFECTIVE=" ws-roll-eff-date into roll-report-line.
  write roll-report-line.
  close roll-report.
  display "STDROLL: " ws-rolled-count " STANDARD(S) SET FOR "
      ws-roll-eff-date ", " ws-skipped-count " SKIPPED".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "STDROLL" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

load-roll-control.
  open input stdroll-ctl.
  if ws-sr-status = "35"
    *> First run: next fiscal year, rolled from actuals as they
    *> stand - planning edits the card before the real roll.
    open output stdroll-ctl
    move spaces to stdroll-ctl-record
    move zero to sr-eff-date
    move "A" to sr-basis
    move zero to sr-uplift-pct
    write stdroll-ctl-record
    close stdroll-ctl
    open input stdroll-ctl
  end-if.
  move "STDROLL.CTL" to ws-abend-file-name.
  move ws-sr-status to ws-abend-status.
  perform check-file-status.
  read stdroll-ctl
    at end continue
  end-read.
  close stdroll-ctl.
  if sr-eff-date numeric and sr-eff-date not = zero
    move sr-eff-date to ws-roll-eff-date
  else
    perform find-next-fiscal-start
  end-if.
  if SR-BASIS-STANDARD
    move "S" to ws-roll-basis
  else
    move "A" to ws-roll-basis
  end-if.
  if sr-uplift-pct numeric
    move sr-uplift-pct to ws-uplift-pct
  end-if.

find-next-fiscal-start.
  *> Period 01 of next fiscal year as finance loaded it; a year not on
  *> the calendar yet starts July 1, the legacy fiscal year.
  compute ws-next-fiscal-yr = rpt-fiscal-year + 1.
  compute ws-roll-eff-date = rpt-fiscal-year * 10000 + 701.
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
    if ft-fiscal-year = ws-next-fiscal-yr and ft-period-no = 1
      move ft-start-date to ws-roll-eff-date
    end-if
    read fiscal-table-file
      at end set FT-EOF to true
    end-read
  end-perform.
  close fiscal-table-file.

load-standard-items.
  move zero to ws-rlt-count.
  move "N" to ws-ist-eof.
  open input item-std-file.
  if ws-ist-status = "35"
    close item-std-file
    open output item-std-file
    close item-std-file
    exit paragraph
  end-if.
  move "ITEMSTD.DAT" to ws-abend-file-name.
  move ws-ist-status to ws-abend-status.
  perform check-file-status.
  read item-std-file
    at end set IST-EOF to true
  end-read.
  perform until IST-EOF
    perform post-standard-row
    read item-std-file
      at end set IST-EOF to true
    end-read
  end-perform.
  close item-std-file.

post-standard-row.
  set ws-rlt-idx to 1.
  search ws-rlt-entry
    at end
      if ws-rlt-count < 500
        add 1 to ws-rlt-count
        set ws-rlt-idx to ws-rlt-count
        move is-item-id to rlt-item-id(ws-rlt-idx)
        move zero to rlt-std-cost(ws-rlt-idx)
        move zero to rlt-std-eff-date(ws-rlt-idx)
        move zero to rlt-actual-cost(ws-rlt-idx)
        move zero to rlt-actual-eff-date(ws-rlt-idx)
        move "N" to rlt-already-set(ws-rlt-idx)
        perform note-standard-row
      else
        display "STDROLL: ITEM TABLE FULL AT 500 - ITEMSTD.DAT HAS MORE"
        move 16 to return-code
      end-if
    when rlt-item-id(ws-rlt-idx) = is-item-id
      perform note-standard-row
  end-search.

note-standard-row.
  if is-eff-date = ws-roll-eff-date
    move "Y" to rlt-already-set(ws-rlt-idx)
  end-if.
  if is-eff-date <= ws-today-date
      and is-eff-date >= rlt-std-eff-date(ws-rlt-idx)
    move is-std-cost to rlt-std-cost(ws-rlt-idx)
    move is-eff-date to rlt-std-eff-date(ws-rlt-idx)
  end-if.

load-actual-costs.
  move "N" to ws-ict-eof.
  open input item-cost-table.
  if ws-ict-status = "35"
    close item-cost-table
    exit paragraph
  end-if.
  move "ITEMCST.DAT" to ws-abend-file-name.
  move ws-ict-status to ws-abend-status.
  perform check-file-status.
  read item-cost-table
    at end set ICT-EOF to true
  end-read.
  perform until ICT-EOF
    if ic-eff-date <= ws-today-date
      set ws-rlt-idx to 1
      search ws-rlt-entry
        at end continue
        when rlt-item-id(ws-rlt-idx) = ic-item-id
          if ic-eff-date >= rlt-actual-eff-date(ws-rlt-idx)
            move ic-unit-cost to rlt-actual-cost(ws-rlt-idx)
            move ic-eff-date to rlt-actual-eff-date(ws-rlt-idx)
          end-if
      end-search
    end-if
    read item-cost-table
      at end set ICT-EOF to true
    end-read
  end-perform.
  close item-cost-table.

open-roll-report.
  open extend roll-report.
  if ws-rr-status = "35"
    open output roll-report
  end-if.
  move "STDROLL.RPT" to ws-abend-file-name.
  move ws-rr-status to ws-abend-status.
  perform check-file-status.
  move spaces to roll-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into roll-report-line.
  write roll-report-line.
  move ws-uplift-pct to ws-pct-edit.
  move spaces to roll-report-line.
  string "STANDARD COST ROLL EFFECTIVE " ws-roll-eff-date
      " BASIS=" ws-roll-basis " UPLIFT PCT=" ws-pct-edit
      into roll-report-line.
  write roll-report-line.

roll-one-item.
  *> The chosen basis, falling back to the other when an item has
  *> none - an item bought once years ago still rolls at standard.
  if ws-roll-basis = "A" and rlt-actual-eff-date(ws-rlt-idx) not = zero
    move rlt-actual-cost(ws-rlt-idx) to ws-basis-cost
    move "ACTUAL" to ws-basis-tag
  else
    if rlt-std-eff-date(ws-rlt-idx) not = zero
      move rlt-std-cost(ws-rlt-idx) to ws-basis-cost
      move "STANDARD" to ws-basis-tag
    else
      move rlt-actual-cost(ws-rlt-idx) to ws-basis-cost
      move "ACTUAL" to ws-basis-tag
    end-if
  end-if.
  move rlt-std-cost(ws-rlt-idx) to ws-old-edit.
  move ws-basis-cost to ws-basis-edit.
  move spaces to roll-report-line.
  if rlt-already-set(ws-rlt-idx) = "Y"
    add 1 to ws-skipped-count
    string "ITEM=" rlt-item-id(ws-rlt-idx)
        " CURRENT-STD=" ws-old-edit
        " - STANDARD FOR " ws-roll-eff-date " ALREADY ON FILE"
        into roll-report-line
    write roll-report-line
    exit paragraph
  end-if.
  if ws-basis-cost not > zero
    add 1 to ws-skipped-count
    string "ITEM=" rlt-item-id(ws-rlt-idx)
        " CURRENT-STD=" ws-old-edit
        " - NO COST TO ROLL FROM, SET BY HAND"
        into roll-report-line
    write roll-report-line
    exit paragraph
  end-if.
  compute ws-new-std rounded =
      ws-basis-cost + ws-basis-cost * ws-uplift-pct / 100.
  move rlt-item-id(ws-rlt-idx) to is-item-id.
  move ws-roll-eff-date to is-eff-date.
  move ws-new-std to is-std-cost.
  move "N" to is-revalued-flag.
  move zero to is-revalued-date.
  write item-standard-record.
  add 1 to ws-rolled-count.
  move ws-new-std to ws-new-edit.
  string "ITEM=" rlt-item-id(ws-rlt-idx)
      " CURRENT-STD=" ws-old-edit
      " BASIS=" ws-basis-tag ws-basis-edit
      " NEW-STD=" ws-new-edit into roll-report-line.
  write roll-report-line.

verify-operator-authority.
  *> Same check-then-bootstrap idiom as ckvoid.cob, under this
  *> program's own STDROLL function code.
  move "N" to ws-oa-authorized.
  open input oper-auth-file.
  if ws-oa-status = "35"
    close oper-auth-file
    open output oper-auth-file
    move rpt-operator-id to oa-operator-id
    move ws-oa-function to oa-function
    write oper-auth-record
    close oper-auth-file
    set OA-AUTHORIZED to true
  else
    move "N" to ws-oa-eof
    read oper-auth-file
      at end set OA-EOF to true
    end-read
    perform until OA-EOF or OA-AUTHORIZED
      if oa-operator-id = rpt-operator-id
          and oa-function = ws-oa-function
        set OA-AUTHORIZED to true
      end-if
      read oper-auth-file
        at end set OA-EOF to true
      end-read
    end-perform
    close oper-auth-file
  end-if.
  if not OA-AUTHORIZED
    display "STDROLL: OPERATOR " rpt-operator-id
        " NOT AUTHORIZED FOR " ws-oa-function
    perform write-auth-denial
    move 16 to return-code
  end-if.

write-auth-denial.
  open extend reject-file.
  if ws-rej-status = "35"
    open output reject-file
  end-if.
  move "REJECT.DAT" to ws-abend-file-name.
  move ws-rej-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:15) to rej-timestamp.
  move "STDROLL" to rej-source.
  move zero to rej-key.
  move "AUTH" to rej-reason-code.
  move spaces to rej-reason-text.
  string "DENIED " ws-oa-function " FOR " rpt-operator-id
      into rej-reason-text.
  move "N" to rej-resolved-flag.
  write reject-record.
  close reject-file.

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

end program stdroll.
