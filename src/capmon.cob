identification division.
  program-id. capmon.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select cap-limit-ctl assign to "CAPLIM.CTL"
        organization is line sequential
        file status is ws-cl-status.
    select cap-hist-file assign to "CAPHIST.DAT"
        organization is line sequential
        file status is ws-ch-status.
    select capacity-report assign to "CAPMON.RPT"
        organization is line sequential
        file status is ws-cr-status.
    select alert-queue-file assign to "ALERTQUE.DAT"
        organization is line sequential
        file status is ws-aq-status.
    select bal-file assign to "BALFILE.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-bal-rel-key
        file status is ws-bal-status.
    select audit-file assign to "AUDIT.LOG"
        organization is line sequential
        file status is ws-audit-status.
    select budget-file assign to "BUDGET.DAT"
        organization is line sequential
        file status is ws-bud-status.
    select pending-txn-file assign to "PENDTXN.DAT"
        organization is line sequential
        file status is ws-ptx-status.
    select funds-hold-file assign to "FUNDHOLD.DAT"
        organization is line sequential
        file status is ws-fh-status.
    select funds-released-ctl assign to "FUNDSEQ.DAT"
        organization is line sequential
        file status is ws-frl-status.
    select rate-table assign to "RATETBL.DAT"
        organization is line sequential
        file status is ws-rate-status.
    select oper-cred-file assign to "OPERCRED.DAT"
        organization is line sequential
        file status is ws-oc-status.
    select bank-acct-file assign to "BANKACCT.DAT"
        organization is line sequential
        file status is ws-ba-status.
data division.
  file section.
  fd  cap-limit-ctl.
  01 cap-limit-record.
    05 cl-program              pic x(8).
    05 filler                  pic x(1).
    05 cl-table                pic x(8).
    05 filler                  pic x(1).
    05 cl-limit                pic 9(6).
    05 filler                  pic x(1).
    05 cl-warn-pct             pic 9(3).
    05 filler                  pic x(1).
    05 cl-warn-days            pic 9(3).
  fd  cap-hist-file.
  01 cap-hist-record.
    05 ch-run-date             pic 9(8).
    05 filler                  pic x(1).
    05 ch-program              pic x(8).
    05 filler                  pic x(1).
    05 ch-table                pic x(8).
    05 filler                  pic x(1).
    05 ch-rows                 pic 9(8).
    05 filler                  pic x(1).
    05 ch-limit                pic 9(6).
  fd  capacity-report.
  01 capacity-report-line     pic x(132).
  fd  alert-queue-file.
  copy "alertque.cpy".
  fd  bal-file.
  copy "balrec.cpy".
  fd  audit-file.
  copy "auditrec.cpy".
  fd  budget-file.
  copy "budgrec.cpy".
  fd  pending-txn-file.
  copy "pendtxn.cpy".
  fd  funds-hold-file.
  copy "fundhold.cpy".
  fd  funds-released-ctl.
  01 funds-released-record    pic 9(8).
  fd  rate-table.
  copy "ratetbl.cpy".
  fd  oper-cred-file.
  copy "opercred.cpy".
  fd  bank-acct-file.
  copy "bankacct.cpy".
  working-storage section.
    01 ws-cl-status       pic x(2) value "00".
    01 ws-ch-status       pic x(2) value "00".
    01 ws-cr-status       pic x(2) value "00".
    01 ws-aq-status       pic x(2) value "00".
    01 ws-bal-status      pic x(2) value "00".
    01 ws-audit-status    pic x(2) value "00".
    01 ws-bud-status      pic x(2) value "00".
    01 ws-ptx-status      pic x(2) value "00".
    01 ws-fh-status       pic x(2) value "00".
    01 ws-frl-status      pic x(2) value "00".
    01 ws-rate-status     pic x(2) value "00".
    01 ws-oc-status       pic x(2) value "00".
    01 ws-ba-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-bal-rel-key     pic 9(6) value 1.
    01 ws-cl-eof          pic x(1) value "N".
        88 CL-EOF         value "Y".
    01 ws-ch-eof          pic x(1) value "N".
        88 CH-EOF         value "Y".
    01 ws-in-eof          pic x(1) value "N".
        88 IN-EOF         value "Y".

    *> Live rows on each feeding file, counted with the same selection
    *> the loading program applies - what the table would hold if the
    *> program loaded it right now.
    01 ws-bal-rows        pic 9(8) value zero.
    01 ws-audit-rows      pic 9(8) value zero.
    01 ws-budget-rows     pic 9(8) value zero.
    01 ws-pending-rows    pic 9(8) value zero.
    01 ws-fhold-rows      pic 9(8) value zero.
    01 ws-frel-rows       pic 9(8) value zero.
    01 ws-fx-rows         pic 9(8) value zero.
    01 ws-spot-rows       pic 9(8) value zero.
    01 ws-cred-rows       pic 9(8) value zero.
    01 ws-bank-rows       pic 9(8) value zero.

    *> Distinct currencies math.cob's FX table would hold.
    01 ws-ccy-table.
      05 ws-ccy-entry occurs 200 times indexed by ws-ccy-idx.
        10 ccy-code              pic x(3).
    01 ws-ccy-count       pic 9(3) value zero.
    01 ws-ccy-found       pic x(1) value "N".

    *> One entry per CAPLIM.CTL row: the table's limit and thresholds,
    *> tonight's count, and the oldest count inside the trend window
    *> that the growth rate is measured from.
    01 ws-limit-table.
      05 ws-lim-entry occurs 50 times indexed by ws-lim-idx.
        10 lim-program           pic x(8).
        10 lim-table             pic x(8).
        10 lim-limit             pic 9(6).
        10 lim-warn-pct          pic 9(3).
        10 lim-warn-days         pic 9(3).
        10 lim-rows              pic 9(8).
        10 lim-counted           pic x(1).
        10 lim-held-today        pic x(1).
        10 lim-base-date         pic 9(8).
        10 lim-base-rows         pic 9(8).
    01 ws-lim-count       pic 9(2) value zero.

    01 ws-trend-days      pic 9(3) value 30.
    01 ws-today-date      pic 9(8).
    01 ws-today-int       pic 9(7).
    01 ws-window-start    pic 9(8).
    01 ws-elapsed-days    pic 9(5).
    01 ws-used-pct        pic 9(3).
    01 ws-growth-rate     pic s9(7)v99.
    01 ws-days-left       pic 9(6).
    01 ws-rows-left       pic 9(8).
    01 ws-growth-edit     pic -(6)9.99.
    01 ws-days-edit       pic z(5)9.
    01 ws-alert-reason    pic x(20).
    01 ws-appended        pic 9(4) value zero.
    01 ws-alerts-raised   pic 9(2) value zero.
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Nightly capacity check on the fixed in-memory tables the system
  *> loads its files into. A table that fills only shows up as an
  *> abend or a run of wrong answers, so each table's feeding file is
  *> counted the way its loader counts it, the count is kept in a
  *> permanent history, and the report projects days to exhaustion at
  *> the recent growth rate. A table at its warning percentage, or
  *> projected to fill inside its warning days, raises an alert
  *> through ALERTQUE.DAT while there is still time to raise the limit.
  perform load-report-stamp.
  perform load-capacity-limits.
  perform count-live-rows.
  perform assign-table-counts.
  perform load-capacity-history.
  perform append-capacity-history.
  perform write-capacity-report.
  display "CAPMON: " ws-lim-count " TABLE(S) CHECKED, " ws-appended
      " COUNT(S) APPENDED, " ws-alerts-raised " CAPACITY ALERT(S)".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "CAPMON" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.
  compute ws-today-int = function integer-of-date(ws-today-date).
  compute ws-window-start =
      function date-of-integer(ws-today-int - ws-trend-days).

load-capacity-limits.
  move zero to ws-lim-count.
  move "N" to ws-cl-eof.
  open input cap-limit-ctl.
  if ws-cl-status = "35"
    open output cap-limit-ctl
    *> Seeded with the table sizes as the programs declare them;
    *> whoever raises an OCCURS raises the matching row here.
    move "BALFIND " to cl-program
    move "BALINDEX" to cl-table
    move 2000 to cl-limit
    perform write-seed-limit
    move "MATH    " to cl-program
    move "ACCTTBL " to cl-table
    move 2000 to cl-limit
    perform write-seed-limit
    move "AUDITIDX" to cl-table
    move 5000 to cl-limit
    perform write-seed-limit
    move "BUDGET  " to cl-table
    move 500 to cl-limit
    perform write-seed-limit
    move "PENDING " to cl-table
    perform write-seed-limit
    move "FUNDHOLD" to cl-table
    perform write-seed-limit
    move "FUNDREL " to cl-table
    perform write-seed-limit
    move "FXTABLE " to cl-table
    move 20 to cl-limit
    perform write-seed-limit
    move "FXRATELK" to cl-program
    move "SPOTRATE" to cl-table
    move 2000 to cl-limit
    perform write-seed-limit
    move "OPSIGNON" to cl-program
    move "OPERCRED" to cl-table
    move 500 to cl-limit
    perform write-seed-limit
    move "BANKFIND" to cl-program
    move "BANKACCT" to cl-table
    move 50 to cl-limit
    perform write-seed-limit
    close cap-limit-ctl
    open input cap-limit-ctl
  end-if.
  move "CAPLIM.CTL" to ws-abend-file-name.
  move ws-cl-status to ws-abend-status.
  perform check-file-status.
  read cap-limit-ctl
    at end set CL-EOF to true
  end-read.
  perform until CL-EOF
    if ws-lim-count < 50 and cl-limit numeric and cl-limit > zero
      add 1 to ws-lim-count
      move cl-program to lim-program(ws-lim-count)
      move cl-table to lim-table(ws-lim-count)
      move cl-limit to lim-limit(ws-lim-count)
      if cl-warn-pct numeric and cl-warn-pct > zero
        move cl-warn-pct to lim-warn-pct(ws-lim-count)
      else
        move 80 to lim-warn-pct(ws-lim-count)
      end-if
      if cl-warn-days numeric
        move cl-warn-days to lim-warn-days(ws-lim-count)
      else
        move 30 to lim-warn-days(ws-lim-count)
      end-if
      move zero to lim-rows(ws-lim-count)
      move "N" to lim-counted(ws-lim-count)
      move "N" to lim-held-today(ws-lim-count)
      move zero to lim-base-date(ws-lim-count)
      move zero to lim-base-rows(ws-lim-count)
    end-if
    read cap-limit-ctl
      at end set CL-EOF to true
    end-read
  end-perform.
  close cap-limit-ctl.

write-seed-limit.
  *> Eighty percent full or thirty days from full, whichever comes
  *> first, is the default warning.
  move 80 to cl-warn-pct.
  move 30 to cl-warn-days.
  move space to cap-limit-record(9:1).
  move space to cap-limit-record(18:1).
  move space to cap-limit-record(25:1).
  move space to cap-limit-record(29:1).
  write cap-limit-record.

count-live-rows.
  perform count-balance-rows.
  perform count-audit-index-rows.
  perform count-budget-rows.
  perform count-pending-rows.
  perform count-funds-hold-rows.
  perform count-funds-release-rows.
  perform count-rate-rows.
  perform count-credential-rows.
  perform count-bank-account-rows.

count-balance-rows.
  *> Every live BALFILE.DAT row - both balfind.cob's index and
  *> math.cob's account table take the whole file.
  move zero to ws-bal-rows.
  move "N" to ws-in-eof.
  open input bal-file.
  if ws-bal-status = "35"
    close bal-file
    exit paragraph
  end-if.
  move "BALFILE.DAT" to ws-abend-file-name.
  move ws-bal-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-bal-rel-key.
  start bal-file key is not less than ws-bal-rel-key
    invalid key set IN-EOF to true
  end-start.
  perform until IN-EOF
    read bal-file next record
      at end set IN-EOF to true
    end-read
    if not IN-EOF
      add 1 to ws-bal-rows
    end-if
  end-perform.
  close bal-file.

count-audit-index-rows.
  *> math.cob indexes only the balance postings that carry their
  *> transaction's sequence number.
  move zero to ws-audit-rows.
  move "N" to ws-in-eof.
  open input audit-file.
  if ws-audit-status = "35"
    close audit-file
    exit paragraph
  end-if.
  move "AUDIT.LOG" to ws-abend-file-name.
  move ws-audit-status to ws-abend-status.
  perform check-file-status.
  read audit-file
    at end set IN-EOF to true
  end-read.
  perform until IN-EOF
    if (aud-field-name = "BAL-DAILY" or aud-field-name = "BAL-PTD-ADJ")
        and aud-txn-seq-no not = zero
      add 1 to ws-audit-rows
    end-if
    read audit-file
      at end set IN-EOF to true
    end-read
  end-perform.
  close audit-file.

count-budget-rows.
  *> Only the current fiscal period's budget lines are loaded.
  move zero to ws-budget-rows.
  move "N" to ws-in-eof.
  open input budget-file.
  if ws-bud-status = "35"
    close budget-file
    exit paragraph
  end-if.
  move "BUDGET.DAT" to ws-abend-file-name.
  move ws-bud-status to ws-abend-status.
  perform check-file-status.
  read budget-file
    at end set IN-EOF to true
  end-read.
  perform until IN-EOF
    if bud-fiscal-year = rpt-fiscal-year
        and bud-fiscal-period = rpt-fiscal-period
      add 1 to ws-budget-rows
    end-if
    read budget-file
      at end set IN-EOF to true
    end-read
  end-perform.
  close budget-file.

count-pending-rows.
  *> A transaction parks on PENDTXN.DAT once, so its rows are the
  *> decisions math.cob loads.
  move zero to ws-pending-rows.
  move "N" to ws-in-eof.
  open input pending-txn-file.
  if ws-ptx-status = "35"
    close pending-txn-file
    exit paragraph
  end-if.
  move "PENDTXN.DAT" to ws-abend-file-name.
  move ws-ptx-status to ws-abend-status.
  perform check-file-status.
  read pending-txn-file
    at end set IN-EOF to true
  end-read.
  perform until IN-EOF
    add 1 to ws-pending-rows
    read pending-txn-file
      at end set IN-EOF to true
    end-read
  end-perform.
  close pending-txn-file.

count-funds-hold-rows.
  move zero to ws-fhold-rows.
  move "N" to ws-in-eof.
  open input funds-hold-file.
  if ws-fh-status = "35"
    close funds-hold-file
    exit paragraph
  end-if.
  move "FUNDHOLD.DAT" to ws-abend-file-name.
  move ws-fh-status to ws-abend-status.
  perform check-file-status.
  read funds-hold-file
    at end set IN-EOF to true
  end-read.
  perform until IN-EOF
    add 1 to ws-fhold-rows
    read funds-hold-file
      at end set IN-EOF to true
    end-read
  end-perform.
  close funds-hold-file.

count-funds-release-rows.
  move zero to ws-frel-rows.
  move "N" to ws-in-eof.
  open input funds-released-ctl.
  if ws-frl-status = "35"
    close funds-released-ctl
    exit paragraph
  end-if.
  move "FUNDSEQ.DAT" to ws-abend-file-name.
  move ws-frl-status to ws-abend-status.
  perform check-file-status.
  read funds-released-ctl
    at end set IN-EOF to true
  end-read.
  perform until IN-EOF
    add 1 to ws-frel-rows
    read funds-released-ctl
      at end set IN-EOF to true
    end-read
  end-perform.
  close funds-released-ctl.

count-rate-rows.
  *> One pass over RATETBL.DAT feeds two tables: math.cob keeps one
  *> entry per currency already in effect, fxratelk.cob keeps every
  *> dated spot row of a plain currency code.
  move zero to ws-fx-rows.
  move zero to ws-spot-rows.
  move zero to ws-ccy-count.
  move spaces to ws-ccy-table.
  move "N" to ws-in-eof.
  open input rate-table.
  if ws-rate-status = "35"
    close rate-table
    exit paragraph
  end-if.
  move "RATETBL.DAT" to ws-abend-file-name.
  move ws-rate-status to ws-abend-status.
  perform check-file-status.
  read rate-table
    at end set IN-EOF to true
  end-read.
  perform until IN-EOF
    if rate-code not = "DIVISOR" and rate-eff-date <= ws-today-date
      move "N" to ws-ccy-found
      set ws-ccy-idx to 1
      search ws-ccy-entry
        at end continue
        when ccy-code(ws-ccy-idx) = rate-code(1:3)
          move "Y" to ws-ccy-found
      end-search
      if ws-ccy-found = "N" and ws-ccy-count < 200
        add 1 to ws-ccy-count
        move rate-code(1:3) to ccy-code(ws-ccy-count)
      end-if
    end-if
    if rate-code(1:3) not = spaces and rate-code(4:7) = spaces
        and rate-eff-date numeric and rate-value numeric
      add 1 to ws-spot-rows
    end-if
    read rate-table
      at end set IN-EOF to true
    end-read
  end-perform.
  close rate-table.
  move ws-ccy-count to ws-fx-rows.

count-credential-rows.
  move zero to ws-cred-rows.
  move "N" to ws-in-eof.
  open input oper-cred-file.
  if ws-oc-status = "35"
    close oper-cred-file
    exit paragraph
  end-if.
  move "OPERCRED.DAT" to ws-abend-file-name.
  move ws-oc-status to ws-abend-status.
  perform check-file-status.
  read oper-cred-file
    at end set IN-EOF to true
  end-read.
  perform until IN-EOF
    add 1 to ws-cred-rows
    read oper-cred-file
      at end set IN-EOF to true
    end-read
  end-perform.
  close oper-cred-file.

count-bank-account-rows.
  move zero to ws-bank-rows.
  move "N" to ws-in-eof.
  open input bank-acct-file.
  if ws-ba-status = "35"
    close bank-acct-file
    exit paragraph
  end-if.
  move "BANKACCT.DAT" to ws-abend-file-name.
  move ws-ba-status to ws-abend-status.
  perform check-file-status.
  read bank-acct-file
    at end set IN-EOF to true
  end-read.
  perform until IN-EOF
    add 1 to ws-bank-rows
    read bank-acct-file
      at end set IN-EOF to true
    end-read
  end-perform.
  close bank-acct-file.

assign-table-counts.
  *> A CAPLIM.CTL row naming a table this run has no count for is
  *> reported as not counted rather than as empty.
  perform varying ws-lim-idx from 1 by 1 until ws-lim-idx > ws-lim-count
    move "Y" to lim-counted(ws-lim-idx)
    evaluate lim-table(ws-lim-idx)
      when "BALINDEX"
      when "ACCTTBL "
        move ws-bal-rows to lim-rows(ws-lim-idx)
      when "AUDITIDX"
        move ws-audit-rows to lim-rows(ws-lim-idx)
      when "BUDGET  "
        move ws-budget-rows to lim-rows(ws-lim-idx)
      when "PENDING "
        move ws-pending-rows to lim-rows(ws-lim-idx)
      when "FUNDHOLD"
        move ws-fhold-rows to lim-rows(ws-lim-idx)
      when "FUNDREL "
        move ws-frel-rows to lim-rows(ws-lim-idx)
      when "FXTABLE "
        move ws-fx-rows to lim-rows(ws-lim-idx)
      when "SPOTRATE"
        move ws-spot-rows to lim-rows(ws-lim-idx)
      when "OPERCRED"
        move ws-cred-rows to lim-rows(ws-lim-idx)
      when "BANKACCT"
        move ws-bank-rows to lim-rows(ws-lim-idx)
      when other
        move "N" to lim-counted(ws-lim-idx)
    end-evaluate
  end-perform.

load-capacity-history.
  *> One pass over CAPHIST.DAT: a row already there for today means
  *> tonight's count was taken by an earlier run, and the oldest row
  *> inside the trend window is the baseline growth is measured from.
  move "N" to ws-ch-eof.
  open input cap-hist-file.
  if ws-ch-status = "35"
    close cap-hist-file
    exit paragraph
  end-if.
  move "CAPHIST.DAT" to ws-abend-file-name.
  move ws-ch-status to ws-abend-status.
  perform check-file-status.
  read cap-hist-file
    at end set CH-EOF to true
  end-read.
  perform until CH-EOF
    perform varying ws-lim-idx from 1 by 1 until ws-lim-idx > ws-lim-count
      if lim-program(ws-lim-idx) = ch-program
          and lim-table(ws-lim-idx) = ch-table
        if ch-run-date = ws-today-date
          move "Y" to lim-held-today(ws-lim-idx)
        else
          if ch-run-date >= ws-window-start
              and ch-run-date < ws-today-date
              and (lim-base-date(ws-lim-idx) = zero
                or ch-run-date < lim-base-date(ws-lim-idx))
            move ch-run-date to lim-base-date(ws-lim-idx)
            move ch-rows to lim-base-rows(ws-lim-idx)
          end-if
        end-if
      end-if
    end-perform
    read cap-hist-file
      at end set CH-EOF to true
    end-read
  end-perform.
  close cap-hist-file.

append-capacity-history.
  open extend cap-hist-file.
  if ws-ch-status = "35"
    close cap-hist-file
    open output cap-hist-file
  end-if.
  move "CAPHIST.DAT" to ws-abend-file-name.
  move ws-ch-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-lim-idx from 1 by 1 until ws-lim-idx > ws-lim-count
    if lim-counted(ws-lim-idx) = "Y"
        and lim-held-today(ws-lim-idx) = "N"
      move spaces to cap-hist-record
      move ws-today-date to ch-run-date
      move lim-program(ws-lim-idx) to ch-program
      move lim-table(ws-lim-idx) to ch-table
      move lim-rows(ws-lim-idx) to ch-rows
      move lim-limit(ws-lim-idx) to ch-limit
      write cap-hist-record
      add 1 to ws-appended
    end-if
  end-perform.
  close cap-hist-file.

write-capacity-report.
  open extend capacity-report.
  if ws-cr-status = "35"
    open output capacity-report
  end-if.
  move "CAPMON.RPT" to ws-abend-file-name.
  move ws-cr-status to ws-abend-status.
  perform check-file-status.
  move spaces to capacity-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into capacity-report-line.
  write capacity-report-line.
  move spaces to capacity-report-line.
  string "IN-MEMORY TABLE CAPACITY AS OF " ws-today-date
      " - GROWTH OVER LAST " ws-trend-days " DAYS"
      into capacity-report-line.
  write capacity-report-line.
  perform varying ws-lim-idx from 1 by 1 until ws-lim-idx > ws-lim-count
    perform report-one-table
  end-perform.
  close capacity-report.

report-one-table.
  move spaces to capacity-report-line.
  if lim-counted(ws-lim-idx) = "N"
    string "PROGRAM=" lim-program(ws-lim-idx)
        " TABLE=" lim-table(ws-lim-idx)
        " LIMIT=" lim-limit(ws-lim-idx)
        " NOT COUNTED - NO FEEDING FILE KNOWN FOR THIS TABLE"
        into capacity-report-line
    write capacity-report-line
    exit paragraph
  end-if.
  if lim-rows(ws-lim-idx) >= lim-limit(ws-lim-idx)
    move 100 to ws-used-pct
    move zero to ws-rows-left
  else
    compute ws-used-pct =
        lim-rows(ws-lim-idx) * 100 / lim-limit(ws-lim-idx)
    compute ws-rows-left = lim-limit(ws-lim-idx) - lim-rows(ws-lim-idx)
  end-if.
  *> Growth per day since the oldest count in the window; with no
  *> earlier count yet, or a table that is shrinking or flat, there
  *> is no exhaustion date to project.
  move zero to ws-growth-rate.
  move zero to ws-days-left.
  if lim-base-date(ws-lim-idx) not = zero
    compute ws-elapsed-days = ws-today-int
        - function integer-of-date(lim-base-date(ws-lim-idx))
    if ws-elapsed-days > zero
      compute ws-growth-rate rounded =
          (lim-rows(ws-lim-idx) - lim-base-rows(ws-lim-idx))
          / ws-elapsed-days
    end-if
  end-if.
  move ws-growth-rate to ws-growth-edit.
  move spaces to ws-alert-reason.
  if lim-rows(ws-lim-idx) >= lim-limit(ws-lim-idx)
    move "TABLE FULL" to ws-alert-reason
  else
    if ws-used-pct >= lim-warn-pct(ws-lim-idx)
      move "NEARING LIMIT" to ws-alert-reason
    end-if
  end-if.
  if ws-growth-rate > zero
    compute ws-days-left = ws-rows-left / ws-growth-rate
    move ws-days-left to ws-days-edit
    if ws-alert-reason = spaces
        and ws-days-left <= lim-warn-days(ws-lim-idx)
      move "FILLING FAST" to ws-alert-reason
    end-if
    string "PROGRAM=" lim-program(ws-lim-idx)
        " TABLE=" lim-table(ws-lim-idx)
        " ROWS=" lim-rows(ws-lim-idx)
        " LIMIT=" lim-limit(ws-lim-idx)
        " USED=" ws-used-pct "%"
        " GROWTH/DAY=" ws-growth-edit
        " DAYS-LEFT=" ws-days-edit
        into capacity-report-line
  else
    string "PROGRAM=" lim-program(ws-lim-idx)
        " TABLE=" lim-table(ws-lim-idx)
        " ROWS=" lim-rows(ws-lim-idx)
        " LIMIT=" lim-limit(ws-lim-idx)
        " USED=" ws-used-pct "%"
        " GROWTH/DAY=" ws-growth-edit
        " DAYS-LEFT=  NONE"
        into capacity-report-line
  end-if.
  if ws-alert-reason = spaces
    move "OK" to capacity-report-line(121:12)
    write capacity-report-line
  else
    move "** WARNING **" to capacity-report-line(120:13)
    write capacity-report-line
    perform raise-capacity-alert
  end-if.

raise-capacity-alert.
  *> Same structured queue row alertbat.cob raises and escalates.
  open extend alert-queue-file.
  if ws-aq-status = "35"
    open output alert-queue-file
  end-if.
  move "ALERTQUE.DAT" to ws-abend-file-name.
  move ws-aq-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:14) to aq-timestamp.
  move "CAPACITY" to aq-severity.
  move "ONCALL-PAGER@SHOP.INTERNAL" to aq-destination.
  move "N" to aq-ack-flag.
  move zero to aq-esc-level.
  move spaces to aq-body.
  if ws-growth-rate > zero
    string lim-program(ws-lim-idx) delimited by space
        " " delimited by size
        lim-table(ws-lim-idx) delimited by space
        " " delimited by size
        ws-alert-reason delimited by "  "
        " " ws-used-pct "% FULL IN" ws-days-edit "D"
        into aq-body
  else
    string lim-program(ws-lim-idx) delimited by space
        " " delimited by size
        lim-table(ws-lim-idx) delimited by space
        " " delimited by size
        ws-alert-reason delimited by "  "
        " " ws-used-pct "% OF " lim-limit(ws-lim-idx)
        into aq-body
  end-if.
  write alert-queue-record.
  close alert-queue-file.
  add 1 to ws-alerts-raised.

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

end program capmon.
