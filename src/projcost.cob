identification division.
  program-id. projcost.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select project-file assign to "PROJMAST.DAT"
        organization is line sequential
        file status is ws-pj-status.
    select project-txn-file assign to "PROJTXN.DAT"
        organization is line sequential
        file status is ws-pt-status.
    select project-hist-file assign to "PROJHIST.DAT"
        organization is line sequential
        file status is ws-ph-status.
    select sales-history-file assign to "SALESHST.DAT"
        organization is line sequential
        file status is ws-shs-status.
    select project-report assign to "PROJCOST.RPT"
        organization is line sequential
        file status is ws-pr-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
data division.
  file section.
  fd  project-file.
  copy "projmast.cpy".
  fd  project-txn-file.
  copy "projtxn.cpy".
  fd  project-hist-file.
  01 project-hist-record        pic x(54).
  fd  sales-history-file.
  copy "saleshst.cpy".
  fd  project-report.
  01 project-report-line        pic x(132).
  fd  run-ctl-file.
  copy "runctl.cpy".
  working-storage section.
    01 ws-pj-status       pic x(2) value "00".
    01 ws-pt-status       pic x(2) value "00".
    01 ws-ph-status       pic x(2) value "00".
    01 ws-shs-status      pic x(2) value "00".
    01 ws-pr-status       pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-pj-eof          pic x(1) value "N".
        88 PJ-EOF         value "Y".
    01 ws-pt-eof          pic x(1) value "N".
        88 PT-EOF         value "Y".
    01 ws-shs-eof         pic x(1) value "N".
        88 SHS-EOF        value "Y".

    *> The project master in memory, actuals added as the run posts,
    *> and the revenue SALESHST.DAT shows billed to each project.
    01 ws-project-table.
      05 ws-pjt-entry occurs 1000 times indexed by ws-pjt-idx.
        10 pjt-record            pic x(123).
        10 pjt-revenue           pic s9(11)v99.
    01 ws-pjt-count       pic 9(4) value zero.
    01 ws-pjt-found-idx   pic 9(4) value zero.
    01 ws-find-project-no pic 9(6) value zero.

    *> Charges for projects not (yet) on the master, put back on
    *> PROJTXN.DAT to post once projload.cob sets the project up.
    01 ws-held-table.
      05 ws-hld-entry occurs 2000 times indexed by ws-hld-idx.
        10 hld-record            pic x(54).
    01 ws-hld-count       pic 9(4) value zero.

    01 ws-posted-count    pic 9(6) value zero.
    01 ws-posted-amount   pic s9(11)v99 value zero.
    01 ws-budget-amt      pic s9(11)v99 value zero.
    01 ws-actual-amt      pic s9(11)v99 value zero.
    01 ws-variance-amt    pic s9(11)v99 value zero.
    01 ws-total-budget    pic s9(11)v99 value zero.
    01 ws-total-actual    pic s9(11)v99 value zero.
    01 ws-margin-amt      pic s9(11)v99 value zero.
    01 ws-used-pct        pic s9(5)v9 value zero.
    01 ws-cat-text        pic x(8) value spaces.
    01 ws-budget-edit     pic z(10)9.99-.
    01 ws-actual-edit     pic z(10)9.99-.
    01 ws-variance-edit   pic z(10)9.99-.
    01 ws-pct-edit        pic zzzz9.9-.
    01 ws-hours-edit      pic z(6)9.99.
    01 ws-pl-revenue      pic s9(11)v99 value zero.
    01 ws-pl-cost         pic s9(11)v99 value zero.
    01 ws-pl-margin       pic s9(11)v99 value zero.
    01 ws-billable-count  pic 9(4) value zero.
    01 ws-business-date   pic 9(8).
    01 ws-today-date      pic 9(8).
    copy "rptstamp.cpy".
procedure division.
main-paragraph.
  *> Project cost accumulation: the labor, vendor and material
  *> charges the posting runs tagged with a project land on its
  *> project-to-date actuals by category, each row kept on
  *> PROJHIST.DAT. The report sets every project's actuals against
  *> its budget, then gives each billable project its P&L - the
  *> revenue billed to it on SALESHST.DAT less its cost to date.
  perform load-report-stamp.
  perform establish-business-date.
  perform load-project-master.
  if return-code not = zero
    goback
  end-if.
  if ws-pjt-count = zero
    display "PROJCOST: NO PROJMAST.DAT - LOAD PROJECTS WITH PROJLOAD"
    goback
  end-if.
  perform post-project-charges.
  if return-code not = zero
    goback
  end-if.
  perform rewrite-project-master.
  perform load-project-revenue.
  perform write-project-report.
  display "PROJCOST: " ws-posted-count " CHARGE(S) POSTED, "
      ws-hld-count " HELD FOR UNKNOWN PROJECTS".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "PROJCOST" to rpt-job-name.
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

load-project-master.
  move zero to ws-pjt-count.
  move "N" to ws-pj-eof.
  open input project-file.
  if ws-pj-status = "35"
    close project-file
    exit paragraph
  end-if.
  move "PROJMAST.DAT" to ws-abend-file-name.
  move ws-pj-status to ws-abend-status.
  perform check-file-status.
  read project-file
    at end set PJ-EOF to true
  end-read.
  perform until PJ-EOF
    if ws-pjt-count < 1000
      add 1 to ws-pjt-count
      move project-master-record to pjt-record(ws-pjt-count)
      move zero to pjt-revenue(ws-pjt-count)
    else
      display "PROJCOST: PROJECT TABLE FULL AT 1000 - PROJMAST.DAT HAS MORE"
      move 16 to return-code
      set PJ-EOF to true
    end-if
    read project-file
      at end set PJ-EOF to true
    end-read
  end-perform.
  close project-file.

find-project.
  move zero to ws-pjt-found-idx.
  perform varying ws-pjt-idx from 1 by 1
      until ws-pjt-idx > ws-pjt-count or ws-pjt-found-idx not = zero
    if pjt-record(ws-pjt-idx)(1:6) = ws-find-project-no
      set ws-pjt-found-idx to ws-pjt-idx
    end-if
  end-perform.

post-project-charges.
  move zero to ws-hld-count.
  move "N" to ws-pt-eof.
  open input project-txn-file.
  if ws-pt-status = "35"
    close project-txn-file
    exit paragraph
  end-if.
  move "PROJTXN.DAT" to ws-abend-file-name.
  move ws-pt-status to ws-abend-status.
  perform check-file-status.
  open extend project-hist-file.
  if ws-ph-status = "35"
    close project-hist-file
    open output project-hist-file
  end-if.
  move "PROJHIST.DAT" to ws-abend-file-name.
  move ws-ph-status to ws-abend-status.
  perform check-file-status.
  read project-txn-file
    at end set PT-EOF to true
  end-read.
  perform until PT-EOF
    perform post-one-charge
    read project-txn-file
      at end set PT-EOF to true
    end-read
  end-perform.
  close project-hist-file.
  close project-txn-file.
  if return-code not = zero
    exit paragraph
  end-if.
  *> The file is consumed; only the held charges go back on it.
  open output project-txn-file.
  perform varying ws-hld-idx from 1 by 1 until ws-hld-idx > ws-hld-count
    move hld-record(ws-hld-idx) to project-txn-record
    write project-txn-record
  end-perform.
  close project-txn-file.

post-one-charge.
  move zero to ws-find-project-no.
  if pt-project-no numeric
    move pt-project-no to ws-find-project-no
    perform find-project
  else
    move zero to ws-pjt-found-idx
  end-if.
  if ws-pjt-found-idx = zero
    if ws-hld-count < 2000
      add 1 to ws-hld-count
      move project-txn-record to hld-record(ws-hld-count)
    else
      display "PROJCOST: HELD TABLE FULL AT 2000 - PROJTXN.DAT LEFT AS IS"
      move 16 to return-code
      set PT-EOF to true
    end-if
    exit paragraph
  end-if.
  move pjt-record(ws-pjt-found-idx) to project-master-record.
  evaluate true
    when PT-LABOR
      add pt-amount to pj-actual-labor
      add pt-qty to pj-actual-hours
    when PT-MATERIAL
      add pt-amount to pj-actual-material
    when other
      add pt-amount to pj-actual-vendor
  end-evaluate.
  move ws-business-date to pj-last-post-date.
  move project-master-record to pjt-record(ws-pjt-found-idx).
  move project-txn-record to project-hist-record.
  write project-hist-record.
  add 1 to ws-posted-count.
  add pt-amount to ws-posted-amount.

rewrite-project-master.
  open output project-file.
  move "PROJMAST.DAT" to ws-abend-file-name.
  move ws-pj-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-pjt-idx from 1 by 1 until ws-pjt-idx > ws-pjt-count
    move pjt-record(ws-pjt-idx) to project-master-record
    write project-master-record
  end-perform.
  close project-file.

load-project-revenue.
  move "N" to ws-shs-eof.
  open input sales-history-file.
  if ws-shs-status = "35"
    close sales-history-file
    exit paragraph
  end-if.
  move "SALESHST.DAT" to ws-abend-file-name.
  move ws-shs-status to ws-abend-status.
  perform check-file-status.
  read sales-history-file
    at end set SHS-EOF to true
  end-read.
  perform until SHS-EOF
    if sh-project-no numeric and sh-project-no not = zero
      move sh-project-no to ws-find-project-no
      perform find-project
      if ws-pjt-found-idx not = zero
        add sh-ext-amount to pjt-revenue(ws-pjt-found-idx)
      end-if
    end-if
    read sales-history-file
      at end set SHS-EOF to true
    end-read
  end-perform.
  close sales-history-file.

write-project-report.
  open extend project-report.
  if ws-pr-status = "35"
    open output project-report
  end-if.
  move "PROJCOST.RPT" to ws-abend-file-name.
  move ws-pr-status to ws-abend-status.
  perform check-file-status.
  move spaces to project-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into project-report-line.
  write project-report-line.
  move spaces to project-report-line.
  string "PROJECT-TO-DATE COST VS BUDGET AS OF " ws-business-date
      into project-report-line.
  write project-report-line.
  perform varying ws-pjt-idx from 1 by 1 until ws-pjt-idx > ws-pjt-count
    move pjt-record(ws-pjt-idx) to project-master-record
    perform write-project-cost-block
  end-perform.
  move spaces to project-report-line.
  string "PROJECT P&L - BILLABLE PROJECTS" delimited by size
      into project-report-line.
  write project-report-line.
  perform varying ws-pjt-idx from 1 by 1 until ws-pjt-idx > ws-pjt-count
    move pjt-record(ws-pjt-idx) to project-master-record
    if PJ-BILLABLE
      perform write-project-pl-line
    end-if
  end-perform.
  move ws-pl-revenue to ws-budget-edit.
  move ws-pl-cost to ws-actual-edit.
  move ws-pl-margin to ws-variance-edit.
  move spaces to project-report-line.
  string "BILLABLE PROJECTS=" ws-billable-count
      " REVENUE=" ws-budget-edit " COST=" ws-actual-edit
      " MARGIN=" ws-variance-edit into project-report-line.
  write project-report-line.
  move ws-posted-amount to ws-actual-edit.
  move spaces to project-report-line.
  string "CHARGES POSTED THIS RUN=" ws-posted-count
      " AMOUNT=" ws-actual-edit
      " HELD FOR UNKNOWN PROJECTS=" ws-hld-count
      into project-report-line.
  write project-report-line.
  perform varying ws-hld-idx from 1 by 1 until ws-hld-idx > ws-hld-count
    move hld-record(ws-hld-idx) to project-txn-record
    move pt-amount to ws-actual-edit
    move spaces to project-report-line
    string "  HELD PROJECT=" pt-project-no " CAT=" pt-category
        " SOURCE=" pt-source " REF=" pt-ref " DATE=" pt-date
        " AMOUNT=" ws-actual-edit into project-report-line
    write project-report-line
  end-perform.
  close project-report.

write-project-cost-block.
  move pj-actual-hours to ws-hours-edit.
  move spaces to project-report-line.
  string "PROJECT=" pj-project-no " " pj-name " TYPE=" pj-type
      " STATUS=" pj-status " CUST=" pj-cust-no
      " HOURS=" ws-hours-edit " LAST POSTED=" pj-last-post-date
      into project-report-line.
  write project-report-line.
  move zero to ws-total-budget.
  move zero to ws-total-actual.
  move "LABOR" to ws-cat-text.
  move pj-budget-labor to ws-budget-amt.
  move pj-actual-labor to ws-actual-amt.
  perform write-category-line.
  move "MATERIAL" to ws-cat-text.
  move pj-budget-material to ws-budget-amt.
  move pj-actual-material to ws-actual-amt.
  perform write-category-line.
  move "VENDOR" to ws-cat-text.
  move pj-budget-vendor to ws-budget-amt.
  move pj-actual-vendor to ws-actual-amt.
  perform write-category-line.
  move "TOTAL" to ws-cat-text.
  move ws-total-budget to ws-budget-amt.
  move ws-total-actual to ws-actual-amt.
  perform write-category-line.

write-category-line.
  *> Variance is budget left (negative = overrun); the percentage is
  *> how much of the budget the actuals have used.
  if ws-cat-text not = "TOTAL"
    add ws-budget-amt to ws-total-budget
    add ws-actual-amt to ws-total-actual
  end-if.
  compute ws-variance-amt = ws-budget-amt - ws-actual-amt.
  if ws-budget-amt not = zero
    compute ws-used-pct rounded = ws-actual-amt * 100 / ws-budget-amt
  else
    move zero to ws-used-pct
  end-if.
  move ws-budget-amt to ws-budget-edit.
  move ws-actual-amt to ws-actual-edit.
  move ws-variance-amt to ws-variance-edit.
  move ws-used-pct to ws-pct-edit.
  move spaces to project-report-line.
  string "  " ws-cat-text " BUDGET=" ws-budget-edit
      " ACTUAL=" ws-actual-edit " VARIANCE=" ws-variance-edit
      " USED%=" ws-pct-edit into project-report-line.
  write project-report-line.

write-project-pl-line.
  compute ws-actual-amt =
      pj-actual-labor + pj-actual-material + pj-actual-vendor.
  compute ws-margin-amt = pjt-revenue(ws-pjt-idx) - ws-actual-amt.
  if pjt-revenue(ws-pjt-idx) not = zero
    compute ws-used-pct rounded =
        ws-margin-amt * 100 / pjt-revenue(ws-pjt-idx)
  else
    move zero to ws-used-pct
  end-if.
  add 1 to ws-billable-count.
  add pjt-revenue(ws-pjt-idx) to ws-pl-revenue.
  add ws-actual-amt to ws-pl-cost.
  add ws-margin-amt to ws-pl-margin.
  move pjt-revenue(ws-pjt-idx) to ws-budget-edit.
  move ws-actual-amt to ws-actual-edit.
  move ws-margin-amt to ws-variance-edit.
  move ws-used-pct to ws-pct-edit.
  move spaces to project-report-line.
  string "PROJECT=" pj-project-no " CUST=" pj-cust-no
      " REVENUE=" ws-budget-edit " COST=" ws-actual-edit
      " MARGIN=" ws-variance-edit " MARGIN%=" ws-pct-edit
      into project-report-line.
  write project-report-line.

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

end program projcost.
