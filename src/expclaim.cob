identification division.
  program-id. expclaim.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select expense-claim-input assign to "EXPCLAIM.DAT"
        organization is line sequential
        file status is ws-ec-status.
    select expense-policy-file assign to "EXPPOL.DAT"
        organization is line sequential
        file status is ws-ep-status.
    select employee-payee-file assign to "EMPPAYEE.DAT"
        organization is line sequential
        file status is ws-epy-status.
    select employee-file assign to "EMPMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-emp-rel-key
        file status is ws-emp-status.
    select vendor-file assign to "VENDMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-vm-rel-key
        file status is ws-vm-status.
    select ap-open-file assign to "APOPEN.DAT"
        organization is indexed
        access mode is dynamic
        record key is ap-item-key
        alternate record key is ap-vendor-no with duplicates
        alternate record key is ap-due-date with duplicates
        file status is ws-apo-status.
    select expense-hist-file assign to "EXPHIST.DAT"
        organization is line sequential
        file status is ws-xh-status.
    select expense-ctl assign to "EXPCTL.CTL"
        organization is line sequential
        file status is ws-xc-status.
    select reject-file assign to "REJECT.DAT"
        organization is line sequential
        file status is ws-rej-status.
    select expense-report assign to "EXPCLAIM.RPT"
        organization is line sequential
        file status is ws-xr-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  run-log-file.
  01 run-log-line             pic x(160).
*> One row per receipt-level claim line keyed by the employee: the
*> expense type (EXPPOL.DAT), the date the expense was incurred, the
*> amount claimed and whether a receipt was handed in (Y/N).
  fd  expense-claim-input.
  01 expense-claim-input-record.
    05 ec-emp-id               pic 9(6).
    05 filler                  pic x(1).
    05 ec-exp-type             pic x(4).
    05 filler                  pic x(1).
    05 ec-exp-date             pic 9(8).
    05 filler                  pic x(1).
    05 ec-amount               pic s9(7)v99 sign is leading separate.
    05 filler                  pic x(1).
    05 ec-receipt-flag         pic x(1).
        88 EC-HAS-RECEIPT      value "Y".
*> Expense policy per type: the most one claim line may be, the
*> amount above which a receipt is required, and the GL expense
*> account the reimbursement is charged to.
  fd  expense-policy-file.
  01 expense-policy-record.
    05 ep-exp-type             pic x(4).
    05 filler                  pic x(1).
    05 ep-description          pic x(20).
    05 filler                  pic x(1).
    05 ep-limit-amount         pic 9(7)v99.
    05 filler                  pic x(1).
    05 ep-receipt-over         pic 9(7)v99.
    05 filler                  pic x(1).
    05 ep-expense-acct         pic 9(6).
*> The vendor each employee is reimbursed through - the employee's
*> remit-to set up on VENDMAST.DAT, so appay.cob pays claims exactly
*> as it pays any other open item.
  fd  employee-payee-file.
  01 employee-payee-record.
    05 epy-emp-id              pic 9(6).
    05 filler                  pic x(1).
    05 epy-vendor-no           pic 9(6).
  fd  employee-file.
  copy "empmast.cpy".
  fd  vendor-file.
  copy "vendmast.cpy".
  fd  ap-open-file.
  copy "apopen.cpy".
  fd  expense-hist-file.
  copy "exphist.cpy".
  fd  expense-ctl.
  01 expense-ctl-record.
    05 xc-next-claim-no        pic 9(6).
  fd  reject-file.
  copy "rejectrec.cpy".
  fd  expense-report.
  01 expense-report-line       pic x(132).
  fd  run-ctl-file.
  copy "runctl.cpy".
  working-storage section.
    01 ws-ec-status       pic x(2) value "00".
    01 ws-ep-status       pic x(2) value "00".
    01 ws-epy-status      pic x(2) value "00".
    01 ws-emp-status      pic x(2) value "00".
    01 ws-emp-rel-key     pic 9(6) value 1.
    01 ws-vm-status       pic x(2) value "00".
    01 ws-vm-rel-key      pic 9(6) value 1.
    01 ws-apo-status      pic x(2) value "00".
    01 ws-apo-written     pic x(1) value "N".
    01 ws-xh-status       pic x(2) value "00".
    01 ws-xc-status       pic x(2) value "00".
    01 ws-rej-status      pic x(2) value "00".
    01 ws-xr-status       pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-ec-eof          pic x(1) value "N".
        88 EC-EOF         value "Y".
    01 ws-ep-eof          pic x(1) value "N".
        88 EP-EOF         value "Y".
    01 ws-epy-eof         pic x(1) value "N".
        88 EPY-EOF        value "Y".

    *> The policy table, seeded on first run with placeholder limits
    *> and expense accounts finance repoints - GLBRIDGE.CTL
    *> discipline.
    01 ws-policy-table.
      05 ws-pol-entry occurs 50 times indexed by ws-pol-idx.
        10 pol-exp-type          pic x(4).
        10 pol-limit-amount      pic 9(7)v99.
        10 pol-receipt-over      pic 9(7)v99.
        10 pol-expense-acct      pic 9(6).
    01 ws-pol-count       pic 9(2) value zero.
    01 ws-pol-found-idx   pic 9(2) value zero.
    01 ws-policy-seed.
      05 filler pic x(52) value
        "MEAL MEALS                000007500 000002500 620001".
      05 filler pic x(52) value
        "HOTL LODGING              000025000 000000000 620002".
      05 filler pic x(52) value
        "AIRF AIRFARE              000150000 000000000 620003".
      05 filler pic x(52) value
        "MILE MILEAGE              000050000 999999999 620004".
      05 filler pic x(52) value
        "MISC MISCELLANEOUS        000010000 000002500 620005".
    01 ws-policy-seed-table redefines ws-policy-seed.
      05 ws-seed-row pic x(52) occurs 5 times indexed by ws-seed-idx.

    01 ws-payee-table.
      05 ws-pay-entry occurs 2000 times indexed by ws-pay-idx.
        10 pay-emp-id            pic 9(6).
        10 pay-vendor-no         pic 9(6).
    01 ws-pay-count       pic 9(4) value zero.

    01 ws-claim-valid     pic x(1) value "Y".
    01 ws-next-claim-no   pic 9(6) value 600001.
    01 ws-vendor-no       pic 9(6) value zero.
    01 ws-cost-center     pic 9(4) value zero.
    01 ws-approved-count  pic 9(6) value zero.
    01 ws-rejected-count  pic 9(6) value zero.
    01 ws-approved-amount pic s9(11)v99 value zero.
    01 ws-rejected-amount pic s9(11)v99 value zero.
    01 ws-amount-edit     pic z(6)9.99-.
    01 ws-total-edit      pic z(10)9.99-.
    01 ws-rej-key         pic 9(6).
    01 ws-rej-reason-code pic x(4).
    01 ws-rej-reason-text pic x(40).
    01 ws-business-date   pic 9(8).
    01 ws-today-date      pic 9(8).
    *> Run-log entry with elapsed time, like every other cycle step.
    01 ws-runlog-status   pic x(2) value "00".
    01 ws-run-status-txt  pic x(8) value "COMPLETE".
    01 ws-step-start-hhmmss pic 9(6) value zero.
    01 ws-step-end-hhmmss   pic 9(6) value zero.
    01 ws-step-elapsed-secs pic s9(6) value zero.
    copy "rptstamp.cpy".
procedure division.
main-paragraph.
  *> Employee expense claims: each EXPCLAIM.DAT line is checked
  *> against the employee master (on file, not terminated, assigned
  *> a cost center), the per-type policy on EXPPOL.DAT (known type,
  *> within limit, receipt where required) and the employee's payee
  *> vendor. An approved line becomes an APOPEN.DAT item payable to
  *> the employee and charged to the employee's cost center, so the
  *> normal payment run reimburses it; a failed line rejects with a
  *> reason code. Every line lands on EXPHIST.DAT for expmon.cob.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform establish-business-date.
  perform load-expense-policy.
  if return-code not = zero
    perform write-run-log-entry
    goback
  end-if.
  perform load-employee-payees.
  if return-code not = zero
    perform write-run-log-entry
    goback
  end-if.
  perform load-claim-control.
  perform open-master-files.
  if return-code not = zero
    perform write-run-log-entry
    goback
  end-if.
  perform process-expense-claims.
  perform close-master-files.
  perform save-claim-control.
  perform write-run-log-entry.
  display "EXPCLAIM: " ws-approved-count " CLAIM LINE(S) APPROVED, "
      ws-rejected-count " REJECTED".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "EXPCLAIM" to rpt-job-name.
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

load-expense-policy.
  move zero to ws-pol-count.
  move "N" to ws-ep-eof.
  open input expense-policy-file.
  if ws-ep-status = "35"
    open output expense-policy-file
    perform varying ws-seed-idx from 1 by 1 until ws-seed-idx > 5
      move ws-seed-row(ws-seed-idx) to expense-policy-record
      write expense-policy-record
    end-perform
    close expense-policy-file
    open input expense-policy-file
  end-if.
  move "EXPPOL.DAT" to ws-abend-file-name.
  move ws-ep-status to ws-abend-status.
  perform check-file-status.
  read expense-policy-file
    at end set EP-EOF to true
  end-read.
  perform until EP-EOF
    if ws-pol-count < 50
      add 1 to ws-pol-count
      move ep-exp-type to pol-exp-type(ws-pol-count)
      move ep-limit-amount to pol-limit-amount(ws-pol-count)
      move ep-receipt-over to pol-receipt-over(ws-pol-count)
      move ep-expense-acct to pol-expense-acct(ws-pol-count)
    else
      display "EXPCLAIM: POLICY TABLE FULL AT 50 - EXPPOL.DAT HAS MORE"
      move 16 to return-code
      set EP-EOF to true
    end-if
    read expense-policy-file
      at end set EP-EOF to true
    end-read
  end-perform.
  close expense-policy-file.

load-employee-payees.
  move zero to ws-pay-count.
  move "N" to ws-epy-eof.
  open input employee-payee-file.
  if ws-epy-status = "35"
    close employee-payee-file
    exit paragraph
  end-if.
  move "EMPPAYEE.DAT" to ws-abend-file-name.
  move ws-epy-status to ws-abend-status.
  perform check-file-status.
  read employee-payee-file
    at end set EPY-EOF to true
  end-read.
  perform until EPY-EOF
    if ws-pay-count < 2000
      add 1 to ws-pay-count
      move epy-emp-id to pay-emp-id(ws-pay-count)
      move epy-vendor-no to pay-vendor-no(ws-pay-count)
    else
      display "EXPCLAIM: PAYEE TABLE FULL AT 2000 - EMPPAYEE.DAT HAS MORE"
      move 16 to return-code
      set EPY-EOF to true
    end-if
    read employee-payee-file
      at end set EPY-EOF to true
    end-read
  end-perform.
  close employee-payee-file.

load-claim-control.
  open input expense-ctl.
  if ws-xc-status = "35"
    close expense-ctl
    exit paragraph
  end-if.
  read expense-ctl
    at end continue
    not at end
      if xc-next-claim-no numeric and xc-next-claim-no not = zero
        move xc-next-claim-no to ws-next-claim-no
      end-if
  end-read.
  close expense-ctl.

save-claim-control.
  open output expense-ctl.
  move "EXPCTL.CTL" to ws-abend-file-name.
  move ws-xc-status to ws-abend-status.
  perform check-file-status.
  move ws-next-claim-no to xc-next-claim-no.
  write expense-ctl-record.
  close expense-ctl.

open-master-files.
  open input employee-file.
  if ws-emp-status = "35"
    close employee-file
    display "EXPCLAIM: NO EMPMAST.DAT - CLAIMS UNVALIDATABLE"
    move 16 to return-code
    exit paragraph
  end-if.
  move "EMPMAST.DAT" to ws-abend-file-name.
  move ws-emp-status to ws-abend-status.
  perform check-file-status.
  open input vendor-file.
  if ws-vm-status = "35"
    close vendor-file
    display "EXPCLAIM: NO VENDMAST.DAT - LOAD THE VENDOR MASTER FIRST"
    move 16 to return-code
    exit paragraph
  end-if.
  open i-o ap-open-file.
  if ws-apo-status = "35"
    open output ap-open-file
    close ap-open-file
    open i-o ap-open-file
  end-if.
  move "APOPEN.DAT" to ws-abend-file-name.
  move ws-apo-status to ws-abend-status.
  perform check-file-status.

close-master-files.
  close employee-file.
  close vendor-file.
  close ap-open-file.

process-expense-claims.
  move "N" to ws-ec-eof.
  open input expense-claim-input.
  if ws-ec-status = "35"
    display "EXPCLAIM: NO EXPCLAIM.DAT - NOTHING TO LOAD"
    close expense-claim-input
    exit paragraph
  end-if.
  move "EXPCLAIM.DAT" to ws-abend-file-name.
  move ws-ec-status to ws-abend-status.
  perform check-file-status.
  open extend expense-hist-file.
  if ws-xh-status = "35"
    open output expense-hist-file
  end-if.
  move "EXPHIST.DAT" to ws-abend-file-name.
  move ws-xh-status to ws-abend-status.
  perform check-file-status.
  open extend expense-report.
  if ws-xr-status = "35"
    open output expense-report
  end-if.
  move "EXPCLAIM.RPT" to ws-abend-file-name.
  move ws-xr-status to ws-abend-status.
  perform check-file-status.
  move spaces to expense-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into expense-report-line.
  write expense-report-line.
  move spaces to expense-report-line.
  string "EXPENSE CLAIM INTAKE FOR " ws-business-date
      into expense-report-line.
  write expense-report-line.
  read expense-claim-input
    at end set EC-EOF to true
  end-read.
  perform until EC-EOF
    perform process-one-claim
    read expense-claim-input
      at end set EC-EOF to true
    end-read
  end-perform.
  move ws-approved-amount to ws-total-edit.
  move spaces to expense-report-line.
  string "APPROVED LINES=" ws-approved-count " AMOUNT=" ws-total-edit
      into expense-report-line.
  write expense-report-line.
  move ws-rejected-amount to ws-total-edit.
  move spaces to expense-report-line.
  string "REJECTED LINES=" ws-rejected-count " AMOUNT=" ws-total-edit
      into expense-report-line.
  write expense-report-line.
  close expense-report.
  close expense-hist-file.
  close expense-claim-input.
  *> The intake drop is consumed - truncate it so a rerun can't pay
  *> a claim twice.
  open output expense-claim-input.
  close expense-claim-input.

process-one-claim.
  move "Y" to ws-claim-valid.
  move zero to ws-vendor-no.
  move zero to ws-cost-center.
  move zero to ws-pol-found-idx.
  move spaces to ws-rej-reason-code.
  if ec-emp-id not numeric or ec-emp-id = zero
    move zero to ws-rej-key
    move "EXEM" to ws-rej-reason-code
    move "EXPENSE CLAIM EMPLOYEE ID NOT NUMERIC" to ws-rej-reason-text
    perform reject-claim
    exit paragraph
  end-if.
  move ec-emp-id to ws-rej-key.
  move ec-emp-id to ws-emp-rel-key.
  read employee-file
    invalid key
      move "EXEM" to ws-rej-reason-code
      move "CLAIM EMPLOYEE NOT ON EMPLOYEE MASTER" to ws-rej-reason-text
      move "N" to ws-claim-valid
    not invalid key
      move emp-cost-center to ws-cost-center
  end-read.
  if ws-claim-valid = "Y" and EMP-TERMINATED
    move "EXTM" to ws-rej-reason-code
    move "CLAIM FROM A TERMINATED EMPLOYEE" to ws-rej-reason-text
    move "N" to ws-claim-valid
  end-if.
  if ws-claim-valid = "Y"
      and (ws-cost-center not numeric or ws-cost-center = zero)
    move zero to ws-cost-center
    move "EXCC" to ws-rej-reason-code
    move "CLAIM EMPLOYEE HAS NO COST CENTER" to ws-rej-reason-text
    move "N" to ws-claim-valid
  end-if.
  if ws-claim-valid = "Y"
    perform varying ws-pol-idx from 1 by 1
        until ws-pol-idx > ws-pol-count or ws-pol-found-idx not = zero
      if pol-exp-type(ws-pol-idx) = ec-exp-type
        set ws-pol-found-idx to ws-pol-idx
      end-if
    end-perform
    if ws-pol-found-idx = zero
      move "EXTY" to ws-rej-reason-code
      move "EXPENSE TYPE NOT ON EXPENSE POLICY" to ws-rej-reason-text
      move "N" to ws-claim-valid
    end-if
  end-if.
  if ws-claim-valid = "Y"
    if ec-amount not numeric or ec-amount not > zero
        or ec-exp-date not numeric or ec-exp-date = zero
        or ec-exp-date > ws-business-date
      move "EXAM" to ws-rej-reason-code
      move "CLAIM AMOUNT OR EXPENSE DATE INVALID" to ws-rej-reason-text
      move "N" to ws-claim-valid
    end-if
  end-if.
  if ws-claim-valid = "Y"
    if ec-amount > pol-limit-amount(ws-pol-found-idx)
      move "EXLM" to ws-rej-reason-code
      move "CLAIM OVER THE POLICY LIMIT FOR ITS TYPE" to ws-rej-reason-text
      move "N" to ws-claim-valid
    end-if
  end-if.
  if ws-claim-valid = "Y"
    if ec-amount > pol-receipt-over(ws-pol-found-idx)
        and not EC-HAS-RECEIPT
      move "EXRC" to ws-rej-reason-code
      move "NO RECEIPT FOR A CLAIM THAT NEEDS ONE" to ws-rej-reason-text
      move "N" to ws-claim-valid
    end-if
  end-if.
  if ws-claim-valid = "Y"
    perform varying ws-pay-idx from 1 by 1
        until ws-pay-idx > ws-pay-count or ws-vendor-no not = zero
      if pay-emp-id(ws-pay-idx) = ec-emp-id
        move pay-vendor-no(ws-pay-idx) to ws-vendor-no
      end-if
    end-perform
    if ws-vendor-no = zero
      move "EXNV" to ws-rej-reason-code
      move "EMPLOYEE HAS NO PAYEE ON EMPPAYEE.DAT" to ws-rej-reason-text
      move "N" to ws-claim-valid
    else
      move ws-vendor-no to ws-vm-rel-key
      read vendor-file
        invalid key
          move "EXNV" to ws-rej-reason-code
          move "EMPLOYEE PAYEE NOT ON VENDOR MASTER" to ws-rej-reason-text
          move "N" to ws-claim-valid
        not invalid key
          if VM-INACTIVE
            move "EXNV" to ws-rej-reason-code
            move "EMPLOYEE PAYEE INACTIVE ON VENDOR MASTER"
                to ws-rej-reason-text
            move "N" to ws-claim-valid
          end-if
      end-read
    end-if
  end-if.
  if ws-claim-valid not = "Y"
    perform reject-claim
    exit paragraph
  end-if.
  perform approve-claim.

approve-claim.
  perform write-ap-open-item.
  move ws-next-claim-no to xh-claim-no.
  move "A" to xh-status.
  move spaces to xh-reason-code.
  move pol-expense-acct(ws-pol-found-idx) to xh-expense-acct.
  perform write-claim-history.
  add 1 to ws-next-claim-no.
  add 1 to ws-approved-count.
  add ec-amount to ws-approved-amount.
  move ec-amount to ws-amount-edit.
  move spaces to expense-report-line.
  string "APPROVED CLAIM=" xh-claim-no " EMP=" ec-emp-id
      " TYPE=" ec-exp-type " DATE=" ec-exp-date
      " AMOUNT=" ws-amount-edit " VENDOR=" ws-vendor-no
      " CC=" ws-cost-center
      into expense-report-line.
  write expense-report-line.

write-ap-open-item.
  *> The claim is due on intake - reimbursement isn't held to vendor
  *> terms - so the next payment run picks it up.
  move ws-next-claim-no to ap-invoice-no.
  move ws-vendor-no to ap-vendor-no.
  move ec-amount to ap-amount.
  move zero to ap-paid-amount.
  move ws-business-date to ap-invoice-date.
  move ws-business-date to ap-due-date.
  move "O" to ap-status.
  move pol-expense-acct(ws-pol-found-idx) to ap-expense-acct.
  move ws-cost-center to ap-cost-center.
  move space to ap-hold-code.
  move zero to ap-po-no.
  move zero to ap-po-line.
  move zero to ap-billed-qty.
  move zero to ap-disc-pct.
  move zero to ap-disc-days.
  move zero to ap-disc-date.
  move zero to ap-disc-taken.
  move space to ap-disc-status.
  move spaces to ap-currency-code.
  move zero to ap-fx-amount.
  move 1 to ap-booking-rate.
  *> The claim number keys the item on APOPEN.DAT under the
  *> employee's payee vendor; a number already held there moves the
  *> claim series past it.
  move "N" to ws-apo-written.
  perform until ws-apo-written = "Y"
    move ws-next-claim-no to ap-invoice-no
    write ap-open-item-record
      invalid key
        if ws-apo-status = "22"
          add 1 to ws-next-claim-no
        else
          move "APOPEN.DAT" to ws-abend-file-name
          move ws-apo-status to ws-abend-status
          perform check-file-status
          move "Y" to ws-apo-written
        end-if
      not invalid key
        move "Y" to ws-apo-written
    end-write
  end-perform.

reject-claim.
  perform write-reject-record.
  move zero to xh-claim-no.
  move "R" to xh-status.
  move ws-rej-reason-code to xh-reason-code.
  if ws-pol-found-idx = zero
    move zero to xh-expense-acct
  else
    move pol-expense-acct(ws-pol-found-idx) to xh-expense-acct
  end-if.
  perform write-claim-history.
  add 1 to ws-rejected-count.
  if ec-amount numeric
    add ec-amount to ws-rejected-amount
  end-if.
  move spaces to expense-report-line.
  string "REJECTED EMP=" ec-emp-id " TYPE=" ec-exp-type
      " DATE=" ec-exp-date " REASON=" ws-rej-reason-code
      " " ws-rej-reason-text
      into expense-report-line.
  write expense-report-line.

write-claim-history.
  if ec-emp-id numeric
    move ec-emp-id to xh-emp-id
  else
    move zero to xh-emp-id
  end-if.
  move ec-exp-type to xh-exp-type.
  if ec-exp-date numeric
    move ec-exp-date to xh-exp-date
  else
    move zero to xh-exp-date
  end-if.
  if ec-amount numeric
    move ec-amount to xh-amount
  else
    move zero to xh-amount
  end-if.
  move ec-receipt-flag to xh-receipt-flag.
  move ws-cost-center to xh-cost-center.
  move ws-vendor-no to xh-vendor-no.
  move ws-business-date to xh-process-date.
  write expense-history-record.

write-reject-record.
  open extend reject-file.
  if ws-rej-status = "35"
    open output reject-file
  end-if.
  move "REJECT.DAT" to ws-abend-file-name.
  move ws-rej-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:15) to rej-timestamp.
  move "EXPCLAIM" to rej-source.
  move ws-rej-key to rej-key.
  move ws-rej-reason-code to rej-reason-code.
  move ws-rej-reason-text to rej-reason-text.
  move "N" to rej-resolved-flag.
  write reject-record.
  close reject-file.

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
      " JOB=EXPCLAIM"
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

end program expclaim.
