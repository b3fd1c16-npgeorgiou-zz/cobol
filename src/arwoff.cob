  input-output section.
  file-control.
    select ar-open-file assign to "AROPEN.DAT"
        organization is indexed
        access mode is dynamic
        record key is ar-invoice-no
        alternate record key is ar-cust-no with duplicates
        alternate record key is ar-due-date with duplicates
        file status is ws-aro-status.
    select wofftol-ctl assign to "WOFFTOL.CTL"
        organization is line sequential
        file status is ws-wt-status.
    select woff-register assign to "WOFF.RPT"
        organization is line sequential
        file status is ws-wr-status.
    select ar-pay-history assign to "ARPAYH.DAT"
        organization is line sequential
        file status is ws-ph-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  run-log-file.
  01 run-log-line             pic x(160).
  fd  ar-open-file.
  copy "aropen.cpy".
  fd  wofftol-ctl.
  01 wofftol-ctl-record.
    05 wt-tolerance            pic 9(3)v99.
  copy "jrnlbat.cpy".
  fd  woff-register.
  01 woff-register-line       pic x(132).
  fd  ar-pay-history.
  copy "arpayh.cpy".
  working-storage section.
    01 ws-aro-status      pic x(2) value "00".
    01 ws-wt-status       pic x(2) value "00".
    01 ws-wq-status       pic x(2) value "00".
    01 ws-ag-status       pic x(2) value "00".
    01 ws-txn-status      pic x(2) value "00".
    01 ws-jb-status       pic x(2) value "00".
    01 ws-wr-status       pic x(2) value "00".
    01 ws-ph-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-aro-eof         pic x(1) value "N".
        88 ARO-EOF        value "Y".
    01 ws-tolerance       pic 9(3)v99 value 1.00.
    01 ws-woff-acct       pic 9(6) value 699001.
    01 ws-woff-cc         pic 9(4) value 9999.
    01 ws-woff-count      pic 9(4) value zero.
    01 ws-woff-total      pic s9(11)v99 sign is leading separate value zero.
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
  *> forgiven cent on the register report, so finance approves the
  *> tolerance with its eyes open. The aging, the dunning pipeline
  *> and the collectors' queues stop carrying four-cent items.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform load-tolerance-control.
  perform load-gl-control.
  perform save-next-batch-id.
  display "ARWOFF: " ws-woff-count " ITEM(S) WRITTEN OFF, TOTAL="
      ws-woff-total.
  perform write-run-log-entry.
  goback.

load-report-stamp.
  write woff-register-line.

sweep-small-balances.
  *> No key finds a small residual, so every item is read - but only
  *> the items written off are rewritten, in place.
  move "N" to ws-aro-eof.
  open i-o ar-open-file.
  if ws-aro-status = "35"
    close ar-open-file
    display "ARWOFF: NO OPEN ITEMS ON FILE"
  move "AROPEN.DAT" to ws-abend-file-name.
  move ws-aro-status to ws-abend-status.
  perform check-file-status.
  read ar-open-file next record
    at end set ARO-EOF to true
  end-read.
  perform until ARO-EOF
    if not AR-ITEM-CLOSED
      perform judge-one-residual
    end-if
    read ar-open-file next record
      at end set ARO-EOF to true
    end-read
  end-perform.
  close ar-open-file.

judge-one-residual.
  compute ws-open-balance = ar-amount - ar-paid-amount.
  add 1 to ws-woff-count.
  add ws-open-balance to ws-woff-total.
  perform write-woff-transactions.
  perform write-pay-history-row.
  rewrite ar-open-item-record
    invalid key
      move "AROPEN.DAT" to ws-abend-file-name
      move ws-aro-status to ws-abend-status
      perform check-file-status
  end-rewrite.
  move spaces to woff-register-line.
  string "WRITTEN OFF INV=" ar-invoice-no
      " CUST=" ar-cust-no
      " RESIDUAL=" ws-open-balance into woff-register-line.
  write woff-register-line.

write-pay-history-row.
  *> The forgiven residual goes on the customer's application
  *> history beside the payments and discounts, so the statement's
  *> opening balance still walks back correctly and the residual is
  *> charged to the customer it was forgiven for.
  open extend ar-pay-history.
  if ws-ph-status = "35"
    close ar-pay-history
    open output ar-pay-history
  end-if.
  move "ARPAYH.DAT" to ws-abend-file-name.
  move ws-ph-status to ws-abend-status.
  perform check-file-status.
  move ar-cust-no to ph-cust-no.
  move ar-invoice-no to ph-invoice-no.
  move ws-open-balance to ph-amount.
  move ws-today-date to ph-date.
  move "W" to ph-type.
  write ar-pay-history-record.
  close ar-pay-history.

write-woff-transactions.
  *> The residual leaves the receivables control and lands on the
  *> write-off expense - one balanced pair per forgiven item, the
      " BATCH=" ws-batch-id into woff-register-line.
  write woff-register-line.

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
      " JOB=ARWOFF"
      " OPERATOR=" rpt-operator-id
      " STATUS=" ws-run-status-txt
      " ELAPSED=" ws-step-elapsed-secs "S" into run-log-line.
  write run-log-line.
  close run-log-file.

check-file-status.
  *> Shared by every OPEN above: a status other than "00" (success)
