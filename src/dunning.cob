  input-output section.
  file-control.
    select ar-open-file assign to "AROPEN.DAT"
        organization is indexed
        access mode is dynamic
        record key is ar-invoice-no
        alternate record key is ar-cust-no with duplicates
        alternate record key is ar-due-date with duplicates
        file status is ws-aro-status.
    select customer-file assign to "CUSTMAST.DAT"
        organization is relative
        access mode is dynamic
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
  fd  ar-open-file.
  copy "aropen.cpy".
  fd  customer-file.
  copy "custmast.cpy".
  fd  dun-ctl.
  copy "runctl.cpy".
  working-storage section.
    01 ws-aro-status      pic x(2) value "00".
    01 ws-cu-status       pic x(2) value "00".
    01 ws-dc-status       pic x(2) value "00".
    01 ws-dl-status       pic x(2) value "00".
    01 ws-abend-status    pic x(2).
    01 ws-aro-eof         pic x(1) value "N".
        88 ARO-EOF        value "Y".
    01 ws-dc-eof          pic x(1) value "N".
        88 DC-EOF         value "Y".

    01 ws-earned-level    pic 9(1) value zero.
    01 ws-next-level      pic 9(1) value zero.
    01 ws-letters-sent    pic 9(4) value zero.
    01 ws-disputed-held   pic 9(4) value zero.
    01 ws-cust-found      pic x(1) value "N".
    *> Run-log entry with elapsed time, like every other cycle step.
    01 ws-runlog-status   pic x(2) value "00".
    01 ws-run-status-txt  pic x(8) value "COMPLETE".
    01 ws-step-start-hhmmss pic 9(6) value zero.
    01 ws-step-end-hhmmss   pic 9(6) value zero.
    01 ws-step-elapsed-secs pic s9(6) value zero.
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
  *> order, each a printable page with the customer's address block
  *> the way lablprt.cob builds labels. The level reached rides on
  *> the open item itself (AR-DUN-LEVEL), which is the whole dedupe.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform establish-business-date.
  perform load-dun-levels.
  perform open-dun-letters.
  perform walk-open-items.
  close dun-letters.
  display "DUNNING: " ws-letters-sent " LETTER(S) GENERATED, "
      ws-disputed-held " DISPUTED ITEM(S) HELD".
  perform write-run-log-entry.
  goback.

load-report-stamp.
  write dun-letter-line.

walk-open-items.
  *> Up AROPEN.DAT's due-date key from the oldest item to the
  *> business date - nothing due later can be past due - and only an
  *> item whose letter level moves is rewritten.
  move "N" to ws-aro-eof.
  open i-o ar-open-file.
  if ws-aro-status = "35"
    close ar-open-file
    display "DUNNING: NO OPEN ITEMS ON FILE"
  move ws-aro-status to ws-abend-status.
  perform check-file-status.
  open input customer-file.
  move zero to ar-due-date.
  start ar-open-file key is >= ar-due-date
    invalid key set ARO-EOF to true
  end-start.
  if not ARO-EOF
    read ar-open-file next record
      at end set ARO-EOF to true
    end-read
  end-if.
  perform until ARO-EOF or ar-due-date >= ws-business-date
    *> A disputed item stays at the letter it had when the collector
    *> recorded the dispute - no escalation until it is resolved.
    if AR-IN-DISPUTE and not AR-ITEM-CLOSED
      add 1 to ws-disputed-held
    end-if
    if not AR-ITEM-CLOSED and not AR-IN-DISPUTE
      perform judge-one-item
    end-if
    read ar-open-file next record
      at end set ARO-EOF to true
    end-read
  end-perform.
  close ar-open-file.
  if ws-cu-status = "00"
    close customer-file
  end-if.

judge-one-item.
  compute ws-open-balance = ar-amount - ar-paid-amount.
  move ws-next-level to ar-dun-level.
  perform write-one-letter.
  add 1 to ws-letters-sent.
  rewrite ar-open-item-record
    invalid key
      move "AROPEN.DAT" to ws-abend-file-name
      move ws-aro-status to ws-abend-status
      perform check-file-status
  end-rewrite.

write-one-letter.
  move spaces to dun-letter-line.
    write dun-letter-line
  end-if.

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
      " JOB=DUNNING"
      " OPERATOR=" rpt-operator-id
      " STATUS=" ws-run-status-txt
      " ELAPSED=" ws-step-elapsed-secs "S" into run-log-line.
  write run-log-line.
  close run-log-file.

check-file-status.
  *> Shared by every OPEN above: a status other than "00" (success)
