identification division.
  program-id. colwork.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select colwork-ctl assign to "COLWORK.CTL"
        organization is line sequential
        file status is ws-cw-status.
    select collection-activity-file assign to "COLLACT.DAT"
        organization is line sequential
        file status is ws-ca-status.
    select ar-open-file assign to "AROPEN.DAT"
        organization is indexed
        access mode is sequential
        record key is ar-invoice-no
        alternate record key is ar-cust-no with duplicates
        alternate record key is ar-due-date with duplicates
        file status is ws-aro-status.
    select ar-pay-history assign to "ARPAYH.DAT"
        organization is line sequential
        file status is ws-ph-status.
    select customer-file assign to "CUSTMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-cu-rel-key
        file status is ws-cu-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
    select worklist-report assign to "COLWORK.RPT"
        organization is line sequential
        file status is ws-wl-status.
    select broken-promise-report assign to "BRKPROM.RPT"
        organization is line sequential
        file status is ws-bp-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
*> How far back a broken promise keeps the account on the worklist
*> and the broken-promise report (days past its promise date), and
*> the grace days a payment may land after the promise date and
*> still keep it. Zero or blank take the defaults (30 and 0).
  fd  colwork-ctl.
  01 colwork-ctl-record.
    05 cw-broken-days          pic 9(3).
    05 filler                  pic x(1).
    05 cw-grace-days           pic 9(3).
  fd  collection-activity-file.
  copy "collact.cpy".
  fd  ar-open-file.
  copy "aropen.cpy".
  fd  ar-pay-history.
  copy "arpayh.cpy".
  fd  customer-file.
  copy "custmast.cpy".
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  worklist-report.
  01 worklist-line             pic x(132).
  fd  broken-promise-report.
  01 broken-promise-line       pic x(132).
  fd  run-log-file.
  01 run-log-line              pic x(160).
  working-storage section.
    01 ws-cw-status       pic x(2) value "00".
    01 ws-ca-status       pic x(2) value "00".
    01 ws-aro-status      pic x(2) value "00".
    01 ws-ph-status       pic x(2) value "00".
    01 ws-cu-status       pic x(2) value "00".
    01 ws-cu-rel-key      pic 9(6) value 1.
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-wl-status       pic x(2) value "00".
    01 ws-bp-status       pic x(2) value "00".
    01 ws-runlog-status   pic x(2) value "00".
    01 ws-run-status-txt  pic x(8) value "COMPLETE".
    01 ws-step-start-hhmmss pic 9(6) value zero.
    01 ws-step-end-hhmmss   pic 9(6) value zero.
    01 ws-step-elapsed-secs pic s9(6) value zero.
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-ca-eof          pic x(1) value "N".
        88 CA-EOF         value "Y".
    01 ws-aro-eof         pic x(1) value "N".
        88 ARO-EOF        value "Y".
    01 ws-ph-eof          pic x(1) value "N".
        88 PH-EOF         value "Y".

    *> Every promise still of interest: not yet due, or broken inside
    *> the broken-days window. Payments on ARPAYH.DAT from the day
    *> the promise was made through its date (plus grace) count
    *> toward it - against the promised invoice, or anything on the
    *> account for an account-level promise.
    01 ws-promise-table.
      05 ws-prm-entry occurs 5000 times indexed by ws-prm-idx.
        10 prm-cust-no           pic 9(6).
        10 prm-invoice-no        pic 9(6).
        10 prm-made-date         pic 9(8).
        10 prm-promise-date      pic 9(8).
        10 prm-cutoff-int        pic 9(8).
        10 prm-amount            pic s9(9)v99 sign is leading separate.
        10 prm-paid              pic s9(9)v99 sign is leading separate.
        10 prm-collector         pic x(20).
        10 prm-status            pic x(1).
          88 PRM-PENDING         value "P".
          88 PRM-KEPT            value "K".
          88 PRM-BROKEN          value "B".
    01 ws-prm-count       pic 9(4) value zero.
    01 ws-prm-full        pic x(1) value "N".
    01 ws-earliest-made   pic 9(8) value 99999999.

    *> One slot per account with open items, promises or contact.
    01 ws-account-table.
      05 ws-act-entry occurs 2000 times indexed by ws-act-idx.
        10 act-cust-no           pic 9(6).
        10 act-overdue           pic s9(11)v99 sign is leading separate.
        10 act-overdue-items     pic 9(4).
        10 act-oldest-days       pic 9(5).
        10 act-disputed          pic s9(11)v99 sign is leading separate.
        10 act-disputed-items    pic 9(4).
        10 act-broken-count      pic 9(3).
        10 act-pending-date      pic 9(8).
        10 act-pending-amount    pic s9(9)v99 sign is leading separate.
        10 act-last-contact      pic 9(14).
        10 act-last-collector    pic x(20).
        10 act-ranked            pic x(1).
    01 ws-act-count       pic 9(4) value zero.
    01 ws-lookup-cust     pic 9(6).
    01 ws-act-full        pic x(1) value "N".

    01 ws-today-date      pic 9(8).
    01 ws-business-date   pic 9(8).
    01 ws-business-int    pic 9(8).
    01 ws-broken-days     pic 9(3) value 30.
    01 ws-grace-days      pic 9(3) value zero.
    01 ws-broken-from-int pic 9(8).
    01 ws-date-int        pic 9(8).
    01 ws-days-past-due   pic s9(6).
    01 ws-open-balance    pic s9(9)v99 sign is leading separate.
    01 ws-short-amount    pic s9(9)v99 sign is leading separate.
    01 ws-cust-name       pic x(30).
    01 ws-rank-no         pic 9(4) value zero.
    01 ws-best-idx        pic 9(4) value zero.
    01 ws-scan-idx        pic 9(4) value zero.
    01 ws-list-pass       pic x(1).
        88 LIST-TO-CALL    value "C".
        88 LIST-WAITING    value "W".
    01 ws-candidate       pic x(1).
    01 ws-worklist-count  pic 9(4) value zero.
    01 ws-waiting-count   pic 9(4) value zero.
    01 ws-broken-total    pic 9(5) value zero.
    01 ws-kept-total      pic 9(5) value zero.
    01 ws-pending-total   pic 9(5) value zero.
    01 ws-amount-edit     pic z(8)9.99-.
    01 ws-amount-edit-2   pic z(8)9.99-.
    01 ws-amount-edit-3   pic z(8)9.99-.
    01 ws-pending-text    pic x(32).
    copy "rptstamp.cpy".
procedure division.
main-paragraph.
  *> The collectors' day: every account with money overdue or a
  *> promise broken, ranked so the broken promises are called first
  *> and then the largest overdue balances, with disputed invoices
  *> (held out of dunning) shown apart from what is collectible.
  *> Accounts whose only overdue money is covered by a promise not
  *> yet due wait at the foot of the list. BRKPROM.RPT lists each
  *> promise past its date without the payment it promised on
  *> ARPAYH.DAT.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform establish-business-date.
  perform read-colwork-card.
  perform load-promises.
  perform match-promise-payments.
  perform settle-promises.
  perform accumulate-open-items.
  perform note-last-contacts.
  perform write-worklist.
  perform write-broken-promises.
  perform write-run-log-entry.
  display "COLWORK: " ws-worklist-count " ACCOUNT(S) TO CALL, "
      ws-broken-total " BROKEN PROMISE(S)".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "COLWORK" to rpt-job-name.
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
  compute ws-business-int = function integer-of-date(ws-business-date).

read-colwork-card.
  open input colwork-ctl.
  if ws-cw-status not = "35"
    move "COLWORK.CTL" to ws-abend-file-name
    move ws-cw-status to ws-abend-status
    perform check-file-status
    move spaces to colwork-ctl-record
    read colwork-ctl
      at end continue
    end-read
    close colwork-ctl
    if cw-broken-days numeric and cw-broken-days > zero
      move cw-broken-days to ws-broken-days
    end-if
    if cw-grace-days numeric
      move cw-grace-days to ws-grace-days
    end-if
  end-if.
  compute ws-broken-from-int = ws-business-int - ws-broken-days.

load-promises.
  move zero to ws-prm-count.
  move "N" to ws-ca-eof.
  open input collection-activity-file.
  if ws-ca-status = "35"
    close collection-activity-file
    exit paragraph
  end-if.
  move "COLLACT.DAT" to ws-abend-file-name.
  move ws-ca-status to ws-abend-status.
  perform check-file-status.
  read collection-activity-file
    at end set CA-EOF to true
  end-read.
  perform until CA-EOF
    if CA-IS-PROMISE
      compute ws-date-int = function integer-of-date(ca-promise-date)
          + ws-grace-days
      if ws-date-int >= ws-broken-from-int
        perform hold-one-promise
      end-if
    end-if
    read collection-activity-file
      at end set CA-EOF to true
    end-read
  end-perform.
  close collection-activity-file.

hold-one-promise.
  if ws-prm-count >= 5000
    if ws-prm-full = "N"
      display "COLWORK: PROMISE TABLE FULL - PROMISES NOT TRACKED"
      move "Y" to ws-prm-full
      move 16 to return-code
    end-if
    exit paragraph
  end-if.
  add 1 to ws-prm-count.
  set ws-prm-idx to ws-prm-count.
  move ca-cust-no to prm-cust-no(ws-prm-idx).
  move ca-invoice-no to prm-invoice-no(ws-prm-idx).
  move ca-timestamp(1:8) to prm-made-date(ws-prm-idx).
  move ca-promise-date to prm-promise-date(ws-prm-idx).
  move ws-date-int to prm-cutoff-int(ws-prm-idx).
  move ca-promise-amount to prm-amount(ws-prm-idx).
  move zero to prm-paid(ws-prm-idx).
  move ca-collector to prm-collector(ws-prm-idx).
  set PRM-PENDING(ws-prm-idx) to true.
  if prm-made-date(ws-prm-idx) < ws-earliest-made
    move prm-made-date(ws-prm-idx) to ws-earliest-made
  end-if.

match-promise-payments.
  if ws-prm-count = zero
    exit paragraph
  end-if.
  move "N" to ws-ph-eof.
  open input ar-pay-history.
  if ws-ph-status = "35"
    close ar-pay-history
    exit paragraph
  end-if.
  move "ARPAYH.DAT" to ws-abend-file-name.
  move ws-ph-status to ws-abend-status.
  perform check-file-status.
  read ar-pay-history
    at end set PH-EOF to true
  end-read.
  perform until PH-EOF
    if (PH-IS-PAYMENT or PH-IS-REMIT)
        and ph-date >= ws-earliest-made
      compute ws-date-int = function integer-of-date(ph-date)
      perform apply-payment-to-promises
    end-if
    read ar-pay-history
      at end set PH-EOF to true
    end-read
  end-perform.
  close ar-pay-history.

apply-payment-to-promises.
  perform varying ws-prm-idx from 1 by 1 until ws-prm-idx > ws-prm-count
    if prm-cust-no(ws-prm-idx) = ph-cust-no
        and (prm-invoice-no(ws-prm-idx) = zero
          or prm-invoice-no(ws-prm-idx) = ph-invoice-no)
        and ph-date >= prm-made-date(ws-prm-idx)
        and ws-date-int <= prm-cutoff-int(ws-prm-idx)
      add ph-amount to prm-paid(ws-prm-idx)
    end-if
  end-perform.

settle-promises.
  *> Paid in full - kept. Past its date plus grace and short - broken.
  *> Otherwise still pending.
  perform varying ws-prm-idx from 1 by 1 until ws-prm-idx > ws-prm-count
    move prm-cust-no(ws-prm-idx) to ws-lookup-cust
    perform find-account-slot
    evaluate true
      when prm-paid(ws-prm-idx) >= prm-amount(ws-prm-idx)
        set PRM-KEPT(ws-prm-idx) to true
        add 1 to ws-kept-total
      when prm-cutoff-int(ws-prm-idx) < ws-business-int
        set PRM-BROKEN(ws-prm-idx) to true
        add 1 to ws-broken-total
        if ws-act-idx not > ws-act-count
          add 1 to act-broken-count(ws-act-idx)
        end-if
      when other
        add 1 to ws-pending-total
        if ws-act-idx not > ws-act-count
          if act-pending-date(ws-act-idx) = zero
              or prm-promise-date(ws-prm-idx) < act-pending-date(ws-act-idx)
            move prm-promise-date(ws-prm-idx) to act-pending-date(ws-act-idx)
          end-if
          add prm-amount(ws-prm-idx) to act-pending-amount(ws-act-idx)
          subtract prm-paid(ws-prm-idx) from act-pending-amount(ws-act-idx)
        end-if
    end-evaluate
  end-perform.

accumulate-open-items.
  *> Overdue is the unpaid remainder of invoices due before the
  *> business date; disputed items are totaled apart.
  move "N" to ws-aro-eof.
  open input ar-open-file.
  if ws-aro-status = "35"
    close ar-open-file
    exit paragraph
  end-if.
  move "AROPEN.DAT" to ws-abend-file-name.
  move ws-aro-status to ws-abend-status.
  perform check-file-status.
  read ar-open-file
    at end set ARO-EOF to true
  end-read.
  perform until ARO-EOF
    if not AR-ITEM-CLOSED and ar-due-date < ws-business-date
      compute ws-open-balance = ar-amount - ar-paid-amount
      if ws-open-balance > zero
        perform tally-overdue-item
      end-if
    end-if
    read ar-open-file
      at end set ARO-EOF to true
    end-read
  end-perform.
  close ar-open-file.

tally-overdue-item.
  move ar-cust-no to ws-lookup-cust.
  perform find-account-slot.
  if ws-act-idx > ws-act-count
    exit paragraph
  end-if.
  if AR-IN-DISPUTE
    add ws-open-balance to act-disputed(ws-act-idx)
    add 1 to act-disputed-items(ws-act-idx)
    exit paragraph
  end-if.
  add ws-open-balance to act-overdue(ws-act-idx).
  add 1 to act-overdue-items(ws-act-idx).
  compute ws-days-past-due = ws-business-int
      - function integer-of-date(ar-due-date).
  if ws-days-past-due > act-oldest-days(ws-act-idx)
    move ws-days-past-due to act-oldest-days(ws-act-idx)
  end-if.

note-last-contacts.
  *> The latest entry on each listed account's contact trail, so the
  *> collector sees who spoke to the customer last and when.
  move "N" to ws-ca-eof.
  open input collection-activity-file.
  if ws-ca-status = "35"
    close collection-activity-file
    exit paragraph
  end-if.
  read collection-activity-file
    at end set CA-EOF to true
  end-read.
  perform until CA-EOF
    set ws-act-idx to 1
    search ws-act-entry
      at end continue
      when ws-act-idx > ws-act-count
        continue
      when act-cust-no(ws-act-idx) = ca-cust-no
        if ca-timestamp > act-last-contact(ws-act-idx)
          move ca-timestamp to act-last-contact(ws-act-idx)
          move ca-collector to act-last-collector(ws-act-idx)
        end-if
    end-search
    read collection-activity-file
      at end set CA-EOF to true
    end-read
  end-perform.
  close collection-activity-file.

find-account-slot.
  *> Leaves ws-act-idx on the account's slot, adding it if new; past
  *> ws-act-count when the table is full.
  set ws-act-idx to 1.
  search ws-act-entry
    at end
      if ws-act-full = "N"
        display "COLWORK: ACCOUNT TABLE FULL - ACCOUNTS MISSING"
        move "Y" to ws-act-full
        move 16 to return-code
      end-if
      set ws-act-idx to 2001
    when ws-act-idx > ws-act-count
      add 1 to ws-act-count
      initialize ws-act-entry(ws-act-idx)
      move ws-lookup-cust to act-cust-no(ws-act-idx)
      move "N" to act-ranked(ws-act-idx)
    when act-cust-no(ws-act-idx) = ws-lookup-cust
      continue
  end-search.

write-worklist.
  open extend worklist-report.
  if ws-wl-status = "35"
    open output worklist-report
  end-if.
  move "COLWORK.RPT" to ws-abend-file-name.
  move ws-wl-status to ws-abend-status.
  perform check-file-status.
  open input customer-file.
  move spaces to worklist-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into worklist-line.
  write worklist-line.
  move spaces to worklist-line.
  string "COLLECTIONS WORKLIST FOR " ws-business-date
      " - BROKEN PROMISES FIRST, THEN LARGEST OVERDUE"
      into worklist-line.
  write worklist-line.
  set LIST-TO-CALL to true.
  perform rank-accounts.
  move spaces to worklist-line.
  move "WAITING ON A PROMISE NOT YET DUE" to worklist-line.
  write worklist-line.
  set LIST-WAITING to true.
  perform rank-accounts.
  move spaces to worklist-line.
  string "TO CALL=" ws-worklist-count
      " WAITING=" ws-waiting-count
      " PROMISES BROKEN=" ws-broken-total
      " KEPT=" ws-kept-total
      " PENDING=" ws-pending-total
      into worklist-line.
  write worklist-line.
  if ws-cu-status = "00"
    close customer-file
  end-if.
  close worklist-report.

rank-accounts.
  *> Selection of the best remaining account one pass at a time, the
  *> customer profitability ranking: most broken promises, then the
  *> largest overdue balance.
  perform varying ws-rank-no from 1 by 1 until ws-rank-no > ws-act-count
    move zero to ws-best-idx
    perform varying ws-scan-idx from 1 by 1
        until ws-scan-idx > ws-act-count
      set ws-act-idx to ws-scan-idx
      perform judge-candidate
      if ws-candidate = "Y"
        if ws-best-idx = zero
          move ws-scan-idx to ws-best-idx
        else
          if act-broken-count(ws-scan-idx) > act-broken-count(ws-best-idx)
              or (act-broken-count(ws-scan-idx)
                    = act-broken-count(ws-best-idx)
                  and act-overdue(ws-scan-idx) > act-overdue(ws-best-idx))
            move ws-scan-idx to ws-best-idx
          end-if
        end-if
      end-if
    end-perform
    if ws-best-idx = zero
      exit perform
    end-if
    set ws-act-idx to ws-best-idx
    move "Y" to act-ranked(ws-act-idx)
    perform write-worklist-account
  end-perform.

judge-candidate.
  *> To call: any broken promise, or overdue money a pending promise
  *> does not cover. Waiting: overdue, no broken promise, covered by
  *> a promise still pending.
  move "N" to ws-candidate.
  if act-ranked(ws-act-idx) = "Y"
    exit paragraph
  end-if.
  if act-overdue(ws-act-idx) not > zero
      and act-broken-count(ws-act-idx) = zero
    exit paragraph
  end-if.
  if act-broken-count(ws-act-idx) > zero
      or act-pending-amount(ws-act-idx) < act-overdue(ws-act-idx)
    if LIST-TO-CALL
      move "Y" to ws-candidate
    end-if
  else
    if LIST-WAITING
      move "Y" to ws-candidate
    end-if
  end-if.

write-worklist-account.
  if LIST-TO-CALL
    add 1 to ws-worklist-count
  else
    add 1 to ws-waiting-count
  end-if.
  move spaces to ws-cust-name.
  if ws-cu-status = "00"
    move act-cust-no(ws-act-idx) to ws-cu-rel-key
    read customer-file
      invalid key continue
      not invalid key move cu-name to ws-cust-name
    end-read
  end-if.
  move act-overdue(ws-act-idx) to ws-amount-edit.
  move act-disputed(ws-act-idx) to ws-amount-edit-2.
  move spaces to worklist-line.
  string "CUST=" act-cust-no(ws-act-idx)
      " " ws-cust-name(1:24)
      " OVERDUE=" ws-amount-edit
      " ITEMS=" act-overdue-items(ws-act-idx)
      " OLDEST=" act-oldest-days(ws-act-idx) "D"
      " BROKEN=" act-broken-count(ws-act-idx)
      " DISPUTED=" ws-amount-edit-2
      into worklist-line.
  write worklist-line.
  move spaces to ws-pending-text.
  if act-pending-date(ws-act-idx) not = zero
    move act-pending-amount(ws-act-idx) to ws-amount-edit-3
    string "PROMISE " act-pending-date(ws-act-idx)
        ws-amount-edit-3 delimited by size into ws-pending-text
  end-if.
  move spaces to worklist-line.
  if act-last-contact(ws-act-idx) = zero
    string "      LAST CONTACT=NONE "
        ws-pending-text delimited by size into worklist-line
  else
    string "      LAST CONTACT=" act-last-contact(ws-act-idx)(1:8)
        " BY " act-last-collector(ws-act-idx)
        " " ws-pending-text delimited by size into worklist-line
  end-if.
  write worklist-line.

write-broken-promises.
  open extend broken-promise-report.
  if ws-bp-status = "35"
    open output broken-promise-report
  end-if.
  move "BRKPROM.RPT" to ws-abend-file-name.
  move ws-bp-status to ws-abend-status.
  perform check-file-status.
  open input customer-file.
  move spaces to broken-promise-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into broken-promise-line.
  write broken-promise-line.
  move spaces to broken-promise-line.
  string "BROKEN PROMISES TO PAY AS OF " ws-business-date
      " - DUE IN THE LAST " ws-broken-days " DAYS, GRACE "
      ws-grace-days " DAYS" into broken-promise-line.
  write broken-promise-line.
  perform varying ws-prm-idx from 1 by 1 until ws-prm-idx > ws-prm-count
    if PRM-BROKEN(ws-prm-idx)
      perform write-broken-promise-line
    end-if
  end-perform.
  move spaces to broken-promise-line.
  string "BROKEN=" ws-broken-total " KEPT=" ws-kept-total
      " PENDING=" ws-pending-total into broken-promise-line.
  write broken-promise-line.
  if ws-cu-status = "00"
    close customer-file
  end-if.
  close broken-promise-report.

write-broken-promise-line.
  move spaces to ws-cust-name.
  if ws-cu-status = "00"
    move prm-cust-no(ws-prm-idx) to ws-cu-rel-key
    read customer-file
      invalid key continue
      not invalid key move cu-name to ws-cust-name
    end-read
  end-if.
  compute ws-short-amount = prm-amount(ws-prm-idx) - prm-paid(ws-prm-idx).
  move prm-amount(ws-prm-idx) to ws-amount-edit.
  move prm-paid(ws-prm-idx) to ws-amount-edit-2.
  move ws-short-amount to ws-amount-edit-3.
  move spaces to broken-promise-line.
  string "CUST=" prm-cust-no(ws-prm-idx)
      " " ws-cust-name(1:20)
      " INV=" prm-invoice-no(ws-prm-idx)
      " MADE=" prm-made-date(ws-prm-idx)
      " DUE=" prm-promise-date(ws-prm-idx)
      " PROMISED=" ws-amount-edit
      " PAID=" ws-amount-edit-2
      " SHORT=" ws-amount-edit-3
      " BY " prm-collector(ws-prm-idx)(1:10)
      into broken-promise-line.
  write broken-promise-line.

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
      " JOB=COLWORK"
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

end program colwork.
