    select reject-file assign to "REJECT.DAT"
        organization is line sequential
        file status is ws-rej-status.
    select project-txn-file assign to "PROJTXN.DAT"
        organization is line sequential
        file status is ws-pt-status.
    select stat-txn-file assign to "STATTXN.DAT"
        organization is line sequential
        file status is ws-sx-status.
    select tc-pending-file assign to "TCPEND.DAT"
        organization is line sequential
        file status is ws-tp-status.
data division.
  file section.
  fd  timecard-file.
    05 tc-hours                pic 9(2)v99.
    05 filler                  pic x(1).
    05 tc-charged-cc           pic 9(4).
*> Project the hours were worked on (PROJMAST.DAT); the card's cost
*> also goes to the project ledger. Zero or blank is no project.
    05 filler                  pic x(1).
    05 tc-project-no           pic 9(6).
  fd  employee-file.
  copy "empmast.cpy".
  fd  cost-center-file.
    05 tq-next-batch-id        pic 9(6).
    05 filler                  pic x(1).
    05 tq-next-txn-serial      pic 9(6).
*> Next TCPEND.DAT card id; blank on a pre-approval control row,
*> which starts the card ids at 1.
    05 filler                  pic x(1).
    05 tq-next-card-id         pic 9(6).
  fd  txn-file.
  copy "txnrec.cpy".
  fd  journal-batch-file.
  01 utilization-report-line  pic x(132).
  fd  reject-file.
  copy "rejectrec.cpy".
  fd  project-txn-file.
  copy "projtxn.cpy".
  fd  stat-txn-file.
  copy "stattxn.cpy".
  fd  tc-pending-file.
  copy "tcpend.cpy".
  working-storage section.
    01 ws-tc-status       pic x(2) value "00".
    01 ws-emp-status      pic x(2) value "00".
    01 ws-jb-status       pic x(2) value "00".
    01 ws-ur-status       pic x(2) value "00".
    01 ws-rej-status      pic x(2) value "00".
    01 ws-pt-status       pic x(2) value "00".
    01 ws-sx-status       pic x(2) value "00".
    01 ws-tp-status       pic x(2) value "00".
    01 ws-tp-eof          pic x(1) value "N".
        88 TP-EOF         value "Y".
    01 ws-project-cards   pic 9(5) value zero.
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-tc-eof          pic x(1) value "N".
    01 ws-next-batch-id   pic 9(6) value 800001.
    01 ws-leg-no          pic 9(5) value zero.
    01 ws-next-txn-serial pic 9(6) value 1.
    01 ws-next-card-id    pic 9(6) value 1.
    01 ws-cards-pended    pic 9(5) value zero.
    01 ws-cards-waiting   pic 9(5) value zero.
    01 ws-cards-resubmitted pic 9(5) value zero.
    01 ws-card-supervisor pic 9(6) value zero.

    *> Employee and work date of every card taken in this run: a
    *> returned card for the same pair has been keyed again corrected.
    01 ws-intake-table.
      05 ws-itk-entry occurs 2000 times indexed by ws-itk-idx.
        10 itk-emp-id            pic 9(6).
        10 itk-work-date         pic 9(8).
    01 ws-itk-count       pic 9(4) value zero.
    *> Card ids closed as resubmitted, whose REJECT.DAT return rows
    *> are resolved at the end of the run.
    01 ws-closed-table.
      05 ws-cls-entry occurs 2000 times indexed by ws-cls-idx.
        10 cls-card-id           pic 9(6).
    01 ws-cls-count       pic 9(4) value zero.
    01 ws-rej-eof         pic x(1) value "N".
        88 REJ-EOF        value "Y".
    01 ws-gen-debits      pic s9(11)v99 sign is leading separate value zero.
    01 ws-gen-credits     pic s9(11)v99 sign is leading separate value zero.
    01 ws-today-date      pic 9(8).
  *> the CHARGED cost centers with one clearing offset - a balanced
  *> batch through TXNFILE.DAT - so project-charged weeks reach the
  *> ledger where the hours went, not just where the employee sits.
  *> Nothing posts unreviewed: a card that passes the edits waits on
  *> TCPEND.DAT until the employee's supervisor approves it on
  *> tcapprv.cob, and each run posts only the cards approved since
  *> the last one.
  perform load-report-stamp.
  perform load-rate-table.
  perform load-gl-control.
  perform load-next-batch-id.
  perform process-timecards.
  perform post-approved-cards.
  if ws-cls-count not = zero
    perform resolve-returned-rejects
  end-if.
  if ws-cards-posted = zero
    perform save-next-batch-id
    display "TIMECARD: NO APPROVED TIMECARDS TO POST, "
        ws-cards-pended " CARD(S) TAKEN FOR APPROVAL, "
        ws-cards-waiting " AWAITING APPROVAL"
    goback
  end-if.
  perform write-labor-transactions.
  perform write-timecard-batch-header.
  perform save-next-batch-id.
  perform write-utilization-report.
  display "TIMECARD: " ws-cards-posted " CARD(S) POSTED, "
      ws-cards-rejected " REJECTED, COST=" ws-total-cost
      ", " ws-project-cards " TO PROJECTS".
  display "TIMECARD: " ws-cards-pended " CARD(S) TAKEN FOR APPROVAL, "
      ws-cards-waiting " AWAITING APPROVAL".
  goback.

load-report-stamp.
  perform check-file-status.
  open input employee-file.
  open input cost-center-file.
  open extend tc-pending-file.
  if ws-tp-status = "35"
    open output tc-pending-file
  end-if.
  move "TCPEND.DAT" to ws-abend-file-name.
  move ws-tp-status to ws-abend-status.
  perform check-file-status.
  read timecard-file
    at end set TC-EOF to true
  end-read.
  if ws-cc-status = "00"
    close cost-center-file
  end-if.
  close tc-pending-file.
  close timecard-file.
  open output timecard-file.
  close timecard-file.
    perform reject-card
    exit paragraph
  end-if.
  if emp-supervisor-id numeric
    move emp-supervisor-id to ws-card-supervisor
  else
    move zero to ws-card-supervisor
  end-if.
  move "N" to ws-cc-valid.
  if ws-cc-status = "00"
    move tc-charged-cc to ws-cc-rel-key
    perform reject-card-cc
    exit paragraph
  end-if.
  perform pend-card-for-approval.

pend-card-for-approval.
  *> The card waits under the supervisor the employee has today;
  *> post-approved-cards keeps that current while it waits.
  move spaces to tc-pending-record.
  move ws-next-card-id to tp-card-id.
  add 1 to ws-next-card-id.
  set TP-PENDING to true.
  move tc-emp-id to tp-emp-id.
  move tc-work-date to tp-work-date.
  move tc-hours to tp-hours.
  move tc-charged-cc to tp-charged-cc.
  if tc-project-no numeric
    move tc-project-no to tp-project-no
  else
    move zero to tp-project-no
  end-if.
  move ws-card-supervisor to tp-supervisor-id.
  move ws-today-date to tp-entered-date.
  move zero to tp-batch-id.
  write tc-pending-record.
  add 1 to ws-cards-pended.
  if ws-itk-count < 2000
    add 1 to ws-itk-count
    move tc-emp-id to itk-emp-id(ws-itk-count)
    move tc-work-date to itk-work-date(ws-itk-count)
  end-if.

post-approved-cards.
  *> One pass over the approval queue: approved cards are costed at
  *> the EMPRATE.DAT rate and marked posted in this run's batch,
  *> waiting cards pick up any supervisor change made on the master,
  *> and a returned card whose employee and work date came in again
  *> this run is closed as resubmitted.
  move "N" to ws-tp-eof.
  open i-o tc-pending-file.
  if ws-tp-status = "35"
    close tc-pending-file
    exit paragraph
  end-if.
  move "TCPEND.DAT" to ws-abend-file-name.
  move ws-tp-status to ws-abend-status.
  perform check-file-status.
  open input employee-file.
  read tc-pending-file
    at end set TP-EOF to true
  end-read.
  perform until TP-EOF
    evaluate true
      when TP-APPROVED
        perform cost-approved-card
        set TP-POSTED to true
        move ws-batch-id to tp-batch-id
        rewrite tc-pending-record
      when TP-PENDING
        perform refresh-card-supervisor
        add 1 to ws-cards-waiting
      when TP-REJECTED
        perform close-resubmitted-card
      when other
        continue
    end-evaluate
    read tc-pending-file
      at end set TP-EOF to true
    end-read
  end-perform.
  if ws-emp-status = "00"
    close employee-file
  end-if.
  close tc-pending-file.

cost-approved-card.
  perform resolve-employee-rate.
  compute ws-line-cost rounded = tp-hours * ws-emp-rate.
  perform tally-charged-cc.
  add ws-line-cost to ws-total-cost.
  add tp-hours to ws-total-hours.
  add 1 to ws-cards-posted.
  if tp-project-no numeric and tp-project-no not = zero
    perform write-project-labor
  end-if.
  perform write-labor-hours-stat.

refresh-card-supervisor.
  if ws-emp-status not = "00"
    exit paragraph
  end-if.
  move tp-emp-id to ws-emp-rel-key.
  read employee-file
    invalid key exit paragraph
  end-read.
  if emp-supervisor-id numeric
    move emp-supervisor-id to ws-card-supervisor
  else
    move zero to ws-card-supervisor
  end-if.
  if ws-card-supervisor not = tp-supervisor-id
    move ws-card-supervisor to tp-supervisor-id
    rewrite tc-pending-record
  end-if.

close-resubmitted-card.
  set ws-itk-idx to 1.
  search ws-itk-entry
    at end continue
    when ws-itk-idx > ws-itk-count
      continue
    when itk-emp-id(ws-itk-idx) = tp-emp-id
        and itk-work-date(ws-itk-idx) = tp-work-date
      set TP-RESUBMITTED to true
      rewrite tc-pending-record
      add 1 to ws-cards-resubmitted
      if ws-cls-count < 2000
        add 1 to ws-cls-count
        move tp-card-id to cls-card-id(ws-cls-count)
      end-if
  end-search.

resolve-returned-rejects.
  *> The REJECT.DAT row tcapprv.cob raised when the card went back
  *> is worked once the corrected card is in - same in-place flag
  *> flip rejfix.cob makes when it releases a correction.
  move "N" to ws-rej-eof.
  open i-o reject-file.
  if ws-rej-status = "35"
    close reject-file
    exit paragraph
  end-if.
  move "REJECT.DAT" to ws-abend-file-name.
  move ws-rej-status to ws-abend-status.
  perform check-file-status.
  read reject-file
    at end set REJ-EOF to true
  end-read.
  perform until REJ-EOF
    if rej-source = "TCAPPRV" and rej-reason-code = "TCRT"
        and REJ-OPEN
      set ws-cls-idx to 1
      search ws-cls-entry
        at end continue
        when ws-cls-idx > ws-cls-count
          continue
        when cls-card-id(ws-cls-idx) = rej-key
          set REJ-RESOLVED to true
          rewrite reject-record
      end-search
    end-if
    read reject-file
      at end set REJ-EOF to true
    end-read
  end-perform.
  close reject-file.

write-project-labor.
  open extend project-txn-file.
  if ws-pt-status = "35"
    open output project-txn-file
  end-if.
  move "PROJTXN.DAT" to ws-abend-file-name.
  move ws-pt-status to ws-abend-status.
  perform check-file-status.
  move tp-project-no to pt-project-no.
  move "L" to pt-category.
  move tp-work-date to pt-date.
  move "TIMECARD" to pt-source.
  move tp-emp-id to pt-ref.
  move tp-hours to pt-qty.
  move ws-line-cost to pt-amount.
  write project-txn-record.
  close project-txn-file.
  add 1 to ws-project-cards.

write-labor-hours-stat.
  *> The card's hours feed the labor-hours statistical account of
  *> the cost center they were charged to, for driver allocations.
  open extend stat-txn-file.
  if ws-sx-status = "35"
    open output stat-txn-file
  end-if.
  move "STATTXN.DAT" to ws-abend-file-name.
  move ws-sx-status to ws-abend-status.
  perform check-file-status.
  move "LHRS" to sx-driver-code.
  move tp-charged-cc to sx-cost-center.
  move tp-work-date to sx-date.
  move tp-hours to sx-quantity.
  write stat-txn-record.
  close stat-txn-file.

resolve-employee-rate.
  move zero to ws-emp-rate.
  set ws-ert-idx to 1.
  search ws-ert-entry
    at end continue
    when ert-emp-id(ws-ert-idx) = tp-emp-id
      move ert-hourly-rate(ws-ert-idx) to ws-emp-rate
  end-search.

      if ws-ccc-count < 200
        add 1 to ws-ccc-count
        set ws-ccc-idx to ws-ccc-count
        move tp-charged-cc to ccc-cost-center(ws-ccc-idx)
        move tp-hours to ccc-hours(ws-ccc-idx)
        move ws-line-cost to ccc-cost(ws-ccc-idx)
      end-if
    when ccc-cost-center(ws-ccc-idx) = tp-charged-cc
      add tp-hours to ccc-hours(ws-ccc-idx)
      add ws-line-cost to ccc-cost(ws-ccc-idx)
  end-search.

    move spaces to tcseq-ctl-record
    move ws-next-batch-id to tq-next-batch-id
    move ws-next-txn-serial to tq-next-txn-serial
    move ws-next-card-id to tq-next-card-id
    write tcseq-ctl-record
    close tcseq-ctl
    open input tcseq-ctl
  if tq-next-txn-serial numeric and tq-next-txn-serial not = zero
    move tq-next-txn-serial to ws-next-txn-serial
  end-if.
  if tq-next-card-id numeric and tq-next-card-id not = zero
    move tq-next-card-id to ws-next-card-id
  end-if.
  move ws-next-batch-id to ws-batch-id.

save-next-batch-id.
  move "TCSEQ.CTL" to ws-abend-file-name.
  move ws-tq-status to ws-abend-status.
  perform check-file-status.
  if ws-cards-posted not = zero
    add 1 to ws-next-batch-id
  end-if.
  move spaces to tcseq-ctl-record.
  move ws-next-batch-id to tq-next-batch-id.
  move ws-next-txn-serial to tq-next-txn-serial.
  move ws-next-card-id to tq-next-card-id.
  write tcseq-ctl-record.
  close tcseq-ctl.

