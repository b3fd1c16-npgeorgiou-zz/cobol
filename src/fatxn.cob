identification division.
  program-id. fatxn.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select fa-txn-input assign to "FATXNIN.DAT"
        organization is line sequential
        file status is ws-fi-status.
    select fixed-asset-file assign to "FAMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-fa-rel-key
        file status is ws-fa-status.
    select acct-master-file assign to "ACCTMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-am-rel-key
        file status is ws-am-status.
    select cost-center-file assign to "CCMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-cc-rel-key
        file status is ws-cc-status.
    select fagl-ctl assign to "FAGLACC.CTL"
        organization is line sequential
        file status is ws-fg-status.
    select faseq-ctl assign to "FASEQ.CTL"
        organization is line sequential
        file status is ws-fs-status.
    select txn-file assign to "TXNFILE.DAT"
        organization is line sequential
        file status is ws-txn-status.
    select journal-batch-file assign to "JRNLBAT.DAT"
        organization is line sequential
        file status is ws-jb-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
    select reject-file assign to "REJECT.DAT"
        organization is line sequential
        file status is ws-rej-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
*> One asset action per row: "A" adds an asset to the register, "L"
*> changes its method and/or useful life, "D" disposes of it at the
*> proceeds keyed. An add may carry the depreciation already taken
*> (FI-ACCUM-DEPR/FI-PERIODS-TAKEN) so an asset moved over from the
*> standing journals starts where the templates left off.
  fd  fa-txn-input.
  01 fa-txn-input-record.
    05 fi-action               pic x(1).
        88 FI-ADD              value "A".
        88 FI-LIFE-CHANGE      value "L".
        88 FI-DISPOSE          value "D".
    05 filler                  pic x(1).
    05 fi-asset-no             pic 9(6).
    05 filler                  pic x(1).
    05 fi-description          pic x(30).
    05 filler                  pic x(1).
    05 fi-cost                 pic s9(9)v99 sign is leading separate.
    05 filler                  pic x(1).
    05 fi-salvage              pic s9(9)v99 sign is leading separate.
    05 filler                  pic x(1).
    05 fi-in-service-date      pic 9(8).
    05 filler                  pic x(1).
    05 fi-method               pic x(1).
    05 filler                  pic x(1).
    05 fi-life-periods         pic 9(3).
    05 filler                  pic x(1).
    05 fi-asset-acct           pic 9(6).
    05 filler                  pic x(1).
    05 fi-accum-acct           pic 9(6).
    05 filler                  pic x(1).
    05 fi-expense-acct         pic 9(6).
    05 filler                  pic x(1).
    05 fi-cost-center          pic 9(4).
    05 filler                  pic x(1).
    05 fi-company-code         pic 9(2).
    05 filler                  pic x(1).
    05 fi-accum-depr           pic s9(9)v99 sign is leading separate.
    05 filler                  pic x(1).
    05 fi-periods-taken        pic 9(3).
    05 filler                  pic x(1).
    05 fi-disposal-date        pic 9(8).
    05 filler                  pic x(1).
    05 fi-proceeds             pic s9(9)v99 sign is leading separate.
  fd  fixed-asset-file.
  copy "fixasset.cpy".
  fd  acct-master-file.
  copy "acctmast.cpy".
  fd  cost-center-file.
  copy "ccmast.cpy".
*> Where disposal proceeds land (the cash or sale-clearing account)
*> and where the gain or loss on disposal posts.
  fd  fagl-ctl.
  01 fagl-ctl-record.
    05 fg-proceeds-acct        pic 9(6).
    05 filler                  pic x(1).
    05 fg-proceeds-cc          pic 9(4).
    05 filler                  pic x(1).
    05 fg-gain-loss-acct       pic 9(6).
    05 filler                  pic x(1).
    05 fg-gain-loss-cc         pic 9(4).
*> Next batch id and transaction serial in the fixed-asset series
*> (78-million), shared with fadepr.cob - the two run one after the
*> other in the cycle, never together.
  fd  faseq-ctl.
  01 faseq-ctl-record.
    05 fs-next-batch-id        pic 9(6).
    05 filler                  pic x(1).
    05 fs-next-txn-serial      pic 9(6).
  fd  txn-file.
  copy "txnrec.cpy".
  fd  journal-batch-file.
  copy "jrnlbat.cpy".
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".
  fd  run-log-file.
  01 run-log-line             pic x(160).
  working-storage section.
    01 ws-fi-status       pic x(2) value "00".
    01 ws-fa-status       pic x(2) value "00".
    01 ws-fa-rel-key      pic 9(6) value 1.
    01 ws-am-status       pic x(2) value "00".
    01 ws-am-rel-key      pic 9(6) value 1.
    01 ws-cc-status       pic x(2) value "00".
    01 ws-cc-rel-key      pic 9(4) value 1.
    01 ws-fg-status       pic x(2) value "00".
    01 ws-fs-status       pic x(2) value "00".
    01 ws-txn-status      pic x(2) value "00".
    01 ws-jb-status       pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-rej-status      pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-fi-eof          pic x(1) value "N".
        88 FI-EOF         value "Y".
    01 ws-txn-valid       pic x(1) value "Y".
    01 ws-check-acct      pic 9(6).
    01 ws-check-cc        pic 9(4).
    01 ws-added-count     pic 9(6) value zero.
    01 ws-changed-count   pic 9(6) value zero.
    01 ws-disposed-count  pic 9(6) value zero.
    01 ws-rejected-count  pic 9(6) value zero.
    01 ws-business-date   pic 9(8).
    01 ws-today-date      pic 9(8).
    01 ws-proceeds-acct   pic 9(6) value 100001.
    01 ws-proceeds-cc     pic 9(4) value 9999.
    01 ws-gain-loss-acct  pic 9(6) value 899001.
    01 ws-gain-loss-cc    pic 9(4) value 9999.
    01 ws-net-book-value  pic s9(9)v99 sign is leading separate.
    01 ws-gain-loss       pic s9(9)v99 sign is leading separate.
    01 ws-leg-acct        pic 9(6).
    01 ws-leg-cc          pic 9(4).
    01 ws-leg-amount      pic s9(9)v99 sign is leading separate.
    01 ws-batch-id        pic 9(6) value zero.
    01 ws-next-batch-id   pic 9(6) value 780001.
    01 ws-next-txn-serial pic 9(6) value 1.
    01 ws-gen-debits      pic s9(11)v99 sign is leading separate value zero.
    01 ws-gen-credits     pic s9(11)v99 sign is leading separate value zero.
    01 ws-rej-key         pic 9(6).
    01 ws-rej-reason-code pic x(4).
    01 ws-rej-reason-text pic x(40).
    *> Run-log entry with elapsed time, like every other cycle step:
    *> the SLA tracker harvests the ELAPSED= token per step, so a
    *> step without one has invisible growth.
    01 ws-runlog-status   pic x(2) value "00".
    01 ws-run-status-txt  pic x(8) value "COMPLETE".
    01 ws-step-start-hhmmss pic 9(6) value zero.
    01 ws-step-end-hhmmss   pic 9(6) value zero.
    01 ws-step-elapsed-secs pic s9(6) value zero.
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Fixed-asset register intake: FATXNIN.DAT's adds, method/life
  *> changes and disposals applied to FAMAST.DAT, each validated
  *> against the chart of accounts and cost-center master the way
  *> apinv.cob validates expense coding. A disposal relieves the
  *> asset's cost and accumulated depreciation and posts the gain or
  *> loss against the proceeds as one balanced JRNLBAT.DAT batch for
  *> the whole run, ahead of the posting step. The drop is consumed
  *> whole so a rerun can't dispose of an asset twice.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform establish-business-date.
  perform open-master-files.
  if return-code not = zero
    perform write-run-log-entry
    goback
  end-if.
  perform load-gl-control.
  perform load-next-batch-id.
  perform apply-asset-transactions.
  if ws-disposed-count > zero
    perform write-disposal-batch-header
  end-if.
  perform save-next-batch-id.
  perform close-master-files.
  display "FATXN: " ws-added-count " ADDED, " ws-changed-count
      " CHANGED, " ws-disposed-count " DISPOSED, "
      ws-rejected-count " REJECTED".
  perform write-run-log-entry.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "FATXN" to rpt-job-name.
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

open-master-files.
  *> Same open-i-o/create-if-missing idiom the maintenance programs
  *> use, so the first asset load against a brand-new shop doesn't
  *> need FAMAST.DAT seeded first.
  open i-o fixed-asset-file.
  if ws-fa-status = "35"
    close fixed-asset-file
    open output fixed-asset-file
    close fixed-asset-file
    open i-o fixed-asset-file
  end-if.
  move "FAMAST.DAT" to ws-abend-file-name.
  move ws-fa-status to ws-abend-status.
  perform check-file-status.
  open input acct-master-file.
  if ws-am-status = "35"
    close acct-master-file
    display "FATXN: NO ACCTMAST.DAT - ASSET CODING UNVALIDATABLE"
    move 16 to return-code
    exit paragraph
  end-if.
  open input cost-center-file.
  if ws-cc-status = "35"
    close cost-center-file
    display "FATXN: NO CCMAST.DAT - ASSET CODING UNVALIDATABLE"
    move 16 to return-code
  end-if.

close-master-files.
  close fixed-asset-file.
  close acct-master-file.
  close cost-center-file.

load-gl-control.
  open input fagl-ctl.
  if ws-fg-status = "35"
    open output fagl-ctl
    *> Placeholder proceeds and gain/loss accounts finance repoints
    *> before the first live disposal - GLBRIDGE.CTL discipline.
    move spaces to fagl-ctl-record
    move ws-proceeds-acct to fg-proceeds-acct
    move ws-proceeds-cc to fg-proceeds-cc
    move ws-gain-loss-acct to fg-gain-loss-acct
    move ws-gain-loss-cc to fg-gain-loss-cc
    write fagl-ctl-record
    close fagl-ctl
    open input fagl-ctl
  end-if.
  move "FAGLACC.CTL" to ws-abend-file-name.
  move ws-fg-status to ws-abend-status.
  perform check-file-status.
  read fagl-ctl
    at end continue
  end-read.
  close fagl-ctl.
  move fg-proceeds-acct to ws-proceeds-acct.
  move fg-proceeds-cc to ws-proceeds-cc.
  move fg-gain-loss-acct to ws-gain-loss-acct.
  move fg-gain-loss-cc to ws-gain-loss-cc.

load-next-batch-id.
  open input faseq-ctl.
  if ws-fs-status = "35"
    open output faseq-ctl
    move spaces to faseq-ctl-record
    move ws-next-batch-id to fs-next-batch-id
    move ws-next-txn-serial to fs-next-txn-serial
    write faseq-ctl-record
    close faseq-ctl
    open input faseq-ctl
  end-if.
  move "FASEQ.CTL" to ws-abend-file-name.
  move ws-fs-status to ws-abend-status.
  perform check-file-status.
  read faseq-ctl
    at end continue
  end-read.
  close faseq-ctl.
  if fs-next-batch-id numeric and fs-next-batch-id not = zero
    move fs-next-batch-id to ws-next-batch-id
  end-if.
  if fs-next-txn-serial numeric and fs-next-txn-serial not = zero
    move fs-next-txn-serial to ws-next-txn-serial
  end-if.
  move ws-next-batch-id to ws-batch-id.

save-next-batch-id.
  open output faseq-ctl.
  move "FASEQ.CTL" to ws-abend-file-name.
  move ws-fs-status to ws-abend-status.
  perform check-file-status.
  if ws-disposed-count > zero
    add 1 to ws-next-batch-id
  end-if.
  move spaces to faseq-ctl-record.
  move ws-next-batch-id to fs-next-batch-id.
  move ws-next-txn-serial to fs-next-txn-serial.
  write faseq-ctl-record.
  close faseq-ctl.

apply-asset-transactions.
  move "N" to ws-fi-eof.
  open input fa-txn-input.
  if ws-fi-status = "35"
    display "FATXN: NO FATXNIN.DAT - NOTHING TO APPLY"
    close fa-txn-input
    exit paragraph
  end-if.
  move "FATXNIN.DAT" to ws-abend-file-name.
  move ws-fi-status to ws-abend-status.
  perform check-file-status.
  read fa-txn-input
    at end set FI-EOF to true
  end-read.
  perform until FI-EOF
    evaluate true
      when FI-ADD
        perform add-one-asset
      when FI-LIFE-CHANGE
        perform change-one-asset
      when FI-DISPOSE
        perform dispose-one-asset
      when other
        move fi-asset-no to ws-rej-key
        move "FAAC" to ws-rej-reason-code
        move "ASSET ACTION NOT A/L/D" to ws-rej-reason-text
        perform write-reject-record
        add 1 to ws-rejected-count
    end-evaluate
    read fa-txn-input
      at end set FI-EOF to true
    end-read
  end-perform.
  close fa-txn-input.
  open output fa-txn-input.
  close fa-txn-input.

add-one-asset.
  move "Y" to ws-txn-valid.
  if fi-asset-no not numeric or fi-asset-no = zero
    move zero to ws-rej-key
    move "FANO" to ws-rej-reason-code
    move "ASSET NO NOT NUMERIC" to ws-rej-reason-text
    perform write-reject-record
    move "N" to ws-txn-valid
  end-if.
  if ws-txn-valid = "Y"
    if fi-cost not numeric or fi-cost not > zero
        or fi-salvage not numeric or fi-salvage < zero
        or fi-salvage >= fi-cost
      move fi-asset-no to ws-rej-key
      move "FACS" to ws-rej-reason-code
      move "ASSET COST/SALVAGE INVALID" to ws-rej-reason-text
      perform write-reject-record
      move "N" to ws-txn-valid
    end-if
  end-if.
  if ws-txn-valid = "Y"
    perform validate-method-and-life
  end-if.
  if ws-txn-valid = "Y"
    move fi-asset-acct to ws-check-acct
    perform validate-one-account
  end-if.
  if ws-txn-valid = "Y"
    move fi-accum-acct to ws-check-acct
    perform validate-one-account
  end-if.
  if ws-txn-valid = "Y"
    move fi-expense-acct to ws-check-acct
    perform validate-one-account
  end-if.
  if ws-txn-valid = "Y"
    move fi-cost-center to ws-check-cc
    perform validate-cost-center
  end-if.
  if ws-txn-valid = "N"
    add 1 to ws-rejected-count
    exit paragraph
  end-if.
  move fi-asset-no to ws-fa-rel-key.
  read fixed-asset-file
    invalid key
      perform build-new-asset
      write fixed-asset-record
        invalid key
          move fi-asset-no to ws-rej-key
          move "FAWR" to ws-rej-reason-code
          move "ASSET MASTER WRITE FAILED" to ws-rej-reason-text
          perform write-reject-record
          add 1 to ws-rejected-count
        not invalid key
          add 1 to ws-added-count
      end-write
    not invalid key
      move fi-asset-no to ws-rej-key
      move "FADP" to ws-rej-reason-code
      move "ASSET ALREADY ON REGISTER" to ws-rej-reason-text
      perform write-reject-record
      add 1 to ws-rejected-count
  end-read.

build-new-asset.
  move spaces to fixed-asset-record.
  move fi-asset-no to fa-asset-no.
  move fi-description to fa-description.
  move fi-cost to fa-cost.
  move fi-salvage to fa-salvage.
  move fi-in-service-date to fa-in-service-date.
  move fi-method to fa-method.
  move fi-life-periods to fa-life-periods.
  move fi-asset-acct to fa-asset-acct.
  move fi-accum-acct to fa-accum-acct.
  move fi-expense-acct to fa-expense-acct.
  move fi-cost-center to fa-cost-center.
  if fi-company-code numeric and fi-company-code not = zero
    move fi-company-code to fa-company-code
  else
    move 1 to fa-company-code
  end-if.
  *> Depreciation already taken under the standing journals carries
  *> across; a blank field means a brand-new asset.
  if fi-accum-depr numeric
    move fi-accum-depr to fa-accum-depr
  else
    move zero to fa-accum-depr
  end-if.
  if fi-periods-taken numeric
    move fi-periods-taken to fa-periods-taken
  else
    move zero to fa-periods-taken
  end-if.
  move zero to fa-last-depr-period.
  move "A" to fa-status.
  if fa-accum-depr >= fa-cost - fa-salvage
    move "F" to fa-status
  end-if.
  move zero to fa-disposal-date.
  move zero to fa-disposal-proceeds.

change-one-asset.
  *> A method or life change takes effect from the next period
  *> depreciated: straight-line re-spreads whatever is left over the
  *> new remaining life, so nothing already posted is restated.
  move "Y" to ws-txn-valid.
  perform validate-method-and-life.
  if ws-txn-valid = "N"
    add 1 to ws-rejected-count
    exit paragraph
  end-if.
  move fi-asset-no to ws-fa-rel-key.
  read fixed-asset-file
    invalid key
      move fi-asset-no to ws-rej-key
      move "FANF" to ws-rej-reason-code
      move "ASSET NOT ON REGISTER" to ws-rej-reason-text
      perform write-reject-record
      add 1 to ws-rejected-count
    not invalid key
      if FA-DISPOSED
        move fi-asset-no to ws-rej-key
        move "FADS" to ws-rej-reason-code
        move "ASSET ALREADY DISPOSED" to ws-rej-reason-text
        perform write-reject-record
        add 1 to ws-rejected-count
      else
        if fi-life-periods <= fa-periods-taken
          move fi-asset-no to ws-rej-key
          move "FALF" to ws-rej-reason-code
          move "NEW LIFE NOT BEYOND PERIODS TAKEN" to ws-rej-reason-text
          perform write-reject-record
          add 1 to ws-rejected-count
        else
          move fi-method to fa-method
          move fi-life-periods to fa-life-periods
          if FA-FULLY-DEPRECIATED
              and fa-accum-depr < fa-cost - fa-salvage
            move "A" to fa-status
          end-if
          rewrite fixed-asset-record
            invalid key
              move fi-asset-no to ws-rej-key
              move "FAWR" to ws-rej-reason-code
              move "ASSET MASTER REWRITE FAILED" to ws-rej-reason-text
              perform write-reject-record
              add 1 to ws-rejected-count
            not invalid key
              add 1 to ws-changed-count
          end-rewrite
        end-if
      end-if
  end-read.

dispose-one-asset.
  move fi-asset-no to ws-fa-rel-key.
  read fixed-asset-file
    invalid key
      move fi-asset-no to ws-rej-key
      move "FANF" to ws-rej-reason-code
      move "ASSET NOT ON REGISTER" to ws-rej-reason-text
      perform write-reject-record
      add 1 to ws-rejected-count
      exit paragraph
  end-read.
  if FA-DISPOSED
    move fi-asset-no to ws-rej-key
    move "FADS" to ws-rej-reason-code
    move "ASSET ALREADY DISPOSED" to ws-rej-reason-text
    perform write-reject-record
    add 1 to ws-rejected-count
    exit paragraph
  end-if.
  if fi-proceeds not numeric or fi-proceeds < zero
    move fi-asset-no to ws-rej-key
    move "FAPR" to ws-rej-reason-code
    move "DISPOSAL PROCEEDS INVALID" to ws-rej-reason-text
    perform write-reject-record
    add 1 to ws-rejected-count
    exit paragraph
  end-if.
  *> Gain or loss is proceeds against net book value. The four legs
  *> net to zero by construction: accumulated depreciation and
  *> proceeds debited, cost credited, and the gain (credit) or loss
  *> (debit) taking up the difference.
  compute ws-net-book-value = fa-cost - fa-accum-depr.
  compute ws-gain-loss = fi-proceeds - ws-net-book-value.
  perform open-disposal-txn-file.
  if fa-accum-depr not = zero
    move fa-accum-acct to ws-leg-acct
    move fa-cost-center to ws-leg-cc
    move fa-accum-depr to ws-leg-amount
    perform write-disposal-leg
  end-if.
  if fi-proceeds not = zero
    move ws-proceeds-acct to ws-leg-acct
    move ws-proceeds-cc to ws-leg-cc
    move fi-proceeds to ws-leg-amount
    perform write-disposal-leg
  end-if.
  move fa-asset-acct to ws-leg-acct.
  move fa-cost-center to ws-leg-cc.
  compute ws-leg-amount = zero - fa-cost.
  perform write-disposal-leg.
  if ws-gain-loss not = zero
    move ws-gain-loss-acct to ws-leg-acct
    move ws-gain-loss-cc to ws-leg-cc
    compute ws-leg-amount = zero - ws-gain-loss
    perform write-disposal-leg
  end-if.
  close txn-file.
  move "D" to fa-status.
  if fi-disposal-date numeric and fi-disposal-date not = zero
    move fi-disposal-date to fa-disposal-date
  else
    move ws-business-date to fa-disposal-date
  end-if.
  move fi-proceeds to fa-disposal-proceeds.
  rewrite fixed-asset-record
    invalid key
      display "FATXN: REWRITE FAILED FOR DISPOSED ASSET " fa-asset-no
      move 16 to return-code
  end-rewrite.
  add 1 to ws-disposed-count.

open-disposal-txn-file.
  open extend txn-file.
  if ws-txn-status = "35"
    close txn-file
    open output txn-file
  end-if.
  move "TXNFILE.DAT" to ws-abend-file-name.
  move ws-txn-status to ws-abend-status.
  perform check-file-status.

write-disposal-leg.
  initialize txn-record.
  move ws-leg-acct to txn-acct-id.
  move ws-leg-cc to txn-cost-center.
  compute txn-seq-no = 78000000 + ws-next-txn-serial.
  add 1 to ws-next-txn-serial.
  move ws-business-date to txn-date.
  if ws-leg-amount >= zero
    move "D" to txn-type
    add ws-leg-amount to ws-gen-debits
  else
    move "C" to txn-type
    subtract ws-leg-amount from ws-gen-credits
  end-if.
  move ws-leg-amount to txn-amount.
  move zero to txn-orig-seq-no.
  move spaces to txn-currency-code.
  move fa-company-code to txn-company-code.
  move ws-batch-id to txn-batch-id.
  write txn-record.

write-disposal-batch-header.
  open extend journal-batch-file.
  if ws-jb-status = "35"
    close journal-batch-file
    open output journal-batch-file
  end-if.
  move "JRNLBAT.DAT" to ws-abend-file-name.
  move ws-jb-status to ws-abend-status.
  perform check-file-status.
  move ws-batch-id to jb-batch-id.
  move ws-gen-debits to jb-declared-debits.
  move ws-gen-credits to jb-declared-credits.
  move "N" to jb-auto-rev-flag.
  write journal-batch-record.
  close journal-batch-file.

validate-method-and-life.
  if fi-method not = "S" and fi-method not = "D"
    move fi-asset-no to ws-rej-key
    move "FAMT" to ws-rej-reason-code
    move "DEPRECIATION METHOD NOT S/D" to ws-rej-reason-text
    perform write-reject-record
    move "N" to ws-txn-valid
    exit paragraph
  end-if.
  if fi-life-periods not numeric or fi-life-periods = zero
    move fi-asset-no to ws-rej-key
    move "FALF" to ws-rej-reason-code
    move "USEFUL LIFE NOT NUMERIC OR ZERO" to ws-rej-reason-text
    perform write-reject-record
    move "N" to ws-txn-valid
  end-if.

validate-one-account.
  move ws-check-acct to ws-am-rel-key.
  read acct-master-file
    invalid key
      move fi-asset-no to ws-rej-key
      move "FAAC" to ws-rej-reason-code
      move spaces to ws-rej-reason-text
      string "ASSET ACCOUNT " ws-check-acct " NOT ON CHART"
          into ws-rej-reason-text
      perform write-reject-record
      move "N" to ws-txn-valid
    not invalid key
      if not AM-ACCT-OPEN
        move fi-asset-no to ws-rej-key
        move "FAAC" to ws-rej-reason-code
        move spaces to ws-rej-reason-text
        string "ASSET ACCOUNT " ws-check-acct " CLOSED ON CHART"
            into ws-rej-reason-text
        perform write-reject-record
        move "N" to ws-txn-valid
      end-if
  end-read.

validate-cost-center.
  move ws-check-cc to ws-cc-rel-key.
  read cost-center-file
    invalid key
      move fi-asset-no to ws-rej-key
      move "FACC" to ws-rej-reason-code
      move "ASSET COST CENTER NOT ON MASTER" to ws-rej-reason-text
      perform write-reject-record
      move "N" to ws-txn-valid
    not invalid key
      if not CC-ACTIVE
        move fi-asset-no to ws-rej-key
        move "FACC" to ws-rej-reason-code
        move "ASSET COST CENTER INACTIVE ON MASTER" to ws-rej-reason-text
        perform write-reject-record
        move "N" to ws-txn-valid
      end-if
  end-read.

write-reject-record.
  open extend reject-file.
  if ws-rej-status = "35"
    open output reject-file
  end-if.
  move "REJECT.DAT" to ws-abend-file-name.
  move ws-rej-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:15) to rej-timestamp.
  move "FATXN" to rej-source.
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
      " JOB=FATXN"
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

end program fatxn.
