    select alloc-report assign to "ALLOCRUN.RPT"
        organization is line sequential
        file status is ws-rpt-status.
    select stat-acct-file assign to "STATACCT.DAT"
        organization is line sequential
        file status is ws-st-status.
    select seq-ctl assign to "ALLOCSEQ.CTL"
        organization is line sequential
        file status is ws-seq-status.
  copy "txnrec.cpy".
  fd  alloc-report.
  01 alloc-report-line         pic x(132).
  fd  stat-acct-file.
  copy "statacct.cpy".
  fd  seq-ctl.
  01 seq-ctl-record            pic 9(8).
  working-storage section.
    01 ws-bal-rel-key     pic 9(6) value 1.
    01 ws-txn-status      pic x(2) value "00".
    01 ws-rpt-status      pic x(2) value "00".
    01 ws-st-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-alc-eof         pic x(1) value "N".
        88 ALC-EOF        value "Y".
    01 ws-bal-eof         pic x(1) value "N".
        88 BAL-EOF        value "Y".
    01 ws-st-eof          pic x(1) value "N".
        88 ST-EOF         value "Y".

    *> The allocation rules in memory, kept in file order so "the
    *> last target of a source" is well-defined for the remainder.
        10 alc-source-cc         pic 9(4).
        10 alc-target-cc         pic 9(4).
        10 alc-percent           pic 9(3)v99.
        10 alc-driver-code       pic x(4).
        10 alc-driver-qty        pic 9(9)v99.
    01 ws-alc-count       pic 9(3) value zero.
    01 ws-driver-rule-count pic 9(3) value zero.
    01 ws-driver-total    pic 9(11)v99 value zero.
    01 ws-pool-by-driver  pic x(1) value "N".
        88 POOL-BY-DRIVER value "Y".
    01 ws-qty-edit        pic z(8)9.99.
    01 ws-total-qty-edit  pic z(10)9.99.

    *> Pool balances: one slot per distinct source cost center, the
    *> sum of every balance row posted under it.
  perform load-report-stamp.
  perform load-next-sequence.
  perform load-allocation-rules.
  if ws-driver-rule-count not = zero
    perform load-driver-quantities
  end-if.
  perform load-allocation-account.
  perform sum-pool-balances.
  perform open-allocation-outputs.
      move al-source-cc to alc-source-cc(ws-alc-count)
      move al-target-cc to alc-target-cc(ws-alc-count)
      move al-percent to alc-percent(ws-alc-count)
      move al-driver-code to alc-driver-code(ws-alc-count)
      move zero to alc-driver-qty(ws-alc-count)
      if al-driver-code not = spaces
        add 1 to ws-driver-rule-count
      end-if
    end-if
    read alloc-table
      at end set ALC-EOF to true
  end-perform.
  close alloc-table.

load-driver-quantities.
  *> Each driver rule's target quantity for the current fiscal
  *> period, off the statistical accounts statload.cob maintains.
  move "N" to ws-st-eof.
  open input stat-acct-file.
  if ws-st-status = "35"
    close stat-acct-file
    display "ALLOCRUN: NO STATACCT.DAT - DRIVER RULES HAVE NO QUANTITIES"
    exit paragraph
  end-if.
  move "STATACCT.DAT" to ws-abend-file-name.
  move ws-st-status to ws-abend-status.
  perform check-file-status.
  read stat-acct-file
    at end set ST-EOF to true
  end-read.
  perform until ST-EOF
    if st-fiscal-year = rpt-fiscal-year
        and st-fiscal-period = rpt-fiscal-period
      perform varying ws-scan-idx from 1 by 1
          until ws-scan-idx > ws-alc-count
        if alc-driver-code(ws-scan-idx) = st-driver-code
            and alc-target-cc(ws-scan-idx) = st-cost-center
          move st-quantity to alc-driver-qty(ws-scan-idx)
        end-if
      end-perform
    end-if
    read stat-acct-file
      at end set ST-EOF to true
    end-read
  end-perform.
  close stat-acct-file.

load-allocation-account.
  *> Which ledger account the allocation entries post under - same
  *> placeholder-seed-then-repoint idiom as the billing bridge's
  *> source's LAST rule row takes whatever is left after the rounded
  *> percentage splits, so the targets always foot back to the pool.
  move zero to ws-last-target-idx.
  move zero to ws-driver-total.
  move "N" to ws-pool-by-driver.
  perform varying ws-scan-idx from 1 by 1 until ws-scan-idx > ws-alc-count
    if alc-source-cc(ws-scan-idx) = pol-cost-center(ws-pol-idx)
      move ws-scan-idx to ws-last-target-idx
      if alc-driver-code(ws-scan-idx) not = spaces
        move "Y" to ws-pool-by-driver
        add alc-driver-qty(ws-scan-idx) to ws-driver-total
      end-if
    end-if
  end-perform.
  *> A driver pool whose targets show no quantity this period has
  *> nothing to split on - it stays in the pool and the report says
  *> so, rather than the whole balance landing on the last target.
  if POOL-BY-DRIVER and ws-driver-total = zero
    move spaces to alloc-report-line
    string "NOT ALLOCATED POOL-CC=" pol-cost-center(ws-pol-idx)
        " - NO DRIVER QUANTITY FOR FY " rpt-fiscal-year
        " FP " rpt-fiscal-period into alloc-report-line
    write alloc-report-line
    exit paragraph
  end-if.
  perform varying ws-scan-idx from 1 by 1 until ws-scan-idx > ws-alc-count
    if alc-source-cc(ws-scan-idx) = pol-cost-center(ws-pol-idx)
      if ws-scan-idx = ws-last-target-idx
        compute ws-alloc-amount =
            ws-pool-balance - ws-allocated-so-far
      else
        if POOL-BY-DRIVER
          compute ws-alloc-amount rounded =
              ws-pool-balance * alc-driver-qty(ws-scan-idx)
              / ws-driver-total
        else
          compute ws-alloc-amount rounded =
              ws-pool-balance * alc-percent(ws-scan-idx) / 100
        end-if
      end-if
      add ws-alloc-amount to ws-allocated-so-far
      perform write-allocation-pair
  perform write-allocation-txn-to-target.
  perform write-allocation-txn-from-pool.
  move spaces to alloc-report-line.
  if POOL-BY-DRIVER
    move alc-driver-qty(ws-scan-idx) to ws-qty-edit
    move ws-driver-total to ws-total-qty-edit
    string "ALLOC POOL-CC=" pol-cost-center(ws-pol-idx)
        " TARGET-CC=" alc-target-cc(ws-scan-idx)
        " DRIVER=" alc-driver-code(ws-scan-idx)
        " QTY=" ws-qty-edit " OF " ws-total-qty-edit
        " AMOUNT=" ws-alloc-amount into alloc-report-line
  else
    string "ALLOC POOL-CC=" pol-cost-center(ws-pol-idx)
        " TARGET-CC=" alc-target-cc(ws-scan-idx)
        " PCT=" alc-percent(ws-scan-idx)
        " AMOUNT=" ws-alloc-amount into alloc-report-line
  end-if.
  write alloc-report-line.

write-allocation-txn-to-target.
