        access mode is dynamic
        relative key is ws-am-rel-key
        file status is ws-am-status.
    select bal-hist-file assign to "BALHIST.DAT"
        organization is line sequential
        file status is ws-bh-status.
    select treasury-cash-ctl assign to "TREASCSH.CTL"
        organization is line sequential
        file status is ws-tc-status.
    select finstmt-report assign to "FINSTMT.RPT"
        organization is line sequential
        file status is ws-fs-status.
  copy "balrec.cpy".
  fd  acct-master-file.
  copy "acctmast.cpy".
  fd  bal-hist-file.
  copy "balhist.cpy".
  fd  treasury-cash-ctl.
  01 treasury-cash-record     pic 9(6).
  fd  finstmt-report.
  01 finstmt-report-line      pic x(132).
  working-storage section.
    01 ws-am-status       pic x(2) value "00".
    01 ws-am-rel-key      pic 9(6) value 1.
    01 ws-fs-status       pic x(2) value "00".
    01 ws-bh-status       pic x(2) value "00".
    01 ws-tc-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-sd-eof          pic x(1) value "N".
        88 BAL-EOF        value "Y".
    01 ws-am-eof          pic x(1) value "N".
        88 AM-EOF         value "Y".
    01 ws-bh-eof          pic x(1) value "N".
        88 BH-EOF         value "Y".
    01 ws-tc-eof          pic x(1) value "N".
        88 TC-EOF         value "Y".

    01 ws-stmt-def-table.
      05 ws-sdt-entry occurs 200 times indexed by ws-sdt-idx.
        10 sdt-acct-to           pic 9(6).
        10 sdt-sign              pic x(1).
        10 sdt-subtotal-level    pic 9(1).
        10 sdt-cf-section        pic x(1).
    01 ws-sdt-count       pic 9(3) value zero.
    01 ws-cf-line-count   pic 9(3) value zero.

    01 ws-bal-table.
      05 ws-bt-entry occurs 2000 times indexed by ws-bt-idx.
        10 att-acct-type         pic x(1).
    01 ws-att-count       pic 9(4) value zero.

    *> The cash-flow statement's movements: each account's balance
    *> (YTD, summed across cost centers) at the latest and the prior
    *> period-end snapshot on BALHIST.DAT; the difference is the
    *> account's movement over the period just closed.
    01 ws-mvmt-table.
      05 ws-mvt-entry occurs 2000 times indexed by ws-mvt-idx.
        10 mvt-acct-id           pic 9(6).
        10 mvt-company-code      pic 9(2).
        10 mvt-prior-bal         pic s9(11)v99.
        10 mvt-latest-bal        pic s9(11)v99.
    01 ws-mvt-count       pic 9(4) value zero.
    01 ws-latest-snap-date pic 9(8) value zero.
    01 ws-prior-snap-date pic 9(8) value zero.
    01 ws-mvmt-amount     pic s9(11)v99.

    *> The cash accounts treasury watches (TREASCSH.CTL), whose own
    *> movement the statement's net change in cash must prove to.
    01 ws-cash-acct-table.
      05 ws-csh-entry occurs 20 times indexed by ws-csh-idx.
        10 csh-acct-id           pic 9(6).
    01 ws-csh-count       pic 9(2) value zero.
    01 ws-cash-acct-flag  pic x(1).
    01 ws-cf-section-totals.
      05 ws-cf-operating    pic s9(11)v99.
      05 ws-cf-investing    pic s9(11)v99.
      05 ws-cf-financing    pic s9(11)v99.
    01 ws-cf-net-change   pic s9(11)v99.
    01 ws-cash-movement   pic s9(11)v99.
    01 ws-cf-difference   pic s9(11)v99.
    01 ws-cf-out-of-balance-count pic 9(2) value zero.

    01 ws-company-list.
      05 ws-col-entry occurs 10 times indexed by ws-col-idx.
        10 col-company-code     pic 9(2).
    01 ws-subtotal-table.
      05 ws-sub-amount occurs 9 times pic s9(11)v99
          sign is leading separate.
    01 ws-sub-idx         pic 9(2).
    01 ws-cur-company     pic 9(2).
    01 ws-cur-stmt-type   pic x(1).
    01 ws-line-amount     pic s9(11)v99 sign is leading separate.
  end-if.
  perform load-balances.
  perform load-account-types.
  if ws-cf-line-count not = zero
    perform load-balance-movements
    perform load-cash-accounts
  end-if.
  perform open-finstmt-report.
  perform generate-company-statements.
  close finstmt-report.
  display "FINSTMT: " ws-lines-written " STATEMENT LINE(S), "
      ws-mismatch-count " TYPE MISMATCH(ES) FLAGGED, "
      ws-cf-out-of-balance-count " CASH FLOW(S) OUT OF BALANCE".
  goback.

load-report-stamp.
      move sd-acct-to to sdt-acct-to(ws-sdt-count)
      move sd-sign to sdt-sign(ws-sdt-count)
      move sd-subtotal-level to sdt-subtotal-level(ws-sdt-count)
      move sd-cf-section to sdt-cf-section(ws-sdt-count)
      if SD-CASH-FLOW
        add 1 to ws-cf-line-count
      end-if
    end-if
    read stmt-def-file
      at end set SD-EOF to true
  end-perform.
  close acct-master-file.

load-balance-movements.
  *> Two passes over BALHIST.DAT: the first finds the latest two
  *> period-end snapshot dates, the second sums each account's
  *> balance at both. With a single snapshot on file the prior
  *> balance is zero, so the first period's movement is its balance.
  move zero to ws-mvt-count.
  move "N" to ws-bh-eof.
  open input bal-hist-file.
  if ws-bh-status = "35"
    close bal-hist-file
    display "FINSTMT: NO BALHIST.DAT - NO CASH FLOW MOVEMENTS"
    exit paragraph
  end-if.
  move "BALHIST.DAT" to ws-abend-file-name.
  move ws-bh-status to ws-abend-status.
  perform check-file-status.
  read bal-hist-file
    at end set BH-EOF to true
  end-read.
  perform until BH-EOF
    if balh-snapshot-date > ws-latest-snap-date
      move ws-latest-snap-date to ws-prior-snap-date
      move balh-snapshot-date to ws-latest-snap-date
    else
      if balh-snapshot-date < ws-latest-snap-date
          and balh-snapshot-date > ws-prior-snap-date
        move balh-snapshot-date to ws-prior-snap-date
      end-if
    end-if
    read bal-hist-file
      at end set BH-EOF to true
    end-read
  end-perform.
  close bal-hist-file.
  move "N" to ws-bh-eof.
  open input bal-hist-file.
  read bal-hist-file
    at end set BH-EOF to true
  end-read.
  perform until BH-EOF
    if balh-snapshot-date = ws-latest-snap-date
        or (balh-snapshot-date = ws-prior-snap-date
            and ws-prior-snap-date not = zero)
      perform fold-one-movement
    end-if
    read bal-hist-file
      at end set BH-EOF to true
    end-read
  end-perform.
  close bal-hist-file.

fold-one-movement.
  if balh-company-code = zero
    move 1 to balh-company-code
  end-if.
  set ws-mvt-idx to 1.
  search ws-mvt-entry
    at end
      if ws-mvt-count < 2000
        add 1 to ws-mvt-count
        set ws-mvt-idx to ws-mvt-count
        move balh-acct-id to mvt-acct-id(ws-mvt-idx)
        move balh-company-code to mvt-company-code(ws-mvt-idx)
        move zero to mvt-prior-bal(ws-mvt-idx)
        move zero to mvt-latest-bal(ws-mvt-idx)
        perform add-snapshot-balance
      end-if
    when mvt-acct-id(ws-mvt-idx) = balh-acct-id
        and mvt-company-code(ws-mvt-idx) = balh-company-code
      perform add-snapshot-balance
  end-search.

add-snapshot-balance.
  if balh-snapshot-date = ws-latest-snap-date
    add balh-ytd-amount to mvt-latest-bal(ws-mvt-idx)
  else
    add balh-ytd-amount to mvt-prior-bal(ws-mvt-idx)
  end-if.

load-cash-accounts.
  move zero to ws-csh-count.
  move "N" to ws-tc-eof.
  open input treasury-cash-ctl.
  if ws-tc-status = "35"
    close treasury-cash-ctl
    display "FINSTMT: NO TREASCSH.CTL - CASH FLOW PROOF AGAINST ZERO"
    exit paragraph
  end-if.
  move "TREASCSH.CTL" to ws-abend-file-name.
  move ws-tc-status to ws-abend-status.
  perform check-file-status.
  read treasury-cash-ctl
    at end set TC-EOF to true
  end-read.
  perform until TC-EOF
    if ws-csh-count < 20
      add 1 to ws-csh-count
      move treasury-cash-record to csh-acct-id(ws-csh-count)
    end-if
    read treasury-cash-ctl
      at end set TC-EOF to true
    end-read
  end-perform.
  close treasury-cash-ctl.

open-finstmt-report.
  open extend finstmt-report.
  if ws-fs-status = "35"
    perform generate-one-statement
    move "I" to ws-cur-stmt-type
    perform generate-one-statement
    if ws-cf-line-count not = zero
      move "C" to ws-cur-stmt-type
      perform generate-one-statement
    end-if
  end-perform.

generate-one-statement.
  move spaces to finstmt-report-line.
  evaluate ws-cur-stmt-type
    when "B"
      string "BALANCE SHEET  COMPANY " ws-cur-company
          into finstmt-report-line
    when "I"
      string "INCOME STATEMENT  COMPANY " ws-cur-company
          into finstmt-report-line
    when other
      string "STATEMENT OF CASH FLOWS  COMPANY " ws-cur-company
          "  SNAPSHOT " ws-prior-snap-date " TO " ws-latest-snap-date
          into finstmt-report-line
  end-evaluate.
  write finstmt-report-line.
  perform varying ws-sub-idx from 1 by 1 until ws-sub-idx > 9
    move zero to ws-sub-amount(ws-sub-idx)
  end-perform.
  initialize ws-cf-section-totals.
  perform varying ws-sdt-idx from 1 by 1 until ws-sdt-idx > ws-sdt-count
    if sdt-stmt-type(ws-sdt-idx) = ws-cur-stmt-type
      if sdt-subtotal-level(ws-sdt-idx) = zero
      end-if
    end-if
  end-perform.
  if ws-cur-stmt-type = "C"
    perform write-cash-flow-proof
  end-if.

write-detail-statement-line.
  move zero to ws-line-amount.
  move "N" to ws-mismatch-flag.
  if ws-cur-stmt-type = "C"
    perform sum-cash-flow-movement
  end-if.
  perform varying ws-bt-idx from 1 by 1
      until ws-bt-idx > ws-bt-count or ws-cur-stmt-type = "C"
    if bt-company-code(ws-bt-idx) = ws-cur-company
        and bt-acct-id(ws-bt-idx) >= sdt-acct-from(ws-sdt-idx)
        and bt-acct-id(ws-bt-idx) <= sdt-acct-to(ws-sdt-idx)
  perform varying ws-sub-idx from 1 by 1 until ws-sub-idx > 9
    add ws-line-amount to ws-sub-amount(ws-sub-idx)
  end-perform.
  if ws-cur-stmt-type = "C"
    evaluate sdt-cf-section(ws-sdt-idx)
      when "I"
        add ws-line-amount to ws-cf-investing
      when "F"
        add ws-line-amount to ws-cf-financing
      when other
        add ws-line-amount to ws-cf-operating
    end-evaluate
  end-if.
  move spaces to finstmt-report-line.
  if ws-mismatch-flag = "Y"
    string "  " sdt-caption(ws-sdt-idx)
      end-if
  end-search.

sum-cash-flow-movement.
  *> A cash-flow line's amount is its range's movement over the
  *> period. The treasury cash accounts themselves are left out - the
  *> statement explains their movement, it doesn't include it.
  perform varying ws-mvt-idx from 1 by 1 until ws-mvt-idx > ws-mvt-count
    if mvt-company-code(ws-mvt-idx) = ws-cur-company
        and mvt-acct-id(ws-mvt-idx) >= sdt-acct-from(ws-sdt-idx)
        and mvt-acct-id(ws-mvt-idx) <= sdt-acct-to(ws-sdt-idx)
      perform check-cash-account
      if ws-cash-acct-flag = "N"
        compute ws-mvmt-amount =
            mvt-latest-bal(ws-mvt-idx) - mvt-prior-bal(ws-mvt-idx)
        add ws-mvmt-amount to ws-line-amount
      end-if
    end-if
  end-perform.

check-cash-account.
  move "N" to ws-cash-acct-flag.
  perform varying ws-csh-idx from 1 by 1
      until ws-csh-idx > ws-csh-count or ws-cash-acct-flag = "Y"
    if csh-acct-id(ws-csh-idx) = mvt-acct-id(ws-mvt-idx)
      move "Y" to ws-cash-acct-flag
    end-if
  end-perform.

write-cash-flow-proof.
  *> The statement proves itself: operating, investing and financing
  *> together must equal the movement in the treasury cash accounts
  *> over the same two snapshots, or an out-of-balance line says by
  *> how much.
  compute ws-cf-net-change =
      ws-cf-operating + ws-cf-investing + ws-cf-financing.
  move zero to ws-cash-movement.
  perform varying ws-mvt-idx from 1 by 1 until ws-mvt-idx > ws-mvt-count
    if mvt-company-code(ws-mvt-idx) = ws-cur-company
      perform check-cash-account
      if ws-cash-acct-flag = "Y"
        compute ws-cash-movement = ws-cash-movement
            + mvt-latest-bal(ws-mvt-idx) - mvt-prior-bal(ws-mvt-idx)
      end-if
    end-if
  end-perform.
  move ws-cf-operating to ws-line-amount.
  move spaces to finstmt-report-line.
  string "NET CASH FROM OPERATING ACTIVITIES " ws-line-amount
      into finstmt-report-line.
  write finstmt-report-line.
  move ws-cf-investing to ws-line-amount.
  move spaces to finstmt-report-line.
  string "NET CASH FROM INVESTING ACTIVITIES " ws-line-amount
      into finstmt-report-line.
  write finstmt-report-line.
  move ws-cf-financing to ws-line-amount.
  move spaces to finstmt-report-line.
  string "NET CASH FROM FINANCING ACTIVITIES " ws-line-amount
      into finstmt-report-line.
  write finstmt-report-line.
  move ws-cf-net-change to ws-line-amount.
  move spaces to finstmt-report-line.
  string "NET CHANGE IN CASH                 " ws-line-amount
      into finstmt-report-line.
  write finstmt-report-line.
  move ws-cash-movement to ws-line-amount.
  move spaces to finstmt-report-line.
  string "MOVEMENT IN CASH ACCOUNTS          " ws-line-amount
      into finstmt-report-line.
  write finstmt-report-line.
  add 6 to ws-lines-written.
  compute ws-cf-difference = ws-cf-net-change - ws-cash-movement.
  move spaces to finstmt-report-line.
  if ws-cf-difference = zero
    string "CASH FLOW IN BALANCE WITH CASH ACCOUNTS" delimited by size
        into finstmt-report-line
  else
    move ws-cf-difference to ws-line-amount
    string "** CASH FLOW OUT OF BALANCE **     " ws-line-amount
        into finstmt-report-line
    add 1 to ws-cf-out-of-balance-count
  end-if.
  write finstmt-report-line.

write-subtotal-statement-line.
  move ws-sub-amount(sdt-subtotal-level(ws-sdt-idx)) to ws-line-amount.
  if sdt-sign(ws-sdt-idx) = "-"
