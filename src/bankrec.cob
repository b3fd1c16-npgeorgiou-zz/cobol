    select bankrec-report assign to "BANKREC.RPT"
        organization is line sequential
        file status is ws-br-status.
    select lockbox-deposit-file assign to "LBXDEP.DAT"
        organization is line sequential
        file status is ws-ldp-status.
    select reject-file assign to "REJECT.DAT"
        organization is line sequential
        file status is ws-rej-status.
    05 ag-cash-cc              pic 9(4).
  fd  bankrec-report.
  01 bankrec-report-line      pic x(132).
  fd  lockbox-deposit-file.
  copy "lbxdep.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".
  working-storage section.
        10 ckt-amount            pic s9(9)v99 sign is leading separate.
        10 ckt-date              pic 9(8).
        10 ckt-status            pic x(1).
        10 ckt-invoice-no        pic 9(6).
        10 ckt-void-type         pic x(1).
        10 ckt-void-date         pic 9(8).
        10 ckt-reissue-flag      pic x(1).
        10 ckt-bank-acct-id      pic x(8).
        10 ckt-fx-diff           pic s9(9)v99 sign is leading separate.
    01 ws-ckt-count       pic 9(4) value zero.
    01 ws-ckt-found-idx   pic 9(4) value zero.

    *> Lockbox deposits lockbox.cob expects the bank to credit: a
    *> statement deposit of the same amount on or after the deposit
    *> date clears one; those still open are deposits in transit on
    *> the bridge.
    01 ws-ldp-status      pic x(2) value "00".
    01 ws-ldp-eof         pic x(1) value "N".
        88 LDP-EOF        value "Y".
    01 ws-deposit-table.
      05 ws-ldt-entry occurs 500 times indexed by ws-ldt-idx.
        10 ldt-lockbox-id        pic x(8).
        10 ldt-deposit-date      pic 9(8).
        10 ldt-check-count       pic 9(6).
        10 ldt-amount            pic s9(11)v99 sign is leading separate.
        10 ldt-status            pic x(1).
        10 ldt-cleared-date      pic 9(8).
    01 ws-ldt-count       pic 9(4) value zero.
    01 ws-ldt-found-idx   pic 9(4) value zero.
    01 ws-deposit-matched-count pic 9(4) value zero.
    01 ws-transit-count   pic 9(4) value zero.
    01 ws-transit-total   pic s9(11)v99 sign is leading separate value zero.

    01 ws-cash-acct       pic 9(6) value 100001.

    *> One envelope (header..trailer) per bank account on the drop,
    *> each proved and reconciled on its own: the header's bank id
    *> names the BANKACCT.DAT account, whose cash account the book side
    *> is replayed on and whose checks alone it ticks off. With no
    *> bank master the shop is single-bank: one envelope, APGLACC.CTL's
    *> cash account, every check on the register.
    01 ws-envelope-table.
      05 ws-env-entry occurs 20 times indexed by ws-env-idx.
        10 env-bank-acct-id      pic x(8).
        10 env-cash-acct         pic 9(6).
        10 env-stmt-date         pic 9(8).
        10 env-ending-bal        pic s9(11)v99 sign is leading separate.
        10 env-book-cash         pic s9(11)v99 sign is leading separate.
        10 env-matched           pic 9(4).
        10 env-unmatched         pic 9(4).
    01 ws-env-count       pic 9(2) value zero.
    01 ws-cur-env         pic 9(2) value zero.
    01 ws-multi-bank      pic x(1) value "N".
        88 MULTI-BANK     value "Y".
    01 ws-primary-bank-id pic x(8) value spaces.
    01 ws-ck-in-env       pic x(1) value "N".
    01 ws-bk-request.
      05 bk-mode              pic x(1).
      05 bk-bank-acct-id      pic x(8).
      05 bk-found             pic x(1).
      05 bk-description       pic x(20).
      05 bk-cash-acct         pic 9(6).
      05 bk-cash-cc           pic 9(4).
      05 bk-currency-code     pic x(3).
    01 ws-book-cash       pic s9(11)v99 sign is leading separate value zero.
    01 ws-posting-delta   pic s9(9)v99 sign is leading separate.
    01 ws-matched-count   pic 9(4) value zero.
    01 ws-unmatched-count pic 9(4) value zero.
    01 ws-outstanding-count pic 9(4) value zero.
    01 ws-all-outstanding   pic 9(4) value zero.
    01 ws-outstanding-total pic s9(11)v99 sign is leading separate value zero.
    01 ws-adjusted-book   pic s9(11)v99 sign is leading separate value zero.
    01 ws-book-to-bank    pic s9(11)v99 sign is leading separate value zero.
  *> the cash account's book position is replayed off AUDIT.LOG, and
  *> the report shows the outstanding items and the book-to-bank
  *> bridge. Unmatched bank rows route to REJECT.DAT for the suspense
  *> team like every other unmatched thing in this shop. A drop may
  *> carry one envelope per bank account; each reconciles separately.
  perform load-report-stamp.
  perform load-cash-account.
  perform load-primary-bank.
  perform validate-statement-envelope.
  if BS-EOF and ws-header-seen = "N"
    display "BANKREC: NO BANK STATEMENT TO RECONCILE"
    goback
  end-if.
  perform load-check-register.
  if return-code = zero
    perform load-lockbox-deposits
  end-if.
  if return-code not = zero
    *> The check table truncated: matching against a partial register
    *> and writing it back would delete every check past the table's
  end-if.
  perform match-statement-details.
  perform write-back-check-register.
  perform write-back-lockbox-deposits.
  perform replay-book-cash.
  perform write-bankrec-report.
  perform truncate-statement-file.
  display "BANKREC: " ws-matched-count " MATCHED, "
      ws-unmatched-count " UNMATCHED, "
      ws-all-outstanding " OUTSTANDING, "
      ws-deposit-matched-count " LOCKBOX DEPOSIT(S) CLEARED".
  goback.

load-report-stamp.
  close apgl-ctl.
  move ag-cash-acct to ws-cash-acct.

load-primary-bank.
  move "K" to bk-mode.
  move spaces to bk-bank-acct-id.
  call "bankfind" using ws-bk-request.
  if bk-found = "Y"
    set MULTI-BANK to true
    move bk-bank-acct-id to ws-primary-bank-id
  end-if.

validate-statement-envelope.
  move "N" to ws-bs-eof.
  open input bank-stmt-file.
  perform until BS-EOF
    evaluate true
      when BS-IS-HEADER
        if (ws-header-seen = "Y" and ws-trailer-seen = "N")
            or (ws-header-seen = "N" and ws-detail-count > zero)
          set ENVELOPE-INVALID to true
          move "HEADER NOT FIRST OR DUPLICATED" to ws-envelope-reason
        end-if
        move "Y" to ws-header-seen
        move "N" to ws-trailer-seen
        move zero to ws-detail-count
        move zero to ws-detail-total
        move bh-declared-count to ws-declared-count
        move bh-declared-total to ws-declared-total
        move bh-ending-balance to ws-stmt-ending-bal
        perform open-statement-envelope
      when BS-IS-DETAIL
        if ws-trailer-seen = "Y"
          set ENVELOPE-INVALID to true
        add 1 to ws-detail-count
        add bd-amount to ws-detail-total
      when BS-IS-TRAILER
        if ws-header-seen = "N" or ws-trailer-seen = "Y"
          set ENVELOPE-INVALID to true
          move "TRAILER WITHOUT HEADER" to ws-envelope-reason
        end-if
        move "Y" to ws-trailer-seen
        move bt-record-count to ws-trailer-count
        move bt-total-amount to ws-trailer-total
        perform prove-envelope-totals
      when other
        set ENVELOPE-INVALID to true
        move "UNKNOWN RECORD TYPE IN ENVELOPE" to ws-envelope-reason
    set ENVELOPE-INVALID to true
    move "ENVELOPE TRAILER MISSING" to ws-envelope-reason
  end-if.

open-statement-envelope.
  *> The header's bank id must name a BANKACCT.DAT account (blank is
  *> the primary), and a drop carries each account at most once.
  if ws-env-count >= 20
    set ENVELOPE-INVALID to true
    move "MORE THAN 20 BANK ACCOUNTS IN ONE DROP" to ws-envelope-reason
    exit paragraph
  end-if.
  add 1 to ws-env-count.
  move spaces to env-bank-acct-id(ws-env-count).
  move ws-cash-acct to env-cash-acct(ws-env-count).
  move bh-stmt-date to env-stmt-date(ws-env-count).
  move bh-ending-balance to env-ending-bal(ws-env-count).
  move zero to env-book-cash(ws-env-count).
  move zero to env-matched(ws-env-count).
  move zero to env-unmatched(ws-env-count).
  if not MULTI-BANK
    if ws-env-count > 1
      set ENVELOPE-INVALID to true
      move "SECOND ENVELOPE WITH NO BANKACCT.DAT" to ws-envelope-reason
    end-if
    exit paragraph
  end-if.
  move "K" to bk-mode.
  move bh-bank-id to bk-bank-acct-id.
  call "bankfind" using ws-bk-request.
  if bk-found not = "Y"
    set ENVELOPE-INVALID to true
    move "BANK ACCOUNT NOT ON BANKACCT.DAT" to ws-envelope-reason
    exit paragraph
  end-if.
  move bk-bank-acct-id to env-bank-acct-id(ws-env-count).
  move bk-cash-acct to env-cash-acct(ws-env-count).
  perform varying ws-env-idx from 1 by 1 until ws-env-idx >= ws-env-count
    if env-bank-acct-id(ws-env-idx) = bk-bank-acct-id
      set ENVELOPE-INVALID to true
      move "BANK ACCOUNT TWICE IN ONE DROP" to ws-envelope-reason
    end-if
  end-perform.

prove-envelope-totals.
  if ENVELOPE-VALID and ws-detail-count not = ws-declared-count
    set ENVELOPE-INVALID to true
    move "DETAIL COUNT DISAGREES WITH HEADER" to ws-envelope-reason
      move ck-amount to ckt-amount(ws-ckt-count)
      move ck-date to ckt-date(ws-ckt-count)
      move ck-status to ckt-status(ws-ckt-count)
      move ck-invoice-no to ckt-invoice-no(ws-ckt-count)
      move ck-void-type to ckt-void-type(ws-ckt-count)
      move ck-void-date to ckt-void-date(ws-ckt-count)
      move ck-reissue-flag to ckt-reissue-flag(ws-ckt-count)
      move ck-bank-acct-id to ckt-bank-acct-id(ws-ckt-count)
      if ck-fx-diff is numeric
        move ck-fx-diff to ckt-fx-diff(ws-ckt-count)
      else
        move zero to ckt-fx-diff(ws-ckt-count)
      end-if
    else
      display "BANKREC: CHECK TABLE FULL AT 1000 - CHECKREG.DAT HAS MORE"
      move 16 to return-code
  end-perform.
  close check-register.

load-lockbox-deposits.
  move zero to ws-ldt-count.
  move "N" to ws-ldp-eof.
  open input lockbox-deposit-file.
  if ws-ldp-status = "35"
    close lockbox-deposit-file
    exit paragraph
  end-if.
  move "LBXDEP.DAT" to ws-abend-file-name.
  move ws-ldp-status to ws-abend-status.
  perform check-file-status.
  read lockbox-deposit-file
    at end set LDP-EOF to true
  end-read.
  perform until LDP-EOF
    if ws-ldt-count < 500
      add 1 to ws-ldt-count
      move ldp-lockbox-id to ldt-lockbox-id(ws-ldt-count)
      move ldp-deposit-date to ldt-deposit-date(ws-ldt-count)
      move ldp-check-count to ldt-check-count(ws-ldt-count)
      move ldp-amount to ldt-amount(ws-ldt-count)
      move ldp-status to ldt-status(ws-ldt-count)
      move ldp-cleared-date to ldt-cleared-date(ws-ldt-count)
    else
      display "BANKREC: DEPOSIT TABLE FULL AT 500 - LBXDEP.DAT HAS MORE"
      move 16 to return-code
      set LDP-EOF to true
    end-if
    read lockbox-deposit-file
      at end set LDP-EOF to true
    end-read
  end-perform.
  close lockbox-deposit-file.

match-statement-details.
  *> Second pass over the proved envelope: check items tick off the
  *> register by check number and amount (and flip to CLEARED);
  *> deposits and fees are book-side events this run only reports;
  *> anything else is an unmatched bank row for the suspense team.
  move "N" to ws-bs-eof.
  move zero to ws-cur-env.
  open input bank-stmt-file.
  read bank-stmt-file
    at end set BS-EOF to true
  end-read.
  perform until BS-EOF
    if BS-IS-HEADER
      add 1 to ws-cur-env
    end-if
    if BS-IS-DETAIL
      set ws-env-idx to ws-cur-env
      perform match-one-detail
    end-if
    read bank-stmt-file
          and ckt-status(ws-ckt-idx) = "I"
        move ws-ckt-idx to ws-ckt-found-idx
    end-search
    if ws-ckt-found-idx not = zero
      set ws-ckt-idx to ws-ckt-found-idx
      perform check-belongs-to-envelope
      if ws-ck-in-env = "N"
        move zero to ws-ckt-found-idx
      end-if
    end-if
    if ws-ckt-found-idx = zero
      add 1 to ws-unmatched-count
      add 1 to env-unmatched(ws-env-idx)
      perform reject-unmatched-row
    else
      move "C" to ckt-status(ws-ckt-found-idx)
      add 1 to ws-matched-count
      add 1 to env-matched(ws-env-idx)
    end-if
  else
    if BD-IS-DEPOSIT
      perform match-lockbox-deposit
    end-if
    if not BD-IS-DEPOSIT and not BD-IS-FEE
      add 1 to ws-unmatched-count
      add 1 to env-unmatched(ws-env-idx)
      perform reject-unmatched-row
    end-if
  end-if.

match-lockbox-deposit.
  *> A deposit that isn't a lockbox deposit (counter deposits, wires)
  *> is still only reported, as before. The lockbox sweeps into the
  *> primary account, so only its statement clears lockbox deposits.
  move zero to ws-ldt-found-idx.
  if MULTI-BANK and env-bank-acct-id(ws-env-idx) not = ws-primary-bank-id
    exit paragraph
  end-if.
  set ws-ldt-idx to 1.
  search ws-ldt-entry varying ws-ldt-idx
    at end continue
    when ws-ldt-idx <= ws-ldt-count
        and ldt-status(ws-ldt-idx) = "O"
        and ldt-amount(ws-ldt-idx) = bd-amount
        and ldt-deposit-date(ws-ldt-idx) <= bd-date
      move ws-ldt-idx to ws-ldt-found-idx
  end-search.
  if ws-ldt-found-idx not = zero
    move "C" to ldt-status(ws-ldt-found-idx)
    move bd-date to ldt-cleared-date(ws-ldt-found-idx)
    add 1 to ws-deposit-matched-count
  end-if.

check-belongs-to-envelope.
  *> A blank bank id on the register is a check cut before there was
  *> more than one account - the primary's.
  move "Y" to ws-ck-in-env.
  if not MULTI-BANK
    exit paragraph
  end-if.
  if ckt-bank-acct-id(ws-ckt-idx) = spaces
    if env-bank-acct-id(ws-env-idx) not = ws-primary-bank-id
      move "N" to ws-ck-in-env
    end-if
  else
    if ckt-bank-acct-id(ws-ckt-idx) not = env-bank-acct-id(ws-env-idx)
      move "N" to ws-ck-in-env
    end-if
  end-if.

reject-unmatched-row.
  open extend reject-file.
  if ws-rej-status = "35"
    move ckt-amount(ws-ckt-idx) to ck-amount
    move ckt-date(ws-ckt-idx) to ck-date
    move ckt-status(ws-ckt-idx) to ck-status
    move ckt-invoice-no(ws-ckt-idx) to ck-invoice-no
    move ckt-void-type(ws-ckt-idx) to ck-void-type
    move ckt-void-date(ws-ckt-idx) to ck-void-date
    move ckt-reissue-flag(ws-ckt-idx) to ck-reissue-flag
    move ckt-bank-acct-id(ws-ckt-idx) to ck-bank-acct-id
    move ckt-fx-diff(ws-ckt-idx) to ck-fx-diff
    write check-register-record
  end-perform.
  close check-register.

write-back-lockbox-deposits.
  if ws-ldt-count = zero
    exit paragraph
  end-if.
  open output lockbox-deposit-file.
  move "LBXDEP.DAT" to ws-abend-file-name.
  move ws-ldp-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-ldt-idx from 1 by 1 until ws-ldt-idx > ws-ldt-count
    move ldt-lockbox-id(ws-ldt-idx) to ldp-lockbox-id
    move ldt-deposit-date(ws-ldt-idx) to ldp-deposit-date
    move ldt-check-count(ws-ldt-idx) to ldp-check-count
    move ldt-amount(ws-ldt-idx) to ldp-amount
    move ldt-status(ws-ldt-idx) to ldp-status
    move ldt-cleared-date(ws-ldt-idx) to ldp-cleared-date
    write lockbox-deposit-record
  end-perform.
  close lockbox-deposit-file.

replay-book-cash.
  *> The cash account's book position replayed off the audit trail -
  *> the same delta chain every other reconstruction in this shop
    at end set AUDIT-EOF to true
  end-read.
  perform until AUDIT-EOF
    if aud-field-name = "BAL-DAILY" or aud-field-name = "BAL-PTD-ADJ"
      perform varying ws-env-idx from 1 by 1 until ws-env-idx > ws-env-count
        if aud-key = env-cash-acct(ws-env-idx)
          compute ws-posting-delta = aud-new-value - aud-old-value
          add ws-posting-delta to env-book-cash(ws-env-idx)
        end-if
      end-perform
    end-if
    read audit-file
      at end set AUDIT-EOF to true
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into bankrec-report-line.
  write bankrec-report-line.
  perform varying ws-env-idx from 1 by 1 until ws-env-idx > ws-env-count
    perform write-envelope-reconciliation
  end-perform.
  close bankrec-report.

write-envelope-reconciliation.
  move spaces to bankrec-report-line.
  string "BOOK-TO-BANK RECONCILIATION BANK=" env-bank-acct-id(ws-env-idx)
      " CASH ACCT=" env-cash-acct(ws-env-idx)
      " STMT DATE=" env-stmt-date(ws-env-idx)
      " MATCHED=" env-matched(ws-env-idx)
      " UNMATCHED=" env-unmatched(ws-env-idx)
      into bankrec-report-line.
  write bankrec-report-line.
  move env-ending-bal(ws-env-idx) to ws-stmt-ending-bal.
  move env-book-cash(ws-env-idx) to ws-book-cash.
  move zero to ws-outstanding-count.
  move zero to ws-outstanding-total.
  perform varying ws-ckt-idx from 1 by 1 until ws-ckt-idx > ws-ckt-count
    perform check-belongs-to-envelope
    if ckt-status(ws-ckt-idx) = "I" and ws-ck-in-env = "Y"
      add 1 to ws-outstanding-count
      add 1 to ws-all-outstanding
      add ckt-amount(ws-ckt-idx) to ws-outstanding-total
      move spaces to bankrec-report-line
      string "OUTSTANDING CHECK=" ckt-check-no(ws-ckt-idx)
      write bankrec-report-line
    end-if
  end-perform.
  move zero to ws-transit-count.
  move zero to ws-transit-total.
  perform varying ws-ldt-idx from 1 by 1 until ws-ldt-idx > ws-ldt-count
    if ldt-status(ws-ldt-idx) = "O"
        and (not MULTI-BANK
          or env-bank-acct-id(ws-env-idx) = ws-primary-bank-id)
      add 1 to ws-transit-count
      add ldt-amount(ws-ldt-idx) to ws-transit-total
      move spaces to bankrec-report-line
      string "DEPOSIT IN TRANSIT LOCKBOX=" ldt-lockbox-id(ws-ldt-idx)
          " DEPOSITED=" ldt-deposit-date(ws-ldt-idx)
          " CHECKS=" ldt-check-count(ws-ldt-idx)
          " AMT=" ldt-amount(ws-ldt-idx) into bankrec-report-line
      write bankrec-report-line
    end-if
  end-perform.
  *> The bridge: the bank's ending balance less checks issued but not
  *> yet presented, plus lockbox deposits not yet credited, should
  *> equal the book cash position; the residual line is what the
  *> suspense team digs into.
  compute ws-adjusted-book = ws-stmt-ending-bal - ws-outstanding-total
      + ws-transit-total.
  compute ws-book-to-bank = ws-book-cash - ws-adjusted-book.
  move spaces to bankrec-report-line.
  string "BANK ENDING=" ws-stmt-ending-bal
      " LESS OUTSTANDING=" ws-outstanding-total
      " PLUS IN TRANSIT=" ws-transit-total
      " ADJUSTED BANK=" ws-adjusted-book into bankrec-report-line.
  write bankrec-report-line.
  move spaces to bankrec-report-line.
  string "BOOK CASH=" ws-book-cash
      " DIFFERENCE=" ws-book-to-bank into bankrec-report-line.
  write bankrec-report-line.

truncate-statement-file.
  *> The statement drop is consumed - same sweep-and-truncate as
