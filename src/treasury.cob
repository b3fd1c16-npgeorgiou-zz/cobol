        organization is line sequential
        file status is ws-tc-status.
    select ar-open-file assign to "AROPEN.DAT"
        organization is indexed
        access mode is sequential
        record key is ar-invoice-no
        alternate record key is ar-cust-no with duplicates
        alternate record key is ar-due-date with duplicates
        file status is ws-aro-status.
    select ap-open-file assign to "APOPEN.DAT"
        organization is indexed
        access mode is sequential
        record key is ap-item-key
        alternate record key is ap-vendor-no with duplicates
        alternate record key is ap-due-date with duplicates
        file status is ws-apo-status.
    select collrate-ctl assign to "COLLRATE.CTL"
        organization is line sequential
        access mode is dynamic
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
    select bank-acct-file assign to "BANKACCT.DAT"
        organization is line sequential
        file status is ws-ba-status.
    select appay-ctl assign to "APPAYCTL.CTL"
        organization is line sequential
        file status is ws-pc-status.
    select debt-schedule-file assign to "DEBTSCHD.DAT"
        organization is line sequential
        file status is ws-ds-status.
data division.
  file section.
  fd  bal-file.
  copy "aropen.cpy".
  fd  ap-open-file.
  copy "apopen.cpy".
  fd  debt-schedule-file.
  copy "debtschd.cpy".
  fd  collrate-ctl.
  01 collrate-record.
    05 cr-pct-current          pic 9(3).
  01 treasury-report-line     pic x(132).
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  bank-acct-file.
  copy "bankacct.cpy".
*> The payment run's control card, read only for the bank account
*> appay.cob draws its checks on.
  fd  appay-ctl.
  01 appay-ctl-record.
    05 pc-pay-through-date     pic 9(8).
    05 filler                  pic x(1).
    05 pc-cash-ceiling         pic 9(11)v99.
    05 filler                  pic x(1).
    05 pc-next-check-no        pic 9(6).
    05 filler                  pic x(1).
    05 pc-bank-acct-id         pic x(8).
  working-storage section.
    01 ws-bal-status      pic x(2) value "00".
    01 ws-bal-rel-key     pic 9(6) value 1.
    01 ws-tr-status       pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-ba-status       pic x(2) value "00".
    01 ws-pc-status       pic x(2) value "00".
    01 ws-ds-status       pic x(2) value "00".
    01 ws-ds-eof          pic x(1) value "N".
        88 DS-EOF         value "Y".
    01 ws-ba-eof          pic x(1) value "N".
        88 BA-EOF         value "Y".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-bal-eof         pic x(1) value "N".
        10 csh-acct-id           pic 9(6).
    01 ws-csh-count       pic 9(2) value zero.

    *> Per bank account (BANKACCT.DAT): its cash account's position,
    *> and which side of the forecast it carries - AR collections
    *> land in the primary (first) account the lockbox sweeps to, AP
    *> checks come out of the account appay.cob draws on. Cash
    *> accounts on TREASCSH.CTL that no bank account owns (petty
    *> cash, sweeps) count in the total only.
    01 ws-bank-table.
      05 ws-bnk-entry occurs 20 times indexed by ws-bnk-idx.
        10 bnk-bank-acct-id      pic x(8).
        10 bnk-description       pic x(20).
        10 bnk-cash-acct         pic 9(6).
        10 bnk-currency-code     pic x(3).
        10 bnk-position          pic s9(11)v99 sign is leading separate.
    01 ws-bnk-count       pic 9(2) value zero.
    01 ws-deposit-bank-idx pic 9(2) value zero.
    01 ws-disburse-bank-idx pic 9(2) value zero.
    01 ws-disburse-bank-id pic x(8) value spaces.
    01 ws-bank-in         pic s9(11)v99 sign is leading separate.
    01 ws-bank-out        pic s9(11)v99 sign is leading separate.
    01 ws-csh-known       pic x(1).

    01 ws-holiday-table.
      05 ws-hol-entry occurs 100 times indexed by ws-hol-idx.
        10 hol-date              pic 9(8).
  *> already keeps) - AR inflows by due date tempered by each aging
  *> bucket's collection rate, AP outflows by due date - so the
  *> funding decision comes off a page instead of three reports and
  *> a calculator. With a BANKACCT.DAT master the page also breaks
  *> the position and forecast out per bank account. Scheduled debt
  *> service off DEBTSCHD.DAT falling inside the horizon is an
  *> outflow on its due date.
  perform load-report-stamp.
  perform establish-business-date.
  perform load-cash-accounts.
  perform load-bank-accounts.
  perform load-collection-rates.
  perform load-holiday-table.
  perform build-business-day-grid.
  perform sum-cash-position.
  perform project-ar-inflows.
  perform project-ap-outflows.
  perform project-debt-outflows.
  perform write-treasury-report.
  display "TREASURY: POSITION=" ws-cash-position
      " OVER " ws-fct-count " BUSINESS DAY(S)".
  end-perform.
  close treasury-cash-ctl.

load-bank-accounts.
  move zero to ws-bnk-count.
  move "N" to ws-ba-eof.
  open input bank-acct-file.
  if ws-ba-status = "35"
    close bank-acct-file
    exit paragraph
  end-if.
  move "BANKACCT.DAT" to ws-abend-file-name.
  move ws-ba-status to ws-abend-status.
  perform check-file-status.
  read bank-acct-file
    at end set BA-EOF to true
  end-read.
  perform until BA-EOF
    if ws-bnk-count < 20 and not BA-CLOSED
      add 1 to ws-bnk-count
      move ba-bank-acct-id to bnk-bank-acct-id(ws-bnk-count)
      move ba-description to bnk-description(ws-bnk-count)
      move ba-cash-acct to bnk-cash-acct(ws-bnk-count)
      move ba-currency-code to bnk-currency-code(ws-bnk-count)
      move zero to bnk-position(ws-bnk-count)
      perform add-bank-cash-account
    end-if
    read bank-acct-file
      at end set BA-EOF to true
    end-read
  end-perform.
  close bank-acct-file.
  if ws-bnk-count = zero
    exit paragraph
  end-if.
  move 1 to ws-deposit-bank-idx.
  move 1 to ws-disburse-bank-idx.
  open input appay-ctl.
  if ws-pc-status = "35"
    close appay-ctl
    exit paragraph
  end-if.
  read appay-ctl
    at end continue
    not at end move pc-bank-acct-id to ws-disburse-bank-id
  end-read.
  close appay-ctl.
  perform varying ws-bnk-idx from 1 by 1 until ws-bnk-idx > ws-bnk-count
    if ws-disburse-bank-id not = spaces
        and bnk-bank-acct-id(ws-bnk-idx) = ws-disburse-bank-id
      set ws-disburse-bank-idx to ws-bnk-idx
    end-if
  end-perform.

add-bank-cash-account.
  *> A bank account's cash account counts in the total position even
  *> if TREASCSH.CTL was never told about it.
  move "N" to ws-csh-known.
  perform varying ws-csh-idx from 1 by 1 until ws-csh-idx > ws-csh-count
    if csh-acct-id(ws-csh-idx) = ba-cash-acct
      move "Y" to ws-csh-known
    end-if
  end-perform.
  if ws-csh-known = "N" and ws-csh-count < 20
    add 1 to ws-csh-count
    move ba-cash-acct to csh-acct-id(ws-csh-count)
  end-if.

load-collection-rates.
  open input collrate-ctl.
  if ws-cr-status = "35"
          *> already inside YTD.
          add bal-daily-amount to ws-cash-position
          add bal-ytd-amount to ws-cash-position
          perform add-to-bank-position
      end-search
    end-if
  end-perform.
  close bal-file.

add-to-bank-position.
  perform varying ws-bnk-idx from 1 by 1 until ws-bnk-idx > ws-bnk-count
    if bnk-cash-acct(ws-bnk-idx) = bal-acct-id
      add bal-daily-amount to bnk-position(ws-bnk-idx)
      add bal-ytd-amount to bnk-position(ws-bnk-idx)
    end-if
  end-perform.

project-ar-inflows.
  move "N" to ws-aro-eof.
  open input ar-open-file.
  perform find-forecast-slot.
  add ws-open-balance to fct-outflow(ws-slot-idx).

project-debt-outflows.
  *> Unlike an open payable, a loan's later instalments are not yet
  *> owed - only payments due by the grid's last day are projected;
  *> a past-due one the period posting has not picked up lands on
  *> day one.
  move "N" to ws-ds-eof.
  open input debt-schedule-file.
  if ws-ds-status = "35"
    close debt-schedule-file
    exit paragraph
  end-if.
  read debt-schedule-file
    at end set DS-EOF to true
  end-read.
  perform until DS-EOF
    if DS-SCHEDULED and ds-due-date <= fct-date(ws-fct-count)
      move ds-due-date to ws-slot-due-date
      perform find-forecast-slot
      add ds-payment to fct-outflow(ws-slot-idx)
    end-if
    read debt-schedule-file
      at end set DS-EOF to true
    end-read
  end-perform.
  close debt-schedule-file.

find-forecast-slot.
  *> The latest grid day not after the due date: overdue items land
  *> on day one, items beyond the horizon on the last day - every
  write treasury-report-line.
  move spaces to treasury-report-line.
  string "OPENING CASH POSITION=" ws-cash-position
      " (ALL CASH ACCOUNTS)" into treasury-report-line.
  write treasury-report-line.
  move ws-cash-position to ws-running-position.
  perform varying ws-fct-idx from 1 by 1 until ws-fct-idx > ws-fct-count
        " POSITION=" ws-running-position into treasury-report-line
    write treasury-report-line
  end-perform.
  perform varying ws-bnk-idx from 1 by 1 until ws-bnk-idx > ws-bnk-count
    perform write-bank-forecast
  end-perform.
  close treasury-report.

write-bank-forecast.
  move spaces to treasury-report-line.
  string "BANK ACCOUNT " bnk-bank-acct-id(ws-bnk-idx)
      " " bnk-description(ws-bnk-idx)
      " CCY=" bnk-currency-code(ws-bnk-idx)
      " CASH ACCT=" bnk-cash-acct(ws-bnk-idx)
      " OPENING POSITION=" bnk-position(ws-bnk-idx)
      into treasury-report-line.
  write treasury-report-line.
  move bnk-position(ws-bnk-idx) to ws-running-position.
  perform varying ws-fct-idx from 1 by 1 until ws-fct-idx > ws-fct-count
    move zero to ws-bank-in
    move zero to ws-bank-out
    if ws-bnk-idx = ws-deposit-bank-idx
      move fct-inflow(ws-fct-idx) to ws-bank-in
    end-if
    if ws-bnk-idx = ws-disburse-bank-idx
      move fct-outflow(ws-fct-idx) to ws-bank-out
    end-if
    add ws-bank-in to ws-running-position
    subtract ws-bank-out from ws-running-position
    move spaces to treasury-report-line
    string "  DAY " fct-date(ws-fct-idx)
        " IN=" ws-bank-in
        " OUT=" ws-bank-out
        " POSITION=" ws-running-position into treasury-report-line
    write treasury-report-line
  end-perform.

check-file-status.
  *> Shared by every OPEN above: a status other than "00" (success)
  *> that the caller didn't already recover from (a first-run "35")
