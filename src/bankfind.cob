identification division.
  program-id. bankfind.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select bank-acct-file assign to "BANKACCT.DAT"
        organization is line sequential
        file status is ws-ba-status.
data division.
  file section.
  fd  bank-acct-file.
  copy "bankacct.cpy".
  working-storage section.
    *> Bank account lookup service, the BALFIND idea applied to
    *> BANKACCT.DAT: the master loads once per session and every
    *> caller that needs to know which GL cash account a bank account
    *> books to (a void, an escheat, a statement) asks here instead of
    *> each reading the master its own way. A blank bank account id
    *> answers for the primary (first) account. No master on disk
    *> answers "N" - the caller keeps its single-bank APGLACC.CTL
    *> behavior. Mode "R" forces a reload.
    01 ws-ba-status       pic x(2) value "00".
    01 ws-ba-eof          pic x(1) value "N".
        88 BA-EOF         value "Y".
    01 ws-loaded          pic x(1) value "N".
    01 ws-bank-table.
      05 ws-bnk-entry occurs 50 times indexed by ws-bnk-idx.
        10 bnk-bank-acct-id      pic x(8).
        10 bnk-description       pic x(20).
        10 bnk-cash-acct         pic 9(6).
        10 bnk-cash-cc           pic 9(4).
        10 bnk-currency-code     pic x(3).
    01 ws-bnk-count       pic 9(2) value zero.
  linkage section.
    01 bk-request.
      05 bk-mode              pic x(1).
          88 BK-MODE-KEY       value "K".
          88 BK-MODE-RELOAD    value "R".
      05 bk-bank-acct-id      pic x(8).
      05 bk-found             pic x(1).
      05 bk-description       pic x(20).
      05 bk-cash-acct         pic 9(6).
      05 bk-cash-cc           pic 9(4).
      05 bk-currency-code     pic x(3).
procedure division using bk-request.
main-paragraph.
  if BK-MODE-RELOAD
    move "N" to ws-loaded
    move "Y" to bk-found
    goback
  end-if.
  if ws-loaded not = "Y"
    perform load-bank-accounts
    move "Y" to ws-loaded
  end-if.
  move "N" to bk-found.
  if ws-bnk-count = zero
    goback
  end-if.
  if bk-bank-acct-id = spaces
    set ws-bnk-idx to 1
    perform return-bank-row
    goback
  end-if.
  set ws-bnk-idx to 1.
  search ws-bnk-entry
    at end continue
    when ws-bnk-idx <= ws-bnk-count
        and bnk-bank-acct-id(ws-bnk-idx) = bk-bank-acct-id
      perform return-bank-row
  end-search.
  goback.

return-bank-row.
  move "Y" to bk-found.
  move bnk-bank-acct-id(ws-bnk-idx) to bk-bank-acct-id.
  move bnk-description(ws-bnk-idx) to bk-description.
  move bnk-cash-acct(ws-bnk-idx) to bk-cash-acct.
  move bnk-cash-cc(ws-bnk-idx) to bk-cash-cc.
  move bnk-currency-code(ws-bnk-idx) to bk-currency-code.

load-bank-accounts.
  move zero to ws-bnk-count.
  move "N" to ws-ba-eof.
  open input bank-acct-file.
  if ws-ba-status = "35"
    close bank-acct-file
    exit paragraph
  end-if.
  read bank-acct-file
    at end set BA-EOF to true
  end-read.
  perform until BA-EOF
    if ws-bnk-count < 50
      add 1 to ws-bnk-count
      move ba-bank-acct-id to bnk-bank-acct-id(ws-bnk-count)
      move ba-description to bnk-description(ws-bnk-count)
      move ba-cash-acct to bnk-cash-acct(ws-bnk-count)
      move ba-cash-cc to bnk-cash-cc(ws-bnk-count)
      move ba-currency-code to bnk-currency-code(ws-bnk-count)
    else
      display "BANKFIND: BANK TABLE FULL AT 50 - BANKACCT.DAT HAS MORE"
      set BA-EOF to true
    end-if
    read bank-acct-file
      at end set BA-EOF to true
    end-read
  end-perform.
  close bank-acct-file.

end program bankfind.
