    select pospay-sent-log assign to "PPSENT.DAT"
        organization is line sequential
        file status is ws-ps-status.
    select pospay-void-log assign to "PPVSENT.DAT"
        organization is line sequential
        file status is ws-pv-status.
data division.
  file section.
  fd  check-register.
  01 pospay-record.
    05 pp-rec-type             pic x(1).
    05 pp-rec-data             pic x(60).
*> With more than one bank account each account's rows go out in
*> their own envelope, headed by the BANKACCT.DAT id the bank files
*> them under.
  01 pospay-header-record redefines pospay-record.
    05 pph-type                pic x(1).
    05 pph-bank-acct-id        pic x(8).
    05 pph-file-date           pic 9(8).
    05 pph-filler              pic x(44).
  01 pospay-detail-record redefines pospay-record.
    05 ppd-type                pic x(1).
    05 ppd-check-no            pic 9(6).
    05 ppt-filler              pic x(40).
  fd  pospay-sent-log.
  01 pospay-sent-record       pic 9(6).
*> Voids and stop-payments transmitted, kept apart from the issue log
*> so a check can go to the bank once as an issue and once as a void.
  fd  pospay-void-log.
  01 pospay-void-sent-record  pic 9(6).
  working-storage section.
    01 ws-ck-status       pic x(2) value "00".
    01 ws-pp-status       pic x(2) value "00".
    01 ws-ps-status       pic x(2) value "00".
    01 ws-pv-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-ck-eof          pic x(1) value "N".
        88 CK-EOF         value "Y".
    01 ws-ps-eof          pic x(1) value "N".
        88 PS-EOF         value "Y".
    01 ws-pv-eof          pic x(1) value "N".
        88 PV-EOF         value "Y".

    01 ws-sent-table.
      05 ws-snt-entry occurs 1000 times indexed by ws-snt-idx.
        10 snt-check-no          pic 9(6).
    01 ws-snt-count       pic 9(4) value zero.
    01 ws-void-sent-table.
      05 ws-vsn-entry occurs 1000 times indexed by ws-vsn-idx.
        10 vsn-check-no          pic 9(6).
    01 ws-vsn-count       pic 9(4) value zero.
    01 ws-void-count      pic 9(6) value zero.
    01 ws-already-sent    pic x(1) value "N".
    01 ws-extract-count   pic 9(6) value zero.
    01 ws-extract-total   pic s9(11)v99 sign is leading separate value zero.
    01 ws-today-date      pic 9(8).

    01 ws-bk-request.
      05 bk-mode              pic x(1).
      05 bk-bank-acct-id      pic x(8).
      05 bk-found             pic x(1).
      05 bk-description       pic x(20).
      05 bk-cash-acct         pic 9(6).
      05 bk-cash-cc           pic 9(4).
      05 bk-currency-code     pic x(3).
    01 ws-multi-bank      pic x(1) value "N".
        88 MULTI-BANK     value "Y".
    01 ws-primary-bank-id pic x(8) value spaces.
    01 ws-row-bank-id     pic x(8).
    01 ws-pp-bank-table.
      05 ws-ppb-entry occurs 20 times indexed by ws-ppb-idx.
        10 ppb-bank-acct-id      pic x(8).
    01 ws-ppb-count       pic 9(2) value zero.
    01 ws-ppb-known       pic x(1).
    01 ws-env-start-count pic 9(6).
    01 ws-env-start-total pic s9(11)v99 sign is leading separate.
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
  *> the bank never sees the same issue twice.
  perform load-report-stamp.
  perform load-sent-log.
  perform load-void-sent-log.
  move "K" to bk-mode.
  move spaces to bk-bank-acct-id.
  call "bankfind" using ws-bk-request.
  if bk-found = "Y"
    set MULTI-BANK to true
    move bk-bank-acct-id to ws-primary-bank-id
    perform build-multi-bank-pospay-file
  else
    perform build-pospay-file
  end-if.
  display "POSPAY: " ws-extract-count " CHECK(S) EXTRACTED, "
      ws-void-count " VOID(S), TOTAL=" ws-extract-total.
  goback.

load-report-stamp.
  end-perform.
  close pospay-sent-log.

load-void-sent-log.
  move zero to ws-vsn-count.
  move "N" to ws-pv-eof.
  open input pospay-void-log.
  if ws-pv-status = "35"
    close pospay-void-log
    exit paragraph
  end-if.
  read pospay-void-log
    at end set PV-EOF to true
  end-read.
  perform until PV-EOF
    if ws-vsn-count < 1000
      add 1 to ws-vsn-count
      move pospay-void-sent-record to vsn-check-no(ws-vsn-count)
    end-if
    read pospay-void-log
      at end set PV-EOF to true
    end-read
  end-perform.
  close pospay-void-log.

build-pospay-file.
  move "N" to ws-ck-eof.
  open input check-register.
    if CK-ISSUED
      perform extract-one-check
    end-if
    if CK-VOIDED
      perform extract-one-void
    end-if
    read check-register
      at end set CK-EOF to true
    end-read
  close check-register.
  move spaces to pospay-record.
  move "T" to ppt-type.
  compute ppt-record-count = ws-extract-count + ws-void-count.
  move ws-extract-total to ppt-total-amount.
  write pospay-record.
  close pospay-file.

build-multi-bank-pospay-file.
  *> One pass to learn which bank accounts have checks on the
  *> register, then an envelope per account: header, its issue and
  *> void rows, and a trailer counting and totalling just those.
  move zero to ws-ppb-count.
  move "N" to ws-ck-eof.
  open input check-register.
  if ws-ck-status = "35"
    display "POSPAY: NO CHECK REGISTER - NOTHING TO EXTRACT"
    close check-register
    exit paragraph
  end-if.
  move "CHECKREG.DAT" to ws-abend-file-name.
  move ws-ck-status to ws-abend-status.
  perform check-file-status.
  read check-register
    at end set CK-EOF to true
  end-read.
  perform until CK-EOF
    if CK-ISSUED or CK-VOIDED
      perform note-register-bank
    end-if
    read check-register
      at end set CK-EOF to true
    end-read
  end-perform.
  close check-register.
  open output pospay-file.
  move "POSPAY.DAT" to ws-abend-file-name.
  move ws-pp-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-ppb-idx from 1 by 1 until ws-ppb-idx > ws-ppb-count
    perform write-bank-envelope
  end-perform.
  close pospay-file.

note-register-bank.
  move ck-bank-acct-id to ws-row-bank-id.
  if ws-row-bank-id = spaces
    move ws-primary-bank-id to ws-row-bank-id
  end-if.
  move "N" to ws-ppb-known.
  perform varying ws-ppb-idx from 1 by 1 until ws-ppb-idx > ws-ppb-count
    if ppb-bank-acct-id(ws-ppb-idx) = ws-row-bank-id
      move "Y" to ws-ppb-known
    end-if
  end-perform.
  if ws-ppb-known = "N" and ws-ppb-count < 20
    add 1 to ws-ppb-count
    move ws-row-bank-id to ppb-bank-acct-id(ws-ppb-count)
  end-if.

write-bank-envelope.
  move spaces to pospay-record.
  move "H" to pph-type.
  move ppb-bank-acct-id(ws-ppb-idx) to pph-bank-acct-id.
  move ws-today-date to pph-file-date.
  write pospay-record.
  compute ws-env-start-count = ws-extract-count + ws-void-count.
  move ws-extract-total to ws-env-start-total.
  move "N" to ws-ck-eof.
  open input check-register.
  move "CHECKREG.DAT" to ws-abend-file-name.
  move ws-ck-status to ws-abend-status.
  perform check-file-status.
  read check-register
    at end set CK-EOF to true
  end-read.
  perform until CK-EOF
    move ck-bank-acct-id to ws-row-bank-id
    if ws-row-bank-id = spaces
      move ws-primary-bank-id to ws-row-bank-id
    end-if
    if ws-row-bank-id = ppb-bank-acct-id(ws-ppb-idx)
      if CK-ISSUED
        perform extract-one-check
      end-if
      if CK-VOIDED
        perform extract-one-void
      end-if
    end-if
    read check-register
      at end set CK-EOF to true
    end-read
  end-perform.
  close check-register.
  move spaces to pospay-record.
  move "T" to ppt-type.
  compute ppt-record-count =
      ws-extract-count + ws-void-count - ws-env-start-count.
  compute ppt-total-amount = ws-extract-total - ws-env-start-total.
  write pospay-record.

extract-one-check.
  move "N" to ws-already-sent.
  set ws-snt-idx to 1.
  write pospay-sent-record.
  close pospay-sent-log.

extract-one-void.
  *> A voided or stopped check goes out as a "V" row on the next file
  *> so the bank refuses it at presentment - whether or not its issue
  *> row ever went out, since a stale issue the bank never saw is no
  *> reason to leave the paper honorable. The trailer counts and
  *> totals every detail row, issues and voids alike.
  move "N" to ws-already-sent.
  set ws-vsn-idx to 1.
  search ws-vsn-entry
    at end continue
    when vsn-check-no(ws-vsn-idx) = ck-check-no
      move "Y" to ws-already-sent
  end-search.
  if ws-already-sent = "Y"
    exit paragraph
  end-if.
  move spaces to pospay-record.
  move "V" to ppd-type.
  move ck-check-no to ppd-check-no.
  move ck-payee to ppd-payee.
  move ck-amount to ppd-amount.
  move ck-void-date to ppd-date.
  write pospay-record.
  add 1 to ws-void-count.
  add ck-amount to ws-extract-total.
  open extend pospay-void-log.
  if ws-pv-status = "35"
    close pospay-void-log
    open output pospay-void-log
  end-if.
  move "PPVSENT.DAT" to ws-abend-file-name.
  move ws-pv-status to ws-abend-status.
  perform check-file-status.
  move ck-check-no to pospay-void-sent-record.
  write pospay-void-sent-record.
  close pospay-void-log.

check-file-status.
  *> Shared by every OPEN above: a status other than "00" (success)
  *> that the caller didn't already recover from (a first-run "35")
