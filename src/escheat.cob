identification division.
  program-id. escheat.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select check-register assign to "CHECKREG.DAT"
        organization is line sequential
        file status is ws-ck-status.
    select ar-open-file assign to "AROPEN.DAT"
        organization is indexed
        access mode is dynamic
        record key is ar-invoice-no
        alternate record key is ar-cust-no with duplicates
        alternate record key is ar-due-date with duplicates
        file status is ws-aro-status.
    select ar-pay-history assign to "ARPAYH.DAT"
        organization is line sequential
        file status is ws-ph-status.
    select vendor-file assign to "VENDMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-vm-rel-key
        file status is ws-vm-status.
    select customer-file assign to "CUSTMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-cu-rel-key
        file status is ws-cu-status.
    select esch-state-ctl assign to "ESCHSTAT.CTL"
        organization is line sequential
        file status is ws-es-status.
    select escheat-register assign to "ESCHREG.DAT"
        organization is line sequential
        file status is ws-er-status.
    select eschgl-ctl assign to "ESCHGL.CTL"
        organization is line sequential
        file status is ws-eg-status.
    select apgl-ctl assign to "APGLACC.CTL"
        organization is line sequential
        file status is ws-ag-status.
    select argl-ctl assign to "ARGLACC.CTL"
        organization is line sequential
        file status is ws-rg-status.
    select eschseq-ctl assign to "ESCHSEQ.CTL"
        organization is line sequential
        file status is ws-eq-status.
    select txn-file assign to "TXNFILE.DAT"
        organization is line sequential
        file status is ws-txn-status.
    select journal-batch-file assign to "JRNLBAT.DAT"
        organization is line sequential
        file status is ws-jb-status.
    select letter-file assign to "ESCHLTR.RPT"
        organization is line sequential
        file status is ws-lt-status.
    select holder-report assign to "ESCHHOLD.RPT"
        organization is line sequential
        file status is ws-hr-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
    select oper-auth-file assign to "OPERAUTH.DAT"
        organization is line sequential
        file status is ws-oa-status.
    select reject-file assign to "REJECT.DAT"
        organization is line sequential
        file status is ws-rej-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  run-log-file.
  01 run-log-line             pic x(160).
  fd  check-register.
  copy "checkreg.cpy".
  fd  ar-open-file.
  copy "aropen.cpy".
  fd  ar-pay-history.
  copy "arpayh.cpy".
  fd  vendor-file.
  copy "vendmast.cpy".
  fd  customer-file.
  copy "custmast.cpy".
*> Holding periods by owner state, in days of dormancy before the
*> property is presumed abandoned - checks and credit balances each
*> have their own, as the state statutes do - and how many days
*> ahead of that the due-diligence letter goes out. State "**" is
*> the default for any state without a row of its own (and for an
*> owner with no address on file).
  fd  esch-state-ctl.
  01 esch-state-record.
    05 es-state                pic x(2).
    05 filler                  pic x(1).
    05 es-check-days           pic 9(4).
    05 filler                  pic x(1).
    05 es-credit-days          pic 9(4).
    05 filler                  pic x(1).
    05 es-notice-days          pic 9(3).
  fd  escheat-register.
  copy "eschreg.cpy".
  fd  eschgl-ctl.
  01 eschgl-ctl-record.
    05 eg-liab-acct            pic 9(6).
    05 filler                  pic x(1).
    05 eg-liab-cc              pic 9(4).
  fd  apgl-ctl.
  01 apgl-ctl-record.
    05 ag-cash-acct            pic 9(6).
    05 filler                  pic x(1).
    05 ag-cash-cc              pic 9(4).
  fd  argl-ctl.
  01 argl-ctl-record.
    05 arg-cash-acct           pic 9(6).
    05 filler                  pic x(1).
    05 arg-cash-cc             pic 9(4).
    05 filler                  pic x(1).
    05 arg-recv-acct           pic 9(6).
    05 filler                  pic x(1).
    05 arg-recv-cc             pic 9(4).
  fd  eschseq-ctl.
  01 eschseq-ctl-record.
    05 eq-next-batch-id        pic 9(6).
    05 filler                  pic x(1).
    05 eq-next-txn-serial      pic 9(6).
  fd  txn-file.
  copy "txnrec.cpy".
  fd  journal-batch-file.
  copy "jrnlbat.cpy".
  fd  letter-file.
  01 letter-line              pic x(132).
  fd  holder-report.
  01 holder-report-line       pic x(132).
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  oper-auth-file.
  copy "operauth.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".
  working-storage section.
    01 ws-ck-status       pic x(2) value "00".
    01 ws-aro-status      pic x(2) value "00".
    01 ws-ph-status       pic x(2) value "00".
    01 ws-vm-status       pic x(2) value "00".
    01 ws-cu-status       pic x(2) value "00".
    01 ws-es-status       pic x(2) value "00".
    01 ws-er-status       pic x(2) value "00".
    01 ws-eg-status       pic x(2) value "00".
    01 ws-ag-status       pic x(2) value "00".
    01 ws-rg-status       pic x(2) value "00".
    01 ws-eq-status       pic x(2) value "00".
    01 ws-txn-status      pic x(2) value "00".
    01 ws-jb-status       pic x(2) value "00".
    01 ws-lt-status       pic x(2) value "00".
    01 ws-hr-status       pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rej-status      pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-vm-rel-key      pic 9(6) value 1.
    01 ws-cu-rel-key      pic 9(6) value 1.
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-ck-eof          pic x(1) value "N".
        88 CK-EOF         value "Y".
    01 ws-aro-eof         pic x(1) value "N".
        88 ARO-EOF        value "Y".
    01 ws-ph-eof          pic x(1) value "N".
        88 PH-EOF         value "Y".
    01 ws-es-eof          pic x(1) value "N".
        88 ES-EOF         value "Y".
    01 ws-er-eof          pic x(1) value "N".
        88 ER-EOF         value "Y".

    01 ws-state-table.
      05 ws-stt-entry occurs 60 times indexed by ws-stt-idx.
        10 stt-state             pic x(2).
        10 stt-check-days        pic 9(4).
        10 stt-credit-days       pic 9(4).
        10 stt-notice-days       pic 9(3).
    01 ws-stt-count       pic 9(2) value zero.
    01 ws-dflt-check-days  pic 9(4) value 1095.
    01 ws-dflt-credit-days pic 9(4) value 1095.
    01 ws-dflt-notice-days pic 9(3) value 120.

    *> The check register, the receivables file and the unclaimed
    *> property register in memory, each written back whole at the
    *> end - the ckvoid.cob and cashapp.cob shapes.
    01 ws-check-table.
      05 ws-ckt-entry occurs 1000 times indexed by ws-ckt-idx.
        10 ckt-check-no          pic 9(6).
        10 ckt-vendor-no         pic 9(6).
        10 ckt-payee             pic x(30).
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
    *> Only the credit balances are held - the one read-only pass
    *> over AROPEN.DAT picks them out - and only an escheated credit
    *> is rewritten, in place by its invoice key, at the end of a
    *> clean run.
    01 ws-ar-table.
      05 ws-art-entry occurs 1000 times indexed by ws-art-idx.
        10 art-invoice-no        pic 9(6).
        10 art-cust-no           pic 9(6).
        10 art-amount            pic s9(9)v99 sign is leading separate.
        10 art-paid-amount       pic s9(9)v99 sign is leading separate.
        10 art-status            pic x(1).
        10 art-last-activity     pic 9(8).
        10 art-changed           pic x(1).
    01 ws-art-count       pic 9(4) value zero.
    01 ws-aro-open        pic x(1) value "N".
    01 ws-art-found-idx   pic 9(4) value zero.
    01 ws-reg-table.
      05 ws-ert-entry occurs 2000 times indexed by ws-ert-idx.
        10 ert-prop-type         pic x(1).
        10 ert-prop-key          pic 9(6).
        10 ert-owner-no          pic 9(6).
        10 ert-owner-name        pic x(30).
        10 ert-state             pic x(2).
        10 ert-amount            pic s9(9)v99 sign is leading separate.
        10 ert-last-activity     pic 9(8).
        10 ert-notice-date       pic 9(8).
        10 ert-escheat-date      pic 9(8).
        10 ert-status            pic x(1).
        10 ert-batch-id          pic 9(6).
    01 ws-ert-count       pic 9(4) value zero.
    01 ws-ert-found-idx   pic 9(4) value zero.
    01 ws-reg-full        pic x(1) value "N".
    *> Escheated-this-run totals by state for the holder report.
    01 ws-state-total-table.
      05 ws-sht-entry occurs 60 times indexed by ws-sht-idx.
        10 sht-state             pic x(2).
        10 sht-count             pic 9(4).
        10 sht-amount            pic s9(11)v99 sign is leading separate.
    01 ws-sht-count       pic 9(2) value zero.
    01 ws-sht-found-idx   pic 9(2) value zero.

    01 ws-cash-acct       pic 9(6) value 100001.
    01 ws-cash-cc         pic 9(4) value 9999.
    *> Which GL cash account a check's bank account books to, from
    *> the shared BANKFIND service.
    01 ws-bk-request.
      05 bk-mode              pic x(1).
      05 bk-bank-acct-id      pic x(8).
      05 bk-found             pic x(1).
      05 bk-description       pic x(20).
      05 bk-cash-acct         pic 9(6).
      05 bk-cash-cc           pic 9(4).
      05 bk-currency-code     pic x(3).
    01 ws-check-cash-acct pic 9(6).
    01 ws-check-cash-cc   pic 9(4).
    01 ws-recv-acct       pic 9(6) value 120001.
    01 ws-recv-cc         pic 9(4) value 9999.
    01 ws-liab-acct       pic 9(6) value 250001.
    01 ws-liab-cc         pic 9(4) value 9999.
    01 ws-debit-acct      pic 9(6).
    01 ws-debit-cc        pic 9(4).
    01 ws-batch-id        pic 9(6) value zero.
    01 ws-next-batch-id   pic 9(6) value 730001.
    01 ws-next-txn-serial pic 9(6) value 1.
    01 ws-gen-debits      pic s9(11)v99 sign is leading separate value zero.
    01 ws-gen-credits     pic s9(11)v99 sign is leading separate value zero.
    01 ws-txn-open        pic x(1) value "N".
    01 ws-noticed-count   pic 9(4) value zero.
    01 ws-escheated-count pic 9(4) value zero.
    01 ws-released-count  pic 9(4) value zero.
    01 ws-checks-changed  pic x(1) value "N".
    01 ws-credits-changed pic x(1) value "N".
    01 ws-escheat-total   pic s9(11)v99 sign is leading separate value zero.

    *> The property under review and its owner.
    01 ws-prop-type       pic x(1).
    01 ws-prop-key        pic 9(6).
    01 ws-prop-date       pic 9(8).
    01 ws-prop-amount     pic s9(9)v99 sign is leading separate.
    01 ws-owner-no        pic 9(6).
    01 ws-owner-name      pic x(30).
    01 ws-owner-state     pic x(2).
    01 ws-owner-found     pic x(1) value "N".
    01 ws-hold-days       pic 9(4).
    01 ws-notice-days     pic 9(3).
    01 ws-notice-threshold pic s9(5).
    01 ws-dormant-days    pic s9(7).
    01 ws-contact-by-date pic 9(8).
    01 ws-contact-by-int  pic 9(8).
    01 ws-credit-balance  pic s9(9)v99 sign is leading separate.
    01 ws-amount-edit     pic z(8)9.99.
    01 ws-total-edit      pic z(10)9.99.
    01 ws-release-reason  pic x(30).
    01 ws-report-state    pic x(7).

    01 ws-business-date   pic 9(8).
    01 ws-today-date      pic 9(8).
    01 ws-oa-status       pic x(2) value "00".
    01 ws-oa-eof          pic x(1) value "N".
        88 OA-EOF         value "Y".
    01 ws-oa-authorized   pic x(1) value "N".
        88 OA-AUTHORIZED  value "Y".
    01 ws-oa-function     pic x(8) value "ESCHEAT".
    *> Run-log entry with elapsed time, like every other cycle step.
    01 ws-runlog-status   pic x(2) value "00".
    01 ws-run-status-txt  pic x(8) value "COMPLETE".
    01 ws-step-start-hhmmss pic 9(6) value zero.
    01 ws-step-end-hhmmss   pic 9(6) value zero.
    01 ws-step-elapsed-secs pic s9(6) value zero.
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Unclaimed property run. Vendor checks still issued and customer
  *> credit balances still on the books are aged from their last
  *> activity against the holding period of the owner's state on
  *> ESCHSTAT.CTL. Property coming up on its holding period gets a
  *> due-diligence letter to the owner's address and a row on
  *> ESCHREG.DAT; noticed property the owner has since claimed (the
  *> check cleared, the credit was used) is released; noticed
  *> property still dormant once the holding period and the notice
  *> window have both run out is escheated - the check voided, the
  *> credit cleared - and moved to the unclaimed property liability
  *> in one balanced batch, for the holder report the filing is
  *> made from.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform verify-operator-authority.
  if return-code not = zero
    perform write-run-log-entry
    goback
  end-if.
  perform establish-business-date.
  perform load-holding-periods.
  perform load-check-register.
  perform load-open-items.
  perform load-escheat-register.
  if return-code not = zero
    if ws-aro-open = "Y"
      close ar-open-file
    end-if
    perform write-run-log-entry
    goback
  end-if.
  perform load-last-activity.
  perform load-gl-controls.
  perform load-next-batch-id.
  perform open-letter-file.
  perform open-holder-report.
  open input vendor-file.
  open input customer-file.
  perform varying ws-ert-idx from 1 by 1 until ws-ert-idx > ws-ert-count
    if ert-status(ws-ert-idx) = "N"
      perform review-noticed-property
    end-if
  end-perform.
  perform varying ws-ckt-idx from 1 by 1 until ws-ckt-idx > ws-ckt-count
    if ckt-status(ws-ckt-idx) = "I"
      perform screen-one-check
    end-if
  end-perform.
  perform varying ws-art-idx from 1 by 1 until ws-art-idx > ws-art-count
    compute ws-credit-balance =
        art-amount(ws-art-idx) - art-paid-amount(ws-art-idx)
    if ws-credit-balance < zero
      perform screen-one-credit
    end-if
  end-perform.
  if ws-vm-status = "00"
    close vendor-file
  end-if.
  if ws-cu-status = "00"
    close customer-file
  end-if.
  if ws-txn-open = "Y"
    close txn-file
  end-if.
  perform write-holder-summary.
  if return-code < 16
    if ws-checks-changed = "Y"
      perform write-back-check-register
    end-if
    if ws-credits-changed = "Y"
      perform write-back-open-items
    end-if
    perform write-back-escheat-register
    if ws-escheated-count > zero
      perform write-escheat-batch-header
    end-if
    perform save-next-batch-id
  end-if.
  if ws-aro-open = "Y"
    close ar-open-file
  end-if.
  close letter-file.
  close holder-report.
  display "ESCHEAT: " ws-noticed-count " NOTICE(S) SENT, "
      ws-escheated-count " ITEM(S) ESCHEATED, "
      ws-released-count " RELEASED".
  perform write-run-log-entry.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "ESCHEAT" to rpt-job-name.
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

load-holding-periods.
  move zero to ws-stt-count.
  move "N" to ws-es-eof.
  open input esch-state-ctl.
  if ws-es-status = "35"
    open output esch-state-ctl
    *> A conservative three-year default with a four-month notice
    *> window until compliance keys the states the company holds
    *> property for.
    move spaces to esch-state-record
    move "**" to es-state
    move ws-dflt-check-days to es-check-days
    move ws-dflt-credit-days to es-credit-days
    move ws-dflt-notice-days to es-notice-days
    write esch-state-record
    close esch-state-ctl
    open input esch-state-ctl
  end-if.
  move "ESCHSTAT.CTL" to ws-abend-file-name.
  move ws-es-status to ws-abend-status.
  perform check-file-status.
  read esch-state-ctl
    at end set ES-EOF to true
  end-read.
  perform until ES-EOF
    if es-state = "**"
      move es-check-days to ws-dflt-check-days
      move es-credit-days to ws-dflt-credit-days
      move es-notice-days to ws-dflt-notice-days
    else
      if ws-stt-count < 60
        add 1 to ws-stt-count
        move es-state to stt-state(ws-stt-count)
        move es-check-days to stt-check-days(ws-stt-count)
        move es-credit-days to stt-credit-days(ws-stt-count)
        move es-notice-days to stt-notice-days(ws-stt-count)
      end-if
    end-if
    read esch-state-ctl
      at end set ES-EOF to true
    end-read
  end-perform.
  close esch-state-ctl.

load-check-register.
  move zero to ws-ckt-count.
  move "N" to ws-ck-eof.
  open input check-register.
  if ws-ck-status = "35"
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
    if ws-ckt-count < 1000
      add 1 to ws-ckt-count
      move ck-check-no to ckt-check-no(ws-ckt-count)
      move ck-vendor-no to ckt-vendor-no(ws-ckt-count)
      move ck-payee to ckt-payee(ws-ckt-count)
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
      display "ESCHEAT: CHECK TABLE FULL AT 1000 - CHECKREG.DAT HAS MORE"
      move 16 to return-code
      set CK-EOF to true
    end-if
    read check-register
      at end set CK-EOF to true
    end-read
  end-perform.
  close check-register.

load-open-items.
  *> AROPEN.DAT stays open for the run: the keyed read settles a
  *> noticed credit that is no longer a credit, and the write-back
  *> rewrites only the escheated ones.
  move zero to ws-art-count.
  move "N" to ws-aro-eof.
  move "N" to ws-aro-open.
  open i-o ar-open-file.
  if ws-aro-status = "35"
    close ar-open-file
    exit paragraph
  end-if.
  move "AROPEN.DAT" to ws-abend-file-name.
  move ws-aro-status to ws-abend-status.
  perform check-file-status.
  move "Y" to ws-aro-open.
  read ar-open-file next record
    at end set ARO-EOF to true
  end-read.
  perform until ARO-EOF
    if ar-paid-amount > ar-amount
      if ws-art-count < 1000
        add 1 to ws-art-count
        move ar-invoice-no to art-invoice-no(ws-art-count)
        move ar-cust-no to art-cust-no(ws-art-count)
        move ar-amount to art-amount(ws-art-count)
        move ar-paid-amount to art-paid-amount(ws-art-count)
        move ar-status to art-status(ws-art-count)
        move ar-invoice-date to art-last-activity(ws-art-count)
        move "N" to art-changed(ws-art-count)
      else
        display "ESCHEAT: CREDIT-BALANCE TABLE FULL AT 1000 - AROPEN.DAT HAS MORE"
        move 16 to return-code
        set ARO-EOF to true
      end-if
    end-if
    if not ARO-EOF
      read ar-open-file next record
        at end set ARO-EOF to true
      end-read
    end-if
  end-perform.

load-escheat-register.
  move zero to ws-ert-count.
  move "N" to ws-er-eof.
  open input escheat-register.
  if ws-er-status = "35"
    close escheat-register
    exit paragraph
  end-if.
  move "ESCHREG.DAT" to ws-abend-file-name.
  move ws-er-status to ws-abend-status.
  perform check-file-status.
  read escheat-register
    at end set ER-EOF to true
  end-read.
  perform until ER-EOF
    if ws-ert-count < 2000
      add 1 to ws-ert-count
      move er-prop-type to ert-prop-type(ws-ert-count)
      move er-prop-key to ert-prop-key(ws-ert-count)
      move er-owner-no to ert-owner-no(ws-ert-count)
      move er-owner-name to ert-owner-name(ws-ert-count)
      move er-state to ert-state(ws-ert-count)
      move er-amount to ert-amount(ws-ert-count)
      move er-last-activity to ert-last-activity(ws-ert-count)
      move er-notice-date to ert-notice-date(ws-ert-count)
      move er-escheat-date to ert-escheat-date(ws-ert-count)
      move er-status to ert-status(ws-ert-count)
      move er-batch-id to ert-batch-id(ws-ert-count)
    else
      display "ESCHEAT: REGISTER TABLE FULL AT 2000 - ESCHREG.DAT HAS MORE"
      move 16 to return-code
      set ER-EOF to true
    end-if
    read escheat-register
      at end set ER-EOF to true
    end-read
  end-perform.
  close escheat-register.

load-last-activity.
  *> A credit balance's last activity is the latest application
  *> cashapp.cob made against the document - the overpayment that
  *> created it, or the memo offset that last used part of it - and
  *> the document date when nothing has touched it since.
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
    perform varying ws-art-idx from 1 by 1 until ws-art-idx > ws-art-count
      if art-invoice-no(ws-art-idx) = ph-invoice-no
          and ph-date > art-last-activity(ws-art-idx)
        move ph-date to art-last-activity(ws-art-idx)
      end-if
    end-perform
    read ar-pay-history
      at end set PH-EOF to true
    end-read
  end-perform.
  close ar-pay-history.

load-gl-controls.
  *> Cash is the APGLACC.CTL account the check came out of and the
  *> receivables control is ARGLACC.CTL's, so an escheat lands on the
  *> same accounts the original entries did.
  open input apgl-ctl.
  if ws-ag-status = "35"
    close apgl-ctl
  else
    read apgl-ctl
      at end continue
      not at end
        move ag-cash-acct to ws-cash-acct
        move ag-cash-cc to ws-cash-cc
    end-read
    close apgl-ctl
  end-if.
  open input argl-ctl.
  if ws-rg-status = "35"
    close argl-ctl
  else
    read argl-ctl
      at end continue
      not at end
        move arg-recv-acct to ws-recv-acct
        move arg-recv-cc to ws-recv-cc
    end-read
    close argl-ctl
  end-if.
  open input eschgl-ctl.
  if ws-eg-status = "35"
    open output eschgl-ctl
    *> Placeholder unclaimed property liability account finance
    *> repoints before the first live run - GLBRIDGE.CTL discipline.
    move spaces to eschgl-ctl-record
    move ws-liab-acct to eg-liab-acct
    move ws-liab-cc to eg-liab-cc
    write eschgl-ctl-record
    close eschgl-ctl
    open input eschgl-ctl
  end-if.
  move "ESCHGL.CTL" to ws-abend-file-name.
  move ws-eg-status to ws-abend-status.
  perform check-file-status.
  read eschgl-ctl
    at end continue
  end-read.
  close eschgl-ctl.
  move eg-liab-acct to ws-liab-acct.
  move eg-liab-cc to ws-liab-cc.

load-next-batch-id.
  open input eschseq-ctl.
  if ws-eq-status = "35"
    open output eschseq-ctl
    move spaces to eschseq-ctl-record
    move ws-next-batch-id to eq-next-batch-id
    move ws-next-txn-serial to eq-next-txn-serial
    write eschseq-ctl-record
    close eschseq-ctl
    open input eschseq-ctl
  end-if.
  move "ESCHSEQ.CTL" to ws-abend-file-name.
  move ws-eq-status to ws-abend-status.
  perform check-file-status.
  read eschseq-ctl
    at end continue
  end-read.
  close eschseq-ctl.
  if eq-next-batch-id numeric and eq-next-batch-id not = zero
    move eq-next-batch-id to ws-next-batch-id
  end-if.
  if eq-next-txn-serial numeric and eq-next-txn-serial not = zero
    move eq-next-txn-serial to ws-next-txn-serial
  end-if.
  move ws-next-batch-id to ws-batch-id.

save-next-batch-id.
  open output eschseq-ctl.
  move "ESCHSEQ.CTL" to ws-abend-file-name.
  move ws-eq-status to ws-abend-status.
  perform check-file-status.
  if ws-escheated-count > zero
    add 1 to ws-next-batch-id
  end-if.
  move spaces to eschseq-ctl-record.
  move ws-next-batch-id to eq-next-batch-id.
  move ws-next-txn-serial to eq-next-txn-serial.
  write eschseq-ctl-record.
  close eschseq-ctl.

open-letter-file.
  open extend letter-file.
  if ws-lt-status = "35"
    open output letter-file
  end-if.
  move "ESCHLTR.RPT" to ws-abend-file-name.
  move ws-lt-status to ws-abend-status.
  perform check-file-status.
  move spaces to letter-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into letter-line.
  write letter-line.

open-holder-report.
  open extend holder-report.
  if ws-hr-status = "35"
    open output holder-report
  end-if.
  move "ESCHHOLD.RPT" to ws-abend-file-name.
  move ws-hr-status to ws-abend-status.
  perform check-file-status.
  move spaces to holder-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      " BUSINESS DATE=" ws-business-date
      into holder-report-line.
  write holder-report-line.

review-noticed-property.
  *> A noticed item the owner has since acted on is released; one
  *> still dormant is escheated once its contact-by date (the later
  *> of the end of the holding period and the end of the notice
  *> window) has passed.
  move spaces to ws-release-reason.
  move ert-prop-type(ws-ert-idx) to ws-prop-type.
  move ert-prop-key(ws-ert-idx) to ws-prop-key.
  move ert-state(ws-ert-idx) to ws-owner-state.
  move ert-last-activity(ws-ert-idx) to ws-prop-date.
  if ws-prop-type = "C"
    perform find-check
    if ws-ckt-found-idx = zero
      move "CHECK NOT ON REGISTER" to ws-release-reason
    else
      if ckt-status(ws-ckt-found-idx) not = "I"
        move "CHECK CLEARED OR VOIDED" to ws-release-reason
      end-if
    end-if
  else
    perform find-open-item
    if ws-art-found-idx = zero
      *> Not among the credit balances: gone from the file, or on it
      *> but used up since the notice went out.
      move "CREDIT NOT ON RECEIVABLES" to ws-release-reason
      if ws-aro-open = "Y"
        move ws-prop-key to ar-invoice-no
        read ar-open-file
          invalid key continue
          not invalid key
            move "CREDIT USED OR CHANGED" to ws-release-reason
        end-read
      end-if
    else
      compute ws-credit-balance = art-paid-amount(ws-art-found-idx)
          - art-amount(ws-art-found-idx)
      if ws-credit-balance not = ert-amount(ws-ert-idx)
        move "CREDIT USED OR CHANGED" to ws-release-reason
      end-if
    end-if
  end-if.
  if ws-release-reason not = spaces
    perform release-property
    exit paragraph
  end-if.
  perform find-holding-period.
  perform compute-contact-by-date.
  compute ws-contact-by-int =
      function integer-of-date(ert-notice-date(ws-ert-idx))
      + ws-notice-days.
  if function integer-of-date(ws-contact-by-date) < ws-contact-by-int
    move function date-of-integer(ws-contact-by-int)
        to ws-contact-by-date
  end-if.
  if ws-business-date >= ws-contact-by-date
    perform escheat-property
  end-if.

release-property.
  move "R" to ert-status(ws-ert-idx).
  move ws-business-date to ert-escheat-date(ws-ert-idx).
  add 1 to ws-released-count.
  move ert-amount(ws-ert-idx) to ws-amount-edit.
  move spaces to holder-report-line.
  string "RELEASED TYPE=" ert-prop-type(ws-ert-idx)
      " KEY=" ert-prop-key(ws-ert-idx)
      " OWNER=" ert-owner-no(ws-ert-idx)
      " AMOUNT=" ws-amount-edit
      " - " ws-release-reason into holder-report-line.
  write holder-report-line.

escheat-property.
  move ert-amount(ws-ert-idx) to ws-prop-amount.
  if ws-prop-type = "C"
    set ws-ckt-idx to ws-ckt-found-idx
    move "V" to ckt-status(ws-ckt-idx)
    move "E" to ckt-void-type(ws-ckt-idx)
    move ws-business-date to ckt-void-date(ws-ckt-idx)
    move "N" to ckt-reissue-flag(ws-ckt-idx)
    move "Y" to ws-checks-changed
    perform resolve-check-cash-account
    move ws-check-cash-acct to ws-debit-acct
    move ws-check-cash-cc to ws-debit-cc
  else
    set ws-art-idx to ws-art-found-idx
    move art-amount(ws-art-idx) to art-paid-amount(ws-art-idx)
    move "C" to art-status(ws-art-idx)
    move "Y" to art-changed(ws-art-idx)
    move "Y" to ws-credits-changed
    move ws-recv-acct to ws-debit-acct
    move ws-recv-cc to ws-debit-cc
  end-if.
  perform write-escheat-legs.
  move "E" to ert-status(ws-ert-idx).
  move ws-business-date to ert-escheat-date(ws-ert-idx).
  move ws-batch-id to ert-batch-id(ws-ert-idx).
  add 1 to ws-escheated-count.
  add ws-prop-amount to ws-escheat-total.
  perform accumulate-state-total.

write-escheat-legs.
  *> Cash (the stale check) or receivables (the credit balance)
  *> debited, the unclaimed property liability credited until the
  *> funds are remitted to the state.
  if ws-txn-open not = "Y"
    open extend txn-file
    if ws-txn-status = "35"
      close txn-file
      open output txn-file
    end-if
    move "TXNFILE.DAT" to ws-abend-file-name
    move ws-txn-status to ws-abend-status
    perform check-file-status
    move "Y" to ws-txn-open
  end-if.
  initialize txn-record.
  move ws-debit-acct to txn-acct-id.
  move ws-debit-cc to txn-cost-center.
  compute txn-seq-no = 73000000 + ws-next-txn-serial.
  add 1 to ws-next-txn-serial.
  move ws-business-date to txn-date.
  move "D" to txn-type.
  move ws-prop-amount to txn-amount.
  move zero to txn-orig-seq-no.
  move spaces to txn-currency-code.
  move 1 to txn-company-code.
  move ws-batch-id to txn-batch-id.
  write txn-record.
  add ws-prop-amount to ws-gen-debits.
  initialize txn-record.
  move ws-liab-acct to txn-acct-id.
  move ws-liab-cc to txn-cost-center.
  compute txn-seq-no = 73000000 + ws-next-txn-serial.
  add 1 to ws-next-txn-serial.
  move ws-business-date to txn-date.
  move "C" to txn-type.
  compute txn-amount = zero - ws-prop-amount.
  move zero to txn-orig-seq-no.
  move spaces to txn-currency-code.
  move 1 to txn-company-code.
  move ws-batch-id to txn-batch-id.
  write txn-record.
  add ws-prop-amount to ws-gen-credits.

accumulate-state-total.
  move zero to ws-sht-found-idx.
  perform varying ws-sht-idx from 1 by 1
      until ws-sht-idx > ws-sht-count or ws-sht-found-idx not = zero
    if sht-state(ws-sht-idx) = ert-state(ws-ert-idx)
      move ws-sht-idx to ws-sht-found-idx
    end-if
  end-perform.
  if ws-sht-found-idx = zero
    if ws-sht-count < 60
      add 1 to ws-sht-count
      move ws-sht-count to ws-sht-found-idx
      move ert-state(ws-ert-idx) to sht-state(ws-sht-found-idx)
      move zero to sht-count(ws-sht-found-idx)
      move zero to sht-amount(ws-sht-found-idx)
    else
      exit paragraph
    end-if
  end-if.
  add 1 to sht-count(ws-sht-found-idx).
  add ws-prop-amount to sht-amount(ws-sht-found-idx).

screen-one-check.
  move "C" to ws-prop-type.
  move ckt-check-no(ws-ckt-idx) to ws-prop-key.
  perform find-register-entry.
  if ws-ert-found-idx not = zero
    exit paragraph
  end-if.
  move ckt-date(ws-ckt-idx) to ws-prop-date.
  move ckt-amount(ws-ckt-idx) to ws-prop-amount.
  move ckt-vendor-no(ws-ckt-idx) to ws-owner-no.
  perform find-vendor-owner.
  if ws-owner-found not = "Y"
    move ckt-payee(ws-ckt-idx) to ws-owner-name
  end-if.
  perform find-holding-period.
  perform judge-dormancy.

screen-one-credit.
  move "A" to ws-prop-type.
  move art-invoice-no(ws-art-idx) to ws-prop-key.
  perform find-register-entry.
  if ws-ert-found-idx not = zero
    exit paragraph
  end-if.
  move art-last-activity(ws-art-idx) to ws-prop-date.
  compute ws-prop-amount = zero - ws-credit-balance.
  move art-cust-no(ws-art-idx) to ws-owner-no.
  perform find-customer-owner.
  perform find-holding-period.
  perform judge-dormancy.

judge-dormancy.
  *> Due diligence starts the notice window ahead of the end of the
  *> holding period.
  compute ws-dormant-days =
      function integer-of-date(ws-business-date)
      - function integer-of-date(ws-prop-date).
  compute ws-notice-threshold = ws-hold-days - ws-notice-days.
  if ws-notice-threshold < zero
    move zero to ws-notice-threshold
  end-if.
  if ws-dormant-days < ws-notice-threshold
    exit paragraph
  end-if.
  if ws-ert-count not < 2000
    if ws-reg-full = "N"
      display "ESCHEAT: REGISTER TABLE FULL AT 2000 - NOTICES DEFERRED"
      move "Y" to ws-reg-full
      move 4 to return-code
    end-if
    exit paragraph
  end-if.
  add 1 to ws-ert-count.
  set ws-ert-idx to ws-ert-count.
  move ws-prop-type to ert-prop-type(ws-ert-idx).
  move ws-prop-key to ert-prop-key(ws-ert-idx).
  move ws-owner-no to ert-owner-no(ws-ert-idx).
  move ws-owner-name to ert-owner-name(ws-ert-idx).
  move ws-owner-state to ert-state(ws-ert-idx).
  move ws-prop-amount to ert-amount(ws-ert-idx).
  move ws-prop-date to ert-last-activity(ws-ert-idx).
  move ws-business-date to ert-notice-date(ws-ert-idx).
  move zero to ert-escheat-date(ws-ert-idx).
  move "N" to ert-status(ws-ert-idx).
  move zero to ert-batch-id(ws-ert-idx).
  perform compute-contact-by-date.
  compute ws-contact-by-int =
      function integer-of-date(ws-business-date) + ws-notice-days.
  if function integer-of-date(ws-contact-by-date) < ws-contact-by-int
    move function date-of-integer(ws-contact-by-int)
        to ws-contact-by-date
  end-if.
  perform write-due-diligence-letter.
  add 1 to ws-noticed-count.

compute-contact-by-date.
  compute ws-contact-by-int =
      function integer-of-date(ws-prop-date) + ws-hold-days.
  move function date-of-integer(ws-contact-by-int) to ws-contact-by-date.

find-holding-period.
  if ws-prop-type = "C"
    move ws-dflt-check-days to ws-hold-days
  else
    move ws-dflt-credit-days to ws-hold-days
  end-if.
  move ws-dflt-notice-days to ws-notice-days.
  perform varying ws-stt-idx from 1 by 1 until ws-stt-idx > ws-stt-count
    if stt-state(ws-stt-idx) = ws-owner-state
        and ws-owner-state not = spaces
      if ws-prop-type = "C"
        move stt-check-days(ws-stt-idx) to ws-hold-days
      else
        move stt-credit-days(ws-stt-idx) to ws-hold-days
      end-if
      move stt-notice-days(ws-stt-idx) to ws-notice-days
    end-if
  end-perform.

find-register-entry.
  *> Released rows don't count - property the owner reclaimed and
  *> then let go dormant again starts over.
  move zero to ws-ert-found-idx.
  perform varying ws-ert-idx from 1 by 1
      until ws-ert-idx > ws-ert-count or ws-ert-found-idx not = zero
    if ert-prop-type(ws-ert-idx) = ws-prop-type
        and ert-prop-key(ws-ert-idx) = ws-prop-key
        and ert-status(ws-ert-idx) not = "R"
      move ws-ert-idx to ws-ert-found-idx
    end-if
  end-perform.

find-check.
  move zero to ws-ckt-found-idx.
  perform varying ws-ckt-idx from 1 by 1
      until ws-ckt-idx > ws-ckt-count or ws-ckt-found-idx not = zero
    if ckt-check-no(ws-ckt-idx) = ws-prop-key
      move ws-ckt-idx to ws-ckt-found-idx
    end-if
  end-perform.

find-open-item.
  move zero to ws-art-found-idx.
  perform varying ws-art-idx from 1 by 1
      until ws-art-idx > ws-art-count or ws-art-found-idx not = zero
    if art-invoice-no(ws-art-idx) = ws-prop-key
      move ws-art-idx to ws-art-found-idx
    end-if
  end-perform.

find-vendor-owner.
  move "N" to ws-owner-found.
  move spaces to ws-owner-name.
  move spaces to ws-owner-state.
  if ws-vm-status = "00"
    move ws-owner-no to ws-vm-rel-key
    read vendor-file
      invalid key continue
      not invalid key
        move "Y" to ws-owner-found
        move vm-name to ws-owner-name
        move vm-state to ws-owner-state
    end-read
  end-if.

find-customer-owner.
  move "N" to ws-owner-found.
  move spaces to ws-owner-name.
  move spaces to ws-owner-state.
  if ws-cu-status = "00"
    move ws-owner-no to ws-cu-rel-key
    read customer-file
      invalid key continue
      not invalid key
        move "Y" to ws-owner-found
        move cu-name to ws-owner-name
        move cu-state to ws-owner-state
    end-read
  end-if.

write-due-diligence-letter.
  move spaces to letter-line.
  write letter-line.
  move spaces to letter-line.
  string "NOTICE OF UNCLAIMED PROPERTY - " ws-business-date
      into letter-line.
  write letter-line.
  perform write-address-block.
  move ws-prop-amount to ws-amount-edit.
  move spaces to letter-line.
  if ws-prop-type = "C"
    string "OUR CHECK " ws-prop-key " DATED " ws-prop-date
        " FOR " ws-amount-edit " HAS NOT BEEN CASHED."
        into letter-line
  else
    string "YOUR ACCOUNT CARRIES A CREDIT BALANCE OF " ws-amount-edit
        " (DOCUMENT " ws-prop-key ") UNUSED SINCE " ws-prop-date "."
        into letter-line
  end-if.
  write letter-line.
  move spaces to letter-line.
  string "UNLESS YOU CONTACT US BY " ws-contact-by-date
      " THE FUNDS WILL BE REPORTED AND REMITTED AS UNCLAIMED"
      into letter-line.
  write letter-line.
  move spaces to letter-line.
  if ws-owner-state = spaces
    move "PROPERTY UNDER THE ABANDONED PROPERTY LAWS." to letter-line
  else
    string "PROPERTY TO THE STATE OF " ws-owner-state
        " UNDER ITS ABANDONED PROPERTY LAW." into letter-line
  end-if.
  write letter-line.

write-address-block.
  *> The owner's mailing block, as dunning.cob prints it, from the
  *> vendor master for a check and the customer master for a credit.
  if ws-owner-found not = "Y"
    move spaces to letter-line
    if ws-prop-type = "C"
      string ws-owner-name into letter-line
      write letter-line
      move spaces to letter-line
      string "VENDOR " ws-owner-no " NOT ON VENDOR MASTER"
          into letter-line
    else
      string "CUSTOMER " ws-owner-no " NOT ON CUSTOMER MASTER"
          into letter-line
    end-if
    write letter-line
    exit paragraph
  end-if.
  if ws-prop-type = "C"
    move spaces to letter-line
    move vm-name to letter-line
    write letter-line
    move spaces to letter-line
    move vm-street-line-1 to letter-line
    write letter-line
    if vm-street-line-2 not = spaces
      move spaces to letter-line
      move vm-street-line-2 to letter-line
      write letter-line
    end-if
    move spaces to letter-line
    string vm-city " " vm-state " " vm-zip into letter-line
    write letter-line
  else
    move spaces to letter-line
    move cu-name to letter-line
    write letter-line
    move spaces to letter-line
    move cu-street-line-1 to letter-line
    write letter-line
    if cu-street-line-2 not = spaces
      move spaces to letter-line
      move cu-street-line-2 to letter-line
      write letter-line
    end-if
    move spaces to letter-line
    string cu-city " " cu-state " " cu-zip into letter-line
    write letter-line
  end-if.

write-holder-summary.
  *> The holder report: what this run remitted, by owner state, with
  *> owner, property and amount per line and a total per state - the
  *> figures the filing to each state is made from.
  move spaces to holder-report-line.
  string "HOLDER REPORT - PROPERTY ESCHEATED " ws-business-date
      " BATCH=" ws-batch-id into holder-report-line.
  write holder-report-line.
  if ws-sht-count = zero
    move spaces to holder-report-line
    move "NO PROPERTY ESCHEATED THIS RUN" to holder-report-line
    write holder-report-line
  end-if.
  perform varying ws-sht-idx from 1 by 1 until ws-sht-idx > ws-sht-count
    if sht-state(ws-sht-idx) = spaces
      move "UNKNOWN" to ws-report-state
    else
      move sht-state(ws-sht-idx) to ws-report-state
    end-if
    move spaces to holder-report-line
    string "STATE=" ws-report-state into holder-report-line
    write holder-report-line
    perform varying ws-ert-idx from 1 by 1 until ws-ert-idx > ws-ert-count
      if ert-status(ws-ert-idx) = "E"
          and ert-batch-id(ws-ert-idx) = ws-batch-id
          and ert-escheat-date(ws-ert-idx) = ws-business-date
          and ert-state(ws-ert-idx) = sht-state(ws-sht-idx)
        perform write-holder-line
      end-if
    end-perform
    move sht-amount(ws-sht-idx) to ws-total-edit
    move spaces to holder-report-line
    string "  STATE " ws-report-state " ITEMS=" sht-count(ws-sht-idx)
        " TOTAL=" ws-total-edit into holder-report-line
    write holder-report-line
  end-perform.
  move ws-escheat-total to ws-total-edit.
  move spaces to holder-report-line.
  string "NOTICES SENT=" ws-noticed-count
      " ESCHEATED=" ws-escheated-count
      " RELEASED=" ws-released-count
      " TOTAL REMITTABLE=" ws-total-edit into holder-report-line.
  write holder-report-line.

write-holder-line.
  move ert-amount(ws-ert-idx) to ws-amount-edit.
  move spaces to holder-report-line.
  if ert-prop-type(ws-ert-idx) = "C"
    string "  CHECK " ert-prop-key(ws-ert-idx)
        " VENDOR " ert-owner-no(ws-ert-idx)
        " " ert-owner-name(ws-ert-idx)
        " LAST ACTIVITY " ert-last-activity(ws-ert-idx)
        " NOTICED " ert-notice-date(ws-ert-idx)
        " AMOUNT " ws-amount-edit into holder-report-line
  else
    string "  CREDIT " ert-prop-key(ws-ert-idx)
        " CUSTOMER " ert-owner-no(ws-ert-idx)
        " " ert-owner-name(ws-ert-idx)
        " LAST ACTIVITY " ert-last-activity(ws-ert-idx)
        " NOTICED " ert-notice-date(ws-ert-idx)
        " AMOUNT " ws-amount-edit into holder-report-line
  end-if.
  write holder-report-line.

write-escheat-batch-header.
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

write-back-check-register.
  open output check-register.
  move "CHECKREG.DAT" to ws-abend-file-name.
  move ws-ck-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-ckt-idx from 1 by 1 until ws-ckt-idx > ws-ckt-count
    move ckt-check-no(ws-ckt-idx) to ck-check-no
    move ckt-vendor-no(ws-ckt-idx) to ck-vendor-no
    move ckt-payee(ws-ckt-idx) to ck-payee
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

write-back-open-items.
  perform varying ws-art-idx from 1 by 1 until ws-art-idx > ws-art-count
    if art-changed(ws-art-idx) = "Y"
      move art-invoice-no(ws-art-idx) to ar-invoice-no
      read ar-open-file
        invalid key
          move "AROPEN.DAT" to ws-abend-file-name
          move ws-aro-status to ws-abend-status
          perform check-file-status
        not invalid key
          move art-paid-amount(ws-art-idx) to ar-paid-amount
          move art-status(ws-art-idx) to ar-status
          rewrite ar-open-item-record
      end-read
    end-if
  end-perform.

write-back-escheat-register.
  if ws-ert-count = zero
    exit paragraph
  end-if.
  open output escheat-register.
  move "ESCHREG.DAT" to ws-abend-file-name.
  move ws-er-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-ert-idx from 1 by 1 until ws-ert-idx > ws-ert-count
    move ert-prop-type(ws-ert-idx) to er-prop-type
    move ert-prop-key(ws-ert-idx) to er-prop-key
    move ert-owner-no(ws-ert-idx) to er-owner-no
    move ert-owner-name(ws-ert-idx) to er-owner-name
    move ert-state(ws-ert-idx) to er-state
    move ert-amount(ws-ert-idx) to er-amount
    move ert-last-activity(ws-ert-idx) to er-last-activity
    move ert-notice-date(ws-ert-idx) to er-notice-date
    move ert-escheat-date(ws-ert-idx) to er-escheat-date
    move ert-status(ws-ert-idx) to er-status
    move ert-batch-id(ws-ert-idx) to er-batch-id
    write escheat-register-record
  end-perform.
  close escheat-register.

verify-operator-authority.
  *> Same check-then-bootstrap idiom as ckvoid.cob, under this
  *> program's own ESCHEAT function code - voiding checks and
  *> clearing credits to a liability wants a name against it.
  move "N" to ws-oa-authorized.
  open input oper-auth-file.
  if ws-oa-status = "35"
    close oper-auth-file
    open output oper-auth-file
    move rpt-operator-id to oa-operator-id
    move ws-oa-function to oa-function
    write oper-auth-record
    close oper-auth-file
    set OA-AUTHORIZED to true
  else
    move "N" to ws-oa-eof
    read oper-auth-file
      at end set OA-EOF to true
    end-read
    perform until OA-EOF or OA-AUTHORIZED
      if oa-operator-id = rpt-operator-id
          and oa-function = ws-oa-function
        set OA-AUTHORIZED to true
      end-if
      read oper-auth-file
        at end set OA-EOF to true
      end-read
    end-perform
    close oper-auth-file
  end-if.
  if not OA-AUTHORIZED
    display "ESCHEAT: OPERATOR " rpt-operator-id
        " NOT AUTHORIZED FOR " ws-oa-function
    perform write-auth-denial
    move 16 to return-code
  end-if.

write-auth-denial.
  open extend reject-file.
  if ws-rej-status = "35"
    open output reject-file
  end-if.
  move "REJECT.DAT" to ws-abend-file-name.
  move ws-rej-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:15) to rej-timestamp.
  move "ESCHEAT" to rej-source.
  move zero to rej-key.
  move "AUTH" to rej-reason-code.
  move spaces to rej-reason-text.
  string "DENIED " ws-oa-function " FOR " rpt-operator-id
      into rej-reason-text.
  move "N" to rej-resolved-flag.
  write reject-record.
  close reject-file.

resolve-check-cash-account.
  *> The cash goes back to the bank account the check was drawn on;
  *> with no BANKACCT.DAT master it is APGLACC.CTL's, as always.
  move ws-cash-acct to ws-check-cash-acct.
  move ws-cash-cc to ws-check-cash-cc.
  move "K" to bk-mode.
  move ckt-bank-acct-id(ws-ckt-idx) to bk-bank-acct-id.
  call "bankfind" using ws-bk-request.
  if bk-found = "Y"
    move bk-cash-acct to ws-check-cash-acct
    move bk-cash-cc to ws-check-cash-cc
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
      " JOB=ESCHEAT"
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

end program escheat.
