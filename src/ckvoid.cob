identification division.
  program-id. ckvoid.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select void-request-file assign to "CKVOIDIN.DAT"
        organization is line sequential
        file status is ws-cv-status.
    select check-register assign to "CHECKREG.DAT"
        organization is line sequential
        file status is ws-ck-status.
    select ap-open-file assign to "APOPEN.DAT"
        organization is indexed
        access mode is dynamic
        record key is ap-item-key
        alternate record key is ap-vendor-no with duplicates
        alternate record key is ap-due-date with duplicates
        file status is ws-apo-status.
    select apgl-ctl assign to "APGLACC.CTL"
        organization is line sequential
        file status is ws-ag-status.
    select fxglacc-ctl assign to "FXGLACC.CTL"
        organization is line sequential
        file status is ws-fxg-status.
    select ckvseq-ctl assign to "CKVSEQ.CTL"
        organization is line sequential
        file status is ws-cq-status.
    select txn-file assign to "TXNFILE.DAT"
        organization is line sequential
        file status is ws-txn-status.
    select journal-batch-file assign to "JRNLBAT.DAT"
        organization is line sequential
        file status is ws-jb-status.
    select void-report assign to "CKVOID.RPT"
        organization is line sequential
        file status is ws-vr-status.
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
*> One row per check treasury wants pulled: "V" voids paper still in
*> hand (misprinted, returned), "S" places a stop on paper already
*> mailed (lost, stolen), "R" sends the item of an earlier void or
*> stop with no reissue back to the check run after all. CV-REISSUE
*> "Y" on a void or stop reopens the paid item straight into the next
*> payment run; anything else parks it on a void hold.
  fd  void-request-file.
  01 void-request-record.
    05 cv-check-no             pic 9(6).
    05 filler                  pic x(1).
    05 cv-action               pic x(1).
        88 CV-VOID             value "V".
        88 CV-STOP             value "S".
        88 CV-REISSUE-ONLY     value "R".
    05 filler                  pic x(1).
    05 cv-reissue              pic x(1).
        88 CV-REISSUE-WANTED   value "Y".
    05 filler                  pic x(1).
    05 cv-reason               pic x(30).
  fd  check-register.
  copy "checkreg.cpy".
  fd  ap-open-file.
  copy "apopen.cpy".
  fd  apgl-ctl.
  01 apgl-ctl-record.
    05 ag-cash-acct            pic 9(6).
    05 filler                  pic x(1).
    05 ag-cash-cc              pic 9(4).
    05 filler                  pic x(1).
    05 ag-disc-acct            pic 9(6).
    05 filler                  pic x(1).
    05 ag-disc-cc              pic 9(4).
  fd  fxglacc-ctl.
  01 fxglacc-ctl-record.
    05 fxg-gain-acct           pic 9(6).
    05 filler                  pic x(1).
    05 fxg-gain-cc             pic 9(4).
    05 filler                  pic x(1).
    05 fxg-loss-acct           pic 9(6).
    05 filler                  pic x(1).
    05 fxg-loss-cc             pic 9(4).
  fd  ckvseq-ctl.
  01 ckvseq-ctl-record.
    05 cq-next-batch-id        pic 9(6).
    05 filler                  pic x(1).
    05 cq-next-txn-serial      pic 9(6).
  fd  txn-file.
  copy "txnrec.cpy".
  fd  journal-batch-file.
  copy "jrnlbat.cpy".
  fd  void-report.
  01 void-report-line         pic x(132).
  fd  oper-auth-file.
  copy "operauth.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".
  working-storage section.
    01 ws-cv-status       pic x(2) value "00".
    01 ws-ck-status       pic x(2) value "00".
    01 ws-apo-status      pic x(2) value "00".
    01 ws-ag-status       pic x(2) value "00".
    01 ws-fxg-status      pic x(2) value "00".
    01 ws-cq-status       pic x(2) value "00".
    01 ws-txn-status      pic x(2) value "00".
    01 ws-jb-status       pic x(2) value "00".
    01 ws-vr-status       pic x(2) value "00".
    01 ws-rej-status      pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-cv-eof          pic x(1) value "N".
        88 CV-EOF         value "Y".
    01 ws-ck-eof          pic x(1) value "N".
        88 CK-EOF         value "Y".
    01 ws-apo-eof         pic x(1) value "N".
        88 APO-EOF        value "Y".

    *> The check register and the payables file in memory, both
    *> written back whole at the end - the bankrec.cob and appay.cob
    *> shapes.
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
    *> The items this run reopens or releases, held until the run
    *> ends clean and then rewritten in place on APOPEN.DAT - a run
    *> that fails part-way leaves the payables file untouched, the
    *> same as the check register. A later request in the same drop
    *> sees the held values, not the file's.
    01 ws-apu-table.
      05 ws-apu-entry occurs 200 times indexed by ws-apu-idx.
        10 apu-invoice-no        pic 9(6).
        10 apu-vendor-no         pic 9(6).
        10 apu-paid-amount       pic s9(9)v99 sign is leading separate.
        10 apu-status            pic x(1).
        10 apu-hold-code         pic x(1).
        10 apu-disc-taken        pic s9(9)v99 sign is leading separate.
        10 apu-disc-status       pic x(1).
    01 ws-apu-count       pic 9(4) value zero.
    01 ws-apo-open        pic x(1) value "N".
    01 ws-ap-found        pic x(1) value "N".
        88 AP-ITEM-FOUND  value "Y".

    01 ws-cash-acct       pic 9(6) value 100001.
    01 ws-cash-cc         pic 9(4) value 9999.
    *> The purchase-discount account appay.cob credits a discount
    *> taken to - debited back when the check that took it is voided.
    01 ws-disc-acct       pic 9(6) value 480001.
    01 ws-disc-cc         pic 9(4) value 9999.
    01 ws-item-disc       pic s9(9)v99 sign is leading separate value zero.
    *> A foreign-currency check's realized FX difference and the base
    *> amount it relieved the item by (the check less the difference) -
    *> what the item and the expense take back, the gain or loss leg
    *> reversed to the FXGLACC.CTL account appay.cob booked it to.
    01 ws-item-fx-diff    pic s9(9)v99 sign is leading separate value zero.
    01 ws-item-base       pic s9(9)v99 sign is leading separate value zero.
    01 ws-fx-gain-acct    pic 9(6) value 498001.
    01 ws-fx-gain-cc      pic 9(4) value 9999.
    01 ws-fx-loss-acct    pic 9(6) value 598001.
    01 ws-fx-loss-cc      pic 9(4) value 9999.
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
    01 ws-batch-id        pic 9(6) value zero.
    01 ws-next-batch-id   pic 9(6) value 740001.
    01 ws-next-txn-serial pic 9(6) value 1.
    01 ws-gen-debits      pic s9(11)v99 sign is leading separate value zero.
    01 ws-gen-credits     pic s9(11)v99 sign is leading separate value zero.
    01 ws-txn-open        pic x(1) value "N".
    01 ws-voided-count    pic 9(4) value zero.
    01 ws-reissued-count  pic 9(4) value zero.
    01 ws-refused-count   pic 9(4) value zero.
    01 ws-refuse-reason   pic x(40) value spaces.
    01 ws-today-date      pic 9(8).
    01 ws-oa-status       pic x(2) value "00".
    01 ws-oa-eof          pic x(1) value "N".
        88 OA-EOF         value "Y".
    01 ws-oa-authorized   pic x(1) value "N".
        88 OA-AUTHORIZED  value "Y".
    01 ws-oa-function     pic x(8) value "CKVOID".
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
  *> Check void and stop-payment run off CKVOIDIN.DAT: each requested
  *> check still outstanding on CHECKREG.DAT is marked voided, the
  *> expense and cash relief appay.cob posted for it is reversed in
  *> one balanced batch, and the AP open item it paid is reopened -
  *> back into the next check run if a reissue was asked for, parked
  *> on a void hold if not. pospay.cob sends every void to the bank
  *> on its next file. Cleared checks are the bank statement's
  *> business, not a void's, and are refused.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform verify-operator-authority.
  if return-code not = zero
    perform write-run-log-entry
    goback
  end-if.
  open input void-request-file.
  if ws-cv-status = "35"
    close void-request-file
    display "CKVOID: NO CKVOIDIN.DAT - NOTHING TO VOID"
    perform write-run-log-entry
    goback
  end-if.
  move "CKVOIDIN.DAT" to ws-abend-file-name.
  move ws-cv-status to ws-abend-status.
  perform check-file-status.
  perform load-check-register.
  perform open-ap-open-items.
  if return-code not = zero
    close void-request-file
    perform write-run-log-entry
    goback
  end-if.
  perform load-gl-control.
  perform load-next-batch-id.
  perform open-void-report.
  move "N" to ws-cv-eof.
  read void-request-file
    at end set CV-EOF to true
  end-read.
  perform until CV-EOF
    perform process-one-request
    read void-request-file
      at end set CV-EOF to true
    end-read
  end-perform.
  close void-request-file.
  if ws-txn-open = "Y"
    close txn-file
  end-if.
  if return-code = zero
    perform write-back-check-register
    perform write-back-ap-open-items
    if ws-voided-count > zero
      perform write-void-batch-header
    end-if
    perform save-next-batch-id
    *> The request drop is consumed whole, so a rerun can't reverse
    *> a check twice.
    open output void-request-file
    close void-request-file
  end-if.
  if ws-apo-open = "Y"
    close ap-open-file
  end-if.
  move spaces to void-report-line.
  string "VOIDED=" ws-voided-count " REISSUES QUEUED=" ws-reissued-count
      " REFUSED=" ws-refused-count " BATCH=" ws-batch-id
      " REVERSED=" ws-gen-debits into void-report-line.
  write void-report-line.
  close void-report.
  display "CKVOID: " ws-voided-count " CHECK(S) VOIDED, "
      ws-reissued-count " REISSUE(S) QUEUED, " ws-refused-count
      " REFUSED".
  perform write-run-log-entry.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "CKVOID" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

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
      display "CKVOID: CHECK TABLE FULL AT 1000 - CHECKREG.DAT HAS MORE"
      move 16 to return-code
      set CK-EOF to true
    end-if
    read check-register
      at end set CK-EOF to true
    end-read
  end-perform.
  close check-register.

open-ap-open-items.
  move "N" to ws-apo-open.
  open i-o ap-open-file.
  if ws-apo-status = "35"
    close ap-open-file
    exit paragraph
  end-if.
  move "APOPEN.DAT" to ws-abend-file-name.
  move ws-apo-status to ws-abend-status.
  perform check-file-status.
  move "Y" to ws-apo-open.

load-gl-control.
  *> The same APGLACC.CTL cash account appay.cob credited, so the
  *> reversal lands back where the check came out of - the fallback
  *> when the check's bank account isn't on a BANKACCT.DAT master.
  open input apgl-ctl.
  if ws-ag-status = "35"
    close apgl-ctl
    exit paragraph
  end-if.
  move "APGLACC.CTL" to ws-abend-file-name.
  move ws-ag-status to ws-abend-status.
  perform check-file-status.
  read apgl-ctl
    at end continue
  end-read.
  close apgl-ctl.
  move ag-cash-acct to ws-cash-acct.
  move ag-cash-cc to ws-cash-cc.
  if ag-disc-acct is numeric and ag-disc-acct not = zero
    move ag-disc-acct to ws-disc-acct
    if ag-disc-cc is numeric
      move ag-disc-cc to ws-disc-cc
    end-if
  end-if.
  perform load-fx-gl-control.

load-fx-gl-control.
  open input fxglacc-ctl.
  if ws-fxg-status = "35"
    close fxglacc-ctl
    exit paragraph
  end-if.
  move "FXGLACC.CTL" to ws-abend-file-name.
  move ws-fxg-status to ws-abend-status.
  perform check-file-status.
  read fxglacc-ctl
    at end continue
  end-read.
  close fxglacc-ctl.
  if fxg-gain-acct numeric and fxg-gain-acct not = zero
    move fxg-gain-acct to ws-fx-gain-acct
    move fxg-gain-cc to ws-fx-gain-cc
  end-if.
  if fxg-loss-acct numeric and fxg-loss-acct not = zero
    move fxg-loss-acct to ws-fx-loss-acct
    move fxg-loss-cc to ws-fx-loss-cc
  end-if.

load-next-batch-id.
  open input ckvseq-ctl.
  if ws-cq-status = "35"
    open output ckvseq-ctl
    move spaces to ckvseq-ctl-record
    move ws-next-batch-id to cq-next-batch-id
    move ws-next-txn-serial to cq-next-txn-serial
    write ckvseq-ctl-record
    close ckvseq-ctl
    open input ckvseq-ctl
  end-if.
  move "CKVSEQ.CTL" to ws-abend-file-name.
  move ws-cq-status to ws-abend-status.
  perform check-file-status.
  read ckvseq-ctl
    at end continue
  end-read.
  close ckvseq-ctl.
  if cq-next-batch-id numeric and cq-next-batch-id not = zero
    move cq-next-batch-id to ws-next-batch-id
  end-if.
  if cq-next-txn-serial numeric and cq-next-txn-serial not = zero
    move cq-next-txn-serial to ws-next-txn-serial
  end-if.
  move ws-next-batch-id to ws-batch-id.

save-next-batch-id.
  open output ckvseq-ctl.
  move "CKVSEQ.CTL" to ws-abend-file-name.
  move ws-cq-status to ws-abend-status.
  perform check-file-status.
  if ws-voided-count > zero
    add 1 to ws-next-batch-id
  end-if.
  move spaces to ckvseq-ctl-record.
  move ws-next-batch-id to cq-next-batch-id.
  move ws-next-txn-serial to cq-next-txn-serial.
  write ckvseq-ctl-record.
  close ckvseq-ctl.

open-void-report.
  open extend void-report.
  if ws-vr-status = "35"
    open output void-report
  end-if.
  move "CKVOID.RPT" to ws-abend-file-name.
  move ws-vr-status to ws-abend-status.
  perform check-file-status.
  move spaces to void-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into void-report-line.
  write void-report-line.

process-one-request.
  move spaces to ws-refuse-reason.
  move zero to ws-ckt-found-idx.
  move "N" to ws-ap-found.
  perform varying ws-ckt-idx from 1 by 1
      until ws-ckt-idx > ws-ckt-count or ws-ckt-found-idx not = zero
    if ckt-check-no(ws-ckt-idx) = cv-check-no
      move ws-ckt-idx to ws-ckt-found-idx
    end-if
  end-perform.
  if ws-ckt-found-idx = zero
    move "CHECK NOT ON CHECK REGISTER" to ws-refuse-reason
  else
    set ws-ckt-idx to ws-ckt-found-idx
    evaluate true
      when CV-VOID or CV-STOP
        if ckt-status(ws-ckt-idx) not = "I"
          move "CHECK NOT OUTSTANDING - NOT VOIDABLE" to ws-refuse-reason
        end-if
      when CV-REISSUE-ONLY
        if ckt-status(ws-ckt-idx) not = "V"
            or ckt-reissue-flag(ws-ckt-idx) = "Y"
          move "CHECK NOT VOIDED OR ALREADY REISSUED" to ws-refuse-reason
        end-if
        *> An escheated check's money went to the state - the vendor
        *> claims it there, not from another check.
        if ckt-void-type(ws-ckt-idx) = "E"
          move "CHECK ESCHEATED - NOT REISSUABLE" to ws-refuse-reason
        end-if
      when other
        move "VOID ACTION NOT V, S OR R" to ws-refuse-reason
    end-evaluate
  end-if.
  if ws-refuse-reason = spaces
    perform find-paid-item
    if not AP-ITEM-FOUND
      move "PAID AP ITEM NOT ON APOPEN" to ws-refuse-reason
    end-if
  end-if.
  if ws-refuse-reason not = spaces
    perform refuse-request
    exit paragraph
  end-if.
  if CV-REISSUE-ONLY
    move space to ap-hold-code
    perform hold-ap-update
    move "Y" to ckt-reissue-flag(ws-ckt-idx)
    add 1 to ws-reissued-count
    move spaces to void-report-line
    string "REISSUE QUEUED CHECK=" ckt-check-no(ws-ckt-idx)
        " INV=" ap-invoice-no
        " VENDOR=" ap-vendor-no
        " AMOUNT=" ckt-amount(ws-ckt-idx) into void-report-line
    write void-report-line
    exit paragraph
  end-if.
  perform void-one-check.

find-paid-item.
  *> The check's own invoice when the register carries it; a check
  *> cut before the register did is traced to the vendor's closed
  *> item for exactly the check's amount, off the vendor key. A
  *> reissue looks for the item the earlier void parked on hold.
  *> A foreign-currency check relieved the item at base, not at the
  *> converted check amount.
  move ckt-fx-diff(ws-ckt-idx) to ws-item-fx-diff.
  compute ws-item-base = ckt-amount(ws-ckt-idx) - ws-item-fx-diff.
  if ws-apo-open not = "Y"
    exit paragraph
  end-if.
  if CV-REISSUE-ONLY
      or (ckt-invoice-no(ws-ckt-idx) numeric
          and ckt-invoice-no(ws-ckt-idx) not = zero)
    move ckt-invoice-no(ws-ckt-idx) to ap-invoice-no
    move ckt-vendor-no(ws-ckt-idx) to ap-vendor-no
    read ap-open-file
      invalid key exit paragraph
    end-read
    perform apply-held-ap-update
    if CV-REISSUE-ONLY
      if ap-hold-code = "V"
        set AP-ITEM-FOUND to true
      end-if
    else
      if ap-paid-amount >= ws-item-base
        set AP-ITEM-FOUND to true
      end-if
    end-if
    exit paragraph
  end-if.
  move "N" to ws-apo-eof.
  move ckt-vendor-no(ws-ckt-idx) to ap-vendor-no.
  start ap-open-file key is = ap-vendor-no
    invalid key set APO-EOF to true
  end-start.
  perform until APO-EOF or AP-ITEM-FOUND
    read ap-open-file next record
      at end set APO-EOF to true
    end-read
    if not APO-EOF
      if ap-vendor-no not = ckt-vendor-no(ws-ckt-idx)
        set APO-EOF to true
      else
        perform apply-held-ap-update
        perform find-item-discount
        if ap-status = "C"
            and ap-paid-amount - ws-item-disc = ws-item-base
          set AP-ITEM-FOUND to true
        end-if
      end-if
    end-if
  end-perform.

apply-held-ap-update.
  set ws-apu-idx to 1.
  search ws-apu-entry varying ws-apu-idx
    at end continue
    when apu-invoice-no(ws-apu-idx) = ap-invoice-no
        and apu-vendor-no(ws-apu-idx) = ap-vendor-no
        and ws-apu-idx <= ws-apu-count
      move apu-paid-amount(ws-apu-idx) to ap-paid-amount
      move apu-status(ws-apu-idx) to ap-status
      move apu-hold-code(ws-apu-idx) to ap-hold-code
      move apu-disc-taken(ws-apu-idx) to ap-disc-taken
      move apu-disc-status(ws-apu-idx) to ap-disc-status
  end-search.

find-item-discount.
  *> The discount the check that closed the item took; an item
  *> admitted before discounts were kept carries blanks there.
  move zero to ws-item-disc.
  if AP-DISC-WAS-TAKEN and ap-disc-taken is numeric
    move ap-disc-taken to ws-item-disc
  end-if.

hold-ap-update.
  set ws-apu-idx to 1.
  search ws-apu-entry varying ws-apu-idx
    at end
      if ws-apu-count < 200
        add 1 to ws-apu-count
        set ws-apu-idx to ws-apu-count
      else
        display "CKVOID: MORE THAN 200 ITEMS REOPENED - SPLIT CKVOIDIN.DAT"
        move 16 to return-code
        exit paragraph
      end-if
    when apu-invoice-no(ws-apu-idx) = ap-invoice-no
        and apu-vendor-no(ws-apu-idx) = ap-vendor-no
        and ws-apu-idx <= ws-apu-count
      continue
  end-search.
  move ap-invoice-no to apu-invoice-no(ws-apu-idx).
  move ap-vendor-no to apu-vendor-no(ws-apu-idx).
  move ap-paid-amount to apu-paid-amount(ws-apu-idx).
  move ap-status to apu-status(ws-apu-idx).
  move ap-hold-code to apu-hold-code(ws-apu-idx).
  if ap-disc-taken is numeric
    move ap-disc-taken to apu-disc-taken(ws-apu-idx)
  else
    move zero to apu-disc-taken(ws-apu-idx)
  end-if.
  move ap-disc-status to apu-disc-status(ws-apu-idx).

void-one-check.
  move "V" to ckt-status(ws-ckt-idx).
  move cv-action to ckt-void-type(ws-ckt-idx).
  move ws-today-date to ckt-void-date(ws-ckt-idx).
  if ckt-invoice-no(ws-ckt-idx) not numeric
      or ckt-invoice-no(ws-ckt-idx) = zero
    move ap-invoice-no to ckt-invoice-no(ws-ckt-idx)
  end-if.
  *> The open item takes the check's base amount back; fully unpaid
  *> again is "O", anything still paid by another check is "P". The check
  *> that closed the item under an early-payment discount gives the
  *> discount back too, so a reissue pays the item afresh - with the
  *> discount again only if its window is still open.
  move zero to ws-item-disc.
  if ap-status = "C"
    perform find-item-discount
  end-if.
  subtract ws-item-base from ap-paid-amount.
  subtract ws-item-disc from ap-paid-amount.
  if ws-item-disc not = zero
    move zero to ap-disc-taken
    move space to ap-disc-status
  end-if.
  if ap-paid-amount > zero
    move "P" to ap-status
  else
    move "O" to ap-status
  end-if.
  if CV-REISSUE-WANTED
    move "Y" to ckt-reissue-flag(ws-ckt-idx)
    move space to ap-hold-code
    add 1 to ws-reissued-count
  else
    move "N" to ckt-reissue-flag(ws-ckt-idx)
    move "V" to ap-hold-code
  end-if.
  perform hold-ap-update.
  perform write-reversal-legs.
  add 1 to ws-voided-count.
  move spaces to void-report-line.
  if CV-STOP
    string "STOP PAYMENT CHECK=" ckt-check-no(ws-ckt-idx)
        " VENDOR=" ckt-vendor-no(ws-ckt-idx)
        " INV=" ap-invoice-no
        " AMOUNT=" ckt-amount(ws-ckt-idx)
        " REISSUE=" ckt-reissue-flag(ws-ckt-idx)
        " " cv-reason into void-report-line
  else
    string "VOID CHECK=" ckt-check-no(ws-ckt-idx)
        " VENDOR=" ckt-vendor-no(ws-ckt-idx)
        " INV=" ap-invoice-no
        " AMOUNT=" ckt-amount(ws-ckt-idx)
        " REISSUE=" ckt-reissue-flag(ws-ckt-idx)
        " " cv-reason into void-report-line
  end-if.
  write void-report-line.

write-reversal-legs.
  *> The mirror of appay.cob's relief: cash debited back, the
  *> expense coding the item was paid to credited - by the discount
  *> as well when the check took one, purchase discounts debited.
  *> Cash comes back at the converted check amount, the expense at
  *> base, and the realized FX loss is credited (or gain debited)
  *> back to the account appay.cob booked it to.
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
  perform resolve-check-cash-account.
  initialize txn-record.
  move ws-check-cash-acct to txn-acct-id.
  move ws-check-cash-cc to txn-cost-center.
  compute txn-seq-no = 74000000 + ws-next-txn-serial.
  add 1 to ws-next-txn-serial.
  move ws-today-date to txn-date.
  move "D" to txn-type.
  move ckt-amount(ws-ckt-idx) to txn-amount.
  move zero to txn-orig-seq-no.
  move spaces to txn-currency-code.
  move 1 to txn-company-code.
  move ws-batch-id to txn-batch-id.
  write txn-record.
  add ckt-amount(ws-ckt-idx) to ws-gen-debits.
  if ws-item-disc not = zero
    initialize txn-record
    move ws-disc-acct to txn-acct-id
    move ws-disc-cc to txn-cost-center
    compute txn-seq-no = 74000000 + ws-next-txn-serial
    add 1 to ws-next-txn-serial
    move ws-today-date to txn-date
    move "D" to txn-type
    move ws-item-disc to txn-amount
    move zero to txn-orig-seq-no
    move spaces to txn-currency-code
    move 1 to txn-company-code
    move ws-batch-id to txn-batch-id
    write txn-record
    add ws-item-disc to ws-gen-debits
  end-if.
  initialize txn-record.
  move ap-expense-acct to txn-acct-id.
  move ap-cost-center to txn-cost-center.
  compute txn-seq-no = 74000000 + ws-next-txn-serial.
  add 1 to ws-next-txn-serial.
  move ws-today-date to txn-date.
  move "C" to txn-type.
  compute txn-amount = zero - ws-item-base - ws-item-disc.
  move zero to txn-orig-seq-no.
  move spaces to txn-currency-code.
  move 1 to txn-company-code.
  move ws-batch-id to txn-batch-id.
  write txn-record.
  add ws-item-base to ws-gen-credits.
  add ws-item-disc to ws-gen-credits.
  if ws-item-fx-diff not = zero
    initialize txn-record
    compute txn-seq-no = 74000000 + ws-next-txn-serial
    add 1 to ws-next-txn-serial
    move ws-today-date to txn-date
    compute txn-amount = zero - ws-item-fx-diff
    if ws-item-fx-diff > zero
      move ws-fx-loss-acct to txn-acct-id
      move ws-fx-loss-cc to txn-cost-center
      move "C" to txn-type
      add ws-item-fx-diff to ws-gen-credits
    else
      move ws-fx-gain-acct to txn-acct-id
      move ws-fx-gain-cc to txn-cost-center
      move "D" to txn-type
      subtract ws-item-fx-diff from ws-gen-debits
    end-if
    move zero to txn-orig-seq-no
    move spaces to txn-currency-code
    move 1 to txn-company-code
    move ws-batch-id to txn-batch-id
    write txn-record
  end-if.

refuse-request.
  add 1 to ws-refused-count.
  move spaces to void-report-line.
  string "REFUSED CHECK=" cv-check-no " ACTION=" cv-action
      " - " ws-refuse-reason into void-report-line.
  write void-report-line.
  open extend reject-file.
  if ws-rej-status = "35"
    open output reject-file
  end-if.
  move "REJECT.DAT" to ws-abend-file-name.
  move ws-rej-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:15) to rej-timestamp.
  move "CKVOID" to rej-source.
  move cv-check-no to rej-key.
  move "CKVD" to rej-reason-code.
  move ws-refuse-reason to rej-reason-text.
  move "N" to rej-resolved-flag.
  write reject-record.
  close reject-file.

write-void-batch-header.
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
  if ws-ckt-count = zero
    exit paragraph
  end-if.
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

write-back-ap-open-items.
  perform varying ws-apu-idx from 1 by 1 until ws-apu-idx > ws-apu-count
    move apu-invoice-no(ws-apu-idx) to ap-invoice-no
    move apu-vendor-no(ws-apu-idx) to ap-vendor-no
    read ap-open-file
      invalid key
        move "APOPEN.DAT" to ws-abend-file-name
        move ws-apo-status to ws-abend-status
        perform check-file-status
      not invalid key
        move apu-paid-amount(ws-apu-idx) to ap-paid-amount
        move apu-status(ws-apu-idx) to ap-status
        move apu-hold-code(ws-apu-idx) to ap-hold-code
        move apu-disc-taken(ws-apu-idx) to ap-disc-taken
        move apu-disc-status(ws-apu-idx) to ap-disc-status
        rewrite ap-open-item-record
    end-read
  end-perform.

verify-operator-authority.
  *> Same check-then-bootstrap idiom as rejfix.cob, under this
  *> program's own CKVOID function code - reversing cash is exactly
  *> the kind of run security review wants a name against.
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
    display "CKVOID: OPERATOR " rpt-operator-id
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
  move "CKVOID" to rej-source.
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
      " JOB=CKVOID"
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

end program ckvoid.
