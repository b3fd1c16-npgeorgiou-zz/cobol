        organization is line sequential
        file status is ws-shs-status.
    select ar-open-file assign to "AROPEN.DAT"
        organization is indexed
        access mode is dynamic
        record key is ar-invoice-no
        alternate record key is ar-cust-no with duplicates
        alternate record key is ar-due-date with duplicates
        file status is ws-aro-status.
    select customer-file assign to "CUSTMAST.DAT"
        organization is relative
    select recycle-file assign to "RECYCLE.DAT"
        organization is line sequential
        file status is ws-rcy-status.
    select defracct-ctl assign to "DEFRACCT.CTL"
        organization is line sequential
        file status is ws-dfa-status.
    select rev-schedule-file assign to "REVSCHED.DAT"
        organization is line sequential
        file status is ws-rsc-status.
    select rev-schedule-work assign to "REVSWORK.DAT"
        organization is line sequential
        file status is ws-rsw-status.
    select oper-auth-file assign to "OPERAUTH.DAT"
        organization is line sequential
        file status is ws-oa-status.
    05 ivh-net-total           pic s9(9)v99 sign is leading separate.
    05 ivh-tax-amount          pic s9(9)v99 sign is leading separate.
    05 ivh-state               pic x(2).
*> Ratable share of the net total: credited to deferred revenue on
*> release, its REVSCHED.DAT rows parked "H" until this decision.
    05 ivh-deferred-amount     pic s9(9)v99 sign is leading separate.
  fd  invoice-hold-work.
  01 invoice-hold-work-record pic x(80).
*> The held invoice's staged sales-history rows, parked by the
    05 stx-date                pic 9(8).
  fd  recycle-file.
  copy "recycrec.cpy".
  fd  defracct-ctl.
  01 defracct-ctl-record.
    05 dfa-deferred-acct       pic 9(6).
    05 filler                  pic x(1).
    05 dfa-deferred-cc         pic 9(4).
  fd  rev-schedule-file.
  copy "revsched.cpy".
  fd  rev-schedule-work.
  01 rev-schedule-work-record pic x(100).
  fd  oper-auth-file.
  copy "operauth.cpy".
  fd  reject-file.
    01 ws-tax-acct        pic 9(6) value 240001.
    01 ws-tax-cc          pic 9(4) value 9999.
    01 ws-rcy-status      pic x(2) value "00".
    01 ws-dfa-status      pic x(2) value "00".
    01 ws-rsc-status      pic x(2) value "00".
    01 ws-rsw-status      pic x(2) value "00".
    01 ws-rsc-eof         pic x(1) value "N".
        88 RSC-EOF        value "Y".
    01 ws-deferred-acct   pic 9(6) value 230001.
    01 ws-deferred-cc     pic 9(4) value 9999.
    01 ws-held-deferred   pic s9(9)v99 sign is leading separate.
    01 ws-held-recognized pic s9(9)v99 sign is leading separate.
    01 ws-rej-status      pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-maint-message   pic x(40) value spaces.
    01 ws-operator-id     pic x(20) value spaces.
    01 ws-terms-days      pic 9(3) value zero.
    01 ws-cust-currency   pic x(3) value spaces.
    01 ws-fr-request.
      05 fr-mode              pic x(1).
      05 fr-currency-code     pic x(3).
      05 fr-as-of-date        pic 9(8).
      05 fr-found             pic x(1).
      05 fr-rate              pic 9(3)v9(4).
      05 fr-eff-date          pic 9(8).
    01 ws-due-date-integer pic 9(7).
    01 ws-today-date      pic 9(8).
    01 ws-oa-status       pic x(2) value "00".
    01 ws-oa-authorized   pic x(1) value "N".
        88 OA-AUTHORIZED  value "Y".
    01 ws-oa-function     pic x(8) value "CRLIMREL".
    01 ws-so-request.
      05 so-program           pic x(8).
      05 so-operator-id       pic x(20).
      05 so-result            pic x(1).
          88 SO-SIGNED-ON      value "Y".
  screen section.
    *> The credit desk's exception path for invoices the billing run
    *> held over the customer's credit limit: release writes the AR
  if ws-operator-id = spaces
    move "UNKNOWN" to ws-operator-id
  end-if.
  perform operator-sign-on.
  if return-code not = zero
    goback
  end-if.
  accept ws-today-date from date yyyymmdd.
  perform verify-operator-authority.
  if return-code not = zero
  perform rewrite-hold-file.
  if HOLD-FOUND
    perform sweep-held-history-lines
    perform sweep-held-schedule-rows
    if MAINT-RELEASE
      move "RELEASED - AR ITEM AND BRIDGE WRITTEN" to ws-maint-message
    else
  close sales-history-file.
  add 1 to ws-history-moved.

sweep-held-schedule-rows.
  *> The decided invoice's parked recognition schedule: a release
  *> activates it for revrec.cob, a reject drops it, so a never-billed
  *> invoice never releases revenue. Everyone else's rows pass
  *> through untouched.
  move "N" to ws-rsc-eof.
  open input rev-schedule-file.
  if ws-rsc-status = "35"
    close rev-schedule-file
    exit paragraph
  end-if.
  open output rev-schedule-work.
  read rev-schedule-file
    at end set RSC-EOF to true
  end-read.
  perform until RSC-EOF
    if rs-invoice-no = ws-sel-invoice-no and RS-HELD
      if MAINT-RELEASE
        set RS-ACTIVE to true
        move spaces to rev-schedule-work-record
        move rev-schedule-record to rev-schedule-work-record
        write rev-schedule-work-record
      end-if
    else
      move spaces to rev-schedule-work-record
      move rev-schedule-record to rev-schedule-work-record
      write rev-schedule-work-record
    end-if
    read rev-schedule-file
      at end set RSC-EOF to true
    end-read
  end-perform.
  close rev-schedule-file.
  close rev-schedule-work.
  move "N" to ws-rsc-eof.
  open output rev-schedule-file.
  open input rev-schedule-work.
  read rev-schedule-work
    at end set RSC-EOF to true
  end-read.
  perform until RSC-EOF
    move rev-schedule-work-record to rev-schedule-record
    write rev-schedule-record
    read rev-schedule-work
      at end set RSC-EOF to true
    end-read
  end-perform.
  close rev-schedule-work.
  close rev-schedule-file.
  open output rev-schedule-work.
  close rev-schedule-work.

rewrite-hold-line-file.
  move "N" to ws-ihl-eof.
  open output invoice-hold-line-file.
  *> neither overstates revenue by its tax nor drops out of the
  *> quarterly returns.
  perform write-released-ar-item.
  move zero to ws-held-deferred.
  if ivh-deferred-amount numeric
    move ivh-deferred-amount to ws-held-deferred
  end-if.
  perform write-released-bridge-entry.
  if ws-held-deferred not = zero
    perform write-released-deferred-entry
  end-if.
  if ivh-tax-amount not = zero
    perform write-released-tax-entry
    perform write-released-sales-tax-row

write-released-ar-item.
  move 30 to ws-terms-days.
  move spaces to ws-cust-currency.
  open input customer-file.
  if ws-cu-status not = "35"
    move ivh-cust-no to ws-cu-rel-key
        if cu-terms-net-days numeric and cu-terms-net-days > zero
          move cu-terms-net-days to ws-terms-days
        end-if
        move cu-currency-code to ws-cust-currency
    end-read
  end-if.
  close customer-file.
  open i-o ar-open-file.
  if ws-aro-status = "35"
    open output ar-open-file
    close ar-open-file
    open i-o ar-open-file
  end-if.
  move "AROPEN.DAT" to ws-abend-file-name.
  move ws-aro-status to ws-abend-status.
  else
    move "I" to ar-doc-type
  end-if.
  move space to ar-dispute-flag.
  move spaces to ar-dispute-reason.
  perform book-document-currency.
  write ar-open-item-record
    invalid key
      move "AROPEN.DAT" to ws-abend-file-name
      move ws-aro-status to ws-abend-status
      perform check-file-status
  end-write.
  close ar-open-file.

book-document-currency.
  *> A foreign-billed customer's released invoice books its foreign
  *> equivalent at the rate of the day it was billed, the same as
  *> billing would have had it not been held.
  move spaces to ar-currency-code.
  move zero to ar-fx-amount.
  move 1 to ar-booking-rate.
  if ws-cust-currency = spaces or ws-cust-currency = "USD"
    exit paragraph
  end-if.
  move "L" to fr-mode.
  move ws-cust-currency to fr-currency-code.
  move ivh-date to fr-as-of-date.
  call "fxratelk" using ws-fr-request.
  if fr-found not = "Y" or fr-rate = zero
    display "CRLIMREL: NO " ws-cust-currency " RATE FOR INVOICE "
        ivh-invoice-no " - OPEN ITEM BOOKED IN BASE CURRENCY"
    exit paragraph
  end-if.
  move ws-cust-currency to ar-currency-code.
  move fr-rate to ar-booking-rate.
  compute ar-fx-amount rounded = ivh-total / fr-rate.

write-released-bridge-entry.
  open input gl-bridge-ctl.
  if ws-glb-status = "35"
    end-read
    close gl-bridge-ctl
  end-if.
  compute ws-held-recognized = ivh-net-total - ws-held-deferred.
  if ws-held-recognized = zero and ws-held-deferred not = zero
    exit paragraph
  end-if.
  open extend recycle-file.
  if ws-rcy-status = "35"
    close recycle-file
  compute rcy-seq-no = 90000000 + ivh-invoice-no.
  move ws-today-date to rcy-date.
  *> The NET total only - the tax leg posts separately below, the
  *> way the billing run splits them, and the ratable share goes to
  *> deferred revenue. A credit-memo hold (negative net) flips to a
  *> debit, the signed-amount convention.
  if ws-held-recognized < zero
    move "D" to rcy-type
  else
    move "C" to rcy-type
  end-if.
  compute rcy-amount = zero - ws-held-recognized.
  move zero to rcy-orig-seq-no.
  move spaces to rcy-currency-code.
  move zero to rcy-company-code.
  move zero to rcy-batch-id.
  write recycle-record.
  close recycle-file.

write-released-deferred-entry.
  *> The billing run's deferred revenue leg, same 76 million series.
  open input defracct-ctl.
  if ws-dfa-status = "35"
    close defracct-ctl
  else
    read defracct-ctl
      at end continue
    end-read
    close defracct-ctl
    move dfa-deferred-acct to ws-deferred-acct
    move dfa-deferred-cc to ws-deferred-cc
  end-if.
  open extend recycle-file.
  if ws-rcy-status = "35"
    close recycle-file
    open output recycle-file
  end-if.
  move "RECYCLE.DAT" to ws-abend-file-name.
  move ws-rcy-status to ws-abend-status.
  perform check-file-status.
  move ws-deferred-acct to rcy-acct-id.
  move ws-deferred-cc to rcy-cost-center.
  compute rcy-seq-no = 76000000 + ivh-invoice-no.
  move ws-today-date to rcy-date.
  if ws-held-deferred < zero
    move "D" to rcy-type
  else
    move "C" to rcy-type
  end-if.
  compute rcy-amount = zero - ws-held-deferred.
  move zero to rcy-orig-seq-no.
  move spaces to rcy-currency-code.
  move zero to rcy-company-code.
  open output invoice-hold-work.
  close invoice-hold-work.

operator-sign-on.
  *> The id the session carries is only a claim until opsignon.cob
  *> has checked the PIN behind it; from here on the program works
  *> under the id that signed on.
  move "CRLIMREL" to so-program.
  move ws-operator-id to so-operator-id.
  call "opsignon" using ws-so-request.
  if SO-SIGNED-ON
    move so-operator-id to ws-operator-id
  else
    display "CRLIMREL: SIGN-ON NOT COMPLETED"
    move 16 to return-code
  end-if.

verify-operator-authority.
  *> Same check-then-bootstrap idiom as rejfix.cob, under this
  *> program's own CRLIMREL function code.
