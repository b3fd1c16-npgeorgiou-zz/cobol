identification division.
  program-id. custmnt.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select customer-file assign to "CUSTMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-cu-rel-key
        file status is ws-cu-file-status.
    select customer-history-file assign to "CUSTHIST.DAT"
        organization is line sequential
        file status is ws-ch-status.
    select pending-change-file assign to "PENDCHG.DAT"
        organization is line sequential
        file status is ws-pc-status.
    select crlimapp-ctl assign to "CRLIMAPP.CTL"
        organization is line sequential
        file status is ws-ca-status.
    select oper-auth-file assign to "OPERAUTH.DAT"
        organization is line sequential
        file status is ws-oa-status.
    select reject-file assign to "REJECT.DAT"
        organization is line sequential
        file status is ws-oarej-status.
data division.
  file section.
  fd  customer-file.
  copy "custmast.cpy".
  fd  customer-history-file.
  copy "custhist.cpy".
  fd  pending-change-file.
  copy "pendchg.cpy".
*> The largest credit-limit increase one operator may make alone;
*> anything bigger waits on PENDCHG.DAT for chgapprv.cob.
  fd  crlimapp-ctl.
  01 crlimapp-ctl-record.
    05 ca-increase-threshold   pic 9(9)v99.
  fd  oper-auth-file.
  copy "operauth.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".
  working-storage section.
    01 ws-cu-rel-key      pic 9(6) value 1.
    01 ws-cu-file-status  pic x(2) value "00".
    01 ws-ch-status       pic x(2) value "00".
    01 ws-pc-status       pic x(2) value "00".
    01 ws-pc-eof          pic x(1) value "N".
        88 PC-EOF         value "Y".
    01 ws-ca-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-maint-action    pic x(1) value "Q".
        88 MAINT-ADD       value "A".
        88 MAINT-VIEW      value "V".
        88 MAINT-UPDATE    value "U".
        88 MAINT-QUIT      value "Q".
    01 ws-maint-cust       pic 9(6) value zero.
    01 ws-maint-message    pic x(40) value spaces.
    01 ws-limit-message    pic x(40) value spaces.
    *> The operator-keyed fields, held across the READ that overlays
    *> the FD record with the row being updated.
    01 ws-upd-name         pic x(30) value spaces.
    01 ws-upd-street-1     pic x(30) value spaces.
    01 ws-upd-street-2     pic x(30) value spaces.
    01 ws-upd-city         pic x(20) value spaces.
    01 ws-upd-state        pic x(2) value spaces.
    01 ws-upd-zip          pic 9(5) value zero.
    01 ws-upd-terms        pic 9(3) value zero.
    01 ws-upd-disc-pct     pic 9(2)v9 value zero.
    01 ws-upd-disc-days    pic 9(3) value zero.
    01 ws-upd-limit        pic 9(9)v99 value zero.
    01 ws-upd-stmt-flag    pic x(1) value spaces.
    01 ws-upd-rep-code     pic x(3) value spaces.
    01 ws-upd-delivery     pic x(1) value spaces.
    01 ws-upd-edi-id       pic x(15) value spaces.
    01 ws-upd-currency     pic x(3) value spaces.
    *> A billing currency must have a spot rate on RATETBL.DAT, or the
    *> customer's first invoice could not book its foreign amount.
    01 ws-fr-request.
      05 fr-mode              pic x(1).
      05 fr-currency-code     pic x(3).
      05 fr-as-of-date        pic 9(8).
      05 fr-found             pic x(1).
      05 fr-rate              pic 9(3)v9(4).
      05 fr-eff-date          pic 9(8).
    *> Increase threshold, seeded at ten thousand for credit control
    *> to repoint. The approval queue's numeric fields top out below
    *> ten million, so a queued limit must fit under that.
    01 ws-increase-threshold pic 9(9)v99 value 10000.00.
    01 ws-queue-limit-max  pic 9(9)v99 value 9999999.99.
    01 ws-limit-increase   pic s9(9)v99 value zero.
    01 ws-old-limit        pic 9(9)v99 value zero.
    01 ws-amount-edit      pic z(8)9.99.
    01 ws-pct-edit         pic z9.9.
    01 ws-next-change-id   pic 9(6) value zero.
    01 ws-change-count     pic 9(3) value zero.
    01 ws-hist-field       pic x(15).
    01 ws-hist-old         pic x(30).
    01 ws-hist-new         pic x(30).
    01 ws-hist-action      pic x(10).
    01 ws-operator-id      pic x(20) value spaces.
    01 ws-oa-status       pic x(2) value "00".
    01 ws-oarej-status    pic x(2) value "00".
    01 ws-oa-eof          pic x(1) value "N".
        88 OA-EOF         value "Y".
    01 ws-oa-authorized   pic x(1) value "N".
        88 OA-AUTHORIZED  value "Y".
    01 ws-oa-function     pic x(8) value "CUSTMNT".
    01 ws-so-request.
      05 so-program           pic x(8).
      05 so-operator-id       pic x(20).
      05 so-result            pic x(1).
          88 SO-SIGNED-ON      value "Y".
  screen section.
    *> Same maintenance-screen pattern as vendmnt.cob, for the customer
    *> master the billing, cash and statement runs read. Every field
    *> change lands on CUSTHIST.DAT. A credit-limit increase larger
    *> than CRLIMAPP.CTL allows queues on PENDCHG.DAT instead of taking
    *> effect, and only a second operator's approval in chgapprv.cob
    *> applies it - decreases and small increases apply at once.
    01 cust-maint-screen.
      05 blank screen.
      05 line 1 column 1 value "CUSTOMER MASTER MAINTENANCE".
      05 line 3 column 1  value "CUSTOMER NO:".
      05 line 3 column 16 pic 9(6) using ws-maint-cust.
      05 line 4 column 1  value "NAME:".
      05 line 4 column 16 pic x(30) using cu-name.
      05 line 5 column 1  value "STREET 1:".
      05 line 5 column 16 pic x(30) using cu-street-line-1.
      05 line 6 column 1  value "STREET 2:".
      05 line 6 column 16 pic x(30) using cu-street-line-2.
      05 line 7 column 1  value "CITY:".
      05 line 7 column 16 pic x(20) using cu-city.
      05 line 8 column 1  value "STATE:".
      05 line 8 column 16 pic x(2) using cu-state.
      05 line 9 column 1  value "ZIP:".
      05 line 9 column 16 pic 9(5) using cu-zip.
      05 line 10 column 1 value "NET DAYS:".
      05 line 10 column 16 pic 9(3) using cu-terms-net-days.
      05 line 11 column 1 value "DISC PCT:".
      05 line 11 column 16 pic 9(2)v9 using cu-terms-disc-pct.
      05 line 12 column 1 value "DISC DAYS:".
      05 line 12 column 16 pic 9(3) using cu-terms-disc-days.
      05 line 13 column 1 value "CREDIT LIMIT:".
      05 line 13 column 16 pic 9(9)v99 using cu-credit-limit.
      05 line 14 column 1 value "STMT (A=ALWAYS):".
      05 line 14 column 18 pic x(1) using cu-stmt-flag.
      05 line 15 column 1 value "REP CODE:".
      05 line 15 column 16 pic x(3) using cu-rep-code.
      05 line 15 column 30 value "CURRENCY:".
      05 line 15 column 40 pic x(3) using cu-currency-code.
      05 line 16 column 1 value "DELIVERY (E=EDI, B=BOTH):".
      05 line 16 column 27 pic x(1) using cu-delivery-pref.
      05 line 16 column 30 value "EDI ID:".
      05 line 16 column 38 pic x(15) using cu-edi-partner-id.
      05 line 17 column 1 value "ACTION (A=ADD, V=VIEW, U=UPDATE, Q=QUIT):".
      05 line 17 column 43 pic x(1) using ws-maint-action.
      05 line 19 column 1 pic x(40) from ws-maint-message.
      05 line 20 column 1 pic x(40) from ws-limit-message.
procedure division.
main-paragraph.
  accept ws-operator-id from environment "USER".
  if ws-operator-id = spaces
    move "UNKNOWN" to ws-operator-id
  end-if.
  perform operator-sign-on.
  if return-code not = zero
    goback
  end-if.
  perform verify-operator-authority.
  if return-code not = zero
    goback
  end-if.
  perform load-approval-threshold.
  perform open-customer-file.
  perform clear-maintenance-fields.
  perform until MAINT-QUIT
    display cust-maint-screen
    accept cust-maint-screen
    move spaces to ws-maint-message
    move spaces to ws-limit-message
    evaluate true
      when MAINT-ADD
        perform add-customer
      when MAINT-VIEW
        perform view-customer
      when MAINT-UPDATE
        perform update-customer
      when MAINT-QUIT
        continue
      when other
        move "UNKNOWN ACTION" to ws-maint-message
    end-evaluate
    if not MAINT-VIEW and not MAINT-QUIT
      perform clear-maintenance-fields
    end-if
  end-perform.
  close customer-file.
  goback.

load-approval-threshold.
  open input crlimapp-ctl.
  if ws-ca-status = "35"
    open output crlimapp-ctl
    move ws-increase-threshold to ca-increase-threshold
    write crlimapp-ctl-record
    close crlimapp-ctl
    open input crlimapp-ctl
  end-if.
  move "CRLIMAPP.CTL" to ws-abend-file-name.
  move ws-ca-status to ws-abend-status.
  perform check-file-status.
  read crlimapp-ctl
    at end continue
  end-read.
  close crlimapp-ctl.
  if ca-increase-threshold numeric
    move ca-increase-threshold to ws-increase-threshold
  end-if.

open-customer-file.
  open i-o customer-file.
  if ws-cu-file-status = "35"
    close customer-file
    open output customer-file
    close customer-file
    open i-o customer-file
  end-if.
  move "CUSTMAST.DAT" to ws-abend-file-name.
  move ws-cu-file-status to ws-abend-status.
  perform check-file-status.

clear-maintenance-fields.
  move spaces to cu-name.
  move spaces to cu-street-line-1.
  move spaces to cu-street-line-2.
  move spaces to cu-city.
  move spaces to cu-state.
  move zero to cu-zip.
  move zero to cu-terms-net-days.
  move zero to cu-terms-disc-pct.
  move zero to cu-terms-disc-days.
  move zero to cu-credit-limit.
  move spaces to cu-stmt-flag.
  move spaces to cu-rep-code.
  move spaces to cu-delivery-pref.
  move spaces to cu-edi-partner-id.
  move spaces to cu-currency-code.

save-keyed-fields.
  move cu-name to ws-upd-name.
  move cu-street-line-1 to ws-upd-street-1.
  move cu-street-line-2 to ws-upd-street-2.
  move cu-city to ws-upd-city.
  move cu-state to ws-upd-state.
  move cu-zip to ws-upd-zip.
  move cu-terms-net-days to ws-upd-terms.
  move cu-terms-disc-pct to ws-upd-disc-pct.
  move cu-terms-disc-days to ws-upd-disc-days.
  move cu-credit-limit to ws-upd-limit.
  move cu-stmt-flag to ws-upd-stmt-flag.
  move cu-rep-code to ws-upd-rep-code.
  move cu-delivery-pref to ws-upd-delivery.
  move cu-edi-partner-id to ws-upd-edi-id.
  move cu-currency-code to ws-upd-currency.

view-customer.
  move ws-maint-cust to ws-cu-rel-key.
  read customer-file
    invalid key
      perform clear-maintenance-fields
      move "CUSTOMER NOT ON FILE" to ws-maint-message
    not invalid key
      move "CUSTOMER READ OK" to ws-maint-message
  end-read.

add-customer.
  *> A new account's opening limit is an increase from zero like any
  *> other: over the threshold it opens at zero and queues.
  perform save-keyed-fields.
  if ws-maint-cust = zero
    move "CUSTOMER NO REQUIRED" to ws-maint-message
    exit paragraph
  end-if.
  perform validate-billing-currency.
  if ws-maint-message not = spaces
    exit paragraph
  end-if.
  move ws-maint-cust to ws-cu-rel-key.
  read customer-file
    invalid key
      initialize customer-record
      move ws-maint-cust to cu-cust-no
      move ws-upd-name to cu-name
      move ws-upd-street-1 to cu-street-line-1
      move ws-upd-street-2 to cu-street-line-2
      move ws-upd-city to cu-city
      move ws-upd-state to cu-state
      move ws-upd-zip to cu-zip
      move ws-upd-terms to cu-terms-net-days
      move ws-upd-disc-pct to cu-terms-disc-pct
      move ws-upd-disc-days to cu-terms-disc-days
      move zero to cu-credit-limit
      move zero to cu-nsf-count
      move ws-upd-stmt-flag to cu-stmt-flag
      move ws-upd-rep-code to cu-rep-code
      move ws-upd-delivery to cu-delivery-pref
      move ws-upd-edi-id to cu-edi-partner-id
      move ws-upd-currency to cu-currency-code
      move "ADD" to ws-hist-action
      perform apply-credit-limit
      write customer-record
        invalid key move "WRITE FAILED" to ws-maint-message
      end-write
      if ws-maint-message = spaces
        move spaces to ws-hist-old
        move "CU-NAME" to ws-hist-field
        move cu-name to ws-hist-new
        perform write-customer-history
        move "CU-STREET-1" to ws-hist-field
        move cu-street-line-1 to ws-hist-new
        perform write-customer-history
        move "CU-STREET-2" to ws-hist-field
        move cu-street-line-2 to ws-hist-new
        perform write-customer-history
        move "CU-CITY" to ws-hist-field
        move cu-city to ws-hist-new
        perform write-customer-history
        move "CU-STATE" to ws-hist-field
        move cu-state to ws-hist-new
        perform write-customer-history
        move "CU-ZIP" to ws-hist-field
        move cu-zip to ws-hist-new
        perform write-customer-history
        move "CU-TERMS-DAYS" to ws-hist-field
        move cu-terms-net-days to ws-hist-new
        perform write-customer-history
        move "CU-DISC-PCT" to ws-hist-field
        move cu-terms-disc-pct to ws-pct-edit
        move ws-pct-edit to ws-hist-new
        perform write-customer-history
        move "CU-DISC-DAYS" to ws-hist-field
        move cu-terms-disc-days to ws-hist-new
        perform write-customer-history
        move "CU-STMT-FLAG" to ws-hist-field
        move cu-stmt-flag to ws-hist-new
        perform write-customer-history
        move "CU-REP-CODE" to ws-hist-field
        move cu-rep-code to ws-hist-new
        perform write-customer-history
        move "CU-DELIVERY" to ws-hist-field
        move cu-delivery-pref to ws-hist-new
        perform write-customer-history
        move "CU-EDI-ID" to ws-hist-field
        move cu-edi-partner-id to ws-hist-new
        perform write-customer-history
        move "CU-CURRENCY" to ws-hist-field
        move cu-currency-code to ws-hist-new
        perform write-customer-history
        perform write-limit-history
        move "CUSTOMER ADDED" to ws-maint-message
      end-if
    not invalid key
      move "CUSTOMER ALREADY ON FILE" to ws-maint-message
  end-read.

update-customer.
  *> Field-by-field compare against the row on file: each difference
  *> is one history row. The credit limit goes through
  *> apply-credit-limit, which decides between applying and queuing.
  perform save-keyed-fields.
  perform validate-billing-currency.
  if ws-maint-message not = spaces
    exit paragraph
  end-if.
  move zero to ws-change-count.
  move "CHANGE" to ws-hist-action.
  move ws-maint-cust to ws-cu-rel-key.
  read customer-file
    invalid key
      move "CUSTOMER NOT ON FILE" to ws-maint-message
      exit paragraph
  end-read.
  if ws-upd-name not = cu-name
    move "CU-NAME" to ws-hist-field
    move cu-name to ws-hist-old
    move ws-upd-name to ws-hist-new
    perform write-customer-history
    move ws-upd-name to cu-name
  end-if.
  if ws-upd-street-1 not = cu-street-line-1
    move "CU-STREET-1" to ws-hist-field
    move cu-street-line-1 to ws-hist-old
    move ws-upd-street-1 to ws-hist-new
    perform write-customer-history
    move ws-upd-street-1 to cu-street-line-1
  end-if.
  if ws-upd-street-2 not = cu-street-line-2
    move "CU-STREET-2" to ws-hist-field
    move cu-street-line-2 to ws-hist-old
    move ws-upd-street-2 to ws-hist-new
    perform write-customer-history
    move ws-upd-street-2 to cu-street-line-2
  end-if.
  if ws-upd-city not = cu-city
    move "CU-CITY" to ws-hist-field
    move cu-city to ws-hist-old
    move ws-upd-city to ws-hist-new
    perform write-customer-history
    move ws-upd-city to cu-city
  end-if.
  if ws-upd-state not = cu-state
    move "CU-STATE" to ws-hist-field
    move cu-state to ws-hist-old
    move ws-upd-state to ws-hist-new
    perform write-customer-history
    move ws-upd-state to cu-state
  end-if.
  if ws-upd-zip not = cu-zip
    move "CU-ZIP" to ws-hist-field
    move cu-zip to ws-hist-old
    move ws-upd-zip to ws-hist-new
    perform write-customer-history
    move ws-upd-zip to cu-zip
  end-if.
  if ws-upd-terms not = cu-terms-net-days
    move "CU-TERMS-DAYS" to ws-hist-field
    move cu-terms-net-days to ws-hist-old
    move ws-upd-terms to ws-hist-new
    perform write-customer-history
    move ws-upd-terms to cu-terms-net-days
  end-if.
  if ws-upd-disc-pct not = cu-terms-disc-pct
    move "CU-DISC-PCT" to ws-hist-field
    move cu-terms-disc-pct to ws-pct-edit
    move ws-pct-edit to ws-hist-old
    move ws-upd-disc-pct to ws-pct-edit
    move ws-pct-edit to ws-hist-new
    perform write-customer-history
    move ws-upd-disc-pct to cu-terms-disc-pct
  end-if.
  if ws-upd-disc-days not = cu-terms-disc-days
    move "CU-DISC-DAYS" to ws-hist-field
    move cu-terms-disc-days to ws-hist-old
    move ws-upd-disc-days to ws-hist-new
    perform write-customer-history
    move ws-upd-disc-days to cu-terms-disc-days
  end-if.
  if ws-upd-stmt-flag not = cu-stmt-flag
    move "CU-STMT-FLAG" to ws-hist-field
    move cu-stmt-flag to ws-hist-old
    move ws-upd-stmt-flag to ws-hist-new
    perform write-customer-history
    move ws-upd-stmt-flag to cu-stmt-flag
  end-if.
  if ws-upd-rep-code not = cu-rep-code
    move "CU-REP-CODE" to ws-hist-field
    move cu-rep-code to ws-hist-old
    move ws-upd-rep-code to ws-hist-new
    perform write-customer-history
    move ws-upd-rep-code to cu-rep-code
  end-if.
  if ws-upd-delivery not = cu-delivery-pref
    move "CU-DELIVERY" to ws-hist-field
    move cu-delivery-pref to ws-hist-old
    move ws-upd-delivery to ws-hist-new
    perform write-customer-history
    move ws-upd-delivery to cu-delivery-pref
  end-if.
  if ws-upd-edi-id not = cu-edi-partner-id
    move "CU-EDI-ID" to ws-hist-field
    move cu-edi-partner-id to ws-hist-old
    move ws-upd-edi-id to ws-hist-new
    perform write-customer-history
    move ws-upd-edi-id to cu-edi-partner-id
  end-if.
  if ws-upd-currency not = cu-currency-code
    move "CU-CURRENCY" to ws-hist-field
    move cu-currency-code to ws-hist-old
    move ws-upd-currency to ws-hist-new
    perform write-customer-history
    move ws-upd-currency to cu-currency-code
  end-if.
  if cu-credit-limit not numeric
    move zero to cu-credit-limit
  end-if.
  if ws-upd-limit not = cu-credit-limit
    perform apply-credit-limit
    perform write-limit-history
  end-if.
  if ws-change-count = zero and ws-limit-message = spaces
    move "NO CHANGES KEYED" to ws-maint-message
    exit paragraph
  end-if.
  rewrite customer-record
    invalid key move "REWRITE FAILED" to ws-maint-message
  end-rewrite.
  if ws-maint-message = spaces
    move "CUSTOMER UPDATED" to ws-maint-message
  end-if.

apply-credit-limit.
  *> A decrease, or an increase no bigger than the threshold, takes
  *> effect now. A bigger increase leaves the limit where it is and
  *> queues a CUSTLIM row on PENDCHG.DAT for a second operator.
  move cu-credit-limit to ws-old-limit.
  compute ws-limit-increase = ws-upd-limit - cu-credit-limit.
  if ws-limit-increase <= ws-increase-threshold
    move ws-upd-limit to cu-credit-limit
    exit paragraph
  end-if.
  if ws-upd-limit > ws-queue-limit-max
    move "LIMIT TOO LARGE FOR APPROVAL QUEUE" to ws-limit-message
    exit paragraph
  end-if.
  perform write-pending-limit-change.
  move spaces to ws-limit-message.
  string "LIMIT QUEUED FOR APPROVAL, CHANGE ID " ws-next-change-id
      delimited by size into ws-limit-message.

write-limit-history.
  *> Only an applied limit change is history; a queued one is on
  *> PENDCHG.DAT until chgapprv.cob decides it.
  if cu-credit-limit = ws-old-limit
    exit paragraph
  end-if.
  move "CU-CREDIT-LIMIT" to ws-hist-field.
  move ws-old-limit to ws-amount-edit.
  move ws-amount-edit to ws-hist-old.
  move cu-credit-limit to ws-amount-edit.
  move ws-amount-edit to ws-hist-new.
  perform write-customer-history.

write-pending-limit-change.
  perform assign-next-change-id.
  open extend pending-change-file.
  if ws-pc-status = "35"
    open output pending-change-file
  end-if.
  move "PENDCHG.DAT" to ws-abend-file-name.
  move ws-pc-status to ws-abend-status.
  perform check-file-status.
  move ws-next-change-id to pc-change-id.
  move "CUSTLIM" to pc-table-name.
  move "U" to pc-action.
  move ws-maint-cust to pc-key-value.
  move cu-name to pc-text-value.
  move ws-upd-limit to pc-numeric-value.
  move cu-credit-limit to pc-numeric-value-2.
  move ws-operator-id to pc-maker.
  move function current-date(1:14) to pc-maker-timestamp.
  move "P" to pc-status.
  move spaces to pc-checker.
  move zero to pc-checker-timestamp.
  write pending-change-record.
  close pending-change-file.

assign-next-change-id.
  *> One past the highest change id already queued - the codemaint.cob
  *> count pass, so customer and reference-table changes share one
  *> id sequence on the one queue.
  move zero to ws-next-change-id.
  move "N" to ws-pc-eof.
  open input pending-change-file.
  if ws-pc-status = "35"
    close pending-change-file
  else
    read pending-change-file
      at end set PC-EOF to true
    end-read
    perform until PC-EOF
      if pc-change-id > ws-next-change-id
        move pc-change-id to ws-next-change-id
      end-if
      read pending-change-file
        at end set PC-EOF to true
      end-read
    end-perform
    close pending-change-file
  end-if.
  add 1 to ws-next-change-id.

validate-billing-currency.
  if ws-upd-currency = spaces or ws-upd-currency = "USD"
    exit paragraph
  end-if.
  move "L" to fr-mode.
  move ws-upd-currency to fr-currency-code.
  accept fr-as-of-date from date yyyymmdd.
  call "fxratelk" using ws-fr-request.
  if fr-found not = "Y"
    move "NO RATETBL.DAT RATE FOR THAT CURRENCY" to ws-maint-message
  end-if.

write-customer-history.
  open extend customer-history-file.
  if ws-ch-status = "35"
    open output customer-history-file
  end-if.
  move "CUSTHIST.DAT" to ws-abend-file-name.
  move ws-ch-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:14) to ch-timestamp.
  move ws-maint-cust to ch-cust-no.
  move ws-hist-field to ch-field-name.
  move ws-hist-old to ch-old-value.
  move ws-hist-new to ch-new-value.
  move ws-operator-id to ch-operator.
  move spaces to ch-approver.
  move ws-hist-action to ch-action.
  write customer-history-record.
  close customer-history-file.
  add 1 to ws-change-count.

operator-sign-on.
  *> The id the session carries is only a claim until opsignon.cob
  *> has checked the PIN behind it; from here on the program works
  *> under the id that signed on.
  move "CUSTMNT" to so-program.
  move ws-operator-id to so-operator-id.
  call "opsignon" using ws-so-request.
  if SO-SIGNED-ON
    move so-operator-id to ws-operator-id
  else
    display "CUSTMNT: SIGN-ON NOT COMPLETED"
    move 16 to return-code
  end-if.

verify-operator-authority.
  *> The operator id RPTSTAMP already prints is checked here, not just
  *> printed: no OPERAUTH.DAT row for this operator and this program's
  *> function means the program refuses to start, and the denied
  *> attempt is logged to REJECT.DAT for security review. A brand-new
  *> shop's first run seeds the invoking operator for this function so
  *> the file bootstraps itself.
  move "N" to ws-oa-authorized.
  open input oper-auth-file.
  if ws-oa-status = "35"
    close oper-auth-file
    open output oper-auth-file
    move ws-operator-id to oa-operator-id
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
      if oa-operator-id = ws-operator-id
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
    display "CUSTMNT: OPERATOR " ws-operator-id
        " NOT AUTHORIZED FOR " ws-oa-function
    perform write-auth-denial
    move 16 to return-code
  end-if.

write-auth-denial.
  open extend reject-file.
  if ws-oarej-status = "35"
    open output reject-file
  end-if.
  move "REJECT.DAT" to ws-abend-file-name.
  move ws-oarej-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:15) to rej-timestamp.
  move "CUSTMNT" to rej-source.
  move zero to rej-key.
  move "AUTH" to rej-reason-code.
  move spaces to rej-reason-text.
  string "DENIED " ws-oa-function " FOR " ws-operator-id
      into rej-reason-text.
  move "N" to rej-resolved-flag.
  write reject-record.
  close reject-file.

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

end program custmnt.
