identification division.
  program-id. colmnt.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select customer-file assign to "CUSTMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-cu-rel-key
        file status is ws-cu-status.
    select ar-open-file assign to "AROPEN.DAT"
        organization is indexed
        access mode is dynamic
        record key is ar-invoice-no
        alternate record key is ar-cust-no with duplicates
        alternate record key is ar-due-date with duplicates
        file status is ws-aro-status.
    select collection-activity-file assign to "COLLACT.DAT"
        organization is line sequential
        file status is ws-ca-status.
    select dispute-reason-ctl assign to "DISPRSN.CTL"
        organization is line sequential
        file status is ws-dr-status.
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
  fd  ar-open-file.
  copy "aropen.cpy".
  fd  collection-activity-file.
  copy "collact.cpy".
*> The reasons a collector may record a dispute under - seeded with
*> the usual ones for credit control to extend.
  fd  dispute-reason-ctl.
  01 dispute-reason-record.
    05 dr-reason-code          pic x(4).
    05 filler                  pic x(1).
    05 dr-description          pic x(30).
  fd  oper-auth-file.
  copy "operauth.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".
  working-storage section.
    01 ws-cu-status       pic x(2) value "00".
    01 ws-cu-rel-key      pic 9(6) value 1.
    01 ws-aro-status      pic x(2) value "00".
    01 ws-ca-status       pic x(2) value "00".
    01 ws-dr-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-aro-eof         pic x(1) value "N".
        88 ARO-EOF        value "Y".
    01 ws-ca-eof          pic x(1) value "N".
        88 CA-EOF         value "Y".
    01 ws-dr-eof          pic x(1) value "N".
        88 DR-EOF         value "Y".
    01 ws-maint-action    pic x(1) value "L".
        88 MAINT-LIST      value "L".
        88 MAINT-NOTE      value "N".
        88 MAINT-PROMISE   value "P".
        88 MAINT-DISPUTE   value "D".
        88 MAINT-RESOLVE   value "R".
        88 MAINT-QUIT      value "Q".
    01 ws-maint-message   pic x(60) value spaces.
    01 ws-sel-cust        pic 9(6) value zero.
    01 ws-sel-invoice     pic 9(6) value zero.
    01 ws-sel-promise-date pic 9(8) value zero.
    01 ws-sel-promise-amt pic 9(9)v99 value zero.
    01 ws-sel-reason      pic x(4) value spaces.
    01 ws-sel-note        pic x(60) value spaces.
    01 ws-cust-name       pic x(30) value spaces.
    01 ws-cust-found      pic x(1) value "N".
        88 CUST-FOUND     value "Y".
    01 ws-item-found      pic x(1) value "N".
        88 ITEM-FOUND     value "Y".
    01 ws-reason-found    pic x(1) value "N".
        88 REASON-FOUND   value "Y".
    01 ws-open-balance    pic s9(9)v99 sign is leading separate.
    01 ws-days-past-due   pic s9(5).
    01 ws-item-count      pic 9(4) value zero.
    01 ws-today-date      pic 9(8).
    01 ws-operator-id     pic x(20) value spaces.

    01 ws-reason-table.
      05 ws-rsn-entry occurs 20 times indexed by ws-rsn-idx.
        10 rsn-code              pic x(4).
        10 rsn-description       pic x(30).
    01 ws-rsn-count       pic 9(2) value zero.
    01 ws-reason-seed.
      05 filler pic x(35) value "PRIC PRICING OR RATE DIFFERENCE    ".
      05 filler pic x(35) value "QTY  QUANTITY SHORT OR OVER        ".
      05 filler pic x(35) value "DMG  GOODS DAMAGED                 ".
      05 filler pic x(35) value "NREC GOODS OR SERVICE NOT RECEIVED ".
      05 filler pic x(35) value "DUP  DUPLICATE BILLING             ".
      05 filler pic x(35) value "TERM TERMS OR DISCOUNT DISAGREEMENT".
      05 filler pic x(35) value "OTHR OTHER - SEE NOTE              ".
    01 ws-reason-seed-table redefines ws-reason-seed.
      05 ws-seed-row pic x(35) occurs 7 times indexed by ws-seed-idx.

    01 ws-oa-status       pic x(2) value "00".
    01 ws-oarej-status    pic x(2) value "00".
    01 ws-oa-eof          pic x(1) value "N".
        88 OA-EOF         value "Y".
    01 ws-oa-authorized   pic x(1) value "N".
        88 OA-AUTHORIZED  value "Y".
    01 ws-oa-function     pic x(8) value "COLLECT".
    01 ws-so-request.
      05 so-program           pic x(8).
      05 so-operator-id       pic x(20).
      05 so-result            pic x(1).
          88 SO-SIGNED-ON      value "Y".
  screen section.
    *> The collector's desk: bring up a customer's open items and the
    *> account's contact trail, then record what the call produced -
    *> a note, a promise to pay, or a dispute against one invoice
    *> (and later its resolution). Every entry lands on COLLACT.DAT
    *> for the daily worklist; a dispute also flags the open item so
    *> dunning stops escalating it and the aging lists it apart.
    01 collections-screen.
      05 blank screen.
      05 line 1 column 1 value "COLLECTIONS WORKBENCH".
      05 line 3 column 1  value "CUSTOMER NO:".
      05 line 3 column 26 pic 9(6) using ws-sel-cust.
      05 line 3 column 34 pic x(30) from ws-cust-name.
      05 line 4 column 1  value "INVOICE NO (0=ACCOUNT):".
      05 line 4 column 26 pic 9(6) using ws-sel-invoice.
      05 line 5 column 1  value "PROMISE DATE (YYYYMMDD):".
      05 line 5 column 26 pic 9(8) using ws-sel-promise-date.
      05 line 6 column 1  value "PROMISE AMOUNT:".
      05 line 6 column 26 pic 9(9)v99 using ws-sel-promise-amt.
      05 line 7 column 1  value "DISPUTE REASON:".
      05 line 7 column 26 pic x(4) using ws-sel-reason.
      05 line 7 column 34 value "(PRIC QTY DMG NREC DUP TERM OTHR)".
      05 line 8 column 1  value "NOTE:".
      05 line 8 column 7  pic x(60) using ws-sel-note.
      05 line 10 column 1 value
          "ACTION (L=LIST, N=NOTE, P=PROMISE, D=DISPUTE, R=RESOLVE, Q=QUIT):".
      05 line 10 column 67 pic x(1) using ws-maint-action.
      05 line 12 column 1 pic x(60) from ws-maint-message.
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
  accept ws-today-date from date yyyymmdd.
  perform verify-operator-authority.
  if return-code not = zero
    goback
  end-if.
  perform load-dispute-reasons.
  perform until MAINT-QUIT
    display collections-screen
    accept collections-screen
    move spaces to ws-maint-message
    evaluate true
      when MAINT-LIST
        perform list-customer-account
      when MAINT-NOTE
        perform record-call-note
      when MAINT-PROMISE
        perform record-promise
      when MAINT-DISPUTE
        perform record-dispute
      when MAINT-RESOLVE
        perform resolve-dispute
      when MAINT-QUIT
        continue
      when other
        move "UNKNOWN ACTION" to ws-maint-message
    end-evaluate
    if not MAINT-QUIT and not MAINT-LIST
        and ws-maint-message(1:8) = "RECORDED"
      move spaces to ws-sel-note
      move zero to ws-sel-promise-date
      move zero to ws-sel-promise-amt
      move spaces to ws-sel-reason
    end-if
  end-perform.
  goback.

load-dispute-reasons.
  move zero to ws-rsn-count.
  move "N" to ws-dr-eof.
  open input dispute-reason-ctl.
  if ws-dr-status = "35"
    open output dispute-reason-ctl
    perform varying ws-seed-idx from 1 by 1 until ws-seed-idx > 7
      move ws-seed-row(ws-seed-idx) to dispute-reason-record
      write dispute-reason-record
    end-perform
    close dispute-reason-ctl
    open input dispute-reason-ctl
  end-if.
  move "DISPRSN.CTL" to ws-abend-file-name.
  move ws-dr-status to ws-abend-status.
  perform check-file-status.
  read dispute-reason-ctl
    at end set DR-EOF to true
  end-read.
  perform until DR-EOF
    if ws-rsn-count < 20 and dr-reason-code not = spaces
      add 1 to ws-rsn-count
      move dr-reason-code to rsn-code(ws-rsn-count)
      move dr-description to rsn-description(ws-rsn-count)
    end-if
    read dispute-reason-ctl
      at end set DR-EOF to true
    end-read
  end-perform.
  close dispute-reason-ctl.

list-customer-account.
  *> The customer's open items up its AROPEN.DAT customer key, then
  *> every entry on the account's contact trail.
  perform find-customer.
  if not CUST-FOUND
    exit paragraph
  end-if.
  move zero to ws-item-count.
  move "N" to ws-aro-eof.
  open input ar-open-file.
  if ws-aro-status = "35"
    close ar-open-file
    move "NO OPEN ITEMS ON FILE" to ws-maint-message
    exit paragraph
  end-if.
  move ws-sel-cust to ar-cust-no.
  start ar-open-file key is = ar-cust-no
    invalid key set ARO-EOF to true
  end-start.
  if not ARO-EOF
    read ar-open-file next record
      at end set ARO-EOF to true
    end-read
  end-if.
  perform until ARO-EOF or ar-cust-no not = ws-sel-cust
    if not AR-ITEM-CLOSED
      perform display-open-item
    end-if
    read ar-open-file next record
      at end set ARO-EOF to true
    end-read
  end-perform.
  close ar-open-file.
  perform display-contact-trail.
  move spaces to ws-maint-message.
  string "END OF ACCOUNT - " ws-item-count " OPEN ITEM(S)"
      delimited by size into ws-maint-message.

display-open-item.
  add 1 to ws-item-count.
  compute ws-open-balance = ar-amount - ar-paid-amount.
  compute ws-days-past-due =
      function integer-of-date(ws-today-date)
      - function integer-of-date(ar-due-date).
  if AR-IN-DISPUTE
    display "INV=" ar-invoice-no " DUE=" ar-due-date
        " OPEN=" ws-open-balance " DAYS=" ws-days-past-due
        " DUN=" ar-dun-level " DISPUTED " ar-dispute-reason
  else
    display "INV=" ar-invoice-no " DUE=" ar-due-date
        " OPEN=" ws-open-balance " DAYS=" ws-days-past-due
        " DUN=" ar-dun-level
  end-if.

display-contact-trail.
  move "N" to ws-ca-eof.
  open input collection-activity-file.
  if ws-ca-status = "35"
    close collection-activity-file
    exit paragraph
  end-if.
  read collection-activity-file
    at end set CA-EOF to true
  end-read.
  perform until CA-EOF
    if ca-cust-no = ws-sel-cust
      evaluate true
        when CA-IS-PROMISE
          display ca-timestamp(1:8) " " ca-collector(1:10)
              " PROMISE INV=" ca-invoice-no " BY " ca-promise-date
              " AMT=" ca-promise-amount
        when CA-IS-DISPUTE
          display ca-timestamp(1:8) " " ca-collector(1:10)
              " DISPUTE INV=" ca-invoice-no " " ca-dispute-reason
              " " ca-note(1:30)
        when CA-IS-RESOLVED
          display ca-timestamp(1:8) " " ca-collector(1:10)
              " RESOLVED INV=" ca-invoice-no " " ca-note(1:30)
        when other
          display ca-timestamp(1:8) " " ca-collector(1:10)
              " NOTE " ca-note
      end-evaluate
    end-if
    read collection-activity-file
      at end set CA-EOF to true
    end-read
  end-perform.
  close collection-activity-file.

find-customer.
  move "N" to ws-cust-found.
  move spaces to ws-cust-name.
  open input customer-file.
  if ws-cu-status = "35"
    close customer-file
    move "NO CUSTOMER MASTER ON FILE" to ws-maint-message
    exit paragraph
  end-if.
  move ws-sel-cust to ws-cu-rel-key.
  read customer-file
    invalid key
      move "CUSTOMER NOT ON FILE" to ws-maint-message
    not invalid key
      move cu-name to ws-cust-name
      set CUST-FOUND to true
  end-read.
  close customer-file.

find-open-item.
  *> The keyed invoice must be one of this customer's open items;
  *> AROPEN.DAT is left open i-o on the item for a dispute rewrite.
  move "N" to ws-item-found.
  open i-o ar-open-file.
  if ws-aro-status = "35"
    close ar-open-file
    move "NO OPEN ITEMS ON FILE" to ws-maint-message
    exit paragraph
  end-if.
  move "AROPEN.DAT" to ws-abend-file-name.
  move ws-aro-status to ws-abend-status.
  perform check-file-status.
  move ws-sel-invoice to ar-invoice-no.
  read ar-open-file
    invalid key
      move "INVOICE NOT ON FILE" to ws-maint-message
    not invalid key
      if ar-cust-no not = ws-sel-cust
        move "INVOICE BELONGS TO ANOTHER CUSTOMER" to ws-maint-message
      else
        if AR-ITEM-CLOSED
          move "INVOICE IS CLOSED" to ws-maint-message
        else
          set ITEM-FOUND to true
        end-if
      end-if
  end-read.
  if not ITEM-FOUND
    close ar-open-file
  end-if.

record-call-note.
  perform find-customer.
  if not CUST-FOUND
    exit paragraph
  end-if.
  if ws-sel-note = spaces
    move "NOTE TEXT REQUIRED" to ws-maint-message
    exit paragraph
  end-if.
  if ws-sel-invoice not = zero
    perform find-open-item
    if not ITEM-FOUND
      exit paragraph
    end-if
    close ar-open-file
  end-if.
  perform start-activity-row.
  move "N" to ca-type.
  perform write-activity-row.
  move "RECORDED - CALL NOTE" to ws-maint-message.

record-promise.
  perform find-customer.
  if not CUST-FOUND
    exit paragraph
  end-if.
  if ws-sel-promise-date < ws-today-date
      or function integer-of-date(ws-sel-promise-date) = zero
    move "PROMISE DATE MUST BE A VALID DATE, TODAY OR LATER"
        to ws-maint-message
    exit paragraph
  end-if.
  if ws-sel-promise-amt = zero
    move "PROMISE AMOUNT REQUIRED" to ws-maint-message
    exit paragraph
  end-if.
  if ws-sel-invoice not = zero
    perform find-open-item
    if not ITEM-FOUND
      exit paragraph
    end-if
    close ar-open-file
  end-if.
  perform start-activity-row.
  move "P" to ca-type.
  move ws-sel-promise-date to ca-promise-date.
  move ws-sel-promise-amt to ca-promise-amount.
  perform write-activity-row.
  move "RECORDED - PROMISE TO PAY" to ws-maint-message.

record-dispute.
  perform find-customer.
  if not CUST-FOUND
    exit paragraph
  end-if.
  if ws-sel-invoice = zero
    move "A DISPUTE IS AGAINST ONE INVOICE - KEY IT"
        to ws-maint-message
    exit paragraph
  end-if.
  move "N" to ws-reason-found.
  perform varying ws-rsn-idx from 1 by 1 until ws-rsn-idx > ws-rsn-count
    if rsn-code(ws-rsn-idx) = ws-sel-reason
      set REASON-FOUND to true
    end-if
  end-perform.
  if not REASON-FOUND
    move "UNKNOWN DISPUTE REASON - SEE DISPRSN.CTL" to ws-maint-message
    exit paragraph
  end-if.
  perform find-open-item.
  if not ITEM-FOUND
    exit paragraph
  end-if.
  if AR-IN-DISPUTE
    close ar-open-file
    move "INVOICE ALREADY IN DISPUTE" to ws-maint-message
    exit paragraph
  end-if.
  move "D" to ar-dispute-flag.
  move ws-sel-reason to ar-dispute-reason.
  rewrite ar-open-item-record
    invalid key
      move "AROPEN.DAT" to ws-abend-file-name
      move ws-aro-status to ws-abend-status
      perform check-file-status
  end-rewrite.
  close ar-open-file.
  perform start-activity-row.
  move "D" to ca-type.
  move ws-sel-reason to ca-dispute-reason.
  perform write-activity-row.
  move "RECORDED - DISPUTE, DUNNING HELD" to ws-maint-message.

resolve-dispute.
  perform find-customer.
  if not CUST-FOUND
    exit paragraph
  end-if.
  if ws-sel-invoice = zero
    move "KEY THE DISPUTED INVOICE" to ws-maint-message
    exit paragraph
  end-if.
  perform find-open-item.
  if not ITEM-FOUND
    exit paragraph
  end-if.
  if not AR-IN-DISPUTE
    close ar-open-file
    move "INVOICE IS NOT IN DISPUTE" to ws-maint-message
    exit paragraph
  end-if.
  move ar-dispute-reason to ws-sel-reason.
  move space to ar-dispute-flag.
  move spaces to ar-dispute-reason.
  rewrite ar-open-item-record
    invalid key
      move "AROPEN.DAT" to ws-abend-file-name
      move ws-aro-status to ws-abend-status
      perform check-file-status
  end-rewrite.
  close ar-open-file.
  perform start-activity-row.
  move "R" to ca-type.
  move ws-sel-reason to ca-dispute-reason.
  perform write-activity-row.
  move "RECORDED - DISPUTE RESOLVED" to ws-maint-message.

start-activity-row.
  move spaces to collection-activity-record.
  move function current-date(1:14) to ca-timestamp.
  move ws-operator-id to ca-collector.
  move ws-sel-cust to ca-cust-no.
  move ws-sel-invoice to ca-invoice-no.
  move zero to ca-promise-date.
  move zero to ca-promise-amount.
  move ws-sel-note to ca-note.

write-activity-row.
  open extend collection-activity-file.
  if ws-ca-status = "35"
    open output collection-activity-file
  end-if.
  move "COLLACT.DAT" to ws-abend-file-name.
  move ws-ca-status to ws-abend-status.
  perform check-file-status.
  write collection-activity-record.
  close collection-activity-file.

operator-sign-on.
  *> The id the session carries is only a claim until opsignon.cob
  *> has checked the PIN behind it; from here on the program works
  *> under the id that signed on.
  move "COLMNT" to so-program.
  move ws-operator-id to so-operator-id.
  call "opsignon" using ws-so-request.
  if SO-SIGNED-ON
    move so-operator-id to ws-operator-id
  else
    display "COLMNT: SIGN-ON NOT COMPLETED"
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
    display "COLMNT: OPERATOR " ws-operator-id
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
  move "COLMNT" to rej-source.
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

end program colmnt.
