identification division.
  program-id. vendmnt.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select vendor-file assign to "VENDMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-vm-rel-key
        file status is ws-vm-file-status.
    select vendor-history-file assign to "VENDHIST.DAT"
        organization is line sequential
        file status is ws-vh-status.
    select oper-auth-file assign to "OPERAUTH.DAT"
        organization is line sequential
        file status is ws-oa-status.
    select reject-file assign to "REJECT.DAT"
        organization is line sequential
        file status is ws-oarej-status.
data division.
  file section.
  fd  vendor-file.
  copy "vendmast.cpy".
  fd  vendor-history-file.
  copy "vendhist.cpy".
  fd  oper-auth-file.
  copy "operauth.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".
  working-storage section.
    01 ws-vm-rel-key      pic 9(6) value 1.
    01 ws-vm-file-status  pic x(2) value "00".
    01 ws-vh-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-maint-action    pic x(1) value "Q".
        88 MAINT-ADD       value "A".
        88 MAINT-VIEW      value "V".
        88 MAINT-UPDATE    value "U".
        88 MAINT-INACTIVATE value "I".
        88 MAINT-ACTIVATE  value "C".
        88 MAINT-CONFIRM   value "R".
        88 MAINT-QUIT      value "Q".
    01 ws-maint-vendor     pic 9(6) value zero.
    01 ws-maint-message    pic x(40) value spaces.
    01 ws-hold-display     pic x(40) value spaces.
    *> The operator-keyed fields, held across the READ that overlays
    *> the FD record with the row being updated.
    01 ws-upd-name         pic x(30) value spaces.
    01 ws-upd-street-1     pic x(30) value spaces.
    01 ws-upd-street-2     pic x(30) value spaces.
    01 ws-upd-city         pic x(20) value spaces.
    01 ws-upd-state        pic x(2) value spaces.
    01 ws-upd-zip          pic 9(5) value zero.
    01 ws-upd-terms        pic 9(3) value zero.
    01 ws-upd-1099-flag    pic x(1) value spaces.
    01 ws-upd-disc-pct     pic 9(2)v99 value zero.
    01 ws-upd-disc-days    pic 9(3) value zero.
    01 ws-hist-pct         pic 99.99.
    01 ws-remit-changed    pic x(1) value "N".
        88 REMIT-CHANGED   value "Y".
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
    01 ws-oa-function     pic x(8) value "VENDMNT".
    01 ws-so-request.
      05 so-program           pic x(8).
      05 so-operator-id       pic x(20).
      05 so-result            pic x(1).
          88 SO-SIGNED-ON      value "Y".
  screen section.
    *> Same maintenance-screen pattern as ccmaint.cob, for the vendor
    *> master the AP intake and payment runs read. Every field change
    *> lands on VENDHIST.DAT; a changed payee name or remit-to address
    *> holds the vendor's payments until a second operator confirms
    *> the change with action R - the classic redirected-check fraud
    *> needs two people, not one.
    01 vend-maint-screen.
      05 blank screen.
      05 line 1 column 1 value "VENDOR MASTER MAINTENANCE".
      05 line 3 column 1  value "VENDOR NO:".
      05 line 3 column 15 pic 9(6) using ws-maint-vendor.
      05 line 4 column 1  value "NAME:".
      05 line 4 column 15 pic x(30) using vm-name.
      05 line 5 column 1  value "STREET 1:".
      05 line 5 column 15 pic x(30) using vm-street-line-1.
      05 line 6 column 1  value "STREET 2:".
      05 line 6 column 15 pic x(30) using vm-street-line-2.
      05 line 7 column 1  value "CITY:".
      05 line 7 column 15 pic x(20) using vm-city.
      05 line 8 column 1  value "STATE:".
      05 line 8 column 15 pic x(2) using vm-state.
      05 line 9 column 1  value "ZIP:".
      05 line 9 column 15 pic 9(5) using vm-zip.
      05 line 10 column 1 value "NET DAYS:".
      05 line 10 column 15 pic 9(3) using vm-terms-net-days.
      05 line 11 column 1 value "1099 (Y/N):".
      05 line 11 column 15 pic x(1) using vm-1099-flag.
      05 line 12 column 1 value "DISC PCT:".
      05 line 12 column 15 pic 9(2)v99 using vm-disc-pct.
      05 line 12 column 21 value "(0200 = 2.00%)  DISC DAYS:".
      05 line 12 column 48 pic 9(3) using vm-disc-days.
      05 line 13 column 1 value "ACTION (A=ADD, V=VIEW, U=UPDATE, I=INACTIVATE, C=ACTIVATE,".
      05 line 14 column 1 value "        R=CONFIRM REMIT-TO CHANGE, Q=QUIT):".
      05 line 14 column 46 pic x(1) using ws-maint-action.
      05 line 16 column 1 pic x(40) from ws-maint-message.
      05 line 17 column 1 pic x(40) from ws-hold-display.
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
  perform open-vendor-file.
  perform clear-maintenance-fields.
  perform until MAINT-QUIT
    display vend-maint-screen
    accept vend-maint-screen
    move spaces to ws-maint-message
    move spaces to ws-hold-display
    evaluate true
      when MAINT-ADD
        perform add-vendor
      when MAINT-VIEW
        perform view-vendor
      when MAINT-UPDATE
        perform update-vendor
      when MAINT-INACTIVATE
        perform inactivate-vendor
      when MAINT-ACTIVATE
        perform activate-vendor
      when MAINT-CONFIRM
        perform confirm-remit-change
      when MAINT-QUIT
        continue
      when other
        move "UNKNOWN ACTION" to ws-maint-message
    end-evaluate
    if not MAINT-VIEW and not MAINT-QUIT
      perform clear-maintenance-fields
    end-if
  end-perform.
  close vendor-file.
  goback.

open-vendor-file.
  *> Same open-i-o/create-if-missing idiom ccmaint.cob uses, so a
  *> brand-new shop can key its first vendor here.
  open i-o vendor-file.
  if ws-vm-file-status = "35"
    close vendor-file
    open output vendor-file
    close vendor-file
    open i-o vendor-file
  end-if.
  move "VENDMAST.DAT" to ws-abend-file-name.
  move ws-vm-file-status to ws-abend-status.
  perform check-file-status.

clear-maintenance-fields.
  move spaces to vm-name.
  move spaces to vm-street-line-1.
  move spaces to vm-street-line-2.
  move spaces to vm-city.
  move spaces to vm-state.
  move zero to vm-zip.
  move zero to vm-terms-net-days.
  move spaces to vm-1099-flag.
  move zero to vm-disc-pct.
  move zero to vm-disc-days.

save-keyed-fields.
  move vm-name to ws-upd-name.
  move vm-street-line-1 to ws-upd-street-1.
  move vm-street-line-2 to ws-upd-street-2.
  move vm-city to ws-upd-city.
  move vm-state to ws-upd-state.
  move vm-zip to ws-upd-zip.
  move vm-terms-net-days to ws-upd-terms.
  move vm-1099-flag to ws-upd-1099-flag.
  move vm-disc-pct to ws-upd-disc-pct.
  move vm-disc-days to ws-upd-disc-days.

view-vendor.
  *> Brings the row up on the screen so an update starts from what is
  *> on file rather than from blanks.
  move ws-maint-vendor to ws-vm-rel-key.
  read vendor-file
    invalid key
      perform clear-maintenance-fields
      move "VENDOR NOT ON FILE" to ws-maint-message
    not invalid key
      move "VENDOR READ OK" to ws-maint-message
      perform show-vendor-state
  end-read.

show-vendor-state.
  evaluate true
    when VM-REMIT-HOLD
      string "PAY HOLD - REMIT CHANGE BY " vm-hold-maker
          delimited by size into ws-hold-display
    when VM-INACTIVE
      move "VENDOR INACTIVE" to ws-hold-display
    when other
      move spaces to ws-hold-display
  end-evaluate.

add-vendor.
  *> A new vendor's first remit-to is history, not a change: it lands
  *> field by field on VENDHIST.DAT with no hold.
  perform save-keyed-fields.
  if ws-maint-vendor = zero
    move "VENDOR NO REQUIRED" to ws-maint-message
    exit paragraph
  end-if.
  move ws-maint-vendor to ws-vm-rel-key.
  read vendor-file
    invalid key
      initialize vendor-record
      move ws-maint-vendor to vm-vendor-no
      move ws-upd-name to vm-name
      move ws-upd-street-1 to vm-street-line-1
      move ws-upd-street-2 to vm-street-line-2
      move ws-upd-city to vm-city
      move ws-upd-state to vm-state
      move ws-upd-zip to vm-zip
      move ws-upd-terms to vm-terms-net-days
      move ws-upd-1099-flag to vm-1099-flag
      move ws-upd-disc-pct to vm-disc-pct
      move ws-upd-disc-days to vm-disc-days
      move "Y" to vm-active-flag
      move space to vm-pay-hold
      move spaces to vm-hold-maker
      move zero to vm-hold-timestamp
      write vendor-record
        invalid key move "WRITE FAILED" to ws-maint-message
      end-write
      if ws-maint-message = spaces
        move "ADD" to ws-hist-action
        move spaces to ws-hist-old
        move "VM-NAME" to ws-hist-field
        move vm-name to ws-hist-new
        perform write-vendor-history
        move "VM-STREET-1" to ws-hist-field
        move vm-street-line-1 to ws-hist-new
        perform write-vendor-history
        move "VM-STREET-2" to ws-hist-field
        move vm-street-line-2 to ws-hist-new
        perform write-vendor-history
        move "VM-CITY" to ws-hist-field
        move vm-city to ws-hist-new
        perform write-vendor-history
        move "VM-STATE" to ws-hist-field
        move vm-state to ws-hist-new
        perform write-vendor-history
        move "VM-ZIP" to ws-hist-field
        move vm-zip to ws-hist-new
        perform write-vendor-history
        move "VM-TERMS-DAYS" to ws-hist-field
        move vm-terms-net-days to ws-hist-new
        perform write-vendor-history
        move "VM-1099-FLAG" to ws-hist-field
        move vm-1099-flag to ws-hist-new
        perform write-vendor-history
        move "VM-DISC-PCT" to ws-hist-field
        move vm-disc-pct to ws-hist-pct
        move ws-hist-pct to ws-hist-new
        perform write-vendor-history
        move "VM-DISC-DAYS" to ws-hist-field
        move vm-disc-days to ws-hist-new
        perform write-vendor-history
        move "VENDOR ADDED" to ws-maint-message
      end-if
    not invalid key
      move "VENDOR ALREADY ON FILE" to ws-maint-message
  end-read.

update-vendor.
  *> Field-by-field compare against the row on file: each difference
  *> is one history row. Name and address differences are remit-to
  *> changes and put the vendor on payment hold under this operator's
  *> name; terms and 1099 changes apply without a hold.
  perform save-keyed-fields.
  move "N" to ws-remit-changed.
  move zero to ws-change-count.
  move "CHANGE" to ws-hist-action.
  move ws-maint-vendor to ws-vm-rel-key.
  read vendor-file
    invalid key
      move "VENDOR NOT ON FILE" to ws-maint-message
      exit paragraph
  end-read.
  if ws-upd-name not = vm-name
    move "VM-NAME" to ws-hist-field
    move vm-name to ws-hist-old
    move ws-upd-name to ws-hist-new
    perform write-vendor-history
    move ws-upd-name to vm-name
    set REMIT-CHANGED to true
  end-if.
  if ws-upd-street-1 not = vm-street-line-1
    move "VM-STREET-1" to ws-hist-field
    move vm-street-line-1 to ws-hist-old
    move ws-upd-street-1 to ws-hist-new
    perform write-vendor-history
    move ws-upd-street-1 to vm-street-line-1
    set REMIT-CHANGED to true
  end-if.
  if ws-upd-street-2 not = vm-street-line-2
    move "VM-STREET-2" to ws-hist-field
    move vm-street-line-2 to ws-hist-old
    move ws-upd-street-2 to ws-hist-new
    perform write-vendor-history
    move ws-upd-street-2 to vm-street-line-2
    set REMIT-CHANGED to true
  end-if.
  if ws-upd-city not = vm-city
    move "VM-CITY" to ws-hist-field
    move vm-city to ws-hist-old
    move ws-upd-city to ws-hist-new
    perform write-vendor-history
    move ws-upd-city to vm-city
    set REMIT-CHANGED to true
  end-if.
  if ws-upd-state not = vm-state
    move "VM-STATE" to ws-hist-field
    move vm-state to ws-hist-old
    move ws-upd-state to ws-hist-new
    perform write-vendor-history
    move ws-upd-state to vm-state
    set REMIT-CHANGED to true
  end-if.
  if ws-upd-zip not = vm-zip
    move "VM-ZIP" to ws-hist-field
    move vm-zip to ws-hist-old
    move ws-upd-zip to ws-hist-new
    perform write-vendor-history
    move ws-upd-zip to vm-zip
    set REMIT-CHANGED to true
  end-if.
  if ws-upd-terms not = vm-terms-net-days
    move "VM-TERMS-DAYS" to ws-hist-field
    move vm-terms-net-days to ws-hist-old
    move ws-upd-terms to ws-hist-new
    perform write-vendor-history
    move ws-upd-terms to vm-terms-net-days
  end-if.
  if ws-upd-1099-flag not = vm-1099-flag
    move "VM-1099-FLAG" to ws-hist-field
    move vm-1099-flag to ws-hist-old
    move ws-upd-1099-flag to ws-hist-new
    perform write-vendor-history
    move ws-upd-1099-flag to vm-1099-flag
  end-if.
  *> A row keyed before discount terms were kept carries blanks there.
  if vm-disc-pct not numeric
    move zero to vm-disc-pct
  end-if.
  if vm-disc-days not numeric
    move zero to vm-disc-days
  end-if.
  if ws-upd-disc-pct not = vm-disc-pct
    move "VM-DISC-PCT" to ws-hist-field
    move vm-disc-pct to ws-hist-pct
    move ws-hist-pct to ws-hist-old
    move ws-upd-disc-pct to ws-hist-pct
    move ws-hist-pct to ws-hist-new
    perform write-vendor-history
    move ws-upd-disc-pct to vm-disc-pct
  end-if.
  if ws-upd-disc-days not = vm-disc-days
    move "VM-DISC-DAYS" to ws-hist-field
    move vm-disc-days to ws-hist-old
    move ws-upd-disc-days to ws-hist-new
    perform write-vendor-history
    move ws-upd-disc-days to vm-disc-days
  end-if.
  if ws-change-count = zero
    move "NO CHANGES KEYED" to ws-maint-message
    exit paragraph
  end-if.
  if REMIT-CHANGED
    move "VM-PAY-HOLD" to ws-hist-field
    move vm-pay-hold to ws-hist-old
    move "R" to ws-hist-new
    move "HOLD" to ws-hist-action
    perform write-vendor-history
    move "R" to vm-pay-hold
    move ws-operator-id to vm-hold-maker
    move function current-date(1:14) to vm-hold-timestamp
  end-if.
  rewrite vendor-record
    invalid key move "REWRITE FAILED" to ws-maint-message
  end-rewrite.
  if ws-maint-message = spaces
    if REMIT-CHANGED
      move "UPDATED - PAYMENTS HELD PENDING CONFIRM" to ws-maint-message
    else
      move "VENDOR UPDATED" to ws-maint-message
    end-if
  end-if.

confirm-remit-change.
  *> The checker half: a second operator confirms the remit-to change
  *> and the payment hold lifts. The maker cannot confirm their own.
  move ws-maint-vendor to ws-vm-rel-key.
  read vendor-file
    invalid key
      move "VENDOR NOT ON FILE" to ws-maint-message
      exit paragraph
  end-read.
  if not VM-REMIT-HOLD
    move "NO REMIT-TO CHANGE AWAITING CONFIRM" to ws-maint-message
    exit paragraph
  end-if.
  if vm-hold-maker = ws-operator-id
    move "MAKER CANNOT CONFIRM OWN CHANGE" to ws-maint-message
    perform show-vendor-state
    exit paragraph
  end-if.
  move "VM-PAY-HOLD" to ws-hist-field.
  move vm-pay-hold to ws-hist-old.
  move spaces to ws-hist-new.
  move "CONFIRM" to ws-hist-action.
  perform write-vendor-history.
  move space to vm-pay-hold.
  rewrite vendor-record
    invalid key move "REWRITE FAILED" to ws-maint-message
  end-rewrite.
  if ws-maint-message = spaces
    move "REMIT-TO CONFIRMED - HOLD RELEASED" to ws-maint-message
  end-if.

inactivate-vendor.
  *> Flips the flag instead of deleting the row, so open payables and
  *> check history still resolve to a vendor name.
  move ws-maint-vendor to ws-vm-rel-key.
  read vendor-file
    invalid key
      move "VENDOR NOT ON FILE" to ws-maint-message
    not invalid key
      move "VM-ACTIVE-FLAG" to ws-hist-field
      move vm-active-flag to ws-hist-old
      move "N" to ws-hist-new
      move "INACTIVATE" to ws-hist-action
      perform write-vendor-history
      move "N" to vm-active-flag
      rewrite vendor-record
        invalid key move "REWRITE FAILED" to ws-maint-message
      end-rewrite
      if ws-maint-message = spaces
        move "VENDOR INACTIVATED" to ws-maint-message
      end-if
  end-read.

activate-vendor.
  move ws-maint-vendor to ws-vm-rel-key.
  read vendor-file
    invalid key
      move "VENDOR NOT ON FILE" to ws-maint-message
    not invalid key
      move "VM-ACTIVE-FLAG" to ws-hist-field
      move vm-active-flag to ws-hist-old
      move "Y" to ws-hist-new
      move "ACTIVATE" to ws-hist-action
      perform write-vendor-history
      move "Y" to vm-active-flag
      rewrite vendor-record
        invalid key move "REWRITE FAILED" to ws-maint-message
      end-rewrite
      if ws-maint-message = spaces
        move "VENDOR ACTIVATED" to ws-maint-message
      end-if
  end-read.

write-vendor-history.
  open extend vendor-history-file.
  if ws-vh-status = "35"
    open output vendor-history-file
  end-if.
  move "VENDHIST.DAT" to ws-abend-file-name.
  move ws-vh-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:14) to vh-timestamp.
  move ws-maint-vendor to vh-vendor-no.
  move ws-hist-field to vh-field-name.
  move ws-hist-old to vh-old-value.
  move ws-hist-new to vh-new-value.
  move ws-operator-id to vh-operator.
  move ws-hist-action to vh-action.
  write vendor-history-record.
  close vendor-history-file.
  add 1 to ws-change-count.

operator-sign-on.
  *> The id the session carries is only a claim until opsignon.cob
  *> has checked the PIN behind it; from here on the program works
  *> under the id that signed on.
  move "VENDMNT" to so-program.
  move ws-operator-id to so-operator-id.
  call "opsignon" using ws-so-request.
  if SO-SIGNED-ON
    move so-operator-id to ws-operator-id
  else
    display "VENDMNT: SIGN-ON NOT COMPLETED"
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
    display "VENDMNT: OPERATOR " ws-operator-id
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
  move "VENDMNT" to rej-source.
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

end program vendmnt.
