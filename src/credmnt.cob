identification division.
  program-id. credmnt.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select oper-cred-file assign to "OPERCRED.DAT"
        organization is line sequential
        file status is ws-oc-status.
    select security-log assign to "SECLOG.DAT"
        organization is line sequential
        file status is ws-sl-status.
    select oper-auth-file assign to "OPERAUTH.DAT"
        organization is line sequential
        file status is ws-oa-status.
    select reject-file assign to "REJECT.DAT"
        organization is line sequential
        file status is ws-rej-status.
data division.
  file section.
  fd  oper-cred-file.
  copy "opercred.cpy".
  fd  security-log.
  copy "seclog.cpy".
  fd  oper-auth-file.
  copy "operauth.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".
  working-storage section.
    01 ws-oc-status       pic x(2) value "00".
    01 ws-sl-status       pic x(2) value "00".
    01 ws-oa-status       pic x(2) value "00".
    01 ws-rej-status      pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-oc-eof          pic x(1) value "N".
        88 OC-EOF         value "Y".
    01 ws-oa-eof          pic x(1) value "N".
        88 OA-EOF         value "Y".
    01 ws-maint-action    pic x(1) value "Q".
        88 MAINT-ENROLL    value "E".
        88 MAINT-RESET     value "R".
        88 MAINT-LIST      value "L".
        88 MAINT-QUIT      value "Q".
    01 ws-sel-operator    pic x(20) value spaces.
    01 ws-sel-pin         pic x(8) value spaces.
    01 ws-sel-reason      pic x(30) value spaces.
    01 ws-maint-message   pic x(60) value spaces.
    01 ws-operator-id     pic x(20) value spaces.
    01 ws-oa-authorized   pic x(1) value "N".
        88 OA-AUTHORIZED  value "Y".
    01 ws-oa-function     pic x(8) value "CREDMNT".
    01 ws-so-request.
      05 so-program           pic x(8).
      05 so-operator-id       pic x(20).
      05 so-result            pic x(1).
          88 SO-SIGNED-ON      value "Y".
    01 ws-cred-table.
      05 ws-cred-row occurs 500 times indexed by ws-cred-idx
                                   pic x(97).
    01 ws-cred-count      pic 9(3) value zero.
    01 ws-cred-found      pic x(1) value "N".
    01 ws-pin-length      pic 9(2) value zero.
    01 ws-pin-valid       pic x(1) value "N".
    01 ws-pin-hash        pic 9(10) value zero.
    01 ws-now-timestamp   pic 9(14).
    01 ws-log-event       pic x(8).
  screen section.
    *> Security's side of the sign-on: enroll an operator with a
    *> temporary PIN, or reset a locked or forgotten one - either way
    *> the PIN issued here must be changed at the operator's next
    *> sign-on, so security never knows a PIN in use. Every enroll and
    *> reset lands on SECLOG.DAT with who did it and why, next to the
    *> sign-ons and lockouts themselves.
    01 cred-maint-screen.
      05 blank screen.
      05 line 1 column 1 value "OPERATOR CREDENTIAL MAINTENANCE".
      05 line 3 column 1  value "OPERATOR ID:".
      05 line 3 column 14 pic x(20) using ws-sel-operator.
      05 line 4 column 1  value "TEMP PIN:".
      05 line 4 column 14 pic x(8) using ws-sel-pin secure.
      05 line 5 column 1  value "REASON:".
      05 line 5 column 14 pic x(30) using ws-sel-reason.
      05 line 7 column 1
          value "ACTION (E=ENROLL, R=RESET/UNLOCK, L=LIST, Q=QUIT):".
      05 line 7 column 52 pic x(1) using ws-maint-action.
      05 line 9 column 1 pic x(60) from ws-maint-message.
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
  perform until MAINT-QUIT
    move spaces to ws-maint-message
    move spaces to ws-sel-pin
    display cred-maint-screen
    accept cred-maint-screen
    evaluate true
      when MAINT-ENROLL
        perform enroll-operator
      when MAINT-RESET
        perform reset-operator
      when MAINT-LIST
        perform list-credentials
      when MAINT-QUIT
        continue
      when other
        move "UNKNOWN ACTION" to ws-maint-message
    end-evaluate
  end-perform.
  goback.

operator-sign-on.
  move "CREDMNT" to so-program.
  move ws-operator-id to so-operator-id.
  call "opsignon" using ws-so-request.
  if SO-SIGNED-ON
    move so-operator-id to ws-operator-id
  else
    move 16 to return-code
  end-if.

enroll-operator.
  if ws-sel-operator = spaces
    move "KEY THE OPERATOR ID FIRST" to ws-maint-message
    exit paragraph
  end-if.
  if ws-sel-reason = spaces
    move "AN ENROLLMENT NEEDS A REASON" to ws-maint-message
    exit paragraph
  end-if.
  perform validate-temp-pin.
  if ws-pin-valid not = "Y"
    exit paragraph
  end-if.
  perform load-credentials.
  perform find-credential.
  if ws-cred-found = "Y"
    move "ALREADY ENROLLED - USE R TO RESET" to ws-maint-message
    exit paragraph
  end-if.
  if ws-cred-count >= 500
    move "CREDENTIAL TABLE FULL AT 500" to ws-maint-message
    exit paragraph
  end-if.
  add 1 to ws-cred-count.
  set ws-cred-idx to ws-cred-count.
  move spaces to oper-cred-record.
  move ws-sel-operator to oc-operator-id.
  move zero to oc-last-signon.
  perform issue-temporary-pin.
  move "ENROLL" to ws-log-event.
  perform write-security-log.
  move "ENROLLED - PIN MUST BE CHANGED AT FIRST SIGN-ON"
      to ws-maint-message.

reset-operator.
  *> A reset clears the lockout and the failure count along with the
  *> PIN. Security cannot reset their own id - that goes through a
  *> second security officer like any other maker-checker change.
  if ws-sel-operator = spaces
    move "KEY THE OPERATOR ID FIRST" to ws-maint-message
    exit paragraph
  end-if.
  if ws-sel-operator = ws-operator-id
    move "YOUR OWN ID IS RESET BY ANOTHER SECURITY OFFICER"
        to ws-maint-message
    exit paragraph
  end-if.
  if ws-sel-reason = spaces
    move "A RESET NEEDS A REASON" to ws-maint-message
    exit paragraph
  end-if.
  perform validate-temp-pin.
  if ws-pin-valid not = "Y"
    exit paragraph
  end-if.
  perform load-credentials.
  perform find-credential.
  if ws-cred-found not = "Y"
    move "NOT ENROLLED - USE E TO ENROLL" to ws-maint-message
    exit paragraph
  end-if.
  move ws-cred-row(ws-cred-idx) to oper-cred-record.
  perform issue-temporary-pin.
  move "RESET" to ws-log-event.
  perform write-security-log.
  move "RESET - PIN MUST BE CHANGED AT NEXT SIGN-ON"
      to ws-maint-message.

issue-temporary-pin.
  move function current-date(1:14) to ws-now-timestamp.
  call "pinhash" using ws-sel-operator, ws-sel-pin, ws-pin-hash.
  move ws-pin-hash to oc-pin-hash.
  move ws-now-timestamp(1:8) to oc-pin-set-date.
  move ws-now-timestamp(1:8) to oc-pin-expiry-date.
  move zero to oc-failed-count.
  set OC-MUST-CHANGE to true.
  move zero to oc-locked-timestamp.
  move ws-operator-id to oc-maintained-by.
  move oper-cred-record to ws-cred-row(ws-cred-idx).
  perform rewrite-credentials.

validate-temp-pin.
  move "N" to ws-pin-valid.
  move zero to ws-pin-length.
  inspect ws-sel-pin tallying ws-pin-length
      for characters before initial space.
  if ws-pin-length < 4
    move "TEMP PIN MUST BE 4 TO 8 DIGITS" to ws-maint-message
    exit paragraph
  end-if.
  if ws-sel-pin(1:ws-pin-length) not numeric
    move "TEMP PIN MUST BE DIGITS ONLY" to ws-maint-message
    exit paragraph
  end-if.
  if ws-pin-length < 8
    if ws-sel-pin(ws-pin-length + 1:) not = spaces
      move "TEMP PIN MUST BE 4 TO 8 DIGITS, NO SPACES"
          to ws-maint-message
      exit paragraph
    end-if
  end-if.
  move "Y" to ws-pin-valid.

list-credentials.
  perform load-credentials.
  if ws-cred-count = zero
    move "NO OPERCRED FILE ON DISK" to ws-maint-message
    exit paragraph
  end-if.
  perform varying ws-cred-idx from 1 by 1
      until ws-cred-idx > ws-cred-count
    move ws-cred-row(ws-cred-idx) to oper-cred-record
    display "OPERATOR=" oc-operator-id " STATUS=" oc-status
        " FAILED=" oc-failed-count " PIN-EXPIRES=" oc-pin-expiry-date
        " LAST-SIGNON=" oc-last-signon
  end-perform.
  move "END OF CREDENTIAL LIST" to ws-maint-message.

load-credentials.
  move zero to ws-cred-count.
  move "N" to ws-oc-eof.
  open input oper-cred-file.
  if ws-oc-status = "35"
    close oper-cred-file
    exit paragraph
  end-if.
  move "OPERCRED.DAT" to ws-abend-file-name.
  move ws-oc-status to ws-abend-status.
  perform check-file-status.
  read oper-cred-file
    at end set OC-EOF to true
  end-read.
  perform until OC-EOF
    if ws-cred-count < 500
      add 1 to ws-cred-count
      move oper-cred-record to ws-cred-row(ws-cred-count)
    else
      display "CREDMNT: CREDENTIAL TABLE FULL AT 500 - OPERCRED.DAT HAS MORE"
      set OC-EOF to true
    end-if
    read oper-cred-file
      at end set OC-EOF to true
    end-read
  end-perform.
  close oper-cred-file.

find-credential.
  move "N" to ws-cred-found.
  set ws-cred-idx to 1.
  search ws-cred-row
    at end continue
    when ws-cred-idx <= ws-cred-count
        and ws-cred-row(ws-cred-idx)(1:20) = ws-sel-operator
      move "Y" to ws-cred-found
  end-search.

rewrite-credentials.
  open output oper-cred-file.
  move "OPERCRED.DAT" to ws-abend-file-name.
  move ws-oc-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-cred-idx from 1 by 1
      until ws-cred-idx > ws-cred-count
    move ws-cred-row(ws-cred-idx) to oper-cred-record
    write oper-cred-record
  end-perform.
  close oper-cred-file.

write-security-log.
  open extend security-log.
  if ws-sl-status = "35"
    open output security-log
  end-if.
  move "SECLOG.DAT" to ws-abend-file-name.
  move ws-sl-status to ws-abend-status.
  perform check-file-status.
  move spaces to security-log-record.
  move ws-now-timestamp to sl-timestamp.
  move ws-sel-operator to sl-operator-id.
  move ws-log-event to sl-event.
  move "CREDMNT" to sl-program.
  move ws-operator-id to sl-actor.
  move ws-sel-reason to sl-detail.
  write security-log-record.
  close security-log.

verify-operator-authority.
  *> Same check-then-bootstrap idiom as rejfix.cob, under this
  *> program's own CREDMNT function code.
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
    display "CREDMNT: OPERATOR " ws-operator-id
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
  move "CREDMNT" to rej-source.
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

end program credmnt.
