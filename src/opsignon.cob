identification division.
  program-id. opsignon.
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
data division.
  file section.
  fd  oper-cred-file.
  copy "opercred.cpy".
  fd  security-log.
  copy "seclog.cpy".
  working-storage section.
    *> The sign-on every online screen CALLs before it does anything
    *> else: the operator keys their id and PIN, the PIN is checked
    *> against the hash on OPERCRED.DAT, and only the id that proved
    *> itself goes back to the caller - the id the caller's OPERAUTH
    *> check, maker-checker comparisons and history rows then use.
    *> Wrong PINs count across sessions; the limit locks the id until
    *> security resets it in credmnt.cob. An expired PIN, or one
    *> security issued, must be changed before the screen proceeds.
    *> Every outcome lands on SECLOG.DAT. No OPERCRED.DAT at all is a
    *> first run: the invoking operator chooses a PIN and is enrolled,
    *> the same self-seed idiom as OPERAUTH.DAT.
    01 ws-oc-status       pic x(2) value "00".
    01 ws-sl-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-oc-eof          pic x(1) value "N".
        88 OC-EOF         value "Y".
    01 ws-max-failures    pic 9(2) value 3.
    01 ws-pin-life-days   pic 9(3) value 90.
    01 ws-cred-file-found pic x(1) value "N".
    01 ws-cred-table.
      05 ws-cred-row occurs 500 times indexed by ws-cred-idx
                                   pic x(97).
    01 ws-cred-count      pic 9(3) value zero.
    01 ws-cred-found      pic x(1) value "N".
    01 ws-signon-state    pic x(1) value "P".
        88 SIGNON-PENDING  value "P".
        88 SIGNON-OK       value "Y".
        88 SIGNON-REFUSED  value "N".
    01 ws-pin-changed     pic x(1) value "N".
    01 ws-session-tries   pic 9(2) value zero.
    01 ws-change-tries    pic 9(2) value zero.
    01 ws-tries-left      pic 9(2) value zero.
    01 ws-entry-operator  pic x(20) value spaces.
    01 ws-entry-pin       pic x(8) value spaces.
    01 ws-new-pin         pic x(8) value spaces.
    01 ws-confirm-pin     pic x(8) value spaces.
    01 ws-pin-length      pic 9(2) value zero.
    01 ws-pin-valid       pic x(1) value "N".
    01 ws-pin-hash        pic 9(10) value zero.
    01 ws-signon-title    pic x(40) value spaces.
    01 ws-signon-message  pic x(60) value spaces.
    01 ws-now-timestamp   pic 9(14).
    01 ws-today-date      pic 9(8).
    01 ws-log-event       pic x(8).
    01 ws-log-detail      pic x(40).
  linkage section.
    01 so-request.
      05 so-program           pic x(8).
      05 so-operator-id       pic x(20).
      05 so-result            pic x(1).
          88 SO-SIGNED-ON      value "Y".
  screen section.
    01 signon-screen.
      05 blank screen.
      05 line 1 column 1 pic x(40) from ws-signon-title.
      05 line 3 column 1  value "OPERATOR ID:".
      05 line 3 column 14 pic x(20) using ws-entry-operator.
      05 line 4 column 1  value "PIN:".
      05 line 4 column 14 pic x(8) using ws-entry-pin secure.
      05 line 6 column 1 pic x(60) from ws-signon-message.
    01 pin-change-screen.
      05 blank screen.
      05 line 1 column 1 pic x(40) from ws-signon-title.
      05 line 3 column 1  value "OPERATOR ID:".
      05 line 3 column 14 pic x(20) from ws-entry-operator.
      05 line 4 column 1  value "NEW PIN (4-8 DIGITS):".
      05 line 4 column 23 pic x(8) using ws-new-pin secure.
      05 line 5 column 1  value "KEY IT AGAIN:".
      05 line 5 column 23 pic x(8) using ws-confirm-pin secure.
      05 line 7 column 1 pic x(60) from ws-signon-message.
procedure division using so-request.
main-paragraph.
  move "N" to so-result.
  move function current-date(1:14) to ws-now-timestamp.
  move ws-now-timestamp(1:8) to ws-today-date.
  perform load-credentials.
  if ws-cred-file-found not = "Y"
    perform first-run-enrollment
    goback
  end-if.
  move so-operator-id to ws-entry-operator.
  move zero to ws-session-tries.
  move spaces to ws-signon-message.
  set SIGNON-PENDING to true.
  perform until not SIGNON-PENDING
    move spaces to ws-signon-title
    string "OPERATOR SIGN-ON - " so-program delimited by size
        into ws-signon-title
    move spaces to ws-entry-pin
    display signon-screen
    accept signon-screen
    perform check-one-attempt
  end-perform.
  if SIGNON-OK
    move ws-entry-operator to so-operator-id
    move "Y" to so-result
  else
    display "OPSIGNON: SIGN-ON REFUSED FOR " ws-entry-operator
        " - " ws-signon-message
  end-if.
  goback.

check-one-attempt.
  *> An id with no credential, or one already locked, never reaches
  *> the PIN check - a locked id stays locked however many times the
  *> right PIN is keyed against it.
  add 1 to ws-session-tries.
  perform find-credential.
  if ws-cred-found not = "Y"
    move "NOCRED" to ws-log-event
    move "NO CREDENTIAL ON OPERCRED.DAT" to ws-log-detail
    perform write-security-log
    move "NO CREDENTIAL FOR THAT OPERATOR ID - SEE SECURITY"
        to ws-signon-message
    if ws-session-tries >= ws-max-failures
      set SIGNON-REFUSED to true
    end-if
    exit paragraph
  end-if.
  move ws-cred-row(ws-cred-idx) to oper-cred-record.
  if OC-LOCKED
    move "LOCKED" to ws-log-event
    move "ATTEMPT AGAINST A LOCKED ID" to ws-log-detail
    perform write-security-log
    move "OPERATOR ID IS LOCKED - SEE SECURITY TO RESET"
        to ws-signon-message
    set SIGNON-REFUSED to true
    exit paragraph
  end-if.
  call "pinhash" using ws-entry-operator, ws-entry-pin, ws-pin-hash.
  if ws-pin-hash not = oc-pin-hash
    perform record-wrong-pin
    exit paragraph
  end-if.
  move zero to oc-failed-count.
  if OC-MUST-CHANGE or oc-pin-expiry-date < ws-today-date
    if OC-MUST-CHANGE
      move "PIN ISSUED BY SECURITY - CHOOSE YOUR OWN"
          to ws-signon-title
    else
      move "PIN HAS EXPIRED - CHOOSE A NEW ONE" to ws-signon-title
    end-if
    perform change-pin-at-sign-on
    if ws-pin-changed not = "Y"
      perform save-credential-row
      move "PIN CHANGE NOT COMPLETED - SIGN-ON CANCELLED"
          to ws-signon-message
      set SIGNON-REFUSED to true
      exit paragraph
    end-if
  end-if.
  move ws-now-timestamp to oc-last-signon.
  perform save-credential-row.
  move "SIGNON" to ws-log-event.
  move spaces to ws-log-detail.
  perform write-security-log.
  set SIGNON-OK to true.

record-wrong-pin.
  add 1 to oc-failed-count.
  if oc-failed-count >= ws-max-failures
    set OC-LOCKED to true
    move ws-now-timestamp to oc-locked-timestamp
    perform save-credential-row
    move "LOCKOUT" to ws-log-event
    move spaces to ws-log-detail
    string "LOCKED AFTER " oc-failed-count " WRONG PIN(S)"
        delimited by size into ws-log-detail
    perform write-security-log
    move "TOO MANY WRONG PINS - OPERATOR ID NOW LOCKED, SEE SECURITY"
        to ws-signon-message
    set SIGNON-REFUSED to true
    exit paragraph
  end-if.
  perform save-credential-row.
  move "FAILED" to ws-log-event.
  move spaces to ws-log-detail.
  string "WRONG PIN " oc-failed-count " OF " ws-max-failures
      delimited by size into ws-log-detail.
  perform write-security-log.
  compute ws-tries-left = ws-max-failures - oc-failed-count.
  move spaces to ws-signon-message.
  string "WRONG PIN - " ws-tries-left " TRY(S) LEFT BEFORE LOCKOUT"
      delimited by size into ws-signon-message.
  if ws-session-tries >= ws-max-failures
    set SIGNON-REFUSED to true
  end-if.

change-pin-at-sign-on.
  *> The operator has just proved the old PIN; the new one is keyed
  *> twice, must be 4 to 8 digits and must differ from the old one.
  *> A blank new PIN gives up.
  move "N" to ws-pin-changed.
  move zero to ws-change-tries.
  move spaces to ws-signon-message.
  perform until ws-pin-changed = "Y"
      or ws-change-tries >= ws-max-failures
    add 1 to ws-change-tries
    move spaces to ws-new-pin
    move spaces to ws-confirm-pin
    display pin-change-screen
    accept pin-change-screen
    if ws-new-pin = spaces
      move ws-max-failures to ws-change-tries
    else
      perform validate-new-pin
      if ws-pin-valid = "Y"
        call "pinhash" using ws-entry-operator, ws-new-pin,
            ws-pin-hash
        if ws-pin-hash = oc-pin-hash
          move "NEW PIN MUST DIFFER FROM THE OLD ONE"
              to ws-signon-message
        else
          perform set-new-pin
        end-if
      end-if
    end-if
  end-perform.

validate-new-pin.
  move "N" to ws-pin-valid.
  if ws-new-pin not = ws-confirm-pin
    move "THE TWO ENTRIES DO NOT MATCH" to ws-signon-message
    exit paragraph
  end-if.
  move zero to ws-pin-length.
  inspect ws-new-pin tallying ws-pin-length
      for characters before initial space.
  if ws-pin-length < 4
    move "PIN MUST BE 4 TO 8 DIGITS" to ws-signon-message
    exit paragraph
  end-if.
  if ws-new-pin(1:ws-pin-length) not numeric
    move "PIN MUST BE DIGITS ONLY" to ws-signon-message
    exit paragraph
  end-if.
  if ws-pin-length < 8
    if ws-new-pin(ws-pin-length + 1:) not = spaces
      move "PIN MUST BE 4 TO 8 DIGITS, NO SPACES" to ws-signon-message
      exit paragraph
    end-if
  end-if.
  move "Y" to ws-pin-valid.

set-new-pin.
  move ws-pin-hash to oc-pin-hash.
  move ws-today-date to oc-pin-set-date.
  compute oc-pin-expiry-date = function date-of-integer(
      function integer-of-date(ws-today-date) + ws-pin-life-days).
  set OC-ACTIVE to true.
  move "Y" to ws-pin-changed.
  move "PINCHG" to ws-log-event.
  move spaces to ws-log-detail.
  string "EXPIRES " oc-pin-expiry-date delimited by size
      into ws-log-detail.
  perform write-security-log.

first-run-enrollment.
  *> No credential file yet: the invoking operator picks the first
  *> PIN and signs on; everyone after is enrolled by security.
  move so-operator-id to ws-entry-operator.
  move spaces to oper-cred-record.
  move ws-entry-operator to oc-operator-id.
  move zero to oc-pin-hash.
  move zero to oc-failed-count.
  move zero to oc-locked-timestamp.
  move zero to oc-last-signon.
  move ws-entry-operator to oc-maintained-by.
  set OC-MUST-CHANGE to true.
  move "FIRST SIGN-ON - CHOOSE YOUR PIN" to ws-signon-title.
  perform change-pin-at-sign-on.
  if ws-pin-changed not = "Y"
    display "OPSIGNON: NO PIN CHOSEN - SIGN-ON CANCELLED"
    exit paragraph
  end-if.
  move ws-now-timestamp to oc-last-signon.
  move zero to ws-cred-count.
  add 1 to ws-cred-count.
  set ws-cred-idx to ws-cred-count.
  perform save-credential-row.
  move "ENROLL" to ws-log-event.
  move "FIRST-RUN SELF-SEED" to ws-log-detail.
  perform write-security-log.
  move "SIGNON" to ws-log-event.
  move spaces to ws-log-detail.
  perform write-security-log.
  move ws-entry-operator to so-operator-id.
  move "Y" to so-result.

load-credentials.
  move zero to ws-cred-count.
  move "N" to ws-cred-file-found.
  move "N" to ws-oc-eof.
  open input oper-cred-file.
  if ws-oc-status = "35"
    close oper-cred-file
    exit paragraph
  end-if.
  move "OPERCRED.DAT" to ws-abend-file-name.
  move ws-oc-status to ws-abend-status.
  perform check-file-status.
  move "Y" to ws-cred-file-found.
  read oper-cred-file
    at end set OC-EOF to true
  end-read.
  perform until OC-EOF
    if ws-cred-count < 500
      add 1 to ws-cred-count
      move oper-cred-record to ws-cred-row(ws-cred-count)
    else
      display "OPSIGNON: CREDENTIAL TABLE FULL AT 500 - OPERCRED.DAT HAS MORE"
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
        and ws-cred-row(ws-cred-idx)(1:20) = ws-entry-operator
      move "Y" to ws-cred-found
  end-search.

save-credential-row.
  *> The counter has to survive the session, so every change goes
  *> straight back to disk - the whole file, the authmnt.cob way.
  move oper-cred-record to ws-cred-row(ws-cred-idx).
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
  perform find-credential.
  move ws-cred-row(ws-cred-idx) to oper-cred-record.

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
  move ws-entry-operator to sl-operator-id.
  move ws-log-event to sl-event.
  move so-program to sl-program.
  move ws-entry-operator to sl-actor.
  move ws-log-detail to sl-detail.
  write security-log-record.
  close security-log.

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

end program opsignon.
