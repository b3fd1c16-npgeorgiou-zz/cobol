        access mode is dynamic
        relative key is ws-ea-rel-key
        file status is ws-ea-status.
    select inquiry-journal assign to "INQJRNL.DAT"
        organization is line sequential
        file status is ws-ij-status.
data division.
  file section.
  fd  emp-address-file.
  copy "empaddr.cpy".
  fd  inquiry-journal.
  copy "inqjrnl.cpy".
  working-storage section.
    01 ws-ea-rel-key      pic 9(6) value 1.
    01 ws-ea-status       pic x(2) value "00".
    01 ws-ij-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-maint-action    pic x(1) value "Q".
        88 MAINT-QUIT      value "Q".
    01 ws-maint-emp-id     pic 9(6) value zero.
    01 ws-maint-message    pic x(40) value spaces.
    01 ws-operator-id     pic x(20) value spaces.
    01 ws-so-request.
      05 so-program           pic x(8).
      05 so-operator-id       pic x(20).
      05 so-result            pic x(1).
          88 SO-SIGNED-ON      value "Y".
  screen section.
    *> Same operator-screen pattern as codemaint.cob: key the employee
    *> id, inquire to pull the current address up, save to add or
      05 line 13 column 1 pic x(40) from ws-maint-message.
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
  perform open-address-file.
  perform until MAINT-QUIT
    move spaces to ws-maint-message
  perform check-file-status.

inquire-address.
  perform write-inquiry-journal.
  move ws-maint-emp-id to ws-ea-rel-key.
  read emp-address-file
    invalid key
    move "ADDRESS SAVED" to ws-maint-message
  end-if.

write-inquiry-journal.
  *> Every look is journalled to INQJRNL.DAT - operator, time, screen
  *> and key - so the privacy officer can answer who viewed what.
  open extend inquiry-journal.
  if ws-ij-status = "35"
    open output inquiry-journal
  end-if.
  move "INQJRNL.DAT" to ws-abend-file-name.
  move ws-ij-status to ws-abend-status.
  perform check-file-status.
  move spaces to inquiry-journal-record.
  move function current-date(1:14) to ij-timestamp.
  move ws-operator-id to ij-operator-id.
  move "ADDRMNT" to ij-screen.
  move "EMP" to ij-key-type.
  move ws-maint-emp-id to ij-key-value.
  write inquiry-journal-record.
  close inquiry-journal.

operator-sign-on.
  *> The id the session carries is only a claim until opsignon.cob
  *> has checked the PIN behind it; from here on the program works
  *> under the id that signed on.
  move "ADDRMNT" to so-program.
  move ws-operator-id to so-operator-id.
  call "opsignon" using ws-so-request.
  if SO-SIGNED-ON
    move so-operator-id to ws-operator-id
  else
    display "ADDRMNT: SIGN-ON NOT COMPLETED"
    move 16 to return-code
  end-if.

check-file-status.
  *> Shared by every OPEN above: a status other than "00" (success)
  *> that the caller didn't already recover from (a first-run "35")
