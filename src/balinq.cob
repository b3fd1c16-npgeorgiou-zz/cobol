    select audit-file assign to "AUDIT.LOG"
        organization is line sequential
        file status is ws-audit-status.
    select inquiry-journal assign to "INQJRNL.DAT"
        organization is line sequential
        file status is ws-ij-status.
data division.
  file section.
  fd  bal-file.
  copy "balrec.cpy".
  fd  audit-file.
  copy "auditrec.cpy".
  fd  inquiry-journal.
  copy "inqjrnl.cpy".
  working-storage section.
    01 ws-bal-status      pic x(2) value "00".
    01 ws-bal-rel-key     pic 9(6) value 1.
    01 ws-audit-status    pic x(2) value "00".
    01 ws-ij-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-audit-eof       pic x(1) value "N".
        88 AUDIT-EOF      value "Y".
    01 ws-inq-action      pic x(1) value "Q".
    01 ws-page-rows        pic 9(2) value 10.
    01 ws-more-answer      pic x(1) value "Y".
        88 WANT-MORE       value "Y".
    01 ws-operator-id     pic x(20) value spaces.
    01 ws-so-request.
      05 so-program           pic x(8).
      05 so-operator-id       pic x(20).
      05 so-result            pic x(1).
          88 SO-SIGNED-ON      value "Y".
  screen section.
    *> Read-only companion to codemaint.cob's maintenance screen: the
    *> balance file and audit log are only ever OPEN INPUT here, so an
      05 line 13 column 1 pic x(40) from ws-inq-message.
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
  perform until INQ-QUIT
    display bal-inquiry-screen
    accept bal-inquiry-screen
    move spaces to ws-inq-message
    evaluate true
      when INQ-BALANCE
        perform write-inquiry-journal
        perform read-balance-record
      when INQ-ACTIVITY
        perform write-inquiry-journal
        perform page-audit-activity
      when INQ-QUIT
        continue
  close audit-file.
  move "END OF ACTIVITY" to ws-inq-message.

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
  move "BALINQ" to ij-screen.
  move "ACCT" to ij-key-type.
  move ws-inq-acct-id to ij-key-value.
  write inquiry-journal-record.
  close inquiry-journal.

operator-sign-on.
  *> The id the session carries is only a claim until opsignon.cob
  *> has checked the PIN behind it; from here on the program works
  *> under the id that signed on.
  move "BALINQ" to so-program.
  move ws-operator-id to so-operator-id.
  call "opsignon" using ws-so-request.
  if SO-SIGNED-ON
    move so-operator-id to ws-operator-id
  else
    display "BALINQ: SIGN-ON NOT COMPLETED"
    move 16 to return-code
  end-if.

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

end program balinq.
