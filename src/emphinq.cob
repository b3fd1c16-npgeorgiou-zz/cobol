    select inquiry-report assign to "EMPHINQ.RPT"
        organization is line sequential
        file status is ws-inqrpt-status.
    select inquiry-journal assign to "INQJRNL.DAT"
        organization is line sequential
        file status is ws-ij-status.
data division.
  file section.
  fd  emp-history-file.
    05 inq-as-of-date          pic 9(8).
  fd  inquiry-report.
  01 inquiry-report-line       pic x(132).
  fd  inquiry-journal.
  copy "inqjrnl.cpy".
  working-storage section.
    01 ws-eh-status       pic x(2) value "00".
    01 ws-inq-status      pic x(2) value "00".
    01 ws-inqrpt-status   pic x(2) value "00".
    01 ws-ij-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-eh-eof          pic x(1) value "N".
  *> when - the question the raw master file can never answer because
  *> it is rewritten in place.
  perform read-inquiry-control.
  perform write-inquiry-journal.
  perform replay-history-rows.
  perform write-inquiry-report.
  display "EMPHINQ: " ws-applied-count " HISTORY ROW(S) APPLIED FOR EMP "
  end-if.
  close inquiry-report.

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
  accept ij-operator-id from environment "USER".
  if ij-operator-id = spaces
    move "UNKNOWN" to ij-operator-id
  end-if.
  move "EMPHINQ" to ij-screen.
  move "EMP" to ij-key-type.
  move ws-target-emp-id to ij-key-value.
  write inquiry-journal-record.
  close inquiry-journal.

check-file-status.
  *> Shared by every OPEN above: a status other than "00" (success)
  *> that the caller didn't already recover from (a first-run "35")
