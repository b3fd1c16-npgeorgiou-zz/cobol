    select asof-report assign to "ASOFINQ.RPT"
        organization is line sequential
        file status is ws-rpt-status.
    select inquiry-journal assign to "INQJRNL.DAT"
        organization is line sequential
        file status is ws-ij-status.
data division.
  file section.
  fd  asof-request-ctl.
  01 audit-archive-line        pic x(132).
  fd  asof-report.
  01 asof-report-line          pic x(132).
  fd  inquiry-journal.
  copy "inqjrnl.cpy".
  working-storage section.
    01 ws-req-status      pic x(2) value "00".
    01 ws-audit-status    pic x(2) value "00".
    01 ws-gen-status      pic x(2) value "00".
    01 ws-arch-status     pic x(2) value "00".
    01 ws-rpt-status      pic x(2) value "00".
    01 ws-ij-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-req-eof         pic x(1) value "N".
  perform until REQ-EOF
    move aq-acct-id to ws-req-acct-id
    move aq-asof-date to ws-req-asof-date
    perform write-inquiry-journal
    perform reconstruct-one-request
    read asof-request-ctl
      at end set REQ-EOF to true
    write asof-report-line
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
  accept ij-operator-id from environment "USER".
  if ij-operator-id = spaces
    move "UNKNOWN" to ij-operator-id
  end-if.
  move "ASOFINQ" to ij-screen.
  move "ACCT" to ij-key-type.
  move ws-req-acct-id to ij-key-value.
  write inquiry-journal-record.
  close inquiry-journal.

check-file-status.
  *> Shared by every OPEN above: a status other than "00" (success)
  *> that the caller didn't already recover from (a first-run "35")
