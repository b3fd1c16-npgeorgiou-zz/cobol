identification division.
  program-id. tcpndrpt.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select tc-pending-file assign to "TCPEND.DAT"
        organization is line sequential
        file status is ws-tp-status.
    select tc-sort-work assign to "TCPSORT.WRK".
    select tc-sorted-file assign to "TCPSORT.DAT"
        organization is line sequential
        file status is ws-sorted-status.
    select employee-file assign to "EMPMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-emp-rel-key
        file status is ws-emp-status.
    select pending-report assign to "TCPEND.RPT"
        organization is line sequential
        file status is ws-tr-status.
data division.
  file section.
  fd  tc-pending-file.
  01 tc-pending-raw             pic x(119).
  sd  tc-sort-work.
  01 sort-tcp-record.
    05 sort-card-id             pic 9(6).
    05 sort-status              pic x(1).
    05 sort-emp-id              pic 9(6).
    05 sort-work-date           pic 9(8).
    05 filler                   pic x(14).
    05 sort-supervisor-id       pic 9(6).
    05 filler                   pic x(78).
  fd  tc-sorted-file.
  copy "tcpend.cpy".
  fd  employee-file.
  copy "empmast.cpy".
  fd  pending-report.
  01 pending-report-line        pic x(132).
  working-storage section.
    01 ws-tp-status       pic x(2) value "00".
    01 ws-sorted-status   pic x(2) value "00".
    01 ws-emp-status      pic x(2) value "00".
    01 ws-emp-rel-key     pic 9(6) value 1.
    01 ws-tr-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-srt-eof         pic x(1) value "N".
        88 SRT-EOF        value "Y".

    *> Which cards the current pass lists.
    01 ws-section         pic x(1).
        88 SECTION-PENDING  value "P".
        88 SECTION-RETURNED value "R".
    01 ws-group-supv      pic 9(6) value zero.
    01 ws-group-open      pic x(1) value "N".
    01 ws-grp-cards       pic 9(5) value zero.
    01 ws-grp-hours       pic 9(7)v99 value zero.
    01 ws-sec-cards       pic 9(5) value zero.
    01 ws-sec-hours       pic 9(7)v99 value zero.
    01 ws-emp-name        pic x(30).
    01 ws-days-waiting    pic 9(5) value zero.
    01 ws-oldest-days     pic 9(5) value zero.
    01 ws-pending-cards   pic 9(5) value zero.
    01 ws-returned-cards  pic 9(5) value zero.
    01 ws-today-date      pic 9(8).
    01 ws-hours-edit      pic z9.99.
    01 ws-total-edit      pic z(6)9.99.
    01 ws-days-edit       pic zzzz9.
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Timecards still waiting on TCPEND.DAT, listed under the
  *> supervisor who has to approve them, in work-date order within
  *> each employee - run ahead of the timecard.cob labor distribution
  *> cutoff so every supervisor can clear their queue before it. Cards
  *> with no supervisor on the master list under NONE ASSIGNED for HR
  *> to fix. A second section lists cards returned for correction
  *> that have not come back yet, with the supervisor's reason.
  *> RETURN-CODE 4 when any card is still waiting.
  perform load-report-stamp.
  perform open-pending-report.
  open input tc-pending-file.
  if ws-tp-status = "35"
    close tc-pending-file
    move spaces to pending-report-line
    move "NO TCPEND.DAT - NO TIMECARDS TAKEN FOR APPROVAL YET"
        to pending-report-line
    write pending-report-line
  else
    close tc-pending-file
    open input employee-file
    move "P" to ws-section
    perform write-pending-section
    move "R" to ws-section
    perform write-pending-section
    if ws-emp-status = "00"
      close employee-file
    end-if
  end-if.
  close pending-report.
  display "TCPNDRPT: " ws-pending-cards " CARD(S) AWAITING APPROVAL, "
      ws-returned-cards " RETURNED FOR CORRECTION".
  if ws-pending-cards not = zero and return-code = zero
    move 4 to return-code
  end-if.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "TCPNDRPT" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

open-pending-report.
  open extend pending-report.
  if ws-tr-status = "35"
    open output pending-report
  end-if.
  move "TCPEND.RPT" to ws-abend-file-name.
  move ws-tr-status to ws-abend-status.
  perform check-file-status.
  move spaces to pending-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into pending-report-line.
  write pending-report-line.

write-pending-section.
  sort tc-sort-work on ascending key sort-supervisor-id sort-emp-id
      sort-work-date sort-card-id
      using tc-pending-file
      giving tc-sorted-file.
  move spaces to pending-report-line.
  if SECTION-PENDING
    string "TIMECARDS AWAITING SUPERVISOR APPROVAL AS OF " ws-today-date
        " - UNAPPROVED CARDS DO NOT POST" delimited by size
        into pending-report-line
  else
    string "TIMECARDS RETURNED FOR CORRECTION, NOT YET RESUBMITTED"
        delimited by size into pending-report-line
  end-if.
  write pending-report-line.
  move zero to ws-sec-cards.
  move zero to ws-sec-hours.
  move "N" to ws-group-open.
  move "N" to ws-srt-eof.
  open input tc-sorted-file.
  move "TCPSORT.DAT" to ws-abend-file-name.
  move ws-sorted-status to ws-abend-status.
  perform check-file-status.
  read tc-sorted-file
    at end set SRT-EOF to true
  end-read.
  perform until SRT-EOF
    if tp-status = ws-section
      perform list-pending-card
    end-if
    read tc-sorted-file
      at end set SRT-EOF to true
    end-read
  end-perform.
  close tc-sorted-file.
  if ws-group-open = "Y"
    perform write-supervisor-total
  end-if.
  move ws-sec-hours to ws-total-edit.
  move spaces to pending-report-line.
  if SECTION-PENDING
    move ws-oldest-days to ws-days-edit
    string "  TOTAL CARDS=" ws-sec-cards " HOURS=" ws-total-edit
        " OLDEST WAITING=" ws-days-edit " DAY(S)" delimited by size
        into pending-report-line
  else
    string "  TOTAL CARDS=" ws-sec-cards " HOURS=" ws-total-edit
        delimited by size into pending-report-line
  end-if.
  write pending-report-line.

list-pending-card.
  if ws-group-open = "Y" and tp-supervisor-id not = ws-group-supv
    perform write-supervisor-total
  end-if.
  if ws-group-open not = "Y"
    move tp-supervisor-id to ws-group-supv
    move "Y" to ws-group-open
    move zero to ws-grp-cards
    move zero to ws-grp-hours
    move spaces to pending-report-line
    if ws-group-supv = zero
      move "SUPERVISOR=NONE ASSIGNED" to pending-report-line
    else
      move ws-group-supv to ws-emp-rel-key
      perform find-employee-name
      string "SUPERVISOR=" ws-group-supv " " ws-emp-name
          delimited by size into pending-report-line
    end-if
    write pending-report-line
  end-if.
  add 1 to ws-grp-cards.
  add tp-hours to ws-grp-hours.
  add 1 to ws-sec-cards.
  add tp-hours to ws-sec-hours.
  move tp-emp-id to ws-emp-rel-key.
  perform find-employee-name.
  move tp-hours to ws-hours-edit.
  move spaces to pending-report-line.
  if SECTION-PENDING
    add 1 to ws-pending-cards
    move zero to ws-days-waiting
    if tp-entered-date numeric and tp-entered-date not > ws-today-date
        and tp-entered-date not = zero
      compute ws-days-waiting =
          function integer-of-date(ws-today-date)
          - function integer-of-date(tp-entered-date)
    end-if
    if ws-days-waiting > ws-oldest-days
      move ws-days-waiting to ws-oldest-days
    end-if
    move ws-days-waiting to ws-days-edit
    string "  CARD=" tp-card-id " EMP=" tp-emp-id " " ws-emp-name
        " WORK=" tp-work-date " HOURS=" ws-hours-edit
        " CC=" tp-charged-cc " PROJ=" tp-project-no
        " WAITING=" ws-days-edit delimited by size
        into pending-report-line
  else
    add 1 to ws-returned-cards
    string "  CARD=" tp-card-id " EMP=" tp-emp-id " " ws-emp-name
        " WORK=" tp-work-date " HOURS=" ws-hours-edit
        " BY=" tp-reviewer-id(1:8) " REASON=" tp-reject-reason
        delimited by size into pending-report-line
  end-if.
  write pending-report-line.

find-employee-name.
  move spaces to ws-emp-name.
  if ws-emp-status = "00"
    read employee-file
      invalid key move "(NOT ON MASTER)" to ws-emp-name
      not invalid key move emp-name to ws-emp-name
    end-read
  end-if.

write-supervisor-total.
  move ws-grp-hours to ws-total-edit.
  move spaces to pending-report-line.
  string "    SUPERVISOR TOTAL CARDS=" ws-grp-cards
      " HOURS=" ws-total-edit delimited by size
      into pending-report-line.
  write pending-report-line.
  move "N" to ws-group-open.

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

end program tcpndrpt.
