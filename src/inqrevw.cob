identification division.
  program-id. inqrevw.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select inquiry-journal assign to "INQJRNL.DAT"
        organization is line sequential
        file status is ws-ij-status.
    select review-ctl assign to "INQREVW.CTL"
        organization is line sequential
        file status is ws-irc-status.
    select operator-emp-file assign to "OPEREMP.DAT"
        organization is line sequential
        file status is ws-oe-status.
    select review-report assign to "INQREVW.RPT"
        organization is line sequential
        file status is ws-irr-status.
data division.
  file section.
  fd  inquiry-journal.
  copy "inqjrnl.cpy".
*> Review thresholds: the look-back window in days and how many
*> distinct employee records one operator may open in it before the
*> review flags the operator as browsing. Seeded 7 / 25.
  fd  review-ctl.
  01 review-ctl-record.
    05 irc-window-days         pic 9(3).
    05 filler                  pic x(1).
    05 irc-emp-threshold       pic 9(5).
*> Operator sign-on to employee number, kept by security alongside
*> OPERAUTH.DAT, so a look at one's own EMP-ID record can be seen.
  fd  operator-emp-file.
  01 operator-emp-record.
    05 oe-operator-id          pic x(20).
    05 filler                  pic x(1).
    05 oe-emp-id               pic 9(6).
  fd  review-report.
  01 review-report-line        pic x(132).
  working-storage section.
    01 ws-ij-status       pic x(2) value "00".
    01 ws-irc-status      pic x(2) value "00".
    01 ws-oe-status       pic x(2) value "00".
    01 ws-irr-status      pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-ij-eof          pic x(1) value "N".
        88 IJ-EOF         value "Y".
    01 ws-oe-eof          pic x(1) value "N".
        88 OE-EOF         value "Y".

    01 ws-window-days     pic 9(3) value 7.
    01 ws-emp-threshold   pic 9(5) value 25.
    01 ws-today-date      pic 9(8).
    01 ws-window-start    pic 9(8).
    01 ws-window-integer  pic 9(7).

    *> Per-operator activity inside the window.
    01 ws-operator-table.
      05 ws-opt-entry occurs 200 times indexed by ws-opt-idx.
        10 opt-operator-id       pic x(20).
        10 opt-views             pic 9(6).
        10 opt-acct-views        pic 9(6).
        10 opt-emp-views         pic 9(6).
        10 opt-distinct-emps     pic 9(5).
        10 opt-self-views        pic 9(5).
    01 ws-opt-count       pic 9(3) value zero.
    01 ws-opt-found-idx   pic 9(3) value zero.
    *> Distinct operator/employee pairs, for the browsing count.
    01 ws-pair-table.
      05 ws-par-entry occurs 5000 times indexed by ws-par-idx.
        10 par-operator-id       pic x(20).
        10 par-emp-id            pic 9(6).
    01 ws-par-count       pic 9(4) value zero.
    01 ws-par-found       pic x(1).
    01 ws-oper-emp-table.
      05 ws-oet-entry occurs 500 times indexed by ws-oet-idx.
        10 oet-operator-id       pic x(20).
        10 oet-emp-id            pic 9(6).
    01 ws-oet-count       pic 9(3) value zero.
    01 ws-own-emp-id      pic 9(6).

    01 ws-rows-in-window  pic 9(7) value zero.
    01 ws-browse-flags    pic 9(5) value zero.
    01 ws-self-flags      pic 9(5) value zero.
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Weekly inquiry access review off INQJRNL.DAT: every operator's
  *> looks in the window, flagging an operator who opened more
  *> distinct employee records than INQREVW.CTL allows and every look
  *> at an operator's own EMP-ID record (per OPEREMP.DAT).
  perform load-report-stamp.
  perform load-review-control.
  perform load-operator-employees.
  perform open-review-report.
  perform scan-inquiry-journal.
  if return-code not = zero
    close review-report
    goback
  end-if.
  perform write-operator-summary.
  display "INQREVW: " ws-rows-in-window " INQUIRY ROW(S), "
      ws-browse-flags " BROWSING FLAG(S), " ws-self-flags
      " SELF-VIEW(S)".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "INQREVW" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

load-review-control.
  open input review-ctl.
  if ws-irc-status = "35"
    open output review-ctl
    move spaces to review-ctl-record
    move ws-window-days to irc-window-days
    move ws-emp-threshold to irc-emp-threshold
    write review-ctl-record
    close review-ctl
    open input review-ctl
  end-if.
  move "INQREVW.CTL" to ws-abend-file-name.
  move ws-irc-status to ws-abend-status.
  perform check-file-status.
  read review-ctl
    at end continue
    not at end
      if irc-window-days numeric and irc-window-days > zero
        move irc-window-days to ws-window-days
      end-if
      if irc-emp-threshold numeric
        move irc-emp-threshold to ws-emp-threshold
      end-if
  end-read.
  close review-ctl.
  compute ws-window-integer =
      function integer-of-date(ws-today-date) - ws-window-days.
  move function date-of-integer(ws-window-integer) to ws-window-start.

load-operator-employees.
  move zero to ws-oet-count.
  move "N" to ws-oe-eof.
  open input operator-emp-file.
  if ws-oe-status = "35"
    close operator-emp-file
    exit paragraph
  end-if.
  move "OPEREMP.DAT" to ws-abend-file-name.
  move ws-oe-status to ws-abend-status.
  perform check-file-status.
  read operator-emp-file
    at end set OE-EOF to true
  end-read.
  perform until OE-EOF
    if ws-oet-count < 500
      add 1 to ws-oet-count
      move oe-operator-id to oet-operator-id(ws-oet-count)
      move oe-emp-id to oet-emp-id(ws-oet-count)
    end-if
    read operator-emp-file
      at end set OE-EOF to true
    end-read
  end-perform.
  close operator-emp-file.

open-review-report.
  open extend review-report.
  if ws-irr-status = "35"
    open output review-report
  end-if.
  move "INQREVW.RPT" to ws-abend-file-name.
  move ws-irr-status to ws-abend-status.
  perform check-file-status.
  move spaces to review-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into review-report-line.
  write review-report-line.
  move spaces to review-report-line.
  string "INQUIRY ACCESS REVIEW " ws-window-start " THRU " ws-today-date
      " EMPLOYEE BROWSE THRESHOLD=" ws-emp-threshold
      into review-report-line.
  write review-report-line.

scan-inquiry-journal.
  move "N" to ws-ij-eof.
  open input inquiry-journal.
  if ws-ij-status = "35"
    close inquiry-journal
    exit paragraph
  end-if.
  move "INQJRNL.DAT" to ws-abend-file-name.
  move ws-ij-status to ws-abend-status.
  perform check-file-status.
  read inquiry-journal
    at end set IJ-EOF to true
  end-read.
  perform until IJ-EOF
    if ij-timestamp(1:8) > ws-window-start
        and ij-timestamp(1:8) <= ws-today-date
      perform review-one-row
    end-if
    read inquiry-journal
      at end set IJ-EOF to true
    end-read
  end-perform.
  close inquiry-journal.

review-one-row.
  add 1 to ws-rows-in-window.
  move zero to ws-opt-found-idx.
  perform varying ws-opt-idx from 1 by 1
      until ws-opt-idx > ws-opt-count or ws-opt-found-idx not = zero
    if opt-operator-id(ws-opt-idx) = ij-operator-id
      set ws-opt-found-idx to ws-opt-idx
    end-if
  end-perform.
  if ws-opt-found-idx = zero
    if ws-opt-count < 200
      add 1 to ws-opt-count
      move ws-opt-count to ws-opt-found-idx
      initialize ws-opt-entry(ws-opt-found-idx)
      move ij-operator-id to opt-operator-id(ws-opt-found-idx)
    else
      display "INQREVW: OPERATOR TABLE FULL AT 200 - INQJRNL.DAT HAS MORE"
      move 16 to return-code
      set IJ-EOF to true
      exit paragraph
    end-if
  end-if.
  add 1 to opt-views(ws-opt-found-idx).
  if not IJ-KEY-EMPLOYEE
    add 1 to opt-acct-views(ws-opt-found-idx)
    exit paragraph
  end-if.
  add 1 to opt-emp-views(ws-opt-found-idx).
  perform note-operator-employee-pair.
  perform check-self-view.

note-operator-employee-pair.
  move "N" to ws-par-found.
  perform varying ws-par-idx from 1 by 1
      until ws-par-idx > ws-par-count or ws-par-found = "Y"
    if par-operator-id(ws-par-idx) = ij-operator-id
        and par-emp-id(ws-par-idx) = ij-key-value
      move "Y" to ws-par-found
    end-if
  end-perform.
  if ws-par-found = "N"
    if ws-par-count < 5000
      add 1 to ws-par-count
      move ij-operator-id to par-operator-id(ws-par-count)
      move ij-key-value to par-emp-id(ws-par-count)
      add 1 to opt-distinct-emps(ws-opt-found-idx)
    else
      display "INQREVW: EMPLOYEE VIEW TABLE FULL AT 5000"
      move 16 to return-code
      set IJ-EOF to true
    end-if
  end-if.

check-self-view.
  move zero to ws-own-emp-id.
  perform varying ws-oet-idx from 1 by 1 until ws-oet-idx > ws-oet-count
    if oet-operator-id(ws-oet-idx) = ij-operator-id
      move oet-emp-id(ws-oet-idx) to ws-own-emp-id
    end-if
  end-perform.
  if ws-own-emp-id not = zero and ws-own-emp-id = ij-key-value
    add 1 to opt-self-views(ws-opt-found-idx)
    add 1 to ws-self-flags
    move spaces to review-report-line
    string "** SELF-VIEW ** OPERATOR=" ij-operator-id
        " VIEWED OWN EMP=" ij-key-value " ON " ij-screen
        " AT " ij-timestamp
        into review-report-line
    write review-report-line
  end-if.

write-operator-summary.
  move "ACCESS BY OPERATOR" to review-report-line.
  write review-report-line.
  perform varying ws-opt-idx from 1 by 1 until ws-opt-idx > ws-opt-count
    move spaces to review-report-line
    string "OPERATOR=" opt-operator-id(ws-opt-idx)
        " VIEWS=" opt-views(ws-opt-idx)
        " ACCT=" opt-acct-views(ws-opt-idx)
        " EMP=" opt-emp-views(ws-opt-idx)
        " DISTINCT EMPS=" opt-distinct-emps(ws-opt-idx)
        " SELF=" opt-self-views(ws-opt-idx)
        into review-report-line
    write review-report-line
    if opt-distinct-emps(ws-opt-idx) > ws-emp-threshold
      add 1 to ws-browse-flags
      move spaces to review-report-line
      string "** BROWSING ** OPERATOR=" opt-operator-id(ws-opt-idx)
          " OPENED " opt-distinct-emps(ws-opt-idx)
          " EMPLOYEE RECORDS, THRESHOLD " ws-emp-threshold
          into review-report-line
      write review-report-line
    end-if
  end-perform.
  move spaces to review-report-line.
  string "ROWS IN WINDOW=" ws-rows-in-window
      " OPERATORS=" ws-opt-count
      " BROWSING FLAGS=" ws-browse-flags
      " SELF-VIEWS=" ws-self-flags
      into review-report-line.
  write review-report-line.
  close review-report.

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

end program inqrevw.
