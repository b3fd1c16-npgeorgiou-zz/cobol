identification division.
  program-id. loghskp.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select log-retention-ctl assign to "LOGRETN.CTL"
        organization is line sequential
        file status is ws-lr-status.
    select log-file assign to dynamic ws-log-file-name
        organization is line sequential
        file status is ws-log-status.
    select log-archive-file assign to dynamic ws-archive-file-name
        organization is line sequential
        file status is ws-arc-status.
    select log-work-file assign to "LOGWORK.DAT"
        organization is line sequential
        file status is ws-work-status.
    select log-gen-index assign to "LOGGEN.DAT"
        organization is line sequential
        file status is ws-gen-status.
    select cycle-lock-file assign to "CYCLOCK.DAT"
        organization is line sequential
        file status is ws-lock-status.
    select housekeeping-report assign to "LOGHSKP.RPT"
        organization is line sequential
        file status is ws-hr-status.
data division.
  file section.
  fd  log-retention-ctl.
  01 log-retention-record.
    05 lr-file-name            pic x(12).
    05 filler                  pic x(1).
    05 lr-retention-days       pic 9(3).
  fd  log-file.
  01 log-line                  pic x(160).
  fd  log-archive-file.
  01 log-archive-line          pic x(160).
  fd  log-work-file.
  01 log-work-line             pic x(160).
  fd  log-gen-index.
  01 log-gen-index-record.
    05 lgn-generation-date     pic 9(8).
    05 filler                  pic x(1).
    05 lgn-log-file-name       pic x(12).
    05 filler                  pic x(1).
    05 lgn-archive-file-name   pic x(24).
  fd  cycle-lock-file.
  copy "cyclock.cpy".
  fd  housekeeping-report.
  01 housekeeping-report-line  pic x(132).
  working-storage section.
    01 ws-lr-status       pic x(2) value "00".
    01 ws-log-status      pic x(2) value "00".
    01 ws-arc-status      pic x(2) value "00".
    01 ws-work-status     pic x(2) value "00".
    01 ws-gen-status      pic x(2) value "00".
    01 ws-lock-status     pic x(2) value "00".
    01 ws-hr-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(24).
    01 ws-abend-status    pic x(2).
    01 ws-lr-eof          pic x(1) value "N".
        88 LR-EOF         value "Y".
    01 ws-log-eof         pic x(1) value "N".
        88 LOG-EOF        value "Y".
    01 ws-work-eof        pic x(1) value "N".
        88 WORK-EOF       value "Y".

    *> Per-file retention from LOGRETN.CTL: which operational logs
    *> are housekept and how many days of each stay live.
    01 ws-retention-table.
      05 ws-rt-entry occurs 20 times indexed by ws-rt-idx.
        10 rt-file-name          pic x(12).
        10 rt-retention-days     pic 9(3).
    01 ws-rt-count        pic 9(2) value zero.

    01 ws-log-file-name   pic x(12).
    01 ws-log-stem        pic x(12).
    01 ws-archive-file-name pic x(24).
    01 ws-arc-opened      pic x(1) value "N".
        88 ARCHIVE-OPENED value "Y".
    01 ws-today-date      pic 9(8).
    01 ws-cutoff-date     pic 9(8).
    01 ws-cutoff-integer  pic 9(7).
    01 ws-row-date        pic x(8).
    01 ws-row-open        pic x(1) value "N".
        88 ROW-STILL-OPEN value "Y".
    01 ws-row-bytes       pic 9(4) value zero.

    *> Before/after space per file: rows and bytes (record text plus
    *> its line end), with what moved and what stayed only because it
    *> is still being worked.
    01 ws-before-rows     pic 9(8) value zero.
    01 ws-before-bytes    pic 9(10) value zero.
    01 ws-after-rows      pic 9(8) value zero.
    01 ws-after-bytes     pic 9(10) value zero.
    01 ws-archived-rows   pic 9(8) value zero.
    01 ws-held-open-rows  pic 9(8) value zero.
    01 ws-total-archived  pic 9(8) value zero.
    01 ws-total-saved     pic 9(10) value zero.

    *> Working views of the rows whose state decides whether they may
    *> go: each log's own layout, moved in from the generic line.
    copy "rejectrec.cpy".
    copy "alertque.cpy".
    01 ws-feedreg-view.
      05 wfr-feed-name           pic x(12).
      05 filler                  pic x(1).
      05 wfr-reg-date            pic x(8).
      05 filler                  pic x(139).
    01 ws-stephist-view.
      05 wsh-run-date            pic x(8).
      05 filler                  pic x(152).
    *> RUNLOG.RPT and RPTDIST.LOG lines both open "TS=<timestamp>".
    01 ws-ts-line-view.
      05 wts-tag                 pic x(3).
      05 wts-date                pic x(8).
      05 filler                  pic x(149).
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Operational-log housekeeping. Each file on LOGRETN.CTL is read
  *> once: rows older than its retention window move to a dated
  *> generation (<name>.<date>.ARC, indexed on LOGGEN.DAT) unless they
  *> are still open - an unresolved reject, an unacknowledged alert,
  *> a recycled transaction the posting run has not swept, an
  *> envelope still in quarantine - and the live file is rebuilt from
  *> what stays. Runs inside the cycle lock, the same as BALHSKP, so
  *> no step is appending to a log while it is rewritten.
  perform verify-cycle-lock.
  if return-code not = zero
    goback
  end-if.
  perform load-report-stamp.
  perform load-retention-control.
  perform open-housekeeping-report.
  perform varying ws-rt-idx from 1 by 1 until ws-rt-idx > ws-rt-count
    perform housekeep-one-log
  end-perform.
  perform close-housekeeping-report.
  display "LOGHSKP: " ws-total-archived " ROW(S) ARCHIVED, "
      ws-total-saved " BYTE(S) RELEASED ACROSS " ws-rt-count " LOG(S)".
  goback.

verify-cycle-lock.
  open input cycle-lock-file.
  if ws-lock-status = "35"
    close cycle-lock-file
    display "LOGHSKP: CYCLE LOCK NOT HELD - CLAIM IT (CYCLOCK) FIRST"
    move 16 to return-code
  else
    read cycle-lock-file
      at end continue
    end-read
    close cycle-lock-file
    if not CYCLE-LOCK-HELD
      display "LOGHSKP: CYCLE LOCK NOT HELD - CLAIM IT (CYCLOCK) FIRST"
      move 16 to return-code
    end-if
  end-if.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "LOGHSKP" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

load-retention-control.
  move zero to ws-rt-count.
  move "N" to ws-lr-eof.
  open input log-retention-ctl.
  if ws-lr-status = "35"
    close log-retention-ctl
    perform seed-retention-control
    open input log-retention-ctl
  end-if.
  move "LOGRETN.CTL" to ws-abend-file-name.
  move ws-lr-status to ws-abend-status.
  perform check-file-status.
  read log-retention-ctl
    at end set LR-EOF to true
  end-read.
  perform until LR-EOF
    if ws-rt-count < 20 and lr-file-name not = spaces
      add 1 to ws-rt-count
      move lr-file-name to rt-file-name(ws-rt-count)
      move lr-retention-days to rt-retention-days(ws-rt-count)
    end-if
    read log-retention-ctl
      at end set LR-EOF to true
    end-read
  end-perform.
  close log-retention-ctl.

seed-retention-control.
  *> First run: every log that only ever grew. The step history and
  *> feed registry keep a year - SLA trending and duplicate-delivery
  *> detection look back that far.
  open output log-retention-ctl.
  move "LOGRETN.CTL" to ws-abend-file-name.
  move ws-lr-status to ws-abend-status.
  perform check-file-status.
  move spaces to log-retention-record.
  move "REJECT.DAT" to lr-file-name.
  move 90 to lr-retention-days.
  write log-retention-record.
  move "RECYCLE.DAT" to lr-file-name.
  move 30 to lr-retention-days.
  write log-retention-record.
  move "RUNLOG.RPT" to lr-file-name.
  move 60 to lr-retention-days.
  write log-retention-record.
  move "ALERTQUE.DAT" to lr-file-name.
  move 90 to lr-retention-days.
  write log-retention-record.
  move "RPTDIST.LOG" to lr-file-name.
  move 60 to lr-retention-days.
  write log-retention-record.
  move "STEPHIST.DAT" to lr-file-name.
  move 400 to lr-retention-days.
  write log-retention-record.
  move "FEEDREG.DAT" to lr-file-name.
  move 400 to lr-retention-days.
  write log-retention-record.
  move "QUARANT.DAT" to lr-file-name.
  move 90 to lr-retention-days.
  write log-retention-record.
  close log-retention-ctl.

open-housekeeping-report.
  open extend housekeeping-report.
  if ws-hr-status = "35"
    open output housekeeping-report
  end-if.
  move "LOGHSKP.RPT" to ws-abend-file-name.
  move ws-hr-status to ws-abend-status.
  perform check-file-status.
  move spaces to housekeeping-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into housekeeping-report-line.
  write housekeeping-report-line.

housekeep-one-log.
  move rt-file-name(ws-rt-idx) to ws-log-file-name.
  move spaces to ws-log-stem.
  unstring ws-log-file-name delimited by "." into ws-log-stem.
  move spaces to ws-archive-file-name.
  string ws-log-stem delimited by space
      "." ws-today-date ".ARC" delimited by size
      into ws-archive-file-name.
  compute ws-cutoff-integer = function integer-of-date(ws-today-date)
      - rt-retention-days(ws-rt-idx).
  move function date-of-integer(ws-cutoff-integer) to ws-cutoff-date.
  move zero to ws-before-rows ws-before-bytes ws-after-rows
      ws-after-bytes ws-archived-rows ws-held-open-rows.
  move "N" to ws-arc-opened.
  move "N" to ws-log-eof.
  open input log-file.
  if ws-log-status = "35"
    close log-file
    move spaces to housekeeping-report-line
    string "FILE=" ws-log-file-name " NOT PRESENT - NOTHING TO DO"
        into housekeeping-report-line
    write housekeeping-report-line
    exit paragraph
  end-if.
  move ws-log-file-name to ws-abend-file-name.
  move ws-log-status to ws-abend-status.
  perform check-file-status.
  open output log-work-file.
  move "LOGWORK.DAT" to ws-abend-file-name.
  move ws-work-status to ws-abend-status.
  perform check-file-status.
  read log-file
    at end set LOG-EOF to true
  end-read.
  perform until LOG-EOF
    perform measure-log-row
    add 1 to ws-before-rows
    add ws-row-bytes to ws-before-bytes
    perform classify-log-row
    if ws-row-date is numeric and ws-row-date < ws-cutoff-date
        and not ROW-STILL-OPEN
      perform archive-log-row
    else
      if ws-row-date is numeric and ws-row-date < ws-cutoff-date
        add 1 to ws-held-open-rows
      end-if
      move log-line to log-work-line
      write log-work-line
      add 1 to ws-after-rows
      add ws-row-bytes to ws-after-bytes
    end-if
    read log-file
      at end set LOG-EOF to true
    end-read
  end-perform.
  close log-file.
  close log-work-file.
  if ARCHIVE-OPENED
    close log-archive-file
    perform rewrite-live-log
    perform note-generation-in-index
  end-if.
  open output log-work-file.
  close log-work-file.
  add ws-archived-rows to ws-total-archived.
  compute ws-total-saved = ws-total-saved
      + ws-before-bytes - ws-after-bytes.
  perform write-log-space-lines.

measure-log-row.
  move 160 to ws-row-bytes.
  perform until ws-row-bytes = zero
      or log-line(ws-row-bytes:1) not = space
    subtract 1 from ws-row-bytes
  end-perform.
  add 1 to ws-row-bytes.

classify-log-row.
  *> Sets the row's date (YYYYMMDD, non-numeric when the row carries
  *> none) and whether it is still open and so must stay live however
  *> old it is.
  move spaces to ws-row-date.
  move "N" to ws-row-open.
  evaluate ws-log-file-name
    when "REJECT.DAT"
      move log-line to reject-record
      move rej-timestamp(1:8) to ws-row-date
      *> The cycle trailer is a count, not a reject - it ages out.
      if rej-source not = "TRAILER" and not REJ-RESOLVED
        move "Y" to ws-row-open
      end-if
    when "ALERTQUE.DAT"
      move log-line to alert-queue-record
      move aq-timestamp(1:8) to ws-row-date
      if not AQ-ACKNOWLEDGED
        move "Y" to ws-row-open
      end-if
    when "RECYCLE.DAT"
      *> Every recycled row is a correction the posting run has yet to
      *> sweep onto TXNFILE - none of them is finished with.
      move log-line(19:8) to ws-row-date
      move "Y" to ws-row-open
    when "QUARANT.DAT"
      *> Quarantined envelopes leave only when quarwb.cob releases
      *> them, so what is here is by definition not yet released.
      move "Y" to ws-row-open
    when "FEEDREG.DAT"
      move log-line to ws-feedreg-view
      move wfr-reg-date to ws-row-date
    when "STEPHIST.DAT"
      move log-line to ws-stephist-view
      move wsh-run-date to ws-row-date
    when other
      move log-line to ws-ts-line-view
      if wts-tag = "TS="
        move wts-date to ws-row-date
      end-if
  end-evaluate.

archive-log-row.
  if not ARCHIVE-OPENED
    open extend log-archive-file
    if ws-arc-status = "35"
      open output log-archive-file
    end-if
    move ws-archive-file-name to ws-abend-file-name
    move ws-arc-status to ws-abend-status
    perform check-file-status
    set ARCHIVE-OPENED to true
  end-if.
  move log-line to log-archive-line.
  write log-archive-line.
  add 1 to ws-archived-rows.

rewrite-live-log.
  *> The live log is rebuilt from the staged rows that stayed.
  move "N" to ws-work-eof.
  open input log-work-file.
  open output log-file.
  move ws-log-file-name to ws-abend-file-name.
  move ws-log-status to ws-abend-status.
  perform check-file-status.
  read log-work-file
    at end set WORK-EOF to true
  end-read.
  perform until WORK-EOF
    move log-work-line to log-line
    write log-line
    read log-work-file
      at end set WORK-EOF to true
    end-read
  end-perform.
  close log-file.
  close log-work-file.

note-generation-in-index.
  open extend log-gen-index.
  if ws-gen-status = "35"
    open output log-gen-index
  end-if.
  move "LOGGEN.DAT" to ws-abend-file-name.
  move ws-gen-status to ws-abend-status.
  perform check-file-status.
  move spaces to log-gen-index-record.
  move ws-today-date to lgn-generation-date.
  move ws-log-file-name to lgn-log-file-name.
  move ws-archive-file-name to lgn-archive-file-name.
  write log-gen-index-record.
  close log-gen-index.

write-log-space-lines.
  move spaces to housekeeping-report-line.
  string "FILE=" ws-log-file-name
      " RETAIN=" rt-retention-days(ws-rt-idx) " DAYS"
      " CUTOFF=" ws-cutoff-date
      " BEFORE ROWS=" ws-before-rows " BYTES=" ws-before-bytes
      " AFTER ROWS=" ws-after-rows " BYTES=" ws-after-bytes
      into housekeeping-report-line.
  write housekeeping-report-line.
  move spaces to housekeeping-report-line.
  if ws-archived-rows > zero
    string "  ARCHIVED=" ws-archived-rows " TO " ws-archive-file-name
        " HELD OPEN PAST RETENTION=" ws-held-open-rows
        into housekeeping-report-line
  else
    string "  ARCHIVED=" ws-archived-rows
        " HELD OPEN PAST RETENTION=" ws-held-open-rows
        into housekeeping-report-line
  end-if.
  write housekeeping-report-line.

close-housekeeping-report.
  move spaces to housekeeping-report-line.
  string "TOTAL ARCHIVED ROWS=" ws-total-archived
      " BYTES RELEASED=" ws-total-saved into housekeeping-report-line.
  write housekeeping-report-line.
  close housekeeping-report.

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

end program loghskp.
