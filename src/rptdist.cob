    select dist-log-file assign to "RPTDIST.LOG"
        organization is line sequential
        file status is ws-log-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
    select archive-file assign to dynamic ws-archive-file-name
        organization is line sequential
        file status is ws-arc-status.
    select archive-index assign to "RPTARC.IDX"
        organization is line sequential
        file status is ws-idx-status.
    select archive-index-work assign to "RPTARCW.DAT"
        organization is line sequential
        file status is ws-idw-status.
    select retention-ctl assign to "RPTRETN.CTL"
        organization is line sequential
        file status is ws-ret-status.
    select reprint-request-file assign to "RPTREPR.DAT"
        organization is line sequential
        file status is ws-rpq-status.
data division.
  file section.
  fd  route-ctl.
  fd  recipient-file.
  01 recipient-line            pic x(132).
  fd  dist-log-file.
  01 dist-log-line             pic x(132).
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  archive-file.
  01 archive-line              pic x(132).
  *> One row per report captured: which cycle it was printed in and
  *> which dated generation dataset now holds the copy. Status P once
  *> retention has run out and the generation has been scratched.
  fd  archive-index.
  01 archive-index-record.
    05 rai-report-name         pic x(12).
    05 filler                  pic x(1).
    05 rai-cycle-date          pic 9(8).
    05 filler                  pic x(1).
    05 rai-job-seq             pic 9(6).
    05 filler                  pic x(1).
    05 rai-page-count          pic 9(5).
    05 filler                  pic x(1).
    05 rai-line-count          pic 9(7).
    05 filler                  pic x(1).
    05 rai-archive-name        pic x(40).
    05 filler                  pic x(1).
    05 rai-archived-date       pic 9(8).
    05 filler                  pic x(1).
    05 rai-status              pic x(1).
      88 RAI-ARCHIVED          value "A".
      88 RAI-PURGED            value "P".
  fd  archive-index-work.
  01 archive-index-work-record pic x(94).
  fd  retention-ctl.
  01 retention-ctl-record.
    05 ret-report-name         pic x(12).
    05 filler                  pic x(1).
    05 ret-retention-days      pic 9(4).
  *> Reprints asked for by audit or a desk: the report as printed in
  *> a given cycle (job sequence zero means that date's last run),
  *> to be delivered again to the recipient named.
  fd  reprint-request-file.
  01 reprint-request-record.
    05 rpq-report-name         pic x(12).
    05 filler                  pic x(1).
    05 rpq-cycle-date          pic 9(8).
    05 filler                  pic x(1).
    05 rpq-job-seq             pic 9(6).
    05 filler                  pic x(1).
    05 rpq-recipient           pic x(20).
  working-storage section.
    01 ws-route-status    pic x(2) value "00".
    01 ws-src-status      pic x(2) value "00".
    01 ws-lines-delivered pic 9(6).
    01 ws-deliveries      pic 9(4) value zero.
    01 ws-today-date      pic 9(8).
    01 ws-rc-status       pic x(2) value "00".
    01 ws-arc-status      pic x(2) value "00".
    01 ws-idx-status      pic x(2) value "00".
    01 ws-idw-status      pic x(2) value "00".
    01 ws-ret-status      pic x(2) value "00".
    01 ws-rpq-status      pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-idx-eof         pic x(1) value "N".
        88 IDX-EOF        value "Y".
    01 ws-ret-eof         pic x(1) value "N".
        88 RET-EOF        value "Y".
    01 ws-rpq-eof         pic x(1) value "N".
        88 RPQ-EOF        value "Y".
    01 ws-arc-eof         pic x(1) value "N".
        88 ARC-EOF        value "Y".

    *> The cycle the reports being distributed belong to, off
    *> RUNCTL.DAT - the archive is keyed on it, not the server clock.
    01 ws-cycle-date      pic 9(8).
    01 ws-cycle-job-seq   pic 9(6).
    01 ws-page-lines-max  pic 9(2) value 60.

    *> Reports already captured for this cycle and job sequence, so a
    *> report routed to several desks (or a rerun of the step) is
    *> archived once.
    01 ws-archived-table.
      05 ws-archived-name occurs 100 times pic x(12).
    01 ws-archived-count  pic 9(3) value zero.
    01 ws-arc-idx         pic 9(3).
    01 ws-already-archived pic x(1) value "N".
        88 ALREADY-ARCHIVED value "Y".
    01 ws-archive-file-name pic x(40).
    01 ws-report-stem     pic x(12).
    01 ws-archive-lines   pic 9(7).
    01 ws-archive-pages   pic 9(5).
    01 ws-archives-made   pic 9(4) value zero.

    *> Retention by report type from RPTRETN.CTL; *DEFAULT covers any
    *> report not listed, and zero days keeps a report indefinitely.
    01 ws-retention-table.
      05 ws-rt-entry occurs 50 times.
        10 rt-report-name        pic x(12).
        10 rt-retention-days     pic 9(4).
    01 ws-rt-count        pic 9(2) value zero.
    01 ws-rt-idx          pic 9(2).
    01 ws-default-days    pic 9(4) value zero.
    01 ws-keep-days       pic 9(4).
    01 ws-cutoff-integer  pic 9(7).
    01 ws-cutoff-date     pic 9(8).
    01 ws-purged-count    pic 9(4) value zero.

    *> Reprint lookup: the best index row for the request in hand.
    01 ws-reprint-found   pic x(1) value "N".
        88 REPRINT-FOUND  value "Y".
    01 ws-reprint-purged  pic x(1) value "N".
        88 REPRINT-PURGED value "Y".
    01 ws-reprint-seq     pic 9(6).
    01 ws-reprint-pages   pic 9(5).
    01 ws-reprint-archive pic x(40).
    01 ws-reprints        pic 9(4) value zero.
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
  *> output file - the same dataset-drop hand-off alertbat uses for
  *> the mail gateway - and every delivery lands on RPTDIST.LOG so
  *> there is proof of who was sent what.
  *> Each report delivered is also captured once per cycle into a
  *> dated generation indexed on RPTARC.IDX by report, cycle date,
  *> job sequence and page count; reprint requests on RPTREPR.DAT
  *> pull an archived copy back to a recipient, and generations past
  *> their report type's retention on RPTRETN.CTL are scratched.
  perform load-report-stamp.
  perform establish-cycle.
  perform load-retention-table.
  perform load-cycle-archives.
  perform process-routing-table.
  perform process-reprint-requests.
  perform purge-expired-archives.
  display "RPTDIST: " ws-deliveries " DELIVERY(S) MADE".
  display "RPTDIST: " ws-archives-made " REPORT(S) ARCHIVED, "
      ws-reprints " REPRINT(S), " ws-purged-count " PURGED".
  goback.

load-report-stamp.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

establish-cycle.
  move ws-today-date to ws-cycle-date.
  move zero to ws-cycle-job-seq.
  open input run-ctl-file.
  if ws-rc-status = "35"
    close run-ctl-file
  else
    move 1 to ws-rc-rel-key
    read run-ctl-file
      invalid key continue
      not invalid key
        move rc-next-run-date to ws-cycle-date
        move rc-job-seq-no to ws-cycle-job-seq
    end-read
    close run-ctl-file
  end-if.

load-retention-table.
  move "N" to ws-ret-eof.
  open input retention-ctl.
  if ws-ret-status = "35"
    close retention-ctl
    perform seed-retention-control
    open input retention-ctl
  end-if.
  move "RPTRETN.CTL" to ws-abend-file-name.
  move ws-ret-status to ws-abend-status.
  perform check-file-status.
  read retention-ctl
    at end set RET-EOF to true
  end-read.
  perform until RET-EOF
    if ret-report-name = "*DEFAULT"
      move ret-retention-days to ws-default-days
    else
      if ws-rt-count < 50 and ret-report-name not = spaces
        add 1 to ws-rt-count
        move ret-report-name to rt-report-name(ws-rt-count)
        move ret-retention-days to rt-retention-days(ws-rt-count)
      end-if
    end-if
    read retention-ctl
      at end set RET-EOF to true
    end-read
  end-perform.
  close retention-ctl.

seed-retention-control.
  *> First run: the ledger and billing reports an auditor asks for
  *> are kept seven years, the operational ones a quarter, anything
  *> else routed later a little over a year until it is listed here.
  open output retention-ctl.
  move "RPTRETN.CTL" to ws-abend-file-name.
  move ws-ret-status to ws-abend-status.
  perform check-file-status.
  move spaces to retention-ctl-record.
  move "*DEFAULT" to ret-report-name.
  move 400 to ret-retention-days.
  write retention-ctl-record.
  move "TRIALBAL.RPT" to ret-report-name.
  move 2555 to ret-retention-days.
  write retention-ctl-record.
  move "SUSPENSE.RPT" to ret-report-name.
  move 2555 to ret-retention-days.
  write retention-ctl-record.
  move "RECON.RPT" to ret-report-name.
  move 2555 to ret-retention-days.
  write retention-ctl-record.
  move "INVOICE.RPT" to ret-report-name.
  move 2555 to ret-retention-days.
  write retention-ctl-record.
  move "ARAGING.RPT" to ret-report-name.
  move 2555 to ret-retention-days.
  write retention-ctl-record.
  move "ALERT.RPT" to ret-report-name.
  move 90 to ret-retention-days.
  write retention-ctl-record.
  move "RUNLOG.RPT" to ret-report-name.
  move 90 to ret-retention-days.
  write retention-ctl-record.
  close retention-ctl.

load-cycle-archives.
  *> What this cycle has already had captured - a rerun of the step
  *> must not add a second generation for the same job sequence.
  move "N" to ws-idx-eof.
  open input archive-index.
  if ws-idx-status = "35"
    close archive-index
    exit paragraph
  end-if.
  move "RPTARC.IDX" to ws-abend-file-name.
  move ws-idx-status to ws-abend-status.
  perform check-file-status.
  read archive-index
    at end set IDX-EOF to true
  end-read.
  perform until IDX-EOF
    if rai-cycle-date = ws-cycle-date
        and rai-job-seq = ws-cycle-job-seq
        and ws-archived-count < 100
      add 1 to ws-archived-count
      move rai-report-name to ws-archived-name(ws-archived-count)
    end-if
    read archive-index
      at end set IDX-EOF to true
    end-read
  end-perform.
  close archive-index.

process-routing-table.
  open input route-ctl.
  if ws-route-status = "35"
  close recipient-file.
  add 1 to ws-deliveries.
  perform log-delivery.
  move "N" to ws-already-archived.
  perform varying ws-arc-idx from 1 by 1
      until ws-arc-idx > ws-archived-count
    if ws-archived-name(ws-arc-idx) = ws-source-report-name
      set ALREADY-ARCHIVED to true
    end-if
  end-perform.
  if not ALREADY-ARCHIVED
    perform archive-one-report
  end-if.

archive-one-report.
  *> The generation is <stem>.<cycle date>.<job seq>.RPA, so every
  *> cycle's copy of a report sits in its own dataset.
  move spaces to ws-report-stem.
  unstring ws-source-report-name delimited by "." into ws-report-stem.
  move spaces to ws-archive-file-name.
  string ws-report-stem delimited by space
      "." ws-cycle-date "." ws-cycle-job-seq ".RPA" delimited by size
      into ws-archive-file-name.
  move zero to ws-archive-lines.
  move "N" to ws-src-eof.
  open input source-report-file.
  move ws-source-report-name to ws-abend-file-name.
  move ws-src-status to ws-abend-status.
  perform check-file-status.
  open output archive-file.
  move ws-archive-file-name to ws-abend-file-name.
  move ws-arc-status to ws-abend-status.
  perform check-file-status.
  read source-report-file
    at end set SRC-EOF to true
  end-read.
  perform until SRC-EOF
    move source-report-line to archive-line
    write archive-line
    add 1 to ws-archive-lines
    read source-report-file
      at end set SRC-EOF to true
    end-read
  end-perform.
  close source-report-file.
  close archive-file.
  compute ws-archive-pages =
      (ws-archive-lines + ws-page-lines-max - 1) / ws-page-lines-max.
  if ws-archive-pages = zero
    move 1 to ws-archive-pages
  end-if.
  open extend archive-index.
  if ws-idx-status = "35"
    open output archive-index
  end-if.
  move "RPTARC.IDX" to ws-abend-file-name.
  move ws-idx-status to ws-abend-status.
  perform check-file-status.
  move spaces to archive-index-record.
  move ws-source-report-name to rai-report-name.
  move ws-cycle-date to rai-cycle-date.
  move ws-cycle-job-seq to rai-job-seq.
  move ws-archive-pages to rai-page-count.
  move ws-archive-lines to rai-line-count.
  move ws-archive-file-name to rai-archive-name.
  move ws-today-date to rai-archived-date.
  set RAI-ARCHIVED to true.
  write archive-index-record.
  close archive-index.
  if ws-archived-count < 100
    add 1 to ws-archived-count
    move ws-source-report-name to ws-archived-name(ws-archived-count)
  end-if.
  add 1 to ws-archives-made.

process-reprint-requests.
  move "N" to ws-rpq-eof.
  open input reprint-request-file.
  if ws-rpq-status = "35"
    close reprint-request-file
    exit paragraph
  end-if.
  move "RPTREPR.DAT" to ws-abend-file-name.
  move ws-rpq-status to ws-abend-status.
  perform check-file-status.
  read reprint-request-file
    at end set RPQ-EOF to true
  end-read.
  perform until RPQ-EOF
    if rpq-report-name not = spaces and rpq-recipient not = spaces
      perform reprint-one-report
    end-if
    read reprint-request-file
      at end set RPQ-EOF to true
    end-read
  end-perform.
  close reprint-request-file.
  *> Every request has been answered one way or the other on
  *> RPTDIST.LOG, so the queue starts empty next cycle.
  open output reprint-request-file.
  close reprint-request-file.

reprint-one-report.
  perform find-reprint-archive.
  if not REPRINT-FOUND
    perform log-reprint-unavailable
    exit paragraph
  end-if.
  move ws-reprint-archive to ws-archive-file-name.
  move spaces to ws-recipient-file-name.
  string "DIST." function trim(rpq-recipient) ".DAT"
      into ws-recipient-file-name.
  move zero to ws-lines-delivered.
  move "N" to ws-arc-eof.
  open input archive-file.
  if ws-arc-status = "35"
    close archive-file
    set REPRINT-PURGED to true
    perform log-reprint-unavailable
    exit paragraph
  end-if.
  move ws-archive-file-name to ws-abend-file-name.
  move ws-arc-status to ws-abend-status.
  perform check-file-status.
  open extend recipient-file.
  if ws-rcp-status = "35"
    open output recipient-file
  end-if.
  move ws-recipient-file-name to ws-abend-file-name.
  move ws-rcp-status to ws-abend-status.
  perform check-file-status.
  perform write-reprint-banner.
  read archive-file
    at end set ARC-EOF to true
  end-read.
  perform until ARC-EOF
    move archive-line to recipient-line
    write recipient-line
    add 1 to ws-lines-delivered
    read archive-file
      at end set ARC-EOF to true
    end-read
  end-perform.
  close archive-file.
  close recipient-file.
  add 1 to ws-reprints.
  perform log-reprint.

find-reprint-archive.
  *> The requested cycle's copy; with no job sequence given, the last
  *> run of that business date is what was finally printed.
  move "N" to ws-reprint-found.
  move "N" to ws-reprint-purged.
  move zero to ws-reprint-seq.
  move "N" to ws-idx-eof.
  open input archive-index.
  if ws-idx-status = "35"
    close archive-index
    exit paragraph
  end-if.
  move "RPTARC.IDX" to ws-abend-file-name.
  move ws-idx-status to ws-abend-status.
  perform check-file-status.
  read archive-index
    at end set IDX-EOF to true
  end-read.
  perform until IDX-EOF
    if rai-report-name = rpq-report-name
        and rai-cycle-date = rpq-cycle-date
        and (rpq-job-seq = zero or rai-job-seq = rpq-job-seq)
      if RAI-PURGED
        set REPRINT-PURGED to true
      else
        if not REPRINT-FOUND or rai-job-seq > ws-reprint-seq
          set REPRINT-FOUND to true
          move rai-job-seq to ws-reprint-seq
          move rai-page-count to ws-reprint-pages
          move rai-archive-name to ws-reprint-archive
        end-if
      end-if
    end-if
    read archive-index
      at end set IDX-EOF to true
    end-read
  end-perform.
  close archive-index.

write-reprint-banner.
  move all "*" to recipient-line.
  write recipient-line.
  move spaces to recipient-line.
  string "* REPRINT OF " rpq-report-name
      " FOR " rpq-recipient into recipient-line.
  write recipient-line.
  move spaces to recipient-line.
  string "* AS PRINTED CYCLE " rpq-cycle-date
      " JOB SEQ " ws-reprint-seq
      " PAGES " ws-reprint-pages into recipient-line.
  write recipient-line.
  move spaces to recipient-line.
  string "* OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into recipient-line.
  write recipient-line.
  move all "*" to recipient-line.
  write recipient-line.

purge-expired-archives.
  *> Index rows past their report type's retention have their
  *> generation scratched and are kept as P, so the index still
  *> answers what was printed and when it went.
  move "N" to ws-idx-eof.
  open input archive-index.
  if ws-idx-status = "35"
    close archive-index
    exit paragraph
  end-if.
  move "RPTARC.IDX" to ws-abend-file-name.
  move ws-idx-status to ws-abend-status.
  perform check-file-status.
  open output archive-index-work.
  move "RPTARCW.DAT" to ws-abend-file-name.
  move ws-idw-status to ws-abend-status.
  perform check-file-status.
  read archive-index
    at end set IDX-EOF to true
  end-read.
  perform until IDX-EOF
    if RAI-ARCHIVED
      perform check-archive-retention
    end-if
    move archive-index-record to archive-index-work-record
    write archive-index-work-record
    read archive-index
      at end set IDX-EOF to true
    end-read
  end-perform.
  close archive-index.
  close archive-index-work.
  if ws-purged-count = zero
    exit paragraph
  end-if.
  move "N" to ws-idx-eof.
  open input archive-index-work.
  open output archive-index.
  read archive-index-work
    at end set IDX-EOF to true
  end-read.
  perform until IDX-EOF
    move archive-index-work-record to archive-index-record
    write archive-index-record
    read archive-index-work
      at end set IDX-EOF to true
    end-read
  end-perform.
  close archive-index-work.
  close archive-index.

check-archive-retention.
  move ws-default-days to ws-keep-days.
  perform varying ws-rt-idx from 1 by 1 until ws-rt-idx > ws-rt-count
    if rt-report-name(ws-rt-idx) = rai-report-name
      move rt-retention-days(ws-rt-idx) to ws-keep-days
    end-if
  end-perform.
  if ws-keep-days = zero
    exit paragraph
  end-if.
  compute ws-cutoff-integer = function integer-of-date(ws-cycle-date)
      - ws-keep-days.
  move function date-of-integer(ws-cutoff-integer) to ws-cutoff-date.
  if rai-cycle-date < ws-cutoff-date
    move rai-archive-name to ws-archive-file-name
    call "CBL_DELETE_FILE" using ws-archive-file-name
    set RAI-PURGED to true
    add 1 to ws-purged-count
    perform log-archive-purge
  end-if.

write-banner-page.
  move all "*" to recipient-line.
  write dist-log-line.
  close dist-log-file.

log-reprint.
  perform open-dist-log.
  move spaces to dist-log-line.
  string "TS=" function current-date(1:14)
      " REPRINT=" rpq-report-name
      " CYCLE=" rpq-cycle-date
      " SEQ=" ws-reprint-seq
      " TO=" rpq-recipient
      " LINES=" ws-lines-delivered into dist-log-line.
  write dist-log-line.
  close dist-log-file.

log-reprint-unavailable.
  perform open-dist-log.
  move spaces to dist-log-line.
  if REPRINT-PURGED
    string "TS=" function current-date(1:14)
        " REPRINT=" rpq-report-name
        " CYCLE=" rpq-cycle-date
        " TO=" rpq-recipient
        " PURGED UNDER RETENTION" into dist-log-line
  else
    string "TS=" function current-date(1:14)
        " REPRINT=" rpq-report-name
        " CYCLE=" rpq-cycle-date
        " TO=" rpq-recipient
        " NOT IN ARCHIVE" into dist-log-line
  end-if.
  write dist-log-line.
  close dist-log-file.

log-archive-purge.
  perform open-dist-log.
  move spaces to dist-log-line.
  string "TS=" function current-date(1:14)
      " PURGED=" rai-report-name
      " CYCLE=" rai-cycle-date
      " SEQ=" rai-job-seq
      " KEPT=" ws-keep-days " DAYS" into dist-log-line.
  write dist-log-line.
  close dist-log-file.

open-dist-log.
  open extend dist-log-file.
  if ws-log-status = "35"
    open output dist-log-file
  end-if.
  move "RPTDIST.LOG" to ws-abend-file-name.
  move ws-log-status to ws-abend-status.
  perform check-file-status.

check-file-status.
  *> Shared by every OPEN above: a status other than "00" (success)
  *> that the caller didn't already recover from (a first-run "35")
