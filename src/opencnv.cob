identification division.
  program-id. opencnv.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select opencnv-ctl assign to "OPENCNV.CTL"
        organization is line sequential
        file status is ws-oc-status.
    select ar-seq-file assign to "AROPEN.SEQ"
        organization is line sequential
        file status is ws-ars-status.
    select ap-seq-file assign to "APOPEN.SEQ"
        organization is line sequential
        file status is ws-aps-status.
    select ar-open-file assign to "AROPEN.DAT"
        organization is indexed
        access mode is dynamic
        record key is ar-invoice-no
        alternate record key is ar-cust-no with duplicates
        alternate record key is ar-due-date with duplicates
        file status is ws-aro-status.
    select ap-open-file assign to "APOPEN.DAT"
        organization is indexed
        access mode is dynamic
        record key is ap-item-key
        alternate record key is ap-vendor-no with duplicates
        alternate record key is ap-due-date with duplicates
        file status is ws-apo-status.
    select opencnv-report assign to "OPENCNV.RPT"
        organization is line sequential
        file status is ws-or-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  opencnv-ctl.
  01 opencnv-ctl-record.
    05 occ-action              pic x(1).
  fd  ar-seq-file.
  01 ar-seq-record            pic x(55).
  fd  ap-seq-file.
  01 ap-seq-record            pic x(78).
  fd  ar-open-file.
  copy "aropen.cpy".
  fd  ap-open-file.
  copy "apopen.cpy".
  fd  opencnv-report.
  01 opencnv-report-line      pic x(132).
  fd  run-log-file.
  01 run-log-line             pic x(160).
  working-storage section.
    01 ws-oc-status       pic x(2) value "00".
    01 ws-ars-status      pic x(2) value "00".
    01 ws-aps-status      pic x(2) value "00".
    01 ws-aro-status      pic x(2) value "00".
    01 ws-apo-status      pic x(2) value "00".
    01 ws-or-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-ars-eof         pic x(1) value "N".
        88 ARS-EOF        value "Y".
    01 ws-aps-eof         pic x(1) value "N".
        88 APS-EOF        value "Y".
    01 ws-rl-eof          pic x(1) value "N".
        88 RL-EOF         value "Y".
    01 ws-oc-action       pic x(1) value "R".
        88 ACTION-CONVERT value "C".
        88 ACTION-REPORT  value "R".

    *> Conversion counts. A duplicate key on the old file is a row
    *> the keyed file cannot hold - it is listed for the subledger
    *> owner, not silently dropped.
    01 ws-ar-read         pic 9(6) value zero.
    01 ws-ar-loaded       pic 9(6) value zero.
    01 ws-ar-dup          pic 9(6) value zero.
    01 ws-ap-read         pic 9(6) value zero.
    01 ws-ap-loaded       pic 9(6) value zero.
    01 ws-ap-dup          pic 9(6) value zero.

    *> The subledger runs whose elapsed times the conversion was
    *> meant to cut. The before/after comparison splits each job's
    *> RUNLOG.RPT entries at the conversion's own run-log entry.
    01 ws-job-list.
      05 filler pic x(8) value "CASHAPP".
      05 filler pic x(8) value "LOCKBOX".
      05 filler pic x(8) value "DUNNING".
      05 filler pic x(8) value "NSFPROC".
      05 filler pic x(8) value "ARWOFF".
      05 filler pic x(8) value "ESCHEAT".
      05 filler pic x(8) value "DDCOLL".
      05 filler pic x(8) value "APPAY".
      05 filler pic x(8) value "CKVOID".
      05 filler pic x(8) value "APINV".
      05 filler pic x(8) value "EXPCLAIM".
      05 filler pic x(8) value "MATH".
      05 filler pic x(8) value "PPDROLL".
    01 ws-job-table redefines ws-job-list.
      05 ws-job-name occurs 13 times pic x(8).
    01 ws-job-count       pic 9(2) value 13.
    01 ws-elapsed-table.
      05 ws-elp-entry occurs 13 times.
        10 elp-before-runs       pic 9(5).
        10 elp-before-secs       pic 9(9).
        10 elp-after-runs        pic 9(5).
        10 elp-after-secs        pic 9(9).
    01 ws-job-idx         pic 9(2) value zero.
    01 ws-found-idx       pic 9(2) value zero.
    01 ws-line-no         pic 9(7) value zero.
    01 ws-marker-line     pic 9(7) value zero.
    01 ws-marker-ts       pic x(15) value spaces.
    01 ws-scan-pos        pic 9(3).
    01 ws-log-job         pic x(8).
    01 ws-log-action      pic x(8).
    *> ELAPSED= carries a signed display field, so its last byte may
    *> hold the sign - it is tested through a signed view.
    01 ws-log-elapsed-x   pic x(6).
    01 ws-log-elapsed-s redefines ws-log-elapsed-x pic s9(6).
    01 ws-log-elapsed     pic 9(6).
    01 ws-avg-before      pic 9(6).
    01 ws-avg-after       pic 9(6).
    01 ws-saved-pct       pic s9(3).
    01 ws-today-date      pic 9(8).

    *> Run-log entry with elapsed time, like every other cycle step.
    *> The conversion's entry is also the marker the comparison
    *> splits on.
    01 ws-runlog-status   pic x(2) value "00".
    01 ws-run-status-txt  pic x(8) value "COMPLETE".
    01 ws-run-action-txt  pic x(8) value "REPORT".
    01 ws-step-start-hhmmss pic 9(6) value zero.
    01 ws-step-end-hhmmss   pic 9(6) value zero.
    01 ws-step-elapsed-secs pic s9(6) value zero.
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> One-time load of the keyed open-item files. The old sequential
  *> AROPEN.DAT and APOPEN.DAT are renamed AROPEN.SEQ and APOPEN.SEQ
  *> before the "C" run, which loads every row into the keyed file
  *> under its key and lists any row whose key is already taken. The
  *> "R" run (the default) is the follow-up: average elapsed time of
  *> each subledger job from RUNLOG.RPT, before the conversion and
  *> after it, side by side.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform read-opencnv-request.
  perform open-opencnv-report.
  evaluate true
    when ACTION-CONVERT
      move "CONVERT" to ws-run-action-txt
      perform convert-ar-open-items
      perform convert-ap-open-items
      perform write-conversion-totals
    when ACTION-REPORT
      move "REPORT" to ws-run-action-txt
      perform report-elapsed-comparison
    when other
      display "OPENCNV: UNKNOWN ACTION " ws-oc-action
      move 16 to return-code
  end-evaluate.
  close opencnv-report.
  perform write-run-log-entry.
  if ACTION-CONVERT
    display "OPENCNV: AR " ws-ar-loaded " LOADED, " ws-ar-dup
        " DUPLICATE(S); AP " ws-ap-loaded " LOADED, " ws-ap-dup
        " DUPLICATE(S)"
  end-if.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "OPENCNV" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

read-opencnv-request.
  *> No card at all is the harmless action - the report.
  open input opencnv-ctl.
  if ws-oc-status = "35"
    exit paragraph
  end-if.
  move "OPENCNV.CTL" to ws-abend-file-name.
  move ws-oc-status to ws-abend-status.
  perform check-file-status.
  move spaces to opencnv-ctl-record.
  read opencnv-ctl
    at end continue
  end-read.
  close opencnv-ctl.
  if occ-action not = space
    move occ-action to ws-oc-action
  end-if.

open-opencnv-report.
  open extend opencnv-report.
  if ws-or-status = "35"
    open output opencnv-report
  end-if.
  move "OPENCNV.RPT" to ws-abend-file-name.
  move ws-or-status to ws-abend-status.
  perform check-file-status.
  move spaces to opencnv-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into opencnv-report-line.
  write opencnv-report-line.

convert-ar-open-items.
  *> No AROPEN.SEQ means this side was not staged for conversion -
  *> the keyed AROPEN.DAT is left exactly as it is.
  move "N" to ws-ars-eof.
  open input ar-seq-file.
  if ws-ars-status = "35"
    move "AR: NO AROPEN.SEQ - AROPEN.DAT NOT CONVERTED"
        to opencnv-report-line
    write opencnv-report-line
    exit paragraph
  end-if.
  move "AROPEN.SEQ" to ws-abend-file-name.
  move ws-ars-status to ws-abend-status.
  perform check-file-status.
  open output ar-open-file.
  move "AROPEN.DAT" to ws-abend-file-name.
  move ws-aro-status to ws-abend-status.
  perform check-file-status.
  if return-code not = zero
    close ar-seq-file
    exit paragraph
  end-if.
  read ar-seq-file
    at end set ARS-EOF to true
  end-read.
  perform until ARS-EOF
    add 1 to ws-ar-read
    move ar-seq-record to ar-open-item-record
    write ar-open-item-record
      invalid key
        perform report-ar-duplicate
      not invalid key
        add 1 to ws-ar-loaded
    end-write
    read ar-seq-file
      at end set ARS-EOF to true
    end-read
  end-perform.
  close ar-seq-file.
  close ar-open-file.

report-ar-duplicate.
  if ws-aro-status not = "22"
    move "AROPEN.DAT" to ws-abend-file-name
    move ws-aro-status to ws-abend-status
    perform check-file-status
    exit paragraph
  end-if.
  add 1 to ws-ar-dup.
  move spaces to opencnv-report-line.
  string "AR DUPLICATE INVOICE=" ar-invoice-no
      " CUST=" ar-cust-no " AMOUNT=" ar-amount
      " NOT LOADED" into opencnv-report-line.
  write opencnv-report-line.

convert-ap-open-items.
  move "N" to ws-aps-eof.
  open input ap-seq-file.
  if ws-aps-status = "35"
    move "AP: NO APOPEN.SEQ - APOPEN.DAT NOT CONVERTED"
        to opencnv-report-line
    write opencnv-report-line
    exit paragraph
  end-if.
  move "APOPEN.SEQ" to ws-abend-file-name.
  move ws-aps-status to ws-abend-status.
  perform check-file-status.
  open output ap-open-file.
  move "APOPEN.DAT" to ws-abend-file-name.
  move ws-apo-status to ws-abend-status.
  perform check-file-status.
  if return-code not = zero
    close ap-seq-file
    exit paragraph
  end-if.
  read ap-seq-file
    at end set APS-EOF to true
  end-read.
  perform until APS-EOF
    add 1 to ws-ap-read
    move ap-seq-record to ap-open-item-record
    write ap-open-item-record
      invalid key
        perform report-ap-duplicate
      not invalid key
        add 1 to ws-ap-loaded
    end-write
    read ap-seq-file
      at end set APS-EOF to true
    end-read
  end-perform.
  close ap-seq-file.
  close ap-open-file.

report-ap-duplicate.
  if ws-apo-status not = "22"
    move "APOPEN.DAT" to ws-abend-file-name
    move ws-apo-status to ws-abend-status
    perform check-file-status
    exit paragraph
  end-if.
  add 1 to ws-ap-dup.
  move spaces to opencnv-report-line.
  string "AP DUPLICATE INVOICE=" ap-invoice-no
      " VENDOR=" ap-vendor-no " AMOUNT=" ap-amount
      " NOT LOADED" into opencnv-report-line.
  write opencnv-report-line.

write-conversion-totals.
  move spaces to opencnv-report-line.
  string "AROPEN READ=" ws-ar-read " LOADED=" ws-ar-loaded
      " DUPLICATES=" ws-ar-dup into opencnv-report-line.
  write opencnv-report-line.
  move spaces to opencnv-report-line.
  string "APOPEN READ=" ws-ap-read " LOADED=" ws-ap-loaded
      " DUPLICATES=" ws-ap-dup into opencnv-report-line.
  write opencnv-report-line.
  *> Duplicates are a warning, not a failure: the keyed files are
  *> good, the listed rows need a decision from the ledger owner.
  if return-code = zero and (ws-ar-dup > zero or ws-ap-dup > zero)
    move 4 to return-code
  end-if.

report-elapsed-comparison.
  initialize ws-elapsed-table.
  perform find-conversion-marker.
  if ws-marker-line = zero
    move "NO CONVERSION ENTRY ON RUNLOG.RPT - NOTHING TO COMPARE"
        to opencnv-report-line
    write opencnv-report-line
    exit paragraph
  end-if.
  perform tally-job-elapsed.
  move spaces to opencnv-report-line.
  string "SUBLEDGER ELAPSED TIME BEFORE/AFTER KEYED OPEN ITEMS, "
      "CONVERTED " ws-marker-ts(1:8) " " ws-marker-ts(9:6)
      into opencnv-report-line.
  write opencnv-report-line.
  perform varying ws-job-idx from 1 by 1 until ws-job-idx > ws-job-count
    perform report-one-job
  end-perform.

find-conversion-marker.
  *> The last conversion entry wins - a rerun after fixing duplicates
  *> is the one the files actually came from.
  move zero to ws-line-no.
  move zero to ws-marker-line.
  move "N" to ws-rl-eof.
  open input run-log-file.
  if ws-runlog-status = "35"
    exit paragraph
  end-if.
  move "RUNLOG.RPT" to ws-abend-file-name.
  move ws-runlog-status to ws-abend-status.
  perform check-file-status.
  read run-log-file
    at end set RL-EOF to true
  end-read.
  perform until RL-EOF
    add 1 to ws-line-no
    if run-log-line(1:3) = "TS="
      perform parse-log-line
      if ws-log-job = "OPENCNV" and ws-log-action = "CONVERT"
        move ws-line-no to ws-marker-line
        move run-log-line(4:15) to ws-marker-ts
      end-if
    end-if
    read run-log-file
      at end set RL-EOF to true
    end-read
  end-perform.
  close run-log-file.

tally-job-elapsed.
  move zero to ws-line-no.
  move "N" to ws-rl-eof.
  open input run-log-file.
  move "RUNLOG.RPT" to ws-abend-file-name.
  move ws-runlog-status to ws-abend-status.
  perform check-file-status.
  read run-log-file
    at end set RL-EOF to true
  end-read.
  perform until RL-EOF
    add 1 to ws-line-no
    if run-log-line(1:3) = "TS="
      perform tally-one-log-line
    end-if
    read run-log-file
      at end set RL-EOF to true
    end-read
  end-perform.
  close run-log-file.

parse-log-line.
  *> JOB= is padded by some writers and not by others, so the name
  *> runs to the next space rather than a fixed width.
  move spaces to ws-log-job.
  move spaces to ws-log-action.
  move spaces to ws-log-elapsed-x.
  perform varying ws-scan-pos from 1 by 1 until ws-scan-pos > 140
    if run-log-line(ws-scan-pos:5) = " JOB="
      unstring run-log-line(ws-scan-pos + 5:) delimited by space
          into ws-log-job
    end-if
    if run-log-line(ws-scan-pos:8) = " ACTION="
      unstring run-log-line(ws-scan-pos + 8:) delimited by space
          into ws-log-action
    end-if
    if run-log-line(ws-scan-pos:9) = " ELAPSED="
      move run-log-line(ws-scan-pos + 9:6) to ws-log-elapsed-x
    end-if
  end-perform.

tally-one-log-line.
  *> The conversion's own entry belongs to neither side.
  if ws-line-no = ws-marker-line
    exit paragraph
  end-if.
  perform parse-log-line.
  if ws-log-elapsed-s not numeric
    exit paragraph
  end-if.
  move ws-log-elapsed-s to ws-log-elapsed.
  move zero to ws-found-idx.
  perform varying ws-job-idx from 1 by 1 until ws-job-idx > ws-job-count
    if ws-job-name(ws-job-idx) = ws-log-job
      move ws-job-idx to ws-found-idx
    end-if
  end-perform.
  if ws-found-idx = zero
    exit paragraph
  end-if.
  if ws-line-no < ws-marker-line
    add 1 to elp-before-runs(ws-found-idx)
    add ws-log-elapsed to elp-before-secs(ws-found-idx)
  else
    add 1 to elp-after-runs(ws-found-idx)
    add ws-log-elapsed to elp-after-secs(ws-found-idx)
  end-if.

report-one-job.
  *> Most subledger jobs only started logging their elapsed time
  *> with the keyed files, so they have no "before" to compare.
  move spaces to opencnv-report-line.
  if elp-before-runs(ws-job-idx) = zero
      and elp-after-runs(ws-job-idx) = zero
    string "JOB=" ws-job-name(ws-job-idx) " NO RUNS LOGGED"
        into opencnv-report-line
    write opencnv-report-line
    exit paragraph
  end-if.
  if elp-before-runs(ws-job-idx) = zero
    compute ws-avg-after =
        elp-after-secs(ws-job-idx) / elp-after-runs(ws-job-idx)
    string "JOB=" ws-job-name(ws-job-idx) " BEFORE=NO BASELINE"
        " AFTER=" ws-avg-after "S (" elp-after-runs(ws-job-idx)
        " RUNS)" into opencnv-report-line
    write opencnv-report-line
    exit paragraph
  end-if.
  compute ws-avg-before =
      elp-before-secs(ws-job-idx) / elp-before-runs(ws-job-idx).
  if elp-after-runs(ws-job-idx) = zero
    string "JOB=" ws-job-name(ws-job-idx) " BEFORE=" ws-avg-before
        "S (" elp-before-runs(ws-job-idx) " RUNS) AFTER=NOT RUN YET"
        into opencnv-report-line
    write opencnv-report-line
    exit paragraph
  end-if.
  compute ws-avg-after =
      elp-after-secs(ws-job-idx) / elp-after-runs(ws-job-idx).
  move zero to ws-saved-pct.
  if ws-avg-before > zero
    compute ws-saved-pct rounded =
        (ws-avg-before - ws-avg-after) * 100 / ws-avg-before
  end-if.
  string "JOB=" ws-job-name(ws-job-idx) " BEFORE=" ws-avg-before
      "S (" elp-before-runs(ws-job-idx) " RUNS) AFTER=" ws-avg-after
      "S (" elp-after-runs(ws-job-idx) " RUNS) SAVED PCT="
      ws-saved-pct into opencnv-report-line.
  write opencnv-report-line.

write-run-log-entry.
  if return-code = zero
    move "COMPLETE" to ws-run-status-txt
  else
    move "FAILED  " to ws-run-status-txt
  end-if.
  move function current-date(9:6) to ws-step-end-hhmmss.
  compute ws-step-elapsed-secs =
      (function numval(ws-step-end-hhmmss(1:2)) * 3600
       + function numval(ws-step-end-hhmmss(3:2)) * 60
       + function numval(ws-step-end-hhmmss(5:2)))
      - (function numval(ws-step-start-hhmmss(1:2)) * 3600
       + function numval(ws-step-start-hhmmss(3:2)) * 60
       + function numval(ws-step-start-hhmmss(5:2))).
  if ws-step-elapsed-secs < 0
    add 86400 to ws-step-elapsed-secs
  end-if.
  open extend run-log-file.
  if ws-runlog-status = "35"
    open output run-log-file
  end-if.
  move "RUNLOG.RPT" to ws-abend-file-name.
  move ws-runlog-status to ws-abend-status.
  perform check-file-status.
  move spaces to run-log-line.
  string "TS=" function current-date(1:15)
      " JOB=OPENCNV"
      " OPERATOR=" rpt-operator-id
      " STATUS=" ws-run-status-txt
      " ELAPSED=" ws-step-elapsed-secs "S"
      " ACTION=" ws-run-action-txt into run-log-line.
  write run-log-line.
  close run-log-file.

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

end program opencnv.
