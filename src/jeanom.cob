identification division.
  program-id. jeanom.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select jeanom-ctl assign to "JEANOM.CTL"
        organization is line sequential
        file status is ws-jc-status.
    select audit-file assign to "AUDIT.LOG"
        organization is line sequential
        file status is ws-au-status.
    select journal-batch-file assign to "JRNLBAT.DAT"
        organization is line sequential
        file status is ws-jb-status.
    select je-maker-file assign to "JEMAKER.DAT"
        organization is line sequential
        file status is ws-jm-status.
    select pending-txn-file assign to "PENDTXN.DAT"
        organization is line sequential
        file status is ws-pt-status.
    select appr-threshold-file assign to "APPRTHR.DAT"
        organization is line sequential
        file status is ws-apt-status.
    select holiday-file assign to "HOLIDAY.DAT"
        organization is line sequential
        file status is ws-hol-status.
    select exception-work-file assign to "JEAWORK.DAT"
        organization is line sequential
        file status is ws-ew-status.
    select exception-sort-work assign to "JEASORT.WRK".
    select exception-sorted-file assign to "JEASORT.DAT"
        organization is line sequential
        file status is ws-es-status.
    select jeanom-report assign to "JEANOM.RPT"
        organization is line sequential
        file status is ws-ja-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  run-log-file.
  01 run-log-line             pic x(160).
*> Run card: the posting-date window to analyse (zeros = the whole
*> log), the round-amount unit, how close under an approval threshold
*> counts as "just under" (percent), the most postings an account may
*> take in the window and still count as rarely used, the fewest
*> manual entries an operator must have keyed before an account new
*> to them stands out, and the fewest postings a source needs before
*> its first digits are tested. Zero in any field takes the default.
  fd  jeanom-ctl.
  01 jeanom-ctl-record.
    05 jc-from-date            pic 9(8).
    05 filler                  pic x(1).
    05 jc-to-date              pic 9(8).
    05 filler                  pic x(1).
    05 jc-round-unit           pic 9(7).
    05 filler                  pic x(1).
    05 jc-near-pct             pic 9(2).
    05 filler                  pic x(1).
    05 jc-rare-max             pic 9(3).
    05 filler                  pic x(1).
    05 jc-oper-min             pic 9(3).
    05 filler                  pic x(1).
    05 jc-benford-min          pic 9(5).
  fd  audit-file.
  copy "auditrec.cpy".
  fd  journal-batch-file.
  copy "jrnlbat.cpy".
  fd  je-maker-file.
  copy "jemaker.cpy".
  fd  pending-txn-file.
  copy "pendtxn.cpy".
  fd  appr-threshold-file.
  01 appr-threshold-record.
    05 at-acct-id              pic 9(6).
    05 filler                  pic x(1).
    05 at-threshold            pic 9(9)v99.
  fd  holiday-file.
  01 holiday-record           pic 9(8).
*> One flagged item awaiting its rank: a posting (P), a journal batch
*> (B), an approval (A) or a whole source failing the first-digit
*> test (S), with its score and the tests it tripped.
  fd  exception-work-file.
  01 exception-work-record.
    05 ew-score                pic 9(3).
    05 ew-abs-amount           pic 9(11)v99.
    05 ew-kind                 pic x(1).
    05 ew-date                 pic 9(8).
    05 ew-seq-no               pic 9(8).
    05 ew-acct-id              pic 9(6).
    05 ew-source               pic x(10).
    05 ew-operator             pic x(20).
    05 ew-amount               pic s9(11)v99 sign is leading separate.
    05 ew-tests                pic x(80).
  sd  exception-sort-work.
  01 sort-exception-record.
    05 sort-score              pic 9(3).
    05 sort-abs-amount         pic 9(11)v99.
    05 filler                  pic x(147).
  fd  exception-sorted-file.
  01 exception-sorted-record.
    05 es-score                pic 9(3).
    05 es-abs-amount           pic 9(11)v99.
    05 es-kind                 pic x(1).
    05 es-date                 pic 9(8).
    05 es-seq-no               pic 9(8).
    05 es-acct-id              pic 9(6).
    05 es-source               pic x(10).
    05 es-operator             pic x(20).
    05 es-amount               pic s9(11)v99 sign is leading separate.
    05 es-tests                pic x(80).
  fd  jeanom-report.
  01 jeanom-report-line       pic x(132).
  working-storage section.
    01 ws-jc-status       pic x(2) value "00".
    01 ws-au-status       pic x(2) value "00".
    01 ws-jb-status       pic x(2) value "00".
    01 ws-jm-status       pic x(2) value "00".
    01 ws-pt-status       pic x(2) value "00".
    01 ws-apt-status      pic x(2) value "00".
    01 ws-hol-status      pic x(2) value "00".
    01 ws-ew-status       pic x(2) value "00".
    01 ws-es-status       pic x(2) value "00".
    01 ws-ja-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-au-eof          pic x(1) value "N".
        88 AU-EOF         value "Y".
    01 ws-jb-eof          pic x(1) value "N".
        88 JB-EOF         value "Y".
    01 ws-jm-eof          pic x(1) value "N".
        88 JM-EOF         value "Y".
    01 ws-pt-eof          pic x(1) value "N".
        88 PT-EOF         value "Y".
    01 ws-apt-eof         pic x(1) value "N".
        88 APT-EOF        value "Y".
    01 ws-hol-eof         pic x(1) value "N".
        88 HOL-EOF        value "Y".
    01 ws-es-eof          pic x(1) value "N".
        88 ES-EOF         value "Y".

    *> Run parameters, card values over these defaults.
    01 ws-from-date       pic 9(8) value zero.
    01 ws-to-date         pic 9(8) value 99999999.
    01 ws-round-unit      pic 9(7) value 1000.
    01 ws-near-pct        pic 9(2) value 10.
    01 ws-rare-max        pic 9(3) value 2.
    01 ws-oper-min        pic 9(3) value 5.
    01 ws-benford-min     pic 9(5) value 50.

    *> The posting in hand, off its AUDIT.LOG row.
    01 ws-post-date       pic 9(8).
    01 ws-post-amount     pic s9(11)v99.
    01 ws-post-abs        pic 9(11)v99.
    01 ws-post-series     pic 9(2).
    01 ws-post-source     pic x(10).
    01 ws-post-operator   pic x(20).
    01 ws-post-keyed-date pic 9(8).
    01 ws-is-manual       pic x(1) value "N".
        88 IS-MANUAL      value "Y".
    01 ws-je-serial       pic 9(6).
    01 ws-score           pic 9(3).
    01 ws-tests           pic x(80).
    01 ws-tests-ptr       pic 9(3).
    01 ws-test-code       pic x(12).
    01 ws-check-date      pic 9(8).
    01 ws-day-of-week     pic 9(1).
    01 ws-nonbusiness     pic x(1) value "N".
        88 NONBUSINESS-DAY value "Y".
    01 ws-nonbusiness-txt pic x(12).
    01 ws-round-rem       pic 9(11)v99.
    01 ws-round-quot      pic 9(11).
    01 ws-threshold       pic 9(9)v99.
    01 ws-near-floor      pic 9(11)v99.
    01 ws-amount-digits   pic 9(11)v99.
    01 ws-amount-text redefines ws-amount-digits pic x(13).
    01 ws-first-digit     pic 9(1).
    01 ws-ch-idx          pic 9(3).

    *> Postings per account across the window - the rarely-used test.
    01 ws-account-table.
      05 ws-act-entry occurs 5000 times indexed by ws-act-idx.
        10 act-acct-id           pic 9(6).
        10 act-count             pic 9(7).
    01 ws-act-count       pic 9(4) value zero.

    *> Manual entries per operator, and per operator and account - the
    *> usual-accounts profile each operator's entries are judged by.
    01 ws-operator-table.
      05 ws-opr-entry occurs 500 times indexed by ws-opr-idx.
        10 opr-operator-id       pic x(20).
        10 opr-count             pic 9(7).
    01 ws-opr-count       pic 9(3) value zero.
    01 ws-oper-acct-table.
      05 ws-opa-entry occurs 5000 times indexed by ws-opa-idx.
        10 opa-operator-id       pic x(20).
        10 opa-acct-id           pic 9(6).
        10 opa-count             pic 9(7).
    01 ws-opa-count       pic 9(4) value zero.

    *> Screen-journal maker log: release serial (and batch) to who
    *> keyed it and when - sodrun.cob's tie from a 79-million
    *> sequence number back to its maker.
    01 ws-maker-table.
      05 ws-mkr-entry occurs 2000 times indexed by ws-mkr-idx.
        10 mkr-je-serial         pic 9(6).
        10 mkr-batch-id          pic 9(6).
        10 mkr-maker             pic x(20).
        10 mkr-keyed-date        pic 9(8).
    01 ws-mkr-count       pic 9(4) value zero.

    *> Approval thresholds, account 000000 the shop default.
    01 ws-threshold-table.
      05 ws-thr-entry occurs 1000 times indexed by ws-thr-idx.
        10 thr-acct-id           pic 9(6).
        10 thr-amount            pic 9(9)v99.
    01 ws-thr-count       pic 9(4) value zero.
    01 ws-default-threshold pic 9(9)v99 value 999999999.99.

    01 ws-holiday-table.
      05 ws-hol-entry occurs 500 times indexed by ws-hol-idx.
        10 hol-date              pic 9(8).
    01 ws-hol-count       pic 9(3) value zero.

    *> Sources - the posting program each sequence-number series
    *> belongs to. Anything below the 70 million series arrived on
    *> the transaction feed.
    01 ws-series-values.
      05 filler pic x(12) value "19RMAOPEN   ".
      05 filler pic x(12) value "70LANDCOST  ".
      05 filler pic x(12) value "73ESCHEAT   ".
      05 filler pic x(12) value "74CKVOID    ".
      05 filler pic x(12) value "75PPDAMORT  ".
      05 filler pic x(12) value "76BILLING   ".
      05 filler pic x(12) value "77REVREC    ".
      05 filler pic x(12) value "78FIXASSET  ".
      05 filler pic x(12) value "79JRNLENT   ".
      05 filler pic x(12) value "80TIMECARD  ".
      05 filler pic x(12) value "81LEAVEPROC ".
      05 filler pic x(12) value "82PAYRESULT ".
      05 filler pic x(12) value "83INVPOST   ".
      05 filler pic x(12) value "84BILLING   ".
      05 filler pic x(12) value "85CASHAPP   ".
      05 filler pic x(12) value "86ARWOFF    ".
      05 filler pic x(12) value "87NSFPROC   ".
      05 filler pic x(12) value "88CASHAPP   ".
      05 filler pic x(12) value "89APPAY     ".
      05 filler pic x(12) value "90BILLING   ".
      05 filler pic x(12) value "91FXREVAL   ".
      05 filler pic x(12) value "92INTERCOMP ".
      05 filler pic x(12) value "93RECURJNL  ".
      05 filler pic x(12) value "94APINV     ".
      05 filler pic x(12) value "96AUTOREV   ".
      05 filler pic x(12) value "97REJFIX    ".
    01 ws-series-table redefines ws-series-values.
      05 ws-ser-entry occurs 26 times indexed by ws-ser-idx.
        10 ser-series            pic 9(2).
        10 ser-source            pic x(10).

    *> First-digit tallies per source, against the Benford
    *> proportions log10(1 + 1/d).
    01 ws-source-table.
      05 ws-src-entry occurs 40 times indexed by ws-src-idx.
        10 src-source            pic x(10).
        10 src-count             pic 9(7).
        10 src-digit-count       pic 9(7) occurs 9 times.
    01 ws-src-count       pic 9(2) value zero.
    01 ws-benford-values.
      05 filler pic 9v9(4) value 0.3010.
      05 filler pic 9v9(4) value 0.1761.
      05 filler pic 9v9(4) value 0.1249.
      05 filler pic 9v9(4) value 0.0969.
      05 filler pic 9v9(4) value 0.0792.
      05 filler pic 9v9(4) value 0.0669.
      05 filler pic 9v9(4) value 0.0580.
      05 filler pic 9v9(4) value 0.0512.
      05 filler pic 9v9(4) value 0.0458.
    01 ws-benford-table redefines ws-benford-values.
      05 ws-benford-expected pic 9v9(4) occurs 9 times.
    01 ws-digit-idx       pic 9(2).
    01 ws-observed-pct    pic 9v9(6).
    01 ws-deviation       pic s9v9(6).
    01 ws-mad             pic 9v9(6).
    01 ws-mad-edit        pic 9.9(4).
    01 ws-pct-edit        pic zz9.9.
    01 ws-digit-line      pic x(60).
    01 ws-digit-ptr       pic 9(3).
    01 ws-benford-verdict pic x(14).

    *> Counts by test, and the ranked listing.
    01 ws-postings-tested pic 9(9) value zero.
    01 ws-exception-count pic 9(7) value zero.
    01 ws-cnt-nonbusiness pic 9(7) value zero.
    01 ws-cnt-round       pic 9(7) value zero.
    01 ws-cnt-near-thr    pic 9(7) value zero.
    01 ws-cnt-rare-acct   pic 9(7) value zero.
    01 ws-cnt-oper-acct   pic 9(7) value zero.
    01 ws-cnt-round-batch pic 9(7) value zero.
    01 ws-cnt-approval    pic 9(7) value zero.
    01 ws-cnt-benford     pic 9(7) value zero.
    01 ws-rank            pic 9(7) value zero.
    01 ws-amount-edit     pic z(10)9.99-.
    01 ws-today-date      pic 9(8).
    *> Run-log entry with elapsed time, like every other cycle step.
    01 ws-runlog-status   pic x(2) value "00".
    01 ws-run-status-txt  pic x(8) value "COMPLETE".
    01 ws-step-start-hhmmss pic 9(6) value zero.
    01 ws-step-end-hhmmss   pic 9(6) value zero.
    01 ws-step-elapsed-secs pic s9(6) value zero.
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Journal-entry anomaly analytics - the tests the external
  *> auditors run every year, run here first. Every ledger posting
  *> on AUDIT.LOG in the window is scored against: posted (or, for a
  *> screen journal, keyed) on a weekend or HOLIDAY.DAT holiday; a
  *> round amount; just under its APPRTHR.DAT approval threshold; an
  *> account that almost never takes postings; and, for journals
  *> keyed through jrnlent.cob, an account the maker (JEMAKER.DAT)
  *> has not posted to before. Round-total journal batches
  *> (JRNLBAT.DAT) and approvals given on a non-business day
  *> (PENDTXN.DAT, the txnapprv.cob trail) are scored too, and each
  *> source's first digits are held against Benford's law. Everything
  *> flagged is ranked by score, then size, on JEANOM.RPT for the
  *> reviewers to work down.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform read-jeanom-request.
  perform load-holidays.
  perform load-approval-thresholds.
  perform load-journal-makers.
  perform profile-postings.
  open output exception-work-file.
  move "JEAWORK.DAT" to ws-abend-file-name.
  move ws-ew-status to ws-abend-status.
  perform check-file-status.
  perform score-postings.
  perform score-journal-batches.
  perform score-approvals.
  perform score-benford-sources.
  close exception-work-file.
  sort exception-sort-work on descending key sort-score sort-abs-amount
      using exception-work-file
      giving exception-sorted-file.
  perform open-jeanom-report.
  perform write-ranked-exceptions.
  perform write-benford-section.
  perform write-jeanom-totals.
  close jeanom-report.
  perform write-run-log-entry.
  display "JEANOM: " ws-postings-tested " POSTING(S) TESTED, "
      ws-exception-count " EXCEPTION(S) RANKED".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "JEANOM" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

read-jeanom-request.
  open input jeanom-ctl.
  if ws-jc-status = "35"
    exit paragraph
  end-if.
  move "JEANOM.CTL" to ws-abend-file-name.
  move ws-jc-status to ws-abend-status.
  perform check-file-status.
  move spaces to jeanom-ctl-record.
  read jeanom-ctl
    at end continue
  end-read.
  close jeanom-ctl.
  if jc-from-date numeric and jc-from-date > zero
    move jc-from-date to ws-from-date
  end-if.
  if jc-to-date numeric and jc-to-date > zero
    move jc-to-date to ws-to-date
  end-if.
  if jc-round-unit numeric and jc-round-unit > zero
    move jc-round-unit to ws-round-unit
  end-if.
  if jc-near-pct numeric and jc-near-pct > zero
    move jc-near-pct to ws-near-pct
  end-if.
  if jc-rare-max numeric and jc-rare-max > zero
    move jc-rare-max to ws-rare-max
  end-if.
  if jc-oper-min numeric and jc-oper-min > zero
    move jc-oper-min to ws-oper-min
  end-if.
  if jc-benford-min numeric and jc-benford-min > zero
    move jc-benford-min to ws-benford-min
  end-if.

load-holidays.
  move zero to ws-hol-count.
  move "N" to ws-hol-eof.
  open input holiday-file.
  if ws-hol-status = "35"
    close holiday-file
    exit paragraph
  end-if.
  move "HOLIDAY.DAT" to ws-abend-file-name.
  move ws-hol-status to ws-abend-status.
  perform check-file-status.
  read holiday-file
    at end set HOL-EOF to true
  end-read.
  perform until HOL-EOF
    if holiday-record numeric and ws-hol-count < 500
      add 1 to ws-hol-count
      move holiday-record to hol-date(ws-hol-count)
    end-if
    read holiday-file
      at end set HOL-EOF to true
    end-read
  end-perform.
  close holiday-file.

load-approval-thresholds.
  *> No APPRTHR.DAT, or no 000000 row, leaves the default sky-high -
  *> the same inert gate the posting run falls back to.
  move zero to ws-thr-count.
  move "N" to ws-apt-eof.
  open input appr-threshold-file.
  if ws-apt-status = "35"
    close appr-threshold-file
    exit paragraph
  end-if.
  move "APPRTHR.DAT" to ws-abend-file-name.
  move ws-apt-status to ws-abend-status.
  perform check-file-status.
  read appr-threshold-file
    at end set APT-EOF to true
  end-read.
  perform until APT-EOF
    if at-acct-id = zero
      move at-threshold to ws-default-threshold
    else
      if ws-thr-count < 1000
        add 1 to ws-thr-count
        move at-acct-id to thr-acct-id(ws-thr-count)
        move at-threshold to thr-amount(ws-thr-count)
      end-if
    end-if
    read appr-threshold-file
      at end set APT-EOF to true
    end-read
  end-perform.
  close appr-threshold-file.

load-journal-makers.
  move zero to ws-mkr-count.
  move "N" to ws-jm-eof.
  open input je-maker-file.
  if ws-jm-status = "35"
    close je-maker-file
    exit paragraph
  end-if.
  move "JEMAKER.DAT" to ws-abend-file-name.
  move ws-jm-status to ws-abend-status.
  perform check-file-status.
  read je-maker-file
    at end set JM-EOF to true
  end-read.
  perform until JM-EOF
    if ws-mkr-count < 2000
      add 1 to ws-mkr-count
      move jm-je-serial to mkr-je-serial(ws-mkr-count)
      move jm-batch-id to mkr-batch-id(ws-mkr-count)
      move jm-maker to mkr-maker(ws-mkr-count)
      move jm-timestamp(1:8) to mkr-keyed-date(ws-mkr-count)
    end-if
    read je-maker-file
      at end set JM-EOF to true
    end-read
  end-perform.
  close je-maker-file.

profile-postings.
  *> First pass: how often each account is posted to, which accounts
  *> each journal maker normally keys, and every source's first
  *> digits - the baselines the second pass judges each posting by.
  move zero to ws-act-count.
  move zero to ws-opr-count.
  move zero to ws-opa-count.
  move zero to ws-src-count.
  move "N" to ws-au-eof.
  open input audit-file.
  if ws-au-status = "35"
    close audit-file
    exit paragraph
  end-if.
  move "AUDIT.LOG" to ws-abend-file-name.
  move ws-au-status to ws-abend-status.
  perform check-file-status.
  read audit-file
    at end set AU-EOF to true
  end-read.
  perform until AU-EOF
    if aud-source = "MATH"
        and (aud-field-name = "BAL-DAILY" or aud-field-name = "BAL-PTD-ADJ")
      perform take-posting-fields
      if ws-post-date >= ws-from-date and ws-post-date <= ws-to-date
        add 1 to ws-postings-tested
        perform count-account-posting
        perform count-source-digit
        if IS-MANUAL and ws-post-operator not = spaces
          perform count-operator-posting
        end-if
      end-if
    end-if
    read audit-file
      at end set AU-EOF to true
    end-read
  end-perform.
  close audit-file.

take-posting-fields.
  move aud-timestamp(1:8) to ws-post-date.
  compute ws-post-amount = aud-new-value - aud-old-value.
  if ws-post-amount < zero
    compute ws-post-abs = zero - ws-post-amount
  else
    move ws-post-amount to ws-post-abs
  end-if.
  compute ws-post-series = aud-txn-seq-no / 1000000.
  move "TXN FEED" to ws-post-source.
  set ws-ser-idx to 1.
  search ws-ser-entry
    at end continue
    when ser-series(ws-ser-idx) = ws-post-series
      move ser-source(ws-ser-idx) to ws-post-source
  end-search.
  move "N" to ws-is-manual.
  move spaces to ws-post-operator.
  move zero to ws-post-keyed-date.
  if ws-post-series = 79
    set IS-MANUAL to true
    compute ws-je-serial = (aud-txn-seq-no - 79000000) / 100
    perform varying ws-mkr-idx from 1 by 1
        until ws-mkr-idx > ws-mkr-count
      if mkr-je-serial(ws-mkr-idx) = ws-je-serial
        move mkr-maker(ws-mkr-idx) to ws-post-operator
        move mkr-keyed-date(ws-mkr-idx) to ws-post-keyed-date
      end-if
    end-perform
  end-if.

count-account-posting.
  set ws-act-idx to 1.
  search ws-act-entry
    at end
      if ws-act-count < 5000
        add 1 to ws-act-count
        move aud-key to act-acct-id(ws-act-count)
        move 1 to act-count(ws-act-count)
      end-if
    when ws-act-idx > ws-act-count
      if ws-act-count < 5000
        add 1 to ws-act-count
        move aud-key to act-acct-id(ws-act-count)
        move 1 to act-count(ws-act-count)
      end-if
    when act-acct-id(ws-act-idx) = aud-key
      add 1 to act-count(ws-act-idx)
  end-search.

count-operator-posting.
  set ws-opr-idx to 1.
  search ws-opr-entry
    at end continue
    when ws-opr-idx > ws-opr-count
      if ws-opr-count < 500
        add 1 to ws-opr-count
        move ws-post-operator to opr-operator-id(ws-opr-count)
        move 1 to opr-count(ws-opr-count)
      end-if
    when opr-operator-id(ws-opr-idx) = ws-post-operator
      add 1 to opr-count(ws-opr-idx)
  end-search.
  set ws-opa-idx to 1.
  search ws-opa-entry
    at end continue
    when ws-opa-idx > ws-opa-count
      if ws-opa-count < 5000
        add 1 to ws-opa-count
        move ws-post-operator to opa-operator-id(ws-opa-count)
        move aud-key to opa-acct-id(ws-opa-count)
        move 1 to opa-count(ws-opa-count)
      end-if
    when opa-operator-id(ws-opa-idx) = ws-post-operator
        and opa-acct-id(ws-opa-idx) = aud-key
      add 1 to opa-count(ws-opa-idx)
  end-search.

count-source-digit.
  *> Leading significant digit of the amount, cents included for a
  *> posting under a dollar; a zero amount has none and isn't tested.
  move ws-post-abs to ws-amount-digits.
  move zero to ws-first-digit.
  perform varying ws-ch-idx from 1 by 1
      until ws-ch-idx > 13 or ws-first-digit > zero
    if ws-amount-text(ws-ch-idx:1) not = "0"
      move ws-amount-text(ws-ch-idx:1) to ws-first-digit
    end-if
  end-perform.
  if ws-first-digit = zero
    exit paragraph
  end-if.
  set ws-src-idx to 1.
  search ws-src-entry
    at end continue
    when ws-src-idx > ws-src-count
      if ws-src-count < 40
        add 1 to ws-src-count
        set ws-src-idx to ws-src-count
        move ws-post-source to src-source(ws-src-idx)
        move zero to src-count(ws-src-idx)
        perform varying ws-digit-idx from 1 by 1 until ws-digit-idx > 9
          move zero to src-digit-count(ws-src-idx, ws-digit-idx)
        end-perform
        add 1 to src-count(ws-src-idx)
        add 1 to src-digit-count(ws-src-idx, ws-first-digit)
      end-if
    when src-source(ws-src-idx) = ws-post-source
      add 1 to src-count(ws-src-idx)
      add 1 to src-digit-count(ws-src-idx, ws-first-digit)
  end-search.

score-postings.
  *> Second pass: every posting in the window against every test.
  move "N" to ws-au-eof.
  open input audit-file.
  if ws-au-status = "35"
    close audit-file
    exit paragraph
  end-if.
  move "AUDIT.LOG" to ws-abend-file-name.
  move ws-au-status to ws-abend-status.
  perform check-file-status.
  read audit-file
    at end set AU-EOF to true
  end-read.
  perform until AU-EOF
    if aud-source = "MATH"
        and (aud-field-name = "BAL-DAILY" or aud-field-name = "BAL-PTD-ADJ")
      perform take-posting-fields
      if ws-post-date >= ws-from-date and ws-post-date <= ws-to-date
        perform score-one-posting
      end-if
    end-if
    read audit-file
      at end set AU-EOF to true
    end-read
  end-perform.
  close audit-file.

score-one-posting.
  move zero to ws-score.
  move spaces to ws-tests.
  move 1 to ws-tests-ptr.
  *> Non-business day: the day a screen journal was keyed says more
  *> than the night it happened to post, so a maker date wins.
  if ws-post-keyed-date > zero
    move ws-post-keyed-date to ws-check-date
  else
    move ws-post-date to ws-check-date
  end-if.
  perform check-nonbusiness-day.
  if NONBUSINESS-DAY
    add 3 to ws-score
    add 1 to ws-cnt-nonbusiness
    move ws-nonbusiness-txt to ws-test-code
    perform add-test-code
  end-if.
  perform check-round-amount.
  if ws-post-abs > zero and ws-round-rem = zero
    add 2 to ws-score
    add 1 to ws-cnt-round
    move "ROUND" to ws-test-code
    perform add-test-code
  end-if.
  perform find-posting-threshold.
  compute ws-near-floor = ws-threshold * ws-near-pct.
  divide 100 into ws-near-floor.
  compute ws-near-floor = ws-threshold - ws-near-floor.
  if ws-post-abs >= ws-near-floor and ws-post-abs < ws-threshold
    add 4 to ws-score
    add 1 to ws-cnt-near-thr
    move "NEAR-THRESH" to ws-test-code
    perform add-test-code
  end-if.
  set ws-act-idx to 1.
  search ws-act-entry
    at end continue
    when act-acct-id(ws-act-idx) = aud-key
      if act-count(ws-act-idx) <= ws-rare-max
        add 2 to ws-score
        add 1 to ws-cnt-rare-acct
        move "RARE-ACCT" to ws-test-code
        perform add-test-code
      end-if
  end-search.
  if IS-MANUAL and ws-post-operator not = spaces
    perform check-operator-account
  end-if.
  *> A manual entry tripping anything at all outranks the same
  *> finding on a system-generated one.
  if ws-score > zero
    if IS-MANUAL
      add 1 to ws-score
      move "MANUAL" to ws-test-code
      perform add-test-code
    end-if
    move ws-score to ew-score
    move ws-post-abs to ew-abs-amount
    move "P" to ew-kind
    move ws-post-date to ew-date
    move aud-txn-seq-no to ew-seq-no
    move aud-key to ew-acct-id
    move ws-post-source to ew-source
    move ws-post-operator to ew-operator
    move ws-post-amount to ew-amount
    move ws-tests to ew-tests
    perform write-exception-row
  end-if.

check-operator-account.
  *> An account the maker has keyed to only this once, when they
  *> have keyed enough entries for a pattern to exist.
  set ws-opr-idx to 1.
  search ws-opr-entry
    at end continue
    when opr-operator-id(ws-opr-idx) = ws-post-operator
      if opr-count(ws-opr-idx) < ws-oper-min
        exit paragraph
      end-if
  end-search.
  set ws-opa-idx to 1.
  search ws-opa-entry
    at end continue
    when opa-operator-id(ws-opa-idx) = ws-post-operator
        and opa-acct-id(ws-opa-idx) = aud-key
      if opa-count(ws-opa-idx) = 1
        add 4 to ws-score
        add 1 to ws-cnt-oper-acct
        move "OPER-UNUSUAL" to ws-test-code
        perform add-test-code
      end-if
  end-search.

check-nonbusiness-day.
  *> Day-of-week the way the run-mode calendar in math.cob works it
  *> out: 6 is a Saturday, 0 a Sunday.
  move "N" to ws-nonbusiness.
  move spaces to ws-nonbusiness-txt.
  if ws-check-date not numeric or ws-check-date = zero
    exit paragraph
  end-if.
  compute ws-day-of-week =
      function mod(function integer-of-date(ws-check-date), 7).
  if ws-day-of-week = 6 or ws-day-of-week = 0
    set NONBUSINESS-DAY to true
    move "WEEKEND" to ws-nonbusiness-txt
    exit paragraph
  end-if.
  perform varying ws-hol-idx from 1 by 1 until ws-hol-idx > ws-hol-count
    if hol-date(ws-hol-idx) = ws-check-date
      set NONBUSINESS-DAY to true
      move "HOLIDAY" to ws-nonbusiness-txt
    end-if
  end-perform.

check-round-amount.
  divide ws-post-abs by ws-round-unit
      giving ws-round-quot remainder ws-round-rem.

find-posting-threshold.
  move ws-default-threshold to ws-threshold.
  set ws-thr-idx to 1.
  search ws-thr-entry
    at end continue
    when ws-thr-idx > ws-thr-count
      continue
    when thr-acct-id(ws-thr-idx) = aud-key
      move thr-amount(ws-thr-idx) to ws-threshold
  end-search.

add-test-code.
  string ws-test-code delimited by space " " delimited by size
      into ws-tests with pointer ws-tests-ptr
  end-string.

write-exception-row.
  write exception-work-record.
  add 1 to ws-exception-count.

score-journal-batches.
  *> Journal batches declaring round totals. A batch keyed through
  *> jrnlent.cob is held to the window by the day it was keyed; one
  *> with no maker row only when the whole log is being analysed.
  move "N" to ws-jb-eof.
  open input journal-batch-file.
  if ws-jb-status = "35"
    close journal-batch-file
    exit paragraph
  end-if.
  move "JRNLBAT.DAT" to ws-abend-file-name.
  move ws-jb-status to ws-abend-status.
  perform check-file-status.
  read journal-batch-file
    at end set JB-EOF to true
  end-read.
  perform until JB-EOF
    perform score-one-batch
    read journal-batch-file
      at end set JB-EOF to true
    end-read
  end-perform.
  close journal-batch-file.

score-one-batch.
  move spaces to ws-post-operator.
  move zero to ws-post-keyed-date.
  perform varying ws-mkr-idx from 1 by 1 until ws-mkr-idx > ws-mkr-count
    if mkr-batch-id(ws-mkr-idx) = jb-batch-id
      move mkr-maker(ws-mkr-idx) to ws-post-operator
      move mkr-keyed-date(ws-mkr-idx) to ws-post-keyed-date
    end-if
  end-perform.
  if ws-post-keyed-date = zero
    if ws-from-date > zero or ws-to-date < 99999999
      exit paragraph
    end-if
  else
    if ws-post-keyed-date < ws-from-date or ws-post-keyed-date > ws-to-date
      exit paragraph
    end-if
  end-if.
  if jb-declared-debits not numeric or jb-declared-debits = zero
    exit paragraph
  end-if.
  if jb-declared-debits < zero
    compute ws-post-abs = zero - jb-declared-debits
  else
    move jb-declared-debits to ws-post-abs
  end-if.
  perform check-round-amount.
  if ws-round-rem not = zero
    exit paragraph
  end-if.
  move zero to ws-score.
  move spaces to ws-tests.
  move 1 to ws-tests-ptr.
  add 2 to ws-score.
  add 1 to ws-cnt-round-batch.
  move "ROUND-BATCH" to ws-test-code.
  perform add-test-code.
  if ws-post-keyed-date > zero
    move ws-post-keyed-date to ws-check-date
    perform check-nonbusiness-day
    if NONBUSINESS-DAY
      add 3 to ws-score
      add 1 to ws-cnt-nonbusiness
      move ws-nonbusiness-txt to ws-test-code
      perform add-test-code
    end-if
  end-if.
  move ws-score to ew-score.
  move ws-post-abs to ew-abs-amount.
  move "B" to ew-kind.
  move ws-post-keyed-date to ew-date.
  move jb-batch-id to ew-seq-no.
  move zero to ew-acct-id.
  move "JRNLBAT" to ew-source.
  move ws-post-operator to ew-operator.
  move jb-declared-debits to ew-amount.
  move ws-tests to ew-tests.
  perform write-exception-row.

score-approvals.
  *> The txnapprv.cob trail: a large transaction approved (or
  *> rejected) on a weekend or holiday.
  move "N" to ws-pt-eof.
  open input pending-txn-file.
  if ws-pt-status = "35"
    close pending-txn-file
    exit paragraph
  end-if.
  move "PENDTXN.DAT" to ws-abend-file-name.
  move ws-pt-status to ws-abend-status.
  perform check-file-status.
  read pending-txn-file
    at end set PT-EOF to true
  end-read.
  perform until PT-EOF
    if not PT-PENDING and pt-checker not = spaces
        and pt-checker-timestamp numeric
      move pt-checker-timestamp(1:8) to ws-check-date
      if ws-check-date >= ws-from-date and ws-check-date <= ws-to-date
        perform check-nonbusiness-day
        if NONBUSINESS-DAY
          perform write-approval-exception
        end-if
      end-if
    end-if
    read pending-txn-file
      at end set PT-EOF to true
    end-read
  end-perform.
  close pending-txn-file.

write-approval-exception.
  move spaces to ws-tests.
  move 1 to ws-tests-ptr.
  move "APPROVED-ON" to ws-test-code.
  perform add-test-code.
  move ws-nonbusiness-txt to ws-test-code.
  perform add-test-code.
  add 1 to ws-cnt-approval.
  if pt-amount < zero
    compute ws-post-abs = zero - pt-amount
  else
    move pt-amount to ws-post-abs
  end-if.
  move 3 to ew-score.
  move ws-post-abs to ew-abs-amount.
  move "A" to ew-kind.
  move ws-check-date to ew-date.
  move pt-seq-no to ew-seq-no.
  move pt-acct-id to ew-acct-id.
  move "TXNAPPRV" to ew-source.
  move pt-checker to ew-operator.
  move pt-amount to ew-amount.
  move ws-tests to ew-tests.
  perform write-exception-row.

score-benford-sources.
  *> Mean absolute deviation of each source's first-digit
  *> proportions from Benford's, read against the usual first-digit
  *> conformity bands. A source too small to test is reported but
  *> not judged.
  perform varying ws-src-idx from 1 by 1 until ws-src-idx > ws-src-count
    perform compute-source-mad
    if src-count(ws-src-idx) >= ws-benford-min
        and ws-benford-verdict = "NONCONFORMING"
      add 1 to ws-cnt-benford
      move 5 to ew-score
      move zero to ew-abs-amount
      move "S" to ew-kind
      move zero to ew-date
      move zero to ew-seq-no
      move zero to ew-acct-id
      move src-source(ws-src-idx) to ew-source
      move spaces to ew-operator
      move zero to ew-amount
      move spaces to ws-tests
      move 1 to ws-tests-ptr
      move "BENFORD" to ws-test-code
      perform add-test-code
      move ws-tests to ew-tests
      perform write-exception-row
    end-if
  end-perform.

compute-source-mad.
  move zero to ws-mad.
  perform varying ws-digit-idx from 1 by 1 until ws-digit-idx > 9
    compute ws-observed-pct rounded =
        src-digit-count(ws-src-idx, ws-digit-idx) / src-count(ws-src-idx)
    compute ws-deviation =
        ws-observed-pct - ws-benford-expected(ws-digit-idx)
    if ws-deviation < zero
      compute ws-deviation = zero - ws-deviation
    end-if
    add ws-deviation to ws-mad
  end-perform.
  compute ws-mad rounded = ws-mad / 9.
  evaluate true
    when src-count(ws-src-idx) < ws-benford-min
      move "TOO FEW" to ws-benford-verdict
    when ws-mad < 0.006
      move "CLOSE" to ws-benford-verdict
    when ws-mad < 0.012
      move "ACCEPTABLE" to ws-benford-verdict
    when ws-mad < 0.015
      move "MARGINAL" to ws-benford-verdict
    when other
      move "NONCONFORMING" to ws-benford-verdict
  end-evaluate.

open-jeanom-report.
  open extend jeanom-report.
  if ws-ja-status = "35"
    open output jeanom-report
  end-if.
  move "JEANOM.RPT" to ws-abend-file-name.
  move ws-ja-status to ws-abend-status.
  perform check-file-status.
  move spaces to jeanom-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into jeanom-report-line.
  write jeanom-report-line.
  move spaces to jeanom-report-line.
  string "JOURNAL ENTRY ANOMALIES POSTED " ws-from-date " TO " ws-to-date
      " ROUND UNIT=" ws-round-unit " NEAR THRESHOLD=" ws-near-pct "%"
      " RARE ACCOUNT<=" ws-rare-max into jeanom-report-line.
  write jeanom-report-line.
  move "RANKED EXCEPTIONS - HIGHEST SCORE FIRST" to jeanom-report-line.
  write jeanom-report-line.

write-ranked-exceptions.
  move zero to ws-rank.
  move "N" to ws-es-eof.
  open input exception-sorted-file.
  move "JEASORT.DAT" to ws-abend-file-name.
  move ws-es-status to ws-abend-status.
  perform check-file-status.
  read exception-sorted-file
    at end set ES-EOF to true
  end-read.
  perform until ES-EOF
    add 1 to ws-rank
    move es-amount to ws-amount-edit
    move spaces to jeanom-report-line
    evaluate es-kind
      when "P"
        string "RANK=" ws-rank " SCORE=" es-score
            " POSTING DATE=" es-date " SEQ=" es-seq-no
            " ACCT=" es-acct-id " SOURCE=" es-source
            " AMOUNT=" ws-amount-edit " BY " es-operator
            into jeanom-report-line
      when "B"
        string "RANK=" ws-rank " SCORE=" es-score
            " BATCH KEYED=" es-date " BATCH=" es-seq-no
            " DEBITS=" ws-amount-edit " BY " es-operator
            into jeanom-report-line
      when "A"
        string "RANK=" ws-rank " SCORE=" es-score
            " APPROVAL DATE=" es-date " SEQ=" es-seq-no
            " ACCT=" es-acct-id " AMOUNT=" ws-amount-edit
            " BY " es-operator into jeanom-report-line
      when other
        string "RANK=" ws-rank " SCORE=" es-score
            " SOURCE=" es-source
            " FIRST-DIGIT DISTRIBUTION OUT OF LINE - SEE BENFORD TEST"
            into jeanom-report-line
    end-evaluate
    write jeanom-report-line
    move spaces to jeanom-report-line
    string "    TESTS: " es-tests into jeanom-report-line
    write jeanom-report-line
    read exception-sorted-file
      at end set ES-EOF to true
    end-read
  end-perform.
  close exception-sorted-file.
  if ws-rank = zero
    move "NO EXCEPTIONS" to jeanom-report-line
    write jeanom-report-line
  end-if.

write-benford-section.
  move spaces to jeanom-report-line.
  write jeanom-report-line.
  move "FIRST-DIGIT (BENFORD) TEST BY SOURCE - PERCENT OF POSTINGS, DIGITS 1-9"
      to jeanom-report-line.
  write jeanom-report-line.
  move spaces to ws-digit-line.
  move 1 to ws-digit-ptr.
  perform varying ws-digit-idx from 1 by 1 until ws-digit-idx > 9
    compute ws-pct-edit rounded = ws-benford-expected(ws-digit-idx) * 100
    string ws-pct-edit " " delimited by size
        into ws-digit-line with pointer ws-digit-ptr
    end-string
  end-perform.
  move spaces to jeanom-report-line.
  string "EXPECTED              " ws-digit-line into jeanom-report-line.
  write jeanom-report-line.
  perform varying ws-src-idx from 1 by 1 until ws-src-idx > ws-src-count
    perform compute-source-mad
    move spaces to ws-digit-line
    move 1 to ws-digit-ptr
    perform varying ws-digit-idx from 1 by 1 until ws-digit-idx > 9
      compute ws-pct-edit rounded =
          src-digit-count(ws-src-idx, ws-digit-idx) * 100
          / src-count(ws-src-idx)
      string ws-pct-edit " " delimited by size
          into ws-digit-line with pointer ws-digit-ptr
      end-string
    end-perform
    move ws-mad to ws-mad-edit
    move spaces to jeanom-report-line
    string src-source(ws-src-idx) " N=" src-count(ws-src-idx) " "
        ws-digit-line(1:54) " MAD=" ws-mad-edit " " ws-benford-verdict
        into jeanom-report-line
    write jeanom-report-line
  end-perform.

write-jeanom-totals.
  move spaces to jeanom-report-line.
  write jeanom-report-line.
  move spaces to jeanom-report-line.
  string "POSTINGS TESTED=" ws-postings-tested
      " EXCEPTIONS=" ws-exception-count
      " NON-BUSINESS-DAY=" ws-cnt-nonbusiness
      " ROUND=" ws-cnt-round
      " NEAR-THRESHOLD=" ws-cnt-near-thr into jeanom-report-line.
  write jeanom-report-line.
  move spaces to jeanom-report-line.
  string "RARE-ACCOUNT=" ws-cnt-rare-acct
      " OPERATOR-UNUSUAL=" ws-cnt-oper-acct
      " ROUND-BATCH=" ws-cnt-round-batch
      " APPROVED-OFF-DAY=" ws-cnt-approval
      " BENFORD-SOURCES=" ws-cnt-benford into jeanom-report-line.
  write jeanom-report-line.

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
      " JOB=JEANOM"
      " OPERATOR=" rpt-operator-id
      " STATUS=" ws-run-status-txt
      " ELAPSED=" ws-step-elapsed-secs "S" into run-log-line.
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

end program jeanom.
