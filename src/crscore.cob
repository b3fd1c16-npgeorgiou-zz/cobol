identification division.
  program-id. crscore.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select crscore-ctl assign to "CRSCORE.CTL"
        organization is line sequential
        file status is ws-cc-status.
    select credit-grade-file assign to "CRGRADE.CTL"
        organization is line sequential
        file status is ws-cg-status.
    select customer-file assign to "CUSTMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-cu-rel-key
        file status is ws-cu-status.
    select ar-open-file assign to "AROPEN.DAT"
        organization is indexed
        access mode is dynamic
        record key is ar-invoice-no
        alternate record key is ar-cust-no with duplicates
        alternate record key is ar-due-date with duplicates
        file status is ws-aro-status.
    select ar-pay-history assign to "ARPAYH.DAT"
        organization is line sequential
        file status is ws-ph-status.
    select score-history-file assign to "CRSCHIST.DAT"
        organization is line sequential
        file status is ws-crs-status.
    select score-history-work assign to "CRSCHIST.WRK"
        organization is line sequential
        file status is ws-csw-status.
    select alert-queue-file assign to "ALERTQUE.DAT"
        organization is line sequential
        file status is ws-aq-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
    select credit-review-report assign to "CRSCORE.RPT"
        organization is line sequential
        file status is ws-cr-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
*> Scoring run card: the score date (zero = the business date), the
*> recent days-to-pay window and the whole lookback in days, and the
*> score drop from the customer's last scoring that counts as sharp
*> deterioration and is paged to credit control. Zero or blank fields
*> take the defaults (business date, 90, 365, 15).
  fd  crscore-ctl.
  01 crscore-ctl-record.
    05 cc-score-date           pic 9(8).
    05 filler                  pic x(1).
    05 cc-recent-days          pic 9(3).
    05 filler                  pic x(1).
    05 cc-lookback-days        pic 9(3).
    05 filler                  pic x(1).
    05 cc-drop-points          pic 9(3).
*> Grade policy, best grade first: the lowest score that earns the
*> grade, the credit-limit change recommended for it (percent, signed)
*> and the action credit control sees on the review.
  fd  credit-grade-file.
  01 credit-grade-record.
    05 cg-grade                pic x(1).
    05 filler                  pic x(1).
    05 cg-min-score            pic 9(3).
    05 filler                  pic x(1).
    05 cg-limit-pct            pic s9(3) sign is leading separate.
    05 filler                  pic x(1).
    05 cg-action               pic x(30).
  fd  customer-file.
  copy "custmast.cpy".
  fd  ar-open-file.
  copy "aropen.cpy".
  fd  ar-pay-history.
  copy "arpayh.cpy".
  fd  score-history-file.
  copy "crschist.cpy".
  fd  score-history-work.
  01 score-history-work-record pic x(70).
  fd  alert-queue-file.
  copy "alertque.cpy".
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  credit-review-report.
  01 credit-review-line        pic x(132).
  fd  run-log-file.
  01 run-log-line              pic x(160).
  working-storage section.
    01 ws-cc-status       pic x(2) value "00".
    01 ws-cg-status       pic x(2) value "00".
    01 ws-cu-status       pic x(2) value "00".
    01 ws-cu-rel-key      pic 9(6) value 1.
    01 ws-aro-status      pic x(2) value "00".
    01 ws-ph-status       pic x(2) value "00".
    01 ws-crs-status      pic x(2) value "00".
    01 ws-csw-status      pic x(2) value "00".
    01 ws-aq-status       pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-cr-status       pic x(2) value "00".
    01 ws-runlog-status   pic x(2) value "00".
    01 ws-run-status-txt  pic x(8) value "COMPLETE".
    01 ws-step-start-hhmmss pic 9(6) value zero.
    01 ws-step-end-hhmmss   pic 9(6) value zero.
    01 ws-step-elapsed-secs pic s9(6) value zero.
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-cg-eof          pic x(1) value "N".
        88 CG-EOF         value "Y".
    01 ws-cu-eof          pic x(1) value "N".
        88 CU-EOF         value "Y".
    01 ws-aro-eof         pic x(1) value "N".
        88 ARO-EOF        value "Y".
    01 ws-ph-eof          pic x(1) value "N".
        88 PH-EOF         value "Y".
    01 ws-crs-eof         pic x(1) value "N".
        88 CRS-EOF        value "Y".
    01 ws-csw-eof         pic x(1) value "N".
        88 CSW-EOF        value "Y".
    01 ws-aro-open        pic x(1) value "N".
    01 ws-work-written    pic x(1) value "N".

    01 ws-grade-table.
      05 ws-grd-entry occurs 9 times indexed by ws-grd-idx.
        10 grd-grade             pic x(1).
        10 grd-min-score         pic 9(3).
        10 grd-limit-pct         pic s9(3) sign is leading separate.
        10 grd-action            pic x(30).
        10 grd-cust-count        pic 9(5).
        10 grd-open-balance      pic s9(11)v99 sign is leading separate.
    01 ws-grd-count       pic 9(1) value zero.
    01 ws-grade-seed.
      05 filler pic x(41) value
        "A 085 +020 INCREASE LIMIT                ".
      05 filler pic x(41) value
        "B 070 +010 INCREASE LIMIT                ".
      05 filler pic x(41) value
        "C 055 +000 HOLD LIMIT                    ".
      05 filler pic x(41) value
        "D 040 -025 REDUCE LIMIT                  ".
      05 filler pic x(41) value
        "E 000 -050 REDUCE LIMIT - REVIEW TERMS   ".
    01 ws-grade-seed-table redefines ws-grade-seed.
      05 ws-seed-row pic x(41) occurs 5 times indexed by ws-seed-idx.

    *> One slot per customer on the master. Open balances, past-due
    *> and over-90 amounts come off AROPEN.DAT at the score date; days
    *> to pay and write-offs off ARPAYH.DAT inside the lookback; the
    *> two latest earlier scores off CRSCHIST.DAT.
    01 ws-customer-table.
      05 ws-cst-entry occurs 2000 times indexed by ws-cst-idx.
        10 cst-cust-no           pic 9(6).
        10 cst-name              pic x(30).
        10 cst-credit-limit      pic 9(9)v99.
        10 cst-net-days          pic 9(3).
        10 cst-nsf-count         pic 9(3).
        10 cst-active            pic x(1).
        10 cst-recent-days-total pic 9(9).
        10 cst-recent-count      pic 9(6).
        10 cst-prior-days-total  pic 9(9).
        10 cst-prior-count       pic 9(6).
        10 cst-open-balance      pic s9(11)v99 sign is leading separate.
        10 cst-inv-open          pic s9(11)v99 sign is leading separate.
        10 cst-past-due          pic s9(11)v99 sign is leading separate.
        10 cst-over-90           pic s9(11)v99 sign is leading separate.
        10 cst-max-dun           pic 9(1).
        10 cst-woff-amount       pic s9(9)v99 sign is leading separate.
        10 cst-woff-count        pic 9(4).
        10 cst-prev-date         pic 9(8).
        10 cst-prev-score        pic 9(3).
        10 cst-prev-grade        pic x(1).
        10 cst-prev2-date        pic 9(8).
        10 cst-prev2-score       pic 9(3).
        10 cst-avg-recent        pic 9(4).
        10 cst-avg-prior         pic 9(4).
        10 cst-past-due-pct      pic 9(3).
        10 cst-over-90-pct       pic 9(3).
        10 cst-score             pic 9(3).
        10 cst-grade             pic x(1).
        10 cst-grade-idx         pic 9(1).
        10 cst-rec-limit         pic 9(9)v99.
        10 cst-action            pic x(30).
        10 cst-alerted           pic x(1).
    01 ws-cst-count       pic 9(4) value zero.
    01 ws-lookup-cust     pic 9(6).
    01 ws-found-idx       pic 9(4) value zero.

    01 ws-today-date      pic 9(8).
    01 ws-business-date   pic 9(8).
    01 ws-score-date      pic 9(8).
    01 ws-recent-days     pic 9(3) value 90.
    01 ws-lookback-days   pic 9(3) value 365.
    01 ws-drop-points     pic 9(3) value 15.
    01 ws-score-int       pic 9(8).
    01 ws-recent-from-int pic 9(8).
    01 ws-lookback-from-int pic 9(8).
    01 ws-date-int        pic 9(8).
    01 ws-days-to-pay     pic s9(6).
    01 ws-days-late       pic s9(6).
    01 ws-item-open       pic s9(11)v99 sign is leading separate.
    01 ws-deduct          pic 9(4).
    01 ws-points          pic 9(4).
    01 ws-points-work     pic 9(6).
    01 ws-beyond-terms    pic s9(5).
    01 ws-slowdown        pic s9(5).
    01 ws-pct-slice       pic 9(3).
    01 ws-limit-change    pic s9(11)v99 sign is leading separate.
    01 ws-limit-work      pic s9(13)v99 sign is leading separate.
    01 ws-rec-work        pic s9(11)v99 sign is leading separate.
    01 ws-hundreds        pic s9(11).
    01 ws-score-drop      pic s9(4).
    01 ws-print-grade     pic 9(1).

    01 ws-scored-count    pic 9(5) value zero.
    01 ws-idle-count      pic 9(5) value zero.
    01 ws-alert-count     pic 9(5) value zero.
    01 ws-replaced-rows   pic 9(6) value zero.
    01 ws-table-full      pic x(1) value "N".

    01 ws-score-edit      pic zz9.
    01 ws-prev-edit       pic x(3).
    01 ws-prev2-edit      pic x(3).
    01 ws-drop-edit       pic ---9.
    01 ws-limit-edit      pic z(7)9.99.
    01 ws-rec-limit-edit  pic z(7)9.99.
    01 ws-balance-edit    pic z(10)9.99-.
    01 ws-open-edit       pic z(8)9.99-.
    01 ws-woff-edit       pic z(6)9.99-.
    copy "rptstamp.cpy".
procedure division.
main-paragraph.
  *> Monthly customer credit-risk scoring. Every customer with open
  *> items or payment activity in the lookback is scored 0-100 from
  *> how late it pays against its terms and whether that is getting
  *> worse, how much of its open balance is past due and over 90
  *> days, its returned payments (CU-NSF-COUNT), the highest dunning
  *> letter its open items have reached, and anything written off.
  *> The score maps to a CRGRADE.CTL grade, is appended to
  *> CRSCHIST.DAT so the trend carries run to run, and CRSCORE.RPT
  *> recommends a credit-limit change by grade for credit control to
  *> key through custmnt.cob (increases still go through approval).
  *> A customer whose score fell sharply since its last scoring is
  *> paged to credit control on ALERTQUE.DAT.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform establish-score-date.
  perform load-grade-policy.
  perform load-customers.
  if ws-cst-count = zero
    display "CRSCORE: NO CUSTOMERS ON CUSTMAST.DAT"
    perform write-run-log-entry
    goback
  end-if.
  perform accumulate-open-items.
  perform accumulate-pay-history.
  perform load-score-history.
  perform varying ws-cst-idx from 1 by 1 until ws-cst-idx > ws-cst-count
    if cst-active(ws-cst-idx) = "Y"
      perform score-one-customer
    else
      add 1 to ws-idle-count
    end-if
  end-perform.
  perform write-score-history.
  perform write-credit-review.
  perform write-run-log-entry.
  display "CRSCORE: " ws-scored-count " CUSTOMER(S) SCORED, "
      ws-alert-count " DETERIORATING - ALERTED TO CREDIT CONTROL".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "CRSCORE" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

establish-score-date.
  move ws-today-date to ws-business-date.
  open input run-ctl-file.
  if ws-rc-status = "35"
    close run-ctl-file
  else
    move 1 to ws-rc-rel-key
    read run-ctl-file
      invalid key continue
      not invalid key move rc-next-run-date to ws-business-date
    end-read
    close run-ctl-file
  end-if.
  move ws-business-date to ws-score-date.
  open input crscore-ctl.
  if ws-cc-status not = "35"
    move "CRSCORE.CTL" to ws-abend-file-name
    move ws-cc-status to ws-abend-status
    perform check-file-status
    move spaces to crscore-ctl-record
    read crscore-ctl
      at end continue
    end-read
    close crscore-ctl
    if cc-score-date numeric and cc-score-date > zero
      move cc-score-date to ws-score-date
    end-if
    if cc-recent-days numeric and cc-recent-days > zero
      move cc-recent-days to ws-recent-days
    end-if
    if cc-lookback-days numeric and cc-lookback-days > zero
      move cc-lookback-days to ws-lookback-days
    end-if
    if cc-drop-points numeric and cc-drop-points > zero
      move cc-drop-points to ws-drop-points
    end-if
  end-if.
  if ws-recent-days > ws-lookback-days
    move ws-recent-days to ws-lookback-days
  end-if.
  compute ws-score-int = function integer-of-date(ws-score-date).
  compute ws-recent-from-int = ws-score-int - ws-recent-days.
  compute ws-lookback-from-int = ws-score-int - ws-lookback-days.

load-grade-policy.
  move zero to ws-grd-count.
  move "N" to ws-cg-eof.
  open input credit-grade-file.
  if ws-cg-status = "35"
    open output credit-grade-file
    perform varying ws-seed-idx from 1 by 1 until ws-seed-idx > 5
      move ws-seed-row(ws-seed-idx) to credit-grade-record
      write credit-grade-record
    end-perform
    close credit-grade-file
    open input credit-grade-file
  end-if.
  move "CRGRADE.CTL" to ws-abend-file-name.
  move ws-cg-status to ws-abend-status.
  perform check-file-status.
  read credit-grade-file
    at end set CG-EOF to true
  end-read.
  perform until CG-EOF
    if cg-min-score numeric and cg-limit-pct numeric
      if ws-grd-count < 9
        add 1 to ws-grd-count
        initialize ws-grd-entry(ws-grd-count)
        move cg-grade to grd-grade(ws-grd-count)
        move cg-min-score to grd-min-score(ws-grd-count)
        move cg-limit-pct to grd-limit-pct(ws-grd-count)
        move cg-action to grd-action(ws-grd-count)
      else
        display "CRSCORE: GRADE TABLE FULL AT 9 - CRGRADE.CTL HAS MORE"
        move 16 to return-code
        set CG-EOF to true
      end-if
    end-if
    read credit-grade-file
      at end set CG-EOF to true
    end-read
  end-perform.
  close credit-grade-file.
  if ws-grd-count = zero
    display "CRSCORE: NO GRADES ON CRGRADE.CTL"
    move 16 to return-code
    perform write-run-log-entry
    goback
  end-if.

load-customers.
  move zero to ws-cst-count.
  move "N" to ws-cu-eof.
  open input customer-file.
  if ws-cu-status = "35"
    close customer-file
    exit paragraph
  end-if.
  move "CUSTMAST.DAT" to ws-abend-file-name.
  move ws-cu-status to ws-abend-status.
  perform check-file-status.
  read customer-file next record
    at end set CU-EOF to true
  end-read.
  perform until CU-EOF
    if ws-cst-count < 2000
      add 1 to ws-cst-count
      initialize ws-cst-entry(ws-cst-count)
      move cu-cust-no to cst-cust-no(ws-cst-count)
      move cu-name to cst-name(ws-cst-count)
      move cu-credit-limit to cst-credit-limit(ws-cst-count)
      move cu-terms-net-days to cst-net-days(ws-cst-count)
      if cst-net-days(ws-cst-count) = zero
        move 30 to cst-net-days(ws-cst-count)
      end-if
      move cu-nsf-count to cst-nsf-count(ws-cst-count)
      move "N" to cst-active(ws-cst-count)
      move "N" to cst-alerted(ws-cst-count)
    else
      *> A customer past the table would silently go unscored on a
      *> run that reports success - surface it to operations.
      if ws-table-full = "N"
        display "CRSCORE: CUSTOMER TABLE FULL - CUSTOMERS NOT SCORED"
        move "Y" to ws-table-full
        move 16 to return-code
      end-if
    end-if
    read customer-file next record
      at end set CU-EOF to true
    end-read
  end-perform.
  close customer-file.

accumulate-open-items.
  *> Every item not yet closed: its open amount counts to the
  *> balance, an invoice's also to past due once its due date is
  *> behind the score date and to over 90 days past that. Credit
  *> memos net the balance but never age.
  move "N" to ws-aro-eof.
  open input ar-open-file.
  if ws-aro-status = "35"
    close ar-open-file
    exit paragraph
  end-if.
  move "AROPEN.DAT" to ws-abend-file-name.
  move ws-aro-status to ws-abend-status.
  perform check-file-status.
  read ar-open-file next record
    at end set ARO-EOF to true
  end-read.
  perform until ARO-EOF
    if not AR-ITEM-CLOSED and ar-invoice-date <= ws-score-date
      move ar-cust-no to ws-lookup-cust
      perform find-customer-slot
      if ws-found-idx > zero
        perform tally-open-item
      end-if
    end-if
    read ar-open-file next record
      at end set ARO-EOF to true
    end-read
  end-perform.
  close ar-open-file.

tally-open-item.
  set ws-cst-idx to ws-found-idx.
  move "Y" to cst-active(ws-cst-idx).
  compute ws-item-open = ar-amount - ar-paid-amount.
  add ws-item-open to cst-open-balance(ws-cst-idx).
  if ar-dun-level > cst-max-dun(ws-cst-idx)
    move ar-dun-level to cst-max-dun(ws-cst-idx)
  end-if.
  if AR-DOC-CREDIT-MEMO or ws-item-open not > zero
    exit paragraph
  end-if.
  add ws-item-open to cst-inv-open(ws-cst-idx).
  compute ws-days-late = ws-score-int
      - function integer-of-date(ar-due-date).
  if ws-days-late > zero
    add ws-item-open to cst-past-due(ws-cst-idx)
  end-if.
  if ws-days-late > 90
    add ws-item-open to cst-over-90(ws-cst-idx)
  end-if.

accumulate-pay-history.
  *> Payments and remittance allocations in the lookback give days
  *> to pay - each one's date less its invoice's date, the invoice
  *> read by key - split into the recent window and the months
  *> before it; write-offs in the lookback are counted and summed.
  move "N" to ws-ph-eof.
  open input ar-pay-history.
  if ws-ph-status = "35"
    close ar-pay-history
    exit paragraph
  end-if.
  move "ARPAYH.DAT" to ws-abend-file-name.
  move ws-ph-status to ws-abend-status.
  perform check-file-status.
  open input ar-open-file.
  if ws-aro-status = "00"
    move "Y" to ws-aro-open
  end-if.
  read ar-pay-history
    at end set PH-EOF to true
  end-read.
  perform until PH-EOF
    if ph-date <= ws-score-date
      compute ws-date-int = function integer-of-date(ph-date)
      if ws-date-int > ws-lookback-from-int
        perform tally-one-application
      end-if
    end-if
    read ar-pay-history
      at end set PH-EOF to true
    end-read
  end-perform.
  close ar-pay-history.
  if ws-aro-open = "Y"
    close ar-open-file
    move "N" to ws-aro-open
  end-if.

tally-one-application.
  move ph-cust-no to ws-lookup-cust.
  perform find-customer-slot.
  if ws-found-idx = zero
    exit paragraph
  end-if.
  set ws-cst-idx to ws-found-idx.
  move "Y" to cst-active(ws-cst-idx).
  evaluate true
    when PH-IS-WRITEOFF
      add ph-amount to cst-woff-amount(ws-cst-idx)
      add 1 to cst-woff-count(ws-cst-idx)
    when PH-IS-PAYMENT or PH-IS-REMIT
      perform tally-days-to-pay
  end-evaluate.

tally-days-to-pay.
  if ws-aro-open not = "Y"
    exit paragraph
  end-if.
  move ph-invoice-no to ar-invoice-no.
  read ar-open-file
    invalid key exit paragraph
  end-read.
  compute ws-days-to-pay = ws-date-int
      - function integer-of-date(ar-invoice-date).
  if ws-days-to-pay < zero
    move zero to ws-days-to-pay
  end-if.
  if ws-date-int > ws-recent-from-int
    add ws-days-to-pay to cst-recent-days-total(ws-cst-idx)
    add 1 to cst-recent-count(ws-cst-idx)
  else
    add ws-days-to-pay to cst-prior-days-total(ws-cst-idx)
    add 1 to cst-prior-count(ws-cst-idx)
  end-if.

find-customer-slot.
  *> Leaves ws-found-idx on the customer's slot, zero when the
  *> customer is not on the master.
  move zero to ws-found-idx.
  set ws-cst-idx to 1.
  search ws-cst-entry
    at end continue
    when ws-cst-idx > ws-cst-count
      continue
    when cst-cust-no(ws-cst-idx) = ws-lookup-cust
      set ws-found-idx to ws-cst-idx
  end-search.

load-score-history.
  *> The two latest scores before this score date are this run's
  *> trend. Every row except this score date's (a rerun replaces
  *> them) stages through CRSCHIST.WRK to be written back ahead of
  *> this run's rows - the same two-file shuffle autorev.cob uses.
  move "N" to ws-crs-eof.
  open input score-history-file.
  if ws-crs-status = "35"
    close score-history-file
    exit paragraph
  end-if.
  move "CRSCHIST.DAT" to ws-abend-file-name.
  move ws-crs-status to ws-abend-status.
  perform check-file-status.
  open output score-history-work.
  move "CRSCHIST.WRK" to ws-abend-file-name.
  move ws-csw-status to ws-abend-status.
  perform check-file-status.
  move "Y" to ws-work-written.
  read score-history-file
    at end set CRS-EOF to true
  end-read.
  perform until CRS-EOF
    if crs-score-date = ws-score-date
      add 1 to ws-replaced-rows
    else
      move credit-score-history-record to score-history-work-record
      write score-history-work-record
      if crs-score-date < ws-score-date
        perform note-prior-score
      end-if
    end-if
    read score-history-file
      at end set CRS-EOF to true
    end-read
  end-perform.
  close score-history-file.
  close score-history-work.

note-prior-score.
  move crs-cust-no to ws-lookup-cust.
  perform find-customer-slot.
  if ws-found-idx = zero
    exit paragraph
  end-if.
  set ws-cst-idx to ws-found-idx.
  evaluate true
    when crs-score-date > cst-prev-date(ws-cst-idx)
      move cst-prev-date(ws-cst-idx) to cst-prev2-date(ws-cst-idx)
      move cst-prev-score(ws-cst-idx) to cst-prev2-score(ws-cst-idx)
      move crs-score-date to cst-prev-date(ws-cst-idx)
      move crs-score to cst-prev-score(ws-cst-idx)
      move crs-grade to cst-prev-grade(ws-cst-idx)
    when crs-score-date > cst-prev2-date(ws-cst-idx)
      move crs-score-date to cst-prev2-date(ws-cst-idx)
      move crs-score to cst-prev2-score(ws-cst-idx)
  end-evaluate.

score-one-customer.
  *> Start from 100 and take off points for each sign of risk:
  *>   days to pay past terms (recent window, else the prior) - 1 a
  *>   day, up to 25; a slowdown from the prior window - 1 per 2 days,
  *>   up to 15; share of open invoices over 90 days - 30 at 100%;
  *>   share 1-90 days past due - 15 at 100%; returned payments - 5
  *>   each, up to 20; dunning letter reached - 5 a level, up to 15;
  *>   any write-off in the lookback - 10.
  add 1 to ws-scored-count.
  move zero to ws-deduct.
  move zero to cst-avg-recent(ws-cst-idx).
  move zero to cst-avg-prior(ws-cst-idx).
  if cst-recent-count(ws-cst-idx) > zero
    compute cst-avg-recent(ws-cst-idx) rounded =
        cst-recent-days-total(ws-cst-idx) / cst-recent-count(ws-cst-idx)
  end-if.
  if cst-prior-count(ws-cst-idx) > zero
    compute cst-avg-prior(ws-cst-idx) rounded =
        cst-prior-days-total(ws-cst-idx) / cst-prior-count(ws-cst-idx)
  end-if.
  move zero to ws-beyond-terms.
  if cst-recent-count(ws-cst-idx) > zero
    compute ws-beyond-terms =
        cst-avg-recent(ws-cst-idx) - cst-net-days(ws-cst-idx)
  else
    if cst-prior-count(ws-cst-idx) > zero
      compute ws-beyond-terms =
          cst-avg-prior(ws-cst-idx) - cst-net-days(ws-cst-idx)
    end-if
  end-if.
  if ws-beyond-terms > 25
    move 25 to ws-beyond-terms
  end-if.
  if ws-beyond-terms > zero
    add ws-beyond-terms to ws-deduct
  end-if.
  move zero to ws-slowdown.
  if cst-recent-count(ws-cst-idx) > zero
      and cst-prior-count(ws-cst-idx) > zero
    compute ws-slowdown =
        cst-avg-recent(ws-cst-idx) - cst-avg-prior(ws-cst-idx)
  end-if.
  if ws-slowdown > zero
    divide 2 into ws-slowdown
    if ws-slowdown > 15
      move 15 to ws-slowdown
    end-if
    add ws-slowdown to ws-deduct
  end-if.
  move zero to cst-past-due-pct(ws-cst-idx).
  move zero to cst-over-90-pct(ws-cst-idx).
  if cst-inv-open(ws-cst-idx) > zero
    compute cst-past-due-pct(ws-cst-idx) rounded =
        cst-past-due(ws-cst-idx) * 100 / cst-inv-open(ws-cst-idx)
    compute cst-over-90-pct(ws-cst-idx) rounded =
        cst-over-90(ws-cst-idx) * 100 / cst-inv-open(ws-cst-idx)
  end-if.
  multiply cst-over-90-pct(ws-cst-idx) by 30 giving ws-points-work.
  divide 100 into ws-points-work giving ws-points.
  add ws-points to ws-deduct.
  compute ws-pct-slice =
      cst-past-due-pct(ws-cst-idx) - cst-over-90-pct(ws-cst-idx).
  multiply ws-pct-slice by 15 giving ws-points-work.
  divide 100 into ws-points-work giving ws-points.
  add ws-points to ws-deduct.
  multiply cst-nsf-count(ws-cst-idx) by 5 giving ws-points-work.
  if ws-points-work > 20
    move 20 to ws-points-work
  end-if.
  add ws-points-work to ws-deduct.
  multiply cst-max-dun(ws-cst-idx) by 5 giving ws-points-work.
  if ws-points-work > 15
    move 15 to ws-points-work
  end-if.
  add ws-points-work to ws-deduct.
  if cst-woff-count(ws-cst-idx) > zero
    add 10 to ws-deduct
  end-if.
  if ws-deduct < 100
    compute cst-score(ws-cst-idx) = 100 - ws-deduct
  else
    move zero to cst-score(ws-cst-idx)
  end-if.
  perform assign-grade.
  perform recommend-limit.
  perform check-deterioration.

assign-grade.
  *> The grade table runs best first: the first grade whose minimum
  *> the score reaches, else the last (worst) one.
  move ws-grd-count to cst-grade-idx(ws-cst-idx).
  perform varying ws-grd-idx from ws-grd-count by -1
      until ws-grd-idx < 1
    if cst-score(ws-cst-idx) >= grd-min-score(ws-grd-idx)
      set cst-grade-idx(ws-cst-idx) to ws-grd-idx
    end-if
  end-perform.
  set ws-grd-idx to cst-grade-idx(ws-cst-idx).
  move grd-grade(ws-grd-idx) to cst-grade(ws-cst-idx).
  move grd-action(ws-grd-idx) to cst-action(ws-cst-idx).
  add 1 to grd-cust-count(ws-grd-idx).
  add cst-open-balance(ws-cst-idx) to grd-open-balance(ws-grd-idx).

recommend-limit.
  *> The grade's percent applied to the current limit, rounded to
  *> the hundred. A zero limit is unlimited: a grade that would cut
  *> the limit recommends setting one at today's open balance
  *> instead; any other grade leaves it alone.
  set ws-grd-idx to cst-grade-idx(ws-cst-idx).
  if cst-credit-limit(ws-cst-idx) = zero
    move zero to cst-rec-limit(ws-cst-idx)
    if grd-limit-pct(ws-grd-idx) < zero
        and cst-open-balance(ws-cst-idx) > zero
      move cst-open-balance(ws-cst-idx) to ws-rec-work
      perform round-to-hundred
      move ws-rec-work to cst-rec-limit(ws-cst-idx)
      move "SET LIMIT AT OPEN BALANCE" to cst-action(ws-cst-idx)
    else
      move "NO LIMIT SET" to cst-action(ws-cst-idx)
    end-if
    exit paragraph
  end-if.
  multiply cst-credit-limit(ws-cst-idx) by grd-limit-pct(ws-grd-idx)
      giving ws-limit-work.
  divide 100 into ws-limit-work giving ws-limit-change rounded.
  compute ws-rec-work = cst-credit-limit(ws-cst-idx) + ws-limit-change.
  perform round-to-hundred.
  if ws-rec-work < zero
    move zero to ws-rec-work
  end-if.
  move ws-rec-work to cst-rec-limit(ws-cst-idx).

round-to-hundred.
  divide 100 into ws-rec-work giving ws-hundreds rounded.
  multiply ws-hundreds by 100 giving ws-rec-work.

check-deterioration.
  if cst-prev-date(ws-cst-idx) = zero
    exit paragraph
  end-if.
  compute ws-score-drop =
      cst-prev-score(ws-cst-idx) - cst-score(ws-cst-idx).
  if ws-score-drop >= ws-drop-points
    move "Y" to cst-alerted(ws-cst-idx)
    perform raise-credit-alert
  end-if.

raise-credit-alert.
  open extend alert-queue-file.
  if ws-aq-status = "35"
    open output alert-queue-file
  end-if.
  move "ALERTQUE.DAT" to ws-abend-file-name.
  move ws-aq-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:14) to aq-timestamp.
  move "CREDIT" to aq-severity.
  move "CREDIT-CONTROL@SHOP.INTERNAL" to aq-destination.
  move "N" to aq-ack-flag.
  move zero to aq-esc-level.
  move spaces to aq-body.
  string "CREDIT CUST=" cst-cust-no(ws-cst-idx)
      " SCORE " cst-prev-score(ws-cst-idx)
      "->" cst-score(ws-cst-idx)
      " GRADE " cst-prev-grade(ws-cst-idx)
      "->" cst-grade(ws-cst-idx)
      " - REVIEW LIMIT" delimited by size
      into aq-body.
  write alert-queue-record.
  close alert-queue-file.
  add 1 to ws-alert-count.

write-score-history.
  open output score-history-file.
  move "CRSCHIST.DAT" to ws-abend-file-name.
  move ws-crs-status to ws-abend-status.
  perform check-file-status.
  if ws-work-written = "Y"
    move "N" to ws-csw-eof
    open input score-history-work
    move "CRSCHIST.WRK" to ws-abend-file-name
    move ws-csw-status to ws-abend-status
    perform check-file-status
    read score-history-work
      at end set CSW-EOF to true
    end-read
    perform until CSW-EOF
      move score-history-work-record to credit-score-history-record
      write credit-score-history-record
      read score-history-work
        at end set CSW-EOF to true
      end-read
    end-perform
    close score-history-work
  end-if.
  perform varying ws-cst-idx from 1 by 1 until ws-cst-idx > ws-cst-count
    if cst-active(ws-cst-idx) = "Y"
      move cst-cust-no(ws-cst-idx) to crs-cust-no
      move ws-score-date to crs-score-date
      move cst-score(ws-cst-idx) to crs-score
      move cst-grade(ws-cst-idx) to crs-grade
      move cst-avg-recent(ws-cst-idx) to crs-avg-days-recent
      move cst-avg-prior(ws-cst-idx) to crs-avg-days-prior
      move cst-past-due-pct(ws-cst-idx) to crs-past-due-pct
      move cst-over-90-pct(ws-cst-idx) to crs-over-90-pct
      move cst-nsf-count(ws-cst-idx) to crs-nsf-count
      move cst-max-dun(ws-cst-idx) to crs-dun-level
      move cst-woff-amount(ws-cst-idx) to crs-writeoff-amt
      move cst-credit-limit(ws-cst-idx) to crs-credit-limit
      move cst-rec-limit(ws-cst-idx) to crs-rec-limit
      write credit-score-history-record
    end-if
  end-perform.
  close score-history-file.

write-credit-review.
  *> Worst grade first, so credit control works the review from the
  *> top; each customer carries its last two scores for the trend.
  open extend credit-review-report.
  if ws-cr-status = "35"
    open output credit-review-report
  end-if.
  move "CRSCORE.RPT" to ws-abend-file-name.
  move ws-cr-status to ws-abend-status.
  perform check-file-status.
  move spaces to credit-review-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into credit-review-line.
  write credit-review-line.
  move spaces to credit-review-line.
  string "CUSTOMER CREDIT REVIEW AS OF " ws-score-date
      "  RECENT WINDOW=" ws-recent-days " DAYS"
      "  LOOKBACK=" ws-lookback-days " DAYS"
      "  ALERT ON DROP OF " ws-drop-points " POINTS"
      into credit-review-line.
  write credit-review-line.
  perform varying ws-print-grade from ws-grd-count by -1
      until ws-print-grade < 1
    set ws-grd-idx to ws-print-grade
    move spaces to credit-review-line
    string "GRADE " grd-grade(ws-grd-idx)
        " (SCORE " grd-min-score(ws-grd-idx) " AND UP, LIMIT "
        grd-limit-pct(ws-grd-idx) "%) - "
        grd-action(ws-grd-idx) delimited by size
        into credit-review-line
    write credit-review-line
    perform varying ws-cst-idx from 1 by 1
        until ws-cst-idx > ws-cst-count
      if cst-active(ws-cst-idx) = "Y"
          and cst-grade-idx(ws-cst-idx) = ws-print-grade
        perform write-review-customer
      end-if
    end-perform
  end-perform.
  move spaces to credit-review-line.
  move "SCORED BY GRADE" to credit-review-line.
  write credit-review-line.
  perform varying ws-grd-idx from 1 by 1 until ws-grd-idx > ws-grd-count
    move grd-open-balance(ws-grd-idx) to ws-balance-edit
    move spaces to credit-review-line
    string "  GRADE " grd-grade(ws-grd-idx)
        " CUSTOMERS=" grd-cust-count(ws-grd-idx)
        " OPEN BALANCE=" ws-balance-edit
        into credit-review-line
    write credit-review-line
  end-perform.
  move spaces to credit-review-line.
  string "SCORED=" ws-scored-count
      " NO ACTIVITY=" ws-idle-count
      " DETERIORATING=" ws-alert-count
      " RERUN ROWS REPLACED=" ws-replaced-rows
      into credit-review-line.
  write credit-review-line.
  close credit-review-report.

write-review-customer.
  move cst-score(ws-cst-idx) to ws-score-edit.
  move "NEW" to ws-prev-edit.
  move "---" to ws-prev2-edit.
  if cst-prev-date(ws-cst-idx) not = zero
    move cst-prev-score(ws-cst-idx) to ws-prev-edit
    compute ws-drop-edit =
        cst-score(ws-cst-idx) - cst-prev-score(ws-cst-idx)
  else
    move zero to ws-drop-edit
  end-if.
  if cst-prev2-date(ws-cst-idx) not = zero
    move cst-prev2-score(ws-cst-idx) to ws-prev2-edit
  end-if.
  move cst-credit-limit(ws-cst-idx) to ws-limit-edit.
  move cst-rec-limit(ws-cst-idx) to ws-rec-limit-edit.
  move spaces to credit-review-line.
  string "  CUST=" cst-cust-no(ws-cst-idx)
      " " cst-name(ws-cst-idx)(1:20)
      " SCORE=" ws-score-edit
      " PRIOR=" ws-prev2-edit " " ws-prev-edit
      " CHG=" ws-drop-edit
      " LIMIT=" ws-limit-edit
      " REC=" ws-rec-limit-edit
      " " delimited by size
      cst-action(ws-cst-idx) delimited by "  "
      into credit-review-line.
  write credit-review-line.
  move cst-open-balance(ws-cst-idx) to ws-open-edit.
  move cst-woff-amount(ws-cst-idx) to ws-woff-edit.
  move spaces to credit-review-line.
  string "      DAYS TO PAY RECENT=" cst-avg-recent(ws-cst-idx)
      " PRIOR=" cst-avg-prior(ws-cst-idx)
      " TERMS=" cst-net-days(ws-cst-idx)
      " OPEN=" ws-open-edit
      " PASTDUE%=" cst-past-due-pct(ws-cst-idx)
      " OVER90%=" cst-over-90-pct(ws-cst-idx)
      " NSF=" cst-nsf-count(ws-cst-idx)
      " DUN=" cst-max-dun(ws-cst-idx)
      " WOFF=" ws-woff-edit
      into credit-review-line.
  write credit-review-line.
  if cst-alerted(ws-cst-idx) = "Y"
    move spaces to credit-review-line
    string "      ** DETERIORATING SINCE " cst-prev-date(ws-cst-idx)
        " - ALERTED TO CREDIT CONTROL" delimited by size
        into credit-review-line
    write credit-review-line
  end-if.

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
      " JOB=CRSCORE"
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

end program crscore.
