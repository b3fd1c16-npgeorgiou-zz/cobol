identification division.
  program-id. bai2in.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select bai2-file assign to "BAI2IN.DAT"
        organization is line sequential
        file status is ws-bai-status.
    select baimap-ctl assign to "BAIMAP.CTL"
        organization is line sequential
        file status is ws-bm-status.
    select bai2-log assign to "BAI2LOG.DAT"
        organization is line sequential
        file status is ws-bl-status.
    select bank-stmt-file assign to "BANKSTMT.DAT"
        organization is line sequential
        file status is ws-bs-status.
    select bank-adj-file assign to "BANKADJ.DAT"
        organization is line sequential
        file status is ws-bj-status.
    select lockbox-deposit-file assign to "LBXDEP.DAT"
        organization is line sequential
        file status is ws-ldp-status.
    select reject-file assign to "REJECT.DAT"
        organization is line sequential
        file status is ws-rej-status.
    select bai2-report assign to "BAI2IN.RPT"
        organization is line sequential
        file status is ws-br-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  bai2-file.
  01 bai2-physical-record     pic x(256).
*> Bank code translation. "T" rows map a BAI2 transaction type code
*> (key, first three bytes) to the statement item type bankrec.cob
*> works with - C check, P deposit, F fee. "A" rows map the bank's
*> account number to its BANKACCT.DAT bank account id.
  fd  baimap-ctl.
  01 baimap-ctl-record.
    05 bm-row-kind             pic x(1).
        88 BM-TYPE-ROW          value "T".
        88 BM-ACCOUNT-ROW       value "A".
    05 filler                  pic x(1).
    05 bm-bai-key              pic x(20).
    05 filler                  pic x(1).
    05 bm-map-value            pic x(8).
    05 filler                  pic x(1).
    05 bm-description          pic x(30).
*> One row per BAI2 file taken in - the bank's sender id, creation
*> date/time and file id - so a redelivered file is refused rather
*> than loaded twice.
  fd  bai2-log.
  01 bai2-log-record.
    05 bl-sender-id            pic x(16).
    05 bl-creation-date        pic 9(8).
    05 bl-creation-time        pic x(4).
    05 bl-file-id              pic x(16).
    05 bl-loaded-date          pic 9(8).
  fd  bank-stmt-file.
  01 bank-stmt-record.
    05 bs-rec-type             pic x(1).
    05 bs-rec-data             pic x(60).
  01 bank-stmt-header-record redefines bank-stmt-record.
    05 bh-type                 pic x(1).
    05 bh-bank-id              pic x(8).
    05 bh-stmt-date            pic 9(8).
    05 bh-declared-count       pic 9(6).
    05 bh-declared-total       pic s9(11)v99 sign is leading separate.
    05 bh-ending-balance       pic s9(11)v99 sign is leading separate.
    05 bh-filler               pic x(10).
  01 bank-stmt-detail-record redefines bank-stmt-record.
    05 bd-type                 pic x(1).
    05 bd-item-type            pic x(1).
    05 bd-check-no             pic 9(6).
    05 bd-amount               pic s9(9)v99 sign is leading separate.
    05 bd-date                 pic 9(8).
    05 bd-filler               pic x(33).
  01 bank-stmt-trailer-record redefines bank-stmt-record.
    05 bt-type                 pic x(1).
    05 bt-record-count         pic 9(6).
    05 bt-total-amount         pic s9(11)v99 sign is leading separate.
    05 bt-filler               pic x(40).
  fd  bank-adj-file.
  copy "bankadj.cpy".
  fd  lockbox-deposit-file.
  copy "lbxdep.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".
  fd  bai2-report.
  01 bai2-report-line         pic x(132).
  fd  run-log-file.
  01 run-log-line             pic x(160).
  working-storage section.
    01 ws-bai-status      pic x(2) value "00".
    01 ws-bm-status       pic x(2) value "00".
    01 ws-bl-status       pic x(2) value "00".
    01 ws-bs-status       pic x(2) value "00".
    01 ws-bj-status       pic x(2) value "00".
    01 ws-ldp-status      pic x(2) value "00".
    01 ws-rej-status      pic x(2) value "00".
    01 ws-br-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-bm-eof          pic x(1) value "N".
        88 BM-EOF         value "Y".
    01 ws-bl-eof          pic x(1) value "N".
        88 BL-EOF         value "Y".
    01 ws-ldp-eof         pic x(1) value "N".
        88 LDP-EOF        value "Y".
    01 ws-next-eof        pic x(1) value "N".
        88 NEXT-EOF       value "Y".
    01 ws-logical-eof     pic x(1) value "N".
        88 LOGICAL-EOF    value "Y".

    *> A logical BAI2 record is the physical record plus any "88"
    *> continuation records behind it, read one record ahead.
    01 ws-next-line       pic x(256).
    01 ws-logical         pic x(2000).
    01 ws-log-len         pic 9(4) value zero.
    01 ws-log-lines       pic 9(3) value zero.
    01 ws-append-pos      pic 9(4) value zero.
    01 ws-phys-count      pic 9(7) value zero.
    01 ws-rec-id          pic x(2).
    01 ws-ptr             pic 9(4) value 1.
    01 ws-fld             pic x(80).
    01 ws-fund-type       pic x(1).
    01 ws-skip-count      pic 9(4) value zero.
    01 ws-summary-type    pic x(3).
    01 ws-text-len        pic 9(4) value zero.

    *> BAI2 amounts are whole cents with an optional sign; counts
    *> are plain integers. Both come through the same field scan.
    01 ws-num-sign        pic x(1).
    01 ws-num-digits      pic x(80).
    01 ws-num-len         pic 9(3) value zero.
    01 ws-num-text        pic x(15) justified right.
    01 ws-num-int redefines ws-num-text pic 9(15).
    01 ws-num-valid       pic x(1) value "Y".
    01 ws-num-present     pic x(1) value "N".
    01 ws-amount          pic s9(13)v99 sign is leading separate.
    01 ws-count           pic 9(9) value zero.
    01 ws-yymmdd          pic x(6).
    01 ws-yymmdd-num redefines ws-yymmdd pic 9(6).
    01 ws-full-date       pic 9(8).

    *> The file is proved at every level before anything is written:
    *> each account trailer (49) against the amounts and records of
    *> its account, each group trailer (98) against its accounts,
    *> the file trailer (99) against its groups.
    01 ws-bai-valid       pic x(1) value "Y".
        88 BAI-VALID      value "Y".
        88 BAI-INVALID    value "N".
    01 ws-bai-reason      pic x(40) value spaces.
    01 ws-bai-new-reason  pic x(40) value spaces.
    01 ws-file-open       pic x(1) value "N".
    01 ws-file-closed     pic x(1) value "N".
    01 ws-group-open      pic x(1) value "N".
    01 ws-acct-open       pic x(1) value "N".
    01 ws-file-sender     pic x(16) value spaces.
    01 ws-file-created    pic 9(8) value zero.
    01 ws-file-time       pic x(4) value spaces.
    01 ws-file-id         pic x(16) value spaces.
    01 ws-file-total      pic s9(13)v99 sign is leading separate value zero.
    01 ws-file-groups     pic 9(5) value zero.
    01 ws-file-records    pic 9(7) value zero.
    01 ws-grp-as-of       pic 9(8) value zero.
    01 ws-grp-modifier    pic x(1) value space.
    01 ws-grp-status      pic x(1) value space.
    01 ws-grp-currency    pic x(3) value spaces.
    01 ws-group-total     pic s9(13)v99 sign is leading separate value zero.
    01 ws-group-accts     pic 9(5) value zero.
    01 ws-group-records   pic 9(7) value zero.
    01 ws-acct-total      pic s9(13)v99 sign is leading separate value zero.
    01 ws-acct-records    pic 9(7) value zero.
    01 ws-declared-total  pic s9(13)v99 sign is leading separate value zero.
    01 ws-declared-count  pic 9(9) value zero.

    *> Every account and detail of the file, held until the file
    *> has proved.
    01 ws-account-table.
      05 ws-act-entry occurs 100 times.
        10 act-bai-acct-no       pic x(20).
        10 act-currency          pic x(3).
        10 act-bank-acct-id      pic x(8).
        10 act-mapped            pic x(1).
        10 act-as-of-date        pic 9(8).
        10 act-modifier          pic x(1).
        10 act-group-status      pic x(1).
        10 act-closing-ledger    pic s9(11)v99 sign is leading separate.
        10 act-first-dtl         pic 9(4).
        10 act-dtl-count         pic 9(4).
        10 act-disposition       pic x(10).
        10 act-credits           pic s9(11)v99 sign is leading separate.
        10 act-debits            pic s9(11)v99 sign is leading separate.
    01 ws-act-count       pic 9(3) value zero.
    01 ws-act-idx         pic 9(3) value zero.
    01 ws-detail-table.
      05 ws-dtl-entry occurs 3000 times.
        10 dtl-type-code         pic x(3).
        10 dtl-amount            pic s9(11)v99 sign is leading separate.
        10 dtl-bank-ref          pic x(16).
        10 dtl-customer-ref      pic x(16).
        10 dtl-text              pic x(40).
        10 dtl-item-type         pic x(1).
        10 dtl-captured          pic x(1).
    01 ws-dtl-count       pic 9(4) value zero.
    01 ws-dtl-idx         pic 9(4) value zero.
    01 ws-dtl-last        pic 9(4) value zero.

    01 ws-type-map-table.
      05 ws-tmp-entry occurs 200 times.
        10 tmp-type-code         pic x(3).
        10 tmp-item-type         pic x(1).
    01 ws-tmp-count       pic 9(3) value zero.
    01 ws-tmp-idx         pic 9(3) value zero.
    01 ws-acct-map-table.
      05 ws-amp-entry occurs 50 times.
        10 amp-bai-acct-no       pic x(20).
        10 amp-bank-acct-id      pic x(8).
    01 ws-amp-count       pic 9(2) value zero.
    01 ws-amp-idx         pic 9(2) value zero.

    *> Open lockbox deposits: bankrec.cob clears those itself, so a
    *> statement deposit that one of them will clear is not captured
    *> for a journal - it is already on the books.
    01 ws-deposit-table.
      05 ws-ldt-entry occurs 500 times.
        10 ldt-deposit-date      pic 9(8).
        10 ldt-amount            pic s9(11)v99 sign is leading separate.
        10 ldt-status            pic x(1).
    01 ws-ldt-count       pic 9(4) value zero.
    01 ws-ldt-idx         pic 9(4) value zero.
    01 ws-ldt-found-idx   pic 9(4) value zero.
    01 ws-bk-request.
      05 bk-mode              pic x(1).
      05 bk-bank-acct-id      pic x(8).
      05 bk-found             pic x(1).
      05 bk-description       pic x(20).
      05 bk-cash-acct         pic 9(6).
      05 bk-cash-cc           pic 9(4).
      05 bk-currency-code     pic x(3).
    01 ws-primary-bank-id pic x(8) value spaces.
    01 ws-multi-bank      pic x(1) value "N".
        88 MULTI-BANK     value "Y".

    01 ws-stmt-count      pic 9(6) value zero.
    01 ws-stmt-total      pic s9(11)v99 sign is leading separate value zero.
    01 ws-loaded-accts    pic 9(3) value zero.
    01 ws-intraday-accts  pic 9(3) value zero.
    01 ws-captured-count  pic 9(5) value zero.
    01 ws-captured-total  pic s9(11)v99 sign is leading separate value zero.
    01 ws-unmapped-count  pic 9(5) value zero.
    01 ws-type-num        pic 9(3) value zero.
    01 ws-ed-amount-1     pic ---,---,--9.99.
    01 ws-ed-amount-2     pic ---,---,--9.99.
    01 ws-ed-amount-3     pic ---,---,--9.99.
    01 ws-today-date      pic 9(8).

    01 ws-runlog-status   pic x(2) value "00".
    01 ws-run-status-txt  pic x(8) value "COMPLETE".
    01 ws-step-start-hhmmss pic 9(6) value zero.
    01 ws-step-end-hhmmss   pic 9(6) value zero.
    01 ws-step-elapsed-secs pic s9(6) value zero.
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Bank statement intake from the bank's own BAI2 delivery, in
  *> place of the BANKSTMT.DAT somebody retyped off the online
  *> statement. The file header, group, account, transaction detail
  *> and continuation records are parsed, the control totals proved
  *> at every level, and the bank's type codes translated through
  *> BAIMAP.CTL. Each prior-day account becomes one BANKSTMT.DAT
  *> envelope for bankrec.cob; intraday groups are reported only,
  *> since the prior-day file that follows carries the same items.
  *> Deposits and fees nothing on the book side will clear are
  *> captured on BANKADJ.DAT to be journaled. A file that fails its
  *> proof, or was loaded before, writes nothing and is left for
  *> the bank to resend.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform load-bai-map.
  perform parse-bai2-file.
  if ws-phys-count = zero
    display "BAI2IN: NO BAI2 FILE TO LOAD"
    goback
  end-if.
  if BAI-VALID
    perform check-already-loaded
  end-if.
  if BAI-INVALID
    display "BAI2IN: BAI2 FILE REFUSED - " ws-bai-reason
    perform reject-bad-file
    move 8 to return-code
    perform write-run-log-entry
    goback
  end-if.
  perform load-primary-bank.
  perform load-lockbox-deposits.
  perform write-bank-statements.
  perform write-intake-report.
  perform log-loaded-file.
  perform truncate-bai2-file.
  display "BAI2IN: " ws-loaded-accts " STATEMENT(S) LOADED, "
      ws-intraday-accts " INTRADAY, " ws-captured-count
      " ITEM(S) CAPTURED FOR JOURNAL, " ws-unmapped-count
      " UNMAPPED TYPE CODE(S)".
  perform write-run-log-entry.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "BAI2IN" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

load-bai-map.
  move "N" to ws-bm-eof.
  open input baimap-ctl.
  if ws-bm-status = "35"
    open output baimap-ctl
    move spaces to baimap-ctl-record
    *> Seeded with the common BAI2 codes the bank's prior-day file
    *> carries; treasury adds the rest and the "A" rows naming each
    *> bank account number.
    move "475" to bm-bai-key
    move "C" to bm-map-value
    move "CHECK PAID" to bm-description
    perform write-seed-type-row
    move "115" to bm-bai-key
    move "P" to bm-map-value
    move "LOCKBOX DEPOSIT" to bm-description
    perform write-seed-type-row
    move "195" to bm-bai-key
    move "P" to bm-map-value
    move "INCOMING WIRE" to bm-description
    perform write-seed-type-row
    move "301" to bm-bai-key
    move "P" to bm-map-value
    move "COMMERCIAL DEPOSIT" to bm-description
    perform write-seed-type-row
    move "661" to bm-bai-key
    move "F" to bm-map-value
    move "ACCOUNT ANALYSIS FEE" to bm-description
    perform write-seed-type-row
    move "698" to bm-bai-key
    move "F" to bm-map-value
    move "MISCELLANEOUS FEE" to bm-description
    perform write-seed-type-row
    close baimap-ctl
    open input baimap-ctl
  end-if.
  move "BAIMAP.CTL" to ws-abend-file-name.
  move ws-bm-status to ws-abend-status.
  perform check-file-status.
  read baimap-ctl
    at end set BM-EOF to true
  end-read.
  perform until BM-EOF
    if BM-TYPE-ROW and ws-tmp-count < 200
      add 1 to ws-tmp-count
      move bm-bai-key(1:3) to tmp-type-code(ws-tmp-count)
      move bm-map-value(1:1) to tmp-item-type(ws-tmp-count)
    end-if
    if BM-ACCOUNT-ROW and ws-amp-count < 50
      add 1 to ws-amp-count
      move bm-bai-key to amp-bai-acct-no(ws-amp-count)
      move bm-map-value to amp-bank-acct-id(ws-amp-count)
    end-if
    read baimap-ctl
      at end set BM-EOF to true
    end-read
  end-perform.
  close baimap-ctl.

write-seed-type-row.
  move "T" to bm-row-kind.
  write baimap-ctl-record.
  move spaces to baimap-ctl-record.

parse-bai2-file.
  move "N" to ws-next-eof.
  move "N" to ws-logical-eof.
  open input bai2-file.
  if ws-bai-status = "35"
    close bai2-file
    exit paragraph
  end-if.
  move "BAI2IN.DAT" to ws-abend-file-name.
  move ws-bai-status to ws-abend-status.
  perform check-file-status.
  perform read-next-physical.
  perform until LOGICAL-EOF or BAI-INVALID
    perform read-logical-record
    if not LOGICAL-EOF
      perform dispatch-logical-record
    end-if
  end-perform.
  close bai2-file.
  if ws-phys-count > zero and ws-file-closed not = "Y"
    move "FILE TRAILER (99) MISSING" to ws-bai-new-reason
    perform flag-bai-invalid
  end-if.

read-next-physical.
  *> Blank lines (a trailing newline on the drop) are not records.
  move spaces to ws-next-line.
  perform until NEXT-EOF or ws-next-line not = spaces
    read bai2-file into ws-next-line
      at end set NEXT-EOF to true
    end-read
  end-perform.
  if not NEXT-EOF
    add 1 to ws-phys-count
  end-if.

read-logical-record.
  if NEXT-EOF
    set LOGICAL-EOF to true
    exit paragraph
  end-if.
  move ws-next-line to ws-logical.
  move 1 to ws-log-lines.
  perform read-next-physical.
  perform until NEXT-EOF or ws-next-line(1:3) not = "88,"
      or BAI-INVALID
    perform append-continuation
    perform read-next-physical
  end-perform.
  perform find-logical-length.
  move ws-logical(1:2) to ws-rec-id.

append-continuation.
  *> A record that ended on its "/" continues with its next field; one
  *> that did not was cut off inside its free-text field.
  perform find-logical-length.
  if ws-logical(ws-log-len:1) = "/"
    move "," to ws-logical(ws-log-len:1)
    compute ws-append-pos = ws-log-len + 1
  else
    compute ws-append-pos = ws-log-len + 2
  end-if.
  if ws-append-pos > 1747
    move "CONTINUED RECORD TOO LONG" to ws-bai-new-reason
    perform flag-bai-invalid
    exit paragraph
  end-if.
  move ws-next-line(4:253) to ws-logical(ws-append-pos:253).
  add 1 to ws-log-lines.

find-logical-length.
  perform varying ws-log-len from 2000 by -1
      until ws-log-len < 2 or ws-logical(ws-log-len:1) not = space
    continue
  end-perform.

next-field.
  move spaces to ws-fld.
  if ws-ptr <= ws-log-len
    unstring ws-logical(1:ws-log-len) delimited by "," or "/"
      into ws-fld
      with pointer ws-ptr
    end-unstring
  end-if.

dispatch-logical-record.
  move 1 to ws-ptr.
  perform next-field.
  if ws-file-closed = "Y"
    move "RECORD AFTER FILE TRAILER (99)" to ws-bai-new-reason
    perform flag-bai-invalid
    exit paragraph
  end-if.
  evaluate ws-rec-id
    when "01"
      perform take-file-header
    when "02"
      perform take-group-header
    when "03"
      perform take-account-identifier
    when "16"
      perform take-transaction-detail
    when "49"
      perform take-account-trailer
    when "98"
      perform take-group-trailer
    when "99"
      perform take-file-trailer
    when "88"
      move "CONTINUATION (88) WITH NOTHING BEFORE" to ws-bai-new-reason
      perform flag-bai-invalid
    when other
      move "UNKNOWN BAI2 RECORD CODE" to ws-bai-new-reason
      perform flag-bai-invalid
  end-evaluate.

take-file-header.
  if ws-file-open = "Y"
    move "FILE HEADER (01) DUPLICATED" to ws-bai-new-reason
    perform flag-bai-invalid
    exit paragraph
  end-if.
  perform next-field.
  move ws-fld to ws-file-sender.
  perform next-field.
  perform next-field.
  perform convert-bai-date.
  move ws-full-date to ws-file-created.
  perform next-field.
  move ws-fld to ws-file-time.
  perform next-field.
  move ws-fld to ws-file-id.
  move "Y" to ws-file-open.
  move ws-log-lines to ws-file-records.
  move zero to ws-file-total.
  move zero to ws-file-groups.

take-group-header.
  if ws-file-open not = "Y" or ws-group-open = "Y"
    move "GROUP HEADER (02) OUT OF SEQUENCE" to ws-bai-new-reason
    perform flag-bai-invalid
    exit paragraph
  end-if.
  perform next-field.
  perform next-field.
  perform next-field.
  move ws-fld(1:1) to ws-grp-status.
  perform next-field.
  perform convert-bai-date.
  move ws-full-date to ws-grp-as-of.
  perform next-field.
  perform next-field.
  move ws-fld(1:3) to ws-grp-currency.
  perform next-field.
  move ws-fld(1:1) to ws-grp-modifier.
  move "Y" to ws-group-open.
  move ws-log-lines to ws-group-records.
  move zero to ws-group-total.
  move zero to ws-group-accts.

take-account-identifier.
  if ws-group-open not = "Y" or ws-acct-open = "Y"
    move "ACCOUNT (03) OUT OF SEQUENCE" to ws-bai-new-reason
    perform flag-bai-invalid
    exit paragraph
  end-if.
  if ws-act-count >= 100
    move "MORE THAN 100 ACCOUNTS IN ONE FILE" to ws-bai-new-reason
    perform flag-bai-invalid
    exit paragraph
  end-if.
  add 1 to ws-act-count.
  move ws-act-count to ws-act-idx.
  perform next-field.
  move ws-fld to act-bai-acct-no(ws-act-idx).
  perform next-field.
  if ws-fld = spaces
    move ws-grp-currency to act-currency(ws-act-idx)
  else
    move ws-fld(1:3) to act-currency(ws-act-idx)
  end-if.
  move spaces to act-bank-acct-id(ws-act-idx).
  move "N" to act-mapped(ws-act-idx).
  perform varying ws-amp-idx from 1 by 1 until ws-amp-idx > ws-amp-count
    if amp-bai-acct-no(ws-amp-idx) = act-bai-acct-no(ws-act-idx)
      move amp-bank-acct-id(ws-amp-idx) to act-bank-acct-id(ws-act-idx)
      move "Y" to act-mapped(ws-act-idx)
    end-if
  end-perform.
  move ws-grp-as-of to act-as-of-date(ws-act-idx).
  move ws-grp-modifier to act-modifier(ws-act-idx).
  move ws-grp-status to act-group-status(ws-act-idx).
  move zero to act-closing-ledger(ws-act-idx).
  compute act-first-dtl(ws-act-idx) = ws-dtl-count + 1.
  move zero to act-dtl-count(ws-act-idx).
  move spaces to act-disposition(ws-act-idx).
  move zero to act-credits(ws-act-idx).
  move zero to act-debits(ws-act-idx).
  move "Y" to ws-acct-open.
  move ws-log-lines to ws-acct-records.
  move zero to ws-acct-total.
  perform take-summary-item
      until ws-ptr > ws-log-len or BAI-INVALID.

take-summary-item.
  *> Status and summary items: type code, amount, item count, funds
  *> type. The amounts count toward the account control total; 015
  *> is the closing ledger balance the statement ends on.
  perform next-field.
  move ws-fld(1:3) to ws-summary-type.
  perform next-field.
  perform parse-number.
  if ws-num-valid not = "Y"
    move "ACCOUNT (03) AMOUNT NOT NUMERIC" to ws-bai-new-reason
    perform flag-bai-invalid
    exit paragraph
  end-if.
  add ws-amount to ws-acct-total.
  if ws-summary-type = "015"
    move ws-amount to act-closing-ledger(ws-act-idx)
  end-if.
  perform next-field.
  perform next-field.
  move ws-fld(1:1) to ws-fund-type.
  perform skip-funds-detail.

skip-funds-detail.
  *> Funds availability detail rides between the funds type and the
  *> next field: a value date and time (V), three availability
  *> amounts (S), or a count of day/amount pairs (D).
  evaluate ws-fund-type
    when "V"
      perform next-field 2 times
    when "S"
      perform next-field 3 times
    when "D"
      perform next-field
      perform parse-number
      if ws-num-valid = "Y" and ws-count < 500
        compute ws-skip-count = ws-count * 2
        perform next-field ws-skip-count times
      end-if
    when other
      continue
  end-evaluate.

take-transaction-detail.
  if ws-acct-open not = "Y"
    move "DETAIL (16) OUTSIDE AN ACCOUNT" to ws-bai-new-reason
    perform flag-bai-invalid
    exit paragraph
  end-if.
  if ws-dtl-count >= 3000
    move "MORE THAN 3000 DETAILS IN ONE FILE" to ws-bai-new-reason
    perform flag-bai-invalid
    exit paragraph
  end-if.
  add ws-log-lines to ws-acct-records.
  add 1 to ws-dtl-count.
  move ws-dtl-count to ws-dtl-idx.
  add 1 to act-dtl-count(ws-act-idx).
  perform next-field.
  if ws-fld(1:3) not numeric
    move "DETAIL (16) TYPE CODE NOT NUMERIC" to ws-bai-new-reason
    perform flag-bai-invalid
    exit paragraph
  end-if.
  move ws-fld(1:3) to dtl-type-code(ws-dtl-idx).
  perform next-field.
  perform parse-number.
  if ws-num-valid not = "Y"
    move "DETAIL (16) AMOUNT NOT NUMERIC" to ws-bai-new-reason
    perform flag-bai-invalid
    exit paragraph
  end-if.
  move ws-amount to dtl-amount(ws-dtl-idx).
  add ws-amount to ws-acct-total.
  perform next-field.
  move ws-fld(1:1) to ws-fund-type.
  perform skip-funds-detail.
  perform next-field.
  move ws-fld to dtl-bank-ref(ws-dtl-idx).
  perform next-field.
  move ws-fld to dtl-customer-ref(ws-dtl-idx).
  *> The text is everything left - it may carry commas of its own.
  move spaces to dtl-text(ws-dtl-idx).
  if ws-ptr <= ws-log-len
    compute ws-text-len = ws-log-len - ws-ptr + 1
    if ws-logical(ws-log-len:1) = "/"
      subtract 1 from ws-text-len
    end-if
    if ws-text-len > zero
      move ws-logical(ws-ptr:ws-text-len) to dtl-text(ws-dtl-idx)
    end-if
  end-if.
  move space to dtl-item-type(ws-dtl-idx).
  move "N" to dtl-captured(ws-dtl-idx).

take-account-trailer.
  if ws-acct-open not = "Y"
    move "ACCOUNT TRAILER (49) WITHOUT ACCOUNT" to ws-bai-new-reason
    perform flag-bai-invalid
    exit paragraph
  end-if.
  add ws-log-lines to ws-acct-records.
  perform take-control-total.
  perform next-field.
  perform parse-number.
  move ws-count to ws-declared-count.
  if ws-declared-total not = ws-acct-total
    move "ACCOUNT CONTROL TOTAL (49) DISAGREES" to ws-bai-new-reason
    perform flag-bai-invalid
  end-if.
  if ws-declared-count not = ws-acct-records
    move "ACCOUNT RECORD COUNT (49) DISAGREES" to ws-bai-new-reason
    perform flag-bai-invalid
  end-if.
  add ws-acct-total to ws-group-total.
  add 1 to ws-group-accts.
  add ws-acct-records to ws-group-records.
  move "N" to ws-acct-open.

take-group-trailer.
  if ws-group-open not = "Y" or ws-acct-open = "Y"
    move "GROUP TRAILER (98) OUT OF SEQUENCE" to ws-bai-new-reason
    perform flag-bai-invalid
    exit paragraph
  end-if.
  add ws-log-lines to ws-group-records.
  perform take-control-total.
  if ws-declared-total not = ws-group-total
    move "GROUP CONTROL TOTAL (98) DISAGREES" to ws-bai-new-reason
    perform flag-bai-invalid
  end-if.
  perform next-field.
  perform parse-number.
  if ws-count not = ws-group-accts
    move "GROUP ACCOUNT COUNT (98) DISAGREES" to ws-bai-new-reason
    perform flag-bai-invalid
  end-if.
  perform next-field.
  perform parse-number.
  if ws-count not = ws-group-records
    move "GROUP RECORD COUNT (98) DISAGREES" to ws-bai-new-reason
    perform flag-bai-invalid
  end-if.
  add ws-group-total to ws-file-total.
  add 1 to ws-file-groups.
  add ws-group-records to ws-file-records.
  move "N" to ws-group-open.

take-file-trailer.
  if ws-file-open not = "Y" or ws-group-open = "Y"
    move "FILE TRAILER (99) OUT OF SEQUENCE" to ws-bai-new-reason
    perform flag-bai-invalid
    exit paragraph
  end-if.
  add ws-log-lines to ws-file-records.
  perform take-control-total.
  if ws-declared-total not = ws-file-total
    move "FILE CONTROL TOTAL (99) DISAGREES" to ws-bai-new-reason
    perform flag-bai-invalid
  end-if.
  perform next-field.
  perform parse-number.
  if ws-count not = ws-file-groups
    move "FILE GROUP COUNT (99) DISAGREES" to ws-bai-new-reason
    perform flag-bai-invalid
  end-if.
  perform next-field.
  perform parse-number.
  if ws-count not = ws-file-records
    move "FILE RECORD COUNT (99) DISAGREES" to ws-bai-new-reason
    perform flag-bai-invalid
  end-if.
  move "Y" to ws-file-closed.

take-control-total.
  perform next-field.
  perform parse-number.
  if ws-num-valid not = "Y"
    move "CONTROL TOTAL NOT NUMERIC" to ws-bai-new-reason
    perform flag-bai-invalid
  end-if.
  move ws-amount to ws-declared-total.

parse-number.
  move "Y" to ws-num-valid.
  move "N" to ws-num-present.
  move zero to ws-amount.
  move zero to ws-count.
  if ws-fld = spaces
    exit paragraph
  end-if.
  move "Y" to ws-num-present.
  move space to ws-num-sign.
  move ws-fld to ws-num-digits.
  if ws-fld(1:1) = "+" or ws-fld(1:1) = "-"
    move ws-fld(1:1) to ws-num-sign
    move ws-fld(2:79) to ws-num-digits
  end-if.
  move zero to ws-num-len.
  inspect ws-num-digits tallying ws-num-len
      for characters before initial space.
  if ws-num-len = zero or ws-num-len > 15
    move "N" to ws-num-valid
    exit paragraph
  end-if.
  if ws-num-digits(1:ws-num-len) not numeric
    move "N" to ws-num-valid
    exit paragraph
  end-if.
  move ws-num-digits(1:ws-num-len) to ws-num-text.
  inspect ws-num-text replacing leading space by zero.
  move ws-num-int to ws-count.
  compute ws-amount = ws-num-int / 100.
  if ws-num-sign = "-"
    compute ws-amount = zero - ws-amount
  end-if.

convert-bai-date.
  *> BAI2 dates are YYMMDD.
  move zero to ws-full-date.
  move ws-fld(1:6) to ws-yymmdd.
  if ws-yymmdd not numeric
    move "BAI2 DATE NOT YYMMDD" to ws-bai-new-reason
    perform flag-bai-invalid
    exit paragraph
  end-if.
  compute ws-full-date = 20000000 + ws-yymmdd-num.

flag-bai-invalid.
  if BAI-VALID
    set BAI-INVALID to true
    move ws-bai-new-reason to ws-bai-reason
  end-if.

check-already-loaded.
  move "N" to ws-bl-eof.
  open input bai2-log.
  if ws-bl-status = "35"
    close bai2-log
    exit paragraph
  end-if.
  read bai2-log
    at end set BL-EOF to true
  end-read.
  perform until BL-EOF
    if bl-sender-id = ws-file-sender
        and bl-creation-date = ws-file-created
        and bl-creation-time = ws-file-time
        and bl-file-id = ws-file-id
      move "FILE ALREADY LOADED" to ws-bai-new-reason
      perform flag-bai-invalid
    end-if
    read bai2-log
      at end set BL-EOF to true
    end-read
  end-perform.
  close bai2-log.

reject-bad-file.
  open extend reject-file.
  if ws-rej-status = "35"
    open output reject-file
  end-if.
  move "REJECT.DAT" to ws-abend-file-name.
  move ws-rej-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:15) to rej-timestamp.
  move "BAI2IN" to rej-source.
  move zero to rej-key.
  move "BAIV" to rej-reason-code.
  move ws-bai-reason to rej-reason-text.
  move "N" to rej-resolved-flag.
  write reject-record.
  close reject-file.

load-primary-bank.
  move "K" to bk-mode.
  move spaces to bk-bank-acct-id.
  call "bankfind" using ws-bk-request.
  if bk-found = "Y"
    set MULTI-BANK to true
    move bk-bank-acct-id to ws-primary-bank-id
  end-if.

load-lockbox-deposits.
  move "N" to ws-ldp-eof.
  open input lockbox-deposit-file.
  if ws-ldp-status = "35"
    close lockbox-deposit-file
    exit paragraph
  end-if.
  move "LBXDEP.DAT" to ws-abend-file-name.
  move ws-ldp-status to ws-abend-status.
  perform check-file-status.
  read lockbox-deposit-file
    at end set LDP-EOF to true
  end-read.
  perform until LDP-EOF
    if LDP-IN-TRANSIT and ws-ldt-count < 500
      add 1 to ws-ldt-count
      move ldp-deposit-date to ldt-deposit-date(ws-ldt-count)
      move ldp-amount to ldt-amount(ws-ldt-count)
      move ldp-status to ldt-status(ws-ldt-count)
    end-if
    read lockbox-deposit-file
      at end set LDP-EOF to true
    end-read
  end-perform.
  close lockbox-deposit-file.

write-bank-statements.
  open extend bank-stmt-file.
  if ws-bs-status = "35"
    open output bank-stmt-file
  end-if.
  move "BANKSTMT.DAT" to ws-abend-file-name.
  move ws-bs-status to ws-abend-status.
  perform check-file-status.
  open extend bank-adj-file.
  if ws-bj-status = "35"
    open output bank-adj-file
  end-if.
  move "BANKADJ.DAT" to ws-abend-file-name.
  move ws-bj-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-act-idx from 1 by 1 until ws-act-idx > ws-act-count
    perform write-account-statement
  end-perform.
  close bank-stmt-file.
  close bank-adj-file.

write-account-statement.
  compute ws-dtl-last = act-first-dtl(ws-act-idx)
      + act-dtl-count(ws-act-idx) - 1.
  perform varying ws-dtl-idx from act-first-dtl(ws-act-idx) by 1
      until ws-dtl-idx > ws-dtl-last
    perform classify-detail
  end-perform.
  *> Group status 2 deletes and 4 tests are not statements; as-of
  *> modifiers 3 and 4 are same-day (intraday) reporting.
  if act-group-status(ws-act-idx) = "2"
    move "DELETION" to act-disposition(ws-act-idx)
    exit paragraph
  end-if.
  if act-group-status(ws-act-idx) = "4"
    move "TEST ONLY" to act-disposition(ws-act-idx)
    exit paragraph
  end-if.
  if act-modifier(ws-act-idx) = "3" or act-modifier(ws-act-idx) = "4"
    move "INTRADAY" to act-disposition(ws-act-idx)
    add 1 to ws-intraday-accts
    exit paragraph
  end-if.
  move "LOADED" to act-disposition(ws-act-idx).
  add 1 to ws-loaded-accts.
  move zero to ws-stmt-count.
  move zero to ws-stmt-total.
  perform varying ws-dtl-idx from act-first-dtl(ws-act-idx) by 1
      until ws-dtl-idx > ws-dtl-last
    add 1 to ws-stmt-count
    add dtl-amount(ws-dtl-idx) to ws-stmt-total
  end-perform.
  move spaces to bank-stmt-header-record.
  move "H" to bh-type.
  move act-bank-acct-id(ws-act-idx) to bh-bank-id.
  move act-as-of-date(ws-act-idx) to bh-stmt-date.
  move ws-stmt-count to bh-declared-count.
  move ws-stmt-total to bh-declared-total.
  move act-closing-ledger(ws-act-idx) to bh-ending-balance.
  write bank-stmt-record.
  perform varying ws-dtl-idx from act-first-dtl(ws-act-idx) by 1
      until ws-dtl-idx > ws-dtl-last
    perform write-statement-detail
  end-perform.
  move spaces to bank-stmt-trailer-record.
  move "T" to bt-type.
  move ws-stmt-count to bt-record-count.
  move ws-stmt-total to bt-total-amount.
  write bank-stmt-record.

classify-detail.
  move "U" to dtl-item-type(ws-dtl-idx).
  perform varying ws-tmp-idx from 1 by 1 until ws-tmp-idx > ws-tmp-count
    if tmp-type-code(ws-tmp-idx) = dtl-type-code(ws-dtl-idx)
      move tmp-item-type(ws-tmp-idx) to dtl-item-type(ws-dtl-idx)
    end-if
  end-perform.
  if dtl-item-type(ws-dtl-idx) = "U"
    add 1 to ws-unmapped-count
  end-if.
  *> 100-399 are credits to the account, 400-699 debits.
  move dtl-type-code(ws-dtl-idx) to ws-type-num.
  if ws-type-num < 400
    add dtl-amount(ws-dtl-idx) to act-credits(ws-act-idx)
  else
    add dtl-amount(ws-dtl-idx) to act-debits(ws-act-idx)
  end-if.

write-statement-detail.
  *> An unmapped type code still goes on the statement - bankrec.cob
  *> routes it to REJECT.DAT as an unmatched bank row.
  move spaces to bank-stmt-detail-record.
  move "D" to bd-type.
  move dtl-item-type(ws-dtl-idx) to bd-item-type.
  move zero to bd-check-no.
  if dtl-item-type(ws-dtl-idx) = "C"
    move dtl-customer-ref(ws-dtl-idx) to ws-fld
    perform parse-number
    if ws-num-valid = "Y"
      move ws-num-int to bd-check-no
    end-if
  end-if.
  move dtl-amount(ws-dtl-idx) to bd-amount.
  move act-as-of-date(ws-act-idx) to bd-date.
  write bank-stmt-record.
  if dtl-item-type(ws-dtl-idx) = "F"
    perform capture-for-journal
  end-if.
  if dtl-item-type(ws-dtl-idx) = "P"
    perform find-lockbox-deposit
    if ws-ldt-found-idx = zero
      perform capture-for-journal
    end-if
  end-if.

find-lockbox-deposit.
  *> Same test bankrec.cob clears a lockbox deposit with, and the
  *> lockbox sweeps into the primary account only.
  move zero to ws-ldt-found-idx.
  if MULTI-BANK and act-bank-acct-id(ws-act-idx) not = spaces
      and act-bank-acct-id(ws-act-idx) not = ws-primary-bank-id
    exit paragraph
  end-if.
  perform varying ws-ldt-idx from 1 by 1
      until ws-ldt-idx > ws-ldt-count or ws-ldt-found-idx not = zero
    if ldt-status(ws-ldt-idx) = "O"
        and ldt-amount(ws-ldt-idx) = dtl-amount(ws-dtl-idx)
        and ldt-deposit-date(ws-ldt-idx) <= act-as-of-date(ws-act-idx)
      move ws-ldt-idx to ws-ldt-found-idx
      move "X" to ldt-status(ws-ldt-idx)
    end-if
  end-perform.

capture-for-journal.
  move spaces to bank-adjustment-record.
  move act-as-of-date(ws-act-idx) to bj-stmt-date.
  move act-bank-acct-id(ws-act-idx) to bj-bank-acct-id.
  move dtl-item-type(ws-dtl-idx) to bj-item-type.
  move dtl-type-code(ws-dtl-idx) to bj-type-code.
  move dtl-amount(ws-dtl-idx) to bj-amount.
  move dtl-bank-ref(ws-dtl-idx) to bj-bank-ref.
  move dtl-customer-ref(ws-dtl-idx) to bj-customer-ref.
  move dtl-text(ws-dtl-idx) to bj-text.
  set BJ-OPEN to true.
  move ws-today-date to bj-captured-date.
  write bank-adjustment-record.
  move "Y" to dtl-captured(ws-dtl-idx).
  add 1 to ws-captured-count.
  add dtl-amount(ws-dtl-idx) to ws-captured-total.

write-intake-report.
  open extend bai2-report.
  if ws-br-status = "35"
    open output bai2-report
  end-if.
  move "BAI2IN.RPT" to ws-abend-file-name.
  move ws-br-status to ws-abend-status.
  perform check-file-status.
  move spaces to bai2-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into bai2-report-line.
  write bai2-report-line.
  move ws-file-total to ws-ed-amount-1.
  move spaces to bai2-report-line.
  string "SENDER=" ws-file-sender " CREATED=" ws-file-created
      " " ws-file-time " FILE ID=" ws-file-id
      " GROUPS=" ws-file-groups " RECORDS=" ws-file-records
      " TOTAL=" ws-ed-amount-1
      delimited by size into bai2-report-line.
  write bai2-report-line.
  move spaces to bai2-report-line.
  write bai2-report-line.
  perform varying ws-act-idx from 1 by 1 until ws-act-idx > ws-act-count
    perform write-account-report-lines
  end-perform.
  move ws-captured-total to ws-ed-amount-1.
  move spaces to bai2-report-line.
  write bai2-report-line.
  move spaces to bai2-report-line.
  string "LOADED=" ws-loaded-accts " INTRADAY=" ws-intraday-accts
      " CAPTURED FOR JOURNAL=" ws-captured-count
      " TOTAL=" ws-ed-amount-1
      " UNMAPPED=" ws-unmapped-count
      delimited by size into bai2-report-line.
  write bai2-report-line.
  close bai2-report.

write-account-report-lines.
  move act-credits(ws-act-idx) to ws-ed-amount-1.
  move act-debits(ws-act-idx) to ws-ed-amount-2.
  move act-closing-ledger(ws-act-idx) to ws-ed-amount-3.
  move spaces to bai2-report-line.
  if act-mapped(ws-act-idx) = "Y"
    string "ACCT " act-bai-acct-no(ws-act-idx)
        " BANK=" act-bank-acct-id(ws-act-idx)
        " AS-OF=" act-as-of-date(ws-act-idx)
        " " act-disposition(ws-act-idx)
        " N=" act-dtl-count(ws-act-idx)
        " CR=" ws-ed-amount-1 " DR=" ws-ed-amount-2
        " CLOSE=" ws-ed-amount-3
        delimited by size into bai2-report-line
  else
    string "ACCT " act-bai-acct-no(ws-act-idx)
        " BANK=PRIMARY "
        " AS-OF=" act-as-of-date(ws-act-idx)
        " " act-disposition(ws-act-idx)
        " N=" act-dtl-count(ws-act-idx)
        " CR=" ws-ed-amount-1 " DR=" ws-ed-amount-2
        " CLOSE=" ws-ed-amount-3
        delimited by size into bai2-report-line
  end-if.
  write bai2-report-line.
  if act-mapped(ws-act-idx) not = "Y" and ws-amp-count > zero
    move "  ACCOUNT NUMBER NOT ON BAIMAP.CTL - LOADED AS THE PRIMARY"
        to bai2-report-line
    write bai2-report-line
  end-if.
  compute ws-dtl-last = act-first-dtl(ws-act-idx)
      + act-dtl-count(ws-act-idx) - 1.
  perform varying ws-dtl-idx from act-first-dtl(ws-act-idx) by 1
      until ws-dtl-idx > ws-dtl-last
    if dtl-captured(ws-dtl-idx) = "Y" or dtl-item-type(ws-dtl-idx) = "U"
      perform write-detail-report-line
    end-if
  end-perform.

write-detail-report-line.
  move dtl-amount(ws-dtl-idx) to ws-ed-amount-1.
  move spaces to bai2-report-line.
  if dtl-item-type(ws-dtl-idx) = "U"
    string "  UNMAPPED TYPE " dtl-type-code(ws-dtl-idx)
        " " ws-ed-amount-1 " REF=" dtl-bank-ref(ws-dtl-idx)
        " " dtl-text(ws-dtl-idx)
        delimited by size into bai2-report-line
  else
    string "  CAPTURED TYPE " dtl-type-code(ws-dtl-idx)
        " " ws-ed-amount-1 " REF=" dtl-bank-ref(ws-dtl-idx)
        " " dtl-text(ws-dtl-idx)
        delimited by size into bai2-report-line
  end-if.
  write bai2-report-line.

log-loaded-file.
  open extend bai2-log.
  if ws-bl-status = "35"
    open output bai2-log
  end-if.
  move "BAI2LOG.DAT" to ws-abend-file-name.
  move ws-bl-status to ws-abend-status.
  perform check-file-status.
  move ws-file-sender to bl-sender-id.
  move ws-file-created to bl-creation-date.
  move ws-file-time to bl-creation-time.
  move ws-file-id to bl-file-id.
  move ws-today-date to bl-loaded-date.
  write bai2-log-record.
  close bai2-log.

truncate-bai2-file.
  *> The bank's drop is consumed - the same sweep-and-truncate as
  *> every other inbound feed.
  open output bai2-file.
  close bai2-file.

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
      " JOB=BAI2IN"
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

end program bai2in.
