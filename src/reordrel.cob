identification division.
  program-id. reordrel.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select suggestion-file assign to "REORDSUG.DAT"
        organization is line sequential
        file status is ws-rs-status.
    select po-file assign to "POFILE.DAT"
        organization is line sequential
        file status is ws-po-status.
    select reorder-report assign to "REORDER.RPT"
        organization is line sequential
        file status is ws-rr-status.
    select oper-auth-file assign to "OPERAUTH.DAT"
        organization is line sequential
        file status is ws-oa-status.
    select reject-file assign to "REJECT.DAT"
        organization is line sequential
        file status is ws-rej-status.
data division.
  file section.
  fd  suggestion-file.
  copy "reordsug.cpy".
  fd  po-file.
  copy "porec.cpy".
  fd  reorder-report.
  01 reorder-report-line        pic x(132).
  fd  oper-auth-file.
  copy "operauth.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".
  working-storage section.
    01 ws-rs-status       pic x(2) value "00".
    01 ws-po-status       pic x(2) value "00".
    01 ws-rr-status       pic x(2) value "00".
    01 ws-rej-status      pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-rs-eof          pic x(1) value "N".
        88 RS-EOF         value "Y".
    01 ws-po-eof          pic x(1) value "N".
        88 PO-EOF         value "Y".
    01 ws-maint-action    pic x(1) value "Q".
        88 MAINT-LIST      value "L".
        88 MAINT-DROP      value "D".
        88 MAINT-RELEASE   value "R".
        88 MAINT-QUIT      value "Q".
    01 ws-sel-sug-no      pic 9(4) value zero.
    01 ws-confirm         pic x(1) value "N".
        88 RELEASE-CONFIRMED value "Y".
    01 ws-maint-message   pic x(40) value spaces.
    01 ws-operator-id     pic x(20) value spaces.
    01 ws-today-date      pic 9(8).

    *> The drafted lines in memory, written back whole after a drop
    *> or a release.
    01 ws-sug-table.
      05 ws-sgt-entry occurs 999 times indexed by ws-sgt-idx.
        10 sgt-record            pic x(93).
    01 ws-sgt-count       pic 9(4) value zero.
    01 ws-sgt-scan-idx    pic 9(4) value zero.
    01 ws-sgt-found-idx   pic 9(4) value zero.
    01 ws-pending-count   pic 9(4) value zero.
    01 ws-released-count  pic 9(4) value zero.
    01 ws-po-count        pic 9(4) value zero.
    01 ws-next-po-no      pic 9(6) value zero.
    01 ws-release-vendor  pic 9(6) value zero.
    01 ws-oa-status       pic x(2) value "00".
    01 ws-oa-eof          pic x(1) value "N".
        88 OA-EOF         value "Y".
    01 ws-oa-authorized   pic x(1) value "N".
        88 OA-AUTHORIZED  value "Y".
    01 ws-oa-function     pic x(8) value "REORDREL".
    01 ws-so-request.
      05 so-program           pic x(8).
      05 so-operator-id       pic x(20).
      05 so-result            pic x(1).
          88 SO-SIGNED-ON      value "Y".
  screen section.
    *> The buyer's review of reorder.cob's drafts: list the pending
    *> lines, drop any that should not be bought, then release the
    *> rest in one confirmed step - each vendor's lines become one new
    *> PO on POFILE.DAT, where pocommit.cob encumbers them and
    *> invpost.cob matches the receipts. Every decision is appended
    *> to REORDER.RPT under the drafts it settles.
    01 reorder-release-screen.
      05 blank screen.
      05 line 1 column 1 value "REORDER SUGGESTION REVIEW".
      05 line 3 column 1  value "SUGGESTION NO:".
      05 line 3 column 18 pic 9(4) using ws-sel-sug-no.
      05 line 4 column 1  value "CONFIRM (Y/N):".
      05 line 4 column 18 pic x(1) using ws-confirm.
      05 line 6 column 1 value "ACTION (L=LIST, D=DROP, R=RELEASE ALL, Q=QUIT):".
      05 line 6 column 49 pic x(1) using ws-maint-action.
      05 line 8 column 1 pic x(40) from ws-maint-message.
procedure division.
main-paragraph.
  accept ws-operator-id from environment "USER".
  if ws-operator-id = spaces
    move "UNKNOWN" to ws-operator-id
  end-if.
  perform operator-sign-on.
  if return-code not = zero
    goback
  end-if.
  accept ws-today-date from date yyyymmdd.
  perform verify-operator-authority.
  if return-code not = zero
    goback
  end-if.
  perform until MAINT-QUIT
    move spaces to ws-maint-message
    move "N" to ws-confirm
    display reorder-release-screen
    accept reorder-release-screen
    evaluate true
      when MAINT-LIST
        perform list-pending-lines
      when MAINT-DROP
        perform drop-one-line
      when MAINT-RELEASE
        if RELEASE-CONFIRMED
          perform release-pending-lines
        else
          move "RELEASE NOT CONFIRMED - NOTHING DONE" to ws-maint-message
        end-if
      when MAINT-QUIT
        continue
      when other
        move "UNKNOWN ACTION" to ws-maint-message
    end-evaluate
  end-perform.
  goback.

load-suggestions.
  move zero to ws-sgt-count.
  move zero to ws-pending-count.
  move "N" to ws-rs-eof.
  open input suggestion-file.
  if ws-rs-status = "35"
    close suggestion-file
    exit paragraph
  end-if.
  move "REORDSUG.DAT" to ws-abend-file-name.
  move ws-rs-status to ws-abend-status.
  perform check-file-status.
  read suggestion-file
    at end set RS-EOF to true
  end-read.
  perform until RS-EOF
    if ws-sgt-count < 999
      add 1 to ws-sgt-count
      move reorder-suggestion-record to sgt-record(ws-sgt-count)
      if RS-PENDING
        add 1 to ws-pending-count
      end-if
    else
      display "REORDREL: SUGGESTION TABLE FULL AT 999 - REORDSUG.DAT HAS MORE"
      move 16 to return-code
      set RS-EOF to true
    end-if
    read suggestion-file
      at end set RS-EOF to true
    end-read
  end-perform.
  close suggestion-file.

rewrite-suggestions.
  open output suggestion-file.
  move "REORDSUG.DAT" to ws-abend-file-name.
  move ws-rs-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-sgt-idx from 1 by 1 until ws-sgt-idx > ws-sgt-count
    move sgt-record(ws-sgt-idx) to reorder-suggestion-record
    write reorder-suggestion-record
  end-perform.
  close suggestion-file.

list-pending-lines.
  perform load-suggestions.
  perform varying ws-sgt-idx from 1 by 1 until ws-sgt-idx > ws-sgt-count
    move sgt-record(ws-sgt-idx) to reorder-suggestion-record
    if RS-PENDING
      display "SUG=" rs-sug-no " ITEM=" rs-item-id
          " VENDOR=" rs-vendor-no " QTY=" rs-order-qty
          " COST=" rs-unit-cost " DUE=" rs-expected-date
    end-if
  end-perform.
  move spaces to ws-maint-message.
  string "END OF LIST - " ws-pending-count " PENDING"
      delimited by size into ws-maint-message.

drop-one-line.
  perform load-suggestions.
  move zero to ws-sgt-found-idx.
  perform varying ws-sgt-idx from 1 by 1
      until ws-sgt-idx > ws-sgt-count or ws-sgt-found-idx not = zero
    move sgt-record(ws-sgt-idx) to reorder-suggestion-record
    if rs-sug-no = ws-sel-sug-no and RS-PENDING
      set ws-sgt-found-idx to ws-sgt-idx
    end-if
  end-perform.
  if ws-sgt-found-idx = zero
    move "PENDING SUGGESTION NOT FOUND" to ws-maint-message
    exit paragraph
  end-if.
  move sgt-record(ws-sgt-found-idx) to reorder-suggestion-record.
  move "D" to rs-status.
  move reorder-suggestion-record to sgt-record(ws-sgt-found-idx).
  perform rewrite-suggestions.
  perform open-decision-report.
  move spaces to reorder-report-line.
  string "DROPPED SUG=" rs-sug-no " ITEM=" rs-item-id
      " VENDOR=" rs-vendor-no " QTY=" rs-order-qty
      " BY " ws-operator-id " ON " ws-today-date
      into reorder-report-line.
  write reorder-report-line.
  close reorder-report.
  move "DROPPED - WILL NOT BE RELEASED" to ws-maint-message.

release-pending-lines.
  *> One new PO per vendor, numbered on from the highest PO already
  *> on file; the lines append, so no existing POFILE.DAT row moves.
  perform load-suggestions.
  if ws-pending-count = zero
    move "NO PENDING SUGGESTIONS TO RELEASE" to ws-maint-message
    exit paragraph
  end-if.
  perform find-highest-po-no.
  open extend po-file.
  if ws-po-status = "35"
    close po-file
    open output po-file
  end-if.
  move "POFILE.DAT" to ws-abend-file-name.
  move ws-po-status to ws-abend-status.
  perform check-file-status.
  perform open-decision-report.
  move zero to ws-released-count.
  move zero to ws-po-count.
  perform varying ws-sgt-idx from 1 by 1 until ws-sgt-idx > ws-sgt-count
    move sgt-record(ws-sgt-idx) to reorder-suggestion-record
    if RS-PENDING
      add 1 to ws-next-po-no
      add 1 to ws-po-count
      move rs-vendor-no to ws-release-vendor
      perform varying ws-sgt-scan-idx from ws-sgt-idx by 1
          until ws-sgt-scan-idx > ws-sgt-count
        move sgt-record(ws-sgt-scan-idx) to reorder-suggestion-record
        if RS-PENDING and rs-vendor-no = ws-release-vendor
          perform release-one-line
          move reorder-suggestion-record to sgt-record(ws-sgt-scan-idx)
        end-if
      end-perform
    end-if
  end-perform.
  close po-file.
  move spaces to reorder-report-line.
  string "RELEASED LINES=" ws-released-count " NEW POS=" ws-po-count
      " BY " ws-operator-id " ON " ws-today-date
      into reorder-report-line.
  write reorder-report-line.
  close reorder-report.
  perform rewrite-suggestions.
  move spaces to ws-maint-message.
  string "RELEASED " ws-released-count " LINE(S) ON " ws-po-count
      " PO(S)" delimited by size into ws-maint-message.

release-one-line.
  move spaces to purchase-order-record.
  move ws-next-po-no to po-no.
  move rs-vendor-no to po-vendor-no.
  move rs-item-id to po-item-id.
  move rs-order-qty to po-qty.
  move rs-unit-cost to po-unit-cost.
  move rs-expected-date to po-expected-date.
  move zero to po-received-qty.
  move "O" to po-status.
  move rs-expense-acct to po-expense-acct.
  move rs-cost-center to po-cost-center.
  move ws-operator-id to po-buyer-id.
  write purchase-order-record.
  move "R" to rs-status.
  move ws-next-po-no to rs-po-no.
  add 1 to ws-released-count.
  move spaces to reorder-report-line.
  string "RELEASED SUG=" rs-sug-no " PO=" ws-next-po-no
      " VENDOR=" rs-vendor-no " ITEM=" rs-item-id
      " QTY=" rs-order-qty " DUE=" rs-expected-date
      into reorder-report-line.
  write reorder-report-line.

find-highest-po-no.
  move zero to ws-next-po-no.
  move "N" to ws-po-eof.
  open input po-file.
  if ws-po-status = "35"
    close po-file
    exit paragraph
  end-if.
  read po-file
    at end set PO-EOF to true
  end-read.
  perform until PO-EOF
    if po-no numeric and po-no > ws-next-po-no
      move po-no to ws-next-po-no
    end-if
    read po-file
      at end set PO-EOF to true
    end-read
  end-perform.
  close po-file.

open-decision-report.
  open extend reorder-report.
  if ws-rr-status = "35"
    open output reorder-report
  end-if.
  move "REORDER.RPT" to ws-abend-file-name.
  move ws-rr-status to ws-abend-status.
  perform check-file-status.

operator-sign-on.
  *> The id the session carries is only a claim until opsignon.cob
  *> has checked the PIN behind it; from here on the program works
  *> under the id that signed on.
  move "REORDREL" to so-program.
  move ws-operator-id to so-operator-id.
  call "opsignon" using ws-so-request.
  if SO-SIGNED-ON
    move so-operator-id to ws-operator-id
  else
    display "REORDREL: SIGN-ON NOT COMPLETED"
    move 16 to return-code
  end-if.

verify-operator-authority.
  *> Same check-then-bootstrap idiom as apmatrel.cob, under this
  *> program's own REORDREL function code.
  move "N" to ws-oa-authorized.
  open input oper-auth-file.
  if ws-oa-status = "35"
    close oper-auth-file
    open output oper-auth-file
    move ws-operator-id to oa-operator-id
    move ws-oa-function to oa-function
    write oper-auth-record
    close oper-auth-file
    set OA-AUTHORIZED to true
  else
    move "N" to ws-oa-eof
    read oper-auth-file
      at end set OA-EOF to true
    end-read
    perform until OA-EOF or OA-AUTHORIZED
      if oa-operator-id = ws-operator-id
          and oa-function = ws-oa-function
        set OA-AUTHORIZED to true
      end-if
      read oper-auth-file
        at end set OA-EOF to true
      end-read
    end-perform
    close oper-auth-file
  end-if.
  if not OA-AUTHORIZED
    display "REORDREL: OPERATOR " ws-operator-id
        " NOT AUTHORIZED FOR " ws-oa-function
    perform write-auth-denial
    move 16 to return-code
  end-if.

write-auth-denial.
  open extend reject-file.
  if ws-rej-status = "35"
    open output reject-file
  end-if.
  move "REJECT.DAT" to ws-abend-file-name.
  move ws-rej-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:15) to rej-timestamp.
  move "REORDREL" to rej-source.
  move zero to rej-key.
  move "AUTH" to rej-reason-code.
  move spaces to rej-reason-text.
  string "DENIED " ws-oa-function " FOR " ws-operator-id
      into rej-reason-text.
  move "N" to rej-resolved-flag.
  write reject-record.
  close reject-file.

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

end program reordrel.
