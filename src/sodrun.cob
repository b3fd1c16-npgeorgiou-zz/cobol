identification division.
  program-id. sodrun.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select sod-rules-file assign to "SODRULES.DAT"
        organization is line sequential
        file status is ws-sr-status.
    select oper-auth-file assign to "OPERAUTH.DAT"
        organization is line sequential
        file status is ws-oa-status.
    select pending-change-file assign to "PENDCHG.DAT"
        organization is line sequential
        file status is ws-pc-status.
    select pending-txn-file assign to "PENDTXN.DAT"
        organization is line sequential
        file status is ws-pt-status.
    select je-maker-file assign to "JEMAKER.DAT"
        organization is line sequential
        file status is ws-jm-status.
    select alert-queue-file assign to "ALERTQUE.DAT"
        organization is line sequential
        file status is ws-aq-status.
    select sod-report assign to "SODRUN.RPT"
        organization is line sequential
        file status is ws-so-status.
data division.
  file section.
*> Incompatible function pairs: an operator holding OPERAUTH.DAT rows
*> for both SR-FUNCTION-A and SR-FUNCTION-B is a conflict, rated
*> H(igh), M(edium) or L(ow). High-risk conflicts page on-call.
  fd  sod-rules-file.
  01 sod-rule-record.
    05 sr-function-a           pic x(8).
    05 filler                  pic x(1).
    05 sr-function-b           pic x(8).
    05 filler                  pic x(1).
    05 sr-risk                 pic x(1).
        88 SR-RISK-HIGH        value "H".
    05 filler                  pic x(1).
    05 sr-description          pic x(30).
  fd  oper-auth-file.
  copy "operauth.cpy".
  fd  pending-change-file.
  copy "pendchg.cpy".
  fd  pending-txn-file.
  copy "pendtxn.cpy".
  fd  je-maker-file.
  copy "jemaker.cpy".
  fd  alert-queue-file.
  copy "alertque.cpy".
  fd  sod-report.
  01 sod-report-line           pic x(132).
  working-storage section.
    01 ws-sr-status       pic x(2) value "00".
    01 ws-oa-status       pic x(2) value "00".
    01 ws-pc-status       pic x(2) value "00".
    01 ws-pt-status       pic x(2) value "00".
    01 ws-jm-status       pic x(2) value "00".
    01 ws-aq-status       pic x(2) value "00".
    01 ws-so-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-sr-eof          pic x(1) value "N".
        88 SR-EOF         value "Y".
    01 ws-oa-eof          pic x(1) value "N".
        88 OA-EOF         value "Y".
    01 ws-pc-eof          pic x(1) value "N".
        88 PC-EOF         value "Y".
    01 ws-pt-eof          pic x(1) value "N".
        88 PT-EOF         value "Y".
    01 ws-jm-eof          pic x(1) value "N".
        88 JM-EOF         value "Y".

    *> Conflict rules, seeded on first run with the pairs audit
    *> named - vendor upkeep against paying or voiding checks,
    *> journal keying against approving large entries - for security
    *> to extend.
    01 ws-rule-table.
      05 ws-rul-entry occurs 100 times indexed by ws-rul-idx.
        10 rul-function-a        pic x(8).
        10 rul-function-b        pic x(8).
        10 rul-risk              pic x(1).
        10 rul-description       pic x(30).
    01 ws-rul-count       pic 9(3) value zero.
    01 ws-rule-seed.
      05 filler pic x(50) value
        "VENDMNT  APPAY    H VENDOR MAINT + CHECK RUN      ".
      05 filler pic x(50) value
        "VENDMNT  CKVOID   H VENDOR MAINT + CHECK REISSUE  ".
      05 filler pic x(50) value
        "JRNLENT  TXNAPPR  H JOURNAL ENTRY + JE APPROVAL   ".
      05 filler pic x(50) value
        "CUSTMNT  CRLIMREL H CUSTOMER MAINT + CREDIT RELEAS".
      05 filler pic x(50) value
        "CODEMNT  CHGAPPRV M CODE MAINT + CHANGE APPROVAL  ".
      05 filler pic x(50) value
        "VENDMNT  APMATREL M VENDOR MAINT + MATCH RELEASE  ".
      05 filler pic x(50) value
        "RMAAUTH  RMARCV   M RMA AUTHORIZE + RMA RECEIVE   ".
    01 ws-rule-seed-table redefines ws-rule-seed.
      05 ws-seed-row pic x(50) occurs 7 times indexed by ws-seed-idx.

    *> Every operator/function grant on file.
    01 ws-grant-table.
      05 ws-grt-entry occurs 500 times indexed by ws-grt-idx.
        10 grt-operator-id       pic x(20).
        10 grt-function          pic x(8).
    01 ws-grt-count       pic 9(3) value zero.
    01 ws-scan-idx        pic 9(3).

    *> Screen-journal maker log: release serial to who keyed it.
    01 ws-maker-table.
      05 ws-mkr-entry occurs 2000 times indexed by ws-mkr-idx.
        10 mkr-je-serial         pic 9(6).
        10 mkr-maker             pic x(20).
    01 ws-mkr-count       pic 9(4) value zero.
    01 ws-pt-serial       pic 9(6).
    01 ws-pt-maker        pic x(20).

    01 ws-conflict-count  pic 9(5) value zero.
    01 ws-high-count      pic 9(5) value zero.
    01 ws-self-chg-count  pic 9(5) value zero.
    01 ws-self-txn-count  pic 9(5) value zero.
    01 ws-alert-count     pic 9(5) value zero.
    01 ws-amount-edit     pic z(8)9.99-.
    01 ws-today-date      pic 9(8).
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Segregation-of-duties review: authrcrt.cob recertifies each
  *> grant on its own merits; this run looks at combinations. Every
  *> operator holding both sides of a SODRULES.DAT pair is listed
  *> with the pair's risk rating (high risk also raised on
  *> ALERTQUE.DAT), then every decided PENDCHG.DAT change and
  *> PENDTXN.DAT transaction whose checker was its own maker.
  perform load-report-stamp.
  perform load-sod-rules.
  perform load-operator-grants.
  perform load-journal-makers.
  perform open-sod-report.
  perform report-function-conflicts.
  perform report-self-approved-changes.
  perform report-self-approved-txns.
  perform close-sod-report.
  display "SODRUN: " ws-conflict-count " CONFLICT(S), " ws-high-count
      " HIGH RISK, " ws-self-chg-count " SELF-APPROVED CHANGE(S), "
      ws-self-txn-count " SELF-APPROVED TXN(S)".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "SODRUN" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

load-sod-rules.
  move zero to ws-rul-count.
  move "N" to ws-sr-eof.
  open input sod-rules-file.
  if ws-sr-status = "35"
    open output sod-rules-file
    perform varying ws-seed-idx from 1 by 1 until ws-seed-idx > 7
      move ws-seed-row(ws-seed-idx) to sod-rule-record
      write sod-rule-record
    end-perform
    close sod-rules-file
    open input sod-rules-file
  end-if.
  move "SODRULES.DAT" to ws-abend-file-name.
  move ws-sr-status to ws-abend-status.
  perform check-file-status.
  read sod-rules-file
    at end set SR-EOF to true
  end-read.
  perform until SR-EOF
    if ws-rul-count < 100
      add 1 to ws-rul-count
      move sr-function-a to rul-function-a(ws-rul-count)
      move sr-function-b to rul-function-b(ws-rul-count)
      move sr-risk to rul-risk(ws-rul-count)
      move sr-description to rul-description(ws-rul-count)
    end-if
    read sod-rules-file
      at end set SR-EOF to true
    end-read
  end-perform.
  close sod-rules-file.

load-operator-grants.
  move zero to ws-grt-count.
  move "N" to ws-oa-eof.
  open input oper-auth-file.
  if ws-oa-status = "35"
    close oper-auth-file
    exit paragraph
  end-if.
  move "OPERAUTH.DAT" to ws-abend-file-name.
  move ws-oa-status to ws-abend-status.
  perform check-file-status.
  read oper-auth-file
    at end set OA-EOF to true
  end-read.
  perform until OA-EOF
    if ws-grt-count < 500
      add 1 to ws-grt-count
      move oa-operator-id to grt-operator-id(ws-grt-count)
      move oa-function to grt-function(ws-grt-count)
    end-if
    read oper-auth-file
      at end set OA-EOF to true
    end-read
  end-perform.
  close oper-auth-file.

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
      move jm-maker to mkr-maker(ws-mkr-count)
    end-if
    read je-maker-file
      at end set JM-EOF to true
    end-read
  end-perform.
  close je-maker-file.

open-sod-report.
  open extend sod-report.
  if ws-so-status = "35"
    open output sod-report
  end-if.
  move "SODRUN.RPT" to ws-abend-file-name.
  move ws-so-status to ws-abend-status.
  perform check-file-status.
  move spaces to sod-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into sod-report-line.
  write sod-report-line.
  move "SEGREGATION OF DUTIES - CONFLICTING FUNCTION PAIRS"
      to sod-report-line.
  write sod-report-line.

report-function-conflicts.
  *> For each rule, every grant of its first function whose operator
  *> also holds the second.
  perform varying ws-rul-idx from 1 by 1 until ws-rul-idx > ws-rul-count
    perform varying ws-grt-idx from 1 by 1
        until ws-grt-idx > ws-grt-count
      if grt-function(ws-grt-idx) = rul-function-a(ws-rul-idx)
        perform varying ws-scan-idx from 1 by 1
            until ws-scan-idx > ws-grt-count
          if grt-operator-id(ws-scan-idx) = grt-operator-id(ws-grt-idx)
              and grt-function(ws-scan-idx) = rul-function-b(ws-rul-idx)
            perform write-conflict-line
          end-if
        end-perform
      end-if
    end-perform
  end-perform.

write-conflict-line.
  add 1 to ws-conflict-count.
  move spaces to sod-report-line.
  string "CONFLICT RISK=" rul-risk(ws-rul-idx)
      " OPERATOR=" grt-operator-id(ws-grt-idx)
      " HOLDS " rul-function-a(ws-rul-idx)
      " AND " rul-function-b(ws-rul-idx)
      " - " rul-description(ws-rul-idx)
      into sod-report-line.
  write sod-report-line.
  if rul-risk(ws-rul-idx) = "H"
    add 1 to ws-high-count
    perform raise-conflict-alert
  end-if.

raise-conflict-alert.
  open extend alert-queue-file.
  if ws-aq-status = "35"
    open output alert-queue-file
  end-if.
  move "ALERTQUE.DAT" to ws-abend-file-name.
  move ws-aq-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:14) to aq-timestamp.
  move "SODRISK" to aq-severity.
  move "ONCALL-PAGER@SHOP.INTERNAL" to aq-destination.
  move "N" to aq-ack-flag.
  move zero to aq-esc-level.
  move spaces to aq-body.
  string "SOD " grt-operator-id(ws-grt-idx) delimited by space
      " HOLDS " rul-function-a(ws-rul-idx) delimited by space
      "+" rul-function-b(ws-rul-idx) delimited by space
      into aq-body.
  write alert-queue-record.
  close alert-queue-file.
  add 1 to ws-alert-count.

report-self-approved-changes.
  move "SELF-APPROVED REFERENCE CHANGES (PENDCHG.DAT)"
      to sod-report-line.
  write sod-report-line.
  move "N" to ws-pc-eof.
  open input pending-change-file.
  if ws-pc-status = "35"
    close pending-change-file
    exit paragraph
  end-if.
  move "PENDCHG.DAT" to ws-abend-file-name.
  move ws-pc-status to ws-abend-status.
  perform check-file-status.
  read pending-change-file
    at end set PC-EOF to true
  end-read.
  perform until PC-EOF
    if not PC-PENDING and pc-checker not = spaces
        and pc-checker = pc-maker
      add 1 to ws-self-chg-count
      move spaces to sod-report-line
      string "CHANGE=" pc-change-id
          " TABLE=" pc-table-name " ACTION=" pc-action
          " KEY=" pc-key-value " STATUS=" pc-status
          " OPERATOR=" pc-maker " AT " pc-checker-timestamp
          into sod-report-line
      write sod-report-line
    end-if
    read pending-change-file
      at end set PC-EOF to true
    end-read
  end-perform.
  close pending-change-file.

report-self-approved-txns.
  *> Only screen-keyed journals (the 79-million series) have a human
  *> maker on JEMAKER.DAT; system-generated entries can't be
  *> self-approved.
  move "SELF-APPROVED LARGE TRANSACTIONS (PENDTXN.DAT)"
      to sod-report-line.
  write sod-report-line.
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
        and pt-seq-no >= 79000000 and pt-seq-no < 80000000
      perform check-one-txn-maker
    end-if
    read pending-txn-file
      at end set PT-EOF to true
    end-read
  end-perform.
  close pending-txn-file.

check-one-txn-maker.
  compute ws-pt-serial = (pt-seq-no - 79000000) / 100.
  move spaces to ws-pt-maker.
  perform varying ws-mkr-idx from 1 by 1 until ws-mkr-idx > ws-mkr-count
    if mkr-je-serial(ws-mkr-idx) = ws-pt-serial
      move mkr-maker(ws-mkr-idx) to ws-pt-maker
    end-if
  end-perform.
  if ws-pt-maker not = spaces and ws-pt-maker = pt-checker
    add 1 to ws-self-txn-count
    move pt-amount to ws-amount-edit
    move spaces to sod-report-line
    string "TXN SEQ=" pt-seq-no
        " BATCH=" pt-batch-id " ACCT=" pt-acct-id
        " AMOUNT=" ws-amount-edit " STATUS=" pt-status
        " OPERATOR=" pt-checker " AT " pt-checker-timestamp
        into sod-report-line
    write sod-report-line
  end-if.

close-sod-report.
  move spaces to sod-report-line.
  string "CONFLICTS=" ws-conflict-count " HIGH RISK=" ws-high-count
      " ALERTS RAISED=" ws-alert-count
      " SELF-APPROVED CHANGES=" ws-self-chg-count
      " SELF-APPROVED TXNS=" ws-self-txn-count
      into sod-report-line.
  write sod-report-line.
  close sod-report.

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

end program sodrun.
