    select oper-history-file assign to "OPERHIST.DAT"
        organization is line sequential
        file status is ws-oh-status.
    select oper-cred-file assign to "OPERCRED.DAT"
        organization is line sequential
        file status is ws-oc-status.
    select security-log assign to "SECLOG.DAT"
        organization is line sequential
        file status is ws-sl-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-rl-status.
  copy "operauth.cpy".
  fd  oper-history-file.
  copy "operhist.cpy".
  fd  oper-cred-file.
  copy "opercred.cpy".
  fd  security-log.
  copy "seclog.cpy".
  fd  run-log-file.
  01 run-log-line             pic x(160).
  fd  recert-report.
    01 ws-oa-status       pic x(2) value "00".
    01 ws-oh-status       pic x(2) value "00".
    01 ws-rl-status       pic x(2) value "00".
    01 ws-oc-status       pic x(2) value "00".
    01 ws-sl-status       pic x(2) value "00".
    01 ws-rr-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
        88 OH-EOF         value "Y".
    01 ws-rl-eof          pic x(1) value "N".
        88 RL-EOF         value "Y".
    01 ws-oc-eof          pic x(1) value "N".
        88 OC-EOF         value "Y".
    01 ws-sl-eof          pic x(1) value "N".
        88 SL-EOF         value "Y".

    *> Every live operator/function pair, overlaid with its latest
    *> grant row from OPERHIST.DAT and the operator's last recorded
    01 ws-scan-pos        pic 9(3).
    01 ws-log-date        pic 9(8).
    01 ws-pairs-no-prov   pic 9(3) value zero.

    *> Every operator with a credential, a grant or a sign-on attempt
    *> on SECLOG.DAT: the credential's standing today, the last good
    *> sign-on ever, and the wrong PINs, lockouts and security resets
    *> inside the review window (the last 90 days - the quarter).
    01 ws-sec-table.
      05 ws-sc-entry occurs 500 times indexed by ws-sc-idx.
        10 sc-operator-id        pic x(20).
        10 sc-status             pic x(1).
        10 sc-pin-expiry         pic 9(8).
        10 sc-last-signon        pic 9(14).
        10 sc-fails              pic 9(4).
        10 sc-lockouts           pic 9(4).
        10 sc-resets             pic 9(4).
    01 ws-sc-count        pic 9(3) value zero.
    01 ws-sc-found        pic x(1) value "N".
    01 ws-sc-operator     pic x(20).
    01 ws-window-days     pic 9(3) value 90.
    01 ws-window-start    pic 9(8).
    01 ws-cred-label      pic x(11).
    01 ws-ops-locked      pic 9(3) value zero.
    01 ws-ops-no-cred     pic 9(3) value zero.
    01 ws-today-date      pic 9(8).
    copy "rptstamp.cpy".
  local-storage section.
  *> OPERHIST.DAT - "NO PROVENANCE" for pre-history self-seeds) and
  *> the operator's last recorded activity per RUNLOG.RPT, ready for
  *> a supervisor's signature - the access-review evidence that used
  *> to be reconstructed by hand every audit season. A second section
  *> answers for the sign-on itself off OPERCRED.DAT and SECLOG.DAT:
  *> each operator's credential standing, last sign-on, and the wrong
  *> PINs, lockouts and resets of the quarter.
  perform load-report-stamp.
  perform load-authorization-pairs.
  if ws-pr-count = zero
  end-if.
  perform overlay-grant-provenance.
  perform overlay-last-activity.
  perform load-operator-credentials.
  perform overlay-security-log.
  perform write-recert-report.
  display "AUTHRCRT: " ws-pr-count " PAIR(S) LISTED, "
      ws-pairs-no-prov " WITHOUT PROVENANCE, "
      ws-ops-locked " OPERATOR(S) LOCKED, "
      ws-ops-no-cred " WITHOUT A CREDENTIAL".
  goback.

load-report-stamp.
    end-if
  end-perform.

load-operator-credentials.
  *> The credential file first, then every operator holding a grant
  *> without one - a grant nobody can sign on to use is still a
  *> grant to recertify or revoke.
  move zero to ws-sc-count.
  compute ws-window-start = function date-of-integer(
      function integer-of-date(ws-today-date) - ws-window-days).
  move "N" to ws-oc-eof.
  open input oper-cred-file.
  if ws-oc-status = "35"
    close oper-cred-file
  else
    read oper-cred-file
      at end set OC-EOF to true
    end-read
    perform until OC-EOF
      move oc-operator-id to ws-sc-operator
      perform find-or-add-operator
      if ws-sc-found = "Y"
        move oc-status to sc-status(ws-sc-idx)
        move oc-pin-expiry-date to sc-pin-expiry(ws-sc-idx)
      end-if
      read oper-cred-file
        at end set OC-EOF to true
      end-read
    end-perform
    close oper-cred-file
  end-if.
  perform varying ws-pr-idx from 1 by 1 until ws-pr-idx > ws-pr-count
    move pr-operator-id(ws-pr-idx) to ws-sc-operator
    perform find-or-add-operator
  end-perform.

find-or-add-operator.
  move "N" to ws-sc-found.
  set ws-sc-idx to 1.
  search ws-sc-entry
    at end continue
    when ws-sc-idx <= ws-sc-count
        and sc-operator-id(ws-sc-idx) = ws-sc-operator
      move "Y" to ws-sc-found
  end-search.
  if ws-sc-found not = "Y" and ws-sc-count < 500
    add 1 to ws-sc-count
    set ws-sc-idx to ws-sc-count
    move ws-sc-operator to sc-operator-id(ws-sc-idx)
    move space to sc-status(ws-sc-idx)
    move zero to sc-pin-expiry(ws-sc-idx)
    move zero to sc-last-signon(ws-sc-idx)
    move zero to sc-fails(ws-sc-idx)
    move zero to sc-lockouts(ws-sc-idx)
    move zero to sc-resets(ws-sc-idx)
    move "Y" to ws-sc-found
  end-if.

overlay-security-log.
  move "N" to ws-sl-eof.
  open input security-log.
  if ws-sl-status = "35"
    close security-log
    exit paragraph
  end-if.
  read security-log
    at end set SL-EOF to true
  end-read.
  perform until SL-EOF
    move sl-operator-id to ws-sc-operator
    perform find-or-add-operator
    if ws-sc-found = "Y"
      if SL-SIGNED-ON and sl-timestamp > sc-last-signon(ws-sc-idx)
        move sl-timestamp to sc-last-signon(ws-sc-idx)
      end-if
      if sl-timestamp(1:8) >= ws-window-start
        evaluate true
          when SL-FAILED or SL-NO-CREDENTIAL
            add 1 to sc-fails(ws-sc-idx)
          when SL-LOCKED-OUT
            add 1 to sc-fails(ws-sc-idx)
            add 1 to sc-lockouts(ws-sc-idx)
          when SL-RESET
            add 1 to sc-resets(ws-sc-idx)
          when other
            continue
        end-evaluate
      end-if
    end-if
    read security-log
      at end set SL-EOF to true
    end-read
  end-perform.
  close security-log.

write-sign-on-section.
  move spaces to recert-report-line.
  string "SIGN-ON CREDENTIALS - FAILURES, LOCKOUTS AND RESETS SINCE "
      ws-window-start delimited by size into recert-report-line.
  write recert-report-line.
  perform varying ws-sc-idx from 1 by 1 until ws-sc-idx > ws-sc-count
    evaluate sc-status(ws-sc-idx)
      when "A"
        move "ACTIVE" to ws-cred-label
      when "L"
        move "LOCKED" to ws-cred-label
        add 1 to ws-ops-locked
      when "R"
        move "MUST-CHANGE" to ws-cred-label
      when other
        move "NONE" to ws-cred-label
        add 1 to ws-ops-no-cred
    end-evaluate
    move spaces to recert-report-line
    string "OPERATOR=" sc-operator-id(ws-sc-idx)
        " CRED=" ws-cred-label
        " PIN-EXPIRES=" sc-pin-expiry(ws-sc-idx)
        " LAST-SIGNON=" sc-last-signon(ws-sc-idx)
        " FAILS=" sc-fails(ws-sc-idx)
        " LOCKOUTS=" sc-lockouts(ws-sc-idx)
        " RESETS=" sc-resets(ws-sc-idx)
        delimited by size into recert-report-line
    write recert-report-line
  end-perform.

write-recert-report.
  open extend recert-report.
  if ws-rr-status = "35"
    end-if
    write recert-report-line
  end-perform.
  perform write-sign-on-section.
  move spaces to recert-report-line.
  string "PAIRS=" ws-pr-count
      " WITHOUT PROVENANCE=" ws-pairs-no-prov
      " LOCKED=" ws-ops-locked " NO CREDENTIAL=" ws-ops-no-cred
      "   SIGNED: ____________________  DATE: __________"
      into recert-report-line.
  write recert-report-line.
