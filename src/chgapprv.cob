    select range-table assign to "RANGETBL.DAT"
        organization is line sequential
        file status is ws-range-status.
    select customer-file assign to "CUSTMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-cu-rel-key
        file status is ws-cu-file-status.
    select customer-history-file assign to "CUSTHIST.DAT"
        organization is line sequential
        file status is ws-ch-status.
    select oper-auth-file assign to "OPERAUTH.DAT"
        organization is line sequential
        file status is ws-oa-status.
  copy "ratetbl.cpy".
  fd  range-table.
  copy "rangetbl.cpy".
  fd  customer-file.
  copy "custmast.cpy".
  fd  customer-history-file.
  copy "custhist.cpy".
  fd  oper-auth-file.
  copy "operauth.cpy".
  fd  reject-file.
    01 ws-ct-file-status  pic x(2) value "00".
    01 ws-rate-status     pic x(2) value "00".
    01 ws-range-status    pic x(2) value "00".
    01 ws-cu-rel-key      pic 9(6) value 1.
    01 ws-cu-file-status  pic x(2) value "00".
    01 ws-ch-status       pic x(2) value "00".
    01 ws-limit-edit      pic z(8)9.99.
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-pc-eof          pic x(1) value "N".
    01 ws-oa-authorized   pic x(1) value "N".
        88 OA-AUTHORIZED  value "Y".
    01 ws-oa-function     pic x(8) value "CHGAPPRV".
    01 ws-so-request.
      05 so-program           pic x(8).
      05 so-operator-id       pic x(20).
      05 so-result            pic x(1).
          88 SO-SIGNED-ON      value "Y".

  screen section.
    01 chg-apprv-screen.
  if ws-operator-id = spaces
    move "UNKNOWN" to ws-operator-id
  end-if.
  perform operator-sign-on.
  if return-code not = zero
    goback
  end-if.
  perform verify-operator-authority.
  if return-code not = zero
    goback
      perform apply-rate-table-change
    when PC-TABLE-RANGETBL
      perform apply-range-table-change
    when PC-TABLE-CUSTLIM
      perform apply-customer-limit-change
    when other
      move "UNKNOWN TABLE ON CHANGE ROW" to ws-apprv-message
  end-evaluate.
  write range-record.
  close range-table.

apply-customer-limit-change.
  *> A credit-limit increase custmnt.cob queued because it was over
  *> the CRLIMAPP.CTL threshold: the approved limit goes onto the
  *> customer row, and the CUSTHIST.DAT row names both the operator
  *> who keyed it and this operator as approver.
  open i-o customer-file.
  move "CUSTMAST.DAT" to ws-abend-file-name.
  move ws-cu-file-status to ws-abend-status.
  perform check-file-status.
  if return-code not = zero
    move "CUSTOMER FILE NOT AVAILABLE" to ws-apprv-message
    exit paragraph
  end-if.
  move pc-key-value to ws-cu-rel-key.
  read customer-file
    invalid key
      move "CUSTOMER NOT ON FILE" to ws-apprv-message
    not invalid key
      open extend customer-history-file
      if ws-ch-status = "35"
        open output customer-history-file
      end-if
      move "CUSTHIST.DAT" to ws-abend-file-name
      move ws-ch-status to ws-abend-status
      perform check-file-status
      move function current-date(1:14) to ch-timestamp
      move cu-cust-no to ch-cust-no
      move "CU-CREDIT-LIMIT" to ch-field-name
      move cu-credit-limit to ws-limit-edit
      move ws-limit-edit to ch-old-value
      move pc-numeric-value to cu-credit-limit
      move cu-credit-limit to ws-limit-edit
      move ws-limit-edit to ch-new-value
      move pc-maker to ch-operator
      move ws-operator-id to ch-approver
      move "APPROVED" to ch-action
      rewrite customer-record
      write customer-history-record
      close customer-history-file
  end-read.
  close customer-file.

operator-sign-on.
  *> The id the session carries is only a claim until opsignon.cob
  *> has checked the PIN behind it; from here on the program works
  *> under the id that signed on.
  move "CHGAPPRV" to so-program.
  move ws-operator-id to so-operator-id.
  call "opsignon" using ws-so-request.
  if SO-SIGNED-ON
    move so-operator-id to ws-operator-id
  else
    display "CHGAPPRV: SIGN-ON NOT COMPLETED"
    move 16 to return-code
  end-if.

verify-operator-authority.
  *> The operator id RPTSTAMP already prints is checked here, not just
  *> printed: no OPERAUTH.DAT row for this operator and this program's
