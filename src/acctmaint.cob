        88 MAINT-ADD       value "A".
        88 MAINT-CLOSE     value "C".
        88 MAINT-REOPEN    value "O".
        88 MAINT-USE-TAX   value "U".
        88 MAINT-QUIT      value "Q".
    01 ws-maint-acct-id    pic 9(6) value zero.
    01 ws-maint-use-tax    pic x(1) value spaces.
    01 ws-maint-message    pic x(40) value spaces.
    01 ws-operator-id      pic x(20) value spaces.
    01 ws-oa-status       pic x(2) value "00".
    01 ws-oa-authorized   pic x(1) value "N".
        88 OA-AUTHORIZED  value "Y".
    01 ws-oa-function     pic x(8) value "ACCTMNT".
    01 ws-so-request.
      05 so-program           pic x(8).
      05 so-operator-id       pic x(20).
      05 so-result            pic x(1).
          88 SO-SIGNED-ON      value "Y".

  screen section.
    01 acct-maint-screen.
      05 line 5 column 17 pic x(1) using am-acct-type.
      05 line 6 column 1  value "OPEN (Y/N):".
      05 line 6 column 15 pic x(1) using am-open-flag.
      05 line 7 column 1  value "USE-TAX TAXABLE (Y/N):".
      05 line 7 column 24 pic x(1) using ws-maint-use-tax.
      05 line 8 column 1  value "ACTION (A=ADD, C=CLOSE, O=REOPEN, U=USE TAX, Q=QUIT):".
      05 line 8 column 55 pic x(1) using ws-maint-action.
      05 line 10 column 1 pic x(40) from ws-maint-message.
procedure division.
main-paragraph.
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
        perform close-account
      when MAINT-REOPEN
        perform reopen-account
      when MAINT-USE-TAX
        perform set-use-tax-flag
      when MAINT-QUIT
        continue
      when other
  move spaces to am-description.
  move spaces to am-acct-type.
  move spaces to am-open-flag.
  move spaces to ws-maint-use-tax.

add-account.
  *> An account the operator keys in that isn't on file yet becomes a
    invalid key
      move ws-maint-acct-id to am-acct-id
      move "Y" to am-open-flag
      if ws-maint-use-tax = "Y"
        move "Y" to am-use-tax-flag
      else
        move "N" to am-use-tax-flag
      end-if
      write acct-master-record
        invalid key move "WRITE FAILED" to ws-maint-message
      end-write
      end-rewrite
  end-read.

set-use-tax-flag.
  *> Marks an expense account use-tax taxable (Y) or not (N): the
  *> AP intake run self-assesses use tax on untaxed vendor invoices
  *> coded to a taxable account.
  if ws-maint-use-tax not = "Y" and ws-maint-use-tax not = "N"
    move "USE TAX FLAG MUST BE Y OR N" to ws-maint-message
    exit paragraph
  end-if.
  move ws-maint-acct-id to ws-am-rel-key.
  read acct-master-file
    invalid key
      move "ACCOUNT NOT ON FILE" to ws-maint-message
    not invalid key
      move ws-maint-use-tax to am-use-tax-flag
      rewrite acct-master-record
        invalid key move "REWRITE FAILED" to ws-maint-message
      end-rewrite
  end-read.

operator-sign-on.
  *> The id the session carries is only a claim until opsignon.cob
  *> has checked the PIN behind it; from here on the program works
  *> under the id that signed on.
  move "ACCTMNT" to so-program.
  move ws-operator-id to so-operator-id.
  call "opsignon" using ws-so-request.
  if SO-SIGNED-ON
    move so-operator-id to ws-operator-id
  else
    display "ACCTMAINT: SIGN-ON NOT COMPLETED"
    move 16 to return-code
  end-if.

verify-operator-authority.
  *> The operator id RPTSTAMP already prints is checked here, not just
  *> printed: no OPERAUTH.DAT row for this operator and this program's
