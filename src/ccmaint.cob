    01 ws-oa-authorized   pic x(1) value "N".
        88 OA-AUTHORIZED  value "Y".
    01 ws-oa-function     pic x(8) value "CCMNT".
    01 ws-so-request.
      05 so-program           pic x(8).
      05 so-operator-id       pic x(20).
      05 so-result            pic x(1).
          88 SO-SIGNED-ON      value "Y".
  screen section.
    *> Same maintenance-screen pattern as acctmaint.cob, for the
    *> cost-center master the posting run validates against: the
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
      end-rewrite
  end-read.

operator-sign-on.
  *> The id the session carries is only a claim until opsignon.cob
  *> has checked the PIN behind it; from here on the program works
  *> under the id that signed on.
  move "CCMAINT" to so-program.
  move ws-operator-id to so-operator-id.
  call "opsignon" using ws-so-request.
  if SO-SIGNED-ON
    move so-operator-id to ws-operator-id
  else
    display "CCMAINT: SIGN-ON NOT COMPLETED"
    move 16 to return-code
  end-if.

verify-operator-authority.
  *> The operator id RPTSTAMP already prints is checked here, not just
  *> printed: no OPERAUTH.DAT row for this operator and this program's
