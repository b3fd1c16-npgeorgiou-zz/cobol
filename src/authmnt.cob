    01 ws-oa-authorized   pic x(1) value "N".
        88 OA-AUTHORIZED  value "Y".
    01 ws-oa-function     pic x(8) value "AUTHMNT".
    01 ws-so-request.
      05 so-program           pic x(8).
      05 so-operator-id       pic x(20).
      05 so-result            pic x(1).
          88 SO-SIGNED-ON      value "Y".
  screen section.
    *> Grant and revoke through a maintenance function instead of a
    *> file edit: every change records who made it, when and why on
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
  write oper-history-record.
  close oper-history-file.

operator-sign-on.
  *> The id the session carries is only a claim until opsignon.cob
  *> has checked the PIN behind it; from here on the program works
  *> under the id that signed on.
  move "AUTHMNT" to so-program.
  move ws-operator-id to so-operator-id.
  call "opsignon" using ws-so-request.
  if SO-SIGNED-ON
    move so-operator-id to ws-operator-id
  else
    display "AUTHMNT: SIGN-ON NOT COMPLETED"
    move 16 to return-code
  end-if.

verify-operator-authority.
  *> Same check-then-bootstrap idiom as rejfix.cob, under this
  *> program's own AUTHMNT function code - and the bootstrap itself
