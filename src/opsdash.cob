    01 ws-business-date   pic 9(8) value zero.
    01 ws-checkpoint-pos  pic 9(8) value zero.
    01 ws-summary-work    pic x(70).
    01 ws-operator-id     pic x(20) value spaces.
    01 ws-so-request.
      05 so-program           pic x(8).
      05 so-operator-id       pic x(20).
      05 so-result            pic x(1).
          88 SO-SIGNED-ON      value "Y".
  screen section.
    *> Same operator-screen pattern as codemaint.cob, read-only like
    *> balinq.cob: the 3 a.m. "where is tonight's cycle" answer on one
      05 line 14 column 30 pic x(1) using ws-dash-action.
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
  perform gather-cycle-status.
  perform until DASH-QUIT
    display ops-dashboard-screen
  end-read.
  close run-ctl-file.

operator-sign-on.
  *> The id the session carries is only a claim until opsignon.cob
  *> has checked the PIN behind it; from here on the program works
  *> under the id that signed on.
  move "OPSDASH" to so-program.
  move ws-operator-id to so-operator-id.
  call "opsignon" using ws-so-request.
  if SO-SIGNED-ON
    move so-operator-id to ws-operator-id
  else
    display "OPSDASH: SIGN-ON NOT COMPLETED"
    move 16 to return-code
  end-if.

end program opsdash.
