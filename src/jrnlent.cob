    select reject-file assign to "REJECT.DAT"
        organization is line sequential
        file status is ws-rej-status.
    select je-maker-file assign to "JEMAKER.DAT"
        organization is line sequential
        file status is ws-jm-status.
    select jeseq-ctl assign to "JESEQ.CTL"
        organization is line sequential
        file status is ws-jq-status.
  copy "operauth.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".
  fd  je-maker-file.
  copy "jemaker.cpy".
  fd  jeseq-ctl.
  01 jeseq-ctl-record         pic 9(6).
  working-storage section.
    *> derived from this counter, never folded from the batch id -
    *> two batches 10000 apart can't collide.
    01 ws-jq-status       pic x(2) value "00".
    01 ws-jm-status       pic x(2) value "00".
    01 ws-je-serial       pic 9(6) value 1.
    01 ws-today-date      pic 9(8).
    01 ws-oa-status       pic x(2) value "00".
    01 ws-oa-authorized   pic x(1) value "N".
        88 OA-AUTHORIZED  value "Y".
    01 ws-oa-function     pic x(8) value "JRNLENT".
    01 ws-so-request.
      05 so-program           pic x(8).
      05 so-operator-id       pic x(20).
      05 so-result            pic x(1).
          88 SO-SIGNED-ON      value "Y".
  screen section.
    *> Journal capture in the balinq/codemaint screen idiom: the
    *> operator keys the batch id and one line at a time, each line
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
  perform load-journal-serial.
  perform write-batch-header.
  perform write-batch-lines.
  perform write-maker-log.
  perform save-journal-serial.
  move spaces to ws-maint-message.
  string "BATCH " ws-entry-batch-id " RELEASED, "
  end-perform.
  close txn-file.

write-maker-log.
  open extend je-maker-file.
  if ws-jm-status = "35"
    open output je-maker-file
  end-if.
  move "JEMAKER.DAT" to ws-abend-file-name.
  move ws-jm-status to ws-abend-status.
  perform check-file-status.
  move ws-entry-batch-id to jm-batch-id.
  move ws-je-serial to jm-je-serial.
  move ws-jl-count to jm-line-count.
  move ws-operator-id to jm-maker.
  move function current-date(1:14) to jm-timestamp.
  write je-maker-record.
  close je-maker-file.

load-journal-serial.
  open input jeseq-ctl.
  if ws-jq-status = "35"
  move zero to ws-entry-batch-id.
  move zero to ws-line-amount.

operator-sign-on.
  *> The id the session carries is only a claim until opsignon.cob
  *> has checked the PIN behind it; from here on the program works
  *> under the id that signed on.
  move "JRNLENT" to so-program.
  move ws-operator-id to so-operator-id.
  call "opsignon" using ws-so-request.
  if SO-SIGNED-ON
    move so-operator-id to ws-operator-id
  else
    display "JRNLENT: SIGN-ON NOT COMPLETED"
    move 16 to return-code
  end-if.

verify-operator-authority.
  *> Same check-then-bootstrap idiom as rejfix.cob, under this
  *> program's own JRNLENT function code.
