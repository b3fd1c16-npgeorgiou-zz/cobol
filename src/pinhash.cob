identification division.
  program-id. pinhash.
  author.  "lala lala".
data division.
  working-storage section.
    *> One-way hash of an operator's PIN, salted with the operator id,
    *> shared by the sign-on (opsignon.cob) and security's credential
    *> maintenance (credmnt.cob) so both reduce a PIN the same way and
    *> OPERCRED.DAT never holds the PIN itself. Three passes over the
    *> id-plus-PIN text, each character folded in by position, reduced
    *> modulo a ten-digit prime.
    01 ws-hash-text       pic x(28).
    01 ws-hash-acc        pic 9(10).
    01 ws-hash-work       pic 9(18).
    01 ws-hash-pos        pic 9(2).
    01 ws-hash-pass       pic 9(1).
  linkage section.
    01 ph-operator-id     pic x(20).
    01 ph-pin             pic x(8).
    01 ph-hash            pic 9(10).
procedure division using ph-operator-id, ph-pin, ph-hash.
main-paragraph.
  move ph-operator-id to ws-hash-text(1:20).
  move ph-pin to ws-hash-text(21:8).
  move 5381 to ws-hash-acc.
  perform varying ws-hash-pass from 1 by 1 until ws-hash-pass > 3
    perform varying ws-hash-pos from 1 by 1 until ws-hash-pos > 28
      compute ws-hash-work = ws-hash-acc * 257
          + function ord(ws-hash-text(ws-hash-pos:1)) * ws-hash-pos
          + ws-hash-pass
      compute ws-hash-acc = function mod(ws-hash-work, 9999999967)
    end-perform
  end-perform.
  move ws-hash-acc to ph-hash.
  goback.

end program pinhash.
