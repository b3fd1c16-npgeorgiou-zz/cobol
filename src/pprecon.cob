    at end set CK-EOF to true
  end-read.
  perform until CK-EOF
    *> A voided or stopped check went to the bank as a void row and
    *> is owed an acknowledgment the same as an issue.
    if (CK-ISSUED or CK-VOIDED) and ws-ckt-count < 1000
      add 1 to ws-ckt-count
      move ck-check-no to ckt-check-no(ws-ckt-count)
      move ck-amount to ckt-amount(ws-ckt-count)
