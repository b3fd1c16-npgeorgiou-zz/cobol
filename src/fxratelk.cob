identification division.
  program-id. fxratelk.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select rate-table assign to "RATETBL.DAT"
        organization is line sequential
        file status is ws-rate-status.
data division.
  file section.
  fd  rate-table.
  copy "ratetbl.cpy".
  working-storage section.
    *> Spot-rate lookup service for the subledgers, the BANKFIND idea
    *> applied to RATETBL.DAT: every currency row (three-letter code,
    *> nothing after it - the DIVISOR and the <CCY>AVG translation
    *> rows are not spot rates) loads once per session, and a caller
    *> asking for a currency as of a date gets the latest row
    *> effective on or before that date - the posting run's selection
    *> rule, but for any date, so an invoice books at its own date's
    *> rate and a payment settles at the payment date's. The base
    *> currency (blank or USD) always answers 1.0000. No row on or
    *> before the date answers "N" - the caller decides what a missing
    *> rate means. Mode "R" forces a reload.
    01 ws-rate-status     pic x(2) value "00".
    01 ws-rate-eof        pic x(1) value "N".
        88 RATE-EOF       value "Y".
    01 ws-loaded          pic x(1) value "N".
    01 ws-spot-table.
      05 ws-spt-entry occurs 2000 times indexed by ws-spt-idx.
        10 spt-currency-code     pic x(3).
        10 spt-eff-date          pic 9(8).
        10 spt-rate              pic 9(3)v9(4).
    01 ws-spt-count       pic 9(4) value zero.
  linkage section.
    01 fr-request.
      05 fr-mode              pic x(1).
          88 FR-MODE-LOOKUP    value "L".
          88 FR-MODE-RELOAD    value "R".
      05 fr-currency-code     pic x(3).
      05 fr-as-of-date        pic 9(8).
      05 fr-found             pic x(1).
      05 fr-rate              pic 9(3)v9(4).
      05 fr-eff-date          pic 9(8).
procedure division using fr-request.
main-paragraph.
  if FR-MODE-RELOAD
    move "N" to ws-loaded
    move "Y" to fr-found
    goback
  end-if.
  if ws-loaded not = "Y"
    perform load-spot-rates
    move "Y" to ws-loaded
  end-if.
  move "N" to fr-found.
  move zero to fr-rate.
  move zero to fr-eff-date.
  if fr-currency-code = spaces or fr-currency-code = "USD"
    move "Y" to fr-found
    move 1 to fr-rate
    move fr-as-of-date to fr-eff-date
    goback
  end-if.
  perform varying ws-spt-idx from 1 by 1
      until ws-spt-idx > ws-spt-count
    if spt-currency-code(ws-spt-idx) = fr-currency-code
        and spt-eff-date(ws-spt-idx) <= fr-as-of-date
        and spt-eff-date(ws-spt-idx) >= fr-eff-date
      move "Y" to fr-found
      move spt-rate(ws-spt-idx) to fr-rate
      move spt-eff-date(ws-spt-idx) to fr-eff-date
    end-if
  end-perform.
  goback.

load-spot-rates.
  move zero to ws-spt-count.
  move "N" to ws-rate-eof.
  open input rate-table.
  if ws-rate-status = "35"
    close rate-table
    exit paragraph
  end-if.
  read rate-table
    at end set RATE-EOF to true
  end-read.
  perform until RATE-EOF
    if rate-code(1:3) not = spaces and rate-code(4:7) = spaces
        and rate-eff-date numeric and rate-value numeric
      if ws-spt-count < 2000
        add 1 to ws-spt-count
        move rate-code(1:3) to spt-currency-code(ws-spt-count)
        move rate-eff-date to spt-eff-date(ws-spt-count)
        move rate-value to spt-rate(ws-spt-count)
      else
        display "FXRATELK: RATE TABLE FULL AT 2000 - RATETBL.DAT HAS MORE"
        set RATE-EOF to true
      end-if
    end-if
    read rate-table
      at end set RATE-EOF to true
    end-read
  end-perform.
  close rate-table.

end program fxratelk.
