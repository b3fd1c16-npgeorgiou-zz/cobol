        access mode is dynamic
        relative key is ws-am-rel-key
        file status is ws-am-status.
    select icelim-ctl assign to "ICELIM.CTL"
        organization is line sequential
        file status is ws-ie-status.
    select elim-entry-file assign to "ELIMENT.DAT"
        organization is line sequential
        file status is ws-ee-status.
data division.
  file section.
  fd  bal-file.
  copy "ratetbl.cpy".
  fd  acct-master-file.
  copy "acctmast.cpy".
*> One row per intercompany account pair to eliminate: company A's
*> side (the receivable, the sale) against company B's side (the
*> payable, the charge). After translation the two should be equal
*> and opposite.
  fd  icelim-ctl.
  01 icelim-ctl-record.
    05 ie-company-a            pic 9(2).
    05 filler                  pic x(1).
    05 ie-acct-a               pic 9(6).
    05 filler                  pic x(1).
    05 ie-company-b            pic 9(2).
    05 filler                  pic x(1).
    05 ie-acct-b               pic 9(6).
    05 filler                  pic x(1).
    05 ie-description          pic x(30).
*> The elimination entries of the run, booked to the elimination
*> company only - consolidation-only entries, never posted to any
*> operating company's ledger. Rewritten every run.
  fd  elim-entry-file.
  01 elim-entry-record.
    05 ee-run-date             pic 9(8).
    05 ee-company-code         pic 9(2).
    05 ee-acct-id              pic 9(6).
    05 ee-cost-center          pic 9(4).
    05 ee-amount               pic s9(11)v99 sign is leading separate.
    05 ee-description          pic x(30).
  working-storage section.
    01 ws-bal-status      pic x(2) value "00".
    01 ws-bal-rel-key     pic 9(6) value 1.
    01 ws-rec-rate        pic 9(3)v9(4) value zero.
    01 ws-rec-acct-type   pic x(1) value space.
    01 ws-translated-count pic 9(6) value zero.
    01 ws-rec-translated  pic x(1) value "N".

    *> Elimination rules and the translated balance each side of the
    *> pair carries, gathered during the one pass over BALFILE.DAT.
    01 ws-ie-status       pic x(2) value "00".
    01 ws-ee-status       pic x(2) value "00".
    01 ws-ie-eof          pic x(1) value "N".
        88 IE-EOF         value "Y".
    01 ws-elim-company    pic 9(2) value 99.
    01 ws-elim-table.
      05 ws-elm-entry occurs 50 times.
        10 elm-company-a         pic 9(2).
        10 elm-acct-a            pic 9(6).
        10 elm-company-b         pic 9(2).
        10 elm-acct-b            pic 9(6).
        10 elm-description       pic x(30).
        10 elm-amount-a          pic s9(11)v99 sign is leading separate.
        10 elm-amount-b          pic s9(11)v99 sign is leading separate.
        10 elm-eliminated        pic s9(11)v99 sign is leading separate.
        10 elm-difference        pic s9(11)v99 sign is leading separate.
    01 ws-elm-count       pic 9(2) value zero.
    01 ws-elm-idx         pic 9(2) value zero.
    01 ws-elm-exceptions  pic 9(2) value zero.
    01 ws-elim-entries    pic 9(3) value zero.
    01 ws-abs-a           pic s9(11)v99 sign is leading separate.
    01 ws-abs-b           pic s9(11)v99 sign is leading separate.
    01 ws-rec-position    pic s9(11)v99 sign is leading separate.

    *> The consolidation worksheet: one row per account (daily plus
    *> YTD - the whole position), kept in account order, with a
    *> column per company, the eliminations and the consolidated
    *> total. Six company columns fit the page; a seventh company on
    *> goes into the last column, headed OTHER.
    01 ws-worksheet-table.
      05 ws-wks-entry occurs 2000 times.
        10 wks-acct-id           pic 9(6).
        10 wks-col-amount        pic s9(11)v99 sign is leading separate
                                 occurs 6 times.
        10 wks-elim-amount       pic s9(11)v99 sign is leading separate.
    01 ws-wks-count       pic 9(4) value zero.
    01 ws-wks-idx         pic 9(4) value zero.
    01 ws-wks-found-idx   pic 9(4) value zero.
    01 ws-wks-insert-idx  pic 9(4) value zero.
    01 ws-wks-shift-idx   pic 9(4) value zero.
    01 ws-wks-acct        pic 9(6) value zero.
    01 ws-col-count       pic 9(1) value zero.
    01 ws-col-idx         pic 9(1) value zero.
    01 ws-rec-col         pic 9(1) value zero.
    01 ws-col-totals.
      05 ws-col-total           pic s9(11)v99 sign is leading separate
                                occurs 6 times.
      05 ws-col-cta             pic s9(11)v99 sign is leading separate
                                occurs 6 times.
    01 ws-elim-total      pic s9(11)v99 sign is leading separate.
    01 ws-row-consol      pic s9(11)v99 sign is leading separate.
    01 ws-consol-total    pic s9(11)v99 sign is leading separate.
    01 ws-cta-total       pic s9(11)v99 sign is leading separate.
    01 ws-wks-pos         pic 9(3) value zero.
    01 ws-wks-cpy         pic 9(2) value zero.
    01 ws-ed-amount       pic ---,---,--9.99.
    01 ws-ed-amount-2     pic ---,---,--9.99.
    01 ws-ed-amount-3     pic ---,---,--9.99.
    01 ws-today-date      pic 9(8).
    copy "rptstamp.cpy".
  local-storage section.
  *> combining the companies that now share the cycle, with each
  *> company's own subtotal shown so the combine is verifiable - the
  *> second copy of the directory and the manual month-end merge are
  *> retired. The intercompany pairs named on ICELIM.CTL are then
  *> eliminated under their own company code, and the page closes
  *> with the consolidation worksheet - each company, eliminations,
  *> consolidated - and any pair that does not net to zero after
  *> translation listed as an out-of-balance exception.
  perform load-report-stamp.
  perform load-company-currencies.
  perform load-translation-rates.
  perform load-account-types.
  perform load-elimination-rules.
  perform varying ws-col-idx from 1 by 1 until ws-col-idx > 6
    move zero to ws-col-total(ws-col-idx)
    move zero to ws-col-cta(ws-col-idx)
  end-perform.
  perform combine-balances.
  perform generate-eliminations.
  perform write-consol-report.
  display "CONSOL: " ws-con-count " COMBINED COMBINATION(S) ACROSS "
      ws-cpy-count " COMPANY(S), " ws-elim-entries
      " ELIMINATION ENTRY(S), " ws-elm-exceptions
      " INTERCOMPANY EXCEPTION(S)".
  goback.

load-report-stamp.
  *> AM-ACCT-TYPE. The record's own translated net accumulates into
  *> the company's translation-adjustment plug so the consolidated
  *> report still foots after mixing two rate bases.
  move "N" to ws-rec-translated.
  move spaces to ws-rec-currency.
  move zero to ws-fx-found-idx.
  perform varying ws-cmc-idx from 1 by 1 until ws-cmc-idx > ws-cmc-count
  subtract bal-ptd-amount from cmct-cta-amount(ws-cmc-idx).
  subtract bal-ytd-amount from cmct-cta-amount(ws-cmc-idx).
  add 1 to ws-translated-count.
  move "Y" to ws-rec-translated.

combine-balances.
  move "N" to ws-bal-eof.
      perform translate-balance-record
      perform combine-one-balance
      perform tally-company-subtotal
      perform add-to-worksheet
      perform accumulate-rule-balances
    end-if
  end-perform.
  close bal-file.
      add bal-ytd-amount to cpy-ytd-amount(ws-cpy-idx)
  end-search.

load-elimination-rules.
  move zero to ws-elm-count.
  move "N" to ws-ie-eof.
  open input icelim-ctl.
  if ws-ie-status = "35"
    open output icelim-ctl
    *> Seeded with the due-from/due-to pair intercomp.cob books for
    *> the parent and the first subsidiary (its ICACCT.CTL
    *> placeholders) - finance adds the sales/charges pairs and
    *> repoints these along with ICACCT.CTL.
    move spaces to icelim-ctl-record
    move 1 to ie-company-a
    move 190001 to ie-acct-a
    move 2 to ie-company-b
    move 190002 to ie-acct-b
    move "INTERCOMPANY DUE-FROM/DUE-TO" to ie-description
    write icelim-ctl-record
    close icelim-ctl
    open input icelim-ctl
  end-if.
  move "ICELIM.CTL" to ws-abend-file-name.
  move ws-ie-status to ws-abend-status.
  perform check-file-status.
  read icelim-ctl
    at end set IE-EOF to true
  end-read.
  perform until IE-EOF
    if ws-elm-count < 50
      add 1 to ws-elm-count
      move ie-company-a to elm-company-a(ws-elm-count)
      move ie-acct-a to elm-acct-a(ws-elm-count)
      move ie-company-b to elm-company-b(ws-elm-count)
      move ie-acct-b to elm-acct-b(ws-elm-count)
      move ie-description to elm-description(ws-elm-count)
      move zero to elm-amount-a(ws-elm-count)
      move zero to elm-amount-b(ws-elm-count)
      move zero to elm-eliminated(ws-elm-count)
      move zero to elm-difference(ws-elm-count)
    end-if
    read icelim-ctl
      at end set IE-EOF to true
    end-read
  end-perform.
  close icelim-ctl.

add-to-worksheet.
  compute ws-rec-position = bal-daily-amount + bal-ytd-amount.
  move 6 to ws-rec-col.
  perform varying ws-wks-cpy from 1 by 1 until ws-wks-cpy > ws-cpy-count
    if cpy-company-code(ws-wks-cpy) = bal-company-code
        and ws-wks-cpy < 6
      move ws-wks-cpy to ws-rec-col
    end-if
  end-perform.
  move bal-acct-id to ws-wks-acct.
  perform find-worksheet-row.
  if ws-wks-found-idx not = zero
    add ws-rec-position to wks-col-amount(ws-wks-found-idx, ws-rec-col)
  end-if.
  add ws-rec-position to ws-col-total(ws-rec-col).
  if ws-rec-translated = "Y"
    subtract ws-rec-position from ws-col-cta(ws-rec-col)
  end-if.

find-worksheet-row.
  *> Finds the account's row, or opens one in account order by
  *> shifting the rows above it down one.
  move zero to ws-wks-found-idx.
  move zero to ws-wks-insert-idx.
  perform varying ws-wks-idx from 1 by 1
      until ws-wks-idx > ws-wks-count or ws-wks-found-idx not = zero
          or ws-wks-insert-idx not = zero
    if wks-acct-id(ws-wks-idx) = ws-wks-acct
      move ws-wks-idx to ws-wks-found-idx
    else
      if wks-acct-id(ws-wks-idx) > ws-wks-acct
        move ws-wks-idx to ws-wks-insert-idx
      end-if
    end-if
  end-perform.
  if ws-wks-found-idx not = zero or ws-wks-count >= 2000
    exit paragraph
  end-if.
  if ws-wks-insert-idx = zero
    compute ws-wks-insert-idx = ws-wks-count + 1
  else
    perform varying ws-wks-shift-idx from ws-wks-count by -1
        until ws-wks-shift-idx < ws-wks-insert-idx
      move ws-wks-entry(ws-wks-shift-idx)
          to ws-wks-entry(ws-wks-shift-idx + 1)
    end-perform
  end-if.
  add 1 to ws-wks-count.
  move ws-wks-insert-idx to ws-wks-found-idx.
  move ws-wks-acct to wks-acct-id(ws-wks-found-idx).
  perform varying ws-col-idx from 1 by 1 until ws-col-idx > 6
    move zero to wks-col-amount(ws-wks-found-idx, ws-col-idx)
  end-perform.
  move zero to wks-elim-amount(ws-wks-found-idx).

accumulate-rule-balances.
  perform varying ws-elm-idx from 1 by 1 until ws-elm-idx > ws-elm-count
    if bal-company-code = elm-company-a(ws-elm-idx)
        and bal-acct-id = elm-acct-a(ws-elm-idx)
      add ws-rec-position to elm-amount-a(ws-elm-idx)
    end-if
    if bal-company-code = elm-company-b(ws-elm-idx)
        and bal-acct-id = elm-acct-b(ws-elm-idx)
      add ws-rec-position to elm-amount-b(ws-elm-idx)
    end-if
  end-perform.

generate-eliminations.
  *> Each pair eliminates what the two sides have in common - the
  *> smaller of the two when one is a debit and the other a credit -
  *> so the elimination column itself always nets to zero. Whatever
  *> does not match stays in the consolidated total and is listed
  *> as an exception for group finance to chase.
  open output elim-entry-file.
  move "ELIMENT.DAT" to ws-abend-file-name.
  move ws-ee-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-elm-idx from 1 by 1 until ws-elm-idx > ws-elm-count
    perform eliminate-one-pair
  end-perform.
  close elim-entry-file.

eliminate-one-pair.
  compute elm-difference(ws-elm-idx) =
      elm-amount-a(ws-elm-idx) + elm-amount-b(ws-elm-idx).
  if elm-difference(ws-elm-idx) not = zero
    add 1 to ws-elm-exceptions
  end-if.
  if (elm-amount-a(ws-elm-idx) > zero and elm-amount-b(ws-elm-idx) < zero)
      or (elm-amount-a(ws-elm-idx) < zero
          and elm-amount-b(ws-elm-idx) > zero)
    continue
  else
    exit paragraph
  end-if.
  move elm-amount-a(ws-elm-idx) to ws-abs-a.
  if ws-abs-a < zero
    compute ws-abs-a = zero - ws-abs-a
  end-if.
  move elm-amount-b(ws-elm-idx) to ws-abs-b.
  if ws-abs-b < zero
    compute ws-abs-b = zero - ws-abs-b
  end-if.
  if ws-abs-a < ws-abs-b
    move ws-abs-a to elm-eliminated(ws-elm-idx)
  else
    move ws-abs-b to elm-eliminated(ws-elm-idx)
  end-if.
  *> Side A reverses toward zero, side B by the same amount the
  *> other way.
  if elm-amount-a(ws-elm-idx) > zero
    compute ws-rec-position = zero - elm-eliminated(ws-elm-idx)
  else
    move elm-eliminated(ws-elm-idx) to ws-rec-position
  end-if.
  move elm-acct-a(ws-elm-idx) to ws-wks-acct.
  perform write-elimination-entry.
  compute ws-rec-position = zero - ws-rec-position.
  move elm-acct-b(ws-elm-idx) to ws-wks-acct.
  perform write-elimination-entry.

write-elimination-entry.
  move ws-today-date to ee-run-date.
  move ws-elim-company to ee-company-code.
  move ws-wks-acct to ee-acct-id.
  move 9999 to ee-cost-center.
  move ws-rec-position to ee-amount.
  move elm-description(ws-elm-idx) to ee-description.
  write elim-entry-record.
  add 1 to ws-elim-entries.
  perform find-worksheet-row.
  if ws-wks-found-idx not = zero
    add ws-rec-position to wks-elim-amount(ws-wks-found-idx)
  end-if.

write-consol-worksheet.
  if ws-cpy-count > 6
    move 6 to ws-col-count
  else
    move ws-cpy-count to ws-col-count
  end-if.
  move spaces to consol-report-line.
  write consol-report-line.
  move "CONSOLIDATION WORKSHEET - POSITION (DAILY + YTD) BY ACCOUNT"
      to consol-report-line.
  write consol-report-line.
  move spaces to consol-report-line.
  move "ACCOUNT" to consol-report-line(1:7).
  perform varying ws-col-idx from 1 by 1 until ws-col-idx > ws-col-count
    compute ws-wks-pos = 8 + (ws-col-idx - 1) * 15
    if ws-col-idx = 6 and ws-cpy-count > 6
      move "         OTHER" to consol-report-line(ws-wks-pos:14)
    else
      move "    COMPANY " to consol-report-line(ws-wks-pos:12)
      move cpy-company-code(ws-col-idx)
          to consol-report-line(ws-wks-pos + 12:2)
    end-if
  end-perform.
  compute ws-wks-pos = 8 + ws-col-count * 15.
  move "  ELIMINATIONS" to consol-report-line(ws-wks-pos:14).
  move "  CONSOLIDATED" to consol-report-line(ws-wks-pos + 15:14).
  write consol-report-line.
  move zero to ws-elim-total.
  move zero to ws-consol-total.
  perform varying ws-wks-idx from 1 by 1 until ws-wks-idx > ws-wks-count
    perform write-worksheet-row
  end-perform.
  *> Translation adjustment row: the plug that keeps each translated
  *> company's column footing.
  move zero to ws-cta-total.
  perform varying ws-col-idx from 1 by 1 until ws-col-idx > ws-col-count
    add ws-col-cta(ws-col-idx) to ws-cta-total
  end-perform.
  if ws-cta-total not = zero
    move spaces to consol-report-line
    move "CTA" to consol-report-line(1:7)
    perform varying ws-col-idx from 1 by 1 until ws-col-idx > ws-col-count
      compute ws-wks-pos = 8 + (ws-col-idx - 1) * 15
      move ws-col-cta(ws-col-idx) to ws-ed-amount
      move ws-ed-amount to consol-report-line(ws-wks-pos:14)
      add ws-col-cta(ws-col-idx) to ws-col-total(ws-col-idx)
    end-perform
    add ws-cta-total to ws-consol-total
    compute ws-wks-pos = 8 + ws-col-count * 15
    move ws-cta-total to ws-ed-amount
    move ws-ed-amount to consol-report-line(ws-wks-pos + 15:14)
    write consol-report-line
  end-if.
  move spaces to consol-report-line.
  move "TOTAL" to consol-report-line(1:7).
  perform varying ws-col-idx from 1 by 1 until ws-col-idx > ws-col-count
    compute ws-wks-pos = 8 + (ws-col-idx - 1) * 15
    move ws-col-total(ws-col-idx) to ws-ed-amount
    move ws-ed-amount to consol-report-line(ws-wks-pos:14)
  end-perform.
  compute ws-wks-pos = 8 + ws-col-count * 15.
  move ws-elim-total to ws-ed-amount.
  move ws-ed-amount to consol-report-line(ws-wks-pos:14).
  move ws-consol-total to ws-ed-amount.
  move ws-ed-amount to consol-report-line(ws-wks-pos + 15:14).
  write consol-report-line.
  move spaces to consol-report-line.
  string "ELIMINATIONS BOOKED TO COMPANY " ws-elim-company
      " - " ws-elim-entries " ENTRY(S) ON ELIMENT.DAT"
      delimited by size into consol-report-line.
  write consol-report-line.

write-worksheet-row.
  move spaces to consol-report-line.
  move wks-acct-id(ws-wks-idx) to consol-report-line(1:6).
  move wks-elim-amount(ws-wks-idx) to ws-row-consol.
  perform varying ws-col-idx from 1 by 1 until ws-col-idx > ws-col-count
    compute ws-wks-pos = 8 + (ws-col-idx - 1) * 15
    move wks-col-amount(ws-wks-idx, ws-col-idx) to ws-ed-amount
    move ws-ed-amount to consol-report-line(ws-wks-pos:14)
    add wks-col-amount(ws-wks-idx, ws-col-idx) to ws-row-consol
  end-perform.
  compute ws-wks-pos = 8 + ws-col-count * 15.
  move wks-elim-amount(ws-wks-idx) to ws-ed-amount.
  move ws-ed-amount to consol-report-line(ws-wks-pos:14).
  move ws-row-consol to ws-ed-amount.
  move ws-ed-amount to consol-report-line(ws-wks-pos + 15:14).
  write consol-report-line.
  add wks-elim-amount(ws-wks-idx) to ws-elim-total.
  add ws-row-consol to ws-consol-total.

write-intercompany-exceptions.
  move spaces to consol-report-line.
  write consol-report-line.
  move "INTERCOMPANY OUT-OF-BALANCE EXCEPTIONS" to consol-report-line.
  write consol-report-line.
  perform varying ws-elm-idx from 1 by 1 until ws-elm-idx > ws-elm-count
    if elm-difference(ws-elm-idx) not = zero
      move elm-amount-a(ws-elm-idx) to ws-ed-amount
      move elm-amount-b(ws-elm-idx) to ws-ed-amount-2
      move elm-difference(ws-elm-idx) to ws-ed-amount-3
      move spaces to consol-report-line
      string elm-description(ws-elm-idx)
          " CO" elm-company-a(ws-elm-idx) "/" elm-acct-a(ws-elm-idx)
          " " ws-ed-amount
          " CO" elm-company-b(ws-elm-idx) "/" elm-acct-b(ws-elm-idx)
          " " ws-ed-amount-2
          " DIFF=" ws-ed-amount-3
          delimited by size into consol-report-line
      write consol-report-line
    end-if
  end-perform.
  if ws-elm-exceptions = zero
    move "NONE - EVERY PAIR NETS TO ZERO AFTER TRANSLATION"
        to consol-report-line
    write consol-report-line
  end-if.

write-consol-report.
  open extend consol-report.
  if ws-con-status = "35"
        " FOREIGN-CURRENCY BALANCE ROW(S) TO BASE" into consol-report-line
    write consol-report-line
  end-if.
  perform write-consol-worksheet.
  perform write-intercompany-exceptions.
  close consol-report.

check-file-status.
