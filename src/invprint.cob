    01 ws-document-count  pic 9(6) value zero.
    01 ws-cust-found      pic x(1) value "N".
        88 CUST-FOUND     value "Y".
    *> An EDI-only customer's invoice goes out on EDIINV.DAT from
    *> ediinv.cob instead of on paper.
    01 ws-print-invoice   pic x(1) value "Y".
        88 PRINT-INVOICE  value "Y".
    01 ws-edi-only-count  pic 9(6) value zero.
    *> The printed document must bill the same prices the billing run
    *> billed: the same ITEMPRC.DAT resolution run-billing-extension
    *> applies, so the mailed page never disagrees with the AR open
  perform load-report-stamp.
  perform load-item-price-table.
  perform print-invoice-documents.
  display "INVPRINT: " ws-document-count " INVOICE DOCUMENT(S) PRODUCED, "
      ws-edi-only-count " SENT BY EDI ONLY".
  goback.

load-report-stamp.
  end-read.
  perform until INVLINE-EOF
    if FIRST-INV-LINE or inv-no not = ws-prev-inv-no
      if not FIRST-INV-LINE and PRINT-INVOICE
        perform write-invoice-total-block
      end-if
      move "N" to ws-first-inv-line
      move zero to ws-invoice-total
      perform resolve-invoice-customer
      if PRINT-INVOICE
        perform write-invoice-heading-block
      else
        add 1 to ws-edi-only-count
      end-if
    end-if
    move inv-no to ws-prev-inv-no
    if PRINT-INVOICE
      perform write-invoice-detail-line
    end-if
    read invoice-line-file
      at end set INVLINE-EOF to true
    end-read
  end-perform.
  if not FIRST-INV-LINE and PRINT-INVOICE
    perform write-invoice-total-block
  end-if.
  close invoice-line-file.
  move "  QTY    UNIT PRICE        EXTENSION" to invoice-document-line.
  write invoice-document-line.

resolve-invoice-customer.
  *> Paper unless the customer takes EDI only and has a partner id
  *> for it to go to.
  move "N" to ws-cust-found.
  move "Y" to ws-print-invoice.
  if ws-cu-status = "00"
    move inv-cust-no to ws-cu-rel-key
    read customer-file
      not invalid key set CUST-FOUND to true
    end-read
  end-if.
  if CUST-FOUND and CU-DELIVER-EDI and cu-edi-partner-id not = spaces
    move "N" to ws-print-invoice
  end-if.

write-bill-to-block.
  if CUST-FOUND
    move spaces to invoice-document-line
    string "BILL TO: " cu-name into invoice-document-line

resolve-line-price.
  move inv-unit-price to ws-resolved-price.
  if inv-item-id = zero or INV-LINE-CREDIT
    exit paragraph
  end-if.
  set ws-ipr-idx to 1.
