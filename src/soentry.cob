identification division.
  program-id. soentry.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select sales-order-file assign to "SALESORD.DAT"
        organization is line sequential
        file status is ws-so-status.
    select customer-file assign to "CUSTMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-cu-rel-key
        file status is ws-cu-status.
    select item-master-file assign to "ITEMMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-im-rel-key
        file status is ws-im-status.
    select item-move-file assign to "ITEMMOVE.DAT"
        organization is line sequential
        file status is ws-mv-status.
    select oper-auth-file assign to "OPERAUTH.DAT"
        organization is line sequential
        file status is ws-oa-status.
    select reject-file assign to "REJECT.DAT"
        organization is line sequential
        file status is ws-oarej-status.
data division.
  file section.
  fd  sales-order-file.
  copy "salesord.cpy".
  fd  customer-file.
  copy "custmast.cpy".
  fd  item-master-file.
  copy "itemmast.cpy".
  fd  item-move-file.
  copy "itemmove.cpy".
  fd  oper-auth-file.
  copy "operauth.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".
  working-storage section.
    01 ws-so-status       pic x(2) value "00".
    01 ws-cu-status       pic x(2) value "00".
    01 ws-im-status       pic x(2) value "00".
    01 ws-mv-status       pic x(2) value "00".
    01 ws-cu-rel-key      pic 9(6) value 1.
    01 ws-im-rel-key      pic 9(6) value 1.
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-so-eof          pic x(1) value "N".
        88 SO-EOF         value "Y".
    01 ws-im-eof          pic x(1) value "N".
        88 IM-EOF         value "Y".
    01 ws-mv-eof          pic x(1) value "N".
        88 MV-EOF         value "Y".
    01 ws-entry-action    pic x(1) value "Q".
        88 ENTRY-ADD       value "A".
        88 ENTRY-VIEW      value "V".
        88 ENTRY-CANCEL    value "C".
        88 ENTRY-QUIT      value "Q".
    *> The operator-keyed line, and what the file says about it.
    01 ws-ent-order-no    pic 9(6) value zero.
    01 ws-ent-line-no     pic 9(3) value zero.
    01 ws-ent-cust-no     pic 9(6) value zero.
    01 ws-ent-item-id     pic 9(6) value zero.
    01 ws-ent-location    pic 9(2) value zero.
    01 ws-ent-qty         pic 9(5) value zero.
    01 ws-ent-price       pic 9(7)v99 value zero.
    01 ws-ent-reserved    pic 9(5) value zero.
    01 ws-ent-shipped     pic 9(5) value zero.
    01 ws-ent-status      pic x(1) value spaces.
    01 ws-entry-message   pic x(60) value spaces.
    *> Order-file scan results.
    01 ws-max-order-no    pic 9(6) value zero.
    01 ws-max-line-no     pic 9(3) value zero.
    01 ws-order-found     pic x(1) value "N".
    01 ws-order-cust-no   pic 9(6) value zero.
    01 ws-line-found      pic x(1) value "N".
    *> Free stock at the item's location: on hand, less what open
    *> order lines already hold, less what movements not yet posted
    *> will take out.
    01 ws-item-found      pic x(1) value "N".
    01 ws-on-hand-qty     pic s9(7) value zero.
    01 ws-held-qty        pic s9(7) value zero.
    01 ws-pending-out-qty pic s9(7) value zero.
    01 ws-available-qty   pic s9(7) value zero.
    01 ws-reserve-qty     pic 9(5) value zero.
    01 ws-mv-location     pic 9(2) value zero.
    01 ws-today-date      pic 9(8).
    01 ws-operator-id     pic x(20) value spaces.
    01 ws-oa-status       pic x(2) value "00".
    01 ws-oarej-status    pic x(2) value "00".
    01 ws-oa-eof          pic x(1) value "N".
        88 OA-EOF         value "Y".
    01 ws-oa-authorized   pic x(1) value "N".
        88 OA-AUTHORIZED  value "Y".
    01 ws-oa-function     pic x(8) value "SOENTRY".
    01 ws-so-request.
      05 so-program           pic x(8).
      05 so-operator-id       pic x(20).
      05 so-result            pic x(1).
          88 SO-SIGNED-ON      value "Y".
  screen section.
    *> Order entry, one line at a time: order number zero opens a new
    *> order for the customer keyed, any other number adds a line to
    *> that order. The line reserves what the location has free of its
    *> item - all of it, part, or none - and shows what it got.
    01 order-entry-screen.
      05 blank screen.
      05 line 1 column 1 value "SALES ORDER ENTRY".
      05 line 3 column 1  value "ORDER NO (0=NEW):".
      05 line 3 column 20 pic 9(6) using ws-ent-order-no.
      05 line 4 column 1  value "LINE NO:".
      05 line 4 column 20 pic 9(3) using ws-ent-line-no.
      05 line 5 column 1  value "CUSTOMER NO:".
      05 line 5 column 20 pic 9(6) using ws-ent-cust-no.
      05 line 6 column 1  value "ITEM ID:".
      05 line 6 column 20 pic 9(6) using ws-ent-item-id.
      05 line 7 column 1  value "LOCATION:".
      05 line 7 column 20 pic 9(2) using ws-ent-location.
      05 line 8 column 1  value "QUANTITY:".
      05 line 8 column 20 pic 9(5) using ws-ent-qty.
      05 line 9 column 1  value "UNIT PRICE:".
      05 line 9 column 20 pic 9(7)v99 using ws-ent-price.
      05 line 10 column 1 value "RESERVED:".
      05 line 10 column 20 pic 9(5) from ws-ent-reserved.
      05 line 11 column 1 value "SHIPPED:".
      05 line 11 column 20 pic 9(5) from ws-ent-shipped.
      05 line 12 column 1 value "STATUS:".
      05 line 12 column 20 pic x(1) from ws-ent-status.
      05 line 14 column 1 value "ACTION (A=ADD LINE, V=VIEW, C=CANCEL, Q=QUIT):".
      05 line 14 column 48 pic x(1) using ws-entry-action.
      05 line 16 column 1 pic x(60) from ws-entry-message.
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
  perform verify-operator-authority.
  if return-code not = zero
    goback
  end-if.
  perform clear-entry-fields.
  perform until ENTRY-QUIT
    display order-entry-screen
    accept order-entry-screen
    move spaces to ws-entry-message
    accept ws-today-date from date yyyymmdd
    evaluate true
      when ENTRY-ADD
        perform add-order-line
      when ENTRY-VIEW
        perform view-order-line
      when ENTRY-CANCEL
        perform cancel-order-line
      when ENTRY-QUIT
        continue
      when other
        move "UNKNOWN ACTION" to ws-entry-message
    end-evaluate
  end-perform.
  goback.

clear-entry-fields.
  move zero to ws-ent-line-no.
  move zero to ws-ent-item-id.
  move zero to ws-ent-location.
  move zero to ws-ent-qty.
  move zero to ws-ent-price.
  move zero to ws-ent-reserved.
  move zero to ws-ent-shipped.
  move spaces to ws-ent-status.

add-order-line.
  if ws-ent-item-id = zero or ws-ent-qty = zero
    move "ITEM AND QUANTITY REQUIRED" to ws-entry-message
    exit paragraph
  end-if.
  if ws-ent-location = zero
    move 1 to ws-ent-location
  end-if.
  perform scan-order-file.
  if ws-ent-order-no = zero
    if ws-ent-cust-no = zero
      move "CUSTOMER NO REQUIRED FOR A NEW ORDER" to ws-entry-message
      exit paragraph
    end-if
    compute ws-ent-order-no = ws-max-order-no + 1
    move zero to ws-max-line-no
  else
    if ws-order-found not = "Y"
      move "ORDER NOT ON FILE" to ws-entry-message
      exit paragraph
    end-if
    if ws-ent-cust-no = zero
      move ws-order-cust-no to ws-ent-cust-no
    end-if
    if ws-ent-cust-no not = ws-order-cust-no
      move "ORDER BELONGS TO ANOTHER CUSTOMER" to ws-entry-message
      exit paragraph
    end-if
  end-if.
  perform find-customer.
  if ws-entry-message not = spaces
    exit paragraph
  end-if.
  perform find-item-on-hand.
  if ws-item-found not = "Y"
    move "ITEM NOT STOCKED AT THAT LOCATION" to ws-entry-message
    exit paragraph
  end-if.
  perform sum-pending-movements.
  compute ws-available-qty =
      ws-on-hand-qty - ws-held-qty - ws-pending-out-qty.
  if ws-available-qty < zero
    move zero to ws-available-qty
  end-if.
  if ws-available-qty < ws-ent-qty
    move ws-available-qty to ws-reserve-qty
  else
    move ws-ent-qty to ws-reserve-qty
  end-if.
  initialize sales-order-record.
  move ws-ent-order-no to so-order-no.
  compute so-line-no = ws-max-line-no + 1.
  move ws-ent-cust-no to so-cust-no.
  move ws-ent-item-id to so-item-id.
  move ws-ent-location to so-location.
  move ws-ent-qty to so-order-qty.
  move ws-reserve-qty to so-reserved-qty.
  move zero to so-shipped-qty.
  move ws-ent-price to so-unit-price.
  move ws-today-date to so-order-date.
  move "O" to so-status.
  move ws-operator-id to so-entered-by.
  move zero to so-last-ship-date.
  move zero to so-last-inv-no.
  open extend sales-order-file.
  if ws-so-status = "35"
    open output sales-order-file
  end-if.
  move "SALESORD.DAT" to ws-abend-file-name.
  move ws-so-status to ws-abend-status.
  perform check-file-status.
  write sales-order-record.
  close sales-order-file.
  move so-line-no to ws-ent-line-no.
  move so-reserved-qty to ws-ent-reserved.
  move zero to ws-ent-shipped.
  move "O" to ws-ent-status.
  move spaces to ws-entry-message.
  if ws-reserve-qty < ws-ent-qty
    string "LINE ADDED - SHORT, RESERVED " ws-reserve-qty
        " OF " ws-ent-qty into ws-entry-message
  else
    string "LINE ADDED - RESERVED " ws-reserve-qty into ws-entry-message
  end-if.

scan-order-file.
  *> One pass: the highest order number (for a new order), this
  *> order's customer and last line number, and the quantity open
  *> lines already hold of this item at this location.
  move zero to ws-max-order-no.
  move zero to ws-max-line-no.
  move zero to ws-order-cust-no.
  move zero to ws-held-qty.
  move "N" to ws-order-found.
  move "N" to ws-so-eof.
  open input sales-order-file.
  if ws-so-status = "35"
    close sales-order-file
    exit paragraph
  end-if.
  move "SALESORD.DAT" to ws-abend-file-name.
  move ws-so-status to ws-abend-status.
  perform check-file-status.
  read sales-order-file
    at end set SO-EOF to true
  end-read.
  perform until SO-EOF
    if so-order-no > ws-max-order-no
      move so-order-no to ws-max-order-no
    end-if
    if so-order-no = ws-ent-order-no and ws-ent-order-no not = zero
      move "Y" to ws-order-found
      move so-cust-no to ws-order-cust-no
      if so-line-no > ws-max-line-no
        move so-line-no to ws-max-line-no
      end-if
    end-if
    if SO-LINE-OPEN and so-item-id = ws-ent-item-id
        and so-location = ws-ent-location
      add so-reserved-qty to ws-held-qty
    end-if
    read sales-order-file
      at end set SO-EOF to true
    end-read
  end-perform.
  close sales-order-file.

find-customer.
  open input customer-file.
  if ws-cu-status = "35"
    close customer-file
    move "NO CUSTOMER MASTER ON FILE" to ws-entry-message
    exit paragraph
  end-if.
  move ws-ent-cust-no to ws-cu-rel-key.
  read customer-file
    invalid key move "CUSTOMER NOT ON FILE" to ws-entry-message
  end-read.
  close customer-file.

find-item-on-hand.
  *> ITEMMAST.DAT is slot-keyed, one row per item per location, so
  *> the item is found by walking it.
  move "N" to ws-item-found.
  move zero to ws-on-hand-qty.
  move "N" to ws-im-eof.
  open input item-master-file.
  if ws-im-status = "35"
    close item-master-file
    exit paragraph
  end-if.
  move 1 to ws-im-rel-key.
  start item-master-file key is not less than ws-im-rel-key
    invalid key set IM-EOF to true
  end-start.
  perform until IM-EOF or ws-item-found = "Y"
    read item-master-file next record
      at end set IM-EOF to true
    end-read
    if not IM-EOF and im-item-id = ws-ent-item-id
      if (im-location numeric and im-location = ws-ent-location)
          or ((im-location not numeric or im-location = zero)
              and ws-ent-location = 1)
        move "Y" to ws-item-found
        move im-on-hand-qty to ws-on-hand-qty
      end-if
    end-if
  end-perform.
  close item-master-file.

sum-pending-movements.
  *> Tonight's ITEMMOVE.DAT hasn't reached on-hand yet: issues,
  *> transfers out and count write-downs from this location are
  *> already spoken for.
  move zero to ws-pending-out-qty.
  move "N" to ws-mv-eof.
  open input item-move-file.
  if ws-mv-status = "35"
    close item-move-file
    exit paragraph
  end-if.
  read item-move-file
    at end set MV-EOF to true
  end-read.
  perform until MV-EOF
    if mv-location numeric and mv-location not = zero
      move mv-location to ws-mv-location
    else
      move 1 to ws-mv-location
    end-if
    if mv-item-id = ws-ent-item-id and ws-mv-location = ws-ent-location
      if MV-IS-ISSUE or MV-IS-TRANSFER or MV-IS-BUILD-ISSUE
          or (MV-IS-ADJUSTMENT and MV-ADJ-DOWN)
        add mv-qty to ws-pending-out-qty
      end-if
    end-if
    read item-move-file
      at end set MV-EOF to true
    end-read
  end-perform.
  close item-move-file.

view-order-line.
  perform clear-entry-fields-for-view.
  move "N" to ws-line-found.
  move "N" to ws-so-eof.
  open input sales-order-file.
  if ws-so-status = "35"
    close sales-order-file
    move "NO ORDERS ON FILE" to ws-entry-message
    exit paragraph
  end-if.
  read sales-order-file
    at end set SO-EOF to true
  end-read.
  perform until SO-EOF or ws-line-found = "Y"
    if so-order-no = ws-ent-order-no and so-line-no = ws-ent-line-no
      move "Y" to ws-line-found
      perform show-order-line
    else
      read sales-order-file
        at end set SO-EOF to true
      end-read
    end-if
  end-perform.
  close sales-order-file.
  if ws-line-found not = "Y"
    move "ORDER LINE NOT ON FILE" to ws-entry-message
  else
    move "ORDER LINE READ OK" to ws-entry-message
  end-if.

clear-entry-fields-for-view.
  move zero to ws-ent-cust-no.
  move zero to ws-ent-item-id.
  move zero to ws-ent-location.
  move zero to ws-ent-qty.
  move zero to ws-ent-price.
  move zero to ws-ent-reserved.
  move zero to ws-ent-shipped.
  move spaces to ws-ent-status.

show-order-line.
  move so-cust-no to ws-ent-cust-no.
  move so-item-id to ws-ent-item-id.
  move so-location to ws-ent-location.
  move so-order-qty to ws-ent-qty.
  move so-unit-price to ws-ent-price.
  move so-reserved-qty to ws-ent-reserved.
  move so-shipped-qty to ws-ent-shipped.
  move so-status to ws-ent-status.

cancel-order-line.
  *> Cancels what is left of an open line and frees its reservation;
  *> anything already shipped stays shipped and billed. Rewritten in
  *> place, the rejfix.cob way.
  move "N" to ws-line-found.
  move "N" to ws-so-eof.
  open i-o sales-order-file.
  if ws-so-status = "35"
    close sales-order-file
    move "NO ORDERS ON FILE" to ws-entry-message
    exit paragraph
  end-if.
  move "SALESORD.DAT" to ws-abend-file-name.
  move ws-so-status to ws-abend-status.
  perform check-file-status.
  read sales-order-file
    at end set SO-EOF to true
  end-read.
  perform until SO-EOF or ws-line-found = "Y"
    if so-order-no = ws-ent-order-no and so-line-no = ws-ent-line-no
      move "Y" to ws-line-found
      if SO-LINE-OPEN
        move "X" to so-status
        move zero to so-reserved-qty
        rewrite sales-order-record
        move "ORDER LINE CANCELLED - RESERVATION FREED"
            to ws-entry-message
      else
        move "ORDER LINE NOT OPEN - NOT CANCELLED" to ws-entry-message
      end-if
      perform show-order-line
    else
      read sales-order-file
        at end set SO-EOF to true
      end-read
    end-if
  end-perform.
  close sales-order-file.
  if ws-line-found not = "Y"
    move "ORDER LINE NOT ON FILE" to ws-entry-message
  end-if.

operator-sign-on.
  *> The id the session carries is only a claim until opsignon.cob
  *> has checked the PIN behind it; from here on the program works
  *> under the id that signed on.
  move "SOENTRY" to so-program.
  move ws-operator-id to so-operator-id.
  call "opsignon" using ws-so-request.
  if SO-SIGNED-ON
    move so-operator-id to ws-operator-id
  else
    display "SOENTRY: SIGN-ON NOT COMPLETED"
    move 16 to return-code
  end-if.

verify-operator-authority.
  *> Same check-then-bootstrap idiom as custmnt.cob, under this
  *> program's own SOENTRY function code.
  move "N" to ws-oa-authorized.
  open input oper-auth-file.
  if ws-oa-status = "35"
    close oper-auth-file
    open output oper-auth-file
    move ws-operator-id to oa-operator-id
    move ws-oa-function to oa-function
    write oper-auth-record
    close oper-auth-file
    set OA-AUTHORIZED to true
  else
    move "N" to ws-oa-eof
    read oper-auth-file
      at end set OA-EOF to true
    end-read
    perform until OA-EOF or OA-AUTHORIZED
      if oa-operator-id = ws-operator-id
          and oa-function = ws-oa-function
        set OA-AUTHORIZED to true
      end-if
      read oper-auth-file
        at end set OA-EOF to true
      end-read
    end-perform
    close oper-auth-file
  end-if.
  if not OA-AUTHORIZED
    display "SOENTRY: OPERATOR " ws-operator-id
        " NOT AUTHORIZED FOR " ws-oa-function
    perform write-auth-denial
    move 16 to return-code
  end-if.

write-auth-denial.
  open extend reject-file.
  if ws-oarej-status = "35"
    open output reject-file
  end-if.
  move "REJECT.DAT" to ws-abend-file-name.
  move ws-oarej-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:15) to rej-timestamp.
  move "SOENTRY" to rej-source.
  move zero to rej-key.
  move "AUTH" to rej-reason-code.
  move spaces to rej-reason-text.
  string "DENIED " ws-oa-function " FOR " ws-operator-id
      into rej-reason-text.
  move "N" to rej-resolved-flag.
  write reject-record.
  close reject-file.

check-file-status.
  *> Shared by every OPEN above: a status other than "00" (success)
  *> that the caller didn't already recover from (a first-run "35")
  *> is an abend condition - display what failed and set a non-zero
  *> RETURN-CODE instead of letting the job die with a runtime error.
  if ws-abend-status not = "00"
    display "FILE ERROR ON " ws-abend-file-name
        ", STATUS=" ws-abend-status
    move 16 to return-code
  end-if.

end program soentry.
