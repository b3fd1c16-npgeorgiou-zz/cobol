    select audit-gen-index assign to "AUDGEN.DAT"
        organization is line sequential
        file status is ws-gen-status.
    select inquiry-journal assign to "INQJRNL.DAT"
        organization is line sequential
        file status is ws-ij-status.
    select inquiry-archive-file assign to dynamic ws-inq-archive-name
        organization is line sequential
        file status is ws-ija-status.
    select inquiry-work-file assign to "INQWORK.DAT"
        organization is line sequential
        file status is ws-ijw-status.
data division.
  file section.
  fd  audit-file.
    05 agn-generation-date     pic 9(8).
    05 filler                  pic x(1).
    05 agn-file-name           pic x(21).
  fd  inquiry-journal.
  copy "inqjrnl.cpy".
  fd  inquiry-archive-file.
  01 inquiry-archive-line      pic x(52).
  fd  inquiry-work-file.
  01 inquiry-work-line         pic x(52).
  working-storage section.
    01 ws-audit-status     pic x(2) value "00".
    01 ws-arch-status      pic x(2) value "00".
    *> reconstruction inquiry) can find every generation older than
    *> its date without guessing file names.
    01 ws-gen-status       pic x(2) value "00".
    *> The inquiry access journal ages out on the same window, into
    *> its own dated generation beside the audit one.
    01 ws-ij-status        pic x(2) value "00".
    01 ws-ija-status       pic x(2) value "00".
    01 ws-ijw-status       pic x(2) value "00".
    01 ws-ij-eof           pic x(1) value "N".
        88 IJ-EOF          value "Y".
    01 ws-ijw-eof          pic x(1) value "N".
        88 IJW-EOF         value "Y".
    01 ws-inq-archive-name pic x(21).
    01 ws-inq-archived-count pic 9(8) value zero.
    01 ws-inq-retained-count pic 9(8) value zero.
  local-storage section.
procedure division.
main-paragraph.
    end-if
    display "AUDARCH: " ws-archived-count " ROW(S) ARCHIVED TO "
        ws-archive-file-name ", " ws-retained-count " RETAINED"
    perform archive-old-inquiry-rows
    perform rewrite-retained-inquiry-rows
    display "AUDARCH: " ws-inq-archived-count " INQUIRY ROW(S) ARCHIVED TO "
        ws-inq-archive-name ", " ws-inq-retained-count " RETAINED"
  end-if.
  goback.

    move spaces to ws-archive-file-name
    string "AUDARCH." ws-today-date ".DAT" into ws-archive-file-name
  end-if.
  move spaces to ws-inq-archive-name.
  string "INQARCH." ws-today-date ".DAT" into ws-inq-archive-name.

archive-old-audit-rows.
  *> One pass over AUDIT.LOG: rows older than the cutoff append to the
  open output audit-work-file.
  close audit-work-file.

archive-old-inquiry-rows.
  *> INQJRNL.DAT follows AUDIT.LOG's retention rules: rows older than
  *> the AUDRETN.CTL cutoff append to the dated INQARCH generation,
  *> rows inside the window stage to INQWORK.DAT for the rewrite.
  move "N" to ws-ij-eof.
  open input inquiry-journal.
  if ws-ij-status = "35"
    close inquiry-journal
    exit paragraph
  end-if.
  move "INQJRNL.DAT" to ws-abend-file-name.
  move ws-ij-status to ws-abend-status.
  perform check-file-status.
  open extend inquiry-archive-file.
  if ws-ija-status = "35"
    open output inquiry-archive-file
  end-if.
  move ws-inq-archive-name to ws-abend-file-name.
  move ws-ija-status to ws-abend-status.
  perform check-file-status.
  open output inquiry-work-file.
  move "INQWORK.DAT" to ws-abend-file-name.
  move ws-ijw-status to ws-abend-status.
  perform check-file-status.
  read inquiry-journal
    at end set IJ-EOF to true
  end-read.
  perform until IJ-EOF
    move ij-timestamp(1:8) to ws-row-date
    if ws-row-date < ws-cutoff-date
      move inquiry-journal-record to inquiry-archive-line
      write inquiry-archive-line
      add 1 to ws-inq-archived-count
    else
      move inquiry-journal-record to inquiry-work-line
      write inquiry-work-line
      add 1 to ws-inq-retained-count
    end-if
    read inquiry-journal
      at end set IJ-EOF to true
    end-read
  end-perform.
  close inquiry-journal.
  close inquiry-archive-file.
  close inquiry-work-file.

rewrite-retained-inquiry-rows.
  move "N" to ws-ijw-eof.
  open input inquiry-work-file.
  if ws-ijw-status = "35"
    close inquiry-work-file
    exit paragraph
  end-if.
  open output inquiry-journal.
  move "INQJRNL.DAT" to ws-abend-file-name.
  move ws-ij-status to ws-abend-status.
  perform check-file-status.
  read inquiry-work-file
    at end set IJW-EOF to true
  end-read.
  perform until IJW-EOF
    move inquiry-work-line to inquiry-journal-record
    write inquiry-journal-record
    read inquiry-work-file
      at end set IJW-EOF to true
    end-read
  end-perform.
  close inquiry-journal.
  close inquiry-work-file.
  open output inquiry-work-file.
  close inquiry-work-file.

note-generation-in-index.
  open extend audit-gen-index.
  if ws-gen-status = "35"
