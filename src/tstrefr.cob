identification division.
  program-id. tstrefr.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select tstrefr-ctl assign to "TSTREFR.CTL"
        organization is line sequential
        file status is ws-tc-status.
    select tst-manifest assign to "TSTMANIF.CTL"
        organization is line sequential
        file status is ws-tm-status.
    select seq-source-file assign to dynamic ws-source-name
        organization is line sequential
        file status is ws-src-status.
    select seq-target-file assign to dynamic ws-target-name
        organization is line sequential
        file status is ws-tgt-status.
    select acct-master-file assign to dynamic ws-source-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-src-status.
    select tgt-acct-master-file assign to dynamic ws-target-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-tgt-status.
    select ar-open-file assign to dynamic ws-source-name
        organization is indexed
        access mode is dynamic
        record key is ar-invoice-no
        alternate record key is ar-cust-no with duplicates
        alternate record key is ar-due-date with duplicates
        file status is ws-src-status.
    select tgt-ar-open-file assign to dynamic ws-target-name
        organization is indexed
        access mode is dynamic
        record key is ar-invoice-no of tgt-ar-open-item-record
        alternate record key is ar-cust-no of tgt-ar-open-item-record with duplicates
        alternate record key is ar-due-date of tgt-ar-open-item-record with duplicates
        file status is ws-tgt-status.
    select ap-open-file assign to dynamic ws-source-name
        organization is indexed
        access mode is dynamic
        record key is ap-item-key
        alternate record key is ap-vendor-no with duplicates
        alternate record key is ap-due-date with duplicates
        file status is ws-src-status.
    select tgt-ap-open-file assign to dynamic ws-target-name
        organization is indexed
        access mode is dynamic
        record key is ap-item-key of tgt-ap-open-item-record
        alternate record key is ap-vendor-no of tgt-ap-open-item-record with duplicates
        alternate record key is ap-due-date of tgt-ap-open-item-record with duplicates
        file status is ws-tgt-status.
    select bal-file assign to dynamic ws-source-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-src-status.
    select tgt-bal-file assign to dynamic ws-target-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-tgt-status.
    select cost-center-file assign to dynamic ws-source-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-src-status.
    select tgt-cost-center-file assign to dynamic ws-target-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-tgt-status.
    select code-table-file assign to dynamic ws-source-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-src-status.
    select tgt-code-table-file assign to dynamic ws-target-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-tgt-status.
    select customer-file assign to dynamic ws-source-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-src-status.
    select tgt-customer-file assign to dynamic ws-target-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-tgt-status.
    select emp-address-file assign to dynamic ws-source-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-src-status.
    select tgt-emp-address-file assign to dynamic ws-target-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-tgt-status.
    select employee-file assign to dynamic ws-source-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-src-status.
    select tgt-employee-file assign to dynamic ws-target-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-tgt-status.
    select fixed-asset-file assign to dynamic ws-source-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-src-status.
    select tgt-fixed-asset-file assign to dynamic ws-target-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-tgt-status.
    select item-master-file assign to dynamic ws-source-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-src-status.
    select tgt-item-master-file assign to dynamic ws-target-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-tgt-status.
    select position-file assign to dynamic ws-source-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-src-status.
    select tgt-position-file assign to dynamic ws-target-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-tgt-status.
    select run-ctl-file assign to dynamic ws-source-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-src-status.
    select tgt-run-ctl-file assign to dynamic ws-target-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-tgt-status.
    select vendor-file assign to dynamic ws-source-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-src-status.
    select tgt-vendor-file assign to dynamic ws-target-name
        organization is relative
        access mode is dynamic
        relative key is ws-tr-rel-key
        file status is ws-tgt-status.
    select tstrefr-report assign to "TSTREFR.RPT"
        organization is line sequential
        file status is ws-tr-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  run-log-file.
  01 run-log-line             pic x(160).
*> Run card: the prefix the test copies are written under (default
*> TEST, giving TEST.EMPMAST.DAT and so on) and the scramble key that
*> seeds every substitute value. The same key gives the same fake
*> values refresh after refresh; change it and nothing from an
*> earlier test set can be matched back to this one.
  fd  tstrefr-ctl.
  01 tstrefr-ctl-record.
    05 tc-target-prefix        pic x(8).
    05 filler                  pic x(1).
    05 tc-scramble-key         pic 9(6).
*> The production datasets a refresh copies, one per row.
  fd  tst-manifest.
  01 tst-manifest-record.
    05 tm-dataset              pic x(20).
  fd  seq-source-file
      record varying in size from 1 to 1000 characters
      depending on ws-src-rec-len.
  01 seq-source-record        pic x(1000).
  fd  seq-target-file
      record varying in size from 1 to 1000 characters
      depending on ws-tgt-rec-len.
  01 seq-target-record        pic x(1000).
  fd  acct-master-file.
  copy "acctmast.cpy".
  fd  tgt-acct-master-file.
  copy "acctmast.cpy" replacing ==ACCT-MASTER-RECORD== by ==tgt-acct-master-record==.
  fd  ar-open-file.
  copy "aropen.cpy".
  fd  tgt-ar-open-file.
  copy "aropen.cpy" replacing ==AR-OPEN-ITEM-RECORD== by ==tgt-ar-open-item-record==.
  fd  ap-open-file.
  copy "apopen.cpy".
  fd  tgt-ap-open-file.
  copy "apopen.cpy" replacing ==AP-OPEN-ITEM-RECORD== by ==tgt-ap-open-item-record==.
  fd  bal-file.
  copy "balrec.cpy".
  fd  tgt-bal-file.
  copy "balrec.cpy" replacing ==BALANCE-RECORD== by ==tgt-balance-record==.
  fd  cost-center-file.
  copy "ccmast.cpy".
  fd  tgt-cost-center-file.
  copy "ccmast.cpy" replacing ==COST-CENTER-RECORD== by ==tgt-cost-center-record==.
  fd  code-table-file.
  copy "codetbl.cpy".
  fd  tgt-code-table-file.
  copy "codetbl.cpy" replacing ==CODE-TABLE-RECORD== by ==tgt-code-table-record==.
  fd  customer-file.
  copy "custmast.cpy".
  fd  tgt-customer-file.
  copy "custmast.cpy" replacing ==CUSTOMER-RECORD== by ==tgt-customer-record==.
  fd  emp-address-file.
  copy "empaddr.cpy".
  fd  tgt-emp-address-file.
  copy "empaddr.cpy" replacing ==EMP-ADDRESS-RECORD== by ==tgt-emp-address-record==
      leading ==EA-== by ==tgt-ea-==.
  fd  employee-file.
  copy "empmast.cpy".
  fd  tgt-employee-file.
  copy "empmast.cpy" replacing ==EMPLOYEE-RECORD== by ==tgt-employee-record==.
  fd  fixed-asset-file.
  copy "fixasset.cpy".
  fd  tgt-fixed-asset-file.
  copy "fixasset.cpy" replacing ==FIXED-ASSET-RECORD== by ==tgt-fixed-asset-record==.
  fd  item-master-file.
  copy "itemmast.cpy".
  fd  tgt-item-master-file.
  copy "itemmast.cpy" replacing ==ITEM-MASTER-RECORD== by ==tgt-item-master-record==.
  fd  position-file.
  copy "posmast.cpy".
  fd  tgt-position-file.
  copy "posmast.cpy" replacing ==POSITION-RECORD== by ==tgt-position-record==.
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  tgt-run-ctl-file.
  copy "runctl.cpy" replacing ==RUN-CONTROL-RECORD== by ==tgt-run-control-record==.
  fd  vendor-file.
  copy "vendmast.cpy".
  fd  tgt-vendor-file.
  copy "vendmast.cpy" replacing ==VENDOR-RECORD== by ==tgt-vendor-record==.
  fd  tstrefr-report.
  01 tstrefr-report-line      pic x(132).
  working-storage section.
    01 ws-tc-status       pic x(2) value "00".
    01 ws-tm-status       pic x(2) value "00".
    01 ws-src-status      pic x(2) value "00".
    01 ws-tgt-status      pic x(2) value "00".
    01 ws-tr-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(40).
    01 ws-abend-status    pic x(2).
    01 ws-tm-eof          pic x(1) value "N".
        88 TM-EOF         value "Y".
    01 ws-src-eof         pic x(1) value "N".
        88 SRC-EOF        value "Y".
    01 ws-target-prefix   pic x(8) value "TEST".
    01 ws-scramble-key    pic 9(6) value 271828.
    01 ws-dataset         pic x(20) value spaces.
    01 ws-source-name     pic x(40) value spaces.
    01 ws-target-name     pic x(40) value spaces.
    01 ws-tr-rel-key      pic 9(9) value 1.
    01 ws-src-rec-len     pic 9(4) value 1.
    01 ws-tgt-rec-len     pic 9(4) value 1.
    01 ws-source-present  pic x(1) value "Y".
        88 SOURCE-PRESENT value "Y".
    01 ws-scrub-applied   pic x(1) value "N".
        88 SCRUB-APPLIED  value "Y".
    01 ws-file-count      pic 9(9) value zero.
    01 ws-files-copied    pic 9(4) value zero.
    01 ws-files-scrubbed  pic 9(4) value zero.
    01 ws-files-absent    pic 9(4) value zero.
    01 ws-total-records   pic 9(11) value zero.
    01 ws-total-masked    pic 9(11) value zero.
    01 ws-today-date      pic 9(8).
    *> Every personal field the refresh masks, by dataset, with the
    *> substitute it gets - NAME a fake given name and surname,
    *> STREET a fake house number and street, ACCOUNT a fake bank
    *> account number - and how many values were masked this run.
    *> Keys, codes, dates and amounts are never touched, so every
    *> cross-file join and every total in the test set still holds.
    01 ws-scrub-rule-values.
      05 filler pic x(48) value "CHECKREG.DAT        CK-PAYEE            NAME    ".
      05 filler pic x(48) value "CUSTHIST.DAT        CH-OLD-VALUE        NAME    ".
      05 filler pic x(48) value "CUSTHIST.DAT        CH-NEW-VALUE        NAME    ".
      05 filler pic x(48) value "CUSTHIST.DAT        CH-OLD-VALUE        STREET  ".
      05 filler pic x(48) value "CUSTHIST.DAT        CH-NEW-VALUE        STREET  ".
      05 filler pic x(48) value "CUSTMAST.DAT        CU-NAME             NAME    ".
      05 filler pic x(48) value "CUSTMAST.DAT        CU-STREET-LINE-1    STREET  ".
      05 filler pic x(48) value "CUSTMAST.DAT        CU-STREET-LINE-2    STREET  ".
      05 filler pic x(48) value "DDMANDATE.DAT       DM-ACCOUNT-NO       ACCOUNT ".
      05 filler pic x(48) value "EMPADDR.DAT         EA-STREET-LINE-1    STREET  ".
      05 filler pic x(48) value "EMPADDR.DAT         EA-STREET-LINE-2    STREET  ".
      05 filler pic x(48) value "EMPHIST.DAT         EH-OLD-VALUE        NAME    ".
      05 filler pic x(48) value "EMPHIST.DAT         EH-NEW-VALUE        NAME    ".
      05 filler pic x(48) value "EMPMAST.DAT         EMP-NAME            NAME    ".
      05 filler pic x(48) value "ESCHREG.DAT         ER-OWNER-NAME       NAME    ".
      05 filler pic x(48) value "NEWHIRE.DAT         NH-NAME             NAME    ".
      05 filler pic x(48) value "PAYEXTR.DAT         PX-NAME             NAME    ".
      05 filler pic x(48) value "REMADV.DAT          RAH-PAYEE           NAME    ".
      05 filler pic x(48) value "VENDHIST.DAT        VH-OLD-VALUE        NAME    ".
      05 filler pic x(48) value "VENDHIST.DAT        VH-NEW-VALUE        NAME    ".
      05 filler pic x(48) value "VENDHIST.DAT        VH-OLD-VALUE        STREET  ".
      05 filler pic x(48) value "VENDHIST.DAT        VH-NEW-VALUE        STREET  ".
      05 filler pic x(48) value "VENDMAST.DAT        VM-NAME             NAME    ".
      05 filler pic x(48) value "VENDMAST.DAT        VM-STREET-LINE-1    STREET  ".
      05 filler pic x(48) value "VENDMAST.DAT        VM-STREET-LINE-2    STREET  ".
    01 ws-scrub-rule-table redefines ws-scrub-rule-values.
      05 ws-sr-entry occurs 25 times indexed by ws-sr-idx.
        10 sr-dataset            pic x(20).
        10 sr-field              pic x(20).
        10 sr-rule               pic x(8).
    01 ws-scrub-rule-count pic 9(3) value 25.
    01 ws-scrub-counts.
      05 sr-masked occurs 25 times pic 9(9).
    01 ws-mask-field      pic x(20).
    01 ws-mask-rule       pic x(8).
    *> The substitutes are drawn from these lists by a hash of the
    *> real value and the scramble key: the same real name or
    *> address always comes out as the same fake one, in every file,
    *> so an employee or customer stays recognisable across the test
    *> set without being identifiable.
    01 ws-given-name-values.
      05 filler pic x(48) value "ALICE       ARTHUR      BEATRICE    BERNARD     ".
      05 filler pic x(48) value "CAROL       CEDRIC      DAPHNE      DOUGLAS     ".
      05 filler pic x(48) value "EDITH       EDMUND      FLORA       FRANCIS     ".
      05 filler pic x(48) value "GLADYS      GORDON      HAZEL       HAROLD      ".
      05 filler pic x(48) value "IRENE       IVAN        JUNE        JASPER      ".
      05 filler pic x(48) value "KATHLEEN    KENNETH     LOIS        LEONARD     ".
      05 filler pic x(48) value "MABEL       MARTIN      NORA        NEVILLE     ".
      05 filler pic x(48) value "OLIVE       OSWALD      PEARL       PERCY       ".
      05 filler pic x(48) value "ROSE        RUPERT      SYLVIA      STANLEY     ".
      05 filler pic x(48) value "THELMA      TREVOR      VERA        WALTER      ".
    01 ws-given-name-table redefines ws-given-name-values.
      05 ws-given-name occurs 40 times pic x(12).
    01 ws-surname-values.
      05 filler pic x(48) value "ABBOTT      BARLOW      CARVER      DALTON      ".
      05 filler pic x(48) value "EASTON      FAIRLEY     GARLAND     HADLEY      ".
      05 filler pic x(48) value "INGRAM      JARVIS      KENDALL     LANGLEY     ".
      05 filler pic x(48) value "MERCER      NORRIS      OAKLEY      PARRISH     ".
      05 filler pic x(48) value "QUINLAN     RADCLIFFE   SELBY       THORNTON    ".
      05 filler pic x(48) value "UPTON       VARLEY      WHITLOCK    YARDLEY     ".
      05 filler pic x(48) value "ASHFORD     BRAMLEY     CROFTON     DENHAM      ".
      05 filler pic x(48) value "ELSWORTH    FENWICK     GRAYSON     HOLLIS      ".
      05 filler pic x(48) value "KINGSLEY    LOCKWOOD    MARLOW      PEMBERTON   ".
      05 filler pic x(48) value "ROWLEY      STANTON     TILBURY     WINSLOW     ".
    01 ws-surname-table redefines ws-surname-values.
      05 ws-surname occurs 40 times pic x(12).
    01 ws-street-name-values.
      05 filler pic x(40) value "MAPLE     OAK       ELM       CEDAR     ".
      05 filler pic x(40) value "BIRCH     WILLOW    ASH       PINE      ".
      05 filler pic x(40) value "SPRUCE    HAWTHORN  CHESTNUT  LINDEN    ".
      05 filler pic x(40) value "POPLAR    ALDER     HAZEL     LAUREL    ".
      05 filler pic x(40) value "HOLLY     ROWAN     JUNIPER   SYCAMORE  ".
    01 ws-street-name-table redefines ws-street-name-values.
      05 ws-street-name occurs 20 times pic x(10).
    01 ws-street-suffix-values pic x(32)
        value "ST  AVE RD  LN  DR  CT  PL  WAY ".
    01 ws-street-suffix-table redefines ws-street-suffix-values.
      05 ws-street-suffix occurs 8 times pic x(4).
    01 ws-mask-in         pic x(30).
    01 ws-mask-out        pic x(30).
    01 ws-mask-len        pic 9(4) value zero.
    01 ws-ch-idx          pic 9(4) value zero.
    01 ws-trim-done       pic x(1) value "N".
        88 TRIM-DONE      value "Y".
    01 ws-mask-hash       pic 9(18) value zero.
    01 ws-pick-1          pic 9(4) value zero.
    01 ws-pick-2          pic 9(4) value zero.
    01 ws-pick-3          pic 9(4) value zero.
    01 ws-house-no        pic 9(4) value zero.
    01 ws-house-txt       pic z(3)9.
    01 ws-fake-account    pic 9(12) value zero.
    *> Working copies of the sequential layouts that carry personal
    *> fields - the line is laid over its record, masked, and
    *> written back.
    copy "checkreg.cpy".
    copy "custhist.cpy".
    copy "ddmandate.cpy".
    copy "emphist.cpy".
    copy "eschreg.cpy".
    copy "newhire.cpy".
    copy "payextr.cpy".
    copy "remadv.cpy".
    copy "vendhist.cpy".
    *> Run-log entry with elapsed time, like every other cycle step.
    01 ws-runlog-status   pic x(2) value "00".
    01 ws-run-status-txt  pic x(8) value "COMPLETE".
    01 ws-step-start-hhmmss pic 9(6) value zero.
    01 ws-step-end-hhmmss   pic 9(6) value zero.
    01 ws-step-elapsed-secs pic s9(6) value zero.
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Test-environment refresh: copies every production dataset named
  *> on TSTMANIF.CTL to a test set under the card's prefix, masking
  *> personal data on the way - names, home and remit-to street
  *> addresses, customer bank account numbers - while keys and
  *> amounts copy through untouched. TSTREFR.RPT lists, file by file
  *> and field by field, what was masked: the proof the test set is
  *> safe to hand out.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform read-tstrefr-request.
  perform open-tstrefr-report.
  move zero to ws-scrub-counts.
  move "N" to ws-tm-eof.
  open input tst-manifest.
  if ws-tm-status = "35"
    perform seed-manifest
    open input tst-manifest
  end-if.
  move "TSTMANIF.CTL" to ws-abend-file-name.
  move ws-tm-status to ws-abend-status.
  perform check-file-status.
  read tst-manifest
    at end set TM-EOF to true
  end-read.
  perform until TM-EOF
    if tm-dataset not = spaces
      move tm-dataset to ws-dataset
      perform refresh-one-dataset
    end-if
    read tst-manifest
      at end set TM-EOF to true
    end-read
  end-perform.
  close tst-manifest.
  perform write-scrub-proof.
  close tstrefr-report.
  perform write-run-log-entry.
  display "TSTREFR: " ws-files-copied " DATASET(S) COPIED TO "
      ws-target-prefix ", " ws-files-scrubbed " SCRUBBED, "
      ws-total-masked " VALUE(S) MASKED".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "TSTREFR" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

read-tstrefr-request.
  open input tstrefr-ctl.
  if ws-tc-status = "35"
    exit paragraph
  end-if.
  move "TSTREFR.CTL" to ws-abend-file-name.
  move ws-tc-status to ws-abend-status.
  perform check-file-status.
  move spaces to tstrefr-ctl-record.
  read tstrefr-ctl
    at end continue
  end-read.
  close tstrefr-ctl.
  if tc-target-prefix not = spaces
    move tc-target-prefix to ws-target-prefix
  end-if.
  if tc-scramble-key numeric and tc-scramble-key > zero
    move tc-scramble-key to ws-scramble-key
  end-if.

seed-manifest.
  *> A first refresh copies the masters, the subledgers that carry
  *> names, and the ledger - enough to run a cycle against.
  open output tst-manifest.
  move "ACCTMAST.DAT" to tm-dataset.
  write tst-manifest-record.
  move "CCMAST.DAT" to tm-dataset.
  write tst-manifest-record.
  move "CODETBL.DAT" to tm-dataset.
  write tst-manifest-record.
  move "CUSTMAST.DAT" to tm-dataset.
  write tst-manifest-record.
  move "VENDMAST.DAT" to tm-dataset.
  write tst-manifest-record.
  move "EMPMAST.DAT" to tm-dataset.
  write tst-manifest-record.
  move "EMPADDR.DAT" to tm-dataset.
  write tst-manifest-record.
  move "POSMAST.DAT" to tm-dataset.
  write tst-manifest-record.
  move "ITEMMAST.DAT" to tm-dataset.
  write tst-manifest-record.
  move "FAMAST.DAT" to tm-dataset.
  write tst-manifest-record.
  move "AROPEN.DAT" to tm-dataset.
  write tst-manifest-record.
  move "APOPEN.DAT" to tm-dataset.
  write tst-manifest-record.
  move "CHECKREG.DAT" to tm-dataset.
  write tst-manifest-record.
  move "REMADV.DAT" to tm-dataset.
  write tst-manifest-record.
  move "ESCHREG.DAT" to tm-dataset.
  write tst-manifest-record.
  move "DDMANDATE.DAT" to tm-dataset.
  write tst-manifest-record.
  move "EMPHIST.DAT" to tm-dataset.
  write tst-manifest-record.
  move "CUSTHIST.DAT" to tm-dataset.
  write tst-manifest-record.
  move "VENDHIST.DAT" to tm-dataset.
  write tst-manifest-record.
  move "BALFILE.DAT" to tm-dataset.
  write tst-manifest-record.
  move "RUNCTL.DAT" to tm-dataset.
  write tst-manifest-record.
  close tst-manifest.

open-tstrefr-report.
  open extend tstrefr-report.
  if ws-tr-status = "35"
    open output tstrefr-report
  end-if.
  move "TSTREFR.RPT" to ws-abend-file-name.
  move ws-tr-status to ws-abend-status.
  perform check-file-status.
  move spaces to tstrefr-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into tstrefr-report-line.
  write tstrefr-report-line.
  move spaces to tstrefr-report-line.
  string "TEST DATA REFRESH " ws-today-date
      " TARGET PREFIX=" ws-target-prefix into tstrefr-report-line.
  write tstrefr-report-line.

refresh-one-dataset.
  move ws-dataset to ws-source-name.
  move spaces to ws-target-name.
  string ws-target-prefix delimited by space
      "." ws-dataset delimited by space into ws-target-name.
  move zero to ws-file-count.
  move "Y" to ws-source-present.
  move "N" to ws-scrub-applied.
  move "N" to ws-src-eof.
  evaluate ws-dataset
    when "ACCTMAST.DAT"
      perform copy-acctmast
    when "AROPEN.DAT"
      perform copy-aropen
    when "APOPEN.DAT"
      perform copy-apopen
    when "BALFILE.DAT"
      perform copy-balfile
    when "CCMAST.DAT"
      perform copy-ccmast
    when "CODETBL.DAT"
      perform copy-codetbl
    when "CUSTMAST.DAT"
      perform copy-custmast
    when "EMPADDR.DAT"
      perform copy-empaddr
    when "EMPMAST.DAT"
      perform copy-empmast
    when "FAMAST.DAT"
      perform copy-famast
    when "ITEMMAST.DAT"
      perform copy-itemmast
    when "POSMAST.DAT"
      perform copy-posmast
    when "RUNCTL.DAT"
      perform copy-runctl
    when "VENDMAST.DAT"
      perform copy-vendmast
    when other
      perform copy-sequential
  end-evaluate.
  if not SOURCE-PRESENT
    add 1 to ws-files-absent
    move spaces to tstrefr-report-line
    string "DATASET=" ws-dataset
        " NOT PRESENT IN PRODUCTION - NOTHING COPIED"
        into tstrefr-report-line
    write tstrefr-report-line
    exit paragraph
  end-if.
  add 1 to ws-files-copied.
  add ws-file-count to ws-total-records.
  move spaces to tstrefr-report-line.
  if SCRUB-APPLIED
    add 1 to ws-files-scrubbed
    string "DATASET=" ws-dataset " RECORDS=" ws-file-count
        " TARGET=" ws-target-name " SCRUBBED"
        into tstrefr-report-line
  else
    string "DATASET=" ws-dataset " RECORDS=" ws-file-count
        " TARGET=" ws-target-name " NO PERSONAL FIELDS - AS IS"
        into tstrefr-report-line
  end-if.
  write tstrefr-report-line.

copy-sequential.
  open input seq-source-file.
  if ws-src-status = "35"
    move "N" to ws-source-present
    exit paragraph
  end-if.
  move ws-source-name to ws-abend-file-name.
  move ws-src-status to ws-abend-status.
  perform check-file-status.
  open output seq-target-file.
  move ws-target-name to ws-abend-file-name.
  move ws-tgt-status to ws-abend-status.
  perform check-file-status.
  read seq-source-file
    at end set SRC-EOF to true
  end-read.
  perform until SRC-EOF
    add 1 to ws-file-count
    move spaces to seq-target-record
    move seq-source-record(1:ws-src-rec-len) to seq-target-record
    move ws-src-rec-len to ws-tgt-rec-len
    perform scrub-sequential-line
    write seq-target-record
    read seq-source-file
      at end set SRC-EOF to true
    end-read
  end-perform.
  close seq-source-file.
  close seq-target-file.

scrub-sequential-line.
  *> Lays the line over its record, masks it, and puts it back - a
  *> substitute can run past where the real value's trailing blanks
  *> were cut off, so the line length is re-taken afterward.
  evaluate ws-dataset
    when "CHECKREG.DAT"
      move seq-target-record to check-register-record
      perform scrub-check-register-record
      move check-register-record to seq-target-record
      perform set-target-line-length
    when "CUSTHIST.DAT"
      move seq-target-record to customer-history-record
      perform scrub-customer-history-record
      move customer-history-record to seq-target-record
      perform set-target-line-length
    when "DDMANDATE.DAT"
      move seq-target-record to dd-mandate-record
      perform scrub-dd-mandate-record
      move dd-mandate-record to seq-target-record
      perform set-target-line-length
    when "EMPHIST.DAT"
      move seq-target-record to emp-history-record
      perform scrub-emp-history-record
      move emp-history-record to seq-target-record
      perform set-target-line-length
    when "ESCHREG.DAT"
      move seq-target-record to escheat-register-record
      perform scrub-escheat-register-record
      move escheat-register-record to seq-target-record
      perform set-target-line-length
    when "NEWHIRE.DAT"
      move seq-target-record to new-hire-record
      perform scrub-new-hire-record
      move new-hire-record to seq-target-record
      perform set-target-line-length
    when "PAYEXTR.DAT"
      move seq-target-record to pay-extract-record
      perform scrub-pay-extract-record
      move pay-extract-record to seq-target-record
      perform set-target-line-length
    when "REMADV.DAT"
      move seq-target-record to remit-advice-record
      perform scrub-remit-advice-record
      move remit-advice-record to seq-target-record
      perform set-target-line-length
    when "VENDHIST.DAT"
      move seq-target-record to vendor-history-record
      perform scrub-vendor-history-record
      move vendor-history-record to seq-target-record
      perform set-target-line-length
    when other
      continue
  end-evaluate.

set-target-line-length.
  move 1000 to ws-tgt-rec-len.
  move "N" to ws-trim-done.
  perform until ws-tgt-rec-len = 1 or TRIM-DONE
    if seq-target-record(ws-tgt-rec-len:1) = space
      subtract 1 from ws-tgt-rec-len
    else
      set TRIM-DONE to true
    end-if
  end-perform.

copy-acctmast.
  open input acct-master-file.
  if ws-src-status = "35"
    move "N" to ws-source-present
    exit paragraph
  end-if.
  move ws-source-name to ws-abend-file-name.
  move ws-src-status to ws-abend-status.
  perform check-file-status.
  open output tgt-acct-master-file.
  move ws-target-name to ws-abend-file-name.
  move ws-tgt-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-tr-rel-key.
  start acct-master-file key is not less than ws-tr-rel-key
    invalid key set SRC-EOF to true
  end-start.
  perform until SRC-EOF
    read acct-master-file next record
      at end set SRC-EOF to true
    end-read
    if not SRC-EOF
      add 1 to ws-file-count
      move acct-master-record to tgt-acct-master-record
      write tgt-acct-master-record
        invalid key continue
      end-write
    end-if
  end-perform.
  close acct-master-file.
  close tgt-acct-master-file.

copy-aropen.
  open input ar-open-file.
  if ws-src-status = "35"
    move "N" to ws-source-present
    exit paragraph
  end-if.
  move ws-source-name to ws-abend-file-name.
  move ws-src-status to ws-abend-status.
  perform check-file-status.
  open output tgt-ar-open-file.
  move ws-target-name to ws-abend-file-name.
  move ws-tgt-status to ws-abend-status.
  perform check-file-status.
  move low-values to ar-invoice-no of ar-open-item-record.
  start ar-open-file key is not less than ar-invoice-no of ar-open-item-record
    invalid key set SRC-EOF to true
  end-start.
  perform until SRC-EOF
    read ar-open-file next record
      at end set SRC-EOF to true
    end-read
    if not SRC-EOF
      add 1 to ws-file-count
      move ar-open-item-record to tgt-ar-open-item-record
      write tgt-ar-open-item-record
        invalid key continue
      end-write
    end-if
  end-perform.
  close ar-open-file.
  close tgt-ar-open-file.

copy-apopen.
  open input ap-open-file.
  if ws-src-status = "35"
    move "N" to ws-source-present
    exit paragraph
  end-if.
  move ws-source-name to ws-abend-file-name.
  move ws-src-status to ws-abend-status.
  perform check-file-status.
  open output tgt-ap-open-file.
  move ws-target-name to ws-abend-file-name.
  move ws-tgt-status to ws-abend-status.
  perform check-file-status.
  move low-values to ap-item-key of ap-open-item-record.
  start ap-open-file key is not less than ap-item-key of ap-open-item-record
    invalid key set SRC-EOF to true
  end-start.
  perform until SRC-EOF
    read ap-open-file next record
      at end set SRC-EOF to true
    end-read
    if not SRC-EOF
      add 1 to ws-file-count
      move ap-open-item-record to tgt-ap-open-item-record
      write tgt-ap-open-item-record
        invalid key continue
      end-write
    end-if
  end-perform.
  close ap-open-file.
  close tgt-ap-open-file.

copy-balfile.
  open input bal-file.
  if ws-src-status = "35"
    move "N" to ws-source-present
    exit paragraph
  end-if.
  move ws-source-name to ws-abend-file-name.
  move ws-src-status to ws-abend-status.
  perform check-file-status.
  open output tgt-bal-file.
  move ws-target-name to ws-abend-file-name.
  move ws-tgt-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-tr-rel-key.
  start bal-file key is not less than ws-tr-rel-key
    invalid key set SRC-EOF to true
  end-start.
  perform until SRC-EOF
    read bal-file next record
      at end set SRC-EOF to true
    end-read
    if not SRC-EOF
      add 1 to ws-file-count
      move balance-record to tgt-balance-record
      write tgt-balance-record
        invalid key continue
      end-write
    end-if
  end-perform.
  close bal-file.
  close tgt-bal-file.

copy-ccmast.
  open input cost-center-file.
  if ws-src-status = "35"
    move "N" to ws-source-present
    exit paragraph
  end-if.
  move ws-source-name to ws-abend-file-name.
  move ws-src-status to ws-abend-status.
  perform check-file-status.
  open output tgt-cost-center-file.
  move ws-target-name to ws-abend-file-name.
  move ws-tgt-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-tr-rel-key.
  start cost-center-file key is not less than ws-tr-rel-key
    invalid key set SRC-EOF to true
  end-start.
  perform until SRC-EOF
    read cost-center-file next record
      at end set SRC-EOF to true
    end-read
    if not SRC-EOF
      add 1 to ws-file-count
      move cost-center-record to tgt-cost-center-record
      write tgt-cost-center-record
        invalid key continue
      end-write
    end-if
  end-perform.
  close cost-center-file.
  close tgt-cost-center-file.

copy-codetbl.
  open input code-table-file.
  if ws-src-status = "35"
    move "N" to ws-source-present
    exit paragraph
  end-if.
  move ws-source-name to ws-abend-file-name.
  move ws-src-status to ws-abend-status.
  perform check-file-status.
  open output tgt-code-table-file.
  move ws-target-name to ws-abend-file-name.
  move ws-tgt-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-tr-rel-key.
  start code-table-file key is not less than ws-tr-rel-key
    invalid key set SRC-EOF to true
  end-start.
  perform until SRC-EOF
    read code-table-file next record
      at end set SRC-EOF to true
    end-read
    if not SRC-EOF
      add 1 to ws-file-count
      move code-table-record to tgt-code-table-record
      write tgt-code-table-record
        invalid key continue
      end-write
    end-if
  end-perform.
  close code-table-file.
  close tgt-code-table-file.

copy-custmast.
  open input customer-file.
  if ws-src-status = "35"
    move "N" to ws-source-present
    exit paragraph
  end-if.
  move ws-source-name to ws-abend-file-name.
  move ws-src-status to ws-abend-status.
  perform check-file-status.
  open output tgt-customer-file.
  move ws-target-name to ws-abend-file-name.
  move ws-tgt-status to ws-abend-status.
  perform check-file-status.
  move "Y" to ws-scrub-applied.
  move 1 to ws-tr-rel-key.
  start customer-file key is not less than ws-tr-rel-key
    invalid key set SRC-EOF to true
  end-start.
  perform until SRC-EOF
    read customer-file next record
      at end set SRC-EOF to true
    end-read
    if not SRC-EOF
      add 1 to ws-file-count
      perform scrub-customer-record
      move customer-record to tgt-customer-record
      write tgt-customer-record
        invalid key continue
      end-write
    end-if
  end-perform.
  close customer-file.
  close tgt-customer-file.

copy-empaddr.
  open input emp-address-file.
  if ws-src-status = "35"
    move "N" to ws-source-present
    exit paragraph
  end-if.
  move ws-source-name to ws-abend-file-name.
  move ws-src-status to ws-abend-status.
  perform check-file-status.
  open output tgt-emp-address-file.
  move ws-target-name to ws-abend-file-name.
  move ws-tgt-status to ws-abend-status.
  perform check-file-status.
  move "Y" to ws-scrub-applied.
  move 1 to ws-tr-rel-key.
  start emp-address-file key is not less than ws-tr-rel-key
    invalid key set SRC-EOF to true
  end-start.
  perform until SRC-EOF
    read emp-address-file next record
      at end set SRC-EOF to true
    end-read
    if not SRC-EOF
      add 1 to ws-file-count
      perform scrub-emp-address-record
      move emp-address-record to tgt-emp-address-record
      write tgt-emp-address-record
        invalid key continue
      end-write
    end-if
  end-perform.
  close emp-address-file.
  close tgt-emp-address-file.

copy-empmast.
  open input employee-file.
  if ws-src-status = "35"
    move "N" to ws-source-present
    exit paragraph
  end-if.
  move ws-source-name to ws-abend-file-name.
  move ws-src-status to ws-abend-status.
  perform check-file-status.
  open output tgt-employee-file.
  move ws-target-name to ws-abend-file-name.
  move ws-tgt-status to ws-abend-status.
  perform check-file-status.
  move "Y" to ws-scrub-applied.
  move 1 to ws-tr-rel-key.
  start employee-file key is not less than ws-tr-rel-key
    invalid key set SRC-EOF to true
  end-start.
  perform until SRC-EOF
    read employee-file next record
      at end set SRC-EOF to true
    end-read
    if not SRC-EOF
      add 1 to ws-file-count
      perform scrub-employee-record
      move employee-record to tgt-employee-record
      write tgt-employee-record
        invalid key continue
      end-write
    end-if
  end-perform.
  close employee-file.
  close tgt-employee-file.

copy-famast.
  open input fixed-asset-file.
  if ws-src-status = "35"
    move "N" to ws-source-present
    exit paragraph
  end-if.
  move ws-source-name to ws-abend-file-name.
  move ws-src-status to ws-abend-status.
  perform check-file-status.
  open output tgt-fixed-asset-file.
  move ws-target-name to ws-abend-file-name.
  move ws-tgt-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-tr-rel-key.
  start fixed-asset-file key is not less than ws-tr-rel-key
    invalid key set SRC-EOF to true
  end-start.
  perform until SRC-EOF
    read fixed-asset-file next record
      at end set SRC-EOF to true
    end-read
    if not SRC-EOF
      add 1 to ws-file-count
      move fixed-asset-record to tgt-fixed-asset-record
      write tgt-fixed-asset-record
        invalid key continue
      end-write
    end-if
  end-perform.
  close fixed-asset-file.
  close tgt-fixed-asset-file.

copy-itemmast.
  open input item-master-file.
  if ws-src-status = "35"
    move "N" to ws-source-present
    exit paragraph
  end-if.
  move ws-source-name to ws-abend-file-name.
  move ws-src-status to ws-abend-status.
  perform check-file-status.
  open output tgt-item-master-file.
  move ws-target-name to ws-abend-file-name.
  move ws-tgt-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-tr-rel-key.
  start item-master-file key is not less than ws-tr-rel-key
    invalid key set SRC-EOF to true
  end-start.
  perform until SRC-EOF
    read item-master-file next record
      at end set SRC-EOF to true
    end-read
    if not SRC-EOF
      add 1 to ws-file-count
      move item-master-record to tgt-item-master-record
      write tgt-item-master-record
        invalid key continue
      end-write
    end-if
  end-perform.
  close item-master-file.
  close tgt-item-master-file.

copy-posmast.
  open input position-file.
  if ws-src-status = "35"
    move "N" to ws-source-present
    exit paragraph
  end-if.
  move ws-source-name to ws-abend-file-name.
  move ws-src-status to ws-abend-status.
  perform check-file-status.
  open output tgt-position-file.
  move ws-target-name to ws-abend-file-name.
  move ws-tgt-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-tr-rel-key.
  start position-file key is not less than ws-tr-rel-key
    invalid key set SRC-EOF to true
  end-start.
  perform until SRC-EOF
    read position-file next record
      at end set SRC-EOF to true
    end-read
    if not SRC-EOF
      add 1 to ws-file-count
      move position-record to tgt-position-record
      write tgt-position-record
        invalid key continue
      end-write
    end-if
  end-perform.
  close position-file.
  close tgt-position-file.

copy-runctl.
  open input run-ctl-file.
  if ws-src-status = "35"
    move "N" to ws-source-present
    exit paragraph
  end-if.
  move ws-source-name to ws-abend-file-name.
  move ws-src-status to ws-abend-status.
  perform check-file-status.
  open output tgt-run-ctl-file.
  move ws-target-name to ws-abend-file-name.
  move ws-tgt-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-tr-rel-key.
  start run-ctl-file key is not less than ws-tr-rel-key
    invalid key set SRC-EOF to true
  end-start.
  perform until SRC-EOF
    read run-ctl-file next record
      at end set SRC-EOF to true
    end-read
    if not SRC-EOF
      add 1 to ws-file-count
      move run-control-record to tgt-run-control-record
      write tgt-run-control-record
        invalid key continue
      end-write
    end-if
  end-perform.
  close run-ctl-file.
  close tgt-run-ctl-file.

copy-vendmast.
  open input vendor-file.
  if ws-src-status = "35"
    move "N" to ws-source-present
    exit paragraph
  end-if.
  move ws-source-name to ws-abend-file-name.
  move ws-src-status to ws-abend-status.
  perform check-file-status.
  open output tgt-vendor-file.
  move ws-target-name to ws-abend-file-name.
  move ws-tgt-status to ws-abend-status.
  perform check-file-status.
  move "Y" to ws-scrub-applied.
  move 1 to ws-tr-rel-key.
  start vendor-file key is not less than ws-tr-rel-key
    invalid key set SRC-EOF to true
  end-start.
  perform until SRC-EOF
    read vendor-file next record
      at end set SRC-EOF to true
    end-read
    if not SRC-EOF
      add 1 to ws-file-count
      perform scrub-vendor-record
      move vendor-record to tgt-vendor-record
      write tgt-vendor-record
        invalid key continue
      end-write
    end-if
  end-perform.
  close vendor-file.
  close tgt-vendor-file.

scrub-employee-record.
  move "EMP-NAME" to ws-mask-field.
  move emp-name of employee-record to ws-mask-in.
  perform mask-name-value.
  move ws-mask-out to emp-name of employee-record.

scrub-emp-address-record.
  move "EA-STREET-LINE-1" to ws-mask-field.
  move ea-street-line-1 of emp-address-record to ws-mask-in.
  perform mask-street-value.
  move ws-mask-out to ea-street-line-1 of emp-address-record.
  move "EA-STREET-LINE-2" to ws-mask-field.
  move ea-street-line-2 of emp-address-record to ws-mask-in.
  perform mask-street-value.
  move ws-mask-out to ea-street-line-2 of emp-address-record.

scrub-customer-record.
  move "CU-NAME" to ws-mask-field.
  move cu-name of customer-record to ws-mask-in.
  perform mask-name-value.
  move ws-mask-out to cu-name of customer-record.
  move "CU-STREET-LINE-1" to ws-mask-field.
  move cu-street-line-1 of customer-record to ws-mask-in.
  perform mask-street-value.
  move ws-mask-out to cu-street-line-1 of customer-record.
  move "CU-STREET-LINE-2" to ws-mask-field.
  move cu-street-line-2 of customer-record to ws-mask-in.
  perform mask-street-value.
  move ws-mask-out to cu-street-line-2 of customer-record.

scrub-vendor-record.
  *> Vendors include sole traders and the employees reimbursed as
  *> payees, so the remit-to name and street are masked like any
  *> customer's.
  move "VM-NAME" to ws-mask-field.
  move vm-name of vendor-record to ws-mask-in.
  perform mask-name-value.
  move ws-mask-out to vm-name of vendor-record.
  move "VM-STREET-LINE-1" to ws-mask-field.
  move vm-street-line-1 of vendor-record to ws-mask-in.
  perform mask-street-value.
  move ws-mask-out to vm-street-line-1 of vendor-record.
  move "VM-STREET-LINE-2" to ws-mask-field.
  move vm-street-line-2 of vendor-record to ws-mask-in.
  perform mask-street-value.
  move ws-mask-out to vm-street-line-2 of vendor-record.

scrub-check-register-record.
  move "CK-PAYEE" to ws-mask-field.
  move ck-payee to ws-mask-in.
  perform mask-name-value.
  move ws-mask-out to ck-payee.

scrub-remit-advice-record.
  if RA-IS-HEADER
    move "RAH-PAYEE" to ws-mask-field
    move rah-payee to ws-mask-in
    perform mask-name-value
    move ws-mask-out to rah-payee
  end-if.

scrub-escheat-register-record.
  move "ER-OWNER-NAME" to ws-mask-field.
  move er-owner-name to ws-mask-in.
  perform mask-name-value.
  move ws-mask-out to er-owner-name.

scrub-dd-mandate-record.
  *> The routing number only names the customer's bank and must
  *> still pass the transit check, so only the account is masked.
  move "DM-ACCOUNT-NO" to ws-mask-field.
  move dm-account-no to ws-mask-in.
  perform mask-account-value.
  move ws-mask-out to dm-account-no.

scrub-new-hire-record.
  move "NH-NAME" to ws-mask-field.
  move nh-name to ws-mask-in.
  perform mask-name-value.
  move ws-mask-out to nh-name.

scrub-pay-extract-record.
  move "PX-NAME" to ws-mask-field.
  move px-name to ws-mask-in.
  perform mask-name-value.
  move ws-mask-out to px-name.

scrub-emp-history-record.
  *> Only the rows recording a personal field carry personal values;
  *> the rest (status, cost center, position) copy as they are.
  if eh-field-name = "EMP-NAME"
    move "EH-OLD-VALUE" to ws-mask-field
    move eh-old-value to ws-mask-in
    perform mask-name-value
    move ws-mask-out to eh-old-value
    move "EH-NEW-VALUE" to ws-mask-field
    move eh-new-value to ws-mask-in
    perform mask-name-value
    move ws-mask-out to eh-new-value
  end-if.

scrub-customer-history-record.
  evaluate ch-field-name
    when "CU-NAME"
      move "CH-OLD-VALUE" to ws-mask-field
      move ch-old-value to ws-mask-in
      perform mask-name-value
      move ws-mask-out to ch-old-value
      move "CH-NEW-VALUE" to ws-mask-field
      move ch-new-value to ws-mask-in
      perform mask-name-value
      move ws-mask-out to ch-new-value
    when "CU-STREET-1"
    when "CU-STREET-2"
      move "CH-OLD-VALUE" to ws-mask-field
      move ch-old-value to ws-mask-in
      perform mask-street-value
      move ws-mask-out to ch-old-value
      move "CH-NEW-VALUE" to ws-mask-field
      move ch-new-value to ws-mask-in
      perform mask-street-value
      move ws-mask-out to ch-new-value
    when other
      continue
  end-evaluate.

scrub-vendor-history-record.
  evaluate vh-field-name
    when "VM-NAME"
      move "VH-OLD-VALUE" to ws-mask-field
      move vh-old-value to ws-mask-in
      perform mask-name-value
      move ws-mask-out to vh-old-value
      move "VH-NEW-VALUE" to ws-mask-field
      move vh-new-value to ws-mask-in
      perform mask-name-value
      move ws-mask-out to vh-new-value
    when "VM-STREET-1"
    when "VM-STREET-2"
      move "VH-OLD-VALUE" to ws-mask-field
      move vh-old-value to ws-mask-in
      perform mask-street-value
      move ws-mask-out to vh-old-value
      move "VH-NEW-VALUE" to ws-mask-field
      move vh-new-value to ws-mask-in
      perform mask-street-value
      move ws-mask-out to vh-new-value
    when other
      continue
  end-evaluate.

mask-name-value.
  move "NAME" to ws-mask-rule.
  move spaces to ws-mask-out.
  if ws-mask-in = spaces
    exit paragraph
  end-if.
  perform compute-mask-hash.
  compute ws-pick-1 = function mod(ws-mask-hash, 40) + 1.
  compute ws-mask-hash = ws-mask-hash / 40.
  compute ws-pick-2 = function mod(ws-mask-hash, 40) + 1.
  string ws-given-name(ws-pick-1) delimited by space
      " " delimited by size
      ws-surname(ws-pick-2) delimited by space
      into ws-mask-out.
  perform tally-masked-value.

mask-street-value.
  move "STREET" to ws-mask-rule.
  move spaces to ws-mask-out.
  if ws-mask-in = spaces
    exit paragraph
  end-if.
  perform compute-mask-hash.
  compute ws-house-no = function mod(ws-mask-hash, 8900) + 1000.
  compute ws-mask-hash = ws-mask-hash / 8900.
  compute ws-pick-1 = function mod(ws-mask-hash, 20) + 1.
  compute ws-mask-hash = ws-mask-hash / 20.
  compute ws-pick-2 = function mod(ws-mask-hash, 8) + 1.
  string ws-house-no " " delimited by size
      ws-street-name(ws-pick-1) delimited by space
      " " delimited by size
      ws-street-suffix(ws-pick-2) delimited by space
      into ws-mask-out.
  perform tally-masked-value.

mask-account-value.
  move "ACCOUNT" to ws-mask-rule.
  move spaces to ws-mask-out.
  if ws-mask-in = spaces
    exit paragraph
  end-if.
  perform compute-mask-hash.
  move ws-mask-hash to ws-fake-account.
  string "TST" ws-fake-account delimited by size into ws-mask-out.
  perform tally-masked-value.

compute-mask-hash.
  *> A keyed hash of the real value, trailing blanks aside: the same
  *> text always hashes the same under one scramble key, whichever
  *> file it turns up in.
  move 30 to ws-mask-len.
  move "N" to ws-trim-done.
  perform until ws-mask-len = 1 or TRIM-DONE
    if ws-mask-in(ws-mask-len:1) = space
      subtract 1 from ws-mask-len
    else
      set TRIM-DONE to true
    end-if
  end-perform.
  move ws-scramble-key to ws-mask-hash.
  perform varying ws-ch-idx from 1 by 1 until ws-ch-idx > ws-mask-len
    compute ws-mask-hash = function mod(ws-mask-hash * 31
        + function ord(ws-mask-in(ws-ch-idx:1)), 999999937)
  end-perform.

tally-masked-value.
  move "Y" to ws-scrub-applied.
  add 1 to ws-total-masked.
  set ws-sr-idx to 1.
  search ws-sr-entry
    at end continue
    when sr-dataset(ws-sr-idx) = ws-dataset
        and sr-field(ws-sr-idx) = ws-mask-field
        and sr-rule(ws-sr-idx) = ws-mask-rule
      add 1 to sr-masked(ws-sr-idx)
  end-search.

write-scrub-proof.
  *> The proof section: every personal field this refresh knows,
  *> with the values masked in it this run.
  move spaces to tstrefr-report-line.
  write tstrefr-report-line.
  move "PERSONAL FIELDS MASKED" to tstrefr-report-line.
  write tstrefr-report-line.
  perform varying ws-sr-idx from 1 by 1
      until ws-sr-idx > ws-scrub-rule-count
    move spaces to tstrefr-report-line
    string "DATASET=" sr-dataset(ws-sr-idx)
        " FIELD=" sr-field(ws-sr-idx)
        " RULE=" sr-rule(ws-sr-idx)
        " MASKED=" sr-masked(ws-sr-idx) into tstrefr-report-line
    write tstrefr-report-line
  end-perform.
  move spaces to tstrefr-report-line.
  string "TOTALS DATASETS=" ws-files-copied
      " SCRUBBED=" ws-files-scrubbed
      " NOT PRESENT=" ws-files-absent
      " RECORDS=" ws-total-records
      " VALUES MASKED=" ws-total-masked into tstrefr-report-line.
  write tstrefr-report-line.

write-run-log-entry.
  if return-code = zero
    move "COMPLETE" to ws-run-status-txt
  else
    move "FAILED  " to ws-run-status-txt
  end-if.
  move function current-date(9:6) to ws-step-end-hhmmss.
  compute ws-step-elapsed-secs =
      (function numval(ws-step-end-hhmmss(1:2)) * 3600
       + function numval(ws-step-end-hhmmss(3:2)) * 60
       + function numval(ws-step-end-hhmmss(5:2)))
      - (function numval(ws-step-start-hhmmss(1:2)) * 3600
       + function numval(ws-step-start-hhmmss(3:2)) * 60
       + function numval(ws-step-start-hhmmss(5:2))).
  if ws-step-elapsed-secs < 0
    add 86400 to ws-step-elapsed-secs
  end-if.
  open extend run-log-file.
  if ws-runlog-status = "35"
    open output run-log-file
  end-if.
  move "RUNLOG.RPT" to ws-abend-file-name.
  move ws-runlog-status to ws-abend-status.
  perform check-file-status.
  move spaces to run-log-line.
  string "TS=" function current-date(1:15)
      " JOB=TSTREFR"
      " OPERATOR=" rpt-operator-id
      " STATUS=" ws-run-status-txt
      " ELAPSED=" ws-step-elapsed-secs "S" into run-log-line.
  write run-log-line.
  close run-log-file.

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

end program tstrefr.
