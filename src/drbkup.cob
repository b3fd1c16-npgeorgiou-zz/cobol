identification division.
  program-id. drbkup.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select drbkup-ctl assign to "DRBKUP.CTL"
        organization is line sequential
        file status is ws-dc-status.
    select dr-manifest assign to "DRMANIF.CTL"
        organization is line sequential
        file status is ws-dm-status.
    select dr-index assign to "DRINDEX.DAT"
        organization is line sequential
        file status is ws-dx-status.
    select dr-set-file assign to dynamic ws-set-name
        organization is line sequential
        file status is ws-ds-status.
    select seq-data-file assign to dynamic ws-data-name
        organization is line sequential
        file status is ws-data-status.
    select acct-master-file assign to dynamic ws-data-name
        organization is relative
        access mode is dynamic
        relative key is ws-dr-rel-key
        file status is ws-data-status.
    select ar-open-file assign to dynamic ws-data-name
        organization is indexed
        access mode is dynamic
        record key is ar-invoice-no
        alternate record key is ar-cust-no with duplicates
        alternate record key is ar-due-date with duplicates
        file status is ws-data-status.
    select ap-open-file assign to dynamic ws-data-name
        organization is indexed
        access mode is dynamic
        record key is ap-item-key
        alternate record key is ap-vendor-no with duplicates
        alternate record key is ap-due-date with duplicates
        file status is ws-data-status.
    select bal-file assign to dynamic ws-data-name
        organization is relative
        access mode is dynamic
        relative key is ws-dr-rel-key
        file status is ws-data-status.
    select cost-center-file assign to dynamic ws-data-name
        organization is relative
        access mode is dynamic
        relative key is ws-dr-rel-key
        file status is ws-data-status.
    select code-table-file assign to dynamic ws-data-name
        organization is relative
        access mode is dynamic
        relative key is ws-dr-rel-key
        file status is ws-data-status.
    select customer-file assign to dynamic ws-data-name
        organization is relative
        access mode is dynamic
        relative key is ws-dr-rel-key
        file status is ws-data-status.
    select emp-address-file assign to dynamic ws-data-name
        organization is relative
        access mode is dynamic
        relative key is ws-dr-rel-key
        file status is ws-data-status.
    select employee-file assign to dynamic ws-data-name
        organization is relative
        access mode is dynamic
        relative key is ws-dr-rel-key
        file status is ws-data-status.
    select fixed-asset-file assign to dynamic ws-data-name
        organization is relative
        access mode is dynamic
        relative key is ws-dr-rel-key
        file status is ws-data-status.
    select item-master-file assign to dynamic ws-data-name
        organization is relative
        access mode is dynamic
        relative key is ws-dr-rel-key
        file status is ws-data-status.
    select position-file assign to dynamic ws-data-name
        organization is relative
        access mode is dynamic
        relative key is ws-dr-rel-key
        file status is ws-data-status.
    select run-ctl-file assign to dynamic ws-data-name
        organization is relative
        access mode is dynamic
        relative key is ws-dr-rel-key
        file status is ws-data-status.
    select vendor-file assign to dynamic ws-data-name
        organization is relative
        access mode is dynamic
        relative key is ws-dr-rel-key
        file status is ws-data-status.
    select drbkup-report assign to "DRBKUP.RPT"
        organization is line sequential
        file status is ws-dr-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  run-log-file.
  01 run-log-line             pic x(160).
*> Run card: "B" (the default, and what no card at all means) takes
*> today's backup set; "V" test-restores a set - the one dated on the
*> card, or the latest on DRINDEX.DAT when the date is zero - into
*> datasets named with the scratch prefix (default DRTEST).
  fd  drbkup-ctl.
  01 drbkup-ctl-record.
    05 dc-action               pic x(1).
        88 DC-BACKUP           value "B".
        88 DC-VERIFY           value "V".
    05 filler                  pic x(1).
    05 dc-set-date             pic 9(8).
    05 filler                  pic x(1).
    05 dc-scratch-prefix       pic x(8).
*> Every dataset the system owns, one row each, with its class:
*> M master, S subledger, L ledger/journal, C control, Q sequence
*> counter. A new dataset is protected by adding its row here.
  fd  dr-manifest.
  01 dr-manifest-record.
    05 dm-dataset              pic x(20).
    05 filler                  pic x(1).
    05 dm-class                pic x(1).
*> One row per dataset per backup set: the record count and hash
*> total the verify run must reproduce from a restore.
  fd  dr-index.
  01 dr-index-record.
    05 dx-set-date             pic 9(8).
    05 filler                  pic x(1).
    05 dx-dataset              pic x(20).
    05 filler                  pic x(1).
    05 dx-class                pic x(1).
    05 filler                  pic x(1).
    05 dx-present              pic x(1).
    05 filler                  pic x(1).
    05 dx-count                pic 9(9).
    05 filler                  pic x(1).
    05 dx-hash                 pic 9(18).
*> Backup image: the record as stored, behind its relative slot (a
*> keyed master) or its position in the file (a sequential one) -
*> zero for an indexed file, whose key is inside the record.
  fd  dr-set-file.
  01 dr-image-line.
    05 dri-key                 pic 9(9).
    05 dri-data                pic x(1000).
  fd  seq-data-file
      record varying in size from 1 to 1000 characters
      depending on ws-seq-rec-len.
  01 seq-data-record          pic x(1000).
  fd  acct-master-file.
  copy "acctmast.cpy".
  fd  ar-open-file.
  copy "aropen.cpy".
  fd  ap-open-file.
  copy "apopen.cpy".
  fd  bal-file.
  copy "balrec.cpy".
  fd  cost-center-file.
  copy "ccmast.cpy".
  fd  code-table-file.
  copy "codetbl.cpy".
  fd  customer-file.
  copy "custmast.cpy".
  fd  emp-address-file.
  copy "empaddr.cpy".
  fd  employee-file.
  copy "empmast.cpy".
  fd  fixed-asset-file.
  copy "fixasset.cpy".
  fd  item-master-file.
  copy "itemmast.cpy".
  fd  position-file.
  copy "posmast.cpy".
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  vendor-file.
  copy "vendmast.cpy".
  fd  drbkup-report.
  01 drbkup-report-line       pic x(132).
  working-storage section.
    01 ws-dc-status       pic x(2) value "00".
    01 ws-dm-status       pic x(2) value "00".
    01 ws-dx-status       pic x(2) value "00".
    01 ws-ds-status       pic x(2) value "00".
    01 ws-data-status     pic x(2) value "00".
    01 ws-dr-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(40).
    01 ws-abend-status    pic x(2).
    01 ws-dm-eof          pic x(1) value "N".
        88 DM-EOF         value "Y".
    01 ws-dx-eof          pic x(1) value "N".
        88 DX-EOF         value "Y".
    01 ws-ds-eof          pic x(1) value "N".
        88 DS-EOF         value "Y".
    01 ws-data-eof        pic x(1) value "N".
        88 DATA-EOF       value "Y".
    01 ws-dr-action       pic x(1) value "B".
        88 ACTION-BACKUP  value "B".
        88 ACTION-VERIFY  value "V".
    01 ws-run-action-txt  pic x(7) value "BACKUP".
    01 ws-set-date        pic 9(8) value zero.
    01 ws-scratch-prefix  pic x(8) value "DRTEST".
    01 ws-set-name        pic x(40) value spaces.
    01 ws-data-name       pic x(40) value spaces.
    01 ws-dr-rel-key      pic 9(9) value 1.
    01 ws-seq-rec-len     pic 9(4) value 1.
    01 ws-seq-ordinal     pic 9(9) value zero.
    01 ws-already-taken   pic x(1) value "N".
        88 SET-ALREADY-TAKEN value "Y".
    *> The dataset list off DRMANIF.CTL, and for a verify run the
    *> index rows of the set under test.
    01 ws-manifest-table.
      05 ws-mf-entry occurs 300 times indexed by ws-mf-idx.
        10 mf-dataset            pic x(20).
        10 mf-class              pic x(1).
        10 mf-index-count        pic 9(9).
        10 mf-index-hash         pic 9(18).
        10 mf-index-present      pic x(1).
    01 ws-mf-count        pic 9(3) value zero.
    01 ws-seed-dataset    pic x(20).
    01 ws-seed-class      pic x(1).
    *> Image of the record in hand, and the running count and hash
    *> total of the dataset being read. The hash weights every byte
    *> by its position, trailing blanks aside, so a changed, dropped,
    *> reordered or re-slotted record all move it.
    01 ws-image-line.
      05 ws-img-key         pic 9(9).
      05 ws-img-data        pic x(1000).
    01 ws-image-text redefines ws-image-line pic x(1009).
    01 ws-img-len         pic 9(4) value zero.
    01 ws-ch-idx          pic 9(4) value zero.
    01 ws-trim-done       pic x(1) value "N".
        88 TRIM-DONE      value "Y".
    01 ws-rec-hash        pic 9(12) value zero.
    01 ws-file-count      pic 9(9) value zero.
    01 ws-file-hash       pic 9(18) value zero.
    01 ws-file-present    pic x(1) value "Y".
        88 FILE-PRESENT   value "Y".
    01 ws-image-sink      pic x(1) value "N".
        88 SINK-TO-SET    value "S".
    01 ws-set-count       pic 9(9) value zero.
    01 ws-set-hash        pic 9(18) value zero.
    01 ws-restore-errors  pic 9(9) value zero.
    01 ws-file-result     pic x(8) value spaces.
    01 ws-files-done      pic 9(4) value zero.
    01 ws-files-absent    pic 9(4) value zero.
    01 ws-files-matched   pic 9(4) value zero.
    01 ws-files-failed    pic 9(4) value zero.
    01 ws-total-records   pic 9(11) value zero.
    01 ws-today-date      pic 9(8).
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
  *> Disaster-recovery backup of the whole system, not just the
  *> ledger balbkup.cob snapshots for a cycle rollback: every dataset
  *> DRMANIF.CTL names is copied to a dated offsite set with its
  *> record count and hash total on DRINDEX.DAT. The verify run
  *> restores a set into scratch datasets and proves each one reads
  *> back with the count and hash the backup recorded - DRBKUP.RPT
  *> is the evidence for the annual DR test.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform read-drbkup-request.
  perform load-manifest.
  perform open-drbkup-report.
  evaluate true
    when ACTION-BACKUP
      move "BACKUP" to ws-run-action-txt
      perform take-backup-set
    when ACTION-VERIFY
      move "VERIFY" to ws-run-action-txt
      perform verify-backup-set
    when other
      display "DRBKUP: UNKNOWN ACTION " ws-dr-action
      move 16 to return-code
  end-evaluate.
  close drbkup-report.
  perform write-run-log-entry.
  display "DRBKUP: " ws-run-action-txt " SET " ws-set-date " "
      ws-files-done " DATASET(S), " ws-files-absent " NOT PRESENT, "
      ws-files-failed " FAILED".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "DRBKUP" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

read-drbkup-request.
  *> No card at all is the nightly action - the backup.
  open input drbkup-ctl.
  if ws-dc-status = "35"
    exit paragraph
  end-if.
  move "DRBKUP.CTL" to ws-abend-file-name.
  move ws-dc-status to ws-abend-status.
  perform check-file-status.
  move spaces to drbkup-ctl-record.
  read drbkup-ctl
    at end continue
  end-read.
  close drbkup-ctl.
  if dc-action not = space
    move dc-action to ws-dr-action
  end-if.
  if dc-set-date numeric
    move dc-set-date to ws-set-date
  end-if.
  if dc-scratch-prefix not = spaces
    move dc-scratch-prefix to ws-scratch-prefix
  end-if.

load-manifest.
  move zero to ws-mf-count.
  move "N" to ws-dm-eof.
  open input dr-manifest.
  if ws-dm-status = "35"
    perform seed-manifest
    open input dr-manifest
  end-if.
  move "DRMANIF.CTL" to ws-abend-file-name.
  move ws-dm-status to ws-abend-status.
  perform check-file-status.
  read dr-manifest
    at end set DM-EOF to true
  end-read.
  perform until DM-EOF
    if dm-dataset not = spaces and ws-mf-count < 300
      add 1 to ws-mf-count
      move dm-dataset to mf-dataset(ws-mf-count)
      move dm-class to mf-class(ws-mf-count)
      move zero to mf-index-count(ws-mf-count)
      move zero to mf-index-hash(ws-mf-count)
      move "N" to mf-index-present(ws-mf-count)
    end-if
    read dr-manifest
      at end set DM-EOF to true
    end-read
  end-perform.
  close dr-manifest.

seed-manifest.
  *> The datasets the system owns today - masters, subledgers and the
  *> queues waiting on them, the ledger and its journals, the change
  *> and access histories, the period and close-gate state, the
  *> control files and the sequence counters. Reports, work files
  *> and inbound drops a sender can re-send are not backed up: they
  *> are rebuilt or re-sent. ITEMMOVE.DAT and INVLINE.DAT are kept -
  *> movements keyed online and lines shipped or returned exist
  *> nowhere else until invpost.cob posts them and math.cob bills
  *> them. The document-number counters (invoice, credit memo, claim,
  *> trace and X12 control numbers) are kept with the sequence files
  *> so a restore cannot issue a number twice.
  open output dr-manifest.
  move "M" to ws-seed-class.
  move "ACCTMAST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "CCMAST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "CUSTMAST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "VENDMAST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "EMPMAST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ITEMMAST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "POSMAST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "FAMAST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "DEBTMAST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "EMPADDR.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "CODETBL.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "PROJMAST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "BANKACCT.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "OPERAUTH.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "OPEREMP.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "OPERCRED.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "TAXRATE.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "RATETBL.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "FISCALTB.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "HOLIDAY.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "STMTDEF.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "LIMITTBL.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "RANGETBL.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ITEMCST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "BOM.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ITEMSTD.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ITEMPRC.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ITEMVEND.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "PARTNER.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "PARTPROF.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "DDMANDATE.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "EXPPOL.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "COMMRATE.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "EMPRATE.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "EMPPAYEE.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "SODRULES.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "FXRATES.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "APPRTHR.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "S" to ws-seed-class.
  move "AROPEN.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "APOPEN.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "POFILE.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "CHECKREG.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "BANKADJ.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ARPAYH.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "PPDSCHED.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "REVSCHED.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "DEBTSCHD.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ITEMLOT.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "SALESORD.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "LANDCHG.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "LEAVEBAL.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "PROJTXN.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "SALESTAX.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "USETAX.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ESCHREG.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "FUNDHOLD.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "REMADV.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "BACKORD.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "RMA.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "EXPCLAIM.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "TIMECARD.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "STATACCT.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "CRSCHIST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "COLLACT.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "PENDCHG.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "INVHOLD.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "DDEXPECT.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "LBXDEP.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "LBXEXCP.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "STATTXN.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ITEMMOVE.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "INVLINE.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "INVHLINE.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "REORDSUG.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "LANDLINK.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "REJECT.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "QUARANT.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ALERTQUE.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "L" to ws-seed-class.
  move "BALFILE.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "RUNCTL.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "BALHIST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "JRNLBAT.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "TXNFILE.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "PENDTXN.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "RECYCLE.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "HOLD.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "AUDIT.LOG" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "RECURTPL.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ALLOCTBL.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "BUDGET.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "STEPCTL.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "BKUPIDX.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "RPTARC.IDX" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "PPVHIST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "TCPEND.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "SECLOG.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "CUSTHIST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "VENDHIST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "EMPHIST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "SALESHST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "MOVEHIST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "LOTHIST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "EXPHIST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "PROJHIST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "EDILOG.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "INQJRNL.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "OPERHIST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "JEMAKER.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "RECONCERT.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "CLOSECHK.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "PERSTAT.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "PPSENT.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "PPVSENT.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "BAI2LOG.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "FEEDREG.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "STEPHIST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "INTEGHIST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "CAPHIST.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "AUDBASE.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "CTLTOTAL.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "C" to ws-seed-class.
  move "GLBRIDGE.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ARGLACC.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "APGLACC.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "FXGLACC.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "BAIMAP.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "PAYGLACC.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "FAGLACC.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "INVGLACC.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "TCGLACC.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ICACCT.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ICELIM.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "SUSPACCT.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "DEFRACCT.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "DISCACCT.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ALLOCACCT.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ESCHGL.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "PPDACCT.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "TAXACCT.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "USETAX.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "MATCHTOL.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "WOFFTOL.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "NSFFEE.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "SLTIE.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "LEAVEPOL.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "APPAYCTL.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "COMPCURR.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "RETEARN.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ALERTDST.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ALERTSEV.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ONCALL.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "RPTROUTE.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "RPTRETN.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "FXTOL.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "STDROLL.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "CRGRADE.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "DISPRSN.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "RSVRATE.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "RSVACCT.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "SPECRSV.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "RNIACCT.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "CRLIMAPP.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "TOLER.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "CAPLIM.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "LOTEXP.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "COLLRATE.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "JEANOM.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "CRSCORE.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "LOGRETN.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "CUSTPRF.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "FXREVAL.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ESCHSTAT.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "DUNCTL.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "TEN99.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "EXPMON.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "TREASCSH.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "TXNAGE.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "BUDCHK.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "INTRANGE.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "AUDRETN.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "BALPURGE.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "GENKEEP.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "SLABUDG.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "TRENDTHR.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "TRENDN.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ESCWIN.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "REJSPIKE.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "COLWORK.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "DRMANIF.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "Q" to ws-seed-class.
  move "ALLOCSEQ.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "APSEQ.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "AUTOSEQ.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "CASHSEQ.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "CKVSEQ.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "DEBTSEQ.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ESCHSEQ.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "FASEQ.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "FXRSEQ.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "ICSEQ.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "JESEQ.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "LVSEQ.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "PAYSEQ.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "PPDSEQ.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "RECURSEQ.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "REVSEQ.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "RNISEQ.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "RSVSEQ.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "TCSEQ.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "WOFFSEQ.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "UTSEQ.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "SOSHIP.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "RMACTL.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "EXPCTL.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "DDCOLL.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "EDICTL.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "INTSEQNO.CTL" to ws-seed-dataset.
  perform write-manifest-seed-row.
  move "FUNDSEQ.DAT" to ws-seed-dataset.
  perform write-manifest-seed-row.
  close dr-manifest.

write-manifest-seed-row.
  move spaces to dr-manifest-record.
  move ws-seed-dataset to dm-dataset.
  move ws-seed-class to dm-class.
  write dr-manifest-record.

open-drbkup-report.
  open extend drbkup-report.
  if ws-dr-status = "35"
    open output drbkup-report
  end-if.
  move "DRBKUP.RPT" to ws-abend-file-name.
  move ws-dr-status to ws-abend-status.
  perform check-file-status.
  move spaces to drbkup-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into drbkup-report-line.
  write drbkup-report-line.

take-backup-set.
  move ws-today-date to ws-set-date.
  perform check-existing-set.
  if SET-ALREADY-TAKEN
    move spaces to drbkup-report-line
    string "DR BACKUP SET " ws-set-date " ALREADY TAKEN - SKIPPED"
        into drbkup-report-line
    write drbkup-report-line
    display "DRBKUP: SET " ws-set-date " ALREADY ON DRINDEX.DAT - SKIPPED"
    exit paragraph
  end-if.
  move spaces to drbkup-report-line.
  string "DR BACKUP SET " ws-set-date " DATASETS=" ws-mf-count
      into drbkup-report-line.
  write drbkup-report-line.
  perform varying ws-mf-idx from 1 by 1 until ws-mf-idx > ws-mf-count
    perform backup-one-dataset
  end-perform.
  move spaces to drbkup-report-line.
  string "DR BACKUP SET " ws-set-date " COMPLETE FILES=" ws-files-done
      " NOT PRESENT=" ws-files-absent
      " RECORDS=" ws-total-records into drbkup-report-line.
  write drbkup-report-line.

check-existing-set.
  *> One set per day: a rerun must not overwrite a set that may
  *> already be on its way offsite, nor double its index rows.
  move "N" to ws-already-taken.
  move "N" to ws-dx-eof.
  open input dr-index.
  if ws-dx-status = "35"
    close dr-index
    exit paragraph
  end-if.
  read dr-index
    at end set DX-EOF to true
  end-read.
  perform until DX-EOF
    if dx-set-date = ws-set-date
      set SET-ALREADY-TAKEN to true
    end-if
    read dr-index
      at end set DX-EOF to true
    end-read
  end-perform.
  close dr-index.

build-set-name.
  move spaces to ws-set-name.
  string "DR" ws-set-date "." mf-dataset(ws-mf-idx)
      delimited by space into ws-set-name.

backup-one-dataset.
  perform build-set-name.
  move mf-dataset(ws-mf-idx) to ws-data-name.
  open output dr-set-file.
  move ws-set-name to ws-abend-file-name.
  move ws-ds-status to ws-abend-status.
  perform check-file-status.
  move "S" to ws-image-sink.
  perform unload-dataset.
  close dr-set-file.
  move "N" to ws-image-sink.
  add 1 to ws-files-done.
  add ws-file-count to ws-total-records.
  if not FILE-PRESENT
    add 1 to ws-files-absent
  end-if.
  open extend dr-index.
  if ws-dx-status = "35"
    open output dr-index
  end-if.
  move "DRINDEX.DAT" to ws-abend-file-name.
  move ws-dx-status to ws-abend-status.
  perform check-file-status.
  move spaces to dr-index-record.
  move ws-set-date to dx-set-date.
  move mf-dataset(ws-mf-idx) to dx-dataset.
  move mf-class(ws-mf-idx) to dx-class.
  move ws-file-present to dx-present.
  move ws-file-count to dx-count.
  move ws-file-hash to dx-hash.
  write dr-index-record.
  close dr-index.
  move spaces to drbkup-report-line.
  if FILE-PRESENT
    string "DATASET=" mf-dataset(ws-mf-idx)
        " CLASS=" mf-class(ws-mf-idx)
        " RECORDS=" ws-file-count
        " HASH=" ws-file-hash
        " SET=" ws-set-name into drbkup-report-line
  else
    string "DATASET=" mf-dataset(ws-mf-idx)
        " CLASS=" mf-class(ws-mf-idx)
        " NOT PRESENT - EMPTY MEMBER IN SET" into drbkup-report-line
  end-if.
  write drbkup-report-line.

unload-dataset.
  *> Reads the dataset named in WS-DATA-NAME whole, counting and
  *> hashing every record - into the set when backing up, or just
  *> counted when proving a restore. Keyed datasets are read through
  *> their own record layout; everything else is a text file.
  move zero to ws-file-count.
  move zero to ws-file-hash.
  move "Y" to ws-file-present.
  move "N" to ws-data-eof.
  evaluate mf-dataset(ws-mf-idx)
    when "ACCTMAST.DAT"
      perform unload-acctmast
    when "AROPEN.DAT"
      perform unload-aropen
    when "APOPEN.DAT"
      perform unload-apopen
    when "BALFILE.DAT"
      perform unload-balfile
    when "CCMAST.DAT"
      perform unload-ccmast
    when "CODETBL.DAT"
      perform unload-codetbl
    when "CUSTMAST.DAT"
      perform unload-custmast
    when "EMPADDR.DAT"
      perform unload-empaddr
    when "EMPMAST.DAT"
      perform unload-empmast
    when "FAMAST.DAT"
      perform unload-famast
    when "ITEMMAST.DAT"
      perform unload-itemmast
    when "POSMAST.DAT"
      perform unload-posmast
    when "RUNCTL.DAT"
      perform unload-runctl
    when "VENDMAST.DAT"
      perform unload-vendmast
    when other
      perform unload-sequential
  end-evaluate.

take-image-record.
  add 1 to ws-file-count.
  perform compute-record-hash.
  add ws-rec-hash to ws-file-hash.
  if SINK-TO-SET
    move ws-image-line to dr-image-line
    write dr-image-line
  end-if.

compute-record-hash.
  perform compute-image-length.
  move zero to ws-rec-hash.
  perform varying ws-ch-idx from 1 by 1 until ws-ch-idx > ws-img-len
    compute ws-rec-hash = ws-rec-hash
        + function ord(ws-image-text(ws-ch-idx:1)) * ws-ch-idx
  end-perform.

compute-image-length.
  move 1009 to ws-img-len.
  move "N" to ws-trim-done.
  perform until ws-img-len = zero or TRIM-DONE
    if ws-image-text(ws-img-len:1) = space
      subtract 1 from ws-img-len
    else
      set TRIM-DONE to true
    end-if
  end-perform.

unload-sequential.
  open input seq-data-file.
  if ws-data-status = "35"
    move "N" to ws-file-present
    exit paragraph
  end-if.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  move zero to ws-seq-ordinal.
  read seq-data-file
    at end set DATA-EOF to true
  end-read.
  perform until DATA-EOF
    add 1 to ws-seq-ordinal
    move ws-seq-ordinal to ws-img-key
    move spaces to ws-img-data
    if ws-seq-rec-len > zero
      move seq-data-record(1:ws-seq-rec-len) to ws-img-data
    end-if
    perform take-image-record
    read seq-data-file
      at end set DATA-EOF to true
    end-read
  end-perform.
  close seq-data-file.

unload-acctmast.
  open input acct-master-file.
  if ws-data-status = "35"
    move "N" to ws-file-present
    exit paragraph
  end-if.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-dr-rel-key.
  start acct-master-file key is not less than ws-dr-rel-key
    invalid key set DATA-EOF to true
  end-start.
  perform until DATA-EOF
    read acct-master-file next record
      at end set DATA-EOF to true
    end-read
    if not DATA-EOF
      move ws-dr-rel-key to ws-img-key
      move spaces to ws-img-data
      move acct-master-record to ws-img-data
      perform take-image-record
    end-if
  end-perform.
  close acct-master-file.

unload-aropen.
  open input ar-open-file.
  if ws-data-status = "35"
    move "N" to ws-file-present
    exit paragraph
  end-if.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  move low-values to ar-invoice-no.
  start ar-open-file key is not less than ar-invoice-no
    invalid key set DATA-EOF to true
  end-start.
  perform until DATA-EOF
    read ar-open-file next record
      at end set DATA-EOF to true
    end-read
    if not DATA-EOF
      move zero to ws-img-key
      move spaces to ws-img-data
      move ar-open-item-record to ws-img-data
      perform take-image-record
    end-if
  end-perform.
  close ar-open-file.

unload-apopen.
  open input ap-open-file.
  if ws-data-status = "35"
    move "N" to ws-file-present
    exit paragraph
  end-if.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  move low-values to ap-item-key.
  start ap-open-file key is not less than ap-item-key
    invalid key set DATA-EOF to true
  end-start.
  perform until DATA-EOF
    read ap-open-file next record
      at end set DATA-EOF to true
    end-read
    if not DATA-EOF
      move zero to ws-img-key
      move spaces to ws-img-data
      move ap-open-item-record to ws-img-data
      perform take-image-record
    end-if
  end-perform.
  close ap-open-file.

unload-balfile.
  open input bal-file.
  if ws-data-status = "35"
    move "N" to ws-file-present
    exit paragraph
  end-if.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-dr-rel-key.
  start bal-file key is not less than ws-dr-rel-key
    invalid key set DATA-EOF to true
  end-start.
  perform until DATA-EOF
    read bal-file next record
      at end set DATA-EOF to true
    end-read
    if not DATA-EOF
      move ws-dr-rel-key to ws-img-key
      move spaces to ws-img-data
      move balance-record to ws-img-data
      perform take-image-record
    end-if
  end-perform.
  close bal-file.

unload-ccmast.
  open input cost-center-file.
  if ws-data-status = "35"
    move "N" to ws-file-present
    exit paragraph
  end-if.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-dr-rel-key.
  start cost-center-file key is not less than ws-dr-rel-key
    invalid key set DATA-EOF to true
  end-start.
  perform until DATA-EOF
    read cost-center-file next record
      at end set DATA-EOF to true
    end-read
    if not DATA-EOF
      move ws-dr-rel-key to ws-img-key
      move spaces to ws-img-data
      move cost-center-record to ws-img-data
      perform take-image-record
    end-if
  end-perform.
  close cost-center-file.

unload-codetbl.
  open input code-table-file.
  if ws-data-status = "35"
    move "N" to ws-file-present
    exit paragraph
  end-if.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-dr-rel-key.
  start code-table-file key is not less than ws-dr-rel-key
    invalid key set DATA-EOF to true
  end-start.
  perform until DATA-EOF
    read code-table-file next record
      at end set DATA-EOF to true
    end-read
    if not DATA-EOF
      move ws-dr-rel-key to ws-img-key
      move spaces to ws-img-data
      move code-table-record to ws-img-data
      perform take-image-record
    end-if
  end-perform.
  close code-table-file.

unload-custmast.
  open input customer-file.
  if ws-data-status = "35"
    move "N" to ws-file-present
    exit paragraph
  end-if.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-dr-rel-key.
  start customer-file key is not less than ws-dr-rel-key
    invalid key set DATA-EOF to true
  end-start.
  perform until DATA-EOF
    read customer-file next record
      at end set DATA-EOF to true
    end-read
    if not DATA-EOF
      move ws-dr-rel-key to ws-img-key
      move spaces to ws-img-data
      move customer-record to ws-img-data
      perform take-image-record
    end-if
  end-perform.
  close customer-file.

unload-empaddr.
  open input emp-address-file.
  if ws-data-status = "35"
    move "N" to ws-file-present
    exit paragraph
  end-if.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-dr-rel-key.
  start emp-address-file key is not less than ws-dr-rel-key
    invalid key set DATA-EOF to true
  end-start.
  perform until DATA-EOF
    read emp-address-file next record
      at end set DATA-EOF to true
    end-read
    if not DATA-EOF
      move ws-dr-rel-key to ws-img-key
      move spaces to ws-img-data
      move emp-address-record to ws-img-data
      perform take-image-record
    end-if
  end-perform.
  close emp-address-file.

unload-empmast.
  open input employee-file.
  if ws-data-status = "35"
    move "N" to ws-file-present
    exit paragraph
  end-if.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-dr-rel-key.
  start employee-file key is not less than ws-dr-rel-key
    invalid key set DATA-EOF to true
  end-start.
  perform until DATA-EOF
    read employee-file next record
      at end set DATA-EOF to true
    end-read
    if not DATA-EOF
      move ws-dr-rel-key to ws-img-key
      move spaces to ws-img-data
      move employee-record to ws-img-data
      perform take-image-record
    end-if
  end-perform.
  close employee-file.

unload-famast.
  open input fixed-asset-file.
  if ws-data-status = "35"
    move "N" to ws-file-present
    exit paragraph
  end-if.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-dr-rel-key.
  start fixed-asset-file key is not less than ws-dr-rel-key
    invalid key set DATA-EOF to true
  end-start.
  perform until DATA-EOF
    read fixed-asset-file next record
      at end set DATA-EOF to true
    end-read
    if not DATA-EOF
      move ws-dr-rel-key to ws-img-key
      move spaces to ws-img-data
      move fixed-asset-record to ws-img-data
      perform take-image-record
    end-if
  end-perform.
  close fixed-asset-file.

unload-itemmast.
  open input item-master-file.
  if ws-data-status = "35"
    move "N" to ws-file-present
    exit paragraph
  end-if.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-dr-rel-key.
  start item-master-file key is not less than ws-dr-rel-key
    invalid key set DATA-EOF to true
  end-start.
  perform until DATA-EOF
    read item-master-file next record
      at end set DATA-EOF to true
    end-read
    if not DATA-EOF
      move ws-dr-rel-key to ws-img-key
      move spaces to ws-img-data
      move item-master-record to ws-img-data
      perform take-image-record
    end-if
  end-perform.
  close item-master-file.

unload-posmast.
  open input position-file.
  if ws-data-status = "35"
    move "N" to ws-file-present
    exit paragraph
  end-if.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-dr-rel-key.
  start position-file key is not less than ws-dr-rel-key
    invalid key set DATA-EOF to true
  end-start.
  perform until DATA-EOF
    read position-file next record
      at end set DATA-EOF to true
    end-read
    if not DATA-EOF
      move ws-dr-rel-key to ws-img-key
      move spaces to ws-img-data
      move position-record to ws-img-data
      perform take-image-record
    end-if
  end-perform.
  close position-file.

unload-runctl.
  open input run-ctl-file.
  if ws-data-status = "35"
    move "N" to ws-file-present
    exit paragraph
  end-if.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-dr-rel-key.
  start run-ctl-file key is not less than ws-dr-rel-key
    invalid key set DATA-EOF to true
  end-start.
  perform until DATA-EOF
    read run-ctl-file next record
      at end set DATA-EOF to true
    end-read
    if not DATA-EOF
      move ws-dr-rel-key to ws-img-key
      move spaces to ws-img-data
      move run-control-record to ws-img-data
      perform take-image-record
    end-if
  end-perform.
  close run-ctl-file.

unload-vendmast.
  open input vendor-file.
  if ws-data-status = "35"
    move "N" to ws-file-present
    exit paragraph
  end-if.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-dr-rel-key.
  start vendor-file key is not less than ws-dr-rel-key
    invalid key set DATA-EOF to true
  end-start.
  perform until DATA-EOF
    read vendor-file next record
      at end set DATA-EOF to true
    end-read
    if not DATA-EOF
      move ws-dr-rel-key to ws-img-key
      move spaces to ws-img-data
      move vendor-record to ws-img-data
      perform take-image-record
    end-if
  end-perform.
  close vendor-file.

verify-backup-set.
  *> The restore test: for each dataset of the set, read the member
  *> back (count and hash against the index), restore it into a
  *> scratch dataset through the same layout the system uses, then
  *> read the scratch copy and prove it matches too. Any mismatch
  *> fails the test with RC 8.
  if ws-set-date = zero
    perform find-latest-set
  end-if.
  if ws-set-date = zero
    display "DRBKUP: NO BACKUP SET ON DRINDEX.DAT - NOTHING TO VERIFY"
    move "NO BACKUP SET ON DRINDEX.DAT TO VERIFY" to drbkup-report-line
    write drbkup-report-line
    move 16 to return-code
    exit paragraph
  end-if.
  perform load-set-index-rows.
  move spaces to drbkup-report-line.
  string "DR RESTORE VERIFICATION SET " ws-set-date
      " SCRATCH PREFIX=" ws-scratch-prefix
      " DATASETS=" ws-mf-count into drbkup-report-line.
  write drbkup-report-line.
  perform varying ws-mf-idx from 1 by 1 until ws-mf-idx > ws-mf-count
    perform verify-one-dataset
  end-perform.
  move spaces to drbkup-report-line.
  if ws-files-failed = zero
    string "DR RESTORE VERIFICATION SET " ws-set-date
        " PASSED FILES=" ws-files-matched
        " RECORDS=" ws-total-records into drbkup-report-line
  else
    string "DR RESTORE VERIFICATION SET " ws-set-date
        " FAILED FILES=" ws-files-failed
        " PASSED=" ws-files-matched into drbkup-report-line
    if return-code < 8
      move 8 to return-code
    end-if
  end-if.
  write drbkup-report-line.

find-latest-set.
  move "N" to ws-dx-eof.
  open input dr-index.
  if ws-dx-status = "35"
    close dr-index
    exit paragraph
  end-if.
  read dr-index
    at end set DX-EOF to true
  end-read.
  perform until DX-EOF
    if dx-set-date > ws-set-date
      move dx-set-date to ws-set-date
    end-if
    read dr-index
      at end set DX-EOF to true
    end-read
  end-perform.
  close dr-index.

load-set-index-rows.
  *> The set under test is whatever its index rows say it holds - a
  *> dataset added to the manifest since is not in that set, and one
  *> dropped since still is.
  move zero to ws-mf-count.
  move "N" to ws-dx-eof.
  open input dr-index.
  if ws-dx-status = "35"
    close dr-index
    exit paragraph
  end-if.
  move "DRINDEX.DAT" to ws-abend-file-name.
  move ws-dx-status to ws-abend-status.
  perform check-file-status.
  read dr-index
    at end set DX-EOF to true
  end-read.
  perform until DX-EOF
    if dx-set-date = ws-set-date and ws-mf-count < 300
      add 1 to ws-mf-count
      move dx-dataset to mf-dataset(ws-mf-count)
      move dx-class to mf-class(ws-mf-count)
      move dx-count to mf-index-count(ws-mf-count)
      move dx-hash to mf-index-hash(ws-mf-count)
      move dx-present to mf-index-present(ws-mf-count)
    end-if
    read dr-index
      at end set DX-EOF to true
    end-read
  end-perform.
  close dr-index.

verify-one-dataset.
  perform build-set-name.
  perform read-set-member.
  move spaces to ws-data-name.
  string ws-scratch-prefix delimited by space
      "." mf-dataset(ws-mf-idx) delimited by space into ws-data-name.
  move zero to ws-restore-errors.
  perform restore-dataset.
  perform unload-dataset.
  add 1 to ws-files-done.
  add ws-file-count to ws-total-records.
  if mf-index-present(ws-mf-idx) not = "Y"
    add 1 to ws-files-absent
  end-if.
  if ws-set-count = mf-index-count(ws-mf-idx)
      and ws-set-hash = mf-index-hash(ws-mf-idx)
      and ws-file-count = mf-index-count(ws-mf-idx)
      and ws-file-hash = mf-index-hash(ws-mf-idx)
      and ws-restore-errors = zero
    move "MATCH" to ws-file-result
    add 1 to ws-files-matched
  else
    move "MISMATCH" to ws-file-result
    add 1 to ws-files-failed
  end-if.
  move spaces to drbkup-report-line.
  string "DATASET=" mf-dataset(ws-mf-idx)
      " INDEX=" mf-index-count(ws-mf-idx)
      " SET=" ws-set-count
      " RESTORED=" ws-file-count
      " HASH=" ws-file-hash
      " " ws-file-result into drbkup-report-line.
  write drbkup-report-line.
  if ws-file-result = "MISMATCH"
    move spaces to drbkup-report-line
    string "  INDEX HASH=" mf-index-hash(ws-mf-idx)
        " SET HASH=" ws-set-hash
        " RESTORE ERRORS=" ws-restore-errors into drbkup-report-line
    write drbkup-report-line
  end-if.

read-set-member.
  move zero to ws-set-count.
  move zero to ws-set-hash.
  move "N" to ws-ds-eof.
  open input dr-set-file.
  if ws-ds-status = "35"
    close dr-set-file
    move 999999999 to ws-set-count
    exit paragraph
  end-if.
  move ws-set-name to ws-abend-file-name.
  move ws-ds-status to ws-abend-status.
  perform check-file-status.
  read dr-set-file
    at end set DS-EOF to true
  end-read.
  perform until DS-EOF
    move dr-image-line to ws-image-line
    add 1 to ws-set-count
    perform compute-record-hash
    add ws-rec-hash to ws-set-hash
    read dr-set-file
      at end set DS-EOF to true
    end-read
  end-perform.
  close dr-set-file.

restore-dataset.
  *> Loads the set member into the scratch dataset named in
  *> WS-DATA-NAME - keyed files back into their slots or keys, text
  *> files line for line. An absent dataset restores as an empty one.
  evaluate mf-dataset(ws-mf-idx)
    when "ACCTMAST.DAT"
      perform restore-acctmast
    when "AROPEN.DAT"
      perform restore-aropen
    when "APOPEN.DAT"
      perform restore-apopen
    when "BALFILE.DAT"
      perform restore-balfile
    when "CCMAST.DAT"
      perform restore-ccmast
    when "CODETBL.DAT"
      perform restore-codetbl
    when "CUSTMAST.DAT"
      perform restore-custmast
    when "EMPADDR.DAT"
      perform restore-empaddr
    when "EMPMAST.DAT"
      perform restore-empmast
    when "FAMAST.DAT"
      perform restore-famast
    when "ITEMMAST.DAT"
      perform restore-itemmast
    when "POSMAST.DAT"
      perform restore-posmast
    when "RUNCTL.DAT"
      perform restore-runctl
    when "VENDMAST.DAT"
      perform restore-vendmast
    when other
      perform restore-sequential
  end-evaluate.

open-set-member-for-restore.
  move "N" to ws-ds-eof.
  open input dr-set-file.
  if ws-ds-status = "35"
    close dr-set-file
    set DS-EOF to true
    exit paragraph
  end-if.
  move ws-set-name to ws-abend-file-name.
  move ws-ds-status to ws-abend-status.
  perform check-file-status.
  read dr-set-file
    at end set DS-EOF to true
  end-read.

read-next-set-image.
  read dr-set-file
    at end set DS-EOF to true
  end-read.

restore-sequential.
  open output seq-data-file.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  perform open-set-member-for-restore.
  perform until DS-EOF
    move dr-image-line to ws-image-line
    perform compute-image-length
    if ws-img-len > 9
      compute ws-seq-rec-len = ws-img-len - 9
    else
      move 1 to ws-seq-rec-len
    end-if
    move ws-img-data to seq-data-record
    write seq-data-record
    perform read-next-set-image
  end-perform.
  if ws-ds-status not = "35"
    close dr-set-file
  end-if.
  close seq-data-file.

restore-acctmast.
  open output acct-master-file.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  perform open-set-member-for-restore.
  perform until DS-EOF
    move dri-key to ws-dr-rel-key
    move dri-data to acct-master-record
    write acct-master-record
      invalid key add 1 to ws-restore-errors
    end-write
    perform read-next-set-image
  end-perform.
  if ws-ds-status not = "35"
    close dr-set-file
  end-if.
  close acct-master-file.

restore-aropen.
  open output ar-open-file.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  perform open-set-member-for-restore.
  perform until DS-EOF
    move dri-data to ar-open-item-record
    write ar-open-item-record
      invalid key add 1 to ws-restore-errors
    end-write
    perform read-next-set-image
  end-perform.
  if ws-ds-status not = "35"
    close dr-set-file
  end-if.
  close ar-open-file.

restore-apopen.
  open output ap-open-file.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  perform open-set-member-for-restore.
  perform until DS-EOF
    move dri-data to ap-open-item-record
    write ap-open-item-record
      invalid key add 1 to ws-restore-errors
    end-write
    perform read-next-set-image
  end-perform.
  if ws-ds-status not = "35"
    close dr-set-file
  end-if.
  close ap-open-file.

restore-balfile.
  open output bal-file.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  perform open-set-member-for-restore.
  perform until DS-EOF
    move dri-key to ws-dr-rel-key
    move dri-data to balance-record
    write balance-record
      invalid key add 1 to ws-restore-errors
    end-write
    perform read-next-set-image
  end-perform.
  if ws-ds-status not = "35"
    close dr-set-file
  end-if.
  close bal-file.

restore-ccmast.
  open output cost-center-file.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  perform open-set-member-for-restore.
  perform until DS-EOF
    move dri-key to ws-dr-rel-key
    move dri-data to cost-center-record
    write cost-center-record
      invalid key add 1 to ws-restore-errors
    end-write
    perform read-next-set-image
  end-perform.
  if ws-ds-status not = "35"
    close dr-set-file
  end-if.
  close cost-center-file.

restore-codetbl.
  open output code-table-file.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  perform open-set-member-for-restore.
  perform until DS-EOF
    move dri-key to ws-dr-rel-key
    move dri-data to code-table-record
    write code-table-record
      invalid key add 1 to ws-restore-errors
    end-write
    perform read-next-set-image
  end-perform.
  if ws-ds-status not = "35"
    close dr-set-file
  end-if.
  close code-table-file.

restore-custmast.
  open output customer-file.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  perform open-set-member-for-restore.
  perform until DS-EOF
    move dri-key to ws-dr-rel-key
    move dri-data to customer-record
    write customer-record
      invalid key add 1 to ws-restore-errors
    end-write
    perform read-next-set-image
  end-perform.
  if ws-ds-status not = "35"
    close dr-set-file
  end-if.
  close customer-file.

restore-empaddr.
  open output emp-address-file.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  perform open-set-member-for-restore.
  perform until DS-EOF
    move dri-key to ws-dr-rel-key
    move dri-data to emp-address-record
    write emp-address-record
      invalid key add 1 to ws-restore-errors
    end-write
    perform read-next-set-image
  end-perform.
  if ws-ds-status not = "35"
    close dr-set-file
  end-if.
  close emp-address-file.

restore-empmast.
  open output employee-file.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  perform open-set-member-for-restore.
  perform until DS-EOF
    move dri-key to ws-dr-rel-key
    move dri-data to employee-record
    write employee-record
      invalid key add 1 to ws-restore-errors
    end-write
    perform read-next-set-image
  end-perform.
  if ws-ds-status not = "35"
    close dr-set-file
  end-if.
  close employee-file.

restore-famast.
  open output fixed-asset-file.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  perform open-set-member-for-restore.
  perform until DS-EOF
    move dri-key to ws-dr-rel-key
    move dri-data to fixed-asset-record
    write fixed-asset-record
      invalid key add 1 to ws-restore-errors
    end-write
    perform read-next-set-image
  end-perform.
  if ws-ds-status not = "35"
    close dr-set-file
  end-if.
  close fixed-asset-file.

restore-itemmast.
  open output item-master-file.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  perform open-set-member-for-restore.
  perform until DS-EOF
    move dri-key to ws-dr-rel-key
    move dri-data to item-master-record
    write item-master-record
      invalid key add 1 to ws-restore-errors
    end-write
    perform read-next-set-image
  end-perform.
  if ws-ds-status not = "35"
    close dr-set-file
  end-if.
  close item-master-file.

restore-posmast.
  open output position-file.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  perform open-set-member-for-restore.
  perform until DS-EOF
    move dri-key to ws-dr-rel-key
    move dri-data to position-record
    write position-record
      invalid key add 1 to ws-restore-errors
    end-write
    perform read-next-set-image
  end-perform.
  if ws-ds-status not = "35"
    close dr-set-file
  end-if.
  close position-file.

restore-runctl.
  open output run-ctl-file.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  perform open-set-member-for-restore.
  perform until DS-EOF
    move dri-key to ws-dr-rel-key
    move dri-data to run-control-record
    write run-control-record
      invalid key add 1 to ws-restore-errors
    end-write
    perform read-next-set-image
  end-perform.
  if ws-ds-status not = "35"
    close dr-set-file
  end-if.
  close run-ctl-file.

restore-vendmast.
  open output vendor-file.
  move ws-data-name to ws-abend-file-name.
  move ws-data-status to ws-abend-status.
  perform check-file-status.
  perform open-set-member-for-restore.
  perform until DS-EOF
    move dri-key to ws-dr-rel-key
    move dri-data to vendor-record
    write vendor-record
      invalid key add 1 to ws-restore-errors
    end-write
    perform read-next-set-image
  end-perform.
  if ws-ds-status not = "35"
    close dr-set-file
  end-if.
  close vendor-file.

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
      " JOB=DRBKUP"
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

end program drbkup.
