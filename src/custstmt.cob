  input-output section.
  file-control.
    select ar-open-file assign to "AROPEN.DAT"
        organization is indexed
        access mode is sequential
        record key is ar-invoice-no
        alternate record key is ar-cust-no with duplicates
        alternate record key is ar-due-date with duplicates
        file status is ws-aro-status.
    select ar-pay-history assign to "ARPAYH.DAT"
        organization is line sequential
