  input-output section.
  file-control.
    select ap-open-file assign to "APOPEN.DAT"
        organization is indexed
        access mode is sequential
        record key is ap-item-key
        alternate record key is ap-vendor-no with duplicates
        alternate record key is ap-due-date with duplicates
        file status is ws-apo-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
