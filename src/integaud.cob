        relative key is ws-am-rel-key
        file status is ws-am-status.
    select ar-open-file assign to "AROPEN.DAT"
        organization is indexed
        access mode is sequential
        record key is ar-invoice-no
        alternate record key is ar-cust-no with duplicates
        alternate record key is ar-due-date with duplicates
        file status is ws-aro-status.
    select customer-file assign to "CUSTMAST.DAT"
        organization is relative
        relative key is ws-cu-rel-key
        file status is ws-cu-status.
    select ap-open-file assign to "APOPEN.DAT"
        organization is indexed
        access mode is sequential
        record key is ap-item-key
        alternate record key is ap-vendor-no with duplicates
        alternate record key is ap-due-date with duplicates
        file status is ws-apo-status.
    select vendor-file assign to "VENDMAST.DAT"
        organization is relative
