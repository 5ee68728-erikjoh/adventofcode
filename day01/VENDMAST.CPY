    05 VM-VENDOR-CODE PIC X(10).
    05 VM-VENDOR-NAME PIC X(30).
    05 VM-STATUS PIC X(01).
    05 VM-APPROVAL-LIMIT PIC 9(07)V99.
