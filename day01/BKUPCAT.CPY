01  BACKUP-CATALOG-RECORD.
    05 BK-DATE PIC 9(08).
    05 BK-TIME PIC 9(08).
    05 BK-NAME PIC X(40).
    05 BK-COUNT PIC 9(08).
    05 BK-TOTAL PIC 9(13)V99.
    05 BK-STATUS PIC X(01).
