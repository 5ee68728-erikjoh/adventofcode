01  GL-HEADER-RECORD.
    05 GH-RECORD-TYPE PIC X(01).
    05 GH-EXTRACT-DATE PIC 9(08).
    05 GH-EXTRACT-TIME PIC 9(08).
    05 GH-SOURCE PIC X(08).
    05 FILLER PIC X(55).
01  GL-DETAIL-RECORD.
    05 GD-RECORD-TYPE PIC X(01).
    05 GD-DEBIT-CREDIT PIC X(01).
    05 GD-ACCOUNT PIC X(06).
    05 GD-VENDOR-CODE PIC X(10).
    05 GD-RECON-TARGET PIC 9(06).
    05 GD-RECON-DATE PIC 9(08).
    05 GD-EXPENSE-ID PIC X(08).
    05 GD-AMOUNT PIC 9(09)V99.
    05 FILLER PIC X(29).
01  GL-TRAILER-RECORD.
    05 GT-RECORD-TYPE PIC X(01).
    05 GT-RECORD-COUNT PIC 9(08).
    05 GT-DEBIT-TOTAL PIC 9(11)V99.
    05 GT-CREDIT-TOTAL PIC 9(11)V99.
    05 FILLER PIC X(45).
