01  BUDGET-MASTER-RECORD.
    05 BU-KEY.
        10 BU-VENDOR-CODE PIC X(10).
        10 BU-PERIOD PIC 9(06).
    05 BU-AMOUNT PIC 9(09)V99.
    05 BU-CHANGED-DATE PIC 9(08).
    05 BU-CHANGED-BY PIC X(08).
    05 FILLER PIC X(07).
