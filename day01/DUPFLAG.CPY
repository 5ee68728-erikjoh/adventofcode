01  DUPLICATE-FLAG-RECORD.
    05 DF-EXPENSE-ID PIC X(08).
    05 DF-VENDOR-CODE PIC X(10).
    05 DF-AMOUNT PIC 9(07)V99.
    05 DF-POSTING-DATE PIC 9(08).
    05 DF-RECON-FLAG PIC X(01).
    05 DF-PAIR-COUNT PIC 9(03).
    05 DF-RUN-DATE PIC 9(08).
    05 DF-WINDOW-DAYS PIC 9(03).
    05 DF-REASON PIC X(03).
