01  APPROVAL-CONTROL-RECORD.
    05 AC-DEFAULT-LIMIT PIC 9(07)V99.
    05 AC-CHANGED-DATE PIC 9(08).
    05 FILLER PIC X(13).
