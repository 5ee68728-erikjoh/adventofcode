    05 JR-EXPENSE-ID PIC X(08).
    05 JR-BEFORE PIC X(50).
    05 JR-AFTER PIC X(50).
    05 JR-OPERATOR PIC X(08).
