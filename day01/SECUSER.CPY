01  SECURITY-USER-RECORD.
    05 SC-OPERATOR-ID PIC X(08).
    05 SC-PASSWORD PIC X(08).
    05 SC-OPERATOR-NAME PIC X(30).
    05 SC-STATUS PIC X(01).
    05 SC-FUNCTIONS.
        10 SC-CAN-VIEW PIC X(01).
        10 SC-CAN-UPDATE PIC X(01).
        10 SC-CAN-DELETE PIC X(01).
        10 SC-CAN-RELEASE PIC X(01).
        10 SC-CAN-APPROVE PIC X(01).
        10 SC-CAN-ADMIN PIC X(01).
    05 SC-CHANGED-DATE PIC 9(08).
    05 FILLER PIC X(09).
