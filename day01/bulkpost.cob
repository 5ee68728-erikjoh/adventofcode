    SELECT REPORT-FILE ASSIGN TO "POSTING.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STATUS.
    SELECT APPROVAL-CONTROL-FILE ASSIGN TO "APPRCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPRCTL-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "EXPJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOURNAL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  REPORT-FILE.
01  REPORT-RECORD PIC X(100).

FD  APPROVAL-CONTROL-FILE.
COPY "APPRCTL.CPY".

FD  JOURNAL-FILE.
01  JOURNAL-RECORD PIC X(135).

WORKING-STORAGE SECTION.
    78 RC-INTEGRITY VALUE 12.
    78 RC-FILE-FAIL VALUE 16.
    01 COMBINED-STATUS PIC XX.
    01 MASTER-STATUS PIC XX.
    01 REPORT-STATUS PIC XX.
    01 APPRCTL-STATUS PIC XX.
    01 JOURNAL-STATUS PIC XX.
    COPY "EXPJRNL.CPY".
    01 JOURNAL-SWITCH PIC X(01) VALUE "N".
        88 JOURNAL-OPEN VALUE "Y".
    01 COMBINED-INPUT.
        05 IN-AMOUNT PIC X(04).
        05 IN-BRANCH PIC X(03).
    01 ADDED-COUNT PIC 9(6) VALUE ZERO.
    01 SKIPPED-COUNT PIC 9(6) VALUE ZERO.
    01 REJECT-COUNT PIC 9(6) VALUE ZERO.
    01 HELD-COUNT PIC 9(6) VALUE ZERO.
    01 DEFAULT-LIMIT PIC 9(07)V99 VALUE 9999999.99.
    01 LIMIT-DISPLAY PIC Z(6)9.99.
    01 WHOLE-AMOUNT PIC 9(4).
    01 NEXT-EXPENSE-ID PIC 9(8) VALUE ZERO.
    01 ID-CANDIDATE PIC X(08).
        STOP RUN
    END-IF
    PERFORM OPEN-MASTER THRU OPEN-MASTER-EXIT
    PERFORM LOAD-APPROVAL-LIMIT THRU LOAD-APPROVAL-LIMIT-EXIT
    PERFORM FIND-NEXT-EXPENSE-ID THRU FIND-NEXT-EXPENSE-ID-EXIT
    OPEN EXTEND JOURNAL-FILE
    IF JOURNAL-STATUS NOT = "00"
        OPEN OUTPUT JOURNAL-FILE
    END-IF
    IF JOURNAL-STATUS = "00"
        SET JOURNAL-OPEN TO TRUE
    ELSE
        DISPLAY "WARNING: UNABLE TO WRITE EXPJRNL.DAT, STATUS = "
            JOURNAL-STATUS
    END-IF
    MOVE "N" TO COMBINED-EOF-SWITCH
    OPEN INPUT COMBINED-FILE
    IF COMBINED-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN COMBINED.DAT, STATUS = "
            COMBINED-STATUS
        IF JOURNAL-OPEN
            CLOSE JOURNAL-FILE
        END-IF
        CLOSE MASTER-FILE
        MOVE RC-FILE-FAIL TO RETURN-CODE
        STOP RUN
        END-IF
    END-PERFORM
    CLOSE COMBINED-FILE
    IF JOURNAL-OPEN
        CLOSE JOURNAL-FILE
    END-IF
    CLOSE MASTER-FILE
    PERFORM WRITE-POSTING-REPORT THRU WRITE-POSTING-REPORT-EXIT
    DISPLAY ADDED-COUNT " EXPENSE(S) POSTED TO EXPMAST.DAT, "
        SKIPPED-COUNT " SKIPPED, " REJECT-COUNT " REJECTED"
    IF HELD-COUNT > ZERO
        DISPLAY HELD-COUNT " EXPENSE(S) HELD PENDING APPROVAL"
    END-IF
    STOP RUN.

VERIFY-COMBINED.
OPEN-MASTER-EXIT.
    EXIT.

LOAD-APPROVAL-LIMIT.
    OPEN INPUT APPROVAL-CONTROL-FILE
    IF APPRCTL-STATUS NOT = "00"
        DISPLAY "APPRCTL.DAT NOT AVAILABLE, STATUS = " APPRCTL-STATUS
            " - NO SHOP-WIDE APPROVAL LIMIT"
        GO TO LOAD-APPROVAL-LIMIT-EXIT
    END-IF.
    READ APPROVAL-CONTROL-FILE
        AT END
            MOVE ZERO TO AC-DEFAULT-LIMIT
    END-READ
    IF AC-DEFAULT-LIMIT IS NUMERIC AND AC-DEFAULT-LIMIT > ZERO
        MOVE AC-DEFAULT-LIMIT TO DEFAULT-LIMIT
    ELSE
        DISPLAY "APPRCTL.DAT HOLDS NO VALID LIMIT"
            " - NO SHOP-WIDE APPROVAL LIMIT"
    END-IF
    CLOSE APPROVAL-CONTROL-FILE.
LOAD-APPROVAL-LIMIT-EXIT.
    EXIT.

FIND-NEXT-EXPENSE-ID.
    MOVE 1 TO NEXT-EXPENSE-ID
    MOVE LOW-VALUES TO EM-EXPENSE-ID
    MOVE NEXT-EXPENSE-ID TO EM-EXPENSE-ID
    MOVE WHOLE-AMOUNT TO EM-AMOUNT
    MOVE SPACES TO EM-VENDOR-CODE
    IF EM-AMOUNT > DEFAULT-LIMIT
        MOVE "P" TO EM-RECON-FLAG
    ELSE
        MOVE SPACE TO EM-RECON-FLAG
    END-IF
    MOVE ZERO TO EM-RECON-DATE
    MOVE ZERO TO EM-RECON-TARGET
    IF BATCH-DATE IS NUMERIC
                " - SKIPPED"
        NOT INVALID KEY
            ADD 1 TO ADDED-COUNT
            IF EM-RECON-FLAG = "P"
                ADD 1 TO HELD-COUNT
            END-IF
            IF JOURNAL-OPEN
                ACCEPT JR-DATE FROM DATE YYYYMMDD
                ACCEPT JR-TIME FROM TIME
                MOVE "ADD" TO JR-ACTION
                MOVE EM-EXPENSE-ID TO JR-EXPENSE-ID
                MOVE SPACES TO JR-BEFORE
                MOVE EXPENSE-MASTER-RECORD TO JR-AFTER
                MOVE "AOC0107" TO JR-OPERATOR
                WRITE JOURNAL-RECORD FROM EXPENSE-JOURNAL-RECORD
            END-IF
            ADD 1 TO NEXT-EXPENSE-ID
    END-WRITE.
POST-ONE-ENTRY-EXIT.
        MOVE "BATCH CONTROLS VERIFIED" TO REPORT-LINE
    END-IF
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    IF DEFAULT-LIMIT = 9999999.99
        STRING "ENTRIES HELD FOR APPROVAL " HELD-COUNT
            "  NO SHOP-WIDE APPROVAL LIMIT"
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        MOVE DEFAULT-LIMIT TO LIMIT-DISPLAY
        STRING "ENTRIES HELD FOR APPROVAL " HELD-COUNT
            "  SHOP-WIDE APPROVAL LIMIT " LIMIT-DISPLAY
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-RECORD FROM REPORT-LINE
    CLOSE REPORT-FILE.
WRITE-POSTING-REPORT-EXIT.
    EXIT.
