IDENTIFICATION DIVISION.
PROGRAM-ID. AOC0122.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO "EXPMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EM-EXPENSE-ID
        FILE STATUS IS MASTER-STATUS.
    SELECT GL-FILE ASSIGN TO "GLPOST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GL-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "EXPJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOURNAL-STATUS.
    SELECT REPORT-FILE ASSIGN TO "GLXTRACT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MASTER-FILE.
COPY "EXPMAST.CPY".

FD  GL-FILE.
COPY "GLPOST.CPY".

FD  JOURNAL-FILE.
01  JOURNAL-RECORD PIC X(135).

FD  REPORT-FILE.
01  REPORT-RECORD PIC X(100).

WORKING-STORAGE SECTION.
    78 RC-INTEGRITY VALUE 12.
    78 RC-FILE-FAIL VALUE 16.
    78 GL-EXPENSE-ACCOUNT VALUE "510000".
    78 GL-CLEARING-ACCOUNT VALUE "210000".
    01 MASTER-STATUS PIC XX.
    01 GL-STATUS PIC XX.
    01 JOURNAL-STATUS PIC XX.
    01 REPORT-STATUS PIC XX.
    COPY "EXPJRNL.CPY".
    01 BEFORE-IMAGE PIC X(50) VALUE SPACES.
    01 RUN-DATE PIC 9(8).
    01 RUN-TIME PIC 9(8).
    01 READ-COUNT PIC 9(6) VALUE ZERO.
    01 OPEN-COUNT PIC 9(6) VALUE ZERO.
    01 SENT-COUNT PIC 9(6) VALUE ZERO.
    01 EXTRACT-COUNT PIC 9(6) VALUE ZERO.
    01 FAIL-COUNT PIC 9(6) VALUE ZERO.
    01 GL-FAIL-COUNT PIC 9(6) VALUE ZERO.
    01 DETAIL-COUNT PIC 9(8) VALUE ZERO.
    01 DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
    01 CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
    01 AMOUNT-EDIT PIC Z,ZZZ,ZZ9.99.
    01 TOTAL-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
    01 REPORT-LINE PIC X(100) VALUE SPACES.
    01 MASTER-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-MASTER-FILE VALUE "Y".
    01 JOURNAL-SWITCH PIC X(01) VALUE "N".
        88 JOURNAL-OPEN VALUE "Y".
    01 GL-WRITE-SWITCH PIC X(01) VALUE "N".
        88 GL-WRITE-FAILED VALUE "Y".

PROCEDURE DIVISION.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ACCEPT RUN-TIME FROM TIME
    OPEN I-O MASTER-FILE
    IF MASTER-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN EXPMAST.DAT, STATUS = " MASTER-STATUS
        MOVE RC-FILE-FAIL TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND GL-FILE
    IF GL-STATUS NOT = "00"
        OPEN OUTPUT GL-FILE
        IF GL-STATUS NOT = "00"
            DISPLAY "UNABLE TO OPEN GLPOST.DAT, STATUS = " GL-STATUS
            CLOSE MASTER-FILE
            MOVE RC-FILE-FAIL TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN OUTPUT REPORT-FILE
    IF REPORT-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN GLXTRACT.RPT, STATUS = " REPORT-STATUS
        CLOSE GL-FILE
        CLOSE MASTER-FILE
        MOVE RC-FILE-FAIL TO RETURN-CODE
        STOP RUN
    END-IF
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
    PERFORM WRITE-GL-HEADER THRU WRITE-GL-HEADER-EXIT
    PERFORM UNTIL END-OF-MASTER-FILE
        READ MASTER-FILE NEXT RECORD
            AT END SET END-OF-MASTER-FILE TO TRUE
        END-READ
        IF NOT END-OF-MASTER-FILE
            ADD 1 TO READ-COUNT
            EVALUATE EM-RECON-FLAG
                WHEN "R"
                    PERFORM EXTRACT-ONE-EXPENSE
                        THRU EXTRACT-ONE-EXPENSE-EXIT
                WHEN "G"
                    ADD 1 TO SENT-COUNT
                WHEN OTHER
                    ADD 1 TO OPEN-COUNT
            END-EVALUATE
        END-IF
    END-PERFORM
    PERFORM WRITE-GL-TRAILER THRU WRITE-GL-TRAILER-EXIT
    PERFORM WRITE-CONTROL-TOTALS THRU WRITE-CONTROL-TOTALS-EXIT
    IF JOURNAL-OPEN
        CLOSE JOURNAL-FILE
    END-IF
    CLOSE REPORT-FILE
    CLOSE GL-FILE
    CLOSE MASTER-FILE
    DISPLAY EXTRACT-COUNT " RECONCILED EXPENSE(S) EXTRACTED TO "
        "GLPOST.DAT, " SENT-COUNT " ALREADY SENT"
    IF FAIL-COUNT > ZERO
        DISPLAY FAIL-COUNT " EXPENSE(S) COULD NOT BE MARKED - "
            "NOT EXTRACTED"
        MOVE RC-INTEGRITY TO RETURN-CODE
    END-IF
    IF GL-WRITE-FAILED
        DISPLAY "GLPOST.DAT WRITE FAILED - " GL-FAIL-COUNT
            " EXPENSE(S) LEFT RECONCILED, NOT SENT - DO NOT POST"
        MOVE RC-FILE-FAIL TO RETURN-CODE
    END-IF
    STOP RUN.

WRITE-GL-HEADER.
    MOVE SPACES TO GL-HEADER-RECORD
    MOVE "H" TO GH-RECORD-TYPE
    MOVE RUN-DATE TO GH-EXTRACT-DATE
    MOVE RUN-TIME TO GH-EXTRACT-TIME
    MOVE "AOC0122" TO GH-SOURCE
    WRITE GL-HEADER-RECORD
    IF GL-STATUS NOT = "00"
        DISPLAY "UNABLE TO WRITE GLPOST.DAT HEADER, STATUS = "
            GL-STATUS
        SET GL-WRITE-FAILED TO TRUE
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "GENERAL LEDGER EXTRACT  RUN DATE " RUN-DATE
        "  TIME " RUN-TIME
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "EXPENSE  VENDOR     TARGET RECON DT       AMOUNT "
        "DEBIT  CREDIT"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE.
WRITE-GL-HEADER-EXIT.
    EXIT.

EXTRACT-ONE-EXPENSE.
    IF GL-WRITE-FAILED
        ADD 1 TO GL-FAIL-COUNT
        GO TO EXTRACT-ONE-EXPENSE-EXIT
    END-IF.
    MOVE EXPENSE-MASTER-RECORD TO BEFORE-IMAGE
    MOVE "G" TO EM-RECON-FLAG
    REWRITE EXPENSE-MASTER-RECORD
        INVALID KEY
            DISPLAY "UNABLE TO MARK " EM-EXPENSE-ID ", STATUS = "
                MASTER-STATUS " - NOT EXTRACTED"
            ADD 1 TO FAIL-COUNT
            GO TO EXTRACT-ONE-EXPENSE-EXIT
    END-REWRITE
    MOVE SPACES TO GL-DETAIL-RECORD
    MOVE "D" TO GD-RECORD-TYPE
    MOVE "D" TO GD-DEBIT-CREDIT
    MOVE GL-EXPENSE-ACCOUNT TO GD-ACCOUNT
    MOVE EM-VENDOR-CODE TO GD-VENDOR-CODE
    MOVE EM-RECON-TARGET TO GD-RECON-TARGET
    MOVE EM-RECON-DATE TO GD-RECON-DATE
    MOVE EM-EXPENSE-ID TO GD-EXPENSE-ID
    MOVE EM-AMOUNT TO GD-AMOUNT
    WRITE GL-DETAIL-RECORD
    IF GL-STATUS NOT = "00"
        PERFORM BACK-OUT-MARK THRU BACK-OUT-MARK-EXIT
        GO TO EXTRACT-ONE-EXPENSE-EXIT
    END-IF.
    MOVE "C" TO GD-DEBIT-CREDIT
    MOVE GL-CLEARING-ACCOUNT TO GD-ACCOUNT
    WRITE GL-DETAIL-RECORD
    IF GL-STATUS NOT = "00"
        ADD 1 TO DETAIL-COUNT
        PERFORM BACK-OUT-MARK THRU BACK-OUT-MARK-EXIT
        GO TO EXTRACT-ONE-EXPENSE-EXIT
    END-IF.
    ADD 2 TO DETAIL-COUNT
    ADD 1 TO EXTRACT-COUNT
    ADD EM-AMOUNT TO DEBIT-TOTAL
    ADD EM-AMOUNT TO CREDIT-TOTAL
    MOVE EM-AMOUNT TO AMOUNT-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING EM-EXPENSE-ID " " EM-VENDOR-CODE " " EM-RECON-TARGET
        " " EM-RECON-DATE " " AMOUNT-EDIT " " GL-EXPENSE-ACCOUNT
        " " GL-CLEARING-ACCOUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    IF JOURNAL-OPEN
        ACCEPT JR-DATE FROM DATE YYYYMMDD
        ACCEPT JR-TIME FROM TIME
        MOVE "GLX" TO JR-ACTION
        MOVE EM-EXPENSE-ID TO JR-EXPENSE-ID
        MOVE BEFORE-IMAGE TO JR-BEFORE
        MOVE EXPENSE-MASTER-RECORD TO JR-AFTER
        MOVE "AOC0122" TO JR-OPERATOR
        WRITE JOURNAL-RECORD FROM EXPENSE-JOURNAL-RECORD
    END-IF.
EXTRACT-ONE-EXPENSE-EXIT.
    EXIT.

BACK-OUT-MARK.
    DISPLAY "UNABLE TO WRITE GLPOST.DAT FOR " EM-EXPENSE-ID
        ", STATUS = " GL-STATUS " - LEFT RECONCILED, NOT SENT"
    SET GL-WRITE-FAILED TO TRUE
    ADD 1 TO GL-FAIL-COUNT
    MOVE BEFORE-IMAGE TO EXPENSE-MASTER-RECORD
    REWRITE EXPENSE-MASTER-RECORD
        INVALID KEY
            DISPLAY "UNABLE TO RESET " EM-EXPENSE-ID " TO R, STATUS = "
                MASTER-STATUS " - MARKED SENT BUT NOT ON GLPOST.DAT"
    END-REWRITE.
BACK-OUT-MARK-EXIT.
    EXIT.

WRITE-GL-TRAILER.
    MOVE SPACES TO GL-TRAILER-RECORD
    MOVE "T" TO GT-RECORD-TYPE
    MOVE DETAIL-COUNT TO GT-RECORD-COUNT
    MOVE DEBIT-TOTAL TO GT-DEBIT-TOTAL
    MOVE CREDIT-TOTAL TO GT-CREDIT-TOTAL
    WRITE GL-TRAILER-RECORD
    IF GL-STATUS NOT = "00"
        DISPLAY "UNABLE TO WRITE GLPOST.DAT TRAILER, STATUS = "
            GL-STATUS
        SET GL-WRITE-FAILED TO TRUE
    END-IF.
WRITE-GL-TRAILER-EXIT.
    EXIT.

WRITE-CONTROL-TOTALS.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "MASTER RECORDS READ          " READ-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "NOT RECONCILED               " OPEN-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "ALREADY SENT TO GL           " SENT-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "EXPENSES EXTRACTED           " EXTRACT-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    IF FAIL-COUNT > ZERO
        MOVE SPACES TO REPORT-LINE
        STRING "NOT MARKED - NOT EXTRACTED   " FAIL-COUNT
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
    END-IF
    IF GL-FAIL-COUNT > ZERO
        MOVE SPACES TO REPORT-LINE
        STRING "GL WRITE FAILED - NOT SENT   " GL-FAIL-COUNT
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "GL DETAIL RECORDS WRITTEN    " DETAIL-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE DEBIT-TOTAL TO TOTAL-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING "DEBIT TOTAL    " GL-EXPENSE-ACCOUNT "        " TOTAL-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE CREDIT-TOTAL TO TOTAL-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING "CREDIT TOTAL   " GL-CLEARING-ACCOUNT "        " TOTAL-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    IF GL-WRITE-FAILED
        MOVE "*** GLPOST.DAT WRITE FAILED - EXTRACT INCOMPLETE, DO NOT "
            TO REPORT-LINE
        MOVE "POST ***" TO REPORT-LINE(58:8)
        WRITE REPORT-RECORD FROM REPORT-LINE
        GO TO WRITE-CONTROL-TOTALS-EXIT
    END-IF.
    IF DEBIT-TOTAL = CREDIT-TOTAL
        MOVE "DEBITS EQUAL CREDITS - EXTRACT IN BALANCE" TO REPORT-LINE
    ELSE
        MOVE "DEBITS DO NOT EQUAL CREDITS - EXTRACT OUT OF BALANCE"
            TO REPORT-LINE
    END-IF
    WRITE REPORT-RECORD FROM REPORT-LINE.
WRITE-CONTROL-TOTALS-EXIT.
    EXIT.
