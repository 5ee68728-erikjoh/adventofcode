        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EM-EXPENSE-ID
        FILE STATUS IS MASTER-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "EXPJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOURNAL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MASTER-FILE.
COPY "EXPMAST.CPY".

FD  JOURNAL-FILE.
01  JOURNAL-RECORD PIC X(135).

WORKING-STORAGE SECTION.
    78 MAX-ENTRIES VALUE 5000.
    78 CHECKPOINT-INTERVAL VALUE 50.
    01 TOKEN-LEN PIC 9(2) VALUE ZERO.
    01 MATCH-STATUS PIC XX.
    01 MASTER-STATUS PIC XX.
    01 JOURNAL-STATUS PIC XX.
    COPY "EXPJRNL.CPY".
    01 BEFORE-IMAGE PIC X(50) VALUE SPACES.
    01 JOURNAL-SWITCH PIC X(01) VALUE "N".
        88 JOURNAL-OPEN VALUE "Y".
    01 WHOLE-AMOUNT PIC 9(6).
    01 SOURCE-NAME PIC X(12) VALUE "EXPENSES.DAT".
    01 PROFILE-STATUS PIC XX.
        88 DUPLICATE-BATCH VALUE "Y".
    01 PRIOR-RERUN-COUNT PIC 9(2) VALUE ZERO.
    01 RECON-SKIP-COUNT PIC 9(6) VALUE ZERO.
    01 APPROVAL-SKIP-COUNT PIC 9(6) VALUE ZERO.
    01 FLAGGED-COUNT PIC 9(6) VALUE ZERO.
    01 FLAG-ID PIC X(8) VALUE SPACES.
    01 HOLD-ENTRY-COUNT PIC 9(4) VALUE ZERO.
        END-READ
        IF NOT END-OF-MASTER-FILE
            ADD 1 TO RECORD-COUNT
            EVALUATE EM-RECON-FLAG
                WHEN "R"
                WHEN "G"
                    ADD 1 TO RECON-SKIP-COUNT
                WHEN "P"
                WHEN "D"
                    ADD 1 TO APPROVAL-SKIP-COUNT
                WHEN OTHER
                    MOVE "N" TO AMOUNT-ERROR-SWITCH
                    COMPUTE WHOLE-AMOUNT ROUNDED = EM-AMOUNT
                        ON SIZE ERROR SET AMOUNT-TOO-LARGE TO TRUE
                    END-COMPUTE
                    IF AMOUNT-TOO-LARGE
                        ADD 1 TO BAD-COUNT
                        DISPLAY "MASTER EXPENSE " EM-EXPENSE-ID
                            " AMOUNT TOO LARGE - REJECTED"
                    ELSE
                        ADD 1 TO ENTRY-COUNT
                        MOVE WHOLE-AMOUNT TO A(ENTRY-COUNT)
                        MOVE RECORD-COUNT TO A-ORIG-POS(ENTRY-COUNT)
                        MOVE SPACES TO A-BRANCH(ENTRY-COUNT)
                        MOVE EM-EXPENSE-ID TO A-EXPENSE-ID(ENTRY-COUNT)
                    END-IF
            END-EVALUATE
        END-IF
    END-PERFORM
    IF NOT END-OF-MASTER-FILE AND ENTRY-COUNT = MAX-ENTRIES
    IF RECON-SKIP-COUNT > ZERO
        DISPLAY RECON-SKIP-COUNT " RECONCILED EXPENSE(S) SKIPPED"
    END-IF
    IF APPROVAL-SKIP-COUNT > ZERO
        DISPLAY APPROVAL-SKIP-COUNT " EXPENSE(S) NOT APPROVED - SKIPPED"
    END-IF
    DISPLAY ENTRY-COUNT " ENTRIES LOADED FROM EXPMAST.DAT "
        "(AMOUNTS ROUNDED TO WHOLE DOLLARS)".
LOAD-FROM-MASTER-EXIT.
            "UPDATE, STATUS = " MASTER-STATUS
        GO TO FLAG-RECONCILED-EXIT
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
    ACCEPT RUN-DATE FROM DATE YYYYMMDD
    MOVE ZERO TO FLAGGED-COUNT
    IF PAIR-FOUND
        MOVE A-EXPENSE-ID(MATCHED-TRIPLE-K) TO FLAG-ID
        PERFORM FLAG-ONE-EXPENSE THRU FLAG-ONE-EXPENSE-EXIT
    END-IF
    IF JOURNAL-OPEN
        CLOSE JOURNAL-FILE
    END-IF
    CLOSE MASTER-FILE
    DISPLAY FLAGGED-COUNT " EXPENSE(S) FLAGGED RECONCILED ON "
        "EXPMAST.DAT FOR TARGET " TARGET-SUM.
                "RECONCILIATION FLAG NOT SET"
            GO TO FLAG-ONE-EXPENSE-EXIT
    END-READ
    MOVE EXPENSE-MASTER-RECORD TO BEFORE-IMAGE
    MOVE "R" TO EM-RECON-FLAG
    MOVE RUN-DATE TO EM-RECON-DATE
    MOVE TARGET-SUM TO EM-RECON-TARGET
        INVALID KEY
            DISPLAY "UNABLE TO FLAG " FLAG-ID ", STATUS = "
                MASTER-STATUS
            GO TO FLAG-ONE-EXPENSE-EXIT
    END-REWRITE
    ADD 1 TO FLAGGED-COUNT
    IF JOURNAL-OPEN
        ACCEPT JR-DATE FROM DATE YYYYMMDD
        ACCEPT JR-TIME FROM TIME
        MOVE "RCN" TO JR-ACTION
        MOVE EM-EXPENSE-ID TO JR-EXPENSE-ID
        MOVE BEFORE-IMAGE TO JR-BEFORE
        MOVE EXPENSE-MASTER-RECORD TO JR-AFTER
        MOVE "AOC0101" TO JR-OPERATOR
        WRITE JOURNAL-RECORD FROM EXPENSE-JOURNAL-RECORD
    END-IF.
FLAG-ONE-EXPENSE-EXIT.
    EXIT.

