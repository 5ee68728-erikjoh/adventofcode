IDENTIFICATION DIVISION.
PROGRAM-ID. AOC0120.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO "EXPMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EM-EXPENSE-ID
        FILE STATUS IS MASTER-STATUS.
    SELECT VENDOR-FILE ASSIGN TO "VENDMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VM-VENDOR-CODE
        FILE STATUS IS VENDOR-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "EXPJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOURNAL-STATUS.
    SELECT APPROVAL-CONTROL-FILE ASSIGN TO "APPRCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPRCTL-STATUS.
    SELECT SECURITY-FILE ASSIGN TO "SECUSER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SC-OPERATOR-ID
        FILE STATUS IS SECURITY-STATUS.
    SELECT SIGNON-LOG-FILE ASSIGN TO "SIGNON.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SIGNON-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MASTER-FILE.
COPY "EXPMAST.CPY".

FD  VENDOR-FILE.
COPY "VENDMAST.CPY".

FD  JOURNAL-FILE.
01  JOURNAL-RECORD PIC X(135).

FD  APPROVAL-CONTROL-FILE.
COPY "APPRCTL.CPY".

FD  SECURITY-FILE.
COPY "SECUSER.CPY".

FD  SIGNON-LOG-FILE.
01  SIGNON-LOG-RECORD PIC X(80).

WORKING-STORAGE SECTION.
    78 BROWSE-PAGE-SIZE VALUE 15.
    78 MAX-SIGNON-TRIES VALUE 3.
    01 MASTER-STATUS PIC XX.
    01 VENDOR-STATUS PIC XX.
    01 JOURNAL-STATUS PIC XX.
    01 APPRCTL-STATUS PIC XX.
    01 MENU-CHOICE PIC X(01).
    01 REPLY-IN PIC X(01).
    01 ID-IN PIC X(08).
    01 AMOUNT-DISPLAY PIC Z(6)9.99.
    01 LIMIT-DISPLAY PIC Z(6)9.99.
    01 DEFAULT-LIMIT PIC 9(07)V99 VALUE 9999999.99.
    01 APPROVAL-LIMIT PIC 9(07)V99 VALUE ZERO.
    01 VENDOR-NAME-SHOWN PIC X(30) VALUE SPACES.
    01 BROWSE-COUNT PIC 9(4) VALUE ZERO.
    01 PENDING-COUNT PIC 9(6) VALUE ZERO.
    01 APPROVED-COUNT PIC 9(6) VALUE ZERO.
    01 DECLINED-COUNT PIC 9(6) VALUE ZERO.
    01 DONE-SWITCH PIC X(01) VALUE "N".
        88 MAINTENANCE-DONE VALUE "Y".
    01 BROWSE-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-BROWSE VALUE "Y".
    01 REVIEW-STOP-SWITCH PIC X(01) VALUE "N".
        88 REVIEW-STOPPED VALUE "Y".
    01 VENDOR-CHECK-SWITCH PIC X(01) VALUE "N".
        88 VENDOR-CHECK-ON VALUE "Y".
    01 JOURNAL-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-JOURNAL VALUE "Y".
    01 KEYED-BY-SWITCH PIC X(01) VALUE "N".
        88 KEYED-BY-SIGNON VALUE "Y".
        88 KEYED-BY-UNKNOWN VALUE "U".
    COPY "EXPJRNL.CPY".
    01 BEFORE-IMAGE PIC X(50) VALUE SPACES.
    01 SECURITY-STATUS PIC XX.
    01 SIGNON-LOG-STATUS PIC XX.
    01 OPERATOR-IN PIC X(08).
    01 PASSWORD-IN PIC X(08).
    01 SIGNON-OPERATOR PIC X(08) VALUE SPACES.
    01 SIGNON-TRIES PIC 9(1) VALUE ZERO.
    01 SIGNON-REASON PIC X(30) VALUE SPACES.
    01 SIGNON-DATE PIC 9(8).
    01 SIGNON-TIME PIC 9(8).
    01 SIGNON-LOG-LINE PIC X(80) VALUE SPACES.
    01 SIGNON-SWITCH PIC X(01) VALUE "N".
        88 SIGNED-ON VALUE "Y".
    01 OPERATOR-FUNCTIONS.
        05 OF-VIEW PIC X(01) VALUE "N".
            88 VIEW-PERMITTED VALUE "Y".
        05 OF-UPDATE PIC X(01) VALUE "N".
            88 UPDATE-PERMITTED VALUE "Y".
        05 OF-DELETE PIC X(01) VALUE "N".
            88 DELETE-PERMITTED VALUE "Y".
        05 OF-RELEASE PIC X(01) VALUE "N".
            88 RELEASE-PERMITTED VALUE "Y".
        05 OF-APPROVE PIC X(01) VALUE "N".
            88 APPROVE-PERMITTED VALUE "Y".
        05 OF-ADMIN PIC X(01) VALUE "N".
            88 ADMIN-PERMITTED VALUE "Y".

PROCEDURE DIVISION.
    PERFORM SIGN-ON THRU SIGN-ON-EXIT
    OPEN I-O MASTER-FILE
    IF MASTER-STATUS = "35"
        DISPLAY "EXPMAST.DAT NOT FOUND - NOTHING TO APPROVE"
        STOP RUN
    END-IF
    IF MASTER-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN EXPMAST.DAT, STATUS = " MASTER-STATUS
        STOP RUN
    END-IF
    OPEN INPUT VENDOR-FILE
    IF VENDOR-STATUS = "00"
        SET VENDOR-CHECK-ON TO TRUE
    ELSE
        DISPLAY "VENDMAST.DAT NOT AVAILABLE, STATUS = " VENDOR-STATUS
            " - SHOP-WIDE APPROVAL LIMIT SHOWN"
    END-IF
    PERFORM LOAD-APPROVAL-LIMIT THRU LOAD-APPROVAL-LIMIT-EXIT
    PERFORM UNTIL MAINTENANCE-DONE
        PERFORM SHOW-MENU THRU SHOW-MENU-EXIT
    END-PERFORM
    IF VENDOR-CHECK-ON
        CLOSE VENDOR-FILE
    END-IF
    CLOSE MASTER-FILE
    DISPLAY APPROVED-COUNT " EXPENSE(S) APPROVED, " DECLINED-COUNT
        " DECLINED"
    DISPLAY "EXPENSE APPROVAL ENDED"
    STOP RUN.

SHOW-MENU.
    DISPLAY " "
    DISPLAY "EXPENSE APPROVAL - EXPMAST.DAT"
    DISPLAY "  L - LIST PENDING EXPENSES"
    DISPLAY "  R - REVIEW PENDING EXPENSES"
    DISPLAY "  S - SELECT EXPENSE BY ID"
    DISPLAY "  X - EXIT"
    DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
    ACCEPT MENU-CHOICE
    EVALUATE MENU-CHOICE
        WHEN "L"
        WHEN "l"
            PERFORM LIST-PENDING THRU LIST-PENDING-EXIT
        WHEN "R"
        WHEN "r"
            PERFORM REVIEW-PENDING THRU REVIEW-PENDING-EXIT
        WHEN "S"
        WHEN "s"
            PERFORM SELECT-EXPENSE THRU SELECT-EXPENSE-EXIT
        WHEN "X"
        WHEN "x"
            SET MAINTENANCE-DONE TO TRUE
        WHEN OTHER
            DISPLAY "INVALID CHOICE '" MENU-CHOICE "'"
    END-EVALUATE.
SHOW-MENU-EXIT.
    EXIT.

LIST-PENDING.
    MOVE LOW-VALUES TO EM-EXPENSE-ID
    START MASTER-FILE KEY NOT < EM-EXPENSE-ID
        INVALID KEY
            DISPLAY "NO EXPENSES ON FILE"
            GO TO LIST-PENDING-EXIT
    END-START
    MOVE "N" TO BROWSE-EOF-SWITCH
    MOVE ZERO TO BROWSE-COUNT
    MOVE ZERO TO PENDING-COUNT
    PERFORM UNTIL END-OF-BROWSE
        READ MASTER-FILE NEXT RECORD
            AT END SET END-OF-BROWSE TO TRUE
        END-READ
        IF NOT END-OF-BROWSE AND EM-RECON-FLAG = "P"
            PERFORM SHOW-EXPENSE THRU SHOW-EXPENSE-EXIT
            ADD 1 TO PENDING-COUNT
            ADD 1 TO BROWSE-COUNT
            IF BROWSE-COUNT = BROWSE-PAGE-SIZE
                MOVE ZERO TO BROWSE-COUNT
                DISPLAY "MORE? (Y/N): " WITH NO ADVANCING
                ACCEPT REPLY-IN
                IF REPLY-IN NOT = "Y" AND REPLY-IN NOT = "y"
                    SET END-OF-BROWSE TO TRUE
                END-IF
            END-IF
        END-IF
    END-PERFORM
    DISPLAY PENDING-COUNT " EXPENSE(S) PENDING APPROVAL LISTED".
LIST-PENDING-EXIT.
    EXIT.

REVIEW-PENDING.
    MOVE LOW-VALUES TO EM-EXPENSE-ID
    START MASTER-FILE KEY NOT < EM-EXPENSE-ID
        INVALID KEY
            DISPLAY "NO EXPENSES ON FILE"
            GO TO REVIEW-PENDING-EXIT
    END-START
    MOVE "N" TO BROWSE-EOF-SWITCH
    MOVE "N" TO REVIEW-STOP-SWITCH
    MOVE ZERO TO PENDING-COUNT
    PERFORM UNTIL END-OF-BROWSE OR REVIEW-STOPPED
        READ MASTER-FILE NEXT RECORD
            AT END SET END-OF-BROWSE TO TRUE
        END-READ
        IF NOT END-OF-BROWSE AND EM-RECON-FLAG = "P"
            ADD 1 TO PENDING-COUNT
            PERFORM DECIDE-EXPENSE THRU DECIDE-EXPENSE-EXIT
        END-IF
    END-PERFORM
    IF PENDING-COUNT = ZERO
        DISPLAY "NO EXPENSES PENDING APPROVAL"
    END-IF.
REVIEW-PENDING-EXIT.
    EXIT.

SELECT-EXPENSE.
    DISPLAY "EXPENSE ID (BLANK TO CANCEL): " WITH NO ADVANCING
    ACCEPT ID-IN
    IF ID-IN = SPACES
        GO TO SELECT-EXPENSE-EXIT
    END-IF.
    MOVE ID-IN TO EM-EXPENSE-ID
    READ MASTER-FILE
        INVALID KEY
            DISPLAY "EXPENSE " ID-IN " NOT ON FILE"
            GO TO SELECT-EXPENSE-EXIT
    END-READ
    IF EM-RECON-FLAG NOT = "P"
        DISPLAY "EXPENSE " ID-IN " IS NOT PENDING APPROVAL"
        GO TO SELECT-EXPENSE-EXIT
    END-IF.
    PERFORM DECIDE-EXPENSE THRU DECIDE-EXPENSE-EXIT.
SELECT-EXPENSE-EXIT.
    EXIT.

DECIDE-EXPENSE.
    PERFORM SHOW-EXPENSE THRU SHOW-EXPENSE-EXIT
    PERFORM FIND-KEYED-BY THRU FIND-KEYED-BY-EXIT
    IF KEYED-BY-UNKNOWN
        DISPLAY "UNABLE TO OPEN EXPJRNL.DAT, STATUS = " JOURNAL-STATUS
            " - EXPENSE " EM-EXPENSE-ID " CANNOT BE DECIDED"
        GO TO DECIDE-EXPENSE-EXIT
    END-IF.
    IF KEYED-BY-SIGNON
        DISPLAY "EXPENSE " EM-EXPENSE-ID " WAS KEYED BY "
            SIGNON-OPERATOR " - ANOTHER OPERATOR MUST DECIDE IT"
        GO TO DECIDE-EXPENSE-EXIT
    END-IF.
    DISPLAY "A = APPROVE, D = DECLINE, S = SKIP, X = STOP: "
        WITH NO ADVANCING
    ACCEPT REPLY-IN
    MOVE EXPENSE-MASTER-RECORD TO BEFORE-IMAGE
    EVALUATE REPLY-IN
        WHEN "A"
        WHEN "a"
            MOVE "A" TO EM-RECON-FLAG
            MOVE "APR" TO JR-ACTION
        WHEN "D"
        WHEN "d"
            MOVE "D" TO EM-RECON-FLAG
            MOVE "DEC" TO JR-ACTION
        WHEN "X"
        WHEN "x"
            SET REVIEW-STOPPED TO TRUE
            GO TO DECIDE-EXPENSE-EXIT
        WHEN OTHER
            DISPLAY "EXPENSE " EM-EXPENSE-ID " SKIPPED"
            GO TO DECIDE-EXPENSE-EXIT
    END-EVALUATE
    REWRITE EXPENSE-MASTER-RECORD
        INVALID KEY
            DISPLAY "UNABLE TO UPDATE " EM-EXPENSE-ID ", STATUS = "
                MASTER-STATUS
            GO TO DECIDE-EXPENSE-EXIT
    END-REWRITE
    IF EM-RECON-FLAG = "A"
        ADD 1 TO APPROVED-COUNT
        DISPLAY "EXPENSE " EM-EXPENSE-ID " APPROVED"
    ELSE
        ADD 1 TO DECLINED-COUNT
        DISPLAY "EXPENSE " EM-EXPENSE-ID " DECLINED"
    END-IF
    MOVE BEFORE-IMAGE TO JR-BEFORE
    MOVE EXPENSE-MASTER-RECORD TO JR-AFTER
    PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
DECIDE-EXPENSE-EXIT.
    EXIT.

SHOW-EXPENSE.
    MOVE DEFAULT-LIMIT TO APPROVAL-LIMIT
    MOVE SPACES TO VENDOR-NAME-SHOWN
    IF VENDOR-CHECK-ON AND EM-VENDOR-CODE NOT = SPACES
        MOVE EM-VENDOR-CODE TO VM-VENDOR-CODE
        READ VENDOR-FILE
            INVALID KEY
                MOVE "NOT ON VENDMAST.DAT" TO VENDOR-NAME-SHOWN
            NOT INVALID KEY
                MOVE VM-VENDOR-NAME TO VENDOR-NAME-SHOWN
                IF VM-APPROVAL-LIMIT IS NUMERIC
                    AND VM-APPROVAL-LIMIT > ZERO
                    MOVE VM-APPROVAL-LIMIT TO APPROVAL-LIMIT
                END-IF
        END-READ
    END-IF
    MOVE EM-AMOUNT TO AMOUNT-DISPLAY
    MOVE APPROVAL-LIMIT TO LIMIT-DISPLAY
    DISPLAY EM-EXPENSE-ID " " AMOUNT-DISPLAY " " EM-VENDOR-CODE " "
        EM-POSTING-DATE " " VENDOR-NAME-SHOWN " LIMIT " LIMIT-DISPLAY.
SHOW-EXPENSE-EXIT.
    EXIT.

FIND-KEYED-BY.
    MOVE "N" TO KEYED-BY-SWITCH
    MOVE "N" TO JOURNAL-EOF-SWITCH
    OPEN INPUT JOURNAL-FILE
    IF JOURNAL-STATUS NOT = "00"
        SET KEYED-BY-UNKNOWN TO TRUE
        GO TO FIND-KEYED-BY-EXIT
    END-IF.
    PERFORM UNTIL END-OF-JOURNAL OR KEYED-BY-SIGNON
        READ JOURNAL-FILE INTO EXPENSE-JOURNAL-RECORD
            AT END SET END-OF-JOURNAL TO TRUE
        END-READ
        IF NOT END-OF-JOURNAL
            AND JR-EXPENSE-ID = EM-EXPENSE-ID
            AND (JR-ACTION = "ADD" OR JR-ACTION = "CHG")
            AND JR-OPERATOR = SIGNON-OPERATOR
            SET KEYED-BY-SIGNON TO TRUE
        END-IF
    END-PERFORM
    CLOSE JOURNAL-FILE.
FIND-KEYED-BY-EXIT.
    EXIT.

WRITE-JOURNAL.
    ACCEPT JR-DATE FROM DATE YYYYMMDD
    ACCEPT JR-TIME FROM TIME
    MOVE EM-EXPENSE-ID TO JR-EXPENSE-ID
    MOVE SIGNON-OPERATOR TO JR-OPERATOR
    OPEN EXTEND JOURNAL-FILE
    IF JOURNAL-STATUS NOT = "00"
        OPEN OUTPUT JOURNAL-FILE
        IF JOURNAL-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO WRITE EXPJRNL.DAT, "
                "STATUS = " JOURNAL-STATUS
            GO TO WRITE-JOURNAL-EXIT
        END-IF
    END-IF
    WRITE JOURNAL-RECORD FROM EXPENSE-JOURNAL-RECORD
    CLOSE JOURNAL-FILE.
WRITE-JOURNAL-EXIT.
    EXIT.

LOAD-APPROVAL-LIMIT.
    OPEN INPUT APPROVAL-CONTROL-FILE
    IF APPRCTL-STATUS NOT = "00"
        GO TO LOAD-APPROVAL-LIMIT-EXIT
    END-IF.
    READ APPROVAL-CONTROL-FILE
        AT END
            MOVE ZERO TO AC-DEFAULT-LIMIT
    END-READ
    IF AC-DEFAULT-LIMIT IS NUMERIC AND AC-DEFAULT-LIMIT > ZERO
        MOVE AC-DEFAULT-LIMIT TO DEFAULT-LIMIT
    END-IF
    CLOSE APPROVAL-CONTROL-FILE.
LOAD-APPROVAL-LIMIT-EXIT.
    EXIT.

SIGN-ON.
    OPEN INPUT SECURITY-FILE
    IF SECURITY-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN SECUSER.DAT, STATUS = " SECURITY-STATUS
        DISPLAY "SIGN-ON NOT POSSIBLE - EXPENSE APPROVAL NOT STARTED"
        STOP RUN
    END-IF.
    PERFORM UNTIL SIGNED-ON OR SIGNON-TRIES = MAX-SIGNON-TRIES
        PERFORM GET-SIGN-ON THRU GET-SIGN-ON-EXIT
    END-PERFORM
    CLOSE SECURITY-FILE
    IF NOT SIGNED-ON
        MOVE "SIGN-ON ATTEMPTS EXHAUSTED" TO SIGNON-REASON
        PERFORM WRITE-SIGNON-LOG THRU WRITE-SIGNON-LOG-EXIT
        DISPLAY "SIGN-ON FAILED - EXPENSE APPROVAL NOT STARTED"
        STOP RUN
    END-IF.
SIGN-ON-EXIT.
    EXIT.

GET-SIGN-ON.
    ADD 1 TO SIGNON-TRIES
    DISPLAY "OPERATOR ID: " WITH NO ADVANCING
    ACCEPT OPERATOR-IN
    DISPLAY "PASSWORD: " WITH NO ADVANCING
    ACCEPT PASSWORD-IN
    MOVE OPERATOR-IN TO SC-OPERATOR-ID
    READ SECURITY-FILE
        INVALID KEY
            MOVE "UNKNOWN OPERATOR ID" TO SIGNON-REASON
            PERFORM REJECT-SIGN-ON THRU REJECT-SIGN-ON-EXIT
            GO TO GET-SIGN-ON-EXIT
    END-READ
    IF SC-PASSWORD NOT = PASSWORD-IN
        MOVE "INVALID PASSWORD" TO SIGNON-REASON
        PERFORM REJECT-SIGN-ON THRU REJECT-SIGN-ON-EXIT
        GO TO GET-SIGN-ON-EXIT
    END-IF.
    IF SC-STATUS NOT = "A"
        MOVE "OPERATOR SUSPENDED" TO SIGNON-REASON
        PERFORM REJECT-SIGN-ON THRU REJECT-SIGN-ON-EXIT
        GO TO GET-SIGN-ON-EXIT
    END-IF.
    MOVE SC-FUNCTIONS TO OPERATOR-FUNCTIONS
    IF NOT APPROVE-PERMITTED
        MOVE "NO FUNCTION PERMITTED" TO SIGNON-REASON
        PERFORM REJECT-SIGN-ON THRU REJECT-SIGN-ON-EXIT
        GO TO GET-SIGN-ON-EXIT
    END-IF.
    MOVE SC-OPERATOR-ID TO SIGNON-OPERATOR
    SET SIGNED-ON TO TRUE
    DISPLAY "SIGNED ON AS " SC-OPERATOR-ID " " SC-OPERATOR-NAME.
GET-SIGN-ON-EXIT.
    EXIT.

REJECT-SIGN-ON.
    DISPLAY "SIGN-ON REJECTED"
    PERFORM WRITE-SIGNON-LOG THRU WRITE-SIGNON-LOG-EXIT.
REJECT-SIGN-ON-EXIT.
    EXIT.

WRITE-SIGNON-LOG.
    ACCEPT SIGNON-DATE FROM DATE YYYYMMDD
    ACCEPT SIGNON-TIME FROM TIME
    MOVE SPACES TO SIGNON-LOG-LINE
    STRING SIGNON-DATE " " SIGNON-TIME " AOC0120 OPERATOR="
        OPERATOR-IN " " SIGNON-REASON
        DELIMITED BY SIZE INTO SIGNON-LOG-LINE
    OPEN EXTEND SIGNON-LOG-FILE
    IF SIGNON-LOG-STATUS NOT = "00"
        OPEN OUTPUT SIGNON-LOG-FILE
        IF SIGNON-LOG-STATUS NOT = "00"
            DISPLAY "WARNING: UNABLE TO WRITE SIGNON.LOG, STATUS = "
                SIGNON-LOG-STATUS
            GO TO WRITE-SIGNON-LOG-EXIT
        END-IF
    END-IF
    WRITE SIGNON-LOG-RECORD FROM SIGNON-LOG-LINE
    CLOSE SIGNON-LOG-FILE.
WRITE-SIGNON-LOG-EXIT.
    EXIT.
