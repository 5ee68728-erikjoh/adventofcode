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
    01 MENU-CHOICE PIC X(01).
    01 JOURNAL-STATUS PIC XX.
    COPY "EXPJRNL.CPY".
    01 BEFORE-IMAGE PIC X(50) VALUE SPACES.
    01 APPRCTL-STATUS PIC XX.
    01 DEFAULT-LIMIT PIC 9(07)V99 VALUE 9999999.99.
    01 APPROVAL-LIMIT PIC 9(07)V99 VALUE ZERO.
    01 AMOUNT-BEFORE PIC 9(07)V99 VALUE ZERO.
    01 VENDOR-BEFORE PIC X(10) VALUE SPACES.
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
        OPEN OUTPUT MASTER-FILE
        DISPLAY "VENDMAST.DAT NOT AVAILABLE, STATUS = " VENDOR-STATUS
            " - VENDOR VALIDATION BYPASSED"
    END-IF
    PERFORM LOAD-APPROVAL-LIMIT THRU LOAD-APPROVAL-LIMIT-EXIT
    PERFORM UNTIL MAINTENANCE-DONE
        PERFORM SHOW-MENU THRU SHOW-MENU-EXIT
    END-PERFORM
SHOW-MENU.
    DISPLAY " "
    DISPLAY "EXPENSE MASTER MAINTENANCE - EXPMAST.DAT"
    IF UPDATE-PERMITTED
        DISPLAY "  A - ADD EXPENSE"
        DISPLAY "  C - CHANGE EXPENSE"
    END-IF
    IF DELETE-PERMITTED
        DISPLAY "  D - DELETE EXPENSE"
    END-IF
    IF VIEW-PERMITTED
        DISPLAY "  B - BROWSE EXPENSES"
    END-IF
    DISPLAY "  X - EXIT"
    DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
    ACCEPT MENU-CHOICE
    EVALUATE MENU-CHOICE
        WHEN "A"
        WHEN "a"
            IF UPDATE-PERMITTED
                PERFORM ADD-EXPENSE THRU ADD-EXPENSE-EXIT
            ELSE
                DISPLAY "INVALID CHOICE '" MENU-CHOICE "'"
            END-IF
        WHEN "C"
        WHEN "c"
            IF UPDATE-PERMITTED
                PERFORM CHANGE-EXPENSE THRU CHANGE-EXPENSE-EXIT
            ELSE
                DISPLAY "INVALID CHOICE '" MENU-CHOICE "'"
            END-IF
        WHEN "D"
        WHEN "d"
            IF DELETE-PERMITTED
                PERFORM DELETE-EXPENSE THRU DELETE-EXPENSE-EXIT
            ELSE
                DISPLAY "INVALID CHOICE '" MENU-CHOICE "'"
            END-IF
        WHEN "B"
        WHEN "b"
            IF VIEW-PERMITTED
                PERFORM BROWSE-EXPENSES THRU BROWSE-EXPENSES-EXIT
            ELSE
                DISPLAY "INVALID CHOICE '" MENU-CHOICE "'"
            END-IF
        WHEN "X"
        WHEN "x"
            SET MAINTENANCE-DONE TO TRUE
    IF FIELD-ERROR
        GO TO ADD-EXPENSE-EXIT
    END-IF.
    PERFORM SET-APPROVAL-STATUS THRU SET-APPROVAL-STATUS-EXIT
    WRITE EXPENSE-MASTER-RECORD
        INVALID KEY
            DISPLAY "UNABLE TO ADD " ID-IN ", STATUS = " MASTER-STATUS
            GO TO CHANGE-EXPENSE-EXIT
    END-READ
    MOVE EXPENSE-MASTER-RECORD TO BEFORE-IMAGE
    MOVE EM-AMOUNT TO AMOUNT-BEFORE
    MOVE EM-VENDOR-CODE TO VENDOR-BEFORE
    PERFORM SHOW-EXPENSE THRU SHOW-EXPENSE-EXIT
    DISPLAY "ENTER NEW VALUES, BLANK TO KEEP CURRENT"
    PERFORM GET-AMOUNT-OPTIONAL THRU GET-AMOUNT-OPTIONAL-EXIT
    IF FIELD-ERROR
        GO TO CHANGE-EXPENSE-EXIT
    END-IF.
    IF EM-AMOUNT NOT = AMOUNT-BEFORE
        OR EM-VENDOR-CODE NOT = VENDOR-BEFORE
        EVALUATE EM-RECON-FLAG
            WHEN "R"
            WHEN "G"
                CONTINUE
            WHEN "D"
                MOVE "P" TO EM-RECON-FLAG
                DISPLAY "EXPENSE WAS DECLINED - CHANGE RETURNED FOR "
                    "APPROVAL"
            WHEN OTHER
                PERFORM SET-APPROVAL-STATUS
                    THRU SET-APPROVAL-STATUS-EXIT
        END-EVALUATE
    END-IF
    REWRITE EXPENSE-MASTER-RECORD
        INVALID KEY
            DISPLAY "UNABLE TO CHANGE " ID-IN ", STATUS = "

SHOW-EXPENSE.
    MOVE EM-AMOUNT TO AMOUNT-DISPLAY
    EVALUATE EM-RECON-FLAG
        WHEN "R"
            DISPLAY EM-EXPENSE-ID " " AMOUNT-DISPLAY " "
                EM-VENDOR-CODE " " EM-POSTING-DATE
                " RECONCILED " EM-RECON-DATE
        WHEN "G"
            DISPLAY EM-EXPENSE-ID " " AMOUNT-DISPLAY " "
                EM-VENDOR-CODE " " EM-POSTING-DATE
                " RECONCILED " EM-RECON-DATE " SENT TO GL"
        WHEN "P"
            DISPLAY EM-EXPENSE-ID " " AMOUNT-DISPLAY " "
                EM-VENDOR-CODE " " EM-POSTING-DATE
                " PENDING APPROVAL"
        WHEN "A"
            DISPLAY EM-EXPENSE-ID " " AMOUNT-DISPLAY " "
                EM-VENDOR-CODE " " EM-POSTING-DATE
                " APPROVED"
        WHEN "D"
            DISPLAY EM-EXPENSE-ID " " AMOUNT-DISPLAY " "
                EM-VENDOR-CODE " " EM-POSTING-DATE
                " DECLINED"
        WHEN OTHER
            DISPLAY EM-EXPENSE-ID " " AMOUNT-DISPLAY " "
                EM-VENDOR-CODE " " EM-POSTING-DATE
    END-EVALUATE.
SHOW-EXPENSE-EXIT.
    EXIT.

    ACCEPT JR-DATE FROM DATE YYYYMMDD
    ACCEPT JR-TIME FROM TIME
    MOVE ID-IN TO JR-EXPENSE-ID
    MOVE SIGNON-OPERATOR TO JR-OPERATOR
    OPEN EXTEND JOURNAL-FILE
    IF JOURNAL-STATUS NOT = "00"
        OPEN OUTPUT JOURNAL-FILE
WRITE-JOURNAL-EXIT.
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

SET-APPROVAL-STATUS.
    MOVE DEFAULT-LIMIT TO APPROVAL-LIMIT
    IF VENDOR-CHECK-ON AND EM-VENDOR-CODE NOT = SPACES
        MOVE EM-VENDOR-CODE TO VM-VENDOR-CODE
        READ VENDOR-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF VM-APPROVAL-LIMIT IS NUMERIC
                    AND VM-APPROVAL-LIMIT > ZERO
                    MOVE VM-APPROVAL-LIMIT TO APPROVAL-LIMIT
                END-IF
        END-READ
    END-IF
    IF EM-AMOUNT > APPROVAL-LIMIT
        MOVE "P" TO EM-RECON-FLAG
        MOVE APPROVAL-LIMIT TO AMOUNT-DISPLAY
        DISPLAY "AMOUNT EXCEEDS APPROVAL LIMIT " AMOUNT-DISPLAY
            " - EXPENSE HELD PENDING APPROVAL"
    ELSE
        MOVE SPACE TO EM-RECON-FLAG
    END-IF.
SET-APPROVAL-STATUS-EXIT.
    EXIT.

GET-EXPENSE-ID.
    DISPLAY "EXPENSE ID (BLANK TO CANCEL): " WITH NO ADVANCING
    ACCEPT ID-IN.
    END-IF.
GET-POSTING-DATE-OPTIONAL-EXIT.
    EXIT.

SIGN-ON.
    OPEN INPUT SECURITY-FILE
    IF SECURITY-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN SECUSER.DAT, STATUS = " SECURITY-STATUS
        DISPLAY "SIGN-ON NOT POSSIBLE - EXPENSE MASTER MAINTENANCE NOT STARTED"
        STOP RUN
    END-IF.
    PERFORM UNTIL SIGNED-ON OR SIGNON-TRIES = MAX-SIGNON-TRIES
        PERFORM GET-SIGN-ON THRU GET-SIGN-ON-EXIT
    END-PERFORM
    CLOSE SECURITY-FILE
    IF NOT SIGNED-ON
        MOVE "SIGN-ON ATTEMPTS EXHAUSTED" TO SIGNON-REASON
        PERFORM WRITE-SIGNON-LOG THRU WRITE-SIGNON-LOG-EXIT
        DISPLAY "SIGN-ON FAILED - EXPENSE MASTER MAINTENANCE NOT STARTED"
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
    IF NOT VIEW-PERMITTED AND NOT UPDATE-PERMITTED
        AND NOT DELETE-PERMITTED
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
    STRING SIGNON-DATE " " SIGNON-TIME " AOC0102 OPERATOR="
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
