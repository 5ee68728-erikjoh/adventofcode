IDENTIFICATION DIVISION.
PROGRAM-ID. AOC0124.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BU-KEY
        FILE STATUS IS BUDGET-STATUS.
    SELECT VENDOR-FILE ASSIGN TO "VENDMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS VM-VENDOR-CODE
        FILE STATUS IS VENDOR-STATUS.
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
FD  BUDGET-FILE.
COPY "BUDGMAST.CPY".

FD  VENDOR-FILE.
COPY "VENDMAST.CPY".

FD  SECURITY-FILE.
COPY "SECUSER.CPY".

FD  SIGNON-LOG-FILE.
01  SIGNON-LOG-RECORD PIC X(80).

WORKING-STORAGE SECTION.
    78 BROWSE-PAGE-SIZE VALUE 15.
    78 MAX-SIGNON-TRIES VALUE 3.
    01 BUDGET-STATUS PIC XX.
    01 VENDOR-STATUS PIC XX.
    01 MENU-CHOICE PIC X(01).
    01 REPLY-IN PIC X(01).
    01 CODE-IN PIC X(10).
    01 PERIOD-IN PIC X(06).
    01 PERIOD-VALUE PIC 9(06) VALUE ZERO.
    01 PERIOD-FIELDS REDEFINES PERIOD-VALUE.
        05 PERIOD-YYYY PIC 9(04).
        05 PERIOD-MM PIC 9(02).
    01 AMOUNT-IN PIC X(11).
    01 AMOUNT-JR PIC X(11) JUSTIFIED RIGHT.
    01 AMOUNT-LEN PIC 9(2) VALUE ZERO.
    01 AMOUNT-WORK PIC 9(11).
    01 AMOUNT-VALUE PIC 9(09)V99 VALUE ZERO.
    01 AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
    01 VENDOR-NAME-SHOWN PIC X(30) VALUE SPACES.
    01 BROWSE-COUNT PIC 9(4) VALUE ZERO.
    01 VENDOR-FILE-SWITCH PIC X(01) VALUE "N".
        88 VENDOR-FILE-OPEN VALUE "Y".
    01 DONE-SWITCH PIC X(01) VALUE "N".
        88 MAINTENANCE-DONE VALUE "Y".
    01 BROWSE-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-BROWSE VALUE "Y".
    01 FIELD-ERROR-SWITCH PIC X(01) VALUE "N".
        88 FIELD-ERROR VALUE "Y".
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
    OPEN I-O BUDGET-FILE
    IF BUDGET-STATUS = "35"
        OPEN OUTPUT BUDGET-FILE
        IF BUDGET-STATUS NOT = "00"
            DISPLAY "UNABLE TO CREATE BUDGET.DAT, STATUS = "
                BUDGET-STATUS
            STOP RUN
        END-IF
        CLOSE BUDGET-FILE
        OPEN I-O BUDGET-FILE
        DISPLAY "BUDGET.DAT CREATED"
    END-IF
    IF BUDGET-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN BUDGET.DAT, STATUS = " BUDGET-STATUS
        STOP RUN
    END-IF
    OPEN INPUT VENDOR-FILE
    IF VENDOR-STATUS = "00"
        SET VENDOR-FILE-OPEN TO TRUE
    ELSE
        DISPLAY "WARNING: VENDMAST.DAT NOT AVAILABLE, STATUS = "
            VENDOR-STATUS " - VENDOR CODES NOT VALIDATED"
    END-IF
    PERFORM UNTIL MAINTENANCE-DONE
        PERFORM SHOW-MENU THRU SHOW-MENU-EXIT
    END-PERFORM
    IF VENDOR-FILE-OPEN
        CLOSE VENDOR-FILE
    END-IF
    CLOSE BUDGET-FILE
    DISPLAY "BUDGET MAINTENANCE ENDED"
    STOP RUN.

SHOW-MENU.
    DISPLAY " "
    DISPLAY "VENDOR BUDGET MAINTENANCE - BUDGET.DAT"
    IF UPDATE-PERMITTED
        DISPLAY "  A - ADD BUDGET"
        DISPLAY "  C - CHANGE BUDGET"
    END-IF
    IF DELETE-PERMITTED
        DISPLAY "  D - DELETE BUDGET"
    END-IF
    IF VIEW-PERMITTED
        DISPLAY "  B - BROWSE BUDGETS"
    END-IF
    DISPLAY "  X - EXIT"
    DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
    ACCEPT MENU-CHOICE
    EVALUATE MENU-CHOICE
        WHEN "A"
        WHEN "a"
            IF UPDATE-PERMITTED
                PERFORM ADD-BUDGET THRU ADD-BUDGET-EXIT
            ELSE
                DISPLAY "INVALID CHOICE '" MENU-CHOICE "'"
            END-IF
        WHEN "C"
        WHEN "c"
            IF UPDATE-PERMITTED
                PERFORM CHANGE-BUDGET THRU CHANGE-BUDGET-EXIT
            ELSE
                DISPLAY "INVALID CHOICE '" MENU-CHOICE "'"
            END-IF
        WHEN "D"
        WHEN "d"
            IF DELETE-PERMITTED
                PERFORM DELETE-BUDGET THRU DELETE-BUDGET-EXIT
            ELSE
                DISPLAY "INVALID CHOICE '" MENU-CHOICE "'"
            END-IF
        WHEN "B"
        WHEN "b"
            IF VIEW-PERMITTED
                PERFORM BROWSE-BUDGETS THRU BROWSE-BUDGETS-EXIT
            ELSE
                DISPLAY "INVALID CHOICE '" MENU-CHOICE "'"
            END-IF
        WHEN "X"
        WHEN "x"
            SET MAINTENANCE-DONE TO TRUE
        WHEN OTHER
            DISPLAY "INVALID CHOICE '" MENU-CHOICE "'"
    END-EVALUATE.
SHOW-MENU-EXIT.
    EXIT.

ADD-BUDGET.
    PERFORM GET-BUDGET-KEY THRU GET-BUDGET-KEY-EXIT
    IF FIELD-ERROR
        GO TO ADD-BUDGET-EXIT
    END-IF.
    PERFORM CHECK-VENDOR THRU CHECK-VENDOR-EXIT
    IF FIELD-ERROR
        GO TO ADD-BUDGET-EXIT
    END-IF.
    MOVE CODE-IN TO BU-VENDOR-CODE
    MOVE PERIOD-VALUE TO BU-PERIOD
    READ BUDGET-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            DISPLAY "BUDGET FOR " CODE-IN " " PERIOD-VALUE
                " ALREADY ON FILE"
            GO TO ADD-BUDGET-EXIT
    END-READ
    MOVE SPACES TO BUDGET-MASTER-RECORD
    MOVE CODE-IN TO BU-VENDOR-CODE
    MOVE PERIOD-VALUE TO BU-PERIOD
    DISPLAY "BUDGET AMOUNT IN CENTS: " WITH NO ADVANCING
    ACCEPT AMOUNT-IN
    PERFORM EDIT-AMOUNT THRU EDIT-AMOUNT-EXIT
    IF FIELD-ERROR
        GO TO ADD-BUDGET-EXIT
    END-IF.
    MOVE AMOUNT-VALUE TO BU-AMOUNT
    ACCEPT BU-CHANGED-DATE FROM DATE YYYYMMDD
    MOVE SIGNON-OPERATOR TO BU-CHANGED-BY
    WRITE BUDGET-MASTER-RECORD
        INVALID KEY
            DISPLAY "UNABLE TO ADD " CODE-IN " " PERIOD-VALUE
                ", STATUS = " BUDGET-STATUS
        NOT INVALID KEY
            DISPLAY "BUDGET FOR " CODE-IN " " PERIOD-VALUE " ADDED"
    END-WRITE.
ADD-BUDGET-EXIT.
    EXIT.

CHANGE-BUDGET.
    PERFORM GET-BUDGET-KEY THRU GET-BUDGET-KEY-EXIT
    IF FIELD-ERROR
        GO TO CHANGE-BUDGET-EXIT
    END-IF.
    MOVE CODE-IN TO BU-VENDOR-CODE
    MOVE PERIOD-VALUE TO BU-PERIOD
    READ BUDGET-FILE
        INVALID KEY
            DISPLAY "BUDGET FOR " CODE-IN " " PERIOD-VALUE
                " NOT ON FILE"
            GO TO CHANGE-BUDGET-EXIT
    END-READ
    PERFORM SHOW-BUDGET THRU SHOW-BUDGET-EXIT
    DISPLAY "NEW BUDGET AMOUNT IN CENTS (BLANK TO KEEP): "
        WITH NO ADVANCING
    ACCEPT AMOUNT-IN
    IF AMOUNT-IN = SPACES
        DISPLAY "BUDGET UNCHANGED"
        GO TO CHANGE-BUDGET-EXIT
    END-IF.
    PERFORM EDIT-AMOUNT THRU EDIT-AMOUNT-EXIT
    IF FIELD-ERROR
        GO TO CHANGE-BUDGET-EXIT
    END-IF.
    MOVE AMOUNT-VALUE TO BU-AMOUNT
    ACCEPT BU-CHANGED-DATE FROM DATE YYYYMMDD
    MOVE SIGNON-OPERATOR TO BU-CHANGED-BY
    REWRITE BUDGET-MASTER-RECORD
        INVALID KEY
            DISPLAY "UNABLE TO CHANGE " CODE-IN " " PERIOD-VALUE
                ", STATUS = " BUDGET-STATUS
        NOT INVALID KEY
            DISPLAY "BUDGET FOR " CODE-IN " " PERIOD-VALUE " CHANGED"
    END-REWRITE.
CHANGE-BUDGET-EXIT.
    EXIT.

DELETE-BUDGET.
    PERFORM GET-BUDGET-KEY THRU GET-BUDGET-KEY-EXIT
    IF FIELD-ERROR
        GO TO DELETE-BUDGET-EXIT
    END-IF.
    MOVE CODE-IN TO BU-VENDOR-CODE
    MOVE PERIOD-VALUE TO BU-PERIOD
    READ BUDGET-FILE
        INVALID KEY
            DISPLAY "BUDGET FOR " CODE-IN " " PERIOD-VALUE
                " NOT ON FILE"
            GO TO DELETE-BUDGET-EXIT
    END-READ
    PERFORM SHOW-BUDGET THRU SHOW-BUDGET-EXIT
    DISPLAY "DELETE THIS BUDGET? (Y/N): " WITH NO ADVANCING
    ACCEPT REPLY-IN
    IF REPLY-IN = "Y" OR REPLY-IN = "y"
        DELETE BUDGET-FILE RECORD
            INVALID KEY
                DISPLAY "UNABLE TO DELETE " CODE-IN " " PERIOD-VALUE
                    ", STATUS = " BUDGET-STATUS
            NOT INVALID KEY
                DISPLAY "BUDGET FOR " CODE-IN " " PERIOD-VALUE
                    " DELETED"
        END-DELETE
    ELSE
        DISPLAY "DELETE CANCELLED"
    END-IF.
DELETE-BUDGET-EXIT.
    EXIT.

BROWSE-BUDGETS.
    DISPLAY "START AT VENDOR CODE (BLANK FOR FIRST): "
        WITH NO ADVANCING
    ACCEPT CODE-IN
    IF CODE-IN = SPACES
        MOVE LOW-VALUES TO BU-KEY
    ELSE
        MOVE CODE-IN TO BU-VENDOR-CODE
        MOVE ZERO TO BU-PERIOD
    END-IF
    START BUDGET-FILE KEY NOT < BU-KEY
        INVALID KEY
            DISPLAY "NO BUDGETS ON FILE FROM '" CODE-IN "'"
            GO TO BROWSE-BUDGETS-EXIT
    END-START
    MOVE "N" TO BROWSE-EOF-SWITCH
    MOVE ZERO TO BROWSE-COUNT
    PERFORM UNTIL END-OF-BROWSE
        READ BUDGET-FILE NEXT RECORD
            AT END SET END-OF-BROWSE TO TRUE
        END-READ
        IF NOT END-OF-BROWSE
            PERFORM SHOW-BUDGET THRU SHOW-BUDGET-EXIT
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
    END-PERFORM.
BROWSE-BUDGETS-EXIT.
    EXIT.

SHOW-BUDGET.
    MOVE SPACES TO VENDOR-NAME-SHOWN
    IF VENDOR-FILE-OPEN
        MOVE BU-VENDOR-CODE TO VM-VENDOR-CODE
        READ VENDOR-FILE
            INVALID KEY
                MOVE "*** NOT ON VENDOR MASTER ***" TO VENDOR-NAME-SHOWN
            NOT INVALID KEY
                MOVE VM-VENDOR-NAME TO VENDOR-NAME-SHOWN
        END-READ
    END-IF
    IF BU-AMOUNT IS NOT NUMERIC
        MOVE ZERO TO BU-AMOUNT
    END-IF
    MOVE BU-AMOUNT TO AMOUNT-DISPLAY
    DISPLAY BU-VENDOR-CODE " " BU-PERIOD " " AMOUNT-DISPLAY " "
        VENDOR-NAME-SHOWN " SET " BU-CHANGED-DATE " BY "
        BU-CHANGED-BY.
SHOW-BUDGET-EXIT.
    EXIT.

GET-BUDGET-KEY.
    MOVE "N" TO FIELD-ERROR-SWITCH
    DISPLAY "VENDOR CODE (BLANK TO CANCEL): " WITH NO ADVANCING
    ACCEPT CODE-IN
    IF CODE-IN = SPACES
        SET FIELD-ERROR TO TRUE
        GO TO GET-BUDGET-KEY-EXIT
    END-IF.
    DISPLAY "BUDGET MONTH (YYYYMM): " WITH NO ADVANCING
    ACCEPT PERIOD-IN
    IF PERIOD-IN IS NOT NUMERIC
        DISPLAY "INVALID BUDGET MONTH '" PERIOD-IN "'"
        SET FIELD-ERROR TO TRUE
        GO TO GET-BUDGET-KEY-EXIT
    END-IF.
    MOVE PERIOD-IN TO PERIOD-VALUE
    IF PERIOD-YYYY = ZERO OR PERIOD-MM < 1 OR PERIOD-MM > 12
        DISPLAY "INVALID BUDGET MONTH '" PERIOD-IN "'"
        SET FIELD-ERROR TO TRUE
    END-IF.
GET-BUDGET-KEY-EXIT.
    EXIT.

CHECK-VENDOR.
    MOVE "N" TO FIELD-ERROR-SWITCH
    IF NOT VENDOR-FILE-OPEN
        GO TO CHECK-VENDOR-EXIT
    END-IF.
    MOVE CODE-IN TO VM-VENDOR-CODE
    READ VENDOR-FILE
        INVALID KEY
            DISPLAY "VENDOR " CODE-IN " NOT ON VENDOR MASTER"
            SET FIELD-ERROR TO TRUE
        NOT INVALID KEY
            DISPLAY "VENDOR " CODE-IN " " VM-VENDOR-NAME
    END-READ.
CHECK-VENDOR-EXIT.
    EXIT.

EDIT-AMOUNT.
    MOVE "N" TO FIELD-ERROR-SWITCH
    MOVE ZERO TO AMOUNT-LEN
    INSPECT AMOUNT-IN TALLYING AMOUNT-LEN
        FOR CHARACTERS BEFORE INITIAL " "
    IF AMOUNT-LEN = ZERO
        DISPLAY "INVALID BUDGET AMOUNT '" AMOUNT-IN "'"
        SET FIELD-ERROR TO TRUE
        GO TO EDIT-AMOUNT-EXIT
    END-IF.
    MOVE AMOUNT-IN(1:AMOUNT-LEN) TO AMOUNT-JR
    INSPECT AMOUNT-JR REPLACING LEADING SPACE BY "0"
    IF AMOUNT-JR IS NUMERIC
        MOVE AMOUNT-JR TO AMOUNT-WORK
        COMPUTE AMOUNT-VALUE = AMOUNT-WORK / 100
    ELSE
        DISPLAY "INVALID BUDGET AMOUNT '" AMOUNT-IN "'"
        SET FIELD-ERROR TO TRUE
    END-IF.
EDIT-AMOUNT-EXIT.
    EXIT.

SIGN-ON.
    OPEN INPUT SECURITY-FILE
    IF SECURITY-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN SECUSER.DAT, STATUS = " SECURITY-STATUS
        DISPLAY "SIGN-ON NOT POSSIBLE - BUDGET MAINTENANCE NOT STARTED"
        STOP RUN
    END-IF.
    PERFORM UNTIL SIGNED-ON OR SIGNON-TRIES = MAX-SIGNON-TRIES
        PERFORM GET-SIGN-ON THRU GET-SIGN-ON-EXIT
    END-PERFORM
    CLOSE SECURITY-FILE
    IF NOT SIGNED-ON
        MOVE "SIGN-ON ATTEMPTS EXHAUSTED" TO SIGNON-REASON
        PERFORM WRITE-SIGNON-LOG THRU WRITE-SIGNON-LOG-EXIT
        DISPLAY "SIGN-ON FAILED - BUDGET MAINTENANCE NOT STARTED"
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
    STRING SIGNON-DATE " " SIGNON-TIME " AOC0124 OPERATOR="
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
