        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VM-VENDOR-CODE
        FILE STATUS IS VENDOR-STATUS.
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
FD  VENDOR-FILE.
COPY "VENDMAST.CPY".

FD  APPROVAL-CONTROL-FILE.
COPY "APPRCTL.CPY".

FD  SECURITY-FILE.
COPY "SECUSER.CPY".

FD  SIGNON-LOG-FILE.
01  SIGNON-LOG-RECORD PIC X(80).

WORKING-STORAGE SECTION.
    78 BROWSE-PAGE-SIZE VALUE 15.
    78 MAX-SIGNON-TRIES VALUE 3.
    01 VENDOR-STATUS PIC XX.
    01 MENU-CHOICE PIC X(01).
    01 REPLY-IN PIC X(01).
    01 CODE-IN PIC X(10).
    01 NAME-IN PIC X(30).
    01 STATUS-IN PIC X(01).
    01 APPRCTL-STATUS PIC XX.
    01 LIMIT-IN PIC X(09).
    01 LIMIT-JR PIC X(09) JUSTIFIED RIGHT.
    01 LIMIT-LEN PIC 9(2) VALUE ZERO.
    01 LIMIT-WORK PIC 9(9).
    01 LIMIT-VALUE PIC 9(07)V99 VALUE ZERO.
    01 LIMIT-DISPLAY PIC Z(6)9.99.
    01 BROWSE-COUNT PIC 9(4) VALUE ZERO.
    01 DONE-SWITCH PIC X(01) VALUE "N".
        88 MAINTENANCE-DONE VALUE "Y".
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
    OPEN I-O VENDOR-FILE
    IF VENDOR-STATUS = "35"
        OPEN OUTPUT VENDOR-FILE
SHOW-MENU.
    DISPLAY " "
    DISPLAY "VENDOR MASTER MAINTENANCE - VENDMAST.DAT"
    IF UPDATE-PERMITTED
        DISPLAY "  A - ADD VENDOR"
        DISPLAY "  C - CHANGE VENDOR"
    END-IF
    IF DELETE-PERMITTED
        DISPLAY "  D - DELETE VENDOR"
    END-IF
    IF VIEW-PERMITTED
        DISPLAY "  B - BROWSE VENDORS"
    END-IF
    IF UPDATE-PERMITTED
        DISPLAY "  L - SHOP-WIDE APPROVAL LIMIT"
    END-IF
    DISPLAY "  X - EXIT"
    DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
    ACCEPT MENU-CHOICE
    EVALUATE MENU-CHOICE
        WHEN "A"
        WHEN "a"
            IF UPDATE-PERMITTED
                PERFORM ADD-VENDOR THRU ADD-VENDOR-EXIT
            ELSE
                DISPLAY "INVALID CHOICE '" MENU-CHOICE "'"
            END-IF
        WHEN "C"
        WHEN "c"
            IF UPDATE-PERMITTED
                PERFORM CHANGE-VENDOR THRU CHANGE-VENDOR-EXIT
            ELSE
                DISPLAY "INVALID CHOICE '" MENU-CHOICE "'"
            END-IF
        WHEN "D"
        WHEN "d"
            IF DELETE-PERMITTED
                PERFORM DELETE-VENDOR THRU DELETE-VENDOR-EXIT
            ELSE
                DISPLAY "INVALID CHOICE '" MENU-CHOICE "'"
            END-IF
        WHEN "B"
        WHEN "b"
            IF VIEW-PERMITTED
                PERFORM BROWSE-VENDORS THRU BROWSE-VENDORS-EXIT
            ELSE
                DISPLAY "INVALID CHOICE '" MENU-CHOICE "'"
            END-IF
        WHEN "L"
        WHEN "l"
            IF UPDATE-PERMITTED
                PERFORM MAINTAIN-DEFAULT-LIMIT
                    THRU MAINTAIN-DEFAULT-LIMIT-EXIT
            ELSE
                DISPLAY "INVALID CHOICE '" MENU-CHOICE "'"
            END-IF
        WHEN "X"
        WHEN "x"
            SET MAINTENANCE-DONE TO TRUE
        GO TO ADD-VENDOR-EXIT
    END-IF.
    MOVE STATUS-IN TO VM-STATUS
    PERFORM GET-APPROVAL-LIMIT THRU GET-APPROVAL-LIMIT-EXIT
    IF FIELD-ERROR
        GO TO ADD-VENDOR-EXIT
    END-IF.
    MOVE LIMIT-VALUE TO VM-APPROVAL-LIMIT
    WRITE VENDOR-MASTER-RECORD
        INVALID KEY
            DISPLAY "UNABLE TO ADD " CODE-IN ", STATUS = "
            DISPLAY "VENDOR " CODE-IN " NOT ON FILE"
            GO TO CHANGE-VENDOR-EXIT
    END-READ
    IF VM-APPROVAL-LIMIT IS NOT NUMERIC
        MOVE ZERO TO VM-APPROVAL-LIMIT
    END-IF
    PERFORM SHOW-VENDOR THRU SHOW-VENDOR-EXIT
    DISPLAY "ENTER NEW VALUES, BLANK TO KEEP CURRENT"
    DISPLAY "VENDOR NAME: " WITH NO ADVANCING
    IF FIELD-ERROR
        GO TO CHANGE-VENDOR-EXIT
    END-IF.
    PERFORM GET-APPROVAL-LIMIT-OPTIONAL
        THRU GET-APPROVAL-LIMIT-OPTIONAL-EXIT
    IF FIELD-ERROR
        GO TO CHANGE-VENDOR-EXIT
    END-IF.
    REWRITE VENDOR-MASTER-RECORD
        INVALID KEY
            DISPLAY "UNABLE TO CHANGE " CODE-IN ", STATUS = "
    EXIT.

SHOW-VENDOR.
    IF VM-APPROVAL-LIMIT IS NUMERIC AND VM-APPROVAL-LIMIT > ZERO
        MOVE VM-APPROVAL-LIMIT TO LIMIT-DISPLAY
        DISPLAY VM-VENDOR-CODE " " VM-VENDOR-NAME " " VM-STATUS
            " LIMIT " LIMIT-DISPLAY
    ELSE
        DISPLAY VM-VENDOR-CODE " " VM-VENDOR-NAME " " VM-STATUS
            " LIMIT SHOP DEFAULT"
    END-IF.
SHOW-VENDOR-EXIT.
    EXIT.

    MOVE STATUS-IN TO VM-STATUS.
GET-VENDOR-STATUS-OPTIONAL-EXIT.
    EXIT.

GET-APPROVAL-LIMIT.
    MOVE "N" TO FIELD-ERROR-SWITCH
    MOVE ZERO TO LIMIT-VALUE
    DISPLAY "APPROVAL LIMIT IN CENTS (BLANK = SHOP DEFAULT): "
        WITH NO ADVANCING
    ACCEPT LIMIT-IN
    IF LIMIT-IN = SPACES
        GO TO GET-APPROVAL-LIMIT-EXIT
    END-IF.
    PERFORM EDIT-LIMIT THRU EDIT-LIMIT-EXIT.
GET-APPROVAL-LIMIT-EXIT.
    EXIT.

GET-APPROVAL-LIMIT-OPTIONAL.
    MOVE "N" TO FIELD-ERROR-SWITCH
    DISPLAY "APPROVAL LIMIT IN CENTS (0 = SHOP DEFAULT): "
        WITH NO ADVANCING
    ACCEPT LIMIT-IN
    IF LIMIT-IN = SPACES
        GO TO GET-APPROVAL-LIMIT-OPTIONAL-EXIT
    END-IF.
    PERFORM EDIT-LIMIT THRU EDIT-LIMIT-EXIT
    IF NOT FIELD-ERROR
        MOVE LIMIT-VALUE TO VM-APPROVAL-LIMIT
    END-IF.
GET-APPROVAL-LIMIT-OPTIONAL-EXIT.
    EXIT.

EDIT-LIMIT.
    MOVE ZERO TO LIMIT-LEN
    INSPECT LIMIT-IN TALLYING LIMIT-LEN
        FOR CHARACTERS BEFORE INITIAL " "
    IF LIMIT-LEN = ZERO
        DISPLAY "INVALID APPROVAL LIMIT '" LIMIT-IN "'"
        SET FIELD-ERROR TO TRUE
        GO TO EDIT-LIMIT-EXIT
    END-IF.
    MOVE LIMIT-IN(1:LIMIT-LEN) TO LIMIT-JR
    INSPECT LIMIT-JR REPLACING LEADING SPACE BY "0"
    IF LIMIT-JR IS NUMERIC
        MOVE LIMIT-JR TO LIMIT-WORK
        COMPUTE LIMIT-VALUE = LIMIT-WORK / 100
    ELSE
        DISPLAY "INVALID APPROVAL LIMIT '" LIMIT-IN "'"
        SET FIELD-ERROR TO TRUE
    END-IF.
EDIT-LIMIT-EXIT.
    EXIT.

MAINTAIN-DEFAULT-LIMIT.
    MOVE ZERO TO AC-DEFAULT-LIMIT
    MOVE ZERO TO AC-CHANGED-DATE
    OPEN INPUT APPROVAL-CONTROL-FILE
    IF APPRCTL-STATUS = "00"
        READ APPROVAL-CONTROL-FILE
            AT END
                MOVE ZERO TO AC-DEFAULT-LIMIT
                MOVE ZERO TO AC-CHANGED-DATE
        END-READ
        CLOSE APPROVAL-CONTROL-FILE
    END-IF
    IF AC-DEFAULT-LIMIT IS NOT NUMERIC
        MOVE ZERO TO AC-DEFAULT-LIMIT
    END-IF
    IF AC-CHANGED-DATE IS NOT NUMERIC
        MOVE ZERO TO AC-CHANGED-DATE
    END-IF
    IF AC-DEFAULT-LIMIT > ZERO
        MOVE AC-DEFAULT-LIMIT TO LIMIT-DISPLAY
        DISPLAY "SHOP-WIDE APPROVAL LIMIT " LIMIT-DISPLAY
            " SET " AC-CHANGED-DATE
    ELSE
        DISPLAY "NO SHOP-WIDE APPROVAL LIMIT IS SET"
    END-IF
    MOVE "N" TO FIELD-ERROR-SWITCH
    DISPLAY "NEW LIMIT IN CENTS (0 = NONE, BLANK TO KEEP): "
        WITH NO ADVANCING
    ACCEPT LIMIT-IN
    IF LIMIT-IN = SPACES
        GO TO MAINTAIN-DEFAULT-LIMIT-EXIT
    END-IF.
    PERFORM EDIT-LIMIT THRU EDIT-LIMIT-EXIT
    IF FIELD-ERROR
        GO TO MAINTAIN-DEFAULT-LIMIT-EXIT
    END-IF.
    MOVE SPACES TO APPROVAL-CONTROL-RECORD
    MOVE LIMIT-VALUE TO AC-DEFAULT-LIMIT
    ACCEPT AC-CHANGED-DATE FROM DATE YYYYMMDD
    OPEN OUTPUT APPROVAL-CONTROL-FILE
    IF APPRCTL-STATUS NOT = "00"
        DISPLAY "UNABLE TO WRITE APPRCTL.DAT, STATUS = "
            APPRCTL-STATUS
        GO TO MAINTAIN-DEFAULT-LIMIT-EXIT
    END-IF
    WRITE APPROVAL-CONTROL-RECORD
    CLOSE APPROVAL-CONTROL-FILE
    DISPLAY "SHOP-WIDE APPROVAL LIMIT UPDATED".
MAINTAIN-DEFAULT-LIMIT-EXIT.
    EXIT.

SIGN-ON.
    OPEN INPUT SECURITY-FILE
    IF SECURITY-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN SECUSER.DAT, STATUS = " SECURITY-STATUS
        DISPLAY "SIGN-ON NOT POSSIBLE - VENDOR MASTER MAINTENANCE NOT STARTED"
        STOP RUN
    END-IF.
    PERFORM UNTIL SIGNED-ON OR SIGNON-TRIES = MAX-SIGNON-TRIES
        PERFORM GET-SIGN-ON THRU GET-SIGN-ON-EXIT
    END-PERFORM
    CLOSE SECURITY-FILE
    IF NOT SIGNED-ON
        MOVE "SIGN-ON ATTEMPTS EXHAUSTED" TO SIGNON-REASON
        PERFORM WRITE-SIGNON-LOG THRU WRITE-SIGNON-LOG-EXIT
        DISPLAY "SIGN-ON FAILED - VENDOR MASTER MAINTENANCE NOT STARTED"
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
    STRING SIGNON-DATE " " SIGNON-TIME " AOC0108 OPERATOR="
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
