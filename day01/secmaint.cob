IDENTIFICATION DIVISION.
PROGRAM-ID. AOC0121.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
FD  SECURITY-FILE.
COPY "SECUSER.CPY".

FD  SIGNON-LOG-FILE.
01  SIGNON-LOG-RECORD PIC X(80).

WORKING-STORAGE SECTION.
    78 BROWSE-PAGE-SIZE VALUE 15.
    78 MAX-SIGNON-TRIES VALUE 3.
    01 SECURITY-STATUS PIC XX.
    01 SIGNON-LOG-STATUS PIC XX.
    01 MENU-CHOICE PIC X(01).
    01 REPLY-IN PIC X(01).
    01 ID-IN PIC X(08).
    01 NAME-IN PIC X(30).
    01 NEW-PASSWORD-IN PIC X(08).
    01 STATUS-IN PIC X(01).
    01 FLAG-IN PIC X(01).
    01 FLAG-PROMPT PIC X(24).
    01 FLAG-VALUE PIC X(01).
    01 FUNCTION-LIST PIC X(06).
    01 BROWSE-COUNT PIC 9(4) VALUE ZERO.
    01 DONE-SWITCH PIC X(01) VALUE "N".
        88 MAINTENANCE-DONE VALUE "Y".
    01 BROWSE-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-BROWSE VALUE "Y".
    01 FIELD-ERROR-SWITCH PIC X(01) VALUE "N".
        88 FIELD-ERROR VALUE "Y".
    01 FIRST-OPERATOR-SWITCH PIC X(01) VALUE "N".
        88 FIRST-OPERATOR VALUE "Y".
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
    OPEN I-O SECURITY-FILE
    IF SECURITY-STATUS = "35"
        OPEN OUTPUT SECURITY-FILE
        IF SECURITY-STATUS NOT = "00"
            DISPLAY "UNABLE TO CREATE SECUSER.DAT, STATUS = "
                SECURITY-STATUS
            STOP RUN
        END-IF
        CLOSE SECURITY-FILE
        OPEN I-O SECURITY-FILE
        DISPLAY "SECUSER.DAT CREATED"
    END-IF
    IF SECURITY-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN SECUSER.DAT, STATUS = "
            SECURITY-STATUS
        STOP RUN
    END-IF
    MOVE LOW-VALUES TO SC-OPERATOR-ID
    START SECURITY-FILE KEY NOT < SC-OPERATOR-ID
        INVALID KEY
            SET FIRST-OPERATOR TO TRUE
    END-START
    IF FIRST-OPERATOR
        PERFORM ADD-FIRST-OPERATOR THRU ADD-FIRST-OPERATOR-EXIT
    ELSE
        PERFORM SIGN-ON THRU SIGN-ON-EXIT
    END-IF
    PERFORM UNTIL MAINTENANCE-DONE
        PERFORM SHOW-MENU THRU SHOW-MENU-EXIT
    END-PERFORM
    CLOSE SECURITY-FILE
    DISPLAY "OPERATOR SECURITY MAINTENANCE ENDED"
    STOP RUN.

ADD-FIRST-OPERATOR.
    DISPLAY "SECUSER.DAT HOLDS NO OPERATORS - THE FIRST OPERATOR "
        "IS ADDED WITH ALL FUNCTIONS"
    PERFORM GET-OPERATOR-ID THRU GET-OPERATOR-ID-EXIT
    IF ID-IN = SPACES
        SET MAINTENANCE-DONE TO TRUE
        GO TO ADD-FIRST-OPERATOR-EXIT
    END-IF.
    MOVE SPACES TO SECURITY-USER-RECORD
    MOVE ID-IN TO SC-OPERATOR-ID
    PERFORM GET-OPERATOR-NAME THRU GET-OPERATOR-NAME-EXIT
    IF FIELD-ERROR
        SET MAINTENANCE-DONE TO TRUE
        GO TO ADD-FIRST-OPERATOR-EXIT
    END-IF.
    PERFORM GET-PASSWORD THRU GET-PASSWORD-EXIT
    IF FIELD-ERROR
        SET MAINTENANCE-DONE TO TRUE
        GO TO ADD-FIRST-OPERATOR-EXIT
    END-IF.
    MOVE "A" TO SC-STATUS
    MOVE "YYYYYY" TO SC-FUNCTIONS
    ACCEPT SC-CHANGED-DATE FROM DATE YYYYMMDD
    WRITE SECURITY-USER-RECORD
        INVALID KEY
            DISPLAY "UNABLE TO ADD " ID-IN ", STATUS = "
                SECURITY-STATUS
            SET MAINTENANCE-DONE TO TRUE
            GO TO ADD-FIRST-OPERATOR-EXIT
    END-WRITE
    DISPLAY "OPERATOR " ID-IN " ADDED"
    MOVE SC-OPERATOR-ID TO SIGNON-OPERATOR
    MOVE SC-FUNCTIONS TO OPERATOR-FUNCTIONS
    SET SIGNED-ON TO TRUE.
ADD-FIRST-OPERATOR-EXIT.
    EXIT.

SHOW-MENU.
    DISPLAY " "
    DISPLAY "OPERATOR SECURITY MAINTENANCE - SECUSER.DAT"
    DISPLAY "  A - ADD OPERATOR"
    DISPLAY "  C - CHANGE OPERATOR"
    DISPLAY "  D - DELETE OPERATOR"
    DISPLAY "  B - BROWSE OPERATORS"
    DISPLAY "  X - EXIT"
    DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
    ACCEPT MENU-CHOICE
    EVALUATE MENU-CHOICE
        WHEN "A"
        WHEN "a"
            PERFORM ADD-OPERATOR THRU ADD-OPERATOR-EXIT
        WHEN "C"
        WHEN "c"
            PERFORM CHANGE-OPERATOR THRU CHANGE-OPERATOR-EXIT
        WHEN "D"
        WHEN "d"
            PERFORM DELETE-OPERATOR THRU DELETE-OPERATOR-EXIT
        WHEN "B"
        WHEN "b"
            PERFORM BROWSE-OPERATORS THRU BROWSE-OPERATORS-EXIT
        WHEN "X"
        WHEN "x"
            SET MAINTENANCE-DONE TO TRUE
        WHEN OTHER
            DISPLAY "INVALID CHOICE '" MENU-CHOICE "'"
    END-EVALUATE.
SHOW-MENU-EXIT.
    EXIT.

ADD-OPERATOR.
    PERFORM GET-OPERATOR-ID THRU GET-OPERATOR-ID-EXIT
    IF ID-IN = SPACES
        GO TO ADD-OPERATOR-EXIT
    END-IF.
    MOVE ID-IN TO SC-OPERATOR-ID
    READ SECURITY-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            DISPLAY "OPERATOR " ID-IN " ALREADY ON FILE"
            GO TO ADD-OPERATOR-EXIT
    END-READ
    MOVE SPACES TO SECURITY-USER-RECORD
    MOVE ID-IN TO SC-OPERATOR-ID
    PERFORM GET-OPERATOR-NAME THRU GET-OPERATOR-NAME-EXIT
    IF FIELD-ERROR
        GO TO ADD-OPERATOR-EXIT
    END-IF.
    PERFORM GET-PASSWORD THRU GET-PASSWORD-EXIT
    IF FIELD-ERROR
        GO TO ADD-OPERATOR-EXIT
    END-IF.
    MOVE "A" TO SC-STATUS
    MOVE "NNNNNN" TO SC-FUNCTIONS
    PERFORM GET-FUNCTIONS THRU GET-FUNCTIONS-EXIT
    IF FIELD-ERROR
        GO TO ADD-OPERATOR-EXIT
    END-IF.
    ACCEPT SC-CHANGED-DATE FROM DATE YYYYMMDD
    WRITE SECURITY-USER-RECORD
        INVALID KEY
            DISPLAY "UNABLE TO ADD " ID-IN ", STATUS = "
                SECURITY-STATUS
        NOT INVALID KEY
            DISPLAY "OPERATOR " ID-IN " ADDED"
    END-WRITE.
ADD-OPERATOR-EXIT.
    EXIT.

CHANGE-OPERATOR.
    PERFORM GET-OPERATOR-ID THRU GET-OPERATOR-ID-EXIT
    IF ID-IN = SPACES
        GO TO CHANGE-OPERATOR-EXIT
    END-IF.
    MOVE ID-IN TO SC-OPERATOR-ID
    READ SECURITY-FILE
        INVALID KEY
            DISPLAY "OPERATOR " ID-IN " NOT ON FILE"
            GO TO CHANGE-OPERATOR-EXIT
    END-READ
    PERFORM SHOW-OPERATOR THRU SHOW-OPERATOR-EXIT
    DISPLAY "ENTER NEW VALUES, BLANK TO KEEP CURRENT"
    DISPLAY "OPERATOR NAME: " WITH NO ADVANCING
    ACCEPT NAME-IN
    IF NAME-IN NOT = SPACES
        MOVE NAME-IN TO SC-OPERATOR-NAME
    END-IF
    DISPLAY "PASSWORD: " WITH NO ADVANCING
    ACCEPT NEW-PASSWORD-IN
    IF NEW-PASSWORD-IN NOT = SPACES
        MOVE NEW-PASSWORD-IN TO SC-PASSWORD
    END-IF
    PERFORM GET-OPERATOR-STATUS-OPTIONAL
        THRU GET-OPERATOR-STATUS-OPTIONAL-EXIT
    IF FIELD-ERROR
        GO TO CHANGE-OPERATOR-EXIT
    END-IF.
    PERFORM GET-FUNCTIONS THRU GET-FUNCTIONS-EXIT
    IF FIELD-ERROR
        GO TO CHANGE-OPERATOR-EXIT
    END-IF.
    IF SC-OPERATOR-ID = SIGNON-OPERATOR
        AND (SC-STATUS NOT = "A" OR SC-CAN-ADMIN NOT = "Y")
        DISPLAY "YOU CANNOT SUSPEND OR REMOVE SECURITY "
            "ADMINISTRATION FROM YOUR OWN OPERATOR ID"
        GO TO CHANGE-OPERATOR-EXIT
    END-IF.
    ACCEPT SC-CHANGED-DATE FROM DATE YYYYMMDD
    REWRITE SECURITY-USER-RECORD
        INVALID KEY
            DISPLAY "UNABLE TO CHANGE " ID-IN ", STATUS = "
                SECURITY-STATUS
        NOT INVALID KEY
            DISPLAY "OPERATOR " ID-IN " CHANGED"
    END-REWRITE.
CHANGE-OPERATOR-EXIT.
    EXIT.

DELETE-OPERATOR.
    PERFORM GET-OPERATOR-ID THRU GET-OPERATOR-ID-EXIT
    IF ID-IN = SPACES
        GO TO DELETE-OPERATOR-EXIT
    END-IF.
    IF ID-IN = SIGNON-OPERATOR
        DISPLAY "YOU CANNOT DELETE YOUR OWN OPERATOR ID"
        GO TO DELETE-OPERATOR-EXIT
    END-IF.
    MOVE ID-IN TO SC-OPERATOR-ID
    READ SECURITY-FILE
        INVALID KEY
            DISPLAY "OPERATOR " ID-IN " NOT ON FILE"
            GO TO DELETE-OPERATOR-EXIT
    END-READ
    PERFORM SHOW-OPERATOR THRU SHOW-OPERATOR-EXIT
    DISPLAY "DELETE THIS OPERATOR? (Y/N): " WITH NO ADVANCING
    ACCEPT REPLY-IN
    IF REPLY-IN = "Y" OR REPLY-IN = "y"
        DELETE SECURITY-FILE RECORD
            INVALID KEY
                DISPLAY "UNABLE TO DELETE " ID-IN ", STATUS = "
                    SECURITY-STATUS
            NOT INVALID KEY
                DISPLAY "OPERATOR " ID-IN " DELETED"
        END-DELETE
    ELSE
        DISPLAY "DELETE CANCELLED"
    END-IF.
DELETE-OPERATOR-EXIT.
    EXIT.

BROWSE-OPERATORS.
    DISPLAY "START AT OPERATOR ID (BLANK FOR FIRST): "
        WITH NO ADVANCING
    ACCEPT ID-IN
    IF ID-IN = SPACES
        MOVE LOW-VALUES TO SC-OPERATOR-ID
    ELSE
        MOVE ID-IN TO SC-OPERATOR-ID
    END-IF
    START SECURITY-FILE KEY NOT < SC-OPERATOR-ID
        INVALID KEY
            DISPLAY "NO OPERATORS ON FILE FROM '" ID-IN "'"
            GO TO BROWSE-OPERATORS-EXIT
    END-START
    MOVE "N" TO BROWSE-EOF-SWITCH
    MOVE ZERO TO BROWSE-COUNT
    PERFORM UNTIL END-OF-BROWSE
        READ SECURITY-FILE NEXT RECORD
            AT END SET END-OF-BROWSE TO TRUE
        END-READ
        IF NOT END-OF-BROWSE
            PERFORM SHOW-OPERATOR THRU SHOW-OPERATOR-EXIT
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
BROWSE-OPERATORS-EXIT.
    EXIT.

SHOW-OPERATOR.
    MOVE "------" TO FUNCTION-LIST
    IF SC-CAN-VIEW = "Y"
        MOVE "V" TO FUNCTION-LIST(1:1)
    END-IF
    IF SC-CAN-UPDATE = "Y"
        MOVE "U" TO FUNCTION-LIST(2:1)
    END-IF
    IF SC-CAN-DELETE = "Y"
        MOVE "D" TO FUNCTION-LIST(3:1)
    END-IF
    IF SC-CAN-RELEASE = "Y"
        MOVE "R" TO FUNCTION-LIST(4:1)
    END-IF
    IF SC-CAN-APPROVE = "Y"
        MOVE "P" TO FUNCTION-LIST(5:1)
    END-IF
    IF SC-CAN-ADMIN = "Y"
        MOVE "S" TO FUNCTION-LIST(6:1)
    END-IF
    DISPLAY SC-OPERATOR-ID " " SC-OPERATOR-NAME " " SC-STATUS " "
        FUNCTION-LIST " " SC-CHANGED-DATE.
SHOW-OPERATOR-EXIT.
    EXIT.

GET-OPERATOR-ID.
    DISPLAY "OPERATOR ID (BLANK TO CANCEL): " WITH NO ADVANCING
    ACCEPT ID-IN.
GET-OPERATOR-ID-EXIT.
    EXIT.

GET-OPERATOR-NAME.
    MOVE "N" TO FIELD-ERROR-SWITCH
    DISPLAY "OPERATOR NAME: " WITH NO ADVANCING
    ACCEPT NAME-IN
    IF NAME-IN = SPACES
        DISPLAY "OPERATOR NAME IS REQUIRED"
        SET FIELD-ERROR TO TRUE
        GO TO GET-OPERATOR-NAME-EXIT
    END-IF.
    MOVE NAME-IN TO SC-OPERATOR-NAME.
GET-OPERATOR-NAME-EXIT.
    EXIT.

GET-PASSWORD.
    MOVE "N" TO FIELD-ERROR-SWITCH
    DISPLAY "PASSWORD: " WITH NO ADVANCING
    ACCEPT NEW-PASSWORD-IN
    IF NEW-PASSWORD-IN = SPACES
        DISPLAY "PASSWORD IS REQUIRED"
        SET FIELD-ERROR TO TRUE
        GO TO GET-PASSWORD-EXIT
    END-IF.
    MOVE NEW-PASSWORD-IN TO SC-PASSWORD.
GET-PASSWORD-EXIT.
    EXIT.

GET-OPERATOR-STATUS-OPTIONAL.
    MOVE "N" TO FIELD-ERROR-SWITCH
    DISPLAY "STATUS (A = ACTIVE, S = SUSPENDED): " WITH NO ADVANCING
    ACCEPT STATUS-IN
    IF STATUS-IN = SPACES
        GO TO GET-OPERATOR-STATUS-OPTIONAL-EXIT
    END-IF.
    IF STATUS-IN = "a"
        MOVE "A" TO STATUS-IN
    END-IF
    IF STATUS-IN = "s"
        MOVE "S" TO STATUS-IN
    END-IF
    IF STATUS-IN NOT = "A" AND STATUS-IN NOT = "S"
        DISPLAY "INVALID STATUS '" STATUS-IN "'"
        SET FIELD-ERROR TO TRUE
        GO TO GET-OPERATOR-STATUS-OPTIONAL-EXIT
    END-IF.
    MOVE STATUS-IN TO SC-STATUS.
GET-OPERATOR-STATUS-OPTIONAL-EXIT.
    EXIT.

GET-FUNCTIONS.
    DISPLAY "FUNCTIONS PERMITTED (Y/N, BLANK TO KEEP CURRENT)"
    MOVE "VIEW" TO FLAG-PROMPT
    MOVE SC-CAN-VIEW TO FLAG-VALUE
    PERFORM GET-ONE-FUNCTION THRU GET-ONE-FUNCTION-EXIT
    IF FIELD-ERROR
        GO TO GET-FUNCTIONS-EXIT
    END-IF.
    MOVE FLAG-VALUE TO SC-CAN-VIEW
    MOVE "ADD/CHANGE" TO FLAG-PROMPT
    MOVE SC-CAN-UPDATE TO FLAG-VALUE
    PERFORM GET-ONE-FUNCTION THRU GET-ONE-FUNCTION-EXIT
    IF FIELD-ERROR
        GO TO GET-FUNCTIONS-EXIT
    END-IF.
    MOVE FLAG-VALUE TO SC-CAN-UPDATE
    MOVE "DELETE" TO FLAG-PROMPT
    MOVE SC-CAN-DELETE TO FLAG-VALUE
    PERFORM GET-ONE-FUNCTION THRU GET-ONE-FUNCTION-EXIT
    IF FIELD-ERROR
        GO TO GET-FUNCTIONS-EXIT
    END-IF.
    MOVE FLAG-VALUE TO SC-CAN-DELETE
    MOVE "RELEASE SUSPENSE" TO FLAG-PROMPT
    MOVE SC-CAN-RELEASE TO FLAG-VALUE
    PERFORM GET-ONE-FUNCTION THRU GET-ONE-FUNCTION-EXIT
    IF FIELD-ERROR
        GO TO GET-FUNCTIONS-EXIT
    END-IF.
    MOVE FLAG-VALUE TO SC-CAN-RELEASE
    MOVE "APPROVE EXPENSES" TO FLAG-PROMPT
    MOVE SC-CAN-APPROVE TO FLAG-VALUE
    PERFORM GET-ONE-FUNCTION THRU GET-ONE-FUNCTION-EXIT
    IF FIELD-ERROR
        GO TO GET-FUNCTIONS-EXIT
    END-IF.
    MOVE FLAG-VALUE TO SC-CAN-APPROVE
    MOVE "SECURITY ADMINISTRATION" TO FLAG-PROMPT
    MOVE SC-CAN-ADMIN TO FLAG-VALUE
    PERFORM GET-ONE-FUNCTION THRU GET-ONE-FUNCTION-EXIT
    IF FIELD-ERROR
        GO TO GET-FUNCTIONS-EXIT
    END-IF.
    MOVE FLAG-VALUE TO SC-CAN-ADMIN.
GET-FUNCTIONS-EXIT.
    EXIT.

GET-ONE-FUNCTION.
    MOVE "N" TO FIELD-ERROR-SWITCH
    DISPLAY "  " FLAG-PROMPT " (" FLAG-VALUE "): " WITH NO ADVANCING
    ACCEPT FLAG-IN
    IF FLAG-IN = SPACES
        GO TO GET-ONE-FUNCTION-EXIT
    END-IF.
    IF FLAG-IN = "y"
        MOVE "Y" TO FLAG-IN
    END-IF
    IF FLAG-IN = "n"
        MOVE "N" TO FLAG-IN
    END-IF
    IF FLAG-IN NOT = "Y" AND FLAG-IN NOT = "N"
        DISPLAY "INVALID REPLY '" FLAG-IN "'"
        SET FIELD-ERROR TO TRUE
        GO TO GET-ONE-FUNCTION-EXIT
    END-IF.
    MOVE FLAG-IN TO FLAG-VALUE.
GET-ONE-FUNCTION-EXIT.
    EXIT.

SIGN-ON.
    PERFORM UNTIL SIGNED-ON OR SIGNON-TRIES = MAX-SIGNON-TRIES
        PERFORM GET-SIGN-ON THRU GET-SIGN-ON-EXIT
    END-PERFORM
    IF NOT SIGNED-ON
        MOVE "SIGN-ON ATTEMPTS EXHAUSTED" TO SIGNON-REASON
        PERFORM WRITE-SIGNON-LOG THRU WRITE-SIGNON-LOG-EXIT
        DISPLAY "SIGN-ON FAILED - OPERATOR SECURITY MAINTENANCE "
            "NOT STARTED"
        CLOSE SECURITY-FILE
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
    IF NOT ADMIN-PERMITTED
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
    STRING SIGNON-DATE " " SIGNON-TIME " AOC0121 OPERATOR="
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
