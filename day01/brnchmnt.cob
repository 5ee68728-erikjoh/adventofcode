IDENTIFICATION DIVISION.
PROGRAM-ID. AOC0119.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BRANCH-MASTER-FILE ASSIGN TO "BRNCHMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BM-BRANCH-CODE
        FILE STATUS IS BRANCH-MASTER-STATUS.
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
FD  BRANCH-MASTER-FILE.
COPY "BRNCHMST.CPY".

FD  SECURITY-FILE.
COPY "SECUSER.CPY".

FD  SIGNON-LOG-FILE.
01  SIGNON-LOG-RECORD PIC X(80).

WORKING-STORAGE SECTION.
    78 BROWSE-PAGE-SIZE VALUE 15.
    78 MAX-SIGNON-TRIES VALUE 3.
    01 BRANCH-MASTER-STATUS PIC XX.
    01 MENU-CHOICE PIC X(01).
    01 REPLY-IN PIC X(01).
    01 CODE-IN PIC X(03).
    01 NAME-IN PIC X(30).
    01 REGION-IN PIC X(10).
    01 STATUS-IN PIC X(01).
    01 FEED-IN PIC X(01).
    01 CUTOFF-IN PIC X(04).
    01 CUTOFF-SPLIT REDEFINES CUTOFF-IN.
        05 CUTOFF-HH PIC 9(2).
        05 CUTOFF-MM PIC 9(2).
    01 BROWSE-COUNT PIC 9(4) VALUE ZERO.
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
    OPEN I-O BRANCH-MASTER-FILE
    IF BRANCH-MASTER-STATUS = "35"
        OPEN OUTPUT BRANCH-MASTER-FILE
        IF BRANCH-MASTER-STATUS NOT = "00"
            DISPLAY "UNABLE TO CREATE BRNCHMST.DAT, STATUS = "
                BRANCH-MASTER-STATUS
            STOP RUN
        END-IF
        CLOSE BRANCH-MASTER-FILE
        OPEN I-O BRANCH-MASTER-FILE
        DISPLAY "BRNCHMST.DAT CREATED"
    END-IF
    IF BRANCH-MASTER-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN BRNCHMST.DAT, STATUS = "
            BRANCH-MASTER-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL MAINTENANCE-DONE
        PERFORM SHOW-MENU THRU SHOW-MENU-EXIT
    END-PERFORM
    CLOSE BRANCH-MASTER-FILE
    DISPLAY "BRANCH MASTER MAINTENANCE ENDED"
    STOP RUN.

SHOW-MENU.
    DISPLAY " "
    DISPLAY "BRANCH MASTER MAINTENANCE - BRNCHMST.DAT"
    IF UPDATE-PERMITTED
        DISPLAY "  A - ADD BRANCH"
        DISPLAY "  C - CHANGE BRANCH"
    END-IF
    IF DELETE-PERMITTED
        DISPLAY "  D - DELETE BRANCH"
    END-IF
    IF VIEW-PERMITTED
        DISPLAY "  B - BROWSE BRANCHES"
    END-IF
    DISPLAY "  X - EXIT"
    DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
    ACCEPT MENU-CHOICE
    EVALUATE MENU-CHOICE
        WHEN "A"
        WHEN "a"
            IF UPDATE-PERMITTED
                PERFORM ADD-BRANCH THRU ADD-BRANCH-EXIT
            ELSE
                DISPLAY "INVALID CHOICE '" MENU-CHOICE "'"
            END-IF
        WHEN "C"
        WHEN "c"
            IF UPDATE-PERMITTED
                PERFORM CHANGE-BRANCH THRU CHANGE-BRANCH-EXIT
            ELSE
                DISPLAY "INVALID CHOICE '" MENU-CHOICE "'"
            END-IF
        WHEN "D"
        WHEN "d"
            IF DELETE-PERMITTED
                PERFORM DELETE-BRANCH THRU DELETE-BRANCH-EXIT
            ELSE
                DISPLAY "INVALID CHOICE '" MENU-CHOICE "'"
            END-IF
        WHEN "B"
        WHEN "b"
            IF VIEW-PERMITTED
                PERFORM BROWSE-BRANCHES THRU BROWSE-BRANCHES-EXIT
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

ADD-BRANCH.
    PERFORM GET-BRANCH-CODE THRU GET-BRANCH-CODE-EXIT
    IF CODE-IN = SPACES
        GO TO ADD-BRANCH-EXIT
    END-IF.
    MOVE CODE-IN TO BM-BRANCH-CODE
    READ BRANCH-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            DISPLAY "BRANCH " CODE-IN " ALREADY ON FILE"
            GO TO ADD-BRANCH-EXIT
    END-READ
    MOVE SPACES TO BRANCH-MASTER-RECORD
    MOVE CODE-IN TO BM-BRANCH-CODE
    MOVE ZERO TO BM-CUTOFF-TIME
    PERFORM GET-BRANCH-NAME THRU GET-BRANCH-NAME-EXIT
    IF FIELD-ERROR
        GO TO ADD-BRANCH-EXIT
    END-IF.
    MOVE NAME-IN TO BM-BRANCH-NAME
    DISPLAY "REGION: " WITH NO ADVANCING
    ACCEPT REGION-IN
    MOVE REGION-IN TO BM-REGION
    PERFORM GET-BRANCH-STATUS THRU GET-BRANCH-STATUS-EXIT
    IF FIELD-ERROR
        GO TO ADD-BRANCH-EXIT
    END-IF.
    MOVE STATUS-IN TO BM-STATUS
    PERFORM GET-FEED-EXPECTED THRU GET-FEED-EXPECTED-EXIT
    IF FIELD-ERROR
        GO TO ADD-BRANCH-EXIT
    END-IF.
    MOVE FEED-IN TO BM-FEED-EXPECTED
    PERFORM GET-CUTOFF-TIME THRU GET-CUTOFF-TIME-EXIT
    IF FIELD-ERROR
        GO TO ADD-BRANCH-EXIT
    END-IF.
    IF CUTOFF-IN NOT = SPACES
        MOVE CUTOFF-IN TO BM-CUTOFF-TIME
    END-IF
    WRITE BRANCH-MASTER-RECORD
        INVALID KEY
            DISPLAY "UNABLE TO ADD " CODE-IN ", STATUS = "
                BRANCH-MASTER-STATUS
        NOT INVALID KEY
            DISPLAY "BRANCH " CODE-IN " ADDED"
    END-WRITE.
ADD-BRANCH-EXIT.
    EXIT.

CHANGE-BRANCH.
    PERFORM GET-BRANCH-CODE THRU GET-BRANCH-CODE-EXIT
    IF CODE-IN = SPACES
        GO TO CHANGE-BRANCH-EXIT
    END-IF.
    MOVE CODE-IN TO BM-BRANCH-CODE
    READ BRANCH-MASTER-FILE
        INVALID KEY
            DISPLAY "BRANCH " CODE-IN " NOT ON FILE"
            GO TO CHANGE-BRANCH-EXIT
    END-READ
    PERFORM SHOW-BRANCH THRU SHOW-BRANCH-EXIT
    DISPLAY "ENTER NEW VALUES, BLANK TO KEEP CURRENT"
    DISPLAY "BRANCH NAME: " WITH NO ADVANCING
    ACCEPT NAME-IN
    IF NAME-IN NOT = SPACES
        MOVE NAME-IN TO BM-BRANCH-NAME
    END-IF
    DISPLAY "REGION: " WITH NO ADVANCING
    ACCEPT REGION-IN
    IF REGION-IN NOT = SPACES
        MOVE REGION-IN TO BM-REGION
    END-IF
    PERFORM GET-BRANCH-STATUS-OPTIONAL
        THRU GET-BRANCH-STATUS-OPTIONAL-EXIT
    IF FIELD-ERROR
        GO TO CHANGE-BRANCH-EXIT
    END-IF.
    PERFORM GET-FEED-EXPECTED-OPTIONAL
        THRU GET-FEED-EXPECTED-OPTIONAL-EXIT
    IF FIELD-ERROR
        GO TO CHANGE-BRANCH-EXIT
    END-IF.
    PERFORM GET-CUTOFF-TIME THRU GET-CUTOFF-TIME-EXIT
    IF FIELD-ERROR
        GO TO CHANGE-BRANCH-EXIT
    END-IF.
    IF CUTOFF-IN NOT = SPACES
        MOVE CUTOFF-IN TO BM-CUTOFF-TIME
    END-IF
    REWRITE BRANCH-MASTER-RECORD
        INVALID KEY
            DISPLAY "UNABLE TO CHANGE " CODE-IN ", STATUS = "
                BRANCH-MASTER-STATUS
        NOT INVALID KEY
            DISPLAY "BRANCH " CODE-IN " CHANGED"
    END-REWRITE.
CHANGE-BRANCH-EXIT.
    EXIT.

DELETE-BRANCH.
    PERFORM GET-BRANCH-CODE THRU GET-BRANCH-CODE-EXIT
    IF CODE-IN = SPACES
        GO TO DELETE-BRANCH-EXIT
    END-IF.
    MOVE CODE-IN TO BM-BRANCH-CODE
    READ BRANCH-MASTER-FILE
        INVALID KEY
            DISPLAY "BRANCH " CODE-IN " NOT ON FILE"
            GO TO DELETE-BRANCH-EXIT
    END-READ
    PERFORM SHOW-BRANCH THRU SHOW-BRANCH-EXIT
    DISPLAY "DELETE THIS BRANCH? (Y/N): " WITH NO ADVANCING
    ACCEPT REPLY-IN
    IF REPLY-IN = "Y" OR REPLY-IN = "y"
        DELETE BRANCH-MASTER-FILE RECORD
            INVALID KEY
                DISPLAY "UNABLE TO DELETE " CODE-IN ", STATUS = "
                    BRANCH-MASTER-STATUS
            NOT INVALID KEY
                DISPLAY "BRANCH " CODE-IN " DELETED"
        END-DELETE
    ELSE
        DISPLAY "DELETE CANCELLED"
    END-IF.
DELETE-BRANCH-EXIT.
    EXIT.

BROWSE-BRANCHES.
    DISPLAY "START AT BRANCH CODE (BLANK FOR FIRST): "
        WITH NO ADVANCING
    ACCEPT CODE-IN
    IF CODE-IN = SPACES
        MOVE LOW-VALUES TO BM-BRANCH-CODE
    ELSE
        MOVE CODE-IN TO BM-BRANCH-CODE
    END-IF
    START BRANCH-MASTER-FILE KEY NOT < BM-BRANCH-CODE
        INVALID KEY
            DISPLAY "NO BRANCHES ON FILE FROM '" CODE-IN "'"
            GO TO BROWSE-BRANCHES-EXIT
    END-START
    MOVE "N" TO BROWSE-EOF-SWITCH
    MOVE ZERO TO BROWSE-COUNT
    PERFORM UNTIL END-OF-BROWSE
        READ BRANCH-MASTER-FILE NEXT RECORD
            AT END SET END-OF-BROWSE TO TRUE
        END-READ
        IF NOT END-OF-BROWSE
            PERFORM SHOW-BRANCH THRU SHOW-BRANCH-EXIT
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
BROWSE-BRANCHES-EXIT.
    EXIT.

SHOW-BRANCH.
    DISPLAY BM-BRANCH-CODE " " BM-BRANCH-NAME " " BM-REGION
        " " BM-STATUS " FEED " BM-FEED-EXPECTED
        " CUTOFF " BM-CUTOFF-TIME.
SHOW-BRANCH-EXIT.
    EXIT.

GET-BRANCH-CODE.
    DISPLAY "BRANCH CODE (BLANK TO CANCEL): " WITH NO ADVANCING
    ACCEPT CODE-IN.
GET-BRANCH-CODE-EXIT.
    EXIT.

GET-BRANCH-NAME.
    MOVE "N" TO FIELD-ERROR-SWITCH
    DISPLAY "BRANCH NAME: " WITH NO ADVANCING
    ACCEPT NAME-IN
    IF NAME-IN = SPACES
        DISPLAY "BRANCH NAME IS REQUIRED"
        SET FIELD-ERROR TO TRUE
    END-IF.
GET-BRANCH-NAME-EXIT.
    EXIT.

GET-BRANCH-STATUS.
    MOVE "N" TO FIELD-ERROR-SWITCH
    DISPLAY "STATUS (A = ACTIVE, C = CLOSED): " WITH NO ADVANCING
    ACCEPT STATUS-IN
    IF STATUS-IN = "a"
        MOVE "A" TO STATUS-IN
    END-IF
    IF STATUS-IN = "c"
        MOVE "C" TO STATUS-IN
    END-IF
    IF STATUS-IN NOT = "A" AND STATUS-IN NOT = "C"
        DISPLAY "INVALID STATUS '" STATUS-IN "'"
        SET FIELD-ERROR TO TRUE
    END-IF.
GET-BRANCH-STATUS-EXIT.
    EXIT.

GET-BRANCH-STATUS-OPTIONAL.
    MOVE "N" TO FIELD-ERROR-SWITCH
    DISPLAY "STATUS (A = ACTIVE, C = CLOSED): " WITH NO ADVANCING
    ACCEPT STATUS-IN
    IF STATUS-IN = SPACES
        GO TO GET-BRANCH-STATUS-OPTIONAL-EXIT
    END-IF.
    IF STATUS-IN = "a"
        MOVE "A" TO STATUS-IN
    END-IF
    IF STATUS-IN = "c"
        MOVE "C" TO STATUS-IN
    END-IF
    IF STATUS-IN NOT = "A" AND STATUS-IN NOT = "C"
        DISPLAY "INVALID STATUS '" STATUS-IN "'"
        SET FIELD-ERROR TO TRUE
        GO TO GET-BRANCH-STATUS-OPTIONAL-EXIT
    END-IF.
    MOVE STATUS-IN TO BM-STATUS.
GET-BRANCH-STATUS-OPTIONAL-EXIT.
    EXIT.

GET-FEED-EXPECTED.
    MOVE "N" TO FIELD-ERROR-SWITCH
    DISPLAY "DAILY FEED EXPECTED (Y/N): " WITH NO ADVANCING
    ACCEPT FEED-IN
    IF FEED-IN = "y"
        MOVE "Y" TO FEED-IN
    END-IF
    IF FEED-IN = "n"
        MOVE "N" TO FEED-IN
    END-IF
    IF FEED-IN NOT = "Y" AND FEED-IN NOT = "N"
        DISPLAY "INVALID REPLY '" FEED-IN "'"
        SET FIELD-ERROR TO TRUE
    END-IF.
GET-FEED-EXPECTED-EXIT.
    EXIT.

GET-FEED-EXPECTED-OPTIONAL.
    MOVE "N" TO FIELD-ERROR-SWITCH
    DISPLAY "DAILY FEED EXPECTED (Y/N): " WITH NO ADVANCING
    ACCEPT FEED-IN
    IF FEED-IN = SPACES
        GO TO GET-FEED-EXPECTED-OPTIONAL-EXIT
    END-IF.
    IF FEED-IN = "y"
        MOVE "Y" TO FEED-IN
    END-IF
    IF FEED-IN = "n"
        MOVE "N" TO FEED-IN
    END-IF
    IF FEED-IN NOT = "Y" AND FEED-IN NOT = "N"
        DISPLAY "INVALID REPLY '" FEED-IN "'"
        SET FIELD-ERROR TO TRUE
        GO TO GET-FEED-EXPECTED-OPTIONAL-EXIT
    END-IF.
    MOVE FEED-IN TO BM-FEED-EXPECTED.
GET-FEED-EXPECTED-OPTIONAL-EXIT.
    EXIT.

GET-CUTOFF-TIME.
    MOVE "N" TO FIELD-ERROR-SWITCH
    DISPLAY "FEED CUTOFF TIME (HHMM): " WITH NO ADVANCING
    ACCEPT CUTOFF-IN
    IF CUTOFF-IN = SPACES
        GO TO GET-CUTOFF-TIME-EXIT
    END-IF.
    IF CUTOFF-IN IS NOT NUMERIC
        DISPLAY "INVALID CUTOFF TIME '" CUTOFF-IN "'"
        SET FIELD-ERROR TO TRUE
        GO TO GET-CUTOFF-TIME-EXIT
    END-IF.
    IF CUTOFF-HH > 23 OR CUTOFF-MM > 59
        DISPLAY "INVALID CUTOFF TIME '" CUTOFF-IN "'"
        SET FIELD-ERROR TO TRUE
    END-IF.
GET-CUTOFF-TIME-EXIT.
    EXIT.

SIGN-ON.
    OPEN INPUT SECURITY-FILE
    IF SECURITY-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN SECUSER.DAT, STATUS = " SECURITY-STATUS
        DISPLAY "SIGN-ON NOT POSSIBLE - BRANCH MASTER MAINTENANCE NOT STARTED"
        STOP RUN
    END-IF.
    PERFORM UNTIL SIGNED-ON OR SIGNON-TRIES = MAX-SIGNON-TRIES
        PERFORM GET-SIGN-ON THRU GET-SIGN-ON-EXIT
    END-PERFORM
    CLOSE SECURITY-FILE
    IF NOT SIGNED-ON
        MOVE "SIGN-ON ATTEMPTS EXHAUSTED" TO SIGNON-REASON
        PERFORM WRITE-SIGNON-LOG THRU WRITE-SIGNON-LOG-EXIT
        DISPLAY "SIGN-ON FAILED - BRANCH MASTER MAINTENANCE NOT STARTED"
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
    STRING SIGNON-DATE " " SIGNON-TIME " AOC0119 OPERATOR="
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
