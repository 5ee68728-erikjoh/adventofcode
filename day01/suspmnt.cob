    SELECT RELEASE-FILE ASSIGN TO "RELEASE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RELEASE-STATUS.
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
FD  RELEASE-FILE.
01  RELEASE-RECORD PIC X(80).

FD  SECURITY-FILE.
COPY "SECUSER.CPY".

FD  SIGNON-LOG-FILE.
01  SIGNON-LOG-RECORD PIC X(80).

WORKING-STORAGE SECTION.
    78 MAX-ITEMS VALUE 500.
    78 PAGE-SIZE VALUE 15.
    78 MAX-SIGNON-TRIES VALUE 3.
    01 SUSPENSE-STATUS PIC XX.
    01 RELEASE-STATUS PIC XX.
    COPY "SUSPENSE.CPY".
        05 REL-AMOUNT PIC X(04).
        05 REL-BRANCH PIC X(03).
        05 REL-LINE PIC X(06).
        05 REL-OPERATOR PIC X(08).
        05 FILLER PIC X(59).
    01 DONE-SWITCH PIC X(01) VALUE "N".
        88 MAINTENANCE-DONE VALUE "Y".
    01 SUSPENSE-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-SUSPENSE-FILE VALUE "Y".
    01 PAGE-STOP-SWITCH PIC X(01) VALUE "N".
        88 LISTING-STOPPED VALUE "Y".
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
    PERFORM LOAD-SUSPENSE THRU LOAD-SUSPENSE-EXIT.
    IF ITEM-COUNT = ZERO
        DISPLAY "NO ITEMS ON SUSPENSE.DAT"
SHOW-MENU.
    DISPLAY " "
    DISPLAY "SUSPENSE MAINTENANCE - SUSPENSE.DAT"
    IF VIEW-PERMITTED
        DISPLAY "  L - LIST SUSPENSE ITEMS"
    END-IF
    IF UPDATE-PERMITTED
        DISPLAY "  C - CORRECT ITEM AMOUNT"
    END-IF
    IF RELEASE-PERMITTED
        DISPLAY "  R - RELEASE ITEM TO NEXT BATCH"
    END-IF
    DISPLAY "  X - EXIT"
    DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
    ACCEPT MENU-CHOICE
    EVALUATE MENU-CHOICE
        WHEN "L"
        WHEN "l"
            IF VIEW-PERMITTED
                PERFORM LIST-ITEMS THRU LIST-ITEMS-EXIT
            ELSE
                DISPLAY "INVALID CHOICE '" MENU-CHOICE "'"
            END-IF
        WHEN "C"
        WHEN "c"
            IF UPDATE-PERMITTED
                PERFORM CORRECT-ITEM THRU CORRECT-ITEM-EXIT
            ELSE
                DISPLAY "INVALID CHOICE '" MENU-CHOICE "'"
            END-IF
        WHEN "R"
        WHEN "r"
            IF RELEASE-PERMITTED
                PERFORM RELEASE-ITEM THRU RELEASE-ITEM-EXIT
            ELSE
                DISPLAY "INVALID CHOICE '" MENU-CHOICE "'"
            END-IF
        WHEN "X"
        WHEN "x"
            SET MAINTENANCE-DONE TO TRUE
    MOVE SU-RAW(1:4) TO REL-AMOUNT
    MOVE SU-BRANCH TO REL-BRANCH
    MOVE SU-LINE TO REL-LINE
    MOVE SIGNON-OPERATOR TO REL-OPERATOR
    WRITE RELEASE-RECORD FROM RELEASE-OUT
    CLOSE RELEASE-FILE
    MOVE "R" TO SU-STATUS
    DISPLAY OPEN-COUNT " OPEN ITEM(S) REMAIN ON SUSPENSE.DAT".
REWRITE-SUSPENSE-EXIT.
    EXIT.

SIGN-ON.
    OPEN INPUT SECURITY-FILE
    IF SECURITY-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN SECUSER.DAT, STATUS = " SECURITY-STATUS
        DISPLAY "SIGN-ON NOT POSSIBLE - SUSPENSE MAINTENANCE NOT STARTED"
        STOP RUN
    END-IF.
    PERFORM UNTIL SIGNED-ON OR SIGNON-TRIES = MAX-SIGNON-TRIES
        PERFORM GET-SIGN-ON THRU GET-SIGN-ON-EXIT
    END-PERFORM
    CLOSE SECURITY-FILE
    IF NOT SIGNED-ON
        MOVE "SIGN-ON ATTEMPTS EXHAUSTED" TO SIGNON-REASON
        PERFORM WRITE-SIGNON-LOG THRU WRITE-SIGNON-LOG-EXIT
        DISPLAY "SIGN-ON FAILED - SUSPENSE MAINTENANCE NOT STARTED"
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
        AND NOT RELEASE-PERMITTED
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
    STRING SIGNON-DATE " " SIGNON-TIME " AOC0110 OPERATOR="
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
