    SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SUSPENSE-STATUS.
    SELECT BRANCH-MASTER-FILE ASSIGN TO "BRNCHMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BM-BRANCH-CODE
        FILE STATUS IS BRANCH-MASTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SUSPENSE-FILE.
01  SUSPENSE-RECORD PIC X(109).

FD  BRANCH-MASTER-FILE.
COPY "BRNCHMST.CPY".

WORKING-STORAGE SECTION.
    78 MAX-COMBINED VALUE 5000.
    78 MAX-BRANCHES VALUE 10.
    78 MAX-REFUSED VALUE 20.
    78 MAX-MISSING VALUE 50.
    01 CONTROL-STATUS PIC XX.
    01 BRANCH-MASTER-STATUS PIC XX.
    01 SUSPENSE-STATUS PIC XX.
    COPY "SUSPENSE.CPY".
    01 BRANCH-STATUS PIC XX.
            10 BR-REJECTED PIC 9(6).
            10 BR-DUPS PIC 9(6).
            10 BR-TOTAL PIC 9(10).
            10 BR-OPENED PIC X(1).
    01 REFUSED-COUNT PIC 9(2) VALUE ZERO.
    01 REFUSED-TABLE.
        05 REFUSED-DEF OCCURS MAX-REFUSED TIMES.
            10 RF-CODE PIC X(3).
            10 RF-FILE PIC X(40).
            10 RF-REASON PIC X(20).
    01 MISSING-COUNT PIC 9(2) VALUE ZERO.
    01 MISSING-TABLE.
        05 MISSING-DEF OCCURS MAX-MISSING TIMES.
            10 MF-CODE PIC X(3).
            10 MF-NAME PIC X(30).
            10 MF-REGION PIC X(10).
            10 MF-CUTOFF PIC 9(4).
            10 MF-REASON PIC X(20).
    01 REFUSED-MORE-COUNT PIC 9(4) VALUE ZERO.
    01 MISSING-MORE-COUNT PIC 9(4) VALUE ZERO.
    01 MORE-COUNT PIC 9(4) VALUE ZERO.
    01 RX PIC 9(2).
    01 FEED-REASON PIC X(20).
    01 BX PIC 9(2).
    01 CX PIC 9(4).
    01 LINE-NO PIC 9(6) VALUE ZERO.
        88 DUPLICATE-ENTRY VALUE "Y".
    01 FULL-SWITCH PIC X(01) VALUE "N".
        88 COMBINED-FULL VALUE "Y".
    01 BRANCH-CHECK-SWITCH PIC X(01) VALUE "N".
        88 BRANCH-CHECK-ON VALUE "Y".
    01 BRANCH-MASTER-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-BRANCH-MASTER VALUE "Y".
    01 BRANCH-REFUSED-SWITCH PIC X(01) VALUE "N".
        88 BRANCH-REFUSED VALUE "Y".

PROCEDURE DIVISION.
    ACCEPT BATCH-ID-PARM FROM COMMAND-LINE
    END-IF
    PERFORM LOAD-CONTROL THRU LOAD-CONTROL-EXIT.
    IF BRANCH-COUNT = ZERO
        IF REFUSED-COUNT = ZERO
            DISPLAY "NO BRANCH FILES LISTED IN BRNCHCTL.DAT - NOTHING "
                "TO CONSOLIDATE"
        ELSE
            COMPUTE MORE-COUNT = REFUSED-COUNT + REFUSED-MORE-COUNT
            DISPLAY "NO BRANCH FILES ACCEPTED FROM BRNCHCTL.DAT - "
                MORE-COUNT " CONTROL LINE(S) REFUSED"
        END-IF
    END-IF.
    PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BRANCH-COUNT
        OR COMBINED-FULL
        PERFORM PROCESS-BRANCH THRU PROCESS-BRANCH-EXIT
    END-PERFORM
    PERFORM CHECK-MISSING-FEEDS THRU CHECK-MISSING-FEEDS-EXIT
    PERFORM WRITE-COMBINED THRU WRITE-COMBINED-EXIT.
    PERFORM WRITE-REPORT THRU WRITE-REPORT-EXIT.
    DISPLAY COMBINED-COUNT " ENTRIES WRITTEN TO COMBINED.DAT FROM "
            CONTROL-STATUS
        STOP RUN
    END-IF.
    OPEN INPUT BRANCH-MASTER-FILE
    IF BRANCH-MASTER-STATUS = "00"
        SET BRANCH-CHECK-ON TO TRUE
    ELSE
        DISPLAY "BRNCHMST.DAT NOT AVAILABLE, STATUS = "
            BRANCH-MASTER-STATUS " - BRANCH VALIDATION BYPASSED"
    END-IF
    PERFORM UNTIL END-OF-CONTROL-FILE OR BRANCH-COUNT = MAX-BRANCHES
        READ CONTROL-FILE INTO CONTROL-LINE
            AT END SET END-OF-CONTROL-FILE TO TRUE
                DISPLAY "INVALID CONTROL LINE '" CONTROL-LINE
                    "' - IGNORED"
            ELSE
                PERFORM VALIDATE-CONTROL-BRANCH
                    THRU VALIDATE-CONTROL-BRANCH-EXIT
            END-IF
        END-IF
    END-PERFORM
LOAD-CONTROL-EXIT.
    EXIT.

VALIDATE-CONTROL-BRANCH.
    MOVE "N" TO BRANCH-REFUSED-SWITCH
    IF BRANCH-CHECK-ON
        MOVE CTL-BRANCH-CODE TO BM-BRANCH-CODE
        READ BRANCH-MASTER-FILE
            INVALID KEY
                SET BRANCH-REFUSED TO TRUE
                MOVE "NOT ON BRNCHMST.DAT" TO FEED-REASON
            NOT INVALID KEY
                IF BM-STATUS = "C"
                    SET BRANCH-REFUSED TO TRUE
                    MOVE "BRANCH CLOSED" TO FEED-REASON
                END-IF
        END-READ
    END-IF
    IF BRANCH-REFUSED
        DISPLAY "BRANCH " CTL-BRANCH-CODE " FILE " CTL-FILE-NAME
            " REFUSED - " FEED-REASON
        IF REFUSED-COUNT < MAX-REFUSED
            ADD 1 TO REFUSED-COUNT
            MOVE CTL-BRANCH-CODE TO RF-CODE(REFUSED-COUNT)
            MOVE CTL-FILE-NAME TO RF-FILE(REFUSED-COUNT)
            MOVE FEED-REASON TO RF-REASON(REFUSED-COUNT)
        ELSE
            ADD 1 TO REFUSED-MORE-COUNT
        END-IF
        GO TO VALIDATE-CONTROL-BRANCH-EXIT
    END-IF.
    ADD 1 TO BRANCH-COUNT
    MOVE CTL-BRANCH-CODE TO BR-CODE(BRANCH-COUNT)
    MOVE CTL-FILE-NAME TO BR-FILE(BRANCH-COUNT)
    MOVE ZERO TO BR-READ(BRANCH-COUNT)
    MOVE ZERO TO BR-ACCEPTED(BRANCH-COUNT)
    MOVE ZERO TO BR-REJECTED(BRANCH-COUNT)
    MOVE ZERO TO BR-DUPS(BRANCH-COUNT)
    MOVE ZERO TO BR-TOTAL(BRANCH-COUNT)
    MOVE "N" TO BR-OPENED(BRANCH-COUNT).
VALIDATE-CONTROL-BRANCH-EXIT.
    EXIT.

CHECK-MISSING-FEEDS.
    IF NOT BRANCH-CHECK-ON
        GO TO CHECK-MISSING-FEEDS-EXIT
    END-IF.
    MOVE LOW-VALUES TO BM-BRANCH-CODE
    START BRANCH-MASTER-FILE KEY NOT < BM-BRANCH-CODE
        INVALID KEY
            SET END-OF-BRANCH-MASTER TO TRUE
    END-START
    PERFORM UNTIL END-OF-BRANCH-MASTER
        READ BRANCH-MASTER-FILE NEXT RECORD
            AT END SET END-OF-BRANCH-MASTER TO TRUE
        END-READ
        IF NOT END-OF-BRANCH-MASTER
            AND BM-STATUS = "A" AND BM-FEED-EXPECTED = "Y"
            PERFORM CHECK-ONE-FEED THRU CHECK-ONE-FEED-EXIT
        END-IF
    END-PERFORM
    CLOSE BRANCH-MASTER-FILE
    IF MISSING-COUNT > ZERO
        COMPUTE MORE-COUNT = MISSING-COUNT + MISSING-MORE-COUNT
        DISPLAY MORE-COUNT " EXPECTED BRANCH FEED(S) NOT RECEIVED"
    END-IF.
CHECK-MISSING-FEEDS-EXIT.
    EXIT.

CHECK-ONE-FEED.
    MOVE "NOT IN BRNCHCTL.DAT" TO FEED-REASON
    PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > BRANCH-COUNT
        OR FEED-REASON = SPACES
        IF BR-CODE(RX) = BM-BRANCH-CODE
            EVALUATE TRUE
                WHEN BR-READ(RX) > ZERO
                    MOVE SPACES TO FEED-REASON
                WHEN BR-OPENED(RX) = "Y"
                    MOVE "FEED FILE EMPTY" TO FEED-REASON
                WHEN COMBINED-FULL
                    MOVE "FEED NOT PROCESSED" TO FEED-REASON
                WHEN OTHER
                    MOVE "FEED FILE NOT FOUND" TO FEED-REASON
            END-EVALUATE
        END-IF
    END-PERFORM
    IF FEED-REASON = SPACES
        GO TO CHECK-ONE-FEED-EXIT
    END-IF.
    DISPLAY "EXPECTED FEED FROM BRANCH " BM-BRANCH-CODE
        " NOT RECEIVED - " FEED-REASON
    IF MISSING-COUNT < MAX-MISSING
        ADD 1 TO MISSING-COUNT
        MOVE BM-BRANCH-CODE TO MF-CODE(MISSING-COUNT)
        MOVE BM-BRANCH-NAME TO MF-NAME(MISSING-COUNT)
        MOVE BM-REGION TO MF-REGION(MISSING-COUNT)
        MOVE BM-CUTOFF-TIME TO MF-CUTOFF(MISSING-COUNT)
        MOVE FEED-REASON TO MF-REASON(MISSING-COUNT)
    ELSE
        ADD 1 TO MISSING-MORE-COUNT
    END-IF.
CHECK-ONE-FEED-EXIT.
    EXIT.

PROCESS-BRANCH.
    MOVE BR-FILE(BX) TO BRANCH-FILE-NAME
    MOVE ZERO TO FILE-NAME-LEN
            " - BRANCH SKIPPED"
        GO TO PROCESS-BRANCH-EXIT
    END-IF.
    MOVE "Y" TO BR-OPENED(BX)
    PERFORM UNTIL END-OF-BRANCH-FILE OR COMBINED-FULL
        READ BRANCH-FILE INTO BRANCH-INPUT
            AT END SET END-OF-BRANCH-FILE TO TRUE
        "                      " GRAND-TOTAL
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    PERFORM WRITE-BRANCH-EXCEPTIONS THRU WRITE-BRANCH-EXCEPTIONS-EXIT
    CLOSE REPORT-FILE.
WRITE-REPORT-EXIT.
    EXIT.

WRITE-BRANCH-EXCEPTIONS.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    IF NOT BRANCH-CHECK-ON
        MOVE "BRNCHMST.DAT NOT AVAILABLE - BRANCHES NOT VALIDATED"
            TO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
        GO TO WRITE-BRANCH-EXCEPTIONS-EXIT
    END-IF.
    MOVE "BRANCH FILES REFUSED" TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    IF REFUSED-COUNT = ZERO
        MOVE "NONE" TO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
    END-IF
    PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > REFUSED-COUNT
        MOVE SPACES TO REPORT-LINE
        STRING RF-CODE(RX) "    " RF-FILE(RX) " " RF-REASON(RX)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
    END-PERFORM
    MOVE REFUSED-MORE-COUNT TO MORE-COUNT
    PERFORM WRITE-MORE-LINE THRU WRITE-MORE-LINE-EXIT
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE "EXPECTED FEEDS NOT RECEIVED" TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    IF MISSING-COUNT = ZERO
        MOVE "NONE" TO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
    END-IF
    PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > MISSING-COUNT
        MOVE SPACES TO REPORT-LINE
        STRING MF-CODE(RX) "    " MF-NAME(RX) " " MF-REGION(RX)
            " CUTOFF " MF-CUTOFF(RX) " " MF-REASON(RX)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
    END-PERFORM
    MOVE MISSING-MORE-COUNT TO MORE-COUNT
    PERFORM WRITE-MORE-LINE THRU WRITE-MORE-LINE-EXIT.
WRITE-BRANCH-EXCEPTIONS-EXIT.
    EXIT.

WRITE-MORE-LINE.
    IF MORE-COUNT = ZERO
        GO TO WRITE-MORE-LINE-EXIT
    END-IF.
    MOVE SPACES TO REPORT-LINE
    STRING "  ... " MORE-COUNT " MORE NOT SHOWN"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE.
WRITE-MORE-LINE-EXIT.
    EXIT.
