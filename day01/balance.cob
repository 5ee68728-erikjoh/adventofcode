IDENTIFICATION DIVISION.
PROGRAM-ID. AOC0118.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONSOL-FILE ASSIGN TO "CONSOL.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONSOL-STATUS.
    SELECT COMBINED-FILE ASSIGN TO "COMBINED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS COMBINED-STATUS.
    SELECT POSTING-FILE ASSIGN TO "POSTING.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS POSTING-STATUS.
    SELECT REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BG-BATCH-ID
        FILE STATUS IS REGISTER-STATUS.
    SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SUSPENSE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "BALANCE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONSOL-FILE.
01  CONSOL-RECORD PIC X(100).

FD  COMBINED-FILE.
01  COMBINED-RECORD PIC X(19).

FD  POSTING-FILE.
01  POSTING-RECORD PIC X(100).

FD  REGISTER-FILE.
COPY "BATCHREG.CPY".

FD  SUSPENSE-FILE.
01  SUSPENSE-RECORD PIC X(109).

FD  REPORT-FILE.
01  REPORT-RECORD PIC X(100).

WORKING-STORAGE SECTION.
    78 MAX-BAL-BRANCHES VALUE 20.
    78 RC-INTEGRITY VALUE 12.
    78 RC-FILE-FAIL VALUE 16.
    01 CONSOL-STATUS PIC XX.
    01 COMBINED-STATUS PIC XX.
    01 POSTING-STATUS PIC XX.
    01 REGISTER-STATUS PIC XX.
    01 SUSPENSE-STATUS PIC XX.
    01 REPORT-STATUS PIC XX.
    COPY "SUSPENSE.CPY".
    01 CONSOL-LINE PIC X(100).
    01 CONSOL-BRANCH-LINE REDEFINES CONSOL-LINE.
        05 CL-BRANCH-CODE PIC X(03).
        05 FILLER PIC X(45).
        05 CL-READ PIC 9(06).
        05 FILLER PIC X(04).
        05 CL-ACCEPTED PIC 9(06).
        05 FILLER PIC X(04).
        05 CL-REJECTED PIC 9(06).
        05 FILLER PIC X(02).
        05 CL-DUPS PIC 9(06).
        05 FILLER PIC X(01).
        05 CL-TOTAL PIC 9(10).
        05 FILLER PIC X(07).
    01 CONSOL-TOTAL-LINE REDEFINES CONSOL-LINE.
        05 CT-LABEL PIC X(08).
        05 FILLER PIC X(44).
        05 CT-ACCEPTED PIC 9(06).
        05 FILLER PIC X(22).
        05 CT-TOTAL PIC 9(10).
        05 FILLER PIC X(10).
    01 COMBINED-INPUT.
        05 IN-AMOUNT PIC X(04).
        05 IN-BRANCH PIC X(03).
        05 IN-ORIG-LINE PIC X(06).
        05 FILLER PIC X(06).
    01 POSTING-LINE PIC X(100).
    01 POSTING-HEADER-LINE REDEFINES POSTING-LINE.
        05 FILLER PIC X(39).
        05 PH-BATCH-ID PIC X(08).
        05 FILLER PIC X(09).
        05 PH-BATCH-DATE PIC X(08).
        05 FILLER PIC X(36).
    01 POSTING-COUNT-LINE REDEFINES POSTING-LINE.
        05 PC-LABEL PIC X(13).
        05 PC-READ PIC 9(06).
        05 FILLER PIC X(08).
        05 PC-ADDED PIC 9(06).
        05 FILLER PIC X(10).
        05 PC-SKIPPED PIC 9(06).
        05 FILLER PIC X(11).
        05 PC-REJECTED PIC 9(06).
        05 FILLER PIC X(34).
    01 CONSOL-RUN-DATE PIC X(08) VALUE SPACES.
    01 CONSOL-GRAND-ACCEPTED PIC 9(6) VALUE ZERO.
    01 CONSOL-GRAND-TOTAL PIC 9(10) VALUE ZERO.
    01 CONSOL-SUM-ACCEPTED PIC 9(6) VALUE ZERO.
    01 CONSOL-SUM-REJECTED PIC 9(6) VALUE ZERO.
    01 CONSOL-SUM-TOTAL PIC 9(10) VALUE ZERO.
    01 CONSOL-LINE-NO PIC 9(4) VALUE ZERO.
    01 BATCH-ID PIC X(08) VALUE SPACES.
    01 BATCH-DATE PIC X(08) VALUE SPACES.
    01 BUSINESS-DATE PIC 9(8) VALUE ZERO.
    01 TRAILER-COUNT PIC 9(6) VALUE ZERO.
    01 TRAILER-HASH PIC 9(10) VALUE ZERO.
    01 DETAIL-COUNT PIC 9(6) VALUE ZERO.
    01 DETAIL-HASH PIC 9(10) VALUE ZERO.
    01 WHOLE-AMOUNT PIC 9(4).
    01 POSTING-BATCH-ID PIC X(08) VALUE SPACES.
    01 POSTING-READ PIC 9(6) VALUE ZERO.
    01 POSTING-ADDED PIC 9(6) VALUE ZERO.
    01 POSTING-SKIPPED PIC 9(6) VALUE ZERO.
    01 POSTING-REJECTED PIC 9(6) VALUE ZERO.
    01 POSTING-ACCOUNTED PIC 9(6) VALUE ZERO.
    01 POSTING-POSTABLE PIC 9(6) VALUE ZERO.
    01 POSTING-RESULT PIC X(12) JUSTIFIED RIGHT VALUE "NOT FOUND".
    01 REGISTER-RESULT PIC X(12) JUSTIFIED RIGHT VALUE "MISSING".
    01 REGISTER-TOTAL PIC 9(6) VALUE ZERO.
    01 SUSPENSE-BRANCH-TOTAL PIC 9(6) VALUE ZERO.
    01 SUSPENSE-RECON-COUNT PIC 9(6) VALUE ZERO.
    01 SUSPENSE-OTHER-COUNT PIC 9(6) VALUE ZERO.
    01 BAL-BRANCH-COUNT PIC 9(2) VALUE ZERO.
    01 BAL-BRANCH-TABLE.
        05 BAL-BRANCH OCCURS MAX-BAL-BRANCHES TIMES.
            10 BB-CODE PIC X(3).
            10 BB-ON-CONSOL PIC X(1).
            10 BB-READ PIC 9(6).
            10 BB-ACCEPTED PIC 9(6).
            10 BB-REJECTED PIC 9(6).
            10 BB-TOTAL PIC 9(10).
            10 BB-COMBINED-COUNT PIC 9(6).
            10 BB-COMBINED-TOTAL PIC 9(10).
            10 BB-SUSPENSE-COUNT PIC 9(6).
    01 BX PIC 9(2).
    01 FOUND-BX PIC 9(2) VALUE ZERO.
    01 LOOKUP-CODE PIC X(3).
    01 BRANCH-RESULT PIC X(16).
    01 CHECK-DESC PIC X(46).
    01 CHECK-EXPECTED PIC X(12) JUSTIFIED RIGHT.
    01 CHECK-ACTUAL PIC X(12) JUSTIFIED RIGHT.
    01 CHECK-NUMBER PIC Z(10)9.
    01 CHECK-RESULT PIC X(16).
    01 CHECK-COUNT PIC 9(3) VALUE ZERO.
    01 FAIL-COUNT PIC 9(3) VALUE ZERO.
    01 RUN-DATE PIC 9(8).
    01 RUN-TIME PIC 9(8).
    01 FINAL-RC PIC 9(2) VALUE ZERO.
    01 REPORT-LINE PIC X(100) VALUE SPACES.
    01 CONSOL-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-CONSOL-FILE VALUE "Y".
    01 COMBINED-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-COMBINED-FILE VALUE "Y".
    01 POSTING-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-POSTING-FILE VALUE "Y".
    01 SUSPENSE-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-SUSPENSE-FILE VALUE "Y".
    01 CONSOL-FOUND-SWITCH PIC X(01) VALUE "N".
        88 CONSOL-AVAILABLE VALUE "Y".
    01 CONSOL-TOTAL-SWITCH PIC X(01) VALUE "N".
        88 CONSOL-TOTAL-FOUND VALUE "Y".
    01 COMBINED-FOUND-SWITCH PIC X(01) VALUE "N".
        88 COMBINED-AVAILABLE VALUE "Y".
    01 HEADER-SWITCH PIC X(01) VALUE "N".
        88 HEADER-PRESENT VALUE "Y".
    01 TRAILER-SWITCH PIC X(01) VALUE "N".
        88 TRAILER-PRESENT VALUE "Y".
    01 POSTING-FOUND-SWITCH PIC X(01) VALUE "N".
        88 POSTING-AVAILABLE VALUE "Y".
    01 REGISTER-FOUND-SWITCH PIC X(01) VALUE "N".
        88 BATCH-REGISTERED VALUE "Y".
    01 TABLE-FULL-SWITCH PIC X(01) VALUE "N".
        88 BRANCH-TABLE-FULL VALUE "Y".

PROCEDURE DIVISION.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ACCEPT RUN-TIME FROM TIME
    PERFORM READ-COMBINED THRU READ-COMBINED-EXIT
    PERFORM READ-CONSOL-REPORT THRU READ-CONSOL-REPORT-EXIT
    PERFORM READ-POSTING-REPORT THRU READ-POSTING-REPORT-EXIT
    PERFORM READ-BATCH-REGISTER THRU READ-BATCH-REGISTER-EXIT
    PERFORM READ-SUSPENSE THRU READ-SUSPENSE-EXIT
    OPEN OUTPUT REPORT-FILE
    IF REPORT-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN BALANCE.RPT, STATUS = " REPORT-STATUS
        MOVE RC-FILE-FAIL TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WRITE-SHEET-HEADING THRU WRITE-SHEET-HEADING-EXIT
    PERFORM WRITE-BRANCH-SECTION THRU WRITE-BRANCH-SECTION-EXIT
    PERFORM WRITE-CONTROL-SECTION THRU WRITE-CONTROL-SECTION-EXIT
    PERFORM WRITE-SHEET-RESULT THRU WRITE-SHEET-RESULT-EXIT
    CLOSE REPORT-FILE
    IF NOT CONSOL-AVAILABLE OR NOT COMBINED-AVAILABLE
        OR NOT POSTING-AVAILABLE
        MOVE RC-FILE-FAIL TO FINAL-RC
    ELSE
        IF FAIL-COUNT > ZERO
            MOVE RC-INTEGRITY TO FINAL-RC
        END-IF
    END-IF
    IF FAIL-COUNT > ZERO
        DISPLAY "DAILY BALANCING OUT OF BALANCE - " FAIL-COUNT
            " OF " CHECK-COUNT " CHECK(S) FAILED, SEE BALANCE.RPT"
    ELSE
        DISPLAY "DAILY BALANCING IN BALANCE - " CHECK-COUNT
            " CHECK(S) AGREED FOR BATCH " BATCH-ID
    END-IF
    MOVE FINAL-RC TO RETURN-CODE
    STOP RUN.

READ-COMBINED.
    OPEN INPUT COMBINED-FILE
    IF COMBINED-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN COMBINED.DAT, STATUS = "
            COMBINED-STATUS
        MOVE RUN-DATE TO BUSINESS-DATE
        GO TO READ-COMBINED-EXIT
    END-IF.
    SET COMBINED-AVAILABLE TO TRUE
    PERFORM UNTIL END-OF-COMBINED-FILE
        READ COMBINED-FILE INTO COMBINED-INPUT
            AT END SET END-OF-COMBINED-FILE TO TRUE
        END-READ
        IF NOT END-OF-COMBINED-FILE
            EVALUATE TRUE
                WHEN COMBINED-INPUT(1:3) = "HDR"
                    MOVE COMBINED-INPUT(4:8) TO BATCH-ID
                    MOVE COMBINED-INPUT(12:8) TO BATCH-DATE
                    SET HEADER-PRESENT TO TRUE
                WHEN COMBINED-INPUT(1:3) = "TRL"
                    IF COMBINED-INPUT(4:6) IS NUMERIC
                        AND COMBINED-INPUT(10:10) IS NUMERIC
                        MOVE COMBINED-INPUT(4:6) TO TRAILER-COUNT
                        MOVE COMBINED-INPUT(10:10) TO TRAILER-HASH
                        SET TRAILER-PRESENT TO TRUE
                    ELSE
                        DISPLAY "MALFORMED TRAILER RECORD '"
                            COMBINED-INPUT(1:19) "'"
                    END-IF
                WHEN OTHER
                    PERFORM NOTE-COMBINED-ENTRY
                        THRU NOTE-COMBINED-ENTRY-EXIT
            END-EVALUATE
        END-IF
    END-PERFORM
    CLOSE COMBINED-FILE
    IF BATCH-DATE IS NUMERIC
        MOVE BATCH-DATE TO BUSINESS-DATE
    ELSE
        MOVE RUN-DATE TO BUSINESS-DATE
    END-IF.
READ-COMBINED-EXIT.
    EXIT.

NOTE-COMBINED-ENTRY.
    ADD 1 TO DETAIL-COUNT
    IF IN-AMOUNT IS NUMERIC
        MOVE IN-AMOUNT TO WHOLE-AMOUNT
    ELSE
        MOVE ZERO TO WHOLE-AMOUNT
    END-IF
    ADD WHOLE-AMOUNT TO DETAIL-HASH
    MOVE IN-BRANCH TO LOOKUP-CODE
    PERFORM FIND-BRANCH THRU FIND-BRANCH-EXIT
    IF FOUND-BX > ZERO
        ADD 1 TO BB-COMBINED-COUNT(FOUND-BX)
        ADD WHOLE-AMOUNT TO BB-COMBINED-TOTAL(FOUND-BX)
    END-IF.
NOTE-COMBINED-ENTRY-EXIT.
    EXIT.

READ-CONSOL-REPORT.
    OPEN INPUT CONSOL-FILE
    IF CONSOL-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN CONSOL.RPT, STATUS = " CONSOL-STATUS
        GO TO READ-CONSOL-REPORT-EXIT
    END-IF.
    SET CONSOL-AVAILABLE TO TRUE
    PERFORM UNTIL END-OF-CONSOL-FILE OR CONSOL-TOTAL-FOUND
        READ CONSOL-FILE INTO CONSOL-LINE
            AT END SET END-OF-CONSOL-FILE TO TRUE
        END-READ
        IF NOT END-OF-CONSOL-FILE
            ADD 1 TO CONSOL-LINE-NO
            EVALUATE TRUE
                WHEN CONSOL-LINE-NO = 1
                    MOVE CONSOL-LINE(37:8) TO CONSOL-RUN-DATE
                WHEN CONSOL-LINE-NO = 2
                    CONTINUE
                WHEN CT-LABEL = "COMBINED"
                    PERFORM NOTE-CONSOL-TOTAL
                        THRU NOTE-CONSOL-TOTAL-EXIT
                WHEN OTHER
                    PERFORM NOTE-CONSOL-BRANCH
                        THRU NOTE-CONSOL-BRANCH-EXIT
            END-EVALUATE
        END-IF
    END-PERFORM
    CLOSE CONSOL-FILE.
READ-CONSOL-REPORT-EXIT.
    EXIT.

NOTE-CONSOL-BRANCH.
    IF CL-BRANCH-CODE = SPACES
        GO TO NOTE-CONSOL-BRANCH-EXIT
    END-IF.
    IF CL-READ IS NOT NUMERIC OR CL-ACCEPTED IS NOT NUMERIC
        OR CL-REJECTED IS NOT NUMERIC OR CL-TOTAL IS NOT NUMERIC
        DISPLAY "UNRECOGNISED CONSOL.RPT LINE " CONSOL-LINE-NO
            " - IGNORED"
        GO TO NOTE-CONSOL-BRANCH-EXIT
    END-IF.
    MOVE CL-BRANCH-CODE TO LOOKUP-CODE
    PERFORM FIND-BRANCH THRU FIND-BRANCH-EXIT
    IF FOUND-BX = ZERO
        GO TO NOTE-CONSOL-BRANCH-EXIT
    END-IF.
    MOVE "Y" TO BB-ON-CONSOL(FOUND-BX)
    ADD CL-READ TO BB-READ(FOUND-BX)
    ADD CL-ACCEPTED TO BB-ACCEPTED(FOUND-BX)
    ADD CL-REJECTED TO BB-REJECTED(FOUND-BX)
    ADD CL-TOTAL TO BB-TOTAL(FOUND-BX)
    ADD CL-ACCEPTED TO CONSOL-SUM-ACCEPTED
    ADD CL-REJECTED TO CONSOL-SUM-REJECTED
    ADD CL-TOTAL TO CONSOL-SUM-TOTAL.
NOTE-CONSOL-BRANCH-EXIT.
    EXIT.

NOTE-CONSOL-TOTAL.
    SET CONSOL-TOTAL-FOUND TO TRUE
    IF CT-ACCEPTED IS NUMERIC
        MOVE CT-ACCEPTED TO CONSOL-GRAND-ACCEPTED
    END-IF
    IF CT-TOTAL IS NUMERIC
        MOVE CT-TOTAL TO CONSOL-GRAND-TOTAL
    END-IF.
NOTE-CONSOL-TOTAL-EXIT.
    EXIT.

READ-POSTING-REPORT.
    OPEN INPUT POSTING-FILE
    IF POSTING-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN POSTING.RPT, STATUS = "
            POSTING-STATUS
        GO TO READ-POSTING-REPORT-EXIT
    END-IF.
    SET POSTING-AVAILABLE TO TRUE
    PERFORM UNTIL END-OF-POSTING-FILE
        READ POSTING-FILE INTO POSTING-LINE
            AT END SET END-OF-POSTING-FILE TO TRUE
        END-READ
        IF NOT END-OF-POSTING-FILE
            EVALUATE TRUE
                WHEN POSTING-LINE(1:12) = "BULK POSTING"
                    MOVE PH-BATCH-ID TO POSTING-BATCH-ID
                WHEN PC-LABEL = "ENTRIES READ "
                    IF PC-READ IS NUMERIC AND PC-ADDED IS NUMERIC
                        AND PC-SKIPPED IS NUMERIC
                        AND PC-REJECTED IS NUMERIC
                        MOVE PC-READ TO POSTING-READ
                        MOVE PC-ADDED TO POSTING-ADDED
                        MOVE PC-SKIPPED TO POSTING-SKIPPED
                        MOVE PC-REJECTED TO POSTING-REJECTED
                    END-IF
                WHEN POSTING-LINE(1:23) = "BATCH CONTROLS VERIFIED"
                    MOVE "VERIFIED" TO POSTING-RESULT
                WHEN POSTING-LINE(1:29) =
                        "BATCH CONTROLS DID NOT VERIFY"
                    MOVE "NOT VERIFIED" TO POSTING-RESULT
            END-EVALUATE
        END-IF
    END-PERFORM
    CLOSE POSTING-FILE
    COMPUTE POSTING-ACCOUNTED = POSTING-ADDED + POSTING-SKIPPED
        + POSTING-REJECTED
    COMPUTE POSTING-POSTABLE = POSTING-READ - POSTING-REJECTED.
READ-POSTING-REPORT-EXIT.
    EXIT.

READ-BATCH-REGISTER.
    IF NOT HEADER-PRESENT
        GO TO READ-BATCH-REGISTER-EXIT
    END-IF.
    OPEN INPUT REGISTER-FILE
    IF REGISTER-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN BATCHREG.DAT, STATUS = "
            REGISTER-STATUS
        GO TO READ-BATCH-REGISTER-EXIT
    END-IF.
    MOVE BATCH-ID TO BG-BATCH-ID
    READ REGISTER-FILE
        INVALID KEY
            DISPLAY "BATCH " BATCH-ID " NOT FOUND ON BATCHREG.DAT"
        NOT INVALID KEY
            SET BATCH-REGISTERED TO TRUE
            MOVE "PRESENT" TO REGISTER-RESULT
            COMPUTE REGISTER-TOTAL = BG-ENTRY-COUNT
                + BG-REJECT-COUNT
    END-READ
    CLOSE REGISTER-FILE.
READ-BATCH-REGISTER-EXIT.
    EXIT.

READ-SUSPENSE.
    OPEN INPUT SUSPENSE-FILE
    IF SUSPENSE-STATUS = "35"
        GO TO READ-SUSPENSE-EXIT
    END-IF.
    IF SUSPENSE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN SUSPENSE.DAT, STATUS = "
            SUSPENSE-STATUS
        GO TO READ-SUSPENSE-EXIT
    END-IF.
    PERFORM UNTIL END-OF-SUSPENSE-FILE
        READ SUSPENSE-FILE INTO SUSPENSE-ITEM
            AT END SET END-OF-SUSPENSE-FILE TO TRUE
        END-READ
        IF NOT END-OF-SUSPENSE-FILE
            PERFORM NOTE-SUSPENSE-ITEM THRU NOTE-SUSPENSE-ITEM-EXIT
        END-IF
    END-PERFORM
    CLOSE SUSPENSE-FILE.
READ-SUSPENSE-EXIT.
    EXIT.

NOTE-SUSPENSE-ITEM.
    IF SU-SOURCE = "AOC0103" AND SU-DATE = BUSINESS-DATE
        ADD 1 TO SUSPENSE-BRANCH-TOTAL
        MOVE SU-BRANCH TO LOOKUP-CODE
        PERFORM FIND-BRANCH THRU FIND-BRANCH-EXIT
        IF FOUND-BX > ZERO
            ADD 1 TO BB-SUSPENSE-COUNT(FOUND-BX)
        END-IF
        GO TO NOTE-SUSPENSE-ITEM-EXIT
    END-IF.
    IF SU-SOURCE = "AOC0101" AND BATCH-REGISTERED
        AND SU-DATE = BG-RUN-DATE
        ADD 1 TO SUSPENSE-RECON-COUNT
        GO TO NOTE-SUSPENSE-ITEM-EXIT
    END-IF.
    IF SU-DATE = BUSINESS-DATE
        ADD 1 TO SUSPENSE-OTHER-COUNT
    END-IF.
NOTE-SUSPENSE-ITEM-EXIT.
    EXIT.

FIND-BRANCH.
    MOVE ZERO TO FOUND-BX
    PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BAL-BRANCH-COUNT
        OR FOUND-BX > ZERO
        IF BB-CODE(BX) = LOOKUP-CODE
            MOVE BX TO FOUND-BX
        END-IF
    END-PERFORM
    IF FOUND-BX > ZERO
        GO TO FIND-BRANCH-EXIT
    END-IF.
    IF BAL-BRANCH-COUNT = MAX-BAL-BRANCHES
        IF NOT BRANCH-TABLE-FULL
            SET BRANCH-TABLE-FULL TO TRUE
            DISPLAY "MORE THAN " MAX-BAL-BRANCHES " BRANCHES - "
                "EXCESS NOT BALANCED BY BRANCH"
        END-IF
        GO TO FIND-BRANCH-EXIT
    END-IF.
    ADD 1 TO BAL-BRANCH-COUNT
    MOVE BAL-BRANCH-COUNT TO FOUND-BX
    MOVE LOOKUP-CODE TO BB-CODE(FOUND-BX)
    MOVE "N" TO BB-ON-CONSOL(FOUND-BX)
    MOVE ZERO TO BB-READ(FOUND-BX)
    MOVE ZERO TO BB-ACCEPTED(FOUND-BX)
    MOVE ZERO TO BB-REJECTED(FOUND-BX)
    MOVE ZERO TO BB-TOTAL(FOUND-BX)
    MOVE ZERO TO BB-COMBINED-COUNT(FOUND-BX)
    MOVE ZERO TO BB-COMBINED-TOTAL(FOUND-BX)
    MOVE ZERO TO BB-SUSPENSE-COUNT(FOUND-BX).
FIND-BRANCH-EXIT.
    EXIT.

WRITE-SHEET-HEADING.
    MOVE SPACES TO REPORT-LINE
    STRING "DAILY BALANCING SHEET  RUN DATE " RUN-DATE
        "  TIME " RUN-TIME(1:6)
        "  BATCH " BATCH-ID " CREATED " BATCH-DATE
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE "                    CONSOL.RPT                    COMBINED.DAT       SUSPENSE" TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE "BRN      READ  ACCEPTED  REJECTED       TOTAL   ENTRIES       TOTAL     ITEMS  RESULT" TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE.
WRITE-SHEET-HEADING-EXIT.
    EXIT.

WRITE-BRANCH-SECTION.
    IF BAL-BRANCH-COUNT = ZERO
        MOVE "NO BRANCH ACTIVITY FOUND" TO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
        GO TO WRITE-BRANCH-SECTION-EXIT
    END-IF.
    PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BAL-BRANCH-COUNT
        ADD 1 TO CHECK-COUNT
        EVALUATE TRUE
            WHEN BB-ON-CONSOL(BX) NOT = "Y"
                MOVE "NOT ON CONSOL" TO BRANCH-RESULT
                ADD 1 TO FAIL-COUNT
            WHEN BB-ACCEPTED(BX) NOT = BB-COMBINED-COUNT(BX)
                OR BB-TOTAL(BX) NOT = BB-COMBINED-TOTAL(BX)
                OR BB-REJECTED(BX) NOT = BB-SUSPENSE-COUNT(BX)
                MOVE "OUT OF BALANCE" TO BRANCH-RESULT
                ADD 1 TO FAIL-COUNT
            WHEN OTHER
                MOVE "OK" TO BRANCH-RESULT
        END-EVALUATE
        MOVE SPACES TO REPORT-LINE
        STRING BB-CODE(BX) "    " BB-READ(BX)
            "    " BB-ACCEPTED(BX)
            "    " BB-REJECTED(BX)
            "  " BB-TOTAL(BX)
            "    " BB-COMBINED-COUNT(BX)
            "  " BB-COMBINED-TOTAL(BX)
            "    " BB-SUSPENSE-COUNT(BX)
            "  " BRANCH-RESULT
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
    END-PERFORM.
WRITE-BRANCH-SECTION-EXIT.
    EXIT.

WRITE-CONTROL-SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE "CONTROL CHECK                                     EXPECTED        ACTUAL  RESULT" TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    IF CONSOL-AVAILABLE
        MOVE CONSOL-RUN-DATE TO CHECK-EXPECTED
    ELSE
        MOVE "NOT FOUND" TO CHECK-EXPECTED
    END-IF
    MOVE BATCH-DATE TO CHECK-ACTUAL
    MOVE "CONSOL.RPT RUN DATE = COMBINED.DAT HEADER DATE"
        TO CHECK-DESC
    PERFORM WRITE-CHECK-LINE THRU WRITE-CHECK-LINE-EXIT
    MOVE CONSOL-GRAND-ACCEPTED TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-EXPECTED
    MOVE CONSOL-SUM-ACCEPTED TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-ACTUAL
    MOVE "CONSOL.RPT BRANCH ACCEPTED = COMBINED LINE" TO CHECK-DESC
    PERFORM WRITE-CHECK-LINE THRU WRITE-CHECK-LINE-EXIT
    MOVE CONSOL-GRAND-TOTAL TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-EXPECTED
    MOVE CONSOL-SUM-TOTAL TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-ACTUAL
    MOVE "CONSOL.RPT BRANCH TOTALS = COMBINED LINE" TO CHECK-DESC
    PERFORM WRITE-CHECK-LINE THRU WRITE-CHECK-LINE-EXIT
    IF TRAILER-PRESENT
        MOVE TRAILER-COUNT TO CHECK-NUMBER
        MOVE CHECK-NUMBER TO CHECK-EXPECTED
    ELSE
        MOVE "NO TRAILER" TO CHECK-EXPECTED
    END-IF
    MOVE DETAIL-COUNT TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-ACTUAL
    MOVE "COMBINED.DAT TRAILER COUNT = DETAIL RECORDS" TO CHECK-DESC
    PERFORM WRITE-CHECK-LINE THRU WRITE-CHECK-LINE-EXIT
    IF TRAILER-PRESENT
        MOVE TRAILER-HASH TO CHECK-NUMBER
        MOVE CHECK-NUMBER TO CHECK-EXPECTED
    ELSE
        MOVE "NO TRAILER" TO CHECK-EXPECTED
    END-IF
    MOVE DETAIL-HASH TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-ACTUAL
    MOVE "COMBINED.DAT TRAILER HASH = DETAIL AMOUNTS" TO CHECK-DESC
    PERFORM WRITE-CHECK-LINE THRU WRITE-CHECK-LINE-EXIT
    MOVE CONSOL-GRAND-ACCEPTED TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-EXPECTED
    MOVE TRAILER-COUNT TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-ACTUAL
    MOVE "COMBINED.DAT TRAILER COUNT = CONSOL ACCEPTED"
        TO CHECK-DESC
    PERFORM WRITE-CHECK-LINE THRU WRITE-CHECK-LINE-EXIT
    MOVE CONSOL-GRAND-TOTAL TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-EXPECTED
    MOVE TRAILER-HASH TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-ACTUAL
    MOVE "COMBINED.DAT TRAILER HASH = CONSOL TOTAL"
        TO CHECK-DESC
    PERFORM WRITE-CHECK-LINE THRU WRITE-CHECK-LINE-EXIT
    MOVE BATCH-ID TO CHECK-EXPECTED
    IF POSTING-AVAILABLE
        MOVE POSTING-BATCH-ID TO CHECK-ACTUAL
    ELSE
        MOVE "NOT FOUND" TO CHECK-ACTUAL
    END-IF
    MOVE "POSTING.RPT BATCH = COMBINED.DAT BATCH" TO CHECK-DESC
    PERFORM WRITE-CHECK-LINE THRU WRITE-CHECK-LINE-EXIT
    MOVE "VERIFIED" TO CHECK-EXPECTED
    MOVE POSTING-RESULT TO CHECK-ACTUAL
    MOVE "POSTING.RPT BATCH CONTROLS" TO CHECK-DESC
    PERFORM WRITE-CHECK-LINE THRU WRITE-CHECK-LINE-EXIT
    MOVE TRAILER-COUNT TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-EXPECTED
    MOVE POSTING-READ TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-ACTUAL
    MOVE "POSTING.RPT ENTRIES READ = TRAILER COUNT" TO CHECK-DESC
    PERFORM WRITE-CHECK-LINE THRU WRITE-CHECK-LINE-EXIT
    MOVE POSTING-READ TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-EXPECTED
    MOVE POSTING-ACCOUNTED TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-ACTUAL
    MOVE "POSTING.RPT ADDED+SKIPPED+REJECTED = READ" TO CHECK-DESC
    PERFORM WRITE-CHECK-LINE THRU WRITE-CHECK-LINE-EXIT
    MOVE "PRESENT" TO CHECK-EXPECTED
    MOVE REGISTER-RESULT TO CHECK-ACTUAL
    MOVE "BATCHREG.DAT ENTRY FOR BATCH" TO CHECK-DESC
    PERFORM WRITE-CHECK-LINE THRU WRITE-CHECK-LINE-EXIT
    IF BATCH-REGISTERED
        PERFORM WRITE-REGISTER-CHECKS THRU WRITE-REGISTER-CHECKS-EXIT
    END-IF
    MOVE CONSOL-SUM-REJECTED TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-EXPECTED
    MOVE SUSPENSE-BRANCH-TOTAL TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-ACTUAL
    MOVE "SUSPENSE.DAT AOC0103 ITEMS = CONSOL REJECTED"
        TO CHECK-DESC
    PERFORM WRITE-CHECK-LINE THRU WRITE-CHECK-LINE-EXIT
    IF BATCH-REGISTERED
        MOVE BG-REJECT-COUNT TO CHECK-NUMBER
        MOVE CHECK-NUMBER TO CHECK-EXPECTED
        MOVE SUSPENSE-RECON-COUNT TO CHECK-NUMBER
        MOVE CHECK-NUMBER TO CHECK-ACTUAL
        MOVE "SUSPENSE.DAT AOC0101 ITEMS = BATCHREG REJECTS"
            TO CHECK-DESC
        PERFORM WRITE-CHECK-LINE THRU WRITE-CHECK-LINE-EXIT
    END-IF
    MOVE ZERO TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-EXPECTED
    MOVE SUSPENSE-OTHER-COUNT TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-ACTUAL
    MOVE "SUSPENSE.DAT ITEMS FROM ANY OTHER SOURCE" TO CHECK-DESC
    PERFORM WRITE-CHECK-LINE THRU WRITE-CHECK-LINE-EXIT.
WRITE-CONTROL-SECTION-EXIT.
    EXIT.

WRITE-REGISTER-CHECKS.
    MOVE TRAILER-COUNT TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-EXPECTED
    MOVE REGISTER-TOTAL TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-ACTUAL
    MOVE "BATCHREG ENTRIES+REJECTS = TRAILER COUNT" TO CHECK-DESC
    PERFORM WRITE-CHECK-LINE THRU WRITE-CHECK-LINE-EXIT
    MOVE POSTING-POSTABLE TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-EXPECTED
    MOVE BG-ENTRY-COUNT TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-ACTUAL
    MOVE "BATCHREG ENTRIES = POSTING.RPT READ-REJECTED" TO CHECK-DESC
    PERFORM WRITE-CHECK-LINE THRU WRITE-CHECK-LINE-EXIT
    MOVE POSTING-REJECTED TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-EXPECTED
    MOVE BG-REJECT-COUNT TO CHECK-NUMBER
    MOVE CHECK-NUMBER TO CHECK-ACTUAL
    MOVE "BATCHREG REJECTS = POSTING.RPT REJECTED" TO CHECK-DESC
    PERFORM WRITE-CHECK-LINE THRU WRITE-CHECK-LINE-EXIT.
WRITE-REGISTER-CHECKS-EXIT.
    EXIT.

WRITE-CHECK-LINE.
    ADD 1 TO CHECK-COUNT
    IF CHECK-EXPECTED = CHECK-ACTUAL
        MOVE "OK" TO CHECK-RESULT
    ELSE
        MOVE "OUT OF BALANCE" TO CHECK-RESULT
        ADD 1 TO FAIL-COUNT
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING CHECK-DESC CHECK-EXPECTED "  " CHECK-ACTUAL
        "  " CHECK-RESULT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE.
WRITE-CHECK-LINE-EXIT.
    EXIT.

WRITE-SHEET-RESULT.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    IF BATCH-REGISTERED
        MOVE SPACES TO REPORT-LINE
        STRING "BATCH " BATCH-ID " RECONCILED " BG-RUN-DATE
            " OUTCOME " BG-OUTCOME "  RERUNS " BG-RERUN-COUNT
            "  POSTED " POSTING-ADDED "  SKIPPED " POSTING-SKIPPED
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
    END-IF
    IF BRANCH-TABLE-FULL
        MOVE SPACES TO REPORT-LINE
        STRING "MORE THAN " MAX-BAL-BRANCHES " BRANCHES - EXCESS "
            "NOT BALANCED BY BRANCH"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    IF FAIL-COUNT = ZERO
        STRING "*** IN BALANCE - " CHECK-COUNT
            " CHECK(S) AGREED ***"
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING "*** OUT OF BALANCE - " FAIL-COUNT " OF " CHECK-COUNT
            " CHECK(S) FAILED ***"
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-RECORD FROM REPORT-LINE.
WRITE-SHEET-RESULT-EXIT.
    EXIT.
