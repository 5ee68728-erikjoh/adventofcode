IDENTIFICATION DIVISION.
PROGRAM-ID. AOC0127.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CATALOG-FILE ASSIGN TO "BACKUP.CAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.
    SELECT BACKUP-FILE ASSIGN TO "RCVINDD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BACKUP-STATUS.
    SELECT MASTER-FILE ASSIGN TO "RCVOUTDD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EM-EXPENSE-ID
        FILE STATUS IS MASTER-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "EXPJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOURNAL-STATUS.
    SELECT CHECKPOINT-FILE ASSIGN TO "AOC0101.CKP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHECKPOINT-STATUS.
    SELECT REPORT-FILE ASSIGN TO "RECOVER.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CATALOG-FILE.
COPY "BKUPCAT.CPY".

FD  BACKUP-FILE.
01  BACKUP-RECORD PIC X(50).

FD  MASTER-FILE.
COPY "EXPMAST.CPY".

FD  JOURNAL-FILE.
01  JOURNAL-RECORD PIC X(135).

FD  CHECKPOINT-FILE.
01  CHECKPOINT-RECORD PIC X(16).

FD  REPORT-FILE.
01  REPORT-RECORD PIC X(100).

WORKING-STORAGE SECTION.
    78 RC-ANOMALY VALUE 4.
    78 RC-NO-BACKUP VALUE 8.
    78 RC-INTEGRITY VALUE 12.
    78 RC-FILE-FAIL VALUE 16.
    78 ACTION-TYPES VALUE 7.
    01 CATALOG-STATUS PIC XX.
    01 BACKUP-STATUS PIC XX.
    01 MASTER-STATUS PIC XX.
    01 JOURNAL-STATUS PIC XX.
    01 CHECKPOINT-STATUS PIC XX.
    01 REPORT-STATUS PIC XX.
    COPY "EXPJRNL.CPY".
    01 PARM-LINE PIC X(80) VALUE SPACES.
    01 PARM-TOKENS.
        05 PARM-TOKEN OCCURS 4 TIMES PIC X(40).
    01 PX PIC 9(2).
    01 TOKEN-LEN PIC 9(2) VALUE ZERO.
    01 TIME-PARM PIC X(08).
    01 RUN-DATE PIC 9(8).
    01 RUN-TIME PIC 9(8).
    01 RECOVERY-POINT.
        05 RP-DATE PIC 9(8) VALUE 99999999.
        05 RP-TIME PIC 9(8) VALUE 99999999.
    01 BACKUP-POINT.
        05 BP-DATE PIC 9(8) VALUE ZERO.
        05 BP-TIME PIC 9(8) VALUE ZERO.
    01 CATALOG-POINT.
        05 CP-DATE PIC 9(8).
        05 CP-TIME PIC 9(8).
    01 JOURNAL-POINT.
        05 JP-DATE PIC 9(8).
        05 JP-TIME PIC 9(8).
    01 LAST-APPLIED-POINT.
        05 LA-DATE PIC 9(8) VALUE ZERO.
        05 LA-TIME PIC 9(8) VALUE ZERO.
    01 TARGET-NAME PIC X(40) VALUE "EXPMAST.DAT".
    01 BACKUP-NAME PIC X(40) VALUE SPACES.
    01 NAME-LEN PIC 9(2) VALUE ZERO.
    01 TARGET-LEN PIC 9(2) VALUE ZERO.
    01 CATALOG-COUNT PIC 9(8) VALUE ZERO.
    01 CATALOG-TOTAL PIC 9(13)V99 VALUE ZERO.
    01 VERIFY-COUNT PIC 9(8) VALUE ZERO.
    01 VERIFY-TOTAL PIC 9(13)V99 VALUE ZERO.
    01 RELOAD-COUNT PIC 9(8) VALUE ZERO.
    01 RELOAD-TOTAL PIC 9(13)V99 VALUE ZERO.
    01 RELOAD-DUP-COUNT PIC 9(8) VALUE ZERO.
    01 RELOAD-DUP-TOTAL PIC 9(13)V99 VALUE ZERO.
    01 EXPECTED-COUNT PIC 9(8) VALUE ZERO.
    01 EXPECTED-TOTAL PIC 9(13)V99 VALUE ZERO.
    01 REBUILT-COUNT PIC 9(8) VALUE ZERO.
    01 REBUILT-TOTAL PIC 9(13)V99 VALUE ZERO.
    01 JOURNAL-READ-COUNT PIC 9(8) VALUE ZERO.
    01 BEFORE-BACKUP-COUNT PIC 9(8) VALUE ZERO.
    01 AFTER-POINT-COUNT PIC 9(8) VALUE ZERO.
    01 APPLIED-COUNT PIC 9(8) VALUE ZERO.
    01 UNKNOWN-COUNT PIC 9(8) VALUE ZERO.
    01 BAD-ENTRY-COUNT PIC 9(8) VALUE ZERO.
    01 ADD-EXISTING-COUNT PIC 9(8) VALUE ZERO.
    01 UPDATE-MISSING-COUNT PIC 9(8) VALUE ZERO.
    01 DELETE-MISSING-COUNT PIC 9(8) VALUE ZERO.
    01 FAILED-APPLY-COUNT PIC 9(8) VALUE ZERO.
    01 ACTION-NAME-LIST PIC X(21) VALUE "ADDCHGDELAPRDECGLXRCN".
    01 ACTION-NAME-TABLE REDEFINES ACTION-NAME-LIST.
        05 ACTION-NAME OCCURS 7 TIMES PIC X(03).
    01 ACTION-COUNT-TABLE.
        05 ACTION-COUNT OCCURS 7 TIMES PIC 9(8).
    01 AX PIC 9(2).
    01 FOUND-AX PIC 9(2) VALUE ZERO.
    01 FLAG-NAME-LIST PIC X(06) VALUE " PADRG".
    01 FLAG-NAME-TABLE REDEFINES FLAG-NAME-LIST.
        05 FLAG-NAME OCCURS 6 TIMES PIC X(01).
    01 FLAG-LABEL-LIST PIC X(60) VALUE
        "OPEN      PENDING   APPROVED  DECLINED  RECONCILEDSENT TO GL".
    01 FLAG-LABEL-TABLE REDEFINES FLAG-LABEL-LIST.
        05 FLAG-LABEL OCCURS 6 TIMES PIC X(10).
    01 FLAG-COUNT-TABLE.
        05 FLAG-COUNT OCCURS 6 TIMES PIC 9(8).
    01 OTHER-FLAG-COUNT PIC 9(8) VALUE ZERO.
    01 FX PIC 9(2).
    01 FOUND-FX PIC 9(2) VALUE ZERO.
    01 OLD-AMOUNT PIC 9(07)V99 VALUE ZERO.
    01 TOTAL-DISPLAY PIC Z(12)9.99.
    01 COUNT-DISPLAY PIC Z(7)9.
    01 REPORT-LINE PIC X(100) VALUE SPACES.
    01 CATALOG-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-CATALOG VALUE "Y".
    01 BACKUP-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-BACKUP-FILE VALUE "Y".
    01 JOURNAL-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-JOURNAL VALUE "Y".
    01 MASTER-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-MASTER-FILE VALUE "Y".
    01 FOUND-SWITCH PIC X(01) VALUE "N".
        88 BACKUP-FOUND VALUE "Y".
    01 PARM-ERROR-SWITCH PIC X(01) VALUE "N".
        88 PARM-ERROR VALUE "Y".
    01 BALANCE-SWITCH PIC X(01) VALUE "N".
        88 OUT-OF-BALANCE VALUE "Y".

PROCEDURE DIVISION.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ACCEPT RUN-TIME FROM TIME
    ACCEPT PARM-LINE FROM COMMAND-LINE
    PERFORM PARSE-PARM-LINE THRU PARSE-PARM-LINE-EXIT
    IF PARM-ERROR
        DISPLAY "RECOVERY NOT STARTED"
        MOVE RC-FILE-FAIL TO RETURN-CODE
        STOP RUN
    END-IF
    IF RP-DATE = 99999999
        DISPLAY "RECOVERING " TARGET-NAME " TO THE END OF EXPJRNL.DAT"
    ELSE
        DISPLAY "RECOVERING " TARGET-NAME " TO " RP-DATE " " RP-TIME
    END-IF
    PERFORM FIND-LATEST-BACKUP THRU FIND-LATEST-BACKUP-EXIT
    IF NOT BACKUP-FOUND
        DISPLAY "NO GOOD BACKUP ON BACKUP.CAT AT OR BEFORE THE "
            "RECOVERY POINT - NOTHING TO RECOVER FROM"
        MOVE RC-NO-BACKUP TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM CHECK-BATCH-IN-FLIGHT THRU CHECK-BATCH-IN-FLIGHT-EXIT
    OPEN OUTPUT REPORT-FILE
    IF REPORT-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN RECOVER.RPT, STATUS = " REPORT-STATUS
        MOVE RC-FILE-FAIL TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WRITE-REPORT-HEADING THRU WRITE-REPORT-HEADING-EXIT
    PERFORM VERIFY-BACKUP THRU VERIFY-BACKUP-EXIT
    PERFORM RELOAD-BACKUP THRU RELOAD-BACKUP-EXIT
    PERFORM WRITE-RELOAD-SECTION THRU WRITE-RELOAD-SECTION-EXIT
    COMPUTE EXPECTED-COUNT = RELOAD-COUNT - RELOAD-DUP-COUNT
    COMPUTE EXPECTED-TOTAL = RELOAD-TOTAL - RELOAD-DUP-TOTAL
    PERFORM ROLL-FORWARD THRU ROLL-FORWARD-EXIT
    PERFORM WRITE-JOURNAL-SECTION THRU WRITE-JOURNAL-SECTION-EXIT
    PERFORM VERIFY-REBUILT-MASTER THRU VERIFY-REBUILT-MASTER-EXIT
    PERFORM WRITE-CONTROL-SECTION THRU WRITE-CONTROL-SECTION-EXIT
    CLOSE REPORT-FILE
    MOVE REBUILT-TOTAL TO TOTAL-DISPLAY
    DISPLAY TARGET-NAME " REBUILT FROM " BACKUP-NAME(1:NAME-LEN)
        " PLUS " APPLIED-COUNT " JOURNAL ENTRY(S)"
    DISPLAY REBUILT-COUNT " RECORD(S), AMOUNT " TOTAL-DISPLAY
        " - DETAIL ON RECOVER.RPT"
    IF OUT-OF-BALANCE
        DISPLAY "REBUILT MASTER IS OUT OF BALANCE"
        MOVE RC-INTEGRITY TO RETURN-CODE
    ELSE
        IF ADD-EXISTING-COUNT > ZERO OR UPDATE-MISSING-COUNT > ZERO
            OR DELETE-MISSING-COUNT > ZERO OR UNKNOWN-COUNT > ZERO
            OR BAD-ENTRY-COUNT > ZERO OR RELOAD-DUP-COUNT > ZERO
            DISPLAY "JOURNAL ANOMALIES NOTED - SEE RECOVER.RPT"
            MOVE RC-ANOMALY TO RETURN-CODE
        END-IF
    END-IF
    STOP RUN.

PARSE-PARM-LINE.
    IF PARM-LINE = SPACES
        GO TO PARSE-PARM-LINE-EXIT
    END-IF.
    MOVE SPACES TO PARM-TOKENS
    UNSTRING PARM-LINE DELIMITED BY ALL " "
        INTO PARM-TOKEN(1) PARM-TOKEN(2) PARM-TOKEN(3)
            PARM-TOKEN(4)
    PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 4
        IF PARM-TOKEN(PX) NOT = SPACES
            PERFORM PARSE-PARM-TOKEN THRU PARSE-PARM-TOKEN-EXIT
        END-IF
    END-PERFORM
    IF RP-DATE = 99999999 AND RP-TIME NOT = 99999999
        DISPLAY "AT= REQUIRES TO=YYYYMMDD"
        SET PARM-ERROR TO TRUE
    END-IF.
PARSE-PARM-LINE-EXIT.
    EXIT.

PARSE-PARM-TOKEN.
    MOVE ZERO TO TOKEN-LEN
    INSPECT PARM-TOKEN(PX) TALLYING TOKEN-LEN
        FOR CHARACTERS BEFORE INITIAL " "
    EVALUATE TRUE
        WHEN PARM-TOKEN(PX)(1:3) = "TO="
            IF TOKEN-LEN NOT = 11
                OR PARM-TOKEN(PX)(4:8) IS NOT NUMERIC
                DISPLAY "INVALID PARAMETER '"
                    PARM-TOKEN(PX)(1:TOKEN-LEN)
                    "' - EXPECTED TO=YYYYMMDD"
                SET PARM-ERROR TO TRUE
            ELSE
                MOVE PARM-TOKEN(PX)(4:8) TO RP-DATE
                IF RP-TIME = 99999999
                    MOVE 23595999 TO RP-TIME
                END-IF
            END-IF
        WHEN PARM-TOKEN(PX)(1:3) = "AT="
            PERFORM PARSE-AT-TOKEN THRU PARSE-AT-TOKEN-EXIT
        WHEN PARM-TOKEN(PX)(1:4) = "OUT="
            IF TOKEN-LEN < 5
                DISPLAY "OUT= REQUIRES A FILE NAME"
                SET PARM-ERROR TO TRUE
            ELSE
                MOVE PARM-TOKEN(PX)(5:TOKEN-LEN - 4) TO TARGET-NAME
            END-IF
        WHEN OTHER
            DISPLAY "INVALID PARAMETER '"
                PARM-TOKEN(PX)(1:TOKEN-LEN) "'"
            SET PARM-ERROR TO TRUE
    END-EVALUATE.
PARSE-PARM-TOKEN-EXIT.
    EXIT.

PARSE-AT-TOKEN.
    MOVE "00000000" TO TIME-PARM
    EVALUATE TOKEN-LEN
        WHEN 7
            MOVE PARM-TOKEN(PX)(4:4) TO TIME-PARM(1:4)
            MOVE "5999" TO TIME-PARM(5:4)
        WHEN 9
            MOVE PARM-TOKEN(PX)(4:6) TO TIME-PARM(1:6)
            MOVE "99" TO TIME-PARM(7:2)
        WHEN 11
            MOVE PARM-TOKEN(PX)(4:8) TO TIME-PARM
        WHEN OTHER
            MOVE "X" TO TIME-PARM
    END-EVALUATE
    IF TIME-PARM IS NOT NUMERIC
        DISPLAY "INVALID PARAMETER '" PARM-TOKEN(PX)(1:TOKEN-LEN)
            "' - EXPECTED AT=HHMM, HHMMSS OR HHMMSSCC"
        SET PARM-ERROR TO TRUE
        GO TO PARSE-AT-TOKEN-EXIT
    END-IF.
    MOVE TIME-PARM TO RP-TIME.
PARSE-AT-TOKEN-EXIT.
    EXIT.

FIND-LATEST-BACKUP.
    OPEN INPUT CATALOG-FILE
    IF CATALOG-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN BACKUP.CAT, STATUS = " CATALOG-STATUS
        MOVE RC-FILE-FAIL TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL END-OF-CATALOG
        READ CATALOG-FILE
            AT END SET END-OF-CATALOG TO TRUE
        END-READ
        IF NOT END-OF-CATALOG
            PERFORM CHECK-CATALOG-ENTRY THRU CHECK-CATALOG-ENTRY-EXIT
        END-IF
    END-PERFORM
    CLOSE CATALOG-FILE.
FIND-LATEST-BACKUP-EXIT.
    EXIT.

CHECK-CATALOG-ENTRY.
    IF BK-STATUS NOT = "G" OR BK-DATE IS NOT NUMERIC
        OR BK-TIME IS NOT NUMERIC
        GO TO CHECK-CATALOG-ENTRY-EXIT
    END-IF.
    MOVE BK-DATE TO CP-DATE
    MOVE BK-TIME TO CP-TIME
    IF CATALOG-POINT > RECOVERY-POINT
        GO TO CHECK-CATALOG-ENTRY-EXIT
    END-IF.
    IF BACKUP-FOUND AND CATALOG-POINT < BACKUP-POINT
        GO TO CHECK-CATALOG-ENTRY-EXIT
    END-IF.
    SET BACKUP-FOUND TO TRUE
    MOVE CATALOG-POINT TO BACKUP-POINT
    MOVE BK-NAME TO BACKUP-NAME
    MOVE BK-COUNT TO CATALOG-COUNT
    MOVE BK-TOTAL TO CATALOG-TOTAL.
CHECK-CATALOG-ENTRY-EXIT.
    EXIT.

CHECK-BATCH-IN-FLIGHT.
    IF TARGET-NAME NOT = "EXPMAST.DAT"
        GO TO CHECK-BATCH-IN-FLIGHT-EXIT
    END-IF.
    OPEN INPUT CHECKPOINT-FILE
    IF CHECKPOINT-STATUS NOT = "00"
        GO TO CHECK-BATCH-IN-FLIGHT-EXIT
    END-IF.
    READ CHECKPOINT-FILE
        AT END
            CLOSE CHECKPOINT-FILE
            GO TO CHECK-BATCH-IN-FLIGHT-EXIT
    END-READ
    CLOSE CHECKPOINT-FILE
    DISPLAY "AOC0101.CKP HOLDS A CHECKPOINT - A BATCH IS IN "
        "FLIGHT, RECOVERY OF EXPMAST.DAT REFUSED"
    MOVE RC-INTEGRITY TO RETURN-CODE
    STOP RUN.
CHECK-BATCH-IN-FLIGHT-EXIT.
    EXIT.

VERIFY-BACKUP.
    MOVE ZERO TO NAME-LEN
    INSPECT BACKUP-NAME TALLYING NAME-LEN
        FOR CHARACTERS BEFORE INITIAL " "
    DISPLAY "RCVINDD" UPON ENVIRONMENT-NAME
    DISPLAY BACKUP-NAME(1:NAME-LEN) UPON ENVIRONMENT-VALUE
    MOVE ZERO TO TARGET-LEN
    INSPECT TARGET-NAME TALLYING TARGET-LEN
        FOR CHARACTERS BEFORE INITIAL " "
    PERFORM OPEN-BACKUP-FILE THRU OPEN-BACKUP-FILE-EXIT
    PERFORM UNTIL END-OF-BACKUP-FILE
        READ BACKUP-FILE INTO EXPENSE-MASTER-RECORD
            AT END SET END-OF-BACKUP-FILE TO TRUE
        END-READ
        IF NOT END-OF-BACKUP-FILE
            ADD 1 TO VERIFY-COUNT
            IF EM-AMOUNT IS NUMERIC
                ADD EM-AMOUNT TO VERIFY-TOTAL
            END-IF
        END-IF
    END-PERFORM
    CLOSE BACKUP-FILE
    MOVE "N" TO BACKUP-EOF-SWITCH
    IF VERIFY-COUNT = CATALOG-COUNT AND VERIFY-TOTAL = CATALOG-TOTAL
        GO TO VERIFY-BACKUP-EXIT
    END-IF.
    MOVE SPACES TO REPORT-LINE
    STRING "BACKUP USED      " BACKUP-NAME "  TAKEN " BP-DATE " "
        BP-TIME
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE CATALOG-COUNT TO COUNT-DISPLAY
    MOVE CATALOG-TOTAL TO TOTAL-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  PER BACKUP.CAT         RECORDS " COUNT-DISPLAY
        "  AMOUNT " TOTAL-DISPLAY
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE VERIFY-COUNT TO COUNT-DISPLAY
    MOVE VERIFY-TOTAL TO TOTAL-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  READ FROM BACKUP       RECORDS " COUNT-DISPLAY
        "  AMOUNT " TOTAL-DISPLAY
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "*** BACKUP DOES NOT AGREE WITH BACKUP.CAT - RECOVERY "
        "STOPPED, " TARGET-NAME(1:TARGET-LEN) " NOT TOUCHED ***"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    CLOSE REPORT-FILE
    DISPLAY "BACKUP " BACKUP-NAME(1:NAME-LEN) " DOES NOT AGREE "
        "WITH BACKUP.CAT - RECOVERY STOPPED, "
        TARGET-NAME(1:TARGET-LEN) " NOT TOUCHED"
    MOVE RC-INTEGRITY TO RETURN-CODE
    STOP RUN.
VERIFY-BACKUP-EXIT.
    EXIT.

OPEN-BACKUP-FILE.
    OPEN INPUT BACKUP-FILE
    IF BACKUP-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN " BACKUP-NAME(1:NAME-LEN)
            ", STATUS = " BACKUP-STATUS
        MOVE "*** BACKUP FILE COULD NOT BE OPENED ***" TO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
        CLOSE REPORT-FILE
        MOVE RC-NO-BACKUP TO RETURN-CODE
        STOP RUN
    END-IF.
OPEN-BACKUP-FILE-EXIT.
    EXIT.

RELOAD-BACKUP.
    PERFORM OPEN-BACKUP-FILE THRU OPEN-BACKUP-FILE-EXIT
    PERFORM SET-TARGET-DD THRU SET-TARGET-DD-EXIT
    OPEN OUTPUT MASTER-FILE
    IF MASTER-STATUS NOT = "00"
        DISPLAY "UNABLE TO CREATE " TARGET-NAME ", STATUS = "
            MASTER-STATUS
        CLOSE BACKUP-FILE
        CLOSE REPORT-FILE
        MOVE RC-FILE-FAIL TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL END-OF-BACKUP-FILE
        READ BACKUP-FILE INTO EXPENSE-MASTER-RECORD
            AT END SET END-OF-BACKUP-FILE TO TRUE
        END-READ
        IF NOT END-OF-BACKUP-FILE
            ADD 1 TO RELOAD-COUNT
            IF EM-AMOUNT IS NUMERIC
                ADD EM-AMOUNT TO RELOAD-TOTAL
            END-IF
            WRITE EXPENSE-MASTER-RECORD
                INVALID KEY
                    ADD 1 TO RELOAD-DUP-COUNT
                    IF EM-AMOUNT IS NUMERIC
                        ADD EM-AMOUNT TO RELOAD-DUP-TOTAL
                    END-IF
                    DISPLAY "DUPLICATE EXPENSE " EM-EXPENSE-ID
                        " ON BACKUP - NOT RELOADED"
            END-WRITE
        END-IF
    END-PERFORM
    CLOSE MASTER-FILE
    CLOSE BACKUP-FILE.
RELOAD-BACKUP-EXIT.
    EXIT.

SET-TARGET-DD.
    MOVE ZERO TO TARGET-LEN
    INSPECT TARGET-NAME TALLYING TARGET-LEN
        FOR CHARACTERS BEFORE INITIAL " "
    DISPLAY "RCVOUTDD" UPON ENVIRONMENT-NAME
    DISPLAY TARGET-NAME(1:TARGET-LEN) UPON ENVIRONMENT-VALUE.
SET-TARGET-DD-EXIT.
    EXIT.

ROLL-FORWARD.
    OPEN I-O MASTER-FILE
    IF MASTER-STATUS NOT = "00"
        DISPLAY "UNABLE TO REOPEN " TARGET-NAME ", STATUS = "
            MASTER-STATUS
        CLOSE REPORT-FILE
        MOVE RC-FILE-FAIL TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT JOURNAL-FILE
    IF JOURNAL-STATUS = "35"
        DISPLAY "EXPJRNL.DAT NOT FOUND - NO JOURNAL TO APPLY"
        CLOSE MASTER-FILE
        GO TO ROLL-FORWARD-EXIT
    END-IF.
    IF JOURNAL-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN EXPJRNL.DAT, STATUS = " JOURNAL-STATUS
        CLOSE MASTER-FILE
        CLOSE REPORT-FILE
        MOVE RC-FILE-FAIL TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL END-OF-JOURNAL
        READ JOURNAL-FILE INTO EXPENSE-JOURNAL-RECORD
            AT END SET END-OF-JOURNAL TO TRUE
        END-READ
        IF NOT END-OF-JOURNAL
            ADD 1 TO JOURNAL-READ-COUNT
            PERFORM APPLY-ONE-ENTRY THRU APPLY-ONE-ENTRY-EXIT
        END-IF
    END-PERFORM
    CLOSE JOURNAL-FILE
    CLOSE MASTER-FILE.
ROLL-FORWARD-EXIT.
    EXIT.

APPLY-ONE-ENTRY.
    IF JR-DATE IS NOT NUMERIC OR JR-TIME IS NOT NUMERIC
        ADD 1 TO BAD-ENTRY-COUNT
        GO TO APPLY-ONE-ENTRY-EXIT
    END-IF.
    MOVE JR-DATE TO JP-DATE
    MOVE JR-TIME TO JP-TIME
    IF JOURNAL-POINT < BACKUP-POINT
        ADD 1 TO BEFORE-BACKUP-COUNT
        GO TO APPLY-ONE-ENTRY-EXIT
    END-IF.
    IF JOURNAL-POINT > RECOVERY-POINT
        ADD 1 TO AFTER-POINT-COUNT
        GO TO APPLY-ONE-ENTRY-EXIT
    END-IF.
    MOVE ZERO TO FOUND-AX
    PERFORM VARYING AX FROM 1 BY 1
            UNTIL AX > ACTION-TYPES OR FOUND-AX > ZERO
        IF ACTION-NAME(AX) = JR-ACTION
            MOVE AX TO FOUND-AX
        END-IF
    END-PERFORM
    IF FOUND-AX = ZERO
        ADD 1 TO UNKNOWN-COUNT
        DISPLAY "UNKNOWN JOURNAL ACTION '" JR-ACTION "' FOR "
            JR-EXPENSE-ID " AT " JR-DATE " " JR-TIME " - SKIPPED"
        GO TO APPLY-ONE-ENTRY-EXIT
    END-IF.
    IF JR-ACTION = "DEL"
        PERFORM APPLY-DELETE THRU APPLY-DELETE-EXIT
    ELSE
        PERFORM APPLY-AFTER-IMAGE THRU APPLY-AFTER-IMAGE-EXIT
    END-IF.
APPLY-ONE-ENTRY-EXIT.
    EXIT.

APPLY-AFTER-IMAGE.
    MOVE JR-EXPENSE-ID TO EM-EXPENSE-ID
    READ MASTER-FILE
        INVALID KEY
            MOVE JR-AFTER TO EXPENSE-MASTER-RECORD
            WRITE EXPENSE-MASTER-RECORD
                INVALID KEY
                    ADD 1 TO FAILED-APPLY-COUNT
                    DISPLAY "UNABLE TO ADD " JR-EXPENSE-ID
                        ", STATUS = " MASTER-STATUS
                    GO TO APPLY-AFTER-IMAGE-EXIT
            END-WRITE
            IF JR-ACTION NOT = "ADD"
                ADD 1 TO UPDATE-MISSING-COUNT
            END-IF
            ADD 1 TO EXPECTED-COUNT
            IF EM-AMOUNT IS NUMERIC
                ADD EM-AMOUNT TO EXPECTED-TOTAL
            END-IF
            PERFORM NOTE-APPLIED THRU NOTE-APPLIED-EXIT
            GO TO APPLY-AFTER-IMAGE-EXIT
    END-READ
    MOVE ZERO TO OLD-AMOUNT
    IF EM-AMOUNT IS NUMERIC
        MOVE EM-AMOUNT TO OLD-AMOUNT
    END-IF
    MOVE JR-AFTER TO EXPENSE-MASTER-RECORD
    REWRITE EXPENSE-MASTER-RECORD
        INVALID KEY
            ADD 1 TO FAILED-APPLY-COUNT
            DISPLAY "UNABLE TO UPDATE " JR-EXPENSE-ID
                ", STATUS = " MASTER-STATUS
            GO TO APPLY-AFTER-IMAGE-EXIT
    END-REWRITE
    IF JR-ACTION = "ADD"
        ADD 1 TO ADD-EXISTING-COUNT
    END-IF
    SUBTRACT OLD-AMOUNT FROM EXPECTED-TOTAL
    IF EM-AMOUNT IS NUMERIC
        ADD EM-AMOUNT TO EXPECTED-TOTAL
    END-IF
    PERFORM NOTE-APPLIED THRU NOTE-APPLIED-EXIT.
APPLY-AFTER-IMAGE-EXIT.
    EXIT.

APPLY-DELETE.
    MOVE JR-EXPENSE-ID TO EM-EXPENSE-ID
    READ MASTER-FILE
        INVALID KEY
            ADD 1 TO DELETE-MISSING-COUNT
            PERFORM NOTE-APPLIED THRU NOTE-APPLIED-EXIT
            GO TO APPLY-DELETE-EXIT
    END-READ
    MOVE ZERO TO OLD-AMOUNT
    IF EM-AMOUNT IS NUMERIC
        MOVE EM-AMOUNT TO OLD-AMOUNT
    END-IF
    DELETE MASTER-FILE RECORD
        INVALID KEY
            ADD 1 TO FAILED-APPLY-COUNT
            DISPLAY "UNABLE TO DELETE " JR-EXPENSE-ID
                ", STATUS = " MASTER-STATUS
            GO TO APPLY-DELETE-EXIT
    END-DELETE
    SUBTRACT 1 FROM EXPECTED-COUNT
    SUBTRACT OLD-AMOUNT FROM EXPECTED-TOTAL
    PERFORM NOTE-APPLIED THRU NOTE-APPLIED-EXIT.
APPLY-DELETE-EXIT.
    EXIT.

NOTE-APPLIED.
    ADD 1 TO APPLIED-COUNT
    ADD 1 TO ACTION-COUNT(FOUND-AX)
    MOVE JOURNAL-POINT TO LAST-APPLIED-POINT.
NOTE-APPLIED-EXIT.
    EXIT.

VERIFY-REBUILT-MASTER.
    OPEN INPUT MASTER-FILE
    IF MASTER-STATUS NOT = "00"
        DISPLAY "UNABLE TO REOPEN " TARGET-NAME " FOR VERIFICATION, "
            "STATUS = " MASTER-STATUS
        SET OUT-OF-BALANCE TO TRUE
        GO TO VERIFY-REBUILT-MASTER-EXIT
    END-IF.
    PERFORM UNTIL END-OF-MASTER-FILE
        READ MASTER-FILE NEXT RECORD
            AT END SET END-OF-MASTER-FILE TO TRUE
        END-READ
        IF NOT END-OF-MASTER-FILE
            ADD 1 TO REBUILT-COUNT
            IF EM-AMOUNT IS NUMERIC
                ADD EM-AMOUNT TO REBUILT-TOTAL
            END-IF
            MOVE ZERO TO FOUND-FX
            PERFORM VARYING FX FROM 1 BY 1
                    UNTIL FX > 6 OR FOUND-FX > ZERO
                IF FLAG-NAME(FX) = EM-RECON-FLAG
                    MOVE FX TO FOUND-FX
                END-IF
            END-PERFORM
            IF FOUND-FX = ZERO
                ADD 1 TO OTHER-FLAG-COUNT
            ELSE
                ADD 1 TO FLAG-COUNT(FOUND-FX)
            END-IF
        END-IF
    END-PERFORM
    CLOSE MASTER-FILE
    IF REBUILT-COUNT NOT = EXPECTED-COUNT
        OR REBUILT-TOTAL NOT = EXPECTED-TOTAL
        SET OUT-OF-BALANCE TO TRUE
    END-IF.
VERIFY-REBUILT-MASTER-EXIT.
    EXIT.

WRITE-REPORT-HEADING.
    INITIALIZE ACTION-COUNT-TABLE
    INITIALIZE FLAG-COUNT-TABLE
    MOVE SPACES TO REPORT-LINE
    STRING "EXPENSE MASTER RECOVERY  RUN DATE " RUN-DATE
        "  TIME " RUN-TIME
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    IF RP-DATE = 99999999
        STRING "RECOVERY POINT  END OF JOURNAL  TARGET " TARGET-NAME
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING "RECOVERY POINT  " RP-DATE " " RP-TIME
            "  TARGET " TARGET-NAME
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE.
WRITE-REPORT-HEADING-EXIT.
    EXIT.

WRITE-RELOAD-SECTION.
    MOVE SPACES TO REPORT-LINE
    STRING "BACKUP USED      " BACKUP-NAME "  TAKEN " BP-DATE " "
        BP-TIME
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE CATALOG-COUNT TO COUNT-DISPLAY
    MOVE CATALOG-TOTAL TO TOTAL-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  PER BACKUP.CAT         RECORDS " COUNT-DISPLAY
        "  AMOUNT " TOTAL-DISPLAY
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE RELOAD-COUNT TO COUNT-DISPLAY
    MOVE RELOAD-TOTAL TO TOTAL-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  RELOADED FROM BACKUP   RECORDS " COUNT-DISPLAY
        "  AMOUNT " TOTAL-DISPLAY
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    IF RELOAD-DUP-COUNT > ZERO
        MOVE RELOAD-DUP-COUNT TO COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "  DUPLICATE KEYS NOT RELOADED    " COUNT-DISPLAY
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE.
WRITE-RELOAD-SECTION-EXIT.
    EXIT.

WRITE-JOURNAL-SECTION.
    MOVE SPACES TO REPORT-LINE
    STRING "JOURNAL ROLL-FORWARD (EXPJRNL.DAT)  ENTRIES FROM " BP-DATE
        " " BP-TIME
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE "  ENTRIES READ" TO REPORT-LINE
    MOVE JOURNAL-READ-COUNT TO COUNT-DISPLAY
    PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT
    MOVE "  BEFORE THE BACKUP - ALREADY ON IT" TO REPORT-LINE
    MOVE BEFORE-BACKUP-COUNT TO COUNT-DISPLAY
    PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT
    MOVE "  AFTER THE RECOVERY POINT - NOT APPLIED" TO REPORT-LINE
    MOVE AFTER-POINT-COUNT TO COUNT-DISPLAY
    PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT
    PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ACTION-TYPES
        MOVE SPACES TO REPORT-LINE
        STRING "  APPLIED " ACTION-NAME(AX)
            DELIMITED BY SIZE INTO REPORT-LINE
        MOVE ACTION-COUNT(AX) TO COUNT-DISPLAY
        PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT
    END-PERFORM
    MOVE "  TOTAL APPLIED" TO REPORT-LINE
    MOVE APPLIED-COUNT TO COUNT-DISPLAY
    PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT
    IF APPLIED-COUNT > ZERO
        MOVE SPACES TO REPORT-LINE
        STRING "  LAST ENTRY APPLIED AT " LA-DATE " " LA-TIME
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
    END-IF
    MOVE "  ADD FOUND RECORD ALREADY ON BACKUP" TO REPORT-LINE
    MOVE ADD-EXISTING-COUNT TO COUNT-DISPLAY
    PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT
    MOVE "  UPDATE OF RECORD NOT ON MASTER - ADDED" TO REPORT-LINE
    MOVE UPDATE-MISSING-COUNT TO COUNT-DISPLAY
    PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT
    MOVE "  DELETE OF RECORD NOT ON MASTER" TO REPORT-LINE
    MOVE DELETE-MISSING-COUNT TO COUNT-DISPLAY
    PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT
    MOVE "  UNKNOWN ACTION - SKIPPED" TO REPORT-LINE
    MOVE UNKNOWN-COUNT TO COUNT-DISPLAY
    PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT
    MOVE "  UNREADABLE ENTRY - SKIPPED" TO REPORT-LINE
    MOVE BAD-ENTRY-COUNT TO COUNT-DISPLAY
    PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT
    MOVE "  COULD NOT BE APPLIED" TO REPORT-LINE
    MOVE FAILED-APPLY-COUNT TO COUNT-DISPLAY
    PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE.
WRITE-JOURNAL-SECTION-EXIT.
    EXIT.

WRITE-COUNT-LINE.
    MOVE COUNT-DISPLAY TO REPORT-LINE(44:8)
    WRITE REPORT-RECORD FROM REPORT-LINE.
WRITE-COUNT-LINE-EXIT.
    EXIT.

WRITE-CONTROL-SECTION.
    MOVE "REBUILT MASTER CONTROL TOTALS" TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE EXPECTED-COUNT TO COUNT-DISPLAY
    MOVE EXPECTED-TOTAL TO TOTAL-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  BACKUP PLUS JOURNAL    RECORDS " COUNT-DISPLAY
        "  AMOUNT " TOTAL-DISPLAY
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE REBUILT-COUNT TO COUNT-DISPLAY
    MOVE REBUILT-TOTAL TO TOTAL-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  READ FROM REBUILT FILE RECORDS " COUNT-DISPLAY
        "  AMOUNT " TOTAL-DISPLAY
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 6
        MOVE SPACES TO REPORT-LINE
        STRING "    " FLAG-LABEL(FX)
            DELIMITED BY SIZE INTO REPORT-LINE
        MOVE FLAG-COUNT(FX) TO COUNT-DISPLAY
        PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT
    END-PERFORM
    IF OTHER-FLAG-COUNT > ZERO
        MOVE "    OTHER FLAG" TO REPORT-LINE
        MOVE OTHER-FLAG-COUNT TO COUNT-DISPLAY
        PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT
    END-IF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    IF OUT-OF-BALANCE
        MOVE "*** REBUILT MASTER OUT OF BALANCE ***" TO REPORT-LINE
    ELSE
        MOVE "REBUILT MASTER IN BALANCE" TO REPORT-LINE
    END-IF
    WRITE REPORT-RECORD FROM REPORT-LINE.
WRITE-CONTROL-SECTION-EXIT.
    EXIT.
