IDENTIFICATION DIVISION.
PROGRAM-ID. AOC0126.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO "EXPMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EM-EXPENSE-ID
        FILE STATUS IS MASTER-STATUS.
    SELECT BACKUP-FILE ASSIGN TO "BKUPOUTDD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BACKUP-STATUS.
    SELECT CATALOG-FILE ASSIGN TO "BACKUP.CAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MASTER-FILE.
COPY "EXPMAST.CPY".

FD  BACKUP-FILE.
01  BACKUP-RECORD PIC X(50).

FD  CATALOG-FILE.
COPY "BKUPCAT.CPY".

WORKING-STORAGE SECTION.
    78 RC-INTEGRITY VALUE 12.
    78 RC-FILE-FAIL VALUE 16.
    01 MASTER-STATUS PIC XX.
    01 BACKUP-STATUS PIC XX.
    01 CATALOG-STATUS PIC XX.
    01 RUN-DATE PIC 9(8).
    01 RUN-TIME PIC 9(8).
    01 BACKUP-NAME PIC X(40) VALUE SPACES.
    01 NAME-LEN PIC 9(2) VALUE ZERO.
    01 BACKUP-IMAGE.
        05 BI-EXPENSE-ID PIC X(08).
        05 BI-AMOUNT PIC 9(07)V99.
        05 FILLER PIC X(33).
    01 UNLOAD-COUNT PIC 9(8) VALUE ZERO.
    01 UNLOAD-TOTAL PIC 9(13)V99 VALUE ZERO.
    01 VERIFY-COUNT PIC 9(8) VALUE ZERO.
    01 VERIFY-TOTAL PIC 9(13)V99 VALUE ZERO.
    01 TOTAL-DISPLAY PIC Z(12)9.99.
    01 MASTER-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-MASTER-FILE VALUE "Y".
    01 BACKUP-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-BACKUP-FILE VALUE "Y".
    01 BACKUP-RESULT-SWITCH PIC X(01) VALUE "F".
        88 BACKUP-GOOD VALUE "G".
    01 CATALOG-SWITCH PIC X(01) VALUE "N".
        88 CATALOG-FAILED VALUE "Y".

PROCEDURE DIVISION.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ACCEPT RUN-TIME FROM TIME
    STRING "EXPBKUP." RUN-DATE "." RUN-TIME(1:6) ".DAT"
        DELIMITED BY SIZE INTO BACKUP-NAME
    MOVE ZERO TO NAME-LEN
    INSPECT BACKUP-NAME TALLYING NAME-LEN
        FOR CHARACTERS BEFORE INITIAL " "
    DISPLAY "BKUPOUTDD" UPON ENVIRONMENT-NAME
    DISPLAY BACKUP-NAME(1:NAME-LEN) UPON ENVIRONMENT-VALUE
    OPEN INPUT MASTER-FILE
    IF MASTER-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN EXPMAST.DAT, STATUS = " MASTER-STATUS
        MOVE RC-FILE-FAIL TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT BACKUP-FILE
    IF BACKUP-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN " BACKUP-NAME(1:NAME-LEN)
            ", STATUS = " BACKUP-STATUS
        CLOSE MASTER-FILE
        MOVE RC-FILE-FAIL TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL END-OF-MASTER-FILE
        READ MASTER-FILE
            AT END SET END-OF-MASTER-FILE TO TRUE
        END-READ
        IF NOT END-OF-MASTER-FILE
            WRITE BACKUP-RECORD FROM EXPENSE-MASTER-RECORD
            ADD 1 TO UNLOAD-COUNT
            IF EM-AMOUNT IS NUMERIC
                ADD EM-AMOUNT TO UNLOAD-TOTAL
            END-IF
        END-IF
    END-PERFORM
    CLOSE BACKUP-FILE
    CLOSE MASTER-FILE
    PERFORM VERIFY-BACKUP THRU VERIFY-BACKUP-EXIT
    PERFORM WRITE-CATALOG-ENTRY THRU WRITE-CATALOG-ENTRY-EXIT
    MOVE UNLOAD-TOTAL TO TOTAL-DISPLAY
    DISPLAY UNLOAD-COUNT " RECORD(S) UNLOADED FROM EXPMAST.DAT TO "
        BACKUP-NAME(1:NAME-LEN) ", AMOUNT " TOTAL-DISPLAY
    EVALUATE TRUE
        WHEN CATALOG-FAILED
            DISPLAY "UNABLE TO CATALOGUE BACKUP - NOT USABLE FOR "
                "RECOVERY UNTIL ENTERED ON BACKUP.CAT"
            MOVE RC-FILE-FAIL TO RETURN-CODE
        WHEN BACKUP-GOOD
            DISPLAY "BACKUP VERIFIED AND CATALOGUED ON BACKUP.CAT"
        WHEN OTHER
            DISPLAY "BACKUP FAILED VERIFICATION - CATALOGUED AS "
                "FAILED, NOT USABLE FOR RECOVERY"
            MOVE RC-INTEGRITY TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

VERIFY-BACKUP.
    OPEN INPUT BACKUP-FILE
    IF BACKUP-STATUS NOT = "00"
        DISPLAY "UNABLE TO REOPEN " BACKUP-NAME(1:NAME-LEN)
            " FOR VERIFICATION, STATUS = " BACKUP-STATUS
        GO TO VERIFY-BACKUP-EXIT
    END-IF.
    PERFORM UNTIL END-OF-BACKUP-FILE
        READ BACKUP-FILE INTO BACKUP-IMAGE
            AT END SET END-OF-BACKUP-FILE TO TRUE
        END-READ
        IF NOT END-OF-BACKUP-FILE
            ADD 1 TO VERIFY-COUNT
            IF BI-AMOUNT IS NUMERIC
                ADD BI-AMOUNT TO VERIFY-TOTAL
            END-IF
        END-IF
    END-PERFORM
    CLOSE BACKUP-FILE
    IF VERIFY-COUNT NOT = UNLOAD-COUNT
        DISPLAY "BACKUP HOLDS " VERIFY-COUNT " RECORD(S), "
            UNLOAD-COUNT " WERE UNLOADED"
        GO TO VERIFY-BACKUP-EXIT
    END-IF.
    IF VERIFY-TOTAL NOT = UNLOAD-TOTAL
        MOVE VERIFY-TOTAL TO TOTAL-DISPLAY
        DISPLAY "BACKUP AMOUNT TOTAL " TOTAL-DISPLAY
            " DOES NOT MATCH THE AMOUNT UNLOADED"
        GO TO VERIFY-BACKUP-EXIT
    END-IF.
    SET BACKUP-GOOD TO TRUE.
VERIFY-BACKUP-EXIT.
    EXIT.

WRITE-CATALOG-ENTRY.
    OPEN EXTEND CATALOG-FILE
    IF CATALOG-STATUS NOT = "00"
        OPEN OUTPUT CATALOG-FILE
        IF CATALOG-STATUS NOT = "00"
            DISPLAY "UNABLE TO WRITE BACKUP.CAT, STATUS = "
                CATALOG-STATUS
            SET CATALOG-FAILED TO TRUE
            GO TO WRITE-CATALOG-ENTRY-EXIT
        END-IF
    END-IF
    MOVE RUN-DATE TO BK-DATE
    MOVE RUN-TIME TO BK-TIME
    MOVE BACKUP-NAME TO BK-NAME
    MOVE UNLOAD-COUNT TO BK-COUNT
    MOVE UNLOAD-TOTAL TO BK-TOTAL
    MOVE BACKUP-RESULT-SWITCH TO BK-STATUS
    WRITE BACKUP-CATALOG-RECORD
    IF CATALOG-STATUS NOT = "00"
        DISPLAY "UNABLE TO WRITE BACKUP.CAT, STATUS = " CATALOG-STATUS
        SET CATALOG-FAILED TO TRUE
    END-IF
    CLOSE CATALOG-FILE.
WRITE-CATALOG-ENTRY-EXIT.
    EXIT.
