IDENTIFICATION DIVISION.
PROGRAM-ID. AOC0116.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO "EXPMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EM-EXPENSE-ID
        FILE STATUS IS MASTER-STATUS.
    SELECT VENDOR-FILE ASSIGN TO "VENDMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VM-VENDOR-CODE
        FILE STATUS IS VENDOR-STATUS.
    SELECT REPORT-FILE ASSIGN TO "OPENITEM.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MASTER-FILE.
COPY "EXPMAST.CPY".

FD  VENDOR-FILE.
COPY "VENDMAST.CPY".

FD  REPORT-FILE.
01  REPORT-RECORD PIC X(132).

WORKING-STORAGE SECTION.
    78 MAX-OPEN-ITEMS VALUE 5000.
    78 AGE-BUCKETS VALUE 4.
    78 RC-FILE-FAIL VALUE 16.
    01 MASTER-STATUS PIC XX.
    01 VENDOR-STATUS PIC XX.
    01 REPORT-STATUS PIC XX.
    01 ASOF-PARM PIC X(08) VALUE SPACES.
    01 ASOF-DATE PIC 9(8) VALUE ZERO.
    01 ASOF-DAY-NUMBER PIC 9(7) VALUE ZERO.
    01 OPEN-COUNT PIC 9(4) VALUE ZERO.
    01 OPEN-TABLE.
        05 OPEN-ITEM OCCURS 1 TO MAX-OPEN-ITEMS TIMES
            DEPENDING ON OPEN-COUNT.
            10 OI-VENDOR PIC X(10).
            10 OI-POSTING-DATE PIC 9(8).
            10 OI-EXPENSE-ID PIC X(08).
            10 OI-AMOUNT PIC 9(7)V99.
            10 OI-AGE-DAYS PIC 9(5).
            10 OI-BUCKET PIC 9(1).
            10 OI-UNDATED PIC X(01).
    01 OX PIC 9(4).
    01 BX PIC 9(1).
    01 READ-COUNT PIC 9(6) VALUE ZERO.
    01 RECON-COUNT PIC 9(6) VALUE ZERO.
    01 DECLINED-COUNT PIC 9(6) VALUE ZERO.
    01 UNDATED-COUNT PIC 9(4) VALUE ZERO.
    01 VENDOR-COUNT PIC 9(4) VALUE ZERO.
    01 VENDOR-ITEM-COUNT PIC 9(4) VALUE ZERO.
    01 VENDOR-TOTAL PIC 9(11)V99 VALUE ZERO.
    01 GRAND-TOTAL PIC 9(11)V99 VALUE ZERO.
    01 CURRENT-VENDOR PIC X(10) VALUE SPACES.
    01 BUCKET-TOTALS.
        05 BUCKET-ENTRY OCCURS AGE-BUCKETS TIMES.
            10 VB-TOTAL PIC 9(11)V99.
            10 GB-COUNT PIC 9(4).
            10 GB-TOTAL PIC 9(11)V99.
    01 BUCKET-COLUMNS.
        05 BUCKET-COLUMN OCCURS AGE-BUCKETS TIMES.
            10 FILLER PIC X(02).
            10 BC-AMOUNT PIC Z(10)9.99.
    01 COUNT-COLUMNS.
        05 COUNT-COLUMN OCCURS AGE-BUCKETS TIMES.
            10 FILLER PIC X(12).
            10 CC-COUNT PIC ZZZ9.
    01 TOTAL-DISPLAY PIC Z(10)9.99.
    01 COUNT-DISPLAY PIC ZZZ9.
    01 DAYS-OUT PIC X(05).
    01 DAYS-DISPLAY PIC ZZZZ9.
    01 VENDOR-NAME-OUT PIC X(30).
    01 DATE-WORK PIC 9(8).
    01 DATE-SPLIT REDEFINES DATE-WORK.
        05 DW-YYYY PIC 9(4).
        05 DW-MM PIC 9(2).
        05 DW-DD PIC 9(2).
    01 DN-YEAR PIC 9(5).
    01 DN-MONTH PIC 9(2).
    01 DN-ERA PIC 9(3).
    01 DN-YOE PIC 9(3).
    01 DN-DOY PIC 9(3).
    01 DN-DOE PIC 9(6).
    01 DN-WORK PIC 9(7).
    01 DN-QUOTIENT-4 PIC 9(5).
    01 DN-QUOTIENT-100 PIC 9(5).
    01 DAY-NUMBER PIC 9(7) VALUE ZERO.
    01 RUN-DATE PIC 9(8).
    01 REPORT-LINE PIC X(132) VALUE SPACES.
    01 MASTER-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-MASTER-FILE VALUE "Y".
    01 VENDOR-CHECK-SWITCH PIC X(01) VALUE "N".
        88 VENDOR-CHECK-ON VALUE "Y".
    01 TABLE-FULL-SWITCH PIC X(01) VALUE "N".
        88 OPEN-TABLE-FULL VALUE "Y".
    01 DATE-ERROR-SWITCH PIC X(01) VALUE "N".
        88 DATE-INVALID VALUE "Y".

PROCEDURE DIVISION.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ACCEPT ASOF-PARM FROM COMMAND-LINE
    IF ASOF-PARM = SPACES
        MOVE RUN-DATE TO ASOF-DATE
    ELSE
        IF ASOF-PARM IS NUMERIC
            MOVE ASOF-PARM TO ASOF-DATE
        ELSE
            DISPLAY "INVALID AS-OF DATE '" ASOF-PARM
                "' - EXPECTED YYYYMMDD"
            MOVE RC-FILE-FAIL TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    MOVE ASOF-DATE TO DATE-WORK
    PERFORM COMPUTE-DAY-NUMBER THRU COMPUTE-DAY-NUMBER-EXIT
    IF DATE-INVALID
        DISPLAY "INVALID AS-OF DATE '" ASOF-PARM
            "' - EXPECTED YYYYMMDD"
        MOVE RC-FILE-FAIL TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE DAY-NUMBER TO ASOF-DAY-NUMBER
    DISPLAY "AGEING OPEN ITEMS AS OF " ASOF-DATE
    OPEN INPUT MASTER-FILE
    IF MASTER-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN EXPMAST.DAT, STATUS = " MASTER-STATUS
        MOVE RC-FILE-FAIL TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT VENDOR-FILE
    IF VENDOR-STATUS = "00"
        SET VENDOR-CHECK-ON TO TRUE
    ELSE
        DISPLAY "VENDMAST.DAT NOT AVAILABLE, STATUS = " VENDOR-STATUS
            " - VENDOR NAMES OMITTED"
    END-IF
    PERFORM UNTIL END-OF-MASTER-FILE
        READ MASTER-FILE
            AT END SET END-OF-MASTER-FILE TO TRUE
        END-READ
        IF NOT END-OF-MASTER-FILE
            ADD 1 TO READ-COUNT
            PERFORM NOTE-ONE-EXPENSE THRU NOTE-ONE-EXPENSE-EXIT
        END-IF
    END-PERFORM
    CLOSE MASTER-FILE
    IF OPEN-COUNT > 1
        SORT OPEN-ITEM ASCENDING KEY OI-VENDOR OI-POSTING-DATE
            OI-EXPENSE-ID
    END-IF
    PERFORM WRITE-AGEING-REPORT THRU WRITE-AGEING-REPORT-EXIT
    IF VENDOR-CHECK-ON
        CLOSE VENDOR-FILE
    END-IF
    DISPLAY OPEN-COUNT " OPEN ITEM(S) FOR " VENDOR-COUNT
        " VENDOR(S) AGED ON OPENITEM.RPT, " RECON-COUNT
        " RECONCILED EXPENSE(S) EXCLUDED"
    IF DECLINED-COUNT > ZERO
        DISPLAY DECLINED-COUNT " DECLINED EXPENSE(S) EXCLUDED"
    END-IF
    STOP RUN.

NOTE-ONE-EXPENSE.
    IF EM-RECON-FLAG = "D"
        ADD 1 TO DECLINED-COUNT
        GO TO NOTE-ONE-EXPENSE-EXIT
    END-IF.
    IF EM-RECON-FLAG NOT = SPACE AND EM-RECON-FLAG NOT = "P"
        AND EM-RECON-FLAG NOT = "A"
        ADD 1 TO RECON-COUNT
        GO TO NOTE-ONE-EXPENSE-EXIT
    END-IF.
    IF OPEN-COUNT = MAX-OPEN-ITEMS
        IF NOT OPEN-TABLE-FULL
            SET OPEN-TABLE-FULL TO TRUE
            DISPLAY "MORE THAN " MAX-OPEN-ITEMS " OPEN ITEM(S) - "
                "EXCESS NOT REPORTED"
        END-IF
        GO TO NOTE-ONE-EXPENSE-EXIT
    END-IF.
    ADD 1 TO OPEN-COUNT
    MOVE EM-VENDOR-CODE TO OI-VENDOR(OPEN-COUNT)
    MOVE EM-EXPENSE-ID TO OI-EXPENSE-ID(OPEN-COUNT)
    MOVE EM-AMOUNT TO OI-AMOUNT(OPEN-COUNT)
    MOVE "N" TO OI-UNDATED(OPEN-COUNT)
    MOVE "N" TO DATE-ERROR-SWITCH
    IF EM-POSTING-DATE IS NUMERIC
        MOVE EM-POSTING-DATE TO OI-POSTING-DATE(OPEN-COUNT)
        MOVE EM-POSTING-DATE TO DATE-WORK
        PERFORM COMPUTE-DAY-NUMBER THRU COMPUTE-DAY-NUMBER-EXIT
    ELSE
        MOVE ZERO TO OI-POSTING-DATE(OPEN-COUNT)
        SET DATE-INVALID TO TRUE
    END-IF
    IF DATE-INVALID
        MOVE "Y" TO OI-UNDATED(OPEN-COUNT)
        MOVE ZERO TO OI-AGE-DAYS(OPEN-COUNT)
        MOVE AGE-BUCKETS TO OI-BUCKET(OPEN-COUNT)
        ADD 1 TO UNDATED-COUNT
        GO TO NOTE-ONE-EXPENSE-EXIT
    END-IF.
    IF DAY-NUMBER > ASOF-DAY-NUMBER
        MOVE ZERO TO OI-AGE-DAYS(OPEN-COUNT)
    ELSE
        COMPUTE OI-AGE-DAYS(OPEN-COUNT) =
            ASOF-DAY-NUMBER - DAY-NUMBER
    END-IF
    EVALUATE TRUE
        WHEN OI-AGE-DAYS(OPEN-COUNT) <= 30
            MOVE 1 TO OI-BUCKET(OPEN-COUNT)
        WHEN OI-AGE-DAYS(OPEN-COUNT) <= 60
            MOVE 2 TO OI-BUCKET(OPEN-COUNT)
        WHEN OI-AGE-DAYS(OPEN-COUNT) <= 90
            MOVE 3 TO OI-BUCKET(OPEN-COUNT)
        WHEN OTHER
            MOVE 4 TO OI-BUCKET(OPEN-COUNT)
    END-EVALUATE.
NOTE-ONE-EXPENSE-EXIT.
    EXIT.

COMPUTE-DAY-NUMBER.
    MOVE "N" TO DATE-ERROR-SWITCH
    IF DW-YYYY = ZERO OR DW-MM < 1 OR DW-MM > 12
        OR DW-DD < 1 OR DW-DD > 31
        SET DATE-INVALID TO TRUE
        MOVE ZERO TO DAY-NUMBER
        GO TO COMPUTE-DAY-NUMBER-EXIT
    END-IF.
    MOVE DW-YYYY TO DN-YEAR
    MOVE DW-MM TO DN-MONTH
    IF DN-MONTH > 2
        SUBTRACT 3 FROM DN-MONTH
    ELSE
        ADD 9 TO DN-MONTH
        SUBTRACT 1 FROM DN-YEAR
    END-IF
    DIVIDE DN-YEAR BY 400 GIVING DN-ERA REMAINDER DN-YOE
    COMPUTE DN-WORK = 153 * DN-MONTH + 2
    DIVIDE DN-WORK BY 5 GIVING DN-DOY
    COMPUTE DN-DOY = DN-DOY + DW-DD - 1
    DIVIDE DN-YOE BY 4 GIVING DN-QUOTIENT-4
    DIVIDE DN-YOE BY 100 GIVING DN-QUOTIENT-100
    COMPUTE DN-DOE = DN-YOE * 365 + DN-QUOTIENT-4
        - DN-QUOTIENT-100 + DN-DOY
    COMPUTE DAY-NUMBER = DN-ERA * 146097 + DN-DOE.
COMPUTE-DAY-NUMBER-EXIT.
    EXIT.

WRITE-AGEING-REPORT.
    OPEN OUTPUT REPORT-FILE
    IF REPORT-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN OPENITEM.RPT, STATUS = "
            REPORT-STATUS
        MOVE RC-FILE-FAIL TO RETURN-CODE
        GO TO WRITE-AGEING-REPORT-EXIT
    END-IF.
    MOVE SPACES TO REPORT-LINE
    STRING "AGED OPEN ITEMS - UNRECONCILED EXPENSES  RUN DATE "
        RUN-DATE "  AGED AS OF " ASOF-DATE
        "  SOURCE EXPMAST.DAT"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE "VENDOR     EXPENSE   POSTED     DAYS       0-30 DAYS      31-60 DAYS      61-90 DAYS    OVER 90 DAYS           TOTAL" TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE ZERO TO GRAND-TOTAL
    PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > AGE-BUCKETS
        MOVE ZERO TO GB-COUNT(BX)
        MOVE ZERO TO GB-TOTAL(BX)
    END-PERFORM
    MOVE ZERO TO VENDOR-COUNT
    PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > OPEN-COUNT
        IF OX = 1 OR OI-VENDOR(OX) NOT = CURRENT-VENDOR
            IF OX > 1
                PERFORM WRITE-VENDOR-TOTAL THRU WRITE-VENDOR-TOTAL-EXIT
            END-IF
            PERFORM START-VENDOR THRU START-VENDOR-EXIT
        END-IF
        PERFORM WRITE-ITEM-LINE THRU WRITE-ITEM-LINE-EXIT
    END-PERFORM
    IF OPEN-COUNT > ZERO
        PERFORM WRITE-VENDOR-TOTAL THRU WRITE-VENDOR-TOTAL-EXIT
    ELSE
        MOVE "NO OPEN ITEMS" TO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
    END-IF
    PERFORM WRITE-GRAND-TOTALS THRU WRITE-GRAND-TOTALS-EXIT
    CLOSE REPORT-FILE.
WRITE-AGEING-REPORT-EXIT.
    EXIT.

START-VENDOR.
    ADD 1 TO VENDOR-COUNT
    MOVE OI-VENDOR(OX) TO CURRENT-VENDOR
    MOVE ZERO TO VENDOR-ITEM-COUNT
    MOVE ZERO TO VENDOR-TOTAL
    PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > AGE-BUCKETS
        MOVE ZERO TO VB-TOTAL(BX)
    END-PERFORM
    MOVE SPACES TO VENDOR-NAME-OUT
    IF CURRENT-VENDOR = SPACES
        MOVE "(NO VENDOR CODE)" TO VENDOR-NAME-OUT
    ELSE
        IF VENDOR-CHECK-ON
            MOVE CURRENT-VENDOR TO VM-VENDOR-CODE
            READ VENDOR-FILE
                INVALID KEY
                    MOVE "(NOT ON VENDOR MASTER)"
                        TO VENDOR-NAME-OUT
                NOT INVALID KEY
                    MOVE VM-VENDOR-NAME TO VENDOR-NAME-OUT
            END-READ
        END-IF
    END-IF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    STRING CURRENT-VENDOR " " VENDOR-NAME-OUT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE.
START-VENDOR-EXIT.
    EXIT.

WRITE-ITEM-LINE.
    MOVE OI-BUCKET(OX) TO BX
    ADD 1 TO VENDOR-ITEM-COUNT
    ADD OI-AMOUNT(OX) TO VENDOR-TOTAL
    ADD OI-AMOUNT(OX) TO VB-TOTAL(BX)
    ADD 1 TO GB-COUNT(BX)
    ADD OI-AMOUNT(OX) TO GB-TOTAL(BX)
    ADD OI-AMOUNT(OX) TO GRAND-TOTAL
    IF OI-UNDATED(OX) = "Y"
        MOVE "NODTE" TO DAYS-OUT
    ELSE
        MOVE OI-AGE-DAYS(OX) TO DAYS-DISPLAY
        MOVE DAYS-DISPLAY TO DAYS-OUT
    END-IF
    MOVE SPACES TO BUCKET-COLUMNS
    MOVE OI-AMOUNT(OX) TO BC-AMOUNT(BX)
    MOVE SPACES TO REPORT-LINE
    STRING "           " OI-EXPENSE-ID(OX)
        "  " OI-POSTING-DATE(OX)
        "  " DAYS-OUT
        BUCKET-COLUMNS
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE.
WRITE-ITEM-LINE-EXIT.
    EXIT.

WRITE-VENDOR-TOTAL.
    PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > AGE-BUCKETS
        MOVE VB-TOTAL(BX) TO BC-AMOUNT(BX)
    END-PERFORM
    MOVE VENDOR-TOTAL TO TOTAL-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  VENDOR TOTAL " VENDOR-ITEM-COUNT " ITEM(S)         "
        BUCKET-COLUMNS
        "  " TOTAL-DISPLAY
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE.
WRITE-VENDOR-TOTAL-EXIT.
    EXIT.

WRITE-GRAND-TOTALS.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > AGE-BUCKETS
        MOVE GB-TOTAL(BX) TO BC-AMOUNT(BX)
        MOVE GB-COUNT(BX) TO CC-COUNT(BX)
    END-PERFORM
    MOVE GRAND-TOTAL TO TOTAL-DISPLAY
    MOVE OPEN-COUNT TO COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "GRAND TOTAL AMOUNT                  " BUCKET-COLUMNS
        "  " TOTAL-DISPLAY
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "GRAND TOTAL ITEMS                   " COUNT-COLUMNS
        "            " COUNT-DISPLAY
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    IF UNDATED-COUNT > ZERO
        MOVE SPACES TO REPORT-LINE
        STRING UNDATED-COUNT " ITEM(S) WITH NO VALID POSTING DATE "
            "INCLUDED IN OVER 90 DAYS"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
    END-IF
    IF OPEN-TABLE-FULL
        MOVE SPACES TO REPORT-LINE
        STRING "MORE THAN " MAX-OPEN-ITEMS " OPEN ITEM(S) ON "
            "EXPMAST.DAT - EXCESS NOT REPORTED"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
    END-IF.
WRITE-GRAND-TOTALS-EXIT.
    EXIT.
