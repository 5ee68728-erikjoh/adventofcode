IDENTIFICATION DIVISION.
PROGRAM-ID. AOC0117.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO "EXPMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EM-EXPENSE-ID
        FILE STATUS IS MASTER-STATUS.
    SELECT FLAG-FILE ASSIGN TO "DUPFLAG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FLAG-STATUS.
    SELECT REPORT-FILE ASSIGN TO "DUPPAY.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MASTER-FILE.
COPY "EXPMAST.CPY".

FD  FLAG-FILE.
COPY "DUPFLAG.CPY".

FD  REPORT-FILE.
01  REPORT-RECORD PIC X(132).

WORKING-STORAGE SECTION.
    78 MAX-SCAN-ITEMS VALUE 5000.
    78 DEFAULT-WINDOW VALUE 7.
    78 RC-SUSPECTS-FOUND VALUE 4.
    78 RC-FILE-FAIL VALUE 16.
    01 MASTER-STATUS PIC XX.
    01 FLAG-STATUS PIC XX.
    01 REPORT-STATUS PIC XX.
    01 PARM-LINE PIC X(80) VALUE SPACES.
    01 PARM-TOKENS.
        05 PARM-TOKEN OCCURS 4 TIMES PIC X(20).
    01 PX PIC 9(2).
    01 TOKEN-LEN PIC 9(2) VALUE ZERO.
    01 KEYWORD-VALUE PIC X(03) JUSTIFIED RIGHT.
    01 WINDOW-DAYS PIC 9(3) VALUE DEFAULT-WINDOW.
    01 SCAN-COUNT PIC 9(4) VALUE ZERO.
    01 SCAN-TABLE.
        05 SCAN-ITEM OCCURS 1 TO MAX-SCAN-ITEMS TIMES
            DEPENDING ON SCAN-COUNT.
            10 SI-VENDOR PIC X(10).
            10 SI-AMOUNT PIC 9(7)V99.
            10 SI-DAY-NUMBER PIC 9(7).
            10 SI-EXPENSE-ID PIC X(08).
            10 SI-POSTING-DATE PIC 9(8).
            10 SI-RECON-FLAG PIC X(01).
            10 SI-PAIR-COUNT PIC 9(3).
            10 SI-BLANK-PAIR-COUNT PIC 9(3).
    01 SX PIC 9(4).
    01 MX PIC 9(4).
    01 DAYS-APART PIC 9(7).
    01 READ-COUNT PIC 9(6) VALUE ZERO.
    01 NO-VENDOR-COUNT PIC 9(6) VALUE ZERO.
    01 ZERO-AMOUNT-COUNT PIC 9(6) VALUE ZERO.
    01 UNDATED-COUNT PIC 9(6) VALUE ZERO.
    01 PAIR-COUNT PIC 9(6) VALUE ZERO.
    01 SUSPECT-COUNT PIC 9(6) VALUE ZERO.
    01 SUSPECT-TOTAL PIC 9(11)V99 VALUE ZERO.
    01 BLANK-PAIR-COUNT PIC 9(6) VALUE ZERO.
    01 BLANK-SUSPECT-COUNT PIC 9(6) VALUE ZERO.
    01 BLANK-SUSPECT-TOTAL PIC 9(11)V99 VALUE ZERO.
    01 AMOUNT-DISPLAY PIC Z(6)9.99.
    01 TOTAL-DISPLAY PIC Z(10)9.99.
    01 DAYS-DISPLAY PIC ZZZ9.
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
    01 TABLE-FULL-SWITCH PIC X(01) VALUE "N".
        88 SCAN-TABLE-FULL VALUE "Y".
    01 DATE-ERROR-SWITCH PIC X(01) VALUE "N".
        88 DATE-INVALID VALUE "Y".
    01 GROUP-END-SWITCH PIC X(01) VALUE "N".
        88 END-OF-GROUP VALUE "Y".

PROCEDURE DIVISION.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ACCEPT PARM-LINE FROM COMMAND-LINE
    PERFORM PARSE-PARM-LINE THRU PARSE-PARM-LINE-EXIT.
    DISPLAY "DUPLICATE PAYMENT SCAN - WINDOW " WINDOW-DAYS " DAY(S)"
    OPEN INPUT MASTER-FILE
    IF MASTER-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN EXPMAST.DAT, STATUS = " MASTER-STATUS
        MOVE RC-FILE-FAIL TO RETURN-CODE
        STOP RUN
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
    IF SCAN-COUNT > 1
        SORT SCAN-ITEM ASCENDING KEY SI-VENDOR SI-AMOUNT
            SI-DAY-NUMBER SI-EXPENSE-ID
    END-IF
    OPEN OUTPUT REPORT-FILE
    IF REPORT-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN DUPPAY.RPT, STATUS = " REPORT-STATUS
        MOVE RC-FILE-FAIL TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT FLAG-FILE
    IF FLAG-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN DUPFLAG.DAT, STATUS = " FLAG-STATUS
        CLOSE REPORT-FILE
        MOVE RC-FILE-FAIL TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "DUPLICATE PAYMENT EXCEPTIONS  RUN DATE " RUN-DATE
        "  WINDOW " WINDOW-DAYS " DAY(S)  SOURCE EXPMAST.DAT"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE "VENDOR          AMOUNT  EXPENSE   POSTED    EXPENSE   POSTED    DAYS" TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SCAN-COUNT
        PERFORM CHECK-ONE-EXPENSE THRU CHECK-ONE-EXPENSE-EXIT
    END-PERFORM
    IF PAIR-COUNT = ZERO
        MOVE "NO SUSPECTED DUPLICATE PAYMENTS" TO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE "POSSIBLE DUPLICATES - BLANK VENDOR, SAME AMOUNT WITHIN WINDOW (LOWER CONFIDENCE)" TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE "VENDOR          AMOUNT  EXPENSE   POSTED    VENDOR      EXPENSE   POSTED    DAYS" TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    IF SCAN-COUNT > 1
        SORT SCAN-ITEM ASCENDING KEY SI-AMOUNT SI-DAY-NUMBER
            SI-EXPENSE-ID
    END-IF
    PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SCAN-COUNT
        PERFORM CHECK-BLANK-VENDOR THRU CHECK-BLANK-VENDOR-EXIT
    END-PERFORM
    IF BLANK-PAIR-COUNT = ZERO
        MOVE "NO BLANK-VENDOR AMOUNT MATCHES" TO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
    END-IF
    PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SCAN-COUNT
        IF SI-PAIR-COUNT(SX) > ZERO
            PERFORM WRITE-FLAG-RECORD THRU WRITE-FLAG-RECORD-EXIT
        END-IF
        IF SI-BLANK-PAIR-COUNT(SX) > ZERO
            PERFORM WRITE-BLANK-FLAG-RECORD
                THRU WRITE-BLANK-FLAG-RECORD-EXIT
        END-IF
    END-PERFORM
    CLOSE FLAG-FILE
    PERFORM WRITE-SCAN-TOTALS THRU WRITE-SCAN-TOTALS-EXIT
    CLOSE REPORT-FILE
    DISPLAY PAIR-COUNT " SUSPECTED DUPLICATE PAIR(S), "
        SUSPECT-COUNT " EXPENSE(S) WRITTEN TO DUPFLAG.DAT"
    DISPLAY BLANK-PAIR-COUNT " BLANK-VENDOR AMOUNT MATCH(ES), "
        BLANK-SUSPECT-COUNT " EXPENSE(S) WRITTEN TO DUPFLAG.DAT"
    IF SUSPECT-COUNT > ZERO OR BLANK-SUSPECT-COUNT > ZERO
        MOVE RC-SUSPECTS-FOUND TO RETURN-CODE
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
    END-PERFORM.
PARSE-PARM-LINE-EXIT.
    EXIT.

PARSE-PARM-TOKEN.
    MOVE ZERO TO TOKEN-LEN
    INSPECT PARM-TOKEN(PX) TALLYING TOKEN-LEN
        FOR CHARACTERS BEFORE INITIAL " "
    EVALUATE TRUE
        WHEN PARM-TOKEN(PX)(1:7) = "WINDOW="
            IF TOKEN-LEN < 8 OR TOKEN-LEN > 10
                DISPLAY "INVALID PARAMETER '"
                    PARM-TOKEN(PX)(1:TOKEN-LEN) "' - IGNORED"
                GO TO PARSE-PARM-TOKEN-EXIT
            END-IF
            MOVE PARM-TOKEN(PX)(8:TOKEN-LEN - 7) TO KEYWORD-VALUE
        WHEN TOKEN-LEN < 4
            MOVE PARM-TOKEN(PX)(1:TOKEN-LEN) TO KEYWORD-VALUE
        WHEN OTHER
            DISPLAY "INVALID PARAMETER '"
                PARM-TOKEN(PX)(1:TOKEN-LEN) "' - IGNORED"
            GO TO PARSE-PARM-TOKEN-EXIT
    END-EVALUATE
    INSPECT KEYWORD-VALUE REPLACING LEADING SPACE BY "0"
    IF KEYWORD-VALUE IS NUMERIC
        MOVE KEYWORD-VALUE TO WINDOW-DAYS
    ELSE
        DISPLAY "INVALID PARAMETER '"
            PARM-TOKEN(PX)(1:TOKEN-LEN) "' - IGNORED"
    END-IF.
PARSE-PARM-TOKEN-EXIT.
    EXIT.

NOTE-ONE-EXPENSE.
    IF EM-AMOUNT = ZERO
        ADD 1 TO ZERO-AMOUNT-COUNT
        GO TO NOTE-ONE-EXPENSE-EXIT
    END-IF.
    MOVE "N" TO DATE-ERROR-SWITCH
    IF EM-POSTING-DATE IS NUMERIC
        MOVE EM-POSTING-DATE TO DATE-WORK
        PERFORM COMPUTE-DAY-NUMBER THRU COMPUTE-DAY-NUMBER-EXIT
    ELSE
        SET DATE-INVALID TO TRUE
    END-IF
    IF DATE-INVALID
        ADD 1 TO UNDATED-COUNT
        GO TO NOTE-ONE-EXPENSE-EXIT
    END-IF.
    IF SCAN-COUNT = MAX-SCAN-ITEMS
        IF NOT SCAN-TABLE-FULL
            SET SCAN-TABLE-FULL TO TRUE
            DISPLAY "MORE THAN " MAX-SCAN-ITEMS " EXPENSE(S) - "
                "EXCESS NOT SCANNED"
        END-IF
        GO TO NOTE-ONE-EXPENSE-EXIT
    END-IF.
    ADD 1 TO SCAN-COUNT
    MOVE EM-VENDOR-CODE TO SI-VENDOR(SCAN-COUNT)
    MOVE EM-AMOUNT TO SI-AMOUNT(SCAN-COUNT)
    MOVE DAY-NUMBER TO SI-DAY-NUMBER(SCAN-COUNT)
    MOVE EM-EXPENSE-ID TO SI-EXPENSE-ID(SCAN-COUNT)
    MOVE EM-POSTING-DATE TO SI-POSTING-DATE(SCAN-COUNT)
    MOVE EM-RECON-FLAG TO SI-RECON-FLAG(SCAN-COUNT)
    MOVE ZERO TO SI-PAIR-COUNT(SCAN-COUNT)
    MOVE ZERO TO SI-BLANK-PAIR-COUNT(SCAN-COUNT)
    IF EM-VENDOR-CODE = SPACES
        ADD 1 TO NO-VENDOR-COUNT
    END-IF.
NOTE-ONE-EXPENSE-EXIT.
    EXIT.

CHECK-ONE-EXPENSE.
    IF SI-VENDOR(SX) = SPACES
        GO TO CHECK-ONE-EXPENSE-EXIT
    END-IF.
    MOVE "N" TO GROUP-END-SWITCH
    PERFORM VARYING MX FROM SX BY 1
            UNTIL MX >= SCAN-COUNT OR END-OF-GROUP
        IF SI-VENDOR(MX + 1) NOT = SI-VENDOR(SX)
            OR SI-AMOUNT(MX + 1) NOT = SI-AMOUNT(SX)
            SET END-OF-GROUP TO TRUE
        ELSE
            COMPUTE DAYS-APART =
                SI-DAY-NUMBER(MX + 1) - SI-DAY-NUMBER(SX)
            IF DAYS-APART > WINDOW-DAYS
                SET END-OF-GROUP TO TRUE
            ELSE
                PERFORM WRITE-PAIR-LINE THRU WRITE-PAIR-LINE-EXIT
            END-IF
        END-IF
    END-PERFORM.
CHECK-ONE-EXPENSE-EXIT.
    EXIT.

WRITE-PAIR-LINE.
    ADD 1 TO PAIR-COUNT
    ADD 1 TO SI-PAIR-COUNT(SX)
    ADD 1 TO SI-PAIR-COUNT(MX + 1)
    MOVE SI-AMOUNT(SX) TO AMOUNT-DISPLAY
    MOVE DAYS-APART TO DAYS-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING SI-VENDOR(SX) "  " AMOUNT-DISPLAY
        "  " SI-EXPENSE-ID(SX) "  " SI-POSTING-DATE(SX)
        "  " SI-EXPENSE-ID(MX + 1) "  " SI-POSTING-DATE(MX + 1)
        "  " DAYS-DISPLAY
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE.
WRITE-PAIR-LINE-EXIT.
    EXIT.

CHECK-BLANK-VENDOR.
    MOVE "N" TO GROUP-END-SWITCH
    PERFORM VARYING MX FROM SX BY 1
            UNTIL MX >= SCAN-COUNT OR END-OF-GROUP
        IF SI-AMOUNT(MX + 1) NOT = SI-AMOUNT(SX)
            SET END-OF-GROUP TO TRUE
        ELSE
            COMPUTE DAYS-APART =
                SI-DAY-NUMBER(MX + 1) - SI-DAY-NUMBER(SX)
            IF DAYS-APART > WINDOW-DAYS
                SET END-OF-GROUP TO TRUE
            ELSE
                IF SI-VENDOR(SX) = SPACES
                    OR SI-VENDOR(MX + 1) = SPACES
                    PERFORM WRITE-BLANK-PAIR-LINE
                        THRU WRITE-BLANK-PAIR-LINE-EXIT
                END-IF
            END-IF
        END-IF
    END-PERFORM.
CHECK-BLANK-VENDOR-EXIT.
    EXIT.

WRITE-BLANK-PAIR-LINE.
    ADD 1 TO BLANK-PAIR-COUNT
    ADD 1 TO SI-BLANK-PAIR-COUNT(SX)
    ADD 1 TO SI-BLANK-PAIR-COUNT(MX + 1)
    MOVE SI-AMOUNT(SX) TO AMOUNT-DISPLAY
    MOVE DAYS-APART TO DAYS-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING SI-VENDOR(SX) "  " AMOUNT-DISPLAY
        "  " SI-EXPENSE-ID(SX) "  " SI-POSTING-DATE(SX)
        "  " SI-VENDOR(MX + 1)
        "  " SI-EXPENSE-ID(MX + 1) "  " SI-POSTING-DATE(MX + 1)
        "  " DAYS-DISPLAY
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE.
WRITE-BLANK-PAIR-LINE-EXIT.
    EXIT.

WRITE-FLAG-RECORD.
    ADD 1 TO SUSPECT-COUNT
    ADD SI-AMOUNT(SX) TO SUSPECT-TOTAL
    MOVE SI-EXPENSE-ID(SX) TO DF-EXPENSE-ID
    MOVE SI-VENDOR(SX) TO DF-VENDOR-CODE
    MOVE SI-AMOUNT(SX) TO DF-AMOUNT
    MOVE SI-POSTING-DATE(SX) TO DF-POSTING-DATE
    MOVE SI-RECON-FLAG(SX) TO DF-RECON-FLAG
    MOVE SI-PAIR-COUNT(SX) TO DF-PAIR-COUNT
    MOVE RUN-DATE TO DF-RUN-DATE
    MOVE WINDOW-DAYS TO DF-WINDOW-DAYS
    MOVE "VEN" TO DF-REASON
    WRITE DUPLICATE-FLAG-RECORD
    IF FLAG-STATUS NOT = "00"
        DISPLAY "WRITE TO DUPFLAG.DAT FAILED, STATUS = " FLAG-STATUS
        MOVE RC-FILE-FAIL TO RETURN-CODE
    END-IF.
WRITE-FLAG-RECORD-EXIT.
    EXIT.

WRITE-BLANK-FLAG-RECORD.
    ADD 1 TO BLANK-SUSPECT-COUNT
    ADD SI-AMOUNT(SX) TO BLANK-SUSPECT-TOTAL
    MOVE SI-EXPENSE-ID(SX) TO DF-EXPENSE-ID
    MOVE SI-VENDOR(SX) TO DF-VENDOR-CODE
    MOVE SI-AMOUNT(SX) TO DF-AMOUNT
    MOVE SI-POSTING-DATE(SX) TO DF-POSTING-DATE
    MOVE SI-RECON-FLAG(SX) TO DF-RECON-FLAG
    MOVE SI-BLANK-PAIR-COUNT(SX) TO DF-PAIR-COUNT
    MOVE RUN-DATE TO DF-RUN-DATE
    MOVE WINDOW-DAYS TO DF-WINDOW-DAYS
    MOVE "BLK" TO DF-REASON
    WRITE DUPLICATE-FLAG-RECORD
    IF FLAG-STATUS NOT = "00"
        DISPLAY "WRITE TO DUPFLAG.DAT FAILED, STATUS = " FLAG-STATUS
        MOVE RC-FILE-FAIL TO RETURN-CODE
    END-IF.
WRITE-BLANK-FLAG-RECORD-EXIT.
    EXIT.

WRITE-SCAN-TOTALS.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "EXPENSES READ           " READ-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "EXPENSES SCANNED          " SCAN-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "BLANK VENDOR - AMT ONLY " NO-VENDOR-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "NOT SCANNED - ZERO AMT  " ZERO-AMOUNT-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "NOT SCANNED - NO DATE   " UNDATED-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "SUSPECTED PAIRS         " PAIR-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SUSPECT-TOTAL TO TOTAL-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "SUSPECT EXPENSES        " SUSPECT-COUNT
        "  AMOUNT " TOTAL-DISPLAY
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "BLANK-VENDOR MATCHES    " BLANK-PAIR-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE BLANK-SUSPECT-TOTAL TO TOTAL-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "BLANK-VENDOR SUSPECTS   " BLANK-SUSPECT-COUNT
        "  AMOUNT " TOTAL-DISPLAY
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    IF SCAN-TABLE-FULL
        MOVE SPACES TO REPORT-LINE
        STRING "MORE THAN " MAX-SCAN-ITEMS " EXPENSE(S) ON "
            "EXPMAST.DAT - EXCESS NOT SCANNED"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
    END-IF.
WRITE-SCAN-TOTALS-EXIT.
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
