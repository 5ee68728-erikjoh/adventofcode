IDENTIFICATION DIVISION.
PROGRAM-ID. AOC0125.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO "EXPMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EM-EXPENSE-ID
        FILE STATUS IS MASTER-STATUS.
    SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BU-KEY
        FILE STATUS IS BUDGET-STATUS.
    SELECT VENDOR-FILE ASSIGN TO "VENDMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VM-VENDOR-CODE
        FILE STATUS IS VENDOR-STATUS.
    SELECT REPORT-FILE ASSIGN TO "BUDGVAR.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MASTER-FILE.
COPY "EXPMAST.CPY".

FD  BUDGET-FILE.
COPY "BUDGMAST.CPY".

FD  VENDOR-FILE.
COPY "VENDMAST.CPY".

FD  REPORT-FILE.
01  REPORT-RECORD PIC X(132).

WORKING-STORAGE SECTION.
    78 MAX-VENDORS VALUE 500.
    78 RC-OVER-BUDGET VALUE 4.
    78 RC-FILE-FAIL VALUE 16.
    01 MASTER-STATUS PIC XX.
    01 BUDGET-STATUS PIC XX.
    01 VENDOR-STATUS PIC XX.
    01 REPORT-STATUS PIC XX.
    01 VENDOR-TOTAL-COUNT PIC 9(3) VALUE ZERO.
    01 VENDOR-TABLE.
        05 VENDOR-VARIANCE OCCURS 1 TO MAX-VENDORS TIMES
            DEPENDING ON VENDOR-TOTAL-COUNT.
            10 VT-CODE PIC X(10).
            10 VT-MONTH-BUDGET PIC 9(11)V99.
            10 VT-MONTH-ACTUAL PIC 9(11)V99.
            10 VT-YTD-BUDGET PIC 9(11)V99.
            10 VT-YTD-ACTUAL PIC 9(11)V99.
    01 VX PIC 9(3).
    01 MX PIC 9(3).
    01 FOUND-VX PIC 9(3) VALUE ZERO.
    01 SEARCH-CODE PIC X(10).
    01 PARM-LINE PIC X(80) VALUE SPACES.
    01 PARM-TOKENS.
        05 PARM-TOKEN OCCURS 4 TIMES PIC X(16).
    01 PX PIC 9(2).
    01 TOKEN-LEN PIC 9(2) VALUE ZERO.
    01 KEYWORD-VALUE PIC X(06) JUSTIFIED RIGHT.
    01 TOLERANCE-PCT PIC 9(3) VALUE 10.
    01 REPORT-PERIOD PIC 9(6).
    01 REPORT-PERIOD-FIELDS REDEFINES REPORT-PERIOD.
        05 RP-YYYY PIC 9(4).
        05 RP-MM PIC 9(2).
    01 POSTING-PERIOD PIC 9(6).
    01 POSTING-PERIOD-FIELDS REDEFINES POSTING-PERIOD.
        05 PP-YYYY PIC 9(4).
        05 PP-MM PIC 9(2).
    01 RUN-DATE PIC 9(8).
    01 READ-COUNT PIC 9(6) VALUE ZERO.
    01 USED-COUNT PIC 9(6) VALUE ZERO.
    01 DECLINED-COUNT PIC 9(6) VALUE ZERO.
    01 BUDGET-READ-COUNT PIC 9(6) VALUE ZERO.
    01 OVER-COUNT PIC 9(3) VALUE ZERO.
    01 YTD-OVER-COUNT PIC 9(3) VALUE ZERO.
    01 VARIANCE-AMOUNT PIC S9(11)V99.
    01 VARIANCE-PCT PIC S9(4)V9.
    01 BUDGET-BASE PIC 9(11)V99.
    01 PCT-TEXT PIC X(07).
    01 FLAG-TEXT PIC X(04).
    01 MONTH-BUDGET-TOTAL PIC 9(11)V99 VALUE ZERO.
    01 MONTH-ACTUAL-TOTAL PIC 9(11)V99 VALUE ZERO.
    01 YTD-BUDGET-TOTAL PIC 9(11)V99 VALUE ZERO.
    01 YTD-ACTUAL-TOTAL PIC 9(11)V99 VALUE ZERO.
    01 MONTH-BUDGET-DISPLAY PIC Z(8)9.99.
    01 MONTH-ACTUAL-DISPLAY PIC Z(8)9.99.
    01 MONTH-VARIANCE-DISPLAY PIC -(9)9.99.
    01 YTD-BUDGET-DISPLAY PIC Z(9)9.99.
    01 YTD-ACTUAL-DISPLAY PIC Z(9)9.99.
    01 YTD-VARIANCE-DISPLAY PIC -(10)9.99.
    01 PCT-DISPLAY PIC -(4)9.9.
    01 VENDOR-NAME-OUT PIC X(12).
    01 REPORT-LINE PIC X(132) VALUE SPACES.
    01 MASTER-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-MASTER-FILE VALUE "Y".
    01 BUDGET-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-BUDGET-FILE VALUE "Y".
    01 VENDOR-CHECK-SWITCH PIC X(01) VALUE "N".
        88 VENDOR-CHECK-ON VALUE "Y".
    01 TABLE-FULL-SWITCH PIC X(01) VALUE "N".
        88 VENDOR-TABLE-FULL VALUE "Y".
    01 PERIOD-ERROR-SWITCH PIC X(01) VALUE "N".
        88 PERIOD-INVALID VALUE "Y".

PROCEDURE DIVISION.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD
    MOVE RUN-DATE(1:6) TO REPORT-PERIOD
    ACCEPT PARM-LINE FROM COMMAND-LINE
    PERFORM PARSE-PARM-LINE THRU PARSE-PARM-LINE-EXIT
    IF PERIOD-INVALID
        DISPLAY "BUDGET VARIANCE REPORT NOT PRODUCED"
        MOVE RC-FILE-FAIL TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT MASTER-FILE
    IF MASTER-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN EXPMAST.DAT, STATUS = " MASTER-STATUS
        MOVE RC-FILE-FAIL TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT BUDGET-FILE
    IF BUDGET-STATUS = "35"
        DISPLAY "BUDGET.DAT NOT FOUND - NO BUDGETS SET, ALL SPEND "
            "REPORTED AS UNBUDGETED"
        SET END-OF-BUDGET-FILE TO TRUE
    ELSE
        IF BUDGET-STATUS NOT = "00"
            DISPLAY "UNABLE TO OPEN BUDGET.DAT, STATUS = "
                BUDGET-STATUS
            CLOSE MASTER-FILE
            MOVE RC-FILE-FAIL TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN INPUT VENDOR-FILE
    IF VENDOR-STATUS = "00"
        SET VENDOR-CHECK-ON TO TRUE
    ELSE
        DISPLAY "VENDMAST.DAT NOT AVAILABLE, STATUS = " VENDOR-STATUS
            " - VENDOR NAMES OMITTED"
    END-IF
    PERFORM UNTIL END-OF-BUDGET-FILE
        READ BUDGET-FILE
            AT END SET END-OF-BUDGET-FILE TO TRUE
        END-READ
        IF NOT END-OF-BUDGET-FILE
            PERFORM TALLY-ONE-BUDGET THRU TALLY-ONE-BUDGET-EXIT
        END-IF
    END-PERFORM
    IF BUDGET-STATUS NOT = "35"
        CLOSE BUDGET-FILE
    END-IF
    PERFORM UNTIL END-OF-MASTER-FILE
        READ MASTER-FILE
            AT END SET END-OF-MASTER-FILE TO TRUE
        END-READ
        IF NOT END-OF-MASTER-FILE
            ADD 1 TO READ-COUNT
            PERFORM TALLY-ONE-EXPENSE THRU TALLY-ONE-EXPENSE-EXIT
        END-IF
    END-PERFORM
    CLOSE MASTER-FILE
    PERFORM WRITE-VARIANCE-REPORT THRU WRITE-VARIANCE-REPORT-EXIT
    IF VENDOR-CHECK-ON
        CLOSE VENDOR-FILE
    END-IF
    DISPLAY READ-COUNT " EXPENSE(S) READ, " USED-COUNT
        " IN " RP-YYYY " TO DATE, " VENDOR-TOTAL-COUNT
        " VENDOR(S) ON BUDGVAR.RPT"
    IF OVER-COUNT > ZERO
        DISPLAY OVER-COUNT " VENDOR(S) OVER BUDGET BY MORE THAN "
            TOLERANCE-PCT "% FOR " REPORT-PERIOD
        MOVE RC-OVER-BUDGET TO RETURN-CODE
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
        WHEN PARM-TOKEN(PX)(1:4) = "TOL="
            PERFORM PARSE-TOL-TOKEN THRU PARSE-TOL-TOKEN-EXIT
        WHEN TOKEN-LEN = 6 AND PARM-TOKEN(PX)(1:6) IS NUMERIC
            MOVE PARM-TOKEN(PX)(1:6) TO REPORT-PERIOD
            IF RP-YYYY = ZERO OR RP-MM < 1 OR RP-MM > 12
                DISPLAY "INVALID REPORT MONTH '"
                    PARM-TOKEN(PX)(1:TOKEN-LEN) "'"
                SET PERIOD-INVALID TO TRUE
            END-IF
        WHEN OTHER
            DISPLAY "INVALID PARAMETER '"
                PARM-TOKEN(PX)(1:TOKEN-LEN) "' - IGNORED"
    END-EVALUATE.
PARSE-PARM-TOKEN-EXIT.
    EXIT.

PARSE-TOL-TOKEN.
    IF TOKEN-LEN < 5 OR TOKEN-LEN > 7
        DISPLAY "INVALID PARAMETER '"
            PARM-TOKEN(PX)(1:TOKEN-LEN) "' - IGNORED"
        GO TO PARSE-TOL-TOKEN-EXIT
    END-IF.
    MOVE PARM-TOKEN(PX)(5:TOKEN-LEN - 4) TO KEYWORD-VALUE
    INSPECT KEYWORD-VALUE REPLACING LEADING SPACE BY "0"
    IF KEYWORD-VALUE IS NUMERIC
        MOVE KEYWORD-VALUE TO TOLERANCE-PCT
        DISPLAY "BUDGET TOLERANCE SET TO " TOLERANCE-PCT "%"
    ELSE
        DISPLAY "INVALID PARAMETER '"
            PARM-TOKEN(PX)(1:TOKEN-LEN) "' - IGNORED"
    END-IF.
PARSE-TOL-TOKEN-EXIT.
    EXIT.

TALLY-ONE-BUDGET.
    ADD 1 TO BUDGET-READ-COUNT
    IF BU-PERIOD IS NOT NUMERIC OR BU-AMOUNT IS NOT NUMERIC
        GO TO TALLY-ONE-BUDGET-EXIT
    END-IF.
    MOVE BU-PERIOD TO POSTING-PERIOD
    IF PP-YYYY NOT = RP-YYYY OR PP-MM > RP-MM
        GO TO TALLY-ONE-BUDGET-EXIT
    END-IF.
    MOVE BU-VENDOR-CODE TO SEARCH-CODE
    PERFORM FIND-VENDOR-ENTRY THRU FIND-VENDOR-ENTRY-EXIT
    IF FOUND-VX = ZERO
        GO TO TALLY-ONE-BUDGET-EXIT
    END-IF.
    ADD BU-AMOUNT TO VT-YTD-BUDGET(FOUND-VX)
    IF PP-MM = RP-MM
        ADD BU-AMOUNT TO VT-MONTH-BUDGET(FOUND-VX)
    END-IF.
TALLY-ONE-BUDGET-EXIT.
    EXIT.

TALLY-ONE-EXPENSE.
    IF EM-RECON-FLAG = "D"
        ADD 1 TO DECLINED-COUNT
        GO TO TALLY-ONE-EXPENSE-EXIT
    END-IF.
    IF EM-POSTING-DATE IS NOT NUMERIC
        GO TO TALLY-ONE-EXPENSE-EXIT
    END-IF.
    MOVE EM-POSTING-DATE(1:6) TO POSTING-PERIOD
    IF PP-YYYY NOT = RP-YYYY OR PP-MM > RP-MM
        GO TO TALLY-ONE-EXPENSE-EXIT
    END-IF.
    MOVE EM-VENDOR-CODE TO SEARCH-CODE
    PERFORM FIND-VENDOR-ENTRY THRU FIND-VENDOR-ENTRY-EXIT
    IF FOUND-VX = ZERO
        GO TO TALLY-ONE-EXPENSE-EXIT
    END-IF.
    ADD 1 TO USED-COUNT
    ADD EM-AMOUNT TO VT-YTD-ACTUAL(FOUND-VX)
    IF PP-MM = RP-MM
        ADD EM-AMOUNT TO VT-MONTH-ACTUAL(FOUND-VX)
    END-IF.
TALLY-ONE-EXPENSE-EXIT.
    EXIT.

FIND-VENDOR-ENTRY.
    MOVE ZERO TO FOUND-VX
    PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > VENDOR-TOTAL-COUNT
        OR VT-CODE(VX) NOT < SEARCH-CODE
        CONTINUE
    END-PERFORM
    IF VX NOT > VENDOR-TOTAL-COUNT
        IF VT-CODE(VX) = SEARCH-CODE
            MOVE VX TO FOUND-VX
            GO TO FIND-VENDOR-ENTRY-EXIT
        END-IF
    END-IF.
    IF VENDOR-TOTAL-COUNT = MAX-VENDORS
        IF NOT VENDOR-TABLE-FULL
            SET VENDOR-TABLE-FULL TO TRUE
            DISPLAY "MORE THAN " MAX-VENDORS " DISTINCT "
                "VENDOR(S) - EXCESS NOT REPORTED"
        END-IF
        GO TO FIND-VENDOR-ENTRY-EXIT
    END-IF.
    ADD 1 TO VENDOR-TOTAL-COUNT
    PERFORM VARYING MX FROM VENDOR-TOTAL-COUNT BY -1 UNTIL MX <= VX
        MOVE VENDOR-VARIANCE(MX - 1) TO VENDOR-VARIANCE(MX)
    END-PERFORM
    MOVE VX TO FOUND-VX
    MOVE SEARCH-CODE TO VT-CODE(FOUND-VX)
    MOVE ZERO TO VT-MONTH-BUDGET(FOUND-VX)
    MOVE ZERO TO VT-MONTH-ACTUAL(FOUND-VX)
    MOVE ZERO TO VT-YTD-BUDGET(FOUND-VX)
    MOVE ZERO TO VT-YTD-ACTUAL(FOUND-VX).
FIND-VENDOR-ENTRY-EXIT.
    EXIT.

WRITE-VARIANCE-REPORT.
    OPEN OUTPUT REPORT-FILE
    IF REPORT-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN BUDGVAR.RPT, STATUS = "
            REPORT-STATUS
        MOVE RC-FILE-FAIL TO RETURN-CODE
        GO TO WRITE-VARIANCE-REPORT-EXIT
    END-IF.
    MOVE SPACES TO REPORT-LINE
    STRING "VENDOR BUDGET VARIANCE REPORT  MONTH " REPORT-PERIOD
        "  YEAR TO DATE " RP-YYYY "01-" REPORT-PERIOD
        "  TOLERANCE " TOLERANCE-PCT "%  RUN DATE " RUN-DATE
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE ALL "-" TO REPORT-LINE(25:52)
    MOVE " MONTH " TO REPORT-LINE(47:7)
    MOVE ALL "-" TO REPORT-LINE(78:55)
    MOVE " YEAR TO DATE " TO REPORT-LINE(98:14)
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE "VENDOR" TO REPORT-LINE(1:6)
    MOVE "NAME" TO REPORT-LINE(12:4)
    MOVE "BUDGET" TO REPORT-LINE(31:6)
    MOVE "ACTUAL" TO REPORT-LINE(44:6)
    MOVE "VARIANCE" TO REPORT-LINE(56:8)
    MOVE "VAR%" TO REPORT-LINE(68:4)
    MOVE "FLAG" TO REPORT-LINE(73:4)
    MOVE "BUDGET" TO REPORT-LINE(85:6)
    MOVE "ACTUAL" TO REPORT-LINE(99:6)
    MOVE "VARIANCE" TO REPORT-LINE(112:8)
    MOVE "VAR%" TO REPORT-LINE(124:4)
    MOVE "FLAG" TO REPORT-LINE(129:4)
    WRITE REPORT-RECORD FROM REPORT-LINE
    PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > VENDOR-TOTAL-COUNT
        PERFORM WRITE-VENDOR-LINE THRU WRITE-VENDOR-LINE-EXIT
    END-PERFORM
    PERFORM WRITE-REPORT-TOTALS THRU WRITE-REPORT-TOTALS-EXIT
    CLOSE REPORT-FILE.
WRITE-VARIANCE-REPORT-EXIT.
    EXIT.

WRITE-VENDOR-LINE.
    MOVE SPACES TO VENDOR-NAME-OUT
    IF VT-CODE(VX) = SPACES
        MOVE "(NO VENDOR)" TO VENDOR-NAME-OUT
    ELSE
        IF VENDOR-CHECK-ON
            MOVE VT-CODE(VX) TO VM-VENDOR-CODE
            READ VENDOR-FILE
                INVALID KEY
                    MOVE "(NOT ON VM)" TO VENDOR-NAME-OUT
                NOT INVALID KEY
                    MOVE VM-VENDOR-NAME TO VENDOR-NAME-OUT
            END-READ
        END-IF
    END-IF
    ADD VT-MONTH-BUDGET(VX) TO MONTH-BUDGET-TOTAL
    ADD VT-MONTH-ACTUAL(VX) TO MONTH-ACTUAL-TOTAL
    ADD VT-YTD-BUDGET(VX) TO YTD-BUDGET-TOTAL
    ADD VT-YTD-ACTUAL(VX) TO YTD-ACTUAL-TOTAL
    MOVE SPACES TO REPORT-LINE
    MOVE VT-CODE(VX) TO REPORT-LINE(1:10)
    MOVE VENDOR-NAME-OUT TO REPORT-LINE(12:12)
    MOVE VT-MONTH-BUDGET(VX) TO MONTH-BUDGET-DISPLAY
    MOVE MONTH-BUDGET-DISPLAY TO REPORT-LINE(25:12)
    MOVE VT-MONTH-ACTUAL(VX) TO MONTH-ACTUAL-DISPLAY
    MOVE MONTH-ACTUAL-DISPLAY TO REPORT-LINE(38:12)
    COMPUTE VARIANCE-AMOUNT =
        VT-MONTH-ACTUAL(VX) - VT-MONTH-BUDGET(VX)
    MOVE VARIANCE-AMOUNT TO MONTH-VARIANCE-DISPLAY
    MOVE MONTH-VARIANCE-DISPLAY TO REPORT-LINE(51:13)
    MOVE VT-MONTH-BUDGET(VX) TO BUDGET-BASE
    PERFORM EDIT-VARIANCE-PCT THRU EDIT-VARIANCE-PCT-EXIT
    IF VT-CODE(VX) = SPACES
        MOVE SPACES TO FLAG-TEXT
    END-IF
    MOVE PCT-TEXT TO REPORT-LINE(65:7)
    MOVE FLAG-TEXT TO REPORT-LINE(73:4)
    IF FLAG-TEXT NOT = SPACES
        ADD 1 TO OVER-COUNT
    END-IF
    MOVE VT-YTD-BUDGET(VX) TO YTD-BUDGET-DISPLAY
    MOVE YTD-BUDGET-DISPLAY TO REPORT-LINE(78:13)
    MOVE VT-YTD-ACTUAL(VX) TO YTD-ACTUAL-DISPLAY
    MOVE YTD-ACTUAL-DISPLAY TO REPORT-LINE(92:13)
    COMPUTE VARIANCE-AMOUNT =
        VT-YTD-ACTUAL(VX) - VT-YTD-BUDGET(VX)
    MOVE VARIANCE-AMOUNT TO YTD-VARIANCE-DISPLAY
    MOVE YTD-VARIANCE-DISPLAY TO REPORT-LINE(106:14)
    MOVE VT-YTD-BUDGET(VX) TO BUDGET-BASE
    PERFORM EDIT-VARIANCE-PCT THRU EDIT-VARIANCE-PCT-EXIT
    IF VT-CODE(VX) = SPACES
        MOVE SPACES TO FLAG-TEXT
    END-IF
    MOVE PCT-TEXT TO REPORT-LINE(121:7)
    MOVE FLAG-TEXT TO REPORT-LINE(129:4)
    IF FLAG-TEXT NOT = SPACES
        ADD 1 TO YTD-OVER-COUNT
    END-IF
    WRITE REPORT-RECORD FROM REPORT-LINE.
WRITE-VENDOR-LINE-EXIT.
    EXIT.

EDIT-VARIANCE-PCT.
    MOVE SPACES TO FLAG-TEXT
    MOVE SPACES TO PCT-TEXT
    IF BUDGET-BASE = ZERO
        IF VARIANCE-AMOUNT > ZERO
            MOVE " NO BGT" TO PCT-TEXT
            MOVE "OVER" TO FLAG-TEXT
        END-IF
        GO TO EDIT-VARIANCE-PCT-EXIT
    END-IF.
    COMPUTE VARIANCE-PCT ROUNDED =
        VARIANCE-AMOUNT * 100 / BUDGET-BASE
        ON SIZE ERROR
            MOVE "  *****" TO PCT-TEXT
            IF VARIANCE-AMOUNT > ZERO
                MOVE "OVER" TO FLAG-TEXT
            END-IF
            GO TO EDIT-VARIANCE-PCT-EXIT
    END-COMPUTE
    MOVE VARIANCE-PCT TO PCT-DISPLAY
    MOVE PCT-DISPLAY TO PCT-TEXT
    IF VARIANCE-PCT > TOLERANCE-PCT
        MOVE "OVER" TO FLAG-TEXT
    END-IF.
EDIT-VARIANCE-PCT-EXIT.
    EXIT.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE "TOTAL" TO REPORT-LINE(1:10)
    MOVE MONTH-BUDGET-TOTAL TO MONTH-BUDGET-DISPLAY
    MOVE MONTH-BUDGET-DISPLAY TO REPORT-LINE(25:12)
    MOVE MONTH-ACTUAL-TOTAL TO MONTH-ACTUAL-DISPLAY
    MOVE MONTH-ACTUAL-DISPLAY TO REPORT-LINE(38:12)
    COMPUTE VARIANCE-AMOUNT = MONTH-ACTUAL-TOTAL - MONTH-BUDGET-TOTAL
    MOVE VARIANCE-AMOUNT TO MONTH-VARIANCE-DISPLAY
    MOVE MONTH-VARIANCE-DISPLAY TO REPORT-LINE(51:13)
    MOVE MONTH-BUDGET-TOTAL TO BUDGET-BASE
    PERFORM EDIT-VARIANCE-PCT THRU EDIT-VARIANCE-PCT-EXIT
    MOVE PCT-TEXT TO REPORT-LINE(65:7)
    MOVE YTD-BUDGET-TOTAL TO YTD-BUDGET-DISPLAY
    MOVE YTD-BUDGET-DISPLAY TO REPORT-LINE(78:13)
    MOVE YTD-ACTUAL-TOTAL TO YTD-ACTUAL-DISPLAY
    MOVE YTD-ACTUAL-DISPLAY TO REPORT-LINE(92:13)
    COMPUTE VARIANCE-AMOUNT = YTD-ACTUAL-TOTAL - YTD-BUDGET-TOTAL
    MOVE VARIANCE-AMOUNT TO YTD-VARIANCE-DISPLAY
    MOVE YTD-VARIANCE-DISPLAY TO REPORT-LINE(106:14)
    MOVE YTD-BUDGET-TOTAL TO BUDGET-BASE
    PERFORM EDIT-VARIANCE-PCT THRU EDIT-VARIANCE-PCT-EXIT
    MOVE PCT-TEXT TO REPORT-LINE(121:7)
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING OVER-COUNT " VENDOR(S) OVER BUDGET BY MORE THAN "
        TOLERANCE-PCT "% FOR THE MONTH, " YTD-OVER-COUNT
        " YEAR TO DATE"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING USED-COUNT " EXPENSE(S) POSTED IN " RP-YYYY
        " TO DATE COUNTED AS ACTUAL SPEND, " DECLINED-COUNT
        " DECLINED EXPENSE(S) EXCLUDED"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE.
WRITE-REPORT-TOTALS-EXIT.
    EXIT.
