IDENTIFICATION DIVISION.
PROGRAM-ID. AOC0123.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CYCLE-LOG-FILE ASSIGN TO "NIGHTCYC.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CYCLE-LOG-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "AOC0101.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.
    SELECT REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BG-BATCH-ID
        FILE STATUS IS REGISTER-STATUS.
    SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SUSPENSE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "MORNING.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CYCLE-LOG-FILE.
01  CYCLE-LOG-RECORD PIC X(120).

FD  AUDIT-FILE.
01  AUDIT-RECORD PIC X(341).

FD  REGISTER-FILE.
COPY "BATCHREG.CPY".

FD  SUSPENSE-FILE.
01  SUSPENSE-RECORD PIC X(109).

FD  REPORT-FILE.
01  REPORT-RECORD PIC X(100).

WORKING-STORAGE SECTION.
    78 MAX-STEP-LINES VALUE 12.
    78 MAX-BATCH-LINES VALUE 10.
    78 MAX-AUDIT-LINES VALUE 8.
    78 MAX-SUSPENSE-LINES VALUE 10.
    78 MAX-SUSPENSE-GROUPS VALUE 200.
    78 NOON VALUE 12000000.
    78 RC-ATTENTION VALUE 4.
    78 RC-FILE-FAIL VALUE 16.
    01 CYCLE-LOG-STATUS PIC XX.
    01 AUDIT-STATUS PIC XX.
    01 REGISTER-STATUS PIC XX.
    01 SUSPENSE-STATUS PIC XX.
    01 REPORT-STATUS PIC XX.
    COPY "SUSPENSE.CPY".
    01 CYCLE-LINE PIC X(120).
    01 CYCLE-FIELDS REDEFINES CYCLE-LINE.
        05 CY-DATE PIC 9(8).
        05 FILLER PIC X(1).
        05 CY-TIME PIC 9(8).
        05 FILLER PIC X(6).
        05 CY-STEP-ID PIC X(8).
        05 FILLER PIC X(4).
        05 CY-STEP-CC PIC 9(9).
        05 FILLER PIC X(5).
        05 CY-MAX-CC PIC 9(2).
        05 FILLER PIC X(1).
        05 CY-RESULT PIC X(8).
        05 FILLER PIC X(60).
    01 LOG-LINE PIC X(341).
    01 LOG-FIELDS REDEFINES LOG-LINE.
        05 LG-DATE PIC 9(8).
        05 FILLER PIC X(1).
        05 LG-TIME PIC 9(8).
        05 FILLER PIC X(1).
        05 LG-SOURCE PIC X(12).
        05 FILLER PIC X(9).
        05 LG-ENTRIES PIC 9(4).
        05 FILLER PIC X(10).
        05 LG-REJECTED PIC 9(6).
        05 FILLER PIC X(8).
        05 LG-TARGET PIC 9(6).
        05 FILLER PIC X(1).
        05 LG-PAIR-RESULT PIC X(48).
        05 FILLER PIC X(1).
        05 LG-TRIPLE-RESULT PIC X(68).
        05 FILLER PIC X(10).
        05 LG-BRANCH-RESULT PIC X(140).
    01 OLD-LOG-FIELDS REDEFINES LOG-LINE.
        05 FILLER PIC X(74).
        05 OLG-PAIR-RESULT PIC X(40).
        05 FILLER PIC X(1).
        05 OLG-TRIPLE-RESULT PIC X(56).
        05 FILLER PIC X(170).
    01 PAIR-TEXT PIC X(48) VALUE SPACES.
    01 TRIPLE-TEXT PIC X(68) VALUE SPACES.
    01 PAIR-STATE PIC X(07).
    01 TRIPLE-STATE PIC X(07).
    01 SUSPENSE-GROUP-COUNT PIC 9(4) VALUE ZERO.
    01 SUSPENSE-GROUP-TABLE.
        05 SUSPENSE-GROUP OCCURS MAX-SUSPENSE-GROUPS TIMES.
            10 SG-BRANCH PIC X(03).
            10 SG-REASON PIC X(03).
            10 SG-COUNT PIC 9(6).
    01 GX PIC 9(4).
    01 MX PIC 9(4).
    01 GROUP-FOUND-SWITCH PIC X(01) VALUE "N".
        88 GROUP-FOUND VALUE "Y".
    01 PARM-LINE PIC X(80) VALUE SPACES.
    01 PARM-TOKENS.
        05 PARM-TOKEN OCCURS 4 TIMES PIC X(16).
    01 PX PIC 9(2).
    01 TOKEN-LEN PIC 9(2) VALUE ZERO.
    01 KEYWORD-VALUE PIC X(08) JUSTIFIED RIGHT.
    01 RUN-DATE PIC 9(8).
    01 RUN-TIME PIC 9(8).
    01 MORNING-DATE PIC 9(8).
    01 TIME-WORK PIC 9(8).
    01 EVENING-DATE PIC 9(8) VALUE ZERO.
    01 MORNING-DAY PIC 9(7) VALUE ZERO.
    01 EVENING-DAY PIC 9(7) VALUE ZERO.
    01 DATE-WORK PIC 9(8).
    01 DATE-WORK-FIELDS REDEFINES DATE-WORK.
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
    01 DATE-ERROR-SWITCH PIC X(01) VALUE "N".
        88 DATE-INVALID VALUE "Y".
    01 WINDOW-SWITCH PIC X(01) VALUE "N".
        88 IN-WINDOW VALUE "Y".
    01 STEP-COUNT PIC 9(4) VALUE ZERO.
    01 STEP-FAIL-COUNT PIC 9(4) VALUE ZERO.
    01 BATCH-COUNT PIC 9(4) VALUE ZERO.
    01 RERUN-COUNT PIC 9(4) VALUE ZERO.
    01 AUDIT-COUNT PIC 9(4) VALUE ZERO.
    01 OPEN-ITEM-COUNT PIC 9(6) VALUE ZERO.
    01 MISSING-COUNT PIC 9(2) VALUE ZERO.
    01 MORE-COUNT PIC 9(4) VALUE ZERO.
    01 CC-EDIT PIC Z(8)9.
    01 COUNT-EDIT PIC ZZZ,ZZ9.
    01 RERUN-TEXT PIC X(10).
    01 REPORT-LINE PIC X(100) VALUE SPACES.
    01 CYCLE-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-CYCLE-LOG VALUE "Y".
    01 LOG-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-LOG VALUE "Y".
    01 REGISTER-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-REGISTER VALUE "Y".
    01 SUSPENSE-EOF-SWITCH PIC X(01) VALUE "N".
        88 END-OF-SUSPENSE-FILE VALUE "Y".

PROCEDURE DIVISION.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ACCEPT RUN-TIME FROM TIME
    MOVE RUN-DATE TO MORNING-DATE
    ACCEPT PARM-LINE FROM COMMAND-LINE
    PERFORM PARSE-PARM-LINE THRU PARSE-PARM-LINE-EXIT
    PERFORM SET-OVERNIGHT-WINDOW THRU SET-OVERNIGHT-WINDOW-EXIT
    OPEN OUTPUT REPORT-FILE
    IF REPORT-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN MORNING.RPT, STATUS = " REPORT-STATUS
        MOVE RC-FILE-FAIL TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WRITE-PAGE-HEADING THRU WRITE-PAGE-HEADING-EXIT
    PERFORM REPORT-CYCLE-STEPS THRU REPORT-CYCLE-STEPS-EXIT
    PERFORM REPORT-BATCHES THRU REPORT-BATCHES-EXIT
    PERFORM REPORT-AUDIT-RUNS THRU REPORT-AUDIT-RUNS-EXIT
    PERFORM REPORT-OPEN-SUSPENSE THRU REPORT-OPEN-SUSPENSE-EXIT
    PERFORM WRITE-PAGE-FOOTING THRU WRITE-PAGE-FOOTING-EXIT
    CLOSE REPORT-FILE
    DISPLAY "MORNING SUMMARY FOR NIGHT ENDING " MORNING-DATE
        " WRITTEN TO MORNING.RPT"
    DISPLAY STEP-COUNT " STEP(S), " STEP-FAIL-COUNT " FAILED, "
        BATCH-COUNT " BATCH(ES), " RERUN-COUNT " RERUN, "
        OPEN-ITEM-COUNT " OPEN SUSPENSE ITEM(S)"
    IF STEP-FAIL-COUNT > ZERO OR MISSING-COUNT > ZERO
        MOVE RC-ATTENTION TO RETURN-CODE
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
    IF PARM-TOKEN(PX)(1:5) NOT = "DATE=" OR TOKEN-LEN NOT = 13
        DISPLAY "INVALID PARAMETER '"
            PARM-TOKEN(PX)(1:TOKEN-LEN) "' - IGNORED"
        GO TO PARSE-PARM-TOKEN-EXIT
    END-IF.
    MOVE PARM-TOKEN(PX)(6:8) TO KEYWORD-VALUE
    IF KEYWORD-VALUE IS NUMERIC
        MOVE KEYWORD-VALUE TO MORNING-DATE
        DISPLAY "SUMMARY WILL COVER THE NIGHT ENDING " MORNING-DATE
    ELSE
        DISPLAY "INVALID PARAMETER '"
            PARM-TOKEN(PX)(1:TOKEN-LEN) "' - IGNORED"
    END-IF.
PARSE-PARM-TOKEN-EXIT.
    EXIT.

SET-OVERNIGHT-WINDOW.
    MOVE MORNING-DATE TO DATE-WORK
    PERFORM COMPUTE-DAY-NUMBER THRU COMPUTE-DAY-NUMBER-EXIT
    IF DATE-INVALID
        DISPLAY "INVALID DATE " MORNING-DATE " - RUN DATE USED"
        MOVE RUN-DATE TO MORNING-DATE
        MOVE MORNING-DATE TO DATE-WORK
        PERFORM COMPUTE-DAY-NUMBER THRU COMPUTE-DAY-NUMBER-EXIT
    END-IF
    MOVE DAY-NUMBER TO MORNING-DAY
    COMPUTE EVENING-DAY = MORNING-DAY - 1
    MOVE MORNING-DATE TO DATE-WORK
    IF DW-DD > 1
        SUBTRACT 1 FROM DW-DD
    ELSE
        IF DW-MM > 1
            SUBTRACT 1 FROM DW-MM
        ELSE
            MOVE 12 TO DW-MM
            SUBTRACT 1 FROM DW-YYYY
        END-IF
        MOVE 31 TO DW-DD
        PERFORM COMPUTE-DAY-NUMBER THRU COMPUTE-DAY-NUMBER-EXIT
        PERFORM UNTIL DAY-NUMBER = EVENING-DAY OR DW-DD < 28
            SUBTRACT 1 FROM DW-DD
            PERFORM COMPUTE-DAY-NUMBER THRU COMPUTE-DAY-NUMBER-EXIT
        END-PERFORM
    END-IF
    MOVE DATE-WORK TO EVENING-DATE.
SET-OVERNIGHT-WINDOW-EXIT.
    EXIT.

CHECK-WINDOW.
    MOVE "N" TO WINDOW-SWITCH
    PERFORM COMPUTE-DAY-NUMBER THRU COMPUTE-DAY-NUMBER-EXIT
    IF DATE-INVALID
        GO TO CHECK-WINDOW-EXIT
    END-IF.
    IF DAY-NUMBER = EVENING-DAY AND TIME-WORK NOT < NOON
        SET IN-WINDOW TO TRUE
    END-IF
    IF DAY-NUMBER = MORNING-DAY AND TIME-WORK < NOON
        SET IN-WINDOW TO TRUE
    END-IF.
CHECK-WINDOW-EXIT.
    EXIT.

WRITE-PAGE-HEADING.
    MOVE SPACES TO REPORT-LINE
    STRING "AOC0123  MORNING OPERATIONS SUMMARY  NIGHT ENDING "
        MORNING-DATE "  PRINTED " RUN-DATE " " RUN-TIME(1:4)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "WINDOW " EVENING-DATE " 12:00 TO " MORNING-DATE
        " 12:00"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE.
WRITE-PAGE-HEADING-EXIT.
    EXIT.

REPORT-CYCLE-STEPS.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE "NIGHTLY CYCLE STEPS (NIGHTCYC.LOG)" TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    OPEN INPUT CYCLE-LOG-FILE
    IF CYCLE-LOG-STATUS NOT = "00"
        MOVE SPACES TO REPORT-LINE
        STRING "  *** NIGHTCYC.LOG NOT AVAILABLE, STATUS = "
            CYCLE-LOG-STATUS " ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
        ADD 1 TO MISSING-COUNT
        GO TO REPORT-CYCLE-STEPS-EXIT
    END-IF.
    MOVE "  STEP ID   DATE     TIME             CC  MAX  RESULT"
        TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE ZERO TO MORE-COUNT
    PERFORM UNTIL END-OF-CYCLE-LOG
        READ CYCLE-LOG-FILE INTO CYCLE-LINE
            AT END SET END-OF-CYCLE-LOG TO TRUE
        END-READ
        IF NOT END-OF-CYCLE-LOG
            PERFORM LIST-ONE-STEP THRU LIST-ONE-STEP-EXIT
        END-IF
    END-PERFORM
    CLOSE CYCLE-LOG-FILE
    PERFORM WRITE-MORE-LINE THRU WRITE-MORE-LINE-EXIT
    MOVE SPACES TO REPORT-LINE
    IF STEP-COUNT = ZERO
        MOVE "  NO CYCLE STEPS LOGGED IN THE WINDOW" TO REPORT-LINE
    ELSE
        STRING "  " STEP-COUNT " STEP(S) RUN, " STEP-FAIL-COUNT
            " FAILED"
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-RECORD FROM REPORT-LINE.
REPORT-CYCLE-STEPS-EXIT.
    EXIT.

LIST-ONE-STEP.
    IF CY-DATE NOT NUMERIC OR CY-TIME NOT NUMERIC
        GO TO LIST-ONE-STEP-EXIT
    END-IF.
    MOVE CY-DATE TO DATE-WORK
    MOVE CY-TIME TO TIME-WORK
    PERFORM CHECK-WINDOW THRU CHECK-WINDOW-EXIT
    IF NOT IN-WINDOW
        GO TO LIST-ONE-STEP-EXIT
    END-IF.
    ADD 1 TO STEP-COUNT
    IF CY-RESULT NOT = "OK"
        ADD 1 TO STEP-FAIL-COUNT
    END-IF
    IF STEP-COUNT > MAX-STEP-LINES
        ADD 1 TO MORE-COUNT
        GO TO LIST-ONE-STEP-EXIT
    END-IF.
    MOVE CY-STEP-CC TO CC-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING "  " CY-STEP-ID "  " CY-DATE " " CY-TIME
        " " CC-EDIT "  " CY-MAX-CC "   " CY-RESULT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE.
LIST-ONE-STEP-EXIT.
    EXIT.

REPORT-BATCHES.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE "BATCHES RECONCILED (BATCHREG.DAT)" TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    OPEN INPUT REGISTER-FILE
    IF REGISTER-STATUS NOT = "00"
        MOVE SPACES TO REPORT-LINE
        STRING "  *** BATCHREG.DAT NOT AVAILABLE, STATUS = "
            REGISTER-STATUS " ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
        ADD 1 TO MISSING-COUNT
        GO TO REPORT-BATCHES-EXIT
    END-IF.
    MOVE "  BATCH ID  RUN DATE  OUTCOME  ENTRIES  REJECTS"
        TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE ZERO TO MORE-COUNT
    PERFORM UNTIL END-OF-REGISTER
        READ REGISTER-FILE
            AT END SET END-OF-REGISTER TO TRUE
        END-READ
        IF NOT END-OF-REGISTER
            PERFORM LIST-ONE-BATCH THRU LIST-ONE-BATCH-EXIT
        END-IF
    END-PERFORM
    CLOSE REGISTER-FILE
    PERFORM WRITE-MORE-LINE THRU WRITE-MORE-LINE-EXIT
    MOVE SPACES TO REPORT-LINE
    IF BATCH-COUNT = ZERO
        MOVE "  NO BATCHES REGISTERED FOR THE NIGHT" TO REPORT-LINE
    ELSE
        STRING "  " BATCH-COUNT " BATCH(ES), " RERUN-COUNT
            " RUN AS RERUN"
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-RECORD FROM REPORT-LINE.
REPORT-BATCHES-EXIT.
    EXIT.

LIST-ONE-BATCH.
    IF BG-RUN-DATE NOT = EVENING-DATE
        AND BG-RUN-DATE NOT = MORNING-DATE
        GO TO LIST-ONE-BATCH-EXIT
    END-IF.
    ADD 1 TO BATCH-COUNT
    MOVE SPACES TO RERUN-TEXT
    IF BG-RERUN-COUNT > ZERO
        ADD 1 TO RERUN-COUNT
        STRING "RERUN " BG-RERUN-COUNT
            DELIMITED BY SIZE INTO RERUN-TEXT
    END-IF
    IF BATCH-COUNT > MAX-BATCH-LINES
        ADD 1 TO MORE-COUNT
        GO TO LIST-ONE-BATCH-EXIT
    END-IF.
    MOVE SPACES TO REPORT-LINE
    STRING "  " BG-BATCH-ID "  " BG-RUN-DATE
        "  " BG-OUTCOME
        "       " BG-ENTRY-COUNT
        "     " BG-REJECT-COUNT
        "   " RERUN-TEXT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE.
LIST-ONE-BATCH-EXIT.
    EXIT.

REPORT-AUDIT-RUNS.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE "RECONCILIATION RUNS (AOC0101.LOG)" TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    OPEN INPUT AUDIT-FILE
    IF AUDIT-STATUS NOT = "00"
        MOVE SPACES TO REPORT-LINE
        STRING "  *** AOC0101.LOG NOT AVAILABLE, STATUS = "
            AUDIT-STATUS " ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
        ADD 1 TO MISSING-COUNT
        GO TO REPORT-AUDIT-RUNS-EXIT
    END-IF.
    MOVE "  DATE     TIME     SOURCE       ENTRIES REJECTS TARGET "
        TO REPORT-LINE
    MOVE "PAIR    TRIPLE" TO REPORT-LINE(58:14)
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE ZERO TO MORE-COUNT
    PERFORM UNTIL END-OF-LOG
        READ AUDIT-FILE INTO LOG-LINE
            AT END SET END-OF-LOG TO TRUE
        END-READ
        IF NOT END-OF-LOG
            PERFORM LIST-ONE-AUDIT-RUN THRU LIST-ONE-AUDIT-RUN-EXIT
        END-IF
    END-PERFORM
    CLOSE AUDIT-FILE
    PERFORM WRITE-MORE-LINE THRU WRITE-MORE-LINE-EXIT
    MOVE SPACES TO REPORT-LINE
    IF AUDIT-COUNT = ZERO
        MOVE "  NO RECONCILIATION RUNS LOGGED IN THE WINDOW"
            TO REPORT-LINE
    ELSE
        STRING "  " AUDIT-COUNT " RECONCILIATION RUN(S)"
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-RECORD FROM REPORT-LINE.
REPORT-AUDIT-RUNS-EXIT.
    EXIT.

LIST-ONE-AUDIT-RUN.
    IF LG-DATE NOT NUMERIC OR LG-TIME NOT NUMERIC
        GO TO LIST-ONE-AUDIT-RUN-EXIT
    END-IF.
    MOVE LG-DATE TO DATE-WORK
    MOVE LG-TIME TO TIME-WORK
    PERFORM CHECK-WINDOW THRU CHECK-WINDOW-EXIT
    IF NOT IN-WINDOW
        GO TO LIST-ONE-AUDIT-RUN-EXIT
    END-IF.
    ADD 1 TO AUDIT-COUNT
    IF AUDIT-COUNT > MAX-AUDIT-LINES
        ADD 1 TO MORE-COUNT
        GO TO LIST-ONE-AUDIT-RUN-EXIT
    END-IF.
    IF LOG-LINE(116:6) = "TRIPLE"
        MOVE OLG-PAIR-RESULT TO PAIR-TEXT
        MOVE OLG-TRIPLE-RESULT TO TRIPLE-TEXT
    ELSE
        MOVE LG-PAIR-RESULT TO PAIR-TEXT
        MOVE LG-TRIPLE-RESULT TO TRIPLE-TEXT
    END-IF
    IF PAIR-TEXT(1:9) = "PAIR NONE"
        MOVE "NONE" TO PAIR-STATE
    ELSE
        MOVE "MATCH" TO PAIR-STATE
    END-IF
    IF TRIPLE-TEXT(1:11) = "TRIPLE NONE"
        MOVE "NONE" TO TRIPLE-STATE
    ELSE
        MOVE "MATCH" TO TRIPLE-STATE
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "  " LG-DATE " " LG-TIME(1:6) "   " LG-SOURCE
        " " LG-ENTRIES "    " LG-REJECTED " " LG-TARGET
        " " PAIR-STATE " " TRIPLE-STATE
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE.
LIST-ONE-AUDIT-RUN-EXIT.
    EXIT.

REPORT-OPEN-SUSPENSE.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE "OPEN SUSPENSE ITEMS (SUSPENSE.DAT)" TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    OPEN INPUT SUSPENSE-FILE
    IF SUSPENSE-STATUS = "35"
        MOVE "  NO SUSPENSE FILE - NO ITEMS OPEN" TO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
        GO TO REPORT-OPEN-SUSPENSE-EXIT
    END-IF.
    IF SUSPENSE-STATUS NOT = "00"
        MOVE SPACES TO REPORT-LINE
        STRING "  *** SUSPENSE.DAT NOT AVAILABLE, STATUS = "
            SUSPENSE-STATUS " ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
        ADD 1 TO MISSING-COUNT
        GO TO REPORT-OPEN-SUSPENSE-EXIT
    END-IF.
    PERFORM UNTIL END-OF-SUSPENSE-FILE
        READ SUSPENSE-FILE INTO SUSPENSE-ITEM
            AT END SET END-OF-SUSPENSE-FILE TO TRUE
        END-READ
        IF NOT END-OF-SUSPENSE-FILE AND SU-STATUS NOT = "R"
            PERFORM COUNT-ONE-SUSPENSE THRU COUNT-ONE-SUSPENSE-EXIT
        END-IF
    END-PERFORM
    CLOSE SUSPENSE-FILE
    IF OPEN-ITEM-COUNT = ZERO
        MOVE "  NO SUSPENSE ITEMS OPEN" TO REPORT-LINE
        WRITE REPORT-RECORD FROM REPORT-LINE
        GO TO REPORT-OPEN-SUSPENSE-EXIT
    END-IF.
    MOVE "  BRANCH  REASON     ITEMS" TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE ZERO TO MORE-COUNT
    PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > SUSPENSE-GROUP-COUNT
        IF GX > MAX-SUSPENSE-LINES
            ADD 1 TO MORE-COUNT
        ELSE
            MOVE SG-COUNT(GX) TO COUNT-EDIT
            MOVE SPACES TO REPORT-LINE
            STRING "  " SG-BRANCH(GX) "     " SG-REASON(GX)
                "      " COUNT-EDIT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-RECORD FROM REPORT-LINE
        END-IF
    END-PERFORM
    PERFORM WRITE-MORE-LINE THRU WRITE-MORE-LINE-EXIT
    MOVE OPEN-ITEM-COUNT TO COUNT-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING "  TOTAL OPEN       " COUNT-EDIT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE.
REPORT-OPEN-SUSPENSE-EXIT.
    EXIT.

COUNT-ONE-SUSPENSE.
    ADD 1 TO OPEN-ITEM-COUNT
    MOVE "N" TO GROUP-FOUND-SWITCH
    PERFORM VARYING GX FROM 1 BY 1
            UNTIL GX > SUSPENSE-GROUP-COUNT OR GROUP-FOUND
        IF SG-BRANCH(GX) = SU-BRANCH AND SG-REASON(GX) = SU-REASON
            ADD 1 TO SG-COUNT(GX)
            SET GROUP-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF GROUP-FOUND
        GO TO COUNT-ONE-SUSPENSE-EXIT
    END-IF.
    IF SUSPENSE-GROUP-COUNT = MAX-SUSPENSE-GROUPS
        GO TO COUNT-ONE-SUSPENSE-EXIT
    END-IF.
    PERFORM VARYING GX FROM 1 BY 1
            UNTIL GX > SUSPENSE-GROUP-COUNT
            OR SG-BRANCH(GX) > SU-BRANCH
            OR (SG-BRANCH(GX) = SU-BRANCH
                AND SG-REASON(GX) > SU-REASON)
        CONTINUE
    END-PERFORM
    PERFORM VARYING MX FROM SUSPENSE-GROUP-COUNT BY -1
            UNTIL MX < GX
        MOVE SUSPENSE-GROUP(MX) TO SUSPENSE-GROUP(MX + 1)
    END-PERFORM
    ADD 1 TO SUSPENSE-GROUP-COUNT
    MOVE SU-BRANCH TO SG-BRANCH(GX)
    MOVE SU-REASON TO SG-REASON(GX)
    MOVE 1 TO SG-COUNT(GX).
COUNT-ONE-SUSPENSE-EXIT.
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

WRITE-PAGE-FOOTING.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    IF STEP-FAIL-COUNT > ZERO OR MISSING-COUNT > ZERO
        STRING "*** ATTENTION: " STEP-FAIL-COUNT " FAILED STEP(S), "
            MISSING-COUNT " INPUT(S) NOT AVAILABLE ***"
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        MOVE "END OF SUMMARY - NO CYCLE FAILURES" TO REPORT-LINE
    END-IF
    WRITE REPORT-RECORD FROM REPORT-LINE.
WRITE-PAGE-FOOTING-EXIT.
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
