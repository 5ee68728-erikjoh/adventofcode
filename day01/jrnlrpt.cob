DATA DIVISION.
FILE SECTION.
FD  JOURNAL-FILE.
01  JOURNAL-RECORD PIC X(135).

FD  REPORT-FILE.
01  REPORT-RECORD PIC X(100).
    ADD 1 TO SHOWN-COUNT
    MOVE SPACES TO REPORT-LINE
    STRING JR-DATE " " JR-TIME " " JR-ACTION " " JR-EXPENSE-ID
        " OPERATOR " JR-OPERATOR
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-RECORD FROM REPORT-LINE
    MOVE SPACES TO REPORT-LINE
