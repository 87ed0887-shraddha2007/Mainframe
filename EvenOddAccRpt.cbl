IDENTIFICATION DIVISION.
PROGRAM-ID. EVENODD-ACCRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCESS-LOG-FILE ASSIGN TO "ACCLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACCLOG-STATUS.
    SELECT ACCESS-REPORT-FILE ASSIGN TO "ACCRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACCRPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ACCESS-LOG-FILE
    RECORDING MODE IS F.
    COPY ACCLREC.

FD  ACCESS-REPORT-FILE
    RECORDING MODE IS F.
01  ACCESS-REPORT-LINE  PIC X(132).

WORKING-STORAGE SECTION.
01  WS-ACCLOG-STATUS    PIC XX VALUE SPACES.
01  WS-ACCRPT-STATUS    PIC XX VALUE SPACES.
01  WS-ACC-EOF-SWITCH   PIC X VALUE "N".
    88  WS-ACC-END-OF-FILE VALUE "Y".

01  WS-PARM-RANGE       PIC X(20) VALUE SPACES.
01  WS-PARM-OPERATOR    PIC X(10) VALUE SPACES.
01  WS-RANGE-LEN        PIC 9(2) VALUE 0.
01  WS-FROM-DATE        PIC 9(8) VALUE 0.
01  WS-TO-DATE          PIC 9(8) VALUE 99999999.
01  WS-SELECT-OPERATOR  PIC X(8) VALUE SPACES.
01  WS-ENTRIES-READ     PIC 9(7) VALUE 0.
01  WS-ENTRIES-LISTED   PIC 9(7) VALUE 0.
01  WS-DATE-ED          PIC 9(4)/9(2)/9(2).
01  WS-EVENT-TEXT       PIC X(14) VALUE SPACES.
01  WS-OPERATOR-TEXT    PIC X(8) VALUE SPACES.

01  WS-CURRENT-OPERATOR PIC X(8) VALUE SPACES.
01  WS-OPERATOR-SWITCH  PIC X VALUE "N".
    88  WS-OPERATOR-OPEN VALUE "Y".
01  WS-OPER-COUNTS.
    05  WS-OPER-SESSIONS    PIC 9(7) VALUE 0.
    05  WS-OPER-FAILED      PIC 9(7) VALUE 0.
    05  WS-OPER-UPDATES     PIC 9(7) VALUE 0.
    05  WS-OPER-REFUSED     PIC 9(7) VALUE 0.
01  WS-TOTAL-COUNTS.
    05  WS-TOTAL-OPERATORS  PIC 9(7) VALUE 0.
    05  WS-TOTAL-SESSIONS   PIC 9(7) VALUE 0.
    05  WS-TOTAL-FAILED     PIC 9(7) VALUE 0.
    05  WS-TOTAL-UPDATES    PIC 9(7) VALUE 0.
    05  WS-TOTAL-REFUSED    PIC 9(7) VALUE 0.

01  WS-REPORT-LINE      PIC X(132).

LINKAGE SECTION.
01  LS-PARM.
    05  LS-PARM-LEN         PIC S9(4) COMP.
    05  LS-PARM-TEXT        PIC X(40).

PROCEDURE DIVISION USING LS-PARM.
MAIN-PROCEDURE.
    PERFORM PARSE-PARM
    OPEN INPUT ACCESS-LOG-FILE
    IF WS-ACCLOG-STATUS = "35"
        DISPLAY "ACCLOG NOT AVAILABLE - NOTHING TO LIST"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-ACCLOG-STATUS NOT = "00"
        DISPLAY "ERROR OPENING ACCLOG - FILE STATUS "
            WS-ACCLOG-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT ACCESS-REPORT-FILE
    IF WS-ACCRPT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING ACCRPT - FILE STATUS "
            WS-ACCRPT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WRITE-ACCESS-HEADING
    PERFORM UNTIL WS-ACC-END-OF-FILE
        READ ACCESS-LOG-FILE
            AT END
                SET WS-ACC-END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-ENTRIES-READ
                IF AL-LOG-DATE >= WS-FROM-DATE
                        AND AL-LOG-DATE <= WS-TO-DATE
                        AND (WS-SELECT-OPERATOR = SPACES
                         OR AL-USER-ID = WS-SELECT-OPERATOR)
                    PERFORM PRINT-ACCESS-ENTRY
                END-IF
        END-READ
    END-PERFORM
    IF WS-OPERATOR-OPEN
        PERFORM PRINT-OPERATOR-TOTALS
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ACCESS LOG ENTRIES READ " DELIMITED BY SIZE
        WS-ENTRIES-READ DELIMITED BY SIZE
        "  LISTED " DELIMITED BY SIZE
        WS-ENTRIES-LISTED DELIMITED BY SIZE
        "  OPERATORS " DELIMITED BY SIZE
        WS-TOTAL-OPERATORS DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACCESS-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ALL OPERATORS  SESSIONS " DELIMITED BY SIZE
        WS-TOTAL-SESSIONS DELIMITED BY SIZE
        "  REJECTED SIGN-ONS " DELIMITED BY SIZE
        WS-TOTAL-FAILED DELIMITED BY SIZE
        "  UPDATES " DELIMITED BY SIZE
        WS-TOTAL-UPDATES DELIMITED BY SIZE
        "  REFUSED " DELIMITED BY SIZE
        WS-TOTAL-REFUSED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACCESS-REPORT-LINE FROM WS-REPORT-LINE
    CLOSE ACCESS-REPORT-FILE
    CLOSE ACCESS-LOG-FILE
    DISPLAY "ACCESS LOG ENTRIES LISTED: " WS-ENTRIES-LISTED
    IF WS-ENTRIES-LISTED = 0
        DISPLAY "NO OPERATOR ACTIVITY IN REQUESTED RANGE"
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    STOP RUN.

PARSE-PARM.
    MOVE 0 TO WS-FROM-DATE
    MOVE 99999999 TO WS-TO-DATE
    MOVE SPACES TO WS-SELECT-OPERATOR
    IF LS-PARM-LEN > 0
        UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN) DELIMITED BY ","
            INTO WS-PARM-RANGE COUNT IN WS-RANGE-LEN
                 WS-PARM-OPERATOR
        END-UNSTRING
        MOVE FUNCTION UPPER-CASE (WS-PARM-OPERATOR)
            TO WS-SELECT-OPERATOR
    END-IF
    EVALUATE TRUE
        WHEN WS-RANGE-LEN = 0
            CONTINUE
        WHEN WS-RANGE-LEN = 8
                AND WS-PARM-RANGE (1:8) IS NUMERIC
            MOVE WS-PARM-RANGE (1:8) TO WS-FROM-DATE
            MOVE WS-FROM-DATE TO WS-TO-DATE
        WHEN WS-RANGE-LEN = 17
                AND WS-PARM-RANGE (1:8) IS NUMERIC
                AND WS-PARM-RANGE (9:1) = "-"
                AND WS-PARM-RANGE (10:8) IS NUMERIC
            MOVE WS-PARM-RANGE (1:8) TO WS-FROM-DATE
            MOVE WS-PARM-RANGE (10:8) TO WS-TO-DATE
        WHEN OTHER
            DISPLAY "INVALID DATE RANGE PARM - LISTING ALL DATES"
    END-EVALUATE
    DISPLAY "ACCESS LOG LIST FROM " WS-FROM-DATE " TO " WS-TO-DATE
    IF WS-SELECT-OPERATOR NOT = SPACES
        DISPLAY "LIMITED TO OPERATOR " WS-SELECT-OPERATOR
    END-IF.

WRITE-ACCESS-HEADING.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "OPERATOR ACCESS LOG " DELIMITED BY SIZE
        WS-FROM-DATE DELIMITED BY SIZE
        " - " DELIMITED BY SIZE
        WS-TO-DATE DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    IF WS-SELECT-OPERATOR NOT = SPACES
        MOVE "OPERATOR" TO WS-REPORT-LINE (52:8)
        MOVE WS-SELECT-OPERATOR TO WS-REPORT-LINE (61:8)
    END-IF
    WRITE ACCESS-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE ACCESS-REPORT-LINE FROM WS-REPORT-LINE.

PRINT-ACCESS-ENTRY.
    IF NOT WS-OPERATOR-OPEN
            OR AL-USER-ID NOT = WS-CURRENT-OPERATOR
        IF WS-OPERATOR-OPEN
            PERFORM PRINT-OPERATOR-TOTALS
        END-IF
        PERFORM START-OPERATOR-GROUP
    END-IF
    ADD 1 TO WS-ENTRIES-LISTED
    EVALUATE TRUE
        WHEN AL-SIGN-ON
            MOVE "SIGN-ON" TO WS-EVENT-TEXT
            ADD 1 TO WS-OPER-SESSIONS
        WHEN AL-SIGN-ON-FAILED
            MOVE "SIGN-ON FAILED" TO WS-EVENT-TEXT
            ADD 1 TO WS-OPER-FAILED
        WHEN AL-SESSION-END
            MOVE "SESSION END" TO WS-EVENT-TEXT
        WHEN AL-UPDATE
            MOVE "UPDATE" TO WS-EVENT-TEXT
            ADD 1 TO WS-OPER-UPDATES
        WHEN AL-REFUSED
            MOVE "REFUSED" TO WS-EVENT-TEXT
            ADD 1 TO WS-OPER-REFUSED
        WHEN OTHER
            MOVE AL-EVENT TO WS-EVENT-TEXT
    END-EVALUATE
    MOVE AL-LOG-DATE TO WS-DATE-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "    " DELIMITED BY SIZE
        WS-DATE-ED DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        AL-LOG-TIME DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        AL-PROGRAM DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        WS-EVENT-TEXT DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        AL-COMMAND DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        AL-RESULT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACCESS-REPORT-LINE FROM WS-REPORT-LINE.

START-OPERATOR-GROUP.
    SET WS-OPERATOR-OPEN TO TRUE
    MOVE AL-USER-ID TO WS-CURRENT-OPERATOR
    MOVE 0 TO WS-OPER-SESSIONS
    MOVE 0 TO WS-OPER-FAILED
    MOVE 0 TO WS-OPER-UPDATES
    MOVE 0 TO WS-OPER-REFUSED
    ADD 1 TO WS-TOTAL-OPERATORS
    IF AL-USER-ID = SPACES
        MOVE "(NONE)" TO WS-OPERATOR-TEXT
    ELSE
        MOVE AL-USER-ID TO WS-OPERATOR-TEXT
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "OPERATOR " DELIMITED BY SIZE
        WS-OPERATOR-TEXT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACCESS-REPORT-LINE FROM WS-REPORT-LINE.

PRINT-OPERATOR-TOTALS.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "    OPERATOR " DELIMITED BY SIZE
        WS-OPERATOR-TEXT DELIMITED BY SIZE
        "  SESSIONS " DELIMITED BY SIZE
        WS-OPER-SESSIONS DELIMITED BY SIZE
        "  REJECTED SIGN-ONS " DELIMITED BY SIZE
        WS-OPER-FAILED DELIMITED BY SIZE
        "  UPDATES " DELIMITED BY SIZE
        WS-OPER-UPDATES DELIMITED BY SIZE
        "  REFUSED " DELIMITED BY SIZE
        WS-OPER-REFUSED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACCESS-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE ACCESS-REPORT-LINE FROM WS-REPORT-LINE
    ADD WS-OPER-SESSIONS TO WS-TOTAL-SESSIONS
    ADD WS-OPER-FAILED TO WS-TOTAL-FAILED
    ADD WS-OPER-UPDATES TO WS-TOTAL-UPDATES
    ADD WS-OPER-REFUSED TO WS-TOTAL-REFUSED.
