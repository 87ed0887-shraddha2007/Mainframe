IDENTIFICATION DIVISION.
PROGRAM-ID. EVENODD-STMT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT POSITION-FILE ASSIGN TO "POSNFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PSN-ACCOUNT-ID
        FILE STATUS IS WS-POSITION-STATUS.
    SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCT-ACCOUNT-ID
        FILE STATUS IS WS-ACCOUNT-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
    SELECT STATEMENT-FILE ASSIGN TO "STMTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STMTRPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  POSITION-FILE.
    COPY POSNREC.

FD  ACCOUNT-FILE.
    COPY ACCTREC.

FD  RUN-CONTROL-FILE
    RECORDING MODE IS F.
    COPY RUNCREC.

FD  STATEMENT-FILE
    RECORDING MODE IS F.
01  STATEMENT-LINE      PIC X(80).

WORKING-STORAGE SECTION.
01  WS-POSITION-STATUS  PIC XX VALUE SPACES.
01  WS-ACCOUNT-STATUS   PIC XX VALUE SPACES.
01  WS-RUNCTL-STATUS    PIC XX VALUE SPACES.
01  WS-STMTRPT-STATUS   PIC XX VALUE SPACES.
01  WS-PSN-EOF-SWITCH   PIC X VALUE "N".
    88  WS-PSN-END-OF-FILE VALUE "Y".
01  WS-SELECTED-SWITCH  PIC X VALUE "N".
    88  WS-STATEMENT-SELECTED VALUE "Y".

01  WS-PARM-MONTH       PIC X(20) VALUE SPACES.
01  WS-MONTH-LEN        PIC 9(2) VALUE 0.
01  WS-STMT-DATE        PIC 9(8) VALUE 0.
01  WS-STMT-DATE-PARTS REDEFINES WS-STMT-DATE.
    05  WS-STMT-MONTH   PIC 9(6).
    05  WS-STMT-DAY     PIC 9(2).
01  WS-PSN-DATE-WORK    PIC 9(8) VALUE 0.
01  WS-PSN-DATE-PARTS REDEFINES WS-PSN-DATE-WORK.
    05  WS-PSN-DATE-MONTH PIC 9(6).
    05  FILLER            PIC 9(2).

01  WS-COUNTERS.
    05  WS-POSITIONS-READ   PIC 9(7) VALUE 0.
    05  WS-STATEMENTS-PRINTED PIC 9(7) VALUE 0.
    05  WS-NO-HISTORY-COUNT PIC 9(7) VALUE 0.
    05  WS-PAGE-COUNT       PIC 9(5) VALUE 0.

01  WS-STATEMENT-FIGURES.
    05  WS-STMT-OPENING     PIC S9(11) VALUE 0.
    05  WS-STMT-CLOSING     PIC S9(11) VALUE 0.
    05  WS-STMT-NET-CHANGE  PIC S9(11) VALUE 0.
    05  WS-STMT-LAST-POSTED PIC 9(8) VALUE 0.
    05  WS-STMT-AS-OF       PIC 9(8) VALUE 0.
    05  WS-STMT-COUNTS.
        10  WS-STMT-POSTINGS    PIC 9(7).
        10  WS-STMT-EVEN        PIC 9(7).
        10  WS-STMT-ODD         PIC 9(7).
        10  WS-STMT-POS         PIC 9(7).
        10  WS-STMT-NEG         PIC 9(7).
        10  WS-STMT-ZERO        PIC 9(7).
        10  WS-STMT-MULT        PIC 9(7).
        10  WS-STMT-NON-MULT    PIC 9(7).

01  WS-ACCOUNT-NAME     PIC X(30) VALUE SPACES.
01  WS-ACCOUNT-STATE    PIC X(6) VALUE SPACES.
01  WS-MONTH-ED         PIC 9(4)/9(2).
01  WS-DATE-ED          PIC 9(4)/9(2)/9(2).
01  WS-AMOUNT-ED        PIC -(11)9.
01  WS-PAGE-ED          PIC ZZZZ9.

01  WS-REPORT-LINE      PIC X(80).

LINKAGE SECTION.
01  LS-PARM.
    05  LS-PARM-LEN         PIC S9(4) COMP.
    05  LS-PARM-TEXT        PIC X(20).

PROCEDURE DIVISION USING LS-PARM.
MAIN-PROCEDURE.
    PERFORM PARSE-PARM
    IF WS-STMT-MONTH = 0
        PERFORM LOAD-RUN-CONTROL
    END-IF
    MOVE WS-STMT-MONTH TO WS-MONTH-ED
    DISPLAY "STATEMENTS FOR MONTH " WS-MONTH-ED
    OPEN INPUT POSITION-FILE
    IF WS-POSITION-STATUS = "35"
        DISPLAY "POSNFILE NOT AVAILABLE - NO STATEMENTS TO PRINT"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-POSITION-STATUS NOT = "00"
        DISPLAY "ERROR OPENING POSNFILE - FILE STATUS "
            WS-POSITION-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT ACCOUNT-FILE
    IF WS-ACCOUNT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING ACCTMAST - FILE STATUS "
            WS-ACCOUNT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT STATEMENT-FILE
    IF WS-STMTRPT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING STMTRPT - FILE STATUS "
            WS-STMTRPT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE LOW-VALUES TO PSN-ACCOUNT-ID
    START POSITION-FILE KEY IS NOT LESS THAN PSN-ACCOUNT-ID
        INVALID KEY
            SET WS-PSN-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL WS-PSN-END-OF-FILE
        READ POSITION-FILE NEXT RECORD
            AT END
                SET WS-PSN-END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-POSITIONS-READ
                PERFORM SELECT-STATEMENT-FIGURES
                IF WS-STATEMENT-SELECTED
                    PERFORM PRINT-STATEMENT
                END-IF
        END-READ
    END-PERFORM
    CLOSE STATEMENT-FILE
    CLOSE ACCOUNT-FILE
    CLOSE POSITION-FILE
    DISPLAY "POSITIONS READ: " WS-POSITIONS-READ
        " STATEMENTS PRINTED: " WS-STATEMENTS-PRINTED
    IF WS-NO-HISTORY-COUNT > 0
        DISPLAY "ACCOUNTS WITH NO FIGURES HELD FOR " WS-MONTH-ED
            ": " WS-NO-HISTORY-COUNT
    END-IF
    IF WS-STATEMENTS-PRINTED = 0
        DISPLAY "NO STATEMENTS PRINTED FOR " WS-MONTH-ED
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    STOP RUN.

PARSE-PARM.
    MOVE 0 TO WS-STMT-DATE
    IF LS-PARM-LEN > 0
        UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN) DELIMITED BY ","
            INTO WS-PARM-MONTH COUNT IN WS-MONTH-LEN
        END-UNSTRING
        IF WS-MONTH-LEN = 6 AND WS-PARM-MONTH (1:6) IS NUMERIC
                AND WS-PARM-MONTH (5:2) >= "01"
                AND WS-PARM-MONTH (5:2) <= "12"
            MOVE WS-PARM-MONTH (1:6) TO WS-STMT-MONTH
        ELSE
            DISPLAY "INVALID STATEMENT MONTH PARM " WS-PARM-MONTH
                " - USING BUSINESS DATE MONTH"
        END-IF
    END-IF.

LOAD-RUN-CONTROL.
    ACCEPT WS-STMT-DATE FROM DATE YYYYMMDD
    OPEN INPUT RUN-CONTROL-FILE
    IF WS-RUNCTL-STATUS = "00"
        READ RUN-CONTROL-FILE
            AT END
                DISPLAY "RUNCTL EMPTY - USING SYSTEM DATE MONTH"
            NOT AT END
                IF RC-BUSINESS-DATE IS NUMERIC
                        AND RC-BUSINESS-DATE > 0
                    MOVE RC-BUSINESS-DATE TO WS-STMT-DATE
                ELSE
                    DISPLAY "RUNCTL BUSINESS DATE INVALID -"
                        " USING SYSTEM DATE MONTH"
                END-IF
        END-READ
        CLOSE RUN-CONTROL-FILE
    ELSE
        DISPLAY "RUNCTL NOT AVAILABLE - USING SYSTEM DATE MONTH"
    END-IF.

SELECT-STATEMENT-FIGURES.
    SET WS-STATEMENT-SELECTED TO TRUE
    MOVE PSN-POSITION-DATE TO WS-PSN-DATE-WORK
    EVALUATE TRUE
        WHEN WS-PSN-DATE-MONTH = WS-STMT-MONTH
            MOVE PSN-MONTH-OPENING TO WS-STMT-OPENING
            COMPUTE WS-STMT-CLOSING =
                PSN-OPENING-POSITION + PSN-NET-CHANGE
            MOVE PSN-MTD-COUNTS TO WS-STMT-COUNTS
            MOVE PSN-LAST-POSTED-DATE TO WS-STMT-LAST-POSTED
            MOVE PSN-POSITION-DATE TO WS-STMT-AS-OF
        WHEN PSN-PREV-MONTH-ID = WS-STMT-MONTH
            MOVE PSN-PREV-OPENING TO WS-STMT-OPENING
            MOVE PSN-PREV-CLOSING TO WS-STMT-CLOSING
            MOVE PSN-PREV-COUNTS TO WS-STMT-COUNTS
            MOVE PSN-PREV-LAST-POSTED TO WS-STMT-LAST-POSTED
            MOVE 0 TO WS-STMT-AS-OF
        WHEN WS-PSN-DATE-MONTH < WS-STMT-MONTH
            COMPUTE WS-STMT-OPENING =
                PSN-OPENING-POSITION + PSN-NET-CHANGE
            MOVE WS-STMT-OPENING TO WS-STMT-CLOSING
            MOVE ZEROS TO WS-STMT-COUNTS
            MOVE PSN-LAST-POSTED-DATE TO WS-STMT-LAST-POSTED
            MOVE PSN-POSITION-DATE TO WS-STMT-AS-OF
        WHEN OTHER
            MOVE "N" TO WS-SELECTED-SWITCH
            ADD 1 TO WS-NO-HISTORY-COUNT
            DISPLAY "NO FIGURES HELD FOR ACCOUNT " PSN-ACCOUNT-ID
                " MONTH " WS-MONTH-ED " - POSITION DATE "
                PSN-POSITION-DATE
    END-EVALUATE
    IF WS-STATEMENT-SELECTED
        COMPUTE WS-STMT-NET-CHANGE =
            WS-STMT-CLOSING - WS-STMT-OPENING
    END-IF.

PRINT-STATEMENT.
    MOVE PSN-ACCOUNT-ID TO ACCT-ACCOUNT-ID
    READ ACCOUNT-FILE
        INVALID KEY
            MOVE "*** NOT ON ACCOUNT MASTER ***" TO WS-ACCOUNT-NAME
            MOVE SPACES TO WS-ACCOUNT-STATE
        NOT INVALID KEY
            MOVE ACCT-NAME TO WS-ACCOUNT-NAME
            EVALUATE TRUE
                WHEN ACCT-OPEN
                    MOVE "OPEN" TO WS-ACCOUNT-STATE
                WHEN ACCT-CLOSED
                    MOVE "CLOSED" TO WS-ACCOUNT-STATE
                WHEN OTHER
                    MOVE ACCT-STATUS TO WS-ACCOUNT-STATE
            END-EVALUATE
    END-READ
    ADD 1 TO WS-PAGE-COUNT
    ADD 1 TO WS-STATEMENTS-PRINTED
    MOVE WS-PAGE-COUNT TO WS-PAGE-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "EVEN/ODD ACCOUNT STATEMENT  MONTH " DELIMITED BY SIZE
        WS-MONTH-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    MOVE "PAGE" TO WS-REPORT-LINE (70:4)
    MOVE WS-PAGE-ED TO WS-REPORT-LINE (75:5)
    WRITE STATEMENT-LINE FROM WS-REPORT-LINE
        AFTER ADVANCING PAGE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE STATEMENT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ACCOUNT        " DELIMITED BY SIZE
        PSN-ACCOUNT-ID DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        WS-ACCOUNT-NAME DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        WS-ACCOUNT-STATE DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE STATEMENT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE STATEMENT-LINE FROM WS-REPORT-LINE
    MOVE WS-STMT-OPENING TO WS-AMOUNT-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "OPENING POSITION     " DELIMITED BY SIZE
        WS-AMOUNT-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE STATEMENT-LINE FROM WS-REPORT-LINE
    MOVE WS-STMT-NET-CHANGE TO WS-AMOUNT-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "NET CHANGE           " DELIMITED BY SIZE
        WS-AMOUNT-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE STATEMENT-LINE FROM WS-REPORT-LINE
    MOVE WS-STMT-CLOSING TO WS-AMOUNT-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "CLOSING POSITION     " DELIMITED BY SIZE
        WS-AMOUNT-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE STATEMENT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE STATEMENT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "POSTINGS IN MONTH    " DELIMITED BY SIZE
        WS-STMT-POSTINGS DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE STATEMENT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  EVEN " DELIMITED BY SIZE
        WS-STMT-EVEN DELIMITED BY SIZE
        "  ODD " DELIMITED BY SIZE
        WS-STMT-ODD DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE STATEMENT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  POS  " DELIMITED BY SIZE
        WS-STMT-POS DELIMITED BY SIZE
        "  NEG " DELIMITED BY SIZE
        WS-STMT-NEG DELIMITED BY SIZE
        "  ZERO " DELIMITED BY SIZE
        WS-STMT-ZERO DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE STATEMENT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  MULT " DELIMITED BY SIZE
        WS-STMT-MULT DELIMITED BY SIZE
        "  NMUL " DELIMITED BY SIZE
        WS-STMT-NON-MULT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE STATEMENT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE STATEMENT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    IF WS-STMT-LAST-POSTED = 0
        STRING "LAST POSTED          NONE" DELIMITED BY SIZE
            INTO WS-REPORT-LINE
    ELSE
        MOVE WS-STMT-LAST-POSTED TO WS-DATE-ED
        STRING "LAST POSTED          " DELIMITED BY SIZE
            WS-DATE-ED DELIMITED BY SIZE
            INTO WS-REPORT-LINE
    END-IF
    WRITE STATEMENT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    IF WS-STMT-AS-OF = 0
        STRING "FIGURES AS OF        MONTH END" DELIMITED BY SIZE
            INTO WS-REPORT-LINE
    ELSE
        MOVE WS-STMT-AS-OF TO WS-DATE-ED
        STRING "FIGURES AS OF        " DELIMITED BY SIZE
            WS-DATE-ED DELIMITED BY SIZE
            INTO WS-REPORT-LINE
    END-IF
    WRITE STATEMENT-LINE FROM WS-REPORT-LINE.
