IDENTIFICATION DIVISION.
PROGRAM-ID. EVENODD-JRNLRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-FILE ASSIGN TO "ACCTJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT JOURNAL-REPORT-FILE ASSIGN TO "JRNLRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNLRPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  JOURNAL-FILE
    RECORDING MODE IS F.
    COPY JRNLREC.

FD  JOURNAL-REPORT-FILE
    RECORDING MODE IS F.
01  JOURNAL-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
    COPY ACCTREC REPLACING ==ACCOUNT-RECORD== BY ==JRN-ACCOUNT-IMAGE==
        LEADING ==ACCT== BY ==JRN==.
01  WS-JOURNAL-STATUS   PIC XX VALUE SPACES.
01  WS-JRNLRPT-STATUS   PIC XX VALUE SPACES.
01  WS-JRN-EOF-SWITCH   PIC X VALUE "N".
    88  WS-JRN-END-OF-FILE VALUE "Y".

01  WS-PARM-RANGE       PIC X(20) VALUE SPACES.
01  WS-PARM-ACCOUNT     PIC X(10) VALUE SPACES.
01  WS-RANGE-LEN        PIC 9(2) VALUE 0.
01  WS-FROM-DATE        PIC 9(8) VALUE 0.
01  WS-TO-DATE          PIC 9(8) VALUE 99999999.
01  WS-SELECT-ACCOUNT   PIC X(10) VALUE SPACES.
01  WS-ENTRIES-READ     PIC 9(7) VALUE 0.
01  WS-ENTRIES-LISTED   PIC 9(7) VALUE 0.
01  WS-DATE-ED          PIC 9(4)/9(2)/9(2).
01  WS-ACTION-TEXT      PIC X(11) VALUE SPACES.
01  WS-IMAGE-LABEL      PIC X(10) VALUE SPACES.
01  WS-STATUS-TEXT      PIC X(6) VALUE SPACES.

01  WS-REPORT-LINE      PIC X(132).

LINKAGE SECTION.
01  LS-PARM.
    05  LS-PARM-LEN         PIC S9(4) COMP.
    05  LS-PARM-TEXT        PIC X(40).

PROCEDURE DIVISION USING LS-PARM.
MAIN-PROCEDURE.
    PERFORM PARSE-PARM
    OPEN INPUT JOURNAL-FILE
    IF WS-JOURNAL-STATUS = "35"
        DISPLAY "ACCTJRNL NOT AVAILABLE - NOTHING TO LIST"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-JOURNAL-STATUS NOT = "00"
        DISPLAY "ERROR OPENING ACCTJRNL - FILE STATUS "
            WS-JOURNAL-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT JOURNAL-REPORT-FILE
    IF WS-JRNLRPT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING JRNLRPT - FILE STATUS "
            WS-JRNLRPT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WRITE-JOURNAL-HEADING
    PERFORM UNTIL WS-JRN-END-OF-FILE
        READ JOURNAL-FILE
            AT END
                SET WS-JRN-END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-ENTRIES-READ
                IF AJ-BUSINESS-DATE >= WS-FROM-DATE
                        AND AJ-BUSINESS-DATE <= WS-TO-DATE
                        AND (WS-SELECT-ACCOUNT = SPACES
                         OR AJ-ACCOUNT-ID = WS-SELECT-ACCOUNT)
                    PERFORM PRINT-JOURNAL-ENTRY
                END-IF
        END-READ
    END-PERFORM
    MOVE SPACES TO WS-REPORT-LINE
    STRING "JOURNAL ENTRIES READ " DELIMITED BY SIZE
        WS-ENTRIES-READ DELIMITED BY SIZE
        "  LISTED " DELIMITED BY SIZE
        WS-ENTRIES-LISTED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE JOURNAL-REPORT-LINE FROM WS-REPORT-LINE
    CLOSE JOURNAL-REPORT-FILE
    CLOSE JOURNAL-FILE
    DISPLAY "JOURNAL ENTRIES LISTED: " WS-ENTRIES-LISTED
    IF WS-ENTRIES-LISTED = 0
        DISPLAY "NO ACCOUNT CHANGES IN REQUESTED RANGE"
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    STOP RUN.

PARSE-PARM.
    MOVE 0 TO WS-FROM-DATE
    MOVE 99999999 TO WS-TO-DATE
    MOVE SPACES TO WS-SELECT-ACCOUNT
    IF LS-PARM-LEN > 0
        UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN) DELIMITED BY ","
            INTO WS-PARM-RANGE COUNT IN WS-RANGE-LEN
                 WS-PARM-ACCOUNT
        END-UNSTRING
        MOVE WS-PARM-ACCOUNT TO WS-SELECT-ACCOUNT
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
    DISPLAY "JOURNAL LIST FROM " WS-FROM-DATE " TO " WS-TO-DATE
    IF WS-SELECT-ACCOUNT NOT = SPACES
        DISPLAY "LIMITED TO ACCOUNT " WS-SELECT-ACCOUNT
    END-IF.

WRITE-JOURNAL-HEADING.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ACCOUNT MASTER CHANGE JOURNAL " DELIMITED BY SIZE
        WS-FROM-DATE DELIMITED BY SIZE
        " - " DELIMITED BY SIZE
        WS-TO-DATE DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    IF WS-SELECT-ACCOUNT NOT = SPACES
        MOVE "ACCOUNT" TO WS-REPORT-LINE (52:7)
        MOVE WS-SELECT-ACCOUNT TO WS-REPORT-LINE (60:10)
    END-IF
    WRITE JOURNAL-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE JOURNAL-REPORT-LINE FROM WS-REPORT-LINE.

PRINT-JOURNAL-ENTRY.
    ADD 1 TO WS-ENTRIES-LISTED
    EVALUATE TRUE
        WHEN AJ-ADD
            MOVE "ADD" TO WS-ACTION-TEXT
        WHEN AJ-NAME-CHANGE
            MOVE "NAME CHANGE" TO WS-ACTION-TEXT
        WHEN AJ-CLOSE
            MOVE "CLOSE" TO WS-ACTION-TEXT
        WHEN AJ-REOPEN
            MOVE "REOPEN" TO WS-ACTION-TEXT
        WHEN OTHER
            MOVE AJ-ACTION TO WS-ACTION-TEXT
    END-EVALUATE
    MOVE AJ-BUSINESS-DATE TO WS-DATE-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "BUSINESS DATE " DELIMITED BY SIZE
        WS-DATE-ED DELIMITED BY SIZE
        "  ACCOUNT " DELIMITED BY SIZE
        AJ-ACCOUNT-ID DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        WS-ACTION-TEXT DELIMITED BY SIZE
        "  BY " DELIMITED BY SIZE
        AJ-ORIGIN DELIMITED BY SIZE
        "  AT " DELIMITED BY SIZE
        AJ-CHANGE-DATE DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        AJ-CHANGE-TIME DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    IF AJ-FROM-FEED
        MOVE "FEED RECORD" TO WS-REPORT-LINE (100:11)
        MOVE AJ-FEED-RECORD-NUMBER TO WS-REPORT-LINE (112:7)
    END-IF
    WRITE JOURNAL-REPORT-LINE FROM WS-REPORT-LINE
    MOVE "    BEFORE" TO WS-IMAGE-LABEL
    MOVE AJ-BEFORE-IMAGE TO JRN-ACCOUNT-IMAGE
    PERFORM PRINT-ACCOUNT-IMAGE
    MOVE "    AFTER " TO WS-IMAGE-LABEL
    MOVE AJ-AFTER-IMAGE TO JRN-ACCOUNT-IMAGE
    PERFORM PRINT-ACCOUNT-IMAGE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE JOURNAL-REPORT-LINE FROM WS-REPORT-LINE.

PRINT-ACCOUNT-IMAGE.
    MOVE SPACES TO WS-REPORT-LINE
    IF JRN-ACCOUNT-IMAGE = SPACES
        STRING WS-IMAGE-LABEL DELIMITED BY SIZE
            " : (NOT ON FILE)" DELIMITED BY SIZE
            INTO WS-REPORT-LINE
    ELSE
        EVALUATE TRUE
            WHEN JRN-OPEN
                MOVE "OPEN" TO WS-STATUS-TEXT
            WHEN JRN-CLOSED
                MOVE "CLOSED" TO WS-STATUS-TEXT
            WHEN OTHER
                MOVE JRN-STATUS TO WS-STATUS-TEXT
        END-EVALUATE
        STRING WS-IMAGE-LABEL DELIMITED BY SIZE
            " : NAME " DELIMITED BY SIZE
            JRN-NAME DELIMITED BY SIZE
            " STATUS " DELIMITED BY SIZE
            WS-STATUS-TEXT DELIMITED BY SIZE
            " OPENED " DELIMITED BY SIZE
            JRN-OPEN-DATE DELIMITED BY SIZE
            " CLOSED " DELIMITED BY SIZE
            JRN-CLOSE-DATE DELIMITED BY SIZE
            INTO WS-REPORT-LINE
    END-IF
    WRITE JOURNAL-REPORT-LINE FROM WS-REPORT-LINE.
