IDENTIFICATION DIVISION.
PROGRAM-ID. EVENODD-ACCTFEED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FEED-FILE ASSIGN TO "ACCTFEED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STATUS.
    SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCT-ACCOUNT-ID
        FILE STATUS IS WS-ACCOUNT-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "ACCTJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT FEED-ERROR-FILE ASSIGN TO "FEEDERR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEEDERR-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
    SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SC-STEP-KEY
        FILE STATUS IS WS-STEPCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  FEED-FILE
    RECORDING MODE IS F.
01  FEED-RECORD         PIC X(50).
01  FEED-TRANSACTION REDEFINES FEED-RECORD.
    05  FEED-ACTION         PIC X.
        88  FEED-ADD        VALUE "A".
        88  FEED-NAME-CHANGE VALUE "N".
        88  FEED-CLOSE      VALUE "C".
        88  FEED-REOPEN     VALUE "R".
    05  FEED-ACCOUNT-ID     PIC X(10).
    05  FEED-ACCOUNT-NAME   PIC X(30).
    05  FEED-EFFECTIVE-DATE PIC X(8).
    05  FILLER              PIC X.

FD  ACCOUNT-FILE.
    COPY ACCTREC.

FD  JOURNAL-FILE
    RECORDING MODE IS F.
    COPY JRNLREC.

FD  FEED-ERROR-FILE
    RECORDING MODE IS F.
01  FEED-ERROR-LINE     PIC X(80).

FD  RUN-CONTROL-FILE
    RECORDING MODE IS F.
    COPY RUNCREC.

FD  STEP-CONTROL-FILE.
    COPY STEPREC.

WORKING-STORAGE SECTION.
01  WS-FEED-STATUS      PIC XX VALUE SPACES.
01  WS-ACCOUNT-STATUS   PIC XX VALUE SPACES.
01  WS-JOURNAL-STATUS   PIC XX VALUE SPACES.
01  WS-FEEDERR-STATUS   PIC XX VALUE SPACES.
01  WS-RUNCTL-STATUS    PIC XX VALUE SPACES.
01  WS-STEPCTL-STATUS   PIC XX VALUE SPACES.
01  WS-STEP-ID          PIC X(8) VALUE "ACCTFEED".
01  WS-STEP-PREREQ      PIC X(8) VALUE SPACES.
01  WS-STEP-DATE        PIC 9(8) VALUE 0.
01  WS-STEP-RUN-COUNT   PIC 9(3) VALUE 0.
01  WS-STEP-FAIL-RC     PIC 9(4) VALUE 8.
01  WS-STEP-FORCED-SW   PIC X VALUE "N".
01  WS-STEP-SWITCH      PIC X VALUE "N".
    88  WS-STEP-ACTIVE  VALUE "Y".
01  WS-STEP-TIME-RAW    PIC 9(8) VALUE 0.
01  WS-STEP-TIME REDEFINES WS-STEP-TIME-RAW.
    05  WS-STEP-HHMMSS  PIC 9(6).
    05  FILLER          PIC 9(2).
01  WS-EOF-SWITCH       PIC X VALUE "N".
    88  WS-END-OF-FILE  VALUE "Y".
01  WS-VALID-SWITCH     PIC X VALUE "Y".
    88  WS-FEED-VALID   VALUE "Y".
    88  WS-FEED-INVALID VALUE "N".
01  WS-ON-FILE-SWITCH   PIC X VALUE "N".
    88  WS-ACCOUNT-ON-FILE VALUE "Y".
01  WS-DATE-OK-SWITCH   PIC X VALUE "Y".
    88  WS-DATE-OK      VALUE "Y".
    88  WS-DATE-BAD     VALUE "N".
01  WS-REJECT-REASON    PIC X(20) VALUE SPACES.
01  WS-TODAY            PIC 9(8) VALUE 0.
01  WS-BUSINESS-DATE    PIC 9(8) VALUE 0.
01  WS-EFFECTIVE-DATE   PIC 9(8) VALUE 0.
01  WS-CLOCK-TIME-RAW   PIC 9(8) VALUE 0.
01  WS-CLOCK-TIME REDEFINES WS-CLOCK-TIME-RAW.
    05  WS-CLOCK-HHMMSS PIC 9(6).
    05  FILLER          PIC 9(2).
01  WS-DATE-CHECK.
    05  WS-DC-YEAR      PIC 9(4).
    05  WS-DC-MONTH     PIC 9(2).
    05  WS-DC-DAY       PIC 9(2).
01  WS-DAYS-IN-MONTH    PIC 9(2) VALUE 0.
01  WS-DC-REMAINDER     PIC 9(4) VALUE 0.
01  WS-BEFORE-IMAGE     PIC X(57) VALUE SPACES.

01  WS-FEED-COUNTERS.
    05  WS-FEED-RECORD-NUMBER PIC 9(7) VALUE 0.
    05  WS-APPLIED-COUNT    PIC 9(7) VALUE 0.
    05  WS-REJECTED-COUNT   PIC 9(7) VALUE 0.
    05  WS-UNCHANGED-COUNT  PIC 9(7) VALUE 0.
    05  WS-ADD-COUNT        PIC 9(7) VALUE 0.
    05  WS-NAME-COUNT       PIC 9(7) VALUE 0.
    05  WS-CLOSE-COUNT      PIC 9(7) VALUE 0.
    05  WS-REOPEN-COUNT     PIC 9(7) VALUE 0.

01  WS-REPORT-LINE      PIC X(80).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE WS-TODAY TO WS-BUSINESS-DATE
    PERFORM LOAD-RUN-CONTROL
    IF WS-STEP-DATE > 0
        PERFORM START-STEP-CONTROL
    ELSE
        DISPLAY "NO BUSINESS DATE ON RUNCTL - STEP BOARD NOT UPDATED"
    END-IF
    OPEN INPUT FEED-FILE
    IF WS-FEED-STATUS = "35"
        DISPLAY "ACCTFEED NOT AVAILABLE - NO ACCOUNT CHANGES APPLIED"
        MOVE 4 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    IF WS-FEED-STATUS NOT = "00"
        DISPLAY "ERROR OPENING ACCTFEED - FILE STATUS " WS-FEED-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    OPEN I-O ACCOUNT-FILE
    IF WS-ACCOUNT-STATUS = "35" OR WS-ACCOUNT-STATUS = "05"
        CLOSE ACCOUNT-FILE
        OPEN OUTPUT ACCOUNT-FILE
        IF WS-ACCOUNT-STATUS = "00"
            DISPLAY "ACCTMAST CREATED EMPTY"
            CLOSE ACCOUNT-FILE
            OPEN I-O ACCOUNT-FILE
        END-IF
    END-IF
    IF WS-ACCOUNT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING ACCTMAST - FILE STATUS "
            WS-ACCOUNT-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    OPEN EXTEND JOURNAL-FILE
    IF WS-JOURNAL-STATUS = "35" OR WS-JOURNAL-STATUS = "05"
        OPEN OUTPUT JOURNAL-FILE
    END-IF
    IF WS-JOURNAL-STATUS NOT = "00"
        DISPLAY "ERROR OPENING ACCTJRNL - FILE STATUS "
            WS-JOURNAL-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    OPEN OUTPUT FEED-ERROR-FILE
    IF WS-FEEDERR-STATUS NOT = "00"
        DISPLAY "ERROR OPENING FEEDERR - FILE STATUS "
            WS-FEEDERR-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    PERFORM WRITE-ERROR-HEADING
    PERFORM UNTIL WS-END-OF-FILE
        READ FEED-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-FEED-RECORD-NUMBER
                PERFORM APPLY-FEED-RECORD
        END-READ
    END-PERFORM
    PERFORM WRITE-ERROR-TOTALS
    CLOSE FEED-FILE
    CLOSE ACCOUNT-FILE
    CLOSE JOURNAL-FILE
    CLOSE FEED-ERROR-FILE
    DISPLAY "FEED RECORDS READ    : " WS-FEED-RECORD-NUMBER
    DISPLAY "  ACCOUNTS ADDED     : " WS-ADD-COUNT
    DISPLAY "  NAMES CHANGED      : " WS-NAME-COUNT
    DISPLAY "  ACCOUNTS CLOSED    : " WS-CLOSE-COUNT
    DISPLAY "  ACCOUNTS REOPENED  : " WS-REOPEN-COUNT
    DISPLAY "  ALREADY CURRENT    : " WS-UNCHANGED-COUNT
    DISPLAY "  REJECTED TO FEEDERR: " WS-REJECTED-COUNT
    IF WS-REJECTED-COUNT > 0
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    PERFORM END-STEP-CONTROL
    STOP RUN.

LOAD-RUN-CONTROL.
    OPEN INPUT RUN-CONTROL-FILE
    IF WS-RUNCTL-STATUS = "00"
        READ RUN-CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                IF RC-BUSINESS-DATE IS NUMERIC
                        AND RC-BUSINESS-DATE > 0
                    MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
                    MOVE RC-BUSINESS-DATE TO WS-STEP-DATE
                END-IF
        END-READ
        CLOSE RUN-CONTROL-FILE
    END-IF
    DISPLAY "APPLYING ACCOUNT FEED FOR BUSINESS DATE "
        WS-BUSINESS-DATE.

APPLY-FEED-RECORD.
    SET WS-FEED-VALID TO TRUE
    MOVE SPACES TO WS-REJECT-REASON
    PERFORM VALIDATE-FEED-RECORD
    IF WS-FEED-VALID
        PERFORM CHECK-FEED-AGAINST-MASTER
    END-IF
    IF WS-FEED-VALID
        EVALUATE TRUE
            WHEN FEED-ADD
                PERFORM APPLY-ADD
            WHEN FEED-NAME-CHANGE
                PERFORM APPLY-NAME-CHANGE
            WHEN FEED-CLOSE
                PERFORM APPLY-CLOSE
            WHEN FEED-REOPEN
                PERFORM APPLY-REOPEN
        END-EVALUATE
    END-IF
    IF WS-FEED-INVALID
        PERFORM LOG-FEED-REJECT
    END-IF.

VALIDATE-FEED-RECORD.
    EVALUATE TRUE
        WHEN NOT FEED-ADD AND NOT FEED-NAME-CHANGE
                AND NOT FEED-CLOSE AND NOT FEED-REOPEN
            SET WS-FEED-INVALID TO TRUE
            MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
        WHEN FEED-ACCOUNT-ID = SPACES
                OR FEED-ACCOUNT-ID (1:1) = SPACE
            SET WS-FEED-INVALID TO TRUE
            MOVE "MISSING ACCOUNT ID" TO WS-REJECT-REASON
        WHEN (FEED-ADD OR FEED-NAME-CHANGE)
                AND FEED-ACCOUNT-NAME = SPACES
            SET WS-FEED-INVALID TO TRUE
            MOVE "MISSING ACCOUNT NAME" TO WS-REJECT-REASON
        WHEN FEED-EFFECTIVE-DATE = SPACES
                OR FEED-EFFECTIVE-DATE = "00000000"
            MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-DATE
        WHEN FEED-EFFECTIVE-DATE IS NOT NUMERIC
            SET WS-FEED-INVALID TO TRUE
            MOVE "NON-NUMERIC DATE" TO WS-REJECT-REASON
        WHEN OTHER
            MOVE FEED-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
            PERFORM CHECK-EFFECTIVE-DATE
    END-EVALUATE.

CHECK-EFFECTIVE-DATE.
    MOVE WS-EFFECTIVE-DATE TO WS-DATE-CHECK
    SET WS-DATE-OK TO TRUE
    EVALUATE TRUE
        WHEN WS-DC-MONTH < 1 OR WS-DC-MONTH > 12
            SET WS-DATE-BAD TO TRUE
        WHEN WS-DC-DAY < 1
            SET WS-DATE-BAD TO TRUE
        WHEN OTHER
            PERFORM SET-DAYS-IN-MONTH
            IF WS-DC-DAY > WS-DAYS-IN-MONTH
                SET WS-DATE-BAD TO TRUE
            END-IF
    END-EVALUATE
    EVALUATE TRUE
        WHEN WS-DATE-BAD
            SET WS-FEED-INVALID TO TRUE
            MOVE "INVALID EFF DATE" TO WS-REJECT-REASON
        WHEN WS-EFFECTIVE-DATE > WS-BUSINESS-DATE
            SET WS-FEED-INVALID TO TRUE
            MOVE "FUTURE EFF DATE" TO WS-REJECT-REASON
    END-EVALUATE.

SET-DAYS-IN-MONTH.
    EVALUATE WS-DC-MONTH
        WHEN 4
        WHEN 6
        WHEN 9
        WHEN 11
            MOVE 30 TO WS-DAYS-IN-MONTH
        WHEN 2
            MOVE 28 TO WS-DAYS-IN-MONTH
            DIVIDE WS-DC-YEAR BY 4 GIVING WS-DC-REMAINDER
                REMAINDER WS-DC-REMAINDER
            IF WS-DC-REMAINDER = 0
                MOVE 29 TO WS-DAYS-IN-MONTH
                DIVIDE WS-DC-YEAR BY 100 GIVING WS-DC-REMAINDER
                    REMAINDER WS-DC-REMAINDER
                IF WS-DC-REMAINDER = 0
                    DIVIDE WS-DC-YEAR BY 400 GIVING WS-DC-REMAINDER
                        REMAINDER WS-DC-REMAINDER
                    IF WS-DC-REMAINDER NOT = 0
                        MOVE 28 TO WS-DAYS-IN-MONTH
                    END-IF
                END-IF
            END-IF
        WHEN OTHER
            MOVE 31 TO WS-DAYS-IN-MONTH
    END-EVALUATE.

CHECK-FEED-AGAINST-MASTER.
    MOVE "N" TO WS-ON-FILE-SWITCH
    MOVE FEED-ACCOUNT-ID TO ACCT-ACCOUNT-ID
    READ ACCOUNT-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-ACCOUNT-ON-FILE TO TRUE
    END-READ
    EVALUATE TRUE
        WHEN FEED-ADD AND WS-ACCOUNT-ON-FILE
            SET WS-FEED-INVALID TO TRUE
            MOVE "ACCOUNT ON FILE" TO WS-REJECT-REASON
        WHEN FEED-ADD
            CONTINUE
        WHEN NOT WS-ACCOUNT-ON-FILE
            SET WS-FEED-INVALID TO TRUE
            MOVE "UNKNOWN ACCOUNT" TO WS-REJECT-REASON
        WHEN FEED-CLOSE AND ACCT-CLOSED
            SET WS-FEED-INVALID TO TRUE
            MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
        WHEN FEED-CLOSE AND WS-EFFECTIVE-DATE < ACCT-OPEN-DATE
            SET WS-FEED-INVALID TO TRUE
            MOVE "CLOSE BEFORE OPEN" TO WS-REJECT-REASON
        WHEN FEED-REOPEN AND NOT ACCT-CLOSED
            SET WS-FEED-INVALID TO TRUE
            MOVE "ACCOUNT NOT CLOSED" TO WS-REJECT-REASON
    END-EVALUATE.

APPLY-ADD.
    MOVE SPACES TO WS-BEFORE-IMAGE
    MOVE FEED-ACCOUNT-ID TO ACCT-ACCOUNT-ID
    MOVE FEED-ACCOUNT-NAME TO ACCT-NAME
    SET ACCT-OPEN TO TRUE
    MOVE WS-EFFECTIVE-DATE TO ACCT-OPEN-DATE
    MOVE 0 TO ACCT-CLOSE-DATE
    WRITE ACCOUNT-RECORD
        INVALID KEY
            SET WS-FEED-INVALID TO TRUE
            MOVE "ACCOUNT ON FILE" TO WS-REJECT-REASON
    END-WRITE
    IF WS-FEED-VALID
        PERFORM CHECK-MASTER-UPDATE
    END-IF
    IF WS-FEED-VALID
        ADD 1 TO WS-ADD-COUNT
        PERFORM WRITE-JOURNAL-ENTRY
    END-IF.

APPLY-NAME-CHANGE.
    IF ACCT-NAME = FEED-ACCOUNT-NAME
        ADD 1 TO WS-UNCHANGED-COUNT
    ELSE
        MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
        MOVE FEED-ACCOUNT-NAME TO ACCT-NAME
        REWRITE ACCOUNT-RECORD
        PERFORM CHECK-MASTER-UPDATE
        IF WS-FEED-VALID
            ADD 1 TO WS-NAME-COUNT
            PERFORM WRITE-JOURNAL-ENTRY
        END-IF
    END-IF.

APPLY-CLOSE.
    MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
    SET ACCT-CLOSED TO TRUE
    MOVE WS-EFFECTIVE-DATE TO ACCT-CLOSE-DATE
    REWRITE ACCOUNT-RECORD
    PERFORM CHECK-MASTER-UPDATE
    IF WS-FEED-VALID
        ADD 1 TO WS-CLOSE-COUNT
        PERFORM WRITE-JOURNAL-ENTRY
    END-IF.

APPLY-REOPEN.
    MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
    SET ACCT-OPEN TO TRUE
    MOVE 0 TO ACCT-CLOSE-DATE
    REWRITE ACCOUNT-RECORD
    PERFORM CHECK-MASTER-UPDATE
    IF WS-FEED-VALID
        ADD 1 TO WS-REOPEN-COUNT
        PERFORM WRITE-JOURNAL-ENTRY
    END-IF.

CHECK-MASTER-UPDATE.
    IF WS-ACCOUNT-STATUS NOT = "00"
        DISPLAY "ERROR UPDATING ACCTMAST FOR " FEED-ACCOUNT-ID
            " - FILE STATUS " WS-ACCOUNT-STATUS
        SET WS-FEED-INVALID TO TRUE
        MOVE "ACCTMAST UPDATE FAIL" TO WS-REJECT-REASON
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

WRITE-JOURNAL-ENTRY.
    ADD 1 TO WS-APPLIED-COUNT
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    ACCEPT WS-CLOCK-TIME-RAW FROM TIME
    MOVE WS-BUSINESS-DATE TO AJ-BUSINESS-DATE
    MOVE WS-TODAY TO AJ-CHANGE-DATE
    MOVE WS-CLOCK-HHMMSS TO AJ-CHANGE-TIME
    SET AJ-FROM-FEED TO TRUE
    MOVE WS-FEED-RECORD-NUMBER TO AJ-FEED-RECORD-NUMBER
    MOVE FEED-ACTION TO AJ-ACTION
    MOVE ACCT-ACCOUNT-ID TO AJ-ACCOUNT-ID
    MOVE WS-BEFORE-IMAGE TO AJ-BEFORE-IMAGE
    MOVE ACCOUNT-RECORD TO AJ-AFTER-IMAGE
    WRITE ACCOUNT-JOURNAL-RECORD
    IF WS-JOURNAL-STATUS NOT = "00"
        DISPLAY "ERROR WRITING ACCTJRNL FOR " ACCT-ACCOUNT-ID
            " - FILE STATUS " WS-JOURNAL-STATUS
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

LOG-FEED-REJECT.
    ADD 1 TO WS-REJECTED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING WS-FEED-RECORD-NUMBER DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FEED-RECORD DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-REJECT-REASON DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE FEED-ERROR-LINE FROM WS-REPORT-LINE.

WRITE-ERROR-HEADING.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ACCOUNT FEED ERROR LIST - BUSINESS DATE "
        DELIMITED BY SIZE
        WS-BUSINESS-DATE DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE FEED-ERROR-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "RECORD  FEED RECORD AS RECEIVED" DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    MOVE "REASON" TO WS-REPORT-LINE (60:6)
    WRITE FEED-ERROR-LINE FROM WS-REPORT-LINE.

WRITE-ERROR-TOTALS.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE FEED-ERROR-LINE FROM WS-REPORT-LINE
    IF WS-REJECTED-COUNT = 0
        MOVE "NO FEED RECORDS REJECTED" TO WS-REPORT-LINE
        WRITE FEED-ERROR-LINE FROM WS-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "READ " DELIMITED BY SIZE
        WS-FEED-RECORD-NUMBER DELIMITED BY SIZE
        "  APPLIED " DELIMITED BY SIZE
        WS-APPLIED-COUNT DELIMITED BY SIZE
        "  CURRENT " DELIMITED BY SIZE
        WS-UNCHANGED-COUNT DELIMITED BY SIZE
        "  REJECTED " DELIMITED BY SIZE
        WS-REJECTED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE FEED-ERROR-LINE FROM WS-REPORT-LINE.

START-STEP-CONTROL.
    OPEN I-O STEP-CONTROL-FILE
    IF WS-STEPCTL-STATUS = "35" OR WS-STEPCTL-STATUS = "05"
        CLOSE STEP-CONTROL-FILE
        OPEN OUTPUT STEP-CONTROL-FILE
        IF WS-STEPCTL-STATUS = "00"
            DISPLAY "STEPCTL CREATED EMPTY"
            CLOSE STEP-CONTROL-FILE
            OPEN I-O STEP-CONTROL-FILE
        END-IF
    END-IF
    IF WS-STEPCTL-STATUS NOT = "00"
        DISPLAY "ERROR OPENING STEPCTL - FILE STATUS "
            WS-STEPCTL-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM CHECK-STEP-RERUN
    MOVE WS-STEP-DATE TO SC-BUSINESS-DATE
    MOVE WS-STEP-ID TO SC-STEP-ID
    SET SC-STEP-RUNNING TO TRUE
    ACCEPT SC-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STEP-TIME-RAW FROM TIME
    MOVE WS-STEP-HHMMSS TO SC-START-TIME
    MOVE 0 TO SC-END-DATE
    MOVE 0 TO SC-END-TIME
    MOVE 0 TO SC-RETURN-CODE
    ADD 1 TO WS-STEP-RUN-COUNT
    MOVE WS-STEP-RUN-COUNT TO SC-RUN-COUNT
    MOVE WS-STEP-FORCED-SW TO SC-RERUN-SWITCH
    WRITE STEP-CONTROL-RECORD
        INVALID KEY
            REWRITE STEP-CONTROL-RECORD
    END-WRITE
    IF WS-STEPCTL-STATUS NOT = "00"
        DISPLAY "ERROR RECORDING STEP START - FILE STATUS "
            WS-STEPCTL-STATUS
        CLOSE STEP-CONTROL-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE STEP-CONTROL-FILE
    SET WS-STEP-ACTIVE TO TRUE
    DISPLAY "STEP " WS-STEP-ID " STARTED FOR BUSINESS DATE "
        WS-STEP-DATE.

CHECK-STEP-RERUN.
    MOVE WS-STEP-DATE TO SC-BUSINESS-DATE
    MOVE WS-STEP-ID TO SC-STEP-ID
    MOVE 0 TO WS-STEP-RUN-COUNT
    MOVE "N" TO WS-STEP-FORCED-SW
    READ STEP-CONTROL-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE SC-RUN-COUNT TO WS-STEP-RUN-COUNT
            EVALUATE TRUE
                WHEN SC-STEP-RERUN-OK
                    MOVE "Y" TO WS-STEP-FORCED-SW
                    DISPLAY "FORCED RERUN OF STEP " WS-STEP-ID
                WHEN OTHER
                    DISPLAY "STEP " WS-STEP-ID " ALREADY RUN FOR "
                        WS-STEP-DATE " (STATUS " SC-STEP-STATUS
                        ") - SECOND RUN REFUSED"
                    DISPLAY "USE EVENODD-RUNCTL RERUN TO FORCE A"
                        " SECOND RUN"
                    CLOSE STEP-CONTROL-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
    END-READ.

END-STEP-CONTROL.
    IF WS-STEP-ACTIVE
        MOVE "N" TO WS-STEP-SWITCH
        OPEN I-O STEP-CONTROL-FILE
        IF WS-STEPCTL-STATUS NOT = "00"
            DISPLAY "ERROR OPENING STEPCTL - FILE STATUS "
                WS-STEPCTL-STATUS " - STEP END NOT RECORDED"
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
        ELSE
            MOVE WS-STEP-DATE TO SC-BUSINESS-DATE
            MOVE WS-STEP-ID TO SC-STEP-ID
            READ STEP-CONTROL-FILE
                INVALID KEY
                    DISPLAY "STEPCTL RECORD FOR " WS-STEP-ID
                        " MISSING - STEP END NOT RECORDED"
                    IF RETURN-CODE < 8
                        MOVE 8 TO RETURN-CODE
                    END-IF
                NOT INVALID KEY
                    PERFORM RECORD-STEP-END
            END-READ
            CLOSE STEP-CONTROL-FILE
        END-IF
    END-IF.

RECORD-STEP-END.
    IF RETURN-CODE < WS-STEP-FAIL-RC
        SET SC-STEP-COMPLETE TO TRUE
    ELSE
        SET SC-STEP-FAILED TO TRUE
    END-IF
    ACCEPT SC-END-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STEP-TIME-RAW FROM TIME
    MOVE WS-STEP-HHMMSS TO SC-END-TIME
    MOVE RETURN-CODE TO SC-RETURN-CODE
    REWRITE STEP-CONTROL-RECORD
    IF WS-STEPCTL-STATUS NOT = "00"
        DISPLAY "ERROR RECORDING STEP END - FILE STATUS "
            WS-STEPCTL-STATUS
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        DISPLAY "STEP " WS-STEP-ID " ENDED - STATUS "
            SC-STEP-STATUS " RC " SC-RETURN-CODE
    END-IF.
