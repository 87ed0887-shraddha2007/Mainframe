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
    RECORDING MODE IS F.
    COPY RUNCREC.

FD  STEP-CONTROL-FILE.
    COPY STEPREC.

WORKING-STORAGE SECTION.
01  WS-RUNHIST-STATUS   PIC XX VALUE SPACES.
01  WS-AUDIT-STATUS     PIC XX VALUE SPACES.
01  WS-EXCP-STATUS      PIC XX VALUE SPACES.
01  WS-RUNCTL-STATUS    PIC XX VALUE SPACES.
01  WS-STEPCTL-STATUS   PIC XX VALUE SPACES.
01  WS-STEP-ID          PIC X(8) VALUE "MONITOR".
01  WS-STEP-PREREQ      PIC X(8) VALUE "BATCH".
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
01  WS-RUNCTL-FOUND-SWITCH PIC X VALUE "N".
    88  WS-RUNCTL-FOUND  VALUE "Y".
01  WS-BUSINESS-DATE    PIC 9(8) VALUE 0.
MAIN-PROCEDURE.
    PERFORM PARSE-PARM
    PERFORM LOAD-RUN-CONTROL
    IF WS-STEP-DATE > 0
        PERFORM START-STEP-CONTROL
    ELSE
        DISPLAY "NO BUSINESS DATE ON RUNCTL - STEP BOARD NOT UPDATED"
    END-IF
    OPEN INPUT RUN-HISTORY-FILE
    IF WS-RUNHIST-STATUS = "35"
        DISPLAY "RUNHIST NOT AVAILABLE - NOTHING TO MONITOR"
        MOVE 4 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    IF WS-RUNHIST-STATUS NOT = "00"
        DISPLAY "ERROR OPENING RUNHIST - FILE STATUS " WS-RUNHIST-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    PERFORM COUNT-HISTORY-RUNS
        DISPLAY "NO RUN HISTORY TO MONITOR"
        CLOSE RUN-HISTORY-FILE
        MOVE 4 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    PERFORM GATHER-RUN-FIGURES
    IF WS-EXCP-STATUS NOT = "00"
        DISPLAY "ERROR OPENING EXCPRPT - FILE STATUS " WS-EXCP-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    PERFORM WRITE-EXCEPTION-HEADING
    ELSE
        DISPLAY "NO EXCEPTIONS - RUN " WS-LAST-RUN-DATE " IS CLEAN"
    END-IF
    MOVE 12 TO WS-STEP-FAIL-RC
    PERFORM END-STEP-CONTROL
    STOP RUN.

PARSE-PARM.
                        AND RC-BUSINESS-DATE > 0
                    SET WS-RUNCTL-FOUND TO TRUE
                    MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
                    MOVE RC-BUSINESS-DATE TO WS-STEP-DATE
                END-IF
        END-READ
        CLOSE RUN-CONTROL-FILE
            INTO WS-REPORT-LINE
    END-IF
    WRITE EXCEPTION-LINE FROM WS-REPORT-LINE.

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
    PERFORM CHECK-STEP-PREREQ
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

CHECK-STEP-PREREQ.
    MOVE WS-STEP-DATE TO SC-BUSINESS-DATE
    MOVE WS-STEP-PREREQ TO SC-STEP-ID
    READ STEP-CONTROL-FILE
        INVALID KEY
            MOVE SPACE TO SC-STEP-STATUS
    END-READ
    IF NOT SC-STEP-COMPLETE AND NOT SC-STEP-FAILED
            AND NOT SC-STEP-SKIPPED
        DISPLAY "PREREQUISITE STEP " WS-STEP-PREREQ
            " NOT COMPLETE FOR " WS-STEP-DATE
            " - " WS-STEP-ID " NOT STARTED"
        CLOSE STEP-CONTROL-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

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
