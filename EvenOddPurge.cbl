    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
    SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SC-STEP-KEY
        FILE STATUS IS WS-STEPCTL-STATUS.
    SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAL-DATE
        FILE STATUS IS WS-CALENDAR-STATUS.
    SELECT ARCHIVE-FILE ASSIGN TO "ARCHFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHIVE-STATUS.
    RECORDING MODE IS F.
01  ARCHIVE-LINE        PIC X(80).

FD  STEP-CONTROL-FILE.
    COPY STEPREC.

FD  CALENDAR-FILE.
    COPY CALREC.

WORKING-STORAGE SECTION.
01  WS-CLASS-STATUS     PIC XX VALUE SPACES.
01  WS-RUNCTL-STATUS    PIC XX VALUE SPACES.
01  WS-STEPCTL-STATUS   PIC XX VALUE SPACES.
01  WS-STEP-ID          PIC X(8) VALUE "PURGE".
01  WS-STEP-PREREQ      PIC X(8) VALUE "EXTRACT".
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
01  WS-ARCHIVE-STATUS   PIC XX VALUE SPACES.
01  WS-CLS-EOF-SWITCH   PIC X VALUE "N".
    88  WS-CLS-END-OF-FILE VALUE "Y".
01  WS-RETENTION-DAYS   PIC 9(3) VALUE 30.
01  WS-TODAY            PIC 9(8) VALUE 0.
01  WS-CUTOFF-DATE      PIC 9(8) VALUE 0.
01  WS-CALENDAR-STATUS  PIC XX VALUE SPACES.
01  WS-CAL-DATE         PIC 9(8) VALUE 0.
01  WS-CAL-FROM-DATE    PIC 9(8) VALUE 0.
01  WS-CAL-TO-DATE      PIC 9(8) VALUE 0.
01  WS-CAL-RESULT-DATE  PIC 9(8) VALUE 0.
01  WS-CAL-DAYS         PIC 9(5) VALUE 0.
01  WS-CAL-COUNT        PIC 9(5) VALUE 0.
01  WS-CAL-WALK-INT     PIC 9(7) VALUE 0.
01  WS-CAL-END-INT      PIC 9(7) VALUE 0.
01  WS-CAL-WEEKDAY      PIC 9 VALUE 0.
01  WS-CAL-BUSINESS-SWITCH PIC X VALUE "N".
    88  WS-CAL-BUSINESS-DAY VALUE "Y".
01  WS-PURGED-COUNT     PIC 9(7) VALUE 0.
01  WS-REMAINING-COUNT  PIC 9(7) VALUE 0.
01  WS-ARCHIVED-COUNT   PIC 9(7) VALUE 0.
    PERFORM PARSE-PARM
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    PERFORM LOAD-RUN-CONTROL
    IF WS-STEP-DATE > 0
        PERFORM START-STEP-CONTROL
    ELSE
        DISPLAY "NO BUSINESS DATE ON RUNCTL - STEP BOARD NOT UPDATED"
    END-IF
    PERFORM OPEN-CALENDAR
    IF WS-CALENDAR-STATUS NOT = "00"
        MOVE 8 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    MOVE WS-TODAY TO WS-CAL-FROM-DATE
    MOVE WS-RETENTION-DAYS TO WS-CAL-DAYS
    PERFORM SUBTRACT-BUSINESS-DAYS
    MOVE WS-CAL-RESULT-DATE TO WS-CUTOFF-DATE
    CLOSE CALENDAR-FILE
    DISPLAY "PURGING RUNS BEFORE " WS-CUTOFF-DATE
        " (RETENTION " WS-RETENTION-DAYS " BUSINESS DAYS)"
    OPEN I-O CLASS-FILE
    IF WS-CLASS-STATUS = "35"
        DISPLAY "CLASSVSAM NOT AVAILABLE - NOTHING TO PURGE"
        MOVE 4 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    IF WS-CLASS-STATUS NOT = "00"
        DISPLAY "ERROR OPENING CLASSVSAM - FILE STATUS " WS-CLASS-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    MOVE LOW-VALUES TO CLASS-RECORD-KEY
    DISPLAY "RECORDS ARCHIVED : " WS-ARCHIVED-COUNT
    DISPLAY "RECORDS PURGED   : " WS-PURGED-COUNT
    DISPLAY "RECORDS REMAINING: " WS-REMAINING-COUNT
    PERFORM END-STEP-CONTROL
    STOP RUN.

PARSE-PARM.
                IF RC-BUSINESS-DATE IS NUMERIC
                        AND RC-BUSINESS-DATE > 0
                    MOVE RC-BUSINESS-DATE TO WS-TODAY
                    MOVE RC-BUSINESS-DATE TO WS-STEP-DATE
                    DISPLAY "RETENTION MEASURED FROM BUSINESS DATE "
                        WS-TODAY
                END-IF
            " SYSTEM DATE"
    END-IF.

OPEN-CALENDAR.
    OPEN INPUT CALENDAR-FILE
    IF WS-CALENDAR-STATUS = "35"
        DISPLAY "CALENDAR NOT AVAILABLE - RUN EVENODD-CALMNT"
            " TO BUILD THE BUSINESS-DAY CALENDAR"
    ELSE
        IF WS-CALENDAR-STATUS NOT = "00"
            DISPLAY "ERROR OPENING CALENDAR - FILE STATUS "
                WS-CALENDAR-STATUS
        END-IF
    END-IF.

CHECK-BUSINESS-DAY.
    COMPUTE WS-CAL-WEEKDAY = FUNCTION MOD
        (FUNCTION INTEGER-OF-DATE (WS-CAL-DATE), 7)
    IF WS-CAL-WEEKDAY = 0 OR WS-CAL-WEEKDAY = 6
        MOVE "N" TO WS-CAL-BUSINESS-SWITCH
    ELSE
        SET WS-CAL-BUSINESS-DAY TO TRUE
    END-IF
    MOVE WS-CAL-DATE TO CAL-DATE
    READ CALENDAR-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN CAL-HOLIDAY
                    MOVE "N" TO WS-CAL-BUSINESS-SWITCH
                WHEN CAL-WORKING-DAY
                    SET WS-CAL-BUSINESS-DAY TO TRUE
            END-EVALUATE
    END-READ.

SUBTRACT-BUSINESS-DAYS.
    MOVE WS-CAL-FROM-DATE TO WS-CAL-DATE
    COMPUTE WS-CAL-WALK-INT =
        FUNCTION INTEGER-OF-DATE (WS-CAL-FROM-DATE)
    MOVE 0 TO WS-CAL-COUNT
    PERFORM UNTIL WS-CAL-COUNT >= WS-CAL-DAYS
        SUBTRACT 1 FROM WS-CAL-WALK-INT
        COMPUTE WS-CAL-DATE = FUNCTION DATE-OF-INTEGER (WS-CAL-WALK-INT)
        PERFORM CHECK-BUSINESS-DAY
        IF WS-CAL-BUSINESS-DAY
            ADD 1 TO WS-CAL-COUNT
        END-IF
    END-PERFORM
    MOVE WS-CAL-DATE TO WS-CAL-RESULT-DATE.

PURGE-OR-KEEP-RECORD.
    IF CLASS-RUN-DATE < WS-CUTOFF-DATE
        PERFORM ARCHIVE-RECORD
            DISPLAY "ERROR OPENING ARCHFILE - FILE STATUS "
                WS-ARCHIVE-STATUS
            MOVE 8 TO RETURN-CODE
            PERFORM END-STEP-CONTROL
            STOP RUN
        END-IF
        SET WS-ARCHIVE-FILE-OPEN TO TRUE
    WRITE ARCHIVE-LINE FROM WS-REPORT-LINE
    DISPLAY "RUN " WS-ARCH-RUN-DATE " ARCHIVED - "
        WS-ARCH-RUN-COUNT " RECORDS".

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
    IF NOT SC-STEP-COMPLETE AND NOT SC-STEP-SKIPPED
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
