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
    SELECT OPERATOR-FILE ASSIGN TO "OPERPROF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OP-USER-ID
        FILE STATUS IS WS-OPERPROF-STATUS.
    SELECT ACCESS-LOG-FILE ASSIGN TO "ACCLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACCLOG-STATUS.

DATA DIVISION.
FILE SECTION.
    RECORDING MODE IS F.
    COPY RUNCREC.

FD  STEP-CONTROL-FILE.
    COPY STEPREC.

FD  CALENDAR-FILE.
    COPY CALREC.

FD  OPERATOR-FILE.
    COPY OPERREC.

FD  ACCESS-LOG-FILE
    RECORDING MODE IS F.
    COPY ACCLREC.

WORKING-STORAGE SECTION.
01  WS-RUNCTL-STATUS    PIC XX VALUE SPACES.
01  WS-STEPCTL-STATUS   PIC XX VALUE SPACES.
01  WS-PARM-WORK        PIC X(40) VALUE SPACES.
01  WS-PARM-ACTION      PIC X(10) VALUE SPACES.
01  WS-PARM-DATE        PIC X(10) VALUE SPACES.
01  WS-PARM-STEP        PIC X(10) VALUE SPACES.
01  WS-PARM-STEP-DATE   PIC X(10) VALUE SPACES.
01  WS-FORCE-SWITCH     PIC X VALUE "N".
    88  WS-FORCE-REQUESTED VALUE "Y".
01  WS-RUNCTL-FOUND-SWITCH PIC X VALUE "N".
    88  WS-RUNCTL-FOUND  VALUE "Y".
01  WS-RUNCTL-DATE      PIC 9(8) VALUE 0.
01  WS-RUNCTL-RUN-STATUS PIC X VALUE SPACE.
    88  WS-RUNCTL-IN-PROGRESS VALUE "P".
    88  WS-RUNCTL-COMPLETE    VALUE "C".
01  WS-BOARD-DATE       PIC 9(8) VALUE 0.
01  WS-STEP-IX          PIC 9(2) VALUE 0.
01  WS-RESTART-IX       PIC 9(2) VALUE 0.
01  WS-STEP-FOUND-SWITCH PIC X VALUE "N".
    88  WS-STEP-FOUND   VALUE "Y".
01  WS-STEP-STATUS-TEXT PIC X(20) VALUE SPACES.
01  WS-STREAM-STEPS.
    05  FILLER              PIC X(8) VALUE "ACCTFEED".
    05  FILLER              PIC X(8) VALUE "BATCH".
    05  FILLER              PIC X(8) VALUE "EXTRACT".
    05  FILLER              PIC X(8) VALUE "MONITOR".
    05  FILLER              PIC X(8) VALUE "PURGE".
    05  FILLER              PIC X(8) VALUE "REJAGE".
01  WS-STREAM-STEP-TABLE REDEFINES WS-STREAM-STEPS.
    05  WS-STREAM-STEP      PIC X(8) OCCURS 6 TIMES.
01  WS-STREAM-STATUS-TABLE.
    05  WS-STREAM-STATUS    PIC X OCCURS 6 TIMES.
01  WS-NEW-DATE         PIC 9(8) VALUE 0.
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
01  WS-TIME-RAW         PIC 9(8) VALUE 0.
01  WS-TIME REDEFINES WS-TIME-RAW.
    05  WS-TIME-HHMMSS  PIC 9(6).
    05  FILLER          PIC 9(2).
01  WS-OPERPROF-STATUS  PIC XX VALUE SPACES.
01  WS-ACCLOG-STATUS    PIC XX VALUE SPACES.
01  WS-SIGNON-USER      PIC X(8) VALUE SPACES.
01  WS-SIGNON-PASSWORD  PIC X(8) VALUE SPACES.
01  WS-SIGNON-TRIES     PIC 9 VALUE 0.
01  WS-SIGNON-SWITCH    PIC X VALUE "N".
    88  WS-SIGNED-ON    VALUE "Y".
01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
01  WS-OPERATOR-NAME    PIC X(30) VALUE SPACES.
01  WS-OPERATOR-AUTHORITY PIC X VALUE SPACE.
    88  WS-AUTH-INQUIRY     VALUE "I".
    88  WS-AUTH-ACCOUNT-MAINT VALUE "M".
    88  WS-AUTH-RUN-CONTROL VALUE "R".
01  WS-LOG-PROGRAM      PIC X(8) VALUE "RUNCTL".
01  WS-LOG-EVENT        PIC X VALUE SPACE.
01  WS-LOG-COMMAND      PIC X(40) VALUE SPACES.
01  WS-LOG-RESULT       PIC X(30) VALUE SPACES.
01  WS-LOG-RC           PIC 9(4) VALUE 0.

LINKAGE SECTION.
01  LS-PARM.
    05  LS-PARM-LEN         PIC S9(4) COMP.
    05  LS-PARM-TEXT        PIC X(40).

PROCEDURE DIVISION USING LS-PARM.
MAIN-PROCEDURE.
    PERFORM PARSE-PARM
    PERFORM OPEN-ACCESS-LOG
    IF WS-ACCLOG-STATUS NOT = "00"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM SIGN-ON-OPERATOR
    IF NOT WS-SIGNED-ON
        CLOSE ACCESS-LOG-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    EVALUATE TRUE
        WHEN WS-PARM-ACTION = "SHOW"
        WHEN WS-PARM-ACTION = SPACES
            PERFORM SHOW-RUN-CONTROL
            PERFORM SHOW-STEP-BOARD
        WHEN (WS-PARM-ACTION = "SET" OR "NEXT" OR "RERUN" OR "SKIP")
                AND NOT WS-AUTH-RUN-CONTROL
            PERFORM REFUSE-COMMAND
        WHEN WS-PARM-ACTION = "SET"
            PERFORM SET-BUSINESS-DATE
            PERFORM LOG-UPDATE-COMMAND
        WHEN WS-PARM-ACTION = "NEXT"
            PERFORM ADVANCE-BUSINESS-DATE
            PERFORM LOG-UPDATE-COMMAND
        WHEN WS-PARM-ACTION = "RERUN"
            PERFORM RERUN-STEP
            PERFORM LOG-UPDATE-COMMAND
        WHEN WS-PARM-ACTION = "SKIP"
            PERFORM SKIP-STEP
            PERFORM LOG-UPDATE-COMMAND
        WHEN OTHER
            DISPLAY "UNKNOWN ACTION - USE PARM='SET,yyyymmdd', 'NEXT',"
                " 'SHOW', 'RERUN,step' OR 'SKIP,step'"
            MOVE 8 TO RETURN-CODE
    END-EVALUATE
    PERFORM END-OPERATOR-SESSION
    STOP RUN.

PARSE-PARM.
        MOVE LS-PARM-TEXT (1:LS-PARM-LEN) TO WS-PARM-WORK
        MOVE SPACES TO WS-PARM-ACTION
        MOVE SPACES TO WS-PARM-DATE
        MOVE SPACES TO WS-PARM-STEP-DATE
        UNSTRING WS-PARM-WORK DELIMITED BY ","
            INTO WS-PARM-ACTION
                 WS-PARM-DATE
                 WS-PARM-STEP-DATE
        END-UNSTRING
        MOVE WS-PARM-DATE TO WS-PARM-STEP
        IF WS-PARM-DATE = "FORCE" OR WS-PARM-STEP-DATE = "FORCE"
            SET WS-FORCE-REQUESTED TO TRUE
        END-IF
    END-IF.

SET-BUSINESS-DATE.
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE WS-PARM-DATE (1:8) TO WS-NEW-DATE
        PERFORM CHECK-NEW-BUSINESS-DATE
        IF RETURN-CODE < 8
            PERFORM WRITE-BUSINESS-DATE
        END-IF
    END-IF.

CHECK-NEW-BUSINESS-DATE.
    IF FUNCTION TEST-DATE-YYYYMMDD (WS-NEW-DATE) NOT = 0
        DISPLAY WS-NEW-DATE " IS NOT A VALID DATE"
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM OPEN-CALENDAR
        IF WS-CALENDAR-STATUS NOT = "00"
            IF WS-FORCE-REQUESTED
                DISPLAY "WARNING - BUSINESS DAY NOT CHECKED, "
                    WS-NEW-DATE " SET BY FORCE"
            ELSE
                DISPLAY "BUSINESS DAY CANNOT BE CHECKED - DATE NOT SET"
                MOVE 8 TO RETURN-CODE
            END-IF
        ELSE
            MOVE WS-NEW-DATE TO WS-CAL-DATE
            PERFORM CHECK-BUSINESS-DAY
            CLOSE CALENDAR-FILE
            IF NOT WS-CAL-BUSINESS-DAY
                IF WS-FORCE-REQUESTED
                    DISPLAY "WARNING - " WS-NEW-DATE
                        " IS NOT A BUSINESS DAY - SET BY FORCE"
                ELSE
                    DISPLAY WS-NEW-DATE " IS NOT A BUSINESS DAY"
                        " - DATE NOT SET"
                    DISPLAY "USE PARM='SET," WS-NEW-DATE
                        ",FORCE' TO SET IT ANYWAY"
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-IF.

WRITE-BUSINESS-DATE.
    OPEN OUTPUT RUN-CONTROL-FILE
    IF WS-RUNCTL-STATUS NOT = "00"
        DISPLAY "ERROR WRITING RUNCTL - FILE STATUS "
            WS-RUNCTL-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE WS-NEW-DATE TO RC-BUSINESS-DATE
        SET RC-STATUS-READY TO TRUE
        ACCEPT RC-UPDATE-DATE FROM DATE YYYYMMDD
        ACCEPT WS-TIME-RAW FROM TIME
        MOVE WS-TIME-HHMMSS TO RC-UPDATE-TIME
        WRITE RUN-CONTROL-RECORD
        CLOSE RUN-CONTROL-FILE
        DISPLAY "BUSINESS DATE SET TO " WS-NEW-DATE
            " STATUS READY"
    END-IF.

ADVANCE-BUSINESS-DATE.
    OPEN INPUT RUN-CONTROL-FILE
    IF WS-RUNCTL-STATUS = "00"
        READ RUN-CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                IF RC-BUSINESS-DATE IS NUMERIC
                        AND RC-BUSINESS-DATE > 0
                    SET WS-RUNCTL-FOUND TO TRUE
                    MOVE RC-BUSINESS-DATE TO WS-RUNCTL-DATE
                    MOVE RC-RUN-STATUS TO WS-RUNCTL-RUN-STATUS
                END-IF
        END-READ
        CLOSE RUN-CONTROL-FILE
    END-IF
    EVALUATE TRUE
        WHEN NOT WS-RUNCTL-FOUND
            DISPLAY "NO BUSINESS DATE ON RUNCTL - USE"
                " PARM='SET,yyyymmdd' FIRST"
            MOVE 8 TO RETURN-CODE
        WHEN NOT WS-RUNCTL-COMPLETE AND NOT WS-FORCE-REQUESTED
            DISPLAY "BUSINESS DATE " WS-RUNCTL-DATE " STATUS "
                WS-RUNCTL-RUN-STATUS " - NOT ADVANCED UNTIL ITS RUN IS"
                " COMPLETE"
            DISPLAY "USE PARM='NEXT,FORCE' TO ADVANCE IT ANYWAY"
            MOVE 8 TO RETURN-CODE
        WHEN OTHER
            PERFORM OPEN-CALENDAR
            IF WS-CALENDAR-STATUS NOT = "00"
                DISPLAY "NEXT BUSINESS DAY CANNOT BE FOUND - DATE NOT"
                    " ADVANCED"
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE WS-RUNCTL-DATE TO WS-CAL-FROM-DATE
                PERFORM FIND-NEXT-BUSINESS-DAY
                CLOSE CALENDAR-FILE
                MOVE WS-CAL-RESULT-DATE TO WS-NEW-DATE
                IF NOT WS-RUNCTL-COMPLETE
                    DISPLAY "WARNING - " WS-RUNCTL-DATE " STATUS "
                        WS-RUNCTL-RUN-STATUS " - ADVANCED BY FORCE"
                END-IF
                DISPLAY "ADVANCING FROM " WS-RUNCTL-DATE
                PERFORM WRITE-BUSINESS-DATE
            END-IF
    END-EVALUATE.

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

FIND-NEXT-BUSINESS-DAY.
    COMPUTE WS-CAL-WALK-INT =
        FUNCTION INTEGER-OF-DATE (WS-CAL-FROM-DATE)
    MOVE "N" TO WS-CAL-BUSINESS-SWITCH
    PERFORM UNTIL WS-CAL-BUSINESS-DAY
        ADD 1 TO WS-CAL-WALK-INT
        COMPUTE WS-CAL-DATE = FUNCTION DATE-OF-INTEGER (WS-CAL-WALK-INT)
        PERFORM CHECK-BUSINESS-DAY
    END-PERFORM
    MOVE WS-CAL-DATE TO WS-CAL-RESULT-DATE.

SHOW-RUN-CONTROL.
    OPEN INPUT RUN-CONTROL-FILE
    IF WS-RUNCTL-STATUS = "35"
                    DISPLAY "RUNCTL EMPTY - NO BUSINESS DATE SET"
                    MOVE 4 TO RETURN-CODE
                NOT AT END
                    SET WS-RUNCTL-FOUND TO TRUE
                    MOVE RC-BUSINESS-DATE TO WS-RUNCTL-DATE
                    EVALUATE TRUE
                        WHEN RC-STATUS-READY
                            DISPLAY "BUSINESS DATE "
            CLOSE RUN-CONTROL-FILE
        END-IF
    END-IF.

SHOW-STEP-BOARD.
    IF WS-PARM-DATE (1:8) IS NUMERIC
        MOVE WS-PARM-DATE (1:8) TO WS-BOARD-DATE
    ELSE
        MOVE WS-RUNCTL-DATE TO WS-BOARD-DATE
    END-IF
    IF WS-BOARD-DATE = 0
        DISPLAY "NO BUSINESS DATE - STEP BOARD NOT SHOWN"
    ELSE
        OPEN INPUT STEP-CONTROL-FILE
        IF WS-STEPCTL-STATUS = "35"
            DISPLAY "STEPCTL NOT AVAILABLE - NO STEPS RECORDED"
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        ELSE
            IF WS-STEPCTL-STATUS NOT = "00"
                DISPLAY "ERROR OPENING STEPCTL - FILE STATUS "
                    WS-STEPCTL-STATUS
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY " "
                DISPLAY "STEP BOARD FOR BUSINESS DATE " WS-BOARD-DATE
                DISPLAY "STEP     STATUS               STARTED"
                    "           ENDED             RC   RUNS"
                MOVE 0 TO WS-RESTART-IX
                PERFORM SHOW-STEP-LINE
                    VARYING WS-STEP-IX FROM 1 BY 1
                    UNTIL WS-STEP-IX > 6
                CLOSE STEP-CONTROL-FILE
                IF WS-RESTART-IX = 0
                    DISPLAY "ALL STEPS COMPLETE - NOTHING TO RESTART"
                ELSE
                    DISPLAY "RESTART FROM STEP "
                        WS-STREAM-STEP (WS-RESTART-IX)
                    IF WS-STREAM-STATUS (WS-RESTART-IX) = "R"
                        DISPLAY "  STEP NEVER RECORDED AN END - CHECK"
                            " IT IS NOT STILL RUNNING, THEN RERUN IT"
                    END-IF
                    IF WS-STREAM-STATUS (WS-RESTART-IX) = "C"
                            OR WS-STREAM-STATUS (WS-RESTART-IX) = "F"
                            OR WS-STREAM-STATUS (WS-RESTART-IX) = "R"
                        DISPLAY "  AUTHORIZE IT WITH PARM='RERUN,"
                            WS-STREAM-STEP (WS-RESTART-IX) "' FIRST"
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

SHOW-STEP-LINE.
    MOVE WS-BOARD-DATE TO SC-BUSINESS-DATE
    MOVE WS-STREAM-STEP (WS-STEP-IX) TO SC-STEP-ID
    READ STEP-CONTROL-FILE
        INVALID KEY
            MOVE SPACE TO WS-STREAM-STATUS (WS-STEP-IX)
            DISPLAY WS-STREAM-STEP (WS-STEP-IX) " NOT RUN"
        NOT INVALID KEY
            MOVE SC-STEP-STATUS TO WS-STREAM-STATUS (WS-STEP-IX)
            PERFORM SET-STEP-STATUS-TEXT
            DISPLAY SC-STEP-ID " " WS-STEP-STATUS-TEXT " "
                SC-START-DATE " " SC-START-TIME "  "
                SC-END-DATE " " SC-END-TIME "  "
                SC-RETURN-CODE " " SC-RUN-COUNT
            IF SC-FORCED-RERUN
                DISPLAY "         (LATEST RUN WAS A FORCED RERUN)"
            END-IF
    END-READ
    IF WS-RESTART-IX = 0
        IF WS-STREAM-STATUS (WS-STEP-IX) NOT = "C"
                AND WS-STREAM-STATUS (WS-STEP-IX) NOT = "S"
            MOVE WS-STEP-IX TO WS-RESTART-IX
        END-IF
    END-IF.

SET-STEP-STATUS-TEXT.
    EVALUATE TRUE
        WHEN SC-STEP-RUNNING
            MOVE "STARTED - NOT ENDED" TO WS-STEP-STATUS-TEXT
        WHEN SC-STEP-COMPLETE
            MOVE "COMPLETE" TO WS-STEP-STATUS-TEXT
        WHEN SC-STEP-FAILED
            MOVE "FAILED" TO WS-STEP-STATUS-TEXT
        WHEN SC-STEP-RERUN-OK
            MOVE "RERUN AUTHORIZED" TO WS-STEP-STATUS-TEXT
        WHEN SC-STEP-SKIPPED
            MOVE "SKIPPED" TO WS-STEP-STATUS-TEXT
        WHEN OTHER
            MOVE SPACES TO WS-STEP-STATUS-TEXT
            STRING "UNKNOWN (" DELIMITED BY SIZE
                SC-STEP-STATUS DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO WS-STEP-STATUS-TEXT
    END-EVALUATE.

LOAD-STEP-REQUEST.
    MOVE "N" TO WS-STEP-FOUND-SWITCH
    PERFORM FIND-STREAM-STEP
        VARYING WS-STEP-IX FROM 1 BY 1
        UNTIL WS-STEP-IX > 6 OR WS-STEP-FOUND
    IF NOT WS-STEP-FOUND
        DISPLAY "UNKNOWN STEP '" WS-PARM-STEP "' - STEPS ARE"
            " ACCTFEED, BATCH, EXTRACT, MONITOR, PURGE, REJAGE"
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN INPUT RUN-CONTROL-FILE
        IF WS-RUNCTL-STATUS = "00"
            READ RUN-CONTROL-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF RC-BUSINESS-DATE IS NUMERIC
                        SET WS-RUNCTL-FOUND TO TRUE
                        MOVE RC-BUSINESS-DATE TO WS-RUNCTL-DATE
                    END-IF
            END-READ
            CLOSE RUN-CONTROL-FILE
        END-IF
        IF WS-PARM-STEP-DATE (1:8) IS NUMERIC
            MOVE WS-PARM-STEP-DATE (1:8) TO WS-BOARD-DATE
        ELSE
            MOVE WS-RUNCTL-DATE TO WS-BOARD-DATE
        END-IF
        IF WS-BOARD-DATE = 0
            DISPLAY "NO BUSINESS DATE ON RUNCTL - NAME THE DATE"
                " AS PARM='" WS-PARM-ACTION ",step,yyyymmdd'"
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM OPEN-STEP-CONTROL
        END-IF
    END-IF.

FIND-STREAM-STEP.
    IF WS-STREAM-STEP (WS-STEP-IX) = WS-PARM-STEP
        SET WS-STEP-FOUND TO TRUE
        MOVE WS-STREAM-STEP (WS-STEP-IX) TO SC-STEP-ID
    END-IF.

OPEN-STEP-CONTROL.
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
    END-IF.

RERUN-STEP.
    PERFORM LOAD-STEP-REQUEST
    IF RETURN-CODE < 8
        MOVE WS-BOARD-DATE TO SC-BUSINESS-DATE
        MOVE WS-PARM-STEP TO SC-STEP-ID
        READ STEP-CONTROL-FILE
            INVALID KEY
                DISPLAY "STEP " WS-PARM-STEP " HAS NOT RUN FOR "
                    WS-BOARD-DATE " - NO RERUN NEEDED"
                MOVE 4 TO RETURN-CODE
            NOT INVALID KEY
                PERFORM AUTHORIZE-STEP-RERUN
        END-READ
        CLOSE STEP-CONTROL-FILE
    END-IF.

AUTHORIZE-STEP-RERUN.
    IF SC-STEP-RUNNING
        DISPLAY "WARNING - STEP " SC-STEP-ID " NEVER RECORDED AN END;"
            " MAKE SURE IT IS NOT STILL RUNNING"
    END-IF
    SET SC-STEP-RERUN-OK TO TRUE
    REWRITE STEP-CONTROL-RECORD
    IF WS-STEPCTL-STATUS NOT = "00"
        DISPLAY "ERROR UPDATING STEPCTL - FILE STATUS "
            WS-STEPCTL-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "RERUN OF STEP " SC-STEP-ID " AUTHORIZED FOR "
            WS-BOARD-DATE
        DISPLAY "STEPS THAT ALREADY RAN AFTER IT NEED THEIR OWN RERUN"
        IF SC-STEP-ID = "BATCH" AND WS-RUNCTL-FOUND
                AND WS-BOARD-DATE = WS-RUNCTL-DATE
            PERFORM RESET-BATCH-RUN-CONTROL
        END-IF
    END-IF.

RESET-BATCH-RUN-CONTROL.
    OPEN INPUT RUN-CONTROL-FILE
    IF WS-RUNCTL-STATUS = "00"
        MOVE SPACE TO WS-RUNCTL-RUN-STATUS
        READ RUN-CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE RC-BUSINESS-DATE TO WS-RUNCTL-DATE
                MOVE RC-RUN-STATUS TO WS-RUNCTL-RUN-STATUS
        END-READ
        CLOSE RUN-CONTROL-FILE
        IF WS-RUNCTL-IN-PROGRESS
            OPEN OUTPUT RUN-CONTROL-FILE
            IF WS-RUNCTL-STATUS NOT = "00"
                DISPLAY "ERROR WRITING RUNCTL - FILE STATUS "
                    WS-RUNCTL-STATUS
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE WS-RUNCTL-DATE TO RC-BUSINESS-DATE
                SET RC-STATUS-READY TO TRUE
                ACCEPT RC-UPDATE-DATE FROM DATE YYYYMMDD
                ACCEPT WS-TIME-RAW FROM TIME
                MOVE WS-TIME-HHMMSS TO RC-UPDATE-TIME
                WRITE RUN-CONTROL-RECORD
                CLOSE RUN-CONTROL-FILE
                DISPLAY "BUSINESS DATE " WS-RUNCTL-DATE
                    " RESET FROM IN PROGRESS TO READY"
            END-IF
        END-IF
    END-IF.

SKIP-STEP.
    PERFORM LOAD-STEP-REQUEST
    IF RETURN-CODE < 8
        MOVE WS-BOARD-DATE TO SC-BUSINESS-DATE
        MOVE WS-PARM-STEP TO SC-STEP-ID
        READ STEP-CONTROL-FILE
            INVALID KEY
                MOVE 0 TO SC-RUN-COUNT
                MOVE "N" TO SC-RERUN-SWITCH
                PERFORM MARK-STEP-SKIPPED
                WRITE STEP-CONTROL-RECORD
                PERFORM CHECK-SKIP-UPDATE
            NOT INVALID KEY
                IF SC-STEP-COMPLETE
                    DISPLAY "STEP " SC-STEP-ID " ALREADY COMPLETE FOR "
                        WS-BOARD-DATE " - NOT SKIPPED"
                    MOVE 4 TO RETURN-CODE
                ELSE
                    IF SC-STEP-RUNNING
                        DISPLAY "WARNING - STEP " SC-STEP-ID
                            " NEVER RECORDED AN END;"
                            " MAKE SURE IT IS NOT STILL RUNNING"
                    END-IF
                    PERFORM MARK-STEP-SKIPPED
                    REWRITE STEP-CONTROL-RECORD
                    PERFORM CHECK-SKIP-UPDATE
                END-IF
        END-READ
        CLOSE STEP-CONTROL-FILE
    END-IF.

MARK-STEP-SKIPPED.
    MOVE WS-BOARD-DATE TO SC-BUSINESS-DATE
    MOVE WS-PARM-STEP TO SC-STEP-ID
    SET SC-STEP-SKIPPED TO TRUE
    ACCEPT SC-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-TIME-RAW FROM TIME
    MOVE WS-TIME-HHMMSS TO SC-START-TIME
    MOVE SC-START-DATE TO SC-END-DATE
    MOVE SC-START-TIME TO SC-END-TIME
    MOVE 0 TO SC-RETURN-CODE.

CHECK-SKIP-UPDATE.
    IF WS-STEPCTL-STATUS NOT = "00"
        DISPLAY "ERROR UPDATING STEPCTL - FILE STATUS "
            WS-STEPCTL-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "STEP " SC-STEP-ID " MARKED SKIPPED FOR "
            WS-BOARD-DATE
    END-IF.

OPEN-ACCESS-LOG.
    OPEN EXTEND ACCESS-LOG-FILE
    IF WS-ACCLOG-STATUS = "35" OR WS-ACCLOG-STATUS = "05"
        OPEN OUTPUT ACCESS-LOG-FILE
    END-IF
    IF WS-ACCLOG-STATUS NOT = "00"
        DISPLAY "ERROR OPENING ACCLOG - FILE STATUS "
            WS-ACCLOG-STATUS
        DISPLAY "NO SESSION CAN BE STARTED WITHOUT THE ACCESS LOG"
    END-IF.

SIGN-ON-OPERATOR.
    OPEN INPUT OPERATOR-FILE
    IF WS-OPERPROF-STATUS NOT = "00"
        DISPLAY "ERROR OPENING OPERPROF - FILE STATUS "
            WS-OPERPROF-STATUS
        DISPLAY "SIGN-ON NOT POSSIBLE"
    ELSE
        MOVE 0 TO WS-SIGNON-TRIES
        PERFORM UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES = 3
            PERFORM ACCEPT-SIGN-ON
        END-PERFORM
        CLOSE OPERATOR-FILE
    END-IF
    IF WS-SIGNED-ON
        EVALUATE TRUE
            WHEN WS-AUTH-INQUIRY
                MOVE "INQUIRY ONLY" TO WS-LOG-RESULT
            WHEN WS-AUTH-ACCOUNT-MAINT
                MOVE "ACCOUNT MAINTENANCE" TO WS-LOG-RESULT
            WHEN WS-AUTH-RUN-CONTROL
                MOVE "RUN CONTROL" TO WS-LOG-RESULT
        END-EVALUATE
        DISPLAY "SIGNED ON AS " WS-OPERATOR-ID " " WS-OPERATOR-NAME
        DISPLAY "AUTHORITY: " WS-LOG-RESULT
        MOVE "S" TO WS-LOG-EVENT
        MOVE SPACES TO WS-LOG-COMMAND
        PERFORM WRITE-ACCESS-LOG
    ELSE
        DISPLAY "SIGN-ON FAILED - SESSION ENDED"
    END-IF.

ACCEPT-SIGN-ON.
    ADD 1 TO WS-SIGNON-TRIES
    MOVE SPACES TO WS-SIGNON-USER
    MOVE SPACES TO WS-SIGNON-PASSWORD
    MOVE SPACES TO WS-LOG-RESULT
    DISPLAY "OPERATOR ID: " WITH NO ADVANCING
    ACCEPT WS-SIGNON-USER
    DISPLAY "PASSWORD: " WITH NO ADVANCING
    ACCEPT WS-SIGNON-PASSWORD
    MOVE FUNCTION UPPER-CASE (WS-SIGNON-USER) TO WS-SIGNON-USER
    MOVE FUNCTION UPPER-CASE (WS-SIGNON-PASSWORD)
        TO WS-SIGNON-PASSWORD
    IF WS-SIGNON-USER = SPACES
        MOVE "NO OPERATOR ID GIVEN" TO WS-LOG-RESULT
    ELSE
        MOVE WS-SIGNON-USER TO OP-USER-ID
        READ OPERATOR-FILE
            INVALID KEY
                MOVE "UNKNOWN OPERATOR" TO WS-LOG-RESULT
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN OP-PASSWORD NOT = WS-SIGNON-PASSWORD
                        MOVE "WRONG PASSWORD" TO WS-LOG-RESULT
                    WHEN NOT OP-ACTIVE
                        MOVE "PROFILE REVOKED" TO WS-LOG-RESULT
                    WHEN NOT OP-INQUIRY-ONLY
                            AND NOT OP-ACCOUNT-MAINT
                            AND NOT OP-RUN-CONTROL
                        MOVE "NO AUTHORITY ON PROFILE"
                            TO WS-LOG-RESULT
                    WHEN OTHER
                        SET WS-SIGNED-ON TO TRUE
                        MOVE OP-USER-ID TO WS-OPERATOR-ID
                        MOVE OP-NAME TO WS-OPERATOR-NAME
                        MOVE OP-AUTHORITY TO WS-OPERATOR-AUTHORITY
                END-EVALUATE
        END-READ
    END-IF
    IF NOT WS-SIGNED-ON
        DISPLAY "SIGN-ON REJECTED"
        MOVE WS-SIGNON-USER TO WS-OPERATOR-ID
        MOVE "F" TO WS-LOG-EVENT
        MOVE SPACES TO WS-LOG-COMMAND
        PERFORM WRITE-ACCESS-LOG
        MOVE SPACES TO WS-OPERATOR-ID
    END-IF.

END-OPERATOR-SESSION.
    MOVE "E" TO WS-LOG-EVENT
    MOVE SPACES TO WS-LOG-COMMAND
    MOVE SPACES TO WS-LOG-RESULT
    PERFORM WRITE-ACCESS-LOG
    CLOSE ACCESS-LOG-FILE.

WRITE-ACCESS-LOG.
    ACCEPT AL-LOG-DATE FROM DATE YYYYMMDD
    ACCEPT WS-TIME-RAW FROM TIME
    MOVE WS-TIME-HHMMSS TO AL-LOG-TIME
    MOVE WS-OPERATOR-ID TO AL-USER-ID
    MOVE WS-LOG-PROGRAM TO AL-PROGRAM
    MOVE WS-LOG-EVENT TO AL-EVENT
    MOVE WS-LOG-COMMAND TO AL-COMMAND
    MOVE WS-LOG-RESULT TO AL-RESULT
    WRITE ACCESS-LOG-RECORD
    IF WS-ACCLOG-STATUS NOT = "00"
        DISPLAY "ERROR WRITING ACCLOG - FILE STATUS "
            WS-ACCLOG-STATUS
    END-IF.

REFUSE-COMMAND.
    DISPLAY "COMMAND REFUSED - OPERATOR " WS-OPERATOR-ID
        " HAS NO RUN CONTROL AUTHORITY"
    MOVE "D" TO WS-LOG-EVENT
    MOVE WS-PARM-WORK TO WS-LOG-COMMAND
    MOVE "NOT AUTHORIZED" TO WS-LOG-RESULT
    PERFORM WRITE-ACCESS-LOG
    MOVE 8 TO RETURN-CODE.

LOG-UPDATE-COMMAND.
    MOVE "U" TO WS-LOG-EVENT
    MOVE WS-PARM-WORK TO WS-LOG-COMMAND
    MOVE RETURN-CODE TO WS-LOG-RC
    MOVE SPACES TO WS-LOG-RESULT
    IF RETURN-CODE < 8
        STRING "COMPLETED RC " DELIMITED BY SIZE
            WS-LOG-RC DELIMITED BY SIZE
            INTO WS-LOG-RESULT
    ELSE
        STRING "FAILED RC " DELIMITED BY SIZE
            WS-LOG-RC DELIMITED BY SIZE
            INTO WS-LOG-RESULT
    END-IF
    PERFORM WRITE-ACCESS-LOG.
