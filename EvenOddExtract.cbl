    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
    SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SC-STEP-KEY
        FILE STATUS IS WS-STEPCTL-STATUS.
    SELECT BAND-FILE ASSIGN TO "BANDDEF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BANDDEF-STATUS.

DATA DIVISION.
FILE SECTION.

FD  EXTRACT-FILE
    RECORDING MODE IS F.
01  EXTRACT-LINE        PIC X(100).

FD  RUN-CONTROL-FILE
    RECORDING MODE IS F.
    COPY RUNCREC.

FD  STEP-CONTROL-FILE.
    COPY STEPREC.

FD  BAND-FILE
    RECORDING MODE IS F.
    COPY BANDREC.

WORKING-STORAGE SECTION.
01  WS-CLASS-STATUS     PIC XX VALUE SPACES.
01  WS-EXTRACT-STATUS   PIC XX VALUE SPACES.
01  WS-RUNCTL-STATUS    PIC XX VALUE SPACES.
01  WS-STEPCTL-STATUS   PIC XX VALUE SPACES.
01  WS-STEP-ID          PIC X(8) VALUE "EXTRACT".
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
01  WS-CLS-EOF-SWITCH   PIC X VALUE "N".
    88  WS-CLS-END-OF-FILE VALUE "Y".
01  WS-RUNCTL-FOUND-SWITCH PIC X VALUE "N".
01  WS-HASH-TOTAL       PIC S9(11) VALUE 0.
01  WS-HASH-TOTAL-OUT   PIC S9(11) SIGN LEADING SEPARATE CHARACTER.
01  WS-VALUE-OUT        PIC S9(9) SIGN LEADING SEPARATE CHARACTER.
01  WS-TRAN-TYPE-OUT    PIC X VALUE SPACE.
01  WS-BAND-OUT         PIC X(8) VALUE SPACES.
01  WS-BANDDEF-STATUS   PIC XX VALUE SPACES.
01  WS-BND-EOF-SWITCH   PIC X VALUE "N".
    88  WS-BND-END-OF-FILE VALUE "Y".
01  WS-BAND-ERROR-SWITCH PIC X VALUE "N".
    88  WS-BAND-TABLE-BAD VALUE "Y".
01  WS-BAND-FOUND-SWITCH PIC X VALUE "N".
    88  WS-BAND-FOUND   VALUE "Y".
01  WS-BAND-IX          PIC 9(2) VALUE 0.
01  WS-BAND-TABLE.
    05  WS-BAND-COUNT       PIC 9(2) VALUE 0.
    05  WS-BAND-ENTRY OCCURS 20 TIMES INDEXED BY BND-IDX.
        10  WS-BAND-CODE    PIC X(8).
        10  WS-BAND-LOW     PIC S9(9).
        10  WS-BAND-HIGH    PIC S9(9).

01  WS-CLASS-MODE           PIC X(7) VALUE "EVENODD".
    88  WS-MODE-EVEN-ODD    VALUE "EVENODD".
    88  WS-MODE-SIGN        VALUE "SIGN   ".
    88  WS-MODE-MULTOF      VALUE "MULTOF ".
    88  WS-MODE-ALL         VALUE "ALL    ".
    88  WS-MODE-BAND        VALUE "BAND   ".
01  WS-MULTIPLE-OF          PIC 9(3) VALUE 5.

01  WS-REPORT-LINE          PIC X(100).

LINKAGE SECTION.
01  LS-PARM.
PROCEDURE DIVISION USING LS-PARM.
MAIN-PROCEDURE.
    PERFORM PARSE-PARM
    IF WS-MODE-BAND
        PERFORM LOAD-BAND-TABLE
        IF WS-BAND-TABLE-BAD
            DISPLAY "BAND DEFINITIONS IN ERROR - EXTRACT STOPPED BEFORE"
                " ANY INPUT WAS READ"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    PERFORM LOAD-RUN-CONTROL
    OPEN INPUT CLASS-FILE
    IF WS-CLASS-STATUS NOT = "00"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-STEP-DATE > 0
            AND WS-EXTRACT-DATE = WS-STEP-DATE
            AND WS-FILTER-ACCOUNT = SPACES
        PERFORM START-STEP-CONTROL
    END-IF
    DISPLAY "EXTRACTING RUN " WS-EXTRACT-DATE
    OPEN OUTPUT EXTRACT-FILE
    IF WS-EXTRACT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING EXTRFILE - FILE STATUS "
            WS-EXTRACT-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    PERFORM WRITE-EXTRACT-HEADER
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    PERFORM END-STEP-CONTROL
    STOP RUN.

PARSE-PARM.
                MOVE 5 TO WS-MULTIPLE-OF
            WHEN WS-PARM-MODE = "ALL"
                SET WS-MODE-ALL TO TRUE
            WHEN WS-PARM-MODE = "BAND"
                SET WS-MODE-BAND TO TRUE
            WHEN OTHER
                SET WS-MODE-EVEN-ODD TO TRUE
        END-EVALUATE
                        AND RC-BUSINESS-DATE > 0
                    SET WS-RUNCTL-FOUND TO TRUE
                    MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
                    MOVE RC-BUSINESS-DATE TO WS-STEP-DATE
                    MOVE RC-RUN-STATUS TO WS-RUNCTL-STATE
                END-IF
        END-READ
    ADD 1 TO WS-EXTRACT-COUNT
    ADD CLASS-VALUE TO WS-HASH-TOTAL
    MOVE CLASS-VALUE TO WS-VALUE-OUT
    MOVE CLASS-TRAN-TYPE TO WS-TRAN-TYPE-OUT
    IF CLASS-ORIGINAL-TRAN
        MOVE "T" TO WS-TRAN-TYPE-OUT
    END-IF
    MOVE CLASS-BAND-CODE TO WS-BAND-OUT
    IF CLASS-BAND-CODE = SPACES AND WS-MODE-BAND
        PERFORM FIND-VALUE-BAND
        IF WS-BAND-FOUND
            MOVE WS-BAND-CODE (BND-IDX) TO WS-BAND-OUT
        END-IF
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "D|" DELIMITED BY SIZE
        CLASS-RECORD-NUMBER DELIMITED BY SIZE
        CLASS-TRAN-DATE DELIMITED BY SIZE
        "|" DELIMITED BY SIZE
        CLASS-SOURCE-ID DELIMITED BY SIZE
        "|" DELIMITED BY SIZE
        WS-TRAN-TYPE-OUT DELIMITED BY SIZE
        "|" DELIMITED BY SIZE
        CLASS-CORRECTION-STATUS DELIMITED BY SIZE
        "|" DELIMITED BY SIZE
        CLASS-LINK-RUN-DATE DELIMITED BY SIZE
        "|" DELIMITED BY SIZE
        CLASS-LINK-RECORD-NUMBER DELIMITED BY SIZE
        "|" DELIMITED BY SIZE
        WS-BAND-OUT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE EXTRACT-LINE FROM WS-REPORT-LINE.

        WS-HASH-TOTAL-OUT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE EXTRACT-LINE FROM WS-REPORT-LINE.

LOAD-BAND-TABLE.
    MOVE 0 TO WS-BAND-COUNT
    MOVE "N" TO WS-BAND-ERROR-SWITCH
    MOVE "N" TO WS-BND-EOF-SWITCH
    OPEN INPUT BAND-FILE
    IF WS-BANDDEF-STATUS NOT = "00"
        DISPLAY "ERROR OPENING BANDDEF - FILE STATUS "
            WS-BANDDEF-STATUS
        SET WS-BAND-TABLE-BAD TO TRUE
    ELSE
        PERFORM UNTIL WS-BND-END-OF-FILE
            READ BAND-FILE
                AT END
                    SET WS-BND-END-OF-FILE TO TRUE
                NOT AT END
                    IF BAND-DEFINITION-RECORD NOT = SPACES
                            AND BD-BAND-CODE (1:1) NOT = "*"
                        PERFORM STORE-BAND-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BAND-FILE
        IF WS-BAND-COUNT = 0 AND NOT WS-BAND-TABLE-BAD
            DISPLAY "BANDDEF HOLDS NO BAND DEFINITIONS"
            SET WS-BAND-TABLE-BAD TO TRUE
        END-IF
    END-IF
    IF NOT WS-BAND-TABLE-BAD
        DISPLAY "VALUE BANDS LOADED: " WS-BAND-COUNT
    END-IF.

STORE-BAND-ENTRY.
    EVALUATE TRUE
        WHEN BD-BAND-CODE = SPACES
            DISPLAY "BAND CODE MISSING ON BANDDEF CARD: "
                BAND-DEFINITION-RECORD
            SET WS-BAND-TABLE-BAD TO TRUE
        WHEN BD-LOW-VALUE IS NOT NUMERIC
                OR BD-HIGH-VALUE IS NOT NUMERIC
            DISPLAY "BAND " BD-BAND-CODE
                " LOW OR HIGH VALUE NOT NUMERIC"
            SET WS-BAND-TABLE-BAD TO TRUE
        WHEN BD-LOW-VALUE > BD-HIGH-VALUE
            DISPLAY "BAND " BD-BAND-CODE
                " LOW VALUE ABOVE HIGH VALUE"
            SET WS-BAND-TABLE-BAD TO TRUE
        WHEN WS-BAND-COUNT >= 20
            DISPLAY "MORE THAN 20 BANDS DEFINED - BAND "
                BD-BAND-CODE " NOT LOADED"
            SET WS-BAND-TABLE-BAD TO TRUE
        WHEN OTHER
            PERFORM CHECK-BAND-SEQUENCE
            ADD 1 TO WS-BAND-COUNT
            MOVE BD-BAND-CODE TO WS-BAND-CODE (WS-BAND-COUNT)
            MOVE BD-LOW-VALUE TO WS-BAND-LOW (WS-BAND-COUNT)
            MOVE BD-HIGH-VALUE TO WS-BAND-HIGH (WS-BAND-COUNT)
    END-EVALUATE.

CHECK-BAND-SEQUENCE.
    IF WS-BAND-COUNT > 0
        SET BND-IDX TO 1
        SEARCH WS-BAND-ENTRY
            AT END
                CONTINUE
            WHEN BND-IDX > WS-BAND-COUNT
                CONTINUE
            WHEN WS-BAND-CODE (BND-IDX) = BD-BAND-CODE
                DISPLAY "BAND " BD-BAND-CODE " DEFINED TWICE"
                SET WS-BAND-TABLE-BAD TO TRUE
        END-SEARCH
        EVALUATE TRUE
            WHEN BD-LOW-VALUE NOT > WS-BAND-HIGH (WS-BAND-COUNT)
                DISPLAY "BAND " BD-BAND-CODE " OVERLAPS BAND "
                    WS-BAND-CODE (WS-BAND-COUNT)
                    " (OR IS OUT OF ORDER)"
                SET WS-BAND-TABLE-BAD TO TRUE
            WHEN BD-LOW-VALUE > WS-BAND-HIGH (WS-BAND-COUNT) + 1
                DISPLAY "GAP BETWEEN BAND "
                    WS-BAND-CODE (WS-BAND-COUNT) " AND BAND "
                    BD-BAND-CODE
                SET WS-BAND-TABLE-BAD TO TRUE
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

FIND-VALUE-BAND.
    MOVE "N" TO WS-BAND-FOUND-SWITCH
    IF WS-BAND-COUNT > 0
        SET BND-IDX TO 1
        SEARCH WS-BAND-ENTRY
            AT END
                CONTINUE
            WHEN BND-IDX > WS-BAND-COUNT
                CONTINUE
            WHEN CLASS-VALUE >= WS-BAND-LOW (BND-IDX)
                    AND CLASS-VALUE <= WS-BAND-HIGH (BND-IDX)
                SET WS-BAND-FOUND TO TRUE
        END-SEARCH
    END-IF.

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
