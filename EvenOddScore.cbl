IDENTIFICATION DIVISION.
PROGRAM-ID. EVENODD-SCORE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SLA-HISTORY-FILE ASSIGN TO "SLAHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SLA-KEY
        FILE STATUS IS WS-SLAHIST-STATUS.
    SELECT THRESHOLD-FILE ASSIGN TO "SLADEF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SLADEF-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
    SELECT SCORECARD-FILE ASSIGN TO "SCORERPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCORERPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SLA-HISTORY-FILE.
    COPY SLAHREC.

FD  THRESHOLD-FILE
    RECORDING MODE IS F.
    COPY SLATREC.

FD  RUN-CONTROL-FILE
    RECORDING MODE IS F.
    COPY RUNCREC.

FD  SCORECARD-FILE
    RECORDING MODE IS F.
01  SCORECARD-LINE      PIC X(80).

WORKING-STORAGE SECTION.
01  WS-SLAHIST-STATUS   PIC XX VALUE SPACES.
01  WS-SLADEF-STATUS    PIC XX VALUE SPACES.
01  WS-RUNCTL-STATUS    PIC XX VALUE SPACES.
01  WS-SCORERPT-STATUS  PIC XX VALUE SPACES.
01  WS-SLA-EOF-SWITCH   PIC X VALUE "N".
    88  WS-SLA-END-OF-FILE VALUE "Y".
01  WS-THR-EOF-SWITCH   PIC X VALUE "N".
    88  WS-THR-END-OF-FILE VALUE "Y".
01  WS-THR-ERROR-SWITCH PIC X VALUE "N".
    88  WS-THRESHOLDS-BAD VALUE "Y".
01  WS-FOUND-SWITCH     PIC X VALUE "N".
    88  WS-ENTRY-FOUND  VALUE "Y".
01  WS-SWAP-SWITCH      PIC X VALUE "N".
    88  WS-SWAP-MADE    VALUE "Y".
01  WS-OVERFLOW-SWITCH  PIC X VALUE "N".
    88  WS-SOURCE-OVERFLOW VALUE "Y".

01  WS-PARM-MONTH       PIC X(20) VALUE SPACES.
01  WS-MONTH-LEN        PIC 9(2) VALUE 0.
01  WS-SCORE-DATE       PIC 9(8) VALUE 0.
01  WS-SCORE-DATE-PARTS REDEFINES WS-SCORE-DATE.
    05  WS-SCORE-MONTH  PIC 9(6).
    05  WS-SCORE-DAY    PIC 9(2).
01  WS-PRIOR-DATE       PIC 9(8) VALUE 0.
01  WS-PRIOR-DATE-PARTS REDEFINES WS-PRIOR-DATE.
    05  WS-PRIOR-MONTH  PIC 9(6).
    05  WS-PRIOR-MONTH-PARTS REDEFINES WS-PRIOR-MONTH.
        10  WS-PRIOR-YEAR   PIC 9(4).
        10  WS-PRIOR-MM     PIC 9(2).
    05  WS-PRIOR-DAY    PIC 9(2).
01  WS-SLA-DATE-WORK    PIC 9(8) VALUE 0.
01  WS-SLA-DATE-PARTS REDEFINES WS-SLA-DATE-WORK.
    05  WS-SLA-DATE-MONTH PIC 9(6).
    05  FILLER            PIC 9(2).

01  WS-THRESHOLD-TABLE.
    05  WS-THR-COUNT        PIC 9(2) VALUE 0.
    05  WS-THR-ENTRY OCCURS 50 TIMES INDEXED BY THR-IDX.
        10  WS-THR-SOURCE       PIC X(8).
        10  WS-THR-MAX-REJECT   PIC 9(3)V99.
        10  WS-THR-MAX-DUP      PIC 9(3)V99.
        10  WS-THR-MAX-STALE    PIC 9(3)V99.
        10  WS-THR-MAX-LATE     PIC 9(3)V99.
        10  WS-THR-MIN-BALANCED PIC 9(3)V99.
        10  WS-THR-OWNER        PIC X(30).
01  WS-DEFAULT-IX       PIC 9(2) VALUE 0.

01  WS-SCORE-TABLE.
    05  WS-SC-COUNT         PIC 9(2) VALUE 0.
    05  WS-SC-ENTRY OCCURS 50 TIMES INDEXED BY SC-IDX.
        10  WS-SC-SOURCE        PIC X(8).
        10  WS-SC-THR-IX        PIC 9(2).
        10  WS-SC-RANK          PIC 9(2).
        10  WS-SC-PERIOD OCCURS 2 TIMES.
            15  WS-SC-RUNS          PIC 9(5).
            15  WS-SC-BALANCED-RUNS PIC 9(5).
            15  WS-SC-RECORDS       PIC 9(9).
            15  WS-SC-ACCEPTED      PIC 9(9).
            15  WS-SC-REJECTS       PIC 9(9).
            15  WS-SC-REJ-FORMAT    PIC 9(9).
            15  WS-SC-REJ-DATE      PIC 9(9).
            15  WS-SC-REJ-STALE     PIC 9(9).
            15  WS-SC-REJ-ACCOUNT   PIC 9(9).
            15  WS-SC-REJ-DUPLICATE PIC 9(9).
            15  WS-SC-REJ-CORRECTION PIC 9(9).
            15  WS-SC-REJ-OTHER     PIC 9(9).
            15  WS-SC-DUPLICATES    PIC 9(9).
            15  WS-SC-LATE          PIC 9(9).
            15  WS-SC-REJECT-PCT    PIC 9(3)V99.
            15  WS-SC-DUP-PCT       PIC 9(3)V99.
            15  WS-SC-STALE-PCT     PIC 9(3)V99.
            15  WS-SC-LATE-PCT      PIC 9(3)V99.
            15  WS-SC-BALANCED-PCT  PIC 9(3)V99.
            15  WS-SC-SCORE         PIC 9.
01  WS-SC-IX            PIC 9(2) VALUE 0.
01  WS-PERIOD-IX        PIC 9 VALUE 0.
01  WS-CLEAR-IX         PIC 9 VALUE 0.

01  WS-RANK-TABLE.
    05  WS-RANK-SOURCE-IX   PIC 9(2) OCCURS 50 TIMES.
01  WS-RANK-IX          PIC 9(2) VALUE 0.
01  WS-RANK-HOLD        PIC 9(2) VALUE 0.
01  WS-RANK-A           PIC 9(2) VALUE 0.
01  WS-RANK-B           PIC 9(2) VALUE 0.
01  WS-RANKED-COUNT     PIC 9(2) VALUE 0.

01  WS-COUNTERS.
    05  WS-SLA-RECORDS-READ PIC 9(7) VALUE 0.
    05  WS-MONTH-RUNS       PIC 9(7) VALUE 0.
    05  WS-PAGE-COUNT       PIC 9(5) VALUE 0.

01  WS-MEASURE-FIELDS.
    05  WS-MEASURE-NAME     PIC X(18).
    05  WS-MEASURE-THIS     PIC 9(3)V99.
    05  WS-MEASURE-LIMIT    PIC 9(3)V99.
    05  WS-MEASURE-LAST     PIC 9(3)V99.
    05  WS-MEASURE-DIRECTION PIC X.
        88  WS-HIGHER-IS-BETTER VALUE "H".
        88  WS-LOWER-IS-BETTER  VALUE "L".
01  WS-RESULT-TEXT      PIC X(6) VALUE SPACES.
01  WS-TREND-TEXT       PIC X(6) VALUE SPACES.
01  WS-MEASURE-MET-SWITCH PIC X VALUE "N".
    88  WS-MEASURE-MET  VALUE "Y".

01  WS-MONTH-ED         PIC 9(4)/9(2).
01  WS-PRIOR-MONTH-ED   PIC 9(4)/9(2).
01  WS-PAGE-ED          PIC ZZZZ9.
01  WS-RANK-ED          PIC Z9.
01  WS-RANK-COUNT-ED    PIC Z9.
01  WS-COUNT-ED         PIC Z(8)9.
01  WS-SCORE-ED         PIC 9.
01  WS-LAST-SCORE-ED    PIC 9.

01  WS-REPORT-LINE      PIC X(80).

01  WS-RANK-COLUMN-LINE.
    05  FILLER          PIC X(6) VALUE "RANK".
    05  FILLER          PIC X(9) VALUE "SOURCE".
    05  FILLER          PIC X(5) VALUE "RUNS".
    05  FILLER          PIC X(8) VALUE " RECORDS".
    05  FILLER          PIC X(8) VALUE " REJECT".
    05  FILLER          PIC X(8) VALUE "    DUP".
    05  FILLER          PIC X(8) VALUE "  STALE".
    05  FILLER          PIC X(8) VALUE "   LATE".
    05  FILLER          PIC X(8) VALUE "  BALNC".
    05  FILLER          PIC X(11) VALUE "SCORE TREND".

01  WS-RANK-DETAIL-LINE.
    05  RDL-RANK        PIC Z9.
    05  FILLER          PIC X(4) VALUE SPACES.
    05  RDL-SOURCE      PIC X(8).
    05  FILLER          PIC X VALUE SPACE.
    05  RDL-RUNS        PIC ZZZ9.
    05  FILLER          PIC X VALUE SPACE.
    05  RDL-RECORDS     PIC Z(7)9.
    05  RDL-REJECT-PCT  PIC ZZ9.99.
    05  FILLER          PIC X(2) VALUE "% ".
    05  RDL-DUP-PCT     PIC ZZ9.99.
    05  FILLER          PIC X(2) VALUE "% ".
    05  RDL-STALE-PCT   PIC ZZ9.99.
    05  FILLER          PIC X(2) VALUE "% ".
    05  RDL-LATE-PCT    PIC ZZ9.99.
    05  FILLER          PIC X(2) VALUE "% ".
    05  RDL-BALANCED-PCT PIC ZZ9.99.
    05  FILLER          PIC X(2) VALUE "% ".
    05  RDL-SCORE       PIC 9.
    05  FILLER          PIC X(5) VALUE "/5   ".
    05  RDL-TREND       PIC X(6).

01  WS-MEASURE-COLUMN-LINE.
    05  FILLER          PIC X(20) VALUE "MEASURE".
    05  FILLER          PIC X(11) VALUE " THIS MONTH".
    05  FILLER          PIC X(11) VALUE "  THRESHOLD".
    05  FILLER          PIC X(8) VALUE "  RESULT".
    05  FILLER          PIC X(12) VALUE "  LAST MONTH".
    05  FILLER          PIC X(9) VALUE "    TREND".

01  WS-MEASURE-DETAIL-LINE.
    05  MDL-NAME        PIC X(18).
    05  FILLER          PIC X(5) VALUE SPACES.
    05  MDL-THIS        PIC ZZ9.99.
    05  FILLER          PIC X VALUE "%".
    05  FILLER          PIC X(2) VALUE SPACES.
    05  MDL-LIMIT-TYPE  PIC X(3).
    05  FILLER          PIC X VALUE SPACE.
    05  MDL-LIMIT       PIC ZZ9.99.
    05  FILLER          PIC X VALUE "%".
    05  FILLER          PIC X(2) VALUE SPACES.
    05  MDL-RESULT      PIC X(6).
    05  FILLER          PIC X(5) VALUE SPACES.
    05  MDL-LAST        PIC X(7).
    05  FILLER          PIC X(3) VALUE SPACES.
    05  MDL-TREND       PIC X(6).
01  WS-LAST-PCT-ED      PIC ZZ9.99.

LINKAGE SECTION.
01  LS-PARM.
    05  LS-PARM-LEN         PIC S9(4) COMP.
    05  LS-PARM-TEXT        PIC X(20).

PROCEDURE DIVISION USING LS-PARM.
MAIN-PROCEDURE.
    PERFORM PARSE-PARM
    IF WS-SCORE-MONTH = 0
        PERFORM LOAD-RUN-CONTROL
    END-IF
    PERFORM SET-PRIOR-MONTH
    MOVE WS-SCORE-MONTH TO WS-MONTH-ED
    MOVE WS-PRIOR-MONTH TO WS-PRIOR-MONTH-ED
    DISPLAY "SOURCE-SYSTEM SCORECARD FOR MONTH " WS-MONTH-ED
        " (TREND AGAINST " WS-PRIOR-MONTH-ED ")"
    PERFORM LOAD-THRESHOLD-TABLE
    IF WS-THRESHOLDS-BAD
        DISPLAY "SLADEF THRESHOLDS INVALID - NO SCORECARD PRODUCED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT SLA-HISTORY-FILE
    IF WS-SLAHIST-STATUS = "35"
        DISPLAY "SLAHIST NOT AVAILABLE - NO SOURCE HISTORY TO SCORE"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-SLAHIST-STATUS NOT = "00"
        DISPLAY "ERROR OPENING SLAHIST - FILE STATUS "
            WS-SLAHIST-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT SCORECARD-FILE
    IF WS-SCORERPT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING SCORERPT - FILE STATUS "
            WS-SCORERPT-STATUS
        CLOSE SLA-HISTORY-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-PRIOR-DATE TO SLA-RUN-DATE
    MOVE 0 TO SLA-RUN-TIME
    MOVE LOW-VALUES TO SLA-SOURCE-ID
    START SLA-HISTORY-FILE KEY IS NOT LESS THAN SLA-KEY
        INVALID KEY
            SET WS-SLA-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL WS-SLA-END-OF-FILE
        READ SLA-HISTORY-FILE NEXT RECORD
            AT END
                SET WS-SLA-END-OF-FILE TO TRUE
            NOT AT END
                MOVE SLA-RUN-DATE TO WS-SLA-DATE-WORK
                EVALUATE TRUE
                    WHEN WS-SLA-DATE-MONTH > WS-SCORE-MONTH
                        SET WS-SLA-END-OF-FILE TO TRUE
                    WHEN WS-SLA-DATE-MONTH = WS-SCORE-MONTH
                        MOVE 1 TO WS-PERIOD-IX
                        PERFORM ACCUMULATE-SLA-RECORD
                    WHEN WS-SLA-DATE-MONTH = WS-PRIOR-MONTH
                        MOVE 2 TO WS-PERIOD-IX
                        PERFORM ACCUMULATE-SLA-RECORD
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE SLA-HISTORY-FILE
    PERFORM SCORE-SOURCE
        VARYING WS-SC-IX FROM 1 BY 1
        UNTIL WS-SC-IX > WS-SC-COUNT
    PERFORM RANK-SOURCES
    PERFORM WRITE-RANKING-PAGE
    PERFORM WRITE-SOURCE-SCORECARD
        VARYING WS-RANK-IX FROM 1 BY 1
        UNTIL WS-RANK-IX > WS-SC-COUNT
    CLOSE SCORECARD-FILE
    DISPLAY "SLAHIST RECORDS READ : " WS-SLA-RECORDS-READ
    DISPLAY "EXTRACTS IN MONTH    : " WS-MONTH-RUNS
    DISPLAY "SOURCES SCORED       : " WS-SC-COUNT
    IF WS-SOURCE-OVERFLOW
        DISPLAY "MORE THAN 50 SOURCES - LATER SOURCES NOT SCORED"
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    IF WS-MONTH-RUNS = 0
        DISPLAY "NO SOURCE EXTRACTS RECORDED FOR " WS-MONTH-ED
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    STOP RUN.

PARSE-PARM.
    MOVE 0 TO WS-SCORE-DATE
    IF LS-PARM-LEN > 0
        UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN) DELIMITED BY ","
            INTO WS-PARM-MONTH COUNT IN WS-MONTH-LEN
        END-UNSTRING
        IF WS-MONTH-LEN = 6 AND WS-PARM-MONTH (1:6) IS NUMERIC
                AND WS-PARM-MONTH (5:2) >= "01"
                AND WS-PARM-MONTH (5:2) <= "12"
            MOVE WS-PARM-MONTH (1:6) TO WS-SCORE-MONTH
        ELSE
            DISPLAY "INVALID SCORECARD MONTH PARM " WS-PARM-MONTH
                " - USING BUSINESS DATE MONTH"
        END-IF
    END-IF.

LOAD-RUN-CONTROL.
    ACCEPT WS-SCORE-DATE FROM DATE YYYYMMDD
    OPEN INPUT RUN-CONTROL-FILE
    IF WS-RUNCTL-STATUS = "00"
        READ RUN-CONTROL-FILE
            AT END
                DISPLAY "RUNCTL EMPTY - USING SYSTEM DATE MONTH"
            NOT AT END
                IF RC-BUSINESS-DATE IS NUMERIC
                        AND RC-BUSINESS-DATE > 0
                    MOVE RC-BUSINESS-DATE TO WS-SCORE-DATE
                ELSE
                    DISPLAY "RUNCTL BUSINESS DATE INVALID -"
                        " USING SYSTEM DATE MONTH"
                END-IF
        END-READ
        CLOSE RUN-CONTROL-FILE
    ELSE
        DISPLAY "RUNCTL NOT AVAILABLE - USING SYSTEM DATE MONTH"
    END-IF.

SET-PRIOR-MONTH.
    MOVE WS-SCORE-MONTH TO WS-PRIOR-MONTH
    MOVE 1 TO WS-PRIOR-DAY
    IF WS-PRIOR-MM = 1
        SUBTRACT 1 FROM WS-PRIOR-YEAR
        MOVE 12 TO WS-PRIOR-MM
    ELSE
        SUBTRACT 1 FROM WS-PRIOR-MM
    END-IF.

LOAD-THRESHOLD-TABLE.
    MOVE 0 TO WS-THR-COUNT
    MOVE 0 TO WS-DEFAULT-IX
    OPEN INPUT THRESHOLD-FILE
    IF WS-SLADEF-STATUS NOT = "00"
        DISPLAY "ERROR OPENING SLADEF - FILE STATUS "
            WS-SLADEF-STATUS
        SET WS-THRESHOLDS-BAD TO TRUE
    ELSE
        PERFORM UNTIL WS-THR-END-OF-FILE
            READ THRESHOLD-FILE
                AT END
                    SET WS-THR-END-OF-FILE TO TRUE
                NOT AT END
                    IF SLA-THRESHOLD-RECORD NOT = SPACES
                            AND ST-SOURCE-ID (1:1) NOT = "*"
                        PERFORM STORE-THRESHOLD-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE THRESHOLD-FILE
        IF WS-DEFAULT-IX = 0
            DISPLAY "SLADEF HAS NO DEFAULT CARD"
            SET WS-THRESHOLDS-BAD TO TRUE
        END-IF
    END-IF
    IF NOT WS-THRESHOLDS-BAD
        DISPLAY "THRESHOLD CARDS LOADED: " WS-THR-COUNT
    END-IF.

STORE-THRESHOLD-ENTRY.
    MOVE "N" TO WS-FOUND-SWITCH
    IF WS-THR-COUNT > 0
        SET THR-IDX TO 1
        SEARCH WS-THR-ENTRY
            AT END
                CONTINUE
            WHEN THR-IDX > WS-THR-COUNT
                CONTINUE
            WHEN WS-THR-SOURCE (THR-IDX) = ST-SOURCE-ID
                SET WS-ENTRY-FOUND TO TRUE
        END-SEARCH
    END-IF
    EVALUATE TRUE
        WHEN ST-SOURCE-ID = SPACES
            DISPLAY "SOURCE ID MISSING ON SLADEF CARD: "
                SLA-THRESHOLD-RECORD
            SET WS-THRESHOLDS-BAD TO TRUE
        WHEN ST-MAX-REJECT-PCT IS NOT NUMERIC
                OR ST-MAX-DUP-PCT IS NOT NUMERIC
                OR ST-MAX-STALE-PCT IS NOT NUMERIC
                OR ST-MAX-LATE-PCT IS NOT NUMERIC
                OR ST-MIN-BALANCED-PCT IS NOT NUMERIC
            DISPLAY "SOURCE " ST-SOURCE-ID
                " THRESHOLD NOT NUMERIC"
            SET WS-THRESHOLDS-BAD TO TRUE
        WHEN ST-MAX-REJECT-PCT > 100
                OR ST-MAX-DUP-PCT > 100
                OR ST-MAX-STALE-PCT > 100
                OR ST-MAX-LATE-PCT > 100
                OR ST-MIN-BALANCED-PCT > 100
            DISPLAY "SOURCE " ST-SOURCE-ID
                " THRESHOLD ABOVE 100.00%"
            SET WS-THRESHOLDS-BAD TO TRUE
        WHEN WS-ENTRY-FOUND
            DISPLAY "SOURCE " ST-SOURCE-ID " DEFINED TWICE"
            SET WS-THRESHOLDS-BAD TO TRUE
        WHEN WS-THR-COUNT >= 50
            DISPLAY "MORE THAN 50 SLADEF CARDS - SOURCE "
                ST-SOURCE-ID " NOT LOADED"
            SET WS-THRESHOLDS-BAD TO TRUE
        WHEN OTHER
            ADD 1 TO WS-THR-COUNT
            MOVE ST-SOURCE-ID TO WS-THR-SOURCE (WS-THR-COUNT)
            MOVE ST-MAX-REJECT-PCT TO WS-THR-MAX-REJECT (WS-THR-COUNT)
            MOVE ST-MAX-DUP-PCT TO WS-THR-MAX-DUP (WS-THR-COUNT)
            MOVE ST-MAX-STALE-PCT TO WS-THR-MAX-STALE (WS-THR-COUNT)
            MOVE ST-MAX-LATE-PCT TO WS-THR-MAX-LATE (WS-THR-COUNT)
            MOVE ST-MIN-BALANCED-PCT
                TO WS-THR-MIN-BALANCED (WS-THR-COUNT)
            MOVE ST-OWNER-NAME TO WS-THR-OWNER (WS-THR-COUNT)
            IF ST-SOURCE-ID = "DEFAULT"
                MOVE WS-THR-COUNT TO WS-DEFAULT-IX
            ELSE
                PERFORM ADD-CARD-SOURCE
            END-IF
    END-EVALUATE.

ADD-CARD-SOURCE.
    MOVE ST-SOURCE-ID TO SLA-SOURCE-ID
    PERFORM FIND-SCORE-SOURCE.

ACCUMULATE-SLA-RECORD.
    ADD 1 TO WS-SLA-RECORDS-READ
    PERFORM FIND-SCORE-SOURCE
    IF WS-ENTRY-FOUND
        IF WS-PERIOD-IX = 1
            ADD 1 TO WS-MONTH-RUNS
        END-IF
        ADD 1 TO WS-SC-RUNS (SC-IDX WS-PERIOD-IX)
        IF SLA-TRAILER-BALANCED
            ADD 1 TO WS-SC-BALANCED-RUNS (SC-IDX WS-PERIOD-IX)
        END-IF
        ADD SLA-RECORD-COUNT TO WS-SC-RECORDS (SC-IDX WS-PERIOD-IX)
        ADD SLA-ACCEPT-COUNT TO WS-SC-ACCEPTED (SC-IDX WS-PERIOD-IX)
        ADD SLA-REJECT-COUNT TO WS-SC-REJECTS (SC-IDX WS-PERIOD-IX)
        ADD SLA-REJ-FORMAT-COUNT
            TO WS-SC-REJ-FORMAT (SC-IDX WS-PERIOD-IX)
        ADD SLA-REJ-DATE-COUNT
            TO WS-SC-REJ-DATE (SC-IDX WS-PERIOD-IX)
        ADD SLA-REJ-STALE-COUNT
            TO WS-SC-REJ-STALE (SC-IDX WS-PERIOD-IX)
        ADD SLA-REJ-ACCOUNT-COUNT
            TO WS-SC-REJ-ACCOUNT (SC-IDX WS-PERIOD-IX)
        ADD SLA-REJ-DUPLICATE-COUNT
            TO WS-SC-REJ-DUPLICATE (SC-IDX WS-PERIOD-IX)
        ADD SLA-REJ-CORRECTION-COUNT
            TO WS-SC-REJ-CORRECTION (SC-IDX WS-PERIOD-IX)
        ADD SLA-REJ-OTHER-COUNT
            TO WS-SC-REJ-OTHER (SC-IDX WS-PERIOD-IX)
        ADD SLA-DUPLICATE-COUNT
            TO WS-SC-DUPLICATES (SC-IDX WS-PERIOD-IX)
        ADD SLA-LATE-COUNT TO WS-SC-LATE (SC-IDX WS-PERIOD-IX)
    END-IF.

FIND-SCORE-SOURCE.
    MOVE "N" TO WS-FOUND-SWITCH
    IF WS-SC-COUNT > 0
        SET SC-IDX TO 1
        SEARCH WS-SC-ENTRY
            AT END
                CONTINUE
            WHEN SC-IDX > WS-SC-COUNT
                CONTINUE
            WHEN WS-SC-SOURCE (SC-IDX) = SLA-SOURCE-ID
                SET WS-ENTRY-FOUND TO TRUE
        END-SEARCH
    END-IF
    IF NOT WS-ENTRY-FOUND
        IF WS-SC-COUNT >= 50
            SET WS-SOURCE-OVERFLOW TO TRUE
        ELSE
            ADD 1 TO WS-SC-COUNT
            SET SC-IDX TO WS-SC-COUNT
            MOVE SLA-SOURCE-ID TO WS-SC-SOURCE (SC-IDX)
            MOVE 0 TO WS-SC-RANK (SC-IDX)
            PERFORM CLEAR-SOURCE-PERIOD
                VARYING WS-CLEAR-IX FROM 1 BY 1
                UNTIL WS-CLEAR-IX > 2
            PERFORM SET-SOURCE-THRESHOLDS
            SET WS-ENTRY-FOUND TO TRUE
        END-IF
    END-IF.

CLEAR-SOURCE-PERIOD.
    MOVE 0 TO WS-SC-RUNS (SC-IDX WS-CLEAR-IX)
    MOVE 0 TO WS-SC-BALANCED-RUNS (SC-IDX WS-CLEAR-IX)
    MOVE 0 TO WS-SC-RECORDS (SC-IDX WS-CLEAR-IX)
    MOVE 0 TO WS-SC-ACCEPTED (SC-IDX WS-CLEAR-IX)
    MOVE 0 TO WS-SC-REJECTS (SC-IDX WS-CLEAR-IX)
    MOVE 0 TO WS-SC-REJ-FORMAT (SC-IDX WS-CLEAR-IX)
    MOVE 0 TO WS-SC-REJ-DATE (SC-IDX WS-CLEAR-IX)
    MOVE 0 TO WS-SC-REJ-STALE (SC-IDX WS-CLEAR-IX)
    MOVE 0 TO WS-SC-REJ-ACCOUNT (SC-IDX WS-CLEAR-IX)
    MOVE 0 TO WS-SC-REJ-DUPLICATE (SC-IDX WS-CLEAR-IX)
    MOVE 0 TO WS-SC-REJ-CORRECTION (SC-IDX WS-CLEAR-IX)
    MOVE 0 TO WS-SC-REJ-OTHER (SC-IDX WS-CLEAR-IX)
    MOVE 0 TO WS-SC-DUPLICATES (SC-IDX WS-CLEAR-IX)
    MOVE 0 TO WS-SC-LATE (SC-IDX WS-CLEAR-IX)
    MOVE 0 TO WS-SC-REJECT-PCT (SC-IDX WS-CLEAR-IX)
    MOVE 0 TO WS-SC-DUP-PCT (SC-IDX WS-CLEAR-IX)
    MOVE 0 TO WS-SC-STALE-PCT (SC-IDX WS-CLEAR-IX)
    MOVE 0 TO WS-SC-LATE-PCT (SC-IDX WS-CLEAR-IX)
    MOVE 0 TO WS-SC-BALANCED-PCT (SC-IDX WS-CLEAR-IX)
    MOVE 0 TO WS-SC-SCORE (SC-IDX WS-CLEAR-IX).

SET-SOURCE-THRESHOLDS.
    MOVE WS-DEFAULT-IX TO WS-SC-THR-IX (SC-IDX)
    SET THR-IDX TO 1
    SEARCH WS-THR-ENTRY
        AT END
            CONTINUE
        WHEN THR-IDX > WS-THR-COUNT
            CONTINUE
        WHEN WS-THR-SOURCE (THR-IDX) = WS-SC-SOURCE (SC-IDX)
            SET WS-SC-THR-IX (SC-IDX) TO THR-IDX
    END-SEARCH.

SCORE-SOURCE.
    SET SC-IDX TO WS-SC-IX
    IF WS-SC-THR-IX (SC-IDX) = 0
        MOVE WS-DEFAULT-IX TO WS-SC-THR-IX (SC-IDX)
    END-IF
    PERFORM SCORE-SOURCE-PERIOD
        VARYING WS-PERIOD-IX FROM 1 BY 1
        UNTIL WS-PERIOD-IX > 2.

SCORE-SOURCE-PERIOD.
    SET THR-IDX TO WS-SC-THR-IX (SC-IDX)
    IF WS-SC-RECORDS (SC-IDX WS-PERIOD-IX) > 0
        COMPUTE WS-SC-REJECT-PCT (SC-IDX WS-PERIOD-IX) ROUNDED =
            (WS-SC-REJECTS (SC-IDX WS-PERIOD-IX) * 100)
                / WS-SC-RECORDS (SC-IDX WS-PERIOD-IX)
        COMPUTE WS-SC-DUP-PCT (SC-IDX WS-PERIOD-IX) ROUNDED =
            (WS-SC-DUPLICATES (SC-IDX WS-PERIOD-IX) * 100)
                / WS-SC-RECORDS (SC-IDX WS-PERIOD-IX)
        COMPUTE WS-SC-STALE-PCT (SC-IDX WS-PERIOD-IX) ROUNDED =
            (WS-SC-REJ-STALE (SC-IDX WS-PERIOD-IX) * 100)
                / WS-SC-RECORDS (SC-IDX WS-PERIOD-IX)
        COMPUTE WS-SC-LATE-PCT (SC-IDX WS-PERIOD-IX) ROUNDED =
            (WS-SC-LATE (SC-IDX WS-PERIOD-IX) * 100)
                / WS-SC-RECORDS (SC-IDX WS-PERIOD-IX)
    END-IF
    IF WS-SC-RUNS (SC-IDX WS-PERIOD-IX) > 0
        COMPUTE WS-SC-BALANCED-PCT (SC-IDX WS-PERIOD-IX) ROUNDED =
            (WS-SC-BALANCED-RUNS (SC-IDX WS-PERIOD-IX) * 100)
                / WS-SC-RUNS (SC-IDX WS-PERIOD-IX)
        MOVE 0 TO WS-SC-SCORE (SC-IDX WS-PERIOD-IX)
        IF WS-SC-REJECT-PCT (SC-IDX WS-PERIOD-IX)
                NOT > WS-THR-MAX-REJECT (THR-IDX)
            ADD 1 TO WS-SC-SCORE (SC-IDX WS-PERIOD-IX)
        END-IF
        IF WS-SC-DUP-PCT (SC-IDX WS-PERIOD-IX)
                NOT > WS-THR-MAX-DUP (THR-IDX)
            ADD 1 TO WS-SC-SCORE (SC-IDX WS-PERIOD-IX)
        END-IF
        IF WS-SC-STALE-PCT (SC-IDX WS-PERIOD-IX)
                NOT > WS-THR-MAX-STALE (THR-IDX)
            ADD 1 TO WS-SC-SCORE (SC-IDX WS-PERIOD-IX)
        END-IF
        IF WS-SC-LATE-PCT (SC-IDX WS-PERIOD-IX)
                NOT > WS-THR-MAX-LATE (THR-IDX)
            ADD 1 TO WS-SC-SCORE (SC-IDX WS-PERIOD-IX)
        END-IF
        IF WS-SC-BALANCED-PCT (SC-IDX WS-PERIOD-IX)
                NOT < WS-THR-MIN-BALANCED (THR-IDX)
            ADD 1 TO WS-SC-SCORE (SC-IDX WS-PERIOD-IX)
        END-IF
    END-IF.

RANK-SOURCES.
    PERFORM VARYING WS-RANK-IX FROM 1 BY 1
            UNTIL WS-RANK-IX > WS-SC-COUNT
        MOVE WS-RANK-IX TO WS-RANK-SOURCE-IX (WS-RANK-IX)
    END-PERFORM
    SET WS-SWAP-MADE TO TRUE
    PERFORM UNTIL NOT WS-SWAP-MADE
        MOVE "N" TO WS-SWAP-SWITCH
        PERFORM COMPARE-RANK-PAIR
            VARYING WS-RANK-IX FROM 1 BY 1
            UNTIL WS-RANK-IX >= WS-SC-COUNT
    END-PERFORM
    MOVE 0 TO WS-RANKED-COUNT
    PERFORM VARYING WS-RANK-IX FROM 1 BY 1
            UNTIL WS-RANK-IX > WS-SC-COUNT
        SET SC-IDX TO WS-RANK-SOURCE-IX (WS-RANK-IX)
        IF WS-SC-RUNS (SC-IDX 1) > 0
            ADD 1 TO WS-RANKED-COUNT
            MOVE WS-RANKED-COUNT TO WS-SC-RANK (SC-IDX)
        END-IF
    END-PERFORM.

COMPARE-RANK-PAIR.
    MOVE WS-RANK-SOURCE-IX (WS-RANK-IX) TO WS-RANK-A
    MOVE WS-RANK-SOURCE-IX (WS-RANK-IX + 1) TO WS-RANK-B
    MOVE "N" TO WS-FOUND-SWITCH
    EVALUATE TRUE
        WHEN WS-SC-RUNS (WS-RANK-A 1) = 0
                AND WS-SC-RUNS (WS-RANK-B 1) > 0
            SET WS-ENTRY-FOUND TO TRUE
        WHEN WS-SC-RUNS (WS-RANK-A 1) > 0
                AND WS-SC-RUNS (WS-RANK-B 1) = 0
            CONTINUE
        WHEN WS-SC-SCORE (WS-RANK-A 1) < WS-SC-SCORE (WS-RANK-B 1)
            SET WS-ENTRY-FOUND TO TRUE
        WHEN WS-SC-SCORE (WS-RANK-A 1) > WS-SC-SCORE (WS-RANK-B 1)
            CONTINUE
        WHEN WS-SC-REJECT-PCT (WS-RANK-A 1)
                > WS-SC-REJECT-PCT (WS-RANK-B 1)
            SET WS-ENTRY-FOUND TO TRUE
        WHEN WS-SC-REJECT-PCT (WS-RANK-A 1)
                < WS-SC-REJECT-PCT (WS-RANK-B 1)
            CONTINUE
        WHEN WS-SC-SOURCE (WS-RANK-A) > WS-SC-SOURCE (WS-RANK-B)
            SET WS-ENTRY-FOUND TO TRUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WS-ENTRY-FOUND
        MOVE WS-RANK-B TO WS-RANK-SOURCE-IX (WS-RANK-IX)
        MOVE WS-RANK-A TO WS-RANK-SOURCE-IX (WS-RANK-IX + 1)
        SET WS-SWAP-MADE TO TRUE
    END-IF.

WRITE-RANKING-PAGE.
    ADD 1 TO WS-PAGE-COUNT
    MOVE WS-PAGE-COUNT TO WS-PAGE-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "SOURCE-SYSTEM SERVICE-LEVEL SCORECARD  MONTH "
            DELIMITED BY SIZE
        WS-MONTH-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    MOVE "PAGE" TO WS-REPORT-LINE (70:4)
    MOVE WS-PAGE-ED TO WS-REPORT-LINE (75:5)
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
        AFTER ADVANCING PAGE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "RANKING OF SOURCE SYSTEMS - TREND AGAINST "
            DELIMITED BY SIZE
        WS-PRIOR-MONTH-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-RANK-COLUMN-LINE
    PERFORM WRITE-RANKING-LINE
        VARYING WS-RANK-IX FROM 1 BY 1
        UNTIL WS-RANK-IX > WS-SC-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE "SCORE = MEASURES WITHIN THRESHOLD OUT OF 5 (REJECT,"
        TO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE "DUPLICATE, STALE AND LATE-DATED RATES AND BALANCED"
        TO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE "TRAILERS). RATES ARE PERCENTAGES OF RECORDS RECEIVED."
        TO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    IF WS-SOURCE-OVERFLOW
        MOVE "MORE THAN 50 SOURCES - LATER SOURCES NOT SCORED"
            TO WS-REPORT-LINE
        WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    END-IF.

WRITE-RANKING-LINE.
    SET SC-IDX TO WS-RANK-SOURCE-IX (WS-RANK-IX)
    MOVE WS-SC-RANK (SC-IDX) TO RDL-RANK
    MOVE WS-SC-SOURCE (SC-IDX) TO RDL-SOURCE
    MOVE WS-SC-RUNS (SC-IDX 1) TO RDL-RUNS
    MOVE WS-SC-RECORDS (SC-IDX 1) TO RDL-RECORDS
    MOVE WS-SC-REJECT-PCT (SC-IDX 1) TO RDL-REJECT-PCT
    MOVE WS-SC-DUP-PCT (SC-IDX 1) TO RDL-DUP-PCT
    MOVE WS-SC-STALE-PCT (SC-IDX 1) TO RDL-STALE-PCT
    MOVE WS-SC-LATE-PCT (SC-IDX 1) TO RDL-LATE-PCT
    MOVE WS-SC-BALANCED-PCT (SC-IDX 1) TO RDL-BALANCED-PCT
    MOVE WS-SC-SCORE (SC-IDX 1) TO RDL-SCORE
    PERFORM SET-SCORE-TREND
    MOVE WS-TREND-TEXT TO RDL-TREND
    IF WS-SC-RUNS (SC-IDX 1) = 0
        MOVE SPACES TO WS-REPORT-LINE
        STRING " -    " DELIMITED BY SIZE
            WS-SC-SOURCE (SC-IDX) DELIMITED BY SIZE
            "    0  NO EXTRACTS RECEIVED IN MONTH" DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    ELSE
        WRITE SCORECARD-LINE FROM WS-RANK-DETAIL-LINE
    END-IF.

SET-SCORE-TREND.
    EVALUATE TRUE
        WHEN WS-SC-RUNS (SC-IDX 1) = 0
            MOVE SPACES TO WS-TREND-TEXT
        WHEN WS-SC-RUNS (SC-IDX 2) = 0
            MOVE "NEW" TO WS-TREND-TEXT
        WHEN WS-SC-SCORE (SC-IDX 1) > WS-SC-SCORE (SC-IDX 2)
            MOVE "BETTER" TO WS-TREND-TEXT
        WHEN WS-SC-SCORE (SC-IDX 1) < WS-SC-SCORE (SC-IDX 2)
            MOVE "WORSE" TO WS-TREND-TEXT
        WHEN OTHER
            MOVE "SAME" TO WS-TREND-TEXT
    END-EVALUATE.

WRITE-SOURCE-SCORECARD.
    SET SC-IDX TO WS-RANK-SOURCE-IX (WS-RANK-IX)
    SET THR-IDX TO WS-SC-THR-IX (SC-IDX)
    ADD 1 TO WS-PAGE-COUNT
    MOVE WS-PAGE-COUNT TO WS-PAGE-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "SOURCE-SYSTEM SCORECARD  MONTH " DELIMITED BY SIZE
        WS-MONTH-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    MOVE "PAGE" TO WS-REPORT-LINE (70:4)
    MOVE WS-PAGE-ED TO WS-REPORT-LINE (75:5)
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
        AFTER ADVANCING PAGE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "SOURCE         " DELIMITED BY SIZE
        WS-SC-SOURCE (SC-IDX) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        WS-THR-OWNER (THR-IDX) DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    IF WS-SC-THR-IX (SC-IDX) = WS-DEFAULT-IX
        MOVE SPACES TO WS-REPORT-LINE (26:55)
        MOVE "(NO SLADEF CARD - DEFAULT THRESHOLDS)"
            TO WS-REPORT-LINE (26:37)
    END-IF
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE WS-SC-RANK (SC-IDX) TO WS-RANK-ED
    MOVE WS-RANKED-COUNT TO WS-RANK-COUNT-ED
    MOVE WS-SC-SCORE (SC-IDX 1) TO WS-SCORE-ED
    MOVE WS-SC-SCORE (SC-IDX 2) TO WS-LAST-SCORE-ED
    PERFORM SET-SCORE-TREND
    MOVE SPACES TO WS-REPORT-LINE
    IF WS-SC-RUNS (SC-IDX 1) = 0
        STRING "RANK           NOT RANKED - NO EXTRACTS RECEIVED IN "
                DELIMITED BY SIZE
            WS-MONTH-ED DELIMITED BY SIZE
            INTO WS-REPORT-LINE
    ELSE
        IF WS-SC-RUNS (SC-IDX 2) > 0
            STRING "RANK           " DELIMITED BY SIZE
                WS-RANK-ED DELIMITED BY SIZE
                " OF " DELIMITED BY SIZE
                WS-RANK-COUNT-ED DELIMITED BY SIZE
                "    SCORE " DELIMITED BY SIZE
                WS-SCORE-ED DELIMITED BY SIZE
                " OF 5  (" DELIMITED BY SIZE
                WS-PRIOR-MONTH-ED DELIMITED BY SIZE
                ": " DELIMITED BY SIZE
                WS-LAST-SCORE-ED DELIMITED BY SIZE
                " OF 5 - " DELIMITED BY SIZE
                WS-TREND-TEXT DELIMITED BY SPACE
                ")" DELIMITED BY SIZE
                INTO WS-REPORT-LINE
        ELSE
            STRING "RANK           " DELIMITED BY SIZE
                WS-RANK-ED DELIMITED BY SIZE
                " OF " DELIMITED BY SIZE
                WS-RANK-COUNT-ED DELIMITED BY SIZE
                "    SCORE " DELIMITED BY SIZE
                WS-SCORE-ED DELIMITED BY SIZE
                " OF 5  (NO EXTRACTS LAST MONTH)" DELIMITED BY SIZE
                INTO WS-REPORT-LINE
        END-IF
    END-IF
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE WS-SC-RUNS (SC-IDX 1) TO WS-COUNT-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "EXTRACTS RECEIVED      " DELIMITED BY SIZE
        WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE WS-SC-BALANCED-RUNS (SC-IDX 1) TO WS-COUNT-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "TRAILER BALANCED       " DELIMITED BY SIZE
        WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE WS-SC-RECORDS (SC-IDX 1) TO WS-COUNT-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "RECORDS RECEIVED       " DELIMITED BY SIZE
        WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE WS-SC-ACCEPTED (SC-IDX 1) TO WS-COUNT-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "RECORDS ACCEPTED       " DELIMITED BY SIZE
        WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE WS-SC-REJECTS (SC-IDX 1) TO WS-COUNT-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "RECORDS REJECTED       " DELIMITED BY SIZE
        WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE WS-SC-DUPLICATES (SC-IDX 1) TO WS-COUNT-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "DUPLICATES FOUND       " DELIMITED BY SIZE
        WS-COUNT-ED DELIMITED BY SIZE
        "  (REJECTED OR WARNED)" DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE WS-SC-LATE (SC-IDX 1) TO WS-COUNT-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "LATE-DATED ACCEPTED    " DELIMITED BY SIZE
        WS-COUNT-ED DELIMITED BY SIZE
        "  (OVER 7 BUSINESS DAYS OLD)" DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-MEASURE-COLUMN-LINE
    MOVE "REJECT RATE" TO WS-MEASURE-NAME
    MOVE WS-SC-REJECT-PCT (SC-IDX 1) TO WS-MEASURE-THIS
    MOVE WS-THR-MAX-REJECT (THR-IDX) TO WS-MEASURE-LIMIT
    MOVE WS-SC-REJECT-PCT (SC-IDX 2) TO WS-MEASURE-LAST
    SET WS-LOWER-IS-BETTER TO TRUE
    PERFORM WRITE-MEASURE-LINE
    MOVE "DUPLICATE RATE" TO WS-MEASURE-NAME
    MOVE WS-SC-DUP-PCT (SC-IDX 1) TO WS-MEASURE-THIS
    MOVE WS-THR-MAX-DUP (THR-IDX) TO WS-MEASURE-LIMIT
    MOVE WS-SC-DUP-PCT (SC-IDX 2) TO WS-MEASURE-LAST
    SET WS-LOWER-IS-BETTER TO TRUE
    PERFORM WRITE-MEASURE-LINE
    MOVE "STALE RATE" TO WS-MEASURE-NAME
    MOVE WS-SC-STALE-PCT (SC-IDX 1) TO WS-MEASURE-THIS
    MOVE WS-THR-MAX-STALE (THR-IDX) TO WS-MEASURE-LIMIT
    MOVE WS-SC-STALE-PCT (SC-IDX 2) TO WS-MEASURE-LAST
    SET WS-LOWER-IS-BETTER TO TRUE
    PERFORM WRITE-MEASURE-LINE
    MOVE "LATE-DATED RATE" TO WS-MEASURE-NAME
    MOVE WS-SC-LATE-PCT (SC-IDX 1) TO WS-MEASURE-THIS
    MOVE WS-THR-MAX-LATE (THR-IDX) TO WS-MEASURE-LIMIT
    MOVE WS-SC-LATE-PCT (SC-IDX 2) TO WS-MEASURE-LAST
    SET WS-LOWER-IS-BETTER TO TRUE
    PERFORM WRITE-MEASURE-LINE
    MOVE "TRAILERS BALANCED" TO WS-MEASURE-NAME
    MOVE WS-SC-BALANCED-PCT (SC-IDX 1) TO WS-MEASURE-THIS
    MOVE WS-THR-MIN-BALANCED (THR-IDX) TO WS-MEASURE-LIMIT
    MOVE WS-SC-BALANCED-PCT (SC-IDX 2) TO WS-MEASURE-LAST
    SET WS-HIGHER-IS-BETTER TO TRUE
    PERFORM WRITE-MEASURE-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE "REJECT REASONS" TO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE WS-SC-REJ-FORMAT (SC-IDX 1) TO WS-COUNT-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  FORMAT (VALUE/ACCOUNT ID) " DELIMITED BY SIZE
        WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE WS-SC-REJ-DATE (SC-IDX 1) TO WS-COUNT-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  INVALID OR FUTURE DATE    " DELIMITED BY SIZE
        WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE WS-SC-REJ-STALE (SC-IDX 1) TO WS-COUNT-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  STALE TRANSACTION DATE    " DELIMITED BY SIZE
        WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE WS-SC-REJ-ACCOUNT (SC-IDX 1) TO WS-COUNT-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  UNKNOWN OR CLOSED ACCOUNT " DELIMITED BY SIZE
        WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE WS-SC-REJ-DUPLICATE (SC-IDX 1) TO WS-COUNT-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  DUPLICATE TRANSACTION     " DELIMITED BY SIZE
        WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE WS-SC-REJ-CORRECTION (SC-IDX 1) TO WS-COUNT-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  REVERSAL/ADJUSTMENT       " DELIMITED BY SIZE
        WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE
    MOVE WS-SC-REJ-OTHER (SC-IDX 1) TO WS-COUNT-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  OTHER                     " DELIMITED BY SIZE
        WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE SCORECARD-LINE FROM WS-REPORT-LINE.

WRITE-MEASURE-LINE.
    MOVE "N" TO WS-MEASURE-MET-SWITCH
    EVALUATE TRUE
        WHEN WS-LOWER-IS-BETTER
                AND WS-MEASURE-THIS NOT > WS-MEASURE-LIMIT
            SET WS-MEASURE-MET TO TRUE
        WHEN WS-HIGHER-IS-BETTER
                AND WS-MEASURE-THIS NOT < WS-MEASURE-LIMIT
            SET WS-MEASURE-MET TO TRUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EVALUATE TRUE
        WHEN WS-SC-RUNS (SC-IDX 1) = 0
            MOVE "-" TO WS-RESULT-TEXT
        WHEN WS-MEASURE-MET
            MOVE "MET" TO WS-RESULT-TEXT
        WHEN OTHER
            MOVE "MISSED" TO WS-RESULT-TEXT
    END-EVALUATE
    EVALUATE TRUE
        WHEN WS-SC-RUNS (SC-IDX 1) = 0
            MOVE SPACES TO WS-TREND-TEXT
        WHEN WS-SC-RUNS (SC-IDX 2) = 0
            MOVE "NEW" TO WS-TREND-TEXT
        WHEN WS-MEASURE-THIS = WS-MEASURE-LAST
            MOVE "SAME" TO WS-TREND-TEXT
        WHEN WS-LOWER-IS-BETTER
                AND WS-MEASURE-THIS < WS-MEASURE-LAST
            MOVE "BETTER" TO WS-TREND-TEXT
        WHEN WS-HIGHER-IS-BETTER
                AND WS-MEASURE-THIS > WS-MEASURE-LAST
            MOVE "BETTER" TO WS-TREND-TEXT
        WHEN OTHER
            MOVE "WORSE" TO WS-TREND-TEXT
    END-EVALUATE
    MOVE WS-MEASURE-NAME TO MDL-NAME
    MOVE WS-MEASURE-THIS TO MDL-THIS
    IF WS-LOWER-IS-BETTER
        MOVE "MAX" TO MDL-LIMIT-TYPE
    ELSE
        MOVE "MIN" TO MDL-LIMIT-TYPE
    END-IF
    MOVE WS-MEASURE-LIMIT TO MDL-LIMIT
    MOVE WS-RESULT-TEXT TO MDL-RESULT
    IF WS-SC-RUNS (SC-IDX 2) = 0
        MOVE "    -" TO MDL-LAST
    ELSE
        MOVE WS-MEASURE-LAST TO WS-LAST-PCT-ED
        MOVE SPACES TO MDL-LAST
        STRING WS-LAST-PCT-ED DELIMITED BY SIZE
            "%" DELIMITED BY SIZE
            INTO MDL-LAST
    END-IF
    MOVE WS-TREND-TEXT TO MDL-TREND
    WRITE SCORECARD-LINE FROM WS-MEASURE-DETAIL-LINE.
