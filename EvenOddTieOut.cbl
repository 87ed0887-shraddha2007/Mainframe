IDENTIFICATION DIVISION.
PROGRAM-ID. EVENODD-TIEOUT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RH-RUN-KEY
        FILE STATUS IS WS-RUNHIST-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AUD-RUN-KEY
        FILE STATUS IS WS-AUDIT-STATUS.
    SELECT CLASS-FILE ASSIGN TO "CLASSVSAM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CLASS-RECORD-KEY
        ALTERNATE RECORD KEY IS CLASS-ACCOUNT-ID WITH DUPLICATES
        FILE STATUS IS WS-CLASS-STATUS.
    SELECT ARCHIVE-FILE ASSIGN TO "ARCHFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHIVE-STATUS.
    SELECT REJECT-FILE ASSIGN TO "REJLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.
    SELECT TIEOUT-REPORT-FILE ASSIGN TO "TIERPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TIERPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-HISTORY-FILE.
    COPY RUNHREC.

FD  AUDIT-FILE.
    COPY AUDREC.

FD  CLASS-FILE.
    COPY CLASSREC.

FD  ARCHIVE-FILE
    RECORDING MODE IS F.
01  ARCHIVE-LINE        PIC X(80).

FD  REJECT-FILE
    RECORDING MODE IS F.
    COPY REJREC.

FD  TIEOUT-REPORT-FILE
    RECORDING MODE IS F.
01  TIEOUT-REPORT-LINE  PIC X(132).

WORKING-STORAGE SECTION.
01  WS-RUNHIST-STATUS   PIC XX VALUE SPACES.
01  WS-AUDIT-STATUS     PIC XX VALUE SPACES.
01  WS-CLASS-STATUS     PIC XX VALUE SPACES.
01  WS-ARCHIVE-STATUS   PIC XX VALUE SPACES.
01  WS-REJECT-STATUS    PIC XX VALUE SPACES.
01  WS-TIERPT-STATUS    PIC XX VALUE SPACES.
01  WS-EOF-SWITCH       PIC X VALUE "N".
    88  WS-END-OF-FILE  VALUE "Y".
01  WS-RUN-FOUND-SWITCH PIC X VALUE "N".
    88  WS-RUN-FOUND    VALUE "Y".
01  WS-TABLE-FULL-SWITCH PIC X VALUE "N".
    88  WS-RUN-TABLE-FULL VALUE "Y".
01  WS-SLOT-SWITCH      PIC X VALUE "N".
    88  WS-SLOT-FOUND   VALUE "Y".
01  WS-BLOCK-OPEN-SWITCH PIC X VALUE "N".
    88  WS-BLOCK-OPEN   VALUE "Y".
01  WS-BLOCK-TRAILER-SWITCH PIC X VALUE "N".
    88  WS-BLOCK-BALANCED VALUE "Y".

01  WS-FROM-DATE        PIC 9(8) VALUE 0.
01  WS-TO-DATE          PIC 9(8) VALUE 99999999.
01  WS-FIND-DATE        PIC 9(8) VALUE 0.
01  WS-DATE-ED          PIC 9(4)/9(2)/9(2).

01  WS-RUN-TABLE.
    05  WS-RUN-COUNT        PIC 9(4) VALUE 0.
    05  WS-RUN-ENTRY OCCURS 1000 TIMES INDEXED BY RUN-IDX.
        10  WS-RUN-DATE         PIC 9(8).
        10  WS-RH-RECORDS       PIC 9(3).
        10  WS-RH-TIME          PIC 9(6).
        10  WS-RH-TOTAL         PIC 9(7).
        10  WS-RH-REJECTS       PIC 9(7).
        10  WS-AUD-RECORDS      PIC 9(3).
        10  WS-AUD-TIME         PIC 9(6).
        10  WS-AUD-TOTAL        PIC 9(7).
        10  WS-AUD-REJECTS      PIC 9(7).
        10  WS-AUD-SUM          PIC S9(11).
        10  WS-LIVE-COUNT       PIC 9(7).
        10  WS-LIVE-SUM         PIC S9(11).
        10  WS-ARCH-BLOCKS      PIC 9(3).
        10  WS-ARCH-BAD-BLOCKS  PIC 9(3).
        10  WS-ARCH-COUNT       PIC 9(7).
        10  WS-ARCH-SUM         PIC S9(11).
        10  WS-REJ-OUTSTANDING  PIC 9(7).
01  WS-RUN-IX           PIC 9(4) VALUE 0.
01  WS-SHIFT-IX         PIC 9(4) VALUE 0.

01  WS-BLOCK-CONTROL.
    05  WS-BLOCK-RUN-DATE   PIC 9(8) VALUE 0.
    05  WS-BLOCK-COUNT      PIC 9(7) VALUE 0.
    05  WS-BLOCK-HASH       PIC S9(11) VALUE 0.
    05  WS-TRL-COUNT        PIC 9(7) VALUE 0.
    05  WS-TRL-HASH         PIC S9(11) VALUE 0.

01  WS-FIELDS.
    05  WS-REC-TYPE     PIC X(2).
    05  WS-FLD-RUN-DATE PIC X(8).
    05  WS-FLD-RECNUM   PIC X(7).
    05  WS-FLD-VALUE    PIC X(10).
    05  WS-FLD-HASH     PIC X(12).
01  WS-RECORD-VALUE     PIC S9(9) VALUE 0.

01  WS-HELD-COUNT       PIC 9(7) VALUE 0.
01  WS-HELD-SUM         PIC S9(11) VALUE 0.
01  WS-PROCESSED-COUNT  PIC 9(7) VALUE 0.
01  WS-TIED-COUNT       PIC 9(7) VALUE 0.
01  WS-RUN-DISCREPANCIES PIC 9(3) VALUE 0.
01  WS-DISCREPANCY-COUNT PIC 9(5) VALUE 0.
01  WS-RUNS-FAILED      PIC 9(4) VALUE 0.
01  WS-DISCREPANCY-TEXT PIC X(100) VALUE SPACES.
01  WS-SUM-OUT          PIC S9(11) SIGN LEADING SEPARATE CHARACTER.
01  WS-SUM-OUT2         PIC S9(11) SIGN LEADING SEPARATE CHARACTER.

01  WS-REPORT-LINE      PIC X(132).

LINKAGE SECTION.
01  LS-PARM.
    05  LS-PARM-LEN         PIC S9(4) COMP.
    05  LS-PARM-TEXT        PIC X(20).

PROCEDURE DIVISION USING LS-PARM.
MAIN-PROCEDURE.
    PERFORM PARSE-PARM
    PERFORM LOAD-RUN-HISTORY
    PERFORM LOAD-AUDIT-LOG
    PERFORM LOAD-CLASS-FILE
    PERFORM LOAD-ARCHIVE-FILE
    PERFORM LOAD-REJECT-LOG
    OPEN OUTPUT TIEOUT-REPORT-FILE
    IF WS-TIERPT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING TIERPT - FILE STATUS " WS-TIERPT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WRITE-TIEOUT-HEADING
    PERFORM CHECK-RUN-ENTRY
        VARYING WS-RUN-IX FROM 1 BY 1
        UNTIL WS-RUN-IX > WS-RUN-COUNT
    PERFORM WRITE-TIEOUT-TOTALS
    CLOSE TIEOUT-REPORT-FILE
    DISPLAY "RUNS CHECKED     : " WS-RUN-COUNT
    DISPLAY "RUNS TIED OUT    : " WS-TIED-COUNT
    DISPLAY "RUNS FAILING     : " WS-RUNS-FAILED
    DISPLAY "DISCREPANCIES    : " WS-DISCREPANCY-COUNT
    IF WS-RUN-TABLE-FULL
        DISPLAY "MORE THAN 1000 RUN DATES IN RANGE - TIE-OUT"
            " INCOMPLETE, NARROW THE DATE RANGE"
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF
    IF WS-DISCREPANCY-COUNT > 0
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    IF WS-RUN-COUNT = 0
        DISPLAY "NO RUNS IN REQUESTED RANGE"
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    STOP RUN.

PARSE-PARM.
    MOVE 0 TO WS-FROM-DATE
    MOVE 99999999 TO WS-TO-DATE
    EVALUATE TRUE
        WHEN LS-PARM-LEN = 0
            CONTINUE
        WHEN LS-PARM-LEN = 8
                AND LS-PARM-TEXT (1:8) IS NUMERIC
            MOVE LS-PARM-TEXT (1:8) TO WS-FROM-DATE
            MOVE WS-FROM-DATE TO WS-TO-DATE
        WHEN LS-PARM-LEN = 17
                AND LS-PARM-TEXT (1:8) IS NUMERIC
                AND LS-PARM-TEXT (9:1) = "-"
                AND LS-PARM-TEXT (10:8) IS NUMERIC
            MOVE LS-PARM-TEXT (1:8) TO WS-FROM-DATE
            MOVE LS-PARM-TEXT (10:8) TO WS-TO-DATE
        WHEN OTHER
            DISPLAY "INVALID DATE RANGE PARM - CHECKING ALL RUNS"
    END-EVALUATE
    DISPLAY "TIE-OUT FROM " WS-FROM-DATE " TO " WS-TO-DATE.

LOAD-RUN-HISTORY.
    OPEN INPUT RUN-HISTORY-FILE
    EVALUATE TRUE
        WHEN WS-RUNHIST-STATUS = "35"
            DISPLAY "RUNHIST NOT AVAILABLE - NO RUN TOTALS TO TIE TO"
        WHEN WS-RUNHIST-STATUS NOT = "00"
            DISPLAY "ERROR OPENING RUNHIST - FILE STATUS "
                WS-RUNHIST-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        WHEN OTHER
            MOVE "N" TO WS-EOF-SWITCH
            MOVE WS-FROM-DATE TO RH-RUN-DATE
            MOVE 0 TO RH-RUN-TIME
            START RUN-HISTORY-FILE KEY IS NOT LESS THAN RH-RUN-KEY
                INVALID KEY
                    SET WS-END-OF-FILE TO TRUE
            END-START
            PERFORM UNTIL WS-END-OF-FILE
                READ RUN-HISTORY-FILE NEXT RECORD
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF RH-RUN-DATE > WS-TO-DATE
                            SET WS-END-OF-FILE TO TRUE
                        ELSE
                            PERFORM POST-RUN-HISTORY
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RUN-HISTORY-FILE
    END-EVALUATE.

POST-RUN-HISTORY.
    MOVE RH-RUN-DATE TO WS-FIND-DATE
    PERFORM FIND-RUN-ENTRY
    IF WS-RUN-FOUND
        ADD 1 TO WS-RH-RECORDS (RUN-IDX)
        MOVE RH-RUN-TIME TO WS-RH-TIME (RUN-IDX)
        MOVE RH-TOTAL-COUNT TO WS-RH-TOTAL (RUN-IDX)
        MOVE RH-REJECT-COUNT TO WS-RH-REJECTS (RUN-IDX)
    END-IF.

LOAD-AUDIT-LOG.
    OPEN INPUT AUDIT-FILE
    EVALUATE TRUE
        WHEN WS-AUDIT-STATUS = "35"
            DISPLAY "AUDITLOG NOT AVAILABLE - NO AUDIT TOTALS TO TIE TO"
        WHEN WS-AUDIT-STATUS NOT = "00"
            DISPLAY "ERROR OPENING AUDITLOG - FILE STATUS "
                WS-AUDIT-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        WHEN OTHER
            MOVE "N" TO WS-EOF-SWITCH
            MOVE WS-FROM-DATE TO AUD-RUN-DATE
            MOVE 0 TO AUD-RUN-TIME
            START AUDIT-FILE KEY IS NOT LESS THAN AUD-RUN-KEY
                INVALID KEY
                    SET WS-END-OF-FILE TO TRUE
            END-START
            PERFORM UNTIL WS-END-OF-FILE
                READ AUDIT-FILE NEXT RECORD
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF AUD-RUN-DATE > WS-TO-DATE
                            SET WS-END-OF-FILE TO TRUE
                        ELSE
                            PERFORM POST-AUDIT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AUDIT-FILE
    END-EVALUATE.

POST-AUDIT-RECORD.
    MOVE AUD-RUN-DATE TO WS-FIND-DATE
    PERFORM FIND-RUN-ENTRY
    IF WS-RUN-FOUND
        ADD 1 TO WS-AUD-RECORDS (RUN-IDX)
        MOVE AUD-RUN-TIME TO WS-AUD-TIME (RUN-IDX)
        MOVE AUD-TOTAL-COUNT TO WS-AUD-TOTAL (RUN-IDX)
        MOVE AUD-REJECT-COUNT TO WS-AUD-REJECTS (RUN-IDX)
        MOVE AUD-ACTUAL-SUM TO WS-AUD-SUM (RUN-IDX)
    END-IF.

LOAD-CLASS-FILE.
    OPEN INPUT CLASS-FILE
    EVALUATE TRUE
        WHEN WS-CLASS-STATUS = "35"
            DISPLAY "CLASSVSAM NOT AVAILABLE - NO LIVE RUNS"
        WHEN WS-CLASS-STATUS NOT = "00"
            DISPLAY "ERROR OPENING CLASSVSAM - FILE STATUS "
                WS-CLASS-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        WHEN OTHER
            MOVE "N" TO WS-EOF-SWITCH
            MOVE WS-FROM-DATE TO CLASS-RUN-DATE
            MOVE 0 TO CLASS-RECORD-NUMBER
            START CLASS-FILE KEY IS NOT LESS THAN CLASS-RECORD-KEY
                INVALID KEY
                    SET WS-END-OF-FILE TO TRUE
            END-START
            PERFORM UNTIL WS-END-OF-FILE
                READ CLASS-FILE NEXT RECORD
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF CLASS-RUN-DATE > WS-TO-DATE
                            SET WS-END-OF-FILE TO TRUE
                        ELSE
                            PERFORM POST-CLASS-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CLASS-FILE
    END-EVALUATE.

POST-CLASS-RECORD.
    IF CLASS-RUN-DATE NOT = WS-FIND-DATE OR NOT WS-RUN-FOUND
        MOVE CLASS-RUN-DATE TO WS-FIND-DATE
        PERFORM FIND-RUN-ENTRY
    END-IF
    IF WS-RUN-FOUND
        ADD 1 TO WS-LIVE-COUNT (RUN-IDX)
        ADD CLASS-VALUE TO WS-LIVE-SUM (RUN-IDX)
    END-IF.

LOAD-ARCHIVE-FILE.
    OPEN INPUT ARCHIVE-FILE
    EVALUATE TRUE
        WHEN WS-ARCHIVE-STATUS = "35"
            DISPLAY "ARCHFILE NOT AVAILABLE - NO ARCHIVED RUNS"
        WHEN WS-ARCHIVE-STATUS NOT = "00"
            DISPLAY "ERROR OPENING ARCHFILE - FILE STATUS "
                WS-ARCHIVE-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        WHEN OTHER
            MOVE "N" TO WS-EOF-SWITCH
            MOVE "N" TO WS-BLOCK-OPEN-SWITCH
            PERFORM UNTIL WS-END-OF-FILE
                READ ARCHIVE-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM PROCESS-ARCHIVE-LINE
                END-READ
            END-PERFORM
            IF WS-BLOCK-OPEN
                PERFORM POST-ARCHIVE-BLOCK
            END-IF
            CLOSE ARCHIVE-FILE
    END-EVALUATE.

PROCESS-ARCHIVE-LINE.
    EVALUATE ARCHIVE-LINE (1:2)
        WHEN "H|"
            IF WS-BLOCK-OPEN
                PERFORM POST-ARCHIVE-BLOCK
            END-IF
            PERFORM START-ARCHIVE-BLOCK
        WHEN "D|"
            PERFORM TALLY-ARCHIVE-DETAIL
        WHEN "T|"
            PERFORM CHECK-ARCHIVE-TRAILER
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

START-ARCHIVE-BLOCK.
    SET WS-BLOCK-OPEN TO TRUE
    MOVE "N" TO WS-BLOCK-TRAILER-SWITCH
    MOVE 0 TO WS-BLOCK-COUNT
    MOVE 0 TO WS-BLOCK-HASH
    IF ARCHIVE-LINE (3:8) IS NUMERIC
        MOVE ARCHIVE-LINE (3:8) TO WS-BLOCK-RUN-DATE
    ELSE
        MOVE 0 TO WS-BLOCK-RUN-DATE
    END-IF.

TALLY-ARCHIVE-DETAIL.
    IF WS-BLOCK-OPEN
        MOVE SPACES TO WS-FIELDS
        UNSTRING ARCHIVE-LINE DELIMITED BY "|"
            INTO WS-REC-TYPE
                 WS-FLD-RUN-DATE
                 WS-FLD-RECNUM
                 WS-FLD-VALUE
        END-UNSTRING
        ADD 1 TO WS-BLOCK-COUNT
        COMPUTE WS-RECORD-VALUE =
            FUNCTION NUMVAL (WS-FLD-VALUE)
        ADD WS-RECORD-VALUE TO WS-BLOCK-HASH
    END-IF.

CHECK-ARCHIVE-TRAILER.
    IF WS-BLOCK-OPEN
        MOVE SPACES TO WS-FIELDS
        UNSTRING ARCHIVE-LINE DELIMITED BY "|"
            INTO WS-REC-TYPE
                 WS-FLD-RECNUM
                 WS-FLD-HASH
        END-UNSTRING
        IF WS-FLD-RECNUM (1:7) IS NUMERIC
            MOVE WS-FLD-RECNUM TO WS-TRL-COUNT
            COMPUTE WS-TRL-HASH = FUNCTION NUMVAL (WS-FLD-HASH)
            IF WS-TRL-COUNT = WS-BLOCK-COUNT
                    AND WS-TRL-HASH = WS-BLOCK-HASH
                SET WS-BLOCK-BALANCED TO TRUE
            END-IF
        END-IF
        PERFORM POST-ARCHIVE-BLOCK
    END-IF.

POST-ARCHIVE-BLOCK.
    MOVE "N" TO WS-BLOCK-OPEN-SWITCH
    IF WS-BLOCK-RUN-DATE > 0
            AND WS-BLOCK-RUN-DATE >= WS-FROM-DATE
            AND WS-BLOCK-RUN-DATE <= WS-TO-DATE
        MOVE WS-BLOCK-RUN-DATE TO WS-FIND-DATE
        PERFORM FIND-RUN-ENTRY
        IF WS-RUN-FOUND
            ADD 1 TO WS-ARCH-BLOCKS (RUN-IDX)
            IF WS-ARCH-BLOCKS (RUN-IDX) = 1
                MOVE WS-BLOCK-COUNT TO WS-ARCH-COUNT (RUN-IDX)
                MOVE WS-BLOCK-HASH TO WS-ARCH-SUM (RUN-IDX)
            END-IF
            IF NOT WS-BLOCK-BALANCED
                ADD 1 TO WS-ARCH-BAD-BLOCKS (RUN-IDX)
            END-IF
        END-IF
    END-IF.

LOAD-REJECT-LOG.
    OPEN INPUT REJECT-FILE
    EVALUATE TRUE
        WHEN WS-REJECT-STATUS = "35"
            DISPLAY "REJLOG NOT AVAILABLE - NO OUTSTANDING REJECTS"
        WHEN WS-REJECT-STATUS NOT = "00"
            DISPLAY "ERROR OPENING REJLOG - FILE STATUS "
                WS-REJECT-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        WHEN OTHER
            MOVE "N" TO WS-EOF-SWITCH
            PERFORM UNTIL WS-END-OF-FILE
                READ REJECT-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM POST-REJECT-ENTRY
                END-READ
            END-PERFORM
            CLOSE REJECT-FILE
    END-EVALUATE.

POST-REJECT-ENTRY.
    IF REJ-RUN-DATE IS NUMERIC
            AND REJ-RUN-DATE > 0
            AND REJ-RECORD-NUMBER IS NUMERIC
            AND REJ-RECORD-NUMBER > 0
            AND REJ-RUN-DATE >= WS-FROM-DATE
            AND REJ-RUN-DATE <= WS-TO-DATE
        MOVE REJ-RUN-DATE TO WS-FIND-DATE
        PERFORM FIND-RUN-ENTRY
        IF WS-RUN-FOUND
            ADD 1 TO WS-REJ-OUTSTANDING (RUN-IDX)
        END-IF
    END-IF.

FIND-RUN-ENTRY.
    MOVE "N" TO WS-RUN-FOUND-SWITCH
    IF WS-RUN-COUNT > 0
        SET RUN-IDX TO 1
        SEARCH WS-RUN-ENTRY
            AT END
                CONTINUE
            WHEN RUN-IDX > WS-RUN-COUNT
                CONTINUE
            WHEN WS-RUN-DATE (RUN-IDX) = WS-FIND-DATE
                SET WS-RUN-FOUND TO TRUE
        END-SEARCH
    END-IF
    IF NOT WS-RUN-FOUND
        PERFORM ADD-RUN-ENTRY
    END-IF.

ADD-RUN-ENTRY.
    IF WS-RUN-COUNT >= 1000
        SET WS-RUN-TABLE-FULL TO TRUE
    ELSE
        MOVE WS-RUN-COUNT TO WS-SHIFT-IX
        MOVE "N" TO WS-SLOT-SWITCH
        PERFORM UNTIL WS-SLOT-FOUND
            IF WS-SHIFT-IX = 0
                SET WS-SLOT-FOUND TO TRUE
            ELSE
                IF WS-RUN-DATE (WS-SHIFT-IX) < WS-FIND-DATE
                    SET WS-SLOT-FOUND TO TRUE
                ELSE
                    MOVE WS-RUN-ENTRY (WS-SHIFT-IX)
                        TO WS-RUN-ENTRY (WS-SHIFT-IX + 1)
                    SUBTRACT 1 FROM WS-SHIFT-IX
                END-IF
            END-IF
        END-PERFORM
        ADD 1 TO WS-RUN-COUNT
        ADD 1 TO WS-SHIFT-IX
        SET RUN-IDX TO WS-SHIFT-IX
        MOVE WS-FIND-DATE TO WS-RUN-DATE (RUN-IDX)
        MOVE 0 TO WS-RH-RECORDS (RUN-IDX)
        MOVE 0 TO WS-RH-TIME (RUN-IDX)
        MOVE 0 TO WS-RH-TOTAL (RUN-IDX)
        MOVE 0 TO WS-RH-REJECTS (RUN-IDX)
        MOVE 0 TO WS-AUD-RECORDS (RUN-IDX)
        MOVE 0 TO WS-AUD-TIME (RUN-IDX)
        MOVE 0 TO WS-AUD-TOTAL (RUN-IDX)
        MOVE 0 TO WS-AUD-REJECTS (RUN-IDX)
        MOVE 0 TO WS-AUD-SUM (RUN-IDX)
        MOVE 0 TO WS-LIVE-COUNT (RUN-IDX)
        MOVE 0 TO WS-LIVE-SUM (RUN-IDX)
        MOVE 0 TO WS-ARCH-BLOCKS (RUN-IDX)
        MOVE 0 TO WS-ARCH-BAD-BLOCKS (RUN-IDX)
        MOVE 0 TO WS-ARCH-COUNT (RUN-IDX)
        MOVE 0 TO WS-ARCH-SUM (RUN-IDX)
        MOVE 0 TO WS-REJ-OUTSTANDING (RUN-IDX)
        SET WS-RUN-FOUND TO TRUE
    END-IF.

WRITE-TIEOUT-HEADING.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "RUN TIE-OUT ACROSS CLASSVSAM, RUNHIST, AUDITLOG, "
            DELIMITED BY SIZE
        "ARCHFILE AND REJLOG " DELIMITED BY SIZE
        WS-FROM-DATE DELIMITED BY SIZE
        " - " DELIMITED BY SIZE
        WS-TO-DATE DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-LINE.

CHECK-RUN-ENTRY.
    SET RUN-IDX TO WS-RUN-IX
    MOVE 0 TO WS-RUN-DISCREPANCIES
    MOVE WS-RUN-DATE (RUN-IDX) TO WS-DATE-ED
    COMPUTE WS-HELD-COUNT =
        WS-LIVE-COUNT (RUN-IDX) + WS-ARCH-COUNT (RUN-IDX)
    COMPUTE WS-HELD-SUM =
        WS-LIVE-SUM (RUN-IDX) + WS-ARCH-SUM (RUN-IDX)
    COMPUTE WS-PROCESSED-COUNT =
        WS-RH-TOTAL (RUN-IDX) + WS-RH-REJECTS (RUN-IDX)
    PERFORM WRITE-RUN-FIGURES
    PERFORM CHECK-RUN-HISTORY
    PERFORM CHECK-RUN-LOCATION
    PERFORM CHECK-RUN-TOTALS
    MOVE SPACES TO WS-REPORT-LINE
    IF WS-RUN-DISCREPANCIES = 0
        ADD 1 TO WS-TIED-COUNT
        STRING "    RUN " DELIMITED BY SIZE
            WS-DATE-ED DELIMITED BY SIZE
            " TIES OUT" DELIMITED BY SIZE
            INTO WS-REPORT-LINE
    ELSE
        ADD 1 TO WS-RUNS-FAILED
        STRING "    RUN " DELIMITED BY SIZE
            WS-DATE-ED DELIMITED BY SIZE
            " FAILS TO TIE OUT - " DELIMITED BY SIZE
            WS-RUN-DISCREPANCIES DELIMITED BY SIZE
            " DISCREPANCIES" DELIMITED BY SIZE
            INTO WS-REPORT-LINE
    END-IF
    WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-LINE.

WRITE-RUN-FIGURES.
    MOVE WS-HELD-SUM TO WS-SUM-OUT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "RUN " DELIMITED BY SIZE
        WS-DATE-ED DELIMITED BY SIZE
        " RUNHIST TOT=" DELIMITED BY SIZE
        WS-RH-TOTAL (RUN-IDX) DELIMITED BY SIZE
        " REJ=" DELIMITED BY SIZE
        WS-RH-REJECTS (RUN-IDX) DELIMITED BY SIZE
        " LIVE=" DELIMITED BY SIZE
        WS-LIVE-COUNT (RUN-IDX) DELIMITED BY SIZE
        " ARCH=" DELIMITED BY SIZE
        WS-ARCH-COUNT (RUN-IDX) DELIMITED BY SIZE
        " BLOCKS=" DELIMITED BY SIZE
        WS-ARCH-BLOCKS (RUN-IDX) DELIMITED BY SIZE
        " REJLOG=" DELIMITED BY SIZE
        WS-REJ-OUTSTANDING (RUN-IDX) DELIMITED BY SIZE
        " SUM=" DELIMITED BY SIZE
        WS-SUM-OUT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-LINE.

CHECK-RUN-HISTORY.
    EVALUATE TRUE
        WHEN WS-RH-RECORDS (RUN-IDX) = 0
            MOVE "NO RUNHIST RECORD FOR RUN" TO WS-DISCREPANCY-TEXT
            PERFORM REPORT-DISCREPANCY
        WHEN WS-AUD-RECORDS (RUN-IDX) = 0
            MOVE "NO AUDITLOG RECORD FOR RUN" TO WS-DISCREPANCY-TEXT
            PERFORM REPORT-DISCREPANCY
        WHEN WS-AUD-TIME (RUN-IDX) NOT = WS-RH-TIME (RUN-IDX)
            MOVE SPACES TO WS-DISCREPANCY-TEXT
            STRING "LATEST AUDITLOG RUN TIME " DELIMITED BY SIZE
                WS-AUD-TIME (RUN-IDX) DELIMITED BY SIZE
                " NOT LATEST RUNHIST RUN TIME " DELIMITED BY SIZE
                WS-RH-TIME (RUN-IDX) DELIMITED BY SIZE
                INTO WS-DISCREPANCY-TEXT
            PERFORM REPORT-DISCREPANCY
        WHEN WS-AUD-TOTAL (RUN-IDX) NOT = WS-RH-TOTAL (RUN-IDX)
                OR WS-AUD-REJECTS (RUN-IDX)
                    NOT = WS-RH-REJECTS (RUN-IDX)
            MOVE SPACES TO WS-DISCREPANCY-TEXT
            STRING "AUDITLOG TOTAL " DELIMITED BY SIZE
                WS-AUD-TOTAL (RUN-IDX) DELIMITED BY SIZE
                " REJECTS " DELIMITED BY SIZE
                WS-AUD-REJECTS (RUN-IDX) DELIMITED BY SIZE
                " - RUNHIST TOTAL " DELIMITED BY SIZE
                WS-RH-TOTAL (RUN-IDX) DELIMITED BY SIZE
                " REJECTS " DELIMITED BY SIZE
                WS-RH-REJECTS (RUN-IDX) DELIMITED BY SIZE
                INTO WS-DISCREPANCY-TEXT
            PERFORM REPORT-DISCREPANCY
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

CHECK-RUN-LOCATION.
    IF WS-LIVE-COUNT (RUN-IDX) > 0 AND WS-ARCH-BLOCKS (RUN-IDX) > 0
        MOVE "RUN BOTH LIVE ON CLASSVSAM AND ARCHIVED ON ARCHFILE"
            TO WS-DISCREPANCY-TEXT
        PERFORM REPORT-DISCREPANCY
    END-IF
    IF WS-LIVE-COUNT (RUN-IDX) = 0 AND WS-ARCH-BLOCKS (RUN-IDX) = 0
            AND WS-RH-TOTAL (RUN-IDX) > 0
        MOVE "RUN NEITHER LIVE ON CLASSVSAM NOR ARCHIVED ON ARCHFILE"
            TO WS-DISCREPANCY-TEXT
        PERFORM REPORT-DISCREPANCY
    END-IF
    IF WS-ARCH-BLOCKS (RUN-IDX) > 1
        MOVE SPACES TO WS-DISCREPANCY-TEXT
        STRING "DUPLICATE ARCHIVE BLOCKS - RUN ARCHIVED "
                DELIMITED BY SIZE
            WS-ARCH-BLOCKS (RUN-IDX) DELIMITED BY SIZE
            " TIMES ON ARCHFILE" DELIMITED BY SIZE
            INTO WS-DISCREPANCY-TEXT
        PERFORM REPORT-DISCREPANCY
    END-IF
    IF WS-ARCH-BAD-BLOCKS (RUN-IDX) > 0
        MOVE SPACES TO WS-DISCREPANCY-TEXT
        STRING WS-ARCH-BAD-BLOCKS (RUN-IDX) DELIMITED BY SIZE
            " ARCHIVE BLOCK(S) MISSING OR NOT BALANCING TO TRAILER"
                DELIMITED BY SIZE
            INTO WS-DISCREPANCY-TEXT
        PERFORM REPORT-DISCREPANCY
    END-IF.

CHECK-RUN-TOTALS.
    IF WS-RH-RECORDS (RUN-IDX) > 0
        IF WS-HELD-COUNT NOT = WS-RH-TOTAL (RUN-IDX)
            MOVE SPACES TO WS-DISCREPANCY-TEXT
            STRING "RECORDS HELD " DELIMITED BY SIZE
                WS-HELD-COUNT DELIMITED BY SIZE
                " (CLASSVSAM " DELIMITED BY SIZE
                WS-LIVE-COUNT (RUN-IDX) DELIMITED BY SIZE
                " ARCHFILE " DELIMITED BY SIZE
                WS-ARCH-COUNT (RUN-IDX) DELIMITED BY SIZE
                ") - RUNHIST TOTAL " DELIMITED BY SIZE
                WS-RH-TOTAL (RUN-IDX) DELIMITED BY SIZE
                INTO WS-DISCREPANCY-TEXT
            PERFORM REPORT-DISCREPANCY
        END-IF
        IF WS-HELD-COUNT + WS-REJ-OUTSTANDING (RUN-IDX)
                NOT = WS-PROCESSED-COUNT
            MOVE SPACES TO WS-DISCREPANCY-TEXT
            STRING "ACCEPTED " DELIMITED BY SIZE
                WS-HELD-COUNT DELIMITED BY SIZE
                " + REJLOG OUTSTANDING " DELIMITED BY SIZE
                WS-REJ-OUTSTANDING (RUN-IDX) DELIMITED BY SIZE
                " - RUNHIST PROCESSED " DELIMITED BY SIZE
                WS-PROCESSED-COUNT DELIMITED BY SIZE
                INTO WS-DISCREPANCY-TEXT
            PERFORM REPORT-DISCREPANCY
        END-IF
    END-IF
    IF WS-AUD-RECORDS (RUN-IDX) > 0
            AND WS-HELD-SUM NOT = WS-AUD-SUM (RUN-IDX)
        MOVE WS-HELD-SUM TO WS-SUM-OUT
        MOVE WS-AUD-SUM (RUN-IDX) TO WS-SUM-OUT2
        MOVE SPACES TO WS-DISCREPANCY-TEXT
        STRING "VALUE SUM HELD " DELIMITED BY SIZE
            WS-SUM-OUT DELIMITED BY SIZE
            " - AUDITLOG SUM " DELIMITED BY SIZE
            WS-SUM-OUT2 DELIMITED BY SIZE
            INTO WS-DISCREPANCY-TEXT
        PERFORM REPORT-DISCREPANCY
    END-IF.

REPORT-DISCREPANCY.
    ADD 1 TO WS-RUN-DISCREPANCIES
    ADD 1 TO WS-DISCREPANCY-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "    RUN " DELIMITED BY SIZE
        WS-DATE-ED DELIMITED BY SIZE
        " *** " DELIMITED BY SIZE
        WS-DISCREPANCY-TEXT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-LINE
    DISPLAY "RUN " WS-RUN-DATE (RUN-IDX) " "
        WS-DISCREPANCY-TEXT.

WRITE-TIEOUT-TOTALS.
    IF WS-RUN-TABLE-FULL
        MOVE "MORE THAN 1000 RUN DATES - TIE-OUT INCOMPLETE"
            TO WS-REPORT-LINE
        WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "RUNS CHECKED: " DELIMITED BY SIZE
        WS-RUN-COUNT DELIMITED BY SIZE
        "  TIED OUT: " DELIMITED BY SIZE
        WS-TIED-COUNT DELIMITED BY SIZE
        "  FAILING: " DELIMITED BY SIZE
        WS-RUNS-FAILED DELIMITED BY SIZE
        "  DISCREPANCIES: " DELIMITED BY SIZE
        WS-DISCREPANCY-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-LINE.
