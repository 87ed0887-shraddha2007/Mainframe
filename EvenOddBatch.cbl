        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCT-ACCOUNT-ID
        FILE STATUS IS WS-ACCOUNT-STATUS.
    SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAL-DATE
        FILE STATUS IS WS-CALENDAR-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
    SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SC-STEP-KEY
        FILE STATUS IS WS-STEPCTL-STATUS.
    SELECT POSITION-FILE ASSIGN TO "POSNFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PSN-ACCOUNT-ID
        FILE STATUS IS WS-POSITION-STATUS.
    SELECT SOURCE-HISTORY-FILE ASSIGN TO "SRCHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SH-KEY
        FILE STATUS IS WS-SRCHIST-STATUS.
    SELECT SLA-HISTORY-FILE ASSIGN TO "SLAHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SLA-KEY
        FILE STATUS IS WS-SLAHIST-STATUS.
    SELECT ACK-FILE ASSIGN TO "ACKFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACKFILE-STATUS.
    SELECT BAND-FILE ASSIGN TO "BANDDEF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BANDDEF-STATUS.

DATA DIVISION.
FILE SECTION.
    05  QTY-TRAILER-TAG     PIC X(7).
    05  QTY-EXPECTED-COUNT  PIC 9(7).
    05  QTY-EXPECTED-SUM    PIC S9(9) SIGN LEADING SEPARATE CHARACTER.
    05  QTY-EXPECTED-CORRECTIONS PIC 9(7).
    05  FILLER              PIC X(9).
01  QTY-SOURCE-HEADER REDEFINES QTY-RECORD.
    05  QTY-SOURCE-TAG      PIC X(7).
    05  QTY-SOURCE-ID       PIC X(8).
    05  QTY-SOURCE-FILLER   PIC X(25).
01  QTY-CORRECTION REDEFINES QTY-RECORD.
    05  QTY-CORR-ACCOUNT-ID PIC X(10).
    05  QTY-ORIG-RUN-DATE   PIC 9(8).
    05  QTY-CORR-NUMBER     PIC S9(9) SIGN LEADING SEPARATE CHARACTER.
    05  QTY-CORR-TYPE       PIC X.
        88  QTY-REVERSAL    VALUE "R".
        88  QTY-ADJUSTMENT  VALUE "A".
    05  QTY-ORIG-RECORD-NUMBER PIC 9(7).
    05  QTY-CORR-FILLER     PIC X(4).

FD  SUMMARY-FILE
    RECORDING MODE IS F.
    05  CKPT-ACCT-AGE-OLDER PIC 9(7).
    05  CKPT-BUCKET-COUNTS.
        10  CKPT-BUCKET-COUNT PIC 9(7) OCCURS 7 TIMES.
    05  CKPT-REVERSAL-COUNT PIC 9(7).
    05  CKPT-ADJUSTMENT-COUNT PIC 9(7).
    05  CKPT-SOURCE-TABLE.
        10  CKPT-SOURCE-COUNT   PIC 9(2).
        10  CKPT-SOURCE-ENTRY OCCURS 10 TIMES.
            15  CKPT-SRC-EXPECTED-SUM PIC S9(9).
            15  CKPT-SRC-TRAILER-SW PIC X.
            15  CKPT-SRC-RECON-MSG  PIC X(40).
            15  CKPT-SRC-CORR-RECEIVED PIC 9(7).
            15  CKPT-SRC-REVERSAL-COUNT PIC 9(7).
            15  CKPT-SRC-ADJUST-COUNT PIC 9(7).
            15  CKPT-SRC-EXPECTED-CORR PIC 9(7).
            15  CKPT-SRC-CORR-TRAILER-SW PIC X.
            15  CKPT-SRC-DUP-COUNT  PIC 9(7).
            15  CKPT-SRC-LATE-COUNT PIC 9(7).
            15  CKPT-SRC-REJ-FORMAT PIC 9(7).
            15  CKPT-SRC-REJ-DATE   PIC 9(7).
            15  CKPT-SRC-REJ-STALE  PIC 9(7).
            15  CKPT-SRC-REJ-ACCOUNT PIC 9(7).
            15  CKPT-SRC-REJ-DUPLICATE PIC 9(7).
            15  CKPT-SRC-REJ-CORRECTION PIC 9(7).
            15  CKPT-SRC-REJ-OTHER  PIC 9(7).
    05  CKPT-BAND-TOTALS.
        10  CKPT-BAND-ENTRY OCCURS 20 TIMES.
            15  CKPT-BAND-COUNT     PIC 9(7).
            15  CKPT-BAND-SUM       PIC S9(11).
            15  CKPT-ACCT-BAND-COUNT PIC 9(7).
            15  CKPT-ACCT-BAND-SUM  PIC S9(11).

FD  CLASS-FILE.
    COPY CLASSREC.
FD  ACCOUNT-FILE.
    COPY ACCTREC.

FD  CALENDAR-FILE.
    COPY CALREC.

FD  RUN-CONTROL-FILE
    RECORDING MODE IS F.
    COPY RUNCREC.

FD  POSITION-FILE.
    COPY POSNREC.

FD  STEP-CONTROL-FILE.
    COPY STEPREC.

FD  SOURCE-HISTORY-FILE.
    COPY SRCHREC.

FD  SLA-HISTORY-FILE.
    COPY SLAHREC.

FD  ACK-FILE
    RECORDING MODE IS F.
    COPY ACKREC.

FD  BAND-FILE
    RECORDING MODE IS F.
    COPY BANDREC.

WORKING-STORAGE SECTION.
    COPY NUMREC.
01  WS-QTY-STATUS       PIC XX VALUE SPACES.
01  WS-DETAIL-STATUS     PIC XX VALUE SPACES.
01  WS-ACCOUNT-STATUS    PIC XX VALUE SPACES.
01  WS-RUNCTL-STATUS     PIC XX VALUE SPACES.
01  WS-STEPCTL-STATUS   PIC XX VALUE SPACES.
01  WS-STEP-ID          PIC X(8) VALUE "BATCH".
01  WS-STEP-PREREQ      PIC X(8) VALUE "ACCTFEED".
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
01  WS-BUSINESS-DATE     PIC 9(8) VALUE 0.
01  WS-REJECT-OPEN-SWITCH PIC X VALUE "N".
    88  WS-REJECT-FILE-OPEN VALUE "Y".
01  WS-REJECT-REASON    PIC X(20) VALUE SPACES.
01  WS-REJ-EOF-SWITCH   PIC X VALUE "N".
    88  WS-REJ-END-OF-FILE VALUE "Y".
01  WS-REJLOG-TABLE.
    05  WS-REJLOG-COUNT     PIC 9(4) VALUE 0.
    05  WS-REJLOG-IX        PIC 9(4) VALUE 0.
    05  WS-REJLOG-ENTRY     PIC X(90) OCCURS 5000 TIMES.
01  WS-REJLOG-DROPPED   PIC 9(7) VALUE 0.
01  WS-REJLOG-OVERFLOW-SWITCH PIC X VALUE "N".
    88  WS-REJLOG-OVERFLOW VALUE "Y".
01  WS-SRCHIST-STATUS   PIC XX VALUE SPACES.
01  WS-SRCHIST-NEW-SWITCH PIC X VALUE "N".
    88  WS-SRCHIST-FILE-NEW VALUE "Y".
01  WS-SRH-EOF-SWITCH   PIC X VALUE "N".
    88  WS-SRH-END-OF-FILE VALUE "Y".
01  WS-SLAHIST-STATUS   PIC XX VALUE SPACES.
01  WS-ACKFILE-STATUS   PIC XX VALUE SPACES.
01  WS-SOURCE-ACK-STATUS PIC X VALUE SPACE.
01  WS-ACK-DATE         PIC 9(8) VALUE 0.
01  WS-ACK-DETAIL-COUNT PIC 9(7) VALUE 0.
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
01  WS-BAND-TOTALS VALUE ZEROS.
    05  WS-BAND-TOTAL-ENTRY OCCURS 20 TIMES.
        10  BAND-COUNT          PIC 9(7).
        10  BAND-SUM            PIC S9(11).
        10  ACCT-BAND-COUNT     PIC 9(7).
        10  ACCT-BAND-SUM       PIC S9(11).
01  WS-BAND-SUM-OUT     PIC -(11)9.
01  WS-CHECKED-ACCOUNT  PIC X(10) VALUE LOW-VALUES.
01  WS-ACCOUNT-VERDICT  PIC X(20) VALUE SPACES.
01  WS-STALE-DAYS       PIC 9(3) VALUE 30.
01  WS-STALE-DATE       PIC 9(8) VALUE 0.
01  WS-AGE7-DATE        PIC 9(8) VALUE 0.
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
01  WS-DATE-CHECK.
    05  WS-DC-YEAR      PIC 9(4).
    05  WS-DC-MONTH     PIC 9(2).
01  WS-CLS-EOF-SWITCH   PIC X VALUE "N".
    88  WS-CLS-END-OF-FILE VALUE "Y".
01  WS-CLEARED-COUNT    PIC 9(7) VALUE 0.
01  WS-POSITION-STATUS  PIC XX VALUE SPACES.
01  WS-PSN-EOF-SWITCH   PIC X VALUE "N".
    88  WS-PSN-END-OF-FILE VALUE "Y".
01  WS-PSN-NEW-SWITCH   PIC X VALUE "N".
    88  WS-PSN-NEW-ACCOUNT VALUE "Y".
01  WS-PSN-ROLLED-COUNT PIC 9(7) VALUE 0.
01  WS-PSN-OPENED-COUNT PIC 9(7) VALUE 0.
01  WS-PSN-POSTED-COUNT PIC 9(7) VALUE 0.
01  WS-PSN-AHEAD-COUNT  PIC 9(7) VALUE 0.
01  WS-PSN-DATE-WORK    PIC 9(8) VALUE 0.
01  WS-PSN-DATE-PARTS REDEFINES WS-PSN-DATE-WORK.
    05  WS-PSN-DATE-MONTH PIC 9(6).
    05  FILLER            PIC 9(2).
01  WS-PSN-RUN-DATE     PIC 9(8) VALUE 0.
01  WS-PSN-RUN-PARTS REDEFINES WS-PSN-RUN-DATE.
    05  WS-PSN-RUN-MONTH  PIC 9(6).
    05  FILLER            PIC 9(2).
01  WS-POSTING-TALLY.
    05  WS-POST-POSTINGS    PIC 9(7) VALUE 0.
    05  WS-POST-EVEN        PIC 9(7) VALUE 0.
    05  WS-POST-ODD         PIC 9(7) VALUE 0.
    05  WS-POST-POS         PIC 9(7) VALUE 0.
    05  WS-POST-NEG         PIC 9(7) VALUE 0.
    05  WS-POST-ZERO        PIC 9(7) VALUE 0.
    05  WS-POST-MULT        PIC 9(7) VALUE 0.
    05  WS-POST-NON-MULT    PIC 9(7) VALUE 0.

01  WS-COUNTERS.
    05  EVEN-COUNT          PIC 9(7) VALUE 0.
    05  TOTAL-COUNT         PIC 9(7) VALUE 0.
    05  REJECT-COUNT        PIC 9(7) VALUE 0.
    05  RECORD-NUMBER       PIC 9(7) VALUE 0.
    05  REVERSAL-COUNT      PIC 9(7) VALUE 0.
    05  ADJUSTMENT-COUNT    PIC 9(7) VALUE 0.

01  WS-AGING-COUNTERS.
    05  AGE-SAME-COUNT      PIC 9(7) VALUE 0.
    88  WS-DUP-OVERFLOW VALUE "Y".
01  WS-DUPLICATE-COUNT  PIC 9(7) VALUE 0.
01  WS-PRIOR-RUN-DATE   PIC 9(8) VALUE 0.
01  WS-CORRECTION-SWITCH PIC X VALUE "N".
    88  WS-CORRECTION-RECORD VALUE "Y".
01  WS-CORR-TYPE        PIC X VALUE SPACE.
    88  WS-CORR-REVERSAL VALUE "R".
    88  WS-CORR-ADJUSTMENT VALUE "A".
01  WS-ORIG-KEY.
    05  WS-ORIG-RUN-DATE    PIC 9(8) VALUE 0.
    05  WS-ORIG-RECORD-NUMBER PIC 9(7) VALUE 0.
01  WS-UNLINK-TABLE.
    05  WS-UNLINK-COUNT     PIC 9(4) VALUE 0.
    05  WS-UNLINK-IX        PIC 9(4) VALUE 0.
    05  WS-UNLINK-ENTRY OCCURS 5000 TIMES.
        10  WS-UNLINK-ORIG-DATE PIC 9(8).
        10  WS-UNLINK-ORIG-NUMBER PIC 9(7).
        10  WS-UNLINK-CORR-NUMBER PIC 9(7).
01  WS-UNLINK-OVERFLOW-SWITCH PIC X VALUE "N".
    88  WS-UNLINK-OVERFLOW VALUE "Y".
01  WS-PRIOR-LOADED     PIC 9(7) VALUE 0.

01  WS-DUP-TABLE.
        10  WS-SRC-EXPECTED-SUM PIC S9(9).
        10  WS-SRC-TRAILER-SW   PIC X.
        10  WS-SRC-RECON-MSG    PIC X(40).
        10  WS-SRC-CORR-RECEIVED PIC 9(7).
        10  WS-SRC-REVERSAL-COUNT PIC 9(7).
        10  WS-SRC-ADJUST-COUNT PIC 9(7).
        10  WS-SRC-EXPECTED-CORR PIC 9(7).
        10  WS-SRC-CORR-TRAILER-SW PIC X.
        10  WS-SRC-DUP-COUNT    PIC 9(7).
        10  WS-SRC-LATE-COUNT   PIC 9(7).
        10  WS-SRC-REJ-FORMAT   PIC 9(7).
        10  WS-SRC-REJ-DATE     PIC 9(7).
        10  WS-SRC-REJ-STALE    PIC 9(7).
        10  WS-SRC-REJ-ACCOUNT  PIC 9(7).
        10  WS-SRC-REJ-DUPLICATE PIC 9(7).
        10  WS-SRC-REJ-CORRECTION PIC 9(7).
        10  WS-SRC-REJ-OTHER    PIC 9(7).
01  WS-SOURCE-IX        PIC 9(2) VALUE 0.
01  WS-SOURCE-IX2       PIC 9(2) VALUE 0.
01  WS-NEW-SOURCE-ID    PIC X(8) VALUE SPACES.
    05  ZERO-PERCENT-ED     PIC ZZ9.99.
    05  MULT-PERCENT-ED     PIC ZZ9.99.
    05  NON-MULT-PERCENT-ED PIC ZZ9.99.
    05  BAND-PERCENT        PIC 999V99 VALUE 0.
    05  BAND-PERCENT-ED     PIC ZZ9.99.

01  WS-CLASS-MODE           PIC X(7) VALUE "EVENODD".
    88  WS-MODE-EVEN-ODD    VALUE "EVENODD".
    88  WS-MODE-SIGN        VALUE "SIGN   ".
    88  WS-MODE-MULTOF      VALUE "MULTOF ".
    88  WS-MODE-ALL         VALUE "ALL    ".
    88  WS-MODE-BAND        VALUE "BAND   ".
01  WS-MULTIPLE-OF          PIC 9(3) VALUE 5.

01  WS-REPORT-LINE          PIC X(60).
    PERFORM SET-RUN-STAMP
    PERFORM LOAD-RUN-CONTROL
    PERFORM PARSE-PARM
    IF WS-MODE-BAND
        PERFORM LOAD-BAND-TABLE
        IF WS-BAND-TABLE-BAD
            DISPLAY "BAND DEFINITIONS IN ERROR - RUN STOPPED BEFORE"
                " ANY INPUT WAS READ"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    PERFORM LOAD-RESTART-POINT
    PERFORM CHECK-RUN-CONTROL
    IF WS-STEP-DATE > 0
        PERFORM START-STEP-CONTROL
    ELSE
        DISPLAY "NO BUSINESS DATE ON RUNCTL - STEP BOARD NOT UPDATED"
    END-IF
    PERFORM SET-DATE-LIMITS
    OPEN INPUT QTY-FILE
    IF WS-QTY-STATUS NOT = "00"
        DISPLAY "ERROR OPENING QTYFILE - FILE STATUS " WS-QTY-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    OPEN INPUT ACCOUNT-FILE
        DISPLAY "ACCTMAST NOT AVAILABLE - RUN EVENODD-ACCTMNT"
            " TO BUILD THE ACCOUNT MASTER"
        MOVE 8 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    IF WS-ACCOUNT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING ACCTMAST - FILE STATUS "
            WS-ACCOUNT-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    IF WS-RESTART-POINT > 0
    IF WS-SUMMARY-STATUS NOT = "00"
        DISPLAY "ERROR OPENING SUMMRPT - FILE STATUS " WS-SUMMARY-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    IF WS-RESTART-POINT = 0
            DISPLAY "ERROR OPENING DTLRPT - FILE STATUS "
                WS-DETAIL-STATUS
            MOVE 8 TO RETURN-CODE
            PERFORM END-STEP-CONTROL
            STOP RUN
        END-IF
    END-IF
        CLOSE CLASS-FILE
        OPEN OUTPUT CLASS-FILE
        SET WS-CLASS-FILE-NEW TO TRUE
        IF WS-CLASS-STATUS = "00"
            CLOSE CLASS-FILE
            OPEN I-O CLASS-FILE
        END-IF
    END-IF
    IF WS-CLASS-STATUS NOT = "00"
        DISPLAY "ERROR OPENING CLASSVSAM - FILE STATUS " WS-CLASS-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    IF WS-RESTART-POINT = 0 AND NOT WS-CLASS-FILE-NEW
            AND NOT WS-CLASS-FILE-NEW
        PERFORM LOAD-PRIOR-RUN-DUPS
    END-IF
    PERFORM CLEAR-RUN-REJECTS
    PERFORM MARK-RUN-IN-PROGRESS
    PERFORM UNTIL WS-END-OF-FILE
        READ QTY-FILE
                                WS-SRC-RECORD-COUNT (WS-SOURCE-IX)
                            PERFORM VALIDATE-RECORD
                            IF WS-INPUT-VALID AND NOT WS-DUP-OFF
                                    AND NOT WS-CORRECTION-RECORD
                                PERFORM CHECK-DUPLICATE
                            END-IF
                            IF WS-INPUT-VALID
                                END-IF
                                MOVE QTY-ACCOUNT-ID TO WS-ACCOUNT-ID
                                MOVE QTY-TRAN-DATE TO WS-TRAN-DATE
                                IF WS-CORRECTION-RECORD
                                    MOVE WS-RUN-DATE TO WS-TRAN-DATE
                                END-IF
                                MOVE QTY-NUMBER TO WS-NUMBER
                                PERFORM CLASSIFY-NUMBER
                            ELSE
                                ADD 1 TO REJECT-COUNT
                                ADD 1 TO
                                    WS-SRC-REJECT-COUNT (WS-SOURCE-IX)
                                PERFORM TALLY-SOURCE-REJECT
                                PERFORM LOG-REJECT
                            END-IF
                            IF FUNCTION MOD (RECORD-NUMBER WS-CHECKPOINT-INTERVAL) = 0
    END-PERFORM
    CLOSE QTY-FILE
    CLOSE ACCOUNT-FILE
    PERFORM UPDATE-ACCOUNT-POSITIONS
    CLOSE CLASS-FILE
    IF WS-DETAIL-MODE
        CLOSE DETAIL-FILE
    IF WS-REJECT-FILE-OPEN
        CLOSE REJECT-FILE
    END-IF
    PERFORM WRITE-SOURCE-HISTORY
    PERFORM WRITE-SOURCE-SLA-HISTORY
    PERFORM WRITE-ACKNOWLEDGEMENTS
    PERFORM CLEAR-CHECKPOINT
    PERFORM WRITE-AUDIT-RECORD
    IF WS-RUNCTL-FOUND
        PERFORM WRITE-RUN-CONTROL
        DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE " MARKED COMPLETE"
    END-IF
    PERFORM END-STEP-CONTROL
    STOP RUN.

SET-RUN-STAMP.
                            AND RC-BUSINESS-DATE > 0
                        SET WS-RUNCTL-FOUND TO TRUE
                        MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
                        MOVE RC-BUSINESS-DATE TO WS-STEP-DATE
                        MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
                        MOVE RC-RUN-STATUS TO WS-RUNCTL-STATE
                        DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
        DISPLAY "ERROR REWRITING RUNCTL - FILE STATUS "
            WS-RUNCTL-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
                MOVE 5 TO WS-MULTIPLE-OF
            WHEN WS-PARM-MODE = "ALL"
                SET WS-MODE-ALL TO TRUE
            WHEN WS-PARM-MODE = "BAND"
                SET WS-MODE-BAND TO TRUE
            WHEN OTHER
                SET WS-MODE-EVEN-ODD TO TRUE
        END-EVALUATE
                NOT AT END
                    IF CKPT-RECORD-NUMBER > 0
                        MOVE CKPT-RUN-DATE TO WS-RUN-DATE
                        MOVE CKPT-BAND-TOTALS TO WS-BAND-TOTALS
                    END-IF
                    MOVE CKPT-RECORD-NUMBER TO WS-RESTART-POINT
                    MOVE CKPT-EVEN-COUNT TO EVEN-COUNT
                    MOVE CKPT-ACCT-AGE-WEEK TO ACCT-AGE-WEEK-COUNT
                    MOVE CKPT-ACCT-AGE-OLDER TO ACCT-AGE-OLDER-COUNT
                    MOVE CKPT-BUCKET-COUNTS TO WS-BUCKET-COUNTS
                    MOVE CKPT-REVERSAL-COUNT TO REVERSAL-COUNT
                    MOVE CKPT-ADJUSTMENT-COUNT TO ADJUSTMENT-COUNT
                    MOVE CKPT-SOURCE-TABLE TO WS-SOURCE-TABLE
            END-READ
        END-PERFORM
    END-IF.

SET-DATE-LIMITS.
    PERFORM OPEN-CALENDAR
    IF WS-CALENDAR-STATUS NOT = "00"
        MOVE 8 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    MOVE WS-RUN-DATE TO WS-CAL-DATE
    PERFORM CHECK-BUSINESS-DAY
    IF NOT WS-CAL-BUSINESS-DAY
        DISPLAY "WARNING - RUN DATE " WS-RUN-DATE
            " IS NOT A BUSINESS DAY"
    END-IF
    MOVE WS-RUN-DATE TO WS-CAL-FROM-DATE
    MOVE WS-STALE-DAYS TO WS-CAL-DAYS
    PERFORM SUBTRACT-BUSINESS-DAYS
    MOVE WS-CAL-RESULT-DATE TO WS-STALE-DATE
    MOVE 7 TO WS-CAL-DAYS
    PERFORM SUBTRACT-BUSINESS-DAYS
    MOVE WS-CAL-RESULT-DATE TO WS-AGE7-DATE
    CLOSE CALENDAR-FILE
    DISPLAY "TRAN DATE WINDOW: " WS-STALE-DATE " - " WS-RUN-DATE
        " (CUTOFF " WS-STALE-DAYS " BUSINESS DAYS)".

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

CLEAR-CURRENT-RUN.
    MOVE 0 TO WS-CLEARED-COUNT
                IF CLASS-RUN-DATE NOT = WS-RUN-DATE
                    SET WS-CLS-END-OF-FILE TO TRUE
                ELSE
                    IF NOT CLASS-ORIGINAL-TRAN
                            AND CLASS-LINK-RUN-DATE < WS-RUN-DATE
                        PERFORM SAVE-UNLINK-ENTRY
                    END-IF
                    DELETE CLASS-FILE RECORD
                    IF WS-CLASS-STATUS = "00"
                        ADD 1 TO WS-CLEARED-COUNT
    IF WS-CLEARED-COUNT > 0
        DISPLAY "PRIOR RUN " WS-RUN-DATE " CLEARED - "
            WS-CLEARED-COUNT " RECORDS DELETED"
    END-IF
    PERFORM UNLINK-CLEARED-CORRECTION
        VARYING WS-UNLINK-IX FROM 1 BY 1
        UNTIL WS-UNLINK-IX > WS-UNLINK-COUNT
    IF WS-UNLINK-COUNT > 0
        DISPLAY "ORIGINALS RELEASED FROM CLEARED CORRECTIONS: "
            WS-UNLINK-COUNT
    END-IF.

SAVE-UNLINK-ENTRY.
    IF WS-UNLINK-COUNT >= 5000
        IF NOT WS-UNLINK-OVERFLOW
            SET WS-UNLINK-OVERFLOW TO TRUE
            DISPLAY "UNLINK TABLE FULL - SOME ORIGINALS STILL SHOW"
                " AS CORRECTED BY THE CLEARED RUN"
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
    ELSE
        ADD 1 TO WS-UNLINK-COUNT
        MOVE CLASS-LINK-RUN-DATE TO WS-UNLINK-ORIG-DATE (WS-UNLINK-COUNT)
        MOVE CLASS-LINK-RECORD-NUMBER
            TO WS-UNLINK-ORIG-NUMBER (WS-UNLINK-COUNT)
        MOVE CLASS-RECORD-NUMBER
            TO WS-UNLINK-CORR-NUMBER (WS-UNLINK-COUNT)
    END-IF.

UNLINK-CLEARED-CORRECTION.
    MOVE WS-UNLINK-ORIG-DATE (WS-UNLINK-IX) TO CLASS-RUN-DATE
    MOVE WS-UNLINK-ORIG-NUMBER (WS-UNLINK-IX) TO CLASS-RECORD-NUMBER
    READ CLASS-FILE KEY IS CLASS-RECORD-KEY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF CLASS-LINK-RUN-DATE = WS-RUN-DATE
                    AND CLASS-LINK-RECORD-NUMBER
                        = WS-UNLINK-CORR-NUMBER (WS-UNLINK-IX)
                MOVE SPACE TO CLASS-CORRECTION-STATUS
                MOVE ZEROS TO CLASS-LINK-KEY
                REWRITE CLASS-RECORD
                IF WS-CLASS-STATUS NOT = "00"
                    DISPLAY "ERROR RELEASING ORIGINAL "
                        CLASS-RECORD-KEY " - FILE STATUS "
                        WS-CLASS-STATUS
                    IF RETURN-CODE < 8
                        MOVE 8 TO RETURN-CODE
                    END-IF
                END-IF
            END-IF
    END-READ.

WRITE-CHECKPOINT.
    MOVE WS-RUN-DATE TO CKPT-RUN-DATE
    MOVE RECORD-NUMBER TO CKPT-RECORD-NUMBER
    MOVE ACCT-AGE-WEEK-COUNT TO CKPT-ACCT-AGE-WEEK
    MOVE ACCT-AGE-OLDER-COUNT TO CKPT-ACCT-AGE-OLDER
    MOVE WS-BUCKET-COUNTS TO CKPT-BUCKET-COUNTS
    MOVE REVERSAL-COUNT TO CKPT-REVERSAL-COUNT
    MOVE ADJUSTMENT-COUNT TO CKPT-ADJUSTMENT-COUNT
    MOVE WS-SOURCE-TABLE TO CKPT-SOURCE-TABLE
    MOVE WS-BAND-TOTALS TO CKPT-BAND-TOTALS
    OPEN OUTPUT CHECKPOINT-FILE
    IF WS-CHECKPOINT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING CKPTFILE - FILE STATUS "
            WS-CHECKPOINT-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    WRITE CHECKPOINT-RECORD
    MOVE 0 TO CKPT-ACCT-AGE-WEEK
    MOVE 0 TO CKPT-ACCT-AGE-OLDER
    MOVE ZEROS TO CKPT-BUCKET-COUNTS
    MOVE 0 TO CKPT-REVERSAL-COUNT
    MOVE 0 TO CKPT-ADJUSTMENT-COUNT
    MOVE 0 TO CKPT-SOURCE-COUNT
    PERFORM CLEAR-CKPT-SOURCE-ENTRY
        VARYING WS-SOURCE-IX2 FROM 1 BY 1
        UNTIL WS-SOURCE-IX2 > 10
    MOVE ZEROS TO CKPT-BAND-TOTALS
    OPEN OUTPUT CHECKPOINT-FILE
    IF WS-CHECKPOINT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING CKPTFILE - FILE STATUS "
            WS-CHECKPOINT-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    WRITE CHECKPOINT-RECORD
    MOVE 0 TO CKPT-SRC-EXPECTED-COUNT (WS-SOURCE-IX2)
    MOVE 0 TO CKPT-SRC-EXPECTED-SUM (WS-SOURCE-IX2)
    MOVE "N" TO CKPT-SRC-TRAILER-SW (WS-SOURCE-IX2)
    MOVE SPACES TO CKPT-SRC-RECON-MSG (WS-SOURCE-IX2)
    MOVE 0 TO CKPT-SRC-CORR-RECEIVED (WS-SOURCE-IX2)
    MOVE 0 TO CKPT-SRC-REVERSAL-COUNT (WS-SOURCE-IX2)
    MOVE 0 TO CKPT-SRC-ADJUST-COUNT (WS-SOURCE-IX2)
    MOVE 0 TO CKPT-SRC-EXPECTED-CORR (WS-SOURCE-IX2)
    MOVE "N" TO CKPT-SRC-CORR-TRAILER-SW (WS-SOURCE-IX2)
    MOVE 0 TO CKPT-SRC-DUP-COUNT (WS-SOURCE-IX2)
    MOVE 0 TO CKPT-SRC-LATE-COUNT (WS-SOURCE-IX2)
    MOVE 0 TO CKPT-SRC-REJ-FORMAT (WS-SOURCE-IX2)
    MOVE 0 TO CKPT-SRC-REJ-DATE (WS-SOURCE-IX2)
    MOVE 0 TO CKPT-SRC-REJ-STALE (WS-SOURCE-IX2)
    MOVE 0 TO CKPT-SRC-REJ-ACCOUNT (WS-SOURCE-IX2)
    MOVE 0 TO CKPT-SRC-REJ-DUPLICATE (WS-SOURCE-IX2)
    MOVE 0 TO CKPT-SRC-REJ-CORRECTION (WS-SOURCE-IX2)
    MOVE 0 TO CKPT-SRC-REJ-OTHER (WS-SOURCE-IX2).

WRITE-RUN-HISTORY.
    OPEN I-O RUN-HISTORY-FILE
        MOVE NON-MULT-COUNT TO RH-NON-MULT-COUNT
        MOVE REJECT-COUNT TO RH-REJECT-COUNT
        MOVE WS-RECON-MESSAGE TO RH-RECON-MESSAGE
        MOVE REVERSAL-COUNT TO RH-REVERSAL-COUNT
        MOVE ADJUSTMENT-COUNT TO RH-ADJUSTMENT-COUNT
        WRITE RUN-HISTORY-RECORD
            INVALID KEY
                DISPLAY "DUPLICATE RUNHIST KEY " RH-RUN-KEY
        CLOSE RUN-HISTORY-FILE
    END-IF.

WRITE-SOURCE-HISTORY.
    IF WS-SOURCE-COUNT > 0
        ACCEPT WS-ACK-DATE FROM DATE YYYYMMDD
        OPEN I-O SOURCE-HISTORY-FILE
        IF WS-SRCHIST-STATUS = "35" OR WS-SRCHIST-STATUS = "05"
            CLOSE SOURCE-HISTORY-FILE
            OPEN OUTPUT SOURCE-HISTORY-FILE
            SET WS-SRCHIST-FILE-NEW TO TRUE
        END-IF
        IF WS-SRCHIST-STATUS NOT = "00"
            DISPLAY "ERROR OPENING SRCHIST - FILE STATUS "
                WS-SRCHIST-STATUS
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
        ELSE
            IF NOT WS-SRCHIST-FILE-NEW
                PERFORM CLEAR-SOURCE-HISTORY
            END-IF
            PERFORM WRITE-SOURCE-HISTORY-RECORD
                VARYING WS-SOURCE-IX2 FROM 1 BY 1
                UNTIL WS-SOURCE-IX2 > WS-SOURCE-COUNT
            CLOSE SOURCE-HISTORY-FILE
        END-IF
    END-IF.

CLEAR-SOURCE-HISTORY.
    MOVE "N" TO WS-SRH-EOF-SWITCH
    MOVE WS-RUN-DATE TO SH-RUN-DATE
    MOVE LOW-VALUES TO SH-SOURCE-ID
    START SOURCE-HISTORY-FILE KEY IS NOT LESS THAN SH-KEY
        INVALID KEY
            SET WS-SRH-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL WS-SRH-END-OF-FILE
        READ SOURCE-HISTORY-FILE NEXT RECORD
            AT END
                SET WS-SRH-END-OF-FILE TO TRUE
            NOT AT END
                IF SH-RUN-DATE NOT = WS-RUN-DATE
                    SET WS-SRH-END-OF-FILE TO TRUE
                ELSE
                    DELETE SOURCE-HISTORY-FILE RECORD
                    IF WS-SRCHIST-STATUS NOT = "00"
                        DISPLAY "ERROR CLEARING SRCHIST " SH-KEY
                            " - FILE STATUS " WS-SRCHIST-STATUS
                        IF RETURN-CODE < 8
                            MOVE 8 TO RETURN-CODE
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

WRITE-SOURCE-HISTORY-RECORD.
    PERFORM SET-SOURCE-ACK-STATUS
    MOVE WS-RUN-DATE TO SH-RUN-DATE
    MOVE WS-SRC-ID (WS-SOURCE-IX2) TO SH-SOURCE-ID
    MOVE WS-RUN-TIME-HHMMSS TO SH-RUN-TIME
    MOVE WS-SRC-RECORD-COUNT (WS-SOURCE-IX2) TO SH-RECORD-COUNT
    MOVE WS-SRC-ACCEPT-COUNT (WS-SOURCE-IX2) TO SH-ACCEPT-COUNT
    MOVE WS-SRC-REJECT-COUNT (WS-SOURCE-IX2) TO SH-REJECT-COUNT
    MOVE 0 TO SH-REPAIRED-COUNT
    MOVE WS-SRC-ACTUAL-SUM (WS-SOURCE-IX2) TO SH-ACTUAL-SUM
    MOVE WS-SRC-EXPECTED-COUNT (WS-SOURCE-IX2) TO SH-EXPECTED-COUNT
    MOVE WS-SRC-EXPECTED-SUM (WS-SOURCE-IX2) TO SH-EXPECTED-SUM
    MOVE WS-SRC-TRAILER-SW (WS-SOURCE-IX2) TO SH-TRAILER-SWITCH
    MOVE WS-SRC-RECON-MSG (WS-SOURCE-IX2) TO SH-RECON-MESSAGE
    MOVE WS-SRC-CORR-RECEIVED (WS-SOURCE-IX2) TO SH-CORR-RECEIVED
    MOVE WS-SRC-EXPECTED-CORR (WS-SOURCE-IX2) TO SH-EXPECTED-CORR
    MOVE WS-SRC-CORR-TRAILER-SW (WS-SOURCE-IX2)
        TO SH-CORR-TRAILER-SWITCH
    MOVE WS-SRC-REVERSAL-COUNT (WS-SOURCE-IX2) TO SH-REVERSAL-COUNT
    MOVE WS-SRC-ADJUST-COUNT (WS-SOURCE-IX2) TO SH-ADJUSTMENT-COUNT
    MOVE WS-SOURCE-ACK-STATUS TO SH-ACK-STATUS
    MOVE 1 TO SH-ACK-ISSUE-COUNT
    MOVE WS-ACK-DATE TO SH-ACK-DATE
    WRITE SOURCE-HISTORY-RECORD
        INVALID KEY
            DISPLAY "DUPLICATE SRCHIST KEY " SH-KEY
                " - SOURCE HISTORY NOT RECORDED"
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
    END-WRITE.

WRITE-SOURCE-SLA-HISTORY.
    IF WS-SOURCE-COUNT > 0
        OPEN I-O SLA-HISTORY-FILE
        IF WS-SLAHIST-STATUS = "35" OR WS-SLAHIST-STATUS = "05"
            CLOSE SLA-HISTORY-FILE
            OPEN OUTPUT SLA-HISTORY-FILE
        END-IF
        IF WS-SLAHIST-STATUS NOT = "00"
            DISPLAY "ERROR OPENING SLAHIST - FILE STATUS "
                WS-SLAHIST-STATUS
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
        ELSE
            PERFORM WRITE-SOURCE-SLA-RECORD
                VARYING WS-SOURCE-IX2 FROM 1 BY 1
                UNTIL WS-SOURCE-IX2 > WS-SOURCE-COUNT
            CLOSE SLA-HISTORY-FILE
        END-IF
    END-IF.

WRITE-SOURCE-SLA-RECORD.
    PERFORM SET-SOURCE-ACK-STATUS
    MOVE WS-RUN-DATE TO SLA-RUN-DATE
    MOVE WS-RUN-TIME-HHMMSS TO SLA-RUN-TIME
    MOVE WS-SRC-ID (WS-SOURCE-IX2) TO SLA-SOURCE-ID
    MOVE WS-SRC-RECORD-COUNT (WS-SOURCE-IX2) TO SLA-RECORD-COUNT
    MOVE WS-SRC-ACCEPT-COUNT (WS-SOURCE-IX2) TO SLA-ACCEPT-COUNT
    MOVE WS-SRC-REJECT-COUNT (WS-SOURCE-IX2) TO SLA-REJECT-COUNT
    MOVE WS-SRC-REJ-FORMAT (WS-SOURCE-IX2) TO SLA-REJ-FORMAT-COUNT
    MOVE WS-SRC-REJ-DATE (WS-SOURCE-IX2) TO SLA-REJ-DATE-COUNT
    MOVE WS-SRC-REJ-STALE (WS-SOURCE-IX2) TO SLA-REJ-STALE-COUNT
    MOVE WS-SRC-REJ-ACCOUNT (WS-SOURCE-IX2) TO SLA-REJ-ACCOUNT-COUNT
    MOVE WS-SRC-REJ-DUPLICATE (WS-SOURCE-IX2)
        TO SLA-REJ-DUPLICATE-COUNT
    MOVE WS-SRC-REJ-CORRECTION (WS-SOURCE-IX2)
        TO SLA-REJ-CORRECTION-COUNT
    MOVE WS-SRC-REJ-OTHER (WS-SOURCE-IX2) TO SLA-REJ-OTHER-COUNT
    MOVE WS-SRC-DUP-COUNT (WS-SOURCE-IX2) TO SLA-DUPLICATE-COUNT
    MOVE WS-SRC-LATE-COUNT (WS-SOURCE-IX2) TO SLA-LATE-COUNT
    MOVE WS-SRC-EXPECTED-COUNT (WS-SOURCE-IX2) TO SLA-EXPECTED-COUNT
    MOVE WS-SRC-ACTUAL-SUM (WS-SOURCE-IX2) TO SLA-ACTUAL-SUM
    MOVE WS-SRC-EXPECTED-SUM (WS-SOURCE-IX2) TO SLA-EXPECTED-SUM
    EVALUATE TRUE
        WHEN WS-SRC-TRAILER-SW (WS-SOURCE-IX2) NOT = "Y"
            SET SLA-TRAILER-MISSING TO TRUE
        WHEN WS-SOURCE-ACK-STATUS = "R"
            SET SLA-TRAILER-UNBALANCED TO TRUE
        WHEN OTHER
            SET SLA-TRAILER-BALANCED TO TRUE
    END-EVALUATE
    MOVE WS-SOURCE-ACK-STATUS TO SLA-ACK-STATUS
    WRITE SOURCE-SLA-RECORD
        INVALID KEY
            DISPLAY "DUPLICATE SLAHIST KEY " SLA-KEY
                " - SERVICE-LEVEL HISTORY NOT RECORDED"
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
    END-WRITE.

SET-SOURCE-ACK-STATUS.
    EVALUATE TRUE
        WHEN WS-SRC-TRAILER-SW (WS-SOURCE-IX2) NOT = "Y"
        WHEN WS-SRC-RECORD-COUNT (WS-SOURCE-IX2)
                NOT = WS-SRC-EXPECTED-COUNT (WS-SOURCE-IX2)
        WHEN WS-SRC-CORR-TRAILER-SW (WS-SOURCE-IX2) = "Y"
                AND WS-SRC-CORR-RECEIVED (WS-SOURCE-IX2)
                    NOT = WS-SRC-EXPECTED-CORR (WS-SOURCE-IX2)
            MOVE "R" TO WS-SOURCE-ACK-STATUS
        WHEN WS-SRC-REJECT-COUNT (WS-SOURCE-IX2) > 0
            MOVE "P" TO WS-SOURCE-ACK-STATUS
        WHEN WS-SRC-ACTUAL-SUM (WS-SOURCE-IX2)
                NOT = WS-SRC-EXPECTED-SUM (WS-SOURCE-IX2)
            MOVE "R" TO WS-SOURCE-ACK-STATUS
        WHEN OTHER
            MOVE "A" TO WS-SOURCE-ACK-STATUS
    END-EVALUATE.

WRITE-ACKNOWLEDGEMENTS.
    OPEN OUTPUT ACK-FILE
    IF WS-ACKFILE-STATUS NOT = "00"
        DISPLAY "ERROR OPENING ACKFILE - FILE STATUS "
            WS-ACKFILE-STATUS " - NO ACKNOWLEDGEMENTS SENT"
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        PERFORM WRITE-SOURCE-ACK
            VARYING WS-SOURCE-IX2 FROM 1 BY 1
            UNTIL WS-SOURCE-IX2 > WS-SOURCE-COUNT
        CLOSE ACK-FILE
        DISPLAY "ACKNOWLEDGEMENTS WRITTEN FOR " WS-SOURCE-COUNT
            " SOURCE EXTRACTS"
    END-IF.

WRITE-SOURCE-ACK.
    PERFORM SET-SOURCE-ACK-STATUS
    MOVE SPACES TO ACK-RECORD
    MOVE WS-SRC-ID (WS-SOURCE-IX2) TO ACK-SOURCE-ID
    MOVE WS-RUN-DATE TO ACK-RUN-DATE
    SET ACK-HEADER TO TRUE
    MOVE WS-SOURCE-ACK-STATUS TO ACK-STATUS
    SET ACK-ORIGINAL TO TRUE
    MOVE WS-SRC-EXPECTED-COUNT (WS-SOURCE-IX2) TO ACK-EXPECTED-COUNT
    MOVE WS-SRC-RECORD-COUNT (WS-SOURCE-IX2) TO ACK-ACTUAL-COUNT
    MOVE WS-SRC-EXPECTED-SUM (WS-SOURCE-IX2) TO ACK-EXPECTED-SUM
    MOVE WS-SRC-ACTUAL-SUM (WS-SOURCE-IX2) TO ACK-ACTUAL-SUM
    MOVE WS-SRC-ACCEPT-COUNT (WS-SOURCE-IX2) TO ACK-ACCEPTED-COUNT
    MOVE WS-SRC-REJECT-COUNT (WS-SOURCE-IX2) TO ACK-REJECTED-COUNT
    MOVE 0 TO ACK-REPAIRED-COUNT
    MOVE WS-SRC-TRAILER-SW (WS-SOURCE-IX2) TO ACK-TRAILER-SWITCH
    MOVE WS-SRC-RECON-MSG (WS-SOURCE-IX2) TO ACK-RECON-MESSAGE
    WRITE ACK-RECORD
    MOVE 0 TO WS-ACK-DETAIL-COUNT
    IF WS-SRC-REJECT-COUNT (WS-SOURCE-IX2) > 0
        MOVE "N" TO WS-REJ-EOF-SWITCH
        OPEN INPUT REJECT-FILE
        IF WS-REJECT-STATUS NOT = "00"
            DISPLAY "ERROR OPENING REJLOG - FILE STATUS "
                WS-REJECT-STATUS " - REJECTS NOT LISTED FOR "
                WS-SRC-ID (WS-SOURCE-IX2)
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
        ELSE
            PERFORM UNTIL WS-REJ-END-OF-FILE
                READ REJECT-FILE
                    AT END
                        SET WS-REJ-END-OF-FILE TO TRUE
                    NOT AT END
                        IF REJ-RUN-DATE IS NUMERIC
                                AND REJ-RUN-DATE = WS-RUN-DATE
                                AND REJ-SOURCE-ID
                                    = WS-SRC-ID (WS-SOURCE-IX2)
                            PERFORM WRITE-ACK-DETAIL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REJECT-FILE
        END-IF
    END-IF
    DISPLAY "ACK " WS-SRC-ID (WS-SOURCE-IX2)
        " STATUS " WS-SOURCE-ACK-STATUS
        " REJECTS LISTED " WS-ACK-DETAIL-COUNT.

WRITE-ACK-DETAIL.
    MOVE SPACES TO ACK-RECORD
    MOVE WS-SRC-ID (WS-SOURCE-IX2) TO ACK-SOURCE-ID
    MOVE WS-RUN-DATE TO ACK-RUN-DATE
    SET ACK-DETAIL TO TRUE
    MOVE REJ-RECORD-NUMBER TO ACK-REJ-RECORD-NUMBER
    MOVE REJ-INPUT-DATA TO ACK-REJ-INPUT-DATA
    MOVE REJ-REASON TO ACK-REJ-REASON
    WRITE ACK-RECORD
    ADD 1 TO WS-ACK-DETAIL-COUNT.

WRITE-AUDIT-RECORD.
    OPEN I-O AUDIT-FILE
    IF WS-AUDIT-STATUS = "35" OR WS-AUDIT-STATUS = "05"
        CLOSE AUDIT-FILE
    END-IF.

UPDATE-ACCOUNT-POSITIONS.
    OPEN I-O POSITION-FILE
    IF WS-POSITION-STATUS = "35" OR WS-POSITION-STATUS = "05"
        CLOSE POSITION-FILE
        OPEN OUTPUT POSITION-FILE
        IF WS-POSITION-STATUS = "00"
            DISPLAY "POSNFILE CREATED EMPTY"
            CLOSE POSITION-FILE
            OPEN I-O POSITION-FILE
        END-IF
    END-IF
    IF WS-POSITION-STATUS NOT = "00"
        DISPLAY "ERROR OPENING POSNFILE - FILE STATUS "
            WS-POSITION-STATUS " - POSITIONS NOT UPDATED"
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        MOVE WS-RUN-DATE TO WS-PSN-RUN-DATE
        PERFORM ROLL-POSITIONS-TO-RUN-DATE
        PERFORM POST-RUN-TO-POSITIONS
        CLOSE POSITION-FILE
        DISPLAY "POSITIONS ROLLED TO " WS-RUN-DATE ": "
            WS-PSN-ROLLED-COUNT " OPENED: " WS-PSN-OPENED-COUNT
            " POSTINGS: " WS-PSN-POSTED-COUNT
        IF WS-PSN-AHEAD-COUNT > 0
            DISPLAY "POSITIONS ALREADY PAST " WS-RUN-DATE " - "
                WS-PSN-AHEAD-COUNT " POSTINGS NOT APPLIED"
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.

ROLL-POSITIONS-TO-RUN-DATE.
    MOVE "N" TO WS-PSN-EOF-SWITCH
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
                IF PSN-POSITION-DATE NOT > WS-RUN-DATE
                    IF PSN-POSITION-DATE = WS-RUN-DATE
                        PERFORM CLEAR-POSITION-DAY
                    ELSE
                        PERFORM ROLL-POSITION-FORWARD
                    END-IF
                    REWRITE POSITION-RECORD
                    IF WS-POSITION-STATUS NOT = "00"
                        DISPLAY "ERROR ROLLING POSITION FOR ACCOUNT "
                            PSN-ACCOUNT-ID " - FILE STATUS "
                            WS-POSITION-STATUS
                        IF RETURN-CODE < 8
                            MOVE 8 TO RETURN-CODE
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

ROLL-POSITION-FORWARD.
    MOVE PSN-POSITION-DATE TO WS-PSN-DATE-WORK
    IF WS-PSN-DATE-MONTH NOT = WS-PSN-RUN-MONTH
        MOVE WS-PSN-DATE-MONTH TO PSN-PREV-MONTH-ID
        MOVE PSN-MONTH-OPENING TO PSN-PREV-OPENING
        COMPUTE PSN-PREV-CLOSING =
            PSN-OPENING-POSITION + PSN-NET-CHANGE
        MOVE PSN-LAST-POSTED-DATE TO PSN-PREV-LAST-POSTED
        MOVE PSN-MTD-COUNTS TO PSN-PREV-COUNTS
        MOVE ZEROS TO PSN-MTD-COUNTS
        MOVE PSN-PREV-CLOSING TO PSN-MONTH-OPENING
    END-IF
    ADD PSN-NET-CHANGE TO PSN-OPENING-POSITION
    MOVE 0 TO PSN-NET-CHANGE
    MOVE ZEROS TO PSN-DAY-COUNTS
    MOVE PSN-LAST-POSTED-DATE TO PSN-PRIOR-POSTED-DATE
    MOVE WS-RUN-DATE TO PSN-POSITION-DATE
    ADD 1 TO WS-PSN-ROLLED-COUNT.

CLEAR-POSITION-DAY.
    SUBTRACT PSN-DAY-POSTINGS FROM PSN-MTD-POSTINGS
    SUBTRACT PSN-DAY-EVEN FROM PSN-MTD-EVEN
    SUBTRACT PSN-DAY-ODD FROM PSN-MTD-ODD
    SUBTRACT PSN-DAY-POS FROM PSN-MTD-POS
    SUBTRACT PSN-DAY-NEG FROM PSN-MTD-NEG
    SUBTRACT PSN-DAY-ZERO FROM PSN-MTD-ZERO
    SUBTRACT PSN-DAY-MULT FROM PSN-MTD-MULT
    SUBTRACT PSN-DAY-NON-MULT FROM PSN-MTD-NON-MULT
    MOVE 0 TO PSN-NET-CHANGE
    MOVE ZEROS TO PSN-DAY-COUNTS
    IF PSN-LAST-POSTED-DATE = WS-RUN-DATE
        MOVE PSN-PRIOR-POSTED-DATE TO PSN-LAST-POSTED-DATE
    END-IF
    ADD 1 TO WS-PSN-ROLLED-COUNT.

POST-RUN-TO-POSITIONS.
    MOVE "N" TO WS-CLS-EOF-SWITCH
    MOVE WS-RUN-DATE TO CLASS-RUN-DATE
    MOVE 0 TO CLASS-RECORD-NUMBER
    START CLASS-FILE KEY IS NOT LESS THAN CLASS-RECORD-KEY
        INVALID KEY
            SET WS-CLS-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL WS-CLS-END-OF-FILE
        READ CLASS-FILE NEXT RECORD
            AT END
                SET WS-CLS-END-OF-FILE TO TRUE
            NOT AT END
                IF CLASS-RUN-DATE NOT = WS-RUN-DATE
                    SET WS-CLS-END-OF-FILE TO TRUE
                ELSE
                    PERFORM POST-CLASS-TO-POSITION
                END-IF
        END-READ
    END-PERFORM.

POST-CLASS-TO-POSITION.
    MOVE "N" TO WS-PSN-NEW-SWITCH
    MOVE CLASS-ACCOUNT-ID TO PSN-ACCOUNT-ID
    READ POSITION-FILE
        INVALID KEY
            PERFORM OPEN-NEW-POSITION
    END-READ
    IF PSN-POSITION-DATE > WS-RUN-DATE
        ADD 1 TO WS-PSN-AHEAD-COUNT
    ELSE
        PERFORM TALLY-POSTING-CLASS
        ADD CLASS-VALUE TO PSN-NET-CHANGE
        PERFORM ADD-POSTING-TO-DAY
        PERFORM ADD-POSTING-TO-MTD
        MOVE WS-RUN-DATE TO PSN-LAST-POSTED-DATE
        IF WS-PSN-NEW-ACCOUNT
            WRITE POSITION-RECORD
        ELSE
            REWRITE POSITION-RECORD
        END-IF
        IF WS-POSITION-STATUS NOT = "00"
            DISPLAY "ERROR POSTING POSITION FOR ACCOUNT "
                PSN-ACCOUNT-ID " - FILE STATUS " WS-POSITION-STATUS
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
        ELSE
            ADD 1 TO WS-PSN-POSTED-COUNT
            IF WS-PSN-NEW-ACCOUNT
                ADD 1 TO WS-PSN-OPENED-COUNT
            END-IF
        END-IF
    END-IF.

OPEN-NEW-POSITION.
    SET WS-PSN-NEW-ACCOUNT TO TRUE
    MOVE ZEROS TO POSITION-RECORD
    MOVE CLASS-ACCOUNT-ID TO PSN-ACCOUNT-ID
    MOVE WS-RUN-DATE TO PSN-POSITION-DATE.

TALLY-POSTING-CLASS.
    MOVE ZEROS TO WS-POSTING-TALLY
    MOVE 1 TO WS-POST-POSTINGS
    IF CLASS-EO-CODE = SPACES
            AND CLASS-SIGN-CODE = SPACES
            AND CLASS-MULT-CODE = SPACES
        EVALUATE CLASS-CODE
            WHEN "EVEN"
                MOVE 1 TO WS-POST-EVEN
            WHEN "ODD "
                MOVE 1 TO WS-POST-ODD
            WHEN "POS "
                MOVE 1 TO WS-POST-POS
            WHEN "NEG "
                MOVE 1 TO WS-POST-NEG
            WHEN "ZERO"
                MOVE 1 TO WS-POST-ZERO
            WHEN "MULT"
                MOVE 1 TO WS-POST-MULT
            WHEN "NMUL"
                MOVE 1 TO WS-POST-NON-MULT
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    ELSE
        EVALUATE CLASS-EO-CODE
            WHEN "EVEN"
                MOVE 1 TO WS-POST-EVEN
            WHEN "ODD "
                MOVE 1 TO WS-POST-ODD
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        EVALUATE CLASS-SIGN-CODE
            WHEN "POS "
                MOVE 1 TO WS-POST-POS
            WHEN "NEG "
                MOVE 1 TO WS-POST-NEG
            WHEN "ZERO"
                MOVE 1 TO WS-POST-ZERO
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        EVALUATE CLASS-MULT-CODE
            WHEN "MULT"
                MOVE 1 TO WS-POST-MULT
            WHEN "NMUL"
                MOVE 1 TO WS-POST-NON-MULT
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

ADD-POSTING-TO-DAY.
    ADD WS-POST-POSTINGS TO PSN-DAY-POSTINGS
    ADD WS-POST-EVEN TO PSN-DAY-EVEN
    ADD WS-POST-ODD TO PSN-DAY-ODD
    ADD WS-POST-POS TO PSN-DAY-POS
    ADD WS-POST-NEG TO PSN-DAY-NEG
    ADD WS-POST-ZERO TO PSN-DAY-ZERO
    ADD WS-POST-MULT TO PSN-DAY-MULT
    ADD WS-POST-NON-MULT TO PSN-DAY-NON-MULT.

ADD-POSTING-TO-MTD.
    ADD WS-POST-POSTINGS TO PSN-MTD-POSTINGS
    ADD WS-POST-EVEN TO PSN-MTD-EVEN
    ADD WS-POST-ODD TO PSN-MTD-ODD
    ADD WS-POST-POS TO PSN-MTD-POS
    ADD WS-POST-NEG TO PSN-MTD-NEG
    ADD WS-POST-ZERO TO PSN-MTD-ZERO
    ADD WS-POST-MULT TO PSN-MTD-MULT
    ADD WS-POST-NON-MULT TO PSN-MTD-NON-MULT.

VALIDATE-RECORD.
    SET WS-INPUT-VALID TO TRUE
    MOVE SPACES TO WS-REJECT-REASON
    MOVE "N" TO WS-CORRECTION-SWITCH
    IF (QTY-REVERSAL OR QTY-ADJUSTMENT)
            AND QTY-ORIG-RECORD-NUMBER IS NUMERIC
            AND QTY-CORR-FILLER = SPACES
        SET WS-CORRECTION-RECORD TO TRUE
        ADD 1 TO WS-SRC-CORR-RECEIVED (WS-SOURCE-IX)
        PERFORM VALIDATE-CORRECTION
    ELSE
        EVALUATE TRUE
            WHEN QTY-NUMBER IS NOT NUMERIC
                SET WS-INPUT-INVALID TO TRUE
                MOVE "NON-NUMERIC ENTRY" TO WS-REJECT-REASON
            WHEN QTY-ACCOUNT-ID = SPACES
                SET WS-INPUT-INVALID TO TRUE
                MOVE "MISSING ACCOUNT ID" TO WS-REJECT-REASON
            WHEN QTY-TRAN-DATE IS NOT NUMERIC
                SET WS-INPUT-INVALID TO TRUE
                MOVE "NON-NUMERIC DATE" TO WS-REJECT-REASON
        END-EVALUATE
        IF WS-INPUT-VALID
            PERFORM CHECK-TRAN-DATE
        END-IF
        IF WS-INPUT-VALID
            PERFORM CHECK-ACCOUNT-MASTER
        END-IF
    END-IF
    IF WS-INPUT-VALID AND WS-MODE-BAND
        PERFORM CHECK-VALUE-BAND
    END-IF.

CHECK-VALUE-BAND.
    MOVE QTY-NUMBER TO WS-NUMBER
    PERFORM FIND-VALUE-BAND
    IF NOT WS-BAND-FOUND
        SET WS-INPUT-INVALID TO TRUE
        MOVE "NO BAND FOR VALUE" TO WS-REJECT-REASON
    END-IF.

VALIDATE-CORRECTION.
    MOVE QTY-CORR-TYPE TO WS-CORR-TYPE
    EVALUATE TRUE
        WHEN QTY-CORR-NUMBER IS NOT NUMERIC
            SET WS-INPUT-INVALID TO TRUE
            MOVE "NON-NUMERIC ENTRY" TO WS-REJECT-REASON
        WHEN QTY-CORR-ACCOUNT-ID = SPACES
            SET WS-INPUT-INVALID TO TRUE
            MOVE "MISSING ACCOUNT ID" TO WS-REJECT-REASON
        WHEN QTY-ORIG-RUN-DATE IS NOT NUMERIC
            SET WS-INPUT-INVALID TO TRUE
            MOVE "INVALID ORIG DATE" TO WS-REJECT-REASON
        WHEN QTY-ORIG-RUN-DATE = 0
                OR QTY-ORIG-RUN-DATE > WS-RUN-DATE
            SET WS-INPUT-INVALID TO TRUE
            MOVE "INVALID ORIG DATE" TO WS-REJECT-REASON
    END-EVALUATE
    IF WS-INPUT-VALID
        PERFORM CHECK-ACCOUNT-MASTER
    END-IF
    IF WS-INPUT-VALID
        PERFORM CHECK-ORIGINAL-RECORD
    END-IF.

CHECK-ORIGINAL-RECORD.
    MOVE QTY-ORIG-RUN-DATE TO WS-ORIG-RUN-DATE
    MOVE QTY-ORIG-RECORD-NUMBER TO WS-ORIG-RECORD-NUMBER
    MOVE WS-ORIG-KEY TO CLASS-RECORD-KEY
    READ CLASS-FILE KEY IS CLASS-RECORD-KEY
        INVALID KEY
            SET WS-INPUT-INVALID TO TRUE
            MOVE "ORIGINAL NOT FOUND" TO WS-REJECT-REASON
    END-READ
    IF WS-INPUT-VALID
        EVALUATE TRUE
            WHEN CLASS-ACCOUNT-ID NOT = QTY-CORR-ACCOUNT-ID
                SET WS-INPUT-INVALID TO TRUE
                MOVE "ORIG ACCOUNT DIFFERS" TO WS-REJECT-REASON
            WHEN NOT CLASS-ORIGINAL-TRAN
                SET WS-INPUT-INVALID TO TRUE
                MOVE "NOT AN ORIGINAL TRAN" TO WS-REJECT-REASON
            WHEN CLASS-REVERSED
                    AND (CLASS-LINK-RUN-DATE NOT = WS-RUN-DATE
                     OR CLASS-LINK-RECORD-NUMBER NOT = RECORD-NUMBER)
                SET WS-INPUT-INVALID TO TRUE
                MOVE "ALREADY REVERSED" TO WS-REJECT-REASON
            WHEN WS-CORR-REVERSAL
                    AND QTY-CORR-NUMBER + CLASS-VALUE NOT = 0
                SET WS-INPUT-INVALID TO TRUE
                MOVE "REVERSAL MISMATCH" TO WS-REJECT-REASON
            WHEN WS-CORR-ADJUSTMENT AND QTY-CORR-NUMBER = 0
                SET WS-INPUT-INVALID TO TRUE
                MOVE "ZERO ADJUSTMENT" TO WS-REJECT-REASON
        END-EVALUATE
    END-IF.

LINK-ORIGINAL-RECORD.
    MOVE WS-ORIG-KEY TO CLASS-RECORD-KEY
    READ CLASS-FILE KEY IS CLASS-RECORD-KEY
        INVALID KEY
            DISPLAY "ORIGINAL " WS-ORIG-KEY " NOT ON FILE - RECORD "
                RECORD-NUMBER " POSTED UNLINKED"
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        NOT INVALID KEY
            MOVE WS-CORR-TYPE TO CLASS-CORRECTION-STATUS
            MOVE WS-RUN-DATE TO CLASS-LINK-RUN-DATE
            MOVE RECORD-NUMBER TO CLASS-LINK-RECORD-NUMBER
            REWRITE CLASS-RECORD
            IF WS-CLASS-STATUS NOT = "00"
                DISPLAY "ERROR LINKING ORIGINAL " WS-ORIG-KEY
                    " - FILE STATUS " WS-CLASS-STATUS
                IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
    END-READ.

CHECK-TRAN-DATE.
    MOVE QTY-TRAN-DATE TO WS-DATE-CHECK
    SET WS-DATE-OK TO TRUE
    MOVE 0 TO ACCT-TOTAL-COUNT
    MOVE 0 TO ACCT-AGE-SAME-COUNT
    MOVE 0 TO ACCT-AGE-WEEK-COUNT
    MOVE 0 TO ACCT-AGE-OLDER-COUNT
    PERFORM CLEAR-ACCT-BAND-TOTAL
        VARYING WS-BAND-IX FROM 1 BY 1
        UNTIL WS-BAND-IX > 20.

CLEAR-ACCT-BAND-TOTAL.
    MOVE 0 TO ACCT-BAND-COUNT (WS-BAND-IX)
    MOVE 0 TO ACCT-BAND-SUM (WS-BAND-IX).

WRITE-ACCOUNT-HEADING.
    MOVE SPACES TO WS-REPORT-LINE
            PERFORM WRITE-ACCT-SIGN-LINE
        WHEN WS-MODE-MULTOF
            PERFORM WRITE-ACCT-MULT-LINE
        WHEN WS-MODE-BAND
            PERFORM WRITE-ACCT-BAND-LINES
        WHEN WS-MODE-ALL
            PERFORM WRITE-ACCT-EVEN-ODD-LINE
            PERFORM WRITE-ACCT-SIGN-LINE
        INTO WS-REPORT-LINE
    WRITE SUMMARY-LINE FROM WS-REPORT-LINE.

WRITE-ACCT-BAND-LINES.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ACCOUNT " DELIMITED BY SIZE
        WS-CURRENT-ACCOUNT DELIMITED BY SIZE
        " TOT " DELIMITED BY SIZE
        ACCT-TOTAL-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE SUMMARY-LINE FROM WS-REPORT-LINE
    PERFORM WRITE-ACCT-BAND-LINE
        VARYING WS-BAND-IX FROM 1 BY 1
        UNTIL WS-BAND-IX > WS-BAND-COUNT.

WRITE-ACCT-BAND-LINE.
    IF ACCT-BAND-COUNT (WS-BAND-IX) > 0
        MOVE ACCT-BAND-SUM (WS-BAND-IX) TO WS-BAND-SUM-OUT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  BAND " DELIMITED BY SIZE
            WS-BAND-CODE (WS-BAND-IX) DELIMITED BY SIZE
            " CNT " DELIMITED BY SIZE
            ACCT-BAND-COUNT (WS-BAND-IX) DELIMITED BY SIZE
            " SUM " DELIMITED BY SIZE
            WS-BAND-SUM-OUT DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        WRITE SUMMARY-LINE FROM WS-REPORT-LINE
    END-IF.

LOG-REJECT.
    IF NOT WS-REJECT-FILE-OPEN
        OPEN EXTEND REJECT-FILE
        IF WS-REJECT-STATUS NOT = "00"
            DISPLAY "ERROR OPENING REJLOG - FILE STATUS " WS-REJECT-STATUS
            MOVE 8 TO RETURN-CODE
            PERFORM END-STEP-CONTROL
            STOP RUN
        END-IF
        SET WS-REJECT-FILE-OPEN TO TRUE
    MOVE QTY-RECORD TO REJ-INPUT-DATA
    MOVE WS-REJECT-REASON TO REJ-REASON
    MOVE WS-RUN-DATE TO REJ-RUN-DATE
    MOVE WS-SRC-ID (WS-SOURCE-IX) TO REJ-SOURCE-ID
    WRITE REJECT-LINE.

CLEAR-RUN-REJECTS.
    MOVE 0 TO WS-REJLOG-COUNT
    MOVE 0 TO WS-REJLOG-DROPPED
    MOVE "N" TO WS-REJ-EOF-SWITCH
    OPEN INPUT REJECT-FILE
    IF WS-REJECT-STATUS = "00"
        PERFORM UNTIL WS-REJ-END-OF-FILE
            READ REJECT-FILE
                AT END
                    SET WS-REJ-END-OF-FILE TO TRUE
                NOT AT END
                    IF REJ-RUN-DATE IS NUMERIC
                            AND REJ-RUN-DATE = WS-RUN-DATE
                            AND REJ-RECORD-NUMBER IS NUMERIC
                            AND REJ-RECORD-NUMBER > WS-RESTART-POINT
                        ADD 1 TO WS-REJLOG-DROPPED
                    ELSE
                        PERFORM SAVE-REJLOG-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REJECT-FILE
        IF WS-REJLOG-DROPPED > 0
            IF WS-REJLOG-OVERFLOW
                DISPLAY "REJLOG TOO LARGE TO REWRITE - "
                    WS-REJLOG-DROPPED " EARLIER REJECTS FOR "
                    WS-RUN-DATE " LEFT ON FILE"
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            ELSE
                OPEN OUTPUT REJECT-FILE
                IF WS-REJECT-STATUS NOT = "00"
                    DISPLAY "ERROR REWRITING REJLOG - FILE STATUS "
                        WS-REJECT-STATUS
                    MOVE 8 TO RETURN-CODE
                    PERFORM END-STEP-CONTROL
                    STOP RUN
                END-IF
                PERFORM WRITE-REJLOG-ENTRY
                    VARYING WS-REJLOG-IX FROM 1 BY 1
                    UNTIL WS-REJLOG-IX > WS-REJLOG-COUNT
                CLOSE REJECT-FILE
                DISPLAY "EARLIER REJECTS FOR " WS-RUN-DATE
                    " CLEARED FROM REJLOG - " WS-REJLOG-DROPPED
                    " ENTRIES"
            END-IF
        END-IF
    END-IF.

SAVE-REJLOG-ENTRY.
    IF WS-REJLOG-COUNT >= 5000
        SET WS-REJLOG-OVERFLOW TO TRUE
    ELSE
        ADD 1 TO WS-REJLOG-COUNT
        MOVE REJECT-LINE TO WS-REJLOG-ENTRY (WS-REJLOG-COUNT)
    END-IF.

TALLY-SOURCE-REJECT.
    EVALUATE WS-REJECT-REASON
        WHEN "NON-NUMERIC ENTRY"
        WHEN "MISSING ACCOUNT ID"
            ADD 1 TO WS-SRC-REJ-FORMAT (WS-SOURCE-IX)
        WHEN "NON-NUMERIC DATE"
        WHEN "INVALID TRAN DATE"
        WHEN "FUTURE TRAN DATE"
            ADD 1 TO WS-SRC-REJ-DATE (WS-SOURCE-IX)
        WHEN "STALE TRAN DATE"
            ADD 1 TO WS-SRC-REJ-STALE (WS-SOURCE-IX)
        WHEN "UNKNOWN ACCOUNT"
        WHEN "ACCOUNT CLOSED"
            ADD 1 TO WS-SRC-REJ-ACCOUNT (WS-SOURCE-IX)
        WHEN "DUPLICATE TRAN"
            ADD 1 TO WS-SRC-REJ-DUPLICATE (WS-SOURCE-IX)
        WHEN "INVALID ORIG DATE"
        WHEN "ORIGINAL NOT FOUND"
        WHEN "ORIG ACCOUNT DIFFERS"
        WHEN "NOT AN ORIGINAL TRAN"
        WHEN "ALREADY REVERSED"
        WHEN "REVERSAL MISMATCH"
        WHEN "ZERO ADJUSTMENT"
            ADD 1 TO WS-SRC-REJ-CORRECTION (WS-SOURCE-IX)
        WHEN OTHER
            ADD 1 TO WS-SRC-REJ-OTHER (WS-SOURCE-IX)
    END-EVALUATE.

WRITE-REJLOG-ENTRY.
    MOVE WS-REJLOG-ENTRY (WS-REJLOG-IX) TO REJECT-LINE
    WRITE REJECT-LINE.

CLASSIFY-NUMBER.
    MOVE SPACES TO CLASS-EO-CODE
    MOVE SPACES TO CLASS-SIGN-CODE
    MOVE SPACES TO CLASS-MULT-CODE
    MOVE SPACES TO CLASS-BAND-CODE
    EVALUATE TRUE
        WHEN WS-MODE-SIGN
            PERFORM CLASSIFY-BY-SIGN
        WHEN WS-MODE-MULTOF
            PERFORM CLASSIFY-BY-MULTIPLE
        WHEN WS-MODE-BAND
            PERFORM CLASSIFY-BY-BAND
        WHEN WS-MODE-ALL
            PERFORM CLASSIFY-BY-EVEN-ODD
            PERFORM CLASSIFY-BY-SIGN
            MOVE CLASS-SIGN-CODE TO CLASS-CODE
        WHEN WS-MODE-MULTOF
            MOVE CLASS-MULT-CODE TO CLASS-CODE
        WHEN WS-MODE-BAND
            MOVE "BAND" TO CLASS-CODE
        WHEN OTHER
            MOVE CLASS-EO-CODE TO CLASS-CODE
    END-EVALUATE
    MOVE WS-ACCOUNT-ID TO CLASS-ACCOUNT-ID
    MOVE WS-TRAN-DATE TO CLASS-TRAN-DATE
    MOVE WS-SRC-ID (WS-SOURCE-IX) TO CLASS-SOURCE-ID
    MOVE SPACE TO CLASS-CORRECTION-STATUS
    IF WS-CORRECTION-RECORD
        MOVE WS-CORR-TYPE TO CLASS-TRAN-TYPE
        MOVE WS-ORIG-KEY TO CLASS-LINK-KEY
        IF WS-CORR-REVERSAL
            ADD 1 TO REVERSAL-COUNT
            ADD 1 TO WS-SRC-REVERSAL-COUNT (WS-SOURCE-IX)
        ELSE
            ADD 1 TO ADJUSTMENT-COUNT
            ADD 1 TO WS-SRC-ADJUST-COUNT (WS-SOURCE-IX)
        END-IF
    ELSE
        MOVE "T" TO CLASS-TRAN-TYPE
        MOVE ZEROS TO CLASS-LINK-KEY
    END-IF
    WRITE CLASS-RECORD
        INVALID KEY
            REWRITE CLASS-RECORD
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        IF WS-CORRECTION-RECORD
            PERFORM LINK-ORIGINAL-RECORD
        END-IF
    END-IF.

CLASSIFY-BY-EVEN-ODD.
        MOVE "NMUL" TO CLASS-MULT-CODE
    END-IF.

CLASSIFY-BY-BAND.
    PERFORM FIND-VALUE-BAND
    IF WS-BAND-FOUND
        SET WS-BAND-IX TO BND-IDX
        ADD 1 TO BAND-COUNT (WS-BAND-IX)
        ADD WS-NUMBER TO BAND-SUM (WS-BAND-IX)
        ADD 1 TO ACCT-BAND-COUNT (WS-BAND-IX)
        ADD WS-NUMBER TO ACCT-BAND-SUM (WS-BAND-IX)
        MOVE WS-BAND-CODE (WS-BAND-IX) TO CLASS-BAND-CODE
    END-IF.

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
            WHEN WS-NUMBER >= WS-BAND-LOW (BND-IDX)
                    AND WS-NUMBER <= WS-BAND-HIGH (BND-IDX)
                SET WS-BAND-FOUND TO TRUE
        END-SEARCH
    END-IF.

ACCUMULATE-AGING.
    EVALUATE TRUE
        WHEN WS-TRAN-DATE = WS-RUN-DATE
        WHEN OTHER
            ADD 1 TO AGE-OLDER-COUNT
            ADD 1 TO ACCT-AGE-OLDER-COUNT
            ADD 1 TO WS-SRC-LATE-COUNT (WS-SOURCE-IX)
    END-EVALUATE.

ACCUMULATE-STATISTICS.
    MOVE WS-ACCOUNT-ID TO DTL-ACCOUNT
    MOVE RECORD-NUMBER TO DTL-RECORD
    MOVE WS-NUMBER TO DTL-VALUE
    EVALUATE TRUE
        WHEN WS-MODE-ALL
            MOVE SPACES TO DTL-CLASS
            STRING CLASS-EO-CODE DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CLASS-SIGN-CODE DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CLASS-MULT-CODE DELIMITED BY SIZE
                INTO DTL-CLASS
        WHEN WS-MODE-BAND
            MOVE CLASS-BAND-CODE TO DTL-CLASS
        WHEN OTHER
            MOVE CLASS-CODE TO DTL-CLASS
    END-EVALUATE
    WRITE DETAIL-LINE FROM WS-DETAIL-DETAIL-LINE
    ADD 1 TO WS-DETAIL-LINE-COUNT.

    END-IF
    IF WS-DUP-FOUND
        ADD 1 TO WS-DUPLICATE-COUNT
        ADD 1 TO WS-SRC-DUP-COUNT (WS-SOURCE-IX)
        IF WS-DUP-WARN
            DISPLAY "DUPLICATE TRANSACTION WARNING - RECORD "
                RECORD-NUMBER " ACCOUNT " QTY-ACCOUNT-ID
                    IF CLASS-RUN-DATE NOT = WS-PRIOR-RUN-DATE
                        SET WS-CLS-END-OF-FILE TO TRUE
                    ELSE
                        IF CLASS-ORIGINAL-TRAN
                            PERFORM LOAD-PRIOR-DUP-ENTRY
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        DISPLAY "MORE THAN 10 SOURCE EXTRACTS IN QTYFILE - RUN"
            " ABANDONED"
        MOVE 8 TO RETURN-CODE
        PERFORM END-STEP-CONTROL
        STOP RUN
    END-IF
    ADD 1 TO WS-SOURCE-IX
        MOVE 0 TO WS-SRC-EXPECTED-SUM (WS-SOURCE-IX)
        MOVE "N" TO WS-SRC-TRAILER-SW (WS-SOURCE-IX)
        MOVE SPACES TO WS-SRC-RECON-MSG (WS-SOURCE-IX)
        MOVE 0 TO WS-SRC-CORR-RECEIVED (WS-SOURCE-IX)
        MOVE 0 TO WS-SRC-REVERSAL-COUNT (WS-SOURCE-IX)
        MOVE 0 TO WS-SRC-ADJUST-COUNT (WS-SOURCE-IX)
        MOVE 0 TO WS-SRC-EXPECTED-CORR (WS-SOURCE-IX)
        MOVE "N" TO WS-SRC-CORR-TRAILER-SW (WS-SOURCE-IX)
        MOVE 0 TO WS-SRC-DUP-COUNT (WS-SOURCE-IX)
        MOVE 0 TO WS-SRC-LATE-COUNT (WS-SOURCE-IX)
        MOVE 0 TO WS-SRC-REJ-FORMAT (WS-SOURCE-IX)
        MOVE 0 TO WS-SRC-REJ-DATE (WS-SOURCE-IX)
        MOVE 0 TO WS-SRC-REJ-STALE (WS-SOURCE-IX)
        MOVE 0 TO WS-SRC-REJ-ACCOUNT (WS-SOURCE-IX)
        MOVE 0 TO WS-SRC-REJ-DUPLICATE (WS-SOURCE-IX)
        MOVE 0 TO WS-SRC-REJ-CORRECTION (WS-SOURCE-IX)
        MOVE 0 TO WS-SRC-REJ-OTHER (WS-SOURCE-IX)
        DISPLAY "PROCESSING SOURCE " WS-SRC-ID (WS-SOURCE-IX)
    END-IF.

    MOVE QTY-EXPECTED-COUNT
        TO WS-SRC-EXPECTED-COUNT (WS-SOURCE-IX)
    MOVE QTY-EXPECTED-SUM TO WS-SRC-EXPECTED-SUM (WS-SOURCE-IX)
    IF QTY-EXPECTED-CORRECTIONS IS NUMERIC
        MOVE "Y" TO WS-SRC-CORR-TRAILER-SW (WS-SOURCE-IX)
        MOVE QTY-EXPECTED-CORRECTIONS
            TO WS-SRC-EXPECTED-CORR (WS-SOURCE-IX)
    END-IF
    MOVE QTY-EXPECTED-COUNT TO WS-EXPECTED-COUNT
    MOVE QTY-EXPECTED-SUM TO WS-EXPECTED-SUM.

                    = WS-SRC-EXPECTED-COUNT (WS-SOURCE-IX2)
                AND WS-SRC-ACTUAL-SUM (WS-SOURCE-IX2)
                    = WS-SRC-EXPECTED-SUM (WS-SOURCE-IX2)
                AND (WS-SRC-CORR-TRAILER-SW (WS-SOURCE-IX2) NOT = "Y"
                 OR WS-SRC-CORR-RECEIVED (WS-SOURCE-IX2)
                    = WS-SRC-EXPECTED-CORR (WS-SOURCE-IX2))
            MOVE "CONTROL TOTALS MATCH"
                TO WS-SRC-RECON-MSG (WS-SOURCE-IX2)
        WHEN WS-SRC-RECORD-COUNT (WS-SOURCE-IX2)
                    = WS-SRC-EXPECTED-COUNT (WS-SOURCE-IX2)
                AND WS-SRC-ACTUAL-SUM (WS-SOURCE-IX2)
                    = WS-SRC-EXPECTED-SUM (WS-SOURCE-IX2)
            MOVE "CORRECTION COUNT MISMATCH - REVIEW EXTRACT"
                TO WS-SRC-RECON-MSG (WS-SOURCE-IX2)
            IF WS-RECON-MESSAGE = "CONTROL TOTALS MATCH"
                MOVE SPACES TO WS-RECON-MESSAGE
                STRING "CORRECTION MISMATCH SOURCE " DELIMITED BY SIZE
                    WS-SRC-ID (WS-SOURCE-IX2) DELIMITED BY SIZE
                    INTO WS-RECON-MESSAGE
            END-IF
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        WHEN OTHER
            MOVE "CONTROL TOTAL MISMATCH - REVIEW EXTRACT"
                TO WS-SRC-RECON-MSG (WS-SOURCE-IX2)
            PERFORM WRITE-SIGN-SUMMARY-LINES
        WHEN WS-MODE-MULTOF
            PERFORM WRITE-MULTIPLE-SUMMARY-LINES
        WHEN WS-MODE-BAND
            PERFORM WRITE-BAND-SUMMARY-LINES
        WHEN WS-MODE-ALL
            PERFORM WRITE-EVEN-ODD-SUMMARY-LINES
            PERFORM WRITE-SIGN-SUMMARY-LINES
        REJECT-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE SUMMARY-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "REVERSALS     : " DELIMITED BY SIZE
        REVERSAL-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE SUMMARY-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ADJUSTMENTS   : " DELIMITED BY SIZE
        ADJUSTMENT-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE SUMMARY-LINE FROM WS-REPORT-LINE
    DISPLAY "REVERSALS     : " REVERSAL-COUNT
    DISPLAY "ADJUSTMENTS   : " ADJUSTMENT-COUNT
    IF NOT WS-DUP-OFF
        MOVE SPACES TO WS-REPORT-LINE
        IF WS-DUP-WARN
        WS-SRC-REJECT-COUNT (WS-SOURCE-IX2) DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE SUMMARY-LINE FROM WS-REPORT-LINE
    IF WS-SRC-CORR-RECEIVED (WS-SOURCE-IX2) > 0
            OR WS-SRC-CORR-TRAILER-SW (WS-SOURCE-IX2) = "Y"
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  CORRECTIONS RCVD " DELIMITED BY SIZE
            WS-SRC-CORR-RECEIVED (WS-SOURCE-IX2) DELIMITED BY SIZE
            " REV " DELIMITED BY SIZE
            WS-SRC-REVERSAL-COUNT (WS-SOURCE-IX2) DELIMITED BY SIZE
            " ADJ " DELIMITED BY SIZE
            WS-SRC-ADJUST-COUNT (WS-SOURCE-IX2) DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        WRITE SUMMARY-LINE FROM WS-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  RECON: " DELIMITED BY SIZE
        WS-SRC-RECON-MSG (WS-SOURCE-IX2) DELIMITED BY SIZE
        " REJ " WS-SRC-REJECT-COUNT (WS-SOURCE-IX2).

WRITE-AGING-SUMMARY.
    MOVE "TRANSACTION AGING (BUSINESS DAYS)" TO WS-REPORT-LINE
    WRITE SUMMARY-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "SAME DAY      : " DELIMITED BY SIZE
        "  (" MULT-PERCENT-ED "%)"
    DISPLAY "NOT A MULTIPLE: " NON-MULT-COUNT
        "  (" NON-MULT-PERCENT-ED "%)".

WRITE-BAND-SUMMARY-LINES.
    PERFORM WRITE-BAND-SUMMARY-LINE
        VARYING WS-BAND-IX FROM 1 BY 1
        UNTIL WS-BAND-IX > WS-BAND-COUNT.

WRITE-BAND-SUMMARY-LINE.
    IF TOTAL-COUNT > 0
        COMPUTE BAND-PERCENT =
            (BAND-COUNT (WS-BAND-IX) * 100) / TOTAL-COUNT
    ELSE
        MOVE 0 TO BAND-PERCENT
    END-IF
    MOVE BAND-PERCENT TO BAND-PERCENT-ED
    MOVE BAND-SUM (WS-BAND-IX) TO WS-BAND-SUM-OUT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "BAND " DELIMITED BY SIZE
        WS-BAND-CODE (WS-BAND-IX) DELIMITED BY SIZE
        " : " DELIMITED BY SIZE
        BAND-COUNT (WS-BAND-IX) DELIMITED BY SIZE
        "  (" DELIMITED BY SIZE
        BAND-PERCENT-ED DELIMITED BY SIZE
        "%) SUM " DELIMITED BY SIZE
        WS-BAND-SUM-OUT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE SUMMARY-LINE FROM WS-REPORT-LINE
    DISPLAY "BAND " WS-BAND-CODE (WS-BAND-IX) " : "
        BAND-COUNT (WS-BAND-IX) "  (" BAND-PERCENT-ED "%) SUM "
        WS-BAND-SUM-OUT.

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
                WHEN SC-STEP-RUNNING AND WS-RESTART-POINT > 0
                    DISPLAY "CHECKPOINT RESTART OF STEP " WS-STEP-ID
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
