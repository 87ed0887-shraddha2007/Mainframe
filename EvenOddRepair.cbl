    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
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
    SELECT ACK-FILE ASSIGN TO "ACKFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACKFILE-STATUS.
    SELECT BAND-FILE ASSIGN TO "BANDDEF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BANDDEF-STATUS.

DATA DIVISION.
FILE SECTION.
    RECORDING MODE IS F.
    COPY RUNCREC.

FD  POSITION-FILE.
    COPY POSNREC.

FD  SOURCE-HISTORY-FILE.
    COPY SRCHREC.

FD  ACK-FILE
    RECORDING MODE IS F.
    COPY ACKREC.

FD  BAND-FILE
    RECORDING MODE IS F.
    COPY BANDREC.

WORKING-STORAGE SECTION.
    COPY NUMREC.
01  WS-REJECT-STATUS    PIC XX VALUE SPACES.
    88  WS-REPAIR-FOUND VALUE "Y".
01  WS-STORE-OK-SWITCH  PIC X VALUE "N".
    88  WS-STORE-OK     VALUE "Y".
01  WS-CLASS-ADDED-SWITCH PIC X VALUE "N".
    88  WS-CLASS-ADDED  VALUE "Y".
01  WS-POSITION-STATUS  PIC XX VALUE SPACES.
01  WS-POSITION-OPEN-SWITCH PIC X VALUE "N".
    88  WS-POSITION-FILE-OPEN VALUE "Y".
01  WS-PSN-NEW-SWITCH   PIC X VALUE "N".
    88  WS-PSN-NEW-ACCOUNT VALUE "Y".
01  WS-PSN-POSTED-COUNT PIC 9(7) VALUE 0.
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
01  WS-SURVIVOR-OVERFLOW-SWITCH PIC X VALUE "N".
    88  WS-SURVIVOR-OVERFLOW VALUE "Y".
01  WS-REJLOG-REWRITTEN-SWITCH PIC X VALUE "N".
    88  WS-REJLOG-REWRITTEN VALUE "Y".
01  WS-SRCHIST-STATUS   PIC XX VALUE SPACES.
01  WS-ACKFILE-STATUS   PIC XX VALUE SPACES.
01  WS-ACK-DETAIL-COUNT PIC 9(7) VALUE 0.
01  WS-REISSUED-COUNT   PIC 9(2) VALUE 0.
01  WS-REPAIR-RUN-DATE  PIC 9(8) VALUE 0.
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
01  WS-OTHER-BAND-COUNT PIC 9(7) VALUE 0.
01  WS-BAND-SUM-OUT     PIC -(11)9.
01  WS-PARM-WORK        PIC X(20) VALUE SPACES.
01  WS-PARM-MODE        PIC X(10) VALUE SPACES.
01  WS-PARM-DATE        PIC X(10) VALUE SPACES.
01  WS-SURVIVOR-TABLE.
    05  WS-SURVIVOR-COUNT   PIC 9(4) VALUE 0.
    05  WS-SURVIVOR-IX      PIC 9(4) VALUE 0.
    05  WS-SURVIVOR-ENTRY   PIC X(90) OCCURS 5000 TIMES.

01  WS-SURVIVOR-LINE.
    05  WS-SURV-RECORD-NUMBER PIC 9(7).
    05  FILLER              PIC X.
    05  WS-SURV-INPUT-DATA  PIC X(40).
    05  FILLER              PIC X.
    05  WS-SURV-REASON      PIC X(20).
    05  FILLER              PIC X.
    05  WS-SURV-RUN-DATE    PIC 9(8).
    05  FILLER              PIC X.
    05  WS-SURV-SOURCE-ID   PIC X(8).
    05  FILLER              PIC X(3).

01  WS-CLEARED-TABLE.
    05  WS-CLEARED-SOURCE-COUNT PIC 9(2) VALUE 0.
    05  WS-CLEARED-IX       PIC 9(2) VALUE 0.
    05  WS-CLEARED-ENTRY OCCURS 10 TIMES INDEXED BY CLR-IDX.
        10  WS-CLR-SOURCE-ID    PIC X(8).
        10  WS-CLR-COUNT        PIC 9(7).
        10  WS-CLR-SUM          PIC S9(11).

01  WS-COUNTERS.
    05  EVEN-COUNT          PIC 9(7) VALUE 0.
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
PROCEDURE DIVISION USING LS-PARM.
MAIN-PROCEDURE.
    PERFORM PARSE-PARM
    IF WS-MODE-BAND
        PERFORM LOAD-BAND-TABLE
        IF WS-BAND-TABLE-BAD
            DISPLAY "BAND DEFINITIONS IN ERROR - REPAIR STOPPED BEFORE"
                " ANY INPUT WAS READ"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    PERFORM LOAD-RUN-CONTROL
    PERFORM LOAD-REPAIR-TABLE
    IF WS-REPAIR-RUN-DATE = 0 AND WS-RUNCTL-FOUND
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-REPAIR-RUN-DATE TO WS-PSN-RUN-DATE
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
    IF WS-POSITION-STATUS = "00"
        SET WS-POSITION-FILE-OPEN TO TRUE
    ELSE
        DISPLAY "ERROR OPENING POSNFILE - FILE STATUS "
            WS-POSITION-STATUS " - POSITIONS NOT UPDATED"
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM UNTIL WS-REJ-END-OF-FILE
        READ REJECT-FILE
            AT END
    CLOSE REJECT-FILE
    PERFORM REBUILD-TOTALS
    CLOSE CLASS-FILE
    IF WS-POSITION-FILE-OPEN
        CLOSE POSITION-FILE
        DISPLAY "REPAIRED POSTINGS APPLIED TO POSITIONS: "
            WS-PSN-POSTED-COUNT
    END-IF
    PERFORM REWRITE-REJECT-LOG
    PERFORM REISSUE-ACKNOWLEDGEMENTS
    OPEN EXTEND SUMMARY-FILE
    IF WS-SUMMARY-STATUS = "35" OR WS-SUMMARY-STATUS = "05"
        CLOSE SUMMARY-FILE
                MOVE 5 TO WS-MULTIPLE-OF
            WHEN WS-PARM-MODE = "ALL"
                SET WS-MODE-ALL TO TRUE
            WHEN WS-PARM-MODE = "BAND"
                SET WS-MODE-BAND TO TRUE
            WHEN OTHER
                SET WS-MODE-EVEN-ODD TO TRUE
        END-EVALUATE
        ADD 1 TO WS-SKIPPED-COUNT
        PERFORM KEEP-REJECT-ENTRY
    ELSE
        IF (REJ-INPUT-DATA (29:1) = "R" OR REJ-INPUT-DATA (29:1) = "A")
                AND REJ-INPUT-DATA (30:7) IS NUMERIC
                AND REJ-INPUT-DATA (37:4) = SPACES
            ADD 1 TO WS-SKIPPED-COUNT
            DISPLAY "REJECTED CORRECTION RECORD " REJ-RECORD-NUMBER
                " NOT REPAIRABLE - SOURCE MUST RESEND"
            PERFORM KEEP-REJECT-ENTRY
        ELSE
            PERFORM FIND-REPAIR-ENTRY
            IF WS-REPAIR-FOUND
                MOVE WS-REPAIR-VALUE (RPR-IDX) TO WS-NUMBER
                PERFORM CLASSIFY-NUMBER
                IF WS-MODE-BAND AND NOT WS-BAND-FOUND
                    ADD 1 TO UNMATCHED-COUNT
                    DISPLAY "CORRECTED VALUE FOR RECORD "
                        REJ-RECORD-NUMBER " IS IN NO BAND - LEFT"
                        " REJECTED"
                    PERFORM KEEP-REJECT-ENTRY
                ELSE
                    PERFORM STORE-CLASS-RECORD
                    IF NOT WS-STORE-OK
                        ADD 1 TO UNMATCHED-COUNT
                        PERFORM KEEP-REJECT-ENTRY
                    END-IF
                END-IF
            ELSE
                ADD 1 TO UNMATCHED-COUNT
                DISPLAY "NO CORRECTION FOR REJECTED RECORD "
                    REJ-RECORD-NUMBER
                PERFORM KEEP-REJECT-ENTRY
            END-IF
        END-IF
    END-IF.

                VARYING WS-SURVIVOR-IX FROM 1 BY 1
                UNTIL WS-SURVIVOR-IX > WS-SURVIVOR-COUNT
            CLOSE REJECT-FILE
            SET WS-REJLOG-REWRITTEN TO TRUE
        END-IF
    END-IF.

    ELSE
        MOVE 0 TO CLASS-TRAN-DATE
    END-IF
    MOVE REJ-SOURCE-ID TO CLASS-SOURCE-ID
    MOVE "T" TO CLASS-TRAN-TYPE
    MOVE SPACE TO CLASS-CORRECTION-STATUS
    MOVE ZEROS TO CLASS-LINK-KEY
    SET WS-CLASS-ADDED TO TRUE
    WRITE CLASS-RECORD
        INVALID KEY
            MOVE "N" TO WS-CLASS-ADDED-SWITCH
            REWRITE CLASS-RECORD
    END-WRITE
    IF WS-CLASS-STATUS NOT = "00"
    ELSE
        SET WS-STORE-OK TO TRUE
        ADD 1 TO REPAIRED-COUNT
        PERFORM TALLY-CLEARED-SOURCE
        DISPLAY "RECORD " REJ-RECORD-NUMBER " REPAIRED AS " CLASS-CODE
        IF WS-CLASS-ADDED AND WS-POSITION-FILE-OPEN
            PERFORM POST-REPAIR-TO-POSITION
        END-IF
    END-IF.

TALLY-CLEARED-SOURCE.
    SET CLR-IDX TO 1
    SEARCH WS-CLEARED-ENTRY
        AT END
            DISPLAY "CLEARED-SOURCE TABLE FULL - SOURCE "
                REJ-SOURCE-ID " NOT ACKNOWLEDGED"
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        WHEN CLR-IDX > WS-CLEARED-SOURCE-COUNT
            ADD 1 TO WS-CLEARED-SOURCE-COUNT
            MOVE REJ-SOURCE-ID TO WS-CLR-SOURCE-ID (CLR-IDX)
            MOVE 1 TO WS-CLR-COUNT (CLR-IDX)
            MOVE WS-NUMBER TO WS-CLR-SUM (CLR-IDX)
        WHEN WS-CLR-SOURCE-ID (CLR-IDX) = REJ-SOURCE-ID
            ADD 1 TO WS-CLR-COUNT (CLR-IDX)
            ADD WS-NUMBER TO WS-CLR-SUM (CLR-IDX)
    END-SEARCH.

REISSUE-ACKNOWLEDGEMENTS.
    OPEN OUTPUT ACK-FILE
    IF WS-ACKFILE-STATUS NOT = "00"
        DISPLAY "ERROR OPENING ACKFILE - FILE STATUS "
            WS-ACKFILE-STATUS " - ACKNOWLEDGEMENTS NOT REISSUED"
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        IF WS-REJLOG-REWRITTEN AND WS-CLEARED-SOURCE-COUNT > 0
            OPEN I-O SOURCE-HISTORY-FILE
            IF WS-SRCHIST-STATUS NOT = "00"
                DISPLAY "SRCHIST NOT AVAILABLE - FILE STATUS "
                    WS-SRCHIST-STATUS
                    " - ACKNOWLEDGEMENTS NOT REISSUED"
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            ELSE
                PERFORM REISSUE-SOURCE-ACK
                    VARYING WS-CLEARED-IX FROM 1 BY 1
                    UNTIL WS-CLEARED-IX > WS-CLEARED-SOURCE-COUNT
                CLOSE SOURCE-HISTORY-FILE
            END-IF
        END-IF
        CLOSE ACK-FILE
        DISPLAY "ACKNOWLEDGEMENTS REISSUED: " WS-REISSUED-COUNT
    END-IF.

REISSUE-SOURCE-ACK.
    MOVE WS-REPAIR-RUN-DATE TO SH-RUN-DATE
    MOVE WS-CLR-SOURCE-ID (WS-CLEARED-IX) TO SH-SOURCE-ID
    READ SOURCE-HISTORY-FILE KEY IS SH-KEY
        INVALID KEY
            DISPLAY "NO SRCHIST RECORD FOR SOURCE " SH-SOURCE-ID
                " RUN " SH-RUN-DATE " - ACKNOWLEDGEMENT NOT REISSUED"
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        NOT INVALID KEY
            PERFORM UPDATE-SOURCE-HISTORY
    END-READ.

UPDATE-SOURCE-HISTORY.
    ADD WS-CLR-COUNT (WS-CLEARED-IX) TO SH-REPAIRED-COUNT
    ADD WS-CLR-COUNT (WS-CLEARED-IX) TO SH-ACCEPT-COUNT
    IF SH-REJECT-COUNT > WS-CLR-COUNT (WS-CLEARED-IX)
        SUBTRACT WS-CLR-COUNT (WS-CLEARED-IX) FROM SH-REJECT-COUNT
    ELSE
        MOVE 0 TO SH-REJECT-COUNT
    END-IF
    ADD WS-CLR-SUM (WS-CLEARED-IX) TO SH-ACTUAL-SUM
    PERFORM SET-ACK-STATUS
    IF SH-ACK-ACCEPTED
        MOVE "CONTROL TOTALS MATCH AFTER REPAIR" TO SH-RECON-MESSAGE
    END-IF
    ADD 1 TO SH-ACK-ISSUE-COUNT
    ACCEPT SH-ACK-DATE FROM DATE YYYYMMDD
    REWRITE SOURCE-HISTORY-RECORD
    IF WS-SRCHIST-STATUS NOT = "00"
        DISPLAY "ERROR UPDATING SRCHIST " SH-KEY " - FILE STATUS "
            WS-SRCHIST-STATUS " - ACKNOWLEDGEMENT NOT REISSUED"
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        PERFORM WRITE-ACK-HEADER
        MOVE 0 TO WS-ACK-DETAIL-COUNT
        PERFORM WRITE-ACK-DETAIL
            VARYING WS-SURVIVOR-IX FROM 1 BY 1
            UNTIL WS-SURVIVOR-IX > WS-SURVIVOR-COUNT
        ADD 1 TO WS-REISSUED-COUNT
        DISPLAY "ACK " SH-SOURCE-ID " REISSUED - STATUS "
            SH-ACK-STATUS " CLEARED " WS-CLR-COUNT (WS-CLEARED-IX)
            " STILL REJECTED " WS-ACK-DETAIL-COUNT
    END-IF.

SET-ACK-STATUS.
    EVALUATE TRUE
        WHEN SH-TRAILER-SWITCH NOT = "Y"
        WHEN SH-RECORD-COUNT NOT = SH-EXPECTED-COUNT
        WHEN SH-CORR-TRAILER-SWITCH = "Y"
                AND SH-CORR-RECEIVED NOT = SH-EXPECTED-CORR
            SET SH-ACK-REJECTED TO TRUE
        WHEN SH-REJECT-COUNT > 0
            SET SH-ACK-PARTIAL TO TRUE
        WHEN SH-ACTUAL-SUM NOT = SH-EXPECTED-SUM
            SET SH-ACK-REJECTED TO TRUE
        WHEN OTHER
            SET SH-ACK-ACCEPTED TO TRUE
    END-EVALUATE.

WRITE-ACK-HEADER.
    MOVE SPACES TO ACK-RECORD
    MOVE SH-SOURCE-ID TO ACK-SOURCE-ID
    MOVE SH-RUN-DATE TO ACK-RUN-DATE
    SET ACK-HEADER TO TRUE
    MOVE SH-ACK-STATUS TO ACK-STATUS
    SET ACK-REISSUE TO TRUE
    MOVE SH-EXPECTED-COUNT TO ACK-EXPECTED-COUNT
    MOVE SH-RECORD-COUNT TO ACK-ACTUAL-COUNT
    MOVE SH-EXPECTED-SUM TO ACK-EXPECTED-SUM
    MOVE SH-ACTUAL-SUM TO ACK-ACTUAL-SUM
    MOVE SH-ACCEPT-COUNT TO ACK-ACCEPTED-COUNT
    MOVE SH-REJECT-COUNT TO ACK-REJECTED-COUNT
    MOVE SH-REPAIRED-COUNT TO ACK-REPAIRED-COUNT
    MOVE SH-TRAILER-SWITCH TO ACK-TRAILER-SWITCH
    MOVE SH-RECON-MESSAGE TO ACK-RECON-MESSAGE
    WRITE ACK-RECORD.

WRITE-ACK-DETAIL.
    MOVE WS-SURVIVOR-ENTRY (WS-SURVIVOR-IX) TO WS-SURVIVOR-LINE
    IF WS-SURV-RUN-DATE IS NUMERIC
            AND WS-SURV-RUN-DATE = SH-RUN-DATE
            AND WS-SURV-SOURCE-ID = SH-SOURCE-ID
        MOVE SPACES TO ACK-RECORD
        MOVE SH-SOURCE-ID TO ACK-SOURCE-ID
        MOVE SH-RUN-DATE TO ACK-RUN-DATE
        SET ACK-DETAIL TO TRUE
        MOVE WS-SURV-RECORD-NUMBER TO ACK-REJ-RECORD-NUMBER
        MOVE WS-SURV-INPUT-DATA TO ACK-REJ-INPUT-DATA
        MOVE WS-SURV-REASON TO ACK-REJ-REASON
        WRITE ACK-RECORD
        ADD 1 TO WS-ACK-DETAIL-COUNT
    END-IF.

POST-REPAIR-TO-POSITION.
    MOVE "N" TO WS-PSN-NEW-SWITCH
    MOVE CLASS-ACCOUNT-ID TO PSN-ACCOUNT-ID
    READ POSITION-FILE
        INVALID KEY
            PERFORM OPEN-NEW-POSITION
    END-READ
    PERFORM TALLY-POSTING-CLASS
    EVALUATE TRUE
        WHEN PSN-POSITION-DATE < WS-REPAIR-RUN-DATE
            PERFORM ROLL-POSITION-FORWARD
            PERFORM POST-TO-POSITION-DAY
        WHEN PSN-POSITION-DATE = WS-REPAIR-RUN-DATE
            PERFORM POST-TO-POSITION-DAY
        WHEN OTHER
            PERFORM POST-BEHIND-POSITION-DATE
    END-EVALUATE
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
    END-IF.

OPEN-NEW-POSITION.
    SET WS-PSN-NEW-ACCOUNT TO TRUE
    MOVE ZEROS TO POSITION-RECORD
    MOVE CLASS-ACCOUNT-ID TO PSN-ACCOUNT-ID
    MOVE WS-REPAIR-RUN-DATE TO PSN-POSITION-DATE.

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
    MOVE WS-REPAIR-RUN-DATE TO PSN-POSITION-DATE.

POST-TO-POSITION-DAY.
    ADD CLASS-VALUE TO PSN-NET-CHANGE
    PERFORM ADD-POSTING-TO-DAY
    PERFORM ADD-POSTING-TO-MTD
    MOVE WS-REPAIR-RUN-DATE TO PSN-LAST-POSTED-DATE.

POST-BEHIND-POSITION-DATE.
    MOVE PSN-POSITION-DATE TO WS-PSN-DATE-WORK
    ADD CLASS-VALUE TO PSN-OPENING-POSITION
    IF WS-PSN-RUN-MONTH = WS-PSN-DATE-MONTH
        PERFORM ADD-POSTING-TO-MTD
    ELSE
        ADD CLASS-VALUE TO PSN-MONTH-OPENING
        EVALUATE TRUE
            WHEN WS-PSN-RUN-MONTH = PSN-PREV-MONTH-ID
                ADD CLASS-VALUE TO PSN-PREV-CLOSING
                PERFORM ADD-POSTING-TO-PREV
                IF WS-REPAIR-RUN-DATE > PSN-PREV-LAST-POSTED
                    MOVE WS-REPAIR-RUN-DATE TO PSN-PREV-LAST-POSTED
                END-IF
            WHEN WS-PSN-RUN-MONTH < PSN-PREV-MONTH-ID
                ADD CLASS-VALUE TO PSN-PREV-OPENING
                ADD CLASS-VALUE TO PSN-PREV-CLOSING
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    IF WS-REPAIR-RUN-DATE > PSN-PRIOR-POSTED-DATE
        MOVE WS-REPAIR-RUN-DATE TO PSN-PRIOR-POSTED-DATE
    END-IF
    IF WS-REPAIR-RUN-DATE > PSN-LAST-POSTED-DATE
        MOVE WS-REPAIR-RUN-DATE TO PSN-LAST-POSTED-DATE
    END-IF.

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

ADD-POSTING-TO-PREV.
    ADD WS-POST-POSTINGS TO PSN-PREV-POSTINGS
    ADD WS-POST-EVEN TO PSN-PREV-EVEN
    ADD WS-POST-ODD TO PSN-PREV-ODD
    ADD WS-POST-POS TO PSN-PREV-POS
    ADD WS-POST-NEG TO PSN-PREV-NEG
    ADD WS-POST-ZERO TO PSN-PREV-ZERO
    ADD WS-POST-MULT TO PSN-PREV-MULT
    ADD WS-POST-NON-MULT TO PSN-PREV-NON-MULT.

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
    END-EVALUATE.
        MOVE "NMUL" TO CLASS-MULT-CODE
    END-IF.

CLASSIFY-BY-BAND.
    PERFORM FIND-VALUE-BAND
    IF WS-BAND-FOUND
        MOVE WS-BAND-CODE (BND-IDX) TO CLASS-BAND-CODE
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

REBUILD-TOTALS.
    MOVE WS-REPAIR-RUN-DATE TO CLASS-RUN-DATE
    MOVE 0 TO CLASS-RECORD-NUMBER
                ELSE
                    ADD 1 TO TOTAL-COUNT
                    PERFORM TALLY-CLASS-CODE
                    IF WS-MODE-BAND
                        PERFORM TALLY-BAND-CODE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
        END-EVALUATE
    END-IF.

TALLY-BAND-CODE.
    SET BND-IDX TO 1
    SEARCH WS-BAND-ENTRY
        AT END
            ADD 1 TO WS-OTHER-BAND-COUNT
        WHEN BND-IDX > WS-BAND-COUNT
            ADD 1 TO WS-OTHER-BAND-COUNT
        WHEN WS-BAND-CODE (BND-IDX) = CLASS-BAND-CODE
            SET WS-BAND-IX TO BND-IDX
            ADD 1 TO BAND-COUNT (WS-BAND-IX)
            ADD CLASS-VALUE TO BAND-SUM (WS-BAND-IX)
    END-SEARCH.

TALLY-PRIMARY-CODE.
    EVALUATE CLASS-CODE
        WHEN "EVEN"
            PERFORM WRITE-SIGN-SUMMARY-LINES
        WHEN WS-MODE-MULTOF
            PERFORM WRITE-MULTIPLE-SUMMARY-LINES
        WHEN WS-MODE-BAND
            PERFORM WRITE-BAND-SUMMARY-LINES
        WHEN WS-MODE-ALL
            PERFORM WRITE-EVEN-ODD-SUMMARY-LINES
            PERFORM WRITE-SIGN-SUMMARY-LINES
        "%)" DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE SUMMARY-LINE FROM WS-REPORT-LINE.

WRITE-BAND-SUMMARY-LINES.
    PERFORM WRITE-BAND-SUMMARY-LINE
        VARYING WS-BAND-IX FROM 1 BY 1
        UNTIL WS-BAND-IX > WS-BAND-COUNT
    IF WS-OTHER-BAND-COUNT > 0
        MOVE SPACES TO WS-REPORT-LINE
        STRING "NOT IN A CURRENT BAND: " DELIMITED BY SIZE
            WS-OTHER-BAND-COUNT DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        WRITE SUMMARY-LINE FROM WS-REPORT-LINE
    END-IF.

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
    WRITE SUMMARY-LINE FROM WS-REPORT-LINE.
