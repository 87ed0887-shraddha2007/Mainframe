    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
    SELECT OPERATOR-FILE ASSIGN TO "OPERPROF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OP-USER-ID
        FILE STATUS IS WS-OPERPROF-STATUS.
    SELECT ACCESS-LOG-FILE ASSIGN TO "ACCLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACCLOG-STATUS.
    SELECT BAND-FILE ASSIGN TO "BANDDEF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BANDDEF-STATUS.

DATA DIVISION.
FILE SECTION.
    RECORDING MODE IS F.
    COPY RUNCREC.

FD  OPERATOR-FILE.
    COPY OPERREC.

FD  ACCESS-LOG-FILE
    RECORDING MODE IS F.
    COPY ACCLREC.

FD  BAND-FILE
    RECORDING MODE IS F.
    COPY BANDREC.

WORKING-STORAGE SECTION.
01  WS-CLASS-STATUS     PIC XX VALUE SPACES.
01  WS-RUNCTL-STATUS    PIC XX VALUE SPACES.
01  WS-CMD-OPERAND      PIC X(10) VALUE SPACES.
01  WS-OPERAND-LEN      PIC 9(2) VALUE 0.
01  WS-INQ-KEY          PIC 9(7) VALUE 0.
01  WS-INQ-CODE         PIC X(8) VALUE SPACES.
01  WS-INQ-BAND-IX      PIC 9(2) VALUE 0.
01  WS-INQ-ACCOUNT      PIC X(10) VALUE SPACES.
01  WS-INQ-DATE         PIC 9(8) VALUE 0.
01  WS-LATEST-DATE      PIC 9(8) VALUE 0.
    88  WS-SESSION-DONE VALUE "Y".
01  WS-BROWSE-EOF-SWITCH PIC X VALUE "N".
    88  WS-BROWSE-END-OF-FILE VALUE "Y".
01  WS-CLOCK-TIME-RAW   PIC 9(8) VALUE 0.
01  WS-CLOCK-TIME REDEFINES WS-CLOCK-TIME-RAW.
    05  WS-CLOCK-HHMMSS PIC 9(6).
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
01  WS-LOG-PROGRAM      PIC X(8) VALUE "CHECKER".
01  WS-LOG-EVENT        PIC X VALUE SPACE.
01  WS-LOG-COMMAND      PIC X(40) VALUE SPACES.
01  WS-LOG-RESULT       PIC X(30) VALUE SPACES.
01  WS-BANDDEF-STATUS   PIC XX VALUE SPACES.
01  WS-BND-EOF-SWITCH   PIC X VALUE "N".
    88  WS-BND-END-OF-FILE VALUE "Y".
01  WS-BAND-ERROR-SWITCH PIC X VALUE "N".
    88  WS-BAND-TABLE-BAD VALUE "Y".
01  WS-BAND-IX          PIC 9(2) VALUE 0.
01  WS-BAND-TABLE.
    05  WS-BAND-COUNT       PIC 9(2) VALUE 0.
    05  WS-BAND-ENTRY OCCURS 20 TIMES INDEXED BY BND-IDX.
        10  WS-BAND-CODE    PIC X(8).
        10  WS-BAND-LOW     PIC S9(9).
        10  WS-BAND-HIGH    PIC S9(9).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    END-IF
    PERFORM FIND-LATEST-RUN
    PERFORM LOAD-RUN-CONTROL
    PERFORM OPEN-ACCESS-LOG
    IF WS-ACCLOG-STATUS NOT = "00"
        CLOSE CLASS-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM SIGN-ON-OPERATOR
    IF NOT WS-SIGNED-ON
        CLOSE CLASS-FILE
        CLOSE ACCESS-LOG-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LOAD-BAND-TABLE
    IF WS-BAND-TABLE-BAD
        DISPLAY "BAND DEFINITIONS NOT USABLE - C MATCHES STORED BAND"
            " CODES ONLY"
        MOVE 0 TO WS-BAND-COUNT
    END-IF
    DISPLAY "CLASSVSAM INQUIRY"
    DISPLAY "  R nnnnnnn  - SHOW RECORD BY RECORD NUMBER"
    DISPLAY "  C cccccccc - LIST RECORDS WITH CLASS CODE OR BAND"
    DISPLAY "               (EVEN ODD POS NEG ZERO MULT NMUL"
    DISPLAY "               OR A VALUE BAND CODE FROM BANDDEF)"
    DISPLAY "  A aaaaaaaaaa - LIST RECORDS FOR ACCOUNT"
    DISPLAY "  D yyyymmdd - SWITCH TO ANOTHER RUN DATE"
    DISPLAY "  X          - END SESSION"
        ACCEPT WS-COMMAND
        PERFORM PROCESS-COMMAND
    END-PERFORM
    PERFORM END-OPERATOR-SESSION
    CLOSE CLASS-FILE
    DISPLAY "INQUIRY SESSION ENDED"
    STOP RUN.
    END-IF.

BROWSE-BY-CLASS.
    IF WS-OPERAND-LEN = 0 OR WS-OPERAND-LEN > 8
        DISPLAY "CLASS OR BAND CODE MUST BE 1-8 CHARACTERS"
    ELSE
        MOVE WS-CMD-OPERAND (1:8) TO WS-INQ-CODE
        MOVE 0 TO WS-INQ-BAND-IX
        IF WS-BAND-COUNT > 0
            SET BND-IDX TO 1
            SEARCH WS-BAND-ENTRY
                AT END
                    CONTINUE
                WHEN BND-IDX > WS-BAND-COUNT
                    CONTINUE
                WHEN WS-BAND-CODE (BND-IDX) = WS-INQ-CODE
                    SET WS-INQ-BAND-IX TO BND-IDX
            END-SEARCH
        END-IF
        MOVE 0 TO WS-MATCH-COUNT
        MOVE "N" TO WS-BROWSE-EOF-SWITCH
        MOVE WS-INQ-DATE TO CLASS-RUN-DATE
                                OR CLASS-EO-CODE = WS-INQ-CODE
                                OR CLASS-SIGN-CODE = WS-INQ-CODE
                                OR CLASS-MULT-CODE = WS-INQ-CODE
                                OR CLASS-BAND-CODE = WS-INQ-CODE
                                OR (CLASS-BAND-CODE = SPACES
                                AND WS-INQ-BAND-IX > 0
                                AND CLASS-VALUE >=
                                    WS-BAND-LOW (WS-INQ-BAND-IX)
                                AND CLASS-VALUE <=
                                    WS-BAND-HIGH (WS-INQ-BAND-IX))
                            ADD 1 TO WS-MATCH-COUNT
                            PERFORM DISPLAY-CLASS-RECORD
                        END-IF
            " ACCT " CLASS-ACCOUNT-ID
            " VALUE " WS-VALUE-OUT
            " CLASS " CLASS-CODE
    END-IF
    IF CLASS-BAND-CODE NOT = SPACES
        DISPLAY "    BAND " CLASS-BAND-CODE
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
    ACCEPT WS-CLOCK-TIME-RAW FROM TIME
    MOVE WS-CLOCK-HHMMSS TO AL-LOG-TIME
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
