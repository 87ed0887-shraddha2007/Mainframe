IDENTIFICATION DIVISION.
PROGRAM-ID. EVENODD-CALMNT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
FD  CALENDAR-FILE.
    COPY CALREC.

FD  OPERATOR-FILE.
    COPY OPERREC.

FD  ACCESS-LOG-FILE
    RECORDING MODE IS F.
    COPY ACCLREC.

WORKING-STORAGE SECTION.
01  WS-CALENDAR-STATUS  PIC XX VALUE SPACES.
01  WS-COMMAND          PIC X(20) VALUE SPACES.
01  WS-CMD-VERB         PIC X(10) VALUE SPACES.
01  WS-CMD-OPERAND      PIC X(10) VALUE SPACES.
01  WS-OPERAND-LEN      PIC 9(2) VALUE 0.
01  WS-DESCRIPTION-INPUT PIC X(30) VALUE SPACES.
01  WS-ENTRY-DATE       PIC 9(8) VALUE 0.
01  WS-LIST-YEAR        PIC 9(4) VALUE 0.
01  WS-LIST-END-DATE    PIC 9(8) VALUE 0.
01  WS-DATE-SWITCH      PIC X VALUE "N".
    88  WS-DATE-OK      VALUE "Y".
01  WS-CAL-DATE         PIC 9(8) VALUE 0.
01  WS-CAL-WEEKDAY      PIC 9 VALUE 0.
01  WS-CAL-BUSINESS-SWITCH PIC X VALUE "N".
    88  WS-CAL-BUSINESS-DAY VALUE "Y".
01  WS-DAY-NAMES.
    05  FILLER              PIC X(9) VALUE "SUNDAY".
    05  FILLER              PIC X(9) VALUE "MONDAY".
    05  FILLER              PIC X(9) VALUE "TUESDAY".
    05  FILLER              PIC X(9) VALUE "WEDNESDAY".
    05  FILLER              PIC X(9) VALUE "THURSDAY".
    05  FILLER              PIC X(9) VALUE "FRIDAY".
    05  FILLER              PIC X(9) VALUE "SATURDAY".
01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
    05  WS-DAY-NAME         PIC X(9) OCCURS 7 TIMES.
01  WS-DAY-IX           PIC 9 VALUE 0.
01  WS-DAY-TYPE-TEXT    PIC X(11) VALUE SPACES.
01  WS-LISTED-COUNT     PIC 9(5) VALUE 0.
01  WS-SESSION-SWITCH   PIC X VALUE "N".
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
01  WS-LOG-PROGRAM      PIC X(8) VALUE "CALMNT".
01  WS-LOG-EVENT        PIC X VALUE SPACE.
01  WS-LOG-COMMAND      PIC X(40) VALUE SPACES.
01  WS-LOG-RESULT       PIC X(30) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    OPEN I-O CALENDAR-FILE
    IF WS-CALENDAR-STATUS = "35" OR WS-CALENDAR-STATUS = "05"
        CLOSE CALENDAR-FILE
        OPEN OUTPUT CALENDAR-FILE
        IF WS-CALENDAR-STATUS = "00"
            DISPLAY "CALENDAR CREATED EMPTY"
            CLOSE CALENDAR-FILE
            OPEN I-O CALENDAR-FILE
        END-IF
    END-IF
    IF WS-CALENDAR-STATUS NOT = "00"
        DISPLAY "ERROR OPENING CALENDAR - FILE STATUS "
            WS-CALENDAR-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OPEN-ACCESS-LOG
    IF WS-ACCLOG-STATUS NOT = "00"
        CLOSE CALENDAR-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM SIGN-ON-OPERATOR
    IF NOT WS-SIGNED-ON
        CLOSE CALENDAR-FILE
        CLOSE ACCESS-LOG-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "BUSINESS-DAY CALENDAR MAINTENANCE"
    DISPLAY "  MONDAY TO FRIDAY ARE BUSINESS DAYS UNLESS MARKED AS A"
        " HOLIDAY;"
    DISPLAY "  SATURDAY AND SUNDAY ARE NOT UNLESS MARKED AS WORKED"
    DISPLAY "  H yyyymmdd - ADD HOLIDAY (DESCRIPTION PROMPTED)"
    DISPLAY "  B yyyymmdd - ADD WORKED WEEKEND DAY (DESCRIPTION"
        " PROMPTED)"
    DISPLAY "  D yyyymmdd - DELETE CALENDAR ENTRY"
    DISPLAY "  I yyyymmdd - INQUIRE ON DATE"
    DISPLAY "  L yyyy     - LIST ENTRIES FOR A YEAR"
    DISPLAY "  X          - END SESSION"
    PERFORM UNTIL WS-SESSION-DONE
        DISPLAY "COMMAND: " WITH NO ADVANCING
        MOVE SPACES TO WS-COMMAND
        ACCEPT WS-COMMAND
        PERFORM PROCESS-COMMAND
    END-PERFORM
    PERFORM END-OPERATOR-SESSION
    CLOSE CALENDAR-FILE
    DISPLAY "MAINTENANCE SESSION ENDED"
    STOP RUN.

PROCESS-COMMAND.
    MOVE SPACES TO WS-CMD-VERB
    MOVE SPACES TO WS-CMD-OPERAND
    MOVE 0 TO WS-OPERAND-LEN
    UNSTRING WS-COMMAND DELIMITED BY ALL SPACE
        INTO WS-CMD-VERB
             WS-CMD-OPERAND COUNT IN WS-OPERAND-LEN
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE (WS-CMD-VERB) TO WS-CMD-VERB
    EVALUATE TRUE
        WHEN WS-CMD-VERB = SPACES
            SET WS-SESSION-DONE TO TRUE
        WHEN WS-CMD-VERB = "X"
            SET WS-SESSION-DONE TO TRUE
        WHEN (WS-CMD-VERB = "H" OR "B" OR "D")
                AND NOT WS-AUTH-RUN-CONTROL
            PERFORM REFUSE-COMMAND
        WHEN WS-CMD-VERB = "H"
        WHEN WS-CMD-VERB = "B"
            MOVE SPACES TO WS-LOG-RESULT
            PERFORM ADD-CALENDAR-ENTRY
            PERFORM LOG-UPDATE-COMMAND
        WHEN WS-CMD-VERB = "D"
            MOVE SPACES TO WS-LOG-RESULT
            PERFORM DELETE-CALENDAR-ENTRY
            PERFORM LOG-UPDATE-COMMAND
        WHEN WS-CMD-VERB = "I"
            PERFORM INQUIRE-DATE
        WHEN WS-CMD-VERB = "L"
            PERFORM LIST-CALENDAR-YEAR
        WHEN OTHER
            DISPLAY "UNKNOWN COMMAND - USE H yyyymmdd, B yyyymmdd,"
                " D yyyymmdd, I yyyymmdd, L yyyy OR X"
    END-EVALUATE.

EDIT-ENTRY-DATE.
    MOVE "N" TO WS-DATE-SWITCH
    EVALUATE TRUE
        WHEN WS-OPERAND-LEN NOT = 8
        WHEN WS-CMD-OPERAND (1:8) IS NOT NUMERIC
            DISPLAY "DATE MUST BE 8 DIGITS (YYYYMMDD)"
            MOVE "INVALID DATE" TO WS-LOG-RESULT
        WHEN OTHER
            MOVE WS-CMD-OPERAND (1:8) TO WS-ENTRY-DATE
            IF FUNCTION TEST-DATE-YYYYMMDD (WS-ENTRY-DATE) NOT = 0
                DISPLAY WS-ENTRY-DATE " IS NOT A VALID DATE"
                MOVE "INVALID DATE" TO WS-LOG-RESULT
            ELSE
                MOVE WS-ENTRY-DATE TO WS-CAL-DATE
                COMPUTE WS-CAL-WEEKDAY = FUNCTION MOD
                    (FUNCTION INTEGER-OF-DATE (WS-CAL-DATE), 7)
                COMPUTE WS-DAY-IX = WS-CAL-WEEKDAY + 1
                SET WS-DATE-OK TO TRUE
            END-IF
    END-EVALUATE.

ADD-CALENDAR-ENTRY.
    PERFORM EDIT-ENTRY-DATE
    IF WS-DATE-OK
        EVALUATE TRUE
            WHEN WS-CMD-VERB = "H"
                    AND (WS-CAL-WEEKDAY = 0 OR WS-CAL-WEEKDAY = 6)
                DISPLAY WS-ENTRY-DATE " IS A " WS-DAY-NAME (WS-DAY-IX)
                    " - ALREADY NOT A BUSINESS DAY"
                MOVE "WEEKEND DAY" TO WS-LOG-RESULT
            WHEN WS-CMD-VERB = "B"
                    AND WS-CAL-WEEKDAY NOT = 0
                    AND WS-CAL-WEEKDAY NOT = 6
                DISPLAY WS-ENTRY-DATE " IS A " WS-DAY-NAME (WS-DAY-IX)
                    " - ALREADY A BUSINESS DAY UNLESS A HOLIDAY"
                MOVE "WEEKDAY" TO WS-LOG-RESULT
            WHEN OTHER
                MOVE WS-ENTRY-DATE TO CAL-DATE
                READ CALENDAR-FILE
                    INVALID KEY
                        PERFORM STORE-CALENDAR-ENTRY
                    NOT INVALID KEY
                        PERFORM SET-DAY-TYPE-TEXT
                        DISPLAY WS-ENTRY-DATE " ALREADY ON CALENDAR AS "
                            WS-DAY-TYPE-TEXT " - DELETE IT FIRST"
                        MOVE "ALREADY ON FILE" TO WS-LOG-RESULT
                END-READ
        END-EVALUATE
    END-IF.

STORE-CALENDAR-ENTRY.
    DISPLAY "DESCRIPTION: " WITH NO ADVANCING
    MOVE SPACES TO WS-DESCRIPTION-INPUT
    ACCEPT WS-DESCRIPTION-INPUT
    MOVE WS-ENTRY-DATE TO CAL-DATE
    IF WS-CMD-VERB = "H"
        SET CAL-HOLIDAY TO TRUE
    ELSE
        SET CAL-WORKING-DAY TO TRUE
    END-IF
    MOVE WS-DESCRIPTION-INPUT TO CAL-DESCRIPTION
    ACCEPT CAL-UPDATE-DATE FROM DATE YYYYMMDD
    MOVE WS-OPERATOR-ID TO CAL-UPDATE-USER
    WRITE CALENDAR-RECORD
        INVALID KEY
            DISPLAY WS-ENTRY-DATE " ALREADY ON CALENDAR"
            MOVE "ALREADY ON FILE" TO WS-LOG-RESULT
    END-WRITE
    IF WS-CALENDAR-STATUS = "00"
        PERFORM SET-DAY-TYPE-TEXT
        DISPLAY WS-ENTRY-DATE " " WS-DAY-NAME (WS-DAY-IX)
            " ADDED AS " WS-DAY-TYPE-TEXT
        IF CAL-HOLIDAY
            MOVE "HOLIDAY ADDED" TO WS-LOG-RESULT
        ELSE
            MOVE "WORKED DAY ADDED" TO WS-LOG-RESULT
        END-IF
    ELSE
        IF WS-CALENDAR-STATUS NOT = "22"
            DISPLAY "ERROR ADDING CALENDAR ENTRY - FILE STATUS "
                WS-CALENDAR-STATUS
            MOVE "FILE STATUS" TO WS-LOG-RESULT
            MOVE WS-CALENDAR-STATUS TO WS-LOG-RESULT (13:2)
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.

DELETE-CALENDAR-ENTRY.
    PERFORM EDIT-ENTRY-DATE
    IF WS-DATE-OK
        MOVE WS-ENTRY-DATE TO CAL-DATE
        READ CALENDAR-FILE
            INVALID KEY
                DISPLAY WS-ENTRY-DATE " NOT ON CALENDAR"
                MOVE "NOT ON FILE" TO WS-LOG-RESULT
            NOT INVALID KEY
                PERFORM REMOVE-CALENDAR-ENTRY
        END-READ
    END-IF.

REMOVE-CALENDAR-ENTRY.
    PERFORM SET-DAY-TYPE-TEXT
    DELETE CALENDAR-FILE RECORD
    IF WS-CALENDAR-STATUS = "00"
        DISPLAY WS-ENTRY-DATE " " WS-DAY-TYPE-TEXT " "
            CAL-DESCRIPTION " DELETED"
        MOVE "ENTRY DELETED" TO WS-LOG-RESULT
    ELSE
        DISPLAY "ERROR DELETING CALENDAR ENTRY - FILE STATUS "
            WS-CALENDAR-STATUS
        MOVE "FILE STATUS" TO WS-LOG-RESULT
        MOVE WS-CALENDAR-STATUS TO WS-LOG-RESULT (13:2)
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

INQUIRE-DATE.
    PERFORM EDIT-ENTRY-DATE
    IF WS-DATE-OK
        PERFORM CHECK-BUSINESS-DAY
        IF WS-CAL-BUSINESS-DAY
            DISPLAY WS-ENTRY-DATE " " WS-DAY-NAME (WS-DAY-IX)
                " IS A BUSINESS DAY"
        ELSE
            DISPLAY WS-ENTRY-DATE " " WS-DAY-NAME (WS-DAY-IX)
                " IS NOT A BUSINESS DAY"
        END-IF
        MOVE WS-ENTRY-DATE TO CAL-DATE
        READ CALENDAR-FILE
            INVALID KEY
                DISPLAY "  NO CALENDAR ENTRY - NORMAL WORKING WEEK"
            NOT INVALID KEY
                PERFORM DISPLAY-CALENDAR-RECORD
        END-READ
    END-IF.

LIST-CALENDAR-YEAR.
    IF WS-OPERAND-LEN NOT = 4 OR WS-CMD-OPERAND (1:4) IS NOT NUMERIC
        DISPLAY "YEAR MUST BE 4 DIGITS (YYYY)"
    ELSE
        MOVE WS-CMD-OPERAND (1:4) TO WS-LIST-YEAR
        COMPUTE CAL-DATE = WS-LIST-YEAR * 10000 + 0101
        COMPUTE WS-LIST-END-DATE = WS-LIST-YEAR * 10000 + 1231
        MOVE 0 TO WS-LISTED-COUNT
        MOVE "N" TO WS-BROWSE-EOF-SWITCH
        START CALENDAR-FILE KEY IS NOT LESS THAN CAL-DATE
            INVALID KEY
                SET WS-BROWSE-END-OF-FILE TO TRUE
        END-START
        PERFORM UNTIL WS-BROWSE-END-OF-FILE
            READ CALENDAR-FILE NEXT RECORD
                AT END
                    SET WS-BROWSE-END-OF-FILE TO TRUE
                NOT AT END
                    IF CAL-DATE > WS-LIST-END-DATE
                        SET WS-BROWSE-END-OF-FILE TO TRUE
                    ELSE
                        ADD 1 TO WS-LISTED-COUNT
                        PERFORM DISPLAY-CALENDAR-RECORD
                    END-IF
            END-READ
        END-PERFORM
        IF WS-LISTED-COUNT = 0
            DISPLAY "NO CALENDAR ENTRIES FOR " WS-LIST-YEAR
                " - NORMAL WORKING WEEK ONLY"
        ELSE
            DISPLAY WS-LISTED-COUNT " CALENDAR ENTRIES FOR "
                WS-LIST-YEAR
        END-IF
    END-IF.

DISPLAY-CALENDAR-RECORD.
    COMPUTE WS-DAY-IX = FUNCTION MOD
        (FUNCTION INTEGER-OF-DATE (CAL-DATE), 7) + 1
    PERFORM SET-DAY-TYPE-TEXT
    DISPLAY "  " CAL-DATE " " WS-DAY-NAME (WS-DAY-IX)
        " " WS-DAY-TYPE-TEXT " " CAL-DESCRIPTION
        " (" CAL-UPDATE-USER " " CAL-UPDATE-DATE ")".

SET-DAY-TYPE-TEXT.
    EVALUATE TRUE
        WHEN CAL-HOLIDAY
            MOVE "HOLIDAY" TO WS-DAY-TYPE-TEXT
        WHEN CAL-WORKING-DAY
            MOVE "WORKED DAY" TO WS-DAY-TYPE-TEXT
        WHEN OTHER
            MOVE "UNKNOWN (" TO WS-DAY-TYPE-TEXT
            MOVE CAL-DAY-TYPE TO WS-DAY-TYPE-TEXT (10:1)
            MOVE ")" TO WS-DAY-TYPE-TEXT (11:1)
    END-EVALUATE.

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

REFUSE-COMMAND.
    DISPLAY "COMMAND REFUSED - OPERATOR " WS-OPERATOR-ID
        " HAS NO RUN CONTROL AUTHORITY"
    MOVE "D" TO WS-LOG-EVENT
    MOVE WS-COMMAND TO WS-LOG-COMMAND
    MOVE "NOT AUTHORIZED" TO WS-LOG-RESULT
    PERFORM WRITE-ACCESS-LOG.

LOG-UPDATE-COMMAND.
    MOVE "U" TO WS-LOG-EVENT
    MOVE WS-COMMAND TO WS-LOG-COMMAND
    PERFORM WRITE-ACCESS-LOG.
