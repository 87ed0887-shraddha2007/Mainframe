    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "ACCTJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.
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

FD  JOURNAL-FILE
    RECORDING MODE IS F.
    COPY JRNLREC.

FD  OPERATOR-FILE.
    COPY OPERREC.

FD  ACCESS-LOG-FILE
    RECORDING MODE IS F.
    COPY ACCLREC.

WORKING-STORAGE SECTION.
01  WS-ACCOUNT-STATUS   PIC XX VALUE SPACES.
01  WS-RUNCTL-STATUS    PIC XX VALUE SPACES.
01  WS-JOURNAL-STATUS   PIC XX VALUE SPACES.
01  WS-COMMAND          PIC X(20) VALUE SPACES.
01  WS-CMD-VERB         PIC X(10) VALUE SPACES.
01  WS-CMD-OPERAND      PIC X(10) VALUE SPACES.
01  WS-OPERAND-LEN      PIC 9(2) VALUE 0.
01  WS-NAME-INPUT       PIC X(30) VALUE SPACES.
01  WS-TODAY            PIC 9(8) VALUE 0.
01  WS-CLOCK-DATE       PIC 9(8) VALUE 0.
01  WS-CLOCK-TIME-RAW   PIC 9(8) VALUE 0.
01  WS-CLOCK-TIME REDEFINES WS-CLOCK-TIME-RAW.
    05  WS-CLOCK-HHMMSS PIC 9(6).
    05  FILLER          PIC 9(2).
01  WS-BEFORE-IMAGE     PIC X(57) VALUE SPACES.
01  WS-JOURNAL-ACTION   PIC X VALUE SPACE.
01  WS-LISTED-COUNT     PIC 9(5) VALUE 0.
01  WS-SESSION-SWITCH   PIC X VALUE "N".
    88  WS-SESSION-DONE VALUE "Y".
01  WS-BROWSE-EOF-SWITCH PIC X VALUE "N".
    88  WS-BROWSE-END-OF-FILE VALUE "Y".
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
01  WS-LOG-PROGRAM      PIC X(8) VALUE "ACCTMNT".
01  WS-LOG-EVENT        PIC X VALUE SPACE.
01  WS-LOG-COMMAND      PIC X(40) VALUE SPACES.
01  WS-LOG-RESULT       PIC X(30) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND JOURNAL-FILE
    IF WS-JOURNAL-STATUS = "35" OR WS-JOURNAL-STATUS = "05"
        OPEN OUTPUT JOURNAL-FILE
    END-IF
    IF WS-JOURNAL-STATUS NOT = "00"
        DISPLAY "ERROR OPENING ACCTJRNL - FILE STATUS "
            WS-JOURNAL-STATUS
        CLOSE ACCOUNT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OPEN-ACCESS-LOG
    IF WS-ACCLOG-STATUS NOT = "00"
        CLOSE ACCOUNT-FILE
        CLOSE JOURNAL-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM SIGN-ON-OPERATOR
    IF NOT WS-SIGNED-ON
        CLOSE ACCOUNT-FILE
        CLOSE JOURNAL-FILE
        CLOSE ACCESS-LOG-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "ACCOUNT MASTER MAINTENANCE"
    DISPLAY "  A aaaaaaaaaa - ADD ACCOUNT (NAME PROMPTED)"
    DISPLAY "  C aaaaaaaaaa - CLOSE ACCOUNT"
        ACCEPT WS-COMMAND
        PERFORM PROCESS-COMMAND
    END-PERFORM
    PERFORM END-OPERATOR-SESSION
    CLOSE ACCOUNT-FILE
    CLOSE JOURNAL-FILE
    DISPLAY "MAINTENANCE SESSION ENDED"
    STOP RUN.

            SET WS-SESSION-DONE TO TRUE
        WHEN WS-CMD-VERB = "X"
            SET WS-SESSION-DONE TO TRUE
        WHEN (WS-CMD-VERB = "A" OR "C")
                AND NOT WS-AUTH-ACCOUNT-MAINT
            PERFORM REFUSE-COMMAND
        WHEN WS-CMD-VERB = "A"
            MOVE SPACES TO WS-LOG-RESULT
            PERFORM ADD-ACCOUNT
            PERFORM LOG-UPDATE-COMMAND
        WHEN WS-CMD-VERB = "C"
            MOVE SPACES TO WS-LOG-RESULT
            PERFORM CLOSE-ACCOUNT
            PERFORM LOG-UPDATE-COMMAND
        WHEN WS-CMD-VERB = "I"
            PERFORM INQUIRE-ACCOUNT
        WHEN WS-CMD-VERB = "L"
ADD-ACCOUNT.
    IF WS-OPERAND-LEN = 0
        DISPLAY "ACCOUNT ID REQUIRED"
        MOVE "ACCOUNT ID REQUIRED" TO WS-LOG-RESULT
    ELSE
        MOVE WS-CMD-OPERAND TO ACCT-ACCOUNT-ID
        READ ACCOUNT-FILE
                PERFORM STORE-NEW-ACCOUNT
            NOT INVALID KEY
                DISPLAY "ACCOUNT " WS-CMD-OPERAND " ALREADY ON FILE"
                MOVE "ALREADY ON FILE" TO WS-LOG-RESULT
        END-READ
    END-IF.

    WRITE ACCOUNT-RECORD
        INVALID KEY
            DISPLAY "ACCOUNT " WS-CMD-OPERAND " ALREADY ON FILE"
            MOVE "ALREADY ON FILE" TO WS-LOG-RESULT
    END-WRITE
    IF WS-ACCOUNT-STATUS = "00"
        DISPLAY "ACCOUNT " WS-CMD-OPERAND " ADDED"
        MOVE "ACCOUNT ADDED" TO WS-LOG-RESULT
        MOVE SPACES TO WS-BEFORE-IMAGE
        MOVE "A" TO WS-JOURNAL-ACTION
        PERFORM WRITE-JOURNAL-ENTRY
    ELSE
        IF WS-ACCOUNT-STATUS NOT = "22"
            DISPLAY "ERROR ADDING ACCOUNT - FILE STATUS "
                WS-ACCOUNT-STATUS
            MOVE "FILE STATUS" TO WS-LOG-RESULT
            MOVE WS-ACCOUNT-STATUS TO WS-LOG-RESULT (13:2)
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
CLOSE-ACCOUNT.
    IF WS-OPERAND-LEN = 0
        DISPLAY "ACCOUNT ID REQUIRED"
        MOVE "ACCOUNT ID REQUIRED" TO WS-LOG-RESULT
    ELSE
        MOVE WS-CMD-OPERAND TO ACCT-ACCOUNT-ID
        READ ACCOUNT-FILE
            INVALID KEY
                DISPLAY "ACCOUNT " WS-CMD-OPERAND " NOT ON FILE"
                MOVE "NOT ON FILE" TO WS-LOG-RESULT
            NOT INVALID KEY
                PERFORM MARK-ACCOUNT-CLOSED
        END-READ
    IF ACCT-CLOSED
        DISPLAY "ACCOUNT " WS-CMD-OPERAND " ALREADY CLOSED ON "
            ACCT-CLOSE-DATE
        MOVE "ALREADY CLOSED" TO WS-LOG-RESULT
    ELSE
        MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
        SET ACCT-CLOSED TO TRUE
        MOVE WS-TODAY TO ACCT-CLOSE-DATE
        REWRITE ACCOUNT-RECORD
        IF WS-ACCOUNT-STATUS = "00"
            DISPLAY "ACCOUNT " WS-CMD-OPERAND " CLOSED"
            MOVE "ACCOUNT CLOSED" TO WS-LOG-RESULT
            MOVE "C" TO WS-JOURNAL-ACTION
            PERFORM WRITE-JOURNAL-ENTRY
        ELSE
            DISPLAY "ERROR CLOSING ACCOUNT - FILE STATUS "
                WS-ACCOUNT-STATUS
            MOVE "FILE STATUS" TO WS-LOG-RESULT
            MOVE WS-ACCOUNT-STATUS TO WS-LOG-RESULT (13:2)
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.

WRITE-JOURNAL-ENTRY.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CLOCK-TIME-RAW FROM TIME
    MOVE WS-TODAY TO AJ-BUSINESS-DATE
    MOVE WS-CLOCK-DATE TO AJ-CHANGE-DATE
    MOVE WS-CLOCK-HHMMSS TO AJ-CHANGE-TIME
    SET AJ-FROM-ACCTMNT TO TRUE
    MOVE 0 TO AJ-FEED-RECORD-NUMBER
    MOVE WS-JOURNAL-ACTION TO AJ-ACTION
    MOVE ACCT-ACCOUNT-ID TO AJ-ACCOUNT-ID
    MOVE WS-BEFORE-IMAGE TO AJ-BEFORE-IMAGE
    MOVE ACCOUNT-RECORD TO AJ-AFTER-IMAGE
    WRITE ACCOUNT-JOURNAL-RECORD
    IF WS-JOURNAL-STATUS NOT = "00"
        DISPLAY "ERROR WRITING ACCTJRNL - FILE STATUS "
            WS-JOURNAL-STATUS
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

INQUIRE-ACCOUNT.
    IF WS-OPERAND-LEN = 0
        DISPLAY "ACCOUNT ID REQUIRED"
            " " ACCT-NAME
            " OPEN SINCE " ACCT-OPEN-DATE
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

REFUSE-COMMAND.
    DISPLAY "COMMAND REFUSED - OPERATOR " WS-OPERATOR-ID
        " HAS NO ACCOUNT MAINTENANCE AUTHORITY"
    MOVE "D" TO WS-LOG-EVENT
    MOVE WS-COMMAND TO WS-LOG-COMMAND
    MOVE "NOT AUTHORIZED" TO WS-LOG-RESULT
    PERFORM WRITE-ACCESS-LOG.

LOG-UPDATE-COMMAND.
    MOVE "U" TO WS-LOG-EVENT
    MOVE WS-COMMAND TO WS-LOG-COMMAND
    PERFORM WRITE-ACCESS-LOG.
