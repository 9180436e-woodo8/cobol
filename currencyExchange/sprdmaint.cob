        RECORD KEY IS CM-CURRENCY-CODE
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT TELLER-MASTER-FILE ASSIGN TO "TELLMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TM-TELLER-ID
        FILE STATUS IS WS-TELLER-FILE-STATUS.

    SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJNL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MJ-JOURNAL-KEY
        FILE STATUS IS WS-JOURNAL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SPREAD-SCHEDULE-FILE.
FD  CURRENCY-MASTER-FILE.
    COPY CURRMAST.

FD  TELLER-MASTER-FILE.
    COPY TELLMAST.

FD  MAINT-JOURNAL-FILE.
    COPY MAINTJNL.

WORKING-STORAGE SECTION.
01 WS-FROM-CURRENCY PIC X(3).
01 WS-TO-CURRENCY PIC X(3).
01 WS-SELL-SPREAD PIC 9(2)V9(4).
01 WS-DONE-FLAG PIC X VALUE "N".
    88 MAINTENANCE-DONE VALUE "Y".
01 WS-ACTION-CODE PIC X.
    88 ACTION-DELETE VALUE "D" "d".

01 WS-SPREAD-FILE-STATUS PIC XX.
    88 SPREAD-FILE-OK VALUE "00".
01 WS-CURRENCIES-VALID-FLAG PIC X VALUE "N".
    88 CURRENCIES-VALID VALUE "Y".

01 WS-TELLER-FILE-STATUS PIC XX.
    88 TELLER-FILE-OK VALUE "00".
01 WS-MAINT-OPERATOR-ID PIC X(8).
01 WS-OPERATOR-VALID-FLAG PIC X VALUE "N".
    88 OPERATOR-VALID VALUE "Y".

01 WS-JOURNAL-FILE-STATUS PIC XX.
    88 JOURNAL-FILE-OK VALUE "00".
    88 JOURNAL-FILE-NOT-FOUND VALUE "35".
    88 JOURNAL-DUPLICATE-KEY VALUE "22".
01 WS-CURRENT-TIMESTAMP PIC X(21).
01 WS-JOURNAL-ACTION PIC X.
01 WS-JOURNAL-STATUS PIC X.
01 WS-JOURNAL-KEY-TEXT PIC X(20).
01 WS-BEFORE-IMAGE PIC X(80).
01 WS-AFTER-IMAGE PIC X(80).
01 WS-JOURNAL-SEQUENCE PIC 9(3).
01 WS-JOURNAL-WRITTEN-FLAG PIC X.
    88 JOURNAL-WRITTEN VALUE "Y".

PROCEDURE DIVISION.
    PERFORM SIGN-ON-OPERATOR.
    IF OPERATOR-VALID
        PERFORM OPEN-MAINT-JOURNAL
    END-IF.
    IF NOT OPERATOR-VALID
        DISPLAY "Spread schedule maintenance refused."
    ELSE IF NOT JOURNAL-FILE-OK
        DISPLAY "MAINTJNL.DAT not available -- changes cannot be"
                " journalled, maintenance refused."
    ELSE
        PERFORM MAINTAIN-SPREADS
        CLOSE MAINT-JOURNAL-FILE
    END-IF.
STOP RUN.

MAINTAIN-SPREADS.
    OPEN I-O SPREAD-SCHEDULE-FILE.
    IF SPREAD-FILE-NOT-FOUND
        OPEN OUTPUT SPREAD-SCHEDULE-FILE
    END-IF.

    DISPLAY "Spread schedule maintenance -- enter END as from-currency to quit.".
    DISPLAY "Spread changes are held for supervisor approval.".
    PERFORM UNTIL MAINTENANCE-DONE
        DISPLAY "Enter from-currency code (or END to quit): "
        ACCEPT WS-FROM-CURRENCY
        ELSE
            DISPLAY "Enter to-currency code: "
            ACCEPT WS-TO-CURRENCY
            DISPLAY "Enter D to delete the spread, or C to add/change: "
            ACCEPT WS-ACTION-CODE
            IF ACTION-DELETE
                PERFORM DELETE-SPREAD
            ELSE
                DISPLAY "Enter buy spread percent (99.9999): "
                ACCEPT WS-BUY-SPREAD
                DISPLAY "Enter sell spread percent (99.9999): "
                ACCEPT WS-SELL-SPREAD
                IF WS-BUY-SPREAD NOT NUMERIC OR WS-SELL-SPREAD NOT NUMERIC
                    DISPLAY "Spreads must be numeric, re-enter"
                ELSE
                    PERFORM VALIDATE-CURRENCY-CODES
                    IF CURRENCIES-VALID
                        PERFORM UPDATE-SPREAD
                    END-IF
                END-IF
            END-IF
        END-IF
        CLOSE CURRENCY-MASTER-FILE
    END-IF.
    CLOSE SPREAD-SCHEDULE-FILE.

OPEN-MAINT-JOURNAL.
    OPEN I-O MAINT-JOURNAL-FILE.
    IF JOURNAL-FILE-NOT-FOUND
        OPEN OUTPUT MAINT-JOURNAL-FILE
        CLOSE MAINT-JOURNAL-FILE
        OPEN I-O MAINT-JOURNAL-FILE
    END-IF.

SIGN-ON-OPERATOR.
    DISPLAY "Enter your operator ID: ".
    ACCEPT WS-MAINT-OPERATOR-ID.
    OPEN INPUT TELLER-MASTER-FILE.
    IF NOT TELLER-FILE-OK
        DISPLAY "TELLMAST.DAT not available -- cannot verify the operator."
    ELSE
        MOVE WS-MAINT-OPERATOR-ID TO TM-TELLER-ID
        READ TELLER-MASTER-FILE
            INVALID KEY
                DISPLAY WS-MAINT-OPERATOR-ID " is not on the teller master."
            NOT INVALID KEY
                IF NOT TM-ACTIVE
                    DISPLAY WS-MAINT-OPERATOR-ID " is not active."
                ELSE
                    SET OPERATOR-VALID TO TRUE
                END-IF
        END-READ
        CLOSE TELLER-MASTER-FILE
    END-IF.

VALIDATE-CURRENCY-CODES.
    MOVE "Y" TO WS-CURRENCIES-VALID-FLAG.
    END-READ.

UPDATE-SPREAD.
    PERFORM SET-SPREAD-JOURNAL-KEY.
    MOVE WS-FROM-CURRENCY TO SP-FROM-CURRENCY.
    MOVE WS-TO-CURRENCY TO SP-TO-CURRENCY.
    READ SPREAD-SCHEDULE-FILE
        INVALID KEY
            MOVE "A" TO WS-JOURNAL-ACTION
            MOVE SPACES TO WS-BEFORE-IMAGE
            MOVE WS-FROM-CURRENCY TO SP-FROM-CURRENCY
            MOVE WS-TO-CURRENCY TO SP-TO-CURRENCY
        NOT INVALID KEY
            MOVE "C" TO WS-JOURNAL-ACTION
            MOVE SPREAD-SCHEDULE-RECORD TO WS-BEFORE-IMAGE
    END-READ.
    MOVE WS-BUY-SPREAD TO SP-BUY-SPREAD-PCT.
    MOVE WS-SELL-SPREAD TO SP-SELL-SPREAD-PCT.
    MOVE SPREAD-SCHEDULE-RECORD TO WS-AFTER-IMAGE.
    MOVE "P" TO WS-JOURNAL-STATUS.
    PERFORM WRITE-JOURNAL-ENTRY.
    IF JOURNAL-WRITTEN
        DISPLAY "Spread for " WS-FROM-CURRENCY "/" WS-TO-CURRENCY
                " held for supervisor approval"
    END-IF.

DELETE-SPREAD.
    PERFORM SET-SPREAD-JOURNAL-KEY.
    MOVE WS-FROM-CURRENCY TO SP-FROM-CURRENCY.
    MOVE WS-TO-CURRENCY TO SP-TO-CURRENCY.
    READ SPREAD-SCHEDULE-FILE
        INVALID KEY
            DISPLAY "No spread on file for " WS-FROM-CURRENCY "/"
                    WS-TO-CURRENCY
        NOT INVALID KEY
            MOVE "D" TO WS-JOURNAL-ACTION
            MOVE "P" TO WS-JOURNAL-STATUS
            MOVE SPREAD-SCHEDULE-RECORD TO WS-BEFORE-IMAGE
            MOVE SPACES TO WS-AFTER-IMAGE
            PERFORM WRITE-JOURNAL-ENTRY
            IF JOURNAL-WRITTEN
                DISPLAY "Deletion of spread for " WS-FROM-CURRENCY "/"
                        WS-TO-CURRENCY " held for supervisor approval"
            END-IF
    END-READ.

SET-SPREAD-JOURNAL-KEY.
    MOVE SPACES TO WS-JOURNAL-KEY-TEXT.
    STRING WS-FROM-CURRENCY DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-TO-CURRENCY DELIMITED BY SIZE
        INTO WS-JOURNAL-KEY-TEXT.

WRITE-JOURNAL-ENTRY.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    MOVE ZERO TO WS-JOURNAL-SEQUENCE.
    MOVE "N" TO WS-JOURNAL-WRITTEN-FLAG.
    PERFORM UNTIL JOURNAL-WRITTEN OR WS-JOURNAL-SEQUENCE = 999
        MOVE WS-CURRENT-TIMESTAMP(1:14) TO MJ-TIMESTAMP
        MOVE WS-JOURNAL-SEQUENCE TO MJ-SEQUENCE
        MOVE "SPRDSCHD" TO MJ-MASTER-FILE
        MOVE WS-JOURNAL-ACTION TO MJ-ACTION
        MOVE WS-JOURNAL-KEY-TEXT TO MJ-RECORD-KEY
        MOVE WS-MAINT-OPERATOR-ID TO MJ-OPERATOR-ID
        MOVE WS-JOURNAL-STATUS TO MJ-CHANGE-STATUS
        MOVE SPACES TO MJ-APPROVER-ID
        MOVE ZERO TO MJ-APPROVED-TIMESTAMP
        MOVE SPACES TO MJ-REMARK
        MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
        MOVE WS-AFTER-IMAGE TO MJ-AFTER-IMAGE
        WRITE MAINT-JOURNAL-RECORD
            INVALID KEY
                ADD 1 TO WS-JOURNAL-SEQUENCE
            NOT INVALID KEY
                SET JOURNAL-WRITTEN TO TRUE
        END-WRITE
        IF NOT JOURNAL-WRITTEN AND NOT JOURNAL-DUPLICATE-KEY
            MOVE 999 TO WS-JOURNAL-SEQUENCE
        END-IF
    END-PERFORM.
    IF NOT JOURNAL-WRITTEN
        DISPLAY "WARNING: change to " WS-JOURNAL-KEY-TEXT
                " could not be journalled -- not held, re-enter."
    END-IF.
