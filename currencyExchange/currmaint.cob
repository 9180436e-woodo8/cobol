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
FD  CURRENCY-MASTER-FILE.
    COPY CURRMAST.

FD  TELLER-MASTER-FILE.
    COPY TELLMAST.

FD  MAINT-JOURNAL-FILE.
    COPY MAINTJNL.

WORKING-STORAGE SECTION.
01 WS-CURRENCY-CODE PIC X(3).
01 WS-CURRENCY-NAME PIC X(30).
01 WS-ACTIVE-FLAG PIC X.
01 WS-DONE-FLAG PIC X VALUE "N".
    88 MAINTENANCE-DONE VALUE "Y".
01 WS-ACTION-CODE PIC X.
    88 ACTION-DELETE VALUE "D" "d".

01 WS-MASTER-FILE-STATUS PIC XX.
    88 MASTER-FILE-OK VALUE "00".
    88 MASTER-FILE-NOT-FOUND VALUE "35".
    88 CURRENCY-NOT-ON-FILE VALUE "23".

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
        DISPLAY "Currency master maintenance refused."
    ELSE IF NOT JOURNAL-FILE-OK
        DISPLAY "MAINTJNL.DAT not available -- changes cannot be"
                " journalled, maintenance refused."
    ELSE
        PERFORM MAINTAIN-CURRENCIES
        CLOSE MAINT-JOURNAL-FILE
    END-IF.
STOP RUN.

MAINTAIN-CURRENCIES.
    OPEN I-O CURRENCY-MASTER-FILE.
    IF MASTER-FILE-NOT-FOUND
        OPEN OUTPUT CURRENCY-MASTER-FILE
        IF WS-CURRENCY-CODE = "END"
            SET MAINTENANCE-DONE TO TRUE
        ELSE
            DISPLAY "Enter D to delete, or C to add/change: "
            ACCEPT WS-ACTION-CODE
            IF ACTION-DELETE
                PERFORM DELETE-CURRENCY
            ELSE
                DISPLAY "Enter currency name: "
                ACCEPT WS-CURRENCY-NAME
                DISPLAY "Enter decimal places (0-3): "
                ACCEPT WS-DECIMAL-PLACES
                DISPLAY "Enter active flag (Y/N): "
                ACCEPT WS-ACTIVE-FLAG
                IF WS-DECIMAL-PLACES NOT NUMERIC OR WS-DECIMAL-PLACES > 3
                    DISPLAY "Decimal places must be 0-3, re-enter"
                ELSE
                    PERFORM UPDATE-CURRENCY
                END-IF
            END-IF
        END-IF
    END-PERFORM.

    CLOSE CURRENCY-MASTER-FILE.

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

UPDATE-CURRENCY.
    MOVE WS-CURRENCY-CODE TO WS-JOURNAL-KEY-TEXT.
    MOVE WS-CURRENCY-CODE TO CM-CURRENCY-CODE.
    READ CURRENCY-MASTER-FILE
        INVALID KEY
            MOVE WS-CURRENCY-NAME TO CM-CURRENCY-NAME
            MOVE WS-DECIMAL-PLACES TO CM-DECIMAL-PLACES
            MOVE WS-ACTIVE-FLAG TO CM-ACTIVE-FLAG
            MOVE "A" TO WS-JOURNAL-ACTION
            MOVE "A" TO WS-JOURNAL-STATUS
            MOVE SPACES TO WS-BEFORE-IMAGE
            MOVE CURR-MASTER-RECORD TO WS-AFTER-IMAGE
            PERFORM WRITE-JOURNAL-ENTRY
            IF JOURNAL-WRITTEN
                WRITE CURR-MASTER-RECORD
                DISPLAY "Added currency " WS-CURRENCY-CODE
            END-IF
        NOT INVALID KEY
            MOVE "C" TO WS-JOURNAL-ACTION
            MOVE CURR-MASTER-RECORD TO WS-BEFORE-IMAGE
            IF CM-ACTIVE AND WS-ACTIVE-FLAG NOT = "Y"
                MOVE WS-CURRENCY-NAME TO CM-CURRENCY-NAME
                MOVE WS-DECIMAL-PLACES TO CM-DECIMAL-PLACES
                MOVE WS-ACTIVE-FLAG TO CM-ACTIVE-FLAG
                MOVE CURR-MASTER-RECORD TO WS-AFTER-IMAGE
                MOVE "P" TO WS-JOURNAL-STATUS
                PERFORM WRITE-JOURNAL-ENTRY
                IF JOURNAL-WRITTEN
                    DISPLAY "Deactivation of " WS-CURRENCY-CODE
                            " held for supervisor approval"
                END-IF
            ELSE
                MOVE WS-CURRENCY-NAME TO CM-CURRENCY-NAME
                MOVE WS-DECIMAL-PLACES TO CM-DECIMAL-PLACES
                MOVE WS-ACTIVE-FLAG TO CM-ACTIVE-FLAG
                MOVE "A" TO WS-JOURNAL-STATUS
                MOVE CURR-MASTER-RECORD TO WS-AFTER-IMAGE
                PERFORM WRITE-JOURNAL-ENTRY
                IF JOURNAL-WRITTEN
                    REWRITE CURR-MASTER-RECORD
                    DISPLAY "Updated currency " WS-CURRENCY-CODE
                END-IF
            END-IF
    END-READ.

DELETE-CURRENCY.
    MOVE WS-CURRENCY-CODE TO WS-JOURNAL-KEY-TEXT.
    MOVE WS-CURRENCY-CODE TO CM-CURRENCY-CODE.
    READ CURRENCY-MASTER-FILE
        INVALID KEY
            DISPLAY "Currency " WS-CURRENCY-CODE " is not on file."
        NOT INVALID KEY
            MOVE "D" TO WS-JOURNAL-ACTION
            MOVE "P" TO WS-JOURNAL-STATUS
            MOVE CURR-MASTER-RECORD TO WS-BEFORE-IMAGE
            MOVE SPACES TO WS-AFTER-IMAGE
            PERFORM WRITE-JOURNAL-ENTRY
            IF JOURNAL-WRITTEN
                DISPLAY "Deletion of " WS-CURRENCY-CODE
                        " held for supervisor approval"
            END-IF
    END-READ.

WRITE-JOURNAL-ENTRY.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    MOVE ZERO TO WS-JOURNAL-SEQUENCE.
    MOVE "N" TO WS-JOURNAL-WRITTEN-FLAG.
    PERFORM UNTIL JOURNAL-WRITTEN OR WS-JOURNAL-SEQUENCE = 999
        MOVE WS-CURRENT-TIMESTAMP(1:14) TO MJ-TIMESTAMP
        MOVE WS-JOURNAL-SEQUENCE TO MJ-SEQUENCE
        MOVE "CURRMAST" TO MJ-MASTER-FILE
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
                " could not be journalled -- not made, re-enter."
    END-IF.
