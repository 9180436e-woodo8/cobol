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
FD  STANDING-ORDER-FILE.
FD  CURRENCY-MASTER-FILE.
    COPY CURRMAST.

FD  TELLER-MASTER-FILE.
    COPY TELLMAST.

FD  MAINT-JOURNAL-FILE.
    COPY MAINTJNL.

WORKING-STORAGE SECTION.
01 WS-ORDER-NO PIC 9(5).
01 WS-OPERATOR-ID PIC X(8).
01 WS-EXPIRY-DATE PIC 9(8).
01 WS-DONE-FLAG PIC X VALUE "N".
    88 MAINTENANCE-DONE VALUE "Y".
01 WS-ACTION-CODE PIC X.
    88 ACTION-DELETE VALUE "D" "d".

01 WS-ORDER-FILE-STATUS PIC XX.
    88 ORDER-FILE-OK VALUE "00".
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
        DISPLAY "Standing order maintenance refused."
    ELSE IF NOT JOURNAL-FILE-OK
        DISPLAY "MAINTJNL.DAT not available -- changes cannot be"
                " journalled, maintenance refused."
    ELSE
        PERFORM MAINTAIN-ORDERS
        CLOSE MAINT-JOURNAL-FILE
    END-IF.
STOP RUN.

MAINTAIN-ORDERS.
    OPEN I-O STANDING-ORDER-FILE.
    IF ORDER-FILE-NOT-FOUND
        OPEN OUTPUT STANDING-ORDER-FILE
        ELSE IF WS-ORDER-NO = ZERO
            SET MAINTENANCE-DONE TO TRUE
        ELSE
            DISPLAY "Enter D to retire the order, or C to add/change: "
            ACCEPT WS-ACTION-CODE
            IF ACTION-DELETE
                PERFORM DELETE-ORDER
            ELSE
                PERFORM ACCEPT-AND-UPDATE-ORDER
            END-IF
        END-IF
    END-PERFORM.
        CLOSE CURRENCY-MASTER-FILE
    END-IF.
    CLOSE STANDING-ORDER-FILE.

ACCEPT-AND-UPDATE-ORDER.
    PERFORM ACCEPT-ORDER-FIELDS.
    IF WS-AMOUNT NOT NUMERIC OR WS-AMOUNT = ZERO
        DISPLAY "Amount must be numeric and non-zero, re-enter"
    ELSE IF WS-FREQUENCY NOT = "W" AND WS-FREQUENCY NOT = "M"
        DISPLAY "Frequency must be W or M, re-enter"
    ELSE IF WS-NEXT-RUN-DATE NOT NUMERIC
            OR WS-EXPIRY-DATE NOT NUMERIC
        DISPLAY "Dates must be numeric YYYYMMDD, re-enter"
    ELSE
        PERFORM VALIDATE-CURRENCY-CODES
        IF CURRENCIES-VALID
            PERFORM UPDATE-ORDER
        END-IF
    END-IF.

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

ACCEPT-ORDER-FIELDS.
    DISPLAY "Enter operator ID: ".

UPDATE-ORDER.
    MOVE WS-ORDER-NO TO SO-ORDER-NO.
    MOVE WS-ORDER-NO TO WS-JOURNAL-KEY-TEXT.
    MOVE "A" TO WS-JOURNAL-STATUS.
    READ STANDING-ORDER-FILE
        INVALID KEY
            MOVE WS-ORDER-NO TO SO-ORDER-NO
            PERFORM MOVE-ORDER-FIELDS
            MOVE "A" TO WS-JOURNAL-ACTION
            MOVE SPACES TO WS-BEFORE-IMAGE
            MOVE STANDING-ORDER-RECORD TO WS-AFTER-IMAGE
            PERFORM WRITE-JOURNAL-ENTRY
            IF JOURNAL-WRITTEN
                WRITE STANDING-ORDER-RECORD
                DISPLAY "Added standing order " WS-ORDER-NO
            END-IF
        NOT INVALID KEY
            MOVE STANDING-ORDER-RECORD TO WS-BEFORE-IMAGE
            PERFORM MOVE-ORDER-FIELDS
            MOVE "C" TO WS-JOURNAL-ACTION
            MOVE STANDING-ORDER-RECORD TO WS-AFTER-IMAGE
            PERFORM WRITE-JOURNAL-ENTRY
            IF JOURNAL-WRITTEN
                REWRITE STANDING-ORDER-RECORD
                DISPLAY "Updated standing order " WS-ORDER-NO
            END-IF
    END-READ.

DELETE-ORDER.
    MOVE WS-ORDER-NO TO SO-ORDER-NO.
    READ STANDING-ORDER-FILE
        INVALID KEY
            DISPLAY "Standing order " WS-ORDER-NO " is not on file."
        NOT INVALID KEY
            MOVE STANDING-ORDER-RECORD TO WS-BEFORE-IMAGE
            MOVE WS-ORDER-NO TO WS-JOURNAL-KEY-TEXT
            MOVE "D" TO WS-JOURNAL-ACTION
            MOVE "A" TO WS-JOURNAL-STATUS
            MOVE SPACES TO WS-AFTER-IMAGE
            PERFORM WRITE-JOURNAL-ENTRY
            IF JOURNAL-WRITTEN
                DELETE STANDING-ORDER-FILE RECORD
                DISPLAY "Retired standing order " WS-ORDER-NO
            END-IF
    END-READ.

MOVE-ORDER-FIELDS.
    MOVE WS-FREQUENCY TO SO-FREQUENCY.
    MOVE WS-NEXT-RUN-DATE TO SO-NEXT-RUN-DATE.
    MOVE WS-EXPIRY-DATE TO SO-EXPIRY-DATE.

WRITE-JOURNAL-ENTRY.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    MOVE ZERO TO WS-JOURNAL-SEQUENCE.
    MOVE "N" TO WS-JOURNAL-WRITTEN-FLAG.
    PERFORM UNTIL JOURNAL-WRITTEN OR WS-JOURNAL-SEQUENCE = 999
        MOVE WS-CURRENT-TIMESTAMP(1:14) TO MJ-TIMESTAMP
        MOVE WS-JOURNAL-SEQUENCE TO MJ-SEQUENCE
        MOVE "STORDER" TO MJ-MASTER-FILE
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
