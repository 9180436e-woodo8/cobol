        RECORD KEY IS FS-FEE-KEY
        FILE STATUS IS WS-FEE-FILE-STATUS.

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
FD  FEE-SCHEDULE-FILE.
    COPY FEESCHED.

FD  TELLER-MASTER-FILE.
    COPY TELLMAST.

FD  MAINT-JOURNAL-FILE.
    COPY MAINTJNL.

WORKING-STORAGE SECTION.
01 WS-FROM-CURRENCY PIC X(3).
01 WS-TO-CURRENCY PIC X(3).
01 WS-FLAT-FEE PIC 9(5)V99.
01 WS-DONE-FLAG PIC X VALUE "N".
    88 MAINTENANCE-DONE VALUE "Y".
01 WS-ACTION-CODE PIC X.
    88 ACTION-DELETE VALUE "D" "d".
01 WS-PRINT-FLOOR PIC 9(7).99.

01 WS-FEE-FILE-STATUS PIC XX.
    88 FEE-FILE-OK VALUE "00".
    88 FEE-FILE-NOT-FOUND VALUE "35".
    88 FEE-NOT-ON-FILE VALUE "23".

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
        DISPLAY "Fee schedule maintenance refused."
    ELSE IF NOT JOURNAL-FILE-OK
        DISPLAY "MAINTJNL.DAT not available -- changes cannot be"
                " journalled, maintenance refused."
    ELSE
        PERFORM MAINTAIN-FEE-TIERS
        CLOSE MAINT-JOURNAL-FILE
    END-IF.
STOP RUN.

MAINTAIN-FEE-TIERS.
    OPEN I-O FEE-SCHEDULE-FILE.
    IF FEE-FILE-NOT-FOUND
        OPEN OUTPUT FEE-SCHEDULE-FILE
    END-IF.

    DISPLAY "Fee schedule maintenance -- enter END as from-currency to quit.".
    DISPLAY "Fee tier changes are held for supervisor approval.".
    PERFORM UNTIL MAINTENANCE-DONE
        DISPLAY "Enter from-currency code (or END to quit): "
        ACCEPT WS-FROM-CURRENCY
            ACCEPT WS-TO-CURRENCY
            DISPLAY "Enter tier floor amount (9999999.99): "
            ACCEPT WS-TIER-FLOOR
            DISPLAY "Enter D to delete the tier, or C to add/change: "
            ACCEPT WS-ACTION-CODE
            IF WS-TIER-FLOOR NOT NUMERIC
                DISPLAY "Invalid tier floor entered, re-enter"
            ELSE IF ACTION-DELETE
                PERFORM DELETE-FEE-TIER
            ELSE
                DISPLAY "Enter fee percent (99.9999): "
                ACCEPT WS-FEE-PCT
                DISPLAY "Enter flat fee (99999.99): "
                ACCEPT WS-FLAT-FEE
                IF WS-FEE-PCT NOT NUMERIC
                   OR WS-FLAT-FEE NOT NUMERIC
                    DISPLAY "Invalid tier or fee entered, re-enter"
                ELSE
                    PERFORM UPDATE-FEE-TIER
                END-IF
            END-IF
        END-IF
    END-PERFORM.

    CLOSE FEE-SCHEDULE-FILE.

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

UPDATE-FEE-TIER.
    PERFORM SET-FEE-JOURNAL-KEY.
    MOVE WS-FROM-CURRENCY TO FS-FROM-CURRENCY.
    MOVE WS-TO-CURRENCY TO FS-TO-CURRENCY.
    MOVE WS-TIER-FLOOR TO FS-TIER-FLOOR.
    READ FEE-SCHEDULE-FILE
        INVALID KEY
            MOVE "A" TO WS-JOURNAL-ACTION
            MOVE SPACES TO WS-BEFORE-IMAGE
            MOVE WS-FROM-CURRENCY TO FS-FROM-CURRENCY
            MOVE WS-TO-CURRENCY TO FS-TO-CURRENCY
            MOVE WS-TIER-FLOOR TO FS-TIER-FLOOR
        NOT INVALID KEY
            MOVE "C" TO WS-JOURNAL-ACTION
            MOVE FEE-SCHEDULE-RECORD TO WS-BEFORE-IMAGE
    END-READ.
    MOVE WS-FEE-PCT TO FS-FEE-PCT.
    MOVE WS-FLAT-FEE TO FS-FLAT-FEE.
    MOVE FEE-SCHEDULE-RECORD TO WS-AFTER-IMAGE.
    MOVE "P" TO WS-JOURNAL-STATUS.
    PERFORM WRITE-JOURNAL-ENTRY.
    IF JOURNAL-WRITTEN
        DISPLAY "Fee tier for " WS-FROM-CURRENCY "/" WS-TO-CURRENCY
                " held for supervisor approval"
    END-IF.

DELETE-FEE-TIER.
    PERFORM SET-FEE-JOURNAL-KEY.
    MOVE WS-FROM-CURRENCY TO FS-FROM-CURRENCY.
    MOVE WS-TO-CURRENCY TO FS-TO-CURRENCY.
    MOVE WS-TIER-FLOOR TO FS-TIER-FLOOR.
    READ FEE-SCHEDULE-FILE
        INVALID KEY
            DISPLAY "No fee tier for " WS-FROM-CURRENCY "/" WS-TO-CURRENCY
                    " at that floor."
        NOT INVALID KEY
            MOVE "D" TO WS-JOURNAL-ACTION
            MOVE "P" TO WS-JOURNAL-STATUS
            MOVE FEE-SCHEDULE-RECORD TO WS-BEFORE-IMAGE
            MOVE SPACES TO WS-AFTER-IMAGE
            PERFORM WRITE-JOURNAL-ENTRY
            IF JOURNAL-WRITTEN
                DISPLAY "Deletion of fee tier for " WS-FROM-CURRENCY "/"
                        WS-TO-CURRENCY " held for supervisor approval"
            END-IF
    END-READ.

SET-FEE-JOURNAL-KEY.
    MOVE WS-TIER-FLOOR TO WS-PRINT-FLOOR.
    MOVE SPACES TO WS-JOURNAL-KEY-TEXT.
    STRING WS-FROM-CURRENCY DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-TO-CURRENCY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-FLOOR DELIMITED BY SIZE
        INTO WS-JOURNAL-KEY-TEXT.

WRITE-JOURNAL-ENTRY.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    MOVE ZERO TO WS-JOURNAL-SEQUENCE.
    MOVE "N" TO WS-JOURNAL-WRITTEN-FLAG.
    PERFORM UNTIL JOURNAL-WRITTEN OR WS-JOURNAL-SEQUENCE = 999
        MOVE WS-CURRENT-TIMESTAMP(1:14) TO MJ-TIMESTAMP
        MOVE WS-JOURNAL-SEQUENCE TO MJ-SEQUENCE
        MOVE "FEESCHED" TO MJ-MASTER-FILE
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
