        RECORD KEY IS TM-TELLER-ID
        FILE STATUS IS WS-TELLER-FILE-STATUS.

    SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJNL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MJ-JOURNAL-KEY
        FILE STATUS IS WS-JOURNAL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TELLER-MASTER-FILE.
    COPY TELLMAST.

FD  MAINT-JOURNAL-FILE.
    COPY MAINTJNL.

WORKING-STORAGE SECTION.
01 WS-TELLER-ID PIC X(8).
01 WS-TELLER-NAME PIC X(30).
01 WS-SUPERVISOR-FLAG PIC X.
01 WS-DONE-FLAG PIC X VALUE "N".
    88 MAINTENANCE-DONE VALUE "Y".
01 WS-ACTION-CODE PIC X.
    88 ACTION-DELETE VALUE "D" "d".

01 WS-TELLER-FILE-STATUS PIC XX.
    88 TELLER-FILE-OK VALUE "00".
    88 TELLER-FILE-NOT-FOUND VALUE "35".
    88 TELLER-NOT-ON-FILE VALUE "23".

01 WS-MAINT-OPERATOR-ID PIC X(8).
01 WS-OPERATOR-VALID-FLAG PIC X VALUE "N".
    88 OPERATOR-VALID VALUE "Y".
01 WS-FIRST-LOAD-FLAG PIC X VALUE "N".
    88 FIRST-LOAD VALUE "Y".

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
01 WS-PREVIOUS-LIMIT PIC 9(7)V99.
01 WS-PREVIOUS-SUPERVISOR-FLAG PIC X.

PROCEDURE DIVISION.
    OPEN I-O TELLER-MASTER-FILE.
    IF TELLER-FILE-NOT-FOUND
        OPEN I-O TELLER-MASTER-FILE
    END-IF.

    PERFORM SIGN-ON-OPERATOR.
    IF OPERATOR-VALID
        PERFORM OPEN-MAINT-JOURNAL
    END-IF.
    IF NOT OPERATOR-VALID
        DISPLAY "Teller master maintenance refused."
    ELSE IF NOT JOURNAL-FILE-OK
        DISPLAY "MAINTJNL.DAT not available -- changes cannot be"
                " journalled, maintenance refused."
    ELSE
        PERFORM MAINTAIN-TELLERS
        CLOSE MAINT-JOURNAL-FILE
    END-IF.

    CLOSE TELLER-MASTER-FILE.
STOP RUN.

MAINTAIN-TELLERS.
    DISPLAY "Teller master maintenance -- enter END as ID to quit.".
    IF FIRST-LOAD
        DISPLAY "Teller master is empty -- tellers added this session"
                " are filed without supervisor approval."
    ELSE
        DISPLAY "New tellers, deletions and changes to limits or"
                " supervisor flags are held for supervisor approval."
    END-IF.
    PERFORM UNTIL MAINTENANCE-DONE
        DISPLAY "Enter teller ID (or END to quit): "
        ACCEPT WS-TELLER-ID
        IF WS-TELLER-ID = "END"
            SET MAINTENANCE-DONE TO TRUE
        ELSE
            DISPLAY "Enter D to delete, or C to add/change: "
            ACCEPT WS-ACTION-CODE
            IF ACTION-DELETE
                PERFORM DELETE-TELLER
            ELSE
                PERFORM ACCEPT-TELLER-DETAILS
            END-IF
        END-IF
    END-PERFORM.

ACCEPT-TELLER-DETAILS.
    DISPLAY "Enter teller name: ".
    ACCEPT WS-TELLER-NAME.
    DISPLAY "Enter home branch code: ".
    ACCEPT WS-HOME-BRANCH.
    DISPLAY "Enter active flag (Y/N): ".
    ACCEPT WS-ACTIVE-FLAG.
    DISPLAY "Enter per-transaction limit (9999999.99, 0 = none): ".
    ACCEPT WS-TXN-LIMIT.
    DISPLAY "Enter supervisor flag (Y/N): ".
    ACCEPT WS-SUPERVISOR-FLAG.
    IF WS-TXN-LIMIT NOT NUMERIC
        DISPLAY "Limit must be numeric, re-enter"
    ELSE
        PERFORM UPDATE-TELLER
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
    MOVE LOW-VALUES TO TM-TELLER-ID.
    START TELLER-MASTER-FILE KEY IS NOT LESS THAN TM-TELLER-ID
        INVALID KEY SET FIRST-LOAD TO TRUE
    END-START.
    IF FIRST-LOAD
        SET OPERATOR-VALID TO TRUE
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
    END-IF.

UPDATE-TELLER.
    MOVE WS-TELLER-ID TO TM-TELLER-ID.
    MOVE WS-TELLER-ID TO WS-JOURNAL-KEY-TEXT.
    READ TELLER-MASTER-FILE
        INVALID KEY
            MOVE "A" TO WS-JOURNAL-ACTION
            MOVE SPACES TO WS-BEFORE-IMAGE
            MOVE WS-TELLER-ID TO TM-TELLER-ID
            PERFORM MOVE-TELLER-FIELDS
            MOVE TELLER-MASTER-RECORD TO WS-AFTER-IMAGE
            IF FIRST-LOAD
                MOVE "A" TO WS-JOURNAL-STATUS
                PERFORM WRITE-JOURNAL-ENTRY
                IF JOURNAL-WRITTEN
                    WRITE TELLER-MASTER-RECORD
                    DISPLAY "Added teller " WS-TELLER-ID
                END-IF
            ELSE
                MOVE "P" TO WS-JOURNAL-STATUS
                PERFORM WRITE-JOURNAL-ENTRY
                IF JOURNAL-WRITTEN
                    DISPLAY "New teller " WS-TELLER-ID
                            " held for supervisor approval"
                END-IF
            END-IF
        NOT INVALID KEY
            MOVE "C" TO WS-JOURNAL-ACTION
            MOVE TELLER-MASTER-RECORD TO WS-BEFORE-IMAGE
            MOVE TM-TXN-LIMIT TO WS-PREVIOUS-LIMIT
            MOVE TM-SUPERVISOR-FLAG TO WS-PREVIOUS-SUPERVISOR-FLAG
            PERFORM MOVE-TELLER-FIELDS
            MOVE TELLER-MASTER-RECORD TO WS-AFTER-IMAGE
            IF NOT FIRST-LOAD
               AND (TM-TXN-LIMIT NOT = WS-PREVIOUS-LIMIT
                    OR TM-SUPERVISOR-FLAG NOT = WS-PREVIOUS-SUPERVISOR-FLAG)
                MOVE "P" TO WS-JOURNAL-STATUS
                PERFORM WRITE-JOURNAL-ENTRY
                IF JOURNAL-WRITTEN
                    DISPLAY "Change to teller " WS-TELLER-ID
                            " held for supervisor approval"
                END-IF
            ELSE
                MOVE "A" TO WS-JOURNAL-STATUS
                PERFORM WRITE-JOURNAL-ENTRY
                IF JOURNAL-WRITTEN
                    REWRITE TELLER-MASTER-RECORD
                    DISPLAY "Updated teller " WS-TELLER-ID
                END-IF
            END-IF
    END-READ.

MOVE-TELLER-FIELDS.
    MOVE WS-TELLER-NAME TO TM-TELLER-NAME.
    MOVE WS-HOME-BRANCH TO TM-HOME-BRANCH.
    MOVE WS-ACTIVE-FLAG TO TM-ACTIVE-FLAG.
    MOVE WS-TXN-LIMIT TO TM-TXN-LIMIT.
    MOVE WS-SUPERVISOR-FLAG TO TM-SUPERVISOR-FLAG.

DELETE-TELLER.
    IF WS-TELLER-ID = WS-MAINT-OPERATOR-ID
        DISPLAY "You cannot delete your own teller record."
    ELSE
        MOVE WS-TELLER-ID TO TM-TELLER-ID
        READ TELLER-MASTER-FILE
            INVALID KEY
                DISPLAY "Teller " WS-TELLER-ID " is not on file."
            NOT INVALID KEY
                MOVE TELLER-MASTER-RECORD TO WS-BEFORE-IMAGE
                MOVE WS-TELLER-ID TO WS-JOURNAL-KEY-TEXT
                MOVE "D" TO WS-JOURNAL-ACTION
                MOVE SPACES TO WS-AFTER-IMAGE
                IF FIRST-LOAD
                    MOVE "A" TO WS-JOURNAL-STATUS
                    PERFORM WRITE-JOURNAL-ENTRY
                    IF JOURNAL-WRITTEN
                        DELETE TELLER-MASTER-FILE RECORD
                        DISPLAY "Deleted teller " WS-TELLER-ID
                    END-IF
                ELSE
                    MOVE "P" TO WS-JOURNAL-STATUS
                    PERFORM WRITE-JOURNAL-ENTRY
                    IF JOURNAL-WRITTEN
                        DISPLAY "Deletion of teller " WS-TELLER-ID
                                " held for supervisor approval"
                    END-IF
                END-IF
        END-READ
    END-IF.

WRITE-JOURNAL-ENTRY.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    MOVE ZERO TO WS-JOURNAL-SEQUENCE.
    MOVE "N" TO WS-JOURNAL-WRITTEN-FLAG.
    PERFORM UNTIL JOURNAL-WRITTEN OR WS-JOURNAL-SEQUENCE = 999
        MOVE WS-CURRENT-TIMESTAMP(1:14) TO MJ-TIMESTAMP
        MOVE WS-JOURNAL-SEQUENCE TO MJ-SEQUENCE
        MOVE "TELLMAST" TO MJ-MASTER-FILE
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
