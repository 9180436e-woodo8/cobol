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
FD  CURRENCY-RATE-FILE.
FD  CURRENCY-MASTER-FILE.
    COPY CURRMAST.

FD  TELLER-MASTER-FILE.
    COPY TELLMAST.

FD  MAINT-JOURNAL-FILE.
    COPY MAINTJNL.

WORKING-STORAGE SECTION.
01 WS-FROM-CURRENCY PIC X(3).
01 WS-TO-CURRENCY PIC X(3).
01 WS-CURRENCIES-VALID-FLAG PIC X VALUE "N".
    88 CURRENCIES-VALID VALUE "Y".

01 WS-RATE-EOF-FLAG PIC X.
    88 END-OF-PAIR-RATES VALUE "Y".
01 WS-NEW-RATE-KEY PIC X(20).

01 WS-TELLER-FILE-STATUS PIC XX.
    88 TELLER-FILE-OK VALUE "00".
01 WS-MAINT-OPERATOR-ID PIC X(8).
01 WS-OPERATOR-VALID-FLAG PIC X VALUE "N".
    88 OPERATOR-VALID VALUE "Y".

01 WS-JOURNAL-FILE-STATUS PIC XX.
    88 JOURNAL-FILE-OK VALUE "00".
    88 JOURNAL-FILE-NOT-FOUND VALUE "35".
    88 JOURNAL-DUPLICATE-KEY VALUE "22".
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
        DISPLAY "Currency rate maintenance refused."
    ELSE IF NOT JOURNAL-FILE-OK
        DISPLAY "MAINTJNL.DAT not available -- changes cannot be"
                " journalled, maintenance refused."
    ELSE
        PERFORM MAINTAIN-RATES
        CLOSE MAINT-JOURNAL-FILE
    END-IF.
STOP RUN.

MAINTAIN-RATES.
    OPEN I-O CURRENCY-RATE-FILE.
    IF RATE-FILE-NOT-FOUND
        OPEN OUTPUT CURRENCY-RATE-FILE
        CLOSE CURRENCY-MASTER-FILE
    END-IF.
    CLOSE CURRENCY-RATE-FILE.

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

UPDATE-RATE.
    PERFORM FIND-RATE-IN-EFFECT.
    MOVE WS-FROM-CURRENCY TO CR-FROM-CURRENCY.
    MOVE WS-TO-CURRENCY TO CR-TO-CURRENCY.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    MOVE WS-CURRENT-TIMESTAMP(1:14) TO CR-EFFECTIVE-TIMESTAMP.
    MOVE WS-NEW-RATE TO CR-RATE.
    MOVE CR-RATE-KEY TO WS-NEW-RATE-KEY.
    MOVE CURR-RATE-RECORD TO WS-AFTER-IMAGE.
    READ CURRENCY-RATE-FILE
        INVALID KEY
            MOVE WS-NEW-RATE-KEY TO WS-JOURNAL-KEY-TEXT
            MOVE "A" TO WS-JOURNAL-STATUS
            PERFORM WRITE-JOURNAL-ENTRY
            IF JOURNAL-WRITTEN
                PERFORM FILE-NEW-RATE
            END-IF
        NOT INVALID KEY
            DISPLAY "Rate for " WS-FROM-CURRENCY "/" WS-TO-CURRENCY
                    " already filed this second -- re-enter"
    END-READ.

FILE-NEW-RATE.
    MOVE WS-AFTER-IMAGE TO CURR-RATE-RECORD.
    WRITE CURR-RATE-RECORD
        INVALID KEY
            DISPLAY "Rate for " WS-FROM-CURRENCY "/" WS-TO-CURRENCY
            DISPLAY "Filed rate for " WS-FROM-CURRENCY "/" WS-TO-CURRENCY
                    " effective " CR-EFFECTIVE-TIMESTAMP
    END-WRITE.

FIND-RATE-IN-EFFECT.
    MOVE SPACES TO WS-BEFORE-IMAGE.
    MOVE "A" TO WS-JOURNAL-ACTION.
    MOVE "N" TO WS-RATE-EOF-FLAG.
    MOVE WS-FROM-CURRENCY TO CR-FROM-CURRENCY.
    MOVE WS-TO-CURRENCY TO CR-TO-CURRENCY.
    MOVE ZEROS TO CR-EFFECTIVE-TIMESTAMP.
    START CURRENCY-RATE-FILE KEY IS NOT LESS THAN CR-RATE-KEY
        INVALID KEY SET END-OF-PAIR-RATES TO TRUE
    END-START.
    PERFORM UNTIL END-OF-PAIR-RATES
        READ CURRENCY-RATE-FILE NEXT RECORD
            AT END SET END-OF-PAIR-RATES TO TRUE
        END-READ
        IF NOT END-OF-PAIR-RATES
            IF CR-FROM-CURRENCY NOT = WS-FROM-CURRENCY
               OR CR-TO-CURRENCY NOT = WS-TO-CURRENCY
                SET END-OF-PAIR-RATES TO TRUE
            ELSE
                MOVE CURR-RATE-RECORD TO WS-BEFORE-IMAGE
                MOVE "C" TO WS-JOURNAL-ACTION
            END-IF
        END-IF
    END-PERFORM.

WRITE-JOURNAL-ENTRY.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    MOVE ZERO TO WS-JOURNAL-SEQUENCE.
    MOVE "N" TO WS-JOURNAL-WRITTEN-FLAG.
    PERFORM UNTIL JOURNAL-WRITTEN OR WS-JOURNAL-SEQUENCE = 999
        MOVE WS-CURRENT-TIMESTAMP(1:14) TO MJ-TIMESTAMP
        MOVE WS-JOURNAL-SEQUENCE TO MJ-SEQUENCE
        MOVE "CURRATE" TO MJ-MASTER-FILE
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
