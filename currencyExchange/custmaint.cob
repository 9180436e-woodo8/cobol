        RECORD KEY IS CU-CUSTOMER-ID
        FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

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

    SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WL-ENTRY-KEY
        ALTERNATE RECORD KEY IS WL-SCREEN-NAME WITH DUPLICATES
        ALTERNATE RECORD KEY IS WL-DOCUMENT-NUMBER WITH DUPLICATES
        FILE STATUS IS WS-WATCH-FILE-STATUS.

    SELECT WATCH-MATCH-FILE ASSIGN TO "WLMATCH.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WM-MATCH-KEY
        FILE STATUS IS WS-MATCH-FILE-STATUS.

    SELECT WATCH-CONTROL-FILE ASSIGN TO "WLCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CUSTOMER-MASTER-FILE.
    COPY CUSTMAST.

FD  TELLER-MASTER-FILE.
    COPY TELLMAST.

FD  MAINT-JOURNAL-FILE.
    COPY MAINTJNL.

FD  WATCH-LIST-FILE.
    COPY WATCHLST.

FD  WATCH-MATCH-FILE.
    COPY WLMATCH.

FD  WATCH-CONTROL-FILE.
    COPY WLCTL.

WORKING-STORAGE SECTION.
01 WS-CUSTOMER-ID PIC X(8).
01 WS-CUSTOMER-NAME PIC X(30).
01 WS-RISK-FLAG PIC X.
01 WS-DONE-FLAG PIC X VALUE "N".
    88 MAINTENANCE-DONE VALUE "Y".
01 WS-ACTION-CODE PIC X.
    88 ACTION-DELETE VALUE "D" "d".

01 WS-CUSTOMER-FILE-STATUS PIC XX.
    88 CUSTOMER-FILE-OK VALUE "00".
    88 CUSTOMER-FILE-NOT-FOUND VALUE "35".
    88 CUSTOMER-NOT-ON-FILE VALUE "23".

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

01 WS-WATCH-FILE-STATUS PIC XX.
    88 WATCH-FILE-OK VALUE "00".
01 WS-WATCH-OPEN-FLAG PIC X VALUE "N".
    88 WATCH-LIST-OPEN VALUE "Y".
01 WS-WATCH-EOF-FLAG PIC X VALUE "N".
    88 END-OF-WATCH-LIST VALUE "Y".
01 WS-MATCH-FILE-STATUS PIC XX.
    88 MATCH-FILE-OK VALUE "00".
    88 MATCH-FILE-NOT-FOUND VALUE "35".
01 WS-MATCH-OPEN-FLAG PIC X VALUE "N".
    88 MATCH-FILE-OPEN VALUE "Y".
01 WS-CONTROL-FILE-STATUS PIC XX.
    88 CONTROL-FILE-OK VALUE "00".
    88 CONTROL-FILE-NOT-FOUND VALUE "35".
01 WS-LIST-LOADED-FLAG PIC X VALUE "N".
    88 WATCH-LIST-LOADED VALUE "Y".

01 WS-SCREEN-NAME PIC X(30).
01 WS-SCREEN-DOCUMENT PIC X(20).
01 WS-SCREEN-DATE PIC 9(8).
01 WS-SCREEN-FOUND-BY PIC X.
01 WS-HIT-BASIS PIC X.
01 WS-RAISED-COUNT PIC 9(3).
01 WS-HIT-COUNT-USED PIC 9(2) VALUE ZERO.
01 WS-HIT-TABLE.
    05 WS-HIT-ENTRY OCCURS 20 TIMES.
        10 WS-HIT-REFERENCE PIC X(12).
        10 WS-HIT-MATCH-BASIS PIC X.
        10 WS-HIT-NAME PIC X(30).
        10 WS-HIT-VERSION PIC 9(6).
01 WS-HIT-IDX PIC 9(2).
01 WS-HIT-POST-IDX PIC 9(2).

PROCEDURE DIVISION.
    PERFORM SIGN-ON-OPERATOR.
    IF OPERATOR-VALID
        PERFORM OPEN-MAINT-JOURNAL
    END-IF.
    IF NOT OPERATOR-VALID
        DISPLAY "Customer master maintenance refused."
    ELSE IF NOT JOURNAL-FILE-OK
        DISPLAY "MAINTJNL.DAT not available -- changes cannot be"
                " journalled, maintenance refused."
    ELSE
        PERFORM MAINTAIN-CUSTOMERS
        CLOSE MAINT-JOURNAL-FILE
    END-IF.
STOP RUN.

MAINTAIN-CUSTOMERS.
    OPEN I-O CUSTOMER-MASTER-FILE.
    IF CUSTOMER-FILE-NOT-FOUND
        OPEN OUTPUT CUSTOMER-MASTER-FILE
        CLOSE CUSTOMER-MASTER-FILE
        OPEN I-O CUSTOMER-MASTER-FILE
    END-IF.
    PERFORM OPEN-WATCH-FILES.

    DISPLAY "Customer master maintenance -- enter END as ID to quit.".
    PERFORM UNTIL MAINTENANCE-DONE
        IF WS-CUSTOMER-ID = "END"
            SET MAINTENANCE-DONE TO TRUE
        ELSE
            DISPLAY "Enter D to delete, or C to add/change: "
            ACCEPT WS-ACTION-CODE
            IF ACTION-DELETE
                PERFORM DELETE-CUSTOMER
            ELSE
                IF WATCH-LIST-LOADED
                   AND NOT (WATCH-LIST-OPEN AND MATCH-FILE-OPEN)
                    DISPLAY "Watch-list screening is not available --"
                            " customer adds and changes refused."
                ELSE
                    PERFORM ACCEPT-CUSTOMER-DETAILS
                END-IF
            END-IF
        END-IF
    END-PERFORM.

    IF MATCH-FILE-OPEN
        CLOSE WATCH-MATCH-FILE
    END-IF.
    IF WATCH-LIST-OPEN
        CLOSE WATCH-LIST-FILE
    END-IF.
    CLOSE CUSTOMER-MASTER-FILE.

ACCEPT-CUSTOMER-DETAILS.
    DISPLAY "Enter customer name: ".
    ACCEPT WS-CUSTOMER-NAME.
    DISPLAY "Enter document type (PP/ID/DL): ".
    ACCEPT WS-DOCUMENT-TYPE.
    DISPLAY "Enter document number: ".
    ACCEPT WS-DOCUMENT-NUMBER.
    DISPLAY "Enter risk flag (H=high, N=normal): ".
    ACCEPT WS-RISK-FLAG.
    IF WS-DOCUMENT-TYPE NOT = "PP"
       AND WS-DOCUMENT-TYPE NOT = "ID"
       AND WS-DOCUMENT-TYPE NOT = "DL"
        DISPLAY "Document type must be PP, ID or DL, re-enter"
    ELSE
        PERFORM UPDATE-CUSTOMER
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

UPDATE-CUSTOMER.
    MOVE WS-CUSTOMER-ID TO CU-CUSTOMER-ID.
    MOVE WS-CUSTOMER-ID TO WS-JOURNAL-KEY-TEXT.
    MOVE "A" TO WS-JOURNAL-STATUS.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY
            MOVE WS-CUSTOMER-ID TO CU-CUSTOMER-ID
            MOVE WS-DOCUMENT-TYPE TO CU-DOCUMENT-TYPE
            MOVE WS-DOCUMENT-NUMBER TO CU-DOCUMENT-NUMBER
            MOVE WS-RISK-FLAG TO CU-RISK-FLAG
            MOVE "A" TO WS-JOURNAL-ACTION
            MOVE SPACES TO WS-BEFORE-IMAGE
            MOVE CUST-MASTER-RECORD TO WS-AFTER-IMAGE
            PERFORM WRITE-JOURNAL-ENTRY
            IF JOURNAL-WRITTEN
                WRITE CUST-MASTER-RECORD
                DISPLAY "Added customer " WS-CUSTOMER-ID
                PERFORM SCREEN-MAINTAINED-CUSTOMER
            END-IF
        NOT INVALID KEY
            MOVE CUST-MASTER-RECORD TO WS-BEFORE-IMAGE
            MOVE WS-CUSTOMER-NAME TO CU-CUSTOMER-NAME
            MOVE WS-DOCUMENT-TYPE TO CU-DOCUMENT-TYPE
            MOVE WS-DOCUMENT-NUMBER TO CU-DOCUMENT-NUMBER
            MOVE WS-RISK-FLAG TO CU-RISK-FLAG
            MOVE "C" TO WS-JOURNAL-ACTION
            MOVE CUST-MASTER-RECORD TO WS-AFTER-IMAGE
            PERFORM WRITE-JOURNAL-ENTRY
            IF JOURNAL-WRITTEN
                REWRITE CUST-MASTER-RECORD
                DISPLAY "Updated customer " WS-CUSTOMER-ID
                PERFORM SCREEN-MAINTAINED-CUSTOMER
            END-IF
    END-READ.

OPEN-WATCH-FILES.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-SCREEN-DATE.
    MOVE "M" TO WS-SCREEN-FOUND-BY.
    PERFORM READ-WATCH-CONTROL.
    OPEN INPUT WATCH-LIST-FILE.
    IF WATCH-FILE-OK
        SET WATCH-LIST-OPEN TO TRUE
    ELSE
        IF WATCH-LIST-LOADED
            DISPLAY "WATCHLST.DAT not available -- customers cannot be"
                    " screened, adds and changes refused."
        END-IF
    END-IF.
    OPEN I-O WATCH-MATCH-FILE.
    IF MATCH-FILE-NOT-FOUND
        OPEN OUTPUT WATCH-MATCH-FILE
        CLOSE WATCH-MATCH-FILE
        OPEN I-O WATCH-MATCH-FILE
    END-IF.
    IF MATCH-FILE-OK
        SET MATCH-FILE-OPEN TO TRUE
    ELSE
        IF WATCH-LIST-LOADED
            DISPLAY "WLMATCH.DAT not available -- watch-list matches"
                    " cannot be recorded, adds and changes refused."
        END-IF
    END-IF.

READ-WATCH-CONTROL.
    MOVE "N" TO WS-LIST-LOADED-FLAG.
    OPEN INPUT WATCH-CONTROL-FILE.
    IF CONTROL-FILE-OK
        READ WATCH-CONTROL-FILE
            AT END CONTINUE
            NOT AT END
                IF WC-LIST-VERSION NOT NUMERIC OR WC-LIST-VERSION > ZERO
                    SET WATCH-LIST-LOADED TO TRUE
                END-IF
        END-READ
        CLOSE WATCH-CONTROL-FILE
    ELSE
        IF NOT CONTROL-FILE-NOT-FOUND
            SET WATCH-LIST-LOADED TO TRUE
        END-IF
    END-IF.

SCREEN-MAINTAINED-CUSTOMER.
    IF WATCH-LIST-OPEN AND MATCH-FILE-OPEN
        PERFORM SCREEN-CUSTOMER
        IF WS-RAISED-COUNT > ZERO
            DISPLAY "Conversions for " CU-CUSTOMER-ID " are held until"
                    " compliance reviews the match in WatchReview."
        END-IF
    END-IF.

SCREEN-CUSTOMER.
    MOVE ZERO TO WS-HIT-COUNT-USED.
    MOVE ZERO TO WS-RAISED-COUNT.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CU-CUSTOMER-NAME LEADING))
        TO WS-SCREEN-NAME.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CU-DOCUMENT-NUMBER LEADING))
        TO WS-SCREEN-DOCUMENT.
    IF WS-SCREEN-NAME NOT = SPACES
        PERFORM SCREEN-BY-NAME
    END-IF.
    IF WS-SCREEN-DOCUMENT NOT = SPACES
        PERFORM SCREEN-BY-DOCUMENT
    END-IF.
    PERFORM RAISE-WATCH-MATCH
        VARYING WS-HIT-IDX FROM 1 BY 1
        UNTIL WS-HIT-IDX > WS-HIT-COUNT-USED.

SCREEN-BY-NAME.
    MOVE "N" TO WS-WATCH-EOF-FLAG.
    MOVE WS-SCREEN-NAME TO WL-SCREEN-NAME.
    START WATCH-LIST-FILE KEY IS EQUAL TO WL-SCREEN-NAME
        INVALID KEY SET END-OF-WATCH-LIST TO TRUE
    END-START.
    IF NOT END-OF-WATCH-LIST
        PERFORM READ-NEXT-WATCH-ENTRY
    END-IF.
    PERFORM UNTIL END-OF-WATCH-LIST
        IF WL-SCREEN-NAME NOT = WS-SCREEN-NAME
            SET END-OF-WATCH-LIST TO TRUE
        ELSE
            MOVE "N" TO WS-HIT-BASIS
            PERFORM NOTE-WATCH-HIT
            PERFORM READ-NEXT-WATCH-ENTRY
        END-IF
    END-PERFORM.

SCREEN-BY-DOCUMENT.
    MOVE "N" TO WS-WATCH-EOF-FLAG.
    MOVE WS-SCREEN-DOCUMENT TO WL-DOCUMENT-NUMBER.
    START WATCH-LIST-FILE KEY IS EQUAL TO WL-DOCUMENT-NUMBER
        INVALID KEY SET END-OF-WATCH-LIST TO TRUE
    END-START.
    IF NOT END-OF-WATCH-LIST
        PERFORM READ-NEXT-WATCH-ENTRY
    END-IF.
    PERFORM UNTIL END-OF-WATCH-LIST
        IF WL-DOCUMENT-NUMBER NOT = WS-SCREEN-DOCUMENT
            SET END-OF-WATCH-LIST TO TRUE
        ELSE
            MOVE "D" TO WS-HIT-BASIS
            PERFORM NOTE-WATCH-HIT
            PERFORM READ-NEXT-WATCH-ENTRY
        END-IF
    END-PERFORM.

READ-NEXT-WATCH-ENTRY.
    READ WATCH-LIST-FILE NEXT RECORD
        AT END SET END-OF-WATCH-LIST TO TRUE
    END-READ.

NOTE-WATCH-HIT.
    MOVE ZERO TO WS-HIT-POST-IDX.
    PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
            UNTIL WS-HIT-IDX > WS-HIT-COUNT-USED
        IF WS-HIT-REFERENCE(WS-HIT-IDX) = WL-LIST-REFERENCE
            MOVE WS-HIT-IDX TO WS-HIT-POST-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-HIT-POST-IDX > ZERO
        IF WS-HIT-MATCH-BASIS(WS-HIT-POST-IDX) NOT = WS-HIT-BASIS
            MOVE "B" TO WS-HIT-MATCH-BASIS(WS-HIT-POST-IDX)
        END-IF
    ELSE IF WS-HIT-COUNT-USED < 20
        ADD 1 TO WS-HIT-COUNT-USED
        MOVE WL-LIST-REFERENCE TO WS-HIT-REFERENCE(WS-HIT-COUNT-USED)
        MOVE WS-HIT-BASIS TO WS-HIT-MATCH-BASIS(WS-HIT-COUNT-USED)
        MOVE WL-SCREEN-NAME TO WS-HIT-NAME(WS-HIT-COUNT-USED)
        MOVE WL-LIST-VERSION TO WS-HIT-VERSION(WS-HIT-COUNT-USED)
    END-IF.

RAISE-WATCH-MATCH.
    MOVE CU-CUSTOMER-ID TO WM-CUSTOMER-ID.
    MOVE WS-HIT-REFERENCE(WS-HIT-IDX) TO WM-LIST-REFERENCE.
    READ WATCH-MATCH-FILE
        INVALID KEY
            PERFORM BUILD-WATCH-MATCH
            WRITE WATCH-MATCH-RECORD
            ADD 1 TO WS-RAISED-COUNT
            PERFORM NOTE-RAISED-MATCH
        NOT INVALID KEY
            IF WM-CLEARED
               AND (WM-CUSTOMER-NAME NOT = CU-CUSTOMER-NAME
                    OR WM-CUSTOMER-DOCUMENT NOT = CU-DOCUMENT-NUMBER)
                PERFORM BUILD-WATCH-MATCH
                REWRITE WATCH-MATCH-RECORD
                ADD 1 TO WS-RAISED-COUNT
                PERFORM NOTE-RAISED-MATCH
            END-IF
    END-READ.

BUILD-WATCH-MATCH.
    MOVE WS-HIT-MATCH-BASIS(WS-HIT-IDX) TO WM-MATCH-BASIS.
    MOVE WS-HIT-NAME(WS-HIT-IDX) TO WM-LISTED-NAME.
    MOVE CU-CUSTOMER-NAME TO WM-CUSTOMER-NAME.
    MOVE CU-DOCUMENT-NUMBER TO WM-CUSTOMER-DOCUMENT.
    MOVE WS-SCREEN-DATE TO WM-FOUND-DATE.
    MOVE WS-SCREEN-FOUND-BY TO WM-FOUND-BY.
    MOVE WS-HIT-VERSION(WS-HIT-IDX) TO WM-LIST-VERSION.
    SET WM-PENDING TO TRUE.
    MOVE SPACES TO WM-REVIEWER-ID.
    MOVE ZERO TO WM-REVIEWED-DATE.
    MOVE SPACES TO WM-REVIEW-NOTE.

NOTE-RAISED-MATCH.
    DISPLAY "POSSIBLE WATCH-LIST MATCH: list ref " WM-LIST-REFERENCE
            " " WM-LISTED-NAME " basis " WM-MATCH-BASIS.

DELETE-CUSTOMER.
    MOVE WS-CUSTOMER-ID TO CU-CUSTOMER-ID.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY
            DISPLAY "Customer " WS-CUSTOMER-ID " is not on file."
        NOT INVALID KEY
            MOVE CUST-MASTER-RECORD TO WS-BEFORE-IMAGE
            MOVE WS-CUSTOMER-ID TO WS-JOURNAL-KEY-TEXT
            MOVE "D" TO WS-JOURNAL-ACTION
            MOVE "A" TO WS-JOURNAL-STATUS
            MOVE SPACES TO WS-AFTER-IMAGE
            PERFORM WRITE-JOURNAL-ENTRY
            IF JOURNAL-WRITTEN
                DELETE CUSTOMER-MASTER-FILE RECORD
                DISPLAY "Deleted customer " WS-CUSTOMER-ID
            END-IF
    END-READ.

WRITE-JOURNAL-ENTRY.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    MOVE ZERO TO WS-JOURNAL-SEQUENCE.
    MOVE "N" TO WS-JOURNAL-WRITTEN-FLAG.
    PERFORM UNTIL JOURNAL-WRITTEN OR WS-JOURNAL-SEQUENCE = 999
        MOVE WS-CURRENT-TIMESTAMP(1:14) TO MJ-TIMESTAMP
        MOVE WS-JOURNAL-SEQUENCE TO MJ-SEQUENCE
        MOVE "CUSTMAST" TO MJ-MASTER-FILE
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
