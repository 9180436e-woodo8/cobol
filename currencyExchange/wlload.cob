IDENTIFICATION DIVISION.
PROGRAM-ID. WatchLoad.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WATCH-FEED-FILE ASSIGN TO "WLFEED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-FILE-STATUS.

    SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WL-ENTRY-KEY
        ALTERNATE RECORD KEY IS WL-SCREEN-NAME WITH DUPLICATES
        ALTERNATE RECORD KEY IS WL-DOCUMENT-NUMBER WITH DUPLICATES
        FILE STATUS IS WS-WATCH-FILE-STATUS.

    SELECT WATCH-CONTROL-FILE ASSIGN TO "WLCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-FILE-STATUS.

    SELECT LOAD-LISTING-FILE ASSIGN TO "WLLOAD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LISTING-FILE-STATUS.

    SELECT TELLER-MASTER-FILE ASSIGN TO "TELLMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TM-TELLER-ID
        FILE STATUS IS WS-TELLER-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WATCH-FEED-FILE.
01  WATCH-FEED-RECORD.
    05  WF-LIST-REFERENCE PIC X(12).
    05  WF-NAME-TYPE PIC X.
    05  WF-NAME PIC X(30).
    05  WF-DOCUMENT-TYPE PIC X(2).
    05  WF-DOCUMENT-NUMBER PIC X(20).

FD  WATCH-LIST-FILE.
    COPY WATCHLST.

FD  WATCH-CONTROL-FILE.
    COPY WLCTL.

FD  LOAD-LISTING-FILE.
01  LOAD-LISTING-LINE PIC X(100).

FD  TELLER-MASTER-FILE.
    COPY TELLMAST.

WORKING-STORAGE SECTION.
01 WS-FEED-FILE-STATUS PIC XX.
    88 FEED-FILE-OK VALUE "00".
01 WS-WATCH-FILE-STATUS PIC XX.
    88 WATCH-FILE-OK VALUE "00".
01 WS-CONTROL-FILE-STATUS PIC XX.
    88 CONTROL-FILE-OK VALUE "00".
01 WS-LISTING-FILE-STATUS PIC XX.
    88 LISTING-FILE-OK VALUE "00".
01 WS-TELLER-FILE-STATUS PIC XX.
    88 TELLER-FILE-OK VALUE "00".

01 WS-FEED-EOF-FLAG PIC X VALUE "N".
    88 END-OF-FEED VALUE "Y".
01 WS-LINE-STATUS PIC X(8).
01 WS-LINE-REASON PIC X(20).

01 WS-SUPERVISOR-ID PIC X(8).
01 WS-SUPERVISOR-VALID-FLAG PIC X VALUE "N".
    88 SUPERVISOR-VALID VALUE "Y".
01 WS-LOAD-APPROVED-FLAG PIC X VALUE "N".
    88 LOAD-APPROVED VALUE "Y".

01 WS-CURRENT-TIMESTAMP PIC X(21).
01 WS-LIST-VERSION PIC 9(6) VALUE ZERO.
01 WS-PREVIOUS-ENTRY-COUNT PIC 9(6) VALUE ZERO.
01 WS-SCREENED-VERSION PIC 9(6) VALUE ZERO.
01 WS-SCREENED-DATE PIC 9(8) VALUE ZERO.

01 WS-FEED-COUNT PIC 9(6) VALUE ZERO.
01 WS-ACCEPT-COUNT PIC 9(6) VALUE ZERO.
01 WS-REJECT-COUNT PIC 9(6) VALUE ZERO.
01 WS-PARTY-COUNT PIC 9(6) VALUE ZERO.
01 WS-LOADED-COUNT PIC 9(6) VALUE ZERO.
01 WS-PRINT-COUNT PIC ZZZZZ9.
01 WS-PRINT-VERSION PIC ZZZZZ9.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    OPEN INPUT WATCH-FEED-FILE.
    IF NOT FEED-FILE-OK
        DISPLAY "WLFEED.DAT not found -- nothing to load."
    ELSE
        PERFORM READ-WATCH-CONTROL
        OPEN OUTPUT LOAD-LISTING-FILE
        MOVE "WATCH LIST LOAD LISTING" TO LOAD-LISTING-LINE
        WRITE LOAD-LISTING-LINE
        MOVE SPACES TO LOAD-LISTING-LINE
        WRITE LOAD-LISTING-LINE

        PERFORM VALIDATE-WATCH-FEED
        CLOSE WATCH-FEED-FILE
        PERFORM APPROVE-WATCH-LOAD

        IF LOAD-APPROVED
            PERFORM LOAD-WATCH-LIST
            PERFORM WRITE-WATCH-CONTROL
        END-IF
        PERFORM WRITE-LISTING-TOTALS
        CLOSE LOAD-LISTING-FILE

        IF LOAD-APPROVED
            MOVE WS-LIST-VERSION TO WS-PRINT-VERSION
            MOVE WS-LOADED-COUNT TO WS-PRINT-COUNT
            DISPLAY "Watch list version " WS-PRINT-VERSION " loaded: "
                    WS-PRINT-COUNT " names and aliases."
            DISPLAY "Customers are re-screened by the nightly WLSCREEN job."
        ELSE
            DISPLAY "Watch list NOT replaced -- see WLLOAD.DAT."
        END-IF
    END-IF.
STOP RUN.

READ-WATCH-CONTROL.
    OPEN INPUT WATCH-CONTROL-FILE.
    IF CONTROL-FILE-OK
        READ WATCH-CONTROL-FILE
            AT END CONTINUE
            NOT AT END
                IF WC-LIST-VERSION NUMERIC
                    MOVE WC-LIST-VERSION TO WS-LIST-VERSION
                END-IF
                IF WC-ENTRY-COUNT NUMERIC
                    MOVE WC-ENTRY-COUNT TO WS-PREVIOUS-ENTRY-COUNT
                END-IF
                IF WC-SCREENED-VERSION NUMERIC
                    MOVE WC-SCREENED-VERSION TO WS-SCREENED-VERSION
                END-IF
                IF WC-SCREENED-DATE NUMERIC
                    MOVE WC-SCREENED-DATE TO WS-SCREENED-DATE
                END-IF
        END-READ
        CLOSE WATCH-CONTROL-FILE
    END-IF.

VALIDATE-WATCH-FEED.
    PERFORM READ-FEED-RECORD.
    PERFORM UNTIL END-OF-FEED
        ADD 1 TO WS-FEED-COUNT
        PERFORM VALIDATE-FEED-LINE
        IF WS-LINE-STATUS = "ACCEPTED"
            ADD 1 TO WS-ACCEPT-COUNT
            IF WF-NAME-TYPE = "P"
                ADD 1 TO WS-PARTY-COUNT
            END-IF
        ELSE
            ADD 1 TO WS-REJECT-COUNT
            PERFORM WRITE-LISTING-LINE
        END-IF
        PERFORM READ-FEED-RECORD
    END-PERFORM.

READ-FEED-RECORD.
    READ WATCH-FEED-FILE
        AT END SET END-OF-FEED TO TRUE
    END-READ.

VALIDATE-FEED-LINE.
    MOVE "ACCEPTED" TO WS-LINE-STATUS.
    MOVE SPACES TO WS-LINE-REASON.
    IF WF-LIST-REFERENCE = SPACES
        MOVE "REJECTED" TO WS-LINE-STATUS
        MOVE "MISSING REFERENCE" TO WS-LINE-REASON
    ELSE IF WF-NAME-TYPE NOT = "P" AND WF-NAME-TYPE NOT = "A"
        MOVE "REJECTED" TO WS-LINE-STATUS
        MOVE "BAD NAME TYPE" TO WS-LINE-REASON
    ELSE IF WF-NAME = SPACES
        MOVE "REJECTED" TO WS-LINE-STATUS
        MOVE "MISSING NAME" TO WS-LINE-REASON
    END-IF.

APPROVE-WATCH-LOAD.
    IF WS-ACCEPT-COUNT = ZERO
        MOVE "NO VALID ENTRIES IN THE FEED -- LIST NOT REPLACED"
            TO LOAD-LISTING-LINE
        WRITE LOAD-LISTING-LINE
    ELSE IF WS-ACCEPT-COUNT * 2 < WS-PREVIOUS-ENTRY-COUNT
        MOVE WS-PREVIOUS-ENTRY-COUNT TO WS-PRINT-COUNT
        DISPLAY "Feed has less than half the " WS-PRINT-COUNT
                " names on the current list."
        PERFORM VALIDATE-APPROVING-SUPERVISOR
        IF SUPERVISOR-VALID
            SET LOAD-APPROVED TO TRUE
        ELSE
            MOVE "FEED SHRINKS THE LIST BY OVER HALF -- NOT APPROVED"
                TO LOAD-LISTING-LINE
            WRITE LOAD-LISTING-LINE
        END-IF
    ELSE
        SET LOAD-APPROVED TO TRUE
    END-IF.

VALIDATE-APPROVING-SUPERVISOR.
    OPEN INPUT TELLER-MASTER-FILE.
    IF NOT TELLER-FILE-OK
        DISPLAY "TELLMAST.DAT not available -- cannot verify a supervisor."
    ELSE
        DISPLAY "Enter approving supervisor ID: "
        ACCEPT WS-SUPERVISOR-ID
        MOVE WS-SUPERVISOR-ID TO TM-TELLER-ID
        READ TELLER-MASTER-FILE
            INVALID KEY
                DISPLAY WS-SUPERVISOR-ID " is not on the teller master."
            NOT INVALID KEY
                IF NOT TM-ACTIVE
                    DISPLAY WS-SUPERVISOR-ID " is not active."
                ELSE IF NOT TM-SUPERVISOR
                    DISPLAY WS-SUPERVISOR-ID " is not a supervisor."
                ELSE
                    SET SUPERVISOR-VALID TO TRUE
                END-IF
        END-READ
        CLOSE TELLER-MASTER-FILE
    END-IF.

LOAD-WATCH-LIST.
    ADD 1 TO WS-LIST-VERSION.
    MOVE ZERO TO WS-FEED-COUNT.
    MOVE "N" TO WS-FEED-EOF-FLAG.
    OPEN INPUT WATCH-FEED-FILE.
    OPEN OUTPUT WATCH-LIST-FILE.
    PERFORM READ-FEED-RECORD.
    PERFORM UNTIL END-OF-FEED
        ADD 1 TO WS-FEED-COUNT
        PERFORM VALIDATE-FEED-LINE
        IF WS-LINE-STATUS = "ACCEPTED"
            PERFORM WRITE-WATCH-ENTRY
        END-IF
        PERFORM READ-FEED-RECORD
    END-PERFORM.
    CLOSE WATCH-LIST-FILE.
    CLOSE WATCH-FEED-FILE.

WRITE-WATCH-ENTRY.
    MOVE WF-LIST-REFERENCE TO WL-LIST-REFERENCE.
    MOVE WS-FEED-COUNT TO WL-NAME-SEQ.
    MOVE WF-NAME-TYPE TO WL-NAME-TYPE.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WF-NAME LEADING))
        TO WL-SCREEN-NAME.
    MOVE FUNCTION UPPER-CASE(WF-DOCUMENT-TYPE) TO WL-DOCUMENT-TYPE.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WF-DOCUMENT-NUMBER LEADING))
        TO WL-DOCUMENT-NUMBER.
    MOVE WS-LIST-VERSION TO WL-LIST-VERSION.
    WRITE WATCH-LIST-RECORD
        INVALID KEY
            DISPLAY "Feed line " WS-FEED-COUNT " could not be loaded."
        NOT INVALID KEY
            ADD 1 TO WS-LOADED-COUNT
    END-WRITE.

WRITE-WATCH-CONTROL.
    OPEN OUTPUT WATCH-CONTROL-FILE.
    MOVE WS-LIST-VERSION TO WC-LIST-VERSION.
    MOVE WS-CURRENT-TIMESTAMP(1:14) TO WC-LOADED-TIMESTAMP.
    MOVE WS-LOADED-COUNT TO WC-ENTRY-COUNT.
    MOVE WS-SCREENED-VERSION TO WC-SCREENED-VERSION.
    MOVE WS-SCREENED-DATE TO WC-SCREENED-DATE.
    WRITE WATCH-CONTROL-RECORD.
    CLOSE WATCH-CONTROL-FILE.

WRITE-LISTING-LINE.
    MOVE SPACES TO LOAD-LISTING-LINE.
    MOVE WS-FEED-COUNT TO WS-PRINT-COUNT.
    STRING "LINE " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-LINE-STATUS DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WF-LIST-REFERENCE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WF-NAME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-LINE-REASON DELIMITED BY SIZE
        INTO LOAD-LISTING-LINE.
    WRITE LOAD-LISTING-LINE.

WRITE-LISTING-TOTALS.
    MOVE SPACES TO LOAD-LISTING-LINE.
    WRITE LOAD-LISTING-LINE.
    MOVE WS-FEED-COUNT TO WS-PRINT-COUNT.
    MOVE SPACES TO LOAD-LISTING-LINE.
    STRING "FEED LINES READ:     " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO LOAD-LISTING-LINE.
    WRITE LOAD-LISTING-LINE.
    MOVE WS-ACCEPT-COUNT TO WS-PRINT-COUNT.
    MOVE SPACES TO LOAD-LISTING-LINE.
    STRING "LINES ACCEPTED:      " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO LOAD-LISTING-LINE.
    WRITE LOAD-LISTING-LINE.
    MOVE WS-REJECT-COUNT TO WS-PRINT-COUNT.
    MOVE SPACES TO LOAD-LISTING-LINE.
    STRING "LINES REJECTED:      " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO LOAD-LISTING-LINE.
    WRITE LOAD-LISTING-LINE.
    MOVE WS-PARTY-COUNT TO WS-PRINT-COUNT.
    MOVE SPACES TO LOAD-LISTING-LINE.
    STRING "LISTED PARTIES:      " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO LOAD-LISTING-LINE.
    WRITE LOAD-LISTING-LINE.
    IF LOAD-APPROVED
        MOVE WS-LOADED-COUNT TO WS-PRINT-COUNT
        MOVE WS-LIST-VERSION TO WS-PRINT-VERSION
        MOVE SPACES TO LOAD-LISTING-LINE
        STRING "NAMES LOADED:        " DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               "  AS LIST VERSION " DELIMITED BY SIZE
               WS-PRINT-VERSION DELIMITED BY SIZE
            INTO LOAD-LISTING-LINE
        WRITE LOAD-LISTING-LINE
    END-IF.
