IDENTIFICATION DIVISION.
PROGRAM-ID. WatchReview.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WATCH-MATCH-FILE ASSIGN TO "WLMATCH.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WM-MATCH-KEY
        FILE STATUS IS WS-MATCH-FILE-STATUS.

    SELECT TELLER-MASTER-FILE ASSIGN TO "TELLMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TM-TELLER-ID
        FILE STATUS IS WS-TELLER-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WATCH-MATCH-FILE.
    COPY WLMATCH.

FD  TELLER-MASTER-FILE.
    COPY TELLMAST.

WORKING-STORAGE SECTION.
01 WS-MATCH-FILE-STATUS PIC XX.
    88 MATCH-FILE-OK VALUE "00".
    88 MATCH-FILE-NOT-FOUND VALUE "35".
01 WS-MATCH-OPEN-FLAG PIC X VALUE "N".
    88 MATCH-FILE-OPEN VALUE "Y".
01 WS-MATCH-EOF-FLAG PIC X VALUE "N".
    88 END-OF-MATCHES VALUE "Y".

01 WS-TELLER-FILE-STATUS PIC XX.
    88 TELLER-FILE-OK VALUE "00".
01 WS-REVIEWER-VALID-FLAG PIC X VALUE "N".
    88 REVIEWER-VALID VALUE "Y".

01 WS-DONE-FLAG PIC X VALUE "N".
    88 MAINTENANCE-DONE VALUE "Y".
01 WS-ACTION PIC X.
    88 ACTION-LIST VALUE "L" "l".
    88 ACTION-REVIEW VALUE "R" "r".
    88 ACTION-QUIT VALUE "Q" "q".

01 WS-REVIEWER-ID PIC X(8).
01 WS-CUSTOMER-ID PIC X(8).
01 WS-LIST-REFERENCE PIC X(12).
01 WS-DECISION PIC X.
01 WS-REVIEW-NOTE PIC X(40).
01 WS-CURRENT-TIMESTAMP PIC X(21).
01 WS-TODAY-DATE PIC 9(8).

01 WS-SHOWN-COUNT PIC 9(5).
01 WS-PRINT-COUNT PIC ZZZZ9.

PROCEDURE DIVISION.
    OPEN I-O WATCH-MATCH-FILE.
    IF MATCH-FILE-NOT-FOUND
        OPEN OUTPUT WATCH-MATCH-FILE
        CLOSE WATCH-MATCH-FILE
        OPEN I-O WATCH-MATCH-FILE
    END-IF.
    IF MATCH-FILE-OK
        SET MATCH-FILE-OPEN TO TRUE
    END-IF.

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE.

    DISPLAY "Watch-list match review".
    IF NOT MATCH-FILE-OPEN
        DISPLAY "WLMATCH.DAT not available -- review refused."
        SET MAINTENANCE-DONE TO TRUE
    ELSE
        PERFORM SIGN-ON-REVIEWER
        IF NOT REVIEWER-VALID
            DISPLAY "Review refused -- nothing changed."
            SET MAINTENANCE-DONE TO TRUE
        END-IF
    END-IF.

    PERFORM UNTIL MAINTENANCE-DONE
        DISPLAY "L=list matches awaiting review, R=review a match, Q=quit: "
        ACCEPT WS-ACTION
        IF ACTION-QUIT
            SET MAINTENANCE-DONE TO TRUE
        ELSE IF ACTION-LIST
            PERFORM LIST-PENDING-MATCHES
        ELSE IF ACTION-REVIEW
            PERFORM REVIEW-ONE-MATCH
        ELSE
            DISPLAY "Unrecognised choice."
        END-IF
    END-PERFORM.

    IF MATCH-FILE-OPEN
        CLOSE WATCH-MATCH-FILE
    END-IF.
STOP RUN.

SIGN-ON-REVIEWER.
    DISPLAY "Enter your reviewer ID: ".
    ACCEPT WS-REVIEWER-ID.
    OPEN INPUT TELLER-MASTER-FILE.
    IF NOT TELLER-FILE-OK
        DISPLAY "TELLMAST.DAT not available -- cannot verify the reviewer."
    ELSE
        MOVE WS-REVIEWER-ID TO TM-TELLER-ID
        READ TELLER-MASTER-FILE
            INVALID KEY
                DISPLAY WS-REVIEWER-ID " is not on the teller master."
            NOT INVALID KEY
                IF NOT TM-ACTIVE
                    DISPLAY WS-REVIEWER-ID " is not active."
                ELSE IF NOT TM-SUPERVISOR
                    DISPLAY WS-REVIEWER-ID " is not a supervisor."
                ELSE
                    SET REVIEWER-VALID TO TRUE
                END-IF
        END-READ
        CLOSE TELLER-MASTER-FILE
    END-IF.

LIST-PENDING-MATCHES.
    MOVE ZERO TO WS-SHOWN-COUNT.
    MOVE "N" TO WS-MATCH-EOF-FLAG.
    MOVE LOW-VALUES TO WM-MATCH-KEY.
    START WATCH-MATCH-FILE KEY IS NOT LESS THAN WM-MATCH-KEY
        INVALID KEY SET END-OF-MATCHES TO TRUE
    END-START.
    IF NOT END-OF-MATCHES
        PERFORM READ-NEXT-MATCH
    END-IF.
    PERFORM UNTIL END-OF-MATCHES
        IF WM-PENDING
            PERFORM DISPLAY-MATCH
        END-IF
        PERFORM READ-NEXT-MATCH
    END-PERFORM.
    MOVE WS-SHOWN-COUNT TO WS-PRINT-COUNT.
    DISPLAY WS-PRINT-COUNT " match(es) awaiting review.".

READ-NEXT-MATCH.
    READ WATCH-MATCH-FILE NEXT RECORD
        AT END SET END-OF-MATCHES TO TRUE
    END-READ.

DISPLAY-MATCH.
    ADD 1 TO WS-SHOWN-COUNT.
    DISPLAY WM-CUSTOMER-ID " " WM-CUSTOMER-NAME
            " DOC " WM-CUSTOMER-DOCUMENT.
    DISPLAY "    LIST REF " WM-LIST-REFERENCE
            " LISTED AS " WM-LISTED-NAME
            " BASIS " WM-MATCH-BASIS
            " FOUND " WM-FOUND-DATE
            " BY " WM-FOUND-BY
            " STATUS " WM-MATCH-STATUS.

REVIEW-ONE-MATCH.
    DISPLAY "Enter customer ID: ".
    ACCEPT WS-CUSTOMER-ID.
    DISPLAY "Enter list reference: ".
    ACCEPT WS-LIST-REFERENCE.
    MOVE WS-CUSTOMER-ID TO WM-CUSTOMER-ID.
    MOVE WS-LIST-REFERENCE TO WM-LIST-REFERENCE.
    READ WATCH-MATCH-FILE
        INVALID KEY
            DISPLAY "No match for " WS-CUSTOMER-ID " against "
                    WS-LIST-REFERENCE " is on file."
        NOT INVALID KEY
            PERFORM UPDATE-MATCH
    END-READ.

UPDATE-MATCH.
    MOVE ZERO TO WS-SHOWN-COUNT.
    PERFORM DISPLAY-MATCH.
    IF NOT WM-PENDING
        DISPLAY "Match was reviewed " WM-REVIEWED-DATE
                " by " WM-REVIEWER-ID
        DISPLAY "Note: " WM-REVIEW-NOTE
    ELSE
        DISPLAY "C=clear as a false positive, F=confirm the match"
                " and block the customer, blank=leave pending: "
        ACCEPT WS-DECISION
        IF WS-DECISION = "C" OR WS-DECISION = "c"
           OR WS-DECISION = "F" OR WS-DECISION = "f"
            DISPLAY "Review note: "
            ACCEPT WS-REVIEW-NOTE
            IF WS-REVIEW-NOTE = SPACES
                DISPLAY "A review note is required -- match left pending."
            ELSE
                IF WS-DECISION = "C" OR WS-DECISION = "c"
                    SET WM-CLEARED TO TRUE
                ELSE
                    SET WM-CONFIRMED TO TRUE
                END-IF
                MOVE WS-REVIEWER-ID TO WM-REVIEWER-ID
                MOVE WS-TODAY-DATE TO WM-REVIEWED-DATE
                MOVE WS-REVIEW-NOTE TO WM-REVIEW-NOTE
                REWRITE WATCH-MATCH-RECORD
                IF WM-CLEARED
                    DISPLAY "Cleared -- " WM-CUSTOMER-ID
                            " released unless other matches are pending."
                ELSE
                    DISPLAY "Confirmed -- all further conversions for "
                            WM-CUSTOMER-ID " are blocked."
                END-IF
            END-IF
        ELSE
            DISPLAY "Match left pending."
        END-IF
    END-IF.
