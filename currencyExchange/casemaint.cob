IDENTIFICATION DIVISION.
PROGRAM-ID. CaseMaint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SAR-CASE-FILE ASSIGN TO "SARCASE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SC-CASE-NO
        ALTERNATE RECORD KEY IS SC-CASE-SUBJECT WITH DUPLICATES
        FILE STATUS IS WS-CASE-FILE-STATUS.

    SELECT TELLER-MASTER-FILE ASSIGN TO "TELLMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TM-TELLER-ID
        FILE STATUS IS WS-TELLER-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SAR-CASE-FILE.
    COPY SARCASE.

FD  TELLER-MASTER-FILE.
    COPY TELLMAST.

WORKING-STORAGE SECTION.
01 WS-CASE-FILE-STATUS PIC XX.
    88 CASE-FILE-OK VALUE "00".
    88 CASE-FILE-NOT-FOUND VALUE "35".
01 WS-CASE-OPEN-FLAG PIC X VALUE "N".
    88 CASE-FILE-OPEN VALUE "Y".
01 WS-CASE-EOF-FLAG PIC X VALUE "N".
    88 END-OF-CASES VALUE "Y".

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
01 WS-CASE-NO PIC 9(6).
01 WS-NEW-STATUS PIC X.
01 WS-DISPOSITION PIC X.
01 WS-REVIEW-NOTE PIC X(40).
01 WS-CURRENT-TIMESTAMP PIC X(21).
01 WS-TODAY-DATE PIC 9(8).

01 WS-SHOWN-COUNT PIC 9(5).
01 WS-PRINT-COUNT PIC ZZZZ9.
01 WS-PRINT-HITS PIC ZZZZ9.
01 WS-PRINT-USD PIC ZZZZZZZZ9.99.

PROCEDURE DIVISION.
    OPEN I-O SAR-CASE-FILE.
    IF CASE-FILE-NOT-FOUND
        OPEN OUTPUT SAR-CASE-FILE
        CLOSE SAR-CASE-FILE
        OPEN I-O SAR-CASE-FILE
    END-IF.
    IF CASE-FILE-OK
        SET CASE-FILE-OPEN TO TRUE
    END-IF.

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE.

    DISPLAY "Suspicious-activity case maintenance".
    IF NOT CASE-FILE-OPEN
        DISPLAY "SARCASE.DAT not available -- review refused."
        SET MAINTENANCE-DONE TO TRUE
    ELSE
        PERFORM SIGN-ON-REVIEWER
        IF NOT REVIEWER-VALID
            DISPLAY "Review refused -- nothing changed."
            SET MAINTENANCE-DONE TO TRUE
        END-IF
    END-IF.

    PERFORM UNTIL MAINTENANCE-DONE
        DISPLAY "L=list open cases, R=review a case, Q=quit: "
        ACCEPT WS-ACTION
        IF ACTION-QUIT
            SET MAINTENANCE-DONE TO TRUE
        ELSE IF ACTION-LIST
            PERFORM LIST-OPEN-CASES
        ELSE IF ACTION-REVIEW
            PERFORM REVIEW-ONE-CASE
        ELSE
            DISPLAY "Unrecognised choice."
        END-IF
    END-PERFORM.

    IF CASE-FILE-OPEN
        CLOSE SAR-CASE-FILE
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

LIST-OPEN-CASES.
    MOVE ZERO TO WS-SHOWN-COUNT.
    MOVE "N" TO WS-CASE-EOF-FLAG.
    MOVE ZEROS TO SC-CASE-NO.
    START SAR-CASE-FILE KEY IS NOT LESS THAN SC-CASE-NO
        INVALID KEY SET END-OF-CASES TO TRUE
    END-START.
    IF NOT END-OF-CASES
        PERFORM READ-NEXT-CASE
    END-IF.
    PERFORM UNTIL END-OF-CASES
        IF NOT SC-CASE-CLOSED
            PERFORM DISPLAY-CASE
        END-IF
        PERFORM READ-NEXT-CASE
    END-PERFORM.
    MOVE WS-SHOWN-COUNT TO WS-PRINT-COUNT.
    DISPLAY WS-PRINT-COUNT " open case(s).".

READ-NEXT-CASE.
    READ SAR-CASE-FILE NEXT RECORD
        AT END SET END-OF-CASES TO TRUE
    END-READ.

DISPLAY-CASE.
    ADD 1 TO WS-SHOWN-COUNT.
    MOVE SC-HIT-COUNT TO WS-PRINT-HITS.
    MOVE SC-HIT-USD TO WS-PRINT-USD.
    DISPLAY SC-CASE-NO " CUST " SC-CUSTOMER-ID
            " PATTERN " SC-PATTERN
            " OPENED " SC-OPENED-DATE
            " WINDOW " SC-WINDOW-FROM-DATE "-" SC-WINDOW-TO-DATE
            " HITS " WS-PRINT-HITS
            " USD " WS-PRINT-USD
            " LAST SEEN " SC-LAST-SEEN-DATE
            " STATUS " SC-CASE-STATUS
            " BY " SC-REVIEWER-ID.

REVIEW-ONE-CASE.
    DISPLAY "Enter case number: ".
    ACCEPT WS-CASE-NO.
    IF WS-CASE-NO NOT NUMERIC
        DISPLAY "Case number must be numeric."
    ELSE
        MOVE WS-CASE-NO TO SC-CASE-NO
        READ SAR-CASE-FILE
            INVALID KEY
                DISPLAY "Case " WS-CASE-NO " is not on file."
            NOT INVALID KEY
                PERFORM UPDATE-CASE
        END-READ
    END-IF.

UPDATE-CASE.
    MOVE ZERO TO WS-SHOWN-COUNT.
    PERFORM DISPLAY-CASE.
    IF SC-CASE-CLOSED
        DISPLAY "Case " SC-CASE-NO " was closed " SC-CLOSED-DATE
                " with disposition " SC-DISPOSITION " by " SC-REVIEWER-ID
        DISPLAY "Note: " SC-REVIEW-NOTE
    ELSE
        DISPLAY "New status (R=under review, C=close, blank=leave as is): "
        ACCEPT WS-NEW-STATUS
        IF WS-NEW-STATUS = "C" OR WS-NEW-STATUS = "c"
            DISPLAY "Disposition (N=no further action, M=monitor,"
                    " S=suspicious-activity report filed): "
            ACCEPT WS-DISPOSITION
            IF WS-DISPOSITION NOT = "N" AND WS-DISPOSITION NOT = "M"
               AND WS-DISPOSITION NOT = "S"
                DISPLAY "Disposition must be N, M or S -- case left open."
            ELSE
                DISPLAY "Review note: "
                ACCEPT WS-REVIEW-NOTE
                IF WS-REVIEW-NOTE = SPACES
                    DISPLAY "A review note is required -- case left open."
                ELSE
                    MOVE WS-DISPOSITION TO SC-DISPOSITION
                    MOVE WS-REVIEW-NOTE TO SC-REVIEW-NOTE
                    MOVE WS-REVIEWER-ID TO SC-REVIEWER-ID
                    MOVE WS-TODAY-DATE TO SC-CLOSED-DATE
                    SET SC-CASE-CLOSED TO TRUE
                    REWRITE SAR-CASE-RECORD
                    DISPLAY "Closed case " SC-CASE-NO
                END-IF
            END-IF
        ELSE IF WS-NEW-STATUS = "R" OR WS-NEW-STATUS = "r"
            DISPLAY "Review note: "
            ACCEPT WS-REVIEW-NOTE
            MOVE WS-REVIEW-NOTE TO SC-REVIEW-NOTE
            MOVE WS-REVIEWER-ID TO SC-REVIEWER-ID
            SET SC-CASE-IN-REVIEW TO TRUE
            REWRITE SAR-CASE-RECORD
            DISPLAY "Case " SC-CASE-NO " under review"
        ELSE
            DISPLAY "Case " SC-CASE-NO " left as is."
        END-IF
    END-IF.
