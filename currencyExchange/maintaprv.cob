IDENTIFICATION DIVISION.
PROGRAM-ID. MaintAprv.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJNL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MJ-JOURNAL-KEY
        FILE STATUS IS WS-JOURNAL-FILE-STATUS.

    SELECT TELLER-MASTER-FILE ASSIGN TO "TELLMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TM-TELLER-ID
        FILE STATUS IS WS-TELLER-FILE-STATUS.

    SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FS-FEE-KEY
        FILE STATUS IS WS-FEE-FILE-STATUS.

    SELECT SPREAD-SCHEDULE-FILE ASSIGN TO "SPRDSCHD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SP-CURRENCY-PAIR
        FILE STATUS IS WS-SPREAD-FILE-STATUS.

    SELECT CURRENCY-MASTER-FILE ASSIGN TO "CURRMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CURRENCY-CODE
        FILE STATUS IS WS-MASTER-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MAINT-JOURNAL-FILE.
    COPY MAINTJNL.

FD  TELLER-MASTER-FILE.
    COPY TELLMAST.

FD  FEE-SCHEDULE-FILE.
    COPY FEESCHED.

FD  SPREAD-SCHEDULE-FILE.
    COPY SPRDSCHD.

FD  CURRENCY-MASTER-FILE.
    COPY CURRMAST.

WORKING-STORAGE SECTION.
01 WS-JOURNAL-FILE-STATUS PIC XX.
    88 JOURNAL-FILE-OK VALUE "00".
    88 JOURNAL-FILE-NOT-FOUND VALUE "35".
01 WS-JOURNAL-EOF-FLAG PIC X VALUE "N".
    88 END-OF-JOURNAL VALUE "Y".

01 WS-TELLER-FILE-STATUS PIC XX.
    88 TELLER-FILE-OK VALUE "00".
    88 TELLER-FILE-NOT-FOUND VALUE "35".
01 WS-FEE-FILE-STATUS PIC XX.
    88 FEE-FILE-OK VALUE "00".
    88 FEE-FILE-NOT-FOUND VALUE "35".
01 WS-SPREAD-FILE-STATUS PIC XX.
    88 SPREAD-FILE-OK VALUE "00".
    88 SPREAD-FILE-NOT-FOUND VALUE "35".
01 WS-MASTER-FILE-STATUS PIC XX.
    88 MASTER-FILE-OK VALUE "00".
    88 MASTER-FILE-NOT-FOUND VALUE "35".

01 WS-SUPERVISOR-ID PIC X(8).
01 WS-SUPERVISOR-VALID-FLAG PIC X VALUE "N".
    88 SUPERVISOR-VALID VALUE "Y".

01 WS-DONE-FLAG PIC X VALUE "N".
    88 APPROVAL-DONE VALUE "Y".
01 WS-DECISION PIC X.
    88 DECISION-APPROVE VALUE "A" "a".
    88 DECISION-REJECT VALUE "R" "r".
    88 DECISION-SKIP VALUE "S" "s".
    88 DECISION-QUIT VALUE "Q" "q".

01 WS-APPLY-FLAG PIC X.
    88 CHANGE-APPLIED VALUE "Y".
01 WS-REJECT-REASON PIC X(20).
01 WS-CURRENT-IMAGE PIC X(80).
01 WS-CURRENT-TIMESTAMP PIC X(21).

01 WS-PENDING-COUNT PIC 9(5) VALUE ZERO.
01 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
01 WS-PRINT-COUNT PIC ZZZZ9.

PROCEDURE DIVISION.
    OPEN I-O TELLER-MASTER-FILE.
    IF NOT TELLER-FILE-OK
        DISPLAY "TELLMAST.DAT not available -- cannot verify the supervisor."
    ELSE
        PERFORM SIGN-ON-SUPERVISOR
        IF SUPERVISOR-VALID
            PERFORM APPROVE-PENDING-CHANGES
        END-IF
        CLOSE TELLER-MASTER-FILE
    END-IF.
STOP RUN.

SIGN-ON-SUPERVISOR.
    DISPLAY "Maintenance change approval".
    DISPLAY "Enter your supervisor ID: ".
    ACCEPT WS-SUPERVISOR-ID.
    MOVE WS-SUPERVISOR-ID TO TM-TELLER-ID.
    READ TELLER-MASTER-FILE
        INVALID KEY
            DISPLAY WS-SUPERVISOR-ID " is not on the teller master."
        NOT INVALID KEY
            IF NOT TM-ACTIVE
                DISPLAY WS-SUPERVISOR-ID " is not active."
            ELSE IF NOT TM-SUPERVISOR
                DISPLAY WS-SUPERVISOR-ID " is not a supervisor --"
                        " changes cannot be approved."
            ELSE
                SET SUPERVISOR-VALID TO TRUE
            END-IF
    END-READ.

APPROVE-PENDING-CHANGES.
    OPEN I-O MAINT-JOURNAL-FILE.
    IF JOURNAL-FILE-NOT-FOUND
        DISPLAY "No maintenance journal -- nothing to approve."
    ELSE
        PERFORM OPEN-MASTER-FILES
        MOVE LOW-VALUES TO MJ-JOURNAL-KEY
        START MAINT-JOURNAL-FILE KEY IS NOT LESS THAN MJ-JOURNAL-KEY
            INVALID KEY SET END-OF-JOURNAL TO TRUE
        END-START
        PERFORM UNTIL END-OF-JOURNAL OR APPROVAL-DONE
            READ MAINT-JOURNAL-FILE NEXT RECORD
                AT END SET END-OF-JOURNAL TO TRUE
            END-READ
            IF NOT END-OF-JOURNAL AND MJ-PENDING
                PERFORM REVIEW-PENDING-CHANGE
            END-IF
        END-PERFORM
        CLOSE FEE-SCHEDULE-FILE
        CLOSE SPREAD-SCHEDULE-FILE
        CLOSE CURRENCY-MASTER-FILE
        CLOSE MAINT-JOURNAL-FILE
        MOVE WS-PENDING-COUNT TO WS-PRINT-COUNT
        DISPLAY WS-PRINT-COUNT " pending change(s) reviewed"
        MOVE WS-APPROVED-COUNT TO WS-PRINT-COUNT
        DISPLAY WS-PRINT-COUNT " approved and applied"
        MOVE WS-REJECTED-COUNT TO WS-PRINT-COUNT
        DISPLAY WS-PRINT-COUNT " rejected"
    END-IF.

OPEN-MASTER-FILES.
    OPEN I-O FEE-SCHEDULE-FILE.
    IF FEE-FILE-NOT-FOUND
        OPEN OUTPUT FEE-SCHEDULE-FILE
        CLOSE FEE-SCHEDULE-FILE
        OPEN I-O FEE-SCHEDULE-FILE
    END-IF.
    OPEN I-O SPREAD-SCHEDULE-FILE.
    IF SPREAD-FILE-NOT-FOUND
        OPEN OUTPUT SPREAD-SCHEDULE-FILE
        CLOSE SPREAD-SCHEDULE-FILE
        OPEN I-O SPREAD-SCHEDULE-FILE
    END-IF.
    OPEN I-O CURRENCY-MASTER-FILE.
    IF MASTER-FILE-NOT-FOUND
        OPEN OUTPUT CURRENCY-MASTER-FILE
        CLOSE CURRENCY-MASTER-FILE
        OPEN I-O CURRENCY-MASTER-FILE
    END-IF.

REVIEW-PENDING-CHANGE.
    ADD 1 TO WS-PENDING-COUNT.
    DISPLAY " ".
    DISPLAY "Keyed " MJ-TIMESTAMP " by " MJ-OPERATOR-ID
            " -- " MJ-MASTER-FILE " " MJ-ACTION " " MJ-RECORD-KEY.
    DISPLAY "  Before: " MJ-BEFORE-IMAGE.
    DISPLAY "  After:  " MJ-AFTER-IMAGE.
    IF MJ-OPERATOR-ID = WS-SUPERVISOR-ID
        DISPLAY "  Keyed by you -- another supervisor must approve it."
    ELSE
        DISPLAY "A=approve, R=reject, S=skip, Q=quit: "
        ACCEPT WS-DECISION
        IF DECISION-QUIT
            SET APPROVAL-DONE TO TRUE
        ELSE IF DECISION-APPROVE
            PERFORM APPLY-PENDING-CHANGE
            IF CHANGE-APPLIED
                SET MJ-APPROVED TO TRUE
                MOVE SPACES TO MJ-REMARK
                ADD 1 TO WS-APPROVED-COUNT
                DISPLAY "  Approved and applied."
            ELSE
                SET MJ-REJECTED TO TRUE
                MOVE WS-REJECT-REASON TO MJ-REMARK
                ADD 1 TO WS-REJECTED-COUNT
                DISPLAY "  Not applied -- " WS-REJECT-REASON
            END-IF
            PERFORM FILE-DECISION
        ELSE IF DECISION-REJECT
            DISPLAY "Reason: "
            ACCEPT WS-REJECT-REASON
            IF WS-REJECT-REASON = SPACES
                DISPLAY "  A reason is required to reject -- left pending."
            ELSE
                SET MJ-REJECTED TO TRUE
                MOVE WS-REJECT-REASON TO MJ-REMARK
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM FILE-DECISION
                DISPLAY "  Rejected."
            END-IF
        ELSE
            DISPLAY "  Left pending."
        END-IF
    END-IF.

FILE-DECISION.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    MOVE WS-SUPERVISOR-ID TO MJ-APPROVER-ID.
    MOVE WS-CURRENT-TIMESTAMP(1:14) TO MJ-APPROVED-TIMESTAMP.
    REWRITE MAINT-JOURNAL-RECORD
        INVALID KEY
            DISPLAY "WARNING: decision on " MJ-RECORD-KEY
                    " could not be filed on the journal."
    END-REWRITE.

APPLY-PENDING-CHANGE.
    MOVE "N" TO WS-APPLY-FLAG.
    MOVE SPACES TO WS-REJECT-REASON.
    IF MJ-MASTER-FILE = "FEESCHED"
        PERFORM APPLY-FEE-CHANGE
    ELSE IF MJ-MASTER-FILE = "SPRDSCHD"
        PERFORM APPLY-SPREAD-CHANGE
    ELSE IF MJ-MASTER-FILE = "CURRMAST"
        PERFORM APPLY-CURRENCY-CHANGE
    ELSE IF MJ-MASTER-FILE = "TELLMAST"
        PERFORM APPLY-TELLER-CHANGE
    ELSE
        MOVE "UNKNOWN MASTER FILE" TO WS-REJECT-REASON
    END-IF.

APPLY-FEE-CHANGE.
    IF MJ-ADD
        MOVE MJ-AFTER-IMAGE TO FEE-SCHEDULE-RECORD
        WRITE FEE-SCHEDULE-RECORD
            INVALID KEY
                MOVE "RECORD ADDED SINCE" TO WS-REJECT-REASON
            NOT INVALID KEY
                SET CHANGE-APPLIED TO TRUE
        END-WRITE
    ELSE
        MOVE MJ-BEFORE-IMAGE TO FEE-SCHEDULE-RECORD
        READ FEE-SCHEDULE-FILE
            INVALID KEY
                MOVE "RECORD GONE" TO WS-REJECT-REASON
            NOT INVALID KEY
                MOVE FEE-SCHEDULE-RECORD TO WS-CURRENT-IMAGE
                IF WS-CURRENT-IMAGE NOT = MJ-BEFORE-IMAGE
                    MOVE "RECORD CHANGED SINCE" TO WS-REJECT-REASON
                ELSE IF MJ-DELETE
                    DELETE FEE-SCHEDULE-FILE RECORD
                        INVALID KEY
                            MOVE "UPDATE FAILED" TO WS-REJECT-REASON
                        NOT INVALID KEY
                            SET CHANGE-APPLIED TO TRUE
                    END-DELETE
                ELSE
                    MOVE MJ-AFTER-IMAGE TO FEE-SCHEDULE-RECORD
                    REWRITE FEE-SCHEDULE-RECORD
                        INVALID KEY
                            MOVE "UPDATE FAILED" TO WS-REJECT-REASON
                        NOT INVALID KEY
                            SET CHANGE-APPLIED TO TRUE
                    END-REWRITE
                END-IF
        END-READ
    END-IF.

APPLY-SPREAD-CHANGE.
    IF MJ-ADD
        MOVE MJ-AFTER-IMAGE TO SPREAD-SCHEDULE-RECORD
        WRITE SPREAD-SCHEDULE-RECORD
            INVALID KEY
                MOVE "RECORD ADDED SINCE" TO WS-REJECT-REASON
            NOT INVALID KEY
                SET CHANGE-APPLIED TO TRUE
        END-WRITE
    ELSE
        MOVE MJ-BEFORE-IMAGE TO SPREAD-SCHEDULE-RECORD
        READ SPREAD-SCHEDULE-FILE
            INVALID KEY
                MOVE "RECORD GONE" TO WS-REJECT-REASON
            NOT INVALID KEY
                MOVE SPREAD-SCHEDULE-RECORD TO WS-CURRENT-IMAGE
                IF WS-CURRENT-IMAGE NOT = MJ-BEFORE-IMAGE
                    MOVE "RECORD CHANGED SINCE" TO WS-REJECT-REASON
                ELSE IF MJ-DELETE
                    DELETE SPREAD-SCHEDULE-FILE RECORD
                        INVALID KEY
                            MOVE "UPDATE FAILED" TO WS-REJECT-REASON
                        NOT INVALID KEY
                            SET CHANGE-APPLIED TO TRUE
                    END-DELETE
                ELSE
                    MOVE MJ-AFTER-IMAGE TO SPREAD-SCHEDULE-RECORD
                    REWRITE SPREAD-SCHEDULE-RECORD
                        INVALID KEY
                            MOVE "UPDATE FAILED" TO WS-REJECT-REASON
                        NOT INVALID KEY
                            SET CHANGE-APPLIED TO TRUE
                    END-REWRITE
                END-IF
        END-READ
    END-IF.

APPLY-CURRENCY-CHANGE.
    IF MJ-ADD
        MOVE MJ-AFTER-IMAGE TO CURR-MASTER-RECORD
        WRITE CURR-MASTER-RECORD
            INVALID KEY
                MOVE "RECORD ADDED SINCE" TO WS-REJECT-REASON
            NOT INVALID KEY
                SET CHANGE-APPLIED TO TRUE
        END-WRITE
    ELSE
        MOVE MJ-BEFORE-IMAGE TO CURR-MASTER-RECORD
        READ CURRENCY-MASTER-FILE
            INVALID KEY
                MOVE "RECORD GONE" TO WS-REJECT-REASON
            NOT INVALID KEY
                MOVE CURR-MASTER-RECORD TO WS-CURRENT-IMAGE
                IF WS-CURRENT-IMAGE NOT = MJ-BEFORE-IMAGE
                    MOVE "RECORD CHANGED SINCE" TO WS-REJECT-REASON
                ELSE IF MJ-DELETE
                    DELETE CURRENCY-MASTER-FILE RECORD
                        INVALID KEY
                            MOVE "UPDATE FAILED" TO WS-REJECT-REASON
                        NOT INVALID KEY
                            SET CHANGE-APPLIED TO TRUE
                    END-DELETE
                ELSE
                    MOVE MJ-AFTER-IMAGE TO CURR-MASTER-RECORD
                    REWRITE CURR-MASTER-RECORD
                        INVALID KEY
                            MOVE "UPDATE FAILED" TO WS-REJECT-REASON
                        NOT INVALID KEY
                            SET CHANGE-APPLIED TO TRUE
                    END-REWRITE
                END-IF
        END-READ
    END-IF.

APPLY-TELLER-CHANGE.
    IF MJ-ADD
        MOVE MJ-AFTER-IMAGE TO TELLER-MASTER-RECORD
        WRITE TELLER-MASTER-RECORD
            INVALID KEY
                MOVE "RECORD ADDED SINCE" TO WS-REJECT-REASON
            NOT INVALID KEY
                SET CHANGE-APPLIED TO TRUE
        END-WRITE
    ELSE
        MOVE MJ-BEFORE-IMAGE TO TELLER-MASTER-RECORD
        READ TELLER-MASTER-FILE
            INVALID KEY
                MOVE "RECORD GONE" TO WS-REJECT-REASON
            NOT INVALID KEY
                MOVE TELLER-MASTER-RECORD TO WS-CURRENT-IMAGE
                IF WS-CURRENT-IMAGE NOT = MJ-BEFORE-IMAGE
                    MOVE "RECORD CHANGED SINCE" TO WS-REJECT-REASON
                ELSE IF MJ-DELETE
                    DELETE TELLER-MASTER-FILE RECORD
                        INVALID KEY
                            MOVE "UPDATE FAILED" TO WS-REJECT-REASON
                        NOT INVALID KEY
                            SET CHANGE-APPLIED TO TRUE
                    END-DELETE
                ELSE
                    MOVE MJ-AFTER-IMAGE TO TELLER-MASTER-RECORD
                    REWRITE TELLER-MASTER-RECORD
                        INVALID KEY
                            MOVE "UPDATE FAILED" TO WS-REJECT-REASON
                        NOT INVALID KEY
                            SET CHANGE-APPLIED TO TRUE
                    END-REWRITE
                END-IF
        END-READ
    END-IF.
