IDENTIFICATION DIVISION.
PROGRAM-ID. MaintReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJNL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MJ-JOURNAL-KEY
        FILE STATUS IS WS-JOURNAL-FILE-STATUS.

    SELECT MAINT-REPORT-FILE ASSIGN TO "MAINTRPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAINT-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MAINT-JOURNAL-FILE.
    COPY MAINTJNL.

FD  MAINT-REPORT-FILE.
01  MAINT-REPORT-LINE PIC X(100).

WORKING-STORAGE SECTION.
01 WS-JOURNAL-FILE-STATUS PIC XX.
    88 JOURNAL-FILE-OK VALUE "00".
    88 JOURNAL-FILE-NOT-FOUND VALUE "35".
01 WS-MAINT-REPORT-STATUS PIC XX.
    88 MAINT-REPORT-OK VALUE "00".
01 WS-JOURNAL-EOF-FLAG PIC X VALUE "N".
    88 END-OF-JOURNAL VALUE "Y".

01 WS-CURRENT-TIMESTAMP PIC X(21).
01 WS-REPORT-DATE PIC 9(8).
01 WS-ENTRY-DATE PIC 9(8).
01 WS-ENTRY-TIME PIC 9(6).
01 WS-DECISION-DATE PIC 9(8).
01 WS-STATUS-TEXT PIC X(8).
01 WS-ACTION-TEXT PIC X(6).

01 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
01 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
01 WS-PENDING-COUNT PIC 9(5) VALUE ZERO.
01 WS-EARLIER-COUNT PIC 9(5) VALUE ZERO.
01 WS-OUTSTANDING-COUNT PIC 9(5) VALUE ZERO.
01 WS-PRINT-COUNT PIC ZZZZ9.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    DISPLAY "Enter report date (YYYYMMDD, 0 = today): ".
    ACCEPT WS-REPORT-DATE.
    IF WS-REPORT-DATE NOT NUMERIC OR WS-REPORT-DATE = ZERO
        MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-REPORT-DATE
    END-IF.

    OPEN OUTPUT MAINT-REPORT-FILE.
    PERFORM WRITE-MAINT-HEADER.

    OPEN INPUT MAINT-JOURNAL-FILE.
    IF JOURNAL-FILE-NOT-FOUND
        DISPLAY "MAINTJNL.DAT not found -- writing an empty report."
    ELSE
        PERFORM LIST-CHANGES-KEYED
        PERFORM LIST-EARLIER-DECISIONS
        CLOSE MAINT-JOURNAL-FILE
    END-IF.

    PERFORM WRITE-MAINT-TRAILER.
    CLOSE MAINT-REPORT-FILE.

    MOVE WS-CHANGE-COUNT TO WS-PRINT-COUNT.
    DISPLAY WS-PRINT-COUNT " maintenance change(s) on " WS-REPORT-DATE
            " -- see MAINTRPT.DAT".
    IF WS-OUTSTANDING-COUNT > ZERO
        MOVE WS-OUTSTANDING-COUNT TO WS-PRINT-COUNT
        DISPLAY WS-PRINT-COUNT " change(s) still awaiting supervisor"
                " approval."
    END-IF.
STOP RUN.

LIST-CHANGES-KEYED.
    MOVE "N" TO WS-JOURNAL-EOF-FLAG.
    COMPUTE MJ-TIMESTAMP = WS-REPORT-DATE * 1000000.
    MOVE ZERO TO MJ-SEQUENCE.
    START MAINT-JOURNAL-FILE KEY IS NOT LESS THAN MJ-JOURNAL-KEY
        INVALID KEY SET END-OF-JOURNAL TO TRUE
    END-START.
    PERFORM UNTIL END-OF-JOURNAL
        PERFORM READ-NEXT-JOURNAL
        IF NOT END-OF-JOURNAL
            MOVE MJ-TIMESTAMP(1:8) TO WS-ENTRY-DATE
            IF WS-ENTRY-DATE NOT = WS-REPORT-DATE
                SET END-OF-JOURNAL TO TRUE
            ELSE
                ADD 1 TO WS-CHANGE-COUNT
                IF MJ-APPLIED
                    ADD 1 TO WS-APPLIED-COUNT
                ELSE
                    IF MJ-APPROVED
                        ADD 1 TO WS-APPROVED-COUNT
                    ELSE
                        IF MJ-REJECTED
                            ADD 1 TO WS-REJECTED-COUNT
                        ELSE
                            ADD 1 TO WS-PENDING-COUNT
                        END-IF
                    END-IF
                END-IF
                PERFORM WRITE-CHANGE-LINES
            END-IF
        END-IF
    END-PERFORM.

LIST-EARLIER-DECISIONS.
    MOVE SPACES TO MAINT-REPORT-LINE.
    WRITE MAINT-REPORT-LINE.
    MOVE "EARLIER CHANGES DECIDED ON THE REPORT DATE, AND CHANGES STILL PENDING"
        TO MAINT-REPORT-LINE.
    WRITE MAINT-REPORT-LINE.
    MOVE "N" TO WS-JOURNAL-EOF-FLAG.
    MOVE LOW-VALUES TO MJ-JOURNAL-KEY.
    START MAINT-JOURNAL-FILE KEY IS NOT LESS THAN MJ-JOURNAL-KEY
        INVALID KEY SET END-OF-JOURNAL TO TRUE
    END-START.
    PERFORM UNTIL END-OF-JOURNAL
        PERFORM READ-NEXT-JOURNAL
        IF NOT END-OF-JOURNAL
            MOVE MJ-TIMESTAMP(1:8) TO WS-ENTRY-DATE
            MOVE MJ-APPROVED-TIMESTAMP(1:8) TO WS-DECISION-DATE
            IF MJ-PENDING
                ADD 1 TO WS-OUTSTANDING-COUNT
            END-IF
            IF WS-ENTRY-DATE < WS-REPORT-DATE
               AND (MJ-PENDING OR WS-DECISION-DATE = WS-REPORT-DATE)
                ADD 1 TO WS-EARLIER-COUNT
                PERFORM WRITE-CHANGE-LINES
            END-IF
        END-IF
    END-PERFORM.

READ-NEXT-JOURNAL.
    READ MAINT-JOURNAL-FILE NEXT RECORD
        AT END SET END-OF-JOURNAL TO TRUE
    END-READ.

WRITE-CHANGE-LINES.
    MOVE MJ-TIMESTAMP(9:6) TO WS-ENTRY-TIME.
    IF MJ-APPLIED
        MOVE "APPLIED" TO WS-STATUS-TEXT
    ELSE IF MJ-APPROVED
        MOVE "APPROVED" TO WS-STATUS-TEXT
    ELSE IF MJ-REJECTED
        MOVE "REJECTED" TO WS-STATUS-TEXT
    ELSE
        MOVE "PENDING" TO WS-STATUS-TEXT
    END-IF.
    IF MJ-ADD
        MOVE "ADD" TO WS-ACTION-TEXT
    ELSE IF MJ-DELETE
        MOVE "DELETE" TO WS-ACTION-TEXT
    ELSE
        MOVE "CHANGE" TO WS-ACTION-TEXT
    END-IF.
    MOVE SPACES TO MAINT-REPORT-LINE.
    STRING WS-ENTRY-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-ENTRY-TIME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MJ-MASTER-FILE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-ACTION-TEXT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MJ-RECORD-KEY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MJ-OPERATOR-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-STATUS-TEXT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MJ-APPROVER-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MJ-REMARK DELIMITED BY SIZE
        INTO MAINT-REPORT-LINE.
    WRITE MAINT-REPORT-LINE.
    IF NOT MJ-ADD
        MOVE SPACES TO MAINT-REPORT-LINE
        STRING "   BEFORE: " DELIMITED BY SIZE
               MJ-BEFORE-IMAGE DELIMITED BY SIZE
            INTO MAINT-REPORT-LINE
        WRITE MAINT-REPORT-LINE
    END-IF.
    IF NOT MJ-DELETE
        MOVE SPACES TO MAINT-REPORT-LINE
        STRING "   AFTER:  " DELIMITED BY SIZE
               MJ-AFTER-IMAGE DELIMITED BY SIZE
            INTO MAINT-REPORT-LINE
        WRITE MAINT-REPORT-LINE
    END-IF.

WRITE-MAINT-HEADER.
    MOVE "DAILY MASTER FILE MAINTENANCE CHANGE REPORT" TO MAINT-REPORT-LINE.
    WRITE MAINT-REPORT-LINE.
    MOVE SPACES TO MAINT-REPORT-LINE.
    STRING "CHANGES KEYED ON: " DELIMITED BY SIZE
           WS-REPORT-DATE DELIMITED BY SIZE
        INTO MAINT-REPORT-LINE.
    WRITE MAINT-REPORT-LINE.
    MOVE "DATE     TIME   FILE     ACTION KEY                  OPERATOR STATUS   APPROVER REMARK"
        TO MAINT-REPORT-LINE.
    WRITE MAINT-REPORT-LINE.

WRITE-MAINT-TRAILER.
    MOVE SPACES TO MAINT-REPORT-LINE.
    WRITE MAINT-REPORT-LINE.
    MOVE WS-CHANGE-COUNT TO WS-PRINT-COUNT.
    MOVE SPACES TO MAINT-REPORT-LINE.
    STRING "CHANGES KEYED:            " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO MAINT-REPORT-LINE.
    WRITE MAINT-REPORT-LINE.
    MOVE WS-APPLIED-COUNT TO WS-PRINT-COUNT.
    MOVE SPACES TO MAINT-REPORT-LINE.
    STRING "  APPLIED AT ONCE:        " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO MAINT-REPORT-LINE.
    WRITE MAINT-REPORT-LINE.
    MOVE WS-APPROVED-COUNT TO WS-PRINT-COUNT.
    MOVE SPACES TO MAINT-REPORT-LINE.
    STRING "  APPROVED:               " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO MAINT-REPORT-LINE.
    WRITE MAINT-REPORT-LINE.
    MOVE WS-REJECTED-COUNT TO WS-PRINT-COUNT.
    MOVE SPACES TO MAINT-REPORT-LINE.
    STRING "  REJECTED:               " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO MAINT-REPORT-LINE.
    WRITE MAINT-REPORT-LINE.
    MOVE WS-PENDING-COUNT TO WS-PRINT-COUNT.
    MOVE SPACES TO MAINT-REPORT-LINE.
    STRING "  STILL PENDING:          " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO MAINT-REPORT-LINE.
    WRITE MAINT-REPORT-LINE.
    MOVE WS-EARLIER-COUNT TO WS-PRINT-COUNT.
    MOVE SPACES TO MAINT-REPORT-LINE.
    STRING "EARLIER CHANGES LISTED:   " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO MAINT-REPORT-LINE.
    WRITE MAINT-REPORT-LINE.
    MOVE WS-OUTSTANDING-COUNT TO WS-PRINT-COUNT.
    MOVE SPACES TO MAINT-REPORT-LINE.
    STRING "AWAITING APPROVAL (ALL):  " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO MAINT-REPORT-LINE.
    WRITE MAINT-REPORT-LINE.
