DATA DIVISION.
FILE SECTION.
FD  BRANCH-1-AUDIT-FILE.
01  BRANCH-1-AUDIT-RECORD PIC X(109).

FD  BRANCH-2-AUDIT-FILE.
01  BRANCH-2-AUDIT-RECORD PIC X(109).

FD  BRANCH-3-AUDIT-FILE.
01  BRANCH-3-AUDIT-RECORD PIC X(109).

FD  CORPORATE-AUDIT-FILE.
    COPY AUDITLOG.
    88 JOB-READY VALUE "Y".
01 WS-RC-COUNT-USED PIC 9(2) VALUE ZERO.
01 WS-RUN-CONTROL-TABLE.
    05 WS-RC-ENTRY OCCURS 20 TIMES.
        10 WS-RC-DATE PIC 9(8).
        10 WS-RC-JOB PIC X(8).
        10 WS-RC-STATUS PIC X(8).
01 WS-EOF-FLAG PIC X.
    88 END-OF-BRANCH-FILE VALUE "Y".
01 WS-FILE-BRANCH-CODE PIC X(3).
01 WS-BRANCH-INPUT-RECORD PIC X(109).
01 WS-BRANCH-ENTRY-COUNT PIC 9(7).
01 WS-TOTAL-ENTRY-COUNT PIC 9(7) VALUE ZERO.
01 WS-MISSING-COUNT PIC 9(1) VALUE ZERO.
    ELSE
        PERFORM READ-RUN-CONTROL-RECORD
        PERFORM UNTIL END-OF-RUN-CONTROL
            IF WS-RC-COUNT-USED < 20
                ADD 1 TO WS-RC-COUNT-USED
                MOVE RN-BUSINESS-DATE TO WS-RC-DATE(WS-RC-COUNT-USED)
                MOVE RN-JOB-NAME TO WS-RC-JOB(WS-RC-COUNT-USED)
