IDENTIFICATION DIVISION.
PROGRAM-ID. WatchScreen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CU-CUSTOMER-ID
        FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

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

    SELECT SCREEN-REPORT-FILE ASSIGN TO "WLSCREEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCREEN-REPORT-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CONTROL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CUSTOMER-MASTER-FILE.
    COPY CUSTMAST.

FD  WATCH-LIST-FILE.
    COPY WATCHLST.

FD  WATCH-MATCH-FILE.
    COPY WLMATCH.

FD  WATCH-CONTROL-FILE.
    COPY WLCTL.

FD  SCREEN-REPORT-FILE.
01  SCREEN-REPORT-LINE PIC X(100).

FD  RUN-CONTROL-FILE.
    COPY RUNCTL.

WORKING-STORAGE SECTION.
01 WS-RUN-CONTROL-STATUS PIC XX.
    88 RUN-CONTROL-OK VALUE "00".
01 WS-RUNCTL-EOF-FLAG PIC X VALUE "N".
    88 END-OF-RUN-CONTROL VALUE "Y".
01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
01 WS-OWN-JOB-NAME PIC X(8) VALUE "WLSCREEN".
01 WS-PRED-JOB-NAME PIC X(8) VALUE "QUOTERPT".
01 WS-OWN-JOB-STATUS PIC X(8) VALUE SPACES.
01 WS-PRED-JOB-STATUS PIC X(8) VALUE SPACES.
01 WS-JOB-READY-FLAG PIC X VALUE "N".
    88 JOB-READY VALUE "Y".
01 WS-RC-COUNT-USED PIC 9(2) VALUE ZERO.
01 WS-RUN-CONTROL-TABLE.
    05 WS-RC-ENTRY OCCURS 20 TIMES.
        10 WS-RC-DATE PIC 9(8).
        10 WS-RC-JOB PIC X(8).
        10 WS-RC-STATUS PIC X(8).
01 WS-RC-IDX PIC 9(2).

01 WS-CUSTOMER-FILE-STATUS PIC XX.
    88 CUSTOMER-FILE-OK VALUE "00".
01 WS-CUSTOMER-OPEN-FLAG PIC X VALUE "N".
    88 CUSTOMER-FILE-OPEN VALUE "Y".
01 WS-CUSTOMER-EOF-FLAG PIC X VALUE "N".
    88 END-OF-CUSTOMERS VALUE "Y".
01 WS-CONTROL-FILE-STATUS PIC XX.
    88 CONTROL-FILE-OK VALUE "00".
01 WS-CONTROL-FOUND-FLAG PIC X VALUE "N".
    88 WATCH-CONTROL-FOUND VALUE "Y".
01 WS-LIST-VERSION PIC 9(6) VALUE ZERO.
01 WS-LOADED-TIMESTAMP PIC 9(14) VALUE ZERO.
01 WS-LIST-ENTRY-COUNT PIC 9(6) VALUE ZERO.
01 WS-SCREENED-VERSION PIC 9(6) VALUE ZERO.
01 WS-SCREENED-DATE PIC 9(8) VALUE ZERO.
01 WS-SCREEN-REPORT-STATUS PIC XX.
    88 SCREEN-REPORT-OK VALUE "00".
01 WS-MATCH-EOF-FLAG PIC X VALUE "N".
    88 END-OF-MATCHES VALUE "Y".
01 WS-RESCREEN-DONE-FLAG PIC X VALUE "N".
    88 RESCREEN-DONE VALUE "Y".

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

01 WS-SCREENED-COUNT PIC 9(6) VALUE ZERO.
01 WS-NEW-MATCH-COUNT PIC 9(5) VALUE ZERO.
01 WS-PENDING-COUNT PIC 9(5) VALUE ZERO.
01 WS-CONFIRMED-COUNT PIC 9(5) VALUE ZERO.
01 WS-CLEARED-COUNT PIC 9(5) VALUE ZERO.
01 WS-PRINT-COUNT PIC ZZZZZ9.
01 WS-PRINT-VERSION PIC ZZZZZ9.

PROCEDURE DIVISION.
    PERFORM CHECK-RUN-CONTROL.
    IF JOB-READY
        PERFORM RUN-WATCH-SCREEN
    END-IF.
STOP RUN.

RUN-WATCH-SCREEN.
    MOVE WS-BUSINESS-DATE TO WS-SCREEN-DATE.
    MOVE "S" TO WS-SCREEN-FOUND-BY.
    PERFORM READ-WATCH-CONTROL.

    OPEN I-O WATCH-MATCH-FILE.
    IF MATCH-FILE-NOT-FOUND
        OPEN OUTPUT WATCH-MATCH-FILE
        CLOSE WATCH-MATCH-FILE
        OPEN I-O WATCH-MATCH-FILE
    END-IF.
    IF NOT MATCH-FILE-OK
        DISPLAY "WLMATCH.DAT could not be opened -- screening not run."
    ELSE
        SET MATCH-FILE-OPEN TO TRUE
        OPEN OUTPUT SCREEN-REPORT-FILE
        PERFORM WRITE-REPORT-HEADING

        IF NOT WATCH-CONTROL-FOUND
            MOVE "NO WATCH LIST HAS BEEN LOADED -- CUSTOMERS NOT SCREENED"
                TO SCREEN-REPORT-LINE
            WRITE SCREEN-REPORT-LINE
        ELSE
            IF WS-LIST-VERSION > WS-SCREENED-VERSION
                PERFORM RESCREEN-CUSTOMER-MASTER
            ELSE
                MOVE WS-LIST-VERSION TO WS-PRINT-VERSION
                MOVE SPACES TO SCREEN-REPORT-LINE
                STRING "LIST VERSION " DELIMITED BY SIZE
                       WS-PRINT-VERSION DELIMITED BY SIZE
                       " UNCHANGED SINCE SCREENED ON " DELIMITED BY SIZE
                       WS-SCREENED-DATE DELIMITED BY SIZE
                       " -- NO RE-SCREEN" DELIMITED BY SIZE
                    INTO SCREEN-REPORT-LINE
                WRITE SCREEN-REPORT-LINE
            END-IF
        END-IF

        PERFORM WRITE-OUTSTANDING-MATCHES
        PERFORM WRITE-REPORT-SUMMARY
        CLOSE SCREEN-REPORT-FILE
        CLOSE WATCH-MATCH-FILE

        IF RESCREEN-DONE
            PERFORM WRITE-WATCH-CONTROL
        END-IF
        PERFORM MARK-JOB-COMPLETE

        MOVE WS-NEW-MATCH-COUNT TO WS-PRINT-COUNT
        DISPLAY "Possible matches raised: " WS-PRINT-COUNT
        MOVE WS-PENDING-COUNT TO WS-PRINT-COUNT
        DISPLAY "Awaiting compliance review: " WS-PRINT-COUNT
                " -- see WLSCREEN.DAT"
    END-IF.

READ-WATCH-CONTROL.
    OPEN INPUT WATCH-CONTROL-FILE.
    IF CONTROL-FILE-OK
        READ WATCH-CONTROL-FILE
            AT END CONTINUE
            NOT AT END
                IF WC-LIST-VERSION NUMERIC AND WC-LIST-VERSION > ZERO
                    SET WATCH-CONTROL-FOUND TO TRUE
                    MOVE WC-LIST-VERSION TO WS-LIST-VERSION
                    MOVE WC-LOADED-TIMESTAMP TO WS-LOADED-TIMESTAMP
                    MOVE WC-ENTRY-COUNT TO WS-LIST-ENTRY-COUNT
                    IF WC-SCREENED-VERSION NUMERIC
                        MOVE WC-SCREENED-VERSION TO WS-SCREENED-VERSION
                        MOVE WC-SCREENED-DATE TO WS-SCREENED-DATE
                    END-IF
                END-IF
        END-READ
        CLOSE WATCH-CONTROL-FILE
    END-IF.

WRITE-WATCH-CONTROL.
    OPEN OUTPUT WATCH-CONTROL-FILE.
    MOVE WS-LIST-VERSION TO WC-LIST-VERSION.
    MOVE WS-LOADED-TIMESTAMP TO WC-LOADED-TIMESTAMP.
    MOVE WS-LIST-ENTRY-COUNT TO WC-ENTRY-COUNT.
    MOVE WS-LIST-VERSION TO WC-SCREENED-VERSION.
    MOVE WS-BUSINESS-DATE TO WC-SCREENED-DATE.
    WRITE WATCH-CONTROL-RECORD.
    CLOSE WATCH-CONTROL-FILE.

RESCREEN-CUSTOMER-MASTER.
    OPEN INPUT WATCH-LIST-FILE.
    IF WATCH-FILE-OK
        SET WATCH-LIST-OPEN TO TRUE
    END-IF.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF CUSTOMER-FILE-OK
        SET CUSTOMER-FILE-OPEN TO TRUE
    END-IF.
    IF NOT WATCH-LIST-OPEN
        MOVE "WATCHLST.DAT NOT AVAILABLE -- RE-SCREEN NOT RUN"
            TO SCREEN-REPORT-LINE
        WRITE SCREEN-REPORT-LINE
    ELSE IF NOT CUSTOMER-FILE-OPEN
        MOVE "CUSTMAST.DAT NOT AVAILABLE -- RE-SCREEN NOT RUN"
            TO SCREEN-REPORT-LINE
        WRITE SCREEN-REPORT-LINE
    ELSE
        MOVE WS-LIST-VERSION TO WS-PRINT-VERSION
        MOVE SPACES TO SCREEN-REPORT-LINE
        STRING "CUSTOMER MASTER RE-SCREENED AGAINST LIST VERSION "
                   DELIMITED BY SIZE
               WS-PRINT-VERSION DELIMITED BY SIZE
            INTO SCREEN-REPORT-LINE
        WRITE SCREEN-REPORT-LINE
        MOVE SPACES TO SCREEN-REPORT-LINE
        WRITE SCREEN-REPORT-LINE
        MOVE "POSSIBLE MATCHES RAISED THIS RUN" TO SCREEN-REPORT-LINE
        WRITE SCREEN-REPORT-LINE
        MOVE "CUSTOMER LIST REF     B CUSTOMER NAME                  LISTED NAME                    FOUND"
            TO SCREEN-REPORT-LINE
        WRITE SCREEN-REPORT-LINE
        PERFORM READ-NEXT-CUSTOMER
        PERFORM UNTIL END-OF-CUSTOMERS
            ADD 1 TO WS-SCREENED-COUNT
            PERFORM SCREEN-CUSTOMER
            PERFORM READ-NEXT-CUSTOMER
        END-PERFORM
        IF WS-NEW-MATCH-COUNT = ZERO
            MOVE "  NONE" TO SCREEN-REPORT-LINE
            WRITE SCREEN-REPORT-LINE
        END-IF
        SET RESCREEN-DONE TO TRUE
    END-IF.
    IF CUSTOMER-FILE-OPEN
        CLOSE CUSTOMER-MASTER-FILE
    END-IF.
    IF WATCH-LIST-OPEN
        CLOSE WATCH-LIST-FILE
    END-IF.

READ-NEXT-CUSTOMER.
    READ CUSTOMER-MASTER-FILE NEXT RECORD
        AT END SET END-OF-CUSTOMERS TO TRUE
    END-READ.

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
    ADD 1 TO WS-NEW-MATCH-COUNT.
    PERFORM BUILD-MATCH-LINE.
    MOVE WM-FOUND-DATE TO SCREEN-REPORT-LINE(87:8).
    WRITE SCREEN-REPORT-LINE.

BUILD-MATCH-LINE.
    MOVE SPACES TO SCREEN-REPORT-LINE.
    STRING WM-CUSTOMER-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WM-LIST-REFERENCE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WM-MATCH-BASIS DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WM-CUSTOMER-NAME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WM-LISTED-NAME DELIMITED BY SIZE
        INTO SCREEN-REPORT-LINE.

WRITE-OUTSTANDING-MATCHES.
    MOVE SPACES TO SCREEN-REPORT-LINE.
    WRITE SCREEN-REPORT-LINE.
    MOVE "MATCHES AWAITING COMPLIANCE REVIEW -- CONVERSIONS HELD"
        TO SCREEN-REPORT-LINE.
    WRITE SCREEN-REPORT-LINE.
    MOVE "CUSTOMER LIST REF     B CUSTOMER NAME                  LISTED NAME                    FOUND"
        TO SCREEN-REPORT-LINE.
    WRITE SCREEN-REPORT-LINE.
    PERFORM START-MATCH-SCAN.
    PERFORM UNTIL END-OF-MATCHES
        IF WM-PENDING
            ADD 1 TO WS-PENDING-COUNT
            PERFORM BUILD-MATCH-LINE
            MOVE WM-FOUND-DATE TO SCREEN-REPORT-LINE(87:8)
            WRITE SCREEN-REPORT-LINE
        ELSE
            IF WM-CONFIRMED
                ADD 1 TO WS-CONFIRMED-COUNT
            ELSE
                IF WM-CLEARED
                    ADD 1 TO WS-CLEARED-COUNT
                END-IF
            END-IF
        END-IF
        PERFORM READ-NEXT-MATCH
    END-PERFORM.
    IF WS-PENDING-COUNT = ZERO
        MOVE "  NONE" TO SCREEN-REPORT-LINE
        WRITE SCREEN-REPORT-LINE
    END-IF.

    MOVE SPACES TO SCREEN-REPORT-LINE.
    WRITE SCREEN-REPORT-LINE.
    MOVE "CONFIRMED MATCHES -- CONVERSIONS BLOCKED" TO SCREEN-REPORT-LINE.
    WRITE SCREEN-REPORT-LINE.
    MOVE "CUSTOMER LIST REF     B CUSTOMER NAME                  LISTED NAME                    CONFIRMED"
        TO SCREEN-REPORT-LINE.
    WRITE SCREEN-REPORT-LINE.
    PERFORM START-MATCH-SCAN.
    PERFORM UNTIL END-OF-MATCHES
        IF WM-CONFIRMED
            PERFORM BUILD-MATCH-LINE
            MOVE WM-REVIEWED-DATE TO SCREEN-REPORT-LINE(87:8)
            WRITE SCREEN-REPORT-LINE
        END-IF
        PERFORM READ-NEXT-MATCH
    END-PERFORM.
    IF WS-CONFIRMED-COUNT = ZERO
        MOVE "  NONE" TO SCREEN-REPORT-LINE
        WRITE SCREEN-REPORT-LINE
    END-IF.

START-MATCH-SCAN.
    MOVE "N" TO WS-MATCH-EOF-FLAG.
    MOVE LOW-VALUES TO WM-MATCH-KEY.
    START WATCH-MATCH-FILE KEY IS NOT LESS THAN WM-MATCH-KEY
        INVALID KEY SET END-OF-MATCHES TO TRUE
    END-START.
    IF NOT END-OF-MATCHES
        PERFORM READ-NEXT-MATCH
    END-IF.

READ-NEXT-MATCH.
    READ WATCH-MATCH-FILE NEXT RECORD
        AT END SET END-OF-MATCHES TO TRUE
    END-READ.

WRITE-REPORT-HEADING.
    MOVE SPACES TO SCREEN-REPORT-LINE.
    STRING "WATCH-LIST SCREENING REPORT  BUSINESS DATE " DELIMITED BY SIZE
           WS-BUSINESS-DATE DELIMITED BY SIZE
        INTO SCREEN-REPORT-LINE.
    WRITE SCREEN-REPORT-LINE.
    IF WATCH-CONTROL-FOUND
        MOVE WS-LIST-VERSION TO WS-PRINT-VERSION
        MOVE SPACES TO SCREEN-REPORT-LINE
        STRING "LIST VERSION " DELIMITED BY SIZE
               WS-PRINT-VERSION DELIMITED BY SIZE
               " LOADED " DELIMITED BY SIZE
               WS-LOADED-TIMESTAMP DELIMITED BY SIZE
            INTO SCREEN-REPORT-LINE
        WRITE SCREEN-REPORT-LINE
    END-IF.
    MOVE "BASIS: N NAME OR ALIAS, D DOCUMENT NUMBER, B BOTH"
        TO SCREEN-REPORT-LINE.
    WRITE SCREEN-REPORT-LINE.
    MOVE SPACES TO SCREEN-REPORT-LINE.
    WRITE SCREEN-REPORT-LINE.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO SCREEN-REPORT-LINE.
    WRITE SCREEN-REPORT-LINE.
    MOVE WS-SCREENED-COUNT TO WS-PRINT-COUNT.
    MOVE SPACES TO SCREEN-REPORT-LINE.
    STRING "CUSTOMERS SCREENED:      " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO SCREEN-REPORT-LINE.
    WRITE SCREEN-REPORT-LINE.
    MOVE WS-NEW-MATCH-COUNT TO WS-PRINT-COUNT.
    MOVE SPACES TO SCREEN-REPORT-LINE.
    STRING "MATCHES RAISED:          " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO SCREEN-REPORT-LINE.
    WRITE SCREEN-REPORT-LINE.
    MOVE WS-PENDING-COUNT TO WS-PRINT-COUNT.
    MOVE SPACES TO SCREEN-REPORT-LINE.
    STRING "AWAITING REVIEW:         " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO SCREEN-REPORT-LINE.
    WRITE SCREEN-REPORT-LINE.
    MOVE WS-CONFIRMED-COUNT TO WS-PRINT-COUNT.
    MOVE SPACES TO SCREEN-REPORT-LINE.
    STRING "CONFIRMED (BLOCKED):     " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO SCREEN-REPORT-LINE.
    WRITE SCREEN-REPORT-LINE.
    MOVE WS-CLEARED-COUNT TO WS-PRINT-COUNT.
    MOVE SPACES TO SCREEN-REPORT-LINE.
    STRING "CLEARED:                 " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO SCREEN-REPORT-LINE.
    WRITE SCREEN-REPORT-LINE.

CHECK-RUN-CONTROL.
    MOVE "N" TO WS-JOB-READY-FLAG.
    MOVE ZERO TO WS-RC-COUNT-USED.
    OPEN INPUT RUN-CONTROL-FILE.
    IF NOT RUN-CONTROL-OK
        DISPLAY "RUNCTL.DAT not found -- open the business date"
                " with RunControl first."
    ELSE
        PERFORM READ-RUN-CONTROL-RECORD
        PERFORM UNTIL END-OF-RUN-CONTROL
            IF WS-RC-COUNT-USED < 20
                ADD 1 TO WS-RC-COUNT-USED
                MOVE RN-BUSINESS-DATE TO WS-RC-DATE(WS-RC-COUNT-USED)
                MOVE RN-JOB-NAME TO WS-RC-JOB(WS-RC-COUNT-USED)
                MOVE RN-JOB-STATUS TO WS-RC-STATUS(WS-RC-COUNT-USED)
            END-IF
            IF RN-JOB-NAME = WS-OWN-JOB-NAME
                MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE
                MOVE RN-JOB-STATUS TO WS-OWN-JOB-STATUS
            END-IF
            IF RN-JOB-NAME = WS-PRED-JOB-NAME
                MOVE RN-JOB-STATUS TO WS-PRED-JOB-STATUS
            END-IF
            PERFORM READ-RUN-CONTROL-RECORD
        END-PERFORM
        CLOSE RUN-CONTROL-FILE
        IF WS-BUSINESS-DATE = ZERO
            DISPLAY WS-OWN-JOB-NAME " is not on the run control."
        ELSE IF WS-OWN-JOB-STATUS = "COMPLETE"
            DISPLAY WS-OWN-JOB-NAME " already ran for business date "
                    WS-BUSINESS-DATE " -- run refused."
        ELSE IF WS-PRED-JOB-NAME NOT = SPACES
                AND WS-PRED-JOB-STATUS NOT = "COMPLETE"
            DISPLAY WS-PRED-JOB-NAME " is not COMPLETE for "
                    WS-BUSINESS-DATE " -- run it first."
        ELSE
            SET JOB-READY TO TRUE
        END-IF
    END-IF.

READ-RUN-CONTROL-RECORD.
    READ RUN-CONTROL-FILE
        AT END SET END-OF-RUN-CONTROL TO TRUE
    END-READ.

MARK-JOB-COMPLETE.
    OPEN OUTPUT RUN-CONTROL-FILE.
    PERFORM VARYING WS-RC-IDX FROM 1 BY 1
            UNTIL WS-RC-IDX > WS-RC-COUNT-USED
        MOVE WS-RC-DATE(WS-RC-IDX) TO RN-BUSINESS-DATE
        MOVE WS-RC-JOB(WS-RC-IDX) TO RN-JOB-NAME
        IF WS-RC-JOB(WS-RC-IDX) = WS-OWN-JOB-NAME
            MOVE "COMPLETE" TO RN-JOB-STATUS
        ELSE
            MOVE WS-RC-STATUS(WS-RC-IDX) TO RN-JOB-STATUS
        END-IF
        WRITE RUN-CONTROL-RECORD
    END-PERFORM.
    CLOSE RUN-CONTROL-FILE.
