IDENTIFICATION DIVISION.
PROGRAM-ID. StructScan.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDARCH.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-ARCHIVE-KEY
        ALTERNATE RECORD KEY IS AR-OPERATOR-ID WITH DUPLICATES
        ALTERNATE RECORD KEY IS AR-CURRENCY-PAIR WITH DUPLICATES
        ALTERNATE RECORD KEY IS AR-CUSTOMER-ID WITH DUPLICATES
        FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

    SELECT CORPORATE-AUDIT-FILE ASSIGN TO "CORPAUD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CORPORATE-FILE-STATUS.

    SELECT CURRENCY-RATE-FILE ASSIGN TO "CURRATE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CR-RATE-KEY
        FILE STATUS IS WS-RATE-FILE-STATUS.

    SELECT COMPL-PARM-FILE ASSIGN TO "COMPLPRM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.

    SELECT SCAN-PARM-FILE ASSIGN TO "STRUCPRM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCAN-PARM-STATUS.

    SELECT SAR-CASE-FILE ASSIGN TO "SARCASE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SC-CASE-NO
        ALTERNATE RECORD KEY IS SC-CASE-SUBJECT WITH DUPLICATES
        FILE STATUS IS WS-CASE-FILE-STATUS.

    SELECT SCAN-REPORT-FILE ASSIGN TO "STRUCRPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCAN-REPORT-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CONTROL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-ARCHIVE-FILE.
    COPY AUDARCH.

FD  CORPORATE-AUDIT-FILE.
    COPY AUDITLOG.

FD  CURRENCY-RATE-FILE.
    COPY CURRATE.

FD  COMPL-PARM-FILE.
01  COMPL-PARM-RECORD.
    05  CP-THRESHOLD-USD PIC 9(7)V99.

FD  SCAN-PARM-FILE.
01  SCAN-PARM-RECORD.
    05  SG-WINDOW-DAYS PIC 9(3).
    05  SG-NEAR-BAND-PCT PIC 9(3)V99.
    05  SG-NEAR-COUNT PIC 9(3).
    05  SG-BRANCH-COUNT PIC 9(3).
    05  SG-REDO-COUNT PIC 9(3).

FD  SAR-CASE-FILE.
    COPY SARCASE.

FD  SCAN-REPORT-FILE.
01  SCAN-REPORT-LINE PIC X(100).

FD  RUN-CONTROL-FILE.
    COPY RUNCTL.

WORKING-STORAGE SECTION.
01 WS-RUN-CONTROL-STATUS PIC XX.
    88 RUN-CONTROL-OK VALUE "00".
01 WS-RUNCTL-EOF-FLAG PIC X VALUE "N".
    88 END-OF-RUN-CONTROL VALUE "Y".
01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
01 WS-OWN-JOB-NAME PIC X(8) VALUE "STRUCSCN".
01 WS-PRED-JOB-NAME PIC X(8) VALUE "GLEXTR".
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

01 WS-ARCHIVE-FILE-STATUS PIC XX.
    88 ARCHIVE-FILE-OK VALUE "00".
    88 ARCHIVE-FILE-NOT-FOUND VALUE "35".
01 WS-CORPORATE-FILE-STATUS PIC XX.
    88 CORPORATE-FILE-OK VALUE "00".
01 WS-RATE-FILE-STATUS PIC XX.
    88 RATE-FILE-OK VALUE "00".
01 WS-RATE-FILE-OPEN-FLAG PIC X VALUE "N".
    88 RATE-FILE-OPEN VALUE "Y".
01 WS-PARM-FILE-STATUS PIC XX.
    88 PARM-FILE-OK VALUE "00".
01 WS-SCAN-PARM-STATUS PIC XX.
    88 SCAN-PARM-OK VALUE "00".
01 WS-CASE-FILE-STATUS PIC XX.
    88 CASE-FILE-OK VALUE "00".
    88 CASE-FILE-NOT-FOUND VALUE "35".
01 WS-SCAN-REPORT-STATUS PIC XX.
    88 SCAN-REPORT-OK VALUE "00".

01 WS-ARCHIVE-EOF-FLAG PIC X VALUE "N".
    88 END-OF-ARCHIVE VALUE "Y".
01 WS-CORP-EOF-FLAG PIC X VALUE "N".
    88 END-OF-CORP-AUDIT VALUE "Y".
01 WS-CASE-EOF-FLAG PIC X VALUE "N".
    88 END-OF-CASES VALUE "Y".

01 WS-THRESHOLD-USD PIC 9(7)V99 VALUE 10000.00.
01 WS-WINDOW-DAYS PIC 9(3) VALUE 7.
01 WS-NEAR-BAND-PCT PIC 9(3)V99 VALUE 10.00.
01 WS-NEAR-COUNT-MIN PIC 9(3) VALUE 3.
01 WS-BRANCH-COUNT-MIN PIC 9(3) VALUE 3.
01 WS-REDO-COUNT-MIN PIC 9(3) VALUE 2.
01 WS-NEAR-FLOOR-USD PIC 9(7)V99.
01 WS-WINDOW-START-DATE PIC 9(8).
01 WS-WINDOW-START-TIMESTAMP PIC 9(14).
01 WS-BUSINESS-START-TIMESTAMP PIC 9(14).

01 WS-ENTRY-TIMESTAMP PIC 9(14).
01 WS-ENTRY-DATE PIC 9(8).
01 WS-ENTRY-FROM-CURRENCY PIC X(3).
01 WS-ENTRY-TO-CURRENCY PIC X(3).
01 WS-ENTRY-NUM1 PIC 9(5)V99.
01 WS-ENTRY-SOURCE PIC X.
    88 ENTRY-IS-VOID VALUE "V".
01 WS-ENTRY-BRANCH PIC X(3).
01 WS-ENTRY-CUSTOMER-ID PIC X(8).

01 WS-CUST-COUNT-USED PIC 9(4) VALUE ZERO.
01 WS-CUSTOMER-TABLE.
    05 WS-CS-ENTRY OCCURS 2000 TIMES.
        10 WS-CS-CUSTOMER-ID PIC X(8).
        10 WS-CS-USD-VOLUME PIC S9(9)V9(3).
        10 WS-CS-NEAR-COUNT PIC S9(5).
        10 WS-CS-NEAR-USD PIC S9(9)V9(3).
        10 WS-CS-BRANCH-COUNT PIC 9(2).
        10 WS-CS-BRANCH-CODE PIC X(3) OCCURS 10 TIMES.
        10 WS-CS-DAY-DATE PIC 9(8).
        10 WS-CS-DAY-CONVERSIONS PIC 9(5).
        10 WS-CS-DAY-VOIDS PIC 9(5).
        10 WS-CS-REDO-COUNT PIC 9(5).
01 WS-SEARCH-IDX PIC 9(4).
01 WS-POST-IDX PIC 9(4).
01 WS-CUST-IDX PIC 9(4).
01 WS-BRANCH-IDX PIC 9(2).
01 WS-FOUND-FLAG PIC X.
    88 ENTRY-FOUND VALUE "Y".
01 WS-DAY-REDONE PIC 9(5).

01 WS-USD-EQUIVALENT PIC 9(9)V9(3).
01 WS-AS-OF-TIMESTAMP PIC 9(14).
01 WS-LOOKUP-FROM-CURRENCY PIC X(3).
01 WS-LOOKUP-TO-CURRENCY PIC X(3).
01 WS-FOUND-RATE PIC 9(5)V9(6).
01 WS-RATE-FOUND-FLAG PIC X VALUE "N".
    88 RATE-IN-EFFECT-FOUND VALUE "Y".

01 WS-LAST-CASE-NO PIC 9(6) VALUE ZERO.
01 WS-HIT-PATTERN PIC X.
01 WS-HIT-COUNT PIC 9(5).
01 WS-HIT-USD PIC 9(9)V99.
01 WS-CASE-SUPPRESS-FLAG PIC X.
    88 CASE-ALREADY-HELD VALUE "Y".
01 WS-PATTERN-TEXT PIC X(24).

01 WS-ENTRIES-SCANNED PIC 9(7) VALUE ZERO.
01 WS-CASES-OPENED PIC 9(5) VALUE ZERO.
01 WS-CASES-HELD PIC 9(5) VALUE ZERO.
01 WS-PRINT-COUNT PIC ZZZZZZ9.
01 WS-PRINT-HITS PIC ZZZZ9.
01 WS-PRINT-USD PIC ZZZZZZZZ9.99.
01 WS-PRINT-THRESHOLD PIC ZZZZZZ9.99.
01 WS-PRINT-CASE-NO PIC 9(6).

PROCEDURE DIVISION.
    PERFORM CHECK-RUN-CONTROL.
    IF JOB-READY
        PERFORM RUN-STRUCTURING-SCAN
        PERFORM MARK-JOB-COMPLETE
    END-IF.
STOP RUN.

RUN-STRUCTURING-SCAN.
    PERFORM READ-COMPL-PARMS.
    PERFORM READ-SCAN-PARMS.
    COMPUTE WS-WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) - WS-WINDOW-DAYS + 1).
    COMPUTE WS-WINDOW-START-TIMESTAMP = WS-WINDOW-START-DATE * 1000000.
    COMPUTE WS-BUSINESS-START-TIMESTAMP = WS-BUSINESS-DATE * 1000000.
    COMPUTE WS-NEAR-FLOOR-USD ROUNDED =
        WS-THRESHOLD-USD * (100 - WS-NEAR-BAND-PCT) / 100.

    OPEN INPUT CURRENCY-RATE-FILE.
    IF RATE-FILE-OK
        SET RATE-FILE-OPEN TO TRUE
    ELSE
        DISPLAY "CURRATE.DAT not available -- non-USD volume not valued."
    END-IF.

    PERFORM SCAN-ARCHIVE-WINDOW.
    PERFORM SCAN-CORPORATE-AUDIT.

    IF RATE-FILE-OPEN
        CLOSE CURRENCY-RATE-FILE
    END-IF.

    PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
            UNTIL WS-CUST-IDX > WS-CUST-COUNT-USED
        MOVE WS-CUST-IDX TO WS-POST-IDX
        PERFORM CLOSE-CUSTOMER-DAY
    END-PERFORM.

    OPEN I-O SAR-CASE-FILE.
    IF CASE-FILE-NOT-FOUND
        OPEN OUTPUT SAR-CASE-FILE
        CLOSE SAR-CASE-FILE
        OPEN I-O SAR-CASE-FILE
    END-IF.
    PERFORM FIND-LAST-CASE-NUMBER.

    OPEN OUTPUT SCAN-REPORT-FILE.
    PERFORM WRITE-SCAN-HEADER.
    PERFORM EVALUATE-ONE-CUSTOMER
        VARYING WS-CUST-IDX FROM 1 BY 1
        UNTIL WS-CUST-IDX > WS-CUST-COUNT-USED.
    PERFORM WRITE-SCAN-TRAILER.
    CLOSE SCAN-REPORT-FILE.
    CLOSE SAR-CASE-FILE.

    MOVE WS-CASES-OPENED TO WS-PRINT-COUNT.
    DISPLAY "Structuring cases opened: " WS-PRINT-COUNT
            " -- see STRUCRPT.DAT".

READ-COMPL-PARMS.
    OPEN INPUT COMPL-PARM-FILE.
    IF PARM-FILE-OK
        READ COMPL-PARM-FILE
            AT END CONTINUE
            NOT AT END
                IF CP-THRESHOLD-USD NUMERIC AND CP-THRESHOLD-USD > ZERO
                    MOVE CP-THRESHOLD-USD TO WS-THRESHOLD-USD
                END-IF
        END-READ
        CLOSE COMPL-PARM-FILE
    ELSE
        DISPLAY "COMPLPRM.DAT not found -- using threshold 10000.00 USD."
    END-IF.

READ-SCAN-PARMS.
    OPEN INPUT SCAN-PARM-FILE.
    IF SCAN-PARM-OK
        READ SCAN-PARM-FILE
            AT END CONTINUE
            NOT AT END
                IF SG-WINDOW-DAYS NUMERIC AND SG-WINDOW-DAYS > ZERO
                    MOVE SG-WINDOW-DAYS TO WS-WINDOW-DAYS
                END-IF
                IF SG-NEAR-BAND-PCT NUMERIC AND SG-NEAR-BAND-PCT > ZERO
                   AND SG-NEAR-BAND-PCT < 100
                    MOVE SG-NEAR-BAND-PCT TO WS-NEAR-BAND-PCT
                END-IF
                IF SG-NEAR-COUNT NUMERIC AND SG-NEAR-COUNT > ZERO
                    MOVE SG-NEAR-COUNT TO WS-NEAR-COUNT-MIN
                END-IF
                IF SG-BRANCH-COUNT NUMERIC AND SG-BRANCH-COUNT > 1
                    MOVE SG-BRANCH-COUNT TO WS-BRANCH-COUNT-MIN
                END-IF
                IF SG-REDO-COUNT NUMERIC AND SG-REDO-COUNT > ZERO
                    MOVE SG-REDO-COUNT TO WS-REDO-COUNT-MIN
                END-IF
        END-READ
        CLOSE SCAN-PARM-FILE
    ELSE
        DISPLAY "STRUCPRM.DAT not found -- using a 7-day window,"
                " 10.00 pct band, 3 near / 3 branch / 2 redo hits."
    END-IF.

SCAN-ARCHIVE-WINDOW.
    OPEN INPUT AUDIT-ARCHIVE-FILE.
    IF NOT ARCHIVE-FILE-OK
        DISPLAY "AUDARCH.DAT not available -- scanning today's"
                " corporate audit only."
    ELSE
        MOVE WS-WINDOW-START-TIMESTAMP TO AR-TIMESTAMP
        MOVE ZEROS TO AR-SEQUENCE
        START AUDIT-ARCHIVE-FILE KEY IS NOT LESS THAN AR-ARCHIVE-KEY
            INVALID KEY SET END-OF-ARCHIVE TO TRUE
        END-START
        IF NOT END-OF-ARCHIVE
            PERFORM READ-NEXT-ARCHIVE-ENTRY
        END-IF
        PERFORM UNTIL END-OF-ARCHIVE
            IF AR-TIMESTAMP NOT < WS-BUSINESS-START-TIMESTAMP
                SET END-OF-ARCHIVE TO TRUE
            ELSE
                MOVE AR-TIMESTAMP TO WS-ENTRY-TIMESTAMP
                MOVE AR-FROM-CURRENCY TO WS-ENTRY-FROM-CURRENCY
                MOVE AR-TO-CURRENCY TO WS-ENTRY-TO-CURRENCY
                MOVE AR-NUM1 TO WS-ENTRY-NUM1
                MOVE AR-SOURCE TO WS-ENTRY-SOURCE
                MOVE AR-BRANCH-CODE TO WS-ENTRY-BRANCH
                MOVE AR-CUSTOMER-ID TO WS-ENTRY-CUSTOMER-ID
                PERFORM ACCUMULATE-SCAN-ENTRY
                PERFORM READ-NEXT-ARCHIVE-ENTRY
            END-IF
        END-PERFORM
        CLOSE AUDIT-ARCHIVE-FILE
    END-IF.

READ-NEXT-ARCHIVE-ENTRY.
    READ AUDIT-ARCHIVE-FILE NEXT RECORD
        AT END SET END-OF-ARCHIVE TO TRUE
    END-READ.

SCAN-CORPORATE-AUDIT.
    OPEN INPUT CORPORATE-AUDIT-FILE.
    IF NOT CORPORATE-FILE-OK
        DISPLAY "CORPAUD.DAT not found -- today's branches not scanned."
    ELSE
        PERFORM READ-CORPORATE-ENTRY
        PERFORM UNTIL END-OF-CORP-AUDIT
            MOVE AL-TIMESTAMP TO WS-ENTRY-TIMESTAMP
            MOVE AL-FROM-CURRENCY TO WS-ENTRY-FROM-CURRENCY
            MOVE AL-TO-CURRENCY TO WS-ENTRY-TO-CURRENCY
            MOVE AL-NUM1 TO WS-ENTRY-NUM1
            MOVE AL-SOURCE TO WS-ENTRY-SOURCE
            MOVE AL-BRANCH-CODE TO WS-ENTRY-BRANCH
            MOVE AL-CUSTOMER-ID TO WS-ENTRY-CUSTOMER-ID
            PERFORM ACCUMULATE-SCAN-ENTRY
            PERFORM READ-CORPORATE-ENTRY
        END-PERFORM
        CLOSE CORPORATE-AUDIT-FILE
    END-IF.

READ-CORPORATE-ENTRY.
    READ CORPORATE-AUDIT-FILE
        AT END SET END-OF-CORP-AUDIT TO TRUE
    END-READ.

ACCUMULATE-SCAN-ENTRY.
    IF WS-ENTRY-FROM-CURRENCY = SPACES OR WS-ENTRY-TO-CURRENCY = SPACES
       OR WS-ENTRY-CUSTOMER-ID = SPACES
        CONTINUE
    ELSE
        ADD 1 TO WS-ENTRIES-SCANNED
        COMPUTE WS-ENTRY-DATE = WS-ENTRY-TIMESTAMP / 1000000
        PERFORM VALUE-ENTRY-IN-USD
        PERFORM FIND-SCAN-CUSTOMER
        IF WS-POST-IDX > ZERO
            PERFORM POST-SCAN-ENTRY
        END-IF
    END-IF.

VALUE-ENTRY-IN-USD.
    MOVE "N" TO WS-RATE-FOUND-FLAG.
    MOVE ZERO TO WS-USD-EQUIVALENT.
    IF WS-ENTRY-FROM-CURRENCY = "USD"
        MOVE WS-ENTRY-NUM1 TO WS-USD-EQUIVALENT
        SET RATE-IN-EFFECT-FOUND TO TRUE
    ELSE
        IF RATE-FILE-OPEN
            MOVE WS-ENTRY-TIMESTAMP TO WS-AS-OF-TIMESTAMP
            MOVE WS-ENTRY-FROM-CURRENCY TO WS-LOOKUP-FROM-CURRENCY
            MOVE "USD" TO WS-LOOKUP-TO-CURRENCY
            PERFORM FIND-RATE-AS-OF
            IF RATE-IN-EFFECT-FOUND
                COMPUTE WS-USD-EQUIVALENT ROUNDED =
                    WS-ENTRY-NUM1 * WS-FOUND-RATE
            END-IF
        END-IF
    END-IF.

FIND-SCAN-CUSTOMER.
    MOVE "N" TO WS-FOUND-FLAG.
    MOVE ZERO TO WS-POST-IDX.
    PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
            UNTIL WS-SEARCH-IDX > WS-CUST-COUNT-USED
        IF WS-CS-CUSTOMER-ID(WS-SEARCH-IDX) = WS-ENTRY-CUSTOMER-ID
            MOVE WS-SEARCH-IDX TO WS-POST-IDX
            SET ENTRY-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF NOT ENTRY-FOUND
        IF WS-CUST-COUNT-USED < 2000
            ADD 1 TO WS-CUST-COUNT-USED
            MOVE WS-CUST-COUNT-USED TO WS-POST-IDX
            MOVE WS-ENTRY-CUSTOMER-ID TO WS-CS-CUSTOMER-ID(WS-POST-IDX)
            MOVE ZERO TO WS-CS-USD-VOLUME(WS-POST-IDX)
            MOVE ZERO TO WS-CS-NEAR-COUNT(WS-POST-IDX)
            MOVE ZERO TO WS-CS-NEAR-USD(WS-POST-IDX)
            MOVE ZERO TO WS-CS-BRANCH-COUNT(WS-POST-IDX)
            MOVE ZERO TO WS-CS-DAY-DATE(WS-POST-IDX)
            MOVE ZERO TO WS-CS-DAY-CONVERSIONS(WS-POST-IDX)
            MOVE ZERO TO WS-CS-DAY-VOIDS(WS-POST-IDX)
            MOVE ZERO TO WS-CS-REDO-COUNT(WS-POST-IDX)
        ELSE
            DISPLAY "WARNING: customer table full, "
                    WS-ENTRY-CUSTOMER-ID " not scanned"
        END-IF
    END-IF.

POST-SCAN-ENTRY.
    IF WS-ENTRY-DATE NOT = WS-CS-DAY-DATE(WS-POST-IDX)
        PERFORM CLOSE-CUSTOMER-DAY
        MOVE WS-ENTRY-DATE TO WS-CS-DAY-DATE(WS-POST-IDX)
    END-IF.

    IF ENTRY-IS-VOID
        ADD 1 TO WS-CS-DAY-VOIDS(WS-POST-IDX)
        SUBTRACT WS-USD-EQUIVALENT FROM WS-CS-USD-VOLUME(WS-POST-IDX)
        IF WS-USD-EQUIVALENT NOT < WS-NEAR-FLOOR-USD
           AND WS-USD-EQUIVALENT < WS-THRESHOLD-USD
           AND WS-CS-NEAR-COUNT(WS-POST-IDX) > ZERO
            SUBTRACT 1 FROM WS-CS-NEAR-COUNT(WS-POST-IDX)
            SUBTRACT WS-USD-EQUIVALENT FROM WS-CS-NEAR-USD(WS-POST-IDX)
        END-IF
    ELSE
        ADD 1 TO WS-CS-DAY-CONVERSIONS(WS-POST-IDX)
        ADD WS-USD-EQUIVALENT TO WS-CS-USD-VOLUME(WS-POST-IDX)
        IF WS-USD-EQUIVALENT NOT < WS-NEAR-FLOOR-USD
           AND WS-USD-EQUIVALENT < WS-THRESHOLD-USD
            ADD 1 TO WS-CS-NEAR-COUNT(WS-POST-IDX)
            ADD WS-USD-EQUIVALENT TO WS-CS-NEAR-USD(WS-POST-IDX)
        END-IF
        IF WS-ENTRY-BRANCH NOT = SPACES
            PERFORM NOTE-CUSTOMER-BRANCH
        END-IF
    END-IF.

NOTE-CUSTOMER-BRANCH.
    MOVE "N" TO WS-FOUND-FLAG.
    PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
            UNTIL WS-BRANCH-IDX > WS-CS-BRANCH-COUNT(WS-POST-IDX)
        IF WS-CS-BRANCH-CODE(WS-POST-IDX, WS-BRANCH-IDX) = WS-ENTRY-BRANCH
            SET ENTRY-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF NOT ENTRY-FOUND AND WS-CS-BRANCH-COUNT(WS-POST-IDX) < 10
        ADD 1 TO WS-CS-BRANCH-COUNT(WS-POST-IDX)
        MOVE WS-ENTRY-BRANCH TO WS-CS-BRANCH-CODE(WS-POST-IDX,
            WS-CS-BRANCH-COUNT(WS-POST-IDX))
    END-IF.

CLOSE-CUSTOMER-DAY.
    IF WS-CS-DAY-VOIDS(WS-POST-IDX) > ZERO
        COMPUTE WS-DAY-REDONE = WS-CS-DAY-CONVERSIONS(WS-POST-IDX)
                              - WS-CS-DAY-VOIDS(WS-POST-IDX)
        IF WS-CS-DAY-CONVERSIONS(WS-POST-IDX)
               < WS-CS-DAY-VOIDS(WS-POST-IDX)
            MOVE ZERO TO WS-DAY-REDONE
        END-IF
        IF WS-DAY-REDONE > WS-CS-DAY-VOIDS(WS-POST-IDX)
            MOVE WS-CS-DAY-VOIDS(WS-POST-IDX) TO WS-DAY-REDONE
        END-IF
        ADD WS-DAY-REDONE TO WS-CS-REDO-COUNT(WS-POST-IDX)
    END-IF.
    MOVE ZERO TO WS-CS-DAY-CONVERSIONS(WS-POST-IDX).
    MOVE ZERO TO WS-CS-DAY-VOIDS(WS-POST-IDX).

FIND-RATE-AS-OF.
    MOVE "N" TO WS-RATE-FOUND-FLAG.
    MOVE ZERO TO WS-FOUND-RATE.
    MOVE WS-LOOKUP-FROM-CURRENCY TO CR-FROM-CURRENCY.
    MOVE WS-LOOKUP-TO-CURRENCY TO CR-TO-CURRENCY.
    MOVE ZEROS TO CR-EFFECTIVE-TIMESTAMP.
    START CURRENCY-RATE-FILE KEY IS NOT LESS THAN CR-RATE-KEY
        INVALID KEY CONTINUE
    END-START.
    IF RATE-FILE-OK
        PERFORM READ-NEXT-RATE
        PERFORM UNTIL NOT RATE-FILE-OK
                OR CR-FROM-CURRENCY NOT = WS-LOOKUP-FROM-CURRENCY
                OR CR-TO-CURRENCY NOT = WS-LOOKUP-TO-CURRENCY
                OR CR-EFFECTIVE-TIMESTAMP > WS-AS-OF-TIMESTAMP
            MOVE CR-RATE TO WS-FOUND-RATE
            SET RATE-IN-EFFECT-FOUND TO TRUE
            PERFORM READ-NEXT-RATE
        END-PERFORM
    END-IF.

READ-NEXT-RATE.
    READ CURRENCY-RATE-FILE NEXT RECORD
        AT END CONTINUE
    END-READ.

FIND-LAST-CASE-NUMBER.
    MOVE ZERO TO WS-LAST-CASE-NO.
    MOVE ZEROS TO SC-CASE-NO.
    MOVE "N" TO WS-CASE-EOF-FLAG.
    START SAR-CASE-FILE KEY IS NOT LESS THAN SC-CASE-NO
        INVALID KEY SET END-OF-CASES TO TRUE
    END-START.
    IF NOT END-OF-CASES
        PERFORM READ-NEXT-CASE
    END-IF.
    PERFORM UNTIL END-OF-CASES
        MOVE SC-CASE-NO TO WS-LAST-CASE-NO
        PERFORM READ-NEXT-CASE
    END-PERFORM.

READ-NEXT-CASE.
    READ SAR-CASE-FILE NEXT RECORD
        AT END SET END-OF-CASES TO TRUE
    END-READ.

EVALUATE-ONE-CUSTOMER.
    IF WS-CS-NEAR-COUNT(WS-CUST-IDX) NOT < WS-NEAR-COUNT-MIN
        MOVE "N" TO WS-HIT-PATTERN
        MOVE WS-CS-NEAR-COUNT(WS-CUST-IDX) TO WS-HIT-COUNT
        MOVE WS-CS-NEAR-USD(WS-CUST-IDX) TO WS-HIT-USD
        PERFORM OPEN-CASE-IF-NEW
    END-IF.
    IF WS-CS-BRANCH-COUNT(WS-CUST-IDX) NOT < WS-BRANCH-COUNT-MIN
        MOVE "B" TO WS-HIT-PATTERN
        MOVE WS-CS-BRANCH-COUNT(WS-CUST-IDX) TO WS-HIT-COUNT
        MOVE ZERO TO WS-HIT-USD
        IF WS-CS-USD-VOLUME(WS-CUST-IDX) > ZERO
            MOVE WS-CS-USD-VOLUME(WS-CUST-IDX) TO WS-HIT-USD
        END-IF
        PERFORM OPEN-CASE-IF-NEW
    END-IF.
    IF WS-CS-REDO-COUNT(WS-CUST-IDX) NOT < WS-REDO-COUNT-MIN
        MOVE "V" TO WS-HIT-PATTERN
        MOVE WS-CS-REDO-COUNT(WS-CUST-IDX) TO WS-HIT-COUNT
        MOVE ZERO TO WS-HIT-USD
        IF WS-CS-USD-VOLUME(WS-CUST-IDX) > ZERO
            MOVE WS-CS-USD-VOLUME(WS-CUST-IDX) TO WS-HIT-USD
        END-IF
        PERFORM OPEN-CASE-IF-NEW
    END-IF.

OPEN-CASE-IF-NEW.
    MOVE "N" TO WS-CASE-SUPPRESS-FLAG.
    MOVE "N" TO WS-CASE-EOF-FLAG.
    MOVE WS-CS-CUSTOMER-ID(WS-CUST-IDX) TO SC-CUSTOMER-ID.
    MOVE WS-HIT-PATTERN TO SC-PATTERN.
    START SAR-CASE-FILE KEY IS = SC-CASE-SUBJECT
        INVALID KEY SET END-OF-CASES TO TRUE
    END-START.
    IF NOT END-OF-CASES
        PERFORM READ-NEXT-CASE
    END-IF.
    PERFORM UNTIL END-OF-CASES
            OR SC-CUSTOMER-ID NOT = WS-CS-CUSTOMER-ID(WS-CUST-IDX)
            OR SC-PATTERN NOT = WS-HIT-PATTERN
        IF NOT SC-CASE-CLOSED
            SET CASE-ALREADY-HELD TO TRUE
            MOVE WS-BUSINESS-DATE TO SC-LAST-SEEN-DATE
            REWRITE SAR-CASE-RECORD
        ELSE
            IF SC-LAST-SEEN-DATE NOT < WS-WINDOW-START-DATE
                SET CASE-ALREADY-HELD TO TRUE
            END-IF
        END-IF
        PERFORM READ-NEXT-CASE
    END-PERFORM.

    IF CASE-ALREADY-HELD
        ADD 1 TO WS-CASES-HELD
    ELSE
        ADD 1 TO WS-LAST-CASE-NO
        MOVE WS-LAST-CASE-NO TO SC-CASE-NO
        MOVE WS-CS-CUSTOMER-ID(WS-CUST-IDX) TO SC-CUSTOMER-ID
        MOVE WS-HIT-PATTERN TO SC-PATTERN
        MOVE WS-BUSINESS-DATE TO SC-OPENED-DATE
        MOVE WS-WINDOW-START-DATE TO SC-WINDOW-FROM-DATE
        MOVE WS-BUSINESS-DATE TO SC-WINDOW-TO-DATE
        MOVE WS-HIT-COUNT TO SC-HIT-COUNT
        MOVE WS-HIT-USD TO SC-HIT-USD
        MOVE WS-BUSINESS-DATE TO SC-LAST-SEEN-DATE
        SET SC-CASE-OPEN TO TRUE
        MOVE SPACE TO SC-DISPOSITION
        MOVE SPACES TO SC-REVIEWER-ID
        MOVE ZERO TO SC-CLOSED-DATE
        MOVE SPACES TO SC-REVIEW-NOTE
        WRITE SAR-CASE-RECORD
            INVALID KEY
                DISPLAY "Could not open case " WS-LAST-CASE-NO
                        " for " WS-CS-CUSTOMER-ID(WS-CUST-IDX)
            NOT INVALID KEY
                ADD 1 TO WS-CASES-OPENED
                PERFORM WRITE-CASE-LINE
        END-WRITE
    END-IF.

WRITE-SCAN-HEADER.
    MOVE "STRUCTURING SCAN -- SUSPICIOUS-ACTIVITY CASES OPENED"
        TO SCAN-REPORT-LINE.
    WRITE SCAN-REPORT-LINE.
    MOVE SPACES TO SCAN-REPORT-LINE.
    STRING "BUSINESS DATE " DELIMITED BY SIZE
           WS-BUSINESS-DATE DELIMITED BY SIZE
           "  WINDOW FROM " DELIMITED BY SIZE
           WS-WINDOW-START-DATE DELIMITED BY SIZE
        INTO SCAN-REPORT-LINE.
    WRITE SCAN-REPORT-LINE.
    MOVE WS-THRESHOLD-USD TO WS-PRINT-THRESHOLD.
    MOVE SPACES TO SCAN-REPORT-LINE.
    STRING "REPORTING THRESHOLD: " DELIMITED BY SIZE
           WS-PRINT-THRESHOLD DELIMITED BY SIZE
           " USD" DELIMITED BY SIZE
        INTO SCAN-REPORT-LINE.
    WRITE SCAN-REPORT-LINE.
    MOVE "CASE     CUSTOMER  PATTERN                    HITS     USD-EQUIV VOLUME"
        TO SCAN-REPORT-LINE.
    WRITE SCAN-REPORT-LINE.

WRITE-CASE-LINE.
    IF SC-NEAR-THRESHOLD
        MOVE "NEAR-THRESHOLD REPEATS" TO WS-PATTERN-TEXT
    ELSE IF SC-MULTI-BRANCH
        MOVE "SEVERAL BRANCHES" TO WS-PATTERN-TEXT
    ELSE
        MOVE "VOIDED AND REDONE" TO WS-PATTERN-TEXT
    END-IF.
    MOVE SC-CASE-NO TO WS-PRINT-CASE-NO.
    MOVE SC-HIT-COUNT TO WS-PRINT-HITS.
    MOVE SC-HIT-USD TO WS-PRINT-USD.
    MOVE SPACES TO SCAN-REPORT-LINE.
    STRING WS-PRINT-CASE-NO DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           SC-CUSTOMER-ID DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-PATTERN-TEXT DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-PRINT-HITS DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-PRINT-USD DELIMITED BY SIZE
        INTO SCAN-REPORT-LINE.
    WRITE SCAN-REPORT-LINE.

WRITE-SCAN-TRAILER.
    MOVE SPACES TO SCAN-REPORT-LINE.
    WRITE SCAN-REPORT-LINE.
    MOVE WS-ENTRIES-SCANNED TO WS-PRINT-COUNT.
    MOVE SPACES TO SCAN-REPORT-LINE.
    STRING "CUSTOMER ENTRIES SCANNED:     " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO SCAN-REPORT-LINE.
    WRITE SCAN-REPORT-LINE.
    MOVE WS-CASES-OPENED TO WS-PRINT-COUNT.
    MOVE SPACES TO SCAN-REPORT-LINE.
    STRING "CASES OPENED:                 " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO SCAN-REPORT-LINE.
    WRITE SCAN-REPORT-LINE.
    MOVE WS-CASES-HELD TO WS-PRINT-COUNT.
    MOVE SPACES TO SCAN-REPORT-LINE.
    STRING "HITS ON CASES ALREADY HELD:   " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO SCAN-REPORT-LINE.
    WRITE SCAN-REPORT-LINE.

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
