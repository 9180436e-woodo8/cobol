IDENTIFICATION DIVISION.
PROGRAM-ID. TellExcept.

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

    SELECT TELLER-MASTER-FILE ASSIGN TO "TELLMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TM-TELLER-ID
        FILE STATUS IS WS-TELLER-FILE-STATUS.

    SELECT OVER-SHORT-HISTORY ASSIGN TO "OVSHHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-FILE-STATUS.

    SELECT EXCEPTION-REPORT-FILE ASSIGN TO "TELLEXCP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPTION-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-ARCHIVE-FILE.
    COPY AUDARCH.

FD  TELLER-MASTER-FILE.
    COPY TELLMAST.

FD  OVER-SHORT-HISTORY.
    COPY OVSHHIST.

FD  EXCEPTION-REPORT-FILE.
01  EXCEPTION-REPORT-LINE PIC X(100).

WORKING-STORAGE SECTION.
01 WS-ARCHIVE-FILE-STATUS PIC XX.
    88 ARCHIVE-FILE-OK VALUE "00" "02".
01 WS-TELLER-FILE-STATUS PIC XX.
    88 TELLER-FILE-OK VALUE "00".
01 WS-TELLER-OPEN-FLAG PIC X VALUE "N".
    88 TELLER-FILE-OPEN VALUE "Y".
01 WS-HISTORY-FILE-STATUS PIC XX.
    88 HISTORY-FILE-OK VALUE "00".
01 WS-EXCEPTION-REPORT-STATUS PIC XX.
    88 EXCEPTION-REPORT-OK VALUE "00".

01 WS-ARCHIVE-EOF-FLAG PIC X VALUE "N".
    88 END-OF-ARCHIVE VALUE "Y".
01 WS-HISTORY-EOF-FLAG PIC X VALUE "N".
    88 END-OF-HISTORY VALUE "Y".
01 WS-PERIOD-VALID-FLAG PIC X VALUE "N".
    88 PERIOD-VALID VALUE "Y".
01 WS-REPEAT-SHORT-FLAG PIC X VALUE "N".
    88 REPEAT-SHORT-FOUND VALUE "Y".

01 WS-QUICK-VOID-MINUTES PIC 9(3) VALUE 10.
01 WS-NEAR-LIMIT-PCT PIC 9(3) VALUE 90.
01 WS-NEAR-LIMIT-FLAG-COUNT PIC 9(3) VALUE 3.
01 WS-REPEAT-OVERRIDE-COUNT PIC 9(3) VALUE 3.
01 WS-REPEAT-SHORT-COUNT PIC 9(3) VALUE 2.

01 WS-CURRENT-TIMESTAMP PIC X(21).
01 WS-WEEK-ENDING-DATE PIC 9(8).
01 WS-FROM-DATE PIC 9(8).
01 WS-TO-DATE PIC 9(8).
01 WS-FROM-TIMESTAMP PIC 9(14).
01 WS-TO-TIMESTAMP PIC 9(14).

01 WS-WORK-TIMESTAMP.
    05 WS-WORK-DATE PIC 9(8).
    05 WS-WORK-HH PIC 99.
    05 WS-WORK-MM PIC 99.
    05 WS-WORK-SS PIC 99.
01 WS-WORK-TIMESTAMP-NUMBER REDEFINES WS-WORK-TIMESTAMP PIC 9(14).
01 WS-WORK-SECONDS PIC 9(12).
01 WS-RECEIPT-SECONDS PIC 9(12).
01 WS-VOID-SECONDS PIC 9(12).

01 WS-TE-COUNT-USED PIC 9(3) VALUE ZERO.
01 WS-TELLER-TABLE.
    05 WS-TE-ENTRY OCCURS 200 TIMES.
        10 WS-TE-TELLER PIC X(8).
        10 WS-TE-NAME PIC X(30).
        10 WS-TE-LIMIT PIC 9(7)V99.
        10 WS-TE-CONVERSIONS PIC 9(5).
        10 WS-TE-VOIDS PIC 9(5).
        10 WS-TE-QUICK-VOIDS PIC 9(5).
        10 WS-TE-OVERRIDES PIC 9(5).
        10 WS-TE-NEAR-LIMIT PIC 9(5).
        10 WS-TE-SHORTS PIC 9(5).
        10 WS-TE-OVERS PIC 9(5).
01 WS-TE-IDX PIC 9(3).
01 WS-TE-POST-IDX PIC 9(3).
01 WS-POST-TELLER PIC X(8).

01 WS-OV-COUNT-USED PIC 9(3) VALUE ZERO.
01 WS-OVERRIDE-TABLE.
    05 WS-OV-ENTRY OCCURS 500 TIMES.
        10 WS-OV-TELLER PIC X(8).
        10 WS-OV-SUPERVISOR PIC X(8).
        10 WS-OV-COUNT PIC 9(5).
01 WS-OV-IDX PIC 9(3).
01 WS-OV-POST-IDX PIC 9(3).

01 WS-SH-COUNT-USED PIC 9(3) VALUE ZERO.
01 WS-SHORTAGE-TABLE.
    05 WS-SH-ENTRY OCCURS 500 TIMES.
        10 WS-SH-TELLER PIC X(8).
        10 WS-SH-CURRENCY PIC X(3).
        10 WS-SH-COUNT PIC 9(5).
        10 WS-SH-AMOUNT PIC 9(11)V9(3).
01 WS-SH-IDX PIC 9(3).
01 WS-SH-POST-IDX PIC 9(3).

01 WS-RT-COUNT-USED PIC 9(4) VALUE ZERO.
01 WS-RECEIPT-TABLE.
    05 WS-RT-ENTRY OCCURS 5000 TIMES.
        10 WS-RT-BRANCH PIC X(3).
        10 WS-RT-RECEIPT-NO PIC 9(6).
        10 WS-RT-TIMESTAMP PIC 9(14).
01 WS-RT-IDX PIC 9(4).
01 WS-RT-FOUND-IDX PIC 9(4).

01 WS-NL-COUNT-USED PIC 9(3) VALUE ZERO.
01 WS-NEAR-LIMIT-TABLE.
    05 WS-NL-ENTRY OCCURS 500 TIMES.
        10 WS-NL-TELLER PIC X(8).
        10 WS-NL-TIMESTAMP PIC 9(14).
        10 WS-NL-BRANCH PIC X(3).
        10 WS-NL-RECEIPT-NO PIC 9(6).
        10 WS-NL-AMOUNT PIC 9(5)V99.
        10 WS-NL-LIMIT PIC 9(7)V99.
01 WS-NL-IDX PIC 9(3).

01 WS-TABLE-FULL-COUNT PIC 9(5) VALUE ZERO.
01 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
01 WS-VOID-PCT PIC 9(3)V99.

01 WS-PRINT-COUNT-1 PIC ZZZZ9.
01 WS-PRINT-COUNT-2 PIC ZZZZ9.
01 WS-PRINT-COUNT-3 PIC ZZZZ9.
01 WS-PRINT-COUNT-4 PIC ZZZZ9.
01 WS-PRINT-COUNT-5 PIC ZZZZ9.
01 WS-PRINT-COUNT-6 PIC ZZZZ9.
01 WS-PRINT-COUNT-7 PIC ZZZZ9.
01 WS-PRINT-PCT PIC ZZ9.99.
01 WS-PRINT-AMOUNT PIC ZZZZ9.99.
01 WS-PRINT-LIMIT PIC ZZZZZZ9.99.
01 WS-PRINT-SHORT PIC ZZZZZZZZZZ9.999.
01 WS-PRINT-RECEIPT PIC 999999.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    DISPLAY "Weekly teller exception report".
    DISPLAY "Enter week-ending date (YYYYMMDD, 0 = today): ".
    ACCEPT WS-WEEK-ENDING-DATE.
    PERFORM SET-REPORT-WEEK.
    IF PERIOD-VALID
        PERFORM PRODUCE-EXCEPTION-REPORT
    END-IF.
STOP RUN.

SET-REPORT-WEEK.
    IF WS-WEEK-ENDING-DATE NOT NUMERIC
        DISPLAY "Week-ending date must be numeric YYYYMMDD."
    ELSE
        IF WS-WEEK-ENDING-DATE = ZERO
            MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-WEEK-ENDING-DATE
        END-IF
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-WEEK-ENDING-DATE) NOT = ZERO
            DISPLAY WS-WEEK-ENDING-DATE " is not a valid date."
        ELSE
            MOVE WS-WEEK-ENDING-DATE TO WS-TO-DATE
            COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 6)
            COMPUTE WS-FROM-TIMESTAMP = WS-FROM-DATE * 1000000
            COMPUTE WS-TO-TIMESTAMP = WS-TO-DATE * 1000000 + 235959
            SET PERIOD-VALID TO TRUE
        END-IF
    END-IF.

PRODUCE-EXCEPTION-REPORT.
    OPEN INPUT AUDIT-ARCHIVE-FILE.
    IF NOT ARCHIVE-FILE-OK
        DISPLAY "AUDARCH.DAT not available -- run the nightly archive first."
    ELSE
        OPEN INPUT TELLER-MASTER-FILE
        IF TELLER-FILE-OK
            SET TELLER-FILE-OPEN TO TRUE
        ELSE
            DISPLAY "Teller master not available -- limits not checked."
        END-IF

        PERFORM SCAN-ARCHIVED-WEEK
        PERFORM SCAN-OVER-SHORT-HISTORY

        OPEN OUTPUT EXCEPTION-REPORT-FILE
        PERFORM WRITE-REPORT-HEADING
        PERFORM WRITE-TELLER-ACTIVITY
        PERFORM WRITE-OVERRIDE-SECTION
        PERFORM WRITE-NEAR-LIMIT-SECTION
        PERFORM WRITE-SHORTAGE-SECTION
        PERFORM WRITE-REPORT-TRAILER
        CLOSE EXCEPTION-REPORT-FILE

        IF TELLER-FILE-OPEN
            CLOSE TELLER-MASTER-FILE
        END-IF
        CLOSE AUDIT-ARCHIVE-FILE
        MOVE WS-EXCEPTION-COUNT TO WS-PRINT-COUNT-1
        DISPLAY "Exceptions flagged: " WS-PRINT-COUNT-1
                " -- see TELLEXCP.DAT"
    END-IF.

SCAN-ARCHIVED-WEEK.
    MOVE WS-FROM-TIMESTAMP TO AR-TIMESTAMP.
    MOVE ZERO TO AR-SEQUENCE.
    START AUDIT-ARCHIVE-FILE KEY IS NOT LESS THAN AR-ARCHIVE-KEY
        INVALID KEY SET END-OF-ARCHIVE TO TRUE
    END-START.
    IF NOT END-OF-ARCHIVE
        PERFORM READ-NEXT-ARCHIVE-RECORD
    END-IF.
    PERFORM UNTIL END-OF-ARCHIVE
        IF AR-TIMESTAMP > WS-TO-TIMESTAMP
            SET END-OF-ARCHIVE TO TRUE
        ELSE
            IF AR-OPERATOR-ID NOT = SPACES
                IF AR-SOURCE = "T"
                    PERFORM TALLY-TELLER-CONVERSION
                ELSE
                    IF AR-SOURCE = "V"
                        PERFORM TALLY-TELLER-VOID
                    END-IF
                END-IF
            END-IF
            PERFORM READ-NEXT-ARCHIVE-RECORD
        END-IF
    END-PERFORM.

READ-NEXT-ARCHIVE-RECORD.
    READ AUDIT-ARCHIVE-FILE NEXT RECORD
        AT END SET END-OF-ARCHIVE TO TRUE
    END-READ.

TALLY-TELLER-CONVERSION.
    MOVE AR-OPERATOR-ID TO WS-POST-TELLER.
    PERFORM FIND-TELLER-ENTRY.
    IF WS-TE-POST-IDX > ZERO
        ADD 1 TO WS-TE-CONVERSIONS(WS-TE-POST-IDX)
        IF AR-SUPERVISOR-ID NOT = SPACES
            ADD 1 TO WS-TE-OVERRIDES(WS-TE-POST-IDX)
            PERFORM POST-OVERRIDE-PAIR
        ELSE IF WS-TE-LIMIT(WS-TE-POST-IDX) > ZERO
                AND AR-NUM1 NOT > WS-TE-LIMIT(WS-TE-POST-IDX)
                AND AR-NUM1 * 100 NOT <
                    WS-TE-LIMIT(WS-TE-POST-IDX) * WS-NEAR-LIMIT-PCT
            ADD 1 TO WS-TE-NEAR-LIMIT(WS-TE-POST-IDX)
            PERFORM POST-NEAR-LIMIT-CONVERSION
        END-IF
    END-IF.
    IF AR-RECEIPT-NO > ZERO
        IF WS-RT-COUNT-USED < 5000
            ADD 1 TO WS-RT-COUNT-USED
            MOVE AR-BRANCH-CODE TO WS-RT-BRANCH(WS-RT-COUNT-USED)
            MOVE AR-RECEIPT-NO TO WS-RT-RECEIPT-NO(WS-RT-COUNT-USED)
            MOVE AR-TIMESTAMP TO WS-RT-TIMESTAMP(WS-RT-COUNT-USED)
        ELSE
            ADD 1 TO WS-TABLE-FULL-COUNT
        END-IF
    END-IF.

TALLY-TELLER-VOID.
    MOVE AR-OPERATOR-ID TO WS-POST-TELLER.
    PERFORM FIND-TELLER-ENTRY.
    IF WS-TE-POST-IDX > ZERO
        ADD 1 TO WS-TE-VOIDS(WS-TE-POST-IDX)
        MOVE ZERO TO WS-RT-FOUND-IDX
        PERFORM VARYING WS-RT-IDX FROM WS-RT-COUNT-USED BY -1
                UNTIL WS-RT-IDX < 1
            IF WS-RT-BRANCH(WS-RT-IDX) = AR-BRANCH-CODE
               AND WS-RT-RECEIPT-NO(WS-RT-IDX) = AR-RECEIPT-NO
               AND WS-RT-TIMESTAMP(WS-RT-IDX) NOT > AR-TIMESTAMP
                MOVE WS-RT-IDX TO WS-RT-FOUND-IDX
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF WS-RT-FOUND-IDX > ZERO
            MOVE WS-RT-TIMESTAMP(WS-RT-FOUND-IDX)
                TO WS-WORK-TIMESTAMP-NUMBER
            PERFORM TIMESTAMP-TO-SECONDS
            MOVE WS-WORK-SECONDS TO WS-RECEIPT-SECONDS
            MOVE AR-TIMESTAMP TO WS-WORK-TIMESTAMP-NUMBER
            PERFORM TIMESTAMP-TO-SECONDS
            MOVE WS-WORK-SECONDS TO WS-VOID-SECONDS
            IF WS-VOID-SECONDS - WS-RECEIPT-SECONDS
                    NOT > WS-QUICK-VOID-MINUTES * 60
                ADD 1 TO WS-TE-QUICK-VOIDS(WS-TE-POST-IDX)
            END-IF
        END-IF
    END-IF.

TIMESTAMP-TO-SECONDS.
    COMPUTE WS-WORK-SECONDS =
        FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) * 86400
        + WS-WORK-HH * 3600 + WS-WORK-MM * 60 + WS-WORK-SS.

FIND-TELLER-ENTRY.
    MOVE ZERO TO WS-TE-POST-IDX.
    PERFORM VARYING WS-TE-IDX FROM 1 BY 1
            UNTIL WS-TE-IDX > WS-TE-COUNT-USED
        IF WS-TE-TELLER(WS-TE-IDX) = WS-POST-TELLER
            MOVE WS-TE-IDX TO WS-TE-POST-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-TE-POST-IDX = ZERO
        IF WS-TE-COUNT-USED < 200
            ADD 1 TO WS-TE-COUNT-USED
            MOVE WS-TE-COUNT-USED TO WS-TE-POST-IDX
            MOVE WS-POST-TELLER TO WS-TE-TELLER(WS-TE-POST-IDX)
            MOVE SPACES TO WS-TE-NAME(WS-TE-POST-IDX)
            MOVE ZERO TO WS-TE-LIMIT(WS-TE-POST-IDX)
            MOVE ZERO TO WS-TE-CONVERSIONS(WS-TE-POST-IDX)
            MOVE ZERO TO WS-TE-VOIDS(WS-TE-POST-IDX)
            MOVE ZERO TO WS-TE-QUICK-VOIDS(WS-TE-POST-IDX)
            MOVE ZERO TO WS-TE-OVERRIDES(WS-TE-POST-IDX)
            MOVE ZERO TO WS-TE-NEAR-LIMIT(WS-TE-POST-IDX)
            MOVE ZERO TO WS-TE-SHORTS(WS-TE-POST-IDX)
            MOVE ZERO TO WS-TE-OVERS(WS-TE-POST-IDX)
            IF TELLER-FILE-OPEN
                MOVE WS-POST-TELLER TO TM-TELLER-ID
                READ TELLER-MASTER-FILE
                    INVALID KEY
                        MOVE "NOT ON TELLER MASTER"
                            TO WS-TE-NAME(WS-TE-POST-IDX)
                    NOT INVALID KEY
                        MOVE TM-TELLER-NAME TO WS-TE-NAME(WS-TE-POST-IDX)
                        MOVE TM-TXN-LIMIT TO WS-TE-LIMIT(WS-TE-POST-IDX)
                END-READ
            END-IF
        ELSE
            ADD 1 TO WS-TABLE-FULL-COUNT
        END-IF
    END-IF.

POST-OVERRIDE-PAIR.
    MOVE ZERO TO WS-OV-POST-IDX.
    PERFORM VARYING WS-OV-IDX FROM 1 BY 1
            UNTIL WS-OV-IDX > WS-OV-COUNT-USED
        IF WS-OV-TELLER(WS-OV-IDX) = AR-OPERATOR-ID
           AND WS-OV-SUPERVISOR(WS-OV-IDX) = AR-SUPERVISOR-ID
            MOVE WS-OV-IDX TO WS-OV-POST-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-OV-POST-IDX = ZERO
        IF WS-OV-COUNT-USED < 500
            ADD 1 TO WS-OV-COUNT-USED
            MOVE WS-OV-COUNT-USED TO WS-OV-POST-IDX
            MOVE AR-OPERATOR-ID TO WS-OV-TELLER(WS-OV-POST-IDX)
            MOVE AR-SUPERVISOR-ID TO WS-OV-SUPERVISOR(WS-OV-POST-IDX)
            MOVE ZERO TO WS-OV-COUNT(WS-OV-POST-IDX)
        ELSE
            ADD 1 TO WS-TABLE-FULL-COUNT
        END-IF
    END-IF.
    IF WS-OV-POST-IDX > ZERO
        ADD 1 TO WS-OV-COUNT(WS-OV-POST-IDX)
    END-IF.

POST-NEAR-LIMIT-CONVERSION.
    IF WS-NL-COUNT-USED < 500
        ADD 1 TO WS-NL-COUNT-USED
        MOVE AR-OPERATOR-ID TO WS-NL-TELLER(WS-NL-COUNT-USED)
        MOVE AR-TIMESTAMP TO WS-NL-TIMESTAMP(WS-NL-COUNT-USED)
        MOVE AR-BRANCH-CODE TO WS-NL-BRANCH(WS-NL-COUNT-USED)
        MOVE AR-RECEIPT-NO TO WS-NL-RECEIPT-NO(WS-NL-COUNT-USED)
        MOVE AR-NUM1 TO WS-NL-AMOUNT(WS-NL-COUNT-USED)
        MOVE WS-TE-LIMIT(WS-TE-POST-IDX) TO WS-NL-LIMIT(WS-NL-COUNT-USED)
    ELSE
        ADD 1 TO WS-TABLE-FULL-COUNT
    END-IF.

SCAN-OVER-SHORT-HISTORY.
    OPEN INPUT OVER-SHORT-HISTORY.
    IF NOT HISTORY-FILE-OK
        DISPLAY "OVSHHIST.DAT not available -- drawer differences"
                " not reviewed."
    ELSE
        PERFORM READ-OVER-SHORT-RECORD
        PERFORM UNTIL END-OF-HISTORY
            IF OS-BUSINESS-DATE NOT < WS-FROM-DATE
               AND OS-BUSINESS-DATE NOT > WS-TO-DATE
                PERFORM TALLY-DRAWER-RESULT
            END-IF
            PERFORM READ-OVER-SHORT-RECORD
        END-PERFORM
        CLOSE OVER-SHORT-HISTORY
    END-IF.

READ-OVER-SHORT-RECORD.
    READ OVER-SHORT-HISTORY
        AT END SET END-OF-HISTORY TO TRUE
    END-READ.

TALLY-DRAWER-RESULT.
    MOVE OS-TELLER-ID TO WS-POST-TELLER.
    PERFORM FIND-TELLER-ENTRY.
    IF WS-TE-POST-IDX > ZERO
        IF OS-SHORT
            ADD 1 TO WS-TE-SHORTS(WS-TE-POST-IDX)
            PERFORM POST-SHORTAGE
        ELSE IF OS-OVER
            ADD 1 TO WS-TE-OVERS(WS-TE-POST-IDX)
        END-IF
    END-IF.

POST-SHORTAGE.
    MOVE ZERO TO WS-SH-POST-IDX.
    PERFORM VARYING WS-SH-IDX FROM 1 BY 1
            UNTIL WS-SH-IDX > WS-SH-COUNT-USED
        IF WS-SH-TELLER(WS-SH-IDX) = OS-TELLER-ID
           AND WS-SH-CURRENCY(WS-SH-IDX) = OS-CURRENCY
            MOVE WS-SH-IDX TO WS-SH-POST-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-SH-POST-IDX = ZERO
        IF WS-SH-COUNT-USED < 500
            ADD 1 TO WS-SH-COUNT-USED
            MOVE WS-SH-COUNT-USED TO WS-SH-POST-IDX
            MOVE OS-TELLER-ID TO WS-SH-TELLER(WS-SH-POST-IDX)
            MOVE OS-CURRENCY TO WS-SH-CURRENCY(WS-SH-POST-IDX)
            MOVE ZERO TO WS-SH-COUNT(WS-SH-POST-IDX)
            MOVE ZERO TO WS-SH-AMOUNT(WS-SH-POST-IDX)
        ELSE
            ADD 1 TO WS-TABLE-FULL-COUNT
        END-IF
    END-IF.
    IF WS-SH-POST-IDX > ZERO
        ADD 1 TO WS-SH-COUNT(WS-SH-POST-IDX)
        ADD OS-VARIANCE-AMOUNT TO WS-SH-AMOUNT(WS-SH-POST-IDX)
    END-IF.

WRITE-REPORT-HEADING.
    MOVE SPACES TO EXCEPTION-REPORT-LINE.
    STRING "TELLER EXCEPTION REPORT  WEEK " DELIMITED BY SIZE
           WS-FROM-DATE DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           WS-TO-DATE DELIMITED BY SIZE
        INTO EXCEPTION-REPORT-LINE.
    WRITE EXCEPTION-REPORT-LINE.

WRITE-TELLER-ACTIVITY.
    MOVE SPACES TO EXCEPTION-REPORT-LINE.
    WRITE EXCEPTION-REPORT-LINE.
    MOVE "TELLER ACTIVITY" TO EXCEPTION-REPORT-LINE.
    WRITE EXCEPTION-REPORT-LINE.
    MOVE "TELLER   NAME                 CONVS VOIDS VOID % QUICK  OVRD  NEAR SHORT  OVER"
        TO EXCEPTION-REPORT-LINE.
    WRITE EXCEPTION-REPORT-LINE.
    PERFORM VARYING WS-TE-IDX FROM 1 BY 1
            UNTIL WS-TE-IDX > WS-TE-COUNT-USED
        MOVE ZERO TO WS-VOID-PCT
        IF WS-TE-CONVERSIONS(WS-TE-IDX) > ZERO
            COMPUTE WS-VOID-PCT ROUNDED =
                WS-TE-VOIDS(WS-TE-IDX) * 100 / WS-TE-CONVERSIONS(WS-TE-IDX)
        END-IF
        MOVE WS-TE-CONVERSIONS(WS-TE-IDX) TO WS-PRINT-COUNT-1
        MOVE WS-TE-VOIDS(WS-TE-IDX) TO WS-PRINT-COUNT-2
        MOVE WS-VOID-PCT TO WS-PRINT-PCT
        MOVE WS-TE-QUICK-VOIDS(WS-TE-IDX) TO WS-PRINT-COUNT-3
        MOVE WS-TE-OVERRIDES(WS-TE-IDX) TO WS-PRINT-COUNT-4
        MOVE WS-TE-NEAR-LIMIT(WS-TE-IDX) TO WS-PRINT-COUNT-5
        MOVE WS-TE-SHORTS(WS-TE-IDX) TO WS-PRINT-COUNT-6
        MOVE WS-TE-OVERS(WS-TE-IDX) TO WS-PRINT-COUNT-7
        MOVE SPACES TO EXCEPTION-REPORT-LINE
        STRING WS-TE-TELLER(WS-TE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TE-NAME(WS-TE-IDX)(1:20) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-COUNT-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-COUNT-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-PCT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-COUNT-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-COUNT-4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-COUNT-5 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-COUNT-6 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-COUNT-7 DELIMITED BY SIZE
            INTO EXCEPTION-REPORT-LINE
        IF WS-TE-NEAR-LIMIT(WS-TE-IDX) NOT < WS-NEAR-LIMIT-FLAG-COUNT
            MOVE "** NEAR LIMIT" TO EXCEPTION-REPORT-LINE(84:)
            ADD 1 TO WS-EXCEPTION-COUNT
        ELSE
            IF WS-TE-QUICK-VOIDS(WS-TE-IDX) > ZERO
                MOVE "** QUICK VOID" TO EXCEPTION-REPORT-LINE(84:)
                ADD 1 TO WS-EXCEPTION-COUNT
            END-IF
        END-IF
        WRITE EXCEPTION-REPORT-LINE
    END-PERFORM.

WRITE-OVERRIDE-SECTION.
    MOVE SPACES TO EXCEPTION-REPORT-LINE.
    WRITE EXCEPTION-REPORT-LINE.
    MOVE "OVERRIDES BY APPROVING SUPERVISOR" TO EXCEPTION-REPORT-LINE.
    WRITE EXCEPTION-REPORT-LINE.
    IF WS-OV-COUNT-USED = ZERO
        MOVE "  NONE" TO EXCEPTION-REPORT-LINE
        WRITE EXCEPTION-REPORT-LINE
    ELSE
        MOVE "TELLER   SUPERVISOR  OVERRIDES" TO EXCEPTION-REPORT-LINE
        WRITE EXCEPTION-REPORT-LINE
    END-IF.
    PERFORM VARYING WS-OV-IDX FROM 1 BY 1
            UNTIL WS-OV-IDX > WS-OV-COUNT-USED
        MOVE WS-OV-COUNT(WS-OV-IDX) TO WS-PRINT-COUNT-1
        MOVE SPACES TO EXCEPTION-REPORT-LINE
        STRING WS-OV-TELLER(WS-OV-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OV-SUPERVISOR(WS-OV-IDX) DELIMITED BY SIZE
               "        " DELIMITED BY SIZE
               WS-PRINT-COUNT-1 DELIMITED BY SIZE
            INTO EXCEPTION-REPORT-LINE
        IF WS-OV-COUNT(WS-OV-IDX) NOT < WS-REPEAT-OVERRIDE-COUNT
            MOVE "** SAME SUPERVISOR REPEATEDLY" TO EXCEPTION-REPORT-LINE(33:)
            ADD 1 TO WS-EXCEPTION-COUNT
        END-IF
        WRITE EXCEPTION-REPORT-LINE
    END-PERFORM.

WRITE-NEAR-LIMIT-SECTION.
    MOVE SPACES TO EXCEPTION-REPORT-LINE.
    WRITE EXCEPTION-REPORT-LINE.
    MOVE SPACES TO EXCEPTION-REPORT-LINE.
    MOVE WS-NEAR-LIMIT-PCT TO WS-PRINT-COUNT-1.
    STRING "CONVERSIONS JUST UNDER THE TELLER LIMIT (" DELIMITED BY SIZE
           WS-PRINT-COUNT-1 DELIMITED BY SIZE
           "% OR MORE OF LIMIT)" DELIMITED BY SIZE
        INTO EXCEPTION-REPORT-LINE.
    WRITE EXCEPTION-REPORT-LINE.
    IF WS-NL-COUNT-USED = ZERO
        MOVE "  NONE" TO EXCEPTION-REPORT-LINE
        WRITE EXCEPTION-REPORT-LINE
    ELSE
        MOVE "TELLER   DATE     TIME   BR  RECEIPT  AMOUNT      LIMIT"
            TO EXCEPTION-REPORT-LINE
        WRITE EXCEPTION-REPORT-LINE
    END-IF.
    PERFORM VARYING WS-NL-IDX FROM 1 BY 1
            UNTIL WS-NL-IDX > WS-NL-COUNT-USED
        MOVE WS-NL-RECEIPT-NO(WS-NL-IDX) TO WS-PRINT-RECEIPT
        MOVE WS-NL-AMOUNT(WS-NL-IDX) TO WS-PRINT-AMOUNT
        MOVE WS-NL-LIMIT(WS-NL-IDX) TO WS-PRINT-LIMIT
        MOVE SPACES TO EXCEPTION-REPORT-LINE
        STRING WS-NL-TELLER(WS-NL-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NL-TIMESTAMP(WS-NL-IDX)(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NL-TIMESTAMP(WS-NL-IDX)(9:6) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NL-BRANCH(WS-NL-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-RECEIPT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-LIMIT DELIMITED BY SIZE
            INTO EXCEPTION-REPORT-LINE
        WRITE EXCEPTION-REPORT-LINE
    END-PERFORM.

WRITE-SHORTAGE-SECTION.
    MOVE SPACES TO EXCEPTION-REPORT-LINE.
    WRITE EXCEPTION-REPORT-LINE.
    MOVE "REPEATED SHORTAGES IN THE SAME CURRENCY" TO EXCEPTION-REPORT-LINE.
    WRITE EXCEPTION-REPORT-LINE.
    MOVE "TELLER   CCY  SHORTAGES     TOTAL SHORT" TO EXCEPTION-REPORT-LINE.
    WRITE EXCEPTION-REPORT-LINE.
    PERFORM VARYING WS-SH-IDX FROM 1 BY 1
            UNTIL WS-SH-IDX > WS-SH-COUNT-USED
        IF WS-SH-COUNT(WS-SH-IDX) NOT < WS-REPEAT-SHORT-COUNT
            ADD 1 TO WS-EXCEPTION-COUNT
            SET REPEAT-SHORT-FOUND TO TRUE
            MOVE WS-SH-COUNT(WS-SH-IDX) TO WS-PRINT-COUNT-1
            MOVE WS-SH-AMOUNT(WS-SH-IDX) TO WS-PRINT-SHORT
            MOVE SPACES TO EXCEPTION-REPORT-LINE
            STRING WS-SH-TELLER(WS-SH-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SH-CURRENCY(WS-SH-IDX) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-PRINT-COUNT-1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PRINT-SHORT DELIMITED BY SIZE
                INTO EXCEPTION-REPORT-LINE
            WRITE EXCEPTION-REPORT-LINE
        END-IF
    END-PERFORM.
    IF NOT REPEAT-SHORT-FOUND
        MOVE "  NONE" TO EXCEPTION-REPORT-LINE
        WRITE EXCEPTION-REPORT-LINE
    END-IF.

WRITE-REPORT-TRAILER.
    MOVE SPACES TO EXCEPTION-REPORT-LINE.
    WRITE EXCEPTION-REPORT-LINE.
    MOVE WS-EXCEPTION-COUNT TO WS-PRINT-COUNT-1.
    MOVE SPACES TO EXCEPTION-REPORT-LINE.
    STRING "EXCEPTIONS FLAGGED: " DELIMITED BY SIZE
           WS-PRINT-COUNT-1 DELIMITED BY SIZE
        INTO EXCEPTION-REPORT-LINE.
    WRITE EXCEPTION-REPORT-LINE.
    IF WS-TABLE-FULL-COUNT > ZERO
        MOVE WS-TABLE-FULL-COUNT TO WS-PRINT-COUNT-1
        MOVE SPACES TO EXCEPTION-REPORT-LINE
        STRING "WARNING: ENTRIES NOT TALLIED, TABLES FULL: "
                   DELIMITED BY SIZE
               WS-PRINT-COUNT-1 DELIMITED BY SIZE
            INTO EXCEPTION-REPORT-LINE
        WRITE EXCEPTION-REPORT-LINE
    END-IF.
