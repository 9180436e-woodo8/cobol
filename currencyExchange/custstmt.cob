IDENTIFICATION DIVISION.
PROGRAM-ID. CustStmt.

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

    SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CU-CUSTOMER-ID
        FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

    SELECT STATEMENT-FILE ASSIGN TO "CUSTSTMT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATEMENT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-ARCHIVE-FILE.
    COPY AUDARCH.

FD  CUSTOMER-MASTER-FILE.
    COPY CUSTMAST.

FD  STATEMENT-FILE.
01  STATEMENT-LINE PIC X(100).

WORKING-STORAGE SECTION.
01 WS-ARCHIVE-FILE-STATUS PIC XX.
    88 ARCHIVE-FILE-OK VALUE "00" "02".
01 WS-CUSTOMER-FILE-STATUS PIC XX.
    88 CUSTOMER-FILE-OK VALUE "00".
01 WS-STATEMENT-FILE-STATUS PIC XX.
    88 STATEMENT-FILE-OK VALUE "00".

01 WS-RUN-MODE PIC X.
    88 ONE-CUSTOMER-RUN VALUE "1".
    88 HIGH-RISK-MONTH-END-RUN VALUE "2".
01 WS-PERIOD-VALID-FLAG PIC X VALUE "N".
    88 PERIOD-VALID VALUE "Y".
01 WS-CUSTOMER-EOF-FLAG PIC X VALUE "N".
    88 END-OF-CUSTOMERS VALUE "Y".
01 WS-CUSTOMER-FOUND-FLAG PIC X.
    88 CUSTOMER-ON-FILE VALUE "Y".

01 WS-CURRENT-TIMESTAMP PIC X(21).
01 WS-TODAY-DATE PIC 9(8).
01 WS-FROM-DATE PIC 9(8).
01 WS-TO-DATE PIC 9(8).
01 WS-FROM-TIMESTAMP PIC 9(14).
01 WS-TO-TIMESTAMP PIC 9(14).
01 WS-STATEMENT-MONTH PIC 9(6).
01 WS-WORK-YEAR PIC 9(4).
01 WS-WORK-MONTH PIC 9(2).
01 WS-NEXT-MONTH-DATE PIC 9(8).

01 WS-WANTED-CUSTOMER-ID PIC X(8).
01 WS-CUSTOMER-NAME PIC X(30).
01 WS-CUSTOMER-RISK PIC X.

01 WS-ENTRY-COUNT-USED PIC 9(4) VALUE ZERO.
01 WS-STATEMENT-TABLE.
    05 WS-ST-ENTRY OCCURS 1000 TIMES.
        10 WS-ST-TIMESTAMP PIC 9(14).
        10 WS-ST-RECEIPT-NO PIC 9(6).
        10 WS-ST-BRANCH-CODE PIC X(3).
        10 WS-ST-FROM-CURRENCY PIC X(3).
        10 WS-ST-TO-CURRENCY PIC X(3).
        10 WS-ST-NUM1 PIC 9(5)V99.
        10 WS-ST-NUM2 PIC 9(5)V9(6).
        10 WS-ST-RESULT PIC 9(6)V9(3).
        10 WS-ST-FEE-AMOUNT PIC 9(6)V9(3).
        10 WS-ST-SOURCE PIC X.
            88 WS-ST-VOID VALUE "V".
        10 WS-ST-RATE-SIDE PIC X.
        10 WS-ST-PRINTED-FLAG PIC X.
            88 WS-ST-PRINTED VALUE "Y".
01 WS-ENTRY-IDX PIC 9(4).
01 WS-VOID-IDX PIC 9(4).
01 WS-PRINT-IDX PIC 9(4).
01 WS-VOID-MARKER PIC X(15).

01 WS-CCY-COUNT-USED PIC 9(3) VALUE ZERO.
01 WS-CURRENCY-TOTALS.
    05 WS-CT-ENTRY OCCURS 50 TIMES.
        10 WS-CT-CURRENCY PIC X(3).
        10 WS-CT-PAID-IN PIC S9(9)V9(3).
        10 WS-CT-CONVERTED PIC S9(9)V9(3).
        10 WS-CT-FEES PIC S9(9)V9(3).
        10 WS-CT-NET PIC S9(9)V9(3).
01 WS-CCY-IDX PIC 9(3).
01 WS-POST-IDX PIC 9(3).
01 WS-POST-CURRENCY PIC X(3).
01 WS-FOUND-FLAG PIC X.
    88 ENTRY-FOUND VALUE "Y".
01 WS-NET-AMOUNT PIC 9(6)V9(3).

01 WS-CONVERSION-COUNT PIC 9(5).
01 WS-VOID-COUNT PIC 9(5).
01 WS-STATEMENT-COUNT PIC 9(5) VALUE ZERO.
01 WS-HIGH-RISK-COUNT PIC 9(5) VALUE ZERO.

01 WS-PRINT-DATE PIC 9(8).
01 WS-PRINT-RECEIPT PIC X(6).
01 WS-PRINT-NUM1 PIC ZZZZ9.99.
01 WS-PRINT-RATE PIC ZZZZ9.999999.
01 WS-PRINT-RESULT PIC ZZZZZ9.999.
01 WS-PRINT-FEE PIC ZZZZZ9.999.
01 WS-PRINT-NET PIC ZZZZZ9.999.
01 WS-PRINT-TOTAL-1 PIC -ZZZZZZZZ9.999.
01 WS-PRINT-TOTAL-2 PIC -ZZZZZZZZ9.999.
01 WS-PRINT-TOTAL-3 PIC -ZZZZZZZZ9.999.
01 WS-PRINT-TOTAL-4 PIC -ZZZZZZZZ9.999.
01 WS-PRINT-COUNT PIC ZZZZ9.
01 WS-PRINT-COUNT-2 PIC ZZZZ9.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE.

    DISPLAY "Customer activity statement".
    DISPLAY "1=one customer on request, 2=month-end run for"
            " high-risk customers: ".
    ACCEPT WS-RUN-MODE.
    IF ONE-CUSTOMER-RUN
        PERFORM ACCEPT-REQUEST-PERIOD
    ELSE IF HIGH-RISK-MONTH-END-RUN
        PERFORM ACCEPT-STATEMENT-MONTH
    ELSE
        DISPLAY "Unrecognised choice -- no statements produced."
    END-IF.

    IF PERIOD-VALID
        PERFORM PRODUCE-STATEMENTS
    END-IF.
STOP RUN.

ACCEPT-REQUEST-PERIOD.
    DISPLAY "Enter customer ID: ".
    ACCEPT WS-WANTED-CUSTOMER-ID.
    DISPLAY "Enter from date (YYYYMMDD): ".
    ACCEPT WS-FROM-DATE.
    DISPLAY "Enter to date (YYYYMMDD): ".
    ACCEPT WS-TO-DATE.
    IF WS-WANTED-CUSTOMER-ID = SPACES
        DISPLAY "A customer ID is required."
    ELSE IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
        DISPLAY "Dates must be numeric YYYYMMDD."
    ELSE IF WS-FROM-DATE > WS-TO-DATE
        DISPLAY "From date is after to date."
    ELSE
        SET PERIOD-VALID TO TRUE
    END-IF.

ACCEPT-STATEMENT-MONTH.
    DISPLAY "Enter statement month (YYYYMM, 0 = last month): ".
    ACCEPT WS-STATEMENT-MONTH.
    IF WS-STATEMENT-MONTH NOT NUMERIC
        DISPLAY "Statement month must be numeric YYYYMM."
    ELSE
        IF WS-STATEMENT-MONTH = ZERO
            MOVE WS-TODAY-DATE(1:4) TO WS-WORK-YEAR
            MOVE WS-TODAY-DATE(5:2) TO WS-WORK-MONTH
            IF WS-WORK-MONTH = 1
                MOVE 12 TO WS-WORK-MONTH
                SUBTRACT 1 FROM WS-WORK-YEAR
            ELSE
                SUBTRACT 1 FROM WS-WORK-MONTH
            END-IF
        ELSE
            MOVE WS-STATEMENT-MONTH(1:4) TO WS-WORK-YEAR
            MOVE WS-STATEMENT-MONTH(5:2) TO WS-WORK-MONTH
        END-IF
        IF WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
            DISPLAY "Month must be 01 to 12."
        ELSE
            COMPUTE WS-FROM-DATE =
                WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100 + 1
            IF WS-WORK-MONTH = 12
                COMPUTE WS-NEXT-MONTH-DATE =
                    (WS-WORK-YEAR + 1) * 10000 + 101
            ELSE
                COMPUTE WS-NEXT-MONTH-DATE =
                    WS-WORK-YEAR * 10000 + (WS-WORK-MONTH + 1) * 100 + 1
            END-IF
            COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1)
            SET PERIOD-VALID TO TRUE
        END-IF
    END-IF.

PRODUCE-STATEMENTS.
    COMPUTE WS-FROM-TIMESTAMP = WS-FROM-DATE * 1000000.
    COMPUTE WS-TO-TIMESTAMP = WS-TO-DATE * 1000000 + 235959.

    OPEN INPUT AUDIT-ARCHIVE-FILE.
    IF NOT ARCHIVE-FILE-OK
        DISPLAY "AUDARCH.DAT not available -- run the nightly archive first."
    ELSE
        OPEN INPUT CUSTOMER-MASTER-FILE
        IF NOT CUSTOMER-FILE-OK
            DISPLAY "CUSTMAST.DAT not available -- no statements produced."
        ELSE
            OPEN OUTPUT STATEMENT-FILE
            IF ONE-CUSTOMER-RUN
                PERFORM STATEMENT-FOR-REQUESTED-CUSTOMER
            ELSE
                PERFORM STATEMENTS-FOR-HIGH-RISK
            END-IF
            CLOSE STATEMENT-FILE
            CLOSE CUSTOMER-MASTER-FILE
            MOVE WS-STATEMENT-COUNT TO WS-PRINT-COUNT
            DISPLAY WS-PRINT-COUNT " statement(s) written to CUSTSTMT.DAT"
        END-IF
        CLOSE AUDIT-ARCHIVE-FILE
    END-IF.

STATEMENT-FOR-REQUESTED-CUSTOMER.
    MOVE WS-WANTED-CUSTOMER-ID TO CU-CUSTOMER-ID.
    MOVE "Y" TO WS-CUSTOMER-FOUND-FLAG.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY MOVE "N" TO WS-CUSTOMER-FOUND-FLAG
    END-READ.
    IF CUSTOMER-ON-FILE
        MOVE CU-CUSTOMER-NAME TO WS-CUSTOMER-NAME
        MOVE CU-RISK-FLAG TO WS-CUSTOMER-RISK
    ELSE
        DISPLAY "Customer " WS-WANTED-CUSTOMER-ID
                " is not on the customer master -- archive searched anyway."
        MOVE "NOT ON CUSTOMER MASTER" TO WS-CUSTOMER-NAME
        MOVE SPACE TO WS-CUSTOMER-RISK
    END-IF.
    PERFORM PRODUCE-ONE-STATEMENT.

STATEMENTS-FOR-HIGH-RISK.
    PERFORM READ-NEXT-CUSTOMER.
    PERFORM UNTIL END-OF-CUSTOMERS
        IF CU-HIGH-RISK
            ADD 1 TO WS-HIGH-RISK-COUNT
            MOVE CU-CUSTOMER-ID TO WS-WANTED-CUSTOMER-ID
            MOVE CU-CUSTOMER-NAME TO WS-CUSTOMER-NAME
            MOVE CU-RISK-FLAG TO WS-CUSTOMER-RISK
            PERFORM PRODUCE-ONE-STATEMENT
        END-IF
        PERFORM READ-NEXT-CUSTOMER
    END-PERFORM.
    MOVE WS-HIGH-RISK-COUNT TO WS-PRINT-COUNT.
    DISPLAY "High-risk customers on file: " WS-PRINT-COUNT.

READ-NEXT-CUSTOMER.
    READ CUSTOMER-MASTER-FILE NEXT RECORD
        AT END SET END-OF-CUSTOMERS TO TRUE
    END-READ.

PRODUCE-ONE-STATEMENT.
    PERFORM LOAD-CUSTOMER-ENTRIES.
    MOVE ZERO TO WS-CCY-COUNT-USED.
    MOVE ZERO TO WS-CONVERSION-COUNT.
    MOVE ZERO TO WS-VOID-COUNT.
    ADD 1 TO WS-STATEMENT-COUNT.

    PERFORM WRITE-STATEMENT-HEADER.
    IF WS-ENTRY-COUNT-USED = ZERO
        MOVE "  NO CONVERSIONS IN THE PERIOD" TO STATEMENT-LINE
        WRITE STATEMENT-LINE
    ELSE
        PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT-USED
            IF NOT WS-ST-PRINTED(WS-ENTRY-IDX)
                MOVE WS-ENTRY-IDX TO WS-PRINT-IDX
                IF WS-ST-VOID(WS-PRINT-IDX)
                    MOVE "VOID, NO ORIG" TO WS-VOID-MARKER
                ELSE
                    MOVE SPACES TO WS-VOID-MARKER
                END-IF
                PERFORM WRITE-STATEMENT-ENTRY
                IF NOT WS-ST-VOID(WS-ENTRY-IDX)
                   AND WS-ST-RECEIPT-NO(WS-ENTRY-IDX) > ZERO
                    PERFORM WRITE-MATCHING-VOIDS
                END-IF
            END-IF
        END-PERFORM
    END-IF.
    PERFORM WRITE-STATEMENT-TOTALS.

LOAD-CUSTOMER-ENTRIES.
    MOVE ZERO TO WS-ENTRY-COUNT-USED.
    MOVE WS-WANTED-CUSTOMER-ID TO AR-CUSTOMER-ID.
    START AUDIT-ARCHIVE-FILE KEY IS = AR-CUSTOMER-ID
        INVALID KEY CONTINUE
    END-START.
    IF ARCHIVE-FILE-OK
        PERFORM READ-NEXT-ARCHIVE-ENTRY
        PERFORM UNTIL NOT ARCHIVE-FILE-OK
                OR AR-CUSTOMER-ID NOT = WS-WANTED-CUSTOMER-ID
            IF AR-TIMESTAMP NOT < WS-FROM-TIMESTAMP
               AND AR-TIMESTAMP NOT > WS-TO-TIMESTAMP
               AND AR-FROM-CURRENCY NOT = SPACES
               AND AR-TO-CURRENCY NOT = SPACES
                PERFORM STORE-CUSTOMER-ENTRY
            END-IF
            PERFORM READ-NEXT-ARCHIVE-ENTRY
        END-PERFORM
    END-IF.

READ-NEXT-ARCHIVE-ENTRY.
    READ AUDIT-ARCHIVE-FILE NEXT RECORD
        AT END MOVE "10" TO WS-ARCHIVE-FILE-STATUS
    END-READ.

STORE-CUSTOMER-ENTRY.
    IF WS-ENTRY-COUNT-USED < 1000
        ADD 1 TO WS-ENTRY-COUNT-USED
        MOVE AR-TIMESTAMP TO WS-ST-TIMESTAMP(WS-ENTRY-COUNT-USED)
        MOVE AR-RECEIPT-NO TO WS-ST-RECEIPT-NO(WS-ENTRY-COUNT-USED)
        MOVE AR-BRANCH-CODE TO WS-ST-BRANCH-CODE(WS-ENTRY-COUNT-USED)
        MOVE AR-FROM-CURRENCY TO WS-ST-FROM-CURRENCY(WS-ENTRY-COUNT-USED)
        MOVE AR-TO-CURRENCY TO WS-ST-TO-CURRENCY(WS-ENTRY-COUNT-USED)
        MOVE AR-NUM1 TO WS-ST-NUM1(WS-ENTRY-COUNT-USED)
        MOVE AR-NUM2 TO WS-ST-NUM2(WS-ENTRY-COUNT-USED)
        MOVE AR-RESULT TO WS-ST-RESULT(WS-ENTRY-COUNT-USED)
        MOVE AR-FEE-AMOUNT TO WS-ST-FEE-AMOUNT(WS-ENTRY-COUNT-USED)
        MOVE AR-SOURCE TO WS-ST-SOURCE(WS-ENTRY-COUNT-USED)
        MOVE AR-RATE-SIDE TO WS-ST-RATE-SIDE(WS-ENTRY-COUNT-USED)
        MOVE "N" TO WS-ST-PRINTED-FLAG(WS-ENTRY-COUNT-USED)
    ELSE
        DISPLAY "WARNING: statement table full for customer "
                WS-WANTED-CUSTOMER-ID " -- later entries not listed"
    END-IF.

WRITE-MATCHING-VOIDS.
    PERFORM VARYING WS-VOID-IDX FROM 1 BY 1
            UNTIL WS-VOID-IDX > WS-ENTRY-COUNT-USED
        IF WS-ST-VOID(WS-VOID-IDX)
           AND NOT WS-ST-PRINTED(WS-VOID-IDX)
           AND WS-ST-RECEIPT-NO(WS-VOID-IDX)
               = WS-ST-RECEIPT-NO(WS-ENTRY-IDX)
           AND WS-ST-BRANCH-CODE(WS-VOID-IDX)
               = WS-ST-BRANCH-CODE(WS-ENTRY-IDX)
           AND WS-ST-TIMESTAMP(WS-VOID-IDX)
               NOT < WS-ST-TIMESTAMP(WS-ENTRY-IDX)
            MOVE WS-VOID-IDX TO WS-PRINT-IDX
            MOVE "VOID" TO WS-VOID-MARKER
            PERFORM WRITE-STATEMENT-ENTRY
        END-IF
    END-PERFORM.

WRITE-STATEMENT-HEADER.
    MOVE SPACES TO STATEMENT-LINE.
    STRING "CUSTOMER ACTIVITY STATEMENT   CUSTOMER " DELIMITED BY SIZE
           WS-WANTED-CUSTOMER-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-CUSTOMER-NAME DELIMITED BY SIZE
        INTO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    MOVE SPACES TO STATEMENT-LINE.
    STRING "PERIOD " DELIMITED BY SIZE
           WS-FROM-DATE DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           WS-TO-DATE DELIMITED BY SIZE
           "   PRINTED " DELIMITED BY SIZE
           WS-TODAY-DATE DELIMITED BY SIZE
        INTO STATEMENT-LINE.
    IF WS-CUSTOMER-RISK = "H"
        MOVE "HIGH RISK" TO STATEMENT-LINE(50:)
    END-IF.
    WRITE STATEMENT-LINE.
    MOVE "DATE     RCPT   BR  PAIR      AMOUNT         RATE S  CONVERTED        FEE        NET"
        TO STATEMENT-LINE.
    WRITE STATEMENT-LINE.

WRITE-STATEMENT-ENTRY.
    SET WS-ST-PRINTED(WS-PRINT-IDX) TO TRUE.
    COMPUTE WS-PRINT-DATE = WS-ST-TIMESTAMP(WS-PRINT-IDX) / 1000000.
    IF WS-ST-RECEIPT-NO(WS-PRINT-IDX) = ZERO
        MOVE "BATCH" TO WS-PRINT-RECEIPT
    ELSE
        MOVE WS-ST-RECEIPT-NO(WS-PRINT-IDX) TO WS-PRINT-RECEIPT
    END-IF.
    MOVE WS-ST-NUM1(WS-PRINT-IDX) TO WS-PRINT-NUM1.
    MOVE WS-ST-NUM2(WS-PRINT-IDX) TO WS-PRINT-RATE.
    MOVE WS-ST-RESULT(WS-PRINT-IDX) TO WS-PRINT-RESULT.
    MOVE WS-ST-FEE-AMOUNT(WS-PRINT-IDX) TO WS-PRINT-FEE.
    IF WS-ST-FEE-AMOUNT(WS-PRINT-IDX) > WS-ST-RESULT(WS-PRINT-IDX)
        MOVE ZERO TO WS-NET-AMOUNT
    ELSE
        SUBTRACT WS-ST-FEE-AMOUNT(WS-PRINT-IDX)
            FROM WS-ST-RESULT(WS-PRINT-IDX) GIVING WS-NET-AMOUNT
    END-IF.
    MOVE WS-NET-AMOUNT TO WS-PRINT-NET.
    MOVE SPACES TO STATEMENT-LINE.
    STRING WS-PRINT-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-RECEIPT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-ST-BRANCH-CODE(WS-PRINT-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-ST-FROM-CURRENCY(WS-PRINT-IDX) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-ST-TO-CURRENCY(WS-PRINT-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-NUM1 DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-RATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-ST-RATE-SIDE(WS-PRINT-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-RESULT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-FEE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-NET DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-VOID-MARKER DELIMITED BY SIZE
        INTO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    PERFORM POST-STATEMENT-TOTALS.

POST-STATEMENT-TOTALS.
    MOVE WS-ST-FROM-CURRENCY(WS-PRINT-IDX) TO WS-POST-CURRENCY.
    PERFORM FIND-CURRENCY-TOTAL.
    IF WS-POST-IDX > ZERO
        IF WS-ST-VOID(WS-PRINT-IDX)
            SUBTRACT WS-ST-NUM1(WS-PRINT-IDX) FROM WS-CT-PAID-IN(WS-POST-IDX)
        ELSE
            ADD WS-ST-NUM1(WS-PRINT-IDX) TO WS-CT-PAID-IN(WS-POST-IDX)
        END-IF
    END-IF.
    MOVE WS-ST-TO-CURRENCY(WS-PRINT-IDX) TO WS-POST-CURRENCY.
    PERFORM FIND-CURRENCY-TOTAL.
    IF WS-POST-IDX > ZERO
        IF WS-ST-VOID(WS-PRINT-IDX)
            SUBTRACT WS-ST-RESULT(WS-PRINT-IDX)
                FROM WS-CT-CONVERTED(WS-POST-IDX)
            SUBTRACT WS-ST-FEE-AMOUNT(WS-PRINT-IDX)
                FROM WS-CT-FEES(WS-POST-IDX)
            SUBTRACT WS-NET-AMOUNT FROM WS-CT-NET(WS-POST-IDX)
        ELSE
            ADD WS-ST-RESULT(WS-PRINT-IDX) TO WS-CT-CONVERTED(WS-POST-IDX)
            ADD WS-ST-FEE-AMOUNT(WS-PRINT-IDX) TO WS-CT-FEES(WS-POST-IDX)
            ADD WS-NET-AMOUNT TO WS-CT-NET(WS-POST-IDX)
        END-IF
    END-IF.
    IF WS-ST-VOID(WS-PRINT-IDX)
        ADD 1 TO WS-VOID-COUNT
    ELSE
        ADD 1 TO WS-CONVERSION-COUNT
    END-IF.

FIND-CURRENCY-TOTAL.
    MOVE "N" TO WS-FOUND-FLAG.
    MOVE ZERO TO WS-POST-IDX.
    PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
            UNTIL WS-CCY-IDX > WS-CCY-COUNT-USED
        IF WS-CT-CURRENCY(WS-CCY-IDX) = WS-POST-CURRENCY
            MOVE WS-CCY-IDX TO WS-POST-IDX
            SET ENTRY-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF NOT ENTRY-FOUND
        IF WS-CCY-COUNT-USED < 50
            ADD 1 TO WS-CCY-COUNT-USED
            MOVE WS-CCY-COUNT-USED TO WS-POST-IDX
            MOVE WS-POST-CURRENCY TO WS-CT-CURRENCY(WS-POST-IDX)
            MOVE ZERO TO WS-CT-PAID-IN(WS-POST-IDX)
            MOVE ZERO TO WS-CT-CONVERTED(WS-POST-IDX)
            MOVE ZERO TO WS-CT-FEES(WS-POST-IDX)
            MOVE ZERO TO WS-CT-NET(WS-POST-IDX)
        ELSE
            DISPLAY "WARNING: currency total table full, "
                    WS-POST-CURRENCY " not totalled"
        END-IF
    END-IF.

WRITE-STATEMENT-TOTALS.
    MOVE SPACES TO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    MOVE "PERIOD TOTALS BY CURRENCY (VOIDS NETTED)" TO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    MOVE "CCY        PAID IN      CONVERTED           FEES            NET"
        TO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
            UNTIL WS-CCY-IDX > WS-CCY-COUNT-USED
        MOVE WS-CT-PAID-IN(WS-CCY-IDX) TO WS-PRINT-TOTAL-1
        MOVE WS-CT-CONVERTED(WS-CCY-IDX) TO WS-PRINT-TOTAL-2
        MOVE WS-CT-FEES(WS-CCY-IDX) TO WS-PRINT-TOTAL-3
        MOVE WS-CT-NET(WS-CCY-IDX) TO WS-PRINT-TOTAL-4
        MOVE SPACES TO STATEMENT-LINE
        STRING WS-CT-CURRENCY(WS-CCY-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-TOTAL-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-TOTAL-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-TOTAL-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-TOTAL-4 DELIMITED BY SIZE
            INTO STATEMENT-LINE
        WRITE STATEMENT-LINE
    END-PERFORM.
    MOVE WS-CONVERSION-COUNT TO WS-PRINT-COUNT.
    MOVE WS-VOID-COUNT TO WS-PRINT-COUNT-2.
    MOVE SPACES TO STATEMENT-LINE.
    STRING "CONVERSIONS: " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
           "   VOIDS: " DELIMITED BY SIZE
           WS-PRINT-COUNT-2 DELIMITED BY SIZE
        INTO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    MOVE ALL "-" TO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
