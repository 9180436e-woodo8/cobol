IDENTIFICATION DIVISION.
PROGRAM-ID. EarnReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CORPORATE-AUDIT-FILE ASSIGN TO "CORPAUD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CORPORATE-FILE-STATUS.

    SELECT CURRENCY-RATE-FILE ASSIGN TO "CURRATE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CR-RATE-KEY
        FILE STATUS IS WS-RATE-FILE-STATUS.

    SELECT EARNINGS-REPORT-FILE ASSIGN TO "EARNRPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EARNINGS-REPORT-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CONTROL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CORPORATE-AUDIT-FILE.
    COPY AUDITLOG.

FD  CURRENCY-RATE-FILE.
    COPY CURRATE.

FD  EARNINGS-REPORT-FILE.
01  EARNINGS-REPORT-LINE PIC X(100).

FD  RUN-CONTROL-FILE.
    COPY RUNCTL.

WORKING-STORAGE SECTION.
01 WS-RUN-CONTROL-STATUS PIC XX.
    88 RUN-CONTROL-OK VALUE "00".
01 WS-RUNCTL-EOF-FLAG PIC X VALUE "N".
    88 END-OF-RUN-CONTROL VALUE "Y".
01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
01 WS-OWN-JOB-NAME PIC X(8) VALUE "EARNRPT".
01 WS-PRED-JOB-NAME PIC X(8) VALUE "STRUCSCN".
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

01 WS-CORPORATE-FILE-STATUS PIC XX.
    88 CORPORATE-FILE-OK VALUE "00".
01 WS-RATE-FILE-STATUS PIC XX.
    88 RATE-FILE-OK VALUE "00".
01 WS-RATE-FILE-OPEN-FLAG PIC X VALUE "N".
    88 RATE-FILE-OPEN VALUE "Y".
01 WS-EARNINGS-REPORT-STATUS PIC XX.
    88 EARNINGS-REPORT-OK VALUE "00".

01 WS-EOF-FLAG PIC X VALUE "N".
    88 END-OF-CORP-AUDIT VALUE "Y".

01 WS-GROUP-COUNT-USED PIC 9(4) VALUE ZERO.
01 WS-EARNINGS-TABLE.
    05 WS-EG-ENTRY OCCURS 1000 TIMES.
        10 WS-EG-GROUP PIC X.
        10 WS-EG-KEY PIC X(8).
        10 WS-EG-CONVERSIONS PIC S9(7).
        10 WS-EG-USD-VOLUME PIC S9(11)V9(3).
        10 WS-EG-SPREAD-USD PIC S9(11)V9(3).
        10 WS-EG-COMMISSION-USD PIC S9(11)V9(3).
01 WS-SEARCH-IDX PIC 9(4).
01 WS-POST-IDX PIC 9(4).
01 WS-PRINT-IDX PIC 9(4).
01 WS-FOUND-FLAG PIC X.
    88 ENTRY-FOUND VALUE "Y".
01 WS-POST-GROUP PIC X.
01 WS-POST-KEY PIC X(8).
01 WS-PRINT-GROUP PIC X.
01 WS-SECTION-TITLE PIC X(30).

01 WS-ENTRY-SIGN PIC S9 VALUE +1.
01 WS-MID-MEASURED-FLAG PIC X.
    88 MID-RATE-MEASURED VALUE "Y".
01 WS-MID-RESULT PIC 9(7)V9(3).
01 WS-SPREAD-MARGIN PIC S9(7)V9(3).
01 WS-USD-RATE PIC 9(5)V9(6).
01 WS-ENTRY-USD-VOLUME PIC S9(11)V9(3).
01 WS-ENTRY-SPREAD-USD PIC S9(11)V9(3).
01 WS-ENTRY-COMMISSION-USD PIC S9(11)V9(3).

01 WS-AS-OF-TIMESTAMP PIC 9(14).
01 WS-LOOKUP-FROM-CURRENCY PIC X(3).
01 WS-LOOKUP-TO-CURRENCY PIC X(3).
01 WS-FOUND-RATE PIC 9(5)V9(6).
01 WS-RATE-FOUND-FLAG PIC X VALUE "N".
    88 RATE-IN-EFFECT-FOUND VALUE "Y".

01 WS-TOTAL-CONVERSIONS PIC S9(7) VALUE ZERO.
01 WS-TOTAL-USD-VOLUME PIC S9(11)V9(3) VALUE ZERO.
01 WS-TOTAL-SPREAD-USD PIC S9(11)V9(3) VALUE ZERO.
01 WS-TOTAL-COMMISSION-USD PIC S9(11)V9(3) VALUE ZERO.
01 WS-ENTRY-COUNT PIC 9(7) VALUE ZERO.
01 WS-ANALYSED-COUNT PIC 9(7) VALUE ZERO.
01 WS-NO-MID-COUNT PIC 9(7) VALUE ZERO.
01 WS-NOT-VALUED-COUNT PIC 9(7) VALUE ZERO.
01 WS-MARGIN-PCT PIC S9(3)V9(4).

01 WS-PRINT-COUNT PIC ZZZZZZ9.
01 WS-PRINT-CONVERSIONS PIC -ZZZZZZ9.
01 WS-PRINT-VOLUME PIC -ZZZZZZZZZZ9.99.
01 WS-PRINT-SPREAD PIC -ZZZZZZZZZZ9.99.
01 WS-PRINT-COMMISSION PIC -ZZZZZZZZZZ9.99.
01 WS-PRINT-INCOME PIC -ZZZZZZZZZZ9.99.
01 WS-PRINT-MARGIN-PCT PIC -ZZ9.9999.
01 WS-INCOME-USD PIC S9(11)V9(3).

PROCEDURE DIVISION.
    PERFORM CHECK-RUN-CONTROL.
    IF JOB-READY
        PERFORM RUN-EARNINGS-ANALYSIS
    END-IF.
STOP RUN.

RUN-EARNINGS-ANALYSIS.
    OPEN INPUT CORPORATE-AUDIT-FILE.
    IF NOT CORPORATE-FILE-OK
        DISPLAY "CORPAUD.DAT not found -- run the consolidation first."
    ELSE
        OPEN INPUT CURRENCY-RATE-FILE
        IF RATE-FILE-OK
            SET RATE-FILE-OPEN TO TRUE
        ELSE
            DISPLAY "CURRATE.DAT not available -- only USD income valued."
        END-IF

        PERFORM READ-CORP-AUDIT-RECORD
        PERFORM UNTIL END-OF-CORP-AUDIT
            ADD 1 TO WS-ENTRY-COUNT
            PERFORM ANALYSE-ONE-ENTRY
            PERFORM READ-CORP-AUDIT-RECORD
        END-PERFORM
        CLOSE CORPORATE-AUDIT-FILE
        IF RATE-FILE-OPEN
            CLOSE CURRENCY-RATE-FILE
        END-IF

        OPEN OUTPUT EARNINGS-REPORT-FILE
        PERFORM WRITE-EARNINGS-HEADER
        MOVE "B" TO WS-PRINT-GROUP
        MOVE "BY BRANCH" TO WS-SECTION-TITLE
        PERFORM WRITE-EARNINGS-SECTION
        MOVE "T" TO WS-PRINT-GROUP
        MOVE "BY TELLER" TO WS-SECTION-TITLE
        PERFORM WRITE-EARNINGS-SECTION
        MOVE "P" TO WS-PRINT-GROUP
        MOVE "BY CURRENCY PAIR" TO WS-SECTION-TITLE
        PERFORM WRITE-EARNINGS-SECTION
        PERFORM WRITE-EARNINGS-TRAILER
        CLOSE EARNINGS-REPORT-FILE

        PERFORM MARK-JOB-COMPLETE
        MOVE WS-ANALYSED-COUNT TO WS-PRINT-COUNT
        DISPLAY "Conversions analysed: " WS-PRINT-COUNT
        MOVE WS-TOTAL-SPREAD-USD TO WS-PRINT-SPREAD
        MOVE WS-TOTAL-COMMISSION-USD TO WS-PRINT-COMMISSION
        DISPLAY "Spread margin USD " WS-PRINT-SPREAD
                "  commission USD " WS-PRINT-COMMISSION
        DISPLAY "Earnings analysis written to EARNRPT.DAT"
    END-IF.

READ-CORP-AUDIT-RECORD.
    READ CORPORATE-AUDIT-FILE
        AT END SET END-OF-CORP-AUDIT TO TRUE
    END-READ.

ANALYSE-ONE-ENTRY.
    IF AL-FROM-CURRENCY = SPACES OR AL-TO-CURRENCY = SPACES
        CONTINUE
    ELSE IF AL-NUM1 NOT NUMERIC OR AL-RESULT NOT NUMERIC
            OR AL-FEE-AMOUNT NOT NUMERIC
        CONTINUE
    ELSE
        ADD 1 TO WS-ANALYSED-COUNT
        IF AL-VOID-ENTRY
            MOVE -1 TO WS-ENTRY-SIGN
        ELSE
            MOVE +1 TO WS-ENTRY-SIGN
        END-IF
        PERFORM MEASURE-SPREAD-MARGIN
        PERFORM VALUE-ENTRY-IN-USD
        IF RATE-IN-EFFECT-FOUND
            MOVE "B" TO WS-POST-GROUP
            MOVE AL-BRANCH-CODE TO WS-POST-KEY
            PERFORM POST-EARNINGS
            MOVE "T" TO WS-POST-GROUP
            MOVE AL-OPERATOR-ID TO WS-POST-KEY
            PERFORM POST-EARNINGS
            MOVE "P" TO WS-POST-GROUP
            MOVE SPACES TO WS-POST-KEY
            STRING AL-FROM-CURRENCY DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   AL-TO-CURRENCY DELIMITED BY SIZE
                INTO WS-POST-KEY
            PERFORM POST-EARNINGS
            ADD WS-ENTRY-SIGN TO WS-TOTAL-CONVERSIONS
            ADD WS-ENTRY-USD-VOLUME TO WS-TOTAL-USD-VOLUME
            ADD WS-ENTRY-SPREAD-USD TO WS-TOTAL-SPREAD-USD
            ADD WS-ENTRY-COMMISSION-USD TO WS-TOTAL-COMMISSION-USD
        ELSE
            ADD 1 TO WS-NOT-VALUED-COUNT
        END-IF
    END-IF.

MEASURE-SPREAD-MARGIN.
    MOVE "N" TO WS-MID-MEASURED-FLAG.
    MOVE ZERO TO WS-SPREAD-MARGIN.
    MOVE AL-RESULT TO WS-MID-RESULT.
    IF AL-MID-MARKET-RATE NUMERIC AND AL-MID-MARKET-RATE > ZERO
        SET MID-RATE-MEASURED TO TRUE
        COMPUTE WS-MID-RESULT ROUNDED = AL-NUM1 * AL-MID-MARKET-RATE
        COMPUTE WS-SPREAD-MARGIN = WS-MID-RESULT - AL-RESULT
    ELSE
        ADD 1 TO WS-NO-MID-COUNT
    END-IF.

VALUE-ENTRY-IN-USD.
    MOVE "N" TO WS-RATE-FOUND-FLAG.
    MOVE ZERO TO WS-USD-RATE.
    IF AL-TO-CURRENCY = "USD"
        MOVE 1 TO WS-USD-RATE
        SET RATE-IN-EFFECT-FOUND TO TRUE
    ELSE IF RATE-FILE-OPEN
        MOVE AL-TIMESTAMP TO WS-AS-OF-TIMESTAMP
        MOVE AL-TO-CURRENCY TO WS-LOOKUP-FROM-CURRENCY
        MOVE "USD" TO WS-LOOKUP-TO-CURRENCY
        PERFORM FIND-RATE-AS-OF
        IF RATE-IN-EFFECT-FOUND
            MOVE WS-FOUND-RATE TO WS-USD-RATE
        ELSE
            MOVE "USD" TO WS-LOOKUP-FROM-CURRENCY
            MOVE AL-TO-CURRENCY TO WS-LOOKUP-TO-CURRENCY
            PERFORM FIND-RATE-AS-OF
            IF RATE-IN-EFFECT-FOUND AND WS-FOUND-RATE > ZERO
                COMPUTE WS-USD-RATE ROUNDED = 1 / WS-FOUND-RATE
            ELSE
                MOVE "N" TO WS-RATE-FOUND-FLAG
            END-IF
        END-IF
    END-IF.
    IF RATE-IN-EFFECT-FOUND
        COMPUTE WS-ENTRY-USD-VOLUME ROUNDED =
            WS-MID-RESULT * WS-USD-RATE * WS-ENTRY-SIGN
        COMPUTE WS-ENTRY-SPREAD-USD ROUNDED =
            WS-SPREAD-MARGIN * WS-USD-RATE * WS-ENTRY-SIGN
        COMPUTE WS-ENTRY-COMMISSION-USD ROUNDED =
            AL-FEE-AMOUNT * WS-USD-RATE * WS-ENTRY-SIGN
    END-IF.

POST-EARNINGS.
    MOVE "N" TO WS-FOUND-FLAG.
    MOVE ZERO TO WS-POST-IDX.
    PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
            UNTIL WS-SEARCH-IDX > WS-GROUP-COUNT-USED
        IF WS-EG-GROUP(WS-SEARCH-IDX) = WS-POST-GROUP
           AND WS-EG-KEY(WS-SEARCH-IDX) = WS-POST-KEY
            MOVE WS-SEARCH-IDX TO WS-POST-IDX
            SET ENTRY-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF NOT ENTRY-FOUND
        IF WS-GROUP-COUNT-USED < 1000
            ADD 1 TO WS-GROUP-COUNT-USED
            MOVE WS-GROUP-COUNT-USED TO WS-POST-IDX
            MOVE WS-POST-GROUP TO WS-EG-GROUP(WS-POST-IDX)
            MOVE WS-POST-KEY TO WS-EG-KEY(WS-POST-IDX)
            MOVE ZERO TO WS-EG-CONVERSIONS(WS-POST-IDX)
            MOVE ZERO TO WS-EG-USD-VOLUME(WS-POST-IDX)
            MOVE ZERO TO WS-EG-SPREAD-USD(WS-POST-IDX)
            MOVE ZERO TO WS-EG-COMMISSION-USD(WS-POST-IDX)
        ELSE
            DISPLAY "WARNING: earnings table full, " WS-POST-KEY
                    " not analysed"
        END-IF
    END-IF.
    IF WS-POST-IDX > ZERO
        ADD WS-ENTRY-SIGN TO WS-EG-CONVERSIONS(WS-POST-IDX)
        ADD WS-ENTRY-USD-VOLUME TO WS-EG-USD-VOLUME(WS-POST-IDX)
        ADD WS-ENTRY-SPREAD-USD TO WS-EG-SPREAD-USD(WS-POST-IDX)
        ADD WS-ENTRY-COMMISSION-USD TO WS-EG-COMMISSION-USD(WS-POST-IDX)
    END-IF.

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

WRITE-EARNINGS-HEADER.
    MOVE SPACES TO EARNINGS-REPORT-LINE.
    STRING "DAILY EARNINGS ANALYSIS -- SPREAD MARGIN AND COMMISSION"
               DELIMITED BY SIZE
           "  BUSINESS DATE " DELIMITED BY SIZE
           WS-BUSINESS-DATE DELIMITED BY SIZE
        INTO EARNINGS-REPORT-LINE.
    WRITE EARNINGS-REPORT-LINE.
    MOVE "ALL AMOUNTS IN USD AT THE RATE IN FORCE WHEN BOOKED; VOIDS NETTED"
        TO EARNINGS-REPORT-LINE.
    WRITE EARNINGS-REPORT-LINE.

WRITE-EARNINGS-SECTION.
    MOVE SPACES TO EARNINGS-REPORT-LINE.
    WRITE EARNINGS-REPORT-LINE.
    MOVE WS-SECTION-TITLE TO EARNINGS-REPORT-LINE.
    WRITE EARNINGS-REPORT-LINE.
    MOVE "KEY         CONVS      USD VOLUME   SPREAD MARGIN      COMMISSION    TOTAL INCOME  MARGIN %"
        TO EARNINGS-REPORT-LINE.
    WRITE EARNINGS-REPORT-LINE.
    PERFORM VARYING WS-PRINT-IDX FROM 1 BY 1
            UNTIL WS-PRINT-IDX > WS-GROUP-COUNT-USED
        IF WS-EG-GROUP(WS-PRINT-IDX) = WS-PRINT-GROUP
            MOVE WS-EG-CONVERSIONS(WS-PRINT-IDX) TO WS-PRINT-CONVERSIONS
            MOVE WS-EG-USD-VOLUME(WS-PRINT-IDX) TO WS-PRINT-VOLUME
            MOVE WS-EG-SPREAD-USD(WS-PRINT-IDX) TO WS-PRINT-SPREAD
            MOVE WS-EG-COMMISSION-USD(WS-PRINT-IDX)
                TO WS-PRINT-COMMISSION
            COMPUTE WS-INCOME-USD = WS-EG-SPREAD-USD(WS-PRINT-IDX)
                + WS-EG-COMMISSION-USD(WS-PRINT-IDX)
            MOVE WS-INCOME-USD TO WS-PRINT-INCOME
            MOVE ZERO TO WS-MARGIN-PCT
            IF WS-EG-USD-VOLUME(WS-PRINT-IDX) NOT = ZERO
                COMPUTE WS-MARGIN-PCT ROUNDED =
                    WS-EG-SPREAD-USD(WS-PRINT-IDX) * 100
                    / WS-EG-USD-VOLUME(WS-PRINT-IDX)
            END-IF
            MOVE WS-MARGIN-PCT TO WS-PRINT-MARGIN-PCT
            MOVE SPACES TO EARNINGS-REPORT-LINE
            STRING WS-EG-KEY(WS-PRINT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PRINT-CONVERSIONS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PRINT-VOLUME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PRINT-SPREAD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PRINT-COMMISSION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PRINT-INCOME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PRINT-MARGIN-PCT DELIMITED BY SIZE
                INTO EARNINGS-REPORT-LINE
            WRITE EARNINGS-REPORT-LINE
        END-IF
    END-PERFORM.

WRITE-EARNINGS-TRAILER.
    MOVE SPACES TO EARNINGS-REPORT-LINE.
    WRITE EARNINGS-REPORT-LINE.
    MOVE WS-TOTAL-CONVERSIONS TO WS-PRINT-CONVERSIONS.
    MOVE WS-TOTAL-USD-VOLUME TO WS-PRINT-VOLUME.
    MOVE WS-TOTAL-SPREAD-USD TO WS-PRINT-SPREAD.
    MOVE WS-TOTAL-COMMISSION-USD TO WS-PRINT-COMMISSION.
    COMPUTE WS-INCOME-USD = WS-TOTAL-SPREAD-USD + WS-TOTAL-COMMISSION-USD.
    MOVE WS-INCOME-USD TO WS-PRINT-INCOME.
    MOVE ZERO TO WS-MARGIN-PCT.
    IF WS-TOTAL-USD-VOLUME NOT = ZERO
        COMPUTE WS-MARGIN-PCT ROUNDED =
            WS-TOTAL-SPREAD-USD * 100 / WS-TOTAL-USD-VOLUME
    END-IF.
    MOVE WS-MARGIN-PCT TO WS-PRINT-MARGIN-PCT.
    MOVE SPACES TO EARNINGS-REPORT-LINE.
    STRING "TOTAL    " DELIMITED BY SIZE
           WS-PRINT-CONVERSIONS DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-VOLUME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-SPREAD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-COMMISSION DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-INCOME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-MARGIN-PCT DELIMITED BY SIZE
        INTO EARNINGS-REPORT-LINE.
    WRITE EARNINGS-REPORT-LINE.
    IF WS-NO-MID-COUNT > ZERO
        MOVE WS-NO-MID-COUNT TO WS-PRINT-COUNT
        MOVE SPACES TO EARNINGS-REPORT-LINE
        STRING "ENTRIES WITH NO MID RATE (SPREAD NOT MEASURED): "
                   DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
            INTO EARNINGS-REPORT-LINE
        WRITE EARNINGS-REPORT-LINE
    END-IF.
    IF WS-NOT-VALUED-COUNT > ZERO
        MOVE WS-NOT-VALUED-COUNT TO WS-PRINT-COUNT
        MOVE SPACES TO EARNINGS-REPORT-LINE
        STRING "ENTRIES NOT VALUED -- NO USD RATE ON FILE: "
                   DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
            INTO EARNINGS-REPORT-LINE
        WRITE EARNINGS-REPORT-LINE
        DISPLAY "WARNING: " WS-PRINT-COUNT
                " entries not valued in USD -- see EARNRPT.DAT"
    END-IF.

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
