IDENTIFICATION DIVISION.
PROGRAM-ID. QuoteReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT QUOTE-FILE ASSIGN TO "QUOTE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS QT-QUOTE-KEY
        FILE STATUS IS WS-QUOTE-FILE-STATUS.

    SELECT CURRENCY-RATE-FILE ASSIGN TO "CURRATE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CR-RATE-KEY
        FILE STATUS IS WS-RATE-FILE-STATUS.

    SELECT QUOTE-REPORT-FILE ASSIGN TO "QUOTERPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUOTE-REPORT-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CONTROL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  QUOTE-FILE.
    COPY QUOTEREC.

FD  CURRENCY-RATE-FILE.
    COPY CURRATE.

FD  QUOTE-REPORT-FILE.
01  QUOTE-REPORT-LINE PIC X(100).

FD  RUN-CONTROL-FILE.
    COPY RUNCTL.

WORKING-STORAGE SECTION.
01 WS-RUN-CONTROL-STATUS PIC XX.
    88 RUN-CONTROL-OK VALUE "00".
01 WS-RUNCTL-EOF-FLAG PIC X VALUE "N".
    88 END-OF-RUN-CONTROL VALUE "Y".
01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
01 WS-OWN-JOB-NAME PIC X(8) VALUE "QUOTERPT".
01 WS-PRED-JOB-NAME PIC X(8) VALUE "REVALUE".
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

01 WS-QUOTE-FILE-STATUS PIC XX.
    88 QUOTE-FILE-OK VALUE "00".
    88 QUOTE-FILE-NOT-FOUND VALUE "35".
01 WS-RATE-FILE-STATUS PIC XX.
    88 RATE-FILE-OK VALUE "00".
01 WS-RATE-OPEN-FLAG PIC X VALUE "N".
    88 RATE-FILE-OPEN VALUE "Y".
01 WS-QUOTE-REPORT-STATUS PIC XX.
    88 QUOTE-REPORT-OK VALUE "00".

01 WS-QUOTE-EOF-FLAG PIC X VALUE "N".
    88 END-OF-QUOTES VALUE "Y".

01 WS-BASE-CURRENCY PIC X(3) VALUE "USD".
01 WS-CLOSE-TIMESTAMP PIC 9(14).

01 WS-AS-OF-TIMESTAMP PIC 9(14).
01 WS-LOOKUP-FROM-CURRENCY PIC X(3).
01 WS-LOOKUP-TO-CURRENCY PIC X(3).
01 WS-FOUND-RATE PIC 9(5)V9(6).
01 WS-RATE-FOUND-FLAG PIC X VALUE "N".
    88 RATE-IN-EFFECT-FOUND VALUE "Y".
01 WS-MID-FOUND-FLAG PIC X VALUE "N".
    88 MID-RATE-FOUND VALUE "Y".
01 WS-LEG1-RATE PIC 9(5)V9(6).
01 WS-MID-RATE PIC 9(5)V9(6).
01 WS-EXPIRY-MID-RATE PIC 9(5)V9(6).
01 WS-RATE-MOVE PIC S9(5)V9(6).
01 WS-RATE-MOVE-PCT PIC S9(3)V9(4).
01 WS-HOLDING-COST PIC S9(7)V9(3).

01 WS-ISSUED-COUNT PIC 9(5) VALUE ZERO.
01 WS-CONVERTED-COUNT PIC 9(5) VALUE ZERO.
01 WS-EXPIRED-COUNT PIC 9(5) VALUE ZERO.
01 WS-STILL-OPEN-COUNT PIC 9(5) VALUE ZERO.
01 WS-NEWLY-EXPIRED-COUNT PIC 9(5) VALUE ZERO.
01 WS-NO-RATE-COUNT PIC 9(5) VALUE ZERO.

01 WS-COST-COUNT-USED PIC 9(2) VALUE ZERO.
01 WS-COST-TABLE.
    05 WS-COST-ENTRY OCCURS 20 TIMES.
        10 WS-COST-CURRENCY PIC X(3).
        10 WS-COST-QUOTES PIC 9(5).
        10 WS-COST-AMOUNT PIC S9(11)V9(3).
01 WS-COST-IDX PIC 9(2).
01 WS-COST-POST-IDX PIC 9(2).

01 WS-PRINT-QUOTE-NO PIC 999999.
01 WS-PRINT-AMOUNT PIC ZZZZ9.99.
01 WS-PRINT-RATE PIC ZZZZ9.999999.
01 WS-PRINT-MOVE-PCT PIC -ZZ9.9999.
01 WS-PRINT-COST PIC -ZZZZZZ9.999.
01 WS-PRINT-TOTAL-COST PIC -ZZZZZZZZZZ9.999.
01 WS-PRINT-COUNT PIC ZZZZ9.
01 WS-STATUS-TEXT PIC X(9).

PROCEDURE DIVISION.
    PERFORM CHECK-RUN-CONTROL.
    IF JOB-READY
        PERFORM RUN-QUOTE-REPORT
    END-IF.
STOP RUN.

RUN-QUOTE-REPORT.
    COMPUTE WS-CLOSE-TIMESTAMP = WS-BUSINESS-DATE * 1000000 + 235959.
    OPEN I-O QUOTE-FILE.
    IF QUOTE-FILE-NOT-FOUND
        OPEN OUTPUT QUOTE-FILE
        CLOSE QUOTE-FILE
        OPEN I-O QUOTE-FILE
    END-IF.
    IF NOT QUOTE-FILE-OK
        DISPLAY "QUOTE.DAT not available -- quote report not produced."
    ELSE
        OPEN INPUT CURRENCY-RATE-FILE
        IF RATE-FILE-OK
            SET RATE-FILE-OPEN TO TRUE
        ELSE
            DISPLAY "CURRATE.DAT not available -- rate movement not shown."
        END-IF
        OPEN OUTPUT QUOTE-REPORT-FILE
        PERFORM WRITE-REPORT-HEADING
        PERFORM REPORT-ALL-QUOTES
        PERFORM WRITE-REPORT-SUMMARY
        CLOSE QUOTE-REPORT-FILE
        IF RATE-FILE-OPEN
            CLOSE CURRENCY-RATE-FILE
        END-IF
        CLOSE QUOTE-FILE
        PERFORM MARK-JOB-COMPLETE
        MOVE WS-ISSUED-COUNT TO WS-PRINT-COUNT
        DISPLAY "Quotes issued " WS-BUSINESS-DATE ": " WS-PRINT-COUNT
                " -- see QUOTERPT.DAT"
    END-IF.

WRITE-REPORT-HEADING.
    MOVE SPACES TO QUOTE-REPORT-LINE.
    STRING "DAILY RATE QUOTE REPORT  BUSINESS DATE " DELIMITED BY SIZE
           WS-BUSINESS-DATE DELIMITED BY SIZE
        INTO QUOTE-REPORT-LINE.
    WRITE QUOTE-REPORT-LINE.
    MOVE "BR  QUOTE  TELLER   PAIR      AMOUNT   QUOTED MID   EXPIRY MID    MOVE %  STATUS       HOLD COST"
        TO QUOTE-REPORT-LINE.
    WRITE QUOTE-REPORT-LINE.

REPORT-ALL-QUOTES.
    MOVE LOW-VALUES TO QT-QUOTE-KEY.
    START QUOTE-FILE KEY IS NOT LESS THAN QT-QUOTE-KEY
        INVALID KEY SET END-OF-QUOTES TO TRUE
    END-START.
    IF NOT END-OF-QUOTES
        PERFORM READ-NEXT-QUOTE
    END-IF.
    PERFORM UNTIL END-OF-QUOTES
        IF QT-OPEN AND QT-EXPIRY-TIMESTAMP NOT > WS-CLOSE-TIMESTAMP
            SET QT-EXPIRED TO TRUE
            REWRITE QUOTE-RECORD
            ADD 1 TO WS-NEWLY-EXPIRED-COUNT
        END-IF
        IF QT-ISSUED-TIMESTAMP(1:8) = WS-BUSINESS-DATE
            PERFORM REPORT-ONE-QUOTE
        END-IF
        PERFORM READ-NEXT-QUOTE
    END-PERFORM.

READ-NEXT-QUOTE.
    READ QUOTE-FILE NEXT RECORD
        AT END SET END-OF-QUOTES TO TRUE
    END-READ.

REPORT-ONE-QUOTE.
    ADD 1 TO WS-ISSUED-COUNT.
    MOVE ZERO TO WS-RATE-MOVE-PCT.
    MOVE ZERO TO WS-HOLDING-COST.
    MOVE ZERO TO WS-EXPIRY-MID-RATE.

    MOVE QT-EXPIRY-TIMESTAMP TO WS-AS-OF-TIMESTAMP.
    PERFORM FIND-MID-RATE.
    IF MID-RATE-FOUND
        MOVE WS-MID-RATE TO WS-EXPIRY-MID-RATE
        IF QT-MID-MARKET-RATE > ZERO
            COMPUTE WS-RATE-MOVE = WS-EXPIRY-MID-RATE - QT-MID-MARKET-RATE
            COMPUTE WS-RATE-MOVE-PCT ROUNDED =
                WS-RATE-MOVE * 100 / QT-MID-MARKET-RATE
        END-IF
    ELSE
        ADD 1 TO WS-NO-RATE-COUNT
    END-IF.

    IF QT-USED
        ADD 1 TO WS-CONVERTED-COUNT
        MOVE "CONVERTED" TO WS-STATUS-TEXT
        MOVE QT-USED-TIMESTAMP TO WS-AS-OF-TIMESTAMP
        PERFORM FIND-MID-RATE
        IF MID-RATE-FOUND
            COMPUTE WS-HOLDING-COST ROUNDED =
                QT-AMOUNT * (QT-MID-MARKET-RATE - WS-MID-RATE)
            PERFORM POST-HOLDING-COST
        END-IF
    ELSE IF QT-EXPIRED
        ADD 1 TO WS-EXPIRED-COUNT
        MOVE "EXPIRED" TO WS-STATUS-TEXT
    ELSE
        ADD 1 TO WS-STILL-OPEN-COUNT
        MOVE "OPEN" TO WS-STATUS-TEXT
    END-IF.

    MOVE QT-QUOTE-NO TO WS-PRINT-QUOTE-NO.
    MOVE QT-AMOUNT TO WS-PRINT-AMOUNT.
    MOVE WS-RATE-MOVE-PCT TO WS-PRINT-MOVE-PCT.
    MOVE WS-HOLDING-COST TO WS-PRINT-COST.
    MOVE SPACES TO QUOTE-REPORT-LINE.
    STRING QT-BRANCH-CODE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-QUOTE-NO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           QT-OPERATOR-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           QT-FROM-CURRENCY DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           QT-TO-CURRENCY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-AMOUNT DELIMITED BY SIZE
        INTO QUOTE-REPORT-LINE.
    MOVE QT-MID-MARKET-RATE TO WS-PRINT-RATE.
    MOVE WS-PRINT-RATE TO QUOTE-REPORT-LINE(38:12).
    IF WS-EXPIRY-MID-RATE > ZERO
        MOVE WS-EXPIRY-MID-RATE TO WS-PRINT-RATE
        MOVE WS-PRINT-RATE TO QUOTE-REPORT-LINE(51:12)
        MOVE WS-PRINT-MOVE-PCT TO QUOTE-REPORT-LINE(64:9)
    ELSE
        MOVE "NO RATE" TO QUOTE-REPORT-LINE(56:7)
    END-IF.
    MOVE WS-STATUS-TEXT TO QUOTE-REPORT-LINE(75:9).
    IF QT-USED
        MOVE WS-PRINT-COST TO QUOTE-REPORT-LINE(85:12)
    END-IF.
    WRITE QUOTE-REPORT-LINE.

FIND-MID-RATE.
    MOVE "N" TO WS-MID-FOUND-FLAG.
    MOVE ZERO TO WS-MID-RATE.
    IF QT-FROM-CURRENCY = QT-TO-CURRENCY
        MOVE 1 TO WS-MID-RATE
        SET MID-RATE-FOUND TO TRUE
    ELSE IF RATE-FILE-OPEN
        MOVE QT-FROM-CURRENCY TO WS-LOOKUP-FROM-CURRENCY
        MOVE QT-TO-CURRENCY TO WS-LOOKUP-TO-CURRENCY
        PERFORM FIND-RATE-AS-OF
        IF RATE-IN-EFFECT-FOUND
            MOVE WS-FOUND-RATE TO WS-MID-RATE
            SET MID-RATE-FOUND TO TRUE
        ELSE
            PERFORM TRIANGULATE-MID-RATE
        END-IF
    END-IF.

TRIANGULATE-MID-RATE.
    MOVE ZERO TO WS-LEG1-RATE.
    IF QT-FROM-CURRENCY = WS-BASE-CURRENCY
        MOVE 1 TO WS-LEG1-RATE
    ELSE
        MOVE QT-FROM-CURRENCY TO WS-LOOKUP-FROM-CURRENCY
        MOVE WS-BASE-CURRENCY TO WS-LOOKUP-TO-CURRENCY
        PERFORM FIND-RATE-AS-OF
        IF RATE-IN-EFFECT-FOUND
            MOVE WS-FOUND-RATE TO WS-LEG1-RATE
        END-IF
    END-IF.
    IF WS-LEG1-RATE > ZERO
        IF QT-TO-CURRENCY = WS-BASE-CURRENCY
            MOVE WS-LEG1-RATE TO WS-MID-RATE
            SET MID-RATE-FOUND TO TRUE
        ELSE
            MOVE WS-BASE-CURRENCY TO WS-LOOKUP-FROM-CURRENCY
            MOVE QT-TO-CURRENCY TO WS-LOOKUP-TO-CURRENCY
            PERFORM FIND-RATE-AS-OF
            IF RATE-IN-EFFECT-FOUND
                MULTIPLY WS-LEG1-RATE BY WS-FOUND-RATE
                    GIVING WS-MID-RATE ROUNDED
                SET MID-RATE-FOUND TO TRUE
            END-IF
        END-IF
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

POST-HOLDING-COST.
    MOVE ZERO TO WS-COST-POST-IDX.
    PERFORM VARYING WS-COST-IDX FROM 1 BY 1
            UNTIL WS-COST-IDX > WS-COST-COUNT-USED
        IF WS-COST-CURRENCY(WS-COST-IDX) = QT-TO-CURRENCY
            MOVE WS-COST-IDX TO WS-COST-POST-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-COST-POST-IDX = ZERO
        IF WS-COST-COUNT-USED < 20
            ADD 1 TO WS-COST-COUNT-USED
            MOVE WS-COST-COUNT-USED TO WS-COST-POST-IDX
            MOVE QT-TO-CURRENCY TO WS-COST-CURRENCY(WS-COST-POST-IDX)
            MOVE ZERO TO WS-COST-QUOTES(WS-COST-POST-IDX)
            MOVE ZERO TO WS-COST-AMOUNT(WS-COST-POST-IDX)
        ELSE
            DISPLAY "WARNING: currency table full, " QT-TO-CURRENCY
                    " holding cost not totalled"
        END-IF
    END-IF.
    IF WS-COST-POST-IDX > ZERO
        ADD 1 TO WS-COST-QUOTES(WS-COST-POST-IDX)
        ADD WS-HOLDING-COST TO WS-COST-AMOUNT(WS-COST-POST-IDX)
    END-IF.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO QUOTE-REPORT-LINE.
    WRITE QUOTE-REPORT-LINE.
    MOVE WS-ISSUED-COUNT TO WS-PRINT-COUNT.
    MOVE SPACES TO QUOTE-REPORT-LINE.
    STRING "QUOTES ISSUED      " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO QUOTE-REPORT-LINE.
    WRITE QUOTE-REPORT-LINE.
    MOVE WS-CONVERTED-COUNT TO WS-PRINT-COUNT.
    MOVE SPACES TO QUOTE-REPORT-LINE.
    STRING "  CONVERTED        " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO QUOTE-REPORT-LINE.
    WRITE QUOTE-REPORT-LINE.
    MOVE WS-EXPIRED-COUNT TO WS-PRINT-COUNT.
    MOVE SPACES TO QUOTE-REPORT-LINE.
    STRING "  EXPIRED UNUSED   " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO QUOTE-REPORT-LINE.
    WRITE QUOTE-REPORT-LINE.
    IF WS-STILL-OPEN-COUNT > ZERO
        MOVE WS-STILL-OPEN-COUNT TO WS-PRINT-COUNT
        MOVE SPACES TO QUOTE-REPORT-LINE
        STRING "  STILL OPEN       " DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
            INTO QUOTE-REPORT-LINE
        WRITE QUOTE-REPORT-LINE
    END-IF.
    IF WS-NO-RATE-COUNT > ZERO
        MOVE WS-NO-RATE-COUNT TO WS-PRINT-COUNT
        MOVE SPACES TO QUOTE-REPORT-LINE
        STRING "QUOTES WITH NO RATE AT EXPIRY " DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
            INTO QUOTE-REPORT-LINE
        WRITE QUOTE-REPORT-LINE
    END-IF.
    MOVE WS-NEWLY-EXPIRED-COUNT TO WS-PRINT-COUNT.
    MOVE SPACES TO QUOTE-REPORT-LINE.
    STRING "OPEN QUOTES MARKED EXPIRED TONIGHT " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO QUOTE-REPORT-LINE.
    WRITE QUOTE-REPORT-LINE.

    IF WS-COST-COUNT-USED > ZERO
        MOVE SPACES TO QUOTE-REPORT-LINE
        WRITE QUOTE-REPORT-LINE
        MOVE "COST OF HOLDING QUOTED RATES (QUOTED MID LESS MID AT BOOKING)"
            TO QUOTE-REPORT-LINE
        WRITE QUOTE-REPORT-LINE
        MOVE "CCY QUOTES        HOLDING COST" TO QUOTE-REPORT-LINE
        WRITE QUOTE-REPORT-LINE
        PERFORM VARYING WS-COST-IDX FROM 1 BY 1
                UNTIL WS-COST-IDX > WS-COST-COUNT-USED
            MOVE WS-COST-QUOTES(WS-COST-IDX) TO WS-PRINT-COUNT
            MOVE WS-COST-AMOUNT(WS-COST-IDX) TO WS-PRINT-TOTAL-COST
            MOVE SPACES TO QUOTE-REPORT-LINE
            STRING WS-COST-CURRENCY(WS-COST-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-PRINT-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PRINT-TOTAL-COST DELIMITED BY SIZE
                INTO QUOTE-REPORT-LINE
            WRITE QUOTE-REPORT-LINE
        END-PERFORM
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
