IDENTIFICATION DIVISION.
PROGRAM-ID. PeriodTotals.

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

    SELECT PERIOD-TOTALS-FILE ASSIGN TO "PERTOT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PT-PERIOD-KEY
        FILE STATUS IS WS-TOTALS-FILE-STATUS.

    SELECT PERIOD-CUSTOMER-FILE ASSIGN TO "PERCUST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PC-PERIOD-KEY
        FILE STATUS IS WS-PERCUST-FILE-STATUS.

    SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CU-CUSTOMER-ID
        FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

    SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERIOD-CONTROL-STATUS.

    SELECT PERIOD-REPORT-FILE ASSIGN TO "PERTOTRP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERIOD-REPORT-STATUS.

    SELECT MONTH-PACK-FILE ASSIGN TO "MTHPACK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MONTH-PACK-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CONTROL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CORPORATE-AUDIT-FILE.
    COPY AUDITLOG.

FD  CURRENCY-RATE-FILE.
    COPY CURRATE.

FD  PERIOD-TOTALS-FILE.
    COPY PERTOT.

FD  PERIOD-CUSTOMER-FILE.
    COPY PERCUST.

FD  CUSTOMER-MASTER-FILE.
    COPY CUSTMAST.

FD  PERIOD-CONTROL-FILE.
01  PERIOD-CONTROL-RECORD.
    05 PK-LAST-POSTED-DATE PIC 9(8).
    05 PK-LAST-PACK-MONTH PIC 9(6).

FD  PERIOD-REPORT-FILE.
01  PERIOD-REPORT-LINE PIC X(100).

FD  MONTH-PACK-FILE.
01  MONTH-PACK-LINE PIC X(100).

FD  RUN-CONTROL-FILE.
    COPY RUNCTL.

WORKING-STORAGE SECTION.
01 WS-RUN-CONTROL-STATUS PIC XX.
    88 RUN-CONTROL-OK VALUE "00".
01 WS-RUNCTL-EOF-FLAG PIC X VALUE "N".
    88 END-OF-RUN-CONTROL VALUE "Y".
01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
01 WS-OWN-JOB-NAME PIC X(8) VALUE "PERTOT".
01 WS-PRED-JOB-NAME PIC X(8) VALUE "WLSCREEN".
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
01 WS-TOTALS-FILE-STATUS PIC XX.
    88 TOTALS-FILE-OK VALUE "00".
    88 TOTALS-FILE-NOT-FOUND VALUE "35".
01 WS-PERCUST-FILE-STATUS PIC XX.
    88 PERCUST-FILE-OK VALUE "00".
    88 PERCUST-FILE-NOT-FOUND VALUE "35".
01 WS-CUSTOMER-FILE-STATUS PIC XX.
    88 CUSTOMER-FILE-OK VALUE "00".
01 WS-PERIOD-CONTROL-STATUS PIC XX.
    88 PERIOD-CONTROL-OK VALUE "00".
01 WS-PERIOD-REPORT-STATUS PIC XX.
    88 PERIOD-REPORT-OK VALUE "00".
01 WS-MONTH-PACK-STATUS PIC XX.
    88 MONTH-PACK-OK VALUE "00".

01 WS-EOF-FLAG PIC X VALUE "N".
    88 END-OF-CORP-AUDIT VALUE "Y".
01 WS-TOTALS-EOF-FLAG PIC X VALUE "N".
    88 END-OF-PERIOD-TOTALS VALUE "Y".
01 WS-PERCUST-EOF-FLAG PIC X VALUE "N".
    88 END-OF-PERIOD-CUSTOMERS VALUE "Y".
01 WS-CUSTOMER-EOF-FLAG PIC X VALUE "N".
    88 END-OF-CUSTOMERS VALUE "Y".
01 WS-ON-FILE-FLAG PIC X VALUE "N".
    88 RECORD-ON-FILE VALUE "Y".
01 WS-PERIOD-FILES-FLAG PIC X VALUE "N".
    88 PERIOD-FILES-OPEN VALUE "Y".
01 WS-PACK-OPEN-FLAG PIC X VALUE "N".
    88 MONTH-PACK-OPEN VALUE "Y".
01 WS-MASTER-COUNTED-FLAG PIC X VALUE "N".
    88 MASTER-COUNTED VALUE "Y".

01 WS-REPORTING-CURRENCY PIC X(3) VALUE "USD".
01 WS-TOP-CORRIDORS PIC 9(2) VALUE 10.

01 WS-LAST-POSTED-DATE PIC 9(8) VALUE ZERO.
01 WS-LAST-POSTED-MONTH PIC 9(6) VALUE ZERO.
01 WS-LAST-PACK-MONTH PIC 9(6) VALUE ZERO.
01 WS-POST-MONTH PIC 9(6).
01 WS-POST-YEAR PIC 9(6).
01 WS-PACK-MONTH PIC 9(6).
01 WS-PRIOR-MONTH PIC 9(6).
01 WS-LAST-YEAR-MONTH PIC 9(6).
01 WS-PACK-YEAR PIC 9(6).
01 WS-WORK-YEAR PIC 9(4).
01 WS-WORK-MONTH PIC 9(2).
01 WS-NEXT-DATE PIC 9(8).

01 WS-POST-TYPE PIC X.
01 WS-POST-PERIOD PIC 9(6).
01 WS-ENTRY-USD PIC 9(11)V9(3).
01 WS-ENTRY-FEE-USD PIC 9(11)V9(3).
01 WS-ENTRY-VALUED-FLAG PIC X.
    88 ENTRY-VALUED VALUE "Y".

01 WS-AS-OF-TIMESTAMP PIC 9(14).
01 WS-VALUE-CURRENCY PIC X(3).
01 WS-LOOKUP-FROM-CURRENCY PIC X(3).
01 WS-LOOKUP-TO-CURRENCY PIC X(3).
01 WS-FOUND-RATE PIC 9(5)V9(6).
01 WS-RATE-FOUND-FLAG PIC X VALUE "N".
    88 RATE-IN-EFFECT-FOUND VALUE "Y".
01 WS-VALUE-RATE PIC 9(5)V9(6).

01 WS-ENTRY-COUNT PIC 9(7) VALUE ZERO.
01 WS-POSTED-COUNT PIC 9(7) VALUE ZERO.
01 WS-VOID-COUNT PIC 9(7) VALUE ZERO.
01 WS-UNVALUED-COUNT PIC 9(7) VALUE ZERO.
01 WS-MASTER-CUSTOMERS PIC 9(7) VALUE ZERO.
01 WS-NEW-CUSTOMERS PIC 9(7) VALUE ZERO.

01 WS-LOAD-SLOT PIC 9.
01 WS-LOAD-TYPE PIC X.
01 WS-LOAD-PERIOD PIC 9(6).
01 WS-SLOT-IDX PIC 9.
01 WS-CORPORATE-SLOTS.
    05 WS-CS-ENTRY OCCURS 4 TIMES.
        10 WS-CS-TXN PIC 9(9).
        10 WS-CS-VOIDS PIC 9(9).
        10 WS-CS-USD PIC S9(13)V9(3).
        10 WS-CS-FEE-USD PIC S9(13)V9(3).
        10 WS-CS-CUSTOMERS PIC 9(9).
        10 WS-CS-UNVALUED PIC 9(9).

01 WS-BR-COUNT-USED PIC 9(2) VALUE ZERO.
01 WS-BRANCH-TABLE.
    05 WS-BR-ENTRY OCCURS 50 TIMES.
        10 WS-BR-CODE PIC X(3).
        10 WS-BR-RANKED-FLAG PIC X.
            88 WS-BR-RANKED VALUE "Y".
        10 WS-BR-SLOT OCCURS 4 TIMES.
            15 WS-BR-TXN PIC 9(9).
            15 WS-BR-VOIDS PIC 9(9).
            15 WS-BR-USD PIC S9(13)V9(3).
            15 WS-BR-FEE-USD PIC S9(13)V9(3).
01 WS-BR-IDX PIC 9(2).
01 WS-BR-POST-IDX PIC 9(2).
01 WS-BR-BEST-IDX PIC 9(2).

01 WS-PR-COUNT-USED PIC 9(3) VALUE ZERO.
01 WS-PAIR-TABLE.
    05 WS-PR-ENTRY OCCURS 200 TIMES.
        10 WS-PR-FROM PIC X(3).
        10 WS-PR-TO PIC X(3).
        10 WS-PR-RANKED-FLAG PIC X.
            88 WS-PR-RANKED VALUE "Y".
        10 WS-PR-TXN PIC 9(9).
        10 WS-PR-VOIDS PIC 9(9).
        10 WS-PR-SOURCE PIC S9(13)V99.
        10 WS-PR-CONVERTED PIC S9(13)V9(3).
        10 WS-PR-FEES PIC S9(13)V9(3).
        10 WS-PR-USD PIC S9(13)V9(3).
01 WS-PR-IDX PIC 9(3).
01 WS-PR-POST-IDX PIC 9(3).
01 WS-PR-BEST-IDX PIC 9(3).
01 WS-RANK PIC 9(3).

01 WS-POST-BRANCH PIC X(3).
01 WS-NET-USD PIC S9(13)V9(3).
01 WS-NET-FEE-USD PIC S9(13)V9(3).

01 WS-CMP-LABEL PIC X(16).
01 WS-CMP-KIND PIC X.
    88 CMP-COUNT-ROW VALUE "C".
    88 CMP-AMOUNT-ROW VALUE "A".
01 WS-CMP-VALUES.
    05 WS-CMP-VALUE OCCURS 4 TIMES PIC S9(13)V9(3).
01 WS-CMP-TEXTS.
    05 WS-CMP-TEXT OCCURS 4 TIMES PIC X(15).
01 WS-PCT-CURRENT PIC S9(13)V9(3).
01 WS-PCT-PRIOR PIC S9(13)V9(3).
01 WS-CHANGE-PCT PIC S9(15)V9.
01 WS-PCT-TEXT PIC X(7).
01 WS-PCT-MONTH-TEXT PIC X(7).
01 WS-PCT-YEAR-TEXT PIC X(7).
01 WS-SHARE-PCT PIC 9(5)V9.

01 WS-PRINT-COUNT PIC ZZZZZZ9.
01 WS-PRINT-COUNT-15 PIC Z(14)9.
01 WS-PRINT-AMOUNT-15 PIC -ZZZZZZZZZZ9.99.
01 WS-PRINT-RANK PIC ZZ9.
01 WS-PRINT-CONVS PIC Z(8)9.
01 WS-PRINT-VOIDS PIC Z(6)9.
01 WS-PRINT-SOURCE PIC -ZZZZZZZZZZ9.99.
01 WS-PRINT-CONVERTED PIC -ZZZZZZZZZZ9.999.
01 WS-PRINT-FEES PIC -ZZZZZZZZZZ9.999.
01 WS-PRINT-USD PIC -ZZZZZZZZZZ9.99.
01 WS-PRINT-FEE-USD PIC -ZZZZZZZZZZ9.99.
01 WS-PRINT-PRIOR-USD PIC -ZZZZZZZZZZ9.99.
01 WS-PRINT-SHARE PIC ZZZ9.9.
01 WS-PRINT-PCT PIC -ZZZ9.9.
01 WS-PRINT-MTD-CONVS PIC Z(8)9.
01 WS-PRINT-MTD-VOIDS PIC Z(8)9.
01 WS-PRINT-MTD-USD PIC -ZZZZZZZZZZ9.99.
01 WS-PRINT-YTD-CONVS PIC Z(8)9.
01 WS-PRINT-YTD-VOIDS PIC Z(8)9.
01 WS-PRINT-YTD-USD PIC -ZZZZZZZZZZ9.99.

PROCEDURE DIVISION.
    PERFORM CHECK-RUN-CONTROL.
    IF JOB-READY
        PERFORM RUN-PERIOD-TOTALS
    END-IF.
STOP RUN.

RUN-PERIOD-TOTALS.
    MOVE WS-BUSINESS-DATE(1:6) TO WS-POST-MONTH.
    MOVE WS-BUSINESS-DATE(1:4) TO WS-WORK-YEAR.
    COMPUTE WS-POST-YEAR = WS-WORK-YEAR * 100.
    PERFORM READ-PERIOD-CONTROL.
    IF WS-LAST-POSTED-DATE NOT < WS-BUSINESS-DATE
        DISPLAY "PERTOT.DAT already carries business date "
                WS-LAST-POSTED-DATE " -- run refused."
    ELSE
        OPEN INPUT CURRENCY-RATE-FILE
        IF NOT RATE-FILE-OK
            DISPLAY "CURRATE.DAT not available -- period totals not"
                    " posted."
        ELSE
            OPEN INPUT CORPORATE-AUDIT-FILE
            IF NOT CORPORATE-FILE-OK
                DISPLAY "CORPAUD.DAT not found -- run the consolidation"
                        " first."
            ELSE
                PERFORM OPEN-PERIOD-FILES
                IF PERIOD-FILES-OPEN
                    PERFORM CLOSE-PRIOR-MONTH
                    PERFORM POST-DAY-ENTRIES
                    MOVE WS-BUSINESS-DATE TO WS-LAST-POSTED-DATE
                    PERFORM WRITE-PERIOD-LISTING
                    PERFORM CHECK-MONTH-END
                    PERFORM WRITE-PERIOD-CONTROL
                    IF MONTH-PACK-OPEN
                        CLOSE MONTH-PACK-FILE
                    END-IF
                    PERFORM MARK-JOB-COMPLETE
                    MOVE WS-POSTED-COUNT TO WS-PRINT-COUNT
                    DISPLAY WS-PRINT-COUNT " entries posted to month "
                            WS-POST-MONTH " and year " WS-POST-YEAR(1:4)
                            " -- see PERTOTRP.DAT"
                END-IF
                PERFORM CLOSE-PERIOD-FILES
                CLOSE CORPORATE-AUDIT-FILE
            END-IF
            CLOSE CURRENCY-RATE-FILE
        END-IF
    END-IF.

READ-PERIOD-CONTROL.
    MOVE ZERO TO WS-LAST-POSTED-DATE.
    MOVE ZERO TO WS-LAST-PACK-MONTH.
    OPEN INPUT PERIOD-CONTROL-FILE.
    IF PERIOD-CONTROL-OK
        READ PERIOD-CONTROL-FILE
            AT END CONTINUE
        END-READ
        IF PERIOD-CONTROL-OK
            MOVE PK-LAST-POSTED-DATE TO WS-LAST-POSTED-DATE
            MOVE PK-LAST-PACK-MONTH TO WS-LAST-PACK-MONTH
        END-IF
        CLOSE PERIOD-CONTROL-FILE
    END-IF.
    MOVE WS-LAST-POSTED-DATE(1:6) TO WS-LAST-POSTED-MONTH.

WRITE-PERIOD-CONTROL.
    OPEN OUTPUT PERIOD-CONTROL-FILE.
    MOVE WS-LAST-POSTED-DATE TO PK-LAST-POSTED-DATE.
    MOVE WS-LAST-PACK-MONTH TO PK-LAST-PACK-MONTH.
    WRITE PERIOD-CONTROL-RECORD.
    CLOSE PERIOD-CONTROL-FILE.

OPEN-PERIOD-FILES.
    OPEN I-O PERIOD-TOTALS-FILE.
    IF TOTALS-FILE-NOT-FOUND
        OPEN OUTPUT PERIOD-TOTALS-FILE
        CLOSE PERIOD-TOTALS-FILE
        OPEN I-O PERIOD-TOTALS-FILE
    END-IF.
    IF NOT TOTALS-FILE-OK
        DISPLAY "PERTOT.DAT not available -- period totals not posted."
    ELSE
        OPEN I-O PERIOD-CUSTOMER-FILE
        IF PERCUST-FILE-NOT-FOUND
            OPEN OUTPUT PERIOD-CUSTOMER-FILE
            CLOSE PERIOD-CUSTOMER-FILE
            OPEN I-O PERIOD-CUSTOMER-FILE
        END-IF
        IF PERCUST-FILE-OK
            SET PERIOD-FILES-OPEN TO TRUE
        ELSE
            DISPLAY "PERCUST.DAT not available -- period totals not"
                    " posted."
            CLOSE PERIOD-TOTALS-FILE
        END-IF
    END-IF.

CLOSE-PERIOD-FILES.
    IF PERIOD-FILES-OPEN
        CLOSE PERIOD-CUSTOMER-FILE
        CLOSE PERIOD-TOTALS-FILE
    END-IF.

CLOSE-PRIOR-MONTH.
    IF WS-LAST-POSTED-DATE > ZERO
       AND WS-LAST-POSTED-MONTH NOT = WS-POST-MONTH
       AND WS-LAST-PACK-MONTH NOT = WS-LAST-POSTED-MONTH
        MOVE WS-LAST-POSTED-MONTH TO WS-PACK-MONTH
        PERFORM PRODUCE-MONTH-PACK
    END-IF.

CHECK-MONTH-END.
    COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1).
    IF WS-NEXT-DATE(7:2) = "01"
        MOVE WS-POST-MONTH TO WS-PACK-MONTH
        PERFORM PRODUCE-MONTH-PACK
    END-IF.

POST-DAY-ENTRIES.
    PERFORM READ-CORP-AUDIT-RECORD.
    PERFORM UNTIL END-OF-CORP-AUDIT
        ADD 1 TO WS-ENTRY-COUNT
        IF AL-FROM-CURRENCY NOT = SPACES AND AL-TO-CURRENCY NOT = SPACES
           AND AL-NUM1 NUMERIC AND AL-RESULT NUMERIC
           AND AL-FEE-AMOUNT NUMERIC
            PERFORM POST-ONE-ENTRY
        END-IF
        PERFORM READ-CORP-AUDIT-RECORD
    END-PERFORM.

READ-CORP-AUDIT-RECORD.
    READ CORPORATE-AUDIT-FILE
        AT END SET END-OF-CORP-AUDIT TO TRUE
    END-READ.

POST-ONE-ENTRY.
    ADD 1 TO WS-POSTED-COUNT.
    IF AL-VOID-ENTRY
        ADD 1 TO WS-VOID-COUNT
    END-IF.
    PERFORM VALUE-ENTRY-IN-USD.
    IF NOT ENTRY-VALUED
        ADD 1 TO WS-UNVALUED-COUNT
    END-IF.
    MOVE "M" TO WS-POST-TYPE.
    MOVE WS-POST-MONTH TO WS-POST-PERIOD.
    PERFORM POST-PERIOD-TOTAL.
    MOVE "Y" TO WS-POST-TYPE.
    MOVE WS-POST-YEAR TO WS-POST-PERIOD.
    PERFORM POST-PERIOD-TOTAL.
    IF NOT AL-VOID-ENTRY AND AL-CUSTOMER-ID NOT = SPACES
        MOVE "M" TO WS-POST-TYPE
        MOVE WS-POST-MONTH TO WS-POST-PERIOD
        PERFORM POST-PERIOD-CUSTOMER
        MOVE "Y" TO WS-POST-TYPE
        MOVE WS-POST-YEAR TO WS-POST-PERIOD
        PERFORM POST-PERIOD-CUSTOMER
    END-IF.

VALUE-ENTRY-IN-USD.
    MOVE "Y" TO WS-ENTRY-VALUED-FLAG.
    MOVE AL-TIMESTAMP TO WS-AS-OF-TIMESTAMP.
    MOVE AL-FROM-CURRENCY TO WS-VALUE-CURRENCY.
    PERFORM FIND-VALUATION-RATE.
    IF RATE-IN-EFFECT-FOUND
        COMPUTE WS-ENTRY-USD ROUNDED = AL-NUM1 * WS-VALUE-RATE
    ELSE
        MOVE ZERO TO WS-ENTRY-USD
        MOVE "N" TO WS-ENTRY-VALUED-FLAG
    END-IF.
    MOVE ZERO TO WS-ENTRY-FEE-USD.
    IF AL-FEE-AMOUNT > ZERO
        MOVE AL-TO-CURRENCY TO WS-VALUE-CURRENCY
        PERFORM FIND-VALUATION-RATE
        IF RATE-IN-EFFECT-FOUND
            COMPUTE WS-ENTRY-FEE-USD ROUNDED =
                AL-FEE-AMOUNT * WS-VALUE-RATE
        ELSE
            MOVE "N" TO WS-ENTRY-VALUED-FLAG
        END-IF
    END-IF.

FIND-VALUATION-RATE.
    MOVE "N" TO WS-RATE-FOUND-FLAG.
    MOVE ZERO TO WS-VALUE-RATE.
    IF WS-VALUE-CURRENCY = WS-REPORTING-CURRENCY
        MOVE 1 TO WS-VALUE-RATE
        SET RATE-IN-EFFECT-FOUND TO TRUE
    ELSE
        MOVE WS-VALUE-CURRENCY TO WS-LOOKUP-FROM-CURRENCY
        MOVE WS-REPORTING-CURRENCY TO WS-LOOKUP-TO-CURRENCY
        PERFORM FIND-RATE-AS-OF
        IF RATE-IN-EFFECT-FOUND
            MOVE WS-FOUND-RATE TO WS-VALUE-RATE
        ELSE
            MOVE WS-REPORTING-CURRENCY TO WS-LOOKUP-FROM-CURRENCY
            MOVE WS-VALUE-CURRENCY TO WS-LOOKUP-TO-CURRENCY
            PERFORM FIND-RATE-AS-OF
            IF RATE-IN-EFFECT-FOUND AND WS-FOUND-RATE > ZERO
                COMPUTE WS-VALUE-RATE ROUNDED = 1 / WS-FOUND-RATE
            ELSE
                MOVE "N" TO WS-RATE-FOUND-FLAG
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

POST-PERIOD-TOTAL.
    PERFORM SET-PERIOD-TOTAL-KEY.
    READ PERIOD-TOTALS-FILE
        INVALID KEY MOVE "N" TO WS-ON-FILE-FLAG
        NOT INVALID KEY SET RECORD-ON-FILE TO TRUE
    END-READ.
    IF NOT RECORD-ON-FILE
        PERFORM SET-PERIOD-TOTAL-KEY
        MOVE ZERO TO PT-TXN-COUNT PT-SOURCE-VOLUME PT-CONVERTED-VOLUME
                     PT-FEE-AMOUNT PT-USD-VOLUME PT-FEE-USD
        MOVE ZERO TO PT-VOID-COUNT PT-VOID-SOURCE-VOLUME
                     PT-VOID-CONVERTED-VOLUME PT-VOID-FEE-AMOUNT
                     PT-VOID-USD-VOLUME PT-VOID-FEE-USD
        MOVE ZERO TO PT-UNVALUED-COUNT
    END-IF.
    IF AL-VOID-ENTRY
        ADD 1 TO PT-VOID-COUNT
        ADD AL-NUM1 TO PT-VOID-SOURCE-VOLUME
        ADD AL-RESULT TO PT-VOID-CONVERTED-VOLUME
        ADD AL-FEE-AMOUNT TO PT-VOID-FEE-AMOUNT
        ADD WS-ENTRY-USD TO PT-VOID-USD-VOLUME
        ADD WS-ENTRY-FEE-USD TO PT-VOID-FEE-USD
    ELSE
        ADD 1 TO PT-TXN-COUNT
        ADD AL-NUM1 TO PT-SOURCE-VOLUME
        ADD AL-RESULT TO PT-CONVERTED-VOLUME
        ADD AL-FEE-AMOUNT TO PT-FEE-AMOUNT
        ADD WS-ENTRY-USD TO PT-USD-VOLUME
        ADD WS-ENTRY-FEE-USD TO PT-FEE-USD
    END-IF.
    IF NOT ENTRY-VALUED
        ADD 1 TO PT-UNVALUED-COUNT
    END-IF.
    MOVE WS-BUSINESS-DATE TO PT-LAST-BUSINESS-DATE.
    IF RECORD-ON-FILE
        REWRITE PERIOD-TOTAL-RECORD
            INVALID KEY
                DISPLAY "Could not post period total " PT-PERIOD-TYPE
                        PT-PERIOD " " PT-BRANCH-CODE " "
                        PT-FROM-CURRENCY "/" PT-TO-CURRENCY
        END-REWRITE
    ELSE
        WRITE PERIOD-TOTAL-RECORD
            INVALID KEY
                DISPLAY "Could not post period total " PT-PERIOD-TYPE
                        PT-PERIOD " " PT-BRANCH-CODE " "
                        PT-FROM-CURRENCY "/" PT-TO-CURRENCY
        END-WRITE
    END-IF.

SET-PERIOD-TOTAL-KEY.
    MOVE WS-POST-TYPE TO PT-PERIOD-TYPE.
    MOVE WS-POST-PERIOD TO PT-PERIOD.
    MOVE AL-BRANCH-CODE TO PT-BRANCH-CODE.
    MOVE AL-FROM-CURRENCY TO PT-FROM-CURRENCY.
    MOVE AL-TO-CURRENCY TO PT-TO-CURRENCY.

POST-PERIOD-CUSTOMER.
    MOVE WS-POST-TYPE TO PC-PERIOD-TYPE.
    MOVE WS-POST-PERIOD TO PC-PERIOD.
    MOVE AL-CUSTOMER-ID TO PC-CUSTOMER-ID.
    READ PERIOD-CUSTOMER-FILE
        INVALID KEY MOVE "N" TO WS-ON-FILE-FLAG
        NOT INVALID KEY SET RECORD-ON-FILE TO TRUE
    END-READ.
    IF RECORD-ON-FILE
        ADD 1 TO PC-TXN-COUNT
        REWRITE PERIOD-CUSTOMER-RECORD
            INVALID KEY
                DISPLAY "Could not post period customer "
                        PC-CUSTOMER-ID
        END-REWRITE
    ELSE
        MOVE WS-POST-TYPE TO PC-PERIOD-TYPE
        MOVE WS-POST-PERIOD TO PC-PERIOD
        MOVE AL-CUSTOMER-ID TO PC-CUSTOMER-ID
        MOVE WS-BUSINESS-DATE TO PC-FIRST-BUSINESS-DATE
        MOVE 1 TO PC-TXN-COUNT
        WRITE PERIOD-CUSTOMER-RECORD
            INVALID KEY
                DISPLAY "Could not post period customer "
                        PC-CUSTOMER-ID
        END-WRITE
    END-IF.

RESET-PERIOD-TABLES.
    MOVE ZERO TO WS-BR-COUNT-USED.
    MOVE ZERO TO WS-PR-COUNT-USED.
    MOVE ZERO TO WS-NEW-CUSTOMERS.
    PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 4
        MOVE ZERO TO WS-CS-TXN(WS-SLOT-IDX)
        MOVE ZERO TO WS-CS-VOIDS(WS-SLOT-IDX)
        MOVE ZERO TO WS-CS-USD(WS-SLOT-IDX)
        MOVE ZERO TO WS-CS-FEE-USD(WS-SLOT-IDX)
        MOVE ZERO TO WS-CS-CUSTOMERS(WS-SLOT-IDX)
        MOVE ZERO TO WS-CS-UNVALUED(WS-SLOT-IDX)
    END-PERFORM.

LOAD-PERIOD-SLOT.
    MOVE WS-LOAD-TYPE TO PT-PERIOD-TYPE.
    MOVE WS-LOAD-PERIOD TO PT-PERIOD.
    MOVE LOW-VALUES TO PT-BRANCH-CODE.
    MOVE LOW-VALUES TO PT-FROM-CURRENCY.
    MOVE LOW-VALUES TO PT-TO-CURRENCY.
    MOVE "N" TO WS-TOTALS-EOF-FLAG.
    START PERIOD-TOTALS-FILE KEY IS NOT LESS THAN PT-PERIOD-KEY
        INVALID KEY SET END-OF-PERIOD-TOTALS TO TRUE
    END-START.
    IF NOT END-OF-PERIOD-TOTALS
        PERFORM READ-NEXT-PERIOD-TOTAL
    END-IF.
    PERFORM UNTIL END-OF-PERIOD-TOTALS
            OR PT-PERIOD-TYPE NOT = WS-LOAD-TYPE
            OR PT-PERIOD NOT = WS-LOAD-PERIOD
        PERFORM ADD-TOTAL-TO-SLOT
        PERFORM READ-NEXT-PERIOD-TOTAL
    END-PERFORM.
    PERFORM COUNT-PERIOD-CUSTOMERS.

READ-NEXT-PERIOD-TOTAL.
    READ PERIOD-TOTALS-FILE NEXT RECORD
        AT END SET END-OF-PERIOD-TOTALS TO TRUE
    END-READ.

ADD-TOTAL-TO-SLOT.
    COMPUTE WS-NET-USD = PT-USD-VOLUME - PT-VOID-USD-VOLUME.
    COMPUTE WS-NET-FEE-USD = PT-FEE-USD - PT-VOID-FEE-USD.
    ADD PT-TXN-COUNT TO WS-CS-TXN(WS-LOAD-SLOT).
    ADD PT-VOID-COUNT TO WS-CS-VOIDS(WS-LOAD-SLOT).
    ADD WS-NET-USD TO WS-CS-USD(WS-LOAD-SLOT).
    ADD WS-NET-FEE-USD TO WS-CS-FEE-USD(WS-LOAD-SLOT).
    ADD PT-UNVALUED-COUNT TO WS-CS-UNVALUED(WS-LOAD-SLOT).

    MOVE PT-BRANCH-CODE TO WS-POST-BRANCH.
    PERFORM FIND-BRANCH-ENTRY.
    IF WS-BR-POST-IDX > ZERO
        ADD PT-TXN-COUNT TO WS-BR-TXN(WS-BR-POST-IDX, WS-LOAD-SLOT)
        ADD PT-VOID-COUNT TO WS-BR-VOIDS(WS-BR-POST-IDX, WS-LOAD-SLOT)
        ADD WS-NET-USD TO WS-BR-USD(WS-BR-POST-IDX, WS-LOAD-SLOT)
        ADD WS-NET-FEE-USD TO WS-BR-FEE-USD(WS-BR-POST-IDX, WS-LOAD-SLOT)
    END-IF.

    IF WS-LOAD-SLOT = 1
        PERFORM FIND-PAIR-ENTRY
        IF WS-PR-POST-IDX > ZERO
            ADD PT-TXN-COUNT TO WS-PR-TXN(WS-PR-POST-IDX)
            ADD PT-VOID-COUNT TO WS-PR-VOIDS(WS-PR-POST-IDX)
            COMPUTE WS-PR-SOURCE(WS-PR-POST-IDX) =
                WS-PR-SOURCE(WS-PR-POST-IDX)
                + PT-SOURCE-VOLUME - PT-VOID-SOURCE-VOLUME
            COMPUTE WS-PR-CONVERTED(WS-PR-POST-IDX) =
                WS-PR-CONVERTED(WS-PR-POST-IDX)
                + PT-CONVERTED-VOLUME - PT-VOID-CONVERTED-VOLUME
            COMPUTE WS-PR-FEES(WS-PR-POST-IDX) =
                WS-PR-FEES(WS-PR-POST-IDX)
                + PT-FEE-AMOUNT - PT-VOID-FEE-AMOUNT
            ADD WS-NET-USD TO WS-PR-USD(WS-PR-POST-IDX)
        END-IF
    END-IF.

FIND-BRANCH-ENTRY.
    MOVE ZERO TO WS-BR-POST-IDX.
    PERFORM VARYING WS-BR-IDX FROM 1 BY 1
            UNTIL WS-BR-IDX > WS-BR-COUNT-USED
        IF WS-BR-CODE(WS-BR-IDX) = WS-POST-BRANCH
            MOVE WS-BR-IDX TO WS-BR-POST-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-BR-POST-IDX = ZERO
        IF WS-BR-COUNT-USED < 50
            ADD 1 TO WS-BR-COUNT-USED
            MOVE WS-BR-COUNT-USED TO WS-BR-POST-IDX
            MOVE WS-POST-BRANCH TO WS-BR-CODE(WS-BR-POST-IDX)
            MOVE "N" TO WS-BR-RANKED-FLAG(WS-BR-POST-IDX)
            PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 4
                MOVE ZERO TO WS-BR-TXN(WS-BR-POST-IDX, WS-SLOT-IDX)
                MOVE ZERO TO WS-BR-VOIDS(WS-BR-POST-IDX, WS-SLOT-IDX)
                MOVE ZERO TO WS-BR-USD(WS-BR-POST-IDX, WS-SLOT-IDX)
                MOVE ZERO TO WS-BR-FEE-USD(WS-BR-POST-IDX, WS-SLOT-IDX)
            END-PERFORM
        ELSE
            DISPLAY "WARNING: branch table full, " WS-POST-BRANCH
                    " not reported"
        END-IF
    END-IF.

FIND-PAIR-ENTRY.
    MOVE ZERO TO WS-PR-POST-IDX.
    PERFORM VARYING WS-PR-IDX FROM 1 BY 1
            UNTIL WS-PR-IDX > WS-PR-COUNT-USED
        IF WS-PR-FROM(WS-PR-IDX) = PT-FROM-CURRENCY
           AND WS-PR-TO(WS-PR-IDX) = PT-TO-CURRENCY
            MOVE WS-PR-IDX TO WS-PR-POST-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-PR-POST-IDX = ZERO
        IF WS-PR-COUNT-USED < 200
            ADD 1 TO WS-PR-COUNT-USED
            MOVE WS-PR-COUNT-USED TO WS-PR-POST-IDX
            MOVE PT-FROM-CURRENCY TO WS-PR-FROM(WS-PR-POST-IDX)
            MOVE PT-TO-CURRENCY TO WS-PR-TO(WS-PR-POST-IDX)
            MOVE "N" TO WS-PR-RANKED-FLAG(WS-PR-POST-IDX)
            MOVE ZERO TO WS-PR-TXN(WS-PR-POST-IDX)
            MOVE ZERO TO WS-PR-VOIDS(WS-PR-POST-IDX)
            MOVE ZERO TO WS-PR-SOURCE(WS-PR-POST-IDX)
            MOVE ZERO TO WS-PR-CONVERTED(WS-PR-POST-IDX)
            MOVE ZERO TO WS-PR-FEES(WS-PR-POST-IDX)
            MOVE ZERO TO WS-PR-USD(WS-PR-POST-IDX)
        ELSE
            DISPLAY "WARNING: pair table full, " PT-FROM-CURRENCY "/"
                    PT-TO-CURRENCY " not reported"
        END-IF
    END-IF.

COUNT-PERIOD-CUSTOMERS.
    MOVE WS-LOAD-TYPE TO PC-PERIOD-TYPE.
    MOVE WS-LOAD-PERIOD TO PC-PERIOD.
    MOVE LOW-VALUES TO PC-CUSTOMER-ID.
    MOVE "N" TO WS-PERCUST-EOF-FLAG.
    START PERIOD-CUSTOMER-FILE KEY IS NOT LESS THAN PC-PERIOD-KEY
        INVALID KEY SET END-OF-PERIOD-CUSTOMERS TO TRUE
    END-START.
    IF NOT END-OF-PERIOD-CUSTOMERS
        PERFORM READ-NEXT-PERIOD-CUSTOMER
    END-IF.
    PERFORM UNTIL END-OF-PERIOD-CUSTOMERS
            OR PC-PERIOD-TYPE NOT = WS-LOAD-TYPE
            OR PC-PERIOD NOT = WS-LOAD-PERIOD
        ADD 1 TO WS-CS-CUSTOMERS(WS-LOAD-SLOT)
        IF WS-LOAD-SLOT = 4
           AND PC-FIRST-BUSINESS-DATE(1:6) = WS-PACK-MONTH
            ADD 1 TO WS-NEW-CUSTOMERS
        END-IF
        PERFORM READ-NEXT-PERIOD-CUSTOMER
    END-PERFORM.

READ-NEXT-PERIOD-CUSTOMER.
    READ PERIOD-CUSTOMER-FILE NEXT RECORD
        AT END SET END-OF-PERIOD-CUSTOMERS TO TRUE
    END-READ.

COUNT-MASTER-CUSTOMERS.
    MOVE ZERO TO WS-MASTER-CUSTOMERS.
    MOVE "N" TO WS-CUSTOMER-EOF-FLAG.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF CUSTOMER-FILE-OK
        SET MASTER-COUNTED TO TRUE
        MOVE LOW-VALUES TO CU-CUSTOMER-ID
        START CUSTOMER-MASTER-FILE KEY IS NOT LESS THAN CU-CUSTOMER-ID
            INVALID KEY SET END-OF-CUSTOMERS TO TRUE
        END-START
        PERFORM UNTIL END-OF-CUSTOMERS
            READ CUSTOMER-MASTER-FILE NEXT RECORD
                AT END SET END-OF-CUSTOMERS TO TRUE
                NOT AT END ADD 1 TO WS-MASTER-CUSTOMERS
            END-READ
        END-PERFORM
        CLOSE CUSTOMER-MASTER-FILE
    ELSE
        MOVE "N" TO WS-MASTER-COUNTED-FLAG
    END-IF.

WRITE-PERIOD-LISTING.
    PERFORM RESET-PERIOD-TABLES.
    MOVE WS-POST-MONTH TO WS-PACK-MONTH.
    MOVE 1 TO WS-LOAD-SLOT.
    MOVE "M" TO WS-LOAD-TYPE.
    MOVE WS-POST-MONTH TO WS-LOAD-PERIOD.
    PERFORM LOAD-PERIOD-SLOT.
    MOVE 4 TO WS-LOAD-SLOT.
    MOVE "Y" TO WS-LOAD-TYPE.
    MOVE WS-POST-YEAR TO WS-LOAD-PERIOD.
    PERFORM LOAD-PERIOD-SLOT.

    OPEN OUTPUT PERIOD-REPORT-FILE.
    MOVE SPACES TO PERIOD-REPORT-LINE.
    STRING "PERIOD TOTALS  BUSINESS DATE " DELIMITED BY SIZE
           WS-BUSINESS-DATE DELIMITED BY SIZE
           "  MONTH " DELIMITED BY SIZE
           WS-POST-MONTH DELIMITED BY SIZE
           "  YEAR " DELIMITED BY SIZE
           WS-POST-YEAR(1:4) DELIMITED BY SIZE
           "  VALUES IN " DELIMITED BY SIZE
           WS-REPORTING-CURRENCY DELIMITED BY SIZE
        INTO PERIOD-REPORT-LINE.
    WRITE PERIOD-REPORT-LINE.
    MOVE WS-POSTED-COUNT TO WS-PRINT-COUNT.
    MOVE WS-VOID-COUNT TO WS-PRINT-VOIDS.
    MOVE SPACES TO PERIOD-REPORT-LINE.
    STRING "ENTRIES POSTED TONIGHT: " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
           "  OF WHICH VOIDS: " DELIMITED BY SIZE
           WS-PRINT-VOIDS DELIMITED BY SIZE
        INTO PERIOD-REPORT-LINE.
    WRITE PERIOD-REPORT-LINE.
    MOVE SPACES TO PERIOD-REPORT-LINE.
    WRITE PERIOD-REPORT-LINE.

    MOVE "BY BRANCH (USD VOLUME NET OF VOIDS)" TO PERIOD-REPORT-LINE.
    WRITE PERIOD-REPORT-LINE.
    MOVE "BR    MTD CONVS MTD VOIDS  MTD USD VOLUME YTD CONVS YTD VOIDS  YTD USD VOLUME"
        TO PERIOD-REPORT-LINE.
    WRITE PERIOD-REPORT-LINE.
    PERFORM VARYING WS-BR-IDX FROM 1 BY 1
            UNTIL WS-BR-IDX > WS-BR-COUNT-USED
        MOVE WS-BR-CODE(WS-BR-IDX) TO WS-POST-BRANCH
        MOVE WS-BR-TXN(WS-BR-IDX, 1) TO WS-PRINT-MTD-CONVS
        MOVE WS-BR-VOIDS(WS-BR-IDX, 1) TO WS-PRINT-MTD-VOIDS
        MOVE WS-BR-USD(WS-BR-IDX, 1) TO WS-PRINT-MTD-USD
        MOVE WS-BR-TXN(WS-BR-IDX, 4) TO WS-PRINT-YTD-CONVS
        MOVE WS-BR-VOIDS(WS-BR-IDX, 4) TO WS-PRINT-YTD-VOIDS
        MOVE WS-BR-USD(WS-BR-IDX, 4) TO WS-PRINT-YTD-USD
        PERFORM WRITE-LISTING-BRANCH-LINE
    END-PERFORM.
    MOVE "ALL" TO WS-POST-BRANCH.
    MOVE WS-CS-TXN(1) TO WS-PRINT-MTD-CONVS.
    MOVE WS-CS-VOIDS(1) TO WS-PRINT-MTD-VOIDS.
    MOVE WS-CS-USD(1) TO WS-PRINT-MTD-USD.
    MOVE WS-CS-TXN(4) TO WS-PRINT-YTD-CONVS.
    MOVE WS-CS-VOIDS(4) TO WS-PRINT-YTD-VOIDS.
    MOVE WS-CS-USD(4) TO WS-PRINT-YTD-USD.
    PERFORM WRITE-LISTING-BRANCH-LINE.
    MOVE SPACES TO PERIOD-REPORT-LINE.
    WRITE PERIOD-REPORT-LINE.

    MOVE "MONTH TO DATE BY CURRENCY PAIR (SOURCE, CONVERTED AND FEES NET OF VOIDS)"
        TO PERIOD-REPORT-LINE.
    WRITE PERIOD-REPORT-LINE.
    MOVE "PAIR  CONVERSIONS   VOIDS   SOURCE VOLUME CONVERTED VOLUME             FEES      USD VOLUME"
        TO PERIOD-REPORT-LINE.
    WRITE PERIOD-REPORT-LINE.
    PERFORM VARYING WS-PR-IDX FROM 1 BY 1
            UNTIL WS-PR-IDX > WS-PR-COUNT-USED
        MOVE WS-PR-TXN(WS-PR-IDX) TO WS-PRINT-CONVS
        MOVE WS-PR-VOIDS(WS-PR-IDX) TO WS-PRINT-VOIDS
        MOVE WS-PR-SOURCE(WS-PR-IDX) TO WS-PRINT-SOURCE
        MOVE WS-PR-CONVERTED(WS-PR-IDX) TO WS-PRINT-CONVERTED
        MOVE WS-PR-FEES(WS-PR-IDX) TO WS-PRINT-FEES
        MOVE WS-PR-USD(WS-PR-IDX) TO WS-PRINT-USD
        MOVE SPACES TO PERIOD-REPORT-LINE
        STRING WS-PR-FROM(WS-PR-IDX) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-PR-TO(WS-PR-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-CONVS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-VOIDS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-SOURCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-CONVERTED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-FEES DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-USD DELIMITED BY SIZE
            INTO PERIOD-REPORT-LINE
        WRITE PERIOD-REPORT-LINE
    END-PERFORM.

    IF WS-UNVALUED-COUNT > ZERO
        MOVE SPACES TO PERIOD-REPORT-LINE
        WRITE PERIOD-REPORT-LINE
        MOVE WS-UNVALUED-COUNT TO WS-PRINT-COUNT
        MOVE SPACES TO PERIOD-REPORT-LINE
        STRING "ENTRIES NOT VALUED IN USD TONIGHT -- NO RATE ON FILE: "
                   DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
            INTO PERIOD-REPORT-LINE
        WRITE PERIOD-REPORT-LINE
        DISPLAY "WARNING: " WS-PRINT-COUNT
                " entries not valued in USD -- see PERTOTRP.DAT"
    END-IF.
    CLOSE PERIOD-REPORT-FILE.

WRITE-LISTING-BRANCH-LINE.
    MOVE SPACES TO PERIOD-REPORT-LINE.
    STRING WS-POST-BRANCH DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-PRINT-MTD-CONVS DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-MTD-VOIDS DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-MTD-USD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-YTD-CONVS DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-YTD-VOIDS DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-YTD-USD DELIMITED BY SIZE
        INTO PERIOD-REPORT-LINE.
    WRITE PERIOD-REPORT-LINE.

PRODUCE-MONTH-PACK.
    MOVE WS-PACK-MONTH(1:4) TO WS-WORK-YEAR.
    MOVE WS-PACK-MONTH(5:2) TO WS-WORK-MONTH.
    IF WS-WORK-MONTH = 1
        COMPUTE WS-PRIOR-MONTH = (WS-WORK-YEAR - 1) * 100 + 12
    ELSE
        COMPUTE WS-PRIOR-MONTH = WS-PACK-MONTH - 1
    END-IF.
    COMPUTE WS-LAST-YEAR-MONTH = WS-PACK-MONTH - 100.
    COMPUTE WS-PACK-YEAR = WS-WORK-YEAR * 100.

    PERFORM RESET-PERIOD-TABLES.
    MOVE "M" TO WS-LOAD-TYPE.
    MOVE 1 TO WS-LOAD-SLOT.
    MOVE WS-PACK-MONTH TO WS-LOAD-PERIOD.
    PERFORM LOAD-PERIOD-SLOT.
    MOVE 2 TO WS-LOAD-SLOT.
    MOVE WS-PRIOR-MONTH TO WS-LOAD-PERIOD.
    PERFORM LOAD-PERIOD-SLOT.
    MOVE 3 TO WS-LOAD-SLOT.
    MOVE WS-LAST-YEAR-MONTH TO WS-LOAD-PERIOD.
    PERFORM LOAD-PERIOD-SLOT.
    MOVE "Y" TO WS-LOAD-TYPE.
    MOVE 4 TO WS-LOAD-SLOT.
    MOVE WS-PACK-YEAR TO WS-LOAD-PERIOD.
    PERFORM LOAD-PERIOD-SLOT.
    IF NOT MASTER-COUNTED
        PERFORM COUNT-MASTER-CUSTOMERS
    END-IF.

    IF MONTH-PACK-OPEN
        MOVE SPACES TO MONTH-PACK-LINE
        WRITE MONTH-PACK-LINE
    ELSE
        OPEN OUTPUT MONTH-PACK-FILE
        SET MONTH-PACK-OPEN TO TRUE
    END-IF.
    PERFORM WRITE-PACK-HEADER.
    PERFORM WRITE-PACK-COMPARISON.
    PERFORM WRITE-PACK-CORRIDORS.
    PERFORM WRITE-PACK-BRANCHES.
    PERFORM WRITE-PACK-CUSTOMERS.
    MOVE WS-PACK-MONTH TO WS-LAST-PACK-MONTH.
    DISPLAY "Month-end pack for " WS-PACK-MONTH
            " written to MTHPACK.DAT".

WRITE-PACK-HEADER.
    MOVE SPACES TO MONTH-PACK-LINE.
    STRING "MONTH-END MANAGEMENT PACK  MONTH " DELIMITED BY SIZE
           WS-PACK-MONTH DELIMITED BY SIZE
           "  PRODUCED ON BUSINESS DATE " DELIMITED BY SIZE
           WS-BUSINESS-DATE DELIMITED BY SIZE
        INTO MONTH-PACK-LINE.
    WRITE MONTH-PACK-LINE.
    MOVE SPACES TO MONTH-PACK-LINE.
    STRING "VALUES IN " DELIMITED BY SIZE
           WS-REPORTING-CURRENCY DELIMITED BY SIZE
           " AT THE RATE OF RECORD WHEN EACH ENTRY WAS BOOKED,"
               DELIMITED BY SIZE
           " NET OF VOIDS" DELIMITED BY SIZE
        INTO MONTH-PACK-LINE.
    WRITE MONTH-PACK-LINE.
    MOVE SPACES TO MONTH-PACK-LINE.
    WRITE MONTH-PACK-LINE.

WRITE-PACK-COMPARISON.
    MOVE "MONTH ON MONTH AND YEAR ON YEAR" TO MONTH-PACK-LINE.
    WRITE MONTH-PACK-LINE.
    MOVE "                      THIS MONTH      LAST MONTH   CHG %   SAME MONTH LY   CHG %    YEAR TO DATE"
        TO MONTH-PACK-LINE.
    WRITE MONTH-PACK-LINE.
    MOVE SPACES TO MONTH-PACK-LINE.
    MOVE WS-PACK-MONTH TO MONTH-PACK-LINE(27:6).
    MOVE WS-PRIOR-MONTH TO MONTH-PACK-LINE(43:6).
    MOVE WS-LAST-YEAR-MONTH TO MONTH-PACK-LINE(67:6).
    MOVE WS-WORK-YEAR TO MONTH-PACK-LINE(93:4).
    WRITE MONTH-PACK-LINE.

    SET CMP-COUNT-ROW TO TRUE.
    MOVE "CONVERSIONS" TO WS-CMP-LABEL.
    PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 4
        MOVE WS-CS-TXN(WS-SLOT-IDX) TO WS-CMP-VALUE(WS-SLOT-IDX)
    END-PERFORM.
    PERFORM WRITE-COMPARISON-LINE.
    MOVE "VOIDS" TO WS-CMP-LABEL.
    PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 4
        MOVE WS-CS-VOIDS(WS-SLOT-IDX) TO WS-CMP-VALUE(WS-SLOT-IDX)
    END-PERFORM.
    PERFORM WRITE-COMPARISON-LINE.
    MOVE "CUSTOMERS" TO WS-CMP-LABEL.
    PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 4
        MOVE WS-CS-CUSTOMERS(WS-SLOT-IDX) TO WS-CMP-VALUE(WS-SLOT-IDX)
    END-PERFORM.
    PERFORM WRITE-COMPARISON-LINE.
    SET CMP-AMOUNT-ROW TO TRUE.
    MOVE "VOLUME" TO WS-CMP-LABEL.
    PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 4
        MOVE WS-CS-USD(WS-SLOT-IDX) TO WS-CMP-VALUE(WS-SLOT-IDX)
    END-PERFORM.
    PERFORM WRITE-COMPARISON-LINE.
    MOVE "FEES" TO WS-CMP-LABEL.
    PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 4
        MOVE WS-CS-FEE-USD(WS-SLOT-IDX) TO WS-CMP-VALUE(WS-SLOT-IDX)
    END-PERFORM.
    PERFORM WRITE-COMPARISON-LINE.
    MOVE SPACES TO MONTH-PACK-LINE.
    WRITE MONTH-PACK-LINE.

WRITE-COMPARISON-LINE.
    PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 4
        IF CMP-COUNT-ROW
            MOVE WS-CMP-VALUE(WS-SLOT-IDX) TO WS-PRINT-COUNT-15
            MOVE WS-PRINT-COUNT-15 TO WS-CMP-TEXT(WS-SLOT-IDX)
        ELSE
            MOVE WS-CMP-VALUE(WS-SLOT-IDX) TO WS-PRINT-AMOUNT-15
            MOVE WS-PRINT-AMOUNT-15 TO WS-CMP-TEXT(WS-SLOT-IDX)
        END-IF
    END-PERFORM.
    MOVE WS-CMP-VALUE(1) TO WS-PCT-CURRENT.
    MOVE WS-CMP-VALUE(2) TO WS-PCT-PRIOR.
    PERFORM FORMAT-CHANGE-PCT.
    MOVE WS-PCT-TEXT TO WS-PCT-MONTH-TEXT.
    MOVE WS-CMP-VALUE(3) TO WS-PCT-PRIOR.
    PERFORM FORMAT-CHANGE-PCT.
    MOVE WS-PCT-TEXT TO WS-PCT-YEAR-TEXT.
    MOVE SPACES TO MONTH-PACK-LINE.
    STRING WS-CMP-LABEL DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-CMP-TEXT(1) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-CMP-TEXT(2) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PCT-MONTH-TEXT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-CMP-TEXT(3) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PCT-YEAR-TEXT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-CMP-TEXT(4) DELIMITED BY SIZE
        INTO MONTH-PACK-LINE.
    WRITE MONTH-PACK-LINE.

FORMAT-CHANGE-PCT.
    IF WS-PCT-PRIOR NOT > ZERO
        MOVE "    N/A" TO WS-PCT-TEXT
    ELSE
        COMPUTE WS-CHANGE-PCT ROUNDED =
            (WS-PCT-CURRENT - WS-PCT-PRIOR) * 100 / WS-PCT-PRIOR
        IF WS-CHANGE-PCT > 9999.9
            MOVE 9999.9 TO WS-CHANGE-PCT
        END-IF
        MOVE WS-CHANGE-PCT TO WS-PRINT-PCT
        MOVE WS-PRINT-PCT TO WS-PCT-TEXT
    END-IF.

WRITE-PACK-CORRIDORS.
    MOVE "TOP CORRIDORS BY USD VOLUME" TO MONTH-PACK-LINE.
    WRITE MONTH-PACK-LINE.
    MOVE "RANK PAIR  CONVERSIONS   VOIDS   SOURCE VOLUME CONVERTED VOLUME      USD VOLUME SHARE %"
        TO MONTH-PACK-LINE.
    WRITE MONTH-PACK-LINE.
    PERFORM WRITE-NEXT-CORRIDOR
        VARYING WS-RANK FROM 1 BY 1
        UNTIL WS-RANK > WS-TOP-CORRIDORS OR WS-RANK > WS-PR-COUNT-USED.
    IF WS-PR-COUNT-USED = ZERO
        MOVE "  NO CONVERSIONS FILED THIS MONTH" TO MONTH-PACK-LINE
        WRITE MONTH-PACK-LINE
    END-IF.
    MOVE SPACES TO MONTH-PACK-LINE.
    WRITE MONTH-PACK-LINE.

WRITE-NEXT-CORRIDOR.
    MOVE ZERO TO WS-PR-BEST-IDX.
    PERFORM VARYING WS-PR-IDX FROM 1 BY 1
            UNTIL WS-PR-IDX > WS-PR-COUNT-USED
        IF NOT WS-PR-RANKED(WS-PR-IDX)
            IF WS-PR-BEST-IDX = ZERO
                MOVE WS-PR-IDX TO WS-PR-BEST-IDX
            ELSE
                IF WS-PR-USD(WS-PR-IDX) > WS-PR-USD(WS-PR-BEST-IDX)
                    MOVE WS-PR-IDX TO WS-PR-BEST-IDX
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    SET WS-PR-RANKED(WS-PR-BEST-IDX) TO TRUE.
    MOVE ZERO TO WS-SHARE-PCT.
    IF WS-CS-USD(1) > ZERO AND WS-PR-USD(WS-PR-BEST-IDX) > ZERO
        COMPUTE WS-SHARE-PCT ROUNDED =
            WS-PR-USD(WS-PR-BEST-IDX) * 100 / WS-CS-USD(1)
    END-IF.
    MOVE WS-RANK TO WS-PRINT-RANK.
    MOVE WS-PR-TXN(WS-PR-BEST-IDX) TO WS-PRINT-CONVS.
    MOVE WS-PR-VOIDS(WS-PR-BEST-IDX) TO WS-PRINT-VOIDS.
    MOVE WS-PR-SOURCE(WS-PR-BEST-IDX) TO WS-PRINT-SOURCE.
    MOVE WS-PR-CONVERTED(WS-PR-BEST-IDX) TO WS-PRINT-CONVERTED.
    MOVE WS-PR-USD(WS-PR-BEST-IDX) TO WS-PRINT-USD.
    MOVE WS-SHARE-PCT TO WS-PRINT-SHARE.
    MOVE SPACES TO MONTH-PACK-LINE.
    STRING WS-PRINT-RANK DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-PR-FROM(WS-PR-BEST-IDX) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-PR-TO(WS-PR-BEST-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-CONVS DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-VOIDS DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-SOURCE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-CONVERTED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-USD DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-PRINT-SHARE DELIMITED BY SIZE
        INTO MONTH-PACK-LINE.
    WRITE MONTH-PACK-LINE.

WRITE-PACK-BRANCHES.
    MOVE "BRANCH RANKING BY USD VOLUME" TO MONTH-PACK-LINE.
    WRITE MONTH-PACK-LINE.
    MOVE "RANK BR  CONVERSIONS   VOIDS      USD VOLUME        FEES USD  LAST MONTH USD   CHG %"
        TO MONTH-PACK-LINE.
    WRITE MONTH-PACK-LINE.
    PERFORM WRITE-NEXT-BRANCH
        VARYING WS-RANK FROM 1 BY 1
        UNTIL WS-RANK > WS-BR-COUNT-USED.
    MOVE SPACES TO MONTH-PACK-LINE.
    WRITE MONTH-PACK-LINE.

WRITE-NEXT-BRANCH.
    MOVE ZERO TO WS-BR-BEST-IDX.
    PERFORM VARYING WS-BR-IDX FROM 1 BY 1
            UNTIL WS-BR-IDX > WS-BR-COUNT-USED
        IF NOT WS-BR-RANKED(WS-BR-IDX)
            IF WS-BR-BEST-IDX = ZERO
                MOVE WS-BR-IDX TO WS-BR-BEST-IDX
            ELSE
                IF WS-BR-USD(WS-BR-IDX, 1)
                        > WS-BR-USD(WS-BR-BEST-IDX, 1)
                    MOVE WS-BR-IDX TO WS-BR-BEST-IDX
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    SET WS-BR-RANKED(WS-BR-BEST-IDX) TO TRUE.
    MOVE WS-BR-USD(WS-BR-BEST-IDX, 1) TO WS-PCT-CURRENT.
    MOVE WS-BR-USD(WS-BR-BEST-IDX, 2) TO WS-PCT-PRIOR.
    PERFORM FORMAT-CHANGE-PCT.
    MOVE WS-RANK TO WS-PRINT-RANK.
    MOVE WS-BR-TXN(WS-BR-BEST-IDX, 1) TO WS-PRINT-CONVS.
    MOVE WS-BR-VOIDS(WS-BR-BEST-IDX, 1) TO WS-PRINT-VOIDS.
    MOVE WS-BR-USD(WS-BR-BEST-IDX, 1) TO WS-PRINT-USD.
    MOVE WS-BR-FEE-USD(WS-BR-BEST-IDX, 1) TO WS-PRINT-FEE-USD.
    MOVE WS-BR-USD(WS-BR-BEST-IDX, 2) TO WS-PRINT-PRIOR-USD.
    MOVE SPACES TO MONTH-PACK-LINE.
    STRING WS-PRINT-RANK DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-BR-CODE(WS-BR-BEST-IDX) DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-PRINT-CONVS DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-VOIDS DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-USD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-FEE-USD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-PRIOR-USD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PCT-TEXT DELIMITED BY SIZE
        INTO MONTH-PACK-LINE.
    WRITE MONTH-PACK-LINE.

WRITE-PACK-CUSTOMERS.
    MOVE "CUSTOMERS" TO MONTH-PACK-LINE.
    WRITE MONTH-PACK-LINE.
    MOVE WS-CS-CUSTOMERS(1) TO WS-PRINT-COUNT.
    MOVE SPACES TO MONTH-PACK-LINE.
    STRING "  CUSTOMERS CONVERTING THIS MONTH            " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO MONTH-PACK-LINE.
    WRITE MONTH-PACK-LINE.
    MOVE WS-NEW-CUSTOMERS TO WS-PRINT-COUNT.
    MOVE SPACES TO MONTH-PACK-LINE.
    STRING "  OF WHICH FIRST CONVERSION OF THE YEAR      " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO MONTH-PACK-LINE.
    WRITE MONTH-PACK-LINE.
    MOVE WS-CS-CUSTOMERS(4) TO WS-PRINT-COUNT.
    MOVE SPACES TO MONTH-PACK-LINE.
    STRING "  CUSTOMERS CONVERTING YEAR TO DATE          " DELIMITED BY SIZE
           WS-PRINT-COUNT DELIMITED BY SIZE
        INTO MONTH-PACK-LINE.
    WRITE MONTH-PACK-LINE.
    MOVE SPACES TO MONTH-PACK-LINE.
    IF MASTER-COUNTED
        MOVE WS-MASTER-CUSTOMERS TO WS-PRINT-COUNT
        STRING "  CUSTOMERS ON THE CUSTOMER MASTER           "
                   DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
            INTO MONTH-PACK-LINE
    ELSE
        MOVE "  CUSTMAST.DAT NOT AVAILABLE -- CUSTOMER MASTER NOT COUNTED"
            TO MONTH-PACK-LINE
    END-IF.
    WRITE MONTH-PACK-LINE.
    IF WS-CS-UNVALUED(1) > ZERO
        MOVE SPACES TO MONTH-PACK-LINE
        WRITE MONTH-PACK-LINE
        MOVE WS-CS-UNVALUED(1) TO WS-PRINT-COUNT
        MOVE SPACES TO MONTH-PACK-LINE
        STRING "ENTRIES THIS MONTH NOT VALUED IN USD -- NO RATE ON FILE: "
                   DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
            INTO MONTH-PACK-LINE
        WRITE MONTH-PACK-LINE
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
