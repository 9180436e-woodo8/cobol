IDENTIFICATION DIVISION.
PROGRAM-ID. Revalue.

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

    SELECT FX-POSITION-FILE ASSIGN TO "FXPOSN.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FP-POSITION-KEY
        FILE STATUS IS WS-POSITION-FILE-STATUS.

    SELECT REVAL-JOURNAL-FILE ASSIGN TO "REVJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-FILE-STATUS.

    SELECT REVAL-REPORT-FILE ASSIGN TO "REVALRPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REVAL-REPORT-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CONTROL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CORPORATE-AUDIT-FILE.
    COPY AUDITLOG.

FD  CURRENCY-RATE-FILE.
    COPY CURRATE.

FD  FX-POSITION-FILE.
    COPY FXPOSN.

FD  REVAL-JOURNAL-FILE.
    COPY GLJRNL.

FD  REVAL-REPORT-FILE.
01  REVAL-REPORT-LINE PIC X(100).

FD  RUN-CONTROL-FILE.
    COPY RUNCTL.

WORKING-STORAGE SECTION.
01 WS-RUN-CONTROL-STATUS PIC XX.
    88 RUN-CONTROL-OK VALUE "00".
01 WS-RUNCTL-EOF-FLAG PIC X VALUE "N".
    88 END-OF-RUN-CONTROL VALUE "Y".
01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
01 WS-OWN-JOB-NAME PIC X(8) VALUE "REVALUE".
01 WS-PRED-JOB-NAME PIC X(8) VALUE "EARNRPT".
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
01 WS-POSITION-FILE-STATUS PIC XX.
    88 POSITION-FILE-OK VALUE "00".
    88 POSITION-FILE-NOT-FOUND VALUE "35".
01 WS-JOURNAL-FILE-STATUS PIC XX.
    88 JOURNAL-FILE-OK VALUE "00".
01 WS-REVAL-REPORT-STATUS PIC XX.
    88 REVAL-REPORT-OK VALUE "00".

01 WS-EOF-FLAG PIC X VALUE "N".
    88 END-OF-CORP-AUDIT VALUE "Y".
01 WS-POSITION-EOF-FLAG PIC X VALUE "N".
    88 END-OF-POSITIONS VALUE "Y".
01 WS-ALREADY-CARRIED-FLAG PIC X VALUE "N".
    88 POSITIONS-ALREADY-CARRIED VALUE "Y".
01 WS-OVERFLOW-FLAG PIC X VALUE "N".
    88 TABLE-OVERFLOWED VALUE "Y".

01 WS-REPORTING-CURRENCY PIC X(3) VALUE "USD".
01 WS-CLOSE-TIMESTAMP PIC 9(14).

01 WS-PN-COUNT-USED PIC 9(3) VALUE ZERO.
01 WS-POSITION-TABLE.
    05 WS-PN-ENTRY OCCURS 500 TIMES.
        10 WS-PN-BRANCH PIC X(3).
        10 WS-PN-CURRENCY PIC X(3).
        10 WS-PN-ON-FILE-FLAG PIC X.
            88 WS-PN-ON-FILE VALUE "Y".
        10 WS-PN-PRIOR-POSITION PIC S9(11)V9(3).
        10 WS-PN-PRIOR-VALUE PIC S9(13)V9(3).
        10 WS-PN-PRIOR-RATE PIC 9(5)V9(6).
        10 WS-PN-MOVEMENT PIC S9(11)V9(3).
        10 WS-PN-MOVEMENT-COST PIC S9(13)V9(3).
        10 WS-PN-CLOSING-POSITION PIC S9(11)V9(3).
        10 WS-PN-CLOSING-RATE PIC 9(5)V9(6).
        10 WS-PN-CLOSING-VALUE PIC S9(13)V9(3).
        10 WS-PN-GAIN-LOSS PIC S9(13)V9(3).
        10 WS-PN-RATE-NOTE PIC X.
            88 WS-PN-PRIOR-RATE-USED VALUE "P".
            88 WS-PN-NOT-VALUED VALUE "N".
01 WS-SEARCH-IDX PIC 9(3).
01 WS-POST-IDX PIC 9(3).
01 WS-PN-IDX PIC 9(3).
01 WS-FOUND-FLAG PIC X.
    88 ENTRY-FOUND VALUE "Y".

01 WS-POST-BRANCH PIC X(3).
01 WS-POST-CURRENCY PIC X(3).
01 WS-POST-AMOUNT PIC S9(11)V9(3).
01 WS-POST-COST PIC S9(13)V9(3).
01 WS-ENTRY-SIGN PIC S9 VALUE +1.
01 WS-NET-AMOUNT PIC 9(6)V9(3).

01 WS-AS-OF-TIMESTAMP PIC 9(14).
01 WS-LOOKUP-FROM-CURRENCY PIC X(3).
01 WS-LOOKUP-TO-CURRENCY PIC X(3).
01 WS-FOUND-RATE PIC 9(5)V9(6).
01 WS-RATE-FOUND-FLAG PIC X VALUE "N".
    88 RATE-IN-EFFECT-FOUND VALUE "Y".
01 WS-VALUE-RATE PIC 9(5)V9(6).

01 WS-GL-COUNT-USED PIC 9(3) VALUE ZERO.
01 WS-GL-TABLE.
    05 WS-GL-ENTRY OCCURS 600 TIMES.
        10 WS-GL-BRANCH PIC X(3).
        10 WS-GL-ACCOUNT PIC X(10).
        10 WS-GL-DR-CR PIC X.
        10 WS-GL-AMOUNT PIC 9(13)V9(3).
01 WS-GL-IDX PIC 9(3).
01 WS-POST-ACCOUNT PIC X(10).
01 WS-POST-DR-CR PIC X.
01 WS-GL-POST-AMOUNT PIC 9(13)V9(3).
01 WS-REVAL-ACCOUNT PIC X(10).

01 WS-BRANCH-COUNT-USED PIC 9(2) VALUE ZERO.
01 WS-BRANCH-TOTAL-TABLE.
    05 WS-BT-ENTRY OCCURS 10 TIMES.
        10 WS-BT-BRANCH PIC X(3).
        10 WS-BT-DEBIT-TOTAL PIC 9(13)V9(3).
        10 WS-BT-CREDIT-TOTAL PIC 9(13)V9(3).
        10 WS-BT-LINE-COUNT PIC 9(7).
01 WS-BRANCH-IDX PIC 9(2).
01 WS-BT-POST-IDX PIC 9(2).

01 WS-TOTAL-GAIN-LOSS PIC S9(13)V9(3) VALUE ZERO.
01 WS-ENTRY-COUNT PIC 9(7) VALUE ZERO.
01 WS-NOT-VALUED-COUNT PIC 9(5) VALUE ZERO.
01 WS-PRIOR-RATE-COUNT PIC 9(5) VALUE ZERO.

01 WS-PRINT-COUNT PIC ZZZZZZ9.
01 WS-PRINT-MOVEMENT PIC -ZZZZZZZZZZ9.999.
01 WS-PRINT-POSITION PIC -ZZZZZZZZZZ9.999.
01 WS-PRINT-RATE PIC ZZZZ9.999999.
01 WS-PRINT-VALUE PIC -ZZZZZZZZZZZZ9.99.
01 WS-PRINT-GAIN PIC -ZZZZZZZZZZ9.99.

PROCEDURE DIVISION.
    PERFORM CHECK-RUN-CONTROL.
    IF JOB-READY
        PERFORM RUN-REVALUATION
    END-IF.
STOP RUN.

RUN-REVALUATION.
    COMPUTE WS-CLOSE-TIMESTAMP = WS-BUSINESS-DATE * 1000000 + 235959.
    OPEN INPUT CURRENCY-RATE-FILE.
    IF NOT RATE-FILE-OK
        DISPLAY "CURRATE.DAT not available -- positions not revalued."
    ELSE
        OPEN INPUT CORPORATE-AUDIT-FILE
        IF NOT CORPORATE-FILE-OK
            DISPLAY "CORPAUD.DAT not found -- run the consolidation first."
        ELSE
            OPEN I-O FX-POSITION-FILE
            IF POSITION-FILE-NOT-FOUND
                OPEN OUTPUT FX-POSITION-FILE
                CLOSE FX-POSITION-FILE
                OPEN I-O FX-POSITION-FILE
            END-IF
            IF NOT POSITION-FILE-OK
                DISPLAY "FXPOSN.DAT not available -- positions not"
                        " revalued."
            ELSE
                PERFORM LOAD-CARRIED-POSITIONS
                IF POSITIONS-ALREADY-CARRIED
                    DISPLAY "FXPOSN.DAT already carries business date "
                            WS-BUSINESS-DATE " -- run refused."
                ELSE
                    PERFORM ACCUMULATE-DAY-MOVEMENTS
                    IF TABLE-OVERFLOWED
                        DISPLAY "Position table full -- revaluation"
                                " abandoned."
                    ELSE
                        PERFORM REVALUE-ONE-POSITION
                            VARYING WS-PN-IDX FROM 1 BY 1
                            UNTIL WS-PN-IDX > WS-PN-COUNT-USED
                        PERFORM BUILD-REVALUATION-JOURNAL
                        PERFORM WRITE-JOURNAL-FILE
                        PERFORM FILE-CARRIED-POSITIONS
                        PERFORM WRITE-REVALUATION-REPORT
                        PERFORM MARK-JOB-COMPLETE
                        MOVE WS-TOTAL-GAIN-LOSS TO WS-PRINT-GAIN
                        DISPLAY "Unrealised FX gain/loss "
                                WS-REPORTING-CURRENCY " " WS-PRINT-GAIN
                        DISPLAY "Revaluation journal written to"
                                " REVJRNL.DAT -- see REVALRPT.DAT"
                    END-IF
                END-IF
                CLOSE FX-POSITION-FILE
            END-IF
            CLOSE CORPORATE-AUDIT-FILE
        END-IF
        CLOSE CURRENCY-RATE-FILE
    END-IF.

LOAD-CARRIED-POSITIONS.
    MOVE LOW-VALUES TO FP-POSITION-KEY.
    START FX-POSITION-FILE KEY IS NOT LESS THAN FP-POSITION-KEY
        INVALID KEY SET END-OF-POSITIONS TO TRUE
    END-START.
    IF NOT END-OF-POSITIONS
        PERFORM READ-NEXT-POSITION
    END-IF.
    PERFORM UNTIL END-OF-POSITIONS
        IF FP-REVALUED-DATE NOT < WS-BUSINESS-DATE
            SET POSITIONS-ALREADY-CARRIED TO TRUE
        END-IF
        MOVE FP-BRANCH-CODE TO WS-POST-BRANCH
        MOVE FP-CURRENCY TO WS-POST-CURRENCY
        PERFORM FIND-POSITION-ENTRY
        IF WS-POST-IDX > ZERO
            SET WS-PN-ON-FILE(WS-POST-IDX) TO TRUE
            MOVE FP-CLOSING-RATE TO WS-PN-PRIOR-RATE(WS-POST-IDX)
            IF FP-SHORT
                COMPUTE WS-PN-PRIOR-POSITION(WS-POST-IDX) =
                    ZERO - FP-POSITION-AMOUNT
                COMPUTE WS-PN-PRIOR-VALUE(WS-POST-IDX) =
                    ZERO - FP-REVALUED-AMOUNT
            ELSE
                MOVE FP-POSITION-AMOUNT
                    TO WS-PN-PRIOR-POSITION(WS-POST-IDX)
                MOVE FP-REVALUED-AMOUNT TO WS-PN-PRIOR-VALUE(WS-POST-IDX)
            END-IF
        END-IF
        PERFORM READ-NEXT-POSITION
    END-PERFORM.

READ-NEXT-POSITION.
    READ FX-POSITION-FILE NEXT RECORD
        AT END SET END-OF-POSITIONS TO TRUE
    END-READ.

ACCUMULATE-DAY-MOVEMENTS.
    PERFORM READ-CORP-AUDIT-RECORD.
    PERFORM UNTIL END-OF-CORP-AUDIT
        ADD 1 TO WS-ENTRY-COUNT
        IF AL-FROM-CURRENCY NOT = SPACES AND AL-TO-CURRENCY NOT = SPACES
           AND AL-NUM1 NUMERIC AND AL-RESULT NUMERIC
           AND AL-FEE-AMOUNT NUMERIC AND AL-FEE-AMOUNT NOT > AL-RESULT
            PERFORM POST-ENTRY-MOVEMENTS
        END-IF
        PERFORM READ-CORP-AUDIT-RECORD
    END-PERFORM.

READ-CORP-AUDIT-RECORD.
    READ CORPORATE-AUDIT-FILE
        AT END SET END-OF-CORP-AUDIT TO TRUE
    END-READ.

POST-ENTRY-MOVEMENTS.
    IF AL-VOID-ENTRY
        MOVE -1 TO WS-ENTRY-SIGN
    ELSE
        MOVE +1 TO WS-ENTRY-SIGN
    END-IF.
    MOVE AL-BRANCH-CODE TO WS-POST-BRANCH.
    MOVE AL-TIMESTAMP TO WS-AS-OF-TIMESTAMP.

    MOVE AL-FROM-CURRENCY TO WS-POST-CURRENCY.
    COMPUTE WS-POST-AMOUNT = AL-NUM1 * WS-ENTRY-SIGN.
    PERFORM POST-ONE-MOVEMENT.

    SUBTRACT AL-FEE-AMOUNT FROM AL-RESULT GIVING WS-NET-AMOUNT.
    MOVE AL-TO-CURRENCY TO WS-POST-CURRENCY.
    COMPUTE WS-POST-AMOUNT = ZERO - WS-NET-AMOUNT * WS-ENTRY-SIGN.
    PERFORM POST-ONE-MOVEMENT.

POST-ONE-MOVEMENT.
    PERFORM FIND-POSITION-ENTRY.
    IF WS-POST-IDX > ZERO
        PERFORM FIND-VALUATION-RATE
        IF RATE-IN-EFFECT-FOUND
            COMPUTE WS-POST-COST ROUNDED = WS-POST-AMOUNT * WS-VALUE-RATE
        ELSE
            MOVE ZERO TO WS-POST-COST
            MOVE "N" TO WS-PN-RATE-NOTE(WS-POST-IDX)
        END-IF
        ADD WS-POST-AMOUNT TO WS-PN-MOVEMENT(WS-POST-IDX)
        ADD WS-POST-COST TO WS-PN-MOVEMENT-COST(WS-POST-IDX)
    END-IF.

FIND-POSITION-ENTRY.
    MOVE "N" TO WS-FOUND-FLAG.
    MOVE ZERO TO WS-POST-IDX.
    PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
            UNTIL WS-SEARCH-IDX > WS-PN-COUNT-USED
        IF WS-PN-BRANCH(WS-SEARCH-IDX) = WS-POST-BRANCH
           AND WS-PN-CURRENCY(WS-SEARCH-IDX) = WS-POST-CURRENCY
            MOVE WS-SEARCH-IDX TO WS-POST-IDX
            SET ENTRY-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF NOT ENTRY-FOUND
        IF WS-PN-COUNT-USED < 500
            ADD 1 TO WS-PN-COUNT-USED
            MOVE WS-PN-COUNT-USED TO WS-POST-IDX
            MOVE WS-POST-BRANCH TO WS-PN-BRANCH(WS-POST-IDX)
            MOVE WS-POST-CURRENCY TO WS-PN-CURRENCY(WS-POST-IDX)
            MOVE "N" TO WS-PN-ON-FILE-FLAG(WS-POST-IDX)
            MOVE ZERO TO WS-PN-PRIOR-POSITION(WS-POST-IDX)
            MOVE ZERO TO WS-PN-PRIOR-VALUE(WS-POST-IDX)
            MOVE ZERO TO WS-PN-PRIOR-RATE(WS-POST-IDX)
            MOVE ZERO TO WS-PN-MOVEMENT(WS-POST-IDX)
            MOVE ZERO TO WS-PN-MOVEMENT-COST(WS-POST-IDX)
            MOVE ZERO TO WS-PN-CLOSING-POSITION(WS-POST-IDX)
            MOVE ZERO TO WS-PN-CLOSING-RATE(WS-POST-IDX)
            MOVE ZERO TO WS-PN-CLOSING-VALUE(WS-POST-IDX)
            MOVE ZERO TO WS-PN-GAIN-LOSS(WS-POST-IDX)
            MOVE SPACE TO WS-PN-RATE-NOTE(WS-POST-IDX)
        ELSE
            SET TABLE-OVERFLOWED TO TRUE
        END-IF
    END-IF.

FIND-VALUATION-RATE.
    MOVE "N" TO WS-RATE-FOUND-FLAG.
    MOVE ZERO TO WS-VALUE-RATE.
    IF WS-POST-CURRENCY = WS-REPORTING-CURRENCY
        MOVE 1 TO WS-VALUE-RATE
        SET RATE-IN-EFFECT-FOUND TO TRUE
    ELSE
        MOVE WS-POST-CURRENCY TO WS-LOOKUP-FROM-CURRENCY
        MOVE WS-REPORTING-CURRENCY TO WS-LOOKUP-TO-CURRENCY
        PERFORM FIND-RATE-AS-OF
        IF RATE-IN-EFFECT-FOUND
            MOVE WS-FOUND-RATE TO WS-VALUE-RATE
        ELSE
            MOVE WS-REPORTING-CURRENCY TO WS-LOOKUP-FROM-CURRENCY
            MOVE WS-POST-CURRENCY TO WS-LOOKUP-TO-CURRENCY
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

REVALUE-ONE-POSITION.
    COMPUTE WS-PN-CLOSING-POSITION(WS-PN-IDX) =
        WS-PN-PRIOR-POSITION(WS-PN-IDX) + WS-PN-MOVEMENT(WS-PN-IDX).
    MOVE WS-PN-CURRENCY(WS-PN-IDX) TO WS-POST-CURRENCY.
    MOVE WS-CLOSE-TIMESTAMP TO WS-AS-OF-TIMESTAMP.
    PERFORM FIND-VALUATION-RATE.
    IF NOT RATE-IN-EFFECT-FOUND AND WS-PN-PRIOR-RATE(WS-PN-IDX) > ZERO
        MOVE WS-PN-PRIOR-RATE(WS-PN-IDX) TO WS-VALUE-RATE
        SET RATE-IN-EFFECT-FOUND TO TRUE
        SET WS-PN-PRIOR-RATE-USED(WS-PN-IDX) TO TRUE
        ADD 1 TO WS-PRIOR-RATE-COUNT
    END-IF.

    IF RATE-IN-EFFECT-FOUND AND NOT WS-PN-NOT-VALUED(WS-PN-IDX)
        MOVE WS-VALUE-RATE TO WS-PN-CLOSING-RATE(WS-PN-IDX)
        COMPUTE WS-PN-CLOSING-VALUE(WS-PN-IDX) ROUNDED =
            WS-PN-CLOSING-POSITION(WS-PN-IDX) * WS-VALUE-RATE
        COMPUTE WS-PN-GAIN-LOSS(WS-PN-IDX) =
            WS-PN-CLOSING-VALUE(WS-PN-IDX)
            - WS-PN-PRIOR-VALUE(WS-PN-IDX)
            - WS-PN-MOVEMENT-COST(WS-PN-IDX)
        ADD WS-PN-GAIN-LOSS(WS-PN-IDX) TO WS-TOTAL-GAIN-LOSS
    ELSE
        SET WS-PN-NOT-VALUED(WS-PN-IDX) TO TRUE
        ADD 1 TO WS-NOT-VALUED-COUNT
        MOVE WS-PN-PRIOR-RATE(WS-PN-IDX) TO WS-PN-CLOSING-RATE(WS-PN-IDX)
        COMPUTE WS-PN-CLOSING-VALUE(WS-PN-IDX) =
            WS-PN-PRIOR-VALUE(WS-PN-IDX) + WS-PN-MOVEMENT-COST(WS-PN-IDX)
        MOVE ZERO TO WS-PN-GAIN-LOSS(WS-PN-IDX)
    END-IF.

BUILD-REVALUATION-JOURNAL.
    PERFORM VARYING WS-PN-IDX FROM 1 BY 1
            UNTIL WS-PN-IDX > WS-PN-COUNT-USED
        IF WS-PN-GAIN-LOSS(WS-PN-IDX) NOT = ZERO
            MOVE WS-PN-BRANCH(WS-PN-IDX) TO WS-POST-BRANCH
            MOVE SPACES TO WS-REVAL-ACCOUNT
            STRING "REVAL-" DELIMITED BY SIZE
                   WS-PN-CURRENCY(WS-PN-IDX) DELIMITED BY SIZE
                INTO WS-REVAL-ACCOUNT
            IF WS-PN-GAIN-LOSS(WS-PN-IDX) > ZERO
                MOVE WS-PN-GAIN-LOSS(WS-PN-IDX) TO WS-GL-POST-AMOUNT
                MOVE WS-REVAL-ACCOUNT TO WS-POST-ACCOUNT
                MOVE "D" TO WS-POST-DR-CR
                PERFORM POST-JOURNAL-LINE
                MOVE "FXREVAL" TO WS-POST-ACCOUNT
                MOVE "C" TO WS-POST-DR-CR
                PERFORM POST-JOURNAL-LINE
            ELSE
                COMPUTE WS-GL-POST-AMOUNT =
                    ZERO - WS-PN-GAIN-LOSS(WS-PN-IDX)
                MOVE "FXREVAL" TO WS-POST-ACCOUNT
                MOVE "D" TO WS-POST-DR-CR
                PERFORM POST-JOURNAL-LINE
                MOVE WS-REVAL-ACCOUNT TO WS-POST-ACCOUNT
                MOVE "C" TO WS-POST-DR-CR
                PERFORM POST-JOURNAL-LINE
            END-IF
        END-IF
    END-PERFORM.

POST-JOURNAL-LINE.
    MOVE "N" TO WS-FOUND-FLAG.
    PERFORM VARYING WS-GL-IDX FROM 1 BY 1
            UNTIL WS-GL-IDX > WS-GL-COUNT-USED
        IF WS-GL-BRANCH(WS-GL-IDX) = WS-POST-BRANCH
           AND WS-GL-ACCOUNT(WS-GL-IDX) = WS-POST-ACCOUNT
           AND WS-GL-DR-CR(WS-GL-IDX) = WS-POST-DR-CR
            ADD WS-GL-POST-AMOUNT TO WS-GL-AMOUNT(WS-GL-IDX)
            SET ENTRY-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF NOT ENTRY-FOUND
        IF WS-GL-COUNT-USED < 600
            ADD 1 TO WS-GL-COUNT-USED
            MOVE WS-POST-BRANCH TO WS-GL-BRANCH(WS-GL-COUNT-USED)
            MOVE WS-POST-ACCOUNT TO WS-GL-ACCOUNT(WS-GL-COUNT-USED)
            MOVE WS-POST-DR-CR TO WS-GL-DR-CR(WS-GL-COUNT-USED)
            MOVE WS-GL-POST-AMOUNT TO WS-GL-AMOUNT(WS-GL-COUNT-USED)
        ELSE
            DISPLAY "WARNING: journal table full, " WS-POST-BRANCH
                    " " WS-POST-ACCOUNT " not journalled"
        END-IF
    END-IF.

WRITE-JOURNAL-FILE.
    OPEN OUTPUT REVAL-JOURNAL-FILE.
    PERFORM WRITE-ONE-DETAIL-LINE
        VARYING WS-GL-IDX FROM 1 BY 1
        UNTIL WS-GL-IDX > WS-GL-COUNT-USED.
    PERFORM WRITE-BRANCH-TRAILERS
        VARYING WS-BRANCH-IDX FROM 1 BY 1
        UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT-USED.
    CLOSE REVAL-JOURNAL-FILE.

WRITE-ONE-DETAIL-LINE.
    MOVE "D" TO JL-RECORD-TYPE.
    MOVE WS-GL-BRANCH(WS-GL-IDX) TO JL-BRANCH-CODE.
    MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE.
    MOVE WS-GL-ACCOUNT(WS-GL-IDX) TO JL-ACCOUNT.
    MOVE WS-REPORTING-CURRENCY TO JL-CURRENCY.
    MOVE WS-GL-DR-CR(WS-GL-IDX) TO JL-DR-CR.
    MOVE WS-GL-AMOUNT(WS-GL-IDX) TO JL-AMOUNT.
    MOVE ZERO TO JL-LINE-COUNT.
    WRITE GL-JOURNAL-RECORD.
    PERFORM POST-BRANCH-TOTAL.

POST-BRANCH-TOTAL.
    MOVE ZERO TO WS-BT-POST-IDX.
    PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
            UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT-USED
        IF WS-BT-BRANCH(WS-BRANCH-IDX) = WS-GL-BRANCH(WS-GL-IDX)
            MOVE WS-BRANCH-IDX TO WS-BT-POST-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WS-BT-POST-IDX = ZERO AND WS-BRANCH-COUNT-USED < 10
        ADD 1 TO WS-BRANCH-COUNT-USED
        MOVE WS-BRANCH-COUNT-USED TO WS-BT-POST-IDX
        MOVE WS-GL-BRANCH(WS-GL-IDX) TO WS-BT-BRANCH(WS-BT-POST-IDX)
        MOVE ZERO TO WS-BT-DEBIT-TOTAL(WS-BT-POST-IDX)
        MOVE ZERO TO WS-BT-CREDIT-TOTAL(WS-BT-POST-IDX)
        MOVE ZERO TO WS-BT-LINE-COUNT(WS-BT-POST-IDX)
    END-IF.
    IF WS-BT-POST-IDX > ZERO
        ADD 1 TO WS-BT-LINE-COUNT(WS-BT-POST-IDX)
        IF WS-GL-DR-CR(WS-GL-IDX) = "D"
            ADD WS-GL-AMOUNT(WS-GL-IDX) TO WS-BT-DEBIT-TOTAL(WS-BT-POST-IDX)
        ELSE
            ADD WS-GL-AMOUNT(WS-GL-IDX)
                TO WS-BT-CREDIT-TOTAL(WS-BT-POST-IDX)
        END-IF
    END-IF.

WRITE-BRANCH-TRAILERS.
    MOVE "T" TO JL-RECORD-TYPE.
    MOVE WS-BT-BRANCH(WS-BRANCH-IDX) TO JL-BRANCH-CODE.
    MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE.
    MOVE SPACES TO JL-ACCOUNT.
    MOVE SPACES TO JL-CURRENCY.
    MOVE "D" TO JL-DR-CR.
    MOVE WS-BT-DEBIT-TOTAL(WS-BRANCH-IDX) TO JL-AMOUNT.
    MOVE WS-BT-LINE-COUNT(WS-BRANCH-IDX) TO JL-LINE-COUNT.
    WRITE GL-JOURNAL-RECORD.
    MOVE "C" TO JL-DR-CR.
    MOVE WS-BT-CREDIT-TOTAL(WS-BRANCH-IDX) TO JL-AMOUNT.
    WRITE GL-JOURNAL-RECORD.

FILE-CARRIED-POSITIONS.
    PERFORM VARYING WS-PN-IDX FROM 1 BY 1
            UNTIL WS-PN-IDX > WS-PN-COUNT-USED
        MOVE WS-PN-BRANCH(WS-PN-IDX) TO FP-BRANCH-CODE
        MOVE WS-PN-CURRENCY(WS-PN-IDX) TO FP-CURRENCY
        IF WS-PN-CLOSING-POSITION(WS-PN-IDX) < ZERO
            SET FP-SHORT TO TRUE
            COMPUTE FP-POSITION-AMOUNT =
                ZERO - WS-PN-CLOSING-POSITION(WS-PN-IDX)
            COMPUTE FP-REVALUED-AMOUNT =
                ZERO - WS-PN-CLOSING-VALUE(WS-PN-IDX)
        ELSE
            SET FP-LONG TO TRUE
            MOVE WS-PN-CLOSING-POSITION(WS-PN-IDX) TO FP-POSITION-AMOUNT
            MOVE WS-PN-CLOSING-VALUE(WS-PN-IDX) TO FP-REVALUED-AMOUNT
        END-IF
        MOVE WS-PN-CLOSING-RATE(WS-PN-IDX) TO FP-CLOSING-RATE
        MOVE WS-BUSINESS-DATE TO FP-REVALUED-DATE
        IF WS-PN-ON-FILE(WS-PN-IDX)
            REWRITE FX-POSITION-RECORD
                INVALID KEY
                    DISPLAY "Could not carry position " FP-BRANCH-CODE
                            " " FP-CURRENCY
            END-REWRITE
        ELSE
            WRITE FX-POSITION-RECORD
                INVALID KEY
                    DISPLAY "Could not carry position " FP-BRANCH-CODE
                            " " FP-CURRENCY
            END-WRITE
        END-IF
    END-PERFORM.

WRITE-REVALUATION-REPORT.
    OPEN OUTPUT REVAL-REPORT-FILE.
    MOVE SPACES TO REVAL-REPORT-LINE.
    STRING "END-OF-DAY POSITION REVALUATION  BUSINESS DATE "
               DELIMITED BY SIZE
           WS-BUSINESS-DATE DELIMITED BY SIZE
           "  REPORTING CURRENCY " DELIMITED BY SIZE
           WS-REPORTING-CURRENCY DELIMITED BY SIZE
        INTO REVAL-REPORT-LINE.
    WRITE REVAL-REPORT-LINE.
    MOVE "BR  CCY     DAY MOVEMENT CLOSING POSITION CLOSING RATE    REVALUED VALUE       GAIN/LOSS"
        TO REVAL-REPORT-LINE.
    WRITE REVAL-REPORT-LINE.
    PERFORM VARYING WS-PN-IDX FROM 1 BY 1
            UNTIL WS-PN-IDX > WS-PN-COUNT-USED
        MOVE WS-PN-MOVEMENT(WS-PN-IDX) TO WS-PRINT-MOVEMENT
        MOVE WS-PN-CLOSING-POSITION(WS-PN-IDX) TO WS-PRINT-POSITION
        MOVE WS-PN-CLOSING-RATE(WS-PN-IDX) TO WS-PRINT-RATE
        MOVE WS-PN-CLOSING-VALUE(WS-PN-IDX) TO WS-PRINT-VALUE
        MOVE WS-PN-GAIN-LOSS(WS-PN-IDX) TO WS-PRINT-GAIN
        MOVE SPACES TO REVAL-REPORT-LINE
        STRING WS-PN-BRANCH(WS-PN-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PN-CURRENCY(WS-PN-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-MOVEMENT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-POSITION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-RATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-VALUE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-GAIN DELIMITED BY SIZE
            INTO REVAL-REPORT-LINE
        IF WS-PN-PRIOR-RATE-USED(WS-PN-IDX)
            MOVE " PRIOR RATE" TO REVAL-REPORT-LINE(90:)
        ELSE
            IF WS-PN-NOT-VALUED(WS-PN-IDX)
                MOVE " NO RATE" TO REVAL-REPORT-LINE(90:)
            END-IF
        END-IF
        WRITE REVAL-REPORT-LINE
    END-PERFORM.
    MOVE SPACES TO REVAL-REPORT-LINE.
    WRITE REVAL-REPORT-LINE.
    MOVE WS-TOTAL-GAIN-LOSS TO WS-PRINT-GAIN.
    MOVE SPACES TO REVAL-REPORT-LINE.
    STRING "TOTAL UNREALISED FX GAIN/LOSS " DELIMITED BY SIZE
           WS-PRINT-GAIN DELIMITED BY SIZE
        INTO REVAL-REPORT-LINE.
    WRITE REVAL-REPORT-LINE.
    IF WS-PRIOR-RATE-COUNT > ZERO
        MOVE WS-PRIOR-RATE-COUNT TO WS-PRINT-COUNT
        MOVE SPACES TO REVAL-REPORT-LINE
        STRING "POSITIONS VALUED AT THE PRIOR NIGHT'S RATE: "
                   DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
            INTO REVAL-REPORT-LINE
        WRITE REVAL-REPORT-LINE
    END-IF.
    IF WS-NOT-VALUED-COUNT > ZERO
        MOVE WS-NOT-VALUED-COUNT TO WS-PRINT-COUNT
        MOVE SPACES TO REVAL-REPORT-LINE
        STRING "POSITIONS NOT REVALUED -- NO RATE ON FILE: "
                   DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
            INTO REVAL-REPORT-LINE
        WRITE REVAL-REPORT-LINE
        DISPLAY "WARNING: " WS-PRINT-COUNT
                " positions not revalued -- see REVALRPT.DAT"
    END-IF.
    CLOSE REVAL-REPORT-FILE.

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
