        RECORD KEY IS CU-CUSTOMER-ID
        FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

    SELECT WATCH-MATCH-FILE ASSIGN TO "WLMATCH.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WM-MATCH-KEY
        FILE STATUS IS WS-MATCH-FILE-STATUS.

    SELECT WATCH-CONTROL-FILE ASSIGN TO "WLCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-FILE-STATUS.

    SELECT TELLER-MASTER-FILE ASSIGN TO "TELLMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
FD  CUSTOMER-MASTER-FILE.
    COPY CUSTMAST.

FD  WATCH-MATCH-FILE.
    COPY WLMATCH.

FD  WATCH-CONTROL-FILE.
    COPY WLCTL.

FD  TELLER-MASTER-FILE.
    COPY TELLMAST.

    88 CUSTOMER-FILE-OPEN VALUE "Y".
01 WS-CUSTOMER-STATUS PIC X VALUE "N".
    88 SLIP-CUSTOMER-VALID VALUE "Y".
01 WS-MATCH-FILE-STATUS PIC XX.
    88 MATCH-FILE-OK VALUE "00".
01 WS-MATCH-OPEN-FLAG PIC X VALUE "N".
    88 MATCH-FILE-OPEN VALUE "Y".
01 WS-CONTROL-FILE-STATUS PIC XX.
    88 CONTROL-FILE-OK VALUE "00".
    88 CONTROL-FILE-NOT-FOUND VALUE "35".
01 WS-LIST-LOADED-FLAG PIC X VALUE "N".
    88 WATCH-LIST-LOADED VALUE "Y".
01 WS-WATCH-CUSTOMER-ID PIC X(8).
01 WS-WATCH-HOLD-STATE PIC X VALUE "N".
    88 NO-WATCH-MATCH VALUE "N".
    88 WATCH-MATCH-PENDING VALUE "P".
    88 WATCH-MATCH-CONFIRMED VALUE "F".

01 WS-TELLER-FILE-STATUS PIC XX.
    88 TELLER-FILE-OK VALUE "00".
    88 JOB-READY VALUE "Y".
01 WS-RC-COUNT-USED PIC 9(2) VALUE ZERO.
01 WS-RUN-CONTROL-TABLE.
    05 WS-RC-ENTRY OCCURS 20 TIMES.
        10 WS-RC-DATE PIC 9(8).
        10 WS-RC-JOB PIC X(8).
        10 WS-RC-STATUS PIC X(8).
01 WS-CONVERSION-STATUS PIC X VALUE "N".
    88 CONVERSION-OK VALUE "Y".
01 WS-CONVERSION-RATE PIC 9(5)V9(6).
01 WS-MID-MARKET-RATE PIC 9(5)V9(6).
01 WS-LEG1-RATE PIC 9(5)V9(6).
01 WS-CROSS-RATE PIC 9(5)V9(6).

            DISPLAY "CUSTMAST.DAT not available -- customer IDs not validated."
        END-IF

        PERFORM READ-WATCH-CONTROL
        OPEN INPUT WATCH-MATCH-FILE
        IF MATCH-FILE-OK
            SET MATCH-FILE-OPEN TO TRUE
        ELSE
            IF WATCH-LIST-LOADED
                DISPLAY "WLMATCH.DAT not available -- slips with a"
                        " customer ID rejected."
            END-IF
        END-IF

        OPEN INPUT TELLER-MASTER-FILE
        IF TELLER-FILE-OK
            SET TELLER-FILE-OPEN TO TRUE
        IF FEE-FILE-OPEN
            CLOSE FEE-SCHEDULE-FILE
        END-IF
        IF MATCH-FILE-OPEN
            CLOSE WATCH-MATCH-FILE
        END-IF
        IF CUSTOMER-FILE-OPEN
            CLOSE CUSTOMER-MASTER-FILE
        END-IF
    ELSE
        PERFORM READ-RUN-CONTROL-RECORD
        PERFORM UNTIL END-OF-RUN-CONTROL
            IF WS-RC-COUNT-USED < 20
                ADD 1 TO WS-RC-COUNT-USED
                MOVE RN-BUSINESS-DATE TO WS-RC-DATE(WS-RC-COUNT-USED)
                MOVE RN-JOB-NAME TO WS-RC-JOB(WS-RC-COUNT-USED)
    MOVE ZERO TO RR-FEE-AMOUNT.
    MOVE ZERO TO RR-NET-AMOUNT.
    MOVE ZERO TO WS-FEE-AMOUNT.
    MOVE ZERO TO WS-MID-MARKET-RATE.
    MOVE "N" TO WS-VALID-OPERATION.

    PERFORM VALIDATE-SLIP-OPERATOR.
        MOVE ZERO TO RR-RESULT
        MOVE "NO RATE ON FILE" TO RR-STATUS
    ELSE
        MOVE WS-CONVERSION-RATE TO WS-MID-MARKET-RATE
        PERFORM APPLY-SPREAD-TO-RATE
        MOVE "*" TO RR-ARITH-OP
        MOVE WS-CONVERSION-RATE TO RR-NUM2
            END-READ
        END-IF
    END-IF.
    IF SLIP-CUSTOMER-VALID AND TR-CUSTOMER-ID NOT = SPACES
            AND WATCH-LIST-LOADED AND NOT MATCH-FILE-OPEN
        MOVE "N" TO WS-CUSTOMER-STATUS
        MOVE "WATCH-LIST UNCHECKED" TO RR-STATUS
    END-IF.
    IF SLIP-CUSTOMER-VALID AND TR-CUSTOMER-ID NOT = SPACES
        MOVE TR-CUSTOMER-ID TO WS-WATCH-CUSTOMER-ID
        PERFORM CHECK-WATCH-LIST-HOLD
        IF WATCH-MATCH-CONFIRMED
            MOVE "N" TO WS-CUSTOMER-STATUS
            MOVE "WATCH-LIST BLOCKED" TO RR-STATUS
        ELSE IF WATCH-MATCH-PENDING
            MOVE "N" TO WS-CUSTOMER-STATUS
            MOVE "WATCH-LIST HOLD" TO RR-STATUS
        END-IF
    END-IF.

CHECK-WATCH-LIST-HOLD.
    MOVE "N" TO WS-WATCH-HOLD-STATE.
    IF MATCH-FILE-OPEN
        MOVE WS-WATCH-CUSTOMER-ID TO WM-CUSTOMER-ID
        MOVE LOW-VALUES TO WM-LIST-REFERENCE
        START WATCH-MATCH-FILE KEY IS NOT LESS THAN WM-MATCH-KEY
            INVALID KEY CONTINUE
        END-START
        IF MATCH-FILE-OK
            PERFORM READ-NEXT-WATCH-MATCH
            PERFORM UNTIL NOT MATCH-FILE-OK
                    OR WM-CUSTOMER-ID NOT = WS-WATCH-CUSTOMER-ID
                    OR WATCH-MATCH-CONFIRMED
                IF WM-CONFIRMED
                    SET WATCH-MATCH-CONFIRMED TO TRUE
                ELSE
                    IF WM-PENDING
                        SET WATCH-MATCH-PENDING TO TRUE
                    END-IF
                END-IF
                PERFORM READ-NEXT-WATCH-MATCH
            END-PERFORM
        END-IF
    END-IF.

READ-NEXT-WATCH-MATCH.
    READ WATCH-MATCH-FILE NEXT RECORD
        AT END CONTINUE
    END-READ.

READ-WATCH-CONTROL.
    MOVE "N" TO WS-LIST-LOADED-FLAG.
    OPEN INPUT WATCH-CONTROL-FILE.
    IF CONTROL-FILE-OK
        READ WATCH-CONTROL-FILE
            AT END CONTINUE
            NOT AT END
                IF WC-LIST-VERSION NOT NUMERIC OR WC-LIST-VERSION > ZERO
                    SET WATCH-LIST-LOADED TO TRUE
                END-IF
        END-READ
        CLOSE WATCH-CONTROL-FILE
    ELSE
        IF NOT CONTROL-FILE-NOT-FOUND
            SET WATCH-LIST-LOADED TO TRUE
        END-IF
    END-IF.

VALIDATE-SLIP-CURRENCIES.
    MOVE "Y" TO WS-CURRENCIES-VALID-FLAG.
    ELSE
        MOVE "M" TO AL-RATE-SIDE
    END-IF.
    MOVE WS-MID-MARKET-RATE TO AL-MID-MARKET-RATE.
    MOVE ZERO TO AL-QUOTE-NO.
    WRITE AUDIT-LOG-RECORD.
