        RECORD KEY IS AR-ARCHIVE-KEY
        ALTERNATE RECORD KEY IS AR-OPERATOR-ID WITH DUPLICATES
        ALTERNATE RECORD KEY IS AR-CURRENCY-PAIR WITH DUPLICATES
        ALTERNATE RECORD KEY IS AR-CUSTOMER-ID WITH DUPLICATES
        FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
    88 JOB-READY VALUE "Y".
01 WS-RC-COUNT-USED PIC 9(2) VALUE ZERO.
01 WS-RUN-CONTROL-TABLE.
    05 WS-RC-ENTRY OCCURS 20 TIMES.
        10 WS-RC-DATE PIC 9(8).
        10 WS-RC-JOB PIC X(8).
        10 WS-RC-STATUS PIC X(8).
        MOVE AL-RECEIPT-NO TO AR-RECEIPT-NO
        MOVE AL-SUPERVISOR-ID TO AR-SUPERVISOR-ID
        MOVE AL-RATE-SIDE TO AR-RATE-SIDE
        MOVE AL-MID-MARKET-RATE TO AR-MID-MARKET-RATE
        MOVE AL-QUOTE-NO TO AR-QUOTE-NO
        WRITE AUDIT-ARCHIVE-RECORD
            INVALID KEY
                ADD 1 TO WS-SEQUENCE
    ELSE
        PERFORM READ-RUN-CONTROL-RECORD
        PERFORM UNTIL END-OF-RUN-CONTROL
            IF WS-RC-COUNT-USED < 20
                ADD 1 TO WS-RC-COUNT-USED
                MOVE RN-BUSINESS-DATE TO WS-RC-DATE(WS-RC-COUNT-USED)
                MOVE RN-JOB-NAME TO WS-RC-JOB(WS-RC-COUNT-USED)
