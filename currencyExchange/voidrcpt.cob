    05 WS-ORIG-BRANCH-CODE PIC X(3).
    05 WS-ORIG-CUSTOMER-ID PIC X(8).
    05 WS-ORIG-RATE-SIDE PIC X.
    05 WS-ORIG-MID-MARKET-RATE PIC 9(5)V9(6).
    05 WS-ORIG-QUOTE-NO PIC 9(6).
01 WS-ORIG-NET-AMOUNT PIC 9(6)V9(3).

01 WS-CURRENT-TIMESTAMP PIC X(21).
            IF AL-RECEIPT-NO = WS-WANTED-RECEIPT-NO
                IF AL-VOID-ENTRY
                    SET ALREADY-VOIDED TO TRUE
                ELSE
                    IF AL-TELLER-ENTRY
                        SET ORIGINAL-FOUND TO TRUE
                        MOVE AL-TIMESTAMP TO WS-ORIG-TIMESTAMP
                        MOVE AL-OPERATOR-ID TO WS-ORIG-OPERATOR-ID
                        MOVE AL-FROM-CURRENCY TO WS-ORIG-FROM-CURRENCY
                        MOVE AL-TO-CURRENCY TO WS-ORIG-TO-CURRENCY
                        MOVE AL-NUM1 TO WS-ORIG-NUM1
                        MOVE AL-ARITH-OP TO WS-ORIG-ARITH-OP
                        MOVE AL-NUM2 TO WS-ORIG-NUM2
                        MOVE AL-RESULT TO WS-ORIG-RESULT
                        MOVE AL-FEE-AMOUNT TO WS-ORIG-FEE-AMOUNT
                        MOVE AL-BRANCH-CODE TO WS-ORIG-BRANCH-CODE
                        MOVE AL-CUSTOMER-ID TO WS-ORIG-CUSTOMER-ID
                        MOVE AL-RATE-SIDE TO WS-ORIG-RATE-SIDE
                        MOVE AL-MID-MARKET-RATE TO WS-ORIG-MID-MARKET-RATE
                        MOVE AL-QUOTE-NO TO WS-ORIG-QUOTE-NO
                    END-IF
                END-IF
            END-IF
            PERFORM READ-AUDIT-RECORD
    MOVE WS-WANTED-RECEIPT-NO TO AL-RECEIPT-NO.
    MOVE SPACES TO AL-SUPERVISOR-ID.
    MOVE WS-ORIG-RATE-SIDE TO AL-RATE-SIDE.
    MOVE WS-ORIG-MID-MARKET-RATE TO AL-MID-MARKET-RATE.
    MOVE WS-ORIG-QUOTE-NO TO AL-QUOTE-NO.
    WRITE AUDIT-LOG-RECORD.
    CLOSE AUDIT-LOG.

