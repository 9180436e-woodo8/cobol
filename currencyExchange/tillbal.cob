        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TILL-REPORT-STATUS.

    SELECT VAULT-FILE ASSIGN TO "VAULT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VT-VAULT-KEY
        FILE STATUS IS WS-VAULT-FILE-STATUS.

    SELECT VAULT-TRANSFER-LOG ASSIGN TO "VAULTTXN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VAULT-LOG-STATUS.

    SELECT OVER-SHORT-HISTORY ASSIGN TO "OVSHHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TELLER-TILL-FILE.
FD  TILL-REPORT-FILE.
01  TILL-REPORT-LINE PIC X(100).

FD  VAULT-FILE.
    COPY VAULTREC.

FD  VAULT-TRANSFER-LOG.
    COPY VAULTTXN.

FD  OVER-SHORT-HISTORY.
    COPY OVSHHIST.

WORKING-STORAGE SECTION.
01 WS-TILL-FILE-STATUS PIC XX.
    88 TILL-FILE-OK VALUE "00".
01 WS-TILL-REPORT-STATUS PIC XX.
    88 TILL-REPORT-OK VALUE "00".
    88 TILL-REPORT-NOT-FOUND VALUE "35".
01 WS-VAULT-FILE-STATUS PIC XX.
    88 VAULT-FILE-OK VALUE "00".
    88 VAULT-FILE-NOT-FOUND VALUE "35".
01 WS-VAULT-LOG-STATUS PIC XX.
    88 VAULT-LOG-OK VALUE "00".
    88 VAULT-LOG-NOT-FOUND VALUE "35".
01 WS-HISTORY-FILE-STATUS PIC XX.
    88 HISTORY-FILE-OK VALUE "00".
    88 HISTORY-FILE-NOT-FOUND VALUE "35".
01 WS-HISTORY-OPEN-FLAG PIC X VALUE "N".
    88 HISTORY-FILE-OPEN VALUE "Y".

01 WS-BRANCH-CODE PIC X(3) VALUE "001".
01 WS-BALANCE-TELLER PIC X(8).
01 WS-TILL-TABLE.
    05 WS-TILL-ENTRY OCCURS 50 TIMES.
        10 WS-TT-CURRENCY PIC X(3).
        10 WS-TT-BUSINESS-DATE PIC 9(8).
        10 WS-TT-FLOAT PIC 9(9)V9(3).
        10 WS-TT-TAKEN-IN PIC 9(9)V9(3).
        10 WS-TT-PAID-OUT PIC 9(9)V9(3).
        10 WS-TT-COUNTED-FLAG PIC X.
            88 WS-TT-COUNTED VALUE "Y".
        10 WS-TT-COUNTED-AMOUNT PIC 9(9)V9(3).
01 WS-TILL-IDX PIC 9(2).
01 WS-TILL-FOUND-IDX PIC 9(2).
01 WS-FOUND-FLAG PIC X.
01 WS-PRINT-EXPECTED PIC -ZZZZZZZZ9.999.
01 WS-PRINT-VARIANCE PIC -ZZZZZZZZ9.999.
01 WS-PRINT-DIFF-COUNT PIC ZZ9.
01 WS-PRINT-RETURNED PIC ZZZZZZZZ9.999.
01 WS-RETURN-AMOUNT PIC 9(9)V9(3).
01 WS-LEFT-IN-TILL-COUNT PIC 9(2).

PROCEDURE DIVISION.
    PERFORM READ-BRANCH-ID.
            OPEN OUTPUT TILL-REPORT-FILE
        END-IF

        OPEN EXTEND OVER-SHORT-HISTORY
        IF HISTORY-FILE-NOT-FOUND
            OPEN OUTPUT OVER-SHORT-HISTORY
        END-IF
        IF HISTORY-FILE-OK
            SET HISTORY-FILE-OPEN TO TRUE
        ELSE
            DISPLAY "OVSHHIST.DAT not available -- differences not"
                    " kept in the over/short history."
        END-IF

        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
        MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE

            END-IF
        END-PERFORM

        IF HISTORY-FILE-OPEN
            CLOSE OVER-SHORT-HISTORY
        END-IF
        CLOSE TILL-REPORT-FILE
        CLOSE TELLER-TILL-FILE
        DISPLAY "Drawer balance report written to TILLRPT.DAT"
                ADD 1 TO WS-TILL-COUNT-USED
                MOVE TL-CURRENCY
                    TO WS-TT-CURRENCY(WS-TILL-COUNT-USED)
                MOVE TL-BUSINESS-DATE
                    TO WS-TT-BUSINESS-DATE(WS-TILL-COUNT-USED)
                MOVE TL-FLOAT-AMOUNT
                    TO WS-TT-FLOAT(WS-TILL-COUNT-USED)
                MOVE TL-TAKEN-IN
                MOVE TL-PAID-OUT
                    TO WS-TT-PAID-OUT(WS-TILL-COUNT-USED)
                MOVE "N" TO WS-TT-COUNTED-FLAG(WS-TILL-COUNT-USED)
                MOVE ZERO TO WS-TT-COUNTED-AMOUNT(WS-TILL-COUNT-USED)
            ELSE
                DISPLAY "WARNING: till table full, " TL-CURRENCY
                        " not balanced"
    PERFORM FIND-TILL-ENTRY.
    IF ENTRY-FOUND
        SET WS-TT-COUNTED(WS-TILL-FOUND-IDX) TO TRUE
        MOVE WS-COUNTED-AMOUNT TO WS-TT-COUNTED-AMOUNT(WS-TILL-FOUND-IDX)
        COMPUTE WS-EXPECTED-AMOUNT =
            WS-TT-FLOAT(WS-TILL-FOUND-IDX)
            + WS-TT-TAKEN-IN(WS-TILL-FOUND-IDX)
            - WS-TT-PAID-OUT(WS-TILL-FOUND-IDX)
    ELSE
        MOVE ZERO TO WS-EXPECTED-AMOUNT
        IF WS-TILL-COUNT-USED < 50
            ADD 1 TO WS-TILL-COUNT-USED
            MOVE WS-COUNTED-CURRENCY TO WS-TT-CURRENCY(WS-TILL-COUNT-USED)
            MOVE WS-TODAY-DATE TO WS-TT-BUSINESS-DATE(WS-TILL-COUNT-USED)
            MOVE ZERO TO WS-TT-FLOAT(WS-TILL-COUNT-USED)
            MOVE ZERO TO WS-TT-TAKEN-IN(WS-TILL-COUNT-USED)
            MOVE ZERO TO WS-TT-PAID-OUT(WS-TILL-COUNT-USED)
            SET WS-TT-COUNTED(WS-TILL-COUNT-USED) TO TRUE
            MOVE WS-COUNTED-AMOUNT
                TO WS-TT-COUNTED-AMOUNT(WS-TILL-COUNT-USED)
            MOVE WS-TILL-COUNT-USED TO WS-TILL-FOUND-IDX
        END-IF
    END-IF.
    COMPUTE WS-VARIANCE-AMOUNT =
        WS-COUNTED-AMOUNT - WS-EXPECTED-AMOUNT.
        END-IF
    END-PERFORM.

WRITE-OVER-SHORT-HISTORY.
    IF HISTORY-FILE-OPEN
        IF WS-TT-COUNTED(WS-TILL-IDX)
            MOVE WS-TT-COUNTED-AMOUNT(WS-TILL-IDX) TO OS-COUNTED-AMOUNT
            COMPUTE WS-VARIANCE-AMOUNT =
                WS-TT-COUNTED-AMOUNT(WS-TILL-IDX) - WS-EXPECTED-AMOUNT
            IF WS-VARIANCE-AMOUNT = ZERO
                SET OS-BALANCED TO TRUE
                MOVE ZERO TO OS-VARIANCE-AMOUNT
            ELSE
                IF WS-VARIANCE-AMOUNT > ZERO
                    SET OS-OVER TO TRUE
                    MOVE WS-VARIANCE-AMOUNT TO OS-VARIANCE-AMOUNT
                ELSE
                    SET OS-SHORT TO TRUE
                    COMPUTE OS-VARIANCE-AMOUNT = ZERO - WS-VARIANCE-AMOUNT
                END-IF
            END-IF
        ELSE
            MOVE ZERO TO OS-COUNTED-AMOUNT
            SET OS-NOT-COUNTED TO TRUE
            MOVE ZERO TO OS-VARIANCE-AMOUNT
        END-IF
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
        MOVE WS-CURRENT-TIMESTAMP(1:14) TO OS-BALANCED-TIMESTAMP
        MOVE WS-TT-BUSINESS-DATE(WS-TILL-IDX) TO OS-BUSINESS-DATE
        MOVE WS-BRANCH-CODE TO OS-BRANCH-CODE
        MOVE WS-BALANCE-TELLER TO OS-TELLER-ID
        MOVE WS-TT-CURRENCY(WS-TILL-IDX) TO OS-CURRENCY
        IF WS-EXPECTED-AMOUNT > ZERO
            MOVE WS-EXPECTED-AMOUNT TO OS-EXPECTED-AMOUNT
        ELSE
            MOVE ZERO TO OS-EXPECTED-AMOUNT
        END-IF
        WRITE OVER-SHORT-RECORD
    END-IF.

WRITE-TELLER-TRAILER.
    MOVE SPACES TO TILL-REPORT-LINE.
    IF WS-DIFFERENCE-COUNT = ZERO
    WRITE TILL-REPORT-LINE.

CLEAR-TELLER-TILL.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    OPEN I-O VAULT-FILE.
    IF VAULT-FILE-NOT-FOUND
        OPEN OUTPUT VAULT-FILE
        CLOSE VAULT-FILE
        OPEN I-O VAULT-FILE
    END-IF.
    IF VAULT-FILE-OK
        OPEN EXTEND VAULT-TRANSFER-LOG
        IF VAULT-LOG-NOT-FOUND
            OPEN OUTPUT VAULT-TRANSFER-LOG
        END-IF
        PERFORM CLEAR-TILL-CURRENCIES
        CLOSE VAULT-TRANSFER-LOG
        CLOSE VAULT-FILE
    ELSE
        DISPLAY "VAULT.DAT not available -- till not cleared for "
                WS-BALANCE-TELLER ", nothing changed."
    END-IF.

CLEAR-TILL-CURRENCIES.
    MOVE ZERO TO WS-LEFT-IN-TILL-COUNT.
    PERFORM VARYING WS-TILL-IDX FROM 1 BY 1
            UNTIL WS-TILL-IDX > WS-TILL-COUNT-USED
        COMPUTE WS-EXPECTED-AMOUNT =
            WS-TT-FLOAT(WS-TILL-IDX)
            + WS-TT-TAKEN-IN(WS-TILL-IDX)
            - WS-TT-PAID-OUT(WS-TILL-IDX)
        IF NOT WS-TT-COUNTED(WS-TILL-IDX) AND WS-EXPECTED-AMOUNT > ZERO
            ADD 1 TO WS-LEFT-IN-TILL-COUNT
            DISPLAY WS-TT-CURRENCY(WS-TILL-IDX) " was not counted"
                    " -- left in the till."
        ELSE
            IF WS-TT-COUNTED(WS-TILL-IDX)
                MOVE WS-TT-COUNTED-AMOUNT(WS-TILL-IDX) TO WS-RETURN-AMOUNT
                PERFORM RETURN-CASH-TO-VAULT
            END-IF
            PERFORM WRITE-OVER-SHORT-HISTORY
            MOVE WS-BRANCH-CODE TO TL-BRANCH-CODE
            MOVE WS-BALANCE-TELLER TO TL-TELLER-ID
            MOVE WS-TT-CURRENCY(WS-TILL-IDX) TO TL-CURRENCY
            DELETE TELLER-TILL-FILE
                INVALID KEY CONTINUE
            END-DELETE
        END-IF
    END-PERFORM.
    IF WS-LEFT-IN-TILL-COUNT = ZERO
        DISPLAY "Till cleared for " WS-BALANCE-TELLER
    ELSE
        DISPLAY "Till cleared for " WS-BALANCE-TELLER
                " except currencies not counted."
    END-IF.

RETURN-CASH-TO-VAULT.
    MOVE WS-BRANCH-CODE TO VT-BRANCH-CODE.
    MOVE WS-TT-CURRENCY(WS-TILL-IDX) TO VT-CURRENCY.
    READ VAULT-FILE
        INVALID KEY
            MOVE WS-BRANCH-CODE TO VT-BRANCH-CODE
            MOVE WS-TT-CURRENCY(WS-TILL-IDX) TO VT-CURRENCY
            MOVE WS-RETURN-AMOUNT TO VT-ON-HAND
            MOVE ZERO TO VT-MINIMUM-HOLDING
            MOVE WS-CURRENT-TIMESTAMP(1:14) TO VT-LAST-MOVEMENT-TIMESTAMP
            WRITE VAULT-RECORD
        NOT INVALID KEY
            ADD WS-RETURN-AMOUNT TO VT-ON-HAND
            MOVE WS-CURRENT-TIMESTAMP(1:14) TO VT-LAST-MOVEMENT-TIMESTAMP
            REWRITE VAULT-RECORD
    END-READ.
    MOVE WS-CURRENT-TIMESTAMP(1:14) TO VX-TIMESTAMP.
    MOVE WS-BRANCH-CODE TO VX-BRANCH-CODE.
    MOVE WS-TT-CURRENCY(WS-TILL-IDX) TO VX-CURRENCY.
    SET VX-RETURN-FROM-TELLER TO TRUE.
    MOVE WS-BALANCE-TELLER TO VX-TELLER-ID.
    MOVE WS-RETURN-AMOUNT TO VX-AMOUNT.
    MOVE WS-BALANCE-TELLER TO VX-OPERATOR-ID.
    MOVE "TILL CLEARED" TO VX-REFERENCE.
    MOVE VT-ON-HAND TO VX-VAULT-BALANCE.
    WRITE VAULT-TRANSFER-RECORD.
    MOVE WS-RETURN-AMOUNT TO WS-PRINT-RETURNED.
    DISPLAY "Returned " WS-PRINT-RETURNED " " WS-TT-CURRENCY(WS-TILL-IDX)
            " to the vault.".
