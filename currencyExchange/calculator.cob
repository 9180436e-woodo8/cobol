        RECORD KEY IS TL-TILL-KEY
        FILE STATUS IS WS-TILL-FILE-STATUS.

    SELECT VAULT-FILE ASSIGN TO "VAULT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VT-VAULT-KEY
        FILE STATUS IS WS-VAULT-FILE-STATUS.

    SELECT VAULT-TRANSFER-LOG ASSIGN TO "VAULTTXN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VAULT-LOG-STATUS.

    SELECT QUOTE-FILE ASSIGN TO "QUOTE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS QT-QUOTE-KEY
        FILE STATUS IS WS-QUOTE-FILE-STATUS.

    SELECT QUOTE-CONTROL-FILE ASSIGN TO "QUOTECTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUOTE-CONTROL-STATUS.

    SELECT WATCH-MATCH-FILE ASSIGN TO "WLMATCH.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WM-MATCH-KEY
        FILE STATUS IS WS-MATCH-FILE-STATUS.

    SELECT WATCH-CONTROL-FILE ASSIGN TO "WLCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CURRENCY-RATE-FILE.
FD  TELLER-TILL-FILE.
    COPY TILLREC.

FD  VAULT-FILE.
    COPY VAULTREC.

FD  VAULT-TRANSFER-LOG.
    COPY VAULTTXN.

FD  QUOTE-FILE.
    COPY QUOTEREC.

FD  QUOTE-CONTROL-FILE.
01  QUOTE-CONTROL-RECORD.
    05  QC-LAST-QUOTE-NO PIC 9(6).

FD  WATCH-MATCH-FILE.
    COPY WLMATCH.

FD  WATCH-CONTROL-FILE.
    COPY WLCTL.

WORKING-STORAGE SECTION.
01 Num1 PIC 9(5)V99.
01 Num2 PIC 9(5)V9(6).
01 WS-RATE-SIDE PIC X VALUE "M".
01 WS-SPREAD-PCT PIC 9(2)V9(4).
01 WS-ADJUSTED-RATE PIC 9(5)V9(6).
01 WS-MID-MARKET-RATE PIC 9(5)V9(6) VALUE ZERO.

01 WS-CUSTOMER-FILE-STATUS PIC XX.
    88 CUSTOMER-FILE-OK VALUE "00".
01 WS-CUSTOMER-ID PIC X(8).
01 WS-CUSTOMER-VALID-FLAG PIC X VALUE "N".
    88 CUSTOMER-VALID VALUE "Y".
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

01 WS-SESSION-DONE-FLAG PIC X VALUE "N".
    88 SESSION-DONE VALUE "Y".
    88 TILL-POSTING-IN VALUE "I".
    88 TILL-POSTING-OUT VALUE "O".
01 WS-TODAY-DATE PIC 9(8).
01 WS-TILL-ON-FILE-FLAG PIC X.
    88 TILL-ON-FILE VALUE "Y".

01 WS-VAULT-FILE-STATUS PIC XX.
    88 VAULT-FILE-OK VALUE "00".
01 WS-VAULT-OPEN-FLAG PIC X VALUE "N".
    88 VAULT-FILE-OPEN VALUE "Y".
01 WS-VAULT-LOG-STATUS PIC XX.
    88 VAULT-LOG-OK VALUE "00".
    88 VAULT-LOG-NOT-FOUND VALUE "35".
01 WS-FLOAT-DRAWN-FLAG PIC X.
    88 FLOAT-DRAWN VALUE "Y".
01 WS-PRINT-VAULT PIC ZZZZZZZZ9.999.

01 WS-QUOTE-FILE-STATUS PIC XX.
    88 QUOTE-FILE-OK VALUE "00".
    88 QUOTE-FILE-NOT-FOUND VALUE "35".
01 WS-QUOTE-OPEN-FLAG PIC X VALUE "N".
    88 QUOTE-FILE-OPEN VALUE "Y".
01 WS-QUOTE-CONTROL-STATUS PIC XX.
    88 QUOTE-CONTROL-OK VALUE "00".
01 WS-LAST-QUOTE-NO PIC 9(6) VALUE ZERO.
01 WS-QUOTE-NO PIC 9(6) VALUE ZERO.
01 WS-QUOTE-STATE PIC X VALUE "N".
    88 NO-QUOTE-KEYED VALUE "N".
    88 QUOTE-APPLIED VALUE "A".
    88 QUOTE-REFUSED VALUE "R".
01 WS-QUOTED-AMOUNT PIC 9(5)V99.
01 WS-QUOTED-RESULT PIC 9(6)V9(3).
01 WS-QUOTED-FEE PIC 9(6)V9(3).
01 WS-QUOTED-NET PIC 9(6)V9(3).
01 WS-QUOTE-VALID-MINUTES PIC 9(3) VALUE 30.
01 WS-QUOTE-DATE PIC 9(8).
01 WS-QUOTE-DAY-NUMBER PIC 9(7).
01 WS-QUOTE-SECONDS PIC 9(6).
01 WS-QUOTE-REMAINDER PIC 9(6).
01 WS-QUOTE-TIME.
    05 WS-QUOTE-HH PIC 99.
    05 WS-QUOTE-MM PIC 99.
    05 WS-QUOTE-SS PIC 99.
01 WS-QUOTE-TIME-NUMBER REDEFINES WS-QUOTE-TIME PIC 9(6).
01 WS-QUOTE-EXPIRY-TIMESTAMP PIC 9(14).
01 WS-PRINT-QUOTE-NO PIC 999999.

01 WS-CURRENT-TIMESTAMP PIC X(21).
01 WS-AUDIT-FILE-STATUS PIC XX.
            DISPLAY "Customer master not available -- customer IDs not validated."
        END-IF

        PERFORM READ-WATCH-CONTROL
        OPEN INPUT WATCH-MATCH-FILE
        IF MATCH-FILE-OK
            SET MATCH-FILE-OPEN TO TRUE
        ELSE
            IF WATCH-LIST-LOADED
                DISPLAY "WLMATCH.DAT not available -- watch-list holds"
                        " cannot be checked, conversions refused."
            END-IF
        END-IF

        OPEN INPUT SPREAD-SCHEDULE-FILE
        IF SPREAD-FILE-OK
            SET SPREAD-FILE-OPEN TO TRUE
        IF SPREAD-FILE-OPEN
            CLOSE SPREAD-SCHEDULE-FILE
        END-IF
        IF MATCH-FILE-OPEN
            CLOSE WATCH-MATCH-FILE
        END-IF
        IF CUSTOMER-FILE-OPEN
            CLOSE CUSTOMER-MASTER-FILE
        END-IF
RUN-TELLER-SESSION.
    PERFORM READ-RECEIPT-CONTROL.
    PERFORM OPEN-TELLER-TILL.
    PERFORM OPEN-QUOTE-FILE.
    DISPLAY "Signed on.  Enter END as from-currency to sign off.".
    DISPLAY "Enter QTE as from-currency to issue a rate quote.".

    PERFORM UNTIL SESSION-DONE
        DISPLAY "Enter from-currency code (QTE to quote, END to sign off): "
        ACCEPT WS-FROM-CURRENCY
        IF WS-FROM-CURRENCY = "END" OR WS-FROM-CURRENCY = SPACES
            SET SESSION-DONE TO TRUE
        ELSE IF WS-FROM-CURRENCY = "QTE"
            DISPLAY "Enter from-currency code to quote: "
            ACCEPT WS-FROM-CURRENCY
            DISPLAY "Enter to-currency code: "
            ACCEPT WS-TO-CURRENCY
            PERFORM PROCESS-ONE-QUOTE
        ELSE
            DISPLAY "Enter to-currency code: "
            ACCEPT WS-TO-CURRENCY
    IF TILL-FILE-OPEN
        CLOSE TELLER-TILL-FILE
    END-IF.
    IF QUOTE-FILE-OPEN
        CLOSE QUOTE-FILE
    END-IF.

PROCESS-ONE-CONVERSION.
    MOVE "N" TO WS-CONVERSION-STATUS.
    MOVE "N" TO WS-VALID-OPERATION.
    MOVE ZERO TO WS-FEE-AMOUNT.
    MOVE ZERO TO WS-NET-AMOUNT.
    MOVE ZERO TO WS-QUOTE-NO.
    SET NO-QUOTE-KEYED TO TRUE.

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-AS-OF-TIMESTAMP.
    IF NOT CURRENCIES-VALID
        DISPLAY "Unable to complete conversion."
    ELSE
        PERFORM ACCEPT-QUOTE-NUMBER
        IF QUOTE-APPLIED
            SET CONVERSION-OK TO TRUE
        ELSE
            IF NO-QUOTE-KEYED
                PERFORM LOOKUP-DIRECT-RATE
                IF NOT CONVERSION-OK
                    PERFORM TRIANGULATE-VIA-BASE
                END-IF
                IF CONVERSION-OK
                    PERFORM APPLY-SPREAD-TO-RATE
                END-IF
            END-IF
        END-IF

        IF NOT CONVERSION-OK
            DISPLAY "Unable to complete conversion."
        ELSE
            PERFORM ACCEPT-CUSTOMER-ID
            IF NOT CUSTOMER-VALID
                DISPLAY "Unable to complete conversion."
    END-IF.

COMPLETE-CONVERSION.
    IF QUOTE-APPLIED
        MOVE WS-QUOTED-AMOUNT TO Num1
        MOVE Num1 TO WS-PRINT-NUM1
        DISPLAY "Quoted source amount: " WS-PRINT-NUM1 " "
                WS-FROM-CURRENCY
    ELSE
        DISPLAY "Enter source amount: "
        ACCEPT Num1
    END-IF.

    IF Num1 NOT NUMERIC
        DISPLAY "Invalid amount entered, re-enter"

BOOK-CONVERSION.
    MOVE "*" TO ArithOp.
    IF QUOTE-APPLIED
        MOVE WS-QUOTED-RESULT TO Result
        MOVE WS-QUOTED-FEE TO WS-FEE-AMOUNT
        MOVE WS-QUOTED-NET TO WS-NET-AMOUNT
    ELSE
        MULTIPLY Num1 BY Num2 GIVING Result ROUNDED
        PERFORM ROUND-RESULT-TO-CURRENCY
        PERFORM COMPUTE-FEE-AND-NET
    END-IF.
    SET OPERATION-VALID TO TRUE.

    MOVE "Result: " TO WS-DISPLAY-LABEL.
    MOVE Result TO WS-DISPLAY-AMOUNT.
    PERFORM DISPLAY-AMOUNT.

    PERFORM ASSIGN-RECEIPT-NUMBER.
    PERFORM WRITE-AUDIT-RECORD.
    IF QUOTE-APPLIED
        PERFORM MARK-QUOTE-USED
    END-IF.
    PERFORM PRINT-RECEIPT.
    PERFORM POST-SESSION-TOTALS.
    PERFORM POST-TILL-MOVEMENTS.

ACCEPT-QUOTE-NUMBER.
    IF QUOTE-FILE-OPEN
        DISPLAY "Enter quote number (0 to use the current rate): "
        ACCEPT WS-QUOTE-NO
        IF WS-QUOTE-NO NOT NUMERIC
            DISPLAY "Invalid quote number entered."
            MOVE ZERO TO WS-QUOTE-NO
            SET QUOTE-REFUSED TO TRUE
        ELSE IF WS-QUOTE-NO > ZERO
            PERFORM APPLY-RATE-QUOTE
        END-IF
    END-IF.

APPLY-RATE-QUOTE.
    SET QUOTE-REFUSED TO TRUE.
    MOVE WS-QUOTE-NO TO WS-PRINT-QUOTE-NO.
    MOVE WS-BRANCH-CODE TO QT-BRANCH-CODE.
    MOVE WS-QUOTE-NO TO QT-QUOTE-NO.
    READ QUOTE-FILE
        INVALID KEY
            DISPLAY "Quote " WS-PRINT-QUOTE-NO " is not on file."
        NOT INVALID KEY
            IF QT-USED
                DISPLAY "Quote " WS-PRINT-QUOTE-NO " has already been"
                        " booked on receipt " QT-RECEIPT-NO "."
            ELSE IF NOT QT-OPEN
                    OR QT-EXPIRY-TIMESTAMP < WS-AS-OF-TIMESTAMP
                DISPLAY "Quote " WS-PRINT-QUOTE-NO " expired at "
                        QT-EXPIRY-TIMESTAMP(1:8) " "
                        QT-EXPIRY-TIMESTAMP(9:6) "."
            ELSE IF QT-FROM-CURRENCY NOT = WS-FROM-CURRENCY
                    OR QT-TO-CURRENCY NOT = WS-TO-CURRENCY
                DISPLAY "Quote " WS-PRINT-QUOTE-NO " is for "
                        QT-FROM-CURRENCY "/" QT-TO-CURRENCY "."
            ELSE
                SET QUOTE-APPLIED TO TRUE
                MOVE QT-RATE TO Num2
                MOVE QT-MID-MARKET-RATE TO WS-MID-MARKET-RATE
                MOVE QT-RATE-SIDE TO WS-RATE-SIDE
                MOVE QT-AMOUNT TO WS-QUOTED-AMOUNT
                MOVE QT-RESULT TO WS-QUOTED-RESULT
                MOVE QT-FEE-AMOUNT TO WS-QUOTED-FEE
                MOVE QT-NET-AMOUNT TO WS-QUOTED-NET
                MOVE QT-RATE TO WS-PRINT-RATE
                DISPLAY "Quote " WS-PRINT-QUOTE-NO " honoured at rate "
                        WS-PRINT-RATE
            END-IF
    END-READ.

MARK-QUOTE-USED.
    MOVE WS-BRANCH-CODE TO QT-BRANCH-CODE.
    MOVE WS-QUOTE-NO TO QT-QUOTE-NO.
    READ QUOTE-FILE
        INVALID KEY
            DISPLAY "WARNING: quote " WS-PRINT-QUOTE-NO
                    " not found -- not marked used."
        NOT INVALID KEY
            SET QT-USED TO TRUE
            MOVE AL-TIMESTAMP TO QT-USED-TIMESTAMP
            MOVE WS-RECEIPT-NO TO QT-RECEIPT-NO
            REWRITE QUOTE-RECORD
    END-READ.

PROCESS-ONE-QUOTE.
    MOVE "N" TO WS-CONVERSION-STATUS.
    MOVE ZERO TO WS-FEE-AMOUNT.
    MOVE ZERO TO WS-NET-AMOUNT.
    MOVE ZERO TO WS-QUOTE-NO.
    SET NO-QUOTE-KEYED TO TRUE.

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-AS-OF-TIMESTAMP.

    IF NOT QUOTE-FILE-OPEN
        DISPLAY "Quote file not available -- quotes cannot be issued."
    ELSE
        PERFORM VALIDATE-CURRENCY-CODES
        IF CURRENCIES-VALID
            PERFORM LOOKUP-DIRECT-RATE
            IF NOT CONVERSION-OK
                PERFORM TRIANGULATE-VIA-BASE
            END-IF
        END-IF

        IF NOT CONVERSION-OK
            DISPLAY "Unable to issue quote."
        ELSE
            PERFORM APPLY-SPREAD-TO-RATE
            DISPLAY "Enter source amount to quote: "
            ACCEPT Num1
            IF Num1 NOT NUMERIC
                DISPLAY "Invalid amount entered, re-enter"
            ELSE
                PERFORM ISSUE-RATE-QUOTE
            END-IF
        END-IF
    END-IF.

ISSUE-RATE-QUOTE.
    MULTIPLY Num1 BY Num2 GIVING Result ROUNDED.
    PERFORM ROUND-RESULT-TO-CURRENCY.
    PERFORM COMPUTE-FEE-AND-NET.
    PERFORM COMPUTE-QUOTE-EXPIRY.
    PERFORM ASSIGN-QUOTE-NUMBER.

    MOVE WS-BRANCH-CODE TO QT-BRANCH-CODE.
    MOVE WS-LAST-QUOTE-NO TO QT-QUOTE-NO.
    MOVE WS-AS-OF-TIMESTAMP TO QT-ISSUED-TIMESTAMP.
    MOVE WS-QUOTE-EXPIRY-TIMESTAMP TO QT-EXPIRY-TIMESTAMP.
    MOVE WS-OPERATOR-ID TO QT-OPERATOR-ID.
    MOVE WS-FROM-CURRENCY TO QT-FROM-CURRENCY.
    MOVE WS-TO-CURRENCY TO QT-TO-CURRENCY.
    MOVE Num1 TO QT-AMOUNT.
    MOVE Num2 TO QT-RATE.
    MOVE WS-MID-MARKET-RATE TO QT-MID-MARKET-RATE.
    MOVE WS-RATE-SIDE TO QT-RATE-SIDE.
    MOVE Result TO QT-RESULT.
    MOVE WS-FEE-AMOUNT TO QT-FEE-AMOUNT.
    MOVE WS-NET-AMOUNT TO QT-NET-AMOUNT.
    SET QT-OPEN TO TRUE.
    MOVE ZERO TO QT-USED-TIMESTAMP.
    MOVE ZERO TO QT-RECEIPT-NO.
    WRITE QUOTE-RECORD
        INVALID KEY
            DISPLAY "Quote number " WS-LAST-QUOTE-NO
                    " is already on file -- quote not issued."
        NOT INVALID KEY
            MOVE "Result: " TO WS-DISPLAY-LABEL
            MOVE Result TO WS-DISPLAY-AMOUNT
            PERFORM DISPLAY-AMOUNT
            MOVE "Fee:    " TO WS-DISPLAY-LABEL
            MOVE WS-FEE-AMOUNT TO WS-DISPLAY-AMOUNT
            PERFORM DISPLAY-AMOUNT
            MOVE "Net:    " TO WS-DISPLAY-LABEL
            MOVE WS-NET-AMOUNT TO WS-DISPLAY-AMOUNT
            PERFORM DISPLAY-AMOUNT
            PERFORM PRINT-QUOTE
    END-WRITE.

COMPUTE-QUOTE-EXPIRY.
    MOVE WS-AS-OF-TIMESTAMP(1:8) TO WS-QUOTE-DATE.
    MOVE WS-AS-OF-TIMESTAMP(9:6) TO WS-QUOTE-TIME.
    COMPUTE WS-QUOTE-SECONDS = WS-QUOTE-HH * 3600 + WS-QUOTE-MM * 60
        + WS-QUOTE-SS + WS-QUOTE-VALID-MINUTES * 60.
    COMPUTE WS-QUOTE-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(WS-QUOTE-DATE).
    IF WS-QUOTE-SECONDS NOT < 86400
        ADD 1 TO WS-QUOTE-DAY-NUMBER
        SUBTRACT 86400 FROM WS-QUOTE-SECONDS
        COMPUTE WS-QUOTE-DATE =
            FUNCTION DATE-OF-INTEGER(WS-QUOTE-DAY-NUMBER)
    END-IF.
    DIVIDE WS-QUOTE-SECONDS BY 3600 GIVING WS-QUOTE-HH
        REMAINDER WS-QUOTE-REMAINDER.
    DIVIDE WS-QUOTE-REMAINDER BY 60 GIVING WS-QUOTE-MM
        REMAINDER WS-QUOTE-SS.
    COMPUTE WS-QUOTE-EXPIRY-TIMESTAMP =
        WS-QUOTE-DATE * 1000000 + WS-QUOTE-TIME-NUMBER.

APPLY-SPREAD-TO-RATE.
    MOVE "M" TO WS-RATE-SIDE.
    MOVE Num2 TO WS-MID-MARKET-RATE.
    IF SPREAD-FILE-OPEN AND WS-FROM-CURRENCY NOT = WS-TO-CURRENCY
        MOVE WS-FROM-CURRENCY TO SP-FROM-CURRENCY
        MOVE WS-TO-CURRENCY TO SP-TO-CURRENCY
            SET CUSTOMER-VALID TO TRUE
        END-IF
    END-IF.
    IF CUSTOMER-VALID AND WATCH-LIST-LOADED AND NOT MATCH-FILE-OPEN
        DISPLAY "CONVERSION REFUSED: WLMATCH.DAT not available --"
                " watch-list holds cannot be checked."
        MOVE "N" TO WS-CUSTOMER-VALID-FLAG
    END-IF.
    IF CUSTOMER-VALID
        MOVE WS-CUSTOMER-ID TO WS-WATCH-CUSTOMER-ID
        PERFORM CHECK-WATCH-LIST-HOLD
        IF WATCH-MATCH-CONFIRMED
            DISPLAY "CONVERSION BLOCKED: " WS-CUSTOMER-ID
                    " is a confirmed watch-list match -- refer to"
                    " compliance."
            MOVE "N" TO WS-CUSTOMER-VALID-FLAG
        ELSE IF WATCH-MATCH-PENDING
            DISPLAY "CONVERSION HELD: " WS-CUSTOMER-ID
                    " has a possible watch-list match awaiting"
                    " compliance review."
            MOVE "N" TO WS-CUSTOMER-VALID-FLAG
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

VALIDATE-CURRENCY-CODES.
    MOVE "Y" TO WS-CURRENCIES-VALID-FLAG.
        INTO WS-RECEIPT-WORK.
    PERFORM WRITE-RECEIPT-LINE.

    PERFORM BUILD-RATE-LINE.
    PERFORM WRITE-RECEIPT-LINE.

    PERFORM BUILD-AMOUNTS-LINE.
    PERFORM WRITE-RECEIPT-LINE.

    IF QUOTE-APPLIED
        MOVE WS-QUOTE-NO TO WS-PRINT-QUOTE-NO
        MOVE SPACES TO WS-RECEIPT-WORK
        STRING "BOOKED AT QUOTED RATE -- QUOTE " DELIMITED BY SIZE
               WS-PRINT-QUOTE-NO DELIMITED BY SIZE
            INTO WS-RECEIPT-WORK
        PERFORM WRITE-RECEIPT-LINE
    END-IF.

    MOVE SPACES TO WS-RECEIPT-WORK.
    PERFORM WRITE-RECEIPT-LINE.

    CLOSE RECEIPT-FILE.

BUILD-RATE-LINE.
    MOVE Num2 TO WS-PRINT-RATE.
    MOVE SPACES TO WS-RECEIPT-WORK.
    IF WS-RATE-SIDE = "B"
               "  (MID)" DELIMITED BY SIZE
            INTO WS-RECEIPT-WORK
    END-IF.

BUILD-AMOUNTS-LINE.
    MOVE Result TO WS-EDIT-3.
    MOVE SPACES TO WS-RECEIPT-WORK.
    STRING "GROSS " DELIMITED BY SIZE
    STRING "  NET " DELIMITED BY SIZE
           WS-EDIT-3 DELIMITED BY SIZE
        INTO WS-RECEIPT-WORK(37:).

PRINT-QUOTE.
    OPEN EXTEND RECEIPT-FILE.
    IF RECEIPT-FILE-NOT-FOUND
        OPEN OUTPUT RECEIPT-FILE
    END-IF.

    MOVE WS-LAST-QUOTE-NO TO WS-PRINT-QUOTE-NO.
    MOVE SPACES TO WS-RECEIPT-WORK.
    STRING "---- RATE QUOTE " DELIMITED BY SIZE
           WS-PRINT-QUOTE-NO DELIMITED BY SIZE
           " ----" DELIMITED BY SIZE
        INTO WS-RECEIPT-WORK.
    PERFORM WRITE-RECEIPT-LINE.

    MOVE SPACES TO WS-RECEIPT-WORK.
    STRING "DATE/TIME " DELIMITED BY SIZE
           WS-AS-OF-TIMESTAMP(1:8) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-AS-OF-TIMESTAMP(9:6) DELIMITED BY SIZE
           "  OPERATOR " DELIMITED BY SIZE
           WS-OPERATOR-ID DELIMITED BY SIZE
           "  BRANCH " DELIMITED BY SIZE
           WS-BRANCH-CODE DELIMITED BY SIZE
        INTO WS-RECEIPT-WORK.
    PERFORM WRITE-RECEIPT-LINE.

    MOVE Num1 TO WS-PRINT-NUM1.
    MOVE SPACES TO WS-RECEIPT-WORK.
    STRING "FROM " DELIMITED BY SIZE
           WS-FROM-CURRENCY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-NUM1 DELIMITED BY SIZE
           "  TO " DELIMITED BY SIZE
           WS-TO-CURRENCY DELIMITED BY SIZE
        INTO WS-RECEIPT-WORK.
    PERFORM WRITE-RECEIPT-LINE.

    PERFORM BUILD-RATE-LINE.
    PERFORM WRITE-RECEIPT-LINE.

    PERFORM BUILD-AMOUNTS-LINE.
    PERFORM WRITE-RECEIPT-LINE.

    MOVE SPACES TO WS-RECEIPT-WORK.
    STRING "VALID UNTIL " DELIMITED BY SIZE
           WS-QUOTE-EXPIRY-TIMESTAMP(1:8) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-QUOTE-EXPIRY-TIMESTAMP(9:6) DELIMITED BY SIZE
           " -- QUOTE THIS NUMBER AT THE COUNTER" DELIMITED BY SIZE
        INTO WS-RECEIPT-WORK.
    PERFORM WRITE-RECEIPT-LINE.

    MOVE SPACES TO WS-RECEIPT-WORK.
    WRITE RECEIPT-LINE.
    DISPLAY WS-RECEIPT-WORK.

OPEN-QUOTE-FILE.
    OPEN I-O QUOTE-FILE.
    IF QUOTE-FILE-NOT-FOUND
        OPEN OUTPUT QUOTE-FILE
        CLOSE QUOTE-FILE
        OPEN I-O QUOTE-FILE
    END-IF.
    IF QUOTE-FILE-OK
        SET QUOTE-FILE-OPEN TO TRUE
        PERFORM READ-QUOTE-CONTROL
    ELSE
        DISPLAY "QUOTE.DAT not available -- no quotes this session."
    END-IF.

READ-QUOTE-CONTROL.
    OPEN INPUT QUOTE-CONTROL-FILE.
    IF NOT QUOTE-CONTROL-OK
        MOVE ZERO TO WS-LAST-QUOTE-NO
    ELSE
        READ QUOTE-CONTROL-FILE
            AT END MOVE ZERO TO WS-LAST-QUOTE-NO
            NOT AT END
                IF QC-LAST-QUOTE-NO NUMERIC
                    MOVE QC-LAST-QUOTE-NO TO WS-LAST-QUOTE-NO
                ELSE
                    MOVE ZERO TO WS-LAST-QUOTE-NO
                END-IF
        END-READ
        CLOSE QUOTE-CONTROL-FILE
    END-IF.

ASSIGN-QUOTE-NUMBER.
    ADD 1 TO WS-LAST-QUOTE-NO.
    OPEN OUTPUT QUOTE-CONTROL-FILE.
    MOVE WS-LAST-QUOTE-NO TO QC-LAST-QUOTE-NO.
    WRITE QUOTE-CONTROL-RECORD.
    CLOSE QUOTE-CONTROL-FILE.

POST-SESSION-TOTALS.
    ADD 1 TO WS-SESSION-COUNT.

    END-IF.
    IF TILL-FILE-OK
        SET TILL-FILE-OPEN TO TRUE
        DISPLAY "Draw a float from the vault (Y/N)? "
        ACCEPT WS-OPEN-FLOAT-ANSWER
        IF WS-OPEN-FLOAT-ANSWER = "Y" OR WS-OPEN-FLOAT-ANSWER = "y"
            PERFORM ACCEPT-OPENING-FLOAT
ACCEPT-OPENING-FLOAT.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE.
    MOVE "N" TO WS-VAULT-OPEN-FLAG.
    OPEN I-O VAULT-FILE.
    IF VAULT-FILE-OK
        SET VAULT-FILE-OPEN TO TRUE
    ELSE
        DISPLAY "VAULT.DAT not available -- float not drawn from the vault."
    END-IF.
    MOVE "N" TO WS-FLOAT-DONE-FLAG.
    PERFORM UNTIL FLOAT-ENTRY-DONE
        DISPLAY "Enter float currency code (or END to finish): "
        IF WS-FLOAT-CURRENCY = "END" OR WS-FLOAT-CURRENCY = SPACES
            SET FLOAT-ENTRY-DONE TO TRUE
        ELSE
            DISPLAY "Enter float amount (999999999.999): "
            ACCEPT WS-FLOAT-AMOUNT
            IF WS-FLOAT-AMOUNT NUMERIC
                PERFORM FILE-OPENING-FLOAT
            END-IF
        END-IF
    END-PERFORM.
    IF VAULT-FILE-OPEN
        CLOSE VAULT-FILE
    END-IF.

FILE-OPENING-FLOAT.
    MOVE WS-BRANCH-CODE TO TL-BRANCH-CODE.
    MOVE WS-FLOAT-CURRENCY TO TL-CURRENCY.
    READ TELLER-TILL-FILE
        INVALID KEY
            MOVE "N" TO WS-TILL-ON-FILE-FLAG
        NOT INVALID KEY
            SET TILL-ON-FILE TO TRUE
    END-READ.
    IF TILL-ON-FILE AND TL-BUSINESS-DATE NOT = WS-TODAY-DATE
        DISPLAY "The " WS-FLOAT-CURRENCY " till from " TL-BUSINESS-DATE
                " has not been balanced -- balance and clear it first."
    ELSE
        PERFORM DRAW-FLOAT-FROM-VAULT
        IF FLOAT-DRAWN
            IF TILL-ON-FILE
                ADD WS-FLOAT-AMOUNT TO TL-FLOAT-AMOUNT
                REWRITE TELLER-TILL-RECORD
                DISPLAY "Float topped up for " WS-FLOAT-CURRENCY
            ELSE
                MOVE WS-BRANCH-CODE TO TL-BRANCH-CODE
                MOVE WS-OPERATOR-ID TO TL-TELLER-ID
                MOVE WS-FLOAT-CURRENCY TO TL-CURRENCY
                MOVE WS-TODAY-DATE TO TL-BUSINESS-DATE
                MOVE WS-FLOAT-AMOUNT TO TL-FLOAT-AMOUNT
                MOVE ZERO TO TL-TAKEN-IN
                MOVE ZERO TO TL-PAID-OUT
                WRITE TELLER-TILL-RECORD
                DISPLAY "Till opened for " WS-FLOAT-CURRENCY
            END-IF
        END-IF
    END-IF.

DRAW-FLOAT-FROM-VAULT.
    MOVE "N" TO WS-FLOAT-DRAWN-FLAG.
    IF NOT VAULT-FILE-OPEN OR WS-FLOAT-AMOUNT = ZERO
        SET FLOAT-DRAWN TO TRUE
    ELSE
        MOVE WS-BRANCH-CODE TO VT-BRANCH-CODE
        MOVE WS-FLOAT-CURRENCY TO VT-CURRENCY
        READ VAULT-FILE
            INVALID KEY
                DISPLAY "The vault holds no " WS-FLOAT-CURRENCY
                        " -- float refused."
            NOT INVALID KEY
                IF VT-ON-HAND < WS-FLOAT-AMOUNT
                    MOVE VT-ON-HAND TO WS-PRINT-VAULT
                    DISPLAY "The vault holds only " WS-PRINT-VAULT " "
                            WS-FLOAT-CURRENCY " -- float refused."
                ELSE
                    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
                    SUBTRACT WS-FLOAT-AMOUNT FROM VT-ON-HAND
                    MOVE WS-CURRENT-TIMESTAMP(1:14)
                        TO VT-LAST-MOVEMENT-TIMESTAMP
                    REWRITE VAULT-RECORD
                    SET FLOAT-DRAWN TO TRUE
                    PERFORM WRITE-VAULT-TRANSFER
                END-IF
        END-READ
    END-IF.

WRITE-VAULT-TRANSFER.
    OPEN EXTEND VAULT-TRANSFER-LOG.
    IF VAULT-LOG-NOT-FOUND
        OPEN OUTPUT VAULT-TRANSFER-LOG
    END-IF.
    MOVE WS-CURRENT-TIMESTAMP(1:14) TO VX-TIMESTAMP.
    MOVE WS-BRANCH-CODE TO VX-BRANCH-CODE.
    MOVE WS-FLOAT-CURRENCY TO VX-CURRENCY.
    SET VX-ISSUE-TO-TELLER TO TRUE.
    MOVE WS-OPERATOR-ID TO VX-TELLER-ID.
    MOVE WS-FLOAT-AMOUNT TO VX-AMOUNT.
    MOVE WS-OPERATOR-ID TO VX-OPERATOR-ID.
    MOVE "TILL FLOAT" TO VX-REFERENCE.
    MOVE VT-ON-HAND TO VX-VAULT-BALANCE.
    WRITE VAULT-TRANSFER-RECORD.
    CLOSE VAULT-TRANSFER-LOG.

POST-TILL-MOVEMENTS.
    IF TILL-FILE-OPEN
    MOVE WS-RECEIPT-NO TO AL-RECEIPT-NO.
    MOVE WS-SUPERVISOR-ID TO AL-SUPERVISOR-ID.
    MOVE WS-RATE-SIDE TO AL-RATE-SIDE.
    MOVE WS-MID-MARKET-RATE TO AL-MID-MARKET-RATE.
    MOVE WS-QUOTE-NO TO AL-QUOTE-NO.
    WRITE AUDIT-LOG-RECORD.
    CLOSE AUDIT-LOG.
