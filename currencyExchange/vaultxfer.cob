IDENTIFICATION DIVISION.
PROGRAM-ID. VaultXfer.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VAULT-FILE ASSIGN TO "VAULT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VT-VAULT-KEY
        FILE STATUS IS WS-VAULT-FILE-STATUS.

    SELECT VAULT-TRANSFER-LOG ASSIGN TO "VAULTTXN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VAULT-LOG-STATUS.

    SELECT TELLER-TILL-FILE ASSIGN TO "TILL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TL-TILL-KEY
        FILE STATUS IS WS-TILL-FILE-STATUS.

    SELECT TELLER-MASTER-FILE ASSIGN TO "TELLMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TM-TELLER-ID
        FILE STATUS IS WS-TELLER-FILE-STATUS.

    SELECT CURRENCY-MASTER-FILE ASSIGN TO "CURRMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CURRENCY-CODE
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT BRANCH-ID-FILE ASSIGN TO "BRANCHID.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRANCH-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  VAULT-FILE.
    COPY VAULTREC.

FD  VAULT-TRANSFER-LOG.
    COPY VAULTTXN.

FD  TELLER-TILL-FILE.
    COPY TILLREC.

FD  TELLER-MASTER-FILE.
    COPY TELLMAST.

FD  CURRENCY-MASTER-FILE.
    COPY CURRMAST.

FD  BRANCH-ID-FILE.
01  BRANCH-ID-RECORD.
    05  BR-BRANCH-CODE PIC X(3).

WORKING-STORAGE SECTION.
01 WS-VAULT-FILE-STATUS PIC XX.
    88 VAULT-FILE-OK VALUE "00".
    88 VAULT-FILE-NOT-FOUND VALUE "35".
01 WS-VAULT-EOF-FLAG PIC X.
    88 END-OF-VAULT VALUE "Y".
01 WS-VAULT-LOG-STATUS PIC XX.
    88 VAULT-LOG-OK VALUE "00".
    88 VAULT-LOG-NOT-FOUND VALUE "35".
01 WS-TILL-FILE-STATUS PIC XX.
    88 TILL-FILE-OK VALUE "00".
    88 TILL-FILE-NOT-FOUND VALUE "35".
01 WS-TELLER-FILE-STATUS PIC XX.
    88 TELLER-FILE-OK VALUE "00".
01 WS-MASTER-FILE-STATUS PIC XX.
    88 MASTER-FILE-OK VALUE "00".
01 WS-MASTER-OPEN-FLAG PIC X VALUE "N".
    88 MASTER-FILE-OPEN VALUE "Y".
01 WS-BRANCH-FILE-STATUS PIC XX.
    88 BRANCH-FILE-OK VALUE "00".

01 WS-BRANCH-CODE PIC X(3) VALUE "001".
01 WS-OPERATOR-ID PIC X(8).
01 WS-OPERATOR-VALID-FLAG PIC X VALUE "N".
    88 OPERATOR-VALID VALUE "Y".

01 WS-DONE-FLAG PIC X VALUE "N".
    88 TRANSFERS-DONE VALUE "Y".
01 WS-ACTION PIC X.
    88 ACTION-ISSUE VALUE "I" "i".
    88 ACTION-SHIPMENT-IN VALUE "S" "s".
    88 ACTION-SHIPMENT-OUT VALUE "O" "o".
    88 ACTION-MINIMUM VALUE "M" "m".
    88 ACTION-LIST VALUE "L" "l".
    88 ACTION-QUIT VALUE "Q" "q".

01 WS-CURRENCY PIC X(3).
01 WS-AMOUNT PIC 9(9)V9(3).
01 WS-TELLER-ID PIC X(8).
01 WS-REFERENCE PIC X(12).
01 WS-TRANSFER-TYPE PIC X.
01 WS-CURRENCY-VALID-FLAG PIC X.
    88 CURRENCY-VALID VALUE "Y".
01 WS-TELLER-VALID-FLAG PIC X.
    88 TELLER-VALID VALUE "Y".
01 WS-VAULT-ON-FILE-FLAG PIC X.
    88 VAULT-ON-FILE VALUE "Y".

01 WS-CURRENT-TIMESTAMP PIC X(21).
01 WS-TODAY-DATE PIC 9(8).

01 WS-PRINT-ON-HAND PIC ZZZZZZZZ9.999.
01 WS-PRINT-MINIMUM PIC ZZZZZZZZ9.999.
01 WS-PRINT-AMOUNT PIC ZZZZZZZZ9.999.

PROCEDURE DIVISION.
    PERFORM READ-BRANCH-ID.
    PERFORM SIGN-ON-OPERATOR.
    IF OPERATOR-VALID
        OPEN I-O VAULT-FILE
        IF VAULT-FILE-NOT-FOUND
            OPEN OUTPUT VAULT-FILE
            CLOSE VAULT-FILE
            OPEN I-O VAULT-FILE
        END-IF
        IF NOT VAULT-FILE-OK
            DISPLAY "VAULT.DAT not available -- vault transfers refused."
        ELSE
            OPEN INPUT CURRENCY-MASTER-FILE
            IF MASTER-FILE-OK
                SET MASTER-FILE-OPEN TO TRUE
            ELSE
                DISPLAY "Currency master not available -- codes not validated."
            END-IF

            DISPLAY "Vault transfers for branch " WS-BRANCH-CODE
            PERFORM UNTIL TRANSFERS-DONE
                DISPLAY "I=issue to teller, S=shipment in, O=shipment out,"
                        " M=minimum holding, L=list vault, Q=quit: "
                ACCEPT WS-ACTION
                IF ACTION-QUIT
                    SET TRANSFERS-DONE TO TRUE
                ELSE IF ACTION-LIST
                    PERFORM LIST-VAULT
                ELSE IF ACTION-ISSUE
                    PERFORM ISSUE-TO-TELLER
                ELSE IF ACTION-SHIPMENT-IN
                    PERFORM RECEIVE-SHIPMENT
                ELSE IF ACTION-SHIPMENT-OUT
                    PERFORM SEND-SHIPMENT
                ELSE IF ACTION-MINIMUM
                    PERFORM SET-MINIMUM-HOLDING
                ELSE
                    DISPLAY "Unrecognised choice."
                END-IF
            END-PERFORM

            IF MASTER-FILE-OPEN
                CLOSE CURRENCY-MASTER-FILE
            END-IF
            CLOSE VAULT-FILE
        END-IF
    END-IF.
STOP RUN.

READ-BRANCH-ID.
    OPEN INPUT BRANCH-ID-FILE.
    IF BRANCH-FILE-OK
        READ BRANCH-ID-FILE
            AT END CONTINUE
            NOT AT END
                IF BR-BRANCH-CODE NOT = SPACES
                    MOVE BR-BRANCH-CODE TO WS-BRANCH-CODE
                END-IF
        END-READ
        CLOSE BRANCH-ID-FILE
    ELSE
        DISPLAY "BRANCHID.DAT not found -- using branch " WS-BRANCH-CODE
    END-IF.

SIGN-ON-OPERATOR.
    DISPLAY "Enter your supervisor ID: ".
    ACCEPT WS-OPERATOR-ID.
    OPEN INPUT TELLER-MASTER-FILE.
    IF NOT TELLER-FILE-OK
        DISPLAY "TELLMAST.DAT not available -- cannot verify the operator."
    ELSE
        MOVE WS-OPERATOR-ID TO TM-TELLER-ID
        READ TELLER-MASTER-FILE
            INVALID KEY
                DISPLAY WS-OPERATOR-ID " is not on the teller master."
            NOT INVALID KEY
                IF NOT TM-ACTIVE
                    DISPLAY WS-OPERATOR-ID " is not active."
                ELSE IF NOT TM-SUPERVISOR
                    DISPLAY WS-OPERATOR-ID " is not a supervisor --"
                            " vault transfers refused."
                ELSE
                    SET OPERATOR-VALID TO TRUE
                END-IF
        END-READ
        CLOSE TELLER-MASTER-FILE
    END-IF.

ACCEPT-CURRENCY-AND-AMOUNT.
    MOVE "N" TO WS-CURRENCY-VALID-FLAG.
    DISPLAY "Enter currency code: ".
    ACCEPT WS-CURRENCY.
    DISPLAY "Enter amount (999999999.999): ".
    ACCEPT WS-AMOUNT.
    IF WS-AMOUNT NOT NUMERIC OR WS-AMOUNT = ZERO
        DISPLAY "Amount must be numeric and non-zero, re-enter"
    ELSE IF MASTER-FILE-OPEN
        MOVE WS-CURRENCY TO CM-CURRENCY-CODE
        READ CURRENCY-MASTER-FILE
            INVALID KEY
                DISPLAY WS-CURRENCY " is not on the currency master."
            NOT INVALID KEY
                SET CURRENCY-VALID TO TRUE
        END-READ
    ELSE
        SET CURRENCY-VALID TO TRUE
    END-IF.

READ-VAULT-HOLDING.
    MOVE "N" TO WS-VAULT-ON-FILE-FLAG.
    MOVE WS-BRANCH-CODE TO VT-BRANCH-CODE.
    MOVE WS-CURRENCY TO VT-CURRENCY.
    READ VAULT-FILE
        INVALID KEY
            MOVE WS-BRANCH-CODE TO VT-BRANCH-CODE
            MOVE WS-CURRENCY TO VT-CURRENCY
            MOVE ZERO TO VT-ON-HAND
            MOVE ZERO TO VT-MINIMUM-HOLDING
        NOT INVALID KEY
            SET VAULT-ON-FILE TO TRUE
    END-READ.

FILE-VAULT-HOLDING.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    MOVE WS-CURRENT-TIMESTAMP(1:14) TO VT-LAST-MOVEMENT-TIMESTAMP.
    IF VAULT-ON-FILE
        REWRITE VAULT-RECORD
    ELSE
        WRITE VAULT-RECORD
    END-IF.

ISSUE-TO-TELLER.
    DISPLAY "Enter teller ID to issue to: ".
    ACCEPT WS-TELLER-ID.
    PERFORM CHECK-TELLER.
    IF TELLER-VALID
        PERFORM ACCEPT-CURRENCY-AND-AMOUNT
        IF CURRENCY-VALID
            PERFORM READ-VAULT-HOLDING
            IF VT-ON-HAND < WS-AMOUNT
                MOVE VT-ON-HAND TO WS-PRINT-ON-HAND
                DISPLAY "The vault holds only " WS-PRINT-ON-HAND " "
                        WS-CURRENCY " -- issue refused."
            ELSE
                PERFORM ADD-TO-TELLER-FLOAT
                IF TELLER-VALID
                    SUBTRACT WS-AMOUNT FROM VT-ON-HAND
                    PERFORM FILE-VAULT-HOLDING
                    MOVE "I" TO WS-TRANSFER-TYPE
                    MOVE "TOP-UP" TO WS-REFERENCE
                    PERFORM WRITE-VAULT-TRANSFER
                    MOVE WS-AMOUNT TO WS-PRINT-AMOUNT
                    DISPLAY "Issued " WS-PRINT-AMOUNT " " WS-CURRENCY
                            " to " WS-TELLER-ID
                END-IF
            END-IF
        END-IF
    END-IF.

CHECK-TELLER.
    MOVE "N" TO WS-TELLER-VALID-FLAG.
    OPEN INPUT TELLER-MASTER-FILE.
    IF NOT TELLER-FILE-OK
        DISPLAY "TELLMAST.DAT not available -- cannot verify the teller."
    ELSE
        MOVE WS-TELLER-ID TO TM-TELLER-ID
        READ TELLER-MASTER-FILE
            INVALID KEY
                DISPLAY WS-TELLER-ID " is not on the teller master."
            NOT INVALID KEY
                IF NOT TM-ACTIVE
                    DISPLAY WS-TELLER-ID " is not active."
                ELSE
                    SET TELLER-VALID TO TRUE
                END-IF
        END-READ
        CLOSE TELLER-MASTER-FILE
    END-IF.

ADD-TO-TELLER-FLOAT.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE.
    OPEN I-O TELLER-TILL-FILE.
    IF TILL-FILE-NOT-FOUND
        OPEN OUTPUT TELLER-TILL-FILE
        CLOSE TELLER-TILL-FILE
        OPEN I-O TELLER-TILL-FILE
    END-IF.
    IF NOT TILL-FILE-OK
        DISPLAY "TILL.DAT not available -- issue refused."
        MOVE "N" TO WS-TELLER-VALID-FLAG
    ELSE
        MOVE WS-BRANCH-CODE TO TL-BRANCH-CODE
        MOVE WS-TELLER-ID TO TL-TELLER-ID
        MOVE WS-CURRENCY TO TL-CURRENCY
        READ TELLER-TILL-FILE
            INVALID KEY
                MOVE WS-BRANCH-CODE TO TL-BRANCH-CODE
                MOVE WS-TELLER-ID TO TL-TELLER-ID
                MOVE WS-CURRENCY TO TL-CURRENCY
                MOVE WS-TODAY-DATE TO TL-BUSINESS-DATE
                MOVE WS-AMOUNT TO TL-FLOAT-AMOUNT
                MOVE ZERO TO TL-TAKEN-IN
                MOVE ZERO TO TL-PAID-OUT
                WRITE TELLER-TILL-RECORD
            NOT INVALID KEY
                IF TL-BUSINESS-DATE NOT = WS-TODAY-DATE
                    DISPLAY "The " WS-CURRENCY " till from "
                            TL-BUSINESS-DATE " has not been balanced"
                            " -- issue refused."
                    MOVE "N" TO WS-TELLER-VALID-FLAG
                ELSE
                    ADD WS-AMOUNT TO TL-FLOAT-AMOUNT
                    REWRITE TELLER-TILL-RECORD
                END-IF
        END-READ
        CLOSE TELLER-TILL-FILE
    END-IF.

RECEIVE-SHIPMENT.
    PERFORM ACCEPT-CURRENCY-AND-AMOUNT.
    IF CURRENCY-VALID
        DISPLAY "Enter shipment reference: "
        ACCEPT WS-REFERENCE
        PERFORM READ-VAULT-HOLDING
        ADD WS-AMOUNT TO VT-ON-HAND
        PERFORM FILE-VAULT-HOLDING
        MOVE "S" TO WS-TRANSFER-TYPE
        MOVE SPACES TO WS-TELLER-ID
        PERFORM WRITE-VAULT-TRANSFER
        MOVE VT-ON-HAND TO WS-PRINT-ON-HAND
        DISPLAY "Shipment received -- vault now holds " WS-PRINT-ON-HAND
                " " WS-CURRENCY
    END-IF.

SEND-SHIPMENT.
    PERFORM ACCEPT-CURRENCY-AND-AMOUNT.
    IF CURRENCY-VALID
        PERFORM READ-VAULT-HOLDING
        IF VT-ON-HAND < WS-AMOUNT
            MOVE VT-ON-HAND TO WS-PRINT-ON-HAND
            DISPLAY "The vault holds only " WS-PRINT-ON-HAND " "
                    WS-CURRENCY " -- shipment refused."
        ELSE
            DISPLAY "Enter shipment reference: "
            ACCEPT WS-REFERENCE
            SUBTRACT WS-AMOUNT FROM VT-ON-HAND
            PERFORM FILE-VAULT-HOLDING
            MOVE "O" TO WS-TRANSFER-TYPE
            MOVE SPACES TO WS-TELLER-ID
            PERFORM WRITE-VAULT-TRANSFER
            MOVE VT-ON-HAND TO WS-PRINT-ON-HAND
            DISPLAY "Shipment sent -- vault now holds " WS-PRINT-ON-HAND
                    " " WS-CURRENCY
        END-IF
    END-IF.

SET-MINIMUM-HOLDING.
    MOVE "N" TO WS-CURRENCY-VALID-FLAG.
    DISPLAY "Enter currency code: ".
    ACCEPT WS-CURRENCY.
    DISPLAY "Enter minimum holding (999999999.999, 0 = none): ".
    ACCEPT WS-AMOUNT.
    IF WS-AMOUNT NOT NUMERIC
        DISPLAY "Minimum must be numeric, re-enter"
    ELSE IF MASTER-FILE-OPEN
        MOVE WS-CURRENCY TO CM-CURRENCY-CODE
        READ CURRENCY-MASTER-FILE
            INVALID KEY
                DISPLAY WS-CURRENCY " is not on the currency master."
            NOT INVALID KEY
                SET CURRENCY-VALID TO TRUE
        END-READ
    ELSE
        SET CURRENCY-VALID TO TRUE
    END-IF.
    IF CURRENCY-VALID
        PERFORM READ-VAULT-HOLDING
        MOVE WS-AMOUNT TO VT-MINIMUM-HOLDING
        IF VAULT-ON-FILE
            REWRITE VAULT-RECORD
        ELSE
            MOVE ZERO TO VT-LAST-MOVEMENT-TIMESTAMP
            WRITE VAULT-RECORD
        END-IF
        DISPLAY "Minimum holding set for " WS-CURRENCY
    END-IF.

LIST-VAULT.
    MOVE "N" TO WS-VAULT-EOF-FLAG.
    MOVE WS-BRANCH-CODE TO VT-BRANCH-CODE.
    MOVE SPACES TO VT-CURRENCY.
    START VAULT-FILE KEY IS NOT LESS THAN VT-VAULT-KEY
        INVALID KEY SET END-OF-VAULT TO TRUE
    END-START.
    DISPLAY "CCY        ON HAND        MINIMUM".
    PERFORM UNTIL END-OF-VAULT
        READ VAULT-FILE NEXT RECORD
            AT END SET END-OF-VAULT TO TRUE
        END-READ
        IF NOT END-OF-VAULT
            IF VT-BRANCH-CODE NOT = WS-BRANCH-CODE
                SET END-OF-VAULT TO TRUE
            ELSE
                MOVE VT-ON-HAND TO WS-PRINT-ON-HAND
                MOVE VT-MINIMUM-HOLDING TO WS-PRINT-MINIMUM
                IF VT-MINIMUM-HOLDING > ZERO
                   AND VT-ON-HAND < VT-MINIMUM-HOLDING
                    DISPLAY VT-CURRENCY " " WS-PRINT-ON-HAND "  "
                            WS-PRINT-MINIMUM " ** LOW **"
                ELSE
                    DISPLAY VT-CURRENCY " " WS-PRINT-ON-HAND "  "
                            WS-PRINT-MINIMUM
                END-IF
            END-IF
        END-IF
    END-PERFORM.

WRITE-VAULT-TRANSFER.
    OPEN EXTEND VAULT-TRANSFER-LOG.
    IF VAULT-LOG-NOT-FOUND
        OPEN OUTPUT VAULT-TRANSFER-LOG
    END-IF.
    MOVE WS-CURRENT-TIMESTAMP(1:14) TO VX-TIMESTAMP.
    MOVE WS-BRANCH-CODE TO VX-BRANCH-CODE.
    MOVE WS-CURRENCY TO VX-CURRENCY.
    MOVE WS-TRANSFER-TYPE TO VX-TRANSFER-TYPE.
    MOVE WS-TELLER-ID TO VX-TELLER-ID.
    MOVE WS-AMOUNT TO VX-AMOUNT.
    MOVE WS-OPERATOR-ID TO VX-OPERATOR-ID.
    MOVE WS-REFERENCE TO VX-REFERENCE.
    MOVE VT-ON-HAND TO VX-VAULT-BALANCE.
    WRITE VAULT-TRANSFER-RECORD.
    CLOSE VAULT-TRANSFER-LOG.
