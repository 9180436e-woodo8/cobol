IDENTIFICATION DIVISION.
PROGRAM-ID. VaultReport.

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

    SELECT POSITION-REPORT-FILE ASSIGN TO "POSRPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POSITION-REPORT-STATUS.

    SELECT BRANCH-ID-FILE ASSIGN TO "BRANCHID.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRANCH-FILE-STATUS.

    SELECT VAULT-REPORT-FILE ASSIGN TO "VAULTRPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VAULT-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  VAULT-FILE.
    COPY VAULTREC.

FD  VAULT-TRANSFER-LOG.
    COPY VAULTTXN.

FD  TELLER-TILL-FILE.
    COPY TILLREC.

FD  POSITION-REPORT-FILE.
01  POSITION-REPORT-LINE.
    05  PR-CURRENCY PIC X(3).
    05  FILLER PIC X(31).
    05  PR-NET-TEXT PIC X(15).
    05  PR-NET-EDITED REDEFINES PR-NET-TEXT PIC -ZZZZZZZZZ9.999.
    05  FILLER PIC X(51).

FD  BRANCH-ID-FILE.
01  BRANCH-ID-RECORD.
    05  BR-BRANCH-CODE PIC X(3).

FD  VAULT-REPORT-FILE.
01  VAULT-REPORT-LINE PIC X(100).

WORKING-STORAGE SECTION.
01 WS-VAULT-FILE-STATUS PIC XX.
    88 VAULT-FILE-OK VALUE "00".
01 WS-VAULT-LOG-STATUS PIC XX.
    88 VAULT-LOG-OK VALUE "00".
01 WS-TILL-FILE-STATUS PIC XX.
    88 TILL-FILE-OK VALUE "00".
01 WS-POSITION-REPORT-STATUS PIC XX.
    88 POSITION-REPORT-OK VALUE "00".
01 WS-BRANCH-FILE-STATUS PIC XX.
    88 BRANCH-FILE-OK VALUE "00".
01 WS-VAULT-REPORT-STATUS PIC XX.
    88 VAULT-REPORT-OK VALUE "00".

01 WS-EOF-FLAG PIC X.
    88 END-OF-INPUT VALUE "Y".
01 WS-POSITION-FOUND-FLAG PIC X VALUE "N".
    88 POSITION-REPORT-READ VALUE "Y".

01 WS-BRANCH-CODE PIC X(3) VALUE "001".
01 WS-CURRENT-TIMESTAMP PIC X(21).
01 WS-TODAY-DATE PIC 9(8).

01 WS-CCY-COUNT-USED PIC 9(3) VALUE ZERO.
01 WS-CURRENCY-TABLE.
    05 WS-CCY-ENTRY OCCURS 100 TIMES.
        10 WS-CCY-CODE PIC X(3).
        10 WS-CCY-IN-VAULT-FLAG PIC X.
            88 WS-CCY-IN-VAULT VALUE "Y".
        10 WS-CCY-ON-HAND PIC 9(9)V9(3).
        10 WS-CCY-MINIMUM PIC 9(9)V9(3).
        10 WS-CCY-IN-TILLS PIC S9(10)V9(3).
        10 WS-CCY-POSITION PIC S9(10)V9(3).
        10 WS-CCY-ISSUED PIC 9(10)V9(3).
        10 WS-CCY-RETURNED PIC 9(10)V9(3).
        10 WS-CCY-SHIPPED-IN PIC 9(10)V9(3).
        10 WS-CCY-SHIPPED-OUT PIC 9(10)V9(3).
01 WS-SEARCH-IDX PIC 9(3).
01 WS-PRINT-IDX PIC 9(3).
01 WS-POST-IDX PIC 9(3).
01 WS-POST-CURRENCY PIC X(3).
01 WS-FOUND-FLAG PIC X.
    88 ENTRY-FOUND VALUE "Y".

01 WS-TILL-CASH PIC S9(10)V9(3).
01 WS-POSITION-NET PIC S9(10)V9(3).
01 WS-LOW-COUNT PIC 9(3) VALUE ZERO.

01 WS-PRINT-ON-HAND PIC ZZZZZZZZZ9.999.
01 WS-PRINT-MINIMUM PIC ZZZZZZZZZ9.999.
01 WS-PRINT-IN-TILLS PIC -ZZZZZZZZZ9.999.
01 WS-PRINT-POSITION PIC -ZZZZZZZZZ9.999.
01 WS-PRINT-ISSUED PIC ZZZZZZZZZ9.999.
01 WS-PRINT-RETURNED PIC ZZZZZZZZZ9.999.
01 WS-PRINT-SHIPPED-IN PIC ZZZZZZZZZ9.999.
01 WS-PRINT-SHIPPED-OUT PIC ZZZZZZZZZ9.999.
01 WS-PRINT-COUNT PIC ZZ9.

PROCEDURE DIVISION.
    PERFORM READ-BRANCH-ID.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE.

    PERFORM LOAD-VAULT-HOLDINGS.
    PERFORM LOAD-TILL-CASH.
    PERFORM LOAD-POSITIONS.
    PERFORM LOAD-TODAYS-TRANSFERS.

    OPEN OUTPUT VAULT-REPORT-FILE.
    PERFORM WRITE-VAULT-HEADER.
    PERFORM WRITE-HOLDING-LINE
        VARYING WS-PRINT-IDX FROM 1 BY 1
        UNTIL WS-PRINT-IDX > WS-CCY-COUNT-USED.
    PERFORM WRITE-TRANSFER-HEADER.
    PERFORM WRITE-TRANSFER-LINE
        VARYING WS-PRINT-IDX FROM 1 BY 1
        UNTIL WS-PRINT-IDX > WS-CCY-COUNT-USED.
    PERFORM WRITE-VAULT-TRAILER.
    CLOSE VAULT-REPORT-FILE.

    IF WS-LOW-COUNT > ZERO
        MOVE WS-LOW-COUNT TO WS-PRINT-COUNT
        DISPLAY WS-PRINT-COUNT " currency holding(s) running low"
                " -- see VAULTRPT.DAT"
    ELSE
        DISPLAY "No vault holdings below their minimum."
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

LOAD-VAULT-HOLDINGS.
    OPEN INPUT VAULT-FILE.
    IF NOT VAULT-FILE-OK
        DISPLAY "VAULT.DAT not found -- no vault holdings to report."
    ELSE
        MOVE "N" TO WS-EOF-FLAG
        MOVE WS-BRANCH-CODE TO VT-BRANCH-CODE
        MOVE SPACES TO VT-CURRENCY
        START VAULT-FILE KEY IS NOT LESS THAN VT-VAULT-KEY
            INVALID KEY SET END-OF-INPUT TO TRUE
        END-START
        PERFORM UNTIL END-OF-INPUT
            READ VAULT-FILE NEXT RECORD
                AT END SET END-OF-INPUT TO TRUE
            END-READ
            IF NOT END-OF-INPUT
                IF VT-BRANCH-CODE NOT = WS-BRANCH-CODE
                    SET END-OF-INPUT TO TRUE
                ELSE
                    MOVE VT-CURRENCY TO WS-POST-CURRENCY
                    PERFORM FIND-CURRENCY-ENTRY
                    IF WS-POST-IDX > ZERO
                        SET WS-CCY-IN-VAULT(WS-POST-IDX) TO TRUE
                        MOVE VT-ON-HAND TO WS-CCY-ON-HAND(WS-POST-IDX)
                        MOVE VT-MINIMUM-HOLDING
                            TO WS-CCY-MINIMUM(WS-POST-IDX)
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE VAULT-FILE
    END-IF.

LOAD-TILL-CASH.
    OPEN INPUT TELLER-TILL-FILE.
    IF NOT TILL-FILE-OK
        DISPLAY "TILL.DAT not found -- no cash out in tills."
    ELSE
        MOVE "N" TO WS-EOF-FLAG
        MOVE WS-BRANCH-CODE TO TL-BRANCH-CODE
        MOVE SPACES TO TL-TELLER-ID
        MOVE SPACES TO TL-CURRENCY
        START TELLER-TILL-FILE KEY IS NOT LESS THAN TL-TILL-KEY
            INVALID KEY SET END-OF-INPUT TO TRUE
        END-START
        PERFORM UNTIL END-OF-INPUT
            READ TELLER-TILL-FILE NEXT RECORD
                AT END SET END-OF-INPUT TO TRUE
            END-READ
            IF NOT END-OF-INPUT
                IF TL-BRANCH-CODE NOT = WS-BRANCH-CODE
                    SET END-OF-INPUT TO TRUE
                ELSE
                    MOVE TL-CURRENCY TO WS-POST-CURRENCY
                    PERFORM FIND-CURRENCY-ENTRY
                    IF WS-POST-IDX > ZERO
                        COMPUTE WS-TILL-CASH =
                            TL-FLOAT-AMOUNT + TL-TAKEN-IN - TL-PAID-OUT
                        ADD WS-TILL-CASH TO WS-CCY-IN-TILLS(WS-POST-IDX)
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE TELLER-TILL-FILE
    END-IF.

LOAD-POSITIONS.
    OPEN INPUT POSITION-REPORT-FILE.
    IF NOT POSITION-REPORT-OK
        DISPLAY "POSRPT.DAT not found -- run the position report first;"
                " positions not shown."
    ELSE
        SET POSITION-REPORT-READ TO TRUE
        MOVE "N" TO WS-EOF-FLAG
        PERFORM UNTIL END-OF-INPUT
            READ POSITION-REPORT-FILE
                AT END SET END-OF-INPUT TO TRUE
            END-READ
            IF NOT END-OF-INPUT
               AND PR-CURRENCY NOT = SPACES
               AND PR-CURRENCY NOT = "CCY"
               AND PR-NET-TEXT(12:1) = "."
                MOVE PR-CURRENCY TO WS-POST-CURRENCY
                PERFORM FIND-CURRENCY-ENTRY
                IF WS-POST-IDX > ZERO
                    MOVE PR-NET-EDITED TO WS-POSITION-NET
                    MOVE WS-POSITION-NET TO WS-CCY-POSITION(WS-POST-IDX)
                END-IF
            END-IF
        END-PERFORM
        CLOSE POSITION-REPORT-FILE
    END-IF.

LOAD-TODAYS-TRANSFERS.
    OPEN INPUT VAULT-TRANSFER-LOG.
    IF VAULT-LOG-OK
        MOVE "N" TO WS-EOF-FLAG
        PERFORM UNTIL END-OF-INPUT
            READ VAULT-TRANSFER-LOG
                AT END SET END-OF-INPUT TO TRUE
            END-READ
            IF NOT END-OF-INPUT
               AND VX-BRANCH-CODE = WS-BRANCH-CODE
               AND VX-TIMESTAMP(1:8) = WS-TODAY-DATE
                MOVE VX-CURRENCY TO WS-POST-CURRENCY
                PERFORM FIND-CURRENCY-ENTRY
                IF WS-POST-IDX > ZERO
                    IF VX-ISSUE-TO-TELLER
                        ADD VX-AMOUNT TO WS-CCY-ISSUED(WS-POST-IDX)
                    ELSE IF VX-RETURN-FROM-TELLER
                        ADD VX-AMOUNT TO WS-CCY-RETURNED(WS-POST-IDX)
                    ELSE IF VX-SHIPMENT-IN
                        ADD VX-AMOUNT TO WS-CCY-SHIPPED-IN(WS-POST-IDX)
                    ELSE IF VX-SHIPMENT-OUT
                        ADD VX-AMOUNT TO WS-CCY-SHIPPED-OUT(WS-POST-IDX)
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE VAULT-TRANSFER-LOG
    END-IF.

FIND-CURRENCY-ENTRY.
    MOVE "N" TO WS-FOUND-FLAG.
    MOVE ZERO TO WS-POST-IDX.
    PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
            UNTIL WS-SEARCH-IDX > WS-CCY-COUNT-USED
        IF WS-CCY-CODE(WS-SEARCH-IDX) = WS-POST-CURRENCY
            MOVE WS-SEARCH-IDX TO WS-POST-IDX
            SET ENTRY-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF NOT ENTRY-FOUND
        IF WS-CCY-COUNT-USED < 100
            ADD 1 TO WS-CCY-COUNT-USED
            MOVE WS-CCY-COUNT-USED TO WS-POST-IDX
            MOVE WS-POST-CURRENCY TO WS-CCY-CODE(WS-POST-IDX)
            MOVE "N" TO WS-CCY-IN-VAULT-FLAG(WS-POST-IDX)
            MOVE ZERO TO WS-CCY-ON-HAND(WS-POST-IDX)
            MOVE ZERO TO WS-CCY-MINIMUM(WS-POST-IDX)
            MOVE ZERO TO WS-CCY-IN-TILLS(WS-POST-IDX)
            MOVE ZERO TO WS-CCY-POSITION(WS-POST-IDX)
            MOVE ZERO TO WS-CCY-ISSUED(WS-POST-IDX)
            MOVE ZERO TO WS-CCY-RETURNED(WS-POST-IDX)
            MOVE ZERO TO WS-CCY-SHIPPED-IN(WS-POST-IDX)
            MOVE ZERO TO WS-CCY-SHIPPED-OUT(WS-POST-IDX)
        ELSE
            DISPLAY "WARNING: currency table full, " WS-POST-CURRENCY
                    " not reported"
        END-IF
    END-IF.

WRITE-VAULT-HEADER.
    MOVE SPACES TO VAULT-REPORT-LINE.
    STRING "DAILY BRANCH VAULT REPORT  BRANCH " DELIMITED BY SIZE
           WS-BRANCH-CODE DELIMITED BY SIZE
           "  DATE " DELIMITED BY SIZE
           WS-TODAY-DATE DELIMITED BY SIZE
        INTO VAULT-REPORT-LINE.
    WRITE VAULT-REPORT-LINE.
    IF NOT POSITION-REPORT-READ
        MOVE "POSRPT.DAT NOT AVAILABLE -- POSITIONS SHOWN AS ZERO"
            TO VAULT-REPORT-LINE
        WRITE VAULT-REPORT-LINE
    END-IF.
    MOVE "CCY   VAULT ON HAND        MINIMUM        IN TILLS   DAY POSITION"
        TO VAULT-REPORT-LINE.
    WRITE VAULT-REPORT-LINE.

WRITE-HOLDING-LINE.
    MOVE WS-CCY-ON-HAND(WS-PRINT-IDX) TO WS-PRINT-ON-HAND.
    MOVE WS-CCY-MINIMUM(WS-PRINT-IDX) TO WS-PRINT-MINIMUM.
    MOVE WS-CCY-IN-TILLS(WS-PRINT-IDX) TO WS-PRINT-IN-TILLS.
    MOVE WS-CCY-POSITION(WS-PRINT-IDX) TO WS-PRINT-POSITION.
    MOVE SPACES TO VAULT-REPORT-LINE.
    STRING WS-CCY-CODE(WS-PRINT-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-ON-HAND DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-MINIMUM DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-IN-TILLS DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PRINT-POSITION DELIMITED BY SIZE
        INTO VAULT-REPORT-LINE.
    IF NOT WS-CCY-IN-VAULT(WS-PRINT-IDX)
        MOVE " NOT HELD IN VAULT" TO VAULT-REPORT-LINE(66:)
    ELSE IF WS-CCY-MINIMUM(WS-PRINT-IDX) > ZERO
            AND WS-CCY-ON-HAND(WS-PRINT-IDX) < WS-CCY-MINIMUM(WS-PRINT-IDX)
        ADD 1 TO WS-LOW-COUNT
        MOVE " ** LOW -- ORDER STOCK **" TO VAULT-REPORT-LINE(66:)
        DISPLAY "WARNING: " WS-CCY-CODE(WS-PRINT-IDX)
                " vault holding " WS-PRINT-ON-HAND
                " is below minimum " WS-PRINT-MINIMUM
    END-IF.
    WRITE VAULT-REPORT-LINE.

WRITE-TRANSFER-HEADER.
    MOVE SPACES TO VAULT-REPORT-LINE.
    WRITE VAULT-REPORT-LINE.
    MOVE "TODAY'S VAULT TRANSFERS" TO VAULT-REPORT-LINE.
    WRITE VAULT-REPORT-LINE.
    MOVE "CCY  ISSUED TO TILLS  RETURNED FROM TILLS   SHIPPED IN    SHIPPED OUT"
        TO VAULT-REPORT-LINE.
    WRITE VAULT-REPORT-LINE.

WRITE-TRANSFER-LINE.
    IF WS-CCY-ISSUED(WS-PRINT-IDX) > ZERO
       OR WS-CCY-RETURNED(WS-PRINT-IDX) > ZERO
       OR WS-CCY-SHIPPED-IN(WS-PRINT-IDX) > ZERO
       OR WS-CCY-SHIPPED-OUT(WS-PRINT-IDX) > ZERO
        MOVE WS-CCY-ISSUED(WS-PRINT-IDX) TO WS-PRINT-ISSUED
        MOVE WS-CCY-RETURNED(WS-PRINT-IDX) TO WS-PRINT-RETURNED
        MOVE WS-CCY-SHIPPED-IN(WS-PRINT-IDX) TO WS-PRINT-SHIPPED-IN
        MOVE WS-CCY-SHIPPED-OUT(WS-PRINT-IDX) TO WS-PRINT-SHIPPED-OUT
        MOVE SPACES TO VAULT-REPORT-LINE
        STRING WS-CCY-CODE(WS-PRINT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-ISSUED DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-PRINT-RETURNED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-SHIPPED-IN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRINT-SHIPPED-OUT DELIMITED BY SIZE
            INTO VAULT-REPORT-LINE
        WRITE VAULT-REPORT-LINE
    END-IF.

WRITE-VAULT-TRAILER.
    MOVE SPACES TO VAULT-REPORT-LINE.
    WRITE VAULT-REPORT-LINE.
    IF WS-LOW-COUNT > ZERO
        MOVE WS-LOW-COUNT TO WS-PRINT-COUNT
        STRING "HOLDINGS BELOW MINIMUM: " DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
            INTO VAULT-REPORT-LINE
    ELSE
        MOVE "ALL VAULT HOLDINGS AT OR ABOVE MINIMUM" TO VAULT-REPORT-LINE
    END-IF.
    WRITE VAULT-REPORT-LINE.
