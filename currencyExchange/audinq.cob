        RECORD KEY IS AR-ARCHIVE-KEY
        ALTERNATE RECORD KEY IS AR-OPERATOR-ID WITH DUPLICATES
        ALTERNATE RECORD KEY IS AR-CURRENCY-PAIR WITH DUPLICATES
        ALTERNATE RECORD KEY IS AR-CUSTOMER-ID WITH DUPLICATES
        FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

DATA DIVISION.

WORKING-STORAGE SECTION.
01 WS-ARCHIVE-FILE-STATUS PIC XX.
    88 ARCHIVE-FILE-OK VALUE "00" "02".
    88 ARCHIVE-FILE-NOT-FOUND VALUE "35".

01 WS-DONE-FLAG PIC X VALUE "N".
    88 SEARCH-BY-OPERATOR VALUE "1".
    88 SEARCH-BY-DATE VALUE "2".
    88 SEARCH-BY-PAIR VALUE "3".
    88 SEARCH-BY-CUSTOMER VALUE "4".
    88 SEARCH-QUIT VALUE "9".

01 WS-WANTED-OPERATOR PIC X(8).
01 WS-WANTED-FROM-CURRENCY PIC X(3).
01 WS-WANTED-TO-CURRENCY PIC X(3).
01 WS-WANTED-CUSTOMER-ID PIC X(8).
01 WS-FROM-DATE PIC 9(8).
01 WS-TO-DATE PIC 9(8).
01 WS-FROM-TIMESTAMP PIC 9(14).
    ELSE
        DISPLAY "Audit archive inquiry"
        PERFORM UNTIL INQUIRY-DONE
            DISPLAY "Search by 1=operator, 2=date range, 3=currency pair,"
                    " 4=customer, 9=quit: "
            ACCEPT WS-SEARCH-TYPE
            IF SEARCH-QUIT
                SET INQUIRY-DONE TO TRUE
                PERFORM INQUIRE-BY-DATE-RANGE
            ELSE IF SEARCH-BY-PAIR
                PERFORM INQUIRE-BY-PAIR
            ELSE IF SEARCH-BY-CUSTOMER
                PERFORM INQUIRE-BY-CUSTOMER
            ELSE
                DISPLAY "Unrecognised choice."
            END-IF
    END-IF.
    PERFORM DISPLAY-SHOWN-COUNT.

INQUIRE-BY-CUSTOMER.
    DISPLAY "Enter customer ID: ".
    ACCEPT WS-WANTED-CUSTOMER-ID.
    MOVE ZERO TO WS-SHOWN-COUNT.
    MOVE WS-WANTED-CUSTOMER-ID TO AR-CUSTOMER-ID.
    START AUDIT-ARCHIVE-FILE KEY IS = AR-CUSTOMER-ID
        INVALID KEY CONTINUE
    END-START.
    IF ARCHIVE-FILE-OK
        PERFORM READ-NEXT-ARCHIVE-ENTRY
        PERFORM UNTIL NOT ARCHIVE-FILE-OK
                OR AR-CUSTOMER-ID NOT = WS-WANTED-CUSTOMER-ID
            PERFORM DISPLAY-ARCHIVE-ENTRY
            PERFORM READ-NEXT-ARCHIVE-ENTRY
        END-PERFORM
    END-IF.
    PERFORM DISPLAY-SHOWN-COUNT.

READ-NEXT-ARCHIVE-ENTRY.
    READ AUDIT-ARCHIVE-FILE NEXT RECORD
        AT END CONTINUE
