    05 FILLER PIC X(8) VALUE "CONSOL".
    05 FILLER PIC X(8) VALUE "CORPEOD".
    05 FILLER PIC X(8) VALUE "GLEXTR".
    05 FILLER PIC X(8) VALUE "STRUCSCN".
    05 FILLER PIC X(8) VALUE "EARNRPT".
    05 FILLER PIC X(8) VALUE "REVALUE".
    05 FILLER PIC X(8) VALUE "QUOTERPT".
    05 FILLER PIC X(8) VALUE "WLSCREEN".
    05 FILLER PIC X(8) VALUE "PERTOT".
01 WS-JOB-NAMES REDEFINES WS-JOB-NAME-TABLE.
    05 WS-JOB-NAME PIC X(8) OCCURS 14 TIMES.

PROCEDURE DIVISION.
    PERFORM SHOW-CURRENT-STATUS.

OPEN-BUSINESS-DATE.
    OPEN OUTPUT RUN-CONTROL-FILE.
    PERFORM VARYING WS-JOB-IDX FROM 1 BY 1 UNTIL WS-JOB-IDX > 14
        MOVE WS-OPEN-DATE TO RN-BUSINESS-DATE
        MOVE WS-JOB-NAME(WS-JOB-IDX) TO RN-JOB-NAME
        MOVE "PENDING " TO RN-JOB-STATUS
