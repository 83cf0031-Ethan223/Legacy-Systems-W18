*>             IS THE ONE FILE THE BATCH NEVER TRUNCATES - A FRESH
*>             RUN SWEEPS LEFTOVER REJECTS INTO IT BEFORE WIPING
*>             ROMANREJ.TXT - SO A REJECT ONLY EVER LEAVES BY BEING
*>             FIXED OR CARRIED, NEVER BY THE NIGHTLY CYCLE. THE
*>             OPERATOR SIGNING ON MUST BE CLEARED FOR REWORK IN THE
*>             AUTHORIZATION FILE (ROMANOPR.TXT) OR THE SESSION ENDS
*>             AT SIGN-ON WITH RETURN-CODE 8.
*>************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. REJWORK.
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD  PIC X(80).
FD REJECT-FILE.
    01 REJECT-RECORD PIC X(170).
FD CARRY-QUEUE.
    01 CARRY-QUEUE-RECORD PIC X(170).
FD CARRY-FILE.
    01 CARRY-RECORD PIC X(170).
FD REPORT-FILE.
    01 REPORT-RECORD PIC X(132).
FD AUDIT-FILE.
*>UNCHANGED SO THE ROW STILL TRACES TO ITS SUPPLIER BATCH.
    02 FILLER      PIC X(1).
    02 REJ-BATCH   PIC X(6).
*>THE SUPPLIER FROM THE SAME BATCH HEADER, RIDING ALONG THE SAME WAY.
    02 FILLER      PIC X(1).
    02 REJ-SUPPLIER PIC X(8).
*>SET TO 1 ONCE THE OPERATOR HAS EITHER FIXED OR GIVEN UP ON THE
*>RECORD CURRENTLY ON THE SCREEN, ENDING THE RETRY PROMPT LOOP.
77  RECORD-SETTLED PIC 9.
*>AUDIT TRAIL - ONE ROW PER FIXED REJECT SHOWING WHAT THE DATA USED
*>TO SAY, WHAT IT SAYS NOW, WHO CHANGED IT AND WHEN.
77  OPERATOR-ID PIC X(8) VALUE SPACES.
*>SIGN-ON CHECK AGAINST THE OPERATOR AUTHORIZATION FILE.
77  AUTH-KIND PIC X(8) VALUE 'OPERATOR'.
77  AUTH-FUNCTION PIC X(10) VALUE 'REWORK'.
77  AUTH-PROGRAM PIC X(8) VALUE 'REJWORK'.
77  AUTH-RESULT PIC 9.
01  AUD-TODAY.
    02 AUD-YY PIC 9(2).
    02 AUD-MM PIC 9(2).
    END-READ
    MOVE INPUT-AREA(1:8) TO OPERATOR-ID

    *>AN UNKNOWN OPERATOR, OR ONE NOT CLEARED FOR REWORK, GOES NO
    *>FURTHER - THE REFUSAL IS ALREADY ON THE SECURITY LOG.
    CALL "OPERAUTH" USING OPERATOR-ID, AUTH-KIND, AUTH-FUNCTION,
        AUTH-PROGRAM, AUTH-RESULT
    IF AUTH-RESULT NOT = 0
        DISPLAY "OPERATOR " OPERATOR-ID " IS NOT AUTHORIZED FOR "
            "REJECT REWORK"
        MOVE 8 TO RETURN-CODE
        CLOSE STANDARD-INPUT, STANDARD-OUTPUT
        GOBACK
    END-IF

    OPEN OUTPUT CARRY-FILE
    PERFORM 2100-OPEN-REPORT-EXTEND
    PERFORM 2110-OPEN-AUDIT-EXTEND
