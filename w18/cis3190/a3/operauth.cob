*>************************************************
*>NAME: ETHAN COLES
*>ID: 0843081
*>FILE: OPERAUTH.COB
*>DESCRIPTION: SUBROUTINE FOR OPERATOR AUTHORIZATION. CHECKS AN
*>             OPERATOR OR BATCH ID AGAINST THE AUTHORIZATION FILE
*>             (ROMANOPR.TXT) FOR ONE FUNCTION AND RETURNS 0 WHEN THE
*>             ID MAY USE IT, 1 WHEN IT MAY NOT. AUTHORIZATION LINES
*>             ARE "<ID> <OPERATOR|BATCH> <FUNCTION> ..." WITH UP TO
*>             EIGHT FUNCTIONS - REWORK (REJECT REWORK), MSTAPPLY
*>             (MASTER APPLY), MSTRELOAD (MASTER UNLOAD AND RELOAD),
*>             DUPRES (DUPLICATE RESOLUTION) AND SNAPREST (RESTORE
*>             OF A STATE FILE SNAPSHOT). AN OPERATOR ID IS
*>             FOR SOMEONE SIGNED ON AT A TERMINAL, A BATCH ID FOR AN
*>             UNATTENDED STREAM RUN, AND NEITHER STANDS IN FOR THE
*>             OTHER. A FUNCTION OF SPACES ONLY ASKS WHETHER THE ID
*>             IS KNOWN. EVERY REFUSAL IS APPENDED TO ROMANSEC.TXT
*>             WITH THE DATE, TIME, CALLING PROGRAM AND REASON, SO
*>             ATTEMPTED ACCESS IS ON RECORD AS WELL AS SUCCESSFUL
*>             CHANGES. NO AUTHORIZATION FILE MEANS NOBODY IS
*>             AUTHORIZED.
*>************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. OPERAUTH.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUTH-FILE ASSIGN TO "ROMANOPR.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPR-FSCODE.
    SELECT SECURITY-LOG ASSIGN TO "ROMANSEC.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SEC-FSCODE.
DATA DIVISION.
FILE SECTION.
FD AUTH-FILE.
    01 AUTH-RECORD PIC X(132).
FD SECURITY-LOG.
    01 SECURITY-RECORD PIC X(100).
WORKING-STORAGE SECTION.
77  OPR-FSCODE PIC 9(2).
77  SEC-FSCODE PIC 9(2).
77  ISEOF PIC 9.
01  AUTH-LINE PIC X(132).
01  AUTH-TOKENS.
    02 AUTH-ID-TOKEN   PIC X(10).
    02 AUTH-KIND-TOKEN PIC X(10).
    02 AUTH-FUNC-TOKEN PIC X(10) OCCURS 8 TIMES.
77  FUNC-IDX PIC 9(2) USAGE IS COMPUTATIONAL.
*>WHAT THE SEARCH FOUND - THE ID ON FILE, WITH THE RIGHT KIND, AND
*>HOLDING THE FUNCTION ASKED FOR.
77  ID-FOUND PIC 9.
77  KIND-OK PIC 9.
77  FUNC-OK PIC 9.
77  REFUSE-REASON PIC X(24).
01  SEC-NOW.
    02 SEC-YY PIC 9(2).
    02 SEC-MM PIC 9(2).
    02 SEC-DD PIC 9(2).
01  SEC-NOWTIME.
    02 SEC-HH  PIC 9(2).
    02 SEC-MIN PIC 9(2).
    02 SEC-SS  PIC 9(2).
    02 SEC-SS100 PIC 9(2).
01  SEC-LINE.
    02 SEC-STAMP    PIC X(17).
    02 FILLER       PIC X(1) VALUE SPACE.
    02 SEC-PROGRAM  PIC X(8).
    02 FILLER       PIC X(1) VALUE SPACE.
    02 SEC-ID       PIC X(8).
    02 FILLER       PIC X(1) VALUE SPACE.
    02 SEC-KIND     PIC X(8).
    02 FILLER       PIC X(1) VALUE SPACE.
    02 SEC-FUNCTION PIC X(10).
    02 FILLER       PIC X(1) VALUE SPACE.
    02 SEC-REASON   PIC X(24).

LINKAGE SECTION.
77  AUTH-ID PIC X(8).        *>OPERATOR OR BATCH ID BEING CHECKED
77  AUTH-KIND PIC X(8).      *>'OPERATOR' AT A TERMINAL OR 'BATCH'
77  AUTH-FUNCTION PIC X(10). *>FUNCTION ASKED FOR, SPACES FOR SIGN-ON
77  AUTH-PROGRAM PIC X(8).   *>CALLING PROGRAM, FOR THE REFUSAL LOG
77  AUTH-RESULT PIC 9.       *>0 = AUTHORIZED, 1 = REFUSED

PROCEDURE DIVISION USING AUTH-ID, AUTH-KIND, AUTH-FUNCTION,
        AUTH-PROGRAM, AUTH-RESULT.
    COMPUTE AUTH-RESULT = 1
    COMPUTE ID-FOUND = 0
    COMPUTE KIND-OK = 0
    COMPUTE FUNC-OK = 0
    MOVE SPACES TO REFUSE-REASON

    OPEN INPUT AUTH-FILE
    IF OPR-FSCODE NOT = '00'
        MOVE 'NO AUTHORIZATION FILE' TO REFUSE-REASON
    ELSE
        COMPUTE ISEOF = 0
        PERFORM UNTIL ISEOF = 1 OR ID-FOUND = 1
            READ AUTH-FILE INTO AUTH-LINE
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1 AND AUTH-LINE NOT = SPACES
                    AND AUTH-LINE(1:1) NOT = '*'
                PERFORM 1000-CHECK-ONE-LINE
            END-IF
        END-PERFORM
        CLOSE AUTH-FILE

        IF AUTH-ID = SPACES OR ID-FOUND = 0
            MOVE 'UNKNOWN ID' TO REFUSE-REASON
        ELSE
            IF KIND-OK = 0
                IF AUTH-KIND = 'BATCH'
                    MOVE 'NOT A BATCH ID' TO REFUSE-REASON
                ELSE
                    MOVE 'NOT AN OPERATOR ID' TO REFUSE-REASON
                END-IF
            ELSE
            IF FUNC-OK = 0
                MOVE 'FUNCTION NOT AUTHORIZED' TO REFUSE-REASON
            ELSE
                COMPUTE AUTH-RESULT = 0
            END-IF
            END-IF
        END-IF
    END-IF

    IF AUTH-RESULT = 1
        PERFORM 2000-LOG-REFUSAL
    END-IF
    GOBACK.

*>--------------------------------------------------------------------
*>1000-CHECK-ONE-LINE
*>SPLITS ONE AUTHORIZATION LINE AND, WHEN IT IS THE ID BEING CHECKED,
*>NOTES WHETHER THE KIND MATCHES AND THE FUNCTION IS LISTED.
*>--------------------------------------------------------------------
1000-CHECK-ONE-LINE.
    MOVE SPACES TO AUTH-TOKENS
    UNSTRING AUTH-LINE DELIMITED BY ALL ' '
        INTO AUTH-ID-TOKEN, AUTH-KIND-TOKEN,
            AUTH-FUNC-TOKEN(1), AUTH-FUNC-TOKEN(2),
            AUTH-FUNC-TOKEN(3), AUTH-FUNC-TOKEN(4),
            AUTH-FUNC-TOKEN(5), AUTH-FUNC-TOKEN(6),
            AUTH-FUNC-TOKEN(7), AUTH-FUNC-TOKEN(8)

    IF AUTH-ID-TOKEN = AUTH-ID
        COMPUTE ID-FOUND = 1
        IF AUTH-KIND-TOKEN = AUTH-KIND
            COMPUTE KIND-OK = 1
        END-IF
        IF AUTH-FUNCTION = SPACES
            COMPUTE FUNC-OK = 1
        END-IF
        PERFORM VARYING FUNC-IDX FROM 1 BY 1
                UNTIL FUNC-IDX > 8 OR FUNC-OK = 1
            IF AUTH-FUNC-TOKEN(FUNC-IDX) = AUTH-FUNCTION
                COMPUTE FUNC-OK = 1
            END-IF
        END-PERFORM
    END-IF.

*>--------------------------------------------------------------------
*>2000-LOG-REFUSAL
*>APPENDS ONE REFUSAL TO THE SECURITY LOG, CREATING IT THE FIRST TIME.
*>--------------------------------------------------------------------
2000-LOG-REFUSAL.
    ACCEPT SEC-NOW FROM DATE
    ACCEPT SEC-NOWTIME FROM TIME
    MOVE SPACES TO SEC-STAMP
    STRING SEC-MM "/" SEC-DD "/" SEC-YY " "
        SEC-HH ":" SEC-MIN ":" SEC-SS
        DELIMITED BY SIZE INTO SEC-STAMP
    MOVE AUTH-PROGRAM TO SEC-PROGRAM
    MOVE AUTH-ID TO SEC-ID
    MOVE AUTH-KIND TO SEC-KIND
    MOVE AUTH-FUNCTION TO SEC-FUNCTION
    MOVE REFUSE-REASON TO SEC-REASON

    OPEN EXTEND SECURITY-LOG
    IF SEC-FSCODE NOT = '00'
        OPEN OUTPUT SECURITY-LOG
    END-IF
    WRITE SECURITY-RECORD FROM SEC-LINE
    CLOSE SECURITY-LOG.
