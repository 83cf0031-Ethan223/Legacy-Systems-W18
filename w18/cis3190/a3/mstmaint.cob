*>             BACKUP FILE (DEFAULT ROMANMST.BAK). A TRANSACTION
*>             THAT CANNOT BE APPLIED IS REPORTED AND COUNTED, AND
*>             ANY FAILURE COMES BACK WITH RETURN-CODE 8 SO THE JOB
*>             LOG SHOWS IT. A THIRD PARM TOKEN NAMES THE BATCH ID
*>             AN UNATTENDED STREAM RUN IS MADE UNDER; WITHOUT ONE THE
*>             OPERATOR IS ASKED TO SIGN ON AT THE TERMINAL. EITHER
*>             WAY THE ID MUST BE CLEARED IN ROMANOPR.TXT FOR MSTAPPLY
*>             (APPLY) OR MSTRELOAD (UNLOAD AND RELOAD), AND IT IS
*>             STAMPED ON EVERY AUDIT LINE THE RUN WRITES. STACONV
*>             (ALSO MSTRELOAD) CARRIES THE SOURCE STATISTICS
*>             (ROMANSTA.DAT) OVER FROM THE 128-BYTE LAYOUT TO THE
*>             136-BYTE ONE THAT ADDS STA-POSTED - IT UNLOADS THE OLD
*>             FILE TO A FLAT BACKUP (DEFAULT ROMANSTA.BAK), WHICH IS
*>             KEPT, AND RELOADS IT FRESH IN THE NEW LAYOUT. NO SOURCE
*>             HAS A POSTED COUNT FROM BEFORE THE CONVERSION, SO THE
*>             POSTINGS ALREADY ON THE MASTER GO ON ONE OPENING
*>             BALANCE RECORD (KEY *OPENING BALANCE) CARRYING THE
*>             MST-COUNT TOTAL, AND THE CROSS-FOOT IN MSTAUDIT BALANCES
*>             FROM THE FIRST NIGHT. A FILE THAT ALREADY HAS THAT
*>             RECORD HAS BEEN CONVERTED AND IS LEFT ALONE.
*>************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. MSTMAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STANDARD-INPUT ASSIGN TO KEYBOARD.
    SELECT MASTER-FILE ASSIGN TO "ROMANMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MST-KEY
        FILE STATUS IS MST-FSCODE.
*>THE STATISTICS FILE TWICE OVER - AS STACONV FINDS IT, IN THE LAYOUT
*>FROM BEFORE STA-POSTED, AND AS IT REBUILDS IT. THE TWO ARE NEVER
*>OPEN AT THE SAME TIME.
    SELECT OLD-STATS-FILE ASSIGN TO "ROMANSTA.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OLD-STA-KEY
        FILE STATUS IS OST-FSCODE.
    SELECT STATS-FILE ASSIGN TO "ROMANSTA.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STA-KEY
        FILE STATUS IS STA-FSCODE.
    SELECT TRANS-FILE ASSIGN TO DYNAMIC TRANS-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRN-FSCODE.
        FILE STATUS IS AUD-FSCODE.
DATA DIVISION.
FILE SECTION.
FD STANDARD-INPUT.
    01 STDIN-RECORD   PIC X(80).
*>SAME RECORD LAYOUT THE CONVERSION MASTER CARRIES IN ROMANNUMERALS -
*>THE TWO PROGRAMS MUST AGREE ON IT BYTE FOR BYTE.
FD MASTER-FILE.
        02 MST-FIRST-DATE PIC X(8).
        02 MST-LAST-DATE  PIC X(8).
        02 MST-SOURCE     PIC X(80).
FD OLD-STATS-FILE.
    01 OLD-STA-RECORD.
        02 OLD-STA-KEY        PIC X(80).
        02 OLD-STA-READ       PIC 9(8).
        02 OLD-STA-CONV       PIC 9(8).
        02 OLD-STA-CORR       PIC 9(8).
        02 OLD-STA-REJ        PIC 9(8).
        02 OLD-STA-FIRST-DATE PIC X(8).
        02 OLD-STA-LAST-DATE  PIC X(8).
*>SAME RECORD LAYOUT THE SOURCE STATISTICS CARRY IN ROMANNUMERALS.
FD STATS-FILE.
    01 STA-RECORD.
        02 STA-KEY        PIC X(80).
        02 STA-READ       PIC 9(8).
        02 STA-CONV       PIC 9(8).
        02 STA-CORR       PIC 9(8).
        02 STA-REJ        PIC 9(8).
        02 STA-FIRST-DATE PIC X(8).
        02 STA-LAST-DATE  PIC X(8).
        02 STA-POSTED     PIC 9(8).
FD TRANS-FILE.
    01 TRANS-RECORD PIC X(132).
*>FLAT IMAGE OF ONE MASTER RECORD - THE UNLOAD WRITES THESE AND THE
*>RELOAD READS THEM BACK, SO A DAMAGED INDEXED FILE CAN BE REBUILT
*>FROM THE LAST GOOD BACKUP. STACONV USES IT FOR THE FLAT IMAGE OF
*>ONE OLD-LAYOUT STATISTICS RECORD.
FD BACKUP-FILE.
    01 BACKUP-RECORD PIC X(152).
FD AUDIT-FILE.
    01 AUDIT-RECORD PIC X(170).
WORKING-STORAGE SECTION.
77  MST-FSCODE PIC 9(2).
77  TRN-FSCODE PIC 9(2).
77  BKP-FSCODE PIC 9(2).
77  AUD-FSCODE PIC 9(2).
77  OST-FSCODE PIC 9(2).
77  STA-FSCODE PIC 9(2).
01  TRANS-NAME PIC X(80).
01  BACKUP-NAME PIC X(80).
77  ISEOF PIC 9 VALUE 0.
77  MST-FOUND PIC 9.
*>PARM IS "<FUNCTION> [<NAME> [<BATCHID>]]" - APPLY, UNLOAD, RELOAD OR
*>STACONV.
01  PARM-LINE PIC X(80).
01  PARM-TOKENS.
    02 PARM-FUNC-TOKEN PIC X(10).
    02 PARM-NAME-TOKEN PIC X(60).
    02 PARM-ID-TOKEN   PIC X(10).
*>WHO THE RUN IS MADE UNDER - A BATCH ID FROM THE PARM, OR THE
*>OPERATOR WHO SIGNED ON - AND THE AUTHORIZATION CHECK FOR IT.
77  OPERATOR-ID PIC X(8) VALUE SPACES.
01  OPERATOR-LINE PIC X(80).
77  AUTH-KIND PIC X(8).
77  AUTH-FUNCTION PIC X(10).
77  AUTH-PROGRAM PIC X(8) VALUE 'MSTMAINT'.
77  AUTH-RESULT PIC 9.
*>ONE PARSED TRANSACTION - THE ACTION TOKEN, THE NUMERAL IT NAMES,
*>AND THE REST OF THE LINE AS THE NEW VALUE (A COUNT FOR ADJCOUNT,
*>A SOURCE NAME FOR SETSRC, NOTHING FOR DELETE).
77  TRN-APPLIED PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  TRN-FAILED PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  BKP-COUNT PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
*>STATISTICS CONVERSION - THE OPENING BALANCE RECORD'S KEY, THE
*>MST-COUNT TOTAL IT CARRIES, AND WHETHER EACH STEP WENT THROUGH.
77  STA-OPENING-KEY PIC X(80) VALUE '*OPENING BALANCE'.
77  MST-COUNT-TOTAL PIC 9(10) USAGE IS COMPUTATIONAL VALUE 0.
77  STA-FOUND PIC 9.
77  CONV-OK PIC 9 VALUE 1.
*>AUDIT TRAIL - A BEFORE LINE AND AN AFTER (OR DELETED) LINE FOR
*>EVERY CHANGE, SO WHAT THE MASTER USED TO SAY IS NEVER LOST.
01  AUD-TODAY.
    02 AUD-CNT   PIC 9(8).
    02 FILLER    PIC X(1) VALUE SPACE.
    02 AUD-SRC   PIC X(80).
    02 FILLER    PIC X(1) VALUE SPACE.
    02 AUD-OPER  PIC X(8).
PROCEDURE DIVISION.
    ACCEPT PARM-LINE FROM COMMAND-LINE
    IF PARM-LINE = SPACES
        DISPLAY "ERROR: MSTMAINT NEEDS A FUNCTION PARM - "
            "'APPLY [TRANSFILE [BATCHID]]', "
            "'UNLOAD [BACKUPFILE [BATCHID]]', "
            "'RELOAD [BACKUPFILE [BATCHID]]' "
            "OR 'STACONV [BACKUPFILE [BATCHID]]'"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    MOVE SPACES TO PARM-FUNC-TOKEN
    MOVE SPACES TO PARM-NAME-TOKEN
    MOVE SPACES TO PARM-ID-TOKEN
    UNSTRING PARM-LINE DELIMITED BY ALL ' '
        INTO PARM-FUNC-TOKEN, PARM-NAME-TOKEN, PARM-ID-TOKEN

    PERFORM 1000-CHECK-AUTHORITY
    IF AUTH-RESULT NOT = 0
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    ACCEPT AUD-TODAY FROM DATE
    STRING AUD-MM '/' AUD-DD '/' AUD-YY
                MOVE PARM-NAME-TOKEN TO BACKUP-NAME
            END-IF
            PERFORM 4000-RELOAD-MASTER
        WHEN 'STACONV'
            IF PARM-NAME-TOKEN = SPACES
                MOVE 'ROMANSTA.BAK' TO BACKUP-NAME
            ELSE
                MOVE PARM-NAME-TOKEN TO BACKUP-NAME
            END-IF
            PERFORM 5000-CONVERT-STATISTICS
        WHEN OTHER
            DISPLAY "ERROR: UNRECOGNIZED FUNCTION '" PARM-FUNC-TOKEN
                "' - EXPECTED APPLY, UNLOAD, RELOAD OR STACONV"
            MOVE 8 TO RETURN-CODE
    END-EVALUATE
    GOBACK.

*>--------------------------------------------------------------------
*>1000-CHECK-AUTHORITY
*>ESTABLISHES WHO THE RUN IS MADE UNDER AND CHECKS THAT ID IS CLEARED
*>FOR THE FUNCTION ASKED FOR. AN UNRECOGNIZED FUNCTION IS LEFT FOR
*>THE MAINLINE TO REPORT. WITH NO BATCH ID AND NOBODY AT THE
*>KEYBOARD THE ID COMES BACK BLANK AND IS REFUSED.
*>--------------------------------------------------------------------
1000-CHECK-AUTHORITY.
    COMPUTE AUTH-RESULT = 0
    MOVE SPACES TO AUTH-FUNCTION
    IF PARM-FUNC-TOKEN = 'APPLY'
        MOVE 'MSTAPPLY' TO AUTH-FUNCTION
    END-IF
    IF PARM-FUNC-TOKEN = 'UNLOAD' OR PARM-FUNC-TOKEN = 'RELOAD'
            OR PARM-FUNC-TOKEN = 'STACONV'
        MOVE 'MSTRELOAD' TO AUTH-FUNCTION
    END-IF

    IF AUTH-FUNCTION NOT = SPACES
        IF PARM-ID-TOKEN NOT = SPACES
            MOVE PARM-ID-TOKEN TO OPERATOR-ID
            MOVE 'BATCH' TO AUTH-KIND
        ELSE
            MOVE 'OPERATOR' TO AUTH-KIND
            MOVE SPACES TO OPERATOR-LINE
            OPEN INPUT STANDARD-INPUT
            DISPLAY "MASTER MAINTENANCE - OPERATOR ID: "
                WITH NO ADVANCING
            READ STANDARD-INPUT INTO OPERATOR-LINE
                AT END MOVE SPACES TO OPERATOR-LINE
            END-READ
            CLOSE STANDARD-INPUT
            MOVE OPERATOR-LINE(1:8) TO OPERATOR-ID
        END-IF

        CALL "OPERAUTH" USING OPERATOR-ID, AUTH-KIND, AUTH-FUNCTION,
            AUTH-PROGRAM, AUTH-RESULT
        IF AUTH-RESULT NOT = 0
            DISPLAY "ERROR: " AUTH-KIND " ID '" OPERATOR-ID
                "' IS NOT AUTHORIZED FOR " PARM-FUNC-TOKEN
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>2000-APPLY-TRANSACTIONS
*>OPENS THE MASTER FOR UPDATE AND THE TRANSACTION FILE, THEN APPLIES
    MOVE MST-DECVALUE TO AUD-DEC
    MOVE MST-COUNT TO AUD-CNT
    MOVE MST-SOURCE TO AUD-SRC
    MOVE OPERATOR-ID TO AUD-OPER
    WRITE AUDIT-RECORD FROM AUD-LINE.

*>--------------------------------------------------------------------
    MOVE MST-DECVALUE TO AUD-DEC
    MOVE MST-COUNT TO AUD-CNT
    MOVE MST-SOURCE TO AUD-SRC
    MOVE OPERATOR-ID TO AUD-OPER
    WRITE AUDIT-RECORD FROM AUD-LINE.

*>--------------------------------------------------------------------
        END-IF
        CLOSE BACKUP-FILE
    END-IF.

*>--------------------------------------------------------------------
*>5000-CONVERT-STATISTICS
*>CARRIES ROMANSTA.DAT OVER TO THE LAYOUT WITH STA-POSTED. THE OLD
*>FILE IS UNLOADED FLAT AND THE MASTER TOTALLED BEFORE THE STATISTICS
*>FILE IS REPLACED, SO A FAILURE IN EITHER LEAVES IT AS IT WAS; ONCE
*>IT IS REPLACED THE BACKUP IS THE WAY BACK. A FILE THAT ALREADY
*>CARRIES THE OPENING BALANCE RECORD IS NOT CONVERTED A SECOND TIME.
*>--------------------------------------------------------------------
5000-CONVERT-STATISTICS.
    OPEN INPUT OLD-STATS-FILE
    IF OST-FSCODE NOT = '00'
        DISPLAY "ERROR: CANNOT OPEN STATISTICS FILE (STATUS CODE: "
            OST-FSCODE ")"
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE STA-OPENING-KEY TO OLD-STA-KEY
        COMPUTE STA-FOUND = 1
        READ OLD-STATS-FILE
            INVALID KEY COMPUTE STA-FOUND = 0
        END-READ

        IF STA-FOUND = 1
            DISPLAY "ERROR: STATISTICS FILE IS ALREADY CONVERTED - "
                "NOTHING DONE"
            MOVE 8 TO RETURN-CODE
            CLOSE OLD-STATS-FILE
        ELSE
            PERFORM 5100-UNLOAD-OLD-STATISTICS
            CLOSE OLD-STATS-FILE
            IF CONV-OK = 1
                PERFORM 5200-TOTAL-MASTER
            END-IF
            IF CONV-OK = 1
                PERFORM 5300-RELOAD-STATISTICS
            END-IF
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>5100-UNLOAD-OLD-STATISTICS
*>WRITES THE FLAT IMAGE OF EVERY OLD-LAYOUT STATISTICS RECORD TO THE
*>BACKUP FILE IN KEY ORDER.
*>--------------------------------------------------------------------
5100-UNLOAD-OLD-STATISTICS.
    OPEN OUTPUT BACKUP-FILE
    IF BKP-FSCODE NOT = '00'
        DISPLAY "ERROR: CANNOT OPEN BACKUP FILE "
            BACKUP-NAME(1:40) " (STATUS CODE: " BKP-FSCODE ")"
        MOVE 8 TO RETURN-CODE
        COMPUTE CONV-OK = 0
    ELSE
        COMPUTE BKP-COUNT = 0
        COMPUTE ISEOF = 0
        MOVE LOW-VALUES TO OLD-STA-KEY
        START OLD-STATS-FILE KEY NOT < OLD-STA-KEY
            INVALID KEY COMPUTE ISEOF = 1
        END-START

        PERFORM UNTIL ISEOF = 1
            READ OLD-STATS-FILE NEXT
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1
                COMPUTE BKP-COUNT = BKP-COUNT + 1
                WRITE BACKUP-RECORD FROM OLD-STA-RECORD
            END-IF
        END-PERFORM

        CLOSE BACKUP-FILE
        DISPLAY "STATISTICS RECORDS UNLOADED: " BKP-COUNT
    END-IF.

*>--------------------------------------------------------------------
*>5200-TOTAL-MASTER
*>ADDS UP MST-COUNT OVER THE WHOLE MASTER FOR THE OPENING BALANCE. A
*>TOTAL TOO BIG FOR STA-POSTED STOPS THE CONVERSION RATHER THAN
*>CARRYING A TRUNCATED BALANCE.
*>--------------------------------------------------------------------
5200-TOTAL-MASTER.
    OPEN INPUT MASTER-FILE
    IF MST-FSCODE NOT = '00'
        DISPLAY "ERROR: CANNOT OPEN MASTER (STATUS CODE: "
            MST-FSCODE ")"
        MOVE 8 TO RETURN-CODE
        COMPUTE CONV-OK = 0
    ELSE
        COMPUTE MST-COUNT-TOTAL = 0
        COMPUTE ISEOF = 0
        MOVE LOW-VALUES TO MST-KEY
        START MASTER-FILE KEY NOT < MST-KEY
            INVALID KEY COMPUTE ISEOF = 1
        END-START

        PERFORM UNTIL ISEOF = 1
            READ MASTER-FILE NEXT
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1
                COMPUTE MST-COUNT-TOTAL = MST-COUNT-TOTAL + MST-COUNT
            END-IF
        END-PERFORM
        CLOSE MASTER-FILE

        IF MST-COUNT-TOTAL > 99999999
            DISPLAY "ERROR: MASTER COUNT TOTAL " MST-COUNT-TOTAL
                " DOES NOT FIT STA-POSTED - NOTHING CONVERTED"
            MOVE 8 TO RETURN-CODE
            COMPUTE CONV-OK = 0
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>5300-RELOAD-STATISTICS
*>REBUILDS THE STATISTICS FILE FRESH IN THE NEW LAYOUT FROM THE
*>BACKUP - EVERY SOURCE WITH A POSTED COUNT OF ZERO - THEN ADDS THE
*>OPENING BALANCE RECORD AND PUTS IT ON THE MAINTENANCE AUDIT TRAIL.
*>--------------------------------------------------------------------
5300-RELOAD-STATISTICS.
    OPEN INPUT BACKUP-FILE
    IF BKP-FSCODE NOT = '00'
        DISPLAY "ERROR: CANNOT OPEN BACKUP FILE "
            BACKUP-NAME(1:40) " (STATUS CODE: " BKP-FSCODE ")"
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN OUTPUT STATS-FILE
        IF STA-FSCODE NOT = '00'
            DISPLAY "ERROR: CANNOT OPEN STATISTICS FILE (STATUS CODE: "
                STA-FSCODE ") - RELOAD FROM " BACKUP-NAME(1:40)
            MOVE 8 TO RETURN-CODE
        ELSE
            COMPUTE BKP-COUNT = 0
            COMPUTE ISEOF = 0
            PERFORM UNTIL ISEOF = 1
                READ BACKUP-FILE INTO OLD-STA-RECORD
                    AT END COMPUTE ISEOF = 1
                END-READ
                IF ISEOF NOT = 1 AND OLD-STA-RECORD NOT = SPACES
                    COMPUTE BKP-COUNT = BKP-COUNT + 1
                    MOVE OLD-STA-KEY TO STA-KEY
                    MOVE OLD-STA-READ TO STA-READ
                    MOVE OLD-STA-CONV TO STA-CONV
                    MOVE OLD-STA-CORR TO STA-CORR
                    MOVE OLD-STA-REJ TO STA-REJ
                    MOVE OLD-STA-FIRST-DATE TO STA-FIRST-DATE
                    MOVE OLD-STA-LAST-DATE TO STA-LAST-DATE
                    MOVE 0 TO STA-POSTED
                    WRITE STA-RECORD
                        INVALID KEY
                        DISPLAY "DUPLICATE KEY IN BACKUP SKIPPED: "
                            STA-KEY(1:40)
                    END-WRITE
                END-IF
            END-PERFORM

            MOVE STA-OPENING-KEY TO STA-KEY
            MOVE 0 TO STA-READ
            MOVE 0 TO STA-CONV
            MOVE 0 TO STA-CORR
            MOVE 0 TO STA-REJ
            MOVE AUD-TODAY-TEXT TO STA-FIRST-DATE
            MOVE AUD-TODAY-TEXT TO STA-LAST-DATE
            MOVE MST-COUNT-TOTAL TO STA-POSTED
            WRITE STA-RECORD
                INVALID KEY
                DISPLAY "ERROR: OPENING BALANCE RECORD NOT WRITTEN"
                MOVE 8 TO RETURN-CODE
            END-WRITE
            CLOSE STATS-FILE

            PERFORM 2100-OPEN-AUDIT-EXTEND
            MOVE AUD-TODAY-TEXT TO AUD-STAMP
            MOVE 'OPENBAL' TO AUD-TAG
            MOVE STA-OPENING-KEY TO AUD-KEY
            MOVE 0 TO AUD-DEC
            MOVE MST-COUNT-TOTAL TO AUD-CNT
            MOVE 'ROMANSTA.DAT' TO AUD-SRC
            MOVE OPERATOR-ID TO AUD-OPER
            WRITE AUDIT-RECORD FROM AUD-LINE
            CLOSE AUDIT-FILE

            DISPLAY "STATISTICS RECORDS CONVERTED: " BKP-COUNT
            DISPLAY "OPENING POSTED BALANCE:       " MST-COUNT-TOTAL
        END-IF
        CLOSE BACKUP-FILE
    END-IF.
