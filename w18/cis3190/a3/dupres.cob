*>************************************************
*>NAME: ETHAN COLES
*>ID: 0843081
*>FILE: DUPRES.COB
*>DESCRIPTION: DUPLICATE RESOLUTION UTILITY. READS THE DUPLICATE
*>             CARRY QUEUE (ROMANDUP.NXT) AND THEN THE CURRENT
*>             DUPLICATES FILE (ROMANDUP.TXT) AND SETTLES EACH
*>             REPEATED ACCOUNT KEY ONE OF THREE WAYS: KEEP THE
*>             ORIGINAL (THE REPEAT IS DROPPED), TAKE THE REPEAT (IT
*>             IS CONVERTED, THE ORIGINAL'S POSTING IS BACKED OUT OF
*>             ROMANMST.DAT, THE REPEAT IS POSTED, AND A REPLACEMENT
*>             EXTRACT RECORD GOES TO ROMANDXT.TXT), OR DISCARD BOTH
*>             (THE ORIGINAL'S POSTING IS BACKED OUT AND A WITHDRAWAL
*>             EXTRACT RECORD IS ISSUED). WHETHER THE ORIGINAL WAS
*>             POSTED IS TAKEN FROM THE ACCOUNT HISTORY (ROMANACH.DAT).
*>             EVERY OCCURRENCE BACKED OUT OR POSTED IS ALSO TAKEN OFF
*>             OR ADDED TO THE POSTED COUNTS IN THE SOURCE STATISTICS
*>             (ROMANSTA.DAT) SO THE MASTER STILL CROSS-FOOTS - A
*>             BACK-OUT FOR A SOURCE WITH NO POSTED COUNT OF ITS OWN
*>             IS A POSTING FROM BEFORE THE COUNT WAS KEPT AND COMES
*>             OFF THE OPENING BALANCE RECORD INSTEAD. A
*>             MULTI-FIELD ACCOUNT'S DUPLICATE CAN ONLY BE KEPT OR
*>             LEFT - THE DUPLICATES FILE DOES NOT CARRY ITS FIELD
*>             LABELS, SO NO FAITHFUL REPLACEMENT OR WITHDRAWAL CAN BE
*>             ISSUED FOR IT HERE, AND A TAKE OR DISCARD LEAVES IT
*>             UNDECIDED WITH NOTHING TOUCHED.
*>             EVERY DECISION IS WRITTEN TO ROMANDUA.TXT WITH THE
*>             OPERATOR AND DATE, EVERY MASTER CHANGE TO THE MASTER
*>             AUDIT TRAIL ROMANMTA.TXT, EVERY ACCOUNT A TAKEN REPEAT
*>             MOVES TO A NEW VALUE OR NUMERAL TO THE VALUE CHANGE
*>             FILE ROMANACX.TXT THE SAME WAY FILE MODE REPORTS IT,
*>             AND ANYTHING LEFT UNDECIDED
*>             CARRIES FORWARD ON THE QUEUE. WITH NO PARM THE
*>             DECISIONS ARE KEYED AT THE TERMINAL. A PARM OF
*>             "<DECISIONFILE> <BATCHID>" RUNS UNATTENDED FROM A
*>             FILE OF "<KEY> <KEEP|TAKE|DISCARD> [<REPEAT LINE>]"
*>             LINES. THE OPERATOR SIGNING ON, OR THE BATCH ID OF AN
*>             UNATTENDED RUN, MUST BE CLEARED FOR DUPRES IN THE
*>             AUTHORIZATION FILE (ROMANOPR.TXT). A REPEAT THAT WILL
*>             NOT CONVERT, OR A DECISION THAT MATCHES NOTHING OR
*>             CANNOT BE APPLIED, COMES BACK WITH RETURN-CODE 4; A
*>             FILE THAT WILL NOT OPEN WITH RETURN-CODE 8.
*>************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. DUPRES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STANDARD-INPUT ASSIGN TO KEYBOARD.
    SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.
    SELECT DUP-FILE ASSIGN TO "ROMANDUP.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DUP-FSCODE.
    SELECT DUP-CARRY ASSIGN TO "ROMANDUP.NXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DUPQ-FSCODE.
    SELECT DUP-NEW ASSIGN TO "ROMANDUP.NEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DUPN-FSCODE.
    SELECT DECISION-FILE ASSIGN TO DYNAMIC DECISION-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DCN-FSCODE.
    SELECT MASTER-FILE ASSIGN TO "ROMANMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MST-KEY
        FILE STATUS IS MST-FSCODE.
    SELECT ACCOUNT-HISTORY ASSIGN TO "ROMANACH.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACH-KEY
        FILE STATUS IS ACH-FSCODE.
    SELECT STATS-FILE ASSIGN TO "ROMANSTA.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STA-KEY
        FILE STATUS IS STA-FSCODE.
    SELECT EXTRACT-FILE ASSIGN TO "ROMANDXT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXT-FSCODE.
    SELECT AUDIT-FILE ASSIGN TO "ROMANDUA.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUD-FSCODE.
    SELECT MAINT-AUDIT ASSIGN TO "ROMANMTA.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MTA-FSCODE.
    SELECT CHANGE-FILE ASSIGN TO "ROMANACX.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACX-FSCODE.
DATA DIVISION.
FILE SECTION.
FD STANDARD-INPUT.
    01 STDIN-RECORD   PIC X(80).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD  PIC X(80).
FD DUP-FILE.
    01 DUP-RECORD PIC X(160).
FD DUP-CARRY.
    01 DUP-CARRY-RECORD PIC X(160).
FD DUP-NEW.
    01 DUP-NEW-RECORD PIC X(160).
FD DECISION-FILE.
    01 DECISION-RECORD PIC X(80).
*>SAME RECORD LAYOUTS ROMANNUMERALS MAINTAINS - THE PROGRAMS MUST
*>AGREE ON THEM BYTE FOR BYTE.
FD MASTER-FILE.
    01 MST-RECORD.
        02 MST-KEY        PIC X(40).
        02 MST-DECVALUE   PIC 9(8).
        02 MST-COUNT      PIC 9(8).
        02 MST-FIRST-DATE PIC X(8).
        02 MST-LAST-DATE  PIC X(8).
        02 MST-SOURCE     PIC X(80).
FD ACCOUNT-HISTORY.
    01 ACH-RECORD.
        02 ACH-KEY        PIC X(10).
        02 ACH-DECVALUE   PIC 9(8).
        02 ACH-NUMERAL    PIC X(40).
        02 ACH-SUPPLIER   PIC X(8).
        02 ACH-BATCH      PIC X(6).
        02 ACH-SOURCE     PIC X(80).
        02 ACH-DATE       PIC X(8).
        02 ACH-CHANGES    PIC 9(8).
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
FD EXTRACT-FILE.
    01 EXTRACT-RECORD PIC X(68).
FD AUDIT-FILE.
    01 AUDIT-RECORD PIC X(132).
FD MAINT-AUDIT.
    01 MAINT-AUDIT-RECORD PIC X(170).
FD CHANGE-FILE.
    01 CHANGE-RECORD PIC X(160).
WORKING-STORAGE SECTION.
77  N    PIC S99 USAGE IS COMPUTATIONAL.
77  DECVALUE PIC S9(8) USAGE IS COMPUTATIONAL.
77  RET  PIC S9 USAGE IS COMPUTATIONAL-3.
77  CONV-MODE PIC 9 USAGE IS COMPUTATIONAL VALUE 3.
77  CONV-ERR PIC 9 USAGE IS COMPUTATIONAL.
01  ARRAY-AREA.
    02 R PIC X(1) OCCURS 40 TIMES.
01  INPUT-AREA.
    02 IN-R PIC X(1) OCCURS 80 TIMES.
*>OUTBOUND EXTRACT RECORD LAYOUTS - THE REPLACEMENT AND WITHDRAWAL
*>RECORDS GO OUT IN THE SAME LAYOUT AS THE NIGHTLY EXTRACT.
COPY "romanext.cpy".
77  DUP-FSCODE PIC 9(2).
77  DUPQ-FSCODE PIC 9(2).
77  DUPN-FSCODE PIC 9(2).
77  DCN-FSCODE PIC 9(2).
77  MST-FSCODE PIC 9(2).
77  ACH-FSCODE PIC 9(2).
77  STA-FSCODE PIC 9(2).
77  EXT-FSCODE PIC 9(2).
77  AUD-FSCODE PIC 9(2).
77  MTA-FSCODE PIC 9(2).
77  ACX-FSCODE PIC 9(2).
77  ISEOF PIC 9 VALUE 0.
77  MST-FOUND PIC 9.
77  ACH-FOUND PIC 9.
77  STA-FOUND PIC 9.
*>THE STATISTICS ARE BOOKKEEPING ON THE SIDE - IF THEY WILL NOT OPEN
*>THE DECISIONS STILL STAND AND THE CROSS-FOOT SHOWS THE DIFFERENCE.
77  STA-AVAIL PIC 9 VALUE 0.
*>ONE POSTED-COUNT ADJUSTMENT - THE SOURCE IT BELONGS TO AND +1 OR -1.
77  STA-ADJ-KEY PIC X(80).
77  STA-ADJ PIC S9 USAGE IS COMPUTATIONAL.
*>THE RECORD MSTMAINT STACONV LEFT CARRYING THE POSTINGS MADE BEFORE
*>THE STATISTICS KEPT A POSTED COUNT.
77  STA-OPENING-KEY PIC X(80) VALUE '*OPENING BALANCE'.
01  DECISION-NAME PIC X(80).
*>PARM IS "<DECISIONFILE> <BATCHID>" - NO PARM MEANS INTERACTIVE.
01  PARM-LINE PIC X(80).
01  PARM-TOKENS.
    02 PARM-FILE-TOKEN PIC X(70).
    02 PARM-OPER-TOKEN PIC X(10).
77  UNATTENDED PIC 9 VALUE 0.
77  OPERATOR-ID PIC X(8) VALUE SPACES.
*>SIGN-ON CHECK AGAINST THE OPERATOR AUTHORIZATION FILE.
77  AUTH-KIND PIC X(8) VALUE 'OPERATOR'.
77  AUTH-FUNCTION PIC X(10) VALUE 'DUPRES'.
77  AUTH-PROGRAM PIC X(8) VALUE 'DUPRES'.
77  AUTH-RESULT PIC 9.
*>THE DUPLICATE RECORD AS ROMANNUMERALS WROTE IT.
01  DUP-IN.
    02 FILLER        PIC X(1).
    02 DUPI-KEY      PIC X(10).
    02 FILLER        PIC X(7).
    02 DUPI-ORIG     PIC 9(8).
    02 FILLER        PIC X(9).
    02 DUPI-REPEAT   PIC 9(8).
    02 FILLER        PIC X(1).
    02 DUPI-NUMERAL  PIC X(40).
    02 FILLER        PIC X(1).
    02 DUPI-PASS     PIC X(40).
    02 FILLER        PIC X(1).
    02 DUPI-DATE     PIC X(8).
    02 FILLER        PIC X(1).
    02 DUPI-BATCH    PIC X(6).
    02 FILLER        PIC X(1).
    02 DUPI-SUPPLIER PIC X(8).
*>UNATTENDED DECISIONS, LOADED FROM THE DECISIONS FILE. A REPEAT
*>LINE OF ZERO MATCHES EVERY DUPLICATE OF THE KEY.
77  DCN-COUNT PIC 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  DCN-MAX PIC 9(4) USAGE IS COMPUTATIONAL VALUE 2000.
77  DCN-IDX PIC 9(4) USAGE IS COMPUTATIONAL.
01  DCN-TABLE.
    02 DCN-ENTRY OCCURS 2000 TIMES.
        03 DCN-KEY    PIC X(10).
        03 DCN-ACTION PIC X(8).
        03 DCN-REPEAT PIC 9(8) USAGE IS COMPUTATIONAL.
        03 DCN-USED   PIC 9.
01  DCN-LINE PIC X(80).
77  DCN-KEY-TOKEN PIC X(10).
77  DCN-ACTION-TOKEN PIC X(8).
77  DCN-REPEAT-TOKEN PIC X(10).
*>NUMBER SCANNER FOR THE REPEAT LINE TOKEN.
77  NUM-OK PIC 9.
77  NUM-WORK PIC 9(8) USAGE IS COMPUTATIONAL.
77  NUM-IDX PIC S99 USAGE IS COMPUTATIONAL.
77  NUM-DIGIT PIC 9.
77  NUM-DIGIT-X PIC X(1).
*>THE DECISION FOR THE DUPLICATE IN HAND - KEEP, TAKE, DISCARD, OR
*>SPACES FOR UNDECIDED.
77  DUP-ACTION PIC X(8).
77  STDIN-EOF PIC 9 VALUE 0.
77  ANSWER-SETTLED PIC 9.
*>WHAT THE ACCOUNT HISTORY SAYS THE ORIGINAL POSTED. ORIG-POSTED IS
*>SET ONLY WHEN THE HISTORY RECORD CAME FROM THE SAME RUN DATE AND
*>SUPPLIER BATCH AS THE REPEAT - A LATER NIGHT'S POSTING IS NOT THE
*>ORIGINAL AND IS NEVER BACKED OUT.
77  ORIG-POSTED PIC 9.
77  ORIG-NUMERAL PIC X(40).
77  ORIG-DECVALUE PIC 9(8).
77  ORIG-SOURCE PIC X(80).
*>SET FOR A MULTI-FIELD ACCOUNT - ITS NUMERALS COME JOINED BY '/'.
77  MULTI-DUP PIC 9.
77  SLASH-COUNT PIC 9(2) USAGE IS COMPUTATIONAL.
77  RESOLVED-OK PIC 9.
*>SESSION COUNTERS FOR THE CLOSING SUMMARY.
77  RES-READ PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  RES-KEPT PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  RES-TAKEN PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  RES-DISCARDED PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  RES-CARRIED PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  RES-FAILED PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  EXT-COUNT PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
01  RES-SUMMARY-LINE.
    02 RES-SUMMARY-LABEL PIC X(20).
    02 RES-SUMMARY-OUT   PIC ZZZ,ZZ9.
01  UNDERLINE1.
    02 FILLER PIC X(45) VALUE
       ' --------------------------------------------'.
01  RUN-TODAY.
    02 RUN-YY PIC 9(2).
    02 RUN-MM PIC 9(2).
    02 RUN-DD PIC 9(2).
77  RUN-TODAY-TEXT PIC X(8).
*>DECISION AUDIT - ONE ROW PER SETTLED DUPLICATE.
01  AUD-LINE.
    02 AUD-STAMP     PIC X(8).
    02 FILLER        PIC X(1) VALUE SPACE.
    02 AUD-OPER      PIC X(8).
    02 FILLER        PIC X(1) VALUE SPACE.
    02 AUD-ACTION    PIC X(8).
    02 FILLER        PIC X(1) VALUE SPACE.
    02 AUD-KEY       PIC X(10).
    02 FILLER        PIC X(1) VALUE SPACE.
    02 AUD-ORIG      PIC 9(8).
    02 FILLER        PIC X(1) VALUE SPACE.
    02 AUD-REPEAT    PIC 9(8).
    02 FILLER        PIC X(1) VALUE SPACE.
    02 AUD-NUMERAL   PIC X(40).
    02 FILLER        PIC X(1) VALUE SPACE.
    02 AUD-DEC       PIC ZZZZZZZ9.
    02 FILLER        PIC X(1) VALUE SPACE.
    02 AUD-BATCH     PIC X(6).
    02 FILLER        PIC X(1) VALUE SPACE.
    02 AUD-DUP-DATE  PIC X(8).
*>MASTER AUDIT LINE IN THE LAYOUT THE MAINTENANCE UTILITY WRITES, SO
*>A MASTER CHANGE MADE HERE READS LIKE ANY OTHER.
01  MTA-LINE.
    02 MTA-STAMP PIC X(8).
    02 FILLER    PIC X(1) VALUE SPACE.
    02 MTA-TAG   PIC X(7).
    02 FILLER    PIC X(1) VALUE SPACE.
    02 MTA-KEY   PIC X(40).
    02 FILLER    PIC X(1) VALUE SPACE.
    02 MTA-DEC   PIC 9(8).
    02 FILLER    PIC X(1) VALUE SPACE.
    02 MTA-CNT   PIC 9(8).
    02 FILLER    PIC X(1) VALUE SPACE.
    02 MTA-SRC   PIC X(80).
    02 FILLER    PIC X(1) VALUE SPACE.
    02 MTA-OPER  PIC X(8).
*>ACCOUNT VALUE CHANGE LINE IN THE LAYOUT ROMANNUMERALS WRITES, SO A
*>CHANGE MADE BY TAKING A REPEAT SITS WITH THE NIGHT'S OWN CHANGES.
77  ACX-COUNT PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
01  ACX-LINE.
    02 ACXO-DATE        PIC X(8).
    02 FILLER           PIC X(1) VALUE SPACE.
    02 ACXO-KEY         PIC X(10).
    02 FILLER           PIC X(1) VALUE SPACE.
    02 ACXO-OLD-DEC     PIC ZZZZZZZ9.
    02 FILLER           PIC X(1) VALUE SPACE.
    02 ACXO-OLD-BATCH   PIC X(6).
    02 FILLER           PIC X(1) VALUE SPACE.
    02 ACXO-OLD-DATE    PIC X(8).
    02 FILLER           PIC X(4) VALUE ' -> '.
    02 ACXO-NEW-DEC     PIC ZZZZZZZ9.
    02 FILLER           PIC X(1) VALUE SPACE.
    02 ACXO-NEW-BATCH   PIC X(6).
    02 FILLER           PIC X(1) VALUE SPACE.
    02 ACXO-CHANGES     PIC ZZZZZ9.
    02 FILLER           PIC X(1) VALUE SPACE.
    02 ACXO-OLD-NUMERAL PIC X(40).
    02 FILLER           PIC X(1) VALUE SPACE.
    02 ACXO-NEW-NUMERAL PIC X(40).
PROCEDURE DIVISION.
    OPEN INPUT STANDARD-INPUT, OUTPUT STANDARD-OUTPUT.

    ACCEPT RUN-TODAY FROM DATE
    STRING RUN-MM '/' RUN-DD '/' RUN-YY
        DELIMITED BY SIZE INTO RUN-TODAY-TEXT

    ACCEPT PARM-LINE FROM COMMAND-LINE
    IF PARM-LINE NOT = SPACES
        MOVE SPACES TO PARM-FILE-TOKEN
        MOVE SPACES TO PARM-OPER-TOKEN
        UNSTRING PARM-LINE DELIMITED BY ALL ' '
            INTO PARM-FILE-TOKEN, PARM-OPER-TOKEN
        MOVE PARM-FILE-TOKEN TO DECISION-NAME
        MOVE PARM-OPER-TOKEN TO OPERATOR-ID
        MOVE 'BATCH' TO AUTH-KIND
        COMPUTE UNATTENDED = 1
        PERFORM 1050-CHECK-AUTHORITY
        IF AUTH-RESULT NOT = 0
            CLOSE STANDARD-INPUT, STANDARD-OUTPUT
            GOBACK
        END-IF
        PERFORM 1000-LOAD-DECISIONS
        IF RETURN-CODE = 8
            CLOSE STANDARD-INPUT, STANDARD-OUTPUT
            GOBACK
        END-IF
    ELSE
        DISPLAY " "
        DISPLAY "DUPLICATE RESOLUTION - OPERATOR ID: "
            WITH NO ADVANCING
        READ STANDARD-INPUT INTO INPUT-AREA
            AT END
            CLOSE STANDARD-INPUT, STANDARD-OUTPUT
            GOBACK
        END-READ
        MOVE INPUT-AREA(1:8) TO OPERATOR-ID
        PERFORM 1050-CHECK-AUTHORITY
        IF AUTH-RESULT NOT = 0
            CLOSE STANDARD-INPUT, STANDARD-OUTPUT
            GOBACK
        END-IF
    END-IF

    PERFORM 1100-OPEN-MASTER-FILES
    IF RETURN-CODE = 8
        CLOSE STANDARD-INPUT, STANDARD-OUTPUT
        GOBACK
    END-IF

    *>THE NEW QUEUE AND THE CORRECTION EXTRACT ARE WHERE A DECISION
    *>LANDS, SO NOTHING IS RESOLVED IF EITHER WILL NOT OPEN.
    OPEN OUTPUT DUP-NEW
    IF DUPN-FSCODE NOT = '00'
        DISPLAY "ERROR: CANNOT OPEN ROMANDUP.NEW (STATUS CODE: "
            DUPN-FSCODE ")"
        CLOSE MASTER-FILE
        CLOSE ACCOUNT-HISTORY
        CLOSE STANDARD-INPUT, STANDARD-OUTPUT
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN OUTPUT EXTRACT-FILE
    IF EXT-FSCODE NOT = '00'
        DISPLAY "ERROR: CANNOT OPEN ROMANDXT.TXT (STATUS CODE: "
            EXT-FSCODE ")"
        CLOSE DUP-NEW
        CLOSE MASTER-FILE
        CLOSE ACCOUNT-HISTORY
        CLOSE STANDARD-INPUT, STANDARD-OUTPUT
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN EXTEND AUDIT-FILE
    IF AUD-FSCODE NOT = '00'
        OPEN OUTPUT AUDIT-FILE
    END-IF
    OPEN EXTEND MAINT-AUDIT
    IF MTA-FSCODE NOT = '00'
        OPEN OUTPUT MAINT-AUDIT
    END-IF
    OPEN EXTEND CHANGE-FILE
    IF ACX-FSCODE NOT = '00'
        OPEN OUTPUT CHANGE-FILE
    END-IF
    PERFORM 1150-OPEN-STATISTICS

    *>THE CARRY QUEUE FIRST - OLDEST OUTSTANDING DUPLICATES AHEAD OF
    *>TONIGHT'S.
    OPEN INPUT DUP-CARRY
    IF DUPQ-FSCODE = '00'
        PERFORM UNTIL ISEOF = 1
            READ DUP-CARRY INTO DUP-IN
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1 AND DUP-IN NOT = SPACES
                COMPUTE RES-READ = RES-READ + 1
                PERFORM 2000-RESOLVE-ONE-DUPLICATE
            END-IF
        END-PERFORM
        CLOSE DUP-CARRY
        COMPUTE ISEOF = 0
    END-IF

    OPEN INPUT DUP-FILE
    IF DUP-FSCODE = '00'
        PERFORM UNTIL ISEOF = 1
            READ DUP-FILE INTO DUP-IN
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1 AND DUP-IN NOT = SPACES
                COMPUTE RES-READ = RES-READ + 1
                PERFORM 2000-RESOLVE-ONE-DUPLICATE
            END-IF
        END-PERFORM
        CLOSE DUP-FILE
        COMPUTE ISEOF = 0
    END-IF

    IF RES-READ = 0
        DISPLAY "NO DUPLICATES TO RESOLVE"
    END-IF

    *>THE CORRECTION EXTRACT CLOSES WITH THE SAME TRAILER THE NIGHTLY
    *>EXTRACT CARRIES, SO DOWNSTREAM CAN PROVE IT GOT EVERY RECORD.
    MOVE SPACES TO EXT-TRAILER-RECORD
    MOVE 'T' TO EXT-TRL-TYPE
    MOVE EXT-COUNT TO EXT-TRL-COUNT
    WRITE EXTRACT-RECORD FROM EXT-TRAILER-RECORD

    PERFORM 3000-WRITE-SUMMARY

    CLOSE DUP-NEW
    CLOSE EXTRACT-FILE
    CLOSE AUDIT-FILE
    CLOSE MAINT-AUDIT
    CLOSE CHANGE-FILE
    CLOSE MASTER-FILE
    CLOSE ACCOUNT-HISTORY
    IF STA-AVAIL = 1
        CLOSE STATS-FILE
    END-IF

    PERFORM 3100-REPLACE-CARRY-QUEUE

    IF UNATTENDED = 1
        PERFORM 3200-CHECK-UNUSED-DECISIONS
    END-IF
    IF RES-FAILED > 0 AND RETURN-CODE < 4
        MOVE 4 TO RETURN-CODE
    END-IF

    CLOSE STANDARD-INPUT, STANDARD-OUTPUT
    GOBACK.

*>--------------------------------------------------------------------
*>1000-LOAD-DECISIONS
*>READS THE DECISIONS FILE INTO THE DECISION TABLE. BLANK LINES AND
*>LINES STARTING WITH '*' ARE COMMENTS. A LINE THAT DOES NOT PARSE
*>IS REPORTED AND SKIPPED, SO ITS DUPLICATE STAYS UNDECIDED.
*>--------------------------------------------------------------------
1000-LOAD-DECISIONS.
    OPEN INPUT DECISION-FILE
    IF DCN-FSCODE NOT = '00'
        DISPLAY "ERROR: CANNOT OPEN DECISIONS FILE "
            DECISION-NAME(1:40) " (STATUS CODE: " DCN-FSCODE ")"
        MOVE 8 TO RETURN-CODE
    ELSE
        COMPUTE ISEOF = 0
        PERFORM UNTIL ISEOF = 1
            READ DECISION-FILE INTO DCN-LINE
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1 AND DCN-LINE NOT = SPACES
                    AND DCN-LINE(1:1) NOT = '*'
                PERFORM 1060-TAKE-ONE-DECISION
            END-IF
        END-PERFORM
        CLOSE DECISION-FILE
        COMPUTE ISEOF = 0
        DISPLAY "DECISIONS LOADED: " DCN-COUNT
    END-IF.

*>--------------------------------------------------------------------
*>1050-CHECK-AUTHORITY
*>NOTHING IS READ OR CHANGED FOR AN OPERATOR OR BATCH ID THAT IS NOT
*>CLEARED FOR DUPLICATE RESOLUTION - THE REFUSAL IS ALREADY ON THE
*>SECURITY LOG. AN UNATTENDED RUN WITH NO BATCH ID IS REFUSED TOO.
*>--------------------------------------------------------------------
1050-CHECK-AUTHORITY.
    CALL "OPERAUTH" USING OPERATOR-ID, AUTH-KIND, AUTH-FUNCTION,
        AUTH-PROGRAM, AUTH-RESULT
    IF AUTH-RESULT NOT = 0
        DISPLAY AUTH-KIND " ID '" OPERATOR-ID "' IS NOT AUTHORIZED "
            "FOR DUPLICATE RESOLUTION"
        MOVE 8 TO RETURN-CODE
    END-IF.

*>--------------------------------------------------------------------
*>1060-TAKE-ONE-DECISION
*>PARSES ONE "<KEY> <ACTION> [<REPEAT LINE>]" LINE INTO THE TABLE.
*>--------------------------------------------------------------------
1060-TAKE-ONE-DECISION.
    MOVE SPACES TO DCN-KEY-TOKEN
    MOVE SPACES TO DCN-ACTION-TOKEN
    MOVE SPACES TO DCN-REPEAT-TOKEN
    UNSTRING DCN-LINE DELIMITED BY ALL ' '
        INTO DCN-KEY-TOKEN, DCN-ACTION-TOKEN, DCN-REPEAT-TOKEN

    PERFORM 1070-PARSE-REPEAT-LINE
    IF (DCN-ACTION-TOKEN NOT = 'KEEP' AND DCN-ACTION-TOKEN NOT = 'TAKE'
            AND DCN-ACTION-TOKEN NOT = 'DISCARD') OR NUM-OK = 0
        DISPLAY "BAD DECISION LINE: " DCN-LINE(1:60)
        COMPUTE RES-FAILED = RES-FAILED + 1
    ELSE
        IF DCN-COUNT < DCN-MAX
            COMPUTE DCN-COUNT = DCN-COUNT + 1
            MOVE DCN-KEY-TOKEN TO DCN-KEY(DCN-COUNT)
            MOVE DCN-ACTION-TOKEN TO DCN-ACTION(DCN-COUNT)
            MOVE NUM-WORK TO DCN-REPEAT(DCN-COUNT)
            COMPUTE DCN-USED(DCN-COUNT) = 0
        ELSE
            DISPLAY "WARNING: DECISION TABLE FULL - SKIPPED: "
                DCN-LINE(1:50)
            COMPUTE RES-FAILED = RES-FAILED + 1
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>1070-PARSE-REPEAT-LINE
*>TURNS THE OPTIONAL REPEAT LINE TOKEN INTO A NUMBER, DIGIT BY
*>DIGIT. NO TOKEN MEANS ZERO - EVERY DUPLICATE OF THE KEY.
*>--------------------------------------------------------------------
1070-PARSE-REPEAT-LINE.
    COMPUTE NUM-OK = 1
    COMPUTE NUM-WORK = 0
    IF DCN-REPEAT-TOKEN NOT = SPACES
        PERFORM VARYING NUM-IDX FROM 1 BY 1
                UNTIL NUM-IDX > 8
                OR DCN-REPEAT-TOKEN(NUM-IDX:1) = SPACE
                OR NUM-OK = 0
            MOVE DCN-REPEAT-TOKEN(NUM-IDX:1) TO NUM-DIGIT-X
            IF NUM-DIGIT-X >= '0' AND NUM-DIGIT-X <= '9'
                MOVE NUM-DIGIT-X TO NUM-DIGIT
                COMPUTE NUM-WORK = NUM-WORK * 10 + NUM-DIGIT
            ELSE
                COMPUTE NUM-OK = 0
            END-IF
        END-PERFORM
    END-IF.

*>--------------------------------------------------------------------
*>1100-OPEN-MASTER-FILES
*>OPENS THE CONVERSION MASTER AND THE ACCOUNT HISTORY FOR UPDATE. A
*>DECISION CANNOT BE APPLIED HALFWAY, SO EITHER FILE FAILING TO OPEN
*>STOPS THE RUN WITH NOTHING TOUCHED. A HISTORY THAT DOES NOT EXIST
*>YET IS CREATED EMPTY - NO ORIGINAL IS THEN TREATED AS POSTED.
*>--------------------------------------------------------------------
1100-OPEN-MASTER-FILES.
    OPEN I-O MASTER-FILE
    IF MST-FSCODE = '35'
        OPEN OUTPUT MASTER-FILE
        CLOSE MASTER-FILE
        OPEN I-O MASTER-FILE
    END-IF
    IF MST-FSCODE NOT = '00'
        DISPLAY "ERROR: CANNOT OPEN MASTER (STATUS CODE: "
            MST-FSCODE ")"
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN I-O ACCOUNT-HISTORY
        IF ACH-FSCODE = '35'
            OPEN OUTPUT ACCOUNT-HISTORY
            CLOSE ACCOUNT-HISTORY
            OPEN I-O ACCOUNT-HISTORY
        END-IF
        IF ACH-FSCODE NOT = '00'
            DISPLAY "ERROR: CANNOT OPEN ACCOUNT HISTORY (STATUS CODE: "
                ACH-FSCODE ")"
            CLOSE MASTER-FILE
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>1150-OPEN-STATISTICS
*>OPENS THE SOURCE STATISTICS FOR THE POSTED-COUNT ADJUSTMENTS,
*>CREATING THE FILE IF THIS IS ITS FIRST USE. ONE THAT WILL NOT OPEN
*>IS REPORTED AND THE RUN GOES ON WITHOUT IT.
*>--------------------------------------------------------------------
1150-OPEN-STATISTICS.
    OPEN I-O STATS-FILE
    IF STA-FSCODE = '35'
        OPEN OUTPUT STATS-FILE
        CLOSE STATS-FILE
        OPEN I-O STATS-FILE
    END-IF
    IF STA-FSCODE NOT = '00'
        DISPLAY "WARNING: STATISTICS FILE UNAVAILABLE (STATUS CODE: "
            STA-FSCODE ") - POSTED COUNTS NOT ADJUSTED"
    ELSE
        COMPUTE STA-AVAIL = 1
    END-IF.

*>--------------------------------------------------------------------
*>2000-RESOLVE-ONE-DUPLICATE
*>GETS THE DECISION FOR ONE DUPLICATE - FROM THE TABLE WHEN RUNNING
*>UNATTENDED, FROM THE OPERATOR OTHERWISE - AND CARRIES IT OUT. AN
*>UNDECIDED DUPLICATE, A TAKE WHOSE REPEAT WILL NOT CONVERT, OR A TAKE
*>OR DISCARD OF A MULTI-FIELD ACCOUNT CARRIES FORWARD ON THE QUEUE
*>UNCHANGED.
*>--------------------------------------------------------------------
2000-RESOLVE-ONE-DUPLICATE.
    MOVE SPACES TO DUP-ACTION
    PERFORM 2200-LOOK-UP-ORIGINAL

    IF UNATTENDED = 1
        PERFORM 2100-FIND-DECISION
    ELSE
        PERFORM 2150-ASK-DECISION
    END-IF

    IF MULTI-DUP = 1
            AND (DUP-ACTION = 'TAKE' OR DUP-ACTION = 'DISCARD')
        DISPLAY "MULTI-FIELD ACCOUNT " DUPI-KEY " CANNOT BE "
            "TAKEN OR DISCARDED HERE - LEFT UNDECIDED"
        COMPUTE RES-FAILED = RES-FAILED + 1
        MOVE SPACES TO DUP-ACTION
    END-IF

    COMPUTE RESOLVED-OK = 0
    EVALUATE DUP-ACTION
        WHEN 'KEEP'
            COMPUTE RESOLVED-OK = 1
            COMPUTE RES-KEPT = RES-KEPT + 1
            MOVE DUPI-NUMERAL TO AUD-NUMERAL
            MOVE 0 TO AUD-DEC
        WHEN 'TAKE'
            PERFORM 2400-TAKE-REPEAT
        WHEN 'DISCARD'
            PERFORM 2500-DISCARD-BOTH
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    IF RESOLVED-OK = 1
        PERFORM 2300-WRITE-DECISION-AUDIT
    ELSE
        COMPUTE RES-CARRIED = RES-CARRIED + 1
        WRITE DUP-NEW-RECORD FROM DUP-IN
    END-IF.

*>--------------------------------------------------------------------
*>2100-FIND-DECISION
*>FINDS THE FIRST DECISION FOR THIS KEY WHOSE REPEAT LINE IS ZERO OR
*>MATCHES THE DUPLICATE'S. NO MATCH LEAVES THE DUPLICATE UNDECIDED.
*>--------------------------------------------------------------------
2100-FIND-DECISION.
    PERFORM VARYING DCN-IDX FROM 1 BY 1
            UNTIL DCN-IDX > DCN-COUNT OR DUP-ACTION NOT = SPACES
        IF DCN-KEY(DCN-IDX) = DUPI-KEY
                AND (DCN-REPEAT(DCN-IDX) = 0
                OR DCN-REPEAT(DCN-IDX) = DUPI-REPEAT)
            MOVE DCN-ACTION(DCN-IDX) TO DUP-ACTION
            COMPUTE DCN-USED(DCN-IDX) = 1
        END-IF
    END-PERFORM.

*>--------------------------------------------------------------------
*>2150-ASK-DECISION
*>SHOWS THE OPERATOR ONE DUPLICATE - THE REPEAT AS IT CAME IN AND
*>WHAT THE ORIGINAL POSTED, WHERE THE HISTORY STILL KNOWS - AND
*>PROMPTS UNTIL A VALID ANSWER OR A BLANK (LEAVE UNDECIDED) COMES
*>BACK. ONCE THE KEYBOARD HAS ENDED NO FURTHER PROMPT IS ISSUED AND
*>EVERY REMAINING DUPLICATE CARRIES FORWARD.
*>--------------------------------------------------------------------
2150-ASK-DECISION.
    IF STDIN-EOF = 0
        DISPLAY " "
        DISPLAY UNDERLINE1
        DISPLAY "ACCOUNT:  " DUPI-KEY "  BATCH: " DUPI-BATCH
            "  RUN: " DUPI-DATE
        DISPLAY "ORIGINAL: LINE " DUPI-ORIG
        IF ORIG-POSTED = 1
            DISPLAY "          POSTED AS " ORIG-NUMERAL
        ELSE
            DISPLAY "          NOT POSTED (REJECTED OR SUPERSEDED)"
        END-IF
        DISPLAY "REPEAT:   LINE " DUPI-REPEAT
        DISPLAY "          SENT AS   " DUPI-NUMERAL
        DISPLAY "          COLUMNS   " DUPI-PASS
        IF MULTI-DUP = 1
            DISPLAY "MULTI-FIELD ACCOUNT - CAN ONLY BE KEPT OR LEFT"
        END-IF

        COMPUTE ANSWER-SETTLED = 0
        PERFORM UNTIL ANSWER-SETTLED = 1
            DISPLAY "K=KEEP ORIGINAL, T=TAKE REPEAT, D=DISCARD BOTH,"
                " BLANK=LEAVE: " WITH NO ADVANCING
            READ STANDARD-INPUT INTO INPUT-AREA
                AT END
                COMPUTE STDIN-EOF = 1
                COMPUTE ANSWER-SETTLED = 1
                DISPLAY " "
                DISPLAY "INPUT ENDED - REMAINING DUPLICATES CARRY "
                    "FORWARD"
            END-READ

            IF ANSWER-SETTLED NOT = 1
                EVALUATE INPUT-AREA(1:1)
                    WHEN 'K'
                    WHEN 'k'
                        MOVE 'KEEP' TO DUP-ACTION
                        COMPUTE ANSWER-SETTLED = 1
                    WHEN 'T'
                    WHEN 't'
                        IF MULTI-DUP = 1
                            DISPLAY "ANSWER K OR BLANK"
                        ELSE
                            MOVE 'TAKE' TO DUP-ACTION
                            COMPUTE ANSWER-SETTLED = 1
                        END-IF
                    WHEN 'D'
                    WHEN 'd'
                        IF MULTI-DUP = 1
                            DISPLAY "ANSWER K OR BLANK"
                        ELSE
                            MOVE 'DISCARD' TO DUP-ACTION
                            COMPUTE ANSWER-SETTLED = 1
                        END-IF
                    WHEN ' '
                        COMPUTE ANSWER-SETTLED = 1
                    WHEN OTHER
                        DISPLAY "ANSWER K, T, D OR BLANK"
                END-EVALUATE
            END-IF
        END-PERFORM
    END-IF.

*>--------------------------------------------------------------------
*>2200-LOOK-UP-ORIGINAL
*>READS THE ACCOUNT HISTORY FOR THE DUPLICATE'S KEY AND DECIDES
*>WHETHER IT STILL HOLDS WHAT THE ORIGINAL POSTED. A '/' IN THE REPEAT
*>OR IN WHAT THE ORIGINAL POSTED MARKS A MULTI-FIELD ACCOUNT.
*>--------------------------------------------------------------------
2200-LOOK-UP-ORIGINAL.
    COMPUTE ORIG-POSTED = 0
    MOVE SPACES TO ORIG-NUMERAL
    MOVE 0 TO ORIG-DECVALUE
    MOVE SPACES TO ORIG-SOURCE
    MOVE DUPI-KEY TO ACH-KEY
    COMPUTE ACH-FOUND = 1
    READ ACCOUNT-HISTORY
        INVALID KEY COMPUTE ACH-FOUND = 0
    END-READ

    IF ACH-FOUND = 1 AND DUPI-DATE NOT = SPACES
            AND ACH-DATE = DUPI-DATE AND ACH-BATCH = DUPI-BATCH
        COMPUTE ORIG-POSTED = 1
        MOVE ACH-NUMERAL TO ORIG-NUMERAL
        MOVE ACH-DECVALUE TO ORIG-DECVALUE
        MOVE ACH-SOURCE TO ORIG-SOURCE
    END-IF

    COMPUTE SLASH-COUNT = 0
    INSPECT DUPI-NUMERAL TALLYING SLASH-COUNT FOR ALL '/'
    INSPECT ORIG-NUMERAL TALLYING SLASH-COUNT FOR ALL '/'
    IF SLASH-COUNT > 0
        COMPUTE MULTI-DUP = 1
    ELSE
        COMPUTE MULTI-DUP = 0
    END-IF.

*>--------------------------------------------------------------------
*>2300-WRITE-DECISION-AUDIT
*>RECORDS ONE SETTLED DUPLICATE - WHO, WHEN, WHAT WAS DECIDED, AND
*>THE NUMERAL AND VALUE THE DECISION LEFT STANDING.
*>--------------------------------------------------------------------
2300-WRITE-DECISION-AUDIT.
    MOVE RUN-TODAY-TEXT TO AUD-STAMP
    MOVE OPERATOR-ID TO AUD-OPER
    MOVE DUP-ACTION TO AUD-ACTION
    MOVE DUPI-KEY TO AUD-KEY
    MOVE DUPI-ORIG TO AUD-ORIG
    MOVE DUPI-REPEAT TO AUD-REPEAT
    MOVE DUPI-BATCH TO AUD-BATCH
    MOVE DUPI-DATE TO AUD-DUP-DATE
    WRITE AUDIT-RECORD FROM AUD-LINE.

*>--------------------------------------------------------------------
*>2400-TAKE-REPEAT
*>CONVERTS THE REPEAT THE SAME WAY FILE MODE WOULD HAVE. IF IT WILL
*>NOT CONVERT THE DECISION CANNOT STAND AND THE DUPLICATE CARRIES.
*>OTHERWISE THE ORIGINAL'S POSTING IS BACKED OUT, THE REPEAT IS
*>POSTED, THE HISTORY TAKES THE REPEAT'S VALUE, AND A REPLACEMENT
*>EXTRACT RECORD GOES OUT FOR THE ACCOUNT. THE HISTORY IS ROLLED
*>FORWARD THE WAY FILE MODE DOES IT - A VALUE OR NUMERAL THAT DIFFERS
*>FROM WHAT IT HELD IS COUNTED AS A CHANGE AND WRITTEN TO THE CHANGE
*>FILE - AND IT IS STAMPED WITH THE REPEAT'S RUN DATE AND BATCH, SO
*>A FURTHER REPEAT FROM THE SAME BATCH STILL FINDS IT AS THE POSTING
*>TO BACK OUT.
*>--------------------------------------------------------------------
2400-TAKE-REPEAT.
    MOVE SPACES TO INPUT-AREA
    MOVE DUPI-NUMERAL TO INPUT-AREA(1:40)
    COMPUTE N = 1
    MOVE SPACES TO ARRAY-AREA
    PERFORM UNTIL N > 40 OR IN-R(N) = SPACE
        MOVE IN-R(N) TO R(N)
        COMPUTE N = N + 1
    END-PERFORM
    COMPUTE N = N - 1

    CALL "CONV" USING ARRAY-AREA, N, RET, DECVALUE, CONV-MODE,
        CONV-ERR

    IF RET NOT = 1
        DISPLAY "REPEAT FOR " DUPI-KEY " DOES NOT CONVERT - LEFT "
            "UNDECIDED"
        COMPUTE RES-FAILED = RES-FAILED + 1
    ELSE
        IF ORIG-POSTED = 1
            PERFORM 2600-BACK-OUT-ORIGINAL
        END-IF
        PERFORM 2650-POST-REPEAT

        IF ACH-FOUND = 0
            MOVE DUPI-KEY TO ACH-KEY
            MOVE DECVALUE TO ACH-DECVALUE
            MOVE ARRAY-AREA TO ACH-NUMERAL
            MOVE DUPI-SUPPLIER TO ACH-SUPPLIER
            MOVE DUPI-BATCH TO ACH-BATCH
            MOVE 'ROMANDUP.TXT' TO ACH-SOURCE
            MOVE DUPI-DATE TO ACH-DATE
            COMPUTE ACH-CHANGES = 0
            WRITE ACH-RECORD
        ELSE
            IF ACH-DECVALUE NOT = DECVALUE
                    OR ACH-NUMERAL NOT = ARRAY-AREA
                COMPUTE ACH-CHANGES = ACH-CHANGES + 1
                MOVE RUN-TODAY-TEXT TO ACXO-DATE
                MOVE DUPI-KEY TO ACXO-KEY
                MOVE ACH-DECVALUE TO ACXO-OLD-DEC
                MOVE ACH-BATCH TO ACXO-OLD-BATCH
                MOVE ACH-DATE TO ACXO-OLD-DATE
                MOVE DECVALUE TO ACXO-NEW-DEC
                MOVE DUPI-BATCH TO ACXO-NEW-BATCH
                MOVE ACH-CHANGES TO ACXO-CHANGES
                MOVE ACH-NUMERAL TO ACXO-OLD-NUMERAL
                MOVE ARRAY-AREA TO ACXO-NEW-NUMERAL
                WRITE CHANGE-RECORD FROM ACX-LINE
                COMPUTE ACX-COUNT = ACX-COUNT + 1
            END-IF
            MOVE DECVALUE TO ACH-DECVALUE
            MOVE ARRAY-AREA TO ACH-NUMERAL
            MOVE DUPI-SUPPLIER TO ACH-SUPPLIER
            MOVE DUPI-BATCH TO ACH-BATCH
            MOVE 'ROMANDUP.TXT' TO ACH-SOURCE
            MOVE DUPI-DATE TO ACH-DATE
            REWRITE ACH-RECORD
        END-IF

        MOVE 'D' TO EXT-REC-TYPE
        MOVE DUPI-KEY TO EXT-KEY
        MOVE ARRAY-AREA TO EXT-NUMERAL
        MOVE DECVALUE TO EXT-DECVALUE
        MOVE 'R' TO EXT-STATUS
        MOVE RUN-TODAY-TEXT TO EXT-RUNDATE
        WRITE EXTRACT-RECORD FROM EXT-DETAIL-RECORD
        COMPUTE EXT-COUNT = EXT-COUNT + 1

        COMPUTE RESOLVED-OK = 1
        COMPUTE RES-TAKEN = RES-TAKEN + 1
        MOVE ARRAY-AREA TO AUD-NUMERAL
        MOVE DECVALUE TO AUD-DEC
    END-IF.

*>--------------------------------------------------------------------
*>2500-DISCARD-BOTH
*>NEITHER OCCURRENCE STANDS. IF THE ORIGINAL WAS POSTED IT IS BACKED
*>OUT OF THE MASTER AND A WITHDRAWAL EXTRACT RECORD GOES OUT FOR THE
*>ACCOUNT. A HISTORY RECORD THE ORIGINAL CREATED (NO EARLIER CHANGES)
*>IS REMOVED WITH IT; AN OLDER ONE IS LEFT, SINCE ITS PREVIOUS VALUE
*>IS NOT KNOWN.
*>--------------------------------------------------------------------
2500-DISCARD-BOTH.
    IF ORIG-POSTED = 1
        PERFORM 2600-BACK-OUT-ORIGINAL

        MOVE 'D' TO EXT-REC-TYPE
        MOVE DUPI-KEY TO EXT-KEY
        MOVE ORIG-NUMERAL TO EXT-NUMERAL
        MOVE ORIG-DECVALUE TO EXT-DECVALUE
        MOVE 'X' TO EXT-STATUS
        MOVE RUN-TODAY-TEXT TO EXT-RUNDATE
        WRITE EXTRACT-RECORD FROM EXT-DETAIL-RECORD
        COMPUTE EXT-COUNT = EXT-COUNT + 1

        IF ACH-CHANGES = 0
            DELETE ACCOUNT-HISTORY
                INVALID KEY CONTINUE
            END-DELETE
        END-IF
    END-IF

    COMPUTE RESOLVED-OK = 1
    COMPUTE RES-DISCARDED = RES-DISCARDED + 1
    MOVE DUPI-NUMERAL TO AUD-NUMERAL
    MOVE 0 TO AUD-DEC.

*>--------------------------------------------------------------------
*>2600-BACK-OUT-ORIGINAL
*>TAKES THE ORIGINAL'S OCCURRENCE BACK OFF ITS MASTER RECORD. THE
*>LAST OCCURRENCE DELETES THE RECORD, THE SAME WAY A MAINTENANCE
*>DELETE WOULD. BEFORE AND AFTER LINES GO TO THE MASTER AUDIT TRAIL,
*>AND THE OCCURRENCE COMES OFF THE POSTED COUNT OF THE SOURCE FILE
*>THAT POSTED IT.
*>--------------------------------------------------------------------
2600-BACK-OUT-ORIGINAL.
    MOVE ORIG-NUMERAL TO MST-KEY
    COMPUTE MST-FOUND = 1
    READ MASTER-FILE
        INVALID KEY COMPUTE MST-FOUND = 0
    END-READ

    IF MST-FOUND = 0
        DISPLAY "WARNING: " ORIG-NUMERAL " NOT ON MASTER - NOTHING "
            "BACKED OUT FOR " DUPI-KEY
    ELSE
        MOVE 'BEFORE' TO MTA-TAG
        PERFORM 2700-WRITE-MASTER-AUDIT
        IF MST-COUNT > 1
            COMPUTE MST-COUNT = MST-COUNT - 1
            REWRITE MST-RECORD
            MOVE 'AFTER' TO MTA-TAG
        ELSE
            DELETE MASTER-FILE
                INVALID KEY CONTINUE
            END-DELETE
            MOVE 'DELETED' TO MTA-TAG
        END-IF
        PERFORM 2700-WRITE-MASTER-AUDIT
        MOVE ORIG-SOURCE TO STA-ADJ-KEY
        COMPUTE STA-ADJ = -1
        PERFORM 2800-ADJUST-POSTED-COUNT
    END-IF.

*>--------------------------------------------------------------------
*>2650-POST-REPEAT
*>POSTS THE CONVERTED REPEAT TO THE MASTER - AN EXISTING NUMERAL IS
*>BUMPED, A NEW ONE IS ADDED - WITH AUDIT LINES EITHER WAY. THE
*>OCCURRENCE IS COUNTED AS POSTED FROM ROMANDUP.TXT, THE SOURCE THE
*>MASTER AND HISTORY RECORDS ARE STAMPED WITH.
*>--------------------------------------------------------------------
2650-POST-REPEAT.
    MOVE ARRAY-AREA TO MST-KEY
    COMPUTE MST-FOUND = 1
    READ MASTER-FILE
        INVALID KEY COMPUTE MST-FOUND = 0
    END-READ

    IF MST-FOUND = 1
        MOVE 'BEFORE' TO MTA-TAG
        PERFORM 2700-WRITE-MASTER-AUDIT
        COMPUTE MST-COUNT = MST-COUNT + 1
        MOVE RUN-TODAY-TEXT TO MST-LAST-DATE
        REWRITE MST-RECORD
    ELSE
        MOVE ARRAY-AREA TO MST-KEY
        MOVE DECVALUE TO MST-DECVALUE
        COMPUTE MST-COUNT = 1
        MOVE RUN-TODAY-TEXT TO MST-FIRST-DATE
        MOVE RUN-TODAY-TEXT TO MST-LAST-DATE
        MOVE 'ROMANDUP.TXT' TO MST-SOURCE
        WRITE MST-RECORD
    END-IF
    MOVE 'AFTER' TO MTA-TAG
    PERFORM 2700-WRITE-MASTER-AUDIT
    MOVE 'ROMANDUP.TXT' TO STA-ADJ-KEY
    COMPUTE STA-ADJ = 1
    PERFORM 2800-ADJUST-POSTED-COUNT.

*>--------------------------------------------------------------------
*>2700-WRITE-MASTER-AUDIT
*>SNAPSHOTS THE MASTER RECORD IN HAND UNDER THE TAG ALREADY SET.
*>--------------------------------------------------------------------
2700-WRITE-MASTER-AUDIT.
    MOVE RUN-TODAY-TEXT TO MTA-STAMP
    MOVE MST-KEY TO MTA-KEY
    MOVE MST-DECVALUE TO MTA-DEC
    MOVE MST-COUNT TO MTA-CNT
    MOVE MST-SOURCE TO MTA-SRC
    MOVE OPERATOR-ID TO MTA-OPER
    WRITE MAINT-AUDIT-RECORD FROM MTA-LINE.

*>--------------------------------------------------------------------
*>2800-ADJUST-POSTED-COUNT
*>APPLIES STA-ADJ TO THE POSTED COUNT OF SOURCE STA-ADJ-KEY. A SOURCE
*>WITH NO STATISTICS RECORD YET GETS ONE FOR A POSTING. A BACK-OUT
*>FOR A SOURCE WITH NOTHING POSTED TO ITS NAME COMES OFF THE OPENING
*>BALANCE, SINCE THE POSTING WAS MADE BEFORE THE COUNT WAS KEPT; ONE
*>THAT NEITHER CAN TAKE IS REPORTED AND LEFT.
*>--------------------------------------------------------------------
2800-ADJUST-POSTED-COUNT.
    IF STA-AVAIL = 1
        MOVE STA-ADJ-KEY TO STA-KEY
        COMPUTE STA-FOUND = 1
        READ STATS-FILE
            INVALID KEY COMPUTE STA-FOUND = 0
        END-READ

        IF STA-ADJ < 0 AND (STA-FOUND = 0 OR STA-POSTED = 0)
            MOVE STA-OPENING-KEY TO STA-KEY
            COMPUTE STA-FOUND = 1
            READ STATS-FILE
                INVALID KEY COMPUTE STA-FOUND = 0
            END-READ
            IF STA-FOUND = 1 AND STA-POSTED = 0
                COMPUTE STA-FOUND = 0
            END-IF
        END-IF

        IF STA-FOUND = 1
            IF STA-ADJ > 0 OR STA-POSTED > 0
                COMPUTE STA-POSTED = STA-POSTED + STA-ADJ
                REWRITE STA-RECORD
            END-IF
        ELSE
        IF STA-ADJ > 0
            MOVE STA-ADJ-KEY TO STA-KEY
            MOVE 0 TO STA-READ
            MOVE 0 TO STA-CONV
            MOVE 0 TO STA-CORR
            MOVE 0 TO STA-REJ
            MOVE RUN-TODAY-TEXT TO STA-FIRST-DATE
            MOVE RUN-TODAY-TEXT TO STA-LAST-DATE
            MOVE STA-ADJ TO STA-POSTED
            WRITE STA-RECORD
        ELSE
            DISPLAY "WARNING: NO STATISTICS FOR "
                STA-ADJ-KEY(1:40) " - POSTED COUNT NOT REDUCED"
        END-IF
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>3000-WRITE-SUMMARY
*>CLOSING COUNTS - EVERY DUPLICATE READ WAS KEPT, TAKEN, DISCARDED
*>OR CARRIED, SO THE LINES MUST BALANCE.
*>--------------------------------------------------------------------
3000-WRITE-SUMMARY.
    DISPLAY " "
    DISPLAY UNDERLINE1
    MOVE 'DUPLICATES READ:' TO RES-SUMMARY-LABEL
    MOVE RES-READ TO RES-SUMMARY-OUT
    DISPLAY RES-SUMMARY-LINE
    MOVE 'ORIGINAL KEPT:' TO RES-SUMMARY-LABEL
    MOVE RES-KEPT TO RES-SUMMARY-OUT
    DISPLAY RES-SUMMARY-LINE
    MOVE 'REPEAT TAKEN:' TO RES-SUMMARY-LABEL
    MOVE RES-TAKEN TO RES-SUMMARY-OUT
    DISPLAY RES-SUMMARY-LINE
    MOVE 'BOTH DISCARDED:' TO RES-SUMMARY-LABEL
    MOVE RES-DISCARDED TO RES-SUMMARY-OUT
    DISPLAY RES-SUMMARY-LINE
    MOVE 'CARRIED FORWARD:' TO RES-SUMMARY-LABEL
    MOVE RES-CARRIED TO RES-SUMMARY-OUT
    DISPLAY RES-SUMMARY-LINE
    IF ACX-COUNT > 0
        DISPLAY "WARNING: " ACX-COUNT
            " ACCOUNT(S) CHANGED VALUE - SEE ROMANACX.TXT"
    END-IF.

*>--------------------------------------------------------------------
*>3100-REPLACE-CARRY-QUEUE
*>THE NEW FILE HOLDS EXACTLY THE DUPLICATES STILL UNDECIDED, SO IT
*>BECOMES THE CARRY QUEUE, AND THE CURRENT DUPLICATES FILE IS
*>EMPTIED - EVERYTHING IN IT HAS BEEN SETTLED OR CARRIED.
*>--------------------------------------------------------------------
3100-REPLACE-CARRY-QUEUE.
    COMPUTE ISEOF = 0
    OPEN INPUT DUP-NEW
    OPEN OUTPUT DUP-CARRY

    PERFORM UNTIL ISEOF = 1
        READ DUP-NEW INTO DUP-IN
            AT END COMPUTE ISEOF = 1
        END-READ
        IF ISEOF NOT = 1
            WRITE DUP-CARRY-RECORD FROM DUP-IN
        END-IF
    END-PERFORM

    CLOSE DUP-NEW
    CLOSE DUP-CARRY

    OPEN OUTPUT DUP-FILE
    CLOSE DUP-FILE
    COMPUTE ISEOF = 0.

*>--------------------------------------------------------------------
*>3200-CHECK-UNUSED-DECISIONS
*>A DECISION THAT MATCHED NO DUPLICATE USUALLY MEANS A MISTYPED KEY,
*>SO EACH ONE IS LISTED AND THE RUN COMES BACK WITH RETURN-CODE 4.
*>--------------------------------------------------------------------
3200-CHECK-UNUSED-DECISIONS.
    PERFORM VARYING DCN-IDX FROM 1 BY 1 UNTIL DCN-IDX > DCN-COUNT
        IF DCN-USED(DCN-IDX) = 0
            DISPLAY "WARNING: NO DUPLICATE FOR DECISION "
                DCN-KEY(DCN-IDX) " " DCN-ACTION(DCN-IDX)
            COMPUTE RES-FAILED = RES-FAILED + 1
        END-IF
    END-PERFORM.
