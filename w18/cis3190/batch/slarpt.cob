*>************************************************
*>NAME: ETHAN COLES
*>ID: 0843081
*>FILE: SLARPT.COB
*>DESCRIPTION: BATCH WINDOW SLA REPORT. READS THE SLA SCHEDULE
*>             (SLASCHED.TXT) - PER JOB, THE CLOCK TIME IT MUST BE
*>             DONE BY AND THE LONGEST IT MAY RUN - AND HOLDS THE
*>             NIGHT'S RUN LOG (BATCHLOG.TXT) UP AGAINST IT, LISTING
*>             EVERY BREACH (FINISHED LATE, RAN OVER, STILL RUNNING
*>             PAST ITS DEADLINE, OR NEVER RAN BY IT) AND EVERY NEAR
*>             MISS. THE STEPS OF TONIGHT'S STREAM NOT YET RUN (THE
*>             STREAM FILE LESS WHAT THE CHECKPOINT SAYS IS DONE) ARE
*>             PROJECTED FORWARD FROM NOW ON EACH JOB'S AVERAGE
*>             ELAPSED TIME OUT OF THE OPERATIONS HISTORY (OPSHIST.
*>             TXT), AND THE HISTORY'S RECENT NIGHTS ARE CHECKED FOR
*>             OVERRUNS TOO. A "NIGHT" RUNS NOON TO NOON, SO A STREAM
*>             THAT CROSSES MIDNIGHT IS ONE NIGHT, AND A DEADLINE
*>             BEFORE NOON FALLS ON THE MORNING AFTER. THE PARM IS AN
*>             OPTIONAL "MM/DD/YY" NIGHT; WITHOUT IT THE NIGHT NOW
*>             RUNNING (BEFORE NOON, LAST NIGHT) IS REPORTED. A
*>             BREACH RETURNS 8 SO THE STREAM CAN ESCALATE; A NEAR
*>             MISS OR A PROJECTED LATE FINISH RETURNS 4. THE REPORT
*>             GOES TO THE TERMINAL AND SLARPT.TXT.
*>
*>             SLASCHED.TXT, ONE ENTRY PER LINE, "*" FOR A COMMENT:
*>               <JOB> <HH:MM DEADLINE OR -> <MAX MINUTES OR ->
*>               NEARMISS <MINUTES>   (NEAR-MISS MARGIN, DEFAULT 15)
*>************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. SLARPT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCHEDULE-FILE ASSIGN TO "SLASCHED.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SCH-FSCODE.
    SELECT RUN-LOG-FILE ASSIGN TO "BATCHLOG.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOG-FSCODE.
    SELECT HISTORY-FILE ASSIGN TO "OPSHIST.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HIS-FSCODE.
    SELECT CHECKPOINT-FILE ASSIGN TO "BATCHCKP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CKP-FSCODE.
    SELECT STREAM-FILE ASSIGN TO DYNAMIC STREAM-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STREAM-FSCODE.
    SELECT SLA-FILE ASSIGN TO "SLARPT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SLA-FSCODE.
DATA DIVISION.
FILE SECTION.
FD SCHEDULE-FILE.
    01 SCHEDULE-RECORD PIC X(80).
FD RUN-LOG-FILE.
    01 LOG-RECORD PIC X(100).
FD HISTORY-FILE.
    01 HISTORY-RECORD PIC X(132).
FD CHECKPOINT-FILE.
    01 CHECKPOINT-RECORD PIC X(80).
FD STREAM-FILE.
    01 STREAM-RECORD PIC X(80).
FD SLA-FILE.
    01 SLA-RECORD PIC X(132).
WORKING-STORAGE SECTION.
77  SCH-FSCODE PIC 9(2).
77  LOG-FSCODE PIC 9(2).
77  HIS-FSCODE PIC 9(2).
77  CKP-FSCODE PIC 9(2).
77  STREAM-FSCODE PIC 9(2).
77  SLA-FSCODE PIC 9(2).
77  ISEOF PIC 9 VALUE 0.
01  IN-LINE PIC X(132).
01  PARM-LINE PIC X(80).
01  STREAM-NAME PIC X(80).
*>THE NIGHT BEING JUDGED, AS TEXT AND AS A DAY NUMBER, AND "NOW".
01  NIGHT-TEXT PIC X(8).
77  NIGHT-OK PIC 9 VALUE 0.
77  NIGHT-DAYNO PIC 9(6) USAGE IS COMPUTATIONAL.
77  WIN-START-SECS PIC 9(10) USAGE IS COMPUTATIONAL.
77  WIN-END-SECS PIC 9(10) USAGE IS COMPUTATIONAL.
77  NOW-SECS PIC 9(10) USAGE IS COMPUTATIONAL.
01  NOW-DATE.
    02 NOW-YY PIC 9(2).
    02 NOW-MM PIC 9(2).
    02 NOW-DD PIC 9(2).
01  NOW-TIME.
    02 NOW-HH PIC 9(2).
    02 NOW-MIN PIC 9(2).
    02 NOW-SS PIC 9(2).
    02 NOW-CC PIC 9(2).
*>TOLERANCES - A JOB FINISHING WITHIN NEAR-MARGIN-MIN MINUTES OF ITS
*>DEADLINE, OR RUNNING NEAR-DUR-PCT PERCENT OF ITS MAXIMUM, IS A NEAR
*>MISS. THE HISTORY IS LOOKED AT HIST-NIGHTS NIGHTS BACK, FOR BOTH
*>THE OVERRUN LIST AND THE AVERAGES THE PROJECTION RUNS ON.
77  NEAR-MARGIN-MIN PIC 9(4) USAGE IS COMPUTATIONAL VALUE 15.
77  NEAR-DUR-PCT PIC 9(3) USAGE IS COMPUTATIONAL VALUE 90.
77  HIST-NIGHTS PIC 9(4) USAGE IS COMPUTATIONAL VALUE 30.
*>DATE AND STAMP ARITHMETIC. A DAY NUMBER COUNTS FROM 01/01/00.
01  STAMP-TEXT PIC X(17).
77  STAMP-SECS PIC 9(10) USAGE IS COMPUTATIONAL.
77  STAMP-OK PIC 9.
01  DATE-TEXT PIC X(8).
01  DATE-PARTS.
    02 DATE-MM PIC 9(2).
    02 DATE-DD PIC 9(2).
    02 DATE-YY PIC 9(2).
77  DAY-NO PIC 9(6) USAGE IS COMPUTATIONAL.
77  DAY-QUOT PIC 9(6) USAGE IS COMPUTATIONAL.
77  DAY-REM PIC 9(2).
77  DAY-MONTH-END PIC 9(2).
77  CONV-SECS PIC 9(10) USAGE IS COMPUTATIONAL.
77  CONV-DAYS PIC 9(6) USAGE IS COMPUTATIONAL.
77  CONV-TOD PIC 9(6) USAGE IS COMPUTATIONAL.
77  CONV-REST PIC 9(6) USAGE IS COMPUTATIONAL.
77  CONV-IDX PIC 9(6) USAGE IS COMPUTATIONAL.
01  CONV-TEXT PIC X(14).
01  TIME-PARTS.
    02 TIME-HH PIC 9(2).
    02 TIME-MIN PIC 9(2).
    02 TIME-SS PIC 9(2).
01  CUM-DAYS-DATA PIC X(36)
    VALUE '000031059090120151181212243273304334'.
01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-DATA.
    02 CUM-DAYS PIC 9(3) OCCURS 12 TIMES.
01  MONTH-LEN-DATA PIC X(24) VALUE '312831303130313130313031'.
01  MONTH-LEN-TABLE REDEFINES MONTH-LEN-DATA.
    02 MONTH-LEN PIC 9(2) OCCURS 12 TIMES.
*>NUMBER SCANNER FOR THE LABELED COLUMNS.
01  NUM-FIELD PIC X(10).
77  NUM-WORK PIC 9(8) USAGE IS COMPUTATIONAL.
77  NUM-IDX PIC S99 USAGE IS COMPUTATIONAL.
77  NUM-DIGIT PIC 9.
77  NUM-DIGIT-X PIC X(1).
*>THE SCHEDULE - ONE SLOT PER JOB. SCH-DL-MIN IS THE DEADLINE AS A
*>MINUTE OF THE DAY, SCH-MAX-MIN 0 MEANS NO DURATION LIMIT, AND
*>SCH-SEEN IS SET WHEN THE JOB TURNS UP IN TONIGHT'S LOG AT ALL.
01  SCH-TOKENS.
    02 SCH-NAME-TOKEN PIC X(20).
    02 SCH-DL-TOKEN   PIC X(20).
    02 SCH-MAX-TOKEN  PIC X(20).
77  SCH-COUNT PIC 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  SCH-MAX PIC 9(4) USAGE IS COMPUTATIONAL VALUE 50.
01  SCH-TABLE.
    02 SCH-ENTRY OCCURS 50 TIMES.
        03 SCH-NAME PIC X(14).
        03 SCH-HAS-DL PIC 9.
        03 SCH-DL-TEXT PIC X(5).
        03 SCH-DL-MIN PIC 9(4) USAGE IS COMPUTATIONAL.
        03 SCH-DL-SECS PIC 9(10) USAGE IS COMPUTATIONAL.
        03 SCH-MAX-MIN PIC 9(4) USAGE IS COMPUTATIONAL.
        03 SCH-SEEN PIC 9.
77  SCH-IDX PIC 9(4) USAGE IS COMPUTATIONAL.
77  SCH-HIT PIC 9(4) USAGE IS COMPUTATIONAL.
01  FIND-NAME PIC X(14).
*>TONIGHT'S RUNS OFF THE LOG. A (RUNNING) LINE OPENS A SLOT; THE
*>COMPLETED LINE WITH THE SAME NAME AND START STAMP FILLS IT IN.
01  LL-JOBNAME PIC X(14).
01  LL-START PIC X(17).
01  LL-END PIC X(17).
77  RUN-COUNT PIC 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  RUN-MAX PIC 9(4) USAGE IS COMPUTATIONAL VALUE 100.
01  RUN-TABLE.
    02 RUN-ENTRY OCCURS 100 TIMES.
        03 RUN-NAME PIC X(14).
        03 RUN-START PIC X(17).
        03 RUN-END PIC X(17).
        03 RUN-START-SECS PIC 9(10) USAGE IS COMPUTATIONAL.
        03 RUN-END-SECS PIC 9(10) USAGE IS COMPUTATIONAL.
        03 RUN-RC PIC 9(4).
        03 RUN-RUNNING PIC 9.
77  RUN-IDX PIC 9(4) USAGE IS COMPUTATIONAL.
77  RUN-FOUND PIC 9.
*>HISTORY - ONE SLOT PER (DATE, JOB) INSIDE THE LOOK-BACK, THE LAST
*>RECORD WINNING THE SAME WAY THE TREND REPORT TAKES IT.
77  HIS-COUNT PIC 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  HIS-MAX PIC 9(4) USAGE IS COMPUTATIONAL VALUE 400.
01  HIS-TABLE.
    02 HIS-ENTRY OCCURS 400 TIMES.
        03 HIS-DATE PIC X(8).
        03 HIS-DAYNO PIC 9(6) USAGE IS COMPUTATIONAL.
        03 HIS-NAME PIC X(14).
        03 HIS-ELAP PIC 9(8) USAGE IS COMPUTATIONAL.
        03 HIS-NOEND PIC 9.
77  HIS-IDX PIC 9(4) USAGE IS COMPUTATIONAL.
77  HIS-HIT PIC 9.
77  AVG-DAYS PIC 9(4) USAGE IS COMPUTATIONAL.
77  AVG-TOTAL PIC 9(10) USAGE IS COMPUTATIONAL.
77  AVG-ELAP PIC 9(8) USAGE IS COMPUTATIONAL.
*>THE CHECKPOINT AND WHAT IS LEFT OF TONIGHT'S STREAM. COLUMNS ARE
*>THE CHECKPOINT LAYOUT THE STREAM DRIVER WRITES - HEADER STREAM
*>NAME 25-64; STEP NUMBER 8-11 AND STAMP 46-62.
77  CKP-PRESENT PIC 9 VALUE 0.
77  CKP-ENDED PIC 9 VALUE 0.
77  CKP-LAST-STEP PIC 9(4) VALUE 0.
01  CKP-LAST-STAMP PIC X(17) VALUE SPACES.
77  STEP-NO PIC 9(4).
01  STEP-PROG-TOKEN PIC X(20).
77  REM-COUNT PIC 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  REM-MAX PIC 9(4) USAGE IS COMPUTATIONAL VALUE 100.
01  REM-TABLE.
    02 REM-NAME PIC X(14) OCCURS 100 TIMES.
77  REM-IDX PIC 9(4) USAGE IS COMPUTATIONAL.
77  PROJ-SECS PIC 9(10) USAGE IS COMPUTATIONAL.
*>JUDGEMENT OF ONE RUN OR PROJECTED STEP.
77  JDG-ELAP PIC 9(8) USAGE IS COMPUTATIONAL.
77  JDG-END-SECS PIC 9(10) USAGE IS COMPUTATIONAL.
77  JDG-LATE PIC 9.
77  JDG-OVER PIC 9.
77  JDG-NEAR PIC 9.
01  JDG-STATUS PIC X(14).
*>RUN TOTALS.
77  BREACH-COUNT PIC 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  NEAR-COUNT PIC 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  PROJ-LATE-COUNT PIC 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  HIST-OVER-COUNT PIC 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  LINE-COUNT PIC 9(4) USAGE IS COMPUTATIONAL.
*>REPORT LAYOUTS.
01  SLA-TITLE-LINE.
    02 FILLER PIC X(35) VALUE 'BATCH WINDOW SLA REPORT - NIGHT OF '.
    02 SLA-NIGHT-OUT PIC X(8).
    02 FILLER PIC X(20) VALUE '  NEAR-MISS MARGIN: '.
    02 SLA-MARGIN-OUT PIC ZZZ9.
    02 FILLER PIC X(4) VALUE ' MIN'.
01  SLA-UNDERLINE.
    02 FILLER PIC X(60) VALUE
       '------------------------------------------------------------'.
01  SECTION-RUN-LINE PIC X(40) VALUE
    "TONIGHT'S JOBS AGAINST THE SCHEDULE".
01  RUN-HEAD-LINE.
    02 FILLER PIC X(15) VALUE 'JOB'.
    02 FILLER PIC X(15) VALUE 'STARTED'.
    02 FILLER PIC X(15) VALUE 'ENDED'.
    02 FILLER PIC X(8) VALUE ' ELAPSED'.
    02 FILLER PIC X(7) VALUE ' DEADLN'.
    02 FILLER PIC X(6) VALUE '  MAXM'.
    02 FILLER PIC X(6) VALUE '    RC'.
    02 FILLER PIC X(8) VALUE '  STATUS'.
01  RUN-DETAIL-LINE.
    02 RUN-NAME-OUT PIC X(14).
    02 FILLER PIC X(1) VALUE SPACE.
    02 RUN-START-OUT PIC X(14).
    02 FILLER PIC X(1) VALUE SPACE.
    02 RUN-END-OUT PIC X(14).
    02 FILLER PIC X(1) VALUE SPACE.
    02 RUN-ELAP-OUT PIC ZZZ,ZZ9.
    02 FILLER PIC X(2) VALUE SPACES.
    02 RUN-DL-OUT PIC X(5).
    02 FILLER PIC X(2) VALUE SPACES.
    02 RUN-MAX-OUT PIC X(4).
    02 FILLER PIC X(2) VALUE SPACES.
    02 RUN-RC-OUT PIC ZZZ9.
    02 FILLER PIC X(2) VALUE SPACES.
    02 RUN-STATUS-OUT PIC X(14).
01  PROJ-FROM-LINE.
    02 FILLER PIC X(31) VALUE 'REMAINING STEPS PROJECTED FROM '.
    02 PROJ-FROM-OUT PIC X(14).
    02 FILLER PIC X(11) VALUE ' - STREAM: '.
    02 PROJ-STREAM-OUT PIC X(40).
01  PROJ-HEAD-LINE.
    02 FILLER PIC X(15) VALUE 'JOB'.
    02 FILLER PIC X(9) VALUE ' AVG ELAP'.
    02 FILLER PIC X(2) VALUE SPACES.
    02 FILLER PIC X(15) VALUE 'PROJ START'.
    02 FILLER PIC X(15) VALUE 'PROJ END'.
    02 FILLER PIC X(7) VALUE 'DEADLN'.
    02 FILLER PIC X(6) VALUE 'MAXM'.
    02 FILLER PIC X(6) VALUE 'STATUS'.
01  PROJ-DETAIL-LINE.
    02 PROJ-NAME-OUT PIC X(14).
    02 FILLER PIC X(1) VALUE SPACE.
    02 PROJ-AVG-OUT PIC ZZZZ,ZZ9.
    02 FILLER PIC X(3) VALUE SPACES.
    02 PROJ-START-OUT PIC X(14).
    02 FILLER PIC X(1) VALUE SPACE.
    02 PROJ-END-OUT PIC X(14).
    02 FILLER PIC X(1) VALUE SPACE.
    02 PROJ-DL-OUT PIC X(5).
    02 FILLER PIC X(2) VALUE SPACES.
    02 PROJ-MAX-OUT PIC X(4).
    02 FILLER PIC X(2) VALUE SPACES.
    02 PROJ-STATUS-OUT PIC X(14).
01  SECTION-HIST-LINE.
    02 FILLER PIC X(37) VALUE 'OVERRUNS AND NEAR MISSES IN THE LAST '.
    02 HIST-NIGHTS-OUT PIC ZZZ9.
    02 FILLER PIC X(29) VALUE ' NIGHTS OF OPERATIONS HISTORY'.
01  HIST-HEAD-LINE.
    02 FILLER PIC X(9) VALUE 'DATE'.
    02 FILLER PIC X(15) VALUE 'JOB'.
    02 FILLER PIC X(8) VALUE ' ELAPSED'.
    02 FILLER PIC X(8) VALUE '  MAXSEC'.
    02 FILLER PIC X(8) VALUE '  STATUS'.
01  HIST-DETAIL-LINE.
    02 HIST-DATE-OUT PIC X(8).
    02 FILLER PIC X(1) VALUE SPACE.
    02 HIST-NAME-OUT PIC X(14).
    02 FILLER PIC X(1) VALUE SPACE.
    02 HIST-ELAP-OUT PIC ZZZ,ZZ9.
    02 FILLER PIC X(1) VALUE SPACE.
    02 HIST-MAX-OUT PIC ZZZ,ZZ9.
    02 FILLER PIC X(2) VALUE SPACES.
    02 HIST-STATUS-OUT PIC X(14).
01  TOTAL-LINE.
    02 TOTAL-LABEL PIC X(30).
    02 TOTAL-VALUE PIC ZZZ9.
PROCEDURE DIVISION.
    ACCEPT PARM-LINE FROM COMMAND-LINE
    ACCEPT NOW-DATE FROM DATE
    ACCEPT NOW-TIME FROM TIME
    MOVE SPACES TO STAMP-TEXT
    STRING NOW-MM '/' NOW-DD '/' NOW-YY ' '
        NOW-HH ':' NOW-MIN ':' NOW-SS
        DELIMITED BY SIZE INTO STAMP-TEXT
    PERFORM 1200-STAMP-TO-SECONDS
    MOVE STAMP-SECS TO NOW-SECS

    PERFORM 1000-READ-SCHEDULE
    IF SCH-FSCODE NOT = '00'
        DISPLAY "ERROR: NO SLA SCHEDULE TO JUDGE AGAINST "
            "(STATUS CODE: " SCH-FSCODE ")"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM 1500-READ-CHECKPOINT
    PERFORM 1600-SET-NIGHT
    IF NIGHT-OK = 0
        DISPLAY "ERROR: NIGHT IS NOT A MM/DD/YY DATE - " PARM-LINE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM 2000-LOAD-HISTORY
    PERFORM 3000-LOAD-TONIGHT

    OPEN OUTPUT SLA-FILE
    IF SLA-FSCODE NOT = '00'
        DISPLAY "ERROR: CANNOT OPEN SLARPT.TXT (STATUS CODE: "
            SLA-FSCODE ")"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE NIGHT-TEXT TO SLA-NIGHT-OUT
    MOVE NEAR-MARGIN-MIN TO SLA-MARGIN-OUT
    DISPLAY SLA-UNDERLINE
    DISPLAY SLA-TITLE-LINE
    DISPLAY SLA-UNDERLINE
    WRITE SLA-RECORD FROM SLA-UNDERLINE
    WRITE SLA-RECORD FROM SLA-TITLE-LINE
    WRITE SLA-RECORD FROM SLA-UNDERLINE

    PERFORM 4000-WRITE-TONIGHT
    PERFORM 5000-LOAD-REMAINING
    PERFORM 5100-PROJECT-REMAINING
    PERFORM 6000-WRITE-HISTORY
    PERFORM 7000-WRITE-TOTALS
    CLOSE SLA-FILE

    IF BREACH-COUNT > 0
        MOVE 8 TO RETURN-CODE
    ELSE
        IF NEAR-COUNT > 0 OR PROJ-LATE-COUNT > 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    GOBACK.

*>--------------------------------------------------------------------
*>1000-READ-SCHEDULE
*>LOADS SLASCHED.TXT INTO THE SCHEDULE TABLE. A LINE THAT DOES NOT
*>PARSE IS REPORTED AND LEFT OUT RATHER THAN STOPPING THE REPORT.
*>--------------------------------------------------------------------
1000-READ-SCHEDULE.
    OPEN INPUT SCHEDULE-FILE
    IF SCH-FSCODE = '00'
        COMPUTE ISEOF = 0
        PERFORM UNTIL ISEOF = 1
            READ SCHEDULE-FILE INTO IN-LINE
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1 AND IN-LINE NOT = SPACES
                    AND IN-LINE(1:1) NOT = '*'
                PERFORM 1100-TAKE-SCHEDULE-LINE
            END-IF
        END-PERFORM
        CLOSE SCHEDULE-FILE
        MOVE '00' TO SCH-FSCODE
    END-IF
    COMPUTE ISEOF = 0.

*>--------------------------------------------------------------------
*>1100-TAKE-SCHEDULE-LINE
*>ONE SCHEDULE LINE - "NEARMISS <MINUTES>", OR A JOB WITH ITS HH:MM
*>DEADLINE AND ITS MAXIMUM MINUTES, EITHER OF WHICH MAY BE "-".
*>--------------------------------------------------------------------
1100-TAKE-SCHEDULE-LINE.
    MOVE SPACES TO SCH-TOKENS
    UNSTRING IN-LINE(1:80) DELIMITED BY ALL ' '
        INTO SCH-NAME-TOKEN, SCH-DL-TOKEN, SCH-MAX-TOKEN

    IF SCH-NAME-TOKEN = 'NEARMISS'
        MOVE SCH-DL-TOKEN(1:10) TO NUM-FIELD
        PERFORM 1300-SCAN-NUMBER
        MOVE NUM-WORK TO NEAR-MARGIN-MIN
    ELSE
        IF SCH-COUNT >= SCH-MAX
            DISPLAY "WARNING: SLA SCHEDULE FULL - LINE IGNORED: "
                IN-LINE(1:40)
        ELSE
        IF SCH-DL-TOKEN NOT = '-' AND
                (SCH-DL-TOKEN(1:2) IS NOT NUMERIC
                 OR SCH-DL-TOKEN(3:1) NOT = ':'
                 OR SCH-DL-TOKEN(4:2) IS NOT NUMERIC
                 OR SCH-DL-TOKEN(1:2) > '23'
                 OR SCH-DL-TOKEN(4:2) > '59'
                 OR SCH-DL-TOKEN(6:1) NOT = SPACE)
            DISPLAY "WARNING: BAD DEADLINE IN SLA SCHEDULE - LINE "
                "IGNORED: " IN-LINE(1:40)
        ELSE
            COMPUTE SCH-COUNT = SCH-COUNT + 1
            MOVE SCH-NAME-TOKEN(1:14) TO SCH-NAME(SCH-COUNT)
            COMPUTE SCH-SEEN(SCH-COUNT) = 0
            IF SCH-DL-TOKEN = '-'
                COMPUTE SCH-HAS-DL(SCH-COUNT) = 0
                MOVE '  -  ' TO SCH-DL-TEXT(SCH-COUNT)
                COMPUTE SCH-DL-MIN(SCH-COUNT) = 0
            ELSE
                COMPUTE SCH-HAS-DL(SCH-COUNT) = 1
                MOVE SCH-DL-TOKEN(1:5) TO SCH-DL-TEXT(SCH-COUNT)
                MOVE SCH-DL-TOKEN(1:2) TO TIME-HH
                MOVE SCH-DL-TOKEN(4:2) TO TIME-MIN
                COMPUTE SCH-DL-MIN(SCH-COUNT) =
                    TIME-HH * 60 + TIME-MIN
            END-IF
            MOVE SCH-MAX-TOKEN(1:10) TO NUM-FIELD
            PERFORM 1300-SCAN-NUMBER
            MOVE NUM-WORK TO SCH-MAX-MIN(SCH-COUNT)
        END-IF
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>1200-STAMP-TO-SECONDS
*>TURNS A "MM/DD/YY HH:MM:SS" STAMP INTO SECONDS SINCE 01/01/00 SO
*>STAMPS ON EITHER SIDE OF MIDNIGHT SUBTRACT PROPERLY. STAMP-OK IS
*>OFF (AND STAMP-SECS ZERO) FOR ANYTHING THAT IS NOT A STAMP.
*>--------------------------------------------------------------------
1200-STAMP-TO-SECONDS.
    COMPUTE STAMP-SECS = 0
    MOVE STAMP-TEXT(1:8) TO DATE-TEXT
    PERFORM 1210-DATE-TO-DAYNO
    IF STAMP-OK = 1
        IF STAMP-TEXT(10:2) IS NUMERIC AND STAMP-TEXT(13:2) IS NUMERIC
                AND STAMP-TEXT(16:2) IS NUMERIC
            MOVE STAMP-TEXT(10:2) TO TIME-HH
            MOVE STAMP-TEXT(13:2) TO TIME-MIN
            MOVE STAMP-TEXT(16:2) TO TIME-SS
            COMPUTE STAMP-SECS = DAY-NO * 86400
                + TIME-HH * 3600 + TIME-MIN * 60 + TIME-SS
        ELSE
            COMPUTE STAMP-OK = 0
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>1210-DATE-TO-DAYNO
*>TURNS MM/DD/YY TEXT IN DATE-TEXT INTO A DAY NUMBER - WHOLE YEARS,
*>A LEAP DAY FOR EVERY FOURTH YEAR BEFORE THIS ONE, THE MONTHS
*>BEFORE THIS ONE, THEN THE DAY.
*>--------------------------------------------------------------------
1210-DATE-TO-DAYNO.
    COMPUTE DAY-NO = 0
    COMPUTE STAMP-OK = 0
    IF DATE-TEXT(1:2) IS NUMERIC AND DATE-TEXT(4:2) IS NUMERIC
            AND DATE-TEXT(7:2) IS NUMERIC
        MOVE DATE-TEXT(1:2) TO DATE-MM
        MOVE DATE-TEXT(4:2) TO DATE-DD
        MOVE DATE-TEXT(7:2) TO DATE-YY
        IF DATE-MM >= 1 AND DATE-MM <= 12
                AND DATE-DD >= 1 AND DATE-DD <= 31
            COMPUTE STAMP-OK = 1
            COMPUTE DAY-QUOT = (DATE-YY + 3) / 4
            COMPUTE DAY-NO = DATE-YY * 365 + DAY-QUOT
                + CUM-DAYS(DATE-MM) + DATE-DD - 1
            DIVIDE DATE-YY BY 4 GIVING DAY-QUOT REMAINDER DAY-REM
            IF DAY-REM = 0 AND DATE-MM > 2
                COMPUTE DAY-NO = DAY-NO + 1
            END-IF
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>1250-NEXT-DAY
*>STEPS DATE-PARTS ON ONE DAY ACROSS MONTH AND YEAR ENDS.
*>--------------------------------------------------------------------
1250-NEXT-DAY.
    MOVE MONTH-LEN(DATE-MM) TO DAY-MONTH-END
    IF DATE-MM = 2
        DIVIDE DATE-YY BY 4 GIVING DAY-QUOT REMAINDER DAY-REM
        IF DAY-REM = 0
            COMPUTE DAY-MONTH-END = 29
        END-IF
    END-IF
    IF DATE-DD < DAY-MONTH-END
        ADD 1 TO DATE-DD
    ELSE
        MOVE 1 TO DATE-DD
        IF DATE-MM < 12
            ADD 1 TO DATE-MM
        ELSE
            MOVE 1 TO DATE-MM
            IF DATE-YY < 99
                ADD 1 TO DATE-YY
            ELSE
                MOVE 0 TO DATE-YY
            END-IF
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>1255-PREV-DAY
*>STEPS DATE-PARTS BACK ONE DAY ACROSS MONTH AND YEAR ENDS.
*>--------------------------------------------------------------------
1255-PREV-DAY.
    IF DATE-DD > 1
        SUBTRACT 1 FROM DATE-DD
    ELSE
        IF DATE-MM > 1
            SUBTRACT 1 FROM DATE-MM
        ELSE
            MOVE 12 TO DATE-MM
            IF DATE-YY > 0
                SUBTRACT 1 FROM DATE-YY
            ELSE
                MOVE 99 TO DATE-YY
            END-IF
        END-IF
        MOVE MONTH-LEN(DATE-MM) TO DATE-DD
        IF DATE-MM = 2
            DIVIDE DATE-YY BY 4 GIVING DAY-QUOT REMAINDER DAY-REM
            IF DAY-REM = 0
                MOVE 29 TO DATE-DD
            END-IF
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>1260-SECS-TO-TEXT
*>TURNS CONV-SECS BACK INTO "MM/DD HH:MM:SS" IN CONV-TEXT, COUNTING
*>ON FROM THE NIGHT'S DATE - ONLY EVER USED FOR TIMES IN OR AFTER
*>THE NIGHT BEING REPORTED.
*>--------------------------------------------------------------------
1260-SECS-TO-TEXT.
    DIVIDE CONV-SECS BY 86400 GIVING CONV-DAYS REMAINDER CONV-TOD
    MOVE NIGHT-TEXT(1:2) TO DATE-MM
    MOVE NIGHT-TEXT(4:2) TO DATE-DD
    MOVE NIGHT-TEXT(7:2) TO DATE-YY
    IF CONV-DAYS > NIGHT-DAYNO
        PERFORM 1250-NEXT-DAY
            VARYING CONV-IDX FROM NIGHT-DAYNO BY 1
            UNTIL CONV-IDX >= CONV-DAYS
    END-IF
    DIVIDE CONV-TOD BY 3600 GIVING TIME-HH REMAINDER CONV-REST
    DIVIDE CONV-REST BY 60 GIVING TIME-MIN REMAINDER TIME-SS
    MOVE SPACES TO CONV-TEXT
    STRING DATE-MM '/' DATE-DD ' ' TIME-HH ':' TIME-MIN ':' TIME-SS
        DELIMITED BY SIZE INTO CONV-TEXT.

*>--------------------------------------------------------------------
*>1300-SCAN-NUMBER
*>PULLS THE DIGITS OUT OF NUM-FIELD, IGNORING ANYTHING ELSE.
*>--------------------------------------------------------------------
1300-SCAN-NUMBER.
    COMPUTE NUM-WORK = 0
    PERFORM VARYING NUM-IDX FROM 1 BY 1 UNTIL NUM-IDX > 10
        MOVE NUM-FIELD(NUM-IDX:1) TO NUM-DIGIT-X
        IF NUM-DIGIT-X >= '0' AND NUM-DIGIT-X <= '9'
            MOVE NUM-DIGIT-X TO NUM-DIGIT
            COMPUTE NUM-WORK = NUM-WORK * 10 + NUM-DIGIT
        END-IF
    END-PERFORM.

*>--------------------------------------------------------------------
*>1500-READ-CHECKPOINT
*>PICKS UP THE STREAM NAME AND THE LAST STEP DONE FROM THE
*>STREAM CHECKPOINT, AND WHETHER THE STREAM HAS ALREADY RUN TO ITS
*>END. NO CHECKPOINT JUST MEANS THERE IS NOTHING TO PROJECT.
*>--------------------------------------------------------------------
1500-READ-CHECKPOINT.
    MOVE SPACES TO STREAM-NAME
    OPEN INPUT CHECKPOINT-FILE
    IF CKP-FSCODE = '00'
        COMPUTE ISEOF = 0
        PERFORM UNTIL ISEOF = 1
            READ CHECKPOINT-FILE INTO IN-LINE
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1
                IF IN-LINE(1:6) = 'CKPHDR'
                    COMPUTE CKP-PRESENT = 1
                    MOVE IN-LINE(25:40) TO STREAM-NAME
                ELSE
                IF IN-LINE(1:4) = 'STEP' AND IN-LINE(8:4) IS NUMERIC
                    MOVE IN-LINE(8:4) TO CKP-LAST-STEP
                    MOVE IN-LINE(46:17) TO CKP-LAST-STAMP
                ELSE
                IF IN-LINE(1:3) = 'END'
                    COMPUTE CKP-ENDED = 1
                END-IF
                END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE CHECKPOINT-FILE
    END-IF
    COMPUTE ISEOF = 0.

*>--------------------------------------------------------------------
*>1600-SET-NIGHT
*>THE NIGHT TO JUDGE - THE PARM, ELSE THE ONE NOW RUNNING (BEFORE
*>NOON THAT IS LAST NIGHT) - AND THE NOON-TO-NOON WINDOW IT COVERS.
*>EACH SCHEDULED DEADLINE IS PLACED IN THAT WINDOW: ONE BEFORE NOON
*>IS ON THE MORNING AFTER.
*>--------------------------------------------------------------------
1600-SET-NIGHT.
    MOVE SPACES TO NIGHT-TEXT
    IF PARM-LINE NOT = SPACES
        MOVE PARM-LINE(1:8) TO NIGHT-TEXT
    ELSE
        MOVE NOW-MM TO DATE-MM
        MOVE NOW-DD TO DATE-DD
        MOVE NOW-YY TO DATE-YY
        IF NOW-HH < 12
            PERFORM 1255-PREV-DAY
        END-IF
        STRING DATE-MM '/' DATE-DD '/' DATE-YY
            DELIMITED BY SIZE INTO NIGHT-TEXT
    END-IF

    MOVE NIGHT-TEXT TO DATE-TEXT
    PERFORM 1210-DATE-TO-DAYNO
    IF STAMP-OK = 1 AND NIGHT-TEXT(3:1) = '/'
            AND NIGHT-TEXT(6:1) = '/'
        COMPUTE NIGHT-OK = 1
        MOVE DAY-NO TO NIGHT-DAYNO
        COMPUTE WIN-START-SECS = NIGHT-DAYNO * 86400 + 43200
        COMPUTE WIN-END-SECS = WIN-START-SECS + 86400
        PERFORM VARYING SCH-IDX FROM 1 BY 1 UNTIL SCH-IDX > SCH-COUNT
            IF SCH-DL-MIN(SCH-IDX) < 720
                COMPUTE SCH-DL-SECS(SCH-IDX) =
                    (NIGHT-DAYNO + 1) * 86400 + SCH-DL-MIN(SCH-IDX) * 60
            ELSE
                COMPUTE SCH-DL-SECS(SCH-IDX) =
                    NIGHT-DAYNO * 86400 + SCH-DL-MIN(SCH-IDX) * 60
            END-IF
        END-PERFORM
    END-IF.

*>--------------------------------------------------------------------
*>2000-LOAD-HISTORY
*>SLOTS EVERY JOB RECORD OF THE OPERATIONS HISTORY DATED INSIDE THE
*>LOOK-BACK (UP TO AND INCLUDING THE NIGHT ITSELF). THE COLUMNS COME
*>OFF THE JOB-RECORD LAYOUT MORNRPT WRITES - DATE 7-14, NAME 16-29,
*>ELAPSED SECONDS AT 36, NOEND FLAG AT 51.
*>--------------------------------------------------------------------
2000-LOAD-HISTORY.
    OPEN INPUT HISTORY-FILE
    IF HIS-FSCODE NOT = '00'
        DISPLAY "WARNING: NO OPERATIONS HISTORY - NO AVERAGES TO "
            "PROJECT ON (STATUS CODE: " HIS-FSCODE ")"
    ELSE
        COMPUTE ISEOF = 0
        PERFORM UNTIL ISEOF = 1
            READ HISTORY-FILE INTO IN-LINE
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1 AND IN-LINE(1:4) = 'JOB '
                MOVE IN-LINE(7:8) TO DATE-TEXT
                PERFORM 1210-DATE-TO-DAYNO
                IF STAMP-OK = 1 AND DAY-NO <= NIGHT-DAYNO
                        AND DAY-NO + HIST-NIGHTS > NIGHT-DAYNO
                    PERFORM 2100-TAKE-JOB-RECORD
                END-IF
            END-IF
        END-PERFORM
        CLOSE HISTORY-FILE
    END-IF
    COMPUTE ISEOF = 0.

*>--------------------------------------------------------------------
*>2100-TAKE-JOB-RECORD
*>SLOTS ONE JOB RECORD BY (DATE, JOB NAME) - A RERUN MORNING'S
*>RECORD REPLACES THE FIRST ONE.
*>--------------------------------------------------------------------
2100-TAKE-JOB-RECORD.
    COMPUTE HIS-HIT = 0
    PERFORM VARYING HIS-IDX FROM 1 BY 1
            UNTIL HIS-IDX > HIS-COUNT OR HIS-HIT = 1
        IF HIS-DAYNO(HIS-IDX) = DAY-NO
                AND HIS-NAME(HIS-IDX) = IN-LINE(16:14)
            COMPUTE HIS-HIT = 1
        END-IF
    END-PERFORM
    IF HIS-HIT = 1
        COMPUTE HIS-IDX = HIS-IDX - 1
    ELSE
        IF HIS-COUNT >= HIS-MAX
            COMPUTE HIS-IDX = 0
        ELSE
            COMPUTE HIS-COUNT = HIS-COUNT + 1
            COMPUTE HIS-IDX = HIS-COUNT
        END-IF
    END-IF

    IF HIS-IDX > 0
        MOVE IN-LINE(7:8) TO HIS-DATE(HIS-IDX)
        MOVE DAY-NO TO HIS-DAYNO(HIS-IDX)
        MOVE IN-LINE(16:14) TO HIS-NAME(HIS-IDX)
        MOVE SPACES TO NUM-FIELD
        MOVE IN-LINE(36:6) TO NUM-FIELD(1:6)
        PERFORM 1300-SCAN-NUMBER
        MOVE NUM-WORK TO HIS-ELAP(HIS-IDX)
        IF IN-LINE(51:5) = 'NOEND'
            COMPUTE HIS-NOEND(HIS-IDX) = 1
        ELSE
            COMPUTE HIS-NOEND(HIS-IDX) = 0
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>2600-JOB-AVERAGE
*>AVERAGE ELAPSED SECONDS FOR FIND-NAME OVER THE LOOK-BACK. NOEND
*>NIGHTS CARRY NO ELAPSED TIME AND ARE LEFT OUT; AVG-DAYS ZERO
*>MEANS THE JOB HAS NO HISTORY.
*>--------------------------------------------------------------------
2600-JOB-AVERAGE.
    COMPUTE AVG-DAYS = 0
    COMPUTE AVG-TOTAL = 0
    COMPUTE AVG-ELAP = 0
    PERFORM VARYING HIS-IDX FROM 1 BY 1 UNTIL HIS-IDX > HIS-COUNT
        IF HIS-NAME(HIS-IDX) = FIND-NAME AND HIS-NOEND(HIS-IDX) = 0
            COMPUTE AVG-DAYS = AVG-DAYS + 1
            COMPUTE AVG-TOTAL = AVG-TOTAL + HIS-ELAP(HIS-IDX)
        END-IF
    END-PERFORM
    IF AVG-DAYS > 0
        COMPUTE AVG-ELAP = AVG-TOTAL / AVG-DAYS
    END-IF.

*>--------------------------------------------------------------------
*>3000-LOAD-TONIGHT
*>WALKS BATCHLOG.TXT FOR THE JOB LINES STARTED INSIDE THE NIGHT'S
*>WINDOW. STREAM, LOCK AND PARM LINES PASS STRAIGHT THROUGH; A
*>CALENDAR-SKIPPED STEP COUNTS AS ITS JOB HAVING BEEN SEEN, SINCE A
*>JOB THAT WAS NOT DUE TONIGHT HAS NOT MISSED ITS DEADLINE.
*>--------------------------------------------------------------------
3000-LOAD-TONIGHT.
    OPEN INPUT RUN-LOG-FILE
    IF LOG-FSCODE NOT = '00'
        DISPLAY "WARNING: NO RUN LOG FOR TONIGHT (STATUS CODE: "
            LOG-FSCODE ")"
    ELSE
        COMPUTE ISEOF = 0
        PERFORM UNTIL ISEOF = 1
            READ RUN-LOG-FILE INTO IN-LINE
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1 AND IN-LINE NOT = SPACES
                    AND IN-LINE(1:10) NOT = 'STREAM END'
                    AND IN-LINE(1:5) NOT = 'LOCK '
                    AND IN-LINE(1:14) NOT = 'STREAM RESTART'
                    AND IN-LINE(37:6) NOT = '(PARM)'
                MOVE IN-LINE(16:17) TO STAMP-TEXT
                PERFORM 1200-STAMP-TO-SECONDS
                IF STAMP-OK = 1 AND STAMP-SECS >= WIN-START-SECS
                        AND STAMP-SECS < WIN-END-SECS
                    IF IN-LINE(37:9) = '(CALSKIP)'
                        MOVE IN-LINE(1:14) TO FIND-NAME
                        PERFORM 3150-FIND-SCHEDULE
                        IF SCH-HIT > 0
                            COMPUTE SCH-SEEN(SCH-HIT) = 1
                        END-IF
                    ELSE
                        PERFORM 3100-TAKE-LOG-LINE
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE RUN-LOG-FILE
    END-IF
    COMPUTE ISEOF = 0.

*>--------------------------------------------------------------------
*>3100-TAKE-LOG-LINE
*>SLOTS ONE JOB LINE - JOB NAME IN 1-14, START STAMP 16-32, END
*>STAMP (OR "(RUNNING)") 37-53. STAMP-SECS HOLDS THE START ALREADY.
*>--------------------------------------------------------------------
3100-TAKE-LOG-LINE.
    MOVE IN-LINE(1:14) TO LL-JOBNAME
    MOVE IN-LINE(16:17) TO LL-START
    MOVE IN-LINE(37:17) TO LL-END

    COMPUTE RUN-FOUND = 0
    PERFORM VARYING RUN-IDX FROM 1 BY 1
            UNTIL RUN-IDX > RUN-COUNT OR RUN-FOUND = 1
        IF RUN-NAME(RUN-IDX) = LL-JOBNAME
                AND RUN-START(RUN-IDX) = LL-START
                AND RUN-RUNNING(RUN-IDX) = 1
            COMPUTE RUN-FOUND = 1
        END-IF
    END-PERFORM
    IF RUN-FOUND = 1
        COMPUTE RUN-IDX = RUN-IDX - 1
    ELSE
        IF RUN-COUNT >= RUN-MAX
            COMPUTE RUN-IDX = 0
        ELSE
            COMPUTE RUN-COUNT = RUN-COUNT + 1
            COMPUTE RUN-IDX = RUN-COUNT
            MOVE LL-JOBNAME TO RUN-NAME(RUN-IDX)
            MOVE LL-START TO RUN-START(RUN-IDX)
            MOVE STAMP-SECS TO RUN-START-SECS(RUN-IDX)
            COMPUTE RUN-RUNNING(RUN-IDX) = 1
            COMPUTE RUN-RC(RUN-IDX) = 0
            MOVE SPACES TO RUN-END(RUN-IDX)
            COMPUTE RUN-END-SECS(RUN-IDX) = 0
        END-IF
    END-IF

    IF RUN-IDX > 0 AND LL-END(1:9) NOT = '(RUNNING)'
        MOVE LL-END TO STAMP-TEXT
        PERFORM 1200-STAMP-TO-SECONDS
        IF STAMP-OK = 1
            MOVE LL-END TO RUN-END(RUN-IDX)
            MOVE STAMP-SECS TO RUN-END-SECS(RUN-IDX)
            MOVE SPACES TO NUM-FIELD
            MOVE IN-LINE(60:4) TO NUM-FIELD(1:4)
            PERFORM 1300-SCAN-NUMBER
            MOVE NUM-WORK TO RUN-RC(RUN-IDX)
            COMPUTE RUN-RUNNING(RUN-IDX) = 0
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>3150-FIND-SCHEDULE
*>SCH-HIT COMES BACK AS THE SCHEDULE SLOT FOR FIND-NAME, OR 0 WHEN
*>THE JOB HAS NO SLA.
*>--------------------------------------------------------------------
3150-FIND-SCHEDULE.
    COMPUTE SCH-HIT = 0
    PERFORM VARYING SCH-IDX FROM 1 BY 1
            UNTIL SCH-IDX > SCH-COUNT OR SCH-HIT > 0
        IF SCH-NAME(SCH-IDX) = FIND-NAME
            MOVE SCH-IDX TO SCH-HIT
        END-IF
    END-PERFORM.

*>--------------------------------------------------------------------
*>3200-JUDGE
*>JUDGES AN END TIME (JDG-END-SECS) AND ELAPSED TIME (JDG-ELAP)
*>AGAINST SCHEDULE SLOT SCH-HIT - LATE PAST THE DEADLINE, OVER THE
*>MAXIMUM DURATION, OR NEAR EITHER ONE.
*>--------------------------------------------------------------------
3200-JUDGE.
    COMPUTE JDG-LATE = 0
    COMPUTE JDG-OVER = 0
    COMPUTE JDG-NEAR = 0
    IF SCH-HAS-DL(SCH-HIT) = 1
        IF JDG-END-SECS > SCH-DL-SECS(SCH-HIT)
            COMPUTE JDG-LATE = 1
        ELSE
            IF JDG-END-SECS + NEAR-MARGIN-MIN * 60
                    > SCH-DL-SECS(SCH-HIT)
                COMPUTE JDG-NEAR = 1
            END-IF
        END-IF
    END-IF
    IF SCH-MAX-MIN(SCH-HIT) > 0
        IF JDG-ELAP > SCH-MAX-MIN(SCH-HIT) * 60
            COMPUTE JDG-OVER = 1
        ELSE
            IF JDG-ELAP * 100 >=
                    SCH-MAX-MIN(SCH-HIT) * 60 * NEAR-DUR-PCT
                COMPUTE JDG-NEAR = 1
            END-IF
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>4000-WRITE-TONIGHT
*>ONE LINE PER RUN IN THE NIGHT'S WINDOW WITH ITS VERDICT, THEN A
*>LINE FOR EACH SCHEDULED JOB WHOSE DEADLINE HAS PASSED WITHOUT IT
*>EVER STARTING.
*>--------------------------------------------------------------------
4000-WRITE-TONIGHT.
    DISPLAY ' '
    DISPLAY SECTION-RUN-LINE
    DISPLAY RUN-HEAD-LINE
    MOVE SPACES TO SLA-RECORD
    WRITE SLA-RECORD
    WRITE SLA-RECORD FROM SECTION-RUN-LINE
    WRITE SLA-RECORD FROM RUN-HEAD-LINE
    COMPUTE LINE-COUNT = 0

    PERFORM VARYING RUN-IDX FROM 1 BY 1 UNTIL RUN-IDX > RUN-COUNT
        *>WHEN THIS REPORT RUNS AS A STREAM STEP ITS OWN START LINE
        *>HAS NO END LINE YET - THAT ONE IS NOT A JOB STILL RUNNING.
        IF RUN-RUNNING(RUN-IDX) = 1 AND RUN-NAME(RUN-IDX) = 'SLARPT'
            CONTINUE
        ELSE
            PERFORM 4100-REPORT-RUN
        END-IF
    END-PERFORM

    PERFORM VARYING SCH-IDX FROM 1 BY 1 UNTIL SCH-IDX > SCH-COUNT
        IF SCH-SEEN(SCH-IDX) = 0 AND SCH-HAS-DL(SCH-IDX) = 1
                AND NOW-SECS > SCH-DL-SECS(SCH-IDX)
            COMPUTE BREACH-COUNT = BREACH-COUNT + 1
            MOVE SPACES TO RUN-DETAIL-LINE
            MOVE SCH-NAME(SCH-IDX) TO RUN-NAME-OUT
            MOVE '(NOT STARTED)' TO RUN-START-OUT
            MOVE SCH-DL-TEXT(SCH-IDX) TO RUN-DL-OUT
            MOVE '*** MISSED' TO RUN-STATUS-OUT
            COMPUTE LINE-COUNT = LINE-COUNT + 1
            DISPLAY RUN-DETAIL-LINE
            WRITE SLA-RECORD FROM RUN-DETAIL-LINE
        END-IF
    END-PERFORM

    IF LINE-COUNT = 0
        DISPLAY 'NO JOBS LOGGED FOR THIS NIGHT'
        MOVE 'NO JOBS LOGGED FOR THIS NIGHT' TO SLA-RECORD
        WRITE SLA-RECORD
    END-IF.

*>--------------------------------------------------------------------
*>4100-REPORT-RUN
*>JUDGES AND PRINTS THE RUN AT RUN-IDX. A RUN STILL GOING IS JUDGED
*>ON WHERE IT STANDS NOW - ALREADY PAST ITS DEADLINE OR ITS MAXIMUM
*>IS A BREACH EVEN BEFORE IT ENDS.
*>--------------------------------------------------------------------
4100-REPORT-RUN.
    COMPUTE LINE-COUNT = LINE-COUNT + 1
    MOVE SPACES TO RUN-DETAIL-LINE
    MOVE RUN-NAME(RUN-IDX) TO RUN-NAME-OUT
    MOVE RUN-START-SECS(RUN-IDX) TO CONV-SECS
    PERFORM 1260-SECS-TO-TEXT
    MOVE CONV-TEXT TO RUN-START-OUT
    IF RUN-RUNNING(RUN-IDX) = 1
        MOVE '(NO END)' TO RUN-END-OUT
        MOVE NOW-SECS TO JDG-END-SECS
    ELSE
        MOVE RUN-END-SECS(RUN-IDX) TO CONV-SECS
        PERFORM 1260-SECS-TO-TEXT
        MOVE CONV-TEXT TO RUN-END-OUT
        MOVE RUN-END-SECS(RUN-IDX) TO JDG-END-SECS
        MOVE RUN-RC(RUN-IDX) TO RUN-RC-OUT
    END-IF
    IF JDG-END-SECS > RUN-START-SECS(RUN-IDX)
        COMPUTE JDG-ELAP = JDG-END-SECS - RUN-START-SECS(RUN-IDX)
    ELSE
        COMPUTE JDG-ELAP = 0
    END-IF
    MOVE JDG-ELAP TO RUN-ELAP-OUT

    MOVE RUN-NAME(RUN-IDX) TO FIND-NAME
    PERFORM 3150-FIND-SCHEDULE
    IF SCH-HIT = 0
        MOVE 'NO SLA' TO RUN-STATUS-OUT
        IF RUN-RUNNING(RUN-IDX) = 1
            MOVE 'RUNNING' TO RUN-STATUS-OUT
        END-IF
    ELSE
        COMPUTE SCH-SEEN(SCH-HIT) = 1
        MOVE SCH-DL-TEXT(SCH-HIT) TO RUN-DL-OUT
        IF SCH-MAX-MIN(SCH-HIT) > 0
            MOVE SCH-MAX-MIN(SCH-HIT) TO TOTAL-VALUE
            MOVE TOTAL-VALUE TO RUN-MAX-OUT
        ELSE
            MOVE '  - ' TO RUN-MAX-OUT
        END-IF
        PERFORM 3200-JUDGE
        IF RUN-RUNNING(RUN-IDX) = 1
            IF JDG-LATE = 1 OR JDG-OVER = 1
                MOVE '*** RUN LATE' TO RUN-STATUS-OUT
                COMPUTE BREACH-COUNT = BREACH-COUNT + 1
            ELSE
                MOVE 'RUNNING' TO RUN-STATUS-OUT
            END-IF
        ELSE
        IF JDG-LATE = 1 AND JDG-OVER = 1
            MOVE '*** LATE+OVER' TO RUN-STATUS-OUT
            COMPUTE BREACH-COUNT = BREACH-COUNT + 1
        ELSE
        IF JDG-LATE = 1
            MOVE '*** LATE' TO RUN-STATUS-OUT
            COMPUTE BREACH-COUNT = BREACH-COUNT + 1
        ELSE
        IF JDG-OVER = 1
            MOVE '*** OVERRUN' TO RUN-STATUS-OUT
            COMPUTE BREACH-COUNT = BREACH-COUNT + 1
        ELSE
        IF JDG-NEAR = 1
            MOVE 'NEAR MISS' TO RUN-STATUS-OUT
            COMPUTE NEAR-COUNT = NEAR-COUNT + 1
        ELSE
            MOVE 'OK' TO RUN-STATUS-OUT
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
    END-IF
    DISPLAY RUN-DETAIL-LINE
    WRITE SLA-RECORD FROM RUN-DETAIL-LINE.

*>--------------------------------------------------------------------
*>5000-LOAD-REMAINING
*>THE STEPS OF THE CHECKPOINTED STREAM NOT YET CHECKPOINTED - READ
*>OFF THE STREAM FILE, COUNTING LINES THE WAY THE STREAM DRIVER DOES
*>(BLANK AND "*" LINES ARE NOT STEPS). NOTHING IS LEFT WHEN THERE IS
*>NO CHECKPOINT, THE STREAM HAS RUN TO ITS END, OR ITS LAST STEP WAS
*>CHECKPOINTED OUTSIDE THE NIGHT BEING REPORTED.
*>--------------------------------------------------------------------
5000-LOAD-REMAINING.
    COMPUTE REM-COUNT = 0
    MOVE CKP-LAST-STAMP TO STAMP-TEXT
    PERFORM 1200-STAMP-TO-SECONDS
    IF CKP-PRESENT = 1 AND CKP-ENDED = 0 AND STREAM-NAME NOT = SPACES
        IF CKP-LAST-STAMP = SPACES
                OR (STAMP-SECS >= WIN-START-SECS
                    AND STAMP-SECS < WIN-END-SECS)
            OPEN INPUT STREAM-FILE
            IF STREAM-FSCODE NOT = '00'
                DISPLAY "WARNING: CHECKPOINTED STREAM FILE NOT FOUND - "
                    "NOTHING PROJECTED (STATUS CODE: " STREAM-FSCODE ")"
            ELSE
                COMPUTE STEP-NO = 0
                COMPUTE ISEOF = 0
                PERFORM UNTIL ISEOF = 1
                    READ STREAM-FILE INTO IN-LINE
                        AT END COMPUTE ISEOF = 1
                    END-READ
                    IF ISEOF NOT = 1 AND IN-LINE(1:80) NOT = SPACES
                            AND IN-LINE(1:1) NOT = '*'
                        COMPUTE STEP-NO = STEP-NO + 1
                        IF STEP-NO > CKP-LAST-STEP
                                AND REM-COUNT < REM-MAX
                            MOVE SPACES TO STEP-PROG-TOKEN
                            UNSTRING IN-LINE(1:80) DELIMITED BY ALL ' '
                                INTO STEP-PROG-TOKEN
                            COMPUTE REM-COUNT = REM-COUNT + 1
                            MOVE STEP-PROG-TOKEN(1:14)
                                TO REM-NAME(REM-COUNT)
                        END-IF
                    END-IF
                END-PERFORM
                CLOSE STREAM-FILE
            END-IF
            COMPUTE ISEOF = 0
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>5100-PROJECT-REMAINING
*>LAYS THE REMAINING STEPS END TO END FROM NOW, EACH TAKING ITS
*>AVERAGE ELAPSED TIME, AND JUDGES EACH PROJECTED FINISH AGAINST THE
*>SCHEDULE. THIS REPORT'S OWN STEP, WHEN IT IS THE FIRST ONE LEFT,
*>IS THE ONE RUNNING NOW AND IS PASSED OVER. A STEP WITH NO HISTORY
*>IS COUNTED AS TAKING NO TIME AND SAYS SO. RUN-DAY CONDITIONS ARE
*>NOT JUDGED HERE, SO A STEP THE CALENDAR WILL SKIP STILL COUNTS -
*>THE PROJECTION ERRS LATE, NEVER EARLY.
*>--------------------------------------------------------------------
5100-PROJECT-REMAINING.
    DISPLAY ' '
    MOVE SPACES TO SLA-RECORD
    WRITE SLA-RECORD
    MOVE NOW-SECS TO PROJ-SECS
    MOVE NOW-SECS TO CONV-SECS
    PERFORM 1260-SECS-TO-TEXT
    MOVE CONV-TEXT TO PROJ-FROM-OUT
    MOVE STREAM-NAME(1:40) TO PROJ-STREAM-OUT
    DISPLAY PROJ-FROM-LINE
    WRITE SLA-RECORD FROM PROJ-FROM-LINE

    IF REM-COUNT > 0
        IF REM-NAME(1) = 'SLARPT'
            MOVE 2 TO REM-IDX
        ELSE
            MOVE 1 TO REM-IDX
        END-IF
    ELSE
        MOVE 1 TO REM-IDX
    END-IF
    IF REM-IDX > REM-COUNT
        DISPLAY 'NO STEPS LEFT TO RUN'
        MOVE 'NO STEPS LEFT TO RUN' TO SLA-RECORD
        WRITE SLA-RECORD
    ELSE
        DISPLAY PROJ-HEAD-LINE
        WRITE SLA-RECORD FROM PROJ-HEAD-LINE
        PERFORM UNTIL REM-IDX > REM-COUNT
            PERFORM 5200-PROJECT-STEP
            COMPUTE REM-IDX = REM-IDX + 1
        END-PERFORM
    END-IF.

*>--------------------------------------------------------------------
*>5200-PROJECT-STEP
*>ONE REMAINING STEP - ITS AVERAGE, PROJECTED START AND END, AND
*>WHETHER THAT END LANDS INSIDE ITS WINDOW.
*>--------------------------------------------------------------------
5200-PROJECT-STEP.
    MOVE SPACES TO PROJ-DETAIL-LINE
    MOVE REM-NAME(REM-IDX) TO PROJ-NAME-OUT
    MOVE REM-NAME(REM-IDX) TO FIND-NAME
    PERFORM 2600-JOB-AVERAGE
    MOVE AVG-ELAP TO PROJ-AVG-OUT
    MOVE PROJ-SECS TO CONV-SECS
    PERFORM 1260-SECS-TO-TEXT
    MOVE CONV-TEXT TO PROJ-START-OUT
    COMPUTE PROJ-SECS = PROJ-SECS + AVG-ELAP
    MOVE PROJ-SECS TO CONV-SECS
    PERFORM 1260-SECS-TO-TEXT
    MOVE CONV-TEXT TO PROJ-END-OUT

    PERFORM 3150-FIND-SCHEDULE
    IF SCH-HIT = 0
        MOVE 'NO SLA' TO PROJ-STATUS-OUT
    ELSE
        MOVE SCH-DL-TEXT(SCH-HIT) TO PROJ-DL-OUT
        IF SCH-MAX-MIN(SCH-HIT) > 0
            MOVE SCH-MAX-MIN(SCH-HIT) TO TOTAL-VALUE
            MOVE TOTAL-VALUE TO PROJ-MAX-OUT
        ELSE
            MOVE '  - ' TO PROJ-MAX-OUT
        END-IF
        MOVE PROJ-SECS TO JDG-END-SECS
        MOVE AVG-ELAP TO JDG-ELAP
        PERFORM 3200-JUDGE
        IF JDG-LATE = 1
            MOVE '*** PROJ LATE' TO PROJ-STATUS-OUT
            COMPUTE PROJ-LATE-COUNT = PROJ-LATE-COUNT + 1
        ELSE
        IF JDG-OVER = 1
            MOVE '*** PROJ OVER' TO PROJ-STATUS-OUT
            COMPUTE PROJ-LATE-COUNT = PROJ-LATE-COUNT + 1
        ELSE
        IF JDG-NEAR = 1
            MOVE 'PROJ NEAR' TO PROJ-STATUS-OUT
        ELSE
            MOVE 'ON TIME' TO PROJ-STATUS-OUT
        END-IF
        END-IF
        END-IF
    END-IF
    IF AVG-DAYS = 0
        MOVE 'NO HISTORY' TO PROJ-STATUS-OUT
        IF SCH-HIT > 0 AND JDG-LATE = 1
            MOVE '*** PROJ LATE' TO PROJ-STATUS-OUT
        END-IF
    END-IF
    DISPLAY PROJ-DETAIL-LINE
    WRITE SLA-RECORD FROM PROJ-DETAIL-LINE.

*>--------------------------------------------------------------------
*>6000-WRITE-HISTORY
*>EVERY NIGHT IN THE LOOK-BACK A SCHEDULED JOB RAN OVER, OR NEARLY
*>OVER, ITS MAXIMUM. THE HISTORY KEEPS NO CLOCK TIMES, SO ONLY THE
*>DURATION CAN BE JUDGED HERE; THESE ARE FOR THE RECORD AND DO NOT
*>SET THE RETURN CODE - EACH WAS ITS OWN NIGHT'S BREACH.
*>--------------------------------------------------------------------
6000-WRITE-HISTORY.
    MOVE HIST-NIGHTS TO HIST-NIGHTS-OUT
    DISPLAY ' '
    DISPLAY SECTION-HIST-LINE
    DISPLAY HIST-HEAD-LINE
    MOVE SPACES TO SLA-RECORD
    WRITE SLA-RECORD
    WRITE SLA-RECORD FROM SECTION-HIST-LINE
    WRITE SLA-RECORD FROM HIST-HEAD-LINE
    COMPUTE LINE-COUNT = 0

    PERFORM VARYING HIS-IDX FROM 1 BY 1 UNTIL HIS-IDX > HIS-COUNT
        MOVE HIS-NAME(HIS-IDX) TO FIND-NAME
        PERFORM 3150-FIND-SCHEDULE
        IF SCH-HIT > 0 AND HIS-NOEND(HIS-IDX) = 0
            IF SCH-MAX-MIN(SCH-HIT) > 0
                MOVE SPACES TO HIST-STATUS-OUT
                IF HIS-ELAP(HIS-IDX) > SCH-MAX-MIN(SCH-HIT) * 60
                    MOVE '*** OVERRUN' TO HIST-STATUS-OUT
                    COMPUTE HIST-OVER-COUNT = HIST-OVER-COUNT + 1
                ELSE
                    IF HIS-ELAP(HIS-IDX) * 100 >=
                            SCH-MAX-MIN(SCH-HIT) * 60 * NEAR-DUR-PCT
                        MOVE 'NEAR MISS' TO HIST-STATUS-OUT
                    END-IF
                END-IF
                IF HIST-STATUS-OUT NOT = SPACES
                    COMPUTE LINE-COUNT = LINE-COUNT + 1
                    MOVE HIS-DATE(HIS-IDX) TO HIST-DATE-OUT
                    MOVE HIS-NAME(HIS-IDX) TO HIST-NAME-OUT
                    MOVE HIS-ELAP(HIS-IDX) TO HIST-ELAP-OUT
                    COMPUTE HIST-MAX-OUT = SCH-MAX-MIN(SCH-HIT) * 60
                    DISPLAY HIST-DETAIL-LINE
                    WRITE SLA-RECORD FROM HIST-DETAIL-LINE
                END-IF
            END-IF
        END-IF
    END-PERFORM

    IF LINE-COUNT = 0
        DISPLAY 'NONE'
        MOVE 'NONE' TO SLA-RECORD
        WRITE SLA-RECORD
    END-IF.

*>--------------------------------------------------------------------
*>7000-WRITE-TOTALS
*>THE CLOSING COUNTS, TO THE REPORT AND THE TERMINAL.
*>--------------------------------------------------------------------
7000-WRITE-TOTALS.
    DISPLAY ' '
    MOVE SPACES TO SLA-RECORD
    WRITE SLA-RECORD
    MOVE 'BREACHES TONIGHT' TO TOTAL-LABEL
    MOVE BREACH-COUNT TO TOTAL-VALUE
    DISPLAY TOTAL-LINE
    WRITE SLA-RECORD FROM TOTAL-LINE
    MOVE 'NEAR MISSES TONIGHT' TO TOTAL-LABEL
    MOVE NEAR-COUNT TO TOTAL-VALUE
    DISPLAY TOTAL-LINE
    WRITE SLA-RECORD FROM TOTAL-LINE
    MOVE 'STEPS PROJECTED LATE' TO TOTAL-LABEL
    MOVE PROJ-LATE-COUNT TO TOTAL-VALUE
    DISPLAY TOTAL-LINE
    WRITE SLA-RECORD FROM TOTAL-LINE
    MOVE 'OVERRUNS IN HISTORY' TO TOTAL-LABEL
    MOVE HIST-OVER-COUNT TO TOTAL-VALUE
    DISPLAY TOTAL-LINE
    WRITE SLA-RECORD FROM TOTAL-LINE.
