*>             STEP PER LINE - PROGRAM, MAX-RC CONDITION, SKIP OR
*>             ABORT DISPOSITION, AND THE PARM STRING HANDED TO THE
*>             PROGRAM - EXECUTED IN ORDER, EACH STEP LOGGED EXACTLY
*>             AS A MENU-RUN JOB PLUS A STREAM SUMMARY LINE. EVERY
*>             STEP THE STREAM GETS THROUGH IS CHECKPOINTED, AND A
*>             PARM OF "RESTART <STREAMFILE>" PICKS A FAILED STREAM
*>             UP AGAIN AT THE STEP THAT FAILED. SYMBOLIC DATES IN A
*>             STEP'S PARM (&TODAY, &PMLAST AND THE REST) ARE FILLED
*>             IN BEFORE THE CALL AND THE RESULT LOGGED.
*>************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. BATCHCTL.
    SELECT LOCK-FILE ASSIGN TO "BATCHLCK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOCK-FSCODE.
    SELECT CHECKPOINT-FILE ASSIGN TO "BATCHCKP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CKP-FSCODE.
DATA DIVISION.
FILE SECTION.
FD STANDARD-INPUT.
*>ONCE TRAMPLE EACH OTHER - THE LOCK KEEPS THE SECOND ONE OUT.
FD LOCK-FILE.
    01 LOCK-RECORD PIC X(80).
FD CHECKPOINT-FILE.
    01 CHECKPOINT-RECORD PIC X(80).
WORKING-STORAGE SECTION.
01  TITLELINE.
    02 FILLER PIC X(29) VALUE "BATCH JOB CONTROL".
    02 SUM-MAXRC-OUT   PIC ZZZ9.
    02 FILLER          PIC X(10) VALUE " CALSKIP: ".
    02 SUM-CAL-OUT     PIC ZZZ9.
    02 SUM-ABORT-TEXT  PIC X(8).
    02 SUM-RESTART-TEXT PIC X(8).
*>STREAM CHECKPOINT WORKING STORAGE. BATCHCKP.DAT OPENS WITH A HEADER
*>FINGERPRINTING THE STREAM FILE - ITS NAME, LINE COUNT AND A CHECKSUM
*>OF EVERY CHARACTER IN IT - THEN TAKES ONE LINE PER STEP AS THE STEP
*>FINISHES: RUN WITH ITS RC, SKIP, CALSKIP, BADLINE, OR THE ABORT THAT
*>ENDED THE STREAM, AND AN END LINE WHEN THE STREAM RAN OUT CLEANLY.
*>A RUN KILLED MID-STEP LEAVES EVERY STEP BEFORE THE ONE IN FLIGHT.
*>STEPS ARE NUMBERED BY THEIR ORDER AMONG THE STREAM'S STEP LINES.
*>
*>A PARM OF "RESTART <STREAMFILE>" RESUMES AT THE FIRST STEP THAT DID
*>NOT COMPLETE. AFTER AN ABORT THAT IS THE STEP WHOSE RETURN CODE
*>BROKE THE ABORTING STEP'S CONDITION - RESUMING AT THE ABORT ITSELF
*>WOULD ONLY ABORT AGAIN ON THE SAME CARRIED RC. AFTER A KILLED RUN
*>IT IS THE STEP THAT WAS IN FLIGHT. STREAM-MAX-RC STARTS FROM THE
*>HIGHEST RC OF THE STEPS BEFORE THE RESUME POINT, SO LATER MAXRC
*>CONDITIONS JUDGE EXACTLY AS THEY WOULD HAVE IN ONE UNBROKEN RUN.
*>A STEP PAST THE RESUME POINT THAT ALREADY RAN TO COMPLETION (A RUN
*>LINE) IS NEVER RUN AGAIN - IT IS PASSED OVER AND ITS RECORDED RC
*>TAKEN INTO STREAM-MAX-RC AS IF IT HAD JUST RUN, SINCE RUNNING A
*>POSTING STEP TWICE POSTS ITS WORK TWICE. ONLY THE FAILED STEP AND
*>THE STEPS WITH NO COMPLETED LINE ARE RUN. THE CHECKPOINT THEN HOLDS
*>ITS LINES OUT OF STEP ORDER, SO STEPS ARE ALWAYS FOUND BY NUMBER.
*>A CHECKPOINT FOR ANOTHER STREAM FILE, OR ONE WHOSE STREAM FILE HAS
*>BEEN EDITED SINCE (THE LINE COUNT OR CHECKSUM NO LONGER MATCHES),
*>OR ONE WHOSE STREAM FINISHED CLEANLY, IS REFUSED.
77  CKP-FSCODE PIC 9(2).
77  CKP-EOF PIC 9.
77  PARM-VERB-TOKEN PIC X(10).
77  STREAM-RESTART PIC 9 VALUE 0.
77  CKP-REFUSED PIC 9 VALUE 0.
77  STEP-NO PIC 9(4) VALUE 0.
77  RESUME-STEP PIC 9(4) VALUE 1.
77  CKP-DISP PIC X(7).
77  CKP-LINES PIC 9(6).
77  CKP-SUM PIC 9(9).
77  CKP-SUM-WORK PIC 9(12).
77  CKP-SUM-QUOT PIC 9(12).
77  CKP-CHAR-IDX PIC S9(4) USAGE IS COMPUTATIONAL.
*>ONE CHARACTER AT A TIME IS DROPPED INTO THE LOW BYTE OF A BINARY
*>HALFWORD SO ITS CODE CAN BE ADDED INTO THE CHECKSUM.
01  CKP-CHAR-PAIR.
    02 FILLER   PIC X(1) VALUE LOW-VALUE.
    02 CKP-CHAR PIC X(1).
01  CKP-CHAR-CODE REDEFINES CKP-CHAR-PAIR
        PIC 9(4) USAGE IS COMPUTATIONAL.
77  CKP-USED PIC 9(4) VALUE 0.
77  CKP-IDX PIC 9(4).
77  CKP-ABORT-SEEN PIC 9.
77  CKP-ABORT-MAXRC PIC 9(4).
77  CKP-ABORT-STEP PIC 9(4).
77  CKP-STEP-FOUND PIC 9.
77  CKP-END-SEEN PIC 9.
77  CKP-LAST-STEP PIC 9(4).
77  CKP-CARRIED-RC PIC 9(4).
01  CKP-TABLE.
    02 CKP-ENTRY PIC X(80) OCCURS 200 TIMES.
01  CKP-READ-LINE PIC X(80).
01  CKP-HEADER-LINE.
    02 CKP-H-TAG     PIC X(6)  VALUE "CKPHDR".
    02 FILLER        PIC X(1)  VALUE SPACE.
    02 CKP-H-LINES   PIC 9(6).
    02 FILLER        PIC X(1)  VALUE SPACE.
    02 CKP-H-SUM     PIC 9(9).
    02 FILLER        PIC X(1)  VALUE SPACE.
    02 CKP-H-STREAM  PIC X(40).
    02 FILLER        PIC X(1)  VALUE SPACE.
    02 CKP-H-RUNDATE PIC X(6).
    02 FILLER        PIC X(9)  VALUE SPACES.
01  CKP-STEP-LINE.
    02 CKP-S-TAG     PIC X(6)  VALUE "STEP".
    02 FILLER        PIC X(1)  VALUE SPACE.
    02 CKP-S-NO      PIC 9(4).
    02 FILLER        PIC X(1)  VALUE SPACE.
    02 CKP-S-PROG    PIC X(14).
    02 FILLER        PIC X(1)  VALUE SPACE.
    02 CKP-S-DISP    PIC X(7).
    02 FILLER        PIC X(1)  VALUE SPACE.
    02 CKP-S-RC      PIC 9(4).
    02 FILLER        PIC X(1)  VALUE SPACE.
    02 CKP-S-MAXRC   PIC 9(4).
    02 FILLER        PIC X(1)  VALUE SPACE.
    02 CKP-S-STAMP   PIC X(18).
    02 FILLER        PIC X(17) VALUE SPACES.
*>SYMBOLIC DATE WORKING STORAGE. A STEP PARM MAY CARRY ANY OF
*>  &TODAY  &YESTERDAY  &PREVBDAY (THE WEEKDAY BEFORE TODAY)
*>  &CMFIRST  &CMLAST   (FIRST/LAST DAY OF THE CURRENT MONTH)
*>  &PMFIRST  &PMLAST   (FIRST/LAST DAY OF THE PREVIOUS MONTH)
*>  &TODAY-N            (N DAYS BEFORE TODAY, N UP TO 999)
*>EACH BECOMES AN MM/DD/YY DATE - THE FORM EVERY PROGRAM IN THE
*>SUITE TAKES DATES IN - BEFORE THE STEP IS CALLED. "TODAY" IS THE
*>DAY THE STREAM STARTED, NOT THE DAY A STEP HAPPENS TO REACH, SO
*>A STREAM THAT RUNS PAST MIDNIGHT STILL REPORTS ON ONE NIGHT, AND
*>A RESTART KEEPS THE DATE THE FAILED RUN WAS CHECKPOINTED UNDER.
*>A NAME THAT IS NOT ONE OF THESE IS LEFT IN THE PARM AS WRITTEN.
01  SYM-BASE.
    02 SYM-BASE-YY PIC 9(2).
    02 SYM-BASE-MM PIC 9(2).
    02 SYM-BASE-DD PIC 9(2).
77  SYM-BASE-DOW PIC 9.
01  SYM-DATE.
    02 SYM-YY PIC 9(2).
    02 SYM-MM PIC 9(2).
    02 SYM-DD PIC 9(2).
77  SYM-DOW PIC 9.
77  SYM-MONTH-END PIC 9(2).
77  SYM-DAYS PIC 9(6).
77  SYM-QUOT PIC 9(6).
77  SYM-REM PIC 9(2).
77  SYM-MIDX PIC 9(2).
77  SYM-BACK PIC 9(4).
77  SYM-BACK-IDX PIC 9(4).
77  SYM-OK PIC 9.
77  SYM-IN-IDX PIC S9(4) USAGE IS COMPUTATIONAL.
77  SYM-OUT-LEN PIC S9(4) USAGE IS COMPUTATIONAL.
77  SYM-NAME-LEN PIC S9(4) USAGE IS COMPUTATIONAL.
77  SYM-TEXT-LEN PIC S9(4) USAGE IS COMPUTATIONAL.
77  SYM-COUNT PIC 9(4).
77  SYM-CHAR PIC X(1).
77  SYM-DIGIT PIC 9.
77  SYM-NAME PIC X(12).
01  SYM-OUT PIC X(80).
01  SYM-TEXT PIC X(13).
01  SYM-DATE-TEXT PIC X(8).
*>THE PARM A STEP ACTUALLY RAN WITH, LOGGED AHEAD OF ITS START LINE
*>UNDER A (PARM) MARK IN THE END COLUMN THE WAY A CALENDAR SKIP IS.
01  PARM-LOG-LINE.
    02 PLOG-JOBNAME-OUT PIC X(14).
    02 FILLER           PIC X(1)  VALUE SPACE.
    02 PLOG-STAMP-OUT   PIC X(18).
    02 FILLER           PIC X(3)  VALUE " - ".
    02 FILLER           PIC X(6)  VALUE "(PARM)".
    02 FILLER           PIC X(1)  VALUE SPACE.
    02 PLOG-PARM-OUT    PIC X(57).
PROCEDURE DIVISION.
    ACCEPT PARM-LINE FROM COMMAND-LINE
    IF PARM-LINE NOT = SPACES
        MOVE SPACES TO PARM-VERB-TOKEN
        UNSTRING PARM-LINE DELIMITED BY ALL " " INTO PARM-VERB-TOKEN
        IF PARM-VERB-TOKEN = "RESTART"
            COMPUTE STREAM-RESTART = 1
            MOVE SPACES TO STREAM-NAME
            UNSTRING PARM-LINE DELIMITED BY ALL " "
                INTO PARM-VERB-TOKEN, STREAM-NAME
        ELSE
            MOVE PARM-LINE TO STREAM-NAME
        END-IF
        MOVE "STREAM" TO MY-HOLDER
        PERFORM 7000-ACQUIRE-LOCK
        IF LOCK-HELD = 0
*>FAR: WHEN IT IS EXCEEDED THE STEP EITHER SKIPS OR ABORTS THE
*>WHOLE STREAM, AS ITS DISPOSITION SAYS. EVERY EXECUTED STEP LANDS
*>IN THE RUN LOG EXACTLY AS A MENU-RUN JOB WOULD, AND A STREAM
*>SUMMARY LINE CLOSES THE RUN. A FRESH RUN STARTS A NEW CHECKPOINT;
*>A RESTART TAKES THE OLD ONE UP AND PASSES OVER THE STEPS IT SAYS
*>ARE ALREADY DONE.
*>--------------------------------------------------------------------
5000-RUN-STREAM.
    ACCEPT SYM-BASE FROM DATE
    PERFORM 5500-FINGERPRINT-STREAM
    IF STREAM-FSCODE NOT = "00"
        DISPLAY "ERROR OPENING JOB-STREAM FILE (STATUS CODE: "
            STREAM-FSCODE ")"
        COMPUTE STREAM-MAX-RC = 16
    ELSE
        IF STREAM-RESTART = 1
            PERFORM 5600-TAKE-UP-CHECKPOINT
        ELSE
            PERFORM 5650-START-CHECKPOINT
        END-IF
        PERFORM 5840-BASE-DAY-OF-WEEK
        IF CKP-REFUSED = 1
            COMPUTE STREAM-MAX-RC = 16
        ELSE
            OPEN INPUT STREAM-FILE
            PERFORM UNTIL STREAM-EOF = 1 OR STREAM-ABORTED = 1
                READ STREAM-FILE INTO STREAM-LINE
                    AT END COMPUTE STREAM-EOF = 1
                END-READ
                IF STREAM-EOF NOT = 1 AND STREAM-LINE NOT = SPACES
                        AND STREAM-LINE(1:1) NOT = "*"
                    COMPUTE STEP-NO = STEP-NO + 1
                    IF STEP-NO >= RESUME-STEP
                        PERFORM 5640-CHECK-STEP-DONE
                        IF CKP-STEP-FOUND = 0
                            PERFORM 5100-RUN-ONE-STEP
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            CLOSE STREAM-FILE
            IF STREAM-ABORTED = 0
                MOVE SPACES TO CKP-STEP-LINE
                MOVE "END" TO CKP-S-TAG
                PERFORM 5700-APPEND-CHECKPOINT
            END-IF
            PERFORM 5400-WRITE-STREAM-SUMMARY
        END-IF
    END-IF.

*>--------------------------------------------------------------------

    PERFORM 5250-CHECK-CALENDAR
    PERFORM 5200-PARSE-MAXRC
    MOVE 0 TO CKP-S-RC
    IF STEP-MAXRC-OK NOT = 1
        DISPLAY "ERROR: BAD STEP LINE IN STREAM - " STREAM-LINE
        IF STREAM-MAX-RC < 16
            COMPUTE STREAM-MAX-RC = 16
        END-IF
        MOVE "BADLINE" TO CKP-DISP
        MOVE 16 TO CKP-S-RC
    ELSE
        *>THE RUN-DAY CONDITION DECIDES WHETHER THE STEP BELONGS IN
        *>TODAY'S SCHEDULE AT ALL, SO IT IS JUDGED BEFORE THE MAXRC
        *>CONDITION EVER COMES INTO IT.
        IF CAL-IS-COND = 1 AND CAL-MATCH = 0
            PERFORM 5260-LOG-CALENDAR-SKIP
            MOVE "CALSKIP" TO CKP-DISP
        ELSE
        IF STREAM-MAX-RC > STEP-MAXRC
            IF STEP-ACTION-TOKEN = "ABORT"
                DISPLAY "STREAM ABORTED AT " STEP-PROG-TOKEN
                    " - MAXRC " STREAM-MAX-RC " EXCEEDS " STEP-MAXRC
                COMPUTE STREAM-ABORTED = 1
                MOVE "ABORT" TO CKP-DISP
            ELSE
                DISPLAY "STEP SKIPPED: " STEP-PROG-TOKEN
                    " - MAXRC " STREAM-MAX-RC " EXCEEDS " STEP-MAXRC
                COMPUTE STEPS-SKIPPED = STEPS-SKIPPED + 1
                MOVE "SKIP" TO CKP-DISP
            END-IF
        ELSE
            PERFORM 5800-SUBSTITUTE-SYMBOLS
            PERFORM 5300-CALL-STEP-PROGRAM
            MOVE "RUN" TO CKP-DISP
            MOVE STEP-RC TO CKP-S-RC
        END-IF
        END-IF
    END-IF

    *>THE STEP IS OVER ONE WAY OR ANOTHER - CHECKPOINT IT BEFORE THE
    *>NEXT LINE IS EVEN READ.
    MOVE "STEP" TO CKP-S-TAG
    MOVE STEP-NO TO CKP-S-NO
    MOVE STEP-PROG-TOKEN TO CKP-S-PROG
    MOVE CKP-DISP TO CKP-S-DISP
    MOVE STEP-MAXRC TO CKP-S-MAXRC
    ACCEPT LOG-NOW FROM DATE
    ACCEPT LOG-NOWTIME FROM TIME
    MOVE SPACES TO CKP-S-STAMP
    STRING LOG-MM "/" LOG-DD "/" LOG-YY " "
        LOG-HH ":" LOG-MIN ":" LOG-SS
        DELIMITED BY SIZE INTO CKP-S-STAMP
    PERFORM 5700-APPEND-CHECKPOINT.

*>--------------------------------------------------------------------
*>5250-CHECK-CALENDAR
            CALL "sievever"
            MOVE RETURN-CODE TO STEP-RC
            CANCEL "sievever"
        WHEN "SIEVECAT "
            CALL "sievecat"
            MOVE RETURN-CODE TO STEP-RC
            CANCEL "sievecat"
        WHEN "REJWORK "
            CALL "REJWORK"
            MOVE RETURN-CODE TO STEP-RC
            CALL "LOGSRCH"
            MOVE RETURN-CODE TO STEP-RC
            CANCEL "LOGSRCH"
        WHEN "BATCHREG "
            CALL "BATCHREG"
            MOVE RETURN-CODE TO STEP-RC
            CANCEL "BATCHREG"
        WHEN "REJRETN "
            CALL "REJRETN"
            MOVE RETURN-CODE TO STEP-RC
            CANCEL "REJRETN"
        WHEN "DUPRES "
            CALL "DUPRES"
            MOVE RETURN-CODE TO STEP-RC
            CANCEL "DUPRES"
        WHEN "CORRAUD "
            CALL "CORRAUD"
            MOVE RETURN-CODE TO STEP-RC
            CANCEL "CORRAUD"
        WHEN "MSTAUDIT "
            CALL "MSTAUDIT"
            MOVE RETURN-CODE TO STEP-RC
            CANCEL "MSTAUDIT"
        WHEN "MSTSTATS "
            CALL "MSTSTATS"
            MOVE RETURN-CODE TO STEP-RC
            CANCEL "MSTSTATS"
        WHEN "SLARPT "
            CALL "SLARPT"
            MOVE RETURN-CODE TO STEP-RC
            CANCEL "SLARPT"
        WHEN "SNAPSHOT "
            CALL "SNAPSHOT"
            MOVE RETURN-CODE TO STEP-RC
            CANCEL "SNAPSHOT"
        WHEN OTHER
            DISPLAY "ERROR: UNKNOWN STREAM PROGRAM " STEP-PROG-TOKEN
            MOVE 16 TO STEP-RC
    ELSE
        MOVE SPACES TO SUM-ABORT-TEXT
    END-IF
    IF STREAM-RESTART = 1
        MOVE " RESTART" TO SUM-RESTART-TEXT
    ELSE
        MOVE SPACES TO SUM-RESTART-TEXT
    END-IF

    OPEN EXTEND RUN-LOG-FILE
    IF LOG-FSCODE NOT = "00"
    END-IF
    CLOSE RUN-LOG-FILE.

*>--------------------------------------------------------------------
*>5500-FINGERPRINT-STREAM
*>ONE PASS OVER THE WHOLE STREAM FILE, COMMENTS AND BLANK LINES
*>INCLUDED, COUNTING ITS LINES AND FOLDING EVERY CHARACTER OF EVERY
*>LINE INTO A CHECKSUM - ANY EDIT AT ALL, EVEN ONE THAT KEEPS THE
*>LINE COUNT, CHANGES THE FINGERPRINT A CHECKPOINT WAS TAKEN UNDER.
*>--------------------------------------------------------------------
5500-FINGERPRINT-STREAM.
    COMPUTE CKP-LINES = 0
    COMPUTE CKP-SUM = 0
    OPEN INPUT STREAM-FILE
    IF STREAM-FSCODE = "00"
        COMPUTE STREAM-EOF = 0
        PERFORM UNTIL STREAM-EOF = 1
            READ STREAM-FILE INTO STREAM-LINE
                AT END COMPUTE STREAM-EOF = 1
            END-READ
            IF STREAM-EOF NOT = 1
                COMPUTE CKP-LINES = CKP-LINES + 1
                PERFORM VARYING CKP-CHAR-IDX FROM 1 BY 1
                        UNTIL CKP-CHAR-IDX > 80
                    MOVE STREAM-LINE(CKP-CHAR-IDX:1) TO CKP-CHAR
                    COMPUTE CKP-SUM-WORK = CKP-SUM * 31 + CKP-CHAR-CODE
                    DIVIDE CKP-SUM-WORK BY 999999937
                        GIVING CKP-SUM-QUOT REMAINDER CKP-SUM
                END-PERFORM
            END-IF
        END-PERFORM
        CLOSE STREAM-FILE
        COMPUTE STREAM-EOF = 0
        MOVE "00" TO STREAM-FSCODE
    END-IF.

*>--------------------------------------------------------------------
*>5600-TAKE-UP-CHECKPOINT
*>PROVES THE CHECKPOINT BELONGS TO THIS STREAM FILE AS IT STANDS,
*>WORKS OUT THE RESUME STEP AND THE RC TO CARRY, CUTS THE CHECKPOINT
*>BACK TO THE STEPS BEFORE THE RESUME POINT, AND MARKS THE RESTART
*>IN THE RUN LOG. ANY REASON TO DISTRUST IT REFUSES THE RESTART.
*>--------------------------------------------------------------------
5600-TAKE-UP-CHECKPOINT.
    COMPUTE CKP-USED = 0
    COMPUTE CKP-ABORT-SEEN = 0
    COMPUTE CKP-END-SEEN = 0
    COMPUTE CKP-LAST-STEP = 0
    MOVE SPACES TO CKP-READ-LINE
    OPEN INPUT CHECKPOINT-FILE
    IF CKP-FSCODE NOT = "00"
        DISPLAY "RESTART REFUSED - NO STREAM CHECKPOINT (BATCHCKP.DAT)"
        COMPUTE CKP-REFUSED = 1
    ELSE
        READ CHECKPOINT-FILE INTO CKP-READ-LINE
            AT END CONTINUE
        END-READ
        MOVE CKP-READ-LINE TO CKP-HEADER-LINE
        IF CKP-H-TAG NOT = "CKPHDR"
                OR CKP-H-STREAM NOT = STREAM-NAME(1:40)
            DISPLAY "RESTART REFUSED - CHECKPOINT IS NOT FOR STREAM "
                STREAM-NAME(1:40)
            COMPUTE CKP-REFUSED = 1
        ELSE
        IF CKP-H-LINES NOT = CKP-LINES OR CKP-H-SUM NOT = CKP-SUM
            DISPLAY "RESTART REFUSED - STREAM FILE HAS CHANGED SINCE "
                "THE CHECKPOINT WAS TAKEN"
            COMPUTE CKP-REFUSED = 1
        ELSE
            COMPUTE CKP-EOF = 0
            PERFORM UNTIL CKP-EOF = 1
                READ CHECKPOINT-FILE INTO CKP-READ-LINE
                    AT END COMPUTE CKP-EOF = 1
                END-READ
                IF CKP-EOF NOT = 1 AND CKP-READ-LINE NOT = SPACES
                    PERFORM 5610-TAKE-CHECKPOINT-LINE
                END-IF
            END-PERFORM
        END-IF
        END-IF
        CLOSE CHECKPOINT-FILE
    END-IF

    IF CKP-REFUSED = 0 AND CKP-END-SEEN = 1
        DISPLAY "RESTART REFUSED - THE CHECKPOINTED STREAM ALREADY "
            "RAN TO THE END"
        COMPUTE CKP-REFUSED = 1
    END-IF

    IF CKP-REFUSED = 1
        MOVE "STREAM RESTART" TO LLOG-TAG
        MOVE "RESTART REFUSED - SEE THE CONSOLE" TO LLOG-TEXT
        PERFORM 7300-LOG-LOCK-EVENT
    ELSE
        *>SYMBOLIC DATES KEEP RESOLVING AGAINST THE DAY THE FAILED RUN
        *>STARTED, SO A RESTART AFTER MIDNIGHT STILL RUNS LAST NIGHT'S
        *>WORK AND NOT TONIGHT'S.
        IF CKP-H-RUNDATE NOT = SPACES AND CKP-H-RUNDATE IS NUMERIC
            MOVE CKP-H-RUNDATE TO SYM-BASE
        END-IF
        PERFORM 5620-FIND-RESUME-STEP
        PERFORM 5630-CUT-BACK-CHECKPOINT
        MOVE CKP-CARRIED-RC TO STREAM-MAX-RC
        DISPLAY "STREAM RESTART AT STEP " RESUME-STEP
            " - MAXRC CARRIED " STREAM-MAX-RC
        MOVE "STREAM RESTART" TO LLOG-TAG
        MOVE SPACES TO LLOG-TEXT
        STRING "RESUMED AT STEP " DELIMITED BY SIZE
            RESUME-STEP DELIMITED BY SIZE
            " MAXRC CARRIED " DELIMITED BY SIZE
            CKP-CARRIED-RC DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            STREAM-NAME DELIMITED BY SPACE
            INTO LLOG-TEXT
        PERFORM 7300-LOG-LOCK-EVENT
    END-IF.

*>--------------------------------------------------------------------
*>5610-TAKE-CHECKPOINT-LINE
*>KEEPS ONE STEP LINE OF THE OLD CHECKPOINT AND NOTES AN ABORT OR A
*>CLEAN END ON THE WAY PAST.
*>--------------------------------------------------------------------
5610-TAKE-CHECKPOINT-LINE.
    MOVE CKP-READ-LINE TO CKP-STEP-LINE
    IF CKP-S-TAG = "END"
        COMPUTE CKP-END-SEEN = 1
    ELSE
        IF CKP-USED < 200
            COMPUTE CKP-USED = CKP-USED + 1
            MOVE CKP-READ-LINE TO CKP-ENTRY(CKP-USED)
        END-IF
        MOVE CKP-S-NO TO CKP-LAST-STEP
        IF CKP-S-DISP = "ABORT"
            COMPUTE CKP-ABORT-SEEN = 1
            MOVE CKP-S-MAXRC TO CKP-ABORT-MAXRC
            MOVE CKP-S-NO TO CKP-ABORT-STEP
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>5620-FIND-RESUME-STEP
*>AFTER AN ABORT, THE LOWEST-NUMBERED STEP WHOSE RC WENT PAST THE
*>ABORTING STEP'S CONDITION IS THE ONE THAT FAILED - FALLING BACK TO
*>THE ABORT STEP ITSELF IF NO SUCH STEP IS ON RECORD. OTHERWISE THE
*>RUN WAS KILLED, AND THE LOWEST-NUMBERED STEP WITH NO LINE AT ALL
*>WAS IN FLIGHT - EVERY STEP BEFORE IT HAS ONE, WHATEVER ORDER AN
*>EARLIER RESTART LEFT THEM IN. THE CARRIED RC IS THE HIGHEST OF THE
*>STEPS BEFORE IT.
*>--------------------------------------------------------------------
5620-FIND-RESUME-STEP.
    IF CKP-ABORT-SEEN = 1
        MOVE CKP-ABORT-STEP TO RESUME-STEP
        PERFORM VARYING CKP-IDX FROM 1 BY 1 UNTIL CKP-IDX > CKP-USED
            MOVE CKP-ENTRY(CKP-IDX) TO CKP-STEP-LINE
            IF (CKP-S-DISP = "RUN" OR CKP-S-DISP = "BADLINE")
                    AND CKP-S-RC > CKP-ABORT-MAXRC
                    AND CKP-S-NO < RESUME-STEP
                MOVE CKP-S-NO TO RESUME-STEP
            END-IF
        END-PERFORM
    ELSE
        COMPUTE RESUME-STEP = 1
        COMPUTE CKP-STEP-FOUND = 1
        PERFORM UNTIL CKP-STEP-FOUND = 0
            COMPUTE CKP-STEP-FOUND = 0
            PERFORM VARYING CKP-IDX FROM 1 BY 1
                    UNTIL CKP-IDX > CKP-USED OR CKP-STEP-FOUND = 1
                MOVE CKP-ENTRY(CKP-IDX) TO CKP-STEP-LINE
                IF CKP-S-NO = RESUME-STEP
                    COMPUTE CKP-STEP-FOUND = 1
                END-IF
            END-PERFORM
            IF CKP-STEP-FOUND = 1
                COMPUTE RESUME-STEP = RESUME-STEP + 1
            END-IF
        END-PERFORM
    END-IF

    COMPUTE CKP-CARRIED-RC = 0
    PERFORM VARYING CKP-IDX FROM 1 BY 1 UNTIL CKP-IDX > CKP-USED
        MOVE CKP-ENTRY(CKP-IDX) TO CKP-STEP-LINE
        IF CKP-S-NO < RESUME-STEP AND CKP-S-RC > CKP-CARRIED-RC
            MOVE CKP-S-RC TO CKP-CARRIED-RC
        END-IF
    END-PERFORM.

*>--------------------------------------------------------------------
*>5630-CUT-BACK-CHECKPOINT
*>REWRITES THE CHECKPOINT AS ITS HEADER, THE STEPS BEFORE THE RESUME
*>POINT, AND THE STEPS AFTER IT THAT RAN TO COMPLETION. THE FAILED
*>STEP'S LINE GOES, AND SO DO THE SKIP, CALSKIP, BADLINE AND ABORT
*>LINES AFTER IT - THOSE STEPS ARE JUDGED AFRESH ON THE RESTART. THE
*>RESUMED STEPS APPEND THEIR OWN LINES AFTER THE KEPT ONES, SO A
*>SECOND FAILURE CAN BE RESTARTED THE SAME WAY.
*>--------------------------------------------------------------------
5630-CUT-BACK-CHECKPOINT.
    OPEN OUTPUT CHECKPOINT-FILE
    WRITE CHECKPOINT-RECORD FROM CKP-HEADER-LINE
    PERFORM VARYING CKP-IDX FROM 1 BY 1 UNTIL CKP-IDX > CKP-USED
        MOVE CKP-ENTRY(CKP-IDX) TO CKP-STEP-LINE
        IF CKP-S-NO < RESUME-STEP
                OR (CKP-S-NO > RESUME-STEP AND CKP-S-DISP = "RUN")
            WRITE CHECKPOINT-RECORD FROM CKP-STEP-LINE
        END-IF
    END-PERFORM
    CLOSE CHECKPOINT-FILE.

*>--------------------------------------------------------------------
*>5640-CHECK-STEP-DONE
*>ON A RESTART, LOOKS FOR A RUN LINE THE CUT-BACK KEPT FOR THE STEP
*>ABOUT TO BE REACHED. ONE THAT IS THERE MEANS THE STEP ALREADY RAN
*>TO COMPLETION - IT IS PASSED OVER AND ITS RC COUNTS TOWARD
*>STREAM-MAX-RC JUST AS IT DID IN THE FAILED RUN. A FRESH RUN HAS NO
*>LINES TO FIND.
*>--------------------------------------------------------------------
5640-CHECK-STEP-DONE.
    COMPUTE CKP-STEP-FOUND = 0
    IF STREAM-RESTART = 1 AND STEP-NO > RESUME-STEP
        PERFORM VARYING CKP-IDX FROM 1 BY 1
                UNTIL CKP-IDX > CKP-USED OR CKP-STEP-FOUND = 1
            MOVE CKP-ENTRY(CKP-IDX) TO CKP-STEP-LINE
            IF CKP-S-NO = STEP-NO AND CKP-S-DISP = "RUN"
                COMPUTE CKP-STEP-FOUND = 1
            END-IF
        END-PERFORM
        IF CKP-STEP-FOUND = 1
            DISPLAY "STEP " STEP-NO " ALREADY RUN: " CKP-S-PROG
                " - RC " CKP-S-RC " - NOT RUN AGAIN"
            IF CKP-S-RC > STREAM-MAX-RC
                MOVE CKP-S-RC TO STREAM-MAX-RC
            END-IF
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>5650-START-CHECKPOINT
*>A FRESH RUN REPLACES WHATEVER CHECKPOINT WAS THERE WITH A NEW ONE
*>HOLDING JUST THE STREAM FILE'S FINGERPRINT.
*>--------------------------------------------------------------------
5650-START-CHECKPOINT.
    MOVE "CKPHDR" TO CKP-H-TAG
    MOVE CKP-LINES TO CKP-H-LINES
    MOVE CKP-SUM TO CKP-H-SUM
    MOVE STREAM-NAME(1:40) TO CKP-H-STREAM
    MOVE SYM-BASE TO CKP-H-RUNDATE
    OPEN OUTPUT CHECKPOINT-FILE
    IF CKP-FSCODE NOT = "00"
        DISPLAY "ERROR: COULD NOT START STREAM CHECKPOINT (STATUS CODE: "
            CKP-FSCODE ")"
    ELSE
        WRITE CHECKPOINT-RECORD FROM CKP-HEADER-LINE
        CLOSE CHECKPOINT-FILE
    END-IF.

*>--------------------------------------------------------------------
*>5700-APPEND-CHECKPOINT
*>ADDS ONE LINE TO THE CHECKPOINT, CLOSING IT STRAIGHT AWAY SO THE
*>LINE IS ON DISK BEFORE THE NEXT STEP CAN GO WRONG.
*>--------------------------------------------------------------------
5700-APPEND-CHECKPOINT.
    OPEN EXTEND CHECKPOINT-FILE
    IF CKP-FSCODE NOT = "00"
        OPEN OUTPUT CHECKPOINT-FILE
    END-IF
    WRITE CHECKPOINT-RECORD FROM CKP-STEP-LINE
    IF CKP-FSCODE NOT = "00"
        DISPLAY "ERROR: COULD NOT WRITE STREAM CHECKPOINT (STATUS CODE: "
            CKP-FSCODE ")"
    END-IF
    CLOSE CHECKPOINT-FILE.

*>--------------------------------------------------------------------
*>5800-SUBSTITUTE-SYMBOLS
*>COPIES STEP-PARM ACROSS A CHARACTER AT A TIME, REPLACING EACH
*>&NAME WITH ITS DATE, THEN LOGS AND SHOWS THE PARM THE STEP WILL
*>ACTUALLY GET. WHAT DOES NOT FIT IN THE 80 COLUMNS IS LOST, JUST AS
*>IT WOULD BE ON THE STREAM LINE ITSELF.
*>--------------------------------------------------------------------
5800-SUBSTITUTE-SYMBOLS.
    MOVE SPACES TO SYM-OUT
    COMPUTE SYM-OUT-LEN = 0
    COMPUTE SYM-COUNT = 0
    COMPUTE SYM-IN-IDX = 1
    PERFORM UNTIL SYM-IN-IDX > 80
        MOVE STEP-PARM(SYM-IN-IDX:1) TO SYM-CHAR
        IF SYM-CHAR = "&"
            PERFORM 5810-TAKE-SYMBOL
        ELSE
            IF SYM-OUT-LEN < 80
                COMPUTE SYM-OUT-LEN = SYM-OUT-LEN + 1
                MOVE SYM-CHAR TO SYM-OUT(SYM-OUT-LEN:1)
            END-IF
            COMPUTE SYM-IN-IDX = SYM-IN-IDX + 1
        END-IF
    END-PERFORM
    MOVE SYM-OUT TO STEP-PARM

    IF SYM-COUNT > 0
        DISPLAY "STEP PARM: " STEP-PROG-TOKEN " " STEP-PARM
    END-IF
    IF STEP-PARM NOT = SPACES
        PERFORM 5870-LOG-STEP-PARM
    END-IF.

*>--------------------------------------------------------------------
*>5810-TAKE-SYMBOL
*>READS THE NAME AFTER AN '&' - LETTERS AND DIGITS, PLUS THE -N
*>OF &TODAY-N - AND PUTS ITS DATE IN THE OUTPUT, OR THE TEXT AS IT
*>WAS WHEN THE NAME IS NOT A KNOWN SYMBOL.
*>--------------------------------------------------------------------
5810-TAKE-SYMBOL.
    MOVE SPACES TO SYM-NAME
    MOVE "&" TO SYM-TEXT
    COMPUTE SYM-TEXT-LEN = 1
    COMPUTE SYM-NAME-LEN = 0
    COMPUTE SYM-IN-IDX = SYM-IN-IDX + 1
    PERFORM UNTIL SYM-IN-IDX > 80 OR SYM-NAME-LEN >= 12
        MOVE STEP-PARM(SYM-IN-IDX:1) TO SYM-CHAR
        IF (SYM-CHAR >= "A" AND SYM-CHAR <= "Z")
                OR (SYM-CHAR >= "0" AND SYM-CHAR <= "9")
            COMPUTE SYM-NAME-LEN = SYM-NAME-LEN + 1
            MOVE SYM-CHAR TO SYM-NAME(SYM-NAME-LEN:1)
            COMPUTE SYM-TEXT-LEN = SYM-TEXT-LEN + 1
            MOVE SYM-CHAR TO SYM-TEXT(SYM-TEXT-LEN:1)
            COMPUTE SYM-IN-IDX = SYM-IN-IDX + 1
        ELSE
            EXIT PERFORM
        END-IF
    END-PERFORM

    *>&TODAY-N - THE DAY COUNT FOLLOWS THE NAME AFTER A DASH.
    COMPUTE SYM-BACK = 0
    IF SYM-NAME = "TODAY" AND SYM-IN-IDX < 80
        IF STEP-PARM(SYM-IN-IDX:1) = "-"
                AND STEP-PARM(SYM-IN-IDX + 1:1) >= "0"
                AND STEP-PARM(SYM-IN-IDX + 1:1) <= "9"
            MOVE "TODAY-" TO SYM-NAME
            COMPUTE SYM-IN-IDX = SYM-IN-IDX + 1
            PERFORM UNTIL SYM-IN-IDX > 80 OR SYM-BACK > 999
                MOVE STEP-PARM(SYM-IN-IDX:1) TO SYM-CHAR
                IF SYM-CHAR >= "0" AND SYM-CHAR <= "9"
                    MOVE SYM-CHAR TO SYM-DIGIT
                    COMPUTE SYM-BACK = SYM-BACK * 10 + SYM-DIGIT
                    COMPUTE SYM-IN-IDX = SYM-IN-IDX + 1
                ELSE
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
    END-IF

    PERFORM 5820-RESOLVE-SYMBOL
    IF SYM-OK = 1
        COMPUTE SYM-COUNT = SYM-COUNT + 1
        MOVE SPACES TO SYM-DATE-TEXT
        STRING SYM-MM "/" SYM-DD "/" SYM-YY
            DELIMITED BY SIZE INTO SYM-DATE-TEXT
        MOVE SYM-DATE-TEXT TO SYM-TEXT
        COMPUTE SYM-TEXT-LEN = 8
    ELSE
        DISPLAY "WARNING: UNKNOWN PARM SYMBOL &" SYM-NAME
            " LEFT AS WRITTEN"
    END-IF
    PERFORM VARYING SYM-NAME-LEN FROM 1 BY 1
            UNTIL SYM-NAME-LEN > SYM-TEXT-LEN OR SYM-OUT-LEN >= 80
        COMPUTE SYM-OUT-LEN = SYM-OUT-LEN + 1
        MOVE SYM-TEXT(SYM-NAME-LEN:1) TO SYM-OUT(SYM-OUT-LEN:1)
    END-PERFORM.

*>--------------------------------------------------------------------
*>5820-RESOLVE-SYMBOL
*>WORKS OUT THE DATE A SYMBOL STANDS FOR, COUNTING BACK A DAY AT A
*>TIME FROM THE STREAM'S RUN DATE. SYM-OK IS OFF FOR A NAME THAT IS
*>NOT A SYMBOL (OR A DAY COUNT PAST 999).
*>--------------------------------------------------------------------
5820-RESOLVE-SYMBOL.
    COMPUTE SYM-OK = 1
    MOVE SYM-BASE TO SYM-DATE
    MOVE SYM-BASE-DOW TO SYM-DOW
    EVALUATE SYM-NAME
        WHEN "TODAY"
            CONTINUE
        WHEN "YESTERDAY"
            PERFORM 5830-BACK-ONE-DAY
        WHEN "PREVBDAY"
            PERFORM 5830-BACK-ONE-DAY
            PERFORM UNTIL SYM-DOW < 6
                PERFORM 5830-BACK-ONE-DAY
            END-PERFORM
        WHEN "CMFIRST"
            MOVE 1 TO SYM-DD
        WHEN "CMLAST"
            PERFORM 5835-MONTH-LAST-DAY
            MOVE SYM-MONTH-END TO SYM-DD
        WHEN "PMFIRST"
            MOVE 1 TO SYM-DD
            PERFORM 5830-BACK-ONE-DAY
            MOVE 1 TO SYM-DD
        WHEN "PMLAST"
            MOVE 1 TO SYM-DD
            PERFORM 5830-BACK-ONE-DAY
        WHEN "TODAY-"
            IF SYM-BACK > 999
                COMPUTE SYM-OK = 0
            ELSE
                PERFORM 5830-BACK-ONE-DAY
                    VARYING SYM-BACK-IDX FROM 1 BY 1
                    UNTIL SYM-BACK-IDX > SYM-BACK
            END-IF
        WHEN OTHER
            COMPUTE SYM-OK = 0
    END-EVALUATE.

*>--------------------------------------------------------------------
*>5830-BACK-ONE-DAY
*>STEPS SYM-DATE BACK ONE DAY ACROSS MONTH AND YEAR ENDS, KEEPING
*>SYM-DOW (1 = MONDAY .. 7 = SUNDAY) IN STEP WITH IT.
*>--------------------------------------------------------------------
5830-BACK-ONE-DAY.
    IF SYM-DD > 1
        SUBTRACT 1 FROM SYM-DD
    ELSE
        IF SYM-MM > 1
            SUBTRACT 1 FROM SYM-MM
        ELSE
            MOVE 12 TO SYM-MM
            IF SYM-YY > 0
                SUBTRACT 1 FROM SYM-YY
            ELSE
                MOVE 99 TO SYM-YY
            END-IF
        END-IF
        PERFORM 5835-MONTH-LAST-DAY
        MOVE SYM-MONTH-END TO SYM-DD
    END-IF
    IF SYM-DOW > 1
        SUBTRACT 1 FROM SYM-DOW
    ELSE
        MOVE 7 TO SYM-DOW
    END-IF.

*>--------------------------------------------------------------------
*>5835-MONTH-LAST-DAY
*>THE LAST DAY OF SYM-DATE'S MONTH, THE SAME LEAP-YEAR RULE AS
*>5255-MONTH-END-DAY.
*>--------------------------------------------------------------------
5835-MONTH-LAST-DAY.
    MOVE MONTH-LEN(SYM-MM) TO SYM-MONTH-END
    IF SYM-MM = 2
        DIVIDE SYM-YY BY 4 GIVING SYM-QUOT REMAINDER SYM-REM
        IF SYM-REM = 0
            COMPUTE SYM-MONTH-END = 29
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>5840-BASE-DAY-OF-WEEK
*>THE WEEKDAY OF THE STREAM'S RUN DATE, COUNTED FROM 01/01/00 (A
*>SATURDAY) - THE RUN DATE MAY BE A RESTARTED RUN'S, SO THE SYSTEM
*>DAY OF WEEK CANNOT SIMPLY BE TAKEN.
*>--------------------------------------------------------------------
5840-BASE-DAY-OF-WEEK.
    MOVE SYM-BASE TO SYM-DATE
    *>WHOLE YEARS, WITH A LEAP DAY FOR EVERY FOURTH YEAR BEFORE THIS
    COMPUTE SYM-DAYS = SYM-YY * 365
    COMPUTE SYM-QUOT = (SYM-YY + 3) / 4
    COMPUTE SYM-DAYS = SYM-DAYS + SYM-QUOT
    PERFORM VARYING SYM-MIDX FROM 1 BY 1 UNTIL SYM-MIDX >= SYM-MM
        MOVE SYM-MIDX TO SYM-MM
        PERFORM 5835-MONTH-LAST-DAY
        COMPUTE SYM-DAYS = SYM-DAYS + SYM-MONTH-END
        MOVE SYM-BASE-MM TO SYM-MM
    END-PERFORM
    COMPUTE SYM-DAYS = SYM-DAYS + SYM-DD - 1
    COMPUTE SYM-DAYS = SYM-DAYS + 5
    DIVIDE SYM-DAYS BY 7 GIVING SYM-QUOT REMAINDER SYM-REM
    COMPUTE SYM-BASE-DOW = SYM-REM + 1.

*>--------------------------------------------------------------------
*>5870-LOG-STEP-PARM
*>PUTS THE PARM THE STEP IS ABOUT TO RUN WITH IN THE RUN LOG, JUST
*>AHEAD OF ITS START LINE.
*>--------------------------------------------------------------------
5870-LOG-STEP-PARM.
    ACCEPT LOG-NOW FROM DATE
    ACCEPT LOG-NOWTIME FROM TIME
    MOVE SPACES TO PLOG-STAMP-OUT
    STRING LOG-MM "/" LOG-DD "/" LOG-YY " "
        LOG-HH ":" LOG-MIN ":" LOG-SS
        DELIMITED BY SIZE INTO PLOG-STAMP-OUT
    MOVE STEP-PROG-TOKEN TO PLOG-JOBNAME-OUT
    MOVE STEP-PARM TO PLOG-PARM-OUT

    OPEN EXTEND RUN-LOG-FILE
    IF LOG-FSCODE NOT = "00"
        OPEN OUTPUT RUN-LOG-FILE
    END-IF
    WRITE LOG-RECORD FROM PARM-LOG-LINE
    IF LOG-FSCODE NOT = "00"
        DISPLAY "ERROR: COULD NOT WRITE TO RUN LOG (STATUS CODE: "
            LOG-FSCODE ")"
    END-IF
    CLOSE RUN-LOG-FILE.

*>--------------------------------------------------------------------
*>7000-ACQUIRE-LOCK
*>TAKES THE EXCLUSIVE RUN LOCK BEFORE ANY JOB OR STREAM IS
            END-IF
        WHEN LOG-SCAN-LINE(1:5) = "LOCK "
            CONTINUE
        WHEN LOG-SCAN-LINE(1:14) = "STREAM RESTART"
            CONTINUE
        WHEN LOG-SCAN-LINE(37:9) = "(CALSKIP)"
            CONTINUE
        WHEN LOG-SCAN-LINE(37:6) = "(PARM)"
            CONTINUE
        WHEN OTHER
            MOVE LOG-SCAN-LINE(16:18) TO STAMP-TEXT
            PERFORM 7150-STAMP-TO-NUMBER
*>7300-LOG-LOCK-EVENT
*>APPENDS ONE LOCK GRANT/BUSY/OVERRIDE LINE TO THE RUN LOG, STAMPED
*>NOW - THE 'LOCK ' PREFIX KEEPS IT OUT OF THE MORNING REPORT'S JOB
*>TABLE WHILE STILL LEAVING THE TRAIL IN THE LOG. THE STREAM RESTART
*>MARK GOES OUT THE SAME WAY UNDER ITS OWN TAG.
*>--------------------------------------------------------------------
7300-LOG-LOCK-EVENT.
    ACCEPT LOG-NOW FROM DATE
