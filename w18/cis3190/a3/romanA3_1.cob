    SELECT DUP-FILE ASSIGN TO "ROMANDUP.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DUP-FSCODE.
    SELECT DUP-CARRY ASSIGN TO "ROMANDUP.NXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DUPQ-FSCODE.
    SELECT CARRY-QUEUE ASSIGN TO "ROMANREJ.NXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CARRYQ-FSCODE.
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STA-KEY
        FILE STATUS IS STA-FSCODE.
    SELECT ACCOUNT-HISTORY ASSIGN TO "ROMANACH.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACH-KEY
        FILE STATUS IS ACH-FSCODE.
    SELECT CHANGE-FILE ASSIGN TO "ROMANACX.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACX-FSCODE.
    SELECT BATCH-REGISTER ASSIGN TO "ROMANBRG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BRG-KEY
        FILE STATUS IS BRG-FSCODE.
    SELECT SORT-WORK ASSIGN TO "SORTWORK".
    SELECT DETAIL-WORK ASSIGN TO "ROMANSRT.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD  PIC X(80).
FD INFILE.
    01 FILE-RECORD PIC X(250).
FD REPORT-FILE.
    01 REPORT-RECORD PIC X(132).
FD MANIFEST-FILE.
    01 MANIFEST-RECORD PIC X(80).
*>MACHINE-READABLE CONVERSION EXTRACT - FIXED-LAYOUT DETAIL AND
*>TRAILER RECORDS FOR THE DOWNSTREAM SYSTEMS, WRITTEN ALONGSIDE THE
*>PRINT REPORT BY FILE MODE. SEE ROMANEXT.CPY FOR THE CONTRACT. THE
*>RECORD IS AS WIDE AS THE MULTI-FIELD DETAIL; THE SINGLE-NUMERAL
*>DETAIL AND THE TRAILER ARE UNCHANGED.
FD EXTRACT-FILE.
    01 EXTRACT-RECORD PIC X(244).
FD ERROR-LOG-FILE.
    01 ERRLOG-RECORD PIC X(169).
FD REJECT-FILE.
    01 REJECT-RECORD PIC X(170).
*>STRUCTURED-MODE DUPLICATES - A STRUC-KEY ALREADY SEEN IN THE SAME
*>RUN IS NOT CONVERTED AGAIN; THE REPEAT GOES HERE WITH THE LINE
*>NUMBER OF THE ORIGINAL AND OF THE REPEAT, SO A RE-SENT EXTRACT
*>CANNOT DOUBLE-POST THE DOWNSTREAM MATCH-BACK.
FD DUP-FILE.
    01 DUP-RECORD PIC X(160).
*>THE DUPLICATE CARRY QUEUE - DUPLICATES NOBODY HAS RESOLVED YET
*>SURVIVE HERE ACROSS RUNS, THE SAME WAY UNFIXED REJECTS SURVIVE ON
*>ROMANREJ.NXT. THE RESOLUTION UTILITY OWNS ITS TRUNCATION.
FD DUP-CARRY.
    01 DUP-CARRY-RECORD PIC X(160).
FD CHECKPOINT-FILE.
    01 CHECKPOINT-RECORD PIC X(96).
*>THE REWORK CARRY QUEUE - REJECTS SURVIVE HERE ACROSS RUNS. A FRESH
*>QUEUE BEFORE TRUNCATING IT, SO NO REJECT IS EVER LOST TO THE NEXT
*>NIGHT'S (OR THE NEXT STREAM STEP'S) FRESH START.
FD CARRY-QUEUE.
    01 CARRY-QUEUE-RECORD PIC X(170).
*>CONVERSION MASTER - ONE RECORD PER DISTINCT NUMERAL EVER CONVERTED
*>BY FILE MODE, KEYED BY THE CANONICAL NUMERAL TEXT, CARRYING ITS
*>DECIMAL VALUE, HOW OFTEN IT HAS SHOWN UP, WHEN IT WAS FIRST AND
        02 STA-REJ        PIC 9(8).
        02 STA-FIRST-DATE PIC X(8).
        02 STA-LAST-DATE  PIC X(8).
        02 STA-POSTED     PIC 9(8).
*>CROSS-RUN ACCOUNT HISTORY - ONE RECORD PER STRUC-KEY EVER CONVERTED
*>BY STRUCTURED MODE, CARRYING THE LAST DECIMAL VALUE AND NUMERAL THE
*>ACCOUNT CAME IN WITH, THE SUPPLIER BATCH AND SOURCE FILE IT CAME
*>FROM, THE DATE, AND HOW MANY TIMES ITS VALUE HAS CHANGED. THE
*>DUPLICATE CHECK ONLY REMEMBERS KEYS FOR ONE RUN; THIS FILE IS HOW
*>AN ACCOUNT THAT WAS XLII LAST WEEK AND XLVII TONIGHT GETS NOTICED.
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
*>NIGHTLY VALUE-CHANGE EXCEPTIONS - EVERY ACCOUNT WHOSE CONVERTED
*>VALUE DIFFERS FROM THE ONE ON ITS HISTORY RECORD, WITH BOTH VALUES,
*>BOTH NUMERALS AND BOTH BATCHES SIDE BY SIDE FOR THE DOWNSTREAM
*>RECONCILIATION TEAMS.
FD CHANGE-FILE.
    01 CHANGE-RECORD PIC X(160).
*>SUPPLIER BATCH REGISTER - ONE RECORD PER SUPPLIER/BATCH PAIR EVER
*>ACCEPTED, WITH THE DATE IT WAS TAKEN, HOW MANY DETAIL RECORDS IT
*>HELD AND THE FILE IT CAME IN. A BATCH HEADER ALREADY ON HERE IS A
*>RE-SEND AND IS REFUSED BEFORE ANYTHING IN IT IS POSTED AGAIN.
FD BATCH-REGISTER.
    01 BRG-RECORD.
        02 BRG-KEY.
            03 BRG-SUPPLIER PIC X(8).
            03 BRG-BATCH    PIC X(6).
        02 BRG-DATE       PIC X(8).
        02 BRG-COUNT      PIC 9(8).
        02 BRG-SOURCE     PIC X(80).
*>SPOOL OF THE CONVERTED DETAIL (DECIMAL VALUE AND CANONICAL NUMERAL)
*>WRITTEN DURING A FILE-MODE RUN WHEN THE SORTED SUMMARY OPTION IS
*>ON, THEN FED TO THE SORT FOR THE VALUE-ORDERED SECTION.
*>TAKES THE NUMERAL FROM STRUC-NUMERAL INSTEAD OF COLUMN 1, AND THE
*>DETAIL AND REJECT LINES CARRY THE KEY AND PASSTHROUGH COLUMNS.
77  STRUC-MODE PIC 9 VALUE 0.
*>MULTI-FIELD STRUCTURED RECORDS - SET TO 1 BY 2055 WHEN THE RECORD
*>IN HAND CARRIES THE 'MULTIREC' TAG. EACH USED FIELD'S CANONICAL
*>NUMERAL AND VALUE ARE KEPT HERE UNTIL THE RECORD IS POSTED, AND THE
*>FIRST FIELD THAT FAILS IS REMEMBERED SO THE REJECT CAN NAME IT.
77  MULTI-THIS-RECORD PIC 9 VALUE 0.
77  MLT-IDX PIC 9 USAGE IS COMPUTATIONAL.
77  MLT-USED PIC 9 USAGE IS COMPUTATIONAL.
77  MLT-FIXED PIC 9.
77  MLT-FAIL-IDX PIC 9 USAGE IS COMPUTATIONAL.
77  MLT-FAIL-ERR PIC 9 USAGE IS COMPUTATIONAL.
77  MLT-FAIL-TEXT PIC X(40).
77  MLT-LABEL-WORK PIC X(10).
77  MLT-REASON PIC X(47).
77  MLT-PTR PIC 9(3) USAGE IS COMPUTATIONAL.
77  MLT-LEAD PIC 9(2) USAGE IS COMPUTATIONAL.
77  MLT-VALUE-OUT PIC Z(7)9.
01  MLT-TABLE.
    02 MLT-ENTRY OCCURS 4 TIMES.
        03 MLT-LABEL   PIC X(8).
        03 MLT-CANON   PIC X(40).
        03 MLT-VALUE   PIC S9(8) USAGE IS COMPUTATIONAL.
        03 MLT-IN-USE  PIC 9.
*>EVERY FIELD'S CANONICAL NUMERAL, SLASH-SEPARATED - WHAT THE ACCOUNT
*>HISTORY AND THE DUPLICATES FILE HOLD FOR A MULTI-FIELD ACCOUNT.
01  MLT-JOINED PIC X(40).
01  MLT-PRINT-LINE.
    02 FILLER      PIC X VALUE SPACE.
    02 MOUT-KEY    PIC X(10).
    02 FILLER      PIC X(1) VALUE SPACE.
    02 MOUT-FIELDS PIC X(100).
    02 MOUT-FLAG   PIC X(11).
    02 FILLER      PIC X(1) VALUE SPACE.
    02 MOUT-BATCH  PIC X(6).
*>DUPLICATE-KEY DETECTION WORKING STORAGE - EVERY STRUC-KEY SEEN IN
*>THE CURRENT RUN (ACROSS ALL THE FILES OF ONE MANIFEST) IS REMEMBERED
*>WITH THE LINE NUMBER OF ITS FIRST OCCURRENCE. A LATER OCCURRENCE IS
    02 DUPO-NUMERAL  PIC X(40).
    02 FILLER        PIC X(1) VALUE SPACE.
    02 DUPO-PASS     PIC X(40).
*>THE RUN DATE AND SUPPLIER BATCH THE REPEAT CAME IN UNDER, SO THE
*>RESOLUTION UTILITY CAN TELL WHETHER THE ACCOUNT HISTORY STILL
*>HOLDS WHAT THE ORIGINAL POSTED.
    02 FILLER        PIC X(1) VALUE SPACE.
    02 DUPO-DATE     PIC X(8).
    02 FILLER        PIC X(1) VALUE SPACE.
    02 DUPO-BATCH    PIC X(6).
    02 FILLER        PIC X(1) VALUE SPACE.
    02 DUPO-SUPPLIER PIC X(8).
77  DUPQ-FSCODE PIC 9(2).
01  DUP-SWEEP-LINE PIC X(160).
*>SUPPLIER BATCH CONTROL WORKING STORAGE - A STRUCTURED FILE MAY
*>OPEN WITH A BATCHHDR RECORD AND CLOSE WITH A BATCHTRL RECORD. THE
*>TRAILER'S DECLARED COUNT IS PROVED AGAINST THE DETAIL RECORDS
77  BCH-TRL-BAD PIC 9 VALUE 0.
77  BCH-CUR-BATCH PIC X(6) VALUE SPACES.
77  BCH-CUR-SUPPLIER PIC X(8) VALUE SPACES.
*>A HEADER WHOSE SUPPLIER/BATCH PAIR IS ALREADY ON THE REGISTER SETS
*>BCH-RESENT - THE FILE'S DETAIL IS THEN COUNTED PAST UNCONVERTED AND
*>THE FILE FAILS WITH RETURN CODE 16, DISTINCT FROM THE TRAILER'S 12.
*>BCH-BALANCED IS SET ONCE THE TRAILER PROOF PASSES, AND ONLY THEN
*>IS THE BATCH WRITTEN TO THE REGISTER.
77  BCH-RESENT PIC 9 VALUE 0.
77  BCH-RESENT-SKIP PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  BCH-BALANCED PIC 9 VALUE 0.
77  BRG-FSCODE PIC 9(2).
77  BRG-AVAIL PIC 9 VALUE 0.
77  BRG-FOUND PIC 9.
*>1 WHILE A DECIMAL-DIRECTION FILE OR MANIFEST IS BEING PROCESSED -
*>2055 THEN PARSES A DECIMAL VALUE INSTEAD OF A NUMERAL AND DRIVES
*>CONV THE OTHER WAY, AND THE REJECT DETAIL WORDING CHANGES TO SUIT.
    02 FILLER       PIC X(2) VALUE SPACES.
    02 SRT-OUT-CNT  PIC ZZZ,ZZ9.
01  INPUT-AREA.
    02 IN-R PIC X(1) OCCURS 250 TIMES.
01  FILENAME.
    02 FILLER PIC X(1) OCCURS 80 TIMES.
01  MANIFEST-NAME.
*>DUPLICATES ARE NEITHER CONVERTED NOR REJECTED, SO READ BALANCES TO
*>CONVERTED PLUS REJECTED PLUS DUPLICATE.
77  SUM-DUPLICATE PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
*>OCCURRENCES ACTUALLY POSTED TO THE MASTER - ONE PER FIELD OF A
*>MULTI-FIELD RECORD, NONE FOR A DUPLICATE - KEPT IN THE STATISTICS SO
*>MSTAUDIT CAN CROSS-FOOT THE TOTAL OF MST-COUNT AGAINST LIKE FOR LIKE.
77  SUM-POSTED PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  SUM-HASDATA PIC 9 VALUE 0.
77  SUM-HIGH PIC S9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  SUM-LOW PIC S9(8) USAGE IS COMPUTATIONAL VALUE 0.
01  SUM-DUP-LINE.
    02 FILLER      PIC X(18) VALUE 'RECORDS DUPLICATE:'.
    02 SUM-DUP-OUT  PIC ZZZ,ZZ9.
01  SUM-RESENT-LINE.
    02 FILLER      PIC X(18) VALUE 'RECORDS RE-SENT:'.
    02 SUM-RESENT-OUT PIC ZZZ,ZZ9.
01  SUM-HIGH-LINE.
    02 FILLER      PIC X(18) VALUE 'HIGH DEC. VALUE:'.
    02 SUM-HIGH-OUT PIC -Z,ZZZ,ZZ9.
77  REJ-FSCODE PIC 9(2).
77  CARRYQ-FSCODE PIC 9(2).
77  SWEEP-EOF PIC 9 VALUE 0.
01  SWEEP-LINE PIC X(170).
*>THE NUMERAL AND ERROR DETAIL COME FIRST SO THE REWORK PROGRAM'S
*>VIEW OF THE RECORD IS UNCHANGED - THE ACCOUNT KEY AND PASSTHROUGH
*>COLUMNS FROM A STRUCTURED FILE RIDE BEHIND THEM (SPACES FOR A
*>ITS SUPPLIER BATCH FROM THE REWORK QUEUE.
    02 FILLER      PIC X(1) VALUE SPACE.
    02 REJ-BATCH   PIC X(6).
*>THE SUPPLIER FROM THE SAME BATCH HEADER, SO THE OUTSTANDING
*>REJECTS CAN BE SPLIT INTO ONE RETURN FILE PER SUPPLIER.
    02 FILLER      PIC X(1) VALUE SPACE.
    02 REJ-SUPPLIER PIC X(8).
*>CHECKPOINT/RESTART WORKING STORAGE - THE POSITION REACHED IN THE
*>CURRENT INFILE IS PERSISTED EVERY CKP-CHECKPOINT-EVERY RECORDS SO A
*>LARGE BATCH KILLED PARTWAY THROUGH CAN BE RESUMED INSTEAD OF RERUN
*>BOOKKEEPING, NOT A REASON TO FAIL A CONVERSION RUN.
77  STA-FSCODE PIC 9(2).
77  STA-FOUND PIC 9.
*>ACCOUNT HISTORY WORKING STORAGE - OPENED FOR A STRUCTURED FILE ONLY,
*>AND LIKE THE MASTER A HISTORY THAT CANNOT BE OPENED IS LOGGED AND
*>THE RUN CARRIES ON WITHOUT IT. THE EXCEPTION FILE IS DATED AND
*>ONLY EVER APPENDED, THE SAME WAY THE RECONCILIATION CONTROL FILE
*>IS - A LATER STREAM STEP'S FRESH RUN MUST NOT WIPE OUT THE CHANGES
*>AN EARLIER STEP FOUND BEFORE ANYONE HAS READ THEM.
77  ACH-FSCODE PIC 9(2).
77  ACX-FSCODE PIC 9(2).
77  ACH-AVAIL PIC 9 VALUE 0.
77  ACH-FOUND PIC 9.
77  ACX-COUNT PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
01  ACX-TITLE-LINE.
    02 FILLER PIC X(34) VALUE 'ACCOUNT VALUE CHANGES - RUN DATE: '.
    02 ACX-TITLE-DATE PIC X(8).
01  ACX-COL-HEADS.
    02 FILLER PIC X(20) VALUE 'DATE     ACCOUNT'.
    02 FILLER PIC X(28) VALUE 'WAS      BATCH  ON'.
    02 FILLER PIC X(16) VALUE 'NOW      BATCH'.
    02 FILLER PIC X(7) VALUE 'CHANGES'.
    02 FILLER PIC X(41) VALUE 'WAS NUMERAL'.
    02 FILLER PIC X(11) VALUE 'NOW NUMERAL'.
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
*>1 WHILE THE MASTER IS OPEN AND USABLE - WHEN THE OPEN FAILS THE RUN
*>CARRIES ON CONVERTING WITHOUT IT RATHER THAN DYING, SINCE THE
*>REPORT AND REJECT FILES ARE THE DELIVERABLES AND THE MASTER IS
    02 PARM-NAME-TOKEN PIC X(70).
    02 PARM-OPT-TOKEN  PIC X(10).
77  PARM-UNATTENDED PIC 9 VALUE 0.
*>MENU SIGN-ON - THE OPERATOR MUST BE KNOWN TO THE AUTHORIZATION FILE
*>TO REACH THE MENU AT ALL, AND CLEARED FOR MSTAPPLY TO RUN ANY OF
*>THE FILE OPTIONS, SINCE THOSE POST TO THE CONVERSION MASTER.
77  MENU-OPERATOR PIC X(8) VALUE SPACES.
77  AUTH-KIND PIC X(8) VALUE 'OPERATOR'.
77  AUTH-FUNCTION PIC X(10).
77  AUTH-PROGRAM PIC X(8) VALUE 'ROMANNUM'.
77  AUTH-RESULT PIC 9.
PROCEDURE DIVISION.
    ACCEPT PARM-LINE FROM COMMAND-LINE
    IF PARM-LINE NOT = SPACES

    OPEN INPUT STANDARD-INPUT, OUTPUT STANDARD-OUTPUT.

    DISPLAY " "
    DISPLAY "OPERATOR ID: " WITH NO ADVANCING
    READ STANDARD-INPUT INTO INPUT-AREA
        AT END
        CLOSE STANDARD-INPUT, STANDARD-OUTPUT
        GOBACK
    END-READ
    MOVE INPUT-AREA(1:8) TO MENU-OPERATOR
    MOVE SPACES TO AUTH-FUNCTION
    CALL "OPERAUTH" USING MENU-OPERATOR, AUTH-KIND, AUTH-FUNCTION,
        AUTH-PROGRAM, AUTH-RESULT
    IF AUTH-RESULT NOT = 0
        DISPLAY "ERROR: OPERATOR " MENU-OPERATOR " IS NOT KNOWN"
        MOVE 8 TO RETURN-CODE
        CLOSE STANDARD-INPUT, STANDARD-OUTPUT
        GOBACK
    END-IF

    PERFORM FOREVER
        *>MAIN MENU
        DISPLAY " "
        
*>GET INPUT FROM A SPECIFIED FILE------------------------------------------
        WHEN '2'
            PERFORM 1800-CHECK-MASTER-APPLY
            IF AUTH-RESULT = 0
                DISPLAY " "
                DISPLAY "INPUT FILE NAME: " WITH NO ADVANCING
                READ STANDARD-INPUT INTO FILENAME
                    AT END
                    CLOSE STANDARD-INPUT, STANDARD-OUTPUT
                    GOBACK
                END-READ
            
                PERFORM 1700-ASK-SORT-OPTION
                *>READ FILE
                COMPUTE RPT-FIRST-FILE = 1
                PERFORM 2000-PROCESS-ONE-FILE
                COMPUTE SORT-OPT = 0
            END-IF
*>GET A MANIFEST OF MANY INPUT FILES TO PROCESS UNATTENDED-----------------
        WHEN '3'
            PERFORM 1800-CHECK-MASTER-APPLY
            IF AUTH-RESULT = 0
                DISPLAY " "
                DISPLAY "MANIFEST FILE NAME: " WITH NO ADVANCING
                READ STANDARD-INPUT INTO MANIFEST-NAME
                    AT END
                    CLOSE STANDARD-INPUT, STANDARD-OUTPUT
                    GOBACK
                END-READ

                PERFORM 3000-PROCESS-MANIFEST
            END-IF
*>CONVERT A DECIMAL VALUE TO A ROMAN NUMERAL--------------------------------
        WHEN '4'
            PERFORM 1600-KEYBOARD-DECIMAL-TO-ROMAN
*>READ A STRUCTURED EXTRACT FILE (KEY, NUMERAL, PASSTHROUGH COLUMNS)--------
        WHEN '5'
            PERFORM 1800-CHECK-MASTER-APPLY
            IF AUTH-RESULT = 0
                DISPLAY " "
                DISPLAY "STRUCTURED FILE NAME: " WITH NO ADVANCING
                READ STANDARD-INPUT INTO FILENAME
                    AT END
                    CLOSE STANDARD-INPUT, STANDARD-OUTPUT
                    GOBACK
                END-READ

                COMPUTE STRUC-MODE = 1
                COMPUTE RPT-FIRST-FILE = 1
                PERFORM 2000-PROCESS-ONE-FILE
                COMPUTE STRUC-MODE = 0
            END-IF
*>LOOK UP ONE NUMERAL IN THE CONVERSION MASTER------------------------------
        WHEN '6'
            PERFORM 4000-MASTER-INQUIRY
            PERFORM 4100-MASTER-DUMP
*>READ A FILE OF DECIMAL VALUES AND CONVERT THEM TO ROMAN NUMERALS----------
        WHEN '8'
            PERFORM 1800-CHECK-MASTER-APPLY
            IF AUTH-RESULT = 0
                DISPLAY " "
                DISPLAY "DECIMAL INPUT FILE NAME: " WITH NO ADVANCING
                READ STANDARD-INPUT INTO FILENAME
                    AT END
                    CLOSE STANDARD-INPUT, STANDARD-OUTPUT
                    GOBACK
                END-READ

                PERFORM 1700-ASK-SORT-OPTION
                COMPUTE DEC-MODE = 1
                COMPUTE RPT-FIRST-FILE = 1
                PERFORM 2000-PROCESS-ONE-FILE
                COMPUTE DEC-MODE = 0
                COMPUTE SORT-OPT = 0
            END-IF
*>PROCESS A MANIFEST OF DECIMAL INPUT FILES---------------------------------
        WHEN '9'
            PERFORM 1800-CHECK-MASTER-APPLY
            IF AUTH-RESULT = 0
                DISPLAY " "
                DISPLAY "DECIMAL MANIFEST FILE NAME: " WITH NO ADVANCING
                READ STANDARD-INPUT INTO MANIFEST-NAME
                    AT END
                    CLOSE STANDARD-INPUT, STANDARD-OUTPUT
                    GOBACK
                END-READ

                COMPUTE DEC-MODE = 1
                PERFORM 3000-PROCESS-MANIFEST
                COMPUTE DEC-MODE = 0
            END-IF
*>LOOK UP A MASTER RECORD BY ITS EXACT DECIMAL VALUE------------------------
        WHEN 'A'
        WHEN 'a'
        COMPUTE SORT-OPT = 1
    END-IF.

*>--------------------------------------------------------------------
*>1800-CHECK-MASTER-APPLY
*>CHECKS THE SIGNED-ON OPERATOR IS CLEARED TO POST TO THE MASTER
*>BEFORE A FILE OPTION RUNS. A REFUSAL GOES BACK TO THE MENU AND IS
*>ALREADY ON THE SECURITY LOG.
*>--------------------------------------------------------------------
1800-CHECK-MASTER-APPLY.
    MOVE 'MSTAPPLY' TO AUTH-FUNCTION
    CALL "OPERAUTH" USING MENU-OPERATOR, AUTH-KIND, AUTH-FUNCTION,
        AUTH-PROGRAM, AUTH-RESULT
    IF AUTH-RESULT NOT = 0
        DISPLAY "ERROR: OPERATOR " MENU-OPERATOR " IS NOT AUTHORIZED "
            "TO POST TO THE MASTER"
    END-IF.

*>--------------------------------------------------------------------
*>2000-PROCESS-ONE-FILE
*>OPENS INFILE AND SORTS THE FILE STATUS INTO THE REAL CATEGORIES OF
    COMPUTE BCH-TRL-SEEN = 0
    COMPUTE BCH-DECLARED = 0
    COMPUTE BCH-TRL-BAD = 0
    COMPUTE BCH-RESENT = 0
    COMPUTE BCH-RESENT-SKIP = 0
    COMPUTE BCH-BALANCED = 0
    MOVE SPACES TO BCH-CUR-BATCH
    MOVE SPACES TO BCH-CUR-SUPPLIER
    IF STRUC-MODE = 1
            COMPUTE DUPK-COUNT = 0
        END-IF
        PERFORM 2106-OPEN-DUP-FILE
        PERFORM 2108-OPEN-CHANGE-FILE
    ELSE
        *>ONLY STRUCTURED RUNS WRITE DUPLICATES, BUT EVERY FRESH RUN
        *>TRUNCATES THE FILE - THE SAME RULE THE REPORT AND REJECT
        *>FILES FOLLOW - SO YESTERDAY'S DUP ROWS CANNOT SIT ON DISK
        *>AND THROW THE NEXT RECONCILIATION OUT OF BALANCE.
        IF RPT-FIRST-FILE = 1 AND CKP-RESUME-FROM = 0
            PERFORM 2109-SWEEP-DUPLICATES
            OPEN OUTPUT DUP-FILE
            CLOSE DUP-FILE
        END-IF
    COMPUTE SUM-CORRECTED = 0
    COMPUTE SUM-REJECTED = 0
    COMPUTE SUM-DUPLICATE = 0
    COMPUTE SUM-POSTED = 0
    COMPUTE SUM-HASDATA = 0

    *>FILE MODE RUNS CONV IN CANONICALIZING MODE SO DECODABLE LEGACY
        COMPUTE CONV-MODE = 3
    END-IF
    PERFORM 2170-OPEN-MASTER
    IF STRUC-MODE = 1
        COMPUTE ACX-COUNT = 0
        PERFORM 2176-OPEN-ACCOUNT-HISTORY
        PERFORM 2182-OPEN-BATCH-REGISTER
    END-IF

    IF SORT-OPT = 1
        OPEN OUTPUT DETAIL-WORK
                    OR INPUT-AREA(1:8) = 'BATCHTRL')
                PERFORM 2053-TAKE-BATCH-CONTROL
            ELSE
            *>DETAIL UNDER A RE-SENT BATCH HEADER WAS POSTED THE FIRST
            *>TIME THE BATCH CAME IN - IT IS COUNTED AND LEFT ALONE.
            IF BCH-RESENT = 1
                COMPUTE BCH-RESENT-SKIP = BCH-RESENT-SKIP + 1
            ELSE
            COMPUTE SUM-READ = SUM-READ + 1

            DIVIDE SUM-READ BY CKP-CHECKPOINT-EVERY
                PERFORM 2159-WRITE-DUPLICATE-RECORD
            ELSE
            IF RET = 1
                IF MULTI-THIS-RECORD = 1
                    PERFORM 2256-FORMAT-MULTI-LINE
                    DISPLAY MLT-PRINT-LINE
                ELSE
                IF STRUC-MODE = 1
                    MOVE STRUC-KEY TO SOUT-KEY
                    MOVE DECVALUE TO SOUT-EQ
                    END-IF
                    DISPLAY PRINT-LINE
                END-IF
                END-IF
                PERFORM 2150-WRITE-REPORT-DETAIL
                PERFORM 2155-WRITE-EXTRACT-DETAIL
                IF MULTI-THIS-RECORD = 1
                    PERFORM 2258-POST-MULTI-FIELDS
                ELSE
                    PERFORM 2175-UPDATE-MASTER
                    IF STRUC-MODE = 1
                        PERFORM 2177-UPDATE-ACCOUNT-HISTORY
                    END-IF
                END-IF
            ELSE
                MOVE ARRAY-AREA TO REJ-TEXT
                EVALUATE CONV-ERR
                    MOVE SPACES TO REJ-KEY
                    MOVE SPACES TO REJ-PASSTHRU
                END-IF
                IF MULTI-THIS-RECORD = 1
                    PERFORM 2259-NAME-FAILED-FIELD
                END-IF
                MOVE MST-TODAY-TEXT TO REJ-FIRST-DATE
                MOVE BCH-CUR-BATCH TO REJ-BATCH
                MOVE BCH-CUR-SUPPLIER TO REJ-SUPPLIER
                WRITE REJECT-RECORD FROM REJ-LINE
            END-IF
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM

    IF STRUC-MODE = 1
        PERFORM 2054-VALIDATE-BATCH-TRAILER
        PERFORM 2186-POST-BATCH-REGISTER
    END-IF

    PERFORM 2158-WRITE-EXTRACT-TRAILER
    PERFORM 2162-UPDATE-SOURCE-STATS
    PERFORM 2090-CLEAR-CHECKPOINT
    PERFORM 2180-CLOSE-MASTER
    IF STRUC-MODE = 1
        PERFORM 2178-CLOSE-ACCOUNT-HISTORY
        PERFORM 2188-CLOSE-BATCH-REGISTER
    END-IF
    COMPUTE CONV-MODE = 1

    IF SORT-OPT = 1
    CLOSE REJECT-FILE
    IF STRUC-MODE = 1
        CLOSE DUP-FILE
        CLOSE CHANGE-FILE
    END-IF
    COMPUTE ISEOF = 0.

        COMPUTE BCH-HDR-SEEN = 1
        MOVE STRUC-HDR-BATCH TO BCH-CUR-BATCH
        MOVE STRUC-HDR-SUPPLIER TO BCH-CUR-SUPPLIER
        PERFORM 2184-CHECK-BATCH-REGISTER
    ELSE
        MOVE INPUT-AREA(1:17) TO STRUC-TRAILER-RECORD
        COMPUTE BCH-TRL-SEEN = 1
*>A HEADER WITHOUT ITS TRAILER, A BAD TRAILER, OR A COUNT THAT DOES
*>NOT MATCH FAILS THE WHOLE FILE WITH RETURN CODE 12 AND AN ERROR-
*>LOG ENTRY - DISTINCT FROM THE RECONCILIATION'S 8, SO THE STREAM
*>CAN TELL A TRUNCATED TRANSFER FROM AN OUT-OF-BALANCE RUN. A BATCH
*>THE REGISTER ALREADY HOLDS FAILS WITH RETURN CODE 16 INSTEAD - ITS
*>COUNTS ARE NOT PROVED, SINCE NOTHING IN IT WAS POSTED.
*>--------------------------------------------------------------------
2054-VALIDATE-BATCH-TRAILER.
    IF BCH-RESENT = 1
        DISPLAY "ERROR: SUPPLIER " BCH-CUR-SUPPLIER " BATCH "
            BCH-CUR-BATCH " ALREADY RECEIVED - " BCH-RESENT-SKIP
            " RECORDS NOT POSTED"
        STRING 'BATCH ALREADY ON REGISTER - ' DELIMITED BY SIZE
            BCH-CUR-SUPPLIER DELIMITED BY SPACE
            ' ' DELIMITED BY SIZE
            BCH-CUR-BATCH DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            FILENAME DELIMITED BY SPACE
            INTO ERRLOG-MSG
        PERFORM 2060-LOG-ERROR
        IF RETURN-CODE < 16
            MOVE 16 TO RETURN-CODE
        END-IF
    ELSE
    IF BCH-HDR-SEEN = 1 OR BCH-TRL-SEEN = 1
        IF BCH-TRL-SEEN = 0 OR BCH-TRL-BAD = 1
            DISPLAY "ERROR: BATCH TRAILER MISSING OR UNREADABLE - "
                IF RETURN-CODE < 12
                    MOVE 12 TO RETURN-CODE
                END-IF
            ELSE
                COMPUTE BCH-BALANCED = 1
            END-IF
        END-IF
    END-IF
    END-IF.

*>--------------------------------------------------------------------
*>--------------------------------------------------------------------
2055-CONVERT-AND-TALLY.
    COMPUTE DUP-THIS-RECORD = 0
    COMPUTE MULTI-THIS-RECORD = 0
    *>A DECIMAL-DIRECTION RECORD CARRIES A NUMBER, NOT A NUMERAL -
    *>PARSE IT AND DRIVE CONV THE OTHER WAY, LEAVING THE SHARED
    *>TALLYING AT THE BOTTOM OF THIS PARAGRAPH TO ROLL UP THE RESULT.
    *>THE ACCOUNT KEY - PEEL THE LAYOUT APART FIRST SO THE PARSE LOOP
    *>BELOW SEES THE NUMERAL IN COLUMN 1 EITHER WAY, AND THE KEY AND
    *>PASSTHROUGH COLUMNS STAY BEHIND IN STRUC-RECORD FOR THE DETAIL
    *>AND REJECT LINES. A MULTI-FIELD RECORD IS PEELED APART INTO ITS
    *>OWN LAYOUT, BUT ITS KEY AND PASSTHROUGH COLUMNS ARE COPIED INTO
    *>STRUC-RECORD SO THE DUPLICATE CHECK, THE DUPLICATES FILE AND THE
    *>REJECT LINE TREAT IT LIKE ANY OTHER ACCOUNT.
    IF STRUC-MODE = 1 AND INPUT-AREA(1:8) = 'MULTIREC'
        COMPUTE MULTI-THIS-RECORD = 1
        PERFORM 2250-TAKE-MULTI-RECORD
        PERFORM 2056-CHECK-DUPLICATE-KEY
    ELSE
    IF STRUC-MODE = 1
        MOVE INPUT-AREA TO STRUC-RECORD
        MOVE SPACES TO INPUT-AREA
        MOVE STRUC-NUMERAL TO INPUT-AREA(1:40)
        PERFORM 2056-CHECK-DUPLICATE-KEY
    END-IF
    END-IF

    *>A REPEATED KEY IS NEVER HANDED TO CONV - IT COUNTS AS A
    *>DUPLICATE AND THE MAIN LOOP ROUTES IT TO THE DUPLICATES FILE.
    IF DUP-THIS-RECORD = 1
        COMPUTE SUM-DUPLICATE = SUM-DUPLICATE + 1
    ELSE
    IF MULTI-THIS-RECORD = 1
        PERFORM 2252-CONVERT-MULTI-FIELDS
    ELSE

    COMPUTE N = 1
    MOVE SPACES TO ARRAY-AREA

    PERFORM 2058-TALLY-RESULT
    END-IF
    END-IF
    END-IF.

*>--------------------------------------------------------------------
        IF CONV-ERR = 3
            COMPUTE SUM-CORRECTED = SUM-CORRECTED + 1
        END-IF
        PERFORM 2059-TALLY-VALUE
    ELSE
        COMPUTE SUM-REJECTED = SUM-REJECTED + 1
    END-IF.

*>--------------------------------------------------------------------
*>2059-TALLY-VALUE
*>SPOOLS ONE CONVERTED VALUE FOR THE SORTED SECTION AND ROLLS IT INTO
*>THE HIGH/LOW FOOTER VALUES. A MULTI-FIELD RECORD COMES THROUGH HERE
*>ONCE FOR EACH OF ITS FIELDS.
*>--------------------------------------------------------------------
2059-TALLY-VALUE.
    *>SPOOLED HERE RATHER THAN IN THE MAIN LOOP SO THE RECORDS A
    *>CHECKPOINT RESUME REPLAYS ARE SPOOLED TOO - THE CONSOLIDATED
    *>SECTION MUST COVER THE WHOLE FILE EVEN THOUGH THE REPLAYED
    *>ROWS ARE NOT RE-WRITTEN TO THE RAW DETAIL.
    IF SORT-OPT = 1
        MOVE DECVALUE TO SRT-WRK-DEC
        MOVE ARRAY-AREA TO SRT-WRK-TEXT
        WRITE DETAIL-WORK-RECORD FROM SRT-WORK-LINE
    END-IF
    IF SUM-HASDATA = 0
        COMPUTE SUM-HIGH = DECVALUE
        COMPUTE SUM-LOW = DECVALUE
        COMPUTE SUM-HASDATA = 1
    ELSE
        IF DECVALUE > SUM-HIGH
            COMPUTE SUM-HIGH = DECVALUE
        END-IF
        IF DECVALUE < SUM-LOW
            COMPUTE SUM-LOW = DECVALUE
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>2250-TAKE-MULTI-RECORD
*>PEELS A MULTI-FIELD RECORD APART. THE KEY AND PASSTHROUGH COLUMNS
*>GO INTO STRUC-RECORD, EACH FIELD'S LABEL IS SET UP (AN UNLABELLED
*>FIELD IS CALLED FIELD 1, FIELD 2 ...), AND THE NUMERALS AS SENT ARE
*>JOINED INTO STRUC-NUMERAL FOR THE DUPLICATES FILE.
*>--------------------------------------------------------------------
2250-TAKE-MULTI-RECORD.
    MOVE INPUT-AREA TO STRUC-MULTI-RECORD
    MOVE SPACES TO STRUC-RECORD
    MOVE STRUC-MLT-KEY TO STRUC-KEY
    MOVE STRUC-MLT-PASSTHRU TO STRUC-PASSTHRU

    PERFORM VARYING MLT-IDX FROM 1 BY 1 UNTIL MLT-IDX > 4
        IF STRUC-MLT-LABEL(MLT-IDX) = SPACES
            MOVE MLT-IDX TO MLT-VALUE-OUT
            MOVE SPACES TO MLT-LABEL(MLT-IDX)
            STRING 'FIELD ' MLT-VALUE-OUT(8:1)
                DELIMITED BY SIZE INTO MLT-LABEL(MLT-IDX)
        ELSE
            MOVE STRUC-MLT-LABEL(MLT-IDX) TO MLT-LABEL(MLT-IDX)
        END-IF
        MOVE STRUC-MLT-NUMERAL(MLT-IDX) TO MLT-CANON(MLT-IDX)
        IF STRUC-MLT-NUMERAL(MLT-IDX) = SPACES
            COMPUTE MLT-IN-USE(MLT-IDX) = 0
        ELSE
            COMPUTE MLT-IN-USE(MLT-IDX) = 1
        END-IF
        COMPUTE MLT-VALUE(MLT-IDX) = 0
    END-PERFORM

    PERFORM 2254-JOIN-NUMERALS
    MOVE MLT-JOINED TO STRUC-NUMERAL.

*>--------------------------------------------------------------------
*>2252-CONVERT-MULTI-FIELDS
*>RUNS EVERY USED FIELD OF A MULTI-FIELD RECORD THROUGH CONV ON ITS
*>OWN. THE RECORD IS CONVERTED ONLY IF EVERY FIELD IS - THEN IT COUNTS
*>ONCE AS CONVERTED (AND ONCE AS CORRECTED IF CONV REPAIRED ANY FIELD)
*>AND EACH FIELD'S VALUE IS TALLIED. OTHERWISE IT COUNTS ONCE AS
*>REJECTED, WITH THE FIRST FIELD THAT FAILED REMEMBERED FOR THE REJECT
*>LINE. A RECORD WITH NO NUMERAL IN ANY FIELD IS REJECTED AS WELL.
*>--------------------------------------------------------------------
2252-CONVERT-MULTI-FIELDS.
    COMPUTE MLT-USED = 0
    COMPUTE MLT-FIXED = 0
    COMPUTE MLT-FAIL-IDX = 0
    COMPUTE MLT-FAIL-ERR = 0
    MOVE SPACES TO MLT-FAIL-TEXT

    PERFORM VARYING MLT-IDX FROM 1 BY 1 UNTIL MLT-IDX > 4
        IF MLT-IN-USE(MLT-IDX) = 1
            COMPUTE MLT-USED = MLT-USED + 1
            MOVE SPACES TO INPUT-AREA
            MOVE STRUC-MLT-NUMERAL(MLT-IDX) TO INPUT-AREA(1:40)
            COMPUTE N = 1
            MOVE SPACES TO ARRAY-AREA
            PERFORM UNTIL N > 40 OR IN-R(N) = SPACE
                MOVE IN-R(N) TO R(N)
                COMPUTE N = N + 1
            END-PERFORM
            COMPUTE N = N - 1

            CALL "CONV" USING ARRAY-AREA, N, RET, DECVALUE, CONV-MODE,
                CONV-ERR

            IF RET = 1
                MOVE ARRAY-AREA TO MLT-CANON(MLT-IDX)
                COMPUTE MLT-VALUE(MLT-IDX) = DECVALUE
                IF CONV-ERR = 3
                    COMPUTE MLT-FIXED = 1
                END-IF
            ELSE
                IF MLT-FAIL-IDX = 0
                    COMPUTE MLT-FAIL-IDX = MLT-IDX
                    COMPUTE MLT-FAIL-ERR = CONV-ERR
                    MOVE ARRAY-AREA TO MLT-FAIL-TEXT
                END-IF
            END-IF
        END-IF
    END-PERFORM

    IF MLT-USED > 0 AND MLT-FAIL-IDX = 0
        COMPUTE RET = 1
        COMPUTE SUM-CONVERTED = SUM-CONVERTED + 1
        IF MLT-FIXED = 1
            COMPUTE CONV-ERR = 3
            COMPUTE SUM-CORRECTED = SUM-CORRECTED + 1
        ELSE
            COMPUTE CONV-ERR = 0
        END-IF
        PERFORM VARYING MLT-IDX FROM 1 BY 1 UNTIL MLT-IDX > 4
            IF MLT-IN-USE(MLT-IDX) = 1
                MOVE MLT-CANON(MLT-IDX) TO ARRAY-AREA
                COMPUTE DECVALUE = MLT-VALUE(MLT-IDX)
                PERFORM 2059-TALLY-VALUE
            END-IF
        END-PERFORM
        PERFORM 2254-JOIN-NUMERALS
    ELSE
        COMPUTE RET = 2
        COMPUTE CONV-ERR = MLT-FAIL-ERR
        COMPUTE SUM-REJECTED = SUM-REJECTED + 1
    END-IF.

*>--------------------------------------------------------------------
*>2254-JOIN-NUMERALS
*>JOINS THE USED FIELDS' NUMERALS INTO MLT-JOINED, SEPARATED BY
*>SLASHES - AS SENT BEFORE CONVERSION, CANONICAL AFTER IT. ANYTHING
*>PAST 40 CHARACTERS IS CUT OFF.
*>--------------------------------------------------------------------
2254-JOIN-NUMERALS.
    MOVE SPACES TO MLT-JOINED
    COMPUTE MLT-PTR = 1
    PERFORM VARYING MLT-IDX FROM 1 BY 1 UNTIL MLT-IDX > 4
        IF MLT-IN-USE(MLT-IDX) = 1
            IF MLT-PTR > 1
                STRING '/' DELIMITED BY SIZE
                    INTO MLT-JOINED WITH POINTER MLT-PTR
                    ON OVERFLOW CONTINUE
                END-STRING
            END-IF
            STRING MLT-CANON(MLT-IDX) DELIMITED BY SPACE
                INTO MLT-JOINED WITH POINTER MLT-PTR
                ON OVERFLOW CONTINUE
            END-STRING
        END-IF
    END-PERFORM.

*>--------------------------------------------------------------------
*>2256-FORMAT-MULTI-LINE
*>BUILDS THE ONE-LINE-PER-ACCOUNT DETAIL FOR A CONVERTED MULTI-FIELD
*>RECORD - EACH FIELD AS LABEL NUMERAL=VALUE, SIDE BY SIDE.
*>--------------------------------------------------------------------
2256-FORMAT-MULTI-LINE.
    MOVE STRUC-KEY TO MOUT-KEY
    MOVE BCH-CUR-BATCH TO MOUT-BATCH
    IF CONV-ERR = 3
        MOVE ' CORRECTED' TO MOUT-FLAG
    ELSE
        MOVE SPACES TO MOUT-FLAG
    END-IF

    MOVE SPACES TO MOUT-FIELDS
    COMPUTE MLT-PTR = 1
    PERFORM VARYING MLT-IDX FROM 1 BY 1 UNTIL MLT-IDX > 4
        IF MLT-IN-USE(MLT-IDX) = 1
            MOVE MLT-VALUE(MLT-IDX) TO MLT-VALUE-OUT
            COMPUTE MLT-LEAD = 0
            INSPECT MLT-VALUE-OUT TALLYING MLT-LEAD FOR LEADING SPACES
            MOVE MLT-LABEL(MLT-IDX) TO MLT-LABEL-WORK
            STRING MLT-LABEL-WORK DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                MLT-CANON(MLT-IDX) DELIMITED BY SPACE
                '=' DELIMITED BY SIZE
                MLT-VALUE-OUT(MLT-LEAD + 1:) DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                INTO MOUT-FIELDS WITH POINTER MLT-PTR
                ON OVERFLOW CONTINUE
            END-STRING
        END-IF
    END-PERFORM.

*>--------------------------------------------------------------------
*>2258-POST-MULTI-FIELDS
*>POSTS A CONVERTED MULTI-FIELD RECORD. EVERY FIELD'S NUMERAL GOES TO
*>THE MASTER ON ITS OWN; THE ACCOUNT HISTORY GETS ONE POSTING FOR THE
*>ACCOUNT, CARRYING THE FIRST FIELD'S VALUE AND ALL THE CANONICAL
*>NUMERALS JOINED, SO A CHANGE IN ANY FIELD SHOWS AS A VALUE CHANGE.
*>--------------------------------------------------------------------
2258-POST-MULTI-FIELDS.
    PERFORM VARYING MLT-IDX FROM 1 BY 1 UNTIL MLT-IDX > 4
        IF MLT-IN-USE(MLT-IDX) = 1
            MOVE MLT-CANON(MLT-IDX) TO ARRAY-AREA
            COMPUTE DECVALUE = MLT-VALUE(MLT-IDX)
            PERFORM 2175-UPDATE-MASTER
        END-IF
    END-PERFORM

    COMPUTE DECVALUE = 0
    PERFORM VARYING MLT-IDX FROM 4 BY -1 UNTIL MLT-IDX < 1
        IF MLT-IN-USE(MLT-IDX) = 1
            COMPUTE DECVALUE = MLT-VALUE(MLT-IDX)
        END-IF
    END-PERFORM
    MOVE MLT-JOINED TO ARRAY-AREA
    PERFORM 2177-UPDATE-ACCOUNT-HISTORY.

*>--------------------------------------------------------------------
*>2259-NAME-FAILED-FIELD
*>TURNS THE REJECT LINE BUILT FOR A MULTI-FIELD RECORD INTO ONE THAT
*>SAYS WHICH FIELD FAILED - THE FAILING FIELD'S TEXT AND ITS LABEL IN
*>FRONT OF CONV'S REASON.
*>--------------------------------------------------------------------
2259-NAME-FAILED-FIELD.
    IF MLT-FAIL-IDX = 0
        MOVE SPACES TO REJ-TEXT
        MOVE 'NO NUMERAL IN ANY FIELD' TO REJ-DETAIL
    ELSE
        MOVE MLT-FAIL-TEXT TO REJ-TEXT
        MOVE REJ-DETAIL TO MLT-REASON
        MOVE MLT-LABEL(MLT-FAIL-IDX) TO MLT-LABEL-WORK
        MOVE SPACES TO REJ-DETAIL
        STRING MLT-LABEL-WORK DELIMITED BY '  '
            ': ' DELIMITED BY SIZE
            MLT-REASON DELIMITED BY SIZE
            INTO REJ-DETAIL
        END-STRING
    END-IF.

*>--------------------------------------------------------------------
*>2060-LOG-ERROR
*>APPENDS ERRLOG-MSG TO THE ERROR LOG FILE WITH A DATE/TIME STAMP.
            ELSE
                COMPUTE SUM-READ = SUM-READ + 1
                PERFORM 2055-CONVERT-AND-TALLY
                *>THE EARLIER RUN POSTED THESE TO THE MASTER BUT NEVER
                *>GOT AS FAR AS THE STATISTICS, SO THEY COUNT HERE.
                IF DUP-THIS-RECORD = 0 AND RET = 1 AND BCH-RESENT = 0
                        AND MST-AVAIL = 1
                    IF MULTI-THIS-RECORD = 1
                        COMPUTE SUM-POSTED = SUM-POSTED + MLT-USED
                    ELSE
                        COMPUTE SUM-POSTED = SUM-POSTED + 1
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM
*>--------------------------------------------------------------------
2106-OPEN-DUP-FILE.
    IF RPT-FIRST-FILE = 1 AND CKP-RESUME-FROM = 0
        PERFORM 2109-SWEEP-DUPLICATES
        OPEN OUTPUT DUP-FILE
    ELSE
        OPEN EXTEND DUP-FILE
        CLOSE REJECT-FILE
    END-IF.

*>--------------------------------------------------------------------
*>2108-OPEN-CHANGE-FILE
*>OPENS THE ACCOUNT VALUE CHANGE FILE FOR A STRUCTURED RUN. UNLIKE
*>THE REPORT AND REJECT FILES IT IS NEVER TRUNCATED - EVERY LINE IS
*>DATED AND THE FILE IS THE STANDING RECORD OF ACCOUNTS WHOSE VALUE
*>MOVED BETWEEN NIGHTS, SO A FRESH RUN ONLY STAMPS A NEW TITLE.
*>--------------------------------------------------------------------
2108-OPEN-CHANGE-FILE.
    OPEN EXTEND CHANGE-FILE
    IF ACX-FSCODE NOT = '00'
        OPEN OUTPUT CHANGE-FILE
    END-IF

    IF RPT-FIRST-FILE = 1 AND CKP-RESUME-FROM = 0
        MOVE MST-TODAY-TEXT TO ACX-TITLE-DATE
        WRITE CHANGE-RECORD FROM ACX-TITLE-LINE
        WRITE CHANGE-RECORD FROM ACX-COL-HEADS
    END-IF.

*>--------------------------------------------------------------------
*>2109-SWEEP-DUPLICATES
*>THE DUPLICATES COUNTERPART OF 2107-SWEEP-REJECTS - ANYTHING STILL
*>IN ROMANDUP.TXT WHEN A FRESH RUN IS ABOUT TO TRUNCATE IT HAS NOT
*>BEEN RESOLVED, SO IT IS MOVED ONTO THE DUPLICATE CARRY QUEUE
*>(ROMANDUP.NXT) FIRST. THE RESOLUTION UTILITY READS THAT QUEUE
*>ALONGSIDE THE CURRENT FILE AND OWNS ITS TRUNCATION.
*>--------------------------------------------------------------------
2109-SWEEP-DUPLICATES.
    OPEN INPUT DUP-FILE
    IF DUP-FSCODE = '00'
        OPEN EXTEND DUP-CARRY
        IF DUPQ-FSCODE NOT = '00'
            OPEN OUTPUT DUP-CARRY
        END-IF

        COMPUTE SWEEP-EOF = 0
        PERFORM UNTIL SWEEP-EOF = 1
            READ DUP-FILE INTO DUP-SWEEP-LINE
                AT END COMPUTE SWEEP-EOF = 1
            END-READ
            IF SWEEP-EOF NOT = 1 AND DUP-SWEEP-LINE NOT = SPACES
                WRITE DUP-CARRY-RECORD FROM DUP-SWEEP-LINE
            END-IF
        END-PERFORM

        CLOSE DUP-CARRY
        CLOSE DUP-FILE
    END-IF.

*>--------------------------------------------------------------------
*>2110-WRITE-REPORT-HEADING
*>STAMPS A NEW REPORT PAGE WITH THE RUN DATE, PAGE NUMBER AND COLUMN
    IF RPT-LINE-CNT >= RPT-LINES-PER-PAGE
        PERFORM 2110-WRITE-REPORT-HEADING
    END-IF
    IF MULTI-THIS-RECORD = 1
        WRITE REPORT-RECORD FROM MLT-PRINT-LINE
    ELSE
    IF STRUC-MODE = 1
        WRITE REPORT-RECORD FROM STRUC-PRINT-LINE
    ELSE
        WRITE REPORT-RECORD FROM PRINT-LINE
    END-IF
    END-IF
    COMPUTE RPT-LINE-CNT = RPT-LINE-CNT + 1.

*>--------------------------------------------------------------------
*>CONVERTED - THE ACCOUNT KEY (SPACES OUTSIDE STRUCTURED MODE), THE
*>CANONICAL NUMERAL, THE DECIMAL VALUE IN PLAIN DIGITS AND THE
*>CORRECTED/CLEAN STATUS - SO THE DOWNSTREAM SYSTEMS NEVER HAVE TO
*>SCRAPE THE PRINT REPORT AGAIN. A MULTI-FIELD ACCOUNT GOES OUT AS
*>ONE MULTI-FIELD RECORD CARRYING ALL ITS FIELDS.
*>--------------------------------------------------------------------
2155-WRITE-EXTRACT-DETAIL.
    IF MULTI-THIS-RECORD = 1
        PERFORM 2157-WRITE-EXTRACT-MULTI
    ELSE
    MOVE 'D' TO EXT-REC-TYPE
    IF STRUC-MODE = 1
        MOVE STRUC-KEY TO EXT-KEY
    ELSE
        MOVE SPACE TO EXT-STATUS
    END-IF
    WRITE EXTRACT-RECORD FROM EXT-DETAIL-RECORD
    END-IF.

*>--------------------------------------------------------------------
*>2157-WRITE-EXTRACT-MULTI
*>WRITES THE MULTI-FIELD EXTRACT RECORD FOR THE ACCOUNT JUST
*>CONVERTED - EVERY USED FIELD'S LABEL, CANONICAL NUMERAL AND VALUE.
*>--------------------------------------------------------------------
2157-WRITE-EXTRACT-MULTI.
    MOVE SPACES TO EXT-MULTI-RECORD
    MOVE 'M' TO EXT-MLT-TYPE
    MOVE STRUC-KEY TO EXT-MLT-KEY
    PERFORM VARYING MLT-IDX FROM 1 BY 1 UNTIL MLT-IDX > 4
        IF MLT-IN-USE(MLT-IDX) = 1
            MOVE MLT-LABEL(MLT-IDX) TO EXT-MLT-LABEL(MLT-IDX)
            MOVE MLT-CANON(MLT-IDX) TO EXT-MLT-NUMERAL(MLT-IDX)
            MOVE MLT-VALUE(MLT-IDX) TO EXT-MLT-DECVALUE(MLT-IDX)
        ELSE
            MOVE ZERO TO EXT-MLT-DECVALUE(MLT-IDX)
        END-IF
    END-PERFORM
    IF CONV-ERR = 3
        MOVE 'C' TO EXT-MLT-STATUS
    ELSE
        MOVE SPACE TO EXT-MLT-STATUS
    END-IF
    MOVE EXT-RUNDATE TO EXT-MLT-RUNDATE
    WRITE EXTRACT-RECORD FROM EXT-MULTI-RECORD.

*>--------------------------------------------------------------------
*>2158-WRITE-EXTRACT-TRAILER
    MOVE SUM-READ TO DUPO-REP-OUT
    MOVE STRUC-NUMERAL TO DUPO-NUMERAL
    MOVE STRUC-PASSTHRU TO DUPO-PASS
    MOVE MST-TODAY-TEXT TO DUPO-DATE
    MOVE BCH-CUR-BATCH TO DUPO-BATCH
    MOVE BCH-CUR-SUPPLIER TO DUPO-SUPPLIER
    WRITE DUP-RECORD FROM DUP-LINE
    DISPLAY "DUPLICATE KEY " STRUC-KEY " AT LINE " DUPO-REP-OUT
        " (ORIGINAL AT LINE " DUPO-ORIG-OUT ")".
*>2160-WRITE-SUMMARY
*>PRINTS THE BATCH SUMMARY FOOTER FOR THE FILE JUST PROCESSED - RECORDS
*>READ/CONVERTED/REJECTED AND THE HIGH/LOW DECIMAL VALUE SEEN - TO BOTH
*>THE TERMINAL AND THE REPORT FILE. DETAIL PASSED OVER UNDER A RE-SENT
*>BATCH HEADER IS NOT READ, SO IT GETS A LINE OF ITS OWN FOR
*>RECONCILE TO BALANCE THE INPUT FILE AGAINST.
*>--------------------------------------------------------------------
2160-WRITE-SUMMARY.
    MOVE SUM-READ TO SUM-READ-OUT
    WRITE REPORT-RECORD FROM SUM-REJ-LINE
    WRITE REPORT-RECORD FROM SUM-DUP-LINE

    IF BCH-RESENT-SKIP > 0
        MOVE BCH-RESENT-SKIP TO SUM-RESENT-OUT
        DISPLAY SUM-RESENT-LINE
        WRITE REPORT-RECORD FROM SUM-RESENT-LINE
    END-IF

    IF SUM-HASDATA = 1
        MOVE SUM-HIGH TO SUM-HIGH-OUT
        MOVE SUM-LOW TO SUM-LOW-OUT
            COMPUTE STA-CONV = STA-CONV + SUM-CONVERTED
            COMPUTE STA-CORR = STA-CORR + SUM-CORRECTED
            COMPUTE STA-REJ = STA-REJ + SUM-REJECTED
            COMPUTE STA-POSTED = STA-POSTED + SUM-POSTED
            MOVE MST-TODAY-TEXT TO STA-LAST-DATE
            REWRITE STA-RECORD
        ELSE
            MOVE SUM-CONVERTED TO STA-CONV
            MOVE SUM-CORRECTED TO STA-CORR
            MOVE SUM-REJECTED TO STA-REJ
            MOVE SUM-POSTED TO STA-POSTED
            MOVE MST-TODAY-TEXT TO STA-FIRST-DATE
            MOVE MST-TODAY-TEXT TO STA-LAST-DATE
            WRITE STA-RECORD
*>RECORD FOR THIS NUMERAL GETS ITS COUNT BUMPED AND ITS LAST-SEEN
*>DATE AND SOURCE REFRESHED, A NEW NUMERAL GETS A FRESH RECORD WITH
*>FIRST-SEEN SET TO TODAY. KEYED BY THE CANONICAL TEXT CONV RETURNED,
*>SO A REPAIRED IIII AND A CLEAN IV COUNT AS THE SAME NUMERAL. EVERY
*>OCCURRENCE THAT LANDS IS COUNTED IN SUM-POSTED FOR THE STATISTICS.
*>--------------------------------------------------------------------
2175-UPDATE-MASTER.
    IF MST-AVAIL = 1
            MOVE FILENAME TO MST-SOURCE
            WRITE MST-RECORD
        END-IF
        IF MST-FSCODE = '00'
            COMPUTE SUM-POSTED = SUM-POSTED + 1
        END-IF
    END-IF.

*>--------------------------------------------------------------------
        COMPUTE MST-AVAIL = 0
    END-IF.

*>--------------------------------------------------------------------
*>2176-OPEN-ACCOUNT-HISTORY
*>OPENS THE CROSS-RUN ACCOUNT HISTORY, CREATING IT THE FIRST TIME
*>THROUGH. LIKE THE MASTER IT IS SIDE BOOKKEEPING - IF IT WILL NOT
*>OPEN THE RUN CARRIES ON AND ACH-AVAIL GATES THE OTHER PARAGRAPHS.
*>--------------------------------------------------------------------
2176-OPEN-ACCOUNT-HISTORY.
    COMPUTE ACH-AVAIL = 0
    OPEN I-O ACCOUNT-HISTORY
    IF ACH-FSCODE = '35'
        OPEN OUTPUT ACCOUNT-HISTORY
        CLOSE ACCOUNT-HISTORY
        OPEN I-O ACCOUNT-HISTORY
    END-IF

    IF ACH-FSCODE = '00'
        COMPUTE ACH-AVAIL = 1
    ELSE
        DISPLAY "WARNING: ACCOUNT HISTORY UNAVAILABLE (STATUS CODE: "
            ACH-FSCODE ") - VALUE CHANGES NOT CHECKED"
        STRING 'ACCOUNT HISTORY OPEN FAILED - STATUS ' DELIMITED BY SIZE
            ACH-FSCODE DELIMITED BY SIZE
            INTO ERRLOG-MSG
        PERFORM 2060-LOG-ERROR
    END-IF.

*>--------------------------------------------------------------------
*>2177-UPDATE-ACCOUNT-HISTORY
*>POSTS ONE ACCEPTED STRUCTURED RECORD TO THE ACCOUNT HISTORY. AN
*>ACCOUNT ALREADY ON FILE WHOSE DECIMAL VALUE DIFFERS FROM LAST TIME
*>IS WRITTEN TO THE CHANGE FILE WITH BOTH VALUES, BOTH BATCHES AND THE
*>DATE IT WAS LAST SEEN BEFORE THE HISTORY IS ROLLED FORWARD. A NEW
*>ACCOUNT IS SIMPLY ADDED. RECORDS WITH NO KEY HAVE NO ACCOUNT TO
*>TRACK AND ARE PASSED OVER. THE NUMERAL IS COMPARED AS WELL AS THE
*>VALUE, SINCE A MULTI-FIELD ACCOUNT'S NUMERAL HOLDS ALL ITS FIELDS.
*>--------------------------------------------------------------------
2177-UPDATE-ACCOUNT-HISTORY.
    IF ACH-AVAIL = 1 AND STRUC-KEY NOT = SPACES
        MOVE STRUC-KEY TO ACH-KEY
        COMPUTE ACH-FOUND = 1
        READ ACCOUNT-HISTORY
            INVALID KEY COMPUTE ACH-FOUND = 0
        END-READ

        IF ACH-FOUND = 1
            IF ACH-DECVALUE NOT = DECVALUE
                    OR ACH-NUMERAL NOT = ARRAY-AREA
                COMPUTE ACH-CHANGES = ACH-CHANGES + 1
                MOVE MST-TODAY-TEXT TO ACXO-DATE
                MOVE STRUC-KEY TO ACXO-KEY
                MOVE ACH-DECVALUE TO ACXO-OLD-DEC
                MOVE ACH-BATCH TO ACXO-OLD-BATCH
                MOVE ACH-DATE TO ACXO-OLD-DATE
                MOVE DECVALUE TO ACXO-NEW-DEC
                MOVE BCH-CUR-BATCH TO ACXO-NEW-BATCH
                MOVE ACH-CHANGES TO ACXO-CHANGES
                MOVE ACH-NUMERAL TO ACXO-OLD-NUMERAL
                MOVE ARRAY-AREA TO ACXO-NEW-NUMERAL
                WRITE CHANGE-RECORD FROM ACX-LINE
                COMPUTE ACX-COUNT = ACX-COUNT + 1
            END-IF
            MOVE DECVALUE TO ACH-DECVALUE
            MOVE ARRAY-AREA TO ACH-NUMERAL
            MOVE BCH-CUR-SUPPLIER TO ACH-SUPPLIER
            MOVE BCH-CUR-BATCH TO ACH-BATCH
            MOVE FILENAME TO ACH-SOURCE
            MOVE MST-TODAY-TEXT TO ACH-DATE
            REWRITE ACH-RECORD
        ELSE
            MOVE STRUC-KEY TO ACH-KEY
            MOVE DECVALUE TO ACH-DECVALUE
            MOVE ARRAY-AREA TO ACH-NUMERAL
            MOVE BCH-CUR-SUPPLIER TO ACH-SUPPLIER
            MOVE BCH-CUR-BATCH TO ACH-BATCH
            MOVE FILENAME TO ACH-SOURCE
            MOVE MST-TODAY-TEXT TO ACH-DATE
            COMPUTE ACH-CHANGES = 0
            WRITE ACH-RECORD
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>2178-CLOSE-ACCOUNT-HISTORY
*>CLOSES THE ACCOUNT HISTORY IF 2176-OPEN-ACCOUNT-HISTORY GOT IT
*>OPEN AND REPORTS HOW MANY ACCOUNTS CHANGED VALUE IN THIS FILE.
*>--------------------------------------------------------------------
2178-CLOSE-ACCOUNT-HISTORY.
    IF ACH-AVAIL = 1
        CLOSE ACCOUNT-HISTORY
        COMPUTE ACH-AVAIL = 0
        IF ACX-COUNT > 0
            DISPLAY "WARNING: " ACX-COUNT
                " ACCOUNT(S) CHANGED VALUE - SEE ROMANACX.TXT"
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>2182-OPEN-BATCH-REGISTER
*>OPENS THE SUPPLIER BATCH REGISTER, CREATING IT THE FIRST TIME
*>THROUGH. IF IT WILL NOT OPEN, BATCHES ARE TAKEN UNCHECKED - THE
*>SAME AS BEFORE THE REGISTER EXISTED - AND THE FAILURE IS LOGGED.
*>--------------------------------------------------------------------
2182-OPEN-BATCH-REGISTER.
    COMPUTE BRG-AVAIL = 0
    OPEN I-O BATCH-REGISTER
    IF BRG-FSCODE = '35'
        OPEN OUTPUT BATCH-REGISTER
        CLOSE BATCH-REGISTER
        OPEN I-O BATCH-REGISTER
    END-IF

    IF BRG-FSCODE = '00'
        COMPUTE BRG-AVAIL = 1
    ELSE
        DISPLAY "WARNING: BATCH REGISTER UNAVAILABLE (STATUS CODE: "
            BRG-FSCODE ") - RE-SENT BATCHES NOT CHECKED"
        STRING 'BATCH REGISTER OPEN FAILED - STATUS ' DELIMITED BY SIZE
            BRG-FSCODE DELIMITED BY SIZE
            INTO ERRLOG-MSG
        PERFORM 2060-LOG-ERROR
    END-IF.

*>--------------------------------------------------------------------
*>2184-CHECK-BATCH-REGISTER
*>LOOKS THE HEADER'S SUPPLIER/BATCH PAIR UP ON THE REGISTER. A PAIR
*>ALREADY THERE MARKS THE FILE AS A RE-SEND SO ITS DETAIL IS NOT
*>CONVERTED AND POSTED A SECOND TIME.
*>--------------------------------------------------------------------
2184-CHECK-BATCH-REGISTER.
    IF BRG-AVAIL = 1
        MOVE BCH-CUR-SUPPLIER TO BRG-SUPPLIER
        MOVE BCH-CUR-BATCH TO BRG-BATCH
        COMPUTE BRG-FOUND = 1
        READ BATCH-REGISTER
            INVALID KEY COMPUTE BRG-FOUND = 0
        END-READ

        IF BRG-FOUND = 1
            COMPUTE BCH-RESENT = 1
            DISPLAY "ERROR: SUPPLIER " BCH-CUR-SUPPLIER " BATCH "
                BCH-CUR-BATCH " WAS ACCEPTED ON " BRG-DATE " FROM "
                BRG-SOURCE
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>2186-POST-BATCH-REGISTER
*>WRITES THE FILE'S SUPPLIER/BATCH PAIR TO THE REGISTER ONCE ITS
*>TRAILER HAS PROVED OUT. A FILE THAT FAILED ITS CONTROL TOTALS IS
*>NOT REGISTERED, SO THE SUPPLIER'S CORRECTED RE-SEND IS STILL TAKEN.
*>--------------------------------------------------------------------
2186-POST-BATCH-REGISTER.
    IF BRG-AVAIL = 1 AND BCH-BALANCED = 1 AND BCH-HDR-SEEN = 1
        MOVE BCH-CUR-SUPPLIER TO BRG-SUPPLIER
        MOVE BCH-CUR-BATCH TO BRG-BATCH
        MOVE MST-TODAY-TEXT TO BRG-DATE
        COMPUTE BRG-COUNT = SUM-READ
        MOVE FILENAME TO BRG-SOURCE
        WRITE BRG-RECORD
            INVALID KEY
            DISPLAY "WARNING: SUPPLIER " BCH-CUR-SUPPLIER " BATCH "
                BCH-CUR-BATCH " ALREADY ON THE BATCH REGISTER"
        END-WRITE
    END-IF.

*>--------------------------------------------------------------------
*>2188-CLOSE-BATCH-REGISTER
*>CLOSES THE REGISTER IF 2182-OPEN-BATCH-REGISTER GOT IT OPEN.
*>--------------------------------------------------------------------
2188-CLOSE-BATCH-REGISTER.
    IF BRG-AVAIL = 1
        CLOSE BATCH-REGISTER
        COMPUTE BRG-AVAIL = 0
    END-IF.

*>--------------------------------------------------------------------
*>4000-MASTER-INQUIRY
*>LOOKS UP A SINGLE NUMERAL IN THE CONVERSION MASTER AND SHOWS ITS
