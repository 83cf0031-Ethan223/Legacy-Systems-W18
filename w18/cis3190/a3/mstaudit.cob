*>************************************************
*>NAME: ETHAN COLES
*>ID: 0843081
*>FILE: MSTAUDIT.COB
*>DESCRIPTION: INTEGRITY AUDIT OF THE CONVERSION MASTER
*>             (ROMANMST.DAT). AFTER UNLOADS, RELOADS, ADJCOUNT
*>             TRANSACTIONS AND DUPLICATE RESOLUTION THERE IS NOTHING
*>             ELSE THAT PROVES THE MASTER STILL SAYS WHAT IT SHOULD.
*>             EVERY MST-KEY IS RUN BACK THROUGH CONV AND THE RECORD
*>             IS FLAGGED WHEN THE KEY WILL NOT CONVERT, IS NOT IN
*>             CANONICAL FORM, OR CONVERTS TO A VALUE OTHER THAN
*>             MST-DECVALUE. A RECORD IS ALSO FLAGGED WHEN ITS
*>             MST-FIRST-DATE IS AFTER ITS MST-LAST-DATE OR ITS
*>             MST-COUNT IS ZERO. FINALLY THE TOTAL OF MST-COUNT IS
*>             CROSS-FOOTED AGAINST THE POSTED-OCCURRENCE TOTALS IN
*>             THE SOURCE STATISTICS (ROMANSTA.DAT) AND THE
*>             DIFFERENCE REPORTED. THE REPORT GOES TO THE TERMINAL
*>             AND TO ROMANMAU.TXT. ANY RECORD EXCEPTION, OR A MASTER
*>             OR REPORT FILE THAT WILL NOT OPEN, COMES BACK WITH
*>             RETURN-CODE 8; A CROSS-FOOT DIFFERENCE ALONE WITH
*>             RETURN-CODE 4.
*>************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. MSTAUDIT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO "ROMANMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MST-KEY
        FILE STATUS IS MST-FSCODE.
    SELECT STATS-FILE ASSIGN TO "ROMANSTA.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STA-KEY
        FILE STATUS IS STA-FSCODE.
    SELECT REPORT-FILE ASSIGN TO "ROMANMAU.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MAU-FSCODE.
DATA DIVISION.
FILE SECTION.
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
FD REPORT-FILE.
    01 REPORT-RECORD PIC X(132).
WORKING-STORAGE SECTION.
77  N    PIC S99 USAGE IS COMPUTATIONAL.
77  DECVALUE PIC S9(8) USAGE IS COMPUTATIONAL.
77  RET  PIC S9 USAGE IS COMPUTATIONAL-3.
*>MODE 3 CONVERTS A DECODABLE NONCANONICAL KEY AND REPORTS THE REPAIR
*>(CONV-ERR 3), SO ONE CALL TELLS A BAD KEY FROM A MERELY
*>NONCANONICAL ONE AND STILL GIVES A VALUE TO CHECK.
77  CONV-MODE PIC 9 USAGE IS COMPUTATIONAL VALUE 3.
77  CONV-ERR PIC 9 USAGE IS COMPUTATIONAL.
01  ARRAY-AREA.
    02 R PIC X(1) OCCURS 40 TIMES.
01  KEY-AREA.
    02 KEY-R PIC X(1) OCCURS 40 TIMES.
77  MST-FSCODE PIC 9(2).
77  STA-FSCODE PIC 9(2).
77  MAU-FSCODE PIC 9(2).
77  ISEOF PIC 9 VALUE 0.
*>MM/DD/YY TEXT TURNED INTO YYMMDD SO DATES COMPARE IN CALENDAR
*>ORDER INSTEAD OF MONTH-FIRST TEXT ORDER.
77  DATE-TEXT PIC X(8).
77  DATE-YYMMDD PIC 9(6).
77  FIRST-YYMMDD PIC 9(6).
*>RUN COUNTERS AND THE CROSS-FOOT TOTALS.
77  AUD-RECORDS PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  AUD-EXCEPTIONS PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  AUD-BAD-KEY PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  AUD-NONCANON PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  AUD-MISMATCH PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  AUD-BAD-DATES PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  AUD-ZERO-COUNT PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  MST-COUNT-TOTAL PIC 9(10) USAGE IS COMPUTATIONAL VALUE 0.
77  STA-POSTED-TOTAL PIC 9(10) USAGE IS COMPUTATIONAL VALUE 0.
77  STA-SOURCES PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
*>THE OPENING POSTED BALANCE MSTMAINT STACONV LEAVES - IT FOOTS WITH
*>THE REST BUT IS NOT A SOURCE.
77  STA-OPENING-KEY PIC X(80) VALUE '*OPENING BALANCE'.
77  FOOT-DIFF PIC S9(10) USAGE IS COMPUTATIONAL VALUE 0.
77  STA-AVAIL PIC 9 VALUE 0.
*>SET ONCE THE RECORD IN HAND HAS PRINTED ITS FIRST FAULT.
77  REC-FLAGGED PIC 9.
*>REPORT LAYOUTS.
01  MAU-TITLE-LINE.
    02 FILLER PIC X(30) VALUE 'MASTER FILE INTEGRITY AUDIT - '.
    02 MAU-DATE-OUT PIC X(8).
01  RUN-TODAY.
    02 RUN-YY PIC 9(2).
    02 RUN-MM PIC 9(2).
    02 RUN-DD PIC 9(2).
01  MAU-UNDERLINE.
    02 FILLER PIC X(60) VALUE
       '------------------------------------------------------------'.
01  MAU-COL-HEADS.
    02 FILLER PIC X(41) VALUE 'NUMERAL'.
    02 FILLER PIC X(9) VALUE '   VALUE'.
    02 FILLER PIC X(9) VALUE '   COUNT'.
    02 FILLER PIC X(9) VALUE 'FIRST'.
    02 FILLER PIC X(9) VALUE 'LAST'.
    02 FILLER PIC X(9) VALUE 'EXCEPTION'.
01  MAU-DETAIL-LINE.
    02 MAU-KEY-OUT    PIC X(40).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 MAU-DEC-OUT    PIC Z(7)9.
    02 FILLER         PIC X(1) VALUE SPACE.
    02 MAU-CNT-OUT    PIC Z(7)9.
    02 FILLER         PIC X(1) VALUE SPACE.
    02 MAU-FIRST-OUT  PIC X(8).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 MAU-LAST-OUT   PIC X(8).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 MAU-EXC-OUT    PIC X(54).
01  MAU-EXC-TEXT PIC X(54).
01  MAU-DEC-EDIT PIC Z(7)9.
01  MAU-TOTAL-LINE.
    02 MAU-TOTAL-LABEL PIC X(30).
    02 MAU-TOTAL-OUT   PIC -Z,ZZZ,ZZZ,ZZ9.
PROCEDURE DIVISION.
    ACCEPT RUN-TODAY FROM DATE
    STRING RUN-MM '/' RUN-DD '/' RUN-YY
        DELIMITED BY SIZE INTO MAU-DATE-OUT

    OPEN INPUT MASTER-FILE
    IF MST-FSCODE NOT = '00'
        DISPLAY "ERROR: CANNOT OPEN MASTER (STATUS CODE: "
            MST-FSCODE ")"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF MAU-FSCODE NOT = '00'
        DISPLAY "ERROR: CANNOT OPEN ROMANMAU.TXT (STATUS CODE: "
            MAU-FSCODE ")"
        CLOSE MASTER-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE MAU-UNDERLINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE MAU-TITLE-LINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE MAU-UNDERLINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE MAU-COL-HEADS TO REPORT-RECORD
    PERFORM 9000-PUT-LINE

    PERFORM 2000-AUDIT-MASTER
    CLOSE MASTER-FILE

    PERFORM 3000-TOTAL-STATISTICS
    PERFORM 4000-WRITE-TOTALS
    CLOSE REPORT-FILE

    IF AUD-EXCEPTIONS > 0
        MOVE 8 TO RETURN-CODE
    ELSE
        IF FOOT-DIFF NOT = 0 OR STA-AVAIL = 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    GOBACK.

*>--------------------------------------------------------------------
*>1200-DATE-TO-YYMMDD
*>TURNS MM/DD/YY TEXT IN DATE-TEXT INTO A YYMMDD NUMBER SO DATES
*>COMPARE IN CALENDAR ORDER. ANYTHING UNPARSEABLE COMES OUT ZERO.
*>--------------------------------------------------------------------
1200-DATE-TO-YYMMDD.
    IF DATE-TEXT(1:1) >= '0' AND DATE-TEXT(1:1) <= '9'
        COMPUTE DATE-YYMMDD = 0
        MOVE DATE-TEXT(7:2) TO DATE-YYMMDD(1:2)
        MOVE DATE-TEXT(1:2) TO DATE-YYMMDD(3:2)
        MOVE DATE-TEXT(4:2) TO DATE-YYMMDD(5:2)
    ELSE
        COMPUTE DATE-YYMMDD = 0
    END-IF.

*>--------------------------------------------------------------------
*>2000-AUDIT-MASTER
*>WALKS THE WHOLE MASTER IN KEY ORDER, CHECKING EVERY RECORD AND
*>ADDING ITS COUNT TO THE CROSS-FOOT TOTAL.
*>--------------------------------------------------------------------
2000-AUDIT-MASTER.
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
            COMPUTE AUD-RECORDS = AUD-RECORDS + 1
            COMPUTE MST-COUNT-TOTAL = MST-COUNT-TOTAL + MST-COUNT
            PERFORM 2100-CHECK-ONE-RECORD
        END-IF
    END-PERFORM
    COMPUTE ISEOF = 0.

*>--------------------------------------------------------------------
*>2100-CHECK-ONE-RECORD
*>RUNS ONE MASTER RECORD THROUGH EVERY CHECK. A RECORD WITH MORE
*>THAN ONE FAULT GETS A LINE FOR EACH, BUT COUNTS ONCE AS AN
*>EXCEPTION RECORD.
*>--------------------------------------------------------------------
2100-CHECK-ONE-RECORD.
    MOVE MST-KEY TO KEY-AREA
    MOVE SPACES TO ARRAY-AREA
    COMPUTE N = 1
    PERFORM UNTIL N > 40 OR KEY-R(N) = SPACE
        MOVE KEY-R(N) TO R(N)
        COMPUTE N = N + 1
    END-PERFORM
    COMPUTE N = N - 1

    COMPUTE REC-FLAGGED = 0
    MOVE SPACES TO MAU-EXC-TEXT
    IF N < 1
        MOVE 'BLANK KEY' TO MAU-EXC-TEXT
        COMPUTE AUD-BAD-KEY = AUD-BAD-KEY + 1
        PERFORM 2200-WRITE-EXCEPTION
    ELSE
        CALL "CONV" USING ARRAY-AREA, N, RET, DECVALUE, CONV-MODE,
            CONV-ERR
        IF RET NOT = 1
            MOVE 'KEY DOES NOT CONVERT' TO MAU-EXC-TEXT
            COMPUTE AUD-BAD-KEY = AUD-BAD-KEY + 1
            PERFORM 2200-WRITE-EXCEPTION
        ELSE
            IF CONV-ERR = 3
                MOVE SPACES TO MAU-EXC-TEXT
                STRING 'NONCANONICAL KEY - CANONICAL FORM ' ARRAY-AREA
                    DELIMITED BY SIZE INTO MAU-EXC-TEXT
                COMPUTE AUD-NONCANON = AUD-NONCANON + 1
                PERFORM 2200-WRITE-EXCEPTION
            END-IF
            IF DECVALUE NOT = MST-DECVALUE
                MOVE DECVALUE TO MAU-DEC-EDIT
                MOVE SPACES TO MAU-EXC-TEXT
                STRING 'VALUE MISMATCH - KEY CONVERTS TO ' MAU-DEC-EDIT
                    DELIMITED BY SIZE INTO MAU-EXC-TEXT
                COMPUTE AUD-MISMATCH = AUD-MISMATCH + 1
                PERFORM 2200-WRITE-EXCEPTION
            END-IF
        END-IF
    END-IF

    MOVE MST-FIRST-DATE TO DATE-TEXT
    PERFORM 1200-DATE-TO-YYMMDD
    MOVE DATE-YYMMDD TO FIRST-YYMMDD
    MOVE MST-LAST-DATE TO DATE-TEXT
    PERFORM 1200-DATE-TO-YYMMDD
    IF FIRST-YYMMDD > DATE-YYMMDD
        MOVE 'FIRST SEEN AFTER LAST SEEN' TO MAU-EXC-TEXT
        COMPUTE AUD-BAD-DATES = AUD-BAD-DATES + 1
        PERFORM 2200-WRITE-EXCEPTION
    END-IF

    IF MST-COUNT = 0
        MOVE 'ZERO OCCURRENCE COUNT' TO MAU-EXC-TEXT
        COMPUTE AUD-ZERO-COUNT = AUD-ZERO-COUNT + 1
        PERFORM 2200-WRITE-EXCEPTION
    END-IF.

*>--------------------------------------------------------------------
*>2200-WRITE-EXCEPTION
*>PRINTS THE MASTER RECORD IN HAND WITH THE FAULT JUST FOUND. THE
*>FIRST FAULT ON A RECORD COUNTS IT AS AN EXCEPTION RECORD; LATER
*>ONES PRINT WITH THE NUMERAL BLANKED SO THE RECORD READS AS ONE.
*>--------------------------------------------------------------------
2200-WRITE-EXCEPTION.
    IF REC-FLAGGED = 0
        COMPUTE REC-FLAGGED = 1
        COMPUTE AUD-EXCEPTIONS = AUD-EXCEPTIONS + 1
        MOVE MST-KEY TO MAU-KEY-OUT
        MOVE MST-DECVALUE TO MAU-DEC-OUT
        MOVE MST-COUNT TO MAU-CNT-OUT
        MOVE MST-FIRST-DATE TO MAU-FIRST-OUT
        MOVE MST-LAST-DATE TO MAU-LAST-OUT
        MOVE MAU-EXC-TEXT TO MAU-EXC-OUT
        MOVE MAU-DETAIL-LINE TO REPORT-RECORD
    ELSE
        MOVE SPACES TO REPORT-RECORD
        MOVE MAU-EXC-TEXT TO REPORT-RECORD(78:54)
    END-IF
    PERFORM 9000-PUT-LINE.

*>--------------------------------------------------------------------
*>3000-TOTAL-STATISTICS
*>ADDS UP THE POSTED-OCCURRENCE COUNT OF EVERY SOURCE IN THE
*>STATISTICS FILE FOR THE CROSS-FOOT. THAT IS THE COUNT OF MASTER
*>POSTINGS - ONE PER FIELD OF A MULTI-FIELD RECORD, NONE FOR A
*>DUPLICATE UNTIL DUPRES POSTS IT - SO IT FOOTS TO MST-COUNT WHERE THE
*>CONVERTED COUNT NEVER WOULD. THE OPENING BALANCE RECORD CARRIES
*>THE POSTINGS MADE BEFORE THE COUNT WAS KEPT, SO IT IS IN THE TOTAL
*>BUT NOT COUNTED AS A SOURCE. A STATISTICS FILE THAT WILL NOT OPEN
*>LEAVES THE CROSS-FOOT UNPROVEN, WHICH IS REPORTED AS SUCH.
*>--------------------------------------------------------------------
3000-TOTAL-STATISTICS.
    OPEN INPUT STATS-FILE
    IF STA-FSCODE NOT = '00'
        DISPLAY "WARNING: CANNOT OPEN STATISTICS FILE (STATUS CODE: "
            STA-FSCODE ") - CROSS-FOOT NOT PROVEN"
    ELSE
        COMPUTE STA-AVAIL = 1
        COMPUTE ISEOF = 0
        MOVE LOW-VALUES TO STA-KEY
        START STATS-FILE KEY NOT < STA-KEY
            INVALID KEY COMPUTE ISEOF = 1
        END-START

        PERFORM UNTIL ISEOF = 1
            READ STATS-FILE NEXT
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1
                IF STA-KEY NOT = STA-OPENING-KEY
                    COMPUTE STA-SOURCES = STA-SOURCES + 1
                END-IF
                COMPUTE STA-POSTED-TOTAL = STA-POSTED-TOTAL + STA-POSTED
            END-IF
        END-PERFORM
        CLOSE STATS-FILE
    END-IF
    COMPUTE ISEOF = 0
    COMPUTE FOOT-DIFF = MST-COUNT-TOTAL - STA-POSTED-TOTAL.

*>--------------------------------------------------------------------
*>4000-WRITE-TOTALS
*>EXCEPTION COUNTS BY KIND, THEN THE CROSS-FOOT.
*>--------------------------------------------------------------------
4000-WRITE-TOTALS.
    IF AUD-EXCEPTIONS = 0
        MOVE 'NO RECORD EXCEPTIONS' TO REPORT-RECORD
        PERFORM 9000-PUT-LINE
    END-IF
    MOVE SPACES TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE MAU-UNDERLINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE 'MASTER RECORDS READ:' TO MAU-TOTAL-LABEL
    MOVE AUD-RECORDS TO MAU-TOTAL-OUT
    PERFORM 4100-PUT-TOTAL
    MOVE 'EXCEPTION RECORDS:' TO MAU-TOTAL-LABEL
    MOVE AUD-EXCEPTIONS TO MAU-TOTAL-OUT
    PERFORM 4100-PUT-TOTAL
    MOVE '  KEY DOES NOT CONVERT:' TO MAU-TOTAL-LABEL
    MOVE AUD-BAD-KEY TO MAU-TOTAL-OUT
    PERFORM 4100-PUT-TOTAL
    MOVE '  NONCANONICAL KEY:' TO MAU-TOTAL-LABEL
    MOVE AUD-NONCANON TO MAU-TOTAL-OUT
    PERFORM 4100-PUT-TOTAL
    MOVE '  VALUE MISMATCH:' TO MAU-TOTAL-LABEL
    MOVE AUD-MISMATCH TO MAU-TOTAL-OUT
    PERFORM 4100-PUT-TOTAL
    MOVE '  FIRST AFTER LAST:' TO MAU-TOTAL-LABEL
    MOVE AUD-BAD-DATES TO MAU-TOTAL-OUT
    PERFORM 4100-PUT-TOTAL
    MOVE '  ZERO COUNT:' TO MAU-TOTAL-LABEL
    MOVE AUD-ZERO-COUNT TO MAU-TOTAL-OUT
    PERFORM 4100-PUT-TOTAL

    MOVE SPACES TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE 'TOTAL OF MST-COUNT:' TO MAU-TOTAL-LABEL
    MOVE MST-COUNT-TOTAL TO MAU-TOTAL-OUT
    PERFORM 4100-PUT-TOTAL
    IF STA-AVAIL = 1
        MOVE 'SOURCES IN STATISTICS:' TO MAU-TOTAL-LABEL
        MOVE STA-SOURCES TO MAU-TOTAL-OUT
        PERFORM 4100-PUT-TOTAL
        MOVE 'TOTAL OF STA-POSTED:' TO MAU-TOTAL-LABEL
        MOVE STA-POSTED-TOTAL TO MAU-TOTAL-OUT
        PERFORM 4100-PUT-TOTAL
        MOVE 'DIFFERENCE:' TO MAU-TOTAL-LABEL
        MOVE FOOT-DIFF TO MAU-TOTAL-OUT
        PERFORM 4100-PUT-TOTAL
        IF FOOT-DIFF = 0
            MOVE 'CROSS-FOOT AGREES' TO REPORT-RECORD
        ELSE
            MOVE '*** CROSS-FOOT DOES NOT AGREE' TO REPORT-RECORD
        END-IF
    ELSE
        MOVE '*** CROSS-FOOT NOT PROVEN - NO STATISTICS FILE'
            TO REPORT-RECORD
    END-IF
    PERFORM 9000-PUT-LINE.

*>--------------------------------------------------------------------
*>4100-PUT-TOTAL
*>ONE LABELLED TOTAL LINE.
*>--------------------------------------------------------------------
4100-PUT-TOTAL.
    MOVE MAU-TOTAL-LINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE.

*>--------------------------------------------------------------------
*>9000-PUT-LINE
*>SENDS ONE REPORT LINE TO THE TERMINAL AND TO ROMANMAU.TXT.
*>--------------------------------------------------------------------
9000-PUT-LINE.
    DISPLAY REPORT-RECORD
    WRITE REPORT-RECORD.
