*>************************************************
*>NAME: ETHAN COLES
*>ID: 0843081
*>FILE: MSTSTATS.COB
*>DESCRIPTION: FREQUENCY AND DISTRIBUTION REPORT OVER THE
*>             CONVERSION MASTER (ROMANMST.DAT). THE MASTER DUMP AND
*>             THE VALUE-RANGE LISTING SHOW RECORDS ONE AT A TIME;
*>             THIS REPORT ANSWERS THE SHAPE QUESTIONS - THE MOST
*>             FREQUENTLY SEEN NUMERALS BY MST-COUNT, THE DISTINCT
*>             NUMERALS AND TOTAL OCCURRENCES IN EACH VALUE BAND
*>             (1-99, 100-999, 1000-3999 AND THE BAR-NOTATION RANGE
*>             ABOVE 3999), THE NUMERALS FIRST SEEN IN A PERIOD, AND
*>             THE NUMERALS NOT SEEN SINCE A CUTOFF DATE. THE PARM IS
*>             "<TOPN> [<FROM> <TO> [<CUTOFF>]]" WITH DATES AS
*>             MM/DD/YY - TOPN DEFAULTS TO 20 (AT MOST 100), A PERIOD
*>             OR CUTOFF THAT IS LEFT OFF SKIPS ITS SECTION. THE
*>             REPORT GOES TO THE TERMINAL AND TO ROMANMSS.TXT.
*>************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. MSTSTATS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO "ROMANMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MST-KEY
        FILE STATUS IS MST-FSCODE.
    SELECT REPORT-FILE ASSIGN TO "ROMANMSS.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MSS-FSCODE.
DATA DIVISION.
FILE SECTION.
*>SAME RECORD LAYOUT ROMANNUMERALS MAINTAINS - THE TWO PROGRAMS MUST
*>AGREE ON IT BYTE FOR BYTE.
FD MASTER-FILE.
    01 MST-RECORD.
        02 MST-KEY        PIC X(40).
        02 MST-DECVALUE   PIC 9(8).
        02 MST-COUNT      PIC 9(8).
        02 MST-FIRST-DATE PIC X(8).
        02 MST-LAST-DATE  PIC X(8).
        02 MST-SOURCE     PIC X(80).
FD REPORT-FILE.
    01 REPORT-RECORD PIC X(132).
WORKING-STORAGE SECTION.
77  MST-FSCODE PIC 9(2).
77  MSS-FSCODE PIC 9(2).
77  ISEOF PIC 9 VALUE 0.
*>PARM IS "<TOPN> [<FROM> <TO> [<CUTOFF>]]".
01  PARM-LINE PIC X(80).
01  PARM-TOKENS.
    02 PARM-TOP-TOKEN    PIC X(10).
    02 PARM-FROM-TOKEN   PIC X(10).
    02 PARM-TO-TOKEN     PIC X(10).
    02 PARM-CUTOFF-TOKEN PIC X(10).
*>NUMBER SCANNER FOR THE TOPN TOKEN.
77  NUM-OK PIC 9.
77  NUM-WORK PIC 9(8) USAGE IS COMPUTATIONAL.
77  NUM-IDX PIC S99 USAGE IS COMPUTATIONAL.
77  NUM-DIGIT PIC 9.
77  NUM-DIGIT-X PIC X(1).
*>MM/DD/YY TEXT TURNED INTO YYMMDD SO DATES COMPARE IN CALENDAR
*>ORDER INSTEAD OF MONTH-FIRST TEXT ORDER.
77  DATE-TEXT PIC X(8).
77  DATE-YYMMDD PIC 9(6).
77  PERIOD-WANTED PIC 9 VALUE 0.
77  PERIOD-FROM PIC 9(6) VALUE 0.
77  PERIOD-TO PIC 9(6) VALUE 999999.
77  CUTOFF-WANTED PIC 9 VALUE 0.
77  CUTOFF-DATE PIC 9(6) VALUE 0.
01  PERIOD-FROM-TEXT PIC X(8) VALUE SPACES.
01  PERIOD-TO-TEXT PIC X(8) VALUE SPACES.
01  CUTOFF-TEXT PIC X(8) VALUE SPACES.
*>THE TOP-N TABLE, KEPT IN DESCENDING MST-COUNT ORDER AS THE MASTER
*>GOES PAST, SO THE WHOLE MASTER NEVER HAS TO BE HELD.
77  TOP-WANTED PIC 9(4) USAGE IS COMPUTATIONAL VALUE 20.
77  TOP-MAX PIC 9(4) USAGE IS COMPUTATIONAL VALUE 100.
77  TOP-COUNT PIC 9(4) USAGE IS COMPUTATIONAL VALUE 0.
01  TOP-TABLE.
    02 TOP-ENTRY OCCURS 100 TIMES.
        03 TOP-KEY   PIC X(40).
        03 TOP-DEC   PIC 9(8) USAGE IS COMPUTATIONAL.
        03 TOP-CNT   PIC 9(8) USAGE IS COMPUTATIONAL.
        03 TOP-LAST  PIC X(8).
77  TOP-IDX PIC 9(4) USAGE IS COMPUTATIONAL.
77  TOP-SLOT PIC 9(4) USAGE IS COMPUTATIONAL.
*>VALUE BANDS - LOW BOUND, HIGH BOUND, DISTINCT NUMERALS AND TOTAL
*>OCCURRENCES.
01  BAND-TABLE.
    02 BAND-ENTRY OCCURS 4 TIMES.
        03 BAND-LABEL    PIC X(16).
        03 BAND-LOW      PIC 9(8) USAGE IS COMPUTATIONAL.
        03 BAND-HIGH     PIC 9(8) USAGE IS COMPUTATIONAL.
        03 BAND-DISTINCT PIC 9(8) USAGE IS COMPUTATIONAL.
        03 BAND-OCCURS   PIC 9(10) USAGE IS COMPUTATIONAL.
77  BAND-IDX PIC 9 USAGE IS COMPUTATIONAL.
*>RUN TOTALS.
77  TOT-RECORDS PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  TOT-OCCURS PIC 9(10) USAGE IS COMPUTATIONAL VALUE 0.
77  TOT-NEW PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  TOT-STALE PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  RATE-BP PIC 9(6) USAGE IS COMPUTATIONAL.
77  RATE-PCT PIC 9(3)V99 USAGE IS COMPUTATIONAL.
*>REPORT LAYOUTS.
01  MSS-TITLE-LINE.
    02 FILLER PIC X(30) VALUE 'MASTER FILE STATISTICS -     '.
    02 MSS-DATE-OUT PIC X(8).
01  RUN-TODAY.
    02 RUN-YY PIC 9(2).
    02 RUN-MM PIC 9(2).
    02 RUN-DD PIC 9(2).
01  MSS-UNDERLINE.
    02 FILLER PIC X(60) VALUE
       '------------------------------------------------------------'.
01  MSS-SECTION-LINE.
    02 MSS-SECTION-OUT PIC X(80).
01  TOP-COL-HEADS.
    02 FILLER PIC X(6) VALUE 'RANK'.
    02 FILLER PIC X(41) VALUE 'NUMERAL'.
    02 FILLER PIC X(9) VALUE '   VALUE'.
    02 FILLER PIC X(12) VALUE '       COUNT'.
    02 FILLER PIC X(8) VALUE 'LAST'.
01  TOP-DETAIL-LINE.
    02 TOP-RANK-OUT  PIC ZZZ9.
    02 FILLER        PIC X(2) VALUE SPACES.
    02 TOP-KEY-OUT   PIC X(40).
    02 FILLER        PIC X(1) VALUE SPACE.
    02 TOP-DEC-OUT   PIC Z(7)9.
    02 FILLER        PIC X(1) VALUE SPACE.
    02 TOP-CNT-OUT   PIC ZZ,ZZZ,ZZ9.
    02 FILLER        PIC X(2) VALUE SPACES.
    02 TOP-LAST-OUT  PIC X(8).
01  BAND-COL-HEADS.
    02 FILLER PIC X(18) VALUE 'VALUE BAND'.
    02 FILLER PIC X(12) VALUE '    DISTINCT'.
    02 FILLER PIC X(15) VALUE '    OCCURRENCES'.
    02 FILLER PIC X(9) VALUE '   SHARE%'.
01  BAND-DETAIL-LINE.
    02 BAND-LABEL-OUT    PIC X(16).
    02 FILLER            PIC X(2) VALUE SPACES.
    02 BAND-DISTINCT-OUT PIC ZZ,ZZZ,ZZ9.
    02 FILLER            PIC X(2) VALUE SPACES.
    02 BAND-OCCURS-OUT   PIC Z,ZZZ,ZZZ,ZZ9.
    02 FILLER            PIC X(3) VALUE SPACES.
    02 BAND-PCT-OUT      PIC ZZ9.99.
01  LIST-COL-HEADS.
    02 FILLER PIC X(41) VALUE 'NUMERAL'.
    02 FILLER PIC X(9) VALUE '   VALUE'.
    02 FILLER PIC X(12) VALUE '       COUNT'.
    02 FILLER PIC X(2) VALUE SPACES.
    02 FILLER PIC X(9) VALUE 'FIRST'.
    02 FILLER PIC X(8) VALUE 'LAST'.
01  LIST-DETAIL-LINE.
    02 LIST-KEY-OUT   PIC X(40).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 LIST-DEC-OUT   PIC Z(7)9.
    02 FILLER         PIC X(1) VALUE SPACE.
    02 LIST-CNT-OUT   PIC ZZ,ZZZ,ZZ9.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 LIST-FIRST-OUT PIC X(8).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 LIST-LAST-OUT  PIC X(8).
01  MSS-TOTAL-LINE.
    02 MSS-TOTAL-LABEL PIC X(30).
    02 MSS-TOTAL-OUT   PIC Z,ZZZ,ZZZ,ZZ9.
PROCEDURE DIVISION.
    ACCEPT RUN-TODAY FROM DATE
    STRING RUN-MM '/' RUN-DD '/' RUN-YY
        DELIMITED BY SIZE INTO MSS-DATE-OUT

    PERFORM 1000-TAKE-PARM
    PERFORM 1100-SET-BANDS

    OPEN INPUT MASTER-FILE
    IF MST-FSCODE NOT = '00'
        DISPLAY "ERROR: CANNOT OPEN MASTER (STATUS CODE: "
            MST-FSCODE ")"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF MSS-FSCODE NOT = '00'
        DISPLAY "ERROR: CANNOT OPEN ROMANMSS.TXT (STATUS CODE: "
            MSS-FSCODE ")"
        CLOSE MASTER-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE MSS-UNDERLINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE MSS-TITLE-LINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE MSS-UNDERLINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE

    *>FIRST PASS - TOP TABLE, BANDS AND TOTALS.
    PERFORM 2000-SCAN-MASTER
    PERFORM 4000-WRITE-TOP-NUMERALS
    PERFORM 4100-WRITE-VALUE-BANDS

    *>THE TWO LISTINGS COME OFF A SECOND PASS EACH SO EACH PRINTS AS
    *>ONE UNBROKEN SECTION IN KEY ORDER.
    IF PERIOD-WANTED = 1
        PERFORM 5000-LIST-FIRST-SEEN
    END-IF
    IF CUTOFF-WANTED = 1
        PERFORM 5100-LIST-NOT-SEEN
    END-IF

    PERFORM 6000-WRITE-RUN-TOTALS
    CLOSE MASTER-FILE
    CLOSE REPORT-FILE
    GOBACK.

*>--------------------------------------------------------------------
*>1000-TAKE-PARM
*>SPLITS THE PARM INTO THE TOP-N COUNT, THE FIRST-SEEN PERIOD AND
*>THE NOT-SEEN-SINCE CUTOFF. A TOPN THAT IS NOT A NUMBER, OR IS
*>ZERO, KEEPS THE DEFAULT; ONE OVER THE TABLE SIZE IS CAPPED.
*>--------------------------------------------------------------------
1000-TAKE-PARM.
    ACCEPT PARM-LINE FROM COMMAND-LINE
    MOVE SPACES TO PARM-TOKENS
    UNSTRING PARM-LINE DELIMITED BY ALL ' '
        INTO PARM-TOP-TOKEN, PARM-FROM-TOKEN, PARM-TO-TOKEN,
            PARM-CUTOFF-TOKEN

    IF PARM-TOP-TOKEN NOT = SPACES
        PERFORM 1200-PARSE-NUMBER
        IF NUM-OK = 1 AND NUM-WORK > 0
            IF NUM-WORK > TOP-MAX
                COMPUTE TOP-WANTED = TOP-MAX
            ELSE
                COMPUTE TOP-WANTED = NUM-WORK
            END-IF
        ELSE
            DISPLAY "WARNING: TOPN '" PARM-TOP-TOKEN
                "' IS NOT A COUNT - USING 20"
        END-IF
    END-IF

    IF PARM-FROM-TOKEN NOT = SPACES
        COMPUTE PERIOD-WANTED = 1
        MOVE PARM-FROM-TOKEN(1:8) TO DATE-TEXT
        MOVE DATE-TEXT TO PERIOD-FROM-TEXT
        PERFORM 1300-DATE-TO-YYMMDD
        MOVE DATE-YYMMDD TO PERIOD-FROM
        IF PARM-TO-TOKEN NOT = SPACES
            MOVE PARM-TO-TOKEN(1:8) TO DATE-TEXT
            MOVE DATE-TEXT TO PERIOD-TO-TEXT
            PERFORM 1300-DATE-TO-YYMMDD
            MOVE DATE-YYMMDD TO PERIOD-TO
        ELSE
            MOVE '(OPEN)' TO PERIOD-TO-TEXT
        END-IF
    END-IF

    IF PARM-CUTOFF-TOKEN NOT = SPACES
        COMPUTE CUTOFF-WANTED = 1
        MOVE PARM-CUTOFF-TOKEN(1:8) TO DATE-TEXT
        MOVE DATE-TEXT TO CUTOFF-TEXT
        PERFORM 1300-DATE-TO-YYMMDD
        MOVE DATE-YYMMDD TO CUTOFF-DATE
    END-IF.

*>--------------------------------------------------------------------
*>1100-SET-BANDS
*>THE FOUR VALUE BANDS. THE LAST ONE IS EVERYTHING WRITTEN WITH THE
*>THOUSANDS BAR.
*>--------------------------------------------------------------------
1100-SET-BANDS.
    MOVE '1 - 99' TO BAND-LABEL(1)
    COMPUTE BAND-LOW(1) = 1
    COMPUTE BAND-HIGH(1) = 99
    MOVE '100 - 999' TO BAND-LABEL(2)
    COMPUTE BAND-LOW(2) = 100
    COMPUTE BAND-HIGH(2) = 999
    MOVE '1000 - 3999' TO BAND-LABEL(3)
    COMPUTE BAND-LOW(3) = 1000
    COMPUTE BAND-HIGH(3) = 3999
    MOVE 'OVER 3999 (BAR)' TO BAND-LABEL(4)
    COMPUTE BAND-LOW(4) = 4000
    COMPUTE BAND-HIGH(4) = 99999999
    PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 4
        COMPUTE BAND-DISTINCT(BAND-IDX) = 0
        COMPUTE BAND-OCCURS(BAND-IDX) = 0
    END-PERFORM.

*>--------------------------------------------------------------------
*>1200-PARSE-NUMBER
*>TURNS THE TOPN TOKEN INTO A NUMBER, DIGIT BY DIGIT.
*>--------------------------------------------------------------------
1200-PARSE-NUMBER.
    COMPUTE NUM-OK = 1
    COMPUTE NUM-WORK = 0
    PERFORM VARYING NUM-IDX FROM 1 BY 1
            UNTIL NUM-IDX > 8
            OR PARM-TOP-TOKEN(NUM-IDX:1) = SPACE
            OR NUM-OK = 0
        MOVE PARM-TOP-TOKEN(NUM-IDX:1) TO NUM-DIGIT-X
        IF NUM-DIGIT-X >= '0' AND NUM-DIGIT-X <= '9'
            MOVE NUM-DIGIT-X TO NUM-DIGIT
            COMPUTE NUM-WORK = NUM-WORK * 10 + NUM-DIGIT
        ELSE
            COMPUTE NUM-OK = 0
        END-IF
    END-PERFORM.

*>--------------------------------------------------------------------
*>1300-DATE-TO-YYMMDD
*>TURNS MM/DD/YY TEXT IN DATE-TEXT INTO A YYMMDD NUMBER SO DATES
*>COMPARE IN CALENDAR ORDER. ANYTHING UNPARSEABLE COMES OUT ZERO.
*>--------------------------------------------------------------------
1300-DATE-TO-YYMMDD.
    IF DATE-TEXT(1:1) >= '0' AND DATE-TEXT(1:1) <= '9'
        COMPUTE DATE-YYMMDD = 0
        MOVE DATE-TEXT(7:2) TO DATE-YYMMDD(1:2)
        MOVE DATE-TEXT(1:2) TO DATE-YYMMDD(3:2)
        MOVE DATE-TEXT(4:2) TO DATE-YYMMDD(5:2)
    ELSE
        COMPUTE DATE-YYMMDD = 0
    END-IF.

*>--------------------------------------------------------------------
*>2000-SCAN-MASTER
*>ONE PASS OVER THE MASTER FOR THE TOP TABLE, THE BANDS AND THE
*>TOTALS.
*>--------------------------------------------------------------------
2000-SCAN-MASTER.
    PERFORM 2900-START-MASTER
    PERFORM UNTIL ISEOF = 1
        READ MASTER-FILE NEXT
            AT END COMPUTE ISEOF = 1
        END-READ
        IF ISEOF NOT = 1
            COMPUTE TOT-RECORDS = TOT-RECORDS + 1
            COMPUTE TOT-OCCURS = TOT-OCCURS + MST-COUNT
            PERFORM 2100-TAKE-BAND
            PERFORM 2200-TAKE-TOP
        END-IF
    END-PERFORM
    COMPUTE ISEOF = 0.

*>--------------------------------------------------------------------
*>2100-TAKE-BAND
*>ADDS THE RECORD IN HAND TO THE BAND ITS VALUE FALLS IN.
*>--------------------------------------------------------------------
2100-TAKE-BAND.
    PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 4
        IF MST-DECVALUE >= BAND-LOW(BAND-IDX)
                AND MST-DECVALUE <= BAND-HIGH(BAND-IDX)
            COMPUTE BAND-DISTINCT(BAND-IDX) =
                BAND-DISTINCT(BAND-IDX) + 1
            COMPUTE BAND-OCCURS(BAND-IDX) =
                BAND-OCCURS(BAND-IDX) + MST-COUNT
        END-IF
    END-PERFORM.

*>--------------------------------------------------------------------
*>2200-TAKE-TOP
*>SLOTS THE RECORD IN HAND INTO THE TOP TABLE IF IT BEATS THE LAST
*>ENTRY, SHIFTING THE LOWER ENTRIES DOWN ONE. ON A TIE THE NUMERAL
*>ALREADY IN THE TABLE (EARLIER IN KEY ORDER) STAYS AHEAD.
*>--------------------------------------------------------------------
2200-TAKE-TOP.
    COMPUTE TOP-SLOT = 0
    PERFORM VARYING TOP-IDX FROM 1 BY 1
            UNTIL TOP-IDX > TOP-COUNT OR TOP-SLOT > 0
        IF MST-COUNT > TOP-CNT(TOP-IDX)
            COMPUTE TOP-SLOT = TOP-IDX
        END-IF
    END-PERFORM
    IF TOP-SLOT = 0 AND TOP-COUNT < TOP-WANTED
        COMPUTE TOP-SLOT = TOP-COUNT + 1
    END-IF

    IF TOP-SLOT > 0
        IF TOP-COUNT < TOP-WANTED
            COMPUTE TOP-COUNT = TOP-COUNT + 1
        END-IF
        PERFORM VARYING TOP-IDX FROM TOP-COUNT BY -1
                UNTIL TOP-IDX <= TOP-SLOT
            MOVE TOP-ENTRY(TOP-IDX - 1) TO TOP-ENTRY(TOP-IDX)
        END-PERFORM
        MOVE MST-KEY TO TOP-KEY(TOP-SLOT)
        MOVE MST-DECVALUE TO TOP-DEC(TOP-SLOT)
        MOVE MST-COUNT TO TOP-CNT(TOP-SLOT)
        MOVE MST-LAST-DATE TO TOP-LAST(TOP-SLOT)
    END-IF.

*>--------------------------------------------------------------------
*>2900-START-MASTER
*>POSITIONS THE MASTER AT ITS FIRST RECORD FOR A FRESH PASS.
*>--------------------------------------------------------------------
2900-START-MASTER.
    COMPUTE ISEOF = 0
    MOVE LOW-VALUES TO MST-KEY
    START MASTER-FILE KEY NOT < MST-KEY
        INVALID KEY COMPUTE ISEOF = 1
    END-START.

*>--------------------------------------------------------------------
*>4000-WRITE-TOP-NUMERALS
*>THE TOP TABLE, MOST FREQUENTLY SEEN FIRST.
*>--------------------------------------------------------------------
4000-WRITE-TOP-NUMERALS.
    MOVE SPACES TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE SPACES TO MSS-SECTION-OUT
    MOVE TOP-WANTED TO TOP-RANK-OUT
    STRING 'TOP NUMERALS BY OCCURRENCE COUNT - LIMIT' TOP-RANK-OUT
        DELIMITED BY SIZE INTO MSS-SECTION-OUT
    MOVE MSS-SECTION-LINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE TOP-COL-HEADS TO REPORT-RECORD
    PERFORM 9000-PUT-LINE

    PERFORM VARYING TOP-IDX FROM 1 BY 1 UNTIL TOP-IDX > TOP-COUNT
        MOVE TOP-IDX TO TOP-RANK-OUT
        MOVE TOP-KEY(TOP-IDX) TO TOP-KEY-OUT
        MOVE TOP-DEC(TOP-IDX) TO TOP-DEC-OUT
        MOVE TOP-CNT(TOP-IDX) TO TOP-CNT-OUT
        MOVE TOP-LAST(TOP-IDX) TO TOP-LAST-OUT
        MOVE TOP-DETAIL-LINE TO REPORT-RECORD
        PERFORM 9000-PUT-LINE
    END-PERFORM

    IF TOP-COUNT = 0
        MOVE 'MASTER IS EMPTY' TO REPORT-RECORD
        PERFORM 9000-PUT-LINE
    END-IF.

*>--------------------------------------------------------------------
*>4100-WRITE-VALUE-BANDS
*>DISTINCT NUMERALS AND OCCURRENCES PER BAND, WITH EACH BAND'S SHARE
*>OF ALL OCCURRENCES.
*>--------------------------------------------------------------------
4100-WRITE-VALUE-BANDS.
    MOVE SPACES TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE 'DISTRIBUTION BY VALUE BAND' TO MSS-SECTION-OUT
    MOVE MSS-SECTION-LINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE BAND-COL-HEADS TO REPORT-RECORD
    PERFORM 9000-PUT-LINE

    PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 4
        MOVE BAND-LABEL(BAND-IDX) TO BAND-LABEL-OUT
        MOVE BAND-DISTINCT(BAND-IDX) TO BAND-DISTINCT-OUT
        MOVE BAND-OCCURS(BAND-IDX) TO BAND-OCCURS-OUT
        IF TOT-OCCURS > 0
            COMPUTE RATE-BP = BAND-OCCURS(BAND-IDX) * 10000
                / TOT-OCCURS
        ELSE
            COMPUTE RATE-BP = 0
        END-IF
        COMPUTE RATE-PCT = RATE-BP / 100
        MOVE RATE-PCT TO BAND-PCT-OUT
        MOVE BAND-DETAIL-LINE TO REPORT-RECORD
        PERFORM 9000-PUT-LINE
    END-PERFORM.

*>--------------------------------------------------------------------
*>5000-LIST-FIRST-SEEN
*>EVERY NUMERAL WHOSE MST-FIRST-DATE FALLS INSIDE THE PERIOD.
*>--------------------------------------------------------------------
5000-LIST-FIRST-SEEN.
    MOVE SPACES TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE SPACES TO MSS-SECTION-OUT
    STRING 'NUMERALS FIRST SEEN ' PERIOD-FROM-TEXT ' - '
        PERIOD-TO-TEXT DELIMITED BY SIZE INTO MSS-SECTION-OUT
    MOVE MSS-SECTION-LINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE LIST-COL-HEADS TO REPORT-RECORD
    PERFORM 9000-PUT-LINE

    PERFORM 2900-START-MASTER
    PERFORM UNTIL ISEOF = 1
        READ MASTER-FILE NEXT
            AT END COMPUTE ISEOF = 1
        END-READ
        IF ISEOF NOT = 1
            MOVE MST-FIRST-DATE TO DATE-TEXT
            PERFORM 1300-DATE-TO-YYMMDD
            IF DATE-YYMMDD >= PERIOD-FROM AND DATE-YYMMDD <= PERIOD-TO
                COMPUTE TOT-NEW = TOT-NEW + 1
                PERFORM 5900-PUT-LIST-LINE
            END-IF
        END-IF
    END-PERFORM
    COMPUTE ISEOF = 0

    IF TOT-NEW = 0
        MOVE 'NO NUMERALS FIRST SEEN IN THE PERIOD' TO REPORT-RECORD
        PERFORM 9000-PUT-LINE
    END-IF.

*>--------------------------------------------------------------------
*>5100-LIST-NOT-SEEN
*>EVERY NUMERAL WHOSE MST-LAST-DATE IS BEFORE THE CUTOFF.
*>--------------------------------------------------------------------
5100-LIST-NOT-SEEN.
    MOVE SPACES TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE SPACES TO MSS-SECTION-OUT
    STRING 'NUMERALS NOT SEEN SINCE ' CUTOFF-TEXT
        DELIMITED BY SIZE INTO MSS-SECTION-OUT
    MOVE MSS-SECTION-LINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE LIST-COL-HEADS TO REPORT-RECORD
    PERFORM 9000-PUT-LINE

    PERFORM 2900-START-MASTER
    PERFORM UNTIL ISEOF = 1
        READ MASTER-FILE NEXT
            AT END COMPUTE ISEOF = 1
        END-READ
        IF ISEOF NOT = 1
            MOVE MST-LAST-DATE TO DATE-TEXT
            PERFORM 1300-DATE-TO-YYMMDD
            IF DATE-YYMMDD < CUTOFF-DATE
                COMPUTE TOT-STALE = TOT-STALE + 1
                PERFORM 5900-PUT-LIST-LINE
            END-IF
        END-IF
    END-PERFORM
    COMPUTE ISEOF = 0

    IF TOT-STALE = 0
        MOVE 'EVERY NUMERAL SEEN SINCE THE CUTOFF' TO REPORT-RECORD
        PERFORM 9000-PUT-LINE
    END-IF.

*>--------------------------------------------------------------------
*>5900-PUT-LIST-LINE
*>ONE MASTER RECORD ON A LISTING.
*>--------------------------------------------------------------------
5900-PUT-LIST-LINE.
    MOVE MST-KEY TO LIST-KEY-OUT
    MOVE MST-DECVALUE TO LIST-DEC-OUT
    MOVE MST-COUNT TO LIST-CNT-OUT
    MOVE MST-FIRST-DATE TO LIST-FIRST-OUT
    MOVE MST-LAST-DATE TO LIST-LAST-OUT
    MOVE LIST-DETAIL-LINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE.

*>--------------------------------------------------------------------
*>6000-WRITE-RUN-TOTALS
*>CLOSING COUNTS.
*>--------------------------------------------------------------------
6000-WRITE-RUN-TOTALS.
    MOVE SPACES TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE MSS-UNDERLINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE 'DISTINCT NUMERALS:' TO MSS-TOTAL-LABEL
    MOVE TOT-RECORDS TO MSS-TOTAL-OUT
    PERFORM 6100-PUT-TOTAL
    MOVE 'TOTAL OCCURRENCES:' TO MSS-TOTAL-LABEL
    MOVE TOT-OCCURS TO MSS-TOTAL-OUT
    PERFORM 6100-PUT-TOTAL
    IF PERIOD-WANTED = 1
        MOVE 'FIRST SEEN IN PERIOD:' TO MSS-TOTAL-LABEL
        MOVE TOT-NEW TO MSS-TOTAL-OUT
        PERFORM 6100-PUT-TOTAL
    END-IF
    IF CUTOFF-WANTED = 1
        MOVE 'NOT SEEN SINCE CUTOFF:' TO MSS-TOTAL-LABEL
        MOVE TOT-STALE TO MSS-TOTAL-OUT
        PERFORM 6100-PUT-TOTAL
    END-IF.

*>--------------------------------------------------------------------
*>6100-PUT-TOTAL
*>ONE LABELLED TOTAL LINE.
*>--------------------------------------------------------------------
6100-PUT-TOTAL.
    MOVE MSS-TOTAL-LINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE.

*>--------------------------------------------------------------------
*>9000-PUT-LINE
*>SENDS ONE REPORT LINE TO THE TERMINAL AND TO ROMANMSS.TXT.
*>--------------------------------------------------------------------
9000-PUT-LINE.
    DISPLAY REPORT-RECORD(1:100)
    WRITE REPORT-RECORD.
