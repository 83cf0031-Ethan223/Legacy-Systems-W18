*>************************************************
*>NAME: ETHAN COLES
*>ID: 0843081
*>FILE: CORRAUD.COB
*>DESCRIPTION: CORRECTION AUDIT REPORT. READS THE FIX AUDIT TRAIL
*>             (ROMANAUD.TXT) THAT THE INTERACTIVE REWORK AND THE
*>             AUTOMATIC FIXER BOTH APPEND TO, AND THE MASTER AUDIT
*>             TRAIL (ROMANMTA.TXT), AND ANSWERS WHO CHANGED WHAT AND
*>             WHEN OVER A DATE RANGE: FIXES TOTALLED PER OPERATOR
*>             AND PER CORRECTION RULE, EACH RULE'S SHARE OF THE
*>             AUTOMATIC FIXES, THE RULES THAT NEVER FIRED, AND EVERY
*>             MASTER CHANGE WITH ITS BEFORE AND AFTER VALUES AND THE
*>             OPERATOR OR BATCH ID IT WAS MADE UNDER. A ROW
*>             IS A RULE'S WHEN ITS OPERATOR COLUMN HOLDS A RULE ID
*>             FROM THE RULES FILE, AN OPERATOR'S OTHERWISE. THE PARM
*>             IS "MM/DD/YY MM/DD/YY [<RULESFILE>]"; NO DATES MEANS
*>             EVERYTHING, NO RULES FILE MEANS ROMANFIX.RUL. THE
*>             REPORT GOES TO THE TERMINAL AND TO ROMANCAR.TXT. A
*>             MISSING RULES OR AUDIT FILE COMES BACK WITH
*>             RETURN-CODE 4.
*>************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. CORRAUD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-FILE ASSIGN TO "ROMANAUD.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUD-FSCODE.
    SELECT MAINT-AUDIT ASSIGN TO "ROMANMTA.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MTA-FSCODE.
    SELECT RULES-FILE ASSIGN TO DYNAMIC RULES-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUL-FSCODE.
    SELECT REPORT-FILE ASSIGN TO "ROMANCAR.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CAR-FSCODE.
DATA DIVISION.
FILE SECTION.
FD AUDIT-FILE.
    01 AUDIT-RECORD PIC X(100).
FD MAINT-AUDIT.
    01 MAINT-AUDIT-RECORD PIC X(170).
FD RULES-FILE.
    01 RULES-RECORD PIC X(80).
FD REPORT-FILE.
    01 REPORT-RECORD PIC X(132).
WORKING-STORAGE SECTION.
77  AUD-FSCODE PIC 9(2).
77  MTA-FSCODE PIC 9(2).
77  RUL-FSCODE PIC 9(2).
77  CAR-FSCODE PIC 9(2).
77  ISEOF PIC 9 VALUE 0.
*>PARM IS "MM/DD/YY MM/DD/YY [<RULESFILE>]".
01  PARM-LINE PIC X(80).
01  PARM-TOKENS.
    02 PARM-FROM-TOKEN  PIC X(10).
    02 PARM-TO-TOKEN    PIC X(10).
    02 PARM-RULES-TOKEN PIC X(60).
01  RULES-NAME PIC X(80).
77  RANGE-FROM PIC 9(6) VALUE 0.
77  RANGE-TO   PIC 9(6) VALUE 999999.
*>MM/DD/YY TEXT TURNED INTO YYMMDD SO DATES COMPARE IN CALENDAR
*>ORDER INSTEAD OF MONTH-FIRST TEXT ORDER.
77  DATE-TEXT PIC X(8).
77  DATE-YYMMDD PIC 9(6).
*>FIX AUDIT ROW - SAME LAYOUT THE REWORK AND THE FIXER WRITE. ONLY
*>THE FIELDS THIS REPORT READS ARE NAMED.
01  AUD-LINE.
    02 AUD-DATE    PIC X(8).
    02 FILLER      PIC X(1).
    02 AUD-OPER    PIC X(8).
    02 FILLER      PIC X(83).
*>MASTER AUDIT ROW - SAME LAYOUT THE MAINTENANCE UTILITY WRITES.
01  MTA-LINE.
    02 MTA-STAMP PIC X(8).
    02 FILLER    PIC X(1).
    02 MTA-TAG   PIC X(7).
    02 FILLER    PIC X(1).
    02 MTA-KEY   PIC X(40).
    02 FILLER    PIC X(1).
    02 MTA-DEC   PIC 9(8).
    02 FILLER    PIC X(1).
    02 MTA-CNT   PIC 9(8).
    02 FILLER    PIC X(1).
    02 MTA-SRC   PIC X(80).
    02 FILLER    PIC X(1).
    02 MTA-OPER  PIC X(8).
*>THE BEFORE ROW OF THE CHANGE IN HAND, HELD UNTIL ITS AFTER (OR
*>DELETED) ROW ARRIVES.
77  HELD-BEFORE PIC 9 VALUE 0.
01  HELD-LINE PIC X(170).
01  HELD-FIELDS REDEFINES HELD-LINE.
    02 HELD-STAMP PIC X(8).
    02 FILLER     PIC X(1).
    02 HELD-TAG   PIC X(7).
    02 FILLER     PIC X(1).
    02 HELD-KEY   PIC X(40).
    02 FILLER     PIC X(1).
    02 HELD-DEC   PIC 9(8).
    02 FILLER     PIC X(1).
    02 HELD-CNT   PIC 9(8).
    02 FILLER     PIC X(1).
    02 HELD-SRC   PIC X(80).
    02 FILLER     PIC X(1).
    02 HELD-OPER  PIC X(8).
*>RULE IDS IN FILE (PRIORITY) ORDER WITH THE FIXES EACH MADE IN THE
*>RANGE.
77  RULE-COUNT PIC 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  RULE-MAX PIC 9(4) USAGE IS COMPUTATIONAL VALUE 50.
01  RULE-TABLE.
    02 RULE-ENTRY OCCURS 50 TIMES.
        03 RULE-ID    PIC X(8).
        03 RULE-FIXES PIC 9(8) USAGE IS COMPUTATIONAL.
77  RULE-IDX PIC 9(4) USAGE IS COMPUTATIONAL.
77  RULE-HIT PIC 9(4) USAGE IS COMPUTATIONAL.
01  RULE-LINE PIC X(80).
77  RULE-ID-TOKEN PIC X(10).
*>OPERATORS IN THE ORDER FIRST SEEN, RANKED BY ID FOR THE REPORT.
77  OPR-COUNT PIC 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  OPR-MAX PIC 9(4) USAGE IS COMPUTATIONAL VALUE 200.
01  OPR-TABLE.
    02 OPR-ENTRY OCCURS 200 TIMES.
        03 OPR-ID    PIC X(8).
        03 OPR-FIXES PIC 9(8) USAGE IS COMPUTATIONAL.
        03 OPR-FIRST PIC X(8).
        03 OPR-LAST  PIC X(8).
77  OPR-IDX PIC 9(4) USAGE IS COMPUTATIONAL.
77  OPR-IDX2 PIC 9(4) USAGE IS COMPUTATIONAL.
77  OPR-BEST PIC 9(4) USAGE IS COMPUTATIONAL.
77  OPR-HIT PIC 9(4) USAGE IS COMPUTATIONAL.
01  OPR-SWAP-ENTRY.
    02 SWP-ID    PIC X(8).
    02 SWP-FIXES PIC 9(8) USAGE IS COMPUTATIONAL.
    02 SWP-FIRST PIC X(8).
    02 SWP-LAST  PIC X(8).
*>RUN TOTALS.
77  TOT-ROWS PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  TOT-MANUAL PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  TOT-AUTO PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  TOT-UNFIRED PIC 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  TOT-CHANGES PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  RATE-BP PIC 9(6) USAGE IS COMPUTATIONAL.
77  RATE-PCT PIC 9(3)V99 USAGE IS COMPUTATIONAL.
*>REPORT LAYOUTS.
01  CAR-TITLE-LINE.
    02 FILLER PIC X(33) VALUE 'CORRECTION AUDIT REPORT - RANGE: '.
    02 CAR-FROM-OUT PIC X(8).
    02 FILLER PIC X(3) VALUE ' - '.
    02 CAR-TO-OUT PIC X(8).
01  CAR-UNDERLINE.
    02 FILLER PIC X(60) VALUE
       '------------------------------------------------------------'.
01  CAR-SECTION-LINE.
    02 CAR-SECTION-OUT PIC X(60).
01  OPR-COL-HEADS.
    02 FILLER PIC X(10) VALUE 'OPERATOR'.
    02 FILLER PIC X(12) VALUE '       FIXES'.
    02 FILLER PIC X(2) VALUE SPACES.
    02 FILLER PIC X(9) VALUE 'FIRST'.
    02 FILLER PIC X(8) VALUE 'LAST'.
01  OPR-DETAIL-LINE.
    02 OPR-ID-OUT    PIC X(8).
    02 FILLER        PIC X(2) VALUE SPACES.
    02 OPR-FIXES-OUT PIC ZZ,ZZZ,ZZ9.
    02 FILLER        PIC X(4) VALUE SPACES.
    02 OPR-FIRST-OUT PIC X(8).
    02 FILLER        PIC X(1) VALUE SPACE.
    02 OPR-LAST-OUT  PIC X(8).
01  RULE-COL-HEADS.
    02 FILLER PIC X(10) VALUE 'RULE'.
    02 FILLER PIC X(12) VALUE '       FIXES'.
    02 FILLER PIC X(10) VALUE '   SHARE%'.
01  RULE-DETAIL-LINE.
    02 RULE-ID-OUT    PIC X(8).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 RULE-FIXES-OUT PIC ZZ,ZZZ,ZZ9.
    02 FILLER         PIC X(4) VALUE SPACES.
    02 RULE-PCT-OUT   PIC ZZ9.99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 RULE-NOTE-OUT  PIC X(14).
01  MTA-COL-HEADS.
    02 FILLER PIC X(9) VALUE 'DATE'.
    02 FILLER PIC X(8) VALUE 'CHANGE'.
    02 FILLER PIC X(41) VALUE 'NUMERAL'.
    02 FILLER PIC X(18) VALUE '   BEFORE VAL/CNT'.
    02 FILLER PIC X(18) VALUE '    AFTER VAL/CNT'.
    02 FILLER PIC X(8) VALUE 'BY'.
01  MTA-DETAIL-LINE.
    02 MTA-DATE-OUT   PIC X(8).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 MTA-TYPE-OUT   PIC X(7).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 MTA-KEY-OUT    PIC X(40).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 MTA-BDEC-OUT   PIC X(8).
    02 FILLER         PIC X(1) VALUE '/'.
    02 MTA-BCNT-OUT   PIC X(8).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 MTA-ADEC-OUT   PIC X(8).
    02 FILLER         PIC X(1) VALUE '/'.
    02 MTA-ACNT-OUT   PIC X(8).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 MTA-OPER-OUT   PIC X(8).
*>SOURCE FILE NAMES ARE TOO WIDE FOR THE CHANGE LINE, SO A CHANGED
*>SOURCE GETS A LINE OF ITS OWN UNDER IT.
01  MTA-SOURCE-LINE.
    02 FILLER         PIC X(17) VALUE '         SOURCE: '.
    02 MTA-BSRC-OUT   PIC X(40).
    02 FILLER         PIC X(4) VALUE ' -> '.
    02 MTA-ASRC-OUT   PIC X(40).
01  CAR-TOTAL-LINE.
    02 CAR-TOTAL-LABEL PIC X(30).
    02 CAR-TOTAL-OUT   PIC ZZ,ZZZ,ZZ9.
PROCEDURE DIVISION.
    ACCEPT PARM-LINE FROM COMMAND-LINE
    MOVE SPACES TO CAR-FROM-OUT
    MOVE SPACES TO CAR-TO-OUT
    MOVE 'ROMANFIX.RUL' TO RULES-NAME
    IF PARM-LINE NOT = SPACES
        MOVE SPACES TO PARM-FROM-TOKEN
        MOVE SPACES TO PARM-TO-TOKEN
        MOVE SPACES TO PARM-RULES-TOKEN
        UNSTRING PARM-LINE DELIMITED BY ALL ' '
            INTO PARM-FROM-TOKEN, PARM-TO-TOKEN, PARM-RULES-TOKEN
        IF PARM-FROM-TOKEN NOT = SPACES
            MOVE PARM-FROM-TOKEN(1:8) TO DATE-TEXT
            MOVE DATE-TEXT TO CAR-FROM-OUT
            PERFORM 1200-DATE-TO-YYMMDD
            MOVE DATE-YYMMDD TO RANGE-FROM
        END-IF
        IF PARM-TO-TOKEN NOT = SPACES
            MOVE PARM-TO-TOKEN(1:8) TO DATE-TEXT
            MOVE DATE-TEXT TO CAR-TO-OUT
            PERFORM 1200-DATE-TO-YYMMDD
            MOVE DATE-YYMMDD TO RANGE-TO
        END-IF
        IF PARM-RULES-TOKEN NOT = SPACES
            MOVE PARM-RULES-TOKEN TO RULES-NAME
        END-IF
    END-IF
    IF CAR-FROM-OUT = SPACES
        MOVE '(ALL)' TO CAR-FROM-OUT
        MOVE '(ALL)' TO CAR-TO-OUT
    END-IF

    OPEN OUTPUT REPORT-FILE
    MOVE CAR-UNDERLINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE CAR-TITLE-LINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE CAR-UNDERLINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE

    PERFORM 1000-LOAD-RULES
    PERFORM 2000-TALLY-FIXES
    PERFORM 3000-RANK-OPERATORS
    PERFORM 4000-WRITE-OPERATOR-TOTALS
    PERFORM 4100-WRITE-RULE-TOTALS
    PERFORM 4200-WRITE-UNFIRED-RULES
    PERFORM 5000-LIST-MASTER-CHANGES
    PERFORM 6000-WRITE-RUN-TOTALS

    CLOSE REPORT-FILE
    GOBACK.

*>--------------------------------------------------------------------
*>1000-LOAD-RULES
*>TAKES THE RULE ID OFF EVERY RULE LINE IN FILE ORDER. ONLY THE IDS
*>MATTER HERE - THEY TELL A FIXER ROW FROM AN OPERATOR'S, AND THE
*>ONES WITH NO ROWS ARE THE RULES THAT NEVER FIRED.
*>--------------------------------------------------------------------
1000-LOAD-RULES.
    OPEN INPUT RULES-FILE
    IF RUL-FSCODE NOT = '00'
        DISPLAY "WARNING: CANNOT OPEN RULES FILE " RULES-NAME(1:40)
            " (STATUS CODE: " RUL-FSCODE ") - EVERY ROW COUNTED AS "
            "AN OPERATOR'S"
        MOVE 4 TO RETURN-CODE
    ELSE
        COMPUTE ISEOF = 0
        PERFORM UNTIL ISEOF = 1
            READ RULES-FILE INTO RULE-LINE
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1 AND RULE-LINE NOT = SPACES
                    AND RULE-LINE(1:1) NOT = '*'
                    AND RULE-COUNT < RULE-MAX
                MOVE SPACES TO RULE-ID-TOKEN
                UNSTRING RULE-LINE DELIMITED BY ALL ' '
                    INTO RULE-ID-TOKEN
                COMPUTE RULE-COUNT = RULE-COUNT + 1
                MOVE RULE-ID-TOKEN TO RULE-ID(RULE-COUNT)
                COMPUTE RULE-FIXES(RULE-COUNT) = 0
            END-IF
        END-PERFORM
        CLOSE RULES-FILE
    END-IF
    COMPUTE ISEOF = 0.

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
*>2000-TALLY-FIXES
*>WALKS THE FIX AUDIT TRAIL AND COUNTS EVERY ROW INSIDE THE RANGE
*>AGAINST ITS RULE, OR AGAINST ITS OPERATOR WHEN THE COLUMN IS NOT A
*>KNOWN RULE ID.
*>--------------------------------------------------------------------
2000-TALLY-FIXES.
    OPEN INPUT AUDIT-FILE
    IF AUD-FSCODE NOT = '00'
        DISPLAY "WARNING: CANNOT OPEN FIX AUDIT TRAIL (STATUS CODE: "
            AUD-FSCODE ")"
        MOVE 4 TO RETURN-CODE
    ELSE
        COMPUTE ISEOF = 0
        PERFORM UNTIL ISEOF = 1
            READ AUDIT-FILE INTO AUD-LINE
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1 AND AUD-LINE NOT = SPACES
                MOVE AUD-DATE TO DATE-TEXT
                PERFORM 1200-DATE-TO-YYMMDD
                IF DATE-YYMMDD >= RANGE-FROM
                        AND DATE-YYMMDD <= RANGE-TO
                    COMPUTE TOT-ROWS = TOT-ROWS + 1
                    PERFORM 2100-COUNT-ONE-FIX
                END-IF
            END-IF
        END-PERFORM
        CLOSE AUDIT-FILE
    END-IF
    COMPUTE ISEOF = 0.

*>--------------------------------------------------------------------
*>2100-COUNT-ONE-FIX
*>CREDITS ONE FIX ROW TO ITS RULE OR ITS OPERATOR. AN OPERATOR TABLE
*>THAT FILLS UP STILL COUNTS THE ROW IN THE MANUAL TOTAL.
*>--------------------------------------------------------------------
2100-COUNT-ONE-FIX.
    COMPUTE RULE-HIT = 0
    PERFORM VARYING RULE-IDX FROM 1 BY 1
            UNTIL RULE-IDX > RULE-COUNT OR RULE-HIT > 0
        IF RULE-ID(RULE-IDX) = AUD-OPER
            COMPUTE RULE-HIT = RULE-IDX
        END-IF
    END-PERFORM

    IF RULE-HIT > 0
        COMPUTE RULE-FIXES(RULE-HIT) = RULE-FIXES(RULE-HIT) + 1
        COMPUTE TOT-AUTO = TOT-AUTO + 1
    ELSE
        COMPUTE TOT-MANUAL = TOT-MANUAL + 1
        COMPUTE OPR-HIT = 0
        PERFORM VARYING OPR-IDX FROM 1 BY 1
                UNTIL OPR-IDX > OPR-COUNT OR OPR-HIT > 0
            IF OPR-ID(OPR-IDX) = AUD-OPER
                COMPUTE OPR-HIT = OPR-IDX
            END-IF
        END-PERFORM
        IF OPR-HIT = 0 AND OPR-COUNT < OPR-MAX
            COMPUTE OPR-COUNT = OPR-COUNT + 1
            COMPUTE OPR-HIT = OPR-COUNT
            MOVE AUD-OPER TO OPR-ID(OPR-HIT)
            COMPUTE OPR-FIXES(OPR-HIT) = 0
            MOVE AUD-DATE TO OPR-FIRST(OPR-HIT)
        END-IF
        IF OPR-HIT > 0
            COMPUTE OPR-FIXES(OPR-HIT) = OPR-FIXES(OPR-HIT) + 1
            MOVE AUD-DATE TO OPR-LAST(OPR-HIT)
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>3000-RANK-OPERATORS
*>SELECTION SORT OF THE OPERATOR TABLE BY OPERATOR ID.
*>--------------------------------------------------------------------
3000-RANK-OPERATORS.
    PERFORM VARYING OPR-IDX FROM 1 BY 1 UNTIL OPR-IDX >= OPR-COUNT
        COMPUTE OPR-BEST = OPR-IDX
        PERFORM VARYING OPR-IDX2 FROM OPR-IDX BY 1
                UNTIL OPR-IDX2 > OPR-COUNT
            IF OPR-ID(OPR-IDX2) < OPR-ID(OPR-BEST)
                COMPUTE OPR-BEST = OPR-IDX2
            END-IF
        END-PERFORM
        IF OPR-BEST NOT = OPR-IDX
            MOVE OPR-ENTRY(OPR-IDX) TO OPR-SWAP-ENTRY
            MOVE OPR-ENTRY(OPR-BEST) TO OPR-ENTRY(OPR-IDX)
            MOVE OPR-SWAP-ENTRY TO OPR-ENTRY(OPR-BEST)
        END-IF
    END-PERFORM.

*>--------------------------------------------------------------------
*>4000-WRITE-OPERATOR-TOTALS
*>ONE LINE PER OPERATOR WITH THE FIXES MADE AND THE FIRST AND LAST
*>DATES THEY WERE MADE IN THE RANGE.
*>--------------------------------------------------------------------
4000-WRITE-OPERATOR-TOTALS.
    MOVE SPACES TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE 'FIXES BY OPERATOR' TO CAR-SECTION-OUT
    MOVE CAR-SECTION-LINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE OPR-COL-HEADS TO REPORT-RECORD
    PERFORM 9000-PUT-LINE

    PERFORM VARYING OPR-IDX FROM 1 BY 1 UNTIL OPR-IDX > OPR-COUNT
        MOVE OPR-ID(OPR-IDX) TO OPR-ID-OUT
        MOVE OPR-FIXES(OPR-IDX) TO OPR-FIXES-OUT
        MOVE OPR-FIRST(OPR-IDX) TO OPR-FIRST-OUT
        MOVE OPR-LAST(OPR-IDX) TO OPR-LAST-OUT
        MOVE OPR-DETAIL-LINE TO REPORT-RECORD
        PERFORM 9000-PUT-LINE
    END-PERFORM

    IF OPR-COUNT = 0
        MOVE 'NO OPERATOR FIXES IN RANGE' TO REPORT-RECORD
        PERFORM 9000-PUT-LINE
    END-IF.

*>--------------------------------------------------------------------
*>4100-WRITE-RULE-TOTALS
*>ONE LINE PER RULE THAT FIRED, IN PRIORITY ORDER, WITH ITS SHARE OF
*>ALL THE AUTOMATIC FIXES IN THE RANGE.
*>--------------------------------------------------------------------
4100-WRITE-RULE-TOTALS.
    MOVE SPACES TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE 'FIXES BY CORRECTION RULE' TO CAR-SECTION-OUT
    MOVE CAR-SECTION-LINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE RULE-COL-HEADS TO REPORT-RECORD
    PERFORM 9000-PUT-LINE

    PERFORM VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > RULE-COUNT
        IF RULE-FIXES(RULE-IDX) > 0
            MOVE RULE-ID(RULE-IDX) TO RULE-ID-OUT
            MOVE RULE-FIXES(RULE-IDX) TO RULE-FIXES-OUT
            COMPUTE RATE-BP = RULE-FIXES(RULE-IDX) * 10000 / TOT-AUTO
            COMPUTE RATE-PCT = RATE-BP / 100
            MOVE RATE-PCT TO RULE-PCT-OUT
            MOVE SPACES TO RULE-NOTE-OUT
            MOVE RULE-DETAIL-LINE TO REPORT-RECORD
            PERFORM 9000-PUT-LINE
        END-IF
    END-PERFORM

    IF TOT-AUTO = 0
        MOVE 'NO AUTOMATIC FIXES IN RANGE' TO REPORT-RECORD
        PERFORM 9000-PUT-LINE
    END-IF.

*>--------------------------------------------------------------------
*>4200-WRITE-UNFIRED-RULES
*>EVERY RULE IN THE RULES FILE THAT MADE NO FIX IN THE RANGE - DEAD
*>WEIGHT, OR A PATTERN A HIGHER-PRIORITY RULE ALWAYS GETS TO FIRST.
*>--------------------------------------------------------------------
4200-WRITE-UNFIRED-RULES.
    MOVE SPACES TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE 'RULES THAT NEVER FIRED' TO CAR-SECTION-OUT
    MOVE CAR-SECTION-LINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE

    PERFORM VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > RULE-COUNT
        IF RULE-FIXES(RULE-IDX) = 0
            COMPUTE TOT-UNFIRED = TOT-UNFIRED + 1
            MOVE RULE-ID(RULE-IDX) TO RULE-ID-OUT
            MOVE 0 TO RULE-FIXES-OUT
            MOVE 0 TO RULE-PCT-OUT
            MOVE 'NEVER FIRED' TO RULE-NOTE-OUT
            MOVE RULE-DETAIL-LINE TO REPORT-RECORD
            PERFORM 9000-PUT-LINE
        END-IF
    END-PERFORM

    IF TOT-UNFIRED = 0
        MOVE 'EVERY RULE FIRED' TO REPORT-RECORD
        PERFORM 9000-PUT-LINE
    END-IF.

*>--------------------------------------------------------------------
*>5000-LIST-MASTER-CHANGES
*>WALKS THE MASTER AUDIT TRAIL AND LISTS EVERY CHANGE IN THE RANGE.
*>A BEFORE ROW IS HELD UNTIL THE AFTER OR DELETED ROW THAT CLOSES IT;
*>AN AFTER ROW WITH NOTHING HELD IS A RECORD THAT WAS ADDED.
*>--------------------------------------------------------------------
5000-LIST-MASTER-CHANGES.
    MOVE SPACES TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE 'MASTER FILE CHANGES' TO CAR-SECTION-OUT
    MOVE CAR-SECTION-LINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE MTA-COL-HEADS TO REPORT-RECORD
    PERFORM 9000-PUT-LINE

    OPEN INPUT MAINT-AUDIT
    IF MTA-FSCODE NOT = '00'
        DISPLAY "WARNING: CANNOT OPEN MASTER AUDIT TRAIL (STATUS "
            "CODE: " MTA-FSCODE ")"
        MOVE 4 TO RETURN-CODE
    ELSE
        COMPUTE ISEOF = 0
        COMPUTE HELD-BEFORE = 0
        PERFORM UNTIL ISEOF = 1
            READ MAINT-AUDIT INTO MTA-LINE
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1 AND MTA-LINE NOT = SPACES
                MOVE MTA-STAMP TO DATE-TEXT
                PERFORM 1200-DATE-TO-YYMMDD
                IF DATE-YYMMDD >= RANGE-FROM
                        AND DATE-YYMMDD <= RANGE-TO
                    PERFORM 5100-TAKE-ONE-MASTER-ROW
                END-IF
            END-IF
        END-PERFORM
        CLOSE MAINT-AUDIT
    END-IF
    COMPUTE ISEOF = 0

    IF TOT-CHANGES = 0
        MOVE 'NO MASTER CHANGES IN RANGE' TO REPORT-RECORD
        PERFORM 9000-PUT-LINE
    END-IF.

*>--------------------------------------------------------------------
*>5100-TAKE-ONE-MASTER-ROW
*>PAIRS ONE MASTER AUDIT ROW WITH THE BEFORE ROW HELD FOR IT AND
*>PRINTS THE CHANGE ONCE IT IS COMPLETE. THE OPENING BALANCE ROW
*>MSTMAINT WRITES WHEN IT CONVERTS THE STATISTICS FILE IS NOT A
*>CHANGE TO ANY RECORD - IT IS PRINTED WITH THE BALANCE IT OPENED AT,
*>LEAVES ANY HELD BEFORE ROW ALONE AND IS NOT COUNTED. THE SOURCE
*>LINE IS PRINTED WHEN THE FULL SOURCE TEXT CHANGED, NOT JUST THE
*>PART OF IT THAT FITS ON THE REPORT.
*>--------------------------------------------------------------------
5100-TAKE-ONE-MASTER-ROW.
    IF MTA-TAG = 'BEFORE'
        MOVE MTA-LINE TO HELD-LINE
        COMPUTE HELD-BEFORE = 1
    ELSE
    IF MTA-TAG = 'OPENBAL'
        MOVE MTA-STAMP TO MTA-DATE-OUT
        MOVE 'OPENBAL' TO MTA-TYPE-OUT
        MOVE MTA-KEY TO MTA-KEY-OUT
        MOVE SPACES TO MTA-BDEC-OUT
        MOVE SPACES TO MTA-BCNT-OUT
        MOVE SPACES TO MTA-ADEC-OUT
        MOVE MTA-CNT TO MTA-ACNT-OUT
        MOVE MTA-OPER TO MTA-OPER-OUT
        MOVE MTA-DETAIL-LINE TO REPORT-RECORD
        PERFORM 9000-PUT-LINE
    ELSE
        MOVE MTA-STAMP TO MTA-DATE-OUT
        MOVE MTA-KEY TO MTA-KEY-OUT
        MOVE MTA-OPER TO MTA-OPER-OUT
        IF HELD-BEFORE = 1 AND HELD-KEY = MTA-KEY
            MOVE HELD-DEC TO MTA-BDEC-OUT
            MOVE HELD-CNT TO MTA-BCNT-OUT
            MOVE HELD-SRC TO MTA-BSRC-OUT
            IF MTA-TAG = 'DELETED'
                MOVE 'DELETED' TO MTA-TYPE-OUT
                MOVE SPACES TO MTA-ADEC-OUT
                MOVE SPACES TO MTA-ACNT-OUT
            ELSE
                MOVE 'CHANGED' TO MTA-TYPE-OUT
                MOVE MTA-DEC TO MTA-ADEC-OUT
                MOVE MTA-CNT TO MTA-ACNT-OUT
            END-IF
        ELSE
            MOVE 'ADDED' TO MTA-TYPE-OUT
            MOVE SPACES TO MTA-BDEC-OUT
            MOVE SPACES TO MTA-BCNT-OUT
            MOVE SPACES TO MTA-BSRC-OUT
            MOVE MTA-DEC TO MTA-ADEC-OUT
            MOVE MTA-CNT TO MTA-ACNT-OUT
        END-IF
        COMPUTE HELD-BEFORE = 0
        COMPUTE TOT-CHANGES = TOT-CHANGES + 1
        MOVE MTA-DETAIL-LINE TO REPORT-RECORD
        PERFORM 9000-PUT-LINE

        IF (MTA-TYPE-OUT = 'CHANGED' AND HELD-SRC NOT = MTA-SRC)
                OR (MTA-TYPE-OUT = 'ADDED' AND MTA-SRC NOT = SPACES)
            MOVE MTA-SRC TO MTA-ASRC-OUT
            MOVE MTA-SOURCE-LINE TO REPORT-RECORD
            PERFORM 9000-PUT-LINE
        END-IF
    END-IF
    END-IF.

*>--------------------------------------------------------------------
*>6000-WRITE-RUN-TOTALS
*>CLOSING COUNTS FOR THE RANGE.
*>--------------------------------------------------------------------
6000-WRITE-RUN-TOTALS.
    MOVE SPACES TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE CAR-UNDERLINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE 'FIX ROWS IN RANGE:' TO CAR-TOTAL-LABEL
    MOVE TOT-ROWS TO CAR-TOTAL-OUT
    MOVE CAR-TOTAL-LINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE 'OPERATOR FIXES:' TO CAR-TOTAL-LABEL
    MOVE TOT-MANUAL TO CAR-TOTAL-OUT
    MOVE CAR-TOTAL-LINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE 'AUTOMATIC FIXES:' TO CAR-TOTAL-LABEL
    MOVE TOT-AUTO TO CAR-TOTAL-OUT
    MOVE CAR-TOTAL-LINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE 'RULES THAT NEVER FIRED:' TO CAR-TOTAL-LABEL
    MOVE TOT-UNFIRED TO CAR-TOTAL-OUT
    MOVE CAR-TOTAL-LINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE
    MOVE 'MASTER CHANGES:' TO CAR-TOTAL-LABEL
    MOVE TOT-CHANGES TO CAR-TOTAL-OUT
    MOVE CAR-TOTAL-LINE TO REPORT-RECORD
    PERFORM 9000-PUT-LINE.

*>--------------------------------------------------------------------
*>9000-PUT-LINE
*>SENDS ONE REPORT LINE TO THE TERMINAL AND TO ROMANCAR.TXT.
*>--------------------------------------------------------------------
9000-PUT-LINE.
    DISPLAY REPORT-RECORD(1:110)
    WRITE REPORT-RECORD.
