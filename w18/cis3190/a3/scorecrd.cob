*>             "MM/DD/YY MM/DD/YY" - ONLY SOURCES WHOSE LAST RUN
*>             FALLS INSIDE IT ARE RANKED; NO PARM RANKS EVERYTHING.
*>             THE REPORT GOES TO THE TERMINAL AND TO ROMANSCD.TXT.
*>             THE OPENING BALANCE RECORD MSTMAINT STACONV LEAVES IN
*>             THE FILE IS NOT A SOURCE AND IS NEVER RANKED.
*>************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. SCORECARD.
        02 STA-REJ        PIC 9(8).
        02 STA-FIRST-DATE PIC X(8).
        02 STA-LAST-DATE  PIC X(8).
        02 STA-POSTED     PIC 9(8).
FD SCORE-FILE.
    01 SCORE-RECORD PIC X(132).
WORKING-STORAGE SECTION.
77  STA-FSCODE PIC 9(2).
77  SCD-FSCODE PIC 9(2).
77  ISEOF PIC 9 VALUE 0.
*>KEY OF THE OPENING POSTED BALANCE - BOOKKEEPING, NOT A SOURCE FILE.
77  STA-OPENING-KEY PIC X(80) VALUE '*OPENING BALANCE'.
*>PARM IS AN OPTIONAL "MM/DD/YY MM/DD/YY" LAST-RUN DATE RANGE.
01  PARM-LINE PIC X(80).
01  PARM-TOKENS.
*>2000-LOAD-STATISTICS
*>WALKS THE WHOLE STATISTICS FILE AND TAKES EVERY SOURCE WHOSE LAST
*>RUN DATE FALLS INSIDE THE REQUESTED RANGE INTO THE RANKING TABLE,
*>COMPUTING ITS REJECT AND CORRECTION RATES ON THE WAY IN. THE
*>OPENING BALANCE RECORD IS PASSED OVER.
*>--------------------------------------------------------------------
2000-LOAD-STATISTICS.
    OPEN INPUT STATS-FILE
            READ STATS-FILE NEXT
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1 AND STA-KEY NOT = STA-OPENING-KEY
                MOVE STA-LAST-DATE TO DATE-TEXT
                PERFORM 1200-DATE-TO-YYMMDD
                IF DATE-YYMMDD >= RANGE-FROM
