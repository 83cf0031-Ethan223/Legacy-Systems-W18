*>************************************************
*>NAME: ETHAN COLES
*>ID: 0843081
*>FILE: BATCHREG.COB
*>DESCRIPTION: SUPPLIER BATCH REGISTER REPORT. READS THE REGISTER OF
*>             EVERY SUPPLIER/BATCH PAIR ROMANNUMERALS HAS ACCEPTED
*>             (ROMANBRG.DAT) IN SUPPLIER AND BATCH ORDER, LISTS EACH
*>             BATCH WITH THE DATE IT WAS TAKEN, ITS RECORD COUNT AND
*>             SOURCE FILE, AND CALLS OUT EVERY GAP IN A SUPPLIER'S
*>             BATCH SEQUENCE - SO A BATCH THAT NEVER ARRIVED IS
*>             CHASED THE NEXT MORNING INSTEAD OF AT MONTH END. BATCH
*>             NUMBERS THAT ARE NOT ALL DIGITS ARE LISTED BUT CANNOT
*>             BE SEQUENCED. THE PARM IS AN OPTIONAL SUPPLIER CODE;
*>             NO PARM REPORTS EVERY SUPPLIER. THE REPORT GOES TO THE
*>             TERMINAL AND TO ROMANGAP.TXT, AND THE RUN COMES BACK
*>             WITH RETURN-CODE 4 WHEN ANY BATCH IS MISSING.
*>************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. BATCHREG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BATCH-REGISTER ASSIGN TO "ROMANBRG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BRG-KEY
        FILE STATUS IS BRG-FSCODE.
    SELECT GAP-FILE ASSIGN TO "ROMANGAP.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GAP-FSCODE.
DATA DIVISION.
FILE SECTION.
*>SAME RECORD LAYOUT ROMANNUMERALS MAINTAINS - THE TWO PROGRAMS MUST
*>AGREE ON IT BYTE FOR BYTE.
FD BATCH-REGISTER.
    01 BRG-RECORD.
        02 BRG-KEY.
            03 BRG-SUPPLIER PIC X(8).
            03 BRG-BATCH    PIC X(6).
        02 BRG-DATE       PIC X(8).
        02 BRG-COUNT      PIC 9(8).
        02 BRG-SOURCE     PIC X(80).
FD GAP-FILE.
    01 GAP-RECORD PIC X(132).
WORKING-STORAGE SECTION.
77  BRG-FSCODE PIC 9(2).
77  GAP-FSCODE PIC 9(2).
77  ISEOF PIC 9 VALUE 0.
*>PARM IS AN OPTIONAL SUPPLIER CODE TO REPORT ON ALONE.
01  PARM-LINE PIC X(80).
77  PARM-SUPPLIER PIC X(8) VALUE SPACES.
*>THE PREVIOUS REGISTER ENTRY FOR THE SUPPLIER IN HAND. PREV-NUMERIC
*>IS OFF AT THE START OF EACH SUPPLIER AND AFTER A BATCH NUMBER THAT
*>IS NOT ALL DIGITS, SO NO GAP IS MEASURED ACROSS EITHER.
77  PREV-SUPPLIER PIC X(8) VALUE SPACES.
77  PREV-NUMERIC PIC 9 VALUE 0.
77  PREV-BATCH-NO PIC 9(6) VALUE 0.
77  CUR-BATCH-NO PIC 9(6) VALUE 0.
77  GAP-FIRST-NO PIC 9(6) VALUE 0.
77  GAP-LAST-NO PIC 9(6) VALUE 0.
77  GAP-SIZE PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
*>PER-SUPPLIER AND RUN TOTALS.
77  SUP-BATCHES PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  SUP-RECORDS PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  SUP-MISSING PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  TOT-SUPPLIERS PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  TOT-BATCHES PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  TOT-MISSING PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
01  RUN-TODAY.
    02 RUN-YY PIC 9(2).
    02 RUN-MM PIC 9(2).
    02 RUN-DD PIC 9(2).
*>REPORT LAYOUTS.
01  GAP-TITLE-LINE.
    02 FILLER PIC X(36) VALUE
       'SUPPLIER BATCH REGISTER - RUN DATE: '.
    02 GAP-DATE-OUT PIC X(8).
01  GAP-UNDERLINE.
    02 FILLER PIC X(60) VALUE
       '------------------------------------------------------------'.
01  GAP-COL-HEADS.
    02 FILLER PIC X(9) VALUE 'SUPPLIER'.
    02 FILLER PIC X(7) VALUE 'BATCH'.
    02 FILLER PIC X(9) VALUE 'TAKEN'.
    02 FILLER PIC X(10) VALUE '  RECORDS'.
    02 FILLER PIC X(11) VALUE 'SOURCE FILE'.
01  GAP-DETAIL-LINE.
    02 GAP-SUPPLIER-OUT PIC X(8).
    02 FILLER           PIC X(1) VALUE SPACE.
    02 GAP-BATCH-OUT    PIC X(6).
    02 FILLER           PIC X(1) VALUE SPACE.
    02 GAP-TAKEN-OUT    PIC X(8).
    02 FILLER           PIC X(1) VALUE SPACE.
    02 GAP-COUNT-OUT    PIC Z,ZZZ,ZZ9.
    02 FILLER           PIC X(1) VALUE SPACE.
    02 GAP-SOURCE-OUT   PIC X(80).
01  GAP-MISSING-LINE.
    02 FILLER           PIC X(9) VALUE SPACES.
    02 FILLER           PIC X(16) VALUE '*** MISSING    '.
    02 GAP-FROM-OUT     PIC 9(6).
    02 FILLER           PIC X(6) VALUE ' THRU '.
    02 GAP-THRU-OUT     PIC 9(6).
    02 FILLER           PIC X(2) VALUE ' ('.
    02 GAP-SIZE-OUT     PIC ZZZ,ZZ9.
    02 FILLER           PIC X(10) VALUE ' BATCHES)'.
01  GAP-SUPPLIER-LINE.
    02 FILLER           PIC X(9) VALUE 'TOTAL'.
    02 GAP-SUPTOT-OUT   PIC X(8).
    02 FILLER           PIC X(10) VALUE ' BATCHES: '.
    02 GAP-SUPBCH-OUT   PIC ZZZ,ZZ9.
    02 FILLER           PIC X(10) VALUE ' RECORDS: '.
    02 GAP-SUPREC-OUT   PIC ZZ,ZZZ,ZZ9.
    02 FILLER           PIC X(10) VALUE ' MISSING: '.
    02 GAP-SUPMIS-OUT   PIC ZZZ,ZZ9.
01  GAP-TOTAL-LINE.
    02 GAP-TOTAL-LABEL  PIC X(18).
    02 GAP-TOTAL-OUT    PIC ZZZ,ZZ9.
PROCEDURE DIVISION.
    ACCEPT PARM-LINE FROM COMMAND-LINE
    IF PARM-LINE NOT = SPACES
        UNSTRING PARM-LINE DELIMITED BY ALL ' '
            INTO PARM-SUPPLIER
    END-IF

    ACCEPT RUN-TODAY FROM DATE
    STRING RUN-MM '/' RUN-DD '/' RUN-YY
        DELIMITED BY SIZE INTO GAP-DATE-OUT

    OPEN OUTPUT GAP-FILE
    IF GAP-FSCODE NOT = '00'
        DISPLAY "ERROR: CANNOT OPEN ROMANGAP.TXT (STATUS CODE: "
            GAP-FSCODE ")"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    DISPLAY GAP-UNDERLINE
    DISPLAY GAP-TITLE-LINE
    DISPLAY GAP-UNDERLINE
    WRITE GAP-RECORD FROM GAP-UNDERLINE
    WRITE GAP-RECORD FROM GAP-TITLE-LINE
    WRITE GAP-RECORD FROM GAP-UNDERLINE
    DISPLAY GAP-COL-HEADS
    WRITE GAP-RECORD FROM GAP-COL-HEADS

    OPEN INPUT BATCH-REGISTER
    IF BRG-FSCODE NOT = '00'
        DISPLAY "WARNING: BATCH REGISTER NOT FOUND (STATUS CODE: "
            BRG-FSCODE ") - NOTHING TO REPORT"
    ELSE
        *>THE KEY IS SUPPLIER THEN BATCH, SO ONE PASS IN KEY ORDER
        *>WALKS EACH SUPPLIER'S BATCHES IN SEQUENCE. A SUPPLIER PARM
        *>STARTS THE PASS AT THAT SUPPLIER'S FIRST BATCH.
        MOVE LOW-VALUES TO BRG-KEY
        IF PARM-SUPPLIER NOT = SPACES
            MOVE PARM-SUPPLIER TO BRG-SUPPLIER
        END-IF
        START BATCH-REGISTER KEY NOT < BRG-KEY
            INVALID KEY COMPUTE ISEOF = 1
        END-START

        PERFORM UNTIL ISEOF = 1
            READ BATCH-REGISTER NEXT
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1
                IF PARM-SUPPLIER NOT = SPACES
                        AND BRG-SUPPLIER NOT = PARM-SUPPLIER
                    COMPUTE ISEOF = 1
                ELSE
                    PERFORM 2000-LIST-ONE-BATCH
                END-IF
            END-IF
        END-PERFORM
        CLOSE BATCH-REGISTER

        IF PREV-SUPPLIER NOT = SPACES
            PERFORM 2200-WRITE-SUPPLIER-TOTAL
        END-IF
    END-IF

    PERFORM 3000-WRITE-TOTALS
    CLOSE GAP-FILE

    IF TOT-MISSING > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    GOBACK.

*>--------------------------------------------------------------------
*>2000-LIST-ONE-BATCH
*>LISTS ONE REGISTER ENTRY. A NEW SUPPLIER CLOSES OFF THE ONE BEFORE
*>IT; A NUMERIC BATCH MORE THAN ONE PAST THE SUPPLIER'S PREVIOUS
*>NUMERIC BATCH HAS THE MISSING RANGE CALLED OUT AHEAD OF IT.
*>--------------------------------------------------------------------
2000-LIST-ONE-BATCH.
    IF BRG-SUPPLIER NOT = PREV-SUPPLIER
        IF PREV-SUPPLIER NOT = SPACES
            PERFORM 2200-WRITE-SUPPLIER-TOTAL
        END-IF
        MOVE BRG-SUPPLIER TO PREV-SUPPLIER
        COMPUTE PREV-NUMERIC = 0
        COMPUTE SUP-BATCHES = 0
        COMPUTE SUP-RECORDS = 0
        COMPUTE SUP-MISSING = 0
        COMPUTE TOT-SUPPLIERS = TOT-SUPPLIERS + 1
    END-IF

    IF BRG-BATCH IS NUMERIC
        MOVE BRG-BATCH TO CUR-BATCH-NO
        IF PREV-NUMERIC = 1 AND CUR-BATCH-NO > PREV-BATCH-NO + 1
            PERFORM 2100-WRITE-GAP
        END-IF
        MOVE CUR-BATCH-NO TO PREV-BATCH-NO
        COMPUTE PREV-NUMERIC = 1
    ELSE
        COMPUTE PREV-NUMERIC = 0
    END-IF

    COMPUTE SUP-BATCHES = SUP-BATCHES + 1
    COMPUTE SUP-RECORDS = SUP-RECORDS + BRG-COUNT
    COMPUTE TOT-BATCHES = TOT-BATCHES + 1
    MOVE BRG-SUPPLIER TO GAP-SUPPLIER-OUT
    MOVE BRG-BATCH TO GAP-BATCH-OUT
    MOVE BRG-DATE TO GAP-TAKEN-OUT
    MOVE BRG-COUNT TO GAP-COUNT-OUT
    MOVE BRG-SOURCE TO GAP-SOURCE-OUT
    DISPLAY GAP-DETAIL-LINE
    WRITE GAP-RECORD FROM GAP-DETAIL-LINE.

*>--------------------------------------------------------------------
*>2100-WRITE-GAP
*>CALLS OUT THE RUN OF BATCH NUMBERS BETWEEN THE PREVIOUS BATCH AND
*>THIS ONE THAT THE REGISTER HAS NEVER SEEN.
*>--------------------------------------------------------------------
2100-WRITE-GAP.
    COMPUTE GAP-FIRST-NO = PREV-BATCH-NO + 1
    COMPUTE GAP-LAST-NO = CUR-BATCH-NO - 1
    COMPUTE GAP-SIZE = GAP-LAST-NO - GAP-FIRST-NO + 1
    COMPUTE SUP-MISSING = SUP-MISSING + GAP-SIZE
    COMPUTE TOT-MISSING = TOT-MISSING + GAP-SIZE
    MOVE GAP-FIRST-NO TO GAP-FROM-OUT
    MOVE GAP-LAST-NO TO GAP-THRU-OUT
    MOVE GAP-SIZE TO GAP-SIZE-OUT
    DISPLAY GAP-MISSING-LINE
    WRITE GAP-RECORD FROM GAP-MISSING-LINE.

*>--------------------------------------------------------------------
*>2200-WRITE-SUPPLIER-TOTAL
*>CLOSES ONE SUPPLIER WITH ITS BATCH, RECORD AND MISSING COUNTS.
*>--------------------------------------------------------------------
2200-WRITE-SUPPLIER-TOTAL.
    MOVE PREV-SUPPLIER TO GAP-SUPTOT-OUT
    MOVE SUP-BATCHES TO GAP-SUPBCH-OUT
    MOVE SUP-RECORDS TO GAP-SUPREC-OUT
    MOVE SUP-MISSING TO GAP-SUPMIS-OUT
    DISPLAY GAP-SUPPLIER-LINE
    DISPLAY ' '
    WRITE GAP-RECORD FROM GAP-SUPPLIER-LINE
    MOVE SPACES TO GAP-RECORD
    WRITE GAP-RECORD.

*>--------------------------------------------------------------------
*>3000-WRITE-TOTALS
*>PUTS THE RUN TOTALS OUT UNDER THE LISTING.
*>--------------------------------------------------------------------
3000-WRITE-TOTALS.
    MOVE 'SUPPLIERS:' TO GAP-TOTAL-LABEL
    MOVE TOT-SUPPLIERS TO GAP-TOTAL-OUT
    DISPLAY GAP-TOTAL-LINE
    WRITE GAP-RECORD FROM GAP-TOTAL-LINE

    MOVE 'BATCHES ON FILE:' TO GAP-TOTAL-LABEL
    MOVE TOT-BATCHES TO GAP-TOTAL-OUT
    DISPLAY GAP-TOTAL-LINE
    WRITE GAP-RECORD FROM GAP-TOTAL-LINE

    MOVE 'BATCHES MISSING:' TO GAP-TOTAL-LABEL
    MOVE TOT-MISSING TO GAP-TOTAL-OUT
    DISPLAY GAP-TOTAL-LINE
    WRITE GAP-RECORD FROM GAP-TOTAL-LINE.
