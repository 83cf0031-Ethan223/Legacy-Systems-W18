DATA DIVISION.
FILE SECTION.
FD INFILE.
    01 FILE-RECORD PIC X(250).
FD MANIFEST-FILE.
    01 MANIFEST-RECORD PIC X(80).
FD REPORT-FILE.
    01 REPORT-RECORD PIC X(132).
FD REJECT-FILE.
    01 REJECT-RECORD PIC X(170).
FD DUP-FILE.
    01 DUP-RECORD PIC X(160).
FD CONTROL-FILE.
    01 CONTROL-RECORD PIC X(132).
WORKING-STORAGE SECTION.
77  FTR-CONV PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  FTR-REJ PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  FTR-DUP PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
*>DETAIL UNDER A RE-SENT BATCH HEADER IS PASSED OVER UNREAD BY THE
*>BATCH - IT IS IN THE INPUT FILE BUT ONLY ON THE FOOTER'S RE-SENT
*>LINE, SO THE INPUT COUNT BALANCES TO READ PLUS RE-SENT.
77  FTR-RESENT PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
*>1 WHILE THE REPORT SCAN IS INSIDE A SORTED SUMMARY SECTION, WHOSE
*>CONSOLIDATED LINES LOOK EXACTLY LIKE DETAIL LINES AND MUST NOT BE
*>COUNTED. CLEARED WHEN THE NEXT FILE'S PAGE TITLE COMES PAST.
    02 NUM-CH PIC X(1) OCCURS 10 TIMES.
77  BALANCED PIC 9 VALUE 1.
01  RPT-LINE PIC X(132).
01  REJ-LINE PIC X(170).
*>PARM IS THE SAME "<MODE> <NAME>" STRING THE BATCH RAN WITH.
01  PARM-LINE PIC X(80).
01  PARM-TOKENS.
        WHEN RPT-LINE(1:18) = 'RECORDS DUPLICATE:'
            PERFORM 2200-PARSE-FOOTER-NUMBER
            COMPUTE FTR-DUP = FTR-DUP + NUM-WORK
        WHEN RPT-LINE(1:16) = 'RECORDS RE-SENT:'
            PERFORM 2200-PARSE-FOOTER-NUMBER
            COMPUTE FTR-RESENT = FTR-RESENT + NUM-WORK
        WHEN RPT-LINE(1:16) = 'HIGH DEC. VALUE:'
            CONTINUE
        WHEN RPT-LINE(1:15) = 'LOW DEC. VALUE:'
*>4000-JUDGE-AND-RECORD
*>THE BALANCING PROPER - READ MUST EQUAL CONVERTED PLUS REJECTED,
*>AND EACH INDEPENDENTLY COUNTED FILE MUST MATCH THE FOOTER THAT
*>CLAIMS TO DESCRIBE IT - THE INPUT FILE AGAINST READ PLUS ANY DETAIL
*>PASSED OVER UNDER A RE-SENT BATCH HEADER. ANY MISS FAILS THE RUN, WRITES A FAIL
*>CONTROL RECORD AND COMES BACK WITH RETURN-CODE 8.
*>--------------------------------------------------------------------
4000-JUDGE-AND-RECORD.
            " + DUPLICATE " FTR-DUP
        COMPUTE BALANCED = 0
    END-IF
    IF CNT-INPUT NOT = FTR-READ + FTR-RESENT
        DISPLAY "OUT OF BALANCE: INPUT RECORDS " CNT-INPUT
            " NOT = FOOTER READ " FTR-READ " + RE-SENT " FTR-RESENT
        COMPUTE BALANCED = 0
    END-IF
    IF CNT-DETAIL NOT = FTR-CONV
