*>************************************************
*>NAME: ETHAN COLES
*>ID: 0843081
*>FILE: REJRETN.COB
*>DESCRIPTION: SUPPLIER REJECT RETURN FILES. READS THE OUTSTANDING
*>             REJECT QUEUE - THE CARRY QUEUE (ROMANREJ.NXT) AND THE
*>             CURRENT REJECT FILE (ROMANREJ.TXT) - SORTS IT BY THE
*>             SUPPLIER THE BATCH HEADER NAMED, AND WRITES ONE RETURN
*>             FILE PER SUPPLIER (ROMANRTN.<SUPPLIER>.DMMDDYY) SO THE
*>             SUPPLIER FINALLY HEARS WHAT IT SENT US. EACH FILE OPENS
*>             WITH A RETNHDR RECORD AND CLOSES WITH A RETNTRL RECORD
*>             CARRYING ITS DETAIL COUNT, THE SAME SHAPE AS THE
*>             SUPPLIER'S OWN BATCH CONTROL RECORDS. THE QUEUE IS ONLY
*>             READ - THE REJECTS STAY FOR REWORK AS BEFORE. A CONTROL
*>             LISTING OF EVERY FILE PRODUCED AND ITS RECORD COUNT
*>             GOES TO THE TERMINAL AND TO ROMANRTC.TXT. REJECTS WITH
*>             NO SUPPLIER ON THEM (FILES WITHOUT A BATCH HEADER) ARE
*>             COUNTED BUT CANNOT BE RETURNED, AND THE RUN COMES BACK
*>             WITH RETURN-CODE 4 WHEN THERE ARE ANY. A RETURN FILE
*>             THAT WILL NOT OPEN GETS NOTHING WRITTEN, ITS SUPPLIER
*>             IS FLAGGED ON THE CONTROL LISTING WITH ITS REJECTS
*>             COUNTED AS NOT RETURNED, AND THE RUN COMES BACK WITH
*>             RETURN-CODE 8.
*>************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. REJRETN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REJECT-FILE ASSIGN TO "ROMANREJ.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REJ-FSCODE.
    SELECT CARRY-QUEUE ASSIGN TO "ROMANREJ.NXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CARRYQ-FSCODE.
    SELECT RETURN-FILE ASSIGN TO DYNAMIC RETURN-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RTN-FSCODE.
    SELECT CONTROL-FILE ASSIGN TO "ROMANRTC.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RTC-FSCODE.
    SELECT SORT-WORK ASSIGN TO "SORTWORK".
DATA DIVISION.
FILE SECTION.
FD REJECT-FILE.
    01 REJECT-RECORD PIC X(170).
FD CARRY-QUEUE.
    01 CARRY-QUEUE-RECORD PIC X(170).
FD RETURN-FILE.
    01 RETURN-RECORD PIC X(160).
FD CONTROL-FILE.
    01 CONTROL-RECORD PIC X(132).
*>THE QUEUE IS SORTED BY SUPPLIER; THE READ SEQUENCE NUMBER KEEPS
*>EACH SUPPLIER'S REJECTS IN THE ORDER THEY WERE QUEUED.
SD SORT-WORK.
    01 SORT-REC.
        02 SRT-SUPPLIER PIC X(8).
        02 SRT-SEQ      PIC 9(8).
        02 SRT-LINE     PIC X(170).
WORKING-STORAGE SECTION.
77  REJ-FSCODE PIC 9(2).
77  CARRYQ-FSCODE PIC 9(2).
77  RTN-FSCODE PIC 9(2).
77  RTC-FSCODE PIC 9(2).
77  ISEOF PIC 9 VALUE 0.
77  SORT-EOF PIC 9 VALUE 0.
77  RETURN-NAME PIC X(40).
*>THE REJECT RECORD AS ROMANNUMERALS WROTE IT.
01  REJ-LINE.
    02 REJ-TEXT    PIC X(40).
    02 FILLER      PIC X(3).
    02 REJ-DETAIL  PIC X(47).
    02 FILLER      PIC X(1).
    02 REJ-KEY     PIC X(10).
    02 FILLER      PIC X(1).
    02 REJ-PASSTHRU PIC X(40).
    02 FILLER      PIC X(1).
    02 REJ-FIRST-DATE PIC X(8).
    02 FILLER      PIC X(1).
    02 REJ-BATCH   PIC X(6).
    02 FILLER      PIC X(1).
    02 REJ-SUPPLIER PIC X(8).
*>RETURN FILE RECORDS - HEADER, ONE DETAIL PER REJECT, TRAILER.
01  RTN-HEADER-LINE.
    02 FILLER         PIC X(8) VALUE 'RETNHDR'.
    02 FILLER         PIC X(1) VALUE SPACE.
    02 RTNH-SUPPLIER  PIC X(8).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 RTNH-DATE      PIC X(8).
01  RTN-DETAIL-LINE.
    02 RTND-KEY       PIC X(10).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 RTND-TEXT      PIC X(40).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 RTND-PASSTHRU  PIC X(40).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 RTND-BATCH     PIC X(6).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 RTND-FIRST-DATE PIC X(8).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 RTND-DETAIL    PIC X(47).
01  RTN-TRAILER-LINE.
    02 FILLER         PIC X(8) VALUE 'RETNTRL'.
    02 FILLER         PIC X(1) VALUE SPACE.
    02 RTNT-COUNT     PIC 9(8).
*>THE SUPPLIER WHOSE RETURN FILE IS OPEN, AND THE COUNTS.
77  CUR-SUPPLIER PIC X(8) VALUE SPACES.
77  RTN-OPEN PIC 9 VALUE 0.
*>SET WHEN CUR-SUPPLIER'S RETURN FILE WOULD NOT OPEN - ITS REJECTS
*>ARE COUNTED BUT GO NOWHERE.
77  RTN-FAILED PIC 9 VALUE 0.
77  QUEUE-SEQ PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  RTN-COUNT PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  TOT-FILES PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  TOT-RETURNED PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  TOT-HELD PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
77  TOT-FAILED PIC 9(8) USAGE IS COMPUTATIONAL VALUE 0.
01  RUN-TODAY.
    02 RUN-YY PIC 9(2).
    02 RUN-MM PIC 9(2).
    02 RUN-DD PIC 9(2).
77  RUN-DATE-TEXT PIC X(8).
*>CONTROL LISTING LAYOUTS.
01  RTC-TITLE-LINE.
    02 FILLER PIC X(32) VALUE 'REJECT RETURN FILES - RUN DATE: '.
    02 RTC-DATE-OUT PIC X(8).
01  RTC-UNDERLINE.
    02 FILLER PIC X(60) VALUE
       '------------------------------------------------------------'.
01  RTC-COL-HEADS.
    02 FILLER PIC X(9) VALUE 'SUPPLIER'.
    02 FILLER PIC X(41) VALUE 'RETURN FILE'.
    02 FILLER PIC X(9) VALUE '  RECORDS'.
01  RTC-DETAIL-LINE.
    02 RTC-SUPPLIER-OUT PIC X(8).
    02 FILLER           PIC X(1) VALUE SPACE.
    02 RTC-NAME-OUT     PIC X(40).
    02 FILLER           PIC X(1) VALUE SPACE.
    02 RTC-COUNT-OUT    PIC Z,ZZZ,ZZ9.
    02 FILLER           PIC X(1) VALUE SPACE.
    02 RTC-FLAG-OUT     PIC X(40).
01  RTC-TOTAL-LINE.
    02 RTC-TOTAL-LABEL  PIC X(30).
    02 RTC-TOTAL-OUT    PIC Z,ZZZ,ZZ9.
PROCEDURE DIVISION.
    ACCEPT RUN-TODAY FROM DATE
    STRING RUN-MM '/' RUN-DD '/' RUN-YY
        DELIMITED BY SIZE INTO RUN-DATE-TEXT
    MOVE RUN-DATE-TEXT TO RTC-DATE-OUT

    OPEN OUTPUT CONTROL-FILE
    IF RTC-FSCODE NOT = '00'
        DISPLAY "ERROR: CANNOT OPEN ROMANRTC.TXT (STATUS CODE: "
            RTC-FSCODE ")"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    DISPLAY RTC-UNDERLINE
    DISPLAY RTC-TITLE-LINE
    DISPLAY RTC-UNDERLINE
    WRITE CONTROL-RECORD FROM RTC-UNDERLINE
    WRITE CONTROL-RECORD FROM RTC-TITLE-LINE
    WRITE CONTROL-RECORD FROM RTC-UNDERLINE
    DISPLAY RTC-COL-HEADS
    WRITE CONTROL-RECORD FROM RTC-COL-HEADS

    SORT SORT-WORK ON ASCENDING KEY SRT-SUPPLIER SRT-SEQ
        INPUT PROCEDURE IS 1000-LOAD-REJECTS
        OUTPUT PROCEDURE IS 2000-WRITE-RETURNS

    PERFORM 3000-WRITE-TOTALS
    CLOSE CONTROL-FILE

    IF TOT-FAILED > 0
        MOVE 8 TO RETURN-CODE
    ELSE
        IF TOT-HELD > 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    GOBACK.

*>--------------------------------------------------------------------
*>1000-LOAD-REJECTS
*>FEEDS THE SORT - THE CARRY QUEUE FIRST, THEN THE CURRENT REJECT
*>FILE, THE SAME ORDER THE REWORK PROGRAMS WALK.
*>--------------------------------------------------------------------
1000-LOAD-REJECTS.
    OPEN INPUT CARRY-QUEUE
    IF CARRYQ-FSCODE = '00'
        PERFORM UNTIL ISEOF = 1
            READ CARRY-QUEUE INTO REJ-LINE
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1 AND REJ-LINE NOT = SPACES
                PERFORM 1100-RELEASE-ONE-REJECT
            END-IF
        END-PERFORM
        CLOSE CARRY-QUEUE
        COMPUTE ISEOF = 0
    END-IF

    OPEN INPUT REJECT-FILE
    IF REJ-FSCODE = '00'
        PERFORM UNTIL ISEOF = 1
            READ REJECT-FILE INTO REJ-LINE
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1 AND REJ-LINE NOT = SPACES
                PERFORM 1100-RELEASE-ONE-REJECT
            END-IF
        END-PERFORM
        CLOSE REJECT-FILE
        COMPUTE ISEOF = 0
    END-IF.

*>--------------------------------------------------------------------
*>1100-RELEASE-ONE-REJECT
*>HANDS ONE REJECT TO THE SORT UNDER ITS SUPPLIER.
*>--------------------------------------------------------------------
1100-RELEASE-ONE-REJECT.
    COMPUTE QUEUE-SEQ = QUEUE-SEQ + 1
    MOVE REJ-SUPPLIER TO SRT-SUPPLIER
    MOVE QUEUE-SEQ TO SRT-SEQ
    MOVE REJ-LINE TO SRT-LINE
    RELEASE SORT-REC.

*>--------------------------------------------------------------------
*>2000-WRITE-RETURNS
*>TAKES THE SORTED QUEUE BACK ONE REJECT AT A TIME. A CHANGE OF
*>SUPPLIER CLOSES THE RETURN FILE IN HAND AND OPENS THE NEXT ONE.
*>REJECTS WITH NO SUPPLIER SORT FIRST AND ARE ONLY COUNTED, AND SO
*>ARE THOSE OF A SUPPLIER WHOSE RETURN FILE WOULD NOT OPEN.
*>--------------------------------------------------------------------
2000-WRITE-RETURNS.
    COMPUTE SORT-EOF = 0
    PERFORM UNTIL SORT-EOF = 1
        RETURN SORT-WORK
            AT END COMPUTE SORT-EOF = 1
        END-RETURN

        IF SORT-EOF NOT = 1
            IF SRT-SUPPLIER = SPACES
                COMPUTE TOT-HELD = TOT-HELD + 1
            ELSE
                IF SRT-SUPPLIER NOT = CUR-SUPPLIER
                    IF RTN-OPEN = 1
                        PERFORM 2200-CLOSE-RETURN-FILE
                    END-IF
                    IF RTN-FAILED = 1
                        PERFORM 2250-LIST-FAILED-SUPPLIER
                    END-IF
                    MOVE SRT-SUPPLIER TO CUR-SUPPLIER
                    PERFORM 2100-OPEN-RETURN-FILE
                END-IF
                IF RTN-OPEN = 1
                    MOVE SRT-LINE TO REJ-LINE
                    MOVE REJ-KEY TO RTND-KEY
                    MOVE REJ-TEXT TO RTND-TEXT
                    MOVE REJ-PASSTHRU TO RTND-PASSTHRU
                    MOVE REJ-BATCH TO RTND-BATCH
                    MOVE REJ-FIRST-DATE TO RTND-FIRST-DATE
                    MOVE REJ-DETAIL TO RTND-DETAIL
                    WRITE RETURN-RECORD FROM RTN-DETAIL-LINE
                END-IF
                COMPUTE RTN-COUNT = RTN-COUNT + 1
            END-IF
        END-IF
    END-PERFORM

    IF RTN-OPEN = 1
        PERFORM 2200-CLOSE-RETURN-FILE
    END-IF
    IF RTN-FAILED = 1
        PERFORM 2250-LIST-FAILED-SUPPLIER
    END-IF.

*>--------------------------------------------------------------------
*>2100-OPEN-RETURN-FILE
*>OPENS TODAY'S RETURN FILE FOR CUR-SUPPLIER AND WRITES ITS HEADER.
*>A RERUN ON THE SAME DAY REPLACES THE FILE RATHER THAN DOUBLING IT.
*>A FILE THAT WILL NOT OPEN LEAVES RTN-OPEN OFF AND RTN-FAILED ON.
*>--------------------------------------------------------------------
2100-OPEN-RETURN-FILE.
    MOVE SPACES TO RETURN-NAME
    STRING 'ROMANRTN.' DELIMITED BY SIZE
        CUR-SUPPLIER DELIMITED BY SPACE
        '.D' RUN-MM RUN-DD RUN-YY DELIMITED BY SIZE
        INTO RETURN-NAME
    COMPUTE RTN-COUNT = 0
    OPEN OUTPUT RETURN-FILE
    IF RTN-FSCODE NOT = '00'
        DISPLAY "ERROR: CANNOT OPEN " RETURN-NAME " (STATUS CODE: "
            RTN-FSCODE ")"
        COMPUTE RTN-FAILED = 1
    ELSE
        COMPUTE RTN-OPEN = 1
        MOVE CUR-SUPPLIER TO RTNH-SUPPLIER
        MOVE RUN-DATE-TEXT TO RTNH-DATE
        WRITE RETURN-RECORD FROM RTN-HEADER-LINE
    END-IF.

*>--------------------------------------------------------------------
*>2200-CLOSE-RETURN-FILE
*>CLOSES THE RETURN FILE IN HAND WITH ITS TRAILER AND LISTS IT ON THE
*>CONTROL LISTING.
*>--------------------------------------------------------------------
2200-CLOSE-RETURN-FILE.
    MOVE RTN-COUNT TO RTNT-COUNT
    WRITE RETURN-RECORD FROM RTN-TRAILER-LINE
    CLOSE RETURN-FILE
    COMPUTE RTN-OPEN = 0

    COMPUTE TOT-FILES = TOT-FILES + 1
    COMPUTE TOT-RETURNED = TOT-RETURNED + RTN-COUNT
    MOVE CUR-SUPPLIER TO RTC-SUPPLIER-OUT
    MOVE RETURN-NAME TO RTC-NAME-OUT
    MOVE RTN-COUNT TO RTC-COUNT-OUT
    MOVE SPACES TO RTC-FLAG-OUT
    DISPLAY RTC-DETAIL-LINE
    WRITE CONTROL-RECORD FROM RTC-DETAIL-LINE.

*>--------------------------------------------------------------------
*>2250-LIST-FAILED-SUPPLIER
*>LISTS A SUPPLIER WHOSE RETURN FILE WOULD NOT OPEN, FLAGGED, WITH
*>ITS REJECTS COUNTED AS NOT RETURNED.
*>--------------------------------------------------------------------
2250-LIST-FAILED-SUPPLIER.
    COMPUTE RTN-FAILED = 0
    COMPUTE TOT-FAILED = TOT-FAILED + RTN-COUNT
    MOVE CUR-SUPPLIER TO RTC-SUPPLIER-OUT
    MOVE RETURN-NAME TO RTC-NAME-OUT
    MOVE RTN-COUNT TO RTC-COUNT-OUT
    MOVE '*** NOT WRITTEN - OPEN FAILED' TO RTC-FLAG-OUT
    DISPLAY RTC-DETAIL-LINE
    WRITE CONTROL-RECORD FROM RTC-DETAIL-LINE.

*>--------------------------------------------------------------------
*>3000-WRITE-TOTALS
*>PUTS THE RUN TOTALS OUT UNDER THE CONTROL LISTING.
*>--------------------------------------------------------------------
3000-WRITE-TOTALS.
    DISPLAY ' '
    MOVE SPACES TO CONTROL-RECORD
    WRITE CONTROL-RECORD

    MOVE 'RETURN FILES PRODUCED:' TO RTC-TOTAL-LABEL
    MOVE TOT-FILES TO RTC-TOTAL-OUT
    DISPLAY RTC-TOTAL-LINE
    WRITE CONTROL-RECORD FROM RTC-TOTAL-LINE

    MOVE 'REJECTS RETURNED:' TO RTC-TOTAL-LABEL
    MOVE TOT-RETURNED TO RTC-TOTAL-OUT
    DISPLAY RTC-TOTAL-LINE
    WRITE CONTROL-RECORD FROM RTC-TOTAL-LINE

    MOVE 'NO SUPPLIER - NOT RETURNED:' TO RTC-TOTAL-LABEL
    MOVE TOT-HELD TO RTC-TOTAL-OUT
    DISPLAY RTC-TOTAL-LINE
    WRITE CONTROL-RECORD FROM RTC-TOTAL-LINE

    MOVE 'OPEN FAILED - NOT RETURNED:' TO RTC-TOTAL-LABEL
    MOVE TOT-FAILED TO RTC-TOTAL-OUT
    DISPLAY RTC-TOTAL-LINE
    WRITE CONTROL-RECORD FROM RTC-TOTAL-LINE.
