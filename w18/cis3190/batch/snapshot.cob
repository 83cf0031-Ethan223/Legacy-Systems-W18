*>************************************************
*>NAME: ETHAN COLES
*>ID: 0843081
*>FILE: SNAPSHOT.COB
*>DESCRIPTION: POINT-IN-TIME SNAPSHOT AND RESTORE OF EVERY
*>             PERSISTENT STATE FILE IN THE SUITE - THE FOUR INDEXED
*>             FILES (MASTER, STATISTICS, ACCOUNT HISTORY, BATCH
*>             REGISTER) UNLOADED FLAT IN KEY ORDER THE WAY MSTMAINT
*>             UNLOADS THE MASTER, AND THE CARRY QUEUES, AUDIT
*>             TRAILS, RULE FILE, CATALOGS AND HISTORY FILES COPIED
*>             LINE FOR LINE. A SET IS NAMED S<MMDDYY><A-Z> (A SECOND
*>             SNAPSHOT ON THE SAME DAY TAKES THE NEXT LETTER) AND
*>             EACH FILE IN IT IS <BASENAME>.<SET>. THE SET'S
*>             MANIFEST (SNAPMAN.<SET>) HOLDS EVERY FILE'S NAME,
*>             RECORD COUNT AND CONTROL TOTAL, ENDING IN A TRAILER
*>             THAT BALANCES THE WHOLE SET - A SNAPSHOT THAT DID NOT
*>             FINISH IS REMOVED AGAIN, AND IN ANY CASE HAS NO
*>             TRAILER AND CAN NEVER BE RESTORED. A
*>             FILE NOT ON DISK IS RECORDED AS ABSENT. THE PARM IS
*>             "SNAP [<SETS-TO-KEEP>]" (NO PARM MEANS SNAP AND KEEP
*>             7; A RETENTION COUNT THAT IS NOT 1 TO 200 - AS MANY
*>             SETS AS THE CATALOG HOLDS - IS REFUSED WITH NOTHING
*>             TAKEN OR PRUNED), "LIST", "VERIFY <SET>"
*>             OR "RESTORE <SET|LATEST>
*>             [<BATCHID>]". RESTORE CHECKS EVERY FILE IN THE SET
*>             AGAINST THE MANIFEST FIRST AND PUTS NOTHING BACK
*>             UNLESS ALL OF THEM PASS; IT NEEDS THE SNAPREST
*>             AUTHORIZATION. SETS PAST THE RETENTION COUNT ARE
*>             DELETED OLDEST FIRST (THE CATALOG LIVES IN
*>             SNAPSHOT.CAT). THE REJECT AND DUPLICATE FILES
*>             (ROMANREJ.TXT, ROMANDUP.TXT) ARE PART OF A SET ALONG
*>             WITH THEIR CARRY QUEUES - THEY HOLD THE LAST NIGHT'S
*>             UNWORKED ITEMS UNTIL THE NEXT RUN SWEEPS THEM. SO ARE
*>             THE PROGRAM RESTART CHECKPOINTS (ROMANCKP.DAT,
*>             SIEVECKP.DAT), SO A RESTORE PUTS BACK THE CHECKPOINT
*>             THAT MATCHES THE FILES IT POSTED TO. RUN LOGS, THE
*>             SECURITY LOG AND THE STREAM CHECKPOINT (BATCHCKP.DAT)
*>             ARE NOT - THEY RECORD WHAT HAPPENED, INCLUDING THE
*>             RESTORE ITSELF. A RESTORE DOES DELETE THE STREAM
*>             CHECKPOINT, THOUGH: THE STEPS IT SAYS ARE DONE HAVE
*>             JUST BEEN ROLLED BACK, SO A BATCHCTL RESTART AGAINST IT
*>             WOULD PASS OVER WORK THAT NO LONGER STANDS. EVERY
*>             ACTION GOES ON AN ACTIVITY REPORT (SNAPSHOT.RPT).
*>************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. SNAPSHOT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STANDARD-INPUT ASSIGN TO KEYBOARD.
    SELECT LIVE-FILE ASSIGN TO DYNAMIC LIVE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LIVE-FSCODE.
    SELECT SNAP-FILE ASSIGN TO DYNAMIC SNAP-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SNAP-FSCODE.
    SELECT MANIFEST-FILE ASSIGN TO DYNAMIC MANIFEST-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MAN-FSCODE.
    SELECT CATALOG-FILE ASSIGN TO "SNAPSHOT.CAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CAT-FSCODE.
    SELECT ACTIVITY-FILE ASSIGN TO "SNAPSHOT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACT-FSCODE.
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
    SELECT ACCOUNT-HISTORY ASSIGN TO "ROMANACH.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACH-KEY
        FILE STATUS IS ACH-FSCODE.
    SELECT BATCH-REGISTER ASSIGN TO "ROMANBRG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BRG-KEY
        FILE STATUS IS BRG-FSCODE.
DATA DIVISION.
FILE SECTION.
FD STANDARD-INPUT.
    01 STDIN-RECORD PIC X(80).
*>A LINE-SEQUENTIAL STATE FILE AND ITS SNAPSHOT COPY - WIDE ENOUGH
*>FOR THE LONGEST RECORD ANY PROGRAM IN THE SUITE WRITES.
FD LIVE-FILE.
    01 LIVE-RECORD PIC X(250).
FD SNAP-FILE.
    01 SNAP-RECORD PIC X(250).
FD MANIFEST-FILE.
    01 MANIFEST-RECORD PIC X(100).
FD CATALOG-FILE.
    01 CATALOG-RECORD PIC X(100).
FD ACTIVITY-FILE.
    01 ACTIVITY-RECORD PIC X(132).
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
FD BATCH-REGISTER.
    01 BRG-RECORD.
        02 BRG-KEY.
            03 BRG-SUPPLIER PIC X(8).
            03 BRG-BATCH    PIC X(6).
        02 BRG-DATE       PIC X(8).
        02 BRG-COUNT      PIC 9(8).
        02 BRG-SOURCE     PIC X(80).
WORKING-STORAGE SECTION.
77  LIVE-FSCODE PIC 9(2).
77  SNAP-FSCODE PIC 9(2).
77  MAN-FSCODE PIC 9(2).
77  CAT-FSCODE PIC 9(2).
77  ACT-FSCODE PIC 9(2).
77  MST-FSCODE PIC 9(2).
77  STA-FSCODE PIC 9(2).
77  ACH-FSCODE PIC 9(2).
77  BRG-FSCODE PIC 9(2).
77  ISEOF PIC 9 VALUE 0.
01  LIVE-NAME PIC X(80).
01  SNAP-NAME PIC X(80).
01  MANIFEST-NAME PIC X(80).
77  SNAP-BASE PIC X(12).
77  SNAP-EXT PIC X(3).
77  SHARE-BASE PIC X(12).
77  SNAP-SHARED PIC 9.
77  SNAP-RC PIC 9(4) VALUE 0.
01  PARM-LINE PIC X(80).
01  PARM-TOKENS.
    02 PARM-FUNC-TOKEN PIC X(10).
    02 PARM-SET-TOKEN  PIC X(10).
    02 PARM-ID-TOKEN   PIC X(10).
*>HOW MANY SNAPSHOT SETS ARE KEPT BEFORE THE OLDEST IS DELETED.
77  KEEP-SETS PIC 9(4) VALUE 7.
77  PARSE-OK PIC 9.
77  PARSE-WORK PIC 9(8) USAGE IS COMPUTATIONAL.
77  PARSE-IDX PIC S99 USAGE IS COMPUTATIONAL.
77  PARSE-DIGIT PIC 9.
77  PARSE-DIGIT-X PIC X(1).
01  PARSE-FIELD PIC X(10).
*>WHO A RESTORE IS MADE UNDER - A BATCH ID FROM THE PARM, OR THE
*>OPERATOR WHO SIGNED ON - AND THE AUTHORIZATION CHECK FOR IT.
77  OPERATOR-ID PIC X(8) VALUE SPACES.
01  OPERATOR-LINE PIC X(80).
77  AUTH-KIND PIC X(8).
77  AUTH-FUNCTION PIC X(10).
77  AUTH-PROGRAM PIC X(8) VALUE 'SNAPSHOT'.
77  AUTH-RESULT PIC 9.
*>THE STATE FILES A SET IS MADE OF - NAME AND ORGANIZATION (INDX FOR
*>THE INDEXED FILES, UNLOADED AND RELOADED BY KEY; LSEQ FOR THE
*>LINE-SEQUENTIAL ONES, COPIED AS THEY STAND).
01  SUITE-FILE-DATA.
    02 FILLER PIC X(17) VALUE 'ROMANMST.DAT INDX'.
    02 FILLER PIC X(17) VALUE 'ROMANSTA.DAT INDX'.
    02 FILLER PIC X(17) VALUE 'ROMANACH.DAT INDX'.
    02 FILLER PIC X(17) VALUE 'ROMANBRG.DAT INDX'.
    02 FILLER PIC X(17) VALUE 'ROMANREJ.TXT LSEQ'.
    02 FILLER PIC X(17) VALUE 'ROMANREJ.NXT LSEQ'.
    02 FILLER PIC X(17) VALUE 'ROMANDUP.TXT LSEQ'.
    02 FILLER PIC X(17) VALUE 'ROMANDUP.NXT LSEQ'.
    02 FILLER PIC X(17) VALUE 'ROMANACX.TXT LSEQ'.
    02 FILLER PIC X(17) VALUE 'ROMANAUD.TXT LSEQ'.
    02 FILLER PIC X(17) VALUE 'ROMANMTA.TXT LSEQ'.
    02 FILLER PIC X(17) VALUE 'ROMANDUA.TXT LSEQ'.
    02 FILLER PIC X(17) VALUE 'ROMANFIX.RUL LSEQ'.
    02 FILLER PIC X(17) VALUE 'ROMANOPR.TXT LSEQ'.
    02 FILLER PIC X(17) VALUE 'RECONCTL.TXT LSEQ'.
    02 FILLER PIC X(17) VALUE 'OPSHIST.TXT  LSEQ'.
    02 FILLER PIC X(17) VALUE 'HOUSEKPG.CAT LSEQ'.
    02 FILLER PIC X(17) VALUE 'SLASCHED.TXT LSEQ'.
    02 FILLER PIC X(17) VALUE 'SIEVECAT.TXT LSEQ'.
    02 FILLER PIC X(17) VALUE 'SIEVECRT.TXT LSEQ'.
    02 FILLER PIC X(17) VALUE 'ROMANCKP.DAT LSEQ'.
    02 FILLER PIC X(17) VALUE 'SIEVECKP.DAT LSEQ'.
01  SUITE-FILE-TABLE REDEFINES SUITE-FILE-DATA.
    02 SUITE-ENTRY OCCURS 22 TIMES.
        03 SUITE-NAME PIC X(13).
        03 SUITE-ORG  PIC X(4).
77  SUITE-COUNT PIC 9(4) USAGE IS COMPUTATIONAL VALUE 22.
77  SUITE-IDX PIC 9(4) USAGE IS COMPUTATIONAL.
77  SUITE-IDX2 PIC 9(4) USAGE IS COMPUTATIONAL.
*>THE FILE BEING SNAPPED, VERIFIED OR RESTORED - ITS ORGANIZATION,
*>WHAT HAPPENED TO IT (COPIED, ABSENT OR FAILED), ITS RECORD COUNT
*>AND ITS CONTROL TOTAL.
77  FILE-ORG PIC X(4).
77  FILE-STATE PIC X(8).
77  FILE-COUNT PIC 9(9) USAGE IS COMPUTATIONAL.
77  FILE-SUM PIC 9(9).
77  FILE-DUPS PIC 9(9) USAGE IS COMPUTATIONAL.
*>CONTROL TOTAL - EVERY CHARACTER OF EVERY RECORD FOLDED INTO A
*>RUNNING CHECKSUM IN ORDER, SO A CHANGED, DROPPED OR REORDERED
*>RECORD CHANGES THE TOTAL EVEN WHEN THE COUNT STILL AGREES.
01  HASH-AREA PIC X(250).
77  HASH-IDX PIC S9(4) USAGE IS COMPUTATIONAL.
77  HASH-SUM-WORK PIC 9(12).
77  HASH-SUM-QUOT PIC 9(12).
*>ONE CHARACTER AT A TIME IS DROPPED INTO THE LOW BYTE OF A BINARY
*>HALFWORD SO ITS CODE CAN BE ADDED INTO THE CHECKSUM.
01  HASH-CHAR-PAIR.
    02 FILLER    PIC X(1) VALUE LOW-VALUE.
    02 HASH-CHAR PIC X(1).
01  HASH-CHAR-CODE REDEFINES HASH-CHAR-PAIR
        PIC 9(4) USAGE IS COMPUTATIONAL.
*>THE SET AS A WHOLE - ITS NAME, FILE COUNT, RECORD COUNT, AND A
*>CONTROL TOTAL FOLDED FROM EACH FILE'S OWN TOTAL IN MANIFEST ORDER.
77  SET-ID PIC X(8).
77  HOLD-SET-ID PIC X(8).
77  SET-FILES PIC 9(4) USAGE IS COMPUTATIONAL.
77  SET-RECORDS PIC 9(9) USAGE IS COMPUTATIONAL.
77  SET-SUM PIC 9(9).
77  SET-FAILED PIC 9.
77  SET-LETTER-IDX PIC 9(4) USAGE IS COMPUTATIONAL.
77  SET-LETTER-HIGH PIC 9(4) USAGE IS COMPUTATIONAL.
01  SET-LETTER-DATA.
    02 FILLER PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
01  SET-LETTER-TABLE REDEFINES SET-LETTER-DATA.
    02 SET-LETTER PIC X(1) OCCURS 26 TIMES.
*>ONE MANIFEST LINE - A FILE IN THE SET, OR THE '*END' TRAILER THAT
*>CLOSES THE SET WITH ITS FILE COUNT, RECORD COUNT AND CONTROL TOTAL
*>IN THE SAME COLUMNS.
01  MAN-LINE.
    02 MAN-FILE PIC X(13).
    02 FILLER   PIC X(1).
    02 MAN-DETAIL.
        03 MAN-ORG   PIC X(4).
        03 FILLER    PIC X(1).
        03 MAN-STATE PIC X(8).
        03 FILLER    PIC X(1).
        03 MAN-COUNT PIC 9(9).
        03 FILLER    PIC X(1).
        03 MAN-SUM   PIC 9(9).
        03 FILLER    PIC X(1).
        03 MAN-SNAP  PIC X(40).
    02 MAN-TRAILER REDEFINES MAN-DETAIL.
        03 MAN-T-FILES   PIC 9(4).
        03 FILLER        PIC X(1).
        03 MAN-T-SET     PIC X(8).
        03 FILLER        PIC X(1).
        03 MAN-T-RECORDS PIC 9(9).
        03 FILLER        PIC X(1).
        03 MAN-T-SUM     PIC 9(9).
        03 FILLER        PIC X(1).
        03 MAN-T-STAMP   PIC X(40).
*>A SET'S MANIFEST READ WHOLE FOR VERIFICATION AND RESTORE.
77  VFY-COUNT PIC 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  VFY-MAX PIC 9(4) USAGE IS COMPUTATIONAL VALUE 50.
77  VFY-IDX PIC 9(4) USAGE IS COMPUTATIONAL.
01  VFY-TABLE.
    02 VFY-ENTRY PIC X(100) OCCURS 50 TIMES.
01  VFY-TRAILER PIC X(100).
77  VFY-OK PIC 9.
77  VFY-TRAILER-SEEN PIC 9.
*>SNAPSHOT CATALOG, READ WHOLE AND REWRITTEN AFTER EACH SNAPSHOT -
*>ONE LINE PER KEPT SET, OLDEST FIRST.
77  CAT-COUNT PIC 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  CAT-MAX PIC 9(4) USAGE IS COMPUTATIONAL VALUE 200.
01  CATALOG-TABLE.
    02 CAT-ENTRY PIC X(60) OCCURS 200 TIMES.
77  CAT-IDX PIC 9(4) USAGE IS COMPUTATIONAL.
77  CAT-IDX2 PIC 9(4) USAGE IS COMPUTATIONAL.
01  CAT-LINE.
    02 CAT-SET     PIC X(8).
    02 FILLER      PIC X(1) VALUE SPACE.
    02 CAT-DATE    PIC X(8).
    02 FILLER      PIC X(1) VALUE SPACE.
    02 CAT-TIME    PIC X(8).
    02 FILLER      PIC X(1) VALUE SPACE.
    02 CAT-FILES   PIC 9(4).
    02 FILLER      PIC X(1) VALUE SPACE.
    02 CAT-RECORDS PIC 9(9).
    02 FILLER      PIC X(1) VALUE SPACE.
    02 CAT-SUM     PIC 9(9).
    02 FILLER      PIC X(9) VALUE SPACES.
01  RUN-TODAY.
    02 RUN-YY PIC 9(2).
    02 RUN-MM PIC 9(2).
    02 RUN-DD PIC 9(2).
01  RUN-NOW.
    02 RUN-HH   PIC 9(2).
    02 RUN-MIN  PIC 9(2).
    02 RUN-SS   PIC 9(2).
    02 RUN-S100 PIC 9(2).
77  RUN-TIME-TEXT PIC X(8).
*>CBL_DELETE_FILE ARGUMENT.
77  DEL-NAME PIC X(80).
*>ACTIVITY REPORT AND LISTING LINES.
01  ACT-TODAY-TEXT PIC X(8).
01  ACT-LINE.
    02 ACT-STAMP PIC X(8).
    02 FILLER    PIC X(1) VALUE SPACE.
    02 ACT-TEXT  PIC X(100).
77  ACT-MSG PIC X(100).
77  COUNT-TEXT PIC Z(8)9.
77  COUNT-TEXT2 PIC Z(8)9.
77  FILES-TEXT PIC Z(3)9.
01  LIST-LINE.
    02 LIST-SET     PIC X(8).
    02 FILLER       PIC X(2) VALUE SPACES.
    02 LIST-DATE    PIC X(8).
    02 FILLER       PIC X(1) VALUE SPACE.
    02 LIST-TIME    PIC X(8).
    02 FILLER       PIC X(2) VALUE SPACES.
    02 LIST-FILES   PIC Z(3)9.
    02 FILLER       PIC X(7) VALUE ' FILES '.
    02 LIST-RECORDS PIC Z(8)9.
    02 FILLER       PIC X(17) VALUE ' RECORDS  TOTAL: '.
    02 LIST-SUM     PIC 9(9).
PROCEDURE DIVISION.
    ACCEPT PARM-LINE FROM COMMAND-LINE
    MOVE SPACES TO PARM-FUNC-TOKEN
    MOVE SPACES TO PARM-SET-TOKEN
    MOVE SPACES TO PARM-ID-TOKEN
    UNSTRING PARM-LINE DELIMITED BY ALL ' '
        INTO PARM-FUNC-TOKEN, PARM-SET-TOKEN, PARM-ID-TOKEN
    IF PARM-FUNC-TOKEN = SPACES
        MOVE 'SNAP' TO PARM-FUNC-TOKEN
    END-IF

    ACCEPT RUN-TODAY FROM DATE
    ACCEPT RUN-NOW FROM TIME
    STRING RUN-MM '/' RUN-DD '/' RUN-YY
        DELIMITED BY SIZE INTO ACT-TODAY-TEXT
    STRING RUN-HH ':' RUN-MIN ':' RUN-SS
        DELIMITED BY SIZE INTO RUN-TIME-TEXT

    PERFORM 1400-LOAD-CATALOG

    EVALUATE PARM-FUNC-TOKEN
        WHEN 'SNAP'
            *>A RETENTION COUNT THAT CANNOT BE READ IS REFUSED RATHER
            *>THAN DEFAULTED - THE PRUNE WOULD OTHERWISE DELETE SETS
            *>THE OPERATOR MEANT TO KEEP. MORE SETS THAN THE CATALOG
            *>HOLDS COULD NEVER BE KEPT, SO THAT IS REFUSED TOO.
            MOVE PARM-SET-TOKEN TO PARSE-FIELD
            PERFORM 1200-PARSE-NUMBER
            IF PARM-SET-TOKEN NOT = SPACES
                    AND (PARSE-OK = 0 OR PARSE-WORK = 0
                    OR PARSE-WORK > CAT-MAX)
                DISPLAY "ERROR: SETS TO KEEP '" PARM-SET-TOKEN
                    "' IS NOT A NUMBER FROM 1 TO 200 - NO SNAPSHOT "
                    "TAKEN"
                MOVE SPACES TO ACT-MSG
                STRING 'NO SNAPSHOT TAKEN - SETS TO KEEP '
                        DELIMITED BY SIZE
                    PARM-SET-TOKEN DELIMITED BY SPACE
                    ' IS NOT 1 TO 200' DELIMITED BY SIZE
                    INTO ACT-MSG
                PERFORM 4900-WRITE-ACTIVITY
                MOVE 8 TO SNAP-RC
            ELSE
                IF PARSE-OK = 1
                    MOVE PARSE-WORK TO KEEP-SETS
                END-IF
                PERFORM 2000-TAKE-SNAPSHOT
            END-IF
        WHEN 'LIST'
            PERFORM 5000-LIST-SETS
        WHEN 'VERIFY'
            PERFORM 1600-CHOOSE-SET
            IF SET-ID NOT = SPACES
                PERFORM 3000-VERIFY-SET
                IF VFY-OK = 1
                    MOVE SPACES TO ACT-MSG
                    STRING 'SET ' DELIMITED BY SIZE
                        SET-ID DELIMITED BY SPACE
                        ' VERIFIED - EVERY FILE AGREES WITH THE '
                            DELIMITED BY SIZE
                        'MANIFEST' DELIMITED BY SIZE
                        INTO ACT-MSG
                    PERFORM 4900-WRITE-ACTIVITY
                ELSE
                    MOVE SPACES TO ACT-MSG
                    STRING 'SET ' DELIMITED BY SIZE
                        SET-ID DELIMITED BY SPACE
                        ' FAILED VERIFICATION' DELIMITED BY SIZE
                        INTO ACT-MSG
                    PERFORM 4900-WRITE-ACTIVITY
                    MOVE 8 TO SNAP-RC
                END-IF
            END-IF
        WHEN 'RESTORE'
            PERFORM 1000-CHECK-AUTHORITY
            IF AUTH-RESULT NOT = 0
                MOVE 8 TO SNAP-RC
            ELSE
                PERFORM 1600-CHOOSE-SET
                IF SET-ID NOT = SPACES
                    PERFORM 3000-VERIFY-SET
                    IF VFY-OK = 1
                        PERFORM 4000-RESTORE-SET
                    ELSE
                        MOVE SPACES TO ACT-MSG
                        STRING 'SET ' DELIMITED BY SIZE
                            SET-ID DELIMITED BY SPACE
                            ' FAILED VERIFICATION - NOTHING RESTORED'
                                DELIMITED BY SIZE
                            INTO ACT-MSG
                        PERFORM 4900-WRITE-ACTIVITY
                        MOVE 8 TO SNAP-RC
                    END-IF
                END-IF
            END-IF
        WHEN OTHER
            DISPLAY "ERROR: UNRECOGNIZED FUNCTION '" PARM-FUNC-TOKEN
                "' - EXPECTED SNAP, LIST, VERIFY OR RESTORE"
            MOVE 8 TO SNAP-RC
    END-EVALUATE

    MOVE SNAP-RC TO RETURN-CODE
    GOBACK.

*>--------------------------------------------------------------------
*>1000-CHECK-AUTHORITY
*>ESTABLISHES WHO A RESTORE IS MADE UNDER AND CHECKS THAT ID IS
*>CLEARED FOR SNAPREST. WITH NO BATCH ID AND NOBODY AT THE KEYBOARD
*>THE ID COMES BACK BLANK AND IS REFUSED.
*>--------------------------------------------------------------------
1000-CHECK-AUTHORITY.
    COMPUTE AUTH-RESULT = 0
    MOVE 'SNAPREST' TO AUTH-FUNCTION
    IF PARM-ID-TOKEN NOT = SPACES
        MOVE PARM-ID-TOKEN TO OPERATOR-ID
        MOVE 'BATCH' TO AUTH-KIND
    ELSE
        MOVE 'OPERATOR' TO AUTH-KIND
        MOVE SPACES TO OPERATOR-LINE
        OPEN INPUT STANDARD-INPUT
        DISPLAY "SNAPSHOT RESTORE - OPERATOR ID: "
            WITH NO ADVANCING
        READ STANDARD-INPUT INTO OPERATOR-LINE
            AT END MOVE SPACES TO OPERATOR-LINE
        END-READ
        CLOSE STANDARD-INPUT
        MOVE OPERATOR-LINE(1:8) TO OPERATOR-ID
    END-IF

    CALL "OPERAUTH" USING OPERATOR-ID, AUTH-KIND, AUTH-FUNCTION,
        AUTH-PROGRAM, AUTH-RESULT
    IF AUTH-RESULT NOT = 0
        DISPLAY "ERROR: " AUTH-KIND " ID '" OPERATOR-ID
            "' IS NOT AUTHORIZED FOR RESTORE"
    END-IF.

*>--------------------------------------------------------------------
*>1200-PARSE-NUMBER
*>TURNS PARSE-FIELD INTO A NUMBER, DIGIT BY DIGIT. ANYTHING THAT IS
*>NOT ONE TO FOUR DIGITS - A FIFTH DIGIT INCLUDED - LEAVES PARSE-OK
*>OFF.
*>--------------------------------------------------------------------
1200-PARSE-NUMBER.
    COMPUTE PARSE-OK = 1
    COMPUTE PARSE-WORK = 0
    IF PARSE-FIELD = SPACES
        COMPUTE PARSE-OK = 0
    ELSE
        PERFORM VARYING PARSE-IDX FROM 1 BY 1
                UNTIL PARSE-IDX > 4
                OR PARSE-FIELD(PARSE-IDX:1) = SPACE
                OR PARSE-OK = 0
            MOVE PARSE-FIELD(PARSE-IDX:1) TO PARSE-DIGIT-X
            IF PARSE-DIGIT-X >= '0' AND PARSE-DIGIT-X <= '9'
                MOVE PARSE-DIGIT-X TO PARSE-DIGIT
                COMPUTE PARSE-WORK = PARSE-WORK * 10 + PARSE-DIGIT
            ELSE
                COMPUTE PARSE-OK = 0
            END-IF
        END-PERFORM
        IF PARSE-FIELD(5:6) NOT = SPACES
            COMPUTE PARSE-OK = 0
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>1400-LOAD-CATALOG
*>READS THE SNAPSHOT CATALOG INTO THE TABLE - ONE SET PER LINE,
*>OLDEST FIRST. NO CATALOG YET JUST MEANS NO SNAPSHOTS YET.
*>--------------------------------------------------------------------
1400-LOAD-CATALOG.
    COMPUTE CAT-COUNT = 0
    OPEN INPUT CATALOG-FILE
    IF CAT-FSCODE = '00'
        COMPUTE ISEOF = 0
        PERFORM UNTIL ISEOF = 1
            READ CATALOG-FILE INTO CAT-LINE
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1 AND CAT-LINE NOT = SPACES
                    AND CAT-COUNT < CAT-MAX
                COMPUTE CAT-COUNT = CAT-COUNT + 1
                MOVE CAT-LINE TO CAT-ENTRY(CAT-COUNT)
            END-IF
        END-PERFORM
        CLOSE CATALOG-FILE
    END-IF
    COMPUTE ISEOF = 0.

*>--------------------------------------------------------------------
*>1500-SAVE-CATALOG
*>REWRITES THE CATALOG FROM THE TABLE AFTER A SNAPSHOT AND PRUNE.
*>--------------------------------------------------------------------
1500-SAVE-CATALOG.
    OPEN OUTPUT CATALOG-FILE
    PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > CAT-COUNT
        MOVE CAT-ENTRY(CAT-IDX) TO CAT-LINE
        WRITE CATALOG-RECORD FROM CAT-LINE
    END-PERFORM
    CLOSE CATALOG-FILE.

*>--------------------------------------------------------------------
*>1600-CHOOSE-SET
*>THE SET A VERIFY OR RESTORE WORKS ON - THE ONE NAMED IN THE PARM,
*>OR WITH LATEST (OR NOTHING) THE NEWEST SET IN THE CATALOG. A NAMED
*>SET NEED NOT BE IN THE CATALOG; ITS MANIFEST IS WHAT COUNTS.
*>--------------------------------------------------------------------
1600-CHOOSE-SET.
    MOVE SPACES TO SET-ID
    IF PARM-SET-TOKEN = SPACES OR PARM-SET-TOKEN = 'LATEST'
        IF CAT-COUNT = 0
            DISPLAY "ERROR: NO SNAPSHOTS ON FILE IN SNAPSHOT.CAT"
            MOVE 8 TO SNAP-RC
        ELSE
            MOVE CAT-ENTRY(CAT-COUNT) TO CAT-LINE
            MOVE CAT-SET TO SET-ID
        END-IF
    ELSE
        MOVE PARM-SET-TOKEN TO SET-ID
    END-IF.

*>--------------------------------------------------------------------
*>1700-NEXT-SET-ID
*>NAMES TODAY'S SET - S, TODAY'S DATE, AND THE LETTER AFTER THE
*>HIGHEST ONE ALREADY CATALOGUED FOR TODAY, SO A SECOND SNAPSHOT ON
*>THE SAME DAY NEVER OVERWRITES THE FIRST. SPACES COME BACK WHEN ALL
*>26 LETTERS ARE USED.
*>--------------------------------------------------------------------
1700-NEXT-SET-ID.
    COMPUTE SET-LETTER-HIGH = 0
    MOVE SPACES TO SET-ID
    STRING 'S' RUN-MM RUN-DD RUN-YY DELIMITED BY SIZE INTO SET-ID
    PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > CAT-COUNT
        MOVE CAT-ENTRY(CAT-IDX) TO CAT-LINE
        IF CAT-SET(1:7) = SET-ID(1:7)
            PERFORM VARYING SET-LETTER-IDX FROM 1 BY 1
                    UNTIL SET-LETTER-IDX > 26
                IF SET-LETTER(SET-LETTER-IDX) = CAT-SET(8:1)
                        AND SET-LETTER-IDX > SET-LETTER-HIGH
                    MOVE SET-LETTER-IDX TO SET-LETTER-HIGH
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM

    IF SET-LETTER-HIGH >= 26
        MOVE SPACES TO SET-ID
    ELSE
        COMPUTE SET-LETTER-IDX = SET-LETTER-HIGH + 1
        MOVE SET-LETTER(SET-LETTER-IDX) TO SET-ID(8:1)
    END-IF.

*>--------------------------------------------------------------------
*>1800-SNAP-NAME
*>THE NAME A STATE FILE TAKES INSIDE A SET - ITS BASE NAME WITH THE
*>SET NAME FOR AN EXTENSION, THE WAY LOGKEEP NAMES A GENERATION.
*>WHERE TWO SUITE FILES SHARE A BASE NAME (ROMANREJ.TXT AND ITS
*>CARRY QUEUE ROMANREJ.NXT) THE LAST ONE IN THE TABLE KEEPS THE
*>PLAIN NAME AND ANY EARLIER ONE ADDS THE FIRST LETTER OF ITS OWN
*>EXTENSION, SO THE TWO COPIES CANNOT OVERWRITE EACH OTHER AND SETS
*>TAKEN BEFORE THE QUEUES WERE ADDED STILL NAME THEIR FILES THE SAME.
*>THE CALLER HAS SUITE-IDX ON THE FILE'S ENTRY.
*>--------------------------------------------------------------------
1800-SNAP-NAME.
    MOVE SPACES TO SNAP-BASE
    MOVE SPACES TO SNAP-EXT
    UNSTRING LIVE-NAME DELIMITED BY '.' INTO SNAP-BASE SNAP-EXT
    COMPUTE SNAP-SHARED = 0
    PERFORM VARYING SUITE-IDX2 FROM SUITE-IDX BY 1
            UNTIL SUITE-IDX2 >= SUITE-COUNT
        MOVE SPACES TO SHARE-BASE
        UNSTRING SUITE-NAME(SUITE-IDX2 + 1) DELIMITED BY '.'
            INTO SHARE-BASE
        IF SHARE-BASE = SNAP-BASE
            COMPUTE SNAP-SHARED = 1
        END-IF
    END-PERFORM
    MOVE SPACES TO SNAP-NAME
    IF SNAP-SHARED = 1
        STRING SNAP-BASE DELIMITED BY SPACE
            SNAP-EXT(1:1) DELIMITED BY SIZE
            '.' DELIMITED BY SIZE
            SET-ID DELIMITED BY SPACE
            INTO SNAP-NAME
    ELSE
        STRING SNAP-BASE DELIMITED BY SPACE
            '.' DELIMITED BY SIZE
            SET-ID DELIMITED BY SPACE
            INTO SNAP-NAME
    END-IF.

*>--------------------------------------------------------------------
*>1900-MANIFEST-NAME
*>THE NAME OF THE MANIFEST FOR THE SET IN SET-ID.
*>--------------------------------------------------------------------
1900-MANIFEST-NAME.
    MOVE SPACES TO MANIFEST-NAME
    STRING 'SNAPMAN.' DELIMITED BY SIZE
        SET-ID DELIMITED BY SPACE
        INTO MANIFEST-NAME.

*>--------------------------------------------------------------------
*>2000-TAKE-SNAPSHOT
*>COPIES EVERY STATE FILE INTO A NEW SET, WRITING ITS MANIFEST LINE
*>AS EACH ONE IS DONE, THEN THE TRAILER THAT BALANCES THE SET. ONLY
*>A SET THAT COPIED CLEANLY GETS A TRAILER AND A CATALOG ENTRY - ONE
*>THAT FAILED PART WAY HAS ITS FILES AND MANIFEST DELETED AGAIN, SO
*>NOTHING IS LEFT BEHIND AND THE NEXT SNAPSHOT TODAY REUSES ITS NAME.
*>A GOOD SET THEN PRUNES THE OLDEST SETS PAST THE RETENTION COUNT.
*>--------------------------------------------------------------------
2000-TAKE-SNAPSHOT.
    PERFORM 1700-NEXT-SET-ID
    IF SET-ID = SPACES
        MOVE 'NO SNAPSHOT TAKEN - ALL 26 SETS FOR TODAY ARE IN USE'
            TO ACT-MSG
        PERFORM 4900-WRITE-ACTIVITY
        MOVE 8 TO SNAP-RC
    ELSE
    PERFORM 1900-MANIFEST-NAME
    OPEN OUTPUT MANIFEST-FILE
    IF MAN-FSCODE NOT = '00'
        DISPLAY "ERROR: CANNOT OPEN MANIFEST " MANIFEST-NAME(1:20)
            " (STATUS CODE: " MAN-FSCODE ")"
        MOVE 8 TO SNAP-RC
    ELSE
        COMPUTE SET-FILES = 0
        COMPUTE SET-RECORDS = 0
        COMPUTE SET-SUM = 0
        COMPUTE SET-FAILED = 0
        PERFORM VARYING SUITE-IDX FROM 1 BY 1
                UNTIL SUITE-IDX > SUITE-COUNT
            PERFORM 2100-SNAP-ONE-FILE
        END-PERFORM

        IF SET-FAILED = 1
            CLOSE MANIFEST-FILE
            MOVE SPACES TO ACT-MSG
            STRING 'SNAPSHOT ' DELIMITED BY SIZE
                SET-ID DELIMITED BY SPACE
                ' INCOMPLETE - NOT CATALOGUED AND NOT RESTORABLE'
                    DELIMITED BY SIZE
                INTO ACT-MSG
            PERFORM 4900-WRITE-ACTIVITY
            *>A FILE THAT FAILED PART WAY MAY HAVE NO MANIFEST LINE, SO
            *>THE NAMES ARE WORKED OUT FROM THE FILE LIST.
            PERFORM 2560-DELETE-BY-FILE-LIST
            MOVE MANIFEST-NAME TO DEL-NAME
            CALL "CBL_DELETE_FILE" USING DEL-NAME
            MOVE 0 TO RETURN-CODE
            MOVE SPACES TO ACT-MSG
            STRING 'INCOMPLETE SNAPSHOT ' DELIMITED BY SIZE
                SET-ID DELIMITED BY SPACE
                ' REMOVED - ITS FILES AND MANIFEST DELETED'
                    DELIMITED BY SIZE
                INTO ACT-MSG
            PERFORM 4900-WRITE-ACTIVITY
            MOVE 8 TO SNAP-RC
        ELSE
            MOVE SPACES TO MAN-LINE
            MOVE '*END' TO MAN-FILE
            MOVE SET-FILES TO MAN-T-FILES
            MOVE SET-ID TO MAN-T-SET
            MOVE SET-RECORDS TO MAN-T-RECORDS
            MOVE SET-SUM TO MAN-T-SUM
            STRING ACT-TODAY-TEXT ' ' RUN-TIME-TEXT
                DELIMITED BY SIZE INTO MAN-T-STAMP
            WRITE MANIFEST-RECORD FROM MAN-LINE
            CLOSE MANIFEST-FILE

            IF CAT-COUNT >= CAT-MAX
                PERFORM 2500-DROP-OLDEST-SET
            END-IF
            MOVE SET-ID TO CAT-SET
            MOVE ACT-TODAY-TEXT TO CAT-DATE
            MOVE RUN-TIME-TEXT TO CAT-TIME
            MOVE SET-FILES TO CAT-FILES
            MOVE SET-RECORDS TO CAT-RECORDS
            MOVE SET-SUM TO CAT-SUM
            COMPUTE CAT-COUNT = CAT-COUNT + 1
            MOVE CAT-LINE TO CAT-ENTRY(CAT-COUNT)

            MOVE SET-FILES TO FILES-TEXT
            MOVE SET-RECORDS TO COUNT-TEXT
            MOVE SPACES TO ACT-MSG
            STRING 'SNAPSHOT ' DELIMITED BY SIZE
                SET-ID DELIMITED BY SPACE
                ' TAKEN -' DELIMITED BY SIZE
                FILES-TEXT DELIMITED BY SIZE
                ' FILES,' DELIMITED BY SIZE
                COUNT-TEXT DELIMITED BY SIZE
                ' RECORDS, CONTROL TOTAL ' DELIMITED BY SIZE
                SET-SUM DELIMITED BY SIZE
                INTO ACT-MSG
            PERFORM 4900-WRITE-ACTIVITY

            PERFORM UNTIL CAT-COUNT <= KEEP-SETS
                PERFORM 2500-DROP-OLDEST-SET
            END-PERFORM
            PERFORM 1500-SAVE-CATALOG
        END-IF
    END-IF
    END-IF.

*>--------------------------------------------------------------------
*>2100-SNAP-ONE-FILE
*>COPIES ONE STATE FILE INTO THE SET AND WRITES ITS MANIFEST LINE.
*>THE INDEXED FILES ARE UNLOADED BY KEY; EVERYTHING ELSE IS COPIED
*>LINE FOR LINE. A FILE NOT ON DISK IS NOT AN ERROR - MANY ARE ONLY
*>CREATED THE FIRST TIME THEY ARE NEEDED - AND GOES IN AS ABSENT SO
*>A RESTORE REMOVES IT AGAIN.
*>--------------------------------------------------------------------
2100-SNAP-ONE-FILE.
    MOVE SUITE-NAME(SUITE-IDX) TO LIVE-NAME
    MOVE SUITE-ORG(SUITE-IDX) TO FILE-ORG
    PERFORM 1800-SNAP-NAME
    COMPUTE FILE-COUNT = 0
    COMPUTE FILE-SUM = 0
    MOVE 'COPIED' TO FILE-STATE

    EVALUATE LIVE-NAME
        WHEN 'ROMANMST.DAT'
            PERFORM 2310-UNLOAD-MASTER
        WHEN 'ROMANSTA.DAT'
            PERFORM 2320-UNLOAD-STATS
        WHEN 'ROMANACH.DAT'
            PERFORM 2330-UNLOAD-HISTORY
        WHEN 'ROMANBRG.DAT'
            PERFORM 2340-UNLOAD-REGISTER
        WHEN OTHER
            PERFORM 2200-COPY-LINE-FILE
    END-EVALUATE

    MOVE SPACES TO MAN-LINE
    MOVE LIVE-NAME TO MAN-FILE
    MOVE FILE-ORG TO MAN-ORG
    MOVE FILE-STATE TO MAN-STATE
    MOVE FILE-COUNT TO MAN-COUNT
    MOVE FILE-SUM TO MAN-SUM
    IF FILE-STATE = 'COPIED'
        MOVE SNAP-NAME TO MAN-SNAP
    END-IF
    WRITE MANIFEST-RECORD FROM MAN-LINE

    COMPUTE SET-FILES = SET-FILES + 1
    COMPUTE SET-RECORDS = SET-RECORDS + FILE-COUNT
    COMPUTE HASH-SUM-WORK = SET-SUM * 31 + FILE-SUM
    DIVIDE HASH-SUM-WORK BY 999999937
        GIVING HASH-SUM-QUOT REMAINDER SET-SUM

    MOVE FILE-COUNT TO COUNT-TEXT
    MOVE SPACES TO ACT-MSG
    EVALUATE FILE-STATE
        WHEN 'COPIED'
            STRING 'COPIED ' DELIMITED BY SIZE
                LIVE-NAME DELIMITED BY SPACE
                ' TO ' DELIMITED BY SIZE
                SNAP-NAME DELIMITED BY SPACE
                ' (' DELIMITED BY SIZE
                COUNT-TEXT DELIMITED BY SIZE
                ' RECORDS)' DELIMITED BY SIZE
                INTO ACT-MSG
        WHEN 'ABSENT'
            STRING 'ABSENT ' DELIMITED BY SIZE
                LIVE-NAME DELIMITED BY SPACE
                ' - NOT ON DISK, RECORDED AS ABSENT' DELIMITED BY SIZE
                INTO ACT-MSG
        WHEN OTHER
            STRING '*** FAILED ' DELIMITED BY SIZE
                LIVE-NAME DELIMITED BY SPACE
                ' - STATUS CODE ' DELIMITED BY SIZE
                LIVE-FSCODE DELIMITED BY SIZE
                INTO ACT-MSG
            COMPUTE SET-FAILED = 1
    END-EVALUATE
    PERFORM 4900-WRITE-ACTIVITY.

*>--------------------------------------------------------------------
*>2200-COPY-LINE-FILE
*>COPIES A LINE-SEQUENTIAL STATE FILE INTO ITS SNAPSHOT FILE,
*>COUNTING AND TOTALLING EVERY LINE ON THE WAY.
*>--------------------------------------------------------------------
2200-COPY-LINE-FILE.
    OPEN INPUT LIVE-FILE
    IF LIVE-FSCODE = '35'
        MOVE 'ABSENT' TO FILE-STATE
    ELSE
    IF LIVE-FSCODE NOT = '00'
        MOVE 'FAILED' TO FILE-STATE
    ELSE
        PERFORM 2400-OPEN-SNAP-OUTPUT
        IF FILE-STATE = 'COPIED'
            COMPUTE ISEOF = 0
            PERFORM UNTIL ISEOF = 1
                READ LIVE-FILE INTO HASH-AREA
                    AT END COMPUTE ISEOF = 1
                END-READ
                IF ISEOF NOT = 1
                    PERFORM 2450-TAKE-RECORD
                END-IF
            END-PERFORM
            COMPUTE ISEOF = 0
            CLOSE SNAP-FILE
        END-IF
        CLOSE LIVE-FILE
    END-IF
    END-IF.

*>--------------------------------------------------------------------
*>2310-UNLOAD-MASTER
*>WALKS THE MASTER IN KEY ORDER INTO ITS SNAPSHOT FILE.
*>--------------------------------------------------------------------
2310-UNLOAD-MASTER.
    OPEN INPUT MASTER-FILE
    MOVE MST-FSCODE TO LIVE-FSCODE
    IF MST-FSCODE = '35'
        MOVE 'ABSENT' TO FILE-STATE
    ELSE
    IF MST-FSCODE NOT = '00'
        MOVE 'FAILED' TO FILE-STATE
    ELSE
        PERFORM 2400-OPEN-SNAP-OUTPUT
        IF FILE-STATE = 'COPIED'
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
                    MOVE MST-RECORD TO HASH-AREA
                    PERFORM 2450-TAKE-RECORD
                END-IF
            END-PERFORM
            COMPUTE ISEOF = 0
            CLOSE SNAP-FILE
        END-IF
        CLOSE MASTER-FILE
    END-IF
    END-IF.

*>--------------------------------------------------------------------
*>2320-UNLOAD-STATS
*>WALKS THE SOURCE STATISTICS FILE IN KEY ORDER INTO ITS SNAPSHOT.
*>--------------------------------------------------------------------
2320-UNLOAD-STATS.
    OPEN INPUT STATS-FILE
    MOVE STA-FSCODE TO LIVE-FSCODE
    IF STA-FSCODE = '35'
        MOVE 'ABSENT' TO FILE-STATE
    ELSE
    IF STA-FSCODE NOT = '00'
        MOVE 'FAILED' TO FILE-STATE
    ELSE
        PERFORM 2400-OPEN-SNAP-OUTPUT
        IF FILE-STATE = 'COPIED'
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
                    MOVE STA-RECORD TO HASH-AREA
                    PERFORM 2450-TAKE-RECORD
                END-IF
            END-PERFORM
            COMPUTE ISEOF = 0
            CLOSE SNAP-FILE
        END-IF
        CLOSE STATS-FILE
    END-IF
    END-IF.

*>--------------------------------------------------------------------
*>2330-UNLOAD-HISTORY
*>WALKS THE ACCOUNT HISTORY IN KEY ORDER INTO ITS SNAPSHOT FILE.
*>--------------------------------------------------------------------
2330-UNLOAD-HISTORY.
    OPEN INPUT ACCOUNT-HISTORY
    MOVE ACH-FSCODE TO LIVE-FSCODE
    IF ACH-FSCODE = '35'
        MOVE 'ABSENT' TO FILE-STATE
    ELSE
    IF ACH-FSCODE NOT = '00'
        MOVE 'FAILED' TO FILE-STATE
    ELSE
        PERFORM 2400-OPEN-SNAP-OUTPUT
        IF FILE-STATE = 'COPIED'
            COMPUTE ISEOF = 0
            MOVE LOW-VALUES TO ACH-KEY
            START ACCOUNT-HISTORY KEY NOT < ACH-KEY
                INVALID KEY COMPUTE ISEOF = 1
            END-START
            PERFORM UNTIL ISEOF = 1
                READ ACCOUNT-HISTORY NEXT
                    AT END COMPUTE ISEOF = 1
                END-READ
                IF ISEOF NOT = 1
                    MOVE ACH-RECORD TO HASH-AREA
                    PERFORM 2450-TAKE-RECORD
                END-IF
            END-PERFORM
            COMPUTE ISEOF = 0
            CLOSE SNAP-FILE
        END-IF
        CLOSE ACCOUNT-HISTORY
    END-IF
    END-IF.

*>--------------------------------------------------------------------
*>2340-UNLOAD-REGISTER
*>WALKS THE BATCH REGISTER IN KEY ORDER INTO ITS SNAPSHOT FILE.
*>--------------------------------------------------------------------
2340-UNLOAD-REGISTER.
    OPEN INPUT BATCH-REGISTER
    MOVE BRG-FSCODE TO LIVE-FSCODE
    IF BRG-FSCODE = '35'
        MOVE 'ABSENT' TO FILE-STATE
    ELSE
    IF BRG-FSCODE NOT = '00'
        MOVE 'FAILED' TO FILE-STATE
    ELSE
        PERFORM 2400-OPEN-SNAP-OUTPUT
        IF FILE-STATE = 'COPIED'
            COMPUTE ISEOF = 0
            MOVE LOW-VALUES TO BRG-KEY
            START BATCH-REGISTER KEY NOT < BRG-KEY
                INVALID KEY COMPUTE ISEOF = 1
            END-START
            PERFORM UNTIL ISEOF = 1
                READ BATCH-REGISTER NEXT
                    AT END COMPUTE ISEOF = 1
                END-READ
                IF ISEOF NOT = 1
                    MOVE BRG-RECORD TO HASH-AREA
                    PERFORM 2450-TAKE-RECORD
                END-IF
            END-PERFORM
            COMPUTE ISEOF = 0
            CLOSE SNAP-FILE
        END-IF
        CLOSE BATCH-REGISTER
    END-IF
    END-IF.

*>--------------------------------------------------------------------
*>2400-OPEN-SNAP-OUTPUT
*>OPENS THE SNAPSHOT FILE FOR THE STATE FILE BEING COPIED. A FAILURE
*>MARKS THE FILE FAILED WITH THE SNAPSHOT FILE'S STATUS CODE.
*>--------------------------------------------------------------------
2400-OPEN-SNAP-OUTPUT.
    OPEN OUTPUT SNAP-FILE
    IF SNAP-FSCODE NOT = '00'
        MOVE SNAP-FSCODE TO LIVE-FSCODE
        MOVE 'FAILED' TO FILE-STATE
    END-IF.

*>--------------------------------------------------------------------
*>2450-TAKE-RECORD
*>WRITES THE RECORD IN HASH-AREA TO THE SNAPSHOT FILE AND ADDS IT TO
*>THE FILE'S COUNT AND CONTROL TOTAL.
*>--------------------------------------------------------------------
2450-TAKE-RECORD.
    WRITE SNAP-RECORD FROM HASH-AREA
    COMPUTE FILE-COUNT = FILE-COUNT + 1
    PERFORM 6000-HASH-RECORD.

*>--------------------------------------------------------------------
*>2500-DROP-OLDEST-SET
*>DELETES THE OLDEST CATALOGUED SET - EVERY FILE ITS MANIFEST NAMES,
*>THEN THE MANIFEST - AND CLOSES THE GAP IN THE CATALOG. WITH NO
*>MANIFEST LEFT TO GO BY, THE NAMES ARE WORKED OUT FROM THE FILE
*>LIST INSTEAD.
*>--------------------------------------------------------------------
2500-DROP-OLDEST-SET.
    MOVE SET-ID TO HOLD-SET-ID
    MOVE CAT-ENTRY(1) TO CAT-LINE
    MOVE CAT-SET TO SET-ID
    PERFORM 1900-MANIFEST-NAME
    OPEN INPUT MANIFEST-FILE
    IF MAN-FSCODE = '00'
        COMPUTE ISEOF = 0
        PERFORM UNTIL ISEOF = 1
            READ MANIFEST-FILE INTO MAN-LINE
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1 AND MAN-FILE NOT = '*END'
                    AND MAN-SNAP NOT = SPACES
                MOVE MAN-SNAP TO DEL-NAME
                CALL "CBL_DELETE_FILE" USING DEL-NAME
            END-IF
        END-PERFORM
        COMPUTE ISEOF = 0
        CLOSE MANIFEST-FILE
    ELSE
        PERFORM 2560-DELETE-BY-FILE-LIST
    END-IF
    MOVE MANIFEST-NAME TO DEL-NAME
    CALL "CBL_DELETE_FILE" USING DEL-NAME
    MOVE 0 TO RETURN-CODE

    MOVE SPACES TO ACT-MSG
    STRING 'DELETED SNAPSHOT SET ' DELIMITED BY SIZE
        SET-ID DELIMITED BY SPACE
        ' (TAKEN ' DELIMITED BY SIZE
        CAT-DATE DELIMITED BY SIZE
        ')' DELIMITED BY SIZE
        INTO ACT-MSG
    PERFORM 4900-WRITE-ACTIVITY

    PERFORM VARYING CAT-IDX2 FROM 1 BY 1 UNTIL CAT-IDX2 >= CAT-COUNT
        MOVE CAT-ENTRY(CAT-IDX2 + 1) TO CAT-ENTRY(CAT-IDX2)
    END-PERFORM
    COMPUTE CAT-COUNT = CAT-COUNT - 1
    MOVE HOLD-SET-ID TO SET-ID.

*>--------------------------------------------------------------------
*>2560-DELETE-BY-FILE-LIST
*>DELETES THE <BASENAME>.<SET> FILE OF EVERY STATE FILE IN THE SUITE
*>FOR SET-ID, WHETHER OR NOT IT WAS EVER WRITTEN. THE CALLER DEALS
*>WITH THE MANIFEST AND RETURN-CODE.
*>--------------------------------------------------------------------
2560-DELETE-BY-FILE-LIST.
    PERFORM VARYING SUITE-IDX FROM 1 BY 1
            UNTIL SUITE-IDX > SUITE-COUNT
        MOVE SUITE-NAME(SUITE-IDX) TO LIVE-NAME
        PERFORM 1800-SNAP-NAME
        MOVE SNAP-NAME TO DEL-NAME
        CALL "CBL_DELETE_FILE" USING DEL-NAME
    END-PERFORM.

*>--------------------------------------------------------------------
*>3000-VERIFY-SET
*>READS THE SET'S MANIFEST WHOLE, CHECKS THE TRAILER IS THERE AND
*>BALANCES THE LINES ABOVE IT, THEN READS BACK EVERY SNAPSHOT FILE
*>AND CHECKS ITS RECORD COUNT AND CONTROL TOTAL AGAINST ITS LINE.
*>EVERY FILE IS CHECKED AND REPORTED EVEN AFTER ONE FAILS, SO THE
*>OPERATOR SEES THE WHOLE PICTURE. VFY-OK COMES BACK 1 ONLY WHEN
*>THE SET IS SOUND FROM END TO END.
*>--------------------------------------------------------------------
3000-VERIFY-SET.
    COMPUTE VFY-OK = 1
    COMPUTE VFY-COUNT = 0
    COMPUTE VFY-TRAILER-SEEN = 0
    PERFORM 1900-MANIFEST-NAME
    OPEN INPUT MANIFEST-FILE
    IF MAN-FSCODE NOT = '00'
        MOVE SPACES TO ACT-MSG
        STRING 'NO MANIFEST FOR SET ' DELIMITED BY SIZE
            SET-ID DELIMITED BY SPACE
            ' (' DELIMITED BY SIZE
            MANIFEST-NAME DELIMITED BY SPACE
            ' NOT FOUND)' DELIMITED BY SIZE
            INTO ACT-MSG
        PERFORM 4900-WRITE-ACTIVITY
        COMPUTE VFY-OK = 0
    ELSE
        COMPUTE ISEOF = 0
        PERFORM UNTIL ISEOF = 1
            READ MANIFEST-FILE INTO MAN-LINE
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1 AND MAN-LINE NOT = SPACES
                IF MAN-FILE = '*END'
                    MOVE MAN-LINE TO VFY-TRAILER
                    COMPUTE VFY-TRAILER-SEEN = 1
                ELSE
                IF VFY-COUNT < VFY-MAX
                    COMPUTE VFY-COUNT = VFY-COUNT + 1
                    MOVE MAN-LINE TO VFY-ENTRY(VFY-COUNT)
                END-IF
                END-IF
            END-IF
        END-PERFORM
        COMPUTE ISEOF = 0
        CLOSE MANIFEST-FILE
        PERFORM 3100-CHECK-TRAILER
        IF VFY-TRAILER-SEEN = 1
            PERFORM VARYING VFY-IDX FROM 1 BY 1
                    UNTIL VFY-IDX > VFY-COUNT
                PERFORM 3200-VERIFY-ONE-FILE
            END-PERFORM
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>3100-CHECK-TRAILER
*>THE TRAILER MUST BE PRESENT (A SNAPSHOT THAT DID NOT FINISH NEVER
*>WROTE ONE) AND ITS FILE COUNT, RECORD COUNT AND CONTROL TOTAL MUST
*>AGREE WITH THE FILE LINES ABOVE IT - A MANIFEST THAT HAS BEEN
*>EDITED OR CUT SHORT IS NOT TRUSTED.
*>--------------------------------------------------------------------
3100-CHECK-TRAILER.
    IF VFY-TRAILER-SEEN = 0
        MOVE SPACES TO ACT-MSG
        STRING 'MANIFEST ' DELIMITED BY SIZE
            MANIFEST-NAME DELIMITED BY SPACE
            ' HAS NO TRAILER - THE SNAPSHOT NEVER FINISHED'
                DELIMITED BY SIZE
            INTO ACT-MSG
        PERFORM 4900-WRITE-ACTIVITY
        COMPUTE VFY-OK = 0
    ELSE
        COMPUTE SET-FILES = 0
        COMPUTE SET-RECORDS = 0
        COMPUTE SET-SUM = 0
        PERFORM VARYING VFY-IDX FROM 1 BY 1 UNTIL VFY-IDX > VFY-COUNT
            MOVE VFY-ENTRY(VFY-IDX) TO MAN-LINE
            COMPUTE SET-FILES = SET-FILES + 1
            COMPUTE SET-RECORDS = SET-RECORDS + MAN-COUNT
            COMPUTE HASH-SUM-WORK = SET-SUM * 31 + MAN-SUM
            DIVIDE HASH-SUM-WORK BY 999999937
                GIVING HASH-SUM-QUOT REMAINDER SET-SUM
        END-PERFORM
        MOVE VFY-TRAILER TO MAN-LINE
        IF MAN-T-FILES NOT = SET-FILES
                OR MAN-T-RECORDS NOT = SET-RECORDS
                OR MAN-T-SUM NOT = SET-SUM
                OR MAN-T-SET NOT = SET-ID
            MOVE SPACES TO ACT-MSG
            STRING 'MANIFEST ' DELIMITED BY SIZE
                MANIFEST-NAME DELIMITED BY SPACE
                ' DOES NOT BALANCE TO ITS TRAILER' DELIMITED BY SIZE
                INTO ACT-MSG
            PERFORM 4900-WRITE-ACTIVITY
            COMPUTE VFY-OK = 0
        END-IF
    END-IF.

*>--------------------------------------------------------------------
*>3200-VERIFY-ONE-FILE
*>READS ONE SNAPSHOT FILE BACK AND CHECKS IT AGAINST ITS MANIFEST
*>LINE. AN ABSENT FILE HAS NOTHING TO READ; AN INDEXED FILE THIS
*>PROGRAM DOES NOT KNOW HOW TO RELOAD FAILS OUTRIGHT.
*>--------------------------------------------------------------------
3200-VERIFY-ONE-FILE.
    MOVE VFY-ENTRY(VFY-IDX) TO MAN-LINE
    MOVE MAN-FILE TO LIVE-NAME
    MOVE MAN-SNAP TO SNAP-NAME
    MOVE SPACES TO ACT-MSG
    IF MAN-STATE = 'ABSENT'
        STRING 'VERIFIED ' DELIMITED BY SIZE
            LIVE-NAME DELIMITED BY SPACE
            ' - ABSENT WHEN THE SNAPSHOT WAS TAKEN' DELIMITED BY SIZE
            INTO ACT-MSG
    ELSE
    IF MAN-STATE NOT = 'COPIED'
            OR (MAN-ORG = 'INDX' AND LIVE-NAME NOT = 'ROMANMST.DAT'
                AND LIVE-NAME NOT = 'ROMANSTA.DAT'
                AND LIVE-NAME NOT = 'ROMANACH.DAT'
                AND LIVE-NAME NOT = 'ROMANBRG.DAT')
        STRING '*** CANNOT RESTORE ' DELIMITED BY SIZE
            LIVE-NAME DELIMITED BY SPACE
            ' - UNKNOWN ENTRY IN MANIFEST' DELIMITED BY SIZE
            INTO ACT-MSG
        COMPUTE VFY-OK = 0
    ELSE
        OPEN INPUT SNAP-FILE
        IF SNAP-FSCODE NOT = '00'
            STRING '*** SNAPSHOT FILE MISSING - ' DELIMITED BY SIZE
                SNAP-NAME DELIMITED BY SPACE
                ' (STATUS CODE ' DELIMITED BY SIZE
                SNAP-FSCODE DELIMITED BY SIZE
                ')' DELIMITED BY SIZE
                INTO ACT-MSG
            COMPUTE VFY-OK = 0
        ELSE
            COMPUTE FILE-COUNT = 0
            COMPUTE FILE-SUM = 0
            COMPUTE ISEOF = 0
            PERFORM UNTIL ISEOF = 1
                READ SNAP-FILE INTO HASH-AREA
                    AT END COMPUTE ISEOF = 1
                END-READ
                IF ISEOF NOT = 1
                    COMPUTE FILE-COUNT = FILE-COUNT + 1
                    PERFORM 6000-HASH-RECORD
                END-IF
            END-PERFORM
            COMPUTE ISEOF = 0
            CLOSE SNAP-FILE

            MOVE FILE-COUNT TO COUNT-TEXT
            IF FILE-COUNT = MAN-COUNT AND FILE-SUM = MAN-SUM
                STRING 'VERIFIED ' DELIMITED BY SIZE
                    SNAP-NAME DELIMITED BY SPACE
                    ' (' DELIMITED BY SIZE
                    COUNT-TEXT DELIMITED BY SIZE
                    ' RECORDS)' DELIMITED BY SIZE
                    INTO ACT-MSG
            ELSE
                MOVE MAN-COUNT TO COUNT-TEXT2
                STRING '*** ' DELIMITED BY SIZE
                    SNAP-NAME DELIMITED BY SPACE
                    ' MISMATCH -' DELIMITED BY SIZE
                    COUNT-TEXT DELIMITED BY SIZE
                    ' RECS/TOTAL ' DELIMITED BY SIZE
                    FILE-SUM DELIMITED BY SIZE
                    ', MANIFEST' DELIMITED BY SIZE
                    COUNT-TEXT2 DELIMITED BY SIZE
                    '/' DELIMITED BY SIZE
                    MAN-SUM DELIMITED BY SIZE
                    INTO ACT-MSG
                COMPUTE VFY-OK = 0
            END-IF
        END-IF
    END-IF
    END-IF
    PERFORM 4900-WRITE-ACTIVITY.

*>--------------------------------------------------------------------
*>4000-RESTORE-SET
*>PUTS EVERY FILE IN A VERIFIED SET BACK - THE INDEXED FILES REBUILT
*>FRESH FROM THEIR FLAT IMAGES, THE LINE FILES COPIED BACK OVER THE
*>LIVE ONES, AND ANY FILE THAT WAS ABSENT AT SNAPSHOT TIME REMOVED SO
*>THE SUITE IS EXACTLY AS IT STOOD. A FILE THAT CANNOT BE PUT BACK
*>IS REPORTED AND THE REST STILL GO, SO THE OPERATOR KNOWS EXACTLY
*>WHICH ONES NEED ATTENTION. THE STREAM CHECKPOINT IS DELETED ONCE
*>FILES HAVE GONE BACK, WHOLLY OR PARTLY - THE STEPS IT RECORDS AS
*>DONE WERE DONE AGAINST FILES THAT ARE NO LONGER THERE, SO BATCHCTL
*>MUST REFUSE A RESTART RATHER THAN PASS THEM OVER.
*>--------------------------------------------------------------------
4000-RESTORE-SET.
    COMPUTE SET-FILES = 0
    COMPUTE SET-FAILED = 0
    PERFORM VARYING VFY-IDX FROM 1 BY 1 UNTIL VFY-IDX > VFY-COUNT
        PERFORM 4100-RESTORE-ONE-FILE
    END-PERFORM

    MOVE SET-FILES TO FILES-TEXT
    MOVE SPACES TO ACT-MSG
    IF SET-FAILED = 0
        STRING 'SET ' DELIMITED BY SIZE
            SET-ID DELIMITED BY SPACE
            ' RESTORED -' DELIMITED BY SIZE
            FILES-TEXT DELIMITED BY SIZE
            ' FILES PUT BACK' DELIMITED BY SIZE
            INTO ACT-MSG
    ELSE
        STRING '*** SET ' DELIMITED BY SIZE
            SET-ID DELIMITED BY SPACE
            ' ONLY PARTLY RESTORED - SEE THE FAILURES ABOVE'
                DELIMITED BY SIZE
            INTO ACT-MSG
        MOVE 8 TO SNAP-RC
    END-IF
    PERFORM 4900-WRITE-ACTIVITY

    MOVE 'BATCHCKP.DAT' TO DEL-NAME
    CALL "CBL_DELETE_FILE" USING DEL-NAME
    IF RETURN-CODE = 0
        MOVE SPACES TO ACT-MSG
        STRING 'REMOVED BATCHCKP.DAT - A BATCHCTL RESTART WOULD PASS '
                DELIMITED BY SIZE
            'OVER STEPS THIS RESTORE UNDID' DELIMITED BY SIZE
            INTO ACT-MSG
        PERFORM 4900-WRITE-ACTIVITY
    END-IF
    MOVE 0 TO RETURN-CODE.

*>--------------------------------------------------------------------
*>4100-RESTORE-ONE-FILE
*>PUTS ONE FILE OF THE SET BACK AND REPORTS WHAT WAS DONE. THE COUNT
*>PUT BACK IS HELD AGAINST THE MANIFEST ONCE MORE, SINCE A RECORD
*>THE INDEXED FILE REFUSED IS A RECORD THE SUITE HAS LOST.
*>--------------------------------------------------------------------
4100-RESTORE-ONE-FILE.
    MOVE VFY-ENTRY(VFY-IDX) TO MAN-LINE
    MOVE MAN-FILE TO LIVE-NAME
    MOVE MAN-SNAP TO SNAP-NAME
    COMPUTE FILE-COUNT = 0
    COMPUTE FILE-DUPS = 0
    MOVE 'COPIED' TO FILE-STATE
    MOVE SPACES TO ACT-MSG

    IF MAN-STATE = 'ABSENT'
        MOVE LIVE-NAME TO DEL-NAME
        CALL "CBL_DELETE_FILE" USING DEL-NAME
        IF RETURN-CODE = 0
            STRING 'REMOVED ' DELIMITED BY SIZE
                LIVE-NAME DELIMITED BY SPACE
                ' - IT WAS ABSENT WHEN THE SNAPSHOT WAS TAKEN'
                    DELIMITED BY SIZE
                INTO ACT-MSG
        ELSE
            STRING 'LEFT ' DELIMITED BY SIZE
                LIVE-NAME DELIMITED BY SPACE
                ' ABSENT - AS IT WAS WHEN THE SNAPSHOT WAS TAKEN'
                    DELIMITED BY SIZE
                INTO ACT-MSG
        END-IF
        MOVE 0 TO RETURN-CODE
        COMPUTE SET-FILES = SET-FILES + 1
    ELSE
        OPEN INPUT SNAP-FILE
        IF SNAP-FSCODE NOT = '00'
            MOVE SNAP-FSCODE TO LIVE-FSCODE
            MOVE 'FAILED' TO FILE-STATE
        ELSE
            EVALUATE LIVE-NAME
                WHEN 'ROMANMST.DAT'
                    PERFORM 4310-RELOAD-MASTER
                WHEN 'ROMANSTA.DAT'
                    PERFORM 4320-RELOAD-STATS
                WHEN 'ROMANACH.DAT'
                    PERFORM 4330-RELOAD-HISTORY
                WHEN 'ROMANBRG.DAT'
                    PERFORM 4340-RELOAD-REGISTER
                WHEN OTHER
                    PERFORM 4200-COPY-BACK-LINE-FILE
            END-EVALUATE
            CLOSE SNAP-FILE
        END-IF

        MOVE FILE-COUNT TO COUNT-TEXT
        IF FILE-STATE = 'FAILED'
            STRING '*** FAILED TO RESTORE ' DELIMITED BY SIZE
                LIVE-NAME DELIMITED BY SPACE
                ' - STATUS CODE ' DELIMITED BY SIZE
                LIVE-FSCODE DELIMITED BY SIZE
                INTO ACT-MSG
            COMPUTE SET-FAILED = 1
        ELSE
        IF FILE-COUNT NOT = MAN-COUNT OR FILE-DUPS > 0
            MOVE MAN-COUNT TO COUNT-TEXT2
            STRING '*** RESTORED ' DELIMITED BY SIZE
                LIVE-NAME DELIMITED BY SPACE
                ' SHORT -' DELIMITED BY SIZE
                COUNT-TEXT DELIMITED BY SIZE
                ' OF' DELIMITED BY SIZE
                COUNT-TEXT2 DELIMITED BY SIZE
                ' RECORDS PUT BACK' DELIMITED BY SIZE
                INTO ACT-MSG
            COMPUTE SET-FAILED = 1
        ELSE
            STRING 'RESTORED ' DELIMITED BY SIZE
                LIVE-NAME DELIMITED BY SPACE
                ' FROM ' DELIMITED BY SIZE
                SNAP-NAME DELIMITED BY SPACE
                ' (' DELIMITED BY SIZE
                COUNT-TEXT DELIMITED BY SIZE
                ' RECORDS)' DELIMITED BY SIZE
                INTO ACT-MSG
            COMPUTE SET-FILES = SET-FILES + 1
        END-IF
        END-IF
    END-IF
    PERFORM 4900-WRITE-ACTIVITY.

*>--------------------------------------------------------------------
*>4200-COPY-BACK-LINE-FILE
*>REPLACES A LINE-SEQUENTIAL STATE FILE WITH ITS SNAPSHOT COPY.
*>--------------------------------------------------------------------
4200-COPY-BACK-LINE-FILE.
    OPEN OUTPUT LIVE-FILE
    IF LIVE-FSCODE NOT = '00'
        MOVE 'FAILED' TO FILE-STATE
    ELSE
        COMPUTE ISEOF = 0
        PERFORM UNTIL ISEOF = 1
            READ SNAP-FILE INTO HASH-AREA
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1
                WRITE LIVE-RECORD FROM HASH-AREA
                COMPUTE FILE-COUNT = FILE-COUNT + 1
            END-IF
        END-PERFORM
        COMPUTE ISEOF = 0
        CLOSE LIVE-FILE
    END-IF.

*>--------------------------------------------------------------------
*>4310-RELOAD-MASTER
*>REBUILDS THE MASTER FRESH FROM ITS FLAT IMAGE - OPENED OUTPUT, SO
*>WHATEVER STATE THE NIGHT LEFT IT IN IS REPLACED OUTRIGHT.
*>--------------------------------------------------------------------
4310-RELOAD-MASTER.
    OPEN OUTPUT MASTER-FILE
    MOVE MST-FSCODE TO LIVE-FSCODE
    IF MST-FSCODE NOT = '00'
        MOVE 'FAILED' TO FILE-STATE
    ELSE
        COMPUTE ISEOF = 0
        PERFORM UNTIL ISEOF = 1
            READ SNAP-FILE INTO HASH-AREA
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1
                MOVE HASH-AREA TO MST-RECORD
                WRITE MST-RECORD
                    INVALID KEY COMPUTE FILE-DUPS = FILE-DUPS + 1
                    NOT INVALID KEY COMPUTE FILE-COUNT = FILE-COUNT + 1
                END-WRITE
            END-IF
        END-PERFORM
        COMPUTE ISEOF = 0
        CLOSE MASTER-FILE
    END-IF.

*>--------------------------------------------------------------------
*>4320-RELOAD-STATS
*>REBUILDS THE SOURCE STATISTICS FILE FRESH FROM ITS FLAT IMAGE.
*>--------------------------------------------------------------------
4320-RELOAD-STATS.
    OPEN OUTPUT STATS-FILE
    MOVE STA-FSCODE TO LIVE-FSCODE
    IF STA-FSCODE NOT = '00'
        MOVE 'FAILED' TO FILE-STATE
    ELSE
        COMPUTE ISEOF = 0
        PERFORM UNTIL ISEOF = 1
            READ SNAP-FILE INTO HASH-AREA
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1
                MOVE HASH-AREA TO STA-RECORD
                WRITE STA-RECORD
                    INVALID KEY COMPUTE FILE-DUPS = FILE-DUPS + 1
                    NOT INVALID KEY COMPUTE FILE-COUNT = FILE-COUNT + 1
                END-WRITE
            END-IF
        END-PERFORM
        COMPUTE ISEOF = 0
        CLOSE STATS-FILE
    END-IF.

*>--------------------------------------------------------------------
*>4330-RELOAD-HISTORY
*>REBUILDS THE ACCOUNT HISTORY FRESH FROM ITS FLAT IMAGE.
*>--------------------------------------------------------------------
4330-RELOAD-HISTORY.
    OPEN OUTPUT ACCOUNT-HISTORY
    MOVE ACH-FSCODE TO LIVE-FSCODE
    IF ACH-FSCODE NOT = '00'
        MOVE 'FAILED' TO FILE-STATE
    ELSE
        COMPUTE ISEOF = 0
        PERFORM UNTIL ISEOF = 1
            READ SNAP-FILE INTO HASH-AREA
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1
                MOVE HASH-AREA TO ACH-RECORD
                WRITE ACH-RECORD
                    INVALID KEY COMPUTE FILE-DUPS = FILE-DUPS + 1
                    NOT INVALID KEY COMPUTE FILE-COUNT = FILE-COUNT + 1
                END-WRITE
            END-IF
        END-PERFORM
        COMPUTE ISEOF = 0
        CLOSE ACCOUNT-HISTORY
    END-IF.

*>--------------------------------------------------------------------
*>4340-RELOAD-REGISTER
*>REBUILDS THE BATCH REGISTER FRESH FROM ITS FLAT IMAGE.
*>--------------------------------------------------------------------
4340-RELOAD-REGISTER.
    OPEN OUTPUT BATCH-REGISTER
    MOVE BRG-FSCODE TO LIVE-FSCODE
    IF BRG-FSCODE NOT = '00'
        MOVE 'FAILED' TO FILE-STATE
    ELSE
        COMPUTE ISEOF = 0
        PERFORM UNTIL ISEOF = 1
            READ SNAP-FILE INTO HASH-AREA
                AT END COMPUTE ISEOF = 1
            END-READ
            IF ISEOF NOT = 1
                MOVE HASH-AREA TO BRG-RECORD
                WRITE BRG-RECORD
                    INVALID KEY COMPUTE FILE-DUPS = FILE-DUPS + 1
                    NOT INVALID KEY COMPUTE FILE-COUNT = FILE-COUNT + 1
                END-WRITE
            END-IF
        END-PERFORM
        COMPUTE ISEOF = 0
        CLOSE BATCH-REGISTER
    END-IF.

*>--------------------------------------------------------------------
*>4900-WRITE-ACTIVITY
*>APPENDS ONE DATED LINE TO THE ACTIVITY REPORT AND ECHOES IT, SO
*>AN UNATTENDED RUN LEAVES THE SAME TRAIL AN OPERATOR WOULD SEE.
*>--------------------------------------------------------------------
4900-WRITE-ACTIVITY.
    MOVE ACT-TODAY-TEXT TO ACT-STAMP
    MOVE ACT-MSG TO ACT-TEXT
    DISPLAY ACT-LINE

    OPEN EXTEND ACTIVITY-FILE
    IF ACT-FSCODE NOT = '00'
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    WRITE ACTIVITY-RECORD FROM ACT-LINE
    CLOSE ACTIVITY-FILE.

*>--------------------------------------------------------------------
*>5000-LIST-SETS
*>LISTS THE CATALOGUED SETS, OLDEST FIRST, SO THE OPERATOR CAN PICK
*>THE ONE TO GO BACK TO.
*>--------------------------------------------------------------------
5000-LIST-SETS.
    IF CAT-COUNT = 0
        DISPLAY "NO SNAPSHOTS ON FILE"
    ELSE
        DISPLAY "SET       TAKEN"
        PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > CAT-COUNT
            MOVE CAT-ENTRY(CAT-IDX) TO CAT-LINE
            MOVE CAT-SET TO LIST-SET
            MOVE CAT-DATE TO LIST-DATE
            MOVE CAT-TIME TO LIST-TIME
            MOVE CAT-FILES TO LIST-FILES
            MOVE CAT-RECORDS TO LIST-RECORDS
            MOVE CAT-SUM TO LIST-SUM
            DISPLAY LIST-LINE
        END-PERFORM
    END-IF.

*>--------------------------------------------------------------------
*>6000-HASH-RECORD
*>FOLDS THE RECORD IN HASH-AREA INTO THE FILE'S CONTROL TOTAL, ONE
*>CHARACTER AT A TIME, KEPT BELOW A LARGE PRIME SO IT NEVER
*>OVERFLOWS.
*>--------------------------------------------------------------------
6000-HASH-RECORD.
    PERFORM VARYING HASH-IDX FROM 1 BY 1 UNTIL HASH-IDX > 250
        MOVE HASH-AREA(HASH-IDX:1) TO HASH-CHAR
        COMPUTE HASH-SUM-WORK = FILE-SUM * 31 + HASH-CHAR-CODE
        DIVIDE HASH-SUM-WORK BY 999999937
            GIVING HASH-SUM-QUOT REMAINDER FILE-SUM
    END-PERFORM.
