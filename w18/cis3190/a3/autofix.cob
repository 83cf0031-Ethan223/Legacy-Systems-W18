FD RULES-FILE.
    01 RULES-RECORD PIC X(80).
FD REJECT-FILE.
    01 REJECT-RECORD PIC X(170).
FD CARRY-QUEUE.
    01 CARRY-QUEUE-RECORD PIC X(170).
FD CARRY-FILE.
    01 CARRY-RECORD PIC X(170).
FD REPORT-FILE.
    01 REPORT-RECORD PIC X(132).
FD AUDIT-FILE.
*>UNCHANGED SO THE ROW STILL TRACES TO ITS SUPPLIER BATCH.
    02 FILLER      PIC X(1).
    02 REJ-BATCH   PIC X(6).
*>THE SUPPLIER FROM THE SAME BATCH HEADER, RIDING ALONG THE SAME WAY.
    02 FILLER      PIC X(1).
    02 REJ-SUPPLIER PIC X(8).
*>RULE APPLICATION WORK AREAS - THE TEXT BEING REPAIRED, THE OUTPUT
*>BEING BUILT, AND THE SCAN POSITIONS.
01  WORK-TEXT PIC X(40).
