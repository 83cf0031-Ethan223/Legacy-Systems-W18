DATA DIVISION.
FILE SECTION.
FD REJECT-FILE.
    01 REJECT-RECORD PIC X(170).
FD CARRY-QUEUE.
    01 CARRY-QUEUE-RECORD PIC X(170).
FD AGING-FILE.
    01 AGING-RECORD PIC X(132).
WORKING-STORAGE SECTION.
