*>             RUN DATE - CLOSED BY A TRAILER CARRYING THE DETAIL
*>             RECORD COUNT. DOWNSTREAM SYSTEMS COMPILE AGAINST THIS
*>             COPYBOOK INSTEAD OF SCREEN-SCRAPING ROMANRPT.TXT,
*>             WHOSE PAGINATION OWES THEM NOTHING. ACCOUNTS SENT
*>             WITH SEVERAL NUMERAL FIELDS COME OUT AS ONE MULTI-
*>             FIELD RECORD EACH, COUNTED ONCE IN THE TRAILER.
*>************************************************
*>DETAIL - RECORD TYPE 'D'. EXT-STATUS IS 'C' WHEN CONV REPAIRED THE
*>NUMERAL FROM A NONSTANDARD FORM, SPACE WHEN IT CAME IN CLEAN. THE
*>DUPLICATE RESOLUTION UTILITY ISSUES TWO MORE: 'R' REPLACES THE VALUE
*>SENT EARLIER FOR THE ACCOUNT WITH THE REPEAT'S, AND 'X' WITHDRAWS
*>THE VALUE SENT EARLIER WHEN BOTH OCCURRENCES WERE DISCARDED.
01  EXT-DETAIL-RECORD.
    02 EXT-REC-TYPE   PIC X(1).
    02 EXT-KEY        PIC X(10).
    02 EXT-DECVALUE   PIC 9(8).
    02 EXT-STATUS     PIC X(1).
    02 EXT-RUNDATE    PIC X(8).
*>MULTI-FIELD DETAIL - RECORD TYPE 'M', ONE PER ACCOUNT TAKEN FROM A
*>MULTI-FIELD STRUCTURED RECORD, CARRYING EVERY FIELD'S LABEL,
*>CANONICAL NUMERAL AND DECIMAL VALUE ON THE ONE RECORD. UNUSED
*>FIELDS ARE SPACES WITH A ZERO VALUE. EXT-MLT-STATUS IS 'C' WHEN
*>CONV REPAIRED ANY OF THE FIELDS.
01  EXT-MULTI-RECORD.
    02 EXT-MLT-TYPE     PIC X(1).
    02 EXT-MLT-KEY      PIC X(10).
    02 EXT-MLT-FIELD OCCURS 4 TIMES.
        03 EXT-MLT-LABEL    PIC X(8).
        03 EXT-MLT-NUMERAL  PIC X(40).
        03 EXT-MLT-DECVALUE PIC 9(8).
    02 EXT-MLT-STATUS   PIC X(1).
    02 EXT-MLT-RUNDATE  PIC X(8).
*>TRAILER - RECORD TYPE 'T', ONE PER FILE PROCESSED, CARRYING THE
*>COUNT OF DETAIL RECORDS WRITTEN FOR THAT FILE.
01  EXT-TRAILER-RECORD.
