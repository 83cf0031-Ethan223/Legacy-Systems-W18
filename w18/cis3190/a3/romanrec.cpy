*>             FILES - AN ACCOUNT KEY, THE NUMERAL FIELD, AND
*>             TRAILING REFERENCE COLUMNS CARRIED THROUGH UNCHANGED
*>             SO DOWNSTREAM SYSTEMS CAN MATCH CONVERTED VALUES BACK
*>             TO THEIR ACCOUNTS. A SECOND, TAGGED LAYOUT CARRIES
*>             SEVERAL LABELLED NUMERAL FIELDS FOR ONE ACCOUNT.
*>************************************************
01  STRUC-RECORD.
    02 STRUC-KEY      PIC X(10).
    02 STRUC-TRL-TAG      PIC X(8).
    02 FILLER             PIC X(1).
    02 STRUC-TRL-COUNT    PIC 9(8).
*>MULTI-FIELD DETAIL - FOR SUPPLIERS WHO SEND MORE THAN ONE NUMERAL
*>PER ACCOUNT (VOLUME, CHAPTER, SECTION). IDENTIFIED BY THE TAG
*>'MULTIREC' IN COLUMNS 1-8, THEN THE ACCOUNT KEY, UP TO FOUR
*>LABELLED NUMERAL FIELDS AND THE PASSTHROUGH COLUMNS. A FIELD WITH
*>NO NUMERAL IS UNUSED. EACH FIELD IS CONVERTED SEPARATELY AND THE
*>RECORD IS ONLY ACCEPTED WHEN EVERY USED FIELD CONVERTS.
01  STRUC-MULTI-RECORD.
    02 STRUC-MLT-TAG      PIC X(8).
    02 STRUC-MLT-KEY      PIC X(10).
    02 STRUC-MLT-FIELD OCCURS 4 TIMES.
        03 STRUC-MLT-LABEL   PIC X(8).
        03 STRUC-MLT-NUMERAL PIC X(40).
    02 STRUC-MLT-PASSTHRU PIC X(40).
