000140*           TOO LATE - THEN ADVANCES TO THE NEXT PROCESSING      *
000150*           DAY, SKIPPING SATURDAYS, SUNDAYS, AND EVERY DATE     *
000160*           ON THE SHOP HOLIDAY CALENDAR.  THE NEW CONTROL       *
000170*           RECORD (OVERRIDE, DUPLICATE-RELEASE AND SUPPLEMENT   *
000180*           FLAGS CLEARED) IS WRITTEN TO A .NEW DATASET THE      *
000185*           JOB'S SWAP STEP RENAMES INTO PLACE ON RC=0, LIKE     *
000190*           SORT-HOUSEKEEP'S TRIMS, AND A ONE-PAGE ROLL          *
000200*           CONFIRMATION IS PRINTED.                             *
000210*                                                                *
000220* MODIFICATION HISTORY.                                         *
000230*   03/09/2026 RH  INITIAL VERSION - TWO HAND-KEYED DATES THIS   *
000240*                  QUARTER EACH COST AN RC=20 INVESTIGATION.     *
000242*   15/10/2026 RH  BUSDATE-RECORD CARRIES THE DUPLICATE-RELEASE  *
000244*                  (COLUMN 9) AND SUPPLEMENT (COLUMN 10) FLAGS   *
000246*                  AS IN BUBBLE-SORT; THE ROLLED RECORD CLEARS   *
000248*                  BOTH.                                         *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. DATE-ROLL.
000660     05  BD-BUSINESS-DATE        PIC 9(06).
000670     05  FILLER                  PIC X(01).
000680     05  BD-OVERRIDE             PIC X(01).
000681         88  BD-OVERRIDE-ON                 VALUE 'Y'.
000682     05  BD-DUP-RELEASE          PIC X(01).
000683         88  BD-DUP-RELEASE-ON              VALUE 'Y'.
000684     05  BD-SUPPLEMENT           PIC X(01).
000685         88  BD-SUPPLEMENT-ON               VALUE 'S'.
000690     05  FILLER                  PIC X(70).
000700******************************************************************
000710*    AUDIT-FILE - THE NIGHTLY AUDIT TRAIL.  ONLY THE RUN DATE    *
000720*    AND RETURN CODE ARE EXAMINED HERE; LAYOUT MUST MATCH        *
003650     EXIT.
003660******************************************************************
003670*    4000-WRITE-NEW-CONTROL - THE ROLLED CONTROL RECORD, WITH    *
003680*    THE OPERATOR OVERRIDE, DUPLICATE-RELEASE AND SUPPLEMENT     *
003690*    FLAGS CLEARED - EACH IS GOOD FOR ONE RUN, NEVER FOR THE     *
003695*    NEXT DATE.                                                  *
003700******************************************************************
003710 4000-WRITE-NEW-CONTROL.

