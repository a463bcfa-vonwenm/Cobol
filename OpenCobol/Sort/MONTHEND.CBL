000245*                  THAN A MONTH, SO WITHOUT THE FILTER THE       *
000246*                  SECOND CLOSE ONWARD WOULD INCLUDE THE TAIL    *
000247*                  OF THE PRIOR MONTH.                           *
000248*   15/10/2026 RH  THE BRANCH RECAP IS PRELOADED FROM THE BRANCH *
000249*                  REFERENCE FILE (BRMAST) IN BRANCH-ID ORDER    *
000250*                  AND CARRIES THE BRANCH NAME. EVERY BRANCH     *
000251*                  OPEN DURING THE PERIOD PRINTS, WITH OR        *
000252*                  WITHOUT ACTIVITY; ONE CLOSED BEFORE THE       *
000253*                  PERIOD PRINTS ONLY IF IT HAS ACTIVITY. A      *
000254*                  BRANCH NOT ON THE FILE IS STILL RECAPPED,     *
000255*                  FLAGGED NOT ON FILE.                          *
000256*   15/10/2026 RH  EACH EXTRACT IS FILED UNDER ITS HEADER        *
000257*                  BUSINESS DATE (XH-BUSINESS-DATE), FALLING     *
000258*                  BACK TO THE RUN DATE, SO A SUPPLEMENT RUN     *
000259*                  AFTER ITS DATE LANDS IN THE RIGHT DAY AND     *
000260*                  MONTH. A SUPPLEMENT (RUN TYPE 'S') ADDS TO    *
000261*                  ITS DAY RATHER THAN COUNTING AS A NEW ONE.    *
000262******************************************************************
000263 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. MONTH-END.
000280 AUTHOR. RH.
000290 INSTALLATION. DATA CENTER APPLICATIONS GROUP.
000500     SELECT RECAP-REPORT ASSIGN TO RECAPRPT
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RECAP-STATUS.
000521     SELECT BRANCH-MASTER ASSIGN TO BRMAST
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS SEQUENTIAL
000524         RECORD KEY IS BM-BRANCH-ID
000525         FILE STATUS IS WS-BRMAST-STATUS.
000530     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000540******************************************************************
000550 DATA DIVISION.
000710         10  XH-RUN-MM           PIC 9(02).
000720         10  XH-RUN-DD           PIC 9(02).
000730     05  XH-RUN-TIME             PIC 9(06).
000734     05  XH-BUSINESS-DATE        PIC 9(06).
000738     05  XH-RUN-TYPE             PIC X(01).
000742         88  XH-SUPPLEMENT                  VALUE 'S'.
000746     05  FILLER                  PIC X(20).
000750 01  MEXTRACT-DETAIL REDEFINES MEXTRACT-RECORD.
000760     05  XD-RECORD-TYPE          PIC X(01).
000770     05  XD-ACCOUNT-ID           PIC X(06).
000990     05  AM-STATUS               PIC X(01).
001000     05  AM-BRANCH               PIC X(03).
001010     05  FILLER                  PIC X(20).
001011******************************************************************
001012*    BRANCH-MASTER - THE BRANCH REFERENCE FILE, READ END TO END  *
001013*    TO PRELOAD THE RECAP.  LAYOUT MUST MATCH                    *
001014*    BRANCH-MASTER-RECORD IN BRANCH-MAINT.                       *
001015******************************************************************
001016 FD  BRANCH-MASTER
001017     LABEL RECORDS ARE STANDARD.
001018 01  BRANCH-MASTER-RECORD.
001019     05  BM-BRANCH-ID            PIC X(03).
001020     05  BM-BRANCH-NAME          PIC X(20).
001021     05  BM-GL-ACCOUNT           PIC X(08).
001022     05  BM-REPORT-DEST          PIC X(08).
001023     05  BM-STATUS               PIC X(01).
001024         88  BM-BRANCH-ACTIVE               VALUE 'A'.
001025         88  BM-BRANCH-CLOSED               VALUE 'C'.
001026     05  BM-OPEN-DATE            PIC 9(06).
001027     05  BM-CLOSE-DATE           PIC 9(06).
001028     05  FILLER                  PIC X(28).
001029******************************************************************
001030*    STATEMENT-REPORT - ONE STATEMENT PER ACCOUNT: EACH DAY'S    *
001040*    POSTED ITEMS AND TOTAL, THEN THE MONTH TOTAL.               *
001050******************************************************************
001380 01  WS-RECAP-STATUS             PIC X(02) VALUE SPACES.
001390     88  WS-RECAP-OK                        VALUE '00'.

001392 01  WS-BRMAST-STATUS            PIC X(02) VALUE SPACES.
001394     88  WS-BRMAST-OK                       VALUE '00'.

001400 01  SW-END-OF-SORT PIC X(01) VALUE 'N'.
001410     88  SW-SORT-DONE VALUE 'Y'.

001710 01  W-LOOKUP-NAME           PIC X(20) VALUE SPACES.
001720 01  W-LOOKUP-BRANCH         PIC X(03) VALUE SPACES.
001730******************************************************************
001735*    BRANCH RECAP TABLE - PRELOADED IN BRANCH-ID ORDER FROM THE  *
001740*    BRANCH REFERENCE FILE.  W-BR-SHOWN MARKS A BRANCH OPEN AT   *
001745*    ANY POINT IN THE PERIOD; ONE THAT CLOSED BEFORE IT (OR      *
001750*    OPENS AFTER IT) PRINTS ONLY IF IT SOMEHOW HAS ACTIVITY.     *
001755******************************************************************
001760 78  W-MAX-BRANCHES VALUE 100.
001765 01  W-BRANCH-COUNT          PIC S9(04) COMP VALUE 0.
001770 01  W-BRANCH-TABLE.
001775     05  W-BR-ENTRY OCCURS 100 TIMES.
001780         10  W-BR-ID         PIC X(03).
001785         10  W-BR-NAME       PIC X(20).
001790         10  W-BR-SHOW-FLAG  PIC X(01).
001795             88  W-BR-SHOWN          VALUE 'Y'.
001800         10  W-BR-ITEMS      PIC S9(07) COMP.
001805         10  W-BR-TOTAL      PIC S9(11)V99 COMP.
001810 01  W-B                     PIC S9(04) COMP VALUE 0.
001815 01  W-BR-IX                 PIC S9(04) COMP VALUE 0.
001820 01  W-PERIOD-FIRST          PIC 9(06) VALUE 0.
001825 01  W-PERIOD-LAST           PIC 9(06) VALUE 0.
001830 01  W-NOT-ON-FILE-TAG       PIC X(20) VALUE
001835     '** NOT ON FILE **'.

001850 01  WS-RUN-DATE.
001860     05  WS-RUN-YY               PIC 9(02).
002510     05  FILLER                  PIC X(10) VALUE ' RECAP    '.

002520 01  WS-RECAP-HEADING-3.
002527     05  FILLER                  PIC X(07) VALUE 'BRANCH '.
002534     05  FILLER                  PIC X(22) VALUE 'NAME'.
002541     05  FILLER                  PIC X(08) VALUE '   ITEMS'.
002548     05  FILLER                  PIC X(17) VALUE
002555         '           AMOUNT'.

002562 01  WS-RECAP-LINE.
002569     05  RC-BRANCH               PIC X(03).
002576     05  FILLER                  PIC X(04) VALUE SPACES.
002583     05  RC-BRANCH-NAME          PIC X(20).
002590     05  FILLER                  PIC X(02) VALUE SPACES.
002597     05  RC-ITEMS                PIC ZZZZZZ9.
002604     05  FILLER                  PIC X(03) VALUE SPACES.
002611     05  RC-TOTAL                PIC -ZZZZZZZZZZ9.99.

002618 01  WS-RECAP-TOTAL.
002625     05  FILLER                  PIC X(07) VALUE 'TOTAL  '.
002632     05  FILLER                  PIC X(22) VALUE SPACES.
002639     05  RT-ITEMS                PIC ZZZZZZ9.
002646     05  FILLER                  PIC X(03) VALUE SPACES.
002653     05  RT-TOTAL                PIC -ZZZZZZZZZZ9.99.

002680 01  WS-PROOF-LINE.
002690     05  PF-LABEL                PIC X(24).
003150         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
003160     END-IF.

003164     PERFORM 1100-LOAD-BRANCH-TABLE THRU 1100-EXIT.

003170     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
003180     MOVE 0 TO WS-PAGE-COUNT.

003190 1000-EXIT.
003200     EXIT.
003201******************************************************************
003202*    1100-LOAD-BRANCH-TABLE - PRELOAD THE RECAP TABLE FROM THE   *
003203*    BRANCH REFERENCE FILE, IN BRANCH-ID ORDER, WITH EACH        *
003204*    BRANCH'S NAME.  A BRANCH IS SHOWN WHEN IT WAS OPEN AT ANY   *
003205*    POINT IN THE PERIOD - OPENED BY ITS LAST DAY AND NOT        *
003206*    CLOSED BEFORE ITS FIRST - SO A BRANCH WITH NO ACTIVITY      *
003207*    STILL PRINTS A ZERO LINE.  THE FILE IS REQUIRED (RC=12).    *
003208******************************************************************
003209 1100-LOAD-BRANCH-TABLE.

003210     COMPUTE W-PERIOD-FIRST = W-PERIOD-YYMM * 100 + 1.
003211     COMPUTE W-PERIOD-LAST = W-PERIOD-YYMM * 100 + 31.
003212     MOVE 0 TO W-BRANCH-COUNT.

003213     OPEN INPUT BRANCH-MASTER.
003214     IF NOT WS-BRMAST-OK
003215         DISPLAY 'MONTH-END - BRANCH REFERENCE FILE NOT AVAILABLE'
003216         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
003217     END-IF.

003218     PERFORM UNTIL NOT WS-BRMAST-OK
003219         READ BRANCH-MASTER NEXT RECORD
003220             AT END
003221                 CONTINUE
003222         END-READ
003223         IF WS-BRMAST-OK
003224             AND W-BRANCH-COUNT < W-MAX-BRANCHES
003225             ADD 1 TO W-BRANCH-COUNT
003226             MOVE BM-BRANCH-ID TO W-BR-ID(W-BRANCH-COUNT)
003227             MOVE BM-BRANCH-NAME TO W-BR-NAME(W-BRANCH-COUNT)
003228             MOVE 'N' TO W-BR-SHOW-FLAG(W-BRANCH-COUNT)
003229             IF BM-OPEN-DATE NOT > W-PERIOD-LAST
003230                 AND (BM-BRANCH-ACTIVE
003231                      OR BM-CLOSE-DATE NOT < W-PERIOD-FIRST)
003232                 MOVE 'Y' TO W-BR-SHOW-FLAG(W-BRANCH-COUNT)
003233             END-IF
003234             MOVE 0 TO W-BR-ITEMS(W-BRANCH-COUNT)
003235             MOVE 0 TO W-BR-TOTAL(W-BRANCH-COUNT)
003236         END-IF
003237     END-PERFORM.
003238     CLOSE BRANCH-MASTER.
003239     DISPLAY 'MONTH-END - BRANCHES ON REFERENCE FILE: '
003240         W-BRANCH-COUNT.

003241 1100-EXIT.
003242     EXIT.
003243******************************************************************
003244*    2000-SORT-INPUT-PROCEDURES - INPUT PROCEDURE FOR THE        *
003245*    CONSOLIDATION SORT, IN ITS OWN SECTION SO IT RUNS ONLY AS   *
003246*    PART OF THE SORT.                                           *
003250******************************************************************
003260 2000-SORT-INPUT-PROCEDURES SECTION.
003270******************************************************************
003530     END-PERFORM.
003540     CLOSE MONTH-EXTRACT.
003550******************************************************************
003552*    2100-START-NEW-DAY - CAPTURE THE HEADER DATE THE DAY'S      *
003554*    DETAILS WILL BE FILED UNDER - THE BUSINESS DATE ON THE      *
003556*    HEADER, OR THE RUN DATE ON AN EXTRACT WRITTEN BEFORE THE    *
003558*    HEADER CARRIED ONE - AND DECIDE WHETHER THE DAY BELONGS TO  *
003560*    THE PERIOD BEING CONSOLIDATED.  AN OFF-PERIOD DAY (THE GDG  *
003562*    HOLDS MORE THAN A MONTH) IS SKIPPED WHOLE - DETAILS AND     *
003564*    TRAILER BOTH - AND COUNTED FOR THE RECAP.  A HEADER WITH NO *
003566*    READABLE DATE CANNOT BE PLACED IN ANY PERIOD AND IS SKIPPED *
003568*    THE SAME WAY.  A SUPPLEMENT'S EXTRACT IS PROVED AGAINST ITS *
003570*    OWN TRAILER LIKE ANY OTHER, BUT IS NOT COUNTED AS A FURTHER *
003572*    DAY READ.                                                   *
003580******************************************************************
003590 2100-START-NEW-DAY.

003600     MOVE 'N' TO SW-PERIOD-FLAG.
003604     IF XH-BUSINESS-DATE IS NUMERIC
003608         AND XH-BUSINESS-DATE > 0
003612         MOVE XH-BUSINESS-DATE TO W-CURR-DATE
003616     ELSE
003620         IF XH-RUN-DATE IS NUMERIC
003624             MOVE XH-RUN-DATE TO W-CURR-DATE
003628         ELSE
003632             MOVE 0 TO W-CURR-DATE
003636             DISPLAY 'MONTH-END - EXTRACT HEADER DATE NOT NUMERIC'
003640         END-IF
003644     END-IF.
003648     IF W-CURR-YYMM = W-PERIOD-YYMM AND W-CURR-DATE > 0
003652         SET SW-DAY-IN-PERIOD TO TRUE
003656         IF NOT XH-SUPPLEMENT
003660             ADD 1 TO W-DAYS-READ
003664         END-IF
003668     ELSE
003669         ADD 1 TO W-OFF-PERIOD-DAYS
003670     END-IF.
005480 3500-EXIT.
005490     EXIT.
005500******************************************************************
005507*    3600-ROLL-BRANCH-RECAP - THE FINISHED ACCOUNT'S MONTH       *
005514*    TOTAL INTO ITS BRANCH'S RECAP ENTRY.  THE TABLE IS          *
005521*    PRELOADED FROM THE BRANCH REFERENCE FILE; A BRANCH NOT ON   *
005528*    IT STILL GETS AN ENTRY, FLAGGED ON THE RECAP, SO THE        *
005535*    RECAP STILL FOOTS TO THE GRAND TOTAL.                       *
005542******************************************************************
005549 3600-ROLL-BRANCH-RECAP.

005556     MOVE 0 TO W-BR-IX.
005563     PERFORM VARYING W-B FROM 1 BY 1
005570             UNTIL W-B > W-BRANCH-COUNT OR W-BR-IX > 0
005577         IF W-BR-ID(W-B) = W-LOOKUP-BRANCH
005584             MOVE W-B TO W-BR-IX
005591         END-IF
005598     END-PERFORM.
005605     IF W-BR-IX = 0
005612         IF W-BRANCH-COUNT >= W-MAX-BRANCHES
005619             DISPLAY 'MONTH-END - RECAP TABLE FULL - BRANCH '
005626                 W-LOOKUP-BRANCH ' ROLLED INTO THE LAST ENTRY'
005633             MOVE W-BRANCH-COUNT TO W-BR-IX
005640         ELSE
005647             DISPLAY 'MONTH-END - BRANCH ' W-LOOKUP-BRANCH
005654                 ' IS NOT ON THE BRANCH REFERENCE FILE'
005661             ADD 1 TO W-BRANCH-COUNT
005668             MOVE W-LOOKUP-BRANCH TO W-BR-ID(W-BRANCH-COUNT)
005675             MOVE W-NOT-ON-FILE-TAG TO W-BR-NAME(W-BRANCH-COUNT)
005682             MOVE 'Y' TO W-BR-SHOW-FLAG(W-BRANCH-COUNT)
005689             MOVE 0 TO W-BR-ITEMS(W-BRANCH-COUNT)
005696             MOVE 0 TO W-BR-TOTAL(W-BRANCH-COUNT)
005703             MOVE W-BRANCH-COUNT TO W-BR-IX
005710         END-IF
005717     END-IF.
005724     ADD SM-MONTH-ITEMS TO W-BR-ITEMS(W-BR-IX).
005731     ADD SM-MONTH-TOTAL TO W-BR-TOTAL(W-BR-IX).

005770 3600-EXIT.
005780     EXIT.
006010     WRITE RECAP-RECORD.

006020     PERFORM VARYING W-B FROM 1 BY 1
006026             UNTIL W-B > W-BRANCH-COUNT
006032         IF W-BR-SHOWN(W-B) OR W-BR-ITEMS(W-B) NOT = 0
006038             MOVE W-BR-ID(W-B) TO RC-BRANCH
006044             MOVE W-BR-NAME(W-B) TO RC-BRANCH-NAME
006050             MOVE W-BR-ITEMS(W-B) TO RC-ITEMS
006056             MOVE W-BR-TOTAL(W-B) TO RC-TOTAL
006062             WRITE RECAP-RECORD FROM WS-RECAP-LINE
006068         END-IF
006074     END-PERFORM.

006090     MOVE SPACES TO RECAP-RECORD.
006100     WRITE RECAP-RECORD.
