000010******************************************************************
000020* PROGRAM:     CONTROL-PROOF                                     *
000030* AUTHOR:      RH                                                *
000040* INSTALLATION: DATA CENTER APPLICATIONS GROUP                   *
000050* DATE-WRITTEN: 15/10/2026                                       *
000060*                                                                *
000070* REMARKS.  END-OF-DAY CONTROL PROOF OVER THE BATCH-CONTROL      *
000080*           LEDGER (PROD.APPL.SORT.BATCHCTL).  EVERY STEP OF THE *
000090*           NIGHT APPENDS ITS RECORDS IN/OUT/REJECTED AND AMOUNTS*
000100*           IN/OUT TO THE LEDGER: BRANCH-EDIT ('EDIT', ONE PER   *
000110*           FEED), BUBBLE-SORT ('SORT' PER SOURCE AND FOR 'ALL', *
000120*           'GLJRNL' FOR THE JOURNAL), ACCT-POST ('POST') AND    *
000130*           EXTRACT-RECON ('RECON').  THIS PROGRAM WALKS THE     *
000140*           CHAIN FOR EACH BUSINESS DATE AND PRINTS ONE PROOF    *
000150*           PAGE PER DATE: EACH STEP'S OUT MUST CARRY FORWARD AS *
000160*           THE NEXT STEP'S IN, BY COUNT AND BY AMOUNT, AND EACH *
000170*           STEP'S IN MUST FOOT TO OUT PLUS REJECTED.  THE NUMBER*
000180*           THAT FAILS TO CARRY FORWARD IS FLAGGED '*'; A STEP   *
000190*           WITH NO RECORD AT ALL PRINTS AS MISSING.  ANY BREAK  *
000200*           ENDS THE STEP RC=8.  A RERUN OF A STEP REPLACES ITS  *
000210*           EARLIER RECORD FOR THE SAME DATE AND BRANCH - THE    *
000220*           LATEST RECORD ON THE LEDGER WINS.                    *
000230*                                                                *
000240*           AN OPTIONAL CARD (CTLCARD) GIVES A FROM/TO BUSINESS  *
000250*           DATE RANGE TO REPROVE; WITHOUT ONE THE LATEST        *
000260*           BUSINESS DATE ON THE LEDGER IS PROVED.               *
000270*                                                                *
000280* MODIFICATION HISTORY.                                          *
000290*   15/10/2026 RH  INITIAL VERSION.                              *
000291*   15/10/2026 RH  PROVES EACH SUPPLEMENTAL RUN OF THE DATE      *
000292*                  ('SORTSUPN' 'ALL' ON THE LEDGER) AS ITS OWN   *
000293*                  CHAIN UNDER 'SUPPLEMENT N' ON THE DATE'S      *
000294*                  PAGE, AND CARRIES A LATE FEED'S EDIT RECORD   *
000295*                  TO THE SUPPLEMENT THAT SORTED IT.             *
000296*   15/10/2026 RH  PROVES ACCT-POST AND EXTRACT-RECON IN = OUT + *
000297*                  REJECTED BY COUNT AND BY AMOUNT, AND CLOSES   *
000298*                  THE REPORT ON A TABLE-FULL ABEND.             *
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. CONTROL-PROOF.
000330 AUTHOR. RH.
000340 INSTALLATION. DATA CENTER APPLICATIONS GROUP.
000350 DATE-WRITTEN. 15/10/2026.
000360 DATE-COMPILED.
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT BATCH-CONTROL ASSIGN TO BATCHCTL
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-BATCHCTL-STATUS.
000470     SELECT CARD-FILE ASSIGN TO CTLCARD
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CTLCARD-STATUS.
000500     SELECT PROOF-REPORT ASSIGN TO PROOFRPT
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PROOFRPT-STATUS.
000530******************************************************************
000540 DATA DIVISION.
000550 FILE SECTION.
000560******************************************************************
000570*    BATCH-CONTROL - THE END-TO-END CONTROL LEDGER.  LAYOUT MUST *
000580*    MATCH BATCH-CONTROL-RECORD IN THE BUBBLE-SORT PROGRAM.      *
000590******************************************************************
000600 FD  BATCH-CONTROL
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD.
000630 01  BATCH-CONTROL-RECORD.
000640     05  BC-STEP                 PIC X(08).
000650     05  BC-BUSINESS-DATE        PIC 9(06).
000660     05  BC-BRANCH               PIC X(03).
000670     05  BC-RECORDS-IN           PIC 9(07).
000680     05  BC-RECORDS-OUT          PIC 9(07).
000690     05  BC-RECORDS-REJECTED     PIC 9(07).
000700     05  BC-AMOUNT-IN            PIC S9(11)V99
000710                                 SIGN LEADING SEPARATE.
000720     05  BC-AMOUNT-OUT           PIC S9(11)V99
000730                                 SIGN LEADING SEPARATE.
000740     05  BC-RUN-DATE             PIC 9(06).
000750     05  BC-RUN-TIME             PIC 9(06).
000760     05  FILLER                  PIC X(02).
000770******************************************************************
000780*    CARD-FILE - OPTIONAL DATE-RANGE CARD.  CC-TO-DATE OF ZERO OR*
000790*    SPACES PROVES CC-FROM-DATE ALONE.  DD DUMMY FOR THE NORMAL  *
000800*    NIGHTLY RUN, WHICH PROVES THE LATEST DATE ON THE LEDGER.    *
000810******************************************************************
000820 FD  CARD-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 01  CARD-RECORD.
000860     05  CC-FROM-DATE            PIC 9(06).
000870     05  FILLER                  PIC X(01).
000880     05  CC-TO-DATE              PIC 9(06).
000890     05  FILLER                  PIC X(67).
000900******************************************************************
000910*    PROOF-REPORT - THE PRINTED CONTROL PROOF, A PAGE PER DATE   *
000920******************************************************************
000930 FD  PROOF-REPORT
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 01  PROOF-RECORD                PIC X(080).
000970******************************************************************
000980 WORKING-STORAGE SECTION.
000990******************************************************************
001000*    FILE STATUS AND SWITCHES                                    *
001010******************************************************************
001020 01  WS-BATCHCTL-STATUS          PIC X(02) VALUE SPACES.
001030     88  WS-BATCHCTL-OK                     VALUE '00'.

001040 01  WS-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
001050     88  WS-CTLCARD-OK                      VALUE '00'.

001060 01  WS-PROOFRPT-STATUS          PIC X(02) VALUE SPACES.
001070     88  WS-PROOFRPT-OK                     VALUE '00'.

001080 01  WS-SWITCHES.
001090     05  SW-COUNT-ONLY-FLAG      PIC X(01) VALUE 'N'.
001100         88  SW-COUNT-ONLY                   VALUE 'Y'.
001110     05  SW-LINK-FLAG            PIC X(01) VALUE 'Y'.
001120         88  SW-LINK-OK                      VALUE 'Y'.
001130         88  SW-LINK-BROKEN                  VALUE 'N'.
001140******************************************************************
001150*    CONTROL TABLE - THE LEDGER RECORDS FOR THE DATES BEING      *
001160*    PROVED, ONE ENTRY PER STEP, DATE AND BRANCH.  A LATER RECORD*
001170*    FOR THE SAME KEY OVERWRITES THE EARLIER ONE.                *
001180******************************************************************
001190 78  W-MAX-CONTROLS VALUE 2000.
001200 01  W-CT-COUNT              PIC S9(04) COMP VALUE 0.
001210 01  W-CT-TABLE.
001220     05  W-CT-ENTRY OCCURS 2000 TIMES.
001230         10  W-CT-STEP       PIC X(08).
001240         10  W-CT-DATE       PIC 9(06).
001250         10  W-CT-BRANCH     PIC X(03).
001260         10  W-CT-IN         PIC 9(07).
001270         10  W-CT-OUT        PIC 9(07).
001280         10  W-CT-REJ        PIC 9(07).
001290         10  W-CT-AMT-IN     PIC S9(11)V99 COMP.
001300         10  W-CT-AMT-OUT    PIC S9(11)V99 COMP.
001310 01  W-X                     PIC S9(04) COMP VALUE 0.
001320 01  W-Y                     PIC S9(04) COMP VALUE 0.
001330 01  W-FOUND-IX              PIC S9(04) COMP VALUE 0.
001340 01  W-ALL-IX                PIC S9(04) COMP VALUE 0.
001350 01  W-FIND-STEP             PIC X(08) VALUE SPACES.
001360 01  W-FIND-BRANCH           PIC X(03) VALUE SPACES.
001370******************************************************************
001380*    DATE WINDOW, LINK WORK FIELDS AND COUNTERS                  *
001390******************************************************************
001400 01  W-FROM-DATE             PIC 9(06) VALUE 0.
001410 01  W-TO-DATE               PIC 9(06) VALUE 0.
001420 01  W-CURR-DATE             PIC 9(06) VALUE 0.
001430 01  W-NEXT-DATE             PIC 9(06) VALUE 0.
001440 01  W-LEDGER-READ           PIC 9(07) VALUE 0.
001450 01  W-DATES-PROVED          PIC 9(05) VALUE 0.
001460 01  W-DATES-BROKEN          PIC 9(05) VALUE 0.
001470 01  W-LINKS-CHECKED         PIC 9(05) VALUE 0.
001480 01  W-BREAKS                PIC 9(05) VALUE 0.
001490 01  W-DATE-BREAKS           PIC 9(05) VALUE 0.
001500 01  W-SRC-IN-SUM            PIC 9(07) VALUE 0.
001510 01  W-SRC-AMT-SUM           PIC S9(11)V99 COMP VALUE 0.
001520 01  W-LK-LABEL              PIC X(22) VALUE SPACES.
001530 01  W-LK-FROM-COUNT         PIC 9(07) VALUE 0.
001540 01  W-LK-TO-COUNT           PIC 9(07) VALUE 0.
001550 01  W-LK-FROM-AMT           PIC S9(11)V99 COMP VALUE 0.
001560 01  W-LK-TO-AMT             PIC S9(11)V99 COMP VALUE 0.
001561******************************************************************
001562*    STEP NAMES - THE NIGHTLY CHAIN'S LEDGER STEPS, SWITCHED TO  *
001563*    A SUPPLEMENT'S 'SORTSUPN', 'GLJRNLSN', 'POSTSUPN' AND       *
001564*    'RECONSPN' WHILE ITS CHAIN IS PROVED.                       *
001565******************************************************************
001566 01  W-SORT-STEP             PIC X(08) VALUE 'SORT'.
001567 01  W-GL-STEP               PIC X(08) VALUE 'GLJRNL'.
001568 01  W-POST-STEP             PIC X(08) VALUE 'POST'.
001569 01  W-RECON-STEP            PIC X(08) VALUE 'RECON'.
001570 01  W-SN                    PIC S9(04) COMP VALUE 0.

001571 01  W-SUPP-SORT-STEP.
001572     05  FILLER                  PIC X(07) VALUE 'SORTSUP'.
001573     05  W-SUPP-SORT-NO          PIC 9(01) VALUE 0.
001574 01  W-SUPP-GL-STEP.
001575     05  FILLER                  PIC X(07) VALUE 'GLJRNLS'.
001576     05  W-SUPP-GL-NO            PIC 9(01) VALUE 0.
001577 01  W-SUPP-POST-STEP.
001578     05  FILLER                  PIC X(07) VALUE 'POSTSUP'.
001579     05  W-SUPP-POST-NO          PIC 9(01) VALUE 0.
001580 01  W-SUPP-RECON-STEP.
001581     05  FILLER                  PIC X(07) VALUE 'RECONSP'.
001582     05  W-SUPP-RECON-NO         PIC 9(01) VALUE 0.

001583 01  WS-RUN-DATE.
001584     05  WS-RUN-YY               PIC 9(02).
001590     05  WS-RUN-MM               PIC 9(02).
001600     05  WS-RUN-DD               PIC 9(02).

001610 01  WS-RUN-TIME.
001620     05  WS-RUN-HH               PIC 9(02).
001630     05  WS-RUN-MN               PIC 9(02).
001640     05  WS-RUN-SS               PIC 9(02).
001650     05  WS-RUN-HH-MN            PIC 9(02).
001660******************************************************************
001670*    PROOF REPORT CONTROLS AND PRINT LINES                       *
001680******************************************************************
001690 78  WS-LINES-PER-PAGE VALUE 20.

001700 01  WS-REPORT-COUNTERS.
001710     05  WS-LINE-COUNT           PIC S9(03) COMP VALUE 0.
001720     05  WS-PAGE-COUNT           PIC S9(03) COMP VALUE 0.

001730 01  WS-HEADING-LINE-1.
001740     05  FILLER                  PIC X(10) VALUE 'CONTROL-PR'.
001750     05  FILLER                  PIC X(10) VALUE 'OOF  -  EN'.
001760     05  FILLER                  PIC X(10) VALUE 'D-OF-DAY C'.
001770     05  FILLER                  PIC X(10) VALUE 'ONTROL PRO'.
001780     05  FILLER                  PIC X(05) VALUE 'OF   '.
001790     05  FILLER                  PIC X(08) VALUE '  PAGE  '.
001800     05  HL1-PAGE-NO             PIC ZZ9.

001810 01  WS-HEADING-LINE-2.
001820     05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
001830     05  HL2-RUN-MM              PIC 99.
001840     05  FILLER                  PIC X(01) VALUE '/'.
001850     05  HL2-RUN-DD              PIC 99.
001860     05  FILLER                  PIC X(01) VALUE '/'.
001870     05  HL2-RUN-YY              PIC 99.
001880     05  FILLER                  PIC X(06) VALUE '  TIME'.
001890     05  FILLER                  PIC X(02) VALUE ': '.
001900     05  HL2-RUN-HH              PIC 99.
001910     05  FILLER                  PIC X(01) VALUE ':'.
001920     05  HL2-RUN-MN              PIC 99.
001930     05  FILLER                  PIC X(17) VALUE
001940         '  BUSINESS DATE: '.
001950     05  HL2-BUS-DATE            PIC 9(06).

001960 01  WS-HEADING-LINE-3.
001970     05  FILLER                  PIC X(23) VALUE 'CONTROL LINK'.
001980     05  FILLER                  PIC X(07) VALUE '   FROM'.
001990     05  FILLER                  PIC X(08) VALUE '      TO'.
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  FILLER                  PIC X(16) VALUE
002020         '    FROM AMOUNT '.
002030     05  FILLER                  PIC X(16) VALUE
002040         '      TO AMOUNT '.
002050     05  FILLER                  PIC X(08) VALUE ' RESULT'.

002060 01  WS-LINK-LINE.
002070     05  LK-LABEL                PIC X(22).
002080     05  FILLER                  PIC X(01) VALUE SPACES.
002090     05  LK-FROM-COUNT           PIC ZZZZZZ9.
002100     05  FILLER                  PIC X(01) VALUE SPACES.
002110     05  LK-TO-AREA.
002120         10  LK-TO-COUNT         PIC ZZZZZZ9.
002130     05  LK-COUNT-FLAG           PIC X(01).
002140     05  FILLER                  PIC X(01) VALUE SPACES.
002150     05  LK-AMOUNTS.
002160         10  LK-FROM-AMT         PIC -ZZZZZZZZZZ9.99.
002170         10  FILLER              PIC X(01).
002180         10  LK-TO-AMT-AREA.
002190             15  LK-TO-AMT       PIC -ZZZZZZZZZZ9.99.
002200         10  LK-AMT-FLAG         PIC X(01).
002210     05  FILLER                  PIC X(01) VALUE SPACES.
002220     05  LK-STATUS               PIC X(07).

002230 01  WS-COUNT-LINE.
002240     05  CO-LABEL                PIC X(24).
002250     05  CO-COUNT                PIC ZZZZ9.
002260******************************************************************
002270 PROCEDURE DIVISION.
002280******************************************************************
002290*    0000-MAIN-PROCEDURE - OVERALL CONTROL                       *
002300******************************************************************
002310 0000-MAIN-PROCEDURE SECTION.

002320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002330     PERFORM 2000-LOAD-LEDGER THRU 2000-EXIT.
002340     PERFORM 3000-PROVE-DATES THRU 3000-EXIT.
002350     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
002360     CLOSE PROOF-REPORT.
002370     IF W-BREAKS > 0 OR W-DATES-PROVED = 0
002380         DISPLAY 'CONTROL-PROOF - ' W-BREAKS
002390             ' CONTROL BREAKS - SEE THE PROOF REPORT'
002400         MOVE 8 TO RETURN-CODE
002410     END-IF.
002420     GOBACK.

002430 0000-EXIT.
002440     EXIT.
002450******************************************************************
002460*    1000-INITIALIZE - RUN DATE, THE OPTIONAL DATE-RANGE CARD,   *
002470*    AND THE REPORT.  WITH NO CARD THE WINDOW IS THE LATEST DATE *
002480*    ON THE LEDGER, FOUND BY A FIRST PASS.  A MISSING LEDGER IS A*
002490*    SETUP FAILURE (RC=12).                                      *
002500******************************************************************
002510 1000-INITIALIZE.

002520     ACCEPT WS-RUN-DATE FROM DATE.
002530     ACCEPT WS-RUN-TIME FROM TIME.

002540     OPEN INPUT CARD-FILE.
002550     IF WS-CTLCARD-OK
002560         READ CARD-FILE
002570             AT END
002580                 CONTINUE
002590         END-READ
002600         IF WS-CTLCARD-OK
002610             AND CC-FROM-DATE IS NUMERIC
002620             AND CC-FROM-DATE > 0
002630             MOVE CC-FROM-DATE TO W-FROM-DATE
002640             MOVE CC-FROM-DATE TO W-TO-DATE
002650             IF CC-TO-DATE IS NUMERIC
002660                 AND CC-TO-DATE > CC-FROM-DATE
002670                 MOVE CC-TO-DATE TO W-TO-DATE
002680             END-IF
002690         END-IF
002700         CLOSE CARD-FILE
002710     END-IF.

002720     IF W-FROM-DATE = 0
002730         PERFORM 1100-FIND-LATEST-DATE THRU 1100-EXIT
002740     END-IF.
002750     DISPLAY 'CONTROL-PROOF - PROVING BUSINESS DATES ' W-FROM-DATE
002760         ' TO ' W-TO-DATE.

002770     OPEN OUTPUT PROOF-REPORT.
002780     IF NOT WS-PROOFRPT-OK
002790         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
002800     END-IF.
002810     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
002820     MOVE 0 TO WS-PAGE-COUNT.

002830 1000-EXIT.
002840     EXIT.
002850******************************************************************
002860*    1100-FIND-LATEST-DATE - FIRST PASS OVER THE LEDGER FOR THE  *
002870*    HIGHEST BUSINESS DATE ON IT.                                *
002880******************************************************************
002890 1100-FIND-LATEST-DATE.

002900     OPEN INPUT BATCH-CONTROL.
002910     IF NOT WS-BATCHCTL-OK
002920         DISPLAY 'CONTROL-PROOF - BATCH CONTROL LEDGER NOT '
002930             'AVAILABLE'
002940         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
002950     END-IF.

002960     PERFORM UNTIL NOT WS-BATCHCTL-OK
002970         READ BATCH-CONTROL
002980             AT END
002990                 CONTINUE
003000         END-READ
003010         IF WS-BATCHCTL-OK
003020             AND BC-BUSINESS-DATE IS NUMERIC
003030             AND BC-BUSINESS-DATE > W-TO-DATE
003040             MOVE BC-BUSINESS-DATE TO W-TO-DATE
003050         END-IF
003060     END-PERFORM.
003070     CLOSE BATCH-CONTROL.
003080     MOVE W-TO-DATE TO W-FROM-DATE.

003090 1100-EXIT.
003100     EXIT.
003110******************************************************************
003120*    2000-LOAD-LEDGER - TABLE EVERY LEDGER RECORD INSIDE THE DATE*
003130*    WINDOW, THE LATEST RECORD FOR A STEP/DATE/BRANCH REPLACING  *
003140*    ANY EARLIER ONE.                                            *
003150******************************************************************
003160 2000-LOAD-LEDGER.

003170     OPEN INPUT BATCH-CONTROL.
003180     IF NOT WS-BATCHCTL-OK
003190         DISPLAY 'CONTROL-PROOF - BATCH CONTROL LEDGER NOT '
003200             'AVAILABLE'
003210         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
003220     END-IF.

003230     PERFORM UNTIL NOT WS-BATCHCTL-OK
003240         READ BATCH-CONTROL
003250             AT END
003260                 CONTINUE
003270         END-READ
003280         IF WS-BATCHCTL-OK
003290             ADD 1 TO W-LEDGER-READ
003300             IF BC-BUSINESS-DATE IS NUMERIC
003310                 AND BC-BUSINESS-DATE NOT < W-FROM-DATE
003320                 AND BC-BUSINESS-DATE NOT > W-TO-DATE
003330                 PERFORM 2100-TABLE-ONE-CONTROL THRU 2100-EXIT
003340             END-IF
003350         END-IF
003360     END-PERFORM.
003370     CLOSE BATCH-CONTROL.

003380 2000-EXIT.
003390     EXIT.
003400******************************************************************
003410*    2100-TABLE-ONE-CONTROL - ONE LEDGER RECORD INTO THE TABLE,  *
003420*    REPLACING AN EARLIER ENTRY FOR THE SAME KEY.  A RECORD WHOSE*
003430*    COUNTS OR AMOUNTS ARE NOT NUMERIC IS TABLED AS ZEROS SO THE *
003440*    LINK IT SHOULD HAVE CARRIED BREAKS.                         *
003450******************************************************************
003460 2100-TABLE-ONE-CONTROL.

003470     MOVE 0 TO W-FOUND-IX.
003480     PERFORM VARYING W-X FROM 1 BY 1
003490             UNTIL W-X > W-CT-COUNT OR W-FOUND-IX > 0
003500         IF W-CT-STEP(W-X) = BC-STEP
003510             AND W-CT-DATE(W-X) = BC-BUSINESS-DATE
003520             AND W-CT-BRANCH(W-X) = BC-BRANCH
003530             MOVE W-X TO W-FOUND-IX
003540         END-IF
003550     END-PERFORM.
003560     IF W-FOUND-IX = 0
003570         IF W-CT-COUNT >= W-MAX-CONTROLS
003580             DISPLAY 'CONTROL-PROOF - CONTROL TABLE FULL - '
003590                 'NARROW THE DATE RANGE'
003600             PERFORM 3960-ABEND-TABLE-FULL THRU 3960-EXIT
003610         END-IF
003620         ADD 1 TO W-CT-COUNT
003630         MOVE W-CT-COUNT TO W-FOUND-IX
003640     END-IF.

003650     MOVE BC-STEP TO W-CT-STEP(W-FOUND-IX).
003660     MOVE BC-BUSINESS-DATE TO W-CT-DATE(W-FOUND-IX).
003670     MOVE BC-BRANCH TO W-CT-BRANCH(W-FOUND-IX).
003680     MOVE 0 TO W-CT-IN(W-FOUND-IX).
003690     MOVE 0 TO W-CT-OUT(W-FOUND-IX).
003700     MOVE 0 TO W-CT-REJ(W-FOUND-IX).
003710     MOVE 0 TO W-CT-AMT-IN(W-FOUND-IX).
003720     MOVE 0 TO W-CT-AMT-OUT(W-FOUND-IX).
003730     IF BC-RECORDS-IN IS NUMERIC
003740         MOVE BC-RECORDS-IN TO W-CT-IN(W-FOUND-IX)
003750     END-IF.
003760     IF BC-RECORDS-OUT IS NUMERIC
003770         MOVE BC-RECORDS-OUT TO W-CT-OUT(W-FOUND-IX)
003780     END-IF.
003790     IF BC-RECORDS-REJECTED IS NUMERIC
003800         MOVE BC-RECORDS-REJECTED TO W-CT-REJ(W-FOUND-IX)
003810     END-IF.
003820     IF BC-AMOUNT-IN IS NUMERIC
003830         MOVE BC-AMOUNT-IN TO W-CT-AMT-IN(W-FOUND-IX)
003840     END-IF.
003850     IF BC-AMOUNT-OUT IS NUMERIC
003860         MOVE BC-AMOUNT-OUT TO W-CT-AMT-OUT(W-FOUND-IX)
003870     END-IF.

003880 2100-EXIT.
003890     EXIT.
003900******************************************************************
003910*    3000-PROVE-DATES - ONE PROOF PAGE FOR EACH BUSINESS DATE IN *
003920*    THE TABLE, IN DATE ORDER.                                   *
003930******************************************************************
003940 3000-PROVE-DATES.

003950     MOVE 0 TO W-CURR-DATE.
003960     PERFORM 3050-FIND-NEXT-DATE THRU 3050-EXIT.
003970     PERFORM UNTIL W-NEXT-DATE = 0
003980         MOVE W-NEXT-DATE TO W-CURR-DATE
003990         PERFORM 3100-PROVE-ONE-DATE THRU 3100-EXIT
004000         PERFORM 3050-FIND-NEXT-DATE THRU 3050-EXIT
004010     END-PERFORM.

004020 3000-EXIT.
004030     EXIT.
004040******************************************************************
004050*    3050-FIND-NEXT-DATE - THE LOWEST TABLED DATE ABOVE          *
004060*    W-CURR-DATE, OR ZERO WHEN THERE ARE NO MORE.                *
004070******************************************************************
004080 3050-FIND-NEXT-DATE.

004090     MOVE 0 TO W-NEXT-DATE.
004100     PERFORM VARYING W-X FROM 1 BY 1 UNTIL W-X > W-CT-COUNT
004110         IF W-CT-DATE(W-X) > W-CURR-DATE
004120             IF W-NEXT-DATE = 0
004130                 OR W-CT-DATE(W-X) < W-NEXT-DATE
004140                 MOVE W-CT-DATE(W-X) TO W-NEXT-DATE
004150             END-IF
004160         END-IF
004170     END-PERFORM.

004180 3050-EXIT.
004190     EXIT.
004200******************************************************************
004205*    3100-PROVE-ONE-DATE - WALK THE CHAIN FOR W-CURR-DATE:       *
004210*      EACH FEED    EDIT IN = OUT + REJECTED,                    *
004215*                   EDIT OUT = SORT IN FOR THAT SOURCE (THE      *
004220*                   LATEST SUPPLEMENT'S SORT FOR A LATE FEED)    *
004225*      EACH SOURCE  A SORT SOURCE WITH NO EDIT RECORD IS A       *
004230*                   BREAK, EXCEPT RECYCLED SUSPENSE 'RCY' AND    *
004235*                   RELEASED HOLDS 'APR', WHICH NEVER PASS       *
004237*                   THROUGH BRANCH-EDIT                          *
004240*      THE RUN      SORT SOURCES FOOT TO SORT ALL, SORT ALL IN = *
004245*                   OUT + REJECTED, SORT ALL OUT = GLJRNL IN,    *
004250*                   GLJRNL IN = GLJRNL OUT, SORT ALL OUT =       *
004255*                   POST IN, SORT ALL OUT = RECON IN,            *
004257*                   POST AND RECON EACH IN = OUT + REJECTED      *
004260*      SUPPLEMENTS  THE SOURCES AND THE RUN AGAIN FOR EACH       *
004265*                   'SORTSUPN' 'ALL' RECORD ON THE DATE          *
004310******************************************************************
004320 3100-PROVE-ONE-DATE.

004330     ADD 1 TO W-DATES-PROVED.
004340     MOVE 0 TO W-DATE-BREAKS.
004350     PERFORM 7200-WRITE-HEADINGS THRU 7200-EXIT.

004360     PERFORM VARYING W-Y FROM 1 BY 1 UNTIL W-Y > W-CT-COUNT
004370         IF W-CT-DATE(W-Y) = W-CURR-DATE
004380             AND W-CT-STEP(W-Y) = 'EDIT'
004390             PERFORM 3200-PROVE-EDIT THRU 3200-EXIT
004400         END-IF
004410     END-PERFORM.

004420     MOVE 0 TO W-SRC-IN-SUM.
004430     MOVE 0 TO W-SRC-AMT-SUM.
004440     PERFORM VARYING W-Y FROM 1 BY 1 UNTIL W-Y > W-CT-COUNT
004450         IF W-CT-DATE(W-Y) = W-CURR-DATE
004460             AND W-CT-STEP(W-Y) = W-SORT-STEP
004470             AND W-CT-BRANCH(W-Y) NOT = 'ALL'
004480             PERFORM 3300-PROVE-SORT-SOURCE THRU 3300-EXIT
004490         END-IF
004500     END-PERFORM.

004510     PERFORM 3400-PROVE-RUN THRU 3400-EXIT.

004511     PERFORM VARYING W-SN FROM 1 BY 1 UNTIL W-SN > 9
004512         MOVE W-SN TO W-SUPP-SORT-NO
004513         MOVE W-SUPP-SORT-STEP TO W-FIND-STEP
004514         MOVE 'ALL' TO W-FIND-BRANCH
004515         PERFORM 5000-FIND-CONTROL THRU 5000-EXIT
004516         IF W-FOUND-IX > 0
004517             PERFORM 3500-PROVE-SUPPLEMENT THRU 3500-EXIT
004518         END-IF
004519     END-PERFORM.

004520     MOVE SPACES TO PROOF-RECORD.
004530     WRITE PROOF-RECORD.
004540     IF W-DATE-BREAKS = 0
004550         MOVE 'DATE PROVES - EVERY LINK CARRIES FORWARD'
004560             TO PROOF-RECORD
004570     ELSE
004580         ADD 1 TO W-DATES-BROKEN
004590         MOVE 'DATE DOES NOT PROVE - WORK THE LINKS FLAGGED *'
004600             TO PROOF-RECORD
004610     END-IF.
004620     WRITE PROOF-RECORD.

004630 3100-EXIT.
004640     EXIT.
004650******************************************************************
004655*    3200-PROVE-EDIT - ONE FEED'S EDIT RECORD (W-Y): ITS OWN     *
004660*    FOOTING, THEN ITS OUT AGAINST THE SORT STEP'S IN FOR THE    *
004665*    SAME SOURCE.  THE LEDGER KEEPS ONLY THE FEED'S LATEST EDIT  *
004670*    RECORD, SO A FEED SORTED BY A SUPPLEMENT IS CARRIED TO THE  *
004675*    HIGHEST 'SORTSUPN' THAT HOLDS IT BEFORE THE NIGHTLY 'SORT'. *
004690******************************************************************
004700 3200-PROVE-EDIT.

004710     MOVE SPACES TO W-LK-LABEL.
004720     STRING 'EDIT ' W-CT-BRANCH(W-Y) ' IN=OUT+REJ'
004730         DELIMITED BY SIZE INTO W-LK-LABEL.
004740     MOVE W-CT-IN(W-Y) TO W-LK-FROM-COUNT.
004750     COMPUTE W-LK-TO-COUNT = W-CT-OUT(W-Y) + W-CT-REJ(W-Y).
004760     SET SW-COUNT-ONLY TO TRUE.
004770     PERFORM 7100-WRITE-LINK THRU 7100-EXIT.

004775     MOVE W-CT-BRANCH(W-Y) TO W-FIND-BRANCH.
004780     MOVE 0 TO W-FOUND-IX.
004785     PERFORM VARYING W-SN FROM 9 BY -1
004790             UNTIL W-SN < 1 OR W-FOUND-IX > 0
004795         MOVE W-SN TO W-SUPP-SORT-NO
004800         MOVE W-SUPP-SORT-STEP TO W-FIND-STEP
004805         PERFORM 5000-FIND-CONTROL THRU 5000-EXIT
004810     END-PERFORM.
004815     IF W-FOUND-IX = 0
004820         MOVE 'SORT' TO W-FIND-STEP
004825         PERFORM 5000-FIND-CONTROL THRU 5000-EXIT
004830     END-IF.
004835     MOVE SPACES TO W-LK-LABEL.
004840     STRING 'EDIT>' W-FIND-STEP DELIMITED BY SPACE
004845         ' ' W-CT-BRANCH(W-Y) DELIMITED BY SIZE INTO W-LK-LABEL.
004850     MOVE W-CT-OUT(W-Y) TO W-LK-FROM-COUNT.
004855     MOVE W-CT-AMT-OUT(W-Y) TO W-LK-FROM-AMT.
004860     IF W-FOUND-IX = 0
004870         PERFORM 7150-WRITE-MISSING THRU 7150-EXIT
004880     ELSE
004890         MOVE W-CT-IN(W-FOUND-IX) TO W-LK-TO-COUNT
004900         MOVE W-CT-AMT-IN(W-FOUND-IX) TO W-LK-TO-AMT
004910         MOVE 'N' TO SW-COUNT-ONLY-FLAG
004920         PERFORM 7100-WRITE-LINK THRU 7100-EXIT
004930     END-IF.

004940 3200-EXIT.
004950     EXIT.
004960******************************************************************
004970*    3300-PROVE-SORT-SOURCE - ONE SORT SOURCE RECORD (W-Y): ADD  *
004980*    IT TO THE SOURCE FOOTING, AND BREAK IF A BRANCH FEED        *
004990*    REACHED THE SORT WITHOUT AN EDIT RECORD.                    *
005000******************************************************************
005010 3300-PROVE-SORT-SOURCE.

005020     ADD W-CT-IN(W-Y) TO W-SRC-IN-SUM.
005030     ADD W-CT-AMT-IN(W-Y) TO W-SRC-AMT-SUM.
005040     IF W-CT-BRANCH(W-Y) = 'RCY' OR W-CT-BRANCH(W-Y) = 'APR'
005050         GO TO 3300-EXIT
005060     END-IF.

005070     MOVE 'EDIT' TO W-FIND-STEP.
005080     MOVE W-CT-BRANCH(W-Y) TO W-FIND-BRANCH.
005090     PERFORM 5000-FIND-CONTROL THRU 5000-EXIT.
005100     IF W-FOUND-IX = 0
005110         MOVE SPACES TO W-LK-LABEL
005120         STRING 'EDIT>SORT ' W-CT-BRANCH(W-Y) ' NO EDIT'
005130             DELIMITED BY SIZE INTO W-LK-LABEL
005140         MOVE 0 TO W-LK-FROM-COUNT
005150         MOVE 0 TO W-LK-FROM-AMT
005160         MOVE W-CT-IN(W-Y) TO W-LK-TO-COUNT
005170         MOVE W-CT-AMT-IN(W-Y) TO W-LK-TO-AMT
005180         MOVE 'N' TO SW-COUNT-ONLY-FLAG
005190         PERFORM 7100-WRITE-LINK THRU 7100-EXIT
005200     END-IF.

005210 3300-EXIT.
005220     EXIT.
005230******************************************************************
005235*    3400-PROVE-RUN - THE RUN-LEVEL LINKS, ALL HUNG OFF THE      *
005240*    W-SORT-STEP 'ALL' RECORD.  WITHOUT IT NOTHING DOWNSTREAM    *
005245*    CAN BE PROVED.  THE STEP NAMES ARE THE NIGHTLY RUN'S OR,    *
005250*    UNDER 3500-PROVE-SUPPLEMENT, THE SUPPLEMENT'S.              *
005260******************************************************************
005270 3400-PROVE-RUN.

005280     MOVE W-SORT-STEP TO W-FIND-STEP.
005290     MOVE 'ALL' TO W-FIND-BRANCH.
005300     PERFORM 5000-FIND-CONTROL THRU 5000-EXIT.
005310     MOVE W-FOUND-IX TO W-ALL-IX.
005320     IF W-ALL-IX = 0
005330         MOVE 'SORT SOURCES>SORT ALL' TO W-LK-LABEL
005340         MOVE W-SRC-IN-SUM TO W-LK-FROM-COUNT
005350         MOVE W-SRC-AMT-SUM TO W-LK-FROM-AMT
005360         PERFORM 7150-WRITE-MISSING THRU 7150-EXIT
005370         GO TO 3400-EXIT
005380     END-IF.

005390     MOVE 'SORT SOURCES>SORT ALL' TO W-LK-LABEL.
005400     MOVE W-SRC-IN-SUM TO W-LK-FROM-COUNT.
005410     MOVE W-SRC-AMT-SUM TO W-LK-FROM-AMT.
005420     MOVE W-CT-IN(W-ALL-IX) TO W-LK-TO-COUNT.
005430     MOVE W-CT-AMT-IN(W-ALL-IX) TO W-LK-TO-AMT.
005440     MOVE 'N' TO SW-COUNT-ONLY-FLAG.
005450     PERFORM 7100-WRITE-LINK THRU 7100-EXIT.

005460     MOVE 'SORT ALL IN=OUT+REJ' TO W-LK-LABEL.
005470     MOVE W-CT-IN(W-ALL-IX) TO W-LK-FROM-COUNT.
005480     COMPUTE W-LK-TO-COUNT =
005490         W-CT-OUT(W-ALL-IX) + W-CT-REJ(W-ALL-IX).
005500     SET SW-COUNT-ONLY TO TRUE.
005510     PERFORM 7100-WRITE-LINK THRU 7100-EXIT.

005520     MOVE 'SORT>GL JOURNAL' TO W-LK-LABEL.
005530     MOVE W-GL-STEP TO W-FIND-STEP.
005540     PERFORM 3450-PROVE-DOWNSTREAM THRU 3450-EXIT.
005550     IF W-FOUND-IX > 0
005560         MOVE 'GL JOURNAL IN>OUT' TO W-LK-LABEL
005570         MOVE W-CT-IN(W-FOUND-IX) TO W-LK-FROM-COUNT
005580         MOVE W-CT-AMT-IN(W-FOUND-IX) TO W-LK-FROM-AMT
005590         MOVE W-CT-OUT(W-FOUND-IX) TO W-LK-TO-COUNT
005600         MOVE W-CT-AMT-OUT(W-FOUND-IX) TO W-LK-TO-AMT
005610         MOVE 'N' TO SW-COUNT-ONLY-FLAG
005620         PERFORM 7100-WRITE-LINK THRU 7100-EXIT
005630     END-IF.

005640     MOVE 'SORT>ACCT-POST' TO W-LK-LABEL.
005650     MOVE W-POST-STEP TO W-FIND-STEP.
005660     PERFORM 3450-PROVE-DOWNSTREAM THRU 3450-EXIT.
005662     MOVE 'ACCT-POST IN=OUT+REJ' TO W-LK-LABEL.
005664     PERFORM 3460-PROVE-FOOTING THRU 3460-EXIT.

005670     MOVE 'SORT>EXTRACT-RECON' TO W-LK-LABEL.
005680     MOVE W-RECON-STEP TO W-FIND-STEP.
005690     PERFORM 3450-PROVE-DOWNSTREAM THRU 3450-EXIT.
005692     MOVE 'EXT-RECON IN=OUT+REJ' TO W-LK-LABEL.
005694     PERFORM 3460-PROVE-FOOTING THRU 3460-EXIT.

005700 3400-EXIT.
005710     EXIT.
005720******************************************************************
005730*    3450-PROVE-DOWNSTREAM - SORT ALL OUT (THE EXTRACT) AGAINST  *
005740*    THE IN OF THE 'ALL' RECORD FOR STEP W-FIND-STEP.  LEAVES    *
005750*    W-FOUND-IX ON THAT RECORD, OR ZERO IF IT IS MISSING.        *
005760******************************************************************
005770 3450-PROVE-DOWNSTREAM.

005780     MOVE 'ALL' TO W-FIND-BRANCH.
005790     MOVE W-CT-OUT(W-ALL-IX) TO W-LK-FROM-COUNT.
005800     MOVE W-CT-AMT-OUT(W-ALL-IX) TO W-LK-FROM-AMT.
005810     PERFORM 5000-FIND-CONTROL THRU 5000-EXIT.
005820     IF W-FOUND-IX = 0
005830         PERFORM 7150-WRITE-MISSING THRU 7150-EXIT
005840     ELSE
005850         MOVE W-CT-IN(W-FOUND-IX) TO W-LK-TO-COUNT
005860         MOVE W-CT-AMT-IN(W-FOUND-IX) TO W-LK-TO-AMT
005870         MOVE 'N' TO SW-COUNT-ONLY-FLAG
005880         PERFORM 7100-WRITE-LINK THRU 7100-EXIT
005890     END-IF.

005900 3450-EXIT.
005910     EXIT.
005911******************************************************************
005912*    3460-PROVE-FOOTING - THE DOWNSTREAM STEP'S OWN FOOTING, ON  *
005913*    THE RECORD 3450 LEFT IN W-FOUND-IX: IN = OUT + REJECTED BY  *
005914*    COUNT, AND AMOUNT IN = AMOUNT OUT.  THE LEDGER CARRIES NO   *
005915*    REJECTED AMOUNT, SO MONEY THE STEP REJECTED BREAKS THE      *
005916*    AMOUNT SIDE AND MUST BE WORKED.  A MISSING STEP, ALREADY    *
005917*    FLAGGED BY 3450, PRINTS NOTHING HERE.                       *
005918******************************************************************
005919 3460-PROVE-FOOTING.

005920     IF W-FOUND-IX = 0
005921         GO TO 3460-EXIT
005922     END-IF.
005923     MOVE W-CT-IN(W-FOUND-IX) TO W-LK-FROM-COUNT.
005924     COMPUTE W-LK-TO-COUNT =
005925         W-CT-OUT(W-FOUND-IX) + W-CT-REJ(W-FOUND-IX).
005926     MOVE W-CT-AMT-IN(W-FOUND-IX) TO W-LK-FROM-AMT.
005927     MOVE W-CT-AMT-OUT(W-FOUND-IX) TO W-LK-TO-AMT.
005928     MOVE 'N' TO SW-COUNT-ONLY-FLAG.
005929     PERFORM 7100-WRITE-LINK THRU 7100-EXIT.

005930 3460-EXIT.
005931     EXIT.
005932******************************************************************
005933*    3500-PROVE-SUPPLEMENT - ONE SUPPLEMENTAL RUN OF W-CURR-DATE *
005934*    (W-SUPP-SORT-NO): A 'SUPPLEMENT N' LINE, THEN ITS SOURCES   *
005935*    AND ITS RUN PROVED EXACTLY AS THE NIGHT'S ARE, UNDER ITS    *
005936*    OWN STEP NAMES.  THE NIGHTLY STEP NAMES ARE PUT BACK        *
005937*    AFTERWARDS.                                                 *
005938******************************************************************
005939 3500-PROVE-SUPPLEMENT.

005940     IF WS-LINE-COUNT + 2 >= WS-LINES-PER-PAGE
005941         PERFORM 7200-WRITE-HEADINGS THRU 7200-EXIT
005942     END-IF.
005943     MOVE SPACES TO PROOF-RECORD.
005944     WRITE PROOF-RECORD.
005945     MOVE SPACES TO PROOF-RECORD.
005946     STRING 'SUPPLEMENT ' W-SUPP-SORT-NO
005947         ' - LATE SOURCES RUN AFTER THE DATE CLOSED'
005948         DELIMITED BY SIZE INTO PROOF-RECORD.
005949     WRITE PROOF-RECORD.
005950     ADD 2 TO WS-LINE-COUNT.

005951     MOVE W-SUPP-SORT-NO TO W-SUPP-GL-NO.
005952     MOVE W-SUPP-SORT-NO TO W-SUPP-POST-NO.
005953     MOVE W-SUPP-SORT-NO TO W-SUPP-RECON-NO.
005954     MOVE W-SUPP-SORT-STEP TO W-SORT-STEP.
005955     MOVE W-SUPP-GL-STEP TO W-GL-STEP.
005956     MOVE W-SUPP-POST-STEP TO W-POST-STEP.
005957     MOVE W-SUPP-RECON-STEP TO W-RECON-STEP.

005958     MOVE 0 TO W-SRC-IN-SUM.
005959     MOVE 0 TO W-SRC-AMT-SUM.
005960     PERFORM VARYING W-Y FROM 1 BY 1 UNTIL W-Y > W-CT-COUNT
005961         IF W-CT-DATE(W-Y) = W-CURR-DATE
005962             AND W-CT-STEP(W-Y) = W-SORT-STEP
005963             AND W-CT-BRANCH(W-Y) NOT = 'ALL'
005964             PERFORM 3300-PROVE-SORT-SOURCE THRU 3300-EXIT
005965         END-IF
005966     END-PERFORM.

005967     PERFORM 3400-PROVE-RUN THRU 3400-EXIT.

005968     MOVE 'SORT' TO W-SORT-STEP.
005969     MOVE 'GLJRNL' TO W-GL-STEP.
005970     MOVE 'POST' TO W-POST-STEP.
005971     MOVE 'RECON' TO W-RECON-STEP.

005972 3500-EXIT.
005973     EXIT.
005974******************************************************************
005975*    5000-FIND-CONTROL - THE TABLE ENTRY FOR W-FIND-STEP AND     *
005976*    W-FIND-BRANCH ON W-CURR-DATE, IN W-FOUND-IX (ZERO IF NONE). *
005977******************************************************************
005978 5000-FIND-CONTROL.

005979     MOVE 0 TO W-FOUND-IX.
005980     PERFORM VARYING W-X FROM 1 BY 1
005990             UNTIL W-X > W-CT-COUNT OR W-FOUND-IX > 0
006000         IF W-CT-STEP(W-X) = W-FIND-STEP
006010             AND W-CT-DATE(W-X) = W-CURR-DATE
006020             AND W-CT-BRANCH(W-X) = W-FIND-BRANCH
006030             MOVE W-X TO W-FOUND-IX
006040         END-IF
006050     END-PERFORM.

006060 5000-EXIT.
006070     EXIT.
006080******************************************************************
006090*    6000-WRITE-SUMMARY - TOTALS AT THE FOOT OF THE LAST PAGE.   *
006100******************************************************************
006110 6000-WRITE-SUMMARY.

006120     IF W-DATES-PROVED = 0
006130         MOVE W-FROM-DATE TO W-CURR-DATE
006140         PERFORM 7200-WRITE-HEADINGS THRU 7200-EXIT
006150         MOVE 'NO CONTROL RECORDS ON THE LEDGER FOR THE DATES '
006160             TO PROOF-RECORD
006170         WRITE PROOF-RECORD
006180         MOVE 'REQUESTED - NOTHING COULD BE PROVED'
006190             TO PROOF-RECORD
006200         WRITE PROOF-RECORD
006210     END-IF.

006220     MOVE SPACES TO PROOF-RECORD.
006230     WRITE PROOF-RECORD.

006240     MOVE 'LEDGER RECORDS READ    :' TO CO-LABEL.
006250     IF W-LEDGER-READ > 99999
006260         MOVE 99999 TO CO-COUNT
006270     ELSE
006280         MOVE W-LEDGER-READ TO CO-COUNT
006290     END-IF.
006300     WRITE PROOF-RECORD FROM WS-COUNT-LINE.

006310     MOVE 'BUSINESS DATES PROVED  :' TO CO-LABEL.
006320     MOVE W-DATES-PROVED TO CO-COUNT.
006330     WRITE PROOF-RECORD FROM WS-COUNT-LINE.

006340     MOVE 'DATES THAT DO NOT PROVE:' TO CO-LABEL.
006350     MOVE W-DATES-BROKEN TO CO-COUNT.
006360     WRITE PROOF-RECORD FROM WS-COUNT-LINE.

006370     MOVE 'CONTROL LINKS CHECKED  :' TO CO-LABEL.
006380     MOVE W-LINKS-CHECKED TO CO-COUNT.
006390     WRITE PROOF-RECORD FROM WS-COUNT-LINE.

006400     MOVE 'CONTROL BREAKS         :' TO CO-LABEL.
006410     MOVE W-BREAKS TO CO-COUNT.
006420     WRITE PROOF-RECORD FROM WS-COUNT-LINE.

006430 6000-EXIT.
006440     EXIT.
006450******************************************************************
006460*    7100-WRITE-LINK - COMPARE THE FROM AND TO SIDES OF ONE LINK *
006470*    AND PRINT IT.  THE 'TO' NUMBER THAT FAILS TO CARRY FORWARD  *
006480*    IS FLAGGED '*'.  A COUNT-ONLY LINK (A STEP'S OWN FOOTING)   *
006490*    PRINTS NO AMOUNTS.                                          *
006500******************************************************************
006510 7100-WRITE-LINK.

006520     ADD 1 TO W-LINKS-CHECKED.
006530     SET SW-LINK-OK TO TRUE.
006540     MOVE W-LK-LABEL TO LK-LABEL.
006550     MOVE W-LK-FROM-COUNT TO LK-FROM-COUNT.
006560     MOVE W-LK-TO-COUNT TO LK-TO-COUNT.
006570     MOVE SPACE TO LK-COUNT-FLAG.
006580     IF W-LK-FROM-COUNT NOT = W-LK-TO-COUNT
006590         MOVE '*' TO LK-COUNT-FLAG
006600         SET SW-LINK-BROKEN TO TRUE
006610     END-IF.

006620     MOVE SPACES TO LK-AMOUNTS.
006630     IF NOT SW-COUNT-ONLY
006640         MOVE W-LK-FROM-AMT TO LK-FROM-AMT
006650         MOVE W-LK-TO-AMT TO LK-TO-AMT
006660         IF W-LK-FROM-AMT NOT = W-LK-TO-AMT
006670             MOVE '*' TO LK-AMT-FLAG
006680             SET SW-LINK-BROKEN TO TRUE
006690         END-IF
006700     END-IF.
006710     MOVE 'N' TO SW-COUNT-ONLY-FLAG.

006720     IF SW-LINK-OK
006730         MOVE 'OK' TO LK-STATUS
006740     ELSE
006750         MOVE 'BREAK' TO LK-STATUS
006760         ADD 1 TO W-BREAKS
006770         ADD 1 TO W-DATE-BREAKS
006780     END-IF.
006790     PERFORM 7300-WRITE-DETAIL THRU 7300-EXIT.

006800 7100-EXIT.
006810     EXIT.
006820******************************************************************
006830*    7150-WRITE-MISSING - THE STEP THAT SHOULD RECEIVE THIS LINK *
006840*    LEFT NO RECORD ON THE LEDGER FOR THE DATE.  ALWAYS A BREAK. *
006850******************************************************************
006860 7150-WRITE-MISSING.

006870     ADD 1 TO W-LINKS-CHECKED.
006880     ADD 1 TO W-BREAKS.
006890     ADD 1 TO W-DATE-BREAKS.
006900     MOVE W-LK-LABEL TO LK-LABEL.
006910     MOVE W-LK-FROM-COUNT TO LK-FROM-COUNT.
006920     MOVE SPACES TO LK-TO-AREA.
006930     MOVE '*' TO LK-COUNT-FLAG.
006940     MOVE SPACES TO LK-AMOUNTS.
006950     MOVE W-LK-FROM-AMT TO LK-FROM-AMT.
006960     MOVE '*' TO LK-AMT-FLAG.
006970     MOVE 'MISSING' TO LK-STATUS.
006980     PERFORM 7300-WRITE-DETAIL THRU 7300-EXIT.

006990 7150-EXIT.
007000     EXIT.
007010******************************************************************
007020*    7200-WRITE-HEADINGS - PAGE HEADING FOR W-CURR-DATE.  EVERY  *
007030*    BUSINESS DATE STARTS A NEW PAGE.                            *
007040******************************************************************
007050 7200-WRITE-HEADINGS.

007060     ADD 1 TO WS-PAGE-COUNT.
007070     MOVE WS-PAGE-COUNT TO HL1-PAGE-NO.
007080     WRITE PROOF-RECORD FROM WS-HEADING-LINE-1.

007090     MOVE WS-RUN-MM TO HL2-RUN-MM.
007100     MOVE WS-RUN-DD TO HL2-RUN-DD.
007110     MOVE WS-RUN-YY TO HL2-RUN-YY.
007120     MOVE WS-RUN-HH TO HL2-RUN-HH.
007130     MOVE WS-RUN-MN TO HL2-RUN-MN.
007140     MOVE W-CURR-DATE TO HL2-BUS-DATE.
007150     WRITE PROOF-RECORD FROM WS-HEADING-LINE-2.

007160     WRITE PROOF-RECORD FROM WS-HEADING-LINE-3.
007170     MOVE SPACES TO PROOF-RECORD.
007180     WRITE PROOF-RECORD.

007190     MOVE 0 TO WS-LINE-COUNT.

007200 7200-EXIT.
007210     EXIT.
007220******************************************************************
007230*    7300-WRITE-DETAIL - ONE LINK LINE, WITH A CONTINUATION PAGE *
007240*    FOR A DATE WITH MORE LINKS THAN FIT ON ONE.                 *
007250******************************************************************
007260 7300-WRITE-DETAIL.

007270     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007280         PERFORM 7200-WRITE-HEADINGS THRU 7200-EXIT
007290     END-IF.
007300     WRITE PROOF-RECORD FROM WS-LINK-LINE.
007310     ADD 1 TO WS-LINE-COUNT.

007320 7300-EXIT.
007330     EXIT.
007340******************************************************************
007350*    3950-ABEND-FILE-ERROR - A REQUIRED FILE COULD NOT BE        *
007360*    OPENED.  ENDS THE STEP WITH RC=12.                          *
007370******************************************************************
007380 3950-ABEND-FILE-ERROR.

007390     DISPLAY 'CONTROL-PROOF - REQUIRED FILE NOT AVAILABLE'.
007400     MOVE 12 TO RETURN-CODE.
007410     STOP RUN.

007420 3950-EXIT.
007430     EXIT.
007440******************************************************************
007450*    3960-ABEND-TABLE-FULL - MORE LEDGER RECORDS IN THE DATE     *
007460*    WINDOW THAN THE CONTROL TABLE HOLDS.  ENDS THE STEP RC=8    *
007470*    WITH NOTHING PROVED.                                        *
007480******************************************************************
007490 3960-ABEND-TABLE-FULL.

007500     CLOSE BATCH-CONTROL.
007505     CLOSE PROOF-REPORT.
007510     MOVE 8 TO RETURN-CODE.
007520     STOP RUN.

007530 3960-EXIT.
007540     EXIT.
