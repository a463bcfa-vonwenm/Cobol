000010******************************************************************
000020* PROGRAM:     BRANCH-MAINT                                      *
000030* AUTHOR:      RH                                                *
000040* INSTALLATION: DATA CENTER APPLICATIONS GROUP                   *
000050* DATE-WRITTEN: 15/10/2026                                       *
000060*                                                                *
000070* REMARKS.  BATCH MAINTENANCE FOR THE BRANCH REFERENCE FILE      *
000080*           (PROD.APPL.SORT.BRANCH.MASTER) - ONE RECORD PER      *
000090*           BRANCH WITH ITS NAME, GL CLEARING ACCOUNT, REPORT    *
000100*           DISTRIBUTION DESTINATION, STATUS, AND OPEN/CLOSE     *
000110*           BUSINESS DATES.  THE NIGHTLY SORT RUN, THE BRANCH    *
000120*           EDIT, ACCOUNT MAINTENANCE AND THE MONTH-END RECAP    *
000130*           ALL TAKE THEIR BRANCH LIST FROM THIS FILE, SO A NEW  *
000140*           BRANCH IS OPENED HERE, NOT IN THE PROGRAMS.  APPLIES *
000150*           A TRANSACTION FILE OF ADDS, DETAIL UPDATES, CLOSURES *
000160*           AND REOPENS; EVERY APPLIED TRANSACTION PRINTS A      *
000170*           BEFORE/AFTER PAIR ON THE CHANGE REGISTER AND EVERY   *
000180*           REJECT GOES TO THE EXCEPTION LISTING, THE SAME WAY   *
000190*           ACCT-MAINT WORKS FOR THE ACCOUNT MASTER.  A CLOSURE  *
000200*           IS REFUSED WHILE THE ACCOUNT MASTER STILL HOLDS AN   *
000210*           ACTIVE ACCOUNT ON THE BRANCH - THE ACCOUNTS MUST BE  *
000220*           MOVED OR CLOSED FIRST.                               *
000230*                                                                *
000240* MODIFICATION HISTORY.                                          *
000250*   15/10/2026 RH  INITIAL VERSION - THE BRANCH LIST USED TO BE  *
000260*                  HARD-CODED IN BUBBLE-SORT AS BRANCHES 001-005.*
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. BRANCH-MAINT.
000300 AUTHOR. RH.
000310 INSTALLATION. DATA CENTER APPLICATIONS GROUP.
000320 DATE-WRITTEN. 15/10/2026.
000330 DATE-COMPILED.
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT TRAN-FILE ASSIGN TO TRANFILE
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-TRANFILE-STATUS.
000440     SELECT BRANCH-MASTER ASSIGN TO BRMAST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS BM-BRANCH-ID
000480         FILE STATUS IS WS-BRMAST-STATUS.
000490     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS AM-ACCOUNT-ID
000530         FILE STATUS IS WS-ACCTMST-STATUS.
000540     SELECT CHANGE-REGISTER ASSIGN TO CHGREG
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CHGREG-STATUS.
000570     SELECT EXCEPTION-FILE ASSIGN TO EXCFILE
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-EXCFILE-STATUS.
000600******************************************************************
000610 DATA DIVISION.
000620 FILE SECTION.
000630******************************************************************
000640*    TRAN-FILE - ONE MAINTENANCE TRANSACTION PER RECORD:         *
000650*      TX-ACTION  A = ADD BRANCH (NAME, GL ACCOUNT, DESTINATION  *
000660*                     AND OPEN DATE REQUIRED)                    *
000670*                 U = UPDATE NAME / GL ACCOUNT / DESTINATION -   *
000680*                     EACH NON-BLANK FIELD REPLACES THE MASTER'S *
000690*                 C = CLOSE BRANCH (CLOSE DATE REQUIRED - THE    *
000700*                     FIRST BUSINESS DATE IT NO LONGER TRADES)   *
000710*                 R = REOPEN A CLOSED BRANCH                     *
000720*    DATES ARE BUSINESS DATES, YYMMDD LIKE BDATFILE.             *
000730******************************************************************
000740 FD  TRAN-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 01  TRAN-RECORD.
000780     05  TX-ACTION               PIC X(01).
000790         88  TX-ADD                         VALUE 'A'.
000800         88  TX-UPDATE                      VALUE 'U'.
000810         88  TX-CLOSE                       VALUE 'C'.
000820         88  TX-REOPEN                      VALUE 'R'.
000830         88  TX-VALID-ACTION                VALUE 'A' 'U'
000840                                                  'C' 'R'.
000850     05  TX-BRANCH-ID            PIC X(03).
000860     05  TX-BRANCH-NAME          PIC X(20).
000870     05  TX-GL-ACCOUNT           PIC X(08).
000880     05  TX-REPORT-DEST          PIC X(08).
000890     05  TX-DATE                 PIC 9(06).
000900     05  TX-DATE-X REDEFINES TX-DATE
000910                                 PIC X(06).
000920     05  FILLER                  PIC X(34).
000930******************************************************************
000940*    BRANCH-MASTER - THE INDEXED BRANCH REFERENCE FILE, KEYED ON *
000950*    THE BRANCH ID.  LAYOUT MUST MATCH BRANCH-MASTER-RECORD IN   *
000960*    THE BUBBLE-SORT, BRANCH-EDIT, ACCT-MAINT AND MONTH-END      *
000970*    PROGRAMS.  A BRANCH IS ACTIVE ON A BUSINESS DATE WHEN IT HAS*
000980*    OPENED BY THEN AND IS NOT CLOSED WITH A CLOSE DATE ON OR    *
000990*    BEFORE IT.                                                  *
001000******************************************************************
001010 FD  BRANCH-MASTER
001020     LABEL RECORDS ARE STANDARD.
001030 01  BRANCH-MASTER-RECORD.
001040     05  BM-BRANCH-ID            PIC X(03).
001050     05  BM-BRANCH-NAME          PIC X(20).
001060     05  BM-GL-ACCOUNT           PIC X(08).
001070     05  BM-REPORT-DEST          PIC X(08).
001080     05  BM-STATUS               PIC X(01).
001090         88  BM-BRANCH-ACTIVE               VALUE 'A'.
001100         88  BM-BRANCH-CLOSED               VALUE 'C'.
001110     05  BM-OPEN-DATE            PIC 9(06).
001120     05  BM-CLOSE-DATE           PIC 9(06).
001130     05  FILLER                  PIC X(28).
001140******************************************************************
001150*    ACCOUNT-MASTER - READ FROM END TO END ONCE, TO COUNT THE    *
001160*    ACTIVE ACCOUNTS ON EACH BRANCH FOR THE CLOSURE GUARD.       *
001170*    LAYOUT MUST MATCH ACCOUNT-MASTER-RECORD IN THE BUBBLE-SORT  *
001180*    PROGRAM.                                                    *
001190******************************************************************
001200 FD  ACCOUNT-MASTER
001210     LABEL RECORDS ARE STANDARD.
001220 01  ACCOUNT-MASTER-RECORD.
001230     05  AM-ACCOUNT-ID           PIC X(06).
001240     05  AM-ACCOUNT-NAME         PIC X(20).
001250     05  AM-STATUS               PIC X(01).
001260         88  AM-ACCOUNT-ACTIVE              VALUE 'A'.
001270         88  AM-ACCOUNT-CLOSED              VALUE 'C'.
001280     05  AM-BRANCH               PIC X(03).
001290     05  FILLER                  PIC X(20).
001300******************************************************************
001310*    CHANGE-REGISTER - THE PRINTED BEFORE/AFTER REGISTER         *
001320******************************************************************
001330 FD  CHANGE-REGISTER
001340     RECORDING MODE IS F
001350     LABEL RECORDS ARE STANDARD.
001360 01  REGISTER-RECORD             PIC X(080).
001370******************************************************************
001380*    EXCEPTION-FILE - REJECTED TRANSACTION LISTING               *
001390******************************************************************
001400 FD  EXCEPTION-FILE
001410     RECORDING MODE IS F
001420     LABEL RECORDS ARE STANDARD.
001430 01  EXCEPTION-RECORD            PIC X(080).
001440******************************************************************
001450 WORKING-STORAGE SECTION.
001460******************************************************************
001470*    FILE STATUS AND SWITCHES                                    *
001480******************************************************************
001490 01  WS-TRANFILE-STATUS          PIC X(02) VALUE SPACES.
001500     88  WS-TRANFILE-OK                     VALUE '00'.

001510 01  WS-BRMAST-STATUS            PIC X(02) VALUE SPACES.
001520     88  WS-BRMAST-OK                       VALUE '00'.

001530 01  WS-ACCTMST-STATUS           PIC X(02) VALUE SPACES.
001540     88  WS-ACCTMST-OK                      VALUE '00'.

001550 01  WS-CHGREG-STATUS            PIC X(02) VALUE SPACES.
001560     88  WS-CHGREG-OK                       VALUE '00'.

001570 01  WS-EXCFILE-STATUS           PIC X(02) VALUE SPACES.
001580     88  WS-EXCFILE-OK                      VALUE '00'.

001590 01  WS-SWITCHES.
001600     05  SW-TRAN-VALID-FLAG      PIC X(01) VALUE 'Y'.
001610         88  SW-TRAN-VALID                   VALUE 'Y'.
001620         88  SW-TRAN-INVALID                 VALUE 'N'.
001630     05  SW-DUPLICATE-FLAG       PIC X(01) VALUE 'N'.
001640         88  SW-DUPLICATE                    VALUE 'Y'.
001650******************************************************************
001660*    ACTIVE-ACCOUNT TABLE - ONE ENTRY PER BRANCH ID FOUND ON AN  *
001670*    ACTIVE ACCOUNT, WITH HOW MANY.  A CLOSE FOR ANY OF THESE IS *
001680*    REFUSED.                                                    *
001690******************************************************************
001700 78  W-MAX-ACCT-BRANCHES VALUE 999.
001710 01  W-ACCT-BR-COUNT         PIC S9(04) COMP VALUE 0.
001720 01  W-ACCT-BR-TABLE.
001730     05  W-ACCT-BR-ENTRY OCCURS 999 TIMES.
001740         10  W-ACCT-BR-ID    PIC X(03).
001750         10  W-ACCT-BR-ACTIVE
001760                             PIC S9(07) COMP.
001770 01  W-ACCT-BR-IX            PIC S9(04) COMP VALUE 0.
001780******************************************************************
001790*    DUPLICATE-TRANSACTION TABLE - ACTION PLUS BRANCH OF EVERY   *
001800*    TRANSACTION ALREADY SEEN THIS RUN.  AN EXACT REPEAT IS      *
001810*    REJECTED RATHER THAN APPLIED TWICE.                         *
001820******************************************************************
001830 78  W-MAX-DUP-ENTRIES VALUE 999.
001840 01  W-DUP-COUNT             PIC S9(04) COMP VALUE 0.
001850 01  W-DUP-TABLE.
001860     05  W-DUP-ENTRY OCCURS 999 TIMES.
001870         10  W-DUP-ACTION    PIC X(01).
001880         10  W-DUP-BRANCH    PIC X(03).
001890******************************************************************
001900*    COUNTERS AND WORK FIELDS                                    *
001910******************************************************************
001920 01  W-X                     PIC S9(04) COMP VALUE 0.
001930 01  W-TRAN-READ             PIC 9(05) VALUE 0.
001940 01  W-TRAN-APPLIED          PIC 9(05) VALUE 0.
001950 01  W-TRAN-REJECTED         PIC 9(05) VALUE 0.
001960 01  W-ADDS-APPLIED          PIC 9(05) VALUE 0.
001970 01  W-UPDATES-APPLIED       PIC 9(05) VALUE 0.
001980 01  W-CLOSES-APPLIED        PIC 9(05) VALUE 0.
001990 01  W-REOPENS-APPLIED       PIC 9(05) VALUE 0.
002000 01  W-ACCOUNTS-READ         PIC 9(07) VALUE 0.
002010 01  W-BEFORE-IMAGE.
002020     05  W-BEF-NAME          PIC X(20).
002030     05  W-BEF-GL-ACCOUNT    PIC X(08).
002040     05  W-BEF-REPORT-DEST   PIC X(08).
002050     05  W-BEF-STATUS        PIC X(01).
002060     05  W-BEF-OPEN-DATE     PIC X(06).
002070     05  W-BEF-CLOSE-DATE    PIC X(06).
002080 01  W-NOT-ON-FILE-TAG       PIC X(20) VALUE '(NOT ON FILE)'.

002090 01  WS-RUN-DATE.
002100     05  WS-RUN-YY               PIC 9(02).
002110     05  WS-RUN-MM               PIC 9(02).
002120     05  WS-RUN-DD               PIC 9(02).

002130 01  WS-RUN-TIME.
002140     05  WS-RUN-HH               PIC 9(02).
002150     05  WS-RUN-MN               PIC 9(02).
002160     05  WS-RUN-SS               PIC 9(02).
002170     05  WS-RUN-HH-MN            PIC 9(02).
002180******************************************************************
002190*    CHANGE-REGISTER REPORT CONTROLS AND PRINT LINES             *
002200******************************************************************
002210 78  WS-LINES-PER-PAGE VALUE 20.

002220 01  WS-REPORT-COUNTERS.
002230     05  WS-LINE-COUNT           PIC S9(03) COMP VALUE 0.
002240     05  WS-PAGE-COUNT           PIC S9(03) COMP VALUE 0.

002250 01  WS-HEADING-LINE-1.
002260     05  FILLER                  PIC X(10) VALUE 'BRANCH-MAI'.
002270     05  FILLER                  PIC X(10) VALUE 'NT  -  BRA'.
002280     05  FILLER                  PIC X(10) VALUE 'NCH REFERE'.
002290     05  FILLER                  PIC X(10) VALUE 'NCE CHANGE'.
002300     05  FILLER                  PIC X(09) VALUE ' REGISTER'.
002310     05  FILLER                  PIC X(08) VALUE '  PAGE  '.
002320     05  HL1-PAGE-NO             PIC ZZ9.

002330 01  WS-HEADING-LINE-2.
002340     05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
002350     05  HL2-RUN-MM              PIC 99.
002360     05  FILLER                  PIC X(01) VALUE '/'.
002370     05  HL2-RUN-DD              PIC 99.
002380     05  FILLER                  PIC X(01) VALUE '/'.
002390     05  HL2-RUN-YY              PIC 99.
002400     05  FILLER                  PIC X(06) VALUE '  TIME'.
002410     05  FILLER                  PIC X(02) VALUE ': '.
002420     05  HL2-RUN-HH              PIC 99.
002430     05  FILLER                  PIC X(01) VALUE ':'.
002440     05  HL2-RUN-MN              PIC 99.

002450 01  WS-HEADING-LINE-3.
002460     05  FILLER                  PIC X(04) VALUE 'ACT '.
002470     05  FILLER                  PIC X(05) VALUE 'BR   '.
002480     05  FILLER                  PIC X(09) VALUE SPACES.
002490     05  FILLER                  PIC X(21) VALUE
002500         'BRANCH NAME          '.
002510     05  FILLER                  PIC X(09) VALUE 'GL ACCT  '.
002520     05  FILLER                  PIC X(09) VALUE 'DEST     '.
002530     05  FILLER                  PIC X(03) VALUE 'ST '.
002540     05  FILLER                  PIC X(07) VALUE 'OPENED '.
002550     05  FILLER                  PIC X(06) VALUE 'CLOSED'.

002560 01  WS-REGISTER-LINE.
002570     05  RG-ACTION               PIC X(01).
002580     05  FILLER                  PIC X(03) VALUE SPACES.
002590     05  RG-BRANCH-ID            PIC X(03).
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  RG-TAG                  PIC X(08).
002620     05  FILLER                  PIC X(01) VALUE SPACES.
002630     05  RG-NAME                 PIC X(20).
002640     05  FILLER                  PIC X(01) VALUE SPACES.
002650     05  RG-GL-ACCOUNT           PIC X(08).
002660     05  FILLER                  PIC X(01) VALUE SPACES.
002670     05  RG-REPORT-DEST          PIC X(08).
002680     05  FILLER                  PIC X(01) VALUE SPACES.
002690     05  RG-STATUS               PIC X(01).
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  RG-OPEN-DATE            PIC X(06).
002720     05  FILLER                  PIC X(01) VALUE SPACES.
002730     05  RG-CLOSE-DATE           PIC X(06).

002740 01  WS-COUNT-LINE.
002750     05  CO-LABEL                PIC X(24).
002760     05  CO-COUNT                PIC ZZZZZZ9.
002770******************************************************************
002780*    EXCEPTION LISTING DETAIL LINE                               *
002790******************************************************************
002800 01  WS-EXCEPTION-LINE.
002810     05  EL-RECORD-NO            PIC ZZZZ9.
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  EL-ACTION               PIC X(01).
002840     05  FILLER                  PIC X(02) VALUE SPACES.
002850     05  EL-BRANCH-ID            PIC X(03).
002860     05  FILLER                  PIC X(03) VALUE SPACES.
002870     05  EL-REASON               PIC X(30).
002880******************************************************************
002890 PROCEDURE DIVISION.
002900******************************************************************
002910*    0000-MAIN-PROCEDURE - OVERALL CONTROL                       *
002920******************************************************************
002930 0000-MAIN-PROCEDURE SECTION.

002940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002950     PERFORM 1200-LOAD-ACCOUNT-BRANCHES THRU 1200-EXIT.
002960     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT.
002970     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
002980     CLOSE TRAN-FILE.
002990     CLOSE BRANCH-MASTER.
003000     CLOSE CHANGE-REGISTER.
003010     CLOSE EXCEPTION-FILE.
003020     GOBACK.

003030 0000-EXIT.
003040     EXIT.
003050******************************************************************
003060*    1000-INITIALIZE - OPEN THE FILES.  AN UNAVAILABLE           *
003070*    TRANSACTION FILE, BRANCH MASTER, OR OUTPUT LISTING ENDS THE *
003080*    STEP WITH RC=12, LIKE ACCT-MAINT.                           *
003090******************************************************************
003100 1000-INITIALIZE.

003110     ACCEPT WS-RUN-DATE FROM DATE.
003120     ACCEPT WS-RUN-TIME FROM TIME.

003130     OPEN INPUT TRAN-FILE.
003140     IF NOT WS-TRANFILE-OK
003150         DISPLAY 'BRANCH-MAINT - TRANSACTION FILE NOT AVAILABLE'
003160         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
003170     END-IF.
003180     OPEN I-O BRANCH-MASTER.
003190     IF NOT WS-BRMAST-OK
003200         DISPLAY 'BRANCH-MAINT - BRANCH MASTER NOT AVAILABLE'
003210         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
003220     END-IF.
003230     OPEN OUTPUT CHANGE-REGISTER.
003240     IF NOT WS-CHGREG-OK
003250         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
003260     END-IF.
003270     OPEN OUTPUT EXCEPTION-FILE.
003280     IF NOT WS-EXCFILE-OK
003290         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
003300     END-IF.

003310     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
003320     MOVE 0 TO WS-PAGE-COUNT.

003330 1000-EXIT.
003340     EXIT.
003350******************************************************************
003360*    1200-LOAD-ACCOUNT-BRANCHES - ONE PASS OF THE ACCOUNT MASTER *
003370*    COUNTING ACTIVE ACCOUNTS BY AM-BRANCH, SO A CLOSE FOR A     *
003380*    BRANCH THAT STILL HOLDS ACCOUNTS CAN BE REFUSED.  THE       *
003390*    MASTER IS REQUIRED (RC=12) - WITHOUT IT THE GUARD WOULD     *
003400*    LET EVERY CLOSE THROUGH.                                    *
003410******************************************************************
003420 1200-LOAD-ACCOUNT-BRANCHES.

003430     MOVE 0 TO W-ACCT-BR-COUNT.
003440     OPEN INPUT ACCOUNT-MASTER.
003450     IF NOT WS-ACCTMST-OK
003460         DISPLAY 'BRANCH-MAINT - ACCOUNT MASTER NOT AVAILABLE'
003470         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
003480     END-IF.

003490     PERFORM UNTIL NOT WS-ACCTMST-OK
003500         READ ACCOUNT-MASTER NEXT RECORD
003510             AT END
003520                 CONTINUE
003530         END-READ
003540         IF WS-ACCTMST-OK
003550             ADD 1 TO W-ACCOUNTS-READ
003560             IF AM-ACCOUNT-ACTIVE
003570                 PERFORM 1210-COUNT-ACCOUNT THRU 1210-EXIT
003580             END-IF
003590         END-IF
003600     END-PERFORM.
003610     CLOSE ACCOUNT-MASTER.
003620     DISPLAY 'ACCOUNTS READ FOR CLOSURE GUARD: ' W-ACCOUNTS-READ.

003630 1200-EXIT.
003640     EXIT.
003650******************************************************************
003660*    1210-COUNT-ACCOUNT - ADD ONE ACTIVE ACCOUNT TO ITS BRANCH'S *
003670*    ENTRY, STARTING A NEW ENTRY FOR A BRANCH NOT YET SEEN.      *
003680******************************************************************
003690 1210-COUNT-ACCOUNT.

003700     MOVE 0 TO W-ACCT-BR-IX.
003710     PERFORM VARYING W-X FROM 1 BY 1
003720             UNTIL W-X > W-ACCT-BR-COUNT OR W-ACCT-BR-IX > 0
003730         IF W-ACCT-BR-ID(W-X) = AM-BRANCH
003740             MOVE W-X TO W-ACCT-BR-IX
003750         END-IF
003760     END-PERFORM.
003770     IF W-ACCT-BR-IX = 0
003780         IF W-ACCT-BR-COUNT >= W-MAX-ACCT-BRANCHES
003790             GO TO 1210-EXIT
003800         END-IF
003810         ADD 1 TO W-ACCT-BR-COUNT
003820         MOVE W-ACCT-BR-COUNT TO W-ACCT-BR-IX
003830         MOVE AM-BRANCH TO W-ACCT-BR-ID(W-ACCT-BR-IX)
003840         MOVE 0 TO W-ACCT-BR-ACTIVE(W-ACCT-BR-IX)
003850     END-IF.
003860     ADD 1 TO W-ACCT-BR-ACTIVE(W-ACCT-BR-IX).

003870 1210-EXIT.
003880     EXIT.
003890******************************************************************
003900*    2000-PROCESS-TRANSACTIONS - READ AND APPLY EVERY            *
003910*    TRANSACTION IN FILE ORDER.                                  *
003920******************************************************************
003930 2000-PROCESS-TRANSACTIONS.

003940     PERFORM UNTIL NOT WS-TRANFILE-OK
003950         READ TRAN-FILE
003960             AT END
003970                 CONTINUE
003980         END-READ
003990         IF WS-TRANFILE-OK
004000             PERFORM 2100-PROCESS-ONE-TRAN THRU 2100-EXIT
004010         END-IF
004020     END-PERFORM.

004030 2000-EXIT.
004040     EXIT.
004050******************************************************************
004060*    2100-PROCESS-ONE-TRAN - VALIDATE THE TRANSACTION'S FORMAT,  *
004070*    REFUSE EXACT DUPLICATES, THEN APPLY IT BY ACTION CODE.      *
004080*    ANY FAILURE ROUTES THE TRANSACTION TO THE EXCEPTION         *
004090*    LISTING WITH ITS REASON.                                    *
004100******************************************************************
004110 2100-PROCESS-ONE-TRAN.

004120     ADD 1 TO W-TRAN-READ.
004130     SET SW-TRAN-VALID TO TRUE.

004140     PERFORM 2200-VALIDATE-FORMAT THRU 2200-EXIT.
004150     IF SW-TRAN-INVALID
004160         PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
004170         GO TO 2100-EXIT
004180     END-IF.

004190     PERFORM 2300-CHECK-DUPLICATE THRU 2300-EXIT.
004200     IF SW-TRAN-INVALID
004210         PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
004220         GO TO 2100-EXIT
004230     END-IF.

004240     EVALUATE TRUE
004250         WHEN TX-ADD
004260             PERFORM 2400-APPLY-ADD THRU 2400-EXIT
004270         WHEN TX-UPDATE
004280             PERFORM 2500-APPLY-UPDATE THRU 2500-EXIT
004290         WHEN TX-CLOSE
004300             PERFORM 2700-APPLY-CLOSE THRU 2700-EXIT
004310         WHEN TX-REOPEN
004320             PERFORM 2800-APPLY-REOPEN THRU 2800-EXIT
004330     END-EVALUATE.

004340     IF SW-TRAN-INVALID
004350         PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
004360     ELSE
004370         ADD 1 TO W-TRAN-APPLIED
004380         PERFORM 2900-REGISTER-CHANGE THRU 2900-EXIT
004390     END-IF.

004400 2100-EXIT.
004410     EXIT.
004420******************************************************************
004430*    2200-VALIDATE-FORMAT - ACTION CODE, BRANCH ID, AND THE      *
004440*    FIELDS THE ACTION USES MUST ALL BE PRESENT.  A BRANCH ID IS *
004450*    THREE DIGITS, NEVER 000 - THE NIGHTLY RUN ALSO USES THE     *
004460*    BRANCH FIELD FOR ITS OWN SOURCE TAGS (RCY, APR, RNG, ALL),  *
004470*    AND NONE OF THOSE MAY EVER BE OPENED AS A BRANCH.           *
004480******************************************************************
004490 2200-VALIDATE-FORMAT.

004500     IF NOT TX-VALID-ACTION
004510         SET SW-TRAN-INVALID TO TRUE
004520         MOVE 'INVALID ACTION CODE' TO EL-REASON
004530         GO TO 2200-EXIT
004540     END-IF.

004550     IF TX-BRANCH-ID IS NOT NUMERIC OR TX-BRANCH-ID = '000'
004560         SET SW-TRAN-INVALID TO TRUE
004570         MOVE 'INVALID BRANCH ID' TO EL-REASON
004580         GO TO 2200-EXIT
004590     END-IF.

004600     IF TX-ADD
004610         AND (TX-BRANCH-NAME = SPACES
004620              OR TX-GL-ACCOUNT = SPACES
004630              OR TX-REPORT-DEST = SPACES)
004640         SET SW-TRAN-INVALID TO TRUE
004650         MOVE 'NAME, GL ACCOUNT AND DEST REQD' TO EL-REASON
004660         GO TO 2200-EXIT
004670     END-IF.

004680     IF TX-UPDATE
004690         AND TX-BRANCH-NAME = SPACES
004700         AND TX-GL-ACCOUNT = SPACES
004710         AND TX-REPORT-DEST = SPACES
004720         SET SW-TRAN-INVALID TO TRUE
004730         MOVE 'NOTHING TO UPDATE' TO EL-REASON
004740         GO TO 2200-EXIT
004750     END-IF.

004760     IF (TX-ADD OR TX-CLOSE)
004770         AND (TX-DATE-X IS NOT NUMERIC OR TX-DATE = 0)
004780         SET SW-TRAN-INVALID TO TRUE
004790         MOVE 'EFFECTIVE DATE REQUIRED' TO EL-REASON
004800     END-IF.

004810 2200-EXIT.
004820     EXIT.
004830******************************************************************
004840*    2300-CHECK-DUPLICATE - AN ACTION/BRANCH PAIR ALREADY SEEN   *
004850*    THIS RUN IS A KEYING ERROR, NOT A SECOND CHANGE - REJECT    *
004860*    IT RATHER THAN APPLY IT TWICE.                              *
004870******************************************************************
004880 2300-CHECK-DUPLICATE.

004890     MOVE 'N' TO SW-DUPLICATE-FLAG.
004900     PERFORM VARYING W-X FROM 1 BY 1
004910             UNTIL W-X > W-DUP-COUNT OR SW-DUPLICATE
004920         IF W-DUP-ACTION(W-X) = TX-ACTION
004930             AND W-DUP-BRANCH(W-X) = TX-BRANCH-ID
004940             SET SW-DUPLICATE TO TRUE
004950         END-IF
004960     END-PERFORM.

004970     IF SW-DUPLICATE
004980         SET SW-TRAN-INVALID TO TRUE
004990         MOVE 'DUPLICATE TRANSACTION' TO EL-REASON
005000         GO TO 2300-EXIT
005010     END-IF.

005020     IF W-DUP-COUNT < W-MAX-DUP-ENTRIES
005030         ADD 1 TO W-DUP-COUNT
005040         MOVE TX-ACTION TO W-DUP-ACTION(W-DUP-COUNT)
005050         MOVE TX-BRANCH-ID TO W-DUP-BRANCH(W-DUP-COUNT)
005060     END-IF.

005070 2300-EXIT.
005080     EXIT.
005090******************************************************************
005100*    2400-APPLY-ADD - WRITE A NEW ACTIVE BRANCH RECORD.  A BRANCH*
005110*    ALREADY ON FILE IS A REJECT, NOT AN UPDATE - A CLOSED       *
005120*    BRANCH COMES BACK WITH A REOPEN.                            *
005130******************************************************************
005140 2400-APPLY-ADD.

005150     MOVE TX-BRANCH-ID TO BM-BRANCH-ID.
005160     READ BRANCH-MASTER
005170         INVALID KEY
005180             CONTINUE
005190         NOT INVALID KEY
005200             SET SW-TRAN-INVALID TO TRUE
005210             MOVE 'BRANCH ALREADY ON FILE' TO EL-REASON
005220     END-READ.
005230     IF SW-TRAN-INVALID
005240         GO TO 2400-EXIT
005250     END-IF.

005260     MOVE W-NOT-ON-FILE-TAG TO W-BEF-NAME.
005270     MOVE SPACES TO W-BEF-GL-ACCOUNT.
005280     MOVE SPACES TO W-BEF-REPORT-DEST.
005290     MOVE SPACES TO W-BEF-STATUS.
005300     MOVE SPACES TO W-BEF-OPEN-DATE.
005310     MOVE SPACES TO W-BEF-CLOSE-DATE.

005320     MOVE SPACES TO BRANCH-MASTER-RECORD.
005330     MOVE TX-BRANCH-ID TO BM-BRANCH-ID.
005340     MOVE TX-BRANCH-NAME TO BM-BRANCH-NAME.
005350     MOVE TX-GL-ACCOUNT TO BM-GL-ACCOUNT.
005360     MOVE TX-REPORT-DEST TO BM-REPORT-DEST.
005370     MOVE 'A' TO BM-STATUS.
005380     MOVE TX-DATE TO BM-OPEN-DATE.
005390     MOVE 0 TO BM-CLOSE-DATE.
005400     WRITE BRANCH-MASTER-RECORD
005410         INVALID KEY
005420             SET SW-TRAN-INVALID TO TRUE
005430             MOVE 'MASTER WRITE FAILED' TO EL-REASON
005440     END-WRITE.
005450     IF SW-TRAN-VALID
005460         ADD 1 TO W-ADDS-APPLIED
005470     END-IF.

005480 2400-EXIT.
005490     EXIT.
005500******************************************************************
005510*    2500-APPLY-UPDATE - REWRITE THE BRANCH WITH EACH NON-BLANK  *
005520*    DETAIL FIELD FROM THE TRANSACTION.  STATUS AND DATES ONLY   *
005530*    MOVE THROUGH A CLOSE OR A REOPEN.                           *
005540******************************************************************
005550 2500-APPLY-UPDATE.

005560     PERFORM 3200-READ-MASTER THRU 3200-EXIT.
005570     IF SW-TRAN-INVALID
005580         GO TO 2500-EXIT
005590     END-IF.

005600     IF TX-BRANCH-NAME NOT = SPACES
005610         MOVE TX-BRANCH-NAME TO BM-BRANCH-NAME
005620     END-IF.
005630     IF TX-GL-ACCOUNT NOT = SPACES
005640         MOVE TX-GL-ACCOUNT TO BM-GL-ACCOUNT
005650     END-IF.
005660     IF TX-REPORT-DEST NOT = SPACES
005670         MOVE TX-REPORT-DEST TO BM-REPORT-DEST
005680     END-IF.
005690     PERFORM 3300-REWRITE-MASTER THRU 3300-EXIT.
005700     IF SW-TRAN-VALID
005710         ADD 1 TO W-UPDATES-APPLIED
005720     END-IF.

005730 2500-EXIT.
005740     EXIT.
005750******************************************************************
005760*    2700-APPLY-CLOSE - SET THE STATUS TO CLOSED FROM THE CLOSE  *
005770*    DATE ON.  THE DATE MAY BE KEYED AHEAD; THE BRANCH GOES ON   *
005780*    TRADING UNTIL THEN.  REFUSED WHEN THE BRANCH IS ALREADY     *
005790*    CLOSED, WHEN THE DATE IS NOT AFTER ITS OPEN DATE, OR WHEN   *
005800*    THE ACCOUNT MASTER STILL HOLDS ACTIVE ACCOUNTS ON IT.       *
005810******************************************************************
005820 2700-APPLY-CLOSE.

005830     PERFORM 3200-READ-MASTER THRU 3200-EXIT.
005840     IF SW-TRAN-INVALID
005850         GO TO 2700-EXIT
005860     END-IF.

005870     IF BM-BRANCH-CLOSED
005880         SET SW-TRAN-INVALID TO TRUE
005890         MOVE 'BRANCH ALREADY CLOSED' TO EL-REASON
005900         GO TO 2700-EXIT
005910     END-IF.

005920     IF TX-DATE NOT > BM-OPEN-DATE
005930         SET SW-TRAN-INVALID TO TRUE
005940         MOVE 'CLOSE DATE NOT AFTER OPEN DATE' TO EL-REASON
005950         GO TO 2700-EXIT
005960     END-IF.

005970     PERFORM VARYING W-X FROM 1 BY 1
005980             UNTIL W-X > W-ACCT-BR-COUNT
005990         IF W-ACCT-BR-ID(W-X) = TX-BRANCH-ID
006000             SET SW-TRAN-INVALID TO TRUE
006010             MOVE 'BRANCH HAS ACTIVE ACCOUNTS' TO EL-REASON
006020         END-IF
006030     END-PERFORM.
006040     IF SW-TRAN-INVALID
006050         GO TO 2700-EXIT
006060     END-IF.

006070     MOVE 'C' TO BM-STATUS.
006080     MOVE TX-DATE TO BM-CLOSE-DATE.
006090     PERFORM 3300-REWRITE-MASTER THRU 3300-EXIT.
006100     IF SW-TRAN-VALID
006110         ADD 1 TO W-CLOSES-APPLIED
006120     END-IF.

006130 2700-EXIT.
006140     EXIT.
006150******************************************************************
006160*    2800-APPLY-REOPEN - SET A CLOSED BRANCH BACK TO ACTIVE AND  *
006170*    CLEAR ITS CLOSE DATE.  THE ORIGINAL OPEN DATE STANDS.       *
006180******************************************************************
006190 2800-APPLY-REOPEN.

006200     PERFORM 3200-READ-MASTER THRU 3200-EXIT.
006210     IF SW-TRAN-INVALID
006220         GO TO 2800-EXIT
006230     END-IF.

006240     IF BM-BRANCH-ACTIVE
006250         SET SW-TRAN-INVALID TO TRUE
006260         MOVE 'BRANCH ALREADY ACTIVE' TO EL-REASON
006270         GO TO 2800-EXIT
006280     END-IF.

006290     MOVE 'A' TO BM-STATUS.
006300     MOVE 0 TO BM-CLOSE-DATE.
006310     PERFORM 3300-REWRITE-MASTER THRU 3300-EXIT.
006320     IF SW-TRAN-VALID
006330         ADD 1 TO W-REOPENS-APPLIED
006340     END-IF.

006350 2800-EXIT.
006360     EXIT.
006370******************************************************************
006380*    2900-REGISTER-CHANGE - ONE BEFORE/AFTER PAIR ON THE CHANGE  *
006390*    REGISTER FOR THE TRANSACTION JUST APPLIED.  THE BEFORE      *
006400*    IMAGE WAS CAPTURED BY 3200-READ-MASTER (OR SET TO THE       *
006410*    NOT-ON-FILE TAG BY AN ADD); THE AFTER IMAGE IS THE BRANCH   *
006420*    RECORD AS IT NOW STANDS.                                    *
006430******************************************************************
006440 2900-REGISTER-CHANGE.

006450     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006460         PERFORM 2950-WRITE-REG-HEADINGS THRU 2950-EXIT
006470     END-IF.

006480     MOVE TX-ACTION TO RG-ACTION.
006490     MOVE TX-BRANCH-ID TO RG-BRANCH-ID.
006500     MOVE 'BEFORE :' TO RG-TAG.
006510     MOVE W-BEF-NAME TO RG-NAME.
006520     MOVE W-BEF-GL-ACCOUNT TO RG-GL-ACCOUNT.
006530     MOVE W-BEF-REPORT-DEST TO RG-REPORT-DEST.
006540     MOVE W-BEF-STATUS TO RG-STATUS.
006550     MOVE W-BEF-OPEN-DATE TO RG-OPEN-DATE.
006560     MOVE W-BEF-CLOSE-DATE TO RG-CLOSE-DATE.
006570     WRITE REGISTER-RECORD FROM WS-REGISTER-LINE.

006580     MOVE SPACES TO RG-ACTION.
006590     MOVE SPACES TO RG-BRANCH-ID.
006600     MOVE 'AFTER  :' TO RG-TAG.
006610     MOVE BM-BRANCH-NAME TO RG-NAME.
006620     MOVE BM-GL-ACCOUNT TO RG-GL-ACCOUNT.
006630     MOVE BM-REPORT-DEST TO RG-REPORT-DEST.
006640     MOVE BM-STATUS TO RG-STATUS.
006650     MOVE BM-OPEN-DATE TO RG-OPEN-DATE.
006660     IF BM-CLOSE-DATE = 0
006670         MOVE SPACES TO RG-CLOSE-DATE
006680     ELSE
006690         MOVE BM-CLOSE-DATE TO RG-CLOSE-DATE
006700     END-IF.
006710     WRITE REGISTER-RECORD FROM WS-REGISTER-LINE.
006720     ADD 2 TO WS-LINE-COUNT.

006730 2900-EXIT.
006740     EXIT.
006750******************************************************************
006760*    2950-WRITE-REG-HEADINGS - PAGE HEADING FOR THE REGISTER.    *
006770******************************************************************
006780 2950-WRITE-REG-HEADINGS.

006790     ADD 1 TO WS-PAGE-COUNT.
006800     MOVE WS-PAGE-COUNT TO HL1-PAGE-NO.
006810     WRITE REGISTER-RECORD FROM WS-HEADING-LINE-1.

006820     MOVE WS-RUN-MM TO HL2-RUN-MM.
006830     MOVE WS-RUN-DD TO HL2-RUN-DD.
006840     MOVE WS-RUN-YY TO HL2-RUN-YY.
006850     MOVE WS-RUN-HH TO HL2-RUN-HH.
006860     MOVE WS-RUN-MN TO HL2-RUN-MN.
006870     WRITE REGISTER-RECORD FROM WS-HEADING-LINE-2.

006880     WRITE REGISTER-RECORD FROM WS-HEADING-LINE-3.
006890     MOVE SPACES TO REGISTER-RECORD.
006900     WRITE REGISTER-RECORD.

006910     MOVE 0 TO WS-LINE-COUNT.

006920 2950-EXIT.
006930     EXIT.
006940******************************************************************
006950*    3100-WRITE-EXCEPTION - ONE REJECTED TRANSACTION ON THE      *
006960*    EXCEPTION LISTING WITH ITS RECORD NUMBER AND REASON.        *
006970******************************************************************
006980 3100-WRITE-EXCEPTION.

006990     ADD 1 TO W-TRAN-REJECTED.
007000     MOVE W-TRAN-READ TO EL-RECORD-NO.
007010     MOVE TX-ACTION TO EL-ACTION.
007020     MOVE TX-BRANCH-ID TO EL-BRANCH-ID.
007030     WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE.

007040 3100-EXIT.
007050     EXIT.
007060******************************************************************
007070*    3200-READ-MASTER - READ THE BRANCH FOR THE TRANSACTION IN   *
007080*    HAND AND CAPTURE THE BEFORE IMAGE FOR THE REGISTER.         *
007090******************************************************************
007100 3200-READ-MASTER.

007110     MOVE TX-BRANCH-ID TO BM-BRANCH-ID.
007120     READ BRANCH-MASTER
007130         INVALID KEY
007140             SET SW-TRAN-INVALID TO TRUE
007150             MOVE 'BRANCH NOT ON FILE' TO EL-REASON
007160     END-READ.
007170     IF SW-TRAN-VALID AND NOT WS-BRMAST-OK
007180         SET SW-TRAN-INVALID TO TRUE
007190         MOVE 'BRANCH MASTER READ ERROR' TO EL-REASON
007200     END-IF.
007210     IF SW-TRAN-VALID
007220         MOVE BM-BRANCH-NAME TO W-BEF-NAME
007230         MOVE BM-GL-ACCOUNT TO W-BEF-GL-ACCOUNT
007240         MOVE BM-REPORT-DEST TO W-BEF-REPORT-DEST
007250         MOVE BM-STATUS TO W-BEF-STATUS
007260         MOVE BM-OPEN-DATE TO W-BEF-OPEN-DATE
007270         IF BM-CLOSE-DATE = 0
007280             MOVE SPACES TO W-BEF-CLOSE-DATE
007290         ELSE
007300             MOVE BM-CLOSE-DATE TO W-BEF-CLOSE-DATE
007310         END-IF
007320     END-IF.

007330 3200-EXIT.
007340     EXIT.
007350******************************************************************
007360*    3300-REWRITE-MASTER - REWRITE THE UPDATED BRANCH RECORD.    *
007370******************************************************************
007380 3300-REWRITE-MASTER.

007390     REWRITE BRANCH-MASTER-RECORD
007400         INVALID KEY
007410             SET SW-TRAN-INVALID TO TRUE
007420             MOVE 'MASTER REWRITE FAILED' TO EL-REASON
007430     END-REWRITE.

007440 3300-EXIT.
007450     EXIT.
007460******************************************************************
007470*    4000-WRITE-TOTALS - CONTROL TOTALS AT THE FOOT OF THE       *
007480*    REGISTER.  ANY REJECTED TRANSACTION LEAVES THE STEP WITH    *
007490*    RC=4 SO THE REJECTS GET WORKED, NOT DISCOVERED.             *
007500******************************************************************
007510 4000-WRITE-TOTALS.

007520     IF WS-PAGE-COUNT = 0
007530         PERFORM 2950-WRITE-REG-HEADINGS THRU 2950-EXIT
007540     END-IF.

007550     MOVE SPACES TO REGISTER-RECORD.
007560     WRITE REGISTER-RECORD.

007570     MOVE 'TRANSACTIONS READ      :' TO CO-LABEL.
007580     MOVE W-TRAN-READ TO CO-COUNT.
007590     WRITE REGISTER-RECORD FROM WS-COUNT-LINE.

007600     MOVE 'TRANSACTIONS APPLIED   :' TO CO-LABEL.
007610     MOVE W-TRAN-APPLIED TO CO-COUNT.
007620     WRITE REGISTER-RECORD FROM WS-COUNT-LINE.

007630     MOVE 'TRANSACTIONS REJECTED  :' TO CO-LABEL.
007640     MOVE W-TRAN-REJECTED TO CO-COUNT.
007650     WRITE REGISTER-RECORD FROM WS-COUNT-LINE.

007660     MOVE 'BRANCHES ADDED         :' TO CO-LABEL.
007670     MOVE W-ADDS-APPLIED TO CO-COUNT.
007680     WRITE REGISTER-RECORD FROM WS-COUNT-LINE.

007690     MOVE 'DETAIL UPDATES         :' TO CO-LABEL.
007700     MOVE W-UPDATES-APPLIED TO CO-COUNT.
007710     WRITE REGISTER-RECORD FROM WS-COUNT-LINE.

007720     MOVE 'BRANCHES CLOSED        :' TO CO-LABEL.
007730     MOVE W-CLOSES-APPLIED TO CO-COUNT.
007740     WRITE REGISTER-RECORD FROM WS-COUNT-LINE.

007750     MOVE 'BRANCHES REOPENED      :' TO CO-LABEL.
007760     MOVE W-REOPENS-APPLIED TO CO-COUNT.
007770     WRITE REGISTER-RECORD FROM WS-COUNT-LINE.

007780     IF W-TRAN-REJECTED > 0
007790         MOVE 4 TO RETURN-CODE
007800     END-IF.

007810 4000-EXIT.
007820     EXIT.
007830******************************************************************
007840*    3950-ABEND-FILE-ERROR - A REQUIRED FILE COULD NOT BE        *
007850*    OPENED.  ENDS THE STEP WITH RC=12 RATHER THAN RUNNING       *
007860*    AGAINST A FILE THAT NEVER OPENED.                           *
007870******************************************************************
007880 3950-ABEND-FILE-ERROR.

007890     DISPLAY 'BRANCH-MAINT - REQUIRED FILE NOT AVAILABLE'.
007900     MOVE 12 TO RETURN-CODE.
007910     STOP RUN.

007920 3950-EXIT.
007930     EXIT.
