000010******************************************************************
000020* PROGRAM:     ACCT-DORMANCY                                     *
000030* AUTHOR:      RH                                                *
000040* INSTALLATION: DATA CENTER APPLICATIONS GROUP                   *
000050* DATE-WRITTEN: 15/10/2026                                       *
000060*                                                                *
000070* REMARKS.  DORMANT ACCOUNT DETECTION.  LISTS EVERY ACTIVE       *
000080*           ACCOUNT ON THE ACCOUNT MASTER THAT HAS HAD NO        *
000090*           ACTIVITY FOR ONE OF THREE DORMANCY PERIODS (90, 180, *
000100*           AND 365 DAYS UNLESS THE CONTROL CARD SAYS            *
000110*           OTHERWISE), GROUPED BY AM-BRANCH, WITH THE LAST      *
000115*           ACTIVITY DATE AND DAYS IDLE.                         *
000120*           THE LAST ACTIVITY DATE IS THE LATER OF:              *
000130*             - BL-LAST-ACTIVITY ON THE ACCOUNT BALANCE FILE, SET*
000140*               BY ACCT-POST EVERY NIGHT THE ACCOUNT POSTS - THE *
000150*               ONLY RECORD THAT REACHES BACK PAST A MONTH; AND  *
000160*             - THE LATEST BUSINESS DATE THE ACCOUNT APPEARS ON  *
000170*               IN THE RETAINED DAILY EXTRACT GDG (31 BUSINESS   *
000180*               DAYS), SO A NIGHT WHOSE POSTING DID NOT RUN      *
000185*               STILL COUNTS.                                    *
000190*           AN ACTIVE ACCOUNT WITH NEITHER IS LISTED AS HAVING NO*
000200*           ACTIVITY ON RECORD - IT MAY BE NEWLY OPENED - AND IS *
000210*           NEVER PUT FORWARD FOR CLOSURE.                       *
000220*           EVERY ACCOUNT IDLE FOR THE CLOSURE THRESHOLD OR      *
000230*           LONGER IS ALSO WRITTEN TO THE CANDIDATE FILE AS A    *
000240*           'C' TRANSACTION IN ACCT-MAINT'S LAYOUT, IN BRANCH    *
000250*           ORDER.  THE BRANCHES REVIEW THAT FILE, STRIKE ANY    *
000260*           ACCOUNT TO BE KEPT, AND RELEASE THE REST TO          *
000265*           ACCT-MAINT.                                          *
000270*                                                                *
000280* MODIFICATION HISTORY.                                          *
000290*   15/10/2026 RH  INITIAL VERSION.                              *
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. ACCT-DORMANCY.
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
000440     SELECT CONTROL-FILE ASSIGN TO DORMCARD
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-DORMCARD-STATUS.
000470     SELECT BUSDATE-FILE ASSIGN TO BDATFILE
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-BDATFILE-STATUS.
000500     SELECT EXTRACT-HISTORY ASSIGN TO EXTHIST
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-EXTHIST-STATUS.
000530     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS AM-ACCOUNT-ID
000570         FILE STATUS IS WS-ACCTMST-STATUS.
000580     SELECT BALANCE-FILE ASSIGN TO ACCTBAL
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS BL-ACCOUNT-ID
000620         FILE STATUS IS WS-ACCTBAL-STATUS.
000630     SELECT DORMANCY-REPORT ASSIGN TO DORMRPT
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-DORMRPT-STATUS.
000660     SELECT CANDIDATE-FILE ASSIGN TO CANDOUT
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-CANDOUT-STATUS.
000690     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000700******************************************************************
000710 DATA DIVISION.
000720 FILE SECTION.
000730******************************************************************
000740*    CONTROL-FILE - OPTIONAL.  ONE CARD OF DORMANCY PERIODS IN   *
000750*    DAYS; A BLANK FIELD (OR NO CARD AT ALL) KEEPS ITS DEFAULT:  *
000760*      CC-PERIOD-1   COLS 1-4    FIRST PERIOD           (0090)   *
000770*      CC-PERIOD-2   COLS 5-8    SECOND PERIOD          (0180)   *
000780*      CC-PERIOD-3   COLS 9-12   THIRD PERIOD           (0365)   *
000790*      CC-CLOSE-DAYS COLS 13-16  CLOSURE THRESHOLD      (THIRD)  *
000800*    THE PERIODS MUST RISE, AND THE THRESHOLD MAY NOT BE SHORTER *
000810*    THAN THE FIRST PERIOD.                                      *
000820******************************************************************
000830 FD  CONTROL-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  CONTROL-RECORD.
000870     05  CC-PERIOD-1-X           PIC X(04).
000880     05  CC-PERIOD-1 REDEFINES CC-PERIOD-1-X
000890                                 PIC 9(04).
000900     05  CC-PERIOD-2-X           PIC X(04).
000910     05  CC-PERIOD-2 REDEFINES CC-PERIOD-2-X
000920                                 PIC 9(04).
000930     05  CC-PERIOD-3-X           PIC X(04).
000940     05  CC-PERIOD-3 REDEFINES CC-PERIOD-3-X
000950                                 PIC 9(04).
000960     05  CC-CLOSE-DAYS-X         PIC X(04).
000970     05  CC-CLOSE-DAYS REDEFINES CC-CLOSE-DAYS-X
000980                                 PIC 9(04).
000990     05  FILLER                  PIC X(64).
001000******************************************************************
001010*    BUSDATE-FILE - OPTIONAL ONE-RECORD BUSINESS-DATE FILE.  THE *
001020*    DAYS IDLE ARE COUNTED TO THIS DATE; WITHOUT IT, TO THE      *
001030*    SYSTEM DATE.                                                *
001040******************************************************************
001050 FD  BUSDATE-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 01  BUSDATE-RECORD.
001090     05  BD-BUSINESS-DATE        PIC 9(06).
001100     05  FILLER                  PIC X(74).
001110******************************************************************
001120*    EXTRACT-HISTORY - EVERY RETAINED GENERATION OF THE DAILY    *
001130*    EXTRACT, CONCATENATED BY THE JCL.  LAYOUT MUST MATCH THE    *
001140*    EXTRACT RECORDS WRITTEN BY THE BUBBLE-SORT PROGRAM.  EACH   *
001150*    DAY'S 'H' HEADER CARRIES ITS BUSINESS DATE (OLDER HEADERS   *
001160*    ONLY THE RUN DATE).                                         *
001170******************************************************************
001180 FD  EXTRACT-HISTORY
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 01  EXTRACT-RECORD              PIC X(040).
001220 01  EXTRACT-HEADER REDEFINES EXTRACT-RECORD.
001230     05  XH-RECORD-TYPE          PIC X(01).
001240     05  XH-RUN-DATE             PIC 9(06).
001250     05  XH-RUN-TIME             PIC 9(06).
001260     05  XH-BUSINESS-DATE        PIC 9(06).
001270     05  FILLER                  PIC X(21).
001280 01  EXTRACT-DETAIL REDEFINES EXTRACT-RECORD.
001290     05  XD-RECORD-TYPE          PIC X(01).
001300     05  XD-ACCOUNT-ID           PIC X(06).
001310     05  XD-VALUE                PIC S9(07)V99
001320                                 SIGN LEADING SEPARATE.
001330     05  XD-SEQUENCE             PIC 9(05).
001340     05  FILLER                  PIC X(18).
001350******************************************************************
001360*    ACCOUNT-MASTER - READ-ONLY, IN ACCOUNT ORDER.  LAYOUT MUST  *
001370*    MATCH ACCOUNT-MASTER-RECORD IN THE BUBBLE-SORT PROGRAM.     *
001380******************************************************************
001390 FD  ACCOUNT-MASTER
001400     LABEL RECORDS ARE STANDARD.
001410 01  ACCOUNT-MASTER-RECORD.
001420     05  AM-ACCOUNT-ID           PIC X(06).
001430     05  AM-ACCOUNT-NAME         PIC X(20).
001440     05  AM-STATUS               PIC X(01).
001450         88  AM-ACCOUNT-ACTIVE              VALUE 'A'.
001460         88  AM-ACCOUNT-CLOSED              VALUE 'C'.
001470     05  AM-BRANCH               PIC X(03).
001480     05  FILLER                  PIC X(20).
001490******************************************************************
001500*    BALANCE-FILE - READ-ONLY, FOR BL-LAST-ACTIVITY.  LAYOUT MUST*
001510*    MATCH BALANCE-RECORD IN THE ACCT-POST PROGRAM.  AN ACCOUNT  *
001520*    THAT HAS NEVER POSTED HAS NO RECORD, OR (LIMIT SET ONLY) A  *
001530*    ZERO LAST ACTIVITY DATE.                                    *
001540******************************************************************
001550 FD  BALANCE-FILE
001560     LABEL RECORDS ARE STANDARD.
001570 01  BALANCE-RECORD.
001580     05  BL-ACCOUNT-ID           PIC X(06).
001590     05  BL-POSTED-DATE          PIC 9(06).
001600     05  BL-OPENING-BALANCE      PIC S9(11)V99
001610                                 SIGN LEADING SEPARATE.
001620     05  BL-NET-ACTIVITY         PIC S9(11)V99
001630                                 SIGN LEADING SEPARATE.
001640     05  BL-CLOSING-BALANCE      PIC S9(11)V99
001650                                 SIGN LEADING SEPARATE.
001660     05  BL-LAST-ACTIVITY        PIC 9(06).
001670     05  BL-LIMIT-FLAG           PIC X(01).
001680         88  BL-LIMIT-SET                   VALUE 'Y'.
001690     05  BL-CREDIT-LIMIT         PIC 9(11)V99.
001700     05  FILLER                  PIC X(26).
001710******************************************************************
001720*    DORMANCY-REPORT - ONE SECTION PER BRANCH, THEN RUN TOTALS.  *
001730******************************************************************
001740 FD  DORMANCY-REPORT
001750     RECORDING MODE IS F
001760     LABEL RECORDS ARE STANDARD.
001770 01  DORMANCY-RECORD             PIC X(080).
001780******************************************************************
001790*    CANDIDATE-FILE - CLOSURE CANDIDATES, READY TO RELEASE TO    *
001800*    ACCT-MAINT AS ITS TRANFILE.  COLS 1-37 MUST MATCH           *
001810*    TRAN-RECORD IN ACCT-MAINT.  THE EFFECTIVE DATE IS LEFT      *
001820*    BLANK SO THE CLOSE APPLIES THE DAY IT IS RELEASED, AND      *
001830*    ACCT-MAINT STILL REFUSES IT IF THE ACCOUNT IS ON THAT DAY'S *
001840*    EXTRACT.  COLS 38-48 ARE FILLER TO ACCT-MAINT AND CARRY THE *
001850*    LAST ACTIVITY DATE AND DAYS IDLE FOR THE BRANCH REVIEW.     *
001860******************************************************************
001870 FD  CANDIDATE-FILE
001880     RECORDING MODE IS F
001890     LABEL RECORDS ARE STANDARD.
001900 01  CANDIDATE-RECORD.
001910     05  CT-ACTION               PIC X(01).
001920     05  CT-ACCOUNT-ID           PIC X(06).
001930     05  CT-ACCOUNT-NAME         PIC X(20).
001940     05  CT-BRANCH               PIC X(03).
001950     05  CT-EFFECTIVE-DATE       PIC X(06).
001960     05  CT-CANCEL-ACTION        PIC X(01).
001970     05  CT-LAST-ACTIVITY        PIC 9(06).
001980     05  CT-DAYS-IDLE            PIC 9(05).
001990     05  FILLER                  PIC X(32).
002000******************************************************************
002010*    SORT-WORK-FILE - USED BY TWO SORT PASSES.  THE FIRST TAKES  *
002020*    EVERY EXTRACT DETAIL (ACCOUNT AND BUSINESS DATE) INTO       *
002030*    ACCOUNT ORDER.  THE SECOND TAKES THE DORMANT ACCOUNTS INTO  *
002040*    BRANCH ORDER FOR PRINTING: CLASS '1' (DATED) AHEAD OF CLASS *
002050*    '2' (NO ACTIVITY ON RECORD), LONGEST IDLE FIRST.            *
002060******************************************************************
002070 SD  SORT-WORK-FILE.
002080 01  SORT-WORK-RECORD.
002090     05  SW-BRANCH               PIC X(03).
002100     05  SW-CLASS                PIC X(01).
002110         88  SW-DATED                       VALUE '1'.
002120         88  SW-NO-ACTIVITY                 VALUE '2'.
002130     05  SW-DAYS                 PIC 9(05).
002140     05  SW-ACCOUNT-ID           PIC X(06).
002150     05  SW-ACCOUNT-NAME         PIC X(20).
002160     05  SW-DATE                 PIC 9(06).
002170******************************************************************
002180 WORKING-STORAGE SECTION.
002190******************************************************************
002200*    FILE STATUS AND SWITCHES                                    *
002210******************************************************************
002220 01  WS-DORMCARD-STATUS          PIC X(02) VALUE SPACES.
002230     88  WS-DORMCARD-OK                     VALUE '00'.

002240 01  WS-BDATFILE-STATUS          PIC X(02) VALUE SPACES.
002250     88  WS-BDATFILE-OK                     VALUE '00'.

002260 01  WS-EXTHIST-STATUS           PIC X(02) VALUE SPACES.
002270     88  WS-EXTHIST-OK                      VALUE '00'.

002280 01  WS-ACCTMST-STATUS           PIC X(02) VALUE SPACES.
002290     88  WS-ACCTMST-OK                      VALUE '00'.

002300 01  WS-ACCTBAL-STATUS           PIC X(02) VALUE SPACES.
002310     88  WS-ACCTBAL-OK                      VALUE '00'.

002320 01  WS-DORMRPT-STATUS           PIC X(02) VALUE SPACES.
002330     88  WS-DORMRPT-OK                      VALUE '00'.

002340 01  WS-CANDOUT-STATUS           PIC X(02) VALUE SPACES.
002350     88  WS-CANDOUT-OK                      VALUE '00'.

002360 01  SW-END-OF-SORT PIC X(01) VALUE 'N'.
002370     88  SW-SORT-DONE VALUE 'Y'.

002380 01  SW-CARD-FLAG PIC X(01) VALUE 'Y'.
002390     88  SW-CARD-VALID VALUE 'Y'.
002400     88  SW-CARD-INVALID VALUE 'N'.

002410 01  SW-PAST-FLAG PIC X(01) VALUE 'N'.
002420     88  SW-PAST-ACCOUNT VALUE 'Y'.

002430 01  SW-TABLE-FULL-FLAG PIC X(01) VALUE 'N'.
002440     88  SW-TABLE-FULL VALUE 'Y'.
002450******************************************************************
002460*    DORMANCY PERIODS AND THE CLOSURE THRESHOLD, IN DAYS.  THE   *
002470*    DEFAULTS STAND UNLESS THE CONTROL CARD REPLACES THEM.       *
002480******************************************************************
002490 01  W-PERIOD-1              PIC 9(04) VALUE 90.
002500 01  W-PERIOD-2              PIC 9(04) VALUE 180.
002510 01  W-PERIOD-3              PIC 9(04) VALUE 365.
002520 01  W-CLOSE-DAYS            PIC 9(04) VALUE 0.
002530 01  W-CARD-REASON           PIC X(40) VALUE SPACES.
002540******************************************************************
002550*    AS-OF DATE AND DATE ARITHMETIC.  THE DAYS IDLE ARE THE AS-OF*
002560*    DATE LESS THE LAST ACTIVITY DATE, BOTH AS INTEGER DATES.    *
002570******************************************************************
002580 01  W-ASOF-YYMMDD           PIC 9(06) VALUE 0.
002590 01  W-ASOF-YMD REDEFINES W-ASOF-YYMMDD.
002600     05  W-ASOF-YY           PIC 9(02).
002610     05  W-ASOF-MM           PIC 9(02).
002620     05  W-ASOF-DD           PIC 9(02).
002630 01  W-DATE-CCYYMMDD         PIC 9(08) VALUE 0.
002640 01  W-ASOF-INT              PIC S9(09) COMP VALUE 0.
002650 01  W-LAST-INT              PIC S9(09) COMP VALUE 0.
002660 01  W-DAYS-IDLE             PIC S9(05) COMP VALUE 0.
002670 01  W-LAST-ACTIVITY         PIC 9(06) VALUE 0.
002680 01  W-CURR-DATE             PIC 9(06) VALUE 0.
002690******************************************************************
002700*    RECENT ACTIVITY TABLE - THE LATEST EXTRACT BUSINESS DATE OF *
002710*    EACH ACCOUNT IN THE RETAINED HISTORY, IN ASCENDING ACCOUNT  *
002720*    ORDER, SO THE MASTER PASS CAN WALK IT SIDE BY SIDE.  ONCE   *
002730*    FULL, THE ACCOUNTS LEFT OVER ARE JUDGED ON THE BALANCE FILE *
002740*    ALONE AND THE RUN ENDS RC=4.                                *
002750******************************************************************
002760 78  W-MAX-RECENT VALUE 20000.
002770 01  W-RECENT-COUNT          PIC S9(05) COMP VALUE 0.
002780 01  W-RECENT-TABLE.
002790     05  W-RECENT-ENTRY OCCURS 20000 TIMES.
002800         10  W-RC-ACCOUNT    PIC X(06).
002810         10  W-RC-DATE       PIC 9(06).
002820 01  W-RC                    PIC S9(05) COMP VALUE 0.
002830 01  W-RECENT-DROPPED        PIC 9(07) VALUE 0.
002840 01  W-DROP-ACCOUNT          PIC X(06) VALUE SPACES.
002850******************************************************************
002860*    RUN COUNTERS                                                *
002870******************************************************************
002880 01  W-EXT-READ              PIC 9(07) VALUE 0.
002890 01  W-BAD-DETAILS           PIC 9(05) VALUE 0.
002900 01  W-MASTER-READ           PIC 9(07) VALUE 0.
002910 01  W-NOT-ACTIVE            PIC 9(07) VALUE 0.
002920 01  W-ACTIVE-READ           PIC 9(07) VALUE 0.
002930 01  W-NOT-DORMANT           PIC 9(07) VALUE 0.
002940 01  W-IDLE-1                PIC 9(07) VALUE 0.
002950 01  W-IDLE-2                PIC 9(07) VALUE 0.
002960 01  W-IDLE-3                PIC 9(07) VALUE 0.
002970 01  W-NO-ACTIVITY           PIC 9(07) VALUE 0.
002980 01  W-CANDIDATES            PIC 9(07) VALUE 0.
002990******************************************************************
003000*    REPORT CONTROL-BREAK HOLDS AND BRANCH ACCUMULATORS          *
003010******************************************************************
003020 01  SM-HOLD-BRANCH          PIC X(03) VALUE SPACES.
003030 01  SM-BRANCH-OPEN-FLAG     PIC X(01) VALUE 'N'.
003040     88  SM-BRANCH-OPEN                 VALUE 'Y'.
003050 01  SM-BR-IDLE-1            PIC S9(07) COMP VALUE 0.
003060 01  SM-BR-IDLE-2            PIC S9(07) COMP VALUE 0.
003070 01  SM-BR-IDLE-3            PIC S9(07) COMP VALUE 0.
003080 01  SM-BR-NO-ACTIVITY       PIC S9(07) COMP VALUE 0.
003090 01  SM-BR-CANDIDATES        PIC S9(07) COMP VALUE 0.

003100 01  WS-RUN-DATE.
003110     05  WS-RUN-YY               PIC 9(02).
003120     05  WS-RUN-MM               PIC 9(02).
003130     05  WS-RUN-DD               PIC 9(02).

003140 01  WS-RUN-TIME.
003150     05  WS-RUN-HH               PIC 9(02).
003160     05  WS-RUN-MN               PIC 9(02).
003170     05  WS-RUN-SS               PIC 9(02).
003180     05  WS-RUN-HH-MN            PIC 9(02).

003190 01  W-FMT-DATE              PIC 9(06) VALUE 0.
003200 01  W-FMT-YMD REDEFINES W-FMT-DATE.
003210     05  W-FMT-YY            PIC 9(02).
003220     05  W-FMT-MM            PIC 9(02).
003230     05  W-FMT-DD            PIC 9(02).
003240 01  W-FMT-TEXT.
003250     05  W-FMT-OUT-MM        PIC 9(02).
003260     05  FILLER              PIC X(01) VALUE '/'.
003270     05  W-FMT-OUT-DD        PIC 9(02).
003280     05  FILLER              PIC X(01) VALUE '/'.
003290     05  W-FMT-OUT-YY        PIC 9(02).
003300******************************************************************
003310*    DORMANCY REPORT CONTROLS AND PRINT LINES                    *
003320******************************************************************
003330 78  WS-LINES-PER-PAGE VALUE 20.

003340 01  WS-REPORT-COUNTERS.
003350     05  WS-LINE-COUNT           PIC S9(03) COMP VALUE 0.
003360     05  WS-PAGE-COUNT           PIC S9(03) COMP VALUE 0.

003370 01  WS-HEADING-LINE-1.
003380     05  FILLER                  PIC X(10) VALUE 'ACCT-DORMA'.
003390     05  FILLER                  PIC X(10) VALUE 'NCY  -  DO'.
003400     05  FILLER                  PIC X(10) VALUE 'RMANT ACCO'.
003410     05  FILLER                  PIC X(10) VALUE 'UNT REPORT'.
003420     05  FILLER                  PIC X(05) VALUE SPACES.
003430     05  FILLER                  PIC X(08) VALUE 'PAGE    '.
003440     05  HL1-PAGE-NO             PIC ZZ9.

003450 01  WS-HEADING-LINE-2.
003460     05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
003470     05  HL2-RUN-MM              PIC 99.
003480     05  FILLER                  PIC X(01) VALUE '/'.
003490     05  HL2-RUN-DD              PIC 99.
003500     05  FILLER                  PIC X(01) VALUE '/'.
003510     05  HL2-RUN-YY              PIC 99.
003520     05  FILLER                  PIC X(06) VALUE '  TIME'.
003530     05  FILLER                  PIC X(02) VALUE ': '.
003540     05  HL2-RUN-HH              PIC 99.
003550     05  FILLER                  PIC X(01) VALUE ':'.
003560     05  HL2-RUN-MN              PIC 99.
003570     05  FILLER                  PIC X(14) VALUE
003580         '   IDLE AS OF '.
003590     05  HL2-ASOF-DATE           PIC X(08).

003600 01  WS-HEADING-LINE-3.
003610     05  FILLER                  PIC X(18) VALUE
003620         'DORMANCY PERIODS: '.
003630     05  HL3-PERIOD-1            PIC ZZZ9.
003640     05  FILLER                  PIC X(03) VALUE ' / '.
003650     05  HL3-PERIOD-2            PIC ZZZ9.
003660     05  FILLER                  PIC X(03) VALUE ' / '.
003670     05  HL3-PERIOD-3            PIC ZZZ9.
003680     05  FILLER                  PIC X(19) VALUE
003690         ' DAYS   CLOSURE AT '.
003700     05  HL3-CLOSE-DAYS          PIC ZZZ9.
003710     05  FILLER                  PIC X(05) VALUE ' DAYS'.

003720 01  WS-BRANCH-HEADING.
003730     05  FILLER                  PIC X(07) VALUE 'BRANCH '.
003740     05  BH-BRANCH               PIC X(03).

003750 01  WS-COLUMN-HEADING.
003760     05  FILLER                  PIC X(08) VALUE 'ACCOUNT '.
003770     05  FILLER                  PIC X(22) VALUE 'NAME'.
003780     05  FILLER                  PIC X(10) VALUE 'LAST ACT'.
003790     05  FILLER                  PIC X(07) VALUE ' IDLE'.
003800     05  FILLER                  PIC X(12) VALUE 'PERIOD'.
003810     05  FILLER                  PIC X(09) VALUE 'CLOSURE'.

003820 01  WS-DETAIL-LINE.
003830     05  DL-ACCOUNT-ID           PIC X(06).
003840     05  FILLER                  PIC X(02) VALUE SPACES.
003850     05  DL-ACCOUNT-NAME         PIC X(20).
003860     05  FILLER                  PIC X(02) VALUE SPACES.
003870     05  DL-LAST-ACTIVITY        PIC X(08).
003880     05  FILLER                  PIC X(02) VALUE SPACES.
003890     05  DL-DAYS-AREA.
003900         10  DL-DAYS             PIC ZZZZ9.
003910     05  DL-DAYS-X REDEFINES DL-DAYS-AREA
003920                                 PIC X(05).
003930     05  FILLER                  PIC X(02) VALUE SPACES.
003940     05  DL-PERIOD-AREA.
003950         10  DL-PERIOD           PIC ZZZ9.
003960         10  DL-PERIOD-TEXT      PIC X(06).
003970     05  DL-PERIOD-X REDEFINES DL-PERIOD-AREA
003980                                 PIC X(10).
003990     05  FILLER                  PIC X(02) VALUE SPACES.
004000     05  DL-CANDIDATE            PIC X(09).

004010 01  WS-IDLE-LINE.
004020     05  FILLER                  PIC X(05) VALUE 'IDLE '.
004030     05  IL-DAYS                 PIC ZZZ9.
004040     05  FILLER                  PIC X(15) VALUE
004050         '+ DAYS        :'.
004060     05  IL-COUNT                PIC ZZZZZZ9.

004070 01  WS-COUNT-LINE.
004080     05  CO-LABEL                PIC X(24).
004090     05  CO-COUNT                PIC ZZZZZZ9.
004100******************************************************************
004110 PROCEDURE DIVISION.
004120******************************************************************
004130*    0000-MAIN-PROCEDURE - OVERALL CONTROL                       *
004140******************************************************************
004150 0000-MAIN-PROCEDURE SECTION.

004160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004170     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.

004180     IF SW-CARD-INVALID
004190         DISPLAY 'ACCT-DORMANCY - CONTROL CARD REJECTED - '
004200             W-CARD-REASON
004210         PERFORM 4600-WRITE-HEADINGS THRU 4600-EXIT
004220         MOVE 'CONTROL CARD REJECTED - NOTHING SELECTED'
004230             TO DORMANCY-RECORD
004240         WRITE DORMANCY-RECORD
004250         MOVE W-CARD-REASON TO DORMANCY-RECORD
004260         WRITE DORMANCY-RECORD
004270         CLOSE ACCOUNT-MASTER
004280         CLOSE BALANCE-FILE
004290         CLOSE DORMANCY-REPORT
004300         CLOSE CANDIDATE-FILE
004310         MOVE 8 TO RETURN-CODE
004320         GOBACK
004330     END-IF.

004340     SORT SORT-WORK-FILE
004350         ON ASCENDING KEY SW-ACCOUNT-ID
004360         INPUT PROCEDURE IS 2000-RELEASE-EXTRACTS
004370         OUTPUT PROCEDURE IS 2500-TABLE-RECENT.

004380     SORT SORT-WORK-FILE
004390         ON ASCENDING KEY SW-BRANCH SW-CLASS
004400         ON DESCENDING KEY SW-DAYS
004410         ON ASCENDING KEY SW-ACCOUNT-ID
004420         INPUT PROCEDURE IS 3000-SELECT-DORMANT
004430         OUTPUT PROCEDURE IS 4000-PRINT-DORMANT.

004440     PERFORM 5000-WRITE-RUN-TOTALS THRU 5000-EXIT.

004450     CLOSE ACCOUNT-MASTER.
004460     CLOSE BALANCE-FILE.
004470     CLOSE DORMANCY-REPORT.
004480     CLOSE CANDIDATE-FILE.
004490     DISPLAY 'ACCT-DORMANCY - CLOSURE CANDIDATES WRITTEN: '
004500         W-CANDIDATES.
004510     IF SW-TABLE-FULL
004520         DISPLAY 'ACCT-DORMANCY - RECENT ACTIVITY TABLE FULL - '
004530             W-RECENT-DROPPED ' ACCOUNT(S) JUDGED ON THE BALANCE '
004540             'FILE ALONE'
004550         MOVE 4 TO RETURN-CODE
004560     END-IF.
004570     GOBACK.

004580 0000-EXIT.
004590     EXIT.
004600******************************************************************
004610*    1000-INITIALIZE - SET THE AS-OF DATE AND OPEN THE FILES THE *
004620*    RUN CANNOT DO WITHOUT: THE MASTER, THE BALANCE FILE, THE    *
004630*    REPORT, AND THE CANDIDATE FILE (RC=12).  THE EXTRACT HISTORY*
004640*    IS OPENED AS IT IS READ.                                    *
004650******************************************************************
004660 1000-INITIALIZE.

004670     ACCEPT WS-RUN-DATE FROM DATE.
004680     ACCEPT WS-RUN-TIME FROM TIME.
004690     COMPUTE W-ASOF-YYMMDD =
004700         WS-RUN-YY * 10000 + WS-RUN-MM * 100 + WS-RUN-DD.

004710     OPEN INPUT BUSDATE-FILE.
004720     IF WS-BDATFILE-OK
004730         READ BUSDATE-FILE
004740             AT END
004750                 CONTINUE
004760         END-READ
004770         IF WS-BDATFILE-OK
004780             AND BD-BUSINESS-DATE IS NUMERIC
004790             AND BD-BUSINESS-DATE > 0
004800             MOVE BD-BUSINESS-DATE TO W-ASOF-YYMMDD
004810         END-IF
004820         CLOSE BUSDATE-FILE
004830     ELSE
004840         DISPLAY 'ACCT-DORMANCY - NO BUSINESS-DATE FILE - '
004850             'USING SYSTEM DATE'
004860     END-IF.

004870     COMPUTE W-DATE-CCYYMMDD = 20000000 + W-ASOF-YYMMDD.
004880     COMPUTE W-ASOF-INT =
004890         FUNCTION INTEGER-OF-DATE(W-DATE-CCYYMMDD).

004900     OPEN INPUT ACCOUNT-MASTER.
004910     IF NOT WS-ACCTMST-OK
004920         DISPLAY 'ACCT-DORMANCY - ACCOUNT MASTER NOT AVAILABLE'
004930         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
004940     END-IF.
004950     OPEN INPUT BALANCE-FILE.
004960     IF NOT WS-ACCTBAL-OK
004970         DISPLAY 'ACCT-DORMANCY - BALANCE FILE NOT AVAILABLE'
004980         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
004990     END-IF.
005000     OPEN OUTPUT DORMANCY-REPORT.
005010     IF NOT WS-DORMRPT-OK
005020         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
005030     END-IF.
005040     OPEN OUTPUT CANDIDATE-FILE.
005050     IF NOT WS-CANDOUT-OK
005060         DISPLAY 'ACCT-DORMANCY - CANDIDATE FILE NOT AVAILABLE'
005070         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
005080     END-IF.

005090     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
005100     MOVE 0 TO WS-PAGE-COUNT.

005110 1000-EXIT.
005120     EXIT.
005130******************************************************************
005140*    1100-READ-CONTROL-CARD - TAKE THE PERIODS FROM THE CONTROL  *
005150*    CARD WHERE IT GIVES THEM.  NO CARD, OR A BLANK ONE, RUNS ON *
005160*    THE DEFAULTS.  A CARD THAT CANNOT BE READ AS RISING PERIODS *
005170*    STOPS THE RUN (RC=8) RATHER THAN GUESS AT WHAT WAS MEANT.   *
005180******************************************************************
005190 1100-READ-CONTROL-CARD.

005200     SET SW-CARD-VALID TO TRUE.
005210     OPEN INPUT CONTROL-FILE.
005220     IF NOT WS-DORMCARD-OK
005230         DISPLAY 'ACCT-DORMANCY - NO CONTROL CARD - '
005240             'DEFAULT PERIODS USED'
005250         GO TO 1100-CHECK-PERIODS
005260     END-IF.
005270     READ CONTROL-FILE
005280         AT END
005290             MOVE SPACES TO CONTROL-RECORD
005300     END-READ.
005310     CLOSE CONTROL-FILE.

005320     IF CC-PERIOD-1-X NOT = SPACES
005330         IF CC-PERIOD-1 IS NUMERIC
005340             MOVE CC-PERIOD-1 TO W-PERIOD-1
005350         ELSE
005360             MOVE 'FIRST PERIOD (COLS 1-4) NOT NUMERIC'
005370                 TO W-CARD-REASON
005380             SET SW-CARD-INVALID TO TRUE
005390             GO TO 1100-EXIT
005400         END-IF
005410     END-IF.
005420     IF CC-PERIOD-2-X NOT = SPACES
005430         IF CC-PERIOD-2 IS NUMERIC
005440             MOVE CC-PERIOD-2 TO W-PERIOD-2
005450         ELSE
005460             MOVE 'SECOND PERIOD (COLS 5-8) NOT NUMERIC'
005470                 TO W-CARD-REASON
005480             SET SW-CARD-INVALID TO TRUE
005490             GO TO 1100-EXIT
005500         END-IF
005510     END-IF.
005520     IF CC-PERIOD-3-X NOT = SPACES
005530         IF CC-PERIOD-3 IS NUMERIC
005540             MOVE CC-PERIOD-3 TO W-PERIOD-3
005550         ELSE
005560             MOVE 'THIRD PERIOD (COLS 9-12) NOT NUMERIC'
005570                 TO W-CARD-REASON
005580             SET SW-CARD-INVALID TO TRUE
005590             GO TO 1100-EXIT
005600         END-IF
005610     END-IF.
005620     IF CC-CLOSE-DAYS-X NOT = SPACES
005630         IF CC-CLOSE-DAYS IS NUMERIC
005640             MOVE CC-CLOSE-DAYS TO W-CLOSE-DAYS
005650         ELSE
005660             MOVE 'CLOSURE DAYS (COLS 13-16) NOT NUMERIC'
005670                 TO W-CARD-REASON
005680             SET SW-CARD-INVALID TO TRUE
005690             GO TO 1100-EXIT
005700         END-IF
005710     END-IF.

005720 1100-CHECK-PERIODS.

005730     IF W-CLOSE-DAYS = 0
005740         MOVE W-PERIOD-3 TO W-CLOSE-DAYS
005750     END-IF.

005760     EVALUATE TRUE
005770         WHEN W-PERIOD-1 = 0
005780             MOVE 'FIRST PERIOD IS ZERO' TO W-CARD-REASON
005790         WHEN W-PERIOD-2 NOT > W-PERIOD-1
005800             MOVE 'SECOND PERIOD NOT AFTER THE FIRST'
005810                 TO W-CARD-REASON
005820         WHEN W-PERIOD-3 NOT > W-PERIOD-2
005830             MOVE 'THIRD PERIOD NOT AFTER THE SECOND'
005840                 TO W-CARD-REASON
005850         WHEN W-CLOSE-DAYS < W-PERIOD-1
005860             MOVE 'CLOSURE DAYS SHORTER THAN FIRST PERIOD'
005870                 TO W-CARD-REASON
005880         WHEN OTHER
005890             CONTINUE
005900     END-EVALUATE.
005910     IF W-CARD-REASON NOT = SPACES
005920         SET SW-CARD-INVALID TO TRUE
005930     END-IF.

005940 1100-EXIT.
005950     EXIT.
005960******************************************************************
005970*    2000-SORT-EXTRACT-PROCEDURES - INPUT AND OUTPUT PROCEDURES  *
005980*    FOR THE EXTRACT HISTORY SORT, IN THEIR OWN SECTION SO THEY  *
005990*    RUN ONLY AS PART OF THE SORT.                               *
006000******************************************************************
006010 2000-SORT-EXTRACT-PROCEDURES SECTION.
006020******************************************************************
006030*    2000-RELEASE-EXTRACTS - ONE PASS OVER THE CONCATENATED DAILY*
006040*    EXTRACTS.  EACH 'H' HEADER SETS THE BUSINESS DATE ITS       *
006050*    DETAILS ARE FILED UNDER (THE RUN DATE ON A HEADER THAT      *
006060*    PREDATES THE BUSINESS-DATE FIELD); EVERY READABLE 'D' IS    *
006070*    RELEASED WITH THAT DATE.  THE HISTORY IS REQUIRED (RC=12).  *
006080******************************************************************
006090 2000-RELEASE-EXTRACTS.

006100     OPEN INPUT EXTRACT-HISTORY.
006110     IF NOT WS-EXTHIST-OK
006120         DISPLAY 'ACCT-DORMANCY - EXTRACT HISTORY NOT AVAILABLE'
006130         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
006140     END-IF.

006150     PERFORM UNTIL NOT WS-EXTHIST-OK
006160         READ EXTRACT-HISTORY
006170             AT END
006180                 CONTINUE
006190         END-READ
006200         IF WS-EXTHIST-OK
006210             EVALUATE XH-RECORD-TYPE
006220                 WHEN 'H'
006230                     IF XH-BUSINESS-DATE IS NUMERIC
006240                         AND XH-BUSINESS-DATE > 0
006250                         MOVE XH-BUSINESS-DATE TO W-CURR-DATE
006260                     ELSE
006270                         IF XH-RUN-DATE IS NUMERIC
006280                             MOVE XH-RUN-DATE TO W-CURR-DATE
006290                         ELSE
006300                             MOVE 0 TO W-CURR-DATE
006310                         END-IF
006320                     END-IF
006330                 WHEN 'D'
006340                     PERFORM 2100-EXTRACT-DETAIL THRU 2100-EXIT
006350                 WHEN OTHER
006360                     CONTINUE
006370             END-EVALUATE
006380         END-IF
006390     END-PERFORM.
006400     CLOSE EXTRACT-HISTORY.
006410******************************************************************
006420*    2100-EXTRACT-DETAIL - RELEASE ONE DETAIL'S ACCOUNT AND DATE.*
006430*    A DETAIL WITH NO DATED HEADER AHEAD OF IT CANNOT BE PLACED  *
006440*    AND IS COUNTED WITH THE UNREADABLE ONES.                    *
006450******************************************************************
006460 2100-EXTRACT-DETAIL.

006470     ADD 1 TO W-EXT-READ.
006480     IF XD-ACCOUNT-ID = SPACES
006490         OR W-CURR-DATE = 0
006500         ADD 1 TO W-BAD-DETAILS
006510         GO TO 2100-EXIT
006520     END-IF.

006530     MOVE SPACES TO SORT-WORK-RECORD.
006540     MOVE XD-ACCOUNT-ID TO SW-ACCOUNT-ID.
006550     MOVE W-CURR-DATE TO SW-DATE.
006560     MOVE 0 TO SW-DAYS.
006570     RELEASE SORT-WORK-RECORD.

006580 2100-EXIT.
006590     EXIT.
006600******************************************************************
006610*    2500-TABLE-RECENT - KEEP THE LATEST DATE OF EACH ACCOUNT, IN*
006620*    THE ACCOUNT ORDER THE SORT DELIVERS.  AN ACCOUNT THAT NO    *
006630*    LONGER FITS IS COUNTED AND LEFT TO THE BALANCE FILE.        *
006640******************************************************************
006650 2500-TABLE-RECENT.

006660     MOVE 'N' TO SW-END-OF-SORT.
006670     MOVE 0 TO W-RECENT-COUNT.

006680     PERFORM UNTIL SW-SORT-DONE
006690         RETURN SORT-WORK-FILE
006700             AT END
006710                 MOVE 'Y' TO SW-END-OF-SORT
006720         END-RETURN
006730         IF NOT SW-SORT-DONE
006740             PERFORM 2600-TABLE-ONE-DETAIL THRU 2600-EXIT
006750         END-IF
006760     END-PERFORM.
006770******************************************************************
006780*    2600-TABLE-ONE-DETAIL - A NEW ACCOUNT STARTS AN ENTRY; A    *
006790*    REPEAT OF THE LAST ACCOUNT RAISES ITS DATE IF LATER.        *
006800******************************************************************
006810 2600-TABLE-ONE-DETAIL.

006820     IF W-RECENT-COUNT > 0
006830         IF SW-ACCOUNT-ID = W-RC-ACCOUNT(W-RECENT-COUNT)
006840             IF SW-DATE > W-RC-DATE(W-RECENT-COUNT)
006850                 MOVE SW-DATE TO W-RC-DATE(W-RECENT-COUNT)
006860             END-IF
006870             GO TO 2600-EXIT
006880         END-IF
006890     END-IF.

006900     IF W-RECENT-COUNT >= W-MAX-RECENT
006910         IF SW-ACCOUNT-ID NOT = W-DROP-ACCOUNT
006920             ADD 1 TO W-RECENT-DROPPED
006930             MOVE SW-ACCOUNT-ID TO W-DROP-ACCOUNT
006940         END-IF
006950         SET SW-TABLE-FULL TO TRUE
006960         GO TO 2600-EXIT
006970     END-IF.

006980     ADD 1 TO W-RECENT-COUNT.
006990     MOVE SW-ACCOUNT-ID TO W-RC-ACCOUNT(W-RECENT-COUNT).
007000     MOVE SW-DATE TO W-RC-DATE(W-RECENT-COUNT).

007010 2600-EXIT.
007020     EXIT.
007030******************************************************************
007040*    3000-SORT-SELECT-PROCEDURES - INPUT PROCEDURE FOR THE       *
007050*    DORMANCY SORT.                                              *
007060******************************************************************
007070 3000-SORT-SELECT-PROCEDURES SECTION.
007080******************************************************************
007090*    3000-SELECT-DORMANT - ONE PASS OF THE ACCOUNT MASTER IN     *
007100*    ACCOUNT ORDER.  ONLY ACTIVE ACCOUNTS ARE JUDGED; A CLOSED   *
007110*    ACCOUNT IS ALREADY WHERE A DORMANT ONE WOULD END UP.        *
007120******************************************************************
007130 3000-SELECT-DORMANT.

007140     MOVE 1 TO W-RC.

007150     PERFORM UNTIL NOT WS-ACCTMST-OK
007160         READ ACCOUNT-MASTER NEXT RECORD
007170             AT END
007180                 CONTINUE
007190         END-READ
007200         IF WS-ACCTMST-OK
007210             ADD 1 TO W-MASTER-READ
007220             IF AM-ACCOUNT-ACTIVE
007230                 PERFORM 3100-JUDGE-ACCOUNT THRU 3100-EXIT
007240             ELSE
007250                 ADD 1 TO W-NOT-ACTIVE
007260             END-IF
007270         END-IF
007280     END-PERFORM.
007290******************************************************************
007300*    3100-JUDGE-ACCOUNT - FIND THE ACCOUNT'S LAST ACTIVITY DATE  *
007310*    AND DAYS IDLE.  AN ACCOUNT IDLE FOR AT LEAST THE FIRST      *
007320*    PERIOD, OR WITH NO ACTIVITY ON RECORD, IS RELEASED FOR THE  *
007330*    REPORT.  A DATE THAT IS NOT A REAL DATE IS TREATED AS NO    *
007340*    ACTIVITY ON RECORD, SO THE ACCOUNT IS LOOKED AT BY HAND.    *
007350******************************************************************
007360 3100-JUDGE-ACCOUNT.

007370     ADD 1 TO W-ACTIVE-READ.
007380     MOVE 0 TO W-LAST-ACTIVITY.

007390     MOVE AM-ACCOUNT-ID TO BL-ACCOUNT-ID.
007400     READ BALANCE-FILE
007410         INVALID KEY
007420             CONTINUE
007430         NOT INVALID KEY
007440             IF BL-LAST-ACTIVITY IS NUMERIC
007450                 MOVE BL-LAST-ACTIVITY TO W-LAST-ACTIVITY
007460             END-IF
007470     END-READ.

007480     PERFORM 3200-FIND-RECENT THRU 3200-EXIT.

007490     MOVE SPACES TO SORT-WORK-RECORD.
007500     MOVE AM-BRANCH TO SW-BRANCH.
007510     MOVE AM-ACCOUNT-ID TO SW-ACCOUNT-ID.
007520     MOVE AM-ACCOUNT-NAME TO SW-ACCOUNT-NAME.
007530     MOVE W-LAST-ACTIVITY TO SW-DATE.
007540     MOVE 0 TO SW-DAYS.

007550     MOVE 0 TO W-LAST-INT.
007560     IF W-LAST-ACTIVITY > 0
007570         COMPUTE W-DATE-CCYYMMDD = 20000000 + W-LAST-ACTIVITY
007580         COMPUTE W-LAST-INT =
007590             FUNCTION INTEGER-OF-DATE(W-DATE-CCYYMMDD)
007600     END-IF.
007610     IF W-LAST-INT = 0
007620         SET SW-NO-ACTIVITY TO TRUE
007630         RELEASE SORT-WORK-RECORD
007640         GO TO 3100-EXIT
007650     END-IF.

007660     COMPUTE W-DAYS-IDLE = W-ASOF-INT - W-LAST-INT.
007670     IF W-DAYS-IDLE < W-PERIOD-1
007680         ADD 1 TO W-NOT-DORMANT
007690         GO TO 3100-EXIT
007700     END-IF.

007710     SET SW-DATED TO TRUE.
007720     MOVE W-DAYS-IDLE TO SW-DAYS.
007730     RELEASE SORT-WORK-RECORD.

007740 3100-EXIT.
007750     EXIT.
007760******************************************************************
007770*    3200-FIND-RECENT - STEP THE RECENT ACTIVITY TABLE UP TO THIS*
007780*    ACCOUNT.  BOTH ARE IN ACCOUNT ORDER, SO THE TABLE IS WALKED *
007790*    ONCE FOR THE WHOLE MASTER.  A LATER EXTRACT DATE REPLACES   *
007800*    THE BALANCE FILE'S.                                         *
007810******************************************************************
007820 3200-FIND-RECENT.

007830     MOVE 'N' TO SW-PAST-FLAG.
007840     PERFORM UNTIL W-RC > W-RECENT-COUNT OR SW-PAST-ACCOUNT
007850         IF W-RC-ACCOUNT(W-RC) < AM-ACCOUNT-ID
007860             ADD 1 TO W-RC
007870         ELSE
007880             SET SW-PAST-ACCOUNT TO TRUE
007890         END-IF
007900     END-PERFORM.

007910     IF SW-PAST-ACCOUNT
007920         IF W-RC-ACCOUNT(W-RC) = AM-ACCOUNT-ID
007930             AND W-RC-DATE(W-RC) > W-LAST-ACTIVITY
007940             MOVE W-RC-DATE(W-RC) TO W-LAST-ACTIVITY
007950         END-IF
007960     END-IF.

007970 3200-EXIT.
007980     EXIT.
007990******************************************************************
008000*    4000-SORT-OUTPUT-PROCEDURES - OUTPUT PROCEDURE AND PRINT    *
008010*    PARAGRAPHS FOR THE DORMANCY SORT.                           *
008020******************************************************************
008030 4000-SORT-OUTPUT-PROCEDURES SECTION.
008040******************************************************************
008050*    4000-PRINT-DORMANT - CONTROL-BREAK THE DORMANT ACCOUNTS BY  *
008060*    BRANCH.  EACH BRANCH STARTS A NEW PAGE AND ENDS WITH ITS    *
008070*    COUNTS.                                                     *
008080******************************************************************
008090 4000-PRINT-DORMANT.

008100     MOVE 'N' TO SW-END-OF-SORT.
008110     MOVE 'N' TO SM-BRANCH-OPEN-FLAG.

008120     PERFORM UNTIL SW-SORT-DONE
008130         RETURN SORT-WORK-FILE
008140             AT END
008150                 MOVE 'Y' TO SW-END-OF-SORT
008160         END-RETURN
008170         IF NOT SW-SORT-DONE
008180             IF NOT SM-BRANCH-OPEN
008190                 OR SW-BRANCH NOT = SM-HOLD-BRANCH
008200                 PERFORM 4100-CLOSE-BRANCH THRU 4100-EXIT
008210                 PERFORM 4200-OPEN-BRANCH THRU 4200-EXIT
008220             END-IF
008230             PERFORM 4300-PRINT-ACCOUNT THRU 4300-EXIT
008240         END-IF
008250     END-PERFORM.

008260     PERFORM 4100-CLOSE-BRANCH THRU 4100-EXIT.
008270******************************************************************
008280*    4100-CLOSE-BRANCH - THE COUNTS FOR THE BRANCH JUST FINISHED.*
008290*    THE IDLE COUNTS ARE CUMULATIVE - AN ACCOUNT IDLE FOR THE    *
008300*    THIRD PERIOD IS ALSO COUNTED UNDER THE FIRST TWO.           *
008310******************************************************************
008320 4100-CLOSE-BRANCH.

008330     IF NOT SM-BRANCH-OPEN
008340         GO TO 4100-EXIT
008350     END-IF.

008360     IF WS-LINE-COUNT + 7 > WS-LINES-PER-PAGE
008370         PERFORM 4600-WRITE-HEADINGS THRU 4600-EXIT
008380     END-IF.
008390     MOVE SPACES TO DORMANCY-RECORD.
008400     WRITE DORMANCY-RECORD.
008410     MOVE SM-HOLD-BRANCH TO BH-BRANCH.
008420     WRITE DORMANCY-RECORD FROM WS-BRANCH-HEADING.
008430     MOVE W-PERIOD-1 TO IL-DAYS.
008440     MOVE SM-BR-IDLE-1 TO IL-COUNT.
008450     WRITE DORMANCY-RECORD FROM WS-IDLE-LINE.
008460     MOVE W-PERIOD-2 TO IL-DAYS.
008470     MOVE SM-BR-IDLE-2 TO IL-COUNT.
008480     WRITE DORMANCY-RECORD FROM WS-IDLE-LINE.
008490     MOVE W-PERIOD-3 TO IL-DAYS.
008500     MOVE SM-BR-IDLE-3 TO IL-COUNT.
008510     WRITE DORMANCY-RECORD FROM WS-IDLE-LINE.
008520     MOVE 'NO ACTIVITY ON RECORD  :' TO CO-LABEL.
008530     MOVE SM-BR-NO-ACTIVITY TO CO-COUNT.
008540     WRITE DORMANCY-RECORD FROM WS-COUNT-LINE.
008550     MOVE 'CLOSURE CANDIDATES     :' TO CO-LABEL.
008560     MOVE SM-BR-CANDIDATES TO CO-COUNT.
008570     WRITE DORMANCY-RECORD FROM WS-COUNT-LINE.
008580     ADD 7 TO WS-LINE-COUNT.

008590     MOVE 'N' TO SM-BRANCH-OPEN-FLAG.

008600 4100-EXIT.
008610     EXIT.
008620******************************************************************
008630*    4200-OPEN-BRANCH - START THE PAGE FOR THE BRANCH ON THE     *
008640*    CURRENT SORT RECORD AND CLEAR ITS COUNTS.                   *
008650******************************************************************
008660 4200-OPEN-BRANCH.

008670     MOVE SW-BRANCH TO SM-HOLD-BRANCH.
008680     SET SM-BRANCH-OPEN TO TRUE.
008690     MOVE 0 TO SM-BR-IDLE-1.
008700     MOVE 0 TO SM-BR-IDLE-2.
008710     MOVE 0 TO SM-BR-IDLE-3.
008720     MOVE 0 TO SM-BR-NO-ACTIVITY.
008730     MOVE 0 TO SM-BR-CANDIDATES.

008740     PERFORM 4600-WRITE-HEADINGS THRU 4600-EXIT.

008750 4200-EXIT.
008760     EXIT.
008770******************************************************************
008780*    4300-PRINT-ACCOUNT - ONE DORMANT ACCOUNT: THE LONGEST PERIOD*
008790*    IT HAS BEEN IDLE FOR, AND WHETHER IT IS A CLOSURE CANDIDATE.*
008800*    A CANDIDATE ALSO GOES TO THE CANDIDATE FILE.                *
008810******************************************************************
008820 4300-PRINT-ACCOUNT.

008830     MOVE SW-ACCOUNT-ID TO DL-ACCOUNT-ID.
008840     MOVE SW-ACCOUNT-NAME TO DL-ACCOUNT-NAME.
008850     MOVE SPACES TO DL-CANDIDATE.

008860     IF SW-NO-ACTIVITY
008870         MOVE 'NONE' TO DL-LAST-ACTIVITY
008880         MOVE SPACES TO DL-DAYS-X
008890         MOVE 'NO RECORD' TO DL-PERIOD-X
008900         ADD 1 TO SM-BR-NO-ACTIVITY
008910         ADD 1 TO W-NO-ACTIVITY
008920     ELSE
008930         MOVE SW-DATE TO W-FMT-DATE
008940         PERFORM 4500-FORMAT-DATE THRU 4500-EXIT
008950         MOVE W-FMT-TEXT TO DL-LAST-ACTIVITY
008960         MOVE SW-DAYS TO DL-DAYS
008970         MOVE '+ DAYS' TO DL-PERIOD-TEXT
008980         ADD 1 TO SM-BR-IDLE-1
008990         ADD 1 TO W-IDLE-1
009000         MOVE W-PERIOD-1 TO DL-PERIOD
009010         IF SW-DAYS >= W-PERIOD-2
009020             ADD 1 TO SM-BR-IDLE-2
009030             ADD 1 TO W-IDLE-2
009040             MOVE W-PERIOD-2 TO DL-PERIOD
009050         END-IF
009060         IF SW-DAYS >= W-PERIOD-3
009070             ADD 1 TO SM-BR-IDLE-3
009080             ADD 1 TO W-IDLE-3
009090             MOVE W-PERIOD-3 TO DL-PERIOD
009100         END-IF
009110         IF SW-DAYS >= W-CLOSE-DAYS
009120             MOVE 'CANDIDATE' TO DL-CANDIDATE
009130             PERFORM 4400-WRITE-CANDIDATE THRU 4400-EXIT
009140         END-IF
009150     END-IF.

009160     PERFORM 4700-CHECK-PAGE THRU 4700-EXIT.
009170     WRITE DORMANCY-RECORD FROM WS-DETAIL-LINE.
009180     ADD 1 TO WS-LINE-COUNT.

009190 4300-EXIT.
009200     EXIT.
009210******************************************************************
009220*    4400-WRITE-CANDIDATE - ONE 'C' TRANSACTION FOR ACCT-MAINT.  *
009230******************************************************************
009240 4400-WRITE-CANDIDATE.

009250     MOVE SPACES TO CANDIDATE-RECORD.
009260     MOVE 'C' TO CT-ACTION.
009270     MOVE SW-ACCOUNT-ID TO CT-ACCOUNT-ID.
009280     MOVE SW-ACCOUNT-NAME TO CT-ACCOUNT-NAME.
009290     MOVE SW-BRANCH TO CT-BRANCH.
009300     MOVE SW-DATE TO CT-LAST-ACTIVITY.
009310     MOVE SW-DAYS TO CT-DAYS-IDLE.
009320     WRITE CANDIDATE-RECORD.
009330     ADD 1 TO SM-BR-CANDIDATES.
009340     ADD 1 TO W-CANDIDATES.

009350 4400-EXIT.
009360     EXIT.
009370******************************************************************
009380*    4500-FORMAT-DATE - W-FMT-DATE (YYMMDD) AS MM/DD/YY IN       *
009390*    W-FMT-TEXT.                                                 *
009400******************************************************************
009410 4500-FORMAT-DATE.

009420     MOVE W-FMT-MM TO W-FMT-OUT-MM.
009430     MOVE W-FMT-DD TO W-FMT-OUT-DD.
009440     MOVE W-FMT-YY TO W-FMT-OUT-YY.

009450 4500-EXIT.
009460     EXIT.
009470******************************************************************
009480*    4600-WRITE-HEADINGS - PAGE HEADING; INSIDE A BRANCH, THE    *
009490*    BRANCH LINE AND THE COLUMN HEADING.                         *
009500******************************************************************
009510 4600-WRITE-HEADINGS.

009520     ADD 1 TO WS-PAGE-COUNT.
009530     MOVE WS-PAGE-COUNT TO HL1-PAGE-NO.
009540     WRITE DORMANCY-RECORD FROM WS-HEADING-LINE-1.

009550     MOVE WS-RUN-MM TO HL2-RUN-MM.
009560     MOVE WS-RUN-DD TO HL2-RUN-DD.
009570     MOVE WS-RUN-YY TO HL2-RUN-YY.
009580     MOVE WS-RUN-HH TO HL2-RUN-HH.
009590     MOVE WS-RUN-MN TO HL2-RUN-MN.
009600     MOVE W-ASOF-YYMMDD TO W-FMT-DATE.
009610     PERFORM 4500-FORMAT-DATE THRU 4500-EXIT.
009620     MOVE W-FMT-TEXT TO HL2-ASOF-DATE.
009630     WRITE DORMANCY-RECORD FROM WS-HEADING-LINE-2.

009640     MOVE W-PERIOD-1 TO HL3-PERIOD-1.
009650     MOVE W-PERIOD-2 TO HL3-PERIOD-2.
009660     MOVE W-PERIOD-3 TO HL3-PERIOD-3.
009670     MOVE W-CLOSE-DAYS TO HL3-CLOSE-DAYS.
009680     WRITE DORMANCY-RECORD FROM WS-HEADING-LINE-3.
009690     MOVE SPACES TO DORMANCY-RECORD.
009700     WRITE DORMANCY-RECORD.
009710     MOVE 0 TO WS-LINE-COUNT.

009720     IF SM-BRANCH-OPEN
009730         MOVE SM-HOLD-BRANCH TO BH-BRANCH
009740         WRITE DORMANCY-RECORD FROM WS-BRANCH-HEADING
009750         WRITE DORMANCY-RECORD FROM WS-COLUMN-HEADING
009760         MOVE 2 TO WS-LINE-COUNT
009770     END-IF.

009780 4600-EXIT.
009790     EXIT.
009800******************************************************************
009810*    4700-CHECK-PAGE - PAGE-BREAK CHECK AHEAD OF A REPORT LINE.  *
009820******************************************************************
009830 4700-CHECK-PAGE.

009840     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009850         PERFORM 4600-WRITE-HEADINGS THRU 4600-EXIT
009860     END-IF.

009870 4700-EXIT.
009880     EXIT.
009890******************************************************************
009900*    5000-TOTALS-PROCEDURES - THE RUN TOTALS, BACK IN LINE AFTER *
009910*    THE SORTS.                                                  *
009920******************************************************************
009930 5000-TOTALS-PROCEDURES SECTION.
009940******************************************************************
009950*    5000-WRITE-RUN-TOTALS - WHAT WAS READ, WHAT WAS FOUND, AND  *
009960*    WHAT WENT TO THE CANDIDATE FILE.                            *
009970******************************************************************
009980 5000-WRITE-RUN-TOTALS.

009990     MOVE 'N' TO SM-BRANCH-OPEN-FLAG.
010000     PERFORM 4600-WRITE-HEADINGS THRU 4600-EXIT.
010010     MOVE 'RUN TOTALS' TO DORMANCY-RECORD.
010020     WRITE DORMANCY-RECORD.
010030     MOVE 'EXTRACT DETAILS READ   :' TO CO-LABEL.
010040     MOVE W-EXT-READ TO CO-COUNT.
010050     WRITE DORMANCY-RECORD FROM WS-COUNT-LINE.
010060     MOVE 'UNREADABLE DETAILS     :' TO CO-LABEL.
010070     MOVE W-BAD-DETAILS TO CO-COUNT.
010080     WRITE DORMANCY-RECORD FROM WS-COUNT-LINE.
010090     MOVE 'ACCOUNTS IN HISTORY    :' TO CO-LABEL.
010100     MOVE W-RECENT-COUNT TO CO-COUNT.
010110     WRITE DORMANCY-RECORD FROM WS-COUNT-LINE.
010120     MOVE 'MASTER RECORDS READ    :' TO CO-LABEL.
010130     MOVE W-MASTER-READ TO CO-COUNT.
010140     WRITE DORMANCY-RECORD FROM WS-COUNT-LINE.
010150     MOVE 'NOT ACTIVE - SKIPPED   :' TO CO-LABEL.
010160     MOVE W-NOT-ACTIVE TO CO-COUNT.
010170     WRITE DORMANCY-RECORD FROM WS-COUNT-LINE.
010180     MOVE 'ACTIVE ACCOUNTS        :' TO CO-LABEL.
010190     MOVE W-ACTIVE-READ TO CO-COUNT.
010200     WRITE DORMANCY-RECORD FROM WS-COUNT-LINE.
010210     MOVE 'ACTIVE WITHIN PERIOD   :' TO CO-LABEL.
010220     MOVE W-NOT-DORMANT TO CO-COUNT.
010230     WRITE DORMANCY-RECORD FROM WS-COUNT-LINE.
010240     MOVE W-PERIOD-1 TO IL-DAYS.
010250     MOVE W-IDLE-1 TO IL-COUNT.
010260     WRITE DORMANCY-RECORD FROM WS-IDLE-LINE.
010270     MOVE W-PERIOD-2 TO IL-DAYS.
010280     MOVE W-IDLE-2 TO IL-COUNT.
010290     WRITE DORMANCY-RECORD FROM WS-IDLE-LINE.
010300     MOVE W-PERIOD-3 TO IL-DAYS.
010310     MOVE W-IDLE-3 TO IL-COUNT.
010320     WRITE DORMANCY-RECORD FROM WS-IDLE-LINE.
010330     MOVE 'NO ACTIVITY ON RECORD  :' TO CO-LABEL.
010340     MOVE W-NO-ACTIVITY TO CO-COUNT.
010350     WRITE DORMANCY-RECORD FROM WS-COUNT-LINE.
010360     MOVE 'CLOSURE CANDIDATES     :' TO CO-LABEL.
010370     MOVE W-CANDIDATES TO CO-COUNT.
010380     WRITE DORMANCY-RECORD FROM WS-COUNT-LINE.

010390     IF SW-TABLE-FULL
010400         MOVE 'RECENT ACTIVITY TABLE FULL - THE ACCOUNTS LEFT OUT'
010410             TO DORMANCY-RECORD
010420         WRITE DORMANCY-RECORD
010430         MOVE 'WERE JUDGED ON THE BALANCE FILE ALONE'
010440             TO DORMANCY-RECORD
010450         WRITE DORMANCY-RECORD
010460         MOVE 'ACCOUNTS LEFT OUT      :' TO CO-LABEL
010470         MOVE W-RECENT-DROPPED TO CO-COUNT
010480         WRITE DORMANCY-RECORD FROM WS-COUNT-LINE
010490     END-IF.

010500 5000-EXIT.
010510     EXIT.
010520******************************************************************
010530*    3950-ABEND-FILE-ERROR - A REQUIRED FILE COULD NOT BE        *
010540*    OPENED.  ENDS THE STEP WITH RC=12.                          *
010550******************************************************************
010560 3950-ABEND-FILE-ERROR.

010570     DISPLAY 'ACCT-DORMANCY - REQUIRED FILE NOT AVAILABLE'.
010580     MOVE 12 TO RETURN-CODE.
010590     STOP RUN.

010600 3950-EXIT.
010610     EXIT.
