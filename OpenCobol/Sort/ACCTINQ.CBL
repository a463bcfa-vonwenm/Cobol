000010******************************************************************
000020* PROGRAM:     ACCT-INQUIRY                                      *
000030* AUTHOR:      RH                                                *
000040* INSTALLATION: DATA CENTER APPLICATIONS GROUP                   *
000050* DATE-WRITTEN: 15/10/2026                                       *
000060*                                                                *
000070* REMARKS.  ACCOUNT ACTIVITY RESEARCH INQUIRY.  WHEN A BRANCH    *
000080*           DISPUTES AN ITEM, OPERATIONS USED TO BROWSE THE DAILY*
000090*           EXTRACT GENERATIONS ONE AT A TIME.  THIS PROGRAM     *
000100*           TAKES ONE OR MORE REQUEST CARDS, EACH NAMING AN      *
000110*           ACCOUNT (OR A BRANCH) AND A FROM/TO BUSINESS DATE,   *
000120*           AND ANSWERS THEM ALL IN ONE PASS OVER THE RETAINED   *
000130*           HISTORY:                                             *
000140*             - EVERY EXTRACT DETAIL IN THE WINDOW FROM THE DAILY*
000150*               EXTRACT GDG (PROD.APPL.SORT.EXTRACT.DAILY), WITH *
000160*               ITS BUSINESS DATE AND EXTRACT SEQUENCE (A DATE   *
000165*               THAT WAS RERUN FROM ITS LATEST RUN ONLY);        *
000170*             - THE POSTING ACKNOWLEDGMENT STATUS OF EACH DETAIL *
000180*               FROM THE ACK HISTORY EXTRACT-RECON FILES NIGHTLY,*
000190*               WHERE THAT DAY'S GENERATION IS STILL RETAINED;   *
000200*             - A DAY TOTAL AND A RUNNING TOTAL ACROSS THE       *
000205*               WINDOW;                                          *
000210*             - EVERY SUSPENSE AND WRITE-OFF ENTRY FOR THE       *
000220*               ACCOUNT DATED IN THE SAME WINDOW.                *
000230*           A BRANCH REQUEST SELECTS BY THE ACCOUNT'S BRANCH ON  *
000240*           THE ACCOUNT MASTER AS IT STANDS TODAY.  EACH REQUEST *
000250*           STARTS ITS OWN PAGE, AND THE CARDS THEMSELVES ARE    *
000260*           LISTED FIRST WITH THEIR DISPOSITION.                 *
000270*                                                                *
000280* MODIFICATION HISTORY.                                          *
000290*   15/10/2026 RH  INITIAL VERSION.                              *
000291*   15/10/2026 RH  ONLY THE GENERATIONS OF A DATE THAT STILL     *
000292*                  COUNT ARE READ - ITS LATEST FULL EXTRACT AND  *
000293*                  THE SUPPLEMENTS AFTER IT (XH-RUN-TYPE), AS IN *
000294*                  BUBBLE-SORT - AND A RERUN'S SUPERSEDED ACK    *
000295*                  STATUSES DROP OUT THE SAME WAY (AH-RUN-TYPE). *
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. ACCT-INQUIRY.
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
000440     SELECT REQUEST-FILE ASSIGN TO INQCARD
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-INQCARD-STATUS.
000470     SELECT EXTRACT-HISTORY ASSIGN TO EXTHIST
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-EXTHIST-STATUS.
000500     SELECT ACK-HISTORY ASSIGN TO ACKHIST
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-ACKHIST-STATUS.
000530     SELECT SUSPENSE-HISTORY ASSIGN TO SUSPHIST
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-SUSPHIST-STATUS.
000560     SELECT WRITEOFF-HISTORY ASSIGN TO WOFFHIST
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-WOFFHIST-STATUS.
000590     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMST
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS AM-ACCOUNT-ID
000630         FILE STATUS IS WS-ACCTMST-STATUS.
000640     SELECT INQUIRY-REPORT ASSIGN TO INQRPT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-INQRPT-STATUS.
000670     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000680******************************************************************
000690 DATA DIVISION.
000700 FILE SECTION.
000710******************************************************************
000720*    REQUEST-FILE - ONE CARD PER RESEARCH REQUEST:               *
000730*      RQ-TYPE       A = ONE ACCOUNT, B = ALL OF A BRANCH        *
000740*      RQ-KEY        THE ACCOUNT ID, OR THE BRANCH ID IN COLS 2-4*
000750*      RQ-FROM-DATE  FIRST BUSINESS DATE OF THE WINDOW (YYMMDD)  *
000760*      RQ-TO-DATE    LAST BUSINESS DATE; ZERO OR SPACES FOR THE  *
000770*                    FROM DATE ALONE                             *
000780*    COLUMNS 20-80 ARE FREE FOR THE REQUESTER'S REFERENCE.  A    *
000790*    BLANK CARD IS PASSED OVER.                                  *
000800******************************************************************
000810 FD  REQUEST-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  REQUEST-RECORD.
000850     05  RQ-TYPE                 PIC X(01).
000860         88  RQ-BY-ACCOUNT                  VALUE 'A'.
000870         88  RQ-BY-BRANCH                   VALUE 'B'.
000880     05  RQ-KEY                  PIC X(06).
000890     05  RQ-FROM-DATE            PIC 9(06).
000900     05  RQ-TO-DATE              PIC 9(06).
000910     05  RQ-TO-DATE-X REDEFINES RQ-TO-DATE
000920                                 PIC X(06).
000930     05  RQ-REFERENCE            PIC X(61).
000940******************************************************************
000950*    EXTRACT-HISTORY - EVERY RETAINED GENERATION OF THE DAILY    *
000960*    EXTRACT, CONCATENATED BY THE JCL.  LAYOUT MUST MATCH THE    *
000970*    EXTRACT RECORDS WRITTEN BY THE BUBBLE-SORT PROGRAM.  EACH   *
000980*    DAY'S 'H' HEADER CARRIES ITS BUSINESS DATE (OLDER HEADERS   *
000990*    ONLY THE RUN DATE) AND RUN TYPE ('S' FOR A SUPPLEMENT).     *
001000******************************************************************
001010 FD  EXTRACT-HISTORY
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 01  EXTRACT-RECORD              PIC X(040).
001050 01  EXTRACT-HEADER REDEFINES EXTRACT-RECORD.
001060     05  XH-RECORD-TYPE          PIC X(01).
001070     05  XH-RUN-DATE             PIC 9(06).
001080     05  XH-RUN-TIME             PIC 9(06).
001090     05  XH-BUSINESS-DATE        PIC 9(06).
001095     05  XH-RUN-TYPE             PIC X(01).
001100     05  FILLER                  PIC X(20).
001110 01  EXTRACT-DETAIL REDEFINES EXTRACT-RECORD.
001120     05  XD-RECORD-TYPE          PIC X(01).
001130     05  XD-ACCOUNT-ID           PIC X(06).
001140     05  XD-VALUE                PIC S9(07)V99
001150                                 SIGN LEADING SEPARATE.
001160     05  XD-SEQUENCE             PIC 9(05).
001170     05  FILLER                  PIC X(18).
001180******************************************************************
001190*    ACK-HISTORY - THE RETAINED GENERATIONS OF THE NIGHTLY       *
001200*    ACKNOWLEDGMENT STATUS.  LAYOUT MUST MATCH ACK-HISTORY-RECORD*
001210*    IN THE EXTRACT-RECON PROGRAM.                               *
001212*    AH-RUN-TYPE IS 'S' FOR A SUPPLEMENT'S STATUSES (SPACE ON    *
001214*    GENERATIONS WRITTEN BEFORE IT).                             *
001220******************************************************************
001230 FD  ACK-HISTORY
001240     RECORDING MODE IS F
001250     LABEL RECORDS ARE STANDARD.
001260 01  ACK-HISTORY-RECORD.
001270     05  AH-BUSINESS-DATE        PIC 9(06).
001280     05  AH-SEQUENCE             PIC 9(05).
001290     05  AH-ACCOUNT-ID           PIC X(06).
001300     05  AH-VALUE                PIC S9(07)V99
001310                                 SIGN LEADING SEPARATE.
001320     05  AH-STATUS               PIC X(01).
001325     05  AH-RUN-TYPE             PIC X(01).
001330     05  FILLER                  PIC X(11).
001340******************************************************************
001350*    SUSPENSE-HISTORY - THE RETAINED SUSPENSE GENERATIONS, SHARED*
001360*    AND PER BRANCH.  AN ITEM LEFT OPEN RIDES EVERY GENERATION   *
001370*    UNTIL IT IS CORRECTED OR WRITTEN OFF, SO THE SAME ENTRY IS  *
001380*    READ MANY TIMES AND PRINTED ONCE.  LAYOUT MUST MATCH        *
001390*    WS-SUSPENSE-REC IN THE BUBBLE-SORT PROGRAM.                 *
001400******************************************************************
001410 FD  SUSPENSE-HISTORY
001420     RECORDING MODE IS F
001430     LABEL RECORDS ARE STANDARD.
001440 01  SUSPENSE-RECORD.
001450     05  SP-INPUT-IMAGE.
001460         10  SP-IMG-ACCOUNT      PIC X(06).
001470         10  SP-IMG-VALUE        PIC S9(07)V99
001480                                 SIGN LEADING SEPARATE.
001490         10  FILLER              PIC X(64).
001500     05  SP-REASON               PIC X(30).
001510     05  SP-SUSP-DATE            PIC 9(06).
001520     05  SP-SOURCE-ID            PIC X(03).
001530     05  FILLER                  PIC X(01).
001540******************************************************************
001550*    WRITEOFF-HISTORY - EVERY ITEM SUSP-INVENTORY HAS WRITTEN    *
001560*    OFF, IN THE SUSPENSE LAYOUT.  THE WINDOW IS TESTED AGAINST  *
001570*    THE DATE THE ITEM FIRST WENT TO SUSPENSE.                   *
001580******************************************************************
001590 FD  WRITEOFF-HISTORY
001600     RECORDING MODE IS F
001610     LABEL RECORDS ARE STANDARD.
001620 01  WRITEOFF-RECORD.
001630     05  WO-INPUT-IMAGE.
001640         10  WO-IMG-ACCOUNT      PIC X(06).
001650         10  WO-IMG-VALUE        PIC S9(07)V99
001660                                 SIGN LEADING SEPARATE.
001670         10  FILLER              PIC X(64).
001680     05  WO-REASON               PIC X(30).
001690     05  WO-SUSP-DATE            PIC 9(06).
001700     05  WO-SOURCE-ID            PIC X(03).
001710     05  FILLER                  PIC X(01).
001720******************************************************************
001730*    ACCOUNT-MASTER - READ-ONLY, FOR THE ACCOUNT NAME ON THE     *
001740*    REQUEST HEADING AND THE BRANCH A BRANCH REQUEST SELECTS ON. *
001750*    LAYOUT MUST MATCH ACCOUNT-MASTER-RECORD IN THE BUBBLE-SORT  *
001760*    PROGRAM.                                                    *
001770******************************************************************
001780 FD  ACCOUNT-MASTER
001790     LABEL RECORDS ARE STANDARD.
001800 01  ACCOUNT-MASTER-RECORD.
001810     05  AM-ACCOUNT-ID           PIC X(06).
001820     05  AM-ACCOUNT-NAME         PIC X(20).
001830     05  AM-STATUS               PIC X(01).
001840     05  AM-BRANCH               PIC X(03).
001850     05  FILLER                  PIC X(20).
001860******************************************************************
001870*    INQUIRY-REPORT - THE CARD LISTING, THEN ONE SECTION PER     *
001880*    REQUEST.                                                    *
001890******************************************************************
001900 FD  INQUIRY-REPORT
001910     RECORDING MODE IS F
001920     LABEL RECORDS ARE STANDARD.
001930 01  INQUIRY-RECORD              PIC X(080).
001940******************************************************************
001950*    SORT-WORK-FILE - ONE RECORD PER ITEM SELECTED FOR A REQUEST,*
001960*    KEYED REQUEST / SECTION / DATE / SEQUENCE / KIND.  SECTION 1*
001970*    IS THE EXTRACT ACTIVITY: THE ACK STATUS (KIND 'A') SORTS    *
001980*    AHEAD OF THE DETAIL (KIND 'D') IT BELONGS TO.  SECTION 2 IS *
001990*    SUSPENSE ('S') AND WRITE-OFF ('W') ENTRIES, WHOLE IMAGE IN  *
002000*    THE KEY SO REPEATS OF ONE ENTRY ARRIVE TOGETHER.            *
002010******************************************************************
002020 SD  SORT-WORK-FILE.
002030 01  SORT-WORK-RECORD.
002040     05  SR-REQUEST              PIC 9(03).
002050     05  SR-SECTION              PIC X(01).
002060     05  SR-ITEM-KEY.
002070         10  SR-DATE             PIC 9(06).
002080         10  SR-SEQUENCE         PIC 9(05).
002090         10  SR-KIND             PIC X(01).
002100         10  SR-ACCOUNT-ID       PIC X(06).
002110         10  SR-SOURCE-ID        PIC X(03).
002120         10  SR-REASON           PIC X(30).
002130         10  SR-IMAGE            PIC X(80).
002140     05  SR-VALUE                PIC S9(07)V99.
002150     05  SR-STATUS               PIC X(01).
002160******************************************************************
002170 WORKING-STORAGE SECTION.
002180******************************************************************
002190*    FILE STATUS AND SWITCHES                                    *
002200******************************************************************
002210 01  WS-INQCARD-STATUS           PIC X(02) VALUE SPACES.
002220     88  WS-INQCARD-OK                      VALUE '00'.

002230 01  WS-EXTHIST-STATUS           PIC X(02) VALUE SPACES.
002240     88  WS-EXTHIST-OK                      VALUE '00'.

002250 01  WS-ACKHIST-STATUS           PIC X(02) VALUE SPACES.
002260     88  WS-ACKHIST-OK                      VALUE '00'.

002270 01  WS-SUSPHIST-STATUS          PIC X(02) VALUE SPACES.
002280     88  WS-SUSPHIST-OK                     VALUE '00'.

002290 01  WS-WOFFHIST-STATUS          PIC X(02) VALUE SPACES.
002300     88  WS-WOFFHIST-OK                     VALUE '00'.

002310 01  WS-ACCTMST-STATUS           PIC X(02) VALUE SPACES.
002320     88  WS-ACCTMST-OK                      VALUE '00'.

002330 01  WS-INQRPT-STATUS            PIC X(02) VALUE SPACES.
002340     88  WS-INQRPT-OK                       VALUE '00'.

002350 01  SW-END-OF-SORT PIC X(01) VALUE 'N'.
002360     88  SW-SORT-DONE VALUE 'Y'.

002362 01  SW-NEW-GEN-FLAG PIC X(01) VALUE 'N'.
002364     88  SW-NEW-GENERATION VALUE 'Y'.

002370 01  WS-AVAILABILITY.
002380     05  SW-ACKHIST-FLAG         PIC X(01) VALUE 'N'.
002390         88  SW-ACKHIST-READ                VALUE 'Y'.
002400     05  SW-SUSPHIST-FLAG        PIC X(01) VALUE 'N'.
002410         88  SW-SUSPHIST-READ               VALUE 'Y'.
002420     05  SW-WOFFHIST-FLAG        PIC X(01) VALUE 'N'.
002430         88  SW-WOFFHIST-READ               VALUE 'Y'.
002440******************************************************************
002450*    REQUEST TABLE - THE ACCEPTED CARDS IN CARD ORDER.  EVERY    *
002460*    ITEM READ IS TESTED AGAINST EVERY REQUEST, SO ONE PASS OVER *
002470*    THE HISTORY ANSWERS THE WHOLE DECK.                         *
002480******************************************************************
002490 78  W-MAX-REQUESTS VALUE 50.
002500 01  W-REQUEST-COUNT         PIC S9(03) COMP VALUE 0.
002510 01  W-BRANCH-REQUESTS       PIC S9(03) COMP VALUE 0.
002520 01  W-REQUEST-TABLE.
002530     05  W-RQ-ENTRY OCCURS 50 TIMES.
002540         10  W-RQ-TYPE       PIC X(01).
002550         10  W-RQ-KEY        PIC X(06).
002560         10  W-RQ-FROM       PIC 9(06).
002570         10  W-RQ-TO         PIC 9(06).
002580 01  W-R                     PIC S9(03) COMP VALUE 0.
002590 01  W-CARDS-READ            PIC 9(05) VALUE 0.
002600 01  W-CARDS-REJECTED        PIC 9(05) VALUE 0.
002610 01  W-CARD-REASON           PIC X(30) VALUE SPACES.
002620 01  W-REQUEST-NO            PIC 9(03) VALUE 0.
002630******************************************************************
002640*    SELECTION WORK FIELDS - THE ITEM BEING TESTED AGAINST THE   *
002650*    REQUESTS, AND THE LAST MASTER LOOKUP (CONSECUTIVE ITEMS     *
002660*    OFTEN SHARE AN ACCOUNT).                                    *
002670******************************************************************
002680 01  W-CURR-DATE             PIC 9(06) VALUE 0.
002690 01  W-ITEM-ACCOUNT          PIC X(06) VALUE SPACES.
002700 01  W-ITEM-DATE             PIC 9(06) VALUE 0.
002710 01  W-LOOKUP-ACCOUNT        PIC X(06) VALUE SPACES.
002720 01  W-LOOKUP-NAME           PIC X(20) VALUE SPACES.
002730 01  W-LOOKUP-BRANCH         PIC X(03) VALUE SPACES.
002740 01  W-EXT-READ              PIC 9(07) VALUE 0.
002750 01  W-ACK-READ              PIC 9(07) VALUE 0.
002760 01  W-SUSP-READ             PIC 9(07) VALUE 0.
002770 01  W-WOFF-READ             PIC 9(07) VALUE 0.
002780 01  W-ITEMS-SELECTED        PIC 9(07) VALUE 0.
002790 01  W-BAD-DETAILS           PIC 9(05) VALUE 0.
002791******************************************************************
002792*    GENERATION TABLE - ONE ENTRY PER RETAINED GENERATION OF THE *
002793*    HISTORY BEING READ (THE EXTRACTS, THEN THE ACK STATUSES),   *
002794*    IN THE ORDER READ.  W-GN-USE IS 'Y' FOR A FULL RUN, 'S' FOR *
002795*    A SUPPLEMENT, AND 'N' ONCE A LATER FULL RUN OF THE SAME     *
002796*    BUSINESS DATE HAS SUPERSEDED IT.                            *
002797******************************************************************
002798 78  W-MAX-GENERATIONS VALUE 400.
002799 01  W-GEN-COUNT             PIC S9(04) COMP VALUE 0.
002800 01  W-GX                    PIC S9(04) COMP VALUE 0.
002801 01  W-GENERATION-TABLE.
002802     05  W-GN-ENTRY OCCURS 400 TIMES.
002803         10  W-GN-DATE       PIC 9(06).
002804         10  W-GN-USE        PIC X(01).
002805             88  W-GN-IN-USE            VALUE 'Y' 'S'.
002806 01  W-GEN-DATE              PIC 9(06) VALUE 0.
002807 01  W-GEN-RUN-TYPE          PIC X(01) VALUE SPACE.
002808 01  W-PREV-ACK-DATE         PIC 9(06) VALUE 0.
002809 01  W-PREV-ACK-SEQUENCE     PIC 9(05) VALUE 0.
002810 01  W-PREV-ACK-RUN-TYPE     PIC X(01) VALUE SPACE.
002811 01  W-EXT-SKIPPED           PIC 9(07) VALUE 0.
002812 01  W-ACK-SKIPPED           PIC 9(07) VALUE 0.
002813******************************************************************
002814*    REPORT CONTROL-BREAK HOLDS AND ACCUMULATORS                 *
002820******************************************************************
002830 01  SM-HOLD-REQUEST         PIC 9(03) VALUE 0.
002840 01  SM-HOLD-SECTION         PIC X(01) VALUE SPACES.
002850 01  SM-HOLD-DATE            PIC 9(06) VALUE 0.
002860 01  SM-NEXT-REQUEST         PIC 9(03) VALUE 0.
002870 01  SM-DAY-ITEMS            PIC S9(05) COMP VALUE 0.
002880 01  SM-DAY-TOTAL            PIC S9(09)V99 COMP VALUE 0.
002890 01  SM-RUNNING-TOTAL        PIC S9(11)V99 COMP VALUE 0.
002900 01  SM-REQ-ITEMS            PIC S9(07) COMP VALUE 0.
002910 01  SM-REQ-SUSP             PIC S9(05) COMP VALUE 0.
002920 01  SM-REQ-WOFF             PIC S9(05) COMP VALUE 0.
002930 01  SM-REQ-WOFF-TOTAL       PIC S9(11)V99 COMP VALUE 0.
002940 01  SM-ACK-DATE             PIC 9(06) VALUE 0.
002950 01  SM-ACK-SEQUENCE         PIC 9(05) VALUE 0.
002960 01  SM-ACK-ACCOUNT          PIC X(06) VALUE SPACES.
002970 01  SM-ACK-STATUS           PIC X(01) VALUE SPACES.
002980 01  SM-PREV-ITEM-KEY        PIC X(131) VALUE SPACES.

002990 01  WS-RUN-DATE.
003000     05  WS-RUN-YY               PIC 9(02).
003010     05  WS-RUN-MM               PIC 9(02).
003020     05  WS-RUN-DD               PIC 9(02).

003030 01  WS-RUN-TIME.
003040     05  WS-RUN-HH               PIC 9(02).
003050     05  WS-RUN-MN               PIC 9(02).
003060     05  WS-RUN-SS               PIC 9(02).
003070     05  WS-RUN-HH-MN            PIC 9(02).
003080******************************************************************
003090*    INQUIRY REPORT CONTROLS AND PRINT LINES                     *
003100******************************************************************
003110 78  WS-LINES-PER-PAGE VALUE 20.

003120 01  WS-REPORT-COUNTERS.
003130     05  WS-LINE-COUNT           PIC S9(03) COMP VALUE 0.
003140     05  WS-PAGE-COUNT           PIC S9(03) COMP VALUE 0.

003150 01  WS-HEADING-LINE-1.
003160     05  FILLER                  PIC X(10) VALUE 'ACCT-INQUI'.
003170     05  FILLER                  PIC X(10) VALUE 'RY  -  ACC'.
003180     05  FILLER                  PIC X(10) VALUE 'OUNT ACTIV'.
003190     05  FILLER                  PIC X(10) VALUE 'ITY RESEAR'.
003200     05  FILLER                  PIC X(05) VALUE 'CH   '.
003210     05  FILLER                  PIC X(08) VALUE 'PAGE    '.
003220     05  HL1-PAGE-NO             PIC ZZ9.

003230 01  WS-HEADING-LINE-2.
003240     05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
003250     05  HL2-RUN-MM              PIC 99.
003260     05  FILLER                  PIC X(01) VALUE '/'.
003270     05  HL2-RUN-DD              PIC 99.
003280     05  FILLER                  PIC X(01) VALUE '/'.
003290     05  HL2-RUN-YY              PIC 99.
003300     05  FILLER                  PIC X(06) VALUE '  TIME'.
003310     05  FILLER                  PIC X(02) VALUE ': '.
003320     05  HL2-RUN-HH              PIC 99.
003330     05  FILLER                  PIC X(01) VALUE ':'.
003340     05  HL2-RUN-MN              PIC 99.

003350 01  WS-CARD-HEADING.
003360     05  FILLER                  PIC X(24) VALUE
003370         'REQUEST CARDS           '.
003380     05  FILLER                  PIC X(21) VALUE
003390         'DISPOSITION          '.

003400 01  WS-CARD-LINE.
003410     05  CD-IMAGE                PIC X(20).
003420     05  FILLER                  PIC X(04) VALUE SPACES.
003430     05  CD-DISPOSITION          PIC X(30).
003440     05  FILLER                  PIC X(01) VALUE SPACES.
003450     05  CD-REFERENCE            PIC X(25).

003460 01  WS-REQUEST-HEADING.
003470     05  FILLER                  PIC X(08) VALUE 'REQUEST '.
003480     05  RH-REQUEST              PIC 9(03).
003490     05  FILLER                  PIC X(02) VALUE SPACES.
003500     05  RH-KIND                 PIC X(08).
003510     05  RH-KEY                  PIC X(06).
003520     05  FILLER                  PIC X(02) VALUE SPACES.
003530     05  RH-NAME                 PIC X(20).
003540     05  FILLER                  PIC X(02) VALUE SPACES.
003550     05  RH-FROM                 PIC 9(06).
003560     05  FILLER                  PIC X(04) VALUE ' TO '.
003570     05  RH-TO                   PIC 9(06).

003580 01  WS-ACTIVITY-HEADING.
003590     05  FILLER                  PIC X(08) VALUE 'DATE    '.
003600     05  FILLER                  PIC X(07) VALUE '  SEQ  '.
003610     05  FILLER                  PIC X(08) VALUE 'ACCOUNT '.
003620     05  FILLER                  PIC X(13) VALUE
003630         '       AMOUNT'.
003640     05  FILLER                  PIC X(02) VALUE SPACES.
003650     05  FILLER                  PIC X(16) VALUE
003660         'POSTING ACK     '.

003670 01  WS-ENTRY-HEADING.
003680     05  FILLER                  PIC X(08) VALUE 'DATE    '.
003690     05  FILLER                  PIC X(13) VALUE 'ENTRY        '.
003700     05  FILLER                  PIC X(08) VALUE 'ACCOUNT '.
003710     05  FILLER                  PIC X(11) VALUE '     AMOUNT'.
003720     05  FILLER                  PIC X(02) VALUE SPACES.
003730     05  FILLER                  PIC X(05) VALUE 'SRC  '.
003740     05  FILLER                  PIC X(06) VALUE 'REASON'.

003750 01  WS-ACTIVITY-LINE.
003760     05  AL-DATE                 PIC 9(06).
003770     05  FILLER                  PIC X(02) VALUE SPACES.
003780     05  AL-SEQUENCE             PIC ZZZZ9.
003790     05  FILLER                  PIC X(02) VALUE SPACES.
003800     05  AL-ACCOUNT-ID           PIC X(06).
003810     05  FILLER                  PIC X(04) VALUE SPACES.
003820     05  AL-AMOUNT               PIC -ZZZZZZ9.99.
003830     05  FILLER                  PIC X(02) VALUE SPACES.
003840     05  AL-ACK-STATUS           PIC X(20).

003850 01  WS-DAY-LINE.
003860     05  FILLER                  PIC X(04) VALUE SPACES.
003870     05  FILLER                  PIC X(10) VALUE 'DAY TOTAL '.
003880     05  DY-ITEMS                PIC ZZZZ9.
003890     05  FILLER                  PIC X(07) VALUE ' ITEMS '.
003900     05  DY-TOTAL                PIC -ZZZZZZZZ9.99.
003910     05  FILLER                  PIC X(11) VALUE '  RUNNING  '.
003920     05  DY-RUNNING              PIC -ZZZZZZZZZZ9.99.

003930 01  WS-ENTRY-LINE.
003940     05  EN-DATE                 PIC 9(06).
003950     05  FILLER                  PIC X(02) VALUE SPACES.
003960     05  EN-ENTRY                PIC X(11).
003970     05  FILLER                  PIC X(02) VALUE SPACES.
003980     05  EN-ACCOUNT-ID           PIC X(06).
003990     05  FILLER                  PIC X(02) VALUE SPACES.
004000     05  EN-AMOUNT               PIC -ZZZZZZ9.99.
004010     05  FILLER                  PIC X(02) VALUE SPACES.
004020     05  EN-SOURCE               PIC X(03).
004030     05  FILLER                  PIC X(02) VALUE SPACES.
004040     05  EN-REASON               PIC X(30).

004050 01  WS-COUNT-LINE.
004060     05  CO-LABEL                PIC X(24).
004070     05  CO-COUNT                PIC ZZZZZZ9.

004080 01  WS-AMOUNT-LINE.
004090     05  AT-LABEL                PIC X(24).
004100     05  AT-AMOUNT               PIC -ZZZZZZZZZZ9.99.
004110******************************************************************
004120 PROCEDURE DIVISION.
004130******************************************************************
004140*    0000-MAIN-PROCEDURE - OVERALL CONTROL                       *
004150******************************************************************
004160 0000-MAIN-PROCEDURE SECTION.

004170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004180     PERFORM 1100-LOAD-REQUESTS THRU 1100-EXIT.

004190     IF W-REQUEST-COUNT = 0
004200         DISPLAY 'ACCT-INQUIRY - NO VALID REQUEST CARDS'
004210         MOVE 'NO VALID REQUEST CARDS - NOTHING SEARCHED'
004220             TO INQUIRY-RECORD
004230         WRITE INQUIRY-RECORD
004240         CLOSE INQUIRY-REPORT
004250         CLOSE ACCOUNT-MASTER
004260         MOVE 8 TO RETURN-CODE
004270         GOBACK
004280     END-IF.

004290     SORT SORT-WORK-FILE
004300         ON ASCENDING KEY SR-REQUEST SR-SECTION SR-ITEM-KEY
004310         INPUT PROCEDURE IS 2000-RELEASE-ACTIVITY
004320         OUTPUT PROCEDURE IS 3000-PRINT-REQUESTS.

004330     PERFORM 4000-WRITE-RUN-TOTALS THRU 4000-EXIT.

004340     CLOSE ACCOUNT-MASTER.
004350     CLOSE INQUIRY-REPORT.
004360     IF W-CARDS-REJECTED > 0
004370         DISPLAY 'ACCT-INQUIRY - ' W-CARDS-REJECTED
004380             ' REQUEST CARD(S) REJECTED - SEE THE CARD LISTING'
004390         MOVE 4 TO RETURN-CODE
004400     END-IF.
004410     GOBACK.

004420 0000-EXIT.
004430     EXIT.
004440******************************************************************
004450*    1000-INITIALIZE - OPEN THE FILES THE INQUIRY CANNOT DO      *
004460*    WITHOUT: THE CARDS, THE MASTER, AND THE REPORT (RC=12).     *
004470*    THE HISTORY FILES ARE OPENED AS THEY ARE READ.              *
004480******************************************************************
004490 1000-INITIALIZE.

004500     ACCEPT WS-RUN-DATE FROM DATE.
004510     ACCEPT WS-RUN-TIME FROM TIME.

004520     OPEN INPUT REQUEST-FILE.
004530     IF NOT WS-INQCARD-OK
004540         DISPLAY 'ACCT-INQUIRY - REQUEST CARDS NOT AVAILABLE'
004550         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
004560     END-IF.
004570     OPEN INPUT ACCOUNT-MASTER.
004580     IF NOT WS-ACCTMST-OK
004590         DISPLAY 'ACCT-INQUIRY - ACCOUNT MASTER NOT AVAILABLE'
004600         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
004610     END-IF.
004620     OPEN OUTPUT INQUIRY-REPORT.
004630     IF NOT WS-INQRPT-OK
004640         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
004650     END-IF.

004660     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
004670     MOVE 0 TO WS-PAGE-COUNT.

004680 1000-EXIT.
004690     EXIT.
004700******************************************************************
004710*    1100-LOAD-REQUESTS - READ THE REQUEST DECK, TABLE THE GOOD  *
004720*    CARDS, AND LIST EVERY CARD WITH WHAT BECAME OF IT.          *
004730******************************************************************
004740 1100-LOAD-REQUESTS.

004750     PERFORM 3600-WRITE-HEADINGS THRU 3600-EXIT.
004760     WRITE INQUIRY-RECORD FROM WS-CARD-HEADING.
004770     MOVE SPACES TO INQUIRY-RECORD.
004780     WRITE INQUIRY-RECORD.
004790     MOVE 2 TO WS-LINE-COUNT.

004800     PERFORM UNTIL NOT WS-INQCARD-OK
004810         READ REQUEST-FILE
004820             AT END
004830                 CONTINUE
004840         END-READ
004850         IF WS-INQCARD-OK
004860             AND REQUEST-RECORD NOT = SPACES
004870             PERFORM 1110-CHECK-ONE-CARD THRU 1110-EXIT
004880         END-IF
004890     END-PERFORM.
004900     CLOSE REQUEST-FILE.

004910 1100-EXIT.
004920     EXIT.
004930******************************************************************
004940*    1110-CHECK-ONE-CARD - VALIDATE ONE REQUEST CARD AND TABLE   *
004950*    IT.  A MISSING TO DATE MEANS THE FROM DATE ALONE.           *
004960******************************************************************
004970 1110-CHECK-ONE-CARD.

004980     ADD 1 TO W-CARDS-READ.
004990     MOVE SPACES TO W-CARD-REASON.
005000     MOVE REQUEST-RECORD(1:19) TO CD-IMAGE.
005010     MOVE RQ-REFERENCE TO CD-REFERENCE.

005020     IF RQ-TO-DATE-X = SPACES
005030         MOVE 0 TO RQ-TO-DATE
005040     END-IF.

005050     EVALUATE TRUE
005060         WHEN NOT RQ-BY-ACCOUNT AND NOT RQ-BY-BRANCH
005070             MOVE 'REJECTED - TYPE NOT A OR B' TO W-CARD-REASON
005080         WHEN RQ-KEY = SPACES
005090             MOVE 'REJECTED - NO ACCOUNT/BRANCH' TO W-CARD-REASON
005100         WHEN RQ-FROM-DATE IS NOT NUMERIC
005110             OR RQ-FROM-DATE = 0
005120             MOVE 'REJECTED - FROM DATE INVALID' TO W-CARD-REASON
005130         WHEN RQ-TO-DATE IS NOT NUMERIC
005140             MOVE 'REJECTED - TO DATE INVALID' TO W-CARD-REASON
005150         WHEN RQ-TO-DATE > 0 AND RQ-TO-DATE < RQ-FROM-DATE
005160             MOVE 'REJECTED - TO DATE BEFORE FROM'
005170                 TO W-CARD-REASON
005180         WHEN W-REQUEST-COUNT >= W-MAX-REQUESTS
005190             MOVE 'REJECTED - TOO MANY REQUESTS' TO W-CARD-REASON
005200         WHEN OTHER
005210             CONTINUE
005220     END-EVALUATE.

005230     IF W-CARD-REASON NOT = SPACES
005240         ADD 1 TO W-CARDS-REJECTED
005250     ELSE
005260         ADD 1 TO W-REQUEST-COUNT
005270         MOVE RQ-TYPE TO W-RQ-TYPE(W-REQUEST-COUNT)
005280         MOVE RQ-KEY TO W-RQ-KEY(W-REQUEST-COUNT)
005290         MOVE RQ-FROM-DATE TO W-RQ-FROM(W-REQUEST-COUNT)
005300         IF RQ-TO-DATE = 0
005310             MOVE RQ-FROM-DATE TO W-RQ-TO(W-REQUEST-COUNT)
005320         ELSE
005330             MOVE RQ-TO-DATE TO W-RQ-TO(W-REQUEST-COUNT)
005340         END-IF
005350         IF RQ-BY-BRANCH
005360             ADD 1 TO W-BRANCH-REQUESTS
005370         END-IF
005380         MOVE 'ACCEPTED AS REQUEST' TO W-CARD-REASON
005390         MOVE W-REQUEST-COUNT TO W-REQUEST-NO
005400         MOVE W-REQUEST-NO TO W-CARD-REASON(21:3)
005410     END-IF.

005420     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005430         PERFORM 3600-WRITE-HEADINGS THRU 3600-EXIT
005440         WRITE INQUIRY-RECORD FROM WS-CARD-HEADING
005450         MOVE 1 TO WS-LINE-COUNT
005460     END-IF.
005470     MOVE W-CARD-REASON TO CD-DISPOSITION.
005480     WRITE INQUIRY-RECORD FROM WS-CARD-LINE.
005490     ADD 1 TO WS-LINE-COUNT.

005500 1110-EXIT.
005510     EXIT.
005520******************************************************************
005530*    2000-SORT-INPUT-PROCEDURES - INPUT PROCEDURE FOR THE        *
005540*    INQUIRY SORT, IN ITS OWN SECTION SO IT RUNS ONLY AS PART OF *
005550*    THE SORT.                                                   *
005560******************************************************************
005570 2000-SORT-INPUT-PROCEDURES SECTION.
005580******************************************************************
005590*    2000-RELEASE-ACTIVITY - ONE PASS OVER EACH HISTORY FILE.    *
005600*    THE EXTRACT HISTORY IS REQUIRED; A MISSING ACK, SUSPENSE,   *
005610*    OR WRITE-OFF HISTORY IS NOTED ON THE RUN TOTALS AND THE     *
005620*    INQUIRY GOES ON WITHOUT IT.                                 *
005630******************************************************************
005640 2000-RELEASE-ACTIVITY.

005650     PERFORM 2100-READ-EXTRACTS THRU 2100-EXIT.
005660     PERFORM 2200-READ-ACKS THRU 2200-EXIT.
005670     PERFORM 2300-READ-SUSPENSE THRU 2300-EXIT.
005680     PERFORM 2400-READ-WRITEOFFS THRU 2400-EXIT.
005690******************************************************************
005695*    2100-READ-EXTRACTS - TWO PASSES OVER THE CONCATENATED DAILY *
005700*    EXTRACTS.  THE FIRST NOTES EACH GENERATION'S BUSINESS DATE  *
005705*    FROM ITS 'H' HEADER (THE RUN DATE ON A HEADER THAT PREDATES *
005710*    THE BUSINESS-DATE FIELD) AND ITS RUN TYPE; WHERE A DATE WAS *
005715*    RERUN ONLY ITS LAST FULL GENERATION AND THE SUPPLEMENTS     *
005720*    AFTER IT COUNT (2150).  THE SECOND TESTS EVERY 'D' OF A     *
005725*    GENERATION THAT COUNTS AGAINST THE REQUESTS, AND COUNTS THE *
005730*    REST AS SKIPPED.                                            *
005735******************************************************************
005740 2100-READ-EXTRACTS.

005745     OPEN INPUT EXTRACT-HISTORY.
005750     IF NOT WS-EXTHIST-OK
005755         DISPLAY 'ACCT-INQUIRY - EXTRACT HISTORY NOT AVAILABLE'
005760         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
005765     END-IF.

005770     MOVE 0 TO W-GEN-COUNT.
005775     PERFORM UNTIL NOT WS-EXTHIST-OK
005780         READ EXTRACT-HISTORY
005785             AT END
005790                 CONTINUE
005795         END-READ
005800         IF WS-EXTHIST-OK AND XH-RECORD-TYPE = 'H'
005805             IF XH-BUSINESS-DATE IS NUMERIC
005810                 AND XH-BUSINESS-DATE > 0
005815                 MOVE XH-BUSINESS-DATE TO W-GEN-DATE
005820             ELSE
005825                 IF XH-RUN-DATE IS NUMERIC
005830                     MOVE XH-RUN-DATE TO W-GEN-DATE
005835                 ELSE
005840                     MOVE 0 TO W-GEN-DATE
005845                 END-IF
005850             END-IF
005855             MOVE XH-RUN-TYPE TO W-GEN-RUN-TYPE
005860             PERFORM 2150-NOTE-GENERATION THRU 2150-EXIT
005865         END-IF
005870     END-PERFORM.
005875     CLOSE EXTRACT-HISTORY.

005880     OPEN INPUT EXTRACT-HISTORY.
005885     IF NOT WS-EXTHIST-OK
005890         DISPLAY 'ACCT-INQUIRY - EXTRACT HISTORY NOT AVAILABLE'
005895         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
005900     END-IF.
005905     MOVE 0 TO W-GX.
005910     MOVE 0 TO W-CURR-DATE.
005915     PERFORM UNTIL NOT WS-EXTHIST-OK
005920         READ EXTRACT-HISTORY
005925             AT END
005930                 CONTINUE
005935         END-READ
005940         IF WS-EXTHIST-OK
005945             EVALUATE XH-RECORD-TYPE
005950                 WHEN 'H'
005955                     ADD 1 TO W-GX
005960                     MOVE 0 TO W-CURR-DATE
005965                     IF W-GN-IN-USE(W-GX)
005970                         MOVE W-GN-DATE(W-GX) TO W-CURR-DATE
005975                     END-IF
005980                 WHEN 'D'
005985                     ADD 1 TO W-EXT-READ
005990                     IF W-CURR-DATE > 0
005995                         PERFORM 2110-EXTRACT-DETAIL
006000                             THRU 2110-EXIT
006005                     ELSE
006010                         ADD 1 TO W-EXT-SKIPPED
006015                     END-IF
006020                 WHEN OTHER
006025                     CONTINUE
006030             END-EVALUATE
006035         END-IF
006040     END-PERFORM.
006045     CLOSE EXTRACT-HISTORY.

006050 2100-EXIT.
006055     EXIT.
006100******************************************************************
006110*    2110-EXTRACT-DETAIL - ONE EXTRACT DETAIL TO EVERY REQUEST   *
006120*    IT ANSWERS.                                                 *
006130******************************************************************
006140 2110-EXTRACT-DETAIL.

006160     IF XD-VALUE IS NOT NUMERIC
006170         OR XD-SEQUENCE IS NOT NUMERIC
006180         ADD 1 TO W-BAD-DETAILS
006190         GO TO 2110-EXIT
006200     END-IF.

006210     MOVE SPACES TO SORT-WORK-RECORD.
006220     MOVE '1' TO SR-SECTION.
006230     MOVE W-CURR-DATE TO SR-DATE.
006240     MOVE XD-SEQUENCE TO SR-SEQUENCE.
006250     MOVE 'D' TO SR-KIND.
006260     MOVE XD-ACCOUNT-ID TO SR-ACCOUNT-ID.
006270     MOVE XD-VALUE TO SR-VALUE.
006280     MOVE XD-ACCOUNT-ID TO W-ITEM-ACCOUNT.
006290     MOVE W-CURR-DATE TO W-ITEM-DATE.
006300     PERFORM 2500-RELEASE-TO-REQUESTS THRU 2500-EXIT.

006310 2110-EXIT.
006320     EXIT.
006322******************************************************************
006324*    2150-NOTE-GENERATION - FIRST PASS: ENTER A GENERATION UNDER *
006326*    W-GEN-DATE AND STOP ANY EARLIER GENERATION FOR THE SAME     *
006328*    DATE FROM COUNTING.  A SUPPLEMENT'S GENERATION              *
006330*    (W-GEN-RUN-TYPE 'S') IS ENTERED AS 'S' AND ADDS TO ITS DATE *
006332*    INSTEAD - IT STOPS NOTHING, BUT A LATER FULL RERUN OF THE   *
006334*    DATE STOPS IT WITH THE REST.  A GENERATION WITH NO DATE     *
006336*    NEVER COUNTS.                                               *
006338******************************************************************
006340 2150-NOTE-GENERATION.

006342     IF W-GEN-COUNT >= W-MAX-GENERATIONS
006344         DISPLAY 'ACCT-INQUIRY - MORE THAN ' W-MAX-GENERATIONS
006346             ' GENERATIONS ON ONE HISTORY FILE'
006348         PERFORM 3960-ABEND-TABLE-FULL THRU 3960-EXIT
006350     END-IF.
006352     ADD 1 TO W-GEN-COUNT.
006354     MOVE W-GEN-DATE TO W-GN-DATE(W-GEN-COUNT).
006356     MOVE 'Y' TO W-GN-USE(W-GEN-COUNT).
006358     IF W-GEN-RUN-TYPE = 'S'
006360         MOVE 'S' TO W-GN-USE(W-GEN-COUNT)
006362     END-IF.
006364     IF W-GEN-DATE = 0
006366         MOVE 'N' TO W-GN-USE(W-GEN-COUNT)
006368     END-IF.
006370     IF W-GEN-RUN-TYPE = 'S'
006372         GO TO 2150-EXIT
006374     END-IF.
006376     PERFORM VARYING W-GX FROM 1 BY 1 UNTIL W-GX >= W-GEN-COUNT
006378         IF W-GN-DATE(W-GX) = W-GEN-DATE
006380             MOVE 'N' TO W-GN-USE(W-GX)
006382         END-IF
006384     END-PERFORM.

006386 2150-EXIT.
006388     EXIT.
006390******************************************************************
006392*    2200-READ-ACKS - TWO PASSES OVER THE RETAINED ACK STATUS    *
006394*    GENERATIONS.  AN ACK GENERATION HAS NO HEADER; ONE STARTS   *
006396*    WHEREVER THE BUSINESS DATE OR RUN TYPE CHANGES OR THE       *
006398*    SEQUENCE FAILS TO RISE (2250).  THE FIRST PASS NOTES THE    *
006400*    GENERATIONS AS 2100 DOES, SO A RERUN'S EARLIER STATUSES     *
006402*    DROP OUT; THE SECOND SENDS EACH STATUS OF A GENERATION THAT *
006404*    COUNTS TO THE SAME REQUESTS AS ITS DETAIL (2210) AND COUNTS *
006406*    THE REST AS SKIPPED.                                        *
006408******************************************************************
006410 2200-READ-ACKS.

006412     OPEN INPUT ACK-HISTORY.
006414     IF NOT WS-ACKHIST-OK
006416         DISPLAY 'ACCT-INQUIRY - ACK HISTORY NOT AVAILABLE - '
006418             'ACK STATUS NOT SHOWN'
006420         GO TO 2200-EXIT
006422     END-IF.
006424     SET SW-ACKHIST-READ TO TRUE.

006426     MOVE 0 TO W-GEN-COUNT.
006428     MOVE 0 TO W-PREV-ACK-DATE.
006430     PERFORM UNTIL NOT WS-ACKHIST-OK
006432         READ ACK-HISTORY
006434             AT END
006436                 CONTINUE
006438         END-READ
006440         IF WS-ACKHIST-OK
006442             AND AH-BUSINESS-DATE IS NUMERIC
006444             AND AH-BUSINESS-DATE > 0
006446             AND AH-SEQUENCE IS NUMERIC
006448             PERFORM 2250-ACK-BOUNDARY THRU 2250-EXIT
006450             IF SW-NEW-GENERATION
006452                 MOVE AH-BUSINESS-DATE TO W-GEN-DATE
006454                 MOVE AH-RUN-TYPE TO W-GEN-RUN-TYPE
006456                 PERFORM 2150-NOTE-GENERATION THRU 2150-EXIT
006458             END-IF
006460         END-IF
006462     END-PERFORM.
006464     CLOSE ACK-HISTORY.

006466     OPEN INPUT ACK-HISTORY.
006468     IF NOT WS-ACKHIST-OK
006470         MOVE 'N' TO SW-ACKHIST-FLAG
006472         DISPLAY 'ACCT-INQUIRY - ACK HISTORY NOT AVAILABLE - '
006474             'ACK STATUS NOT SHOWN'
006476         GO TO 2200-EXIT
006478     END-IF.
006480     MOVE 0 TO W-GX.
006482     MOVE 0 TO W-PREV-ACK-DATE.
006484     PERFORM UNTIL NOT WS-ACKHIST-OK
006486         READ ACK-HISTORY
006488             AT END
006490                 CONTINUE
006492         END-READ
006494         IF WS-ACKHIST-OK
006496             ADD 1 TO W-ACK-READ
006498             IF AH-BUSINESS-DATE IS NUMERIC
006500                 AND AH-BUSINESS-DATE > 0
006502                 AND AH-SEQUENCE IS NUMERIC
006504                 PERFORM 2250-ACK-BOUNDARY THRU 2250-EXIT
006506                 IF SW-NEW-GENERATION
006508                     ADD 1 TO W-GX
006510                 END-IF
006512                 IF W-GN-IN-USE(W-GX)
006514                     PERFORM 2210-ACK-STATUS THRU 2210-EXIT
006516                 ELSE
006518                     ADD 1 TO W-ACK-SKIPPED
006520                 END-IF
006522             END-IF
006524         END-IF
006526     END-PERFORM.
006528     CLOSE ACK-HISTORY.

006530 2200-EXIT.
006532     EXIT.
006534******************************************************************
006536*    2210-ACK-STATUS - ONE ACK STATUS TO EVERY REQUEST ITS       *
006538*    DETAIL ANSWERS, SORTING JUST AHEAD OF THE DETAIL.           *
006540******************************************************************
006542 2210-ACK-STATUS.

006544     MOVE SPACES TO SORT-WORK-RECORD.
006546     MOVE '1' TO SR-SECTION.
006548     MOVE AH-BUSINESS-DATE TO SR-DATE.
006550     MOVE AH-SEQUENCE TO SR-SEQUENCE.
006552     MOVE 'A' TO SR-KIND.
006554     MOVE AH-ACCOUNT-ID TO SR-ACCOUNT-ID.
006556     MOVE 0 TO SR-VALUE.
006558     MOVE AH-STATUS TO SR-STATUS.
006560     MOVE AH-ACCOUNT-ID TO W-ITEM-ACCOUNT.
006562     MOVE AH-BUSINESS-DATE TO W-ITEM-DATE.
006564     PERFORM 2500-RELEASE-TO-REQUESTS THRU 2500-EXIT.

006566 2210-EXIT.
006568     EXIT.
006570******************************************************************
006572*    2250-ACK-BOUNDARY - DOES THIS ACK STATUS START A NEW        *
006574*    GENERATION?  EXTRACT-RECON WRITES ONE BUSINESS DATE AND RUN *
006576*    TYPE PER GENERATION, IN RISING SEQUENCE, SO A CHANGE OF     *
006578*    EITHER OR A SEQUENCE NO HIGHER THAN THE LAST MARKS THE NEXT *
006580*    ONE.  TWO SUPPLEMENTS OF A DATE IN A ROW MAY READ AS ONE,   *
006582*    WHICH COUNTS THE SAME.                                      *
006584******************************************************************
006586 2250-ACK-BOUNDARY.

006588     MOVE 'N' TO SW-NEW-GEN-FLAG.
006590     IF W-PREV-ACK-DATE = 0
006592         OR AH-BUSINESS-DATE NOT = W-PREV-ACK-DATE
006594         OR AH-RUN-TYPE NOT = W-PREV-ACK-RUN-TYPE
006596         OR AH-SEQUENCE NOT > W-PREV-ACK-SEQUENCE
006598         SET SW-NEW-GENERATION TO TRUE
006600     END-IF.
006602     MOVE AH-BUSINESS-DATE TO W-PREV-ACK-DATE.
006604     MOVE AH-RUN-TYPE TO W-PREV-ACK-RUN-TYPE.
006606     MOVE AH-SEQUENCE TO W-PREV-ACK-SEQUENCE.

006608 2250-EXIT.
006610     EXIT.
006720******************************************************************
006730*    2300-READ-SUSPENSE - THE RETAINED SUSPENSE GENERATIONS,     *
006740*    DATED BY THE DAY EACH ITEM FIRST WENT TO SUSPENSE.  AN      *
006750*    AMOUNT THAT IS NOT NUMERIC (OFTEN THE REASON THE ITEM IS    *
006760*    THERE) PRINTS AS ZERO.                                      *
006770******************************************************************
006780 2300-READ-SUSPENSE.

006790     OPEN INPUT SUSPENSE-HISTORY.
006800     IF NOT WS-SUSPHIST-OK
006810         DISPLAY 'ACCT-INQUIRY - SUSPENSE HISTORY NOT AVAILABLE'
006820         GO TO 2300-EXIT
006830     END-IF.
006840     SET SW-SUSPHIST-READ TO TRUE.

006850     PERFORM UNTIL NOT WS-SUSPHIST-OK
006860         READ SUSPENSE-HISTORY
006870             AT END
006880                 CONTINUE
006890         END-READ
006900         IF WS-SUSPHIST-OK
006910             ADD 1 TO W-SUSP-READ
006920             IF SP-SUSP-DATE IS NUMERIC
006930                 MOVE SPACES TO SORT-WORK-RECORD
006940                 MOVE '2' TO SR-SECTION
006950                 MOVE SP-SUSP-DATE TO SR-DATE
006960                 MOVE 0 TO SR-SEQUENCE
006970                 MOVE 'S' TO SR-KIND
006980                 MOVE SP-IMG-ACCOUNT TO SR-ACCOUNT-ID
006990                 MOVE SP-SOURCE-ID TO SR-SOURCE-ID
007000                 MOVE SP-REASON TO SR-REASON
007010                 MOVE SP-INPUT-IMAGE TO SR-IMAGE
007020                 IF SP-IMG-VALUE IS NUMERIC
007030                     MOVE SP-IMG-VALUE TO SR-VALUE
007040                 ELSE
007050                     MOVE 0 TO SR-VALUE
007060                 END-IF
007070                 MOVE SP-IMG-ACCOUNT TO W-ITEM-ACCOUNT
007080                 MOVE SP-SUSP-DATE TO W-ITEM-DATE
007090                 PERFORM 2500-RELEASE-TO-REQUESTS THRU 2500-EXIT
007100             END-IF
007110         END-IF
007120     END-PERFORM.
007130     CLOSE SUSPENSE-HISTORY.

007140 2300-EXIT.
007150     EXIT.
007160******************************************************************
007170*    2400-READ-WRITEOFFS - THE WRITE-OFF HISTORY, DATED THE SAME *
007180*    WAY AS SUSPENSE.                                            *
007190******************************************************************
007200 2400-READ-WRITEOFFS.

007210     OPEN INPUT WRITEOFF-HISTORY.
007220     IF NOT WS-WOFFHIST-OK
007230         DISPLAY 'ACCT-INQUIRY - WRITE-OFF HISTORY NOT AVAILABLE'
007240         GO TO 2400-EXIT
007250     END-IF.
007260     SET SW-WOFFHIST-READ TO TRUE.

007270     PERFORM UNTIL NOT WS-WOFFHIST-OK
007280         READ WRITEOFF-HISTORY
007290             AT END
007300                 CONTINUE
007310         END-READ
007320         IF WS-WOFFHIST-OK
007330             ADD 1 TO W-WOFF-READ
007340             IF WO-SUSP-DATE IS NUMERIC
007350                 MOVE SPACES TO SORT-WORK-RECORD
007360                 MOVE '2' TO SR-SECTION
007370                 MOVE WO-SUSP-DATE TO SR-DATE
007380                 MOVE 0 TO SR-SEQUENCE
007390                 MOVE 'W' TO SR-KIND
007400                 MOVE WO-IMG-ACCOUNT TO SR-ACCOUNT-ID
007410                 MOVE WO-SOURCE-ID TO SR-SOURCE-ID
007420                 MOVE WO-REASON TO SR-REASON
007430                 MOVE WO-INPUT-IMAGE TO SR-IMAGE
007440                 IF WO-IMG-VALUE IS NUMERIC
007450                     MOVE WO-IMG-VALUE TO SR-VALUE
007460                 ELSE
007470                     MOVE 0 TO SR-VALUE
007480                 END-IF
007490                 MOVE WO-IMG-ACCOUNT TO W-ITEM-ACCOUNT
007500                 MOVE WO-SUSP-DATE TO W-ITEM-DATE
007510                 PERFORM 2500-RELEASE-TO-REQUESTS THRU 2500-EXIT
007520             END-IF
007530         END-IF
007540     END-PERFORM.
007550     CLOSE WRITEOFF-HISTORY.

007560 2400-EXIT.
007570     EXIT.
007580******************************************************************
007590*    2500-RELEASE-TO-REQUESTS - RELEASE THE ITEM BUILT IN        *
007600*    SORT-WORK-RECORD ONCE FOR EVERY REQUEST WHOSE ACCOUNT (OR   *
007610*    BRANCH) AND WINDOW IT FALLS IN.  THE BRANCH COMES FROM THE  *
007620*    MASTER, LOOKED UP ONLY WHEN A BRANCH REQUEST IS IN THE DECK.*
007630******************************************************************
007640 2500-RELEASE-TO-REQUESTS.

007650     IF W-BRANCH-REQUESTS > 0
007660         PERFORM 2600-LOOKUP-BRANCH THRU 2600-EXIT
007670     END-IF.

007680     PERFORM VARYING W-R FROM 1 BY 1 UNTIL W-R > W-REQUEST-COUNT
007690         IF W-ITEM-DATE >= W-RQ-FROM(W-R)
007700             AND W-ITEM-DATE <= W-RQ-TO(W-R)
007710             IF (W-RQ-TYPE(W-R) = 'A'
007720                     AND W-RQ-KEY(W-R) = W-ITEM-ACCOUNT)
007730                 OR (W-RQ-TYPE(W-R) = 'B'
007740                     AND W-RQ-KEY(W-R)(1:3) = W-LOOKUP-BRANCH)
007750                 MOVE W-R TO SR-REQUEST
007760                 RELEASE SORT-WORK-RECORD
007770                 ADD 1 TO W-ITEMS-SELECTED
007780             END-IF
007790         END-IF
007800     END-PERFORM.

007810 2500-EXIT.
007820     EXIT.
007830******************************************************************
007840*    2600-LOOKUP-BRANCH - THE ITEM'S ACCOUNT ON THE MASTER, ONLY *
007850*    WHEN IT DIFFERS FROM THE LAST ONE LOOKED UP.  AN ACCOUNT OFF*
007860*    THE MASTER HAS NO BRANCH AND ANSWERS NO BRANCH REQUEST.     *
007870******************************************************************
007880 2600-LOOKUP-BRANCH.

007890     IF W-ITEM-ACCOUNT = W-LOOKUP-ACCOUNT
007900         GO TO 2600-EXIT
007910     END-IF.

007920     MOVE W-ITEM-ACCOUNT TO W-LOOKUP-ACCOUNT.
007930     MOVE W-ITEM-ACCOUNT TO AM-ACCOUNT-ID.
007940     READ ACCOUNT-MASTER
007950         INVALID KEY
007960             MOVE '???' TO W-LOOKUP-BRANCH
007970         NOT INVALID KEY
007980             MOVE AM-BRANCH TO W-LOOKUP-BRANCH
007990     END-READ.

008000 2600-EXIT.
008010     EXIT.
008020******************************************************************
008030*    3000-SORT-OUTPUT-PROCEDURES - OUTPUT PROCEDURE AND PRINT    *
008040*    PARAGRAPHS FOR THE INQUIRY SORT.                            *
008050******************************************************************
008060 3000-SORT-OUTPUT-PROCEDURES SECTION.
008070******************************************************************
008080*    3000-PRINT-REQUESTS - CONTROL-BREAK THE SORTED ITEMS: A NEW *
008090*    REQUEST STARTS A NEW PAGE, A NEW SECTION A NEW SUB-HEADING, *
008100*    AND A NEW DATE IN THE ACTIVITY SECTION CLOSES THE PRIOR     *
008110*    DAY.  A REQUEST THAT FOUND NOTHING STILL GETS ITS PAGE.     *
008120******************************************************************
008130 3000-PRINT-REQUESTS.

008140     MOVE 'N' TO SW-END-OF-SORT.
008150     MOVE 0 TO SM-HOLD-REQUEST.
008160     MOVE 1 TO SM-NEXT-REQUEST.

008170     PERFORM UNTIL SW-SORT-DONE
008180         RETURN SORT-WORK-FILE
008190             AT END
008200                 MOVE 'Y' TO SW-END-OF-SORT
008210         END-RETURN
008220         IF NOT SW-SORT-DONE
008230             IF SR-REQUEST NOT = SM-HOLD-REQUEST
008240                 PERFORM 3100-CLOSE-REQUEST THRU 3100-EXIT
008250                 PERFORM 3150-EMPTY-REQUEST THRU 3150-EXIT
008260                     UNTIL SM-NEXT-REQUEST >= SR-REQUEST
008270                 MOVE SR-REQUEST TO SM-NEXT-REQUEST
008280                 PERFORM 3200-OPEN-REQUEST THRU 3200-EXIT
008290             END-IF
008300             IF SR-SECTION NOT = SM-HOLD-SECTION
008310                 PERFORM 3250-OPEN-SECTION THRU 3250-EXIT
008320             END-IF
008330             EVALUATE SR-KIND
008340                 WHEN 'A'
008350                     MOVE SR-DATE TO SM-ACK-DATE
008360                     MOVE SR-SEQUENCE TO SM-ACK-SEQUENCE
008370                     MOVE SR-ACCOUNT-ID TO SM-ACK-ACCOUNT
008380                     MOVE SR-STATUS TO SM-ACK-STATUS
008390                 WHEN 'D'
008400                     PERFORM 3400-PRINT-DETAIL THRU 3400-EXIT
008410                 WHEN OTHER
008420                     PERFORM 3500-PRINT-ENTRY THRU 3500-EXIT
008430             END-EVALUATE
008440         END-IF
008450     END-PERFORM.

008460     PERFORM 3100-CLOSE-REQUEST THRU 3100-EXIT.
008470     PERFORM 3150-EMPTY-REQUEST THRU 3150-EXIT
008480         UNTIL SM-NEXT-REQUEST > W-REQUEST-COUNT.
008490******************************************************************
008500*    3100-CLOSE-REQUEST - FINISH THE REQUEST IN PROGRESS: THE    *
008510*    LAST DAY LINE AND THE REQUEST TOTALS.  NOTHING IN PROGRESS  *
008520*    FALLS STRAIGHT THROUGH.                                     *
008530******************************************************************
008540 3100-CLOSE-REQUEST.

008550     IF SM-HOLD-REQUEST = 0
008560         GO TO 3100-EXIT
008570     END-IF.

008580     PERFORM 3300-CLOSE-DAY THRU 3300-EXIT.

008590     PERFORM 3700-CHECK-PAGE THRU 3700-EXIT.
008600     MOVE SPACES TO INQUIRY-RECORD.
008610     WRITE INQUIRY-RECORD.
008620     IF SM-REQ-ITEMS = 0
008630         MOVE 'NO EXTRACT ACTIVITY IN THE WINDOW'
008640             TO INQUIRY-RECORD
008650         WRITE INQUIRY-RECORD
008660     END-IF.
008670     MOVE 'EXTRACT DETAILS        :' TO CO-LABEL.
008680     MOVE SM-REQ-ITEMS TO CO-COUNT.
008690     WRITE INQUIRY-RECORD FROM WS-COUNT-LINE.
008700     MOVE 'NET OF THE WINDOW      :' TO AT-LABEL.
008710     MOVE SM-RUNNING-TOTAL TO AT-AMOUNT.
008720     WRITE INQUIRY-RECORD FROM WS-AMOUNT-LINE.
008730     MOVE 'SUSPENSE ENTRIES       :' TO CO-LABEL.
008740     MOVE SM-REQ-SUSP TO CO-COUNT.
008750     WRITE INQUIRY-RECORD FROM WS-COUNT-LINE.
008760     MOVE 'WRITE-OFF ENTRIES      :' TO CO-LABEL.
008770     MOVE SM-REQ-WOFF TO CO-COUNT.
008780     WRITE INQUIRY-RECORD FROM WS-COUNT-LINE.
008790     MOVE 'AMOUNT WRITTEN OFF     :' TO AT-LABEL.
008800     MOVE SM-REQ-WOFF-TOTAL TO AT-AMOUNT.
008810     WRITE INQUIRY-RECORD FROM WS-AMOUNT-LINE.
008820     ADD 6 TO WS-LINE-COUNT.

008830     ADD 1 TO SM-NEXT-REQUEST.
008840     MOVE 0 TO SM-HOLD-REQUEST.

008850 3100-EXIT.
008860     EXIT.
008870******************************************************************
008880*    3150-EMPTY-REQUEST - A REQUEST NO ITEM ANSWERED: ITS PAGE   *
008890*    AND ZERO TOTALS.                                            *
008900******************************************************************
008910 3150-EMPTY-REQUEST.

008920     PERFORM 3200-OPEN-REQUEST THRU 3200-EXIT.
008930     PERFORM 3100-CLOSE-REQUEST THRU 3100-EXIT.

008940 3150-EXIT.
008950     EXIT.
008960******************************************************************
008970*    3200-OPEN-REQUEST - START THE PAGE FOR REQUEST              *
008980*    SM-NEXT-REQUEST AND CLEAR ITS ACCUMULATORS.  AN ACCOUNT     *
008990*    REQUEST SHOWS THE ACCOUNT'S NAME FROM THE MASTER.           *
009000******************************************************************
009010 3200-OPEN-REQUEST.

009020     MOVE SM-NEXT-REQUEST TO SM-HOLD-REQUEST.
009030     MOVE SPACES TO SM-HOLD-SECTION.
009040     MOVE 0 TO SM-HOLD-DATE.
009050     MOVE 0 TO SM-DAY-ITEMS.
009060     MOVE 0 TO SM-DAY-TOTAL.
009070     MOVE 0 TO SM-RUNNING-TOTAL.
009080     MOVE 0 TO SM-REQ-ITEMS.
009090     MOVE 0 TO SM-REQ-SUSP.
009100     MOVE 0 TO SM-REQ-WOFF.
009110     MOVE 0 TO SM-REQ-WOFF-TOTAL.
009120     MOVE 0 TO SM-ACK-DATE.
009130     MOVE SPACES TO SM-ACK-ACCOUNT.
009140     MOVE SPACES TO SM-PREV-ITEM-KEY.

009150     MOVE SM-HOLD-REQUEST TO RH-REQUEST.
009160     MOVE W-RQ-KEY(SM-HOLD-REQUEST) TO RH-KEY.
009170     MOVE W-RQ-FROM(SM-HOLD-REQUEST) TO RH-FROM.
009180     MOVE W-RQ-TO(SM-HOLD-REQUEST) TO RH-TO.
009190     IF W-RQ-TYPE(SM-HOLD-REQUEST) = 'B'
009200         MOVE 'BRANCH  ' TO RH-KIND
009210         MOVE SPACES TO RH-NAME
009220     ELSE
009230         MOVE 'ACCOUNT ' TO RH-KIND
009240         MOVE W-RQ-KEY(SM-HOLD-REQUEST) TO AM-ACCOUNT-ID
009250         READ ACCOUNT-MASTER
009260             INVALID KEY
009270                 MOVE '(NOT ON MASTER)' TO RH-NAME
009280             NOT INVALID KEY
009290                 MOVE AM-ACCOUNT-NAME TO RH-NAME
009300         END-READ
009310     END-IF.

009320     PERFORM 3600-WRITE-HEADINGS THRU 3600-EXIT.

009330 3200-EXIT.
009340     EXIT.
009350******************************************************************
009360*    3250-OPEN-SECTION - SUB-HEADING FOR THE EXTRACT ACTIVITY OR *
009370*    THE SUSPENSE AND WRITE-OFF ENTRIES.  LEAVING THE ACTIVITY   *
009380*    SECTION CLOSES ITS LAST DAY FIRST.                          *
009390******************************************************************
009400 3250-OPEN-SECTION.

009410     IF SM-HOLD-SECTION = '1'
009420         PERFORM 3300-CLOSE-DAY THRU 3300-EXIT
009430     END-IF.
009440     MOVE SR-SECTION TO SM-HOLD-SECTION.
009450     PERFORM 3650-WRITE-SECTION-HEADING THRU 3650-EXIT.

009460 3250-EXIT.
009470     EXIT.
009480******************************************************************
009490*    3300-CLOSE-DAY - THE DAY TOTAL AND THE RUNNING TOTAL FOR THE*
009500*    DAY JUST FINISHED.                                          *
009510******************************************************************
009520 3300-CLOSE-DAY.

009530     IF SM-DAY-ITEMS = 0
009540         GO TO 3300-EXIT
009550     END-IF.

009560     ADD SM-DAY-TOTAL TO SM-RUNNING-TOTAL.
009570     MOVE SM-DAY-ITEMS TO DY-ITEMS.
009580     MOVE SM-DAY-TOTAL TO DY-TOTAL.
009590     MOVE SM-RUNNING-TOTAL TO DY-RUNNING.
009600     PERFORM 3700-CHECK-PAGE THRU 3700-EXIT.
009610     WRITE INQUIRY-RECORD FROM WS-DAY-LINE.
009620     ADD 1 TO WS-LINE-COUNT.
009630     MOVE 0 TO SM-DAY-ITEMS.
009640     MOVE 0 TO SM-DAY-TOTAL.

009650 3300-EXIT.
009660     EXIT.
009670******************************************************************
009680*    3400-PRINT-DETAIL - ONE EXTRACT DETAIL WITH ITS ACK STATUS. *
009690*    THE STATUS HELD FROM THE 'A' RECORD JUST AHEAD APPLIES ONLY *
009700*    IF IT IS FOR THE SAME DATE, SEQUENCE, AND ACCOUNT.          *
009710******************************************************************
009720 3400-PRINT-DETAIL.

009730     IF SR-DATE NOT = SM-HOLD-DATE
009740         PERFORM 3300-CLOSE-DAY THRU 3300-EXIT
009750         MOVE SR-DATE TO SM-HOLD-DATE
009760     END-IF.

009770     MOVE SR-DATE TO AL-DATE.
009780     MOVE SR-SEQUENCE TO AL-SEQUENCE.
009790     MOVE SR-ACCOUNT-ID TO AL-ACCOUNT-ID.
009800     MOVE SR-VALUE TO AL-AMOUNT.
009810     IF SM-ACK-DATE = SR-DATE
009820         AND SM-ACK-SEQUENCE = SR-SEQUENCE
009830         AND SM-ACK-ACCOUNT = SR-ACCOUNT-ID
009840         EVALUATE SM-ACK-STATUS
009850             WHEN 'A'
009860                 MOVE 'ACCEPTED' TO AL-ACK-STATUS
009870             WHEN 'R'
009880                 MOVE 'REJECTED BY POSTING' TO AL-ACK-STATUS
009890             WHEN OTHER
009900                 MOVE 'NEVER ACKNOWLEDGED' TO AL-ACK-STATUS
009910         END-EVALUATE
009920     ELSE
009930         MOVE 'NOT RETAINED' TO AL-ACK-STATUS
009940     END-IF.
009950     PERFORM 3700-CHECK-PAGE THRU 3700-EXIT.
009960     WRITE INQUIRY-RECORD FROM WS-ACTIVITY-LINE.
009970     ADD 1 TO WS-LINE-COUNT.

009980     ADD 1 TO SM-DAY-ITEMS.
009990     ADD SR-VALUE TO SM-DAY-TOTAL.
010000     ADD 1 TO SM-REQ-ITEMS.

010010 3400-EXIT.
010020     EXIT.
010030******************************************************************
010040*    3500-PRINT-ENTRY - ONE SUSPENSE OR WRITE-OFF ENTRY.  THE    *
010050*    SAME ENTRY READ FROM SEVERAL SUSPENSE GENERATIONS ARRIVES   *
010060*    AS A RUN OF IDENTICAL KEYS AND PRINTS ONCE.                 *
010070******************************************************************
010080 3500-PRINT-ENTRY.

010090     IF SR-ITEM-KEY = SM-PREV-ITEM-KEY
010100         GO TO 3500-EXIT
010110     END-IF.
010120     MOVE SR-ITEM-KEY TO SM-PREV-ITEM-KEY.

010130     MOVE SR-DATE TO EN-DATE.
010140     MOVE SR-ACCOUNT-ID TO EN-ACCOUNT-ID.
010150     MOVE SR-VALUE TO EN-AMOUNT.
010160     MOVE SR-SOURCE-ID TO EN-SOURCE.
010170     MOVE SR-REASON TO EN-REASON.
010180     IF SR-KIND = 'W'
010190         MOVE 'WRITTEN OFF' TO EN-ENTRY
010200         ADD 1 TO SM-REQ-WOFF
010210         ADD SR-VALUE TO SM-REQ-WOFF-TOTAL
010220     ELSE
010230         MOVE 'SUSPENSE' TO EN-ENTRY
010240         ADD 1 TO SM-REQ-SUSP
010250     END-IF.
010260     PERFORM 3700-CHECK-PAGE THRU 3700-EXIT.
010270     WRITE INQUIRY-RECORD FROM WS-ENTRY-LINE.
010280     ADD 1 TO WS-LINE-COUNT.

010290 3500-EXIT.
010300     EXIT.
010310******************************************************************
010320*    3600-WRITE-HEADINGS - PAGE HEADING; INSIDE A REQUEST, THE   *
010330*    REQUEST LINE AND THE CURRENT SECTION'S COLUMN HEADING.      *
010340******************************************************************
010350 3600-WRITE-HEADINGS.

010360     ADD 1 TO WS-PAGE-COUNT.
010370     MOVE WS-PAGE-COUNT TO HL1-PAGE-NO.
010380     WRITE INQUIRY-RECORD FROM WS-HEADING-LINE-1.

010390     MOVE WS-RUN-MM TO HL2-RUN-MM.
010400     MOVE WS-RUN-DD TO HL2-RUN-DD.
010410     MOVE WS-RUN-YY TO HL2-RUN-YY.
010420     MOVE WS-RUN-HH TO HL2-RUN-HH.
010430     MOVE WS-RUN-MN TO HL2-RUN-MN.
010440     WRITE INQUIRY-RECORD FROM WS-HEADING-LINE-2.
010450     MOVE SPACES TO INQUIRY-RECORD.
010460     WRITE INQUIRY-RECORD.
010470     MOVE 0 TO WS-LINE-COUNT.

010480     IF SM-HOLD-REQUEST > 0
010490         WRITE INQUIRY-RECORD FROM WS-REQUEST-HEADING
010500         MOVE SPACES TO INQUIRY-RECORD
010510         WRITE INQUIRY-RECORD
010520         MOVE 2 TO WS-LINE-COUNT
010530         IF SM-HOLD-SECTION NOT = SPACES
010540             PERFORM 3650-WRITE-SECTION-HEADING THRU 3650-EXIT
010550         END-IF
010560     END-IF.

010570 3600-EXIT.
010580     EXIT.
010590******************************************************************
010600*    3650-WRITE-SECTION-HEADING - COLUMN HEADING FOR THE SECTION *
010610*    IN PROGRESS.                                                *
010620******************************************************************
010630 3650-WRITE-SECTION-HEADING.

010640     IF SM-HOLD-SECTION = '1'
010650         MOVE 'EXTRACT ACTIVITY' TO INQUIRY-RECORD
010660         WRITE INQUIRY-RECORD
010670         WRITE INQUIRY-RECORD FROM WS-ACTIVITY-HEADING
010680     ELSE
010690         MOVE 'SUSPENSE AND WRITE-OFF ENTRIES' TO INQUIRY-RECORD
010700         WRITE INQUIRY-RECORD
010710         WRITE INQUIRY-RECORD FROM WS-ENTRY-HEADING
010720     END-IF.
010730     ADD 2 TO WS-LINE-COUNT.

010740 3650-EXIT.
010750     EXIT.
010760******************************************************************
010770*    3700-CHECK-PAGE - PAGE-BREAK CHECK AHEAD OF A REPORT LINE.  *
010780******************************************************************
010790 3700-CHECK-PAGE.

010800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010810         PERFORM 3600-WRITE-HEADINGS THRU 3600-EXIT
010820     END-IF.

010830 3700-EXIT.
010840     EXIT.
010850******************************************************************
010860*    4000-TOTALS-PROCEDURES - THE RUN TOTALS, BACK IN LINE AFTER *
010870*    THE SORT.                                                   *
010880******************************************************************
010890 4000-TOTALS-PROCEDURES SECTION.
010900******************************************************************
010910*    4000-WRITE-RUN-TOTALS - WHAT WAS READ AND WHAT WAS NOT      *
010920*    AVAILABLE, SO A SHORT ANSWER CAN BE TOLD FROM A MISSING     *
010930*    FILE.                                                       *
010940******************************************************************
010950 4000-WRITE-RUN-TOTALS.

010960     MOVE 0 TO SM-HOLD-REQUEST.
010970     PERFORM 3600-WRITE-HEADINGS THRU 3600-EXIT.
010980     MOVE 'RUN TOTALS' TO INQUIRY-RECORD.
010990     WRITE INQUIRY-RECORD.
011000     MOVE 'REQUEST CARDS READ     :' TO CO-LABEL.
011010     MOVE W-CARDS-READ TO CO-COUNT.
011020     WRITE INQUIRY-RECORD FROM WS-COUNT-LINE.
011030     MOVE 'REQUEST CARDS REJECTED :' TO CO-LABEL.
011040     MOVE W-CARDS-REJECTED TO CO-COUNT.
011050     WRITE INQUIRY-RECORD FROM WS-COUNT-LINE.
011060     MOVE 'EXTRACT DETAILS READ   :' TO CO-LABEL.
011070     MOVE W-EXT-READ TO CO-COUNT.
011080     WRITE INQUIRY-RECORD FROM WS-COUNT-LINE.
011090     MOVE 'UNREADABLE DETAILS     :' TO CO-LABEL.
011100     MOVE W-BAD-DETAILS TO CO-COUNT.
011110     WRITE INQUIRY-RECORD FROM WS-COUNT-LINE.
011112     MOVE 'EXTRACT DETAILS SKIPPED:' TO CO-LABEL.
011114     MOVE W-EXT-SKIPPED TO CO-COUNT.
011116     WRITE INQUIRY-RECORD FROM WS-COUNT-LINE.
011120     MOVE 'ACK STATUSES READ      :' TO CO-LABEL.
011130     MOVE W-ACK-READ TO CO-COUNT.
011140     WRITE INQUIRY-RECORD FROM WS-COUNT-LINE.
011142     MOVE 'ACK STATUSES SKIPPED   :' TO CO-LABEL.
011144     MOVE W-ACK-SKIPPED TO CO-COUNT.
011146     WRITE INQUIRY-RECORD FROM WS-COUNT-LINE.
011150     MOVE 'SUSPENSE RECORDS READ  :' TO CO-LABEL.
011160     MOVE W-SUSP-READ TO CO-COUNT.
011170     WRITE INQUIRY-RECORD FROM WS-COUNT-LINE.
011180     MOVE 'WRITE-OFF RECORDS READ :' TO CO-LABEL.
011190     MOVE W-WOFF-READ TO CO-COUNT.
011200     WRITE INQUIRY-RECORD FROM WS-COUNT-LINE.
011210     MOVE 'ITEMS SELECTED         :' TO CO-LABEL.
011220     MOVE W-ITEMS-SELECTED TO CO-COUNT.
011230     WRITE INQUIRY-RECORD FROM WS-COUNT-LINE.

011240     IF NOT SW-ACKHIST-READ
011250         MOVE 'ACK HISTORY NOT AVAILABLE - NO ACK STATUS SHOWN'
011260             TO INQUIRY-RECORD
011270         WRITE INQUIRY-RECORD
011280     END-IF.
011290     IF NOT SW-SUSPHIST-READ
011300         MOVE 'SUSPENSE HISTORY NOT AVAILABLE - NONE SHOWN'
011310             TO INQUIRY-RECORD
011320         WRITE INQUIRY-RECORD
011330     END-IF.
011340     IF NOT SW-WOFFHIST-READ
011350         MOVE 'WRITE-OFF HISTORY NOT AVAILABLE - NONE SHOWN'
011360             TO INQUIRY-RECORD
011370         WRITE INQUIRY-RECORD
011380     END-IF.

011390 4000-EXIT.
011400     EXIT.
011410******************************************************************
011420*    3950-ABEND-FILE-ERROR - A REQUIRED FILE COULD NOT BE        *
011430*    OPENED.  ENDS THE STEP WITH RC=12.                          *
011440******************************************************************
011450 3950-ABEND-FILE-ERROR.

011460     DISPLAY 'ACCT-INQUIRY - REQUIRED FILE NOT AVAILABLE'.
011470     MOVE 12 TO RETURN-CODE.
011480     STOP RUN.

011490 3950-EXIT.
011500     EXIT.
011510******************************************************************
011520*    3960-ABEND-TABLE-FULL - MORE GENERATIONS ON A HISTORY FILE  *
011530*    THAN THE GENERATION TABLE HOLDS.  ENDS THE STEP RC=8 WITH   *
011540*    NOTHING ANSWERED.                                           *
011550******************************************************************
011560 3960-ABEND-TABLE-FULL.

011570     CLOSE INQUIRY-REPORT.
011580     CLOSE ACCOUNT-MASTER.
011590     MOVE 8 TO RETURN-CODE.
011600     STOP RUN.

011610 3960-EXIT.
011620     EXIT.
