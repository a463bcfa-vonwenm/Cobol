000010******************************************************************
000020* PROGRAM:     ACCT-POST                                         *
000030* AUTHOR:      RH                                                *
000040* INSTALLATION: DATA CENTER APPLICATIONS GROUP                   *
000050* DATE-WRITTEN: 15/10/2026                                       *
000060*                                                                *
000070* REMARKS.  POSTS THE DAY'S EXTRACT TO THE ACCOUNT BALANCE FILE  *
000080*           (PROD.APPL.ACCT.BALANCE), CARRYING EACH NIGHT'S      *
000090*           ACTIVITY INTO EACH ACCOUNT'S BALANCE, ONE BUSINESS   *
000100*           DATE AT A TIME.  RUNS AFTER BUBBLE-SORT ENDS         *
000110*           RC 0.  THE EXTRACT MUST PROVE AGAINST ITS OWN        *
000120*           TRAILER BEFORE ANYTHING IS POSTED.  THE 'D' RECORDS  *
000130*           ARE NETTED BY ACCOUNT AND EACH ACCOUNT IS POSTED     *
000140*           ONCE: THE FIRST POSTING OF A NEW BUSINESS DATE ROLLS *
000150*           THE PRIOR CLOSING BALANCE INTO THE OPENING BALANCE,  *
000160*           THE DAY'S NET ACTIVITY REPLACES THE PRIOR DAY'S, AND *
000170*           THE CLOSING BALANCE IS OPENING PLUS NET.  A REPOST   *
000180*           OF THE SAME BUSINESS DATE (AN OVERRIDE RERUN)        *
000190*           REPLACES THAT DAY'S NET RATHER THAN ADDING IT TWICE. *
000200*           OPTIONAL LIMIT CARDS SET OR REMOVE AN ACCOUNT'S      *
000210*           CREDIT/OVERDRAFT LIMIT AHEAD OF THE POSTING.  EVERY  *
000220*           POSTING PRINTS A BEFORE/AFTER PAIR ON THE POSTING    *
000230*           REGISTER; EVERY ACCOUNT LEFT NEGATIVE WITH NO LIMIT, *
000240*           OR BELOW ITS LIMIT, PRINTS ON THE EXCEPTION REPORT   *
000250*           WITH ITS NAME AND BRANCH FOR THE BRANCHES TO WORK.   *
000260*                                                                *
000270* MODIFICATION HISTORY.                                          *
000280*   15/10/2026 RH  INITIAL VERSION.                              *
000281*   15/10/2026 RH  THE BUSINESS DATE NOW COMES FROM              *
000282*                  XH-BUSINESS-DATE ON THE EXTRACT HEADER (THE   *
000283*                  RUN DATE ONLY FOR AN OLDER EXTRACT WITHOUT    *
000284*                  ONE).  A 'POST' RECORD IS APPENDED TO THE     *
000285*                  BATCH-CONTROL LEDGER (BATCHCTL) FOR           *
000286*                  CONTROL-PROOF.                                *
000287*   15/10/2026 RH  A SUPPLEMENTAL EXTRACT (XH-RUN-TYPE 'S') IS   *
000288*                  POSTED ON TOP OF THE NIGHT'S POSTING: ITS NET *
000289*                  IS ADDED TO THE DAY'S NET, OR CARRIED THROUGH *
000290*                  THE OPENING AND CLOSING BALANCES OF AN        *
000291*                  ACCOUNT ALREADY POSTED FOR A LATER DATE.  THE *
000292*                  CONTROL RECORD IS 'POSTSUPN'.                 *
000293*   15/10/2026 RH  THE BALANCE RECORD KEEPS THE LAST SUPPLEMENT  *
000294*                  POSTED (BL-SUPP-DATE/BL-SUPP-NUMBER), SO A    *
000295*                  SUPPLEMENT POSTED AGAIN IS SKIPPED FOR EVERY  *
000296*                  ACCOUNT IT HAS ALREADY REACHED.               *
000297******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. ACCT-POST.
000320 AUTHOR. RH.
000330 INSTALLATION. DATA CENTER APPLICATIONS GROUP.
000340 DATE-WRITTEN. 15/10/2026.
000350 DATE-COMPILED.
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT EXTRACT-FILE ASSIGN TO EXTFILE
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-EXTFILE-STATUS.
000460     SELECT LIMIT-FILE ASSIGN TO LIMFILE
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-LIMFILE-STATUS.
000490     SELECT BALANCE-FILE ASSIGN TO ACCTBAL
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS BL-ACCOUNT-ID
000530         FILE STATUS IS WS-ACCTBAL-STATUS.
000540     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS AM-ACCOUNT-ID
000580         FILE STATUS IS WS-ACCTMST-STATUS.
000590     SELECT POSTING-REGISTER ASSIGN TO POSTREG
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-POSTREG-STATUS.
000620     SELECT EXCEPTION-REPORT ASSIGN TO POSTEXC
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-POSTEXC-STATUS.
000642     SELECT BATCH-CONTROL ASSIGN TO BATCHCTL
000644         ORGANIZATION IS LINE SEQUENTIAL
000646         FILE STATUS IS WS-BATCHCTL-STATUS.
000650******************************************************************
000660 DATA DIVISION.
000670 FILE SECTION.
000680******************************************************************
000690*    EXTRACT-FILE - THE DAY'S EXTRACT.  LAYOUT MUST MATCH THE    *
000700*    EXTRACT RECORDS WRITTEN BY THE BUBBLE-SORT PROGRAM.  THE    *
000710*    HEADER CARRIES THE BUSINESS DATE BEING POSTED.              *
000720******************************************************************
000730 FD  EXTRACT-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 01  EXTRACT-RECORD              PIC X(040).
000770 01  EXTRACT-HEADER REDEFINES EXTRACT-RECORD.
000780     05  XH-RECORD-TYPE          PIC X(01).
000790     05  XH-RUN-DATE             PIC 9(06).
000800     05  XH-RUN-TIME             PIC 9(06).
000804     05  XH-BUSINESS-DATE        PIC 9(06).
000806     05  XH-RUN-TYPE             PIC X(01).
000808     05  XH-SUPP-NUMBER          PIC 9(01).
000810     05  FILLER                  PIC X(19).
000820 01  EXTRACT-DETAIL REDEFINES EXTRACT-RECORD.
000830     05  XD-RECORD-TYPE          PIC X(01).
000840     05  XD-ACCOUNT-ID           PIC X(06).
000850     05  XD-VALUE                PIC S9(07)V99
000860                                 SIGN LEADING SEPARATE.
000870     05  XD-SEQUENCE             PIC 9(05).
000880     05  FILLER                  PIC X(18).
000890 01  EXTRACT-TRAILER REDEFINES EXTRACT-RECORD.
000900     05  XT-RECORD-TYPE          PIC X(01).
000910     05  XT-RECORD-COUNT         PIC 9(05).
000920     05  XT-HASH-TOTAL           PIC S9(11)V99
000930                                 SIGN LEADING SEPARATE.
000940     05  FILLER                  PIC X(20).
000950******************************************************************
000960*    LIMIT-FILE - OPTIONAL CREDIT/OVERDRAFT LIMIT CARDS, APPLIED *
000970*    BEFORE THE POSTING SO TONIGHT'S EXCEPTION CHECK USES THEM:  *
000980*      LC-ACTION  S = SET (OR CHANGE) THE LIMIT TO LC-LIMIT      *
000990*                 R = REMOVE THE LIMIT                           *
001000*    LC-LIMIT IS THE AMOUNT THE ACCOUNT MAY GO BELOW ZERO, TWO   *
001010*    IMPLIED DECIMALS.  DD DUMMY WHEN THERE ARE NO CHANGES.      *
001020******************************************************************
001030 FD  LIMIT-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060 01  LIMIT-RECORD.
001070     05  LC-ACTION               PIC X(01).
001080         88  LC-SET-LIMIT                   VALUE 'S'.
001090         88  LC-REMOVE-LIMIT                VALUE 'R'.
001100     05  LC-ACCOUNT-ID           PIC X(06).
001110     05  LC-LIMIT                PIC 9(11)V99.
001120     05  FILLER                  PIC X(60).
001130******************************************************************
001135*    BALANCE-FILE - THE INDEXED ACCOUNT BALANCE FILE, ONE RECORD *
001140*    PER ACCOUNT THAT HAS EVER POSTED (OR HAD A LIMIT SET).      *
001145*    BL-POSTED-DATE IS THE BUSINESS DATE OF THE LAST POSTING;    *
001150*    BL-NET-ACTIVITY IS THAT DAY'S NET.  BL-CREDIT-LIMIT IS ONLY *
001155*    MEANINGFUL WHEN BL-LIMIT-FLAG IS 'Y'.  BL-SUPP-DATE AND     *
001160*    BL-SUPP-NUMBER ARE THE BUSINESS DATE AND NUMBER OF THE LAST *
001165*    SUPPLEMENTAL EXTRACT POSTED TO THE ACCOUNT (ZERO, OR SPACES *
001170*    ON A RECORD WRITTEN BEFORE THEY WERE ADDED, FOR NONE).      *
001190******************************************************************
001200 FD  BALANCE-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 01  BALANCE-RECORD.
001230     05  BL-ACCOUNT-ID           PIC X(06).
001240     05  BL-POSTED-DATE          PIC 9(06).
001250     05  BL-OPENING-BALANCE      PIC S9(11)V99
001260                                 SIGN LEADING SEPARATE.
001270     05  BL-NET-ACTIVITY         PIC S9(11)V99
001280                                 SIGN LEADING SEPARATE.
001290     05  BL-CLOSING-BALANCE      PIC S9(11)V99
001300                                 SIGN LEADING SEPARATE.
001310     05  BL-LAST-ACTIVITY        PIC 9(06).
001320     05  BL-LIMIT-FLAG           PIC X(01).
001330         88  BL-LIMIT-SET                   VALUE 'Y'.
001340     05  BL-CREDIT-LIMIT         PIC 9(11)V99.
001345     05  BL-SUPP-DATE            PIC 9(06).
001350     05  BL-SUPP-NUMBER          PIC 9(01).
001355     05  FILLER                  PIC X(19).
001360******************************************************************
001370*    ACCOUNT-MASTER - READ-ONLY, FOR THE NAME AND BRANCH ON THE  *
001380*    EXCEPTION REPORT.  LAYOUT MUST MATCH ACCOUNT-MASTER-RECORD  *
001390*    IN THE BUBBLE-SORT PROGRAM.                                 *
001400******************************************************************
001410 FD  ACCOUNT-MASTER
001420     LABEL RECORDS ARE STANDARD.
001430 01  ACCOUNT-MASTER-RECORD.
001440     05  AM-ACCOUNT-ID           PIC X(06).
001450     05  AM-ACCOUNT-NAME         PIC X(20).
001460     05  AM-STATUS               PIC X(01).
001470     05  AM-BRANCH               PIC X(03).
001480     05  FILLER                  PIC X(20).
001490******************************************************************
001500*    POSTING-REGISTER - THE PRINTED BEFORE/AFTER REGISTER        *
001510******************************************************************
001520 FD  POSTING-REGISTER
001530     RECORDING MODE IS F
001540     LABEL RECORDS ARE STANDARD.
001550 01  REGISTER-RECORD             PIC X(080).
001560******************************************************************
001570*    EXCEPTION-REPORT - NEGATIVE AND OVER-LIMIT ACCOUNTS, PLUS   *
001580*    ANY POSTING OR LIMIT CARD THAT COULD NOT BE APPLIED         *
001590******************************************************************
001600 FD  EXCEPTION-REPORT
001610     RECORDING MODE IS F
001620     LABEL RECORDS ARE STANDARD.
001630 01  EXCEPTION-RECORD            PIC X(080).
001631******************************************************************
001632*    BATCH-CONTROL - THE END-TO-END CONTROL LEDGER.  EACH STEP OF*
001633*    THE NIGHT APPENDS ONE RECORD PER BUSINESS DATE AND BRANCH   *
001634*    (OR 'ALL') WITH ITS RECORDS IN/OUT/REJECTED AND AMOUNTS     *
001635*    IN/OUT; CONTROL-PROOF CHAINS THEM.  LAYOUT MUST MATCH       *
001636*    BATCH-CONTROL-RECORD IN THE BUBBLE-SORT PROGRAM.            *
001637******************************************************************
001638 FD  BATCH-CONTROL
001639     RECORDING MODE IS F
001640     LABEL RECORDS ARE STANDARD.
001641 01  BATCH-CONTROL-RECORD.
001642     05  BC-STEP                 PIC X(08).
001643     05  BC-BUSINESS-DATE        PIC 9(06).
001644     05  BC-BRANCH               PIC X(03).
001645     05  BC-RECORDS-IN           PIC 9(07).
001646     05  BC-RECORDS-OUT          PIC 9(07).
001647     05  BC-RECORDS-REJECTED     PIC 9(07).
001648     05  BC-AMOUNT-IN            PIC S9(11)V99
001649                                 SIGN LEADING SEPARATE.
001650     05  BC-AMOUNT-OUT           PIC S9(11)V99
001651                                 SIGN LEADING SEPARATE.
001652     05  BC-RUN-DATE             PIC 9(06).
001653     05  BC-RUN-TIME             PIC 9(06).
001654     05  FILLER                  PIC X(02).
001655******************************************************************
001656 WORKING-STORAGE SECTION.
001660******************************************************************
001670*    FILE STATUS AND SWITCHES                                    *
001680******************************************************************
001690 01  WS-EXTFILE-STATUS           PIC X(02) VALUE SPACES.
001700     88  WS-EXTFILE-OK                      VALUE '00'.

001710 01  WS-LIMFILE-STATUS           PIC X(02) VALUE SPACES.
001720     88  WS-LIMFILE-OK                      VALUE '00'.

001730 01  WS-ACCTBAL-STATUS           PIC X(02) VALUE SPACES.
001740     88  WS-ACCTBAL-OK                      VALUE '00'.

001750 01  WS-ACCTMST-STATUS           PIC X(02) VALUE SPACES.
001760     88  WS-ACCTMST-OK                      VALUE '00'.

001770 01  WS-POSTREG-STATUS           PIC X(02) VALUE SPACES.
001780     88  WS-POSTREG-OK                      VALUE '00'.

001790 01  WS-POSTEXC-STATUS           PIC X(02) VALUE SPACES.
001800     88  WS-POSTEXC-OK                      VALUE '00'.

001802 01  WS-BATCHCTL-STATUS          PIC X(02) VALUE SPACES.
001804     88  WS-BATCHCTL-OK                     VALUE '00'.

001810 01  WS-SWITCHES.
001820     05  SW-NEW-BALANCE-FLAG     PIC X(01) VALUE 'N'.
001830         88  SW-NEW-BALANCE                  VALUE 'Y'.
001840     05  SW-POST-VALID-FLAG      PIC X(01) VALUE 'Y'.
001850         88  SW-POST-VALID                   VALUE 'Y'.
001860         88  SW-POST-INVALID                 VALUE 'N'.
001870     05  SW-HEADER-FLAG          PIC X(01) VALUE 'N'.
001880         88  SW-HEADER-FOUND                 VALUE 'Y'.
001890     05  SW-TRAILER-FLAG         PIC X(01) VALUE 'N'.
001900         88  SW-TRAILER-FOUND                VALUE 'Y'.
001902     05  SW-SUPPLEMENT-FLAG      PIC X(01) VALUE 'N'.
001904         88  SW-SUPPLEMENT                   VALUE 'Y'.
001910******************************************************************
001920*    POSTING TABLE - THE DAY'S EXTRACT NETTED BY ACCOUNT.  THE   *
001930*    EXTRACT IS IN VALUE ORDER, NOT ACCOUNT ORDER, SO EACH       *
001940*    ACCOUNT'S ITEMS ARE COLLECTED HERE AND POSTED ONCE.  THE    *
001950*    EXTRACT NEVER CARRIES MORE THAN 9999 DETAILS.               *
001960******************************************************************
001970 78  W-MAX-POST-ACCTS VALUE 9999.
001980 01  W-POST-COUNT            PIC S9(04) COMP VALUE 0.
001990 01  W-POST-TABLE.
002000     05  W-PT-ENTRY OCCURS 9999 TIMES.
002010         10  W-PT-ACCOUNT    PIC X(06).
002020         10  W-PT-ITEMS      PIC S9(05) COMP.
002030         10  W-PT-NET        PIC S9(11)V99 COMP.
002040 01  W-X                     PIC S9(04) COMP VALUE 0.
002050 01  W-PT-IX                 PIC S9(04) COMP VALUE 0.
002060******************************************************************
002070*    EXTRACT PROOF, COUNTERS, AND WORK FIELDS                    *
002080******************************************************************
002090 01  W-BUSINESS-DATE         PIC 9(06) VALUE 0.
002092 01  W-POST-SUPP-STEP.
002094     05  FILLER                  PIC X(07) VALUE 'POSTSUP'.
002096     05  W-POST-SUPP-NO          PIC 9(01) VALUE 0.
002100 01  W-DTL-COUNT             PIC 9(05) VALUE 0.
002110 01  W-DTL-HASH              PIC S9(11)V99 COMP VALUE 0.
002120 01  W-TRL-COUNT             PIC 9(05) VALUE 0.
002130 01  W-TRL-HASH              PIC S9(11)V99 COMP VALUE 0.
002140 01  W-NET-POSTED            PIC S9(11)V99 COMP VALUE 0.
002150 01  W-ACCTS-POSTED          PIC 9(05) VALUE 0.
002160 01  W-ACCTS-NEW             PIC 9(05) VALUE 0.
002170 01  W-ACCTS-REJECTED        PIC 9(05) VALUE 0.
002172 01  W-ACCTS-ALREADY         PIC 9(05) VALUE 0.
002174 01  W-ITEMS-POSTED          PIC 9(05) VALUE 0.
002180 01  W-LIMITS-READ           PIC 9(05) VALUE 0.
002190 01  W-LIMITS-APPLIED        PIC 9(05) VALUE 0.
002200 01  W-LIMITS-REJECTED       PIC 9(05) VALUE 0.
002210 01  W-NEGATIVE-COUNT        PIC 9(05) VALUE 0.
002220 01  W-OVERLIMIT-COUNT       PIC 9(05) VALUE 0.
002230 01  W-ALLOWED-FLOOR         PIC S9(11)V99 COMP VALUE 0.
002240 01  W-REJECT-REASON         PIC X(18) VALUE SPACES.
002250 01  W-HOLD-ACCOUNT          PIC X(06) VALUE SPACES.
002260 01  W-BEFORE-IMAGE.
002270     05  W-BEF-OPENING       PIC S9(11)V99.
002280     05  W-BEF-NET           PIC S9(11)V99.
002290     05  W-BEF-CLOSING       PIC S9(11)V99.
002300     05  W-BEF-LAST-ACT      PIC 9(06).
002310     05  W-BEF-LIMIT-FLAG    PIC X(01).
002320     05  W-BEF-LIMIT         PIC 9(11)V99.

002330 01  WS-RUN-DATE.
002340     05  WS-RUN-YY               PIC 9(02).
002350     05  WS-RUN-MM               PIC 9(02).
002360     05  WS-RUN-DD               PIC 9(02).

002370 01  WS-RUN-TIME.
002380     05  WS-RUN-HH               PIC 9(02).
002390     05  WS-RUN-MN               PIC 9(02).
002400     05  WS-RUN-SS               PIC 9(02).
002410     05  WS-RUN-HH-MN            PIC 9(02).
002420******************************************************************
002430*    POSTING REGISTER CONTROLS AND PRINT LINES                   *
002440******************************************************************
002450 78  WS-LINES-PER-PAGE VALUE 20.

002460 01  WS-REPORT-COUNTERS.
002470     05  WS-LINE-COUNT           PIC S9(03) COMP VALUE 0.
002480     05  WS-PAGE-COUNT           PIC S9(03) COMP VALUE 0.
002490     05  WS-EXC-LINE-COUNT       PIC S9(03) COMP VALUE 0.
002500     05  WS-EXC-PAGE-COUNT       PIC S9(03) COMP VALUE 0.

002510 01  WS-HEADING-LINE-1.
002520     05  FILLER                  PIC X(10) VALUE 'ACCT-POST '.
002530     05  FILLER                  PIC X(10) VALUE ' -  BALANC'.
002540     05  FILLER                  PIC X(10) VALUE 'E POSTING '.
002550     05  FILLER                  PIC X(10) VALUE 'REGISTER  '.
002560     05  FILLER                  PIC X(05) VALUE SPACES.
002570     05  FILLER                  PIC X(08) VALUE 'PAGE    '.
002580     05  HL1-PAGE-NO             PIC ZZ9.

002590 01  WS-HEADING-LINE-2.
002600     05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
002610     05  HL2-RUN-MM              PIC 99.
002620     05  FILLER                  PIC X(01) VALUE '/'.
002630     05  HL2-RUN-DD              PIC 99.
002640     05  FILLER                  PIC X(01) VALUE '/'.
002650     05  HL2-RUN-YY              PIC 99.
002660     05  FILLER                  PIC X(06) VALUE '  TIME'.
002670     05  FILLER                  PIC X(02) VALUE ': '.
002680     05  HL2-RUN-HH              PIC 99.
002690     05  FILLER                  PIC X(01) VALUE ':'.
002700     05  HL2-RUN-MN              PIC 99.
002710     05  FILLER                  PIC X(17) VALUE
002720         '  BUSINESS DATE: '.
002730     05  HL2-BUS-DATE            PIC 9(06).

002740 01  WS-HEADING-LINE-3.
002750     05  FILLER                  PIC X(08) VALUE 'ACCOUNT '.
002760     05  FILLER                  PIC X(09) VALUE SPACES.
002770     05  FILLER                  PIC X(15) VALUE
002780         '        OPENING'.
002790     05  FILLER                  PIC X(16) VALUE
002800         '             NET'.
002810     05  FILLER                  PIC X(16) VALUE
002820         '         CLOSING'.
002830     05  FILLER                  PIC X(08) VALUE ' LASTACT'.

002840 01  WS-REGISTER-LINE.
002850     05  RG-ACCOUNT-ID           PIC X(06).
002860     05  FILLER                  PIC X(02) VALUE SPACES.
002870     05  RG-TAG                  PIC X(08).
002880     05  FILLER                  PIC X(01) VALUE SPACES.
002890     05  RG-OPENING              PIC -ZZZZZZZZZZ9.99.
002900     05  FILLER                  PIC X(01) VALUE SPACES.
002910     05  RG-NET                  PIC -ZZZZZZZZZZ9.99.
002920     05  FILLER                  PIC X(01) VALUE SPACES.
002930     05  RG-CLOSING              PIC -ZZZZZZZZZZ9.99.
002940     05  FILLER                  PIC X(01) VALUE SPACES.
002950     05  RG-LAST-ACT             PIC 9(06).

002960 01  WS-LIMIT-LINE.
002970     05  LL-ACCOUNT-ID           PIC X(06).
002980     05  FILLER                  PIC X(02) VALUE SPACES.
002990     05  FILLER                  PIC X(08) VALUE 'LIMIT  :'.
003000     05  FILLER                  PIC X(01) VALUE SPACES.
003010     05  LL-OLD-LIMIT            PIC X(15).
003020     05  FILLER                  PIC X(04) VALUE ' TO '.
003030     05  LL-NEW-LIMIT            PIC X(15).

003040 01  W-LIMIT-EDIT                PIC ZZZZZZZZZZ9.99.

003050 01  WS-COUNT-LINE.
003060     05  CO-LABEL                PIC X(24).
003070     05  CO-COUNT                PIC ZZZZ9.

003080 01  WS-PROOF-LINE.
003090     05  PF-LABEL                PIC X(24).
003100     05  PF-AMOUNT               PIC -ZZZZZZZZZZ9.99.
003110******************************************************************
003120*    EXCEPTION REPORT PRINT LINES                                *
003130******************************************************************
003140 01  WS-EXC-HEADING-1.
003150     05  FILLER                  PIC X(10) VALUE 'ACCT-POST '.
003160     05  FILLER                  PIC X(10) VALUE ' -  BALANC'.
003170     05  FILLER                  PIC X(10) VALUE 'E EXCEPTIO'.
003180     05  FILLER                  PIC X(10) VALUE 'NS        '.
003190     05  FILLER                  PIC X(05) VALUE SPACES.
003200     05  FILLER                  PIC X(08) VALUE 'PAGE    '.
003210     05  EH1-PAGE-NO             PIC ZZ9.

003220 01  WS-EXC-HEADING-3.
003230     05  FILLER                  PIC X(08) VALUE 'ACCOUNT '.
003240     05  FILLER                  PIC X(17) VALUE 'NAME'.
003250     05  FILLER                  PIC X(05) VALUE 'BR'.
003260     05  FILLER                  PIC X(15) VALUE
003270         '        CLOSING'.
003280     05  FILLER                  PIC X(16) VALUE
003290         '           LIMIT'.
003300     05  FILLER                  PIC X(19) VALUE ' REASON'.

003310 01  WS-EXCEPTION-LINE.
003320     05  EX-ACCOUNT-ID           PIC X(06).
003330     05  FILLER                  PIC X(02) VALUE SPACES.
003340     05  EX-NAME                 PIC X(16).
003350     05  FILLER                  PIC X(01) VALUE SPACES.
003360     05  EX-BRANCH               PIC X(03).
003370     05  FILLER                  PIC X(02) VALUE SPACES.
003380     05  EX-CLOSING              PIC -ZZZZZZZZZZ9.99.
003390     05  FILLER                  PIC X(01) VALUE SPACES.
003400     05  EX-LIMIT                PIC X(15).
003410     05  FILLER                  PIC X(01) VALUE SPACES.
003420     05  EX-REASON               PIC X(18).
003430******************************************************************
003440 PROCEDURE DIVISION.
003450******************************************************************
003460*    0000-MAIN-PROCEDURE - OVERALL CONTROL                       *
003470******************************************************************
003480 0000-MAIN-PROCEDURE SECTION.

003490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003500     PERFORM 1200-LOAD-EXTRACT THRU 1200-EXIT.
003510     PERFORM 1300-OPEN-FILES THRU 1300-EXIT.
003520     PERFORM 2000-APPLY-LIMITS THRU 2000-EXIT.
003530     PERFORM 3000-POST-ACCOUNTS THRU 3000-EXIT.
003540     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
003544     PERFORM 5100-WRITE-BATCH-CONTROL THRU 5100-EXIT.
003550     CLOSE BALANCE-FILE.
003560     CLOSE ACCOUNT-MASTER.
003570     CLOSE POSTING-REGISTER.
003580     CLOSE EXCEPTION-REPORT.
003590     GOBACK.

003600 0000-EXIT.
003610     EXIT.
003620******************************************************************
003630*    1000-INITIALIZE - RUN DATE AND TIME FOR THE HEADINGS.       *
003640******************************************************************
003650 1000-INITIALIZE.

003660     ACCEPT WS-RUN-DATE FROM DATE.
003670     ACCEPT WS-RUN-TIME FROM TIME.
003680     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
003690     MOVE 0 TO WS-PAGE-COUNT.
003700     MOVE WS-LINES-PER-PAGE TO WS-EXC-LINE-COUNT.
003710     MOVE 0 TO WS-EXC-PAGE-COUNT.

003720 1000-EXIT.
003730     EXIT.
003740******************************************************************
003750*    1200-LOAD-EXTRACT - READ THE WHOLE EXTRACT, NET ITS 'D'     *
003760*    RECORDS BY ACCOUNT, AND PROVE IT AGAINST ITS TRAILER.  NO   *
003770*    HEADER, NO TRAILER, OR A COUNT/HASH THAT DOES NOT TIE ENDS  *
003780*    THE STEP RC=8 BEFORE THE BALANCE FILE IS EVEN OPENED - A    *
003790*    PARTIAL EXTRACT MUST NEVER REACH THE BALANCES.              *
003800******************************************************************
003810 1200-LOAD-EXTRACT.

003820     OPEN INPUT EXTRACT-FILE.
003830     IF NOT WS-EXTFILE-OK
003840         DISPLAY 'ACCT-POST - EXTRACT NOT AVAILABLE'
003850         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
003860     END-IF.

003870     PERFORM UNTIL NOT WS-EXTFILE-OK
003880         READ EXTRACT-FILE
003890             AT END
003900                 CONTINUE
003910         END-READ
003920         IF WS-EXTFILE-OK
003930             EVALUATE XH-RECORD-TYPE
003940                 WHEN 'H'
003950                     IF XH-RUN-DATE IS NUMERIC
003960                         MOVE XH-RUN-DATE TO W-BUSINESS-DATE
003970                         SET SW-HEADER-FOUND TO TRUE
003980                     END-IF
003982                     IF XH-BUSINESS-DATE IS NUMERIC
003984                         AND XH-BUSINESS-DATE > 0
003986                         MOVE XH-BUSINESS-DATE TO W-BUSINESS-DATE
003988                     END-IF
003989                     IF XH-RUN-TYPE = 'S'
003990                         SET SW-SUPPLEMENT TO TRUE
003991                         MOVE XH-SUPP-NUMBER TO W-POST-SUPP-NO
003992                     END-IF
003993                 WHEN 'D'
004000                     PERFORM 1210-NET-ONE-DETAIL THRU 1210-EXIT
004010                 WHEN 'T'
004020                     IF XT-RECORD-COUNT IS NUMERIC
004030                         AND XT-HASH-TOTAL IS NUMERIC
004040                         MOVE XT-RECORD-COUNT TO W-TRL-COUNT
004050                         MOVE XT-HASH-TOTAL TO W-TRL-HASH
004060                         SET SW-TRAILER-FOUND TO TRUE
004070                     END-IF
004080                 WHEN OTHER
004090                     CONTINUE
004100             END-EVALUATE
004110         END-IF
004120     END-PERFORM.
004130     CLOSE EXTRACT-FILE.

004140     DISPLAY 'ACCT-POST - EXTRACT PROOF FOR BUSINESS DATE '
004150         W-BUSINESS-DATE.
004152     IF SW-SUPPLEMENT
004154         DISPLAY '  SUPPLEMENTAL EXTRACT  : ' W-POST-SUPP-STEP
004156     END-IF.
004160     DISPLAY '  DETAILS READ   : ' W-DTL-COUNT
004170         '  TRAILER COUNT: ' W-TRL-COUNT.
004180     IF NOT SW-HEADER-FOUND
004190         OR NOT SW-TRAILER-FOUND
004200         OR W-DTL-COUNT NOT = W-TRL-COUNT
004210         OR W-DTL-HASH NOT = W-TRL-HASH
004220         PERFORM 3960-ABEND-BALANCING THRU 3960-EXIT
004230     END-IF.

004240 1200-EXIT.
004250     EXIT.
004260******************************************************************
004270*    1210-NET-ONE-DETAIL - ONE EXTRACT DETAIL INTO THE PROOF     *
004280*    TOTALS AND ITS ACCOUNT'S POSTING-TABLE ENTRY.  A            *
004290*    NON-NUMERIC VALUE IS LEFT OUT OF BOTH, SO THE PROOF FAILS.  *
004300******************************************************************
004310 1210-NET-ONE-DETAIL.

004320     IF XD-VALUE IS NOT NUMERIC
004330         DISPLAY 'ACCT-POST - NON-NUMERIC EXTRACT DETAIL, '
004340             'ACCOUNT ' XD-ACCOUNT-ID
004350         GO TO 1210-EXIT
004360     END-IF.
004370     ADD 1 TO W-DTL-COUNT.
004380     ADD XD-VALUE TO W-DTL-HASH.

004390     MOVE 0 TO W-PT-IX.
004400     PERFORM VARYING W-X FROM 1 BY 1
004410             UNTIL W-X > W-POST-COUNT OR W-PT-IX > 0
004420         IF W-PT-ACCOUNT(W-X) = XD-ACCOUNT-ID
004430             MOVE W-X TO W-PT-IX
004440         END-IF
004450     END-PERFORM.
004460     IF W-PT-IX = 0
004470         IF W-POST-COUNT >= W-MAX-POST-ACCTS
004480             DISPLAY 'ACCT-POST - POSTING TABLE FULL AT ACCOUNT '
004490                 XD-ACCOUNT-ID
004500             PERFORM 3960-ABEND-BALANCING THRU 3960-EXIT
004510         END-IF
004520         ADD 1 TO W-POST-COUNT
004530         MOVE XD-ACCOUNT-ID TO W-PT-ACCOUNT(W-POST-COUNT)
004540         MOVE 0 TO W-PT-ITEMS(W-POST-COUNT)
004550         MOVE 0 TO W-PT-NET(W-POST-COUNT)
004560         MOVE W-POST-COUNT TO W-PT-IX
004570     END-IF.
004580     ADD 1 TO W-PT-ITEMS(W-PT-IX).
004590     ADD XD-VALUE TO W-PT-NET(W-PT-IX).

004600 1210-EXIT.
004610     EXIT.
004620******************************************************************
004630*    1300-OPEN-FILES - OPEN THE BALANCE FILE FOR UPDATE, THE     *
004640*    MASTER FOR THE EXCEPTION NAMES, AND THE TWO LISTINGS.       *
004650******************************************************************
004660 1300-OPEN-FILES.

004670     OPEN I-O BALANCE-FILE.
004680     IF NOT WS-ACCTBAL-OK
004690         DISPLAY 'ACCT-POST - ACCOUNT BALANCE FILE NOT AVAILABLE'
004700         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
004710     END-IF.
004720     OPEN INPUT ACCOUNT-MASTER.
004730     IF NOT WS-ACCTMST-OK
004740         DISPLAY 'ACCT-POST - ACCOUNT MASTER NOT AVAILABLE'
004750         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
004760     END-IF.
004770     OPEN OUTPUT POSTING-REGISTER.
004780     IF NOT WS-POSTREG-OK
004790         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
004800     END-IF.
004810     OPEN OUTPUT EXCEPTION-REPORT.
004820     IF NOT WS-POSTEXC-OK
004830         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
004840     END-IF.

004850 1300-EXIT.
004860     EXIT.
004870******************************************************************
004880*    2000-APPLY-LIMITS - APPLY ANY LIMIT CARDS.  NO LIMIT FILE   *
004890*    (DD DUMMY, OR NOT ALLOCATED) IS THE NORMAL CASE.  A LIMIT   *
004900*    FOR AN ACCOUNT WITH NO BALANCE RECORD YET CREATES ONE AT    *
004910*    ZERO, SO THE LIMIT IS IN PLACE FOR ITS FIRST POSTING.       *
004920******************************************************************
004930 2000-APPLY-LIMITS.

004940     OPEN INPUT LIMIT-FILE.
004950     IF NOT WS-LIMFILE-OK
004960         GO TO 2000-EXIT
004970     END-IF.

004980     PERFORM UNTIL NOT WS-LIMFILE-OK
004990         READ LIMIT-FILE
005000             AT END
005010                 CONTINUE
005020         END-READ
005030         IF WS-LIMFILE-OK
005040             PERFORM 2100-APPLY-ONE-LIMIT THRU 2100-EXIT
005050         END-IF
005060     END-PERFORM.
005070     CLOSE LIMIT-FILE.

005080 2000-EXIT.
005090     EXIT.
005100******************************************************************
005110*    2100-APPLY-ONE-LIMIT - VALIDATE ONE LIMIT CARD, SET OR      *
005120*    REMOVE THE LIMIT, AND REGISTER THE CHANGE.                  *
005130******************************************************************
005140 2100-APPLY-ONE-LIMIT.

005150     ADD 1 TO W-LIMITS-READ.

005160     IF (NOT LC-SET-LIMIT AND NOT LC-REMOVE-LIMIT)
005170         OR LC-ACCOUNT-ID = SPACES
005180         OR (LC-SET-LIMIT AND LC-LIMIT IS NOT NUMERIC)
005190         MOVE LC-ACCOUNT-ID TO BL-ACCOUNT-ID
005200         MOVE 'INVALID LIMIT CARD' TO W-REJECT-REASON
005210         PERFORM 4200-WRITE-REJECT THRU 4200-EXIT
005220         ADD 1 TO W-LIMITS-REJECTED
005230         GO TO 2100-EXIT
005240     END-IF.

005250     MOVE LC-ACCOUNT-ID TO BL-ACCOUNT-ID.
005260     PERFORM 3200-READ-BALANCE THRU 3200-EXIT.

005270     MOVE W-BEF-LIMIT TO W-LIMIT-EDIT.
005280     IF W-BEF-LIMIT-FLAG = 'Y'
005290         MOVE W-LIMIT-EDIT TO LL-OLD-LIMIT
005300     ELSE
005310         MOVE '       NO LIMIT' TO LL-OLD-LIMIT
005320     END-IF.

005330     IF LC-SET-LIMIT
005340         MOVE 'Y' TO BL-LIMIT-FLAG
005350         MOVE LC-LIMIT TO BL-CREDIT-LIMIT
005360         MOVE BL-CREDIT-LIMIT TO W-LIMIT-EDIT
005370         MOVE W-LIMIT-EDIT TO LL-NEW-LIMIT
005380     ELSE
005390         MOVE 'N' TO BL-LIMIT-FLAG
005400         MOVE 0 TO BL-CREDIT-LIMIT
005410         MOVE '       NO LIMIT' TO LL-NEW-LIMIT
005420     END-IF.

005430     PERFORM 3300-WRITE-BALANCE THRU 3300-EXIT.
005440     IF SW-POST-INVALID
005450         PERFORM 4200-WRITE-REJECT THRU 4200-EXIT
005460         ADD 1 TO W-LIMITS-REJECTED
005470         GO TO 2100-EXIT
005480     END-IF.

005490     ADD 1 TO W-LIMITS-APPLIED.
005500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005510         PERFORM 4100-WRITE-REG-HEADINGS THRU 4100-EXIT
005520     END-IF.
005530     MOVE LC-ACCOUNT-ID TO LL-ACCOUNT-ID.
005540     WRITE REGISTER-RECORD FROM WS-LIMIT-LINE.
005550     ADD 1 TO WS-LINE-COUNT.

005560 2100-EXIT.
005570     EXIT.
005580******************************************************************
005590*    3000-POST-ACCOUNTS - POST EACH NETTED ACCOUNT IN TURN.      *
005600******************************************************************
005610 3000-POST-ACCOUNTS.

005620     PERFORM VARYING W-PT-IX FROM 1 BY 1
005630             UNTIL W-PT-IX > W-POST-COUNT
005640         PERFORM 3100-POST-ONE-ACCOUNT THRU 3100-EXIT
005650     END-PERFORM.

005660 3000-EXIT.
005670     EXIT.
005680******************************************************************
005682*    3100-POST-ONE-ACCOUNT - ROLL THE BALANCE FORWARD IF THIS IS *
005684*    THE FIRST POSTING OF A NEW BUSINESS DATE, SET THE DAY'S NET *
005686*    AND THE CLOSING BALANCE, AND REGISTER THE BEFORE/AFTER      *
005688*    PAIR.  A BALANCE ALREADY POSTED FOR A LATER DATE THAN THIS  *
005690*    EXTRACT IS NOT TOUCHED - POSTING AN OLD EXTRACT OVER IT     *
005692*    WOULD ROLL THE BALANCE BACKWARDS.  A SUPPLEMENTAL EXTRACT   *
005694*    CARRIES ONLY A LATE BRANCH'S ITEMS, SO ITS NET IS ADDED TO  *
005696*    THE DAY'S NET INSTEAD OF REPLACING IT; FOR AN ACCOUNT       *
005698*    ALREADY POSTED FOR A LATER DATE IT IS ADDED TO THE OPENING  *
005700*    (AND SO THE CLOSING) BALANCE, LEAVING THAT DAY'S NET ALONE. *
005702*    THE LAST ACTIVITY DATE NEVER MOVES BACKWARDS FOR A          *
005704*    SUPPLEMENT.  BECAUSE A SUPPLEMENT ADDS RATHER THAN          *
005706*    REPLACES, ONE THE ACCOUNT HAS ALREADY TAKEN (SAME DATE,     *
005708*    SAME OR LATER NUMBER) IS SKIPPED - IT COUNTS AS POSTED FOR  *
005710*    THE PROOF, SINCE ITS NET IS ALREADY ON THE BALANCE, BUT     *
005712*    MOVES NOTHING.  THE NIGHT'S OWN POSTING FOR A DATE REPLACES *
005714*    THE DAY'S NET, AND WITH IT ANY SUPPLEMENT OF THAT DATE, SO  *
005716*    IT CLEARS THE MARK.                                         *
005750******************************************************************
005760 3100-POST-ONE-ACCOUNT.

005770     MOVE W-PT-ACCOUNT(W-PT-IX) TO BL-ACCOUNT-ID.
005780     PERFORM 3200-READ-BALANCE THRU 3200-EXIT.

005781     IF SW-SUPPLEMENT
005782         AND BL-SUPP-DATE = W-BUSINESS-DATE
005783         AND BL-SUPP-NUMBER NOT < W-POST-SUPP-NO
005784         DISPLAY 'ACCT-POST - ' W-POST-SUPP-STEP
005785             ' ALREADY POSTED TO ' BL-ACCOUNT-ID ' - SKIPPED'
005786         ADD 1 TO W-ACCTS-ALREADY
005787         ADD W-PT-ITEMS(W-PT-IX) TO W-ITEMS-POSTED
005788         ADD W-PT-NET(W-PT-IX) TO W-NET-POSTED
005789         GO TO 3100-EXIT
005790     END-IF.

005791     IF BL-POSTED-DATE > W-BUSINESS-DATE
005792         AND NOT SW-SUPPLEMENT
005795         MOVE 'OLDER THAN POSTED' TO W-REJECT-REASON
005800         PERFORM 4200-WRITE-REJECT THRU 4200-EXIT
005805         ADD 1 TO W-ACCTS-REJECTED
005810         GO TO 3100-EXIT
005815     END-IF.
005820     IF BL-POSTED-DATE < W-BUSINESS-DATE
005825         MOVE BL-CLOSING-BALANCE TO BL-OPENING-BALANCE
005830         MOVE W-BUSINESS-DATE TO BL-POSTED-DATE
005835         MOVE 0 TO BL-NET-ACTIVITY
005840     END-IF.
005845     IF NOT SW-SUPPLEMENT
005850         MOVE W-PT-NET(W-PT-IX) TO BL-NET-ACTIVITY
005855     ELSE
005860         IF BL-POSTED-DATE > W-BUSINESS-DATE
005865             ADD W-PT-NET(W-PT-IX) TO BL-OPENING-BALANCE
005870         ELSE
005875             ADD W-PT-NET(W-PT-IX) TO BL-NET-ACTIVITY
005880         END-IF
005885     END-IF.
005890     COMPUTE BL-CLOSING-BALANCE =
005895         BL-OPENING-BALANCE + BL-NET-ACTIVITY.
005900     IF NOT SW-SUPPLEMENT
005905         OR W-BUSINESS-DATE > BL-LAST-ACTIVITY
005910         MOVE W-BUSINESS-DATE TO BL-LAST-ACTIVITY
005915     END-IF.
005916     IF SW-SUPPLEMENT
005917         MOVE W-BUSINESS-DATE TO BL-SUPP-DATE
005918         MOVE W-POST-SUPP-NO TO BL-SUPP-NUMBER
005919     ELSE
005920         IF BL-SUPP-DATE = W-BUSINESS-DATE
005921             MOVE 0 TO BL-SUPP-DATE
005922             MOVE 0 TO BL-SUPP-NUMBER
005923         END-IF
005924     END-IF.

005930     PERFORM 3300-WRITE-BALANCE THRU 3300-EXIT.
005940     IF SW-POST-INVALID
005950         PERFORM 4200-WRITE-REJECT THRU 4200-EXIT
005960         ADD 1 TO W-ACCTS-REJECTED
005970         GO TO 3100-EXIT
005980     END-IF.

005990     ADD 1 TO W-ACCTS-POSTED.
005994     ADD W-PT-ITEMS(W-PT-IX) TO W-ITEMS-POSTED.
006000     ADD W-PT-NET(W-PT-IX) TO W-NET-POSTED.
006010     IF SW-NEW-BALANCE
006020         ADD 1 TO W-ACCTS-NEW
006030     END-IF.
006040     PERFORM 3400-REGISTER-POSTING THRU 3400-EXIT.
006050     PERFORM 3500-CHECK-EXCEPTION THRU 3500-EXIT.

006060 3100-EXIT.
006070     EXIT.
006080******************************************************************
006090*    3200-READ-BALANCE - READ THE BALANCE RECORD FOR THE KEY IN  *
006100*    BL-ACCOUNT-ID AND CAPTURE THE BEFORE IMAGE.  AN ACCOUNT     *
006110*    WITH NO RECORD YET STARTS FROM A ZERO BALANCE AND NO LIMIT. *
006120******************************************************************
006130 3200-READ-BALANCE.

006140     MOVE 'N' TO SW-NEW-BALANCE-FLAG.
006150     SET SW-POST-VALID TO TRUE.
006160     MOVE BL-ACCOUNT-ID TO W-HOLD-ACCOUNT.
006170     READ BALANCE-FILE
006180         INVALID KEY
006190             SET SW-NEW-BALANCE TO TRUE
006200     END-READ.
006210     IF SW-NEW-BALANCE
006220         MOVE SPACES TO BALANCE-RECORD
006230         MOVE W-HOLD-ACCOUNT TO BL-ACCOUNT-ID
006240         MOVE 0 TO BL-POSTED-DATE
006250         MOVE 0 TO BL-OPENING-BALANCE
006260         MOVE 0 TO BL-NET-ACTIVITY
006270         MOVE 0 TO BL-CLOSING-BALANCE
006280         MOVE 0 TO BL-LAST-ACTIVITY
006290         MOVE 'N' TO BL-LIMIT-FLAG
006300         MOVE 0 TO BL-CREDIT-LIMIT
006310     END-IF.
006311     IF BL-SUPP-DATE IS NOT NUMERIC
006312         OR BL-SUPP-NUMBER IS NOT NUMERIC
006313         MOVE 0 TO BL-SUPP-DATE
006314         MOVE 0 TO BL-SUPP-NUMBER
006315     END-IF.

006320     MOVE BL-OPENING-BALANCE TO W-BEF-OPENING.
006330     MOVE BL-NET-ACTIVITY TO W-BEF-NET.
006340     MOVE BL-CLOSING-BALANCE TO W-BEF-CLOSING.
006350     MOVE BL-LAST-ACTIVITY TO W-BEF-LAST-ACT.
006360     MOVE BL-LIMIT-FLAG TO W-BEF-LIMIT-FLAG.
006370     MOVE BL-CREDIT-LIMIT TO W-BEF-LIMIT.

006380 3200-EXIT.
006390     EXIT.
006400******************************************************************
006410*    3300-WRITE-BALANCE - WRITE A NEW BALANCE RECORD OR REWRITE  *
006420*    THE EXISTING ONE.                                           *
006430******************************************************************
006440 3300-WRITE-BALANCE.

006450     IF SW-NEW-BALANCE
006460         WRITE BALANCE-RECORD
006470             INVALID KEY
006480                 SET SW-POST-INVALID TO TRUE
006490                 MOVE 'BALANCE WRITE FAIL' TO W-REJECT-REASON
006500         END-WRITE
006510     ELSE
006520         REWRITE BALANCE-RECORD
006530             INVALID KEY
006540                 SET SW-POST-INVALID TO TRUE
006550                 MOVE 'BALANCE REWRT FAIL' TO W-REJECT-REASON
006560         END-REWRITE
006570     END-IF.

006580 3300-EXIT.
006590     EXIT.
006600******************************************************************
006610*    3400-REGISTER-POSTING - ONE BEFORE/AFTER PAIR ON THE        *
006620*    POSTING REGISTER FOR THE ACCOUNT JUST POSTED.               *
006630******************************************************************
006640 3400-REGISTER-POSTING.

006650     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006660         PERFORM 4100-WRITE-REG-HEADINGS THRU 4100-EXIT
006670     END-IF.

006680     MOVE BL-ACCOUNT-ID TO RG-ACCOUNT-ID.
006690     IF SW-NEW-BALANCE
006700         MOVE 'NEW    :' TO RG-TAG
006710     ELSE
006720         MOVE 'BEFORE :' TO RG-TAG
006730     END-IF.
006740     MOVE W-BEF-OPENING TO RG-OPENING.
006750     MOVE W-BEF-NET TO RG-NET.
006760     MOVE W-BEF-CLOSING TO RG-CLOSING.
006770     MOVE W-BEF-LAST-ACT TO RG-LAST-ACT.
006780     WRITE REGISTER-RECORD FROM WS-REGISTER-LINE.

006790     MOVE SPACES TO RG-ACCOUNT-ID.
006800     MOVE 'AFTER  :' TO RG-TAG.
006810     MOVE BL-OPENING-BALANCE TO RG-OPENING.
006820     MOVE BL-NET-ACTIVITY TO RG-NET.
006830     MOVE BL-CLOSING-BALANCE TO RG-CLOSING.
006840     MOVE BL-LAST-ACTIVITY TO RG-LAST-ACT.
006850     WRITE REGISTER-RECORD FROM WS-REGISTER-LINE.
006860     ADD 2 TO WS-LINE-COUNT.

006870 3400-EXIT.
006880     EXIT.
006890******************************************************************
006900*    3500-CHECK-EXCEPTION - AN ACCOUNT WITH NO LIMIT MAY NOT GO  *
006910*    BELOW ZERO; AN ACCOUNT WITH A LIMIT MAY NOT GO BELOW MINUS  *
006920*    ITS LIMIT.  EITHER BREACH PRINTS ON THE EXCEPTION REPORT.   *
006930*    A NEGATIVE BALANCE INSIDE AN AGREED LIMIT IS NOT AN         *
006940*    EXCEPTION.                                                  *
006950******************************************************************
006960 3500-CHECK-EXCEPTION.

006970     IF BL-LIMIT-SET
006980         COMPUTE W-ALLOWED-FLOOR = 0 - BL-CREDIT-LIMIT
006990     ELSE
007000         MOVE 0 TO W-ALLOWED-FLOOR
007010     END-IF.
007020     IF BL-CLOSING-BALANCE NOT < W-ALLOWED-FLOOR
007030         GO TO 3500-EXIT
007040     END-IF.

007050     IF BL-LIMIT-SET
007060         ADD 1 TO W-OVERLIMIT-COUNT
007070         MOVE 'OVER CREDIT LIMIT' TO EX-REASON
007080         MOVE BL-CREDIT-LIMIT TO W-LIMIT-EDIT
007090         MOVE W-LIMIT-EDIT TO EX-LIMIT
007100     ELSE
007110         ADD 1 TO W-NEGATIVE-COUNT
007120         MOVE 'NEGATIVE BALANCE' TO EX-REASON
007130         MOVE '       NO LIMIT' TO EX-LIMIT
007140     END-IF.
007150     MOVE BL-CLOSING-BALANCE TO EX-CLOSING.
007160     PERFORM 4300-WRITE-EXC-LINE THRU 4300-EXIT.

007170 3500-EXIT.
007180     EXIT.
007190******************************************************************
007200*    4100-WRITE-REG-HEADINGS - PAGE HEADING FOR THE REGISTER.    *
007210******************************************************************
007220 4100-WRITE-REG-HEADINGS.

007230     ADD 1 TO WS-PAGE-COUNT.
007240     MOVE WS-PAGE-COUNT TO HL1-PAGE-NO.
007250     WRITE REGISTER-RECORD FROM WS-HEADING-LINE-1.

007260     PERFORM 4150-SET-HEADING-DATES THRU 4150-EXIT.
007270     WRITE REGISTER-RECORD FROM WS-HEADING-LINE-2.

007280     WRITE REGISTER-RECORD FROM WS-HEADING-LINE-3.
007290     MOVE SPACES TO REGISTER-RECORD.
007300     WRITE REGISTER-RECORD.

007310     MOVE 0 TO WS-LINE-COUNT.

007320 4100-EXIT.
007330     EXIT.
007340******************************************************************
007350*    4150-SET-HEADING-DATES - RUN DATE/TIME AND BUSINESS DATE    *
007360*    INTO HEADING LINE 2, SHARED BY BOTH LISTINGS.               *
007370******************************************************************
007380 4150-SET-HEADING-DATES.

007390     MOVE WS-RUN-MM TO HL2-RUN-MM.
007400     MOVE WS-RUN-DD TO HL2-RUN-DD.
007410     MOVE WS-RUN-YY TO HL2-RUN-YY.
007420     MOVE WS-RUN-HH TO HL2-RUN-HH.
007430     MOVE WS-RUN-MN TO HL2-RUN-MN.
007440     MOVE W-BUSINESS-DATE TO HL2-BUS-DATE.

007450 4150-EXIT.
007460     EXIT.
007470******************************************************************
007480*    4200-WRITE-REJECT - A POSTING OR LIMIT CARD THAT COULD NOT  *
007490*    BE APPLIED, ON THE EXCEPTION REPORT WITH ITS REASON.        *
007500******************************************************************
007510 4200-WRITE-REJECT.

007520     MOVE 0 TO EX-CLOSING.
007530     MOVE SPACES TO EX-LIMIT.
007540     MOVE W-REJECT-REASON TO EX-REASON.
007550     PERFORM 4300-WRITE-EXC-LINE THRU 4300-EXIT.

007560 4200-EXIT.
007570     EXIT.
007580******************************************************************
007590*    4300-WRITE-EXC-LINE - LOOK UP THE NAME AND BRANCH AND PRINT *
007600*    ONE EXCEPTION LINE, WITH PAGE BREAKS.                       *
007610******************************************************************
007620 4300-WRITE-EXC-LINE.

007630     IF WS-EXC-LINE-COUNT >= WS-LINES-PER-PAGE
007640         PERFORM 4400-WRITE-EXC-HEADINGS THRU 4400-EXIT
007650     END-IF.

007660     MOVE BL-ACCOUNT-ID TO EX-ACCOUNT-ID.
007670     MOVE BL-ACCOUNT-ID TO AM-ACCOUNT-ID.
007680     READ ACCOUNT-MASTER
007690         INVALID KEY
007700             MOVE '(NOT ON MASTER)' TO EX-NAME
007710             MOVE '???' TO EX-BRANCH
007720         NOT INVALID KEY
007730             MOVE AM-ACCOUNT-NAME TO EX-NAME
007740             MOVE AM-BRANCH TO EX-BRANCH
007750     END-READ.
007760     WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE.
007770     ADD 1 TO WS-EXC-LINE-COUNT.

007780 4300-EXIT.
007790     EXIT.
007800******************************************************************
007810*    4400-WRITE-EXC-HEADINGS - PAGE HEADING FOR THE EXCEPTIONS.  *
007820******************************************************************
007830 4400-WRITE-EXC-HEADINGS.

007840     ADD 1 TO WS-EXC-PAGE-COUNT.
007850     MOVE WS-EXC-PAGE-COUNT TO EH1-PAGE-NO.
007860     WRITE EXCEPTION-RECORD FROM WS-EXC-HEADING-1.

007870     PERFORM 4150-SET-HEADING-DATES THRU 4150-EXIT.
007880     WRITE EXCEPTION-RECORD FROM WS-HEADING-LINE-2.

007890     WRITE EXCEPTION-RECORD FROM WS-EXC-HEADING-3.
007900     MOVE SPACES TO EXCEPTION-RECORD.
007910     WRITE EXCEPTION-RECORD.

007920     MOVE 0 TO WS-EXC-LINE-COUNT.

007930 4400-EXIT.
007940     EXIT.
007950******************************************************************
007960*    5000-WRITE-TOTALS - CONTROL TOTALS AT THE FOOT OF THE       *
007970*    REGISTER, AND THE PROOF THAT THE NET POSTED EQUALS THE      *
007980*    EXTRACT TRAILER HASH.  A REJECTED POSTING LEAVES MONEY      *
007990*    UNPOSTED AND ENDS THE STEP RC=8; NEGATIVE OR OVER-LIMIT     *
008000*    ACCOUNTS, OR A REJECTED LIMIT CARD, END IT RC=4.            *
008010******************************************************************
008020 5000-WRITE-TOTALS.

008030     IF WS-PAGE-COUNT = 0
008040         PERFORM 4100-WRITE-REG-HEADINGS THRU 4100-EXIT
008050     END-IF.
008060     IF WS-EXC-PAGE-COUNT = 0
008070         PERFORM 4400-WRITE-EXC-HEADINGS THRU 4400-EXIT
008080     END-IF.

008090     MOVE SPACES TO REGISTER-RECORD.
008100     WRITE REGISTER-RECORD.

008110     MOVE 'EXTRACT DETAILS READ   :' TO CO-LABEL.
008120     MOVE W-DTL-COUNT TO CO-COUNT.
008130     WRITE REGISTER-RECORD FROM WS-COUNT-LINE.

008140     MOVE 'ACCOUNTS POSTED        :' TO CO-LABEL.
008150     MOVE W-ACCTS-POSTED TO CO-COUNT.
008160     WRITE REGISTER-RECORD FROM WS-COUNT-LINE.

008161     IF SW-SUPPLEMENT
008162         MOVE 'SUPPLEMENT ALREADY ON  :' TO CO-LABEL
008163         MOVE W-ACCTS-ALREADY TO CO-COUNT
008164         WRITE REGISTER-RECORD FROM WS-COUNT-LINE
008165     END-IF.

008170     MOVE 'NEW BALANCE RECORDS    :' TO CO-LABEL.
008180     MOVE W-ACCTS-NEW TO CO-COUNT.
008190     WRITE REGISTER-RECORD FROM WS-COUNT-LINE.

008200     MOVE 'POSTINGS REJECTED      :' TO CO-LABEL.
008210     MOVE W-ACCTS-REJECTED TO CO-COUNT.
008220     WRITE REGISTER-RECORD FROM WS-COUNT-LINE.

008230     MOVE 'LIMIT CARDS READ       :' TO CO-LABEL.
008240     MOVE W-LIMITS-READ TO CO-COUNT.
008250     WRITE REGISTER-RECORD FROM WS-COUNT-LINE.

008260     MOVE 'LIMIT CARDS APPLIED    :' TO CO-LABEL.
008270     MOVE W-LIMITS-APPLIED TO CO-COUNT.
008280     WRITE REGISTER-RECORD FROM WS-COUNT-LINE.

008290     MOVE 'LIMIT CARDS REJECTED   :' TO CO-LABEL.
008300     MOVE W-LIMITS-REJECTED TO CO-COUNT.
008310     WRITE REGISTER-RECORD FROM WS-COUNT-LINE.

008320     MOVE 'NEGATIVE BALANCES      :' TO CO-LABEL.
008330     MOVE W-NEGATIVE-COUNT TO CO-COUNT.
008340     WRITE REGISTER-RECORD FROM WS-COUNT-LINE.

008350     MOVE 'OVER CREDIT LIMIT      :' TO CO-LABEL.
008360     MOVE W-OVERLIMIT-COUNT TO CO-COUNT.
008370     WRITE REGISTER-RECORD FROM WS-COUNT-LINE.

008380     MOVE 'EXTRACT TRAILER HASH   :' TO PF-LABEL.
008390     MOVE W-TRL-HASH TO PF-AMOUNT.
008400     WRITE REGISTER-RECORD FROM WS-PROOF-LINE.

008410     MOVE 'NET ACTIVITY POSTED    :' TO PF-LABEL.
008420     MOVE W-NET-POSTED TO PF-AMOUNT.
008430     WRITE REGISTER-RECORD FROM WS-PROOF-LINE.

008440     MOVE SPACES TO EXCEPTION-RECORD.
008450     WRITE EXCEPTION-RECORD.
008460     MOVE 'NEGATIVE BALANCES      :' TO CO-LABEL.
008470     MOVE W-NEGATIVE-COUNT TO CO-COUNT.
008480     WRITE EXCEPTION-RECORD FROM WS-COUNT-LINE.
008490     MOVE 'OVER CREDIT LIMIT      :' TO CO-LABEL.
008500     MOVE W-OVERLIMIT-COUNT TO CO-COUNT.
008510     WRITE EXCEPTION-RECORD FROM WS-COUNT-LINE.

008520     IF W-ACCTS-REJECTED > 0
008530         OR W-NET-POSTED NOT = W-TRL-HASH
008540         DISPLAY 'ACCT-POST - ' W-ACCTS-REJECTED
008550             ' ACCOUNT(S) NOT POSTED - SEE THE EXCEPTION REPORT'
008560         MOVE 8 TO RETURN-CODE
008570     ELSE
008580         IF W-NEGATIVE-COUNT > 0
008590             OR W-OVERLIMIT-COUNT > 0
008600             OR W-LIMITS-REJECTED > 0
008610             MOVE 4 TO RETURN-CODE
008620         END-IF
008630     END-IF.

008640 5000-EXIT.
008650     EXIT.
008651******************************************************************
008652*    5100-WRITE-BATCH-CONTROL - APPEND THE 'POST' RECORD (OR     *
008653*    'POSTSUPN' FOR A SUPPLEMENTAL EXTRACT) TO THE BATCH-CONTROL *
008654*    LEDGER: IN = EXTRACT DETAILS AND THEIR HASH, OUT = DETAILS  *
008655*    ON THE ACCOUNTS POSTED AND THE NET POSTED, REJECTED =       *
008656*    DETAILS ON ACCOUNTS THAT COULD NOT BE POSTED.  A LEDGER     *
008657*    THAT CANNOT BE OPENED IS REPORTED BUT DOES NOT CHANGE THE   *
008658*    RETURN CODE; CONTROL-PROOF SHOWS THE MISSING STEP.          *
008659******************************************************************
008660 5100-WRITE-BATCH-CONTROL.

008661     OPEN EXTEND BATCH-CONTROL.
008662     IF NOT WS-BATCHCTL-OK
008663         OPEN OUTPUT BATCH-CONTROL
008664     END-IF.
008665     IF NOT WS-BATCHCTL-OK
008666         DISPLAY 'ACCT-POST - BATCH CONTROL LEDGER NOT '
008667             'AVAILABLE - NO CONTROL RECORD WRITTEN'
008668         GO TO 5100-EXIT
008669     END-IF.

008670     MOVE SPACES TO BATCH-CONTROL-RECORD.
008671     IF SW-SUPPLEMENT
008672         MOVE W-POST-SUPP-STEP TO BC-STEP
008673     ELSE
008674         MOVE 'POST' TO BC-STEP
008675     END-IF.
008676     MOVE W-BUSINESS-DATE TO BC-BUSINESS-DATE.
008677     MOVE 'ALL' TO BC-BRANCH.
008678     MOVE W-DTL-COUNT TO BC-RECORDS-IN.
008679     MOVE W-ITEMS-POSTED TO BC-RECORDS-OUT.
008680     COMPUTE BC-RECORDS-REJECTED = W-DTL-COUNT - W-ITEMS-POSTED.
008681     MOVE W-DTL-HASH TO BC-AMOUNT-IN.
008682     MOVE W-NET-POSTED TO BC-AMOUNT-OUT.
008683     COMPUTE BC-RUN-DATE =
008684         WS-RUN-YY * 10000 + WS-RUN-MM * 100 + WS-RUN-DD.
008685     COMPUTE BC-RUN-TIME =
008686         WS-RUN-HH * 10000 + WS-RUN-MN * 100 + WS-RUN-SS.
008687     WRITE BATCH-CONTROL-RECORD.
008688     CLOSE BATCH-CONTROL.

008689 5100-EXIT.
008690     EXIT.
008691******************************************************************
008692*    3950-ABEND-FILE-ERROR - A REQUIRED FILE COULD NOT BE        *
008693*    OPENED.  ENDS THE STEP WITH RC=12.                          *
008694******************************************************************
008700 3950-ABEND-FILE-ERROR.

008710     DISPLAY 'ACCT-POST - REQUIRED FILE NOT AVAILABLE'.
008720     MOVE 12 TO RETURN-CODE.
008730     STOP RUN.

008740 3950-EXIT.
008750     EXIT.
008760******************************************************************
008770*    3960-ABEND-BALANCING - THE EXTRACT DID NOT PROVE AGAINST    *
008780*    ITS OWN TRAILER.  ENDS THE STEP WITH RC=8 AND NOTHING       *
008790*    POSTED - THE BALANCE FILE HAS NOT BEEN OPENED YET.          *
008800******************************************************************
008810 3960-ABEND-BALANCING.

008820     DISPLAY 'ACCT-POST - EXTRACT DOES NOT PROVE AGAINST ITS '
008830         'TRAILER - NOTHING POSTED'.
008840     MOVE 8 TO RETURN-CODE.
008850     STOP RUN.

008860 3960-EXIT.
008870     EXIT.
