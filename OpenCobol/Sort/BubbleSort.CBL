001840*                  TOTAL MUST TIE TO THE SUMMARY REPORT'S        *
001850*                  GRAND TOTAL (RC=8 IF NOT), SO THE FEED        *
001860*                  PROVES ITSELF LIKE THE EXTRACT DOES.          *
001861*   15/10/2026 RH  ADDED CROSS-DAY DUPLICATE DETECTION.  ITEM-   *
001862*                  HISTORY (ITEMHIST) IS A ROLLING FILE OF THE   *
001863*                  ITEMS ACCEPTED ON PRIOR BUSINESS DATES        *
001864*                  (ACCOUNT, VALUE, BRANCH, DATE) PLUS EACH      *
001865*                  FEED'S COUNT/HASH FINGERPRINT, KEPT FOR       *
001866*                  W-HIST-RETAIN-DAYS.  A SOURCE WHOSE           *
001867*                  FINGERPRINT MATCHES AN EARLIER DAY'S FEED     *
001868*                  FROM THE SAME BRANCH IS HELD - THE RUN ENDS   *
001869*                  RC=24 UNLESS THE DUPLICATE-FEED RELEASE FLAG  *
001870*                  IS ON BDATFILE.  A DETAIL THAT EXACTLY        *
001871*                  REPEATS A PRIOR DAY'S ITEM IS HELD AS A       *
001872*                  POSSIBLE DUPLICATE ('HELD - DUP') FOR A       *
001873*                  SUPERVISOR TO RELEASE OR DECLINE, NOT         *
001874*                  POSTED.  A CLEAN RUN WRITES THE ROLLED-       *
001875*                  FORWARD HISTORY TO ITEMNEW, WHICH THE JCL     *
001876*                  SWAPS IN.  BRANCH-EDIT NOW CARRIES THE RAW    *
001877*                  FEED'S FINGERPRINT ON THE EDITED CONTROL      *
001878*                  RECORD (SC-FEED-COUNT/SC-FEED-HASH).          *
001879*   15/10/2026 RH  ADDED THE SUPERVISOR HOLD CYCLE.  A VALID     *
001880*                  DETAIL OVER THE REVIEW THRESHOLD FOR ITS      *
001881*                  ACCOUNT OR BRANCH (THRESHOLD-FILE) IS WRITTEN *
001882*                  TO PENDING-NEW AND LISTED ON HOLD-REPORT      *
001883*                  INSTEAD OF BEING SORTED.  EACH RUN READS LAST *
001884*                  NIGHT'S PENDING-FILE AHEAD OF INFILE AND      *
001885*                  APPLIES THE SUPERVISORS' APPROVAL-FILE CARDS: *
001886*                  AN APPROVED ITEM IS RELEASED INTO THE RUN     *
001887*                  UNDER SOURCE TAG 'APR', A DECLINED ONE GOES   *
001888*                  TO SUSPENSE, AND AN UNDECIDED ONE IS CARRIED  *
001889*                  FORWARD.  1180-PROVE-HOLDS FOOTS HELD,        *
001890*                  RELEASED, DECLINED AND CARRIED-FORWARD TOTALS *
001891*                  AND PROVES DETAILS READ = SORTED + REJECTED + *
001892*                  HELD (RC=8 IF NOT); THE REPORT TRAILER SHOWS  *
001893*                  THE HELD AND RELEASED TOTALS.                 *
001894*   15/10/2026 RH  ADDED THE BATCH-CONTROL LEDGER (BATCHCTL).  A *
001895*                  CLEAN RUN APPENDS A 'SORT' CONTROL RECORD PER *
001896*                  SOURCE AND FOR THE RUN AS A WHOLE, AND A      *
001897*                  'GLJRNL' RECORD FOR THE JOURNAL, FOR          *
001898*                  CONTROL-PROOF TO CHAIN TO THE OTHER STEPS OF  *
001899*                  THE NIGHT.  W-SRC-HASH KEEPS EACH SOURCE'S    *
001900*                  INPUT HASH.  THE EXTRACT HEADER NOW CARRIES   *
001901*                  THE BUSINESS DATE (XH-BUSINESS-DATE) AS WELL  *
001902*                  AS THE RUN DATE.                              *
001903*   15/10/2026 RH  BRANCHES NOW COME FROM THE BRANCH REFERENCE   *
001904*                  FILE (BRMAST, MAINTAINED BY BRANCH-MAINT)     *
001905*                  INSTEAD OF THE FIXED FIVE-ENTRY MAP.          *
001906*                  1090-LOAD-BRANCH-TABLE READS IT AT START OF   *
001907*                  RUN - NAME, GL CLEARING ACCOUNT, REPORT       *
001908*                  DESTINATION, AND WHETHER THE BRANCH IS ACTIVE *
001909*                  ON THE BUSINESS DATE. THE FIVE BRRPT0N FILES  *
001910*                  ARE REPLACED BY ONE BRANCH-TAGGED BRANCH      *
001911*                  REPORT (BRRPT) AND A DISTRIBUTION JOB         *
001912*                  (BRDIST) BUILT EACH RUN WITH A SYSOUT DD AND  *
001913*                  OUTFIL PER REPORTED BRANCH, WHICH THE JCL     *
001914*                  SUBMITS. EVERY ACTIVE BRANCH IS REPORTED; A   *
001915*                  CLOSED OR NOT-YET-OPEN BRANCH ONLY WHEN IT    *
001916*                  HAS RECORDS, WITH A WARNING. THE HEADING      *
001917*                  CARRIES THE BRANCH NAME AND THE GL JOURNAL    *
001918*                  DEBITS THE CLEARING ACCOUNT FROM THE FILE.    *
001919*   15/10/2026 RH  A DETAIL MAY NOW BE A REVERSAL                *
001920*                  (SI-RECORD-TYPE 'R') CARRYING THE BUSINESS    *
001921*                  DATE AND EXTRACT SEQUENCE OF THE ORIGINAL IT  *
001922*                  REVERSES. 1300/1350 FIND EACH ORIGINAL IN THE *
001923*                  RETAINED EXTRACT GENERATIONS (EXTHIST) AND    *
001924*                  3060 REJECTS A REVERSAL WHOSE ORIGINAL IS     *
001925*                  MISSING, ON ANOTHER ACCOUNT, ALREADY FULLY    *
001926*                  REVERSED, OF THE SAME SIGN, OR SMALLER THAN   *
001927*                  THE REVERSAL. THE LINK IS CARRIED ON THE      *
001928*                  EXTRACT DETAIL (XD-REVERSAL-LINK) AND ON A    *
001929*                  SEPARATE GL JOURNAL PAIR PER REVERSAL         *
001930*                  (GJ-REVERSAL-LINK); EVERY REVERSAL IS LISTED  *
001931*                  ON THE REVERSAL REGISTER (REVRPT). REVERSALS  *
001932*                  ARE NEVER HELD FOR SUPERVISOR APPROVAL.       *
001933*   15/10/2026 RH  A SUPPLEMENT RUN FOR A LATE FEED ON A         *
001934*                  BUSINESS DATE THAT HAS ALREADY RUN CLEAN ('S' *
001935*                  IN BDATFILE COLUMN 10). IT NEEDS THE DATE'S   *
001936*                  CLEAN RUN ON THE AUDIT TRAIL AND THE NIGHT'S  *
001937*                  EXTRACT ON THE HISTORY (RC=20 OTHERWISE,      *
001938*                  3980), IS NUMBERED 1-9 BY 1380, AND CARRIES   *
001939*                  THE EXTRACT SEQUENCES ON FROM THE LAST ONE    *
001940*                  ISSUED FOR THE DATE. ITS EXTRACT HEADER       *
001941*                  CARRIES RUN TYPE 'S' AND THE NUMBER, ITS GL   *
001942*                  BATCH REFERENCE IS 'SN' PLUS THE DATE, ITS    *
001943*                  CONTROL RECORDS ARE 'SORTSUPN'/'GLJRNLSN',    *
001944*                  ONLY BRANCHES WITH RECORDS ARE REPORTED, NO   *
001945*                  DELTA REPORT IS MADE, AND ITS AUDIT LINE IS   *
001946*                  MARKED 'S' (AL-RUN-TYPE) SO IT IS NEVER TAKEN *
001947*                  FOR A CLEAN RUN. A SUPPLEMENT GENERATION ON   *
001948*                  THE EXTRACT HISTORY ADDS TO ITS DATE RATHER   *
001949*                  THAN REPLACING IT.                            *
001950*                  A SUPPLEMENT LEAVES THE PENDING FILE          *
001951*                  UNDECIDED; 1172 ONLY NUMBERS ITS NEW HOLDS ON *
001952*                  FROM THE DATE'S LAST HOLD SEQUENCE.           *
001953*   15/10/2026 RH  A POSSIBLE DUPLICATE IS HELD ON PENDING-NEW   *
001954*                  WITH A ZERO LIMIT RATHER THAN SUSPENDED, SO   *
001955*                  ONLY AN APPROVAL CARD RELEASES IT. A RECYCLED *
001956*                  ITEM DECLINED BY A SUPERVISOR IS RECHECKED    *
001957*                  UNDER ITS ACCOUNT'S BRANCH. A HELD REVERSAL   *
001958*                  GOES ON THE REVERSAL REGISTER WHEN RELEASED.  *
001959*                  FEED FINGERPRINTS ARE CHECKED IN THE 1300     *
001960*                  PRE-SCAN (1390/1395) WHILE ONLY THE INPUT IS  *
001961*                  OPEN, SO RC=24 WRITES NOTHING AND 3970 CLOSES *
001962*                  ONLY THE INPUT. AN ITEM RELEASED FROM HOLD    *
001963*                  GOES TO THE ITEM HISTORY UNDER THE BRANCH THAT*
001964*                  SENT IT (W-FEED-BRANCH), NOT 'APR'.           *
001969******************************************************************
001970 IDENTIFICATION DIVISION.
001971 PROGRAM-ID. BUBBLE-SORT.
001972 AUTHOR. MAXFX.
001973 INSTALLATION. DATA CENTER APPLICATIONS GROUP.
001974 DATE-WRITTEN. 22/05/2017.
001975 DATE-COMPILED.
001976******************************************************************
001977 ENVIRONMENT DIVISION.
001978 CONFIGURATION SECTION.
001979 SOURCE-COMPUTER. IBM-370.
001980 OBJECT-COMPUTER. IBM-370.
001990 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002150     SELECT EXCEPTION-FILE ASSIGN TO EXCFILE
002160         ORGANIZATION IS LINE SEQUENTIAL
002170         FILE STATUS IS WS-EXCFILE-STATUS.
002180     SELECT BRANCH-MASTER ASSIGN TO BRMAST
002190         ORGANIZATION IS INDEXED
002200         ACCESS MODE IS SEQUENTIAL
002210         RECORD KEY IS BM-BRANCH-ID
002220         FILE STATUS IS WS-BRMAST-STATUS.
002230     SELECT BRANCH-REPORT ASSIGN TO BRRPT
002240         ORGANIZATION IS LINE SEQUENTIAL
002250         FILE STATUS IS WS-BRRPT-STATUS.
002260     SELECT BRANCH-DIST ASSIGN TO BRDIST
002270         ORGANIZATION IS LINE SEQUENTIAL
002280         FILE STATUS IS WS-BRDIST-STATUS.
002330     SELECT GL-JOURNAL ASSIGN TO GLJRNL
002340         ORGANIZATION IS LINE SEQUENTIAL
002350         FILE STATUS IS WS-GLJRNL-STATUS.
002570     SELECT AUDIT-FILE ASSIGN TO AUDTFILE
002580         ORGANIZATION IS LINE SEQUENTIAL
002590         FILE STATUS IS WS-AUDFILE-STATUS.
002591     SELECT ITEM-HISTORY ASSIGN TO ITEMHIST
002592         ORGANIZATION IS LINE SEQUENTIAL
002593         FILE STATUS IS WS-ITEMHIST-STATUS.
002594     SELECT ITEM-HISTORY-NEW ASSIGN TO ITEMNEW
002595         ORGANIZATION IS LINE SEQUENTIAL
002596         FILE STATUS IS WS-ITEMNEW-STATUS.
002597     SELECT THRESHOLD-FILE ASSIGN TO THRFILE
002598         ORGANIZATION IS LINE SEQUENTIAL
002599         FILE STATUS IS WS-THRFILE-STATUS.
002600     SELECT APPROVAL-FILE ASSIGN TO APPRFILE
002601         ORGANIZATION IS LINE SEQUENTIAL
002602         FILE STATUS IS WS-APPRFILE-STATUS.
002603     SELECT PENDING-FILE ASSIGN TO PENDIN
002604         ORGANIZATION IS LINE SEQUENTIAL
002605         FILE STATUS IS WS-PENDIN-STATUS.
002606     SELECT PENDING-NEW ASSIGN TO PENDOUT
002607         ORGANIZATION IS LINE SEQUENTIAL
002608         FILE STATUS IS WS-PENDOUT-STATUS.
002609     SELECT HOLD-REPORT ASSIGN TO HOLDRPT
002610         ORGANIZATION IS LINE SEQUENTIAL
002611         FILE STATUS IS WS-HOLDRPT-STATUS.
002612     SELECT BATCH-CONTROL ASSIGN TO BATCHCTL
002613         ORGANIZATION IS LINE SEQUENTIAL
002614         FILE STATUS IS WS-BATCHCTL-STATUS.
002615     SELECT REVERSAL-REGISTER ASSIGN TO REVRPT
002616         ORGANIZATION IS LINE SEQUENTIAL
002617         FILE STATUS IS WS-REVRPT-STATUS.
002618     SELECT EXTRACT-HISTORY ASSIGN TO EXTHIST
002619         ORGANIZATION IS LINE SEQUENTIAL
002620         FILE STATUS IS WS-EXTHIST-STATUS.
002621     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
002622******************************************************************
002623 DATA DIVISION.
002630 FILE SECTION.
002640******************************************************************
002650*    SORT-INPUT-FILE - REAL BATCH DATA TO BE SORTED.  EACH      *
002670*    AND ENDS WITH A '999999' TRAILER RECORD - ACCOUNT ID        *
002680*    999999 IS RESERVED FOR THE TRAILER AND IS NOT A POSTABLE    *
002690*    ACCOUNT ON DETAIL RECORDS.                                  *
002692*    ON A FILE WRITTEN BY BRANCH-EDIT THE CONTROL RECORD ALSO    *
002694*    CARRIES THE RAW FEED'S TRAILER COUNT AND HASH (SC-FEED-     *
002696*    COUNT/SC-FEED-HASH) - THE FEED'S FINGERPRINT.               *
002697*    A DETAIL WITH SI-RECORD-TYPE 'R' REVERSES THE EARLIER       *
002698*    EXTRACT DETAIL AT SI-ORIG-DATE/SI-ORIG-SEQUENCE.            *
002700******************************************************************
002710 FD  SORT-INPUT-FILE
002720     RECORDING MODE IS F
002750     05  SI-ACCOUNT-ID           PIC X(06).
002760     05  SI-VALUE                PIC S9(07)V99
002770                                 SIGN LEADING SEPARATE.
002780     05  SI-RECORD-TYPE          PIC X(01).
002781         88  SI-ORDINARY-ITEM               VALUE SPACE.
002782         88  SI-REVERSAL                    VALUE 'R'.
002783     05  SI-ORIG-DATE            PIC 9(06).
002784     05  SI-ORIG-SEQUENCE        PIC 9(05).
002785     05  FILLER                  PIC X(52).
002790 01  SORT-CONTROL-RECORD REDEFINES SORT-INPUT-RECORD.
002800     05  SC-RECORD-COUNT         PIC 9(04).
002810     05  SC-ERROR-ACTION         PIC X(01).
002820     05  SC-SORT-DIRECTION       PIC X(01).
002830     05  SC-BRANCH-ID            PIC X(03).
002840     05  SC-FEED-COUNT           PIC 9(04).
002842     05  SC-FEED-HASH            PIC S9(11)V99
002844                                 SIGN LEADING SEPARATE.
002846     05  FILLER                  PIC X(53).
002850 01  SORT-TRAILER-RECORD REDEFINES SORT-INPUT-RECORD.
002860     05  TR-TRAILER-TAG          PIC X(06).
002870         88  TR-IS-TRAILER                  VALUE '999999'.
002940*    DRIVES THE RUN: WHICH DAY'S WORK THIS IS (YYMMDD) AND THE   *
002950*    OPERATOR OVERRIDE FLAG THAT PERMITS REPROCESSING A DATE     *
002960*    THE AUDIT TRAIL ALREADY SHOWS AS CLEANLY RUN.               *
002962*    COLUMN 9 (BD-DUP-RELEASE) LETS A FEED THAT MATCHES AN       *
002964*    EARLIER DAY'S FINGERPRINT THROUGH AFTER IT HAS BEEN CHECKED *
002966*    AND FOUND GENUINE.  DATE-ROLL CLEARS BOTH FLAGS.            *
002967*    AN 'S' IN COLUMN 10 (BD-SUPPLEMENT) MAKES THE RUN A         *
002968*    SUPPLEMENT FOR A LATE FEED ON A DATE THAT HAS ALREADY RUN   *
002969*    CLEAN.  IT IS ONLY EVER PUNCHED ON THE SUPPLEMENT JOB'S OWN *
002970*    CARD, NEVER ON THE SHARED BUSDATE FILE.                     *
002971******************************************************************
002980 FD  BUSDATE-FILE
002990     RECORDING MODE IS F
003000     LABEL RECORDS ARE STANDARD.
003030     05  FILLER                  PIC X(01).
003040     05  BD-OVERRIDE             PIC X(01).
003050         88  BD-OVERRIDE-ON                 VALUE 'Y'.
003052     05  BD-DUP-RELEASE          PIC X(01).
003054         88  BD-DUP-RELEASE-ON              VALUE 'Y'.
003056     05  BD-SUPPLEMENT           PIC X(01).
003058         88  BD-SUPPLEMENT-ON               VALUE 'S'.
003060     05  FILLER                  PIC X(70).
003070******************************************************************
003080*    ACCOUNT-MASTER - INDEXED MASTER OF ACCOUNT ID, NAME,        *
003090*    STATUS, AND BRANCH, KEYED ON THE ACCOUNT ID.  USED BY       *
003350     LABEL RECORDS ARE STANDARD.
003360 01  EXCEPTION-RECORD           PIC X(080).
003370******************************************************************
003376*    BRANCH-MASTER - THE BRANCH REFERENCE FILE MAINTAINED BY     *
003382*    BRANCH-MAINT, KEYED ON THE BRANCH ID AND READ END TO END    *
003388*    AT START OF RUN.  LAYOUT MUST MATCH BRANCH-MASTER-RECORD    *
003394*    IN BRANCH-MAINT.                                            *
003400******************************************************************
003406 FD  BRANCH-MASTER
003412     LABEL RECORDS ARE STANDARD.
003418 01  BRANCH-MASTER-RECORD.
003424     05  BM-BRANCH-ID            PIC X(03).
003430     05  BM-BRANCH-NAME          PIC X(20).
003436     05  BM-GL-ACCOUNT           PIC X(08).
003442     05  BM-REPORT-DEST          PIC X(08).
003448     05  BM-STATUS               PIC X(01).
003454         88  BM-BRANCH-ACTIVE               VALUE 'A'.
003460         88  BM-BRANCH-CLOSED               VALUE 'C'.
003466     05  BM-OPEN-DATE            PIC 9(06).
003472     05  BM-CLOSE-DATE           PIC 9(06).
003478     05  FILLER                  PIC X(28).
003484******************************************************************
003490*    BRANCH-REPORT - THE PER-BRANCH COPIES OF THE SORTED         *
003496*    REPORT, EVERY REPORTED BRANCH'S PAGES IN BRANCH-ID ORDER,   *
003502*    EACH WITH ITS OWN HEADINGS, PAGE NUMBERS, AND CONTROL       *
003508*    TOTALS.  EVERY LINE CARRIES ITS BRANCH ID IN COLUMNS 1-3    *
003514*    AHEAD OF THE 80-COLUMN PRINT LINE; THE DISTRIBUTION JOB     *
003520*    SPLITS ON IT.  THE COMBINED REPORT ON RPTFILE IS THE DATA   *
003526*    CENTER COPY.                                                *
003532******************************************************************
003538 FD  BRANCH-REPORT
003544     RECORDING MODE IS F
003550     LABEL RECORDS ARE STANDARD.
003556 01  BRANCH-REPORT-RECORD.
003562     05  BR-BRANCH-TAG           PIC X(03).
003568     05  BR-PRINT-LINE           PIC X(080).
003574******************************************************************
003580*    BRANCH-DIST - THE BRANCH REPORT DISTRIBUTION JOB, BUILT     *
003586*    EACH RUN FROM THE BRANCHES REPORTED (SEE 8160-8180) AND     *
003592*    SUBMITTED BY THE BRDIST STEP ONLY AFTER A CLEAN RUN.        *
003598******************************************************************
003604 FD  BRANCH-DIST
003610     RECORDING MODE IS F
003616     LABEL RECORDS ARE STANDARD.
003622 01  BRANCH-DIST-RECORD         PIC X(080).
003640******************************************************************
003650*    GL-JOURNAL - THE GENERAL LEDGER INTERFACE FEED, IN THE GL   *
003660*    SYSTEM'S FIXED LAYOUT: AN 'H' HEADER WITH THE BATCH         *
004520******************************************************************
004530*    AUDIT-FILE - ONE LINE APPENDED PER EXECUTION WITH THE RUN   *
004540*    DATE/TIME, RECORD COUNTS, MIN/MAX, RETURN CODE, AND THE     *
004550*    EXCEPTION COUNT.  AL-RUN-TYPE IS 'S' ON A SUPPLEMENT RUN    *
004555*    (SEE BD-SUPPLEMENT), SO IT IS NEVER TAKEN FOR A SECOND RUN. *
004560******************************************************************
004570 FD  AUDIT-FILE
004580     RECORDING MODE IS F
004760     05  AL-RETURN-CODE          PIC 9(03).
004770     05  FILLER                  PIC X(01).
004780     05  AL-EXCEPTIONS           PIC 9(04).
004782     05  FILLER                  PIC X(01).
004784     05  AL-RUN-TYPE             PIC X(01).
004786         88  AL-SUPPLEMENT                  VALUE 'S'.
004790     05  FILLER                  PIC X(25).
004791******************************************************************
004792*    ITEM-HISTORY - THE ROLLING HISTORY OF ITEMS ACCEPTED ON     *
004793*    PRIOR BUSINESS DATES AND OF EACH FEED'S COUNT/HASH          *
004794*    FINGERPRINT, READ AT STARTUP FOR THE CROSS-DAY DUPLICATE    *
004795*    CHECKS.  ITEM-HISTORY-NEW IS THE ROLLED-FORWARD COPY        *
004796*    WRITTEN BY A CLEAN RUN, SWAPPED INTO PLACE BY THE JCL.      *
004797*    SEE WS-HIST-REC FOR THE LAYOUT.                             *
004798******************************************************************
004799 FD  ITEM-HISTORY
004800     RECORDING MODE IS F
004801     LABEL RECORDS ARE STANDARD.
004802 01  ITEM-HISTORY-RECORD        PIC X(040).
004803 FD  ITEM-HISTORY-NEW
004804     RECORDING MODE IS F
004805     LABEL RECORDS ARE STANDARD.
004806 01  ITEM-HISTORY-NEW-RECORD    PIC X(040).
004807******************************************************************
004808*    THRESHOLD-FILE - SUPERVISOR REVIEW THRESHOLDS, ONE CARD PER *
004809*    BRANCH (ACCOUNT ID BLANK) OR PER ACCOUNT WITHIN A BRANCH.   *
004810*    THE BRANCH IS THE ACCOUNT'S AM-BRANCH.  A VALID DETAIL WHOSE*
004811*    AMOUNT, EITHER SIGN, EXCEEDS ITS THRESHOLD IS HELD FOR      *
004812*    APPROVAL INSTEAD OF BEING SORTED.  OPTIONAL - NO CARD FOR A *
004813*    BRANCH MEANS NOTHING IN THAT BRANCH IS HELD.                *
004814******************************************************************
004815 FD  THRESHOLD-FILE
004816     RECORDING MODE IS F
004817     LABEL RECORDS ARE STANDARD.
004818 01  THRESHOLD-RECORD.
004819     05  TH-BRANCH               PIC X(03).
004820     05  FILLER                  PIC X(01).
004821     05  TH-ACCOUNT-ID           PIC X(06).
004822     05  FILLER                  PIC X(01).
004823     05  TH-LIMIT                PIC 9(07)V99.
004824     05  FILLER                  PIC X(60).
004825******************************************************************
004826*    APPROVAL-FILE - THE SUPERVISORS' DECISIONS ON HELD ITEMS,   *
004827*    ONE CARD PER ITEM: A(PPROVE) OR D(ECLINE), THEN THE HOLD    *
004828*    BUSINESS DATE, BRANCH AND HOLD SEQUENCE PRINTED ON THE HOLD *
004829*    REPORT, AND THE SUPERVISOR'S ID.  OPTIONAL.                 *
004830******************************************************************
004831 FD  APPROVAL-FILE
004832     RECORDING MODE IS F
004833     LABEL RECORDS ARE STANDARD.
004834 01  APPROVAL-RECORD.
004835     05  AP-ACTION               PIC X(01).
004836         88  AP-APPROVE                     VALUE 'A'.
004837         88  AP-DECLINE                     VALUE 'D'.
004838     05  FILLER                  PIC X(01).
004839     05  AP-BUSINESS-DATE        PIC 9(06).
004840     05  FILLER                  PIC X(01).
004841     05  AP-BRANCH               PIC X(03).
004842     05  FILLER                  PIC X(01).
004843     05  AP-SEQUENCE             PIC 9(05).
004844     05  FILLER                  PIC X(01).
004845     05  AP-APPROVER             PIC X(08).
004846     05  FILLER                  PIC X(53).
004847******************************************************************
004848*    PENDING-FILE / PENDING-NEW - ITEMS HELD FOR SUPERVISOR      *
004849*    APPROVAL (WS-PENDING-REC LAYOUT).  PENDING-FILE IS LAST     *
004850*    NIGHT'S COPY, READ AHEAD OF INFILE; PENDING-NEW CARRIES THE *
004851*    UNDECIDED ITEMS FORWARD WITH TONIGHT'S NEW HOLDS, PLUS      *
004852*    TONIGHT'S DECISIONS SO A RERUN OF THE DATE CAN REDO THEM.   *
004853******************************************************************
004854 FD  PENDING-FILE
004855     RECORDING MODE IS F
004856     LABEL RECORDS ARE STANDARD.
004857 01  PENDING-RECORD             PIC X(128).
004858 FD  PENDING-NEW
004859     RECORDING MODE IS F
004860     LABEL RECORDS ARE STANDARD.
004861 01  PENDING-NEW-RECORD         PIC X(128).
004862******************************************************************
004863*    BATCH-CONTROL - THE END-TO-END CONTROL LEDGER.  EACH STEP OF*
004864*    THE NIGHT APPENDS ONE RECORD PER BUSINESS DATE AND BRANCH   *
004865*    (OR 'ALL') WITH ITS RECORDS IN/OUT/REJECTED AND AMOUNTS     *
004866*    IN/OUT; CONTROL-PROOF CHAINS THEM.  LAYOUT MUST MATCH       *
004867*    BRANCH-EDIT, ACCT-POST, EXTRACT-RECON AND CONTROL-PROOF.    *
004868******************************************************************
004869 FD  BATCH-CONTROL
004870     RECORDING MODE IS F
004871     LABEL RECORDS ARE STANDARD.
004872 01  BATCH-CONTROL-RECORD.
004873     05  BC-STEP                 PIC X(08).
004874     05  BC-BUSINESS-DATE        PIC 9(06).
004875     05  BC-BRANCH               PIC X(03).
004876     05  BC-RECORDS-IN           PIC 9(07).
004877     05  BC-RECORDS-OUT          PIC 9(07).
004878     05  BC-RECORDS-REJECTED     PIC 9(07).
004879     05  BC-AMOUNT-IN            PIC S9(11)V99
004880                                 SIGN LEADING SEPARATE.
004881     05  BC-AMOUNT-OUT           PIC S9(11)V99
004882                                 SIGN LEADING SEPARATE.
004883     05  BC-RUN-DATE             PIC 9(06).
004884     05  BC-RUN-TIME             PIC 9(06).
004885     05  FILLER                  PIC X(02).
004886******************************************************************
004887*    HOLD-REPORT - SUPERVISOR HOLD REPORT: EVERY ITEM HELD,      *
004888*    RELEASED, DECLINED OR STILL WAITING TONIGHT, AND THE HOLD/  *
004889*    RELEASE PROOF.                                              *
004890******************************************************************
004891 FD  HOLD-REPORT
004892     RECORDING MODE IS F
004893     LABEL RECORDS ARE STANDARD.
004894 01  HOLD-REPORT-RECORD         PIC X(080).
004895******************************************************************
004896*    REVERSAL-REGISTER - EVERY REVERSAL ON TONIGHT'S INPUT, WITH *
004897*    THE ORIGINAL DETAIL IT REVERSES, THE AMOUNT STILL REMAINING *
004898*    AFTER IT, AND WHETHER IT WAS APPLIED OR REJECTED (AND WHY). *
004899******************************************************************
004900 FD  REVERSAL-REGISTER
004901     RECORDING MODE IS F
004902     LABEL RECORDS ARE STANDARD.
004903 01  REVERSAL-REGISTER-RECORD   PIC X(080).
004904******************************************************************
004905*    EXTRACT-HISTORY - THE RETAINED DAILY EXTRACT GENERATIONS    *
004906*    (ALL OF THEM, CONCATENATED), READ BY 1350 TO FIND THE       *
004907*    ORIGINAL DETAIL OF EACH REVERSAL.  SAME LAYOUT AS           *
004908*    EXTRACT-FILE.                                               *
004909******************************************************************
004910 FD  EXTRACT-HISTORY
004911     RECORDING MODE IS F
004912     LABEL RECORDS ARE STANDARD.
004913 01  EXTRACT-HISTORY-RECORD     PIC X(040).
004914******************************************************************
004915*    SORT-WORK-FILE - SORT VERB WORK FILE FOR SORT-ARRAY         *
004916******************************************************************
004917 SD  SORT-WORK-FILE.
004918 01  SORT-WORK-RECORD.
004919     05  SW-ACCOUNT-ID           PIC X(06).
004920     05  SW-VALUE                PIC S9(07)V99
004921                                 SIGN LEADING SEPARATE.
004922     05  SW-ACCOUNT-NAME         PIC X(20).
004923     05  SW-SOURCE-TAG           PIC X(03).
004924     05  SW-BRANCH               PIC X(03).
004925     05  SW-ORIG-DATE            PIC 9(06).
004926     05  SW-ORIG-SEQ             PIC 9(05).
004927     05  SW-FEED-BRANCH          PIC X(03).
004928******************************************************************
004929 WORKING-STORAGE SECTION.
004930******************************************************************
004940*    FILE STATUS AND SWITCHES                                    *
004950******************************************************************
005250 01  WS-BDATFILE-STATUS          PIC X(02) VALUE SPACES.
005260     88  WS-BDATFILE-OK                     VALUE '00'.

005270 01  WS-BRRPT-STATUS             PIC X(02) VALUE SPACES.
005280     88  WS-BRRPT-OK                        VALUE '00'.

005290 01  WS-BRDIST-STATUS            PIC X(02) VALUE SPACES.
005300     88  WS-BRDIST-OK                       VALUE '00'.

005310 01  WS-BRMAST-STATUS            PIC X(02) VALUE SPACES.
005320     88  WS-BRMAST-OK                       VALUE '00'.
005330     88  WS-BRMAST-EOF                      VALUE '10'.

005370 01  WS-GLJRNL-STATUS            PIC X(02) VALUE SPACES.
005380     88  WS-GLJRNL-OK                       VALUE '00'.

005382 01  WS-ITEMHIST-STATUS          PIC X(02) VALUE SPACES.
005384     88  WS-ITEMHIST-OK                     VALUE '00'.

005386 01  WS-ITEMNEW-STATUS           PIC X(02) VALUE SPACES.
005388     88  WS-ITEMNEW-OK                      VALUE '00'.

005389 01  WS-THRFILE-STATUS           PIC X(02) VALUE SPACES.
005390     88  WS-THRFILE-OK                      VALUE '00'.

005391 01  WS-APPRFILE-STATUS          PIC X(02) VALUE SPACES.
005392     88  WS-APPRFILE-OK                     VALUE '00'.

005393 01  WS-PENDIN-STATUS            PIC X(02) VALUE SPACES.
005394     88  WS-PENDIN-OK                       VALUE '00'.

005395 01  WS-PENDOUT-STATUS           PIC X(02) VALUE SPACES.
005396     88  WS-PENDOUT-OK                      VALUE '00'.

005397 01  WS-HOLDRPT-STATUS           PIC X(02) VALUE SPACES.
005398     88  WS-HOLDRPT-OK                      VALUE '00'.

005399 01  WS-BATCHCTL-STATUS          PIC X(02) VALUE SPACES.
005400     88  WS-BATCHCTL-OK                     VALUE '00'.

005401 01  WS-REVRPT-STATUS            PIC X(02) VALUE SPACES.
005402     88  WS-REVRPT-OK                       VALUE '00'.

005403 01  WS-EXTHIST-STATUS           PIC X(02) VALUE SPACES.
005404     88  WS-EXTHIST-OK                      VALUE '00'.

005405 01  WS-SWITCHES.
005406     05  SW-DATA-SOURCE          PIC X(01) VALUE 'F'.
005410         88  SW-FROM-INPUT-FILE              VALUE 'F'.
005420         88  SW-FROM-RANDOM-GEN              VALUE 'R'.
005430     05  SW-END-OF-INPUT         PIC X(01) VALUE 'N'.
005580         88  SW-SORT-DESCENDING               VALUE 'D'.
005590     05  SW-RESTART-FOUND        PIC X(01) VALUE 'N'.
005600         88  SW-PRIOR-RUN-INCOMPLETE         VALUE 'Y'.
005602     05  SW-DUPLICATE-FLAG       PIC X(01) VALUE 'N'.
005604         88  SW-POSSIBLE-DUPLICATE           VALUE 'Y'.
005606     05  SW-HOLD-FLAG            PIC X(01) VALUE 'N'.
005608         88  SW-ITEM-HELD                    VALUE 'Y'.
005609     05  SW-EXTHIST-FLAG         PIC X(01) VALUE 'N'.
005610         88  SW-EXTHIST-MISSING              VALUE 'Y'.
005611     05  SW-PRESCAN-FLAG         PIC X(01) VALUE 'C'.
005612         88  SW-PRESCAN-CONTROL              VALUE 'C'.
005613         88  SW-PRESCAN-DETAIL               VALUE 'D'.
005614******************************************************************
005620*    DEFAULTS FOR THE RANDOM/FALLBACK TEST-DATA PATH, NORMALLY   *
005630*    10/ASCENDING BUT OVERRIDABLE BY AN EXECUTE-TIME PARM CARD   *
005640*    (SEE LS-PARM-FIELD / 0050-PROCESS-PARM).  REAL INPUT DATA   *
005790*     up to the shop-standard upper bound of W-MAX-ARR-SIZE.     *
005800*     EACH ENTRY CARRIES THE ACCOUNT/ITEM ID ALONGSIDE THE       *
005810*     SIGNED AMOUNT SO THE RECORD'S IDENTITY SURVIVES THE SORT.  *
005812*     W-FEED-BRANCH IS THE FEED THAT SENT THE ITEM, KEPT WHEN    *
005814*     IT IS RELEASED FROM HOLD, FOR THE ITEM HISTORY.            *
005820******************************************************************
005830    78 W-MAX-ARR-SIZE VALUE 9999.
005840    01 W-LEN-ARR PIC 9(04) VALUE 10.
005890       05 W-ACCOUNT-NAME PIC X(20).
005900       05 W-SOURCE-TAG PIC X(03).
005910       05 W-BRANCH PIC X(03).
005912       05 W-ORIG-DATE PIC 9(06).
005914       05 W-ORIG-SEQ PIC 9(05).
005916       05 W-FEED-BRANCH PIC X(03).

005920******************************************************************
005930*    Counters for array
006830           10  W-SRC-READ       PIC 9(04).
006840           10  W-SRC-VALID      PIC 9(04).
006850           10  W-SRC-TOTAL      PIC S9(09)V99 COMP.
006854           10  W-SRC-HASH       PIC S9(11)V99 COMP.
006860******************************************************************
006870*    RUNNING MIN/MAX OF VALID VALUES LOADED, SET INDEPENDENTLY   *
006880*    OF THE REPORT SO 7000-WRITE-AUDIT-LOG HAS AN ACCURATE RANGE *
006910******************************************************************
006920    01 W-MIN-SEEN PIC S9(07)V99 VALUE 9999999.99.
006930    01 W-MAX-SEEN PIC S9(07)V99 VALUE -9999999.99.
006931******************************************************************
006932*    CROSS-DAY DUPLICATE CONTROLS - ITEM-HISTORY HOLDS THE LAST  *
006933*    W-HIST-RETAIN-DAYS BUSINESS DATES OF PROCESSED ITEMS        *
006934*    (ACCOUNT, VALUE, BRANCH, DATE) PLUS ONE FINGERPRINT RECORD  *
006935*    PER FEED (BRANCH, TRAILER COUNT AND HASH).  A FEED WHOSE    *
006936*    FINGERPRINT MATCHES AN EARLIER DAY'S IS HELD (RC=24) AND A  *
006937*    DETAIL REPEATING AN EARLIER DAY'S ITEM IS HELD FOR APPROVAL.*
006938*    THE FILE IS REWRITTEN TO ITEM-HISTORY-NEW BY 8700.          *
006939******************************************************************
006940    78 W-HIST-RETAIN-DAYS VALUE 14.
006941    78 W-MAX-HIST-ITEMS VALUE 99999.
006942    78 W-MAX-HIST-FEEDS VALUE 500.
006943    01 WS-HIST-REC.
006944       05  IH-RECORD-TYPE       PIC X(01).
006945           88  IH-FEED-PRINT    VALUE 'F'.
006946           88  IH-ITEM          VALUE 'I'.
006947       05  IH-BUSINESS-DATE     PIC 9(06).
006948       05  IH-BRANCH            PIC X(03).
006949       05  IH-ACCOUNT-ID        PIC X(06).
006950       05  IH-VALUE             PIC S9(07)V99
006951                                SIGN LEADING SEPARATE.
006952       05  FILLER               PIC X(14).
006953    01 WS-HIST-FEED-REC REDEFINES WS-HIST-REC.
006954       05  FILLER               PIC X(10).
006955       05  IH-FEED-COUNT        PIC 9(04).
006956       05  IH-FEED-HASH         PIC S9(11)V99
006957                                SIGN LEADING SEPARATE.
006958       05  FILLER               PIC X(12).
006959    01 W-HIST-ITEM-COUNT PIC S9(05) COMP VALUE 0.
006960    01 W-HIST-ITEM-TABLE.
006961       05  W-HI-ENTRY OCCURS 99999 TIMES.
006962           10  W-HI-DATE        PIC 9(06).
006963           10  W-HI-BRANCH      PIC X(03).
006964           10  W-HI-ACCOUNT     PIC X(06).
006965           10  W-HI-VALUE       PIC S9(07)V99 COMP.
006966    01 W-HIST-FEED-COUNT PIC S9(04) COMP VALUE 0.
006967    01 W-HIST-FEED-TABLE.
006968       05  W-HF-ENTRY OCCURS 500 TIMES.
006969           10  W-HF-DATE        PIC 9(06).
006970           10  W-HF-BRANCH      PIC X(03).
006971           10  W-HF-COUNT       PIC 9(04).
006972           10  W-HF-HASH        PIC S9(11)V99 COMP.
006973    01 W-TODAY-FEED-COUNT PIC S9(02) COMP VALUE 0.
006974    01 W-TODAY-FEED-TABLE.
006975       05  W-TF-ENTRY OCCURS 10 TIMES.
006976           10  W-TF-BRANCH      PIC X(03).
006977           10  W-TF-COUNT       PIC 9(04).
006978           10  W-TF-HASH        PIC S9(11)V99 COMP.
006979    01 W-FEED-PRINT-COUNT PIC 9(04) VALUE 0.
006980    01 W-FEED-PRINT-HASH PIC S9(11)V99 COMP VALUE 0.
006981    01 W-HIST-CUTOFF-INT PIC S9(09) COMP VALUE 0.
006982    01 W-HIST-DATE-INT PIC S9(09) COMP VALUE 0.
006983    01 W-HX PIC S9(05) COMP VALUE 0.
006984    01 W-HIST-MATCH-DATE PIC 9(06) VALUE 0.
006985    01 W-HIST-DUP-COUNT PIC 9(04) VALUE 0.
006986    01 W-DUP-BRANCH PIC X(03) VALUE SPACES.
006987******************************************************************
006988*    SUPERVISOR HOLD CONTROLS - A VALID DETAIL OVER ITS BRANCH   *
006989*    (OR ACCOUNT) THRESHOLD, OR A POSSIBLE DUPLICATE, GOES TO    *
006990*    PENDING-NEW AS A WS-PENDING-REC, NOT TO W-ARR.  A LATER     *
006991*    NIGHT'S APPROVAL-FILE RELEASES IT (SOURCE 'APR') OR         *
006992*    DECLINES IT TO SUSPENSE.  HOLD SEQUENCES FOLLOW INPUT       *
006993*    ORDER, UNIQUE WITHIN THE DATE, SO A RERUN REPRODUCES THEM.  *
006994*    1180-PROVE-HOLDS FOOTS THE W-HOLD- TOTALS (RC=8 IF NOT).    *
006995******************************************************************
006996    78 W-MAX-THRESHOLDS VALUE 100.
006997    78 W-MAX-APPROVALS VALUE 500.
006998    01 WS-PENDING-REC.
006999       05  PA-BUSINESS-DATE     PIC 9(06).
007000       05  PA-BRANCH            PIC X(03).
007001       05  PA-SEQUENCE          PIC 9(05).
007002       05  PA-STATUS            PIC X(01).
007003           88  PA-PENDING       VALUE 'P'.
007004           88  PA-RELEASED      VALUE 'R'.
007005           88  PA-DECLINED      VALUE 'D'.
007006       05  PA-DECIDED-DATE      PIC 9(06).
007007       05  PA-SOURCE-ID         PIC X(03).
007008       05  PA-THRESHOLD         PIC 9(07)V99.
007009       05  PA-APPROVER          PIC X(08).
007010       05  PA-INPUT-IMAGE       PIC X(80).
007011       05  FILLER               PIC X(07).
007012    01 W-THRESHOLD-COUNT PIC S9(04) COMP VALUE 0.
007013    01 W-THRESHOLD-TABLE.
007014       05  W-TH-ENTRY OCCURS 100 TIMES.
007015           10  W-TH-BRANCH      PIC X(03).
007016           10  W-TH-ACCOUNT     PIC X(06).
007017           10  W-TH-LIMIT       PIC 9(07)V99.
007018    01 W-APPROVAL-COUNT PIC S9(04) COMP VALUE 0.
007019    01 W-APPROVAL-TABLE.
007020       05  W-AP-ENTRY OCCURS 500 TIMES.
007021           10  W-AP-ACTION      PIC X(01).
007022           10  W-AP-DATE        PIC 9(06).
007023           10  W-AP-BRANCH      PIC X(03).
007024           10  W-AP-SEQUENCE    PIC 9(05).
007025           10  W-AP-APPROVER    PIC X(08).
007026           10  W-AP-USED        PIC X(01).
007027    01 W-TX PIC S9(04) COMP VALUE 0.
007028    01 W-AX PIC S9(04) COMP VALUE 0.
007029    01 W-AP-MATCH PIC S9(04) COMP VALUE 0.
007030    01 W-HOLD-LIMIT PIC 9(07)V99 VALUE 0.
007031    01 W-HOLD-ABS PIC 9(07)V99 VALUE 0.
007032    01 W-HOLD-SEQ PIC 9(05) VALUE 0.
007033    01 W-APR-RELEASED PIC 9(04) VALUE 0.
007034    01 W-HOLD-TOTALS.
007035       05  W-HOLD-BF-COUNT      PIC 9(05) VALUE 0.
007036       05  W-HOLD-BF-AMOUNT     PIC S9(11)V99 COMP VALUE 0.
007037       05  W-HOLD-NEW-COUNT     PIC 9(05) VALUE 0.
007038       05  W-HOLD-NEW-AMOUNT    PIC S9(11)V99 COMP VALUE 0.
007039       05  W-HOLD-REL-COUNT     PIC 9(05) VALUE 0.
007040       05  W-HOLD-REL-AMOUNT    PIC S9(11)V99 COMP VALUE 0.
007041       05  W-HOLD-DEC-COUNT     PIC 9(05) VALUE 0.
007042       05  W-HOLD-DEC-AMOUNT    PIC S9(11)V99 COMP VALUE 0.
007043       05  W-HOLD-CF-COUNT      PIC S9(05) VALUE 0.
007044       05  W-HOLD-CF-AMOUNT     PIC S9(11)V99 COMP VALUE 0.
007045       05  W-HOLD-OUT-COUNT     PIC 9(05) VALUE 0.
007046       05  W-HOLD-OUT-AMOUNT    PIC S9(11)V99 COMP VALUE 0.
007047    01 W-RUN-REJECTED PIC S9(05) VALUE 0.
007048    01 W-HOLD-LINES PIC S9(03) COMP VALUE 0.
007049    01 W-HOLD-PAGE PIC S9(03) COMP VALUE 0.
007050    01 WS-HOLD-HEADING-1.
007051       05  FILLER               PIC X(10) VALUE 'BUBBLE-SOR'.
007052       05  FILLER               PIC X(10) VALUE 'T  -  SUPE'.
007053       05  FILLER               PIC X(10) VALUE 'RVISOR HOL'.
007054       05  FILLER               PIC X(15) VALUE 'D REPORT      '.
007055       05  FILLER               PIC X(08) VALUE 'PAGE    '.
007056       05  HH1-PAGE-NO          PIC ZZ9.
007057    01 WS-HOLD-HEADING-2.
007058       05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
007059       05  HH2-BUSINESS-DATE    PIC 9(06).
007060    01 WS-HOLD-HEADING-3.
007061       05  FILLER               PIC X(12) VALUE 'ACTION'.
007062       05  FILLER               PIC X(07) VALUE 'HELD'.
007063       05  FILLER               PIC X(04) VALUE 'BR'.
007064       05  FILLER               PIC X(07) VALUE '  SEQ'.
007065       05  FILLER               PIC X(07) VALUE 'ACCOUNT'.
007066       05  FILLER               PIC X(12) VALUE '     AMOUNT'.
007067       05  FILLER               PIC X(11) VALUE '     LIMIT'.
007068       05  FILLER               PIC X(04) VALUE 'SRC'.
007069       05  FILLER               PIC X(08) VALUE 'SUPV'.
007070    01 WS-HOLD-DETAIL-LINE.
007071       05  HD-ACTION            PIC X(12).
007072       05  HD-HOLD-DATE         PIC 9(06).
007073       05  FILLER               PIC X(01) VALUE SPACES.
007074       05  HD-BRANCH            PIC X(03).
007075       05  FILLER               PIC X(01) VALUE SPACES.
007076       05  HD-SEQUENCE          PIC ZZZZ9.
007077       05  FILLER               PIC X(02) VALUE SPACES.
007078       05  HD-ACCOUNT-ID        PIC X(06).
007079       05  FILLER               PIC X(01) VALUE SPACES.
007080       05  HD-VALUE             PIC -ZZZZZZ9.99.
007081       05  FILLER               PIC X(01) VALUE SPACES.
007082       05  HD-LIMIT             PIC ZZZZZZ9.99.
007083       05  FILLER               PIC X(01) VALUE SPACES.
007084       05  HD-SOURCE-ID         PIC X(03).
007085       05  FILLER               PIC X(01) VALUE SPACES.
007086       05  HD-APPROVER          PIC X(08).
007087    01 WS-HOLD-PROOF-LINE.
007088       05  HP-LABEL             PIC X(30).
007089       05  HP-COUNT             PIC -ZZZZ9.
007090       05  FILLER               PIC X(02) VALUE SPACES.
007091       05  HP-AMOUNT            PIC -ZZZZZZZZZZ9.99.

007092******************************************************************
007093*    BATCH-CONTROL LEDGER WORK FIELDS (SEE 8800)                 *
007094******************************************************************
007095    01 W-BC-HASH-IN PIC S9(11)V99 COMP VALUE 0.
007096    01 W-BC-GL-ITEMS PIC S9(05) COMP VALUE 0.

007097******************************************************************
007098*    REVERSAL CONTROLS - 1300 COLLECTS THE (DATE, SEQUENCE) LINK *
007099*    OF EVERY REVERSAL ON TONIGHT'S INPUT AND RECYCLE FILES INTO *
007100*    W-REVERSAL-TABLE, THEN 1350 READS THE RETAINED DAILY EXTRACT*
007101*    GENERATIONS (EXTHIST) FOR EACH ORIGINAL DETAIL AND FOR ANY  *
007102*    EARLIER REVERSAL ALREADY APPLIED AGAINST IT.  ONLY THE LAST *
007103*    FULL RUN OF AN EARLIER DATE AND ITS SUPPLEMENTS COUNT.      *
007104*    3060 PROVES EACH REVERSAL AGAINST ITS ENTRY; 1320 LISTS IT  *
007105*    ON THE REVERSAL REGISTER (REVRPT) AS APPLIED OR REJECTED.   *
007106******************************************************************
007107    78 W-MAX-REVERSALS VALUE 500.
007108    78 W-MAX-GENERATIONS VALUE 100.
007109    01 W-RV-COUNT PIC S9(04) COMP VALUE 0.
007110    01 W-RX PIC S9(04) COMP VALUE 0.
007111    01 W-RY PIC S9(04) COMP VALUE 0.
007112    01 W-RV-FOUND-COUNT PIC S9(04) COMP VALUE 0.
007113    01 W-REVERSAL-TABLE.
007114       05  W-RV-ENTRY OCCURS 500 TIMES.
007115           10  W-RV-KEY.
007116               15  W-RV-ORIG-DATE  PIC 9(06).
007117               15  W-RV-ORIG-SEQ   PIC 9(05).
007118           10  W-RV-FOUND       PIC X(01).
007119               88  W-RV-ON-EXTRACT VALUE 'Y'.
007120           10  W-RV-ACCOUNT     PIC X(06).
007121           10  W-RV-ORIG-VALUE  PIC S9(07)V99.
007122           10  W-RV-PRIOR-REV   PIC S9(09)V99.
007123           10  W-RV-RUN-REV     PIC S9(09)V99.
007124    01 W-RV-FIND-KEY.
007125       05  W-RV-FIND-DATE       PIC 9(06).
007126       05  W-RV-FIND-SEQ        PIC 9(05).
007127    01 W-GEN-COUNT PIC S9(04) COMP VALUE 0.
007128    01 W-GX PIC S9(04) COMP VALUE 0.
007129    01 W-GENERATION-TABLE.
007130       05  W-GN-ENTRY OCCURS 100 TIMES.
007131           10  W-GN-DATE        PIC 9(06).
007132           10  W-GN-USE         PIC X(01).
007133               88  W-GN-IN-USE  VALUE 'Y' 'S'.
007134    01 W-CURR-GEN-DATE PIC 9(06) VALUE 0.
007135    01 W-REV-REMAINING PIC S9(09)V99 VALUE 0.
007136    01 W-REV-ABS PIC S9(09)V99 VALUE 0.
007137    01 W-REV-TOTALS.
007138       05  W-REV-APPLIED-COUNT  PIC 9(05) VALUE 0.
007139       05  W-REV-APPLIED-AMOUNT PIC S9(11)V99 COMP VALUE 0.
007140       05  W-REV-REJECTED-COUNT PIC 9(05) VALUE 0.
007141       05  W-REV-REJECTED-AMOUNT
007142                                PIC S9(11)V99 COMP VALUE 0.
007143    01 W-REV-LINES PIC S9(03) COMP VALUE 0.
007144    01 W-REV-PAGE PIC S9(03) COMP VALUE 0.
007145    01 WS-HISTORY-REC.
007146       05  EH-RECORD-TYPE       PIC X(01).
007147       05  EH-ACCOUNT-ID        PIC X(06).
007148       05  EH-VALUE             PIC S9(07)V99
007149                                SIGN LEADING SEPARATE.
007150       05  EH-SEQUENCE          PIC 9(05).
007151       05  EH-ITEM-TYPE         PIC X(01).
007152       05  EH-ORIG-DATE         PIC 9(06).
007153       05  EH-ORIG-SEQUENCE     PIC 9(05).
007154       05  FILLER               PIC X(06).
007155    01 WS-HISTORY-HEADER REDEFINES WS-HISTORY-REC.
007156       05  FILLER               PIC X(01).
007157       05  EH-RUN-DATE          PIC 9(06).
007158       05  EH-RUN-TIME          PIC 9(06).
007159       05  EH-BUSINESS-DATE     PIC 9(06).
007160       05  EH-RUN-TYPE          PIC X(01).
007161    01 WS-REV-HEADING-1.
007162       05  FILLER               PIC X(10) VALUE 'BUBBLE-SOR'.
007163       05  FILLER               PIC X(10) VALUE 'T  -  REVE'.
007164       05  FILLER               PIC X(10) VALUE 'RSAL REGIS'.
007165       05  FILLER               PIC X(15) VALUE 'TER            '.
007166       05  FILLER               PIC X(08) VALUE 'PAGE    '.
007167       05  RH1-PAGE-NO          PIC ZZ9.
007168    01 WS-REV-HEADING-2.
007169       05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
007170       05  RH2-BUSINESS-DATE    PIC 9(06).
007171    01 WS-REV-HEADING-3.
007172       05  FILLER               PIC X(10) VALUE 'ACTION'.
007173       05  FILLER               PIC X(04) VALUE 'SRC'.
007174       05  FILLER               PIC X(07) VALUE 'ACCOUNT'.
007175       05  FILLER               PIC X(13) VALUE '   REVERSAL'.
007176       05  FILLER               PIC X(07) VALUE 'ORIG'.
007177       05  FILLER               PIC X(06) VALUE 'SEQ'.
007178       05  FILLER               PIC X(12) VALUE ' ORIG VALUE'.
007179       05  FILLER               PIC X(12) VALUE '   REMAINING'.
007180    01 WS-REV-DETAIL-LINE.
007181       05  RD-ACTION            PIC X(09).
007182       05  FILLER               PIC X(01) VALUE SPACES.
007183       05  RD-SOURCE-ID         PIC X(03).
007184       05  FILLER               PIC X(01) VALUE SPACES.
007185       05  RD-ACCOUNT-ID        PIC X(06).
007186       05  FILLER               PIC X(01) VALUE SPACES.
007187       05  RD-VALUE             PIC -ZZZZZZ9.99.
007188       05  FILLER               PIC X(02) VALUE SPACES.
007189       05  RD-ORIG-DATE         PIC X(06).
007190       05  FILLER               PIC X(01) VALUE SPACES.
007191       05  RD-ORIG-SEQ          PIC X(05).
007192       05  FILLER               PIC X(01) VALUE SPACES.
007193       05  RD-ORIG-VALUE        PIC -ZZZZZZ9.99.
007194       05  FILLER               PIC X(01) VALUE SPACES.
007195       05  RD-REMAINING         PIC -ZZZZZZZZ9.99.
007196    01 WS-REV-REASON-LINE.
007197       05  FILLER               PIC X(13) VALUE '  REASON:'.
007198       05  RR-REASON            PIC X(30).
007199    01 WS-REV-TOTAL-LINE.
007200       05  RT-LABEL             PIC X(30).
007201       05  RT-COUNT             PIC -ZZZZ9.
007202       05  FILLER               PIC X(02) VALUE SPACES.
007203       05  RT-AMOUNT            PIC -ZZZZZZZZZZ9.99.

007204******************************************************************
007205*    Switch for the SORT-ARRAY OUTPUT PROCEDURE                  *
007206******************************************************************
007207    01 SW-END-OF-SORT PIC X(01) VALUE 'N'.
007208       88 SW-SORT-DONE VALUE 'Y'.
007209******************************************************************
007210*    Min and max valid amount: the range validation applied to  *
007211*    every real input record in 3000-VALIDATE-DETAIL.  SIGNED - *
007212*    A CREDIT (NEGATIVE) AMOUNT IS AS VALID AS A DEBIT.         *
007213******************************************************************
007214    01 W-MIN-NUM PIC S9(07)V99 VALUE -999999.99.
007215******************************************************************
007216*    BUSINESS-DATE CONTROLS - THE DATE THE RUN IS WORKING, AS    *
007217*    OPPOSED TO THE SYSTEM DATE THE JOB HAPPENS TO EXECUTE ON.   *
007218******************************************************************
007219    01 W-BUSINESS-DATE PIC 9(06) VALUE 0.
007220    01 W-BUSINESS-DATE-R REDEFINES W-BUSINESS-DATE.
007221       05  W-BUS-YY             PIC 9(02).
007222       05  W-BUS-MM             PIC 9(02).
007223       05  W-BUS-DD             PIC 9(02).
007224    01 W-OVERRIDE-FLAG PIC X(01) VALUE 'N'.
007225       88  W-OVERRIDE-ON VALUE 'Y'.
007226    01 W-DUP-RELEASE-FLAG PIC X(01) VALUE 'N'.
007227       88  W-DUP-RELEASE-ON VALUE 'Y'.
007228    01 W-CLEAN-RUN-FLAG PIC X(01) VALUE 'N'.
007229       88  W-CLEAN-RUN-FOUND VALUE 'Y'.
007230******************************************************************
007231*    SUPPLEMENT CONTROLS - SET WHEN BDATFILE ASKS FOR A          *
007232*    SUPPLEMENT RUN (BD-SUPPLEMENT) FOR A LATE FEED ON A DATE    *
007233*    THAT HAS ALREADY RUN CLEAN.  1380 NUMBERS THE SUPPLEMENT    *
007234*    (1-9) FROM THE DATE'S GENERATIONS ON THE EXTRACT HISTORY    *
007235*    AND SETS W-SEQ-BASE TO THE LAST EXTRACT SEQUENCE ALREADY    *
007236*    ISSUED FOR THE DATE - THE NIGHT'S TRAILER COUNT PLUS ANY    *
007237*    EARLIER SUPPLEMENT'S - SO THE SUPPLEMENT'S SEQUENCES CARRY  *
007238*    ON FROM IT.  THE GL BATCH REFERENCE AND THE BATCH-CONTROL   *
007239*    STEP NAMES CARRY THE SUPPLEMENT NUMBER.                     *
007240******************************************************************
007241    01 W-SUPPLEMENT-FLAG PIC X(01) VALUE 'N'.
007242       88  W-SUPPLEMENT-ON VALUE 'Y'.
007243    01 W-SUPP-NUMBER PIC 9(01) VALUE 0.
007244    01 W-SUPP-GEN-COUNT PIC S9(04) COMP VALUE 0.
007245    01 W-NIGHT-GEN-FLAG PIC X(01) VALUE 'N'.
007246       88  W-NIGHT-GEN-FOUND VALUE 'Y'.
007247    01 W-SEQ-BASE PIC 9(05) VALUE 0.
007248    01 W-SUPP-REASON PIC X(45) VALUE SPACES.
007249    01 W-SUPP-GL-PREFIX.
007250       05  FILLER               PIC X(01) VALUE 'S'.
007251       05  W-SUPP-GL-NO         PIC 9(01) VALUE 0.
007252    01 W-SUPP-SORT-STEP.
007253       05  FILLER               PIC X(07) VALUE 'SORTSUP'.
007254       05  W-SUPP-SORT-NO       PIC 9(01) VALUE 0.
007255    01 W-SUPP-GL-STEP.
007256       05  FILLER               PIC X(07) VALUE 'GLJRNLS'.
007257       05  W-SUPP-GLS-NO        PIC 9(01) VALUE 0.
007258    01 W-BC-SORT-STEP PIC X(08) VALUE 'SORT'.
007259    01 W-BC-GL-STEP PIC X(08) VALUE 'GLJRNL'.
007260    01 W-PRIOR-CLEAN-DATE PIC 9(06) VALUE 0.
007261    01 W-GAP-DAYS PIC S9(05) COMP VALUE 0.
007262    01 W-BUS-DATE-INT PIC S9(09) COMP VALUE 0.
007263    01 W-MAX-NUM PIC S9(07)V99 VALUE 999999.99.
007264******************************************************************
007265*    BOUNDS AND RESULT FOR THE RANDOM/FALLBACK TEST-DATA        *
007266*    GENERATOR, WHICH STILL DEALS IN SMALL WHOLE VALUES.        *
007267******************************************************************
007268    01 W-GEN-MIN-NUM PIC 99 VALUE 1.
007270    01 W-GEN-MAX-NUM PIC 99 VALUE 99.
007280    01 W-RAN-NUM PIC 99.
007290******************************************************************
008330     05  FILLER                  PIC X(20) VALUE
008340         'MAXIMUM VALUE SEEN :'.
008350     05  TL3-MAX-SEEN            PIC -ZZZZZZ9.99.

008351 01  WS-TRAILER-LINE-4.
008352     05  FILLER                  PIC X(20) VALUE
008353         'HELD FOR APPROVAL  :'.
008354     05  TL4-HELD-COUNT          PIC ZZZZ9.
008355     05  FILLER                  PIC X(08) VALUE '  TOTAL:'.
008356     05  TL4-HELD-TOTAL          PIC -ZZZZZZZZ9.99.

008357 01  WS-TRAILER-LINE-5.
008358     05  FILLER                  PIC X(20) VALUE
008359         'RELEASED FROM HOLD :'.
008360     05  TL5-RELEASED-COUNT      PIC ZZZZ9.
008361     05  FILLER                  PIC X(08) VALUE '  TOTAL:'.
008362     05  TL5-RELEASED-TOTAL      PIC -ZZZZZZZZ9.99.
008366******************************************************************
008370*    BRANCH-SPLIT CONTROLS AND PRINT LINES.  W-BRANCH-TABLE IS   *
008374*    LOADED AT START OF RUN FROM THE BRANCH REFERENCE FILE       *
008378*    (BRMAST, MAINTAINED BY BRANCH-MAINT) IN BRANCH-ID ORDER -   *
008382*    NAME, GL CLEARING ACCOUNT, REPORT DESTINATION, AND WHETHER  *
008386*    THE BRANCH IS ACTIVE ON THE BUSINESS DATE.  THE IDS MUST    *
008390*    MATCH AM-BRANCH ON THE MASTER (AND SC-BRANCH-ID ON THE      *
008394*    FEEDS); A BRANCH NOT ON THE FILE ENDS THE RUN RC=8 RATHER   *
008398*    THAN LETTING ITS PAGES GO UNROUTED.  THE SPLIT PASS         *
008402*    REPORTS EVERY ACTIVE BRANCH - A NO-ACTIVITY BRANCH GETS     *
008406*    HEADINGS AND A ZERO-COUNT TRAILER - AND THE PER-BRANCH      *
008410*    COUNTS AND VALUE TOTALS MUST CROSS-FOOT TO THE GRAND        *
008414*    TRAILER.  OPENING OR CLOSING A BRANCH IS A BRANCH-MAINT     *
008418*    TRANSACTION, NOT A CHANGE HERE.                             *
008422******************************************************************
008426    78 W-MAX-BRANCHES VALUE 100.
008430    01 W-BRANCH-COUNT PIC S9(04) COMP VALUE 0.
008434    01 W-BRANCH-TABLE.
008438       05  W-BR-ENTRY OCCURS 100 TIMES.
008442           10  W-BR-ID          PIC X(03).
008446           10  W-BR-NAME        PIC X(20).
008450           10  W-BR-GL-ACCOUNT  PIC X(08).
008454           10  W-BR-DEST        PIC X(08).
008458           10  W-BR-ACTIVE-FLAG PIC X(01).
008462               88  W-BR-ACTIVE          VALUE 'Y'.
008466           10  W-BR-REPORT-FLAG PIC X(01).
008470               88  W-BR-REPORTED        VALUE 'Y'.
008474           10  W-BR-RECORDS     PIC S9(05) COMP.
008478           10  W-BR-TOTAL       PIC S9(11)V99 COMP.
008479           10  W-BR-REV-RECORDS PIC S9(05) COMP.
008480           10  W-BR-REV-TOTAL   PIC S9(11)V99 COMP.
008482    01 W-B PIC S9(04) COMP VALUE 0.
008486    01 W-CURR-BR-IX PIC S9(04) COMP VALUE 0.
008490    01 W-REPORTED-COUNT PIC S9(04) COMP VALUE 0.
008494    01 W-DIST-DEST PIC X(08) VALUE SPACES.
008530    01 W-CURR-BR-ID PIC X(03) VALUE SPACES.
008540    01 WS-BR-PRINT-REC PIC X(080) VALUE SPACES.
008550    01 W-BR-LINE-NO PIC S9(05) COMP VALUE 0.
008620     05  FILLER                  PIC X(10) VALUE 'T  -  BRAN'.
008630     05  FILLER                  PIC X(10) VALUE 'CH REPORT '.
008640     05  BH1-BRANCH-ID           PIC X(03).
008650     05  FILLER                  PIC X(01) VALUE SPACES.
008652     05  BH1-BRANCH-NAME         PIC X(20).
008654     05  FILLER                  PIC X(03) VALUE SPACES.
008660     05  FILLER                  PIC X(08) VALUE 'PAGE    '.
008670     05  BH1-PAGE-NO             PIC ZZ9.

008690     05  FILLER                  PIC X(20) VALUE
008700         'BRANCH TOTAL VALUE :'.
008710     05  BT2-TOTAL-VALUE         PIC -ZZZZZZZZZZ9.99.
008711******************************************************************
008712*    BRANCH DISTRIBUTION JOB.  BRANCH-DIST IS WRITTEN AS A       *
008713*    COMPLETE JOB - THESE FIXED CARDS, ONE SYSOUT DD AND ONE     *
008714*    OUTFIL PER REPORTED BRANCH - THAT BUBSORT SUBMITS AFTER A   *
008715*    CLEAN RUN.  IT SPLITS THE TAGGED BRANCH REPORT BY BRANCH    *
008716*    ID, SO A NEW BRANCH ON THE REFERENCE FILE IS ROUTED WITH    *
008717*    NO JCL CHANGE.                                              *
008718******************************************************************
008719 01  WS-DIST-JOB-1.
008720     05  FILLER                  PIC X(40) VALUE
008721         '//BRDIST   JOB  (ACCTNO),''DATA CENTER AP'.
008722     05  FILLER                  PIC X(23) VALUE
008723         'PS'',CLASS=A,MSGCLASS=X,'.
008724     05  FILLER                  PIC X(17) VALUE SPACES.
008725 01  WS-DIST-JOB-2.
008726     05  FILLER                  PIC X(29) VALUE
008727         '//             MSGLEVEL=(1,1)'.
008728     05  FILLER                  PIC X(51) VALUE SPACES.
008729 01  WS-DIST-JOB-3.
008730     05  FILLER                  PIC X(40) VALUE
008731         '//* BRANCH REPORT DISTRIBUTION - BUSINES'.
008732     05  FILLER                  PIC X(07) VALUE
008733         'S DATE '.
008734     05  DJ3-BUSINESS-DATE       PIC 9(06).
008735     05  FILLER                  PIC X(27) VALUE SPACES.
008736 01  WS-DIST-JOB-4.
008737     05  FILLER                  PIC X(40) VALUE
008738         '//* BUILT BY BUBBLE-SORT FROM THE BRANCH'.
008739     05  FILLER                  PIC X(15) VALUE
008740         ' REFERENCE FILE'.
008741     05  FILLER                  PIC X(25) VALUE SPACES.
008742 01  WS-DIST-JOB-5.
008743     05  FILLER                  PIC X(24) VALUE
008744         '//SPLIT    EXEC PGM=SORT'.
008745     05  FILLER                  PIC X(56) VALUE SPACES.
008746 01  WS-DIST-JOB-6.
008747     05  FILLER                  PIC X(24) VALUE
008748         '//SYSOUT   DD   SYSOUT=*'.
008749     05  FILLER                  PIC X(56) VALUE SPACES.
008750 01  WS-DIST-JOB-7.
008751     05  FILLER                  PIC X(35) VALUE
008752         '//SORTIN   DD   DSN=PROD.APPL.SORT.'.
008753     05  DJ7-REPORT-DSN          PIC X(27) VALUE
008754         'REPORT.BRANCH,DISP=SHR'.
008755     05  FILLER                  PIC X(18) VALUE SPACES.
008756 01  WS-DIST-JOB-8.
008757     05  FILLER                  PIC X(17) VALUE
008758         '//SYSIN    DD   *'.
008759     05  FILLER                  PIC X(63) VALUE SPACES.
008760 01  WS-DIST-JOB-9.
008761     05  FILLER                  PIC X(13) VALUE
008762         '  OPTION COPY'.
008763     05  FILLER                  PIC X(67) VALUE SPACES.
008764 01  WS-DIST-JOB-10.
008765     05  FILLER                  PIC X(02) VALUE
008766         '/*'.
008767     05  FILLER                  PIC X(78) VALUE SPACES.
008768 01  WS-DIST-OUTFIL-LINE.
008769     05  FILLER                  PIC X(18) VALUE
008770         '  OUTFIL FNAMES=BR'.
008771     05  DOF-BRANCH-ID           PIC X(03).
008772     05  FILLER                  PIC X(22) VALUE
008773         ',INCLUDE=(1,3,CH,EQ,C'''.
008774     05  DOF-INCLUDE-ID          PIC X(03).
008775     05  FILLER                  PIC X(15) VALUE
008776         '''),BUILD=(4,80)'.
008777     05  FILLER                  PIC X(19) VALUE SPACES.

008778******************************************************************
008779*    GL JOURNAL CONTROLS AND RECORD LAYOUTS.  THE BATCH          *
008780*    REFERENCE IS 'BS' PLUS THE BUSINESS DATE ('S' AND THE       *
008781*    SUPPLEMENT NUMBER IN PLACE OF 'BS' ON A SUPPLEMENT RUN, SO  *
008782*    ITS BATCH NEVER CLASHES WITH THE NIGHT'S); THE DEBIT SIDE   *
008783*    OF EACH ENTRY POSTS TO THE BRANCH'S CLEARING ACCOUNT FROM   *
008784*    THE BRANCH REFERENCE FILE AND THE CREDIT SIDE TO THE SORT   *
008785*    SETTLEMENT CONTROL ACCOUNT, PER THE INTERFACE AGREED WITH   *
008786*    FINANCE.                                                    *
008787******************************************************************
008790 01  W-GL-SEQ                PIC 9(05) VALUE 0.
008800 01  W-GL-COUNT              PIC 9(05) VALUE 0.
008810 01  W-GL-DEBITS             PIC S9(11)V99 COMP VALUE 0.
008820 01  W-GL-CREDITS            PIC S9(11)V99 COMP VALUE 0.
008825 01  W-GL-NET-AMOUNT         PIC S9(11)V99 COMP VALUE 0.
008830 01  W-GL-BATCH-REF.
008840     05  W-GL-REF-PREFIX     PIC X(02) VALUE 'BS'.
008850     05  W-GL-REF-DATE       PIC 9(06).

008860 01  WS-GL-HEADER.
008990     05  GJ-GL-ACCOUNT       PIC X(08).
009000     05  GJ-AMOUNT           PIC S9(11)V99
009010                             SIGN LEADING SEPARATE.
009020     05  GJ-REVERSAL-LINK    VALUE SPACES.
009021         10  GJ-ENTRY-TYPE   PIC X(01).
009022         10  GJ-ACCOUNT-ID   PIC X(06).
009023         10  GJ-ORIG-DATE    PIC 9(06).
009024         10  GJ-ORIG-SEQUENCE
009025                             PIC 9(05).
009026         10  GJ-EXTRACT-SEQUENCE
009027                             PIC 9(05).
009028     05  FILLER              PIC X(11) VALUE SPACES.

009030 01  WS-GL-TRAILER.
009040     05  GT-RECORD-TYPE      PIC X(01) VALUE 'T'.
010040     05  XH-RECORD-TYPE          PIC X(01) VALUE 'H'.
010050     05  XH-RUN-DATE             PIC 9(06).
010060     05  XH-RUN-TIME             PIC 9(06).
010064     05  XH-BUSINESS-DATE        PIC 9(06).
010066     05  XH-RUN-TYPE             PIC X(01) VALUE SPACE.
010068     05  XH-SUPP-NUMBER          PIC 9(01) VALUE 0.
010070     05  FILLER                  PIC X(19) VALUE SPACES.

010080 01  WS-EXTRACT-DETAIL.
010090     05  XD-RECORD-TYPE          PIC X(01) VALUE 'D'.
010110     05  XD-VALUE                PIC S9(07)V99
010120                                 SIGN LEADING SEPARATE.
010130     05  XD-SEQUENCE             PIC 9(05).
010140     05  XD-REVERSAL-LINK.
010141         10  XD-ITEM-TYPE        PIC X(01).
010142         10  XD-ORIG-DATE        PIC 9(06).
010143         10  XD-ORIG-SEQUENCE    PIC 9(05).
010144     05  FILLER                  PIC X(06) VALUE SPACES.

010150 01  WS-EXTRACT-TRAILER.
010160     05  XT-RECORD-TYPE          PIC X(01) VALUE 'T'.
010400     PERFORM 0080-READ-BUSINESS-DATE THRU 0080-EXIT.
010410     PERFORM 0090-CHECK-PRIOR-RUNS THRU 0090-EXIT.
010420     PERFORM 0100-CHECK-RESTART THRU 0100-EXIT.
010424     PERFORM 0095-LOAD-ITEM-HISTORY THRU 0095-EXIT.
010430     PERFORM 1000-LOAD-ARRAY THRU 1000-EXIT.

010440     PERFORM SORT-ARRAY.
010470     PERFORM 2500-WRITE-EXTRACT THRU 2500-EXIT.
010480     PERFORM SORT-SUMMARY.
010485     PERFORM 8500-WRITE-GL-JOURNAL THRU 8500-EXIT.
010487     PERFORM 8700-WRITE-ITEM-HISTORY THRU 8700-EXIT.
010488     PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT.
010490     IF NOT W-SUPPLEMENT-ON
010492         PERFORM SORT-DELTA
010494     END-IF.
010500     PERFORM 0900-CLEAR-CHECKPOINT THRU 0900-EXIT.
010510     PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT.
010520     GOBACK.
011250     IF BD-OVERRIDE-ON
011260         SET W-OVERRIDE-ON TO TRUE
011270     END-IF.
011272     IF BD-DUP-RELEASE-ON
011274         SET W-DUP-RELEASE-ON TO TRUE
011276     END-IF.
011277     IF BD-SUPPLEMENT-ON
011278         SET W-SUPPLEMENT-ON TO TRUE
011279     END-IF.
011280     CLOSE BUSDATE-FILE.
011290     DISPLAY 'BUSINESS DATE FOR THIS RUN: ' W-BUSINESS-DATE.
011292     IF W-DUP-RELEASE-ON
011294         DISPLAY 'OPERATOR DUPLICATE-FEED RELEASE IS ON FOR THIS '
011296             'RUN'
011298     END-IF.
011299     IF W-SUPPLEMENT-ON
011300         DISPLAY 'SUPPLEMENTAL RUN FOR CLOSED BUSINESS DATE '
011301             W-BUSINESS-DATE
011302     END-IF.

011303 0080-EXIT.
011310     EXIT.
011315******************************************************************
011320*    0090-CHECK-PRIOR-RUNS - SCAN THE AUDIT TRAIL FOR THIS       *
011325*    BUSINESS DATE.  A CLEAN (RC 0) RUN ALREADY ON FILE FOR THE  *
011330*    DATE REFUSES THE RUN WITH RC=20 UNLESS THE OPERATOR         *
011335*    OVERRIDE IS ON.  THE LATEST CLEAN DATE BEFORE THIS ONE IS   *
011340*    ALSO HELD, AND A GAP OF MORE THAN ONE DAY IS FLAGGED SO A   *
011345*    SKIPPED BUSINESS DATE GETS NOTICED BEFORE THE MONTH-END.    *
011350*    NO AUDIT TRAIL YET (FIRST RUN) PASSES QUIETLY.  A           *
011355*    SUPPLEMENT'S LINE NEVER COUNTS AS A CLEAN RUN.  A           *
011360*    SUPPLEMENT RUN IS THE OTHER WAY ROUND - IT NEEDS THE DATE'S *
011365*    CLEAN RUN ON FILE AND IS REFUSED (RC=20) WITHOUT ONE.       *
011370******************************************************************
011410 0090-CHECK-PRIOR-RUNS.

011420     MOVE 'N' TO W-CLEAN-RUN-FLAG.

011440     OPEN INPUT AUDIT-FILE.
011450     IF NOT WS-AUDFILE-OK
011452         IF W-SUPPLEMENT-ON
011454             MOVE 'AUDIT TRAIL NOT AVAILABLE' TO W-SUPP-REASON
011456             PERFORM 3980-ABEND-SUPPLEMENT THRU 3980-EXIT
011458         END-IF
011460         GO TO 0090-EXIT
011470     END-IF.

011540             AND AL-RUN-DATE IS NUMERIC
011550             AND AL-RETURN-CODE IS NUMERIC
011560             AND AL-RETURN-CODE = 0
011565             AND NOT AL-SUPPLEMENT
011570             IF AL-RUN-DATE = W-BUSINESS-DATE
011580                 SET W-CLEAN-RUN-FOUND TO TRUE
011590             END-IF
011650     END-PERFORM.
011660     CLOSE AUDIT-FILE.

011661     IF W-SUPPLEMENT-ON AND NOT W-CLEAN-RUN-FOUND
011662         MOVE 'DATE HAS NO CLEAN RUN ON THE AUDIT TRAIL'
011663             TO W-SUPP-REASON
011664         PERFORM 3980-ABEND-SUPPLEMENT THRU 3980-EXIT
011665     END-IF.
011670     IF W-CLEAN-RUN-FOUND AND NOT W-SUPPLEMENT-ON
011680         IF W-OVERRIDE-ON
011690             DISPLAY 'BUSINESS DATE ' W-BUSINESS-DATE
011700                 ' ALREADY RAN CLEAN - OPERATOR OVERRIDE '

011900 0090-EXIT.
011910     EXIT.
011911******************************************************************
011912*    0095-LOAD-ITEM-HISTORY - LOAD THE PROCESSED-ITEM HISTORY    *
011913*    FOR THE W-HIST-RETAIN-DAYS BUSINESS DATES BEFORE THIS ONE.  *
011914*    ENTRIES FOR THIS DATE OR LATER (A REPROCESSED DATE) AND     *
011915*    ENTRIES OLDER THAN THE WINDOW ARE DROPPED HERE, SO THEY     *
011916*    FALL OFF THE FILE WHEN 8700 REWRITES IT.  A SUPPLEMENT RUN  *
011917*    KEEPS THIS DATE AND LATER ONES - THE NIGHT'S FEEDS AND      *
011918*    ITEMS ARE STILL GOOD, AND A LATE FEED MUST BE CHECKED       *
011919*    AGAINST THEM TOO.  NO HISTORY FILE YET (FIRST RUN) IS A     *
011920*    WARNING ONLY - NOTHING CAN MATCH.                           *
011921******************************************************************
011922 0095-LOAD-ITEM-HISTORY.

011923     MOVE 0 TO W-HIST-ITEM-COUNT.
011924     MOVE 0 TO W-HIST-FEED-COUNT.
011925     COMPUTE W-DATE-CCYYMMDD = 20000000 + W-BUSINESS-DATE.
011926     COMPUTE W-HIST-CUTOFF-INT =
011927         FUNCTION INTEGER-OF-DATE(W-DATE-CCYYMMDD)
011928         - W-HIST-RETAIN-DAYS.

011929     OPEN INPUT ITEM-HISTORY.
011930     IF NOT WS-ITEMHIST-OK
011931         DISPLAY 'WARNING - ITEM HISTORY NOT AVAILABLE - '
011932             'CROSS-DAY DUPLICATE CHECK NOT APPLIED'
011933         GO TO 0095-EXIT
011934     END-IF.

011935     PERFORM UNTIL NOT WS-ITEMHIST-OK
011936         READ ITEM-HISTORY INTO WS-HIST-REC
011937             AT END
011938                 CONTINUE
011939         END-READ
011940         IF WS-ITEMHIST-OK
011941             AND IH-BUSINESS-DATE IS NUMERIC
011942             AND (IH-BUSINESS-DATE < W-BUSINESS-DATE
011943                  OR W-SUPPLEMENT-ON)
011944             PERFORM 0096-KEEP-HISTORY-ENTRY THRU 0096-EXIT
011945         END-IF
011946     END-PERFORM.

011947     CLOSE ITEM-HISTORY.
011948     DISPLAY 'ITEM HISTORY LOADED: ' W-HIST-FEED-COUNT ' FEEDS, '
011949         W-HIST-ITEM-COUNT ' ITEMS'.

011950 0095-EXIT.
011951     EXIT.
011952******************************************************************
011953*    0096-KEEP-HISTORY-ENTRY - HOLD ONE HISTORY RECORD INSIDE THE*
011954*    RETENTION WINDOW IN THE FEED OR ITEM TABLE.  A HISTORY TOO  *
011955*    LARGE FOR THE TABLES ENDS THE RUN WITH RC=8 RATHER THAN     *
011956*    CHECKING AGAINST A PARTIAL HISTORY.                         *
011957******************************************************************
011958 0096-KEEP-HISTORY-ENTRY.

011959     COMPUTE W-DATE-CCYYMMDD = 20000000 + IH-BUSINESS-DATE.
011960     COMPUTE W-HIST-DATE-INT =
011961         FUNCTION INTEGER-OF-DATE(W-DATE-CCYYMMDD).
011962     IF W-HIST-DATE-INT < W-HIST-CUTOFF-INT
011963         GO TO 0096-EXIT
011964     END-IF.

011965     IF IH-FEED-PRINT
011966         AND IH-FEED-COUNT IS NUMERIC
011967         AND IH-FEED-HASH IS NUMERIC
011968         IF W-HIST-FEED-COUNT >= W-MAX-HIST-FEEDS
011969             DISPLAY 'BUBBLE-SORT - ITEM HISTORY FEED TABLE '
011970                 'CAPACITY EXCEEDED'
011971             CLOSE ITEM-HISTORY
011972             PERFORM 3960-ABEND-BALANCING THRU 3960-EXIT
011973         END-IF
011974         ADD 1 TO W-HIST-FEED-COUNT
011975         MOVE IH-BUSINESS-DATE TO W-HF-DATE(W-HIST-FEED-COUNT)
011976         MOVE IH-BRANCH TO W-HF-BRANCH(W-HIST-FEED-COUNT)
011977         MOVE IH-FEED-COUNT TO W-HF-COUNT(W-HIST-FEED-COUNT)
011978         MOVE IH-FEED-HASH TO W-HF-HASH(W-HIST-FEED-COUNT)
011979     END-IF.

011980     IF IH-ITEM AND IH-VALUE IS NUMERIC
011981         IF W-HIST-ITEM-COUNT >= W-MAX-HIST-ITEMS
011982             DISPLAY 'BUBBLE-SORT - ITEM HISTORY ITEM TABLE '
011983                 'CAPACITY EXCEEDED'
011984             CLOSE ITEM-HISTORY
011985             PERFORM 3960-ABEND-BALANCING THRU 3960-EXIT
011986         END-IF
011987         ADD 1 TO W-HIST-ITEM-COUNT
011988         MOVE IH-BUSINESS-DATE TO W-HI-DATE(W-HIST-ITEM-COUNT)
011989         MOVE IH-BRANCH TO W-HI-BRANCH(W-HIST-ITEM-COUNT)
011990         MOVE IH-ACCOUNT-ID TO W-HI-ACCOUNT(W-HIST-ITEM-COUNT)
011991         MOVE IH-VALUE TO W-HI-VALUE(W-HIST-ITEM-COUNT)
011992     END-IF.

011993 0096-EXIT.
011994     EXIT.
011995******************************************************************
011996*    0100-CHECK-RESTART - LOOKS FOR A RESTART-FILE LEFT BEHIND   *
011997*    BY A PRIOR RUN THAT DID NOT COMPLETE CLEANLY.  A NON-EMPTY  *
011998*    RESTART-FILE MEANS SORT-ARRAY'S OUTPUT PROCEDURE WAS STILL  *
011999*    CHECKPOINTING WHEN THE LAST RUN ENDED.  THE SORT VERB HAS   *
012000*    NO PROVISION FOR RESUMING MID-SORT, SO THIS RUN STARTS      *
012001*    CLEAN, BUT THE LAST CHECKPOINTED POSITION IS DISPLAYED SO   *
012002*    THE OPERATOR CAN SEE HOW FAR THE FAILED RUN GOT.            *
012003******************************************************************
012010 0100-CHECK-RESTART.

012020     OPEN INPUT RESTART-FILE.
012360 0900-EXIT.
012370     EXIT.
012380******************************************************************
012388******************************************************************
012396*    7000-WRITE-AUDIT-LOG - APPENDS ONE LINE TO AUDIT-FILE FOR   *
012404*    THIS EXECUTION, WITH THE RUN DATE/TIME, RECORDS READ AND    *
012412*    SORTED, MIN/MAX, EXCEPTION COUNT, AND THE FINAL RETURN      *
012420*    CODE.  MIN/MAX AND THE EXCEPTION COUNT COME FROM            *
012428*    W-MIN-SEEN/W-MAX-SEEN/W-EXCEPTION-COUNT, SET DURING THE     *
012436*    LOAD ITSELF, SO THEY ARE ACCURATE WHETHER THIS IS CALLED AT *
012444*    NORMAL END-OF-JOB OR, WITH RETURN-CODE ALREADY SET, FROM    *
012452*    3900-ABEND-VALIDATION ON A VALIDATION ABEND.  A SUPPLEMENT  *
012460*    RUN'S LINE IS MARKED 'S'.                                   *
012468******************************************************************
012480 7000-WRITE-AUDIT-LOG.

012490     ACCEPT WS-RUN-DATE FROM DATE.
012670     MOVE W-MAX-SEEN        TO AL-MAX-VALUE.
012680     MOVE RETURN-CODE       TO AL-RETURN-CODE.
012690     MOVE W-EXCEPTION-COUNT TO AL-EXCEPTIONS.
012692     IF W-SUPPLEMENT-ON
012694         MOVE 'S' TO AL-RUN-TYPE
012696     END-IF.

012700     OPEN EXTEND AUDIT-FILE.
012710     IF NOT WS-AUDFILE-OK
012780******************************************************************
012790*    1000-LOAD-ARRAY - FILL W-ARR FROM SORT-INPUT-FILE, FALLING  *
012800*    BACK TO THE RANDOM-NUMBER GENERATOR WHEN SW-DATA-SOURCE     *
012810*    SELECTS TEST DATA INSTEAD OF REAL INPUT.  THE ORIGINALS     *
012812*    NAMED BY ANY REVERSALS IN THE INPUT ARE LOOKED UP ON THE    *
012814*    EXTRACT HISTORY FIRST (1300).                               *
012820******************************************************************
012830 1000-LOAD-ARRAY.

012840     IF SW-FROM-INPUT-FILE
012845         PERFORM 1300-LOAD-REVERSAL-BASE THRU 1300-EXIT
012850         PERFORM 1100-LOAD-FROM-FILE THRU 1100-EXIT
012860     ELSE
012870         DISPLAY 'TEST-DATA RUN FORCED BY PARM - REPORT IS '

012930 1000-EXIT.
012940     EXIT.
012941******************************************************************
012942*    1090-LOAD-BRANCH-TABLE - READ THE BRANCH REFERENCE FILE     *
012943*    END TO END INTO W-BRANCH-TABLE, IN BRANCH-ID ORDER.  A      *
012944*    BRANCH IS MARKED ACTIVE WHEN IT HAS OPENED BY THE BUSINESS  *
012945*    DATE AND IS NOT CLOSED AS OF IT.  THE FILE IS REQUIRED      *
012946*    (RC=12) - WITHOUT IT THE SPLIT HAS NO DESTINATIONS AND THE  *
012947*    GL JOURNAL NO CLEARING ACCOUNTS.                            *
012948******************************************************************
012949 1090-LOAD-BRANCH-TABLE.

012950     MOVE 0 TO W-BRANCH-COUNT.
012951     OPEN INPUT BRANCH-MASTER.
012952     IF NOT WS-BRMAST-OK
012953         DISPLAY 'BUBBLE-SORT - BRANCH REFERENCE FILE NOT OPENED '
012954             'STATUS ' WS-BRMAST-STATUS
012955         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
012956     END-IF.
012957     PERFORM UNTIL NOT WS-BRMAST-OK
012958         READ BRANCH-MASTER NEXT RECORD
012959             AT END
012960                 CONTINUE
012961         END-READ
012962         IF WS-BRMAST-OK
012963             PERFORM 1095-KEEP-BRANCH THRU 1095-EXIT
012964         END-IF
012965     END-PERFORM.
012966     CLOSE BRANCH-MASTER.
012967     IF W-BRANCH-COUNT = 0
012968         DISPLAY 'BUBBLE-SORT - BRANCH REFERENCE FILE IS EMPTY'
012969         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
012970     END-IF.
012971     DISPLAY 'BRANCHES ON REFERENCE FILE: ' W-BRANCH-COUNT.

012972 1090-EXIT.
012973     EXIT.
012974******************************************************************
012975*    1095-KEEP-BRANCH - ONE BRANCH MASTER RECORD INTO THE NEXT   *
012976*    TABLE ENTRY, WITH ITS ACTIVE FLAG FOR THE BUSINESS DATE.    *
012977*    MORE BRANCHES THAN THE TABLE HOLDS IS A SETUP ERROR - THE   *
012978*    EXCESS WOULD HAVE NO REPORT OR GL ENTRY - AND ENDS THE RUN  *
012979*    RC=12 BEFORE ANY INPUT IS READ.                             *
012980******************************************************************
012981 1095-KEEP-BRANCH.

012982     IF W-BRANCH-COUNT >= W-MAX-BRANCHES
012983         DISPLAY 'BUBBLE-SORT - MORE THAN ' W-MAX-BRANCHES
012984             ' BRANCHES ON THE REFERENCE FILE'
012985         CLOSE BRANCH-MASTER
012986         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
012987     END-IF.
012988     ADD 1 TO W-BRANCH-COUNT.
012989     MOVE BM-BRANCH-ID TO W-BR-ID(W-BRANCH-COUNT).
012990     MOVE BM-BRANCH-NAME TO W-BR-NAME(W-BRANCH-COUNT).
012991     MOVE BM-GL-ACCOUNT TO W-BR-GL-ACCOUNT(W-BRANCH-COUNT).
012992     MOVE BM-REPORT-DEST TO W-BR-DEST(W-BRANCH-COUNT).
012993     MOVE 'N' TO W-BR-ACTIVE-FLAG(W-BRANCH-COUNT).
012994     MOVE 'N' TO W-BR-REPORT-FLAG(W-BRANCH-COUNT).
012995     MOVE 0 TO W-BR-RECORDS(W-BRANCH-COUNT).
012996     MOVE 0 TO W-BR-TOTAL(W-BRANCH-COUNT).
012997     MOVE 0 TO W-BR-REV-RECORDS(W-BRANCH-COUNT).
012998     MOVE 0 TO W-BR-REV-TOTAL(W-BRANCH-COUNT).
012999     IF BM-OPEN-DATE NOT > W-BUSINESS-DATE
013000         IF BM-BRANCH-ACTIVE
013001             OR BM-CLOSE-DATE > W-BUSINESS-DATE
013002             MOVE 'Y' TO W-BR-ACTIVE-FLAG(W-BRANCH-COUNT)
013003         END-IF
013004     END-IF.

013005 1095-EXIT.
013006     EXIT.
013007******************************************************************
013008*    1100-LOAD-FROM-FILE - READ THE CONTROL RECORD AT THE TOP   *
013009*    OF SORT-INPUT-FILE TO GET THE REQUESTED RECORD COUNT AND    *
013010*    ERROR-ACTION FLAG, THEN READ AND VALIDATE DETAIL RECORDS    *
013011*    UP TO THAT COUNT (CLAMPED TO W-MAX-ARR-SIZE).  RECORDS      *
013012*    FAILING VALIDATION ARE LOGGED TO EXCEPTION-FILE AND ARE     *
013013*    EITHER EXCLUDED (SW-CONTINUE-ON-ERROR) OR CAUSE AN ABEND    *
013020*    (SW-ABEND-ON-ERROR).  IF THE FILE CANNOT BE OPENED OR HAS  *
013030*    NO CONTROL RECORD, FALL BACK TO THE RANDOM TEST-DATA        *
013040*    GENERATOR (RC=4).  A FILE THAT RUNS OUT EARLY OR FAILS TO   *
013370     IF NOT WS-ACCTMST-OK
013380         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
013390     END-IF.
013394     PERFORM 1090-LOAD-BRANCH-TABLE THRU 1090-EXIT.
013400     MOVE 0 TO W-VALID-COUNT.
013410     MOVE 0 TO W-EXCEPTION-COUNT.
013420     MOVE 0 TO W-TOTAL-READ.
013510     COMPUTE W-TODAY-INT =
013520         FUNCTION INTEGER-OF-DATE(W-DATE-CCYYMMDD).

013521     PERFORM 1165-LOAD-THRESHOLDS THRU 1165-EXIT.
013522     PERFORM 1166-LOAD-APPROVALS THRU 1166-EXIT.
013523     OPEN OUTPUT PENDING-NEW.
013524     IF NOT WS-PENDOUT-OK
013525         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
013526     END-IF.
013527     OPEN OUTPUT HOLD-REPORT.
013528     IF NOT WS-HOLDRPT-OK
013529         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
013530     END-IF.
013531     PERFORM 1195-WRITE-HOLD-HEADINGS THRU 1195-EXIT.
013532     OPEN OUTPUT REVERSAL-REGISTER.
013533     IF NOT WS-REVRPT-OK
013534         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
013535     END-IF.
013536     PERFORM 1325-WRITE-REVERSAL-HEADINGS THRU 1325-EXIT.

013537     PERFORM 1105-PROCESS-RECYCLE THRU 1105-EXIT.
013538     PERFORM 1170-PROCESS-PENDING THRU 1170-EXIT.

013540     PERFORM UNTIL SW-NO-MORE-INPUT
013550         PERFORM 1115-PROCESS-ONE-SOURCE THRU 1115-EXIT
013610     CLOSE EXCEPTION-FILE.
013620     CLOSE SUSPENSE-FILE.
013630     CLOSE ACCOUNT-MASTER.
013632     IF W-HIST-DUP-COUNT > 0
013634         DISPLAY 'POSSIBLE DUPLICATES HELD: '
013636             W-HIST-DUP-COUNT
013638     END-IF.

013639     PERFORM 1180-PROVE-HOLDS THRU 1180-EXIT.
013640     PERFORM 1330-CLOSE-REVERSAL-REGISTER THRU 1330-EXIT.

013641     MOVE W-VALID-COUNT TO W-LEN-ARR.

013650 1100-EXIT.
013660     EXIT.
013880     MOVE 0 TO W-SRC-READ(W-SOURCE-COUNT).
013890     MOVE 0 TO W-SRC-VALID(W-SOURCE-COUNT).
013900     MOVE 0 TO W-SRC-TOTAL(W-SOURCE-COUNT).
013904     MOVE 0 TO W-SRC-HASH(W-SOURCE-COUNT).
013910     MOVE 0 TO W-READ-COUNT.
013920     MOVE 0 TO W-INPUT-HASH.

014620     MOVE 0 TO W-SRC-READ(W-SOURCE-COUNT).
014630     MOVE 0 TO W-SRC-VALID(W-SOURCE-COUNT).
014640     MOVE 0 TO W-SRC-TOTAL(W-SOURCE-COUNT).
014641     MOVE 0 TO W-SRC-HASH(W-SOURCE-COUNT).

014642     MOVE 0 TO W-FEED-PRINT-COUNT.
014643     MOVE 0 TO W-FEED-PRINT-HASH.
014644     IF SC-FEED-COUNT IS NUMERIC AND SC-FEED-HASH IS NUMERIC
014645         MOVE SC-FEED-COUNT TO W-FEED-PRINT-COUNT
014646         MOVE SC-FEED-HASH TO W-FEED-PRINT-HASH
014647     END-IF.

014650     MOVE SC-RECORD-COUNT TO W-SRC-REQUESTED.
014660     IF W-SRC-REQUESTED > W-MAX-ARR-SIZE

015150     MOVE W-READ-COUNT TO W-SRC-READ(W-SOURCE-COUNT).
015160     PERFORM 1150-BALANCE-BATCH THRU 1150-EXIT.
015164     PERFORM 1160-NOTE-FEED-PRINT THRU 1160-EXIT.

015170 1115-EXIT.
015180     EXIT.
015190******************************************************************
015192*    1130-PROCESS-DETAIL - COUNT AND HASH ONE DETAIL RECORD AS   *
015194*    READ, THEN VALIDATE IT AND EITHER STORE IT IN W-ARR OR      *
015196*    ROUTE IT TO THE EXCEPTION LISTING.  THE HASH COVERS EVERY   *
015198*    NUMERIC VALUE AS TRANSMITTED, ACCEPTED OR NOT, SO IT PROVES *
015200*    THE FILE ARRIVED INTACT RATHER THAN PROVING WHAT PASSED     *
015202*    VALIDATION.  A FEED DETAIL IS CHECKED FOR A CROSS-DAY       *
015204*    DUPLICATE UNDER ITS OWN BRANCH (W-DUP-BRANCH), AND SO IS A  *
015206*    RECYCLED ONE DECLINED BY A SUPERVISOR, UNDER ITS ACCOUNT'S  *
015208*    BRANCH; AN APPROVED ITEM IS NOT RECHECKED.  A POSSIBLE      *
015210*    DUPLICATE IS HELD FOR SUPERVISOR APPROVAL.  AN ITEM         *
015212*    RELEASED FROM HOLD KEEPS THE BRANCH THAT SENT IT            *
015214*    (PA-SOURCE-ID) AS ITS W-FEED-BRANCH.  A REVERSAL IS ALSO    *
015216*    CHECKED AGAINST THE ITEM IT REVERSES (3060) AND IS NEVER    *
015218*    HELD FOR ITS AMOUNT - IT CAN ONLY UNDO AN AMOUNT ALREADY    *
015220*    POSTED.  IT IS LISTED ON THE REVERSAL REGISTER ONCE         *
015222*    DECIDED; ONE HELD AS A POSSIBLE DUPLICATE IS LISTED WHEN    *
015224*    RELEASED.                                                   *
015260******************************************************************
015270 1130-PROCESS-DETAIL.

015300     MOVE W-TOTAL-READ TO W-I.
015310     IF SI-VALUE IS NUMERIC
015320         ADD SI-VALUE TO W-INPUT-HASH
015324         ADD SI-VALUE TO W-SRC-HASH(W-SOURCE-COUNT)
015330     END-IF.

015332     MOVE 'N' TO SW-DUPLICATE-FLAG.
015334     MOVE 'N' TO SW-HOLD-FLAG.
015336     PERFORM 3000-VALIDATE-DETAIL THRU 3000-EXIT.
015337     MOVE SPACES TO W-DUP-BRANCH.
015338     IF W-CURR-SOURCE NOT = 'RCY' AND W-CURR-SOURCE NOT = 'APR'
015339         MOVE W-CURR-SOURCE TO W-DUP-BRANCH
015340     END-IF.
015345     IF W-CURR-SOURCE = 'RCY'
015346             AND SP-REASON = 'DECLINED BY SUPERVISOR'
015347         MOVE W-LOOKUP-BRANCH TO W-DUP-BRANCH
015348     END-IF.
015349     IF SW-DETAIL-VALID AND W-DUP-BRANCH NOT = SPACES
015350         PERFORM 3050-CHECK-DUPLICATE-ITEM THRU 3050-EXIT
015351     END-IF.
015352     IF SW-DETAIL-VALID AND SI-REVERSAL AND NOT SW-ITEM-HELD
015353         PERFORM 3060-VALIDATE-REVERSAL THRU 3060-EXIT
015354     END-IF.
015355     IF SW-DETAIL-VALID AND W-CURR-SOURCE NOT = 'APR'
015356             AND NOT SI-REVERSAL AND NOT SW-ITEM-HELD
015357         PERFORM 3070-CHECK-HOLD-THRESHOLD THRU 3070-EXIT
015358     END-IF.
015360     IF SI-REVERSAL AND NOT SW-ITEM-HELD
015362         PERFORM 1320-WRITE-REVERSAL-LINE THRU 1320-EXIT
015364     END-IF.
015366     IF SW-ITEM-HELD
015368         PERFORM 3080-HOLD-FOR-APPROVAL THRU 3080-EXIT
015370         GO TO 1130-EXIT
015372     END-IF.
015374     IF SW-DETAIL-INVALID
015376         PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
015378         IF SW-ABEND-ON-ERROR
015380             PERFORM 3900-ABEND-VALIDATION THRU 3900-EXIT
015382         END-IF
015384     ELSE
015410         IF W-VALID-COUNT >= W-MAX-ARR-SIZE
015420             DISPLAY 'BUBBLE-SORT - RECORD TABLE CAPACITY '
015430                 'EXCEEDED'
015480         MOVE SI-VALUE TO W-VALUE(W-VALID-COUNT)
015490         MOVE W-LOOKUP-NAME TO W-ACCOUNT-NAME(W-VALID-COUNT)
015500         MOVE W-LOOKUP-BRANCH TO W-BRANCH(W-VALID-COUNT)
015502         MOVE W-CURR-SOURCE TO W-FEED-BRANCH(W-VALID-COUNT)
015504         IF W-CURR-SOURCE = 'APR'
015506             MOVE PA-SOURCE-ID TO W-FEED-BRANCH(W-VALID-COUNT)
015508         END-IF
015510         MOVE W-CURR-SOURCE TO W-SOURCE-TAG(W-VALID-COUNT)
015511         IF SI-REVERSAL
015512             MOVE SI-ORIG-DATE TO W-ORIG-DATE(W-VALID-COUNT)
015513             MOVE SI-ORIG-SEQUENCE TO W-ORIG-SEQ(W-VALID-COUNT)
015514         ELSE
015515             MOVE 0 TO W-ORIG-DATE(W-VALID-COUNT)
015516             MOVE 0 TO W-ORIG-SEQ(W-VALID-COUNT)
015517         END-IF
015520         ADD 1 TO W-SRC-VALID(W-SOURCE-COUNT)
015530         ADD SI-VALUE TO W-SRC-TOTAL(W-SOURCE-COUNT)
015540         IF SI-VALUE < W-MIN-SEEN

016190 1150-EXIT.
016200     EXIT.
016201******************************************************************
016202*    1160-NOTE-FEED-PRINT - NOTE THIS SOURCE'S FINGERPRINT       *
016203*    (BRANCH, TRAILER COUNT AND HASH OF THE FEED AS TRANSMITTED) *
016204*    FOR TODAY'S ITEM HISTORY.  A FILE WRITTEN BY BRANCH-EDIT    *
016205*    CARRIES THE RAW FEED'S FINGERPRINT ON ITS CONTROL RECORD; A *
016206*    RAW FEED USES ITS OWN TRAILER.  IT WAS CHECKED AGAINST THE  *
016207*    EARLIER BUSINESS DATES BY THE PRE-SCAN (1395), BEFORE ANY   *
016208*    ITEM REACHED SUSPENSE.  AN EMPTY FEED HAS NO FINGERPRINT.   *
016209******************************************************************
016210 1160-NOTE-FEED-PRINT.

016211     IF W-FEED-PRINT-COUNT = 0
016212         MOVE W-TRAILER-COUNT TO W-FEED-PRINT-COUNT
016213         MOVE W-TRAILER-HASH TO W-FEED-PRINT-HASH
016214     END-IF.
016215     IF W-FEED-PRINT-COUNT = 0
016216         GO TO 1160-EXIT
016217     END-IF.

016218     ADD 1 TO W-TODAY-FEED-COUNT.
016219     MOVE W-CURR-SOURCE TO W-TF-BRANCH(W-TODAY-FEED-COUNT).
016220     MOVE W-FEED-PRINT-COUNT TO W-TF-COUNT(W-TODAY-FEED-COUNT).
016221     MOVE W-FEED-PRINT-HASH TO W-TF-HASH(W-TODAY-FEED-COUNT).

016222 1160-EXIT.
016223     EXIT.
016246******************************************************************
016247*    1165-LOAD-THRESHOLDS - LOAD THE SUPERVISOR REVIEW           *
016248*    THRESHOLDS.  THE FILE IS OPTIONAL: WITH NONE, NOTHING IS    *
016249*    HELD.  A CARD WITH A NON-NUMERIC LIMIT IS REPORTED AND      *
016250*    IGNORED.                                                    *
016251******************************************************************
016252 1165-LOAD-THRESHOLDS.

016253     MOVE 0 TO W-THRESHOLD-COUNT.
016254     OPEN INPUT THRESHOLD-FILE.
016255     IF NOT WS-THRFILE-OK
016256         DISPLAY 'NO HOLD THRESHOLDS - SUPERVISOR HOLD NOT ACTIVE'
016257         GO TO 1165-EXIT
016258     END-IF.

016259     PERFORM UNTIL NOT WS-THRFILE-OK
016260         READ THRESHOLD-FILE
016261             AT END
016262                 CONTINUE
016263         END-READ
016264         IF WS-THRFILE-OK
016265             IF TH-LIMIT IS NOT NUMERIC OR TH-BRANCH = SPACES
016266                 DISPLAY 'HOLD THRESHOLD CARD IGNORED: '
016267                     THRESHOLD-RECORD(1:20)
016268             ELSE
016269                 IF W-THRESHOLD-COUNT >= W-MAX-THRESHOLDS
016270                     DISPLAY 'BUBBLE-SORT - HOLD THRESHOLD TABLE '
016271                         'CAPACITY EXCEEDED'
016272                     PERFORM 3960-ABEND-BALANCING THRU 3960-EXIT
016273                 END-IF
016274                 ADD 1 TO W-THRESHOLD-COUNT
016275                 MOVE TH-BRANCH TO W-TH-BRANCH(W-THRESHOLD-COUNT)
016276                 MOVE TH-ACCOUNT-ID
016277                     TO W-TH-ACCOUNT(W-THRESHOLD-COUNT)
016278                 MOVE TH-LIMIT TO W-TH-LIMIT(W-THRESHOLD-COUNT)
016279             END-IF
016280         END-IF
016281     END-PERFORM.
016282     CLOSE THRESHOLD-FILE.
016283     DISPLAY 'HOLD THRESHOLDS LOADED: ' W-THRESHOLD-COUNT.

016284 1165-EXIT.
016285     EXIT.
016286******************************************************************
016287*    1166-LOAD-APPROVALS - LOAD THE SUPERVISORS' APPROVE/DECLINE *
016288*    CARDS FOR 1170-PROCESS-PENDING.  OPTIONAL.  A CARD WITH AN  *
016289*    UNKNOWN ACTION OR A NON-NUMERIC DATE OR SEQUENCE IS         *
016290*    REPORTED AND IGNORED - THE ITEM STAYS HELD.                 *
016291******************************************************************
016292 1166-LOAD-APPROVALS.

016293     MOVE 0 TO W-APPROVAL-COUNT.
016294     OPEN INPUT APPROVAL-FILE.
016295     IF NOT WS-APPRFILE-OK
016296         GO TO 1166-EXIT
016297     END-IF.

016298     PERFORM UNTIL NOT WS-APPRFILE-OK
016299         READ APPROVAL-FILE
016300             AT END
016301                 CONTINUE
016302         END-READ
016303         IF WS-APPRFILE-OK
016304             IF (NOT AP-APPROVE AND NOT AP-DECLINE)
016305                 OR AP-BUSINESS-DATE IS NOT NUMERIC
016306                 OR AP-SEQUENCE IS NOT NUMERIC
016307                 DISPLAY 'APPROVAL CARD IGNORED: '
016308                     APPROVAL-RECORD(1:27)
016309             ELSE
016310                 IF W-APPROVAL-COUNT >= W-MAX-APPROVALS
016311                     DISPLAY 'BUBBLE-SORT - APPROVAL TABLE '
016312                         'CAPACITY EXCEEDED'
016313                     PERFORM 3960-ABEND-BALANCING THRU 3960-EXIT
016314                 END-IF
016315                 ADD 1 TO W-APPROVAL-COUNT
016316                 MOVE AP-ACTION TO W-AP-ACTION(W-APPROVAL-COUNT)
016317                 MOVE AP-BUSINESS-DATE
016318                     TO W-AP-DATE(W-APPROVAL-COUNT)
016319                 MOVE AP-BRANCH TO W-AP-BRANCH(W-APPROVAL-COUNT)
016320                 MOVE AP-SEQUENCE
016321                     TO W-AP-SEQUENCE(W-APPROVAL-COUNT)
016322                 MOVE AP-APPROVER
016323                     TO W-AP-APPROVER(W-APPROVAL-COUNT)
016324                 MOVE 'N' TO W-AP-USED(W-APPROVAL-COUNT)
016325             END-IF
016326         END-IF
016327     END-PERFORM.
016328     CLOSE APPROVAL-FILE.
016329     DISPLAY 'SUPERVISOR DECISIONS LOADED: ' W-APPROVAL-COUNT.

016330 1166-EXIT.
016331     EXIT.
016332******************************************************************
016333*    1170-PROCESS-PENDING - WORK LAST NIGHT'S PENDING-FILE AHEAD *
016334*    OF THE DAY'S INFILE, UNDER SOURCE TAG 'APR'.  EACH ITEM     *
016335*    STILL WAITING IS MATCHED TO ITS SUPERVISOR DECISION: AN     *
016336*    APPROVED ITEM IS RELEASED INTO THE RUN, A DECLINED ONE GOES *
016337*    TO SUSPENSE, AND ONE WITH NO DECISION IS CARRIED FORWARD.   *
016338*    LIKE 1105-PROCESS-RECYCLE, THE PENDING INFILE CONTROL       *
016339*    RECORD IS HELD AND RESTORED AROUND THE PASS.  A SUPPLEMENT  *
016340*    RUN LEAVES THE PENDING FILE TO THE NIGHTLY RUN - 1172 ONLY  *
016341*    TAKES THE LAST HOLD SEQUENCE ISSUED FOR THE DATE FROM IT,   *
016342*    AND PENDING-NEW CARRIES JUST THE SUPPLEMENT'S OWN HOLDS,    *
016343*    WHICH THE SUPPLEMENT JOB ADDS TO THE PENDING FILE.          *
016344******************************************************************
016345 1170-PROCESS-PENDING.

016346     OPEN INPUT PENDING-FILE.
016347     IF NOT WS-PENDIN-OK
016348         GO TO 1170-EXIT
016349     END-IF.
016350     IF W-SUPPLEMENT-ON
016351         PERFORM 1172-SCAN-PENDING THRU 1172-EXIT
016352         CLOSE PENDING-FILE
016353         GO TO 1170-EXIT
016354     END-IF.

016355     MOVE SORT-INPUT-RECORD TO W-HELD-CONTROL.
016356     MOVE 0 TO W-APR-RELEASED.
016357     ADD 1 TO W-SOURCE-COUNT.
016358     MOVE 'APR' TO W-CURR-SOURCE.
016359     MOVE 'APR' TO W-SRC-ID(W-SOURCE-COUNT).
016360     MOVE 0 TO W-SRC-READ(W-SOURCE-COUNT).
016361     MOVE 0 TO W-SRC-VALID(W-SOURCE-COUNT).
016362     MOVE 0 TO W-SRC-TOTAL(W-SOURCE-COUNT).
016363     MOVE 0 TO W-SRC-HASH(W-SOURCE-COUNT).
016364     MOVE 0 TO W-READ-COUNT.
016365     MOVE 0 TO W-INPUT-HASH.

016366     PERFORM UNTIL NOT WS-PENDIN-OK
016367         READ PENDING-FILE INTO WS-PENDING-REC
016368             AT END
016369                 CONTINUE
016370         END-READ
016371         IF WS-PENDIN-OK
016372             PERFORM 1175-DECIDE-PENDING THRU 1175-EXIT
016373         END-IF
016374     END-PERFORM.

016375     CLOSE PENDING-FILE.
016376     MOVE W-READ-COUNT TO W-SRC-READ(W-SOURCE-COUNT).
016377     IF W-APR-RELEASED = 0
016378         SUBTRACT 1 FROM W-SOURCE-COUNT
016379     END-IF.
016380     COMPUTE W-FIRST-FEED-SOURCE = W-SOURCE-COUNT + 1.
016381     MOVE W-VALID-COUNT TO W-REQUESTED-COUNT.

016382     PERFORM VARYING W-AX FROM 1 BY 1
016383             UNTIL W-AX > W-APPROVAL-COUNT
016384         IF W-AP-USED(W-AX) = 'N'
016385             DISPLAY 'APPROVAL CARD MATCHES NO HELD ITEM: '
016386                 W-AP-ACTION(W-AX) ' ' W-AP-DATE(W-AX) ' '
016387                 W-AP-BRANCH(W-AX) ' ' W-AP-SEQUENCE(W-AX)
016388             MOVE SPACES TO WS-PENDING-REC
016389             MOVE W-AP-DATE(W-AX) TO PA-BUSINESS-DATE
016390             MOVE W-AP-BRANCH(W-AX) TO PA-BRANCH
016391             MOVE W-AP-SEQUENCE(W-AX) TO PA-SEQUENCE
016392             MOVE 0 TO PA-THRESHOLD
016393             MOVE W-AP-APPROVER(W-AX) TO PA-APPROVER
016394             MOVE 'NO MATCH' TO HD-ACTION
016395             PERFORM 1190-WRITE-HOLD-LINE THRU 1190-EXIT
016396         END-IF
016397     END-PERFORM.
016398     DISPLAY 'HELD ITEMS RELEASED: ' W-HOLD-REL-COUNT
016399         '  DECLINED: ' W-HOLD-DEC-COUNT.

016400     MOVE W-TODAY-YYMMDD TO W-CURR-SUSP-DATE.
016401     MOVE W-HELD-CONTROL TO SORT-INPUT-RECORD.

016402 1170-EXIT.
016403     EXIT.
016404******************************************************************
016405*    1172-SCAN-PENDING - SUPPLEMENT RUN ONLY.  START W-HOLD-SEQ  *
016406*    AFTER THE HIGHEST HOLD SEQUENCE ALREADY ON THE PENDING FILE *
016407*    FOR THE DATE, SO A HOLD MADE BY THE SUPPLEMENT NEVER SHARES *
016408*    THE KEY OF ONE MADE BY THE NIGHT'S RUN OR AN EARLIER        *
016409*    SUPPLEMENT AND EACH APPROVAL CARD STILL MATCHES ONE ITEM.   *
016410*    NOTHING IS DECIDED OR CARRIED FORWARD HERE.                 *
016411******************************************************************
016412 1172-SCAN-PENDING.

016413     PERFORM UNTIL NOT WS-PENDIN-OK
016414         READ PENDING-FILE INTO WS-PENDING-REC
016415             AT END
016416                 CONTINUE
016417         END-READ
016418         IF WS-PENDIN-OK
016419             AND PA-BUSINESS-DATE = W-TODAY-YYMMDD
016420             AND PA-SEQUENCE > W-HOLD-SEQ
016421             MOVE PA-SEQUENCE TO W-HOLD-SEQ
016422         END-IF
016423     END-PERFORM.
016424     DISPLAY 'SUPPLEMENT HOLDS NUMBERED AFTER: ' W-HOLD-SEQ.

016425 1172-EXIT.
016426     EXIT.
016427******************************************************************
016428*    1175-DECIDE-PENDING - ONE PENDING-FILE RECORD.  HOLDS MADE  *
016429*    ON THIS BUSINESS DATE OR LATER BELONG TO AN EARLIER ATTEMPT *
016430*    AT THIS DATE AND ARE DROPPED - THE FEED IS BEING REPROCESSED*
016431*    AND WILL HOLD THEM AGAIN.  DECISIONS MADE ON AN EARLIER     *
016432*    DATE ARE FINISHED AND DROPPED; DECISIONS MADE ON THIS DATE  *
016433*    ARE TAKEN AGAIN FROM THE CARDS.                             *
016434******************************************************************
016435 1175-DECIDE-PENDING.

016436     IF PA-BUSINESS-DATE NOT < W-TODAY-YYMMDD
016437         GO TO 1175-EXIT
016438     END-IF.
016439     IF NOT PA-PENDING
016440         IF PA-DECIDED-DATE < W-TODAY-YYMMDD
016441             GO TO 1175-EXIT
016442         END-IF
016443         SET PA-PENDING TO TRUE
016444         MOVE 0 TO PA-DECIDED-DATE
016445         MOVE SPACES TO PA-APPROVER
016446     END-IF.

016447     ADD 1 TO W-HOLD-BF-COUNT.
016448     MOVE PA-INPUT-IMAGE TO SORT-INPUT-RECORD.
016449     IF SI-VALUE IS NUMERIC
016450         ADD SI-VALUE TO W-HOLD-BF-AMOUNT
016451     END-IF.

016452     MOVE 0 TO W-AP-MATCH.
016453     PERFORM VARYING W-AX FROM 1 BY 1
016454             UNTIL W-AX > W-APPROVAL-COUNT
016455         IF W-AP-DATE(W-AX) = PA-BUSINESS-DATE
016456             AND W-AP-BRANCH(W-AX) = PA-BRANCH
016457             AND W-AP-SEQUENCE(W-AX) = PA-SEQUENCE
016458             AND W-AP-USED(W-AX) = 'N'
016459             MOVE W-AX TO W-AP-MATCH
016460         END-IF
016461     END-PERFORM.

016462     IF W-AP-MATCH = 0
016463         MOVE 'STILL HELD' TO HD-ACTION
016464         PERFORM 1190-WRITE-HOLD-LINE THRU 1190-EXIT
016465         PERFORM 1178-WRITE-PENDING THRU 1178-EXIT
016466         GO TO 1175-EXIT
016467     END-IF.

016468     MOVE 'Y' TO W-AP-USED(W-AP-MATCH).
016469     MOVE W-TODAY-YYMMDD TO PA-DECIDED-DATE.
016470     MOVE W-AP-APPROVER(W-AP-MATCH) TO PA-APPROVER.
016471     IF W-AP-ACTION(W-AP-MATCH) = 'D'
016472         SET PA-DECLINED TO TRUE
016473         ADD 1 TO W-HOLD-DEC-COUNT
016474         ADD SI-VALUE TO W-HOLD-DEC-AMOUNT
016475         MOVE 'DECLINED' TO HD-ACTION
016476         PERFORM 1190-WRITE-HOLD-LINE THRU 1190-EXIT
016477         PERFORM 1178-WRITE-PENDING THRU 1178-EXIT
016478         MOVE 'DECLINED BY SUPERVISOR' TO EL-REASON
016479         MOVE PA-BUSINESS-DATE TO W-CURR-SUSP-DATE
016480         MOVE 0 TO W-I
016481         PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
016482         GO TO 1175-EXIT
016483     END-IF.

016484     SET PA-RELEASED TO TRUE.
016485     ADD 1 TO W-HOLD-REL-COUNT.
016486     ADD SI-VALUE TO W-HOLD-REL-AMOUNT.
016487     ADD 1 TO W-APR-RELEASED.
016488     MOVE 'RELEASED' TO HD-ACTION.
016489     PERFORM 1190-WRITE-HOLD-LINE THRU 1190-EXIT.
016490     PERFORM 1178-WRITE-PENDING THRU 1178-EXIT.
016491     MOVE PA-INPUT-IMAGE TO SORT-INPUT-RECORD.
016492     PERFORM 1130-PROCESS-DETAIL THRU 1130-EXIT.

016493 1175-EXIT.
016494     EXIT.
016495******************************************************************
016496*    1178-WRITE-PENDING - WRITE WS-PENDING-REC TO PENDING-NEW.   *
016497*    ONLY ITEMS STILL WAITING COUNT TOWARDS THE CARRIED-FORWARD  *
016498*    TOTALS; DECIDED ITEMS ARE KEPT FOR A RERUN OF THE DATE.     *
016499******************************************************************
016500 1178-WRITE-PENDING.

016501     WRITE PENDING-NEW-RECORD FROM WS-PENDING-REC.
016502     IF NOT WS-PENDOUT-OK
016503         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
016504     END-IF.
016505     IF PA-PENDING
016506         ADD 1 TO W-HOLD-OUT-COUNT
016507         MOVE PA-INPUT-IMAGE TO SORT-INPUT-RECORD
016508         ADD SI-VALUE TO W-HOLD-OUT-AMOUNT
016509     END-IF.

016510 1178-EXIT.
016511     EXIT.
016512******************************************************************
016513*    1180-PROVE-HOLDS - FOOT THE SUPERVISOR HOLD TOTALS.  HELD   *
016514*    BROUGHT FORWARD PLUS HELD TONIGHT, LESS RELEASED AND        *
016515*    DECLINED, MUST EQUAL THE ITEMS WRITTEN TO PENDING-NEW, IN   *
016516*    COUNT AND AMOUNT; AND EVERY DETAIL READ MUST BE SORTED,     *
016517*    REJECTED OR HELD.  THE PROOF GOES TO SYSOUT AND THE HOLD    *
016518*    REPORT; A BREAK ENDS THE RUN WITH RC=8.                     *
016519******************************************************************
016520 1180-PROVE-HOLDS.

016521     COMPUTE W-HOLD-CF-COUNT = W-HOLD-BF-COUNT
016522         + W-HOLD-NEW-COUNT - W-HOLD-REL-COUNT - W-HOLD-DEC-COUNT.
016523     COMPUTE W-HOLD-CF-AMOUNT = W-HOLD-BF-AMOUNT
016524         + W-HOLD-NEW-AMOUNT - W-HOLD-REL-AMOUNT
016525         - W-HOLD-DEC-AMOUNT.
016526     COMPUTE W-RUN-REJECTED =
016527         W-EXCEPTION-COUNT - W-HOLD-DEC-COUNT.

016528     MOVE SPACES TO HOLD-REPORT-RECORD.
016529     WRITE HOLD-REPORT-RECORD.
016530     MOVE 'HOLD/RELEASE PROOF' TO HOLD-REPORT-RECORD.
016531     WRITE HOLD-REPORT-RECORD.
016532     DISPLAY 'SUPERVISOR HOLD PROOF'.
016533     MOVE '  HELD BROUGHT FORWARD      :' TO HP-LABEL.
016534     MOVE W-HOLD-BF-COUNT TO HP-COUNT.
016535     MOVE W-HOLD-BF-AMOUNT TO HP-AMOUNT.
016536     PERFORM 1185-WRITE-PROOF-LINE THRU 1185-EXIT.
016537     MOVE '  HELD THIS RUN             :' TO HP-LABEL.
016538     MOVE W-HOLD-NEW-COUNT TO HP-COUNT.
016539     MOVE W-HOLD-NEW-AMOUNT TO HP-AMOUNT.
016540     PERFORM 1185-WRITE-PROOF-LINE THRU 1185-EXIT.
016541     MOVE '  RELEASED INTO THIS RUN    :' TO HP-LABEL.
016542     MOVE W-HOLD-REL-COUNT TO HP-COUNT.
016543     MOVE W-HOLD-REL-AMOUNT TO HP-AMOUNT.
016544     PERFORM 1185-WRITE-PROOF-LINE THRU 1185-EXIT.
016545     MOVE '  DECLINED TO SUSPENSE      :' TO HP-LABEL.
016546     MOVE W-HOLD-DEC-COUNT TO HP-COUNT.
016547     MOVE W-HOLD-DEC-AMOUNT TO HP-AMOUNT.
016548     PERFORM 1185-WRITE-PROOF-LINE THRU 1185-EXIT.
016549     MOVE '  HELD CARRIED FORWARD      :' TO HP-LABEL.
016550     MOVE W-HOLD-CF-COUNT TO HP-COUNT.
016551     MOVE W-HOLD-CF-AMOUNT TO HP-AMOUNT.
016552     PERFORM 1185-WRITE-PROOF-LINE THRU 1185-EXIT.
016553     MOVE '  WRITTEN TO PENDING FILE   :' TO HP-LABEL.
016554     MOVE W-HOLD-OUT-COUNT TO HP-COUNT.
016555     MOVE W-HOLD-OUT-AMOUNT TO HP-AMOUNT.
016556     PERFORM 1185-WRITE-PROOF-LINE THRU 1185-EXIT.
016557     DISPLAY '  DETAILS READ    : ' W-TOTAL-READ.
016558     DISPLAY '  SORTED          : ' W-VALID-COUNT.
016559     DISPLAY '  REJECTED        : ' W-RUN-REJECTED.
016560     DISPLAY '  HELD            : ' W-HOLD-NEW-COUNT.

016561     CLOSE PENDING-NEW.
016562     CLOSE HOLD-REPORT.

016563     IF W-HOLD-CF-COUNT NOT = W-HOLD-OUT-COUNT
016564         OR W-HOLD-CF-AMOUNT NOT = W-HOLD-OUT-AMOUNT
016565         DISPLAY '  HELD ITEMS DO NOT FOOT TO THE PENDING FILE'
016566         PERFORM 3960-ABEND-BALANCING THRU 3960-EXIT
016567     END-IF.
016568     IF W-TOTAL-READ NOT =
016569             W-VALID-COUNT + W-RUN-REJECTED + W-HOLD-NEW-COUNT
016570         DISPLAY '  DETAILS READ NOT = SORTED + REJECTED + HELD'
016571         PERFORM 3960-ABEND-BALANCING THRU 3960-EXIT
016572     END-IF.

016573 1180-EXIT.
016574     EXIT.
016575******************************************************************
016576*    1185-WRITE-PROOF-LINE - ONE HOLD PROOF LINE, TO THE HOLD    *
016577*    REPORT AND TO SYSOUT.                                       *
016578******************************************************************
016579 1185-WRITE-PROOF-LINE.

016580     WRITE HOLD-REPORT-RECORD FROM WS-HOLD-PROOF-LINE.
016581     DISPLAY WS-HOLD-PROOF-LINE.

016582 1185-EXIT.
016583     EXIT.
016584******************************************************************
016585*    1190-WRITE-HOLD-LINE - ONE HOLD REPORT LINE FOR THE ITEM IN *
016586*    WS-PENDING-REC, WITH THE ACTION ALREADY IN HD-ACTION.       *
016587******************************************************************
016588 1190-WRITE-HOLD-LINE.

016589     IF W-HOLD-LINES >= WS-LINES-PER-PAGE
016590         PERFORM 1195-WRITE-HOLD-HEADINGS THRU 1195-EXIT
016591     END-IF.

016592     MOVE PA-BUSINESS-DATE TO HD-HOLD-DATE.
016593     MOVE PA-BRANCH TO HD-BRANCH.
016594     MOVE PA-SEQUENCE TO HD-SEQUENCE.
016595     MOVE PA-SOURCE-ID TO HD-SOURCE-ID.
016596     MOVE PA-APPROVER TO HD-APPROVER.
016597     MOVE PA-THRESHOLD TO HD-LIMIT.
016598     MOVE PA-INPUT-IMAGE TO SORT-INPUT-RECORD.
016599     MOVE SI-ACCOUNT-ID TO HD-ACCOUNT-ID.
016600     IF SI-VALUE IS NUMERIC
016601         MOVE SI-VALUE TO HD-VALUE
016602     ELSE
016603         MOVE 0 TO HD-VALUE
016604     END-IF.
016605     WRITE HOLD-REPORT-RECORD FROM WS-HOLD-DETAIL-LINE.
016606     ADD 1 TO W-HOLD-LINES.

016607 1190-EXIT.
016608     EXIT.
016609******************************************************************
016610*    1195-WRITE-HOLD-HEADINGS - PAGE HEADING FOR THE HOLD REPORT.*
016611******************************************************************
016612 1195-WRITE-HOLD-HEADINGS.

016613     ADD 1 TO W-HOLD-PAGE.
016614     MOVE W-HOLD-PAGE TO HH1-PAGE-NO.
016615     WRITE HOLD-REPORT-RECORD FROM WS-HOLD-HEADING-1.
016616     MOVE W-TODAY-YYMMDD TO HH2-BUSINESS-DATE.
016617     WRITE HOLD-REPORT-RECORD FROM WS-HOLD-HEADING-2.
016618     WRITE HOLD-REPORT-RECORD FROM WS-HOLD-HEADING-3.
016619     MOVE SPACES TO HOLD-REPORT-RECORD.
016620     WRITE HOLD-REPORT-RECORD.
016621     MOVE 0 TO W-HOLD-LINES.

016622 1195-EXIT.
016623     EXIT.
016624******************************************************************
016625*    1110-READ-ONE-RECORD - READ A SINGLE DETAIL RECORD.  ONCE   *
016626*    THE FILE IS EXHAUSTED, SW-NO-MORE-INPUT STAYS SET SO FUR-   *
016627*    THER CALLS FALL THROUGH WITHOUT RE-READING.                *
016628******************************************************************
016629 1110-READ-ONE-RECORD.

016630     IF SW-NO-MORE-INPUT
016631         GO TO 1110-EXIT
016632     END-IF.

016633     READ SORT-INPUT-FILE
016634         AT END
016635             MOVE 'Y' TO SW-END-OF-INPUT
016636     END-READ.

016637 1110-EXIT.
016638     EXIT.
016639******************************************************************
016640*    1200-LOAD-FROM-RANDOM - ORIGINAL RANDOM-NUMBER GENERATOR,   *
016641*    NOW KEPT AS A FALLBACK / TEST-DATA GENERATOR ONLY.          *
016642******************************************************************
016643 1200-LOAD-FROM-RANDOM.

016644     MOVE W-LEN-ARR TO W-REQUESTED-COUNT.
016645     MOVE W-LEN-ARR TO W-TOTAL-READ.
016646     MOVE 1 TO W-SOURCE-COUNT.
016647     MOVE 'RNG' TO W-CURR-SOURCE.
016648     MOVE 'RNG' TO W-SRC-ID(1).
016649     MOVE W-LEN-ARR TO W-SRC-READ(1).
016650     MOVE W-LEN-ARR TO W-SRC-VALID(1).
016651     MOVE 0 TO W-SRC-TOTAL(1).
016652     MOVE 0 TO W-EXCEPTION-COUNT.
016653     MOVE 9999999.99 TO W-MIN-SEEN.
016654     MOVE -9999999.99 TO W-MAX-SEEN.
016655     PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-LEN-ARR
016656         PERFORM 1250-GEN-RANDOM THRU 1250-EXIT
016657         MOVE W-I TO W-SYNTH-SEQ
016658         MOVE W-SYNTH-ID TO W-ACCOUNT-ID(W-I)
016659         MOVE W-RAN-NUM TO W-VALUE(W-I)
016660         MOVE W-TEST-DATA-NAME TO W-ACCOUNT-NAME(W-I)
016661         MOVE 'RNG' TO W-BRANCH(W-I)
016662         MOVE 'RNG' TO W-SOURCE-TAG(W-I)
016663         MOVE 'RNG' TO W-FEED-BRANCH(W-I)
016664         MOVE 0 TO W-ORIG-DATE(W-I)
016665         MOVE 0 TO W-ORIG-SEQ(W-I)
016666         ADD W-RAN-NUM TO W-SRC-TOTAL(1)
016667         MOVE W-I TO W-VALID-COUNT
016668         IF W-RAN-NUM < W-MIN-SEEN
016669             MOVE W-RAN-NUM TO W-MIN-SEEN
016670         END-IF
016671         IF W-RAN-NUM > W-MAX-SEEN
016672             MOVE W-RAN-NUM TO W-MAX-SEEN
016673         END-IF
016680         DISPLAY 'RANDOM NUMBER:' W-VALUE(W-I)
016690     END-PERFORM.


016800 1250-EXIT.
016810     EXIT.
016811******************************************************************
016812*    1300-LOAD-REVERSAL-BASE - BEFORE THE LOAD, PRE-SCAN         *
016813*    TONIGHT'S INPUT.  EACH INFILE FEED'S FINGERPRINT IS CHECKED *
016814*    (1390) BEFORE ANYTHING CAN REACH SUSPENSE, AND THE          *
016815*    REVERSALS IN THE FEEDS AND THE RECYCLED SUSPENSE NOTE THE   *
016816*    ORIGINALS THEY NAME IN W-REVERSAL-TABLE.  IF THERE ARE ANY, *
016817*    THE RETAINED DAILY EXTRACT GENERATIONS ARE READ FOR THEIR   *
016818*    ACCOUNTS, AMOUNTS AND PRIOR REVERSALS, AS THEY ALWAYS ARE   *
016819*    FOR A SUPPLEMENT (1380).  AN INFILE THAT WILL NOT OPEN IS   *
016820*    LEFT FOR 1100.                                              *
016821******************************************************************
016822 1300-LOAD-REVERSAL-BASE.

016823     MOVE 0 TO W-RV-COUNT.
016824     OPEN INPUT SORT-INPUT-FILE.
016825     IF NOT WS-INFILE-OK
016826         GO TO 1300-EXIT
016827     END-IF.
016828     PERFORM UNTIL NOT WS-INFILE-OK
016829         READ SORT-INPUT-FILE
016830             AT END
016831                 CONTINUE
016832         END-READ
016833         IF WS-INFILE-OK
016834             PERFORM 1390-PRESCAN-RECORD THRU 1390-EXIT
016835         END-IF
016836     END-PERFORM.
016837     CLOSE SORT-INPUT-FILE.

016838     OPEN INPUT RECYCLE-FILE.
016839     IF WS-RECYCFIL-OK
016840         PERFORM UNTIL NOT WS-RECYCFIL-OK
016841             READ RECYCLE-FILE INTO WS-SUSPENSE-REC
016842                 AT END
016843                     CONTINUE
016844             END-READ
016845             IF WS-RECYCFIL-OK
016846                 MOVE SP-INPUT-IMAGE TO SORT-INPUT-RECORD
016847                 IF SI-REVERSAL
016848                     PERFORM 1310-NOTE-REVERSAL THRU 1310-EXIT
016849                 END-IF
016850             END-IF
016851         END-PERFORM
016852         CLOSE RECYCLE-FILE
016853     END-IF.

016854     IF W-RV-COUNT > 0 OR W-SUPPLEMENT-ON
016855         DISPLAY 'REVERSALS TONIGHT NAME ' W-RV-COUNT
016856             ' ORIGINAL ITEMS'
016857         PERFORM 1350-READ-EXTRACT-HISTORY THRU 1350-EXIT
016858     END-IF.
016859     IF W-SUPPLEMENT-ON
016860         PERFORM 1380-NUMBER-SUPPLEMENT THRU 1380-EXIT
016861     END-IF.

016862 1300-EXIT.
016863     EXIT.
016864******************************************************************
016865*    1310-NOTE-REVERSAL - ADD THE ORIGINAL NAMED BY THE REVERSAL *
016866*    IN THE INPUT AREA TO W-REVERSAL-TABLE, ONCE PER ITEM.  A    *
016867*    LINK THAT IS NOT NUMERIC IS LEFT FOR 3060 TO REJECT.  MORE  *
016868*    ORIGINALS THAN THE TABLE HOLDS ENDS THE RUN RC=8, LIKE THE  *
016869*    OTHER TABLE LIMITS.                                         *
016870******************************************************************
016871 1310-NOTE-REVERSAL.

016872     IF SI-ORIG-DATE IS NOT NUMERIC
016873         OR SI-ORIG-SEQUENCE IS NOT NUMERIC
016874         GO TO 1310-EXIT
016875     END-IF.
016876     MOVE SI-ORIG-DATE TO W-RV-FIND-DATE.
016877     MOVE SI-ORIG-SEQUENCE TO W-RV-FIND-SEQ.
016878     PERFORM 1340-FIND-REVERSAL-ENTRY THRU 1340-EXIT.
016879     IF W-RX > 0
016880         GO TO 1310-EXIT
016881     END-IF.

016882     IF W-RV-COUNT >= W-MAX-REVERSALS
016883         DISPLAY 'BUBBLE-SORT - MORE THAN ' W-MAX-REVERSALS
016884             ' ITEMS REVERSED IN ONE RUN'
016885         PERFORM 3960-ABEND-BALANCING THRU 3960-EXIT
016886     END-IF.
016887     ADD 1 TO W-RV-COUNT.
016888     MOVE W-RV-FIND-KEY TO W-RV-KEY(W-RV-COUNT).
016889     MOVE 'N' TO W-RV-FOUND(W-RV-COUNT).
016890     MOVE SPACES TO W-RV-ACCOUNT(W-RV-COUNT).
016891     MOVE 0 TO W-RV-ORIG-VALUE(W-RV-COUNT).
016892     MOVE 0 TO W-RV-PRIOR-REV(W-RV-COUNT).
016893     MOVE 0 TO W-RV-RUN-REV(W-RV-COUNT).

016894 1310-EXIT.
016895     EXIT.
016896******************************************************************
016897*    1320-WRITE-REVERSAL-LINE - ONE REGISTER LINE FOR THE        *
016898*    REVERSAL IN THE INPUT AREA, ONCE 1130 HAS DECIDED IT:       *
016899*    APPLIED OR REJECTED, WITH THE ORIGINAL'S AMOUNT AND WHAT IS *
016900*    LEFT OF IT.  A REJECTED LINE IS FOLLOWED BY ITS REASON.     *
016901******************************************************************
016902 1320-WRITE-REVERSAL-LINE.

016903     IF W-REV-LINES >= WS-LINES-PER-PAGE
016904         PERFORM 1325-WRITE-REVERSAL-HEADINGS THRU 1325-EXIT
016905     END-IF.

016906     MOVE W-CURR-SOURCE TO RD-SOURCE-ID.
016907     MOVE SI-ACCOUNT-ID TO RD-ACCOUNT-ID.
016908     MOVE SORT-INPUT-RECORD(18:6) TO RD-ORIG-DATE.
016909     MOVE SORT-INPUT-RECORD(24:5) TO RD-ORIG-SEQ.
016910     IF SI-VALUE IS NUMERIC
016911         MOVE SI-VALUE TO RD-VALUE
016912     ELSE
016913         MOVE 0 TO RD-VALUE
016914     END-IF.
016915     MOVE 0 TO RD-ORIG-VALUE.
016916     MOVE 0 TO RD-REMAINING.
016917     MOVE 0 TO W-RX.
016918     IF SI-ORIG-DATE IS NUMERIC AND SI-ORIG-SEQUENCE IS NUMERIC
016919         MOVE SI-ORIG-DATE TO W-RV-FIND-DATE
016920         MOVE SI-ORIG-SEQUENCE TO W-RV-FIND-SEQ
016921         PERFORM 1340-FIND-REVERSAL-ENTRY THRU 1340-EXIT
016922     END-IF.
016923     IF W-RX > 0
016924         IF W-RV-ON-EXTRACT(W-RX)
016925             MOVE W-RV-ORIG-VALUE(W-RX) TO RD-ORIG-VALUE
016926             COMPUTE RD-REMAINING = W-RV-ORIG-VALUE(W-RX)
016927                 + W-RV-PRIOR-REV(W-RX) + W-RV-RUN-REV(W-RX)
016928         END-IF
016929     END-IF.

016930     IF SW-DETAIL-VALID
016931         MOVE 'APPLIED' TO RD-ACTION
016932         ADD 1 TO W-REV-APPLIED-COUNT
016933         ADD SI-VALUE TO W-REV-APPLIED-AMOUNT
016934     ELSE
016935         MOVE 'REJECTED' TO RD-ACTION
016936         ADD 1 TO W-REV-REJECTED-COUNT
016937         IF SI-VALUE IS NUMERIC
016938             ADD SI-VALUE TO W-REV-REJECTED-AMOUNT
016939         END-IF
016940     END-IF.
016941     WRITE REVERSAL-REGISTER-RECORD FROM WS-REV-DETAIL-LINE.
016942     ADD 1 TO W-REV-LINES.
016943     IF SW-DETAIL-INVALID
016944         MOVE EL-REASON TO RR-REASON
016945         WRITE REVERSAL-REGISTER-RECORD FROM WS-REV-REASON-LINE
016946         ADD 1 TO W-REV-LINES
016947     END-IF.

016948 1320-EXIT.
016949     EXIT.
016950******************************************************************
016951*    1325-WRITE-REVERSAL-HEADINGS - PAGE HEADING FOR THE REVERSAL*
016952*    REGISTER.                                                   *
016953******************************************************************
016954 1325-WRITE-REVERSAL-HEADINGS.

016955     ADD 1 TO W-REV-PAGE.
016956     MOVE W-REV-PAGE TO RH1-PAGE-NO.
016957     WRITE REVERSAL-REGISTER-RECORD FROM WS-REV-HEADING-1.
016958     MOVE W-TODAY-YYMMDD TO RH2-BUSINESS-DATE.
016959     WRITE REVERSAL-REGISTER-RECORD FROM WS-REV-HEADING-2.
016960     WRITE REVERSAL-REGISTER-RECORD FROM WS-REV-HEADING-3.
016961     MOVE SPACES TO REVERSAL-REGISTER-RECORD.
016962     WRITE REVERSAL-REGISTER-RECORD.
016963     MOVE 0 TO W-REV-LINES.

016964 1325-EXIT.
016965     EXIT.
016966******************************************************************
016967*    1330-CLOSE-REVERSAL-REGISTER - THE REGISTER'S CLOSING       *
016968*    TOTALS, TO THE REGISTER AND TO SYSOUT.  A NIGHT WITH NO     *
016969*    REVERSALS STILL PRINTS ITS HEADINGS AND ZERO TOTALS.        *
016970******************************************************************
016971 1330-CLOSE-REVERSAL-REGISTER.

016972     MOVE SPACES TO REVERSAL-REGISTER-RECORD.
016973     WRITE REVERSAL-REGISTER-RECORD.
016974     MOVE 'REVERSAL TOTALS' TO REVERSAL-REGISTER-RECORD.
016975     WRITE REVERSAL-REGISTER-RECORD.
016976     DISPLAY 'REVERSAL TOTALS'.
016977     MOVE '  REVERSALS APPLIED         :' TO RT-LABEL.
016978     MOVE W-REV-APPLIED-COUNT TO RT-COUNT.
016979     MOVE W-REV-APPLIED-AMOUNT TO RT-AMOUNT.
016980     WRITE REVERSAL-REGISTER-RECORD FROM WS-REV-TOTAL-LINE.
016981     DISPLAY WS-REV-TOTAL-LINE.
016982     MOVE '  REVERSALS REJECTED        :' TO RT-LABEL.
016983     MOVE W-REV-REJECTED-COUNT TO RT-COUNT.
016984     MOVE W-REV-REJECTED-AMOUNT TO RT-AMOUNT.
016985     WRITE REVERSAL-REGISTER-RECORD FROM WS-REV-TOTAL-LINE.
016986     DISPLAY WS-REV-TOTAL-LINE.

016987     CLOSE REVERSAL-REGISTER.

016988 1330-EXIT.
016989     EXIT.
016990******************************************************************
016991*    1340-FIND-REVERSAL-ENTRY - LOOK W-RV-FIND-KEY UP IN         *
016992*    W-REVERSAL-TABLE.  W-RX IS ITS ENTRY, OR ZERO IF NOT THERE. *
016993******************************************************************
016994 1340-FIND-REVERSAL-ENTRY.

016995     MOVE 0 TO W-RX.
016996     PERFORM VARYING W-RY FROM 1 BY 1
016997             UNTIL W-RY > W-RV-COUNT
016998             OR W-RX > 0
016999         IF W-RV-KEY(W-RY) = W-RV-FIND-KEY
017000             MOVE W-RY TO W-RX
017001         END-IF
017002     END-PERFORM.

017003 1340-EXIT.
017004     EXIT.
017005******************************************************************
017006*    1350-READ-EXTRACT-HISTORY - TWO PASSES OVER THE RETAINED    *
017007*    DAILY EXTRACT GENERATIONS.  THE FIRST NOTES EACH            *
017008*    GENERATION'S BUSINESS DATE; WHERE A DATE WAS RERUN ONLY ITS *
017009*    LAST FULL GENERATION AND THE SUPPLEMENTS AFTER IT COUNT,    *
017010*    AND TONIGHT'S DATE OR LATER NEVER DOES (BUT SEE 1360 FOR A  *
017011*    SUPPLEMENT RUN).  THE SECOND PICKS UP, FROM THE GENERATIONS *
017012*    THAT COUNT, EACH ORIGINAL IN W-REVERSAL-TABLE AND EVERY     *
017013*    REVERSAL ALREADY POSTED AGAINST ONE.  WITH NO HISTORY,      *
017014*    EVERY REVERSAL TONIGHT GOES TO SUSPENSE AND THE RUN CARRIES *
017015*    ON - EXCEPT A SUPPLEMENT RUN, WHICH 1380 REFUSES.           *
017016******************************************************************
017017 1350-READ-EXTRACT-HISTORY.

017018     MOVE 'N' TO SW-EXTHIST-FLAG.
017019     OPEN INPUT EXTRACT-HISTORY.
017020     IF NOT WS-EXTHIST-OK
017021         MOVE 'Y' TO SW-EXTHIST-FLAG
017022         DISPLAY 'EXTRACT HISTORY NOT AVAILABLE - REVERSALS '
017023             'WILL BE REJECTED TO SUSPENSE'
017024         GO TO 1350-EXIT
017025     END-IF.

017026     MOVE 0 TO W-GEN-COUNT.
017027     PERFORM UNTIL NOT WS-EXTHIST-OK
017028         READ EXTRACT-HISTORY INTO WS-HISTORY-REC
017029             AT END
017030                 CONTINUE
017031         END-READ
017032         IF WS-EXTHIST-OK AND EH-RECORD-TYPE = 'H'
017033             PERFORM 1360-NOTE-GENERATION THRU 1360-EXIT
017034         END-IF
017035     END-PERFORM.
017036     CLOSE EXTRACT-HISTORY.

017037     OPEN INPUT EXTRACT-HISTORY.
017038     IF NOT WS-EXTHIST-OK
017039         MOVE 'Y' TO SW-EXTHIST-FLAG
017040         DISPLAY 'EXTRACT HISTORY NOT AVAILABLE - REVERSALS '
017041             'WILL BE REJECTED TO SUSPENSE'
017042         GO TO 1350-EXIT
017043     END-IF.
017044     MOVE 0 TO W-GX.
017045     MOVE 0 TO W-CURR-GEN-DATE.
017046     PERFORM UNTIL NOT WS-EXTHIST-OK
017047         READ EXTRACT-HISTORY INTO WS-HISTORY-REC
017048             AT END
017049                 CONTINUE
017050         END-READ
017051         IF WS-EXTHIST-OK
017052             EVALUATE EH-RECORD-TYPE
017053                 WHEN 'H'
017054                     ADD 1 TO W-GX
017055                     MOVE 0 TO W-CURR-GEN-DATE
017056                     IF W-GN-IN-USE(W-GX)
017057                         MOVE W-GN-DATE(W-GX) TO W-CURR-GEN-DATE
017058                     END-IF
017059                 WHEN 'D'
017060                     IF W-CURR-GEN-DATE > 0
017061                         PERFORM 1370-MATCH-HISTORY-DETAIL
017062                             THRU 1370-EXIT
017063                     END-IF
017064                 WHEN OTHER
017065                     CONTINUE
017066             END-EVALUATE
017067         END-IF
017068     END-PERFORM.
017069     CLOSE EXTRACT-HISTORY.

017070     MOVE 0 TO W-RV-FOUND-COUNT.
017071     PERFORM VARYING W-RY FROM 1 BY 1 UNTIL W-RY > W-RV-COUNT
017072         IF W-RV-ON-EXTRACT(W-RY)
017073             ADD 1 TO W-RV-FOUND-COUNT
017074         END-IF
017075     END-PERFORM.
017076     DISPLAY 'EXTRACT GENERATIONS READ: ' W-GEN-COUNT
017077         '  ORIGINALS FOUND: ' W-RV-FOUND-COUNT.

017078 1350-EXIT.
017079     EXIT.
017080******************************************************************
017081*    1360-NOTE-GENERATION - FIRST PASS: ENTER THE GENERATION     *
017082*    STARTING AT THIS 'H' HEADER UNDER ITS BUSINESS DATE (THE    *
017083*    RUN DATE ON A HEADER THAT PREDATES THE BUSINESS-DATE        *
017084*    FIELD), AND STOP ANY EARLIER GENERATION FOR THE SAME DATE   *
017085*    FROM COUNTING.  A SUPPLEMENT'S GENERATION (RUN TYPE 'S') IS *
017086*    ENTERED AS 'S' AND ADDS TO ITS DATE INSTEAD - IT STOPS      *
017087*    NOTHING, BUT A LATER FULL RERUN OF THE DATE STOPS IT WITH   *
017088*    THE REST.  TONIGHT'S OWN DATE COUNTS ONLY ON A SUPPLEMENT   *
017089*    RUN, WHICH FOLLOWS ON FROM IT.                              *
017090******************************************************************
017091 1360-NOTE-GENERATION.

017092     IF EH-BUSINESS-DATE IS NUMERIC AND EH-BUSINESS-DATE > 0
017093         MOVE EH-BUSINESS-DATE TO W-CURR-GEN-DATE
017094     ELSE
017095         IF EH-RUN-DATE IS NUMERIC
017096             MOVE EH-RUN-DATE TO W-CURR-GEN-DATE
017097         ELSE
017098             MOVE 0 TO W-CURR-GEN-DATE
017099         END-IF
017100     END-IF.

017101     IF W-GEN-COUNT >= W-MAX-GENERATIONS
017102         DISPLAY 'BUBBLE-SORT - MORE THAN ' W-MAX-GENERATIONS
017103             ' GENERATIONS ON THE EXTRACT HISTORY'
017104         PERFORM 3960-ABEND-BALANCING THRU 3960-EXIT
017105     END-IF.
017106     ADD 1 TO W-GEN-COUNT.
017107     MOVE W-CURR-GEN-DATE TO W-GN-DATE(W-GEN-COUNT).
017108     MOVE 'Y' TO W-GN-USE(W-GEN-COUNT).
017109     IF EH-RUN-TYPE = 'S'
017110         MOVE 'S' TO W-GN-USE(W-GEN-COUNT)
017111     END-IF.
017112     IF W-CURR-GEN-DATE = 0
017113         OR W-CURR-GEN-DATE > W-BUSINESS-DATE
017114         OR (W-CURR-GEN-DATE = W-BUSINESS-DATE
017115             AND NOT W-SUPPLEMENT-ON)
017116         MOVE 'N' TO W-GN-USE(W-GEN-COUNT)
017117     END-IF.
017118     IF EH-RUN-TYPE = 'S'
017119         GO TO 1360-EXIT
017120     END-IF.
017121     PERFORM VARYING W-GX FROM 1 BY 1 UNTIL W-GX >= W-GEN-COUNT
017122         IF W-GN-DATE(W-GX) = W-CURR-GEN-DATE
017123             MOVE 'N' TO W-GN-USE(W-GX)
017124         END-IF
017125     END-PERFORM.

017126 1360-EXIT.
017127     EXIT.
017128******************************************************************
017129*    1370-MATCH-HISTORY-DETAIL - SECOND PASS: A 'D' DETAIL THAT  *
017130*    IS ONE OF THE ORIGINALS IN W-REVERSAL-TABLE GIVES ITS       *
017131*    ACCOUNT AND AMOUNT; A 'D' THAT IS ITSELF A REVERSAL OF ONE  *
017132*    ADDS ITS AMOUNT TO WHAT HAS ALREADY BEEN REVERSED.  A       *
017133*    DETAIL OF TONIGHT'S OWN DATE (ONLY EVER SEEN ON A           *
017134*    SUPPLEMENT RUN) ALSO RAISES W-SEQ-BASE TO THE HIGHEST       *
017135*    SEQUENCE ALREADY ISSUED FOR THE DATE.                       *
017136******************************************************************
017137 1370-MATCH-HISTORY-DETAIL.

017138     IF EH-VALUE IS NOT NUMERIC OR EH-SEQUENCE IS NOT NUMERIC
017139         GO TO 1370-EXIT
017140     END-IF.
017141     IF W-CURR-GEN-DATE = W-BUSINESS-DATE
017142         AND EH-SEQUENCE > W-SEQ-BASE
017143         MOVE EH-SEQUENCE TO W-SEQ-BASE
017144     END-IF.

017145     MOVE W-CURR-GEN-DATE TO W-RV-FIND-DATE.
017146     MOVE EH-SEQUENCE TO W-RV-FIND-SEQ.
017147     PERFORM 1340-FIND-REVERSAL-ENTRY THRU 1340-EXIT.
017148     IF W-RX > 0
017149         MOVE 'Y' TO W-RV-FOUND(W-RX)
017150         MOVE EH-ACCOUNT-ID TO W-RV-ACCOUNT(W-RX)
017151         MOVE EH-VALUE TO W-RV-ORIG-VALUE(W-RX)
017152     END-IF.

017153     IF EH-ITEM-TYPE = 'R'
017154         AND EH-ORIG-DATE IS NUMERIC
017155         AND EH-ORIG-SEQUENCE IS NUMERIC
017156         MOVE EH-ORIG-DATE TO W-RV-FIND-DATE
017157         MOVE EH-ORIG-SEQUENCE TO W-RV-FIND-SEQ
017158         PERFORM 1340-FIND-REVERSAL-ENTRY THRU 1340-EXIT
017159         IF W-RX > 0
017160             ADD EH-VALUE TO W-RV-PRIOR-REV(W-RX)
017161         END-IF
017162     END-IF.

017163 1370-EXIT.
017164     EXIT.
017165******************************************************************
017166*    1380-NUMBER-SUPPLEMENT - A SUPPLEMENT RUN FOLLOWS ON FROM   *
017167*    THE NIGHT'S EXTRACT FOR ITS DATE, SO THAT EXTRACT MUST BE   *
017168*    ON THE HISTORY.  THE SUPPLEMENT IS NUMBERED ONE PAST THE    *
017169*    SUPPLEMENTS ALREADY RUN FOR THE DATE, WHICH NUMBER GOES     *
017170*    INTO ITS GL BATCH REFERENCE AND BATCH-CONTROL STEP NAMES.   *
017171*    NO HISTORY, NO NIGHT'S EXTRACT, OR NINE SUPPLEMENTS ALREADY *
017172*    RUN REFUSES THE RUN (RC=20) BEFORE ANY OUTPUT IS WRITTEN.   *
017173******************************************************************
017174 1380-NUMBER-SUPPLEMENT.

017175     IF SW-EXTHIST-MISSING
017176         MOVE 'EXTRACT HISTORY NOT AVAILABLE' TO W-SUPP-REASON
017177         PERFORM 3980-ABEND-SUPPLEMENT THRU 3980-EXIT
017178     END-IF.

017179     MOVE 0 TO W-SUPP-GEN-COUNT.
017180     MOVE 'N' TO W-NIGHT-GEN-FLAG.
017181     PERFORM VARYING W-GX FROM 1 BY 1 UNTIL W-GX > W-GEN-COUNT
017182         IF W-GN-DATE(W-GX) = W-BUSINESS-DATE
017183             EVALUATE W-GN-USE(W-GX)
017184                 WHEN 'Y'
017185                     SET W-NIGHT-GEN-FOUND TO TRUE
017186                 WHEN 'S'
017187                     ADD 1 TO W-SUPP-GEN-COUNT
017188                 WHEN OTHER
017189                     CONTINUE
017190             END-EVALUATE
017191         END-IF
017192     END-PERFORM.
017193     IF NOT W-NIGHT-GEN-FOUND
017194         MOVE 'NIGHT''S EXTRACT NOT ON THE EXTRACT HISTORY'
017195             TO W-SUPP-REASON
017196         PERFORM 3980-ABEND-SUPPLEMENT THRU 3980-EXIT
017197     END-IF.
017198     IF W-SUPP-GEN-COUNT >= 9
017199         MOVE 'NINE SUPPLEMENTS ALREADY RUN FOR THE DATE'
017200             TO W-SUPP-REASON
017201         PERFORM 3980-ABEND-SUPPLEMENT THRU 3980-EXIT
017202     END-IF.

017203     COMPUTE W-SUPP-NUMBER = W-SUPP-GEN-COUNT + 1.
017204     MOVE W-SUPP-NUMBER TO W-SUPP-GL-NO.
017205     MOVE W-SUPP-NUMBER TO W-SUPP-SORT-NO.
017206     MOVE W-SUPP-NUMBER TO W-SUPP-GLS-NO.
017207     MOVE W-SUPP-SORT-STEP TO W-BC-SORT-STEP.
017208     MOVE W-SUPP-GL-STEP TO W-BC-GL-STEP.
017209     DISPLAY 'SUPPLEMENT ' W-SUPP-NUMBER ' FOR BUSINESS DATE '
017210         W-BUSINESS-DATE ' - EXTRACT SEQUENCES FOLLOW '
017211         W-SEQ-BASE.

017212 1380-EXIT.
017213     EXIT.
017214******************************************************************
017215*    1390-PRESCAN-RECORD - ONE INFILE RECORD IN THE 1300         *
017216*    PRE-SCAN, WHICH FOLLOWS THE SOURCES AS 1115 WILL: A CONTROL *
017217*    RECORD, ITS DETAILS, THEN ITS '999999' TRAILER.  THE        *
017218*    CONTROL RECORD GIVES THE BRANCH AND, FROM A FILE WRITTEN BY *
017219*    BRANCH-EDIT, THE RAW FEED'S FINGERPRINT; OTHERWISE THE      *
017220*    TRAILER DOES.  AT THE TRAILER THE FINGERPRINT IS CHECKED    *
017221*    (1395).  A REVERSAL DETAIL IS NOTED (1310).                 *
017222******************************************************************
017223 1390-PRESCAN-RECORD.

017224     IF SW-PRESCAN-CONTROL
017225         MOVE SC-BRANCH-ID TO W-CURR-SOURCE
017226         MOVE 0 TO W-FEED-PRINT-COUNT
017227         MOVE 0 TO W-FEED-PRINT-HASH
017228         IF SC-FEED-COUNT IS NUMERIC AND SC-FEED-HASH IS NUMERIC
017229             MOVE SC-FEED-COUNT TO W-FEED-PRINT-COUNT
017230             MOVE SC-FEED-HASH TO W-FEED-PRINT-HASH
017231         END-IF
017232         SET SW-PRESCAN-DETAIL TO TRUE
017233         GO TO 1390-EXIT
017234     END-IF.

017235     IF TR-IS-TRAILER
017236         IF W-FEED-PRINT-COUNT = 0
017237             IF TR-DETAIL-COUNT IS NUMERIC
017238                 MOVE TR-DETAIL-COUNT TO W-FEED-PRINT-COUNT
017239             END-IF
017240             IF TR-HASH-TOTAL IS NUMERIC
017241                 MOVE TR-HASH-TOTAL TO W-FEED-PRINT-HASH
017242             END-IF
017243         END-IF
017244         PERFORM 1395-CHECK-FEED-PRINT THRU 1395-EXIT
017245         SET SW-PRESCAN-CONTROL TO TRUE
017246         GO TO 1390-EXIT
017247     END-IF.

017248     IF SI-REVERSAL
017249         PERFORM 1310-NOTE-REVERSAL THRU 1310-EXIT
017250     END-IF.

017251 1390-EXIT.
017252     EXIT.
017253******************************************************************
017254*    1395-CHECK-FEED-PRINT - COMPARE THE PRE-SCANNED SOURCE'S    *
017255*    FINGERPRINT WITH THE FEEDS PROCESSED ON EARLIER BUSINESS    *
017256*    DATES.  A MATCH HOLDS THE RUN WITH RC=24 - AN EARLIER DAY'S *
017257*    FILE SENT AGAIN - UNLESS THE OPERATOR HAS SET THE DUPLICATE *
017258*    RELEASE FLAG.  A SOURCE WITH NO BRANCH ON ITS CONTROL       *
017259*    RECORD IS KNOWN ONLY BY ITS DEFAULT TAG (S01, S02, ...) AND *
017260*    IS MATCHED AGAINST ANY SUCH TAG.  AN EMPTY FEED HAS NO      *
017261*    FINGERPRINT AND IS NOT CHECKED.                             *
017262******************************************************************
017263 1395-CHECK-FEED-PRINT.

017264     IF W-FEED-PRINT-COUNT = 0
017265         GO TO 1395-EXIT
017266     END-IF.

017267     MOVE 0 TO W-HIST-MATCH-DATE.
017268     PERFORM VARYING W-HX FROM 1 BY 1
017269             UNTIL W-HX > W-HIST-FEED-COUNT
017270         IF (W-HF-BRANCH(W-HX) = W-CURR-SOURCE
017271             OR (W-CURR-SOURCE = SPACES
017272                 AND W-HF-BRANCH(W-HX)(1:1) = 'S'
017273                 AND W-HF-BRANCH(W-HX)(2:2) IS NUMERIC))
017274             AND W-HF-COUNT(W-HX) = W-FEED-PRINT-COUNT
017275             AND W-HF-HASH(W-HX) = W-FEED-PRINT-HASH
017276             MOVE W-HF-DATE(W-HX) TO W-HIST-MATCH-DATE
017277         END-IF
017278     END-PERFORM.
017279     IF W-HIST-MATCH-DATE = 0
017280         GO TO 1395-EXIT
017281     END-IF.

017282     DISPLAY 'SOURCE ' W-CURR-SOURCE ' FEED MATCHES THE FEED '
017283         'PROCESSED FOR BUSINESS DATE ' W-HIST-MATCH-DATE.
017284     DISPLAY '  COUNT ' W-FEED-PRINT-COUNT
017285         '  HASH ' W-FEED-PRINT-HASH.
017286     IF W-DUP-RELEASE-ON
017287         DISPLAY '  OPERATOR DUPLICATE RELEASE ON - FEED ACCEPTED'
017288     ELSE
017289         PERFORM 3970-ABEND-DUPLICATE-FEED THRU 3970-EXIT
017290     END-IF.

017291 1395-EXIT.
017292     EXIT.
017293******************************************************************
017294*    2000-PRODUCE-REPORT - WRITE THE SORTED-OUTPUT REPORT TO     *
017295*    SORT-OUTPUT-FILE: RUN-DATE/TIME HEADING, A LINE-NUMBERED    *
017296*    DETAIL LINE PER SORTED VALUE WITH PAGE BREAKS EVERY         *
017297*    WS-LINES-PER-PAGE LINES, AND A TRAILER WITH THE COUNT,      *
017298*    MINIMUM, AND MAXIMUM VALUES ACTUALLY SEEN.                  *
017299******************************************************************
017300 2000-PRODUCE-REPORT SECTION.

017301     ACCEPT WS-RUN-DATE FROM DATE.
017302     ACCEPT WS-RUN-TIME FROM TIME.
017303     MOVE W-BUS-YY TO WS-RUN-YY.
017304     MOVE W-BUS-MM TO WS-RUN-MM.
017305     MOVE W-BUS-DD TO WS-RUN-DD.
017306     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
017307     MOVE 0 TO WS-PAGE-COUNT.
017308     MOVE 0 TO WS-RECORD-COUNT.
017309     MOVE 9999999.99 TO WS-MIN-SEEN.
017310     MOVE -9999999.99 TO WS-MAX-SEEN.

017311     OPEN OUTPUT SORT-OUTPUT-FILE.
017312     IF NOT WS-RPTFILE-OK
017313         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
017314     END-IF.

017315     PERFORM VARYING W-H FROM 1 BY 1 UNTIL W-H > W-LEN-ARR
017316         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
017317             PERFORM 2100-WRITE-HEADINGS THRU 2100-EXIT
017318         END-IF
017319         PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT
017320     END-PERFORM.

017321     PERFORM 2300-WRITE-TRAILER THRU 2300-EXIT.

017322     CLOSE SORT-OUTPUT-FILE.

017323 2000-EXIT.
017324     EXIT.
017325******************************************************************
017326*    2100-WRITE-HEADINGS - RUN-DATE/TIME HEADING FOR A NEW PAGE  *
017327******************************************************************
017328 2100-WRITE-HEADINGS.

017329     ADD 1 TO WS-PAGE-COUNT.
017330     MOVE WS-PAGE-COUNT TO HL1-PAGE-NO.
017331     WRITE SORT-OUTPUT-RECORD FROM WS-HEADING-LINE-1.

017332     MOVE WS-RUN-MM TO HL2-RUN-MM.
017333     MOVE WS-RUN-DD TO HL2-RUN-DD.
017334     MOVE WS-RUN-YY TO HL2-RUN-YY.
017335     MOVE WS-RUN-HH TO HL2-RUN-HH.
017336     MOVE WS-RUN-MN TO HL2-RUN-MN.
017337     WRITE SORT-OUTPUT-RECORD FROM WS-HEADING-LINE-2.

017338     WRITE SORT-OUTPUT-RECORD FROM WS-HEADING-LINE-3.
017339     MOVE SPACES TO SORT-OUTPUT-RECORD.
017340     WRITE SORT-OUTPUT-RECORD.

017341     MOVE 0 TO WS-LINE-COUNT.

017342 2100-EXIT.
017343     EXIT.
017344******************************************************************
017345*    2200-WRITE-DETAIL - ONE DETAIL LINE, AND ROLL THE RUNNING   *
017350*    RECORD COUNT / MIN / MAX FORWARD.                           *
017360******************************************************************
017370 2200-WRITE-DETAIL.
017770     MOVE WS-MAX-SEEN TO TL3-MAX-SEEN.
017780     WRITE SORT-OUTPUT-RECORD FROM WS-TRAILER-LINE-3.

017781     IF W-THRESHOLD-COUNT > 0 OR W-HOLD-BF-COUNT > 0
017782         MOVE W-HOLD-NEW-COUNT TO TL4-HELD-COUNT
017783         MOVE W-HOLD-NEW-AMOUNT TO TL4-HELD-TOTAL
017784         WRITE SORT-OUTPUT-RECORD FROM WS-TRAILER-LINE-4
017785         MOVE W-HOLD-REL-COUNT TO TL5-RELEASED-COUNT
017786         MOVE W-HOLD-REL-AMOUNT TO TL5-RELEASED-TOTAL
017787         WRITE SORT-OUTPUT-RECORD FROM WS-TRAILER-LINE-5
017788     END-IF.

017790 2300-EXIT.
017800     EXIT.
017805******************************************************************
017810*    2500-WRITE-EXTRACT - WRITE THE MACHINE-READABLE EXTRACT OF  *
017815*    THE SORTED RESULT: HEADER WITH THE RUN DATE/TIME, ONE       *
017820*    DETAIL PER SORTED RECORD WITH ITS SEQUENCE NUMBER (A        *
017825*    REVERSAL ALSO CARRYING THE BUSINESS DATE AND SEQUENCE OF    *
017830*    THE ITEM IT REVERSES), AND A TRAILER WITH THE RECORD COUNT  *
017835*    AND VALUE HASH TOTAL.  A SUPPLEMENT'S HEADER CARRIES RUN    *
017840*    TYPE 'S' AND ITS NUMBER, AND ITS SEQUENCES CARRY ON FROM    *
017845*    W-SEQ-BASE SO NO (DATE, SEQUENCE) IS ISSUED TWICE; ITS      *
017850*    TRAILER COUNTS ONLY ITS OWN DETAILS.  A TEST-DATA RUN       *
017855*    (RC=4) WRITES NO EXTRACT AT ALL - WITHOUT A TRAILER THE     *
017860*    POSTING SYSTEM CANNOT VERIFY THE FILE AS COMPLETE, SO       *
017865*    SYNTHETIC VALUES CAN NEVER POST.                            *
017870******************************************************************
017900 2500-WRITE-EXTRACT.

017910     IF RETURN-CODE NOT = 0
018010         WS-RUN-YY * 10000 + WS-RUN-MM * 100 + WS-RUN-DD.
018020     COMPUTE XH-RUN-TIME =
018030         WS-RUN-HH * 10000 + WS-RUN-MN * 100 + WS-RUN-SS.
018034     MOVE W-BUSINESS-DATE TO XH-BUSINESS-DATE.
018035     IF W-SUPPLEMENT-ON
018036         MOVE 'S' TO XH-RUN-TYPE
018037         MOVE W-SUPP-NUMBER TO XH-SUPP-NUMBER
018038     END-IF.
018040     WRITE EXTRACT-RECORD FROM WS-EXTRACT-HEADER.

018050     PERFORM VARYING W-H FROM 1 BY 1 UNTIL W-H > W-LEN-ARR
018060         MOVE W-ACCOUNT-ID(W-H) TO XD-ACCOUNT-ID
018070         MOVE W-VALUE(W-H) TO XD-VALUE
018080         COMPUTE XD-SEQUENCE = W-SEQ-BASE + W-H
018081         IF W-ORIG-SEQ(W-H) > 0
018082             MOVE 'R' TO XD-ITEM-TYPE
018083             MOVE W-ORIG-DATE(W-H) TO XD-ORIG-DATE
018084             MOVE W-ORIG-SEQ(W-H) TO XD-ORIG-SEQUENCE
018085         ELSE
018086             MOVE SPACES TO XD-REVERSAL-LINK
018087         END-IF
018090         ADD W-VALUE(W-H) TO W-EXTRACT-HASH
018100         WRITE EXTRACT-RECORD FROM WS-EXTRACT-DETAIL
018110     END-PERFORM.
018230******************************************************************
018240 3000-VALIDATION-PROCEDURES SECTION.
018250******************************************************************
018260*    3000-VALIDATE-DETAIL - CHECKS ONE DETAIL RECORD'S TYPE      *
018265*    (BLANK OR 'R' FOR A REVERSAL), THEN ITS SI-VALUE            *
018270*    FOR NUMERIC-NESS AND RANGE (W-MIN-NUM THRU W-MAX-NUM),      *
018280*    THEN LOOKS THE ACCOUNT UP ON ACCOUNT-MASTER.  AN UNKNOWN    *
018290*    OR CLOSED ACCOUNT FAILS VALIDATION; A GOOD ONE LEAVES THE   *

018340     SET SW-DETAIL-VALID TO TRUE.

018341     IF NOT SI-ORDINARY-ITEM AND NOT SI-REVERSAL
018342         SET SW-DETAIL-INVALID TO TRUE
018343         MOVE 'INVALID RECORD TYPE' TO EL-REASON
018344         GO TO 3000-EXIT
018345     END-IF.

018350     IF SI-VALUE IS NOT NUMERIC
018360         SET SW-DETAIL-INVALID TO TRUE
018370         MOVE 'NON-NUMERIC VALUE' TO EL-REASON

018670 3000-EXIT.
018680     EXIT.
018681******************************************************************
018682*    3050-CHECK-DUPLICATE-ITEM - A VALID DETAIL THAT REPEATS AN  *
018683*    ITEM PROCESSED ON AN EARLIER BUSINESS DATE (SAME ACCOUNT    *
018684*    AND VALUE, BRANCH W-DUP-BRANCH) IS HELD AS A POSSIBLE       *
018685*    DUPLICATE WITH A ZERO LIMIT (3080) UNTIL A SUPERVISOR       *
018686*    RELEASES OR DECLINES IT.  IT IS NOT A VALIDATION FAILURE    *
018687*    AND NEVER TRIPS ABEND-ON-ERROR.                             *
018688******************************************************************
018689 3050-CHECK-DUPLICATE-ITEM.

018690     MOVE 0 TO W-HIST-MATCH-DATE.
018691     PERFORM VARYING W-HX FROM 1 BY 1
018692             UNTIL W-HX > W-HIST-ITEM-COUNT
018693                OR W-HIST-MATCH-DATE > 0
018694         IF W-HI-ACCOUNT(W-HX) = SI-ACCOUNT-ID
018695             AND W-HI-VALUE(W-HX) = SI-VALUE
018696             AND W-HI-BRANCH(W-HX) = W-DUP-BRANCH
018697             MOVE W-HI-DATE(W-HX) TO W-HIST-MATCH-DATE
018698         END-IF
018699     END-PERFORM.

018700     IF W-HIST-MATCH-DATE > 0
018701         SET SW-ITEM-HELD TO TRUE
018702         SET SW-POSSIBLE-DUPLICATE TO TRUE
018703         MOVE 0 TO W-HOLD-LIMIT
018704         ADD 1 TO W-HIST-DUP-COUNT
018705         DISPLAY 'POSSIBLE DUPLICATE: ' SI-ACCOUNT-ID ' '
018706             SI-VALUE ' ALSO PROCESSED ' W-HIST-MATCH-DATE
018707     END-IF.

018708 3050-EXIT.
018709     EXIT.
018710******************************************************************
018711*    3060-VALIDATE-REVERSAL - A VALID DETAIL OF THE REVERSAL     *
018712*    RECORD TYPE MUST NAME AN ITEM ON THE RETAINED DAILY EXTRACT *
018713*    BY ITS BUSINESS DATE AND XD-SEQUENCE.  THE ORIGINAL MUST BE *
018714*    FOUND, BE FOR THE SAME ACCOUNT, AND STILL HAVE AN AMOUNT    *
018715*    LEFT AFTER THE REVERSALS ALREADY ON THE EXTRACT AND THOSE   *
018716*    APPLIED EARLIER TONIGHT; THE REVERSAL MUST BE OF THE        *
018717*    OPPOSITE SIGN AND NO LARGER THAN WHAT IS LEFT.  A FAILURE IS*
018718*    AN ORDINARY VALIDATION FAILURE WITH ITS OWN REASON.  A PASS *
018719*    IS APPLIED AT ONCE, SO A SECOND REVERSAL OF THE SAME ITEM   *
018720*    TONIGHT SEES ONLY WHAT THE FIRST LEFT.                      *
018721******************************************************************
018722 3060-VALIDATE-REVERSAL.

018723     IF SI-ORIG-DATE IS NOT NUMERIC
018724         OR SI-ORIG-SEQUENCE IS NOT NUMERIC
018725         SET SW-DETAIL-INVALID TO TRUE
018726         MOVE 'REVERSAL LINK INVALID' TO EL-REASON
018727         GO TO 3060-EXIT
018728     END-IF.
018729     IF SI-ORIG-DATE = 0 OR SI-ORIG-SEQUENCE = 0
018730         SET SW-DETAIL-INVALID TO TRUE
018731         MOVE 'REVERSAL LINK INVALID' TO EL-REASON
018732         GO TO 3060-EXIT
018733     END-IF.

018734     MOVE SI-ORIG-DATE TO W-RV-FIND-DATE.
018735     MOVE SI-ORIG-SEQUENCE TO W-RV-FIND-SEQ.
018736     PERFORM 1340-FIND-REVERSAL-ENTRY THRU 1340-EXIT.
018737     IF W-RX = 0
018738         SET SW-DETAIL-INVALID TO TRUE
018739         MOVE 'ORIGINAL NOT ON EXTRACT' TO EL-REASON
018740         GO TO 3060-EXIT
018741     END-IF.
018742     IF NOT W-RV-ON-EXTRACT(W-RX)
018743         SET SW-DETAIL-INVALID TO TRUE
018744         IF SW-EXTHIST-MISSING
018745             MOVE 'EXTRACT HISTORY NOT AVAILABLE' TO EL-REASON
018746         ELSE
018747             MOVE 'ORIGINAL NOT ON EXTRACT' TO EL-REASON
018748         END-IF
018749         GO TO 3060-EXIT
018750     END-IF.

018751     IF W-RV-ACCOUNT(W-RX) NOT = SI-ACCOUNT-ID
018752         SET SW-DETAIL-INVALID TO TRUE
018753         MOVE 'REVERSAL ACCOUNT MISMATCH' TO EL-REASON
018754         GO TO 3060-EXIT
018755     END-IF.

018756     COMPUTE W-REV-REMAINING = W-RV-ORIG-VALUE(W-RX)
018757         + W-RV-PRIOR-REV(W-RX) + W-RV-RUN-REV(W-RX).
018758     IF W-RV-ORIG-VALUE(W-RX) < 0
018759         COMPUTE W-REV-REMAINING = 0 - W-REV-REMAINING
018760         MOVE SI-VALUE TO W-REV-ABS
018761     ELSE
018762         COMPUTE W-REV-ABS = 0 - SI-VALUE
018763     END-IF.

018764     IF W-REV-REMAINING NOT > 0
018765         SET SW-DETAIL-INVALID TO TRUE
018766         MOVE 'ORIGINAL ALREADY REVERSED' TO EL-REASON
018767         GO TO 3060-EXIT
018768     END-IF.
018769     IF W-REV-ABS NOT > 0
018770         SET SW-DETAIL-INVALID TO TRUE
018771         MOVE 'REVERSAL SIGN NOT OPPOSITE' TO EL-REASON
018772         GO TO 3060-EXIT
018773     END-IF.
018774     IF W-REV-ABS > W-REV-REMAINING
018775         SET SW-DETAIL-INVALID TO TRUE
018776         MOVE 'REVERSAL EXCEEDS REMAINING' TO EL-REASON
018777         GO TO 3060-EXIT
018778     END-IF.

018779     ADD SI-VALUE TO W-RV-RUN-REV(W-RX).

018780 3060-EXIT.
018781     EXIT.
018782******************************************************************
018783*    3070-CHECK-HOLD-THRESHOLD - SET SW-ITEM-HELD WHEN A VALID   *
018784*    DETAIL'S AMOUNT, EITHER SIGN, EXCEEDS THE SUPERVISOR REVIEW *
018785*    THRESHOLD FOR ITS ACCOUNT, OR FAILING THAT FOR ITS BRANCH   *
018786*    (AM-BRANCH).  NO THRESHOLD MEANS NO HOLD.                   *
018787******************************************************************
018788 3070-CHECK-HOLD-THRESHOLD.

018789     MOVE 0 TO W-HOLD-LIMIT.
018790     MOVE 0 TO W-AP-MATCH.
018791     PERFORM VARYING W-TX FROM 1 BY 1
018792             UNTIL W-TX > W-THRESHOLD-COUNT
018793         IF W-TH-BRANCH(W-TX) = W-LOOKUP-BRANCH
018794             IF W-TH-ACCOUNT(W-TX) = SI-ACCOUNT-ID
018795                 MOVE W-TX TO W-AP-MATCH
018796             END-IF
018797             IF W-TH-ACCOUNT(W-TX) = SPACES AND W-AP-MATCH = 0
018798                 MOVE W-TH-LIMIT(W-TX) TO W-HOLD-LIMIT
018799             END-IF
018800         END-IF
018801     END-PERFORM.
018802     IF W-AP-MATCH > 0
018803         MOVE W-TH-LIMIT(W-AP-MATCH) TO W-HOLD-LIMIT
018804     ELSE
018805         IF W-HOLD-LIMIT = 0
018806             GO TO 3070-EXIT
018807         END-IF
018808     END-IF.

018809     IF SI-VALUE < 0
018810         COMPUTE W-HOLD-ABS = 0 - SI-VALUE
018811     ELSE
018812         MOVE SI-VALUE TO W-HOLD-ABS
018813     END-IF.
018814     IF W-HOLD-ABS > W-HOLD-LIMIT
018815         SET SW-ITEM-HELD TO TRUE
018816     END-IF.

018817 3070-EXIT.
018818     EXIT.
018819******************************************************************
018820*    3080-HOLD-FOR-APPROVAL - WRITE THE HELD DETAIL TO           *
018821*    PENDING-NEW UNDER THE NEXT HOLD SEQUENCE FOR THE DATE AND   *
018822*    LIST IT, 'HELD - DUP' IF A POSSIBLE DUPLICATE, FOR THE      *
018823*    SUPERVISOR'S DECISION.                                      *
018824******************************************************************
018825 3080-HOLD-FOR-APPROVAL.

018826     ADD 1 TO W-HOLD-SEQ.
018827     MOVE SPACES TO WS-PENDING-REC.
018828     MOVE W-TODAY-YYMMDD TO PA-BUSINESS-DATE.
018829     MOVE W-LOOKUP-BRANCH TO PA-BRANCH.
018830     MOVE W-HOLD-SEQ TO PA-SEQUENCE.
018831     SET PA-PENDING TO TRUE.
018832     MOVE 0 TO PA-DECIDED-DATE.
018833     MOVE W-CURR-SOURCE TO PA-SOURCE-ID.
018834     MOVE W-HOLD-LIMIT TO PA-THRESHOLD.
018835     MOVE SORT-INPUT-RECORD TO PA-INPUT-IMAGE.
018836     ADD 1 TO W-HOLD-NEW-COUNT.
018837     ADD SI-VALUE TO W-HOLD-NEW-AMOUNT.
018838     DISPLAY 'HELD FOR SUPERVISOR APPROVAL: ' SI-ACCOUNT-ID ' '
018839         SI-VALUE ' SEQ ' W-HOLD-SEQ.

018840     IF SW-POSSIBLE-DUPLICATE
018841         MOVE 'HELD - DUP' TO HD-ACTION
018842     ELSE
018843         MOVE 'HELD' TO HD-ACTION
018844     END-IF.
018845     PERFORM 1190-WRITE-HOLD-LINE THRU 1190-EXIT.
018846     PERFORM 1178-WRITE-PENDING THRU 1178-EXIT.

018847 3080-EXIT.
018848     EXIT.
018849******************************************************************
018850*    3100-WRITE-EXCEPTION - LOGS THE CURRENT DETAIL RECORD TO    *
018851*    EXCEPTION-FILE WITH ITS RECORD NUMBER, RAW VALUE, AND THE   *
018852*    REASON MOVED INTO EL-REASON BY 3000-VALIDATE-DETAIL, AND    *
018853*    WRITES THE SAME RECORD TO SUSPENSE-FILE SO IT CAN BE        *
018854*    CORRECTED AND RECYCLED INSTEAD OF REKEYED.                  *
018855******************************************************************
018856 3100-WRITE-EXCEPTION.

018857     ADD 1 TO W-EXCEPTION-COUNT.
018858     MOVE W-I TO EL-RECORD-NO.
018859     MOVE W-CURR-SOURCE TO EL-SOURCE-ID.
018860     MOVE SI-ACCOUNT-ID TO EL-ACCOUNT-ID.
018861     MOVE SORT-INPUT-RECORD(7:10) TO EL-RAW-VALUE.
018862     WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE.

018863     MOVE SORT-INPUT-RECORD TO SP-INPUT-IMAGE.
018864     MOVE EL-REASON TO SP-REASON.
018865     MOVE W-CURR-SUSP-DATE TO SP-SUSP-DATE.
018866     MOVE W-CURR-SOURCE TO SP-SOURCE-ID.
018870     WRITE SUSPENSE-RECORD FROM WS-SUSPENSE-REC.

018880 3100-EXIT.

019340 3975-EXIT.
019350     EXIT.
019351******************************************************************
019352*    3980-ABEND-SUPPLEMENT - A SUPPLEMENT RUN WAS ASKED FOR BUT  *
019353*    CANNOT FOLLOW ON FROM THE DATE'S NIGHT (SEE W-SUPP-REASON). *
019354*    ENDS THE STEP WITH RC=20, LIKE A REFUSED RERUN, BEFORE ANY  *
019355*    OUTPUT IS WRITTEN.                                          *
019356******************************************************************
019357 3980-ABEND-SUPPLEMENT.

019358     DISPLAY 'BUBBLE-SORT - SUPPLEMENT FOR BUSINESS DATE '
019359         W-BUSINESS-DATE ' REFUSED - ' W-SUPP-REASON.
019360     MOVE 20 TO RETURN-CODE.
019361     PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT.
019362     STOP RUN.

019363 3980-EXIT.
019364     EXIT.
019365******************************************************************
019370*    3960-ABEND-BALANCING - THE INPUT BATCH DID NOT BALANCE TO   *
019380*    ITS TRAILER (OR THE TRAILER WAS MISSING).  TERMINATES THE   *
019390*    RUN WITH RC=8 SO THE DISTRIBUTION STEPS NEVER SHIP A        *

019520 3960-EXIT.
019530     EXIT.
019531******************************************************************
019532*    3970-ABEND-DUPLICATE-FEED - A SOURCE'S FINGERPRINT MATCHES  *
019533*    A FEED ALREADY PROCESSED ON AN EARLIER BUSINESS DATE.  IT   *
019534*    IS FOUND IN THE 1300 PRE-SCAN, WHILE ONLY THE INPUT FILE IS *
019535*    OPEN, AND ENDS THE STEP WITH RC=24 BEFORE ANY OUTPUT IS     *
019536*    PRODUCED, SO THE SAME ITEMS CANNOT POST TWICE.  ONCE THE    *
019537*    BRANCH CONFIRMS THE FEED IS GENUINE, THE DUPLICATE RELEASE  *
019538*    FLAG ON BDATFILE LETS IT THROUGH ON THE RERUN.              *
019539******************************************************************
019540 3970-ABEND-DUPLICATE-FEED.

019541     DISPLAY 'BUBBLE-SORT - FEED HELD AS A DUPLICATE OF AN '
019542         'EARLIER BUSINESS DATE - SET THE DUPLICATE RELEASE '
019543         'FLAG ON BDATFILE TO PROCESS IT'.
019544     CLOSE SORT-INPUT-FILE.
019547     MOVE 24 TO RETURN-CODE.
019548     PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT.
019549     STOP RUN.

019550 3970-EXIT.
019551     EXIT.
019552******************************************************************
019553*    SORT-ARRAY - SORTS W-ARR USING THE SORT VERB AGAINST       *
019560*    SORT-WORK-FILE, ASCENDING OR DESCENDING PER SW-SORT-        *
019570*    DIRECTION (SET FROM SC-SORT-DIRECTION ON THE CONTROL        *
019580*    RECORD).  W-ARR IS RELEASED TO THE WORK FILE BY THE INPUT   *
020180         MOVE W-ACCOUNT-NAME(W-I) TO SW-ACCOUNT-NAME
020190         MOVE W-SOURCE-TAG(W-I) TO SW-SOURCE-TAG
020200         MOVE W-BRANCH(W-I) TO SW-BRANCH
020203         MOVE W-ORIG-DATE(W-I) TO SW-ORIG-DATE
020206         MOVE W-ORIG-SEQ(W-I) TO SW-ORIG-SEQ
020208         MOVE W-FEED-BRANCH(W-I) TO SW-FEED-BRANCH
020210         RELEASE SORT-WORK-RECORD
020220     END-PERFORM.
020230******************************************************************
020430             MOVE SW-ACCOUNT-NAME TO W-ACCOUNT-NAME(W-H)
020440             MOVE SW-SOURCE-TAG TO W-SOURCE-TAG(W-H)
020450             MOVE SW-BRANCH TO W-BRANCH(W-H)
020453             MOVE SW-ORIG-DATE TO W-ORIG-DATE(W-H)
020456             MOVE SW-ORIG-SEQ TO W-ORIG-SEQ(W-H)
020458             MOVE SW-FEED-BRANCH TO W-FEED-BRANCH(W-H)
020460             ADD 1 TO WS-CP-COUNTER
020470             IF WS-CP-COUNTER >= WS-CHECKPOINT-INTERVAL
020480                 MOVE SPACES TO RESTART-RECORD
022260                 MOVE SPACES TO SW-ACCOUNT-NAME
022270                 MOVE SPACES TO SW-SOURCE-TAG
022280                 MOVE SPACES TO SW-BRANCH
022285                 MOVE 0 TO SW-ORIG-DATE
022288                 MOVE 0 TO SW-ORIG-SEQ
022289                 MOVE SPACES TO SW-FEED-BRANCH
022290                 RELEASE SORT-WORK-RECORD
022300             END-IF
022310         END-IF
024030     EXIT.
024040******************************************************************
024050*    8000-BRANCH-REPORT-PROCEDURES - THE PER-BRANCH SPLIT OF     *
024055*    THE SORTED REPORT.  EVERY BRANCH ON THE BRANCH REFERENCE    *
024060*    FILE THAT IS ACTIVE ON THE BUSINESS DATE, OR HAS RECORDS    *
024065*    TONIGHT, GETS ITS OWN REPORT - HEADINGS, PAGE NUMBERING,    *
024070*    AND CONTROL TOTALS COVERING ONLY ITS RECORDS - ON THE ONE   *
024075*    BRANCH REPORT FILE, EVERY LINE TAGGED WITH ITS BRANCH ID.   *
024080*    THE DISTRIBUTION JOB WRITTEN ALONGSIDE IT SPLITS THE FILE   *
024085*    ON THAT TAG TO EACH BRANCH'S OWN DESTINATION.  A CROSS-     *
024090*    FOOT PROOF SHOWS THE BRANCH COUNTS AND TOTALS ADD BACK TO   *
024095*    THE GRAND TRAILER.  KEPT IN ITS OWN SECTION SO IT RUNS      *
024100*    ONLY WHEN PERFORMED FROM MAIN.                              *
024120******************************************************************
024130 8000-BRANCH-REPORT-PROCEDURES SECTION.
024140******************************************************************
024260     MOVE 0 TO W-GRAND-TOTAL-VAL.
024270     PERFORM 8110-BUILD-BRANCH-TABLE THRU 8110-EXIT.

024271     OPEN OUTPUT BRANCH-REPORT.
024272     IF NOT WS-BRRPT-OK
024273         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
024274     END-IF.
024275     OPEN OUTPUT BRANCH-DIST.
024276     IF NOT WS-BRDIST-OK
024277         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
024278     END-IF.

024279     PERFORM 8160-WRITE-DIST-HEADER THRU 8160-EXIT.

024280     MOVE 0 TO W-ALLBR-COUNT.
024290     MOVE 0 TO W-ALLBR-TOTAL.
024295     MOVE 0 TO W-REPORTED-COUNT.
024300     PERFORM VARYING W-B FROM 1 BY 1
024310             UNTIL W-B > W-BRANCH-COUNT
024320         PERFORM 8120-WRITE-ONE-BRANCH THRU 8120-EXIT
024330     END-PERFORM.

024332     PERFORM 8180-WRITE-DIST-CONTROL THRU 8180-EXIT.
024334     CLOSE BRANCH-REPORT.
024336     CLOSE BRANCH-DIST.
024338     DISPLAY 'BRANCH REPORTS WRITTEN: ' W-REPORTED-COUNT.

024340     PERFORM 8190-CROSS-FOOT-BRANCHES THRU 8190-EXIT.

024350 8100-EXIT.
024360     EXIT.
024370******************************************************************
024375*    8110-BUILD-BRANCH-TABLE - ACCUMULATE EACH BRANCH'S RECORD   *
024380*    COUNT AND VALUE TOTAL FROM THE SORTED ARRAY INTO THE        *
024385*    BRANCH TABLE LOADED FROM THE REFERENCE FILE, AND THE        *
024390*    GRAND TOTAL THE SPLIT MUST CROSS-FOOT TO.  A BRANCH ID NOT  *
024395*    ON THE REFERENCE FILE IS A SETUP ERROR AND ENDS THE RUN     *
024400*    RC=8 - ITS PAGES WOULD HAVE NO DESTINATION AND ITS VALUE    *
024405*    NO CLEARING ACCOUNT.  REVERSALS ARE ALSO COUNTED AND        *
024410*    TOTALLED ON THEIR OWN - 8510 NETS THEM OUT OF THE BRANCH    *
024415*    ENTRY AND 8520 POSTS EACH ONE SEPARATELY.                   *
024435******************************************************************
024440 8110-BUILD-BRANCH-TABLE.

024460     PERFORM VARYING W-H FROM 1 BY 1 UNTIL W-H > W-LEN-ARR
024470         ADD W-VALUE(W-H) TO W-GRAND-TOTAL-VAL
024480         MOVE 0 TO W-CURR-BR-IX
024490         PERFORM VARYING W-B FROM 1 BY 1
024500                 UNTIL W-B > W-BRANCH-COUNT
024510                 OR W-CURR-BR-IX > 0
024520             IF W-BR-ID(W-B) = W-BRANCH(W-H)
024530                 MOVE W-B TO W-CURR-BR-IX
024540             END-IF
024550         END-PERFORM
024560         IF W-CURR-BR-IX = 0
024570             DISPLAY 'BUBBLE-SORT - BRANCH ' W-BRANCH(W-H)
024580                 ' IS NOT ON THE BRANCH REFERENCE FILE'
024600             PERFORM 3960-ABEND-BALANCING THRU 3960-EXIT
024610         END-IF
024680         ADD 1 TO W-BR-RECORDS(W-CURR-BR-IX)
024690         ADD W-VALUE(W-H) TO W-BR-TOTAL(W-CURR-BR-IX)
024692         IF W-ORIG-SEQ(W-H) > 0
024694             ADD 1 TO W-BR-REV-RECORDS(W-CURR-BR-IX)
024696             ADD W-VALUE(W-H) TO W-BR-REV-TOTAL(W-CURR-BR-IX)
024698         END-IF
024700     END-PERFORM.

024710 8110-EXIT.
024720     EXIT.
024730******************************************************************
024740*    8120-WRITE-ONE-BRANCH - ONE PASS OVER THE SORTED ARRAY      *
024742*    WRITING ONLY THE CURRENT BRANCH'S RECORDS TO THE BRANCH     *
024744*    REPORT, WITH ITS OWN LINE NUMBERS, PAGE BREAKS, AND CONTROL *
024746*    TOTALS.  THE VALUE-SORTED ORDER IS PRESERVED.  A BRANCH     *
024748*    ACTIVE ON THE BUSINESS DATE IS REPORTED EVEN WITH NO        *
024750*    RECORDS TONIGHT - ITS HEADINGS AND A ZERO-COUNT TRAILER     *
024752*    STILL PRINT, SO ITS BUNDLE ARRIVES EMPTY INSTEAD OF NOT AT  *
024754*    ALL.  A SUPPLEMENT RUN REPORTS ONLY THE BRANCHES WITH       *
024756*    RECORDS - THE REST HAVE HAD THEIR NIGHT'S BUNDLE.  A BRANCH *
024758*    NOT YET OPEN OR ALREADY CLOSED IS SKIPPED UNLESS IT HAS     *
024760*    RECORDS, WHICH ARE STILL REPORTED AND POSTED - DROPPING     *
024762*    THEM WOULD BREAK THE CROSS-FOOT - WITH A WARNING ON SYSOUT. *
024780******************************************************************
024790 8120-WRITE-ONE-BRANCH.

024791     IF W-BR-RECORDS(W-B) = 0
024792         AND W-SUPPLEMENT-ON
024793         GO TO 8120-EXIT
024794     END-IF.

024795     IF W-BR-RECORDS(W-B) = 0
024796         AND NOT W-BR-ACTIVE(W-B)
024797         GO TO 8120-EXIT
024798     END-IF.

024799     IF NOT W-BR-ACTIVE(W-B)
024800         DISPLAY 'BUBBLE-SORT - WARNING: BRANCH ' W-BR-ID(W-B)
024801             ' IS NOT ACTIVE ON ' W-BUSINESS-DATE ' BUT HAS '
024802             W-BR-RECORDS(W-B) ' RECORDS - REPORTED AND POSTED'
024803     END-IF.

024804     MOVE 'Y' TO W-BR-REPORT-FLAG(W-B).
024805     ADD 1 TO W-REPORTED-COUNT.
024806     MOVE W-B TO W-CURR-BR-IX.
024810     MOVE W-BR-ID(W-B) TO W-CURR-BR-ID.
024820     PERFORM 8165-WRITE-DIST-DD THRU 8165-EXIT.
024830     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
024840     MOVE 0 TO WS-PAGE-COUNT.
024850     MOVE 0 TO W-BR-LINE-NO.
024940     END-PERFORM.

024950     PERFORM 8150-WRITE-BRANCH-TRAILER THRU 8150-EXIT.
024970     ADD W-BR-RECORDS(W-B) TO W-ALLBR-COUNT.
024980     ADD W-BR-TOTAL(W-B) TO W-ALLBR-TOTAL.

025000     EXIT.
025010******************************************************************
025020*    8130-WRITE-BRANCH-HEADINGS - PAGE HEADING CARRYING THE      *
025025*    BRANCH ID AND NAME, SO A SEPARATED BUNDLE CANNOT BE         *
025030*    MISROUTED.                                                  *
025040******************************************************************
025050 8130-WRITE-BRANCH-HEADINGS.

025060     ADD 1 TO WS-PAGE-COUNT.
025070     MOVE WS-PAGE-COUNT TO BH1-PAGE-NO.
025080     MOVE W-CURR-BR-ID TO BH1-BRANCH-ID.
025085     MOVE W-BR-NAME(W-CURR-BR-IX) TO BH1-BRANCH-NAME.
025090     MOVE WS-BR-HEADING-1 TO WS-BR-PRINT-REC.
025100     PERFORM 8170-WRITE-BRANCH-RECORD THRU 8170-EXIT.

025570 8150-EXIT.
025580     EXIT.
025590******************************************************************
025595*    8160-WRITE-DIST-HEADER - THE FIXED FRONT OF THE BRANCH      *
025600*    DISTRIBUTION JOB: JOB CARD, THE SORT COPY STEP, AND ITS     *
025605*    SORTIN OVER THE BRANCH REPORT - THE SUPPLEMENT'S OWN BRANCH *
025610*    REPORT ON A SUPPLEMENT RUN.                                 *
025630******************************************************************
025640 8160-WRITE-DIST-HEADER.

025650     MOVE W-BUSINESS-DATE TO DJ3-BUSINESS-DATE.
025660     WRITE BRANCH-DIST-RECORD FROM WS-DIST-JOB-1.
025670     WRITE BRANCH-DIST-RECORD FROM WS-DIST-JOB-2.
025680     WRITE BRANCH-DIST-RECORD FROM WS-DIST-JOB-3.
025690     WRITE BRANCH-DIST-RECORD FROM WS-DIST-JOB-4.
025700     WRITE BRANCH-DIST-RECORD FROM WS-DIST-JOB-5.
025710     WRITE BRANCH-DIST-RECORD FROM WS-DIST-JOB-6.

025720     IF W-SUPPLEMENT-ON
025730         MOVE 'SUPP.REPORT.BRANCH,DISP=SHR' TO DJ7-REPORT-DSN
025740     END-IF.
025750     WRITE BRANCH-DIST-RECORD FROM WS-DIST-JOB-7.

025920 8160-EXIT.
025930     EXIT.
025940******************************************************************
025941*    8165-WRITE-DIST-DD - ONE SYSOUT DD FOR THE CURRENT BRANCH,  *
025942*    ROUTED TO ITS DESTINATION FROM THE REFERENCE FILE.  A       *
025943*    BRANCH WITH NO DESTINATION ON FILE FALLS BACK TO THE DATA   *
025944*    CENTER'S OWN REPORT FORM RATHER THAN LOSING ITS PAGES.      *
025945******************************************************************
025946 8165-WRITE-DIST-DD.

025947     MOVE W-BR-DEST(W-B) TO W-DIST-DEST.
025948     IF W-DIST-DEST = SPACES
025949         DISPLAY 'BUBBLE-SORT - WARNING: BRANCH ' W-CURR-BR-ID
025950             ' HAS NO REPORT DESTINATION - ROUTED TO SORTRPT'
025951         MOVE 'SORTRPT' TO W-DIST-DEST
025952     END-IF.

025953     MOVE SPACES TO BRANCH-DIST-RECORD.
025954     STRING '//BR' W-CURR-BR-ID '    DD   SYSOUT=(A,,'
025955                DELIMITED BY SIZE
025956            W-DIST-DEST DELIMITED BY SPACE
025957            ')' DELIMITED BY SIZE
025958            INTO BRANCH-DIST-RECORD
025959     END-STRING.
025960     WRITE BRANCH-DIST-RECORD.

025961 8165-EXIT.
025962     EXIT.
025963******************************************************************
025964*    8170-WRITE-BRANCH-RECORD - WRITE WS-BR-PRINT-REC TO THE     *
025965*    BRANCH REPORT, TAGGED WITH THE CURRENT BRANCH ID.           *
025970******************************************************************
025980 8170-WRITE-BRANCH-RECORD.

025990     MOVE W-CURR-BR-ID TO BR-BRANCH-TAG.
026000     MOVE WS-BR-PRINT-REC TO BR-PRINT-LINE.
026010     WRITE BRANCH-REPORT-RECORD.

026110 8170-EXIT.
026120     EXIT.
026130******************************************************************
026134*    8180-WRITE-DIST-CONTROL - THE SORT CONTROL STATEMENTS: ONE  *
026138*    OUTFIL PER REPORTED BRANCH SELECTING ITS TAGGED LINES AND   *
026142*    STRIPPING THE TAG, SO EACH DESTINATION GETS EXACTLY THE     *
026146*    80-COLUMN PAGES IT WOULD HAVE PRINTED ON ITS OWN.           *
026150******************************************************************
026160 8180-WRITE-DIST-CONTROL.

026170     WRITE BRANCH-DIST-RECORD FROM WS-DIST-JOB-8.
026180     WRITE BRANCH-DIST-RECORD FROM WS-DIST-JOB-9.

026190     PERFORM VARYING W-B FROM 1 BY 1
026200             UNTIL W-B > W-BRANCH-COUNT
026210         IF W-BR-REPORTED(W-B)
026220             MOVE W-BR-ID(W-B) TO DOF-BRANCH-ID
026230             MOVE W-BR-ID(W-B) TO DOF-INCLUDE-ID
026240             WRITE BRANCH-DIST-RECORD FROM WS-DIST-OUTFIL-LINE
026250         END-IF
026260     END-PERFORM.

026270     WRITE BRANCH-DIST-RECORD FROM WS-DIST-JOB-10.

026290 8180-EXIT.
026300     EXIT.
026520*    FEED, WRITTEN AFTER THE SUMMARY PASS SO ITS TRAILER CAN     *
026530*    BE TIED TO THE SUMMARY REPORT'S GRAND TOTAL.  ONE          *
026540*    BALANCED DEBIT/CREDIT ENTRY PER BRANCH FROM THE BRANCH     *
026546*    TABLE BUILT FOR THE REPORT SPLIT, THEN ONE PER REVERSAL,    *
026552*    CARRYING ITS LINK TO THE ITEM IT REVERSES.  A TEST-DATA RUN *
026560*    WRITES NO JOURNAL, FOR THE SAME REASON IT WRITES NO        *
026570*    EXTRACT - SYNTHETIC VALUES MUST NEVER REACH THE LEDGER.    *
026580******************************************************************
026700     END-IF.

026720     MOVE W-BUSINESS-DATE TO W-GL-REF-DATE.
026722     IF W-SUPPLEMENT-ON
026724         MOVE W-SUPP-GL-PREFIX TO W-GL-REF-PREFIX
026726     END-IF.
026730     MOVE 0 TO W-GL-SEQ.
026740     MOVE 0 TO W-GL-COUNT.
026750     MOVE 0 TO W-GL-DEBITS.
026830     ADD 1 TO W-GL-COUNT.

026850     PERFORM VARYING W-B FROM 1 BY 1
026860             UNTIL W-B > W-BRANCH-COUNT
026870         PERFORM 8510-WRITE-ONE-ENTRY THRU 8510-EXIT
026880     END-PERFORM.

026882     PERFORM VARYING W-H FROM 1 BY 1 UNTIL W-H > W-LEN-ARR
026884         IF W-ORIG-SEQ(W-H) > 0
026886             PERFORM 8520-WRITE-REVERSAL-ENTRY THRU 8520-EXIT
026888         END-IF
026890     END-PERFORM.

026900     MOVE W-GL-BATCH-REF TO GT-BATCH-REF.
026910     ADD 1 TO W-GL-COUNT.
026920     MOVE W-GL-COUNT TO GT-RECORD-COUNT.
027100 8500-EXIT.
027110     EXIT.
027120******************************************************************
027122*    8510-WRITE-ONE-ENTRY - ONE BALANCED JOURNAL ENTRY FOR THE   *
027124*    CURRENT BRANCH: DEBIT ITS CLEARING ACCOUNT, CREDIT THE      *
027126*    SORT SETTLEMENT CONTROL ACCOUNT, EQUAL AND OPPOSITE.  A     *
027128*    BRANCH WITH NO ACTIVITY TONIGHT POSTS NOTHING - THE GL      *
027130*    SYSTEM DOES NOT WANT ZERO-AMOUNT ENTRIES.  REVERSALS ARE    *
027132*    LEFT OUT OF THE BRANCH ENTRY AND POSTED ONE BY ONE BY 8520, *
027134*    SO A BRANCH WHOSE ONLY ACTIVITY IS REVERSALS POSTS NO       *
027136*    BRANCH ENTRY.                                               *
027138******************************************************************
027140 8510-WRITE-ONE-ENTRY.

027142     IF W-BR-RECORDS(W-B) = W-BR-REV-RECORDS(W-B)
027144         GO TO 8510-EXIT
027146     END-IF.
027148     COMPUTE W-GL-NET-AMOUNT =
027150         W-BR-TOTAL(W-B) - W-BR-REV-TOTAL(W-B).
027152     MOVE SPACES TO GJ-REVERSAL-LINK.
027154     ADD 1 TO W-GL-SEQ.
027156     MOVE W-GL-BATCH-REF TO GJ-BATCH-REF.
027158     MOVE W-BUSINESS-DATE TO GJ-BUSINESS-DATE.
027160     MOVE W-GL-SEQ TO GJ-SEQUENCE.
027162     MOVE W-BR-ID(W-B) TO GJ-BRANCH.
027164     MOVE 'D' TO GJ-DRCR.
027166     MOVE W-BR-GL-ACCOUNT(W-B) TO GJ-GL-ACCOUNT.
027168     MOVE W-GL-NET-AMOUNT TO GJ-AMOUNT.
027170     WRITE GL-JOURNAL-RECORD FROM WS-GL-DETAIL.
027172     ADD 1 TO W-GL-COUNT.
027174     ADD W-GL-NET-AMOUNT TO W-GL-DEBITS.

027176     ADD 1 TO W-GL-SEQ.
027178     MOVE W-GL-SEQ TO GJ-SEQUENCE.
027180     MOVE 'C' TO GJ-DRCR.
027182     MOVE 'SORTSTTL' TO GJ-GL-ACCOUNT.
027184     MOVE W-GL-NET-AMOUNT TO GJ-AMOUNT.
027186     WRITE GL-JOURNAL-RECORD FROM WS-GL-DETAIL.
027188     ADD 1 TO W-GL-COUNT.
027190     ADD W-GL-NET-AMOUNT TO W-GL-CREDITS.

027192 8510-EXIT.
027194     EXIT.
027196******************************************************************
027198*    8520-WRITE-REVERSAL-ENTRY - ONE BALANCED JOURNAL ENTRY FOR  *
027200*    THE REVERSAL AT W-ARR(W-H), BETWEEN THE SAME TWO ACCOUNTS AS*
027202*    ITS BRANCH ENTRY.  BOTH SIDES CARRY THE REVERSAL LINK - THE *
027204*    ACCOUNT, THE ORIGINAL ITEM'S BUSINESS DATE AND EXTRACT      *
027206*    SEQUENCE, AND THE REVERSAL'S OWN SEQUENCE ON TONIGHT'S      *
027208*    EXTRACT - SO FINANCE CAN MATCH IT TO THE ENTRY IT UNDOES.   *
027210*    8110 HAS ALREADY PROVED THE BRANCH IS ON THE TABLE.         *
027212******************************************************************
027214 8520-WRITE-REVERSAL-ENTRY.

027216     MOVE 0 TO W-CURR-BR-IX.
027218     PERFORM VARYING W-B FROM 1 BY 1
027220             UNTIL W-B > W-BRANCH-COUNT
027222             OR W-CURR-BR-IX > 0
027224         IF W-BR-ID(W-B) = W-BRANCH(W-H)
027226             MOVE W-B TO W-CURR-BR-IX
027228         END-IF
027230     END-PERFORM.

027232     MOVE 'R' TO GJ-ENTRY-TYPE.
027234     MOVE W-ACCOUNT-ID(W-H) TO GJ-ACCOUNT-ID.
027236     MOVE W-ORIG-DATE(W-H) TO GJ-ORIG-DATE.
027238     MOVE W-ORIG-SEQ(W-H) TO GJ-ORIG-SEQUENCE.
027240     COMPUTE GJ-EXTRACT-SEQUENCE = W-SEQ-BASE + W-H.
027242     ADD 1 TO W-GL-SEQ.
027244     MOVE W-GL-BATCH-REF TO GJ-BATCH-REF.
027246     MOVE W-BUSINESS-DATE TO GJ-BUSINESS-DATE.
027248     MOVE W-GL-SEQ TO GJ-SEQUENCE.
027250     MOVE W-BRANCH(W-H) TO GJ-BRANCH.
027252     MOVE 'D' TO GJ-DRCR.
027254     MOVE W-BR-GL-ACCOUNT(W-CURR-BR-IX) TO GJ-GL-ACCOUNT.
027256     MOVE W-VALUE(W-H) TO GJ-AMOUNT.
027258     WRITE GL-JOURNAL-RECORD FROM WS-GL-DETAIL.
027260     ADD 1 TO W-GL-COUNT.
027262     ADD W-VALUE(W-H) TO W-GL-DEBITS.

027264     ADD 1 TO W-GL-SEQ.
027266     MOVE W-GL-SEQ TO GJ-SEQUENCE.
027268     MOVE 'C' TO GJ-DRCR.
027270     MOVE 'SORTSTTL' TO GJ-GL-ACCOUNT.
027272     MOVE W-VALUE(W-H) TO GJ-AMOUNT.
027274     WRITE GL-JOURNAL-RECORD FROM WS-GL-DETAIL.
027276     ADD 1 TO W-GL-COUNT.
027278     ADD W-VALUE(W-H) TO W-GL-CREDITS.
027280     MOVE SPACES TO GJ-REVERSAL-LINK.

027282 8520-EXIT.
027284     EXIT.
027440******************************************************************
027445*    8700-WRITE-ITEM-HISTORY - REWRITE THE PROCESSED-ITEM        *
027450*    HISTORY TO ITEM-HISTORY-NEW: THE RETAINED EARLIER DATES AS  *
027455*    LOADED BY 0095, THEN TODAY'S FEED FINGERPRINTS AND EVERY    *
027460*    ITEM LOADED TODAY FROM A BRANCH FEED, UNDER THE BRANCH THAT *
027465*    SENT IT (W-FEED-BRANCH) - AN ITEM RELEASED FROM HOLD IS     *
027470*    FILED UNDER ITS FEED, NOT 'APR', SO A RESEND FROM THAT      *
027475*    BRANCH STILL MATCHES IT.  RECYCLED SUSPENSE IS NOT NEW WORK *
027480*    AND IS LEFT OUT.  THE JOB SWAPS THE NEW FILE IN ONLY WHEN   *
027485*    THE STEP ENDS RC 0, SO A TEST-DATA RUN WRITES NOTHING.      *
027510******************************************************************
027520 8700-WRITE-ITEM-HISTORY.

027530     IF RETURN-CODE NOT = 0
027540         DISPLAY 'TEST-DATA/FALLBACK RUN - ITEM HISTORY NOT '
027550             'WRITTEN'
027560         GO TO 8700-EXIT
027570     END-IF.

027580     OPEN OUTPUT ITEM-HISTORY-NEW.
027590     IF NOT WS-ITEMNEW-OK
027600         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
027610     END-IF.

027620     PERFORM VARYING W-HX FROM 1 BY 1
027630             UNTIL W-HX > W-HIST-FEED-COUNT
027640         MOVE SPACES TO WS-HIST-REC
027650         SET IH-FEED-PRINT TO TRUE
027660         MOVE W-HF-DATE(W-HX) TO IH-BUSINESS-DATE
027670         MOVE W-HF-BRANCH(W-HX) TO IH-BRANCH
027680         MOVE W-HF-COUNT(W-HX) TO IH-FEED-COUNT
027690         MOVE W-HF-HASH(W-HX) TO IH-FEED-HASH
027700         WRITE ITEM-HISTORY-NEW-RECORD FROM WS-HIST-REC
027710     END-PERFORM.

027720     PERFORM VARYING W-HX FROM 1 BY 1
027730             UNTIL W-HX > W-HIST-ITEM-COUNT
027740         MOVE SPACES TO WS-HIST-REC
027750         SET IH-ITEM TO TRUE
027760         MOVE W-HI-DATE(W-HX) TO IH-BUSINESS-DATE
027770         MOVE W-HI-BRANCH(W-HX) TO IH-BRANCH
027780         MOVE W-HI-ACCOUNT(W-HX) TO IH-ACCOUNT-ID
027790         MOVE W-HI-VALUE(W-HX) TO IH-VALUE
027800         WRITE ITEM-HISTORY-NEW-RECORD FROM WS-HIST-REC
027810     END-PERFORM.

027820     PERFORM VARYING W-HX FROM 1 BY 1
027830             UNTIL W-HX > W-TODAY-FEED-COUNT
027840         MOVE SPACES TO WS-HIST-REC
027850         SET IH-FEED-PRINT TO TRUE
027860         MOVE W-BUSINESS-DATE TO IH-BUSINESS-DATE
027870         MOVE W-TF-BRANCH(W-HX) TO IH-BRANCH
027880         MOVE W-TF-COUNT(W-HX) TO IH-FEED-COUNT
027890         MOVE W-TF-HASH(W-HX) TO IH-FEED-HASH
027900         WRITE ITEM-HISTORY-NEW-RECORD FROM WS-HIST-REC
027910     END-PERFORM.

027920     PERFORM VARYING W-H FROM 1 BY 1 UNTIL W-H > W-LEN-ARR
027930         IF W-FEED-BRANCH(W-H) NOT = 'RCY'
027940             MOVE SPACES TO WS-HIST-REC
027950             SET IH-ITEM TO TRUE
027960             MOVE W-BUSINESS-DATE TO IH-BUSINESS-DATE
027970             MOVE W-FEED-BRANCH(W-H) TO IH-BRANCH
027980             MOVE W-ACCOUNT-ID(W-H) TO IH-ACCOUNT-ID
027990             MOVE W-VALUE(W-H) TO IH-VALUE
028000             WRITE ITEM-HISTORY-NEW-RECORD FROM WS-HIST-REC
028010         END-IF
028020     END-PERFORM.

028030     CLOSE ITEM-HISTORY-NEW.
028040     DISPLAY 'ITEM HISTORY WRITTEN FOR BUSINESS DATE '
028050         W-BUSINESS-DATE.

028060 8700-EXIT.
028070     EXIT.
028080******************************************************************
028090*    8800-WRITE-BATCH-CONTROL - APPEND TONIGHT'S RECORDS TO THE  *
028100*    BATCH-CONTROL LEDGER: ONE 'SORT' RECORD PER SOURCE (IN =    *
028110*    DETAILS READ AND THEIR HASH, OUT = DETAILS SORTED AND THEIR *
028120*    TOTAL, REJECTED = THE REST, WHETHER SUSPENDED OR HELD), ONE *
028130*    'SORT' RECORD FOR THE RUN UNDER BRANCH 'ALL' WHOSE OUT IS   *
028140*    THE EXTRACT, AND ONE 'GLJRNL' RECORD FROM THE SORTED ITEMS  *
028150*    TO THE JOURNAL DEBITS.  A TEST-DATA RUN WRITES NOTHING.  A  *
028160*    LEDGER THAT CANNOT BE OPENED IS REPORTED BUT DOES NOT STOP  *
028170*    THE RUN - THE OUTPUTS ARE ALREADY WRITTEN, AND              *
028180*    CONTROL-PROOF WILL SHOW THE MISSING STEP AS A BREAK.        *
028182*    A SUPPLEMENT RUN WRITES THE SAME RECORDS UNDER STEPS        *
028184*    'SORTSUPN' AND 'GLJRNLSN' (N = ITS NUMBER), LEAVING THE     *
028186*    NIGHT'S OWN RECORDS FOR THE DATE STANDING.                  *
028190******************************************************************
028200 8800-WRITE-BATCH-CONTROL.

028210     IF RETURN-CODE NOT = 0
028220         DISPLAY 'TEST-DATA/FALLBACK RUN - BATCH CONTROL NOT '
028230             'WRITTEN'
028240         GO TO 8800-EXIT
028250     END-IF.

028260     OPEN EXTEND BATCH-CONTROL.
028270     IF NOT WS-BATCHCTL-OK
028280         OPEN OUTPUT BATCH-CONTROL
028290     END-IF.
028300     IF NOT WS-BATCHCTL-OK
028310         DISPLAY 'BUBBLE-SORT - BATCH CONTROL LEDGER NOT '
028320             'AVAILABLE - NO CONTROL RECORDS WRITTEN'
028330         GO TO 8800-EXIT
028340     END-IF.

028350     MOVE 0 TO W-BC-HASH-IN.
028360     PERFORM VARYING W-S FROM 1 BY 1
028370             UNTIL W-S > W-SOURCE-COUNT
028380         MOVE SPACES TO BATCH-CONTROL-RECORD
028390         MOVE W-BC-SORT-STEP TO BC-STEP
028400         MOVE W-SRC-ID(W-S) TO BC-BRANCH
028410         MOVE W-SRC-READ(W-S) TO BC-RECORDS-IN
028420         MOVE W-SRC-VALID(W-S) TO BC-RECORDS-OUT
028430         COMPUTE BC-RECORDS-REJECTED =
028440             W-SRC-READ(W-S) - W-SRC-VALID(W-S)
028450         MOVE W-SRC-HASH(W-S) TO BC-AMOUNT-IN
028460         MOVE W-SRC-TOTAL(W-S) TO BC-AMOUNT-OUT
028470         PERFORM 8810-WRITE-CONTROL-REC THRU 8810-EXIT
028480         ADD W-SRC-HASH(W-S) TO W-BC-HASH-IN
028490     END-PERFORM.

028500     MOVE SPACES TO BATCH-CONTROL-RECORD.
028510     MOVE W-BC-SORT-STEP TO BC-STEP.
028520     MOVE 'ALL' TO BC-BRANCH.
028530     MOVE W-TOTAL-READ TO BC-RECORDS-IN.
028540     MOVE W-VALID-COUNT TO BC-RECORDS-OUT.
028550     COMPUTE BC-RECORDS-REJECTED = W-TOTAL-READ - W-VALID-COUNT.
028560     MOVE W-BC-HASH-IN TO BC-AMOUNT-IN.
028570     MOVE W-EXTRACT-HASH TO BC-AMOUNT-OUT.
028580     PERFORM 8810-WRITE-CONTROL-REC THRU 8810-EXIT.

028590     MOVE 0 TO W-BC-GL-ITEMS.
028600     PERFORM VARYING W-B FROM 1 BY 1
028610             UNTIL W-B > W-BRANCH-COUNT
028620         ADD W-BR-RECORDS(W-B) TO W-BC-GL-ITEMS
028630     END-PERFORM.
028640     MOVE SPACES TO BATCH-CONTROL-RECORD.
028650     MOVE W-BC-GL-STEP TO BC-STEP.
028660     MOVE 'ALL' TO BC-BRANCH.
028670     MOVE W-VALID-COUNT TO BC-RECORDS-IN.
028680     MOVE W-BC-GL-ITEMS TO BC-RECORDS-OUT.
028690     COMPUTE BC-RECORDS-REJECTED = W-VALID-COUNT - W-BC-GL-ITEMS.
028700     MOVE SM-GRAND-TOTAL TO BC-AMOUNT-IN.
028710     MOVE W-GL-DEBITS TO BC-AMOUNT-OUT.
028720     PERFORM 8810-WRITE-CONTROL-REC THRU 8810-EXIT.

028730     CLOSE BATCH-CONTROL.

028740 8800-EXIT.
028750     EXIT.
028760******************************************************************
028770*    8810-WRITE-CONTROL-REC - STAMP THE BUSINESS DATE AND RUN    *
028780*    DATE/TIME ON THE CONTROL RECORD BUILT BY 8800 AND APPEND IT.*
028790******************************************************************
028800 8810-WRITE-CONTROL-REC.

028810     MOVE W-BUSINESS-DATE TO BC-BUSINESS-DATE.
028820     COMPUTE BC-RUN-DATE =
028830         WS-RUN-YY * 10000 + WS-RUN-MM * 100 + WS-RUN-DD.
028840     COMPUTE BC-RUN-TIME =
028850         WS-RUN-HH * 10000 + WS-RUN-MN * 100 + WS-RUN-SS.
028860     WRITE BATCH-CONTROL-RECORD.

028870 8810-EXIT.
028880     EXIT.
