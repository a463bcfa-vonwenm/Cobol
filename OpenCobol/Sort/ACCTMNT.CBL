000170*           THE DAY'S RETAINED EXTRACT - CLOSING IT WOULD MAKE   *
000180*           THE NIGHTLY SORT RUN SILENTLY REJECT THAT            *
000190*           ACCOUNT'S ACTIVITY AS 'ACCOUNT CLOSED'.              *
000191*           A TRANSACTION MAY CARRY AN EFFECTIVE BUSINESS DATE.  *
000192*           A LATER-DATED CHANGE IS HELD ON THE PENDING FILE,    *
000193*           LISTED ON THE SCHEDULED-MAINTENANCE REPORT, AND      *
000194*           APPLIED BY THE FIRST RUN WHOSE BUSINESS DATE HAS     *
000195*           REACHED IT - NIGHTLY, IN THE BUBSORT STEP AHEAD OF   *
000196*           SORT1.  A SCHEDULED CHANGE CAN BE CANCELLED (ACTION  *
000197*           X); THE REGISTER SHOWS EVERY CHANGE SCHEDULED,       *
000198*           APPLIED, AND CANCELLED.                              *
000200*                                                                *
000210* MODIFICATION HISTORY.                                         *
000220*   03/09/2026 RH  INITIAL VERSION - THE MASTER WAS MAINTAINED   *
000230*                  BY HAND-EDITING THE DATASET, WHICH IS HOW     *
000240*                  THREE CLOSED ACCOUNTS KEPT STATUS 'A'.        *
000242*   15/10/2026 RH  ADDS AND BRANCH CHANGES NOW CHECK THE BRANCH  *
000244*                  AGAINST THE BRANCH REFERENCE FILE (BRMAST) -  *
000246*                  'BRANCH NOT ON FILE' AND 'BRANCH CLOSED' ARE  *
000248*                  REJECTS. THE FILE IS REQUIRED (RC=12).        *
000249*   15/10/2026 RH  EFFECTIVE-DATED MAINTENANCE -                 *
000250*                  TX-EFFECTIVE-DATE, THE PENDING FILE           *
000251*                  (PENDIN/PENDOUT), THE SCHEDULED-MAINTENANCE   *
000252*                  REPORT (PENDRPT), AND CANCEL ACTION X. THE    *
000253*                  BUSINESS DATE COMES FROM BDATFILE. A CLOSE    *
000254*                  APPLIED FROM THE PENDING FILE ON ITS DATE     *
000255*                  SKIPS THE EXTRACT TEST.                       *
000256*   15/10/2026 RH  A BRANCH WITH A FUTURE CLOSE DATE IS NOT      *
000257*                  CLOSED UNTIL THAT DATE (2250), AS IN          *
000258*                  BRANCH-EDIT AND BUBBLE-SORT.                  *
000259*   15/10/2026 RH  AN EFFECTIVE DATE MUST BE A REAL CALENDAR     *
000260*                  DATE (2200) - 260231 IS REJECTED, NOT         *
000261*                  SCHEDULED.                                    *
000262******************************************************************
000263 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. ACCT-MAINT.
000280 AUTHOR. RH.
000290 INSTALLATION. DATA CENTER APPLICATIONS GROUP.
000530     SELECT EXCEPTION-FILE ASSIGN TO EXCFILE
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-EXCFILE-STATUS.
000551     SELECT BRANCH-MASTER ASSIGN TO BRMAST
000552         ORGANIZATION IS INDEXED
000553         ACCESS MODE IS RANDOM
000554         RECORD KEY IS BM-BRANCH-ID
000555         FILE STATUS IS WS-BRMAST-STATUS.
000556     SELECT BUSDATE-FILE ASSIGN TO BDATFILE
000557         ORGANIZATION IS LINE SEQUENTIAL
000558         FILE STATUS IS WS-BDATFILE-STATUS.
000559     SELECT PENDING-FILE ASSIGN TO PENDIN
000560         ORGANIZATION IS LINE SEQUENTIAL
000561         FILE STATUS IS WS-PENDIN-STATUS.
000562     SELECT PENDING-NEW ASSIGN TO PENDOUT
000563         ORGANIZATION IS LINE SEQUENTIAL
000564         FILE STATUS IS WS-PENDOUT-STATUS.
000565     SELECT PENDING-REPORT ASSIGN TO PENDRPT
000566         ORGANIZATION IS LINE SEQUENTIAL
000567         FILE STATUS IS WS-PENDRPT-STATUS.
000568******************************************************************
000570 DATA DIVISION.
000580 FILE SECTION.
000590******************************************************************
000630*                 B = CHANGE BRANCH                              *
000640*                 C = CLOSE ACCOUNT                              *
000650*                 R = REOPEN ACCOUNT                             *
000654*                 X = CANCEL A SCHEDULED CHANGE                  *
000660*    NAME AND BRANCH ARE REQUIRED WHERE THE ACTION USES THEM     *
000670*    AND IGNORED OTHERWISE.                                      *
000671*    TX-EFFECTIVE-DATE (YYMMDD) IS OPTIONAL.  BLANK, OR THE      *
000672*    BUSINESS DATE, APPLIES THE CHANGE NOW; A LATER DATE         *
000673*    SCHEDULES IT ON THE PENDING FILE FOR THE RUN OF THAT DATE.  *
000674*    A CANCEL GIVES THE ACCOUNT, THE EFFECTIVE DATE, AND (IN     *
000675*    TX-CANCEL-ACTION) THE ACTION OF THE SCHEDULED CHANGE.       *
000680******************************************************************
000690 FD  TRAN-FILE
000700     RECORDING MODE IS F
000760         88  TX-BRANCH-CHANGE               VALUE 'B'.
000770         88  TX-CLOSE                       VALUE 'C'.
000780         88  TX-REOPEN                      VALUE 'R'.
000784         88  TX-CANCEL                      VALUE 'X'.
000790         88  TX-VALID-ACTION                VALUE 'A' 'N' 'B'
000800                                                  'C' 'R' 'X'.
000810     05  TX-ACCOUNT-ID           PIC X(06).
000820     05  TX-ACCOUNT-NAME         PIC X(20).
000830     05  TX-BRANCH               PIC X(03).
000832     05  TX-EFFECTIVE-DATE       PIC X(06).
000834     05  TX-EFFECTIVE-YMD REDEFINES TX-EFFECTIVE-DATE.
000836         10  TX-EFFECTIVE-YY     PIC 9(02).
000838         10  TX-EFFECTIVE-MM     PIC 9(02).
000840         10  TX-EFFECTIVE-DD     PIC 9(02).
000842     05  TX-CANCEL-ACTION        PIC X(01).
000844         88  TX-CANCEL-ACTION-VALID         VALUE 'A' 'N' 'B'
000846                                                  'C' 'R'.
000848     05  FILLER                  PIC X(43).
000850******************************************************************
000860*    ACCOUNT-MASTER - THE INDEXED MASTER THE NIGHTLY SORT RUN    *
000870*    VALIDATES AGAINST.  LAYOUT MUST MATCH ACCOUNT-MASTER-       *
000970         88  AM-ACCOUNT-CLOSED              VALUE 'C'.
000980     05  AM-BRANCH               PIC X(03).
000990     05  FILLER                  PIC X(20).
000991******************************************************************
000992*    BRANCH-MASTER - THE BRANCH REFERENCE FILE, READ FOR THE     *
000993*    BRANCH ON EACH ADD AND BRANCH CHANGE.  LAYOUT MUST MATCH    *
000994*    BRANCH-MASTER-RECORD IN BRANCH-MAINT.                       *
000995******************************************************************
000996 FD  BRANCH-MASTER
000997     LABEL RECORDS ARE STANDARD.
000998 01  BRANCH-MASTER-RECORD.
000999     05  BM-BRANCH-ID            PIC X(03).
001000     05  BM-BRANCH-NAME          PIC X(20).
001001     05  BM-GL-ACCOUNT           PIC X(08).
001002     05  BM-REPORT-DEST          PIC X(08).
001003     05  BM-STATUS               PIC X(01).
001004         88  BM-BRANCH-ACTIVE               VALUE 'A'.
001005         88  BM-BRANCH-CLOSED               VALUE 'C'.
001006     05  BM-OPEN-DATE            PIC 9(06).
001007     05  BM-CLOSE-DATE           PIC 9(06).
001008     05  FILLER                  PIC X(28).
001009******************************************************************
001010*    EXTRACT-FILE - THE DAY'S RETAINED EXTRACT.  ONLY THE 'D'    *
001020*    RECORDS' ACCOUNT IDS ARE USED, TO REFUSE A CLOSURE OF AN    *
001030*    ACCOUNT THAT POSTED ACTIVITY TODAY.  LAYOUT MUST MATCH      *
001240     RECORDING MODE IS F
001250     LABEL RECORDS ARE STANDARD.
001260 01  EXCEPTION-RECORD            PIC X(080).
001261******************************************************************
001262*    BUSDATE-FILE - THE BUSINESS-DATE CONTROL RECORD.  A CHANGE  *
001263*    DATED ON OR BEFORE IT IS APPLIED NOW; ONE DATED AFTER IT IS *
001264*    SCHEDULED.                                                  *
001265******************************************************************
001266 FD  BUSDATE-FILE
001267     RECORDING MODE IS F
001268     LABEL RECORDS ARE STANDARD.
001269 01  BUSDATE-RECORD.
001270     05  BD-BUSINESS-DATE        PIC 9(06).
001271     05  FILLER                  PIC X(74).
001272******************************************************************
001273*    PENDING-FILE / PENDING-NEW - SCHEDULED MAINTENANCE          *
001274*    (WS-PENDING-REC LAYOUT).  PENDING-FILE IS WHAT THE LAST RUN *
001275*    LEFT WAITING; PENDING-NEW CARRIES FORWARD WHAT IS STILL     *
001276*    WAITING AFTER THIS RUN, AND THE JOB SWAPS IT INTO PLACE.    *
001277******************************************************************
001278 FD  PENDING-FILE
001279     RECORDING MODE IS F
001280     LABEL RECORDS ARE STANDARD.
001281 01  PENDING-RECORD              PIC X(080).
001282 FD  PENDING-NEW
001283     RECORDING MODE IS F
001284     LABEL RECORDS ARE STANDARD.
001285 01  PENDING-NEW-RECORD          PIC X(080).
001286******************************************************************
001287*    PENDING-REPORT - THE SCHEDULED-MAINTENANCE REPORT           *
001288******************************************************************
001289 FD  PENDING-REPORT
001290     RECORDING MODE IS F
001291     LABEL RECORDS ARE STANDARD.
001292 01  PENDING-REPORT-RECORD       PIC X(080).
001293******************************************************************
001294 WORKING-STORAGE SECTION.
001295******************************************************************
001300*    FILE STATUS AND SWITCHES                                    *
001310******************************************************************
001320 01  WS-TRANFILE-STATUS          PIC X(02) VALUE SPACES.
001400 01  WS-EXCFILE-STATUS           PIC X(02) VALUE SPACES.
001410     88  WS-EXCFILE-OK                      VALUE '00'.

001412 01  WS-BRMAST-STATUS            PIC X(02) VALUE SPACES.
001414     88  WS-BRMAST-OK                       VALUE '00'.

001415 01  WS-BDATFILE-STATUS          PIC X(02) VALUE SPACES.
001416     88  WS-BDATFILE-OK                     VALUE '00'.

001417 01  WS-PENDIN-STATUS            PIC X(02) VALUE SPACES.
001418     88  WS-PENDIN-OK                       VALUE '00'.

001419 01  WS-PENDOUT-STATUS           PIC X(02) VALUE SPACES.
001420     88  WS-PENDOUT-OK                      VALUE '00'.

001421 01  WS-PENDRPT-STATUS           PIC X(02) VALUE SPACES.
001422     88  WS-PENDRPT-OK                      VALUE '00'.

001423 01  WS-SWITCHES.
001430     05  SW-TRAN-VALID-FLAG      PIC X(01) VALUE 'Y'.
001440         88  SW-TRAN-VALID                   VALUE 'Y'.
001450         88  SW-TRAN-INVALID                 VALUE 'N'.
001470         88  SW-ON-EXTRACT                   VALUE 'Y'.
001480     05  SW-DUPLICATE-FLAG       PIC X(01) VALUE 'N'.
001490         88  SW-DUPLICATE                    VALUE 'Y'.
001492     05  SW-FOUND-FLAG           PIC X(01) VALUE 'N'.
001494         88  SW-FOUND                        VALUE 'Y'.
001496     05  SW-DUE-FLAG             PIC X(01) VALUE 'N'.
001498         88  SW-APPLYING-DUE                 VALUE 'Y'.
001500******************************************************************
001510*    EXTRACT ACCOUNT TABLE - EVERY ACCOUNT ID SEEN ON A 'D'      *
001520*    RECORD OF THE DAY'S EXTRACT.  A CLOSE TRANSACTION FOR ANY   *
001670     05  W-DUP-ENTRY OCCURS 9999 TIMES.
001680         10  W-DUP-ACTION    PIC X(01).
001690         10  W-DUP-ACCT      PIC X(06).
001691******************************************************************
001692*    PENDING TABLE - EVERY SCHEDULED CHANGE, IN EFFECTIVE-DATE   *
001693*    ORDER: THOSE CARRIED IN FROM THE PENDING FILE PLUS THOSE    *
001694*    SCHEDULED TODAY.  STATE P = STILL WAITING, X = CANCELLED    *
001695*    THIS RUN, D = FELL DUE THIS RUN (APPLIED OR REJECTED).      *
001696******************************************************************
001697 78  W-MAX-PEND-ENTRIES VALUE 9999.
001698 01  W-PEND-COUNT            PIC S9(04) COMP VALUE 0.
001699 01  W-PEND-TABLE.
001700     05  W-PEND-ENTRY OCCURS 9999 TIMES.
001701         10  W-PD-ACTION     PIC X(01).
001702         10  W-PD-ACCT       PIC X(06).
001703         10  W-PD-NAME       PIC X(20).
001704         10  W-PD-BRANCH     PIC X(03).
001705         10  W-PD-EFF-DATE   PIC 9(06).
001706         10  W-PD-SCHED-DATE PIC 9(06).
001707         10  W-PD-STATE      PIC X(01).
001708             88  W-PD-OPEN              VALUE 'P'.
001709             88  W-PD-CANCELLED         VALUE 'X'.
001710             88  W-PD-DONE              VALUE 'D'.
001711******************************************************************
001712*    PENDING-FILE RECORD LAYOUT (PENDING-FILE AND PENDING-NEW).  *
001713*    THE CHANGE AS SUBMITTED, ITS EFFECTIVE DATE, AND THE        *
001714*    BUSINESS DATE IT WAS SCHEDULED ON.                          *
001715******************************************************************
001716 01  WS-PENDING-REC.
001717     05  PR-ACTION               PIC X(01).
001718     05  PR-ACCOUNT-ID           PIC X(06).
001719     05  PR-ACCOUNT-NAME         PIC X(20).
001720     05  PR-BRANCH               PIC X(03).
001721     05  PR-EFFECTIVE-DATE       PIC 9(06).
001722     05  PR-SCHEDULED-DATE       PIC 9(06).
001723     05  FILLER                  PIC X(38).
001724******************************************************************
001725*    COUNTERS AND WORK FIELDS                                    *
001726******************************************************************
001730 01  W-X                     PIC S9(04) COMP VALUE 0.
001734 01  W-P                     PIC S9(04) COMP VALUE 0.
001740 01  W-TRAN-READ             PIC 9(05) VALUE 0.
001750 01  W-TRAN-APPLIED          PIC 9(05) VALUE 0.
001760 01  W-TRAN-REJECTED         PIC 9(05) VALUE 0.
001790 01  W-BRANCHES-APPLIED      PIC 9(05) VALUE 0.
001800 01  W-CLOSES-APPLIED        PIC 9(05) VALUE 0.
001810 01  W-REOPENS-APPLIED       PIC 9(05) VALUE 0.
001811 01  W-SCHEDULED             PIC 9(05) VALUE 0.
001812 01  W-CANCELLED             PIC 9(05) VALUE 0.
001813 01  W-DUE-APPLIED           PIC 9(05) VALUE 0.
001814 01  W-DUE-REJECTED          PIC 9(05) VALUE 0.
001815 01  W-PEND-CARRIED          PIC 9(05) VALUE 0.
001820 01  W-BEFORE-IMAGE.
001830     05  W-BEF-NAME          PIC X(20).
001840     05  W-BEF-STATUS        PIC X(01).
001850     05  W-BEF-BRANCH        PIC X(03).
001860 01  W-NOT-ON-MASTER-TAG     PIC X(20) VALUE '(NOT ON MASTER)'.

001861 01  W-BUSINESS-DATE         PIC 9(06) VALUE 0.
001862 01  W-EFF-DATE              PIC 9(06) VALUE 0.
001863 01  W-DATE-CCYYMMDD         PIC 9(08) VALUE 0.
001864 01  W-EFF-INT               PIC 9(07) VALUE 0.
001865 01  W-BRANCH-CHECK-DATE     PIC 9(06) VALUE 0.

001866 01  W-FMT-DATE              PIC 9(06) VALUE 0.
001867 01  W-FMT-YMD REDEFINES W-FMT-DATE.
001868     05  W-FMT-YY                PIC 9(02).
001869     05  W-FMT-MM                PIC 9(02).
001870     05  W-FMT-DD                PIC 9(02).
001871 01  W-FMT-TEXT.
001872     05  W-FMT-OUT-MM            PIC 9(02).
001873     05  FILLER                  PIC X(01) VALUE '/'.
001874     05  W-FMT-OUT-DD            PIC 9(02).
001875     05  FILLER                  PIC X(01) VALUE '/'.
001876     05  W-FMT-OUT-YY            PIC 9(02).
001877 01  W-FMT-RESULT            PIC X(08) VALUE SPACES.

001878 01  WS-RUN-DATE.
001880     05  WS-RUN-YY               PIC 9(02).
001890     05  WS-RUN-MM               PIC 9(02).
001900     05  WS-RUN-DD               PIC 9(02).
002000 01  WS-REPORT-COUNTERS.
002010     05  WS-LINE-COUNT           PIC S9(03) COMP VALUE 0.
002020     05  WS-PAGE-COUNT           PIC S9(03) COMP VALUE 0.
002022     05  WS-PEND-LINE-COUNT      PIC S9(03) COMP VALUE 0.
002024     05  WS-PEND-PAGE-COUNT      PIC S9(03) COMP VALUE 0.

002030 01  WS-HEADING-LINE-1.
002040     05  FILLER                  PIC X(10) VALUE 'ACCT-MAINT'.
002190     05  HL2-RUN-HH              PIC 99.
002200     05  FILLER                  PIC X(01) VALUE ':'.
002210     05  HL2-RUN-MN              PIC 99.
002212     05  FILLER                  PIC X(17) VALUE
002214         '  BUSINESS DATE: '.
002216     05  HL2-BUS-DATE            PIC X(08) VALUE SPACES.

002220 01  WS-HEADING-LINE-3.
002230     05  FILLER                  PIC X(04) VALUE 'ACT '.
002270         'ACCOUNT NAME         '.
002280     05  FILLER                  PIC X(03) VALUE 'ST '.
002290     05  FILLER                  PIC X(03) VALUE 'BR '.
002294     05  FILLER                  PIC X(09) VALUE ' EFF DATE'.

002300 01  WS-REGISTER-LINE.
002310     05  RG-ACTION               PIC X(01).
002390     05  RG-STATUS               PIC X(01).
002400     05  FILLER                  PIC X(02) VALUE SPACES.
002410     05  RG-BRANCH               PIC X(03).
002412     05  FILLER                  PIC X(02) VALUE SPACES.
002414     05  RG-EFF-DATE             PIC X(08).

002420 01  WS-COUNT-LINE.
002430     05  CO-LABEL                PIC X(24).
002530     05  EL-ACCOUNT-ID           PIC X(06).
002540     05  FILLER                  PIC X(03) VALUE SPACES.
002550     05  EL-REASON               PIC X(30).
002551     05  FILLER                  PIC X(02) VALUE SPACES.
002552     05  EL-EFF-DATE             PIC X(08).
002553******************************************************************
002554*    SCHEDULED-MAINTENANCE REPORT HEADINGS AND DETAIL LINE       *
002555******************************************************************
002556 01  WS-PEND-HEADING-1.
002557     05  FILLER                  PIC X(10) VALUE 'ACCT-MAINT'.
002558     05  FILLER                  PIC X(10) VALUE '  -  SCHED'.
002559     05  FILLER                  PIC X(10) VALUE 'ULED ACCOU'.
002560     05  FILLER                  PIC X(10) VALUE 'NT MAINTEN'.
002561     05  FILLER                  PIC X(05) VALUE 'ANCE '.
002562     05  FILLER                  PIC X(08) VALUE '  PAGE  '.
002563     05  PH1-PAGE-NO             PIC ZZ9.

002564 01  WS-PEND-HEADING-3.
002565     05  FILLER                  PIC X(04) VALUE 'ACT '.
002566     05  FILLER                  PIC X(08) VALUE 'ACCOUNT '.
002567     05  FILLER                  PIC X(22) VALUE
002568         'ACCOUNT NAME          '.
002569     05  FILLER                  PIC X(05) VALUE 'BR   '.
002570     05  FILLER                  PIC X(11) VALUE 'EFF DATE   '.
002571     05  FILLER                  PIC X(09) VALUE 'SCHEDULED'.

002572 01  WS-PENDING-LINE.
002573     05  PL-ACTION               PIC X(01).
002574     05  FILLER                  PIC X(03) VALUE SPACES.
002575     05  PL-ACCOUNT-ID           PIC X(06).
002576     05  FILLER                  PIC X(02) VALUE SPACES.
002577     05  PL-NAME                 PIC X(20).
002578     05  FILLER                  PIC X(02) VALUE SPACES.
002579     05  PL-BRANCH               PIC X(03).
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002581     05  PL-EFF-DATE             PIC X(08).
002582     05  FILLER                  PIC X(03) VALUE SPACES.
002583     05  PL-SCHED-DATE           PIC X(08).
002584******************************************************************
002585 PROCEDURE DIVISION.
002586******************************************************************
002590*    0000-MAIN-PROCEDURE - OVERALL CONTROL                       *
002600******************************************************************
002610 0000-MAIN-PROCEDURE SECTION.

002620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002624     PERFORM 1100-READ-BUSINESS-DATE THRU 1100-EXIT.
002630     PERFORM 1200-LOAD-EXTRACT-TABLE THRU 1200-EXIT.
002634     PERFORM 1300-LOAD-PENDING-TABLE THRU 1300-EXIT.
002640     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT.
002642     PERFORM 3000-APPLY-DUE-CHANGES THRU 3000-EXIT.
002644     PERFORM 4500-WRITE-PENDING THRU 4500-EXIT.
002650     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
002660     CLOSE TRAN-FILE.
002670     CLOSE ACCOUNT-MASTER.
002674     CLOSE BRANCH-MASTER.
002680     CLOSE CHANGE-REGISTER.
002690     CLOSE EXCEPTION-FILE.
002692     CLOSE PENDING-NEW.
002694     CLOSE PENDING-REPORT.
002700     GOBACK.

002710 0000-EXIT.
002880         DISPLAY 'ACCT-MAINT - ACCOUNT MASTER NOT AVAILABLE'
002890         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
002900     END-IF.
002901     OPEN INPUT BRANCH-MASTER.
002902     IF NOT WS-BRMAST-OK
002903         DISPLAY 'ACCT-MAINT - BRANCH REFERENCE FILE NOT '
002904             'AVAILABLE'
002905         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
002906     END-IF.
002910     OPEN OUTPUT CHANGE-REGISTER.
002920     IF NOT WS-CHGREG-OK
002930         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
002960     IF NOT WS-EXCFILE-OK
002970         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
002980     END-IF.
002981     OPEN OUTPUT PENDING-NEW.
002982     IF NOT WS-PENDOUT-OK
002983         DISPLAY 'ACCT-MAINT - NEW PENDING FILE NOT AVAILABLE'
002984         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
002985     END-IF.
002986     OPEN OUTPUT PENDING-REPORT.
002987     IF NOT WS-PENDRPT-OK
002988         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
002989     END-IF.

002990     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
003000     MOVE 0 TO WS-PAGE-COUNT.

003010 1000-EXIT.
003020     EXIT.
003021******************************************************************
003022*    1100-READ-BUSINESS-DATE - THE DATE SCHEDULED CHANGES ARE    *
003023*    MEASURED AGAINST.  FALLS BACK TO THE SYSTEM DATE WITH A     *
003024*    WARNING, LIKE BRANCH-EDIT.                                  *
003025******************************************************************
003026 1100-READ-BUSINESS-DATE.

003027     ACCEPT W-BUSINESS-DATE FROM DATE.

003028     OPEN INPUT BUSDATE-FILE.
003029     IF WS-BDATFILE-OK
003030         READ BUSDATE-FILE
003031             AT END
003032                 CONTINUE
003033         END-READ
003034         IF WS-BDATFILE-OK
003035             AND BD-BUSINESS-DATE IS NUMERIC
003036             AND BD-BUSINESS-DATE > 0
003037             MOVE BD-BUSINESS-DATE TO W-BUSINESS-DATE
003038         END-IF
003039         CLOSE BUSDATE-FILE
003040     ELSE
003041         DISPLAY 'ACCT-MAINT - NO BUSINESS-DATE FILE - USING '
003042             'SYSTEM DATE'
003043     END-IF.
003044     DISPLAY 'ACCT-MAINT - BUSINESS DATE ' W-BUSINESS-DATE.

003045     MOVE W-BUSINESS-DATE TO W-FMT-DATE.
003046     PERFORM 3400-FORMAT-DATE THRU 3400-EXIT.
003047     MOVE W-FMT-RESULT TO HL2-BUS-DATE.

003048 1100-EXIT.
003049     EXIT.
003050******************************************************************
003051*    1200-LOAD-EXTRACT-TABLE - HOLD EVERY ACCOUNT ID ON THE      *
003052*    DAY'S EXTRACT SO A CLOSE FOR ONE OF THEM CAN BE REFUSED.    *
003060*    A MISSING EXTRACT (THE NIGHTLY RUN HAS NOT PRODUCED ONE     *
003070*    YET) LEAVES THE TABLE EMPTY WITH A WARNING - NO CLOSE IS    *
003080*    BLOCKED, BUT NOTHING IS REFUSED IN ERROR EITHER.            *

003320 1200-EXIT.
003330     EXIT.
003331******************************************************************
003332*    1300-LOAD-PENDING-TABLE - LOAD THE CHANGES ALREADY          *
003333*    SCHEDULED (THE PENDING FILE THE LAST RUN WROTE, IN          *
003334*    EFFECTIVE-DATE ORDER).  A MISSING FILE STARTS THE TABLE     *
003335*    EMPTY WITH A WARNING, LIKE THE HOLD FILE IN THE NIGHTLY     *
003336*    PROGRAM; A FILE TOO BIG FOR THE TABLE ENDS THE STEP RC=12   *
003337*    RATHER THAN DROP SCHEDULED CHANGES.                         *
003338******************************************************************
003339 1300-LOAD-PENDING-TABLE.

003340     MOVE 0 TO W-PEND-COUNT.
003341     OPEN INPUT PENDING-FILE.
003342     IF NOT WS-PENDIN-OK
003343         DISPLAY 'ACCT-MAINT - NO PENDING MAINTENANCE FILE - '
003344             'NOTHING SCHEDULED IS CARRIED IN'
003345         GO TO 1300-EXIT
003346     END-IF.

003347     PERFORM UNTIL NOT WS-PENDIN-OK
003348         READ PENDING-FILE INTO WS-PENDING-REC
003349             AT END
003350                 CONTINUE
003351         END-READ
003352         IF WS-PENDIN-OK
003353             PERFORM 1350-KEEP-PENDING THRU 1350-EXIT
003354         END-IF
003355     END-PERFORM.
003356     CLOSE PENDING-FILE.
003357     DISPLAY 'SCHEDULED CHANGES CARRIED IN: ' W-PEND-COUNT.

003358 1300-EXIT.
003359     EXIT.
003360******************************************************************
003361*    1350-KEEP-PENDING - ONE PENDING-FILE RECORD INTO THE TABLE. *
003362******************************************************************
003363 1350-KEEP-PENDING.

003364     IF W-PEND-COUNT >= W-MAX-PEND-ENTRIES
003365         DISPLAY 'ACCT-MAINT - PENDING MAINTENANCE FILE EXCEEDS '
003366             W-MAX-PEND-ENTRIES ' ENTRIES'
003367         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
003368     END-IF.

003369     ADD 1 TO W-PEND-COUNT.
003370     MOVE PR-ACTION TO W-PD-ACTION(W-PEND-COUNT).
003371     MOVE PR-ACCOUNT-ID TO W-PD-ACCT(W-PEND-COUNT).
003372     MOVE PR-ACCOUNT-NAME TO W-PD-NAME(W-PEND-COUNT).
003373     MOVE PR-BRANCH TO W-PD-BRANCH(W-PEND-COUNT).
003374     MOVE PR-EFFECTIVE-DATE TO W-PD-EFF-DATE(W-PEND-COUNT).
003375     MOVE PR-SCHEDULED-DATE TO W-PD-SCHED-DATE(W-PEND-COUNT).
003376     SET W-PD-OPEN(W-PEND-COUNT) TO TRUE.

003377 1350-EXIT.
003378     EXIT.
003379******************************************************************
003380*    2000-PROCESS-TRANSACTIONS - READ AND APPLY EVERY            *
003381*    TRANSACTION IN FILE ORDER.                                  *
003382******************************************************************
003383 2000-PROCESS-TRANSACTIONS.

003390     PERFORM UNTIL NOT WS-TRANFILE-OK
003400         READ TRAN-FILE
003520*    REFUSE EXACT DUPLICATES, THEN APPLY IT BY ACTION CODE.      *
003530*    ANY FAILURE ROUTES THE TRANSACTION TO THE EXCEPTION         *
003540*    LISTING WITH ITS REASON.                                    *
003542*    A CANCEL OR A CHANGE DATED AFTER THE BUSINESS DATE ONLY     *
003544*    TOUCHES THE PENDING TABLE; EVERYTHING ELSE IS APPLIED NOW.  *
003550******************************************************************
003560 2100-PROCESS-ONE-TRAN.

003570     ADD 1 TO W-TRAN-READ.
003580     SET SW-TRAN-VALID TO TRUE.
003584     MOVE 0 TO W-EFF-DATE.

003590     PERFORM 2200-VALIDATE-FORMAT THRU 2200-EXIT.
003600     IF SW-TRAN-INVALID
003620         GO TO 2100-EXIT
003630     END-IF.

003631     IF TX-CANCEL
003632         PERFORM 2160-CANCEL-PENDING THRU 2160-EXIT
003633         IF SW-TRAN-INVALID
003634             PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
003635         END-IF
003636         GO TO 2100-EXIT
003637     END-IF.

003638     IF W-EFF-DATE > W-BUSINESS-DATE
003639         PERFORM 2170-SCHEDULE-CHANGE THRU 2170-EXIT
003640         IF SW-TRAN-INVALID
003641             PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
003642         END-IF
003643         GO TO 2100-EXIT
003644     END-IF.

003645     PERFORM 2300-CHECK-DUPLICATE THRU 2300-EXIT.
003650     IF SW-TRAN-INVALID
003660         PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
003670         GO TO 2100-EXIT
003680     END-IF.
003744     PERFORM 2150-APPLY-BY-ACTION THRU 2150-EXIT.


003810     IF SW-TRAN-INVALID
003820         PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT

003870 2100-EXIT.
003880     EXIT.
003881******************************************************************
003882*    2150-APPLY-BY-ACTION - APPLY THE TRANSACTION IN HAND BY ITS *
003883*    ACTION CODE.  USED FOR TODAY'S TRANSACTIONS AND FOR         *
003884*    SCHEDULED CHANGES FALLING DUE.                              *
003885******************************************************************
003886 2150-APPLY-BY-ACTION.

003887     EVALUATE TRUE
003888         WHEN TX-ADD
003889             PERFORM 2400-APPLY-ADD THRU 2400-EXIT
003890         WHEN TX-NAME-CHANGE
003891             PERFORM 2500-APPLY-NAME-CHANGE THRU 2500-EXIT
003892         WHEN TX-BRANCH-CHANGE
003893             PERFORM 2600-APPLY-BRANCH-CHANGE THRU 2600-EXIT
003894         WHEN TX-CLOSE
003895             PERFORM 2700-APPLY-CLOSE THRU 2700-EXIT
003896         WHEN TX-REOPEN
003897             PERFORM 2800-APPLY-REOPEN THRU 2800-EXIT
003898     END-EVALUATE.

003899 2150-EXIT.
003900     EXIT.
003901******************************************************************
003902*    2160-CANCEL-PENDING - CANCEL THE SCHEDULED CHANGE WITH THIS *
003903*    ACCOUNT, ACTION, AND EFFECTIVE DATE.  IT STAYS IN THE TABLE *
003904*    MARKED CANCELLED AND IS NOT CARRIED TO THE NEW PENDING FILE.*
003905******************************************************************
003906 2160-CANCEL-PENDING.

003907     MOVE 'N' TO SW-FOUND-FLAG.
003908     PERFORM VARYING W-X FROM 1 BY 1
003909             UNTIL W-X > W-PEND-COUNT OR SW-FOUND
003910         IF W-PD-OPEN(W-X)
003911             AND W-PD-ACCT(W-X) = TX-ACCOUNT-ID
003912             AND W-PD-ACTION(W-X) = TX-CANCEL-ACTION
003913             AND W-PD-EFF-DATE(W-X) = W-EFF-DATE
003914             SET SW-FOUND TO TRUE
003915             MOVE W-X TO W-P
003916         END-IF
003917     END-PERFORM.

003918     IF NOT SW-FOUND
003919         SET SW-TRAN-INVALID TO TRUE
003920         MOVE 'NO MATCHING SCHEDULED CHANGE' TO EL-REASON
003921         GO TO 2160-EXIT
003922     END-IF.

003923     SET W-PD-CANCELLED(W-P) TO TRUE.
003924     ADD 1 TO W-CANCELLED.
003925     MOVE 'CANCEL :' TO RG-TAG.
003926     PERFORM 2970-REGISTER-PENDING THRU 2970-EXIT.

003927 2160-EXIT.
003928     EXIT.
003929******************************************************************
003930*    2170-SCHEDULE-CHANGE - A TRANSACTION DATED AFTER THE        *
003931*    BUSINESS DATE GOES INTO THE PENDING TABLE, IN EFFECTIVE-DATE*
003932*    ORDER, TO BE APPLIED BY THE RUN FOR THAT DATE.  THE SAME    *
003933*    ACTION FOR THE SAME ACCOUNT AND DATE ALREADY WAITING IS A   *
003934*    REPEAT AND IS REJECTED.                                     *
003935******************************************************************
003936 2170-SCHEDULE-CHANGE.

003937     MOVE 'N' TO SW-FOUND-FLAG.
003938     PERFORM VARYING W-X FROM 1 BY 1
003939             UNTIL W-X > W-PEND-COUNT OR SW-FOUND
003940         IF W-PD-OPEN(W-X)
003941             AND W-PD-ACCT(W-X) = TX-ACCOUNT-ID
003942             AND W-PD-ACTION(W-X) = TX-ACTION
003943             AND W-PD-EFF-DATE(W-X) = W-EFF-DATE
003944             SET SW-FOUND TO TRUE
003945         END-IF
003946     END-PERFORM.

003947     IF SW-FOUND
003948         SET SW-TRAN-INVALID TO TRUE
003949         MOVE 'ALREADY SCHEDULED' TO EL-REASON
003950         GO TO 2170-EXIT
003951     END-IF.

003952     IF W-PEND-COUNT >= W-MAX-PEND-ENTRIES
003953         SET SW-TRAN-INVALID TO TRUE
003954         MOVE 'PENDING TABLE FULL' TO EL-REASON
003955         GO TO 2170-EXIT
003956     END-IF.

003957     PERFORM 2175-OPEN-PENDING-SLOT THRU 2175-EXIT.

003958     MOVE TX-ACTION TO W-PD-ACTION(W-P).
003959     MOVE TX-ACCOUNT-ID TO W-PD-ACCT(W-P).
003960     MOVE TX-ACCOUNT-NAME TO W-PD-NAME(W-P).
003961     MOVE TX-BRANCH TO W-PD-BRANCH(W-P).
003962     MOVE W-EFF-DATE TO W-PD-EFF-DATE(W-P).
003963     MOVE W-BUSINESS-DATE TO W-PD-SCHED-DATE(W-P).
003964     SET W-PD-OPEN(W-P) TO TRUE.
003965     ADD 1 TO W-SCHEDULED.
003966     MOVE 'SCHED  :' TO RG-TAG.
003967     PERFORM 2970-REGISTER-PENDING THRU 2970-EXIT.

003968 2170-EXIT.
003969     EXIT.
003970******************************************************************
003971*    2175-OPEN-PENDING-SLOT - FIND WHERE A CHANGE DATED          *
003972*    W-EFF-DATE BELONGS (AFTER EVERY ENTRY FOR THE SAME DATE),   *
003973*    SHIFT THE LATER ENTRIES DOWN ONE, AND LEAVE W-P ON THE GAP. *
003974******************************************************************
003975 2175-OPEN-PENDING-SLOT.

003976     MOVE 'N' TO SW-FOUND-FLAG.
003977     MOVE W-PEND-COUNT TO W-P.
003978     ADD 1 TO W-P.
003979     PERFORM VARYING W-X FROM 1 BY 1
003980             UNTIL W-X > W-PEND-COUNT OR SW-FOUND
003981         IF W-PD-EFF-DATE(W-X) > W-EFF-DATE
003982             SET SW-FOUND TO TRUE
003983             MOVE W-X TO W-P
003984         END-IF
003985     END-PERFORM.

003986     ADD 1 TO W-PEND-COUNT.
003987     PERFORM VARYING W-X FROM W-PEND-COUNT BY -1 UNTIL W-X <= W-P
003988         MOVE W-PEND-ENTRY(W-X - 1) TO W-PEND-ENTRY(W-X)
003989     END-PERFORM.

003990 2175-EXIT.
003991     EXIT.
003992******************************************************************
003993*    2200-VALIDATE-FORMAT - ACTION CODE, ACCOUNT ID, AND THE     *
003994*    FIELDS THE ACTION USES MUST ALL BE PRESENT.  ACCOUNT ID     *
003995*    999999 IS THE INPUT TRAILER TAG AND IS NEVER A POSTABLE     *
003996*    ACCOUNT.                                                    *
003997*    AN EFFECTIVE DATE, WHEN GIVEN, MUST BE A REAL YYMMDD DATE   *
003998*    NOT BEFORE THE BUSINESS DATE.  A CANCEL NAMES THE ACTION    *
003999*    AND EFFECTIVE DATE OF THE SCHEDULED CHANGE IT CANCELS.      *
004000******************************************************************
004001 2200-VALIDATE-FORMAT.

004002     IF NOT TX-VALID-ACTION
004003         SET SW-TRAN-INVALID TO TRUE
004004         MOVE 'INVALID ACTION CODE' TO EL-REASON
004005         GO TO 2200-EXIT
004006     END-IF.

004010     IF TX-ACCOUNT-ID = SPACES OR TX-ACCOUNT-ID = '999999'
004020         SET SW-TRAN-INVALID TO TRUE
004040         GO TO 2200-EXIT
004050     END-IF.

004051     IF TX-EFFECTIVE-DATE NOT = SPACES
004052         AND TX-EFFECTIVE-DATE NOT = ZEROS
004053         IF TX-EFFECTIVE-DATE IS NOT NUMERIC
004054             SET SW-TRAN-INVALID TO TRUE
004055             MOVE 'INVALID EFFECTIVE DATE' TO EL-REASON
004056             GO TO 2200-EXIT
004057         END-IF
004058         MOVE TX-EFFECTIVE-DATE TO W-EFF-DATE
004059         COMPUTE W-DATE-CCYYMMDD = 20000000 + W-EFF-DATE
004060         COMPUTE W-EFF-INT =
004061             FUNCTION INTEGER-OF-DATE(W-DATE-CCYYMMDD)
004062         IF W-EFF-INT = 0
004063             MOVE 0 TO W-EFF-DATE
004064             SET SW-TRAN-INVALID TO TRUE
004065             MOVE 'INVALID EFFECTIVE DATE' TO EL-REASON
004066             GO TO 2200-EXIT
004067         END-IF
004068     END-IF.

004069     IF W-EFF-DATE > 0 AND W-EFF-DATE < W-BUSINESS-DATE
004070         SET SW-TRAN-INVALID TO TRUE
004071         MOVE 'EFFECTIVE DATE ALREADY PASSED' TO EL-REASON
004072         GO TO 2200-EXIT
004073     END-IF.

004074     IF TX-CANCEL AND NOT TX-CANCEL-ACTION-VALID
004075         SET SW-TRAN-INVALID TO TRUE
004076         MOVE 'INVALID CANCEL ACTION CODE' TO EL-REASON
004077         GO TO 2200-EXIT
004078     END-IF.

004079     IF TX-CANCEL AND W-EFF-DATE = 0
004080         SET SW-TRAN-INVALID TO TRUE
004081         MOVE 'EFFECTIVE DATE REQUIRED' TO EL-REASON
004082         GO TO 2200-EXIT
004083     END-IF.

004084     IF (TX-ADD OR TX-NAME-CHANGE)
004085         AND TX-ACCOUNT-NAME = SPACES
004086         SET SW-TRAN-INVALID TO TRUE
004090         MOVE 'ACCOUNT NAME REQUIRED' TO EL-REASON
004100         GO TO 2200-EXIT
004110     END-IF.

004170 2200-EXIT.
004180     EXIT.
004181******************************************************************
004182*    2250-CHECK-BRANCH - THE BRANCH AN ADD OR BRANCH CHANGE      *
004183*    NAMES MUST BE ON THE BRANCH REFERENCE FILE AND NOT CLOSED.  *
004184*    AN ACCOUNT MAY BE SET UP AHEAD OF ITS BRANCH'S OPEN DATE.   *
004185*    A BRANCH COUNTS AS CLOSED ONLY FROM ITS CLOSE DATE, AS IN   *
004186*    BRANCH-EDIT AND BUBBLE-SORT - TAKEN AGAINST THE CHANGE'S    *
004187*    EFFECTIVE DATE FOR A SCHEDULED CHANGE, ELSE THE BUSINESS    *
004188*    DATE.                                                       *
004189******************************************************************
004190 2250-CHECK-BRANCH.

004191     MOVE TX-BRANCH TO BM-BRANCH-ID.
004192     READ BRANCH-MASTER
004193         INVALID KEY
004194             SET SW-TRAN-INVALID TO TRUE
004195             MOVE 'BRANCH NOT ON FILE' TO EL-REASON
004196     END-READ.
004197     IF SW-TRAN-INVALID
004198         GO TO 2250-EXIT
004199     END-IF.

004200     IF NOT WS-BRMAST-OK
004201         SET SW-TRAN-INVALID TO TRUE
004202         MOVE 'BRANCH FILE READ ERROR' TO EL-REASON
004203         GO TO 2250-EXIT
004204     END-IF.

004205     MOVE W-BUSINESS-DATE TO W-BRANCH-CHECK-DATE.
004206     IF W-EFF-DATE > 0
004207         MOVE W-EFF-DATE TO W-BRANCH-CHECK-DATE
004208     END-IF.
004209     IF BM-BRANCH-CLOSED
004210         AND BM-CLOSE-DATE NOT > W-BRANCH-CHECK-DATE
004211         SET SW-TRAN-INVALID TO TRUE
004212         MOVE 'BRANCH CLOSED' TO EL-REASON
004213     END-IF.

004214 2250-EXIT.
004215     EXIT.
004216******************************************************************
004217*    2300-CHECK-DUPLICATE - AN ACTION/ACCOUNT PAIR ALREADY SEEN  *
004218*    THIS RUN IS A KEYING ERROR, NOT A SECOND CHANGE - REJECT    *
004220*    IT RATHER THAN APPLY IT TWICE.                              *
004230******************************************************************
004240 2300-CHECK-DUPLICATE.
004590         GO TO 2400-EXIT
004600     END-IF.

004602     PERFORM 2250-CHECK-BRANCH THRU 2250-EXIT.
004604     IF SW-TRAN-INVALID
004606         GO TO 2400-EXIT
004608     END-IF.

004610     MOVE W-NOT-ON-MASTER-TAG TO W-BEF-NAME.
004620     MOVE SPACES TO W-BEF-STATUS.
004630     MOVE SPACES TO W-BEF-BRANCH.
005020         GO TO 2600-EXIT
005030     END-IF.

005032     PERFORM 2250-CHECK-BRANCH THRU 2250-EXIT.
005034     IF SW-TRAN-INVALID
005036         GO TO 2600-EXIT
005038     END-IF.

005040     MOVE TX-BRANCH TO AM-BRANCH.
005050     PERFORM 3300-REWRITE-MASTER THRU 3300-EXIT.
005060     IF SW-TRAN-VALID
005130*    REFUSED WHEN THE ACCOUNT IS ALREADY CLOSED OR WHEN IT       *
005140*    APPEARS ON THE DAY'S EXTRACT - THE NIGHTLY RUN WOULD THEN   *
005150*    START REJECTING THAT ACCOUNT'S ACTIVITY.                    *
005152*    A SCHEDULED CLOSE APPLIED FROM THE PENDING FILE ON ITS      *
005154*    EFFECTIVE DATE (3000) SKIPS THE EXTRACT TEST - ITS DATE WAS *
005156*    AGREED AHEAD, AND FROM THAT NIGHT ON REJECTING THE          *
005157*    ACCOUNT'S ACTIVITY IS EXACTLY WHAT IS WANTED.  A CLOSE ON   *
005158*    TODAY'S TRANSACTIONS IS TESTED, DATED OR NOT.               *
005160******************************************************************
005170 2700-APPLY-CLOSE.

005240         MOVE 'ACCOUNT ALREADY CLOSED' TO EL-REASON
005250         GO TO 2700-EXIT
005260     END-IF.
005262     IF NOT SW-APPLYING-DUE
005264         PERFORM 2750-SCAN-EXTRACT-TABLE THRU 2750-EXIT
005266     ELSE
005268         MOVE 'N' TO SW-ON-EXTRACT-FLAG
005270     END-IF.

005280     IF SW-ON-EXTRACT
005290         SET SW-TRAN-INVALID TO TRUE
005300         MOVE 'ACCOUNT ON TODAYS EXTRACT' TO EL-REASON
005770*    IMAGE WAS CAPTURED BY 3200-READ-MASTER (OR SET TO THE       *
005780*    NOT-ON-MASTER TAG BY AN ADD); THE AFTER IMAGE IS THE        *
005790*    MASTER RECORD AS IT NOW STANDS.                             *
005794*    A CHANGE CARRYING AN EFFECTIVE DATE SHOWS IT ON THE PAIR.   *
005800******************************************************************
005810 2900-REGISTER-CHANGE.

005830         PERFORM 2950-WRITE-REG-HEADINGS THRU 2950-EXIT
005840     END-IF.

005842     MOVE W-EFF-DATE TO W-FMT-DATE.
005844     PERFORM 3400-FORMAT-DATE THRU 3400-EXIT.
005846     MOVE W-FMT-RESULT TO RG-EFF-DATE.

005850     MOVE TX-ACTION TO RG-ACTION.
005860     MOVE TX-ACCOUNT-ID TO RG-ACCOUNT-ID.
005870     MOVE 'BEFORE :' TO RG-TAG.

006190 2950-EXIT.
006200     EXIT.
006201******************************************************************
006202*    2970-REGISTER-PENDING - ONE LINE ON THE CHANGE REGISTER FOR *
006203*    A CHANGE SCHEDULED OR CANCELLED THIS RUN.  THE CALLER SETS  *
006204*    RG-TAG; W-P IS THE PENDING ENTRY.  NOTHING ON THE MASTER HAS*
006205*    MOVED YET, SO THERE IS NO BEFORE/AFTER PAIR - THAT PRINTS ON*
006206*    THE NIGHT THE CHANGE IS APPLIED.                            *
006207******************************************************************
006208 2970-REGISTER-PENDING.

006209     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006210         PERFORM 2950-WRITE-REG-HEADINGS THRU 2950-EXIT
006211     END-IF.

006212     MOVE W-PD-ACTION(W-P) TO RG-ACTION.
006213     MOVE W-PD-ACCT(W-P) TO RG-ACCOUNT-ID.
006214     MOVE W-PD-NAME(W-P) TO RG-NAME.
006215     MOVE SPACES TO RG-STATUS.
006216     MOVE W-PD-BRANCH(W-P) TO RG-BRANCH.
006217     MOVE W-PD-EFF-DATE(W-P) TO W-FMT-DATE.
006218     PERFORM 3400-FORMAT-DATE THRU 3400-EXIT.
006219     MOVE W-FMT-RESULT TO RG-EFF-DATE.
006220     WRITE REGISTER-RECORD FROM WS-REGISTER-LINE.
006221     ADD 1 TO WS-LINE-COUNT.

006222 2970-EXIT.
006223     EXIT.
006224******************************************************************
006225*    3000-APPLY-DUE-CHANGES - APPLY EVERY SCHEDULED CHANGE WHOSE *
006226*    EFFECTIVE DATE HAS COME, AGAINST THE BUSINESS DATE.  RUNS   *
006227*    AFTER TODAY'S TRANSACTIONS SO A CANCEL IN THE SAME RUN WINS.*
006228*    IN THE NIGHTLY STEP AHEAD OF SORT1 THERE ARE NO             *
006229*    TRANSACTIONS AND THIS IS ALL THE RUN DOES.                  *
006230******************************************************************
006231 3000-APPLY-DUE-CHANGES.

006232     SET SW-APPLYING-DUE TO TRUE.
006233     PERFORM VARYING W-P FROM 1 BY 1 UNTIL W-P > W-PEND-COUNT
006234         IF W-PD-OPEN(W-P)
006235             AND W-PD-EFF-DATE(W-P) <= W-BUSINESS-DATE
006236             PERFORM 3050-APPLY-ONE-DUE THRU 3050-EXIT
006237         END-IF
006238     END-PERFORM.
006239     MOVE 'N' TO SW-DUE-FLAG.

006240 3000-EXIT.
006241     EXIT.
006242******************************************************************
006243*    3050-APPLY-ONE-DUE - REBUILD THE TRANSACTION FROM THE       *
006244*    PENDING ENTRY AND APPLY IT EXACTLY AS IF IT HAD COME IN     *
006245*    TODAY.  EITHER WAY THE ENTRY LEAVES THE PENDING FILE - A    *
006246*    CHANGE THAT CANNOT BE APPLIED ON ITS DATE GOES TO THE       *
006247*    EXCEPTION LISTING RATHER THAN FAILING AGAIN EVERY NIGHT.    *
006248******************************************************************
006249 3050-APPLY-ONE-DUE.

006250     MOVE SPACES TO TRAN-RECORD.
006251     MOVE W-PD-ACTION(W-P) TO TX-ACTION.
006252     MOVE W-PD-ACCT(W-P) TO TX-ACCOUNT-ID.
006253     MOVE W-PD-NAME(W-P) TO TX-ACCOUNT-NAME.
006254     MOVE W-PD-BRANCH(W-P) TO TX-BRANCH.
006255     MOVE W-PD-EFF-DATE(W-P) TO W-EFF-DATE.
006256     SET W-PD-DONE(W-P) TO TRUE.
006257     SET SW-TRAN-VALID TO TRUE.

006258     PERFORM 2150-APPLY-BY-ACTION THRU 2150-EXIT.

006259     IF SW-TRAN-INVALID
006260         PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
006261     ELSE
006262         ADD 1 TO W-DUE-APPLIED
006263         PERFORM 2900-REGISTER-CHANGE THRU 2900-EXIT
006264     END-IF.

006265 3050-EXIT.
006266     EXIT.
006267******************************************************************
006268*    3100-WRITE-EXCEPTION - ONE REJECTED TRANSACTION ON THE      *
006269*    EXCEPTION LISTING WITH ITS RECORD NUMBER AND REASON.        *
006270*    A SCHEDULED CHANGE THAT FAILS ON ITS EFFECTIVE DATE LISTS   *
006271*    WITH RECORD NUMBER 0 - IT CAME FROM THE PENDING FILE, NOT   *
006272*    TODAY'S TRANSACTIONS.                                       *
006273******************************************************************
006274 3100-WRITE-EXCEPTION.

006275     IF SW-APPLYING-DUE
006276         ADD 1 TO W-DUE-REJECTED
006277         MOVE 0 TO EL-RECORD-NO
006278     ELSE
006279         ADD 1 TO W-TRAN-REJECTED
006280         MOVE W-TRAN-READ TO EL-RECORD-NO
006281     END-IF.

006282     MOVE TX-ACTION TO EL-ACTION.
006290     MOVE TX-ACCOUNT-ID TO EL-ACCOUNT-ID.
006292     MOVE W-EFF-DATE TO W-FMT-DATE.
006294     PERFORM 3400-FORMAT-DATE THRU 3400-EXIT.
006296     MOVE W-FMT-RESULT TO EL-EFF-DATE.
006300     WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE.

006310 3100-EXIT.

006640 3300-EXIT.
006650     EXIT.
006651******************************************************************
006652*    3400-FORMAT-DATE - W-FMT-DATE (YYMMDD) AS MM/DD/YY IN       *
006653*    W-FMT-RESULT, OR SPACES WHEN THE DATE IS ZERO.              *
006654******************************************************************
006655 3400-FORMAT-DATE.

006656     IF W-FMT-DATE = 0
006657         MOVE SPACES TO W-FMT-RESULT
006658         GO TO 3400-EXIT
006659     END-IF.

006660     MOVE W-FMT-MM TO W-FMT-OUT-MM.
006661     MOVE W-FMT-DD TO W-FMT-OUT-DD.
006662     MOVE W-FMT-YY TO W-FMT-OUT-YY.
006663     MOVE W-FMT-TEXT TO W-FMT-RESULT.

006664 3400-EXIT.
006665     EXIT.
006666******************************************************************
006670*    4000-WRITE-TOTALS - CONTROL TOTALS AT THE FOOT OF THE       *
006680*    REGISTER.  ANY REJECTED TRANSACTION LEAVES THE STEP WITH    *
006690*    RC=4 SO THE REJECTS GET WORKED, NOT DISCOVERED.             *
006692*    A SCHEDULED CHANGE THAT FAILS ON ITS EFFECTIVE DATE COUNTS  *
006694*    THE SAME.                                                   *
006700******************************************************************
006710 4000-WRITE-TOTALS.

006990     MOVE W-REOPENS-APPLIED TO CO-COUNT.
007000     WRITE REGISTER-RECORD FROM WS-COUNT-LINE.

007001     MOVE 'CHANGES SCHEDULED      :' TO CO-LABEL.
007002     MOVE W-SCHEDULED TO CO-COUNT.
007003     WRITE REGISTER-RECORD FROM WS-COUNT-LINE.

007004     MOVE 'SCHEDULED CANCELLED    :' TO CO-LABEL.
007005     MOVE W-CANCELLED TO CO-COUNT.
007006     WRITE REGISTER-RECORD FROM WS-COUNT-LINE.

007007     MOVE 'SCHEDULED NOW APPLIED  :' TO CO-LABEL.
007008     MOVE W-DUE-APPLIED TO CO-COUNT.
007009     WRITE REGISTER-RECORD FROM WS-COUNT-LINE.

007010     MOVE 'SCHEDULED NOW REJECTED :' TO CO-LABEL.
007011     MOVE W-DUE-REJECTED TO CO-COUNT.
007012     WRITE REGISTER-RECORD FROM WS-COUNT-LINE.

007013     MOVE 'SCHEDULED STILL PENDING:' TO CO-LABEL.
007014     MOVE W-PEND-CARRIED TO CO-COUNT.
007015     WRITE REGISTER-RECORD FROM WS-COUNT-LINE.

007016     IF W-TRAN-REJECTED > 0 OR W-DUE-REJECTED > 0
007020         MOVE 4 TO RETURN-CODE
007030     END-IF.

007040 4000-EXIT.
007050     EXIT.
007051******************************************************************
007052*    4500-WRITE-PENDING - CARRY EVERY CHANGE STILL SCHEDULED TO  *
007053*    THE NEW PENDING FILE, IN EFFECTIVE-DATE ORDER, AND LIST IT  *
007054*    ON THE SCHEDULED-MAINTENANCE REPORT.  APPLIED, REJECTED, AND*
007055*    CANCELLED ENTRIES ARE DROPPED - THE CHANGE REGISTER AND THE *
007056*    EXCEPTION LISTING ARE THEIR RECORD.                         *
007057******************************************************************
007058 4500-WRITE-PENDING.

007059     MOVE 0 TO W-PEND-CARRIED.
007060     MOVE WS-LINES-PER-PAGE TO WS-PEND-LINE-COUNT.
007061     MOVE 0 TO WS-PEND-PAGE-COUNT.

007062     PERFORM VARYING W-P FROM 1 BY 1 UNTIL W-P > W-PEND-COUNT
007063         IF W-PD-OPEN(W-P)
007064             PERFORM 4550-WRITE-ONE-PENDING THRU 4550-EXIT
007065         END-IF
007066     END-PERFORM.

007067     IF WS-PEND-PAGE-COUNT = 0
007068         PERFORM 4560-WRITE-PEND-HEADINGS THRU 4560-EXIT
007069     END-IF.
007070     MOVE SPACES TO PENDING-REPORT-RECORD.
007071     WRITE PENDING-REPORT-RECORD.
007072     MOVE 'CHANGES STILL PENDING  :' TO CO-LABEL.
007073     MOVE W-PEND-CARRIED TO CO-COUNT.
007074     WRITE PENDING-REPORT-RECORD FROM WS-COUNT-LINE.

007075 4500-EXIT.
007076     EXIT.
007077******************************************************************
007078*    4550-WRITE-ONE-PENDING - ONE SCHEDULED CHANGE TO THE NEW    *
007079*    PENDING FILE AND THE REPORT.                                *
007080******************************************************************
007081 4550-WRITE-ONE-PENDING.

007082     MOVE SPACES TO WS-PENDING-REC.
007083     MOVE W-PD-ACTION(W-P) TO PR-ACTION.
007084     MOVE W-PD-ACCT(W-P) TO PR-ACCOUNT-ID.
007085     MOVE W-PD-NAME(W-P) TO PR-ACCOUNT-NAME.
007086     MOVE W-PD-BRANCH(W-P) TO PR-BRANCH.
007087     MOVE W-PD-EFF-DATE(W-P) TO PR-EFFECTIVE-DATE.
007088     MOVE W-PD-SCHED-DATE(W-P) TO PR-SCHEDULED-DATE.
007089     WRITE PENDING-NEW-RECORD FROM WS-PENDING-REC.
007090     ADD 1 TO W-PEND-CARRIED.

007091     IF WS-PEND-LINE-COUNT >= WS-LINES-PER-PAGE
007092         PERFORM 4560-WRITE-PEND-HEADINGS THRU 4560-EXIT
007093     END-IF.

007094     MOVE W-PD-ACTION(W-P) TO PL-ACTION.
007095     MOVE W-PD-ACCT(W-P) TO PL-ACCOUNT-ID.
007096     MOVE W-PD-NAME(W-P) TO PL-NAME.
007097     MOVE W-PD-BRANCH(W-P) TO PL-BRANCH.
007098     MOVE W-PD-EFF-DATE(W-P) TO W-FMT-DATE.
007099     PERFORM 3400-FORMAT-DATE THRU 3400-EXIT.
007100     MOVE W-FMT-RESULT TO PL-EFF-DATE.
007101     MOVE W-PD-SCHED-DATE(W-P) TO W-FMT-DATE.
007102     PERFORM 3400-FORMAT-DATE THRU 3400-EXIT.
007103     MOVE W-FMT-RESULT TO PL-SCHED-DATE.
007104     WRITE PENDING-REPORT-RECORD FROM WS-PENDING-LINE.
007105     ADD 1 TO WS-PEND-LINE-COUNT.

007106 4550-EXIT.
007107     EXIT.
007108******************************************************************
007109*    4560-WRITE-PEND-HEADINGS - PAGE HEADING FOR THE SCHEDULED-  *
007110*    MAINTENANCE REPORT.                                         *
007111******************************************************************
007112 4560-WRITE-PEND-HEADINGS.

007113     ADD 1 TO WS-PEND-PAGE-COUNT.
007114     MOVE WS-PEND-PAGE-COUNT TO PH1-PAGE-NO.
007115     WRITE PENDING-REPORT-RECORD FROM WS-PEND-HEADING-1.
007116     MOVE WS-RUN-MM TO HL2-RUN-MM.
007117     MOVE WS-RUN-DD TO HL2-RUN-DD.
007118     MOVE WS-RUN-YY TO HL2-RUN-YY.
007119     MOVE WS-RUN-HH TO HL2-RUN-HH.
007120     MOVE WS-RUN-MN TO HL2-RUN-MN.
007121     WRITE PENDING-REPORT-RECORD FROM WS-HEADING-LINE-2.
007122     WRITE PENDING-REPORT-RECORD FROM WS-PEND-HEADING-3.
007123     MOVE SPACES TO PENDING-REPORT-RECORD.
007124     WRITE PENDING-REPORT-RECORD.

007125     MOVE 0 TO WS-PEND-LINE-COUNT.

007126 4560-EXIT.
007127     EXIT.
007128******************************************************************
007129*    3950-ABEND-FILE-ERROR - A REQUIRED FILE COULD NOT BE        *
007130*    OPENED.  ENDS THE STEP WITH RC=12 RATHER THAN RUNNING       *
007131*    AGAINST A FILE THAT NEVER OPENED.                           *
007132******************************************************************
007133 3950-ABEND-FILE-ERROR.

007134     DISPLAY 'ACCT-MAINT - REQUIRED FILE NOT AVAILABLE'.
007135     MOVE 12 TO RETURN-CODE.
007140     STOP RUN.

007150 3950-EXIT.
