000250*   03/09/2026 RH  INITIAL VERSION - CARVED OUT OF THE EDIT      *
000260*                  LOGIC IN THE NIGHTLY BUBBLE-SORT PROGRAM,     *
000270*                  WHICH KEEPS ITS OWN CHECKS AS A SECOND NET.   *
000271*   15/10/2026 RH  CROSS-DAY DUPLICATE CHECK AGAINST THE NIGHTLY *
000272*                  ITEM HISTORY - A FEED MATCHING AN EARLIER     *
000273*                  DAY'S COUNT AND HASH ENDS RC=24 UNLESS        *
000274*                  BDATFILE COLUMN 9 RELEASES IT, A DETAIL       *
000275*                  REPEATING AN EARLIER DAY'S ITEM GOES TO       *
000276*                  SUSPENSE AS 'POSSIBLE DUPLICATE'.  THE RAW    *
000277*                  FEED'S COUNT AND HASH NOW RIDE ON THE EDITED  *
000278*                  CONTROL RECORD.                               *
000279*   15/10/2026 RH  EACH FEED THAT SHIPS AN EDITED FILE NOW       *
000280*                  APPENDS AN 'EDIT' RECORD TO THE BATCH-CONTROL *
000281*                  LEDGER (BATCHCTL) FOR CONTROL-PROOF.          *
000282*   15/10/2026 RH  THE CONTROL RECORD'S BRANCH IS NOW CHECKED    *
000283*                  AGAINST THE BRANCH REFERENCE FILE (BRMAST). A *
000284*                  FEED FROM A BRANCH NOT ON FILE, NOT YET OPEN, *
000285*                  OR CLOSED AS OF THE BUSINESS DATE ENDS RC=8   *
000286*                  WITH NO EDITED FILE.                          *
000287*   15/10/2026 RH  A FEED DETAIL MAY NOW BE A REVERSAL           *
000288*                  (SI-RECORD-TYPE 'R') NAMING THE BUSINESS DATE *
000289*                  AND XD-SEQUENCE OF THE EXTRACT ITEM IT        *
000290*                  REVERSES. 1200 FINDS EACH ORIGINAL IN THE     *
000291*                  RETAINED EXTRACT GENERATIONS (EXTHIST) AND    *
000292*                  2165 REJECTS TO SUSPENSE, WITH ITS OWN        *
000293*                  REASON, A REVERSAL THAT FAILS THE NIGHTLY     *
000294*                  PROGRAM'S RULES. ANY OTHER RECORD TYPE IS     *
000295*                  REJECTED.                                     *
000296*   15/10/2026 RH  BDATFILE COLUMN 10 'S' MARKS A SUPPLEMENT RUN *
000297*                  FOR A LATE FEED ON A DATE ALREADY RUN CLEAN.  *
000298*                  THE FEED IS THEN CHECKED AGAINST THAT DATE'S  *
000299*                  OWN ITEM HISTORY AS WELL, AND REVERSALS MAY   *
000300*                  NAME ITEMS ON THE DATE'S NIGHT EXTRACT. A     *
000301*                  SUPPLEMENT GENERATION ON THE EXTRACT HISTORY  *
000302*                  (RUN TYPE 'S') ADDS TO ITS DATE RATHER THAN   *
000303*                  REPLACING IT.                                 *
000304*   15/10/2026 RH  A POSSIBLE DUPLICATE (2160) NO LONGER GOES TO *
000305*                  SUSPENSE, WHERE THE NIGHTLY RECYCLE WOULD HAVE*
000306*                  POSTED IT UNCHECKED. IT IS LISTED ON EXCFILE  *
000307*                  (2175) AND STAYS ON THE EDITED FILE, SO THE   *
000308*                  NIGHTLY PROGRAM FINDS IT AGAIN AND HOLDS IT   *
000309*                  FOR SUPERVISOR APPROVAL; THE STEP ENDS RC=4.  *
000310*                  THE FEED'S BRANCH AND TRAILER ARE NOW TAKEN IN*
000311*                  THE 1200 PRE-SCAN (2250) AND ITS FINGERPRINT  *
000312*                  CHECKED (2600) BEFORE EXCEPTION OR SUSPENSE IS*
000313*                  OPENED, SO A FEED HELD RC=24 PUTS NOTHING IN  *
000314*                  SUSPENSE.                                     *
000315******************************************************************
000316 IDENTIFICATION DIVISION.
000317 PROGRAM-ID. BRANCH-EDIT.
000318 AUTHOR. RH.
000320 INSTALLATION. DATA CENTER APPLICATIONS GROUP.
000330 DATE-WRITTEN. 03/09/2026.
000340 DATE-COMPILED.
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS AM-ACCOUNT-ID
000520         FILE STATUS IS WS-ACCTMST-STATUS.
000521     SELECT BRANCH-MASTER ASSIGN TO BRMAST
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS RANDOM
000524         RECORD KEY IS BM-BRANCH-ID
000525         FILE STATUS IS WS-BRMAST-STATUS.
000530     SELECT EDITED-FILE ASSIGN TO EDITFILE
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-EDITFILE-STATUS.
000590     SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-SUSPFILE-STATUS.
000612     SELECT ITEM-HISTORY ASSIGN TO ITEMHIST
000614         ORGANIZATION IS LINE SEQUENTIAL
000616         FILE STATUS IS WS-ITEMHIST-STATUS.
000617     SELECT BATCH-CONTROL ASSIGN TO BATCHCTL
000618         ORGANIZATION IS LINE SEQUENTIAL
000619         FILE STATUS IS WS-BATCHCTL-STATUS.
000620     SELECT EXTRACT-HISTORY ASSIGN TO EXTHIST
000621         ORGANIZATION IS LINE SEQUENTIAL
000622         FILE STATUS IS WS-EXTHIST-STATUS.
000623******************************************************************
000630 DATA DIVISION.
000640 FILE SECTION.
000650******************************************************************
000660*    FEED-FILE - ONE BRANCH'S RAW FEED.  LAYOUT MUST MATCH       *
000670*    SORT-INPUT-RECORD AND ITS CONTROL/TRAILER REDEFINES IN      *
000680*    THE BUBBLE-SORT PROGRAM.                                    *
000682*    A DETAIL WITH SI-RECORD-TYPE 'R' REVERSES THE EARLIER       *
000684*    EXTRACT DETAIL AT SI-ORIG-DATE/SI-ORIG-SEQUENCE.            *
000690******************************************************************
000700 FD  FEED-FILE
000710     RECORDING MODE IS F
000740     05  SI-ACCOUNT-ID           PIC X(06).
000750     05  SI-VALUE                PIC S9(07)V99
000760                                 SIGN LEADING SEPARATE.
000770     05  SI-RECORD-TYPE          PIC X(01).
000771         88  SI-ORDINARY-ITEM               VALUE SPACE.
000772         88  SI-REVERSAL                    VALUE 'R'.
000773     05  SI-ORIG-DATE            PIC 9(06).
000774     05  SI-ORIG-SEQUENCE        PIC 9(05).
000775     05  FILLER                  PIC X(52).
000780 01  FEED-CONTROL-RECORD REDEFINES FEED-RECORD.
000790     05  SC-RECORD-COUNT         PIC 9(04).
000800     05  SC-ERROR-ACTION         PIC X(01).
000910******************************************************************
000920*    BUSDATE-FILE - THE BUSINESS-DATE CONTROL RECORD, FOR THE    *
000930*    SUSPENSE DATE STAMPED ON FRESH REJECTS.                     *
000934*    COLUMN 9 IS THE OPERATOR'S DUPLICATE-FEED RELEASE FLAG.     *
000936*    AN 'S' IN COLUMN 10 MARKS A SUPPLEMENT RUN FOR A LATE FEED  *
000938*    ON A DATE THAT HAS ALREADY RUN CLEAN (SEE BUBBLE-SORT).     *
000940******************************************************************
000950 FD  BUSDATE-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 01  BUSDATE-RECORD.
000990     05  BD-BUSINESS-DATE        PIC 9(06).
001000     05  FILLER                  PIC X(02).
001002     05  BD-DUP-RELEASE          PIC X(01).
001003         88  BD-DUP-RELEASE-ON              VALUE 'Y'.
001004     05  BD-SUPPLEMENT           PIC X(01).
001005         88  BD-SUPPLEMENT-ON               VALUE 'S'.
001006     05  FILLER                  PIC X(70).
001010******************************************************************
001020*    ACCOUNT-MASTER - READ-ONLY LOOKUP, SAME RULES AS THE        *
001030*    NIGHTLY PROGRAM: UNKNOWN OR CLOSED ACCOUNTS ARE REJECTS.    *
001120         88  AM-ACCOUNT-CLOSED              VALUE 'C'.
001130     05  AM-BRANCH               PIC X(03).
001140     05  FILLER                  PIC X(20).
001141******************************************************************
001142*    BRANCH-MASTER - THE BRANCH REFERENCE FILE, READ ONCE FOR    *
001143*    THE FEED'S OWN BRANCH.  LAYOUT MUST MATCH BRANCH-MASTER-    *
001144*    RECORD IN BRANCH-MAINT.                                     *
001145******************************************************************
001146 FD  BRANCH-MASTER
001147     LABEL RECORDS ARE STANDARD.
001148 01  BRANCH-MASTER-RECORD.
001149     05  BM-BRANCH-ID            PIC X(03).
001150     05  BM-BRANCH-NAME          PIC X(20).
001151     05  BM-GL-ACCOUNT           PIC X(08).
001152     05  BM-REPORT-DEST          PIC X(08).
001153     05  BM-STATUS               PIC X(01).
001154         88  BM-BRANCH-ACTIVE               VALUE 'A'.
001155         88  BM-BRANCH-CLOSED               VALUE 'C'.
001156     05  BM-OPEN-DATE            PIC 9(06).
001157     05  BM-CLOSE-DATE           PIC 9(06).
001158     05  FILLER                  PIC X(28).
001159******************************************************************
001160*    EDITED-FILE - THE CLEAN FEED, IN THE SAME FORMAT AS THE     *
001170*    RAW ONE, READY FOR THE NIGHTLY CONCATENATION.               *
001172*    ITS CONTROL RECORD ALSO CARRIES THE RAW FEED'S TRAILER COUNT*
001174*    AND HASH, THE FINGERPRINT THE NIGHTLY RUN KEEPS IN HISTORY. *
001180******************************************************************
001190 FD  EDITED-FILE
001200     RECORDING MODE IS F
001350     RECORDING MODE IS F
001360     LABEL RECORDS ARE STANDARD.
001370 01  SUSPENSE-RECORD             PIC X(120).
001371******************************************************************
001372*    ITEM-HISTORY - THE NIGHTLY PROGRAM'S PROCESSED-ITEM HISTORY,*
001373*    READ ONLY HERE.  LAYOUT MUST MATCH WS-HIST-REC IN THE       *
001374*    BUBBLE-SORT PROGRAM, WHICH MAINTAINS THE FILE.              *
001375******************************************************************
001376 FD  ITEM-HISTORY
001377     RECORDING MODE IS F
001378     LABEL RECORDS ARE STANDARD.
001379 01  ITEM-HISTORY-RECORD         PIC X(040).
001380******************************************************************
001381*    BATCH-CONTROL - THE END-TO-END CONTROL LEDGER.  EACH STEP OF*
001382*    THE NIGHT APPENDS ONE RECORD PER BUSINESS DATE AND BRANCH   *
001383*    (OR 'ALL') WITH ITS RECORDS IN/OUT/REJECTED AND AMOUNTS     *
001384*    IN/OUT; CONTROL-PROOF CHAINS THEM.  LAYOUT MUST MATCH       *
001385*    BATCH-CONTROL-RECORD IN THE BUBBLE-SORT PROGRAM.            *
001386******************************************************************
001387 FD  BATCH-CONTROL
001388     RECORDING MODE IS F
001389     LABEL RECORDS ARE STANDARD.
001390 01  BATCH-CONTROL-RECORD.
001391     05  BC-STEP                 PIC X(08).
001392     05  BC-BUSINESS-DATE        PIC 9(06).
001393     05  BC-BRANCH               PIC X(03).
001394     05  BC-RECORDS-IN           PIC 9(07).
001395     05  BC-RECORDS-OUT          PIC 9(07).
001396     05  BC-RECORDS-REJECTED     PIC 9(07).
001397     05  BC-AMOUNT-IN            PIC S9(11)V99
001398                                 SIGN LEADING SEPARATE.
001399     05  BC-AMOUNT-OUT           PIC S9(11)V99
001400                                 SIGN LEADING SEPARATE.
001401     05  BC-RUN-DATE             PIC 9(06).
001402     05  BC-RUN-TIME             PIC 9(06).
001403     05  FILLER                  PIC X(02).
001404******************************************************************
001405*    EXTRACT-HISTORY - THE NIGHTLY PROGRAM'S RETAINED DAILY      *
001406*    EXTRACT GENERATIONS, ALL OF THEM CONCATENATED, READ ONLY    *
001407*    HERE TO PROVE THIS FEED'S REVERSALS.                        *
001408******************************************************************
001409 FD  EXTRACT-HISTORY
001410     RECORDING MODE IS F
001411     LABEL RECORDS ARE STANDARD.
001412 01  EXTRACT-HISTORY-RECORD      PIC X(040).
001413******************************************************************
001414 WORKING-STORAGE SECTION.
001415******************************************************************
001416*    FILE STATUS AND SWITCHES                                    *
001420******************************************************************
001430 01  WS-INFILE-STATUS            PIC X(02) VALUE SPACES.
001440     88  WS-INFILE-OK                       VALUE '00'.
001530 01  WS-SUSPFILE-STATUS          PIC X(02) VALUE SPACES.
001540     88  WS-SUSPFILE-OK                     VALUE '00'.

001542 01  WS-ITEMHIST-STATUS          PIC X(02) VALUE SPACES.
001544     88  WS-ITEMHIST-OK                     VALUE '00'.

001546 01  WS-BATCHCTL-STATUS          PIC X(02) VALUE SPACES.
001548     88  WS-BATCHCTL-OK                     VALUE '00'.

001549 01  WS-BRMAST-STATUS            PIC X(02) VALUE SPACES.
001550     88  WS-BRMAST-OK                       VALUE '00'.

001551 01  WS-EXTHIST-STATUS           PIC X(02) VALUE SPACES.
001552     88  WS-EXTHIST-OK                      VALUE '00'.

001553 01  WS-SWITCHES.
001560     05  SW-END-OF-INPUT         PIC X(01) VALUE 'N'.
001570         88  SW-NO-MORE-INPUT                 VALUE 'Y'.
001580     05  SW-TRAILER-FLAG         PIC X(01) VALUE 'N'.
001660     05  SW-DETAIL-VALID-FLAG    PIC X(01) VALUE 'Y'.
001670         88  SW-DETAIL-VALID                  VALUE 'Y'.
001680         88  SW-DETAIL-INVALID                VALUE 'N'.
001682     05  SW-DUPLICATE-FLAG       PIC X(01) VALUE 'N'.
001684         88  SW-POSSIBLE-DUPLICATE           VALUE 'Y'.
001686     05  SW-EXTHIST-FLAG         PIC X(01) VALUE 'N'.
001688         88  SW-EXTHIST-MISSING              VALUE 'Y'.
001689     05  SW-PRESCAN-FLAG         PIC X(01) VALUE 'C'.
001690         88  SW-PRESCAN-CONTROL              VALUE 'C'.
001691         88  SW-PRESCAN-DETAIL               VALUE 'D'.
001692         88  SW-PRESCAN-DONE                 VALUE 'E'.
001693******************************************************************
001700*    RANGE VALIDATION BOUNDS - SAME AS THE NIGHTLY PROGRAM.      *
001710******************************************************************
001720 01  W-MIN-NUM PIC S9(07)V99 VALUE -999999.99.
001850 01  W-CURR-SOURCE           PIC X(03) VALUE SPACES.
001860 01  W-BUSINESS-DATE         PIC 9(06) VALUE 0.
001870 01  W-HELD-CONTROL          PIC X(80) VALUE SPACES.
001872 01  W-DUP-RELEASE-FLAG      PIC X(01) VALUE 'N'.
001874     88  W-DUP-RELEASE-ON                   VALUE 'Y'.
001875 01  W-SUPPLEMENT-FLAG       PIC X(01) VALUE 'N'.
001876     88  W-SUPPLEMENT-ON                    VALUE 'Y'.
001877 01  W-BC-RUN-DATE           PIC 9(06) VALUE 0.
001878 01  W-BC-RUN-TIME.
001879     05  W-BC-HHMMSS         PIC 9(06).
001880     05  FILLER              PIC 9(02).
001881******************************************************************
001890*    CLEAN-DETAIL TABLE - THE EDITED FILE IS WRITTEN ONLY        *
001900*    AFTER THE FEED PROVES IN BALANCE, SO CLEAN DETAILS ARE      *
001910*    HELD UNTIL THEN.  A FEED THAT FAILS ITS PROOF SHIPS         *
001960 01  W-DETAIL-TABLE.
001970     05  W-DTL-IMAGE OCCURS 9999 TIMES PIC X(80).
001980 01  W-X                     PIC S9(04) COMP VALUE 0.
001981******************************************************************
001982*    CROSS-DAY DUPLICATE CONTROLS - THE LAST W-HIST-RETAIN-DAYS  *
001983*    BUSINESS DATES OF ITEMS AND FEED FINGERPRINTS FROM THE      *
001984*    NIGHTLY PROGRAM'S ITEM HISTORY.  SAME RULES AND LIMITS AS   *
001985*    THE NIGHTLY PROGRAM.                                        *
001986******************************************************************
001987 78  W-HIST-RETAIN-DAYS VALUE 14.
001988 78  W-MAX-HIST-ITEMS VALUE 99999.
001989 78  W-MAX-HIST-FEEDS VALUE 500.
001990 01  WS-HIST-REC.
001991     05  IH-RECORD-TYPE          PIC X(01).
001992         88  IH-FEED-PRINT                  VALUE 'F'.
001993         88  IH-ITEM                        VALUE 'I'.
001994     05  IH-BUSINESS-DATE        PIC 9(06).
001995     05  IH-BRANCH               PIC X(03).
001996     05  IH-ACCOUNT-ID           PIC X(06).
001997     05  IH-VALUE                PIC S9(07)V99
001998                                 SIGN LEADING SEPARATE.
001999     05  FILLER                  PIC X(14).
002000 01  WS-HIST-FEED-REC REDEFINES WS-HIST-REC.
002001     05  FILLER                  PIC X(10).
002002     05  IH-FEED-COUNT           PIC 9(04).
002003     05  IH-FEED-HASH            PIC S9(11)V99
002004                                 SIGN LEADING SEPARATE.
002005     05  FILLER                  PIC X(12).
002006 01  W-HIST-ITEM-COUNT       PIC S9(05) COMP VALUE 0.
002007 01  W-HIST-ITEM-TABLE.
002008     05  W-HI-ENTRY OCCURS 99999 TIMES.
002009         10  W-HI-DATE           PIC 9(06).
002010         10  W-HI-BRANCH         PIC X(03).
002011         10  W-HI-ACCOUNT        PIC X(06).
002012         10  W-HI-VALUE          PIC S9(07)V99 COMP.
002013 01  W-HIST-FEED-COUNT       PIC S9(04) COMP VALUE 0.
002014 01  W-HIST-FEED-TABLE.
002015     05  W-HF-ENTRY OCCURS 500 TIMES.
002016         10  W-HF-DATE           PIC 9(06).
002017         10  W-HF-BRANCH         PIC X(03).
002018         10  W-HF-COUNT          PIC 9(04).
002019         10  W-HF-HASH           PIC S9(11)V99 COMP.
002020 01  W-DATE-CCYYMMDD         PIC 9(08) VALUE 0.
002021 01  W-HIST-CUTOFF-INT       PIC S9(09) COMP VALUE 0.
002022 01  W-HIST-DATE-INT         PIC S9(09) COMP VALUE 0.
002023 01  W-HX                    PIC S9(05) COMP VALUE 0.
002024 01  W-HIST-MATCH-DATE       PIC 9(06) VALUE 0.
002025 01  W-HIST-DUP-COUNT        PIC 9(04) VALUE 0.
002026******************************************************************
002027*    REVERSAL CONTROLS - THE ORIGINAL ITEMS NAMED BY THIS FEED'S *
002028*    REVERSALS, WITH WHAT THE RETAINED DAILY EXTRACT GENERATIONS *
002029*    (EXTHIST) SAY ABOUT EACH.  SAME RULES AND LIMITS AS THE     *
002030*    NIGHTLY PROGRAM; WS-HISTORY-REC MUST MATCH ITS EXTRACT      *
002031*    RECORD LAYOUT.                                              *
002032******************************************************************
002033 78  W-MAX-REVERSALS VALUE 500.
002034 78  W-MAX-GENERATIONS VALUE 100.
002035 01  W-RV-COUNT              PIC S9(04) COMP VALUE 0.
002036 01  W-RX                    PIC S9(04) COMP VALUE 0.
002037 01  W-RY                    PIC S9(04) COMP VALUE 0.
002038 01  W-RV-FOUND-COUNT        PIC S9(04) COMP VALUE 0.
002039 01  W-REVERSAL-TABLE.
002040     05  W-RV-ENTRY OCCURS 500 TIMES.
002041         10  W-RV-KEY.
002042             15  W-RV-ORIG-DATE  PIC 9(06).
002043             15  W-RV-ORIG-SEQ   PIC 9(05).
002044         10  W-RV-FOUND          PIC X(01).
002045             88  W-RV-ON-EXTRACT           VALUE 'Y'.
002046         10  W-RV-ACCOUNT        PIC X(06).
002047         10  W-RV-ORIG-VALUE     PIC S9(07)V99.
002048         10  W-RV-PRIOR-REV      PIC S9(09)V99.
002049         10  W-RV-RUN-REV        PIC S9(09)V99.
002050 01  W-RV-FIND-KEY.
002051     05  W-RV-FIND-DATE          PIC 9(06).
002052     05  W-RV-FIND-SEQ           PIC 9(05).
002053 01  W-GEN-COUNT             PIC S9(04) COMP VALUE 0.
002054 01  W-GX                    PIC S9(04) COMP VALUE 0.
002055 01  W-GENERATION-TABLE.
002056     05  W-GN-ENTRY OCCURS 100 TIMES.
002057         10  W-GN-DATE           PIC 9(06).
002058         10  W-GN-USE            PIC X(01).
002059             88  W-GN-IN-USE               VALUE 'Y' 'S'.
002060 01  W-CURR-GEN-DATE         PIC 9(06) VALUE 0.
002061 01  W-REV-REMAINING         PIC S9(09)V99 VALUE 0.
002062 01  W-REV-ABS               PIC S9(09)V99 VALUE 0.
002063 01  W-REV-APPLIED-COUNT     PIC 9(04) VALUE 0.
002064 01  WS-HISTORY-REC.
002065     05  EH-RECORD-TYPE          PIC X(01).
002066     05  EH-ACCOUNT-ID           PIC X(06).
002067     05  EH-VALUE                PIC S9(07)V99
002068                                 SIGN LEADING SEPARATE.
002069     05  EH-SEQUENCE             PIC 9(05).
002070     05  EH-ITEM-TYPE            PIC X(01).
002071     05  EH-ORIG-DATE            PIC 9(06).
002072     05  EH-ORIG-SEQUENCE        PIC 9(05).
002073     05  FILLER                  PIC X(06).
002074 01  WS-HISTORY-HEADER REDEFINES WS-HISTORY-REC.
002075     05  FILLER                  PIC X(01).
002076     05  EH-RUN-DATE             PIC 9(06).
002077     05  EH-RUN-TIME             PIC 9(06).
002078     05  EH-BUSINESS-DATE        PIC 9(06).
002079     05  EH-RUN-TYPE             PIC X(01).
002080******************************************************************
002081*    SUSPENSE RECORD IMAGE - SAME LAYOUT AS THE NIGHTLY          *
002082*    PROGRAM'S WS-SUSPENSE-REC.                                  *
002083******************************************************************
002084 01  WS-SUSPENSE-REC.
002085     05  SP-INPUT-IMAGE       PIC X(80).
002086     05  SP-REASON            PIC X(30).
002087     05  SP-SUSP-DATE         PIC 9(06).
002088     05  SP-SOURCE-ID         PIC X(03).
002089     05  FILLER               PIC X(01) VALUE SPACES.
002090******************************************************************
002100*    EXCEPTION LISTING DETAIL LINE                               *
002110******************************************************************
002270     05  EC-ERROR-ACTION         PIC X(01).
002280     05  EC-SORT-DIRECTION       PIC X(01).
002290     05  EC-BRANCH-ID            PIC X(03).
002300     05  EC-FEED-COUNT           PIC 9(04).
002302     05  EC-FEED-HASH            PIC S9(11)V99
002304                                 SIGN LEADING SEPARATE.
002306     05  FILLER                  PIC X(53) VALUE SPACES.

002310 01  WS-EDIT-TRAILER.
002320     05  FILLER                  PIC X(06) VALUE '999999'.
002450     PERFORM 2000-EDIT-DETAILS THRU 2000-EXIT.
002460     PERFORM 2500-BALANCE-BATCH THRU 2500-EXIT.
002470     PERFORM 3000-WRITE-EDITED-FILE THRU 3000-EXIT.
002474     PERFORM 3100-WRITE-BATCH-CONTROL THRU 3100-EXIT.

002480     CLOSE FEED-FILE.
002490     CLOSE ACCOUNT-MASTER.

002520     DISPLAY 'BRANCH-EDIT ' W-CURR-SOURCE ' - READ ' W-READ-COUNT
002530         ' CLEAN ' W-CLEAN-COUNT ' REJECTED ' W-EXCEPTION-COUNT.
002535     DISPLAY '  POSSIBLE DUPLICATES TO HOLD ' W-HIST-DUP-COUNT.
002537     DISPLAY '  REVERSALS ACCEPTED ' W-REV-APPLIED-COUNT.
002540     IF (W-EXCEPTION-COUNT > 0 OR W-HIST-DUP-COUNT > 0)
002545             AND RETURN-CODE = 0
002550         MOVE 4 TO RETURN-CODE
002560     END-IF.
002570     GOBACK.
002620*    MASTER, AND OUTPUTS ARE ALL REQUIRED (RC=12); THE           *
002630*    BUSINESS-DATE FILE FALLS BACK TO THE SYSTEM DATE WITH A     *
002640*    WARNING, LIKE SORT-HOUSEKEEP.                               *
002642*    THE FEED IS PRE-SCANNED (1200) BEFORE IT IS OPENED FOR THE  *
002644*    EDIT, AND ITS FINGERPRINT IS CHECKED (2600) BEFORE THE      *
002646*    EXCEPTION AND SUSPENSE OUTPUTS ARE OPENED.                  *
002650******************************************************************
002660 1000-INITIALIZE.

002750             AND BD-BUSINESS-DATE IS NUMERIC
002760             AND BD-BUSINESS-DATE > 0
002770             MOVE BD-BUSINESS-DATE TO W-BUSINESS-DATE
002772             IF BD-DUP-RELEASE-ON
002774                 SET W-DUP-RELEASE-ON TO TRUE
002776             END-IF
002777             IF BD-SUPPLEMENT-ON
002778                 SET W-SUPPLEMENT-ON TO TRUE
002779             END-IF
002780         END-IF
002790         CLOSE BUSDATE-FILE
002800     ELSE
002820             'SYSTEM DATE'
002830     END-IF.

002834     PERFORM 1200-LOAD-REVERSAL-BASE THRU 1200-EXIT.
002836     PERFORM 1050-LOAD-ITEM-HISTORY THRU 1050-EXIT.
002838     PERFORM 2600-CHECK-FEED-PRINT THRU 2600-EXIT.

002840     OPEN INPUT FEED-FILE.
002850     IF NOT WS-INFILE-OK
002860         DISPLAY 'BRANCH-EDIT - FEED FILE NOT AVAILABLE'
002910         DISPLAY 'BRANCH-EDIT - ACCOUNT MASTER NOT AVAILABLE'
002920         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
002930     END-IF.
002931     OPEN INPUT BRANCH-MASTER.
002932     IF NOT WS-BRMAST-OK
002933         DISPLAY 'BRANCH-EDIT - BRANCH REFERENCE FILE NOT '
002934             'AVAILABLE'
002935         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT
002936     END-IF.
002940     OPEN OUTPUT EXCEPTION-FILE.
002950     IF NOT WS-EXCFILE-OK
002960         PERFORM 3950-ABEND-FILE-ERROR THRU 3950-EXIT

003020 1000-EXIT.
003030     EXIT.
003031******************************************************************
003032*    1050-LOAD-ITEM-HISTORY - THE PROCESSED-ITEM HISTORY FOR THE *
003033*    W-HIST-RETAIN-DAYS BUSINESS DATES BEFORE THIS ONE - AND, ON *
003034*    A SUPPLEMENT RUN, FOR THIS DATE AND LATER TOO, AS THE       *
003035*    NIGHTLY PROGRAM DOES.  NO HISTORY FILE IS A WARNING ONLY -  *
003036*    NOTHING CAN MATCH.                                          *
003037******************************************************************
003038 1050-LOAD-ITEM-HISTORY.

003039     COMPUTE W-DATE-CCYYMMDD = 20000000 + W-BUSINESS-DATE.
003040     COMPUTE W-HIST-CUTOFF-INT =
003041         FUNCTION INTEGER-OF-DATE(W-DATE-CCYYMMDD)
003042         - W-HIST-RETAIN-DAYS.

003043     OPEN INPUT ITEM-HISTORY.
003044     IF NOT WS-ITEMHIST-OK
003045         DISPLAY 'BRANCH-EDIT - NO ITEM HISTORY - CROSS-DAY '
003046             'DUPLICATE CHECK NOT APPLIED'
003047         GO TO 1050-EXIT
003048     END-IF.

003049     PERFORM UNTIL NOT WS-ITEMHIST-OK
003050         READ ITEM-HISTORY INTO WS-HIST-REC
003051             AT END
003052                 CONTINUE
003053         END-READ
003054         IF WS-ITEMHIST-OK
003055             AND IH-BUSINESS-DATE IS NUMERIC
003056             AND (IH-BUSINESS-DATE < W-BUSINESS-DATE
003057                  OR W-SUPPLEMENT-ON)
003058             PERFORM 1060-KEEP-HISTORY-ENTRY THRU 1060-EXIT
003059         END-IF
003060     END-PERFORM.
003061     CLOSE ITEM-HISTORY.

003062 1050-EXIT.
003063     EXIT.
003064******************************************************************
003065*    1060-KEEP-HISTORY-ENTRY - ONE HISTORY RECORD INSIDE THE     *
003066*    RETENTION WINDOW INTO THE FEED OR ITEM TABLE.  A HISTORY TOO*
003067*    LARGE FOR THE TABLES ENDS THE STEP RC=8.                    *
003068******************************************************************
003069 1060-KEEP-HISTORY-ENTRY.

003070     COMPUTE W-DATE-CCYYMMDD = 20000000 + IH-BUSINESS-DATE.
003071     COMPUTE W-HIST-DATE-INT =
003072         FUNCTION INTEGER-OF-DATE(W-DATE-CCYYMMDD).
003073     IF W-HIST-DATE-INT < W-HIST-CUTOFF-INT
003074         GO TO 1060-EXIT
003075     END-IF.

003076     IF IH-FEED-PRINT
003077         AND IH-FEED-COUNT IS NUMERIC
003078         AND IH-FEED-HASH IS NUMERIC
003079         IF W-HIST-FEED-COUNT >= W-MAX-HIST-FEEDS
003080             DISPLAY 'BRANCH-EDIT - ITEM HISTORY FEED TABLE '
003081                 'CAPACITY EXCEEDED'
003082             CLOSE ITEM-HISTORY
003083             PERFORM 3960-ABEND-BALANCING THRU 3960-EXIT
003084         END-IF
003085         ADD 1 TO W-HIST-FEED-COUNT
003086         MOVE IH-BUSINESS-DATE TO W-HF-DATE(W-HIST-FEED-COUNT)
003087         MOVE IH-BRANCH TO W-HF-BRANCH(W-HIST-FEED-COUNT)
003088         MOVE IH-FEED-COUNT TO W-HF-COUNT(W-HIST-FEED-COUNT)
003089         MOVE IH-FEED-HASH TO W-HF-HASH(W-HIST-FEED-COUNT)
003090     END-IF.

003091     IF IH-ITEM AND IH-VALUE IS NUMERIC
003092         IF W-HIST-ITEM-COUNT >= W-MAX-HIST-ITEMS
003093             DISPLAY 'BRANCH-EDIT - ITEM HISTORY ITEM TABLE '
003094                 'CAPACITY EXCEEDED'
003095             CLOSE ITEM-HISTORY
003096             PERFORM 3960-ABEND-BALANCING THRU 3960-EXIT
003097         END-IF
003098         ADD 1 TO W-HIST-ITEM-COUNT
003099         MOVE IH-BUSINESS-DATE TO W-HI-DATE(W-HIST-ITEM-COUNT)
003100         MOVE IH-BRANCH TO W-HI-BRANCH(W-HIST-ITEM-COUNT)
003101         MOVE IH-ACCOUNT-ID TO W-HI-ACCOUNT(W-HIST-ITEM-COUNT)
003102         MOVE IH-VALUE TO W-HI-VALUE(W-HIST-ITEM-COUNT)
003103     END-IF.

003104 1060-EXIT.
003105     EXIT.
003106******************************************************************
003107*    1100-READ-CONTROL - THE FEED'S CONTROL RECORD: EXPECTED     *
003108*    COUNT, ERROR ACTION, AND BRANCH ID.  A FEED WITH NO         *
003109*    CONTROL RECORD IS A SETUP ERROR, NOT AN EMPTY DAY.          *
003110******************************************************************
003111 1100-READ-CONTROL.

003112     READ FEED-FILE
003113         AT END
003120             MOVE 'Y' TO SW-END-OF-INPUT
003130     END-READ.
003140     IF SW-NO-MORE-INPUT
003240         SET SW-CONTINUE-ON-ERROR TO TRUE
003250     END-IF.

003254     PERFORM 1150-CHECK-BRANCH THRU 1150-EXIT.

003260 1100-EXIT.
003270     EXIT.
003271******************************************************************
003272*    1150-CHECK-BRANCH - THE CONTROL RECORD'S BRANCH MUST BE ON  *
003273*    THE BRANCH REFERENCE FILE AND ACTIVE ON THE BUSINESS DATE:  *
003274*    OPENED ON OR BEFORE IT AND NOT CLOSED AS OF IT.  A FEED     *
003275*    FROM ANY OTHER BRANCH IS REFUSED WHOLE (RC=8).              *
003276******************************************************************
003277 1150-CHECK-BRANCH.

003278     MOVE W-CURR-SOURCE TO BM-BRANCH-ID.
003279     READ BRANCH-MASTER
003280         INVALID KEY
003281             DISPLAY 'BRANCH-EDIT - BRANCH ' W-CURR-SOURCE
003282                 ' IS NOT ON THE BRANCH REFERENCE FILE'
003283             CLOSE BRANCH-MASTER
003284             PERFORM 3980-ABEND-BRANCH THRU 3980-EXIT
003285     END-READ.
003286     CLOSE BRANCH-MASTER.

003287     IF BM-OPEN-DATE > W-BUSINESS-DATE
003288         DISPLAY 'BRANCH-EDIT - BRANCH ' W-CURR-SOURCE
003289             ' DOES NOT OPEN UNTIL ' BM-OPEN-DATE
003290         PERFORM 3980-ABEND-BRANCH THRU 3980-EXIT
003291     END-IF.
003292     IF BM-BRANCH-CLOSED
003293         AND BM-CLOSE-DATE NOT > W-BUSINESS-DATE
003294         DISPLAY 'BRANCH-EDIT - BRANCH ' W-CURR-SOURCE
003295             ' CLOSED ON ' BM-CLOSE-DATE
003296         PERFORM 3980-ABEND-BRANCH THRU 3980-EXIT
003297     END-IF.

003298 1150-EXIT.
003299     EXIT.
003300******************************************************************
003301*    1200-LOAD-REVERSAL-BASE - BEFORE THE EDIT, PRE-SCAN THE     *
003302*    FEED (2250) FOR ITS BRANCH AND TRAILER AND FOR THE ORIGINAL *
003303*    ITEM NAMED BY EACH REVERSAL, NOTED IN W-REVERSAL-TABLE.     *
003304*    WHEN THERE ARE ANY, THE RETAINED DAILY EXTRACT GENERATIONS  *
003305*    ARE READ FOR THOSE ITEMS' ACCOUNTS, AMOUNTS AND PRIOR       *
003306*    REVERSALS.  A FEED THAT WILL NOT OPEN IS LEFT FOR 1000 TO   *
003307*    REPORT.                                                     *
003308******************************************************************
003309 1200-LOAD-REVERSAL-BASE.

003310     MOVE 0 TO W-RV-COUNT.
003311     OPEN INPUT FEED-FILE.
003312     IF NOT WS-INFILE-OK
003313         GO TO 1200-EXIT
003314     END-IF.
003315     PERFORM UNTIL NOT WS-INFILE-OK
003316         READ FEED-FILE
003317             AT END
003318                 CONTINUE
003319         END-READ
003320         IF WS-INFILE-OK
003321             PERFORM 2250-PRESCAN-RECORD THRU 2250-EXIT
003322         END-IF
003323     END-PERFORM.
003324     CLOSE FEED-FILE.

003325     IF W-RV-COUNT > 0
003326         DISPLAY 'BRANCH-EDIT - REVERSALS NAME ' W-RV-COUNT
003327             ' ORIGINAL ITEMS'
003328         PERFORM 1250-READ-EXTRACT-HISTORY THRU 1250-EXIT
003329     END-IF.

003330 1200-EXIT.
003331     EXIT.
003332******************************************************************
003333*    1210-NOTE-REVERSAL - ADD THE ORIGINAL NAMED BY THE REVERSAL *
003334*    IN THE FEED RECORD TO W-REVERSAL-TABLE, ONCE PER ITEM.  A   *
003335*    LINK THAT IS NOT NUMERIC IS LEFT FOR 2165 TO REJECT.  MORE  *
003336*    ORIGINALS THAN THE TABLE HOLDS ENDS THE STEP RC=8.          *
003337******************************************************************
003338 1210-NOTE-REVERSAL.

003339     IF SI-ORIG-DATE IS NOT NUMERIC
003340         OR SI-ORIG-SEQUENCE IS NOT NUMERIC
003341         GO TO 1210-EXIT
003342     END-IF.
003343     MOVE SI-ORIG-DATE TO W-RV-FIND-DATE.
003344     MOVE SI-ORIG-SEQUENCE TO W-RV-FIND-SEQ.
003345     PERFORM 1240-FIND-REVERSAL-ENTRY THRU 1240-EXIT.
003346     IF W-RX > 0
003347         GO TO 1210-EXIT
003348     END-IF.

003349     IF W-RV-COUNT >= W-MAX-REVERSALS
003350         DISPLAY 'BRANCH-EDIT - REVERSAL TABLE CAPACITY EXCEEDED'
003351         PERFORM 3960-ABEND-BALANCING THRU 3960-EXIT
003352     END-IF.
003353     ADD 1 TO W-RV-COUNT.
003354     MOVE W-RV-FIND-KEY TO W-RV-KEY(W-RV-COUNT).
003355     MOVE 'N' TO W-RV-FOUND(W-RV-COUNT).
003356     MOVE SPACES TO W-RV-ACCOUNT(W-RV-COUNT).
003357     MOVE 0 TO W-RV-ORIG-VALUE(W-RV-COUNT).
003358     MOVE 0 TO W-RV-PRIOR-REV(W-RV-COUNT).
003359     MOVE 0 TO W-RV-RUN-REV(W-RV-COUNT).

003360 1210-EXIT.
003361     EXIT.
003362******************************************************************
003363*    1240-FIND-REVERSAL-ENTRY - LOOK W-RV-FIND-KEY UP IN         *
003364*    W-REVERSAL-TABLE.  W-RX IS ITS ENTRY, OR ZERO IF NOT THERE. *
003365******************************************************************
003366 1240-FIND-REVERSAL-ENTRY.

003367     MOVE 0 TO W-RX.
003368     PERFORM VARYING W-RY FROM 1 BY 1
003369             UNTIL W-RY > W-RV-COUNT
003370                OR W-RX > 0
003371         IF W-RV-KEY(W-RY) = W-RV-FIND-KEY
003372             MOVE W-RY TO W-RX
003373         END-IF
003374     END-PERFORM.

003375 1240-EXIT.
003376     EXIT.
003377******************************************************************
003378*    1250-READ-EXTRACT-HISTORY - TWO PASSES OVER THE RETAINED    *
003379*    DAILY EXTRACT GENERATIONS, AS IN THE NIGHTLY PROGRAM.  THE  *
003380*    FIRST NOTES EACH GENERATION'S BUSINESS DATE; WHERE A DATE   *
003381*    WAS RERUN ONLY ITS LAST GENERATION COUNTS, AND THIS         *
003382*    BUSINESS DATE OR LATER NEVER DOES.  THE SECOND PICKS UP     *
003383*    EACH ORIGINAL AND EVERY REVERSAL ALREADY POSTED AGAINST     *
003384*    ONE.  WITH NO HISTORY EVERY REVERSAL IS REJECTED AND THE    *
003385*    EDIT CARRIES ON.                                            *
003386******************************************************************
003387 1250-READ-EXTRACT-HISTORY.

003388     MOVE 'N' TO SW-EXTHIST-FLAG.
003389     OPEN INPUT EXTRACT-HISTORY.
003390     IF NOT WS-EXTHIST-OK
003391         MOVE 'Y' TO SW-EXTHIST-FLAG
003392         DISPLAY 'BRANCH-EDIT - EXTRACT HISTORY NOT AVAILABLE - '
003393             'REVERSALS WILL BE REJECTED'
003394         GO TO 1250-EXIT
003395     END-IF.

003396     MOVE 0 TO W-GEN-COUNT.
003397     PERFORM UNTIL NOT WS-EXTHIST-OK
003398         READ EXTRACT-HISTORY INTO WS-HISTORY-REC
003399             AT END
003400                 CONTINUE
003401         END-READ
003402         IF WS-EXTHIST-OK AND EH-RECORD-TYPE = 'H'
003403             PERFORM 1260-NOTE-GENERATION THRU 1260-EXIT
003404         END-IF
003405     END-PERFORM.
003406     CLOSE EXTRACT-HISTORY.

003407     OPEN INPUT EXTRACT-HISTORY.
003408     IF NOT WS-EXTHIST-OK
003409         MOVE 'Y' TO SW-EXTHIST-FLAG
003410         DISPLAY 'BRANCH-EDIT - EXTRACT HISTORY NOT AVAILABLE - '
003411             'REVERSALS WILL BE REJECTED'
003412         GO TO 1250-EXIT
003413     END-IF.
003414     MOVE 0 TO W-GX.
003415     MOVE 0 TO W-CURR-GEN-DATE.
003416     PERFORM UNTIL NOT WS-EXTHIST-OK
003417         READ EXTRACT-HISTORY INTO WS-HISTORY-REC
003418             AT END
003419                 CONTINUE
003420         END-READ
003421         IF WS-EXTHIST-OK
003422             EVALUATE EH-RECORD-TYPE
003423                 WHEN 'H'
003424                     ADD 1 TO W-GX
003425                     MOVE 0 TO W-CURR-GEN-DATE
003426                     IF W-GN-IN-USE(W-GX)
003427                         MOVE W-GN-DATE(W-GX) TO W-CURR-GEN-DATE
003428                     END-IF
003429                 WHEN 'D'
003430                     IF W-CURR-GEN-DATE > 0
003431                         PERFORM 1270-MATCH-HISTORY-DETAIL
003432                             THRU 1270-EXIT
003433                     END-IF
003434                 WHEN OTHER
003435                     CONTINUE
003436             END-EVALUATE
003437         END-IF
003438     END-PERFORM.
003439     CLOSE EXTRACT-HISTORY.

003440     MOVE 0 TO W-RV-FOUND-COUNT.
003441     PERFORM VARYING W-RY FROM 1 BY 1 UNTIL W-RY > W-RV-COUNT
003442         IF W-RV-ON-EXTRACT(W-RY)
003443             ADD 1 TO W-RV-FOUND-COUNT
003444         END-IF
003445     END-PERFORM.
003446     DISPLAY 'BRANCH-EDIT - EXTRACT GENERATIONS READ: '
003447         W-GEN-COUNT '  ORIGINALS FOUND: ' W-RV-FOUND-COUNT.

003448 1250-EXIT.
003449     EXIT.
003450******************************************************************
003451*    1260-NOTE-GENERATION - FIRST PASS: ENTER THE GENERATION     *
003452*    STARTING AT THIS 'H' HEADER UNDER ITS BUSINESS DATE (THE    *
003453*    RUN DATE ON A HEADER THAT PREDATES THE BUSINESS-DATE        *
003454*    FIELD), AND STOP ANY EARLIER GENERATION FOR THE SAME DATE   *
003455*    FROM COUNTING.  A SUPPLEMENT'S GENERATION (RUN TYPE 'S') IS *
003456*    ENTERED AS 'S' AND ADDS TO ITS DATE INSTEAD.  TONIGHT'S OWN *
003457*    DATE COUNTS ONLY ON A SUPPLEMENT RUN - THE SAME RULE AS THE *
003458*    NIGHTLY PROGRAM.                                            *
003459******************************************************************
003460 1260-NOTE-GENERATION.

003461     IF EH-BUSINESS-DATE IS NUMERIC AND EH-BUSINESS-DATE > 0
003462         MOVE EH-BUSINESS-DATE TO W-CURR-GEN-DATE
003463     ELSE
003464         IF EH-RUN-DATE IS NUMERIC
003465             MOVE EH-RUN-DATE TO W-CURR-GEN-DATE
003466         ELSE
003467             MOVE 0 TO W-CURR-GEN-DATE
003468         END-IF
003469     END-IF.

003470     IF W-GEN-COUNT >= W-MAX-GENERATIONS
003471         DISPLAY 'BRANCH-EDIT - EXTRACT HISTORY GENERATION TABLE '
003472             'CAPACITY EXCEEDED'
003473         CLOSE EXTRACT-HISTORY
003474         PERFORM 3960-ABEND-BALANCING THRU 3960-EXIT
003475     END-IF.
003476     ADD 1 TO W-GEN-COUNT.
003477     MOVE W-CURR-GEN-DATE TO W-GN-DATE(W-GEN-COUNT).
003478     MOVE 'Y' TO W-GN-USE(W-GEN-COUNT).
003479     IF EH-RUN-TYPE = 'S'
003480         MOVE 'S' TO W-GN-USE(W-GEN-COUNT)
003481     END-IF.
003482     IF W-CURR-GEN-DATE = 0
003483         OR W-CURR-GEN-DATE > W-BUSINESS-DATE
003484         OR (W-CURR-GEN-DATE = W-BUSINESS-DATE
003485             AND NOT W-SUPPLEMENT-ON)
003486         MOVE 'N' TO W-GN-USE(W-GEN-COUNT)
003487     END-IF.
003488     IF EH-RUN-TYPE = 'S'
003489         GO TO 1260-EXIT
003490     END-IF.
003491     PERFORM VARYING W-GX FROM 1 BY 1 UNTIL W-GX >= W-GEN-COUNT
003492         IF W-GN-DATE(W-GX) = W-CURR-GEN-DATE
003493             MOVE 'N' TO W-GN-USE(W-GX)
003494         END-IF
003495     END-PERFORM.

003496 1260-EXIT.
003497     EXIT.
003498******************************************************************
003499*    1270-MATCH-HISTORY-DETAIL - SECOND PASS: A 'D' DETAIL THAT  *
003500*    IS ONE OF THE ORIGINALS IN W-REVERSAL-TABLE GIVES ITS       *
003501*    ACCOUNT AND AMOUNT; A 'D' THAT IS ITSELF A REVERSAL OF ONE  *
003502*    ADDS ITS AMOUNT TO WHAT HAS ALREADY BEEN REVERSED.          *
003503******************************************************************
003504 1270-MATCH-HISTORY-DETAIL.

003505     IF EH-VALUE IS NOT NUMERIC OR EH-SEQUENCE IS NOT NUMERIC
003506         GO TO 1270-EXIT
003507     END-IF.

003508     MOVE W-CURR-GEN-DATE TO W-RV-FIND-DATE.
003509     MOVE EH-SEQUENCE TO W-RV-FIND-SEQ.
003510     PERFORM 1240-FIND-REVERSAL-ENTRY THRU 1240-EXIT.
003511     IF W-RX > 0
003512         MOVE 'Y' TO W-RV-FOUND(W-RX)
003513         MOVE EH-ACCOUNT-ID TO W-RV-ACCOUNT(W-RX)
003514         MOVE EH-VALUE TO W-RV-ORIG-VALUE(W-RX)
003515     END-IF.

003516     IF EH-ITEM-TYPE = 'R'
003517         AND EH-ORIG-DATE IS NUMERIC
003518         AND EH-ORIG-SEQUENCE IS NUMERIC
003519         MOVE EH-ORIG-DATE TO W-RV-FIND-DATE
003520         MOVE EH-ORIG-SEQUENCE TO W-RV-FIND-SEQ
003521         PERFORM 1240-FIND-REVERSAL-ENTRY THRU 1240-EXIT
003522         IF W-RX > 0
003523             ADD EH-VALUE TO W-RV-PRIOR-REV(W-RX)
003524         END-IF
003525     END-IF.

003526 1270-EXIT.
003527     EXIT.
003528******************************************************************
003529*    2000-EDIT-DETAILS - READ, COUNT, HASH, AND VALIDATE EVERY   *
003530*    DETAIL UP TO THE CONTROL COUNT, HOLDING CLEAN ONES FOR      *
003531*    THE EDITED FILE AND ROUTING REJECTS TO THE EXCEPTION        *
003532*    LISTING AND SUSPENSE.  THE HASH COVERS EVERY NUMERIC        *
003533*    VALUE AS TRANSMITTED, ACCEPTED OR NOT, LIKE THE NIGHTLY     *
003534*    PROGRAM'S - IT PROVES ARRIVAL, NOT VALIDITY.                *
003535******************************************************************
003536 2000-EDIT-DETAILS.

003537     PERFORM UNTIL W-READ-COUNT >= W-SRC-REQUESTED
003538             OR SW-NO-MORE-INPUT OR SW-TRAILER-FOUND
003539         READ FEED-FILE
003540             AT END
003541                 MOVE 'Y' TO SW-END-OF-INPUT
003542         END-READ
003543         IF NOT SW-NO-MORE-INPUT
003544             IF TR-IS-TRAILER
003545                 PERFORM 2200-CAPTURE-TRAILER THRU 2200-EXIT
003546             ELSE
003547                 PERFORM 2100-EDIT-ONE-DETAIL THRU 2100-EXIT
003548             END-IF
003549         END-IF
003550     END-PERFORM.

003551     IF NOT SW-TRAILER-FOUND AND NOT SW-NO-MORE-INPUT
003552         READ FEED-FILE
003553             AT END
003554                 MOVE 'Y' TO SW-END-OF-INPUT
003555         END-READ
003560         IF NOT SW-NO-MORE-INPUT AND TR-IS-TRAILER
003570             PERFORM 2200-CAPTURE-TRAILER THRU 2200-EXIT
003580         END-IF
003690         ADD SI-VALUE TO W-INPUT-HASH
003700     END-IF.

003705     MOVE 'N' TO SW-DUPLICATE-FLAG.
003710     PERFORM 2150-VALIDATE-DETAIL THRU 2150-EXIT.
003712     IF SW-DETAIL-VALID
003714         PERFORM 2160-CHECK-DUPLICATE-ITEM THRU 2160-EXIT
003716     END-IF.
003717     IF SW-DETAIL-VALID AND SI-REVERSAL
003718         PERFORM 2165-VALIDATE-REVERSAL THRU 2165-EXIT
003719     END-IF.
003720     IF SW-DETAIL-INVALID
003730         PERFORM 2170-WRITE-EXCEPTION THRU 2170-EXIT
003740         IF SW-ABEND-ON-ERROR
003880 2100-EXIT.
003890     EXIT.
003900******************************************************************
003910*    2150-VALIDATE-DETAIL - RECORD TYPE, NUMERIC AND RANGE       *
003920*    CHECKS, THEN THE MASTER LOOKUP.  RULES MATCH                *
003930*    3000-VALIDATE-DETAIL IN THE NIGHTLY PROGRAM.                *
003940******************************************************************
003950 2150-VALIDATE-DETAIL.

003960     SET SW-DETAIL-VALID TO TRUE.

003961     IF NOT SI-ORDINARY-ITEM AND NOT SI-REVERSAL
003962         SET SW-DETAIL-INVALID TO TRUE
003963         MOVE 'INVALID RECORD TYPE' TO EL-REASON
003964         GO TO 2150-EXIT
003965     END-IF.

003970     IF SI-VALUE IS NOT NUMERIC
003980         SET SW-DETAIL-INVALID TO TRUE
003990         MOVE 'NON-NUMERIC VALUE' TO EL-REASON

004290 2150-EXIT.
004300     EXIT.
004301******************************************************************
004302*    2160-CHECK-DUPLICATE-ITEM - A VALID DETAIL REPEATING AN     *
004303*    ITEM PROCESSED ON AN EARLIER BUSINESS DATE (SAME ACCOUNT,   *
004304*    VALUE AND BRANCH) IS A POSSIBLE DUPLICATE.  IT IS LISTED    *
004305*    (2175) BUT NOT REJECTED - THE NIGHTLY PROGRAM'S 3050 FINDS  *
004306*    IT AGAIN AND HOLDS IT.                                      *
004307******************************************************************
004308 2160-CHECK-DUPLICATE-ITEM.

004309     MOVE 0 TO W-HIST-MATCH-DATE.
004310     PERFORM VARYING W-HX FROM 1 BY 1
004311             UNTIL W-HX > W-HIST-ITEM-COUNT
004312                OR W-HIST-MATCH-DATE > 0
004313         IF W-HI-ACCOUNT(W-HX) = SI-ACCOUNT-ID
004314             AND W-HI-VALUE(W-HX) = SI-VALUE
004315             AND W-HI-BRANCH(W-HX) = W-CURR-SOURCE
004316             MOVE W-HI-DATE(W-HX) TO W-HIST-MATCH-DATE
004317         END-IF
004318     END-PERFORM.

004319     IF W-HIST-MATCH-DATE > 0
004320         SET SW-POSSIBLE-DUPLICATE TO TRUE
004321         MOVE 'POSSIBLE DUPLICATE - TO HOLD' TO EL-REASON
004322         ADD 1 TO W-HIST-DUP-COUNT
004323         PERFORM 2175-LIST-DUPLICATE THRU 2175-EXIT
004324     END-IF.

004325 2160-EXIT.
004326     EXIT.
004327******************************************************************
004328*    2165-VALIDATE-REVERSAL - A VALID REVERSAL DETAIL MUST NAME  *
004329*    AN ITEM ON THE RETAINED DAILY EXTRACT BY ITS BUSINESS DATE  *
004330*    AND XD-SEQUENCE, FOR THE SAME ACCOUNT, WITH AN AMOUNT STILL *
004331*    LEFT AFTER THE REVERSALS ALREADY ON THE EXTRACT AND THOSE   *
004332*    EARLIER IN THIS FEED.  THE REVERSAL MUST BE OF THE OPPOSITE *
004333*    SIGN AND NO LARGER THAN WHAT IS LEFT.  SAME RULES AND       *
004334*    REASONS AS 3060-VALIDATE-REVERSAL IN THE NIGHTLY PROGRAM.   *
004335******************************************************************
004336 2165-VALIDATE-REVERSAL.

004337     IF SI-ORIG-DATE IS NOT NUMERIC
004338         OR SI-ORIG-SEQUENCE IS NOT NUMERIC
004339         SET SW-DETAIL-INVALID TO TRUE
004340         MOVE 'REVERSAL LINK INVALID' TO EL-REASON
004341         GO TO 2165-EXIT
004342     END-IF.
004343     IF SI-ORIG-DATE = 0 OR SI-ORIG-SEQUENCE = 0
004344         SET SW-DETAIL-INVALID TO TRUE
004345         MOVE 'REVERSAL LINK INVALID' TO EL-REASON
004346         GO TO 2165-EXIT
004347     END-IF.

004348     MOVE SI-ORIG-DATE TO W-RV-FIND-DATE.
004349     MOVE SI-ORIG-SEQUENCE TO W-RV-FIND-SEQ.
004350     PERFORM 1240-FIND-REVERSAL-ENTRY THRU 1240-EXIT.
004351     IF W-RX = 0
004352         SET SW-DETAIL-INVALID TO TRUE
004353         MOVE 'ORIGINAL NOT ON EXTRACT' TO EL-REASON
004354         GO TO 2165-EXIT
004355     END-IF.
004356     IF NOT W-RV-ON-EXTRACT(W-RX)
004357         SET SW-DETAIL-INVALID TO TRUE
004358         IF SW-EXTHIST-MISSING
004359             MOVE 'EXTRACT HISTORY NOT AVAILABLE' TO EL-REASON
004360         ELSE
004361             MOVE 'ORIGINAL NOT ON EXTRACT' TO EL-REASON
004362         END-IF
004363         GO TO 2165-EXIT
004364     END-IF.

004365     IF W-RV-ACCOUNT(W-RX) NOT = SI-ACCOUNT-ID
004366         SET SW-DETAIL-INVALID TO TRUE
004367         MOVE 'REVERSAL ACCOUNT MISMATCH' TO EL-REASON
004368         GO TO 2165-EXIT
004369     END-IF.

004370     COMPUTE W-REV-REMAINING = W-RV-ORIG-VALUE(W-RX)
004371         + W-RV-PRIOR-REV(W-RX) + W-RV-RUN-REV(W-RX).
004372     IF W-RV-ORIG-VALUE(W-RX) < 0
004373         COMPUTE W-REV-REMAINING = 0 - W-REV-REMAINING
004374         MOVE SI-VALUE TO W-REV-ABS
004375     ELSE
004376         COMPUTE W-REV-ABS = 0 - SI-VALUE
004377     END-IF.

004378     IF W-REV-REMAINING NOT > 0
004379         SET SW-DETAIL-INVALID TO TRUE
004380         MOVE 'ORIGINAL ALREADY REVERSED' TO EL-REASON
004381         GO TO 2165-EXIT
004382     END-IF.
004383     IF W-REV-ABS NOT > 0
004384         SET SW-DETAIL-INVALID TO TRUE
004385         MOVE 'REVERSAL SIGN NOT OPPOSITE' TO EL-REASON
004386         GO TO 2165-EXIT
004387     END-IF.
004388     IF W-REV-ABS > W-REV-REMAINING
004389         SET SW-DETAIL-INVALID TO TRUE
004390         MOVE 'REVERSAL EXCEEDS REMAINING' TO EL-REASON
004391         GO TO 2165-EXIT
004392     END-IF.

004393     ADD SI-VALUE TO W-RV-RUN-REV(W-RX).
004394     ADD 1 TO W-REV-APPLIED-COUNT.

004395 2165-EXIT.
004396     EXIT.
004397******************************************************************
004398*    2170-WRITE-EXCEPTION - ONE REJECT TO THE LISTING AND TO     *
004399*    SUSPENSE, STAMPED WITH THE BUSINESS DATE AND THIS FEED'S    *
004400*    BRANCH ID.                                                  *
004401******************************************************************
004402 2170-WRITE-EXCEPTION.

004403     ADD 1 TO W-EXCEPTION-COUNT.
004404     MOVE W-READ-COUNT TO EL-RECORD-NO.
004405     MOVE W-CURR-SOURCE TO EL-SOURCE-ID.
004406     MOVE SI-ACCOUNT-ID TO EL-ACCOUNT-ID.
004410     MOVE FEED-RECORD(7:10) TO EL-RAW-VALUE.
004420     WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE.


004480 2170-EXIT.
004490     EXIT.
004491******************************************************************
004492*    2175-LIST-DUPLICATE - LIST A POSSIBLE DUPLICATE ON THE      *
004493*    EXCEPTION LISTING FOR THE BRANCH'S INFORMATION.  IT IS NOT  *
004494*    COUNTED AS A REJECT AND NOT WRITTEN TO SUSPENSE - IT GOES   *
004495*    ON IN THE EDITED FILE TO BE HELD BY THE NIGHTLY PROGRAM.    *
004496******************************************************************
004497 2175-LIST-DUPLICATE.

004498     MOVE W-READ-COUNT TO EL-RECORD-NO.
004499     MOVE W-CURR-SOURCE TO EL-SOURCE-ID.
004500     MOVE SI-ACCOUNT-ID TO EL-ACCOUNT-ID.
004501     MOVE FEED-RECORD(7:10) TO EL-RAW-VALUE.
004502     WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE.

004503 2175-EXIT.
004504     EXIT.
004505******************************************************************
004510*    2200-CAPTURE-TRAILER - HOLD THE TRAILER'S COUNT AND HASH    *
004520*    FOR THE BALANCING PROOF.                                    *
004530******************************************************************

004640 2200-EXIT.
004650     EXIT.
004651******************************************************************
004652*    2250-PRESCAN-RECORD - ONE FEED RECORD IN THE 1200 PRE-SCAN. *
004653*    THE FIRST IS THE CONTROL RECORD, GIVING THE BRANCH; THE     *
004654*    FIRST '999999' TRAILER AFTER IT GIVES THE COUNT AND HASH    *
004655*    (2200), WHICH THE EDIT PASS TAKES AGAIN.  A REVERSAL DETAIL *
004656*    NOTES ITS ORIGINAL (1210).                                  *
004657******************************************************************
004658 2250-PRESCAN-RECORD.

004659     IF SW-PRESCAN-CONTROL
004660         MOVE SC-BRANCH-ID TO W-CURR-SOURCE
004661         SET SW-PRESCAN-DETAIL TO TRUE
004662         GO TO 2250-EXIT
004663     END-IF.
004664     IF SW-PRESCAN-DETAIL AND TR-IS-TRAILER
004665         PERFORM 2200-CAPTURE-TRAILER THRU 2200-EXIT
004666         MOVE 'N' TO SW-TRAILER-FLAG
004667         SET SW-PRESCAN-DONE TO TRUE
004668         GO TO 2250-EXIT
004669     END-IF.
004670     IF SI-REVERSAL
004671         PERFORM 1210-NOTE-REVERSAL THRU 1210-EXIT
004672     END-IF.

004673 2250-EXIT.
004674     EXIT.
004675******************************************************************
004676*    2500-BALANCE-BATCH - THE SAME PROOF THE NIGHTLY PROGRAM     *
004680*    RUNS: READS VERSUS CONTROL COUNT AND TRAILER COUNT/HASH.    *
004690*    ANY MISMATCH ENDS THE STEP RC=8 AND NO EDITED FILE IS       *
004700*    WRITTEN - A SHORT OR DAMAGED FEED HOLDS UP ONLY ITSELF.     *

005020 2500-EXIT.
005030     EXIT.
005031******************************************************************
005032*    2600-CHECK-FEED-PRINT - THE PRE-SCANNED FINGERPRINT         *
005033*    (BRANCH, TRAILER COUNT AND HASH) AGAINST EARLIER BUSINESS   *
005034*    DATES' FEEDS, FROM 1000 BEFORE EXCEPTION OR SUSPENSE IS     *
005035*    OPENED.  A MATCH IS AN EARLIER DAY'S FILE SENT AGAIN AND    *
005036*    ENDS THE STEP RC=24 UNLESS THE OPERATOR HAS SET THE         *
005037*    DUPLICATE RELEASE FLAG.  AN EMPTY FEED IS NOT CHECKED.      *
005038******************************************************************
005039 2600-CHECK-FEED-PRINT.

005040     IF W-TRAILER-COUNT = 0
005041         GO TO 2600-EXIT
005042     END-IF.

005043     MOVE 0 TO W-HIST-MATCH-DATE.
005044     PERFORM VARYING W-HX FROM 1 BY 1
005045             UNTIL W-HX > W-HIST-FEED-COUNT
005046         IF W-HF-BRANCH(W-HX) = W-CURR-SOURCE
005047             AND W-HF-COUNT(W-HX) = W-TRAILER-COUNT
005048             AND W-HF-HASH(W-HX) = W-TRAILER-HASH
005049             MOVE W-HF-DATE(W-HX) TO W-HIST-MATCH-DATE
005050         END-IF
005051     END-PERFORM.
005052     IF W-HIST-MATCH-DATE = 0
005053         GO TO 2600-EXIT
005054     END-IF.

005055     DISPLAY 'SOURCE ' W-CURR-SOURCE ' FEED MATCHES THE FEED '
005056         'PROCESSED FOR BUSINESS DATE ' W-HIST-MATCH-DATE.
005057     IF W-DUP-RELEASE-ON
005058         DISPLAY '  OPERATOR DUPLICATE RELEASE ON - FEED ACCEPTED'
005059     ELSE
005060         PERFORM 3970-ABEND-DUPLICATE-FEED THRU 3970-EXIT
005061     END-IF.

005062 2600-EXIT.
005063     EXIT.
005064******************************************************************
005065*    3000-WRITE-EDITED-FILE - THE CLEAN FEED: CONTROL RECORD     *
005066*    RESTATED TO THE CLEAN COUNT (ERROR ACTION, DIRECTION, AND   *
005070*    BRANCH ID CARRIED FORWARD), THE HELD CLEAN DETAILS, AND A   *
005080*    TRAILER RECOMPUTED OVER JUST THOSE DETAILS, SO THE FILE     *
005090*    PROVES ITSELF TO THE NIGHTLY RUN.                           *
005180     MOVE SC-ERROR-ACTION TO EC-ERROR-ACTION.
005190     MOVE SC-SORT-DIRECTION TO EC-SORT-DIRECTION.
005200     MOVE SC-BRANCH-ID TO EC-BRANCH-ID.
005202     MOVE W-TRAILER-COUNT TO EC-FEED-COUNT.
005204     MOVE W-TRAILER-HASH TO EC-FEED-HASH.
005210     WRITE EDITED-RECORD FROM WS-EDIT-CONTROL.

005220     PERFORM VARYING W-X FROM 1 BY 1

005300 3000-EXIT.
005310     EXIT.
005311******************************************************************
005312*    3100-WRITE-BATCH-CONTROL - APPEND THIS FEED'S 'EDIT' RECORD *
005313*    TO THE BATCH-CONTROL LEDGER: IN = DETAILS READ AND THEIR    *
005314*    HASH, OUT = CLEAN DETAILS AND THEIR HASH (WHAT THE NIGHTLY  *
005315*    RUN WILL READ FROM THE EDITED FILE), REJECTED = EXCEPTIONS. *
005316*    ONLY A FEED THAT SHIPPED AN EDITED FILE GETS HERE.  A       *
005317*    LEDGER THAT CANNOT BE OPENED IS REPORTED BUT DOES NOT HOLD  *
005318*    THE FEED; CONTROL-PROOF SHOWS THE GAP AS A BREAK.           *
005319******************************************************************
005320 3100-WRITE-BATCH-CONTROL.

005321     OPEN EXTEND BATCH-CONTROL.
005322     IF NOT WS-BATCHCTL-OK
005323         OPEN OUTPUT BATCH-CONTROL
005324     END-IF.
005325     IF NOT WS-BATCHCTL-OK
005326         DISPLAY 'BRANCH-EDIT - BATCH CONTROL LEDGER NOT '
005327             'AVAILABLE - NO CONTROL RECORD WRITTEN'
005328         GO TO 3100-EXIT
005329     END-IF.

005330     ACCEPT W-BC-RUN-DATE FROM DATE.
005331     ACCEPT W-BC-RUN-TIME FROM TIME.
005332     MOVE SPACES TO BATCH-CONTROL-RECORD.
005333     MOVE 'EDIT' TO BC-STEP.
005334     MOVE W-BUSINESS-DATE TO BC-BUSINESS-DATE.
005335     MOVE W-CURR-SOURCE TO BC-BRANCH.
005336     MOVE W-READ-COUNT TO BC-RECORDS-IN.
005337     MOVE W-CLEAN-COUNT TO BC-RECORDS-OUT.
005338     MOVE W-EXCEPTION-COUNT TO BC-RECORDS-REJECTED.
005339     MOVE W-INPUT-HASH TO BC-AMOUNT-IN.
005340     MOVE W-CLEAN-HASH TO BC-AMOUNT-OUT.
005341     MOVE W-BC-RUN-DATE TO BC-RUN-DATE.
005342     MOVE W-BC-HHMMSS TO BC-RUN-TIME.
005343     WRITE BATCH-CONTROL-RECORD.
005344     CLOSE BATCH-CONTROL.

005345 3100-EXIT.
005346     EXIT.
005347******************************************************************
005348*    3900-ABEND-VALIDATION - ON SC-ERROR-ACTION 'A', THE FIRST   *
005349*    VALIDATION FAILURE ENDS THE STEP RC=16 LIKE THE NIGHTLY     *
005350*    PROGRAM.  NO EDITED FILE IS WRITTEN.                        *
005360******************************************************************
005370 3900-ABEND-VALIDATION.

005730 3960-EXIT.
005740     EXIT.
005750******************************************************************
005760*    3970-ABEND-DUPLICATE-FEED - THE FEED'S FINGERPRINT MATCHES  *
005770*    A FEED ALREADY PROCESSED ON AN EARLIER BUSINESS DATE.  ENDS *
005780*    THE STEP RC=24 WITH NO EDITED FILE AND NOTHING IN SUSPENSE. *
005790*    ONCE THE BRANCH CONFIRMS THE FEED IS GENUINE, THE DUPLICATE *
005800*    RELEASE FLAG ON BDATFILE LETS IT THROUGH ON THE RERUN.      *
005810******************************************************************
005820 3970-ABEND-DUPLICATE-FEED.

005830     DISPLAY 'BRANCH-EDIT - FEED HELD AS A DUPLICATE OF AN '
005840         'EARLIER BUSINESS DATE'.
005850     CLOSE FEED-FILE.
005860     CLOSE ACCOUNT-MASTER.
005870     CLOSE EXCEPTION-FILE.
005880     CLOSE SUSPENSE-FILE.
005890     MOVE 24 TO RETURN-CODE.
005900     STOP RUN.

005910 3970-EXIT.
005920     EXIT.
005930******************************************************************
005940*    3980-ABEND-BRANCH - THE FEED'S CONTROL RECORD NAMES A       *
005950*    BRANCH THAT IS NOT ON THE BRANCH REFERENCE FILE, OR IS      *
005960*    NOT ACTIVE ON THE BUSINESS DATE.  ENDS THE STEP RC=8 WITH   *
005970*    NO EDITED FILE - THE NIGHTLY RUN HAS NOWHERE TO REPORT OR   *
005980*    POST THE FEED'S ITEMS.                                      *
005990******************************************************************
006000 3980-ABEND-BRANCH.

006010     DISPLAY 'BRANCH-EDIT - FEED REFUSED FOR BRANCH '
006020         W-CURR-SOURCE.
006030     CLOSE FEED-FILE.
006040     CLOSE ACCOUNT-MASTER.
006050     CLOSE EXCEPTION-FILE.
006060     CLOSE SUSPENSE-FILE.
006070     MOVE 8 TO RETURN-CODE.
006080     STOP RUN.

006090 3980-EXIT.
006100     EXIT.
