000220*                                                                *
000230* MODIFICATION HISTORY.                                         *
000240*   03/09/2026 RH  INITIAL VERSION.                              *
000241*   15/10/2026 RH  READS THE EXTRACT HEADER FOR THE BUSINESS     *
000242*                  DATE AND APPENDS A 'RECON' RECORD TO THE      *
000243*                  BATCH-CONTROL LEDGER (BATCHCTL) FOR           *
000244*                  CONTROL-PROOF, WITH THE AMOUNT POSTING        *
000245*                  ACCEPTED (W-ACCEPTED-HASH).                   *
000246*   15/10/2026 RH  WRITES THE NIGHT'S ACKNOWLEDGMENT STATUS      *
000247*                  (ACCEPTED, REJECTED OR NEVER ACKNOWLEDGED)    *
000248*                  FOR EVERY EXTRACT DETAIL TO ACK-HISTORY UNDER *
000249*                  THE BUSINESS DATE AND EXTRACT SEQUENCE, SO    *
000250*                  ACCT-INQUIRY CAN SHOW IT AFTER THE            *
000251*                  ACKNOWLEDGMENT FILE IS REPLACED.              *
000252*   15/10/2026 RH  RECONCILES A SUPPLEMENTAL EXTRACT, WHOSE      *
000253*                  SEQUENCE NUMBERS CARRY ON FROM THE NIGHT'S:   *
000254*                  THE DETAILS ARE COUNTED FROM THE LOWEST       *
000255*                  SEQUENCE ON THE FILE, AN ACK BELOW IT MATCHES *
000256*                  NOTHING, AND THE CONTROL RECORD IS            *
000257*                  'RECONSPN'.                                   *
000258*   15/10/2026 RH  MARKS A SUPPLEMENT'S ACK-HISTORY RECORDS WITH *
000259*                  RUN TYPE 'S' (AH-RUN-TYPE) SO ACCT-INQUIRY CAN*
000260*                  TELL THEM FROM A RERUN OF THE NIGHT.          *
000261******************************************************************
000262 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. EXTRACT-RECON.
000280 AUTHOR. RH.
000290 INSTALLATION. DATA CENTER APPLICATIONS GROUP.
000450     SELECT RECON-REPORT ASSIGN TO RECONRPT
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RECRPT-STATUS.
000472     SELECT BATCH-CONTROL ASSIGN TO BATCHCTL
000474         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS IS WS-BATCHCTL-STATUS.
000477     SELECT ACK-HISTORY ASSIGN TO ACKHIST
000478         ORGANIZATION IS LINE SEQUENTIAL
000479         FILE STATUS IS WS-ACKHIST-STATUS.
000480******************************************************************
000490 DATA DIVISION.
000500 FILE SECTION.
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 01  EXTRACT-RECORD              PIC X(040).
000601 01  EXTRACT-HEADER REDEFINES EXTRACT-RECORD.
000602     05  XH-RECORD-TYPE          PIC X(01).
000603     05  XH-RUN-DATE             PIC 9(06).
000604     05  XH-RUN-TIME             PIC 9(06).
000605     05  XH-BUSINESS-DATE        PIC 9(06).
000606     05  XH-RUN-TYPE             PIC X(01).
000607         88  XH-SUPPLEMENT                  VALUE 'S'.
000608     05  XH-SUPP-NUMBER          PIC 9(01).
000609     05  FILLER                  PIC X(19).
000610 01  EXTRACT-DETAIL REDEFINES EXTRACT-RECORD.
000620     05  XD-RECORD-TYPE          PIC X(01).
000630     05  XD-ACCOUNT-ID           PIC X(06).
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 01  RECON-RECORD                PIC X(080).
001071******************************************************************
001072*    BATCH-CONTROL - THE END-TO-END CONTROL LEDGER.  EACH STEP OF*
001073*    THE NIGHT APPENDS ONE RECORD PER BUSINESS DATE AND BRANCH   *
001074*    (OR 'ALL') WITH ITS RECORDS IN/OUT/REJECTED AND AMOUNTS     *
001075*    IN/OUT; CONTROL-PROOF CHAINS THEM.  LAYOUT MUST MATCH       *
001076*    BATCH-CONTROL-RECORD IN THE BUBBLE-SORT PROGRAM.            *
001077******************************************************************
001078 FD  BATCH-CONTROL
001079     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001081 01  BATCH-CONTROL-RECORD.
001082     05  BC-STEP                 PIC X(08).
001083     05  BC-BUSINESS-DATE        PIC 9(06).
001084     05  BC-BRANCH               PIC X(03).
001085     05  BC-RECORDS-IN           PIC 9(07).
001086     05  BC-RECORDS-OUT          PIC 9(07).
001087     05  BC-RECORDS-REJECTED     PIC 9(07).
001088     05  BC-AMOUNT-IN            PIC S9(11)V99
001089                                 SIGN LEADING SEPARATE.
001090     05  BC-AMOUNT-OUT           PIC S9(11)V99
001091                                 SIGN LEADING SEPARATE.
001092     05  BC-RUN-DATE             PIC 9(06).
001093     05  BC-RUN-TIME             PIC 9(06).
001094     05  FILLER                  PIC X(02).
001095******************************************************************
001096*    ACK-HISTORY - THE NIGHT'S ACKNOWLEDGMENT STATUS FOR EVERY   *
001097*    EXTRACT DETAIL, KEYED BY BUSINESS DATE AND EXTRACT SEQUENCE *
001098*    (A = ACCEPTED, R = REJECTED, N = NEVER ACKNOWLEDGED), WITH  *
001099*    RUN TYPE 'S' ON A SUPPLEMENT'S.  ONE GENERATION PER RUN;    *
001100*    THE ACKNOWLEDGMENT FILE ITSELF IS REPLACED BY THE NEXT      *
001101*    DELIVERY.  LAYOUT MUST MATCH ACK-HISTORY-RECORD IN THE      *
001102*    ACCT-INQUIRY PROGRAM.                                       *
001103******************************************************************
001104 FD  ACK-HISTORY
001105     RECORDING MODE IS F
001106     LABEL RECORDS ARE STANDARD.
001107 01  ACK-HISTORY-RECORD.
001108     05  AH-BUSINESS-DATE        PIC 9(06).
001109     05  AH-SEQUENCE             PIC 9(05).
001110     05  AH-ACCOUNT-ID           PIC X(06).
001111     05  AH-VALUE                PIC S9(07)V99
001112                                 SIGN LEADING SEPARATE.
001113     05  AH-STATUS               PIC X(01).
001114     05  AH-RUN-TYPE             PIC X(01).
001115     05  FILLER                  PIC X(11).
001116******************************************************************
001117 WORKING-STORAGE SECTION.
001118******************************************************************
001119*    FILE STATUS AND SWITCHES                                    *
001120******************************************************************
001130 01  WS-EXTFILE-STATUS           PIC X(02) VALUE SPACES.
001140     88  WS-EXTFILE-OK                      VALUE '00'.
001170 01  WS-RECRPT-STATUS            PIC X(02) VALUE SPACES.
001180     88  WS-RECRPT-OK                       VALUE '00'.

001182 01  WS-BATCHCTL-STATUS          PIC X(02) VALUE SPACES.
001184     88  WS-BATCHCTL-OK                     VALUE '00'.

001186 01  WS-ACKHIST-STATUS           PIC X(02) VALUE SPACES.
001188     88  WS-ACKHIST-OK                      VALUE '00'.

001190 01  WS-SWITCHES.
001200     05  SW-EXT-TRAILER-FLAG     PIC X(01) VALUE 'N'.
001210         88  SW-EXT-TRAILER-FOUND            VALUE 'Y'.
001220     05  SW-ACK-TRAILER-FLAG     PIC X(01) VALUE 'N'.
001230         88  SW-ACK-TRAILER-FOUND            VALUE 'Y'.
001240******************************************************************
001245*    EXTRACT TABLE - THE NIGHT'S 'D' RECORDS IN SEQUENCE ORDER,  *
001250*    EACH MARKED AS THE ACKNOWLEDGMENT ACCOUNTS FOR IT.  A       *
001255*    SUPPLEMENTAL EXTRACT'S SEQUENCES CARRY ON FROM THE NIGHT'S, *
001260*    SO THE TABLE IS USED FROM W-EXT-LO TO W-EXT-HI AND          *
001265*    W-EXT-COUNT IS THE NUMBER OF ENTRIES BETWEEN THEM.          *
001270******************************************************************
001280 78  W-MAX-EXT-RECS VALUE 9999.
001290 01  W-EXT-COUNT             PIC S9(05) COMP VALUE 0.
001292 01  W-EXT-LO                PIC S9(05) COMP VALUE 0.
001294 01  W-EXT-HI                PIC S9(05) COMP VALUE 0.
001300 01  W-EXT-TABLE.
001310     05  W-EXT-ENTRY OCCURS 9999 TIMES.
001320         10  W-EXT-ACCT      PIC X(06).
001520 01  W-ORPHAN-COUNT          PIC 9(05) VALUE 0.
001530 01  W-MISMATCH-COUNT        PIC 9(05) VALUE 0.
001540 01  W-DISCREPANCIES         PIC 9(05) VALUE 0.
001542 01  W-ACCEPTED-HASH         PIC S9(11)V99 COMP VALUE 0.
001544 01  W-BUSINESS-DATE         PIC 9(06) VALUE 0.
001545 01  W-RECON-STEP            PIC X(08) VALUE 'RECON'.
001546 01  W-RECON-SUPP-STEP.
001547     05  FILLER                  PIC X(07) VALUE 'RECONSP'.
001548     05  W-RECON-SUPP-NO         PIC 9(01) VALUE 0.
001549 01  W-RUN-TYPE              PIC X(01) VALUE SPACE.

001550 01  WS-RUN-DATE.
001560     05  WS-RUN-YY               PIC 9(02).
002200     PERFORM 4000-REPORT-UNACKED THRU 4000-EXIT.
002210     PERFORM 5000-PROVE-TOTALS THRU 5000-EXIT.
002220     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
002224     PERFORM 6100-WRITE-BATCH-CONTROL THRU 6100-EXIT.
002226     PERFORM 6200-WRITE-ACK-HISTORY THRU 6200-EXIT.
002230     CLOSE RECON-REPORT.
002240     IF W-DISCREPANCIES > 0
002250         DISPLAY 'EXTRACT-RECON - ' W-DISCREPANCIES
002570 1000-EXIT.
002580     EXIT.
002590******************************************************************
002598*    2000-LOAD-EXTRACT - TABLE THE EXTRACT'S 'D' RECORDS IN      *
002606*    SEQUENCE ORDER AND HOLD ITS TRAILER COUNT AND HASH.  A      *
002614*    SEQUENCE OFF THE END OF THE TABLE, OR A MISSING TRAILER, IS *
002622*    A DISCREPANCY IN ITS OWN RIGHT.  A SUPPLEMENTAL EXTRACT IS  *
002630*    RECOGNISED FROM ITS HEADER AND NAMES THE CONTROL RECORD.    *
002640******************************************************************
002650 2000-LOAD-EXTRACT.

002700         END-READ
002710         IF WS-EXTFILE-OK
002720             EVALUATE XD-RECORD-TYPE
002721                 WHEN 'H'
002722                     IF XH-BUSINESS-DATE IS NUMERIC
002723                         AND XH-BUSINESS-DATE > 0
002724                         MOVE XH-BUSINESS-DATE TO W-BUSINESS-DATE
002725                     ELSE
002726                         IF XH-RUN-DATE IS NUMERIC
002727                             MOVE XH-RUN-DATE TO W-BUSINESS-DATE
002728                         END-IF
002729                     END-IF
002730                     IF XH-SUPPLEMENT
002731                         MOVE XH-SUPP-NUMBER TO W-RECON-SUPP-NO
002732                         MOVE W-RECON-SUPP-STEP TO W-RECON-STEP
002733                         MOVE 'S' TO W-RUN-TYPE
002734                     END-IF
002735                 WHEN 'D'
002740                     PERFORM 2100-TABLE-ONE-DETAIL THRU 2100-EXIT
002750                 WHEN 'T'
002760                     SET SW-EXT-TRAILER-FOUND TO TRUE
002820         END-IF
002830     END-PERFORM.
002840     CLOSE EXTRACT-FILE.
002841     IF W-EXT-LO = 0
002842         MOVE 1 TO W-EXT-LO
002843     ELSE
002844         COMPUTE W-EXT-COUNT = W-EXT-HI - W-EXT-LO + 1
002845     END-IF.
002846     IF W-EXT-LO > 1
002847         DISPLAY 'EXTRACT-RECON - ' W-RECON-STEP
002848             ' EXTRACT SEQUENCES FROM ' W-EXT-LO
002849     END-IF.

002850 2000-EXIT.
002860     EXIT.
003040     MOVE XD-ACCOUNT-ID TO W-EXT-ACCT(XD-SEQUENCE).
003050     MOVE XD-VALUE TO W-EXT-VALUE(XD-SEQUENCE).
003060     MOVE 'N' TO W-EXT-ACK-FLAG(XD-SEQUENCE).
003065     IF XD-SEQUENCE > W-EXT-HI
003070         MOVE XD-SEQUENCE TO W-EXT-HI
003075     END-IF.
003080     IF W-EXT-LO = 0
003085         OR XD-SEQUENCE < W-EXT-LO
003090         MOVE XD-SEQUENCE TO W-EXT-LO
003095     END-IF.
003100     ADD XD-VALUE TO W-EXT-HASH.

003110 2100-EXIT.

003510     IF AK-SEQUENCE IS NOT NUMERIC
003520         OR AK-SEQUENCE = 0
003530         OR AK-SEQUENCE < W-EXT-LO
003535         OR AK-SEQUENCE > W-EXT-HI
003540         ADD 1 TO W-ORPHAN-COUNT
003550         ADD 1 TO W-DISCREPANCIES
003560         MOVE 0 TO DC-SEQUENCE
003820         PERFORM 7100-WRITE-DISC-LINE THRU 7100-EXIT
003830     ELSE
003840         ADD 1 TO W-ACCEPTED-COUNT
003844         ADD W-ACK-VALUE TO W-ACCEPTED-HASH
003850         MOVE 'A' TO W-EXT-ACK-FLAG(AK-SEQUENCE)
003860     END-IF.

003930******************************************************************
003940 4000-REPORT-UNACKED.

003950     PERFORM VARYING W-X FROM W-EXT-LO BY 1 UNTIL W-X > W-EXT-HI
003960         IF W-EXT-UNACKED(W-X)
003970             ADD 1 TO W-UNACKED-COUNT
003980             ADD 1 TO W-DISCREPANCIES

004870 6000-EXIT.
004880     EXIT.
004881******************************************************************
004882*    6100-WRITE-BATCH-CONTROL - APPEND THE 'RECON' RECORD        *
004883*    ('RECONSPN' FOR A SUPPLEMENT) TO THE BATCH-CONTROL LEDGER   *
004884*    UNDER THE HEADER'S BUSINESS DATE: IN = EXTRACT DETAILS AND  *
004885*    HASH, OUT = DETAILS ACCEPTED AND THEIR AMOUNT, REJECTED =   *
004886*    THE REST (REJECTED, UNACKNOWLEDGED, OR DISAGREEING).  A     *
004887*    LEDGER THAT CANNOT BE OPENED IS REPORTED BUT DOES NOT CHANGE*
004888*    THE RETURN CODE; CONTROL-PROOF SHOWS THE MISSING STEP.      *
004889******************************************************************
004890 6100-WRITE-BATCH-CONTROL.

004891     OPEN EXTEND BATCH-CONTROL.
004892     IF NOT WS-BATCHCTL-OK
004893         OPEN OUTPUT BATCH-CONTROL
004894     END-IF.
004895     IF NOT WS-BATCHCTL-OK
004896         DISPLAY 'EXTRACT-RECON - BATCH CONTROL LEDGER NOT '
004897             'AVAILABLE - NO CONTROL RECORD WRITTEN'
004898         GO TO 6100-EXIT
004899     END-IF.

004900     MOVE SPACES TO BATCH-CONTROL-RECORD.
004901     MOVE W-RECON-STEP TO BC-STEP.
004902     MOVE W-BUSINESS-DATE TO BC-BUSINESS-DATE.
004903     MOVE 'ALL' TO BC-BRANCH.
004904     MOVE W-EXT-COUNT TO BC-RECORDS-IN.
004905     MOVE W-ACCEPTED-COUNT TO BC-RECORDS-OUT.
004906     COMPUTE BC-RECORDS-REJECTED = W-EXT-COUNT - W-ACCEPTED-COUNT.
004907     MOVE W-EXT-HASH TO BC-AMOUNT-IN.
004908     MOVE W-ACCEPTED-HASH TO BC-AMOUNT-OUT.
004909     COMPUTE BC-RUN-DATE =
004910         WS-RUN-YY * 10000 + WS-RUN-MM * 100 + WS-RUN-DD.
004911     COMPUTE BC-RUN-TIME =
004912         WS-RUN-HH * 10000 + WS-RUN-MN * 100 + WS-RUN-SS.
004913     WRITE BATCH-CONTROL-RECORD.
004914     CLOSE BATCH-CONTROL.

004915 6100-EXIT.
004916     EXIT.
004917******************************************************************
004918*    6200-WRITE-ACK-HISTORY - ONE ACK-HISTORY RECORD PER EXTRACT *
004919*    DETAIL WITH THE STATUS THE ACKNOWLEDGMENT LEFT ON IT.  A GAP*
004920*    IN THE SEQUENCE (ALREADY REPORTED) WRITES NOTHING.  LIKE THE*
004921*    LEDGER, A HISTORY FILE THAT CANNOT BE OPENED IS REPORTED BUT*
004922*    DOES NOT CHANGE THE RETURN CODE - THE RECONCILIATION ITSELF *
004923*    IS COMPLETE WITHOUT IT.                                     *
004924******************************************************************
004925 6200-WRITE-ACK-HISTORY.

004926     OPEN OUTPUT ACK-HISTORY.
004927     IF NOT WS-ACKHIST-OK
004928         DISPLAY 'EXTRACT-RECON - ACK HISTORY NOT AVAILABLE - '
004929             'NO HISTORY WRITTEN'
004930         GO TO 6200-EXIT
004931     END-IF.

004932     PERFORM VARYING W-X FROM W-EXT-LO BY 1 UNTIL W-X > W-EXT-HI
004933         IF W-EXT-ACKED(W-X)
004934             OR W-EXT-REJECTED(W-X)
004935             OR W-EXT-UNACKED(W-X)
004936             MOVE SPACES TO ACK-HISTORY-RECORD
004937             MOVE W-BUSINESS-DATE TO AH-BUSINESS-DATE
004938             MOVE W-X TO AH-SEQUENCE
004939             MOVE W-EXT-ACCT(W-X) TO AH-ACCOUNT-ID
004940             MOVE W-EXT-VALUE(W-X) TO AH-VALUE
004941             MOVE W-EXT-ACK-FLAG(W-X) TO AH-STATUS
004942             MOVE W-RUN-TYPE TO AH-RUN-TYPE
004943             WRITE ACK-HISTORY-RECORD
004944         END-IF
004945     END-PERFORM.
004946     CLOSE ACK-HISTORY.

004947 6200-EXIT.
004948     EXIT.
004949******************************************************************
004950*    7100-WRITE-DISC-LINE - ONE DISCREPANCY LINE WITH PAGE       *
004951*    BREAKS.                                                     *
004952******************************************************************
004953 7100-WRITE-DISC-LINE.

004954     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004955         PERFORM 7200-WRITE-HEADINGS THRU 7200-EXIT
004960     END-IF.
004970     WRITE RECON-RECORD FROM WS-DISC-LINE.
004980     ADD 1 TO WS-LINE-COUNT.
