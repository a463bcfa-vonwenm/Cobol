000172*   03/09/2026 RH  AL-MIN-VALUE/AL-MAX-VALUE WIDENED TO SIGNED   *
000174*                  AMOUNTS TO MATCH THE AUDIT LINE THE DAILY     *
000176*                  PROGRAM NOW WRITES.                           *
000177*   15/10/2026 RH  AL-RUN-TYPE ADDED TO MATCH THE AUDIT LINE.  A *
000178*                  SUPPLEMENTAL RUN FOR A LATE BRANCH IS MARKED  *
000179*                  'SUPP', COUNTED ON ITS OWN, AND KEPT OUT OF   *
000180*                  THE SWING CHECK AND ITS ROLLING WINDOW.       *
000181******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AUDIT-TREND.
000210 AUTHOR. RH.
000630     05  AL-RETURN-CODE          PIC 9(03).
000640     05  FILLER                  PIC X(01).
000650     05  AL-EXCEPTIONS           PIC 9(04).
000652     05  FILLER                  PIC X(01).
000654     05  AL-RUN-TYPE             PIC X(01).
000656         88  AL-SUPPLEMENT                  VALUE 'S'.
000660     05  FILLER                  PIC X(25).
000670******************************************************************
000680*    TREND-REPORT - THE PRINTED TREND/SLA REPORT                 *
000690******************************************************************
001130 01  W-RUN-COUNT             PIC 9(05) VALUE 0.
001140 01  W-BAD-LINES             PIC 9(05) VALUE 0.
001150 01  W-FLAGGED-RUNS          PIC 9(05) VALUE 0.
001155 01  W-SUPP-RUNS             PIC 9(05) VALUE 0.
001160 01  W-TOTAL-READ            PIC 9(07) VALUE 0.
001170 01  W-TOTAL-EXC             PIC 9(07) VALUE 0.
001180 01  W-RATE                  PIC 9(03)V9 VALUE 0.
001940         10  RL-FLAG-LATE        PIC X(05).
001950         10  RL-FLAG-SWING       PIC X(06).
001960         10  RL-FLAG-EXC         PIC X(10).
001970         10  RL-FLAG-SUPP        PIC X(04).

001990 01  WS-SUM-LINE.
002000     05  SU-LABEL                PIC X(20).
002620 2000-EXIT.
002630     EXIT.
002640******************************************************************
002645*    2100-PROCESS-ONE-RUN - VALIDATE ONE AUDIT LINE, COMPUTE ITS *
002650*    EXCEPTION RATE AND SLA FLAGS, PRINT IT, AND ROLL THE        *
002655*    SUMMARY COUNTERS AND THE SWING WINDOW FORWARD.  A           *
002660*    SUPPLEMENTAL RUN CARRIES ONLY A LATE BRANCH'S VOLUME, SO IT *
002665*    IS MARKED 'SUPP' AND NEVER ENTERS THE WINDOW.               *
002680******************************************************************
002690 2100-PROCESS-ONE-RUN.


002850     MOVE 'N' TO W-RUN-FLAGGED.
002860     MOVE SPACES TO RL-FLAGS.
002862     IF AL-SUPPLEMENT
002864         ADD 1 TO W-SUPP-RUNS
002866         MOVE 'SUPP' TO RL-FLAG-SUPP
002868     END-IF.
002870     PERFORM 2300-CHECK-SLA-FLAGS THRU 2300-EXIT.
002880     IF W-RUN-HAS-FLAG
002890         ADD 1 TO W-FLAGGED-RUNS
003040     MOVE AL-RETURN-CODE TO RL-RC.
003050     PERFORM 2500-WRITE-RUN-LINE THRU 2500-EXIT.

003070     IF NOT AL-SUPPLEMENT
003075         PERFORM 2400-ROLL-WINDOW THRU 2400-EXIT
003080     END-IF.

003090 2100-EXIT.
003100     EXIT.
003310 2200-EXIT.
003320     EXIT.
003330******************************************************************
003335*    2300-CHECK-SLA-FLAGS - LATE FINISH, VOLUME SWING AGAINST    *
003340*    THE ROLLING AVERAGE (NOT FOR A SUPPLEMENTAL RUN), AND       *
003345*    EXCEPTION BREACH.                                           *
003360******************************************************************
003370 2300-CHECK-SLA-FLAGS.

003430     END-IF.

003450     IF W-WIN-COUNT > 0
003455         AND NOT AL-SUPPLEMENT
003460         COMPUTE W-WIN-AVG = W-WIN-SUM / W-WIN-COUNT
003470         IF W-WIN-AVG > 0
003480             COMPUTE W-SWING-DIFF =
004810     MOVE W-FLAGGED-RUNS TO SU-COUNT.
004820     WRITE TREND-RECORD FROM WS-SUM-LINE.

004825     MOVE 'SUPPLEMENTAL RUNS  :' TO SU-LABEL.
004830     MOVE W-SUPP-RUNS TO SU-COUNT.
004835     WRITE TREND-RECORD FROM WS-SUM-LINE.

004840     MOVE 'BAD AUDIT LINES    :' TO SU-LABEL.
004850     MOVE W-BAD-LINES TO SU-COUNT.
004860     WRITE TREND-RECORD FROM WS-SUM-LINE.
