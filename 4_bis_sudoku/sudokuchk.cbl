000230*                REPORT, WHICH JOINS READER SUCCESS RATES TO
000231*                THE PRINTED BAND AND THE SOLVER EFFORT ON THE
000232*                RUN-STATS FILE.
000233* 15-10-2026 DL  VOIDED PUZZLES.  A PUZZLE CORRECTED OR
000234*                WITHDRAWN BY THE SUDOKUERR RECALL RUN IS ON
000235*                THE VOID FILE; AN ENTRY FOR IT IS NOW LISTED
000236*                AS PUZZLE VOID AND GOES NO FURTHER - NOT
000237*                TALLIED FOR THE WINNERS SUMMARY OR THE
000238*                RESULTS EXTRACT, AND NOT POSTED TO THE
000239*                ENTRANT MASTER, SO IT NEITHER COUNTS TOWARD
000240*                THE LEADERBOARD NOR MOVES A STREAK.
000241* 15-10-2026 DL  ENTRY TIMING AND COLLUSION.  THE ENTRY RECORD
000242*                NOW CARRIES THE DATE AND TIME IT WAS RECEIVED.
000243*                AN ENTRY RECEIVED BEFORE ITS PUZZLE'S
000244*                PUBLICATION DATE, ON OR AFTER THE DAY THE
000245*                ANSWER IS RELEASED UNDER THE KEYLAG=NNN
000246*                EMBARGO (SAME CARD AS THE DAILY RUN), OR WITH
000247*                NO RECEIVED DATE AT ALL, IS INELIGIBLE - LISTED
000248*                ON THE INELIGIBLE-ENTRIES REPORT INSTEAD OF THE
000249*                SCORED LIST AND GOING NO FURTHER.  A NEW
000250*                COLLUSION REPORT GROUPS THE ENTRANTS WHO SENT
000251*                BYTE-IDENTICAL INCORRECT LAYOUTS FOR THE SAME
000252*                PUZZLE.  POSTING TO THE ENTRANT MASTER IS NOW
000253*                HELD TO END OF RUN, IN ENTRY ORDER, SO THAT AN
000254*                ENTRY FLAGGED ON THE COLLUSION REPORT IS LEFT
000255*                OUT OF THE STANDINGS AND MOVES NO STREAK.
000256* 15-10-2026 DL  RUN-CONTROL LOG.  THE STEP NOW APPENDS A START
000257*                AND AN END RECORD - BUSINESS DATE, START AND
000258*                END TIME, RETURN-CODE AND KEY RECORD COUNTS -
000259*                TO THE SHARED RUNCTL FILE READ BY THE SUDOKURUN
000260*                RUN-BOOK.  AT START-UP IT REFUSES TO RUN,
000261*                RETURN-CODE 12, UNLESS THE LOG SHOWS
000262*                SUDOKUFACILE HAS RUN FOR THE BUSINESS DATE
000263*                BELOW 8.  AN OVERRIDE=SUDOKUCHK,INITIALS CARD
000264*                ON RUNOVRD BYPASSES THE CHECK AND THE BYPASS IS
000265*                LOGGED AGAINST THE INITIALS.
000266*---------------------------------------------------------------
000267
000268 ENVIRONMENT DIVISION.
000269 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000271     SELECT SOLUTION-FILE      ASSIGN TO "SOLFILE"
000272            ORGANIZATION       IS LINE SEQUENTIAL
000280            FILE STATUS        IS WS-SOLUTION-STATUS.
000290     SELECT ENTRY-FILE         ASSIGN TO "ENTRIES"
000300            ORGANIZATION       IS LINE SEQUENTIAL
000360     SELECT RESULTS-EXTRACT-FILE
000361            ASSIGN TO "RESFILE"
000362            ORGANIZATION       IS LINE SEQUENTIAL.
000363     SELECT OPTIONAL VOID-FILE
000364            ASSIGN TO "VOIDFILE"
000365            ORGANIZATION       IS LINE SEQUENTIAL
000366            FILE STATUS        IS WS-VOID-STATUS.
000367     SELECT INELIGIBLE-FILE    ASSIGN TO "INELIG"
000368            ORGANIZATION       IS LINE SEQUENTIAL.
000369     SELECT COLLUSION-FILE     ASSIGN TO "COLLUDE"
000370            ORGANIZATION       IS LINE SEQUENTIAL.
000371     SELECT OPTIONAL RUN-CONTROL-FILE
000372            ASSIGN TO "RUNCTL"
000373            ORGANIZATION       IS LINE SEQUENTIAL
000374            FILE STATUS        IS WS-RUNCTL-STATUS.
000375     SELECT OPTIONAL RUN-OVERRIDE-FILE
000376            ASSIGN TO "RUNOVRD"
000377            ORGANIZATION       IS LINE SEQUENTIAL
000378            FILE STATUS        IS WS-RUNOVR-STATUS.
000379
000380 DATA DIVISION.
000381 FILE SECTION.
000390 FD  SOLUTION-FILE
000400     LABEL RECORDS ARE STANDARD.
000410 01  SOLUTION-RECORD.
000480     05  EN-ENTRANT-ID          PIC X(08).
000490     05  EN-PUZZLE-ID           PIC X(06).
000500     05  EN-ENTRY-LAYOUT        PIC X(144).
000501     05  EN-RECEIVED-DATE       PIC X(08).
000502     05  EN-RECEIVED-TIME       PIC X(06).
000510
000520 FD  SCORED-LIST-FILE
000530     LABEL RECORDS ARE STANDARD.
000613     05  RX-WRONG-4-10          PIC 9(05).
000614     05  RX-WRONG-11-UP         PIC 9(05).
000615
000616 FD  VOID-FILE
000617     LABEL RECORDS ARE STANDARD.
000618 01  VOID-RECORD.
000619     05  VD-PUZZLE-ID           PIC X(06).
000620     05  VD-VOID-DATE           PIC X(08).
000621     05  VD-ACTION              PIC X(08).
000622     05  VD-OPERATOR-INITIALS   PIC X(03).
000623     05  VD-REASON              PIC X(30).
000624
000625 FD  INELIGIBLE-FILE
000626     LABEL RECORDS ARE STANDARD.
000627 01  INELIGIBLE-LINE            PIC X(132).
000628
000629 FD  COLLUSION-FILE
000630     LABEL RECORDS ARE STANDARD.
000631 01  COLLUSION-LINE             PIC X(132).
000632
000633 FD  RUN-CONTROL-FILE
000634     LABEL RECORDS ARE STANDARD.
000635 01  RUN-CONTROL-RECORD.
000636     05  RL-PROGRAM-ID          PIC X(12).
000637     05  RL-BUSINESS-DATE       PIC X(08).
000638     05  RL-EVENT               PIC X(08).
000639     05  RL-RUN-DATE            PIC X(08).
000640     05  RL-START-TIME          PIC X(06).
000641     05  RL-END-TIME            PIC X(06).
000642     05  RL-RETURN-CODE         PIC 9(04).
000643     05  RL-COUNT OCCURS 3 TIMES.
000644         10  RL-COUNT-LABEL     PIC X(10).
000645         10  RL-COUNT-VALUE     PIC 9(09).
000646     05  RL-OPERATOR-INITIALS   PIC X(03).
000647     05  RL-MESSAGE             PIC X(40).
000648
000649 FD  RUN-OVERRIDE-FILE
000650     LABEL RECORDS ARE STANDARD.
000651 01  RUN-OVERRIDE-RECORD        PIC X(80).
000652
000653 WORKING-STORAGE SECTION.
000654*---------------------------------------------------------------
000655* FILE STATUS SWITCHES.
000656*---------------------------------------------------------------
000657 77  WS-SOLUTION-STATUS           PIC X(02) VALUE "00".
000658     88  SOLUTION-FILE-OK         VALUE "00".
000660     88  SOLUTION-FILE-EOF        VALUE "10".
000670 77  WS-ENTRY-STATUS              PIC X(02) VALUE "00".
000680     88  ENTRY-FILE-OK            VALUE "00".
000810         10  WS-SOL-PUZZLE-ID   PIC X(06).
000820         10  WS-SOL-LAYOUT      PIC X(144).
000830         10  WS-SOL-CELL-COUNT  PIC 9(03).
000831         10  WS-SOL-PUB-DATE    PIC X(08).
000832         10  WS-SOL-CLOSE-DATE  PIC X(08).
000840 77  WS-SOL-COUNT                 PIC 9(04) VALUE 0.
000850 77  WS-SOL-INDEX                 PIC 9(04).
000860 77  WS-SOL-FOUND-SWITCH          PIC X(01) VALUE "N".
001266 77  WS-RUN-MODE                  PIC X(08) VALUE "SCORING ".
001267     88  SCORING-MODE             VALUE "SCORING ".
001268     88  CLOSEOUT-MODE            VALUE "CLOSEOUT".
001269 77  WS-PARSE-NUMBER              PIC 9(05).
001270 77  WS-PARSE-INDEX               PIC 9(02).
001271 77  WS-PARSE-DIGIT               PIC 9(01).
001272
001273*---------------------------------------------------------------
001274* ENTRY TIMING.  KEYLAG=NNN SAYS THE ANSWERS ARE RELEASED NNN
001275* DAYS AFTER THEIR PUZZLE, AS ON THE DAILY RUN - THE CLOSING
001276* DATE OF EACH SOLUTION IS WORKED OUT ONCE AT LOAD TIME BY
001277* WALKING ITS PUBLICATION DATE FORWARD WITH THE DAYS-IN-MONTH
001278* TABLE (LEAP YEARS HONOURED).  AN ENTRY IS ELIGIBLE FROM THE
001279* PUBLICATION DATE UP TO THE DAY BEFORE THE CLOSING DATE.
001280* KEYLAG=0 (OR NO CARD) CHECKS PUBLICATION ONLY.
001281*---------------------------------------------------------------
001282 77  WS-KEY-LAG-DAYS              PIC 9(03) VALUE 0.
001283 77  WS-LAG-STEP                  PIC 9(03).
001284 01  WS-WALK-DATE.
001285     05  WS-WALK-YYYY             PIC 9(04).
001286     05  WS-WALK-MM               PIC 9(02).
001287     05  WS-WALK-DD               PIC 9(02).
001288 01  WS-WALK-DATE-X REDEFINES WS-WALK-DATE
001289                                  PIC X(08).
001290 01  WS-MONTH-DAYS-TABLE.
001291     05  FILLER                   PIC X(24) VALUE
001292         "312831303130313130313031".
001293 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
001294     05  WS-MONTH-DAYS OCCURS 12 TIMES
001295                                  PIC 9(02).
001296 77  WS-DAYS-THIS-MONTH           PIC 9(02).
001297 77  WS-LEAP-WORK                 PIC 9(04).
001298 77  WS-LEAP-QUOT                 PIC 9(04).
001299 77  WS-INELIGIBLE-REASON         PIC X(32).
001300 77  WS-INELIGIBLE-COUNT          PIC 9(05) VALUE 0.
001301
001302*---------------------------------------------------------------
001303* THE ENTRANT MASTER, TABLED FOR THE RUN - CUMULATIVE ENTRIES,
001304* CORRECT SOLUTIONS, CURRENT CONSECUTIVE-CORRECT STREAK AND
001305* BEST STREAK PER ENTRANT-ID, CARRIED SEASON OVER SEASON IN
001306* PLACE OF THE PROMOTIONS DESK'S PAPER LEDGER.  THE TABLE IS
001307* REWRITTEN TO THE MASTER FILE AT END OF RUN.
001308*---------------------------------------------------------------
001309 77  WS-MASTER-STATUS             PIC X(02) VALUE "00".
001310     88  MASTER-FILE-OK           VALUE "00".
001311     88  MASTER-FILE-EOF          VALUE "10".
001312 01  WS-ENTRANT-TABLE.
001313     05  WS-ENT-ENTRY OCCURS 1000 TIMES.
001314         10  WS-ENT-ID          PIC X(08).
001315         10  WS-ENT-SEASON      PIC X(04).
001316         10  WS-ENT-ENTRIES     PIC 9(05).
001317         10  WS-ENT-CORRECT     PIC 9(05).
001318         10  WS-ENT-STREAK      PIC 9(04).
001319         10  WS-ENT-BEST        PIC 9(04).
001320 77  WS-ENT-COUNT                 PIC 9(04) VALUE 0.
001321 77  WS-ENT-INDEX                 PIC 9(04).
001322 77  WS-ENT-SLOT                  PIC 9(04).
001323 01  WS-ENT-SWAP                  PIC X(30).
001324
001325*---------------------------------------------------------------
001326* DUPLICATE-ENTRY GUARD - EVERY ENTRANT/PUZZLE PAIR SCORED
001327* THIS RUN IS NOTED HERE, AND A SECOND ENTRY FOR THE SAME
001328* PAIR IS LISTED AS A DUPLICATE AND COUNTED ONCE - THAT IS,
001329* NOT AGAIN.
001330*---------------------------------------------------------------
001331 01  WS-SEEN-TABLE.
001332     05  WS-SEEN-ENTRY OCCURS 2000 TIMES.
001333         10  WS-SEEN-ENTRANT    PIC X(08).
001334         10  WS-SEEN-PUZZLE     PIC X(06).
001335 77  WS-SEEN-COUNT                PIC 9(04) VALUE 0.
001336 77  WS-SEEN-INDEX                PIC 9(04).
001337 77  WS-DUP-SWITCH                PIC X(01) VALUE "N".
001338     88  ENTRY-IS-DUPLICATE       VALUE "Y".
001339 77  WS-DUPLICATE-COUNT           PIC 9(05) VALUE 0.
001340
001341*---------------------------------------------------------------
001342* VOIDED PUZZLE-IDS FROM THE RECALL RUN'S VOID FILE.  NO VOID
001343* FILE MEANS NO PUZZLE HAS EVER BEEN RECALLED.
001344*---------------------------------------------------------------
001345 77  WS-VOID-STATUS               PIC X(02) VALUE "00".
001346     88  VOID-FILE-OK             VALUE "00".
001347     88  VOID-FILE-EOF            VALUE "10".
001348 01  WS-VOID-TABLE.
001349     05  WS-VOID-PUZZLE-ID OCCURS 2000 TIMES
001350                                  PIC X(06).
001351 77  WS-VOID-COUNT                PIC 9(04) VALUE 0.
001352 77  WS-VOID-INDEX                PIC 9(04).
001353 77  WS-VOID-SWITCH               PIC X(01) VALUE "N".
001354     88  PUZZLE-IS-VOID           VALUE "Y".
001355 77  WS-VOID-ENTRY-COUNT          PIC 9(05) VALUE 0.
001356
001357*---------------------------------------------------------------
001358* COLLUSION WORK AREAS - EVERY INCORRECT LAYOUT SCORED THIS
001359* RUN, WITH ITS ENTRANT AND RECEIVED TIME.  AT END OF RUN
001360* LAYOUTS SENT BYTE FOR BYTE BY MORE THAN ONE ENTRANT FOR THE
001361* SAME PUZZLE ARE GIVEN A COMMON GROUP NUMBER; GROUP ZERO IS
001362* AN ENTRY NOBODY ELSE MATCHED.
001363*---------------------------------------------------------------
001364 01  WS-WRONG-TABLE.
001365     05  WS-WRONG-ENTRY OCCURS 2000 TIMES.
001366         10  WS-WRONG-PUZZLE-ID PIC X(06).
001367         10  WS-WRONG-ENTRANT   PIC X(08).
001368         10  WS-WRONG-LAYOUT    PIC X(144).
001369         10  WS-WRONG-RECV-DATE PIC X(08).
001370         10  WS-WRONG-RECV-TIME PIC X(06).
001371         10  WS-WRONG-CELLS     PIC 9(03).
001372         10  WS-WRONG-GROUP     PIC 9(04).
001373 77  WS-WRONG-COUNT               PIC 9(04) VALUE 0.
001374 77  WS-WRONG-INDEX               PIC 9(04).
001375 77  WS-WRONG-SCAN                PIC 9(04).
001376 77  WS-WRONG-SLOT                PIC 9(04).
001377 77  WS-GROUP-COUNT               PIC 9(04) VALUE 0.
001378 77  WS-GROUP-MEMBERS             PIC 9(04).
001379 77  WS-FLAGGED-COUNT             PIC 9(05) VALUE 0.
001380
001381*---------------------------------------------------------------
001382* ENTRANT-MASTER POSTINGS HELD FOR END OF RUN - ONE ROW PER
001383* SCORED ENTRY, IN ENTRY ORDER, SO THE STREAKS COME OUT AS IF
001384* POSTED LIVE.  AN INCORRECT ENTRY POINTS AT ITS ROW IN THE
001385* COLLUSION TABLE.  ONCE THE TABLE IS FULL FURTHER ENTRIES
001386* POST AT ONCE, UNCHECKED FOR COLLUSION, AND SYSOUT SAYS SO.
001387*---------------------------------------------------------------
001388 01  WS-POST-TABLE.
001389     05  WS-POST-ENTRY OCCURS 3000 TIMES.
001390         10  WS-POST-ENTRANT    PIC X(08).
001391         10  WS-POST-RESULT     PIC X(16).
001392         10  WS-POST-WRONG-SLOT PIC 9(04).
001393 77  WS-POST-COUNT                PIC 9(04) VALUE 0.
001394 77  WS-POST-INDEX                PIC 9(04).
001395 77  WS-POST-ENTRANT-ID           PIC X(08).
001396 77  WS-POST-FULL-SWITCH          PIC X(01) VALUE "N".
001397     88  POST-TABLE-FULL          VALUE "Y".
001398
001399*---------------------------------------------------------------
001400* LEADERBOARD SORT AND PRINT WORK AREAS.  THE RANKING IS A
001401* SELECTION SORT OVER THE ENTRANT TABLE - CORRECT SOLUTIONS
001402* FIRST, THEN BEST STREAK, THEN FEWEST ENTRIES (THE SHARPER
001403* SOLVER), THEN ENTRANT-ID SO EQUAL RECORDS RANK THE SAME
001404* WAY EVERY RUN.
001405*---------------------------------------------------------------
001406 77  WS-SORT-OUTER                PIC 9(04).
001407 77  WS-SORT-INNER                PIC 9(04).
001408 77  WS-SORT-PICK                 PIC 9(04).
001409 77  WS-SORT-BETTER-SWITCH        PIC X(01) VALUE "N".
001410     88  INNER-RANKS-HIGHER       VALUE "Y".
001411 77  WS-RANK-NUMBER               PIC 9(04).
001412 01  WS-RANK-DISPLAY              PIC ZZZ9.
001413 77  WS-CURRENT-DATE              PIC X(08).
001414 77  WS-SEASON-YEAR               PIC X(04).
001415 01  WS-LEADER-LINE               PIC X(132).
001416
001417*---------------------------------------------------------------
001418* RUN-CONTROL LOG.  EVERY STEP OF THE STREAM APPENDS A START
001419* AND AN END RECORD TO RUNCTL.  THE BUSINESS DAY RUNS TO THE
001420* 06:00 CUTOFF - A STEP STARTED AFTER MIDNIGHT BUT BEFORE THE
001421* CUTOFF STILL BELONGS TO THE PREVIOUS DAY'S STREAM.
001422*---------------------------------------------------------------
001423 77  WS-RUNCTL-STATUS             PIC X(02).
001424     88  RUNCTL-FILE-OK           VALUE "00".
001425     88  RUNCTL-FILE-EOF          VALUE "10".
001426 77  WS-RUNCTL-PROGRAM-ID         PIC X(12) VALUE "SUDOKUCHK".
001427 77  WS-RUNCTL-CUTOFF-TIME        PIC X(06) VALUE "060000".
001428 01  WS-RUNCTL-CLOCK.
001429     05  WS-RUNCTL-CLOCK-TIME     PIC X(06).
001430     05  FILLER                   PIC X(02).
001431 77  WS-RUNCTL-SYSTEM-DATE        PIC X(08).
001432 77  WS-RUNCTL-BUSINESS-DATE      PIC X(08).
001433 77  WS-RUNCTL-START-TIME         PIC X(06).
001434 01  WS-RUNCTL-WALK-DATE.
001435     05  WS-RUNCTL-WALK-YYYY      PIC 9(04).
001436     05  WS-RUNCTL-WALK-MM        PIC 9(02).
001437     05  WS-RUNCTL-WALK-DD        PIC 9(02).
001438 01  WS-RUNCTL-MONTH-TABLE.
001439     05  FILLER                   PIC X(24)
001440             VALUE "312831303130313130313031".
001441 01  WS-RUNCTL-MONTH-TABLE-R REDEFINES WS-RUNCTL-MONTH-TABLE.
001442     05  WS-RUNCTL-MONTH-DAYS     PIC 9(02) OCCURS 12 TIMES.
001443 77  WS-RUNCTL-LEAP-QUOT          PIC 9(04).
001444 77  WS-RUNCTL-LEAP-WORK          PIC 9(04).
001445*---------------------------------------------------------------
001446* PREREQUISITE CHECK.  THE LOG IS READ FRONT TO BACK AND THE
001447* LATEST RECORD OF EACH KIND WINS.  A STAMP IS RUN DATE PLUS
001448* TIME (THE END TIME ON AN END RECORD, THE START TIME OTHERWISE)
001449* SO THAT STEPS COMPARE IN CLOCK ORDER ACROSS MIDNIGHT.  9999
001450* IN A RETURN-CODE FIELD MEANS THE STEP HAS NOT RUN.
001451*---------------------------------------------------------------
001452 77  WS-RUNOVR-STATUS             PIC X(02).
001453     88  RUNOVR-FILE-OK           VALUE "00".
001454     88  RUNOVR-FILE-EOF          VALUE "10".
001455 01  WS-RUNCTL-STAMP.
001456     05  WS-RUNCTL-STAMP-DATE     PIC X(08).
001457     05  WS-RUNCTL-STAMP-TIME     PIC X(06).
001458 77  WS-RUNCTL-FACILE-RC          PIC 9(04) VALUE 9999.
001459 77  WS-RUNCTL-OVERRIDE-BY        PIC X(03) VALUE SPACES.
001460 77  WS-RUNCTL-REFUSED-SWITCH     PIC X(01) VALUE "N".
001461     88  RUN-REFUSED              VALUE "Y".
001462 77  WS-RUNCTL-MESSAGE            PIC X(40).
001463 01  WS-RUNCTL-RC-DISPLAY         PIC 9(04).
001464 77  WS-RUNCTL-CARD               PIC X(80).
001465 77  WS-RUNCTL-KEYWORD            PIC X(12).
001466 77  WS-RUNCTL-CARD-PROGRAM       PIC X(12).
001467 77  WS-RUNCTL-CARD-INITIALS      PIC X(12).
001468
001469 PROCEDURE DIVISION.
001470*---------------------------------------------------------------
001471* 0000-MAINLINE
001472*---------------------------------------------------------------
001473 0000-MAINLINE.
001474     PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT
001475     IF RUN-REFUSED
001476         MOVE 12 TO RETURN-CODE
001477         STOP RUN
001478     END-IF
001479     PERFORM 1000-INITIALIZE-RUN    THRU 1000-EXIT
001480     IF NOT ENTRY-FILE-EOF
001481         PERFORM 1500-READ-NEXT-ENTRY THRU 1500-EXIT
001482     END-IF
001483     PERFORM 2000-SCORE-ONE-ENTRY   THRU 2000-EXIT
001484         UNTIL ENTRY-FILE-EOF
001485     PERFORM 9000-TERMINATE-RUN     THRU 9000-EXIT
001486     PERFORM 0900-LOG-RUN-END       THRU 0900-EXIT
001487     STOP RUN.
001488
001489*---------------------------------------------------------------
001490* 0100-CHECK-RUN-CONTROL
001491* DATES THE RUN, CHECKS THIS STEP'S PREREQUISITES AGAINST THE
001492* RUN-CONTROL LOG AND APPENDS THE START RECORD.  A PREREQUISITE
001493* NOT MET REFUSES THE RUN UNLESS RUNOVRD CARRIES AN OVERRIDE
001494* CARD FOR THIS PROGRAM WITH THE OPERATOR'S INITIALS - THE
001495* BYPASS IS THEN LOGGED AGAINST THOSE INITIALS INSTEAD.
001496*---------------------------------------------------------------
001497 0100-CHECK-RUN-CONTROL.
001498     PERFORM 0110-SET-BUSINESS-DATE  THRU 0110-EXIT
001499     PERFORM 0120-READ-OVERRIDE-CARDS THRU 0120-EXIT
001500     PERFORM 0130-SCAN-RUN-CONTROL   THRU 0130-EXIT
001501     OPEN EXTEND RUN-CONTROL-FILE
001502     PERFORM 0150-CHECK-PREREQUISITES THRU 0150-EXIT
001503     IF RUN-REFUSED
001504         DISPLAY "SUDOKUCHK: RUN REFUSED - RETURN-CODE 12"
001505         DISPLAY "SUDOKUCHK: TO BYPASS, PUT CARD "
001506                 "OVERRIDE=SUDOKUCHK,<INITIALS> ON RUNOVRD"
001507         CLOSE RUN-CONTROL-FILE
001508         GO TO 0100-EXIT
001509     END-IF
001510     INITIALIZE RUN-CONTROL-RECORD
001511     MOVE "START" TO RL-EVENT
001512     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
001513     CLOSE RUN-CONTROL-FILE.
001514 0100-EXIT.
001515     EXIT.
001516
001517*---------------------------------------------------------------
001518* 0110-SET-BUSINESS-DATE
001519* THE BUSINESS DATE IS TODAY, OR YESTERDAY WHEN THE STEP STARTS
001520* BEFORE THE CUTOFF.
001521*---------------------------------------------------------------
001522 0110-SET-BUSINESS-DATE.
001523     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
001524     ACCEPT WS-RUNCTL-CLOCK FROM TIME
001525     MOVE WS-RUNCTL-CLOCK-TIME TO WS-RUNCTL-START-TIME
001526     MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-BUSINESS-DATE
001527     IF WS-RUNCTL-START-TIME < WS-RUNCTL-CUTOFF-TIME
001528         MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-WALK-DATE
001529         PERFORM 0115-BACK-ONE-DAY   THRU 0115-EXIT
001530         MOVE WS-RUNCTL-WALK-DATE TO WS-RUNCTL-BUSINESS-DATE
001531     END-IF.
001532 0110-EXIT.
001533     EXIT.
001534
001535 0115-BACK-ONE-DAY.
001536     IF WS-RUNCTL-WALK-DD > 1
001537         SUBTRACT 1 FROM WS-RUNCTL-WALK-DD
001538         GO TO 0115-EXIT
001539     END-IF
001540     IF WS-RUNCTL-WALK-MM = 1
001541         MOVE 12 TO WS-RUNCTL-WALK-MM
001542         SUBTRACT 1 FROM WS-RUNCTL-WALK-YYYY
001543     ELSE
001544         SUBTRACT 1 FROM WS-RUNCTL-WALK-MM
001545     END-IF
001546     MOVE WS-RUNCTL-MONTH-DAYS(WS-RUNCTL-WALK-MM)
001547         TO WS-RUNCTL-WALK-DD
001548     IF WS-RUNCTL-WALK-MM = 2
001549         DIVIDE WS-RUNCTL-WALK-YYYY BY 4
001550             GIVING WS-RUNCTL-LEAP-QUOT
001551             REMAINDER WS-RUNCTL-LEAP-WORK
001552         IF WS-RUNCTL-LEAP-WORK = 0
001553             MOVE 29 TO WS-RUNCTL-WALK-DD
001554             DIVIDE WS-RUNCTL-WALK-YYYY BY 100
001555                 GIVING WS-RUNCTL-LEAP-QUOT
001556                 REMAINDER WS-RUNCTL-LEAP-WORK
001557             IF WS-RUNCTL-LEAP-WORK = 0
001558                 DIVIDE WS-RUNCTL-WALK-YYYY BY 400
001559                     GIVING WS-RUNCTL-LEAP-QUOT
001560                     REMAINDER WS-RUNCTL-LEAP-WORK
001561                 IF WS-RUNCTL-LEAP-WORK NOT = 0
001562                     MOVE 28 TO WS-RUNCTL-WALK-DD
001563                 END-IF
001564             END-IF
001565         END-IF
001566     END-IF.
001567 0115-EXIT.
001568     EXIT.
001569
001570*---------------------------------------------------------------
001571* 0120-READ-OVERRIDE-CARDS
001572* RUNOVRD MAY CARRY CARDS FOR SEVERAL STEPS.  ONLY A CARD OF THE
001573* FORM OVERRIDE=PROGRAM,INITIALS NAMING THIS PROGRAM COUNTS, AND
001574* ONLY WHEN THE INITIALS ARE PRESENT.
001575*---------------------------------------------------------------
001576 0120-READ-OVERRIDE-CARDS.
001577     OPEN INPUT RUN-OVERRIDE-FILE
001578     IF RUNOVR-FILE-OK
001579         PERFORM 0125-READ-ONE-OVERRIDE THRU 0125-EXIT
001580             UNTIL RUNOVR-FILE-EOF
001581     END-IF
001582     CLOSE RUN-OVERRIDE-FILE.
001583 0120-EXIT.
001584     EXIT.
001585
001586 0125-READ-ONE-OVERRIDE.
001587     READ RUN-OVERRIDE-FILE INTO WS-RUNCTL-CARD
001588         AT END
001589             GO TO 0125-EXIT
001590     END-READ
001591     IF WS-RUNCTL-CARD = SPACES
001592         GO TO 0125-EXIT
001593     END-IF
001594     MOVE SPACES TO WS-RUNCTL-KEYWORD
001595                    WS-RUNCTL-CARD-PROGRAM
001596                    WS-RUNCTL-CARD-INITIALS
001597     UNSTRING WS-RUNCTL-CARD DELIMITED BY "=" OR ","
001598         INTO WS-RUNCTL-KEYWORD
001599              WS-RUNCTL-CARD-PROGRAM
001600              WS-RUNCTL-CARD-INITIALS
001601     END-UNSTRING
001602     IF WS-RUNCTL-KEYWORD NOT = "OVERRIDE"
001603         DISPLAY "SUDOKUCHK: UNRECOGNIZED OVERRIDE CARD "
001604                 "IGNORED: " WS-RUNCTL-CARD(1:40)
001605         GO TO 0125-EXIT
001606     END-IF
001607     IF WS-RUNCTL-CARD-PROGRAM NOT = WS-RUNCTL-PROGRAM-ID
001608         GO TO 0125-EXIT
001609     END-IF
001610     IF WS-RUNCTL-CARD-INITIALS = SPACES
001611         DISPLAY "SUDOKUCHK: OVERRIDE CARD IGNORED - "
001612                 "NO OPERATOR INITIALS"
001613         GO TO 0125-EXIT
001614     END-IF
001615     MOVE WS-RUNCTL-CARD-INITIALS TO WS-RUNCTL-OVERRIDE-BY.
001616 0125-EXIT.
001617     EXIT.
001618
001619*---------------------------------------------------------------
001620* 0130-SCAN-RUN-CONTROL
001621* READS THE WHOLE LOG AND KEEPS THE LATEST FACT OF EACH KIND
001622* THIS STEP'S CHECKS NEED.
001623*---------------------------------------------------------------
001624 0130-SCAN-RUN-CONTROL.
001625     OPEN INPUT RUN-CONTROL-FILE
001626     IF RUNCTL-FILE-OK
001627         PERFORM 0135-NOTE-ONE-RUN-CONTROL THRU 0135-EXIT
001628             UNTIL RUNCTL-FILE-EOF
001629     END-IF
001630     CLOSE RUN-CONTROL-FILE.
001631 0130-EXIT.
001632     EXIT.
001633
001634 0135-NOTE-ONE-RUN-CONTROL.
001635     READ RUN-CONTROL-FILE
001636         AT END
001637             GO TO 0135-EXIT
001638     END-READ
001639     MOVE RL-RUN-DATE TO WS-RUNCTL-STAMP-DATE
001640     IF RL-EVENT = "END"
001641         MOVE RL-END-TIME TO WS-RUNCTL-STAMP-TIME
001642     ELSE
001643         MOVE RL-START-TIME TO WS-RUNCTL-STAMP-TIME
001644     END-IF
001645     IF RL-PROGRAM-ID = "SUDOKUFACILE" AND RL-EVENT = "END"
001646        AND RL-BUSINESS-DATE = WS-RUNCTL-BUSINESS-DATE
001647         MOVE RL-RETURN-CODE TO WS-RUNCTL-FACILE-RC
001648     END-IF.
001649 0135-EXIT.
001650     EXIT.
001651
001652*---------------------------------------------------------------
001653* 0150-CHECK-PREREQUISITES
001654*---------------------------------------------------------------
001655 0150-CHECK-PREREQUISITES.
001656     PERFORM 0170-CHECK-DAILY-RUN     THRU 0170-EXIT.
001657 0150-EXIT.
001658     EXIT.
001659
001660*---------------------------------------------------------------
001661* 0170-CHECK-DAILY-RUN
001662* SUDOKUFACILE MUST HAVE RUN FOR THIS BUSINESS DATE AND ITS
001663* LATEST RUN MUST HAVE ENDED BELOW 8.
001664*---------------------------------------------------------------
001665 0170-CHECK-DAILY-RUN.
001666     IF WS-RUNCTL-FACILE-RC < 8
001667         GO TO 0170-EXIT
001668     END-IF
001669     IF WS-RUNCTL-FACILE-RC = 9999
001670         MOVE "NO SUDOKUFACILE RUN THIS BUSINESS DATE"
001671             TO WS-RUNCTL-MESSAGE
001672     ELSE
001673         MOVE WS-RUNCTL-FACILE-RC TO WS-RUNCTL-RC-DISPLAY
001674         MOVE SPACES TO WS-RUNCTL-MESSAGE
001675         STRING "LAST SUDOKUFACILE TODAY ENDED RC "
001676                DELIMITED BY SIZE
001677                WS-RUNCTL-RC-DISPLAY DELIMITED BY SIZE
001678                INTO WS-RUNCTL-MESSAGE
001679     END-IF
001680     PERFORM 0190-FAIL-ONE-CHECK     THRU 0190-EXIT.
001681 0170-EXIT.
001682     EXIT.
001683
001684*---------------------------------------------------------------
001685* 0180-WRITE-RUN-CONTROL
001686* STAMPS THE COMMON FIELDS ON THE RECORD BUILT BY THE CALLER AND
001687* APPENDS IT.  THE LOG IS ALREADY OPEN EXTEND.
001688*---------------------------------------------------------------
001689 0180-WRITE-RUN-CONTROL.
001690     MOVE WS-RUNCTL-PROGRAM-ID    TO RL-PROGRAM-ID
001691     MOVE WS-RUNCTL-BUSINESS-DATE TO RL-BUSINESS-DATE
001692     MOVE WS-RUNCTL-SYSTEM-DATE   TO RL-RUN-DATE
001693     MOVE WS-RUNCTL-START-TIME    TO RL-START-TIME
001694     WRITE RUN-CONTROL-RECORD.
001695 0180-EXIT.
001696     EXIT.
001697
001698*---------------------------------------------------------------
001699* 0190-FAIL-ONE-CHECK
001700* A PREREQUISITE IS NOT MET.  WITH AN OVERRIDE IN FORCE THE
001701* BYPASS IS LOGGED AGAINST THE OPERATOR AND THE RUN GOES ON;
001702* OTHERWISE THE REFUSAL IS LOGGED AND THE RUN IS STOPPED.
001703*---------------------------------------------------------------
001704 0190-FAIL-ONE-CHECK.
001705     INITIALIZE RUN-CONTROL-RECORD
001706     MOVE WS-RUNCTL-MESSAGE TO RL-MESSAGE
001707     IF WS-RUNCTL-OVERRIDE-BY NOT = SPACES
001708         DISPLAY "SUDOKUCHK: " WS-RUNCTL-MESSAGE
001709         DISPLAY "SUDOKUCHK: BYPASSED BY OVERRIDE - OPERATOR "
001710                 WS-RUNCTL-OVERRIDE-BY
001711         MOVE "OVERRIDE" TO RL-EVENT
001712         MOVE WS-RUNCTL-OVERRIDE-BY TO RL-OPERATOR-INITIALS
001713     ELSE
001714         DISPLAY "SUDOKUCHK: PREREQUISITE NOT MET - "
001715                 WS-RUNCTL-MESSAGE
001716         MOVE "REFUSED" TO RL-EVENT
001717         MOVE 12 TO RL-RETURN-CODE
001718         SET RUN-REFUSED TO TRUE
001719     END-IF
001720     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT.
001721 0190-EXIT.
001722     EXIT.
001723
001724*---------------------------------------------------------------
001725* 0900-LOG-RUN-END
001726* APPENDS THE END RECORD - END TIME, RETURN-CODE AND THE STEP'S
001727* KEY RECORD COUNTS - TO THE RUN-CONTROL LOG.
001728*---------------------------------------------------------------
001729 0900-LOG-RUN-END.
001730     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
001731     ACCEPT WS-RUNCTL-CLOCK FROM TIME
001732     INITIALIZE RUN-CONTROL-RECORD
001733     MOVE "END" TO RL-EVENT
001734     MOVE WS-RUNCTL-CLOCK-TIME TO RL-END-TIME
001735     MOVE RETURN-CODE TO RL-RETURN-CODE
001736     MOVE "ENTRIES" TO RL-COUNT-LABEL(1)
001737     MOVE WS-ENTRY-READ-COUNT TO RL-COUNT-VALUE(1)
001738     MOVE "CORRECT" TO RL-COUNT-LABEL(2)
001739     MOVE WS-CORRECT-COUNT TO RL-COUNT-VALUE(2)
001740     MOVE "INELIGIBLE" TO RL-COUNT-LABEL(3)
001741     MOVE WS-INELIGIBLE-COUNT TO RL-COUNT-VALUE(3)
001742     OPEN EXTEND RUN-CONTROL-FILE
001743     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
001744     CLOSE RUN-CONTROL-FILE.
001745 0900-EXIT.
001746     EXIT.
001747
001748*---------------------------------------------------------------
001749* 1000-INITIALIZE-RUN
001750* TABLES THE WHOLE SOLUTION FILE, THEN OPENS THE ENTRY DECK AND
001751* THE TWO REPORTS.  NO SOLUTION FILE AT ALL MEANS EVERY ENTRY
001752* WILL SCORE PUZZLE-NOT-FOUND, WHICH THE LISTING MAKES OBVIOUS.
001753*---------------------------------------------------------------
001754 1000-INITIALIZE-RUN.
001755     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001756     MOVE WS-CURRENT-DATE(1:4) TO WS-SEASON-YEAR
001757     PERFORM 1020-ACCEPT-RUN-PARAMETERS THRU 1020-EXIT
001758     PERFORM 1050-LOAD-ENTRANT-MASTER THRU 1050-EXIT
001759     IF CLOSEOUT-MODE
001760         DISPLAY "SUDOKUCHK: YEAR-END CLOSEOUT RUN - NO "
001761             "ENTRIES SCORED"
001762         SET ENTRY-FILE-EOF TO TRUE
001763         OPEN OUTPUT SCORED-LIST-FILE
001764         OPEN OUTPUT WINNERS-FILE
001765         OPEN OUTPUT INELIGIBLE-FILE
001766         OPEN OUTPUT COLLUSION-FILE
001767         GO TO 1000-EXIT
001768     END-IF
001769     OPEN INPUT SOLUTION-FILE
001770     IF SOLUTION-FILE-OK
001771         PERFORM 1100-LOAD-ONE-SOLUTION THRU 1100-EXIT
001772             UNTIL SOLUTION-FILE-EOF
001773     ELSE
001774         DISPLAY "SUDOKUCHK: SOLUTION FILE NOT AVAILABLE - "
001775                 "STATUS " WS-SOLUTION-STATUS
001776     END-IF
001777     CLOSE SOLUTION-FILE
001778     PERFORM 1200-LOAD-VOID-TABLE THRU 1200-EXIT
001779     OPEN INPUT ENTRY-FILE
001780     IF NOT ENTRY-FILE-OK
001781         DISPLAY "SUDOKUCHK: ENTRY FILE NOT AVAILABLE - "
001782                 "STATUS " WS-ENTRY-STATUS
001783         SET ENTRY-FILE-EOF TO TRUE
001784     END-IF
001785     OPEN OUTPUT SCORED-LIST-FILE
001786     OPEN OUTPUT WINNERS-FILE
001787     OPEN OUTPUT INELIGIBLE-FILE
001788     OPEN OUTPUT COLLUSION-FILE
001789     MOVE "SUDOKUCHK INELIGIBLE ENTRIES" TO INELIGIBLE-LINE
001790     WRITE INELIGIBLE-LINE
001791     MOVE SPACES TO INELIGIBLE-LINE
001792     WRITE INELIGIBLE-LINE
001793     MOVE "ENTRANT   PUZZLE  RECEIVED        PUBLISHED CLOSED"
001794          TO WS-SCORE-LINE
001795     MOVE "REASON" TO WS-SCORE-LINE(55:6)
001796     WRITE INELIGIBLE-LINE FROM WS-SCORE-LINE.
001797 1000-EXIT.
001798     EXIT.
001799
001800*---------------------------------------------------------------
001801* 1020-ACCEPT-RUN-PARAMETERS
001802* READS THE SYSIN CARD DECK - MODE=CLOSEOUT AND KEYLAG=NNN
001803* ARE KNOWN; NO CARDS AT ALL IS A NORMAL MONTHLY SCORING RUN.
001804*---------------------------------------------------------------
001805 1020-ACCEPT-RUN-PARAMETERS.
001806     PERFORM 1025-READ-ONE-PARM-CARD THRU 1025-EXIT
001807         UNTIL NO-MORE-PARM-CARDS
001808            OR WS-PARM-CARD-COUNT > 20.
001809 1020-EXIT.
001810     EXIT.
001811
001812 1025-READ-ONE-PARM-CARD.
001813     MOVE SPACES TO WS-PARM-CARD
001814     ACCEPT WS-PARM-CARD FROM SYSIN
001815     ADD 1 TO WS-PARM-CARD-COUNT
001816     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD(1:4) = "END "
001817         SET NO-MORE-PARM-CARDS TO TRUE
001818     ELSE
001819         MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
001820         UNSTRING WS-PARM-CARD DELIMITED BY "="
001821             INTO WS-PARM-KEYWORD WS-PARM-VALUE
001822         EVALUATE TRUE
001823             WHEN WS-PARM-KEYWORD = "MODE"
001824              AND WS-PARM-VALUE(1:8) = "CLOSEOUT"
001825                 SET CLOSEOUT-MODE TO TRUE
001826             WHEN WS-PARM-KEYWORD = "KEYLAG"
001827                 PERFORM 1029-PARSE-NUMERIC-VALUE THRU 1029-EXIT
001828                 MOVE WS-PARSE-NUMBER TO WS-KEY-LAG-DAYS
001829             WHEN OTHER
001830                 DISPLAY "SUDOKUCHK: UNRECOGNIZED PARAMETER "
001831                     "CARD IGNORED: " WS-PARM-CARD(1:40)
001832         END-EVALUATE
001833     END-IF.
001834 1025-EXIT.
001835     EXIT.
001836
001837 1029-PARSE-NUMERIC-VALUE.
001838     MOVE 0 TO WS-PARSE-NUMBER
001839     PERFORM VARYING WS-PARSE-INDEX FROM 1 BY 1 UNTIL
001840        WS-PARSE-INDEX > 5
001841         IF WS-PARM-VALUE(WS-PARSE-INDEX:1) NUMERIC
001842             MOVE WS-PARM-VALUE(WS-PARSE-INDEX:1)
001843                  TO WS-PARSE-DIGIT
001844             COMPUTE WS-PARSE-NUMBER =
001845                     (WS-PARSE-NUMBER * 10) + WS-PARSE-DIGIT
001846         ELSE
001847             MOVE 6 TO WS-PARSE-INDEX
001848         END-IF
001849     END-PERFORM.
001850 1029-EXIT.
001851     EXIT.
001852
001853*---------------------------------------------------------------
001854* 1050-LOAD-ENTRANT-MASTER
001855* TABLES THE CUMULATIVE ENTRANT MASTER - NO MASTER YET (THE
001856* FIRST RUN OF A SEASON) JUST MEANS EVERY ENTRANT THIS RUN IS
001857* NEW.
001858*---------------------------------------------------------------
001859 1050-LOAD-ENTRANT-MASTER.
001860     OPEN INPUT ENTRANT-MASTER-FILE
001861     IF MASTER-FILE-OK
001862         PERFORM 1060-LOAD-ONE-ENTRANT THRU 1060-EXIT
001863             UNTIL MASTER-FILE-EOF
001864     END-IF
001865     CLOSE ENTRANT-MASTER-FILE.
001866 1050-EXIT.
001867     EXIT.
001868
001869 1060-LOAD-ONE-ENTRANT.
001870     READ ENTRANT-MASTER-FILE
001871         AT END
001872             SET MASTER-FILE-EOF TO TRUE
001873         NOT AT END
001874             IF WS-ENT-COUNT < 1000
001875                 ADD 1 TO WS-ENT-COUNT
001876                 MOVE ET-ENTRANT-ID
001877                      TO WS-ENT-ID(WS-ENT-COUNT)
001878                 MOVE ET-SEASON-YEAR
001879                      TO WS-ENT-SEASON(WS-ENT-COUNT)
001880                 MOVE ET-ENTRY-COUNT
001881                      TO WS-ENT-ENTRIES(WS-ENT-COUNT)
001882                 MOVE ET-CORRECT-COUNT
001883                      TO WS-ENT-CORRECT(WS-ENT-COUNT)
001884                 MOVE ET-CURRENT-STREAK
001885                      TO WS-ENT-STREAK(WS-ENT-COUNT)
001886                 MOVE ET-BEST-STREAK
001887                      TO WS-ENT-BEST(WS-ENT-COUNT)
001888             ELSE
001889                 SET MASTER-FILE-EOF TO TRUE
001890                 DISPLAY "SUDOKUCHK: ENTRANT MASTER EXCEEDS "
001891                     "THE IN-STORAGE TABLE - FIRST 1000 "
001892                     "ENTRANTS LOADED"
001893             END-IF
001894     END-READ.
001895 1060-EXIT.
001896     EXIT.
001897
001898*---------------------------------------------------------------
001899* 1100-LOAD-ONE-SOLUTION
001900* TABLES ONE SOLUTION RECORD.  THE SOLUTION FILE IS A
001901* CUMULATIVE MASTER NOW, SO THE LOAD KEEPS THE LATEST RECORD
001902* PER PUZZLE-ID (A RESUBMITTED PUZZLE'S NEWEST SOLUTION WINS)
001903* AND, WHEN THE TABLE FILLS, ROLLS THE OLDEST ENTRY OFF THE
001904* TOP - THE CURRENT MONTH'S PUZZLES, THE ONES THE DECK SCORES
001905* AGAINST, ARE ALWAYS THE LAST LOADED.  THE CELL COUNT IS THE
001906* POSITION OF THE LAST NON-SPACE CHARACTER IN THE LAYOUT.
001907*---------------------------------------------------------------
001908 1100-LOAD-ONE-SOLUTION.
001909     READ SOLUTION-FILE
001910         AT END
001911             SET SOLUTION-FILE-EOF TO TRUE
001912         NOT AT END
001913             PERFORM 1110-STORE-ONE-SOLUTION THRU 1110-EXIT
001990     END-READ.
002000 1100-EXIT.
002010     EXIT.
002050             MOVE WS-CELL-SCAN TO
002051                  WS-SOL-CELL-COUNT(WS-SOL-MATCH-INDEX)
002052         END-IF
002053     END-PERFORM
002054     MOVE SL-PUB-DATE TO WS-SOL-PUB-DATE(WS-SOL-MATCH-INDEX)
002055     MOVE SPACES TO WS-SOL-CLOSE-DATE(WS-SOL-MATCH-INDEX)
002056     IF WS-KEY-LAG-DAYS > 0 AND SL-PUB-DATE NUMERIC
002057         MOVE SL-PUB-DATE TO WS-WALK-DATE-X
002058         PERFORM 1120-ADVANCE-ONE-DAY THRU 1120-EXIT
002059             VARYING WS-LAG-STEP FROM 1 BY 1
002060             UNTIL WS-LAG-STEP > WS-KEY-LAG-DAYS
002061         MOVE WS-WALK-DATE-X
002062              TO WS-SOL-CLOSE-DATE(WS-SOL-MATCH-INDEX)
002063     END-IF.
002064 1110-EXIT.
002065     EXIT.
002066
002067*---------------------------------------------------------------
002068* 1120-ADVANCE-ONE-DAY
002069* STEPS THE WALK DATE FORWARD, ROLLING THE MONTH AND YEAR,
002070* WITH FEBRUARY TAKING 29 DAYS IN A LEAP YEAR (CENTURY RULE
002071* HONOURED).
002072*---------------------------------------------------------------
002073 1120-ADVANCE-ONE-DAY.
002074     MOVE WS-MONTH-DAYS(WS-WALK-MM) TO WS-DAYS-THIS-MONTH
002075     IF WS-WALK-MM = 2
002076         DIVIDE WS-WALK-YYYY BY 4
002077             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-WORK
002078         IF WS-LEAP-WORK = 0
002079             MOVE 29 TO WS-DAYS-THIS-MONTH
002080             DIVIDE WS-WALK-YYYY BY 100
002081                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-WORK
002082             IF WS-LEAP-WORK = 0
002083                 DIVIDE WS-WALK-YYYY BY 400
002084                     GIVING WS-LEAP-QUOT
002085                     REMAINDER WS-LEAP-WORK
002086                 IF WS-LEAP-WORK NOT = 0
002087                     MOVE 28 TO WS-DAYS-THIS-MONTH
002088                 END-IF
002089             END-IF
002090         END-IF
002091     END-IF
002092     IF WS-WALK-DD < WS-DAYS-THIS-MONTH
002093         ADD 1 TO WS-WALK-DD
002094     ELSE
002095         MOVE 1 TO WS-WALK-DD
002096         IF WS-WALK-MM < 12
002097             ADD 1 TO WS-WALK-MM
002098         ELSE
002099             MOVE 1 TO WS-WALK-MM
002100             ADD 1 TO WS-WALK-YYYY
002101         END-IF
002102     END-IF.
002103 1120-EXIT.
002104     EXIT.
002105
002106*---------------------------------------------------------------
002107* 1200-LOAD-VOID-TABLE
002108*---------------------------------------------------------------
002109 1200-LOAD-VOID-TABLE.
002110     OPEN INPUT VOID-FILE
002111     IF VOID-FILE-OK
002112         PERFORM 1210-LOAD-ONE-VOID THRU 1210-EXIT
002113             UNTIL VOID-FILE-EOF
002114     END-IF
002115     CLOSE VOID-FILE.
002116 1200-EXIT.
002117     EXIT.
002118
002119 1210-LOAD-ONE-VOID.
002120     READ VOID-FILE
002121         AT END
002122             SET VOID-FILE-EOF TO TRUE
002123         NOT AT END
002124             IF WS-VOID-COUNT < 2000
002125                 ADD 1 TO WS-VOID-COUNT
002126                 MOVE VD-PUZZLE-ID
002127                      TO WS-VOID-PUZZLE-ID(WS-VOID-COUNT)
002128             ELSE
002129                 SET VOID-FILE-EOF TO TRUE
002130                 DISPLAY "SUDOKUCHK: VOID FILE EXCEEDS 2000 "
002131                     "RECORDS - FIRST 2000 LOADED"
002132             END-IF
002133     END-READ.
002134 1210-EXIT.
002135     EXIT.
002136
002137*---------------------------------------------------------------
002138* 1500-READ-NEXT-ENTRY
002139*---------------------------------------------------------------
002140 1500-READ-NEXT-ENTRY.
002141     READ ENTRY-FILE
002142         AT END
002143             SET ENTRY-FILE-EOF TO TRUE
002144         NOT AT END
002145             ADD 1 TO WS-ENTRY-READ-COUNT
002146     END-READ.
002147 1500-EXIT.
002148     EXIT.
002150
002160*---------------------------------------------------------------
002170* 2000-SCORE-ONE-ENTRY
002180* LOOKS THE ENTRY'S PUZZLE-ID UP IN THE SOLUTION TABLE, COMPARES
002190* THE SUBMITTED LAYOUT CELL FOR CELL WHEN FOUND, WRITES THE
002200* LISTING LINE AND FEEDS THE PER-PUZZLE CONTEST TALLY, THEN
002210* ADVANCES TO THE NEXT ENTRY.  AN ENTRY RECEIVED OUTSIDE ITS
002211* PUZZLE'S WINDOW GOES TO THE INELIGIBLE REPORT INSTEAD.  THE
002212* ENTRANT-MASTER POSTING IS NOTED FOR END OF RUN.
002220*---------------------------------------------------------------
002230 2000-SCORE-ONE-ENTRY.
002231     PERFORM 1970-CHECK-ENTRY-TIMING THRU 1970-EXIT
002232     IF WS-INELIGIBLE-REASON NOT = SPACES
002233         ADD 1 TO WS-INELIGIBLE-COUNT
002234         PERFORM 2350-WRITE-INELIGIBLE-LINE THRU 2350-EXIT
002235         PERFORM 1500-READ-NEXT-ENTRY  THRU 1500-EXIT
002236         GO TO 2000-EXIT
002237     END-IF
002238     PERFORM 1900-CHECK-DUPLICATE-ENTRY THRU 1900-EXIT
002239     IF ENTRY-IS-DUPLICATE
002240         MOVE "DUPLICATE ENTRY" TO WS-SCORE-RESULT
002241         MOVE 0 TO WS-WRONG-CELL-COUNT
002242         ADD 1 TO WS-DUPLICATE-COUNT
002243         PERFORM 2300-WRITE-SCORE-LINE THRU 2300-EXIT
002244         PERFORM 1500-READ-NEXT-ENTRY  THRU 1500-EXIT
002245         GO TO 2000-EXIT
002246     END-IF
002247     PERFORM 1950-CHECK-VOID-PUZZLE THRU 1950-EXIT
002248     IF PUZZLE-IS-VOID
002249         MOVE "PUZZLE VOID" TO WS-SCORE-RESULT
002250         MOVE 0 TO WS-WRONG-CELL-COUNT
002251         ADD 1 TO WS-VOID-ENTRY-COUNT
002252         PERFORM 2300-WRITE-SCORE-LINE THRU 2300-EXIT
002253         PERFORM 1500-READ-NEXT-ENTRY  THRU 1500-EXIT
002254         GO TO 2000-EXIT
002255     END-IF
002256     PERFORM 2100-FIND-SOLUTION THRU 2100-EXIT
002257     IF SOLUTION-WAS-FOUND
002260         PERFORM 2200-COMPARE-CELLS THRU 2200-EXIT
002270         IF WS-WRONG-CELL-COUNT = 0
002280             MOVE "CORRECT" TO WS-SCORE-RESULT
002380     END-IF
002390     PERFORM 2300-WRITE-SCORE-LINE  THRU 2300-EXIT
002400     PERFORM 2400-TALLY-CONTEST     THRU 2400-EXIT
002405     PERFORM 2450-NOTE-MASTER-POSTING THRU 2450-EXIT
002410     PERFORM 1500-READ-NEXT-ENTRY   THRU 1500-EXIT.
002420 2000-EXIT.
002430     EXIT.
002464     EXIT.
002465
002466*---------------------------------------------------------------
002467* 1950-CHECK-VOID-PUZZLE
002468* AN ENTRY FOR A PUZZLE THE RECALL RUN HAS VOIDED IS NOT
002469* SCORED - THE PUZZLE AS PRINTED WAS WRONG OR WITHDRAWN.
002470*---------------------------------------------------------------
002471 1950-CHECK-VOID-PUZZLE.
002472     MOVE "N" TO WS-VOID-SWITCH
002473     PERFORM VARYING WS-VOID-INDEX FROM 1 BY 1
002474         UNTIL WS-VOID-INDEX > WS-VOID-COUNT
002475         IF WS-VOID-PUZZLE-ID(WS-VOID-INDEX) = EN-PUZZLE-ID
002476             SET PUZZLE-IS-VOID TO TRUE
002477             MOVE WS-VOID-COUNT TO WS-VOID-INDEX
002478         END-IF
002479     END-PERFORM.
002480 1950-EXIT.
002481     EXIT.
002482
002483*---------------------------------------------------------------
002484* 1970-CHECK-ENTRY-TIMING
002485* SETS WS-INELIGIBLE-REASON WHEN THE ENTRY WAS RECEIVED BEFORE
002486* ITS PUZZLE WAS PUBLISHED OR ON OR AFTER THE ANSWER RELEASE,
002487* OR CARRIES NO USABLE RECEIVED DATE.  AN UNKNOWN PUZZLE-ID
002488* HAS NO WINDOW AND IS LEFT FOR 2000 TO SCORE NOT-FOUND.
002489*---------------------------------------------------------------
002490 1970-CHECK-ENTRY-TIMING.
002491     MOVE SPACES TO WS-INELIGIBLE-REASON
002492     PERFORM 2100-FIND-SOLUTION THRU 2100-EXIT
002493     IF NOT SOLUTION-WAS-FOUND
002494         GO TO 1970-EXIT
002495     END-IF
002496     EVALUATE TRUE
002497         WHEN EN-RECEIVED-DATE NOT NUMERIC
002498             MOVE "NO RECEIVED DATE ON ENTRY"
002499                  TO WS-INELIGIBLE-REASON
002500         WHEN EN-RECEIVED-DATE <
002501              WS-SOL-PUB-DATE(WS-SOL-MATCH-INDEX)
002502             MOVE "RECEIVED BEFORE PUBLICATION"
002503                  TO WS-INELIGIBLE-REASON
002504         WHEN WS-SOL-CLOSE-DATE(WS-SOL-MATCH-INDEX) = SPACES
002505             CONTINUE
002506         WHEN EN-RECEIVED-DATE NOT <
002507              WS-SOL-CLOSE-DATE(WS-SOL-MATCH-INDEX)
002508             MOVE "RECEIVED AFTER CLOSING DEADLINE"
002509                  TO WS-INELIGIBLE-REASON
002510     END-EVALUATE.
002511 1970-EXIT.
002512     EXIT.
002513
002514*---------------------------------------------------------------
002515* 2450-NOTE-MASTER-POSTING
002516* HOLDS THE SCORED ENTRY FOR POSTING AT END OF RUN, AND AN
002517* INCORRECT LAYOUT FOR THE COLLUSION CHECK.  WITH EITHER TABLE
002518* FULL THE ENTRY POSTS AT ONCE, UNCHECKED.
002519*---------------------------------------------------------------
002520 2450-NOTE-MASTER-POSTING.
002521     IF WS-SCORE-RESULT = "PUZZLE NOT FOUND"
002522         GO TO 2450-EXIT
002523     END-IF
002524     MOVE 0 TO WS-WRONG-SLOT
002525     IF WS-SCORE-RESULT = "INCORRECT"
002526        AND WS-WRONG-COUNT < 2000
002527         ADD 1 TO WS-WRONG-COUNT
002528         MOVE WS-WRONG-COUNT TO WS-WRONG-SLOT
002529         MOVE EN-PUZZLE-ID TO WS-WRONG-PUZZLE-ID(WS-WRONG-SLOT)
002530         MOVE EN-ENTRANT-ID TO WS-WRONG-ENTRANT(WS-WRONG-SLOT)
002531         MOVE EN-ENTRY-LAYOUT TO WS-WRONG-LAYOUT(WS-WRONG-SLOT)
002532         MOVE EN-RECEIVED-DATE
002533              TO WS-WRONG-RECV-DATE(WS-WRONG-SLOT)
002534         MOVE EN-RECEIVED-TIME
002535              TO WS-WRONG-RECV-TIME(WS-WRONG-SLOT)
002536         MOVE WS-WRONG-CELL-COUNT
002537              TO WS-WRONG-CELLS(WS-WRONG-SLOT)
002538         MOVE 0 TO WS-WRONG-GROUP(WS-WRONG-SLOT)
002539     END-IF
002540     IF WS-POST-COUNT < 3000
002541        AND (WS-WRONG-SLOT > 0
002542             OR WS-SCORE-RESULT NOT = "INCORRECT")
002543         ADD 1 TO WS-POST-COUNT
002544         MOVE EN-ENTRANT-ID TO WS-POST-ENTRANT(WS-POST-COUNT)
002545         MOVE WS-SCORE-RESULT TO WS-POST-RESULT(WS-POST-COUNT)
002546         MOVE WS-WRONG-SLOT TO WS-POST-WRONG-SLOT(WS-POST-COUNT)
002547     ELSE
002548         IF NOT POST-TABLE-FULL
002549             SET POST-TABLE-FULL TO TRUE
002550             DISPLAY "SUDOKUCHK: MORE ENTRIES THAN THE "
002551                 "COLLUSION CHECK HOLDS - LATER ENTRIES POST "
002552                 "UNCHECKED"
002553         END-IF
002554         MOVE EN-ENTRANT-ID TO WS-POST-ENTRANT-ID
002555         PERFORM 2500-UPDATE-ENTRANT-MASTER THRU 2500-EXIT
002556     END-IF.
002557 2450-EXIT.
002558     EXIT.
002559
002560*---------------------------------------------------------------
002561* 2500-UPDATE-ENTRANT-MASTER
002562* POSTS THE SCORED ENTRY TO THE ENTRANT'S SEASON RECORD - A
002563* CORRECT SOLUTION EXTENDS THE CONSECUTIVE-CORRECT STREAK AND
002564* THE BEST STREAK WHEN PASSED, AN INCORRECT ONE BREAKS THE
002565* STREAK.  AN ENTRY FOR AN UNKNOWN PUZZLE-ID IS A COUPON
002566* PROBLEM, NOT A SOLVING RESULT, AND DOES NOT TOUCH THE
002567* STANDINGS.  THE ENTRANT IS IN WS-POST-ENTRANT-ID AND THE
002568* RESULT IN WS-SCORE-RESULT.
002569*---------------------------------------------------------------
002570 2500-UPDATE-ENTRANT-MASTER.
002571     IF WS-SCORE-RESULT = "PUZZLE NOT FOUND"
002572         GO TO 2500-EXIT
002573     END-IF
002574     PERFORM 2550-FIND-ENTRANT-SLOT THRU 2550-EXIT
002575     IF WS-ENT-SLOT = 0
002576         GO TO 2500-EXIT
002577     END-IF
002578     ADD 1 TO WS-ENT-ENTRIES(WS-ENT-SLOT)
002579     IF WS-SCORE-RESULT = "CORRECT"
002580         ADD 1 TO WS-ENT-CORRECT(WS-ENT-SLOT)
002581         ADD 1 TO WS-ENT-STREAK(WS-ENT-SLOT)
002582         IF WS-ENT-STREAK(WS-ENT-SLOT) >
002583            WS-ENT-BEST(WS-ENT-SLOT)
002584             MOVE WS-ENT-STREAK(WS-ENT-SLOT)
002585                  TO WS-ENT-BEST(WS-ENT-SLOT)
002586         END-IF
002587     ELSE
002588         MOVE 0 TO WS-ENT-STREAK(WS-ENT-SLOT)
002589     END-IF.
002590 2500-EXIT.
002591     EXIT.
002592
002593 2550-FIND-ENTRANT-SLOT.
002594     MOVE 0 TO WS-ENT-SLOT
002595     PERFORM VARYING WS-ENT-INDEX FROM 1 BY 1
002596         UNTIL WS-ENT-INDEX > WS-ENT-COUNT
002597         IF WS-ENT-ID(WS-ENT-INDEX) = WS-POST-ENTRANT-ID
002598             MOVE WS-ENT-INDEX TO WS-ENT-SLOT
002599             MOVE WS-ENT-COUNT TO WS-ENT-INDEX
002600         END-IF
002601     END-PERFORM
002602     IF WS-ENT-SLOT = 0
002603         IF WS-ENT-COUNT < 1000
002604             ADD 1 TO WS-ENT-COUNT
002605             MOVE WS-ENT-COUNT TO WS-ENT-SLOT
002606             MOVE WS-POST-ENTRANT-ID TO WS-ENT-ID(WS-ENT-SLOT)
002607             MOVE WS-SEASON-YEAR
002608                  TO WS-ENT-SEASON(WS-ENT-SLOT)
002609             MOVE 0 TO WS-ENT-ENTRIES(WS-ENT-SLOT)
002610             MOVE 0 TO WS-ENT-CORRECT(WS-ENT-SLOT)
002611             MOVE 0 TO WS-ENT-STREAK(WS-ENT-SLOT)
002612             MOVE 0 TO WS-ENT-BEST(WS-ENT-SLOT)
002613         ELSE
002614             DISPLAY "SUDOKUCHK: MORE THAN 1000 ENTRANTS - "
002615                 "ENTRANT " WS-POST-ENTRANT-ID
002616                 " NOT IN THE SEASON STANDINGS"
002617         END-IF
002618     END-IF.
002619 2550-EXIT.
002620     EXIT.
002621
002622*---------------------------------------------------------------
002623* 2100-FIND-SOLUTION
002624*---------------------------------------------------------------
002625 2100-FIND-SOLUTION.
002626     MOVE "N" TO WS-SOL-FOUND-SWITCH
002627     PERFORM VARYING WS-SOL-INDEX FROM 1 BY 1
002628         UNTIL WS-SOL-INDEX > WS-SOL-COUNT
002629         IF WS-SOL-PUZZLE-ID(WS-SOL-INDEX) = EN-PUZZLE-ID
002630             SET SOLUTION-WAS-FOUND TO TRUE
002631             MOVE WS-SOL-INDEX TO WS-SOL-MATCH-INDEX
002632             MOVE WS-SOL-COUNT TO WS-SOL-INDEX
002633         END-IF
002634     END-PERFORM.
002635 2100-EXIT.
002636     EXIT.
002637
002638*---------------------------------------------------------------
002639* 2200-COMPARE-CELLS
002640* CELL-FOR-CELL COMPARISON OVER THE SOLUTION'S OWN CELL COUNT.
002641* AN OPEN OR MISKEYED CELL IN THE ENTRY IS SIMPLY A CELL THAT
002650* DOES NOT MATCH THE SOLUTION, SO AN INCOMPLETE GRID SCORES
002660* INCORRECT WITHOUT ANY SPECIAL CASE.
002670*---------------------------------------------------------------
002940     WRITE SCORED-LIST-LINE FROM WS-SCORE-LINE.
002950 2300-EXIT.
002960     EXIT.
002961
002962*---------------------------------------------------------------
002963* 2350-WRITE-INELIGIBLE-LINE
002964*---------------------------------------------------------------
002965 2350-WRITE-INELIGIBLE-LINE.
002966     MOVE SPACES TO WS-SCORE-LINE
002967     MOVE EN-ENTRANT-ID TO WS-SCORE-LINE(1:8)
002968     MOVE EN-PUZZLE-ID  TO WS-SCORE-LINE(11:6)
002969     MOVE EN-RECEIVED-DATE TO WS-SCORE-LINE(19:8)
002970     MOVE EN-RECEIVED-TIME TO WS-SCORE-LINE(28:6)
002971     MOVE WS-SOL-PUB-DATE(WS-SOL-MATCH-INDEX)
002972          TO WS-SCORE-LINE(35:8)
002973     MOVE WS-SOL-CLOSE-DATE(WS-SOL-MATCH-INDEX)
002974          TO WS-SCORE-LINE(45:8)
002975     MOVE WS-INELIGIBLE-REASON TO WS-SCORE-LINE(55:32)
002976     WRITE INELIGIBLE-LINE FROM WS-SCORE-LINE.
002977 2350-EXIT.
002978     EXIT.
002979
002980*---------------------------------------------------------------
002990* 2400-TALLY-CONTEST
003000* FEEDS THE PER-PUZZLE SUMMARY - EVERY ENTRY COUNTS AGAINST ITS
003460* 9000-TERMINATE-RUN
003470*---------------------------------------------------------------
003480 9000-TERMINATE-RUN.
003481     IF SCORING-MODE
003482         PERFORM 9050-GROUP-IDENTICAL-LAYOUTS THRU 9050-EXIT
003483         PERFORM 9080-POST-HELD-ENTRIES     THRU 9080-EXIT
003484         PERFORM 9400-WRITE-COLLUSION-REPORT THRU 9400-EXIT
003485         PERFORM 9450-WRITE-INELIGIBLE-TRAILER THRU 9450-EXIT
003486     END-IF
003490     PERFORM 9100-WRITE-LISTING-TRAILER THRU 9100-EXIT
003500     PERFORM 9200-WRITE-WINNERS-SUMMARY THRU 9200-EXIT
003502     PERFORM 9300-PRINT-LEADERBOARD     THRU 9300-EXIT
003509     END-IF
003512     PERFORM 9600-REWRITE-ENTRANT-MASTER THRU 9600-EXIT
003520     CLOSE SCORED-LIST-FILE
003530     CLOSE WINNERS-FILE
003531     CLOSE INELIGIBLE-FILE
003532     CLOSE COLLUSION-FILE.
003540 9000-EXIT.
003550     EXIT.
003551
003552*---------------------------------------------------------------
003553* 9050-GROUP-IDENTICAL-LAYOUTS
003554* EVERY INCORRECT LAYOUT NOT YET GROUPED IS COMPARED WITH THE
003555* ONES AFTER IT; THE FIRST MATCH FOR THE SAME PUZZLE OPENS A
003556* NEW GROUP AND EVERY MATCH JOINS IT.
003557*---------------------------------------------------------------
003558 9050-GROUP-IDENTICAL-LAYOUTS.
003559     PERFORM 9060-GROUP-ONE-LAYOUT THRU 9060-EXIT
003560         VARYING WS-WRONG-INDEX FROM 1 BY 1
003561         UNTIL WS-WRONG-INDEX > WS-WRONG-COUNT.
003562 9050-EXIT.
003563     EXIT.
003564
003565 9060-GROUP-ONE-LAYOUT.
003566     IF WS-WRONG-GROUP(WS-WRONG-INDEX) > 0
003567         GO TO 9060-EXIT
003568     END-IF
003569     PERFORM VARYING WS-WRONG-SCAN FROM WS-WRONG-INDEX BY 1
003570         UNTIL WS-WRONG-SCAN > WS-WRONG-COUNT
003571         IF WS-WRONG-SCAN > WS-WRONG-INDEX
003572            AND WS-WRONG-GROUP(WS-WRONG-SCAN) = 0
003573            AND WS-WRONG-PUZZLE-ID(WS-WRONG-SCAN) =
003574                WS-WRONG-PUZZLE-ID(WS-WRONG-INDEX)
003575            AND WS-WRONG-LAYOUT(WS-WRONG-SCAN) =
003576                WS-WRONG-LAYOUT(WS-WRONG-INDEX)
003577             IF WS-WRONG-GROUP(WS-WRONG-INDEX) = 0
003578                 ADD 1 TO WS-GROUP-COUNT
003579                 MOVE WS-GROUP-COUNT
003580                      TO WS-WRONG-GROUP(WS-WRONG-INDEX)
003581                 ADD 1 TO WS-FLAGGED-COUNT
003582             END-IF
003583             MOVE WS-GROUP-COUNT TO WS-WRONG-GROUP(WS-WRONG-SCAN)
003584             ADD 1 TO WS-FLAGGED-COUNT
003585         END-IF
003586     END-PERFORM.
003587 9060-EXIT.
003588     EXIT.
003589
003590*---------------------------------------------------------------
003591* 9080-POST-HELD-ENTRIES
003592* POSTS THE HELD ENTRIES TO THE ENTRANT MASTER IN ENTRY ORDER,
003593* PASSING OVER ANY ENTRY IN A COLLUSION GROUP.
003594*---------------------------------------------------------------
003595 9080-POST-HELD-ENTRIES.
003596     PERFORM 9085-POST-ONE-HELD-ENTRY THRU 9085-EXIT
003597         VARYING WS-POST-INDEX FROM 1 BY 1
003598         UNTIL WS-POST-INDEX > WS-POST-COUNT.
003599 9080-EXIT.
003600     EXIT.
003601
003602 9085-POST-ONE-HELD-ENTRY.
003603     MOVE WS-POST-WRONG-SLOT(WS-POST-INDEX) TO WS-WRONG-SLOT
003604     IF WS-WRONG-SLOT > 0
003605         IF WS-WRONG-GROUP(WS-WRONG-SLOT) > 0
003606             GO TO 9085-EXIT
003607         END-IF
003608     END-IF
003609     MOVE WS-POST-ENTRANT(WS-POST-INDEX) TO WS-POST-ENTRANT-ID
003610     MOVE WS-POST-RESULT(WS-POST-INDEX) TO WS-SCORE-RESULT
003611     PERFORM 2500-UPDATE-ENTRANT-MASTER THRU 2500-EXIT.
003612 9085-EXIT.
003613     EXIT.
003614
003615*---------------------------------------------------------------
003616* 9100-WRITE-LISTING-TRAILER
003617*---------------------------------------------------------------
003618 9100-WRITE-LISTING-TRAILER.
003619     MOVE SPACES TO WS-SCORE-LINE
003620     WRITE SCORED-LIST-LINE FROM WS-SCORE-LINE
003630     MOVE "SUDOKUCHK CONTEST SCORING SUMMARY" TO WS-SCORE-LINE
003640     WRITE SCORED-LIST-LINE FROM WS-SCORE-LINE
003802     MOVE "DUPLICATE ENTRIES SKIPPED . . : " TO WS-SCORE-LINE
003804     MOVE WS-DUPLICATE-COUNT TO WS-TOTAL-DISPLAY
003806     MOVE WS-TOTAL-DISPLAY TO WS-SCORE-LINE(33:5)
003808     WRITE SCORED-LIST-LINE FROM WS-SCORE-LINE
003809     MOVE "ENTRIES FOR VOID PUZZLES  . . : " TO WS-SCORE-LINE
003810     MOVE WS-VOID-ENTRY-COUNT TO WS-TOTAL-DISPLAY
003811     MOVE WS-TOTAL-DISPLAY TO WS-SCORE-LINE(33:5)
003812     WRITE SCORED-LIST-LINE FROM WS-SCORE-LINE
003813     MOVE "INELIGIBLE ENTRIES  . . . . . : " TO WS-SCORE-LINE
003814     MOVE WS-INELIGIBLE-COUNT TO WS-TOTAL-DISPLAY
003815     MOVE WS-TOTAL-DISPLAY TO WS-SCORE-LINE(33:5)
003816     WRITE SCORED-LIST-LINE FROM WS-SCORE-LINE
003817     MOVE "ENTRIES FLAGGED FOR COLLUSION : " TO WS-SCORE-LINE
003818     MOVE WS-FLAGGED-COUNT TO WS-TOTAL-DISPLAY
003819     MOVE WS-TOTAL-DISPLAY TO WS-SCORE-LINE(33:5)
003820     WRITE SCORED-LIST-LINE FROM WS-SCORE-LINE.
003821 9100-EXIT.
003822     EXIT.
003830
003840*---------------------------------------------------------------
003850* 9200-WRITE-WINNERS-SUMMARY
004419     EXIT.
004420
004421*---------------------------------------------------------------
004422* 9400-WRITE-COLLUSION-REPORT
004423* ONE BLOCK PER GROUP OF IDENTICAL INCORRECT LAYOUTS - THE
004424* PUZZLE, HOW MANY ENTRANTS SENT IT AND HOW MANY CELLS IT HAS
004425* WRONG, THEN EACH ENTRANT WITH THE TIME THE ENTRY ARRIVED.
004426* THESE ENTRIES ARE LEFT OUT OF THE SEASON STANDINGS.
004427*---------------------------------------------------------------
004428 9400-WRITE-COLLUSION-REPORT.
004429     MOVE "SUDOKUCHK COLLUSION REPORT - IDENTICAL INCORRECT "
004430          TO WS-SCORE-LINE
004431     MOVE "LAYOUTS" TO WS-SCORE-LINE(50:7)
004432     WRITE COLLUSION-LINE FROM WS-SCORE-LINE
004433     PERFORM 9410-WRITE-ONE-GROUP THRU 9410-EXIT
004434         VARYING WS-WRONG-INDEX FROM 1 BY 1
004435         UNTIL WS-WRONG-INDEX > WS-WRONG-COUNT
004436     MOVE SPACES TO WS-SCORE-LINE
004437     WRITE COLLUSION-LINE FROM WS-SCORE-LINE
004438     IF WS-GROUP-COUNT = 0
004439         MOVE "NO IDENTICAL INCORRECT LAYOUTS THIS RUN"
004440              TO WS-SCORE-LINE
004441         WRITE COLLUSION-LINE FROM WS-SCORE-LINE
004442     END-IF
004443     MOVE "GROUPS FOUND  . . . . . . . . : " TO WS-SCORE-LINE
004444     MOVE WS-GROUP-COUNT TO WS-TOTAL-DISPLAY
004445     MOVE WS-TOTAL-DISPLAY TO WS-SCORE-LINE(33:5)
004446     WRITE COLLUSION-LINE FROM WS-SCORE-LINE
004447     MOVE "ENTRIES FLAGGED . . . . . . . : " TO WS-SCORE-LINE
004448     MOVE WS-FLAGGED-COUNT TO WS-TOTAL-DISPLAY
004449     MOVE WS-TOTAL-DISPLAY TO WS-SCORE-LINE(33:5)
004450     WRITE COLLUSION-LINE FROM WS-SCORE-LINE.
004451 9400-EXIT.
004452     EXIT.
004453
004454*---------------------------------------------------------------
004455* 9410-WRITE-ONE-GROUP
004456* A GROUP IS PRINTED AT ITS FIRST MEMBER - THE FIRST ROW
004457* CARRYING A GROUP NUMBER NO EARLIER ROW CARRIES.
004458*---------------------------------------------------------------
004459 9410-WRITE-ONE-GROUP.
004460     IF WS-WRONG-GROUP(WS-WRONG-INDEX) = 0
004461         GO TO 9410-EXIT
004462     END-IF
004463     PERFORM VARYING WS-WRONG-SCAN FROM 1 BY 1
004464         UNTIL WS-WRONG-SCAN NOT < WS-WRONG-INDEX
004465         IF WS-WRONG-GROUP(WS-WRONG-SCAN) =
004466            WS-WRONG-GROUP(WS-WRONG-INDEX)
004467             GO TO 9410-EXIT
004468         END-IF
004469     END-PERFORM
004470     MOVE 0 TO WS-GROUP-MEMBERS
004471     PERFORM VARYING WS-WRONG-SCAN FROM WS-WRONG-INDEX BY 1
004472         UNTIL WS-WRONG-SCAN > WS-WRONG-COUNT
004473         IF WS-WRONG-GROUP(WS-WRONG-SCAN) =
004474            WS-WRONG-GROUP(WS-WRONG-INDEX)
004475             ADD 1 TO WS-GROUP-MEMBERS
004476         END-IF
004477     END-PERFORM
004478     MOVE SPACES TO WS-SCORE-LINE
004479     WRITE COLLUSION-LINE FROM WS-SCORE-LINE
004480     MOVE "PUZZLE" TO WS-SCORE-LINE(1:6)
004481     MOVE WS-WRONG-PUZZLE-ID(WS-WRONG-INDEX)
004482          TO WS-SCORE-LINE(8:6)
004483     MOVE "ENTRANTS" TO WS-SCORE-LINE(16:8)
004484     MOVE WS-GROUP-MEMBERS TO WS-TOTAL-DISPLAY
004485     MOVE WS-TOTAL-DISPLAY TO WS-SCORE-LINE(25:5)
004486     MOVE WS-WRONG-CELLS(WS-WRONG-INDEX) TO WS-WRONG-DISPLAY
004487     MOVE WS-WRONG-DISPLAY TO WS-SCORE-LINE(32:3)
004488     MOVE "CELLS WRONG" TO WS-SCORE-LINE(36:11)
004489     WRITE COLLUSION-LINE FROM WS-SCORE-LINE
004490     PERFORM VARYING WS-WRONG-SCAN FROM WS-WRONG-INDEX BY 1
004491         UNTIL WS-WRONG-SCAN > WS-WRONG-COUNT
004492         IF WS-WRONG-GROUP(WS-WRONG-SCAN) =
004493            WS-WRONG-GROUP(WS-WRONG-INDEX)
004494             MOVE SPACES TO WS-SCORE-LINE
004495             MOVE "  ENTRANT" TO WS-SCORE-LINE(1:9)
004496             MOVE WS-WRONG-ENTRANT(WS-WRONG-SCAN)
004497                  TO WS-SCORE-LINE(11:8)
004498             MOVE "RECEIVED" TO WS-SCORE-LINE(21:8)
004499             MOVE WS-WRONG-RECV-DATE(WS-WRONG-SCAN)
004500                  TO WS-SCORE-LINE(30:8)
004501             MOVE WS-WRONG-RECV-TIME(WS-WRONG-SCAN)
004502                  TO WS-SCORE-LINE(39:6)
004503             WRITE COLLUSION-LINE FROM WS-SCORE-LINE
004504         END-IF
004505     END-PERFORM.
004506 9410-EXIT.
004507     EXIT.
004508
004509*---------------------------------------------------------------
004510* 9450-WRITE-INELIGIBLE-TRAILER
004511*---------------------------------------------------------------
004512 9450-WRITE-INELIGIBLE-TRAILER.
004513     MOVE SPACES TO WS-SCORE-LINE
004514     WRITE INELIGIBLE-LINE FROM WS-SCORE-LINE
004515     IF WS-KEY-LAG-DAYS = 0
004516         MOVE "NO KEYLAG CARD - CLOSING DEADLINE NOT CHECKED"
004517              TO WS-SCORE-LINE
004518         WRITE INELIGIBLE-LINE FROM WS-SCORE-LINE
004519     END-IF
004520     MOVE "INELIGIBLE ENTRIES  . . . . . : " TO WS-SCORE-LINE
004521     MOVE WS-INELIGIBLE-COUNT TO WS-TOTAL-DISPLAY
004522     MOVE WS-TOTAL-DISPLAY TO WS-SCORE-LINE(33:5)
004523     WRITE INELIGIBLE-LINE FROM WS-SCORE-LINE.
004524 9450-EXIT.
004525     EXIT.
004526
004527*---------------------------------------------------------------
004528* 9300-PRINT-LEADERBOARD
004529* THE SEASON STANDINGS - EVERY ENTRANT ON THE MASTER, RANKED
004530* BY CORRECT SOLUTIONS WITH TIES BROKEN BY BEST STREAK, THEN
004531* FEWEST ENTRIES, THEN ENTRANT-ID.  PRINTED EVERY SCORING RUN
004532* AND AS THE FINAL TABLE ON A CLOSEOUT RUN.
004533*---------------------------------------------------------------
004534 9300-PRINT-LEADERBOARD.
004535     PERFORM 9310-SORT-ENTRANTS THRU 9310-EXIT
004536     OPEN OUTPUT LEADERBOARD-FILE
004537     MOVE SPACES TO WS-LEADER-LINE
004538     STRING "SUDOKUCHK SEASON LEADERBOARD - "
004539            DELIMITED BY SIZE
004540            WS-SEASON-YEAR DELIMITED BY SIZE
004541            " SEASON" DELIMITED BY SIZE
004550            INTO WS-LEADER-LINE
004560     WRITE LEADERBOARD-LINE FROM WS-LEADER-LINE
004570     MOVE SPACES TO WS-LEADER-LINE
