000270*                SUSPENSE FILE UNDER REASON CODE VND, AND AN
000280*                INTAKE REPORT PER BATCH MAPS EVERY VENDOR ID
000290*                TO ITS OUTCOME FOR THE VENDOR INVOICE CHECK.
000291* 15-10-2026 DL  RUN-CONTROL LOG.  THE STEP NOW APPENDS A START
000292*                AND AN END RECORD - BUSINESS DATE, START AND
000293*                END TIME, RETURN-CODE AND KEY RECORD COUNTS -
000294*                TO THE SHARED RUNCTL FILE READ BY THE SUDOKURUN
000295*                RUN-BOOK.  AT START-UP IT REFUSES TO RUN,
000296*                RETURN-CODE 12, UNLESS THE LOG SHOWS A GOOD
000297*                SUDOKUBKP SINCE THE LAST LIBRARY CHANGE.  AN
000298*                OVERRIDE=SUDOKUIMP,INITIALS CARD ON RUNOVRD
000299*                BYPASSES THE CHECK AND THE BYPASS IS LOGGED
000300*                AGAINST THE INITIALS.
000301* 15-10-2026 DL  THE LIBRARY RECORD CARRIES THE NEW PL-TEMPLATE-ID
000302*                STAMPED BY SUDOKUGEN ON THEMED STOCK; IMPORTED
000303*                PUZZLES ARE PLAIN STOCK AND ARE WRITTEN WITH IT
000304*                SPACES.  NOTE THE LIBRARY RECORD GREW FROM 163 TO
000305*                169 BYTES - AN EXISTING LIBRARY MUST BE RELOADED
000306*                ONCE INTO THE NEW LAYOUT (TEMPLATE-ID SPACES)
000307*                BEFORE THIS VERSION RUNS.
000308* 15-10-2026 DL  THE UNIQUENESS PROOF NOW PROPAGATES
000309*                CONSTRAINTS - NAKED AND HIDDEN SINGLES ARE FILLED
000310*                BEFORE THE SEARCH AND AFTER EACH GUESS, AND THE
000311*                SEARCH ONLY GUESSES AT THE OPEN CELL WITH THE
000312*                FEWEST CANDIDATES - THE SAME SEARCH AS SUDOKUGEN
000313*                AND THE DAILY RUN, SO A HARD VENDOR PUZZLE IS FAR
000314*                LESS LIKELY TO RUN OUT OF STEPS.  ONE THAT STILL
000315*                DOES STAYS A VND REJECT ("UNIQUENESS NOT PROVEN")
000316*                - IT CARRIES THE VENDOR'S ID, NOT A LIBRARY KEY -
000317*                BUT ITS SUSPENSE ERROR TYPE IS NOW EXH (SEARCH
000318*                EXHAUSTED), AND MLT FOR A PROVEN SECOND SOLUTION,
000319*                SO THE QUEUE CAN TELL THE TWO APART.
000320*---------------------------------------------------------------

000321 ENVIRONMENT DIVISION.
000322 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT VENDOR-BATCH-FILE  ASSIGN TO "VENDFILE"
000350            ORGANIZATION       IS LINE SEQUENTIAL
000430            ORGANIZATION       IS LINE SEQUENTIAL.
000440     SELECT INTAKE-REPORT-FILE ASSIGN TO "IMPRPT"
000450            ORGANIZATION       IS LINE SEQUENTIAL.
000451     SELECT OPTIONAL RUN-CONTROL-FILE
000452            ASSIGN TO "RUNCTL"
000453            ORGANIZATION       IS LINE SEQUENTIAL
000454            FILE STATUS        IS WS-RUNCTL-STATUS.
000455     SELECT OPTIONAL RUN-OVERRIDE-FILE
000456            ASSIGN TO "RUNOVRD"
000457            ORGANIZATION       IS LINE SEQUENTIAL
000458            FILE STATUS        IS WS-RUNOVR-STATUS.

000460 DATA DIVISION.
000470 FILE SECTION.
000770     05  PL-GRID-SIZE           PIC 9(02).
000780     05  PL-PUZZLE-LAYOUT       PIC X(144).
000790     05  PL-HOLD-FLAG           PIC X(01).
000791     05  PL-TEMPLATE-ID         PIC X(06).

000800 FD  SUSPENSE-FILE
000810     LABEL RECORDS ARE STANDARD.
000950     LABEL RECORDS ARE STANDARD.
000960 01  INTAKE-REPORT-LINE         PIC X(132).

000961 FD  RUN-CONTROL-FILE
000962     LABEL RECORDS ARE STANDARD.
000963 01  RUN-CONTROL-RECORD.
000964     05  RL-PROGRAM-ID          PIC X(12).
000965     05  RL-BUSINESS-DATE       PIC X(08).
000966     05  RL-EVENT               PIC X(08).
000967     05  RL-RUN-DATE            PIC X(08).
000968     05  RL-START-TIME          PIC X(06).
000969     05  RL-END-TIME            PIC X(06).
000970     05  RL-RETURN-CODE         PIC 9(04).
000971     05  RL-COUNT OCCURS 3 TIMES.
000972         10  RL-COUNT-LABEL     PIC X(10).
000973         10  RL-COUNT-VALUE     PIC 9(09).
000974     05  RL-OPERATOR-INITIALS   PIC X(03).
000975     05  RL-MESSAGE             PIC X(40).

000976 FD  RUN-OVERRIDE-FILE
000977     LABEL RECORDS ARE STANDARD.
000978 01  RUN-OVERRIDE-RECORD        PIC X(80).

000979 WORKING-STORAGE SECTION.
000980*---------------------------------------------------------------
000990* FILE STATUS AND END-OF-FILE SWITCHES.
001000*---------------------------------------------------------------
001350                                  PIC X(12).
001360 77  WS-ROW-NUMBER                PIC 9(02).
001370 77  WS-REJECT-TEXT               PIC X(40).
001371 77  WS-REJECT-TYPE               PIC X(03).

001380*---------------------------------------------------------------
001390* GRID GEOMETRY AND THE VALUE GRID - THE SAME DERIVATIONS THE
001914* BUDGET - INTAKE PROVES EACH PUZZLE ONCE, AND A HARD VENDOR
001916* PUZZLE PROVABLE IN PRODUCTION MUST NOT REJECT AT INTAKE.
001920* A SEARCH THAT HITS THE LIMIT IS NOT PROVEN UNIQUE AND THE
001925* PUZZLE IS REJECTED.  THE LIMIT COUNTS GUESSES; CELLS THE
001926* PROPAGATION FILLS COST NO STEPS.
001930*---------------------------------------------------------------
002010 77  WS-SOLVE-ROW                  PIC 9(02).
002020 77  WS-SOLVE-COL                  PIC 9(02).
002030 77  WS-SOLVE-VALUE                PIC 9(02).
002150     88  PLACEMENT-IS-VALID        VALUE "Y".
002160     88  PLACEMENT-IS-INVALID      VALUE "N".

002161*---------------------------------------------------------------
002162* CONSTRAINT-PROPAGATION WORK AREAS.  BEFORE THE SEARCH AND
002163* AFTER EVERY GUESS IT MAKES, 5060-PROPAGATE-CONSTRAINTS STRIKES
002164* OUT THE DIGITS EACH OPEN CELL CAN NO LONGER TAKE AND FILLS
002165* EVERY CELL LEFT WITH ONE CANDIDATE (NAKED SINGLE) AND EVERY
002166* DIGIT LEFT WITH ONE HOME IN ITS ROW, COLUMN OR BOX (HIDDEN
002167* SINGLE), OVER AND OVER UNTIL NOTHING MORE FOLLOWS.  THE
002168* SEARCH ONLY GUESSES AT WHAT IS LEFT, ALWAYS AT THE OPEN CELL
002169* WITH THE FEWEST CANDIDATES.  EACH LEVEL OF THE SEARCH KEEPS
002170* THE GRID AS IT STOOD BEFORE ITS GUESS, SO A GUESS THAT LEADS
002171* NOWHERE IS UNDONE BY PUTTING THAT GRID BACK - PROPAGATION
002172* FILLS MANY CELLS PER GUESS AND A CELL-BY-CELL UNWIND WOULD
002173* NOT KNOW WHICH ONES TO CLEAR.  A GRID CAN NEED AT MOST ONE
002174* LEVEL PER OPEN CELL, HENCE 144 LEVELS.  WS-DIGIT-USED-TABLE
002175* SAYS WHICH DIGITS EACH ROW, COLUMN AND BOX ALREADY HOLDS
002176* ("Y"); BOXES ARE NUMBERED ACROSS THEN DOWN.
002177*---------------------------------------------------------------
002178 01  WS-DIGIT-USED-TABLE.
002179     05  WS-ROW-USED-ENTRY OCCURS 12 TIMES.
002180         10  WS-ROW-USED        PIC X(01) OCCURS 12 TIMES.
002181     05  WS-COL-USED-ENTRY OCCURS 12 TIMES.
002182         10  WS-COL-USED        PIC X(01) OCCURS 12 TIMES.
002183     05  WS-BOX-USED-ENTRY OCCURS 12 TIMES.
002184         10  WS-BOX-USED        PIC X(01) OCCURS 12 TIMES.

002185 01  WS-LEVEL-TABLE.
002186     05  WS-LEVEL-ENTRY OCCURS 144 TIMES.
002187         10  WS-LEVEL-GRID      PIC X(288).
002188         10  WS-LEVEL-ROW       PIC 9(02).
002189         10  WS-LEVEL-COL       PIC 9(02).
002190         10  WS-LEVEL-TRY       PIC 9(02).
002191 77  WS-LEVEL-DEPTH                PIC 9(03) VALUE 0.

002192 77  WS-BOXES-ACROSS               PIC 9(02).
002193 77  WS-PROP-ROW                   PIC 9(02).
002194 77  WS-PROP-COL                   PIC 9(02).
002195 77  WS-PROP-BOX                   PIC 9(02).
002196 77  WS-PROP-BAND                  PIC 9(02).
002197 77  WS-PROP-STACK                 PIC 9(02).
002198 77  WS-PROP-OFFSET                PIC 9(02).
002199 77  WS-PROP-DIGIT                 PIC 9(02).
002200 77  WS-PROP-FOUND-DIGIT           PIC 9(02).
002201 77  WS-PROP-TRY-DIGIT             PIC 9(02).
002202 77  WS-PROP-CAND-COUNT            PIC 9(02).
002203 77  WS-PROP-UNIT-TYPE             PIC 9(01).
002204     88  UNIT-IS-ROW               VALUE 1.
002205     88  UNIT-IS-COLUMN            VALUE 2.
002206     88  UNIT-IS-BOX               VALUE 3.
002207 77  WS-PROP-UNIT                  PIC 9(02).
002208 77  WS-PROP-UNIT-CELL             PIC 9(02).
002209 77  WS-PROP-HOME-COUNT            PIC 9(02).
002210 77  WS-PROP-HOME-ROW              PIC 9(02).
002211 77  WS-PROP-HOME-COL              PIC 9(02).
002212 77  WS-OPEN-CELL-COUNT            PIC 9(03).
002213 77  WS-BRANCH-ROW                 PIC 9(02).
002214 77  WS-BRANCH-COL                 PIC 9(02).
002215 77  WS-BRANCH-CAND-COUNT          PIC 9(02).
002216 77  WS-PROP-PLACED-COUNT          PIC 9(09) COMP VALUE 0.

002217 77  WS-PROP-CHANGE-SWITCH         PIC X(01) VALUE "N".
002218     88  PROPAGATION-CHANGED       VALUE "Y".
002219     88  PROPAGATION-SETTLED       VALUE "N".

002220 77  WS-PROP-STATE-SWITCH          PIC X(01) VALUE "Y".
002221     88  GRID-IS-CONSISTENT        VALUE "Y".
002222     88  GRID-IS-CONTRADICTED      VALUE "N".

002223*---------------------------------------------------------------
002224* LIBRARY OUTPUT WORK AREAS.  INTAKE PUZZLE-IDS ARE "V" PLUS
002225* A FIVE-DIGIT NUMBER; A COLLISION WITH A KEY ALREADY ON THE
002226* LIBRARY JUST BUMPS THE NUMBER AND TRIES AGAIN, THE SAME WAY
002227* SUDOKUGEN ASSIGNS ITS "G" IDS.
002228*---------------------------------------------------------------
002230 77  WS-NEXT-ID-NUMBER            PIC 9(05) VALUE 1.
002240 77  WS-WRITE-DONE-SWITCH         PIC X(01) VALUE "N".
002250     88  LIBRARY-WRITE-DONE       VALUE "Y".
002420 77  WS-CURRENT-DATE              PIC X(08).
002430 01  WS-REPORT-LINE               PIC X(132).

002431*---------------------------------------------------------------
002432* RUN-CONTROL LOG.  EVERY STEP OF THE STREAM APPENDS A START
002433* AND AN END RECORD TO RUNCTL.  THE BUSINESS DAY RUNS TO THE
002434* 06:00 CUTOFF - A STEP STARTED AFTER MIDNIGHT BUT BEFORE THE
002435* CUTOFF STILL BELONGS TO THE PREVIOUS DAY'S STREAM.
002436*---------------------------------------------------------------
002437 77  WS-RUNCTL-STATUS             PIC X(02).
002438     88  RUNCTL-FILE-OK           VALUE "00".
002439     88  RUNCTL-FILE-EOF          VALUE "10".
002440 77  WS-RUNCTL-PROGRAM-ID         PIC X(12) VALUE "SUDOKUIMP".
002441 77  WS-RUNCTL-CUTOFF-TIME        PIC X(06) VALUE "060000".
002442 01  WS-RUNCTL-CLOCK.
002443     05  WS-RUNCTL-CLOCK-TIME     PIC X(06).
002444     05  FILLER                   PIC X(02).
002445 77  WS-RUNCTL-SYSTEM-DATE        PIC X(08).
002446 77  WS-RUNCTL-BUSINESS-DATE      PIC X(08).
002447 77  WS-RUNCTL-START-TIME         PIC X(06).
002448 01  WS-RUNCTL-WALK-DATE.
002449     05  WS-RUNCTL-WALK-YYYY      PIC 9(04).
002450     05  WS-RUNCTL-WALK-MM        PIC 9(02).
002451     05  WS-RUNCTL-WALK-DD        PIC 9(02).
002452 01  WS-RUNCTL-MONTH-TABLE.
002453     05  FILLER                   PIC X(24)
002454             VALUE "312831303130313130313031".
002455 01  WS-RUNCTL-MONTH-TABLE-R REDEFINES WS-RUNCTL-MONTH-TABLE.
002456     05  WS-RUNCTL-MONTH-DAYS     PIC 9(02) OCCURS 12 TIMES.
002457 77  WS-RUNCTL-LEAP-QUOT          PIC 9(04).
002458 77  WS-RUNCTL-LEAP-WORK          PIC 9(04).
002459*---------------------------------------------------------------
002460* PREREQUISITE CHECK.  THE LOG IS READ FRONT TO BACK AND THE
002461* LATEST RECORD OF EACH KIND WINS.  A STAMP IS RUN DATE PLUS
002462* TIME (THE END TIME ON AN END RECORD, THE START TIME OTHERWISE)
002463* SO THAT STEPS COMPARE IN CLOCK ORDER ACROSS MIDNIGHT.  9999
002464* IN A RETURN-CODE FIELD MEANS THE STEP HAS NOT RUN.
002465*---------------------------------------------------------------
002466 77  WS-RUNOVR-STATUS             PIC X(02).
002467     88  RUNOVR-FILE-OK           VALUE "00".
002468     88  RUNOVR-FILE-EOF          VALUE "10".
002469 01  WS-RUNCTL-STAMP.
002470     05  WS-RUNCTL-STAMP-DATE     PIC X(08).
002471     05  WS-RUNCTL-STAMP-TIME     PIC X(06).
002472 77  WS-RUNCTL-BACKUP-STAMP       PIC X(14) VALUE SPACES.
002473 77  WS-RUNCTL-CHANGE-STAMP       PIC X(14) VALUE SPACES.
002474 77  WS-RUNCTL-OVERRIDE-BY        PIC X(03) VALUE SPACES.
002475 77  WS-RUNCTL-REFUSED-SWITCH     PIC X(01) VALUE "N".
002476     88  RUN-REFUSED              VALUE "Y".
002477 77  WS-RUNCTL-MESSAGE            PIC X(40).
002478 01  WS-RUNCTL-RC-DISPLAY         PIC 9(04).
002479 77  WS-RUNCTL-CARD               PIC X(80).
002480 77  WS-RUNCTL-KEYWORD            PIC X(12).
002481 77  WS-RUNCTL-CARD-PROGRAM       PIC X(12).
002482 77  WS-RUNCTL-CARD-INITIALS      PIC X(12).

002483 PROCEDURE DIVISION.
002484*---------------------------------------------------------------
002485* 0000-MAINLINE
002486*---------------------------------------------------------------
002487 0000-MAINLINE.
002488     PERFORM 0100-CHECK-RUN-CONTROL   THRU 0100-EXIT
002489     IF RUN-REFUSED
002490         MOVE 12 TO RETURN-CODE
002491         STOP RUN
002492     END-IF
002493     PERFORM 1000-INITIALIZE-RUN      THRU 1000-EXIT
002500     PERFORM 2000-PROCESS-ONE-RECORD  THRU 2000-EXIT
002510         UNTIL VENDOR-FILE-EOF
002520     IF A-PUZZLE-IS-PENDING
002530         PERFORM 3000-FINISH-PENDING-PUZZLE THRU 3000-EXIT
002540     END-IF
002550     PERFORM 9000-TERMINATE-RUN       THRU 9000-EXIT
002551     PERFORM 0900-LOG-RUN-END         THRU 0900-EXIT
002560     STOP RUN.

002561*---------------------------------------------------------------
002562* 0100-CHECK-RUN-CONTROL
002563* DATES THE RUN, CHECKS THIS STEP'S PREREQUISITES AGAINST THE
002564* RUN-CONTROL LOG AND APPENDS THE START RECORD.  A PREREQUISITE
002565* NOT MET REFUSES THE RUN UNLESS RUNOVRD CARRIES AN OVERRIDE
002566* CARD FOR THIS PROGRAM WITH THE OPERATOR'S INITIALS - THE
002567* BYPASS IS THEN LOGGED AGAINST THOSE INITIALS INSTEAD.
002568*---------------------------------------------------------------
002569 0100-CHECK-RUN-CONTROL.
002570     PERFORM 0110-SET-BUSINESS-DATE  THRU 0110-EXIT
002571     PERFORM 0120-READ-OVERRIDE-CARDS THRU 0120-EXIT
002572     PERFORM 0130-SCAN-RUN-CONTROL   THRU 0130-EXIT
002573     OPEN EXTEND RUN-CONTROL-FILE
002574     PERFORM 0150-CHECK-PREREQUISITES THRU 0150-EXIT
002575     IF RUN-REFUSED
002576         DISPLAY "SUDOKUIMP: RUN REFUSED - RETURN-CODE 12"
002577         DISPLAY "SUDOKUIMP: TO BYPASS, PUT CARD "
002578                 "OVERRIDE=SUDOKUIMP,<INITIALS> ON RUNOVRD"
002579         CLOSE RUN-CONTROL-FILE
002580         GO TO 0100-EXIT
002581     END-IF
002582     INITIALIZE RUN-CONTROL-RECORD
002583     MOVE "START" TO RL-EVENT
002584     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
002585     CLOSE RUN-CONTROL-FILE.
002586 0100-EXIT.
002587     EXIT.

002588*---------------------------------------------------------------
002589* 0110-SET-BUSINESS-DATE
002590* THE BUSINESS DATE IS TODAY, OR YESTERDAY WHEN THE STEP STARTS
002591* BEFORE THE CUTOFF.
002592*---------------------------------------------------------------
002593 0110-SET-BUSINESS-DATE.
002594     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
002595     ACCEPT WS-RUNCTL-CLOCK FROM TIME
002596     MOVE WS-RUNCTL-CLOCK-TIME TO WS-RUNCTL-START-TIME
002597     MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-BUSINESS-DATE
002598     IF WS-RUNCTL-START-TIME < WS-RUNCTL-CUTOFF-TIME
002599         MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-WALK-DATE
002600         PERFORM 0115-BACK-ONE-DAY   THRU 0115-EXIT
002601         MOVE WS-RUNCTL-WALK-DATE TO WS-RUNCTL-BUSINESS-DATE
002602     END-IF.
002603 0110-EXIT.
002604     EXIT.

002605 0115-BACK-ONE-DAY.
002606     IF WS-RUNCTL-WALK-DD > 1
002607         SUBTRACT 1 FROM WS-RUNCTL-WALK-DD
002608         GO TO 0115-EXIT
002609     END-IF
002610     IF WS-RUNCTL-WALK-MM = 1
002611         MOVE 12 TO WS-RUNCTL-WALK-MM
002612         SUBTRACT 1 FROM WS-RUNCTL-WALK-YYYY
002613     ELSE
002614         SUBTRACT 1 FROM WS-RUNCTL-WALK-MM
002615     END-IF
002616     MOVE WS-RUNCTL-MONTH-DAYS(WS-RUNCTL-WALK-MM)
002617         TO WS-RUNCTL-WALK-DD
002618     IF WS-RUNCTL-WALK-MM = 2
002619         DIVIDE WS-RUNCTL-WALK-YYYY BY 4
002620             GIVING WS-RUNCTL-LEAP-QUOT
002621             REMAINDER WS-RUNCTL-LEAP-WORK
002622         IF WS-RUNCTL-LEAP-WORK = 0
002623             MOVE 29 TO WS-RUNCTL-WALK-DD
002624             DIVIDE WS-RUNCTL-WALK-YYYY BY 100
002625                 GIVING WS-RUNCTL-LEAP-QUOT
002626                 REMAINDER WS-RUNCTL-LEAP-WORK
002627             IF WS-RUNCTL-LEAP-WORK = 0
002628                 DIVIDE WS-RUNCTL-WALK-YYYY BY 400
002629                     GIVING WS-RUNCTL-LEAP-QUOT
002630                     REMAINDER WS-RUNCTL-LEAP-WORK
002631                 IF WS-RUNCTL-LEAP-WORK NOT = 0
002632                     MOVE 28 TO WS-RUNCTL-WALK-DD
002633                 END-IF
002634             END-IF
002635         END-IF
002636     END-IF.
002637 0115-EXIT.
002638     EXIT.

002639*---------------------------------------------------------------
002640* 0120-READ-OVERRIDE-CARDS
002641* RUNOVRD MAY CARRY CARDS FOR SEVERAL STEPS.  ONLY A CARD OF THE
002642* FORM OVERRIDE=PROGRAM,INITIALS NAMING THIS PROGRAM COUNTS, AND
002643* ONLY WHEN THE INITIALS ARE PRESENT.
002644*---------------------------------------------------------------
002645 0120-READ-OVERRIDE-CARDS.
002646     OPEN INPUT RUN-OVERRIDE-FILE
002647     IF RUNOVR-FILE-OK
002648         PERFORM 0125-READ-ONE-OVERRIDE THRU 0125-EXIT
002649             UNTIL RUNOVR-FILE-EOF
002650     END-IF
002651     CLOSE RUN-OVERRIDE-FILE.
002652 0120-EXIT.
002653     EXIT.

002654 0125-READ-ONE-OVERRIDE.
002655     READ RUN-OVERRIDE-FILE INTO WS-RUNCTL-CARD
002656         AT END
002657             GO TO 0125-EXIT
002658     END-READ
002659     IF WS-RUNCTL-CARD = SPACES
002660         GO TO 0125-EXIT
002661     END-IF
002662     MOVE SPACES TO WS-RUNCTL-KEYWORD
002663                    WS-RUNCTL-CARD-PROGRAM
002664                    WS-RUNCTL-CARD-INITIALS
002665     UNSTRING WS-RUNCTL-CARD DELIMITED BY "=" OR ","
002666         INTO WS-RUNCTL-KEYWORD
002667              WS-RUNCTL-CARD-PROGRAM
002668              WS-RUNCTL-CARD-INITIALS
002669     END-UNSTRING
002670     IF WS-RUNCTL-KEYWORD NOT = "OVERRIDE"
002671         DISPLAY "SUDOKUIMP: UNRECOGNIZED OVERRIDE CARD "
002672                 "IGNORED: " WS-RUNCTL-CARD(1:40)
002673         GO TO 0125-EXIT
002674     END-IF
002675     IF WS-RUNCTL-CARD-PROGRAM NOT = WS-RUNCTL-PROGRAM-ID
002676         GO TO 0125-EXIT
002677     END-IF
002678     IF WS-RUNCTL-CARD-INITIALS = SPACES
002679         DISPLAY "SUDOKUIMP: OVERRIDE CARD IGNORED - "
002680                 "NO OPERATOR INITIALS"
002681         GO TO 0125-EXIT
002682     END-IF
002683     MOVE WS-RUNCTL-CARD-INITIALS TO WS-RUNCTL-OVERRIDE-BY.
002684 0125-EXIT.
002685     EXIT.

002686*---------------------------------------------------------------
002687* 0130-SCAN-RUN-CONTROL
002688* READS THE WHOLE LOG AND KEEPS THE LATEST FACT OF EACH KIND
002689* THIS STEP'S CHECKS NEED.
002690*---------------------------------------------------------------
002691 0130-SCAN-RUN-CONTROL.
002692     OPEN INPUT RUN-CONTROL-FILE
002693     IF RUNCTL-FILE-OK
002694         PERFORM 0135-NOTE-ONE-RUN-CONTROL THRU 0135-EXIT
002695             UNTIL RUNCTL-FILE-EOF
002696     END-IF
002697     CLOSE RUN-CONTROL-FILE.
002698 0130-EXIT.
002699     EXIT.

002700 0135-NOTE-ONE-RUN-CONTROL.
002701     READ RUN-CONTROL-FILE
002702         AT END
002703             GO TO 0135-EXIT
002704     END-READ
002705     MOVE RL-RUN-DATE TO WS-RUNCTL-STAMP-DATE
002706     IF RL-EVENT = "END"
002707         MOVE RL-END-TIME TO WS-RUNCTL-STAMP-TIME
002708     ELSE
002709         MOVE RL-START-TIME TO WS-RUNCTL-STAMP-TIME
002710     END-IF
002711     IF RL-PROGRAM-ID = "SUDOKUBKP" AND RL-EVENT = "END"
002712        AND RL-RETURN-CODE < 8
002713         MOVE WS-RUNCTL-STAMP TO WS-RUNCTL-BACKUP-STAMP
002714     END-IF
002715     IF RL-EVENT = "START"
002716         IF RL-PROGRAM-ID = "SUDOKULIB" OR "SUDOKUGEN"
002717                         OR "SUDOKUIMP" OR "SUDOKUARC"
002718                         OR "SUDOKUREC"
002719             MOVE WS-RUNCTL-STAMP TO WS-RUNCTL-CHANGE-STAMP
002720         END-IF
002721     END-IF.
002722 0135-EXIT.
002723     EXIT.

002724*---------------------------------------------------------------
002725* 0150-CHECK-PREREQUISITES
002726*---------------------------------------------------------------
002727 0150-CHECK-PREREQUISITES.
002728     PERFORM 0165-CHECK-BACKUP-CURRENT THRU 0165-EXIT.
002729 0150-EXIT.
002730     EXIT.

002731*---------------------------------------------------------------
002732* 0165-CHECK-BACKUP-CURRENT
002733* THE LATEST SUDOKUBKP ENDING BELOW 8 MUST BE LATER THAN THE
002734* START OF THE LATEST RUN OF ANY STEP THAT CHANGES THE LIBRARY.
002735*---------------------------------------------------------------
002736 0165-CHECK-BACKUP-CURRENT.
002737     IF WS-RUNCTL-BACKUP-STAMP = SPACES
002738         MOVE "NO GOOD SUDOKUBKP ON THE RUN-CONTROL LOG"
002739             TO WS-RUNCTL-MESSAGE
002740         PERFORM 0190-FAIL-ONE-CHECK THRU 0190-EXIT
002741         GO TO 0165-EXIT
002742     END-IF
002743     IF WS-RUNCTL-BACKUP-STAMP < WS-RUNCTL-CHANGE-STAMP
002744         MOVE "NO SUDOKUBKP SINCE LAST LIBRARY CHANGE"
002745             TO WS-RUNCTL-MESSAGE
002746         PERFORM 0190-FAIL-ONE-CHECK THRU 0190-EXIT
002747     END-IF.
002748 0165-EXIT.
002749     EXIT.

002750*---------------------------------------------------------------
002751* 0180-WRITE-RUN-CONTROL
002752* STAMPS THE COMMON FIELDS ON THE RECORD BUILT BY THE CALLER AND
002753* APPENDS IT.  THE LOG IS ALREADY OPEN EXTEND.
002754*---------------------------------------------------------------
002755 0180-WRITE-RUN-CONTROL.
002756     MOVE WS-RUNCTL-PROGRAM-ID    TO RL-PROGRAM-ID
002757     MOVE WS-RUNCTL-BUSINESS-DATE TO RL-BUSINESS-DATE
002758     MOVE WS-RUNCTL-SYSTEM-DATE   TO RL-RUN-DATE
002759     MOVE WS-RUNCTL-START-TIME    TO RL-START-TIME
002760     WRITE RUN-CONTROL-RECORD.
002761 0180-EXIT.
002762     EXIT.

002763*---------------------------------------------------------------
002764* 0190-FAIL-ONE-CHECK
002765* A PREREQUISITE IS NOT MET.  WITH AN OVERRIDE IN FORCE THE
002766* BYPASS IS LOGGED AGAINST THE OPERATOR AND THE RUN GOES ON;
002767* OTHERWISE THE REFUSAL IS LOGGED AND THE RUN IS STOPPED.
002768*---------------------------------------------------------------
002769 0190-FAIL-ONE-CHECK.
002770     INITIALIZE RUN-CONTROL-RECORD
002771     MOVE WS-RUNCTL-MESSAGE TO RL-MESSAGE
002772     IF WS-RUNCTL-OVERRIDE-BY NOT = SPACES
002773         DISPLAY "SUDOKUIMP: " WS-RUNCTL-MESSAGE
002774         DISPLAY "SUDOKUIMP: BYPASSED BY OVERRIDE - OPERATOR "
002775                 WS-RUNCTL-OVERRIDE-BY
002776         MOVE "OVERRIDE" TO RL-EVENT
002777         MOVE WS-RUNCTL-OVERRIDE-BY TO RL-OPERATOR-INITIALS
002778     ELSE
002779         DISPLAY "SUDOKUIMP: PREREQUISITE NOT MET - "
002780                 WS-RUNCTL-MESSAGE
002781         MOVE "REFUSED" TO RL-EVENT
002782         MOVE 12 TO RL-RETURN-CODE
002783         SET RUN-REFUSED TO TRUE
002784     END-IF
002785     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT.
002786 0190-EXIT.
002787     EXIT.

002788*---------------------------------------------------------------
002789* 0900-LOG-RUN-END
002790* APPENDS THE END RECORD - END TIME, RETURN-CODE AND THE STEP'S
002791* KEY RECORD COUNTS - TO THE RUN-CONTROL LOG.
002792*---------------------------------------------------------------
002793 0900-LOG-RUN-END.
002794     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
002795     ACCEPT WS-RUNCTL-CLOCK FROM TIME
002796     INITIALIZE RUN-CONTROL-RECORD
002797     MOVE "END" TO RL-EVENT
002798     MOVE WS-RUNCTL-CLOCK-TIME TO RL-END-TIME
002799     MOVE RETURN-CODE TO RL-RETURN-CODE
002800     MOVE "PUZZLES" TO RL-COUNT-LABEL(1)
002801     MOVE WS-CTL-PUZZLE-COUNT TO RL-COUNT-VALUE(1)
002802     MOVE "LOADED" TO RL-COUNT-LABEL(2)
002803     MOVE WS-CTL-LOADED-COUNT TO RL-COUNT-VALUE(2)
002804     MOVE "REJECTED" TO RL-COUNT-LABEL(3)
002805     MOVE WS-CTL-REJECTED-COUNT TO RL-COUNT-VALUE(3)
002806     OPEN EXTEND RUN-CONTROL-FILE
002807     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
002808     CLOSE RUN-CONTROL-FILE.
002809 0900-EXIT.
002810     EXIT.

002811*---------------------------------------------------------------
002812* 1000-INITIALIZE-RUN
002813* READS THE PARAMETER CARDS AND OPENS THE BATCH, THE LIBRARY
002814* (CREATED ON THE SPOT IF THIS IS THE VERY FIRST LOAD, LIKE
002815* SUDOKUGEN DOES), THE SUSPENSE FILE IN EXTEND MODE SO VENDOR
002816* REJECTS QUEUE BEHIND THE DAILY RUN'S, AND THE REPORT.
002817*---------------------------------------------------------------
002818 1000-INITIALIZE-RUN.
002819     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002820     PERFORM 1020-ACCEPT-RUN-PARAMETERS THRU 1020-EXIT
002821     OPEN INPUT VENDOR-BATCH-FILE
002822     IF NOT VENDOR-FILE-OK
002823         DISPLAY "SUDOKUIMP: VENDOR BATCH NOT AVAILABLE - "
002824                 "STATUS " WS-VENDOR-STATUS
002825         SET VENDOR-FILE-EOF TO TRUE
002826     END-IF
002827     OPEN I-O PUZZLE-LIB-FILE
002828     IF PUZZLE-LIB-MISSING
002829         OPEN OUTPUT PUZZLE-LIB-FILE
002830         CLOSE PUZZLE-LIB-FILE
002831         OPEN I-O PUZZLE-LIB-FILE
002832     END-IF
002833     OPEN EXTEND SUSPENSE-FILE
002834     OPEN OUTPUT INTAKE-REPORT-FILE
002835     MOVE SPACES TO WS-REPORT-LINE
002836     STRING "SUDOKUIMP VENDOR BATCH INTAKE - "
002837            DELIMITED BY SIZE
002840            WS-CURRENT-DATE DELIMITED BY SIZE
002850            "  EDITION " DELIMITED BY SIZE
002860            WS-IMP-EDITION DELIMITED BY SIZE
004630     MOVE "N" TO WS-PENDING-SWITCH
004640     ADD 1 TO WS-CTL-PUZZLE-COUNT
004650     MOVE SPACES TO WS-REJECT-TEXT
004651     MOVE SPACES TO WS-REJECT-TYPE
004660     IF WS-PEND-SIZE-X NOT = "06" AND "09" AND "12"
004670         MOVE "UNSUPPORTED GRID SIZE" TO WS-REJECT-TEXT
004680         PERFORM 7000-WRITE-SUSPENSE-RECORD THRU 7000-EXIT
004880     EVALUATE TRUE
004890         WHEN SEARCH-HIT-STEP-LIMIT
004900             MOVE "UNIQUENESS NOT PROVEN" TO WS-REJECT-TEXT
004901             MOVE "EXH" TO WS-REJECT-TYPE
004910         WHEN WS-SOLUTION-COUNT = 0
004920             MOVE "NO SOLUTION" TO WS-REJECT-TEXT
004930         WHEN WS-SOLUTION-COUNT > 1
004940             MOVE "MORE THAN ONE SOLUTION" TO WS-REJECT-TEXT
004941             MOVE "MLT" TO WS-REJECT-TYPE
004950     END-EVALUATE
004960     IF WS-REJECT-TEXT NOT = SPACES
004970         PERFORM 7000-WRITE-SUSPENSE-RECORD THRU 7000-EXIT

007150*---------------------------------------------------------------
007160* 5000-COUNT-SOLUTIONS
007170* COPIES THE GRID INTO SOLUTION-GRID, PROPAGATES THE GIVENS AND
007180* SEARCHES WHAT IS LEFT - AFTER THE FIRST COMPLETED GRID IT
007190* KEEPS SEARCHING, SO IT CAN TELL "EXACTLY ONE SOLUTION" FROM
007200* "TWO OR MORE".  A GRID THE GIVENS ALONE FINISH HAS EXACTLY
007201* ONE.  THE SEARCH IS CAPPED AT THE STEP LIMIT; A CAPPED
007210* SEARCH MEANS UNIQUENESS WAS NOT PROVEN AND THE PUZZLE IS
007220* REJECTED, NEVER LOADED ON TRUST.
007230*---------------------------------------------------------------
007240 5000-COUNT-SOLUTIONS.
007250     MOVE SUDOKU-GRID TO SOLUTION-GRID
007270     MOVE 0 TO WS-SOLUTION-COUNT
007280     MOVE 0 TO WS-SEARCH-STEP-COUNT
007290     SET SEARCH-RAN-TO-COMPLETION TO TRUE
007300     MOVE 0 TO WS-LEVEL-DEPTH
007301     PERFORM 5060-PROPAGATE-CONSTRAINTS THRU 5060-EXIT
007302     IF GRID-IS-CONTRADICTED
007303         GO TO 5000-EXIT
007304     END-IF
007305     IF WS-OPEN-CELL-COUNT = 0
007306         MOVE 1 TO WS-SOLUTION-COUNT
007307         GO TO 5000-EXIT
007308     END-IF
007309     PERFORM 5070-PUSH-SEARCH-LEVEL THRU 5070-EXIT
007310     PERFORM 5020-SEARCH-ONE-STEP THRU 5020-EXIT
007320         UNTIL WS-LEVEL-DEPTH < 1 OR WS-SOLUTION-COUNT > 1
007330            OR SEARCH-HIT-STEP-LIMIT.
007340 5000-EXIT.
007350     EXIT.

007540 5020-SEARCH-ONE-STEP.
007550     ADD 1 TO WS-SEARCH-STEP-COUNT
007560     IF WS-SEARCH-STEP-COUNT > WS-SEARCH-STEP-LIMIT
007570         SET SEARCH-HIT-STEP-LIMIT TO TRUE
007580     ELSE
007670         PERFORM 5030-ADVANCE-ONE-CELL THRU 5030-EXIT
007680     END-IF.
007690 5020-EXIT.
007700     EXIT.

007710 5030-ADVANCE-ONE-CELL.
007711     MOVE WS-LEVEL-GRID(WS-LEVEL-DEPTH) TO SOLUTION-GRID
007712     MOVE WS-LEVEL-ROW(WS-LEVEL-DEPTH) TO WS-SOLVE-ROW
007713     MOVE WS-LEVEL-COL(WS-LEVEL-DEPTH) TO WS-SOLVE-COL
007714     SET PLACEMENT-IS-INVALID TO TRUE
007715     COMPUTE WS-SOLVE-VALUE = WS-LEVEL-TRY(WS-LEVEL-DEPTH) + 1
007716     PERFORM 5040-CHECK-PLACEMENT THRU 5040-EXIT
007717         UNTIL WS-SOLVE-VALUE > WS-GRID-SIZE OR PLACEMENT-IS-VALID
007718     IF PLACEMENT-IS-INVALID
007719         SUBTRACT 1 FROM WS-LEVEL-DEPTH
007720         GO TO 5030-EXIT
007721     END-IF
007722     MOVE WS-SOLVE-VALUE TO WS-LEVEL-TRY(WS-LEVEL-DEPTH)
007723     MOVE WS-SOLVE-VALUE
007724          TO SOLUTION-CELL(WS-SOLVE-ROW, WS-SOLVE-COL)
007725     PERFORM 5060-PROPAGATE-CONSTRAINTS THRU 5060-EXIT
007726     EVALUATE TRUE
007727         WHEN GRID-IS-CONTRADICTED
007728             CONTINUE
007729         WHEN WS-OPEN-CELL-COUNT = 0
007730             ADD 1 TO WS-SOLUTION-COUNT
007731         WHEN OTHER
007732             PERFORM 5070-PUSH-SEARCH-LEVEL THRU 5070-EXIT
007733     END-EVALUATE.
007734 5030-EXIT.
007735     EXIT.

007910 5040-CHECK-PLACEMENT.
007920     SET PLACEMENT-IS-VALID TO TRUE
008290 5040-EXIT.
008300     EXIT.

008301*---------------------------------------------------------------
008302* 5060-PROPAGATE-CONSTRAINTS
008303* DEDUCES EVERYTHING THAT FOLLOWS FROM SOLUTION-GRID AS IT
008304* STANDS - NAKED AND HIDDEN SINGLES, PASS AFTER PASS UNTIL A
008305* PASS PLACES NOTHING.  AN OPEN CELL WITH NO CANDIDATE LEFT, OR
008306* A DIGIT WITH NO HOME LEFT IN A ROW, COLUMN OR BOX, MEANS THE
008307* GRID CANNOT BE COMPLETED (GRID-IS-CONTRADICTED).  OTHERWISE
008308* WS-OPEN-CELL-COUNT SAYS HOW MANY CELLS ARE STILL OPEN AND,
008309* WHEN THERE ARE ANY, WS-BRANCH-ROW/COL IS THE ONE WITH THE
008310* FEWEST CANDIDATES - THE CHEAPEST PLACE TO GUESS.
008311*---------------------------------------------------------------
008312 5060-PROPAGATE-CONSTRAINTS.
008313     COMPUTE WS-BOXES-ACROSS = WS-GRID-SIZE / WS-BOX-COLS
008314     SET GRID-IS-CONSISTENT TO TRUE
008315     SET PROPAGATION-CHANGED TO TRUE
008316     PERFORM 5061-PROPAGATE-ONE-PASS THRU 5061-EXIT
008317         UNTIL PROPAGATION-SETTLED OR GRID-IS-CONTRADICTED
008318     IF GRID-IS-CONSISTENT
008319         PERFORM 5068-CHOOSE-BRANCH-CELL THRU 5068-EXIT
008320     END-IF.
008321 5060-EXIT.
008322     EXIT.

008323*---------------------------------------------------------------
008324* 5061-PROPAGATE-ONE-PASS
008325* ONE SWEEP - EVERY OPEN CELL FOR A NAKED SINGLE, THEN EVERY
008326* ROW, COLUMN AND BOX FOR A HIDDEN SINGLE.  A DIGIT PLACED IS
008327* MARKED USED AT ONCE, SO LATER CELLS IN THE SAME SWEEP ALREADY
008328* SEE IT.
008329*---------------------------------------------------------------
008330 5061-PROPAGATE-ONE-PASS.
008331     SET PROPAGATION-SETTLED TO TRUE
008332     PERFORM 5064-TALLY-USED-DIGITS THRU 5064-EXIT
008333     PERFORM VARYING WS-PROP-ROW FROM 1 BY 1
008334         UNTIL WS-PROP-ROW > WS-GRID-SIZE
008335            OR GRID-IS-CONTRADICTED
008336         PERFORM VARYING WS-PROP-COL FROM 1 BY 1
008337             UNTIL WS-PROP-COL > WS-GRID-SIZE
008338                OR GRID-IS-CONTRADICTED
008339             IF SOLUTION-CELL(WS-PROP-ROW, WS-PROP-COL) = 0
008340                 PERFORM 5062-COUNT-CANDIDATES THRU 5062-EXIT
008341                 EVALUATE WS-PROP-CAND-COUNT
008342                     WHEN 0
008343                         SET GRID-IS-CONTRADICTED TO TRUE
008344                     WHEN 1
008345                         PERFORM 5067-PLACE-FORCED-DIGIT
008346                             THRU 5067-EXIT
008347                 END-EVALUATE
008348             END-IF
008349         END-PERFORM
008350     END-PERFORM
008351     PERFORM VARYING WS-PROP-UNIT-TYPE FROM 1 BY 1
008352         UNTIL WS-PROP-UNIT-TYPE > 3 OR GRID-IS-CONTRADICTED
008353         PERFORM VARYING WS-PROP-UNIT FROM 1 BY 1
008354             UNTIL WS-PROP-UNIT > WS-GRID-SIZE
008355                OR GRID-IS-CONTRADICTED
008356             PERFORM 5063-FIND-HIDDEN-SINGLE THRU 5063-EXIT
008357                 VARYING WS-PROP-DIGIT FROM 1 BY 1
008358                 UNTIL WS-PROP-DIGIT > WS-GRID-SIZE
008359                    OR GRID-IS-CONTRADICTED
008360         END-PERFORM
008361     END-PERFORM.
008362 5061-EXIT.
008363     EXIT.

008364*---------------------------------------------------------------
008365* 5062-COUNT-CANDIDATES
008366* HOW MANY DIGITS THE OPEN CELL (WS-PROP-ROW, WS-PROP-COL) CAN
008367* STILL TAKE, IN WS-PROP-CAND-COUNT - WITH THE LAST ONE FOUND
008368* IN WS-PROP-FOUND-DIGIT, WHICH IS THE CELL'S ANSWER WHEN THE
008369* COUNT IS ONE.  LEAVES WS-PROP-BOX SET FOR THE CELL.
008370*---------------------------------------------------------------
008371 5062-COUNT-CANDIDATES.
008372     PERFORM 5065-SET-CELL-BOX THRU 5065-EXIT
008373     MOVE 0 TO WS-PROP-CAND-COUNT
008374     PERFORM VARYING WS-PROP-TRY-DIGIT FROM 1 BY 1
008375         UNTIL WS-PROP-TRY-DIGIT > WS-GRID-SIZE
008376         IF WS-ROW-USED(WS-PROP-ROW, WS-PROP-TRY-DIGIT) = "N"
008377            AND WS-COL-USED(WS-PROP-COL, WS-PROP-TRY-DIGIT) = "N"
008378            AND WS-BOX-USED(WS-PROP-BOX, WS-PROP-TRY-DIGIT) = "N"
008379             ADD 1 TO WS-PROP-CAND-COUNT
008380             MOVE WS-PROP-TRY-DIGIT TO WS-PROP-FOUND-DIGIT
008381         END-IF
008382     END-PERFORM.
008383 5062-EXIT.
008384     EXIT.

008385*---------------------------------------------------------------
008386* 5063-FIND-HIDDEN-SINGLE
008387* LOOKS FOR THE HOMES LEFT FOR DIGIT WS-PROP-DIGIT IN UNIT
008388* WS-PROP-UNIT OF TYPE WS-PROP-UNIT-TYPE (ROW, COLUMN, BOX).  A
008389* DIGIT THE UNIT ALREADY HOLDS IS PASSED OVER; ONE WITH NO HOME
008390* LEFT IS A CONTRADICTION; ONE WITH A SINGLE HOME IS PLACED.
008391*---------------------------------------------------------------
008392 5063-FIND-HIDDEN-SINGLE.
008393     EVALUATE TRUE
008394         WHEN UNIT-IS-ROW
008395             IF WS-ROW-USED(WS-PROP-UNIT, WS-PROP-DIGIT) = "Y"
008396                 GO TO 5063-EXIT
008397             END-IF
008398         WHEN UNIT-IS-COLUMN
008399             IF WS-COL-USED(WS-PROP-UNIT, WS-PROP-DIGIT) = "Y"
008400                 GO TO 5063-EXIT
008401             END-IF
008402         WHEN OTHER
008403             IF WS-BOX-USED(WS-PROP-UNIT, WS-PROP-DIGIT) = "Y"
008404                 GO TO 5063-EXIT
008405             END-IF
008406     END-EVALUATE
008407     MOVE 0 TO WS-PROP-HOME-COUNT
008408     PERFORM VARYING WS-PROP-UNIT-CELL FROM 1 BY 1
008409         UNTIL WS-PROP-UNIT-CELL > WS-GRID-SIZE
008410            OR WS-PROP-HOME-COUNT > 1
008411         PERFORM 5066-LOCATE-UNIT-CELL THRU 5066-EXIT
008412         IF SOLUTION-CELL(WS-PROP-ROW, WS-PROP-COL) = 0
008413             PERFORM 5065-SET-CELL-BOX THRU 5065-EXIT
008414             IF WS-ROW-USED(WS-PROP-ROW, WS-PROP-DIGIT) = "N"
008415                AND WS-COL-USED(WS-PROP-COL, WS-PROP-DIGIT) = "N"
008416                AND WS-BOX-USED(WS-PROP-BOX, WS-PROP-DIGIT) = "N"
008417                 ADD 1 TO WS-PROP-HOME-COUNT
008418                 MOVE WS-PROP-ROW TO WS-PROP-HOME-ROW
008419                 MOVE WS-PROP-COL TO WS-PROP-HOME-COL
008420             END-IF
008421         END-IF
008422     END-PERFORM
008423     EVALUATE WS-PROP-HOME-COUNT
008424         WHEN 0
008425             SET GRID-IS-CONTRADICTED TO TRUE
008426         WHEN 1
008427             MOVE WS-PROP-HOME-ROW TO WS-PROP-ROW
008428             MOVE WS-PROP-HOME-COL TO WS-PROP-COL
008429             PERFORM 5065-SET-CELL-BOX THRU 5065-EXIT
008430             MOVE WS-PROP-DIGIT TO WS-PROP-FOUND-DIGIT
008431             PERFORM 5067-PLACE-FORCED-DIGIT THRU 5067-EXIT
008432     END-EVALUATE.
008433 5063-EXIT.
008434     EXIT.

008435*---------------------------------------------------------------
008436* 5064-TALLY-USED-DIGITS
008437* REBUILDS WS-DIGIT-USED-TABLE FROM SOLUTION-GRID.
008438*---------------------------------------------------------------
008439 5064-TALLY-USED-DIGITS.
008440     MOVE ALL "N" TO WS-DIGIT-USED-TABLE
008441     PERFORM VARYING WS-PROP-ROW FROM 1 BY 1
008442         UNTIL WS-PROP-ROW > WS-GRID-SIZE
008443         PERFORM VARYING WS-PROP-COL FROM 1 BY 1
008444             UNTIL WS-PROP-COL > WS-GRID-SIZE
008445             IF SOLUTION-CELL(WS-PROP-ROW, WS-PROP-COL) > 0
008446                 MOVE SOLUTION-CELL(WS-PROP-ROW, WS-PROP-COL)
008447                      TO WS-PROP-DIGIT
008448                 PERFORM 5065-SET-CELL-BOX THRU 5065-EXIT
008449                 MOVE "Y"
008450                      TO WS-ROW-USED(WS-PROP-ROW, WS-PROP-DIGIT)
008451                 MOVE "Y"
008452                      TO WS-COL-USED(WS-PROP-COL, WS-PROP-DIGIT)
008453                 MOVE "Y"
008454                      TO WS-BOX-USED(WS-PROP-BOX, WS-PROP-DIGIT)
008455             END-IF
008456         END-PERFORM
008457     END-PERFORM.
008458 5064-EXIT.
008459     EXIT.

008460*---------------------------------------------------------------
008461* 5065-SET-CELL-BOX
008462* THE BOX NUMBER OF (WS-PROP-ROW, WS-PROP-COL), IN WS-PROP-BOX.
008463* EACH DIVISION IS ITS OWN COMPUTE SO THE QUOTIENT TRUNCATES.
008464*---------------------------------------------------------------
008465 5065-SET-CELL-BOX.
008466     COMPUTE WS-PROP-BAND = (WS-PROP-ROW - 1) / WS-BOX-ROWS
008467     COMPUTE WS-PROP-STACK = (WS-PROP-COL - 1) / WS-BOX-COLS
008468     COMPUTE WS-PROP-BOX = (WS-PROP-BAND * WS-BOXES-ACROSS)
008469                         + WS-PROP-STACK + 1.
008470 5065-EXIT.
008471     EXIT.

008472*---------------------------------------------------------------
008473* 5066-LOCATE-UNIT-CELL
008474* THE ROW AND COLUMN OF CELL WS-PROP-UNIT-CELL OF THE UNIT,
008475* IN WS-PROP-ROW / WS-PROP-COL.  A BOX IS READ ACROSS THEN DOWN.
008476*---------------------------------------------------------------
008477 5066-LOCATE-UNIT-CELL.
008478     EVALUATE TRUE
008479         WHEN UNIT-IS-ROW
008480             MOVE WS-PROP-UNIT      TO WS-PROP-ROW
008481             MOVE WS-PROP-UNIT-CELL TO WS-PROP-COL
008482         WHEN UNIT-IS-COLUMN
008483             MOVE WS-PROP-UNIT-CELL TO WS-PROP-ROW
008484             MOVE WS-PROP-UNIT      TO WS-PROP-COL
008485         WHEN OTHER
008486             COMPUTE WS-PROP-BAND =
008487                     (WS-PROP-UNIT - 1) / WS-BOXES-ACROSS
008488             COMPUTE WS-PROP-STACK =
008489                     (WS-PROP-UNIT - 1)
008490                   - (WS-PROP-BAND * WS-BOXES-ACROSS)
008491             COMPUTE WS-PROP-OFFSET =
008492                     (WS-PROP-UNIT-CELL - 1) / WS-BOX-COLS
008493             COMPUTE WS-PROP-ROW =
008494                     (WS-PROP-BAND * WS-BOX-ROWS)
008495                   + WS-PROP-OFFSET + 1
008496             COMPUTE WS-PROP-COL =
008497                     (WS-PROP-STACK * WS-BOX-COLS)
008498                   + (WS-PROP-UNIT-CELL - 1)
008499                   - (WS-PROP-OFFSET * WS-BOX-COLS) + 1
008500     END-EVALUATE.
008501 5066-EXIT.
008502     EXIT.

008503*---------------------------------------------------------------
008504* 5067-PLACE-FORCED-DIGIT
008505* FILLS (WS-PROP-ROW, WS-PROP-COL) WITH WS-PROP-FOUND-DIGIT AND
008506* MARKS THE DIGIT USED IN THE CELL'S ROW, COLUMN AND BOX
008507* (WS-PROP-BOX ALREADY SET).  EVERY CELL FILLED THIS WAY IS ONE
008508* THE OLD CELL-BY-CELL WALK HAD TO STEP ONTO AND GUESS AT - THE
008509* COUNT IS WHAT THE RUN-STATS FILE REPORTS AS STEPS SAVED.
008510*---------------------------------------------------------------
008511 5067-PLACE-FORCED-DIGIT.
008512     MOVE WS-PROP-FOUND-DIGIT
008513          TO SOLUTION-CELL(WS-PROP-ROW, WS-PROP-COL)
008514     MOVE "Y"
008515          TO WS-ROW-USED(WS-PROP-ROW, WS-PROP-FOUND-DIGIT)
008516     MOVE "Y"
008517          TO WS-COL-USED(WS-PROP-COL, WS-PROP-FOUND-DIGIT)
008518     MOVE "Y"
008519          TO WS-BOX-USED(WS-PROP-BOX, WS-PROP-FOUND-DIGIT)
008520     ADD 1 TO WS-PROP-PLACED-COUNT
008521     SET PROPAGATION-CHANGED TO TRUE.
008522 5067-EXIT.
008523     EXIT.

008524*---------------------------------------------------------------
008525* 5068-CHOOSE-BRANCH-CELL
008526* COUNTS THE CELLS STILL OPEN AND PICKS THE ONE WITH THE FEWEST
008527* CANDIDATES (THE FIRST SUCH, READING ACROSS THEN DOWN) AS THE
008528* NEXT PLACE TO GUESS.  THE USED-DIGIT TABLE IS CURRENT - THE
008529* LAST PASS PLACED NOTHING.
008530*---------------------------------------------------------------
008531 5068-CHOOSE-BRANCH-CELL.
008532     MOVE 0  TO WS-OPEN-CELL-COUNT
008533     MOVE 99 TO WS-BRANCH-CAND-COUNT
008534     PERFORM VARYING WS-PROP-ROW FROM 1 BY 1
008535         UNTIL WS-PROP-ROW > WS-GRID-SIZE
008536         PERFORM VARYING WS-PROP-COL FROM 1 BY 1
008537             UNTIL WS-PROP-COL > WS-GRID-SIZE
008538             IF SOLUTION-CELL(WS-PROP-ROW, WS-PROP-COL) = 0
008539                 ADD 1 TO WS-OPEN-CELL-COUNT
008540                 PERFORM 5062-COUNT-CANDIDATES THRU 5062-EXIT
008541                 IF WS-PROP-CAND-COUNT < WS-BRANCH-CAND-COUNT
008542                     MOVE WS-PROP-CAND-COUNT
008543                          TO WS-BRANCH-CAND-COUNT
008544                     MOVE WS-PROP-ROW TO WS-BRANCH-ROW
008545                     MOVE WS-PROP-COL TO WS-BRANCH-COL
008546                 END-IF
008547             END-IF
008548         END-PERFORM
008549     END-PERFORM.
008550 5068-EXIT.
008551     EXIT.

008552*---------------------------------------------------------------
008553* 5070-PUSH-SEARCH-LEVEL
008554* OPENS A NEW SEARCH LEVEL ON THE GRID AS PROPAGATION LEFT IT,
008555* GUESSING AT THE BRANCH CELL FROM THE FIRST DIGIT UP.
008556*---------------------------------------------------------------
008557 5070-PUSH-SEARCH-LEVEL.
008558     ADD 1 TO WS-LEVEL-DEPTH
008559     MOVE SOLUTION-GRID TO WS-LEVEL-GRID(WS-LEVEL-DEPTH)
008560     MOVE WS-BRANCH-ROW TO WS-LEVEL-ROW(WS-LEVEL-DEPTH)
008561     MOVE WS-BRANCH-COL TO WS-LEVEL-COL(WS-LEVEL-DEPTH)
008562     MOVE 0             TO WS-LEVEL-TRY(WS-LEVEL-DEPTH).
008563 5070-EXIT.
008564     EXIT.

008565*---------------------------------------------------------------
008566* 6000-WRITE-LIBRARY-RECORD
008567* LOADS THE CONVERTED PUZZLE UNDER THE NEXT FREE "V" ID - A
008568* KEY COLLISION JUST BUMPS THE NUMBER AND TRIES AGAIN, THE
008569* SAME WAY SUDOKUGEN ASSIGNS ITS "G" IDS - AND REPORTS THE
008570* VENDOR-ID TO PUZZLE-ID MAPPING FOR THE INVOICE CHECK.
008571*---------------------------------------------------------------
008572 6000-WRITE-LIBRARY-RECORD.
008573     MOVE "N" TO WS-WRITE-DONE-SWITCH
008574     MOVE "N" TO WS-WRITE-RESULT-SWITCH
008575     MOVE 0 TO WS-ID-TRY-COUNT
008576     PERFORM 6100-WRITE-ONE-TRY THRU 6100-EXIT
008577         UNTIL LIBRARY-WRITE-DONE
008578            OR WS-ID-TRY-COUNT > 99998
008579     IF LIBRARY-RECORD-WRITTEN
008580         ADD 1 TO WS-CTL-LOADED-COUNT
008581         MOVE SPACES TO WS-REPORT-LINE
008582         MOVE WS-PEND-VENDOR-ID TO WS-REPORT-LINE(1:10)
008583         MOVE "LOADED AS" TO WS-REPORT-LINE(13:9)
008584         MOVE WS-ASSIGNED-ID TO WS-REPORT-LINE(23:6)
008585         MOVE WS-MAPPED-BAND TO WS-REPORT-LINE(31:6)
008586         MOVE "(" TO WS-REPORT-LINE(39:1)
008587         MOVE WS-PEND-DIFF-WORD TO WS-REPORT-LINE(40:12)
008588         MOVE ")" TO WS-REPORT-LINE(52:1)
008589         WRITE INTAKE-REPORT-LINE FROM WS-REPORT-LINE
008590     ELSE
008591         MOVE "LIBRARY WRITE FAILED" TO WS-REJECT-TEXT
008592         PERFORM 7000-WRITE-SUSPENSE-RECORD THRU 7000-EXIT
008593     END-IF.
008600 6000-EXIT.
008610     EXIT.

009020* VENDOR'S OWN ID AS THE PUZZLE-ID (TRUNCATED TO SIX) SO THE
009030* REPAIR CAN BE MATCHED BACK TO THE DELIVERY.  A VALIDATION
009040* FAILURE CARRIES THE FIRST DUPLICATE GIVEN'S COORDINATES,
009050* LIKE THE DAILY RUN'S VAL RECORDS DO.  A FAILED PROOF CARRIES
009051* ERROR TYPE EXH WHEN THE SEARCH RAN OUT OF STEPS AND MLT WHEN
009052* A SECOND SOLUTION WAS FOUND - THE SAME SPLIT AS THE DAILY
009053* RUN'S SUSPENSE REASONS.  ANY OTHER REJECT LEAVES IT BLANK.
009060*---------------------------------------------------------------
009070 7000-WRITE-SUSPENSE-RECORD.
009080     ADD 1 TO WS-CTL-REJECTED-COUNT
009220         MOVE WS-ERR-COL         TO SP-ERROR-COL
009230         MOVE WS-ERR-DIGIT       TO SP-ERROR-DIGIT
009240     ELSE
009250         MOVE WS-REJECT-TYPE     TO SP-ERROR-TYPE
009260         MOVE 0                  TO SP-ERROR-ROW
009270         MOVE 0                  TO SP-ERROR-COL
009280         MOVE SPACE              TO SP-ERROR-DIGIT
