000390*                CAN BE REPRODUCED FROM THE REPORT; THE OLD
000400*                END-OF-RUN SEED VALUE COULD NOT REPRODUCE
000410*                ANYTHING.
000411* 15-10-2026 DL  RUN-CONTROL LOG.  THE STEP NOW APPENDS A START
000412*                AND AN END RECORD - BUSINESS DATE, START AND
000413*                END TIME, RETURN-CODE AND KEY RECORD COUNTS -
000414*                TO THE SHARED RUNCTL FILE READ BY THE SUDOKURUN
000415*                RUN-BOOK.  AT START-UP IT REFUSES TO RUN,
000416*                RETURN-CODE 12, UNLESS THE LOG SHOWS A GOOD
000417*                SUDOKUBKP SINCE THE LAST LIBRARY CHANGE.  AN
000418*                OVERRIDE=SUDOKUGEN,INITIALS CARD ON RUNOVRD
000419*                BYPASSES THE CHECK AND THE BYPASS IS LOGGED
000420*                AGAINST THE INITIALS.
000421* 15-10-2026 DL  CLUE SHAPE.  EDITORIAL WAS REJECTING A GOOD
000422*                SHARE OF THE OUTPUT BY EYE FOR RANDOMLY
000423*                SCATTERED GIVENS.  A SYMMETRY= CARD (NONE,
000424*                ROTATIONAL, MIRROR, DIAGONAL - DEFAULT
000425*                ROTATIONAL, THE HOUSE STANDARD) MAKES THE DIGGER
000426*                EMPTY EACH CELL TOGETHER WITH ITS PARTNER, BOTH
000427*                PUT BACK IF THE PAIR LETS A SECOND SOLUTION IN.
000428*                TEMPLATE= CARDS NAME SHAPED CLUE PATTERNS ON THE
000429*                NEW TMPLFILE (TEMPLATE-ID, GRID SIZE, CELL MASK)
000430*                - COUNT= PUZZLES ARE BUILT PER TEMPLATE, CLUES
000431*                EXACTLY WHERE THE MASK SAYS, FRESH GRIDS TRIED
000432*                UNTIL ONE IS PROVEN UNIQUE.  THE TEMPLATE-ID IS
000433*                STAMPED ON THE LIBRARY RECORD (PL-TEMPLATE-ID,
000434*                SPACES FOR PLAIN STOCK) AND GENRPT SHOWS THE
000435*                ATTEMPTS EACH TEMPLATE TOOK AND HOW MANY COULD
000436*                NOT BE SATISFIED.  NOTE THE RECORD GREW FROM 163
000437*                TO 169 BYTES - AN EXISTING LIBRARY MUST BE
000438*                RELOADED ONCE INTO THE NEW LAYOUT (TEMPLATE-ID
000439*                SPACES) BEFORE THIS VERSION TOUCHES IT.
000440* 15-10-2026 DL  THE UNIQUENESS PROOF NOW PROPAGATES
000441*                CONSTRAINTS - EVERY NAKED AND HIDDEN SINGLE IS
000442*                FILLED BEFORE THE SEARCH AND AFTER EACH GUESS,
000443*                AND THE SEARCH ONLY GUESSES AT THE OPEN CELL
000444*                WITH THE FEWEST CANDIDATES - SO FAR FEWER DIGS
000445*                ARE PUT BACK FOR RUNNING OUT OF STEPS.  GENRPT
000446*                COUNTS THE PROOFS THAT STILL RAN OUT, APART FROM
000447*                A PROVEN SECOND SOLUTION.
000448*---------------------------------------------------------------
000449
000450 ENVIRONMENT DIVISION.
000451 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT PUZZLE-LIB-FILE    ASSIGN TO "PUZZLIB"
000480            ORGANIZATION       IS INDEXED
000510            FILE STATUS        IS WS-PUZZLE-LIB-STATUS.
000520     SELECT GEN-REPORT-FILE    ASSIGN TO "GENRPT"
000530            ORGANIZATION       IS LINE SEQUENTIAL.
000531     SELECT OPTIONAL TEMPLATE-FILE
000532            ASSIGN TO "TMPLFILE"
000533            ORGANIZATION       IS LINE SEQUENTIAL
000534            FILE STATUS        IS WS-TEMPLATE-STATUS.
000535     SELECT OPTIONAL RUN-CONTROL-FILE
000536            ASSIGN TO "RUNCTL"
000537            ORGANIZATION       IS LINE SEQUENTIAL
000538            FILE STATUS        IS WS-RUNCTL-STATUS.
000539     SELECT OPTIONAL RUN-OVERRIDE-FILE
000540            ASSIGN TO "RUNOVRD"
000541            ORGANIZATION       IS LINE SEQUENTIAL
000542            FILE STATUS        IS WS-RUNOVR-STATUS.
000543
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PUZZLE-LIB-FILE
000630     05  PL-GRID-SIZE           PIC 9(02).
000640     05  PL-PUZZLE-LAYOUT       PIC X(144).
000650     05  PL-HOLD-FLAG           PIC X(01).
000651     05  PL-TEMPLATE-ID         PIC X(06).
000660
000670 FD  GEN-REPORT-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  GEN-REPORT-LINE            PIC X(132).
000691
000692 FD  TEMPLATE-FILE
000693     LABEL RECORDS ARE STANDARD.
000694 01  TEMPLATE-RECORD.
000695     05  TM-TEMPLATE-ID         PIC X(06).
000696     05  TM-GRID-SIZE           PIC 9(02).
000697     05  TM-CELL-MASK           PIC X(144).
000698
000699 FD  RUN-CONTROL-FILE
000700     LABEL RECORDS ARE STANDARD.
000701 01  RUN-CONTROL-RECORD.
000702     05  RL-PROGRAM-ID          PIC X(12).
000703     05  RL-BUSINESS-DATE       PIC X(08).
000704     05  RL-EVENT               PIC X(08).
000705     05  RL-RUN-DATE            PIC X(08).
000706     05  RL-START-TIME          PIC X(06).
000707     05  RL-END-TIME            PIC X(06).
000708     05  RL-RETURN-CODE         PIC 9(04).
000709     05  RL-COUNT OCCURS 3 TIMES.
000710         10  RL-COUNT-LABEL     PIC X(10).
000711         10  RL-COUNT-VALUE     PIC 9(09).
000712     05  RL-OPERATOR-INITIALS   PIC X(03).
000713     05  RL-MESSAGE             PIC X(40).
000714
000715 FD  RUN-OVERRIDE-FILE
000716     LABEL RECORDS ARE STANDARD.
000717 01  RUN-OVERRIDE-RECORD        PIC X(80).
000718
000719 WORKING-STORAGE SECTION.
000720*---------------------------------------------------------------
000730* RUN PARAMETERS - SUPPLIED AS KEYWORD=VALUE CARDS ON SYSIN,
000740* TERMINATED BY AN "END" CARD:
000800*                      (DEFAULT "GEN ")
000810*     SEED=NNNNN       STARTING SEED FOR THE PSEUDO-RANDOM
000820*                      SEQUENCE (DEFAULT TAKEN FROM TIME OF DAY)
000821*     SYMMETRY=XXXXXX  CLUE SYMMETRY NONE/ROTATIONAL/MIRROR/
000822*                      DIAGONAL (DEFAULT ROTATIONAL)
000823*     TEMPLATE=XXXXXX  CLUE-PATTERN TEMPLATE FROM TMPLFILE, UP TO
000824*                      TEN CARDS - COUNT= PUZZLES ARE BUILT FOR
000825*                      EACH, AT THE TEMPLATE'S GRID SIZE, AND
000826*                      SIZE/DIFFICULTY/SYMMETRY DO NOT APPLY
000830*---------------------------------------------------------------
000840 77  WS-PARM-CARD                 PIC X(80).
000850 77  WS-PARM-KEYWORD              PIC X(12).
000970 77  WS-GEN-EDITION               PIC X(04) VALUE "GEN ".
000980 77  WS-GEN-SEED-GIVEN            PIC X(01) VALUE "N".
000990     88  SEED-CARD-SUPPLIED       VALUE "Y".
000991 77  WS-GEN-SYMMETRY              PIC X(10) VALUE "ROTATIONAL".
000992     88  SYMMETRY-NONE            VALUE "NONE".
000993     88  SYMMETRY-ROTATIONAL      VALUE "ROTATIONAL".
000994     88  SYMMETRY-MIRROR          VALUE "MIRROR".
000995     88  SYMMETRY-DIAGONAL        VALUE "DIAGONAL".
000996     88  SYMMETRY-IS-VALID        VALUES "NONE" "ROTATIONAL"
000997                                         "MIRROR" "DIAGONAL".
001000
001010*---------------------------------------------------------------
001020* PSEUDO-RANDOM NUMBER WORK AREAS.  A SMALL LINEAR CONGRUENTIAL
001820 77  WS-DIG-ROW                   PIC 9(02).
001830 77  WS-DIG-COL                   PIC 9(02).
001840 77  WS-DIG-SAVED-VALUE           PIC 9(02).
001841 77  WS-PAIR-ROW                  PIC 9(02).
001842 77  WS-PAIR-COL                  PIC 9(02).
001843 77  WS-PAIR-SAVED-VALUE          PIC 9(02).
001844 77  WS-PAIR-SWITCH               PIC X(01) VALUE "N".
001845     88  CELL-HAS-PARTNER         VALUE "Y".
001850 77  WS-GIVEN-COUNT               PIC 9(03) VALUE 0.
001860 77  WS-TARGET-GIVEN-COUNT        PIC 9(03) VALUE 0.
001870
001960 77  WS-DIFFICULTY-LABEL          PIC X(10) VALUE "UNRATED".
001970
001980*---------------------------------------------------------------
001990* SOLUTION-COUNTING BACKTRACK SOLVER WORK AREAS.  SAME SEARCH
002000* AS THE DAILY RUN'S SOLVER, EXCEPT THAT AFTER THE FIRST
002010* COMPLETED GRID IT BACKS UP AND KEEPS SEARCHING SO IT CAN TELL
002020* "EXACTLY ONE SOLUTION" FROM "TWO OR MORE" - THE DIGGER ONLY
002030* EVER KEEPS A REMOVAL THAT LEAVES THE COUNT AT ONE.
002040*---------------------------------------------------------------
002130 77  WS-SOLVE-ROW                  PIC 9(02).
002140 77  WS-SOLVE-COL                  PIC 9(02).
002150 77  WS-SOLVE-VALUE                PIC 9(02).
002230 77  WS-SEARCH-CAP-SWITCH          PIC X(01) VALUE "N".
002240     88  SEARCH-RAN-TO-COMPLETION  VALUE "N".
002250     88  SEARCH-HIT-STEP-LIMIT     VALUE "Y".
002251
002252*---------------------------------------------------------------
002253* CONSTRAINT-PROPAGATION WORK AREAS.  BEFORE THE SEARCH AND
002254* AFTER EVERY GUESS IT MAKES, 2660-PROPAGATE-CONSTRAINTS STRIKES
002255* OUT THE DIGITS EACH OPEN CELL CAN NO LONGER TAKE AND FILLS
002256* EVERY CELL LEFT WITH ONE CANDIDATE (NAKED SINGLE) AND EVERY
002257* DIGIT LEFT WITH ONE HOME IN ITS ROW, COLUMN OR BOX (HIDDEN
002258* SINGLE), OVER AND OVER UNTIL NOTHING MORE FOLLOWS.  THE
002259* SEARCH ONLY GUESSES AT WHAT IS LEFT, ALWAYS AT THE OPEN CELL
002260* WITH THE FEWEST CANDIDATES.  EACH LEVEL OF THE SEARCH KEEPS
002261* THE GRID AS IT STOOD BEFORE ITS GUESS, SO A GUESS THAT LEADS
002262* NOWHERE IS UNDONE BY PUTTING THAT GRID BACK - PROPAGATION
002263* FILLS MANY CELLS PER GUESS AND A CELL-BY-CELL UNWIND WOULD
002264* NOT KNOW WHICH ONES TO CLEAR.  A GRID CAN NEED AT MOST ONE
002265* LEVEL PER OPEN CELL, HENCE 144 LEVELS.  WS-DIGIT-USED-TABLE
002266* SAYS WHICH DIGITS EACH ROW, COLUMN AND BOX ALREADY HOLDS
002267* ("Y"); BOXES ARE NUMBERED ACROSS THEN DOWN.
002268*---------------------------------------------------------------
002269 01  WS-DIGIT-USED-TABLE.
002270     05  WS-ROW-USED-ENTRY OCCURS 12 TIMES.
002271         10  WS-ROW-USED        PIC X(01) OCCURS 12 TIMES.
002272     05  WS-COL-USED-ENTRY OCCURS 12 TIMES.
002273         10  WS-COL-USED        PIC X(01) OCCURS 12 TIMES.
002274     05  WS-BOX-USED-ENTRY OCCURS 12 TIMES.
002275         10  WS-BOX-USED        PIC X(01) OCCURS 12 TIMES.
002276
002277 01  WS-LEVEL-TABLE.
002278     05  WS-LEVEL-ENTRY OCCURS 144 TIMES.
002279         10  WS-LEVEL-GRID      PIC X(288).
002280         10  WS-LEVEL-ROW       PIC 9(02).
002281         10  WS-LEVEL-COL       PIC 9(02).
002282         10  WS-LEVEL-TRY       PIC 9(02).
002283 77  WS-LEVEL-DEPTH                PIC 9(03) VALUE 0.
002284
002285 77  WS-BOXES-ACROSS               PIC 9(02).
002286 77  WS-PROP-ROW                   PIC 9(02).
002287 77  WS-PROP-COL                   PIC 9(02).
002288 77  WS-PROP-BOX                   PIC 9(02).
002289 77  WS-PROP-BAND                  PIC 9(02).
002290 77  WS-PROP-STACK                 PIC 9(02).
002291 77  WS-PROP-OFFSET                PIC 9(02).
002292 77  WS-PROP-DIGIT                 PIC 9(02).
002293 77  WS-PROP-FOUND-DIGIT           PIC 9(02).
002294 77  WS-PROP-TRY-DIGIT             PIC 9(02).
002295 77  WS-PROP-CAND-COUNT            PIC 9(02).
002296 77  WS-PROP-UNIT-TYPE             PIC 9(01).
002297     88  UNIT-IS-ROW               VALUE 1.
002298     88  UNIT-IS-COLUMN            VALUE 2.
002299     88  UNIT-IS-BOX               VALUE 3.
002300 77  WS-PROP-UNIT                  PIC 9(02).
002301 77  WS-PROP-UNIT-CELL             PIC 9(02).
002302 77  WS-PROP-HOME-COUNT            PIC 9(02).
002303 77  WS-PROP-HOME-ROW              PIC 9(02).
002304 77  WS-PROP-HOME-COL              PIC 9(02).
002305 77  WS-OPEN-CELL-COUNT            PIC 9(03).
002306 77  WS-BRANCH-ROW                 PIC 9(02).
002307 77  WS-BRANCH-COL                 PIC 9(02).
002308 77  WS-BRANCH-CAND-COUNT          PIC 9(02).
002309 77  WS-PROP-PLACED-COUNT          PIC 9(09) COMP VALUE 0.
002310
002311 77  WS-PROP-CHANGE-SWITCH         PIC X(01) VALUE "N".
002312     88  PROPAGATION-CHANGED       VALUE "Y".
002313     88  PROPAGATION-SETTLED       VALUE "N".
002314
002315 77  WS-PROP-STATE-SWITCH          PIC X(01) VALUE "Y".
002316     88  GRID-IS-CONSISTENT        VALUE "Y".
002317     88  GRID-IS-CONTRADICTED      VALUE "N".
002318
002319 77  WS-PLACEMENT-SWITCH           PIC X(01) VALUE "N".
002320     88  PLACEMENT-IS-VALID        VALUE "Y".
002321     88  PLACEMENT-IS-INVALID      VALUE "N".
002322
002323*---------------------------------------------------------------
002324* LIBRARY OUTPUT WORK AREAS.  GENERATED PUZZLE-IDS ARE "G" PLUS
002330* A FIVE-DIGIT NUMBER SEEDED FROM THE RANDOM SEED; A COLLISION
002340* WITH A KEY ALREADY ON THE LIBRARY JUST BUMPS THE NUMBER AND
002350* TRIES AGAIN.
002690 77  WS-GENERATED-COUNT           PIC 9(03) VALUE 0.
002700 77  WS-FAILED-COUNT              PIC 9(03) VALUE 0.
002710 77  WS-WRITE-FAIL-COUNT          PIC 9(03) VALUE 0.
002711 77  WS-EXHAUSTED-COUNT           PIC 9(05) VALUE 0.
002720 01  WS-RPT-DISPLAY-COUNT         PIC ZZZZ9.
002730 01  WS-RPT-LINE                  PIC X(132).
002740
002750 01  ROW-INDEX          PIC 9(2).
002760 01  COL-INDEX          PIC 9(2).
002770 77  WS-CELL-INDEX                PIC 9(03).
002771
002772*---------------------------------------------------------------
002773* CLUE-PATTERN TEMPLATES NAMED ON TEMPLATE= CARDS.  THE MASK
002774* HOLDS ONE CHARACTER PER CELL, ROW BY ROW - A SPACE, "0" OR "."
002775* IS A CELL TO EMPTY, ANY OTHER CHARACTER IS A GIVEN, SO A SHAPE
002776* CAN BE DRAWN WITH X'S.  STATE IS M (NOT YET FOUND ON
002777* TMPLFILE), F (FOUND), B (BAD GRID SIZE), S (SATISFIED) OR U
002778* (ATTEMPT LIMIT RAN OUT).
002779*---------------------------------------------------------------
002780 77  WS-TEMPLATE-STATUS           PIC X(02) VALUE "00".
002781     88  TEMPLATE-FILE-OK         VALUE "00".
002782     88  TEMPLATE-FILE-EOF        VALUE "10".
002783 01  WS-TMPL-TABLE.
002784     05  WS-TMPL-ENTRY OCCURS 10 TIMES.
002785         10  WS-TMPL-ID         PIC X(06).
002786         10  WS-TMPL-GRID-SIZE  PIC 9(02).
002787         10  WS-TMPL-MASK       PIC X(144).
002788         10  WS-TMPL-CLUE-COUNT PIC 9(03).
002789         10  WS-TMPL-STATE      PIC X(01).
002790         10  WS-TMPL-WRITTEN    PIC 9(03).
002791         10  WS-TMPL-ATTEMPTS   PIC 9(05).
002792 77  WS-TMPL-COUNT                PIC 9(02) VALUE 0.
002793 77  WS-TMPL-INDEX                PIC 9(02).
002794 77  WS-TMPL-ATTEMPT              PIC 9(03).
002795 77  WS-TMPL-ATTEMPT-LIMIT        PIC 9(03) VALUE 50.
002796 77  WS-TMPL-CELL-COUNT           PIC 9(03).
002797 77  WS-TMPL-UNSATISFIED-COUNT    PIC 9(03) VALUE 0.
002798 77  WS-TMPL-UNUSABLE-COUNT       PIC 9(03) VALUE 0.
002799 77  WS-TMPL-PER-PUZZLE           PIC 9(05).
002800 77  WS-CURRENT-TEMPLATE-ID       PIC X(06) VALUE SPACES.
002801 77  WS-TMPL-DUP-SWITCH           PIC X(01) VALUE "N".
002802     88  TEMPLATE-ALREADY-NAMED   VALUE "Y".
002803
002804*---------------------------------------------------------------
002805* RUN-CONTROL LOG.  EVERY STEP OF THE STREAM APPENDS A START
002806* AND AN END RECORD TO RUNCTL.  THE BUSINESS DAY RUNS TO THE
002807* 06:00 CUTOFF - A STEP STARTED AFTER MIDNIGHT BUT BEFORE THE
002808* CUTOFF STILL BELONGS TO THE PREVIOUS DAY'S STREAM.
002809*---------------------------------------------------------------
002810 77  WS-RUNCTL-STATUS             PIC X(02).
002811     88  RUNCTL-FILE-OK           VALUE "00".
002812     88  RUNCTL-FILE-EOF          VALUE "10".
002813 77  WS-RUNCTL-PROGRAM-ID         PIC X(12) VALUE "SUDOKUGEN".
002814 77  WS-RUNCTL-CUTOFF-TIME        PIC X(06) VALUE "060000".
002815 01  WS-RUNCTL-CLOCK.
002816     05  WS-RUNCTL-CLOCK-TIME     PIC X(06).
002817     05  FILLER                   PIC X(02).
002818 77  WS-RUNCTL-SYSTEM-DATE        PIC X(08).
002819 77  WS-RUNCTL-BUSINESS-DATE      PIC X(08).
002820 77  WS-RUNCTL-START-TIME         PIC X(06).
002821 01  WS-RUNCTL-WALK-DATE.
002822     05  WS-RUNCTL-WALK-YYYY      PIC 9(04).
002823     05  WS-RUNCTL-WALK-MM        PIC 9(02).
002824     05  WS-RUNCTL-WALK-DD        PIC 9(02).
002825 01  WS-RUNCTL-MONTH-TABLE.
002826     05  FILLER                   PIC X(24)
002827             VALUE "312831303130313130313031".
002828 01  WS-RUNCTL-MONTH-TABLE-R REDEFINES WS-RUNCTL-MONTH-TABLE.
002829     05  WS-RUNCTL-MONTH-DAYS     PIC 9(02) OCCURS 12 TIMES.
002830 77  WS-RUNCTL-LEAP-QUOT          PIC 9(04).
002831 77  WS-RUNCTL-LEAP-WORK          PIC 9(04).
002832*---------------------------------------------------------------
002833* PREREQUISITE CHECK.  THE LOG IS READ FRONT TO BACK AND THE
002834* LATEST RECORD OF EACH KIND WINS.  A STAMP IS RUN DATE PLUS
002835* TIME (THE END TIME ON AN END RECORD, THE START TIME OTHERWISE)
002836* SO THAT STEPS COMPARE IN CLOCK ORDER ACROSS MIDNIGHT.  9999
002837* IN A RETURN-CODE FIELD MEANS THE STEP HAS NOT RUN.
002838*---------------------------------------------------------------
002839 77  WS-RUNOVR-STATUS             PIC X(02).
002840     88  RUNOVR-FILE-OK           VALUE "00".
002841     88  RUNOVR-FILE-EOF          VALUE "10".
002842 01  WS-RUNCTL-STAMP.
002843     05  WS-RUNCTL-STAMP-DATE     PIC X(08).
002844     05  WS-RUNCTL-STAMP-TIME     PIC X(06).
002845 77  WS-RUNCTL-BACKUP-STAMP       PIC X(14) VALUE SPACES.
002846 77  WS-RUNCTL-CHANGE-STAMP       PIC X(14) VALUE SPACES.
002847 77  WS-RUNCTL-OVERRIDE-BY        PIC X(03) VALUE SPACES.
002848 77  WS-RUNCTL-REFUSED-SWITCH     PIC X(01) VALUE "N".
002849     88  RUN-REFUSED              VALUE "Y".
002850 77  WS-RUNCTL-MESSAGE            PIC X(40).
002851 01  WS-RUNCTL-RC-DISPLAY         PIC 9(04).
002852 77  WS-RUNCTL-CARD               PIC X(80).
002853 77  WS-RUNCTL-KEYWORD            PIC X(12).
002854 77  WS-RUNCTL-CARD-PROGRAM       PIC X(12).
002855 77  WS-RUNCTL-CARD-INITIALS      PIC X(12).
002856
002857 PROCEDURE DIVISION.
002858*---------------------------------------------------------------
002859* 0000-MAINLINE
002860*---------------------------------------------------------------
002861 0000-MAINLINE.
002862     PERFORM 0100-CHECK-RUN-CONTROL   THRU 0100-EXIT
002863     IF RUN-REFUSED
002864         MOVE 12 TO RETURN-CODE
002865         STOP RUN
002866     END-IF
002867     PERFORM 1000-INITIALIZE-RUN      THRU 1000-EXIT
002868     IF WS-TMPL-COUNT > 0
002869         PERFORM 2800-RUN-ONE-TEMPLATE THRU 2800-EXIT
002870             VARYING WS-TMPL-INDEX FROM 1 BY 1
002871             UNTIL WS-TMPL-INDEX > WS-TMPL-COUNT
002872     ELSE
002873         PERFORM 2000-GENERATE-ONE-PUZZLE THRU 2000-EXIT
002874             VARYING WS-PUZZLE-NUMBER FROM 1 BY 1
002875             UNTIL WS-PUZZLE-NUMBER > WS-GEN-REQUEST-COUNT
002876     END-IF
002880     PERFORM 9000-TERMINATE-RUN       THRU 9000-EXIT
002881     PERFORM 0900-LOG-RUN-END         THRU 0900-EXIT
002890     STOP RUN.
002900
002901*---------------------------------------------------------------
002902* 0100-CHECK-RUN-CONTROL
002903* DATES THE RUN, CHECKS THIS STEP'S PREREQUISITES AGAINST THE
002904* RUN-CONTROL LOG AND APPENDS THE START RECORD.  A PREREQUISITE
002905* NOT MET REFUSES THE RUN UNLESS RUNOVRD CARRIES AN OVERRIDE
002906* CARD FOR THIS PROGRAM WITH THE OPERATOR'S INITIALS - THE
002907* BYPASS IS THEN LOGGED AGAINST THOSE INITIALS INSTEAD.
002908*---------------------------------------------------------------
002909 0100-CHECK-RUN-CONTROL.
002910     PERFORM 0110-SET-BUSINESS-DATE  THRU 0110-EXIT
002911     PERFORM 0120-READ-OVERRIDE-CARDS THRU 0120-EXIT
002912     PERFORM 0130-SCAN-RUN-CONTROL   THRU 0130-EXIT
002913     OPEN EXTEND RUN-CONTROL-FILE
002914     PERFORM 0150-CHECK-PREREQUISITES THRU 0150-EXIT
002915     IF RUN-REFUSED
002916         DISPLAY "SUDOKUGEN: RUN REFUSED - RETURN-CODE 12"
002917         DISPLAY "SUDOKUGEN: TO BYPASS, PUT CARD "
002918                 "OVERRIDE=SUDOKUGEN,<INITIALS> ON RUNOVRD"
002919         CLOSE RUN-CONTROL-FILE
002920         GO TO 0100-EXIT
002921     END-IF
002922     INITIALIZE RUN-CONTROL-RECORD
002923     MOVE "START" TO RL-EVENT
002924     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
002925     CLOSE RUN-CONTROL-FILE.
002926 0100-EXIT.
002927     EXIT.
002928
002929*---------------------------------------------------------------
002930* 0110-SET-BUSINESS-DATE
002931* THE BUSINESS DATE IS TODAY, OR YESTERDAY WHEN THE STEP STARTS
002932* BEFORE THE CUTOFF.
002933*---------------------------------------------------------------
002934 0110-SET-BUSINESS-DATE.
002935     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
002936     ACCEPT WS-RUNCTL-CLOCK FROM TIME
002937     MOVE WS-RUNCTL-CLOCK-TIME TO WS-RUNCTL-START-TIME
002938     MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-BUSINESS-DATE
002939     IF WS-RUNCTL-START-TIME < WS-RUNCTL-CUTOFF-TIME
002940         MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-WALK-DATE
002941         PERFORM 0115-BACK-ONE-DAY   THRU 0115-EXIT
002942         MOVE WS-RUNCTL-WALK-DATE TO WS-RUNCTL-BUSINESS-DATE
002943     END-IF.
002944 0110-EXIT.
002945     EXIT.
002946
002947 0115-BACK-ONE-DAY.
002948     IF WS-RUNCTL-WALK-DD > 1
002949         SUBTRACT 1 FROM WS-RUNCTL-WALK-DD
002950         GO TO 0115-EXIT
002951     END-IF
002952     IF WS-RUNCTL-WALK-MM = 1
002953         MOVE 12 TO WS-RUNCTL-WALK-MM
002954         SUBTRACT 1 FROM WS-RUNCTL-WALK-YYYY
002955     ELSE
002956         SUBTRACT 1 FROM WS-RUNCTL-WALK-MM
002957     END-IF
002958     MOVE WS-RUNCTL-MONTH-DAYS(WS-RUNCTL-WALK-MM)
002959         TO WS-RUNCTL-WALK-DD
002960     IF WS-RUNCTL-WALK-MM = 2
002961         DIVIDE WS-RUNCTL-WALK-YYYY BY 4
002962             GIVING WS-RUNCTL-LEAP-QUOT
002963             REMAINDER WS-RUNCTL-LEAP-WORK
002964         IF WS-RUNCTL-LEAP-WORK = 0
002965             MOVE 29 TO WS-RUNCTL-WALK-DD
002966             DIVIDE WS-RUNCTL-WALK-YYYY BY 100
002967                 GIVING WS-RUNCTL-LEAP-QUOT
002968                 REMAINDER WS-RUNCTL-LEAP-WORK
002969             IF WS-RUNCTL-LEAP-WORK = 0
002970                 DIVIDE WS-RUNCTL-WALK-YYYY BY 400
002971                     GIVING WS-RUNCTL-LEAP-QUOT
002972                     REMAINDER WS-RUNCTL-LEAP-WORK
002973                 IF WS-RUNCTL-LEAP-WORK NOT = 0
002974                     MOVE 28 TO WS-RUNCTL-WALK-DD
002975                 END-IF
002976             END-IF
002977         END-IF
002978     END-IF.
002979 0115-EXIT.
002980     EXIT.
002981
002982*---------------------------------------------------------------
002983* 0120-READ-OVERRIDE-CARDS
002984* RUNOVRD MAY CARRY CARDS FOR SEVERAL STEPS.  ONLY A CARD OF THE
002985* FORM OVERRIDE=PROGRAM,INITIALS NAMING THIS PROGRAM COUNTS, AND
002986* ONLY WHEN THE INITIALS ARE PRESENT.
002987*---------------------------------------------------------------
002988 0120-READ-OVERRIDE-CARDS.
002989     OPEN INPUT RUN-OVERRIDE-FILE
002990     IF RUNOVR-FILE-OK
002991         PERFORM 0125-READ-ONE-OVERRIDE THRU 0125-EXIT
002992             UNTIL RUNOVR-FILE-EOF
002993     END-IF
002994     CLOSE RUN-OVERRIDE-FILE.
002995 0120-EXIT.
002996     EXIT.
002997
002998 0125-READ-ONE-OVERRIDE.
002999     READ RUN-OVERRIDE-FILE INTO WS-RUNCTL-CARD
003000         AT END
003001             GO TO 0125-EXIT
003002     END-READ
003003     IF WS-RUNCTL-CARD = SPACES
003004         GO TO 0125-EXIT
003005     END-IF
003006     MOVE SPACES TO WS-RUNCTL-KEYWORD
003007                    WS-RUNCTL-CARD-PROGRAM
003008                    WS-RUNCTL-CARD-INITIALS
003009     UNSTRING WS-RUNCTL-CARD DELIMITED BY "=" OR ","
003010         INTO WS-RUNCTL-KEYWORD
003011              WS-RUNCTL-CARD-PROGRAM
003012              WS-RUNCTL-CARD-INITIALS
003013     END-UNSTRING
003014     IF WS-RUNCTL-KEYWORD NOT = "OVERRIDE"
003015         DISPLAY "SUDOKUGEN: UNRECOGNIZED OVERRIDE CARD "
003016                 "IGNORED: " WS-RUNCTL-CARD(1:40)
003017         GO TO 0125-EXIT
003018     END-IF
003019     IF WS-RUNCTL-CARD-PROGRAM NOT = WS-RUNCTL-PROGRAM-ID
003020         GO TO 0125-EXIT
003021     END-IF
003022     IF WS-RUNCTL-CARD-INITIALS = SPACES
003023         DISPLAY "SUDOKUGEN: OVERRIDE CARD IGNORED - "
003024                 "NO OPERATOR INITIALS"
003025         GO TO 0125-EXIT
003026     END-IF
003027     MOVE WS-RUNCTL-CARD-INITIALS TO WS-RUNCTL-OVERRIDE-BY.
003028 0125-EXIT.
003029     EXIT.
003030
003031*---------------------------------------------------------------
003032* 0130-SCAN-RUN-CONTROL
003033* READS THE WHOLE LOG AND KEEPS THE LATEST FACT OF EACH KIND
003034* THIS STEP'S CHECKS NEED.
003035*---------------------------------------------------------------
003036 0130-SCAN-RUN-CONTROL.
003037     OPEN INPUT RUN-CONTROL-FILE
003038     IF RUNCTL-FILE-OK
003039         PERFORM 0135-NOTE-ONE-RUN-CONTROL THRU 0135-EXIT
003040             UNTIL RUNCTL-FILE-EOF
003041     END-IF
003042     CLOSE RUN-CONTROL-FILE.
003043 0130-EXIT.
003044     EXIT.
003045
003046 0135-NOTE-ONE-RUN-CONTROL.
003047     READ RUN-CONTROL-FILE
003048         AT END
003049             GO TO 0135-EXIT
003050     END-READ
003051     MOVE RL-RUN-DATE TO WS-RUNCTL-STAMP-DATE
003052     IF RL-EVENT = "END"
003053         MOVE RL-END-TIME TO WS-RUNCTL-STAMP-TIME
003054     ELSE
003055         MOVE RL-START-TIME TO WS-RUNCTL-STAMP-TIME
003056     END-IF
003057     IF RL-PROGRAM-ID = "SUDOKUBKP" AND RL-EVENT = "END"
003058        AND RL-RETURN-CODE < 8
003059         MOVE WS-RUNCTL-STAMP TO WS-RUNCTL-BACKUP-STAMP
003060     END-IF
003061     IF RL-EVENT = "START"
003062         IF RL-PROGRAM-ID = "SUDOKULIB" OR "SUDOKUGEN"
003063                         OR "SUDOKUIMP" OR "SUDOKUARC"
003064                         OR "SUDOKUREC"
003065             MOVE WS-RUNCTL-STAMP TO WS-RUNCTL-CHANGE-STAMP
003066         END-IF
003067     END-IF.
003068 0135-EXIT.
003069     EXIT.
003070
003071*---------------------------------------------------------------
003072* 0150-CHECK-PREREQUISITES
003073*---------------------------------------------------------------
003074 0150-CHECK-PREREQUISITES.
003075     PERFORM 0165-CHECK-BACKUP-CURRENT THRU 0165-EXIT.
003076 0150-EXIT.
003077     EXIT.
003078
003079*---------------------------------------------------------------
003080* 0165-CHECK-BACKUP-CURRENT
003081* THE LATEST SUDOKUBKP ENDING BELOW 8 MUST BE LATER THAN THE
003082* START OF THE LATEST RUN OF ANY STEP THAT CHANGES THE LIBRARY.
003083*---------------------------------------------------------------
003084 0165-CHECK-BACKUP-CURRENT.
003085     IF WS-RUNCTL-BACKUP-STAMP = SPACES
003086         MOVE "NO GOOD SUDOKUBKP ON THE RUN-CONTROL LOG"
003087             TO WS-RUNCTL-MESSAGE
003088         PERFORM 0190-FAIL-ONE-CHECK THRU 0190-EXIT
003089         GO TO 0165-EXIT
003090     END-IF
003091     IF WS-RUNCTL-BACKUP-STAMP < WS-RUNCTL-CHANGE-STAMP
003092         MOVE "NO SUDOKUBKP SINCE LAST LIBRARY CHANGE"
003093             TO WS-RUNCTL-MESSAGE
003094         PERFORM 0190-FAIL-ONE-CHECK THRU 0190-EXIT
003095     END-IF.
003096 0165-EXIT.
003097     EXIT.
003098
003099*---------------------------------------------------------------
003100* 0180-WRITE-RUN-CONTROL
003101* STAMPS THE COMMON FIELDS ON THE RECORD BUILT BY THE CALLER AND
003102* APPENDS IT.  THE LOG IS ALREADY OPEN EXTEND.
003103*---------------------------------------------------------------
003104 0180-WRITE-RUN-CONTROL.
003105     MOVE WS-RUNCTL-PROGRAM-ID    TO RL-PROGRAM-ID
003106     MOVE WS-RUNCTL-BUSINESS-DATE TO RL-BUSINESS-DATE
003107     MOVE WS-RUNCTL-SYSTEM-DATE   TO RL-RUN-DATE
003108     MOVE WS-RUNCTL-START-TIME    TO RL-START-TIME
003109     WRITE RUN-CONTROL-RECORD.
003110 0180-EXIT.
003111     EXIT.
003112
003113*---------------------------------------------------------------
003114* 0190-FAIL-ONE-CHECK
003115* A PREREQUISITE IS NOT MET.  WITH AN OVERRIDE IN FORCE THE
003116* BYPASS IS LOGGED AGAINST THE OPERATOR AND THE RUN GOES ON;
003117* OTHERWISE THE REFUSAL IS LOGGED AND THE RUN IS STOPPED.
003118*---------------------------------------------------------------
003119 0190-FAIL-ONE-CHECK.
003120     INITIALIZE RUN-CONTROL-RECORD
003121     MOVE WS-RUNCTL-MESSAGE TO RL-MESSAGE
003122     IF WS-RUNCTL-OVERRIDE-BY NOT = SPACES
003123         DISPLAY "SUDOKUGEN: " WS-RUNCTL-MESSAGE
003124         DISPLAY "SUDOKUGEN: BYPASSED BY OVERRIDE - OPERATOR "
003125                 WS-RUNCTL-OVERRIDE-BY
003126         MOVE "OVERRIDE" TO RL-EVENT
003127         MOVE WS-RUNCTL-OVERRIDE-BY TO RL-OPERATOR-INITIALS
003128     ELSE
003129         DISPLAY "SUDOKUGEN: PREREQUISITE NOT MET - "
003130                 WS-RUNCTL-MESSAGE
003131         MOVE "REFUSED" TO RL-EVENT
003132         MOVE 12 TO RL-RETURN-CODE
003133         SET RUN-REFUSED TO TRUE
003134     END-IF
003135     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT.
003136 0190-EXIT.
003137     EXIT.
003138
003139*---------------------------------------------------------------
003140* 0900-LOG-RUN-END
003141* APPENDS THE END RECORD - END TIME, RETURN-CODE AND THE STEP'S
003142* KEY RECORD COUNTS - TO THE RUN-CONTROL LOG.
003143*---------------------------------------------------------------
003144 0900-LOG-RUN-END.
003145     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
003146     ACCEPT WS-RUNCTL-CLOCK FROM TIME
003147     INITIALIZE RUN-CONTROL-RECORD
003148     MOVE "END" TO RL-EVENT
003149     MOVE WS-RUNCTL-CLOCK-TIME TO RL-END-TIME
003150     MOVE RETURN-CODE TO RL-RETURN-CODE
003151     MOVE "GENERATED" TO RL-COUNT-LABEL(1)
003152     MOVE WS-GENERATED-COUNT TO RL-COUNT-VALUE(1)
003153     MOVE "FAILED" TO RL-COUNT-LABEL(2)
003154     MOVE WS-FAILED-COUNT TO RL-COUNT-VALUE(2)
003155     MOVE "WRITE FAIL" TO RL-COUNT-LABEL(3)
003156     MOVE WS-WRITE-FAIL-COUNT TO RL-COUNT-VALUE(3)
003157     OPEN EXTEND RUN-CONTROL-FILE
003158     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
003159     CLOSE RUN-CONTROL-FILE.
003160 0900-EXIT.
003161     EXIT.
003162
003163*---------------------------------------------------------------
003164* 1000-INITIALIZE-RUN
003165* READS THE SYSIN PARAMETER CARDS, SEEDS THE PSEUDO-RANDOM
003166* SEQUENCE (FROM TIME OF DAY UNLESS A SEED CARD PINNED IT),
003167* DERIVES THE GRID GEOMETRY AND DIFFICULTY THRESHOLDS FOR THE
003168* REQUESTED SIZE, LOADS ANY TEMPLATES NAMED ON THE CARDS, AND
003169* OPENS THE LIBRARY - CREATING IT ON THE SPOT IF THIS IS THE
003170* VERY FIRST LOAD.
003171*---------------------------------------------------------------
003172 1000-INITIALIZE-RUN.
003173     PERFORM 1020-ACCEPT-RUN-PARAMETERS THRU 1020-EXIT
003174     IF NOT SEED-CARD-SUPPLIED
003175         ACCEPT WS-TIME-OF-DAY FROM TIME
003176         DIVIDE WS-TIME-OF-DAY BY 100000
003177             GIVING WS-RAND-QUOT REMAINDER WS-RAND-SEED
003178     END-IF
003179     IF WS-RAND-SEED = 0
003180         MOVE 12345 TO WS-RAND-SEED
003181     END-IF
003182     MOVE WS-RAND-SEED TO WS-STARTING-SEED
003183     MOVE WS-RAND-SEED TO WS-NEXT-ID-NUMBER
003184     MOVE WS-GEN-GRID-SIZE TO WS-GRID-SIZE
003185     PERFORM 1060-SET-GRID-GEOMETRY THRU 1060-EXIT
003186     MOVE WS-GRID-SIZE TO WS-GEN-GRID-SIZE
003187     IF WS-TMPL-COUNT > 0
003188         PERFORM 1100-LOAD-TEMPLATES THRU 1100-EXIT
003190     END-IF
003191     OPEN I-O PUZZLE-LIB-FILE
003200     IF PUZZLE-LIB-MISSING
003210         OPEN OUTPUT PUZZLE-LIB-FILE
003220     END-IF
003750             PERFORM 1029-PARSE-NUMERIC-VALUE THRU 1029-EXIT
003760             MOVE WS-PARSE-NUMBER TO WS-RAND-SEED
003770             SET SEED-CARD-SUPPLIED TO TRUE
003771         WHEN "SYMMETRY"
003772             IF WS-PARM-VALUE(1:3) = "180"
003773                 MOVE "ROTATIONAL" TO WS-PARM-VALUE
003774             END-IF
003775             IF WS-PARM-VALUE(11:2) = SPACES
003776                 MOVE WS-PARM-VALUE(1:10) TO WS-GEN-SYMMETRY
003777             END-IF
003778             IF NOT SYMMETRY-IS-VALID
003779                 DISPLAY "SUDOKUGEN: SYMMETRY CARD REJECTED - "
003780                     "NONE, ROTATIONAL, MIRROR OR DIAGONAL"
003781                 MOVE "ROTATIONAL" TO WS-GEN-SYMMETRY
003782             END-IF
003783         WHEN "TEMPLATE"
003784             PERFORM 1035-NOTE-TEMPLATE-CARD THRU 1035-EXIT
003785         WHEN OTHER
003790             DISPLAY "SUDOKUGEN: UNRECOGNIZED PARAMETER CARD "
003800                     "IGNORED: " WS-PARM-CARD(1:40)
003810     END-EVALUATE.
004250     END-EVALUATE.
004260 1030-EXIT.
004270     EXIT.
004271
004272*---------------------------------------------------------------
004273* 1035-NOTE-TEMPLATE-CARD
004274* ADDS THE TEMPLATE-ID ON A TEMPLATE= CARD TO THE TEMPLATE TABLE.
004275* A BLANK OR REPEATED ID, OR AN ELEVENTH CARD, IS REPORTED AND
004276* IGNORED.
004277*---------------------------------------------------------------
004278 1035-NOTE-TEMPLATE-CARD.
004279     MOVE "N" TO WS-TMPL-DUP-SWITCH
004280     PERFORM VARYING WS-TMPL-INDEX FROM 1 BY 1
004281         UNTIL WS-TMPL-INDEX > WS-TMPL-COUNT
004282         IF WS-TMPL-ID(WS-TMPL-INDEX) = WS-PARM-VALUE(1:6)
004283             SET TEMPLATE-ALREADY-NAMED TO TRUE
004284         END-IF
004285     END-PERFORM
004286     IF TEMPLATE-ALREADY-NAMED OR WS-PARM-VALUE = SPACES
004287         DISPLAY "SUDOKUGEN: TEMPLATE CARD IGNORED - BLANK OR "
004288                 "REPEATED: " WS-PARM-CARD(1:40)
004289         GO TO 1035-EXIT
004290     END-IF
004291     IF WS-TMPL-COUNT >= 10
004292         DISPLAY "SUDOKUGEN: TEMPLATE CARD IGNORED - MAXIMUM "
004293                 "10 TEMPLATES PER RUN: " WS-PARM-CARD(1:40)
004294         GO TO 1035-EXIT
004295     END-IF
004296     ADD 1 TO WS-TMPL-COUNT
004297     MOVE WS-PARM-VALUE(1:6) TO WS-TMPL-ID(WS-TMPL-COUNT)
004298     MOVE 0      TO WS-TMPL-GRID-SIZE(WS-TMPL-COUNT)
004299     MOVE SPACES TO WS-TMPL-MASK(WS-TMPL-COUNT)
004300     MOVE 0      TO WS-TMPL-CLUE-COUNT(WS-TMPL-COUNT)
004301     MOVE "M"    TO WS-TMPL-STATE(WS-TMPL-COUNT)
004302     MOVE 0      TO WS-TMPL-WRITTEN(WS-TMPL-COUNT)
004303     MOVE 0      TO WS-TMPL-ATTEMPTS(WS-TMPL-COUNT).
004304 1035-EXIT.
004305     EXIT.
004306
004307*---------------------------------------------------------------
004308* 1060-SET-GRID-GEOMETRY
004309* BOX SHAPE, CELL COUNT, BAND THRESHOLDS AND TARGET GIVEN COUNT
004310* FOR THE GRID SIZE IN WS-GRID-SIZE - ONCE FOR THE SIZE CARD AT
004311* START OF RUN, AND AGAIN FOR EACH TEMPLATE'S OWN SIZE.
004312*---------------------------------------------------------------
004313 1060-SET-GRID-GEOMETRY.
004314     PERFORM 1070-SET-BOX-DIMENSIONS THRU 1070-EXIT
004315     COMPUTE WS-EASY-THRESHOLD =
004316             (35 * WS-GRID-SIZE * WS-GRID-SIZE) / 81
004317     COMPUTE WS-MEDIUM-THRESHOLD =
004318             (28 * WS-GRID-SIZE * WS-GRID-SIZE) / 81
004319     PERFORM 1030-SET-TARGET-GIVENS THRU 1030-EXIT.
004320 1060-EXIT.
004321     EXIT.
004322
004323*---------------------------------------------------------------
004324* 1070-SET-BOX-DIMENSIONS
004325* SUB-GRID (BOX) SHAPE FOR THE REQUESTED SIZE - 2x3 FOR 6x6,
004326* 3x4 FOR 12x12, 3x3 FOR STANDARD 9x9.
004330*---------------------------------------------------------------
004340 1070-SET-BOX-DIMENSIONS.
004350     EVALUATE WS-GRID-SIZE
004670     END-EVALUATE.
004680 1080-EXIT.
004690     EXIT.
004691
004692*---------------------------------------------------------------
004693* 1100-LOAD-TEMPLATES
004694* READS THE TEMPLATE FILE AND FILLS IN EACH TEMPLATE NAMED ON A
004695* CARD - GRID SIZE, MASK AND THE NUMBER OF GIVENS IT CALLS FOR.
004696* A TEMPLATE NOT ON THE FILE, OR FOR A SIZE OTHER THAN 6, 9 OR
004697* 12, IS REPORTED AND LEFT OUT OF THE RUN.
004698*---------------------------------------------------------------
004699 1100-LOAD-TEMPLATES.
004700     OPEN INPUT TEMPLATE-FILE
004701     IF TEMPLATE-FILE-OK
004702         PERFORM 1110-READ-ONE-TEMPLATE THRU 1110-EXIT
004703             UNTIL TEMPLATE-FILE-EOF
004704         CLOSE TEMPLATE-FILE
004705     END-IF
004706     PERFORM VARYING WS-TMPL-INDEX FROM 1 BY 1
004707         UNTIL WS-TMPL-INDEX > WS-TMPL-COUNT
004708         EVALUATE WS-TMPL-STATE(WS-TMPL-INDEX)
004709             WHEN "M"
004710                 ADD 1 TO WS-TMPL-UNUSABLE-COUNT
004711                 DISPLAY "SUDOKUGEN: TEMPLATE "
004712                         WS-TMPL-ID(WS-TMPL-INDEX)
004713                         " NOT ON TEMPLATE FILE - SKIPPED"
004714             WHEN "B"
004715                 ADD 1 TO WS-TMPL-UNUSABLE-COUNT
004716                 DISPLAY "SUDOKUGEN: TEMPLATE "
004717                         WS-TMPL-ID(WS-TMPL-INDEX)
004718                         " GRID SIZE NOT 6, 9 OR 12 - SKIPPED"
004719         END-EVALUATE
004720     END-PERFORM.
004721 1100-EXIT.
004722     EXIT.
004723
004724 1110-READ-ONE-TEMPLATE.
004725     READ TEMPLATE-FILE
004726         AT END
004727             SET TEMPLATE-FILE-EOF TO TRUE
004728             GO TO 1110-EXIT
004729     END-READ
004730     PERFORM VARYING WS-TMPL-INDEX FROM 1 BY 1
004731         UNTIL WS-TMPL-INDEX > WS-TMPL-COUNT
004732         IF WS-TMPL-ID(WS-TMPL-INDEX) = TM-TEMPLATE-ID
004733            AND WS-TMPL-STATE(WS-TMPL-INDEX) = "M"
004734             PERFORM 1120-TABLE-ONE-TEMPLATE THRU 1120-EXIT
004735         END-IF
004736     END-PERFORM.
004737 1110-EXIT.
004738     EXIT.
004739
004740 1120-TABLE-ONE-TEMPLATE.
004741     IF TM-GRID-SIZE NOT NUMERIC
004742         MOVE "B" TO WS-TMPL-STATE(WS-TMPL-INDEX)
004743         GO TO 1120-EXIT
004744     END-IF
004745     IF TM-GRID-SIZE NOT = 6 AND TM-GRID-SIZE NOT = 9
004746        AND TM-GRID-SIZE NOT = 12
004747         MOVE "B" TO WS-TMPL-STATE(WS-TMPL-INDEX)
004748         GO TO 1120-EXIT
004749     END-IF
004750     MOVE "F"          TO WS-TMPL-STATE(WS-TMPL-INDEX)
004751     MOVE TM-GRID-SIZE TO WS-TMPL-GRID-SIZE(WS-TMPL-INDEX)
004752     MOVE TM-CELL-MASK TO WS-TMPL-MASK(WS-TMPL-INDEX)
004753     COMPUTE WS-TMPL-CELL-COUNT = TM-GRID-SIZE * TM-GRID-SIZE
004754     MOVE 0 TO WS-TMPL-CLUE-COUNT(WS-TMPL-INDEX)
004755     PERFORM VARYING WS-CELL-INDEX FROM 1 BY 1
004756         UNTIL WS-CELL-INDEX > WS-TMPL-CELL-COUNT
004757         IF TM-CELL-MASK(WS-CELL-INDEX:1) NOT = SPACE
004758            AND TM-CELL-MASK(WS-CELL-INDEX:1) NOT = "0"
004759            AND TM-CELL-MASK(WS-CELL-INDEX:1) NOT = "."
004760             ADD 1 TO WS-TMPL-CLUE-COUNT(WS-TMPL-INDEX)
004761         END-IF
004762     END-PERFORM.
004763 1120-EXIT.
004764     EXIT.
004765
004766*---------------------------------------------------------------
004767* 1200-NEXT-RANDOM-NUMBER
004768* ADVANCES THE SEED AND LEAVES A VALUE BETWEEN 1 AND
004769* WS-RANDOM-RANGE IN WS-RANDOM-VALUE.
004770*---------------------------------------------------------------
004771 1200-NEXT-RANDOM-NUMBER.
004772     COMPUTE WS-RAND-WORK = (WS-RAND-SEED * 421) + 2113
004780     DIVIDE WS-RAND-WORK BY 100000
004790         GIVING WS-RAND-QUOT REMAINDER WS-RAND-SEED
004800     DIVIDE WS-RAND-SEED BY WS-RANDOM-RANGE
006150* BLANKS CELLS OF THE COMPLETED GRID IN RANDOM ORDER UNTIL THE
006160* TARGET GIVEN COUNT IS REACHED OR EVERY CELL HAS BEEN TRIED.
006170* A REMOVAL THAT LETS A SECOND SOLUTION IN IS PUT STRAIGHT BACK,
006180* SO THE PUZZLE HAS EXACTLY ONE ANSWER AT EVERY STEP.  UNDER A
006181* SYMMETRY CARD EACH CELL GOES TOGETHER WITH ITS PARTNER CELL
006182* AND THE PAIR COMES BACK TOGETHER, SO THE GIVENS STAY IN THE
006183* REQUESTED SHAPE.
006190*---------------------------------------------------------------
006200 2200-DIG-HOLES.
006210     MOVE FULL-GRID TO SUDOKU-GRID
006520             ((WS-DIG-ROW - 1) * WS-GRID-SIZE)
006530     MOVE SUDOKU-CELL(WS-DIG-ROW, WS-DIG-COL)
006540          TO WS-DIG-SAVED-VALUE
006550     IF WS-DIG-SAVED-VALUE = 0
006551         GO TO 2220-EXIT
006552     END-IF
006553     PERFORM 2230-FIND-PARTNER-CELL THRU 2230-EXIT
006560     MOVE 0 TO SUDOKU-CELL(WS-DIG-ROW, WS-DIG-COL)
006561     IF CELL-HAS-PARTNER
006562         MOVE 0 TO SUDOKU-CELL(WS-PAIR-ROW, WS-PAIR-COL)
006563     END-IF
006570     PERFORM 2600-COUNT-SOLUTIONS THRU 2600-EXIT
006580     IF WS-SOLUTION-COUNT = 1
006590        AND SEARCH-RAN-TO-COMPLETION
006600         SUBTRACT 1 FROM WS-GIVEN-COUNT
006601         IF CELL-HAS-PARTNER
006602             SUBTRACT 1 FROM WS-GIVEN-COUNT
006603         END-IF
006610     ELSE
006620         MOVE WS-DIG-SAVED-VALUE
006630              TO SUDOKU-CELL(WS-DIG-ROW, WS-DIG-COL)
006631         IF CELL-HAS-PARTNER
006632             MOVE WS-PAIR-SAVED-VALUE
006633                  TO SUDOKU-CELL(WS-PAIR-ROW, WS-PAIR-COL)
006634         END-IF
006650     END-IF.
006660 2220-EXIT.
006670     EXIT.
006671
006672*---------------------------------------------------------------
006673* 2230-FIND-PARTNER-CELL
006674* THE CELL THAT MUST BE EMPTIED WITH (WS-DIG-ROW, WS-DIG-COL)
006675* UNDER THE SYMMETRY CARD - TURNED HALF A CIRCLE ABOUT THE
006676* CENTRE (ROTATIONAL), REFLECTED LEFT TO RIGHT (MIRROR) OR
006677* REFLECTED IN THE LEADING DIAGONAL (DIAGONAL).  A CELL THAT IS
006678* ITS OWN PARTNER (THE CENTRE, OR ON THE AXIS), OR NO SYMMETRY
006679* AT ALL, LEAVES CELL-HAS-PARTNER OFF.
006680*---------------------------------------------------------------
006681 2230-FIND-PARTNER-CELL.
006682     MOVE "N" TO WS-PAIR-SWITCH
006683     EVALUATE TRUE
006684         WHEN SYMMETRY-ROTATIONAL
006685             COMPUTE WS-PAIR-ROW = WS-GRID-SIZE + 1 - WS-DIG-ROW
006686             COMPUTE WS-PAIR-COL = WS-GRID-SIZE + 1 - WS-DIG-COL
006687         WHEN SYMMETRY-MIRROR
006688             MOVE WS-DIG-ROW TO WS-PAIR-ROW
006689             COMPUTE WS-PAIR-COL = WS-GRID-SIZE + 1 - WS-DIG-COL
006690         WHEN SYMMETRY-DIAGONAL
006691             MOVE WS-DIG-COL TO WS-PAIR-ROW
006692             MOVE WS-DIG-ROW TO WS-PAIR-COL
006693         WHEN OTHER
006694             GO TO 2230-EXIT
006695     END-EVALUATE
006696     IF WS-PAIR-ROW = WS-DIG-ROW AND WS-PAIR-COL = WS-DIG-COL
006697         GO TO 2230-EXIT
006698     END-IF
006699     MOVE SUDOKU-CELL(WS-PAIR-ROW, WS-PAIR-COL)
006700          TO WS-PAIR-SAVED-VALUE
006701     IF WS-PAIR-SAVED-VALUE NOT = 0
006702         SET CELL-HAS-PARTNER TO TRUE
006703     END-IF.
006704 2230-EXIT.
006705     EXIT.
006706
006707*---------------------------------------------------------------
006708* 2400-RATE-DIFFICULTY
006710* CLASSES THE DUG PUZZLE FROM ITS GIVEN COUNT, USING THE SAME
006720* PROPORTIONAL THRESHOLDS AS THE DAILY RUN, SO THE BAND WRITTEN
006730* TO PL-DIFFICULTY-REQ IS THE BAND THE DAILY RUN WILL COMPUTE.
006870
006880*---------------------------------------------------------------
006890* 2600-COUNT-SOLUTIONS
006900* COPIES THE DUG GRID INTO SOLUTION-GRID, PROPAGATES THE GIVENS
006910* AND SEARCHES WHAT IS LEFT.  WHEN THE FIRST COMPLETED GRID IS
006920* REACHED THE SEARCH KEEPS GOING; FINDING A SECOND COMPLETED
006930* GRID STOPS IT AT A COUNT OF TWO - "TWO OR MORE" IS ALL THE
006940* DIGGER NEEDS TO KNOW TO UNDO A REMOVAL.  A GRID THE GIVENS
006941* ALONE FINISH HAS EXACTLY ONE SOLUTION AND NEEDS NO SEARCH.
006950* THE SEARCH IS CAPPED AT WS-SEARCH-STEP-LIMIT GUESSES SO A
006960* WIDE-OPEN 12x12 GRID CANNOT PIN THE WHOLE GENERATION RUN TO
006970* ONE UNIQUENESS PROOF; A CAPPED SEARCH IS REPORTED THROUGH
006980* SEARCH-HIT-STEP-LIMIT, COUNTED FOR GENRPT, AND THE DIGGER
006990* TREATS IT AS NOT PROVEN UNIQUE, PUTTING THE REMOVAL BACK -
007000* SLOWER BANDS MAY BE MISSED BUT AN UNPROVEN PUZZLE CAN NEVER
007001* REACH THE LIBRARY.
007010*---------------------------------------------------------------
007020 2600-COUNT-SOLUTIONS.
007030     MOVE SUDOKU-GRID TO SOLUTION-GRID
007050     MOVE 0 TO WS-SOLUTION-COUNT
007060     MOVE 0 TO WS-SEARCH-STEP-COUNT
007070     SET SEARCH-RAN-TO-COMPLETION TO TRUE
007080     MOVE 0 TO WS-LEVEL-DEPTH
007081     PERFORM 2660-PROPAGATE-CONSTRAINTS THRU 2660-EXIT
007082     IF GRID-IS-CONTRADICTED
007083         GO TO 2600-EXIT
007084     END-IF
007085     IF WS-OPEN-CELL-COUNT = 0
007086         MOVE 1 TO WS-SOLUTION-COUNT
007087         GO TO 2600-EXIT
007088     END-IF
007089     PERFORM 2670-PUSH-SEARCH-LEVEL THRU 2670-EXIT
007090     PERFORM 2615-SEARCH-ONE-STEP THRU 2615-EXIT
007100         UNTIL WS-LEVEL-DEPTH < 1 OR WS-SOLUTION-COUNT > 1
007110            OR SEARCH-HIT-STEP-LIMIT
007111     IF SEARCH-HIT-STEP-LIMIT
007112         ADD 1 TO WS-EXHAUSTED-COUNT
007113     END-IF.
007120 2600-EXIT.
007130     EXIT.
007330
007340*---------------------------------------------------------------
007350* 2615-SEARCH-ONE-STEP
007360* ONE STEP OF THE COUNTING SEARCH, UNLESS THE STEP LIMIT HAS
007370* BEEN REACHED.
007400*---------------------------------------------------------------
007410 2615-SEARCH-ONE-STEP.
007420     ADD 1 TO WS-SEARCH-STEP-COUNT
007430     IF WS-SEARCH-STEP-COUNT > WS-SEARCH-STEP-LIMIT
007440         SET SEARCH-HIT-STEP-LIMIT TO TRUE
007450     ELSE
007540         PERFORM 2630-ADVANCE-ONE-CELL THRU 2630-EXIT
007550     END-IF.
007560 2615-EXIT.
007580
007590*---------------------------------------------------------------
007600* 2630-ADVANCE-ONE-CELL
007610* ONE GUESS - PUTS BACK THE GRID OF THE DEEPEST SEARCH LEVEL,
007620* TRIES THE NEXT DIGIT THAT FITS ITS BRANCH CELL AND PROPAGATES
007630* IT.  A CONTRADICTION LEAVES THE LEVEL FOR THE NEXT DIGIT; A
007640* COMPLETED GRID IS COUNTED; ANYTHING ELSE OPENS A DEEPER
007641* LEVEL.  A LEVEL WITH NO DIGIT LEFT IS DROPPED SO THE LEVEL
007642* ABOVE CAN TRY ITS NEXT ONE.
007650*---------------------------------------------------------------
007660 2630-ADVANCE-ONE-CELL.
007661     MOVE WS-LEVEL-GRID(WS-LEVEL-DEPTH) TO SOLUTION-GRID
007662     MOVE WS-LEVEL-ROW(WS-LEVEL-DEPTH) TO WS-SOLVE-ROW
007663     MOVE WS-LEVEL-COL(WS-LEVEL-DEPTH) TO WS-SOLVE-COL
007664     SET PLACEMENT-IS-INVALID TO TRUE
007665     COMPUTE WS-SOLVE-VALUE = WS-LEVEL-TRY(WS-LEVEL-DEPTH) + 1
007666     PERFORM 2640-CHECK-PLACEMENT THRU 2640-EXIT
007667         UNTIL WS-SOLVE-VALUE > WS-GRID-SIZE OR PLACEMENT-IS-VALID
007668     IF PLACEMENT-IS-INVALID
007669         SUBTRACT 1 FROM WS-LEVEL-DEPTH
007670         GO TO 2630-EXIT
007671     END-IF
007672     MOVE WS-SOLVE-VALUE TO WS-LEVEL-TRY(WS-LEVEL-DEPTH)
007673     MOVE WS-SOLVE-VALUE
007674          TO SOLUTION-CELL(WS-SOLVE-ROW, WS-SOLVE-COL)
007675     PERFORM 2660-PROPAGATE-CONSTRAINTS THRU 2660-EXIT
007676     EVALUATE TRUE
007677         WHEN GRID-IS-CONTRADICTED
007678             CONTINUE
007679         WHEN WS-OPEN-CELL-COUNT = 0
007680             ADD 1 TO WS-SOLUTION-COUNT
007681         WHEN OTHER
007682             PERFORM 2670-PUSH-SEARCH-LEVEL THRU 2670-EXIT
007683     END-EVALUATE.
007684 2630-EXIT.
007685     EXIT.
007850
007860*---------------------------------------------------------------
007870* 2640-CHECK-PLACEMENT
008290     END-IF.
008300 2640-EXIT.
008310     EXIT.
008311
008312*---------------------------------------------------------------
008313* 2660-PROPAGATE-CONSTRAINTS
008314* DEDUCES EVERYTHING THAT FOLLOWS FROM SOLUTION-GRID AS IT
008315* STANDS - NAKED AND HIDDEN SINGLES, PASS AFTER PASS UNTIL A
008316* PASS PLACES NOTHING.  AN OPEN CELL WITH NO CANDIDATE LEFT, OR
008317* A DIGIT WITH NO HOME LEFT IN A ROW, COLUMN OR BOX, MEANS THE
008318* GRID CANNOT BE COMPLETED (GRID-IS-CONTRADICTED).  OTHERWISE
008319* WS-OPEN-CELL-COUNT SAYS HOW MANY CELLS ARE STILL OPEN AND,
008320* WHEN THERE ARE ANY, WS-BRANCH-ROW/COL IS THE ONE WITH THE
008321* FEWEST CANDIDATES - THE CHEAPEST PLACE TO GUESS.
008322*---------------------------------------------------------------
008323 2660-PROPAGATE-CONSTRAINTS.
008324     COMPUTE WS-BOXES-ACROSS = WS-GRID-SIZE / WS-BOX-COLS
008325     SET GRID-IS-CONSISTENT TO TRUE
008326     SET PROPAGATION-CHANGED TO TRUE
008327     PERFORM 2661-PROPAGATE-ONE-PASS THRU 2661-EXIT
008328         UNTIL PROPAGATION-SETTLED OR GRID-IS-CONTRADICTED
008329     IF GRID-IS-CONSISTENT
008330         PERFORM 2668-CHOOSE-BRANCH-CELL THRU 2668-EXIT
008331     END-IF.
008332 2660-EXIT.
008333     EXIT.
008334
008335*---------------------------------------------------------------
008336* 2661-PROPAGATE-ONE-PASS
008337* ONE SWEEP - EVERY OPEN CELL FOR A NAKED SINGLE, THEN EVERY
008338* ROW, COLUMN AND BOX FOR A HIDDEN SINGLE.  A DIGIT PLACED IS
008339* MARKED USED AT ONCE, SO LATER CELLS IN THE SAME SWEEP ALREADY
008340* SEE IT.
008341*---------------------------------------------------------------
008342 2661-PROPAGATE-ONE-PASS.
008343     SET PROPAGATION-SETTLED TO TRUE
008344     PERFORM 2664-TALLY-USED-DIGITS THRU 2664-EXIT
008345     PERFORM VARYING WS-PROP-ROW FROM 1 BY 1
008346         UNTIL WS-PROP-ROW > WS-GRID-SIZE
008347            OR GRID-IS-CONTRADICTED
008348         PERFORM VARYING WS-PROP-COL FROM 1 BY 1
008349             UNTIL WS-PROP-COL > WS-GRID-SIZE
008350                OR GRID-IS-CONTRADICTED
008351             IF SOLUTION-CELL(WS-PROP-ROW, WS-PROP-COL) = 0
008352                 PERFORM 2662-COUNT-CANDIDATES THRU 2662-EXIT
008353                 EVALUATE WS-PROP-CAND-COUNT
008354                     WHEN 0
008355                         SET GRID-IS-CONTRADICTED TO TRUE
008356                     WHEN 1
008357                         PERFORM 2667-PLACE-FORCED-DIGIT
008358                             THRU 2667-EXIT
008359                 END-EVALUATE
008360             END-IF
008361         END-PERFORM
008362     END-PERFORM
008363     PERFORM VARYING WS-PROP-UNIT-TYPE FROM 1 BY 1
008364         UNTIL WS-PROP-UNIT-TYPE > 3 OR GRID-IS-CONTRADICTED
008365         PERFORM VARYING WS-PROP-UNIT FROM 1 BY 1
008366             UNTIL WS-PROP-UNIT > WS-GRID-SIZE
008367                OR GRID-IS-CONTRADICTED
008368             PERFORM 2663-FIND-HIDDEN-SINGLE THRU 2663-EXIT
008369                 VARYING WS-PROP-DIGIT FROM 1 BY 1
008370                 UNTIL WS-PROP-DIGIT > WS-GRID-SIZE
008371                    OR GRID-IS-CONTRADICTED
008372         END-PERFORM
008373     END-PERFORM.
008374 2661-EXIT.
008375     EXIT.
008376
008377*---------------------------------------------------------------
008378* 2662-COUNT-CANDIDATES
008379* HOW MANY DIGITS THE OPEN CELL (WS-PROP-ROW, WS-PROP-COL) CAN
008380* STILL TAKE, IN WS-PROP-CAND-COUNT - WITH THE LAST ONE FOUND
008381* IN WS-PROP-FOUND-DIGIT, WHICH IS THE CELL'S ANSWER WHEN THE
008382* COUNT IS ONE.  LEAVES WS-PROP-BOX SET FOR THE CELL.
008383*---------------------------------------------------------------
008384 2662-COUNT-CANDIDATES.
008385     PERFORM 2665-SET-CELL-BOX THRU 2665-EXIT
008386     MOVE 0 TO WS-PROP-CAND-COUNT
008387     PERFORM VARYING WS-PROP-TRY-DIGIT FROM 1 BY 1
008388         UNTIL WS-PROP-TRY-DIGIT > WS-GRID-SIZE
008389         IF WS-ROW-USED(WS-PROP-ROW, WS-PROP-TRY-DIGIT) = "N"
008390            AND WS-COL-USED(WS-PROP-COL, WS-PROP-TRY-DIGIT) = "N"
008391            AND WS-BOX-USED(WS-PROP-BOX, WS-PROP-TRY-DIGIT) = "N"
008392             ADD 1 TO WS-PROP-CAND-COUNT
008393             MOVE WS-PROP-TRY-DIGIT TO WS-PROP-FOUND-DIGIT
008394         END-IF
008395     END-PERFORM.
008396 2662-EXIT.
008397     EXIT.
008398
008399*---------------------------------------------------------------
008400* 2663-FIND-HIDDEN-SINGLE
008401* LOOKS FOR THE HOMES LEFT FOR DIGIT WS-PROP-DIGIT IN UNIT
008402* WS-PROP-UNIT OF TYPE WS-PROP-UNIT-TYPE (ROW, COLUMN, BOX).  A
008403* DIGIT THE UNIT ALREADY HOLDS IS PASSED OVER; ONE WITH NO HOME
008404* LEFT IS A CONTRADICTION; ONE WITH A SINGLE HOME IS PLACED.
008405*---------------------------------------------------------------
008406 2663-FIND-HIDDEN-SINGLE.
008407     EVALUATE TRUE
008408         WHEN UNIT-IS-ROW
008409             IF WS-ROW-USED(WS-PROP-UNIT, WS-PROP-DIGIT) = "Y"
008410                 GO TO 2663-EXIT
008411             END-IF
008412         WHEN UNIT-IS-COLUMN
008413             IF WS-COL-USED(WS-PROP-UNIT, WS-PROP-DIGIT) = "Y"
008414                 GO TO 2663-EXIT
008415             END-IF
008416         WHEN OTHER
008417             IF WS-BOX-USED(WS-PROP-UNIT, WS-PROP-DIGIT) = "Y"
008418                 GO TO 2663-EXIT
008419             END-IF
008420     END-EVALUATE
008421     MOVE 0 TO WS-PROP-HOME-COUNT
008422     PERFORM VARYING WS-PROP-UNIT-CELL FROM 1 BY 1
008423         UNTIL WS-PROP-UNIT-CELL > WS-GRID-SIZE
008424            OR WS-PROP-HOME-COUNT > 1
008425         PERFORM 2666-LOCATE-UNIT-CELL THRU 2666-EXIT
008426         IF SOLUTION-CELL(WS-PROP-ROW, WS-PROP-COL) = 0
008427             PERFORM 2665-SET-CELL-BOX THRU 2665-EXIT
008428             IF WS-ROW-USED(WS-PROP-ROW, WS-PROP-DIGIT) = "N"
008429                AND WS-COL-USED(WS-PROP-COL, WS-PROP-DIGIT) = "N"
008430                AND WS-BOX-USED(WS-PROP-BOX, WS-PROP-DIGIT) = "N"
008431                 ADD 1 TO WS-PROP-HOME-COUNT
008432                 MOVE WS-PROP-ROW TO WS-PROP-HOME-ROW
008433                 MOVE WS-PROP-COL TO WS-PROP-HOME-COL
008434             END-IF
008435         END-IF
008436     END-PERFORM
008437     EVALUATE WS-PROP-HOME-COUNT
008438         WHEN 0
008439             SET GRID-IS-CONTRADICTED TO TRUE
008440         WHEN 1
008441             MOVE WS-PROP-HOME-ROW TO WS-PROP-ROW
008442             MOVE WS-PROP-HOME-COL TO WS-PROP-COL
008443             PERFORM 2665-SET-CELL-BOX THRU 2665-EXIT
008444             MOVE WS-PROP-DIGIT TO WS-PROP-FOUND-DIGIT
008445             PERFORM 2667-PLACE-FORCED-DIGIT THRU 2667-EXIT
008446     END-EVALUATE.
008447 2663-EXIT.
008448     EXIT.
008449
008450*---------------------------------------------------------------
008451* 2664-TALLY-USED-DIGITS
008452* REBUILDS WS-DIGIT-USED-TABLE FROM SOLUTION-GRID.
008453*---------------------------------------------------------------
008454 2664-TALLY-USED-DIGITS.
008455     MOVE ALL "N" TO WS-DIGIT-USED-TABLE
008456     PERFORM VARYING WS-PROP-ROW FROM 1 BY 1
008457         UNTIL WS-PROP-ROW > WS-GRID-SIZE
008458         PERFORM VARYING WS-PROP-COL FROM 1 BY 1
008459             UNTIL WS-PROP-COL > WS-GRID-SIZE
008460             IF SOLUTION-CELL(WS-PROP-ROW, WS-PROP-COL) > 0
008461                 MOVE SOLUTION-CELL(WS-PROP-ROW, WS-PROP-COL)
008462                      TO WS-PROP-DIGIT
008463                 PERFORM 2665-SET-CELL-BOX THRU 2665-EXIT
008464                 MOVE "Y"
008465                      TO WS-ROW-USED(WS-PROP-ROW, WS-PROP-DIGIT)
008466                 MOVE "Y"
008467                      TO WS-COL-USED(WS-PROP-COL, WS-PROP-DIGIT)
008468                 MOVE "Y"
008469                      TO WS-BOX-USED(WS-PROP-BOX, WS-PROP-DIGIT)
008470             END-IF
008471         END-PERFORM
008472     END-PERFORM.
008473 2664-EXIT.
008474     EXIT.
008475
008476*---------------------------------------------------------------
008477* 2665-SET-CELL-BOX
008478* THE BOX NUMBER OF (WS-PROP-ROW, WS-PROP-COL), IN WS-PROP-BOX.
008479* EACH DIVISION IS ITS OWN COMPUTE SO THE QUOTIENT TRUNCATES.
008480*---------------------------------------------------------------
008481 2665-SET-CELL-BOX.
008482     COMPUTE WS-PROP-BAND = (WS-PROP-ROW - 1) / WS-BOX-ROWS
008483     COMPUTE WS-PROP-STACK = (WS-PROP-COL - 1) / WS-BOX-COLS
008484     COMPUTE WS-PROP-BOX = (WS-PROP-BAND * WS-BOXES-ACROSS)
008485                         + WS-PROP-STACK + 1.
008486 2665-EXIT.
008487     EXIT.
008488
008489*---------------------------------------------------------------
008490* 2666-LOCATE-UNIT-CELL
008491* THE ROW AND COLUMN OF CELL WS-PROP-UNIT-CELL OF THE UNIT,
008492* IN WS-PROP-ROW / WS-PROP-COL.  A BOX IS READ ACROSS THEN DOWN.
008493*---------------------------------------------------------------
008494 2666-LOCATE-UNIT-CELL.
008495     EVALUATE TRUE
008496         WHEN UNIT-IS-ROW
008497             MOVE WS-PROP-UNIT      TO WS-PROP-ROW
008498             MOVE WS-PROP-UNIT-CELL TO WS-PROP-COL
008499         WHEN UNIT-IS-COLUMN
008500             MOVE WS-PROP-UNIT-CELL TO WS-PROP-ROW
008501             MOVE WS-PROP-UNIT      TO WS-PROP-COL
008502         WHEN OTHER
008503             COMPUTE WS-PROP-BAND =
008504                     (WS-PROP-UNIT - 1) / WS-BOXES-ACROSS
008505             COMPUTE WS-PROP-STACK =
008506                     (WS-PROP-UNIT - 1)
008507                   - (WS-PROP-BAND * WS-BOXES-ACROSS)
008508             COMPUTE WS-PROP-OFFSET =
008509                     (WS-PROP-UNIT-CELL - 1) / WS-BOX-COLS
008510             COMPUTE WS-PROP-ROW =
008511                     (WS-PROP-BAND * WS-BOX-ROWS)
008512                   + WS-PROP-OFFSET + 1
008513             COMPUTE WS-PROP-COL =
008514                     (WS-PROP-STACK * WS-BOX-COLS)
008515                   + (WS-PROP-UNIT-CELL - 1)
008516                   - (WS-PROP-OFFSET * WS-BOX-COLS) + 1
008517     END-EVALUATE.
008518 2666-EXIT.
008519     EXIT.
008520
008521*---------------------------------------------------------------
008522* 2667-PLACE-FORCED-DIGIT
008523* FILLS (WS-PROP-ROW, WS-PROP-COL) WITH WS-PROP-FOUND-DIGIT AND
008524* MARKS THE DIGIT USED IN THE CELL'S ROW, COLUMN AND BOX
008525* (WS-PROP-BOX ALREADY SET).  EVERY CELL FILLED THIS WAY IS ONE
008526* THE OLD CELL-BY-CELL WALK HAD TO STEP ONTO AND GUESS AT - THE
008527* COUNT IS WHAT THE RUN-STATS FILE REPORTS AS STEPS SAVED.
008528*---------------------------------------------------------------
008529 2667-PLACE-FORCED-DIGIT.
008530     MOVE WS-PROP-FOUND-DIGIT
008531          TO SOLUTION-CELL(WS-PROP-ROW, WS-PROP-COL)
008532     MOVE "Y"
008533          TO WS-ROW-USED(WS-PROP-ROW, WS-PROP-FOUND-DIGIT)
008534     MOVE "Y"
008535          TO WS-COL-USED(WS-PROP-COL, WS-PROP-FOUND-DIGIT)
008536     MOVE "Y"
008537          TO WS-BOX-USED(WS-PROP-BOX, WS-PROP-FOUND-DIGIT)
008538     ADD 1 TO WS-PROP-PLACED-COUNT
008539     SET PROPAGATION-CHANGED TO TRUE.
008540 2667-EXIT.
008541     EXIT.
008542
008543*---------------------------------------------------------------
008544* 2668-CHOOSE-BRANCH-CELL
008545* COUNTS THE CELLS STILL OPEN AND PICKS THE ONE WITH THE FEWEST
008546* CANDIDATES (THE FIRST SUCH, READING ACROSS THEN DOWN) AS THE
008547* NEXT PLACE TO GUESS.  THE USED-DIGIT TABLE IS CURRENT - THE
008548* LAST PASS PLACED NOTHING.
008549*---------------------------------------------------------------
008550 2668-CHOOSE-BRANCH-CELL.
008551     MOVE 0  TO WS-OPEN-CELL-COUNT
008552     MOVE 99 TO WS-BRANCH-CAND-COUNT
008553     PERFORM VARYING WS-PROP-ROW FROM 1 BY 1
008554         UNTIL WS-PROP-ROW > WS-GRID-SIZE
008555         PERFORM VARYING WS-PROP-COL FROM 1 BY 1
008556             UNTIL WS-PROP-COL > WS-GRID-SIZE
008557             IF SOLUTION-CELL(WS-PROP-ROW, WS-PROP-COL) = 0
008558                 ADD 1 TO WS-OPEN-CELL-COUNT
008559                 PERFORM 2662-COUNT-CANDIDATES THRU 2662-EXIT
008560                 IF WS-PROP-CAND-COUNT < WS-BRANCH-CAND-COUNT
008561                     MOVE WS-PROP-CAND-COUNT
008562                          TO WS-BRANCH-CAND-COUNT
008563                     MOVE WS-PROP-ROW TO WS-BRANCH-ROW
008564                     MOVE WS-PROP-COL TO WS-BRANCH-COL
008565                 END-IF
008566             END-IF
008567         END-PERFORM
008568     END-PERFORM.
008569 2668-EXIT.
008570     EXIT.
008571
008572*---------------------------------------------------------------
008573* 2670-PUSH-SEARCH-LEVEL
008574* OPENS A NEW SEARCH LEVEL ON THE GRID AS PROPAGATION LEFT IT,
008575* GUESSING AT THE BRANCH CELL FROM THE FIRST DIGIT UP.
008576*---------------------------------------------------------------
008577 2670-PUSH-SEARCH-LEVEL.
008578     ADD 1 TO WS-LEVEL-DEPTH
008579     MOVE SOLUTION-GRID TO WS-LEVEL-GRID(WS-LEVEL-DEPTH)
008580     MOVE WS-BRANCH-ROW TO WS-LEVEL-ROW(WS-LEVEL-DEPTH)
008581     MOVE WS-BRANCH-COL TO WS-LEVEL-COL(WS-LEVEL-DEPTH)
008582     MOVE 0             TO WS-LEVEL-TRY(WS-LEVEL-DEPTH).
008583 2670-EXIT.
008584     EXIT.
008585
008586*---------------------------------------------------------------
008587* 2700-WRITE-LIBRARY-RECORD
008588* PACKS THE DUG GRID INTO A FLAT LAYOUT AND WRITES THE FINISHED
008589* LIBRARY RECORD.  A PUZZLE-ID ALREADY ON THE LIBRARY JUST BUMPS
008590* THE ID NUMBER AND TRIES AGAIN.
008591*---------------------------------------------------------------
008592 2700-WRITE-LIBRARY-RECORD.
008593     MOVE SPACES TO WS-PUZZLE-LINE
008594     PERFORM VARYING ROW-INDEX FROM 1 BY 1 UNTIL ROW-INDEX
008595        > WS-GRID-SIZE
008596         PERFORM VARYING COL-INDEX FROM 1 BY 1 UNTIL COL-INDEX
008597            > WS-GRID-SIZE
008598                 COMPUTE WS-CELL-INDEX =
008599                         ((ROW-INDEX - 1) * WS-GRID-SIZE)
008600                         + COL-INDEX
008601                 MOVE SUDOKU-CELL(ROW-INDEX, COL-INDEX)
008602                      TO WS-CONV-VALUE
008603                 PERFORM 1080-VALUE-TO-CHAR THRU 1080-EXIT
008604                 MOVE WS-CONV-CHAR
008605                      TO WS-PUZZLE-LINE(WS-CELL-INDEX:1)
008606         END-PERFORM
008607     END-PERFORM
008608     MOVE "N" TO WS-WRITE-DONE-SWITCH
008609     MOVE "N" TO WS-WRITE-RESULT-SWITCH
008610     MOVE 0 TO WS-ID-TRY-COUNT
008611     PERFORM 2710-WRITE-ONE-TRY THRU 2710-EXIT
008612         UNTIL LIBRARY-WRITE-DONE
008613            OR WS-ID-TRY-COUNT > 99998.
008614 2700-EXIT.
008620     EXIT.
008630
008640 2710-WRITE-ONE-TRY.
008720     MOVE WS-GRID-SIZE         TO PL-GRID-SIZE
008730     MOVE WS-PUZZLE-LINE       TO PL-PUZZLE-LAYOUT
008740     MOVE "N"                  TO PL-HOLD-FLAG
008741     MOVE WS-CURRENT-TEMPLATE-ID TO PL-TEMPLATE-ID
008750     WRITE PUZZLE-LIB-RECORD
008760         INVALID KEY
008770             CONTINUE
009020     END-EVALUATE.
009030 2710-EXIT.
009040     EXIT.
009041
009042*---------------------------------------------------------------
009043* 2800-RUN-ONE-TEMPLATE
009044* BUILDS COUNT= PUZZLES ON ONE TEMPLATE, AT THE TEMPLATE'S OWN
009045* GRID SIZE.  ONCE A PUZZLE RUNS THROUGH THE ATTEMPT LIMIT THE
009046* TEMPLATE IS MARKED NOT SATISFIED AND ITS REMAINING PUZZLES ARE
009047* NOT TRIED - THE SHAPE IS TOO THIN TO PIN DOWN ONE ANSWER OFTEN
009048* ENOUGH, AND EDITORIAL NEEDS TO KNOW THAT RATHER THAN WAIT.
009049*---------------------------------------------------------------
009050 2800-RUN-ONE-TEMPLATE.
009051     IF WS-TMPL-STATE(WS-TMPL-INDEX) NOT = "F"
009052         GO TO 2800-EXIT
009053     END-IF
009054     MOVE WS-TMPL-ID(WS-TMPL-INDEX) TO WS-CURRENT-TEMPLATE-ID
009055     MOVE WS-TMPL-GRID-SIZE(WS-TMPL-INDEX) TO WS-GRID-SIZE
009056     PERFORM 1060-SET-GRID-GEOMETRY THRU 1060-EXIT
009057     PERFORM 2810-GENERATE-TEMPLATE-PUZZLE THRU 2810-EXIT
009058         VARYING WS-PUZZLE-NUMBER FROM 1 BY 1
009059         UNTIL WS-PUZZLE-NUMBER > WS-GEN-REQUEST-COUNT
009060            OR WS-TMPL-STATE(WS-TMPL-INDEX) = "U"
009061     IF WS-TMPL-STATE(WS-TMPL-INDEX) = "U"
009062         ADD 1 TO WS-TMPL-UNSATISFIED-COUNT
009063     ELSE
009064         MOVE "S" TO WS-TMPL-STATE(WS-TMPL-INDEX)
009065     END-IF
009066     MOVE SPACES TO WS-CURRENT-TEMPLATE-ID.
009067 2800-EXIT.
009068     EXIT.
009069
009070 2810-GENERATE-TEMPLATE-PUZZLE.
009071     MOVE "N" TO WS-PUZZLE-DONE-SWITCH
009072     PERFORM 2820-ATTEMPT-TEMPLATE-PUZZLE THRU 2820-EXIT
009073         VARYING WS-TMPL-ATTEMPT FROM 1 BY 1
009074         UNTIL WS-TMPL-ATTEMPT > WS-TMPL-ATTEMPT-LIMIT
009075            OR THIS-PUZZLE-DONE
009076     IF NOT THIS-PUZZLE-DONE
009077         ADD 1 TO WS-FAILED-COUNT
009078         MOVE "U" TO WS-TMPL-STATE(WS-TMPL-INDEX)
009079         DISPLAY "SUDOKUGEN: TEMPLATE " WS-CURRENT-TEMPLATE-ID
009080                 " NOT SATISFIED IN " WS-TMPL-ATTEMPT-LIMIT
009081                 " ATTEMPTS"
009082     END-IF.
009083 2810-EXIT.
009084     EXIT.
009085
009086*---------------------------------------------------------------
009087* 2820-ATTEMPT-TEMPLATE-PUZZLE
009088* ONE FRESH COMPLETED GRID, EMPTIED EVERYWHERE THE MASK DOES NOT
009089* ASK FOR A GIVEN, THEN ONE SOLUTION COUNT.  ONLY A PUZZLE PROVEN
009090* UNIQUE IS WRITTEN; ITS BAND IS WHATEVER THE TEMPLATE'S GIVEN
009091* COUNT RATES, AS THE DAILY RUN WILL RATE IT.
009092*---------------------------------------------------------------
009093 2820-ATTEMPT-TEMPLATE-PUZZLE.
009094     ADD 1 TO WS-TMPL-ATTEMPTS(WS-TMPL-INDEX)
009095     PERFORM 2100-BUILD-FULL-GRID THRU 2100-EXIT
009096     MOVE FULL-GRID TO SUDOKU-GRID
009097     MOVE WS-TMPL-CLUE-COUNT(WS-TMPL-INDEX) TO WS-GIVEN-COUNT
009098     PERFORM VARYING ROW-INDEX FROM 1 BY 1 UNTIL ROW-INDEX
009099        > WS-GRID-SIZE
009100         PERFORM VARYING COL-INDEX FROM 1 BY 1 UNTIL COL-INDEX
009101            > WS-GRID-SIZE
009102                 COMPUTE WS-CELL-INDEX =
009103                         ((ROW-INDEX - 1) * WS-GRID-SIZE)
009104                         + COL-INDEX
009105                 IF WS-TMPL-MASK(WS-TMPL-INDEX)
009106                        (WS-CELL-INDEX:1) = SPACE OR "0" OR "."
009107                     MOVE 0 TO SUDOKU-CELL(ROW-INDEX, COL-INDEX)
009108                 END-IF
009109         END-PERFORM
009110     END-PERFORM
009111     PERFORM 2600-COUNT-SOLUTIONS THRU 2600-EXIT
009112     IF WS-SOLUTION-COUNT NOT = 1 OR SEARCH-HIT-STEP-LIMIT
009113         GO TO 2820-EXIT
009114     END-IF
009115     PERFORM 2400-RATE-DIFFICULTY THRU 2400-EXIT
009116     PERFORM 2700-WRITE-LIBRARY-RECORD THRU 2700-EXIT
009117     IF LIBRARY-RECORD-WRITTEN
009118         ADD 1 TO WS-GENERATED-COUNT
009119         ADD 1 TO WS-TMPL-WRITTEN(WS-TMPL-INDEX)
009120     ELSE
009121         ADD 1 TO WS-WRITE-FAIL-COUNT
009122     END-IF
009123     SET THIS-PUZZLE-DONE TO TRUE.
009124 2820-EXIT.
009125     EXIT.
009126
009127*---------------------------------------------------------------
009128* 9000-TERMINATE-RUN
009129*---------------------------------------------------------------
009130 9000-TERMINATE-RUN.
009131     PERFORM 9100-PRINT-GEN-REPORT THRU 9100-EXIT
009132     CLOSE PUZZLE-LIB-FILE
009133     CLOSE GEN-REPORT-FILE.
009134 9000-EXIT.
009140     EXIT.
009150
009160*---------------------------------------------------------------
009170* 9100-PRINT-GEN-REPORT
009180* END-OF-RUN ACCOUNTING - WHAT WAS ASKED FOR, WHAT WAS WRITTEN,
009190* THE ID RANGE USED AND THE SEED, SO A RUN CAN BE REPRODUCED OR
009200* RECONCILED AGAINST THE LIBRARY AFTERWARDS.  A TEMPLATE RUN
009201* ADDS ONE LINE PER TEMPLATE - GIVENS IN THE MASK, PUZZLES
009202* WRITTEN AND THE ATTEMPTS IT TOOK TO PROVE THEM UNIQUE.
009210*---------------------------------------------------------------
009220 9100-PRINT-GEN-REPORT.
009230     MOVE SPACES TO WS-RPT-LINE
009280     WRITE GEN-REPORT-LINE FROM WS-RPT-LINE
009290     MOVE WS-GEN-REQUEST-COUNT TO WS-RPT-DISPLAY-COUNT
009300     MOVE SPACES TO WS-RPT-LINE
009301     IF WS-TMPL-COUNT > 0
009302         STRING "PUZZLES REQUESTED . . . . . . : "
009303                DELIMITED BY SIZE
009304                WS-RPT-DISPLAY-COUNT DELIMITED BY SIZE
009305                "  PER TEMPLATE" DELIMITED BY SIZE
009306                INTO WS-RPT-LINE
009307     ELSE
009310         STRING "PUZZLES REQUESTED . . . . . . : "
009311                DELIMITED BY SIZE
009320                WS-RPT-DISPLAY-COUNT DELIMITED BY SIZE
009330                "  SIZE " DELIMITED BY SIZE
009340                WS-GEN-GRID-SIZE DELIMITED BY SIZE
009350                "  " DELIMITED BY SIZE
009360                WS-GEN-TARGET-DIFF DELIMITED BY SIZE
009361                "  SYMMETRY " DELIMITED BY SIZE
009362                WS-GEN-SYMMETRY DELIMITED BY SIZE
009370                INTO WS-RPT-LINE
009371     END-IF
009380     WRITE GEN-REPORT-LINE FROM WS-RPT-LINE
009390     MOVE WS-GENERATED-COUNT TO WS-RPT-DISPLAY-COUNT
009400     MOVE SPACES TO WS-RPT-LINE
009550            WS-RPT-DISPLAY-COUNT DELIMITED BY SIZE
009560            INTO WS-RPT-LINE
009570     WRITE GEN-REPORT-LINE FROM WS-RPT-LINE
009571     MOVE WS-EXHAUSTED-COUNT TO WS-RPT-DISPLAY-COUNT
009572     MOVE SPACES TO WS-RPT-LINE
009573     STRING "UNIQUENESS PROOFS OUT OF STEPS: "
009574            DELIMITED BY SIZE
009575            WS-RPT-DISPLAY-COUNT DELIMITED BY SIZE
009576            INTO WS-RPT-LINE
009577     WRITE GEN-REPORT-LINE FROM WS-RPT-LINE
009580     MOVE SPACES TO WS-RPT-LINE
009590     STRING "PUZZLE-ID RANGE WRITTEN . . . : " DELIMITED BY SIZE
009600            WS-FIRST-ID-WRITTEN DELIMITED BY SIZE
009670     STRING "STARTING SEED (RERUN INPUT) . : " DELIMITED BY SIZE
009680            WS-SEED-DISPLAY DELIMITED BY SIZE
009690            INTO WS-RPT-LINE
009700     WRITE GEN-REPORT-LINE FROM WS-RPT-LINE
009701     IF WS-TMPL-COUNT > 0
009702         PERFORM 9200-PRINT-TEMPLATE-LINES THRU 9200-EXIT
009703     END-IF.
009710 9100-EXIT.
009720     EXIT.
009721
009722*---------------------------------------------------------------
009723* 9200-PRINT-TEMPLATE-LINES
009724* ONE LINE PER TEMPLATE NAMED ON THE CARDS, THEN THE COUNT OF
009725* TEMPLATES THAT COULD NOT BE SATISFIED WITHIN THE ATTEMPT LIMIT
009726* AND OF THOSE NOT ON FILE OR FOR AN UNSUPPORTED SIZE.
009727*---------------------------------------------------------------
009728 9200-PRINT-TEMPLATE-LINES.
009729     MOVE SPACES TO WS-RPT-LINE
009730     WRITE GEN-REPORT-LINE FROM WS-RPT-LINE
009731     MOVE "TEMPLATE  SIZE  GIVENS  WRITTEN  ATTEMPTS  PER PUZZLE"
009732          TO WS-RPT-LINE
009733     MOVE "RESULT" TO WS-RPT-LINE(57:6)
009734     WRITE GEN-REPORT-LINE FROM WS-RPT-LINE
009735     PERFORM 9210-PRINT-ONE-TEMPLATE THRU 9210-EXIT
009736         VARYING WS-TMPL-INDEX FROM 1 BY 1
009737         UNTIL WS-TMPL-INDEX > WS-TMPL-COUNT
009738     MOVE SPACES TO WS-RPT-LINE
009739     WRITE GEN-REPORT-LINE FROM WS-RPT-LINE
009740     MOVE WS-TMPL-UNSATISFIED-COUNT TO WS-RPT-DISPLAY-COUNT
009741     MOVE SPACES TO WS-RPT-LINE
009742     STRING "TEMPLATES NOT SATISFIED . . . : " DELIMITED BY SIZE
009743            WS-RPT-DISPLAY-COUNT DELIMITED BY SIZE
009744            INTO WS-RPT-LINE
009745     WRITE GEN-REPORT-LINE FROM WS-RPT-LINE
009746     MOVE WS-TMPL-UNUSABLE-COUNT TO WS-RPT-DISPLAY-COUNT
009747     MOVE SPACES TO WS-RPT-LINE
009748     STRING "TEMPLATES MISSING OR UNUSABLE : " DELIMITED BY SIZE
009749            WS-RPT-DISPLAY-COUNT DELIMITED BY SIZE
009750            INTO WS-RPT-LINE
009751     WRITE GEN-REPORT-LINE FROM WS-RPT-LINE.
009752 9200-EXIT.
009753     EXIT.
009754
009755 9210-PRINT-ONE-TEMPLATE.
009756     MOVE SPACES TO WS-RPT-LINE
009757     MOVE WS-TMPL-ID(WS-TMPL-INDEX) TO WS-RPT-LINE(1:6)
009758     EVALUATE WS-TMPL-STATE(WS-TMPL-INDEX)
009759         WHEN "M"
009760             MOVE "NOT ON TEMPLATE FILE" TO WS-RPT-LINE(57:20)
009761             WRITE GEN-REPORT-LINE FROM WS-RPT-LINE
009762             GO TO 9210-EXIT
009763         WHEN "B"
009764             MOVE "GRID SIZE NOT 6/9/12" TO WS-RPT-LINE(57:20)
009765             WRITE GEN-REPORT-LINE FROM WS-RPT-LINE
009766             GO TO 9210-EXIT
009767         WHEN "U"
009768             MOVE "NOT SATISFIED" TO WS-RPT-LINE(57:13)
009769         WHEN OTHER
009770             MOVE "SATISFIED" TO WS-RPT-LINE(57:9)
009771     END-EVALUATE
009772     MOVE WS-TMPL-GRID-SIZE(WS-TMPL-INDEX) TO WS-RPT-LINE(13:2)
009773     MOVE WS-TMPL-CLUE-COUNT(WS-TMPL-INDEX)
009774          TO WS-RPT-DISPLAY-COUNT
009775     MOVE WS-RPT-DISPLAY-COUNT TO WS-RPT-LINE(18:5)
009776     MOVE WS-TMPL-WRITTEN(WS-TMPL-INDEX) TO WS-RPT-DISPLAY-COUNT
009777     MOVE WS-RPT-DISPLAY-COUNT TO WS-RPT-LINE(27:5)
009778     MOVE WS-TMPL-ATTEMPTS(WS-TMPL-INDEX) TO WS-RPT-DISPLAY-COUNT
009779     MOVE WS-RPT-DISPLAY-COUNT TO WS-RPT-LINE(37:5)
009780     IF WS-TMPL-WRITTEN(WS-TMPL-INDEX) > 0
009781         COMPUTE WS-TMPL-PER-PUZZLE ROUNDED =
009782                 WS-TMPL-ATTEMPTS(WS-TMPL-INDEX)
009783               / WS-TMPL-WRITTEN(WS-TMPL-INDEX)
009784         MOVE WS-TMPL-PER-PUZZLE TO WS-RPT-DISPLAY-COUNT
009785         MOVE WS-RPT-DISPLAY-COUNT TO WS-RPT-LINE(49:5)
009786     END-IF
009787     WRITE GEN-REPORT-LINE FROM WS-RPT-LINE.
009788 9210-EXIT.
009789     EXIT.
