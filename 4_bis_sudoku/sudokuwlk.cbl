000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SUDOKUWLK.
000030 AUTHOR.         D LEURS.
000040 INSTALLATION.   DAILY PUZZLE PRODUCTION.
000050 DATE-WRITTEN.   15-10-2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100* 15-10-2026 DL  ORIGINAL PROGRAM.  SOLVING WALKTHROUGH AND
000110*                HINT FEED.  SUDOKUFACILE ONLY BACKTRACKS, SO
000120*                IT CAN PRINT THE ANSWER BUT NOT HOW A READER
000130*                WOULD REACH IT.  THIS PROGRAM WORKS EVERY
000140*                PUZZLE PUBLISHED IN A FROMDATE=/THRUDATE=
000150*                RANGE (OPTIONALLY ONE GRIDSIZE=) THE WAY A
000160*                PERSON DOES - NAKED AND HIDDEN SINGLES, NAKED
000170*                AND HIDDEN PAIRS, POINTING AND BOX-LINE
000180*                REDUCTION, SIMPLEST FIRST - AND RECORDS EVERY
000190*                DEDUCTION IN ORDER WITH ITS CELL, DIGIT,
000200*                TECHNIQUE AND THE ROW, COLUMN OR BOX IT CAME
000210*                FROM.  WALKFILE CARRIES THE DEDUCTIONS FOR THE
000220*                WEBSITE HINT BUTTON, WALKCOL IS THE MAGAZINE
000230*                COLUMN PRINT IMAGE, AND WALKRPT LISTS EVERY
000240*                PUZZLE WITH ITS OUTCOME.  A PUZZLE THE
000250*                TECHNIQUES CANNOT FINISH NEEDS GUESSING - IT IS
000260*                FLAGGED ON WALKRPT, GETS NO WALKTHROUGH AND
000270*                SETS RETURN-CODE 4.  THE FINISHED GRID IS
000280*                CHECKED AGAINST THE ANSWER ON SOLFILE, AND A
000290*                PUZZLE ON THE VOID FILE IS PASSED OVER.  THE
000300*                STEP LOGS TO RUNCTL AND, LIKE THE OTHER STEPS
000310*                THAT READ THE DAY'S OUTPUT, REFUSES TO RUN,
000320*                RETURN-CODE 12, UNLESS SUDOKUFACILE HAS RUN FOR
000330*                THE BUSINESS DATE BELOW 8 (OVERRIDE=SUDOKUWLK,
000340*                INITIALS ON RUNOVRD BYPASSES THE CHECK).
000350*---------------------------------------------------------------

000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPTIONAL PUBLISHED-HIST-FILE
000400            ASSIGN TO "HISTFILE"
000410            ORGANIZATION       IS INDEXED
000420            ACCESS MODE        IS SEQUENTIAL
000430            RECORD KEY         IS HP-CANONICAL-FORM
000440            FILE STATUS        IS WS-HIST-STATUS.
000450     SELECT OPTIONAL SOLUTION-FILE
000460            ASSIGN TO "SOLFILE"
000470            ORGANIZATION       IS LINE SEQUENTIAL
000480            FILE STATUS        IS WS-SOLUTION-STATUS.
000490     SELECT OPTIONAL VOID-FILE
000500            ASSIGN TO "VOIDFILE"
000510            ORGANIZATION       IS LINE SEQUENTIAL
000520            FILE STATUS        IS WS-VOID-STATUS.
000530     SELECT WALKTHROUGH-FILE
000540            ASSIGN TO "WALKFILE"
000550            ORGANIZATION       IS LINE SEQUENTIAL.
000560     SELECT WALK-COLUMN-FILE
000570            ASSIGN TO "WALKCOL"
000580            ORGANIZATION       IS LINE SEQUENTIAL.
000590     SELECT WALK-REPORT-FILE
000600            ASSIGN TO "WALKRPT"
000610            ORGANIZATION       IS LINE SEQUENTIAL.
000620     SELECT OPTIONAL RUN-CONTROL-FILE
000630            ASSIGN TO "RUNCTL"
000640            ORGANIZATION       IS LINE SEQUENTIAL
000650            FILE STATUS        IS WS-RUNCTL-STATUS.
000660     SELECT OPTIONAL RUN-OVERRIDE-FILE
000670            ASSIGN TO "RUNOVRD"
000680            ORGANIZATION       IS LINE SEQUENTIAL
000690            FILE STATUS        IS WS-RUNOVR-STATUS.

000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  PUBLISHED-HIST-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  PUBLISHED-HIST-RECORD.
000750     05  HP-PUZZLE-ID           PIC X(06).
000760     05  HP-EDITION-CODE        PIC X(04).
000770     05  HP-PUB-DATE            PIC X(08).
000780     05  HP-GRID-SIZE           PIC 9(02).
000790     05  HP-PUZZLE-LAYOUT       PIC X(144).
000800     05  HP-CANONICAL-FORM      PIC X(144).

000810 FD  SOLUTION-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  SOLUTION-RECORD.
000840     05  SL-PUZZLE-ID           PIC X(06).
000850     05  SL-PUB-DATE            PIC X(08).
000860     05  SL-EDITION-CODE        PIC X(04).
000870     05  SL-GRID-SIZE           PIC 9(02).
000880     05  SL-SOLUTION-LAYOUT     PIC X(144).

000890 FD  VOID-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 01  VOID-RECORD.
000920     05  VD-PUZZLE-ID           PIC X(06).
000930     05  VD-VOID-DATE           PIC X(08).
000940     05  VD-ACTION              PIC X(08).
000950     05  VD-OPERATOR-INITIALS   PIC X(03).
000960     05  VD-REASON              PIC X(30).

000970*---------------------------------------------------------------
000980* ONE RECORD PER DEDUCTION, IN SOLVING ORDER.  ALL THE RECORDS
000990* OF ONE STEP SHARE ITS STEP NUMBER - A PLACEMENT IS ONE
001000* RECORD (ACTION P), A PAIR OR LINE TECHNIQUE IS ONE RECORD PER
001010* CANDIDATE IT REMOVES (ACTION E).  A HINT CAN BE GIVEN IN
001020* STAGES FROM ONE STEP: THE TECHNIQUE AND THE ROW, COLUMN OR
001030* BOX FIRST, THEN THE CELL, THEN THE DIGIT.
001040*---------------------------------------------------------------
001050 FD  WALKTHROUGH-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  WALKTHROUGH-RECORD.
001080     05  WK-PUZZLE-ID           PIC X(06).
001090     05  WK-PUB-DATE            PIC X(08).
001100     05  WK-EDITION-CODE        PIC X(04).
001110     05  WK-GRID-SIZE           PIC 9(02).
001120     05  WK-STEP-NUMBER         PIC 9(04).
001130     05  WK-ACTION              PIC X(01).
001140         88  WK-PLACE-DIGIT     VALUE "P".
001150         88  WK-ELIMINATE-DIGIT VALUE "E".
001160     05  WK-ROW                 PIC 9(02).
001170     05  WK-COL                 PIC 9(02).
001180     05  WK-DIGIT               PIC X(01).
001190     05  WK-TECHNIQUE-CODE      PIC X(03).
001200     05  WK-UNIT-TYPE           PIC X(01).
001210     05  WK-UNIT-NUMBER         PIC 9(02).
001220     05  WK-TECHNIQUE-NAME      PIC X(20).

001230 FD  WALK-COLUMN-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 01  WALK-COLUMN-LINE           PIC X(132).

001260 FD  WALK-REPORT-FILE
001270     LABEL RECORDS ARE STANDARD.
001280 01  WALK-REPORT-LINE           PIC X(132).

001290 FD  RUN-CONTROL-FILE
001300     LABEL RECORDS ARE STANDARD.
001310 01  RUN-CONTROL-RECORD.
001320     05  RL-PROGRAM-ID          PIC X(12).
001330     05  RL-BUSINESS-DATE       PIC X(08).
001340     05  RL-EVENT               PIC X(08).
001350     05  RL-RUN-DATE            PIC X(08).
001360     05  RL-START-TIME          PIC X(06).
001370     05  RL-END-TIME            PIC X(06).
001380     05  RL-RETURN-CODE         PIC 9(04).
001390     05  RL-COUNT OCCURS 3 TIMES.
001400         10  RL-COUNT-LABEL     PIC X(10).
001410         10  RL-COUNT-VALUE     PIC 9(09).
001420     05  RL-OPERATOR-INITIALS   PIC X(03).
001430     05  RL-MESSAGE             PIC X(40).

001440 FD  RUN-OVERRIDE-FILE
001450     LABEL RECORDS ARE STANDARD.
001460 01  RUN-OVERRIDE-RECORD        PIC X(80).

001470 WORKING-STORAGE SECTION.
001480*---------------------------------------------------------------
001490* FILE STATUS AND END-OF-FILE SWITCHES.
001500*---------------------------------------------------------------
001510 77  WS-HIST-STATUS               PIC X(02) VALUE "00".
001520     88  HIST-FILE-OK             VALUE "00".
001530     88  HIST-FILE-EOF            VALUE "10".
001540 77  WS-SOLUTION-STATUS           PIC X(02) VALUE "00".
001550     88  SOLUTION-FILE-OK         VALUE "00".
001560     88  SOLUTION-FILE-EOF        VALUE "10".
001570 77  WS-VOID-STATUS               PIC X(02) VALUE "00".
001580     88  VOID-FILE-OK             VALUE "00".
001590     88  VOID-FILE-EOF            VALUE "10".

001600*---------------------------------------------------------------
001610* RUN PARAMETERS - FROMDATE=YYYYMMDD AND THRUDATE=YYYYMMDD
001620* BOUND THE PUBLICATION DATES WORKED (BOTH DEFAULT TO THE RUN
001630* DATE, AND A FROMDATE ALONE ALSO SETS THRUDATE); GRIDSIZE=NN
001640* KEEPS ONE GRID SIZE ONLY, E.G. GRIDSIZE=12 FOR THE SUNDAY
001650* EXPERT COLUMN.
001660*---------------------------------------------------------------
001670 77  WS-PARM-CARD                 PIC X(80).
001680 77  WS-PARM-KEYWORD              PIC X(12).
001690 77  WS-PARM-VALUE                PIC X(12).
001700 77  WS-PARM-CARD-COUNT           PIC 9(02) VALUE 0.
001710 77  WS-PARM-END-SWITCH           PIC X(01) VALUE "N".
001720     88  NO-MORE-PARM-CARDS       VALUE "Y".
001730 77  WS-FROM-DATE                 PIC X(08) VALUE SPACES.
001740 77  WS-THRU-DATE                 PIC X(08) VALUE SPACES.
001750 77  WS-SELECT-GRID-SIZE          PIC 9(02) VALUE 0.

001760*---------------------------------------------------------------
001770* THE PUZZLES SELECTED FROM THE HISTORY MASTER, HELD IN
001780* PUBLICATION DATE ORDER (PUZZLE-ID WITHIN DATE) SO THE
001790* COLUMN AND THE FEED RUN IN THE ORDER THE PUZZLES PRINTED.
001800* THE ANSWER AND THE VOID MARK ARE POSTED ONTO EACH ENTRY BY
001810* A PASS OF THE SOLUTION AND VOID FILES.
001820*---------------------------------------------------------------
001830 01  WS-SELECT-TABLE.
001840     05  WS-SEL-ENTRY OCCURS 500 TIMES.
001850         10  WS-SEL-PUB-DATE    PIC X(08).
001860         10  WS-SEL-PUZZLE-ID   PIC X(06).
001870         10  WS-SEL-EDITION     PIC X(04).
001880         10  WS-SEL-GRID-SIZE   PIC 9(02).
001890         10  WS-SEL-LAYOUT      PIC X(144).
001900         10  WS-SEL-ANSWER      PIC X(144).
001910         10  WS-SEL-ANSWER-FLAG PIC X(01).
001920             88  SEL-ANSWER-ON-FILE VALUE "Y".
001930         10  WS-SEL-VOID-FLAG   PIC X(01).
001940             88  SEL-PUZZLE-VOID    VALUE "Y".
001950 77  WS-SELECT-COUNT              PIC 9(03) VALUE 0.
001960 77  WS-SELECT-INDEX              PIC 9(03).
001970 77  WS-SELECT-SLOT               PIC 9(03).
001980 77  WS-SELECT-SHIFT              PIC 9(03).
001990 77  WS-SELECT-FULL-SWITCH        PIC X(01) VALUE "N".
002000     88  SELECT-TABLE-FULL        VALUE "Y".
002010 77  WS-HIST-MISSING-SWITCH       PIC X(01) VALUE "N".
002020     88  HISTORY-NOT-AVAILABLE    VALUE "Y".
002030 01  WS-SELECT-KEY.
002040     05  WS-SELECT-KEY-DATE       PIC X(08).
002050     05  WS-SELECT-KEY-ID         PIC X(06).
002060 01  WS-ENTRY-KEY.
002070     05  WS-ENTRY-KEY-DATE        PIC X(08).
002080     05  WS-ENTRY-KEY-ID          PIC X(06).

002090*---------------------------------------------------------------
002100* THE PUZZLE BEING WORKED.  WS-WALK-GRID HOLDS THE CELLS
002110* FILLED SO FAR (0 = OPEN), WS-ANSWER-GRID THE ANSWER FROM
002120* SOLFILE, AND WS-CANDIDATE-GRID THE DIGITS STILL POSSIBLE IN
002130* EACH OPEN CELL WITH THEIR COUNT.  A FILLED CELL HAS NO
002140* CANDIDATES.  CELL VALUES 10-12 ARE THE 12x12 "A"/"B"/"C".
002150*---------------------------------------------------------------
002160 77  WS-GRID-SIZE                 PIC 9(02) VALUE 9.
002170 77  WS-GRID-CELL-COUNT           PIC 9(03) VALUE 81.
002180 77  WS-BOX-ROWS                  PIC 9(02) VALUE 3.
002190 77  WS-BOX-COLS                  PIC 9(02) VALUE 3.
002200 77  WS-BOXES-ACROSS              PIC 9(02) VALUE 3.
002210 01  WS-WALK-GRID.
002220     05  WS-WALK-ROW OCCURS 12 TIMES.
002230         10  WS-WALK-CELL OCCURS 12 TIMES
002240                                  PIC 9(02).
002250 01  WS-ANSWER-GRID.
002260     05  WS-ANSWER-ROW OCCURS 12 TIMES.
002270         10  WS-ANSWER-CELL OCCURS 12 TIMES
002280                                  PIC 9(02).
002290 01  WS-CANDIDATE-GRID.
002300     05  WS-CAND-ROW OCCURS 12 TIMES.
002310         10  WS-CAND-CELL OCCURS 12 TIMES.
002320             15  WS-CAND-COUNT    PIC 9(02).
002330             15  WS-CAND-SET.
002340                 20  WS-CAND-FLAG OCCURS 12 TIMES
002350                                  PIC X(01).
002360 01  WS-BOX-MAP.
002370     05  WS-BOX-MAP-ROW OCCURS 12 TIMES.
002380         10  WS-BOX-OF-CELL OCCURS 12 TIMES
002390                                  PIC 9(02).
002400 77  WS-OPEN-CELLS                PIC 9(03) VALUE 0.
002410 77  WS-GIVEN-CELLS               PIC 9(03) VALUE 0.
002420 77  WS-CELL-INDEX                PIC 9(03).
002430 77  WS-CONV-VALUE                PIC 9(02).
002440 77  WS-CONV-CHAR                 PIC X(01).

002450*---------------------------------------------------------------
002460* UNITS - EVERY BOX, ROW AND COLUMN AS A LIST OF ITS CELLS, SO
002470* ONE SEARCH SERVES ALL THREE.  BOXES COME FIRST BECAUSE THAT
002480* IS WHERE A SOLVER LOOKS FIRST: UNITS 1 TO N ARE THE BOXES
002490* (NUMBERED ACROSS THEN DOWN), N+1 TO 2N THE ROWS AND 2N+1 TO
002500* 3N THE COLUMNS.
002510*---------------------------------------------------------------
002520 01  WS-UNIT-TABLE.
002530     05  WS-UNIT OCCURS 36 TIMES.
002540         10  WS-UNIT-TYPE         PIC X(01).
002550         10  WS-UNIT-NUMBER       PIC 9(02).
002560         10  WS-UNIT-MEMBER OCCURS 12 TIMES.
002570             15  WS-UM-ROW        PIC 9(02).
002580             15  WS-UM-COL        PIC 9(02).
002590 77  WS-UNIT-COUNT                PIC 9(02).
002600 77  WS-UNIT-INDEX                PIC 9(02).
002610 77  WS-PEER-UNIT                 PIC 9(02).
002620 77  WS-MEMBER-INDEX              PIC 9(02).
002630 77  WS-MEMBER-2                  PIC 9(02).
002640 77  WS-OTHER-MEMBER              PIC 9(02).
002650 77  WS-BASE-ROW                  PIC 9(02).
002660 77  WS-BASE-COL                  PIC 9(02).
002670 77  WS-BAND-WORK                 PIC 9(02).
002680 77  WS-ROW                       PIC 9(02).
002690 77  WS-COL                       PIC 9(02).
002700 77  WS-CELL-ROW                  PIC 9(02).
002710 77  WS-CELL-COL                  PIC 9(02).
002720 77  WS-CELL-ROW-2                PIC 9(02).
002730 77  WS-CELL-COL-2                PIC 9(02).
002740 77  WS-DIGIT                     PIC 9(02).
002750 77  WS-DIGIT-2                   PIC 9(02).
002760 77  WS-OTHER-DIGIT               PIC 9(02).

002770*---------------------------------------------------------------
002780* WHERE ONE DIGIT CAN STILL GO IN ONE UNIT - HOW MANY CELLS,
002790* THE FIRST TWO OF THEM, AND WHETHER THEY ALL SHARE A ROW, A
002800* COLUMN OR A BOX.  SET BY 2460-COUNT-DIGIT-IN-UNIT.
002810*---------------------------------------------------------------
002820 77  WS-COUNT-DIGIT               PIC 9(02).
002830 77  WS-POS-COUNT                 PIC 9(02).
002840 77  WS-POS-1                     PIC 9(02).
002850 77  WS-POS-2                     PIC 9(02).
002860 77  WS-PAIR-POS-1                PIC 9(02).
002870 77  WS-PAIR-POS-2                PIC 9(02).
002880 77  WS-LINE-ROW                  PIC 9(02).
002890 77  WS-LINE-COL                  PIC 9(02).
002900 77  WS-LINE-BOX                  PIC 9(02).
002910 77  WS-SAME-ROW-SWITCH           PIC X(01).
002920     88  ALL-IN-ONE-ROW           VALUE "Y".
002930 77  WS-SAME-COL-SWITCH           PIC X(01).
002940     88  ALL-IN-ONE-COL           VALUE "Y".
002950 77  WS-SAME-BOX-SWITCH           PIC X(01).
002960     88  ALL-IN-ONE-BOX           VALUE "Y".

002970*---------------------------------------------------------------
002980* STEP CONTROL.  EACH STEP TRIES THE TECHNIQUES SIMPLEST
002990* FIRST AND STOPS AT THE FIRST ONE THAT PLACES A DIGIT OR
003000* REMOVES A CANDIDATE, SO THE WALKTHROUGH NEVER REACHES FOR A
003010* HARDER IDEA THAN THE POSITION NEEDS.
003020*---------------------------------------------------------------
003030 77  WS-WALK-STATE                PIC X(01).
003040     88  WALK-IN-PROGRESS         VALUE "W".
003050     88  WALK-SOLVED              VALUE "S".
003060     88  WALK-STUCK               VALUE "G".
003070     88  WALK-CONTRADICTION       VALUE "X".
003080 77  WS-STEP-FOUND-SWITCH         PIC X(01) VALUE "N".
003090     88  STEP-FOUND               VALUE "Y".
003100 77  WS-STEP-NUMBER               PIC 9(04) VALUE 0.
003110 77  WS-NEXT-STEP                 PIC 9(04) VALUE 0.
003120 77  WS-TECH-INDEX                PIC 9(01).
003130 77  WS-STEP-UNIT-TYPE            PIC X(01).
003140 77  WS-STEP-UNIT-NUMBER          PIC 9(02).
003150 77  WS-PLACE-ROW                 PIC 9(02).
003160 77  WS-PLACE-COL                 PIC 9(02).
003170 77  WS-PLACE-DIGIT               PIC 9(02).
003180 77  WS-ELIM-ROW                  PIC 9(02).
003190 77  WS-ELIM-COL                  PIC 9(02).
003200 77  WS-ELIM-DIGIT                PIC 9(02).
003210 77  WS-REC-ACTION                PIC X(01).
003220 77  WS-REC-ROW                   PIC 9(02).
003230 77  WS-REC-COL                   PIC 9(02).
003240 77  WS-REC-DIGIT                 PIC 9(02).
003250 77  WS-ANSWER-MATCH-SWITCH       PIC X(01).
003260     88  ANSWER-MATCHES           VALUE "Y".

003270*---------------------------------------------------------------
003280* THE TECHNIQUES, SIMPLEST FIRST - CODE AND PRINTED NAME.
003290*---------------------------------------------------------------
003300 01  WS-TECHNIQUE-VALUES.
003310     05  FILLER   PIC X(23) VALUE "NSGNAKED SINGLE        ".
003320     05  FILLER   PIC X(23) VALUE "HSGHIDDEN SINGLE       ".
003330     05  FILLER   PIC X(23) VALUE "NPRNAKED PAIR          ".
003340     05  FILLER   PIC X(23) VALUE "HPRHIDDEN PAIR         ".
003350     05  FILLER   PIC X(23) VALUE "PNTPOINTING            ".
003360     05  FILLER   PIC X(23) VALUE "BLRBOX-LINE REDUCTION  ".
003370 01  WS-TECHNIQUE-TABLE REDEFINES WS-TECHNIQUE-VALUES.
003380     05  WS-TECHNIQUE OCCURS 6 TIMES.
003390         10  WS-TECH-CODE         PIC X(03).
003400         10  WS-TECH-NAME         PIC X(20).
003410 01  WS-PUZZLE-TECH-TABLE.
003420     05  WS-PZ-TECH-STEPS OCCURS 6 TIMES
003430                                  PIC 9(04).
003440 01  WS-RUN-TECH-TABLE.
003450     05  WS-RUN-TECH-STEPS OCCURS 6 TIMES
003460                                  PIC 9(07).
003470 77  WS-PZ-HARDEST                PIC 9(01) VALUE 0.
003480 77  WS-TECH-SCAN                 PIC 9(01).

003490*---------------------------------------------------------------
003500* THE DEDUCTIONS OF THE PUZZLE BEING WORKED, HELD UNTIL THE
003510* WALK IS KNOWN TO FINISH WITHOUT GUESSING.  A 12x12 HAS AT
003520* MOST 144 PLACEMENTS AND 1,728 CANDIDATES TO REMOVE, SO 2,000
003530* ENTRIES ALWAYS HOLD A WHOLE WALK.
003540*---------------------------------------------------------------
003550 01  WS-DEDUCTION-TABLE.
003560     05  WS-DED-ENTRY OCCURS 2000 TIMES.
003570         10  WS-DED-STEP          PIC 9(04).
003580         10  WS-DED-ACTION        PIC X(01).
003590         10  WS-DED-ROW           PIC 9(02).
003600         10  WS-DED-COL           PIC 9(02).
003610         10  WS-DED-DIGIT         PIC 9(02).
003620         10  WS-DED-TECH          PIC 9(01).
003630         10  WS-DED-UNIT-TYPE     PIC X(01).
003640         10  WS-DED-UNIT-NUMBER   PIC 9(02).
003650 77  WS-DED-COUNT                 PIC 9(04) VALUE 0.
003660 77  WS-DED-INDEX                 PIC 9(04).
003670 77  WS-LAST-STEP-PRINTED         PIC 9(04).

003680*---------------------------------------------------------------
003690* MAGAZINE COLUMN PAGE CONTROL AND PRINT WORK AREAS.
003700*---------------------------------------------------------------
003710 77  WS-COL-LINES-ON-PAGE         PIC 9(02) VALUE 0.
003720 77  WS-COL-PAGE-NUMBER           PIC 9(04) VALUE 0.
003730 01  WS-COL-PAGE-DISPLAY          PIC ZZZ9.
003740 01  WS-COLUMN-LINE               PIC X(132).
003750 77  WS-PRINT-ROW-CHECK           PIC 9(02).
003760 77  WS-PRINT-POS                 PIC 9(03).
003770 77  WS-BORDER-SEGMENT            PIC 9(02).
003780 77  WS-BORDER-DASH               PIC 9(02).
003790 01  WS-STEP-DISPLAY              PIC ZZZ9.
003800 01  WS-UNIT-DISPLAY              PIC Z9.
003810 01  WS-ROW-DISPLAY               PIC 99.
003820 01  WS-COL-DISPLAY               PIC 99.
003830 77  WS-UNIT-CAPTION              PIC X(07).
003840 77  WS-ACTION-TEXT               PIC X(08).

003850*---------------------------------------------------------------
003860* RUN TOTALS AND REPORT WORK AREAS.
003870*---------------------------------------------------------------
003880 77  WS-WALKED-COUNT              PIC 9(05) VALUE 0.
003890 77  WS-GUESSING-COUNT            PIC 9(05) VALUE 0.
003900 77  WS-CONTRADICTION-COUNT       PIC 9(05) VALUE 0.
003910 77  WS-MISMATCH-COUNT            PIC 9(05) VALUE 0.
003920 77  WS-NO-ANSWER-COUNT           PIC 9(05) VALUE 0.
003930 77  WS-VOID-SKIPPED-COUNT        PIC 9(05) VALUE 0.
003940 77  WS-DEDUCTIONS-WRITTEN        PIC 9(07) VALUE 0.
003950 77  WS-MAX-SEVERITY              PIC 9(01) VALUE 0.
003960 01  WS-CTL-DISPLAY-COUNT         PIC ZZZZ9.
003970 01  WS-DETAIL-COUNT              PIC ZZZ9.
003980 77  WS-OUTCOME-TEXT              PIC X(40).
003990 77  WS-CURRENT-DATE              PIC X(08).
004000 01  WS-REPORT-LINE               PIC X(132).
004010 77  WS-PRINT-LAYOUT              PIC X(144).
004020 77  WS-SIZE-TEXT                 PIC X(05).
004030 77  WS-STEP-TEXT                 PIC X(28).

004040*---------------------------------------------------------------
004050* RUN-CONTROL LOG.  EVERY STEP OF THE STREAM APPENDS A START
004060* AND AN END RECORD TO RUNCTL.  THE BUSINESS DAY RUNS TO THE
004070* 06:00 CUTOFF - A STEP STARTED AFTER MIDNIGHT BUT BEFORE THE
004080* CUTOFF STILL BELONGS TO THE PREVIOUS DAY'S STREAM.
004090*---------------------------------------------------------------
004100 77  WS-RUNCTL-STATUS             PIC X(02).
004110     88  RUNCTL-FILE-OK           VALUE "00".
004120     88  RUNCTL-FILE-EOF          VALUE "10".
004130 77  WS-RUNCTL-PROGRAM-ID         PIC X(12) VALUE "SUDOKUWLK".
004140 77  WS-RUNCTL-CUTOFF-TIME        PIC X(06) VALUE "060000".
004150 01  WS-RUNCTL-CLOCK.
004160     05  WS-RUNCTL-CLOCK-TIME     PIC X(06).
004170     05  FILLER                   PIC X(02).
004180 77  WS-RUNCTL-SYSTEM-DATE        PIC X(08).
004190 77  WS-RUNCTL-BUSINESS-DATE      PIC X(08).
004200 77  WS-RUNCTL-START-TIME         PIC X(06).
004210 01  WS-RUNCTL-WALK-DATE.
004220     05  WS-RUNCTL-WALK-YYYY      PIC 9(04).
004230     05  WS-RUNCTL-WALK-MM        PIC 9(02).
004240     05  WS-RUNCTL-WALK-DD        PIC 9(02).
004250 01  WS-RUNCTL-MONTH-TABLE.
004260     05  FILLER                   PIC X(24)
004270             VALUE "312831303130313130313031".
004280 01  WS-RUNCTL-MONTH-TABLE-R REDEFINES WS-RUNCTL-MONTH-TABLE.
004290     05  WS-RUNCTL-MONTH-DAYS     PIC 9(02) OCCURS 12 TIMES.
004300 77  WS-RUNCTL-LEAP-QUOT          PIC 9(04).
004310 77  WS-RUNCTL-LEAP-WORK          PIC 9(04).
004320*---------------------------------------------------------------
004330* PREREQUISITE CHECK.  THE LOG IS READ FRONT TO BACK AND THE
004340* LATEST RECORD OF EACH KIND WINS.  A STAMP IS RUN DATE PLUS
004350* TIME (THE END TIME ON AN END RECORD, THE START TIME OTHERWISE)
004360* SO THAT STEPS COMPARE IN CLOCK ORDER ACROSS MIDNIGHT.  9999
004370* IN A RETURN-CODE FIELD MEANS THE STEP HAS NOT RUN.
004380*---------------------------------------------------------------
004390 77  WS-RUNOVR-STATUS             PIC X(02).
004400     88  RUNOVR-FILE-OK           VALUE "00".
004410     88  RUNOVR-FILE-EOF          VALUE "10".
004420 01  WS-RUNCTL-STAMP.
004430     05  WS-RUNCTL-STAMP-DATE     PIC X(08).
004440     05  WS-RUNCTL-STAMP-TIME     PIC X(06).
004450 77  WS-RUNCTL-FACILE-RC          PIC 9(04) VALUE 9999.
004460 77  WS-RUNCTL-OVERRIDE-BY        PIC X(03) VALUE SPACES.
004470 77  WS-RUNCTL-REFUSED-SWITCH     PIC X(01) VALUE "N".
004480     88  RUN-REFUSED              VALUE "Y".
004490 77  WS-RUNCTL-MESSAGE            PIC X(40).
004500 01  WS-RUNCTL-RC-DISPLAY         PIC 9(04).
004510 77  WS-RUNCTL-CARD               PIC X(80).
004520 77  WS-RUNCTL-KEYWORD            PIC X(12).
004530 77  WS-RUNCTL-CARD-PROGRAM       PIC X(12).
004540 77  WS-RUNCTL-CARD-INITIALS      PIC X(12).

004550 PROCEDURE DIVISION.
004560*---------------------------------------------------------------
004570* 0000-MAINLINE
004580*---------------------------------------------------------------
004590 0000-MAINLINE.
004600     PERFORM 0100-CHECK-RUN-CONTROL  THRU 0100-EXIT
004610     IF RUN-REFUSED
004620         MOVE 12 TO RETURN-CODE
004630         STOP RUN
004640     END-IF
004650     PERFORM 1000-INITIALIZE-RUN     THRU 1000-EXIT
004660     PERFORM 2000-WALK-ONE-PUZZLE    THRU 2000-EXIT
004670         VARYING WS-SELECT-INDEX FROM 1 BY 1
004680         UNTIL WS-SELECT-INDEX > WS-SELECT-COUNT
004690     PERFORM 9000-TERMINATE-RUN      THRU 9000-EXIT
004700     MOVE WS-MAX-SEVERITY TO RETURN-CODE
004710     PERFORM 0900-LOG-RUN-END        THRU 0900-EXIT
004720     STOP RUN.

004730*---------------------------------------------------------------
004740* 0100-CHECK-RUN-CONTROL
004750* DATES THE RUN, CHECKS THIS STEP'S PREREQUISITES AGAINST THE
004760* RUN-CONTROL LOG AND APPENDS THE START RECORD.  A PREREQUISITE
004770* NOT MET REFUSES THE RUN UNLESS RUNOVRD CARRIES AN OVERRIDE
004780* CARD FOR THIS PROGRAM WITH THE OPERATOR'S INITIALS - THE
004790* BYPASS IS THEN LOGGED AGAINST THOSE INITIALS INSTEAD.
004800*---------------------------------------------------------------
004810 0100-CHECK-RUN-CONTROL.
004820     PERFORM 0110-SET-BUSINESS-DATE  THRU 0110-EXIT
004830     PERFORM 0120-READ-OVERRIDE-CARDS THRU 0120-EXIT
004840     PERFORM 0130-SCAN-RUN-CONTROL   THRU 0130-EXIT
004850     OPEN EXTEND RUN-CONTROL-FILE
004860     PERFORM 0150-CHECK-PREREQUISITES THRU 0150-EXIT
004870     IF RUN-REFUSED
004880         DISPLAY "SUDOKUWLK: RUN REFUSED - RETURN-CODE 12"
004890         DISPLAY "SUDOKUWLK: TO BYPASS, PUT CARD "
004900                 "OVERRIDE=SUDOKUWLK,<INITIALS> ON RUNOVRD"
004910         CLOSE RUN-CONTROL-FILE
004920         GO TO 0100-EXIT
004930     END-IF
004940     INITIALIZE RUN-CONTROL-RECORD
004950     MOVE "START" TO RL-EVENT
004960     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
004970     CLOSE RUN-CONTROL-FILE.
004980 0100-EXIT.
004990     EXIT.

005000*---------------------------------------------------------------
005010* 0110-SET-BUSINESS-DATE
005020* THE BUSINESS DATE IS TODAY, OR YESTERDAY WHEN THE STEP STARTS
005030* BEFORE THE CUTOFF.
005040*---------------------------------------------------------------
005050 0110-SET-BUSINESS-DATE.
005060     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
005070     ACCEPT WS-RUNCTL-CLOCK FROM TIME
005080     MOVE WS-RUNCTL-CLOCK-TIME TO WS-RUNCTL-START-TIME
005090     MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-BUSINESS-DATE
005100     IF WS-RUNCTL-START-TIME < WS-RUNCTL-CUTOFF-TIME
005110         MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-WALK-DATE
005120         PERFORM 0115-BACK-ONE-DAY   THRU 0115-EXIT
005130         MOVE WS-RUNCTL-WALK-DATE TO WS-RUNCTL-BUSINESS-DATE
005140     END-IF.
005150 0110-EXIT.
005160     EXIT.

005170 0115-BACK-ONE-DAY.
005180     IF WS-RUNCTL-WALK-DD > 1
005190         SUBTRACT 1 FROM WS-RUNCTL-WALK-DD
005200         GO TO 0115-EXIT
005210     END-IF
005220     IF WS-RUNCTL-WALK-MM = 1
005230         MOVE 12 TO WS-RUNCTL-WALK-MM
005240         SUBTRACT 1 FROM WS-RUNCTL-WALK-YYYY
005250     ELSE
005260         SUBTRACT 1 FROM WS-RUNCTL-WALK-MM
005270     END-IF
005280     MOVE WS-RUNCTL-MONTH-DAYS(WS-RUNCTL-WALK-MM)
005290         TO WS-RUNCTL-WALK-DD
005300     IF WS-RUNCTL-WALK-MM = 2
005310         DIVIDE WS-RUNCTL-WALK-YYYY BY 4
005320             GIVING WS-RUNCTL-LEAP-QUOT
005330             REMAINDER WS-RUNCTL-LEAP-WORK
005340         IF WS-RUNCTL-LEAP-WORK = 0
005350             MOVE 29 TO WS-RUNCTL-WALK-DD
005360             DIVIDE WS-RUNCTL-WALK-YYYY BY 100
005370                 GIVING WS-RUNCTL-LEAP-QUOT
005380                 REMAINDER WS-RUNCTL-LEAP-WORK
005390             IF WS-RUNCTL-LEAP-WORK = 0
005400                 DIVIDE WS-RUNCTL-WALK-YYYY BY 400
005410                     GIVING WS-RUNCTL-LEAP-QUOT
005420                     REMAINDER WS-RUNCTL-LEAP-WORK
005430                 IF WS-RUNCTL-LEAP-WORK NOT = 0
005440                     MOVE 28 TO WS-RUNCTL-WALK-DD
005450                 END-IF
005460             END-IF
005470         END-IF
005480     END-IF.
005490 0115-EXIT.
005500     EXIT.

005510*---------------------------------------------------------------
005520* 0120-READ-OVERRIDE-CARDS
005530* RUNOVRD MAY CARRY CARDS FOR SEVERAL STEPS.  ONLY A CARD OF THE
005540* FORM OVERRIDE=PROGRAM,INITIALS NAMING THIS PROGRAM COUNTS, AND
005550* ONLY WHEN THE INITIALS ARE PRESENT.
005560*---------------------------------------------------------------
005570 0120-READ-OVERRIDE-CARDS.
005580     OPEN INPUT RUN-OVERRIDE-FILE
005590     IF RUNOVR-FILE-OK
005600         PERFORM 0125-READ-ONE-OVERRIDE THRU 0125-EXIT
005610             UNTIL RUNOVR-FILE-EOF
005620     END-IF
005630     CLOSE RUN-OVERRIDE-FILE.
005640 0120-EXIT.
005650     EXIT.

005660 0125-READ-ONE-OVERRIDE.
005670     READ RUN-OVERRIDE-FILE INTO WS-RUNCTL-CARD
005680         AT END
005690             GO TO 0125-EXIT
005700     END-READ
005710     IF WS-RUNCTL-CARD = SPACES
005720         GO TO 0125-EXIT
005730     END-IF
005740     MOVE SPACES TO WS-RUNCTL-KEYWORD
005750                    WS-RUNCTL-CARD-PROGRAM
005760                    WS-RUNCTL-CARD-INITIALS
005770     UNSTRING WS-RUNCTL-CARD DELIMITED BY "=" OR ","
005780         INTO WS-RUNCTL-KEYWORD
005790              WS-RUNCTL-CARD-PROGRAM
005800              WS-RUNCTL-CARD-INITIALS
005810     END-UNSTRING
005820     IF WS-RUNCTL-KEYWORD NOT = "OVERRIDE"
005830         DISPLAY "SUDOKUWLK: UNRECOGNIZED OVERRIDE CARD "
005840                 "IGNORED: " WS-RUNCTL-CARD(1:40)
005850         GO TO 0125-EXIT
005860     END-IF
005870     IF WS-RUNCTL-CARD-PROGRAM NOT = WS-RUNCTL-PROGRAM-ID
005880         GO TO 0125-EXIT
005890     END-IF
005900     IF WS-RUNCTL-CARD-INITIALS = SPACES
005910         DISPLAY "SUDOKUWLK: OVERRIDE CARD IGNORED - "
005920                 "NO OPERATOR INITIALS"
005930         GO TO 0125-EXIT
005940     END-IF
005950     MOVE WS-RUNCTL-CARD-INITIALS TO WS-RUNCTL-OVERRIDE-BY.
005960 0125-EXIT.
005970     EXIT.

005980*---------------------------------------------------------------
005990* 0130-SCAN-RUN-CONTROL
006000* READS THE WHOLE LOG AND KEEPS THE LATEST FACT OF EACH KIND
006010* THIS STEP'S CHECKS NEED.
006020*---------------------------------------------------------------
006030 0130-SCAN-RUN-CONTROL.
006040     OPEN INPUT RUN-CONTROL-FILE
006050     IF RUNCTL-FILE-OK
006060         PERFORM 0135-NOTE-ONE-RUN-CONTROL THRU 0135-EXIT
006070             UNTIL RUNCTL-FILE-EOF
006080     END-IF
006090     CLOSE RUN-CONTROL-FILE.
006100 0130-EXIT.
006110     EXIT.

006120 0135-NOTE-ONE-RUN-CONTROL.
006130     READ RUN-CONTROL-FILE
006140         AT END
006150             GO TO 0135-EXIT
006160     END-READ
006170     MOVE RL-RUN-DATE TO WS-RUNCTL-STAMP-DATE
006180     IF RL-EVENT = "END"
006190         MOVE RL-END-TIME TO WS-RUNCTL-STAMP-TIME
006200     ELSE
006210         MOVE RL-START-TIME TO WS-RUNCTL-STAMP-TIME
006220     END-IF
006230     IF RL-PROGRAM-ID = "SUDOKUFACILE" AND RL-EVENT = "END"
006240        AND RL-BUSINESS-DATE = WS-RUNCTL-BUSINESS-DATE
006250         MOVE RL-RETURN-CODE TO WS-RUNCTL-FACILE-RC
006260     END-IF.
006270 0135-EXIT.
006280     EXIT.

006290*---------------------------------------------------------------
006300* 0150-CHECK-PREREQUISITES
006310*---------------------------------------------------------------
006320 0150-CHECK-PREREQUISITES.
006330     PERFORM 0170-CHECK-DAILY-RUN     THRU 0170-EXIT.
006340 0150-EXIT.
006350     EXIT.

006360*---------------------------------------------------------------
006370* 0170-CHECK-DAILY-RUN
006380* SUDOKUFACILE MUST HAVE RUN FOR THIS BUSINESS DATE AND ITS
006390* LATEST RUN MUST HAVE ENDED BELOW 8.
006400*---------------------------------------------------------------
006410 0170-CHECK-DAILY-RUN.
006420     IF WS-RUNCTL-FACILE-RC < 8
006430         GO TO 0170-EXIT
006440     END-IF
006450     IF WS-RUNCTL-FACILE-RC = 9999
006460         MOVE "NO SUDOKUFACILE RUN THIS BUSINESS DATE"
006470             TO WS-RUNCTL-MESSAGE
006480     ELSE
006490         MOVE WS-RUNCTL-FACILE-RC TO WS-RUNCTL-RC-DISPLAY
006500         MOVE SPACES TO WS-RUNCTL-MESSAGE
006510         STRING "LAST SUDOKUFACILE TODAY ENDED RC "
006520                DELIMITED BY SIZE
006530                WS-RUNCTL-RC-DISPLAY DELIMITED BY SIZE
006540                INTO WS-RUNCTL-MESSAGE
006550     END-IF
006560     PERFORM 0190-FAIL-ONE-CHECK     THRU 0190-EXIT.
006570 0170-EXIT.
006580     EXIT.

006590*---------------------------------------------------------------
006600* 0180-WRITE-RUN-CONTROL
006610* STAMPS THE COMMON FIELDS ON THE RECORD BUILT BY THE CALLER AND
006620* APPENDS IT.  THE LOG IS ALREADY OPEN EXTEND.
006630*---------------------------------------------------------------
006640 0180-WRITE-RUN-CONTROL.
006650     MOVE WS-RUNCTL-PROGRAM-ID    TO RL-PROGRAM-ID
006660     MOVE WS-RUNCTL-BUSINESS-DATE TO RL-BUSINESS-DATE
006670     MOVE WS-RUNCTL-SYSTEM-DATE   TO RL-RUN-DATE
006680     MOVE WS-RUNCTL-START-TIME    TO RL-START-TIME
006690     WRITE RUN-CONTROL-RECORD.
006700 0180-EXIT.
006710     EXIT.

006720*---------------------------------------------------------------
006730* 0190-FAIL-ONE-CHECK
006740* A PREREQUISITE IS NOT MET.  WITH AN OVERRIDE IN FORCE THE
006750* BYPASS IS LOGGED AGAINST THE OPERATOR AND THE RUN GOES ON;
006760* OTHERWISE THE REFUSAL IS LOGGED AND THE RUN IS STOPPED.
006770*---------------------------------------------------------------
006780 0190-FAIL-ONE-CHECK.
006790     INITIALIZE RUN-CONTROL-RECORD
006800     MOVE WS-RUNCTL-MESSAGE TO RL-MESSAGE
006810     IF WS-RUNCTL-OVERRIDE-BY NOT = SPACES
006820         DISPLAY "SUDOKUWLK: " WS-RUNCTL-MESSAGE
006830         DISPLAY "SUDOKUWLK: BYPASSED BY OVERRIDE - OPERATOR "
006840                 WS-RUNCTL-OVERRIDE-BY
006850         MOVE "OVERRIDE" TO RL-EVENT
006860         MOVE WS-RUNCTL-OVERRIDE-BY TO RL-OPERATOR-INITIALS
006870     ELSE
006880         DISPLAY "SUDOKUWLK: PREREQUISITE NOT MET - "
006890                 WS-RUNCTL-MESSAGE
006900         MOVE "REFUSED" TO RL-EVENT
006910         MOVE 12 TO RL-RETURN-CODE
006920         SET RUN-REFUSED TO TRUE
006930     END-IF
006940     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT.
006950 0190-EXIT.
006960     EXIT.

006970*---------------------------------------------------------------
006980* 0900-LOG-RUN-END
006990* APPENDS THE END RECORD - END TIME, RETURN-CODE AND THE STEP'S
007000* KEY RECORD COUNTS - TO THE RUN-CONTROL LOG.
007010*---------------------------------------------------------------
007020 0900-LOG-RUN-END.
007030     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
007040     ACCEPT WS-RUNCTL-CLOCK FROM TIME
007050     INITIALIZE RUN-CONTROL-RECORD
007060     MOVE "END" TO RL-EVENT
007070     MOVE WS-RUNCTL-CLOCK-TIME TO RL-END-TIME
007080     MOVE RETURN-CODE TO RL-RETURN-CODE
007090     MOVE "SELECTED" TO RL-COUNT-LABEL(1)
007100     MOVE WS-SELECT-COUNT TO RL-COUNT-VALUE(1)
007110     MOVE "WALKED" TO RL-COUNT-LABEL(2)
007120     MOVE WS-WALKED-COUNT TO RL-COUNT-VALUE(2)
007130     MOVE "GUESSING" TO RL-COUNT-LABEL(3)
007140     MOVE WS-GUESSING-COUNT TO RL-COUNT-VALUE(3)
007150     OPEN EXTEND RUN-CONTROL-FILE
007160     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
007170     CLOSE RUN-CONTROL-FILE.
007180 0900-EXIT.
007190     EXIT.

007200*---------------------------------------------------------------
007210* 1000-INITIALIZE-RUN
007220* READS THE CARDS, TABLES THE PUZZLES TO BE WORKED WITH THEIR
007230* ANSWERS AND VOID MARKS, AND OPENS THE THREE OUTPUTS.
007240*---------------------------------------------------------------
007250 1000-INITIALIZE-RUN.
007260     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
007270     INITIALIZE WS-RUN-TECH-TABLE
007280     PERFORM 1020-ACCEPT-RUN-PARAMETERS THRU 1020-EXIT
007290     IF WS-FROM-DATE = SPACES
007300         MOVE WS-CURRENT-DATE TO WS-FROM-DATE
007310     END-IF
007320     IF WS-THRU-DATE = SPACES
007330         MOVE WS-FROM-DATE TO WS-THRU-DATE
007340     END-IF
007350     OPEN OUTPUT WALKTHROUGH-FILE
007360     OPEN OUTPUT WALK-COLUMN-FILE
007370     OPEN OUTPUT WALK-REPORT-FILE
007380     PERFORM 1100-PRINT-REPORT-HEADING THRU 1100-EXIT
007390     PERFORM 1200-LOAD-HISTORY       THRU 1200-EXIT
007400     IF WS-SELECT-COUNT > 0
007410         PERFORM 1300-POST-ANSWERS   THRU 1300-EXIT
007420         PERFORM 1400-POST-VOIDS     THRU 1400-EXIT
007430     END-IF.
007440 1000-EXIT.
007450     EXIT.

007460*---------------------------------------------------------------
007470* 1020-ACCEPT-RUN-PARAMETERS
007480*---------------------------------------------------------------
007490 1020-ACCEPT-RUN-PARAMETERS.
007500     PERFORM 1025-READ-ONE-PARM-CARD THRU 1025-EXIT
007510         UNTIL NO-MORE-PARM-CARDS
007520            OR WS-PARM-CARD-COUNT > 20.
007530 1020-EXIT.
007540     EXIT.

007550 1025-READ-ONE-PARM-CARD.
007560     MOVE SPACES TO WS-PARM-CARD
007570     ACCEPT WS-PARM-CARD FROM SYSIN
007580     ADD 1 TO WS-PARM-CARD-COUNT
007590     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD(1:4) = "END "
007600         SET NO-MORE-PARM-CARDS TO TRUE
007610         GO TO 1025-EXIT
007620     END-IF
007630     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
007640     UNSTRING WS-PARM-CARD DELIMITED BY "="
007650         INTO WS-PARM-KEYWORD WS-PARM-VALUE
007660     EVALUATE TRUE
007670         WHEN WS-PARM-KEYWORD = "FROMDATE"
007680          AND WS-PARM-VALUE(1:8) IS NUMERIC
007690             MOVE WS-PARM-VALUE(1:8) TO WS-FROM-DATE
007700         WHEN WS-PARM-KEYWORD = "THRUDATE"
007710          AND WS-PARM-VALUE(1:8) IS NUMERIC
007720             MOVE WS-PARM-VALUE(1:8) TO WS-THRU-DATE
007730         WHEN WS-PARM-KEYWORD = "GRIDSIZE"
007740          AND (WS-PARM-VALUE(1:2) = "6 " OR "06" OR "9 "
007750                                   OR "09" OR "12")
007760             IF WS-PARM-VALUE(2:1) = SPACE
007770                 MOVE WS-PARM-VALUE(1:1) TO WS-SELECT-GRID-SIZE
007780             ELSE
007790                 MOVE WS-PARM-VALUE(1:2) TO WS-SELECT-GRID-SIZE
007800             END-IF
007810         WHEN OTHER
007820             DISPLAY "SUDOKUWLK: UNRECOGNIZED PARAMETER "
007830                 "CARD IGNORED: " WS-PARM-CARD(1:40)
007840     END-EVALUATE.
007850 1025-EXIT.
007860     EXIT.

007870*---------------------------------------------------------------
007880* 1100-PRINT-REPORT-HEADING
007890*---------------------------------------------------------------
007900 1100-PRINT-REPORT-HEADING.
007910     MOVE SPACES TO WS-REPORT-LINE
007920     STRING "SUDOKUWLK SOLVING WALKTHROUGH RUN - "
007930            DELIMITED BY SIZE
007940            WS-CURRENT-DATE DELIMITED BY SIZE
007950            INTO WS-REPORT-LINE
007960     WRITE WALK-REPORT-LINE FROM WS-REPORT-LINE
007970     MOVE SPACES TO WS-REPORT-LINE
007980     STRING "PUBLISHED " DELIMITED BY SIZE
007990            WS-FROM-DATE DELIMITED BY SIZE
008000            " THRU "     DELIMITED BY SIZE
008010            WS-THRU-DATE DELIMITED BY SIZE
008020            "   GRID SIZE " DELIMITED BY SIZE
008030            INTO WS-REPORT-LINE
008040     IF WS-SELECT-GRID-SIZE = 0
008050         MOVE "ALL" TO WS-REPORT-LINE(46:3)
008060     ELSE
008070         MOVE WS-SELECT-GRID-SIZE TO WS-REPORT-LINE(46:2)
008080     END-IF
008090     WRITE WALK-REPORT-LINE FROM WS-REPORT-LINE
008100     MOVE SPACES TO WS-REPORT-LINE
008110     WRITE WALK-REPORT-LINE FROM WS-REPORT-LINE
008120     MOVE "PUB DATE PUZZLE EDTN SIZE GIVEN STEPS"
008130          TO WS-REPORT-LINE
008140     MOVE "HARDEST TECHNIQUE    OUTCOME"
008150          TO WS-REPORT-LINE(39:28)
008160     WRITE WALK-REPORT-LINE FROM WS-REPORT-LINE
008170     MOVE SPACES TO WS-REPORT-LINE
008180     WRITE WALK-REPORT-LINE FROM WS-REPORT-LINE.
008190 1100-EXIT.
008200     EXIT.

008210*---------------------------------------------------------------
008220* 1200-LOAD-HISTORY
008230* ONE SEQUENTIAL PASS OF THE HISTORY MASTER, KEEPING EVERY
008240* PUZZLE PUBLISHED IN THE DATE RANGE (AND OF THE REQUESTED
008250* SIZE).  NO HISTORY MASTER MEANS NOTHING CAN BE WORKED - THE
008260* RUN SAYS SO AND ENDS RETURN-CODE 8.
008270*---------------------------------------------------------------
008280 1200-LOAD-HISTORY.
008290     OPEN INPUT PUBLISHED-HIST-FILE
008300     IF HIST-FILE-OK
008310         PERFORM 1210-SELECT-ONE-HISTORY THRU 1210-EXIT
008320             UNTIL HIST-FILE-EOF
008330     ELSE
008340         SET HISTORY-NOT-AVAILABLE TO TRUE
008350         MOVE "PUBLISHED HISTORY NOT AVAILABLE - NOTHING WORKED"
008360              TO WS-REPORT-LINE
008370         WRITE WALK-REPORT-LINE FROM WS-REPORT-LINE
008380         MOVE 8 TO WS-MAX-SEVERITY
008390     END-IF
008400     CLOSE PUBLISHED-HIST-FILE.
008410 1200-EXIT.
008420     EXIT.

008430 1210-SELECT-ONE-HISTORY.
008440     READ PUBLISHED-HIST-FILE NEXT RECORD
008450         AT END
008460             SET HIST-FILE-EOF TO TRUE
008470             GO TO 1210-EXIT
008480     END-READ
008490     IF HP-PUB-DATE < WS-FROM-DATE OR HP-PUB-DATE > WS-THRU-DATE
008500         GO TO 1210-EXIT
008510     END-IF
008520     IF HP-GRID-SIZE = 0
008530         MOVE 9 TO WS-GRID-SIZE
008540     ELSE
008550         MOVE HP-GRID-SIZE TO WS-GRID-SIZE
008560     END-IF
008570     IF WS-SELECT-GRID-SIZE NOT = 0
008580        AND WS-SELECT-GRID-SIZE NOT = WS-GRID-SIZE
008590         GO TO 1210-EXIT
008600     END-IF
008610     IF WS-SELECT-COUNT NOT < 500
008620         IF NOT SELECT-TABLE-FULL
008630             SET SELECT-TABLE-FULL TO TRUE
008640             DISPLAY "SUDOKUWLK: MORE THAN 500 PUZZLES IN THE "
008650                 "DATE RANGE - FIRST 500 IN FILE ORDER WORKED"
008660             IF WS-MAX-SEVERITY < 4
008670                 MOVE 4 TO WS-MAX-SEVERITY
008680             END-IF
008690         END-IF
008700         GO TO 1210-EXIT
008710     END-IF
008720     PERFORM 1220-INSERT-SELECTION THRU 1220-EXIT.
008730 1210-EXIT.
008740     EXIT.

008750*---------------------------------------------------------------
008760* 1220-INSERT-SELECTION
008770* INSERTION INTO THE SELECTION TABLE IN PUBLICATION DATE AND
008780* PUZZLE-ID ORDER - FIND THE SLOT, SHIFT THE TAIL DOWN.
008790*---------------------------------------------------------------
008800 1220-INSERT-SELECTION.
008810     MOVE HP-PUB-DATE  TO WS-SELECT-KEY-DATE
008820     MOVE HP-PUZZLE-ID TO WS-SELECT-KEY-ID
008830     MOVE 0 TO WS-SELECT-SLOT
008840     PERFORM VARYING WS-SELECT-SHIFT FROM 1 BY 1
008850         UNTIL WS-SELECT-SHIFT > WS-SELECT-COUNT
008860            OR WS-SELECT-SLOT > 0
008870         MOVE WS-SEL-PUB-DATE(WS-SELECT-SHIFT)
008880              TO WS-ENTRY-KEY-DATE
008890         MOVE WS-SEL-PUZZLE-ID(WS-SELECT-SHIFT)
008900              TO WS-ENTRY-KEY-ID
008910         IF WS-SELECT-KEY < WS-ENTRY-KEY
008920             MOVE WS-SELECT-SHIFT TO WS-SELECT-SLOT
008930         END-IF
008940     END-PERFORM
008950     ADD 1 TO WS-SELECT-COUNT
008960     IF WS-SELECT-SLOT = 0
008970         MOVE WS-SELECT-COUNT TO WS-SELECT-SLOT
008980     END-IF
008990     PERFORM VARYING WS-SELECT-SHIFT FROM WS-SELECT-COUNT BY -1
009000         UNTIL WS-SELECT-SHIFT <= WS-SELECT-SLOT
009010         MOVE WS-SEL-ENTRY(WS-SELECT-SHIFT - 1)
009020              TO WS-SEL-ENTRY(WS-SELECT-SHIFT)
009030     END-PERFORM
009040     MOVE HP-PUB-DATE      TO WS-SEL-PUB-DATE(WS-SELECT-SLOT)
009050     MOVE HP-PUZZLE-ID     TO WS-SEL-PUZZLE-ID(WS-SELECT-SLOT)
009060     MOVE HP-EDITION-CODE  TO WS-SEL-EDITION(WS-SELECT-SLOT)
009070     MOVE WS-GRID-SIZE     TO WS-SEL-GRID-SIZE(WS-SELECT-SLOT)
009080     MOVE HP-PUZZLE-LAYOUT TO WS-SEL-LAYOUT(WS-SELECT-SLOT)
009090     MOVE SPACES           TO WS-SEL-ANSWER(WS-SELECT-SLOT)
009100     MOVE "N"              TO WS-SEL-ANSWER-FLAG(WS-SELECT-SLOT)
009110     MOVE "N"              TO WS-SEL-VOID-FLAG(WS-SELECT-SLOT).
009120 1220-EXIT.
009130     EXIT.

009140*---------------------------------------------------------------
009150* 1300-POST-ANSWERS
009160* ONE PASS OF THE CUMULATIVE SOLUTION FILE, POSTING EACH
009170* SELECTED PUZZLE'S ANSWER - THE LATEST RECORD WINS, AS IN THE
009180* DAILY RUN'S EMBARGO PASS.
009190*---------------------------------------------------------------
009200 1300-POST-ANSWERS.
009210     OPEN INPUT SOLUTION-FILE
009220     IF SOLUTION-FILE-OK
009230         PERFORM 1310-POST-ONE-ANSWER THRU 1310-EXIT
009240             UNTIL SOLUTION-FILE-EOF
009250     END-IF
009260     CLOSE SOLUTION-FILE.
009270 1300-EXIT.
009280     EXIT.

009290 1310-POST-ONE-ANSWER.
009300     READ SOLUTION-FILE
009310         AT END
009320             SET SOLUTION-FILE-EOF TO TRUE
009330             GO TO 1310-EXIT
009340     END-READ
009350     PERFORM VARYING WS-SELECT-SHIFT FROM 1 BY 1
009360         UNTIL WS-SELECT-SHIFT > WS-SELECT-COUNT
009370         IF WS-SEL-PUZZLE-ID(WS-SELECT-SHIFT) = SL-PUZZLE-ID
009380             MOVE SL-SOLUTION-LAYOUT
009390                  TO WS-SEL-ANSWER(WS-SELECT-SHIFT)
009400             MOVE "Y" TO WS-SEL-ANSWER-FLAG(WS-SELECT-SHIFT)
009410         END-IF
009420     END-PERFORM.
009430 1310-EXIT.
009440     EXIT.

009450*---------------------------------------------------------------
009460* 1400-POST-VOIDS
009470* MARKS EVERY SELECTED PUZZLE THE RECALL RUN HAS VOIDED.  NO
009480* VOID FILE MEANS NO PUZZLE HAS EVER BEEN RECALLED.
009490*---------------------------------------------------------------
009500 1400-POST-VOIDS.
009510     OPEN INPUT VOID-FILE
009520     IF VOID-FILE-OK
009530         PERFORM 1410-POST-ONE-VOID THRU 1410-EXIT
009540             UNTIL VOID-FILE-EOF
009550     END-IF
009560     CLOSE VOID-FILE.
009570 1400-EXIT.
009580     EXIT.

009590 1410-POST-ONE-VOID.
009600     READ VOID-FILE
009610         AT END
009620             SET VOID-FILE-EOF TO TRUE
009630             GO TO 1410-EXIT
009640     END-READ
009650     PERFORM VARYING WS-SELECT-SHIFT FROM 1 BY 1
009660         UNTIL WS-SELECT-SHIFT > WS-SELECT-COUNT
009670         IF WS-SEL-PUZZLE-ID(WS-SELECT-SHIFT) = VD-PUZZLE-ID
009680             MOVE "Y" TO WS-SEL-VOID-FLAG(WS-SELECT-SHIFT)
009690         END-IF
009700     END-PERFORM.
009710 1410-EXIT.
009720     EXIT.

009730*---------------------------------------------------------------
009740* 2000-WALK-ONE-PUZZLE
009750* WORKS ONE SELECTED PUZZLE FROM ITS GIVENS TO A FULL GRID, OR
009760* UNTIL NO TECHNIQUE MAKES PROGRESS.  ONLY A WALK THAT FINISHES
009770* AND AGREES WITH THE ANSWER ON FILE IS WRITTEN TO THE FEED AND
009780* THE COLUMN; EVERY PUZZLE GETS A LINE ON THE REPORT.
009790*---------------------------------------------------------------
009800 2000-WALK-ONE-PUZZLE.
009810     MOVE WS-SEL-GRID-SIZE(WS-SELECT-INDEX) TO WS-GRID-SIZE
009820     PERFORM 2050-SET-BOX-DIMENSIONS THRU 2050-EXIT
009830     MOVE 0 TO WS-STEP-NUMBER WS-DED-COUNT WS-PZ-HARDEST
009840     INITIALIZE WS-PUZZLE-TECH-TABLE
009850     IF SEL-PUZZLE-VOID(WS-SELECT-INDEX)
009860         ADD 1 TO WS-VOID-SKIPPED-COUNT
009870         MOVE "WITHDRAWN - VOID FILE, NOT WORKED"
009880              TO WS-OUTCOME-TEXT
009890         PERFORM 2900-REPORT-ONE-PUZZLE THRU 2900-EXIT
009900         GO TO 2000-EXIT
009910     END-IF
009920     PERFORM 2100-LOAD-GRIDS        THRU 2100-EXIT
009930     PERFORM 2150-BUILD-UNITS       THRU 2150-EXIT
009940     PERFORM 2200-BUILD-CANDIDATES  THRU 2200-EXIT
009950     SET WALK-IN-PROGRESS TO TRUE
009960     PERFORM 2300-TAKE-ONE-STEP     THRU 2300-EXIT
009970         UNTIL NOT WALK-IN-PROGRESS
009980     EVALUATE TRUE
009990         WHEN WALK-STUCK
010000             ADD 1 TO WS-GUESSING-COUNT
010010             MOVE WS-OPEN-CELLS TO WS-DETAIL-COUNT
010020             MOVE SPACES TO WS-OUTCOME-TEXT
010030             STRING "*** NEEDS GUESSING -" DELIMITED BY SIZE
010040                    WS-DETAIL-COUNT        DELIMITED BY SIZE
010050                    " CELLS LEFT"          DELIMITED BY SIZE
010060                    INTO WS-OUTCOME-TEXT
010070             PERFORM 2950-RAISE-SEVERITY-4 THRU 2950-EXIT
010080         WHEN WALK-CONTRADICTION
010090             ADD 1 TO WS-CONTRADICTION-COUNT
010100             MOVE "*** GIVENS CONTRADICT - NO WALKTHROUGH"
010110                  TO WS-OUTCOME-TEXT
010120             PERFORM 2950-RAISE-SEVERITY-4 THRU 2950-EXIT
010130         WHEN OTHER
010140             PERFORM 2800-CHECK-AGAINST-ANSWER THRU 2800-EXIT
010150     END-EVALUATE
010160     PERFORM 2900-REPORT-ONE-PUZZLE THRU 2900-EXIT.
010170 2000-EXIT.
010180     EXIT.

010190*---------------------------------------------------------------
010200* 2050-SET-BOX-DIMENSIONS
010210* THE SUB-GRID (BOX) SHAPE FOR THE GRID SIZE - 2x3 FOR THE 6x6
010220* JUNIOR EDITION, 3x4 FOR THE 12x12 EXPERT, 3x3 FOR STANDARD
010230* 9x9 - AND HOW MANY BOXES SIT SIDE BY SIDE IN ONE BAND.
010240*---------------------------------------------------------------
010250 2050-SET-BOX-DIMENSIONS.
010260     EVALUATE WS-GRID-SIZE
010270         WHEN 6
010280             MOVE 2 TO WS-BOX-ROWS
010290             MOVE 3 TO WS-BOX-COLS
010300         WHEN 12
010310             MOVE 3 TO WS-BOX-ROWS
010320             MOVE 4 TO WS-BOX-COLS
010330         WHEN OTHER
010340             MOVE 9 TO WS-GRID-SIZE
010350             MOVE 3 TO WS-BOX-ROWS
010360             MOVE 3 TO WS-BOX-COLS
010370     END-EVALUATE
010380     COMPUTE WS-GRID-CELL-COUNT = WS-GRID-SIZE * WS-GRID-SIZE
010390     COMPUTE WS-BOXES-ACROSS = WS-GRID-SIZE / WS-BOX-COLS.
010400 2050-EXIT.
010410     EXIT.

010420*---------------------------------------------------------------
010430* 2100-LOAD-GRIDS
010440* UNPACKS THE PUBLISHED LAYOUT INTO WS-WALK-GRID AND THE
010450* ANSWER, WHEN THERE IS ONE, INTO WS-ANSWER-GRID.  A SPACE OR
010460* "0" IS AN OPEN CELL; "A"/"B"/"C" ARE 10/11/12.
010470*---------------------------------------------------------------
010480 2100-LOAD-GRIDS.
010490     MOVE 0 TO WS-OPEN-CELLS WS-GIVEN-CELLS
010500     INITIALIZE WS-WALK-GRID WS-ANSWER-GRID
010510     PERFORM VARYING WS-ROW FROM 1 BY 1
010520         UNTIL WS-ROW > WS-GRID-SIZE
010530         PERFORM VARYING WS-COL FROM 1 BY 1
010540             UNTIL WS-COL > WS-GRID-SIZE
010550             COMPUTE WS-CELL-INDEX =
010560                     ((WS-ROW - 1) * WS-GRID-SIZE) + WS-COL
010570             MOVE WS-SEL-LAYOUT(WS-SELECT-INDEX)
010580                  (WS-CELL-INDEX:1) TO WS-CONV-CHAR
010590             PERFORM 2110-CHAR-TO-VALUE THRU 2110-EXIT
010600             MOVE WS-CONV-VALUE TO WS-WALK-CELL(WS-ROW, WS-COL)
010610             IF WS-CONV-VALUE = 0
010620                 ADD 1 TO WS-OPEN-CELLS
010630             ELSE
010640                 ADD 1 TO WS-GIVEN-CELLS
010650             END-IF
010660             IF SEL-ANSWER-ON-FILE(WS-SELECT-INDEX)
010670                 MOVE WS-SEL-ANSWER(WS-SELECT-INDEX)
010680                      (WS-CELL-INDEX:1) TO WS-CONV-CHAR
010690                 PERFORM 2110-CHAR-TO-VALUE THRU 2110-EXIT
010700                 MOVE WS-CONV-VALUE
010710                      TO WS-ANSWER-CELL(WS-ROW, WS-COL)
010720             END-IF
010730         END-PERFORM
010740     END-PERFORM.
010750 2100-EXIT.
010760     EXIT.

010770*---------------------------------------------------------------
010780* 2110-CHAR-TO-VALUE / 2120-VALUE-TO-CHAR
010790* ONE LAYOUT CHARACTER TO A CELL VALUE AND BACK, THE SAME WAY
010800* THE DAILY RUN CONVERTS THEM.
010810*---------------------------------------------------------------
010820 2110-CHAR-TO-VALUE.
010830     EVALUATE WS-CONV-CHAR
010840         WHEN SPACE
010850             MOVE 0  TO WS-CONV-VALUE
010860         WHEN "A"
010870             MOVE 10 TO WS-CONV-VALUE
010880         WHEN "B"
010890             MOVE 11 TO WS-CONV-VALUE
010900         WHEN "C"
010910             MOVE 12 TO WS-CONV-VALUE
010920         WHEN "1" THRU "9"
010930             MOVE WS-CONV-CHAR TO WS-CONV-VALUE
010940         WHEN OTHER
010950             MOVE 0  TO WS-CONV-VALUE
010960     END-EVALUATE.
010970 2110-EXIT.
010980     EXIT.

010990 2120-VALUE-TO-CHAR.
011000     EVALUATE WS-CONV-VALUE
011010         WHEN 10
011020             MOVE "A" TO WS-CONV-CHAR
011030         WHEN 11
011040             MOVE "B" TO WS-CONV-CHAR
011050         WHEN 12
011060             MOVE "C" TO WS-CONV-CHAR
011070         WHEN OTHER
011080             MOVE WS-CONV-VALUE(2:1) TO WS-CONV-CHAR
011090     END-EVALUATE.
011100 2120-EXIT.
011110     EXIT.

011120*---------------------------------------------------------------
011130* 2150-BUILD-UNITS
011140* LISTS THE CELLS OF EVERY BOX, ROW AND COLUMN FOR THE GRID
011150* SIZE, AND NOTES WHICH BOX EACH CELL BELONGS TO.
011160*---------------------------------------------------------------
011170 2150-BUILD-UNITS.
011180     COMPUTE WS-UNIT-COUNT = WS-GRID-SIZE * 3
011190     PERFORM VARYING WS-UNIT-INDEX FROM 1 BY 1
011200         UNTIL WS-UNIT-INDEX > WS-GRID-SIZE
011210         COMPUTE WS-BAND-WORK =
011220                 (WS-UNIT-INDEX - 1) / WS-BOXES-ACROSS
011230         COMPUTE WS-BASE-ROW = (WS-BAND-WORK * WS-BOX-ROWS) + 1
011240         COMPUTE WS-BASE-COL =
011250                 ((WS-UNIT-INDEX - 1
011260                 - (WS-BAND-WORK * WS-BOXES-ACROSS))
011270                 * WS-BOX-COLS) + 1
011280         MOVE "B" TO WS-UNIT-TYPE(WS-UNIT-INDEX)
011290         MOVE WS-UNIT-INDEX TO WS-UNIT-NUMBER(WS-UNIT-INDEX)
011300         PERFORM VARYING WS-MEMBER-INDEX FROM 1 BY 1
011310             UNTIL WS-MEMBER-INDEX > WS-GRID-SIZE
011320             COMPUTE WS-BAND-WORK =
011330                     (WS-MEMBER-INDEX - 1) / WS-BOX-COLS
011340             COMPUTE WS-ROW = WS-BASE-ROW + WS-BAND-WORK
011350             COMPUTE WS-COL = WS-BASE-COL + WS-MEMBER-INDEX - 1
011360                            - (WS-BAND-WORK * WS-BOX-COLS)
011370             MOVE WS-ROW
011380                  TO WS-UM-ROW(WS-UNIT-INDEX, WS-MEMBER-INDEX)
011390             MOVE WS-COL
011400                  TO WS-UM-COL(WS-UNIT-INDEX, WS-MEMBER-INDEX)
011410             MOVE WS-UNIT-INDEX TO WS-BOX-OF-CELL(WS-ROW, WS-COL)
011420         END-PERFORM
011430     END-PERFORM
011440     PERFORM VARYING WS-ROW FROM 1 BY 1
011450         UNTIL WS-ROW > WS-GRID-SIZE
011460         COMPUTE WS-UNIT-INDEX = WS-GRID-SIZE + WS-ROW
011470         MOVE "R" TO WS-UNIT-TYPE(WS-UNIT-INDEX)
011480         MOVE WS-ROW TO WS-UNIT-NUMBER(WS-UNIT-INDEX)
011490         PERFORM VARYING WS-MEMBER-INDEX FROM 1 BY 1
011500             UNTIL WS-MEMBER-INDEX > WS-GRID-SIZE
011510             MOVE WS-ROW
011520                  TO WS-UM-ROW(WS-UNIT-INDEX, WS-MEMBER-INDEX)
011530             MOVE WS-MEMBER-INDEX
011540                  TO WS-UM-COL(WS-UNIT-INDEX, WS-MEMBER-INDEX)
011550         END-PERFORM
011560     END-PERFORM
011570     PERFORM VARYING WS-COL FROM 1 BY 1
011580         UNTIL WS-COL > WS-GRID-SIZE
011590         COMPUTE WS-UNIT-INDEX = (WS-GRID-SIZE * 2) + WS-COL
011600         MOVE "C" TO WS-UNIT-TYPE(WS-UNIT-INDEX)
011610         MOVE WS-COL TO WS-UNIT-NUMBER(WS-UNIT-INDEX)
011620         PERFORM VARYING WS-MEMBER-INDEX FROM 1 BY 1
011630             UNTIL WS-MEMBER-INDEX > WS-GRID-SIZE
011640             MOVE WS-MEMBER-INDEX
011650                  TO WS-UM-ROW(WS-UNIT-INDEX, WS-MEMBER-INDEX)
011660             MOVE WS-COL
011670                  TO WS-UM-COL(WS-UNIT-INDEX, WS-MEMBER-INDEX)
011680         END-PERFORM
011690     END-PERFORM.
011700 2150-EXIT.
011710     EXIT.

011720*---------------------------------------------------------------
011730* 2200-BUILD-CANDIDATES
011740* EVERY OPEN CELL STARTS WITH EVERY DIGIT; EACH GIVEN THEN
011750* STRIKES ITS DIGIT FROM ITS BOX, ROW AND COLUMN.  THESE
011760* STRIKES ARE THE PENCIL-MARKS A READER STARTS FROM, NOT
011770* DEDUCTIONS, SO THEY ARE NOT RECORDED.
011780*---------------------------------------------------------------
011790 2200-BUILD-CANDIDATES.
011800     INITIALIZE WS-CANDIDATE-GRID
011810     PERFORM VARYING WS-ROW FROM 1 BY 1
011820         UNTIL WS-ROW > WS-GRID-SIZE
011830         PERFORM VARYING WS-COL FROM 1 BY 1
011840             UNTIL WS-COL > WS-GRID-SIZE
011850             MOVE ALL "N" TO WS-CAND-SET(WS-ROW, WS-COL)
011860             IF WS-WALK-CELL(WS-ROW, WS-COL) = 0
011870                 MOVE WS-GRID-SIZE
011880                      TO WS-CAND-COUNT(WS-ROW, WS-COL)
011890                 PERFORM VARYING WS-DIGIT FROM 1 BY 1
011900                     UNTIL WS-DIGIT > WS-GRID-SIZE
011910                     MOVE "Y" TO
011920                          WS-CAND-FLAG(WS-ROW, WS-COL, WS-DIGIT)
011930                 END-PERFORM
011940             END-IF
011950         END-PERFORM
011960     END-PERFORM
011970     PERFORM VARYING WS-ROW FROM 1 BY 1
011980         UNTIL WS-ROW > WS-GRID-SIZE
011990         PERFORM VARYING WS-COL FROM 1 BY 1
012000             UNTIL WS-COL > WS-GRID-SIZE
012010             IF WS-WALK-CELL(WS-ROW, WS-COL) NOT = 0
012020                 MOVE WS-ROW TO WS-CELL-ROW
012030                 MOVE WS-COL TO WS-CELL-COL
012040                 MOVE WS-WALK-CELL(WS-ROW, WS-COL) TO WS-DIGIT
012050                 PERFORM 2710-STRIKE-FROM-PEERS THRU 2710-EXIT
012060             END-IF
012070         END-PERFORM
012080     END-PERFORM.
012090 2200-EXIT.
012100     EXIT.

012110*---------------------------------------------------------------
012120* 2300-TAKE-ONE-STEP
012130* ONE STEP OF THE WALK - THE FIRST TECHNIQUE, SIMPLEST FIRST,
012140* THAT PLACES A DIGIT OR REMOVES A CANDIDATE.  A FULL GRID ENDS
012150* THE WALK SOLVED, AN OPEN CELL WITH NO CANDIDATE LEFT ENDS IT
012160* IN CONTRADICTION, AND A POSITION NO TECHNIQUE CAN MOVE ENDS
012170* IT STUCK - THE PUZZLE NEEDS GUESSING.
012180*---------------------------------------------------------------
012190 2300-TAKE-ONE-STEP.
012200     IF WS-OPEN-CELLS = 0
012210         SET WALK-SOLVED TO TRUE
012220         GO TO 2300-EXIT
012230     END-IF
012240     PERFORM 2310-CHECK-DEAD-CELL THRU 2310-EXIT
012250     IF WALK-CONTRADICTION
012260         GO TO 2300-EXIT
012270     END-IF
012280     COMPUTE WS-NEXT-STEP = WS-STEP-NUMBER + 1
012290     MOVE "N" TO WS-STEP-FOUND-SWITCH
012300     PERFORM 2400-FIND-NAKED-SINGLE  THRU 2400-EXIT
012310     IF NOT STEP-FOUND
012320         PERFORM 2450-FIND-HIDDEN-SINGLE THRU 2450-EXIT
012330     END-IF
012340     IF NOT STEP-FOUND
012350         PERFORM 2500-FIND-NAKED-PAIR THRU 2500-EXIT
012360     END-IF
012370     IF NOT STEP-FOUND
012380         PERFORM 2550-FIND-HIDDEN-PAIR THRU 2550-EXIT
012390     END-IF
012400     IF NOT STEP-FOUND
012410         PERFORM 2600-FIND-POINTING  THRU 2600-EXIT
012420     END-IF
012430     IF NOT STEP-FOUND
012440         PERFORM 2650-FIND-BOX-LINE  THRU 2650-EXIT
012450     END-IF
012460     IF NOT STEP-FOUND
012470         SET WALK-STUCK TO TRUE
012480         GO TO 2300-EXIT
012490     END-IF
012500     MOVE WS-NEXT-STEP TO WS-STEP-NUMBER
012510     ADD 1 TO WS-PZ-TECH-STEPS(WS-TECH-INDEX)
012520     IF WS-TECH-INDEX > WS-PZ-HARDEST
012530         MOVE WS-TECH-INDEX TO WS-PZ-HARDEST
012540     END-IF.
012550 2300-EXIT.
012560     EXIT.

012570 2310-CHECK-DEAD-CELL.
012580     PERFORM VARYING WS-ROW FROM 1 BY 1
012590         UNTIL WS-ROW > WS-GRID-SIZE OR WALK-CONTRADICTION
012600         PERFORM VARYING WS-COL FROM 1 BY 1
012610             UNTIL WS-COL > WS-GRID-SIZE OR WALK-CONTRADICTION
012620             IF WS-WALK-CELL(WS-ROW, WS-COL) = 0
012630                AND WS-CAND-COUNT(WS-ROW, WS-COL) = 0
012640                 SET WALK-CONTRADICTION TO TRUE
012650             END-IF
012660         END-PERFORM
012670     END-PERFORM.
012680 2310-EXIT.
012690     EXIT.

012700*---------------------------------------------------------------
012710* 2400-FIND-NAKED-SINGLE
012720* AN OPEN CELL WITH ONE CANDIDATE LEFT TAKES IT.
012730*---------------------------------------------------------------
012740 2400-FIND-NAKED-SINGLE.
012750     PERFORM VARYING WS-ROW FROM 1 BY 1
012760         UNTIL WS-ROW > WS-GRID-SIZE OR STEP-FOUND
012770         PERFORM VARYING WS-COL FROM 1 BY 1
012780             UNTIL WS-COL > WS-GRID-SIZE OR STEP-FOUND
012790             IF WS-WALK-CELL(WS-ROW, WS-COL) = 0
012800                AND WS-CAND-COUNT(WS-ROW, WS-COL) = 1
012810                 MOVE 1 TO WS-DIGIT
012820                 PERFORM UNTIL
012830                     WS-CAND-FLAG(WS-ROW, WS-COL, WS-DIGIT) = "Y"
012840                     ADD 1 TO WS-DIGIT
012850                 END-PERFORM
012860                 MOVE WS-ROW   TO WS-PLACE-ROW
012870                 MOVE WS-COL   TO WS-PLACE-COL
012880                 MOVE WS-DIGIT TO WS-PLACE-DIGIT
012890                 MOVE 1        TO WS-TECH-INDEX
012900                 MOVE SPACE    TO WS-STEP-UNIT-TYPE
012910                 MOVE 0        TO WS-STEP-UNIT-NUMBER
012920                 PERFORM 2700-PLACE-DIGIT THRU 2700-EXIT
012930             END-IF
012940         END-PERFORM
012950     END-PERFORM.
012960 2400-EXIT.
012970     EXIT.

012980*---------------------------------------------------------------
012990* 2450-FIND-HIDDEN-SINGLE
013000* A DIGIT THAT HAS ONLY ONE CELL LEFT IN A BOX, ROW OR COLUMN
013010* GOES THERE.
013020*---------------------------------------------------------------
013030 2450-FIND-HIDDEN-SINGLE.
013040     PERFORM VARYING WS-UNIT-INDEX FROM 1 BY 1
013050         UNTIL WS-UNIT-INDEX > WS-UNIT-COUNT OR STEP-FOUND
013060         PERFORM VARYING WS-DIGIT FROM 1 BY 1
013070             UNTIL WS-DIGIT > WS-GRID-SIZE OR STEP-FOUND
013080             MOVE WS-DIGIT TO WS-COUNT-DIGIT
013090             PERFORM 2460-COUNT-DIGIT-IN-UNIT THRU 2460-EXIT
013100             IF WS-POS-COUNT = 1
013110                 MOVE WS-UM-ROW(WS-UNIT-INDEX, WS-POS-1)
013120                      TO WS-PLACE-ROW
013130                 MOVE WS-UM-COL(WS-UNIT-INDEX, WS-POS-1)
013140                      TO WS-PLACE-COL
013150                 MOVE WS-DIGIT TO WS-PLACE-DIGIT
013160                 MOVE 2        TO WS-TECH-INDEX
013170                 PERFORM 2480-SET-STEP-UNIT THRU 2480-EXIT
013180                 PERFORM 2700-PLACE-DIGIT THRU 2700-EXIT
013190             END-IF
013200         END-PERFORM
013210     END-PERFORM.
013220 2450-EXIT.
013230     EXIT.

013240*---------------------------------------------------------------
013250* 2460-COUNT-DIGIT-IN-UNIT
013260* WHERE WS-COUNT-DIGIT CAN STILL GO IN UNIT WS-UNIT-INDEX -
013270* THE NUMBER OF CELLS, THE FIRST TWO MEMBER POSITIONS, AND
013280* WHETHER THE CELLS ALL SHARE ONE ROW, ONE COLUMN OR ONE BOX.
013290*---------------------------------------------------------------
013300 2460-COUNT-DIGIT-IN-UNIT.
013310     MOVE 0 TO WS-POS-COUNT WS-POS-1 WS-POS-2
013320     MOVE "Y" TO WS-SAME-ROW-SWITCH WS-SAME-COL-SWITCH
013330                 WS-SAME-BOX-SWITCH
013340     PERFORM VARYING WS-MEMBER-INDEX FROM 1 BY 1
013350         UNTIL WS-MEMBER-INDEX > WS-GRID-SIZE
013360         MOVE WS-UM-ROW(WS-UNIT-INDEX, WS-MEMBER-INDEX)
013370              TO WS-CELL-ROW
013380         MOVE WS-UM-COL(WS-UNIT-INDEX, WS-MEMBER-INDEX)
013390              TO WS-CELL-COL
013400         IF WS-CAND-FLAG(WS-CELL-ROW, WS-CELL-COL,
013410                         WS-COUNT-DIGIT) = "Y"
013420             ADD 1 TO WS-POS-COUNT
013430             IF WS-POS-COUNT = 1
013440                 MOVE WS-MEMBER-INDEX TO WS-POS-1
013450                 MOVE WS-CELL-ROW TO WS-LINE-ROW
013460                 MOVE WS-CELL-COL TO WS-LINE-COL
013470                 MOVE WS-BOX-OF-CELL(WS-CELL-ROW, WS-CELL-COL)
013480                      TO WS-LINE-BOX
013490             ELSE
013500                 IF WS-POS-COUNT = 2
013510                     MOVE WS-MEMBER-INDEX TO WS-POS-2
013520                 END-IF
013530                 IF WS-CELL-ROW NOT = WS-LINE-ROW
013540                     MOVE "N" TO WS-SAME-ROW-SWITCH
013550                 END-IF
013560                 IF WS-CELL-COL NOT = WS-LINE-COL
013570                     MOVE "N" TO WS-SAME-COL-SWITCH
013580                 END-IF
013590                 IF WS-BOX-OF-CELL(WS-CELL-ROW, WS-CELL-COL)
013600                    NOT = WS-LINE-BOX
013610                     MOVE "N" TO WS-SAME-BOX-SWITCH
013620                 END-IF
013630             END-IF
013640         END-IF
013650     END-PERFORM.
013660 2460-EXIT.
013670     EXIT.

013680 2480-SET-STEP-UNIT.
013690     MOVE WS-UNIT-TYPE(WS-UNIT-INDEX)   TO WS-STEP-UNIT-TYPE
013700     MOVE WS-UNIT-NUMBER(WS-UNIT-INDEX) TO WS-STEP-UNIT-NUMBER.
013710 2480-EXIT.
013720     EXIT.

013730*---------------------------------------------------------------
013740* 2500-FIND-NAKED-PAIR
013750* TWO CELLS OF ONE UNIT HOLDING THE SAME TWO CANDIDATES AND
013760* NOTHING ELSE MUST TAKE THOSE TWO DIGITS BETWEEN THEM, SO
013770* NEITHER DIGIT CAN GO ANYWHERE ELSE IN THE UNIT.  COUNTS AS A
013780* STEP ONLY WHEN IT REMOVES SOMETHING.
013790*---------------------------------------------------------------
013800 2500-FIND-NAKED-PAIR.
013810     PERFORM VARYING WS-UNIT-INDEX FROM 1 BY 1
013820         UNTIL WS-UNIT-INDEX > WS-UNIT-COUNT OR STEP-FOUND
013830         PERFORM VARYING WS-PAIR-POS-1 FROM 1 BY 1
013840             UNTIL WS-PAIR-POS-1 > WS-GRID-SIZE OR STEP-FOUND
013850             MOVE WS-UM-ROW(WS-UNIT-INDEX, WS-PAIR-POS-1)
013860                  TO WS-CELL-ROW
013870             MOVE WS-UM-COL(WS-UNIT-INDEX, WS-PAIR-POS-1)
013880                  TO WS-CELL-COL
013890             IF WS-CAND-COUNT(WS-CELL-ROW, WS-CELL-COL) = 2
013900                 PERFORM 2505-MATCH-NAKED-PAIR THRU 2505-EXIT
013910             END-IF
013920         END-PERFORM
013930     END-PERFORM.
013940 2500-EXIT.
013950     EXIT.

013960 2505-MATCH-NAKED-PAIR.
013970     PERFORM VARYING WS-PAIR-POS-2 FROM WS-PAIR-POS-1 BY 1
013980         UNTIL WS-PAIR-POS-2 > WS-GRID-SIZE OR STEP-FOUND
013990         MOVE WS-UM-ROW(WS-UNIT-INDEX, WS-PAIR-POS-2)
014000              TO WS-CELL-ROW-2
014010         MOVE WS-UM-COL(WS-UNIT-INDEX, WS-PAIR-POS-2)
014020              TO WS-CELL-COL-2
014030         IF WS-PAIR-POS-2 > WS-PAIR-POS-1
014040            AND WS-CAND-COUNT(WS-CELL-ROW-2, WS-CELL-COL-2) = 2
014050            AND WS-CAND-SET(WS-CELL-ROW-2, WS-CELL-COL-2) =
014060                WS-CAND-SET(WS-CELL-ROW, WS-CELL-COL)
014070             PERFORM 2510-CLEAR-NAKED-PAIR THRU 2510-EXIT
014080         END-IF
014090     END-PERFORM.
014100 2505-EXIT.
014110     EXIT.

014120 2510-CLEAR-NAKED-PAIR.
014130     MOVE 0 TO WS-DIGIT WS-DIGIT-2
014140     PERFORM VARYING WS-OTHER-DIGIT FROM 1 BY 1
014150         UNTIL WS-OTHER-DIGIT > WS-GRID-SIZE
014160         IF WS-CAND-FLAG(WS-CELL-ROW, WS-CELL-COL,
014170                         WS-OTHER-DIGIT) = "Y"
014180             IF WS-DIGIT = 0
014190                 MOVE WS-OTHER-DIGIT TO WS-DIGIT
014200             ELSE
014210                 MOVE WS-OTHER-DIGIT TO WS-DIGIT-2
014220             END-IF
014230         END-IF
014240     END-PERFORM
014250     MOVE 3 TO WS-TECH-INDEX
014260     PERFORM 2480-SET-STEP-UNIT THRU 2480-EXIT
014270     PERFORM VARYING WS-OTHER-MEMBER FROM 1 BY 1
014280         UNTIL WS-OTHER-MEMBER > WS-GRID-SIZE
014290         IF WS-OTHER-MEMBER NOT = WS-PAIR-POS-1
014300            AND WS-OTHER-MEMBER NOT = WS-PAIR-POS-2
014310             MOVE WS-UM-ROW(WS-UNIT-INDEX, WS-OTHER-MEMBER)
014320                  TO WS-ELIM-ROW
014330             MOVE WS-UM-COL(WS-UNIT-INDEX, WS-OTHER-MEMBER)
014340                  TO WS-ELIM-COL
014350             MOVE WS-DIGIT TO WS-ELIM-DIGIT
014360             PERFORM 2750-ELIMINATE-CANDIDATE THRU 2750-EXIT
014370             MOVE WS-DIGIT-2 TO WS-ELIM-DIGIT
014380             PERFORM 2750-ELIMINATE-CANDIDATE THRU 2750-EXIT
014390         END-IF
014400     END-PERFORM.
014410 2510-EXIT.
014420     EXIT.

014430*---------------------------------------------------------------
014440* 2550-FIND-HIDDEN-PAIR
014450* TWO DIGITS THAT CAN EACH GO IN ONLY THE SAME TWO CELLS OF A
014460* UNIT OWN THOSE CELLS - EVERY OTHER CANDIDATE IN THEM GOES.
014470*---------------------------------------------------------------
014480 2550-FIND-HIDDEN-PAIR.
014490     PERFORM VARYING WS-UNIT-INDEX FROM 1 BY 1
014500         UNTIL WS-UNIT-INDEX > WS-UNIT-COUNT OR STEP-FOUND
014510         PERFORM VARYING WS-DIGIT FROM 1 BY 1
014520             UNTIL WS-DIGIT > WS-GRID-SIZE OR STEP-FOUND
014530             MOVE WS-DIGIT TO WS-COUNT-DIGIT
014540             PERFORM 2460-COUNT-DIGIT-IN-UNIT THRU 2460-EXIT
014550             IF WS-POS-COUNT = 2
014560                 MOVE WS-POS-1 TO WS-PAIR-POS-1
014570                 MOVE WS-POS-2 TO WS-PAIR-POS-2
014580                 PERFORM 2555-MATCH-HIDDEN-PAIR THRU 2555-EXIT
014590             END-IF
014600         END-PERFORM
014610     END-PERFORM.
014620 2550-EXIT.
014630     EXIT.

014640 2555-MATCH-HIDDEN-PAIR.
014650     PERFORM VARYING WS-DIGIT-2 FROM WS-DIGIT BY 1
014660         UNTIL WS-DIGIT-2 > WS-GRID-SIZE OR STEP-FOUND
014670         IF WS-DIGIT-2 > WS-DIGIT
014680             MOVE WS-DIGIT-2 TO WS-COUNT-DIGIT
014690             PERFORM 2460-COUNT-DIGIT-IN-UNIT THRU 2460-EXIT
014700             IF WS-POS-COUNT = 2
014710                AND WS-POS-1 = WS-PAIR-POS-1
014720                AND WS-POS-2 = WS-PAIR-POS-2
014730                 PERFORM 2560-CLEAR-HIDDEN-PAIR THRU 2560-EXIT
014740             END-IF
014750         END-IF
014760     END-PERFORM.
014770 2555-EXIT.
014780     EXIT.

014790 2560-CLEAR-HIDDEN-PAIR.
014800     MOVE 4 TO WS-TECH-INDEX
014810     PERFORM 2480-SET-STEP-UNIT THRU 2480-EXIT
014820     PERFORM VARYING WS-OTHER-DIGIT FROM 1 BY 1
014830         UNTIL WS-OTHER-DIGIT > WS-GRID-SIZE
014840         IF WS-OTHER-DIGIT NOT = WS-DIGIT
014850            AND WS-OTHER-DIGIT NOT = WS-DIGIT-2
014860             MOVE WS-OTHER-DIGIT TO WS-ELIM-DIGIT
014870             MOVE WS-UM-ROW(WS-UNIT-INDEX, WS-PAIR-POS-1)
014880                  TO WS-ELIM-ROW
014890             MOVE WS-UM-COL(WS-UNIT-INDEX, WS-PAIR-POS-1)
014900                  TO WS-ELIM-COL
014910             PERFORM 2750-ELIMINATE-CANDIDATE THRU 2750-EXIT
014920             MOVE WS-UM-ROW(WS-UNIT-INDEX, WS-PAIR-POS-2)
014930                  TO WS-ELIM-ROW
014940             MOVE WS-UM-COL(WS-UNIT-INDEX, WS-PAIR-POS-2)
014950                  TO WS-ELIM-COL
014960             PERFORM 2750-ELIMINATE-CANDIDATE THRU 2750-EXIT
014970         END-IF
014980     END-PERFORM.
014990 2560-EXIT.
015000     EXIT.

015010*---------------------------------------------------------------
015020* 2600-FIND-POINTING
015030* WHEN A DIGIT'S CELLS IN A BOX ALL LIE IN ONE ROW (OR ONE
015040* COLUMN), THE DIGIT MUST GO IN THAT BOX'S PART OF THE LINE,
015050* SO IT COMES OUT OF THE REST OF THE LINE.
015060*---------------------------------------------------------------
015070 2600-FIND-POINTING.
015080     PERFORM VARYING WS-UNIT-INDEX FROM 1 BY 1
015090         UNTIL WS-UNIT-INDEX > WS-GRID-SIZE OR STEP-FOUND
015100         PERFORM VARYING WS-DIGIT FROM 1 BY 1
015110             UNTIL WS-DIGIT > WS-GRID-SIZE OR STEP-FOUND
015120             MOVE WS-DIGIT TO WS-COUNT-DIGIT
015130             PERFORM 2460-COUNT-DIGIT-IN-UNIT THRU 2460-EXIT
015140             IF WS-POS-COUNT > 1
015150                 MOVE 5 TO WS-TECH-INDEX
015160                 PERFORM 2480-SET-STEP-UNIT THRU 2480-EXIT
015170                 MOVE WS-DIGIT TO WS-ELIM-DIGIT
015180                 IF ALL-IN-ONE-ROW
015190                     PERFORM 2610-CLEAR-ROW-OUTSIDE-BOX
015200                         THRU 2610-EXIT
015210                 END-IF
015220                 IF ALL-IN-ONE-COL
015230                     PERFORM 2620-CLEAR-COL-OUTSIDE-BOX
015240                         THRU 2620-EXIT
015250                 END-IF
015260             END-IF
015270         END-PERFORM
015280     END-PERFORM.
015290 2600-EXIT.
015300     EXIT.

015310 2610-CLEAR-ROW-OUTSIDE-BOX.
015320     MOVE WS-LINE-ROW TO WS-ELIM-ROW
015330     PERFORM VARYING WS-ELIM-COL FROM 1 BY 1
015340         UNTIL WS-ELIM-COL > WS-GRID-SIZE
015350         IF WS-BOX-OF-CELL(WS-ELIM-ROW, WS-ELIM-COL)
015360            NOT = WS-LINE-BOX
015370             PERFORM 2750-ELIMINATE-CANDIDATE THRU 2750-EXIT
015380         END-IF
015390     END-PERFORM.
015400 2610-EXIT.
015410     EXIT.

015420 2620-CLEAR-COL-OUTSIDE-BOX.
015430     MOVE WS-LINE-COL TO WS-ELIM-COL
015440     PERFORM VARYING WS-ELIM-ROW FROM 1 BY 1
015450         UNTIL WS-ELIM-ROW > WS-GRID-SIZE
015460         IF WS-BOX-OF-CELL(WS-ELIM-ROW, WS-ELIM-COL)
015470            NOT = WS-LINE-BOX
015480             PERFORM 2750-ELIMINATE-CANDIDATE THRU 2750-EXIT
015490         END-IF
015500     END-PERFORM.
015510 2620-EXIT.
015520     EXIT.

015530*---------------------------------------------------------------
015540* 2650-FIND-BOX-LINE
015550* WHEN A DIGIT'S CELLS IN A ROW (OR COLUMN) ALL LIE IN ONE BOX,
015560* THE DIGIT MUST GO IN THAT PART OF THE BOX, SO IT COMES OUT
015570* OF THE REST OF THE BOX.
015580*---------------------------------------------------------------
015590 2650-FIND-BOX-LINE.
015600     COMPUTE WS-UNIT-INDEX = WS-GRID-SIZE + 1
015610     PERFORM UNTIL WS-UNIT-INDEX > WS-UNIT-COUNT OR STEP-FOUND
015620         PERFORM VARYING WS-DIGIT FROM 1 BY 1
015630             UNTIL WS-DIGIT > WS-GRID-SIZE OR STEP-FOUND
015640             MOVE WS-DIGIT TO WS-COUNT-DIGIT
015650             PERFORM 2460-COUNT-DIGIT-IN-UNIT THRU 2460-EXIT
015660             IF WS-POS-COUNT > 1 AND ALL-IN-ONE-BOX
015670                 MOVE 6 TO WS-TECH-INDEX
015680                 PERFORM 2480-SET-STEP-UNIT THRU 2480-EXIT
015690                 MOVE WS-DIGIT TO WS-ELIM-DIGIT
015700                 PERFORM 2660-CLEAR-BOX-OUTSIDE-LINE
015710                     THRU 2660-EXIT
015720             END-IF
015730         END-PERFORM
015740         ADD 1 TO WS-UNIT-INDEX
015750     END-PERFORM.
015760 2650-EXIT.
015770     EXIT.

015780 2660-CLEAR-BOX-OUTSIDE-LINE.
015790     PERFORM VARYING WS-OTHER-MEMBER FROM 1 BY 1
015800         UNTIL WS-OTHER-MEMBER > WS-GRID-SIZE
015810         MOVE WS-UM-ROW(WS-LINE-BOX, WS-OTHER-MEMBER)
015820              TO WS-ELIM-ROW
015830         MOVE WS-UM-COL(WS-LINE-BOX, WS-OTHER-MEMBER)
015840              TO WS-ELIM-COL
015850         IF (WS-STEP-UNIT-TYPE = "R"
015860             AND WS-ELIM-ROW NOT = WS-LINE-ROW)
015870         OR (WS-STEP-UNIT-TYPE = "C"
015880             AND WS-ELIM-COL NOT = WS-LINE-COL)
015890             PERFORM 2750-ELIMINATE-CANDIDATE THRU 2750-EXIT
015900         END-IF
015910     END-PERFORM.
015920 2660-EXIT.
015930     EXIT.

015940*---------------------------------------------------------------
015950* 2700-PLACE-DIGIT
015960* FILLS WS-PLACE-ROW/COL WITH WS-PLACE-DIGIT, RECORDS THE
015970* DEDUCTION AND STRIKES THE DIGIT FROM THE CELL'S BOX, ROW AND
015980* COLUMN.
015990*---------------------------------------------------------------
016000 2700-PLACE-DIGIT.
016010     MOVE WS-PLACE-DIGIT
016020          TO WS-WALK-CELL(WS-PLACE-ROW, WS-PLACE-COL)
016030     SUBTRACT 1 FROM WS-OPEN-CELLS
016040     MOVE 0 TO WS-CAND-COUNT(WS-PLACE-ROW, WS-PLACE-COL)
016050     MOVE ALL "N" TO WS-CAND-SET(WS-PLACE-ROW, WS-PLACE-COL)
016060     MOVE "P"            TO WS-REC-ACTION
016070     MOVE WS-PLACE-ROW   TO WS-REC-ROW
016080     MOVE WS-PLACE-COL   TO WS-REC-COL
016090     MOVE WS-PLACE-DIGIT TO WS-REC-DIGIT
016100     PERFORM 2780-RECORD-DEDUCTION THRU 2780-EXIT
016110     MOVE WS-PLACE-ROW   TO WS-CELL-ROW
016120     MOVE WS-PLACE-COL   TO WS-CELL-COL
016130     MOVE WS-PLACE-DIGIT TO WS-DIGIT
016140     PERFORM 2710-STRIKE-FROM-PEERS THRU 2710-EXIT
016150     SET STEP-FOUND TO TRUE.
016160 2700-EXIT.
016170     EXIT.

016180*---------------------------------------------------------------
016190* 2710-STRIKE-FROM-PEERS
016200* REMOVES WS-DIGIT FROM EVERY CELL SHARING A BOX, ROW OR COLUMN
016210* WITH WS-CELL-ROW/COL.
016220*---------------------------------------------------------------
016230 2710-STRIKE-FROM-PEERS.
016240     MOVE WS-BOX-OF-CELL(WS-CELL-ROW, WS-CELL-COL) TO WS-PEER-UNIT
016250     PERFORM 2720-STRIKE-FROM-UNIT THRU 2720-EXIT
016260     COMPUTE WS-PEER-UNIT = WS-GRID-SIZE + WS-CELL-ROW
016270     PERFORM 2720-STRIKE-FROM-UNIT THRU 2720-EXIT
016280     COMPUTE WS-PEER-UNIT = (WS-GRID-SIZE * 2) + WS-CELL-COL
016290     PERFORM 2720-STRIKE-FROM-UNIT THRU 2720-EXIT.
016300 2710-EXIT.
016310     EXIT.

016320 2720-STRIKE-FROM-UNIT.
016330     PERFORM VARYING WS-OTHER-MEMBER FROM 1 BY 1
016340         UNTIL WS-OTHER-MEMBER > WS-GRID-SIZE
016350         MOVE WS-UM-ROW(WS-PEER-UNIT, WS-OTHER-MEMBER)
016360              TO WS-ELIM-ROW
016370         MOVE WS-UM-COL(WS-PEER-UNIT, WS-OTHER-MEMBER)
016380              TO WS-ELIM-COL
016390         IF WS-CAND-FLAG(WS-ELIM-ROW, WS-ELIM-COL, WS-DIGIT)
016400            = "Y"
016410             MOVE "N" TO
016420                  WS-CAND-FLAG(WS-ELIM-ROW, WS-ELIM-COL, WS-DIGIT)
016430             SUBTRACT 1 FROM WS-CAND-COUNT(WS-ELIM-ROW,
016440                                           WS-ELIM-COL)
016450         END-IF
016460     END-PERFORM.
016470 2720-EXIT.
016480     EXIT.

016490*---------------------------------------------------------------
016500* 2750-ELIMINATE-CANDIDATE
016510* TAKES WS-ELIM-DIGIT OUT OF CELL WS-ELIM-ROW/COL AS A
016520* DEDUCTION OF THE CURRENT TECHNIQUE.  A CANDIDATE ALREADY GONE
016530* IS NOT A DEDUCTION AND IS PASSED OVER.
016540*---------------------------------------------------------------
016550 2750-ELIMINATE-CANDIDATE.
016560     IF WS-CAND-FLAG(WS-ELIM-ROW, WS-ELIM-COL, WS-ELIM-DIGIT)
016570        NOT = "Y"
016580         GO TO 2750-EXIT
016590     END-IF
016600     MOVE "N" TO
016610          WS-CAND-FLAG(WS-ELIM-ROW, WS-ELIM-COL, WS-ELIM-DIGIT)
016620     SUBTRACT 1 FROM WS-CAND-COUNT(WS-ELIM-ROW, WS-ELIM-COL)
016630     MOVE "E"           TO WS-REC-ACTION
016640     MOVE WS-ELIM-ROW   TO WS-REC-ROW
016650     MOVE WS-ELIM-COL   TO WS-REC-COL
016660     MOVE WS-ELIM-DIGIT TO WS-REC-DIGIT
016670     PERFORM 2780-RECORD-DEDUCTION THRU 2780-EXIT
016680     SET STEP-FOUND TO TRUE.
016690 2750-EXIT.
016700     EXIT.

016710 2780-RECORD-DEDUCTION.
016720     IF WS-DED-COUNT NOT < 2000
016730         GO TO 2780-EXIT
016740     END-IF
016750     ADD 1 TO WS-DED-COUNT
016760     MOVE WS-NEXT-STEP        TO WS-DED-STEP(WS-DED-COUNT)
016770     MOVE WS-REC-ACTION       TO WS-DED-ACTION(WS-DED-COUNT)
016780     MOVE WS-REC-ROW          TO WS-DED-ROW(WS-DED-COUNT)
016790     MOVE WS-REC-COL          TO WS-DED-COL(WS-DED-COUNT)
016800     MOVE WS-REC-DIGIT        TO WS-DED-DIGIT(WS-DED-COUNT)
016810     MOVE WS-TECH-INDEX       TO WS-DED-TECH(WS-DED-COUNT)
016820     MOVE WS-STEP-UNIT-TYPE   TO WS-DED-UNIT-TYPE(WS-DED-COUNT)
016830     MOVE WS-STEP-UNIT-NUMBER
016840          TO WS-DED-UNIT-NUMBER(WS-DED-COUNT).
016850 2780-EXIT.
016860     EXIT.

016870*---------------------------------------------------------------
016880* 2800-CHECK-AGAINST-ANSWER
016890* A FINISHED WALK MUST AGREE CELL FOR CELL WITH THE ANSWER THE
016900* DAILY RUN PUBLISHED.  ONE THAT DOES NOT IS HELD BACK - THE
016910* LAYOUT OR THE ANSWER ON FILE IS WRONG AND EDITORIAL MUST LOOK.
016920* WITH NO ANSWER ON FILE THE WALK IS WRITTEN AND SAID TO BE
016930* UNCHECKED.
016940*---------------------------------------------------------------
016950 2800-CHECK-AGAINST-ANSWER.
016960     SET ANSWER-MATCHES TO TRUE
016970     IF SEL-ANSWER-ON-FILE(WS-SELECT-INDEX)
016980         IF WS-WALK-GRID NOT = WS-ANSWER-GRID
016990             MOVE "N" TO WS-ANSWER-MATCH-SWITCH
017000         END-IF
017010     END-IF
017020     IF NOT ANSWER-MATCHES
017030         ADD 1 TO WS-MISMATCH-COUNT
017040         MOVE "*** DIFFERS FROM ANSWER ON FILE - HELD"
017050              TO WS-OUTCOME-TEXT
017060         PERFORM 2950-RAISE-SEVERITY-4 THRU 2950-EXIT
017070         GO TO 2800-EXIT
017080     END-IF
017090     ADD 1 TO WS-WALKED-COUNT
017100     IF SEL-ANSWER-ON-FILE(WS-SELECT-INDEX)
017110         MOVE "WALKTHROUGH WRITTEN" TO WS-OUTCOME-TEXT
017120     ELSE
017130         ADD 1 TO WS-NO-ANSWER-COUNT
017140         MOVE "WALKTHROUGH WRITTEN - NO ANSWER ON FILE"
017150              TO WS-OUTCOME-TEXT
017160     END-IF
017170     PERFORM VARYING WS-TECH-SCAN FROM 1 BY 1
017180         UNTIL WS-TECH-SCAN > 6
017190         ADD WS-PZ-TECH-STEPS(WS-TECH-SCAN)
017200             TO WS-RUN-TECH-STEPS(WS-TECH-SCAN)
017210     END-PERFORM
017220     PERFORM 3000-WRITE-WALKTHROUGH  THRU 3000-EXIT
017230     PERFORM 4000-PRINT-COLUMN       THRU 4000-EXIT.
017240 2800-EXIT.
017250     EXIT.

017260*---------------------------------------------------------------
017270* 2900-REPORT-ONE-PUZZLE
017280*---------------------------------------------------------------
017290 2900-REPORT-ONE-PUZZLE.
017300     MOVE SPACES TO WS-REPORT-LINE
017310     MOVE WS-SEL-PUB-DATE(WS-SELECT-INDEX)
017320          TO WS-REPORT-LINE(1:8)
017330     MOVE WS-SEL-PUZZLE-ID(WS-SELECT-INDEX)
017340          TO WS-REPORT-LINE(10:6)
017350     MOVE WS-SEL-EDITION(WS-SELECT-INDEX)
017360          TO WS-REPORT-LINE(17:4)
017370     MOVE WS-GRID-SIZE TO WS-REPORT-LINE(24:2)
017380     IF NOT SEL-PUZZLE-VOID(WS-SELECT-INDEX)
017390         MOVE WS-GIVEN-CELLS TO WS-DETAIL-COUNT
017400         MOVE WS-DETAIL-COUNT TO WS-REPORT-LINE(27:4)
017410         MOVE WS-STEP-NUMBER TO WS-DETAIL-COUNT
017420         MOVE WS-DETAIL-COUNT TO WS-REPORT-LINE(33:4)
017430         IF WS-PZ-HARDEST > 0
017440             MOVE WS-TECH-NAME(WS-PZ-HARDEST)
017450                  TO WS-REPORT-LINE(39:20)
017460         END-IF
017470     END-IF
017480     MOVE WS-OUTCOME-TEXT TO WS-REPORT-LINE(60:40)
017490     WRITE WALK-REPORT-LINE FROM WS-REPORT-LINE.
017500 2900-EXIT.
017510     EXIT.

017520 2950-RAISE-SEVERITY-4.
017530     IF WS-MAX-SEVERITY < 4
017540         MOVE 4 TO WS-MAX-SEVERITY
017550     END-IF.
017560 2950-EXIT.
017570     EXIT.

017580*---------------------------------------------------------------
017590* 3000-WRITE-WALKTHROUGH
017600* ONE WALKFILE RECORD PER DEDUCTION, IN SOLVING ORDER.
017610*---------------------------------------------------------------
017620 3000-WRITE-WALKTHROUGH.
017630     PERFORM 3010-WRITE-ONE-DEDUCTION THRU 3010-EXIT
017640         VARYING WS-DED-INDEX FROM 1 BY 1
017650         UNTIL WS-DED-INDEX > WS-DED-COUNT.
017660 3000-EXIT.
017670     EXIT.

017680 3010-WRITE-ONE-DEDUCTION.
017690     MOVE SPACES TO WALKTHROUGH-RECORD
017700     MOVE WS-SEL-PUZZLE-ID(WS-SELECT-INDEX) TO WK-PUZZLE-ID
017710     MOVE WS-SEL-PUB-DATE(WS-SELECT-INDEX)  TO WK-PUB-DATE
017720     MOVE WS-SEL-EDITION(WS-SELECT-INDEX)   TO WK-EDITION-CODE
017730     MOVE WS-GRID-SIZE                  TO WK-GRID-SIZE
017740     MOVE WS-DED-STEP(WS-DED-INDEX)     TO WK-STEP-NUMBER
017750     MOVE WS-DED-ACTION(WS-DED-INDEX)   TO WK-ACTION
017760     MOVE WS-DED-ROW(WS-DED-INDEX)      TO WK-ROW
017770     MOVE WS-DED-COL(WS-DED-INDEX)      TO WK-COL
017780     MOVE WS-DED-DIGIT(WS-DED-INDEX)    TO WS-CONV-VALUE
017790     PERFORM 2120-VALUE-TO-CHAR THRU 2120-EXIT
017800     MOVE WS-CONV-CHAR                  TO WK-DIGIT
017810     MOVE WS-TECH-CODE(WS-DED-TECH(WS-DED-INDEX))
017820          TO WK-TECHNIQUE-CODE
017830     MOVE WS-TECH-NAME(WS-DED-TECH(WS-DED-INDEX))
017840          TO WK-TECHNIQUE-NAME
017850     MOVE WS-DED-UNIT-TYPE(WS-DED-INDEX)   TO WK-UNIT-TYPE
017860     MOVE WS-DED-UNIT-NUMBER(WS-DED-INDEX) TO WK-UNIT-NUMBER
017870     WRITE WALKTHROUGH-RECORD
017880     ADD 1 TO WS-DEDUCTIONS-WRITTEN.
017890 3010-EXIT.
017900     EXIT.

017910*---------------------------------------------------------------
017920* 4000-PRINT-COLUMN
017930* THE MAGAZINE COLUMN FOR ONE PUZZLE - A NEW PAGE, THE TITLE,
017940* THE STARTING GRID, THEN EVERY DEDUCTION AS A NUMBERED LINE
017950* AND A CLOSING LINE NAMING THE TECHNIQUES USED.  A LONG WALK
017960* RUNS ON OVER AS MANY CONTINUATION PAGES AS IT NEEDS.
017970*---------------------------------------------------------------
017980 4000-PRINT-COLUMN.
017990     PERFORM 4100-COLUMN-PAGE-HEADER THRU 4100-EXIT
018000     EVALUATE WS-GRID-SIZE
018010         WHEN 6
018020             MOVE "6x6"   TO WS-SIZE-TEXT
018030         WHEN 12
018040             MOVE "12x12" TO WS-SIZE-TEXT
018050         WHEN OTHER
018060             MOVE "9x9"   TO WS-SIZE-TEXT
018070     END-EVALUATE
018080     MOVE SPACES TO WS-COLUMN-LINE
018090     STRING "HOW TO CRACK PUZZLE " DELIMITED BY SIZE
018100            WS-SEL-PUZZLE-ID(WS-SELECT-INDEX) DELIMITED BY SIZE
018110            "  -  "                DELIMITED BY SIZE
018120            WS-SIZE-TEXT           DELIMITED BY SPACE
018130            ", PUBLISHED "         DELIMITED BY SIZE
018140            WS-SEL-PUB-DATE(WS-SELECT-INDEX) DELIMITED BY SIZE
018150            INTO WS-COLUMN-LINE
018160     PERFORM 4050-WRITE-COLUMN-LINE THRU 4050-EXIT
018170     MOVE SPACES TO WS-COLUMN-LINE
018180     PERFORM 4050-WRITE-COLUMN-LINE THRU 4050-EXIT
018190     MOVE WS-SEL-LAYOUT(WS-SELECT-INDEX) TO WS-PRINT-LAYOUT
018200     PERFORM 4200-PRINT-START-GRID THRU 4200-EXIT
018210     MOVE SPACES TO WS-COLUMN-LINE
018220     PERFORM 4050-WRITE-COLUMN-LINE THRU 4050-EXIT
018230     MOVE 0 TO WS-LAST-STEP-PRINTED
018240     PERFORM 4300-PRINT-ONE-DEDUCTION THRU 4300-EXIT
018250         VARYING WS-DED-INDEX FROM 1 BY 1
018260         UNTIL WS-DED-INDEX > WS-DED-COUNT
018270     MOVE SPACES TO WS-COLUMN-LINE
018280     PERFORM 4050-WRITE-COLUMN-LINE THRU 4050-EXIT
018290     MOVE WS-STEP-NUMBER TO WS-STEP-DISPLAY
018300     MOVE SPACES TO WS-COLUMN-LINE
018310     STRING "SOLVED IN "          DELIMITED BY SIZE
018320            WS-STEP-DISPLAY       DELIMITED BY SIZE
018330            " STEPS WITHOUT GUESSING.  HARDEST TECHNIQUE: "
018340                                  DELIMITED BY SIZE
018350            WS-TECH-NAME(WS-PZ-HARDEST) DELIMITED BY "  "
018360            INTO WS-COLUMN-LINE
018370     PERFORM 4050-WRITE-COLUMN-LINE THRU 4050-EXIT.
018380 4000-EXIT.
018390     EXIT.

018400 4050-WRITE-COLUMN-LINE.
018410     IF WS-COL-LINES-ON-PAGE NOT < 60
018420         PERFORM 4100-COLUMN-PAGE-HEADER THRU 4100-EXIT
018430     END-IF
018440     WRITE WALK-COLUMN-LINE FROM WS-COLUMN-LINE
018450     ADD 1 TO WS-COL-LINES-ON-PAGE.
018460 4050-EXIT.
018470     EXIT.

018480*---------------------------------------------------------------
018490* 4100-COLUMN-PAGE-HEADER
018500* OPENS THE NEXT COLUMN PAGE - TITLE, PAGE NUMBER AND THE
018510* PUZZLE IT BELONGS TO - AND RESETS THE LINE COUNT.
018520*---------------------------------------------------------------
018530 4100-COLUMN-PAGE-HEADER.
018540     ADD 1 TO WS-COL-PAGE-NUMBER
018550     MOVE WS-COL-PAGE-NUMBER TO WS-COL-PAGE-DISPLAY
018560     MOVE SPACES TO WS-COLUMN-LINE
018570     STRING "SUDOKUWLK SOLVING COLUMN   PUZZLE " DELIMITED BY SIZE
018580            WS-SEL-PUZZLE-ID(WS-SELECT-INDEX) DELIMITED BY SIZE
018590            "   PAGE "               DELIMITED BY SIZE
018600            WS-COL-PAGE-DISPLAY      DELIMITED BY SIZE
018610            INTO WS-COLUMN-LINE
018620     WRITE WALK-COLUMN-LINE FROM WS-COLUMN-LINE
018630     MOVE SPACES TO WS-COLUMN-LINE
018640     WRITE WALK-COLUMN-LINE FROM WS-COLUMN-LINE
018650     MOVE 2 TO WS-COL-LINES-ON-PAGE.
018660 4100-EXIT.
018670     EXIT.

018680*---------------------------------------------------------------
018690* 4200-PRINT-START-GRID
018700* THE STARTING GRID IN THE DAILY PAGE'S BOXED STYLE - TWO PRINT
018710* COLUMNS PER CELL, "." FOR AN OPEN CELL, A "+" BORDER BEFORE
018720* EACH BAND AND "|" AFTER EACH BOX.
018730*---------------------------------------------------------------
018740 4200-PRINT-START-GRID.
018750     PERFORM VARYING WS-ROW FROM 1 BY 1
018760         UNTIL WS-ROW > WS-GRID-SIZE
018770         COMPUTE WS-PRINT-ROW-CHECK = (WS-ROW - 1) / WS-BOX-ROWS
018780         COMPUTE WS-PRINT-ROW-CHECK = WS-ROW - 1 -
018790                 (WS-PRINT-ROW-CHECK * WS-BOX-ROWS)
018800         IF WS-PRINT-ROW-CHECK = 0
018810             PERFORM 4210-PRINT-GRID-BORDER THRU 4210-EXIT
018820         END-IF
018830         PERFORM 4220-PRINT-GRID-ROW THRU 4220-EXIT
018840     END-PERFORM
018850     PERFORM 4210-PRINT-GRID-BORDER THRU 4210-EXIT.
018860 4200-EXIT.
018870     EXIT.

018880 4210-PRINT-GRID-BORDER.
018890     MOVE SPACES TO WS-COLUMN-LINE
018900     MOVE 1 TO WS-PRINT-POS
018910     MOVE "+" TO WS-COLUMN-LINE(WS-PRINT-POS:1)
018920     PERFORM VARYING WS-BORDER-SEGMENT FROM 1 BY 1
018930         UNTIL WS-BORDER-SEGMENT > WS-BOXES-ACROSS
018940         PERFORM VARYING WS-BORDER-DASH FROM 1 BY 1
018950             UNTIL WS-BORDER-DASH > WS-BOX-COLS * 2
018960             ADD 1 TO WS-PRINT-POS
018970             MOVE "-" TO WS-COLUMN-LINE(WS-PRINT-POS:1)
018980         END-PERFORM
018990         MOVE "+" TO WS-COLUMN-LINE(WS-PRINT-POS:1)
019000     END-PERFORM
019010     PERFORM 4050-WRITE-COLUMN-LINE THRU 4050-EXIT.
019020 4210-EXIT.
019030     EXIT.

019040 4220-PRINT-GRID-ROW.
019050     MOVE SPACES TO WS-COLUMN-LINE
019060     MOVE "|" TO WS-COLUMN-LINE(1:1)
019070     PERFORM VARYING WS-COL FROM 1 BY 1
019080         UNTIL WS-COL > WS-GRID-SIZE
019090         COMPUTE WS-PRINT-POS = (WS-COL - 1) * 2 + 2
019100         COMPUTE WS-CELL-INDEX =
019110                 ((WS-ROW - 1) * WS-GRID-SIZE) + WS-COL
019120         IF WS-PRINT-LAYOUT(WS-CELL-INDEX:1) = SPACE OR "0"
019130             MOVE "." TO WS-COLUMN-LINE(WS-PRINT-POS:1)
019140         ELSE
019150             MOVE WS-PRINT-LAYOUT(WS-CELL-INDEX:1)
019160                  TO WS-COLUMN-LINE(WS-PRINT-POS:1)
019170         END-IF
019180         COMPUTE WS-PRINT-ROW-CHECK = WS-COL / WS-BOX-COLS
019190         COMPUTE WS-PRINT-ROW-CHECK = WS-COL -
019200                 (WS-PRINT-ROW-CHECK * WS-BOX-COLS)
019210         IF WS-PRINT-ROW-CHECK = 0
019220             MOVE "|" TO WS-COLUMN-LINE(WS-PRINT-POS + 1:1)
019230         END-IF
019240     END-PERFORM
019250     PERFORM 4050-WRITE-COLUMN-LINE THRU 4050-EXIT.
019260 4220-EXIT.
019270     EXIT.

019280*---------------------------------------------------------------
019290* 4300-PRINT-ONE-DEDUCTION
019300* "STEP  12  ROW 04 COL 07  PLACE 7   HIDDEN SINGLE IN BOX 5".
019310* THE STEP NUMBER PRINTS ONCE, ON THE FIRST LINE OF ITS STEP.
019320*---------------------------------------------------------------
019330 4300-PRINT-ONE-DEDUCTION.
019340     MOVE SPACES TO WS-COLUMN-LINE
019350     IF WS-DED-STEP(WS-DED-INDEX) NOT = WS-LAST-STEP-PRINTED
019360         MOVE WS-DED-STEP(WS-DED-INDEX) TO WS-LAST-STEP-PRINTED
019370         MOVE WS-DED-STEP(WS-DED-INDEX) TO WS-STEP-DISPLAY
019380         MOVE "STEP" TO WS-COLUMN-LINE(1:4)
019390         MOVE WS-STEP-DISPLAY TO WS-COLUMN-LINE(6:4)
019400     END-IF
019410     MOVE WS-DED-ROW(WS-DED-INDEX) TO WS-ROW-DISPLAY
019420     MOVE WS-DED-COL(WS-DED-INDEX) TO WS-COL-DISPLAY
019430     MOVE WS-DED-DIGIT(WS-DED-INDEX) TO WS-CONV-VALUE
019440     PERFORM 2120-VALUE-TO-CHAR THRU 2120-EXIT
019450     IF WS-DED-ACTION(WS-DED-INDEX) = "P"
019460         MOVE "PLACE" TO WS-ACTION-TEXT
019470     ELSE
019480         MOVE "NOT" TO WS-ACTION-TEXT
019490     END-IF
019500     MOVE SPACES TO WS-STEP-TEXT
019510     STRING "ROW "           DELIMITED BY SIZE
019520            WS-ROW-DISPLAY   DELIMITED BY SIZE
019530            " COL "          DELIMITED BY SIZE
019540            WS-COL-DISPLAY   DELIMITED BY SIZE
019550            "  "             DELIMITED BY SIZE
019560            WS-ACTION-TEXT   DELIMITED BY SPACE
019570            " "              DELIMITED BY SIZE
019580            WS-CONV-CHAR     DELIMITED BY SIZE
019590            INTO WS-STEP-TEXT
019600     MOVE WS-STEP-TEXT TO WS-COLUMN-LINE(12:28)
019610     MOVE WS-TECH-NAME(WS-DED-TECH(WS-DED-INDEX))
019620          TO WS-COLUMN-LINE(40:20)
019630     IF WS-DED-UNIT-TYPE(WS-DED-INDEX) NOT = SPACE
019640         EVALUATE WS-DED-UNIT-TYPE(WS-DED-INDEX)
019650             WHEN "R"
019660                 MOVE "IN ROW"    TO WS-UNIT-CAPTION
019670             WHEN "C"
019680                 MOVE "IN COL"    TO WS-UNIT-CAPTION
019690             WHEN OTHER
019700                 MOVE "IN BOX"    TO WS-UNIT-CAPTION
019710         END-EVALUATE
019720         MOVE WS-DED-UNIT-NUMBER(WS-DED-INDEX) TO WS-UNIT-DISPLAY
019730         MOVE WS-UNIT-CAPTION TO WS-COLUMN-LINE(60:7)
019740         MOVE WS-UNIT-DISPLAY TO WS-COLUMN-LINE(67:2)
019750     END-IF
019760     PERFORM 4050-WRITE-COLUMN-LINE THRU 4050-EXIT.
019770 4300-EXIT.
019780     EXIT.

019790*---------------------------------------------------------------
019800* 9000-TERMINATE-RUN
019810*---------------------------------------------------------------
019820 9000-TERMINATE-RUN.
019830     MOVE SPACES TO WS-REPORT-LINE
019840     WRITE WALK-REPORT-LINE FROM WS-REPORT-LINE
019850     MOVE "WALKTHROUGH TOTALS" TO WS-REPORT-LINE
019860     WRITE WALK-REPORT-LINE FROM WS-REPORT-LINE
019870     MOVE "  PUZZLES SELECTED  . . . . . : " TO WS-REPORT-LINE
019880     MOVE WS-SELECT-COUNT TO WS-CTL-DISPLAY-COUNT
019890     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
019900     MOVE "  WALKTHROUGHS WRITTEN  . . . : " TO WS-REPORT-LINE
019910     MOVE WS-WALKED-COUNT TO WS-CTL-DISPLAY-COUNT
019920     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
019930     MOVE "    WITH NO ANSWER ON FILE  . : " TO WS-REPORT-LINE
019940     MOVE WS-NO-ANSWER-COUNT TO WS-CTL-DISPLAY-COUNT
019950     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
019960     MOVE "  NEED GUESSING . . . . . . . : " TO WS-REPORT-LINE
019970     MOVE WS-GUESSING-COUNT TO WS-CTL-DISPLAY-COUNT
019980     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
019990     MOVE "  GIVENS CONTRADICT . . . . . : " TO WS-REPORT-LINE
020000     MOVE WS-CONTRADICTION-COUNT TO WS-CTL-DISPLAY-COUNT
020010     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
020020     MOVE "  DIFFER FROM ANSWER ON FILE  : " TO WS-REPORT-LINE
020030     MOVE WS-MISMATCH-COUNT TO WS-CTL-DISPLAY-COUNT
020040     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
020050     MOVE "  WITHDRAWN, NOT WORKED . . . : " TO WS-REPORT-LINE
020060     MOVE WS-VOID-SKIPPED-COUNT TO WS-CTL-DISPLAY-COUNT
020070     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
020080     MOVE "  DEDUCTIONS WRITTEN  . . . . : " TO WS-REPORT-LINE
020090     MOVE WS-DEDUCTIONS-WRITTEN TO WS-CTL-DISPLAY-COUNT
020100     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
020110     MOVE SPACES TO WS-REPORT-LINE
020120     WRITE WALK-REPORT-LINE FROM WS-REPORT-LINE
020130     MOVE "STEPS BY TECHNIQUE (WRITTEN WALKTHROUGHS)"
020140          TO WS-REPORT-LINE
020150     WRITE WALK-REPORT-LINE FROM WS-REPORT-LINE
020160     PERFORM 9200-WRITE-TECHNIQUE-TOTAL THRU 9200-EXIT
020170         VARYING WS-TECH-SCAN FROM 1 BY 1
020180         UNTIL WS-TECH-SCAN > 6
020190     CLOSE WALKTHROUGH-FILE
020200     CLOSE WALK-COLUMN-FILE
020210     CLOSE WALK-REPORT-FILE.
020220 9000-EXIT.
020230     EXIT.

020240*---------------------------------------------------------------
020250* 9100-WRITE-ONE-TOTAL
020260* APPENDS THE COUNT ALREADY EDITED INTO WS-CTL-DISPLAY-COUNT
020270* TO THE CAPTION ALREADY MOVED TO WS-REPORT-LINE AND WRITES IT.
020280*---------------------------------------------------------------
020290 9100-WRITE-ONE-TOTAL.
020300     MOVE WS-CTL-DISPLAY-COUNT TO WS-REPORT-LINE(33:5)
020310     WRITE WALK-REPORT-LINE FROM WS-REPORT-LINE.
020320 9100-EXIT.
020330     EXIT.

020340 9200-WRITE-TECHNIQUE-TOTAL.
020350     MOVE ALL ". " TO WS-REPORT-LINE
020360     MOVE SPACES TO WS-REPORT-LINE(1:2)
020370     MOVE SPACES TO WS-REPORT-LINE(31:102)
020380     MOVE ":" TO WS-REPORT-LINE(31:1)
020390     MOVE WS-TECH-NAME(WS-TECH-SCAN) TO WS-REPORT-LINE(3:20)
020400     MOVE WS-RUN-TECH-STEPS(WS-TECH-SCAN) TO WS-CTL-DISPLAY-COUNT
020410     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT.
020420 9200-EXIT.
020430     EXIT.
