000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SUDOKUBOK.
000030 AUTHOR.         D LEURS.
000040 INSTALLATION.   DAILY PUZZLE PRODUCTION.
000050 DATE-WRITTEN.   15-10-2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100* 15-10-2026 DL  ORIGINAL PROGRAM.  PUZZLE-BOOK COMPILATION.
000110*                THE MONTHLY "BEST OF THE MONTH" BOOKLET AND THE
000120*                YEAR-END ANNUAL WERE PASTED TOGETHER BY HAND
000130*                FROM OLD PRTFILE AND KEYFILE PAGES.  THIS
000140*                PROGRAM SELECTS THE PUZZLES PUBLISHED IN A
000150*                FROMDATE=/THRUDATE= RANGE (DEFAULT THE WHOLE
000160*                PREVIOUS MONTH), OPTIONALLY ONE EDITION= AND
000170*                ONE GRIDSIZE=, ORDERS THEM EASY TO HARD BY
000180*                BAND, NUMBERS THEM AND WRITES THE WHOLE BOOK
000190*                TO BOOKPRT AS 60-LINE PAGES - TITLE PAGE,
000200*                CONTENTS, ONE PUZZLE TO A PAGE AND THE ANSWERS
000210*                FROM SOLFILE AT THE BACK.  A PUZZLE ON THE VOID
000220*                FILE (CORRECTED OR WITHDRAWN), ONE STILL INSIDE
000230*                THE KEYLAG=NNN ANSWER EMBARGO, ONE WITH NO
000240*                ANSWER ON FILE AND ONE ALREADY IN ANOTHER BOOK
000250*                THE SAME YEAR ARE LEFT OUT AND LISTED ON
000260*                BOOKRPT WITH THE REASON.  EVERY BOOK'S PUZZLES
000270*                ARE RECORDED ON THE BOOKMAN MANIFEST UNDER ITS
000280*                BOOKID=, WHICH IS HOW THE NEXT BOOK KNOWS WHAT
000290*                HAS BEEN USED; A RERUN OF THE SAME BOOKID
000300*                REPLACES ITS OWN ENTRIES.  THE STEP IS RUN ON
000310*                DEMAND, HAS NO PREREQUISITES AND LOGS TO RUNCTL
000320*                ONLY.
000330*---------------------------------------------------------------

000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPTIONAL PUBLISHED-HIST-FILE
000380            ASSIGN TO "HISTFILE"
000390            ORGANIZATION       IS INDEXED
000400            ACCESS MODE        IS SEQUENTIAL
000410            RECORD KEY         IS HP-CANONICAL-FORM
000420            FILE STATUS        IS WS-HIST-STATUS.
000430     SELECT OPTIONAL SOLUTION-FILE
000440            ASSIGN TO "SOLFILE"
000450            ORGANIZATION       IS LINE SEQUENTIAL
000460            FILE STATUS        IS WS-SOLUTION-STATUS.
000470     SELECT OPTIONAL VOID-FILE
000480            ASSIGN TO "VOIDFILE"
000490            ORGANIZATION       IS LINE SEQUENTIAL
000500            FILE STATUS        IS WS-VOID-STATUS.
000510     SELECT OPTIONAL BOOK-MANIFEST-FILE
000520            ASSIGN TO "BOOKMAN"
000530            ORGANIZATION       IS LINE SEQUENTIAL
000540            FILE STATUS        IS WS-MANIFEST-STATUS.
000550     SELECT BOOK-PRINT-FILE
000560            ASSIGN TO "BOOKPRT"
000570            ORGANIZATION       IS LINE SEQUENTIAL.
000580     SELECT BOOK-REPORT-FILE
000590            ASSIGN TO "BOOKRPT"
000600            ORGANIZATION       IS LINE SEQUENTIAL.
000610     SELECT OPTIONAL RUN-CONTROL-FILE
000620            ASSIGN TO "RUNCTL"
000630            ORGANIZATION       IS LINE SEQUENTIAL
000640            FILE STATUS        IS WS-RUNCTL-STATUS.

000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  PUBLISHED-HIST-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  PUBLISHED-HIST-RECORD.
000700     05  HP-PUZZLE-ID           PIC X(06).
000710     05  HP-EDITION-CODE        PIC X(04).
000720     05  HP-PUB-DATE            PIC X(08).
000730     05  HP-GRID-SIZE           PIC 9(02).
000740     05  HP-PUZZLE-LAYOUT       PIC X(144).
000750     05  HP-CANONICAL-FORM      PIC X(144).

000760 FD  SOLUTION-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  SOLUTION-RECORD.
000790     05  SL-PUZZLE-ID           PIC X(06).
000800     05  SL-PUB-DATE            PIC X(08).
000810     05  SL-EDITION-CODE        PIC X(04).
000820     05  SL-GRID-SIZE           PIC 9(02).
000830     05  SL-SOLUTION-LAYOUT     PIC X(144).

000840 FD  VOID-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  VOID-RECORD.
000870     05  VD-PUZZLE-ID           PIC X(06).
000880     05  VD-VOID-DATE           PIC X(08).
000890     05  VD-ACTION              PIC X(08).
000900     05  VD-OPERATOR-INITIALS   PIC X(03).
000910     05  VD-REASON              PIC X(30).

000920*---------------------------------------------------------------
000930* ONE RECORD PER PUZZLE PER BOOK - THE BOOK'S YEAR AND ID, THE
000940* NUMBER THE PUZZLE CARRIES IN THE BOOK, THE PUZZLE ITSELF AND
000950* THE DAY THE BOOK WAS COMPILED.  THE FILE IS REWRITTEN WHOLE
000960* BY EVERY RUN.
000970*---------------------------------------------------------------
000980 FD  BOOK-MANIFEST-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  BOOK-MANIFEST-RECORD.
001010     05  MF-BOOK-YEAR           PIC 9(04).
001020     05  MF-BOOK-ID             PIC X(08).
001030     05  MF-PUZZLE-NUMBER       PIC 9(03).
001040     05  MF-PUZZLE-ID           PIC X(06).
001050     05  MF-PUB-DATE            PIC X(08).
001060     05  MF-EDITION-CODE        PIC X(04).
001070     05  MF-GRID-SIZE           PIC 9(02).
001080     05  MF-BAND                PIC X(06).
001090     05  MF-COMPILED-DATE       PIC X(08).
001100     05  FILLER                 PIC X(11).

001110 FD  BOOK-PRINT-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  BOOK-PRINT-LINE            PIC X(132).

001140 FD  BOOK-REPORT-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 01  BOOK-REPORT-LINE           PIC X(132).

001170 FD  RUN-CONTROL-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  RUN-CONTROL-RECORD.
001200     05  RL-PROGRAM-ID          PIC X(12).
001210     05  RL-BUSINESS-DATE       PIC X(08).
001220     05  RL-EVENT               PIC X(08).
001230     05  RL-RUN-DATE            PIC X(08).
001240     05  RL-START-TIME          PIC X(06).
001250     05  RL-END-TIME            PIC X(06).
001260     05  RL-RETURN-CODE         PIC 9(04).
001270     05  RL-COUNT OCCURS 3 TIMES.
001280         10  RL-COUNT-LABEL     PIC X(10).
001290         10  RL-COUNT-VALUE     PIC 9(09).
001300     05  RL-OPERATOR-INITIALS   PIC X(03).
001310     05  RL-MESSAGE             PIC X(40).

001320 WORKING-STORAGE SECTION.
001330*---------------------------------------------------------------
001340* FILE STATUS AND END-OF-FILE SWITCHES.
001350*---------------------------------------------------------------
001360 77  WS-HIST-STATUS               PIC X(02) VALUE "00".
001370     88  HIST-FILE-OK             VALUE "00".
001380     88  HIST-FILE-EOF            VALUE "10".
001390 77  WS-SOLUTION-STATUS           PIC X(02) VALUE "00".
001400     88  SOLUTION-FILE-OK         VALUE "00".
001410     88  SOLUTION-FILE-EOF        VALUE "10".
001420 77  WS-VOID-STATUS               PIC X(02) VALUE "00".
001430     88  VOID-FILE-OK             VALUE "00".
001440     88  VOID-FILE-EOF            VALUE "10".
001450 77  WS-MANIFEST-STATUS           PIC X(02) VALUE "00".
001460     88  MANIFEST-FILE-OK         VALUE "00".
001470     88  MANIFEST-FILE-EOF        VALUE "10".

001480*---------------------------------------------------------------
001490* RUN PARAMETERS.
001500*   FROMDATE=YYYYMMDD THRUDATE=YYYYMMDD  PUBLICATION DATES TAKEN
001510*       (NEITHER CARD - THE WHOLE PREVIOUS CALENDAR MONTH; A
001520*       THRUDATE ALONE STARTS ON THE 1ST OF ITS MONTH; A
001530*       FROMDATE ALONE RUNS TO TODAY)
001540*   EDITION=XXXX    ONE EDITION ONLY (DEFAULT ALL)
001550*   GRIDSIZE=NN     ONE GRID SIZE ONLY (DEFAULT ALL)
001560*   KEYLAG=NNN      THE DAILY RUN'S ANSWER EMBARGO IN DAYS - A
001570*       PUZZLE WHOSE ANSWER HAS NOT BEEN RELEASED BY TODAY IS
001580*       LEFT OUT (DEFAULT 0)
001590*   BOOKID=XXXXXXXX THE BOOK'S NAME ON THE MANIFEST (DEFAULT
001600*       "M" AND THE YEAR AND MONTH OF FROMDATE, E.G. M202609)
001610*   BOOKYEAR=YYYY   THE YEAR THE BOOK IS SOLD IN (DEFAULT THE
001620*       YEAR OF THE RUN DATE) - NO PUZZLE GOES IN TWO BOOKS OF
001630*       THE SAME YEAR
001640*   TITLE=...       PRINTED TITLE (DEFAULT BEST OF THE MONTH)
001650*---------------------------------------------------------------
001660 77  WS-PARM-CARD                 PIC X(80).
001670 77  WS-PARM-KEYWORD              PIC X(12).
001680 77  WS-PARM-VALUE                PIC X(40).
001690 77  WS-PARM-CARD-COUNT           PIC 9(02) VALUE 0.
001700 77  WS-PARM-END-SWITCH           PIC X(01) VALUE "N".
001710     88  NO-MORE-PARM-CARDS       VALUE "Y".
001720 77  WS-PARSE-NUMBER              PIC 9(05).
001730 77  WS-PARSE-INDEX               PIC 9(02).
001740 77  WS-PARSE-DIGIT               PIC 9(01).
001750 77  WS-FROM-DATE                 PIC X(08) VALUE SPACES.
001760 77  WS-THRU-DATE                 PIC X(08) VALUE SPACES.
001770 77  WS-SELECT-EDITION            PIC X(04) VALUE SPACES.
001780 77  WS-SELECT-GRID-SIZE          PIC 9(02) VALUE 0.
001790 77  WS-KEY-LAG-DAYS              PIC 9(03) VALUE 0.
001800 77  WS-LAG-STEP                  PIC 9(03).
001810 77  WS-EMBARGO-DATE              PIC X(08).
001820 77  WS-BOOK-ID                   PIC X(08) VALUE SPACES.
001830 77  WS-BOOK-YEAR                 PIC 9(04) VALUE 0.
001840 77  WS-BOOK-TITLE                PIC X(40) VALUE SPACES.

001850*---------------------------------------------------------------
001860* THE PUZZLES SELECTED FROM THE HISTORY MASTER, HELD IN BOOK
001870* ORDER - BAND (EASY, MEDIUM, HARD), THEN GRID SIZE, THEN MOST
001880* GIVENS FIRST, THEN PUBLICATION DATE AND PUZZLE-ID - SO THE
001890* PUZZLES GET HARDER THROUGH THE BOOK.  THE ANSWER, THE VOID
001900* ACTION AND ANY EARLIER BOOK ARE POSTED ONTO EACH ENTRY BY A
001910* PASS OF THE SOLUTION FILE, THE VOID FILE AND THE MANIFEST.
001920*---------------------------------------------------------------
001930 01  WS-SELECT-TABLE.
001940     05  WS-SEL-ENTRY OCCURS 500 TIMES.
001950         10  WS-SEL-BAND-RANK   PIC 9(01).
001960         10  WS-SEL-GRID-SIZE   PIC 9(02).
001970         10  WS-SEL-OPEN-CELLS  PIC 9(03).
001980         10  WS-SEL-PUB-DATE    PIC X(08).
001990         10  WS-SEL-PUZZLE-ID   PIC X(06).
002000         10  WS-SEL-EDITION     PIC X(04).
002010         10  WS-SEL-BAND        PIC X(06).
002020         10  WS-SEL-GIVENS      PIC 9(03).
002030         10  WS-SEL-LAYOUT      PIC X(144).
002040         10  WS-SEL-ANSWER      PIC X(144).
002050         10  WS-SEL-ANSWER-FLAG PIC X(01).
002060             88  SEL-ANSWER-ON-FILE VALUE "Y".
002070         10  WS-SEL-VOID-ACTION PIC X(08).
002080         10  WS-SEL-PRIOR-BOOK  PIC X(08).
002090         10  WS-SEL-BOOK-NUMBER PIC 9(03).
002100         10  WS-SEL-ANSWER-PAGE PIC 9(04).
002110 77  WS-SELECT-COUNT              PIC 9(03) VALUE 0.
002120 77  WS-SELECT-INDEX              PIC 9(03).
002130 77  WS-SELECT-SLOT               PIC 9(03).
002140 77  WS-SELECT-SHIFT              PIC 9(03).
002150 77  WS-SELECT-FULL-SWITCH        PIC X(01) VALUE "N".
002160     88  SELECT-TABLE-FULL        VALUE "Y".
002170 77  WS-HIST-MISSING-SWITCH       PIC X(01) VALUE "N".
002180     88  HISTORY-NOT-AVAILABLE    VALUE "Y".
002190 01  WS-SELECT-KEY.
002200     05  WS-SELECT-KEY-RANK       PIC 9(01).
002210     05  WS-SELECT-KEY-SIZE       PIC 9(02).
002220     05  WS-SELECT-KEY-OPEN       PIC 9(03).
002230     05  WS-SELECT-KEY-DATE       PIC X(08).
002240     05  WS-SELECT-KEY-ID         PIC X(06).
002250 01  WS-ENTRY-KEY.
002260     05  WS-ENTRY-KEY-RANK        PIC 9(01).
002270     05  WS-ENTRY-KEY-SIZE        PIC 9(02).
002280     05  WS-ENTRY-KEY-OPEN        PIC 9(03).
002290     05  WS-ENTRY-KEY-DATE        PIC X(08).
002300     05  WS-ENTRY-KEY-ID          PIC X(06).

002310*---------------------------------------------------------------
002320* THE BOOK MANIFEST AS READ, LESS THIS BOOK'S OWN ENTRIES FROM
002330* AN EARLIER RUN AND ANY BOOK MORE THAN A YEAR OLDER THAN THIS
002340* ONE.  IT IS WRITTEN BACK WITH THIS BOOK'S ENTRIES ADDED.
002350*---------------------------------------------------------------
002360 01  WS-MANIFEST-TABLE.
002370     05  WS-MAN-ENTRY OCCURS 3000 TIMES.
002380         10  WS-MAN-BOOK-YEAR   PIC 9(04).
002390         10  WS-MAN-BOOK-ID     PIC X(08).
002400         10  WS-MAN-DETAIL      PIC X(48).
002410         10  WS-MAN-DETAIL-R REDEFINES WS-MAN-DETAIL.
002420             15  FILLER         PIC X(03).
002430             15  WS-MAN-PUZZLE-ID
002440                                PIC X(06).
002450             15  FILLER         PIC X(39).
002460 77  WS-MAN-COUNT                 PIC 9(04) VALUE 0.
002470 77  WS-MAN-INDEX                 PIC 9(04).
002480 77  WS-MAN-DROPPED-COUNT         PIC 9(05) VALUE 0.
002490 77  WS-MAN-FULL-SWITCH           PIC X(01) VALUE "N".
002500     88  MANIFEST-TABLE-FULL      VALUE "Y".
002510 77  WS-OLDEST-BOOK-YEAR          PIC 9(04).

002520*---------------------------------------------------------------
002530* GRID WORK AREAS.  THE BAND THRESHOLDS ARE THE DAILY RUN'S -
002540* MORE THAN 35/81 OF THE CELLS GIVEN IS EASY, AT LEAST 28/81
002550* MEDIUM, FEWER HARD - SO A PUZZLE KEEPS THE BAND IT PRINTED
002560* UNDER.
002570*---------------------------------------------------------------
002580 77  WS-GRID-SIZE                 PIC 9(02) VALUE 9.
002590 77  WS-GRID-CELL-COUNT           PIC 9(03) VALUE 81.
002600 77  WS-BOX-ROWS                  PIC 9(02) VALUE 3.
002610 77  WS-BOX-COLS                  PIC 9(02) VALUE 3.
002620 77  WS-BOXES-ACROSS              PIC 9(02) VALUE 3.
002630 77  WS-EASY-THRESHOLD            PIC 9(03).
002640 77  WS-MEDIUM-THRESHOLD          PIC 9(03).
002650 77  WS-GIVEN-CELLS               PIC 9(03).
002660 77  WS-CELL-INDEX                PIC 9(03).
002670 77  WS-ROW                       PIC 9(02).
002680 77  WS-COL                       PIC 9(02).
002690 77  WS-BAND-RANK                 PIC 9(01).
002700 77  WS-BAND-TEXT                 PIC X(06).

002710*---------------------------------------------------------------
002720* BOOK PAGE CONTROL.  EVERY PAGE IS 60 LINES; A PAGE THAT ENDS
002730* SHORT IS FILLED OUT WITH BLANK LINES SO THE PRINT IMAGE GOES
002740* TO THE PRINTER AS IT STANDS.  PAGE 1 IS THE TITLE PAGE, THE
002750* CONTENTS FOLLOW, THEN ONE PUZZLE TO A PAGE, THEN THE ANSWERS
002760* PACKED AS MANY TO A PAGE AS FIT.
002770*---------------------------------------------------------------
002780 77  WS-BOOK-LINES-ON-PAGE        PIC 9(02) VALUE 0.
002790 77  WS-BOOK-PAGE-NUMBER          PIC 9(04) VALUE 0.
002800 77  WS-BOOK-PAGE-CAPTION         PIC X(20).
002810 01  WS-BOOK-LINE                 PIC X(132).
002820 77  WS-BOOK-COUNT                PIC 9(03) VALUE 0.
002830 77  WS-CONTENTS-PER-PAGE         PIC 9(02) VALUE 50.
002840 77  WS-CONTENTS-PAGES            PIC 9(03).
002850 77  WS-CONTENTS-ON-PAGE          PIC 9(02).
002860 77  WS-FIRST-PUZZLE-PAGE         PIC 9(04).
002870 77  WS-FIRST-ANSWER-PAGE         PIC 9(04).
002880 77  WS-LAST-PAGE                 PIC 9(04).
002890 77  WS-PLAN-PAGE                 PIC 9(04).
002900 77  WS-PLAN-LINES                PIC 9(02).
002910 77  WS-BLOCK-LINES               PIC 9(02).
002920 77  WS-PRINT-ROW-CHECK           PIC 9(02).
002930 77  WS-PRINT-POS                 PIC 9(03).
002940 77  WS-BORDER-SEGMENT            PIC 9(02).
002950 77  WS-BORDER-DASH               PIC 9(02).
002960 77  WS-PRINT-LAYOUT              PIC X(144).
002970 77  WS-SIZE-TEXT                 PIC X(05).
002980 01  WS-PAGE-DISPLAY              PIC ZZZ9.
002990 01  WS-NUMBER-DISPLAY            PIC ZZ9.
003000 01  WS-TITLE-COUNT-DISPLAY       PIC ZZ9.
003010 77  WS-TITLE-TEXT                PIC X(60).

003020*---------------------------------------------------------------
003030* RUN TOTALS AND REPORT WORK AREAS.
003040*---------------------------------------------------------------
003050 77  WS-VOID-SKIPPED-COUNT        PIC 9(05) VALUE 0.
003060 77  WS-EMBARGO-SKIPPED-COUNT     PIC 9(05) VALUE 0.
003070 77  WS-NO-ANSWER-COUNT           PIC 9(05) VALUE 0.
003080 77  WS-PRIOR-BOOK-COUNT          PIC 9(05) VALUE 0.
003090 77  WS-PAGES-PRINTED             PIC 9(05) VALUE 0.
003100 77  WS-MAX-SEVERITY              PIC 9(01) VALUE 0.
003110 01  WS-CTL-DISPLAY-COUNT         PIC ZZZZ9.
003120 77  WS-OUTCOME-TEXT              PIC X(40).
003130 77  WS-CURRENT-DATE              PIC X(08).
003140 01  WS-REPORT-LINE               PIC X(132).

003150*---------------------------------------------------------------
003160* RUN-CONTROL LOG.  EVERY STEP OF THE STREAM APPENDS A START
003170* AND AN END RECORD TO RUNCTL.  THE BUSINESS DAY RUNS TO THE
003180* 06:00 CUTOFF - A STEP STARTED AFTER MIDNIGHT BUT BEFORE THE
003190* CUTOFF STILL BELONGS TO THE PREVIOUS DAY'S STREAM.
003200*---------------------------------------------------------------
003210 77  WS-RUNCTL-STATUS             PIC X(02).
003220     88  RUNCTL-FILE-OK           VALUE "00".
003230     88  RUNCTL-FILE-EOF          VALUE "10".
003240 77  WS-RUNCTL-PROGRAM-ID         PIC X(12) VALUE "SUDOKUBOK".
003250 77  WS-RUNCTL-CUTOFF-TIME        PIC X(06) VALUE "060000".
003260 01  WS-RUNCTL-CLOCK.
003270     05  WS-RUNCTL-CLOCK-TIME     PIC X(06).
003280     05  FILLER                   PIC X(02).
003290 77  WS-RUNCTL-SYSTEM-DATE        PIC X(08).
003300 77  WS-RUNCTL-BUSINESS-DATE      PIC X(08).
003310 77  WS-RUNCTL-START-TIME         PIC X(06).
003320 01  WS-RUNCTL-WALK-DATE.
003330     05  WS-RUNCTL-WALK-YYYY      PIC 9(04).
003340     05  WS-RUNCTL-WALK-MM        PIC 9(02).
003350     05  WS-RUNCTL-WALK-DD        PIC 9(02).
003360 01  WS-RUNCTL-MONTH-TABLE.
003370     05  FILLER                   PIC X(24)
003380             VALUE "312831303130313130313031".
003390 01  WS-RUNCTL-MONTH-TABLE-R REDEFINES WS-RUNCTL-MONTH-TABLE.
003400     05  WS-RUNCTL-MONTH-DAYS     PIC 9(02) OCCURS 12 TIMES.
003410 77  WS-RUNCTL-LEAP-QUOT          PIC 9(04).
003420 77  WS-RUNCTL-LEAP-WORK          PIC 9(04).

003430 PROCEDURE DIVISION.
003440*---------------------------------------------------------------
003450* 0000-MAINLINE
003460*---------------------------------------------------------------
003470 0000-MAINLINE.
003480     PERFORM 0100-CHECK-RUN-CONTROL  THRU 0100-EXIT
003490     PERFORM 1000-INITIALIZE-RUN     THRU 1000-EXIT
003500     PERFORM 2000-SCREEN-ONE-PUZZLE  THRU 2000-EXIT
003510         VARYING WS-SELECT-INDEX FROM 1 BY 1
003520         UNTIL WS-SELECT-INDEX > WS-SELECT-COUNT
003530     IF WS-BOOK-COUNT > 0
003540         PERFORM 3000-PLAN-PAGES     THRU 3000-EXIT
003550         PERFORM 4000-PRINT-BOOK     THRU 4000-EXIT
003560     END-IF
003570     IF NOT HISTORY-NOT-AVAILABLE AND NOT MANIFEST-TABLE-FULL
003580         PERFORM 5000-WRITE-MANIFEST THRU 5000-EXIT
003590     END-IF
003600     PERFORM 9000-TERMINATE-RUN      THRU 9000-EXIT
003610     MOVE WS-MAX-SEVERITY TO RETURN-CODE
003620     PERFORM 0900-LOG-RUN-END        THRU 0900-EXIT
003630     STOP RUN.

003640*---------------------------------------------------------------
003650* 0100-CHECK-RUN-CONTROL
003660* DATES THE RUN AND APPENDS THE START RECORD TO THE RUN-CONTROL
003670* LOG.  THIS STEP HAS NO PREREQUISITES OF ITS OWN.
003680*---------------------------------------------------------------
003690 0100-CHECK-RUN-CONTROL.
003700     PERFORM 0110-SET-BUSINESS-DATE  THRU 0110-EXIT
003710     OPEN EXTEND RUN-CONTROL-FILE
003720     INITIALIZE RUN-CONTROL-RECORD
003730     MOVE "START" TO RL-EVENT
003740     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
003750     CLOSE RUN-CONTROL-FILE.
003760 0100-EXIT.
003770     EXIT.

003780*---------------------------------------------------------------
003790* 0110-SET-BUSINESS-DATE
003800* THE BUSINESS DATE IS TODAY, OR YESTERDAY WHEN THE STEP STARTS
003810* BEFORE THE CUTOFF.
003820*---------------------------------------------------------------
003830 0110-SET-BUSINESS-DATE.
003840     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
003850     ACCEPT WS-RUNCTL-CLOCK FROM TIME
003860     MOVE WS-RUNCTL-CLOCK-TIME TO WS-RUNCTL-START-TIME
003870     MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-BUSINESS-DATE
003880     IF WS-RUNCTL-START-TIME < WS-RUNCTL-CUTOFF-TIME
003890         MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-WALK-DATE
003900         PERFORM 0115-BACK-ONE-DAY   THRU 0115-EXIT
003910         MOVE WS-RUNCTL-WALK-DATE TO WS-RUNCTL-BUSINESS-DATE
003920     END-IF.
003930 0110-EXIT.
003940     EXIT.

003950 0115-BACK-ONE-DAY.
003960     IF WS-RUNCTL-WALK-DD > 1
003970         SUBTRACT 1 FROM WS-RUNCTL-WALK-DD
003980         GO TO 0115-EXIT
003990     END-IF
004000     IF WS-RUNCTL-WALK-MM = 1
004010         MOVE 12 TO WS-RUNCTL-WALK-MM
004020         SUBTRACT 1 FROM WS-RUNCTL-WALK-YYYY
004030     ELSE
004040         SUBTRACT 1 FROM WS-RUNCTL-WALK-MM
004050     END-IF
004060     MOVE WS-RUNCTL-MONTH-DAYS(WS-RUNCTL-WALK-MM)
004070         TO WS-RUNCTL-WALK-DD
004080     IF WS-RUNCTL-WALK-MM = 2
004090         DIVIDE WS-RUNCTL-WALK-YYYY BY 4
004100             GIVING WS-RUNCTL-LEAP-QUOT
004110             REMAINDER WS-RUNCTL-LEAP-WORK
004120         IF WS-RUNCTL-LEAP-WORK = 0
004130             MOVE 29 TO WS-RUNCTL-WALK-DD
004140             DIVIDE WS-RUNCTL-WALK-YYYY BY 100
004150                 GIVING WS-RUNCTL-LEAP-QUOT
004160                 REMAINDER WS-RUNCTL-LEAP-WORK
004170             IF WS-RUNCTL-LEAP-WORK = 0
004180                 DIVIDE WS-RUNCTL-WALK-YYYY BY 400
004190                     GIVING WS-RUNCTL-LEAP-QUOT
004200                     REMAINDER WS-RUNCTL-LEAP-WORK
004210                 IF WS-RUNCTL-LEAP-WORK NOT = 0
004220                     MOVE 28 TO WS-RUNCTL-WALK-DD
004230                 END-IF
004240             END-IF
004250         END-IF
004260     END-IF.
004270 0115-EXIT.
004280     EXIT.

004290*---------------------------------------------------------------
004300* 0180-WRITE-RUN-CONTROL
004310* STAMPS THE COMMON FIELDS ON THE RECORD BUILT BY THE CALLER AND
004320* APPENDS IT.  THE LOG IS ALREADY OPEN EXTEND.
004330*---------------------------------------------------------------
004340 0180-WRITE-RUN-CONTROL.
004350     MOVE WS-RUNCTL-PROGRAM-ID    TO RL-PROGRAM-ID
004360     MOVE WS-RUNCTL-BUSINESS-DATE TO RL-BUSINESS-DATE
004370     MOVE WS-RUNCTL-SYSTEM-DATE   TO RL-RUN-DATE
004380     MOVE WS-RUNCTL-START-TIME    TO RL-START-TIME
004390     WRITE RUN-CONTROL-RECORD.
004400 0180-EXIT.
004410     EXIT.

004420*---------------------------------------------------------------
004430* 0900-LOG-RUN-END
004440* APPENDS THE END RECORD - END TIME, RETURN-CODE AND THE STEP'S
004450* KEY RECORD COUNTS - TO THE RUN-CONTROL LOG.
004460*---------------------------------------------------------------
004470 0900-LOG-RUN-END.
004480     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
004490     ACCEPT WS-RUNCTL-CLOCK FROM TIME
004500     INITIALIZE RUN-CONTROL-RECORD
004510     MOVE "END" TO RL-EVENT
004520     MOVE WS-RUNCTL-CLOCK-TIME TO RL-END-TIME
004530     MOVE RETURN-CODE TO RL-RETURN-CODE
004540     MOVE "SELECTED" TO RL-COUNT-LABEL(1)
004550     MOVE WS-SELECT-COUNT TO RL-COUNT-VALUE(1)
004560     MOVE "IN BOOK" TO RL-COUNT-LABEL(2)
004570     MOVE WS-BOOK-COUNT TO RL-COUNT-VALUE(2)
004580     MOVE "PAGES" TO RL-COUNT-LABEL(3)
004590     MOVE WS-PAGES-PRINTED TO RL-COUNT-VALUE(3)
004600     OPEN EXTEND RUN-CONTROL-FILE
004610     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
004620     CLOSE RUN-CONTROL-FILE.
004630 0900-EXIT.
004640     EXIT.

004650*---------------------------------------------------------------
004660* 1000-INITIALIZE-RUN
004670* READS THE CARDS AND FILLS IN THEIR DEFAULTS, WORKS OUT THE
004680* EMBARGO DATE, TABLES THE MANIFEST, THEN TABLES THE PUZZLES
004690* IN BOOK ORDER WITH THEIR ANSWERS, VOID ACTIONS AND EARLIER
004700* BOOKS.
004710*---------------------------------------------------------------
004720 1000-INITIALIZE-RUN.
004730     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004740     PERFORM 1020-ACCEPT-RUN-PARAMETERS THRU 1020-EXIT
004750     PERFORM 1050-SET-DEFAULTS       THRU 1050-EXIT
004760     OPEN OUTPUT BOOK-PRINT-FILE
004770     OPEN OUTPUT BOOK-REPORT-FILE
004780     PERFORM 1100-PRINT-REPORT-HEADING THRU 1100-EXIT
004790     PERFORM 1150-LOAD-MANIFEST      THRU 1150-EXIT
004800     PERFORM 1200-LOAD-HISTORY       THRU 1200-EXIT
004810     IF WS-SELECT-COUNT > 0
004820         PERFORM 1300-POST-ANSWERS   THRU 1300-EXIT
004830         PERFORM 1400-POST-VOIDS     THRU 1400-EXIT
004840         PERFORM 1500-POST-EARLIER-BOOKS THRU 1500-EXIT
004850     END-IF.
004860 1000-EXIT.
004870     EXIT.

004880*---------------------------------------------------------------
004890* 1020-ACCEPT-RUN-PARAMETERS
004900*---------------------------------------------------------------
004910 1020-ACCEPT-RUN-PARAMETERS.
004920     PERFORM 1025-READ-ONE-PARM-CARD THRU 1025-EXIT
004930         UNTIL NO-MORE-PARM-CARDS
004940            OR WS-PARM-CARD-COUNT > 20.
004950 1020-EXIT.
004960     EXIT.

004970 1025-READ-ONE-PARM-CARD.
004980     MOVE SPACES TO WS-PARM-CARD
004990     ACCEPT WS-PARM-CARD FROM SYSIN
005000     ADD 1 TO WS-PARM-CARD-COUNT
005010     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD(1:4) = "END "
005020         SET NO-MORE-PARM-CARDS TO TRUE
005030         GO TO 1025-EXIT
005040     END-IF
005050     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
005060     UNSTRING WS-PARM-CARD DELIMITED BY "="
005070         INTO WS-PARM-KEYWORD WS-PARM-VALUE
005080     EVALUATE TRUE
005090         WHEN WS-PARM-KEYWORD = "FROMDATE"
005100          AND WS-PARM-VALUE(1:8) IS NUMERIC
005110             MOVE WS-PARM-VALUE(1:8) TO WS-FROM-DATE
005120         WHEN WS-PARM-KEYWORD = "THRUDATE"
005130          AND WS-PARM-VALUE(1:8) IS NUMERIC
005140             MOVE WS-PARM-VALUE(1:8) TO WS-THRU-DATE
005150         WHEN WS-PARM-KEYWORD = "EDITION"
005160          AND WS-PARM-VALUE NOT = SPACES
005170             MOVE WS-PARM-VALUE(1:4) TO WS-SELECT-EDITION
005180         WHEN WS-PARM-KEYWORD = "GRIDSIZE"
005190          AND (WS-PARM-VALUE(1:2) = "6 " OR "06" OR "9 "
005200                                   OR "09" OR "12")
005210             IF WS-PARM-VALUE(2:1) = SPACE
005220                 MOVE WS-PARM-VALUE(1:1) TO WS-SELECT-GRID-SIZE
005230             ELSE
005240                 MOVE WS-PARM-VALUE(1:2) TO WS-SELECT-GRID-SIZE
005250             END-IF
005260         WHEN WS-PARM-KEYWORD = "KEYLAG"
005270             PERFORM 1029-PARSE-NUMERIC-VALUE THRU 1029-EXIT
005280             MOVE WS-PARSE-NUMBER TO WS-KEY-LAG-DAYS
005290         WHEN WS-PARM-KEYWORD = "BOOKID"
005300          AND WS-PARM-VALUE NOT = SPACES
005310             MOVE WS-PARM-VALUE(1:8) TO WS-BOOK-ID
005320         WHEN WS-PARM-KEYWORD = "BOOKYEAR"
005330          AND WS-PARM-VALUE(1:4) IS NUMERIC
005340             MOVE WS-PARM-VALUE(1:4) TO WS-BOOK-YEAR
005350         WHEN WS-PARM-KEYWORD = "TITLE"
005360          AND WS-PARM-VALUE NOT = SPACES
005370             MOVE WS-PARM-VALUE TO WS-BOOK-TITLE
005380         WHEN OTHER
005390             DISPLAY "SUDOKUBOK: UNRECOGNIZED PARAMETER "
005400                 "CARD IGNORED: " WS-PARM-CARD(1:40)
005410     END-EVALUATE.
005420 1025-EXIT.
005430     EXIT.

005440 1029-PARSE-NUMERIC-VALUE.
005450     MOVE 0 TO WS-PARSE-NUMBER
005460     PERFORM VARYING WS-PARSE-INDEX FROM 1 BY 1 UNTIL
005470        WS-PARSE-INDEX > 5
005480         IF WS-PARM-VALUE(WS-PARSE-INDEX:1) NUMERIC
005490             MOVE WS-PARM-VALUE(WS-PARSE-INDEX:1)
005500                  TO WS-PARSE-DIGIT
005510             COMPUTE WS-PARSE-NUMBER =
005520                     (WS-PARSE-NUMBER * 10) + WS-PARSE-DIGIT
005530         ELSE
005540             MOVE 6 TO WS-PARSE-INDEX
005550         END-IF
005560     END-PERFORM.
005570 1029-EXIT.
005580     EXIT.

005590*---------------------------------------------------------------
005600* 1050-SET-DEFAULTS
005610* NO DATE CARDS MEANS LAST MONTH'S BOOK - THE 1ST OF THIS MONTH
005620* WALKED BACK ONE DAY IS THE LAST DAY OF LAST MONTH.  THE
005630* EMBARGO DATE IS TODAY WALKED BACK KEYLAG DAYS: THE DAILY RUN
005640* RELEASES AN ANSWER KEYLAG DAYS AFTER ITS PUZZLE, SO ANY
005650* PUZZLE PUBLISHED AFTER THE EMBARGO DATE STILL HAS ITS ANSWER
005660* HELD BACK.
005670*---------------------------------------------------------------
005680 1050-SET-DEFAULTS.
005690     IF WS-FROM-DATE = SPACES AND WS-THRU-DATE = SPACES
005700         MOVE WS-CURRENT-DATE TO WS-RUNCTL-WALK-DATE
005710         MOVE 1 TO WS-RUNCTL-WALK-DD
005720         PERFORM 0115-BACK-ONE-DAY   THRU 0115-EXIT
005730         MOVE WS-RUNCTL-WALK-DATE TO WS-THRU-DATE
005740     END-IF
005750     IF WS-FROM-DATE = SPACES
005760         MOVE WS-THRU-DATE(1:6) TO WS-FROM-DATE(1:6)
005770         MOVE "01"              TO WS-FROM-DATE(7:2)
005780     END-IF
005790     IF WS-THRU-DATE = SPACES
005800         MOVE WS-CURRENT-DATE TO WS-THRU-DATE
005810     END-IF
005820     IF WS-BOOK-ID = SPACES
005830         MOVE "M"               TO WS-BOOK-ID(1:1)
005840         MOVE WS-FROM-DATE(1:6) TO WS-BOOK-ID(2:6)
005850     END-IF
005860     IF WS-BOOK-YEAR = 0
005870         MOVE WS-CURRENT-DATE(1:4) TO WS-BOOK-YEAR
005880     END-IF
005890     IF WS-BOOK-TITLE = SPACES
005900         MOVE "BEST OF THE MONTH" TO WS-BOOK-TITLE
005910     END-IF
005920     MOVE WS-CURRENT-DATE TO WS-RUNCTL-WALK-DATE
005930     PERFORM 0115-BACK-ONE-DAY       THRU 0115-EXIT
005940         VARYING WS-LAG-STEP FROM 1 BY 1
005950         UNTIL WS-LAG-STEP > WS-KEY-LAG-DAYS
005960     MOVE WS-RUNCTL-WALK-DATE TO WS-EMBARGO-DATE.
005970 1050-EXIT.
005980     EXIT.

005990*---------------------------------------------------------------
006000* 1100-PRINT-REPORT-HEADING
006010*---------------------------------------------------------------
006020 1100-PRINT-REPORT-HEADING.
006030     MOVE SPACES TO WS-REPORT-LINE
006040     STRING "SUDOKUBOK PUZZLE-BOOK COMPILATION - "
006050            DELIMITED BY SIZE
006060            WS-CURRENT-DATE DELIMITED BY SIZE
006070            INTO WS-REPORT-LINE
006080     WRITE BOOK-REPORT-LINE FROM WS-REPORT-LINE
006090     MOVE SPACES TO WS-REPORT-LINE
006100     STRING "BOOK " DELIMITED BY SIZE
006110            WS-BOOK-ID DELIMITED BY SIZE
006120            "  YEAR " DELIMITED BY SIZE
006130            WS-BOOK-YEAR DELIMITED BY SIZE
006140            "  " DELIMITED BY SIZE
006150            WS-BOOK-TITLE DELIMITED BY SIZE
006160            INTO WS-REPORT-LINE
006170     WRITE BOOK-REPORT-LINE FROM WS-REPORT-LINE
006180     MOVE SPACES TO WS-REPORT-LINE
006190     STRING "PUBLISHED " DELIMITED BY SIZE
006200            WS-FROM-DATE DELIMITED BY SIZE
006210            " THRU "     DELIMITED BY SIZE
006220            WS-THRU-DATE DELIMITED BY SIZE
006230            "   EDITION      GRID SIZE     ANSWERS RELEASED "
006240            DELIMITED BY SIZE
006250            "THRU " DELIMITED BY SIZE
006260            WS-EMBARGO-DATE DELIMITED BY SIZE
006270            INTO WS-REPORT-LINE
006280     IF WS-SELECT-EDITION = SPACES
006290         MOVE "ALL " TO WS-REPORT-LINE(44:4)
006300     ELSE
006310         MOVE WS-SELECT-EDITION TO WS-REPORT-LINE(44:4)
006320     END-IF
006330     IF WS-SELECT-GRID-SIZE = 0
006340         MOVE "ALL" TO WS-REPORT-LINE(59:3)
006350     ELSE
006360         MOVE WS-SELECT-GRID-SIZE TO WS-REPORT-LINE(59:2)
006370     END-IF
006380     WRITE BOOK-REPORT-LINE FROM WS-REPORT-LINE
006390     MOVE SPACES TO WS-REPORT-LINE
006400     WRITE BOOK-REPORT-LINE FROM WS-REPORT-LINE
006410     MOVE "PUB DATE PUZZLE EDTN SIZE BAND   GIVEN  NO."
006420          TO WS-REPORT-LINE
006430     MOVE "OUTCOME" TO WS-REPORT-LINE(46:7)
006440     WRITE BOOK-REPORT-LINE FROM WS-REPORT-LINE
006450     MOVE SPACES TO WS-REPORT-LINE
006460     WRITE BOOK-REPORT-LINE FROM WS-REPORT-LINE.
006470 1100-EXIT.
006480     EXIT.

006490*---------------------------------------------------------------
006500* 1150-LOAD-MANIFEST
006510* TABLES EVERY MANIFEST RECORD WORTH KEEPING.  THIS BOOK'S OWN
006520* RECORDS FROM AN EARLIER RUN ARE DROPPED - THE RERUN REPLACES
006530* THEM - AND SO ARE BOOKS MORE THAN A YEAR OLDER THAN THIS ONE,
006540* WHICH CAN NO LONGER KEEP A PUZZLE OUT.  NO MANIFEST MEANS NO
006550* BOOK HAS BEEN COMPILED YET.  A MANIFEST TOO BIG FOR THE TABLE
006560* CANNOT BE REWRITTEN SAFELY - THE RUN SAYS SO, ENDS RETURN-CODE
006570* 8 AND LEAVES THE MANIFEST AS IT WAS.
006580*---------------------------------------------------------------
006590 1150-LOAD-MANIFEST.
006600     COMPUTE WS-OLDEST-BOOK-YEAR = WS-BOOK-YEAR - 1
006610     OPEN INPUT BOOK-MANIFEST-FILE
006620     IF MANIFEST-FILE-OK
006630         PERFORM 1160-KEEP-ONE-MANIFEST THRU 1160-EXIT
006640             UNTIL MANIFEST-FILE-EOF
006650     END-IF
006660     CLOSE BOOK-MANIFEST-FILE.
006670 1150-EXIT.
006680     EXIT.

006690 1160-KEEP-ONE-MANIFEST.
006700     READ BOOK-MANIFEST-FILE
006710         AT END
006720             SET MANIFEST-FILE-EOF TO TRUE
006730             GO TO 1160-EXIT
006740     END-READ
006750     IF MF-BOOK-ID = WS-BOOK-ID
006760        OR MF-BOOK-YEAR < WS-OLDEST-BOOK-YEAR
006770         ADD 1 TO WS-MAN-DROPPED-COUNT
006780         GO TO 1160-EXIT
006790     END-IF
006800     IF WS-MAN-COUNT NOT < 3000
006810         IF NOT MANIFEST-TABLE-FULL
006820             SET MANIFEST-TABLE-FULL TO TRUE
006830             DISPLAY "SUDOKUBOK: MORE THAN 3000 MANIFEST "
006840                 "RECORDS - MANIFEST NOT REWRITTEN"
006850             MOVE "*** MANIFEST TABLE FULL - MANIFEST NOT "
006860                  TO WS-REPORT-LINE
006870             MOVE "REWRITTEN, THIS BOOK NOT RECORDED"
006880                  TO WS-REPORT-LINE(40:33)
006890             WRITE BOOK-REPORT-LINE FROM WS-REPORT-LINE
006900             MOVE 8 TO WS-MAX-SEVERITY
006910         END-IF
006920         GO TO 1160-EXIT
006930     END-IF
006940     ADD 1 TO WS-MAN-COUNT
006950     MOVE BOOK-MANIFEST-RECORD TO WS-MAN-ENTRY(WS-MAN-COUNT).
006960 1160-EXIT.
006970     EXIT.

006980*---------------------------------------------------------------
006990* 1200-LOAD-HISTORY
007000* ONE SEQUENTIAL PASS OF THE HISTORY MASTER, KEEPING EVERY
007010* PUZZLE PUBLISHED IN THE DATE RANGE (AND OF THE REQUESTED
007020* EDITION AND SIZE).  NO HISTORY MASTER MEANS THERE IS NOTHING
007030* TO COMPILE - THE RUN SAYS SO AND ENDS RETURN-CODE 8.
007040*---------------------------------------------------------------
007050 1200-LOAD-HISTORY.
007060     OPEN INPUT PUBLISHED-HIST-FILE
007070     IF HIST-FILE-OK
007080         PERFORM 1210-SELECT-ONE-HISTORY THRU 1210-EXIT
007090             UNTIL HIST-FILE-EOF
007100     ELSE
007110         SET HISTORY-NOT-AVAILABLE TO TRUE
007120         MOVE "PUBLISHED HISTORY NOT AVAILABLE - NO BOOK"
007130              TO WS-REPORT-LINE
007140         WRITE BOOK-REPORT-LINE FROM WS-REPORT-LINE
007150         MOVE 8 TO WS-MAX-SEVERITY
007160     END-IF
007170     CLOSE PUBLISHED-HIST-FILE.
007180 1200-EXIT.
007190     EXIT.

007200 1210-SELECT-ONE-HISTORY.
007210     READ PUBLISHED-HIST-FILE NEXT RECORD
007220         AT END
007230             SET HIST-FILE-EOF TO TRUE
007240             GO TO 1210-EXIT
007250     END-READ
007260     IF HP-PUB-DATE < WS-FROM-DATE OR HP-PUB-DATE > WS-THRU-DATE
007270         GO TO 1210-EXIT
007280     END-IF
007290     IF WS-SELECT-EDITION NOT = SPACES
007300        AND WS-SELECT-EDITION NOT = HP-EDITION-CODE
007310         GO TO 1210-EXIT
007320     END-IF
007330     IF HP-GRID-SIZE = 0
007340         MOVE 9 TO WS-GRID-SIZE
007350     ELSE
007360         MOVE HP-GRID-SIZE TO WS-GRID-SIZE
007370     END-IF
007380     IF WS-SELECT-GRID-SIZE NOT = 0
007390        AND WS-SELECT-GRID-SIZE NOT = WS-GRID-SIZE
007400         GO TO 1210-EXIT
007410     END-IF
007420     IF WS-SELECT-COUNT NOT < 500
007430         IF NOT SELECT-TABLE-FULL
007440             SET SELECT-TABLE-FULL TO TRUE
007450             DISPLAY "SUDOKUBOK: MORE THAN 500 PUZZLES IN THE "
007460                 "DATE RANGE - FIRST 500 IN FILE ORDER TAKEN"
007470             IF WS-MAX-SEVERITY < 4
007480                 MOVE 4 TO WS-MAX-SEVERITY
007490             END-IF
007500         END-IF
007510         GO TO 1210-EXIT
007520     END-IF
007530     PERFORM 1230-RATE-ONE-PUZZLE   THRU 1230-EXIT
007540     PERFORM 1220-INSERT-SELECTION  THRU 1220-EXIT.
007550 1210-EXIT.
007560     EXIT.

007570*---------------------------------------------------------------
007580* 1220-INSERT-SELECTION
007590* INSERTION INTO THE SELECTION TABLE IN BOOK ORDER - FIND THE
007600* SLOT, SHIFT THE TAIL DOWN.
007610*---------------------------------------------------------------
007620 1220-INSERT-SELECTION.
007630     MOVE WS-BAND-RANK TO WS-SELECT-KEY-RANK
007640     MOVE WS-GRID-SIZE TO WS-SELECT-KEY-SIZE
007650     COMPUTE WS-SELECT-KEY-OPEN =
007660             WS-GRID-CELL-COUNT - WS-GIVEN-CELLS
007670     MOVE HP-PUB-DATE  TO WS-SELECT-KEY-DATE
007680     MOVE HP-PUZZLE-ID TO WS-SELECT-KEY-ID
007690     MOVE 0 TO WS-SELECT-SLOT
007700     PERFORM VARYING WS-SELECT-SHIFT FROM 1 BY 1
007710         UNTIL WS-SELECT-SHIFT > WS-SELECT-COUNT
007720            OR WS-SELECT-SLOT > 0
007730         MOVE WS-SEL-BAND-RANK(WS-SELECT-SHIFT)
007740              TO WS-ENTRY-KEY-RANK
007750         MOVE WS-SEL-GRID-SIZE(WS-SELECT-SHIFT)
007760              TO WS-ENTRY-KEY-SIZE
007770         MOVE WS-SEL-OPEN-CELLS(WS-SELECT-SHIFT)
007780              TO WS-ENTRY-KEY-OPEN
007790         MOVE WS-SEL-PUB-DATE(WS-SELECT-SHIFT)
007800              TO WS-ENTRY-KEY-DATE
007810         MOVE WS-SEL-PUZZLE-ID(WS-SELECT-SHIFT)
007820              TO WS-ENTRY-KEY-ID
007830         IF WS-SELECT-KEY < WS-ENTRY-KEY
007840             MOVE WS-SELECT-SHIFT TO WS-SELECT-SLOT
007850         END-IF
007860     END-PERFORM
007870     ADD 1 TO WS-SELECT-COUNT
007880     IF WS-SELECT-SLOT = 0
007890         MOVE WS-SELECT-COUNT TO WS-SELECT-SLOT
007900     END-IF
007910     PERFORM VARYING WS-SELECT-SHIFT FROM WS-SELECT-COUNT BY -1
007920         UNTIL WS-SELECT-SHIFT <= WS-SELECT-SLOT
007930         MOVE WS-SEL-ENTRY(WS-SELECT-SHIFT - 1)
007940              TO WS-SEL-ENTRY(WS-SELECT-SHIFT)
007950     END-PERFORM
007960     MOVE WS-BAND-RANK     TO WS-SEL-BAND-RANK(WS-SELECT-SLOT)
007970     MOVE WS-GRID-SIZE     TO WS-SEL-GRID-SIZE(WS-SELECT-SLOT)
007980     MOVE WS-SELECT-KEY-OPEN
007990                           TO WS-SEL-OPEN-CELLS(WS-SELECT-SLOT)
008000     MOVE HP-PUB-DATE      TO WS-SEL-PUB-DATE(WS-SELECT-SLOT)
008010     MOVE HP-PUZZLE-ID     TO WS-SEL-PUZZLE-ID(WS-SELECT-SLOT)
008020     MOVE HP-EDITION-CODE  TO WS-SEL-EDITION(WS-SELECT-SLOT)
008030     MOVE WS-BAND-TEXT     TO WS-SEL-BAND(WS-SELECT-SLOT)
008040     MOVE WS-GIVEN-CELLS   TO WS-SEL-GIVENS(WS-SELECT-SLOT)
008050     MOVE HP-PUZZLE-LAYOUT TO WS-SEL-LAYOUT(WS-SELECT-SLOT)
008060     MOVE SPACES           TO WS-SEL-ANSWER(WS-SELECT-SLOT)
008070     MOVE "N"              TO WS-SEL-ANSWER-FLAG(WS-SELECT-SLOT)
008080     MOVE SPACES           TO WS-SEL-VOID-ACTION(WS-SELECT-SLOT)
008090     MOVE SPACES           TO WS-SEL-PRIOR-BOOK(WS-SELECT-SLOT)
008100     MOVE 0                TO WS-SEL-BOOK-NUMBER(WS-SELECT-SLOT)
008110     MOVE 0                TO WS-SEL-ANSWER-PAGE(WS-SELECT-SLOT).
008120 1220-EXIT.
008130     EXIT.

008140*---------------------------------------------------------------
008150* 1230-RATE-ONE-PUZZLE
008160* COUNTS THE GIVENS OF THE HISTORY RECORD AND BANDS THE PUZZLE
008170* THE WAY THE DAILY RUN'S 2400-RATE-DIFFICULTY DOES.  THE RANK
008180* ORDERS THE BANDS EASY (1), MEDIUM (2), HARD (3).
008190*---------------------------------------------------------------
008200 1230-RATE-ONE-PUZZLE.
008210     PERFORM 2050-SET-BOX-DIMENSIONS THRU 2050-EXIT
008220     COMPUTE WS-EASY-THRESHOLD =
008230             (35 * WS-GRID-SIZE * WS-GRID-SIZE) / 81
008240     COMPUTE WS-MEDIUM-THRESHOLD =
008250             (28 * WS-GRID-SIZE * WS-GRID-SIZE) / 81
008260     MOVE 0 TO WS-GIVEN-CELLS
008270     PERFORM VARYING WS-CELL-INDEX FROM 1 BY 1
008280         UNTIL WS-CELL-INDEX > WS-GRID-CELL-COUNT
008290         IF HP-PUZZLE-LAYOUT(WS-CELL-INDEX:1) NOT = SPACE
008300            AND HP-PUZZLE-LAYOUT(WS-CELL-INDEX:1) NOT = "0"
008310             ADD 1 TO WS-GIVEN-CELLS
008320         END-IF
008330     END-PERFORM
008340     IF WS-GIVEN-CELLS > WS-EASY-THRESHOLD
008350         MOVE 1        TO WS-BAND-RANK
008360         MOVE "EASY"   TO WS-BAND-TEXT
008370     ELSE
008380         IF WS-GIVEN-CELLS >= WS-MEDIUM-THRESHOLD
008390             MOVE 2        TO WS-BAND-RANK
008400             MOVE "MEDIUM" TO WS-BAND-TEXT
008410         ELSE
008420             MOVE 3        TO WS-BAND-RANK
008430             MOVE "HARD"   TO WS-BAND-TEXT
008440         END-IF
008450     END-IF.
008460 1230-EXIT.
008470     EXIT.

008480*---------------------------------------------------------------
008490* 1300-POST-ANSWERS
008500* ONE PASS OF THE CUMULATIVE SOLUTION FILE, POSTING EACH
008510* SELECTED PUZZLE'S ANSWER - THE LATEST RECORD WINS, AS IN THE
008520* DAILY RUN'S EMBARGO PASS.
008530*---------------------------------------------------------------
008540 1300-POST-ANSWERS.
008550     OPEN INPUT SOLUTION-FILE
008560     IF SOLUTION-FILE-OK
008570         PERFORM 1310-POST-ONE-ANSWER THRU 1310-EXIT
008580             UNTIL SOLUTION-FILE-EOF
008590     END-IF
008600     CLOSE SOLUTION-FILE.
008610 1300-EXIT.
008620     EXIT.

008630 1310-POST-ONE-ANSWER.
008640     READ SOLUTION-FILE
008650         AT END
008660             SET SOLUTION-FILE-EOF TO TRUE
008670             GO TO 1310-EXIT
008680     END-READ
008690     PERFORM VARYING WS-SELECT-SHIFT FROM 1 BY 1
008700         UNTIL WS-SELECT-SHIFT > WS-SELECT-COUNT
008710         IF WS-SEL-PUZZLE-ID(WS-SELECT-SHIFT) = SL-PUZZLE-ID
008720             MOVE SL-SOLUTION-LAYOUT
008730                  TO WS-SEL-ANSWER(WS-SELECT-SHIFT)
008740             MOVE "Y" TO WS-SEL-ANSWER-FLAG(WS-SELECT-SHIFT)
008750         END-IF
008760     END-PERFORM.
008770 1310-EXIT.
008780     EXIT.

008790*---------------------------------------------------------------
008800* 1400-POST-VOIDS
008810* POSTS THE RECALL RUN'S ACTION (CORRECT OR WITHDRAW) ONTO EVERY
008820* SELECTED PUZZLE IT HAS VOIDED.  NO VOID FILE MEANS NO PUZZLE
008830* HAS EVER BEEN RECALLED.
008840*---------------------------------------------------------------
008850 1400-POST-VOIDS.
008860     OPEN INPUT VOID-FILE
008870     IF VOID-FILE-OK
008880         PERFORM 1410-POST-ONE-VOID THRU 1410-EXIT
008890             UNTIL VOID-FILE-EOF
008900     END-IF
008910     CLOSE VOID-FILE.
008920 1400-EXIT.
008930     EXIT.

008940 1410-POST-ONE-VOID.
008950     READ VOID-FILE
008960         AT END
008970             SET VOID-FILE-EOF TO TRUE
008980             GO TO 1410-EXIT
008990     END-READ
009000     PERFORM VARYING WS-SELECT-SHIFT FROM 1 BY 1
009010         UNTIL WS-SELECT-SHIFT > WS-SELECT-COUNT
009020         IF WS-SEL-PUZZLE-ID(WS-SELECT-SHIFT) = VD-PUZZLE-ID
009030             MOVE VD-ACTION TO WS-SEL-VOID-ACTION(WS-SELECT-SHIFT)
009040         END-IF
009050     END-PERFORM.
009060 1410-EXIT.
009070     EXIT.

009080*---------------------------------------------------------------
009090* 1500-POST-EARLIER-BOOKS
009100* MARKS EVERY SELECTED PUZZLE ALREADY IN ANOTHER BOOK OF THE
009110* SAME YEAR WITH THAT BOOK'S ID.
009120*---------------------------------------------------------------
009130 1500-POST-EARLIER-BOOKS.
009140     PERFORM 1510-POST-ONE-BOOK-ENTRY THRU 1510-EXIT
009150         VARYING WS-MAN-INDEX FROM 1 BY 1
009160         UNTIL WS-MAN-INDEX > WS-MAN-COUNT.
009170 1500-EXIT.
009180     EXIT.

009190 1510-POST-ONE-BOOK-ENTRY.
009200     IF WS-MAN-BOOK-YEAR(WS-MAN-INDEX) NOT = WS-BOOK-YEAR
009210         GO TO 1510-EXIT
009220     END-IF
009230     PERFORM VARYING WS-SELECT-SHIFT FROM 1 BY 1
009240         UNTIL WS-SELECT-SHIFT > WS-SELECT-COUNT
009250         IF WS-SEL-PUZZLE-ID(WS-SELECT-SHIFT)
009260            = WS-MAN-PUZZLE-ID(WS-MAN-INDEX)
009270             MOVE WS-MAN-BOOK-ID(WS-MAN-INDEX)
009280                  TO WS-SEL-PRIOR-BOOK(WS-SELECT-SHIFT)
009290         END-IF
009300     END-PERFORM.
009310 1510-EXIT.
009320     EXIT.

009330*---------------------------------------------------------------
009340* 2000-SCREEN-ONE-PUZZLE
009350* DECIDES WHETHER ONE SELECTED PUZZLE GOES IN THE BOOK.  A
009360* RECALLED PUZZLE, ONE WHOSE ANSWER IS STILL EMBARGOED, ONE
009370* WITH NO ANSWER TO PRINT AT THE BACK AND ONE ALREADY IN
009380* ANOTHER BOOK THIS YEAR ARE LEFT OUT; THE REST ARE NUMBERED IN
009390* BOOK ORDER.  EVERY PUZZLE GETS A LINE ON THE REPORT.
009400*---------------------------------------------------------------
009410 2000-SCREEN-ONE-PUZZLE.
009420     EVALUATE TRUE
009430         WHEN WS-SEL-VOID-ACTION(WS-SELECT-INDEX) = "CORRECT"
009440             ADD 1 TO WS-VOID-SKIPPED-COUNT
009450             MOVE "LEFT OUT - CORRECTED AFTER PUBLICATION"
009460                  TO WS-OUTCOME-TEXT
009470         WHEN WS-SEL-VOID-ACTION(WS-SELECT-INDEX) NOT = SPACES
009480             ADD 1 TO WS-VOID-SKIPPED-COUNT
009490             MOVE "LEFT OUT - WITHDRAWN"
009500                  TO WS-OUTCOME-TEXT
009510         WHEN WS-SEL-PUB-DATE(WS-SELECT-INDEX) > WS-EMBARGO-DATE
009520             ADD 1 TO WS-EMBARGO-SKIPPED-COUNT
009530             MOVE "LEFT OUT - ANSWER STILL EMBARGOED"
009540                  TO WS-OUTCOME-TEXT
009550         WHEN NOT SEL-ANSWER-ON-FILE(WS-SELECT-INDEX)
009560             ADD 1 TO WS-NO-ANSWER-COUNT
009570             MOVE "LEFT OUT - NO ANSWER ON SOLFILE"
009580                  TO WS-OUTCOME-TEXT
009590         WHEN WS-SEL-PRIOR-BOOK(WS-SELECT-INDEX) NOT = SPACES
009600             ADD 1 TO WS-PRIOR-BOOK-COUNT
009610             MOVE SPACES TO WS-OUTCOME-TEXT
009620             STRING "LEFT OUT - ALREADY IN BOOK "
009630                    DELIMITED BY SIZE
009640                    WS-SEL-PRIOR-BOOK(WS-SELECT-INDEX)
009650                    DELIMITED BY SPACE
009660                    INTO WS-OUTCOME-TEXT
009670         WHEN OTHER
009680             ADD 1 TO WS-BOOK-COUNT
009690             MOVE WS-BOOK-COUNT
009700                  TO WS-SEL-BOOK-NUMBER(WS-SELECT-INDEX)
009710             MOVE "IN BOOK" TO WS-OUTCOME-TEXT
009720     END-EVALUATE
009730     PERFORM 2900-REPORT-ONE-PUZZLE THRU 2900-EXIT.
009740 2000-EXIT.
009750     EXIT.

009760*---------------------------------------------------------------
009770* 2050-SET-BOX-DIMENSIONS
009780* THE SUB-GRID (BOX) SHAPE FOR THE GRID SIZE - 2x3 FOR THE 6x6
009790* JUNIOR EDITION, 3x4 FOR THE 12x12 EXPERT, 3x3 FOR STANDARD
009800* 9x9 - AND HOW MANY BOXES SIT SIDE BY SIDE IN ONE BAND.
009810*---------------------------------------------------------------
009820 2050-SET-BOX-DIMENSIONS.
009830     EVALUATE WS-GRID-SIZE
009840         WHEN 6
009850             MOVE 2 TO WS-BOX-ROWS
009860             MOVE 3 TO WS-BOX-COLS
009870         WHEN 12
009880             MOVE 3 TO WS-BOX-ROWS
009890             MOVE 4 TO WS-BOX-COLS
009900         WHEN OTHER
009910             MOVE 9 TO WS-GRID-SIZE
009920             MOVE 3 TO WS-BOX-ROWS
009930             MOVE 3 TO WS-BOX-COLS
009940     END-EVALUATE
009950     COMPUTE WS-GRID-CELL-COUNT = WS-GRID-SIZE * WS-GRID-SIZE
009960     COMPUTE WS-BOXES-ACROSS = WS-GRID-SIZE / WS-BOX-COLS.
009970 2050-EXIT.
009980     EXIT.

009990*---------------------------------------------------------------
010000* 2900-REPORT-ONE-PUZZLE
010010*---------------------------------------------------------------
010020 2900-REPORT-ONE-PUZZLE.
010030     MOVE SPACES TO WS-REPORT-LINE
010040     MOVE WS-SEL-PUB-DATE(WS-SELECT-INDEX)
010050          TO WS-REPORT-LINE(1:8)
010060     MOVE WS-SEL-PUZZLE-ID(WS-SELECT-INDEX)
010070          TO WS-REPORT-LINE(10:6)
010080     MOVE WS-SEL-EDITION(WS-SELECT-INDEX)
010090          TO WS-REPORT-LINE(17:4)
010100     MOVE WS-SEL-GRID-SIZE(WS-SELECT-INDEX)
010110          TO WS-REPORT-LINE(23:2)
010120     MOVE WS-SEL-BAND(WS-SELECT-INDEX)
010130          TO WS-REPORT-LINE(27:6)
010140     MOVE WS-SEL-GIVENS(WS-SELECT-INDEX) TO WS-NUMBER-DISPLAY
010150     MOVE WS-NUMBER-DISPLAY TO WS-REPORT-LINE(35:3)
010160     IF WS-SEL-BOOK-NUMBER(WS-SELECT-INDEX) > 0
010170         MOVE WS-SEL-BOOK-NUMBER(WS-SELECT-INDEX)
010180              TO WS-NUMBER-DISPLAY
010190         MOVE WS-NUMBER-DISPLAY TO WS-REPORT-LINE(41:3)
010200     END-IF
010210     MOVE WS-OUTCOME-TEXT TO WS-REPORT-LINE(46:40)
010220     WRITE BOOK-REPORT-LINE FROM WS-REPORT-LINE.
010230 2900-EXIT.
010240     EXIT.

010250*---------------------------------------------------------------
010260* 3000-PLAN-PAGES
010270* WORKS OUT WHERE EVERYTHING FALLS BEFORE A LINE IS PRINTED, SO
010280* THE CONTENTS CAN GIVE PAGE NUMBERS AND EACH PUZZLE PAGE CAN
010290* SAY WHERE ITS ANSWER IS.  PAGE 1 IS THE TITLE PAGE, THEN THE
010300* CONTENTS PAGES, THEN ONE PAGE PER PUZZLE.  THE ANSWERS ARE
010310* PACKED IN BOOK ORDER, A NEW PAGE WHENEVER THE NEXT ANSWER
010320* WOULD NOT FIT ON THIS ONE.
010330*---------------------------------------------------------------
010340 3000-PLAN-PAGES.
010350     COMPUTE WS-CONTENTS-PAGES =
010360             (WS-BOOK-COUNT + WS-CONTENTS-PER-PAGE - 1)
010370             / WS-CONTENTS-PER-PAGE
010380     COMPUTE WS-FIRST-PUZZLE-PAGE = WS-CONTENTS-PAGES + 2
010390     COMPUTE WS-FIRST-ANSWER-PAGE =
010400             WS-FIRST-PUZZLE-PAGE + WS-BOOK-COUNT
010410     MOVE WS-FIRST-ANSWER-PAGE TO WS-PLAN-PAGE
010420     MOVE 2 TO WS-PLAN-LINES
010430     PERFORM 3100-PLAN-ONE-ANSWER    THRU 3100-EXIT
010440         VARYING WS-SELECT-INDEX FROM 1 BY 1
010450         UNTIL WS-SELECT-INDEX > WS-SELECT-COUNT
010460     MOVE WS-PLAN-PAGE TO WS-LAST-PAGE.
010470 3000-EXIT.
010480     EXIT.

010490 3100-PLAN-ONE-ANSWER.
010500     IF WS-SEL-BOOK-NUMBER(WS-SELECT-INDEX) = 0
010510         GO TO 3100-EXIT
010520     END-IF
010530     MOVE WS-SEL-GRID-SIZE(WS-SELECT-INDEX) TO WS-GRID-SIZE
010540     PERFORM 3150-COUNT-BLOCK-LINES  THRU 3150-EXIT
010550     IF WS-PLAN-LINES + WS-BLOCK-LINES > 60
010560         ADD 1 TO WS-PLAN-PAGE
010570         MOVE 2 TO WS-PLAN-LINES
010580     END-IF
010590     MOVE WS-PLAN-PAGE TO WS-SEL-ANSWER-PAGE(WS-SELECT-INDEX)
010600     ADD WS-BLOCK-LINES TO WS-PLAN-LINES.
010610 3100-EXIT.
010620     EXIT.

010630*---------------------------------------------------------------
010640* 3150-COUNT-BLOCK-LINES
010650* ONE ANSWER BLOCK IS ITS CAPTION, A BLANK, THE GRID (ONE LINE
010660* PER ROW AND A BORDER ABOVE EACH BAND AND BELOW THE LAST) AND
010670* A BLANK TO SEPARATE IT FROM THE NEXT.
010680*---------------------------------------------------------------
010690 3150-COUNT-BLOCK-LINES.
010700     PERFORM 2050-SET-BOX-DIMENSIONS THRU 2050-EXIT
010710     COMPUTE WS-BLOCK-LINES = WS-GRID-SIZE / WS-BOX-ROWS
010720     COMPUTE WS-BLOCK-LINES =
010730             WS-BLOCK-LINES + WS-GRID-SIZE + 4.
010740 3150-EXIT.
010750     EXIT.

010760*---------------------------------------------------------------
010770* 4000-PRINT-BOOK
010780* THE WHOLE BOOK, FRONT TO BACK.
010790*---------------------------------------------------------------
010800 4000-PRINT-BOOK.
010810     PERFORM 4100-PRINT-TITLE-PAGE   THRU 4100-EXIT
010820     PERFORM 4200-PRINT-CONTENTS     THRU 4200-EXIT
010830     PERFORM 4300-PRINT-PUZZLE-PAGE  THRU 4300-EXIT
010840         VARYING WS-SELECT-INDEX FROM 1 BY 1
010850         UNTIL WS-SELECT-INDEX > WS-SELECT-COUNT
010860     MOVE "ANSWERS" TO WS-BOOK-PAGE-CAPTION
010870     PERFORM 4400-PRINT-ONE-ANSWER   THRU 4400-EXIT
010880         VARYING WS-SELECT-INDEX FROM 1 BY 1
010890         UNTIL WS-SELECT-INDEX > WS-SELECT-COUNT
010900     PERFORM 4960-FINISH-BOOK-PAGE   THRU 4960-EXIT.
010910 4000-EXIT.
010920     EXIT.

010930*---------------------------------------------------------------
010940* 4100-PRINT-TITLE-PAGE
010950* THE TITLE PAGE CARRIES NO PAGE HEADER - THE TITLE A THIRD OF
010960* THE WAY DOWN, THEN THE BOOK'S PERIOD, EDITION, SIZE AND THE
010970* NUMBER OF PUZZLES IT HOLDS.
010980*---------------------------------------------------------------
010990 4100-PRINT-TITLE-PAGE.
011000     ADD 1 TO WS-BOOK-PAGE-NUMBER
011010     MOVE 0 TO WS-BOOK-LINES-ON-PAGE
011020     MOVE SPACES TO WS-BOOK-LINE
011030     PERFORM 4900-WRITE-BOOK-LINE    THRU 4900-EXIT
011040         UNTIL WS-BOOK-LINES-ON-PAGE NOT < 18
011050     MOVE WS-BOOK-TITLE TO WS-BOOK-LINE(21:40)
011060     PERFORM 4900-WRITE-BOOK-LINE    THRU 4900-EXIT
011070     PERFORM 4900-WRITE-BOOK-LINE    THRU 4900-EXIT
011080     MOVE SPACES TO WS-TITLE-TEXT
011090     STRING "BOOK "               DELIMITED BY SIZE
011100            WS-BOOK-ID            DELIMITED BY SPACE
011110            "   "                 DELIMITED BY SIZE
011120            WS-BOOK-YEAR          DELIMITED BY SIZE
011130            INTO WS-TITLE-TEXT
011140     MOVE WS-TITLE-TEXT TO WS-BOOK-LINE(21:60)
011150     PERFORM 4900-WRITE-BOOK-LINE    THRU 4900-EXIT
011160     PERFORM 4900-WRITE-BOOK-LINE    THRU 4900-EXIT
011170     MOVE SPACES TO WS-TITLE-TEXT
011180     STRING "PUZZLES PUBLISHED "  DELIMITED BY SIZE
011190            WS-FROM-DATE          DELIMITED BY SIZE
011200            " TO "                DELIMITED BY SIZE
011210            WS-THRU-DATE          DELIMITED BY SIZE
011220            INTO WS-TITLE-TEXT
011230     MOVE WS-TITLE-TEXT TO WS-BOOK-LINE(21:60)
011240     PERFORM 4900-WRITE-BOOK-LINE    THRU 4900-EXIT
011250     IF WS-SELECT-EDITION = SPACES
011260         MOVE "ALL EDITIONS" TO WS-BOOK-LINE(21:12)
011270     ELSE
011280         MOVE "EDITION" TO WS-BOOK-LINE(21:7)
011290         MOVE WS-SELECT-EDITION TO WS-BOOK-LINE(29:4)
011300     END-IF
011310     EVALUATE WS-SELECT-GRID-SIZE
011320         WHEN 6
011330             MOVE "  -  6x6 GRIDS"   TO WS-BOOK-LINE(33:14)
011340         WHEN 9
011350             MOVE "  -  9x9 GRIDS"   TO WS-BOOK-LINE(33:14)
011360         WHEN 12
011370             MOVE "  -  12x12 GRIDS" TO WS-BOOK-LINE(33:16)
011380     END-EVALUATE
011390     PERFORM 4900-WRITE-BOOK-LINE    THRU 4900-EXIT
011400     PERFORM 4900-WRITE-BOOK-LINE    THRU 4900-EXIT
011410     MOVE WS-BOOK-COUNT TO WS-TITLE-COUNT-DISPLAY
011420     MOVE SPACES TO WS-TITLE-TEXT
011430     STRING WS-TITLE-COUNT-DISPLAY DELIMITED BY SIZE
011440            " PUZZLES, EASY TO HARD, WITH ANSWERS"
011450                                   DELIMITED BY SIZE
011460            INTO WS-TITLE-TEXT
011470     MOVE WS-TITLE-TEXT TO WS-BOOK-LINE(21:60)
011480     PERFORM 4900-WRITE-BOOK-LINE    THRU 4900-EXIT
011490     PERFORM 4960-FINISH-BOOK-PAGE   THRU 4960-EXIT.
011500 4100-EXIT.
011510     EXIT.

011520*---------------------------------------------------------------
011530* 4200-PRINT-CONTENTS
011540* ONE LINE PER PUZZLE - ITS NUMBER, ID, ORIGINAL PUBLICATION
011550* DATE, BAND, SIZE AND PAGE - UP TO 50 TO A PAGE.
011560*---------------------------------------------------------------
011570 4200-PRINT-CONTENTS.
011580     MOVE "CONTENTS" TO WS-BOOK-PAGE-CAPTION
011590     MOVE WS-CONTENTS-PER-PAGE TO WS-CONTENTS-ON-PAGE
011600     PERFORM 4210-PRINT-ONE-CONTENTS THRU 4210-EXIT
011610         VARYING WS-SELECT-INDEX FROM 1 BY 1
011620         UNTIL WS-SELECT-INDEX > WS-SELECT-COUNT
011630     MOVE SPACES TO WS-BOOK-LINE
011640     PERFORM 4900-WRITE-BOOK-LINE    THRU 4900-EXIT
011650     MOVE WS-FIRST-ANSWER-PAGE TO WS-PAGE-DISPLAY
011660     STRING "ANSWERS BEGIN ON PAGE " DELIMITED BY SIZE
011670            WS-PAGE-DISPLAY          DELIMITED BY SIZE
011680            INTO WS-BOOK-LINE
011690     PERFORM 4900-WRITE-BOOK-LINE    THRU 4900-EXIT
011700     PERFORM 4960-FINISH-BOOK-PAGE   THRU 4960-EXIT.
011710 4200-EXIT.
011720     EXIT.

011730 4210-PRINT-ONE-CONTENTS.
011740     IF WS-SEL-BOOK-NUMBER(WS-SELECT-INDEX) = 0
011750         GO TO 4210-EXIT
011760     END-IF
011770     IF WS-CONTENTS-ON-PAGE NOT < WS-CONTENTS-PER-PAGE
011780         PERFORM 4960-FINISH-BOOK-PAGE THRU 4960-EXIT
011790         PERFORM 4950-START-BOOK-PAGE THRU 4950-EXIT
011800         MOVE "  NO.  PUZZLE  PUBLISHED  BAND    SIZE    PAGE"
011810              TO WS-BOOK-LINE
011820         PERFORM 4900-WRITE-BOOK-LINE THRU 4900-EXIT
011830         MOVE SPACES TO WS-BOOK-LINE
011840         PERFORM 4900-WRITE-BOOK-LINE THRU 4900-EXIT
011850         MOVE 0 TO WS-CONTENTS-ON-PAGE
011860     END-IF
011870     MOVE WS-SEL-GRID-SIZE(WS-SELECT-INDEX) TO WS-GRID-SIZE
011880     PERFORM 4310-SET-SIZE-TEXT      THRU 4310-EXIT
011890     MOVE SPACES TO WS-BOOK-LINE
011900     MOVE WS-SEL-BOOK-NUMBER(WS-SELECT-INDEX)
011910          TO WS-NUMBER-DISPLAY
011920     MOVE WS-NUMBER-DISPLAY TO WS-BOOK-LINE(3:3)
011930     MOVE WS-SEL-PUZZLE-ID(WS-SELECT-INDEX)
011940          TO WS-BOOK-LINE(8:6)
011950     MOVE WS-SEL-PUB-DATE(WS-SELECT-INDEX)
011960          TO WS-BOOK-LINE(16:8)
011970     MOVE WS-SEL-BAND(WS-SELECT-INDEX) TO WS-BOOK-LINE(27:6)
011980     MOVE WS-SIZE-TEXT TO WS-BOOK-LINE(35:5)
011990     COMPUTE WS-PLAN-PAGE = WS-FIRST-PUZZLE-PAGE - 1
012000             + WS-SEL-BOOK-NUMBER(WS-SELECT-INDEX)
012010     MOVE WS-PLAN-PAGE TO WS-PAGE-DISPLAY
012020     MOVE WS-PAGE-DISPLAY TO WS-BOOK-LINE(43:4)
012030     PERFORM 4900-WRITE-BOOK-LINE    THRU 4900-EXIT
012040     ADD 1 TO WS-CONTENTS-ON-PAGE.
012050 4210-EXIT.
012060     EXIT.

012070*---------------------------------------------------------------
012080* 4300-PRINT-PUZZLE-PAGE
012090* ONE PUZZLE TO A PAGE - ITS NUMBER, BAND AND SIZE, WHERE AND
012100* WHEN IT FIRST APPEARED, THE GRID AND WHERE TO FIND THE
012110* ANSWER.
012120*---------------------------------------------------------------
012130 4300-PRINT-PUZZLE-PAGE.
012140     IF WS-SEL-BOOK-NUMBER(WS-SELECT-INDEX) = 0
012150         GO TO 4300-EXIT
012160     END-IF
012170     MOVE WS-SEL-GRID-SIZE(WS-SELECT-INDEX) TO WS-GRID-SIZE
012180     PERFORM 2050-SET-BOX-DIMENSIONS THRU 2050-EXIT
012190     PERFORM 4310-SET-SIZE-TEXT      THRU 4310-EXIT
012200     MOVE WS-SEL-BOOK-NUMBER(WS-SELECT-INDEX)
012210          TO WS-NUMBER-DISPLAY
012220     MOVE SPACES TO WS-BOOK-PAGE-CAPTION
012230     STRING "PUZZLE "             DELIMITED BY SIZE
012240            WS-NUMBER-DISPLAY     DELIMITED BY SIZE
012250            INTO WS-BOOK-PAGE-CAPTION
012260     PERFORM 4950-START-BOOK-PAGE    THRU 4950-EXIT
012270     MOVE SPACES TO WS-BOOK-LINE
012280     STRING "PUZZLE "             DELIMITED BY SIZE
012290            WS-NUMBER-DISPLAY     DELIMITED BY SIZE
012300            "   "                 DELIMITED BY SIZE
012310            WS-SEL-BAND(WS-SELECT-INDEX) DELIMITED BY SPACE
012320            "   "                 DELIMITED BY SIZE
012330            WS-SIZE-TEXT          DELIMITED BY SPACE
012340            "   FIRST PUBLISHED " DELIMITED BY SIZE
012350            WS-SEL-PUB-DATE(WS-SELECT-INDEX) DELIMITED BY SIZE
012360            "  ("                 DELIMITED BY SIZE
012370            WS-SEL-PUZZLE-ID(WS-SELECT-INDEX) DELIMITED BY SIZE
012380            ")"                   DELIMITED BY SIZE
012390            INTO WS-BOOK-LINE
012400     PERFORM 4900-WRITE-BOOK-LINE    THRU 4900-EXIT
012410     MOVE SPACES TO WS-BOOK-LINE
012420     PERFORM 4900-WRITE-BOOK-LINE    THRU 4900-EXIT
012430     MOVE WS-SEL-LAYOUT(WS-SELECT-INDEX) TO WS-PRINT-LAYOUT
012440     PERFORM 4500-PRINT-GRID         THRU 4500-EXIT
012450     MOVE SPACES TO WS-BOOK-LINE
012460     PERFORM 4900-WRITE-BOOK-LINE    THRU 4900-EXIT
012470     MOVE WS-SEL-ANSWER-PAGE(WS-SELECT-INDEX) TO WS-PAGE-DISPLAY
012480     STRING "ANSWER ON PAGE "     DELIMITED BY SIZE
012490            WS-PAGE-DISPLAY       DELIMITED BY SIZE
012500            INTO WS-BOOK-LINE
012510     PERFORM 4900-WRITE-BOOK-LINE    THRU 4900-EXIT
012520     PERFORM 4960-FINISH-BOOK-PAGE   THRU 4960-EXIT.
012530 4300-EXIT.
012540     EXIT.

012550 4310-SET-SIZE-TEXT.
012560     EVALUATE WS-GRID-SIZE
012570         WHEN 6
012580             MOVE "6x6"   TO WS-SIZE-TEXT
012590         WHEN 12
012600             MOVE "12x12" TO WS-SIZE-TEXT
012610         WHEN OTHER
012620             MOVE "9x9"   TO WS-SIZE-TEXT
012630     END-EVALUATE.
012640 4310-EXIT.
012650     EXIT.

012660*---------------------------------------------------------------
012670* 4400-PRINT-ONE-ANSWER
012680* ONE ANSWER BLOCK, STARTING A NEW PAGE WHERE THE PLAN SAYS SO.
012690*---------------------------------------------------------------
012700 4400-PRINT-ONE-ANSWER.
012710     IF WS-SEL-BOOK-NUMBER(WS-SELECT-INDEX) = 0
012720         GO TO 4400-EXIT
012730     END-IF
012740     IF WS-SEL-ANSWER-PAGE(WS-SELECT-INDEX)
012750        NOT = WS-BOOK-PAGE-NUMBER
012760         PERFORM 4960-FINISH-BOOK-PAGE THRU 4960-EXIT
012770         PERFORM 4950-START-BOOK-PAGE THRU 4950-EXIT
012780     END-IF
012790     MOVE WS-SEL-GRID-SIZE(WS-SELECT-INDEX) TO WS-GRID-SIZE
012800     PERFORM 2050-SET-BOX-DIMENSIONS THRU 2050-EXIT
012810     MOVE WS-SEL-BOOK-NUMBER(WS-SELECT-INDEX)
012820          TO WS-NUMBER-DISPLAY
012830     MOVE SPACES TO WS-BOOK-LINE
012840     STRING "ANSWER TO PUZZLE "   DELIMITED BY SIZE
012850            WS-NUMBER-DISPLAY     DELIMITED BY SIZE
012860            INTO WS-BOOK-LINE
012870     PERFORM 4900-WRITE-BOOK-LINE    THRU 4900-EXIT
012880     MOVE SPACES TO WS-BOOK-LINE
012890     PERFORM 4900-WRITE-BOOK-LINE    THRU 4900-EXIT
012900     MOVE WS-SEL-ANSWER(WS-SELECT-INDEX) TO WS-PRINT-LAYOUT
012910     PERFORM 4500-PRINT-GRID         THRU 4500-EXIT
012920     MOVE SPACES TO WS-BOOK-LINE
012930     PERFORM 4900-WRITE-BOOK-LINE    THRU 4900-EXIT.
012940 4400-EXIT.
012950     EXIT.

012960*---------------------------------------------------------------
012970* 4500-PRINT-GRID
012980* THE GRID IN WS-PRINT-LAYOUT IN THE DAILY PAGE'S BOXED STYLE -
012990* TWO PRINT COLUMNS PER CELL, "." FOR AN OPEN CELL, A "+"
013000* BORDER BEFORE EACH BAND AND "|" AFTER EACH BOX.
013010*---------------------------------------------------------------
013020 4500-PRINT-GRID.
013030     PERFORM VARYING WS-ROW FROM 1 BY 1
013040         UNTIL WS-ROW > WS-GRID-SIZE
013050         COMPUTE WS-PRINT-ROW-CHECK = (WS-ROW - 1) / WS-BOX-ROWS
013060         COMPUTE WS-PRINT-ROW-CHECK = WS-ROW - 1 -
013070                 (WS-PRINT-ROW-CHECK * WS-BOX-ROWS)
013080         IF WS-PRINT-ROW-CHECK = 0
013090             PERFORM 4510-PRINT-GRID-BORDER THRU 4510-EXIT
013100         END-IF
013110         PERFORM 4520-PRINT-GRID-ROW THRU 4520-EXIT
013120     END-PERFORM
013130     PERFORM 4510-PRINT-GRID-BORDER THRU 4510-EXIT.
013140 4500-EXIT.
013150     EXIT.

013160 4510-PRINT-GRID-BORDER.
013170     MOVE SPACES TO WS-BOOK-LINE
013180     MOVE 1 TO WS-PRINT-POS
013190     MOVE "+" TO WS-BOOK-LINE(WS-PRINT-POS:1)
013200     PERFORM VARYING WS-BORDER-SEGMENT FROM 1 BY 1
013210         UNTIL WS-BORDER-SEGMENT > WS-BOXES-ACROSS
013220         PERFORM VARYING WS-BORDER-DASH FROM 1 BY 1
013230             UNTIL WS-BORDER-DASH > WS-BOX-COLS * 2
013240             ADD 1 TO WS-PRINT-POS
013250             MOVE "-" TO WS-BOOK-LINE(WS-PRINT-POS:1)
013260         END-PERFORM
013270         MOVE "+" TO WS-BOOK-LINE(WS-PRINT-POS:1)
013280     END-PERFORM
013290     PERFORM 4900-WRITE-BOOK-LINE THRU 4900-EXIT.
013300 4510-EXIT.
013310     EXIT.

013320 4520-PRINT-GRID-ROW.
013330     MOVE SPACES TO WS-BOOK-LINE
013340     MOVE "|" TO WS-BOOK-LINE(1:1)
013350     PERFORM VARYING WS-COL FROM 1 BY 1
013360         UNTIL WS-COL > WS-GRID-SIZE
013370         COMPUTE WS-PRINT-POS = (WS-COL - 1) * 2 + 2
013380         COMPUTE WS-CELL-INDEX =
013390                 ((WS-ROW - 1) * WS-GRID-SIZE) + WS-COL
013400         IF WS-PRINT-LAYOUT(WS-CELL-INDEX:1) = SPACE OR "0"
013410             MOVE "." TO WS-BOOK-LINE(WS-PRINT-POS:1)
013420         ELSE
013430             MOVE WS-PRINT-LAYOUT(WS-CELL-INDEX:1)
013440                  TO WS-BOOK-LINE(WS-PRINT-POS:1)
013450         END-IF
013460         COMPUTE WS-PRINT-ROW-CHECK = WS-COL / WS-BOX-COLS
013470         COMPUTE WS-PRINT-ROW-CHECK = WS-COL -
013480                 (WS-PRINT-ROW-CHECK * WS-BOX-COLS)
013490         IF WS-PRINT-ROW-CHECK = 0
013500             MOVE "|" TO WS-BOOK-LINE(WS-PRINT-POS + 1:1)
013510         END-IF
013520     END-PERFORM
013530     PERFORM 4900-WRITE-BOOK-LINE THRU 4900-EXIT.
013540 4520-EXIT.
013550     EXIT.

013560*---------------------------------------------------------------
013570* 4900-WRITE-BOOK-LINE / 4950-START-BOOK-PAGE /
013580* 4960-FINISH-BOOK-PAGE
013590* EVERY PAGE BUT THE TITLE PAGE OPENS WITH THE BOOK TITLE, THE
013600* SECTION OR PUZZLE CAPTION AND THE PAGE NUMBER, THEN A BLANK
013610* LINE.  A PAGE IS FINISHED BY FILLING IT OUT TO 60 LINES.
013620*---------------------------------------------------------------
013630 4900-WRITE-BOOK-LINE.
013640     WRITE BOOK-PRINT-LINE FROM WS-BOOK-LINE
013650     ADD 1 TO WS-BOOK-LINES-ON-PAGE
013660     MOVE SPACES TO WS-BOOK-LINE.
013670 4900-EXIT.
013680     EXIT.

013690 4950-START-BOOK-PAGE.
013700     ADD 1 TO WS-BOOK-PAGE-NUMBER
013710     MOVE 0 TO WS-BOOK-LINES-ON-PAGE
013720     MOVE WS-BOOK-PAGE-NUMBER TO WS-PAGE-DISPLAY
013730     MOVE SPACES TO WS-BOOK-LINE
013740     MOVE WS-BOOK-TITLE TO WS-BOOK-LINE(1:40)
013750     MOVE WS-BOOK-PAGE-CAPTION TO WS-BOOK-LINE(43:20)
013760     MOVE "PAGE" TO WS-BOOK-LINE(65:4)
013770     MOVE WS-PAGE-DISPLAY TO WS-BOOK-LINE(70:4)
013780     PERFORM 4900-WRITE-BOOK-LINE    THRU 4900-EXIT
013790     PERFORM 4900-WRITE-BOOK-LINE    THRU 4900-EXIT.
013800 4950-EXIT.
013810     EXIT.

013820 4960-FINISH-BOOK-PAGE.
013830     IF WS-BOOK-LINES-ON-PAGE = 0
013840         GO TO 4960-EXIT
013850     END-IF
013860     MOVE SPACES TO WS-BOOK-LINE
013870     PERFORM 4900-WRITE-BOOK-LINE    THRU 4900-EXIT
013880         UNTIL WS-BOOK-LINES-ON-PAGE NOT < 60
013890     ADD 1 TO WS-PAGES-PRINTED
013900     MOVE 0 TO WS-BOOK-LINES-ON-PAGE.
013910 4960-EXIT.
013920     EXIT.

013930*---------------------------------------------------------------
013940* 5000-WRITE-MANIFEST
013950* REWRITES THE MANIFEST - THE RECORDS KEPT AT LOAD TIME, THEN
013960* ONE RECORD FOR EACH PUZZLE IN THIS BOOK.
013970*---------------------------------------------------------------
013980 5000-WRITE-MANIFEST.
013990     OPEN OUTPUT BOOK-MANIFEST-FILE
014000     PERFORM 5010-WRITE-ONE-KEPT     THRU 5010-EXIT
014010         VARYING WS-MAN-INDEX FROM 1 BY 1
014020         UNTIL WS-MAN-INDEX > WS-MAN-COUNT
014030     PERFORM 5020-WRITE-ONE-NEW      THRU 5020-EXIT
014040         VARYING WS-SELECT-INDEX FROM 1 BY 1
014050         UNTIL WS-SELECT-INDEX > WS-SELECT-COUNT
014060     CLOSE BOOK-MANIFEST-FILE.
014070 5000-EXIT.
014080     EXIT.

014090 5010-WRITE-ONE-KEPT.
014100     MOVE WS-MAN-ENTRY(WS-MAN-INDEX) TO BOOK-MANIFEST-RECORD
014110     WRITE BOOK-MANIFEST-RECORD.
014120 5010-EXIT.
014130     EXIT.

014140 5020-WRITE-ONE-NEW.
014150     IF WS-SEL-BOOK-NUMBER(WS-SELECT-INDEX) = 0
014160         GO TO 5020-EXIT
014170     END-IF
014180     MOVE SPACES TO BOOK-MANIFEST-RECORD
014190     MOVE WS-BOOK-YEAR TO MF-BOOK-YEAR
014200     MOVE WS-BOOK-ID   TO MF-BOOK-ID
014210     MOVE WS-SEL-BOOK-NUMBER(WS-SELECT-INDEX)
014220          TO MF-PUZZLE-NUMBER
014230     MOVE WS-SEL-PUZZLE-ID(WS-SELECT-INDEX) TO MF-PUZZLE-ID
014240     MOVE WS-SEL-PUB-DATE(WS-SELECT-INDEX)  TO MF-PUB-DATE
014250     MOVE WS-SEL-EDITION(WS-SELECT-INDEX)   TO MF-EDITION-CODE
014260     MOVE WS-SEL-GRID-SIZE(WS-SELECT-INDEX) TO MF-GRID-SIZE
014270     MOVE WS-SEL-BAND(WS-SELECT-INDEX)      TO MF-BAND
014280     MOVE WS-CURRENT-DATE                   TO MF-COMPILED-DATE
014290     WRITE BOOK-MANIFEST-RECORD.
014300 5020-EXIT.
014310     EXIT.

014320*---------------------------------------------------------------
014330* 9000-TERMINATE-RUN
014340* A BOOK WITH NOTHING IN IT IS NOT PRINTED AND ENDS
014350* RETURN-CODE 4.
014360*---------------------------------------------------------------
014370 9000-TERMINATE-RUN.
014380     MOVE SPACES TO WS-REPORT-LINE
014390     WRITE BOOK-REPORT-LINE FROM WS-REPORT-LINE
014400     IF WS-BOOK-COUNT = 0 AND NOT HISTORY-NOT-AVAILABLE
014410         MOVE "*** NO PUZZLE QUALIFIES - NO BOOK PRINTED"
014420              TO WS-REPORT-LINE
014430         WRITE BOOK-REPORT-LINE FROM WS-REPORT-LINE
014440         MOVE SPACES TO WS-REPORT-LINE
014450         WRITE BOOK-REPORT-LINE FROM WS-REPORT-LINE
014460         IF WS-MAX-SEVERITY < 4
014470             MOVE 4 TO WS-MAX-SEVERITY
014480         END-IF
014490     END-IF
014500     MOVE "COMPILATION TOTALS" TO WS-REPORT-LINE
014510     WRITE BOOK-REPORT-LINE FROM WS-REPORT-LINE
014520     MOVE "  PUZZLES SELECTED  . . . . . : " TO WS-REPORT-LINE
014530     MOVE WS-SELECT-COUNT TO WS-CTL-DISPLAY-COUNT
014540     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
014550     MOVE "  CORRECTED OR WITHDRAWN  . . : " TO WS-REPORT-LINE
014560     MOVE WS-VOID-SKIPPED-COUNT TO WS-CTL-DISPLAY-COUNT
014570     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
014580     MOVE "  ANSWER STILL EMBARGOED  . . : " TO WS-REPORT-LINE
014590     MOVE WS-EMBARGO-SKIPPED-COUNT TO WS-CTL-DISPLAY-COUNT
014600     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
014610     MOVE "  NO ANSWER ON FILE . . . . . : " TO WS-REPORT-LINE
014620     MOVE WS-NO-ANSWER-COUNT TO WS-CTL-DISPLAY-COUNT
014630     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
014640     MOVE "  IN ANOTHER BOOK THIS YEAR . : " TO WS-REPORT-LINE
014650     MOVE WS-PRIOR-BOOK-COUNT TO WS-CTL-DISPLAY-COUNT
014660     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
014670     MOVE "  PUZZLES IN THE BOOK . . . . : " TO WS-REPORT-LINE
014680     MOVE WS-BOOK-COUNT TO WS-CTL-DISPLAY-COUNT
014690     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
014700     MOVE "  PAGES PRINTED . . . . . . . : " TO WS-REPORT-LINE
014710     MOVE WS-PAGES-PRINTED TO WS-CTL-DISPLAY-COUNT
014720     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
014730     MOVE "  MANIFEST RECORDS DROPPED  . : " TO WS-REPORT-LINE
014740     MOVE WS-MAN-DROPPED-COUNT TO WS-CTL-DISPLAY-COUNT
014750     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
014760     CLOSE BOOK-PRINT-FILE
014770     CLOSE BOOK-REPORT-FILE.
014780 9000-EXIT.
014790     EXIT.

014800*---------------------------------------------------------------
014810* 9100-WRITE-ONE-TOTAL
014820* APPENDS THE COUNT ALREADY EDITED INTO WS-CTL-DISPLAY-COUNT
014830* TO THE CAPTION ALREADY MOVED TO WS-REPORT-LINE AND WRITES IT.
014840*---------------------------------------------------------------
014850 9100-WRITE-ONE-TOTAL.
014860     MOVE WS-CTL-DISPLAY-COUNT TO WS-REPORT-LINE(33:5)
014870     WRITE BOOK-REPORT-LINE FROM WS-REPORT-LINE.
014880 9100-EXIT.
014890     EXIT.
