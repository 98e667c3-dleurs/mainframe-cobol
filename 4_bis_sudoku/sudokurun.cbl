000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SUDOKURUN.
000030 AUTHOR.         D LEURS.
000040 INSTALLATION.   DAILY PUZZLE PRODUCTION.
000050 DATE-WRITTEN.   15-10-2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100* 15-10-2026 DL  ORIGINAL PROGRAM.  MORNING RUN-BOOK FOR THE
000110*                NIGHTLY STREAM.  THE ORDER SUDOKUAUD,
000120*                SUDOKUBKP, SUDOKULIB, SUDOKUSCH, SUDOKUFACILE
000130*                WAS ONLY EVER ENFORCED BY THE OPERATOR'S RUN
000140*                SHEET, AND A SKIPPED BACKUP OR A FAILED AUDIT
000150*                WENT UNNOTICED UNTIL THE DAMAGE WAS DONE.
000160*                EVERY STEP NOW WRITES START AND END RECORDS TO
000170*                THE SHARED RUN-CONTROL LOG AND CHECKS ITS OWN
000180*                PREREQUISITES AGAINST IT.  THIS PROGRAM READS
000190*                THE LOG FOR ONE BUSINESS DATE (RUNDATE=YYYYMMDD
000200*                CARD, DEFAULT YESTERDAY) AND PRINTS EVERY STEP
000210*                OF THE NIGHTLY STREAM IN ORDER WITH ITS TIMES,
000220*                RETURN-CODE, OUTCOME AND KEY COUNTS, THEN THE
000230*                MONTH-END, CONTEST AND ON-REQUEST STEPS THAT
000240*                RAN THE SAME DAY, THEN EVERY GAP AND EXCEPTION
000250*                - A STREAM STEP NOT RUN, A STEP STARTED BEFORE
000260*                THE ONE AHEAD OF IT ENDED, A STEP WITH NO END
000270*                RECORD, A FAILED OR REFUSED STEP AND EVERY
000280*                OVERRIDE WITH THE OPERATOR WHO USED IT.  ANY
000290*                EXCEPTION ENDS THE RUN WITH RETURN-CODE 4.
000300*---------------------------------------------------------------

000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OPTIONAL RUN-CONTROL-FILE
000350            ASSIGN TO "RUNCTL"
000360            ORGANIZATION       IS LINE SEQUENTIAL
000370            FILE STATUS        IS WS-RUNCTL-STATUS.
000380     SELECT RUN-BOOK-FILE      ASSIGN TO "RUNBOOK"
000390            ORGANIZATION       IS LINE SEQUENTIAL.

000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  RUN-CONTROL-FILE
000430     LABEL RECORDS ARE STANDARD.
000440 01  RUN-CONTROL-RECORD.
000450     05  RL-PROGRAM-ID          PIC X(12).
000460     05  RL-BUSINESS-DATE       PIC X(08).
000470     05  RL-EVENT               PIC X(08).
000480     05  RL-RUN-DATE            PIC X(08).
000490     05  RL-START-TIME          PIC X(06).
000500     05  RL-END-TIME            PIC X(06).
000510     05  RL-RETURN-CODE         PIC 9(04).
000520     05  RL-COUNT OCCURS 3 TIMES.
000530         10  RL-COUNT-LABEL     PIC X(10).
000540         10  RL-COUNT-VALUE     PIC 9(09).
000550     05  RL-OPERATOR-INITIALS   PIC X(03).
000560     05  RL-MESSAGE             PIC X(40).

000570 FD  RUN-BOOK-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 01  RUN-BOOK-LINE              PIC X(132).

000600 WORKING-STORAGE SECTION.
000610 77  WS-RUNCTL-STATUS             PIC X(02).
000620     88  RUNCTL-FILE-OK           VALUE "00".
000630     88  RUNCTL-FILE-EOF          VALUE "10".
000640 77  WS-LOG-FOUND-SWITCH          PIC X(01) VALUE "N".
000650     88  RUN-CONTROL-LOG-FOUND    VALUE "Y".

000660*---------------------------------------------------------------
000670* PARAMETER CARDS
000680*---------------------------------------------------------------
000690 01  WS-PARM-CARD                 PIC X(80).
000700 77  WS-PARM-KEYWORD              PIC X(12).
000710 77  WS-PARM-VALUE                PIC X(12).
000720 77  WS-PARM-CARD-COUNT           PIC 9(02) VALUE 0.
000730 77  WS-PARM-EOF-SWITCH           PIC X(01) VALUE "N".
000740     88  NO-MORE-PARM-CARDS       VALUE "Y".

000750*---------------------------------------------------------------
000760* THE BUSINESS DATE REPORTED.  DEFAULT IS THE DAY BEFORE THE
000770* RUN DATE - THE RUN-BOOK IS READ THE MORNING AFTER.
000780*---------------------------------------------------------------
000790 77  WS-CURRENT-DATE              PIC X(08).
000800 77  WS-BOOK-DATE                 PIC X(08) VALUE SPACES.
000810 01  WS-WALK-DATE.
000820     05  WS-WALK-YYYY             PIC 9(04).
000830     05  WS-WALK-MM               PIC 9(02).
000840     05  WS-WALK-DD               PIC 9(02).
000850 01  WS-MONTH-DAYS-TABLE.
000860     05  FILLER                   PIC X(24)
000870             VALUE "312831303130313130313031".
000880 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
000890     05  WS-MONTH-DAYS            PIC 9(02) OCCURS 12 TIMES.
000900 77  WS-LEAP-QUOT                 PIC 9(04).
000910 77  WS-LEAP-WORK                 PIC 9(04).

000920*---------------------------------------------------------------
000930* THE NIGHTLY STREAM, IN THE ORDER THE STEPS MUST RUN.  FOR
000940* EACH STEP THE FIRST START AND THE FIRST CLEAN END SEEN FOR
000950* THE BUSINESS DATE ARE KEPT FOR THE SEQUENCE CHECK.
000960*---------------------------------------------------------------
000970 01  WS-STREAM-NAMES.
000980     05  FILLER                   PIC X(12) VALUE "SUDOKUAUD".
000990     05  FILLER                   PIC X(12) VALUE "SUDOKUBKP".
001000     05  FILLER                   PIC X(12) VALUE "SUDOKULIB".
001010     05  FILLER                   PIC X(12) VALUE "SUDOKUSCH".
001020     05  FILLER                   PIC X(12)
001030             VALUE "SUDOKUFACILE".
001040 01  WS-STREAM-NAMES-R REDEFINES WS-STREAM-NAMES.
001050     05  WS-STREAM-NAME           PIC X(12) OCCURS 5 TIMES.
001060 77  WS-STREAM-COUNT              PIC 9(02) VALUE 5.
001070 01  WS-STREAM-TABLE.
001080     05  WS-STREAM-ENTRY          OCCURS 5 TIMES.
001090         10  WS-STEP-RAN-SWITCH   PIC X(01).
001100             88  STEP-HAS-RUN     VALUE "Y".
001110         10  WS-STEP-FIRST-START  PIC X(14).
001120         10  WS-STEP-FIRST-END    PIC X(14).
001130 77  WS-STREAM-INDEX              PIC 9(02) VALUE 0.
001140 77  WS-PRIOR-INDEX               PIC 9(02) VALUE 0.
001150 77  WS-STREAM-MEMBER-SWITCH      PIC X(01) VALUE "N".
001160     88  PROGRAM-IS-IN-STREAM     VALUE "Y".
001170 77  WS-LOOKUP-PROGRAM            PIC X(12).

001180*---------------------------------------------------------------
001190* ONE ROW PER RUN OF A STEP ON THE BUSINESS DATE, IN LOG
001200* ORDER.  STATE S = STARTED (NO END RECORD YET), E = ENDED,
001210* R = REFUSED AT START-UP.
001220*---------------------------------------------------------------
001230 01  WS-RUN-TABLE.
001240     05  WS-RUN-ENTRY             OCCURS 200 TIMES.
001250         10  WS-RUN-PROGRAM       PIC X(12).
001260         10  WS-RUN-STATE         PIC X(01).
001270             88  RUN-STARTED-ONLY VALUE "S".
001280             88  RUN-ENDED        VALUE "E".
001290             88  RUN-WAS-REFUSED  VALUE "R".
001300         10  WS-RUN-START-STAMP.
001310             15  WS-RUN-START-DATE PIC X(08).
001320             15  WS-RUN-START-TIME PIC X(06).
001330         10  WS-RUN-END-STAMP.
001340             15  WS-RUN-END-DATE  PIC X(08).
001350             15  WS-RUN-END-TIME  PIC X(06).
001360         10  WS-RUN-RC            PIC 9(04).
001370         10  WS-RUN-COUNT         OCCURS 3 TIMES.
001380             15  WS-RUN-COUNT-LABEL PIC X(10).
001390             15  WS-RUN-COUNT-VALUE PIC 9(09).
001400         10  WS-RUN-MESSAGE       PIC X(40).
001410 77  WS-RUN-COUNT-ROWS            PIC 9(04) VALUE 0.
001420 77  WS-RUN-MAX                   PIC 9(04) VALUE 200.
001430 77  WS-RUN-INDEX                 PIC 9(04) VALUE 0.
001440 77  WS-MATCH-INDEX               PIC 9(04) VALUE 0.
001450 77  WS-COUNT-INDEX               PIC 9(01) VALUE 0.

001460 01  WS-OVERRIDE-TABLE.
001470     05  WS-OVR-ENTRY             OCCURS 50 TIMES.
001480         10  WS-OVR-PROGRAM       PIC X(12).
001490         10  WS-OVR-INITIALS      PIC X(03).
001500         10  WS-OVR-TIME          PIC X(06).
001510         10  WS-OVR-MESSAGE       PIC X(40).
001520 77  WS-OVR-COUNT                 PIC 9(02) VALUE 0.
001530 77  WS-OVR-MAX                   PIC 9(02) VALUE 50.
001540 77  WS-OVR-INDEX                 PIC 9(02) VALUE 0.
001550 77  WS-DROPPED-COUNT             PIC 9(05) VALUE 0.

001560*---------------------------------------------------------------
001570* REPORT LINES AND TOTALS
001580*---------------------------------------------------------------
001590 01  WS-STEP-LINE.
001600     05  SL-PROGRAM               PIC X(12).
001610     05  FILLER                   PIC X(01).
001620     05  SL-START-DATE            PIC X(08).
001630     05  FILLER                   PIC X(01).
001640     05  SL-START-TIME            PIC X(06).
001650     05  FILLER                   PIC X(02).
001660     05  SL-END-DATE              PIC X(08).
001670     05  FILLER                   PIC X(01).
001680     05  SL-END-TIME              PIC X(06).
001690     05  FILLER                   PIC X(02).
001700     05  SL-RC                    PIC X(04).
001710     05  FILLER                   PIC X(02).
001720     05  SL-OUTCOME               PIC X(10).
001730     05  FILLER                   PIC X(02).
001740     05  SL-DETAIL.
001750         10  SL-COUNT             OCCURS 3 TIMES.
001760             15  SL-COUNT-LABEL   PIC X(10).
001770             15  SL-COUNT-VALUE   PIC Z(08)9.
001780             15  FILLER           PIC X(02).
001790     05  FILLER                   PIC X(04).
001800 01  WS-STEP-DETAIL-R REDEFINES WS-STEP-LINE.
001810     05  FILLER                   PIC X(65).
001820     05  SL-MESSAGE               PIC X(67).
001830 01  WS-REPORT-LINE               PIC X(132).
001840 01  WS-RC-DISPLAY                PIC 9(04).
001850 77  WS-STEPS-RUN-COUNT           PIC 9(05) VALUE 0.
001860 77  WS-STEPS-OK-COUNT            PIC 9(05) VALUE 0.
001870 77  WS-STEPS-FAILED-COUNT        PIC 9(05) VALUE 0.
001880 77  WS-STEPS-REFUSED-COUNT       PIC 9(05) VALUE 0.
001890 77  WS-STEPS-OPEN-COUNT          PIC 9(05) VALUE 0.
001900 77  WS-GAP-COUNT                 PIC 9(05) VALUE 0.
001910 77  WS-EXCEPTION-COUNT           PIC 9(05) VALUE 0.
001920 01  WS-CTL-DISPLAY-COUNT         PIC ZZZZ9.
001930 77  WS-MAX-SEVERITY              PIC 9(01) VALUE 0.

001940 PROCEDURE DIVISION.
001950*---------------------------------------------------------------
001960* 0000-MAINLINE
001970*---------------------------------------------------------------
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALIZE-RUN     THRU 1000-EXIT
002000     PERFORM 2000-PRINT-NIGHTLY-STREAM THRU 2000-EXIT
002010     PERFORM 3000-PRINT-OTHER-STEPS  THRU 3000-EXIT
002020     PERFORM 4000-PRINT-EXCEPTIONS   THRU 4000-EXIT
002030     PERFORM 9000-TERMINATE-RUN      THRU 9000-EXIT
002040     MOVE WS-MAX-SEVERITY TO RETURN-CODE
002050     STOP RUN.

002060*---------------------------------------------------------------
002070* 1000-INITIALIZE-RUN
002080* SETTLES THE BUSINESS DATE, TABLES THAT DATE'S RUN-CONTROL
002090* RECORDS AND OPENS THE RUN-BOOK.
002100*---------------------------------------------------------------
002110 1000-INITIALIZE-RUN.
002120     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002130     PERFORM 1020-ACCEPT-RUN-PARAMETERS THRU 1020-EXIT
002140     IF WS-BOOK-DATE = SPACES
002150         MOVE WS-CURRENT-DATE TO WS-WALK-DATE
002160         PERFORM 1300-BACK-ONE-DAY   THRU 1300-EXIT
002170         MOVE WS-WALK-DATE TO WS-BOOK-DATE
002180     END-IF
002190     PERFORM 1200-LOAD-RUN-CONTROL   THRU 1200-EXIT
002200     OPEN OUTPUT RUN-BOOK-FILE
002210     MOVE SPACES TO WS-REPORT-LINE
002220     STRING "SUDOKURUN NIGHTLY RUN-BOOK - BUSINESS DATE "
002230            DELIMITED BY SIZE
002240            WS-BOOK-DATE DELIMITED BY SIZE
002250            "   PRINTED " DELIMITED BY SIZE
002260            WS-CURRENT-DATE DELIMITED BY SIZE
002270            INTO WS-REPORT-LINE
002280     WRITE RUN-BOOK-LINE FROM WS-REPORT-LINE
002290     IF NOT RUN-CONTROL-LOG-FOUND
002300         MOVE "*** NO RUN-CONTROL LOG FOUND ***"
002310             TO WS-REPORT-LINE
002320         WRITE RUN-BOOK-LINE FROM WS-REPORT-LINE
002330     END-IF
002340     MOVE SPACES TO WS-REPORT-LINE
002350     WRITE RUN-BOOK-LINE FROM WS-REPORT-LINE.
002360 1000-EXIT.
002370     EXIT.

002380*---------------------------------------------------------------
002390* 1020-ACCEPT-RUN-PARAMETERS
002400*---------------------------------------------------------------
002410 1020-ACCEPT-RUN-PARAMETERS.
002420     PERFORM 1025-READ-ONE-PARM-CARD THRU 1025-EXIT
002430         UNTIL NO-MORE-PARM-CARDS
002440            OR WS-PARM-CARD-COUNT > 20.
002450 1020-EXIT.
002460     EXIT.

002470 1025-READ-ONE-PARM-CARD.
002480     MOVE SPACES TO WS-PARM-CARD
002490     ACCEPT WS-PARM-CARD FROM SYSIN
002500     ADD 1 TO WS-PARM-CARD-COUNT
002510     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD(1:4) = "END "
002520         SET NO-MORE-PARM-CARDS TO TRUE
002530     ELSE
002540         MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
002550         UNSTRING WS-PARM-CARD DELIMITED BY "="
002560             INTO WS-PARM-KEYWORD WS-PARM-VALUE
002570         IF WS-PARM-KEYWORD = "RUNDATE"
002580            AND WS-PARM-VALUE(1:8) NUMERIC
002590             MOVE WS-PARM-VALUE(1:8) TO WS-BOOK-DATE
002600         ELSE
002610             DISPLAY "SUDOKURUN: UNRECOGNIZED PARAMETER "
002620                 "CARD IGNORED: " WS-PARM-CARD(1:40)
002630         END-IF
002640     END-IF.
002650 1025-EXIT.
002660     EXIT.

002670*---------------------------------------------------------------
002680* 1200-LOAD-RUN-CONTROL
002690* TABLES THE BUSINESS DATE'S RECORDS.  AN END RECORD CLOSES
002700* THE LATEST STILL-OPEN RUN OF THE SAME PROGRAM.
002710*---------------------------------------------------------------
002720 1200-LOAD-RUN-CONTROL.
002730     OPEN INPUT RUN-CONTROL-FILE
002740     IF RUNCTL-FILE-OK
002750         SET RUN-CONTROL-LOG-FOUND TO TRUE
002760         PERFORM 1210-LOAD-ONE-RECORD THRU 1210-EXIT
002770             UNTIL RUNCTL-FILE-EOF
002780     END-IF
002790     CLOSE RUN-CONTROL-FILE.
002800 1200-EXIT.
002810     EXIT.

002820 1210-LOAD-ONE-RECORD.
002830     READ RUN-CONTROL-FILE
002840         AT END
002850             GO TO 1210-EXIT
002860     END-READ
002870     IF RL-BUSINESS-DATE NOT = WS-BOOK-DATE
002880         GO TO 1210-EXIT
002890     END-IF
002900     IF RL-EVENT = "OVERRIDE"
002910         PERFORM 1240-ADD-OVERRIDE-ROW THRU 1240-EXIT
002920         GO TO 1210-EXIT
002930     END-IF
002940     IF RL-EVENT = "END"
002950         PERFORM 1220-FIND-OPEN-RUN  THRU 1220-EXIT
002960         IF WS-MATCH-INDEX > 0
002970             MOVE WS-MATCH-INDEX TO WS-RUN-INDEX
002980             PERFORM 1250-FILL-END-DETAIL THRU 1250-EXIT
002990             GO TO 1210-EXIT
003000         END-IF
003010     END-IF
003020     PERFORM 1230-ADD-RUN-ROW        THRU 1230-EXIT.
003030 1210-EXIT.
003040     EXIT.

003050*---------------------------------------------------------------
003060* 1220-FIND-OPEN-RUN
003070* LATEST STARTED-ONLY ROW FOR THE PROGRAM ON THE RECORD, OR
003080* ZERO IN WS-MATCH-INDEX.
003090*---------------------------------------------------------------
003100 1220-FIND-OPEN-RUN.
003110     MOVE 0 TO WS-MATCH-INDEX
003120     PERFORM VARYING WS-RUN-INDEX FROM WS-RUN-COUNT-ROWS BY -1
003130         UNTIL WS-RUN-INDEX < 1
003140         IF WS-RUN-PROGRAM(WS-RUN-INDEX) = RL-PROGRAM-ID
003150            AND RUN-STARTED-ONLY(WS-RUN-INDEX)
003160             MOVE WS-RUN-INDEX TO WS-MATCH-INDEX
003170             MOVE 1 TO WS-RUN-INDEX
003180         END-IF
003190     END-PERFORM.
003200 1220-EXIT.
003210     EXIT.

003220*---------------------------------------------------------------
003230* 1230-ADD-RUN-ROW
003240* A START, A REFUSAL, OR AN END WHOSE START IS NOT ON THE LOG
003250* FOR THIS DATE.
003260*---------------------------------------------------------------
003270 1230-ADD-RUN-ROW.
003280     IF WS-RUN-COUNT-ROWS NOT < WS-RUN-MAX
003290         ADD 1 TO WS-DROPPED-COUNT
003300         GO TO 1230-EXIT
003310     END-IF
003320     ADD 1 TO WS-RUN-COUNT-ROWS
003330     MOVE WS-RUN-COUNT-ROWS TO WS-RUN-INDEX
003340     INITIALIZE WS-RUN-ENTRY(WS-RUN-INDEX)
003350     MOVE RL-PROGRAM-ID TO WS-RUN-PROGRAM(WS-RUN-INDEX)
003360     MOVE RL-RUN-DATE   TO WS-RUN-START-DATE(WS-RUN-INDEX)
003370     MOVE RL-START-TIME TO WS-RUN-START-TIME(WS-RUN-INDEX)
003380     EVALUATE RL-EVENT
003390         WHEN "START"
003400             MOVE "S" TO WS-RUN-STATE(WS-RUN-INDEX)
003410         WHEN "REFUSED"
003420             MOVE "R" TO WS-RUN-STATE(WS-RUN-INDEX)
003430             MOVE RL-RETURN-CODE TO WS-RUN-RC(WS-RUN-INDEX)
003440             MOVE RL-MESSAGE TO WS-RUN-MESSAGE(WS-RUN-INDEX)
003450         WHEN OTHER
003460             PERFORM 1250-FILL-END-DETAIL THRU 1250-EXIT
003470     END-EVALUATE.
003480 1230-EXIT.
003490     EXIT.

003500 1240-ADD-OVERRIDE-ROW.
003510     IF WS-OVR-COUNT NOT < WS-OVR-MAX
003520         ADD 1 TO WS-DROPPED-COUNT
003530         GO TO 1240-EXIT
003540     END-IF
003550     ADD 1 TO WS-OVR-COUNT
003560     MOVE RL-PROGRAM-ID TO WS-OVR-PROGRAM(WS-OVR-COUNT)
003570     MOVE RL-OPERATOR-INITIALS TO WS-OVR-INITIALS(WS-OVR-COUNT)
003580     MOVE RL-START-TIME TO WS-OVR-TIME(WS-OVR-COUNT)
003590     MOVE RL-MESSAGE    TO WS-OVR-MESSAGE(WS-OVR-COUNT).
003600 1240-EXIT.
003610     EXIT.

003620 1250-FILL-END-DETAIL.
003630     MOVE "E" TO WS-RUN-STATE(WS-RUN-INDEX)
003640     MOVE RL-RUN-DATE    TO WS-RUN-END-DATE(WS-RUN-INDEX)
003650     MOVE RL-END-TIME    TO WS-RUN-END-TIME(WS-RUN-INDEX)
003660     MOVE RL-RETURN-CODE TO WS-RUN-RC(WS-RUN-INDEX)
003670     PERFORM VARYING WS-COUNT-INDEX FROM 1 BY 1
003680         UNTIL WS-COUNT-INDEX > 3
003690         MOVE RL-COUNT-LABEL(WS-COUNT-INDEX)
003700             TO WS-RUN-COUNT-LABEL(WS-RUN-INDEX, WS-COUNT-INDEX)
003710         MOVE RL-COUNT-VALUE(WS-COUNT-INDEX)
003720             TO WS-RUN-COUNT-VALUE(WS-RUN-INDEX, WS-COUNT-INDEX)
003730     END-PERFORM.
003740 1250-EXIT.
003750     EXIT.

003760*---------------------------------------------------------------
003770* 1300-BACK-ONE-DAY
003780* STEPS WS-WALK-DATE BACK ONE CALENDAR DAY.
003790*---------------------------------------------------------------
003800 1300-BACK-ONE-DAY.
003810     IF WS-WALK-DD > 1
003820         SUBTRACT 1 FROM WS-WALK-DD
003830         GO TO 1300-EXIT
003840     END-IF
003850     IF WS-WALK-MM = 1
003860         MOVE 12 TO WS-WALK-MM
003870         SUBTRACT 1 FROM WS-WALK-YYYY
003880     ELSE
003890         SUBTRACT 1 FROM WS-WALK-MM
003900     END-IF
003910     MOVE WS-MONTH-DAYS(WS-WALK-MM) TO WS-WALK-DD
003920     IF WS-WALK-MM = 2
003930         DIVIDE WS-WALK-YYYY BY 4
003940             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-WORK
003950         IF WS-LEAP-WORK = 0
003960             MOVE 29 TO WS-WALK-DD
003970             DIVIDE WS-WALK-YYYY BY 100
003980                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-WORK
003990             IF WS-LEAP-WORK = 0
004000                 DIVIDE WS-WALK-YYYY BY 400
004010                     GIVING WS-LEAP-QUOT
004020                     REMAINDER WS-LEAP-WORK
004030                 IF WS-LEAP-WORK NOT = 0
004040                     MOVE 28 TO WS-WALK-DD
004050                 END-IF
004060             END-IF
004070         END-IF
004080     END-IF.
004090 1300-EXIT.
004100     EXIT.

004110*---------------------------------------------------------------
004120* 2000-PRINT-NIGHTLY-STREAM
004130* EVERY STREAM STEP IN RUNNING ORDER - EACH RUN OF IT, OR A
004140* NOT RUN LINE.
004150*---------------------------------------------------------------
004160 2000-PRINT-NIGHTLY-STREAM.
004170     MOVE "NIGHTLY STREAM" TO WS-REPORT-LINE
004180     WRITE RUN-BOOK-LINE FROM WS-REPORT-LINE
004190     PERFORM 2050-WRITE-COLUMN-HEADINGS THRU 2050-EXIT
004200     PERFORM 2100-PRINT-ONE-STREAM-STEP THRU 2100-EXIT
004210         VARYING WS-STREAM-INDEX FROM 1 BY 1
004220         UNTIL WS-STREAM-INDEX > WS-STREAM-COUNT
004230     MOVE SPACES TO WS-REPORT-LINE
004240     WRITE RUN-BOOK-LINE FROM WS-REPORT-LINE.
004250 2000-EXIT.
004260     EXIT.

004270 2050-WRITE-COLUMN-HEADINGS.
004280     MOVE SPACES TO WS-REPORT-LINE
004290     STRING "STEP         STARTED          "
004300            DELIMITED BY SIZE
004310            "ENDED            RC    OUTCOME     "
004320            DELIMITED BY SIZE
004330            "KEY COUNTS" DELIMITED BY SIZE
004340            INTO WS-REPORT-LINE
004350     WRITE RUN-BOOK-LINE FROM WS-REPORT-LINE
004360     MOVE SPACES TO WS-REPORT-LINE
004370     STRING "------------ ---------------  "
004380            DELIMITED BY SIZE
004390            "---------------  ----  ----------  "
004400            DELIMITED BY SIZE
004410            "----------" DELIMITED BY SIZE
004420            INTO WS-REPORT-LINE
004430     WRITE RUN-BOOK-LINE FROM WS-REPORT-LINE.
004440 2050-EXIT.
004450     EXIT.

004460 2100-PRINT-ONE-STREAM-STEP.
004470     MOVE SPACES TO WS-STEP-RAN-SWITCH(WS-STREAM-INDEX)
004480                    WS-STEP-FIRST-START(WS-STREAM-INDEX)
004490                    WS-STEP-FIRST-END(WS-STREAM-INDEX)
004500     MOVE 0 TO WS-MATCH-INDEX
004510     PERFORM VARYING WS-RUN-INDEX FROM 1 BY 1
004520         UNTIL WS-RUN-INDEX > WS-RUN-COUNT-ROWS
004530         IF WS-RUN-PROGRAM(WS-RUN-INDEX) =
004540            WS-STREAM-NAME(WS-STREAM-INDEX)
004550             MOVE WS-RUN-INDEX TO WS-MATCH-INDEX
004560             PERFORM 2200-PRINT-ONE-RUN THRU 2200-EXIT
004570             PERFORM 2150-NOTE-STREAM-TIMES THRU 2150-EXIT
004580         END-IF
004590     END-PERFORM
004600     IF WS-MATCH-INDEX = 0
004610         MOVE SPACES TO WS-STEP-LINE
004620         MOVE WS-STREAM-NAME(WS-STREAM-INDEX) TO SL-PROGRAM
004630         MOVE "NOT RUN" TO SL-OUTCOME
004640         WRITE RUN-BOOK-LINE FROM WS-STEP-LINE
004650     END-IF.
004660 2100-EXIT.
004670     EXIT.

004680*---------------------------------------------------------------
004690* 2150-NOTE-STREAM-TIMES
004700* A REFUSED RUN DID NOT RUN.  THE FIRST START AND THE FIRST
004710* END BELOW 8 ARE WHAT THE SEQUENCE CHECK COMPARES.
004720*---------------------------------------------------------------
004730 2150-NOTE-STREAM-TIMES.
004740     IF RUN-WAS-REFUSED(WS-RUN-INDEX)
004750         GO TO 2150-EXIT
004760     END-IF
004770     IF NOT STEP-HAS-RUN(WS-STREAM-INDEX)
004780         MOVE "Y" TO WS-STEP-RAN-SWITCH(WS-STREAM-INDEX)
004790         MOVE WS-RUN-START-STAMP(WS-RUN-INDEX)
004800             TO WS-STEP-FIRST-START(WS-STREAM-INDEX)
004810     END-IF
004820     IF RUN-ENDED(WS-RUN-INDEX)
004830        AND WS-RUN-RC(WS-RUN-INDEX) < 8
004840        AND WS-STEP-FIRST-END(WS-STREAM-INDEX) = SPACES
004850         MOVE WS-RUN-END-STAMP(WS-RUN-INDEX)
004860             TO WS-STEP-FIRST-END(WS-STREAM-INDEX)
004870     END-IF.
004880 2150-EXIT.
004890     EXIT.

004900*---------------------------------------------------------------
004910* 2200-PRINT-ONE-RUN
004920* ONE LINE FOR THE RUN AT WS-RUN-INDEX, AND ITS TALLY.
004930*---------------------------------------------------------------
004940 2200-PRINT-ONE-RUN.
004950     MOVE SPACES TO WS-STEP-LINE
004960     MOVE WS-RUN-PROGRAM(WS-RUN-INDEX)    TO SL-PROGRAM
004970     MOVE WS-RUN-START-DATE(WS-RUN-INDEX) TO SL-START-DATE
004980     MOVE WS-RUN-START-TIME(WS-RUN-INDEX) TO SL-START-TIME
004990     IF RUN-WAS-REFUSED(WS-RUN-INDEX)
005000         ADD 1 TO WS-STEPS-REFUSED-COUNT
005010         MOVE WS-RUN-RC(WS-RUN-INDEX) TO WS-RC-DISPLAY
005020         MOVE WS-RC-DISPLAY TO SL-RC
005030         MOVE "REFUSED" TO SL-OUTCOME
005040         MOVE WS-RUN-MESSAGE(WS-RUN-INDEX) TO SL-MESSAGE
005050         WRITE RUN-BOOK-LINE FROM WS-STEP-LINE
005060         GO TO 2200-EXIT
005070     END-IF
005080     ADD 1 TO WS-STEPS-RUN-COUNT
005090     IF RUN-STARTED-ONLY(WS-RUN-INDEX)
005100         ADD 1 TO WS-STEPS-OPEN-COUNT
005110         MOVE "NO END" TO SL-OUTCOME
005120         WRITE RUN-BOOK-LINE FROM WS-STEP-LINE
005130         GO TO 2200-EXIT
005140     END-IF
005150     MOVE WS-RUN-END-DATE(WS-RUN-INDEX) TO SL-END-DATE
005160     MOVE WS-RUN-END-TIME(WS-RUN-INDEX) TO SL-END-TIME
005170     MOVE WS-RUN-RC(WS-RUN-INDEX) TO WS-RC-DISPLAY
005180     MOVE WS-RC-DISPLAY TO SL-RC
005190     EVALUATE TRUE
005200         WHEN WS-RUN-RC(WS-RUN-INDEX) = 0
005210             ADD 1 TO WS-STEPS-OK-COUNT
005220             MOVE "OK" TO SL-OUTCOME
005230         WHEN WS-RUN-RC(WS-RUN-INDEX) < 8
005240             ADD 1 TO WS-STEPS-OK-COUNT
005250             MOVE "WARNING" TO SL-OUTCOME
005260         WHEN OTHER
005270             ADD 1 TO WS-STEPS-FAILED-COUNT
005280             MOVE "FAILED" TO SL-OUTCOME
005290     END-EVALUATE
005300     PERFORM VARYING WS-COUNT-INDEX FROM 1 BY 1
005310         UNTIL WS-COUNT-INDEX > 3
005320         IF WS-RUN-COUNT-LABEL(WS-RUN-INDEX, WS-COUNT-INDEX)
005330            NOT = SPACES
005340             MOVE WS-RUN-COUNT-LABEL(WS-RUN-INDEX, WS-COUNT-INDEX)
005350                 TO SL-COUNT-LABEL(WS-COUNT-INDEX)
005360             MOVE WS-RUN-COUNT-VALUE(WS-RUN-INDEX, WS-COUNT-INDEX)
005370                 TO SL-COUNT-VALUE(WS-COUNT-INDEX)
005380         END-IF
005390     END-PERFORM
005400     WRITE RUN-BOOK-LINE FROM WS-STEP-LINE.
005410 2200-EXIT.
005420     EXIT.

005430*---------------------------------------------------------------
005440* 3000-PRINT-OTHER-STEPS
005450* MONTH-END, CONTEST AND ON-REQUEST STEPS, IN LOG ORDER.
005460*---------------------------------------------------------------
005470 3000-PRINT-OTHER-STEPS.
005480     MOVE "MONTH-END, CONTEST AND ON-REQUEST STEPS"
005490         TO WS-REPORT-LINE
005500     WRITE RUN-BOOK-LINE FROM WS-REPORT-LINE
005510     PERFORM 2050-WRITE-COLUMN-HEADINGS THRU 2050-EXIT
005520     MOVE 0 TO WS-MATCH-INDEX
005530     PERFORM 3100-PRINT-IF-NOT-STREAM THRU 3100-EXIT
005540         VARYING WS-RUN-INDEX FROM 1 BY 1
005550         UNTIL WS-RUN-INDEX > WS-RUN-COUNT-ROWS
005560     IF WS-MATCH-INDEX = 0
005570         MOVE "NONE RAN FOR THIS BUSINESS DATE" TO WS-REPORT-LINE
005580         WRITE RUN-BOOK-LINE FROM WS-REPORT-LINE
005590     END-IF
005600     MOVE SPACES TO WS-REPORT-LINE
005610     WRITE RUN-BOOK-LINE FROM WS-REPORT-LINE.
005620 3000-EXIT.
005630     EXIT.

005640 3100-PRINT-IF-NOT-STREAM.
005650     MOVE WS-RUN-PROGRAM(WS-RUN-INDEX) TO WS-LOOKUP-PROGRAM
005660     PERFORM 8000-CHECK-STREAM-MEMBER THRU 8000-EXIT
005670     IF NOT PROGRAM-IS-IN-STREAM
005680         MOVE WS-RUN-INDEX TO WS-MATCH-INDEX
005690         PERFORM 2200-PRINT-ONE-RUN  THRU 2200-EXIT
005700     END-IF.
005710 3100-EXIT.
005720     EXIT.

005730*---------------------------------------------------------------
005740* 4000-PRINT-EXCEPTIONS
005750* STREAM GAPS, STEPS OUT OF SEQUENCE, STEPS WITH NO END,
005760* FAILED AND REFUSED STEPS, AND EVERY OVERRIDE USED.
005770*---------------------------------------------------------------
005780 4000-PRINT-EXCEPTIONS.
005790     MOVE "GAPS AND EXCEPTIONS" TO WS-REPORT-LINE
005800     WRITE RUN-BOOK-LINE FROM WS-REPORT-LINE
005810     MOVE "-------------------" TO WS-REPORT-LINE
005820     WRITE RUN-BOOK-LINE FROM WS-REPORT-LINE
005830     PERFORM 4100-CHECK-ONE-STREAM-STEP THRU 4100-EXIT
005840         VARYING WS-STREAM-INDEX FROM 1 BY 1
005850         UNTIL WS-STREAM-INDEX > WS-STREAM-COUNT
005860     PERFORM 4300-CHECK-ONE-RUN      THRU 4300-EXIT
005870         VARYING WS-RUN-INDEX FROM 1 BY 1
005880         UNTIL WS-RUN-INDEX > WS-RUN-COUNT-ROWS
005890     PERFORM 4400-LIST-ONE-OVERRIDE  THRU 4400-EXIT
005900         VARYING WS-OVR-INDEX FROM 1 BY 1
005910         UNTIL WS-OVR-INDEX > WS-OVR-COUNT
005920     IF WS-DROPPED-COUNT > 0
005930         MOVE SPACES TO WS-REPORT-LINE
005940         MOVE WS-DROPPED-COUNT TO WS-CTL-DISPLAY-COUNT
005950         STRING "TABLE FULL: " DELIMITED BY SIZE
005960                WS-CTL-DISPLAY-COUNT DELIMITED BY SIZE
005970                " LOG RECORDS NOT SHOWN" DELIMITED BY SIZE
005980                INTO WS-REPORT-LINE
005990         PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
006000     END-IF
006010     IF WS-EXCEPTION-COUNT = 0
006020         MOVE "NONE - THE STREAM RAN COMPLETE AND IN ORDER"
006030             TO WS-REPORT-LINE
006040         WRITE RUN-BOOK-LINE FROM WS-REPORT-LINE
006050     END-IF.
006060 4000-EXIT.
006070     EXIT.

006080*---------------------------------------------------------------
006090* 4100-CHECK-ONE-STREAM-STEP
006100* A STREAM STEP THAT DID NOT RUN IS A GAP.  ONE THAT STARTED
006110* BEFORE THE STEP AHEAD OF IT ENDED CLEAN - OR WITH NO CLEAN
006120* END OF THAT STEP AT ALL - IS OUT OF SEQUENCE.
006130*---------------------------------------------------------------
006140 4100-CHECK-ONE-STREAM-STEP.
006150     IF NOT STEP-HAS-RUN(WS-STREAM-INDEX)
006160         ADD 1 TO WS-GAP-COUNT
006170         MOVE SPACES TO WS-REPORT-LINE
006180         STRING "GAP        : " DELIMITED BY SIZE
006190                WS-STREAM-NAME(WS-STREAM-INDEX)
006200                DELIMITED BY SPACE
006210                " DID NOT RUN" DELIMITED BY SIZE
006220                INTO WS-REPORT-LINE
006230         PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
006240         GO TO 4100-EXIT
006250     END-IF
006260     IF WS-STREAM-INDEX = 1
006270         GO TO 4100-EXIT
006280     END-IF
006290     COMPUTE WS-PRIOR-INDEX = WS-STREAM-INDEX - 1
006300     IF NOT STEP-HAS-RUN(WS-PRIOR-INDEX)
006310         GO TO 4100-EXIT
006320     END-IF
006330     IF WS-STEP-FIRST-END(WS-PRIOR-INDEX) = SPACES
006340         ADD 1 TO WS-GAP-COUNT
006350         MOVE SPACES TO WS-REPORT-LINE
006360         STRING "SEQUENCE   : " DELIMITED BY SIZE
006370                WS-STREAM-NAME(WS-STREAM-INDEX)
006380                DELIMITED BY SPACE
006390                " RAN WITHOUT A CLEAN END OF "
006400                DELIMITED BY SIZE
006410                WS-STREAM-NAME(WS-PRIOR-INDEX)
006420                DELIMITED BY SPACE
006430                INTO WS-REPORT-LINE
006440         PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
006450         GO TO 4100-EXIT
006460     END-IF
006470     IF WS-STEP-FIRST-START(WS-STREAM-INDEX) <
006480        WS-STEP-FIRST-END(WS-PRIOR-INDEX)
006490         ADD 1 TO WS-GAP-COUNT
006500         MOVE SPACES TO WS-REPORT-LINE
006510         STRING "SEQUENCE   : " DELIMITED BY SIZE
006520                WS-STREAM-NAME(WS-STREAM-INDEX)
006530                DELIMITED BY SPACE
006540                " STARTED BEFORE " DELIMITED BY SIZE
006550                WS-STREAM-NAME(WS-PRIOR-INDEX)
006560                DELIMITED BY SPACE
006570                " ENDED" DELIMITED BY SIZE
006580                INTO WS-REPORT-LINE
006590         PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
006600     END-IF.
006610 4100-EXIT.
006620     EXIT.

006630 4300-CHECK-ONE-RUN.
006640     MOVE SPACES TO WS-REPORT-LINE
006650     MOVE WS-RUN-RC(WS-RUN-INDEX) TO WS-RC-DISPLAY
006660     EVALUATE TRUE
006670         WHEN RUN-WAS-REFUSED(WS-RUN-INDEX)
006680             STRING "REFUSED    : " DELIMITED BY SIZE
006690                    WS-RUN-PROGRAM(WS-RUN-INDEX)
006700                    DELIMITED BY SPACE
006710                    " AT " DELIMITED BY SIZE
006720                    WS-RUN-START-TIME(WS-RUN-INDEX)
006730                    DELIMITED BY SIZE
006740                    " - " DELIMITED BY SIZE
006750                    WS-RUN-MESSAGE(WS-RUN-INDEX)
006760                    DELIMITED BY SIZE
006770                    INTO WS-REPORT-LINE
006780         WHEN RUN-STARTED-ONLY(WS-RUN-INDEX)
006790             STRING "INCOMPLETE : " DELIMITED BY SIZE
006800                    WS-RUN-PROGRAM(WS-RUN-INDEX)
006810                    DELIMITED BY SPACE
006820                    " STARTED " DELIMITED BY SIZE
006830                    WS-RUN-START-TIME(WS-RUN-INDEX)
006840                    DELIMITED BY SIZE
006850                    " - NO END RECORD ON THE LOG"
006860                    DELIMITED BY SIZE
006870                    INTO WS-REPORT-LINE
006880         WHEN WS-RUN-RC(WS-RUN-INDEX) NOT < 8
006890             STRING "FAILED     : " DELIMITED BY SIZE
006900                    WS-RUN-PROGRAM(WS-RUN-INDEX)
006910                    DELIMITED BY SPACE
006920                    " ENDED " DELIMITED BY SIZE
006930                    WS-RUN-END-TIME(WS-RUN-INDEX)
006940                    DELIMITED BY SIZE
006950                    " RETURN-CODE " DELIMITED BY SIZE
006960                    WS-RC-DISPLAY DELIMITED BY SIZE
006970                    INTO WS-REPORT-LINE
006980         WHEN OTHER
006990             GO TO 4300-EXIT
007000     END-EVALUATE
007010     PERFORM 4900-WRITE-EXCEPTION    THRU 4900-EXIT.
007020 4300-EXIT.
007030     EXIT.

007040 4400-LIST-ONE-OVERRIDE.
007050     MOVE SPACES TO WS-REPORT-LINE
007060     STRING "OVERRIDE   : " DELIMITED BY SIZE
007070            WS-OVR-PROGRAM(WS-OVR-INDEX) DELIMITED BY SPACE
007080            " AT " DELIMITED BY SIZE
007090            WS-OVR-TIME(WS-OVR-INDEX) DELIMITED BY SIZE
007100            " BY " DELIMITED BY SIZE
007110            WS-OVR-INITIALS(WS-OVR-INDEX) DELIMITED BY SIZE
007120            " BYPASSED: " DELIMITED BY SIZE
007130            WS-OVR-MESSAGE(WS-OVR-INDEX) DELIMITED BY SIZE
007140            INTO WS-REPORT-LINE
007150     PERFORM 4900-WRITE-EXCEPTION    THRU 4900-EXIT.
007160 4400-EXIT.
007170     EXIT.

007180 4900-WRITE-EXCEPTION.
007190     ADD 1 TO WS-EXCEPTION-COUNT
007200     MOVE 4 TO WS-MAX-SEVERITY
007210     WRITE RUN-BOOK-LINE FROM WS-REPORT-LINE.
007220 4900-EXIT.
007230     EXIT.

007240*---------------------------------------------------------------
007250* 8000-CHECK-STREAM-MEMBER
007260* SETS PROGRAM-IS-IN-STREAM FOR THE NAME IN WS-LOOKUP-PROGRAM.
007270*---------------------------------------------------------------
007280 8000-CHECK-STREAM-MEMBER.
007290     MOVE "N" TO WS-STREAM-MEMBER-SWITCH
007300     PERFORM VARYING WS-PRIOR-INDEX FROM 1 BY 1
007310         UNTIL WS-PRIOR-INDEX > WS-STREAM-COUNT
007320         IF WS-STREAM-NAME(WS-PRIOR-INDEX) = WS-LOOKUP-PROGRAM
007330             SET PROGRAM-IS-IN-STREAM TO TRUE
007340         END-IF
007350     END-PERFORM.
007360 8000-EXIT.
007370     EXIT.

007380*---------------------------------------------------------------
007390* 9000-TERMINATE-RUN
007400*---------------------------------------------------------------
007410 9000-TERMINATE-RUN.
007420     MOVE SPACES TO WS-REPORT-LINE
007430     WRITE RUN-BOOK-LINE FROM WS-REPORT-LINE
007440     MOVE "SUDOKURUN RUN SUMMARY" TO WS-REPORT-LINE
007450     WRITE RUN-BOOK-LINE FROM WS-REPORT-LINE
007460     MOVE "STEPS RUN . . . . . . . . . . : " TO WS-REPORT-LINE
007470     MOVE WS-STEPS-RUN-COUNT TO WS-CTL-DISPLAY-COUNT
007480     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
007490     MOVE "ENDED BELOW RETURN-CODE 8 . . : " TO WS-REPORT-LINE
007500     MOVE WS-STEPS-OK-COUNT TO WS-CTL-DISPLAY-COUNT
007510     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
007520     MOVE "FAILED  . . . . . . . . . . . : " TO WS-REPORT-LINE
007530     MOVE WS-STEPS-FAILED-COUNT TO WS-CTL-DISPLAY-COUNT
007540     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
007550     MOVE "NO END RECORD . . . . . . . . : " TO WS-REPORT-LINE
007560     MOVE WS-STEPS-OPEN-COUNT TO WS-CTL-DISPLAY-COUNT
007570     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
007580     MOVE "REFUSED AT START-UP . . . . . : " TO WS-REPORT-LINE
007590     MOVE WS-STEPS-REFUSED-COUNT TO WS-CTL-DISPLAY-COUNT
007600     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
007610     MOVE "OVERRIDES USED  . . . . . . . : " TO WS-REPORT-LINE
007620     MOVE WS-OVR-COUNT TO WS-CTL-DISPLAY-COUNT
007630     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
007640     MOVE "STREAM GAPS / SEQUENCE ERRORS : " TO WS-REPORT-LINE
007650     MOVE WS-GAP-COUNT TO WS-CTL-DISPLAY-COUNT
007660     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
007670     CLOSE RUN-BOOK-FILE.
007680 9000-EXIT.
007690     EXIT.

007700 9100-WRITE-ONE-TOTAL.
007710     MOVE WS-CTL-DISPLAY-COUNT TO WS-REPORT-LINE(33:5)
007720     WRITE RUN-BOOK-LINE FROM WS-REPORT-LINE.
007730 9100-EXIT.
007740     EXIT.
