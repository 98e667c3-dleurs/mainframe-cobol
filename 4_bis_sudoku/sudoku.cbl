001856*                WITH NO CEILING.  AN EXISTING SEQUENTIAL
001857*                HISTORY MUST BE RELOADED ONCE INTO THE INDEXED
001858*                LAYOUT BEFORE THIS VERSION RUNS.
001859* 15-10-2026 DL  RUN-CONTROL LOG.  THE STEP NOW APPENDS A START
001860*                AND AN END RECORD - BUSINESS DATE, START AND
001861*                END TIME, RETURN-CODE AND KEY RECORD COUNTS -
001862*                TO THE SHARED RUNCTL FILE READ BY THE SUDOKURUN
001863*                RUN-BOOK.  AT START-UP IT REFUSES TO RUN,
001864*                RETURN-CODE 12, UNLESS THE LOG SHOWS A CLEAN
001865*                (RETURN-CODE 0) SUDOKUAUD FOR THE BUSINESS DATE
001866*                AND A GOOD SUDOKUBKP SINCE THE LAST LIBRARY
001867*                CHANGE.  AN OVERRIDE=SUDOKUFACILE,INITIALS CARD
001868*                ON RUNOVRD BYPASSES THE CHECK AND THE BYPASS IS
001869*                LOGGED AGAINST THE INITIALS.
001870* 15-10-2026 DL  THE LIBRARY RECORD CARRIES THE NEW
001871*                PL-TEMPLATE-ID STAMPED BY SUDOKUGEN ON PUZZLES
001872*                BUILT TO A CLUE-PATTERN TEMPLATE.  THE COVERAGE
001873*                REPORT SPLITS EACH SIZE AND BAND'S STOCK INTO
001874*                THEMED (TEMPLATE) AND PLAIN, SO A HOLIDAY SPECIAL
001875*                IS NOT MISTAKEN FOR EVERYDAY COVER.  NOTE THE
001876*                RECORD GREW FROM 163 TO 169 BYTES - AN EXISTING
001877*                LIBRARY MUST BE RELOADED ONCE INTO THE NEW LAYOUT
001878*                (TEMPLATE-ID SPACES) BEFORE THIS VERSION RUNS.
001879* 15-10-2026 DL  CONSTRAINT PROPAGATION.  12x12 EXPERT GRIDS WERE
001880*                COSTING HUNDREDS OF THOUSANDS OF BACKTRACK STEPS
001881*                AND A UNIQUENESS PROOF THAT RAN PAST THE STEP
001882*                LIMIT WAS REJECTED AS MULTI-SOLUTION, SO GOOD
001883*                PUZZLES WENT TO SUSPENSE UNDER MLT.  THE SOLVE
001884*                AND THE PROOF NOW FILL EVERY NAKED AND HIDDEN
001885*                SINGLE BEFORE THE SEARCH AND AFTER EVERY GUESS,
001886*                AND ONLY GUESS AT THE OPEN CELL WITH THE FEWEST
001887*                CANDIDATES.  A PROOF THAT STILL RUNS OUT OF
001888*                STEPS GOES TO SUSPENSE UNDER ITS OWN REASON, EXH
001889*                (SEARCH EXHAUSTED), COUNTED APART FROM MLT.  THE
001890*                RUN-STATS "P" AND "R" RECORDS CARRY THE STEPS
001891*                SAVED (CELLS FILLED BY PROPAGATION, NOT BY THE
001892*                SEARCH) AND THE PERFORMANCE REPORT SHOWS THEM
001893*                AGAINST THE TREND - APPENDED, SO RUN-STATS
001894*                RECORDS WRITTEN EARLIER STILL READ.
001895* 15-10-2026 DL  TRANSMISSION ENVELOPES.  EACH SUBSCRIBER FILE
001896*                NOW OPENS WITH A HEADER RECORD (SUBSCRIBER-ID,
001897*                SHIP DATE, TRANSMISSION SEQUENCE NUMBER) AND
001898*                CLOSES WITH A TRAILER (RECORD COUNT, COPY COUNT
001899*                AND A HASH TOTAL OF THE PUZZLE-IDS SHIPPED).
001900*                SEQUENCE NUMBERS RUN PER SUBSCRIBER FROM THE
001901*                NEW CUMULATIVE TRANSMISSION LOG XMITLOG, WHICH
001902*                GETS ONE RECORD PER ENVELOPE CLOSED FOR THE
001903*                SUDOKUACK RECONCILIATION.  THE CHECKPOINT CARRIES
001904*                THE OPEN ENVELOPES SO A RESTART FINISHES THEM
001905*                WITH THE RIGHT COUNTS.  THE LEDGER RECORD GAINS
001906*                THE TRANSMISSION SEQUENCE AND AN ACKNOWLEDGMENT
001907*                STATUS (BLANK UNTIL SUDOKUACK MARKS IT) - THE
001908*                RECORD GREW FROM 23 TO 30 BYTES, APPENDED, SO
001909*                LEDGER RECORDS WRITTEN EARLIER STILL READ.
001910* 15-10-2026 DL  THE START-UP CHECK NO LONGER WANTS A SUDOKUBKP
001911*                SINCE THE LAST LIBRARY CHANGE - SUDOKULIB RUNS
001912*                AFTER THE BACKUP EVERY NIGHT, SO THE DAILY RUN
001913*                (AND BIL, CHK AND WLK BEHIND IT) WAS REFUSED IN
001914*                THE NORMAL STREAM ORDER.  THIS STEP DOES NOT
001915*                CHANGE THE LIBRARY; ONLY THE CLEAN SUDOKUAUD
001916*                FOR THE BUSINESS DATE IS NOW REQUIRED.
001917*---------------------------------------------------------------
001918
001919 ENVIRONMENT DIVISION.
001920 INPUT-OUTPUT SECTION.
001921 FILE-CONTROL.
001922     SELECT PUZZLE-LIB-FILE    ASSIGN TO "PUZZLIB"
001923            ORGANIZATION       IS INDEXED
001924            ACCESS MODE        IS SEQUENTIAL
001925            RECORD KEY         IS PL-PUZZLE-ID
001926            FILE STATUS        IS WS-PUZZLE-LIB-STATUS.
001930     SELECT SUDOKU-PRINT-FILE  ASSIGN TO "PRTFILE"
001940            ORGANIZATION       IS LINE SEQUENTIAL.
001950     SELECT OPTIONAL SOLUTION-FILE
002414            ASSIGN TO "LEDGER"
002416            ORGANIZATION       IS LINE SEQUENTIAL
002418            FILE STATUS        IS WS-LEDGER-STATUS.
002419     SELECT OPTIONAL XMIT-LOG-FILE
002420            ASSIGN TO "XMITLOG"
002421            ORGANIZATION       IS LINE SEQUENTIAL
002422            FILE STATUS        IS WS-XMIT-STATUS.
002423     SELECT OPTIONAL RUN-CONTROL-FILE
002424            ASSIGN TO "RUNCTL"
002425            ORGANIZATION       IS LINE SEQUENTIAL
002426            FILE STATUS        IS WS-RUNCTL-STATUS.
002427     SELECT OPTIONAL RUN-OVERRIDE-FILE
002428            ASSIGN TO "RUNOVRD"
002429            ORGANIZATION       IS LINE SEQUENTIAL
002430            FILE STATUS        IS WS-RUNOVR-STATUS.
002431
002432 DATA DIVISION.
002440 FILE SECTION.
002450 FD  PUZZLE-LIB-FILE
002460     LABEL RECORDS ARE STANDARD.
002510     05  PL-GRID-SIZE           PIC 9(02).
002520     05  PL-PUZZLE-LAYOUT       PIC X(144).
002530     05  PL-HOLD-FLAG           PIC X(01).
002531     05  PL-TEMPLATE-ID         PIC X(06).
002540
002550 FD  SUDOKU-PRINT-FILE
002560     LABEL RECORDS ARE STANDARD.
002680     05  CK-LAST-PUZZLE-ID      PIC X(06).
002690     05  CK-KEY-PAGE-NUMBER     PIC 9(03).
002700     05  CK-KEY-LINE-COUNT      PIC 9(02).
002701     05  CK-ENV-SHIP-DATE       PIC X(08).
002702     05  CK-ENVELOPE-AREA.
002703         10  CK-ENVELOPE        OCCURS 4 TIMES.
002704             15  CK-ENV-XMIT-SEQ
002705                                PIC 9(06).
002706             15  CK-ENV-LINE-COUNT
002707                                PIC 9(07).
002708             15  CK-ENV-COPY-COUNT
002709                                PIC 9(05).
002710             15  CK-ENV-HASH-TOTAL
002711                                PIC 9(11).
002712
002720 FD  CONTROL-REPORT-FILE
002730     LABEL RECORDS ARE STANDARD.
002740 01  CONTROL-LINE               PIC X(132).
002770     LABEL RECORDS ARE STANDARD.
002780 01  EXPORT-LINE                PIC X(400).
002790 
002791
002800 FD  PUBLISHED-HIST-FILE
002810     LABEL RECORDS ARE STANDARD.
002820 01  PUBLISHED-HIST-RECORD.
002870     05  HP-PUZZLE-LAYOUT       PIC X(144).
002880     05  HP-CANONICAL-FORM      PIC X(144).
002890 
002891
002900 FD  SUSPENSE-FILE
002910     LABEL RECORDS ARE STANDARD.
002920 01  SUSPENSE-RECORD.
003020     05  SP-ERROR-DIGIT         PIC X(01).
003030     05  SP-REJECT-DATE         PIC X(08).
003040 
003041
003050 FD  SUSPENSE-IN-FILE
003060     LABEL RECORDS ARE STANDARD.
003070 01  SUSPENSE-IN-RECORD.
003170     05  SI-ERROR-DIGIT         PIC X(01).
003180     05  SI-REJECT-DATE         PIC X(08).
003190 
003191
003200 FD  SCHEDULE-FILE
003210     LABEL RECORDS ARE STANDARD.
003220 01  SCHEDULE-RECORD.
003230     05  SC-PUZZLE-ID           PIC X(06).
003240     05  SC-PUB-DATE            PIC X(08).
003250 
003251
003260 FD  COVERAGE-REPORT-FILE
003270     LABEL RECORDS ARE STANDARD.
003280 01  COVERAGE-LINE              PIC X(132).
003290 
003291
003300 FD  EDITION-MASTER-FILE
003310     LABEL RECORDS ARE STANDARD.
003320 01  EDITION-MASTER-RECORD.
003400     05  EM-TAKES-KEY           PIC X(01).
003410     05  EM-TAKES-EXPORT        PIC X(01).
003420 
003421
003430 FD  SUBSCRIBER-OUT-1
003440     LABEL RECORDS ARE STANDARD.
003450 01  SUB1-LINE                  PIC X(400).
003460 
003461
003470 FD  SUBSCRIBER-OUT-2
003480     LABEL RECORDS ARE STANDARD.
003490 01  SUB2-LINE                  PIC X(400).
003500 
003501
003510 FD  SUBSCRIBER-OUT-3
003520     LABEL RECORDS ARE STANDARD.
003530 01  SUB3-LINE                  PIC X(400).
003540 
003541
003550 FD  SUBSCRIBER-OUT-4
003560     LABEL RECORDS ARE STANDARD.
003570 01  SUB4-LINE                  PIC X(400).
003580 
003581
003590 FD  ANSWER-KEY-FILE
003600     LABEL RECORDS ARE STANDARD.
003610 01  ANSWER-KEY-LINE            PIC X(132).
003620 
003621
003630 FD  RUN-STATS-FILE
003640     LABEL RECORDS ARE STANDARD.
003650 01  RUN-STATS-RECORD.
003710         10  ST-BLANK-COUNT     PIC 9(03).
003720         10  ST-ITERATIONS      PIC 9(09).
003730         10  ST-ELAPSED-HUND    PIC 9(07).
003731         10  ST-STEPS-SAVED     PIC 9(09).
003740     05  ST-RUN-DETAIL REDEFINES ST-PUZZLE-DETAIL.
003750         10  ST-RUN-PUZZLE-COUNT
003760                                PIC 9(05).
003770         10  ST-RUN-ELAPSED-HUND
003780                                PIC 9(09).
003781         10  ST-RUN-STEPS-SAVED
003782                                PIC 9(11).
003790         10  FILLER             PIC X(11).
003800 
003801
003810 FD  PERFORMANCE-RPT-FILE
003820     LABEL RECORDS ARE STANDARD.
003830 01  PERFORMANCE-LINE           PIC X(132).
003838     05  DL-PUZZLE-ID           PIC X(06).
003839     05  DL-GRID-SIZE           PIC 9(02).
003840     05  DL-PRODUCT-CODE        PIC X(03).
003841     05  DL-XMIT-SEQ            PIC 9(06).
003842     05  DL-ACK-STATUS          PIC X(01).
003843         88  DL-ACK-PENDING     VALUE SPACE.
003844         88  DL-ACKNOWLEDGED    VALUE "A".
003845         88  DL-DISPUTED        VALUE "D".
003846
003847 FD  XMIT-LOG-FILE
003848     LABEL RECORDS ARE STANDARD.
003849 01  XMIT-LOG-RECORD.
003850     05  XL-SUBSCRIBER-ID       PIC X(04).
003851     05  XL-SHIP-DATE           PIC X(08).
003852     05  XL-XMIT-SEQ            PIC 9(06).
003853     05  XL-LINE-COUNT          PIC 9(07).
003854     05  XL-COPY-COUNT          PIC 9(05).
003855     05  XL-HASH-TOTAL          PIC 9(11).
003856
003857 FD  RUN-CONTROL-FILE
003858     LABEL RECORDS ARE STANDARD.
003859 01  RUN-CONTROL-RECORD.
003860     05  RL-PROGRAM-ID          PIC X(12).
003861     05  RL-BUSINESS-DATE       PIC X(08).
003862     05  RL-EVENT               PIC X(08).
003863     05  RL-RUN-DATE            PIC X(08).
003864     05  RL-START-TIME          PIC X(06).
003865     05  RL-END-TIME            PIC X(06).
003866     05  RL-RETURN-CODE         PIC 9(04).
003867     05  RL-COUNT OCCURS 3 TIMES.
003868         10  RL-COUNT-LABEL     PIC X(10).
003869         10  RL-COUNT-VALUE     PIC 9(09).
003870     05  RL-OPERATOR-INITIALS   PIC X(03).
003871     05  RL-MESSAGE             PIC X(40).
003872
003873 FD  RUN-OVERRIDE-FILE
003874     LABEL RECORDS ARE STANDARD.
003875 01  RUN-OVERRIDE-RECORD        PIC X(80).
003876
003877 WORKING-STORAGE SECTION.
003878*---------------------------------------------------------------
003879* THE PUZZLE GRID ITSELF.  SIZED FOR THE LARGEST VARIANT WE
003880* PUBLISH (12x12); WS-GRID-SIZE SAYS HOW MUCH OF IT IS ACTUALLY
003890* IN PLAY FOR THE PUZZLE CURRENTLY LOADED - 6 FOR THE JUNIOR
003900* EDITION, 9 FOR STANDARD, 12 FOR THE PUZZLE-OF-THE-WEEK.
004210     05  WS-STG-DIFFICULTY-REQ  PIC X(06).
004220     05  WS-STG-GRID-SIZE       PIC 9(02).
004230     05  WS-STG-HOLD-FLAG       PIC X(01).
004231     05  WS-STG-TEMPLATE-ID     PIC X(06).
004240 
004250*---------------------------------------------------------------
004260* PUBLICATION SCHEDULE AND FORWARD-COVERAGE WORK AREAS.  THE
004580     05  WS-COV-SCHEDULED-SIZE OCCURS 3 TIMES.
004590         10  WS-COV-SCHEDULED   OCCURS 3 TIMES
004600                                PIC 9(05) VALUE 0.
004601 01  WS-COV-THEMED-TABLE.
004602     05  WS-COV-THEMED-SIZE OCCURS 3 TIMES.
004603         10  WS-COV-THEMED      OCCURS 3 TIMES
004604                                PIC 9(05) VALUE 0.
004610 77  WS-COV-SIZE-INDEX            PIC 9(01).
004620 77  WS-COV-DIFF-INDEX            PIC 9(01).
004630 77  WS-COV-TOTAL                 PIC 9(05).
005039 77  WS-LEDGER-STATUS             PIC X(02) VALUE "00".
005040     88  LEDGER-FILE-OK           VALUE "00".
005041 77  WS-LEDGER-PRODUCT            PIC X(03) VALUE SPACES.
005042*---------------------------------------------------------------
005043* TRANSMISSION ENVELOPE WORK AREAS.  EVERY SUBSCRIBER FILE IS
005044* ONE TRANSMISSION - A HEADER RECORD, THE DATA LINES, AND A
005045* TRAILER WITH THE NUMBER OF DATA LINES, THE NUMBER OF PRODUCT
005046* COPIES (LEDGER RECORDS) AND THEIR HASH TOTAL - THE SUM OF THE
005047* NUMERIC PART (LAST FIVE CHARACTERS) OF EACH COPY'S PUZZLE-ID.
005048* THE SEQUENCE NUMBER IS ONE PAST THE SUBSCRIBER'S HIGHEST ON
005049* THE TRANSMISSION LOG.  WS-ENV-TABLE MATCHES CK-ENVELOPE-AREA
005050* BYTE FOR BYTE SO THE CHECKPOINT CAN CARRY IT WHOLE.
005051*---------------------------------------------------------------
005052 77  WS-XMIT-STATUS               PIC X(02) VALUE "00".
005053     88  XMIT-FILE-OK             VALUE "00".
005054     88  XMIT-FILE-EOF            VALUE "10".
005055 77  WS-ENV-SHIP-DATE             PIC X(08) VALUE SPACES.
005056 77  WS-ENV-HASH-PART             PIC 9(05).
005057 77  WS-ENV-LOG-INDEX             PIC 9(01).
005058 77  WS-ENV-LINE-SWITCH           PIC X(01) VALUE "N".
005059     88  WRITING-ENVELOPE-LINE    VALUE "Y".
005060 77  WS-ENV-RESTORED-SWITCH       PIC X(01) VALUE "N".
005061     88  ENVELOPES-RESTORED       VALUE "Y".
005062 01  WS-ENV-TABLE.
005063     05  WS-ENV-ENTRY OCCURS 4 TIMES.
005064         10  WS-ENV-XMIT-SEQ    PIC 9(06) VALUE 0.
005065         10  WS-ENV-LINE-COUNT  PIC 9(07) VALUE 0.
005066         10  WS-ENV-COPY-COUNT  PIC 9(05) VALUE 0.
005067         10  WS-ENV-HASH-TOTAL  PIC 9(11) VALUE 0.
005068 01  WS-ENV-HEADER.
005069     05  WS-ENVH-RECORD-TYPE    PIC X(03) VALUE "HDR".
005070     05  WS-ENVH-SUBSCRIBER-ID  PIC X(04).
005071     05  WS-ENVH-SHIP-DATE      PIC X(08).
005072     05  WS-ENVH-XMIT-SEQ       PIC 9(06).
005073     05  WS-ENVH-SUBSCRIBER-NAME
005074                                PIC X(20).
005075 01  WS-ENV-TRAILER.
005076     05  WS-ENVT-RECORD-TYPE    PIC X(03) VALUE "TRL".
005077     05  WS-ENVT-SUBSCRIBER-ID  PIC X(04).
005078     05  WS-ENVT-SHIP-DATE      PIC X(08).
005079     05  WS-ENVT-XMIT-SEQ       PIC 9(06).
005080     05  WS-ENVT-LINE-COUNT     PIC 9(07).
005081     05  WS-ENVT-COPY-COUNT     PIC 9(05).
005082     05  WS-ENVT-HASH-TOTAL     PIC 9(11).
005083
005084 01  WS-PAGE-IMAGE-TABLE.
005085     05  WS-PAGE-IMAGE OCCURS 60 TIMES
005086                                PIC X(132).
005087 77  WS-PAGE-LINE-COUNT           PIC 9(02) VALUE 0.
005088 77  WS-PAGE-LINE-INDEX           PIC 9(02).
005090 01  WS-SUB-OUT-LINE              PIC X(400).
005100 
005110*---------------------------------------------------------------
005330* READS BACK.  WS-PUZZLE-ITERATIONS COUNTS EVERY
005340* 2630-ADVANCE-ONE-CELL STEP, THE UNIQUENESS SEARCH
005350* INCLUDED - THAT IS THE WORK THE BATCH WINDOW ACTUALLY
005360* PAYS FOR.  WS-PROP-PLACED-COUNT COUNTS THE CELLS
005361* CONSTRAINT PROPAGATION FILLED, EACH A STEP THE OLD
005362* CELL-BY-CELL WALK WOULD HAVE HAD TO TAKE - THE STEPS SAVED.
005370*---------------------------------------------------------------
005380 77  WS-STATS-STATUS              PIC X(02) VALUE "00".
005390     88  STATS-FILE-OK            VALUE "00".
005510 77  WS-SOLVE-ELAPSED-HUND        PIC 9(09) COMP VALUE 0.
005520 77  WS-RUN-PUZZLE-TOTAL          PIC 9(05) VALUE 0.
005530 77  WS-RUN-ELAPSED-TOTAL         PIC 9(09) COMP VALUE 0.
005531 77  WS-RUN-STEPS-SAVED           PIC 9(11) COMP VALUE 0.
005540 
005550 01  WS-HEAVY-TABLE.
005560     05  WS-HEAVY-ENTRY OCCURS 10 TIMES.
005590         10  WS-HEAVY-BLANKS    PIC 9(03).
005600         10  WS-HEAVY-ITER      PIC 9(09).
005610         10  WS-HEAVY-ELAPSED   PIC 9(07).
005611         10  WS-HEAVY-SAVED     PIC 9(09).
005620 77  WS-HEAVY-COUNT               PIC 9(02) VALUE 0.
005630 77  WS-HEAVY-INDEX               PIC 9(02).
005640 77  WS-HEAVY-SLOT                PIC 9(02).
005690         10  WS-TREND-DATE      PIC X(08).
005700         10  WS-TREND-PUZZLES   PIC 9(05).
005710         10  WS-TREND-ELAPSED   PIC 9(09).
005711         10  WS-TREND-SAVED     PIC 9(11).
005712         10  WS-TREND-SAVED-KEPT
005713                                PIC X(01).
005720 77  WS-TREND-COUNT               PIC 9(02) VALUE 0.
005730 77  WS-TREND-INDEX               PIC 9(02).
005740 
005760 01  WS-ITER-DISPLAY              PIC ZZZZZZZZ9.
005770 01  WS-SECONDS-DISPLAY           PIC ZZZZZ9.99.
005780 77  WS-SECONDS-WORK              PIC 9(07)V99.
005781 01  WS-SAVED-DISPLAY             PIC Z(10)9.
005790
005800 77  WS-CELL-INDEX                PIC 9(03).
005810 77  WS-PUZZLE-LIB-STATUS         PIC X(02) VALUE "00".
006370 77  WS-CTL-REJECTED-COUNT         PIC 9(05) VALUE 0.
006380 77  WS-CTL-UNSOLVABLE-COUNT       PIC 9(05) VALUE 0.
006390 77  WS-CTL-MULTI-SOLN-COUNT       PIC 9(05) VALUE 0.
006391 77  WS-CTL-EXHAUSTED-COUNT        PIC 9(05) VALUE 0.
006400 77  WS-CTL-HELD-COUNT            PIC 9(05) VALUE 0.
006410 77  WS-CTL-DUPLICATE-COUNT       PIC 9(05) VALUE 0.
006420 77  WS-CTL-SUSPENSE-COUNT        PIC 9(05) VALUE 0.
007270*---------------------------------------------------------------
007280* SOLUTION GRID AND BACKTRACKING SOLVER WORK AREAS - USED BY
007290* 2600-SOLVE-SUDOKU TO PRODUCE THE COMPLETED ANSWER FOR EVERY
007300* PUZZLE PRINTED, FOR SOLUTION-FILE.  WS-SOLUTIONS-FOUND
007301* COUNTS THE COMPLETED GRIDS THE SEARCH HAS REACHED.
007310*---------------------------------------------------------------
007320 01  SOLUTION-GRID.
007330     05  SOLUTION-ROW OCCURS 12 TIMES.
007570 77  WS-SOLVE-SWITCH               PIC X(01) VALUE "Y".
007580     88  SOLVE-SUCCEEDED           VALUE "Y".
007590     88  SOLVE-FAILED              VALUE "N".
007591
007592 77  WS-SOLUTIONS-FOUND            PIC 9(01) VALUE 0.
007600 
007610*---------------------------------------------------------------
007620* UNIQUENESS-PROOF WORK AREAS - AFTER 2620-RUN-BACKTRACK-SOLVER
007670* SEARCH IS CAPPED AT WS-SEARCH-STEP-LIMIT STEPS SO ONE BADLY
007680* CONSTRUCTED WIDE-OPEN GRID CANNOT PIN THE BATCH WINDOW TO A
007690* SINGLE PROOF - A PUZZLE WHOSE UNIQUENESS CANNOT BE SHOWN
007700* WITHIN THE LIMIT IS NOT PUBLISHABLE EITHER, BUT IT IS MARKED
007710* SOLUTION-NOT-PROVEN AND SUSPENDED UNDER EXH, NOT MLT - NO
007711* SECOND ANSWER WAS EVER FOUND.
007720*---------------------------------------------------------------
007730 01  WS-FIRST-SOLUTION            PIC X(288).
007740 
007750 77  WS-UNIQUENESS-SWITCH          PIC X(01) VALUE "Y".
007760     88  SOLUTION-IS-UNIQUE        VALUE "Y".
007770     88  SOLUTION-IS-MULTIPLE      VALUE "N".
007771     88  SOLUTION-NOT-PROVEN       VALUE "X".
007780 
007790 77  WS-SEARCH-STEP-COUNT          PIC 9(09) COMP VALUE 0.
007800 77  WS-SEARCH-STEP-LIMIT          PIC 9(09) COMP
007810                                   VALUE 500000.
007811
007812*---------------------------------------------------------------
007813* CONSTRAINT-PROPAGATION WORK AREAS.  BEFORE THE SEARCH AND
007814* AFTER EVERY GUESS IT MAKES, 2660-PROPAGATE-CONSTRAINTS STRIKES
007815* OUT THE DIGITS EACH OPEN CELL CAN NO LONGER TAKE AND FILLS
007816* EVERY CELL LEFT WITH ONE CANDIDATE (NAKED SINGLE) AND EVERY
007817* DIGIT LEFT WITH ONE HOME IN ITS ROW, COLUMN OR BOX (HIDDEN
007818* SINGLE), OVER AND OVER UNTIL NOTHING MORE FOLLOWS.  THE
007819* SEARCH ONLY GUESSES AT WHAT IS LEFT, ALWAYS AT THE OPEN CELL
007820* WITH THE FEWEST CANDIDATES.  EACH LEVEL OF THE SEARCH KEEPS
007821* THE GRID AS IT STOOD BEFORE ITS GUESS, SO A GUESS THAT LEADS
007822* NOWHERE IS UNDONE BY PUTTING THAT GRID BACK - PROPAGATION
007823* FILLS MANY CELLS PER GUESS AND A CELL-BY-CELL UNWIND WOULD
007824* NOT KNOW WHICH ONES TO CLEAR.  A GRID CAN NEED AT MOST ONE
007825* LEVEL PER OPEN CELL, HENCE 144 LEVELS.  WS-DIGIT-USED-TABLE
007826* SAYS WHICH DIGITS EACH ROW, COLUMN AND BOX ALREADY HOLDS
007827* ("Y"); BOXES ARE NUMBERED ACROSS THEN DOWN.
007828*---------------------------------------------------------------
007829 01  WS-DIGIT-USED-TABLE.
007830     05  WS-ROW-USED-ENTRY OCCURS 12 TIMES.
007831         10  WS-ROW-USED        PIC X(01) OCCURS 12 TIMES.
007832     05  WS-COL-USED-ENTRY OCCURS 12 TIMES.
007833         10  WS-COL-USED        PIC X(01) OCCURS 12 TIMES.
007834     05  WS-BOX-USED-ENTRY OCCURS 12 TIMES.
007835         10  WS-BOX-USED        PIC X(01) OCCURS 12 TIMES.
007836
007837 01  WS-LEVEL-TABLE.
007838     05  WS-LEVEL-ENTRY OCCURS 144 TIMES.
007839         10  WS-LEVEL-GRID      PIC X(288).
007840         10  WS-LEVEL-ROW       PIC 9(02).
007841         10  WS-LEVEL-COL       PIC 9(02).
007842         10  WS-LEVEL-TRY       PIC 9(02).
007843 77  WS-LEVEL-DEPTH                PIC 9(03) VALUE 0.
007844
007845 77  WS-BOXES-ACROSS               PIC 9(02).
007846 77  WS-PROP-ROW                   PIC 9(02).
007847 77  WS-PROP-COL                   PIC 9(02).
007848 77  WS-PROP-BOX                   PIC 9(02).
007849 77  WS-PROP-BAND                  PIC 9(02).
007850 77  WS-PROP-STACK                 PIC 9(02).
007851 77  WS-PROP-OFFSET                PIC 9(02).
007852 77  WS-PROP-DIGIT                 PIC 9(02).
007853 77  WS-PROP-FOUND-DIGIT           PIC 9(02).
007854 77  WS-PROP-TRY-DIGIT             PIC 9(02).
007855 77  WS-PROP-CAND-COUNT            PIC 9(02).
007856 77  WS-PROP-UNIT-TYPE             PIC 9(01).
007857     88  UNIT-IS-ROW               VALUE 1.
007858     88  UNIT-IS-COLUMN            VALUE 2.
007859     88  UNIT-IS-BOX               VALUE 3.
007860 77  WS-PROP-UNIT                  PIC 9(02).
007861 77  WS-PROP-UNIT-CELL             PIC 9(02).
007862 77  WS-PROP-HOME-COUNT            PIC 9(02).
007863 77  WS-PROP-HOME-ROW              PIC 9(02).
007864 77  WS-PROP-HOME-COL              PIC 9(02).
007865 77  WS-OPEN-CELL-COUNT            PIC 9(03).
007866 77  WS-BRANCH-ROW                 PIC 9(02).
007867 77  WS-BRANCH-COL                 PIC 9(02).
007868 77  WS-BRANCH-CAND-COUNT          PIC 9(02).
007869 77  WS-PROP-PLACED-COUNT          PIC 9(09) COMP VALUE 0.
007870
007871 77  WS-PROP-CHANGE-SWITCH         PIC X(01) VALUE "N".
007872     88  PROPAGATION-CHANGED       VALUE "Y".
007873     88  PROPAGATION-SETTLED       VALUE "N".
007874
007875 77  WS-PROP-STATE-SWITCH          PIC X(01) VALUE "Y".
007876     88  GRID-IS-CONSISTENT        VALUE "Y".
007877     88  GRID-IS-CONTRADICTED      VALUE "N".
007878 
007879*---------------------------------------------------------------
007880* PUBLISHED-HISTORY WORK AREAS.  THE CUMULATIVE HISTORY MASTER
007881* IS AN INDEXED FILE KEYED BY THE CANONICAL FORM - THE
007882* ALPHABETICALLY SMALLEST OF THE GRID'S EIGHT ORIENTATIONS
007883* (FOUR ROTATIONS AND THEIR MIRRORS).  2460-CHECK-DUPLICATE-
007884* GRID REDUCES THE STAGED GRID TO ITS CANONICAL AND READS THE
007890* MASTER UNDER THAT KEY - A RECORD FOUND MEANS THE GRID, OR A
007900* TURNED OR FLIPPED COPY OF IT, HAS BEEN PUBLISHED BEFORE.
007910* EVERY PUZZLE PRINTED WRITES ITS CANONICAL STRAIGHT TO THE
008130 77  WS-DUPLICATE-SWITCH           PIC X(01) VALUE "N".
008140     88  GRID-IS-DUPLICATE         VALUE "Y".
008150     88  GRID-IS-FRESH             VALUE "N".
008151
008152*---------------------------------------------------------------
008153* RUN-CONTROL LOG.  EVERY STEP OF THE STREAM APPENDS A START
008154* AND AN END RECORD TO RUNCTL.  THE BUSINESS DAY RUNS TO THE
008155* 06:00 CUTOFF - A STEP STARTED AFTER MIDNIGHT BUT BEFORE THE
008156* CUTOFF STILL BELONGS TO THE PREVIOUS DAY'S STREAM.
008157*---------------------------------------------------------------
008158 77  WS-RUNCTL-STATUS             PIC X(02).
008159     88  RUNCTL-FILE-OK           VALUE "00".
008160     88  RUNCTL-FILE-EOF          VALUE "10".
008161 77  WS-RUNCTL-PROGRAM-ID         PIC X(12) VALUE "SUDOKUFACILE".
008162 77  WS-RUNCTL-CUTOFF-TIME        PIC X(06) VALUE "060000".
008163 01  WS-RUNCTL-CLOCK.
008164     05  WS-RUNCTL-CLOCK-TIME     PIC X(06).
008165     05  FILLER                   PIC X(02).
008166 77  WS-RUNCTL-SYSTEM-DATE        PIC X(08).
008167 77  WS-RUNCTL-BUSINESS-DATE      PIC X(08).
008168 77  WS-RUNCTL-START-TIME         PIC X(06).
008169 01  WS-RUNCTL-WALK-DATE.
008170     05  WS-RUNCTL-WALK-YYYY      PIC 9(04).
008171     05  WS-RUNCTL-WALK-MM        PIC 9(02).
008172     05  WS-RUNCTL-WALK-DD        PIC 9(02).
008173 01  WS-RUNCTL-MONTH-TABLE.
008174     05  FILLER                   PIC X(24)
008175             VALUE "312831303130313130313031".
008176 01  WS-RUNCTL-MONTH-TABLE-R REDEFINES WS-RUNCTL-MONTH-TABLE.
008177     05  WS-RUNCTL-MONTH-DAYS     PIC 9(02) OCCURS 12 TIMES.
008178 77  WS-RUNCTL-LEAP-QUOT          PIC 9(04).
008179 77  WS-RUNCTL-LEAP-WORK          PIC 9(04).
008180*---------------------------------------------------------------
008181* PREREQUISITE CHECK.  THE LOG IS READ FRONT TO BACK AND THE
008182* LATEST RECORD OF EACH KIND WINS.  A STAMP IS RUN DATE PLUS
008183* TIME (THE END TIME ON AN END RECORD, THE START TIME OTHERWISE)
008184* SO THAT STEPS COMPARE IN CLOCK ORDER ACROSS MIDNIGHT.  9999
008185* IN A RETURN-CODE FIELD MEANS THE STEP HAS NOT RUN.
008186*---------------------------------------------------------------
008187 77  WS-RUNOVR-STATUS             PIC X(02).
008188     88  RUNOVR-FILE-OK           VALUE "00".
008189     88  RUNOVR-FILE-EOF          VALUE "10".
008190 01  WS-RUNCTL-STAMP.
008191     05  WS-RUNCTL-STAMP-DATE     PIC X(08).
008192     05  WS-RUNCTL-STAMP-TIME     PIC X(06).
008193 77  WS-RUNCTL-AUDIT-RC           PIC 9(04) VALUE 9999.
008196 77  WS-RUNCTL-OVERRIDE-BY        PIC X(03) VALUE SPACES.
008197 77  WS-RUNCTL-REFUSED-SWITCH     PIC X(01) VALUE "N".
008198     88  RUN-REFUSED              VALUE "Y".
008199 77  WS-RUNCTL-MESSAGE            PIC X(40).
008200 01  WS-RUNCTL-RC-DISPLAY         PIC 9(04).
008201 77  WS-RUNCTL-CARD               PIC X(80).
008202 77  WS-RUNCTL-KEYWORD            PIC X(12).
008203 77  WS-RUNCTL-CARD-PROGRAM       PIC X(12).
008204 77  WS-RUNCTL-CARD-INITIALS      PIC X(12).
008205
008206 PROCEDURE DIVISION.
008207*---------------------------------------------------------------
008208* 0000-MAINLINE
008209*---------------------------------------------------------------
008210 0000-MAINLINE.
008211     PERFORM 0100-CHECK-RUN-CONTROL   THRU 0100-EXIT
008212     IF RUN-REFUSED
008213         MOVE 12 TO RETURN-CODE
008214         STOP RUN
008215     END-IF
008220     PERFORM 1000-INITIALIZE-RUN      THRU 1000-EXIT
008230     IF THIS-IS-A-FRESH-RUN
008240         PERFORM 1500-READ-NEXT-PUZZLE THRU 1500-EXIT
008260     PERFORM 2500-PROCESS-ONE-PUZZLE  THRU 2500-EXIT
008270         UNTIL NO-MORE-PUZZLE-INPUT
008280     PERFORM 9000-TERMINATE-RUN       THRU 9000-EXIT
008281     PERFORM 0900-LOG-RUN-END         THRU 0900-EXIT
008290     STOP RUN.
008300
008301*---------------------------------------------------------------
008302* 0100-CHECK-RUN-CONTROL
008303* DATES THE RUN, CHECKS THIS STEP'S PREREQUISITES AGAINST THE
008304* RUN-CONTROL LOG AND APPENDS THE START RECORD.  A PREREQUISITE
008305* NOT MET REFUSES THE RUN UNLESS RUNOVRD CARRIES AN OVERRIDE
008306* CARD FOR THIS PROGRAM WITH THE OPERATOR'S INITIALS - THE
008307* BYPASS IS THEN LOGGED AGAINST THOSE INITIALS INSTEAD.
008308*---------------------------------------------------------------
008309 0100-CHECK-RUN-CONTROL.
008310     PERFORM 0110-SET-BUSINESS-DATE  THRU 0110-EXIT
008311     PERFORM 0120-READ-OVERRIDE-CARDS THRU 0120-EXIT
008312     PERFORM 0130-SCAN-RUN-CONTROL   THRU 0130-EXIT
008313     OPEN EXTEND RUN-CONTROL-FILE
008314     PERFORM 0150-CHECK-PREREQUISITES THRU 0150-EXIT
008315     IF RUN-REFUSED
008316         DISPLAY "SUDOKUFACILE: RUN REFUSED - RETURN-CODE 12"
008317         DISPLAY "SUDOKUFACILE: TO BYPASS, PUT CARD "
008318                 "OVERRIDE=SUDOKUFACILE,<INITIALS> ON RUNOVRD"
008319         CLOSE RUN-CONTROL-FILE
008320         GO TO 0100-EXIT
008321     END-IF
008322     INITIALIZE RUN-CONTROL-RECORD
008323     MOVE "START" TO RL-EVENT
008324     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
008325     CLOSE RUN-CONTROL-FILE.
008326 0100-EXIT.
008327     EXIT.
008328
008329*---------------------------------------------------------------
008330* 0110-SET-BUSINESS-DATE
008331* THE BUSINESS DATE IS TODAY, OR YESTERDAY WHEN THE STEP STARTS
008332* BEFORE THE CUTOFF.
008333*---------------------------------------------------------------
008334 0110-SET-BUSINESS-DATE.
008335     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
008336     ACCEPT WS-RUNCTL-CLOCK FROM TIME
008337     MOVE WS-RUNCTL-CLOCK-TIME TO WS-RUNCTL-START-TIME
008338     MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-BUSINESS-DATE
008339     IF WS-RUNCTL-START-TIME < WS-RUNCTL-CUTOFF-TIME
008340         MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-WALK-DATE
008341         PERFORM 0115-BACK-ONE-DAY   THRU 0115-EXIT
008342         MOVE WS-RUNCTL-WALK-DATE TO WS-RUNCTL-BUSINESS-DATE
008343     END-IF.
008344 0110-EXIT.
008345     EXIT.
008346
008347 0115-BACK-ONE-DAY.
008348     IF WS-RUNCTL-WALK-DD > 1
008349         SUBTRACT 1 FROM WS-RUNCTL-WALK-DD
008350         GO TO 0115-EXIT
008351     END-IF
008352     IF WS-RUNCTL-WALK-MM = 1
008353         MOVE 12 TO WS-RUNCTL-WALK-MM
008354         SUBTRACT 1 FROM WS-RUNCTL-WALK-YYYY
008355     ELSE
008356         SUBTRACT 1 FROM WS-RUNCTL-WALK-MM
008357     END-IF
008358     MOVE WS-RUNCTL-MONTH-DAYS(WS-RUNCTL-WALK-MM)
008359         TO WS-RUNCTL-WALK-DD
008360     IF WS-RUNCTL-WALK-MM = 2
008361         DIVIDE WS-RUNCTL-WALK-YYYY BY 4
008362             GIVING WS-RUNCTL-LEAP-QUOT
008363             REMAINDER WS-RUNCTL-LEAP-WORK
008364         IF WS-RUNCTL-LEAP-WORK = 0
008365             MOVE 29 TO WS-RUNCTL-WALK-DD
008366             DIVIDE WS-RUNCTL-WALK-YYYY BY 100
008367                 GIVING WS-RUNCTL-LEAP-QUOT
008368                 REMAINDER WS-RUNCTL-LEAP-WORK
008369             IF WS-RUNCTL-LEAP-WORK = 0
008370                 DIVIDE WS-RUNCTL-WALK-YYYY BY 400
008371                     GIVING WS-RUNCTL-LEAP-QUOT
008372                     REMAINDER WS-RUNCTL-LEAP-WORK
008373                 IF WS-RUNCTL-LEAP-WORK NOT = 0
008374                     MOVE 28 TO WS-RUNCTL-WALK-DD
008375                 END-IF
008376             END-IF
008377         END-IF
008378     END-IF.
008379 0115-EXIT.
008380     EXIT.
008381
008382*---------------------------------------------------------------
008383* 0120-READ-OVERRIDE-CARDS
008384* RUNOVRD MAY CARRY CARDS FOR SEVERAL STEPS.  ONLY A CARD OF THE
008385* FORM OVERRIDE=PROGRAM,INITIALS NAMING THIS PROGRAM COUNTS, AND
008386* ONLY WHEN THE INITIALS ARE PRESENT.
008387*---------------------------------------------------------------
008388 0120-READ-OVERRIDE-CARDS.
008389     OPEN INPUT RUN-OVERRIDE-FILE
008390     IF RUNOVR-FILE-OK
008391         PERFORM 0125-READ-ONE-OVERRIDE THRU 0125-EXIT
008392             UNTIL RUNOVR-FILE-EOF
008393     END-IF
008394     CLOSE RUN-OVERRIDE-FILE.
008395 0120-EXIT.
008396     EXIT.
008397
008398 0125-READ-ONE-OVERRIDE.
008399     READ RUN-OVERRIDE-FILE INTO WS-RUNCTL-CARD
008400         AT END
008401             GO TO 0125-EXIT
008402     END-READ
008403     IF WS-RUNCTL-CARD = SPACES
008404         GO TO 0125-EXIT
008405     END-IF
008406     MOVE SPACES TO WS-RUNCTL-KEYWORD
008407                    WS-RUNCTL-CARD-PROGRAM
008408                    WS-RUNCTL-CARD-INITIALS
008409     UNSTRING WS-RUNCTL-CARD DELIMITED BY "=" OR ","
008410         INTO WS-RUNCTL-KEYWORD
008411              WS-RUNCTL-CARD-PROGRAM
008412              WS-RUNCTL-CARD-INITIALS
008413     END-UNSTRING
008414     IF WS-RUNCTL-KEYWORD NOT = "OVERRIDE"
008415         DISPLAY "SUDOKUFACILE: UNRECOGNIZED OVERRIDE CARD "
008416                 "IGNORED: " WS-RUNCTL-CARD(1:40)
008417         GO TO 0125-EXIT
008418     END-IF
008419     IF WS-RUNCTL-CARD-PROGRAM NOT = WS-RUNCTL-PROGRAM-ID
008420         GO TO 0125-EXIT
008421     END-IF
008422     IF WS-RUNCTL-CARD-INITIALS = SPACES
008423         DISPLAY "SUDOKUFACILE: OVERRIDE CARD IGNORED - "
008424                 "NO OPERATOR INITIALS"
008425         GO TO 0125-EXIT
008426     END-IF
008427     MOVE WS-RUNCTL-CARD-INITIALS TO WS-RUNCTL-OVERRIDE-BY.
008428 0125-EXIT.
008429     EXIT.
008430
008431*---------------------------------------------------------------
008432* 0130-SCAN-RUN-CONTROL
008433* READS THE WHOLE LOG AND KEEPS THE LATEST FACT OF EACH KIND
008434* THIS STEP'S CHECKS NEED.
008435*---------------------------------------------------------------
008436 0130-SCAN-RUN-CONTROL.
008437     OPEN INPUT RUN-CONTROL-FILE
008438     IF RUNCTL-FILE-OK
008439         PERFORM 0135-NOTE-ONE-RUN-CONTROL THRU 0135-EXIT
008440             UNTIL RUNCTL-FILE-EOF
008441     END-IF
008442     CLOSE RUN-CONTROL-FILE.
008443 0130-EXIT.
008444     EXIT.
008445
008446 0135-NOTE-ONE-RUN-CONTROL.
008447     READ RUN-CONTROL-FILE
008448         AT END
008449             GO TO 0135-EXIT
008450     END-READ
008451     MOVE RL-RUN-DATE TO WS-RUNCTL-STAMP-DATE
008452     IF RL-EVENT = "END"
008453         MOVE RL-END-TIME TO WS-RUNCTL-STAMP-TIME
008454     ELSE
008455         MOVE RL-START-TIME TO WS-RUNCTL-STAMP-TIME
008456     END-IF
008457     IF RL-PROGRAM-ID = "SUDOKUAUD" AND RL-EVENT = "END"
008458        AND RL-BUSINESS-DATE = WS-RUNCTL-BUSINESS-DATE
008459         MOVE RL-RETURN-CODE TO WS-RUNCTL-AUDIT-RC
008460     END-IF.
008472 0135-EXIT.
008473     EXIT.
008474
008475*---------------------------------------------------------------
008476* 0150-CHECK-PREREQUISITES
008477*---------------------------------------------------------------
008478 0150-CHECK-PREREQUISITES.
008479     PERFORM 0160-CHECK-CLEAN-AUDIT   THRU 0160-EXIT.
008481 0150-EXIT.
008482     EXIT.
008483
008484*---------------------------------------------------------------
008485* 0160-CHECK-CLEAN-AUDIT
008486* SUDOKUAUD MUST HAVE RUN FOR THIS BUSINESS DATE AND ITS LATEST
008487* RUN MUST HAVE ENDED RETURN-CODE 0.
008488*---------------------------------------------------------------
008489 0160-CHECK-CLEAN-AUDIT.
008490     IF WS-RUNCTL-AUDIT-RC = 0
008491         GO TO 0160-EXIT
008492     END-IF
008493     IF WS-RUNCTL-AUDIT-RC = 9999
008494         MOVE "NO SUDOKUAUD RUN THIS BUSINESS DATE"
008495             TO WS-RUNCTL-MESSAGE
008496     ELSE
008497         MOVE WS-RUNCTL-AUDIT-RC TO WS-RUNCTL-RC-DISPLAY
008498         MOVE SPACES TO WS-RUNCTL-MESSAGE
008499         STRING "LAST SUDOKUAUD TODAY ENDED RC "
008500                DELIMITED BY SIZE
008501                WS-RUNCTL-RC-DISPLAY DELIMITED BY SIZE
008502                INTO WS-RUNCTL-MESSAGE
008503     END-IF
008504     PERFORM 0190-FAIL-ONE-CHECK     THRU 0190-EXIT.
008505 0160-EXIT.
008506     EXIT.
008507
008528*---------------------------------------------------------------
008529* 0180-WRITE-RUN-CONTROL
008530* STAMPS THE COMMON FIELDS ON THE RECORD BUILT BY THE CALLER AND
008531* APPENDS IT.  THE LOG IS ALREADY OPEN EXTEND.
008532*---------------------------------------------------------------
008533 0180-WRITE-RUN-CONTROL.
008534     MOVE WS-RUNCTL-PROGRAM-ID    TO RL-PROGRAM-ID
008535     MOVE WS-RUNCTL-BUSINESS-DATE TO RL-BUSINESS-DATE
008536     MOVE WS-RUNCTL-SYSTEM-DATE   TO RL-RUN-DATE
008537     MOVE WS-RUNCTL-START-TIME    TO RL-START-TIME
008538     WRITE RUN-CONTROL-RECORD.
008539 0180-EXIT.
008540     EXIT.
008541
008542*---------------------------------------------------------------
008543* 0190-FAIL-ONE-CHECK
008544* A PREREQUISITE IS NOT MET.  WITH AN OVERRIDE IN FORCE THE
008545* BYPASS IS LOGGED AGAINST THE OPERATOR AND THE RUN GOES ON;
008546* OTHERWISE THE REFUSAL IS LOGGED AND THE RUN IS STOPPED.
008547*---------------------------------------------------------------
008548 0190-FAIL-ONE-CHECK.
008549     INITIALIZE RUN-CONTROL-RECORD
008550     MOVE WS-RUNCTL-MESSAGE TO RL-MESSAGE
008551     IF WS-RUNCTL-OVERRIDE-BY NOT = SPACES
008552         DISPLAY "SUDOKUFACILE: " WS-RUNCTL-MESSAGE
008553         DISPLAY "SUDOKUFACILE: BYPASSED BY OVERRIDE - OPERATOR "
008554                 WS-RUNCTL-OVERRIDE-BY
008555         MOVE "OVERRIDE" TO RL-EVENT
008556         MOVE WS-RUNCTL-OVERRIDE-BY TO RL-OPERATOR-INITIALS
008557     ELSE
008558         DISPLAY "SUDOKUFACILE: PREREQUISITE NOT MET - "
008559                 WS-RUNCTL-MESSAGE
008560         MOVE "REFUSED" TO RL-EVENT
008561         MOVE 12 TO RL-RETURN-CODE
008562         SET RUN-REFUSED TO TRUE
008563     END-IF
008564     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT.
008565 0190-EXIT.
008566     EXIT.
008567
008568*---------------------------------------------------------------
008569* 0900-LOG-RUN-END
008570* APPENDS THE END RECORD - END TIME, RETURN-CODE AND THE STEP'S
008571* KEY RECORD COUNTS - TO THE RUN-CONTROL LOG.
008572*---------------------------------------------------------------
008573 0900-LOG-RUN-END.
008574     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
008575     ACCEPT WS-RUNCTL-CLOCK FROM TIME
008576     INITIALIZE RUN-CONTROL-RECORD
008577     MOVE "END" TO RL-EVENT
008578     MOVE WS-RUNCTL-CLOCK-TIME TO RL-END-TIME
008579     MOVE RETURN-CODE TO RL-RETURN-CODE
008580     MOVE "READ" TO RL-COUNT-LABEL(1)
008581     MOVE WS-CTL-READ-COUNT TO RL-COUNT-VALUE(1)
008582     MOVE "PRINTED" TO RL-COUNT-LABEL(2)
008583     MOVE WS-CTL-PRINTED-COUNT TO RL-COUNT-VALUE(2)
008584     MOVE "SUSPENSE" TO RL-COUNT-LABEL(3)
008585     MOVE WS-CTL-SUSPENSE-COUNT TO RL-COUNT-VALUE(3)
008586     OPEN EXTEND RUN-CONTROL-FILE
008587     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
008588     CLOSE RUN-CONTROL-FILE.
008589 0900-EXIT.
008590     EXIT.
008591
008592*---------------------------------------------------------------
008593* 1000-INITIALIZE-RUN
008594* OPENS THE PUZZLE LIBRARY FOR THE WHOLE BATCH WINDOW AND OPENS
008595* THE PRINT FILE ONCE SO EVERY PUZZLE'S REPORT LANDS IN THE
008596* SAME OUTPUT.  IF A CHECKPOINT FROM AN ABENDED PRIOR RUN IS
008597* FOUND, THE LIBRARY IS READ PAST EVERY PUZZLE-ID ALREADY
008598* PRINTED (EACH ONE TALLIED AS SKIPPED FOR THE CONTROL REPORT)
008599* AND THE PRINT/SOLUTION FILES ARE EXTENDED RATHER THAN REBUILT,
008600* SO COMPLETED WORK IS NEVER REPEATED.
008601*---------------------------------------------------------------
008602 1000-INITIALIZE-RUN.
008603     PERFORM 1020-ACCEPT-RUN-PARAMETERS THRU 1020-EXIT
008604     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
008605     IF RESUBMIT-MODE
008606         DISPLAY "SUDOKUFACILE: RESUBMIT RUN - REPAIRED "
008607             "SUSPENSE RECORDS FEED THE PIPELINE"
008608         OPEN INPUT SUSPENSE-IN-FILE
008609     ELSE
008610         IF DAILY-MODE
008611             PERFORM 1050-CHECK-FOR-RESTART THRU 1050-EXIT
008612         END-IF
008613         OPEN INPUT  PUZZLE-LIB-FILE
008614     END-IF
008615     IF THIS-IS-A-RESTART
008616         OPEN EXTEND SUDOKU-PRINT-FILE
008617         OPEN EXTEND EXPORT-FILE
008618         OPEN EXTEND SUSPENSE-FILE
008619         OPEN EXTEND SUBSCRIBER-OUT-1
008620         OPEN EXTEND SUBSCRIBER-OUT-2
008621         OPEN EXTEND SUBSCRIBER-OUT-3
008622         OPEN EXTEND SUBSCRIBER-OUT-4
008630         OPEN EXTEND ANSWER-KEY-FILE
008640         PERFORM 1060-SKIP-COMPLETED-PUZZLES THRU 1060-EXIT
008650     ELSE
008770     PERFORM 1035-LOAD-SCHEDULE THRU 1035-EXIT
008780     PERFORM 1038-LOAD-EDITION-MASTER THRU 1038-EXIT
008800     OPEN EXTEND RUN-STATS-FILE
008802     OPEN EXTEND DIST-LEDGER-FILE
008803     IF NOT COVERAGE-MODE
008804         PERFORM 1045-OPEN-ENVELOPES THRU 1045-EXIT
008805     END-IF.
008810 1000-EXIT.
008820     EXIT.
008830
010650     END-IF.
010660 1040-EXIT.
010670     EXIT.
010671
010672*---------------------------------------------------------------
010673* 1045-OPEN-ENVELOPES
010674* NUMBERS TODAY'S TRANSMISSIONS FROM THE TRANSMISSION LOG AND
010675* WRITES EACH SUBSCRIBER FILE'S HEADER.  A RESTART KEEPS THE
010676* ENVELOPES THE ABENDED RUN OPENED (RESTORED FROM THE
010677* CHECKPOINT BY 1050) - THEIR HEADERS ARE ALREADY ON THE FILES.
010678*---------------------------------------------------------------
010679 1045-OPEN-ENVELOPES.
010680     IF ENVELOPES-RESTORED
010681         GO TO 1045-EXIT
010682     END-IF
010683     MOVE WS-TODAY-DATE TO WS-ENV-SHIP-DATE
010684     PERFORM 1046-LOAD-TRANSMISSION-LOG THRU 1046-EXIT
010685     IF THIS-IS-A-FRESH-RUN
010686         PERFORM 1048-WRITE-ONE-HEADER THRU 1048-EXIT
010687             VARYING WS-SUB-INDEX FROM 1 BY 1
010688             UNTIL WS-SUB-INDEX > WS-SUB-COUNT
010689     END-IF.
010690 1045-EXIT.
010691     EXIT.
010692
010693 1046-LOAD-TRANSMISSION-LOG.
010694     MOVE "00" TO WS-XMIT-STATUS
010695     OPEN INPUT XMIT-LOG-FILE
010696     IF XMIT-FILE-OK
010697         PERFORM 1047-NOTE-ONE-TRANSMISSION THRU 1047-EXIT
010698             UNTIL XMIT-FILE-EOF
010699     END-IF
010700     CLOSE XMIT-LOG-FILE
010701     PERFORM VARYING WS-SUB-INDEX FROM 1 BY 1
010702         UNTIL WS-SUB-INDEX > WS-SUB-COUNT
010703         ADD 1 TO WS-ENV-XMIT-SEQ(WS-SUB-INDEX)
010704     END-PERFORM.
010705 1046-EXIT.
010706     EXIT.
010707
010708 1047-NOTE-ONE-TRANSMISSION.
010709     READ XMIT-LOG-FILE
010710         AT END
010711             SET XMIT-FILE-EOF TO TRUE
010712         NOT AT END
010713             PERFORM VARYING WS-ENV-LOG-INDEX FROM 1 BY 1
010714                 UNTIL WS-ENV-LOG-INDEX > WS-SUB-COUNT
010715                 IF XL-SUBSCRIBER-ID =
010716                    WS-SUB-ID(WS-ENV-LOG-INDEX)
010717                    AND XL-XMIT-SEQ NUMERIC
010718                    AND XL-XMIT-SEQ >
010719                        WS-ENV-XMIT-SEQ(WS-ENV-LOG-INDEX)
010720                     MOVE XL-XMIT-SEQ
010721                          TO WS-ENV-XMIT-SEQ(WS-ENV-LOG-INDEX)
010722                 END-IF
010723             END-PERFORM
010724     END-READ.
010725 1047-EXIT.
010726     EXIT.
010727
010728 1048-WRITE-ONE-HEADER.
010729     MOVE WS-SUB-ID(WS-SUB-INDEX)   TO WS-ENVH-SUBSCRIBER-ID
010730     MOVE WS-ENV-SHIP-DATE          TO WS-ENVH-SHIP-DATE
010731     MOVE WS-ENV-XMIT-SEQ(WS-SUB-INDEX)
010732                                    TO WS-ENVH-XMIT-SEQ
010733     MOVE WS-SUB-NAME(WS-SUB-INDEX) TO WS-ENVH-SUBSCRIBER-NAME
010734     MOVE WS-ENV-HEADER TO WS-SUB-OUT-LINE
010735     SET WRITING-ENVELOPE-LINE TO TRUE
010736     PERFORM 3550-WRITE-SUBSCRIBER-LINE THRU 3550-EXIT
010737     MOVE "N" TO WS-ENV-LINE-SWITCH.
010738 1048-EXIT.
010739     EXIT.
010880
010890*---------------------------------------------------------------
010900* 1050-CHECK-FOR-RESTART
011070                     MOVE CK-KEY-LINE-COUNT
011080                          TO WS-KEY-LINES-ON-PAGE
011090                 END-IF
011091                 IF CK-ENV-SHIP-DATE NOT = SPACES
011092                    AND CK-ENVELOPE-AREA NUMERIC
011093                     MOVE CK-ENV-SHIP-DATE TO WS-ENV-SHIP-DATE
011094                     MOVE CK-ENVELOPE-AREA TO WS-ENV-TABLE
011095                     SET ENVELOPES-RESTORED TO TRUE
011096                 END-IF
011100                 SET THIS-IS-A-RESTART TO TRUE
011110         END-READ
011120         CLOSE CHECKPOINT-FILE
012660                      WS-STG-GRID-SIZE
012670                 MOVE PL-HOLD-FLAG      TO
012680                      WS-STG-HOLD-FLAG
012681                 MOVE PL-TEMPLATE-ID    TO
012682                      WS-STG-TEMPLATE-ID
012690                 MOVE PL-PUZZLE-LAYOUT  TO WS-PUZZLE-LINE
012700         END-READ
012710     END-IF.
012830                  WS-STG-DIFFICULTY-REQ
012840             MOVE SI-GRID-SIZE      TO WS-STG-GRID-SIZE
012850             MOVE "N"               TO WS-STG-HOLD-FLAG
012851             MOVE SPACES            TO WS-STG-TEMPLATE-ID
012860             MOVE SI-PUZZLE-LAYOUT  TO WS-PUZZLE-LINE
012870     END-READ.
012880 1520-EXIT.
013640                 PERFORM 2580-WRITE-SOLVE-STATISTICS
013650                     THRU 2580-EXIT
013660                 IF SOLVE-SUCCEEDED
013670                    AND NOT SOLUTION-IS-UNIQUE
013671                     IF SOLUTION-IS-MULTIPLE
013680                         DISPLAY "SUDOKUFACILE: PUZZLE "
013690                             WS-STG-PUZZLE-ID
013700                             " REJECTED - MORE THAN ONE "
013710                             "VALID SOLUTION EXISTS"
013720                         ADD 1 TO WS-CTL-MULTI-SOLN-COUNT
013730                         MOVE "MLT" TO WS-SUSPENSE-REASON
013731                     ELSE
013732                         DISPLAY "SUDOKUFACILE: PUZZLE "
013733                             WS-STG-PUZZLE-ID
013734                             " REJECTED - SEARCH EXHAUSTED "
013735                             "BEFORE UNIQUENESS WAS PROVEN"
013736                         ADD 1 TO WS-CTL-EXHAUSTED-COUNT
013737                         MOVE "EXH" TO WS-SUSPENSE-REASON
013738                     END-IF
013740                     PERFORM 2560-WRITE-SUSPENSE-RECORD
013750                         THRU 2560-EXIT
013760                 ELSE
014340*     VAL  DUPLICATE GIVEN FOUND BY VALIDATION
014350*     UNS  BACKTRACKING SOLVER FOUND NO SOLUTION
014360*     MLT  MORE THAN ONE SOLUTION EXISTS
014361*     EXH  UNIQUENESS SEARCH RAN OUT OF STEPS BEFORE
014362*          IT COULD PROVE ONE SOLUTION OR FIND TWO
014370*     DUP  GRID (OR A TURNED/FLIPPED FORM) ALREADY
014380*          PUBLISHED
014390* - AND, FOR A VALIDATION FAILURE, WHERE THE FIRST
014690 
014700*---------------------------------------------------------------
014710* 2575-START-SOLVE-CLOCK
014720* RESETS THE ITERATION AND STEPS-SAVED COUNTS AND MARKS THE
014730* WALL-CLOCK START OF THE SOLVE (UNIQUENESS PROOF INCLUDED) FOR
014731* THIS PUZZLE.
014740*---------------------------------------------------------------
014750 2575-START-SOLVE-CLOCK.
014760     MOVE 0 TO WS-PUZZLE-ITERATIONS
014761     MOVE 0 TO WS-PROP-PLACED-COUNT
014770     PERFORM 2585-TIME-TO-HUNDREDTHS THRU 2585-EXIT
014780     MOVE WS-TIME-HUNDREDTHS TO WS-SOLVE-START-HUND.
014790 2575-EXIT.
015070     MOVE WS-BLANK-COUNT      TO ST-BLANK-COUNT
015080     MOVE WS-PUZZLE-ITERATIONS TO ST-ITERATIONS
015090     MOVE WS-SOLVE-ELAPSED-HUND TO ST-ELAPSED-HUND
015091     MOVE WS-PROP-PLACED-COUNT TO ST-STEPS-SAVED
015100     WRITE RUN-STATS-RECORD
015110     ADD 1 TO WS-RUN-PUZZLE-TOTAL
015120     ADD WS-SOLVE-ELAPSED-HUND TO WS-RUN-ELAPSED-TOTAL
015121     ADD WS-PROP-PLACED-COUNT TO WS-RUN-STEPS-SAVED
015130     PERFORM 2582-RANK-HEAVY-PUZZLE THRU 2582-EXIT.
015140 2580-EXIT.
015150     EXIT.
015530              TO WS-HEAVY-ITER(WS-HEAVY-SLOT)
015540         MOVE WS-SOLVE-ELAPSED-HUND
015550              TO WS-HEAVY-ELAPSED(WS-HEAVY-SLOT)
015551         MOVE WS-PROP-PLACED-COUNT
015552              TO WS-HEAVY-SAVED(WS-HEAVY-SLOT)
015560     END-IF.
015570 2582-EXIT.
015580     EXIT.
015807     IF WS-KEY-LAG-DAYS > 0 AND NOT COVERAGE-MODE
015808         PERFORM 5000-PUBLISH-EMBARGOED-KEYS THRU 5000-EXIT
015809     END-IF
015810     IF NOT COVERAGE-MODE
015811         PERFORM 9050-CLOSE-ENVELOPES THRU 9050-EXIT
015812     END-IF
015813     CLOSE EXPORT-FILE
015820     CLOSE SUSPENSE-FILE
015830     CLOSE SUBSCRIBER-OUT-1
015840     CLOSE SUBSCRIBER-OUT-2
016030     END-IF.
016040 9000-EXIT.
016050     EXIT.
016051
016052*---------------------------------------------------------------
016053* 9050-CLOSE-ENVELOPES
016054* WRITES EACH SUBSCRIBER FILE'S TRAILER AND LOGS THE CLOSED
016055* ENVELOPE TO THE TRANSMISSION LOG.  ONLY A RUN THAT GETS THIS
016056* FAR LOGS ITS TRANSMISSIONS, SO A RESTART REUSES THE ABENDED
016057* RUN'S SEQUENCE NUMBERS AND NEVER LEAVES A GAP.
016058*---------------------------------------------------------------
016059 9050-CLOSE-ENVELOPES.
016060     OPEN EXTEND XMIT-LOG-FILE
016061     PERFORM 9055-CLOSE-ONE-ENVELOPE THRU 9055-EXIT
016062         VARYING WS-SUB-INDEX FROM 1 BY 1
016063         UNTIL WS-SUB-INDEX > WS-SUB-COUNT
016064     CLOSE XMIT-LOG-FILE.
016065 9050-EXIT.
016066     EXIT.
016067
016068 9055-CLOSE-ONE-ENVELOPE.
016069     MOVE WS-SUB-ID(WS-SUB-INDEX)   TO WS-ENVT-SUBSCRIBER-ID
016070     MOVE WS-ENV-SHIP-DATE          TO WS-ENVT-SHIP-DATE
016071     MOVE WS-ENV-XMIT-SEQ(WS-SUB-INDEX)
016072                                    TO WS-ENVT-XMIT-SEQ
016073     MOVE WS-ENV-LINE-COUNT(WS-SUB-INDEX)
016074                                    TO WS-ENVT-LINE-COUNT
016075     MOVE WS-ENV-COPY-COUNT(WS-SUB-INDEX)
016076                                    TO WS-ENVT-COPY-COUNT
016077     MOVE WS-ENV-HASH-TOTAL(WS-SUB-INDEX)
016078                                    TO WS-ENVT-HASH-TOTAL
016079     MOVE WS-ENV-TRAILER TO WS-SUB-OUT-LINE
016080     SET WRITING-ENVELOPE-LINE TO TRUE
016081     PERFORM 3550-WRITE-SUBSCRIBER-LINE THRU 3550-EXIT
016082     MOVE "N" TO WS-ENV-LINE-SWITCH
016083     MOVE WS-SUB-ID(WS-SUB-INDEX)   TO XL-SUBSCRIBER-ID
016084     MOVE WS-ENV-SHIP-DATE          TO XL-SHIP-DATE
016085     MOVE WS-ENV-XMIT-SEQ(WS-SUB-INDEX)
016086                                    TO XL-XMIT-SEQ
016087     MOVE WS-ENV-LINE-COUNT(WS-SUB-INDEX)
016088                                    TO XL-LINE-COUNT
016089     MOVE WS-ENV-COPY-COUNT(WS-SUB-INDEX)
016090                                    TO XL-COPY-COUNT
016091     MOVE WS-ENV-HASH-TOTAL(WS-SUB-INDEX)
016092                                    TO XL-HASH-TOTAL
016093     WRITE XMIT-LOG-RECORD.
016094 9055-EXIT.
016095     EXIT.
016096
016097*---------------------------------------------------------------
016098* 9100-PRINT-CONTROL-REPORT
016099* WRITES THE END-OF-RUN AUDIT TRAIL - RECORDS READ, PRINTED,
016100* REJECTED, UNSOLVABLE, MULTI-SOLUTION, FILTERED AND SKIPPED -
016110* SO OPERATIONS CAN RECONCILE TODAY'S BATCH WINDOW AGAINST WHAT
016120* EDITORIAL SUBMITTED.  READ-COUNT ALWAYS EQUALS PRINTED-COUNT
016610            WS-CTL-DISPLAY-COUNT DELIMITED BY SIZE
016620            INTO CONTROL-LINE
016630     WRITE CONTROL-LINE
016631     MOVE WS-CTL-EXHAUSTED-COUNT TO WS-CTL-DISPLAY-COUNT
016632     MOVE SPACES TO CONTROL-LINE
016633     STRING "PUZZLES REJECTED - SEARCH EXH : "
016634            DELIMITED BY SIZE
016635            WS-CTL-DISPLAY-COUNT DELIMITED BY SIZE
016636            INTO CONTROL-LINE
016637     WRITE CONTROL-LINE
016640     MOVE WS-CTL-DUPLICATE-COUNT TO WS-CTL-DISPLAY-COUNT
016650     MOVE SPACES TO CONTROL-LINE
016660     STRING "PUZZLES REJECTED - DUPLICATE  : "
017380     MOVE WS-SUB-EXPORT-COUNT(WS-SUB-INDEX)
017390          TO WS-CTL-DISPLAY-COUNT
017400     MOVE WS-CTL-DISPLAY-COUNT TO CONTROL-LINE(59:5)
017401     IF WS-ENV-XMIT-SEQ(WS-SUB-INDEX) > 0
017402         MOVE "TRANSMISSION" TO CONTROL-LINE(66:12)
017403         MOVE WS-ENV-XMIT-SEQ(WS-SUB-INDEX)
017404              TO CONTROL-LINE(79:6)
017405     END-IF
017410     WRITE CONTROL-LINE.
017420 9150-EXIT.
017430     EXIT.
017480* FOR EACH GRID SIZE AND DIFFICULTY BAND, HOW MANY PLAYABLE
017490* PUZZLES SIT IN THE UNASSIGNED POOL AND HOW MANY ARE
017500* SCHEDULED FOR DATES STILL AHEAD.  ONE PUZZLE IS ONE
017510* PUBLISHABLE DAY OF THAT SIZE AND BAND.  THE TOTAL IS SPLIT
017511* INTO THEMED STOCK (BUILT TO A CLUE-PATTERN TEMPLATE, KEPT FOR
017512* ITS OCCASION) AND PLAIN STOCK.
017520*---------------------------------------------------------------
017530 9200-PRINT-COVERAGE-REPORT.
017540     OPEN OUTPUT COVERAGE-REPORT-FILE
017620     WRITE COVERAGE-LINE
017630     MOVE "GRID  BAND    UNASSIGNED SCHEDULED     TOTAL"
017640          TO COVERAGE-LINE
017641     MOVE "THEMED     PLAIN" TO COVERAGE-LINE(49:16)
017650     WRITE COVERAGE-LINE
017660     PERFORM 9210-PRINT-COVERAGE-SIZE THRU 9210-EXIT
017670         VARYING WS-COV-SIZE-INDEX FROM 1 BY 1
018080                              WS-COV-DIFF-INDEX)
018090     MOVE WS-COV-TOTAL TO WS-CTL-DISPLAY-COUNT
018100     MOVE WS-CTL-DISPLAY-COUNT TO COVERAGE-LINE(39:5)
018101     MOVE WS-COV-THEMED(WS-COV-SIZE-INDEX,
018102          WS-COV-DIFF-INDEX) TO WS-CTL-DISPLAY-COUNT
018103     MOVE WS-CTL-DISPLAY-COUNT TO COVERAGE-LINE(49:5)
018104     SUBTRACT WS-COV-THEMED(WS-COV-SIZE-INDEX, WS-COV-DIFF-INDEX)
018105         FROM WS-COV-TOTAL
018106     MOVE WS-COV-TOTAL TO WS-CTL-DISPLAY-COUNT
018107     MOVE WS-CTL-DISPLAY-COUNT TO COVERAGE-LINE(59:5)
018110     WRITE COVERAGE-LINE.
018120 9220-EXIT.
018130     EXIT.
020790     ELSE
020800         ADD 1 TO WS-COV-UNASSIGNED(WS-COV-SIZE-INDEX,
020810                                    WS-COV-DIFF-INDEX)
020820     END-IF
020821     IF WS-STG-TEMPLATE-ID NOT = SPACES
020822         ADD 1 TO WS-COV-THEMED(WS-COV-SIZE-INDEX,
020823                                WS-COV-DIFF-INDEX)
020824     END-IF.
020830 2450-EXIT.
020840     EXIT.
020850 
022130*---------------------------------------------------------------
022140* 2600-SOLVE-SUDOKU
022150* COPIES THE GIVEN GRID INTO SOLUTION-GRID AND FILLS EVERY OPEN
022160* CELL BY CONSTRAINT PROPAGATION AND ITERATIVE BACKTRACKING SO
022170* THE ANSWER KEY CAN NEVER DRIFT OUT OF SYNC WITH THE PUZZLE
022171* ACTUALLY PRINTED.  THE BLANK LIST ONLY FEEDS THE RUN STATS.
022180*---------------------------------------------------------------
022190 2600-SOLVE-SUDOKU.
022200     MOVE SUDOKU-GRID TO SOLUTION-GRID
022490
022500*---------------------------------------------------------------
022510* 2620-RUN-BACKTRACK-SOLVER
022520* PROPAGATES THE GIVENS FIRST - MANY GRIDS ARE FINISHED RIGHT
022530* THERE - THEN SEARCHES WHAT IS LEFT, ONE GUESS PER STEP, UNTIL
022540* THE FIRST COMPLETED GRID TURNS UP.  THE SEARCH FALLING BACK
022550* THROUGH ITS FIRST LEVEL, OR THE GIVENS CONTRADICTING ONE
022560* ANOTHER, MEANS THE GRID HAS NO SOLUTION (VALIDATE-SUDOKU
022561* SHOULD HAVE CAUGHT ANY GRID THAT CANNOT HAPPEN, BUT THE CHECK
022562* IS KEPT FOR SAFETY).
022570* SETS SOLVE-SUCCEEDED / SOLVE-FAILED FOR 2500-PROCESS-ONE-PUZZLE,
022580* SO A PUZZLE THE SOLVER CANNOT COMPLETE IS REJECTED RATHER THAN
022590* PUBLISHED WITH A BOGUS ANSWER KEY.
022600*---------------------------------------------------------------
022610 2620-RUN-BACKTRACK-SOLVER.
022620     MOVE 0 TO WS-LEVEL-DEPTH
022621     MOVE 0 TO WS-SOLUTIONS-FOUND
022622     PERFORM 2660-PROPAGATE-CONSTRAINTS THRU 2660-EXIT
022623     IF GRID-IS-CONSISTENT
022624         IF WS-OPEN-CELL-COUNT = 0
022625             MOVE 1 TO WS-SOLUTIONS-FOUND
022626         ELSE
022627             PERFORM 2670-PUSH-SEARCH-LEVEL THRU 2670-EXIT
022630             PERFORM 2630-ADVANCE-ONE-CELL THRU 2630-EXIT
022640                 UNTIL WS-LEVEL-DEPTH < 1
022641                    OR WS-SOLUTIONS-FOUND > 0
022642         END-IF
022643     END-IF
022650     IF WS-SOLUTIONS-FOUND = 0
022660         SET SOLVE-FAILED TO TRUE
022670         DISPLAY "SUDOKUFACILE: NO SOLUTION FOUND FOR PUZZLE "
022680                 WS-STG-PUZZLE-ID
022760
022770*---------------------------------------------------------------
022780* 2630-ADVANCE-ONE-CELL
022790* ONE STEP OF THE SEARCH - PUTS BACK THE GRID OF THE DEEPEST
022800* LEVEL AND GUESSES THE NEXT DIGIT THAT FITS ITS BRANCH CELL,
022810* THEN PROPAGATES THE GUESS.  A GUESS THAT CONTRADICTS LEAVES
022820* THE LEVEL AS IT IS FOR THE NEXT STEP TO TRY THE NEXT DIGIT; A
022821* GUESS THAT COMPLETES THE GRID COUNTS A SOLUTION; ANY OTHER
022822* OPENS A DEEPER LEVEL.  A LEVEL WITH NO DIGIT LEFT TO TRY IS
022823* DROPPED SO THE LEVEL ABOVE CAN TRY ITS NEXT ONE.
022830*---------------------------------------------------------------
022840 2630-ADVANCE-ONE-CELL.
022841     ADD 1 TO WS-SEARCH-STEP-COUNT
022842     ADD 1 TO WS-PUZZLE-ITERATIONS
022843     MOVE WS-LEVEL-GRID(WS-LEVEL-DEPTH) TO SOLUTION-GRID
022844     MOVE WS-LEVEL-ROW(WS-LEVEL-DEPTH) TO WS-SOLVE-ROW
022845     MOVE WS-LEVEL-COL(WS-LEVEL-DEPTH) TO WS-SOLVE-COL
022846     SET PLACEMENT-IS-INVALID TO TRUE
022847     COMPUTE WS-SOLVE-VALUE = WS-LEVEL-TRY(WS-LEVEL-DEPTH) + 1
022848     PERFORM 2640-CHECK-PLACEMENT THRU 2640-EXIT
022849         UNTIL WS-SOLVE-VALUE > WS-GRID-SIZE OR PLACEMENT-IS-VALID
022850     IF PLACEMENT-IS-INVALID
022851         SUBTRACT 1 FROM WS-LEVEL-DEPTH
022852         GO TO 2630-EXIT
022853     END-IF
022854     MOVE WS-SOLVE-VALUE TO WS-LEVEL-TRY(WS-LEVEL-DEPTH)
022855     MOVE WS-SOLVE-VALUE
022856          TO SOLUTION-CELL(WS-SOLVE-ROW, WS-SOLVE-COL)
022857     PERFORM 2660-PROPAGATE-CONSTRAINTS THRU 2660-EXIT
022858     EVALUATE TRUE
022859         WHEN GRID-IS-CONTRADICTED
022860             CONTINUE
022861         WHEN WS-OPEN-CELL-COUNT = 0
022862             ADD 1 TO WS-SOLUTIONS-FOUND
022863         WHEN OTHER
022864             PERFORM 2670-PUSH-SEARCH-LEVEL THRU 2670-EXIT
022865     END-EVALUATE.
022866 2630-EXIT.
022867     EXIT.
023050
023060*---------------------------------------------------------------
023070* 2640-CHECK-PLACEMENT
023520
023530*---------------------------------------------------------------
023540* 2650-CHECK-FOR-SECOND-SOLUTION
023550* PARKS THE ANSWER JUST FOUND AND RESUMES THE SEARCH EXACTLY
023560* WHERE IT LEFT OFF.  THE SEARCH FALLING BACK THROUGH ITS FIRST
023570* LEVEL MEANS EVERY GUESS HAS BEEN TRIED AND THE ANSWER IS
023580* UNIQUE; A SECOND COMPLETED GRID MEANS THE PUZZLE IS REJECTED
023590* AS MULTI-SOLUTION BY 2500-PROCESS-ONE-PUZZLE.  A SEARCH THAT
023600* RUNS PAST WS-SEARCH-STEP-LIMIT STEPS HAS PROVEN NEITHER - IT
023610* IS MARKED SOLUTION-NOT-PROVEN AND REJECTED AS SEARCH
023620* EXHAUSTED.  A GRID THE GIVENS ALONE FINISHED NEEDS NO SEARCH
023621* AT ALL.  THE PARKED ANSWER IS RESTORED EITHER WAY.
023650*---------------------------------------------------------------
023660 2650-CHECK-FOR-SECOND-SOLUTION.
023670     SET SOLUTION-IS-UNIQUE TO TRUE
023680     IF WS-LEVEL-DEPTH > 0
023690         MOVE SOLUTION-GRID TO WS-FIRST-SOLUTION
023700         MOVE 0 TO WS-SEARCH-STEP-COUNT
023720         PERFORM 2630-ADVANCE-ONE-CELL THRU 2630-EXIT
023730             UNTIL WS-LEVEL-DEPTH < 1
023740                OR WS-SOLUTIONS-FOUND > 1
023750                OR WS-SEARCH-STEP-COUNT >
023760                   WS-SEARCH-STEP-LIMIT
023770         IF WS-SOLUTIONS-FOUND > 1
023780             SET SOLUTION-IS-MULTIPLE TO TRUE
023790         ELSE
023800             IF WS-LEVEL-DEPTH > 0
023810                 SET SOLUTION-NOT-PROVEN TO TRUE
023820                 DISPLAY "SUDOKUFACILE: PUZZLE " WS-STG-PUZZLE-ID
023830                     " UNIQUENESS NOT PROVEN WITHIN SEARCH "
023840                     "LIMIT - SEARCH EXHAUSTED"
023850             END-IF
023851         END-IF
023860         MOVE WS-FIRST-SOLUTION TO SOLUTION-GRID
023870     END-IF.
023880 2650-EXIT.
023890     EXIT.
023891
023892*---------------------------------------------------------------
023893* 2660-PROPAGATE-CONSTRAINTS
023894* DEDUCES EVERYTHING THAT FOLLOWS FROM SOLUTION-GRID AS IT
023895* STANDS - NAKED AND HIDDEN SINGLES, PASS AFTER PASS UNTIL A
023896* PASS PLACES NOTHING.  AN OPEN CELL WITH NO CANDIDATE LEFT, OR
023897* A DIGIT WITH NO HOME LEFT IN A ROW, COLUMN OR BOX, MEANS THE
023898* GRID CANNOT BE COMPLETED (GRID-IS-CONTRADICTED).  OTHERWISE
023899* WS-OPEN-CELL-COUNT SAYS HOW MANY CELLS ARE STILL OPEN AND,
023900* WHEN THERE ARE ANY, WS-BRANCH-ROW/COL IS THE ONE WITH THE
023901* FEWEST CANDIDATES - THE CHEAPEST PLACE TO GUESS.
023902*---------------------------------------------------------------
023903 2660-PROPAGATE-CONSTRAINTS.
023904     COMPUTE WS-BOXES-ACROSS = WS-GRID-SIZE / WS-BOX-COLS
023905     SET GRID-IS-CONSISTENT TO TRUE
023906     SET PROPAGATION-CHANGED TO TRUE
023907     PERFORM 2661-PROPAGATE-ONE-PASS THRU 2661-EXIT
023908         UNTIL PROPAGATION-SETTLED OR GRID-IS-CONTRADICTED
023909     IF GRID-IS-CONSISTENT
023910         PERFORM 2668-CHOOSE-BRANCH-CELL THRU 2668-EXIT
023911     END-IF.
023912 2660-EXIT.
023913     EXIT.
023914
023915*---------------------------------------------------------------
023916* 2661-PROPAGATE-ONE-PASS
023917* ONE SWEEP - EVERY OPEN CELL FOR A NAKED SINGLE, THEN EVERY
023918* ROW, COLUMN AND BOX FOR A HIDDEN SINGLE.  A DIGIT PLACED IS
023919* MARKED USED AT ONCE, SO LATER CELLS IN THE SAME SWEEP ALREADY
023920* SEE IT.
023921*---------------------------------------------------------------
023922 2661-PROPAGATE-ONE-PASS.
023923     SET PROPAGATION-SETTLED TO TRUE
023924     PERFORM 2664-TALLY-USED-DIGITS THRU 2664-EXIT
023925     PERFORM VARYING WS-PROP-ROW FROM 1 BY 1
023926         UNTIL WS-PROP-ROW > WS-GRID-SIZE
023927            OR GRID-IS-CONTRADICTED
023928         PERFORM VARYING WS-PROP-COL FROM 1 BY 1
023929             UNTIL WS-PROP-COL > WS-GRID-SIZE
023930                OR GRID-IS-CONTRADICTED
023931             IF SOLUTION-CELL(WS-PROP-ROW, WS-PROP-COL) = 0
023932                 PERFORM 2662-COUNT-CANDIDATES THRU 2662-EXIT
023933                 EVALUATE WS-PROP-CAND-COUNT
023934                     WHEN 0
023935                         SET GRID-IS-CONTRADICTED TO TRUE
023936                     WHEN 1
023937                         PERFORM 2667-PLACE-FORCED-DIGIT
023938                             THRU 2667-EXIT
023939                 END-EVALUATE
023940             END-IF
023941         END-PERFORM
023942     END-PERFORM
023943     PERFORM VARYING WS-PROP-UNIT-TYPE FROM 1 BY 1
023944         UNTIL WS-PROP-UNIT-TYPE > 3 OR GRID-IS-CONTRADICTED
023945         PERFORM VARYING WS-PROP-UNIT FROM 1 BY 1
023946             UNTIL WS-PROP-UNIT > WS-GRID-SIZE
023947                OR GRID-IS-CONTRADICTED
023948             PERFORM 2663-FIND-HIDDEN-SINGLE THRU 2663-EXIT
023949                 VARYING WS-PROP-DIGIT FROM 1 BY 1
023950                 UNTIL WS-PROP-DIGIT > WS-GRID-SIZE
023951                    OR GRID-IS-CONTRADICTED
023952         END-PERFORM
023953     END-PERFORM.
023954 2661-EXIT.
023955     EXIT.
023956
023957*---------------------------------------------------------------
023958* 2662-COUNT-CANDIDATES
023959* HOW MANY DIGITS THE OPEN CELL (WS-PROP-ROW, WS-PROP-COL) CAN
023960* STILL TAKE, IN WS-PROP-CAND-COUNT - WITH THE LAST ONE FOUND
023961* IN WS-PROP-FOUND-DIGIT, WHICH IS THE CELL'S ANSWER WHEN THE
023962* COUNT IS ONE.  LEAVES WS-PROP-BOX SET FOR THE CELL.
023963*---------------------------------------------------------------
023964 2662-COUNT-CANDIDATES.
023965     PERFORM 2665-SET-CELL-BOX THRU 2665-EXIT
023966     MOVE 0 TO WS-PROP-CAND-COUNT
023967     PERFORM VARYING WS-PROP-TRY-DIGIT FROM 1 BY 1
023968         UNTIL WS-PROP-TRY-DIGIT > WS-GRID-SIZE
023969         IF WS-ROW-USED(WS-PROP-ROW, WS-PROP-TRY-DIGIT) = "N"
023970            AND WS-COL-USED(WS-PROP-COL, WS-PROP-TRY-DIGIT) = "N"
023971            AND WS-BOX-USED(WS-PROP-BOX, WS-PROP-TRY-DIGIT) = "N"
023972             ADD 1 TO WS-PROP-CAND-COUNT
023973             MOVE WS-PROP-TRY-DIGIT TO WS-PROP-FOUND-DIGIT
023974         END-IF
023975     END-PERFORM.
023976 2662-EXIT.
023977     EXIT.
023978
023979*---------------------------------------------------------------
023980* 2663-FIND-HIDDEN-SINGLE
023981* LOOKS FOR THE HOMES LEFT FOR DIGIT WS-PROP-DIGIT IN UNIT
023982* WS-PROP-UNIT OF TYPE WS-PROP-UNIT-TYPE (ROW, COLUMN, BOX).  A
023983* DIGIT THE UNIT ALREADY HOLDS IS PASSED OVER; ONE WITH NO HOME
023984* LEFT IS A CONTRADICTION; ONE WITH A SINGLE HOME IS PLACED.
023985*---------------------------------------------------------------
023986 2663-FIND-HIDDEN-SINGLE.
023987     EVALUATE TRUE
023988         WHEN UNIT-IS-ROW
023989             IF WS-ROW-USED(WS-PROP-UNIT, WS-PROP-DIGIT) = "Y"
023990                 GO TO 2663-EXIT
023991             END-IF
023992         WHEN UNIT-IS-COLUMN
023993             IF WS-COL-USED(WS-PROP-UNIT, WS-PROP-DIGIT) = "Y"
023994                 GO TO 2663-EXIT
023995             END-IF
023996         WHEN OTHER
023997             IF WS-BOX-USED(WS-PROP-UNIT, WS-PROP-DIGIT) = "Y"
023998                 GO TO 2663-EXIT
023999             END-IF
024000     END-EVALUATE
024001     MOVE 0 TO WS-PROP-HOME-COUNT
024002     PERFORM VARYING WS-PROP-UNIT-CELL FROM 1 BY 1
024003         UNTIL WS-PROP-UNIT-CELL > WS-GRID-SIZE
024004            OR WS-PROP-HOME-COUNT > 1
024005         PERFORM 2666-LOCATE-UNIT-CELL THRU 2666-EXIT
024006         IF SOLUTION-CELL(WS-PROP-ROW, WS-PROP-COL) = 0
024007             PERFORM 2665-SET-CELL-BOX THRU 2665-EXIT
024008             IF WS-ROW-USED(WS-PROP-ROW, WS-PROP-DIGIT) = "N"
024009                AND WS-COL-USED(WS-PROP-COL, WS-PROP-DIGIT) = "N"
024010                AND WS-BOX-USED(WS-PROP-BOX, WS-PROP-DIGIT) = "N"
024011                 ADD 1 TO WS-PROP-HOME-COUNT
024012                 MOVE WS-PROP-ROW TO WS-PROP-HOME-ROW
024013                 MOVE WS-PROP-COL TO WS-PROP-HOME-COL
024014             END-IF
024015         END-IF
024016     END-PERFORM
024017     EVALUATE WS-PROP-HOME-COUNT
024018         WHEN 0
024019             SET GRID-IS-CONTRADICTED TO TRUE
024020         WHEN 1
024021             MOVE WS-PROP-HOME-ROW TO WS-PROP-ROW
024022             MOVE WS-PROP-HOME-COL TO WS-PROP-COL
024023             PERFORM 2665-SET-CELL-BOX THRU 2665-EXIT
024024             MOVE WS-PROP-DIGIT TO WS-PROP-FOUND-DIGIT
024025             PERFORM 2667-PLACE-FORCED-DIGIT THRU 2667-EXIT
024026     END-EVALUATE.
024027 2663-EXIT.
024028     EXIT.
024029
024030*---------------------------------------------------------------
024031* 2664-TALLY-USED-DIGITS
024032* REBUILDS WS-DIGIT-USED-TABLE FROM SOLUTION-GRID.
024033*---------------------------------------------------------------
024034 2664-TALLY-USED-DIGITS.
024035     MOVE ALL "N" TO WS-DIGIT-USED-TABLE
024036     PERFORM VARYING WS-PROP-ROW FROM 1 BY 1
024037         UNTIL WS-PROP-ROW > WS-GRID-SIZE
024038         PERFORM VARYING WS-PROP-COL FROM 1 BY 1
024039             UNTIL WS-PROP-COL > WS-GRID-SIZE
024040             IF SOLUTION-CELL(WS-PROP-ROW, WS-PROP-COL) > 0
024041                 MOVE SOLUTION-CELL(WS-PROP-ROW, WS-PROP-COL)
024042                      TO WS-PROP-DIGIT
024043                 PERFORM 2665-SET-CELL-BOX THRU 2665-EXIT
024044                 MOVE "Y"
024045                      TO WS-ROW-USED(WS-PROP-ROW, WS-PROP-DIGIT)
024046                 MOVE "Y"
024047                      TO WS-COL-USED(WS-PROP-COL, WS-PROP-DIGIT)
024048                 MOVE "Y"
024049                      TO WS-BOX-USED(WS-PROP-BOX, WS-PROP-DIGIT)
024050             END-IF
024051         END-PERFORM
024052     END-PERFORM.
024053 2664-EXIT.
024054     EXIT.
024055
024056*---------------------------------------------------------------
024057* 2665-SET-CELL-BOX
024058* THE BOX NUMBER OF (WS-PROP-ROW, WS-PROP-COL), IN WS-PROP-BOX.
024059* EACH DIVISION IS ITS OWN COMPUTE SO THE QUOTIENT TRUNCATES.
024060*---------------------------------------------------------------
024061 2665-SET-CELL-BOX.
024062     COMPUTE WS-PROP-BAND = (WS-PROP-ROW - 1) / WS-BOX-ROWS
024063     COMPUTE WS-PROP-STACK = (WS-PROP-COL - 1) / WS-BOX-COLS
024064     COMPUTE WS-PROP-BOX = (WS-PROP-BAND * WS-BOXES-ACROSS)
024065                         + WS-PROP-STACK + 1.
024066 2665-EXIT.
024067     EXIT.
024068
024069*---------------------------------------------------------------
024070* 2666-LOCATE-UNIT-CELL
024071* THE ROW AND COLUMN OF CELL WS-PROP-UNIT-CELL OF THE UNIT,
024072* IN WS-PROP-ROW / WS-PROP-COL.  A BOX IS READ ACROSS THEN DOWN.
024073*---------------------------------------------------------------
024074 2666-LOCATE-UNIT-CELL.
024075     EVALUATE TRUE
024076         WHEN UNIT-IS-ROW
024077             MOVE WS-PROP-UNIT      TO WS-PROP-ROW
024078             MOVE WS-PROP-UNIT-CELL TO WS-PROP-COL
024079         WHEN UNIT-IS-COLUMN
024080             MOVE WS-PROP-UNIT-CELL TO WS-PROP-ROW
024081             MOVE WS-PROP-UNIT      TO WS-PROP-COL
024082         WHEN OTHER
024083             COMPUTE WS-PROP-BAND =
024084                     (WS-PROP-UNIT - 1) / WS-BOXES-ACROSS
024085             COMPUTE WS-PROP-STACK =
024086                     (WS-PROP-UNIT - 1)
024087                   - (WS-PROP-BAND * WS-BOXES-ACROSS)
024088             COMPUTE WS-PROP-OFFSET =
024089                     (WS-PROP-UNIT-CELL - 1) / WS-BOX-COLS
024090             COMPUTE WS-PROP-ROW =
024091                     (WS-PROP-BAND * WS-BOX-ROWS)
024092                   + WS-PROP-OFFSET + 1
024093             COMPUTE WS-PROP-COL =
024094                     (WS-PROP-STACK * WS-BOX-COLS)
024095                   + (WS-PROP-UNIT-CELL - 1)
024096                   - (WS-PROP-OFFSET * WS-BOX-COLS) + 1
024097     END-EVALUATE.
024098 2666-EXIT.
024099     EXIT.
024100
024101*---------------------------------------------------------------
024102* 2667-PLACE-FORCED-DIGIT
024103* FILLS (WS-PROP-ROW, WS-PROP-COL) WITH WS-PROP-FOUND-DIGIT AND
024104* MARKS THE DIGIT USED IN THE CELL'S ROW, COLUMN AND BOX
024105* (WS-PROP-BOX ALREADY SET).  EVERY CELL FILLED THIS WAY IS ONE
024106* THE OLD CELL-BY-CELL WALK HAD TO STEP ONTO AND GUESS AT - THE
024107* COUNT IS WHAT THE RUN-STATS FILE REPORTS AS STEPS SAVED.
024108*---------------------------------------------------------------
024109 2667-PLACE-FORCED-DIGIT.
024110     MOVE WS-PROP-FOUND-DIGIT
024111          TO SOLUTION-CELL(WS-PROP-ROW, WS-PROP-COL)
024112     MOVE "Y"
024113          TO WS-ROW-USED(WS-PROP-ROW, WS-PROP-FOUND-DIGIT)
024114     MOVE "Y"
024115          TO WS-COL-USED(WS-PROP-COL, WS-PROP-FOUND-DIGIT)
024116     MOVE "Y"
024117          TO WS-BOX-USED(WS-PROP-BOX, WS-PROP-FOUND-DIGIT)
024118     ADD 1 TO WS-PROP-PLACED-COUNT
024119     SET PROPAGATION-CHANGED TO TRUE.
024120 2667-EXIT.
024121     EXIT.
024122
024123*---------------------------------------------------------------
024124* 2668-CHOOSE-BRANCH-CELL
024125* COUNTS THE CELLS STILL OPEN AND PICKS THE ONE WITH THE FEWEST
024126* CANDIDATES (THE FIRST SUCH, READING ACROSS THEN DOWN) AS THE
024127* NEXT PLACE TO GUESS.  THE USED-DIGIT TABLE IS CURRENT - THE
024128* LAST PASS PLACED NOTHING.
024129*---------------------------------------------------------------
024130 2668-CHOOSE-BRANCH-CELL.
024131     MOVE 0  TO WS-OPEN-CELL-COUNT
024132     MOVE 99 TO WS-BRANCH-CAND-COUNT
024133     PERFORM VARYING WS-PROP-ROW FROM 1 BY 1
024134         UNTIL WS-PROP-ROW > WS-GRID-SIZE
024135         PERFORM VARYING WS-PROP-COL FROM 1 BY 1
024136             UNTIL WS-PROP-COL > WS-GRID-SIZE
024137             IF SOLUTION-CELL(WS-PROP-ROW, WS-PROP-COL) = 0
024138                 ADD 1 TO WS-OPEN-CELL-COUNT
024139                 PERFORM 2662-COUNT-CANDIDATES THRU 2662-EXIT
024140                 IF WS-PROP-CAND-COUNT < WS-BRANCH-CAND-COUNT
024141                     MOVE WS-PROP-CAND-COUNT
024142                          TO WS-BRANCH-CAND-COUNT
024143                     MOVE WS-PROP-ROW TO WS-BRANCH-ROW
024144                     MOVE WS-PROP-COL TO WS-BRANCH-COL
024145                 END-IF
024146             END-IF
024147         END-PERFORM
024148     END-PERFORM.
024149 2668-EXIT.
024150     EXIT.
024151
024152*---------------------------------------------------------------
024153* 2670-PUSH-SEARCH-LEVEL
024154* OPENS A NEW SEARCH LEVEL ON THE GRID AS PROPAGATION LEFT IT,
024155* GUESSING AT THE BRANCH CELL FROM THE FIRST DIGIT UP.
024156*---------------------------------------------------------------
024157 2670-PUSH-SEARCH-LEVEL.
024158     ADD 1 TO WS-LEVEL-DEPTH
024159     MOVE SOLUTION-GRID TO WS-LEVEL-GRID(WS-LEVEL-DEPTH)
024160     MOVE WS-BRANCH-ROW TO WS-LEVEL-ROW(WS-LEVEL-DEPTH)
024161     MOVE WS-BRANCH-COL TO WS-LEVEL-COL(WS-LEVEL-DEPTH)
024162     MOVE 0             TO WS-LEVEL-TRY(WS-LEVEL-DEPTH).
024163 2670-EXIT.
024164     EXIT.
024165 
024166*---------------------------------------------------------------
024167* 2700-WRITE-SOLUTION-RECORD
024168* PACKS SOLUTION-GRID BACK INTO A FLAT LAYOUT AND WRITES IT TO
024169* SOLUTION-FILE, KEYED BY THE SAME PUZZLE-ID THAT WAS PRINTED, SO
024170* THE ANSWER KEY CAN NEVER DRIFT FROM THE PUZZLE.  CELL VALUES
024171* ABOVE 9 ARE WRITTEN OUT AS "A"/"B"/"C" VIA 1080-VALUE-TO-CHAR.
024172*---------------------------------------------------------------
024173 2700-WRITE-SOLUTION-RECORD.
024174     MOVE WS-STG-PUZZLE-ID TO SL-PUZZLE-ID
024175     MOVE WS-PUB-DATE TO SL-PUB-DATE
024176     MOVE WS-STG-EDITION-CODE TO SL-EDITION-CODE
024177     MOVE WS-GRID-SIZE TO SL-GRID-SIZE
024178     MOVE SPACES TO SL-SOLUTION-LAYOUT
024179     PERFORM VARYING ROW-INDEX FROM 1 BY 1 UNTIL ROW-INDEX
024180        > WS-GRID-SIZE
024181         PERFORM VARYING COL-INDEX FROM 1 BY 1 UNTIL COL-INDEX
024182            > WS-GRID-SIZE
024183                 COMPUTE WS-CELL-INDEX =
024184                         ((ROW-INDEX - 1) * WS-GRID-SIZE)
024185                         + COL-INDEX
024186                 MOVE SOLUTION-CELL(ROW-INDEX, COL-INDEX)
024187                      TO WS-CONV-VALUE
024188                 PERFORM 1080-VALUE-TO-CHAR THRU 1080-EXIT
024189                 MOVE WS-CONV-CHAR
024190                      TO SL-SOLUTION-LAYOUT(WS-CELL-INDEX:1)
024191         END-PERFORM
024192     END-PERFORM
024193     WRITE SOLUTION-RECORD.
024194 2700-EXIT.
024195     EXIT.
024196
024197*---------------------------------------------------------------
024200* 2750-WRITE-EXPORT-RECORD
024210* WRITES ONE JSON-LINES RECORD - PUZZLE-ID, CLUE LAYOUT, SOLVED
024220* LAYOUT, GRID SIZE AND DIFFICULTY - TO EXPORT-FILE, SO THE
024920     MOVE WS-STG-PUZZLE-ID TO CK-LAST-PUZZLE-ID
024930     MOVE WS-KEY-PAGE-NUMBER TO CK-KEY-PAGE-NUMBER
024940     MOVE WS-KEY-LINES-ON-PAGE TO CK-KEY-LINE-COUNT
024941     MOVE WS-ENV-SHIP-DATE TO CK-ENV-SHIP-DATE
024942     MOVE WS-ENV-TABLE TO CK-ENVELOPE-AREA
024950     OPEN OUTPUT CHECKPOINT-FILE
024960     WRITE CHECKPOINT-RECORD
024970     CLOSE CHECKPOINT-FILE.
027510             WRITE SUB3-LINE FROM WS-SUB-OUT-LINE
027520         WHEN 4
027530             WRITE SUB4-LINE FROM WS-SUB-OUT-LINE
027540     END-EVALUATE
027541     IF NOT WRITING-ENVELOPE-LINE
027542         ADD 1 TO WS-ENV-LINE-COUNT(WS-SUB-INDEX)
027543     END-IF.
027550 3550-EXIT.
027560     EXIT.
027562
027566* JUST ROUTED - THE CALLER SETS WS-LEDGER-PRODUCT (PRT, KEY
027567* OR EXP) BEFORE PERFORMING THIS.  THE LEDGER IS WHAT THE
027568* MONTH-END BILLING RUN PRICES, SO THE RECORD CARRIES
027569* EVERYTHING THE RATE TABLE KEYS ON, AND THE TRANSMISSION THE
027570* COPY WENT OUT IN; THE COPY IS COUNTED INTO THAT ENVELOPE'S
027571* TRAILER TOTALS.
027572*---------------------------------------------------------------
027573 3560-WRITE-LEDGER-RECORD.
027574     MOVE WS-TODAY-DATE          TO DL-SHIP-DATE
027575     MOVE WS-SUB-ID(WS-SUB-INDEX) TO DL-SUBSCRIBER-ID
027576     MOVE WS-STG-PUZZLE-ID       TO DL-PUZZLE-ID
027577     MOVE WS-GRID-SIZE           TO DL-GRID-SIZE
027578     MOVE WS-LEDGER-PRODUCT      TO DL-PRODUCT-CODE
027579     MOVE WS-ENV-XMIT-SEQ(WS-SUB-INDEX)
027580                                 TO DL-XMIT-SEQ
027581     MOVE SPACE                  TO DL-ACK-STATUS
027582     WRITE DIST-LEDGER-RECORD
027583     ADD 1 TO WS-ENV-COPY-COUNT(WS-SUB-INDEX)
027584     IF DL-PUZZLE-ID(2:5) NUMERIC
027585         MOVE DL-PUZZLE-ID(2:5) TO WS-ENV-HASH-PART
027586         ADD WS-ENV-HASH-PART
027587             TO WS-ENV-HASH-TOTAL(WS-SUB-INDEX)
027588     END-IF.
027589 3560-EXIT.
027590     EXIT.
027591
027592*---------------------------------------------------------------
027593* 4000-PRINT-ANSWER-KEY-ENTRY
027600* ONE SUPPLEMENT ENTRY FOR THE PUZZLE JUST PUBLISHED - THE
027610* PUZZLE-ID TITLE AND THE SOLVED GRID AS A COMPACT BOXED
027620* IMAGE, ONE COLUMN PER CELL, WITH THE SAME BOX-SEPARATOR
028850*---------------------------------------------------------------
028860* 9300-WRITE-RUN-STATS-TOTAL
028870* ONE "R" RECORD PER RUN - THE DATE, HOW MANY PUZZLES THE SOLVER
028880* TOUCHED, THE TOTAL SOLVE TIME AND THE STEPS PROPAGATION SAVED
028881* - APPENDED BEHIND THE RUN'S
028890* "P" RECORDS SO THE TREND REPORT CAN READ WINDOW TOTALS BACK
028900* WITHOUT RE-ADDING EVERY PUZZLE.
028910*---------------------------------------------------------------
028960     MOVE WS-CURRENT-DATE      TO ST-RUN-DATE
028970     MOVE WS-RUN-PUZZLE-TOTAL  TO ST-RUN-PUZZLE-COUNT
028980     MOVE WS-RUN-ELAPSED-TOTAL TO ST-RUN-ELAPSED-HUND
028981     MOVE WS-RUN-STEPS-SAVED   TO ST-RUN-STEPS-SAVED
028990     WRITE RUN-STATS-RECORD
029000     CLOSE RUN-STATS-FILE.
029010 9300-EXIT.
029080* TOTALS OF THE LAST TEN RUNS (OLDEST FIRST) READ BACK FROM THE
029090* CUMULATIVE STATS FILE, TODAY INCLUDED.  A TREND CREEPING
029100* TOWARD THE TYPESETTING DEADLINE IS THE CUE TO SPLIT THE
029110* LIBRARY ACROSS TWO WINDOWS.  STEPS SAVED IS THE NUMBER OF
029111* CELLS CONSTRAINT PROPAGATION FILLED; RUNS FROM BEFORE THE
029112* PROPAGATING SOLVER HAVE NONE ON FILE AND SHOW BLANK.
029120*---------------------------------------------------------------
029130 9400-PRINT-PERFORMANCE-REPORT.
029140     OPEN OUTPUT PERFORMANCE-RPT-FILE
029250     WRITE PERFORMANCE-LINE FROM WS-PERF-LINE
029260     MOVE "PUZZLE  SIZE BLANKS ITERATIONS ELAPSED-SEC"
029270          TO WS-PERF-LINE
029271     MOVE "STEPS-SAVED" TO WS-PERF-LINE(45:11)
029280     WRITE PERFORMANCE-LINE FROM WS-PERF-LINE
029290     PERFORM 9410-WRITE-ONE-HEAVY THRU 9410-EXIT
029300         VARYING WS-HEAVY-INDEX FROM 1 BY 1
029340     WRITE PERFORMANCE-LINE FROM WS-PERF-LINE
029350     MOVE "RECENT RUN TOTALS (OLDEST FIRST)" TO WS-PERF-LINE
029360     WRITE PERFORMANCE-LINE FROM WS-PERF-LINE
029370     MOVE "RUN DATE  PUZZLES TOTAL-SOLVE-SEC  STEPS-SAVED"
029371          TO WS-PERF-LINE
029380     WRITE PERFORMANCE-LINE FROM WS-PERF-LINE
029390     PERFORM 9430-WRITE-ONE-TREND THRU 9430-EXIT
029400         VARYING WS-TREND-INDEX FROM 1 BY 1
029560             WS-HEAVY-ELAPSED(WS-HEAVY-INDEX) / 100
029570     MOVE WS-SECONDS-WORK TO WS-SECONDS-DISPLAY
029580     MOVE WS-SECONDS-DISPLAY TO WS-PERF-LINE(30:9)
029581     MOVE WS-HEAVY-SAVED(WS-HEAVY-INDEX) TO WS-ITER-DISPLAY
029582     MOVE WS-ITER-DISPLAY TO WS-PERF-LINE(47:9)
029590     WRITE PERFORMANCE-LINE FROM WS-PERF-LINE.
029600 9410-EXIT.
029610     EXIT.
030000                      TO WS-TREND-PUZZLES(WS-TREND-COUNT)
030010                 MOVE ST-RUN-ELAPSED-HUND
030020                      TO WS-TREND-ELAPSED(WS-TREND-COUNT)
030021                 IF ST-RUN-STEPS-SAVED NUMERIC
030022                     MOVE ST-RUN-STEPS-SAVED
030023                          TO WS-TREND-SAVED(WS-TREND-COUNT)
030024                     MOVE "Y"
030025                          TO WS-TREND-SAVED-KEPT(WS-TREND-COUNT)
030026                 ELSE
030027                     MOVE 0 TO WS-TREND-SAVED(WS-TREND-COUNT)
030028                     MOVE "N"
030029                          TO WS-TREND-SAVED-KEPT(WS-TREND-COUNT)
030030                 END-IF
030031             END-IF
030040     END-READ.
030050 9425-EXIT.
030060     EXIT.
030160             WS-TREND-ELAPSED(WS-TREND-INDEX) / 100
030170     MOVE WS-SECONDS-WORK TO WS-SECONDS-DISPLAY
030180     MOVE WS-SECONDS-DISPLAY TO WS-PERF-LINE(19:9)
030181     IF WS-TREND-SAVED-KEPT(WS-TREND-INDEX) = "Y"
030182         MOVE WS-TREND-SAVED(WS-TREND-INDEX) TO WS-SAVED-DISPLAY
030183         MOVE WS-SAVED-DISPLAY TO WS-PERF-LINE(36:11)
030184     END-IF
030190     WRITE PERFORMANCE-LINE FROM WS-PERF-LINE.
030200 9430-EXIT.
030210     EXIT.
