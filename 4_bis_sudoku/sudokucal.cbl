000230*                RATE SITS OUTSIDE THE RANGE EXPECTED FOR ITS
000240*                PRINTED BAND, SO EDITORIAL CAN SEE WHERE THE
000250*                CLUE-COUNT RATING MISLEADS.
000251* 15-10-2026 DL  RUN-CONTROL LOG.  THE STEP NOW APPENDS A START
000252*                AND AN END RECORD - BUSINESS DATE, START AND
000253*                END TIME, RETURN-CODE AND KEY RECORD COUNTS -
000254*                TO THE SHARED RUNCTL FILE READ BY THE SUDOKURUN
000255*                RUN-BOOK.  AT START-UP IT REFUSES TO RUN,
000256*                RETURN-CODE 12, UNLESS THE LOG SHOWS THE LAST
000257*                SUDOKUCHK RUN ENDED BELOW 8.  AN
000258*                OVERRIDE=SUDOKUCAL,INITIALS CARD ON RUNOVRD
000259*                BYPASSES THE CHECK AND THE BYPASS IS LOGGED
000260*                AGAINST THE INITIALS.
000261* 15-10-2026 DL  THE LIBRARY RECORD CARRIES THE NEW PL-TEMPLATE-ID
000262*                STAMPED BY SUDOKUGEN ON THEMED STOCK.  NOTE THE
000263*                LIBRARY RECORD GREW FROM 163 TO 169 BYTES - AN
000264*                EXISTING LIBRARY MUST BE RELOADED ONCE INTO THE
000265*                NEW LAYOUT (TEMPLATE-ID SPACES) BEFORE THIS
000266*                VERSION RUNS.
000267* 15-10-2026 DL  RUN-STATS LAYOUT FOLLOWS THE DAILY RUN - THE "P"
000268*                AND "R" RECORDS NOW END WITH THE STEPS SAVED BY
000269*                CONSTRAINT PROPAGATION.  NOT USED HERE.
000270*---------------------------------------------------------------

000271 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT RESULTS-EXTRACT-FILE
000430     SELECT CALIBRATION-RPT-FILE
000440            ASSIGN TO "CALRPT"
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
000630     05  PL-GRID-SIZE           PIC 9(02).
000640     05  PL-PUZZLE-LAYOUT       PIC X(144).
000650     05  PL-HOLD-FLAG           PIC X(01).
000651     05  PL-TEMPLATE-ID         PIC X(06).

000660 FD  RUN-STATS-FILE
000670     LABEL RECORDS ARE STANDARD.
000740         10  ST-BLANK-COUNT     PIC 9(03).
000750         10  ST-ITERATIONS      PIC 9(09).
000760         10  ST-ELAPSED-HUND    PIC 9(07).
000761         10  ST-STEPS-SAVED     PIC 9(09).
000770     05  ST-RUN-DETAIL REDEFINES ST-PUZZLE-DETAIL.
000780         10  ST-RUN-PUZZLE-COUNT
000790                                PIC 9(05).
000800         10  ST-RUN-ELAPSED-HUND
000810                                PIC 9(09).
000811         10  ST-RUN-STEPS-SAVED
000812                                PIC 9(11).
000820         10  FILLER             PIC X(11).

000830 FD  CALIBRATION-RPT-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  CALIBRATION-LINE           PIC X(132).

000851 FD  RUN-CONTROL-FILE
000852     LABEL RECORDS ARE STANDARD.
000853 01  RUN-CONTROL-RECORD.
000854     05  RL-PROGRAM-ID          PIC X(12).
000855     05  RL-BUSINESS-DATE       PIC X(08).
000856     05  RL-EVENT               PIC X(08).
000857     05  RL-RUN-DATE            PIC X(08).
000858     05  RL-START-TIME          PIC X(06).
000859     05  RL-END-TIME            PIC X(06).
000860     05  RL-RETURN-CODE         PIC 9(04).
000861     05  RL-COUNT OCCURS 3 TIMES.
000862         10  RL-COUNT-LABEL     PIC X(10).
000863         10  RL-COUNT-VALUE     PIC 9(09).
000864     05  RL-OPERATOR-INITIALS   PIC X(03).
000865     05  RL-MESSAGE             PIC X(40).

000866 FD  RUN-OVERRIDE-FILE
000867     LABEL RECORDS ARE STANDARD.
000868 01  RUN-OVERRIDE-RECORD        PIC X(80).

000869 WORKING-STORAGE SECTION.
000870*---------------------------------------------------------------
000880* FILE STATUS AND END-OF-FILE SWITCHES.
000890*---------------------------------------------------------------
001510 77  WS-CURRENT-DATE              PIC X(08).
001520 01  WS-REPORT-LINE               PIC X(132).

001521*---------------------------------------------------------------
001522* RUN-CONTROL LOG.  EVERY STEP OF THE STREAM APPENDS A START
001523* AND AN END RECORD TO RUNCTL.  THE BUSINESS DAY RUNS TO THE
001524* 06:00 CUTOFF - A STEP STARTED AFTER MIDNIGHT BUT BEFORE THE
001525* CUTOFF STILL BELONGS TO THE PREVIOUS DAY'S STREAM.
001526*---------------------------------------------------------------
001527 77  WS-RUNCTL-STATUS             PIC X(02).
001528     88  RUNCTL-FILE-OK           VALUE "00".
001529     88  RUNCTL-FILE-EOF          VALUE "10".
001530 77  WS-RUNCTL-PROGRAM-ID         PIC X(12) VALUE "SUDOKUCAL".
001531 77  WS-RUNCTL-CUTOFF-TIME        PIC X(06) VALUE "060000".
001532 01  WS-RUNCTL-CLOCK.
001533     05  WS-RUNCTL-CLOCK-TIME     PIC X(06).
001534     05  FILLER                   PIC X(02).
001535 77  WS-RUNCTL-SYSTEM-DATE        PIC X(08).
001536 77  WS-RUNCTL-BUSINESS-DATE      PIC X(08).
001537 77  WS-RUNCTL-START-TIME         PIC X(06).
001538 01  WS-RUNCTL-WALK-DATE.
001539     05  WS-RUNCTL-WALK-YYYY      PIC 9(04).
001540     05  WS-RUNCTL-WALK-MM        PIC 9(02).
001541     05  WS-RUNCTL-WALK-DD        PIC 9(02).
001542 01  WS-RUNCTL-MONTH-TABLE.
001543     05  FILLER                   PIC X(24)
001544             VALUE "312831303130313130313031".
001545 01  WS-RUNCTL-MONTH-TABLE-R REDEFINES WS-RUNCTL-MONTH-TABLE.
001546     05  WS-RUNCTL-MONTH-DAYS     PIC 9(02) OCCURS 12 TIMES.
001547 77  WS-RUNCTL-LEAP-QUOT          PIC 9(04).
001548 77  WS-RUNCTL-LEAP-WORK          PIC 9(04).
001549*---------------------------------------------------------------
001550* PREREQUISITE CHECK.  THE LOG IS READ FRONT TO BACK AND THE
001551* LATEST RECORD OF EACH KIND WINS.  A STAMP IS RUN DATE PLUS
001552* TIME (THE END TIME ON AN END RECORD, THE START TIME OTHERWISE)
001553* SO THAT STEPS COMPARE IN CLOCK ORDER ACROSS MIDNIGHT.  9999
001554* IN A RETURN-CODE FIELD MEANS THE STEP HAS NOT RUN.
001555*---------------------------------------------------------------
001556 77  WS-RUNOVR-STATUS             PIC X(02).
001557     88  RUNOVR-FILE-OK           VALUE "00".
001558     88  RUNOVR-FILE-EOF          VALUE "10".
001559 77  WS-RUNCTL-PREDECESSOR        PIC X(12) VALUE "SUDOKUCHK".
001560 01  WS-RUNCTL-STAMP.
001561     05  WS-RUNCTL-STAMP-DATE     PIC X(08).
001562     05  WS-RUNCTL-STAMP-TIME     PIC X(06).
001563 77  WS-RUNCTL-PRED-STATE         PIC X(01) VALUE SPACE.
001564     88  PREDECESSOR-STILL-OPEN   VALUE "S".
001565     88  PREDECESSOR-ENDED        VALUE "E".
001566 77  WS-RUNCTL-PRED-RC            PIC 9(04) VALUE 0.
001567 77  WS-RUNCTL-OVERRIDE-BY        PIC X(03) VALUE SPACES.
001568 77  WS-RUNCTL-REFUSED-SWITCH     PIC X(01) VALUE "N".
001569     88  RUN-REFUSED              VALUE "Y".
001570 77  WS-RUNCTL-MESSAGE            PIC X(40).
001571 01  WS-RUNCTL-RC-DISPLAY         PIC 9(04).
001572 77  WS-RUNCTL-CARD               PIC X(80).
001573 77  WS-RUNCTL-KEYWORD            PIC X(12).
001574 77  WS-RUNCTL-CARD-PROGRAM       PIC X(12).
001575 77  WS-RUNCTL-CARD-INITIALS      PIC X(12).

001576 PROCEDURE DIVISION.
001577*---------------------------------------------------------------
001578* 0000-MAINLINE
001579*---------------------------------------------------------------
001580 0000-MAINLINE.
001581     PERFORM 0100-CHECK-RUN-CONTROL  THRU 0100-EXIT
001582     IF RUN-REFUSED
001583         MOVE 12 TO RETURN-CODE
001584         STOP RUN
001585     END-IF
001586     PERFORM 1000-INITIALIZE-RUN     THRU 1000-EXIT
001590     PERFORM 2000-JOIN-LIBRARY-BANDS THRU 2000-EXIT
001600     PERFORM 3000-JOIN-SOLVER-STATS  THRU 3000-EXIT
001610     PERFORM 4000-PRINT-CALIBRATION  THRU 4000-EXIT
001620     PERFORM 9000-TERMINATE-RUN      THRU 9000-EXIT
001621     PERFORM 0900-LOG-RUN-END        THRU 0900-EXIT
001630     STOP RUN.

001631*---------------------------------------------------------------
001632* 0100-CHECK-RUN-CONTROL
001633* DATES THE RUN, CHECKS THIS STEP'S PREREQUISITES AGAINST THE
001634* RUN-CONTROL LOG AND APPENDS THE START RECORD.  A PREREQUISITE
001635* NOT MET REFUSES THE RUN UNLESS RUNOVRD CARRIES AN OVERRIDE
001636* CARD FOR THIS PROGRAM WITH THE OPERATOR'S INITIALS - THE
001637* BYPASS IS THEN LOGGED AGAINST THOSE INITIALS INSTEAD.
001638*---------------------------------------------------------------
001639 0100-CHECK-RUN-CONTROL.
001640     PERFORM 0110-SET-BUSINESS-DATE  THRU 0110-EXIT
001641     PERFORM 0120-READ-OVERRIDE-CARDS THRU 0120-EXIT
001642     PERFORM 0130-SCAN-RUN-CONTROL   THRU 0130-EXIT
001643     OPEN EXTEND RUN-CONTROL-FILE
001644     PERFORM 0150-CHECK-PREREQUISITES THRU 0150-EXIT
001645     IF RUN-REFUSED
001646         DISPLAY "SUDOKUCAL: RUN REFUSED - RETURN-CODE 12"
001647         DISPLAY "SUDOKUCAL: TO BYPASS, PUT CARD "
001648                 "OVERRIDE=SUDOKUCAL,<INITIALS> ON RUNOVRD"
001649         CLOSE RUN-CONTROL-FILE
001650         GO TO 0100-EXIT
001651     END-IF
001652     INITIALIZE RUN-CONTROL-RECORD
001653     MOVE "START" TO RL-EVENT
001654     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
001655     CLOSE RUN-CONTROL-FILE.
001656 0100-EXIT.
001657     EXIT.

001658*---------------------------------------------------------------
001659* 0110-SET-BUSINESS-DATE
001660* THE BUSINESS DATE IS TODAY, OR YESTERDAY WHEN THE STEP STARTS
001661* BEFORE THE CUTOFF.
001662*---------------------------------------------------------------
001663 0110-SET-BUSINESS-DATE.
001664     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
001665     ACCEPT WS-RUNCTL-CLOCK FROM TIME
001666     MOVE WS-RUNCTL-CLOCK-TIME TO WS-RUNCTL-START-TIME
001667     MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-BUSINESS-DATE
001668     IF WS-RUNCTL-START-TIME < WS-RUNCTL-CUTOFF-TIME
001669         MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-WALK-DATE
001670         PERFORM 0115-BACK-ONE-DAY   THRU 0115-EXIT
001671         MOVE WS-RUNCTL-WALK-DATE TO WS-RUNCTL-BUSINESS-DATE
001672     END-IF.
001673 0110-EXIT.
001674     EXIT.

001675 0115-BACK-ONE-DAY.
001676     IF WS-RUNCTL-WALK-DD > 1
001677         SUBTRACT 1 FROM WS-RUNCTL-WALK-DD
001678         GO TO 0115-EXIT
001679     END-IF
001680     IF WS-RUNCTL-WALK-MM = 1
001681         MOVE 12 TO WS-RUNCTL-WALK-MM
001682         SUBTRACT 1 FROM WS-RUNCTL-WALK-YYYY
001683     ELSE
001684         SUBTRACT 1 FROM WS-RUNCTL-WALK-MM
001685     END-IF
001686     MOVE WS-RUNCTL-MONTH-DAYS(WS-RUNCTL-WALK-MM)
001687         TO WS-RUNCTL-WALK-DD
001688     IF WS-RUNCTL-WALK-MM = 2
001689         DIVIDE WS-RUNCTL-WALK-YYYY BY 4
001690             GIVING WS-RUNCTL-LEAP-QUOT
001691             REMAINDER WS-RUNCTL-LEAP-WORK
001692         IF WS-RUNCTL-LEAP-WORK = 0
001693             MOVE 29 TO WS-RUNCTL-WALK-DD
001694             DIVIDE WS-RUNCTL-WALK-YYYY BY 100
001695                 GIVING WS-RUNCTL-LEAP-QUOT
001696                 REMAINDER WS-RUNCTL-LEAP-WORK
001697             IF WS-RUNCTL-LEAP-WORK = 0
001698                 DIVIDE WS-RUNCTL-WALK-YYYY BY 400
001699                     GIVING WS-RUNCTL-LEAP-QUOT
001700                     REMAINDER WS-RUNCTL-LEAP-WORK
001701                 IF WS-RUNCTL-LEAP-WORK NOT = 0
001702                     MOVE 28 TO WS-RUNCTL-WALK-DD
001703                 END-IF
001704             END-IF
001705         END-IF
001706     END-IF.
001707 0115-EXIT.
001708     EXIT.

001709*---------------------------------------------------------------
001710* 0120-READ-OVERRIDE-CARDS
001711* RUNOVRD MAY CARRY CARDS FOR SEVERAL STEPS.  ONLY A CARD OF THE
001712* FORM OVERRIDE=PROGRAM,INITIALS NAMING THIS PROGRAM COUNTS, AND
001713* ONLY WHEN THE INITIALS ARE PRESENT.
001714*---------------------------------------------------------------
001715 0120-READ-OVERRIDE-CARDS.
001716     OPEN INPUT RUN-OVERRIDE-FILE
001717     IF RUNOVR-FILE-OK
001718         PERFORM 0125-READ-ONE-OVERRIDE THRU 0125-EXIT
001719             UNTIL RUNOVR-FILE-EOF
001720     END-IF
001721     CLOSE RUN-OVERRIDE-FILE.
001722 0120-EXIT.
001723     EXIT.

001724 0125-READ-ONE-OVERRIDE.
001725     READ RUN-OVERRIDE-FILE INTO WS-RUNCTL-CARD
001726         AT END
001727             GO TO 0125-EXIT
001728     END-READ
001729     IF WS-RUNCTL-CARD = SPACES
001730         GO TO 0125-EXIT
001731     END-IF
001732     MOVE SPACES TO WS-RUNCTL-KEYWORD
001733                    WS-RUNCTL-CARD-PROGRAM
001734                    WS-RUNCTL-CARD-INITIALS
001735     UNSTRING WS-RUNCTL-CARD DELIMITED BY "=" OR ","
001736         INTO WS-RUNCTL-KEYWORD
001737              WS-RUNCTL-CARD-PROGRAM
001738              WS-RUNCTL-CARD-INITIALS
001739     END-UNSTRING
001740     IF WS-RUNCTL-KEYWORD NOT = "OVERRIDE"
001741         DISPLAY "SUDOKUCAL: UNRECOGNIZED OVERRIDE CARD "
001742                 "IGNORED: " WS-RUNCTL-CARD(1:40)
001743         GO TO 0125-EXIT
001744     END-IF
001745     IF WS-RUNCTL-CARD-PROGRAM NOT = WS-RUNCTL-PROGRAM-ID
001746         GO TO 0125-EXIT
001747     END-IF
001748     IF WS-RUNCTL-CARD-INITIALS = SPACES
001749         DISPLAY "SUDOKUCAL: OVERRIDE CARD IGNORED - "
001750                 "NO OPERATOR INITIALS"
001751         GO TO 0125-EXIT
001752     END-IF
001753     MOVE WS-RUNCTL-CARD-INITIALS TO WS-RUNCTL-OVERRIDE-BY.
001754 0125-EXIT.
001755     EXIT.

001756*---------------------------------------------------------------
001757* 0130-SCAN-RUN-CONTROL
001758* READS THE WHOLE LOG AND KEEPS THE LATEST FACT OF EACH KIND
001759* THIS STEP'S CHECKS NEED.
001760*---------------------------------------------------------------
001761 0130-SCAN-RUN-CONTROL.
001762     OPEN INPUT RUN-CONTROL-FILE
001763     IF RUNCTL-FILE-OK
001764         PERFORM 0135-NOTE-ONE-RUN-CONTROL THRU 0135-EXIT
001765             UNTIL RUNCTL-FILE-EOF
001766     END-IF
001767     CLOSE RUN-CONTROL-FILE.
001768 0130-EXIT.
001769     EXIT.

001770 0135-NOTE-ONE-RUN-CONTROL.
001771     READ RUN-CONTROL-FILE
001772         AT END
001773             GO TO 0135-EXIT
001774     END-READ
001775     MOVE RL-RUN-DATE TO WS-RUNCTL-STAMP-DATE
001776     IF RL-EVENT = "END"
001777         MOVE RL-END-TIME TO WS-RUNCTL-STAMP-TIME
001778     ELSE
001779         MOVE RL-START-TIME TO WS-RUNCTL-STAMP-TIME
001780     END-IF
001781     IF RL-PROGRAM-ID = WS-RUNCTL-PREDECESSOR
001782         IF RL-EVENT = "START"
001783             MOVE "S" TO WS-RUNCTL-PRED-STATE
001784         END-IF
001785         IF RL-EVENT = "END"
001786             MOVE "E" TO WS-RUNCTL-PRED-STATE
001787             MOVE RL-RETURN-CODE TO WS-RUNCTL-PRED-RC
001788         END-IF
001789     END-IF.
001790 0135-EXIT.
001791     EXIT.

001792*---------------------------------------------------------------
001793* 0150-CHECK-PREREQUISITES
001794*---------------------------------------------------------------
001795 0150-CHECK-PREREQUISITES.
001796     PERFORM 0175-CHECK-PREDECESSOR   THRU 0175-EXIT.
001797 0150-EXIT.
001798     EXIT.

001799*---------------------------------------------------------------
001800* 0175-CHECK-PREDECESSOR
001801* THE LATEST RUN OF THE STEP THIS ONE FEEDS ON MUST HAVE
001802* FINISHED, AND BELOW 8.  A STEP THAT HAS NEVER RUN IS NO BAR.
001803*---------------------------------------------------------------
001804 0175-CHECK-PREDECESSOR.
001805     MOVE SPACES TO WS-RUNCTL-MESSAGE
001806     IF PREDECESSOR-STILL-OPEN
001807         STRING "LAST " DELIMITED BY SIZE
001808                WS-RUNCTL-PREDECESSOR DELIMITED BY SPACE
001809                " RUN DID NOT COMPLETE" DELIMITED BY SIZE
001810                INTO WS-RUNCTL-MESSAGE
001811     END-IF
001812     IF PREDECESSOR-ENDED AND WS-RUNCTL-PRED-RC NOT < 8
001813         MOVE WS-RUNCTL-PRED-RC TO WS-RUNCTL-RC-DISPLAY
001814         STRING "LAST " DELIMITED BY SIZE
001815                WS-RUNCTL-PREDECESSOR DELIMITED BY SPACE
001816                " RUN ENDED RC " DELIMITED BY SIZE
001817                WS-RUNCTL-RC-DISPLAY DELIMITED BY SIZE
001818                INTO WS-RUNCTL-MESSAGE
001819     END-IF
001820     IF WS-RUNCTL-MESSAGE NOT = SPACES
001821         PERFORM 0190-FAIL-ONE-CHECK THRU 0190-EXIT
001822     END-IF.
001823 0175-EXIT.
001824     EXIT.

001825*---------------------------------------------------------------
001826* 0180-WRITE-RUN-CONTROL
001827* STAMPS THE COMMON FIELDS ON THE RECORD BUILT BY THE CALLER AND
001828* APPENDS IT.  THE LOG IS ALREADY OPEN EXTEND.
001829*---------------------------------------------------------------
001830 0180-WRITE-RUN-CONTROL.
001831     MOVE WS-RUNCTL-PROGRAM-ID    TO RL-PROGRAM-ID
001832     MOVE WS-RUNCTL-BUSINESS-DATE TO RL-BUSINESS-DATE
001833     MOVE WS-RUNCTL-SYSTEM-DATE   TO RL-RUN-DATE
001834     MOVE WS-RUNCTL-START-TIME    TO RL-START-TIME
001835     WRITE RUN-CONTROL-RECORD.
001836 0180-EXIT.
001837     EXIT.

001838*---------------------------------------------------------------
001839* 0190-FAIL-ONE-CHECK
001840* A PREREQUISITE IS NOT MET.  WITH AN OVERRIDE IN FORCE THE
001841* BYPASS IS LOGGED AGAINST THE OPERATOR AND THE RUN GOES ON;
001842* OTHERWISE THE REFUSAL IS LOGGED AND THE RUN IS STOPPED.
001843*---------------------------------------------------------------
001844 0190-FAIL-ONE-CHECK.
001845     INITIALIZE RUN-CONTROL-RECORD
001846     MOVE WS-RUNCTL-MESSAGE TO RL-MESSAGE
001847     IF WS-RUNCTL-OVERRIDE-BY NOT = SPACES
001848         DISPLAY "SUDOKUCAL: " WS-RUNCTL-MESSAGE
001849         DISPLAY "SUDOKUCAL: BYPASSED BY OVERRIDE - OPERATOR "
001850                 WS-RUNCTL-OVERRIDE-BY
001851         MOVE "OVERRIDE" TO RL-EVENT
001852         MOVE WS-RUNCTL-OVERRIDE-BY TO RL-OPERATOR-INITIALS
001853     ELSE
001854         DISPLAY "SUDOKUCAL: PREREQUISITE NOT MET - "
001855                 WS-RUNCTL-MESSAGE
001856         MOVE "REFUSED" TO RL-EVENT
001857         MOVE 12 TO RL-RETURN-CODE
001858         SET RUN-REFUSED TO TRUE
001859     END-IF
001860     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT.
001861 0190-EXIT.
001862     EXIT.

001863*---------------------------------------------------------------
001864* 0900-LOG-RUN-END
001865* APPENDS THE END RECORD - END TIME, RETURN-CODE AND THE STEP'S
001866* KEY RECORD COUNTS - TO THE RUN-CONTROL LOG.
001867*---------------------------------------------------------------
001868 0900-LOG-RUN-END.
001869     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
001870     ACCEPT WS-RUNCTL-CLOCK FROM TIME
001871     INITIALIZE RUN-CONTROL-RECORD
001872     MOVE "END" TO RL-EVENT
001873     MOVE WS-RUNCTL-CLOCK-TIME TO RL-END-TIME
001874     MOVE RETURN-CODE TO RL-RETURN-CODE
001875     MOVE "PUZZLES" TO RL-COUNT-LABEL(1)
001876     MOVE WS-CAL-COUNT TO RL-COUNT-VALUE(1)
001877     MOVE "FLAGGED" TO RL-COUNT-LABEL(2)
001878     MOVE WS-CTL-FLAGGED-COUNT TO RL-COUNT-VALUE(2)
001879     OPEN EXTEND RUN-CONTROL-FILE
001880     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
001881     CLOSE RUN-CONTROL-FILE.
001882 0900-EXIT.
001883     EXIT.

001884*---------------------------------------------------------------
001885* 1000-INITIALIZE-RUN
001886* OPENS THE REPORT AND TABLES THE RESULTS EXTRACT.
001887*---------------------------------------------------------------
001888 1000-INITIALIZE-RUN.
001889     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001890     OPEN OUTPUT CALIBRATION-RPT-FILE
001891     MOVE SPACES TO WS-REPORT-LINE
001892     STRING "SUDOKUCAL DIFFICULTY CALIBRATION REPORT - "
001893            DELIMITED BY SIZE
001894            WS-CURRENT-DATE DELIMITED BY SIZE
001895            INTO WS-REPORT-LINE
001896     WRITE CALIBRATION-LINE FROM WS-REPORT-LINE
001897     MOVE SPACES TO WS-REPORT-LINE
001898     WRITE CALIBRATION-LINE FROM WS-REPORT-LINE
001899     OPEN INPUT RESULTS-EXTRACT-FILE
001900     IF EXTRACT-FILE-OK
001901         PERFORM 1100-LOAD-ONE-EXTRACT THRU 1100-EXIT
001902             UNTIL EXTRACT-FILE-EOF
001903     ELSE
001904         MOVE "RESULTS EXTRACT NOT AVAILABLE - NOTHING TO "
001905              TO WS-REPORT-LINE
001906         MOVE "CALIBRATE" TO WS-REPORT-LINE(45:9)
001907         WRITE CALIBRATION-LINE FROM WS-REPORT-LINE
001908     END-IF
001909     CLOSE RESULTS-EXTRACT-FILE.
001910 1000-EXIT.
001911     EXIT.

001920 1100-LOAD-ONE-EXTRACT.
001930     READ RESULTS-EXTRACT-FILE
