000230*                AND PRINTS A RECONCILIATION OF RECORDS KEPT,
000240*                ARCHIVED AND PURGED PER FILE.  NO CUTOFF CARD
000250*                MEANS THE SUSPENSE FILE IS COPIED UNPURGED.
000251* 15-10-2026 DL  RUN-CONTROL LOG.  THE STEP NOW APPENDS A START
000252*                AND AN END RECORD - BUSINESS DATE, START AND
000253*                END TIME, RETURN-CODE AND KEY RECORD COUNTS -
000254*                TO THE SHARED RUNCTL FILE READ BY THE SUDOKURUN
000255*                RUN-BOOK.  AT START-UP IT REFUSES TO RUN,
000256*                RETURN-CODE 12, UNLESS THE LOG SHOWS A GOOD
000257*                SUDOKUBKP SINCE THE LAST LIBRARY CHANGE.  AN
000258*                OVERRIDE=SUDOKUARC,INITIALS CARD ON RUNOVRD
000259*                BYPASSES THE CHECK AND THE BYPASS IS LOGGED
000260*                AGAINST THE INITIALS.
000261* 15-10-2026 DL  THE LIBRARY RECORD CARRIES THE NEW PL-TEMPLATE-ID
000262*                STAMPED BY SUDOKUGEN ON THEMED STOCK, AND THE
000263*                ARCHIVE RECORD CARRIES IT ACROSS AS
000264*                PA-TEMPLATE-ID - APPENDED, SO ARCHIVE LINES
000265*                WRITTEN EARLIER STILL READ.  NOTE THE LIBRARY
000266*                RECORD GREW FROM 163 TO 169 BYTES - AN EXISTING
000267*                LIBRARY MUST BE RELOADED ONCE INTO THE NEW LAYOUT
000268*                (TEMPLATE-ID SPACES) BEFORE THIS VERSION RUNS.
000269* 15-10-2026 DL  THE SUSPENSE PURGE TALLIES THE NEW EXH REASON -
000270*                A UNIQUENESS PROOF THAT RAN OUT OF SEARCH STEPS,
000271*                KEPT APART FROM A PROVEN SECOND SOLUTION (MLT).
000272*---------------------------------------------------------------

000273 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PUZZLE-LIB-FILE    ASSIGN TO "PUZZLIB"
000520     SELECT ARCHIVE-REPORT-FILE
000530            ASSIGN TO "ARCRPT"
000540            ORGANIZATION       IS LINE SEQUENTIAL.
000541     SELECT OPTIONAL RUN-CONTROL-FILE
000542            ASSIGN TO "RUNCTL"
000543            ORGANIZATION       IS LINE SEQUENTIAL
000544            FILE STATUS        IS WS-RUNCTL-STATUS.
000545     SELECT OPTIONAL RUN-OVERRIDE-FILE
000546            ASSIGN TO "RUNOVRD"
000547            ORGANIZATION       IS LINE SEQUENTIAL
000548            FILE STATUS        IS WS-RUNOVR-STATUS.

000550 DATA DIVISION.
000560 FILE SECTION.
000630     05  PL-GRID-SIZE           PIC 9(02).
000640     05  PL-PUZZLE-LAYOUT       PIC X(144).
000650     05  PL-HOLD-FLAG           PIC X(01).
000651     05  PL-TEMPLATE-ID         PIC X(06).

000660 FD  PUBLISHED-HIST-FILE
000670     LABEL RECORDS ARE STANDARD.
000820     05  PA-GRID-SIZE           PIC 9(02).
000830     05  PA-PUZZLE-LAYOUT       PIC X(144).
000840     05  PA-HOLD-FLAG           PIC X(01).
000841     05  PA-TEMPLATE-ID         PIC X(06).

000850 FD  SUSPENSE-FILE
000860     LABEL RECORDS ARE STANDARD.
001080     LABEL RECORDS ARE STANDARD.
001090 01  ARCHIVE-REPORT-LINE        PIC X(132).

001091 FD  RUN-CONTROL-FILE
001092     LABEL RECORDS ARE STANDARD.
001093 01  RUN-CONTROL-RECORD.
001094     05  RL-PROGRAM-ID          PIC X(12).
001095     05  RL-BUSINESS-DATE       PIC X(08).
001096     05  RL-EVENT               PIC X(08).
001097     05  RL-RUN-DATE            PIC X(08).
001098     05  RL-START-TIME          PIC X(06).
001099     05  RL-END-TIME            PIC X(06).
001100     05  RL-RETURN-CODE         PIC 9(04).
001101     05  RL-COUNT OCCURS 3 TIMES.
001102         10  RL-COUNT-LABEL     PIC X(10).
001103         10  RL-COUNT-VALUE     PIC 9(09).
001104     05  RL-OPERATOR-INITIALS   PIC X(03).
001105     05  RL-MESSAGE             PIC X(40).

001106 FD  RUN-OVERRIDE-FILE
001107     LABEL RECORDS ARE STANDARD.
001108 01  RUN-OVERRIDE-RECORD        PIC X(80).

001109 WORKING-STORAGE SECTION.
001110*---------------------------------------------------------------
001120* FILE STATUS AND END-OF-FILE SWITCHES.
001130*---------------------------------------------------------------
001620 77  WS-PURGE-VAL-COUNT           PIC 9(05) VALUE 0.
001630 77  WS-PURGE-UNS-COUNT           PIC 9(05) VALUE 0.
001640 77  WS-PURGE-MLT-COUNT           PIC 9(05) VALUE 0.
001641 77  WS-PURGE-EXH-COUNT           PIC 9(05) VALUE 0.
001650 77  WS-PURGE-DUP-COUNT           PIC 9(05) VALUE 0.
001660 77  WS-PURGE-OTHER-COUNT         PIC 9(05) VALUE 0.
001670 01  WS-CTL-DISPLAY-COUNT         PIC ZZZZZZ9.
001680 77  WS-CURRENT-DATE              PIC X(08).
001690 01  WS-REPORT-LINE               PIC X(132).

001691*---------------------------------------------------------------
001692* RUN-CONTROL LOG.  EVERY STEP OF THE STREAM APPENDS A START
001693* AND AN END RECORD TO RUNCTL.  THE BUSINESS DAY RUNS TO THE
001694* 06:00 CUTOFF - A STEP STARTED AFTER MIDNIGHT BUT BEFORE THE
001695* CUTOFF STILL BELONGS TO THE PREVIOUS DAY'S STREAM.
001696*---------------------------------------------------------------
001697 77  WS-RUNCTL-STATUS             PIC X(02).
001698     88  RUNCTL-FILE-OK           VALUE "00".
001699     88  RUNCTL-FILE-EOF          VALUE "10".
001700 77  WS-RUNCTL-PROGRAM-ID         PIC X(12) VALUE "SUDOKUARC".
001701 77  WS-RUNCTL-CUTOFF-TIME        PIC X(06) VALUE "060000".
001702 01  WS-RUNCTL-CLOCK.
001703     05  WS-RUNCTL-CLOCK-TIME     PIC X(06).
001704     05  FILLER                   PIC X(02).
001705 77  WS-RUNCTL-SYSTEM-DATE        PIC X(08).
001706 77  WS-RUNCTL-BUSINESS-DATE      PIC X(08).
001707 77  WS-RUNCTL-START-TIME         PIC X(06).
001708 01  WS-RUNCTL-WALK-DATE.
001709     05  WS-RUNCTL-WALK-YYYY      PIC 9(04).
001710     05  WS-RUNCTL-WALK-MM        PIC 9(02).
001711     05  WS-RUNCTL-WALK-DD        PIC 9(02).
001712 01  WS-RUNCTL-MONTH-TABLE.
001713     05  FILLER                   PIC X(24)
001714             VALUE "312831303130313130313031".
001715 01  WS-RUNCTL-MONTH-TABLE-R REDEFINES WS-RUNCTL-MONTH-TABLE.
001716     05  WS-RUNCTL-MONTH-DAYS     PIC 9(02) OCCURS 12 TIMES.
001717 77  WS-RUNCTL-LEAP-QUOT          PIC 9(04).
001718 77  WS-RUNCTL-LEAP-WORK          PIC 9(04).
001719*---------------------------------------------------------------
001720* PREREQUISITE CHECK.  THE LOG IS READ FRONT TO BACK AND THE
001721* LATEST RECORD OF EACH KIND WINS.  A STAMP IS RUN DATE PLUS
001722* TIME (THE END TIME ON AN END RECORD, THE START TIME OTHERWISE)
001723* SO THAT STEPS COMPARE IN CLOCK ORDER ACROSS MIDNIGHT.  9999
001724* IN A RETURN-CODE FIELD MEANS THE STEP HAS NOT RUN.
001725*---------------------------------------------------------------
001726 77  WS-RUNOVR-STATUS             PIC X(02).
001727     88  RUNOVR-FILE-OK           VALUE "00".
001728     88  RUNOVR-FILE-EOF          VALUE "10".
001729 01  WS-RUNCTL-STAMP.
001730     05  WS-RUNCTL-STAMP-DATE     PIC X(08).
001731     05  WS-RUNCTL-STAMP-TIME     PIC X(06).
001732 77  WS-RUNCTL-BACKUP-STAMP       PIC X(14) VALUE SPACES.
001733 77  WS-RUNCTL-CHANGE-STAMP       PIC X(14) VALUE SPACES.
001734 77  WS-RUNCTL-OVERRIDE-BY        PIC X(03) VALUE SPACES.
001735 77  WS-RUNCTL-REFUSED-SWITCH     PIC X(01) VALUE "N".
001736     88  RUN-REFUSED              VALUE "Y".
001737 77  WS-RUNCTL-MESSAGE            PIC X(40).
001738 01  WS-RUNCTL-RC-DISPLAY         PIC 9(04).
001739 77  WS-RUNCTL-CARD               PIC X(80).
001740 77  WS-RUNCTL-KEYWORD            PIC X(12).
001741 77  WS-RUNCTL-CARD-PROGRAM       PIC X(12).
001742 77  WS-RUNCTL-CARD-INITIALS      PIC X(12).

001743 PROCEDURE DIVISION.
001744*---------------------------------------------------------------
001745* 0000-MAINLINE
001746*---------------------------------------------------------------
001747 0000-MAINLINE.
001748     PERFORM 0100-CHECK-RUN-CONTROL  THRU 0100-EXIT
001749     IF RUN-REFUSED
001750         MOVE 12 TO RETURN-CODE
001751         STOP RUN
001752     END-IF
001753     PERFORM 1000-INITIALIZE-RUN     THRU 1000-EXIT
001760     PERFORM 2000-ARCHIVE-LIBRARY    THRU 2000-EXIT
001770     PERFORM 3000-PURGE-SUSPENSE     THRU 3000-EXIT
001780     PERFORM 9000-TERMINATE-RUN      THRU 9000-EXIT
001781     PERFORM 0900-LOG-RUN-END        THRU 0900-EXIT
001790     STOP RUN.

001791*---------------------------------------------------------------
001792* 0100-CHECK-RUN-CONTROL
001793* DATES THE RUN, CHECKS THIS STEP'S PREREQUISITES AGAINST THE
001794* RUN-CONTROL LOG AND APPENDS THE START RECORD.  A PREREQUISITE
001795* NOT MET REFUSES THE RUN UNLESS RUNOVRD CARRIES AN OVERRIDE
001796* CARD FOR THIS PROGRAM WITH THE OPERATOR'S INITIALS - THE
001797* BYPASS IS THEN LOGGED AGAINST THOSE INITIALS INSTEAD.
001798*---------------------------------------------------------------
001799 0100-CHECK-RUN-CONTROL.
001800     PERFORM 0110-SET-BUSINESS-DATE  THRU 0110-EXIT
001801     PERFORM 0120-READ-OVERRIDE-CARDS THRU 0120-EXIT
001802     PERFORM 0130-SCAN-RUN-CONTROL   THRU 0130-EXIT
001803     OPEN EXTEND RUN-CONTROL-FILE
001804     PERFORM 0150-CHECK-PREREQUISITES THRU 0150-EXIT
001805     IF RUN-REFUSED
001806         DISPLAY "SUDOKUARC: RUN REFUSED - RETURN-CODE 12"
001807         DISPLAY "SUDOKUARC: TO BYPASS, PUT CARD "
001808                 "OVERRIDE=SUDOKUARC,<INITIALS> ON RUNOVRD"
001809         CLOSE RUN-CONTROL-FILE
001810         GO TO 0100-EXIT
001811     END-IF
001812     INITIALIZE RUN-CONTROL-RECORD
001813     MOVE "START" TO RL-EVENT
001814     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
001815     CLOSE RUN-CONTROL-FILE.
001816 0100-EXIT.
001817     EXIT.

001818*---------------------------------------------------------------
001819* 0110-SET-BUSINESS-DATE
001820* THE BUSINESS DATE IS TODAY, OR YESTERDAY WHEN THE STEP STARTS
001821* BEFORE THE CUTOFF.
001822*---------------------------------------------------------------
001823 0110-SET-BUSINESS-DATE.
001824     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
001825     ACCEPT WS-RUNCTL-CLOCK FROM TIME
001826     MOVE WS-RUNCTL-CLOCK-TIME TO WS-RUNCTL-START-TIME
001827     MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-BUSINESS-DATE
001828     IF WS-RUNCTL-START-TIME < WS-RUNCTL-CUTOFF-TIME
001829         MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-WALK-DATE
001830         PERFORM 0115-BACK-ONE-DAY   THRU 0115-EXIT
001831         MOVE WS-RUNCTL-WALK-DATE TO WS-RUNCTL-BUSINESS-DATE
001832     END-IF.
001833 0110-EXIT.
001834     EXIT.

001835 0115-BACK-ONE-DAY.
001836     IF WS-RUNCTL-WALK-DD > 1
001837         SUBTRACT 1 FROM WS-RUNCTL-WALK-DD
001838         GO TO 0115-EXIT
001839     END-IF
001840     IF WS-RUNCTL-WALK-MM = 1
001841         MOVE 12 TO WS-RUNCTL-WALK-MM
001842         SUBTRACT 1 FROM WS-RUNCTL-WALK-YYYY
001843     ELSE
001844         SUBTRACT 1 FROM WS-RUNCTL-WALK-MM
001845     END-IF
001846     MOVE WS-RUNCTL-MONTH-DAYS(WS-RUNCTL-WALK-MM)
001847         TO WS-RUNCTL-WALK-DD
001848     IF WS-RUNCTL-WALK-MM = 2
001849         DIVIDE WS-RUNCTL-WALK-YYYY BY 4
001850             GIVING WS-RUNCTL-LEAP-QUOT
001851             REMAINDER WS-RUNCTL-LEAP-WORK
001852         IF WS-RUNCTL-LEAP-WORK = 0
001853             MOVE 29 TO WS-RUNCTL-WALK-DD
001854             DIVIDE WS-RUNCTL-WALK-YYYY BY 100
001855                 GIVING WS-RUNCTL-LEAP-QUOT
001856                 REMAINDER WS-RUNCTL-LEAP-WORK
001857             IF WS-RUNCTL-LEAP-WORK = 0
001858                 DIVIDE WS-RUNCTL-WALK-YYYY BY 400
001859                     GIVING WS-RUNCTL-LEAP-QUOT
001860                     REMAINDER WS-RUNCTL-LEAP-WORK
001861                 IF WS-RUNCTL-LEAP-WORK NOT = 0
001862                     MOVE 28 TO WS-RUNCTL-WALK-DD
001863                 END-IF
001864             END-IF
001865         END-IF
001866     END-IF.
001867 0115-EXIT.
001868     EXIT.

001869*---------------------------------------------------------------
001870* 0120-READ-OVERRIDE-CARDS
001871* RUNOVRD MAY CARRY CARDS FOR SEVERAL STEPS.  ONLY A CARD OF THE
001872* FORM OVERRIDE=PROGRAM,INITIALS NAMING THIS PROGRAM COUNTS, AND
001873* ONLY WHEN THE INITIALS ARE PRESENT.
001874*---------------------------------------------------------------
001875 0120-READ-OVERRIDE-CARDS.
001876     OPEN INPUT RUN-OVERRIDE-FILE
001877     IF RUNOVR-FILE-OK
001878         PERFORM 0125-READ-ONE-OVERRIDE THRU 0125-EXIT
001879             UNTIL RUNOVR-FILE-EOF
001880     END-IF
001881     CLOSE RUN-OVERRIDE-FILE.
001882 0120-EXIT.
001883     EXIT.

001884 0125-READ-ONE-OVERRIDE.
001885     READ RUN-OVERRIDE-FILE INTO WS-RUNCTL-CARD
001886         AT END
001887             GO TO 0125-EXIT
001888     END-READ
001889     IF WS-RUNCTL-CARD = SPACES
001890         GO TO 0125-EXIT
001891     END-IF
001892     MOVE SPACES TO WS-RUNCTL-KEYWORD
001893                    WS-RUNCTL-CARD-PROGRAM
001894                    WS-RUNCTL-CARD-INITIALS
001895     UNSTRING WS-RUNCTL-CARD DELIMITED BY "=" OR ","
001896         INTO WS-RUNCTL-KEYWORD
001897              WS-RUNCTL-CARD-PROGRAM
001898              WS-RUNCTL-CARD-INITIALS
001899     END-UNSTRING
001900     IF WS-RUNCTL-KEYWORD NOT = "OVERRIDE"
001901         DISPLAY "SUDOKUARC: UNRECOGNIZED OVERRIDE CARD "
001902                 "IGNORED: " WS-RUNCTL-CARD(1:40)
001903         GO TO 0125-EXIT
001904     END-IF
001905     IF WS-RUNCTL-CARD-PROGRAM NOT = WS-RUNCTL-PROGRAM-ID
001906         GO TO 0125-EXIT
001907     END-IF
001908     IF WS-RUNCTL-CARD-INITIALS = SPACES
001909         DISPLAY "SUDOKUARC: OVERRIDE CARD IGNORED - "
001910                 "NO OPERATOR INITIALS"
001911         GO TO 0125-EXIT
001912     END-IF
001913     MOVE WS-RUNCTL-CARD-INITIALS TO WS-RUNCTL-OVERRIDE-BY.
001914 0125-EXIT.
001915     EXIT.

001916*---------------------------------------------------------------
001917* 0130-SCAN-RUN-CONTROL
001918* READS THE WHOLE LOG AND KEEPS THE LATEST FACT OF EACH KIND
001919* THIS STEP'S CHECKS NEED.
001920*---------------------------------------------------------------
001921 0130-SCAN-RUN-CONTROL.
001922     OPEN INPUT RUN-CONTROL-FILE
001923     IF RUNCTL-FILE-OK
001924         PERFORM 0135-NOTE-ONE-RUN-CONTROL THRU 0135-EXIT
001925             UNTIL RUNCTL-FILE-EOF
001926     END-IF
001927     CLOSE RUN-CONTROL-FILE.
001928 0130-EXIT.
001929     EXIT.

001930 0135-NOTE-ONE-RUN-CONTROL.
001931     READ RUN-CONTROL-FILE
001932         AT END
001933             GO TO 0135-EXIT
001934     END-READ
001935     MOVE RL-RUN-DATE TO WS-RUNCTL-STAMP-DATE
001936     IF RL-EVENT = "END"
001937         MOVE RL-END-TIME TO WS-RUNCTL-STAMP-TIME
001938     ELSE
001939         MOVE RL-START-TIME TO WS-RUNCTL-STAMP-TIME
001940     END-IF
001941     IF RL-PROGRAM-ID = "SUDOKUBKP" AND RL-EVENT = "END"
001942        AND RL-RETURN-CODE < 8
001943         MOVE WS-RUNCTL-STAMP TO WS-RUNCTL-BACKUP-STAMP
001944     END-IF
001945     IF RL-EVENT = "START"
001946         IF RL-PROGRAM-ID = "SUDOKULIB" OR "SUDOKUGEN"
001947                         OR "SUDOKUIMP" OR "SUDOKUARC"
001948                         OR "SUDOKUREC"
001949             MOVE WS-RUNCTL-STAMP TO WS-RUNCTL-CHANGE-STAMP
001950         END-IF
001951     END-IF.
001952 0135-EXIT.
001953     EXIT.

001954*---------------------------------------------------------------
001955* 0150-CHECK-PREREQUISITES
001956*---------------------------------------------------------------
001957 0150-CHECK-PREREQUISITES.
001958     PERFORM 0165-CHECK-BACKUP-CURRENT THRU 0165-EXIT.
001959 0150-EXIT.
001960     EXIT.

001961*---------------------------------------------------------------
001962* 0165-CHECK-BACKUP-CURRENT
001963* THE LATEST SUDOKUBKP ENDING BELOW 8 MUST BE LATER THAN THE
001964* START OF THE LATEST RUN OF ANY STEP THAT CHANGES THE LIBRARY.
001965*---------------------------------------------------------------
001966 0165-CHECK-BACKUP-CURRENT.
001967     IF WS-RUNCTL-BACKUP-STAMP = SPACES
001968         MOVE "NO GOOD SUDOKUBKP ON THE RUN-CONTROL LOG"
001969             TO WS-RUNCTL-MESSAGE
001970         PERFORM 0190-FAIL-ONE-CHECK THRU 0190-EXIT
001971         GO TO 0165-EXIT
001972     END-IF
001973     IF WS-RUNCTL-BACKUP-STAMP < WS-RUNCTL-CHANGE-STAMP
001974         MOVE "NO SUDOKUBKP SINCE LAST LIBRARY CHANGE"
001975             TO WS-RUNCTL-MESSAGE
001976         PERFORM 0190-FAIL-ONE-CHECK THRU 0190-EXIT
001977     END-IF.
001978 0165-EXIT.
001979     EXIT.

001980*---------------------------------------------------------------
001981* 0180-WRITE-RUN-CONTROL
001982* STAMPS THE COMMON FIELDS ON THE RECORD BUILT BY THE CALLER AND
001983* APPENDS IT.  THE LOG IS ALREADY OPEN EXTEND.
001984*---------------------------------------------------------------
001985 0180-WRITE-RUN-CONTROL.
001986     MOVE WS-RUNCTL-PROGRAM-ID    TO RL-PROGRAM-ID
001987     MOVE WS-RUNCTL-BUSINESS-DATE TO RL-BUSINESS-DATE
001988     MOVE WS-RUNCTL-SYSTEM-DATE   TO RL-RUN-DATE
001989     MOVE WS-RUNCTL-START-TIME    TO RL-START-TIME
001990     WRITE RUN-CONTROL-RECORD.
001991 0180-EXIT.
001992     EXIT.

001993*---------------------------------------------------------------
001994* 0190-FAIL-ONE-CHECK
001995* A PREREQUISITE IS NOT MET.  WITH AN OVERRIDE IN FORCE THE
001996* BYPASS IS LOGGED AGAINST THE OPERATOR AND THE RUN GOES ON;
001997* OTHERWISE THE REFUSAL IS LOGGED AND THE RUN IS STOPPED.
001998*---------------------------------------------------------------
001999 0190-FAIL-ONE-CHECK.
002000     INITIALIZE RUN-CONTROL-RECORD
002001     MOVE WS-RUNCTL-MESSAGE TO RL-MESSAGE
002002     IF WS-RUNCTL-OVERRIDE-BY NOT = SPACES
002003         DISPLAY "SUDOKUARC: " WS-RUNCTL-MESSAGE
002004         DISPLAY "SUDOKUARC: BYPASSED BY OVERRIDE - OPERATOR "
002005                 WS-RUNCTL-OVERRIDE-BY
002006         MOVE "OVERRIDE" TO RL-EVENT
002007         MOVE WS-RUNCTL-OVERRIDE-BY TO RL-OPERATOR-INITIALS
002008     ELSE
002009         DISPLAY "SUDOKUARC: PREREQUISITE NOT MET - "
002010                 WS-RUNCTL-MESSAGE
002011         MOVE "REFUSED" TO RL-EVENT
002012         MOVE 12 TO RL-RETURN-CODE
002013         SET RUN-REFUSED TO TRUE
002014     END-IF
002015     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT.
002016 0190-EXIT.
002017     EXIT.

002018*---------------------------------------------------------------
002019* 0900-LOG-RUN-END
002020* APPENDS THE END RECORD - END TIME, RETURN-CODE AND THE STEP'S
002021* KEY RECORD COUNTS - TO THE RUN-CONTROL LOG.
002022*---------------------------------------------------------------
002023 0900-LOG-RUN-END.
002024     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
002025     ACCEPT WS-RUNCTL-CLOCK FROM TIME
002026     INITIALIZE RUN-CONTROL-RECORD
002027     MOVE "END" TO RL-EVENT
002028     MOVE WS-RUNCTL-CLOCK-TIME TO RL-END-TIME
002029     MOVE RETURN-CODE TO RL-RETURN-CODE
002030     MOVE "ARCHIVED" TO RL-COUNT-LABEL(1)
002031     MOVE WS-LIB-ARCHIVED-COUNT TO RL-COUNT-VALUE(1)
002032     MOVE "LIB KEPT" TO RL-COUNT-LABEL(2)
002033     MOVE WS-LIB-KEPT-COUNT TO RL-COUNT-VALUE(2)
002034     MOVE "PURGED" TO RL-COUNT-LABEL(3)
002035     MOVE WS-SUSP-PURGED-COUNT TO RL-COUNT-VALUE(3)
002036     OPEN EXTEND RUN-CONTROL-FILE
002037     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
002038     CLOSE RUN-CONTROL-FILE.
002039 0900-EXIT.
002040     EXIT.

002041*---------------------------------------------------------------
002042* 1000-INITIALIZE-RUN
002043* READS THE CUTOFF CARD AND OPENS THE REPORT.
002044*---------------------------------------------------------------
002045 1000-INITIALIZE-RUN.
002046     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002047     PERFORM 1020-ACCEPT-RUN-PARAMETERS THRU 1020-EXIT
002048     OPEN OUTPUT ARCHIVE-REPORT-FILE
002049     MOVE SPACES TO WS-REPORT-LINE
002050     STRING "SUDOKUARC LIFECYCLE RUN - " DELIMITED BY SIZE
002051            WS-CURRENT-DATE DELIMITED BY SIZE
002052            INTO WS-REPORT-LINE
002053     WRITE ARCHIVE-REPORT-LINE FROM WS-REPORT-LINE
002054     IF WS-CUTOFF-DATE = SPACES
002055         MOVE "NO CUTOFF CARD - SUSPENSE COPIED UNPURGED"
002056              TO WS-REPORT-LINE
002057     ELSE
002058         MOVE SPACES TO WS-REPORT-LINE
002059         STRING "SUSPENSE RETENTION CUTOFF " DELIMITED BY SIZE
002060                WS-CUTOFF-DATE DELIMITED BY SIZE
002061                " - OLDER REJECTS PURGE TO THE ARCHIVE"
002062                DELIMITED BY SIZE
002063                INTO WS-REPORT-LINE
002064     END-IF
002065     WRITE ARCHIVE-REPORT-LINE FROM WS-REPORT-LINE
002066     MOVE SPACES TO WS-REPORT-LINE
002070     WRITE ARCHIVE-REPORT-LINE FROM WS-REPORT-LINE.
002090 1000-EXIT.
002100     EXIT.
003330     MOVE PL-GRID-SIZE        TO PA-GRID-SIZE
003340     MOVE PL-PUZZLE-LAYOUT    TO PA-PUZZLE-LAYOUT
003350     MOVE PL-HOLD-FLAG        TO PA-HOLD-FLAG
003351     MOVE PL-TEMPLATE-ID      TO PA-TEMPLATE-ID
003360     WRITE PUZZLE-ARCHIVE-RECORD
003370     DELETE PUZZLE-LIB-FILE RECORD
003380     IF PUZZLE-LIB-OK
003940             ADD 1 TO WS-PURGE-UNS-COUNT
003950         WHEN "MLT"
003960             ADD 1 TO WS-PURGE-MLT-COUNT
003961         WHEN "EXH"
003962             ADD 1 TO WS-PURGE-EXH-COUNT
003970         WHEN "DUP"
003980             ADD 1 TO WS-PURGE-DUP-COUNT
003990         WHEN OTHER
004400     MOVE "    MULTI-SOLUTION (MLT)  . . : " TO WS-REPORT-LINE
004410     MOVE WS-PURGE-MLT-COUNT TO WS-CTL-DISPLAY-COUNT
004420     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
004421     MOVE "    SEARCH EXHAUSTED (EXH)  . : " TO WS-REPORT-LINE
004422     MOVE WS-PURGE-EXH-COUNT TO WS-CTL-DISPLAY-COUNT
004423     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
004430     MOVE "    DUPLICATE (DUP) . . . . . : " TO WS-REPORT-LINE
004440     MOVE WS-PURGE-DUP-COUNT TO WS-CTL-DISPLAY-COUNT
004450     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
