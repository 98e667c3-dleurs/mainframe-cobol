000280*                DROPPED FROM THE UPDATED SCHEDULE.  WRITES THE
000290*                UPDATED SCHEDULE TO SCHOUT AND AN ASSIGNMENT
000300*                REPORT TO SCHRPT.
000301* 15-10-2026 DL  RUN-CONTROL LOG.  THE STEP NOW APPENDS A START
000302*                AND AN END RECORD - BUSINESS DATE, START AND
000303*                END TIME, RETURN-CODE AND KEY RECORD COUNTS -
000304*                TO THE SHARED RUNCTL FILE READ BY THE SUDOKURUN
000305*                RUN-BOOK.  AT START-UP IT REFUSES TO RUN,
000306*                RETURN-CODE 12, UNLESS THE LOG SHOWS A CLEAN
000307*                (RETURN-CODE 0) SUDOKUAUD FOR THE BUSINESS
000308*                DATE.  AN OVERRIDE=SUDOKUSCH,INITIALS CARD ON
000309*                RUNOVRD BYPASSES THE CHECK AND THE BYPASS IS
000310*                LOGGED AGAINST THE INITIALS.
000311* 15-10-2026 DL  THEMED STOCK.  THE LIBRARY RECORD CARRIES THE NEW
000312*                PL-TEMPLATE-ID STAMPED BY SUDOKUGEN ON PUZZLES
000313*                BUILT TO A CLUE-PATTERN TEMPLATE (THE HOLIDAY
000314*                HEARTS AND LETTERS).  THEMED STOCK IS NO LONGER
000315*                DEALT OUT TO ORDINARY DATES: IT IS ASSIGNED ONLY
000316*                ON A RUN WITH A TEMPLATE=XXXXXX CARD, WHICH
000317*                TAKES THAT TEMPLATE'S PUZZLES FIRST FOR EVERY
000318*                DATE IN THE RANGE AND FALLS BACK TO PLAIN STOCK
000319*                WHEN THEY RUN OUT.  THEMED ASSIGNMENTS ARE
000320*                MARKED ON THE REPORT AND THE TRAILER COUNTS THEM
000321*                AND THE THEMED STOCK LEFT IN THE POOL.  NOTE THE
000322*                RECORD GREW FROM 163 TO 169 BYTES - AN EXISTING
000323*                LIBRARY MUST BE RELOADED ONCE INTO THE NEW LAYOUT
000324*                (TEMPLATE-ID SPACES) BEFORE THIS VERSION RUNS.
000325*---------------------------------------------------------------

000326 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PUZZLE-LIB-FILE    ASSIGN TO "PUZZLIB"
000490            ORGANIZATION       IS LINE SEQUENTIAL.
000500     SELECT ASSIGN-REPORT-FILE ASSIGN TO "SCHRPT"
000510            ORGANIZATION       IS LINE SEQUENTIAL.
000511     SELECT OPTIONAL RUN-CONTROL-FILE
000512            ASSIGN TO "RUNCTL"
000513            ORGANIZATION       IS LINE SEQUENTIAL
000514            FILE STATUS        IS WS-RUNCTL-STATUS.
000515     SELECT OPTIONAL RUN-OVERRIDE-FILE
000516            ASSIGN TO "RUNOVRD"
000517            ORGANIZATION       IS LINE SEQUENTIAL
000518            FILE STATUS        IS WS-RUNOVR-STATUS.

000520 DATA DIVISION.
000530 FILE SECTION.
000600     05  PL-GRID-SIZE           PIC 9(02).
000610     05  PL-PUZZLE-LAYOUT       PIC X(144).
000620     05  PL-HOLD-FLAG           PIC X(01).
000621     05  PL-TEMPLATE-ID         PIC X(06).

000630 FD  SCHEDULE-FILE
000640     LABEL RECORDS ARE STANDARD.
000880     LABEL RECORDS ARE STANDARD.
000890 01  ASSIGN-REPORT-LINE         PIC X(132).

000891 FD  RUN-CONTROL-FILE
000892     LABEL RECORDS ARE STANDARD.
000893 01  RUN-CONTROL-RECORD.
000894     05  RL-PROGRAM-ID          PIC X(12).
000895     05  RL-BUSINESS-DATE       PIC X(08).
000896     05  RL-EVENT               PIC X(08).
000897     05  RL-RUN-DATE            PIC X(08).
000898     05  RL-START-TIME          PIC X(06).
000899     05  RL-END-TIME            PIC X(06).
000900     05  RL-RETURN-CODE         PIC 9(04).
000901     05  RL-COUNT OCCURS 3 TIMES.
000902         10  RL-COUNT-LABEL     PIC X(10).
000903         10  RL-COUNT-VALUE     PIC 9(09).
000904     05  RL-OPERATOR-INITIALS   PIC X(03).
000905     05  RL-MESSAGE             PIC X(40).

000906 FD  RUN-OVERRIDE-FILE
000907     LABEL RECORDS ARE STANDARD.
000908 01  RUN-OVERRIDE-RECORD        PIC X(80).

000909 WORKING-STORAGE SECTION.
000910*---------------------------------------------------------------
000920* FILE STATUS AND END-OF-FILE SWITCHES.
000930*---------------------------------------------------------------
001060* CARDS, ENDED BY AN "END" CARD, SAME CONVENTION AS THE DAILY
001070* RUN'S CARD DECK.  BOTH CARDS ARE REQUIRED; A RANGE OVER 366
001080* DAYS IS REFUSED SO A MISPUNCHED YEAR CANNOT FILL A DECADE.
001081* AN OPTIONAL TEMPLATE=XXXXXX CARD NAMES THE CLUE-PATTERN
001082* TEMPLATE WHOSE THEMED STOCK THE RANGE SHOULD USE FIRST.
001090*---------------------------------------------------------------
001100 77  WS-PARM-CARD                 PIC X(80).
001110 77  WS-PARM-KEYWORD              PIC X(12).
001150     88  NO-MORE-PARM-CARDS       VALUE "Y".
001160 77  WS-FROM-DATE                 PIC X(08) VALUE SPACES.
001170 77  WS-TO-DATE                   PIC X(08) VALUE SPACES.
001171 77  WS-THEME-TEMPLATE-ID         PIC X(06) VALUE SPACES.
001180 77  WS-PARM-ERROR-SWITCH         PIC X(01) VALUE "N".
001190     88  PARAMETERS-ARE-BAD       VALUE "Y".

001200*---------------------------------------------------------------
001210* THE CANDIDATE POOL - EVERY LIBRARY RECORD, WITH THE FLAGS
001220* THE ASSIGNMENT DECISION NEEDS: HELD, ON SUSPENSE, ALREADY
001230* ASSIGNED (BY THE EXISTING SCHEDULE OR EARLIER IN THIS RUN),
001231* AND THE CLUE-PATTERN TEMPLATE OF THEMED STOCK (SPACES FOR
001232* PLAIN STOCK).
001240*---------------------------------------------------------------
001250 01  WS-POOL-TABLE.
001260     05  WS-POOL-ENTRY OCCURS 5000 TIMES.
001300         10  WS-POOL-HOLD-FLAG  PIC X(01).
001310         10  WS-POOL-SUSP-FLAG  PIC X(01).
001320         10  WS-POOL-ASSIGNED   PIC X(01).
001321         10  WS-POOL-TEMPLATE-ID
001322                                PIC X(06).
001330 77  WS-POOL-COUNT                PIC 9(04) VALUE 0.
001340 77  WS-POOL-INDEX                PIC 9(04).
001350 77  WS-POOL-PICK                 PIC 9(04) VALUE 0.
001351 77  WS-POOL-WANT-TEMPLATE        PIC X(06).

001360*---------------------------------------------------------------
001370* THE EXISTING SCHEDULE, TABLED FOR THE DATE WALK.  A DROPPED
002150 77  WS-CTL-ASSIGNED-COUNT        PIC 9(05) VALUE 0.
002160 77  WS-CTL-UNFILLED-COUNT        PIC 9(05) VALUE 0.
002170 77  WS-CTL-KEPT-COUNT            PIC 9(05) VALUE 0.
002171 77  WS-CTL-THEMED-COUNT          PIC 9(05) VALUE 0.
002172 77  WS-CTL-THEMED-LEFT-COUNT     PIC 9(05) VALUE 0.
002180 01  WS-CTL-DISPLAY-COUNT         PIC ZZZZ9.

002190 01  WS-REPORT-LINE               PIC X(132).

002191*---------------------------------------------------------------
002192* RUN-CONTROL LOG.  EVERY STEP OF THE STREAM APPENDS A START
002193* AND AN END RECORD TO RUNCTL.  THE BUSINESS DAY RUNS TO THE
002194* 06:00 CUTOFF - A STEP STARTED AFTER MIDNIGHT BUT BEFORE THE
002195* CUTOFF STILL BELONGS TO THE PREVIOUS DAY'S STREAM.
002196*---------------------------------------------------------------
002197 77  WS-RUNCTL-STATUS             PIC X(02).
002198     88  RUNCTL-FILE-OK           VALUE "00".
002199     88  RUNCTL-FILE-EOF          VALUE "10".
002200 77  WS-RUNCTL-PROGRAM-ID         PIC X(12) VALUE "SUDOKUSCH".
002201 77  WS-RUNCTL-CUTOFF-TIME        PIC X(06) VALUE "060000".
002202 01  WS-RUNCTL-CLOCK.
002203     05  WS-RUNCTL-CLOCK-TIME     PIC X(06).
002204     05  FILLER                   PIC X(02).
002205 77  WS-RUNCTL-SYSTEM-DATE        PIC X(08).
002206 77  WS-RUNCTL-BUSINESS-DATE      PIC X(08).
002207 77  WS-RUNCTL-START-TIME         PIC X(06).
002208 01  WS-RUNCTL-WALK-DATE.
002209     05  WS-RUNCTL-WALK-YYYY      PIC 9(04).
002210     05  WS-RUNCTL-WALK-MM        PIC 9(02).
002211     05  WS-RUNCTL-WALK-DD        PIC 9(02).
002212 01  WS-RUNCTL-MONTH-TABLE.
002213     05  FILLER                   PIC X(24)
002214             VALUE "312831303130313130313031".
002215 01  WS-RUNCTL-MONTH-TABLE-R REDEFINES WS-RUNCTL-MONTH-TABLE.
002216     05  WS-RUNCTL-MONTH-DAYS     PIC 9(02) OCCURS 12 TIMES.
002217 77  WS-RUNCTL-LEAP-QUOT          PIC 9(04).
002218 77  WS-RUNCTL-LEAP-WORK          PIC 9(04).
002219*---------------------------------------------------------------
002220* PREREQUISITE CHECK.  THE LOG IS READ FRONT TO BACK AND THE
002221* LATEST RECORD OF EACH KIND WINS.  A STAMP IS RUN DATE PLUS
002222* TIME (THE END TIME ON AN END RECORD, THE START TIME OTHERWISE)
002223* SO THAT STEPS COMPARE IN CLOCK ORDER ACROSS MIDNIGHT.  9999
002224* IN A RETURN-CODE FIELD MEANS THE STEP HAS NOT RUN.
002225*---------------------------------------------------------------
002226 77  WS-RUNOVR-STATUS             PIC X(02).
002227     88  RUNOVR-FILE-OK           VALUE "00".
002228     88  RUNOVR-FILE-EOF          VALUE "10".
002229 01  WS-RUNCTL-STAMP.
002230     05  WS-RUNCTL-STAMP-DATE     PIC X(08).
002231     05  WS-RUNCTL-STAMP-TIME     PIC X(06).
002232 77  WS-RUNCTL-AUDIT-RC           PIC 9(04) VALUE 9999.
002233 77  WS-RUNCTL-OVERRIDE-BY        PIC X(03) VALUE SPACES.
002234 77  WS-RUNCTL-REFUSED-SWITCH     PIC X(01) VALUE "N".
002235     88  RUN-REFUSED              VALUE "Y".
002236 77  WS-RUNCTL-MESSAGE            PIC X(40).
002237 01  WS-RUNCTL-RC-DISPLAY         PIC 9(04).
002238 77  WS-RUNCTL-CARD               PIC X(80).
002239 77  WS-RUNCTL-KEYWORD            PIC X(12).
002240 77  WS-RUNCTL-CARD-PROGRAM       PIC X(12).
002241 77  WS-RUNCTL-CARD-INITIALS      PIC X(12).

002242 PROCEDURE DIVISION.
002243*---------------------------------------------------------------
002244* 0000-MAINLINE
002245*---------------------------------------------------------------
002246 0000-MAINLINE.
002247     PERFORM 0100-CHECK-RUN-CONTROL  THRU 0100-EXIT
002248     IF RUN-REFUSED
002249         MOVE 12 TO RETURN-CODE
002250         STOP RUN
002251     END-IF
002252     PERFORM 1000-INITIALIZE-RUN     THRU 1000-EXIT
002260     IF NOT PARAMETERS-ARE-BAD
002270         PERFORM 2000-WALK-DATE-RANGE THRU 2000-EXIT
002280     END-IF
002290     PERFORM 9000-TERMINATE-RUN      THRU 9000-EXIT
002291     PERFORM 0900-LOG-RUN-END        THRU 0900-EXIT
002300     STOP RUN.

002301*---------------------------------------------------------------
002302* 0100-CHECK-RUN-CONTROL
002303* DATES THE RUN, CHECKS THIS STEP'S PREREQUISITES AGAINST THE
002304* RUN-CONTROL LOG AND APPENDS THE START RECORD.  A PREREQUISITE
002305* NOT MET REFUSES THE RUN UNLESS RUNOVRD CARRIES AN OVERRIDE
002306* CARD FOR THIS PROGRAM WITH THE OPERATOR'S INITIALS - THE
002307* BYPASS IS THEN LOGGED AGAINST THOSE INITIALS INSTEAD.
002308*---------------------------------------------------------------
002309 0100-CHECK-RUN-CONTROL.
002310     PERFORM 0110-SET-BUSINESS-DATE  THRU 0110-EXIT
002311     PERFORM 0120-READ-OVERRIDE-CARDS THRU 0120-EXIT
002312     PERFORM 0130-SCAN-RUN-CONTROL   THRU 0130-EXIT
002313     OPEN EXTEND RUN-CONTROL-FILE
002314     PERFORM 0150-CHECK-PREREQUISITES THRU 0150-EXIT
002315     IF RUN-REFUSED
002316         DISPLAY "SUDOKUSCH: RUN REFUSED - RETURN-CODE 12"
002317         DISPLAY "SUDOKUSCH: TO BYPASS, PUT CARD "
002318                 "OVERRIDE=SUDOKUSCH,<INITIALS> ON RUNOVRD"
002319         CLOSE RUN-CONTROL-FILE
002320         GO TO 0100-EXIT
002321     END-IF
002322     INITIALIZE RUN-CONTROL-RECORD
002323     MOVE "START" TO RL-EVENT
002324     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
002325     CLOSE RUN-CONTROL-FILE.
002326 0100-EXIT.
002327     EXIT.

002328*---------------------------------------------------------------
002329* 0110-SET-BUSINESS-DATE
002330* THE BUSINESS DATE IS TODAY, OR YESTERDAY WHEN THE STEP STARTS
002331* BEFORE THE CUTOFF.
002332*---------------------------------------------------------------
002333 0110-SET-BUSINESS-DATE.
002334     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
002335     ACCEPT WS-RUNCTL-CLOCK FROM TIME
002336     MOVE WS-RUNCTL-CLOCK-TIME TO WS-RUNCTL-START-TIME
002337     MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-BUSINESS-DATE
002338     IF WS-RUNCTL-START-TIME < WS-RUNCTL-CUTOFF-TIME
002339         MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-WALK-DATE
002340         PERFORM 0115-BACK-ONE-DAY   THRU 0115-EXIT
002341         MOVE WS-RUNCTL-WALK-DATE TO WS-RUNCTL-BUSINESS-DATE
002342     END-IF.
002343 0110-EXIT.
002344     EXIT.

002345 0115-BACK-ONE-DAY.
002346     IF WS-RUNCTL-WALK-DD > 1
002347         SUBTRACT 1 FROM WS-RUNCTL-WALK-DD
002348         GO TO 0115-EXIT
002349     END-IF
002350     IF WS-RUNCTL-WALK-MM = 1
002351         MOVE 12 TO WS-RUNCTL-WALK-MM
002352         SUBTRACT 1 FROM WS-RUNCTL-WALK-YYYY
002353     ELSE
002354         SUBTRACT 1 FROM WS-RUNCTL-WALK-MM
002355     END-IF
002356     MOVE WS-RUNCTL-MONTH-DAYS(WS-RUNCTL-WALK-MM)
002357         TO WS-RUNCTL-WALK-DD
002358     IF WS-RUNCTL-WALK-MM = 2
002359         DIVIDE WS-RUNCTL-WALK-YYYY BY 4
002360             GIVING WS-RUNCTL-LEAP-QUOT
002361             REMAINDER WS-RUNCTL-LEAP-WORK
002362         IF WS-RUNCTL-LEAP-WORK = 0
002363             MOVE 29 TO WS-RUNCTL-WALK-DD
002364             DIVIDE WS-RUNCTL-WALK-YYYY BY 100
002365                 GIVING WS-RUNCTL-LEAP-QUOT
002366                 REMAINDER WS-RUNCTL-LEAP-WORK
002367             IF WS-RUNCTL-LEAP-WORK = 0
002368                 DIVIDE WS-RUNCTL-WALK-YYYY BY 400
002369                     GIVING WS-RUNCTL-LEAP-QUOT
002370                     REMAINDER WS-RUNCTL-LEAP-WORK
002371                 IF WS-RUNCTL-LEAP-WORK NOT = 0
002372                     MOVE 28 TO WS-RUNCTL-WALK-DD
002373                 END-IF
002374             END-IF
002375         END-IF
002376     END-IF.
002377 0115-EXIT.
002378     EXIT.

002379*---------------------------------------------------------------
002380* 0120-READ-OVERRIDE-CARDS
002381* RUNOVRD MAY CARRY CARDS FOR SEVERAL STEPS.  ONLY A CARD OF THE
002382* FORM OVERRIDE=PROGRAM,INITIALS NAMING THIS PROGRAM COUNTS, AND
002383* ONLY WHEN THE INITIALS ARE PRESENT.
002384*---------------------------------------------------------------
002385 0120-READ-OVERRIDE-CARDS.
002386     OPEN INPUT RUN-OVERRIDE-FILE
002387     IF RUNOVR-FILE-OK
002388         PERFORM 0125-READ-ONE-OVERRIDE THRU 0125-EXIT
002389             UNTIL RUNOVR-FILE-EOF
002390     END-IF
002391     CLOSE RUN-OVERRIDE-FILE.
002392 0120-EXIT.
002393     EXIT.

002394 0125-READ-ONE-OVERRIDE.
002395     READ RUN-OVERRIDE-FILE INTO WS-RUNCTL-CARD
002396         AT END
002397             GO TO 0125-EXIT
002398     END-READ
002399     IF WS-RUNCTL-CARD = SPACES
002400         GO TO 0125-EXIT
002401     END-IF
002402     MOVE SPACES TO WS-RUNCTL-KEYWORD
002403                    WS-RUNCTL-CARD-PROGRAM
002404                    WS-RUNCTL-CARD-INITIALS
002405     UNSTRING WS-RUNCTL-CARD DELIMITED BY "=" OR ","
002406         INTO WS-RUNCTL-KEYWORD
002407              WS-RUNCTL-CARD-PROGRAM
002408              WS-RUNCTL-CARD-INITIALS
002409     END-UNSTRING
002410     IF WS-RUNCTL-KEYWORD NOT = "OVERRIDE"
002411         DISPLAY "SUDOKUSCH: UNRECOGNIZED OVERRIDE CARD "
002412                 "IGNORED: " WS-RUNCTL-CARD(1:40)
002413         GO TO 0125-EXIT
002414     END-IF
002415     IF WS-RUNCTL-CARD-PROGRAM NOT = WS-RUNCTL-PROGRAM-ID
002416         GO TO 0125-EXIT
002417     END-IF
002418     IF WS-RUNCTL-CARD-INITIALS = SPACES
002419         DISPLAY "SUDOKUSCH: OVERRIDE CARD IGNORED - "
002420                 "NO OPERATOR INITIALS"
002421         GO TO 0125-EXIT
002422     END-IF
002423     MOVE WS-RUNCTL-CARD-INITIALS TO WS-RUNCTL-OVERRIDE-BY.
002424 0125-EXIT.
002425     EXIT.

002426*---------------------------------------------------------------
002427* 0130-SCAN-RUN-CONTROL
002428* READS THE WHOLE LOG AND KEEPS THE LATEST FACT OF EACH KIND
002429* THIS STEP'S CHECKS NEED.
002430*---------------------------------------------------------------
002431 0130-SCAN-RUN-CONTROL.
002432     OPEN INPUT RUN-CONTROL-FILE
002433     IF RUNCTL-FILE-OK
002434         PERFORM 0135-NOTE-ONE-RUN-CONTROL THRU 0135-EXIT
002435             UNTIL RUNCTL-FILE-EOF
002436     END-IF
002437     CLOSE RUN-CONTROL-FILE.
002438 0130-EXIT.
002439     EXIT.

002440 0135-NOTE-ONE-RUN-CONTROL.
002441     READ RUN-CONTROL-FILE
002442         AT END
002443             GO TO 0135-EXIT
002444     END-READ
002445     MOVE RL-RUN-DATE TO WS-RUNCTL-STAMP-DATE
002446     IF RL-EVENT = "END"
002447         MOVE RL-END-TIME TO WS-RUNCTL-STAMP-TIME
002448     ELSE
002449         MOVE RL-START-TIME TO WS-RUNCTL-STAMP-TIME
002450     END-IF
002451     IF RL-PROGRAM-ID = "SUDOKUAUD" AND RL-EVENT = "END"
002452        AND RL-BUSINESS-DATE = WS-RUNCTL-BUSINESS-DATE
002453         MOVE RL-RETURN-CODE TO WS-RUNCTL-AUDIT-RC
002454     END-IF.
002455 0135-EXIT.
002456     EXIT.

002457*---------------------------------------------------------------
002458* 0150-CHECK-PREREQUISITES
002459*---------------------------------------------------------------
002460 0150-CHECK-PREREQUISITES.
002461     PERFORM 0160-CHECK-CLEAN-AUDIT   THRU 0160-EXIT.
002462 0150-EXIT.
002463     EXIT.

002464*---------------------------------------------------------------
002465* 0160-CHECK-CLEAN-AUDIT
002466* SUDOKUAUD MUST HAVE RUN FOR THIS BUSINESS DATE AND ITS LATEST
002467* RUN MUST HAVE ENDED RETURN-CODE 0.
002468*---------------------------------------------------------------
002469 0160-CHECK-CLEAN-AUDIT.
002470     IF WS-RUNCTL-AUDIT-RC = 0
002471         GO TO 0160-EXIT
002472     END-IF
002473     IF WS-RUNCTL-AUDIT-RC = 9999
002474         MOVE "NO SUDOKUAUD RUN THIS BUSINESS DATE"
002475             TO WS-RUNCTL-MESSAGE
002476     ELSE
002477         MOVE WS-RUNCTL-AUDIT-RC TO WS-RUNCTL-RC-DISPLAY
002478         MOVE SPACES TO WS-RUNCTL-MESSAGE
002479         STRING "LAST SUDOKUAUD TODAY ENDED RC "
002480                DELIMITED BY SIZE
002481                WS-RUNCTL-RC-DISPLAY DELIMITED BY SIZE
002482                INTO WS-RUNCTL-MESSAGE
002483     END-IF
002484     PERFORM 0190-FAIL-ONE-CHECK     THRU 0190-EXIT.
002485 0160-EXIT.
002486     EXIT.

002487*---------------------------------------------------------------
002488* 0180-WRITE-RUN-CONTROL
002489* STAMPS THE COMMON FIELDS ON THE RECORD BUILT BY THE CALLER AND
002490* APPENDS IT.  THE LOG IS ALREADY OPEN EXTEND.
002491*---------------------------------------------------------------
002492 0180-WRITE-RUN-CONTROL.
002493     MOVE WS-RUNCTL-PROGRAM-ID    TO RL-PROGRAM-ID
002494     MOVE WS-RUNCTL-BUSINESS-DATE TO RL-BUSINESS-DATE
002495     MOVE WS-RUNCTL-SYSTEM-DATE   TO RL-RUN-DATE
002496     MOVE WS-RUNCTL-START-TIME    TO RL-START-TIME
002497     WRITE RUN-CONTROL-RECORD.
002498 0180-EXIT.
002499     EXIT.

002500*---------------------------------------------------------------
002501* 0190-FAIL-ONE-CHECK
002502* A PREREQUISITE IS NOT MET.  WITH AN OVERRIDE IN FORCE THE
002503* BYPASS IS LOGGED AGAINST THE OPERATOR AND THE RUN GOES ON;
002504* OTHERWISE THE REFUSAL IS LOGGED AND THE RUN IS STOPPED.
002505*---------------------------------------------------------------
002506 0190-FAIL-ONE-CHECK.
002507     INITIALIZE RUN-CONTROL-RECORD
002508     MOVE WS-RUNCTL-MESSAGE TO RL-MESSAGE
002509     IF WS-RUNCTL-OVERRIDE-BY NOT = SPACES
002510         DISPLAY "SUDOKUSCH: " WS-RUNCTL-MESSAGE
002511         DISPLAY "SUDOKUSCH: BYPASSED BY OVERRIDE - OPERATOR "
002512                 WS-RUNCTL-OVERRIDE-BY
002513         MOVE "OVERRIDE" TO RL-EVENT
002514         MOVE WS-RUNCTL-OVERRIDE-BY TO RL-OPERATOR-INITIALS
002515     ELSE
002516         DISPLAY "SUDOKUSCH: PREREQUISITE NOT MET - "
002517                 WS-RUNCTL-MESSAGE
002518         MOVE "REFUSED" TO RL-EVENT
002519         MOVE 12 TO RL-RETURN-CODE
002520         SET RUN-REFUSED TO TRUE
002521     END-IF
002522     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT.
002523 0190-EXIT.
002524     EXIT.

002525*---------------------------------------------------------------
002526* 0900-LOG-RUN-END
002527* APPENDS THE END RECORD - END TIME, RETURN-CODE AND THE STEP'S
002528* KEY RECORD COUNTS - TO THE RUN-CONTROL LOG.
002529*---------------------------------------------------------------
002530 0900-LOG-RUN-END.
002531     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
002532     ACCEPT WS-RUNCTL-CLOCK FROM TIME
002533     INITIALIZE RUN-CONTROL-RECORD
002534     MOVE "END" TO RL-EVENT
002535     MOVE WS-RUNCTL-CLOCK-TIME TO RL-END-TIME
002536     MOVE RETURN-CODE TO RL-RETURN-CODE
002537     MOVE "ASSIGNED" TO RL-COUNT-LABEL(1)
002538     MOVE WS-CTL-ASSIGNED-COUNT TO RL-COUNT-VALUE(1)
002539     MOVE "UNFILLED" TO RL-COUNT-LABEL(2)
002540     MOVE WS-CTL-UNFILLED-COUNT TO RL-COUNT-VALUE(2)
002541     MOVE "DUPLICATE" TO RL-COUNT-LABEL(3)
002542     MOVE WS-CTL-DUPLICATE-COUNT TO RL-COUNT-VALUE(3)
002543     OPEN EXTEND RUN-CONTROL-FILE
002544     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
002545     CLOSE RUN-CONTROL-FILE.
002546 0900-EXIT.
002547     EXIT.

002548*---------------------------------------------------------------
002549* 1000-INITIALIZE-RUN
002550* READS THE PARAMETER CARDS, OPENS THE REPORT, AND TABLES THE
002551* LIBRARY, THE EXISTING SCHEDULE AND THE SUSPENSE IDS.
002552*---------------------------------------------------------------
002553 1000-INITIALIZE-RUN.
002554     OPEN OUTPUT ASSIGN-REPORT-FILE
002555     PERFORM 1020-ACCEPT-RUN-PARAMETERS THRU 1020-EXIT
002556     PERFORM 1200-VALIDATE-PARAMETERS THRU 1200-EXIT
002557     IF PARAMETERS-ARE-BAD
002558         GO TO 1000-EXIT
002559     END-IF
002560     MOVE SPACES TO WS-REPORT-LINE
002561     STRING "SUDOKUSCH PUBLICATION CALENDAR - "
002562            DELIMITED BY SIZE
002563            WS-FROM-DATE DELIMITED BY SIZE
002564            " THRU " DELIMITED BY SIZE
002565            WS-TO-DATE DELIMITED BY SIZE
002566            INTO WS-REPORT-LINE
002567     WRITE ASSIGN-REPORT-LINE FROM WS-REPORT-LINE
002568     MOVE SPACES TO WS-REPORT-LINE
002569     WRITE ASSIGN-REPORT-LINE FROM WS-REPORT-LINE
002570     PERFORM 1300-LOAD-POOL-TABLE     THRU 1300-EXIT
002571     PERFORM 1400-LOAD-SCHEDULE-TABLE THRU 1400-EXIT
002572     PERFORM 1500-MARK-SUSPENSE-IDS   THRU 1500-EXIT
002573     PERFORM 1600-MARK-ASSIGNED-IDS   THRU 1600-EXIT.
002574 1000-EXIT.
002580     EXIT.

002590*---------------------------------------------------------------
002800                 MOVE WS-PARM-VALUE(1:8) TO WS-FROM-DATE
002810             WHEN "TODATE"
002820                 MOVE WS-PARM-VALUE(1:8) TO WS-TO-DATE
002821             WHEN "TEMPLATE"
002822                 MOVE WS-PARM-VALUE(1:6) TO WS-THEME-TEMPLATE-ID
002830             WHEN OTHER
002840                 DISPLAY "SUDOKUSCH: UNRECOGNIZED PARAMETER "
002850                     "CARD IGNORED: " WS-PARM-CARD(1:40)
003490                      TO WS-POOL-SUSP-FLAG(WS-POOL-COUNT)
003500                 MOVE "N"
003510                      TO WS-POOL-ASSIGNED(WS-POOL-COUNT)
003511                 MOVE PL-TEMPLATE-ID
003512                      TO WS-POOL-TEMPLATE-ID(WS-POOL-COUNT)
003520             ELSE
003530                 SET PUZZLE-LIB-EOF TO TRUE
003540                 DISPLAY "SUDOKUSCH: LIBRARY EXCEEDS THE "
005700* 2400-ASSIGN-FROM-POOL
005710* PICKS THE FIRST POOL PUZZLE MATCHING THE WEEKDAY PATTERN -
005720* NOT HELD, NOT ON SUSPENSE, NOT ALREADY ASSIGNED - AND
005730* RECORDS THE ASSIGNMENT.  THE TEMPLATE CARD'S THEMED STOCK IS
005731* LOOKED FOR FIRST, THEN PLAIN STOCK; THEMED STOCK OF ANY
005732* OTHER TEMPLATE IS NEVER DEALT OUT TO AN ORDINARY DATE.  NO
005733* ELIGIBLE STOCK LEAVES THE DATE UNFILLED ON THE REPORT, WHICH
005740* IS THE EARLY WARNING THE COVERAGE REPORT COULD ONLY GIVE
005750* AFTER THE FACT.
005760*---------------------------------------------------------------
005770 2400-ASSIGN-FROM-POOL.
005772*    A FULL SCHEDULE TABLE CANNOT CARRY A NEW ASSIGNMENT TO
005787         GO TO 2400-EXIT
005788     END-IF
005789     MOVE 0 TO WS-POOL-PICK
005790     IF WS-THEME-TEMPLATE-ID NOT = SPACES
005791         MOVE WS-THEME-TEMPLATE-ID TO WS-POOL-WANT-TEMPLATE
005792         PERFORM 2410-SCAN-POOL THRU 2410-EXIT
005793     END-IF
005794     IF WS-POOL-PICK = 0
005795         MOVE SPACES TO WS-POOL-WANT-TEMPLATE
005796         PERFORM 2410-SCAN-POOL THRU 2410-EXIT
005797     END-IF
005930     IF WS-POOL-PICK > 0
005940         MOVE "Y" TO WS-POOL-ASSIGNED(WS-POOL-PICK)
005950         ADD 1 TO WS-CTL-ASSIGNED-COUNT
006150                DELIMITED BY SPACE
006160                ")" DELIMITED BY SIZE
006170                INTO WS-REPORT-LINE
006180         IF WS-POOL-TEMPLATE-ID(WS-POOL-PICK) NOT = SPACES
006181             ADD 1 TO WS-CTL-THEMED-COUNT
006182             MOVE "THEMED - TEMPLATE" TO WS-REPORT-LINE(50:17)
006183             MOVE WS-POOL-TEMPLATE-ID(WS-POOL-PICK)
006184                  TO WS-REPORT-LINE(68:6)
006185         END-IF
006186         WRITE ASSIGN-REPORT-LINE FROM WS-REPORT-LINE
006190     ELSE
006200         ADD 1 TO WS-CTL-UNFILLED-COUNT
006210         MOVE SPACES TO WS-REPORT-LINE
006300 2400-EXIT.
006310     EXIT.

006311*---------------------------------------------------------------
006312* 2410-SCAN-POOL
006313* FIRST ELIGIBLE POOL PUZZLE FOR THE WALK DATE'S PATTERN WHOSE
006314* TEMPLATE-ID IS WS-POOL-WANT-TEMPLATE (SPACES FOR PLAIN STOCK),
006315* LEFT IN WS-POOL-PICK; ZERO WHEN THERE IS NONE.
006316*---------------------------------------------------------------
006317 2410-SCAN-POOL.
006318     PERFORM VARYING WS-POOL-INDEX FROM 1 BY 1
006319         UNTIL WS-POOL-INDEX > WS-POOL-COUNT
006320         IF WS-POOL-HOLD-FLAG(WS-POOL-INDEX) NOT = "H"
006321            AND WS-POOL-SUSP-FLAG(WS-POOL-INDEX) = "N"
006322            AND WS-POOL-ASSIGNED(WS-POOL-INDEX) = "N"
006323            AND WS-POOL-TEMPLATE-ID(WS-POOL-INDEX) =
006324                WS-POOL-WANT-TEMPLATE
006325            AND WS-POOL-GRID-SIZE(WS-POOL-INDEX) =
006326                WS-PATTERN-SIZE(WS-DAY-OF-WEEK)
006327            AND (WS-PATTERN-BAND(WS-DAY-OF-WEEK) = SPACES
006328                 OR WS-POOL-DIFF(WS-POOL-INDEX) =
006329                    WS-PATTERN-BAND(WS-DAY-OF-WEEK))
006330             MOVE WS-POOL-INDEX TO WS-POOL-PICK
006331             MOVE WS-POOL-COUNT TO WS-POOL-INDEX
006332         END-IF
006333     END-PERFORM.
006334 2410-EXIT.
006335     EXIT.

006336*---------------------------------------------------------------
006337* 2500-ADVANCE-ONE-DAY
006340* STEPS THE WALK DATE FORWARD, ROLLING THE MONTH AND YEAR,
006350* WITH FEBRUARY TAKING 29 DAYS IN A LEAP YEAR (CENTURY RULE
006360* HONOURED).
006970     MOVE "ASSIGNMENTS ON UPDATED FILE . : " TO WS-REPORT-LINE
006980     MOVE WS-CTL-KEPT-COUNT TO WS-CTL-DISPLAY-COUNT
006990     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
006991     MOVE "THEMED PUZZLES ASSIGNED . . . : " TO WS-REPORT-LINE
006992     MOVE WS-CTL-THEMED-COUNT TO WS-CTL-DISPLAY-COUNT
006993     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
006994     PERFORM VARYING WS-POOL-INDEX FROM 1 BY 1
006995         UNTIL WS-POOL-INDEX > WS-POOL-COUNT
006996         IF WS-POOL-TEMPLATE-ID(WS-POOL-INDEX) NOT = SPACES
006997            AND WS-POOL-ASSIGNED(WS-POOL-INDEX) = "N"
006998            AND WS-POOL-HOLD-FLAG(WS-POOL-INDEX) NOT = "H"
006999            AND WS-POOL-SUSP-FLAG(WS-POOL-INDEX) = "N"
007000             ADD 1 TO WS-CTL-THEMED-LEFT-COUNT
007001         END-IF
007002     END-PERFORM
007003     MOVE "THEMED STOCK LEFT IN POOL . . : " TO WS-REPORT-LINE
007004     MOVE WS-CTL-THEMED-LEFT-COUNT TO WS-CTL-DISPLAY-COUNT
007005     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
007006     CLOSE ASSIGN-REPORT-FILE.
007010 9000-EXIT.
007020     EXIT.

