000280*                RELOADED ONCE INTO THE NEW LAYOUT (RELEASED,
000290*                "N") BEFORE ANY OF THE THREE PROGRAMS THAT
000300*                SHARE IT TOUCHES THE FILE.
000301* 15-10-2026 DL  RUN-CONTROL LOG.  THE STEP NOW APPENDS A START
000302*                AND AN END RECORD - BUSINESS DATE, START AND
000303*                END TIME, RETURN-CODE AND KEY RECORD COUNTS -
000304*                TO THE SHARED RUNCTL FILE READ BY THE SUDOKURUN
000305*                RUN-BOOK.  AT START-UP IT REFUSES TO RUN,
000306*                RETURN-CODE 12, UNLESS THE LOG SHOWS A GOOD
000307*                SUDOKUBKP SINCE THE LAST LIBRARY CHANGE.  AN
000308*                OVERRIDE=SUDOKULIB,INITIALS CARD ON RUNOVRD
000309*                BYPASSES THE CHECK AND THE BYPASS IS LOGGED
000310*                AGAINST THE INITIALS.
000311* 15-10-2026 DL  THE LIBRARY RECORD CARRIES THE NEW PL-TEMPLATE-ID
000312*                STAMPED BY SUDOKUGEN ON THEMED STOCK; A REPLACE
000313*                KEEPS IT, AN ADD WRITES IT SPACES, AND THE
000314*                JOURNAL IMAGES ARE NOW 169 BYTES.  NOTE THE
000315*                LIBRARY RECORD GREW FROM 163 TO 169 BYTES - AN
000316*                EXISTING LIBRARY MUST BE RELOADED ONCE INTO THE
000317*                NEW LAYOUT (TEMPLATE-ID SPACES) BEFORE THIS
000318*                VERSION RUNS.
000319*---------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000460     SELECT OPTIONAL AUDIT-JOURNAL-FILE
000470            ASSIGN TO "AUDFILE"
000480            ORGANIZATION       IS LINE SEQUENTIAL.
000481     SELECT OPTIONAL RUN-CONTROL-FILE
000482            ASSIGN TO "RUNCTL"
000483            ORGANIZATION       IS LINE SEQUENTIAL
000484            FILE STATUS        IS WS-RUNCTL-STATUS.
000485     SELECT OPTIONAL RUN-OVERRIDE-FILE
000486            ASSIGN TO "RUNOVRD"
000487            ORGANIZATION       IS LINE SEQUENTIAL
000488            FILE STATUS        IS WS-RUNOVR-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000690     05  PL-GRID-SIZE           PIC 9(02).
000700     05  PL-PUZZLE-LAYOUT       PIC X(144).
000710     05  PL-HOLD-FLAG           PIC X(01).
000711     05  PL-TEMPLATE-ID         PIC X(06).
000720
000730 FD  ERROR-LIST-FILE
000740     LABEL RECORDS ARE STANDARD.
000770 FD  AUDIT-JOURNAL-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  AUDIT-JOURNAL-LINE         PIC X(200).
000791
000792 FD  RUN-CONTROL-FILE
000793     LABEL RECORDS ARE STANDARD.
000794 01  RUN-CONTROL-RECORD.
000795     05  RL-PROGRAM-ID          PIC X(12).
000796     05  RL-BUSINESS-DATE       PIC X(08).
000797     05  RL-EVENT               PIC X(08).
000798     05  RL-RUN-DATE            PIC X(08).
000799     05  RL-START-TIME          PIC X(06).
000800     05  RL-END-TIME            PIC X(06).
000801     05  RL-RETURN-CODE         PIC 9(04).
000802     05  RL-COUNT OCCURS 3 TIMES.
000803         10  RL-COUNT-LABEL     PIC X(10).
000804         10  RL-COUNT-VALUE     PIC 9(09).
000805     05  RL-OPERATOR-INITIALS   PIC X(03).
000806     05  RL-MESSAGE             PIC X(40).
000807
000808 FD  RUN-OVERRIDE-FILE
000809     LABEL RECORDS ARE STANDARD.
000810 01  RUN-OVERRIDE-RECORD        PIC X(80).
000811
000812 WORKING-STORAGE SECTION.
000820*---------------------------------------------------------------
000830* FILE STATUS AND END-OF-FILE SWITCHES.
000840*---------------------------------------------------------------
001360     05  WS-TIME-MM               PIC X(02).
001370     05  FILLER                   PIC X(01) VALUE ":".
001380     05  WS-TIME-SS               PIC X(02).
001390 01  WS-BEFORE-IMAGE              PIC X(169).
001400 01  WS-AFTER-IMAGE               PIC X(169).
001410 01  WS-AUDIT-LINE                PIC X(200).
001420 01  WS-ERROR-LINE                PIC X(200).
001421
001422*---------------------------------------------------------------
001423* RUN-CONTROL LOG.  EVERY STEP OF THE STREAM APPENDS A START
001424* AND AN END RECORD TO RUNCTL.  THE BUSINESS DAY RUNS TO THE
001425* 06:00 CUTOFF - A STEP STARTED AFTER MIDNIGHT BUT BEFORE THE
001426* CUTOFF STILL BELONGS TO THE PREVIOUS DAY'S STREAM.
001427*---------------------------------------------------------------
001428 77  WS-RUNCTL-STATUS             PIC X(02).
001429     88  RUNCTL-FILE-OK           VALUE "00".
001430     88  RUNCTL-FILE-EOF          VALUE "10".
001431 77  WS-RUNCTL-PROGRAM-ID         PIC X(12) VALUE "SUDOKULIB".
001432 77  WS-RUNCTL-CUTOFF-TIME        PIC X(06) VALUE "060000".
001433 01  WS-RUNCTL-CLOCK.
001434     05  WS-RUNCTL-CLOCK-TIME     PIC X(06).
001435     05  FILLER                   PIC X(02).
001436 77  WS-RUNCTL-SYSTEM-DATE        PIC X(08).
001437 77  WS-RUNCTL-BUSINESS-DATE      PIC X(08).
001438 77  WS-RUNCTL-START-TIME         PIC X(06).
001439 01  WS-RUNCTL-WALK-DATE.
001440     05  WS-RUNCTL-WALK-YYYY      PIC 9(04).
001441     05  WS-RUNCTL-WALK-MM        PIC 9(02).
001442     05  WS-RUNCTL-WALK-DD        PIC 9(02).
001443 01  WS-RUNCTL-MONTH-TABLE.
001444     05  FILLER                   PIC X(24)
001445             VALUE "312831303130313130313031".
001446 01  WS-RUNCTL-MONTH-TABLE-R REDEFINES WS-RUNCTL-MONTH-TABLE.
001447     05  WS-RUNCTL-MONTH-DAYS     PIC 9(02) OCCURS 12 TIMES.
001448 77  WS-RUNCTL-LEAP-QUOT          PIC 9(04).
001449 77  WS-RUNCTL-LEAP-WORK          PIC 9(04).
001450*---------------------------------------------------------------
001451* PREREQUISITE CHECK.  THE LOG IS READ FRONT TO BACK AND THE
001452* LATEST RECORD OF EACH KIND WINS.  A STAMP IS RUN DATE PLUS
001453* TIME (THE END TIME ON AN END RECORD, THE START TIME OTHERWISE)
001454* SO THAT STEPS COMPARE IN CLOCK ORDER ACROSS MIDNIGHT.  9999
001455* IN A RETURN-CODE FIELD MEANS THE STEP HAS NOT RUN.
001456*---------------------------------------------------------------
001457 77  WS-RUNOVR-STATUS             PIC X(02).
001458     88  RUNOVR-FILE-OK           VALUE "00".
001459     88  RUNOVR-FILE-EOF          VALUE "10".
001460 01  WS-RUNCTL-STAMP.
001461     05  WS-RUNCTL-STAMP-DATE     PIC X(08).
001462     05  WS-RUNCTL-STAMP-TIME     PIC X(06).
001463 77  WS-RUNCTL-BACKUP-STAMP       PIC X(14) VALUE SPACES.
001464 77  WS-RUNCTL-CHANGE-STAMP       PIC X(14) VALUE SPACES.
001465 77  WS-RUNCTL-OVERRIDE-BY        PIC X(03) VALUE SPACES.
001466 77  WS-RUNCTL-REFUSED-SWITCH     PIC X(01) VALUE "N".
001467     88  RUN-REFUSED              VALUE "Y".
001468 77  WS-RUNCTL-MESSAGE            PIC X(40).
001469 01  WS-RUNCTL-RC-DISPLAY         PIC 9(04).
001470 77  WS-RUNCTL-CARD               PIC X(80).
001471 77  WS-RUNCTL-KEYWORD            PIC X(12).
001472 77  WS-RUNCTL-CARD-PROGRAM       PIC X(12).
001473 77  WS-RUNCTL-CARD-INITIALS      PIC X(12).
001474
001475 PROCEDURE DIVISION.
001476*---------------------------------------------------------------
001477* 0000-MAINLINE
001478*---------------------------------------------------------------
001480 0000-MAINLINE.
001481     PERFORM 0100-CHECK-RUN-CONTROL  THRU 0100-EXIT
001482     IF RUN-REFUSED
001483         MOVE 12 TO RETURN-CODE
001484         STOP RUN
001485     END-IF
001490     PERFORM 1000-INITIALIZE-RUN     THRU 1000-EXIT
001500     IF NOT TRANS-FILE-EOF
001510         PERFORM 1500-READ-NEXT-TRANS THRU 1500-EXIT
001530     PERFORM 2000-PROCESS-ONE-TRANS  THRU 2000-EXIT
001540         UNTIL TRANS-FILE-EOF
001550     PERFORM 9000-TERMINATE-RUN      THRU 9000-EXIT
001551     PERFORM 0900-LOG-RUN-END        THRU 0900-EXIT
001560     STOP RUN.
001570
001571*---------------------------------------------------------------
001572* 0100-CHECK-RUN-CONTROL
001573* DATES THE RUN, CHECKS THIS STEP'S PREREQUISITES AGAINST THE
001574* RUN-CONTROL LOG AND APPENDS THE START RECORD.  A PREREQUISITE
001575* NOT MET REFUSES THE RUN UNLESS RUNOVRD CARRIES AN OVERRIDE
001576* CARD FOR THIS PROGRAM WITH THE OPERATOR'S INITIALS - THE
001577* BYPASS IS THEN LOGGED AGAINST THOSE INITIALS INSTEAD.
001578*---------------------------------------------------------------
001579 0100-CHECK-RUN-CONTROL.
001580     PERFORM 0110-SET-BUSINESS-DATE  THRU 0110-EXIT
001581     PERFORM 0120-READ-OVERRIDE-CARDS THRU 0120-EXIT
001582     PERFORM 0130-SCAN-RUN-CONTROL   THRU 0130-EXIT
001583     OPEN EXTEND RUN-CONTROL-FILE
001584     PERFORM 0150-CHECK-PREREQUISITES THRU 0150-EXIT
001585     IF RUN-REFUSED
001586         DISPLAY "SUDOKULIB: RUN REFUSED - RETURN-CODE 12"
001587         DISPLAY "SUDOKULIB: TO BYPASS, PUT CARD "
001588                 "OVERRIDE=SUDOKULIB,<INITIALS> ON RUNOVRD"
001589         CLOSE RUN-CONTROL-FILE
001590         GO TO 0100-EXIT
001591     END-IF
001592     INITIALIZE RUN-CONTROL-RECORD
001593     MOVE "START" TO RL-EVENT
001594     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
001595     CLOSE RUN-CONTROL-FILE.
001596 0100-EXIT.
001597     EXIT.
001598
001599*---------------------------------------------------------------
001600* 0110-SET-BUSINESS-DATE
001601* THE BUSINESS DATE IS TODAY, OR YESTERDAY WHEN THE STEP STARTS
001602* BEFORE THE CUTOFF.
001603*---------------------------------------------------------------
001604 0110-SET-BUSINESS-DATE.
001605     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
001606     ACCEPT WS-RUNCTL-CLOCK FROM TIME
001607     MOVE WS-RUNCTL-CLOCK-TIME TO WS-RUNCTL-START-TIME
001608     MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-BUSINESS-DATE
001609     IF WS-RUNCTL-START-TIME < WS-RUNCTL-CUTOFF-TIME
001610         MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-WALK-DATE
001611         PERFORM 0115-BACK-ONE-DAY   THRU 0115-EXIT
001612         MOVE WS-RUNCTL-WALK-DATE TO WS-RUNCTL-BUSINESS-DATE
001613     END-IF.
001614 0110-EXIT.
001615     EXIT.
001616
001617 0115-BACK-ONE-DAY.
001618     IF WS-RUNCTL-WALK-DD > 1
001619         SUBTRACT 1 FROM WS-RUNCTL-WALK-DD
001620         GO TO 0115-EXIT
001621     END-IF
001622     IF WS-RUNCTL-WALK-MM = 1
001623         MOVE 12 TO WS-RUNCTL-WALK-MM
001624         SUBTRACT 1 FROM WS-RUNCTL-WALK-YYYY
001625     ELSE
001626         SUBTRACT 1 FROM WS-RUNCTL-WALK-MM
001627     END-IF
001628     MOVE WS-RUNCTL-MONTH-DAYS(WS-RUNCTL-WALK-MM)
001629         TO WS-RUNCTL-WALK-DD
001630     IF WS-RUNCTL-WALK-MM = 2
001631         DIVIDE WS-RUNCTL-WALK-YYYY BY 4
001632             GIVING WS-RUNCTL-LEAP-QUOT
001633             REMAINDER WS-RUNCTL-LEAP-WORK
001634         IF WS-RUNCTL-LEAP-WORK = 0
001635             MOVE 29 TO WS-RUNCTL-WALK-DD
001636             DIVIDE WS-RUNCTL-WALK-YYYY BY 100
001637                 GIVING WS-RUNCTL-LEAP-QUOT
001638                 REMAINDER WS-RUNCTL-LEAP-WORK
001639             IF WS-RUNCTL-LEAP-WORK = 0
001640                 DIVIDE WS-RUNCTL-WALK-YYYY BY 400
001641                     GIVING WS-RUNCTL-LEAP-QUOT
001642                     REMAINDER WS-RUNCTL-LEAP-WORK
001643                 IF WS-RUNCTL-LEAP-WORK NOT = 0
001644                     MOVE 28 TO WS-RUNCTL-WALK-DD
001645                 END-IF
001646             END-IF
001647         END-IF
001648     END-IF.
001649 0115-EXIT.
001650     EXIT.
001651
001652*---------------------------------------------------------------
001653* 0120-READ-OVERRIDE-CARDS
001654* RUNOVRD MAY CARRY CARDS FOR SEVERAL STEPS.  ONLY A CARD OF THE
001655* FORM OVERRIDE=PROGRAM,INITIALS NAMING THIS PROGRAM COUNTS, AND
001656* ONLY WHEN THE INITIALS ARE PRESENT.
001657*---------------------------------------------------------------
001658 0120-READ-OVERRIDE-CARDS.
001659     OPEN INPUT RUN-OVERRIDE-FILE
001660     IF RUNOVR-FILE-OK
001661         PERFORM 0125-READ-ONE-OVERRIDE THRU 0125-EXIT
001662             UNTIL RUNOVR-FILE-EOF
001663     END-IF
001664     CLOSE RUN-OVERRIDE-FILE.
001665 0120-EXIT.
001666     EXIT.
001667
001668 0125-READ-ONE-OVERRIDE.
001669     READ RUN-OVERRIDE-FILE INTO WS-RUNCTL-CARD
001670         AT END
001671             GO TO 0125-EXIT
001672     END-READ
001673     IF WS-RUNCTL-CARD = SPACES
001674         GO TO 0125-EXIT
001675     END-IF
001676     MOVE SPACES TO WS-RUNCTL-KEYWORD
001677                    WS-RUNCTL-CARD-PROGRAM
001678                    WS-RUNCTL-CARD-INITIALS
001679     UNSTRING WS-RUNCTL-CARD DELIMITED BY "=" OR ","
001680         INTO WS-RUNCTL-KEYWORD
001681              WS-RUNCTL-CARD-PROGRAM
001682              WS-RUNCTL-CARD-INITIALS
001683     END-UNSTRING
001684     IF WS-RUNCTL-KEYWORD NOT = "OVERRIDE"
001685         DISPLAY "SUDOKULIB: UNRECOGNIZED OVERRIDE CARD "
001686                 "IGNORED: " WS-RUNCTL-CARD(1:40)
001687         GO TO 0125-EXIT
001688     END-IF
001689     IF WS-RUNCTL-CARD-PROGRAM NOT = WS-RUNCTL-PROGRAM-ID
001690         GO TO 0125-EXIT
001691     END-IF
001692     IF WS-RUNCTL-CARD-INITIALS = SPACES
001693         DISPLAY "SUDOKULIB: OVERRIDE CARD IGNORED - "
001694                 "NO OPERATOR INITIALS"
001695         GO TO 0125-EXIT
001696     END-IF
001697     MOVE WS-RUNCTL-CARD-INITIALS TO WS-RUNCTL-OVERRIDE-BY.
001698 0125-EXIT.
001699     EXIT.
001700
001701*---------------------------------------------------------------
001702* 0130-SCAN-RUN-CONTROL
001703* READS THE WHOLE LOG AND KEEPS THE LATEST FACT OF EACH KIND
001704* THIS STEP'S CHECKS NEED.
001705*---------------------------------------------------------------
001706 0130-SCAN-RUN-CONTROL.
001707     OPEN INPUT RUN-CONTROL-FILE
001708     IF RUNCTL-FILE-OK
001709         PERFORM 0135-NOTE-ONE-RUN-CONTROL THRU 0135-EXIT
001710             UNTIL RUNCTL-FILE-EOF
001711     END-IF
001712     CLOSE RUN-CONTROL-FILE.
001713 0130-EXIT.
001714     EXIT.
001715
001716 0135-NOTE-ONE-RUN-CONTROL.
001717     READ RUN-CONTROL-FILE
001718         AT END
001719             GO TO 0135-EXIT
001720     END-READ
001721     MOVE RL-RUN-DATE TO WS-RUNCTL-STAMP-DATE
001722     IF RL-EVENT = "END"
001723         MOVE RL-END-TIME TO WS-RUNCTL-STAMP-TIME
001724     ELSE
001725         MOVE RL-START-TIME TO WS-RUNCTL-STAMP-TIME
001726     END-IF
001727     IF RL-PROGRAM-ID = "SUDOKUBKP" AND RL-EVENT = "END"
001728        AND RL-RETURN-CODE < 8
001729         MOVE WS-RUNCTL-STAMP TO WS-RUNCTL-BACKUP-STAMP
001730     END-IF
001731     IF RL-EVENT = "START"
001732         IF RL-PROGRAM-ID = "SUDOKULIB" OR "SUDOKUGEN"
001733                         OR "SUDOKUIMP" OR "SUDOKUARC"
001734                         OR "SUDOKUREC"
001735             MOVE WS-RUNCTL-STAMP TO WS-RUNCTL-CHANGE-STAMP
001736         END-IF
001737     END-IF.
001738 0135-EXIT.
001739     EXIT.
001740
001741*---------------------------------------------------------------
001742* 0150-CHECK-PREREQUISITES
001743*---------------------------------------------------------------
001744 0150-CHECK-PREREQUISITES.
001745     PERFORM 0165-CHECK-BACKUP-CURRENT THRU 0165-EXIT.
001746 0150-EXIT.
001747     EXIT.
001748
001749*---------------------------------------------------------------
001750* 0165-CHECK-BACKUP-CURRENT
001751* THE LATEST SUDOKUBKP ENDING BELOW 8 MUST BE LATER THAN THE
001752* START OF THE LATEST RUN OF ANY STEP THAT CHANGES THE LIBRARY.
001753*---------------------------------------------------------------
001754 0165-CHECK-BACKUP-CURRENT.
001755     IF WS-RUNCTL-BACKUP-STAMP = SPACES
001756         MOVE "NO GOOD SUDOKUBKP ON THE RUN-CONTROL LOG"
001757             TO WS-RUNCTL-MESSAGE
001758         PERFORM 0190-FAIL-ONE-CHECK THRU 0190-EXIT
001759         GO TO 0165-EXIT
001760     END-IF
001761     IF WS-RUNCTL-BACKUP-STAMP < WS-RUNCTL-CHANGE-STAMP
001762         MOVE "NO SUDOKUBKP SINCE LAST LIBRARY CHANGE"
001763             TO WS-RUNCTL-MESSAGE
001764         PERFORM 0190-FAIL-ONE-CHECK THRU 0190-EXIT
001765     END-IF.
001766 0165-EXIT.
001767     EXIT.
001768
001769*---------------------------------------------------------------
001770* 0180-WRITE-RUN-CONTROL
001771* STAMPS THE COMMON FIELDS ON THE RECORD BUILT BY THE CALLER AND
001772* APPENDS IT.  THE LOG IS ALREADY OPEN EXTEND.
001773*---------------------------------------------------------------
001774 0180-WRITE-RUN-CONTROL.
001775     MOVE WS-RUNCTL-PROGRAM-ID    TO RL-PROGRAM-ID
001776     MOVE WS-RUNCTL-BUSINESS-DATE TO RL-BUSINESS-DATE
001777     MOVE WS-RUNCTL-SYSTEM-DATE   TO RL-RUN-DATE
001778     MOVE WS-RUNCTL-START-TIME    TO RL-START-TIME
001779     WRITE RUN-CONTROL-RECORD.
001780 0180-EXIT.
001781     EXIT.
001782
001783*---------------------------------------------------------------
001784* 0190-FAIL-ONE-CHECK
001785* A PREREQUISITE IS NOT MET.  WITH AN OVERRIDE IN FORCE THE
001786* BYPASS IS LOGGED AGAINST THE OPERATOR AND THE RUN GOES ON;
001787* OTHERWISE THE REFUSAL IS LOGGED AND THE RUN IS STOPPED.
001788*---------------------------------------------------------------
001789 0190-FAIL-ONE-CHECK.
001790     INITIALIZE RUN-CONTROL-RECORD
001791     MOVE WS-RUNCTL-MESSAGE TO RL-MESSAGE
001792     IF WS-RUNCTL-OVERRIDE-BY NOT = SPACES
001793         DISPLAY "SUDOKULIB: " WS-RUNCTL-MESSAGE
001794         DISPLAY "SUDOKULIB: BYPASSED BY OVERRIDE - OPERATOR "
001795                 WS-RUNCTL-OVERRIDE-BY
001796         MOVE "OVERRIDE" TO RL-EVENT
001797         MOVE WS-RUNCTL-OVERRIDE-BY TO RL-OPERATOR-INITIALS
001798     ELSE
001799         DISPLAY "SUDOKULIB: PREREQUISITE NOT MET - "
001800                 WS-RUNCTL-MESSAGE
001801         MOVE "REFUSED" TO RL-EVENT
001802         MOVE 12 TO RL-RETURN-CODE
001803         SET RUN-REFUSED TO TRUE
001804     END-IF
001805     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT.
001806 0190-EXIT.
001807     EXIT.
001808
001809*---------------------------------------------------------------
001810* 0900-LOG-RUN-END
001811* APPENDS THE END RECORD - END TIME, RETURN-CODE AND THE STEP'S
001812* KEY RECORD COUNTS - TO THE RUN-CONTROL LOG.
001813*---------------------------------------------------------------
001814 0900-LOG-RUN-END.
001815     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
001816     ACCEPT WS-RUNCTL-CLOCK FROM TIME
001817     INITIALIZE RUN-CONTROL-RECORD
001818     MOVE "END" TO RL-EVENT
001819     MOVE WS-RUNCTL-CLOCK-TIME TO RL-END-TIME
001820     MOVE RETURN-CODE TO RL-RETURN-CODE
001821     MOVE "TRANS READ" TO RL-COUNT-LABEL(1)
001822     MOVE WS-TRANS-READ-COUNT TO RL-COUNT-VALUE(1)
001823     MOVE "APPLIED" TO RL-COUNT-LABEL(2)
001824     COMPUTE RL-COUNT-VALUE(2) = WS-ADD-COUNT
001825         + WS-REPLACE-COUNT
001826         + WS-DELETE-COUNT
001827         + WS-HOLD-COUNT
001828         + WS-RELEASE-COUNT
001829     MOVE "REJECTED" TO RL-COUNT-LABEL(3)
001830     MOVE WS-REJECT-COUNT TO RL-COUNT-VALUE(3)
001831     OPEN EXTEND RUN-CONTROL-FILE
001832     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
001833     CLOSE RUN-CONTROL-FILE.
001834 0900-EXIT.
001835     EXIT.
001836
001837*---------------------------------------------------------------
001838* 1000-INITIALIZE-RUN
001839* OPENS THE TRANSACTION DECK, THE LIBRARY FOR RANDOM UPDATE
001840* (CREATING IT ON THE SPOT IF AN ADD-ONLY DECK IS LOADING A
001841* BRAND NEW LIBRARY), THE ERROR LISTING, AND THE AUDIT JOURNAL
001842* IN EXTEND MODE SO HISTORY ACCUMULATES RUN OVER RUN.
001843*---------------------------------------------------------------
001844 1000-INITIALIZE-RUN.
001845     OPEN INPUT TRANS-FILE
001846     IF NOT TRANS-FILE-OK
001847         DISPLAY "SUDOKULIB: TRANSACTION FILE NOT AVAILABLE - "
001848                 "STATUS " WS-TRANS-STATUS
001849         SET TRANS-FILE-EOF TO TRUE
001850     END-IF
001851     OPEN I-O PUZZLE-LIB-FILE
001852     IF PUZZLE-LIB-MISSING
001853         OPEN OUTPUT PUZZLE-LIB-FILE
001854         CLOSE PUZZLE-LIB-FILE
001855         OPEN I-O PUZZLE-LIB-FILE
001856     END-IF
001857     OPEN OUTPUT ERROR-LIST-FILE
001858     OPEN EXTEND AUDIT-JOURNAL-FILE
001859     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001860     MOVE WS-CURRENT-DATE(5:2) TO WS-DATE-MM
001861     MOVE WS-CURRENT-DATE(7:2) TO WS-DATE-DD
001862     MOVE WS-CURRENT-DATE(1:4) TO WS-DATE-YYYY.
001863 1000-EXIT.
001864     EXIT.
001865
001870*---------------------------------------------------------------
001880* 1500-READ-NEXT-TRANS
001890*---------------------------------------------------------------
