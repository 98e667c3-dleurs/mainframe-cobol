000190*                FROM PRINTED LISTINGS EVEN THOUGH THE JOURNAL
000200*                HELD EVERY BEFORE/AFTER IMAGE - THIS PAIR
000210*                MAKES THAT A MECHANICAL RESTORE INSTEAD.
000211* 15-10-2026 DL  RUN-CONTROL LOG.  THE STEP NOW APPENDS A START
000212*                AND AN END RECORD - BUSINESS DATE, START AND
000213*                END TIME, RETURN-CODE AND KEY RECORD COUNTS -
000214*                TO THE SHARED RUNCTL FILE READ BY THE SUDOKURUN
000215*                RUN-BOOK.
000216* 15-10-2026 DL  THE LIBRARY RECORD CARRIES THE NEW PL-TEMPLATE-ID
000217*                STAMPED BY SUDOKUGEN ON THEMED STOCK, AND THE
000218*                BACKUP RECORD COPIES IT WHOLE.  NOTE THE LIBRARY
000219*                RECORD GREW FROM 163 TO 169 BYTES - AN EXISTING
000220*                LIBRARY MUST BE RELOADED ONCE INTO THE NEW LAYOUT
000221*                (TEMPLATE-ID SPACES) BEFORE THIS VERSION RUNS.  A
000222*                BACKUP TAKEN BEFORE THE RELOAD CANNOT BE RESTORED
000223*                BY THE NEW SUDOKUREC - TAKE A FRESH ONE STRAIGHT
000224*                AFTER.
000225*---------------------------------------------------------------

000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000370     SELECT BACKUP-CONTROL-FILE
000380            ASSIGN TO "BKPCTL"
000390            ORGANIZATION       IS LINE SEQUENTIAL.
000391     SELECT OPTIONAL RUN-CONTROL-FILE
000392            ASSIGN TO "RUNCTL"
000393            ORGANIZATION       IS LINE SEQUENTIAL
000394            FILE STATUS        IS WS-RUNCTL-STATUS.

000400 DATA DIVISION.
000410 FILE SECTION.
000480     05  PL-GRID-SIZE           PIC 9(02).
000490     05  PL-PUZZLE-LAYOUT       PIC X(144).
000500     05  PL-HOLD-FLAG           PIC X(01).
000501     05  PL-TEMPLATE-ID         PIC X(06).

000510 FD  BACKUP-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 01  BACKUP-RECORD              PIC X(169).

000540 FD  AUDIT-JOURNAL-FILE
000550     LABEL RECORDS ARE STANDARD.
000620     05  BC-RECORD-COUNT        PIC 9(07).
000630     05  BC-JOURNAL-LINES       PIC 9(09).

000631 FD  RUN-CONTROL-FILE
000632     LABEL RECORDS ARE STANDARD.
000633 01  RUN-CONTROL-RECORD.
000634     05  RL-PROGRAM-ID          PIC X(12).
000635     05  RL-BUSINESS-DATE       PIC X(08).
000636     05  RL-EVENT               PIC X(08).
000637     05  RL-RUN-DATE            PIC X(08).
000638     05  RL-START-TIME          PIC X(06).
000639     05  RL-END-TIME            PIC X(06).
000640     05  RL-RETURN-CODE         PIC 9(04).
000641     05  RL-COUNT OCCURS 3 TIMES.
000642         10  RL-COUNT-LABEL     PIC X(10).
000643         10  RL-COUNT-VALUE     PIC 9(09).
000644     05  RL-OPERATOR-INITIALS   PIC X(03).
000645     05  RL-MESSAGE             PIC X(40).

000646 WORKING-STORAGE SECTION.
000650*---------------------------------------------------------------
000660* FILE STATUS AND END-OF-FILE SWITCHES.
000670*---------------------------------------------------------------
000823     88  BACKUP-STEP-FAILED       VALUE "Y".
000824 77  WS-MAX-SEVERITY              PIC 9(01) VALUE 0.

000825*---------------------------------------------------------------
000826* RUN-CONTROL LOG.  EVERY STEP OF THE STREAM APPENDS A START
000827* AND AN END RECORD TO RUNCTL.  THE BUSINESS DAY RUNS TO THE
000828* 06:00 CUTOFF - A STEP STARTED AFTER MIDNIGHT BUT BEFORE THE
000829* CUTOFF STILL BELONGS TO THE PREVIOUS DAY'S STREAM.
000830*---------------------------------------------------------------
000831 77  WS-RUNCTL-STATUS             PIC X(02).
000832     88  RUNCTL-FILE-OK           VALUE "00".
000833     88  RUNCTL-FILE-EOF          VALUE "10".
000834 77  WS-RUNCTL-PROGRAM-ID         PIC X(12) VALUE "SUDOKUBKP".
000835 77  WS-RUNCTL-CUTOFF-TIME        PIC X(06) VALUE "060000".
000836 01  WS-RUNCTL-CLOCK.
000837     05  WS-RUNCTL-CLOCK-TIME     PIC X(06).
000838     05  FILLER                   PIC X(02).
000839 77  WS-RUNCTL-SYSTEM-DATE        PIC X(08).
000840 77  WS-RUNCTL-BUSINESS-DATE      PIC X(08).
000841 77  WS-RUNCTL-START-TIME         PIC X(06).
000842 01  WS-RUNCTL-WALK-DATE.
000843     05  WS-RUNCTL-WALK-YYYY      PIC 9(04).
000844     05  WS-RUNCTL-WALK-MM        PIC 9(02).
000845     05  WS-RUNCTL-WALK-DD        PIC 9(02).
000846 01  WS-RUNCTL-MONTH-TABLE.
000847     05  FILLER                   PIC X(24)
000848             VALUE "312831303130313130313031".
000849 01  WS-RUNCTL-MONTH-TABLE-R REDEFINES WS-RUNCTL-MONTH-TABLE.
000850     05  WS-RUNCTL-MONTH-DAYS     PIC 9(02) OCCURS 12 TIMES.
000851 77  WS-RUNCTL-LEAP-QUOT          PIC 9(04).
000852 77  WS-RUNCTL-LEAP-WORK          PIC 9(04).

000853 PROCEDURE DIVISION.
000854*---------------------------------------------------------------
000855* 0000-MAINLINE
000856*---------------------------------------------------------------
000860 0000-MAINLINE.
000861     PERFORM 0100-CHECK-RUN-CONTROL  THRU 0100-EXIT
000870     PERFORM 1000-INITIALIZE-RUN     THRU 1000-EXIT
000875     IF NOT BACKUP-STEP-FAILED
000880         PERFORM 2000-COPY-LIBRARY       THRU 2000-EXIT
000900         PERFORM 9000-TERMINATE-RUN      THRU 9000-EXIT
000905     END-IF
000908     MOVE WS-MAX-SEVERITY TO RETURN-CODE
000909     PERFORM 0900-LOG-RUN-END        THRU 0900-EXIT
000910     STOP RUN.

000911*---------------------------------------------------------------
000912* 0100-CHECK-RUN-CONTROL
000913* DATES THE RUN AND APPENDS THE START RECORD TO THE RUN-CONTROL
000914* LOG.  THIS STEP HAS NO PREREQUISITES OF ITS OWN.
000915*---------------------------------------------------------------
000916 0100-CHECK-RUN-CONTROL.
000917     PERFORM 0110-SET-BUSINESS-DATE  THRU 0110-EXIT
000918     OPEN EXTEND RUN-CONTROL-FILE
000919     INITIALIZE RUN-CONTROL-RECORD
000920     MOVE "START" TO RL-EVENT
000921     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
000922     CLOSE RUN-CONTROL-FILE.
000923 0100-EXIT.
000924     EXIT.

000925*---------------------------------------------------------------
000926* 0110-SET-BUSINESS-DATE
000927* THE BUSINESS DATE IS TODAY, OR YESTERDAY WHEN THE STEP STARTS
000928* BEFORE THE CUTOFF.
000929*---------------------------------------------------------------
000930 0110-SET-BUSINESS-DATE.
000931     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
000932     ACCEPT WS-RUNCTL-CLOCK FROM TIME
000933     MOVE WS-RUNCTL-CLOCK-TIME TO WS-RUNCTL-START-TIME
000934     MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-BUSINESS-DATE
000935     IF WS-RUNCTL-START-TIME < WS-RUNCTL-CUTOFF-TIME
000936         MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-WALK-DATE
000937         PERFORM 0115-BACK-ONE-DAY   THRU 0115-EXIT
000938         MOVE WS-RUNCTL-WALK-DATE TO WS-RUNCTL-BUSINESS-DATE
000939     END-IF.
000940 0110-EXIT.
000941     EXIT.

000942 0115-BACK-ONE-DAY.
000943     IF WS-RUNCTL-WALK-DD > 1
000944         SUBTRACT 1 FROM WS-RUNCTL-WALK-DD
000945         GO TO 0115-EXIT
000946     END-IF
000947     IF WS-RUNCTL-WALK-MM = 1
000948         MOVE 12 TO WS-RUNCTL-WALK-MM
000949         SUBTRACT 1 FROM WS-RUNCTL-WALK-YYYY
000950     ELSE
000951         SUBTRACT 1 FROM WS-RUNCTL-WALK-MM
000952     END-IF
000953     MOVE WS-RUNCTL-MONTH-DAYS(WS-RUNCTL-WALK-MM)
000954         TO WS-RUNCTL-WALK-DD
000955     IF WS-RUNCTL-WALK-MM = 2
000956         DIVIDE WS-RUNCTL-WALK-YYYY BY 4
000957             GIVING WS-RUNCTL-LEAP-QUOT
000958             REMAINDER WS-RUNCTL-LEAP-WORK
000959         IF WS-RUNCTL-LEAP-WORK = 0
000960             MOVE 29 TO WS-RUNCTL-WALK-DD
000961             DIVIDE WS-RUNCTL-WALK-YYYY BY 100
000962                 GIVING WS-RUNCTL-LEAP-QUOT
000963                 REMAINDER WS-RUNCTL-LEAP-WORK
000964             IF WS-RUNCTL-LEAP-WORK = 0
000965                 DIVIDE WS-RUNCTL-WALK-YYYY BY 400
000966                     GIVING WS-RUNCTL-LEAP-QUOT
000967                     REMAINDER WS-RUNCTL-LEAP-WORK
000968                 IF WS-RUNCTL-LEAP-WORK NOT = 0
000969                     MOVE 28 TO WS-RUNCTL-WALK-DD
000970                 END-IF
000971             END-IF
000972         END-IF
000973     END-IF.
000974 0115-EXIT.
000975     EXIT.

000976*---------------------------------------------------------------
000977* 0180-WRITE-RUN-CONTROL
000978* STAMPS THE COMMON FIELDS ON THE RECORD BUILT BY THE CALLER AND
000979* APPENDS IT.  THE LOG IS ALREADY OPEN EXTEND.
000980*---------------------------------------------------------------
000981 0180-WRITE-RUN-CONTROL.
000982     MOVE WS-RUNCTL-PROGRAM-ID    TO RL-PROGRAM-ID
000983     MOVE WS-RUNCTL-BUSINESS-DATE TO RL-BUSINESS-DATE
000984     MOVE WS-RUNCTL-SYSTEM-DATE   TO RL-RUN-DATE
000985     MOVE WS-RUNCTL-START-TIME    TO RL-START-TIME
000986     WRITE RUN-CONTROL-RECORD.
000987 0180-EXIT.
000988     EXIT.

000989*---------------------------------------------------------------
000990* 0900-LOG-RUN-END
000991* APPENDS THE END RECORD - END TIME, RETURN-CODE AND THE STEP'S
000992* KEY RECORD COUNTS - TO THE RUN-CONTROL LOG.
000993*---------------------------------------------------------------
000994 0900-LOG-RUN-END.
000995     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
000996     ACCEPT WS-RUNCTL-CLOCK FROM TIME
000997     INITIALIZE RUN-CONTROL-RECORD
000998     MOVE "END" TO RL-EVENT
000999     MOVE WS-RUNCTL-CLOCK-TIME TO RL-END-TIME
001000     MOVE RETURN-CODE TO RL-RETURN-CODE
001001     MOVE "RECORDS" TO RL-COUNT-LABEL(1)
001002     MOVE WS-RECORD-COUNT TO RL-COUNT-VALUE(1)
001003     MOVE "JRNL LINES" TO RL-COUNT-LABEL(2)
001004     MOVE WS-JOURNAL-LINE-COUNT TO RL-COUNT-VALUE(2)
001005     OPEN EXTEND RUN-CONTROL-FILE
001006     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
001007     CLOSE RUN-CONTROL-FILE.
001008 0900-EXIT.
001009     EXIT.

001010*---------------------------------------------------------------
001011* 1000-INITIALIZE-RUN
001012* OPENS THE LIBRARY AND, ONLY WHEN THAT SUCCEEDS, THE BACKUP
001013* OUTPUT - A FAILED OPEN LEAVES THE PRIOR BACKUP AND ITS
001014* CONTROL RECORD UNTOUCHED AND ENDS THE STEP WITH
001015* RETURN-CODE 8.
001016*---------------------------------------------------------------
001017 1000-INITIALIZE-RUN.
001018     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001019     ACCEPT WS-CURRENT-TIME FROM TIME
001020     OPEN INPUT PUZZLE-LIB-FILE
001021     IF NOT PUZZLE-LIB-OK
001022         DISPLAY "SUDOKUBKP: PUZZLE LIBRARY NOT AVAILABLE - "
001023                 "STATUS " WS-PUZZLE-LIB-STATUS
001024             " - BACKUP NOT TAKEN, PRIOR GENERATION KEPT"
001025         SET BACKUP-STEP-FAILED TO TRUE
001026         MOVE 8 TO WS-MAX-SEVERITY
001030         GO TO 1000-EXIT
001035     END-IF
001040     OPEN OUTPUT BACKUP-FILE.
