000281* 01-09-2026 DL  THE SOLUTION RECORD GREW FOR THE ANSWER
000282*                EMBARGO - PUBLICATION DATE, EDITION AND GRID
000283*                SIZE NOW RIDE AHEAD OF THE LAYOUT.
000284* 15-10-2026 DL  RUN-CONTROL LOG.  THE STEP NOW APPENDS A START
000285*                AND AN END RECORD - BUSINESS DATE, START AND
000286*                END TIME, RETURN-CODE AND KEY RECORD COUNTS -
000287*                TO THE SHARED RUNCTL FILE READ BY THE SUDOKURUN
000288*                RUN-BOOK.
000289* 15-10-2026 DL  THE LIBRARY RECORD CARRIES THE NEW PL-TEMPLATE-ID
000290*                STAMPED BY SUDOKUGEN ON THEMED STOCK.  NOTE THE
000291*                LIBRARY RECORD GREW FROM 163 TO 169 BYTES - AN
000292*                EXISTING LIBRARY MUST BE RELOADED ONCE INTO THE
000293*                NEW LAYOUT (TEMPLATE-ID SPACES) BEFORE THIS
000294*                VERSION RUNS.
000295*---------------------------------------------------------------

000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000600            FILE STATUS        IS WS-CHECKPOINT-STATUS.
000610     SELECT AUDIT-REPORT-FILE  ASSIGN TO "AUDRPT"
000620            ORGANIZATION       IS LINE SEQUENTIAL.
000621     SELECT OPTIONAL RUN-CONTROL-FILE
000622            ASSIGN TO "RUNCTL"
000623            ORGANIZATION       IS LINE SEQUENTIAL
000624            FILE STATUS        IS WS-RUNCTL-STATUS.

000630 DATA DIVISION.
000640 FILE SECTION.
000710     05  PL-GRID-SIZE           PIC 9(02).
000720     05  PL-PUZZLE-LAYOUT       PIC X(144).
000730     05  PL-HOLD-FLAG           PIC X(01).
000731     05  PL-TEMPLATE-ID         PIC X(06).

000740 FD  PUBLISHED-HIST-FILE
000750     LABEL RECORDS ARE STANDARD.
001140     LABEL RECORDS ARE STANDARD.
001150 01  AUDIT-REPORT-LINE          PIC X(132).

001151 FD  RUN-CONTROL-FILE
001152     LABEL RECORDS ARE STANDARD.
001153 01  RUN-CONTROL-RECORD.
001154     05  RL-PROGRAM-ID          PIC X(12).
001155     05  RL-BUSINESS-DATE       PIC X(08).
001156     05  RL-EVENT               PIC X(08).
001157     05  RL-RUN-DATE            PIC X(08).
001158     05  RL-START-TIME          PIC X(06).
001159     05  RL-END-TIME            PIC X(06).
001160     05  RL-RETURN-CODE         PIC 9(04).
001161     05  RL-COUNT OCCURS 3 TIMES.
001162         10  RL-COUNT-LABEL     PIC X(10).
001163         10  RL-COUNT-VALUE     PIC 9(09).
001164     05  RL-OPERATOR-INITIALS   PIC X(03).
001165     05  RL-MESSAGE             PIC X(40).

001166 WORKING-STORAGE SECTION.
001170*---------------------------------------------------------------
001180* FILE STATUS AND END-OF-FILE SWITCHES.  EVERY INPUT IS
001190* OPTIONAL SO AN AUDIT BEFORE THE VERY FIRST WINDOW DOES NOT
001980 77  WS-CURRENT-DATE              PIC X(08).
001990 01  WS-REPORT-LINE               PIC X(132).

001991*---------------------------------------------------------------
001992* RUN-CONTROL LOG.  EVERY STEP OF THE STREAM APPENDS A START
001993* AND AN END RECORD TO RUNCTL.  THE BUSINESS DAY RUNS TO THE
001994* 06:00 CUTOFF - A STEP STARTED AFTER MIDNIGHT BUT BEFORE THE
001995* CUTOFF STILL BELONGS TO THE PREVIOUS DAY'S STREAM.
001996*---------------------------------------------------------------
001997 77  WS-RUNCTL-STATUS             PIC X(02).
001998     88  RUNCTL-FILE-OK           VALUE "00".
001999     88  RUNCTL-FILE-EOF          VALUE "10".
002000 77  WS-RUNCTL-PROGRAM-ID         PIC X(12) VALUE "SUDOKUAUD".
002001 77  WS-RUNCTL-CUTOFF-TIME        PIC X(06) VALUE "060000".
002002 01  WS-RUNCTL-CLOCK.
002003     05  WS-RUNCTL-CLOCK-TIME     PIC X(06).
002004     05  FILLER                   PIC X(02).
002005 77  WS-RUNCTL-SYSTEM-DATE        PIC X(08).
002006 77  WS-RUNCTL-BUSINESS-DATE      PIC X(08).
002007 77  WS-RUNCTL-START-TIME         PIC X(06).
002008 01  WS-RUNCTL-WALK-DATE.
002009     05  WS-RUNCTL-WALK-YYYY      PIC 9(04).
002010     05  WS-RUNCTL-WALK-MM        PIC 9(02).
002011     05  WS-RUNCTL-WALK-DD        PIC 9(02).
002012 01  WS-RUNCTL-MONTH-TABLE.
002013     05  FILLER                   PIC X(24)
002014             VALUE "312831303130313130313031".
002015 01  WS-RUNCTL-MONTH-TABLE-R REDEFINES WS-RUNCTL-MONTH-TABLE.
002016     05  WS-RUNCTL-MONTH-DAYS     PIC 9(02) OCCURS 12 TIMES.
002017 77  WS-RUNCTL-LEAP-QUOT          PIC 9(04).
002018 77  WS-RUNCTL-LEAP-WORK          PIC 9(04).

002019 PROCEDURE DIVISION.
002020*---------------------------------------------------------------
002021* 0000-MAINLINE
002030*---------------------------------------------------------------
002040 0000-MAINLINE.
002041     PERFORM 0100-CHECK-RUN-CONTROL  THRU 0100-EXIT
002050     PERFORM 1000-INITIALIZE-RUN     THRU 1000-EXIT
002060     PERFORM 2000-AUDIT-HISTORY      THRU 2000-EXIT
002070     PERFORM 3000-AUDIT-SOLUTIONS    THRU 3000-EXIT
002100     PERFORM 6000-AUDIT-CHECKPOINT   THRU 6000-EXIT
002110     PERFORM 9000-TERMINATE-RUN      THRU 9000-EXIT
002120     MOVE WS-MAX-SEVERITY TO RETURN-CODE
002121     PERFORM 0900-LOG-RUN-END        THRU 0900-EXIT
002130     STOP RUN.

002131*---------------------------------------------------------------
002132* 0100-CHECK-RUN-CONTROL
002133* DATES THE RUN AND APPENDS THE START RECORD TO THE RUN-CONTROL
002134* LOG.  THIS STEP HAS NO PREREQUISITES OF ITS OWN.
002135*---------------------------------------------------------------
002136 0100-CHECK-RUN-CONTROL.
002137     PERFORM 0110-SET-BUSINESS-DATE  THRU 0110-EXIT
002138     OPEN EXTEND RUN-CONTROL-FILE
002139     INITIALIZE RUN-CONTROL-RECORD
002140     MOVE "START" TO RL-EVENT
002141     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
002142     CLOSE RUN-CONTROL-FILE.
002143 0100-EXIT.
002144     EXIT.

002145*---------------------------------------------------------------
002146* 0110-SET-BUSINESS-DATE
002147* THE BUSINESS DATE IS TODAY, OR YESTERDAY WHEN THE STEP STARTS
002148* BEFORE THE CUTOFF.
002149*---------------------------------------------------------------
002150 0110-SET-BUSINESS-DATE.
002151     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
002152     ACCEPT WS-RUNCTL-CLOCK FROM TIME
002153     MOVE WS-RUNCTL-CLOCK-TIME TO WS-RUNCTL-START-TIME
002154     MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-BUSINESS-DATE
002155     IF WS-RUNCTL-START-TIME < WS-RUNCTL-CUTOFF-TIME
002156         MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-WALK-DATE
002157         PERFORM 0115-BACK-ONE-DAY   THRU 0115-EXIT
002158         MOVE WS-RUNCTL-WALK-DATE TO WS-RUNCTL-BUSINESS-DATE
002159     END-IF.
002160 0110-EXIT.
002161     EXIT.

002162 0115-BACK-ONE-DAY.
002163     IF WS-RUNCTL-WALK-DD > 1
002164         SUBTRACT 1 FROM WS-RUNCTL-WALK-DD
002165         GO TO 0115-EXIT
002166     END-IF
002167     IF WS-RUNCTL-WALK-MM = 1
002168         MOVE 12 TO WS-RUNCTL-WALK-MM
002169         SUBTRACT 1 FROM WS-RUNCTL-WALK-YYYY
002170     ELSE
002171         SUBTRACT 1 FROM WS-RUNCTL-WALK-MM
002172     END-IF
002173     MOVE WS-RUNCTL-MONTH-DAYS(WS-RUNCTL-WALK-MM)
002174         TO WS-RUNCTL-WALK-DD
002175     IF WS-RUNCTL-WALK-MM = 2
002176         DIVIDE WS-RUNCTL-WALK-YYYY BY 4
002177             GIVING WS-RUNCTL-LEAP-QUOT
002178             REMAINDER WS-RUNCTL-LEAP-WORK
002179         IF WS-RUNCTL-LEAP-WORK = 0
002180             MOVE 29 TO WS-RUNCTL-WALK-DD
002181             DIVIDE WS-RUNCTL-WALK-YYYY BY 100
002182                 GIVING WS-RUNCTL-LEAP-QUOT
002183                 REMAINDER WS-RUNCTL-LEAP-WORK
002184             IF WS-RUNCTL-LEAP-WORK = 0
002185                 DIVIDE WS-RUNCTL-WALK-YYYY BY 400
002186                     GIVING WS-RUNCTL-LEAP-QUOT
002187                     REMAINDER WS-RUNCTL-LEAP-WORK
002188                 IF WS-RUNCTL-LEAP-WORK NOT = 0
002189                     MOVE 28 TO WS-RUNCTL-WALK-DD
002190                 END-IF
002191             END-IF
002192         END-IF
002193     END-IF.
002194 0115-EXIT.
002195     EXIT.

002196*---------------------------------------------------------------
002197* 0180-WRITE-RUN-CONTROL
002198* STAMPS THE COMMON FIELDS ON THE RECORD BUILT BY THE CALLER AND
002199* APPENDS IT.  THE LOG IS ALREADY OPEN EXTEND.
002200*---------------------------------------------------------------
002201 0180-WRITE-RUN-CONTROL.
002202     MOVE WS-RUNCTL-PROGRAM-ID    TO RL-PROGRAM-ID
002203     MOVE WS-RUNCTL-BUSINESS-DATE TO RL-BUSINESS-DATE
002204     MOVE WS-RUNCTL-SYSTEM-DATE   TO RL-RUN-DATE
002205     MOVE WS-RUNCTL-START-TIME    TO RL-START-TIME
002206     WRITE RUN-CONTROL-RECORD.
002207 0180-EXIT.
002208     EXIT.

002209*---------------------------------------------------------------
002210* 0900-LOG-RUN-END
002211* APPENDS THE END RECORD - END TIME, RETURN-CODE AND THE STEP'S
002212* KEY RECORD COUNTS - TO THE RUN-CONTROL LOG.
002213*---------------------------------------------------------------
002214 0900-LOG-RUN-END.
002215     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
002216     ACCEPT WS-RUNCTL-CLOCK FROM TIME
002217     INITIALIZE RUN-CONTROL-RECORD
002218     MOVE "END" TO RL-EVENT
002219     MOVE WS-RUNCTL-CLOCK-TIME TO RL-END-TIME
002220     MOVE RETURN-CODE TO RL-RETURN-CODE
002221     MOVE "LIBRARY" TO RL-COUNT-LABEL(1)
002222     MOVE WS-LIB-COUNT TO RL-COUNT-VALUE(1)
002223     MOVE "HISTORY" TO RL-COUNT-LABEL(2)
002224     MOVE WS-HIST-COUNT TO RL-COUNT-VALUE(2)
002225     MOVE "EXCEPTIONS" TO RL-COUNT-LABEL(3)
002226     MOVE WS-EXCEPTION-TOTAL TO RL-COUNT-VALUE(3)
002227     OPEN EXTEND RUN-CONTROL-FILE
002228     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
002229     CLOSE RUN-CONTROL-FILE.
002230 0900-EXIT.
002231     EXIT.

002232*---------------------------------------------------------------
002233* 1000-INITIALIZE-RUN
002234* OPENS THE EXCEPTIONS REPORT, WRITES ITS HEADER AND TABLES
002235* THE LIBRARY AND THE PUBLISHED HISTORY BY PUZZLE-ID.
002236*---------------------------------------------------------------
002237 1000-INITIALIZE-RUN.
002238     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002239     OPEN OUTPUT AUDIT-REPORT-FILE
002240     MOVE SPACES TO WS-REPORT-LINE
002241     STRING "SUDOKUAUD FILE-SET INTEGRITY AUDIT - "
002242            DELIMITED BY SIZE
002250            WS-CURRENT-DATE DELIMITED BY SIZE
002260            INTO WS-REPORT-LINE
002270     WRITE AUDIT-REPORT-LINE FROM WS-REPORT-LINE
