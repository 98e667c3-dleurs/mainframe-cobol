000250*                THREE WEEKS OF CHANGES WERE REKEYED FROM
000260*                PRINTED LISTINGS - THIS MAKES THAT RESTORE
000270*                MECHANICAL.
000271* 15-10-2026 DL  RUN-CONTROL LOG.  THE STEP NOW APPENDS A START
000272*                AND AN END RECORD - BUSINESS DATE, START AND
000273*                END TIME, RETURN-CODE AND KEY RECORD COUNTS -
000274*                TO THE SHARED RUNCTL FILE READ BY THE SUDOKURUN
000275*                RUN-BOOK.
000276* 15-10-2026 DL  THE LIBRARY RECORD CARRIES THE NEW PL-TEMPLATE-ID
000277*                STAMPED BY SUDOKUGEN ON THEMED STOCK - BACKUP
000278*                RECORD AND JOURNAL IMAGES ARE NOW 169 BYTES; A
000279*                JOURNAL IMAGE WRITTEN AT THE OLD LENGTH READS
000280*                WITH THE TEMPLATE-ID SPACES.  NOTE THE LIBRARY
000281*                RECORD GREW FROM 163 TO 169 BYTES - AN EXISTING
000282*                LIBRARY MUST BE RELOADED ONCE INTO THE NEW LAYOUT
000283*                (TEMPLATE-ID SPACES) BEFORE THIS VERSION RUNS.
000284*---------------------------------------------------------------

000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000480     SELECT RECOVERY-REPORT-FILE
000490            ASSIGN TO "RECRPT"
000500            ORGANIZATION       IS LINE SEQUENTIAL.
000501     SELECT OPTIONAL RUN-CONTROL-FILE
000502            ASSIGN TO "RUNCTL"
000503            ORGANIZATION       IS LINE SEQUENTIAL
000504            FILE STATUS        IS WS-RUNCTL-STATUS.

000510 DATA DIVISION.
000520 FILE SECTION.

000600 FD  BACKUP-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 01  BACKUP-RECORD              PIC X(169).

000630 FD  PUZZLE-LIB-FILE
000640     LABEL RECORDS ARE STANDARD.
000690     05  PL-GRID-SIZE           PIC 9(02).
000700     05  PL-PUZZLE-LAYOUT       PIC X(144).
000710     05  PL-HOLD-FLAG           PIC X(01).
000711     05  PL-TEMPLATE-ID         PIC X(06).

000720 FD  AUDIT-JOURNAL-FILE
000730     LABEL RECORDS ARE STANDARD.
000760     LABEL RECORDS ARE STANDARD.
000770 01  RECOVERY-REPORT-LINE       PIC X(132).

000771 FD  RUN-CONTROL-FILE
000772     LABEL RECORDS ARE STANDARD.
000773 01  RUN-CONTROL-RECORD.
000774     05  RL-PROGRAM-ID          PIC X(12).
000775     05  RL-BUSINESS-DATE       PIC X(08).
000776     05  RL-EVENT               PIC X(08).
000777     05  RL-RUN-DATE            PIC X(08).
000778     05  RL-START-TIME          PIC X(06).
000779     05  RL-END-TIME            PIC X(06).
000780     05  RL-RETURN-CODE         PIC 9(04).
000781     05  RL-COUNT OCCURS 3 TIMES.
000782         10  RL-COUNT-LABEL     PIC X(10).
000783         10  RL-COUNT-VALUE     PIC 9(09).
000784     05  RL-OPERATOR-INITIALS   PIC X(03).
000785     05  RL-MESSAGE             PIC X(40).

000786 WORKING-STORAGE SECTION.
000790*---------------------------------------------------------------
000800* FILE STATUS AND END-OF-FILE SWITCHES.
000810*---------------------------------------------------------------
001030* APPLIED CHANGE, ALL FIXED COLUMNS:
001040*     HEADER  DATE(1:10) TIME(12:8) OPERATOR(30:3)
001050*             ACTION(41:8) PUZZLE-ID(57:6)
001060*     BEFORE  "  BEFORE: " THEN THE 169-BYTE IMAGE (11:169)
001070*     AFTER   "  AFTER : " THEN THE 169-BYTE IMAGE (11:169)
001080* AN ADD'S BEFORE IMAGE IS "(NEW)"; A DELETE'S AFTER IMAGE IS
001090* "(DELETED)".
001100*---------------------------------------------------------------
001120 77  WS-ENTRY-PUZZLE-ID           PIC X(06).
001130 77  WS-ENTRY-DATE                PIC X(10).
001140 77  WS-ENTRY-TIME                PIC X(08).
001150 01  WS-BEFORE-IMAGE              PIC X(169).
001160 01  WS-AFTER-IMAGE               PIC X(169).
001170 77  WS-ENTRY-STATE               PIC 9(01) VALUE 0.
001180     88  EXPECTING-HEADER         VALUE 0.
001190     88  EXPECTING-BEFORE         VALUE 1.

001360 01  WS-REPORT-LINE               PIC X(132).

001361*---------------------------------------------------------------
001362* RUN-CONTROL LOG.  EVERY STEP OF THE STREAM APPENDS A START
001363* AND AN END RECORD TO RUNCTL.  THE BUSINESS DAY RUNS TO THE
001364* 06:00 CUTOFF - A STEP STARTED AFTER MIDNIGHT BUT BEFORE THE
001365* CUTOFF STILL BELONGS TO THE PREVIOUS DAY'S STREAM.
001366*---------------------------------------------------------------
001367 77  WS-RUNCTL-STATUS             PIC X(02).
001368     88  RUNCTL-FILE-OK           VALUE "00".
001369     88  RUNCTL-FILE-EOF          VALUE "10".
001370 77  WS-RUNCTL-PROGRAM-ID         PIC X(12) VALUE "SUDOKUREC".
001371 77  WS-RUNCTL-CUTOFF-TIME        PIC X(06) VALUE "060000".
001372 01  WS-RUNCTL-CLOCK.
001373     05  WS-RUNCTL-CLOCK-TIME     PIC X(06).
001374     05  FILLER                   PIC X(02).
001375 77  WS-RUNCTL-SYSTEM-DATE        PIC X(08).
001376 77  WS-RUNCTL-BUSINESS-DATE      PIC X(08).
001377 77  WS-RUNCTL-START-TIME         PIC X(06).
001378 01  WS-RUNCTL-WALK-DATE.
001379     05  WS-RUNCTL-WALK-YYYY      PIC 9(04).
001380     05  WS-RUNCTL-WALK-MM        PIC 9(02).
001381     05  WS-RUNCTL-WALK-DD        PIC 9(02).
001382 01  WS-RUNCTL-MONTH-TABLE.
001383     05  FILLER                   PIC X(24)
001384             VALUE "312831303130313130313031".
001385 01  WS-RUNCTL-MONTH-TABLE-R REDEFINES WS-RUNCTL-MONTH-TABLE.
001386     05  WS-RUNCTL-MONTH-DAYS     PIC 9(02) OCCURS 12 TIMES.
001387 77  WS-RUNCTL-LEAP-QUOT          PIC 9(04).
001388 77  WS-RUNCTL-LEAP-WORK          PIC 9(04).

001389 PROCEDURE DIVISION.
001390*---------------------------------------------------------------
001391* 0000-MAINLINE
001400*---------------------------------------------------------------
001410 0000-MAINLINE.
001411     PERFORM 0100-CHECK-RUN-CONTROL  THRU 0100-EXIT
001420     PERFORM 1000-INITIALIZE-RUN     THRU 1000-EXIT
001430     IF NOT REPLAY-HAS-STOPPED
001440         PERFORM 2000-RESTORE-FROM-BACKUP THRU 2000-EXIT
001480     END-IF
001490     PERFORM 9000-TERMINATE-RUN      THRU 9000-EXIT
001500     MOVE WS-MAX-SEVERITY TO RETURN-CODE
001501     PERFORM 0900-LOG-RUN-END        THRU 0900-EXIT
001510     STOP RUN.

001511*---------------------------------------------------------------
001512* 0100-CHECK-RUN-CONTROL
001513* DATES THE RUN AND APPENDS THE START RECORD TO THE RUN-CONTROL
001514* LOG.  THIS STEP HAS NO PREREQUISITES OF ITS OWN.
001515*---------------------------------------------------------------
001516 0100-CHECK-RUN-CONTROL.
001517     PERFORM 0110-SET-BUSINESS-DATE  THRU 0110-EXIT
001518     OPEN EXTEND RUN-CONTROL-FILE
001519     INITIALIZE RUN-CONTROL-RECORD
001520     MOVE "START" TO RL-EVENT
001521     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
001522     CLOSE RUN-CONTROL-FILE.
001523 0100-EXIT.
001524     EXIT.

001525*---------------------------------------------------------------
001526* 0110-SET-BUSINESS-DATE
001527* THE BUSINESS DATE IS TODAY, OR YESTERDAY WHEN THE STEP STARTS
001528* BEFORE THE CUTOFF.
001529*---------------------------------------------------------------
001530 0110-SET-BUSINESS-DATE.
001531     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
001532     ACCEPT WS-RUNCTL-CLOCK FROM TIME
001533     MOVE WS-RUNCTL-CLOCK-TIME TO WS-RUNCTL-START-TIME
001534     MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-BUSINESS-DATE
001535     IF WS-RUNCTL-START-TIME < WS-RUNCTL-CUTOFF-TIME
001536         MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-WALK-DATE
001537         PERFORM 0115-BACK-ONE-DAY   THRU 0115-EXIT
001538         MOVE WS-RUNCTL-WALK-DATE TO WS-RUNCTL-BUSINESS-DATE
001539     END-IF.
001540 0110-EXIT.
001541     EXIT.

001542 0115-BACK-ONE-DAY.
001543     IF WS-RUNCTL-WALK-DD > 1
001544         SUBTRACT 1 FROM WS-RUNCTL-WALK-DD
001545         GO TO 0115-EXIT
001546     END-IF
001547     IF WS-RUNCTL-WALK-MM = 1
001548         MOVE 12 TO WS-RUNCTL-WALK-MM
001549         SUBTRACT 1 FROM WS-RUNCTL-WALK-YYYY
001550     ELSE
001551         SUBTRACT 1 FROM WS-RUNCTL-WALK-MM
001552     END-IF
001553     MOVE WS-RUNCTL-MONTH-DAYS(WS-RUNCTL-WALK-MM)
001554         TO WS-RUNCTL-WALK-DD
001555     IF WS-RUNCTL-WALK-MM = 2
001556         DIVIDE WS-RUNCTL-WALK-YYYY BY 4
001557             GIVING WS-RUNCTL-LEAP-QUOT
001558             REMAINDER WS-RUNCTL-LEAP-WORK
001559         IF WS-RUNCTL-LEAP-WORK = 0
001560             MOVE 29 TO WS-RUNCTL-WALK-DD
001561             DIVIDE WS-RUNCTL-WALK-YYYY BY 100
001562                 GIVING WS-RUNCTL-LEAP-QUOT
001563                 REMAINDER WS-RUNCTL-LEAP-WORK
001564             IF WS-RUNCTL-LEAP-WORK = 0
001565                 DIVIDE WS-RUNCTL-WALK-YYYY BY 400
001566                     GIVING WS-RUNCTL-LEAP-QUOT
001567                     REMAINDER WS-RUNCTL-LEAP-WORK
001568                 IF WS-RUNCTL-LEAP-WORK NOT = 0
001569                     MOVE 28 TO WS-RUNCTL-WALK-DD
001570                 END-IF
001571             END-IF
001572         END-IF
001573     END-IF.
001574 0115-EXIT.
001575     EXIT.

001576*---------------------------------------------------------------
001577* 0180-WRITE-RUN-CONTROL
001578* STAMPS THE COMMON FIELDS ON THE RECORD BUILT BY THE CALLER AND
001579* APPENDS IT.  THE LOG IS ALREADY OPEN EXTEND.
001580*---------------------------------------------------------------
001581 0180-WRITE-RUN-CONTROL.
001582     MOVE WS-RUNCTL-PROGRAM-ID    TO RL-PROGRAM-ID
001583     MOVE WS-RUNCTL-BUSINESS-DATE TO RL-BUSINESS-DATE
001584     MOVE WS-RUNCTL-SYSTEM-DATE   TO RL-RUN-DATE
001585     MOVE WS-RUNCTL-START-TIME    TO RL-START-TIME
001586     WRITE RUN-CONTROL-RECORD.
001587 0180-EXIT.
001588     EXIT.

001589*---------------------------------------------------------------
001590* 0900-LOG-RUN-END
001591* APPENDS THE END RECORD - END TIME, RETURN-CODE AND THE STEP'S
001592* KEY RECORD COUNTS - TO THE RUN-CONTROL LOG.
001593*---------------------------------------------------------------
001594 0900-LOG-RUN-END.
001595     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
001596     ACCEPT WS-RUNCTL-CLOCK FROM TIME
001597     INITIALIZE RUN-CONTROL-RECORD
001598     MOVE "END" TO RL-EVENT
001599     MOVE WS-RUNCTL-CLOCK-TIME TO RL-END-TIME
001600     MOVE RETURN-CODE TO RL-RETURN-CODE
001601     MOVE "RESTORED" TO RL-COUNT-LABEL(1)
001602     MOVE WS-RESTORED-COUNT TO RL-COUNT-VALUE(1)
001603     MOVE "REPLAYED" TO RL-COUNT-LABEL(2)
001604     MOVE WS-REPLAYED-COUNT TO RL-COUNT-VALUE(2)
001605     OPEN EXTEND RUN-CONTROL-FILE
001606     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
001607     CLOSE RUN-CONTROL-FILE.
001608 0900-EXIT.
001609     EXIT.

001610*---------------------------------------------------------------
001611* 1000-INITIALIZE-RUN
001612* READS THE BACKUP CONTROL RECORD - NO CONTROL RECORD MEANS NO
001613* TRUSTWORTHY CUT POINT, AND THE RECOVERY REFUSES TO GUESS.
001614*---------------------------------------------------------------
001615 1000-INITIALIZE-RUN.
001616     OPEN OUTPUT RECOVERY-REPORT-FILE
001617     OPEN INPUT BACKUP-CONTROL-FILE
001618     IF CONTROL-FILE-OK
001619         READ BACKUP-CONTROL-FILE
001620             AT END
001630                 PERFORM 8000-STOP-RECOVERY THRU 8000-EXIT
001640             NOT AT END
003180             END-IF
003190         WHEN EXPECTING-BEFORE
003200             IF AUDIT-JOURNAL-LINE(1:10) = "  BEFORE: "
003210                 MOVE AUDIT-JOURNAL-LINE(11:169)
003220                      TO WS-BEFORE-IMAGE
003230                 SET EXPECTING-AFTER TO TRUE
003240             ELSE
003270             END-IF
003280         WHEN EXPECTING-AFTER
003290             IF AUDIT-JOURNAL-LINE(1:10) = "  AFTER : "
003300                 MOVE AUDIT-JOURNAL-LINE(11:169)
003310                      TO WS-AFTER-IMAGE
003320                 SET EXPECTING-HEADER TO TRUE
003330                 PERFORM 4000-APPLY-ONE-ENTRY THRU 4000-EXIT
