000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SUDOKUACK.
000030 AUTHOR.         D LEURS.
000040 INSTALLATION.   DAILY PUZZLE PRODUCTION.
000050 DATE-WRITTEN.   15-10-2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100* 15-10-2026 DL  ORIGINAL PROGRAM.  TRANSMISSION ACKNOWLEDGMENT
000110*                RECONCILIATION.  THE DAILY RUN NOW SENDS EACH
000120*                SUBSCRIBER FILE IN AN ENVELOPE - HEADER WITH
000130*                SUBSCRIBER, SHIP DATE AND SEQUENCE NUMBER,
000140*                TRAILER WITH RECORD COUNT, COPY COUNT AND A
000150*                HASH TOTAL OF THE PUZZLE-IDS - AND LOGS EVERY
000160*                ENVELOPE ON XMITLOG.  PARTNERS RETURN AN
000170*                ACKNOWLEDGMENT PER TRANSMISSION WITH THE COUNTS
000180*                THEY RECEIVED; OPERATIONS APPEND THEM TO THE
000190*                CUMULATIVE ACKFILE.  THIS PROGRAM MATCHES THE
000200*                ACKNOWLEDGMENTS TO THE LOG AND THE LOG TO THE
000210*                DISTRIBUTION LEDGER, AND LISTS ON ACKRPT EVERY
000220*                TRANSMISSION NEVER ACKNOWLEDGED WITHIN THE
000230*                ACKDAYS=NNN GRACE PERIOD, EVERY COUNT OR HASH
000240*                MISMATCH, EVERY PARTNER REJECTION, EVERY
000250*                ACKNOWLEDGMENT FOR A TRANSMISSION NOT ON THE
000260*                LOG AND EVERY GAP IN A SUBSCRIBER'S SEQUENCE.
000270*                EACH LEDGER LINE IS MARKED ACKNOWLEDGED (A) OR
000280*                DISPUTED (D) FROM ITS TRANSMISSION; THE MARKED
000290*                LEDGER IS WRITTEN TO LEDGOUT, WHICH REPLACES
000300*                LEDGER ONCE THE STEP ENDS BELOW 8 - THE SAME
000310*                OLD-MASTER / NEW-MASTER SWAP AS SUSPFILE AND
000320*                SUSPOUT.  SUDOKUBIL HOLDS DISPUTED LINES OFF
000330*                THE INVOICE.  THE STEP IS RUN ON DEMAND, HAS NO
000340*                PREREQUISITES AND LOGS TO RUNCTL ONLY.
000341* 15-10-2026 DL  AN ACKNOWLEDGMENT WHOSE CODE IS NEITHER A NOR R
000342*                NO LONGER PASSES AS ACCEPTED WHEN ITS COUNTS
000343*                AGREE - THE TRANSMISSION IS DISPUTED AS ACK CODE
000344*                NOT RECOGNISED.
000350*---------------------------------------------------------------

000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPTIONAL XMIT-LOG-FILE
000400            ASSIGN TO "XMITLOG"
000410            ORGANIZATION       IS LINE SEQUENTIAL
000420            FILE STATUS        IS WS-XMIT-STATUS.
000430     SELECT OPTIONAL ACK-FILE
000440            ASSIGN TO "ACKFILE"
000450            ORGANIZATION       IS LINE SEQUENTIAL
000460            FILE STATUS        IS WS-ACK-STATUS.
000470     SELECT OPTIONAL DIST-LEDGER-FILE
000480            ASSIGN TO "LEDGER"
000490            ORGANIZATION       IS LINE SEQUENTIAL
000500            FILE STATUS        IS WS-LEDGER-STATUS.
000510     SELECT LEDGER-OUT-FILE
000520            ASSIGN TO "LEDGOUT"
000530            ORGANIZATION       IS LINE SEQUENTIAL.
000540     SELECT ACK-REPORT-FILE
000550            ASSIGN TO "ACKRPT"
000560            ORGANIZATION       IS LINE SEQUENTIAL.
000570     SELECT OPTIONAL RUN-CONTROL-FILE
000580            ASSIGN TO "RUNCTL"
000590            ORGANIZATION       IS LINE SEQUENTIAL
000600            FILE STATUS        IS WS-RUNCTL-STATUS.

000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  XMIT-LOG-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  XMIT-LOG-RECORD.
000660     05  XL-SUBSCRIBER-ID       PIC X(04).
000670     05  XL-SHIP-DATE           PIC X(08).
000680     05  XL-XMIT-SEQ            PIC 9(06).
000690     05  XL-LINE-COUNT          PIC 9(07).
000700     05  XL-COPY-COUNT          PIC 9(05).
000710     05  XL-HASH-TOTAL          PIC 9(11).

000720*---------------------------------------------------------------
000730* ONE RECORD PER ACKNOWLEDGMENT RETURNED BY A PARTNER - THE
000740* TRANSMISSION IT ANSWERS (SUBSCRIBER, SHIP DATE, SEQUENCE) AND
000750* THE DATA-LINE COUNT, COPY COUNT AND HASH TOTAL THE PARTNER
000760* COUNTED ON RECEIPT.  ACK CODE "A" ACCEPTS THE TRANSMISSION,
000770* "R" REJECTS IT OUTRIGHT.
000780*---------------------------------------------------------------
000790 FD  ACK-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  ACK-RECORD.
000820     05  AK-SUBSCRIBER-ID       PIC X(04).
000830     05  AK-SHIP-DATE           PIC X(08).
000840     05  AK-XMIT-SEQ            PIC 9(06).
000850     05  AK-LINE-COUNT          PIC 9(07).
000860     05  AK-COPY-COUNT          PIC 9(05).
000870     05  AK-HASH-TOTAL          PIC 9(11).
000880     05  AK-ACK-DATE            PIC X(08).
000890     05  AK-ACK-CODE            PIC X(01).
000900         88  AK-ACCEPTED        VALUE "A".
000910         88  AK-REJECTED        VALUE "R".
000920     05  AK-REASON              PIC X(30).

000930 FD  DIST-LEDGER-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  DIST-LEDGER-RECORD.
000960     05  DL-SHIP-DATE           PIC X(08).
000970     05  DL-SUBSCRIBER-ID       PIC X(04).
000980     05  DL-PUZZLE-ID           PIC X(06).
000990     05  DL-GRID-SIZE           PIC 9(02).
001000     05  DL-PRODUCT-CODE        PIC X(03).
001010     05  DL-XMIT-SEQ            PIC 9(06).
001020     05  DL-ACK-STATUS          PIC X(01).
001030         88  DL-ACK-PENDING     VALUE SPACE.
001040         88  DL-ACKNOWLEDGED    VALUE "A".
001050         88  DL-DISPUTED        VALUE "D".

001060 FD  LEDGER-OUT-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 01  LEDGER-OUT-RECORD          PIC X(30).

001090 FD  ACK-REPORT-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 01  ACK-REPORT-LINE            PIC X(132).

001120 FD  RUN-CONTROL-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  RUN-CONTROL-RECORD.
001150     05  RL-PROGRAM-ID          PIC X(12).
001160     05  RL-BUSINESS-DATE       PIC X(08).
001170     05  RL-EVENT               PIC X(08).
001180     05  RL-RUN-DATE            PIC X(08).
001190     05  RL-START-TIME          PIC X(06).
001200     05  RL-END-TIME            PIC X(06).
001210     05  RL-RETURN-CODE         PIC 9(04).
001220     05  RL-COUNT OCCURS 3 TIMES.
001230         10  RL-COUNT-LABEL     PIC X(10).
001240         10  RL-COUNT-VALUE     PIC 9(09).
001250     05  RL-OPERATOR-INITIALS   PIC X(03).
001260     05  RL-MESSAGE             PIC X(40).

001270 WORKING-STORAGE SECTION.
001280*---------------------------------------------------------------
001290* FILE STATUS AND END-OF-FILE SWITCHES.
001300*---------------------------------------------------------------
001310 77  WS-XMIT-STATUS               PIC X(02) VALUE "00".
001320     88  XMIT-FILE-OK             VALUE "00".
001330     88  XMIT-FILE-EOF            VALUE "10".
001340 77  WS-ACK-STATUS                PIC X(02) VALUE "00".
001350     88  ACK-FILE-OK              VALUE "00".
001360     88  ACK-FILE-EOF             VALUE "10".
001370 77  WS-LEDGER-STATUS             PIC X(02) VALUE "00".
001380     88  LEDGER-FILE-OK           VALUE "00".
001390     88  LEDGER-FILE-EOF          VALUE "10".

001400*---------------------------------------------------------------
001410* RUN PARAMETERS.
001420*   ACKDAYS=NNN     DAYS A PARTNER HAS TO ACKNOWLEDGE A
001430*       TRANSMISSION (DEFAULT 3) - ONE SHIPPED ON OR BEFORE
001440*       TODAY LESS ACKDAYS WITH NO ACKNOWLEDGMENT IS OVERDUE
001450*---------------------------------------------------------------
001460 77  WS-PARM-CARD                 PIC X(80).
001470 77  WS-PARM-KEYWORD              PIC X(12).
001480 77  WS-PARM-VALUE                PIC X(40).
001490 77  WS-PARM-CARD-COUNT           PIC 9(02) VALUE 0.
001500 77  WS-PARM-END-SWITCH           PIC X(01) VALUE "N".
001510     88  NO-MORE-PARM-CARDS       VALUE "Y".
001520 77  WS-PARSE-NUMBER              PIC 9(05).
001530 77  WS-PARSE-INDEX               PIC 9(02).
001540 77  WS-PARSE-DIGIT               PIC 9(01).
001550 77  WS-ACK-DAYS                  PIC 9(03) VALUE 3.
001560 77  WS-ACK-DAYS-SWITCH           PIC X(01) VALUE "N".
001570     88  ACK-DAYS-GIVEN           VALUE "Y".
001580 77  WS-LAG-STEP                  PIC 9(03).
001590 77  WS-OVERDUE-DATE              PIC X(08).

001600*---------------------------------------------------------------
001610* THE TRANSMISSION LOG, TABLED IN LOG ORDER.  EACH ENTRY
001620* COLLECTS THE LEDGER COPIES AND HASH SHIPPED UNDER IT AND THE
001630* RESULT OF ITS LATEST ACKNOWLEDGMENT - SO A PARTNER'S
001640* CORRECTED ACKNOWLEDGMENT, APPENDED LATER, SETTLES A DISPUTE.
001650* STATUS SPACE = NOT YET ACKNOWLEDGED, A = ACKNOWLEDGED,
001660* D = DISPUTED.
001670*---------------------------------------------------------------
001680 01  WS-XMT-TABLE.
001690     05  WS-XMT-ENTRY OCCURS 5000 TIMES.
001700         10  WS-XMT-SUB-ID      PIC X(04).
001710         10  WS-XMT-SHIP-DATE   PIC X(08).
001720         10  WS-XMT-SEQ         PIC 9(06).
001730         10  WS-XMT-LINE-COUNT  PIC 9(07).
001740         10  WS-XMT-COPY-COUNT  PIC 9(05).
001750         10  WS-XMT-HASH-TOTAL  PIC 9(11).
001760         10  WS-XMT-LEDGER-COPIES
001770                                PIC 9(05).
001780         10  WS-XMT-LEDGER-HASH PIC 9(11).
001790         10  WS-XMT-ACK-COUNT   PIC 9(03).
001800         10  WS-XMT-STATUS      PIC X(01).
001810         10  WS-XMT-REASON      PIC X(30).
001820 77  WS-XMT-COUNT                 PIC 9(04) VALUE 0.
001830 77  WS-XMT-INDEX                 PIC 9(04).
001840 77  WS-XMT-SEARCH                PIC 9(04).
001850 77  WS-XMT-FULL-SWITCH           PIC X(01) VALUE "N".
001860     88  XMT-TABLE-FULL           VALUE "Y".
001870 77  WS-LEDGER-MISSING-SWITCH     PIC X(01) VALUE "N".
001880     88  LEDGER-NOT-AVAILABLE     VALUE "Y".
001890 77  WS-FIND-SUB-ID               PIC X(04).
001900 77  WS-FIND-SEQ                  PIC 9(06).
001910 77  WS-HASH-PART                 PIC 9(05).

001920*---------------------------------------------------------------
001930* ONE ROW PER SUBSCRIBER SEEN ON THE LOG - THE HIGHEST SEQUENCE
001940* SO FAR (FOR THE GAP CHECK), THE LAST TRANSMISSION FOUND FOR
001950* IT (LEDGER LINES OF ONE TRANSMISSION COME TOGETHER, SO THE
001960* NEXT LOOK-UP USUALLY HITS IT FIRST TIME) AND ITS SUMMARY.
001970*---------------------------------------------------------------
001980 01  WS-SUBR-TABLE.
001990     05  WS-SUBR-ENTRY OCCURS 50 TIMES.
002000         10  WS-SUBR-ID         PIC X(04).
002010         10  WS-SUBR-LAST-SEQ   PIC 9(06).
002020         10  WS-SUBR-LAST-INDEX PIC 9(04).
002030         10  WS-SUBR-XMITS      PIC 9(05).
002040         10  WS-SUBR-ACKED      PIC 9(05).
002050         10  WS-SUBR-DISPUTED   PIC 9(05).
002060         10  WS-SUBR-AWAITING   PIC 9(05).
002070         10  WS-SUBR-OVERDUE    PIC 9(05).
002080 77  WS-SUBR-COUNT                PIC 9(02) VALUE 0.
002090 77  WS-SUBR-INDEX                PIC 9(02).
002100 77  WS-SUBR-SEARCH               PIC 9(02).

002110*---------------------------------------------------------------
002120* RUN TOTALS AND REPORT WORK AREAS.
002130*---------------------------------------------------------------
002140 77  WS-ACK-READ-COUNT            PIC 9(07) VALUE 0.
002150 77  WS-ACK-UNMATCHED-COUNT       PIC 9(07) VALUE 0.
002160 77  WS-GAP-COUNT                 PIC 9(07) VALUE 0.
002170 77  WS-ACKED-COUNT               PIC 9(07) VALUE 0.
002180 77  WS-DISPUTED-COUNT            PIC 9(07) VALUE 0.
002190 77  WS-AWAITING-COUNT            PIC 9(07) VALUE 0.
002200 77  WS-OVERDUE-COUNT             PIC 9(07) VALUE 0.
002210 77  WS-LEDGER-READ-COUNT         PIC 9(07) VALUE 0.
002220 77  WS-LEDGER-ACKED-COUNT        PIC 9(07) VALUE 0.
002230 77  WS-LEDGER-DISPUTED-COUNT     PIC 9(07) VALUE 0.
002240 77  WS-LEDGER-PENDING-COUNT      PIC 9(07) VALUE 0.
002250 77  WS-LEDGER-UNSENT-COUNT       PIC 9(07) VALUE 0.
002260 77  WS-LEDGER-NEWLY-DISPUTED     PIC 9(07) VALUE 0.
002270 77  WS-LEDGER-RELEASED-COUNT     PIC 9(07) VALUE 0.
002280 77  WS-MAX-SEVERITY              PIC 9(01) VALUE 0.
002290 01  WS-CTL-DISPLAY-COUNT         PIC ZZZZZZ9.
002300 01  WS-SEQ-DISPLAY               PIC ZZZZZ9.
002310 01  WS-SUM-DISPLAY               PIC ZZZZ9.
002320 77  WS-CURRENT-DATE              PIC X(08).
002330 01  WS-REPORT-LINE               PIC X(132).
002340 01  WS-EXCEPTION.
002350     05  WS-EXC-SUB-ID            PIC X(04).
002360     05  WS-EXC-SHIP-DATE         PIC X(08).
002370     05  WS-EXC-SEQ               PIC X(06).
002380     05  WS-EXC-TEXT              PIC X(60).

002390*---------------------------------------------------------------
002400* RUN-CONTROL LOG.  EVERY STEP OF THE STREAM APPENDS A START
002410* AND AN END RECORD TO RUNCTL.  THE BUSINESS DAY RUNS TO THE
002420* 06:00 CUTOFF - A STEP STARTED AFTER MIDNIGHT BUT BEFORE THE
002430* CUTOFF STILL BELONGS TO THE PREVIOUS DAY'S STREAM.
002440*---------------------------------------------------------------
002450 77  WS-RUNCTL-STATUS             PIC X(02).
002460     88  RUNCTL-FILE-OK           VALUE "00".
002470     88  RUNCTL-FILE-EOF          VALUE "10".
002480 77  WS-RUNCTL-PROGRAM-ID         PIC X(12) VALUE "SUDOKUACK".
002490 77  WS-RUNCTL-CUTOFF-TIME        PIC X(06) VALUE "060000".
002500 01  WS-RUNCTL-CLOCK.
002510     05  WS-RUNCTL-CLOCK-TIME     PIC X(06).
002520     05  FILLER                   PIC X(02).
002530 77  WS-RUNCTL-SYSTEM-DATE        PIC X(08).
002540 77  WS-RUNCTL-BUSINESS-DATE      PIC X(08).
002550 77  WS-RUNCTL-START-TIME         PIC X(06).
002560 01  WS-RUNCTL-WALK-DATE.
002570     05  WS-RUNCTL-WALK-YYYY      PIC 9(04).
002580     05  WS-RUNCTL-WALK-MM        PIC 9(02).
002590     05  WS-RUNCTL-WALK-DD        PIC 9(02).
002600 01  WS-RUNCTL-MONTH-TABLE.
002610     05  FILLER                   PIC X(24)
002620             VALUE "312831303130313130313031".
002630 01  WS-RUNCTL-MONTH-TABLE-R REDEFINES WS-RUNCTL-MONTH-TABLE.
002640     05  WS-RUNCTL-MONTH-DAYS     PIC 9(02) OCCURS 12 TIMES.
002650 77  WS-RUNCTL-LEAP-QUOT          PIC 9(04).
002660 77  WS-RUNCTL-LEAP-WORK          PIC 9(04).

002670 PROCEDURE DIVISION.
002680*---------------------------------------------------------------
002690* 0000-MAINLINE
002700*---------------------------------------------------------------
002710 0000-MAINLINE.
002720     PERFORM 0100-CHECK-RUN-CONTROL  THRU 0100-EXIT
002730     PERFORM 1000-INITIALIZE-RUN     THRU 1000-EXIT
002740     PERFORM 2000-APPLY-ACKNOWLEDGMENTS THRU 2000-EXIT
002750     PERFORM 3000-TALLY-LEDGER       THRU 3000-EXIT
002760     PERFORM 4000-SETTLE-TRANSMISSIONS THRU 4000-EXIT
002770     PERFORM 5000-REWRITE-LEDGER     THRU 5000-EXIT
002780     PERFORM 9000-TERMINATE-RUN      THRU 9000-EXIT
002790     MOVE WS-MAX-SEVERITY TO RETURN-CODE
002800     PERFORM 0900-LOG-RUN-END        THRU 0900-EXIT
002810     STOP RUN.

002820*---------------------------------------------------------------
002830* 0100-CHECK-RUN-CONTROL
002840* DATES THE RUN AND APPENDS THE START RECORD TO THE RUN-CONTROL
002850* LOG.  THIS STEP HAS NO PREREQUISITES OF ITS OWN.
002860*---------------------------------------------------------------
002870 0100-CHECK-RUN-CONTROL.
002880     PERFORM 0110-SET-BUSINESS-DATE  THRU 0110-EXIT
002890     OPEN EXTEND RUN-CONTROL-FILE
002900     INITIALIZE RUN-CONTROL-RECORD
002910     MOVE "START" TO RL-EVENT
002920     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
002930     CLOSE RUN-CONTROL-FILE.
002940 0100-EXIT.
002950     EXIT.

002960*---------------------------------------------------------------
002970* 0110-SET-BUSINESS-DATE
002980* THE BUSINESS DATE IS TODAY, OR YESTERDAY WHEN THE STEP STARTS
002990* BEFORE THE CUTOFF.
003000*---------------------------------------------------------------
003010 0110-SET-BUSINESS-DATE.
003020     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
003030     ACCEPT WS-RUNCTL-CLOCK FROM TIME
003040     MOVE WS-RUNCTL-CLOCK-TIME TO WS-RUNCTL-START-TIME
003050     MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-BUSINESS-DATE
003060     IF WS-RUNCTL-START-TIME < WS-RUNCTL-CUTOFF-TIME
003070         MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-WALK-DATE
003080         PERFORM 0115-BACK-ONE-DAY   THRU 0115-EXIT
003090         MOVE WS-RUNCTL-WALK-DATE TO WS-RUNCTL-BUSINESS-DATE
003100     END-IF.
003110 0110-EXIT.
003120     EXIT.

003130 0115-BACK-ONE-DAY.
003140     IF WS-RUNCTL-WALK-DD > 1
003150         SUBTRACT 1 FROM WS-RUNCTL-WALK-DD
003160         GO TO 0115-EXIT
003170     END-IF
003180     IF WS-RUNCTL-WALK-MM = 1
003190         MOVE 12 TO WS-RUNCTL-WALK-MM
003200         SUBTRACT 1 FROM WS-RUNCTL-WALK-YYYY
003210     ELSE
003220         SUBTRACT 1 FROM WS-RUNCTL-WALK-MM
003230     END-IF
003240     MOVE WS-RUNCTL-MONTH-DAYS(WS-RUNCTL-WALK-MM)
003250         TO WS-RUNCTL-WALK-DD
003260     IF WS-RUNCTL-WALK-MM = 2
003270         DIVIDE WS-RUNCTL-WALK-YYYY BY 4
003280             GIVING WS-RUNCTL-LEAP-QUOT
003290             REMAINDER WS-RUNCTL-LEAP-WORK
003300         IF WS-RUNCTL-LEAP-WORK = 0
003310             MOVE 29 TO WS-RUNCTL-WALK-DD
003320             DIVIDE WS-RUNCTL-WALK-YYYY BY 100
003330                 GIVING WS-RUNCTL-LEAP-QUOT
003340                 REMAINDER WS-RUNCTL-LEAP-WORK
003350             IF WS-RUNCTL-LEAP-WORK = 0
003360                 DIVIDE WS-RUNCTL-WALK-YYYY BY 400
003370                     GIVING WS-RUNCTL-LEAP-QUOT
003380                     REMAINDER WS-RUNCTL-LEAP-WORK
003390                 IF WS-RUNCTL-LEAP-WORK NOT = 0
003400                     MOVE 28 TO WS-RUNCTL-WALK-DD
003410                 END-IF
003420             END-IF
003430         END-IF
003440     END-IF.
003450 0115-EXIT.
003460     EXIT.

003470*---------------------------------------------------------------
003480* 0180-WRITE-RUN-CONTROL
003490* STAMPS THE COMMON FIELDS ON THE RECORD BUILT BY THE CALLER AND
003500* APPENDS IT.  THE LOG IS ALREADY OPEN EXTEND.
003510*---------------------------------------------------------------
003520 0180-WRITE-RUN-CONTROL.
003530     MOVE WS-RUNCTL-PROGRAM-ID    TO RL-PROGRAM-ID
003540     MOVE WS-RUNCTL-BUSINESS-DATE TO RL-BUSINESS-DATE
003550     MOVE WS-RUNCTL-SYSTEM-DATE   TO RL-RUN-DATE
003560     MOVE WS-RUNCTL-START-TIME    TO RL-START-TIME
003570     WRITE RUN-CONTROL-RECORD.
003580 0180-EXIT.
003590     EXIT.

003600*---------------------------------------------------------------
003610* 0900-LOG-RUN-END
003620* APPENDS THE END RECORD - END TIME, RETURN-CODE AND THE STEP'S
003630* KEY RECORD COUNTS - TO THE RUN-CONTROL LOG.
003640*---------------------------------------------------------------
003650 0900-LOG-RUN-END.
003660     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
003670     ACCEPT WS-RUNCTL-CLOCK FROM TIME
003680     INITIALIZE RUN-CONTROL-RECORD
003690     MOVE "END" TO RL-EVENT
003700     MOVE WS-RUNCTL-CLOCK-TIME TO RL-END-TIME
003710     MOVE RETURN-CODE TO RL-RETURN-CODE
003720     MOVE "XMITS" TO RL-COUNT-LABEL(1)
003730     MOVE WS-XMT-COUNT TO RL-COUNT-VALUE(1)
003740     MOVE "DISPUTED" TO RL-COUNT-LABEL(2)
003750     MOVE WS-DISPUTED-COUNT TO RL-COUNT-VALUE(2)
003760     MOVE "OVERDUE" TO RL-COUNT-LABEL(3)
003770     MOVE WS-OVERDUE-COUNT TO RL-COUNT-VALUE(3)
003780     OPEN EXTEND RUN-CONTROL-FILE
003790     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
003800     CLOSE RUN-CONTROL-FILE.
003810 0900-EXIT.
003820     EXIT.

003830*---------------------------------------------------------------
003840* 1000-INITIALIZE-RUN
003850* READS THE CARDS, WORKS OUT THE OVERDUE DATE - TODAY WALKED
003860* BACK ACKDAYS DAYS - AND TABLES THE TRANSMISSION LOG.
003870*---------------------------------------------------------------
003880 1000-INITIALIZE-RUN.
003890     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003900     PERFORM 1020-ACCEPT-RUN-PARAMETERS THRU 1020-EXIT
003910     MOVE WS-CURRENT-DATE TO WS-RUNCTL-WALK-DATE
003920     PERFORM 0115-BACK-ONE-DAY       THRU 0115-EXIT
003930         VARYING WS-LAG-STEP FROM 1 BY 1
003940         UNTIL WS-LAG-STEP > WS-ACK-DAYS
003950     MOVE WS-RUNCTL-WALK-DATE TO WS-OVERDUE-DATE
003960     OPEN OUTPUT ACK-REPORT-FILE
003970     PERFORM 1100-PRINT-REPORT-HEADING THRU 1100-EXIT
003980     PERFORM 1200-LOAD-TRANSMISSIONS THRU 1200-EXIT.
003990 1000-EXIT.
004000     EXIT.

004010*---------------------------------------------------------------
004020* 1020-ACCEPT-RUN-PARAMETERS
004030*---------------------------------------------------------------
004040 1020-ACCEPT-RUN-PARAMETERS.
004050     PERFORM 1025-READ-ONE-PARM-CARD THRU 1025-EXIT
004060         UNTIL NO-MORE-PARM-CARDS
004070            OR WS-PARM-CARD-COUNT > 20.
004080 1020-EXIT.
004090     EXIT.

004100 1025-READ-ONE-PARM-CARD.
004110     MOVE SPACES TO WS-PARM-CARD
004120     ACCEPT WS-PARM-CARD FROM SYSIN
004130     ADD 1 TO WS-PARM-CARD-COUNT
004140     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD(1:4) = "END "
004150         SET NO-MORE-PARM-CARDS TO TRUE
004160         GO TO 1025-EXIT
004170     END-IF
004180     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
004190     UNSTRING WS-PARM-CARD DELIMITED BY "="
004200         INTO WS-PARM-KEYWORD WS-PARM-VALUE
004210     EVALUATE TRUE
004220         WHEN WS-PARM-KEYWORD = "ACKDAYS"
004230          AND WS-PARM-VALUE(1:1) IS NUMERIC
004240             PERFORM 1029-PARSE-NUMERIC-VALUE THRU 1029-EXIT
004250             MOVE WS-PARSE-NUMBER TO WS-ACK-DAYS
004260         WHEN OTHER
004270             DISPLAY "SUDOKUACK: UNRECOGNIZED PARAMETER "
004280                 "CARD IGNORED: " WS-PARM-CARD(1:40)
004290     END-EVALUATE.
004300 1025-EXIT.
004310     EXIT.

004320 1029-PARSE-NUMERIC-VALUE.
004330     MOVE 0 TO WS-PARSE-NUMBER
004340     PERFORM VARYING WS-PARSE-INDEX FROM 1 BY 1 UNTIL
004350        WS-PARSE-INDEX > 5
004360         IF WS-PARM-VALUE(WS-PARSE-INDEX:1) NUMERIC
004370             MOVE WS-PARM-VALUE(WS-PARSE-INDEX:1)
004380                  TO WS-PARSE-DIGIT
004390             COMPUTE WS-PARSE-NUMBER =
004400                     (WS-PARSE-NUMBER * 10) + WS-PARSE-DIGIT
004410         ELSE
004420             MOVE 6 TO WS-PARSE-INDEX
004430         END-IF
004440     END-PERFORM.
004450 1029-EXIT.
004460     EXIT.

004470*---------------------------------------------------------------
004480* 1100-PRINT-REPORT-HEADING
004490*---------------------------------------------------------------
004500 1100-PRINT-REPORT-HEADING.
004510     MOVE SPACES TO WS-REPORT-LINE
004520     STRING "SUDOKUACK TRANSMISSION ACKNOWLEDGMENT "
004530            DELIMITED BY SIZE
004540            "RECONCILIATION - " DELIMITED BY SIZE
004550            WS-CURRENT-DATE DELIMITED BY SIZE
004560            INTO WS-REPORT-LINE
004570     WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
004580     MOVE WS-ACK-DAYS TO WS-SEQ-DISPLAY
004590     MOVE SPACES TO WS-REPORT-LINE
004600     STRING "ACKNOWLEDGMENT DUE WITHIN" DELIMITED BY SIZE
004610            WS-SEQ-DISPLAY(4:3) DELIMITED BY SIZE
004620            " DAYS - ANY SHIPPED ON OR BEFORE "
004630            DELIMITED BY SIZE
004640            WS-OVERDUE-DATE DELIMITED BY SIZE
004650            " WITHOUT ONE IS OVERDUE" DELIMITED BY SIZE
004660            INTO WS-REPORT-LINE
004670     WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
004680     MOVE SPACES TO WS-REPORT-LINE
004690     WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
004700     MOVE "EXCEPTIONS" TO WS-REPORT-LINE
004710     WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
004720     MOVE "SUBR SHIP DATE SEQ    EXCEPTION" TO WS-REPORT-LINE
004730     WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE.
004740 1100-EXIT.
004750     EXIT.

004760*---------------------------------------------------------------
004770* 1200-LOAD-TRANSMISSIONS
004780* TABLES EVERY ENVELOPE ON THE TRANSMISSION LOG, CHECKING EACH
004790* SUBSCRIBER'S SEQUENCE AS IT GOES - THE LOG IS WRITTEN IN RUN
004800* ORDER, SO EVERY TRANSMISSION SHOULD BE ONE PAST THE LAST FOR
004810* ITS SUBSCRIBER, STARTING AT 1.  A NUMBER SKIPPED IS A GAP; A
004820* NUMBER ALREADY SEEN IS LISTED AND LEFT OFF THE TABLE.  A LOG
004830* TOO BIG FOR THE TABLE ENDS THE RUN RETURN-CODE 8 WITH THE
004840* LEDGER COPIED UNMARKED.
004850*---------------------------------------------------------------
004860 1200-LOAD-TRANSMISSIONS.
004870     OPEN INPUT XMIT-LOG-FILE
004880     IF XMIT-FILE-OK
004890         PERFORM 1210-LOAD-ONE-TRANSMISSION THRU 1210-EXIT
004900             UNTIL XMIT-FILE-EOF
004910     ELSE
004920         MOVE SPACES TO WS-EXCEPTION
004930         MOVE "NO TRANSMISSION LOG - NOTHING TO RECONCILE"
004940              TO WS-EXC-TEXT
004950         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
004960     END-IF
004970     CLOSE XMIT-LOG-FILE.
004980 1200-EXIT.
004990     EXIT.

005000 1210-LOAD-ONE-TRANSMISSION.
005010     READ XMIT-LOG-FILE
005020         AT END
005030             SET XMIT-FILE-EOF TO TRUE
005040             GO TO 1210-EXIT
005050     END-READ
005060     IF XMT-TABLE-FULL
005070         GO TO 1210-EXIT
005080     END-IF
005090     MOVE SPACES TO WS-EXCEPTION
005100     MOVE XL-SUBSCRIBER-ID TO WS-EXC-SUB-ID
005110     MOVE XL-SHIP-DATE     TO WS-EXC-SHIP-DATE
005120     IF XL-XMIT-SEQ NOT NUMERIC
005130        OR XL-LINE-COUNT NOT NUMERIC
005140        OR XL-COPY-COUNT NOT NUMERIC
005150        OR XL-HASH-TOTAL NOT NUMERIC
005160         MOVE "TRANSMISSION LOG RECORD UNREADABLE - SKIPPED"
005170              TO WS-EXC-TEXT
005180         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
005190         GO TO 1210-EXIT
005200     END-IF
005210     MOVE XL-XMIT-SEQ TO WS-EXC-SEQ
005220     MOVE XL-SUBSCRIBER-ID TO WS-FIND-SUB-ID
005230     PERFORM 1250-FIND-SUBSCRIBER THRU 1250-EXIT
005240     IF WS-SUBR-INDEX = 0
005250         GO TO 1210-EXIT
005260     END-IF
005270     IF XL-XMIT-SEQ NOT > WS-SUBR-LAST-SEQ(WS-SUBR-INDEX)
005280         MOVE "SEQUENCE ALREADY ON THE LOG - REPEAT SKIPPED"
005290              TO WS-EXC-TEXT
005300         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
005310         GO TO 1210-EXIT
005320     END-IF
005330     IF XL-XMIT-SEQ > WS-SUBR-LAST-SEQ(WS-SUBR-INDEX) + 1
005340         ADD 1 TO WS-GAP-COUNT
005350         COMPUTE WS-FIND-SEQ =
005360                 WS-SUBR-LAST-SEQ(WS-SUBR-INDEX) + 1
005380         STRING "SEQUENCE GAP - NOTHING LOGGED FROM SEQUENCE "
005390                DELIMITED BY SIZE
005400                WS-FIND-SEQ DELIMITED BY SIZE
005410                INTO WS-EXC-TEXT
005420         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
005430     END-IF
005440     IF WS-XMT-COUNT NOT < 5000
005450         SET XMT-TABLE-FULL TO TRUE
005460         MOVE 8 TO WS-MAX-SEVERITY
005470         DISPLAY "SUDOKUACK: MORE THAN 5000 TRANSMISSIONS ON "
005480             "THE LOG - LEDGER COPIED UNMARKED"
005490         GO TO 1210-EXIT
005500     END-IF
005510     ADD 1 TO WS-XMT-COUNT
005520     MOVE WS-XMT-COUNT TO WS-XMT-INDEX
005530     MOVE XL-SUBSCRIBER-ID TO WS-XMT-SUB-ID(WS-XMT-INDEX)
005540     MOVE XL-SHIP-DATE     TO WS-XMT-SHIP-DATE(WS-XMT-INDEX)
005550     MOVE XL-XMIT-SEQ      TO WS-XMT-SEQ(WS-XMT-INDEX)
005560     MOVE XL-LINE-COUNT    TO WS-XMT-LINE-COUNT(WS-XMT-INDEX)
005570     MOVE XL-COPY-COUNT    TO WS-XMT-COPY-COUNT(WS-XMT-INDEX)
005580     MOVE XL-HASH-TOTAL    TO WS-XMT-HASH-TOTAL(WS-XMT-INDEX)
005590     MOVE 0      TO WS-XMT-LEDGER-COPIES(WS-XMT-INDEX)
005600     MOVE 0      TO WS-XMT-LEDGER-HASH(WS-XMT-INDEX)
005610     MOVE 0      TO WS-XMT-ACK-COUNT(WS-XMT-INDEX)
005620     MOVE SPACE  TO WS-XMT-STATUS(WS-XMT-INDEX)
005630     MOVE SPACES TO WS-XMT-REASON(WS-XMT-INDEX)
005640     MOVE XL-XMIT-SEQ TO WS-SUBR-LAST-SEQ(WS-SUBR-INDEX)
005650     MOVE WS-XMT-INDEX TO WS-SUBR-LAST-INDEX(WS-SUBR-INDEX)
005660     ADD 1 TO WS-SUBR-XMITS(WS-SUBR-INDEX).
005670 1210-EXIT.
005680     EXIT.

005690*---------------------------------------------------------------
005700* 1250-FIND-SUBSCRIBER
005710* SETS WS-SUBR-INDEX TO THE ROW FOR WS-FIND-SUB-ID, OPENING A
005720* NEW ROW THE FIRST TIME THE SUBSCRIBER IS SEEN.  ZERO MEANS
005730* THE TABLE IS FULL.
005740*---------------------------------------------------------------
005750 1250-FIND-SUBSCRIBER.
005760     MOVE 0 TO WS-SUBR-INDEX
005770     PERFORM VARYING WS-SUBR-SEARCH FROM 1 BY 1
005780         UNTIL WS-SUBR-SEARCH > WS-SUBR-COUNT
005790         IF WS-SUBR-ID(WS-SUBR-SEARCH) = WS-FIND-SUB-ID
005800             MOVE WS-SUBR-SEARCH TO WS-SUBR-INDEX
005810             MOVE WS-SUBR-COUNT TO WS-SUBR-SEARCH
005820         END-IF
005830     END-PERFORM
005840     IF WS-SUBR-INDEX > 0
005850         GO TO 1250-EXIT
005860     END-IF
005870     IF WS-SUBR-COUNT NOT < 50
005880         DISPLAY "SUDOKUACK: MORE THAN 50 SUBSCRIBERS ON THE "
005890             "LOG - " WS-FIND-SUB-ID " NOT RECONCILED"
005900         GO TO 1250-EXIT
005910     END-IF
005920     ADD 1 TO WS-SUBR-COUNT
005930     MOVE WS-SUBR-COUNT TO WS-SUBR-INDEX
005940     MOVE WS-FIND-SUB-ID TO WS-SUBR-ID(WS-SUBR-INDEX)
005950     MOVE 0 TO WS-SUBR-LAST-SEQ(WS-SUBR-INDEX)
005960               WS-SUBR-LAST-INDEX(WS-SUBR-INDEX)
005970               WS-SUBR-XMITS(WS-SUBR-INDEX)
005980               WS-SUBR-ACKED(WS-SUBR-INDEX)
005990               WS-SUBR-DISPUTED(WS-SUBR-INDEX)
006000               WS-SUBR-AWAITING(WS-SUBR-INDEX)
006010               WS-SUBR-OVERDUE(WS-SUBR-INDEX).
006020 1250-EXIT.
006030     EXIT.

006040*---------------------------------------------------------------
006050* 2000-APPLY-ACKNOWLEDGMENTS
006060* ONE PASS OVER THE CUMULATIVE ACKNOWLEDGMENT FILE.  EACH
006070* ACKNOWLEDGMENT IS CHECKED AGAINST ITS TRANSMISSION'S TRAILER
006080* AND SETS THE TRANSMISSION ACKNOWLEDGED OR DISPUTED - A LATER
006090* ACKNOWLEDGMENT OF THE SAME TRANSMISSION OVERRIDES AN EARLIER
006100* ONE.  AN ACKNOWLEDGMENT CODE OTHER THAN A OR R IS TAKEN AS A
006101* DISPUTE, NEVER AS AN ACCEPTANCE.
006110*---------------------------------------------------------------
006120 2000-APPLY-ACKNOWLEDGMENTS.
006130     OPEN INPUT ACK-FILE
006140     IF ACK-FILE-OK
006150         PERFORM 2100-APPLY-ONE-ACK THRU 2100-EXIT
006160             UNTIL ACK-FILE-EOF
006170     END-IF
006180     CLOSE ACK-FILE.
006190 2000-EXIT.
006200     EXIT.

006210 2100-APPLY-ONE-ACK.
006220     READ ACK-FILE
006230         AT END
006240             SET ACK-FILE-EOF TO TRUE
006250             GO TO 2100-EXIT
006260     END-READ
006270     ADD 1 TO WS-ACK-READ-COUNT
006280     MOVE SPACES TO WS-EXCEPTION
006290     MOVE AK-SUBSCRIBER-ID TO WS-EXC-SUB-ID
006300     MOVE AK-SHIP-DATE     TO WS-EXC-SHIP-DATE
006310     IF AK-XMIT-SEQ NOT NUMERIC
006320         ADD 1 TO WS-ACK-UNMATCHED-COUNT
006330         MOVE "ACKNOWLEDGMENT UNREADABLE - NO SEQUENCE NUMBER"
006340              TO WS-EXC-TEXT
006350         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
006360         GO TO 2100-EXIT
006370     END-IF
006380     MOVE AK-XMIT-SEQ TO WS-EXC-SEQ
006390     MOVE AK-SUBSCRIBER-ID TO WS-FIND-SUB-ID
006400     MOVE AK-XMIT-SEQ      TO WS-FIND-SEQ
006410     PERFORM 2500-FIND-TRANSMISSION THRU 2500-EXIT
006420     IF WS-XMT-INDEX = 0
006430         ADD 1 TO WS-ACK-UNMATCHED-COUNT
006440         MOVE "ACKNOWLEDGMENT FOR A TRANSMISSION NOT ON THE LOG"
006450              TO WS-EXC-TEXT
006460         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
006470         GO TO 2100-EXIT
006480     END-IF
006490     ADD 1 TO WS-XMT-ACK-COUNT(WS-XMT-INDEX)
006500     MOVE "D" TO WS-XMT-STATUS(WS-XMT-INDEX)
006510     EVALUATE TRUE
006520         WHEN AK-REJECTED
006530             MOVE "REJECTED BY PARTNER"
006540                  TO WS-XMT-REASON(WS-XMT-INDEX)
006541         WHEN NOT AK-ACCEPTED
006542             MOVE "ACK CODE NOT RECOGNISED"
006543                  TO WS-XMT-REASON(WS-XMT-INDEX)
006550         WHEN AK-SHIP-DATE NOT =
006560              WS-XMT-SHIP-DATE(WS-XMT-INDEX)
006570             MOVE "SHIP DATE DOES NOT MATCH"
006580                  TO WS-XMT-REASON(WS-XMT-INDEX)
006590         WHEN AK-LINE-COUNT NOT NUMERIC
006600           OR AK-LINE-COUNT NOT =
006610              WS-XMT-LINE-COUNT(WS-XMT-INDEX)
006620             MOVE "RECORD COUNT MISMATCH"
006630                  TO WS-XMT-REASON(WS-XMT-INDEX)
006640         WHEN AK-COPY-COUNT NOT NUMERIC
006650           OR AK-COPY-COUNT NOT =
006660              WS-XMT-COPY-COUNT(WS-XMT-INDEX)
006670             MOVE "COPY COUNT MISMATCH"
006680                  TO WS-XMT-REASON(WS-XMT-INDEX)
006690         WHEN AK-HASH-TOTAL NOT NUMERIC
006700           OR AK-HASH-TOTAL NOT =
006710              WS-XMT-HASH-TOTAL(WS-XMT-INDEX)
006720             MOVE "HASH TOTAL MISMATCH"
006730                  TO WS-XMT-REASON(WS-XMT-INDEX)
006740         WHEN OTHER
006750             MOVE "A" TO WS-XMT-STATUS(WS-XMT-INDEX)
006760             MOVE SPACES TO WS-XMT-REASON(WS-XMT-INDEX)
006770     END-EVALUATE.
006780 2100-EXIT.
006790     EXIT.

006800*---------------------------------------------------------------
006810* 2500-FIND-TRANSMISSION
006820* SETS WS-XMT-INDEX TO THE TRANSMISSION FOR WS-FIND-SUB-ID AND
006830* WS-FIND-SEQ, OR ZERO.  THE SUBSCRIBER'S LAST HIT IS TRIED
006840* FIRST, THEN THE WHOLE TABLE.
006850*---------------------------------------------------------------
006860 2500-FIND-TRANSMISSION.
006870     MOVE 0 TO WS-XMT-INDEX
006880     MOVE 0 TO WS-SUBR-INDEX
006890     PERFORM VARYING WS-SUBR-SEARCH FROM 1 BY 1
006900         UNTIL WS-SUBR-SEARCH > WS-SUBR-COUNT
006910         IF WS-SUBR-ID(WS-SUBR-SEARCH) = WS-FIND-SUB-ID
006920             MOVE WS-SUBR-SEARCH TO WS-SUBR-INDEX
006930             MOVE WS-SUBR-COUNT TO WS-SUBR-SEARCH
006940         END-IF
006950     END-PERFORM
006960     IF WS-SUBR-INDEX = 0
006970         GO TO 2500-EXIT
006980     END-IF
006990     MOVE WS-SUBR-LAST-INDEX(WS-SUBR-INDEX) TO WS-XMT-SEARCH
007000     IF WS-XMT-SEARCH > 0
007010         IF WS-XMT-SEQ(WS-XMT-SEARCH) = WS-FIND-SEQ
007020             MOVE WS-XMT-SEARCH TO WS-XMT-INDEX
007030             GO TO 2500-EXIT
007040         END-IF
007050     END-IF
007060     PERFORM VARYING WS-XMT-SEARCH FROM 1 BY 1
007070         UNTIL WS-XMT-SEARCH > WS-XMT-COUNT
007080         IF WS-XMT-SUB-ID(WS-XMT-SEARCH) = WS-FIND-SUB-ID
007090            AND WS-XMT-SEQ(WS-XMT-SEARCH) = WS-FIND-SEQ
007100             MOVE WS-XMT-SEARCH TO WS-XMT-INDEX
007110             MOVE WS-XMT-COUNT TO WS-XMT-SEARCH
007120         END-IF
007130     END-PERFORM
007140     IF WS-XMT-INDEX > 0
007150         MOVE WS-XMT-INDEX TO WS-SUBR-LAST-INDEX(WS-SUBR-INDEX)
007160     END-IF.
007170 2500-EXIT.
007180     EXIT.

007190*---------------------------------------------------------------
007200* 3000-TALLY-LEDGER
007210* FIRST PASS OVER THE LEDGER - EVERY COPY SHIPPED UNDER AN
007220* ENVELOPE IS COUNTED AND HASHED AGAINST ITS TRANSMISSION, SO
007230* 4000 CAN CHECK THE LEDGER AGREES WITH THE TRAILER.  COPIES
007240* SHIPPED BEFORE ENVELOPES CARRY NO SEQUENCE AND ARE PASSED BY.
007250*---------------------------------------------------------------
007260 3000-TALLY-LEDGER.
007270     OPEN INPUT DIST-LEDGER-FILE
007280     IF LEDGER-FILE-OK
007290         PERFORM 3100-TALLY-ONE-LEDGER THRU 3100-EXIT
007300             UNTIL LEDGER-FILE-EOF
007310     ELSE
007320         SET LEDGER-NOT-AVAILABLE TO TRUE
007330         MOVE 8 TO WS-MAX-SEVERITY
007340         MOVE SPACES TO WS-EXCEPTION
007350         MOVE "NO DISTRIBUTION LEDGER - LEDGER CHECK NOT MADE"
007360              TO WS-EXC-TEXT
007370         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
007380     END-IF
007390     CLOSE DIST-LEDGER-FILE.
007400 3000-EXIT.
007410     EXIT.

007420 3100-TALLY-ONE-LEDGER.
007430     READ DIST-LEDGER-FILE
007440         AT END
007450             SET LEDGER-FILE-EOF TO TRUE
007460             GO TO 3100-EXIT
007470     END-READ
007480     IF DL-XMIT-SEQ NOT NUMERIC
007490         GO TO 3100-EXIT
007500     END-IF
007510     MOVE DL-SUBSCRIBER-ID TO WS-FIND-SUB-ID
007520     MOVE DL-XMIT-SEQ      TO WS-FIND-SEQ
007530     PERFORM 2500-FIND-TRANSMISSION THRU 2500-EXIT
007540     IF WS-XMT-INDEX = 0
007550         GO TO 3100-EXIT
007560     END-IF
007570     ADD 1 TO WS-XMT-LEDGER-COPIES(WS-XMT-INDEX)
007580     IF DL-PUZZLE-ID(2:5) NUMERIC
007590         MOVE DL-PUZZLE-ID(2:5) TO WS-HASH-PART
007600         ADD WS-HASH-PART TO WS-XMT-LEDGER-HASH(WS-XMT-INDEX)
007610     END-IF.
007620 3100-EXIT.
007630     EXIT.

007640*---------------------------------------------------------------
007650* 4000-SETTLE-TRANSMISSIONS
007660* DECIDES EACH TRANSMISSION.  A LEDGER THAT DISAGREES WITH THE
007670* TRAILER DISPUTES THE TRANSMISSION WHATEVER THE PARTNER SAID -
007680* WHAT WAS BILLED WOULD NOT BE WHAT WAS SENT.  OTHERWISE THE
007690* LATEST ACKNOWLEDGMENT STANDS; WITH NONE, A TRANSMISSION
007700* SHIPPED ON OR BEFORE THE OVERDUE DATE IS LISTED AS NEVER
007710* ACKNOWLEDGED AND ITS LINES STAY UNMARKED.
007720*---------------------------------------------------------------
007730 4000-SETTLE-TRANSMISSIONS.
007740     PERFORM 4100-SETTLE-ONE-TRANSMISSION THRU 4100-EXIT
007750         VARYING WS-XMT-INDEX FROM 1 BY 1
007760         UNTIL WS-XMT-INDEX > WS-XMT-COUNT.
007770 4000-EXIT.
007780     EXIT.

007790 4100-SETTLE-ONE-TRANSMISSION.
007800     MOVE WS-XMT-SUB-ID(WS-XMT-INDEX) TO WS-FIND-SUB-ID
007810     PERFORM 1250-FIND-SUBSCRIBER THRU 1250-EXIT
007820     MOVE SPACES TO WS-EXCEPTION
007830     MOVE WS-XMT-SUB-ID(WS-XMT-INDEX)    TO WS-EXC-SUB-ID
007840     MOVE WS-XMT-SHIP-DATE(WS-XMT-INDEX) TO WS-EXC-SHIP-DATE
007850     MOVE WS-XMT-SEQ(WS-XMT-INDEX)       TO WS-EXC-SEQ
007860     IF NOT LEDGER-NOT-AVAILABLE
007870        AND (WS-XMT-LEDGER-COPIES(WS-XMT-INDEX) NOT =
007880             WS-XMT-COPY-COUNT(WS-XMT-INDEX)
007890          OR WS-XMT-LEDGER-HASH(WS-XMT-INDEX) NOT =
007900             WS-XMT-HASH-TOTAL(WS-XMT-INDEX))
007910         MOVE "D" TO WS-XMT-STATUS(WS-XMT-INDEX)
007920         MOVE "LEDGER DISAGREES WITH TRAILER"
007930              TO WS-XMT-REASON(WS-XMT-INDEX)
007940     END-IF
007950     EVALUATE WS-XMT-STATUS(WS-XMT-INDEX)
007960         WHEN "A"
007970             ADD 1 TO WS-ACKED-COUNT
007980             ADD 1 TO WS-SUBR-ACKED(WS-SUBR-INDEX)
007990         WHEN "D"
008000             ADD 1 TO WS-DISPUTED-COUNT
008010             ADD 1 TO WS-SUBR-DISPUTED(WS-SUBR-INDEX)
008020             STRING "DISPUTED - " DELIMITED BY SIZE
008030                    WS-XMT-REASON(WS-XMT-INDEX)
008040                    DELIMITED BY SIZE
008050                    INTO WS-EXC-TEXT
008060             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
008070         WHEN OTHER
008080             IF WS-XMT-SHIP-DATE(WS-XMT-INDEX) >
008090                WS-OVERDUE-DATE
008100                 ADD 1 TO WS-AWAITING-COUNT
008110                 ADD 1 TO WS-SUBR-AWAITING(WS-SUBR-INDEX)
008120             ELSE
008130                 ADD 1 TO WS-OVERDUE-COUNT
008140                 ADD 1 TO WS-SUBR-OVERDUE(WS-SUBR-INDEX)
008150                 MOVE "NEVER ACKNOWLEDGED" TO WS-EXC-TEXT
008160                 PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
008170             END-IF
008180     END-EVALUATE.
008190 4100-EXIT.
008200     EXIT.

008210*---------------------------------------------------------------
008220* 5000-REWRITE-LEDGER
008230* SECOND PASS - COPIES THE LEDGER TO LEDGOUT WITH EVERY LINE
008240* SHIPPED UNDER AN ENVELOPE MARKED FROM ITS TRANSMISSION: A
008250* ACKNOWLEDGED, D DISPUTED, SPACE STILL AWAITING ONE.  LINES
008260* WITH NO ENVELOPE, OR WHOSE TRANSMISSION IS NOT ON THE TABLE,
008270* ARE COPIED AS THEY STAND, AND SO IS EVERY LINE WHEN THE LOG
008280* OVERFLOWED THE TABLE.
008290*---------------------------------------------------------------
008300 5000-REWRITE-LEDGER.
008310     MOVE "00" TO WS-LEDGER-STATUS
008320     OPEN INPUT DIST-LEDGER-FILE
008330     OPEN OUTPUT LEDGER-OUT-FILE
008340     IF LEDGER-FILE-OK
008350         PERFORM 5100-MARK-ONE-LEDGER THRU 5100-EXIT
008360             UNTIL LEDGER-FILE-EOF
008370     END-IF
008380     CLOSE DIST-LEDGER-FILE
008390     CLOSE LEDGER-OUT-FILE.
008400 5000-EXIT.
008410     EXIT.

008420 5100-MARK-ONE-LEDGER.
008430     READ DIST-LEDGER-FILE
008440         AT END
008450             SET LEDGER-FILE-EOF TO TRUE
008460             GO TO 5100-EXIT
008470     END-READ
008480     ADD 1 TO WS-LEDGER-READ-COUNT
008490     IF DL-XMIT-SEQ NOT NUMERIC
008500         ADD 1 TO WS-LEDGER-UNSENT-COUNT
008510     ELSE
008520         IF NOT XMT-TABLE-FULL
008530             MOVE DL-SUBSCRIBER-ID TO WS-FIND-SUB-ID
008540             MOVE DL-XMIT-SEQ      TO WS-FIND-SEQ
008550             PERFORM 2500-FIND-TRANSMISSION THRU 2500-EXIT
008560             IF WS-XMT-INDEX > 0
008570                 IF DL-DISPUTED
008580                    AND WS-XMT-STATUS(WS-XMT-INDEX) = "A"
008590                     ADD 1 TO WS-LEDGER-RELEASED-COUNT
008600                 END-IF
008610                 IF NOT DL-DISPUTED
008620                    AND WS-XMT-STATUS(WS-XMT-INDEX) = "D"
008630                     ADD 1 TO WS-LEDGER-NEWLY-DISPUTED
008640                 END-IF
008650                 MOVE WS-XMT-STATUS(WS-XMT-INDEX)
008660                      TO DL-ACK-STATUS
008670             END-IF
008680         END-IF
008690         EVALUATE TRUE
008700             WHEN DL-ACKNOWLEDGED
008710                 ADD 1 TO WS-LEDGER-ACKED-COUNT
008720             WHEN DL-DISPUTED
008730                 ADD 1 TO WS-LEDGER-DISPUTED-COUNT
008740             WHEN OTHER
008750                 ADD 1 TO WS-LEDGER-PENDING-COUNT
008760         END-EVALUATE
008770     END-IF
008780     WRITE LEDGER-OUT-RECORD FROM DIST-LEDGER-RECORD.
008790 5100-EXIT.
008800     EXIT.

008810*---------------------------------------------------------------
008820* 8000-WRITE-EXCEPTION
008830* ONE LINE UNDER EXCEPTIONS FROM WS-EXCEPTION.  ANY EXCEPTION
008840* ENDS THE RUN AT LEAST RETURN-CODE 4.
008850*---------------------------------------------------------------
008860 8000-WRITE-EXCEPTION.
008870     MOVE SPACES TO WS-REPORT-LINE
008880     MOVE WS-EXC-SUB-ID    TO WS-REPORT-LINE(1:4)
008890     MOVE WS-EXC-SHIP-DATE TO WS-REPORT-LINE(6:8)
008900     MOVE WS-EXC-SEQ       TO WS-REPORT-LINE(15:6)
008910     MOVE WS-EXC-TEXT      TO WS-REPORT-LINE(22:60)
008920     WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
008930     IF WS-MAX-SEVERITY < 4
008940         MOVE 4 TO WS-MAX-SEVERITY
008950     END-IF.
008960 8000-EXIT.
008970     EXIT.

008980*---------------------------------------------------------------
008990* 9000-TERMINATE-RUN
009000* SUBSCRIBER SUMMARY AND RECONCILIATION TOTALS.
009010*---------------------------------------------------------------
009020 9000-TERMINATE-RUN.
009030     MOVE SPACES TO WS-REPORT-LINE
009040     WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
009050     MOVE "SUBSCRIBER SUMMARY" TO WS-REPORT-LINE
009060     WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
009070     MOVE SPACES TO WS-REPORT-LINE
009080     STRING "SUBR  SENT  ACKED  DISPUTED  AWAITING  OVERDUE"
009090            DELIMITED BY SIZE
009100            "  LAST SEQ" DELIMITED BY SIZE
009110            INTO WS-REPORT-LINE
009120     WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
009130     PERFORM 9050-WRITE-ONE-SUBSCRIBER THRU 9050-EXIT
009140         VARYING WS-SUBR-INDEX FROM 1 BY 1
009150         UNTIL WS-SUBR-INDEX > WS-SUBR-COUNT
009160     MOVE SPACES TO WS-REPORT-LINE
009170     WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
009180     MOVE "RECONCILIATION TOTALS" TO WS-REPORT-LINE
009190     WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
009200     MOVE "  TRANSMISSIONS ON THE LOG  . : " TO WS-REPORT-LINE
009210     MOVE WS-XMT-COUNT TO WS-CTL-DISPLAY-COUNT
009220     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
009230     MOVE "  ACKNOWLEDGMENTS READ  . . . : " TO WS-REPORT-LINE
009240     MOVE WS-ACK-READ-COUNT TO WS-CTL-DISPLAY-COUNT
009250     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
009260     MOVE "  ACKNOWLEDGMENTS UNMATCHED . : " TO WS-REPORT-LINE
009270     MOVE WS-ACK-UNMATCHED-COUNT TO WS-CTL-DISPLAY-COUNT
009280     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
009290     MOVE "  TRANSMISSIONS ACKNOWLEDGED  : " TO WS-REPORT-LINE
009300     MOVE WS-ACKED-COUNT TO WS-CTL-DISPLAY-COUNT
009310     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
009320     MOVE "  TRANSMISSIONS DISPUTED  . . : " TO WS-REPORT-LINE
009330     MOVE WS-DISPUTED-COUNT TO WS-CTL-DISPLAY-COUNT
009340     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
009350     MOVE "  AWAITING ACKNOWLEDGMENT . . : " TO WS-REPORT-LINE
009360     MOVE WS-AWAITING-COUNT TO WS-CTL-DISPLAY-COUNT
009370     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
009380     MOVE "  NEVER ACKNOWLEDGED  . . . . : " TO WS-REPORT-LINE
009390     MOVE WS-OVERDUE-COUNT TO WS-CTL-DISPLAY-COUNT
009400     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
009410     MOVE "  SEQUENCE GAPS . . . . . . . : " TO WS-REPORT-LINE
009420     MOVE WS-GAP-COUNT TO WS-CTL-DISPLAY-COUNT
009430     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
009440     MOVE "  LEDGER RECORDS READ . . . . : " TO WS-REPORT-LINE
009450     MOVE WS-LEDGER-READ-COUNT TO WS-CTL-DISPLAY-COUNT
009460     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
009470     MOVE "  LEDGER LINES ACKNOWLEDGED . : " TO WS-REPORT-LINE
009480     MOVE WS-LEDGER-ACKED-COUNT TO WS-CTL-DISPLAY-COUNT
009490     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
009500     MOVE "  LEDGER LINES DISPUTED . . . : " TO WS-REPORT-LINE
009510     MOVE WS-LEDGER-DISPUTED-COUNT TO WS-CTL-DISPLAY-COUNT
009520     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
009530     MOVE "    NEWLY DISPUTED THIS RUN . : " TO WS-REPORT-LINE
009540     MOVE WS-LEDGER-NEWLY-DISPUTED TO WS-CTL-DISPLAY-COUNT
009550     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
009560     MOVE "  LEDGER LINES RESOLVED . . . : " TO WS-REPORT-LINE
009570     MOVE WS-LEDGER-RELEASED-COUNT TO WS-CTL-DISPLAY-COUNT
009580     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
009590     MOVE "  LEDGER LINES AWAITING . . . : " TO WS-REPORT-LINE
009600     MOVE WS-LEDGER-PENDING-COUNT TO WS-CTL-DISPLAY-COUNT
009610     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
009620     MOVE "  LEDGER LINES NOT ENVELOPED  : " TO WS-REPORT-LINE
009630     MOVE WS-LEDGER-UNSENT-COUNT TO WS-CTL-DISPLAY-COUNT
009640     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
009650     CLOSE ACK-REPORT-FILE.
009660 9000-EXIT.
009670     EXIT.

009680 9050-WRITE-ONE-SUBSCRIBER.
009690     MOVE SPACES TO WS-REPORT-LINE
009700     MOVE WS-SUBR-ID(WS-SUBR-INDEX) TO WS-REPORT-LINE(1:4)
009710     MOVE WS-SUBR-XMITS(WS-SUBR-INDEX) TO WS-SUM-DISPLAY
009720     MOVE WS-SUM-DISPLAY TO WS-REPORT-LINE(6:5)
009730     MOVE WS-SUBR-ACKED(WS-SUBR-INDEX) TO WS-SUM-DISPLAY
009740     MOVE WS-SUM-DISPLAY TO WS-REPORT-LINE(13:5)
009750     MOVE WS-SUBR-DISPUTED(WS-SUBR-INDEX) TO WS-SUM-DISPLAY
009760     MOVE WS-SUM-DISPLAY TO WS-REPORT-LINE(23:5)
009770     MOVE WS-SUBR-AWAITING(WS-SUBR-INDEX) TO WS-SUM-DISPLAY
009780     MOVE WS-SUM-DISPLAY TO WS-REPORT-LINE(33:5)
009790     MOVE WS-SUBR-OVERDUE(WS-SUBR-INDEX) TO WS-SUM-DISPLAY
009800     MOVE WS-SUM-DISPLAY TO WS-REPORT-LINE(42:5)
009810     MOVE WS-SUBR-LAST-SEQ(WS-SUBR-INDEX) TO WS-SEQ-DISPLAY
009820     MOVE WS-SEQ-DISPLAY TO WS-REPORT-LINE(53:6)
009830     WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE.
009840 9050-EXIT.
009850     EXIT.

009860*---------------------------------------------------------------
009870* 9100-WRITE-ONE-TOTAL
009880* APPENDS THE COUNT ALREADY EDITED INTO WS-CTL-DISPLAY-COUNT
009890* TO THE CAPTION ALREADY MOVED TO WS-REPORT-LINE AND WRITES IT.
009900*---------------------------------------------------------------
009910 9100-WRITE-ONE-TOTAL.
009920     MOVE WS-CTL-DISPLAY-COUNT TO WS-REPORT-LINE(33:7)
009930     WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE.
009940 9100-EXIT.
009950     EXIT.
