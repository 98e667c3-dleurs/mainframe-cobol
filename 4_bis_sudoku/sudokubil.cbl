000220*                PER SUBSCRIBER WITH LINE ITEMS AND TOTALS -
000230*                THE RECONCILIATION ACCOUNTS DID BY HAND FROM
000240*                SAVED CONTROL REPORTS EVERY MONTH.
000241* 15-10-2026 DL  ERRATA CREDITS.  SUDOKUERR POSTS A CREDIT
000242*                RECORD FOR EVERY COPY OF A CORRECTED OR
000243*                WITHDRAWN PUZZLE.  CREDITS FOR THE BILLING
000244*                MONTH ARE NOW READ FROM CREDFILE AND NETTED
000245*                OFF THE SUBSCRIBER'S INVOICE AS LINE ITEMS; A
000246*                SUBSCRIBER WITH CREDITS BUT NO DELIVERIES IN
000247*                THE MONTH GETS A CREDIT NOTE.  INVOICE AND
000248*                GRAND TOTALS ARE SIGNED - A CREDIT CAN EXCEED
000249*                THE MONTH'S CHARGES.
000250* 15-10-2026 DL  OPEN ITEMS.  EVERY INVOICE AND CREDIT NOTE IS
000251*                ALSO APPENDED TO THE OPEN-ITEMS FILE - INVOICE
000252*                NUMBER (BILLING MONTH AND SUBSCRIBER-ID),
000253*                SUBSCRIBER, MONTH, AMOUNT AND A DUE DATE 30 DAYS
000254*                AFTER THE RUN DATE - FOR SUDOKURCV TO APPLY
000255*                PAYMENTS AGAINST AND AGE.  THE INVOICE NUMBER
000256*                AND DUE DATE ARE PRINTED ON THE INVOICE.
000257* 15-10-2026 DL  RUN-CONTROL LOG.  THE STEP NOW APPENDS A START
000258*                AND AN END RECORD - BUSINESS DATE, START AND
000259*                END TIME, RETURN-CODE AND KEY RECORD COUNTS -
000260*                TO THE SHARED RUNCTL FILE READ BY THE SUDOKURUN
000261*                RUN-BOOK.  AT START-UP IT REFUSES TO RUN,
000262*                RETURN-CODE 12, UNLESS THE LOG SHOWS
000263*                SUDOKUFACILE HAS RUN FOR THE BUSINESS DATE
000264*                BELOW 8.  AN OVERRIDE=SUDOKUBIL,INITIALS CARD
000265*                ON RUNOVRD BYPASSES THE CHECK AND THE BYPASS IS
000266*                LOGGED AGAINST THE INITIALS.
000267* 15-10-2026 DL  DISPUTED TRANSMISSIONS HELD.  SUDOKUACK MARKS
000268*                EACH LEDGER LINE ACKNOWLEDGED OR DISPUTED FROM
000269*                THE PARTNER'S ACKNOWLEDGMENT OF ITS TRANSMISSION.
000270*                A DISPUTED LINE SHIPPED IN THE BILLING MONTH IS
000271*                NO LONGER INVOICED - ITS TRANSMISSION IS HELD ON
000272*                HELDOUT (OLD MASTER HELDFILE) AND LISTED ON THE
000273*                RUN SUMMARY.  WHEN A LATER RUN FINDS THE HELD
000274*                TRANSMISSION'S LINES NO LONGER DISPUTED THEY ARE
000275*                INVOICED IN THAT MONTH, AS SEPARATE LINE ITEMS
000276*                MARKED RELEASED FROM DISPUTE.  LINES NOT YET
000277*                ACKNOWLEDGED ARE INVOICED AS BEFORE; A DISPUTE
000278*                RAISED AFTER A LINE WAS INVOICED IS SETTLED BY
000279*                CREDIT, NOT BY RE-BILLING.  THE LEDGER RECORD
000280*                GROWS BY THE TRANSMISSION SEQUENCE AND THE
000281*                ACKNOWLEDGMENT STATUS.
000282* 15-10-2026 DL  A HELD COPY OF A PUZZLE WITHDRAWN OR CORRECTED
000283*                (VOIDFILE) ON OR AFTER ITS SHIP DATE IS NEVER
000284*                RELEASED TO THE INVOICE - SUDOKUERR DID NOT
000285*                CREDIT IT, SO IT IS NOT CHARGED EITHER.
000286*---------------------------------------------------------------

000287 ENVIRONMENT DIVISION.
000288 INPUT-OUTPUT SECTION.
000289 FILE-CONTROL.
000290     SELECT DIST-LEDGER-FILE   ASSIGN TO "LEDGER"
000300            ORGANIZATION       IS LINE SEQUENTIAL
000310            FILE STATUS        IS WS-LEDGER-STATUS.
000340            FILE STATUS        IS WS-RATE-STATUS.
000350     SELECT INVOICE-FILE       ASSIGN TO "INVFILE"
000360            ORGANIZATION       IS LINE SEQUENTIAL.
000361     SELECT OPTIONAL CREDIT-FILE
000362            ASSIGN TO "CREDFILE"
000363            ORGANIZATION       IS LINE SEQUENTIAL
000364            FILE STATUS        IS WS-CREDIT-STATUS.
000365     SELECT OPTIONAL OPEN-ITEM-FILE
000366            ASSIGN TO "OPENITEM"
000367            ORGANIZATION       IS LINE SEQUENTIAL
000368            FILE STATUS        IS WS-ITEM-STATUS.
000369     SELECT OPTIONAL RUN-CONTROL-FILE
000370            ASSIGN TO "RUNCTL"
000371            ORGANIZATION       IS LINE SEQUENTIAL
000372            FILE STATUS        IS WS-RUNCTL-STATUS.
000373     SELECT OPTIONAL RUN-OVERRIDE-FILE
000374            ASSIGN TO "RUNOVRD"
000375            ORGANIZATION       IS LINE SEQUENTIAL
000376            FILE STATUS        IS WS-RUNOVR-STATUS.
000377     SELECT OPTIONAL HELD-FILE
000378            ASSIGN TO "HELDFILE"
000379            ORGANIZATION       IS LINE SEQUENTIAL
000380            FILE STATUS        IS WS-HELD-STATUS.
000381     SELECT OPTIONAL VOID-FILE
000382            ASSIGN TO "VOIDFILE"
000383            ORGANIZATION       IS LINE SEQUENTIAL
000384            FILE STATUS        IS WS-VOID-STATUS.
000385     SELECT HELD-OUT-FILE
000386            ASSIGN TO "HELDOUT"
000387            ORGANIZATION       IS LINE SEQUENTIAL.

000388 DATA DIVISION.
000389 FILE SECTION.
000390 FD  DIST-LEDGER-FILE
000400     LABEL RECORDS ARE STANDARD.
000410 01  DIST-LEDGER-RECORD.
000440     05  DL-PUZZLE-ID           PIC X(06).
000450     05  DL-GRID-SIZE           PIC 9(02).
000460     05  DL-PRODUCT-CODE        PIC X(03).
000461     05  DL-XMIT-SEQ            PIC 9(06).
000462     05  DL-ACK-STATUS          PIC X(01).
000463         88  DL-ACK-PENDING     VALUE SPACE.
000464         88  DL-ACKNOWLEDGED    VALUE "A".
000465         88  DL-DISPUTED        VALUE "D".

000470 FD  RATE-TABLE-FILE
000480     LABEL RECORDS ARE STANDARD.
000540     LABEL RECORDS ARE STANDARD.
000550 01  INVOICE-LINE               PIC X(132).

000551 FD  CREDIT-FILE
000552     LABEL RECORDS ARE STANDARD.
000553 01  CREDIT-RECORD.
000554     05  CD-CREDIT-DATE         PIC X(08).
000555     05  CD-BILL-MONTH          PIC X(06).
000556     05  CD-SUBSCRIBER-ID       PIC X(04).
000557     05  CD-PUZZLE-ID           PIC X(06).
000558     05  CD-SHIP-DATE           PIC X(08).
000559     05  CD-GRID-SIZE           PIC 9(02).
000560     05  CD-PRODUCT-CODE        PIC X(03).
000561     05  CD-CREDIT-AMOUNT       PIC 9(05)V99.

000562 FD  OPEN-ITEM-FILE
000563     LABEL RECORDS ARE STANDARD.
000564 01  OPEN-ITEM-RECORD.
000565     05  OI-ITEM-TYPE           PIC X(01).
000566     05  OI-ITEM-NUMBER         PIC X(10).
000567     05  OI-SUBSCRIBER-ID       PIC X(04).
000568     05  OI-BILL-MONTH          PIC X(06).
000569     05  OI-ITEM-DATE           PIC X(08).
000570     05  OI-DUE-DATE            PIC X(08).
000571     05  OI-ORIGINAL-AMOUNT     PIC S9(07)V99
000572                                SIGN LEADING SEPARATE.
000573     05  OI-BALANCE             PIC S9(07)V99
000574                                SIGN LEADING SEPARATE.
000575     05  OI-CLOSED-DATE         PIC X(08).

000576 FD  RUN-CONTROL-FILE
000577     LABEL RECORDS ARE STANDARD.
000578 01  RUN-CONTROL-RECORD.
000579     05  RL-PROGRAM-ID          PIC X(12).
000580     05  RL-BUSINESS-DATE       PIC X(08).
000581     05  RL-EVENT               PIC X(08).
000582     05  RL-RUN-DATE            PIC X(08).
000583     05  RL-START-TIME          PIC X(06).
000584     05  RL-END-TIME            PIC X(06).
000585     05  RL-RETURN-CODE         PIC 9(04).
000586     05  RL-COUNT OCCURS 3 TIMES.
000587         10  RL-COUNT-LABEL     PIC X(10).
000588         10  RL-COUNT-VALUE     PIC 9(09).
000589     05  RL-OPERATOR-INITIALS   PIC X(03).
000590     05  RL-MESSAGE             PIC X(40).

000591 FD  RUN-OVERRIDE-FILE
000592     LABEL RECORDS ARE STANDARD.
000593 01  RUN-OVERRIDE-RECORD        PIC X(80).
000594*---------------------------------------------------------------
000595* ONE RECORD PER TRANSMISSION HELD OFF THE INVOICE IN DISPUTE -
000596* THE MONTH IT WAS HELD FROM AND THE LEDGER LINES HELD.  READ
000597* FROM HELDFILE, WRITTEN BACK TO HELDOUT LESS THE TRANSMISSIONS
000598* RELEASED THIS RUN.  HELDOUT REPLACES HELDFILE ONCE THE MONTH'S
000599* INVOICES ARE ACCEPTED.
000600*---------------------------------------------------------------

000601 FD  HELD-FILE
000602     LABEL RECORDS ARE STANDARD.
000603 01  HELD-RECORD.
000604     05  HD-SUBSCRIBER-ID       PIC X(04).
000605     05  HD-XMIT-SEQ            PIC 9(06).
000606     05  HD-SHIP-DATE           PIC X(08).
000607     05  HD-HELD-MONTH          PIC X(06).
000608     05  HD-LINE-COUNT          PIC 9(05).

000609 FD  HELD-OUT-FILE
000610     LABEL RECORDS ARE STANDARD.
000611 01  HELD-OUT-RECORD            PIC X(29).

000612 FD  VOID-FILE
000613     LABEL RECORDS ARE STANDARD.
000614 01  VOID-RECORD.
000615     05  VD-PUZZLE-ID           PIC X(06).
000616     05  VD-VOID-DATE           PIC X(08).
000617     05  VD-ACTION              PIC X(08).
000618     05  VD-OPERATOR-INITIALS   PIC X(03).
000619     05  VD-REASON              PIC X(30).

000620 WORKING-STORAGE SECTION.
000621*---------------------------------------------------------------
000622* FILE STATUS AND END-OF-FILE SWITCHES.
000623*---------------------------------------------------------------
000624 77  WS-LEDGER-STATUS             PIC X(02) VALUE "00".
000625     88  LEDGER-FILE-OK           VALUE "00".
000626     88  LEDGER-FILE-EOF          VALUE "10".
000630 77  WS-RATE-STATUS               PIC X(02) VALUE "00".
000640     88  RATE-FILE-OK             VALUE "00".
000650     88  RATE-FILE-EOF            VALUE "10".
000651 77  WS-CREDIT-STATUS             PIC X(02) VALUE "00".
000652     88  CREDIT-FILE-OK           VALUE "00".
000653     88  CREDIT-FILE-EOF          VALUE "10".
000654 77  WS-ITEM-STATUS               PIC X(02) VALUE "00".
000655     88  ITEM-FILE-OK             VALUE "00".
000656 77  WS-HELD-STATUS               PIC X(02) VALUE "00".
000657     88  HELD-FILE-OK             VALUE "00".
000658     88  HELD-FILE-EOF            VALUE "10".

000660*---------------------------------------------------------------
000670* RUN PARAMETER - THE MONTH TO INVOICE, BILLMONTH=YYYYMM ON
000920* THE BILLING ACCUMULATOR - ONE ROW PER SUBSCRIBER / PRODUCT /
000930* GRID SIZE SEEN ON THE LEDGER FOR THE BILLING MONTH.  TWENTY
000940* SUBSCRIBERS AT THREE PRODUCTS AND THREE SIZES IS 180 ROWS -
000950* 200 LEAVES ROOM.  COPIES RELEASED FROM DISPUTE ARE KEPT ON
000951* ROWS OF THEIR OWN (ORIGIN R) SO THEY PRINT AS SEPARATE ITEMS.
000960*---------------------------------------------------------------
000970 01  WS-BILL-TABLE.
000980     05  WS-BILL-ENTRY OCCURS 200 TIMES.
001000         10  WS-BILL-PRODUCT    PIC X(03).
001010         10  WS-BILL-SIZE       PIC 9(02).
001020         10  WS-BILL-QUANTITY   PIC 9(05).
001021         10  WS-BILL-ORIGIN     PIC X(01).
001030 77  WS-BILL-COUNT                PIC 9(03) VALUE 0.
001040 77  WS-BILL-INDEX                PIC 9(03).
001050 77  WS-BILL-SLOT                 PIC 9(03).
001051 77  WS-POST-ORIGIN               PIC X(01).
001052     88  POSTING-RELEASED-COPY    VALUE "R".

001053*---------------------------------------------------------------
001054* TRANSMISSIONS HELD IN DISPUTE - THOSE CARRIED ON HELDFILE AND
001055* THOSE HELD THIS RUN.  A ROW IS FLAGGED RELEASED WHEN ITS LINES
001056* ARE FOUND NO LONGER DISPUTED AND ARE BILLED; RELEASED ROWS ARE
001057* NOT CARRIED FORWARD.
001058*---------------------------------------------------------------
001059 01  WS-HELD-TABLE.
001060     05  WS-HELD-ENTRY OCCURS 500 TIMES.
001061         10  WS-HELD-SUB-ID     PIC X(04).
001062         10  WS-HELD-SEQ        PIC 9(06).
001063         10  WS-HELD-SHIP-DATE  PIC X(08).
001064         10  WS-HELD-MONTH      PIC X(06).
001065         10  WS-HELD-LINES      PIC 9(05).
001066         10  WS-HELD-RELEASED   PIC X(01).
001067 77  WS-HELD-COUNT                PIC 9(03) VALUE 0.
001068 77  WS-HELD-INDEX                PIC 9(03).
001069 77  WS-HELD-SLOT                 PIC 9(03).

001070*---------------------------------------------------------------
001071* PUZZLES VOIDED BY THE RECALL RUN, WITH THE DATE OF THE VOID.
001072* NO VOID FILE MEANS NO PUZZLE HAS EVER BEEN RECALLED.
001073*---------------------------------------------------------------
001074 77  WS-VOID-STATUS               PIC X(02) VALUE "00".
001075     88  VOID-FILE-OK             VALUE "00".
001076     88  VOID-FILE-EOF            VALUE "10".
001077 01  WS-VOID-TABLE.
001078     05  WS-VOID-ENTRY OCCURS 2000 TIMES.
001079         10  WS-VOID-PUZZLE-ID  PIC X(06).
001080         10  WS-VOID-DATE       PIC X(08).
001081 77  WS-VOID-COUNT                PIC 9(04) VALUE 0.
001082 77  WS-VOID-INDEX                PIC 9(04).
001083 77  WS-VOID-SWITCH               PIC X(01) VALUE "N".
001084     88  PUZZLE-IS-VOID           VALUE "Y".

001085*---------------------------------------------------------------
001086* ERRATA CREDITS FOR THE BILLING MONTH - ONE ROW PER RECALLED
001087* COPY.  A ROW'S SUBSCRIBER-ID IS BLANKED ONCE THE CREDIT HAS
001088* BEEN NETTED, THE SAME WAY THE BILLING TABLE MARKS A LINE
001089* ITEM BILLED.
001090*---------------------------------------------------------------
001091 01  WS-CREDIT-TABLE.
001092     05  WS-CREDIT-ENTRY OCCURS 500 TIMES.
001093         10  WS-CREDIT-SUB-ID   PIC X(04).
001094         10  WS-CREDIT-PUZZLE   PIC X(06).
001095         10  WS-CREDIT-PRODUCT  PIC X(03).
001096         10  WS-CREDIT-SIZE     PIC 9(02).
001097         10  WS-CREDIT-AMOUNT   PIC 9(05)V99.
001098 77  WS-CREDIT-COUNT              PIC 9(03) VALUE 0.
001099 77  WS-CREDIT-INDEX              PIC 9(03).
001100 77  WS-CREDIT-SLOT               PIC 9(03).

001101*---------------------------------------------------------------
001102* OPEN-ITEM DATES.  THE INVOICE IS DATED THE RUN DATE AND FALLS
001103* DUE WS-TERMS-DAYS LATER - THE DUE DATE IS FOUND BY WALKING
001104* THE CALENDAR ONE DAY AT A TIME WITH A DAYS-IN-MONTH TABLE
001105* (LEAP YEARS HONOURED), AS SUDOKUSCH DOES.
001106*---------------------------------------------------------------
001107 77  WS-RUN-DATE                  PIC X(08).
001108 77  WS-TERMS-DAYS                PIC 9(03) VALUE 30.
001109 77  WS-TERMS-INDEX               PIC 9(03).
001110 01  WS-WALK-DATE.
001111     05  WS-WALK-YYYY             PIC 9(04).
001112     05  WS-WALK-MM               PIC 9(02).
001113     05  WS-WALK-DD               PIC 9(02).
001114 01  WS-WALK-DATE-X REDEFINES WS-WALK-DATE
001115                                  PIC X(08).
001116 01  WS-MONTH-DAYS-TABLE.
001117     05  FILLER                   PIC X(24) VALUE
001118         "312831303130313130313031".
001119 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
001120     05  WS-MONTH-DAYS OCCURS 12 TIMES
001121                                  PIC 9(02).
001122 77  WS-DAYS-THIS-MONTH           PIC 9(02).
001123 77  WS-LEAP-WORK                 PIC 9(04).
001124 77  WS-LEAP-QUOT                 PIC 9(04).
001125 77  WS-DUE-DATE                  PIC X(08).
001126 77  WS-ITEM-NUMBER               PIC X(10).

001127*---------------------------------------------------------------
001128* INVOICE WORK AREAS - FIXED-DECIMAL MONEY THROUGHOUT.
001129*---------------------------------------------------------------
001130 77  WS-LINE-AMOUNT               PIC 9(07)V99.
001131 77  WS-INVOICE-TOTAL             PIC S9(07)V99.
001132 77  WS-GRAND-TOTAL               PIC S9(09)V99 VALUE 0.
001133 77  WS-CREDIT-LINE-AMOUNT        PIC S9(07)V99.
001134 77  WS-CREDIT-TOTAL              PIC 9(09)V99 VALUE 0.
001135 01  WS-AMOUNT-DISPLAY            PIC ZZZZZZ9.99.
001136 01  WS-NET-DISPLAY               PIC ZZZZZZ9.99-.
001137 01  WS-GRAND-DISPLAY             PIC ZZZZZZZZ9.99-.
001140 01  WS-QTY-DISPLAY               PIC ZZZZ9.
001150 01  WS-RATE-DISPLAY              PIC ZZ9.99.
001160 77  WS-CURRENT-SUB               PIC X(04).
001210 77  WS-LEDGER-READ-COUNT         PIC 9(07) VALUE 0.
001220 77  WS-LEDGER-BILLED-COUNT       PIC 9(07) VALUE 0.
001230 77  WS-INVOICE-COUNT             PIC 9(03) VALUE 0.
001231 77  WS-CREDIT-NOTE-COUNT         PIC 9(03) VALUE 0.
001232 77  WS-CREDIT-APPLIED-COUNT      PIC 9(05) VALUE 0.
001233 77  WS-OPEN-ITEM-COUNT           PIC 9(05) VALUE 0.
001234 77  WS-LEDGER-HELD-COUNT         PIC 9(07) VALUE 0.
001235 77  WS-LEDGER-RELEASED-COUNT     PIC 9(07) VALUE 0.
001236 77  WS-LEDGER-VOID-HELD-COUNT    PIC 9(07) VALUE 0.
001237 77  WS-HELD-OPEN-COUNT           PIC 9(05) VALUE 0.
001240 01  WS-CTL-DISPLAY-COUNT         PIC ZZZZZZ9.

001250 01  WS-PRINT-LINE                PIC X(132).

001251*---------------------------------------------------------------
001252* RUN-CONTROL LOG.  EVERY STEP OF THE STREAM APPENDS A START
001253* AND AN END RECORD TO RUNCTL.  THE BUSINESS DAY RUNS TO THE
001254* 06:00 CUTOFF - A STEP STARTED AFTER MIDNIGHT BUT BEFORE THE
001255* CUTOFF STILL BELONGS TO THE PREVIOUS DAY'S STREAM.
001256*---------------------------------------------------------------
001257 77  WS-RUNCTL-STATUS             PIC X(02).
001258     88  RUNCTL-FILE-OK           VALUE "00".
001259     88  RUNCTL-FILE-EOF          VALUE "10".
001260 77  WS-RUNCTL-PROGRAM-ID         PIC X(12) VALUE "SUDOKUBIL".
001261 77  WS-RUNCTL-CUTOFF-TIME        PIC X(06) VALUE "060000".
001262 01  WS-RUNCTL-CLOCK.
001263     05  WS-RUNCTL-CLOCK-TIME     PIC X(06).
001264     05  FILLER                   PIC X(02).
001265 77  WS-RUNCTL-SYSTEM-DATE        PIC X(08).
001266 77  WS-RUNCTL-BUSINESS-DATE      PIC X(08).
001267 77  WS-RUNCTL-START-TIME         PIC X(06).
001268 01  WS-RUNCTL-WALK-DATE.
001269     05  WS-RUNCTL-WALK-YYYY      PIC 9(04).
001270     05  WS-RUNCTL-WALK-MM        PIC 9(02).
001271     05  WS-RUNCTL-WALK-DD        PIC 9(02).
001272 01  WS-RUNCTL-MONTH-TABLE.
001273     05  FILLER                   PIC X(24)
001274             VALUE "312831303130313130313031".
001275 01  WS-RUNCTL-MONTH-TABLE-R REDEFINES WS-RUNCTL-MONTH-TABLE.
001276     05  WS-RUNCTL-MONTH-DAYS     PIC 9(02) OCCURS 12 TIMES.
001277 77  WS-RUNCTL-LEAP-QUOT          PIC 9(04).
001278 77  WS-RUNCTL-LEAP-WORK          PIC 9(04).
001279*---------------------------------------------------------------
001280* PREREQUISITE CHECK.  THE LOG IS READ FRONT TO BACK AND THE
001281* LATEST RECORD OF EACH KIND WINS.  A STAMP IS RUN DATE PLUS
001282* TIME (THE END TIME ON AN END RECORD, THE START TIME OTHERWISE)
001283* SO THAT STEPS COMPARE IN CLOCK ORDER ACROSS MIDNIGHT.  9999
001284* IN A RETURN-CODE FIELD MEANS THE STEP HAS NOT RUN.
001285*---------------------------------------------------------------
001286 77  WS-RUNOVR-STATUS             PIC X(02).
001287     88  RUNOVR-FILE-OK           VALUE "00".
001288     88  RUNOVR-FILE-EOF          VALUE "10".
001289 01  WS-RUNCTL-STAMP.
001290     05  WS-RUNCTL-STAMP-DATE     PIC X(08).
001291     05  WS-RUNCTL-STAMP-TIME     PIC X(06).
001292 77  WS-RUNCTL-FACILE-RC          PIC 9(04) VALUE 9999.
001293 77  WS-RUNCTL-OVERRIDE-BY        PIC X(03) VALUE SPACES.
001294 77  WS-RUNCTL-REFUSED-SWITCH     PIC X(01) VALUE "N".
001295     88  RUN-REFUSED              VALUE "Y".
001296 77  WS-RUNCTL-MESSAGE            PIC X(40).
001297 01  WS-RUNCTL-RC-DISPLAY         PIC 9(04).
001298 77  WS-RUNCTL-CARD               PIC X(80).
001299 77  WS-RUNCTL-KEYWORD            PIC X(12).
001300 77  WS-RUNCTL-CARD-PROGRAM       PIC X(12).
001301 77  WS-RUNCTL-CARD-INITIALS      PIC X(12).

001302 PROCEDURE DIVISION.
001303*---------------------------------------------------------------
001304* 0000-MAINLINE
001305*---------------------------------------------------------------
001306 0000-MAINLINE.
001307     PERFORM 0100-CHECK-RUN-CONTROL  THRU 0100-EXIT
001308     IF RUN-REFUSED
001309         MOVE 12 TO RETURN-CODE
001310         STOP RUN
001311     END-IF
001312     PERFORM 1000-INITIALIZE-RUN     THRU 1000-EXIT
001320     IF WS-BILL-MONTH NOT = SPACES
001330         PERFORM 2000-ACCUMULATE-LEDGER THRU 2000-EXIT
001340         PERFORM 3000-PRINT-INVOICES    THRU 3000-EXIT
001350     END-IF
001360     PERFORM 9000-TERMINATE-RUN      THRU 9000-EXIT
001361     PERFORM 0900-LOG-RUN-END        THRU 0900-EXIT
001370     STOP RUN.

001371*---------------------------------------------------------------
001372* 0100-CHECK-RUN-CONTROL
001373* DATES THE RUN, CHECKS THIS STEP'S PREREQUISITES AGAINST THE
001374* RUN-CONTROL LOG AND APPENDS THE START RECORD.  A PREREQUISITE
001375* NOT MET REFUSES THE RUN UNLESS RUNOVRD CARRIES AN OVERRIDE
001376* CARD FOR THIS PROGRAM WITH THE OPERATOR'S INITIALS - THE
001377* BYPASS IS THEN LOGGED AGAINST THOSE INITIALS INSTEAD.
001378*---------------------------------------------------------------
001379 0100-CHECK-RUN-CONTROL.
001380     PERFORM 0110-SET-BUSINESS-DATE  THRU 0110-EXIT
001381     PERFORM 0120-READ-OVERRIDE-CARDS THRU 0120-EXIT
001382     PERFORM 0130-SCAN-RUN-CONTROL   THRU 0130-EXIT
001383     OPEN EXTEND RUN-CONTROL-FILE
001384     PERFORM 0150-CHECK-PREREQUISITES THRU 0150-EXIT
001385     IF RUN-REFUSED
001386         DISPLAY "SUDOKUBIL: RUN REFUSED - RETURN-CODE 12"
001387         DISPLAY "SUDOKUBIL: TO BYPASS, PUT CARD "
001388                 "OVERRIDE=SUDOKUBIL,<INITIALS> ON RUNOVRD"
001389         CLOSE RUN-CONTROL-FILE
001390         GO TO 0100-EXIT
001391     END-IF
001392     INITIALIZE RUN-CONTROL-RECORD
001393     MOVE "START" TO RL-EVENT
001394     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
001395     CLOSE RUN-CONTROL-FILE.
001396 0100-EXIT.
001397     EXIT.

001398*---------------------------------------------------------------
001399* 0110-SET-BUSINESS-DATE
001400* THE BUSINESS DATE IS TODAY, OR YESTERDAY WHEN THE STEP STARTS
001401* BEFORE THE CUTOFF.
001402*---------------------------------------------------------------
001403 0110-SET-BUSINESS-DATE.
001404     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
001405     ACCEPT WS-RUNCTL-CLOCK FROM TIME
001406     MOVE WS-RUNCTL-CLOCK-TIME TO WS-RUNCTL-START-TIME
001407     MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-BUSINESS-DATE
001408     IF WS-RUNCTL-START-TIME < WS-RUNCTL-CUTOFF-TIME
001409         MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-WALK-DATE
001410         PERFORM 0115-BACK-ONE-DAY   THRU 0115-EXIT
001411         MOVE WS-RUNCTL-WALK-DATE TO WS-RUNCTL-BUSINESS-DATE
001412     END-IF.
001413 0110-EXIT.
001414     EXIT.

001415 0115-BACK-ONE-DAY.
001416     IF WS-RUNCTL-WALK-DD > 1
001417         SUBTRACT 1 FROM WS-RUNCTL-WALK-DD
001418         GO TO 0115-EXIT
001419     END-IF
001420     IF WS-RUNCTL-WALK-MM = 1
001421         MOVE 12 TO WS-RUNCTL-WALK-MM
001422         SUBTRACT 1 FROM WS-RUNCTL-WALK-YYYY
001423     ELSE
001424         SUBTRACT 1 FROM WS-RUNCTL-WALK-MM
001425     END-IF
001426     MOVE WS-RUNCTL-MONTH-DAYS(WS-RUNCTL-WALK-MM)
001427         TO WS-RUNCTL-WALK-DD
001428     IF WS-RUNCTL-WALK-MM = 2
001429         DIVIDE WS-RUNCTL-WALK-YYYY BY 4
001430             GIVING WS-RUNCTL-LEAP-QUOT
001431             REMAINDER WS-RUNCTL-LEAP-WORK
001432         IF WS-RUNCTL-LEAP-WORK = 0
001433             MOVE 29 TO WS-RUNCTL-WALK-DD
001434             DIVIDE WS-RUNCTL-WALK-YYYY BY 100
001435                 GIVING WS-RUNCTL-LEAP-QUOT
001436                 REMAINDER WS-RUNCTL-LEAP-WORK
001437             IF WS-RUNCTL-LEAP-WORK = 0
001438                 DIVIDE WS-RUNCTL-WALK-YYYY BY 400
001439                     GIVING WS-RUNCTL-LEAP-QUOT
001440                     REMAINDER WS-RUNCTL-LEAP-WORK
001441                 IF WS-RUNCTL-LEAP-WORK NOT = 0
001442                     MOVE 28 TO WS-RUNCTL-WALK-DD
001443                 END-IF
001444             END-IF
001445         END-IF
001446     END-IF.
001447 0115-EXIT.
001448     EXIT.

001449*---------------------------------------------------------------
001450* 0120-READ-OVERRIDE-CARDS
001451* RUNOVRD MAY CARRY CARDS FOR SEVERAL STEPS.  ONLY A CARD OF THE
001452* FORM OVERRIDE=PROGRAM,INITIALS NAMING THIS PROGRAM COUNTS, AND
001453* ONLY WHEN THE INITIALS ARE PRESENT.
001454*---------------------------------------------------------------
001455 0120-READ-OVERRIDE-CARDS.
001456     OPEN INPUT RUN-OVERRIDE-FILE
001457     IF RUNOVR-FILE-OK
001458         PERFORM 0125-READ-ONE-OVERRIDE THRU 0125-EXIT
001459             UNTIL RUNOVR-FILE-EOF
001460     END-IF
001461     CLOSE RUN-OVERRIDE-FILE.
001462 0120-EXIT.
001463     EXIT.

001464 0125-READ-ONE-OVERRIDE.
001465     READ RUN-OVERRIDE-FILE INTO WS-RUNCTL-CARD
001466         AT END
001467             GO TO 0125-EXIT
001468     END-READ
001469     IF WS-RUNCTL-CARD = SPACES
001470         GO TO 0125-EXIT
001471     END-IF
001472     MOVE SPACES TO WS-RUNCTL-KEYWORD
001473                    WS-RUNCTL-CARD-PROGRAM
001474                    WS-RUNCTL-CARD-INITIALS
001475     UNSTRING WS-RUNCTL-CARD DELIMITED BY "=" OR ","
001476         INTO WS-RUNCTL-KEYWORD
001477              WS-RUNCTL-CARD-PROGRAM
001478              WS-RUNCTL-CARD-INITIALS
001479     END-UNSTRING
001480     IF WS-RUNCTL-KEYWORD NOT = "OVERRIDE"
001481         DISPLAY "SUDOKUBIL: UNRECOGNIZED OVERRIDE CARD "
001482                 "IGNORED: " WS-RUNCTL-CARD(1:40)
001483         GO TO 0125-EXIT
001484     END-IF
001485     IF WS-RUNCTL-CARD-PROGRAM NOT = WS-RUNCTL-PROGRAM-ID
001486         GO TO 0125-EXIT
001487     END-IF
001488     IF WS-RUNCTL-CARD-INITIALS = SPACES
001489         DISPLAY "SUDOKUBIL: OVERRIDE CARD IGNORED - "
001490                 "NO OPERATOR INITIALS"
001491         GO TO 0125-EXIT
001492     END-IF
001493     MOVE WS-RUNCTL-CARD-INITIALS TO WS-RUNCTL-OVERRIDE-BY.
001494 0125-EXIT.
001495     EXIT.

001496*---------------------------------------------------------------
001497* 0130-SCAN-RUN-CONTROL
001498* READS THE WHOLE LOG AND KEEPS THE LATEST FACT OF EACH KIND
001499* THIS STEP'S CHECKS NEED.
001500*---------------------------------------------------------------
001501 0130-SCAN-RUN-CONTROL.
001502     OPEN INPUT RUN-CONTROL-FILE
001503     IF RUNCTL-FILE-OK
001504         PERFORM 0135-NOTE-ONE-RUN-CONTROL THRU 0135-EXIT
001505             UNTIL RUNCTL-FILE-EOF
001506     END-IF
001507     CLOSE RUN-CONTROL-FILE.
001508 0130-EXIT.
001509     EXIT.

001510 0135-NOTE-ONE-RUN-CONTROL.
001511     READ RUN-CONTROL-FILE
001512         AT END
001513             GO TO 0135-EXIT
001514     END-READ
001515     MOVE RL-RUN-DATE TO WS-RUNCTL-STAMP-DATE
001516     IF RL-EVENT = "END"
001517         MOVE RL-END-TIME TO WS-RUNCTL-STAMP-TIME
001518     ELSE
001519         MOVE RL-START-TIME TO WS-RUNCTL-STAMP-TIME
001520     END-IF
001521     IF RL-PROGRAM-ID = "SUDOKUFACILE" AND RL-EVENT = "END"
001522        AND RL-BUSINESS-DATE = WS-RUNCTL-BUSINESS-DATE
001523         MOVE RL-RETURN-CODE TO WS-RUNCTL-FACILE-RC
001524     END-IF.
001525 0135-EXIT.
001526     EXIT.

001527*---------------------------------------------------------------
001528* 0150-CHECK-PREREQUISITES
001529*---------------------------------------------------------------
001530 0150-CHECK-PREREQUISITES.
001531     PERFORM 0170-CHECK-DAILY-RUN     THRU 0170-EXIT.
001532 0150-EXIT.
001533     EXIT.

001534*---------------------------------------------------------------
001535* 0170-CHECK-DAILY-RUN
001536* SUDOKUFACILE MUST HAVE RUN FOR THIS BUSINESS DATE AND ITS
001537* LATEST RUN MUST HAVE ENDED BELOW 8.
001538*---------------------------------------------------------------
001539 0170-CHECK-DAILY-RUN.
001540     IF WS-RUNCTL-FACILE-RC < 8
001541         GO TO 0170-EXIT
001542     END-IF
001543     IF WS-RUNCTL-FACILE-RC = 9999
001544         MOVE "NO SUDOKUFACILE RUN THIS BUSINESS DATE"
001545             TO WS-RUNCTL-MESSAGE
001546     ELSE
001547         MOVE WS-RUNCTL-FACILE-RC TO WS-RUNCTL-RC-DISPLAY
001548         MOVE SPACES TO WS-RUNCTL-MESSAGE
001549         STRING "LAST SUDOKUFACILE TODAY ENDED RC "
001550                DELIMITED BY SIZE
001551                WS-RUNCTL-RC-DISPLAY DELIMITED BY SIZE
001552                INTO WS-RUNCTL-MESSAGE
001553     END-IF
001554     PERFORM 0190-FAIL-ONE-CHECK     THRU 0190-EXIT.
001555 0170-EXIT.
001556     EXIT.

001557*---------------------------------------------------------------
001558* 0180-WRITE-RUN-CONTROL
001559* STAMPS THE COMMON FIELDS ON THE RECORD BUILT BY THE CALLER AND
001560* APPENDS IT.  THE LOG IS ALREADY OPEN EXTEND.
001561*---------------------------------------------------------------
001562 0180-WRITE-RUN-CONTROL.
001563     MOVE WS-RUNCTL-PROGRAM-ID    TO RL-PROGRAM-ID
001564     MOVE WS-RUNCTL-BUSINESS-DATE TO RL-BUSINESS-DATE
001565     MOVE WS-RUNCTL-SYSTEM-DATE   TO RL-RUN-DATE
001566     MOVE WS-RUNCTL-START-TIME    TO RL-START-TIME
001567     WRITE RUN-CONTROL-RECORD.
001568 0180-EXIT.
001569     EXIT.

001570*---------------------------------------------------------------
001571* 0190-FAIL-ONE-CHECK
001572* A PREREQUISITE IS NOT MET.  WITH AN OVERRIDE IN FORCE THE
001573* BYPASS IS LOGGED AGAINST THE OPERATOR AND THE RUN GOES ON;
001574* OTHERWISE THE REFUSAL IS LOGGED AND THE RUN IS STOPPED.
001575*---------------------------------------------------------------
001576 0190-FAIL-ONE-CHECK.
001577     INITIALIZE RUN-CONTROL-RECORD
001578     MOVE WS-RUNCTL-MESSAGE TO RL-MESSAGE
001579     IF WS-RUNCTL-OVERRIDE-BY NOT = SPACES
001580         DISPLAY "SUDOKUBIL: " WS-RUNCTL-MESSAGE
001581         DISPLAY "SUDOKUBIL: BYPASSED BY OVERRIDE - OPERATOR "
001582                 WS-RUNCTL-OVERRIDE-BY
001583         MOVE "OVERRIDE" TO RL-EVENT
001584         MOVE WS-RUNCTL-OVERRIDE-BY TO RL-OPERATOR-INITIALS
001585     ELSE
001586         DISPLAY "SUDOKUBIL: PREREQUISITE NOT MET - "
001587                 WS-RUNCTL-MESSAGE
001588         MOVE "REFUSED" TO RL-EVENT
001589         MOVE 12 TO RL-RETURN-CODE
001590         SET RUN-REFUSED TO TRUE
001591     END-IF
001592     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT.
001593 0190-EXIT.
001594     EXIT.

001595*---------------------------------------------------------------
001596* 0900-LOG-RUN-END
001597* APPENDS THE END RECORD - END TIME, RETURN-CODE AND THE STEP'S
001598* KEY RECORD COUNTS - TO THE RUN-CONTROL LOG.
001599*---------------------------------------------------------------
001600 0900-LOG-RUN-END.
001601     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
001602     ACCEPT WS-RUNCTL-CLOCK FROM TIME
001603     INITIALIZE RUN-CONTROL-RECORD
001604     MOVE "END" TO RL-EVENT
001605     MOVE WS-RUNCTL-CLOCK-TIME TO RL-END-TIME
001606     MOVE RETURN-CODE TO RL-RETURN-CODE
001607     MOVE "LEDGER" TO RL-COUNT-LABEL(1)
001608     MOVE WS-LEDGER-READ-COUNT TO RL-COUNT-VALUE(1)
001609     MOVE "INVOICES" TO RL-COUNT-LABEL(2)
001610     MOVE WS-INVOICE-COUNT TO RL-COUNT-VALUE(2)
001611     MOVE "CR NOTES" TO RL-COUNT-LABEL(3)
001612     MOVE WS-CREDIT-NOTE-COUNT TO RL-COUNT-VALUE(3)
001613     OPEN EXTEND RUN-CONTROL-FILE
001614     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
001615     CLOSE RUN-CONTROL-FILE.
001616 0900-EXIT.
001617     EXIT.

001618*---------------------------------------------------------------
001619* 1000-INITIALIZE-RUN
001620* READS THE PARAMETER CARDS AND TABLES THE RATE FILE.  NO
001621* BILLMONTH CARD MEANS NOTHING TO DO - SAID ON THE INVOICE
001622* FILE SO A MISPUNCHED DECK CANNOT PASS FOR AN EMPTY MONTH.
001623*---------------------------------------------------------------
001624 1000-INITIALIZE-RUN.
001625     OPEN OUTPUT INVOICE-FILE
001626     PERFORM 1020-ACCEPT-RUN-PARAMETERS THRU 1020-EXIT
001627     IF WS-BILL-MONTH = SPACES
001628         MOVE "SUDOKUBIL: NO BILLMONTH=YYYYMM CARD - NO "
001629              TO WS-PRINT-LINE
001630         MOVE "INVOICES PRODUCED" TO WS-PRINT-LINE(42:17)
001631         WRITE INVOICE-LINE FROM WS-PRINT-LINE
001632         GO TO 1000-EXIT
001633     END-IF
001634     MOVE SPACES TO WS-PRINT-LINE
001635     STRING "SUDOKUBIL SUBSCRIBER BILLING - MONTH "
001636            DELIMITED BY SIZE
001637            WS-BILL-MONTH DELIMITED BY SIZE
001638            INTO WS-PRINT-LINE
001639     WRITE INVOICE-LINE FROM WS-PRINT-LINE
001640     PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT
001641     PERFORM 1200-LOAD-CREDIT-TABLE THRU 1200-EXIT
001642     PERFORM 1400-LOAD-HELD-TABLE THRU 1400-EXIT
001643     PERFORM 1500-LOAD-VOID-TABLE THRU 1500-EXIT
001644     PERFORM 1300-COMPUTE-DUE-DATE THRU 1300-EXIT
001645     OPEN EXTEND OPEN-ITEM-FILE.
001646 1000-EXIT.
001647     EXIT.

001648*---------------------------------------------------------------
001649* 1020-ACCEPT-RUN-PARAMETERS
001650*---------------------------------------------------------------
001660 1020-ACCEPT-RUN-PARAMETERS.
001670     PERFORM 1025-READ-ONE-PARM-CARD THRU 1025-EXIT
002250 1110-EXIT.
002260     EXIT.

002261*---------------------------------------------------------------
002262* 1200-LOAD-CREDIT-TABLE
002263* TABLES THE ERRATA CREDITS POSTED TO THE BILLING MONTH.  NO
002264* CREDIT FILE SIMPLY MEANS NO PUZZLE HAS EVER BEEN RECALLED.
002265*---------------------------------------------------------------
002266 1200-LOAD-CREDIT-TABLE.
002267     OPEN INPUT CREDIT-FILE
002268     IF CREDIT-FILE-OK
002269         PERFORM 1210-LOAD-ONE-CREDIT THRU 1210-EXIT
002270             UNTIL CREDIT-FILE-EOF
002271     END-IF
002272     CLOSE CREDIT-FILE.
002273 1200-EXIT.
002274     EXIT.

002275 1210-LOAD-ONE-CREDIT.
002276     READ CREDIT-FILE
002277         AT END
002278             SET CREDIT-FILE-EOF TO TRUE
002279         NOT AT END
002280             IF CD-BILL-MONTH = WS-BILL-MONTH
002281                 IF WS-CREDIT-COUNT < 500
002282                     ADD 1 TO WS-CREDIT-COUNT
002283                     MOVE CD-SUBSCRIBER-ID
002284                          TO WS-CREDIT-SUB-ID(WS-CREDIT-COUNT)
002285                     MOVE CD-PUZZLE-ID
002286                          TO WS-CREDIT-PUZZLE(WS-CREDIT-COUNT)
002287                     MOVE CD-PRODUCT-CODE
002288                          TO WS-CREDIT-PRODUCT(WS-CREDIT-COUNT)
002289                     MOVE CD-GRID-SIZE
002290                          TO WS-CREDIT-SIZE(WS-CREDIT-COUNT)
002291                     MOVE CD-CREDIT-AMOUNT
002292                          TO WS-CREDIT-AMOUNT(WS-CREDIT-COUNT)
002293                 ELSE
002294                     DISPLAY "SUDOKUBIL: MORE THAN 500 CREDITS "
002295                         "- CREDIT FOR " CD-SUBSCRIBER-ID
002296                         " PUZZLE " CD-PUZZLE-ID " NOT NETTED"
002297                 END-IF
002298             END-IF
002299     END-READ.
002300 1210-EXIT.
002301     EXIT.

002302*---------------------------------------------------------------
002303* 1300-COMPUTE-DUE-DATE
002304* THE RUN DATE PLUS THE PAYMENT TERMS, FOR EVERY OPEN ITEM
002305* WRITTEN THIS RUN.
002306*---------------------------------------------------------------
002307 1300-COMPUTE-DUE-DATE.
002308     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002309     MOVE WS-RUN-DATE TO WS-WALK-DATE-X
002310     PERFORM 1310-ADVANCE-ONE-DAY THRU 1310-EXIT
002311         VARYING WS-TERMS-INDEX FROM 1 BY 1
002312         UNTIL WS-TERMS-INDEX > WS-TERMS-DAYS
002313     MOVE WS-WALK-DATE-X TO WS-DUE-DATE.
002314 1300-EXIT.
002315     EXIT.

002316 1310-ADVANCE-ONE-DAY.
002317     MOVE WS-MONTH-DAYS(WS-WALK-MM) TO WS-DAYS-THIS-MONTH
002318     IF WS-WALK-MM = 2
002319         DIVIDE WS-WALK-YYYY BY 4
002320             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-WORK
002321         IF WS-LEAP-WORK = 0
002322             MOVE 29 TO WS-DAYS-THIS-MONTH
002323             DIVIDE WS-WALK-YYYY BY 100
002324                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-WORK
002325             IF WS-LEAP-WORK = 0
002326                 DIVIDE WS-WALK-YYYY BY 400
002327                     GIVING WS-LEAP-QUOT
002328                     REMAINDER WS-LEAP-WORK
002329                 IF WS-LEAP-WORK NOT = 0
002330                     MOVE 28 TO WS-DAYS-THIS-MONTH
002331                 END-IF
002332             END-IF
002333         END-IF
002334     END-IF
002335     IF WS-WALK-DD < WS-DAYS-THIS-MONTH
002336         ADD 1 TO WS-WALK-DD
002337     ELSE
002338         MOVE 1 TO WS-WALK-DD
002339         IF WS-WALK-MM < 12
002340             ADD 1 TO WS-WALK-MM
002341         ELSE
002342             MOVE 1 TO WS-WALK-MM
002343             ADD 1 TO WS-WALK-YYYY
002344         END-IF
002345     END-IF.
002346 1310-EXIT.
002347     EXIT.

002348*---------------------------------------------------------------
002349* 1400-LOAD-HELD-TABLE
002350* TABLES THE TRANSMISSIONS STILL HELD IN DISPUTE.  A ROW HELD
002351* FROM THE BILLING MONTH ITSELF IS DROPPED - THIS RUN HOLDS THAT
002352* MONTH AFRESH FROM THE LEDGER, SO A RERUN DOES NOT HOLD IT TWICE.
002353* NO HELD FILE MEANS NOTHING HAS EVER BEEN HELD.
002354*---------------------------------------------------------------
002355 1400-LOAD-HELD-TABLE.
002356     OPEN INPUT HELD-FILE
002357     IF HELD-FILE-OK
002358         PERFORM 1410-LOAD-ONE-HELD THRU 1410-EXIT
002359             UNTIL HELD-FILE-EOF
002360     END-IF
002361     CLOSE HELD-FILE.
002362 1400-EXIT.
002363     EXIT.

002364 1410-LOAD-ONE-HELD.
002365     READ HELD-FILE
002366         AT END
002367             SET HELD-FILE-EOF TO TRUE
002368             GO TO 1410-EXIT
002369     END-READ
002370     IF HD-HELD-MONTH = WS-BILL-MONTH
002371         GO TO 1410-EXIT
002372     END-IF
002373     IF WS-HELD-COUNT NOT < 500
002374         DISPLAY "SUDOKUBIL: MORE THAN 500 HELD TRANSMISSIONS "
002375             "- " HD-SUBSCRIBER-ID " " HD-XMIT-SEQ
002376             " NOT CARRIED FORWARD"
002377         GO TO 1410-EXIT
002378     END-IF
002379     ADD 1 TO WS-HELD-COUNT
002380     MOVE HD-SUBSCRIBER-ID TO WS-HELD-SUB-ID(WS-HELD-COUNT)
002381     MOVE HD-XMIT-SEQ      TO WS-HELD-SEQ(WS-HELD-COUNT)
002382     MOVE HD-SHIP-DATE     TO WS-HELD-SHIP-DATE(WS-HELD-COUNT)
002383     MOVE HD-HELD-MONTH    TO WS-HELD-MONTH(WS-HELD-COUNT)
002384     MOVE HD-LINE-COUNT    TO WS-HELD-LINES(WS-HELD-COUNT)
002385     MOVE "N"              TO WS-HELD-RELEASED(WS-HELD-COUNT).
002386 1410-EXIT.
002387     EXIT.

002388*---------------------------------------------------------------
002389* 1500-LOAD-VOID-TABLE
002390*---------------------------------------------------------------
002391 1500-LOAD-VOID-TABLE.
002392     OPEN INPUT VOID-FILE
002393     IF VOID-FILE-OK
002394         PERFORM 1510-LOAD-ONE-VOID THRU 1510-EXIT
002395             UNTIL VOID-FILE-EOF
002396     END-IF
002397     CLOSE VOID-FILE.
002398 1500-EXIT.
002399     EXIT.

002400 1510-LOAD-ONE-VOID.
002401     READ VOID-FILE
002402         AT END
002403             SET VOID-FILE-EOF TO TRUE
002404         NOT AT END
002405             IF WS-VOID-COUNT < 2000
002406                 ADD 1 TO WS-VOID-COUNT
002407                 MOVE VD-PUZZLE-ID
002408                      TO WS-VOID-PUZZLE-ID(WS-VOID-COUNT)
002409                 MOVE VD-VOID-DATE
002410                      TO WS-VOID-DATE(WS-VOID-COUNT)
002411             ELSE
002412                 SET VOID-FILE-EOF TO TRUE
002413                 DISPLAY "SUDOKUBIL: VOID FILE EXCEEDS 2000 "
002414                     "RECORDS - FIRST 2000 LOADED"
002415             END-IF
002416     END-READ.
002417 1510-EXIT.
002418     EXIT.

002419*---------------------------------------------------------------
002420* 2000-ACCUMULATE-LEDGER
002421* ONE PASS OVER THE CUMULATIVE LEDGER - EVERY DETAIL RECORD
002422* SHIPPED IN THE BILLING MONTH ADDS ONE TO ITS SUBSCRIBER /
002423* PRODUCT / GRID-SIZE ROW, UNLESS IT IS DISPUTED, WHEN ITS
002424* TRANSMISSION IS HELD INSTEAD.  A RECORD FROM AN EARLIER MONTH
002425* WHOSE TRANSMISSION IS HELD AND IS NO LONGER DISPUTED IS
002426* RELEASED AND BILLED THIS MONTH.
002427*---------------------------------------------------------------
002428 2000-ACCUMULATE-LEDGER.
002429     OPEN INPUT DIST-LEDGER-FILE
002430     IF LEDGER-FILE-OK
002431         PERFORM 2100-ACCUMULATE-ONE-DETAIL THRU 2100-EXIT
002432             UNTIL LEDGER-FILE-EOF
002433     ELSE
002434         MOVE "SUDOKUBIL: DISTRIBUTION LEDGER NOT AVAILABLE"
002435              TO WS-PRINT-LINE
002436         WRITE INVOICE-LINE FROM WS-PRINT-LINE
002437     END-IF
002438     CLOSE DIST-LEDGER-FILE.
002440 2000-EXIT.
002450     EXIT.

002510             ADD 1 TO WS-LEDGER-READ-COUNT
002520             IF DL-SHIP-DATE(1:6) = WS-BILL-MONTH
002530                 ADD 1 TO WS-LEDGER-BILLED-COUNT
002531                 IF DL-DISPUTED AND DL-XMIT-SEQ NUMERIC
002532                     PERFORM 2300-HOLD-DISPUTED-DETAIL
002533                         THRU 2300-EXIT
002534                 ELSE
002535                     MOVE SPACE TO WS-POST-ORIGIN
002540                     PERFORM 2200-POST-TO-BILL-TABLE
002550                         THRU 2200-EXIT
002551                 END-IF
002552             ELSE
002553                 IF DL-SHIP-DATE(1:6) < WS-BILL-MONTH
002554                    AND WS-HELD-COUNT > 0
002555                    AND DL-XMIT-SEQ NUMERIC
002556                    AND NOT DL-DISPUTED
002557                     PERFORM 2400-RELEASE-HELD-DETAIL
002558                         THRU 2400-EXIT
002559                 END-IF
002560             END-IF
002570     END-READ.
002580 2100-EXIT.
002650            AND WS-BILL-PRODUCT(WS-BILL-INDEX) =
002660                DL-PRODUCT-CODE
002670            AND WS-BILL-SIZE(WS-BILL-INDEX) = DL-GRID-SIZE
002671            AND WS-BILL-ORIGIN(WS-BILL-INDEX) = WS-POST-ORIGIN
002680             MOVE WS-BILL-INDEX TO WS-BILL-SLOT
002690             MOVE WS-BILL-COUNT TO WS-BILL-INDEX
002700         END-IF
002800             MOVE DL-GRID-SIZE
002810                  TO WS-BILL-SIZE(WS-BILL-SLOT)
002820             MOVE 0 TO WS-BILL-QUANTITY(WS-BILL-SLOT)
002821             MOVE WS-POST-ORIGIN
002822                  TO WS-BILL-ORIGIN(WS-BILL-SLOT)
002830         ELSE
002840             DISPLAY "SUDOKUBIL: MORE THAN 200 BILLING LINES "
002850                 "- DETAIL FOR " DL-SUBSCRIBER-ID
002910 2200-EXIT.
002920     EXIT.

002921*---------------------------------------------------------------
002922* 2300-HOLD-DISPUTED-DETAIL
002923* A DISPUTED COPY SHIPPED IN THE BILLING MONTH IS COUNTED AGAINST
002924* ITS TRANSMISSION'S HELD ROW, OPENING ONE THE FIRST TIME, AND IS
002925* NOT BILLED.  WITH THE HELD TABLE FULL THE COPY IS BILLED AS
002926* BEFORE RATHER THAN LOST TO BOTH THE INVOICE AND THE HELD FILE.
002927*---------------------------------------------------------------
002928 2300-HOLD-DISPUTED-DETAIL.
002929     PERFORM 2500-FIND-HELD-ENTRY THRU 2500-EXIT
002930     IF WS-HELD-SLOT = 0
002931         IF WS-HELD-COUNT NOT < 500
002932             DISPLAY "SUDOKUBIL: MORE THAN 500 HELD "
002933                 "TRANSMISSIONS - DISPUTED DETAIL FOR "
002934                 DL-SUBSCRIBER-ID
002935                 " BILLED"
002936             MOVE SPACE TO WS-POST-ORIGIN
002937             PERFORM 2200-POST-TO-BILL-TABLE THRU 2200-EXIT
002938             GO TO 2300-EXIT
002939         END-IF
002940         ADD 1 TO WS-HELD-COUNT
002941         MOVE WS-HELD-COUNT TO WS-HELD-SLOT
002942         MOVE DL-SUBSCRIBER-ID TO WS-HELD-SUB-ID(WS-HELD-SLOT)
002943         MOVE DL-XMIT-SEQ      TO WS-HELD-SEQ(WS-HELD-SLOT)
002944         MOVE DL-SHIP-DATE     TO WS-HELD-SHIP-DATE(WS-HELD-SLOT)
002945         MOVE WS-BILL-MONTH    TO WS-HELD-MONTH(WS-HELD-SLOT)
002946         MOVE 0                TO WS-HELD-LINES(WS-HELD-SLOT)
002947         MOVE "N"              TO WS-HELD-RELEASED(WS-HELD-SLOT)
002948     END-IF
002949     ADD 1 TO WS-HELD-LINES(WS-HELD-SLOT)
002950     ADD 1 TO WS-LEDGER-HELD-COUNT.
002951 2300-EXIT.
002952     EXIT.

002953*---------------------------------------------------------------
002954* 2400-RELEASE-HELD-DETAIL
002955* A COPY FROM AN EARLIER MONTH, NO LONGER DISPUTED, WHOSE
002956* TRANSMISSION WAS HELD FROM AN EARLIER BILLING MONTH - THE
002957* DISPUTE IS SETTLED AND THE COPY IS BILLED NOW, ON A RELEASED
002958* ROW.  ANY OTHER EARLIER COPY WAS BILLED IN ITS OWN MONTH.
002959* A COPY OF A PUZZLE VOIDED ON OR AFTER ITS SHIP DATE IS NOT
002960* BILLED - THE TRANSMISSION IS STILL RELEASED, BUT THAT COPY WAS
002961* WITHDRAWN OR CORRECTED WHILE HELD AND SUDOKUERR GAVE NO CREDIT
002962* FOR IT.
002963*---------------------------------------------------------------
002964 2400-RELEASE-HELD-DETAIL.
002965     PERFORM 2500-FIND-HELD-ENTRY THRU 2500-EXIT
002966     IF WS-HELD-SLOT = 0
002967         GO TO 2400-EXIT
002968     END-IF
002969     IF WS-HELD-MONTH(WS-HELD-SLOT) NOT < WS-BILL-MONTH
002970         GO TO 2400-EXIT
002971     END-IF
002972     MOVE "Y" TO WS-HELD-RELEASED(WS-HELD-SLOT)
002973     PERFORM 2450-CHECK-VOID-PUZZLE THRU 2450-EXIT
002974     IF PUZZLE-IS-VOID
002975         ADD 1 TO WS-LEDGER-VOID-HELD-COUNT
002976         GO TO 2400-EXIT
002977     END-IF
002978     ADD 1 TO WS-LEDGER-RELEASED-COUNT
002979     MOVE "R" TO WS-POST-ORIGIN
002980     PERFORM 2200-POST-TO-BILL-TABLE THRU 2200-EXIT.
002981 2400-EXIT.
002982     EXIT.

002983*---------------------------------------------------------------
002984* 2450-CHECK-VOID-PUZZLE
002985* SETS PUZZLE-IS-VOID WHEN THE LEDGER COPY'S PUZZLE WAS VOIDED ON
002986* OR AFTER THE DAY IT WAS SHIPPED.
002987*---------------------------------------------------------------
002988 2450-CHECK-VOID-PUZZLE.
002989     MOVE "N" TO WS-VOID-SWITCH
002990     PERFORM VARYING WS-VOID-INDEX FROM 1 BY 1
002991         UNTIL WS-VOID-INDEX > WS-VOID-COUNT
002992         IF WS-VOID-PUZZLE-ID(WS-VOID-INDEX) = DL-PUZZLE-ID
002993            AND WS-VOID-DATE(WS-VOID-INDEX) NOT < DL-SHIP-DATE
002994             SET PUZZLE-IS-VOID TO TRUE
002995             MOVE WS-VOID-COUNT TO WS-VOID-INDEX
002996         END-IF
002997     END-PERFORM.
002998 2450-EXIT.
002999     EXIT.

003000*---------------------------------------------------------------
003001* 2500-FIND-HELD-ENTRY
003002* SETS WS-HELD-SLOT TO THE HELD ROW FOR THE LEDGER RECORD'S
003003* SUBSCRIBER AND TRANSMISSION, OR ZERO.
003004*---------------------------------------------------------------
003005 2500-FIND-HELD-ENTRY.
003006     MOVE 0 TO WS-HELD-SLOT
003007     PERFORM VARYING WS-HELD-INDEX FROM 1 BY 1
003008         UNTIL WS-HELD-INDEX > WS-HELD-COUNT
003009         IF WS-HELD-SUB-ID(WS-HELD-INDEX) = DL-SUBSCRIBER-ID
003010            AND WS-HELD-SEQ(WS-HELD-INDEX) = DL-XMIT-SEQ
003011             MOVE WS-HELD-INDEX TO WS-HELD-SLOT
003012             MOVE WS-HELD-COUNT TO WS-HELD-INDEX
003013         END-IF
003014     END-PERFORM.
003015 2500-EXIT.
003016     EXIT.

003017*---------------------------------------------------------------
003018* 3000-PRINT-INVOICES
003019* ONE INVOICE BLOCK PER SUBSCRIBER-ID ON THE BILLING TABLE,
003020* SUBSCRIBERS TAKEN IN FIRST-SEEN ORDER - EVERY UNPRINTED
003021* ROW FOR THE SUBSCRIBER IS A LINE ITEM, PRICED FROM THE RATE
003022* TABLE, AND A LINE WITH NO RATE ON FILE IS PRINTED AT ZERO
003023* AND FLAGGED SO ACCOUNTS CHASES THE RATE, NOT THE LEDGER.
003024* COPIES RELEASED FROM DISPUTE ARE FLAGGED AS SUCH.
003025*---------------------------------------------------------------
003026 3000-PRINT-INVOICES.
003027     PERFORM 3100-PRINT-ONE-INVOICE THRU 3100-EXIT
003030         VARYING WS-BILL-INDEX FROM 1 BY 1
003040         UNTIL WS-BILL-INDEX > WS-BILL-COUNT
003041     PERFORM 3500-PRINT-ONE-CREDIT-NOTE THRU 3500-EXIT
003042         VARYING WS-CREDIT-INDEX FROM 1 BY 1
003043         UNTIL WS-CREDIT-INDEX > WS-CREDIT-COUNT.
003050 3000-EXIT.
003060     EXIT.

003090         GO TO 3100-EXIT
003100     END-IF
003110     MOVE WS-BILL-SUB-ID(WS-BILL-INDEX) TO WS-CURRENT-SUB
003111     MOVE SPACES TO WS-ITEM-NUMBER
003112     STRING WS-BILL-MONTH DELIMITED BY SIZE
003113            WS-CURRENT-SUB DELIMITED BY SIZE
003114            INTO WS-ITEM-NUMBER
003120     ADD 1 TO WS-INVOICE-COUNT
003130     MOVE 0 TO WS-INVOICE-TOTAL
003140     MOVE SPACES TO WS-PRINT-LINE
003180            WS-CURRENT-SUB DELIMITED BY SIZE
003190            "  MONTH " DELIMITED BY SIZE
003200            WS-BILL-MONTH DELIMITED BY SIZE
003201            "  INVOICE NO " DELIMITED BY SIZE
003202            WS-ITEM-NUMBER DELIMITED BY SIZE
003210            INTO WS-PRINT-LINE
003220     WRITE INVOICE-LINE FROM WS-PRINT-LINE
003230     MOVE "PRODUCT  SIZE   QUANTITY     RATE       AMOUNT"
003260     PERFORM 3200-PRINT-ONE-LINE-ITEM THRU 3200-EXIT
003270         VARYING WS-BILL-SLOT FROM WS-BILL-INDEX BY 1
003280         UNTIL WS-BILL-SLOT > WS-BILL-COUNT
003281     PERFORM 3400-NET-ONE-CREDIT THRU 3400-EXIT
003282         VARYING WS-CREDIT-SLOT FROM 1 BY 1
003283         UNTIL WS-CREDIT-SLOT > WS-CREDIT-COUNT
003290     MOVE SPACES TO WS-PRINT-LINE
003300     MOVE "INVOICE TOTAL . . . . . . . . :" TO WS-PRINT-LINE
003310     MOVE WS-INVOICE-TOTAL TO WS-NET-DISPLAY
003320     MOVE WS-NET-DISPLAY TO WS-PRINT-LINE(34:11)
003330     WRITE INVOICE-LINE FROM WS-PRINT-LINE
003331     MOVE SPACES TO WS-PRINT-LINE
003332     MOVE "PAYMENT DUE BY  . . . . . . . :" TO WS-PRINT-LINE
003333     MOVE WS-DUE-DATE TO WS-PRINT-LINE(37:8)
003334     WRITE INVOICE-LINE FROM WS-PRINT-LINE
003335     MOVE "I" TO OI-ITEM-TYPE
003336     PERFORM 3600-WRITE-OPEN-ITEM THRU 3600-EXIT
003340     ADD WS-INVOICE-TOTAL TO WS-GRAND-TOTAL.
003350 3100-EXIT.
003360     EXIT.
003630         MOVE "** NO RATE ON FILE **" TO WS-PRINT-LINE(50:21)
003640         ADD 1 TO WS-NO-RATE-COUNT
003650     END-IF
003651     IF WS-BILL-ORIGIN(WS-BILL-SLOT) = "R"
003652         MOVE "RELEASED FROM DISPUTE" TO WS-PRINT-LINE(72:21)
003653     END-IF
003660     WRITE INVOICE-LINE FROM WS-PRINT-LINE
003670     ADD WS-LINE-AMOUNT TO WS-INVOICE-TOTAL
003680     MOVE SPACES TO WS-BILL-SUB-ID(WS-BILL-SLOT).
003910 3300-EXIT.
003920     EXIT.

003921*---------------------------------------------------------------
003922* 3400-NET-ONE-CREDIT
003923* PRINTS AND BLANKS EVERY ERRATA CREDIT FOR THE SUBSCRIBER THE
003924* INVOICE OR CREDIT NOTE IS OPEN FOR, SUBTRACTING IT FROM THE
003925* TOTAL.  THE RATE COLUMN CARRIES THE RECALLED PUZZLE-ID.
003926*---------------------------------------------------------------
003927 3400-NET-ONE-CREDIT.
003928     IF WS-CREDIT-SUB-ID(WS-CREDIT-SLOT) NOT = WS-CURRENT-SUB
003929         GO TO 3400-EXIT
003930     END-IF
003931     COMPUTE WS-CREDIT-LINE-AMOUNT =
003932             0 - WS-CREDIT-AMOUNT(WS-CREDIT-SLOT)
003933     MOVE SPACES TO WS-PRINT-LINE
003934     MOVE WS-CREDIT-PRODUCT(WS-CREDIT-SLOT)
003935          TO WS-PRINT-LINE(1:3)
003936     MOVE WS-CREDIT-SIZE(WS-CREDIT-SLOT)
003937          TO WS-PRINT-LINE(10:2)
003938     MOVE "ERRATA" TO WS-PRINT-LINE(15:6)
003939     MOVE WS-CREDIT-PUZZLE(WS-CREDIT-SLOT)
003940          TO WS-PRINT-LINE(28:6)
003941     MOVE WS-CREDIT-LINE-AMOUNT TO WS-NET-DISPLAY
003942     MOVE WS-NET-DISPLAY TO WS-PRINT-LINE(38:11)
003943     WRITE INVOICE-LINE FROM WS-PRINT-LINE
003944     ADD WS-CREDIT-LINE-AMOUNT TO WS-INVOICE-TOTAL
003945     ADD WS-CREDIT-AMOUNT(WS-CREDIT-SLOT) TO WS-CREDIT-TOTAL
003946     ADD 1 TO WS-CREDIT-APPLIED-COUNT
003947     MOVE SPACES TO WS-CREDIT-SUB-ID(WS-CREDIT-SLOT).
003948 3400-EXIT.
003949     EXIT.

003950*---------------------------------------------------------------
003951* 3500-PRINT-ONE-CREDIT-NOTE
003952* A CREDIT STILL UNNETTED AFTER THE INVOICES BELONGS TO A
003953* SUBSCRIBER WITH NOTHING SHIPPED IN THE MONTH - ONE CREDIT
003954* NOTE PER SUCH SUBSCRIBER, IN FIRST-SEEN ORDER.
003955*---------------------------------------------------------------
003956 3500-PRINT-ONE-CREDIT-NOTE.
003957     IF WS-CREDIT-SUB-ID(WS-CREDIT-INDEX) = SPACES
003958         GO TO 3500-EXIT
003959     END-IF
003960     MOVE WS-CREDIT-SUB-ID(WS-CREDIT-INDEX) TO WS-CURRENT-SUB
003961     MOVE SPACES TO WS-ITEM-NUMBER
003962     STRING WS-BILL-MONTH DELIMITED BY SIZE
003963            WS-CURRENT-SUB DELIMITED BY SIZE
003964            INTO WS-ITEM-NUMBER
003965     ADD 1 TO WS-CREDIT-NOTE-COUNT
003966     MOVE 0 TO WS-INVOICE-TOTAL
003967     MOVE SPACES TO WS-PRINT-LINE
003968     WRITE INVOICE-LINE FROM WS-PRINT-LINE
003969     MOVE SPACES TO WS-PRINT-LINE
003970     STRING "CREDIT NOTE - SUBSCRIBER " DELIMITED BY SIZE
003971            WS-CURRENT-SUB DELIMITED BY SIZE
003972            "  MONTH " DELIMITED BY SIZE
003973            WS-BILL-MONTH DELIMITED BY SIZE
003974            "  CREDIT NO " DELIMITED BY SIZE
003975            WS-ITEM-NUMBER DELIMITED BY SIZE
003976            INTO WS-PRINT-LINE
003977     WRITE INVOICE-LINE FROM WS-PRINT-LINE
003978     MOVE "PRODUCT  SIZE   QUANTITY     RATE       AMOUNT"
003979          TO WS-PRINT-LINE
003980     WRITE INVOICE-LINE FROM WS-PRINT-LINE
003981     PERFORM 3400-NET-ONE-CREDIT THRU 3400-EXIT
003982         VARYING WS-CREDIT-SLOT FROM WS-CREDIT-INDEX BY 1
003983         UNTIL WS-CREDIT-SLOT > WS-CREDIT-COUNT
003984     MOVE SPACES TO WS-PRINT-LINE
003985     MOVE "CREDIT NOTE TOTAL . . . . . . :" TO WS-PRINT-LINE
003986     MOVE WS-INVOICE-TOTAL TO WS-NET-DISPLAY
003987     MOVE WS-NET-DISPLAY TO WS-PRINT-LINE(34:11)
003988     WRITE INVOICE-LINE FROM WS-PRINT-LINE
003989     MOVE "C" TO OI-ITEM-TYPE
003990     PERFORM 3600-WRITE-OPEN-ITEM THRU 3600-EXIT
003991     ADD WS-INVOICE-TOTAL TO WS-GRAND-TOTAL.
003992 3500-EXIT.
003993     EXIT.

003994*---------------------------------------------------------------
003995* 3600-WRITE-OPEN-ITEM
003996* APPENDS THE INVOICE OR CREDIT NOTE JUST PRINTED TO THE
003997* OPEN-ITEMS FILE, ITS WHOLE AMOUNT OUTSTANDING.  THE ITEM
003998* TYPE IS ALREADY IN OI-ITEM-TYPE.
003999*---------------------------------------------------------------
004000 3600-WRITE-OPEN-ITEM.
004001     MOVE WS-ITEM-NUMBER   TO OI-ITEM-NUMBER
004002     MOVE WS-CURRENT-SUB   TO OI-SUBSCRIBER-ID
004003     MOVE WS-BILL-MONTH    TO OI-BILL-MONTH
004004     MOVE WS-RUN-DATE      TO OI-ITEM-DATE
004005     MOVE WS-DUE-DATE      TO OI-DUE-DATE
004006     MOVE WS-INVOICE-TOTAL TO OI-ORIGINAL-AMOUNT
004007     MOVE WS-INVOICE-TOTAL TO OI-BALANCE
004008     MOVE SPACES           TO OI-CLOSED-DATE
004009     WRITE OPEN-ITEM-RECORD
004010     ADD 1 TO WS-OPEN-ITEM-COUNT.
004011 3600-EXIT.
004012     EXIT.

004013*---------------------------------------------------------------
004014* 9000-TERMINATE-RUN
004015* TRAILER BLOCK - LEDGER RECORDS READ AND BILLED, INVOICES
004016* PRODUCED, LINES MISSING A RATE, AND THE GRAND TOTAL ACROSS
004017* EVERY INVOICE - THEN THE TRANSMISSIONS STILL HELD IN DISPUTE,
004018* WHICH ARE WRITTEN TO HELDOUT.
004019*---------------------------------------------------------------
004020 9000-TERMINATE-RUN.
004021     MOVE SPACES TO WS-PRINT-LINE
004022     WRITE INVOICE-LINE FROM WS-PRINT-LINE
004023     MOVE "SUDOKUBIL RUN SUMMARY" TO WS-PRINT-LINE
004030     WRITE INVOICE-LINE FROM WS-PRINT-LINE
004040     MOVE "LEDGER RECORDS READ . . . . . : " TO WS-PRINT-LINE
004050     MOVE WS-LEDGER-READ-COUNT TO WS-CTL-DISPLAY-COUNT
004130     MOVE "LINE ITEMS WITHOUT A RATE . . : " TO WS-PRINT-LINE
004140     MOVE WS-NO-RATE-COUNT TO WS-CTL-DISPLAY-COUNT
004150     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
004151     MOVE "CREDIT NOTES PRODUCED . . . . : " TO WS-PRINT-LINE
004152     MOVE WS-CREDIT-NOTE-COUNT TO WS-CTL-DISPLAY-COUNT
004153     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
004154     MOVE "ERRATA CREDITS NETTED . . . . : " TO WS-PRINT-LINE
004155     MOVE WS-CREDIT-APPLIED-COUNT TO WS-CTL-DISPLAY-COUNT
004156     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
004157     MOVE "OPEN ITEMS WRITTEN  . . . . . : " TO WS-PRINT-LINE
004158     MOVE WS-OPEN-ITEM-COUNT TO WS-CTL-DISPLAY-COUNT
004159     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
004160     MOVE "RECORDS HELD IN DISPUTE . . . : " TO WS-PRINT-LINE
004161     MOVE WS-LEDGER-HELD-COUNT TO WS-CTL-DISPLAY-COUNT
004162     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
004163     MOVE "RECORDS RELEASED FROM DISPUTE : " TO WS-PRINT-LINE
004164     MOVE WS-LEDGER-RELEASED-COUNT TO WS-CTL-DISPLAY-COUNT
004165     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
004166     MOVE "HELD COPIES VOIDED, NOT BILLED: " TO WS-PRINT-LINE
004167     MOVE WS-LEDGER-VOID-HELD-COUNT TO WS-CTL-DISPLAY-COUNT
004168     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
004169     MOVE "TOTAL ERRATA CREDITED . . . . :" TO WS-PRINT-LINE
004170     MOVE WS-CREDIT-TOTAL TO WS-GRAND-DISPLAY
004171     MOVE WS-GRAND-DISPLAY TO WS-PRINT-LINE(33:13)
004172     WRITE INVOICE-LINE FROM WS-PRINT-LINE
004173     MOVE "GRAND TOTAL ALL INVOICES  . . :" TO WS-PRINT-LINE
004174     MOVE WS-GRAND-TOTAL TO WS-GRAND-DISPLAY
004180     MOVE WS-GRAND-DISPLAY TO WS-PRINT-LINE(33:13)
004190     WRITE INVOICE-LINE FROM WS-PRINT-LINE
004200     IF WS-BILL-MONTH NOT = SPACES
004201         CLOSE OPEN-ITEM-FILE
004202         PERFORM 9200-WRITE-HELD-FILE THRU 9200-EXIT
004203     END-IF
004204     CLOSE INVOICE-FILE.
004210 9000-EXIT.
004220     EXIT.

004300     WRITE INVOICE-LINE FROM WS-PRINT-LINE.
004310 9100-EXIT.
004320     EXIT.

004321*---------------------------------------------------------------
004322* 9200-WRITE-HELD-FILE
004323* LISTS EVERY TRANSMISSION STILL HELD IN DISPUTE AND WRITES IT TO
004324* HELDOUT.  RELEASED ROWS ARE DROPPED.
004325*---------------------------------------------------------------
004326 9200-WRITE-HELD-FILE.
004327     MOVE SPACES TO WS-PRINT-LINE
004328     WRITE INVOICE-LINE FROM WS-PRINT-LINE
004329     MOVE "TRANSMISSIONS HELD IN DISPUTE - NOT INVOICED"
004330          TO WS-PRINT-LINE
004331     WRITE INVOICE-LINE FROM WS-PRINT-LINE
004332     OPEN OUTPUT HELD-OUT-FILE
004333     PERFORM 9210-WRITE-ONE-HELD THRU 9210-EXIT
004334         VARYING WS-HELD-INDEX FROM 1 BY 1
004335         UNTIL WS-HELD-INDEX > WS-HELD-COUNT
004336     CLOSE HELD-OUT-FILE
004337     MOVE "TRANSMISSIONS STILL HELD  . . : " TO WS-PRINT-LINE
004338     MOVE WS-HELD-OPEN-COUNT TO WS-CTL-DISPLAY-COUNT
004339     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT.
004340 9200-EXIT.
004341     EXIT.

004342 9210-WRITE-ONE-HELD.
004343     IF WS-HELD-RELEASED(WS-HELD-INDEX) = "Y"
004344         GO TO 9210-EXIT
004345     END-IF
004346     ADD 1 TO WS-HELD-OPEN-COUNT
004347     MOVE SPACES TO WS-PRINT-LINE
004348     MOVE WS-HELD-LINES(WS-HELD-INDEX) TO WS-QTY-DISPLAY
004349     STRING "SUBSCRIBER " DELIMITED BY SIZE
004350            WS-HELD-SUB-ID(WS-HELD-INDEX) DELIMITED BY SIZE
004351            "  TRANSMISSION " DELIMITED BY SIZE
004352            WS-HELD-SEQ(WS-HELD-INDEX) DELIMITED BY SIZE
004353            "  SHIPPED " DELIMITED BY SIZE
004354            WS-HELD-SHIP-DATE(WS-HELD-INDEX) DELIMITED BY SIZE
004355            "  HELD FROM " DELIMITED BY SIZE
004356            WS-HELD-MONTH(WS-HELD-INDEX) DELIMITED BY SIZE
004357            "  RECORDS " DELIMITED BY SIZE
004358            WS-QTY-DISPLAY DELIMITED BY SIZE
004359            INTO WS-PRINT-LINE
004360     WRITE INVOICE-LINE FROM WS-PRINT-LINE
004361     MOVE WS-HELD-SUB-ID(WS-HELD-INDEX)    TO HD-SUBSCRIBER-ID
004362     MOVE WS-HELD-SEQ(WS-HELD-INDEX)       TO HD-XMIT-SEQ
004363     MOVE WS-HELD-SHIP-DATE(WS-HELD-INDEX) TO HD-SHIP-DATE
004364     MOVE WS-HELD-MONTH(WS-HELD-INDEX)     TO HD-HELD-MONTH
004365     MOVE WS-HELD-LINES(WS-HELD-INDEX)     TO HD-LINE-COUNT
004366     WRITE HELD-OUT-RECORD FROM HELD-RECORD.
004367 9210-EXIT.
004368     EXIT.
