000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SUDOKURCV.
000030 AUTHOR.         D LEURS.
000040 INSTALLATION.   DAILY PUZZLE PRODUCTION.
000050 DATE-WRITTEN.   15-10-2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100* 15-10-2026 DL  ORIGINAL PROGRAM.  SYNDICATION ACCOUNTS
000110*                RECEIVABLE.  SUDOKUBIL PRINTED ITS INVOICES AND
000120*                FORGOT THEM - WHETHER A SUBSCRIBER HAD PAID WAS
000130*                KEPT ON A SPREADSHEET IN ACCOUNTS, AND PRODUCT
000140*                WENT OUT TO A PARTNER FOUR MONTHS IN ARREARS.
000150*                SUDOKUBIL NOW APPENDS EVERY INVOICE AND CREDIT
000160*                NOTE TO THE OPEN-ITEMS FILE.  THIS PROGRAM
000170*                TABLES THE OPEN ITEMS, BOOKS THE REMITTANCES ON
000180*                THE PAYMENTS FILE (A PAYMENT NAMING AN INVOICE
000190*                GOES TO THAT INVOICE FIRST; ANYTHING LEFT, AND
000200*                ANY PAYMENT NAMING NONE, GOES TO THE OLDEST
000210*                OPEN ITEMS; WHAT STILL CANNOT BE PLACED STAYS
000220*                ON ACCOUNT AS UNAPPLIED CASH), NETS CREDIT
000230*                NOTES THE SAME WAY, AGES WHAT IS LEFT FROM THE
000240*                INVOICE DATE INTO CURRENT / 30-59 / 60-89 / 90+
000250*                DAYS, AND PRINTS A CASH-APPLICATION REGISTER,
000260*                ONE STATEMENT PER SUBSCRIBER, THE AGED-DEBTOR
000270*                REPORT AND A STOP-SUPPLY REPORT OF EVERY
000280*                SUBSCRIBER WITH A BALANCE PAST 90 DAYS, WHICH
000290*                OPERATIONS CHECKS BEFORE THE NIGHTLY
000300*                SUDOKUFACILE RUN ROUTES PRODUCT.  THE OPEN-ITEMS
000310*                FILE IS REWRITTEN AT END OF RUN; AN ITEM SETTLED
000320*                IN AN EARLIER STATEMENT MONTH IS DROPPED.  ANY
000330*                SUBSCRIBER ON THE STOP-SUPPLY REPORT ENDS THE
000340*                RUN WITH RETURN CODE 4.
000341* 15-10-2026 DL  RUN-CONTROL LOG.  THE STEP NOW APPENDS A START
000342*                AND AN END RECORD - BUSINESS DATE, START AND
000343*                END TIME, RETURN-CODE AND KEY RECORD COUNTS -
000344*                TO THE SHARED RUNCTL FILE READ BY THE SUDOKURUN
000345*                RUN-BOOK.  AT START-UP IT REFUSES TO RUN,
000346*                RETURN-CODE 12, UNLESS THE LOG SHOWS THE LAST
000347*                SUDOKUBIL RUN ENDED BELOW 8.  AN
000348*                OVERRIDE=SUDOKURCV,INITIALS CARD ON RUNOVRD
000349*                BYPASSES THE CHECK AND THE BYPASS IS LOGGED
000350*                AGAINST THE INITIALS.
000351*---------------------------------------------------------------

000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPTIONAL OPEN-ITEM-FILE
000400            ASSIGN TO "OPENITEM"
000410            ORGANIZATION       IS LINE SEQUENTIAL
000420            FILE STATUS        IS WS-ITEM-STATUS.
000430     SELECT OPTIONAL PAYMENT-FILE
000440            ASSIGN TO "PAYFILE"
000450            ORGANIZATION       IS LINE SEQUENTIAL
000460            FILE STATUS        IS WS-PAYMENT-STATUS.
000470     SELECT OPTIONAL EDITION-MASTER-FILE
000480            ASSIGN TO "EDMASTER"
000490            ORGANIZATION       IS LINE SEQUENTIAL
000500            FILE STATUS        IS WS-EDITION-STATUS.
000510     SELECT CASH-REGISTER-FILE ASSIGN TO "CASHRPT"
000520            ORGANIZATION       IS LINE SEQUENTIAL.
000530     SELECT STATEMENT-FILE     ASSIGN TO "STMTFILE"
000540            ORGANIZATION       IS LINE SEQUENTIAL.
000550     SELECT AGED-DEBTOR-FILE   ASSIGN TO "AGEDRPT"
000560            ORGANIZATION       IS LINE SEQUENTIAL.
000570     SELECT STOP-SUPPLY-FILE   ASSIGN TO "STOPRPT"
000580            ORGANIZATION       IS LINE SEQUENTIAL.
000581     SELECT OPTIONAL RUN-CONTROL-FILE
000582            ASSIGN TO "RUNCTL"
000583            ORGANIZATION       IS LINE SEQUENTIAL
000584            FILE STATUS        IS WS-RUNCTL-STATUS.
000585     SELECT OPTIONAL RUN-OVERRIDE-FILE
000586            ASSIGN TO "RUNOVRD"
000587            ORGANIZATION       IS LINE SEQUENTIAL
000588            FILE STATUS        IS WS-RUNOVR-STATUS.

000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  OPEN-ITEM-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 01  OPEN-ITEM-RECORD.
000640     05  OI-ITEM-TYPE           PIC X(01).
000650     05  OI-ITEM-NUMBER         PIC X(10).
000660     05  OI-SUBSCRIBER-ID       PIC X(04).
000670     05  OI-BILL-MONTH          PIC X(06).
000680     05  OI-ITEM-DATE           PIC X(08).
000690     05  OI-DUE-DATE            PIC X(08).
000700     05  OI-ORIGINAL-AMOUNT     PIC S9(07)V99
000710                                SIGN LEADING SEPARATE.
000720     05  OI-BALANCE             PIC S9(07)V99
000730                                SIGN LEADING SEPARATE.
000740     05  OI-CLOSED-DATE         PIC X(08).

000750 FD  PAYMENT-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 01  PAYMENT-RECORD.
000780     05  PY-SUBSCRIBER-ID       PIC X(04).
000790     05  PY-PAYMENT-DATE        PIC X(08).
000800     05  PY-REFERENCE           PIC X(10).
000810     05  PY-INVOICE-NUMBER      PIC X(10).
000820     05  PY-AMOUNT              PIC 9(07)V99.

000830 FD  EDITION-MASTER-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  EDITION-MASTER-RECORD.
000860     05  EM-SUBSCRIBER-ID       PIC X(04).
000870     05  EM-SUBSCRIBER-NAME     PIC X(20).
000880     05  EM-EDITION-CODE        OCCURS 6 TIMES
000890                                PIC X(04).
000900     05  EM-GRID-SIZE           OCCURS 3 TIMES
000910                                PIC 9(02).
000920     05  EM-TAKES-PRINT         PIC X(01).
000930     05  EM-TAKES-KEY           PIC X(01).
000940     05  EM-TAKES-EXPORT        PIC X(01).

000950 FD  CASH-REGISTER-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  CASH-REGISTER-LINE         PIC X(132).

000980 FD  STATEMENT-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  STATEMENT-LINE             PIC X(132).

001010 FD  AGED-DEBTOR-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  AGED-DEBTOR-LINE           PIC X(132).

001040 FD  STOP-SUPPLY-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  STOP-SUPPLY-LINE           PIC X(132).

001061 FD  RUN-CONTROL-FILE
001062     LABEL RECORDS ARE STANDARD.
001063 01  RUN-CONTROL-RECORD.
001064     05  RL-PROGRAM-ID          PIC X(12).
001065     05  RL-BUSINESS-DATE       PIC X(08).
001066     05  RL-EVENT               PIC X(08).
001067     05  RL-RUN-DATE            PIC X(08).
001068     05  RL-START-TIME          PIC X(06).
001069     05  RL-END-TIME            PIC X(06).
001070     05  RL-RETURN-CODE         PIC 9(04).
001071     05  RL-COUNT OCCURS 3 TIMES.
001072         10  RL-COUNT-LABEL     PIC X(10).
001073         10  RL-COUNT-VALUE     PIC 9(09).
001074     05  RL-OPERATOR-INITIALS   PIC X(03).
001075     05  RL-MESSAGE             PIC X(40).

001076 FD  RUN-OVERRIDE-FILE
001077     LABEL RECORDS ARE STANDARD.
001078 01  RUN-OVERRIDE-RECORD        PIC X(80).

001079 WORKING-STORAGE SECTION.
001080*---------------------------------------------------------------
001090* FILE STATUS AND END-OF-FILE SWITCHES.
001100*---------------------------------------------------------------
001110 77  WS-ITEM-STATUS               PIC X(02) VALUE "00".
001120     88  ITEM-FILE-OK             VALUE "00".
001130     88  ITEM-FILE-EOF            VALUE "10".
001140 77  WS-PAYMENT-STATUS            PIC X(02) VALUE "00".
001150     88  PAYMENT-FILE-OK          VALUE "00".
001160     88  PAYMENT-FILE-EOF         VALUE "10".
001170 77  WS-EDITION-STATUS            PIC X(02) VALUE "00".
001180     88  EDITION-FILE-OK          VALUE "00".
001190     88  EDITION-FILE-EOF         VALUE "10".

001200*---------------------------------------------------------------
001210* RUN PARAMETER - STMTDATE=YYYYMMDD ON SYSIN, ENDED BY AN
001220* "END" CARD, THE DATE THE ITEMS ARE AGED TO AND THE
001230* STATEMENTS ARE DATED.  NO CARD MEANS THE RUN DATE.
001240*---------------------------------------------------------------
001250 77  WS-PARM-CARD                 PIC X(80).
001260 77  WS-PARM-KEYWORD              PIC X(12).
001270 77  WS-PARM-VALUE                PIC X(12).
001280 77  WS-PARM-CARD-COUNT           PIC 9(02) VALUE 0.
001290 77  WS-PARM-END-SWITCH           PIC X(01) VALUE "N".
001300     88  NO-MORE-PARM-CARDS       VALUE "Y".
001310 77  WS-STATEMENT-DATE            PIC X(08) VALUE SPACES.
001320 77  WS-STATEMENT-DAY-NUMBER      PIC 9(07).
001330 77  WS-CURRENT-DATE              PIC X(08).

001340*---------------------------------------------------------------
001350* SUBSCRIBER NAMES FROM THE EDITION MASTER, FOR THE STATEMENT
001360* AND REPORT HEADINGS.  A SUBSCRIBER NOT ON THE MASTER PRINTS
001370* WITH ITS ID ALONE.
001380*---------------------------------------------------------------
001390 01  WS-NAME-TABLE.
001400     05  WS-NAME-ENTRY OCCURS 100 TIMES.
001410         10  WS-NAME-SUB-ID     PIC X(04).
001420         10  WS-NAME-TEXT       PIC X(20).
001430 77  WS-NAME-COUNT                PIC 9(03) VALUE 0.
001440 77  WS-NAME-INDEX                PIC 9(03).
001450 77  WS-NAME-PICKED               PIC X(20).

001460*---------------------------------------------------------------
001470* THE OPEN ITEMS, TABLED FOR THE RUN IN FILE ORDER - WHICH IS
001480* THE ORDER SUDOKUBIL RAISED THEM, SO A WALK FROM THE TOP IS
001490* OLDEST FIRST.  ITEM TYPE I = INVOICE, C = CREDIT NOTE,
001500* U = CASH RECEIVED.  A BALANCE BELOW ZERO IS MONEY HELD ON
001510* ACCOUNT - A CREDIT NOTE OR PAYMENT NOT YET SET AGAINST AN
001520* INVOICE.  AN ITEM IS CLOSED THE DAY ITS BALANCE REACHES
001530* ZERO.
001540*---------------------------------------------------------------
001550 01  WS-ITEM-TABLE.
001560     05  WS-ITEM-ENTRY OCCURS 2000 TIMES.
001570         10  WS-ITEM-TYPE       PIC X(01).
001580         10  WS-ITEM-NUMBER     PIC X(10).
001590         10  WS-ITEM-SUB-ID     PIC X(04).
001600         10  WS-ITEM-MONTH      PIC X(06).
001610         10  WS-ITEM-DATE       PIC X(08).
001620         10  WS-ITEM-DUE-DATE   PIC X(08).
001630         10  WS-ITEM-ORIGINAL   PIC S9(07)V99.
001640         10  WS-ITEM-BALANCE    PIC S9(07)V99.
001650         10  WS-ITEM-CLOSED     PIC X(08).
001660 77  WS-ITEM-COUNT                PIC 9(04) VALUE 0.
001670 77  WS-ITEM-INDEX                PIC 9(04).
001680 77  WS-ITEM-SLOT                 PIC 9(04).
001690 77  WS-ITEM-FOUND                PIC 9(04).

001700*---------------------------------------------------------------
001710* CASH APPLICATION WORK AREAS.
001720*---------------------------------------------------------------
001730 77  WS-SOURCE-SLOT               PIC 9(04).
001740 77  WS-TARGET-SLOT               PIC 9(04).
001750 77  WS-APPLY-AMOUNT              PIC S9(07)V99.
001760 77  WS-PAYMENT-VALID-SWITCH      PIC X(01) VALUE "Y".
001770     88  PAYMENT-IS-VALID         VALUE "Y".
001780     88  PAYMENT-IS-INVALID       VALUE "N".
001790 77  WS-REJECT-REASON             PIC X(30).

001800*---------------------------------------------------------------
001810* PER-SUBSCRIBER AGEING, BUILT FROM THE OPEN ITEMS AFTER CASH
001820* HAS BEEN APPLIED, IN FIRST-SEEN ORDER.
001830*---------------------------------------------------------------
001840 01  WS-AGE-TABLE.
001850     05  WS-AGE-ENTRY OCCURS 100 TIMES.
001860         10  WS-AGE-SUB-ID      PIC X(04).
001870         10  WS-AGE-CURRENT     PIC S9(07)V99.
001880         10  WS-AGE-30          PIC S9(07)V99.
001890         10  WS-AGE-60          PIC S9(07)V99.
001900         10  WS-AGE-90          PIC S9(07)V99.
001910         10  WS-AGE-UNAPPLIED   PIC S9(07)V99.
001920         10  WS-AGE-BALANCE     PIC S9(07)V99.
001930         10  WS-AGE-OLDEST-DATE PIC X(08).
001940         10  WS-AGE-OLDEST-ITEM PIC X(10).
001950 77  WS-AGE-COUNT                 PIC 9(03) VALUE 0.
001960 77  WS-AGE-INDEX                 PIC 9(03).
001970 77  WS-AGE-SLOT                  PIC 9(03).
001980 77  WS-AGE-DAYS                  PIC S9(07).

001990*---------------------------------------------------------------
002000* DAY-NUMBER WORK AREAS - A YYYYMMDD DATE TURNED INTO A COUNT
002010* OF DAYS SO TWO DATES CAN BE SUBTRACTED.  THE CUMULATIVE
002020* TABLE IS DAYS BEFORE THE FIRST OF EACH MONTH IN A COMMON
002030* YEAR; A LEAP YEAR ADDS ONE FROM MARCH (CENTURY RULE
002040* HONOURED).
002050*---------------------------------------------------------------
002060 01  WS-DN-DATE.
002070     05  WS-DN-YYYY               PIC 9(04).
002080     05  WS-DN-MM                 PIC 9(02).
002090     05  WS-DN-DD                 PIC 9(02).
002100 01  WS-DN-DATE-X REDEFINES WS-DN-DATE
002110                                  PIC X(08).
002120 01  WS-CUM-DAYS-TABLE.
002130     05  FILLER                   PIC X(36) VALUE
002140         "000031059090120151181212243273304334".
002150 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
002160     05  WS-CUM-DAYS OCCURS 12 TIMES
002170                                  PIC 9(03).
002180 77  WS-DN-DAY-NUMBER             PIC 9(07).
002190 77  WS-DN-PRIOR-YEARS            PIC 9(04).
002200 77  WS-DN-QUOT                   PIC 9(07).
002210 77  WS-LEAP-WORK                 PIC 9(04).
002220 77  WS-LEAP-QUOT                 PIC 9(04).

002230*---------------------------------------------------------------
002240* RUN TOTALS.
002250*---------------------------------------------------------------
002260 77  WS-ITEMS-LOADED-COUNT        PIC 9(05) VALUE 0.
002270 77  WS-REBILLED-COUNT            PIC 9(05) VALUE 0.
002280 77  WS-PAYMENTS-READ-COUNT       PIC 9(05) VALUE 0.
002290 77  WS-PAYMENTS-REJECTED-COUNT   PIC 9(05) VALUE 0.
002300 77  WS-APPLICATION-COUNT         PIC 9(05) VALUE 0.
002310 77  WS-STATEMENT-COUNT           PIC 9(05) VALUE 0.
002320 77  WS-STOP-COUNT                PIC 9(05) VALUE 0.
002330 77  WS-ITEMS-WRITTEN-COUNT       PIC 9(05) VALUE 0.
002340 77  WS-ITEMS-DROPPED-COUNT       PIC 9(05) VALUE 0.
002350 77  WS-CASH-RECEIVED             PIC 9(09)V99 VALUE 0.
002360 01  WS-TOTAL-CURRENT             PIC S9(09)V99 VALUE 0.
002370 01  WS-TOTAL-30                  PIC S9(09)V99 VALUE 0.
002380 01  WS-TOTAL-60                  PIC S9(09)V99 VALUE 0.
002390 01  WS-TOTAL-90                  PIC S9(09)V99 VALUE 0.
002400 01  WS-TOTAL-UNAPPLIED           PIC S9(09)V99 VALUE 0.
002410 01  WS-TOTAL-BALANCE             PIC S9(09)V99 VALUE 0.
002420 77  WS-MAX-SEVERITY              PIC 9(01) VALUE 0.

002430*---------------------------------------------------------------
002440* PRINT EDITING.
002450*---------------------------------------------------------------
002460 01  WS-MONEY-DISPLAY             PIC ZZZZZZ9.99-.
002470 01  WS-GRAND-DISPLAY             PIC ZZZZZZZZ9.99-.
002480 01  WS-CTL-DISPLAY-COUNT         PIC ZZZZ9.
002490 01  WS-ITEM-TYPE-TEXT            PIC X(08).
002500 01  WS-REPORT-LINE               PIC X(132).

002501*---------------------------------------------------------------
002502* RUN-CONTROL LOG.  EVERY STEP OF THE STREAM APPENDS A START
002503* AND AN END RECORD TO RUNCTL.  THE BUSINESS DAY RUNS TO THE
002504* 06:00 CUTOFF - A STEP STARTED AFTER MIDNIGHT BUT BEFORE THE
002505* CUTOFF STILL BELONGS TO THE PREVIOUS DAY'S STREAM.
002506*---------------------------------------------------------------
002507 77  WS-RUNCTL-STATUS             PIC X(02).
002508     88  RUNCTL-FILE-OK           VALUE "00".
002509     88  RUNCTL-FILE-EOF          VALUE "10".
002510 77  WS-RUNCTL-PROGRAM-ID         PIC X(12) VALUE "SUDOKURCV".
002511 77  WS-RUNCTL-CUTOFF-TIME        PIC X(06) VALUE "060000".
002512 01  WS-RUNCTL-CLOCK.
002513     05  WS-RUNCTL-CLOCK-TIME     PIC X(06).
002514     05  FILLER                   PIC X(02).
002515 77  WS-RUNCTL-SYSTEM-DATE        PIC X(08).
002516 77  WS-RUNCTL-BUSINESS-DATE      PIC X(08).
002517 77  WS-RUNCTL-START-TIME         PIC X(06).
002518 01  WS-RUNCTL-WALK-DATE.
002519     05  WS-RUNCTL-WALK-YYYY      PIC 9(04).
002520     05  WS-RUNCTL-WALK-MM        PIC 9(02).
002521     05  WS-RUNCTL-WALK-DD        PIC 9(02).
002522 01  WS-RUNCTL-MONTH-TABLE.
002523     05  FILLER                   PIC X(24)
002524             VALUE "312831303130313130313031".
002525 01  WS-RUNCTL-MONTH-TABLE-R REDEFINES WS-RUNCTL-MONTH-TABLE.
002526     05  WS-RUNCTL-MONTH-DAYS     PIC 9(02) OCCURS 12 TIMES.
002527 77  WS-RUNCTL-LEAP-QUOT          PIC 9(04).
002528 77  WS-RUNCTL-LEAP-WORK          PIC 9(04).
002529*---------------------------------------------------------------
002530* PREREQUISITE CHECK.  THE LOG IS READ FRONT TO BACK AND THE
002531* LATEST RECORD OF EACH KIND WINS.  A STAMP IS RUN DATE PLUS
002532* TIME (THE END TIME ON AN END RECORD, THE START TIME OTHERWISE)
002533* SO THAT STEPS COMPARE IN CLOCK ORDER ACROSS MIDNIGHT.  9999
002534* IN A RETURN-CODE FIELD MEANS THE STEP HAS NOT RUN.
002535*---------------------------------------------------------------
002536 77  WS-RUNOVR-STATUS             PIC X(02).
002537     88  RUNOVR-FILE-OK           VALUE "00".
002538     88  RUNOVR-FILE-EOF          VALUE "10".
002539 77  WS-RUNCTL-PREDECESSOR        PIC X(12) VALUE "SUDOKUBIL".
002540 01  WS-RUNCTL-STAMP.
002541     05  WS-RUNCTL-STAMP-DATE     PIC X(08).
002542     05  WS-RUNCTL-STAMP-TIME     PIC X(06).
002543 77  WS-RUNCTL-PRED-STATE         PIC X(01) VALUE SPACE.
002544     88  PREDECESSOR-STILL-OPEN   VALUE "S".
002545     88  PREDECESSOR-ENDED        VALUE "E".
002546 77  WS-RUNCTL-PRED-RC            PIC 9(04) VALUE 0.
002547 77  WS-RUNCTL-OVERRIDE-BY        PIC X(03) VALUE SPACES.
002548 77  WS-RUNCTL-REFUSED-SWITCH     PIC X(01) VALUE "N".
002549     88  RUN-REFUSED              VALUE "Y".
002550 77  WS-RUNCTL-MESSAGE            PIC X(40).
002551 01  WS-RUNCTL-RC-DISPLAY         PIC 9(04).
002552 77  WS-RUNCTL-CARD               PIC X(80).
002553 77  WS-RUNCTL-KEYWORD            PIC X(12).
002554 77  WS-RUNCTL-CARD-PROGRAM       PIC X(12).
002555 77  WS-RUNCTL-CARD-INITIALS      PIC X(12).

002556 PROCEDURE DIVISION.
002557*---------------------------------------------------------------
002558* 0000-MAINLINE
002559*---------------------------------------------------------------
002560 0000-MAINLINE.
002561     PERFORM 0100-CHECK-RUN-CONTROL     THRU 0100-EXIT
002562     IF RUN-REFUSED
002563         MOVE 12 TO RETURN-CODE
002564         STOP RUN
002565     END-IF
002566     PERFORM 1000-INITIALIZE-RUN        THRU 1000-EXIT
002570     IF NOT PAYMENT-FILE-EOF
002580         PERFORM 1500-READ-NEXT-PAYMENT THRU 1500-EXIT
002590     END-IF
002600     PERFORM 2000-APPLY-ONE-PAYMENT     THRU 2000-EXIT
002610         UNTIL PAYMENT-FILE-EOF
002620     PERFORM 3000-ALLOCATE-CREDITS      THRU 3000-EXIT
002630     PERFORM 4000-AGE-OPEN-ITEMS        THRU 4000-EXIT
002640     PERFORM 5000-PRINT-STATEMENTS      THRU 5000-EXIT
002650     PERFORM 6000-PRINT-AGED-DEBTORS    THRU 6000-EXIT
002660     PERFORM 7000-PRINT-STOP-SUPPLY     THRU 7000-EXIT
002670     PERFORM 9000-TERMINATE-RUN         THRU 9000-EXIT
002680     MOVE WS-MAX-SEVERITY TO RETURN-CODE
002681     PERFORM 0900-LOG-RUN-END           THRU 0900-EXIT
002690     STOP RUN.

002691*---------------------------------------------------------------
002692* 0100-CHECK-RUN-CONTROL
002693* DATES THE RUN, CHECKS THIS STEP'S PREREQUISITES AGAINST THE
002694* RUN-CONTROL LOG AND APPENDS THE START RECORD.  A PREREQUISITE
002695* NOT MET REFUSES THE RUN UNLESS RUNOVRD CARRIES AN OVERRIDE
002696* CARD FOR THIS PROGRAM WITH THE OPERATOR'S INITIALS - THE
002697* BYPASS IS THEN LOGGED AGAINST THOSE INITIALS INSTEAD.
002698*---------------------------------------------------------------
002699 0100-CHECK-RUN-CONTROL.
002700     PERFORM 0110-SET-BUSINESS-DATE  THRU 0110-EXIT
002701     PERFORM 0120-READ-OVERRIDE-CARDS THRU 0120-EXIT
002702     PERFORM 0130-SCAN-RUN-CONTROL   THRU 0130-EXIT
002703     OPEN EXTEND RUN-CONTROL-FILE
002704     PERFORM 0150-CHECK-PREREQUISITES THRU 0150-EXIT
002705     IF RUN-REFUSED
002706         DISPLAY "SUDOKURCV: RUN REFUSED - RETURN-CODE 12"
002707         DISPLAY "SUDOKURCV: TO BYPASS, PUT CARD "
002708                 "OVERRIDE=SUDOKURCV,<INITIALS> ON RUNOVRD"
002709         CLOSE RUN-CONTROL-FILE
002710         GO TO 0100-EXIT
002711     END-IF
002712     INITIALIZE RUN-CONTROL-RECORD
002713     MOVE "START" TO RL-EVENT
002714     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
002715     CLOSE RUN-CONTROL-FILE.
002716 0100-EXIT.
002717     EXIT.

002718*---------------------------------------------------------------
002719* 0110-SET-BUSINESS-DATE
002720* THE BUSINESS DATE IS TODAY, OR YESTERDAY WHEN THE STEP STARTS
002721* BEFORE THE CUTOFF.
002722*---------------------------------------------------------------
002723 0110-SET-BUSINESS-DATE.
002724     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
002725     ACCEPT WS-RUNCTL-CLOCK FROM TIME
002726     MOVE WS-RUNCTL-CLOCK-TIME TO WS-RUNCTL-START-TIME
002727     MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-BUSINESS-DATE
002728     IF WS-RUNCTL-START-TIME < WS-RUNCTL-CUTOFF-TIME
002729         MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-WALK-DATE
002730         PERFORM 0115-BACK-ONE-DAY   THRU 0115-EXIT
002731         MOVE WS-RUNCTL-WALK-DATE TO WS-RUNCTL-BUSINESS-DATE
002732     END-IF.
002733 0110-EXIT.
002734     EXIT.

002735 0115-BACK-ONE-DAY.
002736     IF WS-RUNCTL-WALK-DD > 1
002737         SUBTRACT 1 FROM WS-RUNCTL-WALK-DD
002738         GO TO 0115-EXIT
002739     END-IF
002740     IF WS-RUNCTL-WALK-MM = 1
002741         MOVE 12 TO WS-RUNCTL-WALK-MM
002742         SUBTRACT 1 FROM WS-RUNCTL-WALK-YYYY
002743     ELSE
002744         SUBTRACT 1 FROM WS-RUNCTL-WALK-MM
002745     END-IF
002746     MOVE WS-RUNCTL-MONTH-DAYS(WS-RUNCTL-WALK-MM)
002747         TO WS-RUNCTL-WALK-DD
002748     IF WS-RUNCTL-WALK-MM = 2
002749         DIVIDE WS-RUNCTL-WALK-YYYY BY 4
002750             GIVING WS-RUNCTL-LEAP-QUOT
002751             REMAINDER WS-RUNCTL-LEAP-WORK
002752         IF WS-RUNCTL-LEAP-WORK = 0
002753             MOVE 29 TO WS-RUNCTL-WALK-DD
002754             DIVIDE WS-RUNCTL-WALK-YYYY BY 100
002755                 GIVING WS-RUNCTL-LEAP-QUOT
002756                 REMAINDER WS-RUNCTL-LEAP-WORK
002757             IF WS-RUNCTL-LEAP-WORK = 0
002758                 DIVIDE WS-RUNCTL-WALK-YYYY BY 400
002759                     GIVING WS-RUNCTL-LEAP-QUOT
002760                     REMAINDER WS-RUNCTL-LEAP-WORK
002761                 IF WS-RUNCTL-LEAP-WORK NOT = 0
002762                     MOVE 28 TO WS-RUNCTL-WALK-DD
002763                 END-IF
002764             END-IF
002765         END-IF
002766     END-IF.
002767 0115-EXIT.
002768     EXIT.

002769*---------------------------------------------------------------
002770* 0120-READ-OVERRIDE-CARDS
002771* RUNOVRD MAY CARRY CARDS FOR SEVERAL STEPS.  ONLY A CARD OF THE
002772* FORM OVERRIDE=PROGRAM,INITIALS NAMING THIS PROGRAM COUNTS, AND
002773* ONLY WHEN THE INITIALS ARE PRESENT.
002774*---------------------------------------------------------------
002775 0120-READ-OVERRIDE-CARDS.
002776     OPEN INPUT RUN-OVERRIDE-FILE
002777     IF RUNOVR-FILE-OK
002778         PERFORM 0125-READ-ONE-OVERRIDE THRU 0125-EXIT
002779             UNTIL RUNOVR-FILE-EOF
002780     END-IF
002781     CLOSE RUN-OVERRIDE-FILE.
002782 0120-EXIT.
002783     EXIT.

002784 0125-READ-ONE-OVERRIDE.
002785     READ RUN-OVERRIDE-FILE INTO WS-RUNCTL-CARD
002786         AT END
002787             GO TO 0125-EXIT
002788     END-READ
002789     IF WS-RUNCTL-CARD = SPACES
002790         GO TO 0125-EXIT
002791     END-IF
002792     MOVE SPACES TO WS-RUNCTL-KEYWORD
002793                    WS-RUNCTL-CARD-PROGRAM
002794                    WS-RUNCTL-CARD-INITIALS
002795     UNSTRING WS-RUNCTL-CARD DELIMITED BY "=" OR ","
002796         INTO WS-RUNCTL-KEYWORD
002797              WS-RUNCTL-CARD-PROGRAM
002798              WS-RUNCTL-CARD-INITIALS
002799     END-UNSTRING
002800     IF WS-RUNCTL-KEYWORD NOT = "OVERRIDE"
002801         DISPLAY "SUDOKURCV: UNRECOGNIZED OVERRIDE CARD "
002802                 "IGNORED: " WS-RUNCTL-CARD(1:40)
002803         GO TO 0125-EXIT
002804     END-IF
002805     IF WS-RUNCTL-CARD-PROGRAM NOT = WS-RUNCTL-PROGRAM-ID
002806         GO TO 0125-EXIT
002807     END-IF
002808     IF WS-RUNCTL-CARD-INITIALS = SPACES
002809         DISPLAY "SUDOKURCV: OVERRIDE CARD IGNORED - "
002810                 "NO OPERATOR INITIALS"
002811         GO TO 0125-EXIT
002812     END-IF
002813     MOVE WS-RUNCTL-CARD-INITIALS TO WS-RUNCTL-OVERRIDE-BY.
002814 0125-EXIT.
002815     EXIT.

002816*---------------------------------------------------------------
002817* 0130-SCAN-RUN-CONTROL
002818* READS THE WHOLE LOG AND KEEPS THE LATEST FACT OF EACH KIND
002819* THIS STEP'S CHECKS NEED.
002820*---------------------------------------------------------------
002821 0130-SCAN-RUN-CONTROL.
002822     OPEN INPUT RUN-CONTROL-FILE
002823     IF RUNCTL-FILE-OK
002824         PERFORM 0135-NOTE-ONE-RUN-CONTROL THRU 0135-EXIT
002825             UNTIL RUNCTL-FILE-EOF
002826     END-IF
002827     CLOSE RUN-CONTROL-FILE.
002828 0130-EXIT.
002829     EXIT.

002830 0135-NOTE-ONE-RUN-CONTROL.
002831     READ RUN-CONTROL-FILE
002832         AT END
002833             GO TO 0135-EXIT
002834     END-READ
002835     MOVE RL-RUN-DATE TO WS-RUNCTL-STAMP-DATE
002836     IF RL-EVENT = "END"
002837         MOVE RL-END-TIME TO WS-RUNCTL-STAMP-TIME
002838     ELSE
002839         MOVE RL-START-TIME TO WS-RUNCTL-STAMP-TIME
002840     END-IF
002841     IF RL-PROGRAM-ID = WS-RUNCTL-PREDECESSOR
002842         IF RL-EVENT = "START"
002843             MOVE "S" TO WS-RUNCTL-PRED-STATE
002844         END-IF
002845         IF RL-EVENT = "END"
002846             MOVE "E" TO WS-RUNCTL-PRED-STATE
002847             MOVE RL-RETURN-CODE TO WS-RUNCTL-PRED-RC
002848         END-IF
002849     END-IF.
002850 0135-EXIT.
002851     EXIT.

002852*---------------------------------------------------------------
002853* 0150-CHECK-PREREQUISITES
002854*---------------------------------------------------------------
002855 0150-CHECK-PREREQUISITES.
002856     PERFORM 0175-CHECK-PREDECESSOR   THRU 0175-EXIT.
002857 0150-EXIT.
002858     EXIT.

002859*---------------------------------------------------------------
002860* 0175-CHECK-PREDECESSOR
002861* THE LATEST RUN OF THE STEP THIS ONE FEEDS ON MUST HAVE
002862* FINISHED, AND BELOW 8.  A STEP THAT HAS NEVER RUN IS NO BAR.
002863*---------------------------------------------------------------
002864 0175-CHECK-PREDECESSOR.
002865     MOVE SPACES TO WS-RUNCTL-MESSAGE
002866     IF PREDECESSOR-STILL-OPEN
002867         STRING "LAST " DELIMITED BY SIZE
002868                WS-RUNCTL-PREDECESSOR DELIMITED BY SPACE
002869                " RUN DID NOT COMPLETE" DELIMITED BY SIZE
002870                INTO WS-RUNCTL-MESSAGE
002871     END-IF
002872     IF PREDECESSOR-ENDED AND WS-RUNCTL-PRED-RC NOT < 8
002873         MOVE WS-RUNCTL-PRED-RC TO WS-RUNCTL-RC-DISPLAY
002874         STRING "LAST " DELIMITED BY SIZE
002875                WS-RUNCTL-PREDECESSOR DELIMITED BY SPACE
002876                " RUN ENDED RC " DELIMITED BY SIZE
002877                WS-RUNCTL-RC-DISPLAY DELIMITED BY SIZE
002878                INTO WS-RUNCTL-MESSAGE
002879     END-IF
002880     IF WS-RUNCTL-MESSAGE NOT = SPACES
002881         PERFORM 0190-FAIL-ONE-CHECK THRU 0190-EXIT
002882     END-IF.
002883 0175-EXIT.
002884     EXIT.

002885*---------------------------------------------------------------
002886* 0180-WRITE-RUN-CONTROL
002887* STAMPS THE COMMON FIELDS ON THE RECORD BUILT BY THE CALLER AND
002888* APPENDS IT.  THE LOG IS ALREADY OPEN EXTEND.
002889*---------------------------------------------------------------
002890 0180-WRITE-RUN-CONTROL.
002891     MOVE WS-RUNCTL-PROGRAM-ID    TO RL-PROGRAM-ID
002892     MOVE WS-RUNCTL-BUSINESS-DATE TO RL-BUSINESS-DATE
002893     MOVE WS-RUNCTL-SYSTEM-DATE   TO RL-RUN-DATE
002894     MOVE WS-RUNCTL-START-TIME    TO RL-START-TIME
002895     WRITE RUN-CONTROL-RECORD.
002896 0180-EXIT.
002897     EXIT.

002898*---------------------------------------------------------------
002899* 0190-FAIL-ONE-CHECK
002900* A PREREQUISITE IS NOT MET.  WITH AN OVERRIDE IN FORCE THE
002901* BYPASS IS LOGGED AGAINST THE OPERATOR AND THE RUN GOES ON;
002902* OTHERWISE THE REFUSAL IS LOGGED AND THE RUN IS STOPPED.
002903*---------------------------------------------------------------
002904 0190-FAIL-ONE-CHECK.
002905     INITIALIZE RUN-CONTROL-RECORD
002906     MOVE WS-RUNCTL-MESSAGE TO RL-MESSAGE
002907     IF WS-RUNCTL-OVERRIDE-BY NOT = SPACES
002908         DISPLAY "SUDOKURCV: " WS-RUNCTL-MESSAGE
002909         DISPLAY "SUDOKURCV: BYPASSED BY OVERRIDE - OPERATOR "
002910                 WS-RUNCTL-OVERRIDE-BY
002911         MOVE "OVERRIDE" TO RL-EVENT
002912         MOVE WS-RUNCTL-OVERRIDE-BY TO RL-OPERATOR-INITIALS
002913     ELSE
002914         DISPLAY "SUDOKURCV: PREREQUISITE NOT MET - "
002915                 WS-RUNCTL-MESSAGE
002916         MOVE "REFUSED" TO RL-EVENT
002917         MOVE 12 TO RL-RETURN-CODE
002918         SET RUN-REFUSED TO TRUE
002919     END-IF
002920     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT.
002921 0190-EXIT.
002922     EXIT.

002923*---------------------------------------------------------------
002924* 0900-LOG-RUN-END
002925* APPENDS THE END RECORD - END TIME, RETURN-CODE AND THE STEP'S
002926* KEY RECORD COUNTS - TO THE RUN-CONTROL LOG.
002927*---------------------------------------------------------------
002928 0900-LOG-RUN-END.
002929     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
002930     ACCEPT WS-RUNCTL-CLOCK FROM TIME
002931     INITIALIZE RUN-CONTROL-RECORD
002932     MOVE "END" TO RL-EVENT
002933     MOVE WS-RUNCTL-CLOCK-TIME TO RL-END-TIME
002934     MOVE RETURN-CODE TO RL-RETURN-CODE
002935     MOVE "PAYMENTS" TO RL-COUNT-LABEL(1)
002936     MOVE WS-PAYMENTS-READ-COUNT TO RL-COUNT-VALUE(1)
002937     MOVE "REJECTED" TO RL-COUNT-LABEL(2)
002938     MOVE WS-PAYMENTS-REJECTED-COUNT TO RL-COUNT-VALUE(2)
002939     MOVE "STOP LIST" TO RL-COUNT-LABEL(3)
002940     MOVE WS-STOP-COUNT TO RL-COUNT-VALUE(3)
002941     OPEN EXTEND RUN-CONTROL-FILE
002942     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
002943     CLOSE RUN-CONTROL-FILE.
002944 0900-EXIT.
002945     EXIT.

002946*---------------------------------------------------------------
002947* 1000-INITIALIZE-RUN
002948* READS THE PARAMETER CARDS, TABLES THE SUBSCRIBER NAMES AND
002949* THE OPEN ITEMS, OPENS THE PAYMENTS FILE AND THE FOUR
002950* REPORTS.  NO PAYMENTS FILE IS A RUN THAT ONLY AGES AND
002951* PRINTS.
002952*---------------------------------------------------------------
002953 1000-INITIALIZE-RUN.
002954     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002955     PERFORM 1020-ACCEPT-RUN-PARAMETERS THRU 1020-EXIT
002956     IF WS-STATEMENT-DATE = SPACES
002957         MOVE WS-CURRENT-DATE TO WS-STATEMENT-DATE
002958     END-IF
002959     MOVE WS-STATEMENT-DATE TO WS-DN-DATE-X
002960     PERFORM 8000-COMPUTE-DAY-NUMBER THRU 8000-EXIT
002961     MOVE WS-DN-DAY-NUMBER TO WS-STATEMENT-DAY-NUMBER
002962     PERFORM 1100-LOAD-NAME-TABLE THRU 1100-EXIT
002963     PERFORM 1200-LOAD-OPEN-ITEMS THRU 1200-EXIT
002964     OPEN INPUT PAYMENT-FILE
002965     IF NOT PAYMENT-FILE-OK
002966         SET PAYMENT-FILE-EOF TO TRUE
002967     END-IF
002968     OPEN OUTPUT CASH-REGISTER-FILE
002969     OPEN OUTPUT STATEMENT-FILE
002970     OPEN OUTPUT AGED-DEBTOR-FILE
002971     OPEN OUTPUT STOP-SUPPLY-FILE
002972     MOVE SPACES TO WS-REPORT-LINE
002973     STRING "SUDOKURCV CASH APPLICATION REGISTER - "
002980            DELIMITED BY SIZE
002990            WS-STATEMENT-DATE DELIMITED BY SIZE
003000            INTO WS-REPORT-LINE
003010     WRITE CASH-REGISTER-LINE FROM WS-REPORT-LINE
003020     MOVE SPACES TO WS-REPORT-LINE
003030     WRITE CASH-REGISTER-LINE FROM WS-REPORT-LINE.
003040 1000-EXIT.
003050     EXIT.

003060*---------------------------------------------------------------
003070* 1020-ACCEPT-RUN-PARAMETERS
003080*---------------------------------------------------------------
003090 1020-ACCEPT-RUN-PARAMETERS.
003100     PERFORM 1025-READ-ONE-PARM-CARD THRU 1025-EXIT
003110         UNTIL NO-MORE-PARM-CARDS
003120            OR WS-PARM-CARD-COUNT > 20.
003130 1020-EXIT.
003140     EXIT.

003150 1025-READ-ONE-PARM-CARD.
003160     MOVE SPACES TO WS-PARM-CARD
003170     ACCEPT WS-PARM-CARD FROM SYSIN
003180     ADD 1 TO WS-PARM-CARD-COUNT
003190     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD(1:4) = "END "
003200         SET NO-MORE-PARM-CARDS TO TRUE
003210     ELSE
003220         MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
003230         UNSTRING WS-PARM-CARD DELIMITED BY "="
003240             INTO WS-PARM-KEYWORD WS-PARM-VALUE
003250         IF WS-PARM-KEYWORD = "STMTDATE"
003260            AND WS-PARM-VALUE(1:8) NUMERIC
003270             MOVE WS-PARM-VALUE(1:8) TO WS-STATEMENT-DATE
003280         ELSE
003290             DISPLAY "SUDOKURCV: UNRECOGNIZED PARAMETER "
003300                 "CARD IGNORED: " WS-PARM-CARD(1:40)
003310         END-IF
003320     END-IF.
003330 1025-EXIT.
003340     EXIT.

003350*---------------------------------------------------------------
003360* 1100-LOAD-NAME-TABLE
003370*---------------------------------------------------------------
003380 1100-LOAD-NAME-TABLE.
003390     OPEN INPUT EDITION-MASTER-FILE
003400     IF EDITION-FILE-OK
003410         PERFORM 1110-LOAD-ONE-NAME THRU 1110-EXIT
003420             UNTIL EDITION-FILE-EOF
003430     END-IF
003440     CLOSE EDITION-MASTER-FILE.
003450 1100-EXIT.
003460     EXIT.

003470 1110-LOAD-ONE-NAME.
003480     READ EDITION-MASTER-FILE
003490         AT END
003500             SET EDITION-FILE-EOF TO TRUE
003510         NOT AT END
003520             IF WS-NAME-COUNT < 100
003530                 ADD 1 TO WS-NAME-COUNT
003540                 MOVE EM-SUBSCRIBER-ID
003550                      TO WS-NAME-SUB-ID(WS-NAME-COUNT)
003560                 MOVE EM-SUBSCRIBER-NAME
003570                      TO WS-NAME-TEXT(WS-NAME-COUNT)
003580             END-IF
003590     END-READ.
003600 1110-EXIT.
003610     EXIT.

003620*---------------------------------------------------------------
003630* 1200-LOAD-OPEN-ITEMS
003640* A SECOND RECORD FOR AN INVOICE OR CREDIT NOTE ALREADY TABLED
003650* IS A SUDOKUBIL RERUN FOR THE SAME MONTH - THE NEW AMOUNT
003660* REPLACES THE OLD AND WHATEVER WAS ALREADY PAID AGAINST THE
003670* OLD AMOUNT STAYS PAID.
003680*---------------------------------------------------------------
003690 1200-LOAD-OPEN-ITEMS.
003700     OPEN INPUT OPEN-ITEM-FILE
003710     IF ITEM-FILE-OK
003720         PERFORM 1210-LOAD-ONE-ITEM THRU 1210-EXIT
003730             UNTIL ITEM-FILE-EOF
003740     END-IF
003750     CLOSE OPEN-ITEM-FILE.
003760 1200-EXIT.
003770     EXIT.

003780 1210-LOAD-ONE-ITEM.
003790     READ OPEN-ITEM-FILE
003800         AT END
003810             SET ITEM-FILE-EOF TO TRUE
003820             GO TO 1210-EXIT
003830     END-READ
003840     ADD 1 TO WS-ITEMS-LOADED-COUNT
003850     MOVE 0 TO WS-ITEM-FOUND
003860     IF OI-ITEM-TYPE NOT = "U"
003870         PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
003880             UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
003890             IF WS-ITEM-NUMBER(WS-ITEM-INDEX) = OI-ITEM-NUMBER
003900                AND WS-ITEM-TYPE(WS-ITEM-INDEX) = OI-ITEM-TYPE
003910                 MOVE WS-ITEM-INDEX TO WS-ITEM-FOUND
003920                 MOVE WS-ITEM-COUNT TO WS-ITEM-INDEX
003930             END-IF
003940         END-PERFORM
003950     END-IF
003960     IF WS-ITEM-FOUND > 0
003970         ADD 1 TO WS-REBILLED-COUNT
003980         COMPUTE WS-ITEM-BALANCE(WS-ITEM-FOUND) =
003990                 OI-ORIGINAL-AMOUNT -
004000                 (WS-ITEM-ORIGINAL(WS-ITEM-FOUND) -
004010                  WS-ITEM-BALANCE(WS-ITEM-FOUND))
004020         MOVE OI-ORIGINAL-AMOUNT
004030              TO WS-ITEM-ORIGINAL(WS-ITEM-FOUND)
004040         MOVE OI-ITEM-DATE   TO WS-ITEM-DATE(WS-ITEM-FOUND)
004050         MOVE OI-DUE-DATE    TO WS-ITEM-DUE-DATE(WS-ITEM-FOUND)
004060         MOVE SPACES         TO WS-ITEM-CLOSED(WS-ITEM-FOUND)
004070         IF WS-ITEM-BALANCE(WS-ITEM-FOUND) = 0
004080             MOVE WS-STATEMENT-DATE
004090                  TO WS-ITEM-CLOSED(WS-ITEM-FOUND)
004100         END-IF
004110         GO TO 1210-EXIT
004120     END-IF
004130     IF WS-ITEM-COUNT NOT < 2000
004140         DISPLAY "SUDOKURCV: MORE THAN 2000 OPEN ITEMS - ITEM "
004150             OI-ITEM-NUMBER " NOT LOADED"
004160         MOVE 8 TO WS-MAX-SEVERITY
004170         GO TO 1210-EXIT
004180     END-IF
004190     ADD 1 TO WS-ITEM-COUNT
004200     MOVE OI-ITEM-TYPE       TO WS-ITEM-TYPE(WS-ITEM-COUNT)
004210     MOVE OI-ITEM-NUMBER     TO WS-ITEM-NUMBER(WS-ITEM-COUNT)
004220     MOVE OI-SUBSCRIBER-ID   TO WS-ITEM-SUB-ID(WS-ITEM-COUNT)
004230     MOVE OI-BILL-MONTH      TO WS-ITEM-MONTH(WS-ITEM-COUNT)
004240     MOVE OI-ITEM-DATE       TO WS-ITEM-DATE(WS-ITEM-COUNT)
004250     MOVE OI-DUE-DATE        TO WS-ITEM-DUE-DATE(WS-ITEM-COUNT)
004260     MOVE OI-ORIGINAL-AMOUNT TO WS-ITEM-ORIGINAL(WS-ITEM-COUNT)
004270     MOVE OI-BALANCE         TO WS-ITEM-BALANCE(WS-ITEM-COUNT)
004280     MOVE OI-CLOSED-DATE     TO WS-ITEM-CLOSED(WS-ITEM-COUNT)
004290     IF WS-ITEM-BALANCE(WS-ITEM-COUNT) = 0
004300        AND WS-ITEM-CLOSED(WS-ITEM-COUNT) = SPACES
004310         MOVE WS-STATEMENT-DATE TO WS-ITEM-CLOSED(WS-ITEM-COUNT)
004320     END-IF.
004330 1210-EXIT.
004340     EXIT.

004350*---------------------------------------------------------------
004360* 1500-READ-NEXT-PAYMENT
004370*---------------------------------------------------------------
004380 1500-READ-NEXT-PAYMENT.
004390     READ PAYMENT-FILE
004400         AT END
004410             SET PAYMENT-FILE-EOF TO TRUE
004420         NOT AT END
004430             ADD 1 TO WS-PAYMENTS-READ-COUNT
004440     END-READ.
004450 1500-EXIT.
004460     EXIT.

004470*---------------------------------------------------------------
004480* 2000-APPLY-ONE-PAYMENT
004490* BOOKS THE REMITTANCE AS A CASH ITEM ON THE SUBSCRIBER'S
004500* ACCOUNT AND, WHEN IT NAMES AN INVOICE, SETS IT AGAINST THAT
004510* INVOICE FIRST.  WHATEVER IS LEFT IS PLACED OLDEST-FIRST BY
004520* 3000-ALLOCATE-CREDITS WITH EVERY OTHER CREDIT.
004530*---------------------------------------------------------------
004540 2000-APPLY-ONE-PAYMENT.
004550     PERFORM 2100-VALIDATE-PAYMENT THRU 2100-EXIT
004560     IF PAYMENT-IS-INVALID
004570         ADD 1 TO WS-PAYMENTS-REJECTED-COUNT
004580         MOVE SPACES TO WS-REPORT-LINE
004590         STRING "REJECTED: " DELIMITED BY SIZE
004600                WS-REJECT-REASON DELIMITED BY SIZE
004610                " SUBSCRIBER=" DELIMITED BY SIZE
004620                PY-SUBSCRIBER-ID DELIMITED BY SIZE
004630                " REFERENCE=" DELIMITED BY SIZE
004640                PY-REFERENCE DELIMITED BY SIZE
004650                INTO WS-REPORT-LINE
004660         WRITE CASH-REGISTER-LINE FROM WS-REPORT-LINE
004670         PERFORM 1500-READ-NEXT-PAYMENT THRU 1500-EXIT
004680         GO TO 2000-EXIT
004690     END-IF
004700     ADD 1 TO WS-ITEM-COUNT
004710     MOVE WS-ITEM-COUNT     TO WS-SOURCE-SLOT
004720     MOVE "U"               TO WS-ITEM-TYPE(WS-SOURCE-SLOT)
004730     MOVE PY-REFERENCE      TO WS-ITEM-NUMBER(WS-SOURCE-SLOT)
004740     MOVE PY-SUBSCRIBER-ID  TO WS-ITEM-SUB-ID(WS-SOURCE-SLOT)
004750     MOVE PY-PAYMENT-DATE(1:6)
004760                            TO WS-ITEM-MONTH(WS-SOURCE-SLOT)
004770     MOVE PY-PAYMENT-DATE   TO WS-ITEM-DATE(WS-SOURCE-SLOT)
004780     MOVE SPACES            TO WS-ITEM-DUE-DATE(WS-SOURCE-SLOT)
004790     COMPUTE WS-ITEM-ORIGINAL(WS-SOURCE-SLOT) = 0 - PY-AMOUNT
004800     MOVE WS-ITEM-ORIGINAL(WS-SOURCE-SLOT)
004810                            TO WS-ITEM-BALANCE(WS-SOURCE-SLOT)
004820     MOVE SPACES            TO WS-ITEM-CLOSED(WS-SOURCE-SLOT)
004830     ADD PY-AMOUNT TO WS-CASH-RECEIVED
004840     MOVE SPACES TO WS-REPORT-LINE
004850     MOVE "RECEIVED"        TO WS-REPORT-LINE(1:8)
004860     MOVE PY-SUBSCRIBER-ID  TO WS-REPORT-LINE(11:4)
004870     MOVE PY-REFERENCE      TO WS-REPORT-LINE(17:10)
004880     MOVE PY-PAYMENT-DATE   TO WS-REPORT-LINE(29:8)
004890     MOVE PY-AMOUNT         TO WS-MONEY-DISPLAY
004900     MOVE WS-MONEY-DISPLAY  TO WS-REPORT-LINE(39:11)
004910     WRITE CASH-REGISTER-LINE FROM WS-REPORT-LINE
004920     IF PY-INVOICE-NUMBER NOT = SPACES
004930         PERFORM 2200-APPLY-TO-NAMED-INVOICE THRU 2200-EXIT
004940     END-IF
004950     PERFORM 1500-READ-NEXT-PAYMENT THRU 1500-EXIT.
004960 2000-EXIT.
004970     EXIT.

004980*---------------------------------------------------------------
004990* 2100-VALIDATE-PAYMENT
005000* A REMITTANCE NEEDS A SUBSCRIBER, A DATE, A REFERENCE AND A
005010* POSITIVE AMOUNT.  A REFERENCE ALREADY BOOKED FOR THE SAME
005020* SUBSCRIBER IS THE SAME CHEQUE PRESENTED TWICE.
005030*---------------------------------------------------------------
005040 2100-VALIDATE-PAYMENT.
005050     SET PAYMENT-IS-VALID TO TRUE
005060     MOVE SPACES TO WS-REJECT-REASON
005070     EVALUATE TRUE
005080         WHEN PY-SUBSCRIBER-ID = SPACES
005090             MOVE "MISSING SUBSCRIBER" TO WS-REJECT-REASON
005100         WHEN PY-PAYMENT-DATE NOT NUMERIC
005110             MOVE "INVALID PAYMENT DATE" TO WS-REJECT-REASON
005120         WHEN PY-REFERENCE = SPACES
005130             MOVE "MISSING REFERENCE" TO WS-REJECT-REASON
005140         WHEN PY-AMOUNT NOT NUMERIC
005150             MOVE "INVALID AMOUNT" TO WS-REJECT-REASON
005160         WHEN PY-AMOUNT = 0
005170             MOVE "ZERO AMOUNT" TO WS-REJECT-REASON
005180         WHEN WS-ITEM-COUNT NOT < 2000
005190             MOVE "OPEN-ITEM TABLE FULL" TO WS-REJECT-REASON
005200             MOVE 8 TO WS-MAX-SEVERITY
005210     END-EVALUATE
005220     IF WS-REJECT-REASON = SPACES
005230         PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
005240             UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
005250             IF WS-ITEM-TYPE(WS-ITEM-INDEX) = "U"
005260                AND WS-ITEM-NUMBER(WS-ITEM-INDEX) = PY-REFERENCE
005270                AND WS-ITEM-SUB-ID(WS-ITEM-INDEX) =
005280                    PY-SUBSCRIBER-ID
005290                 MOVE "REFERENCE ALREADY BOOKED"
005300                      TO WS-REJECT-REASON
005310                 MOVE WS-ITEM-COUNT TO WS-ITEM-INDEX
005320             END-IF
005330         END-PERFORM
005340     END-IF
005350     IF WS-REJECT-REASON NOT = SPACES
005360         SET PAYMENT-IS-INVALID TO TRUE
005370     END-IF.
005380 2100-EXIT.
005390     EXIT.

005400*---------------------------------------------------------------
005410* 2200-APPLY-TO-NAMED-INVOICE
005420* AN INVOICE NUMBER THAT IS NOT ON FILE FOR THE SUBSCRIBER, OR
005430* IS ALREADY SETTLED, IS NOTED AND THE CASH GOES OLDEST-FIRST.
005440*---------------------------------------------------------------
005450 2200-APPLY-TO-NAMED-INVOICE.
005460     MOVE 0 TO WS-TARGET-SLOT
005470     PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
005480         UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
005490         IF WS-ITEM-TYPE(WS-ITEM-INDEX) = "I"
005500            AND WS-ITEM-NUMBER(WS-ITEM-INDEX) = PY-INVOICE-NUMBER
005510            AND WS-ITEM-SUB-ID(WS-ITEM-INDEX) = PY-SUBSCRIBER-ID
005520            AND WS-ITEM-BALANCE(WS-ITEM-INDEX) > 0
005530             MOVE WS-ITEM-INDEX TO WS-TARGET-SLOT
005540             MOVE WS-ITEM-COUNT TO WS-ITEM-INDEX
005550         END-IF
005560     END-PERFORM
005570     IF WS-TARGET-SLOT = 0
005580         MOVE SPACES TO WS-REPORT-LINE
005590         STRING "          INVOICE " DELIMITED BY SIZE
005600                PY-INVOICE-NUMBER DELIMITED BY SIZE
005610                " NOT OPEN FOR THIS SUBSCRIBER - APPLIED "
005620                DELIMITED BY SIZE
005630                "OLDEST FIRST" DELIMITED BY SIZE
005640                INTO WS-REPORT-LINE
005650         WRITE CASH-REGISTER-LINE FROM WS-REPORT-LINE
005660         GO TO 2200-EXIT
005670     END-IF
005680     PERFORM 3200-APPLY-ONE-AMOUNT THRU 3200-EXIT.
005690 2200-EXIT.
005700     EXIT.

005710*---------------------------------------------------------------
005720* 3000-ALLOCATE-CREDITS
005730* EVERY ITEM WITH MONEY ON ACCOUNT - CASH JUST RECEIVED, CASH
005740* LEFT UNAPPLIED BY AN EARLIER RUN, A CREDIT NOTE - IS SET
005750* AGAINST THE SAME SUBSCRIBER'S OPEN INVOICES, OLDEST FIRST.
005760*---------------------------------------------------------------
005770 3000-ALLOCATE-CREDITS.
005780     PERFORM 3100-ALLOCATE-ONE-CREDIT THRU 3100-EXIT
005790         VARYING WS-SOURCE-SLOT FROM 1 BY 1
005800         UNTIL WS-SOURCE-SLOT > WS-ITEM-COUNT.
005810 3000-EXIT.
005820     EXIT.

005830 3100-ALLOCATE-ONE-CREDIT.
005840     IF WS-ITEM-BALANCE(WS-SOURCE-SLOT) NOT < 0
005850         GO TO 3100-EXIT
005860     END-IF
005870     PERFORM 3150-FIND-OLDEST-OPEN-ITEM THRU 3150-EXIT
005880     IF WS-TARGET-SLOT = 0
005890         GO TO 3100-EXIT
005900     END-IF
005910     PERFORM 3200-APPLY-ONE-AMOUNT THRU 3200-EXIT
005920     GO TO 3100-ALLOCATE-ONE-CREDIT.
005930 3100-EXIT.
005940     EXIT.

005950*---------------------------------------------------------------
005960* 3150-FIND-OLDEST-OPEN-ITEM
005970* THE EARLIEST-DATED ITEM STILL OWED BY THE SUBSCRIBER THE
005980* CREDIT IN WS-SOURCE-SLOT BELONGS TO - ZERO WHEN NOTHING IS
005990* OWED.  ON EQUAL DATES THE FIRST ON FILE IS TAKEN.
006000*---------------------------------------------------------------
006010 3150-FIND-OLDEST-OPEN-ITEM.
006020     MOVE 0 TO WS-TARGET-SLOT
006030     PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
006040         UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
006050         IF WS-ITEM-SUB-ID(WS-ITEM-INDEX) =
006060            WS-ITEM-SUB-ID(WS-SOURCE-SLOT)
006070            AND WS-ITEM-BALANCE(WS-ITEM-INDEX) > 0
006080             IF WS-TARGET-SLOT = 0
006090                 MOVE WS-ITEM-INDEX TO WS-TARGET-SLOT
006100             ELSE
006110                 IF WS-ITEM-DATE(WS-ITEM-INDEX) <
006120                    WS-ITEM-DATE(WS-TARGET-SLOT)
006130                     MOVE WS-ITEM-INDEX TO WS-TARGET-SLOT
006140                 END-IF
006150             END-IF
006160         END-IF
006170     END-PERFORM.
006180 3150-EXIT.
006190     EXIT.

006200*---------------------------------------------------------------
006210* 3200-APPLY-ONE-AMOUNT
006220* SETS THE CREDIT IN WS-SOURCE-SLOT AGAINST THE INVOICE IN
006230* WS-TARGET-SLOT - THE SMALLER OF WHAT IS OWED AND WHAT IS
006240* HELD - CLOSES WHICHEVER REACHES ZERO, AND LOGS IT.
006250*---------------------------------------------------------------
006260 3200-APPLY-ONE-AMOUNT.
006270     COMPUTE WS-APPLY-AMOUNT = 0 - WS-ITEM-BALANCE(WS-SOURCE-SLOT)
006280     IF WS-APPLY-AMOUNT > WS-ITEM-BALANCE(WS-TARGET-SLOT)
006290         MOVE WS-ITEM-BALANCE(WS-TARGET-SLOT) TO WS-APPLY-AMOUNT
006300     END-IF
006310     SUBTRACT WS-APPLY-AMOUNT
006320         FROM WS-ITEM-BALANCE(WS-TARGET-SLOT)
006330     ADD WS-APPLY-AMOUNT TO WS-ITEM-BALANCE(WS-SOURCE-SLOT)
006340     IF WS-ITEM-BALANCE(WS-TARGET-SLOT) = 0
006350         MOVE WS-STATEMENT-DATE TO WS-ITEM-CLOSED(WS-TARGET-SLOT)
006360     END-IF
006370     IF WS-ITEM-BALANCE(WS-SOURCE-SLOT) = 0
006380         MOVE WS-STATEMENT-DATE TO WS-ITEM-CLOSED(WS-SOURCE-SLOT)
006390     END-IF
006400     ADD 1 TO WS-APPLICATION-COUNT
006410     MOVE SPACES TO WS-REPORT-LINE
006420     MOVE "APPLIED"  TO WS-REPORT-LINE(1:7)
006430     MOVE WS-ITEM-SUB-ID(WS-SOURCE-SLOT)
006440                     TO WS-REPORT-LINE(11:4)
006450     MOVE WS-ITEM-NUMBER(WS-SOURCE-SLOT)
006460                     TO WS-REPORT-LINE(17:10)
006470     MOVE WS-APPLY-AMOUNT TO WS-MONEY-DISPLAY
006480     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(39:11)
006490     MOVE "TO INVOICE" TO WS-REPORT-LINE(52:10)
006500     MOVE WS-ITEM-NUMBER(WS-TARGET-SLOT)
006510                     TO WS-REPORT-LINE(63:10)
006520     IF WS-ITEM-BALANCE(WS-TARGET-SLOT) = 0
006530         MOVE "PAID IN FULL" TO WS-REPORT-LINE(75:12)
006540     ELSE
006550         MOVE "PART PAYMENT" TO WS-REPORT-LINE(75:12)
006560     END-IF
006570     WRITE CASH-REGISTER-LINE FROM WS-REPORT-LINE.
006580 3200-EXIT.
006590     EXIT.

006600*---------------------------------------------------------------
006610* 4000-AGE-OPEN-ITEMS
006620* SPREADS EVERY ITEM STILL CARRYING A BALANCE INTO ITS
006630* SUBSCRIBER'S AGEING ROW.  AGE IS DAYS FROM THE INVOICE DATE
006640* TO THE STATEMENT DATE; MONEY HELD ON ACCOUNT IS UNAPPLIED,
006650* NOT AGED.
006660*---------------------------------------------------------------
006670 4000-AGE-OPEN-ITEMS.
006680     PERFORM 4100-AGE-ONE-ITEM THRU 4100-EXIT
006690         VARYING WS-ITEM-INDEX FROM 1 BY 1
006700         UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT.
006710 4000-EXIT.
006720     EXIT.

006730 4100-AGE-ONE-ITEM.
006740     IF WS-ITEM-BALANCE(WS-ITEM-INDEX) = 0
006750        AND WS-ITEM-CLOSED(WS-ITEM-INDEX)(1:6) NOT =
006760            WS-STATEMENT-DATE(1:6)
006770         GO TO 4100-EXIT
006780     END-IF
006790     PERFORM 4200-FIND-AGE-SLOT THRU 4200-EXIT
006800     IF WS-AGE-SLOT = 0
006810         GO TO 4100-EXIT
006820     END-IF
006830     ADD WS-ITEM-BALANCE(WS-ITEM-INDEX)
006840         TO WS-AGE-BALANCE(WS-AGE-SLOT)
006850     IF WS-ITEM-BALANCE(WS-ITEM-INDEX) < 0
006860         ADD WS-ITEM-BALANCE(WS-ITEM-INDEX)
006870             TO WS-AGE-UNAPPLIED(WS-AGE-SLOT)
006880         GO TO 4100-EXIT
006890     END-IF
006900     IF WS-ITEM-BALANCE(WS-ITEM-INDEX) = 0
006910         GO TO 4100-EXIT
006920     END-IF
006930     IF WS-AGE-OLDEST-DATE(WS-AGE-SLOT) = SPACES
006940        OR WS-ITEM-DATE(WS-ITEM-INDEX) <
006950           WS-AGE-OLDEST-DATE(WS-AGE-SLOT)
006960         MOVE WS-ITEM-DATE(WS-ITEM-INDEX)
006970              TO WS-AGE-OLDEST-DATE(WS-AGE-SLOT)
006980         MOVE WS-ITEM-NUMBER(WS-ITEM-INDEX)
006990              TO WS-AGE-OLDEST-ITEM(WS-AGE-SLOT)
007000     END-IF
007010     MOVE WS-ITEM-DATE(WS-ITEM-INDEX) TO WS-DN-DATE-X
007020     PERFORM 8000-COMPUTE-DAY-NUMBER THRU 8000-EXIT
007030     COMPUTE WS-AGE-DAYS =
007040             WS-STATEMENT-DAY-NUMBER - WS-DN-DAY-NUMBER
007050     EVALUATE TRUE
007060         WHEN WS-AGE-DAYS < 30
007070             ADD WS-ITEM-BALANCE(WS-ITEM-INDEX)
007080                 TO WS-AGE-CURRENT(WS-AGE-SLOT)
007090         WHEN WS-AGE-DAYS < 60
007100             ADD WS-ITEM-BALANCE(WS-ITEM-INDEX)
007110                 TO WS-AGE-30(WS-AGE-SLOT)
007120         WHEN WS-AGE-DAYS < 90
007130             ADD WS-ITEM-BALANCE(WS-ITEM-INDEX)
007140                 TO WS-AGE-60(WS-AGE-SLOT)
007150         WHEN OTHER
007160             ADD WS-ITEM-BALANCE(WS-ITEM-INDEX)
007170                 TO WS-AGE-90(WS-AGE-SLOT)
007180     END-EVALUATE.
007190 4100-EXIT.
007200     EXIT.

007210 4200-FIND-AGE-SLOT.
007220     MOVE 0 TO WS-AGE-SLOT
007230     PERFORM VARYING WS-AGE-INDEX FROM 1 BY 1
007240         UNTIL WS-AGE-INDEX > WS-AGE-COUNT
007250         IF WS-AGE-SUB-ID(WS-AGE-INDEX) =
007260            WS-ITEM-SUB-ID(WS-ITEM-INDEX)
007270             MOVE WS-AGE-INDEX TO WS-AGE-SLOT
007280             MOVE WS-AGE-COUNT TO WS-AGE-INDEX
007290         END-IF
007300     END-PERFORM
007310     IF WS-AGE-SLOT > 0
007320         GO TO 4200-EXIT
007330     END-IF
007340     IF WS-AGE-COUNT NOT < 100
007350         DISPLAY "SUDOKURCV: MORE THAN 100 SUBSCRIBERS - "
007360             "SUBSCRIBER " WS-ITEM-SUB-ID(WS-ITEM-INDEX)
007370             " NOT AGED"
007380         MOVE 8 TO WS-MAX-SEVERITY
007390         GO TO 4200-EXIT
007400     END-IF
007410     ADD 1 TO WS-AGE-COUNT
007420     MOVE WS-AGE-COUNT TO WS-AGE-SLOT
007430     MOVE WS-ITEM-SUB-ID(WS-ITEM-INDEX)
007440          TO WS-AGE-SUB-ID(WS-AGE-SLOT)
007450     MOVE 0 TO WS-AGE-CURRENT(WS-AGE-SLOT)
007460               WS-AGE-30(WS-AGE-SLOT)
007470               WS-AGE-60(WS-AGE-SLOT)
007480               WS-AGE-90(WS-AGE-SLOT)
007490               WS-AGE-UNAPPLIED(WS-AGE-SLOT)
007500               WS-AGE-BALANCE(WS-AGE-SLOT)
007510     MOVE SPACES TO WS-AGE-OLDEST-DATE(WS-AGE-SLOT)
007520                    WS-AGE-OLDEST-ITEM(WS-AGE-SLOT).
007530 4200-EXIT.
007540     EXIT.

007550*---------------------------------------------------------------
007560* 5000-PRINT-STATEMENTS
007570* ONE STATEMENT PER SUBSCRIBER ON THE AGEING TABLE - EVERY
007580* ITEM STILL OPEN, EVERY ITEM SETTLED THIS STATEMENT MONTH,
007590* THE AGEING AND THE AMOUNT DUE.
007600*---------------------------------------------------------------
007610 5000-PRINT-STATEMENTS.
007620     PERFORM 5100-PRINT-ONE-STATEMENT THRU 5100-EXIT
007630         VARYING WS-AGE-INDEX FROM 1 BY 1
007640         UNTIL WS-AGE-INDEX > WS-AGE-COUNT.
007650 5000-EXIT.
007660     EXIT.

007670 5100-PRINT-ONE-STATEMENT.
007680     ADD 1 TO WS-STATEMENT-COUNT
007690     PERFORM 8100-FIND-SUBSCRIBER-NAME THRU 8100-EXIT
007700     MOVE ALL "=" TO WS-REPORT-LINE
007710     WRITE STATEMENT-LINE FROM WS-REPORT-LINE
007720     MOVE SPACES TO WS-REPORT-LINE
007730     STRING "STATEMENT OF ACCOUNT - SUBSCRIBER " DELIMITED BY SIZE
007740            WS-AGE-SUB-ID(WS-AGE-INDEX) DELIMITED BY SIZE
007750            "  " DELIMITED BY SIZE
007760            WS-NAME-PICKED DELIMITED BY SIZE
007770            "  AS AT " DELIMITED BY SIZE
007780            WS-STATEMENT-DATE DELIMITED BY SIZE
007790            INTO WS-REPORT-LINE
007800     WRITE STATEMENT-LINE FROM WS-REPORT-LINE
007810     MOVE ALL "=" TO WS-REPORT-LINE
007820     WRITE STATEMENT-LINE FROM WS-REPORT-LINE
007830     MOVE "ITEM      NUMBER      MONTH   DATE      DUE DATE"
007840          TO WS-REPORT-LINE
007850     MOVE "ORIGINAL      BALANCE" TO WS-REPORT-LINE(53:21)
007860     WRITE STATEMENT-LINE FROM WS-REPORT-LINE
007870     PERFORM 5200-PRINT-ONE-STATEMENT-ITEM THRU 5200-EXIT
007880         VARYING WS-ITEM-INDEX FROM 1 BY 1
007890         UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
007900     MOVE SPACES TO WS-REPORT-LINE
007910     WRITE STATEMENT-LINE FROM WS-REPORT-LINE
007920     MOVE "    CURRENT       30-59       60-89         90+"
007930          TO WS-REPORT-LINE
007940     MOVE "UNAPPLIED" TO WS-REPORT-LINE(55:9)
007950     WRITE STATEMENT-LINE FROM WS-REPORT-LINE
007960     MOVE SPACES TO WS-REPORT-LINE
007970     MOVE WS-AGE-CURRENT(WS-AGE-INDEX) TO WS-MONEY-DISPLAY
007980     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(1:11)
007990     MOVE WS-AGE-30(WS-AGE-INDEX) TO WS-MONEY-DISPLAY
008000     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(13:11)
008010     MOVE WS-AGE-60(WS-AGE-INDEX) TO WS-MONEY-DISPLAY
008020     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(25:11)
008030     MOVE WS-AGE-90(WS-AGE-INDEX) TO WS-MONEY-DISPLAY
008040     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(37:11)
008050     MOVE WS-AGE-UNAPPLIED(WS-AGE-INDEX) TO WS-MONEY-DISPLAY
008060     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(53:11)
008070     WRITE STATEMENT-LINE FROM WS-REPORT-LINE
008080     MOVE SPACES TO WS-REPORT-LINE
008090     MOVE "AMOUNT DUE  . . . . . . . . . :" TO WS-REPORT-LINE
008100     MOVE WS-AGE-BALANCE(WS-AGE-INDEX) TO WS-MONEY-DISPLAY
008110     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(34:11)
008120     WRITE STATEMENT-LINE FROM WS-REPORT-LINE
008130     IF WS-AGE-90(WS-AGE-INDEX) > 0
008140         MOVE "ACCOUNT PAST 90 DAYS - SUPPLY WILL BE STOPPED "
008150              TO WS-REPORT-LINE
008160         MOVE "UNTIL THE OVERDUE BALANCE IS PAID"
008170              TO WS-REPORT-LINE(47:33)
008180         WRITE STATEMENT-LINE FROM WS-REPORT-LINE
008190     END-IF
008200     MOVE SPACES TO WS-REPORT-LINE
008210     WRITE STATEMENT-LINE FROM WS-REPORT-LINE.
008220 5100-EXIT.
008230     EXIT.

008240 5200-PRINT-ONE-STATEMENT-ITEM.
008250     IF WS-ITEM-SUB-ID(WS-ITEM-INDEX) NOT =
008260        WS-AGE-SUB-ID(WS-AGE-INDEX)
008270         GO TO 5200-EXIT
008280     END-IF
008290     IF WS-ITEM-BALANCE(WS-ITEM-INDEX) = 0
008300        AND WS-ITEM-CLOSED(WS-ITEM-INDEX)(1:6) NOT =
008310            WS-STATEMENT-DATE(1:6)
008320         GO TO 5200-EXIT
008330     END-IF
008340     EVALUATE WS-ITEM-TYPE(WS-ITEM-INDEX)
008350         WHEN "I"
008360             MOVE "INVOICE" TO WS-ITEM-TYPE-TEXT
008370         WHEN "C"
008380             MOVE "CREDIT"  TO WS-ITEM-TYPE-TEXT
008390         WHEN "U"
008400             MOVE "PAYMENT" TO WS-ITEM-TYPE-TEXT
008410         WHEN OTHER
008420             MOVE "ITEM"    TO WS-ITEM-TYPE-TEXT
008430     END-EVALUATE
008440     MOVE SPACES TO WS-REPORT-LINE
008450     MOVE WS-ITEM-TYPE-TEXT TO WS-REPORT-LINE(1:8)
008460     MOVE WS-ITEM-NUMBER(WS-ITEM-INDEX)   TO WS-REPORT-LINE(11:10)
008470     MOVE WS-ITEM-MONTH(WS-ITEM-INDEX)    TO WS-REPORT-LINE(23:6)
008480     MOVE WS-ITEM-DATE(WS-ITEM-INDEX)     TO WS-REPORT-LINE(31:8)
008490     MOVE WS-ITEM-DUE-DATE(WS-ITEM-INDEX) TO WS-REPORT-LINE(41:8)
008500     MOVE WS-ITEM-ORIGINAL(WS-ITEM-INDEX) TO WS-MONEY-DISPLAY
008510     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(50:11)
008520     MOVE WS-ITEM-BALANCE(WS-ITEM-INDEX)  TO WS-MONEY-DISPLAY
008530     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(63:11)
008540     IF WS-ITEM-BALANCE(WS-ITEM-INDEX) = 0
008550         MOVE "SETTLED" TO WS-REPORT-LINE(76:7)
008560     END-IF
008570     WRITE STATEMENT-LINE FROM WS-REPORT-LINE.
008580 5200-EXIT.
008590     EXIT.

008600*---------------------------------------------------------------
008610* 6000-PRINT-AGED-DEBTORS
008620* ONE LINE PER SUBSCRIBER, BUCKETED CURRENT / 30-59 / 60-89 /
008630* 90+ DAYS, WITH UNAPPLIED CASH AND THE NET BALANCE, AND A
008640* TOTAL LINE.  A SUBSCRIBER WITH ANYTHING PAST 90 DAYS IS
008650* FLAGGED STOP.
008660*---------------------------------------------------------------
008670 6000-PRINT-AGED-DEBTORS.
008680     MOVE SPACES TO WS-REPORT-LINE
008690     STRING "SUDOKURCV AGED-DEBTOR REPORT - AS AT "
008700            DELIMITED BY SIZE
008710            WS-STATEMENT-DATE DELIMITED BY SIZE
008720            INTO WS-REPORT-LINE
008730     WRITE AGED-DEBTOR-LINE FROM WS-REPORT-LINE
008740     MOVE SPACES TO WS-REPORT-LINE
008750     WRITE AGED-DEBTOR-LINE FROM WS-REPORT-LINE
008760     MOVE "SUB   NAME" TO WS-REPORT-LINE
008770     MOVE "    CURRENT       30-59       60-89         90+"
008780          TO WS-REPORT-LINE(29:47)
008790     MOVE "  UNAPPLIED     BALANCE" TO WS-REPORT-LINE(77:24)
008800     WRITE AGED-DEBTOR-LINE FROM WS-REPORT-LINE
008810     PERFORM 6100-PRINT-ONE-DEBTOR THRU 6100-EXIT
008820         VARYING WS-AGE-INDEX FROM 1 BY 1
008830         UNTIL WS-AGE-INDEX > WS-AGE-COUNT
008840     MOVE SPACES TO WS-REPORT-LINE
008850     WRITE AGED-DEBTOR-LINE FROM WS-REPORT-LINE
008860     MOVE "TOTALS" TO WS-REPORT-LINE
008870     MOVE WS-TOTAL-CURRENT TO WS-MONEY-DISPLAY
008880     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(29:11)
008890     MOVE WS-TOTAL-30 TO WS-MONEY-DISPLAY
008900     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(41:11)
008910     MOVE WS-TOTAL-60 TO WS-MONEY-DISPLAY
008920     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(53:11)
008930     MOVE WS-TOTAL-90 TO WS-MONEY-DISPLAY
008940     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(65:11)
008950     MOVE WS-TOTAL-UNAPPLIED TO WS-MONEY-DISPLAY
008960     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(77:11)
008970     MOVE WS-TOTAL-BALANCE TO WS-MONEY-DISPLAY
008980     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(89:11)
008990     WRITE AGED-DEBTOR-LINE FROM WS-REPORT-LINE.
009000 6000-EXIT.
009010     EXIT.

009020 6100-PRINT-ONE-DEBTOR.
009030     PERFORM 8100-FIND-SUBSCRIBER-NAME THRU 8100-EXIT
009040     MOVE SPACES TO WS-REPORT-LINE
009050     MOVE WS-AGE-SUB-ID(WS-AGE-INDEX) TO WS-REPORT-LINE(1:4)
009060     MOVE WS-NAME-PICKED TO WS-REPORT-LINE(7:20)
009070     MOVE WS-AGE-CURRENT(WS-AGE-INDEX) TO WS-MONEY-DISPLAY
009080     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(29:11)
009090     MOVE WS-AGE-30(WS-AGE-INDEX) TO WS-MONEY-DISPLAY
009100     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(41:11)
009110     MOVE WS-AGE-60(WS-AGE-INDEX) TO WS-MONEY-DISPLAY
009120     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(53:11)
009130     MOVE WS-AGE-90(WS-AGE-INDEX) TO WS-MONEY-DISPLAY
009140     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(65:11)
009150     MOVE WS-AGE-UNAPPLIED(WS-AGE-INDEX) TO WS-MONEY-DISPLAY
009160     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(77:11)
009170     MOVE WS-AGE-BALANCE(WS-AGE-INDEX) TO WS-MONEY-DISPLAY
009180     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(89:11)
009190     IF WS-AGE-90(WS-AGE-INDEX) > 0
009200         MOVE "STOP" TO WS-REPORT-LINE(102:4)
009210     END-IF
009220     WRITE AGED-DEBTOR-LINE FROM WS-REPORT-LINE
009230     ADD WS-AGE-CURRENT(WS-AGE-INDEX)   TO WS-TOTAL-CURRENT
009240     ADD WS-AGE-30(WS-AGE-INDEX)        TO WS-TOTAL-30
009250     ADD WS-AGE-60(WS-AGE-INDEX)        TO WS-TOTAL-60
009260     ADD WS-AGE-90(WS-AGE-INDEX)        TO WS-TOTAL-90
009270     ADD WS-AGE-UNAPPLIED(WS-AGE-INDEX) TO WS-TOTAL-UNAPPLIED
009280     ADD WS-AGE-BALANCE(WS-AGE-INDEX)   TO WS-TOTAL-BALANCE.
009290 6100-EXIT.
009300     EXIT.

009310*---------------------------------------------------------------
009320* 7000-PRINT-STOP-SUPPLY
009330* EVERY SUBSCRIBER WITH A BALANCE PAST 90 DAYS, WITH THE
009340* OLDEST UNPAID INVOICE.  OPERATIONS CHECKS THIS LIST BEFORE
009350* THE NIGHTLY SUDOKUFACILE RUN ROUTES PRODUCT TO A SUBOUT
009360* FILE.
009370*---------------------------------------------------------------
009380 7000-PRINT-STOP-SUPPLY.
009390     MOVE SPACES TO WS-REPORT-LINE
009400     STRING "SUDOKURCV STOP-SUPPLY REPORT - AS AT "
009410            DELIMITED BY SIZE
009420            WS-STATEMENT-DATE DELIMITED BY SIZE
009430            INTO WS-REPORT-LINE
009440     WRITE STOP-SUPPLY-LINE FROM WS-REPORT-LINE
009450     MOVE "SUBSCRIBERS WITH A BALANCE PAST 90 DAYS - DO NOT "
009460          TO WS-REPORT-LINE
009470     MOVE "ROUTE PRODUCT UNTIL ACCOUNTS CLEARS THE ACCOUNT"
009480          TO WS-REPORT-LINE(50:47)
009490     WRITE STOP-SUPPLY-LINE FROM WS-REPORT-LINE
009500     MOVE SPACES TO WS-REPORT-LINE
009510     WRITE STOP-SUPPLY-LINE FROM WS-REPORT-LINE
009520     MOVE "SUB   NAME" TO WS-REPORT-LINE
009530     MOVE "        90+     BALANCE  OLDEST UNPAID"
009540          TO WS-REPORT-LINE(29:38)
009550     WRITE STOP-SUPPLY-LINE FROM WS-REPORT-LINE
009560     PERFORM 7100-PRINT-ONE-STOP THRU 7100-EXIT
009570         VARYING WS-AGE-INDEX FROM 1 BY 1
009580         UNTIL WS-AGE-INDEX > WS-AGE-COUNT
009590     IF WS-STOP-COUNT = 0
009600         MOVE "NONE - NO SUBSCRIBER IS PAST 90 DAYS"
009610              TO WS-REPORT-LINE
009620         WRITE STOP-SUPPLY-LINE FROM WS-REPORT-LINE
009630     ELSE
009640         IF WS-MAX-SEVERITY < 4
009650             MOVE 4 TO WS-MAX-SEVERITY
009660         END-IF
009670     END-IF.
009680 7000-EXIT.
009690     EXIT.

009700 7100-PRINT-ONE-STOP.
009710     IF WS-AGE-90(WS-AGE-INDEX) NOT > 0
009720         GO TO 7100-EXIT
009730     END-IF
009740     ADD 1 TO WS-STOP-COUNT
009750     PERFORM 8100-FIND-SUBSCRIBER-NAME THRU 8100-EXIT
009760     MOVE SPACES TO WS-REPORT-LINE
009770     MOVE WS-AGE-SUB-ID(WS-AGE-INDEX) TO WS-REPORT-LINE(1:4)
009780     MOVE WS-NAME-PICKED TO WS-REPORT-LINE(7:20)
009790     MOVE WS-AGE-90(WS-AGE-INDEX) TO WS-MONEY-DISPLAY
009800     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(29:11)
009810     MOVE WS-AGE-BALANCE(WS-AGE-INDEX) TO WS-MONEY-DISPLAY
009820     MOVE WS-MONEY-DISPLAY TO WS-REPORT-LINE(41:11)
009830     MOVE WS-AGE-OLDEST-ITEM(WS-AGE-INDEX)
009840          TO WS-REPORT-LINE(54:10)
009850     MOVE WS-AGE-OLDEST-DATE(WS-AGE-INDEX) TO WS-REPORT-LINE(65:8)
009860     WRITE STOP-SUPPLY-LINE FROM WS-REPORT-LINE.
009870 7100-EXIT.
009880     EXIT.

009890*---------------------------------------------------------------
009900* 8000-COMPUTE-DAY-NUMBER
009910* TURNS THE YYYYMMDD DATE IN WS-DN-DATE INTO A DAY COUNT IN
009920* WS-DN-DAY-NUMBER - 365 PER PRIOR YEAR PLUS ONE PER PRIOR
009930* LEAP YEAR, PLUS THE DAYS BEFORE THE MONTH, PLUS THE DAY.
009940* EACH DIVISION GOES THROUGH DIVIDE SO THE QUOTIENTS ARE
009950* WHOLE YEARS.
009960*---------------------------------------------------------------
009970 8000-COMPUTE-DAY-NUMBER.
009980     IF WS-DN-DATE-X NOT NUMERIC
009990        OR WS-DN-MM < 1 OR WS-DN-MM > 12
010000         MOVE WS-STATEMENT-DAY-NUMBER TO WS-DN-DAY-NUMBER
010010         GO TO 8000-EXIT
010020     END-IF
010030     COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YYYY - 1
010040     COMPUTE WS-DN-DAY-NUMBER = WS-DN-PRIOR-YEARS * 365
010050             + WS-CUM-DAYS(WS-DN-MM) + WS-DN-DD
010060     DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-QUOT
010070     ADD WS-DN-QUOT TO WS-DN-DAY-NUMBER
010080     DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOT
010090     SUBTRACT WS-DN-QUOT FROM WS-DN-DAY-NUMBER
010100     DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOT
010110     ADD WS-DN-QUOT TO WS-DN-DAY-NUMBER
010120     IF WS-DN-MM > 2
010130         DIVIDE WS-DN-YYYY BY 4
010140             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-WORK
010150         IF WS-LEAP-WORK = 0
010160             ADD 1 TO WS-DN-DAY-NUMBER
010170             DIVIDE WS-DN-YYYY BY 100
010180                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-WORK
010190             IF WS-LEAP-WORK = 0
010200                 DIVIDE WS-DN-YYYY BY 400
010210                     GIVING WS-LEAP-QUOT
010220                     REMAINDER WS-LEAP-WORK
010230                 IF WS-LEAP-WORK NOT = 0
010240                     SUBTRACT 1 FROM WS-DN-DAY-NUMBER
010250                 END-IF
010260             END-IF
010270         END-IF
010280     END-IF.
010290 8000-EXIT.
010300     EXIT.

010310*---------------------------------------------------------------
010320* 8100-FIND-SUBSCRIBER-NAME
010330* NAME OF THE SUBSCRIBER ON AGEING ROW WS-AGE-INDEX.
010340*---------------------------------------------------------------
010350 8100-FIND-SUBSCRIBER-NAME.
010360     MOVE "(NOT ON MASTER)" TO WS-NAME-PICKED
010370     PERFORM VARYING WS-NAME-INDEX FROM 1 BY 1
010380         UNTIL WS-NAME-INDEX > WS-NAME-COUNT
010390         IF WS-NAME-SUB-ID(WS-NAME-INDEX) =
010400            WS-AGE-SUB-ID(WS-AGE-INDEX)
010410             MOVE WS-NAME-TEXT(WS-NAME-INDEX) TO WS-NAME-PICKED
010420             MOVE WS-NAME-COUNT TO WS-NAME-INDEX
010430         END-IF
010440     END-PERFORM.
010450 8100-EXIT.
010460     EXIT.

010470*---------------------------------------------------------------
010480* 9000-TERMINATE-RUN
010490* REWRITES THE OPEN-ITEMS FILE FROM THE TABLE AND CLOSES THE
010500* CASH REGISTER WITH THE RUN TOTALS.
010510*---------------------------------------------------------------
010520 9000-TERMINATE-RUN.
010530     PERFORM 9200-REWRITE-OPEN-ITEMS THRU 9200-EXIT
010540     MOVE SPACES TO WS-REPORT-LINE
010550     WRITE CASH-REGISTER-LINE FROM WS-REPORT-LINE
010560     MOVE "SUDOKURCV RUN SUMMARY" TO WS-REPORT-LINE
010570     WRITE CASH-REGISTER-LINE FROM WS-REPORT-LINE
010580     MOVE "OPEN ITEMS READ . . . . . . . : " TO WS-REPORT-LINE
010590     MOVE WS-ITEMS-LOADED-COUNT TO WS-CTL-DISPLAY-COUNT
010600     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
010610     MOVE "RE-BILLED ITEMS REPLACED  . . : " TO WS-REPORT-LINE
010620     MOVE WS-REBILLED-COUNT TO WS-CTL-DISPLAY-COUNT
010630     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
010640     MOVE "PAYMENTS READ . . . . . . . . : " TO WS-REPORT-LINE
010650     MOVE WS-PAYMENTS-READ-COUNT TO WS-CTL-DISPLAY-COUNT
010660     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
010670     MOVE "PAYMENTS REJECTED . . . . . . : " TO WS-REPORT-LINE
010680     MOVE WS-PAYMENTS-REJECTED-COUNT TO WS-CTL-DISPLAY-COUNT
010690     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
010700     MOVE "CASH APPLICATIONS MADE  . . . : " TO WS-REPORT-LINE
010710     MOVE WS-APPLICATION-COUNT TO WS-CTL-DISPLAY-COUNT
010720     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
010730     MOVE "STATEMENTS PRINTED  . . . . . : " TO WS-REPORT-LINE
010740     MOVE WS-STATEMENT-COUNT TO WS-CTL-DISPLAY-COUNT
010750     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
010760     MOVE "SUBSCRIBERS ON STOP-SUPPLY  . : " TO WS-REPORT-LINE
010770     MOVE WS-STOP-COUNT TO WS-CTL-DISPLAY-COUNT
010780     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
010790     MOVE "OPEN ITEMS WRITTEN  . . . . . : " TO WS-REPORT-LINE
010800     MOVE WS-ITEMS-WRITTEN-COUNT TO WS-CTL-DISPLAY-COUNT
010810     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
010820     MOVE "SETTLED ITEMS DROPPED . . . . : " TO WS-REPORT-LINE
010830     MOVE WS-ITEMS-DROPPED-COUNT TO WS-CTL-DISPLAY-COUNT
010840     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
010850     MOVE "CASH RECEIVED . . . . . . . . :" TO WS-REPORT-LINE
010860     MOVE WS-CASH-RECEIVED TO WS-GRAND-DISPLAY
010870     MOVE WS-GRAND-DISPLAY TO WS-REPORT-LINE(33:13)
010880     WRITE CASH-REGISTER-LINE FROM WS-REPORT-LINE
010890     MOVE "TOTAL DUE FROM SUBSCRIBERS  . :" TO WS-REPORT-LINE
010900     MOVE WS-TOTAL-BALANCE TO WS-GRAND-DISPLAY
010910     MOVE WS-GRAND-DISPLAY TO WS-REPORT-LINE(33:13)
010920     WRITE CASH-REGISTER-LINE FROM WS-REPORT-LINE
010930     CLOSE PAYMENT-FILE
010940     CLOSE CASH-REGISTER-FILE
010950     CLOSE STATEMENT-FILE
010960     CLOSE AGED-DEBTOR-FILE
010970     CLOSE STOP-SUPPLY-FILE.
010980 9000-EXIT.
010990     EXIT.

011000*---------------------------------------------------------------
011010* 9100-WRITE-ONE-TOTAL
011020* APPENDS THE COUNT ALREADY EDITED INTO WS-CTL-DISPLAY-COUNT
011030* TO THE CAPTION ALREADY MOVED TO WS-REPORT-LINE AND WRITES IT.
011040*---------------------------------------------------------------
011050 9100-WRITE-ONE-TOTAL.
011060     MOVE WS-CTL-DISPLAY-COUNT TO WS-REPORT-LINE(33:5)
011070     WRITE CASH-REGISTER-LINE FROM WS-REPORT-LINE.
011080 9100-EXIT.
011090     EXIT.

011100*---------------------------------------------------------------
011110* 9200-REWRITE-OPEN-ITEMS
011120* EVERY ITEM STILL CARRYING A BALANCE, OR SETTLED IN THE
011130* STATEMENT MONTH, GOES BACK ON THE FILE; AN ITEM SETTLED IN
011140* AN EARLIER MONTH HAS APPEARED ON ITS LAST STATEMENT AND IS
011150* DROPPED.
011160*---------------------------------------------------------------
011170 9200-REWRITE-OPEN-ITEMS.
011180     OPEN OUTPUT OPEN-ITEM-FILE
011190     PERFORM 9210-WRITE-ONE-ITEM THRU 9210-EXIT
011200         VARYING WS-ITEM-INDEX FROM 1 BY 1
011210         UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
011220     CLOSE OPEN-ITEM-FILE.
011230 9200-EXIT.
011240     EXIT.

011250 9210-WRITE-ONE-ITEM.
011260     IF WS-ITEM-BALANCE(WS-ITEM-INDEX) = 0
011270        AND WS-ITEM-CLOSED(WS-ITEM-INDEX)(1:6) <
011280            WS-STATEMENT-DATE(1:6)
011290         ADD 1 TO WS-ITEMS-DROPPED-COUNT
011300         GO TO 9210-EXIT
011310     END-IF
011320     MOVE WS-ITEM-TYPE(WS-ITEM-INDEX)      TO OI-ITEM-TYPE
011330     MOVE WS-ITEM-NUMBER(WS-ITEM-INDEX)    TO OI-ITEM-NUMBER
011340     MOVE WS-ITEM-SUB-ID(WS-ITEM-INDEX)    TO OI-SUBSCRIBER-ID
011350     MOVE WS-ITEM-MONTH(WS-ITEM-INDEX)     TO OI-BILL-MONTH
011360     MOVE WS-ITEM-DATE(WS-ITEM-INDEX)      TO OI-ITEM-DATE
011370     MOVE WS-ITEM-DUE-DATE(WS-ITEM-INDEX)  TO OI-DUE-DATE
011380     MOVE WS-ITEM-ORIGINAL(WS-ITEM-INDEX)  TO OI-ORIGINAL-AMOUNT
011390     MOVE WS-ITEM-BALANCE(WS-ITEM-INDEX)   TO OI-BALANCE
011400     MOVE WS-ITEM-CLOSED(WS-ITEM-INDEX)    TO OI-CLOSED-DATE
011410     WRITE OPEN-ITEM-RECORD
011420     ADD 1 TO WS-ITEMS-WRITTEN-COUNT.
011430 9210-EXIT.
011440     EXIT.
