000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SUDOKUERR.
000030 AUTHOR.         D LEURS.
000040 INSTALLATION.   DAILY PUZZLE PRODUCTION.
000050 DATE-WRITTEN.   15-10-2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100* 15-10-2026 DL  ORIGINAL PROGRAM.  PUBLISHED-PUZZLE CORRECTION
000110*                AND RECALL RUN.  A MISPRINTED GRID THAT HAD
000120*                ALREADY GONE OUT WAS HANDLED BY HAND - PHONE
000130*                CALLS TO SUBSCRIBERS, INVOICES EDITED AFTER
000140*                THE FACT AND A NOTE TO THE PROMOTIONS DESK TO
000150*                IGNORE THE CONTEST ENTRIES.  THIS PROGRAM
000160*                READS A DECK OF CORRECTION TRANSACTIONS
000170*                (PUZZLE-ID, ACTION CORRECT OR WITHDRAW,
000180*                OPERATOR, REASON AND, FOR A CORRECTION, THE
000190*                CORRECTED LAYOUT), FINDS EVERY COPY OF THE
000200*                PUZZLE SHIPPED ON THE DISTRIBUTION LEDGER,
000210*                PRINTS ONE CORRECTION NOTICE PER SUBSCRIBER
000220*                (WITH THE CORRECTED GRID WHEN ONE WAS GIVEN),
000230*                POSTS A CREDIT RECORD PER COPY AT THE RATE-
000240*                TABLE PRICE FOR SUDOKUBIL TO NET OFF THE
000250*                INVOICE, AND WRITES THE PUZZLE TO THE VOID
000260*                FILE SUDOKUCHK READS SO ITS ENTRIES ARE NO
000270*                LONGER SCORED.  A RECALL REGISTER LISTS EVERY
000280*                CORRECTION ISSUED AND WHAT IT COST.  A PUZZLE
000290*                ALREADY ON THE VOID FILE IS REJECTED, SO A
000300*                DECK RUN TWICE CANNOT CREDIT THE SAME COPIES
000310*                TWICE.
000311* 15-10-2026 DL  RUN-CONTROL LOG.  THE STEP NOW APPENDS A START
000312*                AND AN END RECORD - BUSINESS DATE, START AND
000313*                END TIME, RETURN-CODE AND KEY RECORD COUNTS -
000314*                TO THE SHARED RUNCTL FILE READ BY THE SUDOKURUN
000315*                RUN-BOOK.
000316* 15-10-2026 DL  THE LEDGER RECORD CARRIES THE TRANSMISSION
000317*                SEQUENCE AND ACKNOWLEDGMENT STATUS SET BY THE
000318*                DAILY RUN AND SUDOKUACK.  A COPY WHOSE
000319*                TRANSMISSION SUDOKUBIL IS HOLDING IN DISPUTE
000320*                (HELDFILE) WAS NEVER INVOICED, SO IT IS NOT
000321*                CREDITED - IT IS LISTED ON THE REGISTER AS HELD,
000322*                COUNTED APART, AND SHOWN ON THE NOTICE AT NO
000323*                CREDIT.  SUDOKUBIL WILL NOT RELEASE A HELD COPY
000324*                OF A PUZZLE VOIDED HERE.
000325* 15-10-2026 DL  A DISPUTED COPY SHIPPED IN THE CREDIT MONTH OR
000326*                LATER IS HELD AS WELL - SUDOKUBIL WILL HOLD IT
000327*                OFF THAT MONTH'S INVOICE, SO IT IS NOT CREDITED.
000328*                THE STEP NOW ENDS RETURN-CODE 8 WHEN THE
000329*                CORRECTION FILE IS NOT AVAILABLE AND 4 WHEN A
000330*                CARD IS REJECTED OR THE LEDGER IS NOT AVAILABLE,
000331*                SO RUNCTL NO LONGER SHOWS SUCH A RUN AS CLEAN.
000332*---------------------------------------------------------------

000333 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CORRECTION-FILE    ASSIGN TO "CORRFILE"
000370            ORGANIZATION       IS LINE SEQUENTIAL
000380            FILE STATUS        IS WS-CORRECTION-STATUS.
000390     SELECT OPTIONAL DIST-LEDGER-FILE
000400            ASSIGN TO "LEDGER"
000410            ORGANIZATION       IS LINE SEQUENTIAL
000420            FILE STATUS        IS WS-LEDGER-STATUS.
000430     SELECT RATE-TABLE-FILE    ASSIGN TO "RATEFILE"
000440            ORGANIZATION       IS LINE SEQUENTIAL
000450            FILE STATUS        IS WS-RATE-STATUS.
000460     SELECT OPTIONAL VOID-FILE
000470            ASSIGN TO "VOIDFILE"
000480            ORGANIZATION       IS LINE SEQUENTIAL
000490            FILE STATUS        IS WS-VOID-STATUS.
000500     SELECT OPTIONAL CREDIT-FILE
000510            ASSIGN TO "CREDFILE"
000520            ORGANIZATION       IS LINE SEQUENTIAL
000530            FILE STATUS        IS WS-CREDIT-STATUS.
000540     SELECT NOTICE-FILE        ASSIGN TO "ERRNOTE"
000550            ORGANIZATION       IS LINE SEQUENTIAL.
000560     SELECT RECALL-REGISTER-FILE
000570            ASSIGN TO "ERRRPT"
000580            ORGANIZATION       IS LINE SEQUENTIAL.
000581     SELECT OPTIONAL RUN-CONTROL-FILE
000582            ASSIGN TO "RUNCTL"
000583            ORGANIZATION       IS LINE SEQUENTIAL
000584            FILE STATUS        IS WS-RUNCTL-STATUS.
000585     SELECT OPTIONAL HELD-FILE
000586            ASSIGN TO "HELDFILE"
000587            ORGANIZATION       IS LINE SEQUENTIAL
000588            FILE STATUS        IS WS-HELD-STATUS.

000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CORRECTION-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 01  CORRECTION-RECORD.
000640     05  CR-ACTION              PIC X(08).
000650     05  CR-PUZZLE-ID           PIC X(06).
000660     05  CR-OPERATOR-INITIALS   PIC X(03).
000670     05  CR-REASON              PIC X(30).
000680     05  CR-GRID-SIZE           PIC X(02).
000690     05  CR-CORRECTED-LAYOUT    PIC X(144).

000700 FD  DIST-LEDGER-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 01  DIST-LEDGER-RECORD.
000730     05  DL-SHIP-DATE           PIC X(08).
000740     05  DL-SUBSCRIBER-ID       PIC X(04).
000750     05  DL-PUZZLE-ID           PIC X(06).
000760     05  DL-GRID-SIZE           PIC 9(02).
000770     05  DL-PRODUCT-CODE        PIC X(03).
000771     05  DL-XMIT-SEQ            PIC 9(06).
000772     05  DL-ACK-STATUS          PIC X(01).
000773         88  DL-ACK-PENDING     VALUE SPACE.
000774         88  DL-ACKNOWLEDGED    VALUE "A".
000775         88  DL-DISPUTED        VALUE "D".

000780 FD  RATE-TABLE-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  RATE-TABLE-RECORD.
000810     05  RT-PRODUCT-CODE        PIC X(03).
000820     05  RT-GRID-SIZE           PIC 9(02).
000830     05  RT-RATE                PIC 9(03)V99.

000840 FD  VOID-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  VOID-RECORD.
000870     05  VD-PUZZLE-ID           PIC X(06).
000880     05  VD-VOID-DATE           PIC X(08).
000890     05  VD-ACTION              PIC X(08).
000900     05  VD-OPERATOR-INITIALS   PIC X(03).
000910     05  VD-REASON              PIC X(30).

000920 FD  CREDIT-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  CREDIT-RECORD.
000950     05  CD-CREDIT-DATE         PIC X(08).
000960     05  CD-BILL-MONTH          PIC X(06).
000970     05  CD-SUBSCRIBER-ID       PIC X(04).
000980     05  CD-PUZZLE-ID           PIC X(06).
000990     05  CD-SHIP-DATE           PIC X(08).
001000     05  CD-GRID-SIZE           PIC 9(02).
001010     05  CD-PRODUCT-CODE        PIC X(03).
001020     05  CD-CREDIT-AMOUNT       PIC 9(05)V99.

001030 FD  NOTICE-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  NOTICE-LINE                PIC X(132).

001060 FD  RECALL-REGISTER-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 01  RECALL-REGISTER-LINE       PIC X(132).

001081 FD  RUN-CONTROL-FILE
001082     LABEL RECORDS ARE STANDARD.
001083 01  RUN-CONTROL-RECORD.
001084     05  RL-PROGRAM-ID          PIC X(12).
001085     05  RL-BUSINESS-DATE       PIC X(08).
001086     05  RL-EVENT               PIC X(08).
001087     05  RL-RUN-DATE            PIC X(08).
001088     05  RL-START-TIME          PIC X(06).
001089     05  RL-END-TIME            PIC X(06).
001090     05  RL-RETURN-CODE         PIC 9(04).
001091     05  RL-COUNT OCCURS 3 TIMES.
001092         10  RL-COUNT-LABEL     PIC X(10).
001093         10  RL-COUNT-VALUE     PIC 9(09).
001094     05  RL-OPERATOR-INITIALS   PIC X(03).
001095     05  RL-MESSAGE             PIC X(40).

001096 FD  HELD-FILE
001097     LABEL RECORDS ARE STANDARD.
001098 01  HELD-RECORD.
001099     05  HD-SUBSCRIBER-ID       PIC X(04).
001100     05  HD-XMIT-SEQ            PIC 9(06).
001101     05  HD-SHIP-DATE           PIC X(08).
001102     05  HD-HELD-MONTH          PIC X(06).
001103     05  HD-LINE-COUNT          PIC 9(05).

001104 WORKING-STORAGE SECTION.
001105*---------------------------------------------------------------
001110* FILE STATUS AND END-OF-FILE SWITCHES.
001120*---------------------------------------------------------------
001130 77  WS-CORRECTION-STATUS         PIC X(02) VALUE "00".
001140     88  CORRECTION-FILE-OK       VALUE "00".
001150     88  CORRECTION-FILE-EOF      VALUE "10".
001160 77  WS-LEDGER-STATUS             PIC X(02) VALUE "00".
001170     88  LEDGER-FILE-OK           VALUE "00".
001180     88  LEDGER-FILE-EOF          VALUE "10".
001190 77  WS-RATE-STATUS               PIC X(02) VALUE "00".
001200     88  RATE-FILE-OK             VALUE "00".
001210     88  RATE-FILE-EOF            VALUE "10".
001220 77  WS-VOID-STATUS               PIC X(02) VALUE "00".
001230     88  VOID-FILE-OK             VALUE "00".
001240     88  VOID-FILE-EOF            VALUE "10".
001250 77  WS-CREDIT-STATUS             PIC X(02) VALUE "00".
001260     88  CREDIT-FILE-OK           VALUE "00".
001261 77  WS-HELD-STATUS               PIC X(02) VALUE "00".
001262     88  HELD-FILE-OK             VALUE "00".
001263     88  HELD-FILE-EOF            VALUE "10".

001270*---------------------------------------------------------------
001280* RUN PARAMETER - CREDITMONTH=YYYYMM ON SYSIN, ENDED BY AN
001290* "END" CARD, NAMES THE BILLING MONTH WHOSE INVOICE THE
001300* CREDITS ARE NETTED OFF.  NO CARD MEANS THE MONTH OF THE RUN
001310* DATE - THE NEXT INVOICE THE SUBSCRIBER WILL RECEIVE.
001320*---------------------------------------------------------------
001330 77  WS-PARM-CARD                 PIC X(80).
001340 77  WS-PARM-KEYWORD              PIC X(12).
001350 77  WS-PARM-VALUE                PIC X(12).
001360 77  WS-PARM-CARD-COUNT           PIC 9(02) VALUE 0.
001370 77  WS-PARM-END-SWITCH           PIC X(01) VALUE "N".
001380     88  NO-MORE-PARM-CARDS       VALUE "Y".
001390 77  WS-CREDIT-MONTH              PIC X(06) VALUE SPACES.

001400*---------------------------------------------------------------
001410* THE RATE TABLE - ONE RATE PER PRODUCT CODE AND GRID SIZE,
001420* THE SAME FILE SUDOKUBIL PRICES THE INVOICE FROM, SO A COPY
001430* IS CREDITED AT EXACTLY WHAT IT WAS BILLED AT.
001440*---------------------------------------------------------------
001450 01  WS-RATE-TABLE.
001460     05  WS-RATE-ENTRY OCCURS 30 TIMES.
001470         10  WS-RATE-PRODUCT    PIC X(03).
001480         10  WS-RATE-SIZE       PIC 9(02).
001490         10  WS-RATE-AMOUNT     PIC 9(03)V99.
001500 77  WS-RATE-COUNT                PIC 9(02) VALUE 0.
001510 77  WS-RATE-INDEX                PIC 9(02).
001520 77  WS-RATE-FOUND-SWITCH         PIC X(01) VALUE "N".
001530     88  RATE-WAS-FOUND           VALUE "Y".
001540 77  WS-RATE-PICKED               PIC 9(03)V99.

001550*---------------------------------------------------------------
001560* PUZZLE-IDS ALREADY ON THE VOID FILE - FROM EARLIER RUNS AND
001570* FROM EARLIER CARDS IN THIS DECK - SO NO PUZZLE IS RECALLED
001580* AND CREDITED TWICE.
001590*---------------------------------------------------------------
001600 01  WS-VOID-TABLE.
001610     05  WS-VOID-PUZZLE-ID OCCURS 2000 TIMES
001620                                  PIC X(06).
001630 77  WS-VOID-COUNT                PIC 9(04) VALUE 0.
001640 77  WS-VOID-INDEX                PIC 9(04).
001650 77  WS-VOID-FOUND-SWITCH         PIC X(01) VALUE "N".
001660     88  PUZZLE-ALREADY-VOID      VALUE "Y".
001661*---------------------------------------------------------------
001662* TRANSMISSIONS SUDOKUBIL IS HOLDING OFF THE INVOICE IN DISPUTE,
001663* BY SUBSCRIBER AND TRANSMISSION SEQUENCE.  A COPY SHIPPED UNDER
001664* ONE OF THEM WAS NEVER BILLED AND IS NOT CREDITED.
001665*---------------------------------------------------------------
001666 01  WS-HELD-TABLE.
001667     05  WS-HELD-ENTRY OCCURS 500 TIMES.
001668         10  WS-HELD-SUB-ID     PIC X(04).
001669         10  WS-HELD-SEQ        PIC 9(06).
001670 77  WS-HELD-COUNT                PIC 9(03) VALUE 0.
001671 77  WS-HELD-INDEX                PIC 9(03).
001672 77  WS-HELD-FOUND-SWITCH         PIC X(01) VALUE "N".
001673     88  COPY-IS-HELD             VALUE "Y".

001674*---------------------------------------------------------------
001680* VALIDATION RESULT FOR THE CORRECTION CURRENTLY STAGED.
001690*---------------------------------------------------------------
001700 77  WS-VALID-SWITCH              PIC X(01) VALUE "Y".
001710     88  CORRECTION-IS-VALID      VALUE "Y".
001720     88  CORRECTION-IS-INVALID    VALUE "N".
001730 77  WS-REJECT-REASON             PIC X(30) VALUE SPACES.

001740*---------------------------------------------------------------
001750* EVERY LEDGER COPY OF THE PUZZLE BEING RECALLED.  THE NOTICE
001760* PASS GROUPS THE ROWS BY SUBSCRIBER IN FIRST-SEEN ORDER, THE
001770* WAY SUDOKUBIL GROUPS ITS INVOICE LINES, BLANKING EACH ROW'S
001780* SUBSCRIBER-ID ONCE IT HAS BEEN PRINTED.  A DAILY PUZZLE GOES
001790* TO TWENTY SUBSCRIBERS IN AT MOST THREE PRODUCTS; 500 ROWS
001800* ALSO COVERS A PUZZLE THAT WAS RESENT.
001810*---------------------------------------------------------------
001820 01  WS-DELIVERY-TABLE.
001830     05  WS-DLV-ENTRY OCCURS 500 TIMES.
001840         10  WS-DLV-SUB-ID      PIC X(04).
001850         10  WS-DLV-SHIP-DATE   PIC X(08).
001860         10  WS-DLV-PRODUCT     PIC X(03).
001870         10  WS-DLV-SIZE        PIC 9(02).
001880         10  WS-DLV-AMOUNT      PIC 9(05)V99.
001881         10  WS-DLV-HELD        PIC X(01).
001890 77  WS-DLV-COUNT                 PIC 9(03) VALUE 0.
001900 77  WS-DLV-INDEX                 PIC 9(03).
001910 77  WS-DLV-SLOT                  PIC 9(03).
001920 77  WS-CURRENT-SUB               PIC X(04).

001930*---------------------------------------------------------------
001940* PER-CORRECTION AND RUN TOTALS - FIXED-DECIMAL MONEY.
001950*---------------------------------------------------------------
001960 77  WS-PUZZLE-COST               PIC 9(07)V99.
001970 77  WS-NOTICE-CREDIT             PIC 9(07)V99.
001980 77  WS-PUZZLE-SUB-COUNT          PIC 9(05).
001990 77  WS-TOTAL-COST                PIC 9(09)V99 VALUE 0.
002000 77  WS-CARDS-READ-COUNT          PIC 9(05) VALUE 0.
002010 77  WS-CORRECTED-COUNT           PIC 9(05) VALUE 0.
002020 77  WS-WITHDRAWN-COUNT           PIC 9(05) VALUE 0.
002030 77  WS-REJECTED-COUNT            PIC 9(05) VALUE 0.
002040 77  WS-COPIES-RECALLED-COUNT     PIC 9(05) VALUE 0.
002050 77  WS-NOTICE-COUNT              PIC 9(05) VALUE 0.
002060 77  WS-NO-RATE-COUNT             PIC 9(05) VALUE 0.
002061 77  WS-COPIES-HELD-COUNT         PIC 9(05) VALUE 0.
002062 77  WS-MAX-SEVERITY              PIC 9(01) VALUE 0.
002070 01  WS-AMOUNT-DISPLAY            PIC ZZZZZZ9.99.
002080 01  WS-GRAND-DISPLAY             PIC ZZZZZZZZ9.99.
002090 01  WS-CTL-DISPLAY-COUNT         PIC ZZZZ9.

002100*---------------------------------------------------------------
002110* CORRECTED-GRID PRINT WORK AREAS.  THE GRID IS PRINTED
002120* STRAIGHT FROM THE FLAT LAYOUT IN THE SAME BOXED FORM THE
002130* DAILY RUN USES - A "+" BORDER BEFORE EVERY BOX ROW, "|"
002140* AFTER EVERY BOX COLUMN, "." FOR AN OPEN CELL.
002150*---------------------------------------------------------------
002160 77  WS-GRID-SIZE                 PIC 9(02) VALUE 9.
002170 77  WS-BOX-ROWS                  PIC 9(02) VALUE 3.
002180 77  WS-BOX-COLS                  PIC 9(02) VALUE 3.
002190 77  WS-GRID-ROW                  PIC 9(02).
002200 77  WS-GRID-COL                  PIC 9(02).
002210 77  WS-LAYOUT-POS                PIC 9(03).
002220 77  WS-PRINT-POS                 PIC 9(03).
002230 77  WS-BOX-CHECK                 PIC 9(02).
002240 77  WS-BORDER-DASH               PIC 9(02).
002250 77  WS-BORDER-WIDTH              PIC 9(02).

002260 77  WS-CURRENT-DATE              PIC X(08).
002270 01  WS-REPORT-LINE               PIC X(132).

002271*---------------------------------------------------------------
002272* RUN-CONTROL LOG.  EVERY STEP OF THE STREAM APPENDS A START
002273* AND AN END RECORD TO RUNCTL.  THE BUSINESS DAY RUNS TO THE
002274* 06:00 CUTOFF - A STEP STARTED AFTER MIDNIGHT BUT BEFORE THE
002275* CUTOFF STILL BELONGS TO THE PREVIOUS DAY'S STREAM.
002276*---------------------------------------------------------------
002277 77  WS-RUNCTL-STATUS             PIC X(02).
002278     88  RUNCTL-FILE-OK           VALUE "00".
002279     88  RUNCTL-FILE-EOF          VALUE "10".
002280 77  WS-RUNCTL-PROGRAM-ID         PIC X(12) VALUE "SUDOKUERR".
002281 77  WS-RUNCTL-CUTOFF-TIME        PIC X(06) VALUE "060000".
002282 01  WS-RUNCTL-CLOCK.
002283     05  WS-RUNCTL-CLOCK-TIME     PIC X(06).
002284     05  FILLER                   PIC X(02).
002285 77  WS-RUNCTL-SYSTEM-DATE        PIC X(08).
002286 77  WS-RUNCTL-BUSINESS-DATE      PIC X(08).
002287 77  WS-RUNCTL-START-TIME         PIC X(06).
002288 01  WS-RUNCTL-WALK-DATE.
002289     05  WS-RUNCTL-WALK-YYYY      PIC 9(04).
002290     05  WS-RUNCTL-WALK-MM        PIC 9(02).
002291     05  WS-RUNCTL-WALK-DD        PIC 9(02).
002292 01  WS-RUNCTL-MONTH-TABLE.
002293     05  FILLER                   PIC X(24)
002294             VALUE "312831303130313130313031".
002295 01  WS-RUNCTL-MONTH-TABLE-R REDEFINES WS-RUNCTL-MONTH-TABLE.
002296     05  WS-RUNCTL-MONTH-DAYS     PIC 9(02) OCCURS 12 TIMES.
002297 77  WS-RUNCTL-LEAP-QUOT          PIC 9(04).
002298 77  WS-RUNCTL-LEAP-WORK          PIC 9(04).

002299 PROCEDURE DIVISION.
002300*---------------------------------------------------------------
002301* 0000-MAINLINE
002310*---------------------------------------------------------------
002320 0000-MAINLINE.
002321     PERFORM 0100-CHECK-RUN-CONTROL  THRU 0100-EXIT
002330     PERFORM 1000-INITIALIZE-RUN     THRU 1000-EXIT
002340     IF NOT CORRECTION-FILE-EOF
002350         PERFORM 1500-READ-NEXT-CORRECTION THRU 1500-EXIT
002360     END-IF
002370     PERFORM 2000-PROCESS-ONE-CORRECTION THRU 2000-EXIT
002380         UNTIL CORRECTION-FILE-EOF
002390     PERFORM 9000-TERMINATE-RUN      THRU 9000-EXIT
002391     MOVE WS-MAX-SEVERITY TO RETURN-CODE
002392     PERFORM 0900-LOG-RUN-END        THRU 0900-EXIT
002400     STOP RUN.

002401*---------------------------------------------------------------
002402* 0100-CHECK-RUN-CONTROL
002403* DATES THE RUN AND APPENDS THE START RECORD TO THE RUN-CONTROL
002404* LOG.  THIS STEP HAS NO PREREQUISITES OF ITS OWN.
002405*---------------------------------------------------------------
002406 0100-CHECK-RUN-CONTROL.
002407     PERFORM 0110-SET-BUSINESS-DATE  THRU 0110-EXIT
002408     OPEN EXTEND RUN-CONTROL-FILE
002409     INITIALIZE RUN-CONTROL-RECORD
002410     MOVE "START" TO RL-EVENT
002411     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
002412     CLOSE RUN-CONTROL-FILE.
002413 0100-EXIT.
002414     EXIT.

002415*---------------------------------------------------------------
002416* 0110-SET-BUSINESS-DATE
002417* THE BUSINESS DATE IS TODAY, OR YESTERDAY WHEN THE STEP STARTS
002418* BEFORE THE CUTOFF.
002419*---------------------------------------------------------------
002420 0110-SET-BUSINESS-DATE.
002421     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
002422     ACCEPT WS-RUNCTL-CLOCK FROM TIME
002423     MOVE WS-RUNCTL-CLOCK-TIME TO WS-RUNCTL-START-TIME
002424     MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-BUSINESS-DATE
002425     IF WS-RUNCTL-START-TIME < WS-RUNCTL-CUTOFF-TIME
002426         MOVE WS-RUNCTL-SYSTEM-DATE TO WS-RUNCTL-WALK-DATE
002427         PERFORM 0115-BACK-ONE-DAY   THRU 0115-EXIT
002428         MOVE WS-RUNCTL-WALK-DATE TO WS-RUNCTL-BUSINESS-DATE
002429     END-IF.
002430 0110-EXIT.
002431     EXIT.

002432 0115-BACK-ONE-DAY.
002433     IF WS-RUNCTL-WALK-DD > 1
002434         SUBTRACT 1 FROM WS-RUNCTL-WALK-DD
002435         GO TO 0115-EXIT
002436     END-IF
002437     IF WS-RUNCTL-WALK-MM = 1
002438         MOVE 12 TO WS-RUNCTL-WALK-MM
002439         SUBTRACT 1 FROM WS-RUNCTL-WALK-YYYY
002440     ELSE
002441         SUBTRACT 1 FROM WS-RUNCTL-WALK-MM
002442     END-IF
002443     MOVE WS-RUNCTL-MONTH-DAYS(WS-RUNCTL-WALK-MM)
002444         TO WS-RUNCTL-WALK-DD
002445     IF WS-RUNCTL-WALK-MM = 2
002446         DIVIDE WS-RUNCTL-WALK-YYYY BY 4
002447             GIVING WS-RUNCTL-LEAP-QUOT
002448             REMAINDER WS-RUNCTL-LEAP-WORK
002449         IF WS-RUNCTL-LEAP-WORK = 0
002450             MOVE 29 TO WS-RUNCTL-WALK-DD
002451             DIVIDE WS-RUNCTL-WALK-YYYY BY 100
002452                 GIVING WS-RUNCTL-LEAP-QUOT
002453                 REMAINDER WS-RUNCTL-LEAP-WORK
002454             IF WS-RUNCTL-LEAP-WORK = 0
002455                 DIVIDE WS-RUNCTL-WALK-YYYY BY 400
002456                     GIVING WS-RUNCTL-LEAP-QUOT
002457                     REMAINDER WS-RUNCTL-LEAP-WORK
002458                 IF WS-RUNCTL-LEAP-WORK NOT = 0
002459                     MOVE 28 TO WS-RUNCTL-WALK-DD
002460                 END-IF
002461             END-IF
002462         END-IF
002463     END-IF.
002464 0115-EXIT.
002465     EXIT.

002466*---------------------------------------------------------------
002467* 0180-WRITE-RUN-CONTROL
002468* STAMPS THE COMMON FIELDS ON THE RECORD BUILT BY THE CALLER AND
002469* APPENDS IT.  THE LOG IS ALREADY OPEN EXTEND.
002470*---------------------------------------------------------------
002471 0180-WRITE-RUN-CONTROL.
002472     MOVE WS-RUNCTL-PROGRAM-ID    TO RL-PROGRAM-ID
002473     MOVE WS-RUNCTL-BUSINESS-DATE TO RL-BUSINESS-DATE
002474     MOVE WS-RUNCTL-SYSTEM-DATE   TO RL-RUN-DATE
002475     MOVE WS-RUNCTL-START-TIME    TO RL-START-TIME
002476     WRITE RUN-CONTROL-RECORD.
002477 0180-EXIT.
002478     EXIT.

002479*---------------------------------------------------------------
002480* 0900-LOG-RUN-END
002481* APPENDS THE END RECORD - END TIME, RETURN-CODE AND THE STEP'S
002482* KEY RECORD COUNTS - TO THE RUN-CONTROL LOG.
002483*---------------------------------------------------------------
002484 0900-LOG-RUN-END.
002485     ACCEPT WS-RUNCTL-SYSTEM-DATE FROM DATE YYYYMMDD
002486     ACCEPT WS-RUNCTL-CLOCK FROM TIME
002487     INITIALIZE RUN-CONTROL-RECORD
002488     MOVE "END" TO RL-EVENT
002489     MOVE WS-RUNCTL-CLOCK-TIME TO RL-END-TIME
002490     MOVE RETURN-CODE TO RL-RETURN-CODE
002491     MOVE "CARDS READ" TO RL-COUNT-LABEL(1)
002492     MOVE WS-CARDS-READ-COUNT TO RL-COUNT-VALUE(1)
002493     MOVE "RECALLED" TO RL-COUNT-LABEL(2)
002494     MOVE WS-COPIES-RECALLED-COUNT TO RL-COUNT-VALUE(2)
002495     MOVE "REJECTED" TO RL-COUNT-LABEL(3)
002496     MOVE WS-REJECTED-COUNT TO RL-COUNT-VALUE(3)
002497     OPEN EXTEND RUN-CONTROL-FILE
002498     PERFORM 0180-WRITE-RUN-CONTROL  THRU 0180-EXIT
002499     CLOSE RUN-CONTROL-FILE.
002500 0900-EXIT.
002501     EXIT.

002502*---------------------------------------------------------------
002503* 1000-INITIALIZE-RUN
002504* READS THE PARAMETER CARDS, TABLES THE RATE FILE, THE VOID
002505* FILE AND THE HELD TRANSMISSIONS, OPENS THE CORRECTION DECK,
002506* AND OPENS THE CREDIT AND VOID FILES IN EXTEND MODE SO BOTH
002507* ACCUMULATE RUN OVER RUN.
002508*---------------------------------------------------------------
002509 1000-INITIALIZE-RUN.
002510     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002511     PERFORM 1020-ACCEPT-RUN-PARAMETERS THRU 1020-EXIT
002512     IF WS-CREDIT-MONTH = SPACES
002513         MOVE WS-CURRENT-DATE(1:6) TO WS-CREDIT-MONTH
002520     END-IF
002530     PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT
002540     PERFORM 1200-LOAD-VOID-TABLE THRU 1200-EXIT
002541     PERFORM 1300-LOAD-HELD-TABLE THRU 1300-EXIT
002550     OPEN INPUT CORRECTION-FILE
002560     IF NOT CORRECTION-FILE-OK
002570         DISPLAY "SUDOKUERR: CORRECTION FILE NOT AVAILABLE - "
002580                 "STATUS " WS-CORRECTION-STATUS
002590         SET CORRECTION-FILE-EOF TO TRUE
002591         MOVE 8 TO WS-MAX-SEVERITY
002600     END-IF
002610     OPEN EXTEND CREDIT-FILE
002620     OPEN EXTEND VOID-FILE
002630     OPEN OUTPUT NOTICE-FILE
002640     OPEN OUTPUT RECALL-REGISTER-FILE
002650     MOVE SPACES TO WS-REPORT-LINE
002660     STRING "SUDOKUERR RECALL REGISTER - " DELIMITED BY SIZE
002670            WS-CURRENT-DATE DELIMITED BY SIZE
002680            "   CREDITS POSTED TO BILLING MONTH "
002690            DELIMITED BY SIZE
002700            WS-CREDIT-MONTH DELIMITED BY SIZE
002710            INTO WS-REPORT-LINE
002720     WRITE RECALL-REGISTER-LINE FROM WS-REPORT-LINE
002730     MOVE SPACES TO WS-REPORT-LINE
002740     WRITE RECALL-REGISTER-LINE FROM WS-REPORT-LINE.
002750 1000-EXIT.
002760     EXIT.

002770*---------------------------------------------------------------
002780* 1020-ACCEPT-RUN-PARAMETERS
002790*---------------------------------------------------------------
002800 1020-ACCEPT-RUN-PARAMETERS.
002810     PERFORM 1025-READ-ONE-PARM-CARD THRU 1025-EXIT
002820         UNTIL NO-MORE-PARM-CARDS
002830            OR WS-PARM-CARD-COUNT > 20.
002840 1020-EXIT.
002850     EXIT.

002860 1025-READ-ONE-PARM-CARD.
002870     MOVE SPACES TO WS-PARM-CARD
002880     ACCEPT WS-PARM-CARD FROM SYSIN
002890     ADD 1 TO WS-PARM-CARD-COUNT
002900     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD(1:4) = "END "
002910         SET NO-MORE-PARM-CARDS TO TRUE
002920     ELSE
002930         MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
002940         UNSTRING WS-PARM-CARD DELIMITED BY "="
002950             INTO WS-PARM-KEYWORD WS-PARM-VALUE
002960         IF WS-PARM-KEYWORD = "CREDITMONTH"
002970             MOVE WS-PARM-VALUE(1:6) TO WS-CREDIT-MONTH
002980         ELSE
002990             DISPLAY "SUDOKUERR: UNRECOGNIZED PARAMETER "
003000                 "CARD IGNORED: " WS-PARM-CARD(1:40)
003010         END-IF
003020     END-IF.
003030 1025-EXIT.
003040     EXIT.

003050*---------------------------------------------------------------
003060* 1100-LOAD-RATE-TABLE
003070*---------------------------------------------------------------
003080 1100-LOAD-RATE-TABLE.
003090     OPEN INPUT RATE-TABLE-FILE
003100     IF RATE-FILE-OK
003110         PERFORM 1110-LOAD-ONE-RATE THRU 1110-EXIT
003120             UNTIL RATE-FILE-EOF
003130     ELSE
003140         DISPLAY "SUDOKUERR: RATE TABLE NOT AVAILABLE - "
003150                 "STATUS " WS-RATE-STATUS
003160     END-IF
003170     CLOSE RATE-TABLE-FILE.
003180 1100-EXIT.
003190     EXIT.

003200 1110-LOAD-ONE-RATE.
003210     READ RATE-TABLE-FILE
003220         AT END
003230             SET RATE-FILE-EOF TO TRUE
003240         NOT AT END
003250             IF WS-RATE-COUNT < 30
003260                 ADD 1 TO WS-RATE-COUNT
003270                 MOVE RT-PRODUCT-CODE
003280                      TO WS-RATE-PRODUCT(WS-RATE-COUNT)
003290                 MOVE RT-GRID-SIZE
003300                      TO WS-RATE-SIZE(WS-RATE-COUNT)
003310                 MOVE RT-RATE
003320                      TO WS-RATE-AMOUNT(WS-RATE-COUNT)
003330             ELSE
003340                 SET RATE-FILE-EOF TO TRUE
003350                 DISPLAY "SUDOKUERR: RATE TABLE EXCEEDS 30 "
003360                     "ENTRIES - FIRST 30 LOADED"
003370             END-IF
003380     END-READ.
003390 1110-EXIT.
003400     EXIT.

003410*---------------------------------------------------------------
003420* 1200-LOAD-VOID-TABLE
003430* NO VOID FILE YET (THE FIRST RECALL EVER) JUST MEANS NOTHING
003440* HAS BEEN RECALLED BEFORE.
003450*---------------------------------------------------------------
003460 1200-LOAD-VOID-TABLE.
003470     OPEN INPUT VOID-FILE
003480     IF VOID-FILE-OK
003490         PERFORM 1210-LOAD-ONE-VOID THRU 1210-EXIT
003500             UNTIL VOID-FILE-EOF
003510     END-IF
003520     CLOSE VOID-FILE.
003530 1200-EXIT.
003540     EXIT.

003550 1210-LOAD-ONE-VOID.
003560     READ VOID-FILE
003570         AT END
003580             SET VOID-FILE-EOF TO TRUE
003590         NOT AT END
003600             IF WS-VOID-COUNT < 2000
003610                 ADD 1 TO WS-VOID-COUNT
003620                 MOVE VD-PUZZLE-ID
003630                      TO WS-VOID-PUZZLE-ID(WS-VOID-COUNT)
003640             ELSE
003650                 SET VOID-FILE-EOF TO TRUE
003660                 DISPLAY "SUDOKUERR: VOID FILE EXCEEDS 2000 "
003670                     "RECORDS - REPEAT-RECALL CHECK INCOMPLETE"
003680             END-IF
003690     END-READ.
003700 1210-EXIT.
003710     EXIT.

003711*---------------------------------------------------------------
003712* 1300-LOAD-HELD-TABLE
003713* NO HELD FILE MEANS SUDOKUBIL HAS NEVER HELD A TRANSMISSION.
003714*---------------------------------------------------------------
003715 1300-LOAD-HELD-TABLE.
003716     OPEN INPUT HELD-FILE
003717     IF HELD-FILE-OK
003718         PERFORM 1310-LOAD-ONE-HELD THRU 1310-EXIT
003719             UNTIL HELD-FILE-EOF
003720     END-IF
003721     CLOSE HELD-FILE.
003722 1300-EXIT.
003723     EXIT.

003724 1310-LOAD-ONE-HELD.
003725     READ HELD-FILE
003726         AT END
003727             SET HELD-FILE-EOF TO TRUE
003728         NOT AT END
003729             IF WS-HELD-COUNT < 500
003730                 ADD 1 TO WS-HELD-COUNT
003731                 MOVE HD-SUBSCRIBER-ID
003732                      TO WS-HELD-SUB-ID(WS-HELD-COUNT)
003733                 MOVE HD-XMIT-SEQ
003734                      TO WS-HELD-SEQ(WS-HELD-COUNT)
003735             ELSE
003736                 SET HELD-FILE-EOF TO TRUE
003737                 DISPLAY "SUDOKUERR: HELD FILE EXCEEDS 500 "
003738                     "RECORDS - HELD-COPY CHECK INCOMPLETE"
003739             END-IF
003740     END-READ.
003741 1310-EXIT.
003742     EXIT.

003743*---------------------------------------------------------------
003744* 1500-READ-NEXT-CORRECTION
003745*---------------------------------------------------------------
003750 1500-READ-NEXT-CORRECTION.
003760     READ CORRECTION-FILE
003770         AT END
003780             SET CORRECTION-FILE-EOF TO TRUE
003790         NOT AT END
003800             ADD 1 TO WS-CARDS-READ-COUNT
003810     END-READ.
003820 1500-EXIT.
003830     EXIT.

003840*---------------------------------------------------------------
003850* 2000-PROCESS-ONE-CORRECTION
003860* VALIDATES THE STAGED CORRECTION; A GOOD ONE GATHERS AND
003870* CREDITS EVERY SHIPPED COPY, PRINTS THE SUBSCRIBER NOTICES,
003880* VOIDS THE PUZZLE AND CLOSES ITS REGISTER ENTRY.
003890*---------------------------------------------------------------
003900 2000-PROCESS-ONE-CORRECTION.
003910     PERFORM 2100-VALIDATE-CORRECTION THRU 2100-EXIT
003920     IF CORRECTION-IS-INVALID
003930         PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
003940         PERFORM 1500-READ-NEXT-CORRECTION THRU 1500-EXIT
003950         GO TO 2000-EXIT
003960     END-IF
003970     PERFORM 2150-WRITE-REGISTER-HEADER THRU 2150-EXIT
003980     PERFORM 2200-RECALL-SHIPPED-COPIES THRU 2200-EXIT
003990     PERFORM 2400-WRITE-NOTICES         THRU 2400-EXIT
004000     PERFORM 2600-WRITE-VOID-RECORD     THRU 2600-EXIT
004010     PERFORM 2700-WRITE-REGISTER-TOTAL  THRU 2700-EXIT
004020     IF CR-ACTION = "WITHDRAW"
004030         ADD 1 TO WS-WITHDRAWN-COUNT
004040     ELSE
004050         ADD 1 TO WS-CORRECTED-COUNT
004060     END-IF
004070     PERFORM 1500-READ-NEXT-CORRECTION THRU 1500-EXIT.
004080 2000-EXIT.
004090     EXIT.

004100*---------------------------------------------------------------
004110* 2100-VALIDATE-CORRECTION
004120* EVERY CORRECTION MUST CARRY A KNOWN ACTION, A PUZZLE-ID, THE
004130* OPERATOR'S INITIALS AND A REASON; A CORRECT MUST ALSO CARRY
004140* THE CORRECTED LAYOUT AND A GRID SIZE OF 06, 09 OR 12.  A
004150* PUZZLE ALREADY VOIDED HAS ALREADY BEEN RECALLED AND CREDITED.
004160*---------------------------------------------------------------
004170 2100-VALIDATE-CORRECTION.
004180     SET CORRECTION-IS-VALID TO TRUE
004190     MOVE SPACES TO WS-REJECT-REASON
004200     PERFORM 2110-CHECK-VOID-TABLE THRU 2110-EXIT
004210     EVALUATE TRUE
004220         WHEN CR-ACTION NOT = "CORRECT " AND "WITHDRAW"
004230             MOVE "INVALID ACTION" TO WS-REJECT-REASON
004240         WHEN CR-PUZZLE-ID = SPACES
004250             MOVE "MISSING PUZZLE-ID" TO WS-REJECT-REASON
004260         WHEN CR-OPERATOR-INITIALS = SPACES
004270             MOVE "MISSING OPERATOR INITIALS" TO WS-REJECT-REASON
004280         WHEN CR-REASON = SPACES
004290             MOVE "MISSING REASON" TO WS-REJECT-REASON
004300         WHEN CR-ACTION = "CORRECT "
004310          AND CR-CORRECTED-LAYOUT = SPACES
004320             MOVE "CORRECT WITH NO LAYOUT" TO WS-REJECT-REASON
004330         WHEN CR-ACTION = "CORRECT "
004340          AND CR-GRID-SIZE NOT = "06" AND "09" AND "12"
004350             MOVE "INVALID GRID SIZE" TO WS-REJECT-REASON
004360         WHEN PUZZLE-ALREADY-VOID
004370             MOVE "PUZZLE ALREADY RECALLED" TO WS-REJECT-REASON
004380     END-EVALUATE
004390     IF WS-REJECT-REASON NOT = SPACES
004400         SET CORRECTION-IS-INVALID TO TRUE
004410     END-IF.
004420 2100-EXIT.
004430     EXIT.

004440 2110-CHECK-VOID-TABLE.
004450     MOVE "N" TO WS-VOID-FOUND-SWITCH
004460     PERFORM VARYING WS-VOID-INDEX FROM 1 BY 1
004470         UNTIL WS-VOID-INDEX > WS-VOID-COUNT
004480         IF WS-VOID-PUZZLE-ID(WS-VOID-INDEX) = CR-PUZZLE-ID
004490             SET PUZZLE-ALREADY-VOID TO TRUE
004500             MOVE WS-VOID-COUNT TO WS-VOID-INDEX
004510         END-IF
004520     END-PERFORM.
004530 2110-EXIT.
004540     EXIT.

004550*---------------------------------------------------------------
004560* 2150-WRITE-REGISTER-HEADER
004570*---------------------------------------------------------------
004580 2150-WRITE-REGISTER-HEADER.
004590     MOVE SPACES TO WS-REPORT-LINE
004600     STRING "PUZZLE "            DELIMITED BY SIZE
004610            CR-PUZZLE-ID         DELIMITED BY SIZE
004620            "  "                 DELIMITED BY SIZE
004630            CR-ACTION            DELIMITED BY SIZE
004640            "  OPERATOR "        DELIMITED BY SIZE
004650            CR-OPERATOR-INITIALS DELIMITED BY SIZE
004660            "  REASON: "         DELIMITED BY SIZE
004670            CR-REASON            DELIMITED BY SIZE
004680            INTO WS-REPORT-LINE
004690     WRITE RECALL-REGISTER-LINE FROM WS-REPORT-LINE
004700     MOVE "    SUBSCRIBER  SHIPPED   PRODUCT  SIZE      CREDIT"
004710          TO WS-REPORT-LINE
004720     WRITE RECALL-REGISTER-LINE FROM WS-REPORT-LINE.
004730 2150-EXIT.
004740     EXIT.

004750*---------------------------------------------------------------
004760* 2200-RECALL-SHIPPED-COPIES
004770* ONE PASS OVER THE CUMULATIVE LEDGER PER CORRECTION - A
004780* CORRECTION DECK IS A CARD OR TWO, SO REREADING THE LEDGER
004790* COSTS LESS THAN TABLING IT.  EVERY COPY OF THE PUZZLE IS
004800* PRICED, CREDITED, LISTED ON THE REGISTER AND TABLED FOR THE
004810* NOTICES - EXCEPT A COPY STILL HELD IN DISPUTE, WHICH WAS
004811* NEVER BILLED AND IS LISTED AND NOTIFIED WITHOUT CREDIT.
004820*---------------------------------------------------------------
004830 2200-RECALL-SHIPPED-COPIES.
004840     MOVE 0 TO WS-DLV-COUNT
004850     MOVE 0 TO WS-PUZZLE-COST
004860     MOVE "00" TO WS-LEDGER-STATUS
004870     OPEN INPUT DIST-LEDGER-FILE
004880     IF LEDGER-FILE-OK
004890         PERFORM 2210-RECALL-ONE-DETAIL THRU 2210-EXIT
004900             UNTIL LEDGER-FILE-EOF
004910     ELSE
004920         MOVE "    DISTRIBUTION LEDGER NOT AVAILABLE - NO COPIES "
004930              TO WS-REPORT-LINE
004940         MOVE "CREDITED" TO WS-REPORT-LINE(51:8)
004950         WRITE RECALL-REGISTER-LINE FROM WS-REPORT-LINE
004951         IF WS-MAX-SEVERITY < 4
004952             MOVE 4 TO WS-MAX-SEVERITY
004953         END-IF
004960     END-IF
004970     CLOSE DIST-LEDGER-FILE.
004980 2200-EXIT.
004990     EXIT.

005000 2210-RECALL-ONE-DETAIL.
005010     READ DIST-LEDGER-FILE
005020         AT END
005030             SET LEDGER-FILE-EOF TO TRUE
005040         NOT AT END
005050             IF DL-PUZZLE-ID = CR-PUZZLE-ID
005051                 PERFORM 2250-CHECK-HELD-COPY THRU 2250-EXIT
005052                 IF COPY-IS-HELD
005053                     PERFORM 2280-LIST-HELD-COPY THRU 2280-EXIT
005054                 ELSE
005060                     PERFORM 2300-CREDIT-ONE-COPY THRU 2300-EXIT
005061                 END-IF
005070             END-IF
005080     END-READ.
005090 2210-EXIT.
005100     EXIT.

005101*---------------------------------------------------------------
005102* 2250-CHECK-HELD-COPY
005103* SETS COPY-IS-HELD WHEN THE COPY WAS SHIPPED UNDER A
005104* TRANSMISSION SUDOKUBIL IS STILL HOLDING.  A COPY SHIPPED BEFORE
005105* TRANSMISSION ENVELOPES HAS NO SEQUENCE AND IS NEVER HELD.
005106* A DISPUTED COPY SHIPPED IN THE CREDIT MONTH OR LATER IS NOT ON
005107* HELDFILE YET, BUT SUDOKUBIL WILL HOLD IT WHEN THAT MONTH IS
005108* BILLED, SO IT IS HELD HERE TOO.  A DISPUTED COPY FROM AN
005109* EARLIER MONTH THAT IS NOT ON HELDFILE WAS DISPUTED AFTER IT WAS
005110* INVOICED AND IS CREDITED.
005111*---------------------------------------------------------------
005112 2250-CHECK-HELD-COPY.
005113     MOVE "N" TO WS-HELD-FOUND-SWITCH
005114     IF DL-XMIT-SEQ NOT NUMERIC
005115         GO TO 2250-EXIT
005116     END-IF
005117     IF DL-DISPUTED
005118        AND DL-SHIP-DATE(1:6) NOT < WS-CREDIT-MONTH
005119         SET COPY-IS-HELD TO TRUE
005120         GO TO 2250-EXIT
005121     END-IF
005122     PERFORM VARYING WS-HELD-INDEX FROM 1 BY 1
005123         UNTIL WS-HELD-INDEX > WS-HELD-COUNT
005124         IF WS-HELD-SUB-ID(WS-HELD-INDEX) = DL-SUBSCRIBER-ID
005125            AND WS-HELD-SEQ(WS-HELD-INDEX) = DL-XMIT-SEQ
005126             SET COPY-IS-HELD TO TRUE
005127             MOVE WS-HELD-COUNT TO WS-HELD-INDEX
005128         END-IF
005129     END-PERFORM.
005130 2250-EXIT.
005131     EXIT.

005132*---------------------------------------------------------------
005133* 2280-LIST-HELD-COPY
005134* A HELD COPY GOES ON THE REGISTER AND THE NOTICE AT NO CREDIT -
005135* THE SUBSCRIBER STILL RECEIVED THE PUZZLE AND STILL NEEDS THE
005136* CORRECTION, BUT WAS NEVER CHARGED FOR IT.
005137*---------------------------------------------------------------
005138 2280-LIST-HELD-COPY.
005139     ADD 1 TO WS-COPIES-HELD-COUNT
005140     MOVE SPACES TO WS-REPORT-LINE
005141     MOVE DL-SUBSCRIBER-ID    TO WS-REPORT-LINE(5:4)
005142     MOVE DL-SHIP-DATE        TO WS-REPORT-LINE(17:8)
005143     MOVE DL-PRODUCT-CODE     TO WS-REPORT-LINE(27:3)
005144     MOVE DL-GRID-SIZE        TO WS-REPORT-LINE(36:2)
005145     MOVE "HELD - NOT BILLED, NO CREDIT"
005146          TO WS-REPORT-LINE(42:28)
005147     WRITE RECALL-REGISTER-LINE FROM WS-REPORT-LINE
005148     IF WS-DLV-COUNT < 500
005149         ADD 1 TO WS-DLV-COUNT
005150         MOVE DL-SUBSCRIBER-ID TO WS-DLV-SUB-ID(WS-DLV-COUNT)
005151         MOVE DL-SHIP-DATE     TO WS-DLV-SHIP-DATE(WS-DLV-COUNT)
005152         MOVE DL-PRODUCT-CODE  TO WS-DLV-PRODUCT(WS-DLV-COUNT)
005153         MOVE DL-GRID-SIZE     TO WS-DLV-SIZE(WS-DLV-COUNT)
005154         MOVE 0                TO WS-DLV-AMOUNT(WS-DLV-COUNT)
005155         MOVE "Y"              TO WS-DLV-HELD(WS-DLV-COUNT)
005156     ELSE
005157         DISPLAY "SUDOKUERR: MORE THAN 500 COPIES OF PUZZLE "
005158             CR-PUZZLE-ID " - HELD COPY TO " DL-SUBSCRIBER-ID
005159             " NOT ON A NOTICE"
005160     END-IF.
005161 2280-EXIT.
005162     EXIT.

005163*---------------------------------------------------------------
005164* 2300-CREDIT-ONE-COPY
005165* A COPY WITH NO RATE ON FILE IS CREDITED AT ZERO AND FLAGGED,
005166* THE SAME WAY SUDOKUBIL BILLED IT AT ZERO.
005167*---------------------------------------------------------------
005168 2300-CREDIT-ONE-COPY.
005170     PERFORM 2350-LOOK-UP-RATE THRU 2350-EXIT
005180     MOVE WS-CURRENT-DATE     TO CD-CREDIT-DATE
005190     MOVE WS-CREDIT-MONTH     TO CD-BILL-MONTH
005200     MOVE DL-SUBSCRIBER-ID    TO CD-SUBSCRIBER-ID
005210     MOVE DL-PUZZLE-ID        TO CD-PUZZLE-ID
005220     MOVE DL-SHIP-DATE        TO CD-SHIP-DATE
005230     MOVE DL-GRID-SIZE        TO CD-GRID-SIZE
005240     MOVE DL-PRODUCT-CODE     TO CD-PRODUCT-CODE
005250     MOVE WS-RATE-PICKED      TO CD-CREDIT-AMOUNT
005260     WRITE CREDIT-RECORD
005270     ADD 1 TO WS-COPIES-RECALLED-COUNT
005280     ADD WS-RATE-PICKED TO WS-PUZZLE-COST
005290     MOVE SPACES TO WS-REPORT-LINE
005300     MOVE DL-SUBSCRIBER-ID    TO WS-REPORT-LINE(5:4)
005310     MOVE DL-SHIP-DATE        TO WS-REPORT-LINE(17:8)
005320     MOVE DL-PRODUCT-CODE     TO WS-REPORT-LINE(27:3)
005330     MOVE DL-GRID-SIZE        TO WS-REPORT-LINE(36:2)
005340     MOVE WS-RATE-PICKED      TO WS-AMOUNT-DISPLAY
005350     MOVE WS-AMOUNT-DISPLAY   TO WS-REPORT-LINE(42:10)
005360     IF NOT RATE-WAS-FOUND
005370         MOVE "** NO RATE ON FILE **" TO WS-REPORT-LINE(54:21)
005380         ADD 1 TO WS-NO-RATE-COUNT
005390     END-IF
005400     WRITE RECALL-REGISTER-LINE FROM WS-REPORT-LINE
005410     IF WS-DLV-COUNT < 500
005420         ADD 1 TO WS-DLV-COUNT
005430         MOVE DL-SUBSCRIBER-ID TO WS-DLV-SUB-ID(WS-DLV-COUNT)
005440         MOVE DL-SHIP-DATE     TO WS-DLV-SHIP-DATE(WS-DLV-COUNT)
005450         MOVE DL-PRODUCT-CODE  TO WS-DLV-PRODUCT(WS-DLV-COUNT)
005460         MOVE DL-GRID-SIZE     TO WS-DLV-SIZE(WS-DLV-COUNT)
005470         MOVE WS-RATE-PICKED   TO WS-DLV-AMOUNT(WS-DLV-COUNT)
005471         MOVE "N"              TO WS-DLV-HELD(WS-DLV-COUNT)
005480     ELSE
005490         DISPLAY "SUDOKUERR: MORE THAN 500 COPIES OF PUZZLE "
005500             CR-PUZZLE-ID " - COPY TO " DL-SUBSCRIBER-ID
005510             " CREDITED BUT NOT ON A NOTICE"
005520     END-IF.
005530 2300-EXIT.
005540     EXIT.

005550*---------------------------------------------------------------
005560* 2350-LOOK-UP-RATE
005570* FINDS THE RATE FOR THE LEDGER COPY JUST READ.  NO MATCH
005580* LEAVES A ZERO RATE AND RATE-WAS-FOUND OFF.
005590*---------------------------------------------------------------
005600 2350-LOOK-UP-RATE.
005610     MOVE "N" TO WS-RATE-FOUND-SWITCH
005620     MOVE 0 TO WS-RATE-PICKED
005630     PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
005640         UNTIL WS-RATE-INDEX > WS-RATE-COUNT
005650         IF WS-RATE-PRODUCT(WS-RATE-INDEX) = DL-PRODUCT-CODE
005660            AND WS-RATE-SIZE(WS-RATE-INDEX) = DL-GRID-SIZE
005670             SET RATE-WAS-FOUND TO TRUE
005680             MOVE WS-RATE-AMOUNT(WS-RATE-INDEX)
005690                  TO WS-RATE-PICKED
005700             MOVE WS-RATE-COUNT TO WS-RATE-INDEX
005710         END-IF
005720     END-PERFORM.
005730 2350-EXIT.
005740     EXIT.

005750*---------------------------------------------------------------
005760* 2400-WRITE-NOTICES
005770* ONE NOTICE PER SUBSCRIBER-ID ON THE DELIVERY TABLE, IN
005780* FIRST-SEEN ORDER.
005790*---------------------------------------------------------------
005800 2400-WRITE-NOTICES.
005810     MOVE 0 TO WS-PUZZLE-SUB-COUNT
005820     PERFORM 2410-WRITE-ONE-NOTICE THRU 2410-EXIT
005830         VARYING WS-DLV-INDEX FROM 1 BY 1
005840         UNTIL WS-DLV-INDEX > WS-DLV-COUNT.
005850 2400-EXIT.
005860     EXIT.

005870 2410-WRITE-ONE-NOTICE.
005880     IF WS-DLV-SUB-ID(WS-DLV-INDEX) = SPACES
005890         GO TO 2410-EXIT
005900     END-IF
005910     MOVE WS-DLV-SUB-ID(WS-DLV-INDEX) TO WS-CURRENT-SUB
005920     ADD 1 TO WS-NOTICE-COUNT
005930     ADD 1 TO WS-PUZZLE-SUB-COUNT
005940     MOVE 0 TO WS-NOTICE-CREDIT
005950     MOVE ALL "=" TO WS-REPORT-LINE
005960     WRITE NOTICE-LINE FROM WS-REPORT-LINE
005970     MOVE SPACES TO WS-REPORT-LINE
005980     STRING "PUZZLE CORRECTION NOTICE - SUBSCRIBER "
005990            DELIMITED BY SIZE
006000            WS-CURRENT-SUB  DELIMITED BY SIZE
006010            "     DATE "    DELIMITED BY SIZE
006020            WS-CURRENT-DATE DELIMITED BY SIZE
006030            INTO WS-REPORT-LINE
006040     WRITE NOTICE-LINE FROM WS-REPORT-LINE
006050     MOVE ALL "=" TO WS-REPORT-LINE
006060     WRITE NOTICE-LINE FROM WS-REPORT-LINE
006070     MOVE SPACES TO WS-REPORT-LINE
006080     IF CR-ACTION = "WITHDRAW"
006090         STRING "PUZZLE " DELIMITED BY SIZE
006100                CR-PUZZLE-ID DELIMITED BY SIZE
006110                " HAS BEEN WITHDRAWN.  PLEASE DO NOT PRINT, "
006120                DELIMITED BY SIZE
006130                "REPRINT OR SYNDICATE IT FURTHER."
006140                DELIMITED BY SIZE
006150                INTO WS-REPORT-LINE
006160     ELSE
006170         STRING "PUZZLE " DELIMITED BY SIZE
006180                CR-PUZZLE-ID DELIMITED BY SIZE
006190                " WAS PUBLISHED IN ERROR.  THE CORRECTED GRID "
006200                DELIMITED BY SIZE
006210                "FOLLOWS AND REPLACES IT." DELIMITED BY SIZE
006220                INTO WS-REPORT-LINE
006230     END-IF
006240     WRITE NOTICE-LINE FROM WS-REPORT-LINE
006250     MOVE SPACES TO WS-REPORT-LINE
006260     STRING "REASON: " DELIMITED BY SIZE
006270            CR-REASON  DELIMITED BY SIZE
006280            INTO WS-REPORT-LINE
006290     WRITE NOTICE-LINE FROM WS-REPORT-LINE
006300     MOVE SPACES TO WS-REPORT-LINE
006310     WRITE NOTICE-LINE FROM WS-REPORT-LINE
006320     MOVE "COPIES YOU RECEIVED   SHIPPED   PRODUCT  SIZE"
006330          TO WS-REPORT-LINE
006335     MOVE "CREDIT" TO WS-REPORT-LINE(52:6)
006340     WRITE NOTICE-LINE FROM WS-REPORT-LINE
006350     PERFORM 2420-WRITE-ONE-NOTICE-COPY THRU 2420-EXIT
006360         VARYING WS-DLV-SLOT FROM WS-DLV-INDEX BY 1
006370         UNTIL WS-DLV-SLOT > WS-DLV-COUNT
006380     MOVE SPACES TO WS-REPORT-LINE
006390     MOVE "TOTAL CREDITED TO YOUR ACCOUNT  . :" TO WS-REPORT-LINE
006400     MOVE WS-NOTICE-CREDIT TO WS-AMOUNT-DISPLAY
006410     MOVE WS-AMOUNT-DISPLAY TO WS-REPORT-LINE(48:10)
006420     WRITE NOTICE-LINE FROM WS-REPORT-LINE
006430     MOVE SPACES TO WS-REPORT-LINE
006440     STRING "THE CREDIT WILL APPEAR ON YOUR INVOICE FOR "
006450            DELIMITED BY SIZE
006460            WS-CREDIT-MONTH DELIMITED BY SIZE
006470            "." DELIMITED BY SIZE
006480            INTO WS-REPORT-LINE
006490     WRITE NOTICE-LINE FROM WS-REPORT-LINE
006500     IF CR-ACTION = "CORRECT "
006510         MOVE SPACES TO WS-REPORT-LINE
006520         WRITE NOTICE-LINE FROM WS-REPORT-LINE
006530         MOVE "CORRECTED PUZZLE:" TO WS-REPORT-LINE
006540         WRITE NOTICE-LINE FROM WS-REPORT-LINE
006550         PERFORM 2500-PRINT-CORRECTED-GRID THRU 2500-EXIT
006560     END-IF
006570     MOVE SPACES TO WS-REPORT-LINE
006580     WRITE NOTICE-LINE FROM WS-REPORT-LINE.
006590 2410-EXIT.
006600     EXIT.

006610*---------------------------------------------------------------
006620* 2420-WRITE-ONE-NOTICE-COPY
006630* PRINTS AND BLANKS EVERY ROW BELONGING TO THE SUBSCRIBER THE
006640* NOTICE IS OPEN FOR - BLANKING THE SUBSCRIBER-ID IS WHAT
006650* KEEPS 2410 FROM OPENING A SECOND NOTICE FOR A ROW ALREADY
006660* PRINTED.
006670*---------------------------------------------------------------
006680 2420-WRITE-ONE-NOTICE-COPY.
006690     IF WS-DLV-SUB-ID(WS-DLV-SLOT) NOT = WS-CURRENT-SUB
006700         GO TO 2420-EXIT
006710     END-IF
006720     MOVE SPACES TO WS-REPORT-LINE
006730     MOVE WS-DLV-SHIP-DATE(WS-DLV-SLOT) TO WS-REPORT-LINE(23:8)
006740     MOVE WS-DLV-PRODUCT(WS-DLV-SLOT)   TO WS-REPORT-LINE(33:3)
006750     MOVE WS-DLV-SIZE(WS-DLV-SLOT)      TO WS-REPORT-LINE(42:2)
006760     MOVE WS-DLV-AMOUNT(WS-DLV-SLOT)    TO WS-AMOUNT-DISPLAY
006770     MOVE WS-AMOUNT-DISPLAY TO WS-REPORT-LINE(48:10)
006771     IF WS-DLV-HELD(WS-DLV-SLOT) = "Y"
006772         MOVE "NOT BILLED" TO WS-REPORT-LINE(60:10)
006773     END-IF
006780     WRITE NOTICE-LINE FROM WS-REPORT-LINE
006790     ADD WS-DLV-AMOUNT(WS-DLV-SLOT) TO WS-NOTICE-CREDIT
006800     MOVE SPACES TO WS-DLV-SUB-ID(WS-DLV-SLOT).
006810 2420-EXIT.
006820     EXIT.

006830*---------------------------------------------------------------
006840* 2500-PRINT-CORRECTED-GRID
006850* THE CORRECTED LAYOUT AS A BOXED GRID - 2x3 BOXES FOR THE
006860* 6x6 JUNIOR EDITION, 3x4 FOR THE 12x12 EXPERT, 3x3 OTHERWISE.
006870*---------------------------------------------------------------
006880 2500-PRINT-CORRECTED-GRID.
006890     MOVE CR-GRID-SIZE TO WS-GRID-SIZE
006900     EVALUATE WS-GRID-SIZE
006910         WHEN 6
006920             MOVE 2 TO WS-BOX-ROWS
006930             MOVE 3 TO WS-BOX-COLS
006940         WHEN 12
006950             MOVE 3 TO WS-BOX-ROWS
006960             MOVE 4 TO WS-BOX-COLS
006970         WHEN OTHER
006980             MOVE 3 TO WS-BOX-ROWS
006990             MOVE 3 TO WS-BOX-COLS
007000     END-EVALUATE
007010     PERFORM VARYING WS-GRID-ROW FROM 1 BY 1
007020         UNTIL WS-GRID-ROW > WS-GRID-SIZE
007030         COMPUTE WS-BOX-CHECK = (WS-GRID-ROW - 1) / WS-BOX-ROWS
007040         COMPUTE WS-BOX-CHECK = WS-GRID-ROW - 1 -
007050                 (WS-BOX-CHECK * WS-BOX-ROWS)
007060         IF WS-BOX-CHECK = 0
007070             PERFORM 2510-PRINT-GRID-BORDER THRU 2510-EXIT
007080         END-IF
007090         PERFORM 2520-PRINT-GRID-ROW THRU 2520-EXIT
007100     END-PERFORM
007110     PERFORM 2510-PRINT-GRID-BORDER THRU 2510-EXIT.
007120 2500-EXIT.
007130     EXIT.

007140 2510-PRINT-GRID-BORDER.
007150     MOVE SPACES TO WS-REPORT-LINE
007160     COMPUTE WS-BORDER-WIDTH = WS-GRID-SIZE * 2 + 1
007170     PERFORM VARYING WS-BORDER-DASH FROM 1 BY 1
007180         UNTIL WS-BORDER-DASH > WS-BORDER-WIDTH
007190         MOVE "-" TO WS-REPORT-LINE(WS-BORDER-DASH:1)
007200     END-PERFORM
007210     MOVE "+" TO WS-REPORT-LINE(1:1)
007220     PERFORM VARYING WS-GRID-COL FROM 1 BY 1
007230         UNTIL WS-GRID-COL > WS-GRID-SIZE
007240         COMPUTE WS-BOX-CHECK = WS-GRID-COL / WS-BOX-COLS
007250         COMPUTE WS-BOX-CHECK = WS-GRID-COL -
007260                 (WS-BOX-CHECK * WS-BOX-COLS)
007270         IF WS-BOX-CHECK = 0
007280             COMPUTE WS-PRINT-POS = WS-GRID-COL * 2 + 1
007290             MOVE "+" TO WS-REPORT-LINE(WS-PRINT-POS:1)
007300         END-IF
007310     END-PERFORM
007320     WRITE NOTICE-LINE FROM WS-REPORT-LINE.
007330 2510-EXIT.
007340     EXIT.

007350 2520-PRINT-GRID-ROW.
007360     MOVE SPACES TO WS-REPORT-LINE
007370     MOVE "|" TO WS-REPORT-LINE(1:1)
007380     PERFORM VARYING WS-GRID-COL FROM 1 BY 1
007390         UNTIL WS-GRID-COL > WS-GRID-SIZE
007400         COMPUTE WS-LAYOUT-POS =
007410                 (WS-GRID-ROW - 1) * WS-GRID-SIZE + WS-GRID-COL
007420         COMPUTE WS-PRINT-POS = (WS-GRID-COL - 1) * 2 + 2
007430         IF CR-CORRECTED-LAYOUT(WS-LAYOUT-POS:1) = SPACE OR "0"
007440             MOVE "." TO WS-REPORT-LINE(WS-PRINT-POS:1)
007450         ELSE
007460             MOVE CR-CORRECTED-LAYOUT(WS-LAYOUT-POS:1)
007470                  TO WS-REPORT-LINE(WS-PRINT-POS:1)
007480         END-IF
007490         COMPUTE WS-BOX-CHECK = WS-GRID-COL / WS-BOX-COLS
007500         COMPUTE WS-BOX-CHECK = WS-GRID-COL -
007510                 (WS-BOX-CHECK * WS-BOX-COLS)
007520         IF WS-BOX-CHECK = 0
007530             MOVE "|" TO WS-REPORT-LINE(WS-PRINT-POS + 1:1)
007540         END-IF
007550     END-PERFORM
007560     WRITE NOTICE-LINE FROM WS-REPORT-LINE.
007570 2520-EXIT.
007580     EXIT.

007590*---------------------------------------------------------------
007600* 2600-WRITE-VOID-RECORD
007610* THE PUZZLE GOES ON THE VOID FILE WHETHER OR NOT ANY COPY WAS
007620* SHIPPED - A CONTEST PUZZLE IS VOID EVEN IF NO SUBSCRIBER
007630* TOOK IT - AND ON THE IN-STORAGE TABLE, SO A SECOND CARD FOR
007640* IT LATER IN THE SAME DECK IS REJECTED.
007650*---------------------------------------------------------------
007660 2600-WRITE-VOID-RECORD.
007670     MOVE CR-PUZZLE-ID         TO VD-PUZZLE-ID
007680     MOVE WS-CURRENT-DATE      TO VD-VOID-DATE
007690     MOVE CR-ACTION            TO VD-ACTION
007700     MOVE CR-OPERATOR-INITIALS TO VD-OPERATOR-INITIALS
007710     MOVE CR-REASON            TO VD-REASON
007720     WRITE VOID-RECORD
007730     IF WS-VOID-COUNT < 2000
007740         ADD 1 TO WS-VOID-COUNT
007750         MOVE CR-PUZZLE-ID TO WS-VOID-PUZZLE-ID(WS-VOID-COUNT)
007760     END-IF.
007770 2600-EXIT.
007780     EXIT.

007790*---------------------------------------------------------------
007800* 2700-WRITE-REGISTER-TOTAL
007810* CLOSES THE REGISTER ENTRY - COPIES RECALLED, SUBSCRIBERS
007820* NOTIFIED AND THE COST OF THE CORRECTION.
007830*---------------------------------------------------------------
007840 2700-WRITE-REGISTER-TOTAL.
007850     IF WS-DLV-COUNT = 0
007860         MOVE "    NO COPIES ON THE DISTRIBUTION LEDGER - PUZZLE "
007870              TO WS-REPORT-LINE
007880         MOVE "VOIDED ONLY" TO WS-REPORT-LINE(52:11)
007890         WRITE RECALL-REGISTER-LINE FROM WS-REPORT-LINE
007900     END-IF
007910     MOVE SPACES TO WS-REPORT-LINE
007920     MOVE "    SUBSCRIBERS NOTIFIED  . . :" TO WS-REPORT-LINE
007930     MOVE WS-PUZZLE-SUB-COUNT TO WS-CTL-DISPLAY-COUNT
007940     MOVE WS-CTL-DISPLAY-COUNT TO WS-REPORT-LINE(33:5)
007950     MOVE "COST OF CORRECTION  . :" TO WS-REPORT-LINE(42:23)
007960     MOVE WS-PUZZLE-COST TO WS-AMOUNT-DISPLAY
007970     MOVE WS-AMOUNT-DISPLAY TO WS-REPORT-LINE(66:10)
007980     WRITE RECALL-REGISTER-LINE FROM WS-REPORT-LINE
007990     MOVE SPACES TO WS-REPORT-LINE
008000     WRITE RECALL-REGISTER-LINE FROM WS-REPORT-LINE
008010     ADD WS-PUZZLE-COST TO WS-TOTAL-COST.
008020 2700-EXIT.
008030     EXIT.

008040*---------------------------------------------------------------
008050* 2900-WRITE-REJECT-LINE
008060* A REJECTED CORRECTION IS LISTED ON THE REGISTER WITH ITS
008070* REASON AND TOUCHES NOTHING ELSE.
008080*---------------------------------------------------------------
008090 2900-WRITE-REJECT-LINE.
008100     ADD 1 TO WS-REJECTED-COUNT
008101     IF WS-MAX-SEVERITY < 4
008102         MOVE 4 TO WS-MAX-SEVERITY
008103     END-IF
008110     MOVE SPACES TO WS-REPORT-LINE
008120     STRING "REJECTED: "         DELIMITED BY SIZE
008130            WS-REJECT-REASON     DELIMITED BY SIZE
008140            " ACTION="           DELIMITED BY SIZE
008150            CR-ACTION            DELIMITED BY SIZE
008160            " PUZZLE="           DELIMITED BY SIZE
008170            CR-PUZZLE-ID         DELIMITED BY SIZE
008180            " OPERATOR="         DELIMITED BY SIZE
008190            CR-OPERATOR-INITIALS DELIMITED BY SIZE
008200            INTO WS-REPORT-LINE
008210     WRITE RECALL-REGISTER-LINE FROM WS-REPORT-LINE
008220     MOVE SPACES TO WS-REPORT-LINE
008230     WRITE RECALL-REGISTER-LINE FROM WS-REPORT-LINE.
008240 2900-EXIT.
008250     EXIT.

008260*---------------------------------------------------------------
008270* 9000-TERMINATE-RUN
008280* TRAILER BLOCK - CARDS READ, CORRECTIONS AND WITHDRAWALS
008290* ISSUED, CARDS REJECTED, COPIES RECALLED, NOTICES PRINTED
008300* AND THE TOTAL COST CREDITED BACK ACROSS THE RUN.
008310*---------------------------------------------------------------
008320 9000-TERMINATE-RUN.
008330     MOVE "SUDOKUERR RUN SUMMARY" TO WS-REPORT-LINE
008340     WRITE RECALL-REGISTER-LINE FROM WS-REPORT-LINE
008350     MOVE "CORRECTION CARDS READ . . . . : " TO WS-REPORT-LINE
008360     MOVE WS-CARDS-READ-COUNT TO WS-CTL-DISPLAY-COUNT
008370     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
008380     MOVE "PUZZLES CORRECTED . . . . . . : " TO WS-REPORT-LINE
008390     MOVE WS-CORRECTED-COUNT TO WS-CTL-DISPLAY-COUNT
008400     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
008410     MOVE "PUZZLES WITHDRAWN . . . . . . : " TO WS-REPORT-LINE
008420     MOVE WS-WITHDRAWN-COUNT TO WS-CTL-DISPLAY-COUNT
008430     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
008440     MOVE "CARDS REJECTED  . . . . . . . : " TO WS-REPORT-LINE
008450     MOVE WS-REJECTED-COUNT TO WS-CTL-DISPLAY-COUNT
008460     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
008470     MOVE "COPIES RECALLED AND CREDITED  : " TO WS-REPORT-LINE
008480     MOVE WS-COPIES-RECALLED-COUNT TO WS-CTL-DISPLAY-COUNT
008490     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
008491     MOVE "COPIES HELD - NOT BILLED  . . : " TO WS-REPORT-LINE
008492     MOVE WS-COPIES-HELD-COUNT TO WS-CTL-DISPLAY-COUNT
008493     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
008500     MOVE "COPIES WITHOUT A RATE . . . . : " TO WS-REPORT-LINE
008510     MOVE WS-NO-RATE-COUNT TO WS-CTL-DISPLAY-COUNT
008520     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
008530     MOVE "SUBSCRIBER NOTICES PRINTED  . : " TO WS-REPORT-LINE
008540     MOVE WS-NOTICE-COUNT TO WS-CTL-DISPLAY-COUNT
008550     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
008560     MOVE "TOTAL COST OF CORRECTIONS . . :" TO WS-REPORT-LINE
008570     MOVE WS-TOTAL-COST TO WS-GRAND-DISPLAY
008580     MOVE WS-GRAND-DISPLAY TO WS-REPORT-LINE(33:12)
008590     WRITE RECALL-REGISTER-LINE FROM WS-REPORT-LINE
008600     CLOSE CORRECTION-FILE
008610     CLOSE CREDIT-FILE
008620     CLOSE VOID-FILE
008630     CLOSE NOTICE-FILE
008640     CLOSE RECALL-REGISTER-FILE.
008650 9000-EXIT.
008660     EXIT.

008670*---------------------------------------------------------------
008680* 9100-WRITE-ONE-TOTAL
008690* APPENDS THE COUNT ALREADY EDITED INTO WS-CTL-DISPLAY-COUNT
008700* TO THE CAPTION ALREADY MOVED TO WS-REPORT-LINE AND WRITES IT.
008710*---------------------------------------------------------------
008720 9100-WRITE-ONE-TOTAL.
008730     MOVE WS-CTL-DISPLAY-COUNT TO WS-REPORT-LINE(33:5)
008740     WRITE RECALL-REGISTER-LINE FROM WS-REPORT-LINE.
008750 9100-EXIT.
008760     EXIT.
