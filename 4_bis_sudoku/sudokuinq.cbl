000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SUDOKUINQ.
000030 AUTHOR.         D LEURS.
000040 INSTALLATION.   DAILY PUZZLE PRODUCTION.
000050 DATE-WRITTEN.   15-10-2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100* 15-10-2026 DL  ORIGINAL PROGRAM.  PUZZLE DOSSIER INQUIRY.
000110*                A SYNDICATION QUERY OR A READER COMPLAINT
000120*                ABOUT ONE PUZZLE MEANT HAND-GREPPING A DOZEN
000130*                FILES - THE LIBRARY, THE JOURNAL, BOTH
000140*                SUSPENSE FILES, THE SCHEDULE, THE HISTORY,
000150*                THE SOLUTIONS, THE LEDGER, THE CONTEST
000160*                RESULTS AND THE ARCHIVE.  ONE PUZZLE=XXXXXX
000170*                CARD PER PUZZLE ON SYSIN NOW PRINTS ONE
000180*                DOSSIER PER PUZZLE-ID: ITS LIBRARY RECORD AND
000190*                HOLD FLAG (OR ITS ARCHIVE RECORD ONCE IT HAS
000200*                LEFT THE LIBRARY), EVERY JOURNALED CHANGE WITH
000210*                ITS OPERATOR, EVERY REJECT WITH ITS REASON
000220*                CODE, THE SCHEDULED AND ACTUAL PUBLICATION
000230*                DATES, EVERY SUBSCRIBER DELIVERY AND THE
000240*                CONTEST ENTRY AND CORRECT COUNTS.  READ ONLY -
000250*                EVERY INPUT IS OPTIONAL AND NOTHING IS UPDATED.
000251* 15-10-2026 DL  THE LIBRARY AND ARCHIVE LINES OF THE DOSSIER SHOW
000252*                THE CLUE-PATTERN TEMPLATE OF THEMED STOCK
000253*                (PL-TEMPLATE-ID / PA-TEMPLATE-ID).  THE HOLD TEST
000254*                NOW LOOKS FOR THE "H" SUDOKULIB ACTUALLY SETS - A
000255*                HELD PUZZLE WAS SHOWING AS NOT HELD.  NOTE THE
000256*                LIBRARY RECORD GREW FROM 163 TO 169 BYTES - AN
000257*                EXISTING LIBRARY MUST BE RELOADED ONCE INTO THE
000258*                NEW LAYOUT (TEMPLATE-ID SPACES) BEFORE THIS
000259*                VERSION RUNS.
000260* 15-10-2026 DL  A DELIVERY LINE NOW SHOWS THE TRANSMISSION THE
000261*                COPY WENT OUT IN AND WHETHER THE PARTNER HAS
000262*                ACKNOWLEDGED OR DISPUTED IT - THE LEDGER RECORD
000263*                CARRIES BOTH.  COPIES SHIPPED BEFORE TRANSMISSION
000264*                ENVELOPES SHOW NEITHER.
000265* 15-10-2026 DL  THE DOSSIER SHOWS EVERY RECALL OF THE PUZZLE FROM
000266*                THE VOID FILE SUDOKUERR WRITES - VOID DATE,
000267*                ACTION CORRECT OR WITHDRAW, OPERATOR AND REASON -
000268*                OR "NOT RECALLED".  A RECALLED PUZZLE IS LEFT OFF
000269*                THE CONTEST RESULTS, WHICH THE DOSSIER DID NOT
000270*                EXPLAIN.
000271*---------------------------------------------------------------

000272 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OPTIONAL PUZZLE-LIB-FILE
000310            ASSIGN TO "PUZZLIB"
000320            ORGANIZATION       IS INDEXED
000330            ACCESS MODE        IS RANDOM
000340            RECORD KEY         IS PL-PUZZLE-ID
000350            FILE STATUS        IS WS-PUZZLE-LIB-STATUS.
000360     SELECT OPTIONAL PUZZLE-ARCHIVE-FILE
000370            ASSIGN TO "PUZARCH"
000380            ORGANIZATION       IS LINE SEQUENTIAL
000390            FILE STATUS        IS WS-ARCHIVE-STATUS.
000400     SELECT OPTIONAL AUDIT-JOURNAL-FILE
000410            ASSIGN TO "AUDFILE"
000420            ORGANIZATION       IS LINE SEQUENTIAL
000430            FILE STATUS        IS WS-JOURNAL-STATUS.
000440     SELECT OPTIONAL SUSPENSE-FILE
000450            ASSIGN TO "SUSPFILE"
000460            ORGANIZATION       IS LINE SEQUENTIAL
000470            FILE STATUS        IS WS-SUSPENSE-STATUS.
000480     SELECT OPTIONAL SUSPENSE-ARCH-FILE
000490            ASSIGN TO "SUSARCH"
000500            ORGANIZATION       IS LINE SEQUENTIAL
000510            FILE STATUS        IS WS-SUSP-ARCH-STATUS.
000520     SELECT OPTIONAL SCHEDULE-FILE
000530            ASSIGN TO "SCHFILE"
000540            ORGANIZATION       IS LINE SEQUENTIAL
000550            FILE STATUS        IS WS-SCHEDULE-STATUS.
000560     SELECT OPTIONAL PUBLISHED-HIST-FILE
000570            ASSIGN TO "HISTFILE"
000580            ORGANIZATION       IS INDEXED
000590            ACCESS MODE        IS SEQUENTIAL
000600            RECORD KEY         IS HP-CANONICAL-FORM
000610            FILE STATUS        IS WS-HIST-STATUS.
000620     SELECT OPTIONAL SOLUTION-FILE
000630            ASSIGN TO "SOLFILE"
000640            ORGANIZATION       IS LINE SEQUENTIAL
000650            FILE STATUS        IS WS-SOLUTION-STATUS.
000660     SELECT OPTIONAL DIST-LEDGER-FILE
000670            ASSIGN TO "LEDGER"
000680            ORGANIZATION       IS LINE SEQUENTIAL
000690            FILE STATUS        IS WS-LEDGER-STATUS.
000700     SELECT OPTIONAL RESULTS-EXTRACT-FILE
000710            ASSIGN TO "RESFILE"
000720            ORGANIZATION       IS LINE SEQUENTIAL
000730            FILE STATUS        IS WS-RESULTS-STATUS.
000731     SELECT OPTIONAL VOID-FILE
000732            ASSIGN TO "VOIDFILE"
000733            ORGANIZATION       IS LINE SEQUENTIAL
000734            FILE STATUS        IS WS-VOID-STATUS.
000740     SELECT INQUIRY-REPORT-FILE
000750            ASSIGN TO "INQRPT"
000760            ORGANIZATION       IS LINE SEQUENTIAL.

000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  PUZZLE-LIB-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  PUZZLE-LIB-RECORD.
000820     05  PL-PUZZLE-ID           PIC X(06).
000830     05  PL-EDITION-CODE        PIC X(04).
000840     05  PL-DIFFICULTY-REQ      PIC X(06).
000850     05  PL-GRID-SIZE           PIC 9(02).
000860     05  PL-PUZZLE-LAYOUT       PIC X(144).
000870     05  PL-HOLD-FLAG           PIC X(01).
000871     05  PL-TEMPLATE-ID         PIC X(06).

000880 FD  PUZZLE-ARCHIVE-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  PUZZLE-ARCHIVE-RECORD.
000910     05  PA-ARCHIVE-DATE        PIC X(08).
000920     05  PA-PUZZLE-ID           PIC X(06).
000930     05  PA-EDITION-CODE        PIC X(04).
000940     05  PA-DIFFICULTY-REQ      PIC X(06).
000950     05  PA-GRID-SIZE           PIC 9(02).
000960     05  PA-PUZZLE-LAYOUT       PIC X(144).
000970     05  PA-HOLD-FLAG           PIC X(01).
000971     05  PA-TEMPLATE-ID         PIC X(06).

000980 FD  AUDIT-JOURNAL-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  AUDIT-JOURNAL-LINE         PIC X(200).

001010 FD  SUSPENSE-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  SUSPENSE-RECORD.
001040     05  SP-PUZZLE-ID           PIC X(06).
001050     05  SP-EDITION-CODE        PIC X(04).
001060     05  SP-DIFFICULTY-REQ      PIC X(06).
001070     05  SP-GRID-SIZE           PIC 9(02).
001080     05  SP-PUZZLE-LAYOUT       PIC X(144).
001090     05  SP-REASON-CODE         PIC X(03).
001100     05  SP-ERROR-TYPE          PIC X(03).
001110     05  SP-ERROR-ROW           PIC 9(02).
001120     05  SP-ERROR-COL           PIC 9(02).
001130     05  SP-ERROR-DIGIT         PIC X(01).
001140     05  SP-REJECT-DATE         PIC X(08).

001150 FD  SUSPENSE-ARCH-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 01  SUSPENSE-ARCH-RECORD.
001180     05  SA-ARCHIVE-DATE        PIC X(08).
001190     05  SA-SUSPENSE-IMAGE.
001200         10  SA-PUZZLE-ID       PIC X(06).
001210         10  SA-EDITION-CODE    PIC X(04).
001220         10  SA-DIFFICULTY-REQ  PIC X(06).
001230         10  SA-GRID-SIZE       PIC 9(02).
001240         10  SA-PUZZLE-LAYOUT   PIC X(144).
001250         10  SA-REASON-CODE     PIC X(03).
001260         10  SA-ERROR-TYPE      PIC X(03).
001270         10  SA-ERROR-ROW       PIC 9(02).
001280         10  SA-ERROR-COL       PIC 9(02).
001290         10  SA-ERROR-DIGIT     PIC X(01).
001300         10  SA-REJECT-DATE     PIC X(08).

001310 FD  SCHEDULE-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 01  SCHEDULE-RECORD.
001340     05  SC-PUZZLE-ID           PIC X(06).
001350     05  SC-PUB-DATE            PIC X(08).

001360 FD  PUBLISHED-HIST-FILE
001370     LABEL RECORDS ARE STANDARD.
001380 01  PUBLISHED-HIST-RECORD.
001390     05  HP-PUZZLE-ID           PIC X(06).
001400     05  HP-EDITION-CODE        PIC X(04).
001410     05  HP-PUB-DATE            PIC X(08).
001420     05  HP-GRID-SIZE           PIC 9(02).
001430     05  HP-PUZZLE-LAYOUT       PIC X(144).
001440     05  HP-CANONICAL-FORM      PIC X(144).

001450 FD  SOLUTION-FILE
001460     LABEL RECORDS ARE STANDARD.
001470 01  SOLUTION-RECORD.
001480     05  SL-PUZZLE-ID           PIC X(06).
001490     05  SL-PUB-DATE            PIC X(08).
001500     05  SL-EDITION-CODE        PIC X(04).
001510     05  SL-GRID-SIZE           PIC 9(02).
001520     05  SL-SOLUTION-LAYOUT     PIC X(144).

001530 FD  DIST-LEDGER-FILE
001540     LABEL RECORDS ARE STANDARD.
001550 01  DIST-LEDGER-RECORD.
001560     05  DL-SHIP-DATE           PIC X(08).
001570     05  DL-SUBSCRIBER-ID       PIC X(04).
001580     05  DL-PUZZLE-ID           PIC X(06).
001590     05  DL-GRID-SIZE           PIC 9(02).
001600     05  DL-PRODUCT-CODE        PIC X(03).
001601     05  DL-XMIT-SEQ            PIC 9(06).
001602     05  DL-ACK-STATUS          PIC X(01).
001603         88  DL-ACK-PENDING     VALUE SPACE.
001604         88  DL-ACKNOWLEDGED    VALUE "A".
001605         88  DL-DISPUTED        VALUE "D".

001610 FD  RESULTS-EXTRACT-FILE
001620     LABEL RECORDS ARE STANDARD.
001630 01  RESULTS-EXTRACT-RECORD.
001640     05  RX-PUZZLE-ID           PIC X(06).
001650     05  RX-ENTRY-COUNT         PIC 9(05).
001660     05  RX-CORRECT-COUNT       PIC 9(05).
001670     05  RX-WRONG-1-3           PIC 9(05).
001680     05  RX-WRONG-4-10          PIC 9(05).
001690     05  RX-WRONG-11-UP         PIC 9(05).

001691 FD  VOID-FILE
001692     LABEL RECORDS ARE STANDARD.
001693 01  VOID-RECORD.
001694     05  VD-PUZZLE-ID           PIC X(06).
001695     05  VD-VOID-DATE           PIC X(08).
001696     05  VD-ACTION              PIC X(08).
001697     05  VD-OPERATOR-INITIALS   PIC X(03).
001698     05  VD-REASON              PIC X(30).

001700 FD  INQUIRY-REPORT-FILE
001710     LABEL RECORDS ARE STANDARD.
001720 01  INQUIRY-REPORT-LINE        PIC X(132).

001730 WORKING-STORAGE SECTION.
001740*---------------------------------------------------------------
001750* FILE STATUS AND END-OF-FILE SWITCHES.  EVERY INPUT IS
001760* OPTIONAL - A FILE NOT PRESENTED TO THE RUN IS NOTED IN THE
001770* DOSSIER SECTION IT WOULD HAVE FILLED, NOT TREATED AS AN ERROR.
001780*---------------------------------------------------------------
001790 77  WS-PUZZLE-LIB-STATUS         PIC X(02) VALUE "00".
001800     88  PUZZLE-LIB-OK            VALUE "00".
001810 77  WS-ARCHIVE-STATUS            PIC X(02) VALUE "00".
001820     88  ARCHIVE-FILE-OK          VALUE "00".
001830     88  ARCHIVE-FILE-EOF         VALUE "10".
001840 77  WS-JOURNAL-STATUS            PIC X(02) VALUE "00".
001850     88  JOURNAL-FILE-OK          VALUE "00".
001860     88  JOURNAL-FILE-EOF         VALUE "10".
001870 77  WS-SUSPENSE-STATUS           PIC X(02) VALUE "00".
001880     88  SUSPENSE-FILE-OK         VALUE "00".
001890     88  SUSPENSE-FILE-EOF        VALUE "10".
001900 77  WS-SUSP-ARCH-STATUS          PIC X(02) VALUE "00".
001910     88  SUSP-ARCH-FILE-OK        VALUE "00".
001920     88  SUSP-ARCH-FILE-EOF       VALUE "10".
001930 77  WS-SCHEDULE-STATUS           PIC X(02) VALUE "00".
001940     88  SCHEDULE-FILE-OK         VALUE "00".
001950     88  SCHEDULE-FILE-EOF        VALUE "10".
001960 77  WS-HIST-STATUS               PIC X(02) VALUE "00".
001970     88  HIST-FILE-OK             VALUE "00".
001980     88  HIST-FILE-EOF            VALUE "10".
001990 77  WS-SOLUTION-STATUS           PIC X(02) VALUE "00".
002000     88  SOLUTION-FILE-OK         VALUE "00".
002010     88  SOLUTION-FILE-EOF        VALUE "10".
002020 77  WS-LEDGER-STATUS             PIC X(02) VALUE "00".
002030     88  LEDGER-FILE-OK           VALUE "00".
002040     88  LEDGER-FILE-EOF          VALUE "10".
002050 77  WS-RESULTS-STATUS            PIC X(02) VALUE "00".
002060     88  RESULTS-FILE-OK          VALUE "00".
002070     88  RESULTS-FILE-EOF         VALUE "10".
002071 77  WS-VOID-STATUS               PIC X(02) VALUE "00".
002072     88  VOID-FILE-OK             VALUE "00".
002073     88  VOID-FILE-EOF            VALUE "10".

002080*---------------------------------------------------------------
002090* RUN PARAMETERS - ONE PUZZLE=XXXXXX CARD PER PUZZLE TO BE
002100* INQUIRED ON, ENDED BY AN "END" CARD.  THE DECK IS TABLED
002110* FIRST SO THE REPORT HEADER CAN SAY HOW MANY DOSSIERS FOLLOW;
002120* A CARD PAST THE 50TH IS DISPLAYED AND IGNORED.
002130*---------------------------------------------------------------
002140 77  WS-PARM-CARD                 PIC X(80).
002150 77  WS-PARM-KEYWORD              PIC X(12).
002160 77  WS-PARM-VALUE                PIC X(12).
002170 77  WS-PARM-CARD-COUNT           PIC 9(02) VALUE 0.
002180 77  WS-PARM-END-SWITCH           PIC X(01) VALUE "N".
002190     88  NO-MORE-PARM-CARDS       VALUE "Y".
002200 01  WS-INQUIRY-TABLE.
002210     05  WS-INQ-PUZZLE-ID OCCURS 50 TIMES
002220                                  PIC X(06).
002230 77  WS-INQ-COUNT                 PIC 9(02) VALUE 0.
002240 77  WS-INQ-INDEX                 PIC 9(02) VALUE 0.

002250*---------------------------------------------------------------
002260* THE PUZZLE-ID OF THE DOSSIER BEING BUILT, STAGED IN WORKING
002270* STORAGE SO NO SECTION LEANS ON ANOTHER FILE'S RECORD AREA,
002280* AND THE HIT COUNT OF THE SECTION CURRENTLY BEING SCANNED -
002290* A SECTION THAT FINDS NOTHING PRINTS A "NONE" LINE SO THE
002300* READER CAN TELL "NOTHING THERE" FROM "NOT LOOKED AT".
002310*---------------------------------------------------------------
002320 77  WS-LOOKUP-PUZZLE-ID          PIC X(06) VALUE SPACES.
002330 77  WS-SECTION-HITS              PIC 9(05) VALUE 0.
002340 77  WS-SECTION-CAPTION           PIC X(15) VALUE SPACES.
002350 77  WS-DOSSIER-HITS              PIC 9(05) VALUE 0.
002360 77  WS-ON-LIBRARY-SWITCH         PIC X(01) VALUE "N".
002370     88  PUZZLE-ON-LIBRARY        VALUE "Y".
002380 77  WS-ARCHIVED-SWITCH           PIC X(01) VALUE "N".
002390     88  PUZZLE-WAS-ARCHIVED      VALUE "Y".
002400 77  WS-RESULT-ENTRIES            PIC 9(07) VALUE 0.
002410 77  WS-RESULT-CORRECT            PIC 9(07) VALUE 0.

002420*---------------------------------------------------------------
002430* JOURNAL HEADER LINE AS SUDOKULIB WRITES IT - MM/DD/YYYY
002440* HH:MM:SS OPERATOR=XXX ACTION=XXXXXXXX PUZZLE=XXXXXX - FOLLOWED
002450* BY ITS BEFORE AND AFTER IMAGE LINES, WHICH CARRY NO KEY OF
002460* THEIR OWN AND ARE RECOGNIZED BY THEIR LEADING CAPTION.
002470*---------------------------------------------------------------
002480 01  WS-JOURNAL-LINE              PIC X(200).
002490 01  WS-JOURNAL-HEADER REDEFINES WS-JOURNAL-LINE.
002500     05  WS-JNL-DATE              PIC X(10).
002510     05  FILLER                   PIC X(01).
002520     05  WS-JNL-TIME              PIC X(08).
002530     05  WS-JNL-OPERATOR-TAG      PIC X(10).
002540     05  WS-JNL-OPERATOR          PIC X(03).
002550     05  WS-JNL-ACTION-TAG        PIC X(08).
002560     05  WS-JNL-ACTION            PIC X(08).
002570     05  WS-JNL-PUZZLE-TAG        PIC X(08).
002580     05  WS-JNL-PUZZLE-ID         PIC X(06).
002590     05  FILLER                   PIC X(138).

002600*---------------------------------------------------------------
002610* RUN TOTALS FOR THE REPORT TRAILER.
002620*---------------------------------------------------------------
002630 77  WS-ON-LIBRARY-COUNT          PIC 9(05) VALUE 0.
002640 77  WS-ARCHIVED-ONLY-COUNT       PIC 9(05) VALUE 0.
002650 77  WS-NOT-FOUND-COUNT           PIC 9(05) VALUE 0.
002660 01  WS-CTL-DISPLAY-COUNT         PIC ZZZZ9.
002670 01  WS-DETAIL-COUNT              PIC ZZZZZZ9.

002680 77  WS-CURRENT-DATE              PIC X(08).
002690 01  WS-REPORT-LINE               PIC X(132).

002700 PROCEDURE DIVISION.
002710*---------------------------------------------------------------
002720* 0000-MAINLINE
002730*---------------------------------------------------------------
002740 0000-MAINLINE.
002750     PERFORM 1000-INITIALIZE-RUN     THRU 1000-EXIT
002760     PERFORM 2000-BUILD-ONE-DOSSIER  THRU 2000-EXIT
002770         VARYING WS-INQ-INDEX FROM 1 BY 1
002780         UNTIL WS-INQ-INDEX > WS-INQ-COUNT
002790     PERFORM 9000-TERMINATE-RUN      THRU 9000-EXIT
002800     STOP RUN.

002810*---------------------------------------------------------------
002820* 1000-INITIALIZE-RUN
002830* TABLES THE INQUIRY DECK AND OPENS THE REPORT.
002840*---------------------------------------------------------------
002850 1000-INITIALIZE-RUN.
002860     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002870     PERFORM 1020-ACCEPT-RUN-PARAMETERS THRU 1020-EXIT
002880     OPEN OUTPUT INQUIRY-REPORT-FILE
002890     MOVE SPACES TO WS-REPORT-LINE
002900     STRING "SUDOKUINQ PUZZLE DOSSIER INQUIRY - "
002910            DELIMITED BY SIZE
002920            WS-CURRENT-DATE DELIMITED BY SIZE
002930            INTO WS-REPORT-LINE
002940     WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
002950     IF WS-INQ-COUNT = 0
002960         MOVE "NO PUZZLE= CARDS ON SYSIN - NOTHING TO INQUIRE ON"
002970              TO WS-REPORT-LINE
002980         WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
002990     END-IF
003000     MOVE SPACES TO WS-REPORT-LINE
003010     WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE.
003020 1000-EXIT.
003030     EXIT.

003040*---------------------------------------------------------------
003050* 1020-ACCEPT-RUN-PARAMETERS
003060*---------------------------------------------------------------
003070 1020-ACCEPT-RUN-PARAMETERS.
003080     PERFORM 1025-READ-ONE-PARM-CARD THRU 1025-EXIT
003090         UNTIL NO-MORE-PARM-CARDS
003100            OR WS-PARM-CARD-COUNT > 60.
003110 1020-EXIT.
003120     EXIT.

003130 1025-READ-ONE-PARM-CARD.
003140     MOVE SPACES TO WS-PARM-CARD
003150     ACCEPT WS-PARM-CARD FROM SYSIN
003160     ADD 1 TO WS-PARM-CARD-COUNT
003170     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD(1:4) = "END "
003180         SET NO-MORE-PARM-CARDS TO TRUE
003190     ELSE
003200         MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
003210         UNSTRING WS-PARM-CARD DELIMITED BY "="
003220             INTO WS-PARM-KEYWORD WS-PARM-VALUE
003230         EVALUATE TRUE
003240             WHEN WS-PARM-KEYWORD NOT = "PUZZLE"
003250                 DISPLAY "SUDOKUINQ: UNRECOGNIZED PARAMETER "
003260                     "CARD IGNORED: " WS-PARM-CARD(1:40)
003270             WHEN WS-PARM-VALUE = SPACES
003280                 DISPLAY "SUDOKUINQ: PUZZLE CARD WITH NO "
003290                     "PUZZLE-ID IGNORED"
003300             WHEN WS-INQ-COUNT NOT < 50
003310                 DISPLAY "SUDOKUINQ: MORE THAN 50 PUZZLE CARDS - "
003320                     "IGNORED: " WS-PARM-VALUE(1:6)
003330             WHEN OTHER
003340                 ADD 1 TO WS-INQ-COUNT
003350                 MOVE WS-PARM-VALUE(1:6)
003360                      TO WS-INQ-PUZZLE-ID(WS-INQ-COUNT)
003370         END-EVALUATE
003380     END-IF.
003390 1025-EXIT.
003400     EXIT.

003410*---------------------------------------------------------------
003420* 2000-BUILD-ONE-DOSSIER
003430* ONE DOSSIER PER TABLED PUZZLE-ID.  EACH SECTION OPENS ITS
003440* OWN FILE, SCANS IT FOR THE PUZZLE AND CLOSES IT AGAIN - AN
003450* INQUIRY DECK IS A HANDFUL OF CARDS, SO REREADING A FILE PER
003460* PUZZLE COSTS LESS THAN TABLING FILES THAT HAVE NO CEILING.
003470*---------------------------------------------------------------
003480 2000-BUILD-ONE-DOSSIER.
003490     MOVE WS-INQ-PUZZLE-ID(WS-INQ-INDEX) TO WS-LOOKUP-PUZZLE-ID
003500     MOVE 0   TO WS-DOSSIER-HITS
003510     MOVE "N" TO WS-ON-LIBRARY-SWITCH
003520     MOVE "N" TO WS-ARCHIVED-SWITCH
003530     MOVE ALL "=" TO WS-REPORT-LINE
003540     WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
003550     MOVE SPACES TO WS-REPORT-LINE
003560     STRING "DOSSIER FOR PUZZLE " DELIMITED BY SIZE
003570            WS-LOOKUP-PUZZLE-ID   DELIMITED BY SIZE
003580            INTO WS-REPORT-LINE
003590     WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
003600     MOVE ALL "=" TO WS-REPORT-LINE
003610     WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
003620     PERFORM 2100-LIBRARY-SECTION    THRU 2100-EXIT
003630     PERFORM 2200-ARCHIVE-SECTION    THRU 2200-EXIT
003640     PERFORM 2300-JOURNAL-SECTION    THRU 2300-EXIT
003650     PERFORM 2400-SUSPENSE-SECTION   THRU 2400-EXIT
003660     PERFORM 2450-SUSP-ARCH-SECTION  THRU 2450-EXIT
003670     PERFORM 2500-SCHEDULE-SECTION   THRU 2500-EXIT
003680     PERFORM 2600-HISTORY-SECTION    THRU 2600-EXIT
003690     PERFORM 2650-SOLUTION-SECTION   THRU 2650-EXIT
003700     PERFORM 2700-LEDGER-SECTION     THRU 2700-EXIT
003701     PERFORM 2750-RECALL-SECTION     THRU 2750-EXIT
003710     PERFORM 2800-RESULTS-SECTION    THRU 2800-EXIT
003720     EVALUATE TRUE
003730         WHEN PUZZLE-ON-LIBRARY
003740             ADD 1 TO WS-ON-LIBRARY-COUNT
003750         WHEN PUZZLE-WAS-ARCHIVED
003760             ADD 1 TO WS-ARCHIVED-ONLY-COUNT
003770         WHEN WS-DOSSIER-HITS = 0
003780             ADD 1 TO WS-NOT-FOUND-COUNT
003790             MOVE "  *** PUZZLE-ID NOT FOUND ON ANY FILE ***"
003800                  TO WS-REPORT-LINE
003810             WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
003820     END-EVALUATE
003830     MOVE SPACES TO WS-REPORT-LINE
003840     WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE.
003850 2000-EXIT.
003860     EXIT.

003870*---------------------------------------------------------------
003880* 2100-LIBRARY-SECTION
003890* ONE KEYED READ OF THE LIBRARY - THE RECORD AS IT STANDS AND
003900* WHETHER THE PUZZLE IS ON HOLD.
003910*---------------------------------------------------------------
003920 2100-LIBRARY-SECTION.
003930     MOVE "  LIBRARY    : " TO WS-SECTION-CAPTION
003940     OPEN INPUT PUZZLE-LIB-FILE
003950     IF NOT PUZZLE-LIB-OK
003960         PERFORM 2950-FILE-NOT-PRESENTED THRU 2950-EXIT
003970         CLOSE PUZZLE-LIB-FILE
003980         GO TO 2100-EXIT
003990     END-IF
004000     MOVE WS-LOOKUP-PUZZLE-ID TO PL-PUZZLE-ID
004010     READ PUZZLE-LIB-FILE
004020         INVALID KEY
004030             CONTINUE
004040     END-READ
004050     MOVE SPACES TO WS-REPORT-LINE
004060     IF PUZZLE-LIB-OK
004070         SET PUZZLE-ON-LIBRARY TO TRUE
004080         ADD 1 TO WS-DOSSIER-HITS
004090         STRING WS-SECTION-CAPTION   DELIMITED BY SIZE
004100                "ON FILE  EDITION "  DELIMITED BY SIZE
004110                PL-EDITION-CODE      DELIMITED BY SIZE
004120                "  REQUESTED "       DELIMITED BY SIZE
004130                PL-DIFFICULTY-REQ    DELIMITED BY SIZE
004140                "  SIZE "            DELIMITED BY SIZE
004150                PL-GRID-SIZE         DELIMITED BY SIZE
004160                INTO WS-REPORT-LINE
004170         IF PL-HOLD-FLAG = "H"
004180             MOVE "  *** ON HOLD ***" TO WS-REPORT-LINE(65:17)
004190         ELSE
004200             MOVE "  NOT HELD" TO WS-REPORT-LINE(65:10)
004210         END-IF
004211         IF PL-TEMPLATE-ID NOT = SPACES
004212             MOVE "  TEMPLATE " TO WS-REPORT-LINE(82:11)
004213             MOVE PL-TEMPLATE-ID TO WS-REPORT-LINE(93:6)
004214         END-IF
004220         WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
004230         MOVE SPACES TO WS-REPORT-LINE
004240         STRING "               LAYOUT " DELIMITED BY SIZE
004250                PL-PUZZLE-LAYOUT(1:81)   DELIMITED BY SIZE
004260                INTO WS-REPORT-LINE
004270         WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
004280     ELSE
004290         STRING WS-SECTION-CAPTION   DELIMITED BY SIZE
004300                "NOT ON THE LIBRARY" DELIMITED BY SIZE
004310                INTO WS-REPORT-LINE
004320         WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
004330     END-IF
004340     CLOSE PUZZLE-LIB-FILE.
004350 2100-EXIT.
004360     EXIT.

004370*---------------------------------------------------------------
004380* 2200-ARCHIVE-SECTION
004390* A PUZZLE SUDOKUARC HAS MOVED OFF THE LIBRARY - THE ARCHIVE
004400* DATE AND THE RECORD AS IT STOOD WHEN IT WAS ARCHIVED.
004410*---------------------------------------------------------------
004420 2200-ARCHIVE-SECTION.
004430     MOVE "  ARCHIVE    : " TO WS-SECTION-CAPTION
004440     MOVE 0 TO WS-SECTION-HITS
004450     OPEN INPUT PUZZLE-ARCHIVE-FILE
004460     IF NOT ARCHIVE-FILE-OK
004470         PERFORM 2950-FILE-NOT-PRESENTED THRU 2950-EXIT
004480         CLOSE PUZZLE-ARCHIVE-FILE
004490         GO TO 2200-EXIT
004500     END-IF
004510     PERFORM 2210-SCAN-ONE-ARCHIVE THRU 2210-EXIT
004520         UNTIL ARCHIVE-FILE-EOF
004530     CLOSE PUZZLE-ARCHIVE-FILE
004540     PERFORM 2900-SECTION-NONE THRU 2900-EXIT.
004550 2200-EXIT.
004560     EXIT.

004570 2210-SCAN-ONE-ARCHIVE.
004580     READ PUZZLE-ARCHIVE-FILE
004590         AT END
004600             SET ARCHIVE-FILE-EOF TO TRUE
004610         NOT AT END
004620             IF PA-PUZZLE-ID = WS-LOOKUP-PUZZLE-ID
004630                 SET PUZZLE-WAS-ARCHIVED TO TRUE
004640                 ADD 1 TO WS-SECTION-HITS
004650                 MOVE SPACES TO WS-REPORT-LINE
004660                 STRING WS-SECTION-CAPTION  DELIMITED BY SIZE
004670                        "ARCHIVED "         DELIMITED BY SIZE
004680                        PA-ARCHIVE-DATE     DELIMITED BY SIZE
004690                        "  EDITION "        DELIMITED BY SIZE
004700                        PA-EDITION-CODE     DELIMITED BY SIZE
004710                        "  REQUESTED "      DELIMITED BY SIZE
004720                        PA-DIFFICULTY-REQ   DELIMITED BY SIZE
004730                        "  SIZE "           DELIMITED BY SIZE
004740                        PA-GRID-SIZE        DELIMITED BY SIZE
004750                        "  HOLD FLAG "      DELIMITED BY SIZE
004760                        PA-HOLD-FLAG        DELIMITED BY SIZE
004761                        "  TEMPLATE "       DELIMITED BY SIZE
004762                        PA-TEMPLATE-ID      DELIMITED BY SIZE
004770                        INTO WS-REPORT-LINE
004780                 WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
004790             END-IF
004800     END-READ.
004810 2210-EXIT.
004820     EXIT.

004830*---------------------------------------------------------------
004840* 2300-JOURNAL-SECTION
004850* EVERY LIBRARY CHANGE JOURNALED AGAINST THE PUZZLE - WHEN,
004860* WHO AND WHAT.  ONLY HEADER LINES CARRY THE PUZZLE-ID; THE
004870* BEFORE/AFTER IMAGE LINES UNDER THEM ARE PASSED OVER.
004880*---------------------------------------------------------------
004890 2300-JOURNAL-SECTION.
004900     MOVE "  JOURNAL    : " TO WS-SECTION-CAPTION
004910     MOVE 0 TO WS-SECTION-HITS
004920     OPEN INPUT AUDIT-JOURNAL-FILE
004930     IF NOT JOURNAL-FILE-OK
004940         PERFORM 2950-FILE-NOT-PRESENTED THRU 2950-EXIT
004950         CLOSE AUDIT-JOURNAL-FILE
004960         GO TO 2300-EXIT
004970     END-IF
004980     PERFORM 2310-SCAN-ONE-JOURNAL-LINE THRU 2310-EXIT
004990         UNTIL JOURNAL-FILE-EOF
005000     CLOSE AUDIT-JOURNAL-FILE
005010     PERFORM 2900-SECTION-NONE THRU 2900-EXIT.
005020 2300-EXIT.
005030     EXIT.

005040 2310-SCAN-ONE-JOURNAL-LINE.
005050     READ AUDIT-JOURNAL-FILE INTO WS-JOURNAL-LINE
005060         AT END
005070             SET JOURNAL-FILE-EOF TO TRUE
005080         NOT AT END
005090             IF WS-JNL-OPERATOR-TAG = " OPERATOR="
005100                AND WS-JNL-PUZZLE-TAG = " PUZZLE="
005110                AND WS-JNL-PUZZLE-ID = WS-LOOKUP-PUZZLE-ID
005120                 ADD 1 TO WS-SECTION-HITS
005130                 MOVE SPACES TO WS-REPORT-LINE
005140                 STRING WS-SECTION-CAPTION  DELIMITED BY SIZE
005150                        WS-JNL-DATE         DELIMITED BY SIZE
005160                        " "                 DELIMITED BY SIZE
005170                        WS-JNL-TIME         DELIMITED BY SIZE
005180                        "  OPERATOR "       DELIMITED BY SIZE
005190                        WS-JNL-OPERATOR     DELIMITED BY SIZE
005200                        "  ACTION "         DELIMITED BY SIZE
005210                        WS-JNL-ACTION       DELIMITED BY SIZE
005220                        INTO WS-REPORT-LINE
005230                 WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
005240             END-IF
005250     END-READ.
005260 2310-EXIT.
005270     EXIT.

005280*---------------------------------------------------------------
005290* 2400-SUSPENSE-SECTION
005300* REJECTS STILL ON THE SUSPENSE WORK QUEUE.
005310*---------------------------------------------------------------
005320 2400-SUSPENSE-SECTION.
005330     MOVE "  SUSPENSE   : " TO WS-SECTION-CAPTION
005340     MOVE 0 TO WS-SECTION-HITS
005350     OPEN INPUT SUSPENSE-FILE
005360     IF NOT SUSPENSE-FILE-OK
005370         PERFORM 2950-FILE-NOT-PRESENTED THRU 2950-EXIT
005380         CLOSE SUSPENSE-FILE
005390         GO TO 2400-EXIT
005400     END-IF
005410     PERFORM 2410-SCAN-ONE-SUSPENSE THRU 2410-EXIT
005420         UNTIL SUSPENSE-FILE-EOF
005430     CLOSE SUSPENSE-FILE
005440     PERFORM 2900-SECTION-NONE THRU 2900-EXIT.
005450 2400-EXIT.
005460     EXIT.

005470 2410-SCAN-ONE-SUSPENSE.
005480     READ SUSPENSE-FILE
005490         AT END
005500             SET SUSPENSE-FILE-EOF TO TRUE
005510         NOT AT END
005520             IF SP-PUZZLE-ID = WS-LOOKUP-PUZZLE-ID
005530                 ADD 1 TO WS-SECTION-HITS
005540                 MOVE SPACES TO WS-REPORT-LINE
005550                 STRING WS-SECTION-CAPTION  DELIMITED BY SIZE
005560                        "REJECTED "         DELIMITED BY SIZE
005570                        SP-REJECT-DATE      DELIMITED BY SIZE
005580                        "  REASON "         DELIMITED BY SIZE
005590                        SP-REASON-CODE      DELIMITED BY SIZE
005600                        "  ERROR "          DELIMITED BY SIZE
005610                        SP-ERROR-TYPE       DELIMITED BY SIZE
005620                        "  ROW "            DELIMITED BY SIZE
005630                        SP-ERROR-ROW        DELIMITED BY SIZE
005640                        "  COL "            DELIMITED BY SIZE
005650                        SP-ERROR-COL        DELIMITED BY SIZE
005660                        "  DIGIT "          DELIMITED BY SIZE
005670                        SP-ERROR-DIGIT      DELIMITED BY SIZE
005680                        INTO WS-REPORT-LINE
005690                 WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
005700             END-IF
005710     END-READ.
005720 2410-EXIT.
005730     EXIT.

005740*---------------------------------------------------------------
005750* 2450-SUSP-ARCH-SECTION
005760* REJECTS SUDOKUARC HAS PURGED OFF THE QUEUE, WITH THE DATE
005770* THEY WERE PURGED.
005780*---------------------------------------------------------------
005790 2450-SUSP-ARCH-SECTION.
005800     MOVE "  SUSP ARCH  : " TO WS-SECTION-CAPTION
005810     MOVE 0 TO WS-SECTION-HITS
005820     OPEN INPUT SUSPENSE-ARCH-FILE
005830     IF NOT SUSP-ARCH-FILE-OK
005840         PERFORM 2950-FILE-NOT-PRESENTED THRU 2950-EXIT
005850         CLOSE SUSPENSE-ARCH-FILE
005860         GO TO 2450-EXIT
005870     END-IF
005880     PERFORM 2460-SCAN-ONE-SUSP-ARCH THRU 2460-EXIT
005890         UNTIL SUSP-ARCH-FILE-EOF
005900     CLOSE SUSPENSE-ARCH-FILE
005910     PERFORM 2900-SECTION-NONE THRU 2900-EXIT.
005920 2450-EXIT.
005930     EXIT.

005940 2460-SCAN-ONE-SUSP-ARCH.
005950     READ SUSPENSE-ARCH-FILE
005960         AT END
005970             SET SUSP-ARCH-FILE-EOF TO TRUE
005980         NOT AT END
005990             IF SA-PUZZLE-ID = WS-LOOKUP-PUZZLE-ID
006000                 ADD 1 TO WS-SECTION-HITS
006010                 MOVE SPACES TO WS-REPORT-LINE
006020                 STRING WS-SECTION-CAPTION  DELIMITED BY SIZE
006030                        "REJECTED "         DELIMITED BY SIZE
006040                        SA-REJECT-DATE      DELIMITED BY SIZE
006050                        "  REASON "         DELIMITED BY SIZE
006060                        SA-REASON-CODE      DELIMITED BY SIZE
006070                        "  ERROR "          DELIMITED BY SIZE
006080                        SA-ERROR-TYPE       DELIMITED BY SIZE
006090                        "  ROW "            DELIMITED BY SIZE
006100                        SA-ERROR-ROW        DELIMITED BY SIZE
006110                        "  COL "            DELIMITED BY SIZE
006120                        SA-ERROR-COL        DELIMITED BY SIZE
006130                        "  DIGIT "          DELIMITED BY SIZE
006140                        SA-ERROR-DIGIT      DELIMITED BY SIZE
006150                        "  PURGED "         DELIMITED BY SIZE
006160                        SA-ARCHIVE-DATE     DELIMITED BY SIZE
006170                        INTO WS-REPORT-LINE
006180                 WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
006190             END-IF
006200     END-READ.
006210 2460-EXIT.
006220     EXIT.

006230*---------------------------------------------------------------
006240* 2500-SCHEDULE-SECTION
006250* THE PUBLICATION DATES THE EDITORIAL CALENDAR ASSIGNED.
006260*---------------------------------------------------------------
006270 2500-SCHEDULE-SECTION.
006280     MOVE "  SCHEDULED  : " TO WS-SECTION-CAPTION
006290     MOVE 0 TO WS-SECTION-HITS
006300     OPEN INPUT SCHEDULE-FILE
006310     IF NOT SCHEDULE-FILE-OK
006320         PERFORM 2950-FILE-NOT-PRESENTED THRU 2950-EXIT
006330         CLOSE SCHEDULE-FILE
006340         GO TO 2500-EXIT
006350     END-IF
006360     PERFORM 2510-SCAN-ONE-SCHEDULE THRU 2510-EXIT
006370         UNTIL SCHEDULE-FILE-EOF
006380     CLOSE SCHEDULE-FILE
006390     PERFORM 2900-SECTION-NONE THRU 2900-EXIT.
006400 2500-EXIT.
006410     EXIT.

006420 2510-SCAN-ONE-SCHEDULE.
006430     READ SCHEDULE-FILE
006440         AT END
006450             SET SCHEDULE-FILE-EOF TO TRUE
006460         NOT AT END
006470             IF SC-PUZZLE-ID = WS-LOOKUP-PUZZLE-ID
006480                 ADD 1 TO WS-SECTION-HITS
006490                 MOVE SPACES TO WS-REPORT-LINE
006500                 STRING WS-SECTION-CAPTION  DELIMITED BY SIZE
006510                        "SCHEDULED FOR "    DELIMITED BY SIZE
006520                        SC-PUB-DATE         DELIMITED BY SIZE
006530                        INTO WS-REPORT-LINE
006540                 WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
006550             END-IF
006560     END-READ.
006570 2510-EXIT.
006580     EXIT.

006590*---------------------------------------------------------------
006600* 2600-HISTORY-SECTION
006610* THE ACTUAL PUBLICATION AS THE HISTORY MASTER RECORDS IT.
006620* THE MASTER IS KEYED BY CANONICAL FORM, SO THE PUZZLE-ID
006630* IS FOUND BY A SEQUENTIAL PASS, THE WAY SUDOKUAUD READS IT.
006640*---------------------------------------------------------------
006650 2600-HISTORY-SECTION.
006660     MOVE "  PUBLISHED  : " TO WS-SECTION-CAPTION
006670     MOVE 0 TO WS-SECTION-HITS
006680     OPEN INPUT PUBLISHED-HIST-FILE
006690     IF NOT HIST-FILE-OK
006700         PERFORM 2950-FILE-NOT-PRESENTED THRU 2950-EXIT
006710         CLOSE PUBLISHED-HIST-FILE
006720         GO TO 2600-EXIT
006730     END-IF
006740     PERFORM 2610-SCAN-ONE-HISTORY THRU 2610-EXIT
006750         UNTIL HIST-FILE-EOF
006760     CLOSE PUBLISHED-HIST-FILE
006770     PERFORM 2900-SECTION-NONE THRU 2900-EXIT.
006780 2600-EXIT.
006790     EXIT.

006800 2610-SCAN-ONE-HISTORY.
006810     READ PUBLISHED-HIST-FILE NEXT RECORD
006820         AT END
006830             SET HIST-FILE-EOF TO TRUE
006840         NOT AT END
006850             IF HP-PUZZLE-ID = WS-LOOKUP-PUZZLE-ID
006860                 ADD 1 TO WS-SECTION-HITS
006870                 MOVE SPACES TO WS-REPORT-LINE
006880                 STRING WS-SECTION-CAPTION  DELIMITED BY SIZE
006890                        "PUBLISHED "        DELIMITED BY SIZE
006900                        HP-PUB-DATE         DELIMITED BY SIZE
006910                        "  EDITION "        DELIMITED BY SIZE
006920                        HP-EDITION-CODE     DELIMITED BY SIZE
006930                        "  SIZE "           DELIMITED BY SIZE
006940                        HP-GRID-SIZE        DELIMITED BY SIZE
006950                        INTO WS-REPORT-LINE
006960                 WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
006970             END-IF
006980     END-READ.
006990 2610-EXIT.
007000     EXIT.

007010*---------------------------------------------------------------
007020* 2650-SOLUTION-SECTION
007030* THE ANSWER RECORD AND THE PUBLICATION DATE IT CARRIES FOR
007040* THE ANSWER EMBARGO.
007050*---------------------------------------------------------------
007060 2650-SOLUTION-SECTION.
007070     MOVE "  SOLUTION   : " TO WS-SECTION-CAPTION
007080     MOVE 0 TO WS-SECTION-HITS
007090     OPEN INPUT SOLUTION-FILE
007100     IF NOT SOLUTION-FILE-OK
007110         PERFORM 2950-FILE-NOT-PRESENTED THRU 2950-EXIT
007120         CLOSE SOLUTION-FILE
007130         GO TO 2650-EXIT
007140     END-IF
007150     PERFORM 2660-SCAN-ONE-SOLUTION THRU 2660-EXIT
007160         UNTIL SOLUTION-FILE-EOF
007170     CLOSE SOLUTION-FILE
007180     PERFORM 2900-SECTION-NONE THRU 2900-EXIT.
007190 2650-EXIT.
007200     EXIT.

007210 2660-SCAN-ONE-SOLUTION.
007220     READ SOLUTION-FILE
007230         AT END
007240             SET SOLUTION-FILE-EOF TO TRUE
007250         NOT AT END
007260             IF SL-PUZZLE-ID = WS-LOOKUP-PUZZLE-ID
007270                 ADD 1 TO WS-SECTION-HITS
007280                 MOVE SPACES TO WS-REPORT-LINE
007290                 STRING WS-SECTION-CAPTION  DELIMITED BY SIZE
007300                        "ANSWER ON FILE, PUBLISHED "
007310                                            DELIMITED BY SIZE
007320                        SL-PUB-DATE         DELIMITED BY SIZE
007330                        "  EDITION "        DELIMITED BY SIZE
007340                        SL-EDITION-CODE     DELIMITED BY SIZE
007350                        INTO WS-REPORT-LINE
007360                 WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
007370             END-IF
007380     END-READ.
007390 2660-EXIT.
007400     EXIT.

007410*---------------------------------------------------------------
007420* 2700-LEDGER-SECTION
007430* EVERY DELIVERY OF THE PUZZLE TO A SUBSCRIBER, FROM THE
007440* DISTRIBUTION LEDGER THE BILLING RUN INVOICES FROM.
007450*---------------------------------------------------------------
007460 2700-LEDGER-SECTION.
007470     MOVE "  DELIVERED  : " TO WS-SECTION-CAPTION
007480     MOVE 0 TO WS-SECTION-HITS
007490     OPEN INPUT DIST-LEDGER-FILE
007500     IF NOT LEDGER-FILE-OK
007510         PERFORM 2950-FILE-NOT-PRESENTED THRU 2950-EXIT
007520         CLOSE DIST-LEDGER-FILE
007530         GO TO 2700-EXIT
007540     END-IF
007550     PERFORM 2710-SCAN-ONE-LEDGER THRU 2710-EXIT
007560         UNTIL LEDGER-FILE-EOF
007570     CLOSE DIST-LEDGER-FILE
007580     PERFORM 2900-SECTION-NONE THRU 2900-EXIT.
007590 2700-EXIT.
007600     EXIT.

007610 2710-SCAN-ONE-LEDGER.
007620     READ DIST-LEDGER-FILE
007630         AT END
007640             SET LEDGER-FILE-EOF TO TRUE
007650         NOT AT END
007660             IF DL-PUZZLE-ID = WS-LOOKUP-PUZZLE-ID
007670                 ADD 1 TO WS-SECTION-HITS
007680                 MOVE SPACES TO WS-REPORT-LINE
007690                 STRING WS-SECTION-CAPTION  DELIMITED BY SIZE
007700                        "SHIPPED "          DELIMITED BY SIZE
007710                        DL-SHIP-DATE        DELIMITED BY SIZE
007720                        "  SUBSCRIBER "     DELIMITED BY SIZE
007730                        DL-SUBSCRIBER-ID    DELIMITED BY SIZE
007740                        "  PRODUCT "        DELIMITED BY SIZE
007750                        DL-PRODUCT-CODE     DELIMITED BY SIZE
007760                        INTO WS-REPORT-LINE
007761                 IF DL-XMIT-SEQ NUMERIC
007762                     MOVE "TRANSMISSION" TO WS-REPORT-LINE(64:12)
007763                     MOVE DL-XMIT-SEQ TO WS-REPORT-LINE(77:6)
007764                     EVALUATE TRUE
007765                         WHEN DL-ACKNOWLEDGED
007766                             MOVE "ACKNOWLEDGED"
007767                                  TO WS-REPORT-LINE(85:12)
007768                         WHEN DL-DISPUTED
007769                             MOVE "DISPUTED"
007770                                  TO WS-REPORT-LINE(85:8)
007771                         WHEN OTHER
007772                             MOVE "NOT YET ACKNOWLEDGED"
007773                                  TO WS-REPORT-LINE(85:20)
007774                     END-EVALUATE
007775                 END-IF
007776                 WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
007780             END-IF
007790     END-READ.
007800 2710-EXIT.
007810     EXIT.

007811*---------------------------------------------------------------
007812* 2750-RECALL-SECTION
007813* EVERY CORRECTION OR WITHDRAWAL OF THE PUZZLE, FROM THE VOID
007814* FILE SUDOKUERR WRITES.  A RECALLED PUZZLE'S CONTEST ENTRIES
007815* ARE NO LONGER SCORED, SO IT HAS NO RESULTS BELOW.  A PUZZLE
007816* NEVER RECALLED SAYS SO RATHER THAN "NONE".
007817*---------------------------------------------------------------
007818 2750-RECALL-SECTION.
007819     MOVE "  RECALLED   : " TO WS-SECTION-CAPTION
007820     MOVE 0 TO WS-SECTION-HITS
007821     OPEN INPUT VOID-FILE
007822     IF NOT VOID-FILE-OK
007823         PERFORM 2950-FILE-NOT-PRESENTED THRU 2950-EXIT
007824         CLOSE VOID-FILE
007825         GO TO 2750-EXIT
007826     END-IF
007827     PERFORM 2760-SCAN-ONE-VOID THRU 2760-EXIT
007828         UNTIL VOID-FILE-EOF
007829     CLOSE VOID-FILE
007830     IF WS-SECTION-HITS = 0
007831         MOVE SPACES TO WS-REPORT-LINE
007832         STRING WS-SECTION-CAPTION DELIMITED BY SIZE
007833                "NOT RECALLED"     DELIMITED BY SIZE
007834                INTO WS-REPORT-LINE
007835         WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
007836     ELSE
007837         ADD WS-SECTION-HITS TO WS-DOSSIER-HITS
007838     END-IF.
007839 2750-EXIT.
007840     EXIT.

007841 2760-SCAN-ONE-VOID.
007842     READ VOID-FILE
007843         AT END
007844             SET VOID-FILE-EOF TO TRUE
007845         NOT AT END
007846             IF VD-PUZZLE-ID = WS-LOOKUP-PUZZLE-ID
007847                 ADD 1 TO WS-SECTION-HITS
007848                 MOVE SPACES TO WS-REPORT-LINE
007849                 STRING WS-SECTION-CAPTION   DELIMITED BY SIZE
007850                        "VOIDED "            DELIMITED BY SIZE
007851                        VD-VOID-DATE         DELIMITED BY SIZE
007852                        "  ACTION "          DELIMITED BY SIZE
007853                        VD-ACTION            DELIMITED BY SIZE
007854                        "  OPERATOR "        DELIMITED BY SIZE
007855                        VD-OPERATOR-INITIALS DELIMITED BY SIZE
007856                        "  REASON "          DELIMITED BY SIZE
007857                        VD-REASON            DELIMITED BY SIZE
007858                        INTO WS-REPORT-LINE
007859                 WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
007860             END-IF
007861     END-READ.
007862 2760-EXIT.
007863     EXIT.

007864*---------------------------------------------------------------
007865* 2800-RESULTS-SECTION
007866* CONTEST ENTRY AND CORRECT COUNTS FROM THE SUDOKUCHK RESULTS
007867* EXTRACT, SUMMED IN CASE MORE THAN ONE RUN'S EXTRACT WAS
007868* CONCATENATED ONTO THE INPUT.
007870*---------------------------------------------------------------
007880 2800-RESULTS-SECTION.
007890     MOVE "  CONTEST    : " TO WS-SECTION-CAPTION
007900     MOVE 0 TO WS-SECTION-HITS
007910     MOVE 0 TO WS-RESULT-ENTRIES
007920     MOVE 0 TO WS-RESULT-CORRECT
007930     OPEN INPUT RESULTS-EXTRACT-FILE
007940     IF NOT RESULTS-FILE-OK
007950         PERFORM 2950-FILE-NOT-PRESENTED THRU 2950-EXIT
007960         CLOSE RESULTS-EXTRACT-FILE
007970         GO TO 2800-EXIT
007980     END-IF
007990     PERFORM 2810-SCAN-ONE-RESULT THRU 2810-EXIT
008000         UNTIL RESULTS-FILE-EOF
008010     CLOSE RESULTS-EXTRACT-FILE
008020     IF WS-SECTION-HITS > 0
008030         MOVE SPACES TO WS-REPORT-LINE
008040         STRING WS-SECTION-CAPTION  DELIMITED BY SIZE
008050                "ENTRIES"           DELIMITED BY SIZE
008060                INTO WS-REPORT-LINE
008070         MOVE WS-RESULT-ENTRIES TO WS-DETAIL-COUNT
008080         MOVE WS-DETAIL-COUNT TO WS-REPORT-LINE(23:7)
008090         MOVE "CORRECT" TO WS-REPORT-LINE(32:7)
008100         MOVE WS-RESULT-CORRECT TO WS-DETAIL-COUNT
008110         MOVE WS-DETAIL-COUNT TO WS-REPORT-LINE(40:7)
008120         WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
008130     END-IF
008140     PERFORM 2900-SECTION-NONE THRU 2900-EXIT.
008150 2800-EXIT.
008160     EXIT.

008170 2810-SCAN-ONE-RESULT.
008180     READ RESULTS-EXTRACT-FILE
008190         AT END
008200             SET RESULTS-FILE-EOF TO TRUE
008210         NOT AT END
008220             IF RX-PUZZLE-ID = WS-LOOKUP-PUZZLE-ID
008230                 ADD 1 TO WS-SECTION-HITS
008240                 ADD RX-ENTRY-COUNT   TO WS-RESULT-ENTRIES
008250                 ADD RX-CORRECT-COUNT TO WS-RESULT-CORRECT
008260             END-IF
008270     END-READ.
008280 2810-EXIT.
008290     EXIT.

008300*---------------------------------------------------------------
008310* 2900-SECTION-NONE
008320* CLOSES OFF A SCANNED SECTION - A "NONE" LINE WHEN THE SCAN
008330* FOUND NOTHING, OTHERWISE ITS HITS COUNT TOWARD THE DOSSIER.
008340*---------------------------------------------------------------
008350 2900-SECTION-NONE.
008360     IF WS-SECTION-HITS = 0
008370         MOVE SPACES TO WS-REPORT-LINE
008380         STRING WS-SECTION-CAPTION DELIMITED BY SIZE
008390                "NONE"             DELIMITED BY SIZE
008400                INTO WS-REPORT-LINE
008410         WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
008420     ELSE
008430         ADD WS-SECTION-HITS TO WS-DOSSIER-HITS
008440     END-IF.
008450 2900-EXIT.
008460     EXIT.

008470*---------------------------------------------------------------
008480* 2950-FILE-NOT-PRESENTED
008490*---------------------------------------------------------------
008500 2950-FILE-NOT-PRESENTED.
008510     MOVE SPACES TO WS-REPORT-LINE
008520     STRING WS-SECTION-CAPTION         DELIMITED BY SIZE
008530            "FILE NOT AVAILABLE - NOT CHECKED"
008540                                       DELIMITED BY SIZE
008550            INTO WS-REPORT-LINE
008560     WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE.
008570 2950-EXIT.
008580     EXIT.

008590*---------------------------------------------------------------
008600* 9000-TERMINATE-RUN
008610*---------------------------------------------------------------
008620 9000-TERMINATE-RUN.
008630     MOVE "INQUIRY TOTALS" TO WS-REPORT-LINE
008640     WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
008650     MOVE "  PUZZLE-IDS INQUIRED ON  . . : " TO WS-REPORT-LINE
008660     MOVE WS-INQ-COUNT TO WS-CTL-DISPLAY-COUNT
008670     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
008680     MOVE "  STILL ON THE LIBRARY  . . . : " TO WS-REPORT-LINE
008690     MOVE WS-ON-LIBRARY-COUNT TO WS-CTL-DISPLAY-COUNT
008700     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
008710     MOVE "  ON THE ARCHIVE ONLY . . . . : " TO WS-REPORT-LINE
008720     MOVE WS-ARCHIVED-ONLY-COUNT TO WS-CTL-DISPLAY-COUNT
008730     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
008740     MOVE "  NOT FOUND ON ANY FILE . . . : " TO WS-REPORT-LINE
008750     MOVE WS-NOT-FOUND-COUNT TO WS-CTL-DISPLAY-COUNT
008760     PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
008770     CLOSE INQUIRY-REPORT-FILE.
008780 9000-EXIT.
008790     EXIT.

008800*---------------------------------------------------------------
008810* 9100-WRITE-ONE-TOTAL
008820* APPENDS THE COUNT ALREADY EDITED INTO WS-CTL-DISPLAY-COUNT
008830* TO THE CAPTION ALREADY MOVED TO WS-REPORT-LINE AND WRITES IT.
008840*---------------------------------------------------------------
008850 9100-WRITE-ONE-TOTAL.
008860     MOVE WS-CTL-DISPLAY-COUNT TO WS-REPORT-LINE(33:5)
008870     WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE.
008880 9100-EXIT.
008890     EXIT.
