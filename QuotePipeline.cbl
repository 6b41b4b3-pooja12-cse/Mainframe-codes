000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     QUOTE-PIPELINE.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   LOAN SERVICING DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. MONTHLY QUOTE PIPELINE AND
000130*                    OFFICER PRODUCTION REPORT. TAKES EVERY QUOTE
000140*                    ON THE SIM-QUOTE-FILE DATED IN THE REPORT
000150*                    MONTH (PIPEYEAR/PIPEMON PARMS ON THE PIPEPARM
000160*                    CONTROL FILE; DEFAULT IS LAST MONTH) AND
000170*                    FOLLOWS IT DOWN THE FUNNEL - ACCEPTED
000180*                    (SIMQACC), HELD OVER-LIMIT (QUOTE-SELECT'S
000190*                    PENDING FILE), EXPIRED OR OTHERWISE REJECTED
000200*                    (QSLREJCT), AND BOOKED (SIMLOAN). PRINTS
000210*                    COUNTS AND PRINCIPAL DOLLARS AT EACH STAGE,
000220*                    PER OFFICER AND IN TOTAL, AS A PERCENT OF
000230*                    QUOTED, WITH ACCEPTED-TO-BOOKED CONVERSION
000240*                    AND THE AVERAGE DAYS FROM QUOTE TO BOOKING.
000250*---------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT QPL-QUOTE-FILE    ASSIGN TO SIMQUOTE
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS QPL-WS-QUOTE-STATUS.
000350     SELECT QPL-ACCEPT-FILE   ASSIGN TO SIMQACC
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS QPL-WS-ACC-STATUS.
000380     SELECT QPL-PEND-FILE     ASSIGN TO QSLPENDI
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS QPL-WS-PEND-STATUS.
000410     SELECT QPL-REJECTS-FILE  ASSIGN TO QSLREJCT
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS QPL-WS-REJ-STATUS.
000440     SELECT QPL-LOAN-FILE     ASSIGN TO SIMLOAN
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS QPL-WS-LOAN-STATUS.
000470     SELECT QPL-PARM-FILE     ASSIGN TO PIPEPARM
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS QPL-WS-PARM-STATUS.
000500     SELECT QPL-RPT-FILE      ASSIGN TO PIPERPT
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000550*    LOAN-ONLINE'S SIM-QUOTE-REC.
000560 FD  QPL-QUOTE-FILE
000570     RECORD CONTAINS 80 CHARACTERS.
000580 01  QPL-QUOTE-REC.
000590     05  SQT-QUOTE-ID.
000600         10  SQT-QUOTE-DATE      PIC 9(08).
000610         10  SQT-QUOTE-MDY REDEFINES SQT-QUOTE-DATE.
000620             15  SQT-QUOTE-YEAR  PIC 9(04).
000630             15  SQT-QUOTE-MONTH PIC 9(02).
000640             15  SQT-QUOTE-DAY   PIC 9(02).
000650         10  SQT-QUOTE-SEQ       PIC 9(06).
000660     05  SQT-LOAN-ID             PIC X(10).
000670     05  SQT-PRINCIPAL           PIC 9(07)V99.
000680     05  SQT-RATE                PIC 9(02)V99.
000690     05  SQT-TERM                PIC 9(01)V99.
000700     05  SQT-INTEREST            PIC 9(07)V99.
000710     05  SQT-OFFICER             PIC X(08).
000720     05  SQT-EXPIRY-DATE         PIC 9(08).
000730     05  SQT-GRID-RATE           PIC 9(02)V99.
000740     05  SQT-RATE-REASON         PIC X(02).
000750     05  FILLER                  PIC X(09).
000760*
000770*    QUOTE-SELECT'S ACCEPTANCE RECORD.
000780 FD  QPL-ACCEPT-FILE
000790     RECORD CONTAINS 30 CHARACTERS.
000800 01  QPL-ACCEPT-REC.
000810     05  QSA-QUOTE-ID            PIC X(14).
000820     05  QSA-OFFICER             PIC X(08).
000830     05  FILLER                  PIC X(08).
000840*
000850*    QUOTE-SELECT'S PENDING FILE - A FULL QUOTE IMAGE PER HELD
000860*    ACCEPTANCE. ONLY THE KEY FIELDS ARE NEEDED HERE.
000870 FD  QPL-PEND-FILE
000880     RECORD CONTAINS 80 CHARACTERS.
000890 01  QPL-PEND-REC.
000900     05  QPI-QUOTE-ID            PIC X(14).
000910     05  FILLER                  PIC X(35).
000920     05  QPI-OFFICER             PIC X(08).
000930     05  FILLER                  PIC X(23).
000940*
000950 FD  QPL-REJECTS-FILE
000960     RECORD CONTAINS 80 CHARACTERS.
000970     COPY REJCOMM REPLACING ==REJCOMM-RECORD==
000980         BY ==QPL-REJECTS-REC==.
000990*
001000*    SIMPLE-INTEREST'S SIM-LOAN-REC. QUOTE-SELECT STAMPS THE
001010*    QUOTE AND BOOKING DATES ON THE LOANS IT CONVERTS; A LOAN
001020*    BOOKED BEFORE THAT, OR BY ANOTHER FEEDER, CARRIES NEITHER.
001030 FD  QPL-LOAN-FILE
001040     RECORD CONTAINS 60 CHARACTERS.
001050 01  QPL-LOAN-REC.
001060     05  SIM-IN-LOAN-ID          PIC X(10).
001070     05  SIM-IN-PRINCIPAL        PIC 9(07)V99.
001080     05  SIM-IN-RATE             PIC 9(02)V99.
001090     05  SIM-IN-TERM             PIC 9(01)V99.
001100     05  SIM-IN-ORIG-DATE        PIC 9(08).
001110     05  SIM-IN-END-DATE         PIC 9(08).
001120     05  SIM-IN-QUOTE-DATE       PIC 9(08).
001130     05  SIM-IN-BOOK-DATE        PIC 9(08).
001140     05  FILLER                  PIC X(02).
001150 01  QPL-LOAN-CTL-REC.
001160     05  SLC-REC-ID              PIC X(03).
001170         88  SLC-CONTROL-REC     VALUES '*H*' '*T*'.
001180     05  FILLER                  PIC X(57).
001190*
001200 FD  QPL-PARM-FILE
001210     RECORD CONTAINS 20 CHARACTERS.
001220     COPY CTLPARM REPLACING ==CTLPARM-RECORD==
001230         BY ==QPL-PARM-REC==.
001240*
001250 FD  QPL-RPT-FILE
001260     RECORD CONTAINS 80 CHARACTERS.
001270 01  QPL-RPT-REC                 PIC X(80).
001280*
001290 WORKING-STORAGE SECTION.
001300 77  QPL-WS-EOF-SW               PIC X(01) VALUE 'N'.
001310     88  QPL-WS-EOF              VALUE 'Y'.
001320 77  QPL-WS-QUOTE-STATUS         PIC X(02) VALUE '00'.
001330 77  QPL-WS-ACC-STATUS           PIC X(02) VALUE '00'.
001340 77  QPL-WS-PEND-STATUS          PIC X(02) VALUE '00'.
001350 77  QPL-WS-REJ-STATUS           PIC X(02) VALUE '00'.
001360 77  QPL-WS-LOAN-STATUS          PIC X(02) VALUE '00'.
001370 77  QPL-WS-PARM-STATUS          PIC X(02) VALUE '00'.
001380 77  QPL-WS-FOUND-SW             PIC X(01).
001390     88  QPL-WS-FOUND            VALUE 'Y'.
001400 77  QPL-WS-QT-FULL-SW           PIC X(01) VALUE 'N'.
001410     88  QPL-WS-QT-FULL          VALUE 'Y'.
001420 77  QPL-WS-OF-FULL-SW           PIC X(01) VALUE 'N'.
001430     88  QPL-WS-OF-FULL          VALUE 'Y'.
001440 77  QPL-WS-RPT-YEAR             PIC 9(04) VALUE ZERO.
001450 77  QPL-WS-RPT-MONTH            PIC 9(02) VALUE ZERO.
001460 77  QPL-WS-HIT                  PIC 9(05) COMP VALUE ZERO.
001470 77  QPL-WS-OF-SUB               PIC 9(03) COMP VALUE ZERO.
001480 77  QPL-WS-STG                  PIC 9(01) COMP VALUE ZERO.
001490 77  QPL-WS-SEEK-ID              PIC X(14).
001500 77  QPL-WS-SEEK-LEN             PIC 9(02) COMP VALUE 14.
001510 77  QPL-WS-SEEK-OFFICER         PIC X(08).
001520 77  QPL-WS-SEEK-LOAN            PIC X(10).
001530 77  QPL-WS-SEEK-QDATE           PIC 9(08).
001540 77  QPL-WS-EXPIRED-TALLY        PIC 9(02) COMP VALUE ZERO.
001550 77  QPL-WS-QUOTES-READ          PIC 9(07) COMP VALUE ZERO.
001560 77  QPL-WS-ACC-READ             PIC 9(07) COMP VALUE ZERO.
001570 77  QPL-WS-ACC-UNMATCHED        PIC 9(07) COMP VALUE ZERO.
001580 77  QPL-WS-PEND-READ            PIC 9(07) COMP VALUE ZERO.
001590 77  QPL-WS-REJ-READ             PIC 9(07) COMP VALUE ZERO.
001600 77  QPL-WS-REJ-UNMATCHED        PIC 9(07) COMP VALUE ZERO.
001610 77  QPL-WS-LOANS-READ           PIC 9(07) COMP VALUE ZERO.
001620 77  QPL-WS-DAYS                 PIC S9(07) COMP VALUE ZERO.
001630 01  QPL-WS-PCT                  PIC 9(03)V9 VALUE ZERO.
001640 01  QPL-WS-AVG-DAYS             PIC 9(05)V9 VALUE ZERO.
001650     COPY RUNSTAMP.
001660 01  QPL-WS-TODAY-MDY.
001670     05  QPL-TD-YEAR             PIC 9(04).
001680     05  QPL-TD-MONTH            PIC 9(02).
001690     05  QPL-TD-DAY              PIC 9(02).
001700*
001710*    SERIAL-DAY CONVERSION - SAME SHAPE AS SIMPLE-INTEREST'S
001720*    2090-DATE-TO-SERIAL.
001730 01  QPL-WS-SER-DATE             PIC 9(08).
001740 01  QPL-WS-SER-DATE-MDY REDEFINES QPL-WS-SER-DATE.
001750     05  QPL-SER-YEAR            PIC 9(04).
001760     05  QPL-SER-MONTH           PIC 9(02).
001770     05  QPL-SER-DAY             PIC 9(02).
001780 77  QPL-WS-SER-M                PIC 9(04) COMP VALUE ZERO.
001790 77  QPL-WS-SER-Y                PIC 9(04) COMP VALUE ZERO.
001800 77  QPL-WS-SERIAL               PIC 9(07) COMP VALUE ZERO.
001810*
001820*    THE MONTH'S QUOTES AND HOW FAR EACH GOT. A QUOTE THAT
001830*    REACHED A LATER STAGE IS COUNTED AS ACCEPTED EVEN WHEN ITS
001840*    ACCEPTANCE RECORD IS NO LONGER ON SIMQACC. ITS FINAL STAGE
001850*    IS THE FURTHEST ONE SEEN - BOOKED OVER HELD OVER REFUSED.
001860 77  QPL-WS-QT-COUNT             PIC 9(05) COMP VALUE ZERO.
001870 01  QPL-WS-QUOTE-TABLE.
001880     05  QPL-QT-ENTRY OCCURS 5000 TIMES
001890                      INDEXED BY QPL-QT-IDX.
001900         10  QPL-QT-QUOTE-ID     PIC X(14).
001910         10  QPL-QT-QUOTE-DATE   PIC 9(08).
001920         10  QPL-QT-LOAN-ID      PIC X(10).
001930         10  QPL-QT-OFFICER      PIC X(08).
001940         10  QPL-QT-PRINCIPAL    PIC 9(07)V99.
001950         10  QPL-QT-ACCEPT-FLAG  PIC X(01).
001960             88  QPL-QT-ACCEPTED VALUE 'Y'.
001970         10  QPL-QT-STAGE        PIC X(01).
001980             88  QPL-QT-NO-STAGE VALUE SPACE.
001990             88  QPL-QT-HELD     VALUE 'H'.
002000             88  QPL-QT-EXPIRED  VALUE 'E'.
002010             88  QPL-QT-REJECTED VALUE 'R'.
002020             88  QPL-QT-BOOKED   VALUE 'B'.
002030         10  QPL-QT-DAYS-FLAG    PIC X(01).
002040             88  QPL-QT-HAS-DAYS VALUE 'Y'.
002050         10  QPL-QT-DAYS         PIC 9(05) COMP.
002060*
002070*    PER-OFFICER TALLIES. STAGE 1 QUOTED, 2 ACCEPTED, 3 HELD,
002080*    4 EXPIRED, 5 REJECTED, 6 BOOKED. THE PRINT AND TOTAL AREAS
002090*    BELOW HAVE THE SAME SHAPE AS ONE ENTRY.
002100 77  QPL-WS-OF-COUNT             PIC 9(03) COMP VALUE ZERO.
002110 01  QPL-WS-OFFICER-TABLE.
002120     05  QPL-OF-ENTRY OCCURS 200 TIMES
002130                      INDEXED BY QPL-OF-IDX.
002140         10  QPL-OF-OFFICER      PIC X(08).
002150         10  QPL-OF-STAGE OCCURS 6 TIMES.
002160             15  QPL-OF-COUNT    PIC 9(07) COMP.
002170             15  QPL-OF-DOLLARS  PIC 9(11)V99.
002180         10  QPL-OF-DAYS-TOTAL   PIC 9(09) COMP.
002190         10  QPL-OF-DAYS-COUNT   PIC 9(07) COMP.
002200*
002210 01  QPL-WS-TOTAL-AREA.
002220     05  QPL-TA-OFFICER          PIC X(08).
002230     05  QPL-TA-STAGE OCCURS 6 TIMES.
002240         10  QPL-TA-COUNT        PIC 9(07) COMP.
002250         10  QPL-TA-DOLLARS      PIC 9(11)V99.
002260     05  QPL-TA-DAYS-TOTAL       PIC 9(09) COMP.
002270     05  QPL-TA-DAYS-COUNT       PIC 9(07) COMP.
002280*
002290 01  QPL-WS-PRINT-AREA.
002300     05  QPL-PA-OFFICER          PIC X(08).
002310     05  QPL-PA-STAGE OCCURS 6 TIMES.
002320         10  QPL-PA-COUNT        PIC 9(07) COMP.
002330         10  QPL-PA-DOLLARS      PIC 9(11)V99.
002340     05  QPL-PA-DAYS-TOTAL       PIC 9(09) COMP.
002350     05  QPL-PA-DAYS-COUNT       PIC 9(07) COMP.
002360*
002370 01  QPL-WS-STAGE-NAMES.
002380     05  FILLER                  PIC X(10) VALUE "QUOTED    ".
002390     05  FILLER                  PIC X(10) VALUE "ACCEPTED  ".
002400     05  FILLER                  PIC X(10) VALUE "HELD      ".
002410     05  FILLER                  PIC X(10) VALUE "EXPIRED   ".
002420     05  FILLER                  PIC X(10) VALUE "REJECTED  ".
002430     05  FILLER                  PIC X(10) VALUE "BOOKED    ".
002440 01  QPL-WS-STAGE-NAME-TABLE REDEFINES QPL-WS-STAGE-NAMES.
002450     05  QPL-SN-NAME OCCURS 6 TIMES PIC X(10).
002460*
002470 01  QPL-WS-TITLE-LINE.
002480     05  FILLER                  PIC X(33) VALUE
002490         "QUOTE PIPELINE AND PRODUCTION -  ".
002500     05  QTL-MONTH               PIC 9(02).
002510     05  FILLER                  PIC X(01) VALUE "/".
002520     05  QTL-YEAR                PIC 9(04).
002530     05  FILLER                  PIC X(40) VALUE SPACES.
002540*
002550 01  QPL-WS-OFFICER-LINE.
002560     05  FILLER                  PIC X(08) VALUE "OFFICER ".
002570     05  QOL-OFFICER             PIC X(08).
002580     05  FILLER                  PIC X(64) VALUE SPACES.
002590*
002600 01  QPL-WS-COLUMN-LINE.
002610     05  FILLER                  PIC X(40) VALUE
002620         "  STAGE         COUNT           PRINCIPA".
002630     05  FILLER                  PIC X(40) VALUE
002640         "L  PCT QUOTED                           ".
002650*
002660 01  QPL-WS-STAGE-LINE.
002670     05  FILLER                  PIC X(02) VALUE SPACES.
002680     05  QSL-NAME                PIC X(10).
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  QSL-COUNT               PIC Z(6)9.
002710     05  FILLER                  PIC X(02) VALUE SPACES.
002720     05  QSL-DOLLARS             PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
002730     05  FILLER                  PIC X(04) VALUE SPACES.
002740     05  QSL-PCT                 PIC ZZ9.9.
002750     05  FILLER                  PIC X(01) VALUE "%".
002760     05  FILLER                  PIC X(29) VALUE SPACES.
002770*
002780 01  QPL-WS-CONV-LINE.
002790     05  FILLER                  PIC X(34) VALUE
002800         "  ACCEPTED CONVERTED TO BOOKED:   ".
002810     05  QCL-PCT                 PIC ZZ9.9.
002820     05  FILLER                  PIC X(01) VALUE "%".
002830     05  FILLER                  PIC X(40) VALUE SPACES.
002840*
002850 01  QPL-WS-DAYS-LINE.
002860     05  FILLER                  PIC X(34) VALUE
002870         "  AVERAGE DAYS QUOTE TO BOOKING:  ".
002880     05  QDL-AVG-DAYS            PIC ZZZZ9.9.
002890     05  FILLER                  PIC X(06) VALUE " OVER ".
002900     05  QDL-DAYS-COUNT          PIC Z(6)9.
002910     05  FILLER                  PIC X(26) VALUE
002920         " DATED BOOKINGS".
002930*
002940 01  QPL-WS-FOOT-LINE.
002950     05  LFL-LABEL               PIC X(34).
002960     05  LFL-COUNT               PIC Z(6)9.
002970     05  FILLER                  PIC X(39) VALUE SPACES.
002980*
002990 01  QPL-WS-NOTE-LINE            PIC X(80).
003000 01  QPL-WS-BLANK-LINE           PIC X(80) VALUE SPACES.
003010*
003020 PROCEDURE DIVISION.
003030*===============================================================
003040 0000-MAINLINE.
003050*===============================================================
003060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003070     PERFORM 2000-LOAD-ONE-QUOTE THRU 2000-EXIT
003080         UNTIL QPL-WS-EOF.
003090     PERFORM 3000-MARK-BOOKED THRU 3000-EXIT.
003100     PERFORM 3200-MARK-HELD THRU 3200-EXIT.
003110     PERFORM 3400-MARK-REFUSED THRU 3400-EXIT.
003120     PERFORM 3600-MARK-ACCEPTED THRU 3600-EXIT.
003130     PERFORM 4000-TALLY-QUOTES THRU 4000-EXIT.
003140     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
003150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003160     STOP RUN.
003170*
003180*===============================================================
003190 1000-INITIALIZE.
003200*===============================================================
003210     OPEN OUTPUT QPL-RPT-FILE.
003220     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
003230     ACCEPT RUNSTAMP-TIME FROM TIME.
003240     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
003250     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
003260     WRITE QPL-RPT-REC FROM RUNSTAMP-HEADER-LINE.
003270*    THE REPORT RUNS EARLY IN THE MONTH FOR THE MONTH JUST ENDED.
003280     MOVE RUNSTAMP-DATE TO QPL-WS-TODAY-MDY.
003290     IF QPL-TD-MONTH = 1
003300         COMPUTE QPL-WS-RPT-YEAR = QPL-TD-YEAR - 1
003310         MOVE 12 TO QPL-WS-RPT-MONTH
003320     ELSE
003330         MOVE QPL-TD-YEAR TO QPL-WS-RPT-YEAR
003340         COMPUTE QPL-WS-RPT-MONTH = QPL-TD-MONTH - 1
003350     END-IF.
003360     PERFORM 1100-LOAD-REPORT-MONTH THRU 1100-EXIT.
003370     MOVE QPL-WS-RPT-MONTH TO QTL-MONTH.
003380     MOVE QPL-WS-RPT-YEAR  TO QTL-YEAR.
003390     WRITE QPL-RPT-REC FROM QPL-WS-BLANK-LINE.
003400     WRITE QPL-RPT-REC FROM QPL-WS-TITLE-LINE.
003410     OPEN INPUT QPL-QUOTE-FILE.
003420     IF QPL-WS-QUOTE-STATUS NOT = '00'
003430         DISPLAY "QUOTE-PIPELINE: NO QUOTE FILE"
003440         MOVE 8 TO RETURN-CODE
003450         MOVE 'Y' TO QPL-WS-EOF-SW
003460         GO TO 1000-EXIT
003470     END-IF.
003480     READ QPL-QUOTE-FILE
003490         AT END
003500             MOVE 'Y' TO QPL-WS-EOF-SW
003510     END-READ.
003520 1000-EXIT.
003530     EXIT.
003540*
003550*===============================================================
003560 1100-LOAD-REPORT-MONTH.
003570*===============================================================
003580     OPEN INPUT QPL-PARM-FILE.
003590     IF QPL-WS-PARM-STATUS NOT = '00'
003600         GO TO 1100-EXIT
003610     END-IF.
003620     MOVE 'N' TO QPL-WS-EOF-SW.
003630     READ QPL-PARM-FILE
003640         AT END
003650             MOVE 'Y' TO QPL-WS-EOF-SW
003660     END-READ.
003670     PERFORM 1110-CHECK-ONE-PARM THRU 1110-EXIT
003680         UNTIL QPL-WS-EOF.
003690     CLOSE QPL-PARM-FILE.
003700     MOVE 'N' TO QPL-WS-EOF-SW.
003710 1100-EXIT.
003720     EXIT.
003730*
003740*===============================================================
003750 1110-CHECK-ONE-PARM.
003760*===============================================================
003770     EVALUATE CTL-PARM-CODE OF QPL-PARM-REC
003780         WHEN 'PIPEYEAR'
003790             IF CTL-PARM-VALUE OF QPL-PARM-REC > ZERO
003800                 MOVE CTL-PARM-VALUE OF QPL-PARM-REC
003810                     TO QPL-WS-RPT-YEAR
003820             END-IF
003830         WHEN 'PIPEMON '
003840             IF CTL-PARM-VALUE OF QPL-PARM-REC > ZERO
003850                     AND CTL-PARM-VALUE OF QPL-PARM-REC < 13
003860                 MOVE CTL-PARM-VALUE OF QPL-PARM-REC
003870                     TO QPL-WS-RPT-MONTH
003880             END-IF
003890     END-EVALUATE.
003900     READ QPL-PARM-FILE
003910         AT END
003920             MOVE 'Y' TO QPL-WS-EOF-SW
003930     END-READ.
003940 1110-EXIT.
003950     EXIT.
003960*
003970*===============================================================
003980 2000-LOAD-ONE-QUOTE.
003990*===============================================================
004000     ADD 1 TO QPL-WS-QUOTES-READ.
004010     IF SQT-QUOTE-DATE NOT NUMERIC
004020             OR SQT-PRINCIPAL NOT NUMERIC
004030         GO TO 2000-READ-NEXT
004040     END-IF.
004050     IF SQT-QUOTE-YEAR NOT = QPL-WS-RPT-YEAR
004060             OR SQT-QUOTE-MONTH NOT = QPL-WS-RPT-MONTH
004070         GO TO 2000-READ-NEXT
004080     END-IF.
004090     IF QPL-WS-QT-COUNT = 5000
004100         MOVE 'Y' TO QPL-WS-QT-FULL-SW
004110         GO TO 2000-READ-NEXT
004120     END-IF.
004130     ADD 1 TO QPL-WS-QT-COUNT.
004140     SET QPL-QT-IDX TO QPL-WS-QT-COUNT.
004150     MOVE SQT-QUOTE-ID   TO QPL-QT-QUOTE-ID (QPL-QT-IDX).
004160     MOVE SQT-QUOTE-DATE TO QPL-QT-QUOTE-DATE (QPL-QT-IDX).
004170     MOVE SQT-LOAN-ID    TO QPL-QT-LOAN-ID (QPL-QT-IDX).
004180     MOVE SQT-OFFICER    TO QPL-QT-OFFICER (QPL-QT-IDX).
004190     MOVE SQT-PRINCIPAL  TO QPL-QT-PRINCIPAL (QPL-QT-IDX).
004200     MOVE 'N'            TO QPL-QT-ACCEPT-FLAG (QPL-QT-IDX).
004210     MOVE SPACE          TO QPL-QT-STAGE (QPL-QT-IDX).
004220     MOVE 'N'            TO QPL-QT-DAYS-FLAG (QPL-QT-IDX).
004230     MOVE ZERO           TO QPL-QT-DAYS (QPL-QT-IDX).
004240 2000-READ-NEXT.
004250     READ QPL-QUOTE-FILE
004260         AT END
004270             MOVE 'Y' TO QPL-WS-EOF-SW
004280     END-READ.
004290 2000-EXIT.
004300     EXIT.
004310*
004320*===============================================================
004330 3000-MARK-BOOKED.
004340*===============================================================
004350*    A BOOKED LOAN IS TIED TO ITS QUOTE BY LOAN ID AND, WHEN
004360*    QUOTE-SELECT STAMPED IT, BY QUOTE DATE AS WELL.
004370     IF QPL-WS-QT-COUNT = ZERO
004380         GO TO 3000-EXIT
004390     END-IF.
004400     OPEN INPUT QPL-LOAN-FILE.
004410     IF QPL-WS-LOAN-STATUS NOT = '00'
004420         MOVE "NO BOOKED-LOAN FILE - NOTHING COUNTED AS BOOKED"
004430             TO QPL-WS-NOTE-LINE
004440         WRITE QPL-RPT-REC FROM QPL-WS-NOTE-LINE
004450         GO TO 3000-EXIT
004460     END-IF.
004470     MOVE 'N' TO QPL-WS-EOF-SW.
004480     READ QPL-LOAN-FILE
004490         AT END
004500             MOVE 'Y' TO QPL-WS-EOF-SW
004510     END-READ.
004520     PERFORM 3100-MARK-ONE-LOAN THRU 3100-EXIT
004530         UNTIL QPL-WS-EOF.
004540     CLOSE QPL-LOAN-FILE.
004550 3000-EXIT.
004560     EXIT.
004570*
004580*===============================================================
004590 3100-MARK-ONE-LOAN.
004600*===============================================================
004610     IF SLC-CONTROL-REC
004620         GO TO 3100-READ-NEXT
004630     END-IF.
004640     ADD 1 TO QPL-WS-LOANS-READ.
004650     MOVE SIM-IN-LOAN-ID TO QPL-WS-SEEK-LOAN.
004660     MOVE ZERO TO QPL-WS-SEEK-QDATE.
004670     IF SIM-IN-QUOTE-DATE NUMERIC
004680         MOVE SIM-IN-QUOTE-DATE TO QPL-WS-SEEK-QDATE
004690     END-IF.
004700     PERFORM 8200-FIND-LOAN-QUOTE THRU 8200-EXIT.
004710     IF NOT QPL-WS-FOUND
004720         GO TO 3100-READ-NEXT
004730     END-IF.
004740     MOVE 'B' TO QPL-QT-STAGE (QPL-WS-HIT).
004750     IF SIM-IN-BOOK-DATE NOT NUMERIC
004760             OR SIM-IN-BOOK-DATE = ZERO
004770         GO TO 3100-READ-NEXT
004780     END-IF.
004790     MOVE SIM-IN-BOOK-DATE TO QPL-WS-SER-DATE.
004800     PERFORM 8900-DATE-TO-SERIAL THRU 8900-EXIT.
004810     MOVE QPL-WS-SERIAL TO QPL-WS-DAYS.
004820     MOVE QPL-QT-QUOTE-DATE (QPL-WS-HIT) TO QPL-WS-SER-DATE.
004830     PERFORM 8900-DATE-TO-SERIAL THRU 8900-EXIT.
004840     SUBTRACT QPL-WS-SERIAL FROM QPL-WS-DAYS.
004850     IF QPL-WS-DAYS NOT < ZERO
004860         MOVE 'Y' TO QPL-QT-DAYS-FLAG (QPL-WS-HIT)
004870         MOVE QPL-WS-DAYS TO QPL-QT-DAYS (QPL-WS-HIT)
004880     END-IF.
004890 3100-READ-NEXT.
004900     READ QPL-LOAN-FILE
004910         AT END
004920             MOVE 'Y' TO QPL-WS-EOF-SW
004930     END-READ.
004940 3100-EXIT.
004950     EXIT.
004960*
004970*===============================================================
004980 3200-MARK-HELD.
004990*===============================================================
005000*    QUOTE-SELECT'S CURRENT PENDING FILE - STILL AWAITING A
005010*    SUPERVISOR'S APPROVAL.
005020     IF QPL-WS-QT-COUNT = ZERO
005030         GO TO 3200-EXIT
005040     END-IF.
005050     OPEN INPUT QPL-PEND-FILE.
005060     IF QPL-WS-PEND-STATUS NOT = '00'
005070         GO TO 3200-EXIT
005080     END-IF.
005090     MOVE 'N' TO QPL-WS-EOF-SW.
005100     READ QPL-PEND-FILE
005110         AT END
005120             MOVE 'Y' TO QPL-WS-EOF-SW
005130     END-READ.
005140     PERFORM 3210-MARK-ONE-HELD THRU 3210-EXIT
005150         UNTIL QPL-WS-EOF.
005160     CLOSE QPL-PEND-FILE.
005170 3200-EXIT.
005180     EXIT.
005190*
005200*===============================================================
005210 3210-MARK-ONE-HELD.
005220*===============================================================
005230     ADD 1 TO QPL-WS-PEND-READ.
005240     MOVE QPI-QUOTE-ID TO QPL-WS-SEEK-ID.
005250     MOVE QPI-OFFICER  TO QPL-WS-SEEK-OFFICER.
005260     MOVE 14 TO QPL-WS-SEEK-LEN.
005270     PERFORM 8100-FIND-QUOTE THRU 8100-EXIT.
005280     IF QPL-WS-FOUND
005290         MOVE 'H' TO QPL-QT-STAGE (QPL-WS-HIT)
005300     END-IF.
005310     READ QPL-PEND-FILE
005320         AT END
005330             MOVE 'Y' TO QPL-WS-EOF-SW
005340     END-READ.
005350 3210-EXIT.
005360     EXIT.
005370*
005380*===============================================================
005390 3400-MARK-REFUSED.
005400*===============================================================
005410*    QUOTE-SELECT'S REJECTS CARRY ONLY THE FIRST TEN BYTES OF THE
005420*    QUOTE ID (DATE AND THE HOUR OF THE SEQUENCE), SO A REJECT
005430*    IS MATCHED TO THE FIRST QUOTE ON THAT PREFIX NOT ALREADY
005440*    BOOKED, HELD OR REFUSED.
005450     IF QPL-WS-QT-COUNT = ZERO
005460         GO TO 3400-EXIT
005470     END-IF.
005480     OPEN INPUT QPL-REJECTS-FILE.
005490     IF QPL-WS-REJ-STATUS NOT = '00'
005500         GO TO 3400-EXIT
005510     END-IF.
005520     MOVE 'N' TO QPL-WS-EOF-SW.
005530     READ QPL-REJECTS-FILE
005540         AT END
005550             MOVE 'Y' TO QPL-WS-EOF-SW
005560     END-READ.
005570     PERFORM 3410-MARK-ONE-REFUSED THRU 3410-EXIT
005580         UNTIL QPL-WS-EOF.
005590     CLOSE QPL-REJECTS-FILE.
005600 3400-EXIT.
005610     EXIT.
005620*
005630*===============================================================
005640 3410-MARK-ONE-REFUSED.
005650*===============================================================
005660     IF REJ-PROGRAM-ID NOT = 'QUOTESEL'
005670         GO TO 3410-READ-NEXT
005680     END-IF.
005690     ADD 1 TO QPL-WS-REJ-READ.
005700     MOVE REJ-KEY-ID TO QPL-WS-SEEK-ID.
005710     MOVE SPACES TO QPL-WS-SEEK-OFFICER.
005720     MOVE 10 TO QPL-WS-SEEK-LEN.
005730     PERFORM 8100-FIND-QUOTE THRU 8100-EXIT.
005740     IF NOT QPL-WS-FOUND
005750         ADD 1 TO QPL-WS-REJ-UNMATCHED
005760         GO TO 3410-READ-NEXT
005770     END-IF.
005780     MOVE ZERO TO QPL-WS-EXPIRED-TALLY.
005790     INSPECT REJ-REASON TALLYING QPL-WS-EXPIRED-TALLY
005800         FOR ALL 'EXPIRED'.
005810     IF QPL-WS-EXPIRED-TALLY > ZERO
005820         MOVE 'E' TO QPL-QT-STAGE (QPL-WS-HIT)
005830     ELSE
005840         MOVE 'R' TO QPL-QT-STAGE (QPL-WS-HIT)
005850     END-IF.
005860 3410-READ-NEXT.
005870     READ QPL-REJECTS-FILE
005880         AT END
005890             MOVE 'Y' TO QPL-WS-EOF-SW
005900     END-READ.
005910 3410-EXIT.
005920     EXIT.
005930*
005940*===============================================================
005950 3600-MARK-ACCEPTED.
005960*===============================================================
005970     IF QPL-WS-QT-COUNT = ZERO
005980         GO TO 3600-EXIT
005990     END-IF.
006000     OPEN INPUT QPL-ACCEPT-FILE.
006010     IF QPL-WS-ACC-STATUS NOT = '00'
006020         GO TO 3600-EXIT
006030     END-IF.
006040     MOVE 'N' TO QPL-WS-EOF-SW.
006050     READ QPL-ACCEPT-FILE
006060         AT END
006070             MOVE 'Y' TO QPL-WS-EOF-SW
006080     END-READ.
006090     PERFORM 3610-MARK-ONE-ACCEPTED THRU 3610-EXIT
006100         UNTIL QPL-WS-EOF.
006110     CLOSE QPL-ACCEPT-FILE.
006120 3600-EXIT.
006130     EXIT.
006140*
006150*===============================================================
006160 3610-MARK-ONE-ACCEPTED.
006170*===============================================================
006180*    SAME MATCH QUOTE-SELECT MAKES - QUOTE ID, AND THE OFFICER
006190*    WHEN THE ACCEPTANCE NAMES ONE.
006200     ADD 1 TO QPL-WS-ACC-READ.
006210     MOVE QSA-QUOTE-ID TO QPL-WS-SEEK-ID.
006220     MOVE QSA-OFFICER  TO QPL-WS-SEEK-OFFICER.
006230     MOVE 14 TO QPL-WS-SEEK-LEN.
006240     PERFORM 8100-FIND-QUOTE THRU 8100-EXIT.
006250     IF QPL-WS-FOUND
006260         MOVE 'Y' TO QPL-QT-ACCEPT-FLAG (QPL-WS-HIT)
006270     ELSE
006280         ADD 1 TO QPL-WS-ACC-UNMATCHED
006290     END-IF.
006300     READ QPL-ACCEPT-FILE
006310         AT END
006320             MOVE 'Y' TO QPL-WS-EOF-SW
006330     END-READ.
006340 3610-EXIT.
006350     EXIT.
006360*
006370*===============================================================
006380 4000-TALLY-QUOTES.
006390*===============================================================
006400     PERFORM 4100-TALLY-ONE-QUOTE THRU 4100-EXIT
006410         VARYING QPL-QT-IDX FROM 1 BY 1
006420         UNTIL QPL-QT-IDX > QPL-WS-QT-COUNT.
006430 4000-EXIT.
006440     EXIT.
006450*
006460*===============================================================
006470 4100-TALLY-ONE-QUOTE.
006480*===============================================================
006490     MOVE QPL-QT-OFFICER (QPL-QT-IDX) TO QPL-WS-SEEK-OFFICER.
006500     PERFORM 8000-FIND-OFFICER THRU 8000-EXIT.
006510     IF NOT QPL-WS-FOUND
006520         IF QPL-WS-OF-COUNT = 200
006530             MOVE 'Y' TO QPL-WS-OF-FULL-SW
006540             GO TO 4100-EXIT
006550         END-IF
006560         ADD 1 TO QPL-WS-OF-COUNT
006570         MOVE QPL-WS-OF-COUNT TO QPL-WS-OF-SUB
006580         INITIALIZE QPL-OF-ENTRY (QPL-WS-OF-SUB)
006590         MOVE QPL-QT-OFFICER (QPL-QT-IDX)
006600             TO QPL-OF-OFFICER (QPL-WS-OF-SUB)
006610     END-IF.
006620     MOVE 1 TO QPL-WS-STG.
006630     PERFORM 4110-ADD-TO-STAGE THRU 4110-EXIT.
006640     IF QPL-QT-ACCEPTED (QPL-QT-IDX)
006650             OR NOT QPL-QT-NO-STAGE (QPL-QT-IDX)
006660         MOVE 2 TO QPL-WS-STG
006670         PERFORM 4110-ADD-TO-STAGE THRU 4110-EXIT
006680     END-IF.
006690     EVALUATE TRUE
006700         WHEN QPL-QT-HELD (QPL-QT-IDX)
006710             MOVE 3 TO QPL-WS-STG
006720         WHEN QPL-QT-EXPIRED (QPL-QT-IDX)
006730             MOVE 4 TO QPL-WS-STG
006740         WHEN QPL-QT-REJECTED (QPL-QT-IDX)
006750             MOVE 5 TO QPL-WS-STG
006760         WHEN QPL-QT-BOOKED (QPL-QT-IDX)
006770             MOVE 6 TO QPL-WS-STG
006780         WHEN OTHER
006790             GO TO 4100-EXIT
006800     END-EVALUATE.
006810     PERFORM 4110-ADD-TO-STAGE THRU 4110-EXIT.
006820     IF QPL-QT-HAS-DAYS (QPL-QT-IDX)
006830         ADD QPL-QT-DAYS (QPL-QT-IDX)
006840             TO QPL-OF-DAYS-TOTAL (QPL-WS-OF-SUB)
006850         ADD 1 TO QPL-OF-DAYS-COUNT (QPL-WS-OF-SUB)
006860     END-IF.
006870 4100-EXIT.
006880     EXIT.
006890*
006900*===============================================================
006910 4110-ADD-TO-STAGE.
006920*===============================================================
006930     ADD 1 TO QPL-OF-COUNT (QPL-WS-OF-SUB, QPL-WS-STG).
006940     ADD QPL-QT-PRINCIPAL (QPL-QT-IDX)
006950         TO QPL-OF-DOLLARS (QPL-WS-OF-SUB, QPL-WS-STG).
006960 4110-EXIT.
006970     EXIT.
006980*
006990*===============================================================
007000 5000-PRINT-REPORT.
007010*===============================================================
007020     INITIALIZE QPL-WS-TOTAL-AREA.
007030     PERFORM 5100-PRINT-ONE-OFFICER THRU 5100-EXIT
007040         VARYING QPL-OF-IDX FROM 1 BY 1
007050         UNTIL QPL-OF-IDX > QPL-WS-OF-COUNT.
007060     MOVE QPL-WS-TOTAL-AREA TO QPL-WS-PRINT-AREA.
007070     MOVE "*TOTAL* " TO QPL-PA-OFFICER.
007080     PERFORM 5200-PRINT-BLOCK THRU 5200-EXIT.
007090 5000-EXIT.
007100     EXIT.
007110*
007120*===============================================================
007130 5100-PRINT-ONE-OFFICER.
007140*===============================================================
007150     MOVE QPL-OF-ENTRY (QPL-OF-IDX) TO QPL-WS-PRINT-AREA.
007160     PERFORM 5200-PRINT-BLOCK THRU 5200-EXIT.
007170     PERFORM 5110-ADD-TO-TOTAL THRU 5110-EXIT
007180         VARYING QPL-WS-STG FROM 1 BY 1
007190         UNTIL QPL-WS-STG > 6.
007200     ADD QPL-PA-DAYS-TOTAL TO QPL-TA-DAYS-TOTAL.
007210     ADD QPL-PA-DAYS-COUNT TO QPL-TA-DAYS-COUNT.
007220 5100-EXIT.
007230     EXIT.
007240*
007250*===============================================================
007260 5110-ADD-TO-TOTAL.
007270*===============================================================
007280     ADD QPL-PA-COUNT (QPL-WS-STG)   TO QPL-TA-COUNT (QPL-WS-STG).
007290     ADD QPL-PA-DOLLARS (QPL-WS-STG)
007300         TO QPL-TA-DOLLARS (QPL-WS-STG).
007310 5110-EXIT.
007320     EXIT.
007330*
007340*===============================================================
007350 5200-PRINT-BLOCK.
007360*===============================================================
007370*    PRINTS WHATEVER OFFICER OR TOTAL IS IN QPL-WS-PRINT-AREA.
007380     WRITE QPL-RPT-REC FROM QPL-WS-BLANK-LINE.
007390     MOVE QPL-PA-OFFICER TO QOL-OFFICER.
007400     WRITE QPL-RPT-REC FROM QPL-WS-OFFICER-LINE.
007410     WRITE QPL-RPT-REC FROM QPL-WS-COLUMN-LINE.
007420     PERFORM 5210-PRINT-ONE-STAGE THRU 5210-EXIT
007430         VARYING QPL-WS-STG FROM 1 BY 1
007440         UNTIL QPL-WS-STG > 6.
007450     MOVE ZERO TO QPL-WS-PCT.
007460     IF QPL-PA-COUNT (2) > ZERO
007470         COMPUTE QPL-WS-PCT ROUNDED =
007480             QPL-PA-COUNT (6) * 100 / QPL-PA-COUNT (2)
007490     END-IF.
007500     MOVE QPL-WS-PCT TO QCL-PCT.
007510     WRITE QPL-RPT-REC FROM QPL-WS-CONV-LINE.
007520     MOVE ZERO TO QPL-WS-AVG-DAYS.
007530     IF QPL-PA-DAYS-COUNT > ZERO
007540         COMPUTE QPL-WS-AVG-DAYS ROUNDED =
007550             QPL-PA-DAYS-TOTAL / QPL-PA-DAYS-COUNT
007560     END-IF.
007570     MOVE QPL-WS-AVG-DAYS   TO QDL-AVG-DAYS.
007580     MOVE QPL-PA-DAYS-COUNT TO QDL-DAYS-COUNT.
007590     WRITE QPL-RPT-REC FROM QPL-WS-DAYS-LINE.
007600 5200-EXIT.
007610     EXIT.
007620*
007630*===============================================================
007640 5210-PRINT-ONE-STAGE.
007650*===============================================================
007660     MOVE QPL-SN-NAME (QPL-WS-STG)    TO QSL-NAME.
007670     MOVE QPL-PA-COUNT (QPL-WS-STG)   TO QSL-COUNT.
007680     MOVE QPL-PA-DOLLARS (QPL-WS-STG) TO QSL-DOLLARS.
007690     MOVE ZERO TO QPL-WS-PCT.
007700     IF QPL-PA-COUNT (1) > ZERO
007710         COMPUTE QPL-WS-PCT ROUNDED =
007720             QPL-PA-COUNT (QPL-WS-STG) * 100 / QPL-PA-COUNT (1)
007730     END-IF.
007740     MOVE QPL-WS-PCT TO QSL-PCT.
007750     WRITE QPL-RPT-REC FROM QPL-WS-STAGE-LINE.
007760 5210-EXIT.
007770     EXIT.
007780*
007790*===============================================================
007800 8000-FIND-OFFICER.
007810*===============================================================
007820*    A HIT LEAVES THE OFFICER'S POSITION IN QPL-WS-OF-SUB.
007830     MOVE 'N' TO QPL-WS-FOUND-SW.
007840     PERFORM 8010-SCAN-OFFICERS THRU 8010-EXIT
007850         VARYING QPL-OF-IDX FROM 1 BY 1
007860         UNTIL QPL-OF-IDX > QPL-WS-OF-COUNT.
007870 8000-EXIT.
007880     EXIT.
007890*
007900*===============================================================
007910 8010-SCAN-OFFICERS.
007920*===============================================================
007930     IF QPL-OF-OFFICER (QPL-OF-IDX) = QPL-WS-SEEK-OFFICER
007940         MOVE 'Y' TO QPL-WS-FOUND-SW
007950         SET QPL-WS-OF-SUB TO QPL-OF-IDX
007960         SET QPL-OF-IDX TO QPL-WS-OF-COUNT
007970     END-IF.
007980 8010-EXIT.
007990     EXIT.
008000*
008010*===============================================================
008020 8100-FIND-QUOTE.
008030*===============================================================
008040*    MATCHES THE FIRST QPL-WS-SEEK-LEN BYTES OF THE QUOTE ID,
008050*    AND THE OFFICER WHEN ONE IS GIVEN. A PREFIX (REJECT) MATCH
008060*    SKIPS QUOTES WHOSE STAGE IS ALREADY SETTLED.
008070     MOVE 'N' TO QPL-WS-FOUND-SW.
008080     PERFORM 8110-SCAN-QUOTES THRU 8110-EXIT
008090         VARYING QPL-QT-IDX FROM 1 BY 1
008100         UNTIL QPL-QT-IDX > QPL-WS-QT-COUNT.
008110 8100-EXIT.
008120     EXIT.
008130*
008140*===============================================================
008150 8110-SCAN-QUOTES.
008160*===============================================================
008170     IF QPL-QT-QUOTE-ID (QPL-QT-IDX) (1:QPL-WS-SEEK-LEN)
008180             NOT = QPL-WS-SEEK-ID (1:QPL-WS-SEEK-LEN)
008190         GO TO 8110-EXIT
008200     END-IF.
008210     IF QPL-WS-SEEK-OFFICER NOT = SPACES
008220             AND QPL-WS-SEEK-OFFICER
008230                 NOT = QPL-QT-OFFICER (QPL-QT-IDX)
008240         GO TO 8110-EXIT
008250     END-IF.
008260     IF QPL-WS-SEEK-LEN < 14
008270             AND NOT QPL-QT-NO-STAGE (QPL-QT-IDX)
008280         GO TO 8110-EXIT
008290     END-IF.
008300     MOVE 'Y' TO QPL-WS-FOUND-SW.
008310     SET QPL-WS-HIT TO QPL-QT-IDX.
008320     SET QPL-QT-IDX TO QPL-WS-QT-COUNT.
008330 8110-EXIT.
008340     EXIT.
008350*
008360*===============================================================
008370 8200-FIND-LOAN-QUOTE.
008380*===============================================================
008390*    FIRST NOT-YET-BOOKED QUOTE FOR THE LOAN - ON THE STAMPED
008400*    QUOTE DATE WHEN THE LOAN CARRIES ONE.
008410     MOVE 'N' TO QPL-WS-FOUND-SW.
008420     PERFORM 8210-SCAN-LOAN-QUOTES THRU 8210-EXIT
008430         VARYING QPL-QT-IDX FROM 1 BY 1
008440         UNTIL QPL-QT-IDX > QPL-WS-QT-COUNT.
008450 8200-EXIT.
008460     EXIT.
008470*
008480*===============================================================
008490 8210-SCAN-LOAN-QUOTES.
008500*===============================================================
008510     IF QPL-QT-LOAN-ID (QPL-QT-IDX) NOT = QPL-WS-SEEK-LOAN
008520             OR QPL-QT-BOOKED (QPL-QT-IDX)
008530         GO TO 8210-EXIT
008540     END-IF.
008550     IF QPL-WS-SEEK-QDATE NOT = ZERO
008560             AND QPL-WS-SEEK-QDATE
008570                 NOT = QPL-QT-QUOTE-DATE (QPL-QT-IDX)
008580         GO TO 8210-EXIT
008590     END-IF.
008600     MOVE 'Y' TO QPL-WS-FOUND-SW.
008610     SET QPL-WS-HIT TO QPL-QT-IDX.
008620     SET QPL-QT-IDX TO QPL-WS-QT-COUNT.
008630 8210-EXIT.
008640     EXIT.
008650*
008660*===============================================================
008670 8900-DATE-TO-SERIAL.
008680*===============================================================
008690*    SAME MONTH-13/14 SHIFT AS SIMPLE-INTEREST'S
008700*    2090-DATE-TO-SERIAL. ONLY DIFFERENCES ARE EVER USED.
008710     MOVE QPL-SER-MONTH TO QPL-WS-SER-M.
008720     MOVE QPL-SER-YEAR  TO QPL-WS-SER-Y.
008730     IF QPL-WS-SER-M < 3
008740         ADD 12 TO QPL-WS-SER-M
008750         SUBTRACT 1 FROM QPL-WS-SER-Y
008760     END-IF.
008770     COMPUTE QPL-WS-SERIAL =
008780         (365 * QPL-WS-SER-Y)
008790         + (QPL-WS-SER-Y / 4)
008800         - (QPL-WS-SER-Y / 100)
008810         + (QPL-WS-SER-Y / 400)
008820         + ((153 * (QPL-WS-SER-M + 1)) / 5)
008830         + QPL-SER-DAY.
008840 8900-EXIT.
008850     EXIT.
008860*
008870*===============================================================
008880 9000-TERMINATE.
008890*===============================================================
008900     IF QPL-WS-QUOTE-STATUS = '00'
008910         CLOSE QPL-QUOTE-FILE
008920     END-IF.
008930     IF QPL-WS-QT-FULL
008940         MOVE "QUOTE TABLE FULL - LATER QUOTES NOT REPORTED"
008950             TO QPL-WS-NOTE-LINE
008960         WRITE QPL-RPT-REC FROM QPL-WS-NOTE-LINE
008970         MOVE 8 TO RETURN-CODE
008980     END-IF.
008990     IF QPL-WS-OF-FULL
009000         MOVE "OFFICER TABLE FULL - LATER OFFICERS NOT REPORTED"
009010             TO QPL-WS-NOTE-LINE
009020         WRITE QPL-RPT-REC FROM QPL-WS-NOTE-LINE
009030         MOVE 8 TO RETURN-CODE
009040     END-IF.
009050     WRITE QPL-RPT-REC FROM QPL-WS-BLANK-LINE.
009060     MOVE "QUOTE RECORDS READ:               " TO LFL-LABEL.
009070     MOVE QPL-WS-QUOTES-READ TO LFL-COUNT.
009080     WRITE QPL-RPT-REC FROM QPL-WS-FOOT-LINE.
009090     MOVE "QUOTES IN REPORT MONTH:           " TO LFL-LABEL.
009100     MOVE QPL-WS-QT-COUNT TO LFL-COUNT.
009110     WRITE QPL-RPT-REC FROM QPL-WS-FOOT-LINE.
009120     MOVE "ACCEPTANCES READ:                 " TO LFL-LABEL.
009130     MOVE QPL-WS-ACC-READ TO LFL-COUNT.
009140     WRITE QPL-RPT-REC FROM QPL-WS-FOOT-LINE.
009150     MOVE "  NOT FOR A QUOTE THIS MONTH:     " TO LFL-LABEL.
009160     MOVE QPL-WS-ACC-UNMATCHED TO LFL-COUNT.
009170     WRITE QPL-RPT-REC FROM QPL-WS-FOOT-LINE.
009180     MOVE "PENDING ITEMS READ:               " TO LFL-LABEL.
009190     MOVE QPL-WS-PEND-READ TO LFL-COUNT.
009200     WRITE QPL-RPT-REC FROM QPL-WS-FOOT-LINE.
009210     MOVE "QUOTE-SELECT REJECTS READ:        " TO LFL-LABEL.
009220     MOVE QPL-WS-REJ-READ TO LFL-COUNT.
009230     WRITE QPL-RPT-REC FROM QPL-WS-FOOT-LINE.
009240     MOVE "  NOT FOR A QUOTE THIS MONTH:     " TO LFL-LABEL.
009250     MOVE QPL-WS-REJ-UNMATCHED TO LFL-COUNT.
009260     WRITE QPL-RPT-REC FROM QPL-WS-FOOT-LINE.
009270     MOVE "BOOKED LOANS READ:                " TO LFL-LABEL.
009280     MOVE QPL-WS-LOANS-READ TO LFL-COUNT.
009290     WRITE QPL-RPT-REC FROM QPL-WS-FOOT-LINE.
009300     CLOSE QPL-RPT-FILE.
009310     DISPLAY "QUOTE-PIPELINE: REPORT MONTH:     "
009320         QPL-WS-RPT-MONTH "/" QPL-WS-RPT-YEAR.
009330     DISPLAY "QUOTE-PIPELINE: QUOTES IN MONTH:  "
009340         QPL-WS-QT-COUNT.
009350     DISPLAY "QUOTE-PIPELINE: OFFICERS:         "
009360         QPL-WS-OF-COUNT.
009370 9000-EXIT.
009380     EXIT.
