000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     MATURITY-LADDER.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   CENTRAL DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. TREASURY'S CASH-FLOW GAP
000130*                    LADDER, REPLACING THE QUARTERLY SPREADSHEET.
000140*                    FOR EACH OF THE NEXT 24 MONTHS IT SETS THE
000150*                    CD MONEY MATURING ON HELLO'S ACCOUNT FILE -
000160*                    EACH ACCOUNT'S PROJECTED CLOSING BALANCE IN
000170*                    ITS CPI-IN-MATURITY-DATE MONTH, SPLIT RENEW
000180*                    AND DO-NOT-RENEW - AGAINST THE LOAN MONEY
000190*                    COMING BACK ON LOAN-PAYMENT'S BALANCE
000200*                    MASTER - THE DUE AMOUNT EACH MONTH FROM THE
000210*                    NEXT DUE DATE, WITH ANY PAYSCHED CHANGE NOT
000220*                    YET POSTED, AND WHAT IS LEFT AS A BALLOON IN
000230*                    THE SIM-LOAN-FILE END-DATE MONTH. PRINTS
000240*                    INFLOW, OUTFLOW, NET GAP AND CUMULATIVE GAP
000250*                    BY MONTH IN WHOLE DOLLARS. READ ONLY - IT
000260*                    CHANGES NO FILE.
000270*---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CPI-PRIN-FILE    ASSIGN TO CPIPRIN
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS MLD-WS-PRIN-STATUS.
000370     SELECT CPI-CTL-FILE     ASSIGN TO CPICTL
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS MLD-WS-CTL-STATUS.
000400     SELECT PAY-BAL-FILE     ASSIGN TO PAYBALMS
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS PAY-BM-LOAN-ID
000440         FILE STATUS IS MLD-WS-BAL-STATUS.
000450     SELECT PAY-SCHED-FILE   ASSIGN TO PAYSCHED
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS MLD-WS-SCHED-STATUS.
000480     SELECT SIM-LOAN-FILE    ASSIGN TO SIMLOAN
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS MLD-WS-LOAN-STATUS.
000510     SELECT MLD-RPT-FILE     ASSIGN TO MLDRPT
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560*    SAME 40-BYTE ACCOUNT RECORD AND CONTROL VIEWS HELLO READS.
000570 FD  CPI-PRIN-FILE
000580     RECORD CONTAINS 40 CHARACTERS.
000590 01  CPI-PRIN-REC.
000600     05  CPI-IN-ACCOUNT-ID       PIC X(10).
000610     05  CPI-IN-PRINCIPAL        PIC 9(07)V99.
000620     05  CPI-IN-RATE             PIC 9(02)V99.
000630     05  CPI-IN-TERM             PIC 9(02).
000640     05  CPI-IN-FREQ-CODE        PIC X(01).
000650     05  CPI-IN-MATURITY-DATE    PIC 9(08).
000660     05  CPI-IN-RENEW-FLAG       PIC X(01).
000670         88  CPI-IN-DO-NOT-RENEW VALUE 'N'.
000680     05  CPI-IN-PRODUCT-CODE     PIC X(04).
000690     05  CPI-IN-STATUS           PIC X(01).
000700         88  CPI-IN-ESCHEATED    VALUE 'E'.
000710 01  CPI-PRIN-CTL-REC.
000720     05  CPC-REC-ID              PIC X(03).
000730         88  CPC-HEADER          VALUE '*H*'.
000740         88  CPC-TRAILER         VALUE '*T*'.
000750     05  FILLER                  PIC X(37).
000760*
000770 FD  CPI-CTL-FILE
000780     RECORD CONTAINS 20 CHARACTERS.
000790     COPY CTLPARM REPLACING ==CTLPARM-RECORD==
000800         BY ==MLD-CTL-REC==.
000810*
000820 FD  PAY-BAL-FILE
000830     RECORD CONTAINS 80 CHARACTERS.
000840 01  PAY-BAL-REC.
000850     05  PAY-BM-LOAN-ID          PIC X(10).
000860     05  PAY-BM-BALANCE          PIC 9(07)V99.
000870     05  PAY-BM-LAST-POST-DATE   PIC 9(08).
000880     05  PAY-BM-LAST-PAY-DATE    PIC 9(08).
000890     05  PAY-BM-NEXT-DUE-DATE    PIC 9(08).
000900     05  PAY-BM-DUE-AMOUNT       PIC 9(05)V99.
000910     05  PAY-BM-PRIN-BAL         PIC 9(07)V99.
000920     05  PAY-BM-INT-BAL          PIC 9(07)V99.
000930     05  PAY-BM-FEE-BAL          PIC 9(07)V99.
000940     05  PAY-BM-STATUS           PIC X(01).
000950         88  PAY-BM-CHARGED-OFF  VALUE 'C'.
000960     05  FILLER                  PIC X(02).
000970*
000980*    DUE-SCHEDULE MAINTENANCE LOAN-PAYMENT ROLLS INTO THE MASTER
000990*    ON ITS NEXT RUN - SAME LAYOUT AS ITS PAY-SCHED-REC.
001000 FD  PAY-SCHED-FILE
001010     RECORD CONTAINS 30 CHARACTERS.
001020 01  PAY-SCHED-REC.
001030     05  PSC-LOAN-ID             PIC X(10).
001040     05  PSC-NEXT-DUE-DATE       PIC 9(08).
001050     05  PSC-DUE-AMOUNT          PIC 9(05)V99.
001060     05  FILLER                  PIC X(05).
001070*
001080*    SAME LAYOUT AS SIMPLE-INTEREST'S SIM-LOAN-REC - ONLY THE END
001090*    DATE IS USED HERE.
001100 FD  SIM-LOAN-FILE
001110     RECORD CONTAINS 60 CHARACTERS.
001120 01  SIM-LOAN-REC.
001130     05  SIM-IN-LOAN-ID          PIC X(10).
001140     05  SIM-IN-PRINCIPAL        PIC 9(07)V99.
001150     05  SIM-IN-RATE             PIC 9(02)V99.
001160     05  SIM-IN-TERM             PIC 9(01)V99.
001170     05  SIM-IN-ORIG-DATE        PIC 9(08).
001180     05  SIM-IN-END-DATE         PIC 9(08).
001190     05  FILLER                  PIC X(18).
001200 01  SIM-LOAN-CTL-REC.
001210     05  SLC-REC-ID              PIC X(03).
001220         88  SLC-CONTROL-REC     VALUE '*H*' '*T*'.
001230     05  FILLER                  PIC X(57).
001240*
001250 FD  MLD-RPT-FILE
001260     RECORD CONTAINS 80 CHARACTERS.
001270 01  MLD-RPT-REC                 PIC X(80).
001280*
001290 WORKING-STORAGE SECTION.
001300 77  MLD-WS-PRIN-EOF-SW          PIC X(01) VALUE 'N'.
001310     88  MLD-WS-PRIN-EOF         VALUE 'Y'.
001320 77  MLD-WS-BAL-EOF-SW           PIC X(01) VALUE 'N'.
001330     88  MLD-WS-BAL-EOF          VALUE 'Y'.
001340 77  MLD-WS-LOAD-EOF-SW          PIC X(01) VALUE 'N'.
001350     88  MLD-WS-LOAD-EOF         VALUE 'Y'.
001360 77  MLD-WS-STOP-SW              PIC X(01) VALUE 'N'.
001370     88  MLD-WS-STOP             VALUE 'Y'.
001380 77  MLD-WS-FOUND-SW             PIC X(01) VALUE 'N'.
001390     88  MLD-WS-FOUND            VALUE 'Y'.
001400 77  MLD-WS-PRIN-STATUS          PIC X(02) VALUE '00'.
001410 77  MLD-WS-CTL-STATUS           PIC X(02) VALUE '00'.
001420 77  MLD-WS-BAL-STATUS           PIC X(02) VALUE '00'.
001430 77  MLD-WS-SCHED-STATUS         PIC X(02) VALUE '00'.
001440 77  MLD-WS-LOAN-STATUS          PIC X(02) VALUE '00'.
001450 77  MLD-WS-CONTROL-KEY          PIC X(10) VALUE '*CONTROL* '.
001460 77  MLD-WS-SUB                  PIC 9(02) COMP VALUE ZERO.
001470 77  MLD-WS-BUCKET               PIC S9(05) COMP VALUE ZERO.
001480 77  MLD-WS-END-BUCKET           PIC S9(05) COMP VALUE ZERO.
001490 77  MLD-WS-YEAR-ADD             PIC 9(02) COMP VALUE ZERO.
001500 77  MLD-WS-MONTH-REM            PIC 9(02) COMP VALUE ZERO.
001510 77  MLD-WS-CD-COUNT             PIC 9(07) COMP VALUE ZERO.
001520 77  MLD-WS-CD-LATER-COUNT       PIC 9(07) COMP VALUE ZERO.
001530 77  MLD-WS-LOAN-COUNT           PIC 9(07) COMP VALUE ZERO.
001540 77  MLD-WS-NOSCHED-COUNT        PIC 9(07) COMP VALUE ZERO.
001550 01  MLD-WS-CD-LATER-AMT         PIC 9(11)V99 VALUE ZERO.
001560 01  MLD-WS-LN-LATER-AMT         PIC 9(11)V99 VALUE ZERO.
001570 01  MLD-WS-NOSCHED-AMT          PIC 9(11)V99 VALUE ZERO.
001580     COPY RUNSTAMP.
001590*
001600*    RUN MONTH - MONTH 1 OF THE LADDER - AND A WORK DATE FOR
001610*    PLACING A MATURITY OR DUE DATE IN ITS MONTH.
001620 01  MLD-WS-RUN-DATE             PIC 9(08).
001630 01  MLD-WS-RUN-PARTS REDEFINES MLD-WS-RUN-DATE.
001640     05  MLD-RD-YEAR             PIC 9(04).
001650     05  MLD-RD-MONTH            PIC 9(02).
001660     05  MLD-RD-DAY              PIC 9(02).
001670 01  MLD-WS-CALC-DATE            PIC 9(08).
001680 01  MLD-WS-CALC-PARTS REDEFINES MLD-WS-CALC-DATE.
001690     05  MLD-CD-YEAR             PIC 9(04).
001700     05  MLD-CD-MONTH            PIC 9(02).
001710     05  MLD-CD-DAY              PIC 9(02).
001720*
001730*    HELLO'S COMPOUNDING FREQUENCIES - THE A/S/Q/M DEFAULTS, WITH
001740*    ANY PERIODS-PER-YEAR CPICTL SETS FOR THOSE CODES.
001750 77  MLD-WS-FREQ-COUNT           PIC 9(02) COMP VALUE ZERO.
001760 01  MLD-WS-FREQ-TABLE.
001770     05  MLD-FT-ENTRY OCCURS 4 TIMES
001780                      INDEXED BY MLD-FT-IDX.
001790         10  MLD-FT-CODE         PIC X(08).
001800         10  MLD-FT-PERIODS      PIC 9(03).
001810 01  MLD-WS-PERIODS              PIC 9(03).
001820 77  MLD-WS-PERIOD               PIC 9(05) COMP VALUE ZERO.
001830 77  MLD-WS-PERIOD-COUNT         PIC 9(05) COMP VALUE ZERO.
001840 01  MLD-WS-PERIOD-INT           PIC 9(09)V99.
001850 01  MLD-WS-CLOSE-BAL            PIC 9(09)V99.
001860*
001870*    LOAN END DATES FROM SIM-LOAN-FILE AND PAYSCHED CHANGES NOT
001880*    YET POSTED (THE LAST ONE FOR A LOAN WINS, AS IN
001890*    LOAN-PAYMENT). A FILE LARGER THAN ITS TABLE STOPS THE RUN
001900*    WITH RC 16 RATHER THAN PRINT A SHORT LADDER.
001910 77  MLD-WS-END-COUNT            PIC 9(04) COMP VALUE ZERO.
001920 01  MLD-WS-END-TABLE.
001930     05  MLD-EN-ENTRY OCCURS 5000 TIMES
001940                      INDEXED BY MLD-EN-IDX.
001950         10  MLD-EN-LOAN-ID      PIC X(10).
001960         10  MLD-EN-END-DATE     PIC 9(08).
001970 77  MLD-WS-SCHED-COUNT          PIC 9(04) COMP VALUE ZERO.
001980 01  MLD-WS-SCHED-TABLE.
001990     05  MLD-SC-ENTRY OCCURS 2000 TIMES
002000                      INDEXED BY MLD-SC-IDX.
002010         10  MLD-SC-LOAN-ID      PIC X(10).
002020         10  MLD-SC-NEXT-DUE     PIC 9(08).
002030         10  MLD-SC-DUE-AMOUNT   PIC 9(05)V99.
002040*
002050*    ONE LOAN BEING RUN FORWARD.
002060 01  MLD-WS-REMAIN               PIC 9(09)V99.
002070 01  MLD-WS-INSTALL              PIC 9(09)V99.
002080 01  MLD-WS-DUE-DATE             PIC 9(08).
002090 01  MLD-WS-DUE-AMOUNT           PIC 9(05)V99.
002100*
002110*    THE LADDER - ONE ENTRY PER MONTH, MONTH 1 THE RUN MONTH.
002120 01  MLD-WS-LADDER.
002130     05  MLD-LD-ENTRY OCCURS 24 TIMES.
002140         10  MLD-LD-YEAR         PIC 9(04).
002150         10  MLD-LD-MONTH        PIC 9(02).
002160         10  MLD-LD-RENEW        PIC 9(11)V99.
002170         10  MLD-LD-NO-RENEW     PIC 9(11)V99.
002180         10  MLD-LD-LOAN-IN      PIC 9(11)V99.
002190 01  MLD-WS-OUTFLOW              PIC 9(11)V99 VALUE ZERO.
002200 01  MLD-WS-NET-GAP              PIC S9(11)V99 VALUE ZERO.
002210 01  MLD-WS-CUM-GAP              PIC S9(11)V99 VALUE ZERO.
002220 01  MLD-WS-TOT-RENEW            PIC 9(11)V99 VALUE ZERO.
002230 01  MLD-WS-TOT-NO-RENEW         PIC 9(11)V99 VALUE ZERO.
002240 01  MLD-WS-TOT-OUTFLOW          PIC 9(11)V99 VALUE ZERO.
002250 01  MLD-WS-TOT-LOAN-IN          PIC 9(11)V99 VALUE ZERO.
002260*
002270 01  MLD-WS-TITLE-LINE.
002280     05  FILLER                  PIC X(40) VALUE
002290         "CASH-FLOW GAP LADDER - CD MATURITIES VS ".
002300     05  FILLER                  PIC X(40) VALUE
002310         "LOAN INFLOWS, NEXT 24 MONTHS".
002320*
002330 01  MLD-WS-NOTE-LINE            PIC X(80).
002340*
002350 01  MLD-WS-COL-HDR.
002360     05  FILLER                  PIC X(05) VALUE "MONTH".
002370     05  FILLER                  PIC X(12) VALUE
002380         "    CD RENEW".
002390     05  FILLER                  PIC X(12) VALUE
002400         " CD NO-RENEW".
002410     05  FILLER                  PIC X(12) VALUE
002420         "  CD OUTFLOW".
002430     05  FILLER                  PIC X(12) VALUE
002440         " LOAN INFLOW".
002450     05  FILLER                  PIC X(13) VALUE
002460         "      NET GAP".
002470     05  FILLER                  PIC X(13) VALUE
002480         "      CUM GAP".
002490     05  FILLER                  PIC X(01) VALUE SPACES.
002500*
002510 01  MLD-WS-LADDER-LINE.
002520     05  MLL-MONTH.
002530         10  MLL-MM              PIC 9(02).
002540         10  MLL-SLASH           PIC X(01).
002550         10  MLL-YY              PIC 9(02).
002560     05  MLL-LABEL REDEFINES MLL-MONTH
002570                                 PIC X(05).
002580     05  FILLER                  PIC X(01) VALUE SPACES.
002590     05  MLL-RENEW               PIC ZZZ,ZZZ,ZZ9.
002600     05  FILLER                  PIC X(01) VALUE SPACES.
002610     05  MLL-NO-RENEW            PIC ZZZ,ZZZ,ZZ9.
002620     05  FILLER                  PIC X(01) VALUE SPACES.
002630     05  MLL-OUTFLOW             PIC ZZZ,ZZZ,ZZ9.
002640     05  FILLER                  PIC X(01) VALUE SPACES.
002650     05  MLL-LOAN-IN             PIC ZZZ,ZZZ,ZZ9.
002660     05  FILLER                  PIC X(01) VALUE SPACES.
002670     05  MLL-NET-GAP             PIC ZZZ,ZZZ,ZZ9-.
002680     05  FILLER                  PIC X(01) VALUE SPACES.
002690     05  MLL-CUM-GAP             PIC ZZZ,ZZZ,ZZ9-.
002700     05  FILLER                  PIC X(01) VALUE SPACES.
002710*
002720 01  MLD-WS-FOOT-LINE.
002730     05  MLF-LABEL               PIC X(40).
002740     05  MLF-COUNT               PIC Z(6)9.
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  MLF-AMOUNT              PIC $$$,$$$,$$$,$$9.99.
002770     05  FILLER                  PIC X(13) VALUE SPACES.
002780*
002790 PROCEDURE DIVISION.
002800*===============================================================
002810 0000-MAINLINE.
002820*===============================================================
002830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002840     IF MLD-WS-STOP
002850         PERFORM 9000-TERMINATE THRU 9000-EXIT
002860         STOP RUN
002870     END-IF.
002880     PERFORM 2000-LADDER-ONE-ACCT THRU 2000-EXIT
002890         UNTIL MLD-WS-PRIN-EOF.
002900     PERFORM 3000-LADDER-ONE-LOAN THRU 3000-EXIT
002910         UNTIL MLD-WS-BAL-EOF.
002920     PERFORM 4000-PRINT-LADDER THRU 4000-EXIT.
002930     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002940     STOP RUN.
002950*
002960*===============================================================
002970 1000-INITIALIZE.
002980*===============================================================
002990*    THE ACCOUNT FILE AND THE BALANCE MASTER ARE BOTH REQUIRED -
003000*    A LADDER WITH ONE SIDE MISSING WOULD SHOW A GAP THAT IS NOT
003010*    THERE, SO THE RUN STOPS WITH RC 8 AND PRINTS NO LADDER.
003020     OPEN OUTPUT MLD-RPT-FILE.
003030     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
003040     ACCEPT RUNSTAMP-TIME FROM TIME.
003050     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
003060     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
003070     WRITE MLD-RPT-REC FROM RUNSTAMP-HEADER-LINE.
003080     WRITE MLD-RPT-REC FROM MLD-WS-TITLE-LINE.
003090     MOVE RUNSTAMP-DATE TO MLD-WS-RUN-DATE.
003100     PERFORM 1100-SET-LADDER-MONTH THRU 1100-EXIT
003110         VARYING MLD-WS-SUB FROM 1 BY 1
003120         UNTIL MLD-WS-SUB > 24.
003130     PERFORM 1200-LOAD-FREQ-TABLE THRU 1200-EXIT.
003140     PERFORM 1300-LOAD-END-DATES THRU 1300-EXIT.
003150     IF NOT MLD-WS-STOP
003160         PERFORM 1400-LOAD-SCHEDULE THRU 1400-EXIT
003170     END-IF.
003180     IF MLD-WS-STOP
003190         MOVE 16 TO RETURN-CODE
003200         GO TO 1000-STOP
003210     END-IF.
003220     OPEN INPUT CPI-PRIN-FILE.
003230     IF MLD-WS-PRIN-STATUS NOT = '00'
003240         MOVE "CPI ACCOUNT FILE UNREADABLE - NO LADDER PRINTED"
003250             TO MLD-WS-NOTE-LINE
003260         MOVE 8 TO RETURN-CODE
003270         GO TO 1000-STOP
003280     END-IF.
003290     OPEN INPUT PAY-BAL-FILE.
003300     IF MLD-WS-BAL-STATUS NOT = '00'
003310         CLOSE CPI-PRIN-FILE
003320         MOVE "BALANCE MASTER UNREADABLE - NO LADDER PRINTED"
003330             TO MLD-WS-NOTE-LINE
003340         MOVE 8 TO RETURN-CODE
003350         GO TO 1000-STOP
003360     END-IF.
003370     MOVE LOW-VALUES TO PAY-BM-LOAN-ID.
003380     START PAY-BAL-FILE KEY >= PAY-BM-LOAN-ID
003390         INVALID KEY
003400             MOVE 'Y' TO MLD-WS-BAL-EOF-SW
003410     END-START.
003420     READ CPI-PRIN-FILE
003430         AT END
003440             MOVE 'Y' TO MLD-WS-PRIN-EOF-SW
003450     END-READ.
003460     GO TO 1000-EXIT.
003470 1000-STOP.
003480     WRITE MLD-RPT-REC FROM MLD-WS-NOTE-LINE.
003490     DISPLAY "MATURITY-LADDER: " MLD-WS-NOTE-LINE.
003500     MOVE 'Y' TO MLD-WS-STOP-SW.
003510 1000-EXIT.
003520     EXIT.
003530*
003540*===============================================================
003550 1100-SET-LADDER-MONTH.
003560*===============================================================
003570     COMPUTE MLD-WS-MONTH-REM = MLD-RD-MONTH + MLD-WS-SUB - 2.
003580     DIVIDE MLD-WS-MONTH-REM BY 12 GIVING MLD-WS-YEAR-ADD
003590         REMAINDER MLD-WS-MONTH-REM.
003600     COMPUTE MLD-LD-YEAR (MLD-WS-SUB) =
003610         MLD-RD-YEAR + MLD-WS-YEAR-ADD.
003620     COMPUTE MLD-LD-MONTH (MLD-WS-SUB) = MLD-WS-MONTH-REM + 1.
003630     MOVE ZERO TO MLD-LD-RENEW (MLD-WS-SUB).
003640     MOVE ZERO TO MLD-LD-NO-RENEW (MLD-WS-SUB).
003650     MOVE ZERO TO MLD-LD-LOAN-IN (MLD-WS-SUB).
003660 1100-EXIT.
003670     EXIT.
003680*
003690*===============================================================
003700 1200-LOAD-FREQ-TABLE.
003710*===============================================================
003720*    THE A/S/Q/M DEFAULTS HELLO FALLS BACK ON, THEN ANY CPICTL
003730*    RECORD FOR ONE OF THOSE CODES. THE OTHER CPICTL PARMS ARE
003740*    HELLO'S BUSINESS PARMS AND ARE PASSED OVER.
003750     MOVE 4 TO MLD-WS-FREQ-COUNT.
003760     MOVE 'A'       TO MLD-FT-CODE (1).
003770     MOVE 1         TO MLD-FT-PERIODS (1).
003780     MOVE 'S'       TO MLD-FT-CODE (2).
003790     MOVE 2         TO MLD-FT-PERIODS (2).
003800     MOVE 'Q'       TO MLD-FT-CODE (3).
003810     MOVE 4         TO MLD-FT-PERIODS (3).
003820     MOVE 'M'       TO MLD-FT-CODE (4).
003830     MOVE 12        TO MLD-FT-PERIODS (4).
003840     OPEN INPUT CPI-CTL-FILE.
003850     IF MLD-WS-CTL-STATUS = '35'
003860         GO TO 1200-EXIT
003870     END-IF.
003880     MOVE 'N' TO MLD-WS-LOAD-EOF-SW.
003890     READ CPI-CTL-FILE
003900         AT END
003910             MOVE 'Y' TO MLD-WS-LOAD-EOF-SW
003920     END-READ.
003930     PERFORM 1210-LOAD-ONE-FREQ THRU 1210-EXIT
003940         UNTIL MLD-WS-LOAD-EOF.
003950     CLOSE CPI-CTL-FILE.
003960 1200-EXIT.
003970     EXIT.
003980*
003990*===============================================================
004000 1210-LOAD-ONE-FREQ.
004010*===============================================================
004020     IF CTL-PARM-VALUE OF MLD-CTL-REC NOT < 1
004030             AND CTL-PARM-VALUE OF MLD-CTL-REC NOT > 366
004040         PERFORM 1220-MATCH-FREQ THRU 1220-EXIT
004050             VARYING MLD-FT-IDX FROM 1 BY 1
004060             UNTIL MLD-FT-IDX > MLD-WS-FREQ-COUNT
004070     END-IF.
004080     READ CPI-CTL-FILE
004090         AT END
004100             MOVE 'Y' TO MLD-WS-LOAD-EOF-SW
004110     END-READ.
004120 1210-EXIT.
004130     EXIT.
004140*
004150*===============================================================
004160 1220-MATCH-FREQ.
004170*===============================================================
004180     IF CTL-PARM-CODE OF MLD-CTL-REC = MLD-FT-CODE (MLD-FT-IDX)
004190         MOVE CTL-PARM-VALUE OF MLD-CTL-REC
004200             TO MLD-FT-PERIODS (MLD-FT-IDX)
004210         SET MLD-FT-IDX TO MLD-WS-FREQ-COUNT
004220     END-IF.
004230 1220-EXIT.
004240     EXIT.
004250*
004260*===============================================================
004270 1300-LOAD-END-DATES.
004280*===============================================================
004290*    WITHOUT SIM-LOAN-FILE THERE ARE NO BALLOON MONTHS - EACH
004300*    LOAN RUNS OUT AT ITS DUE AMOUNT - AND THE REPORT SAYS SO.
004310     OPEN INPUT SIM-LOAN-FILE.
004320     IF MLD-WS-LOAN-STATUS NOT = '00'
004330         MOVE "SIMLOAN NOT AVAILABLE - NO LOAN END DATES USED"
004340             TO MLD-WS-NOTE-LINE
004350         WRITE MLD-RPT-REC FROM MLD-WS-NOTE-LINE
004360         GO TO 1300-EXIT
004370     END-IF.
004380     MOVE 'N' TO MLD-WS-LOAD-EOF-SW.
004390     READ SIM-LOAN-FILE
004400         AT END
004410             MOVE 'Y' TO MLD-WS-LOAD-EOF-SW
004420     END-READ.
004430     PERFORM 1310-LOAD-ONE-END THRU 1310-EXIT
004440         UNTIL MLD-WS-LOAD-EOF OR MLD-WS-STOP.
004450     CLOSE SIM-LOAN-FILE.
004460 1300-EXIT.
004470     EXIT.
004480*
004490*===============================================================
004500 1310-LOAD-ONE-END.
004510*===============================================================
004520     IF SLC-CONTROL-REC
004530             OR SIM-IN-END-DATE NOT NUMERIC
004540             OR SIM-IN-END-DATE = ZERO
004550         GO TO 1310-READ-NEXT
004560     END-IF.
004570     IF MLD-WS-END-COUNT = 5000
004580         MOVE "SIMLOAN EXCEEDS 5000 LOANS - NO LADDER PRINTED"
004590             TO MLD-WS-NOTE-LINE
004600         MOVE 'Y' TO MLD-WS-STOP-SW
004610         GO TO 1310-EXIT
004620     END-IF.
004630     ADD 1 TO MLD-WS-END-COUNT.
004640     SET MLD-EN-IDX TO MLD-WS-END-COUNT.
004650     MOVE SIM-IN-LOAN-ID  TO MLD-EN-LOAN-ID (MLD-EN-IDX).
004660     MOVE SIM-IN-END-DATE TO MLD-EN-END-DATE (MLD-EN-IDX).
004670 1310-READ-NEXT.
004680     READ SIM-LOAN-FILE
004690         AT END
004700             MOVE 'Y' TO MLD-WS-LOAD-EOF-SW
004710     END-READ.
004720 1310-EXIT.
004730     EXIT.
004740*
004750*===============================================================
004760 1400-LOAD-SCHEDULE.
004770*===============================================================
004780*    A MISSING FILE MEANS NO SCHEDULE CHANGES ARE PENDING.
004790     OPEN INPUT PAY-SCHED-FILE.
004800     IF MLD-WS-SCHED-STATUS = '35'
004810         GO TO 1400-EXIT
004820     END-IF.
004830     MOVE 'N' TO MLD-WS-LOAD-EOF-SW.
004840     READ PAY-SCHED-FILE
004850         AT END
004860             MOVE 'Y' TO MLD-WS-LOAD-EOF-SW
004870     END-READ.
004880     PERFORM 1410-LOAD-ONE-SCHED THRU 1410-EXIT
004890         UNTIL MLD-WS-LOAD-EOF OR MLD-WS-STOP.
004900     CLOSE PAY-SCHED-FILE.
004910 1400-EXIT.
004920     EXIT.
004930*
004940*===============================================================
004950 1410-LOAD-ONE-SCHED.
004960*===============================================================
004970     MOVE 'N' TO MLD-WS-FOUND-SW.
004980     PERFORM 1420-MATCH-SCHED THRU 1420-EXIT
004990         VARYING MLD-SC-IDX FROM 1 BY 1
005000         UNTIL MLD-SC-IDX > MLD-WS-SCHED-COUNT.
005010     IF MLD-WS-FOUND
005020         GO TO 1410-READ-NEXT
005030     END-IF.
005040     IF MLD-WS-SCHED-COUNT = 2000
005050         MOVE "PAYSCHED EXCEEDS 2000 LOANS - NO LADDER PRINTED"
005060             TO MLD-WS-NOTE-LINE
005070         MOVE 'Y' TO MLD-WS-STOP-SW
005080         GO TO 1410-EXIT
005090     END-IF.
005100     ADD 1 TO MLD-WS-SCHED-COUNT.
005110     SET MLD-SC-IDX TO MLD-WS-SCHED-COUNT.
005120     MOVE PSC-LOAN-ID       TO MLD-SC-LOAN-ID (MLD-SC-IDX).
005130     MOVE PSC-NEXT-DUE-DATE TO MLD-SC-NEXT-DUE (MLD-SC-IDX).
005140     MOVE PSC-DUE-AMOUNT    TO MLD-SC-DUE-AMOUNT (MLD-SC-IDX).
005150 1410-READ-NEXT.
005160     READ PAY-SCHED-FILE
005170         AT END
005180             MOVE 'Y' TO MLD-WS-LOAD-EOF-SW
005190     END-READ.
005200 1410-EXIT.
005210     EXIT.
005220*
005230*===============================================================
005240 1420-MATCH-SCHED.
005250*===============================================================
005260     IF MLD-SC-LOAN-ID (MLD-SC-IDX) = PSC-LOAN-ID
005270         MOVE PSC-NEXT-DUE-DATE TO MLD-SC-NEXT-DUE (MLD-SC-IDX)
005280         MOVE PSC-DUE-AMOUNT    TO MLD-SC-DUE-AMOUNT (MLD-SC-IDX)
005290         MOVE 'Y' TO MLD-WS-FOUND-SW
005300         SET MLD-SC-IDX TO MLD-WS-SCHED-COUNT
005310     END-IF.
005320 1420-EXIT.
005330     EXIT.
005340*
005350*===============================================================
005360 2000-LADDER-ONE-ACCT.
005370*===============================================================
005380*    THE OUTFLOW IS THE BALANCE THE ACCOUNT WILL CARRY AT
005390*    MATURITY - ITS PRINCIPAL COMPOUNDED PERIOD BY PERIOD OVER
005400*    THE TERM AT THE KEYED RATE AND FREQUENCY. MID-TERM
005410*    TRANSACTIONS AND TIER PRICING ARE NOT PROJECTED. A
005420*    MATURITY ALREADY PAST (NOT YET ROLLED) FALLS IN MONTH 1.
005430*    ESCHEATED ACCOUNTS ARE THE STATE'S AND ARE LEFT OUT.
005440     IF CPC-HEADER OR CPC-TRAILER
005450         GO TO 2000-READ-NEXT
005460     END-IF.
005470     IF CPI-IN-ESCHEATED
005480             OR CPI-IN-MATURITY-DATE NOT NUMERIC
005490             OR CPI-IN-MATURITY-DATE = ZERO
005500         GO TO 2000-READ-NEXT
005510     END-IF.
005520     ADD 1 TO MLD-WS-CD-COUNT.
005530     MOVE 1 TO MLD-WS-PERIODS.
005540     PERFORM 2100-SCAN-FREQ-TABLE THRU 2100-EXIT
005550         VARYING MLD-FT-IDX FROM 1 BY 1
005560         UNTIL MLD-FT-IDX > MLD-WS-FREQ-COUNT.
005570     MOVE CPI-IN-PRINCIPAL TO MLD-WS-CLOSE-BAL.
005580     COMPUTE MLD-WS-PERIOD-COUNT = MLD-WS-PERIODS * CPI-IN-TERM.
005590     PERFORM 2150-COMPOUND-ONE-PERIOD THRU 2150-EXIT
005600         VARYING MLD-WS-PERIOD FROM 1 BY 1
005610         UNTIL MLD-WS-PERIOD > MLD-WS-PERIOD-COUNT.
005620     MOVE CPI-IN-MATURITY-DATE TO MLD-WS-CALC-DATE.
005630     PERFORM 2800-FIND-BUCKET THRU 2800-EXIT.
005640     IF MLD-WS-BUCKET > 24
005650         ADD 1 TO MLD-WS-CD-LATER-COUNT
005660         ADD MLD-WS-CLOSE-BAL TO MLD-WS-CD-LATER-AMT
005670         GO TO 2000-READ-NEXT
005680     END-IF.
005690     IF CPI-IN-DO-NOT-RENEW
005700         ADD MLD-WS-CLOSE-BAL TO MLD-LD-NO-RENEW (MLD-WS-BUCKET)
005710     ELSE
005720         ADD MLD-WS-CLOSE-BAL TO MLD-LD-RENEW (MLD-WS-BUCKET)
005730     END-IF.
005740 2000-READ-NEXT.
005750     READ CPI-PRIN-FILE
005760         AT END
005770             MOVE 'Y' TO MLD-WS-PRIN-EOF-SW
005780     END-READ.
005790 2000-EXIT.
005800     EXIT.
005810*
005820*===============================================================
005830 2100-SCAN-FREQ-TABLE.
005840*===============================================================
005850     IF CPI-IN-FREQ-CODE = MLD-FT-CODE (MLD-FT-IDX)
005860         MOVE MLD-FT-PERIODS (MLD-FT-IDX) TO MLD-WS-PERIODS
005870         SET MLD-FT-IDX TO MLD-WS-FREQ-COUNT
005880     END-IF.
005890 2100-EXIT.
005900     EXIT.
005910*
005920*===============================================================
005930 2150-COMPOUND-ONE-PERIOD.
005940*===============================================================
005950     COMPUTE MLD-WS-PERIOD-INT ROUNDED =
005960         MLD-WS-CLOSE-BAL * CPI-IN-RATE
005970             / MLD-WS-PERIODS / 100.
005980     ADD MLD-WS-PERIOD-INT TO MLD-WS-CLOSE-BAL.
005990 2150-EXIT.
006000     EXIT.
006010*
006020*===============================================================
006030 2800-FIND-BUCKET.
006040*===============================================================
006050*    LADDER MONTH OF MLD-WS-CALC-DATE - 1 IS THE RUN MONTH. A
006060*    DATE BEFORE THE RUN MONTH IS TAKEN AS MONTH 1.
006070     COMPUTE MLD-WS-BUCKET =
006080         (MLD-CD-YEAR - MLD-RD-YEAR) * 12
006090         + MLD-CD-MONTH - MLD-RD-MONTH + 1.
006100     IF MLD-WS-BUCKET < 1
006110         MOVE 1 TO MLD-WS-BUCKET
006120     END-IF.
006130 2800-EXIT.
006140     EXIT.
006150*
006160*===============================================================
006170 3000-LADDER-ONE-LOAN.
006180*===============================================================
006190*    THE INFLOW IS THE LOAN'S BALANCE COMING BACK - THE DUE
006200*    AMOUNT EACH MONTH FROM THE NEXT DUE DATE UNTIL THE BALANCE
006210*    IS GONE, OR UNTIL THE END-DATE MONTH, WHICH TAKES WHATEVER
006220*    IS LEFT. A LOAN IN ARREARS CATCHES UP FROM MONTH 1. INTEREST
006230*    NOT YET ACCRUED IS NOT PROJECTED. A LOAN WITH NO DUE AMOUNT
006240*    COMES BACK WHOLE AT ITS END DATE, OR IS LISTED AS
006250*    UNSCHEDULED WHEN IT HAS NONE.
006260     READ PAY-BAL-FILE NEXT
006270         AT END
006280             MOVE 'Y' TO MLD-WS-BAL-EOF-SW
006290             GO TO 3000-EXIT
006300     END-READ.
006310     IF PAY-BM-LOAN-ID = MLD-WS-CONTROL-KEY
006320             OR PAY-BM-CHARGED-OFF
006330             OR PAY-BM-BALANCE = ZERO
006340         GO TO 3000-EXIT
006350     END-IF.
006360     ADD 1 TO MLD-WS-LOAN-COUNT.
006370     MOVE PAY-BM-BALANCE       TO MLD-WS-REMAIN.
006380     MOVE PAY-BM-NEXT-DUE-DATE TO MLD-WS-DUE-DATE.
006390     MOVE PAY-BM-DUE-AMOUNT    TO MLD-WS-DUE-AMOUNT.
006400     PERFORM 3100-MATCH-SCHED THRU 3100-EXIT
006410         VARYING MLD-SC-IDX FROM 1 BY 1
006420         UNTIL MLD-SC-IDX > MLD-WS-SCHED-COUNT.
006430     MOVE ZERO TO MLD-WS-END-BUCKET.
006440     PERFORM 3200-MATCH-END-DATE THRU 3200-EXIT
006450         VARYING MLD-EN-IDX FROM 1 BY 1
006460         UNTIL MLD-EN-IDX > MLD-WS-END-COUNT.
006470     IF MLD-WS-DUE-AMOUNT NOT NUMERIC
006480             OR MLD-WS-DUE-AMOUNT = ZERO
006490             OR MLD-WS-DUE-DATE NOT NUMERIC
006500             OR MLD-WS-DUE-DATE = ZERO
006510         GO TO 3000-NO-SCHEDULE
006520     END-IF.
006530     MOVE MLD-WS-DUE-DATE TO MLD-WS-CALC-DATE.
006540     PERFORM 2800-FIND-BUCKET THRU 2800-EXIT.
006550     PERFORM 3300-PROJECT-INSTALLMENT THRU 3300-EXIT
006560         UNTIL MLD-WS-REMAIN = ZERO.
006570     GO TO 3000-EXIT.
006580 3000-NO-SCHEDULE.
006590     IF MLD-WS-END-BUCKET = ZERO
006600         ADD 1 TO MLD-WS-NOSCHED-COUNT
006610         ADD MLD-WS-REMAIN TO MLD-WS-NOSCHED-AMT
006620         GO TO 3000-EXIT
006630     END-IF.
006640     MOVE MLD-WS-END-BUCKET TO MLD-WS-BUCKET.
006650     PERFORM 3400-BOOK-BALLOON THRU 3400-EXIT.
006660 3000-EXIT.
006670     EXIT.
006680*
006690*===============================================================
006700 3100-MATCH-SCHED.
006710*===============================================================
006720     IF MLD-SC-LOAN-ID (MLD-SC-IDX) = PAY-BM-LOAN-ID
006730         MOVE MLD-SC-NEXT-DUE (MLD-SC-IDX)   TO MLD-WS-DUE-DATE
006740         MOVE MLD-SC-DUE-AMOUNT (MLD-SC-IDX) TO MLD-WS-DUE-AMOUNT
006750         SET MLD-SC-IDX TO MLD-WS-SCHED-COUNT
006760     END-IF.
006770 3100-EXIT.
006780     EXIT.
006790*
006800*===============================================================
006810 3200-MATCH-END-DATE.
006820*===============================================================
006830     IF MLD-EN-LOAN-ID (MLD-EN-IDX) = PAY-BM-LOAN-ID
006840         MOVE MLD-EN-END-DATE (MLD-EN-IDX) TO MLD-WS-CALC-DATE
006850         PERFORM 2800-FIND-BUCKET THRU 2800-EXIT
006860         MOVE MLD-WS-BUCKET TO MLD-WS-END-BUCKET
006870         SET MLD-EN-IDX TO MLD-WS-END-COUNT
006880     END-IF.
006890 3200-EXIT.
006900     EXIT.
006910*
006920*===============================================================
006930 3300-PROJECT-INSTALLMENT.
006940*===============================================================
006950*    ONE MONTH OF ONE LOAN. PAST MONTH 24 THE REST OF THE
006960*    BALANCE IS ONLY TOTALLED.
006970     IF MLD-WS-BUCKET > 24
006980             OR (MLD-WS-END-BUCKET > ZERO
006990                 AND MLD-WS-BUCKET NOT < MLD-WS-END-BUCKET)
007000         PERFORM 3400-BOOK-BALLOON THRU 3400-EXIT
007010         GO TO 3300-EXIT
007020     END-IF.
007030     IF MLD-WS-REMAIN < MLD-WS-DUE-AMOUNT
007040         MOVE MLD-WS-REMAIN     TO MLD-WS-INSTALL
007050     ELSE
007060         MOVE MLD-WS-DUE-AMOUNT TO MLD-WS-INSTALL
007070     END-IF.
007080     ADD MLD-WS-INSTALL TO MLD-LD-LOAN-IN (MLD-WS-BUCKET).
007090     SUBTRACT MLD-WS-INSTALL FROM MLD-WS-REMAIN.
007100     ADD 1 TO MLD-WS-BUCKET.
007110 3300-EXIT.
007120     EXIT.
007130*
007140*===============================================================
007150 3400-BOOK-BALLOON.
007160*===============================================================
007170     IF MLD-WS-BUCKET > 24
007180         ADD MLD-WS-REMAIN TO MLD-WS-LN-LATER-AMT
007190     ELSE
007200         ADD MLD-WS-REMAIN TO MLD-LD-LOAN-IN (MLD-WS-BUCKET)
007210     END-IF.
007220     MOVE ZERO TO MLD-WS-REMAIN.
007230 3400-EXIT.
007240     EXIT.
007250*
007260*===============================================================
007270 4000-PRINT-LADDER.
007280*===============================================================
007290*    NET GAP IS LOAN INFLOW LESS CD OUTFLOW - NEGATIVE WHEN MORE
007300*    DEPOSIT MONEY LEAVES THAN LOAN MONEY COMES BACK.
007310     MOVE SPACES TO MLD-RPT-REC.
007320     WRITE MLD-RPT-REC.
007330     WRITE MLD-RPT-REC FROM MLD-WS-COL-HDR.
007340     PERFORM 4100-PRINT-ONE-MONTH THRU 4100-EXIT
007350         VARYING MLD-WS-SUB FROM 1 BY 1
007360         UNTIL MLD-WS-SUB > 24.
007370     COMPUTE MLD-WS-NET-GAP =
007380         MLD-WS-TOT-LOAN-IN - MLD-WS-TOT-OUTFLOW.
007390     MOVE "TOTAL"               TO MLL-LABEL.
007400     COMPUTE MLL-RENEW ROUNDED    = MLD-WS-TOT-RENEW.
007410     COMPUTE MLL-NO-RENEW ROUNDED = MLD-WS-TOT-NO-RENEW.
007420     COMPUTE MLL-OUTFLOW ROUNDED  = MLD-WS-TOT-OUTFLOW.
007430     COMPUTE MLL-LOAN-IN ROUNDED  = MLD-WS-TOT-LOAN-IN.
007440     COMPUTE MLL-NET-GAP ROUNDED  = MLD-WS-NET-GAP.
007450     COMPUTE MLL-CUM-GAP ROUNDED  = MLD-WS-CUM-GAP.
007460     WRITE MLD-RPT-REC FROM MLD-WS-LADDER-LINE.
007470     MOVE SPACES TO MLD-RPT-REC.
007480     WRITE MLD-RPT-REC.
007490     MOVE "CD ACCOUNTS LADDERED:"            TO MLF-LABEL.
007500     MOVE MLD-WS-CD-COUNT                    TO MLF-COUNT.
007510     COMPUTE MLF-AMOUNT =
007520         MLD-WS-TOT-OUTFLOW + MLD-WS-CD-LATER-AMT.
007530     WRITE MLD-RPT-REC FROM MLD-WS-FOOT-LINE.
007540     MOVE "  OF WHICH MATURING AFTER MONTH 24:"  TO MLF-LABEL.
007550     MOVE MLD-WS-CD-LATER-COUNT              TO MLF-COUNT.
007560     MOVE MLD-WS-CD-LATER-AMT                TO MLF-AMOUNT.
007570     WRITE MLD-RPT-REC FROM MLD-WS-FOOT-LINE.
007580     MOVE "LOANS LADDERED:"                  TO MLF-LABEL.
007590     MOVE MLD-WS-LOAN-COUNT                  TO MLF-COUNT.
007600     COMPUTE MLF-AMOUNT = MLD-WS-TOT-LOAN-IN
007610         + MLD-WS-LN-LATER-AMT + MLD-WS-NOSCHED-AMT.
007620     WRITE MLD-RPT-REC FROM MLD-WS-FOOT-LINE.
007630     MOVE "  LOAN BALANCE DUE AFTER MONTH 24:"   TO MLF-LABEL.
007640     MOVE ZERO                               TO MLF-COUNT.
007650     MOVE MLD-WS-LN-LATER-AMT                TO MLF-AMOUNT.
007660     WRITE MLD-RPT-REC FROM MLD-WS-FOOT-LINE.
007670     MOVE "  NO DUE AMOUNT AND NO END DATE:" TO MLF-LABEL.
007680     MOVE MLD-WS-NOSCHED-COUNT               TO MLF-COUNT.
007690     MOVE MLD-WS-NOSCHED-AMT                 TO MLF-AMOUNT.
007700     WRITE MLD-RPT-REC FROM MLD-WS-FOOT-LINE.
007710 4000-EXIT.
007720     EXIT.
007730*
007740*===============================================================
007750 4100-PRINT-ONE-MONTH.
007760*===============================================================
007770     COMPUTE MLD-WS-OUTFLOW =
007780         MLD-LD-RENEW (MLD-WS-SUB) + MLD-LD-NO-RENEW (MLD-WS-SUB).
007790     COMPUTE MLD-WS-NET-GAP =
007800         MLD-LD-LOAN-IN (MLD-WS-SUB) - MLD-WS-OUTFLOW.
007810     ADD MLD-WS-NET-GAP TO MLD-WS-CUM-GAP.
007820     ADD MLD-LD-RENEW (MLD-WS-SUB)    TO MLD-WS-TOT-RENEW.
007830     ADD MLD-LD-NO-RENEW (MLD-WS-SUB) TO MLD-WS-TOT-NO-RENEW.
007840     ADD MLD-WS-OUTFLOW               TO MLD-WS-TOT-OUTFLOW.
007850     ADD MLD-LD-LOAN-IN (MLD-WS-SUB)  TO MLD-WS-TOT-LOAN-IN.
007860     MOVE MLD-LD-MONTH (MLD-WS-SUB)   TO MLL-MM.
007870     MOVE '/'                         TO MLL-SLASH.
007880     DIVIDE MLD-LD-YEAR (MLD-WS-SUB) BY 100
007890         GIVING MLD-WS-YEAR-ADD REMAINDER MLD-WS-MONTH-REM.
007900     MOVE MLD-WS-MONTH-REM            TO MLL-YY.
007910     COMPUTE MLL-RENEW ROUNDED    = MLD-LD-RENEW (MLD-WS-SUB).
007920     COMPUTE MLL-NO-RENEW ROUNDED = MLD-LD-NO-RENEW (MLD-WS-SUB).
007930     COMPUTE MLL-OUTFLOW ROUNDED  = MLD-WS-OUTFLOW.
007940     COMPUTE MLL-LOAN-IN ROUNDED  = MLD-LD-LOAN-IN (MLD-WS-SUB).
007950     COMPUTE MLL-NET-GAP ROUNDED  = MLD-WS-NET-GAP.
007960     COMPUTE MLL-CUM-GAP ROUNDED  = MLD-WS-CUM-GAP.
007970     WRITE MLD-RPT-REC FROM MLD-WS-LADDER-LINE.
007980 4100-EXIT.
007990     EXIT.
008000*
008010*===============================================================
008020 9000-TERMINATE.
008030*===============================================================
008040     IF NOT MLD-WS-STOP
008050         CLOSE CPI-PRIN-FILE
008060         CLOSE PAY-BAL-FILE
008070     END-IF.
008080     CLOSE MLD-RPT-FILE.
008090     DISPLAY "MATURITY-LADDER: CD ACCOUNTS LADDERED: "
008100         MLD-WS-CD-COUNT.
008110     DISPLAY "MATURITY-LADDER: LOANS LADDERED:       "
008120         MLD-WS-LOAN-COUNT.
008130     DISPLAY "MATURITY-LADDER: CUMULATIVE GAP:       "
008140         MLD-WS-CUM-GAP.
008150 9000-EXIT.
008160     EXIT.
