000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CPI-DORMANT.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   SAVINGS PRODUCTS DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. YEARLY DORMANCY AND
000130*                    UNCLAIMED-PROPERTY RUN FOR HELLO'S DEPOSIT
000140*                    ACCOUNTS. EACH ACCOUNT'S LAST CUSTOMER
000150*                    CONTACT IS THE LATER OF THE DATE CARRIED ON
000160*                    THE DORMANCY MASTER AND ITS LATEST DEPOSIT,
000170*                    WITHDRAWAL OR CLOSURE ON CPI-TXN-FILE. THE
000180*                    DORMANCY CLOCK STARTS AT THE FIRST MATURITY
000190*                    ON CPI-ROLL-HIST AFTER THAT CONTACT - AN
000200*                    AUTOMATIC RENEWAL IS NOT CONTACT. AN ACCOUNT
000210*                    WHOSE CLOCK HAS RUN DORMYRS YEARS GOES
000220*                    DORMANT AND GETS A DUE-DILIGENCE LETTER
000230*                    RECORD FOR CONCATSTRING'S MAIL-MERGE; ONE
000240*                    STILL UNCLAIMED LTRMONTH MONTHS AFTER ITS
000250*                    LETTER GOES ON THE UNCLAIMED-PROPERTY
000260*                    EXTRACT IN THE STATE'S HEADER/DETAIL/
000270*                    TRAILER LAYOUT WITH A CONTROL TOTAL, AND IS
000280*                    MARKED ESCHEATED ON CPI-PRIN-FILE SO HELLO
000290*                    STOPS PROCESSING IT. CONTACT AFTER THE
000300*                    CLOCK STARTED REACTIVATES A DORMANT
000310*                    ACCOUNT. THE ACCOUNT FILE AND THE DORMANCY
000320*                    MASTER ARE WRITTEN AS NEW GENERATIONS AND
000330*                    CUT OVER BY IDCAMS RENAME (SEE CPIDORM.JCL).
000340*---------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CPI-PRIN-FILE    ASSIGN TO CPIPRIN
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS DRM-WS-PRIN-STATUS.
000440     SELECT CPI-CUST-FILE    ASSIGN TO CPICUST
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS DRM-WS-CUST-STATUS.
000470     SELECT CPI-TXN-FILE     ASSIGN TO CPITXN
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS DRM-WS-TXN-STATUS.
000500     SELECT CPI-ROLL-HIST    ASSIGN TO CPIROLLH
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS DRM-WS-RHIST-STATUS.
000530     SELECT CPI-DORM-FILE    ASSIGN TO CPIDORM
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS DRM-WS-DORM-STATUS.
000560     SELECT DRM-CTL-FILE     ASSIGN TO DRMCTL
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS DRM-WS-CTL-STATUS.
000590     SELECT DRM-PRIN-OUT     ASSIGN TO CPIPRINN
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT DRM-DORM-OUT     ASSIGN TO CPIDORMN
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630     SELECT DRM-LETTER-FILE  ASSIGN TO CPIDUELT
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS DRM-WS-LETTER-STATUS.
000660     SELECT DRM-UP-FILE      ASSIGN TO CPIUPEXT
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680     SELECT DRM-RPT-FILE     ASSIGN TO CPIDRMRP
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000730*    SAME 40-BYTE ACCOUNT RECORD AND CONTROL VIEWS HELLO READS.
000740 FD  CPI-PRIN-FILE
000750     RECORD CONTAINS 40 CHARACTERS.
000760 01  CPI-PRIN-REC.
000770     05  CPI-IN-ACCOUNT-ID       PIC X(10).
000780     05  CPI-IN-PRINCIPAL        PIC 9(07)V99.
000790     05  CPI-IN-RATE             PIC 9(02)V99.
000800     05  CPI-IN-TERM             PIC 9(02).
000810     05  CPI-IN-FREQ-CODE        PIC X(01).
000820     05  CPI-IN-MATURITY-DATE    PIC 9(08).
000830     05  CPI-IN-RENEW-FLAG       PIC X(01).
000840     05  CPI-IN-PRODUCT-CODE     PIC X(04).
000850     05  CPI-IN-STATUS           PIC X(01).
000860         88  CPI-IN-ESCHEATED    VALUE 'E'.
000870 01  CPI-PRIN-CTL-REC.
000880     05  CPC-REC-ID              PIC X(03).
000890         88  CPC-HEADER          VALUE '*H*'.
000900         88  CPC-TRAILER         VALUE '*T*'.
000910     05  FILLER                  PIC X(37).
000920*
000930 FD  CPI-CUST-FILE
000940     RECORD CONTAINS 80 CHARACTERS.
000950 01  CPI-CUST-REC                PIC X(80).
000960*
000970*    MID-TERM DEPOSIT/WITHDRAWAL TRANSACTIONS - SAME RECORD HELLO
000980*    READS. EVERY TYPE ON IT IS CUSTOMER-INITIATED.
000990 FD  CPI-TXN-FILE
001000     RECORD CONTAINS 30 CHARACTERS.
001010 01  CPI-TXN-REC.
001020     05  CTN-ACCOUNT-ID          PIC X(10).
001030     05  CTN-TXN-TYPE            PIC X(01).
001040         88  CTN-DEPOSIT         VALUE 'D'.
001050         88  CTN-WITHDRAWAL      VALUE 'W'.
001060         88  CTN-CLOSURE         VALUE 'C'.
001070     05  CTN-TXN-DATE            PIC 9(08).
001080     05  CTN-AMOUNT              PIC 9(09)V99.
001090*
001100*    ROLLOVER HISTORY APPENDED BY MATURITY-ROLL - SEE ITS
001110*    CPI-ROLL-HIST-REC.
001120 FD  CPI-ROLL-HIST
001130     RECORD CONTAINS 50 CHARACTERS.
001140 01  CPI-ROLL-HIST-REC.
001150     05  CRH-ACCOUNT-ID          PIC X(10).
001160     05  CRH-ROLL-DATE           PIC 9(08).
001170     05  CRH-DISP                PIC X(01).
001180     05  CRH-OLD-MATURITY        PIC 9(08).
001190     05  CRH-NEW-MATURITY        PIC 9(08).
001200     05  CRH-NEW-RATE            PIC 9(02)V99.
001210     05  CRH-TIER-NO             PIC 9(01).
001220     05  FILLER                  PIC X(10).
001230*
001240*    DORMANCY MASTER - ONE RECORD PER ACCOUNT, CARRIED FROM RUN TO
001250*    RUN. STATUS IS 'A' ACTIVE, 'D' DORMANT (LETTER SENT) OR 'E'
001260*    ESCHEATED TO THE STATE.
001270 FD  CPI-DORM-FILE
001280     RECORD CONTAINS 60 CHARACTERS.
001290 01  CPI-DORM-REC                PIC X(60).
001300*
001310 FD  DRM-CTL-FILE
001320     RECORD CONTAINS 20 CHARACTERS.
001330     COPY CTLPARM REPLACING ==CTLPARM-RECORD==
001340         BY ==DRM-CTL-REC==.
001350*
001360 FD  DRM-PRIN-OUT
001370     RECORD CONTAINS 40 CHARACTERS.
001380 01  DRM-PRIN-OUT-REC            PIC X(40).
001390*
001400 FD  DRM-DORM-OUT
001410     RECORD CONTAINS 60 CHARACTERS.
001420 01  DRM-DORM-OUT-REC            PIC X(60).
001430*
001440*    DUE-DILIGENCE LETTER EXTRACT - ONE RECORD PER ACCOUNT GONE
001450*    DORMANT, MERGED INTO A LETTER BY CONCATSTRING.
001460 FD  DRM-LETTER-FILE
001470     RECORD CONTAINS 100 CHARACTERS.
001480 01  DRM-LETTER-REC.
001490     05  CDL-ACCOUNT-ID          PIC X(10).
001500     05  CDL-NAME                PIC X(20).
001510     05  CDL-STREET              PIC X(20).
001520     05  CDL-CITY                PIC X(15).
001530     05  CDL-STATE               PIC X(02).
001540     05  CDL-ZIP                 PIC X(05).
001550     05  CDL-LAST-CONTACT        PIC 9(08).
001560     05  CDL-RESPOND-BY          PIC 9(08).
001570     05  CDL-AMOUNT              PIC 9(09)V99.
001580     05  FILLER                  PIC X(01).
001590*
001600*    UNCLAIMED-PROPERTY EXTRACT IN THE STATE'S REPORTING LAYOUT -
001610*    ONE HEADER, ONE DETAIL PER ACCOUNT TURNED OVER, AND A
001620*    TRAILER CARRYING THE RECORD COUNT AND AMOUNT CONTROL TOTAL.
001630 FD  DRM-UP-FILE
001640     RECORD CONTAINS 100 CHARACTERS.
001650 01  DRM-UP-DTL-REC.
001660     05  CUP-REC-TYPE            PIC X(01).
001670         88  CUP-HEADER          VALUE 'H'.
001680         88  CUP-DETAIL          VALUE 'D'.
001690         88  CUP-TRAILER         VALUE 'T'.
001700     05  CUP-PROP-TYPE           PIC X(04).
001710     05  CUP-ACCOUNT-ID          PIC X(10).
001720     05  CUP-OWNER-NAME          PIC X(20).
001730     05  CUP-OWNER-STREET        PIC X(20).
001740     05  CUP-OWNER-CITY          PIC X(15).
001750     05  CUP-OWNER-STATE         PIC X(02).
001760     05  CUP-OWNER-ZIP           PIC X(05).
001770     05  CUP-LAST-CONTACT        PIC 9(08).
001780     05  CUP-AMOUNT              PIC 9(09)V99.
001790     05  FILLER                  PIC X(04).
001800 01  DRM-UP-HDR-REC.
001810     05  CUH-REC-TYPE            PIC X(01).
001820     05  CUH-HOLDER-NAME         PIC X(30).
001830     05  CUH-REPORT-DATE         PIC 9(08).
001840     05  FILLER                  PIC X(61).
001850 01  DRM-UP-TRL-REC.
001860     05  CUT-REC-TYPE            PIC X(01).
001870     05  CUT-REC-COUNT           PIC 9(07).
001880     05  CUT-AMOUNT-TOTAL        PIC 9(11)V99.
001890     05  FILLER                  PIC X(79).
001900*
001910 FD  DRM-RPT-FILE
001920     RECORD CONTAINS 80 CHARACTERS.
001930 01  DRM-RPT-REC                 PIC X(80).
001940*
001950 WORKING-STORAGE SECTION.
001960 77  DRM-WS-EOF-SW               PIC X(01) VALUE 'N'.
001970     88  DRM-WS-EOF              VALUE 'Y'.
001980 77  DRM-WS-LOAD-EOF-SW          PIC X(01) VALUE 'N'.
001990     88  DRM-WS-LOAD-EOF         VALUE 'Y'.
002000 77  DRM-WS-STOP-SW              PIC X(01) VALUE 'N'.
002010     88  DRM-WS-STOP             VALUE 'Y'.
002020 77  DRM-WS-PRIN-STATUS          PIC X(02) VALUE '00'.
002030 77  DRM-WS-CUST-STATUS          PIC X(02) VALUE '00'.
002040 77  DRM-WS-TXN-STATUS           PIC X(02) VALUE '00'.
002050 77  DRM-WS-RHIST-STATUS         PIC X(02) VALUE '00'.
002060 77  DRM-WS-DORM-STATUS          PIC X(02) VALUE '00'.
002070 77  DRM-WS-CTL-STATUS           PIC X(02) VALUE '00'.
002080 77  DRM-WS-LETTER-STATUS        PIC X(02) VALUE '00'.
002090 77  DRM-WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
002100 77  DRM-WS-ACTIVE-COUNT         PIC 9(05) COMP VALUE ZERO.
002110 77  DRM-WS-DORMANT-COUNT        PIC 9(05) COMP VALUE ZERO.
002120 77  DRM-WS-WAITING-COUNT        PIC 9(05) COMP VALUE ZERO.
002130 77  DRM-WS-ESCHEAT-COUNT        PIC 9(05) COMP VALUE ZERO.
002140 77  DRM-WS-PRIOR-ESC-COUNT      PIC 9(05) COMP VALUE ZERO.
002150 77  DRM-WS-REACTIVE-COUNT       PIC 9(05) COMP VALUE ZERO.
002160 01  DRM-WS-UP-TOTAL             PIC 9(11)V99 VALUE ZERO.
002170 77  DRM-WS-UP-COUNT             PIC 9(07) VALUE ZERO.
002180     COPY RUNSTAMP.
002190*
002200*    DORMANCY PERIOD (YEARS) AND LETTER RESPONSE WINDOW (MONTHS)
002210*    FROM DRMCTL. A MISSING CONTROL FILE OR A ZERO VALUE KEEPS
002220*    THESE DEFAULTS.
002230 77  DRM-WS-DORM-YEARS           PIC 9(02) VALUE 3.
002240 77  DRM-WS-LTR-MONTHS           PIC 9(02) VALUE 6.
002250 77  DRM-WS-HOLDER-NAME          PIC X(30) VALUE
002260     "SAVINGS PRODUCTS DEPOSITS".
002270*
002280*    THE FEEDER'S '*H*' HEADER PASSES THROUGH; THE '*T*' TRAILER
002290*    IS REBUILT AT END OF RUN FOR THE ACCOUNTS ACTUALLY WRITTEN,
002300*    AS IN MATURITY-ROLL.
002310 77  DRM-WS-TRL-SEEN-SW          PIC X(01) VALUE 'N'.
002320     88  DRM-WS-TRL-SEEN         VALUE 'Y'.
002330 77  DRM-WS-OUT-COUNT            PIC 9(07) VALUE ZERO.
002340 01  DRM-WS-OUT-HASH             PIC 9(11)V99 VALUE ZERO.
002350 01  DRM-WS-TRL-REC.
002360     05  DRM-TRL-REC-ID          PIC X(03) VALUE '*T*'.
002370     05  DRM-TRL-REC-COUNT       PIC 9(07).
002380     05  DRM-TRL-HASH-TOTAL      PIC 9(11)V99.
002390     05  FILLER                  PIC X(17) VALUE SPACES.
002400*
002410*    CUSTOMERS, LATEST TRANSACTION DATE PER ACCOUNT, ROLLOVER
002420*    HISTORY AND THE PRIOR DORMANCY MASTER ARE HELD IN FULL. A
002430*    FILE LARGER THAN ITS TABLE STOPS THE RUN WITH RC 16 BEFORE
002440*    ANYTHING IS WRITTEN, SO THE RENAME STEP NEVER CUTS OVER A
002450*    SHORT FILE.
002460 77  DRM-WS-CUST-COUNT           PIC 9(04) COMP VALUE ZERO.
002470 77  DRM-WS-CUST-SUB             PIC 9(04) COMP VALUE ZERO.
002480 01  DRM-WS-CUST-TABLE.
002490     05  DRM-CU-ENTRY OCCURS 2000 TIMES
002500                      INDEXED BY DRM-CU-IDX.
002510         10  DRM-CU-IMAGE        PIC X(80).
002520         10  DRM-CU-ACCOUNT-ID REDEFINES DRM-CU-IMAGE
002530                                 PIC X(10).
002540 77  DRM-WS-TXN-COUNT            PIC 9(04) COMP VALUE ZERO.
002550 77  DRM-WS-TXN-SUB              PIC 9(04) COMP VALUE ZERO.
002560 01  DRM-WS-TXN-TABLE.
002570     05  DRM-TX-ENTRY OCCURS 2000 TIMES
002580                      INDEXED BY DRM-TX-IDX.
002590         10  DRM-TX-ACCOUNT-ID   PIC X(10).
002600         10  DRM-TX-LAST-DATE    PIC 9(08).
002610 77  DRM-WS-ROLL-COUNT           PIC 9(04) COMP VALUE ZERO.
002620 01  DRM-WS-ROLL-TABLE.
002630     05  DRM-RH-ENTRY OCCURS 5000 TIMES
002640                      INDEXED BY DRM-RH-IDX.
002650         10  DRM-RH-ACCOUNT-ID   PIC X(10).
002660         10  DRM-RH-ROLL-DATE    PIC 9(08).
002670 77  DRM-WS-DORM-COUNT           PIC 9(04) COMP VALUE ZERO.
002680 77  DRM-WS-DORM-SUB             PIC 9(04) COMP VALUE ZERO.
002690 01  DRM-WS-DORM-TABLE.
002700     05  DRM-DM-ENTRY OCCURS 2000 TIMES
002710                      INDEXED BY DRM-DM-IDX.
002720         10  DRM-DM-IMAGE        PIC X(60).
002730         10  DRM-DM-ACCOUNT-ID REDEFINES DRM-DM-IMAGE
002740                                 PIC X(10).
002750 77  DRM-WS-FOUND-SW             PIC X(01).
002760     88  DRM-WS-FOUND            VALUE 'Y'.
002770*
002780*    WORKING VIEW OF ONE DORMANCY MASTER RECORD.
002790 01  DRM-WS-DORM.
002800     05  CDM-ACCOUNT-ID          PIC X(10).
002810     05  CDM-LAST-CONTACT        PIC 9(08).
002820     05  CDM-CLOCK-START         PIC 9(08).
002830     05  CDM-STATUS              PIC X(01).
002840         88  CDM-ACTIVE          VALUE 'A'.
002850         88  CDM-DORMANT         VALUE 'D'.
002860         88  CDM-ESCHEATED       VALUE 'E'.
002870     05  CDM-DORMANT-DATE        PIC 9(08).
002880     05  CDM-LETTER-DATE         PIC 9(08).
002890     05  CDM-ESCHEAT-DATE        PIC 9(08).
002900     05  FILLER                  PIC X(09).
002910*
002920*    WORKING VIEW OF ONE CUSTOMER RECORD - THE LAYOUT HELLO READS.
002930 01  DRM-WS-CUST.
002940     05  DRC-ACCOUNT-ID          PIC X(10).
002950     05  DRC-NAME                PIC X(20).
002960     05  DRC-STREET              PIC X(20).
002970     05  DRC-CITY                PIC X(15).
002980     05  DRC-STATE               PIC X(02).
002990     05  DRC-ZIP                 PIC X(05).
003000     05  FILLER                  PIC X(08).
003010*
003020*    DATE ARITHMETIC. THE CLOCK IS DUE WHEN ITS START PLUS THE
003030*    DORMANCY YEARS IS ON OR BEFORE THE RUN DATE; THE RESPOND-BY
003040*    DATE IS THE LETTER DATE PLUS THE WINDOW MONTHS, WITH THE DAY
003050*    PULLED BACK TO THE END OF A SHORTER MONTH.
003060 01  DRM-WS-CALC-DATE            PIC 9(08).
003070 01  DRM-WS-CALC-MDY REDEFINES DRM-WS-CALC-DATE.
003080     05  DRM-CD-YEAR             PIC 9(04).
003090     05  DRM-CD-MONTH            PIC 9(02).
003100     05  DRM-CD-DAY              PIC 9(02).
003110 01  DRM-WS-MONTH-WORK           PIC 9(04).
003120 01  DRM-WS-YEAR-ADD             PIC 9(04).
003130 01  DRM-WS-RESPOND-BY           PIC 9(08).
003140*
003150 01  DRM-WS-COL-HDR.
003160     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
003170     05  FILLER                  PIC X(20) VALUE "NAME".
003180     05  FILLER                  PIC X(14) VALUE "DISPOSITION".
003190     05  FILLER                  PIC X(10) VALUE "LAST CNTC".
003200     05  FILLER                  PIC X(10) VALUE "CLK START".
003210     05  FILLER                  PIC X(14) VALUE "        AMOUNT".
003220*
003230 01  DRM-WS-RPT-LINE.
003240     05  DRL-ACCOUNT-ID          PIC X(10).
003250     05  FILLER                  PIC X(02) VALUE SPACES.
003260     05  DRL-NAME                PIC X(18).
003270     05  FILLER                  PIC X(02) VALUE SPACES.
003280     05  DRL-DISP                PIC X(12).
003290     05  FILLER                  PIC X(02) VALUE SPACES.
003300     05  DRL-LAST-CONTACT        PIC 9(08).
003310     05  FILLER                  PIC X(02) VALUE SPACES.
003320     05  DRL-CLOCK-START         PIC 9(08).
003330     05  FILLER                  PIC X(02) VALUE SPACES.
003340     05  DRL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
003350*
003360 01  DRM-WS-FOOT-LINE.
003370     05  DRF-LABEL               PIC X(32).
003380     05  DRF-COUNT               PIC Z(6)9.
003390     05  FILLER                  PIC X(41) VALUE SPACES.
003400*
003410 01  DRM-WS-TOTAL-LINE.
003420     05  FILLER                  PIC X(32) VALUE
003430         "UNCLAIMED PROPERTY AMOUNT:".
003440     05  DRT-AMOUNT              PIC $$$,$$$,$$$,$$9.99.
003450     05  FILLER                  PIC X(30) VALUE SPACES.
003460*
003470 PROCEDURE DIVISION.
003480*===============================================================
003490 0000-MAINLINE.
003500*===============================================================
003510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003520     IF DRM-WS-STOP
003530         CLOSE DRM-RPT-FILE
003540         MOVE 16 TO RETURN-CODE
003550         STOP RUN
003560     END-IF.
003570     PERFORM 2000-PROCESS-ACCT THRU 2000-EXIT
003580         UNTIL DRM-WS-EOF.
003590     PERFORM 3000-TERMINATE THRU 3000-EXIT.
003600     STOP RUN.
003610*
003620*===============================================================
003630 1000-INITIALIZE.
003640*===============================================================
003650     OPEN OUTPUT DRM-RPT-FILE.
003660     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
003670     ACCEPT RUNSTAMP-TIME FROM TIME.
003680     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
003690     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
003700     WRITE DRM-RPT-REC FROM RUNSTAMP-HEADER-LINE.
003710     WRITE DRM-RPT-REC FROM DRM-WS-COL-HDR.
003720     PERFORM 1050-LOAD-CTL-PARMS THRU 1050-EXIT.
003730     PERFORM 1100-LOAD-CUST-TABLE THRU 1100-EXIT.
003740     PERFORM 1200-LOAD-TXN-TABLE THRU 1200-EXIT.
003750     PERFORM 1300-LOAD-ROLL-TABLE THRU 1300-EXIT.
003760     PERFORM 1400-LOAD-DORM-TABLE THRU 1400-EXIT.
003770     IF DRM-WS-STOP
003780         GO TO 1000-EXIT
003790     END-IF.
003800     OPEN OUTPUT DRM-PRIN-OUT.
003810     OPEN OUTPUT DRM-DORM-OUT.
003820     OPEN EXTEND DRM-LETTER-FILE.
003830     IF DRM-WS-LETTER-STATUS NOT = '00'
003840         OPEN OUTPUT DRM-LETTER-FILE
003850     END-IF.
003860     OPEN OUTPUT DRM-UP-FILE.
003870     MOVE SPACES             TO DRM-UP-HDR-REC.
003880     MOVE 'H'                TO CUH-REC-TYPE.
003890     MOVE DRM-WS-HOLDER-NAME TO CUH-HOLDER-NAME.
003900     MOVE RUNSTAMP-DATE      TO CUH-REPORT-DATE.
003910     WRITE DRM-UP-HDR-REC.
003920     OPEN INPUT CPI-PRIN-FILE.
003930     IF DRM-WS-PRIN-STATUS = '35'
003940         DISPLAY "CPI-DORMANT: NO ACCOUNT FILE"
003950         MOVE 'Y' TO DRM-WS-EOF-SW
003960         GO TO 1000-EXIT
003970     END-IF.
003980     READ CPI-PRIN-FILE
003990         AT END
004000             MOVE 'Y' TO DRM-WS-EOF-SW
004010     END-READ.
004020 1000-EXIT.
004030     EXIT.
004040*
004050*===============================================================
004060 1050-LOAD-CTL-PARMS.
004070*===============================================================
004080*    DORMYRS AND LTRMONTH OVERRIDE THE DEFAULTS. ANY OTHER CODE
004090*    IS IGNORED.
004100     OPEN INPUT DRM-CTL-FILE.
004110     IF DRM-WS-CTL-STATUS = '35'
004120         GO TO 1050-EXIT
004130     END-IF.
004140     MOVE 'N' TO DRM-WS-LOAD-EOF-SW.
004150     READ DRM-CTL-FILE
004160         AT END
004170             MOVE 'Y' TO DRM-WS-LOAD-EOF-SW
004180     END-READ.
004190     PERFORM 1055-LOAD-ONE-PARM THRU 1055-EXIT
004200         UNTIL DRM-WS-LOAD-EOF.
004210     CLOSE DRM-CTL-FILE.
004220 1050-EXIT.
004230     EXIT.
004240*
004250*===============================================================
004260 1055-LOAD-ONE-PARM.
004270*===============================================================
004280     IF CTL-PARM-CODE = 'DORMYRS '
004290             AND CTL-PARM-VALUE > ZERO
004300             AND CTL-PARM-VALUE < 100
004310         MOVE CTL-PARM-VALUE TO DRM-WS-DORM-YEARS
004320     END-IF.
004330     IF CTL-PARM-CODE = 'LTRMONTH'
004340             AND CTL-PARM-VALUE > ZERO
004350             AND CTL-PARM-VALUE < 100
004360         MOVE CTL-PARM-VALUE TO DRM-WS-LTR-MONTHS
004370     END-IF.
004380     READ DRM-CTL-FILE
004390         AT END
004400             MOVE 'Y' TO DRM-WS-LOAD-EOF-SW
004410     END-READ.
004420 1055-EXIT.
004430     EXIT.
004440*
004450*===============================================================
004460 1100-LOAD-CUST-TABLE.
004470*===============================================================
004480*    A MISSING CUSTOMER MASTER ONLY LEAVES THE LETTERS AND THE
004490*    EXTRACT WITHOUT AN OWNER NAME AND ADDRESS.
004500     OPEN INPUT CPI-CUST-FILE.
004510     IF DRM-WS-CUST-STATUS NOT = '00'
004520         GO TO 1100-EXIT
004530     END-IF.
004540     MOVE 'N' TO DRM-WS-LOAD-EOF-SW.
004550     READ CPI-CUST-FILE
004560         AT END
004570             MOVE 'Y' TO DRM-WS-LOAD-EOF-SW
004580     END-READ.
004590     PERFORM 1110-LOAD-ONE-CUST THRU 1110-EXIT
004600         UNTIL DRM-WS-LOAD-EOF OR DRM-WS-STOP.
004610     CLOSE CPI-CUST-FILE.
004620 1100-EXIT.
004630     EXIT.
004640*
004650*===============================================================
004660 1110-LOAD-ONE-CUST.
004670*===============================================================
004680     IF DRM-WS-CUST-COUNT = 2000
004690         DISPLAY "CPI-DORMANT: CUSTOMER FILE EXCEEDS 2000 "
004700             "RECORDS - RUN STOPPED, NOTHING WRITTEN"
004710         MOVE 'Y' TO DRM-WS-STOP-SW
004720         GO TO 1110-EXIT
004730     END-IF.
004740     ADD 1 TO DRM-WS-CUST-COUNT.
004750     MOVE CPI-CUST-REC TO DRM-CU-IMAGE (DRM-WS-CUST-COUNT).
004760     READ CPI-CUST-FILE
004770         AT END
004780             MOVE 'Y' TO DRM-WS-LOAD-EOF-SW
004790     END-READ.
004800 1110-EXIT.
004810     EXIT.
004820*
004830*===============================================================
004840 1200-LOAD-TXN-TABLE.
004850*===============================================================
004860*    KEEPS ONLY THE LATEST TRANSACTION DATE PER ACCOUNT. A
004870*    MISSING FILE MEANS NO CONTACT SINCE THE LAST RUN BEYOND
004880*    WHAT THE DORMANCY MASTER ALREADY CARRIES.
004890     OPEN INPUT CPI-TXN-FILE.
004900     IF DRM-WS-TXN-STATUS = '35'
004910         GO TO 1200-EXIT
004920     END-IF.
004930     MOVE 'N' TO DRM-WS-LOAD-EOF-SW.
004940     READ CPI-TXN-FILE
004950         AT END
004960             MOVE 'Y' TO DRM-WS-LOAD-EOF-SW
004970     END-READ.
004980     PERFORM 1210-LOAD-ONE-TXN THRU 1210-EXIT
004990         UNTIL DRM-WS-LOAD-EOF OR DRM-WS-STOP.
005000     CLOSE CPI-TXN-FILE.
005010 1200-EXIT.
005020     EXIT.
005030*
005040*===============================================================
005050 1210-LOAD-ONE-TXN.
005060*===============================================================
005070     IF NOT CTN-DEPOSIT AND NOT CTN-WITHDRAWAL
005080             AND NOT CTN-CLOSURE
005090         GO TO 1210-READ-NEXT
005100     END-IF.
005110     IF CTN-TXN-DATE NOT NUMERIC
005120         GO TO 1210-READ-NEXT
005130     END-IF.
005140     PERFORM 1220-FIND-TXN-ACCT THRU 1220-EXIT.
005150     IF DRM-WS-FOUND
005160         IF CTN-TXN-DATE > DRM-TX-LAST-DATE (DRM-WS-TXN-SUB)
005170             MOVE CTN-TXN-DATE
005180                 TO DRM-TX-LAST-DATE (DRM-WS-TXN-SUB)
005190         END-IF
005200         GO TO 1210-READ-NEXT
005210     END-IF.
005220     IF DRM-WS-TXN-COUNT = 2000
005230         DISPLAY "CPI-DORMANT: TRANSACTION FILE EXCEEDS 2000 "
005240             "ACCOUNTS - RUN STOPPED, NOTHING WRITTEN"
005250         MOVE 'Y' TO DRM-WS-STOP-SW
005260         GO TO 1210-EXIT
005270     END-IF.
005280     ADD 1 TO DRM-WS-TXN-COUNT.
005290     MOVE CTN-ACCOUNT-ID TO DRM-TX-ACCOUNT-ID (DRM-WS-TXN-COUNT).
005300     MOVE CTN-TXN-DATE   TO DRM-TX-LAST-DATE (DRM-WS-TXN-COUNT).
005310 1210-READ-NEXT.
005320     READ CPI-TXN-FILE
005330         AT END
005340             MOVE 'Y' TO DRM-WS-LOAD-EOF-SW
005350     END-READ.
005360 1210-EXIT.
005370     EXIT.
005380*
005390*===============================================================
005400 1220-FIND-TXN-ACCT.
005410*===============================================================
005420     MOVE 'N' TO DRM-WS-FOUND-SW.
005430     MOVE ZERO TO DRM-WS-TXN-SUB.
005440     PERFORM 1225-SCAN-TXN THRU 1225-EXIT
005450         VARYING DRM-TX-IDX FROM 1 BY 1
005460         UNTIL DRM-TX-IDX > DRM-WS-TXN-COUNT.
005470 1220-EXIT.
005480     EXIT.
005490*
005500*===============================================================
005510 1225-SCAN-TXN.
005520*===============================================================
005530     IF DRM-TX-ACCOUNT-ID (DRM-TX-IDX) = CTN-ACCOUNT-ID
005540         MOVE 'Y' TO DRM-WS-FOUND-SW
005550         SET DRM-WS-TXN-SUB TO DRM-TX-IDX
005560         SET DRM-TX-IDX TO DRM-WS-TXN-COUNT
005570     END-IF.
005580 1225-EXIT.
005590     EXIT.
005600*
005610*===============================================================
005620 1300-LOAD-ROLL-TABLE.
005630*===============================================================
005640*    EVERY MATURITY MATURITY-ROLL HAS RECORDED, RENEWED OR NOT.
005650*    A MISSING HISTORY MEANS NO CLOCK HAS STARTED YET.
005660     OPEN INPUT CPI-ROLL-HIST.
005670     IF DRM-WS-RHIST-STATUS = '35'
005680         GO TO 1300-EXIT
005690     END-IF.
005700     MOVE 'N' TO DRM-WS-LOAD-EOF-SW.
005710     READ CPI-ROLL-HIST
005720         AT END
005730             MOVE 'Y' TO DRM-WS-LOAD-EOF-SW
005740     END-READ.
005750     PERFORM 1310-LOAD-ONE-ROLL THRU 1310-EXIT
005760         UNTIL DRM-WS-LOAD-EOF OR DRM-WS-STOP.
005770     CLOSE CPI-ROLL-HIST.
005780 1300-EXIT.
005790     EXIT.
005800*
005810*===============================================================
005820 1310-LOAD-ONE-ROLL.
005830*===============================================================
005840     IF CRH-ROLL-DATE NOT NUMERIC
005850         GO TO 1310-READ-NEXT
005860     END-IF.
005870     IF DRM-WS-ROLL-COUNT = 5000
005880         DISPLAY "CPI-DORMANT: ROLLOVER HISTORY EXCEEDS 5000 "
005890             "RECORDS - RUN STOPPED, NOTHING WRITTEN"
005900         MOVE 'Y' TO DRM-WS-STOP-SW
005910         GO TO 1310-EXIT
005920     END-IF.
005930     ADD 1 TO DRM-WS-ROLL-COUNT.
005940     MOVE CRH-ACCOUNT-ID TO DRM-RH-ACCOUNT-ID (DRM-WS-ROLL-COUNT).
005950     MOVE CRH-ROLL-DATE  TO DRM-RH-ROLL-DATE (DRM-WS-ROLL-COUNT).
005960 1310-READ-NEXT.
005970     READ CPI-ROLL-HIST
005980         AT END
005990             MOVE 'Y' TO DRM-WS-LOAD-EOF-SW
006000     END-READ.
006010 1310-EXIT.
006020     EXIT.
006030*
006040*===============================================================
006050 1400-LOAD-DORM-TABLE.
006060*===============================================================
006070*    A MISSING DORMANCY MASTER MEANS THE FIRST RUN - EVERY
006080*    ACCOUNT STARTS ACTIVE WITH NO CONTACT ON RECORD.
006090     OPEN INPUT CPI-DORM-FILE.
006100     IF DRM-WS-DORM-STATUS NOT = '00'
006110         GO TO 1400-EXIT
006120     END-IF.
006130     MOVE 'N' TO DRM-WS-LOAD-EOF-SW.
006140     READ CPI-DORM-FILE
006150         AT END
006160             MOVE 'Y' TO DRM-WS-LOAD-EOF-SW
006170     END-READ.
006180     PERFORM 1410-LOAD-ONE-DORM THRU 1410-EXIT
006190         UNTIL DRM-WS-LOAD-EOF OR DRM-WS-STOP.
006200     CLOSE CPI-DORM-FILE.
006210 1400-EXIT.
006220     EXIT.
006230*
006240*===============================================================
006250 1410-LOAD-ONE-DORM.
006260*===============================================================
006270     IF DRM-WS-DORM-COUNT = 2000
006280         DISPLAY "CPI-DORMANT: DORMANCY MASTER EXCEEDS 2000 "
006290             "RECORDS - RUN STOPPED, NOTHING WRITTEN"
006300         MOVE 'Y' TO DRM-WS-STOP-SW
006310         GO TO 1410-EXIT
006320     END-IF.
006330     ADD 1 TO DRM-WS-DORM-COUNT.
006340     MOVE CPI-DORM-REC TO DRM-DM-IMAGE (DRM-WS-DORM-COUNT).
006350     READ CPI-DORM-FILE
006360         AT END
006370             MOVE 'Y' TO DRM-WS-LOAD-EOF-SW
006380     END-READ.
006390 1410-EXIT.
006400     EXIT.
006410*
006420*===============================================================
006430 2000-PROCESS-ACCT.
006440*===============================================================
006450*    THE HEADER PASSES THROUGH; THE TRAILER IS HELD AND REBUILT
006460*    AT END OF RUN. EVERY ACCOUNT IS WRITTEN BACK - ONLY ITS
006470*    STATUS BYTE CAN CHANGE - AND GETS A DORMANCY MASTER RECORD.
006480     IF CPC-HEADER
006490         WRITE DRM-PRIN-OUT-REC FROM CPI-PRIN-REC
006500         GO TO 2000-READ-NEXT
006510     END-IF.
006520     IF CPC-TRAILER
006530         MOVE 'Y' TO DRM-WS-TRL-SEEN-SW
006540         GO TO 2000-READ-NEXT
006550     END-IF.
006560     ADD 1 TO DRM-WS-READ-COUNT.
006570     PERFORM 2100-FIND-DORM THRU 2100-EXIT.
006580     PERFORM 2150-FIND-CUSTOMER THRU 2150-EXIT.
006590     IF CPI-IN-ESCHEATED OR CDM-ESCHEATED
006600         MOVE 'E' TO CDM-STATUS
006610         ADD 1 TO DRM-WS-PRIOR-ESC-COUNT
006620         GO TO 2000-WRITE
006630     END-IF.
006640     PERFORM 2200-SET-LAST-CONTACT THRU 2200-EXIT.
006650     PERFORM 2250-SET-CLOCK-START THRU 2250-EXIT.
006660     IF CDM-DORMANT
006670         PERFORM 2300-CHECK-DORMANT THRU 2300-EXIT
006680     ELSE
006690         PERFORM 2400-CHECK-ACTIVE THRU 2400-EXIT
006700     END-IF.
006710 2000-WRITE.
006720     WRITE DRM-PRIN-OUT-REC FROM CPI-PRIN-REC.
006730     ADD 1 TO DRM-WS-OUT-COUNT.
006740     IF CPI-IN-PRINCIPAL NUMERIC
006750         ADD CPI-IN-PRINCIPAL TO DRM-WS-OUT-HASH
006760     END-IF.
006770     WRITE DRM-DORM-OUT-REC FROM DRM-WS-DORM.
006780 2000-READ-NEXT.
006790     READ CPI-PRIN-FILE
006800         AT END
006810             MOVE 'Y' TO DRM-WS-EOF-SW
006820     END-READ.
006830 2000-EXIT.
006840     EXIT.
006850*
006860*===============================================================
006870 2100-FIND-DORM.
006880*===============================================================
006890*    AN ACCOUNT NOT YET ON THE DORMANCY MASTER STARTS ACTIVE.
006900*    MASTER RECORDS FOR ACCOUNTS NO LONGER ON FILE ARE DROPPED
006910*    BY NOT BEING WRITTEN BACK.
006920     MOVE 'N' TO DRM-WS-FOUND-SW.
006930     MOVE ZERO TO DRM-WS-DORM-SUB.
006940     PERFORM 2110-SCAN-DORM THRU 2110-EXIT
006950         VARYING DRM-DM-IDX FROM 1 BY 1
006960         UNTIL DRM-DM-IDX > DRM-WS-DORM-COUNT.
006970     IF DRM-WS-FOUND
006980         MOVE DRM-DM-IMAGE (DRM-WS-DORM-SUB) TO DRM-WS-DORM
006990     ELSE
007000         MOVE SPACES            TO DRM-WS-DORM
007010         MOVE CPI-IN-ACCOUNT-ID TO CDM-ACCOUNT-ID
007020         MOVE ZERO              TO CDM-LAST-CONTACT
007030                                   CDM-CLOCK-START
007040                                   CDM-DORMANT-DATE
007050                                   CDM-LETTER-DATE
007060                                   CDM-ESCHEAT-DATE
007070         MOVE 'A'               TO CDM-STATUS
007080     END-IF.
007090 2100-EXIT.
007100     EXIT.
007110*
007120*===============================================================
007130 2110-SCAN-DORM.
007140*===============================================================
007150     IF DRM-DM-ACCOUNT-ID (DRM-DM-IDX) = CPI-IN-ACCOUNT-ID
007160         MOVE 'Y' TO DRM-WS-FOUND-SW
007170         SET DRM-WS-DORM-SUB TO DRM-DM-IDX
007180         SET DRM-DM-IDX TO DRM-WS-DORM-COUNT
007190     END-IF.
007200 2110-EXIT.
007210     EXIT.
007220*
007230*===============================================================
007240 2150-FIND-CUSTOMER.
007250*===============================================================
007260     MOVE 'N' TO DRM-WS-FOUND-SW.
007270     MOVE ZERO TO DRM-WS-CUST-SUB.
007280     MOVE SPACES TO DRM-WS-CUST.
007290     PERFORM 2160-SCAN-CUST THRU 2160-EXIT
007300         VARYING DRM-CU-IDX FROM 1 BY 1
007310         UNTIL DRM-CU-IDX > DRM-WS-CUST-COUNT.
007320     IF DRM-WS-FOUND
007330         MOVE DRM-CU-IMAGE (DRM-WS-CUST-SUB) TO DRM-WS-CUST
007340     END-IF.
007350 2150-EXIT.
007360     EXIT.
007370*
007380*===============================================================
007390 2160-SCAN-CUST.
007400*===============================================================
007410     IF DRM-CU-ACCOUNT-ID (DRM-CU-IDX) = CPI-IN-ACCOUNT-ID
007420         MOVE 'Y' TO DRM-WS-FOUND-SW
007430         SET DRM-WS-CUST-SUB TO DRM-CU-IDX
007440         SET DRM-CU-IDX TO DRM-WS-CUST-COUNT
007450     END-IF.
007460 2160-EXIT.
007470     EXIT.
007480*
007490*===============================================================
007500 2200-SET-LAST-CONTACT.
007510*===============================================================
007520*    A LATER TRANSACTION THAN THE MASTER CARRIES IS NEW CONTACT.
007530     MOVE 'N' TO DRM-WS-FOUND-SW.
007540     PERFORM 2210-SCAN-CONTACT THRU 2210-EXIT
007550         VARYING DRM-TX-IDX FROM 1 BY 1
007560         UNTIL DRM-TX-IDX > DRM-WS-TXN-COUNT.
007570 2200-EXIT.
007580     EXIT.
007590*
007600*===============================================================
007610 2210-SCAN-CONTACT.
007620*===============================================================
007630     IF DRM-TX-ACCOUNT-ID (DRM-TX-IDX) = CPI-IN-ACCOUNT-ID
007640         IF DRM-TX-LAST-DATE (DRM-TX-IDX) > CDM-LAST-CONTACT
007650             MOVE DRM-TX-LAST-DATE (DRM-TX-IDX)
007660                 TO CDM-LAST-CONTACT
007670         END-IF
007680         SET DRM-TX-IDX TO DRM-WS-TXN-COUNT
007690     END-IF.
007700 2210-EXIT.
007710     EXIT.
007720*
007730*===============================================================
007740 2250-SET-CLOCK-START.
007750*===============================================================
007760*    THE CLOCK STARTS AT THE FIRST MATURITY AFTER THE LAST
007770*    CONTACT (THE EARLIEST MATURITY WHEN NO CONTACT IS ON
007780*    RECORD). WITH NO SUCH MATURITY THE CLOCK HAS NOT STARTED.
007790*    A DORMANT ACCOUNT KEEPS THE CLOCK IT WENT DORMANT ON UNLESS
007800*    LATER CONTACT SHOWS THE OWNER HAS COME FORWARD.
007810     IF CDM-DORMANT
007820             AND CDM-LAST-CONTACT > CDM-CLOCK-START
007830         MOVE 'A'  TO CDM-STATUS
007840         MOVE ZERO TO CDM-DORMANT-DATE CDM-LETTER-DATE
007850         ADD 1 TO DRM-WS-REACTIVE-COUNT
007860         MOVE "REACTIVATED" TO DRL-DISP
007870         MOVE ZERO TO DRL-AMOUNT
007880         PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
007890     END-IF.
007900     IF CDM-DORMANT
007910         GO TO 2250-EXIT
007920     END-IF.
007930     MOVE ZERO TO CDM-CLOCK-START.
007940     PERFORM 2260-SCAN-ROLL THRU 2260-EXIT
007950         VARYING DRM-RH-IDX FROM 1 BY 1
007960         UNTIL DRM-RH-IDX > DRM-WS-ROLL-COUNT.
007970 2250-EXIT.
007980     EXIT.
007990*
008000*===============================================================
008010 2260-SCAN-ROLL.
008020*===============================================================
008030     IF DRM-RH-ACCOUNT-ID (DRM-RH-IDX) = CPI-IN-ACCOUNT-ID
008040             AND DRM-RH-ROLL-DATE (DRM-RH-IDX) > CDM-LAST-CONTACT
008050         IF CDM-CLOCK-START = ZERO
008060                 OR DRM-RH-ROLL-DATE (DRM-RH-IDX)
008070                     < CDM-CLOCK-START
008080             MOVE DRM-RH-ROLL-DATE (DRM-RH-IDX) TO CDM-CLOCK-START
008090         END-IF
008100     END-IF.
008110 2260-EXIT.
008120     EXIT.
008130*
008140*===============================================================
008150 2300-CHECK-DORMANT.
008160*===============================================================
008170*    A LETTERED ACCOUNT STILL UNCLAIMED PAST ITS RESPOND-BY DATE
008180*    IS TURNED OVER TO THE STATE.
008190     MOVE CDM-LETTER-DATE TO DRM-WS-CALC-DATE.
008200     PERFORM 2500-ADD-WINDOW THRU 2500-EXIT.
008210     IF RUNSTAMP-DATE NOT > DRM-WS-RESPOND-BY
008220         ADD 1 TO DRM-WS-WAITING-COUNT
008230         GO TO 2300-EXIT
008240     END-IF.
008250     MOVE SPACES              TO DRM-UP-DTL-REC.
008260     MOVE 'D'                 TO CUP-REC-TYPE.
008270     MOVE 'AC03'              TO CUP-PROP-TYPE.
008280     MOVE CPI-IN-ACCOUNT-ID   TO CUP-ACCOUNT-ID.
008290     MOVE DRC-NAME            TO CUP-OWNER-NAME.
008300     MOVE DRC-STREET          TO CUP-OWNER-STREET.
008310     MOVE DRC-CITY            TO CUP-OWNER-CITY.
008320     MOVE DRC-STATE           TO CUP-OWNER-STATE.
008330     MOVE DRC-ZIP             TO CUP-OWNER-ZIP.
008340     MOVE CDM-LAST-CONTACT    TO CUP-LAST-CONTACT.
008350     MOVE CPI-IN-PRINCIPAL    TO CUP-AMOUNT.
008360     WRITE DRM-UP-DTL-REC.
008370     ADD 1 TO DRM-WS-UP-COUNT.
008380     ADD CPI-IN-PRINCIPAL TO DRM-WS-UP-TOTAL.
008390     MOVE 'E'                 TO CDM-STATUS.
008400     MOVE RUNSTAMP-DATE       TO CDM-ESCHEAT-DATE.
008410     MOVE 'E'                 TO CPI-IN-STATUS.
008420     ADD 1 TO DRM-WS-ESCHEAT-COUNT.
008430     MOVE "ESCHEATED"         TO DRL-DISP.
008440     MOVE CPI-IN-PRINCIPAL    TO DRL-AMOUNT.
008450     PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT.
008460 2300-EXIT.
008470     EXIT.
008480*
008490*===============================================================
008500 2400-CHECK-ACTIVE.
008510*===============================================================
008520*    AN ACTIVE ACCOUNT WHOSE CLOCK HAS RUN THE DORMANCY PERIOD
008530*    GOES DORMANT AND IS SENT THE DUE-DILIGENCE LETTER.
008540     IF CDM-CLOCK-START = ZERO
008550         ADD 1 TO DRM-WS-ACTIVE-COUNT
008560         GO TO 2400-EXIT
008570     END-IF.
008580     MOVE CDM-CLOCK-START   TO DRM-WS-CALC-DATE.
008590     MOVE DRM-WS-DORM-YEARS TO DRM-WS-YEAR-ADD.
008600     ADD DRM-WS-YEAR-ADD    TO DRM-CD-YEAR.
008610     IF DRM-WS-CALC-DATE > RUNSTAMP-DATE
008620         ADD 1 TO DRM-WS-ACTIVE-COUNT
008630         GO TO 2400-EXIT
008640     END-IF.
008650     MOVE 'D'                 TO CDM-STATUS.
008660     MOVE RUNSTAMP-DATE       TO CDM-DORMANT-DATE CDM-LETTER-DATE.
008670     MOVE RUNSTAMP-DATE       TO DRM-WS-CALC-DATE.
008680     PERFORM 2500-ADD-WINDOW THRU 2500-EXIT.
008690     MOVE SPACES              TO DRM-LETTER-REC.
008700     MOVE CPI-IN-ACCOUNT-ID   TO CDL-ACCOUNT-ID.
008710     MOVE DRC-NAME            TO CDL-NAME.
008720     MOVE DRC-STREET          TO CDL-STREET.
008730     MOVE DRC-CITY            TO CDL-CITY.
008740     MOVE DRC-STATE           TO CDL-STATE.
008750     MOVE DRC-ZIP             TO CDL-ZIP.
008760     MOVE CDM-LAST-CONTACT    TO CDL-LAST-CONTACT.
008770     MOVE DRM-WS-RESPOND-BY   TO CDL-RESPOND-BY.
008780     MOVE CPI-IN-PRINCIPAL    TO CDL-AMOUNT.
008790     WRITE DRM-LETTER-REC.
008800     ADD 1 TO DRM-WS-DORMANT-COUNT.
008810     MOVE "DORMANT"           TO DRL-DISP.
008820     MOVE CPI-IN-PRINCIPAL    TO DRL-AMOUNT.
008830     PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT.
008840 2400-EXIT.
008850     EXIT.
008860*
008870*===============================================================
008880 2500-ADD-WINDOW.
008890*===============================================================
008900*    RESPOND-BY = DRM-WS-CALC-DATE PLUS THE LETTER WINDOW.
008910     COMPUTE DRM-WS-MONTH-WORK =
008920         DRM-CD-MONTH - 1 + DRM-WS-LTR-MONTHS.
008930     DIVIDE DRM-WS-MONTH-WORK BY 12
008940         GIVING DRM-WS-YEAR-ADD REMAINDER DRM-WS-MONTH-WORK.
008950     ADD DRM-WS-YEAR-ADD TO DRM-CD-YEAR.
008960     COMPUTE DRM-CD-MONTH = DRM-WS-MONTH-WORK + 1.
008970     IF DRM-CD-MONTH = 02 AND DRM-CD-DAY > 28
008980         MOVE 28 TO DRM-CD-DAY
008990     END-IF.
009000     IF (DRM-CD-MONTH = 04 OR DRM-CD-MONTH = 06
009010             OR DRM-CD-MONTH = 09 OR DRM-CD-MONTH = 11)
009020             AND DRM-CD-DAY > 30
009030         MOVE 30 TO DRM-CD-DAY
009040     END-IF.
009050     MOVE DRM-WS-CALC-DATE TO DRM-WS-RESPOND-BY.
009060 2500-EXIT.
009070     EXIT.
009080*
009090*===============================================================
009100 2900-WRITE-RPT-LINE.
009110*===============================================================
009120*    THE CALLER HAS SET DRL-DISP AND DRL-AMOUNT.
009130     MOVE CPI-IN-ACCOUNT-ID   TO DRL-ACCOUNT-ID.
009140     MOVE DRC-NAME            TO DRL-NAME.
009150     MOVE CDM-LAST-CONTACT    TO DRL-LAST-CONTACT.
009160     MOVE CDM-CLOCK-START     TO DRL-CLOCK-START.
009170     WRITE DRM-RPT-REC FROM DRM-WS-RPT-LINE.
009180 2900-EXIT.
009190     EXIT.
009200*
009210*===============================================================
009220 3000-TERMINATE.
009230*===============================================================
009240*    THE ACCOUNT FILE GETS ITS REBUILT TRAILER AND THE EXTRACT
009250*    ITS CONTROL-TOTAL TRAILER, EVEN ON A YEAR WITH NOTHING
009260*    TURNED OVER, SO THE STATE FILING ALWAYS BALANCES.
009270     IF DRM-WS-PRIN-STATUS NOT = '35'
009280         CLOSE CPI-PRIN-FILE
009290     END-IF.
009300     IF DRM-WS-TRL-SEEN
009310         MOVE DRM-WS-OUT-COUNT TO DRM-TRL-REC-COUNT
009320         MOVE DRM-WS-OUT-HASH  TO DRM-TRL-HASH-TOTAL
009330         WRITE DRM-PRIN-OUT-REC FROM DRM-WS-TRL-REC
009340     END-IF.
009350     CLOSE DRM-PRIN-OUT.
009360     CLOSE DRM-DORM-OUT.
009370     CLOSE DRM-LETTER-FILE.
009380     MOVE SPACES              TO DRM-UP-TRL-REC.
009390     MOVE 'T'                 TO CUT-REC-TYPE.
009400     MOVE DRM-WS-UP-COUNT     TO CUT-REC-COUNT.
009410     MOVE DRM-WS-UP-TOTAL     TO CUT-AMOUNT-TOTAL.
009420     WRITE DRM-UP-TRL-REC.
009430     CLOSE DRM-UP-FILE.
009440     MOVE "ACCOUNTS READ:" TO DRF-LABEL.
009450     MOVE DRM-WS-READ-COUNT TO DRF-COUNT.
009460     WRITE DRM-RPT-REC FROM DRM-WS-FOOT-LINE.
009470     MOVE "ACTIVE:" TO DRF-LABEL.
009480     MOVE DRM-WS-ACTIVE-COUNT TO DRF-COUNT.
009490     WRITE DRM-RPT-REC FROM DRM-WS-FOOT-LINE.
009500     MOVE "REACTIVATED BY CONTACT:" TO DRF-LABEL.
009510     MOVE DRM-WS-REACTIVE-COUNT TO DRF-COUNT.
009520     WRITE DRM-RPT-REC FROM DRM-WS-FOOT-LINE.
009530     MOVE "NEWLY DORMANT - LETTERS:" TO DRF-LABEL.
009540     MOVE DRM-WS-DORMANT-COUNT TO DRF-COUNT.
009550     WRITE DRM-RPT-REC FROM DRM-WS-FOOT-LINE.
009560     MOVE "DORMANT - WITHIN LETTER WINDOW:" TO DRF-LABEL.
009570     MOVE DRM-WS-WAITING-COUNT TO DRF-COUNT.
009580     WRITE DRM-RPT-REC FROM DRM-WS-FOOT-LINE.
009590     MOVE "ESCHEATED THIS RUN:" TO DRF-LABEL.
009600     MOVE DRM-WS-ESCHEAT-COUNT TO DRF-COUNT.
009610     WRITE DRM-RPT-REC FROM DRM-WS-FOOT-LINE.
009620     MOVE "ESCHEATED IN PRIOR RUNS:" TO DRF-LABEL.
009630     MOVE DRM-WS-PRIOR-ESC-COUNT TO DRF-COUNT.
009640     WRITE DRM-RPT-REC FROM DRM-WS-FOOT-LINE.
009650     MOVE DRM-WS-UP-TOTAL TO DRT-AMOUNT.
009660     WRITE DRM-RPT-REC FROM DRM-WS-TOTAL-LINE.
009670     CLOSE DRM-RPT-FILE.
009680     DISPLAY "CPI-DORMANT: ACCOUNTS READ:      "
009690         DRM-WS-READ-COUNT.
009700     DISPLAY "CPI-DORMANT: DORMANT LETTERS:    "
009710         DRM-WS-DORMANT-COUNT.
009720     DISPLAY "CPI-DORMANT: ESCHEATED:          "
009730         DRM-WS-ESCHEAT-COUNT.
009740     DISPLAY "CPI-DORMANT: REACTIVATED:        "
009750         DRM-WS-REACTIVE-COUNT.
009760 3000-EXIT.
009770     EXIT.
