000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SITE-RECAL.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   SHIPPING OPERATIONS DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. QUARTERLY RECALIBRATION OF
000130*                    THE SITE MASTER'S BASELINE AND REGION NORM.
000140*                    EACH ACTIVE SITE'S TYPICAL READING (ROUNDED
000150*                    AVERAGE) OVER THE LAST RECALDAY DAYS OF
000160*                    LGN-HIST-FILE - LEAVING OUT ESTIMATED
000170*                    READINGS AND ANY NIGHT THE SITE RAISED A
000180*                    SPREAD ALERT - IS PROPOSED AS ITS NEW
000190*                    BASELINE, AND EACH REGION'S TYPICAL READING
000200*                    OVER THE SAME READINGS AS ITS NEW NORM. THE
000210*                    PROPOSAL REPORT SHOWS OLD AND PROPOSED
000220*                    FIGURES AND RE-RUNS TONIGHT'S DRIFT TEST (THE
000230*                    SAME TEST LARGEST APPLIES) UNDER BOTH, SO THE
000240*                    REVIEWER CAN SEE HOW MANY DRIFT ALERTS THE
000250*                    PROPOSALS WOULD REMOVE OR ADD. NOTHING IS
000260*                    APPLIED HERE - ONLY LINES THE REVIEWER HAS
000270*                    APPROVED ON LGNRCAPR COME OUT, AS SITE-MAINT
000280*                    CHANGE TRANSACTIONS.
000290*---------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT LGN-HIST-FILE    ASSIGN TO LGNHIST
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS RCL-WS-HIST-STATUS.
000390     SELECT LGN-ALERT-FILE   ASSIGN TO LGNALERT
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS RCL-WS-ALERT-STATUS.
000420     SELECT LGN-SITE-FILE    ASSIGN TO LGNSITE
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS RCL-WS-SITE-STATUS.
000450     SELECT LGN-CTL-FILE     ASSIGN TO LGNCTL
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS RCL-WS-CTL-STATUS.
000480     SELECT RCL-APPR-FILE    ASSIGN TO LGNRCAPR
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS RCL-WS-APPR-STATUS.
000510     SELECT RCL-TXN-FILE     ASSIGN TO LGNRCTX
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT RCL-RPT-FILE     ASSIGN TO LGNRCRPT
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580*    NIGHTLY LARGEST-READING HISTORY - SEE LARGEST'S FD.
000590 FD  LGN-HIST-FILE
000600     RECORD CONTAINS 20 CHARACTERS.
000610 01  LGN-HIST-REC.
000620     05  LHR-SITE-ID             PIC X(09).
000630     05  LHR-RUN-DATE            PIC 9(08).
000640     05  LHR-LARGEST             PIC 9(02).
000650     05  LHR-EST-FLAG            PIC X(01).
000660         88  LHR-ESTIMATED       VALUE 'E'.
000670*
000680*    THE ACCUMULATED SPREAD ALERTS - SEE LARGEST'S FD.
000690 FD  LGN-ALERT-FILE
000700     RECORD CONTAINS 40 CHARACTERS.
000710 01  LGN-ALERT-REC.
000720     05  LAL-SITE-ID             PIC X(09).
000730     05  LAL-A                   PIC 9(02).
000740     05  LAL-B                   PIC 9(02).
000750     05  LAL-C                   PIC 9(02).
000760     05  LAL-SPREAD              PIC 9(02).
000770     05  LAL-ALERT-DATE          PIC 9(08).
000780     05  FILLER                  PIC X(15).
000790*
000800 FD  LGN-SITE-FILE
000810     RECORD CONTAINS 40 CHARACTERS.
000820 01  LGN-SITE-REC.
000830     05  LGN-SM-SITE-ID          PIC X(09).
000840     05  LGN-SM-NAME             PIC X(20).
000850     05  LGN-SM-REGION           PIC X(03).
000860     05  LGN-SM-BASELINE         PIC 9(02).
000870     05  LGN-SM-REGION-NORM      PIC 9(02).
000880     05  LGN-SM-STATUS           PIC X(01).
000890     05  FILLER                  PIC X(03).
000900*
000910 FD  LGN-CTL-FILE
000920     RECORD CONTAINS 20 CHARACTERS.
000930     COPY CTLPARM REPLACING ==CTLPARM-RECORD==
000940         BY ==RCL-CTL-REC==.
000950*
000960*    REVIEWER'S APPROVALS. 'S' APPROVES A SITE'S BASELINE, 'R' A
000970*    REGION'S NORM (FOR EVERY ACTIVE SITE IN THE REGION). A
000980*    BLANK VALUE TAKES THE FIGURE PROPOSED THIS RUN; A KEYED
000990*    VALUE OVERRIDES IT.
001000 FD  RCL-APPR-FILE
001010     RECORD CONTAINS 40 CHARACTERS.
001020 01  RCL-APPR-REC.
001030     05  RAP-TYPE                PIC X(01).
001040         88  RAP-SITE            VALUE 'S'.
001050         88  RAP-REGION          VALUE 'R'.
001060     05  RAP-KEY                 PIC X(09).
001070     05  RAP-REGION-KEY REDEFINES RAP-KEY.
001080         10  RAP-REGION-CODE     PIC X(03).
001090         10  FILLER              PIC X(06).
001100     05  RAP-VALUE-X             PIC X(02).
001110     05  RAP-VALUE REDEFINES RAP-VALUE-X
001120                                 PIC 9(02).
001130     05  RAP-APPROVER            PIC X(08).
001140     05  FILLER                  PIC X(20).
001150*
001160*    SITE-MAINT CHANGE TRANSACTIONS - SAME LAYOUT AS ITS
001170*    SMT-TXN-FILE. A BLANK BASELINE OR NORM KEEPS THE CURRENT
001180*    FIGURE.
001190 FD  RCL-TXN-FILE
001200     RECORD CONTAINS 80 CHARACTERS.
001210 01  RCL-TXN-REC.
001220     05  RTX-ACTION              PIC X(01).
001230     05  RTX-SITE-ID             PIC X(09).
001240     05  RTX-NAME                PIC X(20).
001250     05  RTX-REGION              PIC X(03).
001260     05  RTX-BASELINE-X          PIC X(02).
001270     05  RTX-NORM-X              PIC X(02).
001280     05  RTX-STATUS              PIC X(01).
001290     05  FILLER                  PIC X(42).
001300*
001310 FD  RCL-RPT-FILE
001320     RECORD CONTAINS 80 CHARACTERS.
001330 01  RCL-RPT-REC                 PIC X(80).
001340*
001350 WORKING-STORAGE SECTION.
001360 77  RCL-WS-EOF-SW               PIC X(01) VALUE 'N'.
001370     88  RCL-WS-EOF              VALUE 'Y'.
001380 77  RCL-WS-STOP-SW              PIC X(01) VALUE 'N'.
001390     88  RCL-WS-STOP             VALUE 'Y'.
001400 77  RCL-WS-HIST-STATUS          PIC X(02) VALUE '00'.
001410 77  RCL-WS-ALERT-STATUS         PIC X(02) VALUE '00'.
001420 77  RCL-WS-SITE-STATUS          PIC X(02) VALUE '00'.
001430 77  RCL-WS-CTL-STATUS           PIC X(02) VALUE '00'.
001440 77  RCL-WS-APPR-STATUS          PIC X(02) VALUE '00'.
001450 77  RCL-WS-FOUND-SW             PIC X(01).
001460     88  RCL-WS-FOUND            VALUE 'Y'.
001470 77  RCL-WS-HIST-COUNT           PIC 9(07) COMP VALUE ZERO.
001480 77  RCL-WS-USED-COUNT           PIC 9(07) COMP VALUE ZERO.
001490 77  RCL-WS-ALERTED-COUNT        PIC 9(07) COMP VALUE ZERO.
001500 77  RCL-WS-BASE-PROP-COUNT      PIC 9(05) COMP VALUE ZERO.
001510 77  RCL-WS-NORM-PROP-COUNT      PIC 9(05) COMP VALUE ZERO.
001520 77  RCL-WS-DRIFT-NOW-COUNT      PIC 9(05) COMP VALUE ZERO.
001530 77  RCL-WS-DRIFT-PROP-COUNT     PIC 9(05) COMP VALUE ZERO.
001540 77  RCL-WS-APPR-COUNT           PIC 9(05) COMP VALUE ZERO.
001550 77  RCL-WS-APPR-OK-COUNT        PIC 9(05) COMP VALUE ZERO.
001560 77  RCL-WS-APPR-REJ-COUNT       PIC 9(05) COMP VALUE ZERO.
001570 77  RCL-WS-TXN-COUNT            PIC 9(05) COMP VALUE ZERO.
001580 77  RCL-WS-REJ-REASON           PIC X(35).
001590 77  RCL-WS-KEY-ID               PIC X(09).
001600 77  RCL-WS-APR-VALUE            PIC 9(02) VALUE ZERO.
001610     COPY RUNSTAMP.
001620*
001630*    LGNCTL PARMS. RECALDAY - LOOK-BACK IN DAYS (DEFAULT 90);
001640*    RECALMIN - FEWEST USABLE READINGS A SITE OR REGION NEEDS
001650*    BEFORE A FIGURE IS PROPOSED (DEFAULT 10); DRIFTTL - LARGEST'S
001660*    DRIFT TOLERANCE, ZERO (NO PARM) MEANS NO DRIFT TEST RUNS.
001670 77  RCL-WS-LOOKBACK             PIC 9(03) VALUE 90.
001680 77  RCL-WS-MIN-READS            PIC 9(03) VALUE 10.
001690 77  RCL-WS-DRIFT-TOL            PIC 9(02) VALUE ZERO.
001700*
001710*    "TONIGHT" IS THE LATEST NIGHT ON THE HISTORY. THE LOOK-BACK
001720*    WINDOW ENDS ON IT.
001730 77  RCL-WS-TONIGHT              PIC 9(08) VALUE ZERO.
001740 77  RCL-WS-TONIGHT-SERIAL       PIC 9(07) COMP VALUE ZERO.
001750 77  RCL-WS-AGE-DAYS             PIC S9(05) COMP VALUE ZERO.
001760*
001770*    SERIAL-DAY CONVERSION - SAME SHAPE AS ALERT-ESCALATE'S
001780*    2900-DATE-TO-SERIAL.
001790 01  RCL-WS-SER-DATE             PIC 9(08).
001800 01  RCL-WS-SER-DATE-MDY REDEFINES RCL-WS-SER-DATE.
001810     05  RCL-SER-YEAR            PIC 9(04).
001820     05  RCL-SER-MONTH           PIC 9(02).
001830     05  RCL-SER-DAY             PIC 9(02).
001840 77  RCL-WS-SER-M                PIC 9(04) COMP VALUE ZERO.
001850 77  RCL-WS-SER-Y                PIC 9(04) COMP VALUE ZERO.
001860 77  RCL-WS-SERIAL               PIC 9(07) COMP VALUE ZERO.
001870*
001880*    DRIFT TEST WORK - THE SAME ARITHMETIC AS LARGEST'S
001890*    2180-TRACK-HISTORY.
001900 01  RCL-WS-HIST-AVG             PIC 9(02)V9(01) VALUE ZERO.
001910 01  RCL-WS-DRIFT-DIFF           PIC S9(03)V9(01) VALUE ZERO.
001920 01  RCL-WS-TEST-BASE            PIC 9(02) VALUE ZERO.
001930 01  RCL-WS-TEST-NORM            PIC 9(02) VALUE ZERO.
001940 77  RCL-WS-DRIFTING-SW          PIC X(01).
001950     88  RCL-WS-DRIFTING         VALUE 'Y'.
001960*
001970*    SITE TABLE - MASTER FIGURES, THEN WHAT THE HISTORY SHOWS.
001980*    DR- IS LARGEST'S DRIFT AVERAGE (EVERY ACTUAL READING BEFORE
001990*    TONIGHT); TY- IS THE TYPICAL READING INSIDE THE WINDOW.
002000 77  RCL-WS-SITE-COUNT           PIC 9(03) COMP VALUE ZERO.
002010 77  RCL-WS-SITE-SUB             PIC 9(03) COMP VALUE ZERO.
002020 01  RCL-WS-SITE-TABLE.
002030     05  RCL-SM-ENTRY OCCURS 500 TIMES
002040                      INDEXED BY RCL-SM-IDX.
002050         10  RCL-SM-ID           PIC X(09).
002060         10  RCL-SM-NAME         PIC X(20).
002070         10  RCL-SM-REGION       PIC X(03).
002080         10  RCL-SM-BASELINE     PIC 9(02).
002090         10  RCL-SM-NORM         PIC 9(02).
002100         10  RCL-SM-STATUS       PIC X(01).
002110             88  RCL-SM-NOT-EXPECTED VALUE 'I' 'D'.
002120         10  RCL-SM-DR-SUM       PIC 9(07) COMP.
002130         10  RCL-SM-DR-TALLY     PIC 9(05) COMP.
002140         10  RCL-SM-TY-SUM       PIC 9(07) COMP.
002150         10  RCL-SM-TY-TALLY     PIC 9(05) COMP.
002160         10  RCL-SM-ALERTS       PIC 9(03) COMP.
002170         10  RCL-SM-TONIGHT-SW   PIC X(01).
002180             88  RCL-SM-TONIGHT  VALUE 'Y'.
002190         10  RCL-SM-NEW-BASE     PIC 9(02).
002200         10  RCL-SM-NEW-NORM     PIC 9(02).
002210         10  RCL-SM-APR-BASE-X   PIC X(02).
002220         10  RCL-SM-APR-BASE REDEFINES RCL-SM-APR-BASE-X
002230                                 PIC 9(02).
002240         10  RCL-SM-APR-NORM-X   PIC X(02).
002250         10  RCL-SM-APR-NORM REDEFINES RCL-SM-APR-NORM-X
002260                                 PIC 9(02).
002270*
002280*    REGION TABLE - TYPICAL READING ACROSS THE REGION'S ACTIVE
002290*    SITES. A ZERO NEW NORM MEANS TOO FEW READINGS TO PROPOSE.
002300 77  RCL-WS-REGION-COUNT         PIC 9(03) COMP VALUE ZERO.
002310 77  RCL-WS-REGION-SUB           PIC 9(03) COMP VALUE ZERO.
002320 01  RCL-WS-REGION-TABLE.
002330     05  RCL-RG-ENTRY OCCURS 100 TIMES
002340                      INDEXED BY RCL-RG-IDX.
002350         10  RCL-RG-REGION       PIC X(03).
002360         10  RCL-RG-SITES        PIC 9(03) COMP.
002370         10  RCL-RG-SUM          PIC 9(07) COMP.
002380         10  RCL-RG-TALLY        PIC 9(05) COMP.
002390         10  RCL-RG-NEW-NORM     PIC 9(02).
002400         10  RCL-RG-CHANGING     PIC 9(03) COMP.
002410*
002420*    SPREAD ALERTS INSIDE THE WINDOW. A SITE WITH NONE (THE
002430*    USUAL CASE) NEVER SEARCHES THE TABLE.
002440 77  RCL-WS-ALERT-COUNT          PIC 9(04) COMP VALUE ZERO.
002450 01  RCL-WS-ALERT-TABLE.
002460     05  RCL-AL-ENTRY OCCURS 5000 TIMES
002470                      INDEXED BY RCL-AL-IDX.
002480         10  RCL-AL-SITE-ID      PIC X(09).
002490         10  RCL-AL-DATE         PIC 9(08).
002500*
002510 01  RCL-WS-TITLE-LINE.
002520     05  FILLER                  PIC X(40) VALUE
002530         "SITE BASELINE / REGION NORM PROPOSALS - ".
002540     05  FILLER                  PIC X(10) VALUE "LOOK-BACK ".
002550     05  RTL-LOOKBACK            PIC ZZ9.
002560     05  FILLER                  PIC X(13) VALUE " DAYS ENDING ".
002570     05  RTL-TONIGHT             PIC 9(08).
002580     05  FILLER                  PIC X(06) VALUE SPACES.
002590*
002600 01  RCL-WS-SITE-HDR1.
002610     05  FILLER                  PIC X(10) VALUE "SITE ID".
002620     05  FILLER                  PIC X(21) VALUE "NAME".
002630     05  FILLER                  PIC X(04) VALUE "REG".
002640     05  FILLER                  PIC X(08) VALUE "READS".
002650     05  FILLER                  PIC X(09) VALUE "BASELINE".
002660     05  FILLER                  PIC X(09) VALUE "NORM".
002670     05  FILLER                  PIC X(19) VALUE "DRIFT".
002680 01  RCL-WS-SITE-HDR2.
002690     05  FILLER                  PIC X(43) VALUE SPACES.
002700     05  FILLER                  PIC X(09) VALUE "OLD->NEW".
002710     05  FILLER                  PIC X(09) VALUE "OLD->NEW".
002720     05  FILLER                  PIC X(19) VALUE "NOW/PROP".
002730*
002740*    "--" - TOO FEW READINGS TO PROPOSE. DRIFT Y/N UNDER THE
002750*    CURRENT AND THE PROPOSED FIGURES; "-" - NO TEST TONIGHT.
002760 01  RCL-WS-SITE-LINE.
002770     05  RSL-SITE-ID             PIC X(09).
002780     05  FILLER                  PIC X(01) VALUE SPACES.
002790     05  RSL-NAME                PIC X(20).
002800     05  FILLER                  PIC X(01) VALUE SPACES.
002810     05  RSL-REGION              PIC X(03).
002820     05  FILLER                  PIC X(01) VALUE SPACES.
002830     05  RSL-READS               PIC ZZZZ9.
002840     05  FILLER                  PIC X(03) VALUE SPACES.
002850     05  RSL-OLD-BASE            PIC Z9.
002860     05  FILLER                  PIC X(02) VALUE "->".
002870     05  RSL-NEW-BASE-X          PIC X(02).
002880     05  RSL-NEW-BASE REDEFINES RSL-NEW-BASE-X
002890                                 PIC Z9.
002900     05  FILLER                  PIC X(03) VALUE SPACES.
002910     05  RSL-OLD-NORM            PIC Z9.
002920     05  FILLER                  PIC X(02) VALUE "->".
002930     05  RSL-NEW-NORM-X          PIC X(02).
002940     05  RSL-NEW-NORM REDEFINES RSL-NEW-NORM-X
002950                                 PIC Z9.
002960     05  FILLER                  PIC X(03) VALUE SPACES.
002970     05  RSL-DRIFT-NOW           PIC X(01).
002980     05  FILLER                  PIC X(01) VALUE "/".
002990     05  RSL-DRIFT-PROP          PIC X(01).
003000     05  FILLER                  PIC X(16) VALUE SPACES.
003010*
003020 01  RCL-WS-REGION-HDR.
003030     05  FILLER                  PIC X(08) VALUE "REGION".
003040     05  FILLER                  PIC X(07) VALUE "SITES".
003050     05  FILLER                  PIC X(10) VALUE "READS".
003060     05  FILLER                  PIC X(10) VALUE "PROPOSED".
003070     05  FILLER                  PIC X(45) VALUE "SITES CHANGING".
003080 01  RCL-WS-REGION-LINE.
003090     05  RRL-REGION              PIC X(03).
003100     05  FILLER                  PIC X(05) VALUE SPACES.
003110     05  RRL-SITES               PIC ZZZ9.
003120     05  FILLER                  PIC X(03) VALUE SPACES.
003130     05  RRL-READS               PIC ZZZZZ9.
003140     05  FILLER                  PIC X(04) VALUE SPACES.
003150     05  RRL-NEW-NORM-X          PIC X(02).
003160     05  RRL-NEW-NORM REDEFINES RRL-NEW-NORM-X
003170                                 PIC Z9.
003180     05  FILLER                  PIC X(08) VALUE SPACES.
003190     05  RRL-CHANGING            PIC ZZZ9.
003200     05  FILLER                  PIC X(41) VALUE SPACES.
003210*
003220 01  RCL-WS-APPR-HDR.
003230     05  FILLER                  PIC X(80) VALUE
003240         "APPROVALS - SITE-MAINT TRANSACTIONS".
003250 01  RCL-WS-APPR-LINE.
003260     05  RAL-TYPE                PIC X(01).
003270     05  FILLER                  PIC X(01) VALUE SPACES.
003280     05  RAL-KEY                 PIC X(09).
003290     05  FILLER                  PIC X(01) VALUE SPACES.
003300     05  RAL-VALUE-X             PIC X(02).
003310     05  RAL-VALUE REDEFINES RAL-VALUE-X
003320                                 PIC Z9.
003330     05  FILLER                  PIC X(02) VALUE SPACES.
003340     05  RAL-DISP                PIC X(08).
003350     05  FILLER                  PIC X(02) VALUE SPACES.
003360     05  RAL-REASON              PIC X(35).
003370     05  FILLER                  PIC X(01) VALUE SPACES.
003380     05  RAL-APPROVER            PIC X(08).
003390     05  FILLER                  PIC X(10) VALUE SPACES.
003400*
003410 01  RCL-WS-FOOT-LINE.
003420     05  RFL-LABEL               PIC X(40).
003430     05  RFL-COUNT               PIC -(6)9.
003440     05  FILLER                  PIC X(33) VALUE SPACES.
003450 01  RCL-WS-BLANK-LINE           PIC X(80) VALUE SPACES.
003460*
003470 PROCEDURE DIVISION.
003480*===============================================================
003490 0000-MAINLINE.
003500*===============================================================
003510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003520     IF RCL-WS-STOP
003530         CLOSE RCL-RPT-FILE
003540         MOVE 8 TO RETURN-CODE
003550         STOP RUN
003560     END-IF.
003570     PERFORM 2000-ACCUM-HISTORY THRU 2000-EXIT.
003580     PERFORM 3000-PROPOSE THRU 3000-EXIT.
003590     PERFORM 4000-APPLY-APPROVALS THRU 4000-EXIT.
003600     PERFORM 5000-TERMINATE THRU 5000-EXIT.
003610     STOP RUN.
003620*
003630*===============================================================
003640 1000-INITIALIZE.
003650*===============================================================
003660     OPEN OUTPUT RCL-RPT-FILE.
003670     OPEN OUTPUT RCL-TXN-FILE.
003680     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
003690     ACCEPT RUNSTAMP-TIME FROM TIME.
003700     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
003710     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
003720     WRITE RCL-RPT-REC FROM RUNSTAMP-HEADER-LINE.
003730     PERFORM 1100-LOAD-PARMS THRU 1100-EXIT.
003740     PERFORM 1200-LOAD-SITES THRU 1200-EXIT.
003750     IF RCL-WS-STOP
003760         GO TO 1000-EXIT
003770     END-IF.
003780     PERFORM 1300-FIND-TONIGHT THRU 1300-EXIT.
003790     IF RCL-WS-STOP
003800         GO TO 1000-EXIT
003810     END-IF.
003820     PERFORM 1400-LOAD-ALERTS THRU 1400-EXIT.
003830 1000-EXIT.
003840     EXIT.
003850*
003860*===============================================================
003870 1100-LOAD-PARMS.
003880*===============================================================
003890     OPEN INPUT LGN-CTL-FILE.
003900     IF RCL-WS-CTL-STATUS NOT = '00'
003910         GO TO 1100-EXIT
003920     END-IF.
003930     MOVE 'N' TO RCL-WS-EOF-SW.
003940     READ LGN-CTL-FILE
003950         AT END
003960             MOVE 'Y' TO RCL-WS-EOF-SW
003970     END-READ.
003980     PERFORM 1110-CHECK-ONE-PARM THRU 1110-EXIT
003990         UNTIL RCL-WS-EOF.
004000     CLOSE LGN-CTL-FILE.
004010 1100-EXIT.
004020     EXIT.
004030*
004040*===============================================================
004050 1110-CHECK-ONE-PARM.
004060*===============================================================
004070     EVALUATE CTL-PARM-CODE OF RCL-CTL-REC
004080         WHEN 'RECALDAY'
004090             IF CTL-PARM-VALUE OF RCL-CTL-REC > ZERO
004100                     AND CTL-PARM-VALUE OF RCL-CTL-REC < 1000
004110                 MOVE CTL-PARM-VALUE OF RCL-CTL-REC
004120                     TO RCL-WS-LOOKBACK
004130             END-IF
004140         WHEN 'RECALMIN'
004150             IF CTL-PARM-VALUE OF RCL-CTL-REC > ZERO
004160                     AND CTL-PARM-VALUE OF RCL-CTL-REC < 1000
004170                 MOVE CTL-PARM-VALUE OF RCL-CTL-REC
004180                     TO RCL-WS-MIN-READS
004190             END-IF
004200         WHEN 'DRIFTTL '
004210             MOVE CTL-PARM-VALUE OF RCL-CTL-REC
004220                 TO RCL-WS-DRIFT-TOL
004230     END-EVALUATE.
004240     READ LGN-CTL-FILE
004250         AT END
004260             MOVE 'Y' TO RCL-WS-EOF-SW
004270     END-READ.
004280 1110-EXIT.
004290     EXIT.
004300*
004310*===============================================================
004320 1200-LOAD-SITES.
004330*===============================================================
004340*    A MISSING MASTER, OR ONE TOO BIG FOR THE TABLE, LEAVES
004350*    NOTHING TO RECALIBRATE - RC 8, NO PROPOSALS.
004360     OPEN INPUT LGN-SITE-FILE.
004370     IF RCL-WS-SITE-STATUS NOT = '00'
004380         DISPLAY "SITE-RECAL: NO SITE MASTER - NOTHING PROPOSED"
004390         MOVE 'Y' TO RCL-WS-STOP-SW
004400         GO TO 1200-EXIT
004410     END-IF.
004420     MOVE 'N' TO RCL-WS-EOF-SW.
004430     READ LGN-SITE-FILE
004440         AT END
004450             MOVE 'Y' TO RCL-WS-EOF-SW
004460     END-READ.
004470     PERFORM 1210-LOAD-ONE-SITE THRU 1210-EXIT
004480         UNTIL RCL-WS-EOF OR RCL-WS-STOP.
004490     CLOSE LGN-SITE-FILE.
004500 1200-EXIT.
004510     EXIT.
004520*
004530*===============================================================
004540 1210-LOAD-ONE-SITE.
004550*===============================================================
004560     IF RCL-WS-SITE-COUNT = 500
004570         DISPLAY "SITE-RECAL: SITE MASTER EXCEEDS 500 ENTRIES - "
004580             "NOTHING PROPOSED"
004590         MOVE 'Y' TO RCL-WS-STOP-SW
004600         GO TO 1210-EXIT
004610     END-IF.
004620     ADD 1 TO RCL-WS-SITE-COUNT.
004630     SET RCL-SM-IDX TO RCL-WS-SITE-COUNT.
004640     MOVE LGN-SM-SITE-ID TO RCL-SM-ID (RCL-SM-IDX).
004650     MOVE LGN-SM-NAME    TO RCL-SM-NAME (RCL-SM-IDX).
004660     MOVE LGN-SM-REGION  TO RCL-SM-REGION (RCL-SM-IDX).
004670     MOVE LGN-SM-STATUS  TO RCL-SM-STATUS (RCL-SM-IDX).
004680     IF LGN-SM-BASELINE NUMERIC
004690         MOVE LGN-SM-BASELINE TO RCL-SM-BASELINE (RCL-SM-IDX)
004700     ELSE
004710         MOVE ZERO TO RCL-SM-BASELINE (RCL-SM-IDX)
004720     END-IF.
004730     IF LGN-SM-REGION-NORM NUMERIC
004740         MOVE LGN-SM-REGION-NORM TO RCL-SM-NORM (RCL-SM-IDX)
004750     ELSE
004760         MOVE ZERO TO RCL-SM-NORM (RCL-SM-IDX)
004770     END-IF.
004780     MOVE ZERO   TO RCL-SM-DR-SUM (RCL-SM-IDX)
004790                    RCL-SM-DR-TALLY (RCL-SM-IDX)
004800                    RCL-SM-TY-SUM (RCL-SM-IDX)
004810                    RCL-SM-TY-TALLY (RCL-SM-IDX)
004820                    RCL-SM-ALERTS (RCL-SM-IDX)
004830                    RCL-SM-NEW-BASE (RCL-SM-IDX)
004840                    RCL-SM-NEW-NORM (RCL-SM-IDX).
004850     MOVE 'N'    TO RCL-SM-TONIGHT-SW (RCL-SM-IDX).
004860     MOVE SPACES TO RCL-SM-APR-BASE-X (RCL-SM-IDX)
004870                    RCL-SM-APR-NORM-X (RCL-SM-IDX).
004880     IF NOT RCL-SM-NOT-EXPECTED (RCL-SM-IDX)
004890         PERFORM 1220-ADD-REGION THRU 1220-EXIT
004900     END-IF.
004910     READ LGN-SITE-FILE
004920         AT END
004930             MOVE 'Y' TO RCL-WS-EOF-SW
004940     END-READ.
004950 1210-EXIT.
004960     EXIT.
004970*
004980*===============================================================
004990 1220-ADD-REGION.
005000*===============================================================
005010*    COUNTS THE ACTIVE SITE AGAINST ITS REGION, ADDING THE REGION
005020*    ON FIRST SIGHT.
005030     PERFORM 1230-FIND-REGION THRU 1230-EXIT.
005040     IF NOT RCL-WS-FOUND
005050         IF RCL-WS-REGION-COUNT = 100
005060             GO TO 1220-EXIT
005070         END-IF
005080         ADD 1 TO RCL-WS-REGION-COUNT
005090         MOVE RCL-WS-REGION-COUNT TO RCL-WS-REGION-SUB
005100         SET RCL-RG-IDX TO RCL-WS-REGION-SUB
005110         MOVE RCL-SM-REGION (RCL-SM-IDX)
005120             TO RCL-RG-REGION (RCL-RG-IDX)
005130         MOVE ZERO TO RCL-RG-SITES (RCL-RG-IDX)
005140                      RCL-RG-SUM (RCL-RG-IDX)
005150                      RCL-RG-TALLY (RCL-RG-IDX)
005160                      RCL-RG-NEW-NORM (RCL-RG-IDX)
005170                      RCL-RG-CHANGING (RCL-RG-IDX)
005180     END-IF.
005190     SET RCL-RG-IDX TO RCL-WS-REGION-SUB.
005200     ADD 1 TO RCL-RG-SITES (RCL-RG-IDX).
005210 1220-EXIT.
005220     EXIT.
005230*
005240*===============================================================
005250 1230-FIND-REGION.
005260*===============================================================
005270*    LOOKS UP THE REGION OF THE SITE AT RCL-SM-IDX. THE HIT IS
005280*    LEFT IN RCL-WS-REGION-SUB.
005290     MOVE 'N' TO RCL-WS-FOUND-SW.
005300     MOVE ZERO TO RCL-WS-REGION-SUB.
005310     PERFORM 1235-SCAN-REGION THRU 1235-EXIT
005320         VARYING RCL-RG-IDX FROM 1 BY 1
005330         UNTIL RCL-RG-IDX > RCL-WS-REGION-COUNT.
005340 1230-EXIT.
005350     EXIT.
005360*
005370*===============================================================
005380 1235-SCAN-REGION.
005390*===============================================================
005400     IF RCL-RG-REGION (RCL-RG-IDX) = RCL-SM-REGION (RCL-SM-IDX)
005410         MOVE 'Y' TO RCL-WS-FOUND-SW
005420         SET RCL-WS-REGION-SUB TO RCL-RG-IDX
005430         SET RCL-RG-IDX TO RCL-WS-REGION-COUNT
005440     END-IF.
005450 1235-EXIT.
005460     EXIT.
005470*
005480*===============================================================
005490 1300-FIND-TONIGHT.
005500*===============================================================
005510*    FIRST PASS OVER THE HISTORY FOR ITS LATEST NIGHT. NO
005520*    HISTORY MEANS NOTHING TO RECALIBRATE FROM.
005530     OPEN INPUT LGN-HIST-FILE.
005540     IF RCL-WS-HIST-STATUS NOT = '00'
005550         DISPLAY "SITE-RECAL: NO READING HISTORY - NOTHING "
005560             "PROPOSED"
005570         MOVE 'Y' TO RCL-WS-STOP-SW
005580         GO TO 1300-EXIT
005590     END-IF.
005600     MOVE 'N' TO RCL-WS-EOF-SW.
005610     READ LGN-HIST-FILE
005620         AT END
005630             MOVE 'Y' TO RCL-WS-EOF-SW
005640     END-READ.
005650     PERFORM 1310-CHECK-ONE-DATE THRU 1310-EXIT
005660         UNTIL RCL-WS-EOF.
005670     CLOSE LGN-HIST-FILE.
005680     IF RCL-WS-TONIGHT = ZERO
005690         DISPLAY "SITE-RECAL: NO READING HISTORY - NOTHING "
005700             "PROPOSED"
005710         MOVE 'Y' TO RCL-WS-STOP-SW
005720         GO TO 1300-EXIT
005730     END-IF.
005740     MOVE RCL-WS-TONIGHT TO RCL-WS-SER-DATE.
005750     PERFORM 2900-DATE-TO-SERIAL THRU 2900-EXIT.
005760     MOVE RCL-WS-SERIAL TO RCL-WS-TONIGHT-SERIAL.
005770 1300-EXIT.
005780     EXIT.
005790*
005800*===============================================================
005810 1310-CHECK-ONE-DATE.
005820*===============================================================
005830     IF LHR-RUN-DATE NUMERIC
005840             AND LHR-RUN-DATE > RCL-WS-TONIGHT
005850         MOVE LHR-RUN-DATE TO RCL-WS-TONIGHT
005860     END-IF.
005870     READ LGN-HIST-FILE
005880         AT END
005890             MOVE 'Y' TO RCL-WS-EOF-SW
005900     END-READ.
005910 1310-EXIT.
005920     EXIT.
005930*
005940*===============================================================
005950 1400-LOAD-ALERTS.
005960*===============================================================
005970*    A MISSING ALERT FILE MEANS NO NIGHT IS LEFT OUT.
005980     OPEN INPUT LGN-ALERT-FILE.
005990     IF RCL-WS-ALERT-STATUS NOT = '00'
006000         GO TO 1400-EXIT
006010     END-IF.
006020     MOVE 'N' TO RCL-WS-EOF-SW.
006030     READ LGN-ALERT-FILE
006040         AT END
006050             MOVE 'Y' TO RCL-WS-EOF-SW
006060     END-READ.
006070     PERFORM 1410-LOAD-ONE-ALERT THRU 1410-EXIT
006080         UNTIL RCL-WS-EOF.
006090     CLOSE LGN-ALERT-FILE.
006100 1400-EXIT.
006110     EXIT.
006120*
006130*===============================================================
006140 1410-LOAD-ONE-ALERT.
006150*===============================================================
006160     IF LAL-ALERT-DATE NOT NUMERIC
006170         GO TO 1410-READ-NEXT
006180     END-IF.
006190     MOVE LAL-ALERT-DATE TO RCL-WS-SER-DATE.
006200     PERFORM 2900-DATE-TO-SERIAL THRU 2900-EXIT.
006210     COMPUTE RCL-WS-AGE-DAYS =
006220         RCL-WS-TONIGHT-SERIAL - RCL-WS-SERIAL.
006230     IF RCL-WS-AGE-DAYS < ZERO
006240             OR RCL-WS-AGE-DAYS NOT < RCL-WS-LOOKBACK
006250         GO TO 1410-READ-NEXT
006260     END-IF.
006270     MOVE LAL-SITE-ID TO RCL-WS-KEY-ID.
006280     PERFORM 2150-FIND-SITE THRU 2150-EXIT.
006290     IF NOT RCL-WS-FOUND
006300         GO TO 1410-READ-NEXT
006310     END-IF.
006320     IF RCL-WS-ALERT-COUNT = 5000
006330         DISPLAY "SITE-RECAL: OVER 5000 ALERTS IN LOOK-BACK - "
006340             "LATER ALERTED NIGHTS NOT LEFT OUT"
006350         MOVE 'Y' TO RCL-WS-EOF-SW
006360         GO TO 1410-EXIT
006370     END-IF.
006380     ADD 1 TO RCL-WS-ALERT-COUNT.
006390     SET RCL-AL-IDX TO RCL-WS-ALERT-COUNT.
006400     MOVE LAL-SITE-ID    TO RCL-AL-SITE-ID (RCL-AL-IDX).
006410     MOVE LAL-ALERT-DATE TO RCL-AL-DATE (RCL-AL-IDX).
006420     SET RCL-SM-IDX TO RCL-WS-SITE-SUB.
006430     ADD 1 TO RCL-SM-ALERTS (RCL-SM-IDX).
006440 1410-READ-NEXT.
006450     READ LGN-ALERT-FILE
006460         AT END
006470             MOVE 'Y' TO RCL-WS-EOF-SW
006480     END-READ.
006490 1410-EXIT.
006500     EXIT.
006510*
006520*===============================================================
006530 2000-ACCUM-HISTORY.
006540*===============================================================
006550*    SECOND PASS. ESTIMATED READINGS ARE NOT READINGS AND COUNT
006560*    NOWHERE. EVERY ACTUAL READING BEFORE TONIGHT GOES INTO THE
006570*    DRIFT AVERAGE, AS IN LARGEST'S PRE-PASS; THOSE INSIDE THE
006580*    WINDOW ON A NIGHT WITH NO SPREAD ALERT ALSO GO INTO THE
006590*    SITE'S AND ITS REGION'S TYPICAL READING.
006600     OPEN INPUT LGN-HIST-FILE.
006610     MOVE 'N' TO RCL-WS-EOF-SW.
006620     READ LGN-HIST-FILE
006630         AT END
006640             MOVE 'Y' TO RCL-WS-EOF-SW
006650     END-READ.
006660     PERFORM 2100-POST-ONE-READING THRU 2100-EXIT
006670         UNTIL RCL-WS-EOF.
006680     CLOSE LGN-HIST-FILE.
006690 2000-EXIT.
006700     EXIT.
006710*
006720*===============================================================
006730 2100-POST-ONE-READING.
006740*===============================================================
006750     ADD 1 TO RCL-WS-HIST-COUNT.
006760     IF LHR-ESTIMATED
006770             OR LHR-RUN-DATE NOT NUMERIC
006780             OR LHR-LARGEST NOT NUMERIC
006790         GO TO 2100-READ-NEXT
006800     END-IF.
006810     MOVE LHR-SITE-ID TO RCL-WS-KEY-ID.
006820     PERFORM 2150-FIND-SITE THRU 2150-EXIT.
006830     IF NOT RCL-WS-FOUND
006840         GO TO 2100-READ-NEXT
006850     END-IF.
006860     SET RCL-SM-IDX TO RCL-WS-SITE-SUB.
006870     IF LHR-RUN-DATE = RCL-WS-TONIGHT
006880         MOVE 'Y' TO RCL-SM-TONIGHT-SW (RCL-SM-IDX)
006890     ELSE
006900         ADD LHR-LARGEST TO RCL-SM-DR-SUM (RCL-SM-IDX)
006910         ADD 1           TO RCL-SM-DR-TALLY (RCL-SM-IDX)
006920     END-IF.
006930     MOVE LHR-RUN-DATE TO RCL-WS-SER-DATE.
006940     PERFORM 2900-DATE-TO-SERIAL THRU 2900-EXIT.
006950     COMPUTE RCL-WS-AGE-DAYS =
006960         RCL-WS-TONIGHT-SERIAL - RCL-WS-SERIAL.
006970     IF RCL-WS-AGE-DAYS NOT < RCL-WS-LOOKBACK
006980         GO TO 2100-READ-NEXT
006990     END-IF.
007000     IF RCL-SM-ALERTS (RCL-SM-IDX) > ZERO
007010         PERFORM 2200-CHECK-ALERTED THRU 2200-EXIT
007020         IF RCL-WS-FOUND
007030             ADD 1 TO RCL-WS-ALERTED-COUNT
007040             GO TO 2100-READ-NEXT
007050         END-IF
007060     END-IF.
007070     ADD LHR-LARGEST TO RCL-SM-TY-SUM (RCL-SM-IDX).
007080     ADD 1           TO RCL-SM-TY-TALLY (RCL-SM-IDX).
007090     ADD 1           TO RCL-WS-USED-COUNT.
007100     PERFORM 1230-FIND-REGION THRU 1230-EXIT.
007110     IF RCL-WS-FOUND
007120         SET RCL-RG-IDX TO RCL-WS-REGION-SUB
007130         ADD LHR-LARGEST TO RCL-RG-SUM (RCL-RG-IDX)
007140         ADD 1           TO RCL-RG-TALLY (RCL-RG-IDX)
007150     END-IF.
007160 2100-READ-NEXT.
007170     READ LGN-HIST-FILE
007180         AT END
007190             MOVE 'Y' TO RCL-WS-EOF-SW
007200     END-READ.
007210 2100-EXIT.
007220     EXIT.
007230*
007240*===============================================================
007250 2150-FIND-SITE.
007260*===============================================================
007270*    LOOKS UP THE SITE ID THE CALLER LEFT IN RCL-WS-KEY-ID. ONLY
007280*    ACTIVE SITES ARE FOUND - A SITE NOT EXPECTED TO REPORT IS
007290*    NOT RECALIBRATED.
007300     MOVE 'N' TO RCL-WS-FOUND-SW.
007310     MOVE ZERO TO RCL-WS-SITE-SUB.
007320     PERFORM 2155-SCAN-SITE THRU 2155-EXIT
007330         VARYING RCL-SM-IDX FROM 1 BY 1
007340         UNTIL RCL-SM-IDX > RCL-WS-SITE-COUNT.
007350 2150-EXIT.
007360     EXIT.
007370*
007380*===============================================================
007390 2155-SCAN-SITE.
007400*===============================================================
007410     IF RCL-SM-ID (RCL-SM-IDX) = RCL-WS-KEY-ID
007420         IF NOT RCL-SM-NOT-EXPECTED (RCL-SM-IDX)
007430             MOVE 'Y' TO RCL-WS-FOUND-SW
007440             SET RCL-WS-SITE-SUB TO RCL-SM-IDX
007450         END-IF
007460         SET RCL-SM-IDX TO RCL-WS-SITE-COUNT
007470     END-IF.
007480 2155-EXIT.
007490     EXIT.
007500*
007510*===============================================================
007520 2200-CHECK-ALERTED.
007530*===============================================================
007540     MOVE 'N' TO RCL-WS-FOUND-SW.
007550     PERFORM 2210-SCAN-ALERT THRU 2210-EXIT
007560         VARYING RCL-AL-IDX FROM 1 BY 1
007570         UNTIL RCL-AL-IDX > RCL-WS-ALERT-COUNT.
007580 2200-EXIT.
007590     EXIT.
007600*
007610*===============================================================
007620 2210-SCAN-ALERT.
007630*===============================================================
007640     IF RCL-AL-SITE-ID (RCL-AL-IDX) = LHR-SITE-ID
007650             AND RCL-AL-DATE (RCL-AL-IDX) = LHR-RUN-DATE
007660         MOVE 'Y' TO RCL-WS-FOUND-SW
007670         SET RCL-AL-IDX TO RCL-WS-ALERT-COUNT
007680     END-IF.
007690 2210-EXIT.
007700     EXIT.
007710*
007720*===============================================================
007730 2900-DATE-TO-SERIAL.
007740*===============================================================
007750*    SAME MONTH-13/14 SHIFT AS ALERT-ESCALATE'S
007760*    2900-DATE-TO-SERIAL. ONLY DIFFERENCES ARE EVER USED.
007770     MOVE RCL-SER-MONTH TO RCL-WS-SER-M.
007780     MOVE RCL-SER-YEAR  TO RCL-WS-SER-Y.
007790     IF RCL-WS-SER-M < 3
007800         ADD 12 TO RCL-WS-SER-M
007810         SUBTRACT 1 FROM RCL-WS-SER-Y
007820     END-IF.
007830     COMPUTE RCL-WS-SERIAL =
007840         (365 * RCL-WS-SER-Y)
007850         + (RCL-WS-SER-Y / 4)
007860         - (RCL-WS-SER-Y / 100)
007870         + (RCL-WS-SER-Y / 400)
007880         + ((153 * (RCL-WS-SER-M + 1)) / 5)
007890         + RCL-SER-DAY.
007900 2900-EXIT.
007910     EXIT.
007920*
007930*===============================================================
007940 3000-PROPOSE.
007950*===============================================================
007960*    REGION NORMS FIRST, SO EACH SITE LINE CAN SHOW ITS REGION'S
007970*    PROPOSED NORM, THEN ONE LINE PER ACTIVE SITE, THEN THE
007980*    REGION SUMMARY.
007990     MOVE RCL-WS-LOOKBACK TO RTL-LOOKBACK.
008000     MOVE RCL-WS-TONIGHT  TO RTL-TONIGHT.
008010     WRITE RCL-RPT-REC FROM RCL-WS-TITLE-LINE.
008020     WRITE RCL-RPT-REC FROM RCL-WS-BLANK-LINE.
008030     PERFORM 3050-PROPOSE-REGION THRU 3050-EXIT
008040         VARYING RCL-RG-IDX FROM 1 BY 1
008050         UNTIL RCL-RG-IDX > RCL-WS-REGION-COUNT.
008060     WRITE RCL-RPT-REC FROM RCL-WS-SITE-HDR1.
008070     WRITE RCL-RPT-REC FROM RCL-WS-SITE-HDR2.
008080     PERFORM 3100-PROPOSE-SITE THRU 3100-EXIT
008090         VARYING RCL-SM-IDX FROM 1 BY 1
008100         UNTIL RCL-SM-IDX > RCL-WS-SITE-COUNT.
008110     WRITE RCL-RPT-REC FROM RCL-WS-BLANK-LINE.
008120     WRITE RCL-RPT-REC FROM RCL-WS-REGION-HDR.
008130     PERFORM 3200-WRITE-REGION THRU 3200-EXIT
008140         VARYING RCL-RG-IDX FROM 1 BY 1
008150         UNTIL RCL-RG-IDX > RCL-WS-REGION-COUNT.
008160 3000-EXIT.
008170     EXIT.
008180*
008190*===============================================================
008200 3050-PROPOSE-REGION.
008210*===============================================================
008220     IF RCL-RG-TALLY (RCL-RG-IDX) < RCL-WS-MIN-READS
008230             OR RCL-RG-TALLY (RCL-RG-IDX) = ZERO
008240         GO TO 3050-EXIT
008250     END-IF.
008260     COMPUTE RCL-RG-NEW-NORM (RCL-RG-IDX) ROUNDED =
008270         RCL-RG-SUM (RCL-RG-IDX) / RCL-RG-TALLY (RCL-RG-IDX).
008280 3050-EXIT.
008290     EXIT.
008300*
008310*===============================================================
008320 3100-PROPOSE-SITE.
008330*===============================================================
008340     IF RCL-SM-NOT-EXPECTED (RCL-SM-IDX)
008350         GO TO 3100-EXIT
008360     END-IF.
008370     MOVE SPACES TO RCL-WS-SITE-LINE.
008380     MOVE RCL-SM-ID (RCL-SM-IDX)       TO RSL-SITE-ID.
008390     MOVE RCL-SM-NAME (RCL-SM-IDX)     TO RSL-NAME.
008400     MOVE RCL-SM-REGION (RCL-SM-IDX)   TO RSL-REGION.
008410     MOVE RCL-SM-TY-TALLY (RCL-SM-IDX) TO RSL-READS.
008420     MOVE RCL-SM-BASELINE (RCL-SM-IDX) TO RSL-OLD-BASE.
008430     MOVE RCL-SM-NORM (RCL-SM-IDX)     TO RSL-OLD-NORM.
008440     MOVE "--" TO RSL-NEW-BASE-X.
008450     MOVE "--" TO RSL-NEW-NORM-X.
008460     IF RCL-SM-TY-TALLY (RCL-SM-IDX) NOT < RCL-WS-MIN-READS
008470             AND RCL-SM-TY-TALLY (RCL-SM-IDX) > ZERO
008480         COMPUTE RCL-SM-NEW-BASE (RCL-SM-IDX) ROUNDED =
008490             RCL-SM-TY-SUM (RCL-SM-IDX)
008500                 / RCL-SM-TY-TALLY (RCL-SM-IDX)
008510         MOVE RCL-SM-NEW-BASE (RCL-SM-IDX) TO RSL-NEW-BASE
008520         IF RCL-SM-NEW-BASE (RCL-SM-IDX)
008530                 NOT = RCL-SM-BASELINE (RCL-SM-IDX)
008540             ADD 1 TO RCL-WS-BASE-PROP-COUNT
008550         END-IF
008560     END-IF.
008570     PERFORM 1230-FIND-REGION THRU 1230-EXIT.
008580     IF RCL-WS-FOUND
008590         SET RCL-RG-IDX TO RCL-WS-REGION-SUB
008600         IF RCL-RG-NEW-NORM (RCL-RG-IDX) > ZERO
008610             MOVE RCL-RG-NEW-NORM (RCL-RG-IDX)
008620                 TO RCL-SM-NEW-NORM (RCL-SM-IDX)
008630             MOVE RCL-SM-NEW-NORM (RCL-SM-IDX) TO RSL-NEW-NORM
008640             IF RCL-SM-NEW-NORM (RCL-SM-IDX)
008650                     NOT = RCL-SM-NORM (RCL-SM-IDX)
008660                 ADD 1 TO RCL-RG-CHANGING (RCL-RG-IDX)
008670             END-IF
008680         END-IF
008690     END-IF.
008700     PERFORM 3150-COMPARE-DRIFT THRU 3150-EXIT.
008710     WRITE RCL-RPT-REC FROM RCL-WS-SITE-LINE.
008720 3100-EXIT.
008730     EXIT.
008740*
008750*===============================================================
008760 3150-COMPARE-DRIFT.
008770*===============================================================
008780*    LARGEST TESTS A SITE ONLY ON A NIGHT IT REPORTS, AND ONLY
008790*    ONCE IT HAS PRIOR NIGHTS. THE SAME HISTORY AVERAGE IS
008800*    TESTED AGAINST TONIGHT'S FIGURES AND AGAINST THE PROPOSED
008810*    ONES (A FIGURE WITH NO PROPOSAL STAYS AS IT IS).
008820     MOVE '-' TO RSL-DRIFT-NOW RSL-DRIFT-PROP.
008830     IF RCL-WS-DRIFT-TOL = ZERO
008840             OR NOT RCL-SM-TONIGHT (RCL-SM-IDX)
008850             OR RCL-SM-DR-TALLY (RCL-SM-IDX) = ZERO
008860         GO TO 3150-EXIT
008870     END-IF.
008880     COMPUTE RCL-WS-HIST-AVG ROUNDED =
008890         RCL-SM-DR-SUM (RCL-SM-IDX)
008900             / RCL-SM-DR-TALLY (RCL-SM-IDX).
008910     MOVE RCL-SM-BASELINE (RCL-SM-IDX) TO RCL-WS-TEST-BASE.
008920     MOVE RCL-SM-NORM (RCL-SM-IDX)     TO RCL-WS-TEST-NORM.
008930     PERFORM 3160-TEST-DRIFT THRU 3160-EXIT.
008940     IF RCL-WS-DRIFTING
008950         MOVE 'Y' TO RSL-DRIFT-NOW
008960         ADD 1 TO RCL-WS-DRIFT-NOW-COUNT
008970     ELSE
008980         MOVE 'N' TO RSL-DRIFT-NOW
008990     END-IF.
009000     IF RCL-SM-NEW-BASE (RCL-SM-IDX) > ZERO
009010         MOVE RCL-SM-NEW-BASE (RCL-SM-IDX) TO RCL-WS-TEST-BASE
009020     END-IF.
009030     IF RCL-SM-NEW-NORM (RCL-SM-IDX) > ZERO
009040         MOVE RCL-SM-NEW-NORM (RCL-SM-IDX) TO RCL-WS-TEST-NORM
009050     END-IF.
009060     PERFORM 3160-TEST-DRIFT THRU 3160-EXIT.
009070     IF RCL-WS-DRIFTING
009080         MOVE 'Y' TO RSL-DRIFT-PROP
009090         ADD 1 TO RCL-WS-DRIFT-PROP-COUNT
009100     ELSE
009110         MOVE 'N' TO RSL-DRIFT-PROP
009120     END-IF.
009130 3150-EXIT.
009140     EXIT.
009150*
009160*===============================================================
009170 3160-TEST-DRIFT.
009180*===============================================================
009190*    LARGEST'S TEST - A FIGURE OF ZERO (NOT SURVEYED) IS NOT
009200*    TESTED.
009210     MOVE 'N' TO RCL-WS-DRIFTING-SW.
009220     IF RCL-WS-TEST-BASE > ZERO
009230         COMPUTE RCL-WS-DRIFT-DIFF =
009240             RCL-WS-HIST-AVG - RCL-WS-TEST-BASE
009250         IF RCL-WS-DRIFT-DIFF < ZERO
009260             COMPUTE RCL-WS-DRIFT-DIFF =
009270                 ZERO - RCL-WS-DRIFT-DIFF
009280         END-IF
009290         IF RCL-WS-DRIFT-DIFF > RCL-WS-DRIFT-TOL
009300             MOVE 'Y' TO RCL-WS-DRIFTING-SW
009310         END-IF
009320     END-IF.
009330     IF RCL-WS-TEST-NORM > ZERO
009340         COMPUTE RCL-WS-DRIFT-DIFF =
009350             RCL-WS-HIST-AVG - RCL-WS-TEST-NORM
009360         IF RCL-WS-DRIFT-DIFF < ZERO
009370             COMPUTE RCL-WS-DRIFT-DIFF =
009380                 ZERO - RCL-WS-DRIFT-DIFF
009390         END-IF
009400         IF RCL-WS-DRIFT-DIFF > RCL-WS-DRIFT-TOL
009410             MOVE 'Y' TO RCL-WS-DRIFTING-SW
009420         END-IF
009430     END-IF.
009440 3160-EXIT.
009450     EXIT.
009460*
009470*===============================================================
009480 3200-WRITE-REGION.
009490*===============================================================
009500     MOVE SPACES TO RCL-WS-REGION-LINE.
009510     MOVE RCL-RG-REGION (RCL-RG-IDX) TO RRL-REGION.
009520     MOVE RCL-RG-SITES (RCL-RG-IDX)  TO RRL-SITES.
009530     MOVE RCL-RG-TALLY (RCL-RG-IDX)  TO RRL-READS.
009540     IF RCL-RG-NEW-NORM (RCL-RG-IDX) > ZERO
009550         MOVE RCL-RG-NEW-NORM (RCL-RG-IDX) TO RRL-NEW-NORM
009560         ADD 1 TO RCL-WS-NORM-PROP-COUNT
009570     ELSE
009580         MOVE "--" TO RRL-NEW-NORM-X
009590     END-IF.
009600     MOVE RCL-RG-CHANGING (RCL-RG-IDX) TO RRL-CHANGING.
009610     WRITE RCL-RPT-REC FROM RCL-WS-REGION-LINE.
009620 3200-EXIT.
009630     EXIT.
009640*
009650*===============================================================
009660 4000-APPLY-APPROVALS.
009670*===============================================================
009680*    NO APPROVAL FILE (OR AN EMPTY ONE) IS THE FIRST RUN OF THE
009690*    QUARTER - PROPOSALS ONLY, NO TRANSACTIONS.
009700     OPEN INPUT RCL-APPR-FILE.
009710     IF RCL-WS-APPR-STATUS NOT = '00'
009720         GO TO 4000-EXIT
009730     END-IF.
009740     WRITE RCL-RPT-REC FROM RCL-WS-BLANK-LINE.
009750     WRITE RCL-RPT-REC FROM RCL-WS-APPR-HDR.
009760     MOVE 'N' TO RCL-WS-EOF-SW.
009770     READ RCL-APPR-FILE
009780         AT END
009790             MOVE 'Y' TO RCL-WS-EOF-SW
009800     END-READ.
009810     PERFORM 4100-CHECK-ONE-APPROVAL THRU 4100-EXIT
009820         UNTIL RCL-WS-EOF.
009830     CLOSE RCL-APPR-FILE.
009840     PERFORM 4500-WRITE-ONE-TXN THRU 4500-EXIT
009850         VARYING RCL-SM-IDX FROM 1 BY 1
009860         UNTIL RCL-SM-IDX > RCL-WS-SITE-COUNT.
009870 4000-EXIT.
009880     EXIT.
009890*
009900*===============================================================
009910 4100-CHECK-ONE-APPROVAL.
009920*===============================================================
009930     ADD 1 TO RCL-WS-APPR-COUNT.
009940     MOVE SPACES TO RCL-WS-REJ-REASON.
009950     MOVE SPACES TO RCL-WS-APPR-LINE.
009960     MOVE RAP-TYPE     TO RAL-TYPE.
009970     MOVE RAP-KEY      TO RAL-KEY.
009980     MOVE RAP-APPROVER TO RAL-APPROVER.
009990     IF RAP-VALUE-X NOT = SPACES
010000             AND (RAP-VALUE NOT NUMERIC OR RAP-VALUE = ZERO)
010010         MOVE "APPROVED VALUE NOT 01-99" TO RCL-WS-REJ-REASON
010020         GO TO 4100-WRITE-LINE
010030     END-IF.
010040     EVALUATE TRUE
010050         WHEN RAP-SITE
010060             PERFORM 4200-APPROVE-SITE THRU 4200-EXIT
010070         WHEN RAP-REGION
010080             PERFORM 4300-APPROVE-REGION THRU 4300-EXIT
010090         WHEN OTHER
010100             MOVE "APPROVAL TYPE NOT S OR R" TO RCL-WS-REJ-REASON
010110     END-EVALUATE.
010120 4100-WRITE-LINE.
010130     IF RCL-WS-REJ-REASON = SPACES
010140         MOVE "APPROVED" TO RAL-DISP
010150         ADD 1 TO RCL-WS-APPR-OK-COUNT
010160     ELSE
010170         MOVE "REJECTED" TO RAL-DISP
010180         MOVE RCL-WS-REJ-REASON TO RAL-REASON
010190         ADD 1 TO RCL-WS-APPR-REJ-COUNT
010200     END-IF.
010210     WRITE RCL-RPT-REC FROM RCL-WS-APPR-LINE.
010220     READ RCL-APPR-FILE
010230         AT END
010240             MOVE 'Y' TO RCL-WS-EOF-SW
010250     END-READ.
010260 4100-EXIT.
010270     EXIT.
010280*
010290*===============================================================
010300 4200-APPROVE-SITE.
010310*===============================================================
010320*    AN APPROVAL ALREADY MATCHING THE MASTER (LAST QUARTER'S
010330*    APPROVAL RUN AGAIN) RAISES NO TRANSACTION.
010340     MOVE RAP-KEY TO RCL-WS-KEY-ID.
010350     PERFORM 2150-FIND-SITE THRU 2150-EXIT.
010360     IF NOT RCL-WS-FOUND
010370         MOVE "SITE NOT ACTIVE ON MASTER" TO RCL-WS-REJ-REASON
010380         GO TO 4200-EXIT
010390     END-IF.
010400     SET RCL-SM-IDX TO RCL-WS-SITE-SUB.
010410     IF RAP-VALUE-X = SPACES
010420         IF RCL-SM-NEW-BASE (RCL-SM-IDX) = ZERO
010430             MOVE "NO BASELINE PROPOSED FOR SITE"
010440                 TO RCL-WS-REJ-REASON
010450             GO TO 4200-EXIT
010460         END-IF
010470         MOVE RCL-SM-NEW-BASE (RCL-SM-IDX) TO RAL-VALUE
010480         MOVE RCL-SM-NEW-BASE (RCL-SM-IDX)
010490             TO RCL-SM-APR-BASE (RCL-SM-IDX)
010500     ELSE
010510         MOVE RAP-VALUE TO RAL-VALUE
010520         MOVE RAP-VALUE TO RCL-SM-APR-BASE (RCL-SM-IDX)
010530     END-IF.
010540     IF RCL-SM-APR-BASE (RCL-SM-IDX)
010550             = RCL-SM-BASELINE (RCL-SM-IDX)
010560         MOVE SPACES TO RCL-SM-APR-BASE-X (RCL-SM-IDX)
010570         MOVE "BASELINE ALREADY ON MASTER" TO RCL-WS-REJ-REASON
010580     END-IF.
010590 4200-EXIT.
010600     EXIT.
010610*
010620*===============================================================
010630 4300-APPROVE-REGION.
010640*===============================================================
010650*    THE NORM IS CARRIED ON EVERY SITE, SO A REGION APPROVAL
010660*    CHANGES EACH ACTIVE SITE IN THE REGION NOT ALREADY ON IT.
010670     MOVE 'N' TO RCL-WS-FOUND-SW.
010680     PERFORM 4310-SCAN-REGION-KEY THRU 4310-EXIT
010690         VARYING RCL-RG-IDX FROM 1 BY 1
010700         UNTIL RCL-RG-IDX > RCL-WS-REGION-COUNT.
010710     IF NOT RCL-WS-FOUND
010720         MOVE "NO ACTIVE SITE IN REGION" TO RCL-WS-REJ-REASON
010730         GO TO 4300-EXIT
010740     END-IF.
010750     SET RCL-RG-IDX TO RCL-WS-REGION-SUB.
010760     IF RAP-VALUE-X = SPACES
010770         IF RCL-RG-NEW-NORM (RCL-RG-IDX) = ZERO
010780             MOVE "NO NORM PROPOSED FOR REGION"
010790                 TO RCL-WS-REJ-REASON
010800             GO TO 4300-EXIT
010810         END-IF
010820         MOVE RCL-RG-NEW-NORM (RCL-RG-IDX) TO RCL-WS-APR-VALUE
010830     ELSE
010840         MOVE RAP-VALUE TO RCL-WS-APR-VALUE
010850     END-IF.
010860     MOVE RCL-WS-APR-VALUE TO RAL-VALUE.
010870     MOVE ZERO TO RCL-WS-SITE-SUB.
010880     PERFORM 4320-APPROVE-ONE-NORM THRU 4320-EXIT
010890         VARYING RCL-SM-IDX FROM 1 BY 1
010900         UNTIL RCL-SM-IDX > RCL-WS-SITE-COUNT.
010910     IF RCL-WS-SITE-SUB = ZERO
010920         MOVE "NORM ALREADY ON MASTER" TO RCL-WS-REJ-REASON
010930     END-IF.
010940 4300-EXIT.
010950     EXIT.
010960*
010970*===============================================================
010980 4310-SCAN-REGION-KEY.
010990*===============================================================
011000     IF RCL-RG-REGION (RCL-RG-IDX) = RAP-REGION-CODE
011010         MOVE 'Y' TO RCL-WS-FOUND-SW
011020         SET RCL-WS-REGION-SUB TO RCL-RG-IDX
011030         SET RCL-RG-IDX TO RCL-WS-REGION-COUNT
011040     END-IF.
011050 4310-EXIT.
011060     EXIT.
011070*
011080*===============================================================
011090 4320-APPROVE-ONE-NORM.
011100*===============================================================
011110*    RCL-WS-SITE-SUB COUNTS THE SITES THE APPROVAL CHANGES.
011120     IF RCL-SM-NOT-EXPECTED (RCL-SM-IDX)
011130             OR RCL-SM-REGION (RCL-SM-IDX) NOT = RAP-REGION-CODE
011140         GO TO 4320-EXIT
011150     END-IF.
011160     IF RCL-SM-NORM (RCL-SM-IDX) = RCL-WS-APR-VALUE
011170         MOVE SPACES TO RCL-SM-APR-NORM-X (RCL-SM-IDX)
011180         GO TO 4320-EXIT
011190     END-IF.
011200     MOVE RCL-WS-APR-VALUE TO RCL-SM-APR-NORM (RCL-SM-IDX).
011210     ADD 1 TO RCL-WS-SITE-SUB.
011220 4320-EXIT.
011230     EXIT.
011240*
011250*===============================================================
011260 4500-WRITE-ONE-TXN.
011270*===============================================================
011280*    ONE SITE-MAINT CHANGE PER SITE CARRYING WHATEVER WAS
011290*    APPROVED FOR IT - BASELINE, NORM OR BOTH.
011300     IF RCL-SM-APR-BASE-X (RCL-SM-IDX) = SPACES
011310             AND RCL-SM-APR-NORM-X (RCL-SM-IDX) = SPACES
011320         GO TO 4500-EXIT
011330     END-IF.
011340     MOVE SPACES                   TO RCL-TXN-REC.
011350     MOVE 'C'                      TO RTX-ACTION.
011360     MOVE RCL-SM-ID (RCL-SM-IDX)   TO RTX-SITE-ID.
011370     MOVE RCL-SM-APR-BASE-X (RCL-SM-IDX) TO RTX-BASELINE-X.
011380     MOVE RCL-SM-APR-NORM-X (RCL-SM-IDX) TO RTX-NORM-X.
011390     WRITE RCL-TXN-REC.
011400     ADD 1 TO RCL-WS-TXN-COUNT.
011410 4500-EXIT.
011420     EXIT.
011430*
011440*===============================================================
011450 5000-TERMINATE.
011460*===============================================================
011470     WRITE RCL-RPT-REC FROM RCL-WS-BLANK-LINE.
011480     MOVE "HISTORY RECORDS READ:" TO RFL-LABEL.
011490     MOVE RCL-WS-HIST-COUNT TO RFL-COUNT.
011500     WRITE RCL-RPT-REC FROM RCL-WS-FOOT-LINE.
011510     MOVE "READINGS USED IN LOOK-BACK:" TO RFL-LABEL.
011520     MOVE RCL-WS-USED-COUNT TO RFL-COUNT.
011530     WRITE RCL-RPT-REC FROM RCL-WS-FOOT-LINE.
011540     MOVE "ALERTED READINGS LEFT OUT:" TO RFL-LABEL.
011550     MOVE RCL-WS-ALERTED-COUNT TO RFL-COUNT.
011560     WRITE RCL-RPT-REC FROM RCL-WS-FOOT-LINE.
011570     MOVE "SITES WITH A NEW BASELINE PROPOSED:" TO RFL-LABEL.
011580     MOVE RCL-WS-BASE-PROP-COUNT TO RFL-COUNT.
011590     WRITE RCL-RPT-REC FROM RCL-WS-FOOT-LINE.
011600     MOVE "REGIONS WITH A NORM PROPOSED:" TO RFL-LABEL.
011610     MOVE RCL-WS-NORM-PROP-COUNT TO RFL-COUNT.
011620     WRITE RCL-RPT-REC FROM RCL-WS-FOOT-LINE.
011630     MOVE "DRIFT ALERTS TONIGHT - CURRENT FIGURES:"
011640         TO RFL-LABEL.
011650     MOVE RCL-WS-DRIFT-NOW-COUNT TO RFL-COUNT.
011660     WRITE RCL-RPT-REC FROM RCL-WS-FOOT-LINE.
011670     MOVE "DRIFT ALERTS TONIGHT - PROPOSED FIGURES:"
011680         TO RFL-LABEL.
011690     MOVE RCL-WS-DRIFT-PROP-COUNT TO RFL-COUNT.
011700     WRITE RCL-RPT-REC FROM RCL-WS-FOOT-LINE.
011710     MOVE "CHANGE IN DRIFT ALERTS:" TO RFL-LABEL.
011720     COMPUTE RFL-COUNT =
011730         RCL-WS-DRIFT-PROP-COUNT - RCL-WS-DRIFT-NOW-COUNT.
011740     WRITE RCL-RPT-REC FROM RCL-WS-FOOT-LINE.
011750     IF RCL-WS-DRIFT-TOL = ZERO
011760         MOVE "(NO DRIFTTL PARM - NO DRIFT TEST RUNS)"
011770             TO RFL-LABEL
011780         MOVE ZERO TO RFL-COUNT
011790         WRITE RCL-RPT-REC FROM RCL-WS-FOOT-LINE
011800     END-IF.
011810     MOVE "APPROVALS READ:" TO RFL-LABEL.
011820     MOVE RCL-WS-APPR-COUNT TO RFL-COUNT.
011830     WRITE RCL-RPT-REC FROM RCL-WS-FOOT-LINE.
011840     MOVE "APPROVALS REJECTED:" TO RFL-LABEL.
011850     MOVE RCL-WS-APPR-REJ-COUNT TO RFL-COUNT.
011860     WRITE RCL-RPT-REC FROM RCL-WS-FOOT-LINE.
011870     MOVE "SITE-MAINT TRANSACTIONS WRITTEN:" TO RFL-LABEL.
011880     MOVE RCL-WS-TXN-COUNT TO RFL-COUNT.
011890     WRITE RCL-RPT-REC FROM RCL-WS-FOOT-LINE.
011900     CLOSE RCL-TXN-FILE.
011910     CLOSE RCL-RPT-FILE.
011920     DISPLAY "SITE-RECAL: BASELINES PROPOSED:   "
011930         RCL-WS-BASE-PROP-COUNT.
011940     DISPLAY "SITE-RECAL: NORMS PROPOSED:       "
011950         RCL-WS-NORM-PROP-COUNT.
011960     DISPLAY "SITE-RECAL: TRANSACTIONS WRITTEN: "
011970         RCL-WS-TXN-COUNT.
011980 5000-EXIT.
011990     EXIT.
