000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LOAN-MODIFY.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   LOAN SERVICING DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. LOAN MODIFICATION AND
000130*                    RESTRUCTURE. SERVICING'S MODIFICATION
000140*                    TRANSACTIONS (LMD-TXN-FILE) CHANGE A LOAN'S
000150*                    RATE, TERM AND INSTALLMENT IN PLACE - THE
000160*                    LOAN KEEPS ITS ID AND ITS HISTORY INSTEAD OF
000170*                    BEING CLOSED AND REBOOKED THROUGH
000180*                    QUOTE-SELECT. SIM-LOAN-FILE IS COPIED TO A
000190*                    NEW GENERATION WITH THE NEW RATE AND TERM (A
000200*                    DATED LOAN'S ACCRUAL END DATE MOVES WITH ITS
000210*                    TERM), THE LOAN'S DUE SCHEDULE IS REISSUED
000220*                    ON PAYSCHED FROM THE EFFECTIVE DATE AT THE
000230*                    NEW INSTALLMENT, AND EVERY MODIFICATION'S
000240*                    BEFORE AND AFTER VALUES GO TO THE KEYED
000250*                    PAY-MODH-FILE AUDIT, WHICH LOAN-TRACE SHOWS
000260*                    AS ITS OWN EVENT. THE REISSUED SCHEDULE'S
000270*                    FIRST DUE DATE IS THE EFFECTIVE DATE, SO
000280*                    LOAN-PAYMENT AGES THE LOAN CURRENT FROM ITS
000290*                    NEXT RUN UNTIL IT MISSES A PAYMENT UNDER THE
000300*                    NEW TERMS.
000310*---------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT LMD-TXN-FILE     ASSIGN TO MODTXN
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS LMD-WS-TXN-STATUS.
000410     SELECT SIM-LOAN-FILE    ASSIGN TO SIMLOAN
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS LMD-WS-LOAN-STATUS.
000440     SELECT SIM-NEW-FILE     ASSIGN TO SIMLOANN
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460     SELECT PAY-BAL-FILE     ASSIGN TO PAYBALMS
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS PAY-BM-LOAN-ID
000500         FILE STATUS IS LMD-WS-BAL-STATUS.
000510     SELECT PAY-MODH-FILE    ASSIGN TO PAYMODHS
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS PMH-KEY
000550         FILE STATUS IS LMD-WS-MODH-STATUS.
000560     SELECT PAY-SCHED-FILE   ASSIGN TO PAYSCHED
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS LMD-WS-SCHED-STATUS.
000590     SELECT LMD-RPT-FILE     ASSIGN TO MODRPT
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640*    SERVICING'S MODIFICATION TRANSACTIONS. A ZERO NEW RATE,
000650*    TERM OR INSTALLMENT LEAVES THAT TERM AS IT IS; AT LEAST ONE
000660*    MUST CHANGE. THE OFFICER IS WHOEVER APPROVED THE WORKOUT.
000670 FD  LMD-TXN-FILE
000680     RECORD CONTAINS 60 CHARACTERS.
000690 01  LMD-TXN-REC.
000700     05  LMT-LOAN-ID             PIC X(10).
000710     05  LMT-EFF-DATE            PIC 9(08).
000720     05  LMT-NEW-RATE            PIC 9(02)V99.
000730     05  LMT-NEW-TERM            PIC 9(01)V99.
000740     05  LMT-NEW-PAYMENT         PIC 9(05)V99.
000750     05  LMT-REASON              PIC X(02).
000760         88  LMT-REASON-VALID    VALUE 'HD' 'DS' 'MI' 'RN' 'OT'.
000770     05  LMT-OFFICER             PIC X(08).
000780     05  FILLER                  PIC X(18).
000790*
000800*    SAME LAYOUT AS SIMPLE-INTEREST'S SIM-LOAN-REC. THE FEEDER'S
000810*    '*H*'/'*T*' CONTROL RECORDS ARE COPIED THROUGH UNCHANGED -
000820*    A MODIFICATION TOUCHES NO PRINCIPAL, SO THE TRAILER COUNT
000830*    AND HASH STILL PROVE.
000840 FD  SIM-LOAN-FILE
000850     RECORD CONTAINS 60 CHARACTERS.
000860 01  SIM-LOAN-REC.
000870     05  SIM-IN-LOAN-ID          PIC X(10).
000880     05  SIM-IN-PRINCIPAL        PIC 9(07)V99.
000890     05  SIM-IN-RATE             PIC 9(02)V99.
000900     05  SIM-IN-TERM             PIC 9(01)V99.
000910     05  SIM-IN-ORIG-DATE        PIC 9(08).
000920     05  SIM-IN-END-DATE         PIC 9(08).
000930     05  FILLER                  PIC X(18).
000940 01  SIM-LOAN-CTL-REC.
000950     05  SLC-REC-ID              PIC X(03).
000960         88  SLC-CONTROL-REC     VALUE '*H*' '*T*'.
000970     05  FILLER                  PIC X(57).
000980*
000990 FD  SIM-NEW-FILE
001000     RECORD CONTAINS 60 CHARACTERS.
001010 01  SIM-NEW-REC                 PIC X(60).
001020*
001030*    SAME KEYED BALANCE MASTER LOAN-PAYMENT MAINTAINS - READ HERE
001040*    FOR THE LOAN'S STANDING AND ITS CURRENT DUE SCHEDULE.
001050 FD  PAY-BAL-FILE
001060     RECORD CONTAINS 80 CHARACTERS.
001070 01  PAY-BAL-REC.
001080     05  PAY-BM-LOAN-ID          PIC X(10).
001090     05  PAY-BM-BALANCE          PIC 9(07)V99.
001100     05  PAY-BM-LAST-POST-DATE   PIC 9(08).
001110     05  PAY-BM-LAST-PAY-DATE    PIC 9(08).
001120     05  PAY-BM-NEXT-DUE-DATE    PIC 9(08).
001130     05  PAY-BM-DUE-AMOUNT       PIC 9(05)V99.
001140     05  PAY-BM-PRIN-BAL         PIC 9(07)V99.
001150     05  PAY-BM-INT-BAL          PIC 9(07)V99.
001160     05  PAY-BM-FEE-BAL          PIC 9(07)V99.
001170     05  PAY-BM-STATUS           PIC X(01).
001180         88  PAY-BM-CHARGED-OFF  VALUE 'C'.
001190     05  FILLER                  PIC X(02).
001200*
001210*    MODIFICATION AUDIT - ONE KEYED RECORD PER LOAN AND EFFECTIVE
001220*    DATE WITH THE TERMS BEFORE AND AFTER. THE KEY ALSO STOPS A
001230*    RESUBMITTED TRANSACTION BEING APPLIED TWICE.
001240 FD  PAY-MODH-FILE
001250     RECORD CONTAINS 100 CHARACTERS.
001260 01  PAY-MODH-REC.
001270     05  PMH-KEY.
001280         10  PMH-LOAN-ID         PIC X(10).
001290         10  PMH-EFF-DATE        PIC 9(08).
001300     05  PMH-RUN-DATE            PIC 9(08).
001310     05  PMH-REASON              PIC X(02).
001320     05  PMH-OFFICER             PIC X(08).
001330     05  PMH-OLD-RATE            PIC 9(02)V99.
001340     05  PMH-NEW-RATE            PIC 9(02)V99.
001350     05  PMH-OLD-TERM            PIC 9(01)V99.
001360     05  PMH-NEW-TERM            PIC 9(01)V99.
001370     05  PMH-OLD-END-DATE        PIC 9(08).
001380     05  PMH-NEW-END-DATE        PIC 9(08).
001390     05  PMH-OLD-PAYMENT         PIC 9(05)V99.
001400     05  PMH-NEW-PAYMENT         PIC 9(05)V99.
001410     05  PMH-OLD-DUE-DATE        PIC 9(08).
001420     05  PMH-DAYS-PAST           PIC 9(05).
001430     05  FILLER                  PIC X(07).
001440*
001450*    LOAN-PAYMENT'S DUE-SCHEDULE MAINTENANCE FILE - SEE ITS
001460*    PAY-SCHED-REC. APPENDED TO, SO SERVICING'S OWN SCHEDULE
001470*    RECORDS FOR THE NIGHT STAY IN FRONT OF THESE.
001480 FD  PAY-SCHED-FILE
001490     RECORD CONTAINS 30 CHARACTERS.
001500 01  PAY-SCHED-REC.
001510     05  PSC-LOAN-ID             PIC X(10).
001520     05  PSC-NEXT-DUE-DATE       PIC 9(08).
001530     05  PSC-DUE-AMOUNT          PIC 9(05)V99.
001540     05  FILLER                  PIC X(05).
001550*
001560 FD  LMD-RPT-FILE
001570     RECORD CONTAINS 80 CHARACTERS.
001580 01  LMD-RPT-REC                 PIC X(80).
001590*
001600 WORKING-STORAGE SECTION.
001610 77  LMD-WS-TXN-EOF-SW           PIC X(01) VALUE 'N'.
001620     88  LMD-WS-TXN-EOF          VALUE 'Y'.
001630 77  LMD-WS-LOAN-EOF-SW          PIC X(01) VALUE 'N'.
001640     88  LMD-WS-LOAN-EOF         VALUE 'Y'.
001650 77  LMD-WS-FOUND-SW             PIC X(01).
001660     88  LMD-WS-FOUND            VALUE 'Y'.
001670 77  LMD-WS-STOP-SW              PIC X(01) VALUE 'N'.
001680     88  LMD-WS-STOP             VALUE 'Y'.
001690 77  LMD-WS-TXN-STATUS           PIC X(02) VALUE '00'.
001700 77  LMD-WS-LOAN-STATUS          PIC X(02) VALUE '00'.
001710 77  LMD-WS-BAL-STATUS           PIC X(02) VALUE '00'.
001720 77  LMD-WS-MODH-STATUS          PIC X(02) VALUE '00'.
001730 77  LMD-WS-SCHED-STATUS         PIC X(02) VALUE '00'.
001740*
001750 77  LMD-WS-TXN-READ             PIC 9(07) COMP VALUE ZERO.
001760 77  LMD-WS-LOANS-COPIED         PIC 9(07) COMP VALUE ZERO.
001770 77  LMD-WS-MODIFIED             PIC 9(07) COMP VALUE ZERO.
001780 77  LMD-WS-CURED                PIC 9(07) COMP VALUE ZERO.
001790 77  LMD-WS-REJECTED             PIC 9(07) COMP VALUE ZERO.
001800 77  LMD-WS-HIT                  PIC 9(05) COMP VALUE ZERO.
001810 77  LMD-WS-SEEK-ID              PIC X(10).
001820 77  LMD-WS-REASON               PIC X(40).
001830     COPY RUNSTAMP.
001840*
001850*    THE NIGHT'S VALID TRANSACTIONS, ONE PER LOAN, MATCHED TO
001860*    SIM-LOAN-FILE AS IT IS COPIED. LMD-MT-STATUS IS 'P' UNTIL
001870*    THE LOAN IS REACHED, THEN 'D'.
001880 77  LMD-WS-MT-COUNT             PIC 9(05) COMP VALUE ZERO.
001890 01  LMD-WS-MOD-TABLE.
001900     05  LMD-MT-ENTRY OCCURS 500 TIMES
001910                      INDEXED BY LMD-MT-IDX.
001920         10  LMD-MT-LOAN-ID      PIC X(10).
001930         10  LMD-MT-EFF-DATE     PIC 9(08).
001940         10  LMD-MT-NEW-RATE     PIC 9(02)V99.
001950         10  LMD-MT-NEW-TERM     PIC 9(01)V99.
001960         10  LMD-MT-NEW-PAYMENT  PIC 9(05)V99.
001970         10  LMD-MT-REASON       PIC X(02).
001980         10  LMD-MT-OFFICER      PIC X(08).
001990         10  LMD-MT-STATUS       PIC X(01).
002000             88  LMD-MT-PENDING  VALUE 'P'.
002010*
002020*    SERIAL-DAY CONVERSION - SAME SHAPE AS SIMPLE-INTEREST'S
002030*    2090-DATE-TO-SERIAL.
002040 01  LMD-WS-SER-DATE             PIC 9(08).
002050 01  LMD-WS-SER-DATE-MDY REDEFINES LMD-WS-SER-DATE.
002060     05  LMD-SER-YEAR            PIC 9(04).
002070     05  LMD-SER-MONTH           PIC 9(02).
002080     05  LMD-SER-DAY             PIC 9(02).
002090 77  LMD-WS-SER-M                PIC 9(04) COMP VALUE ZERO.
002100 77  LMD-WS-SER-Y                PIC 9(04) COMP VALUE ZERO.
002110 77  LMD-WS-SERIAL               PIC 9(07) COMP VALUE ZERO.
002120 77  LMD-WS-TODAY-SERIAL         PIC 9(07) COMP VALUE ZERO.
002130*
002140*    ACCRUAL END DATE - ORIGINATION DATE PLUS THE NEW TERM IN
002150*    WHOLE MONTHS, THE DAY HELD BACK TO THE LAST OF A SHORTER
002160*    MONTH.
002170 01  LMD-WS-END-DATE             PIC 9(08).
002180 01  LMD-WS-END-DATE-MDY REDEFINES LMD-WS-END-DATE.
002190     05  LMD-END-YEAR            PIC 9(04).
002200     05  LMD-END-MONTH           PIC 9(02).
002210     05  LMD-END-DAY             PIC 9(02).
002220 77  LMD-WS-TERM-MONTHS          PIC 9(03) COMP VALUE ZERO.
002230 77  LMD-WS-ADD-YEARS            PIC 9(03) COMP VALUE ZERO.
002240 77  LMD-WS-ADD-MONTHS           PIC 9(03) COMP VALUE ZERO.
002250 77  LMD-WS-MONTH-DAYS           PIC 9(02) COMP VALUE ZERO.
002260 77  LMD-WS-LEAP-QUOT            PIC 9(04) COMP VALUE ZERO.
002270 77  LMD-WS-LEAP-REM             PIC 9(03) COMP VALUE ZERO.
002280 01  LMD-WS-DAYS-IN-MONTH.
002290     05  FILLER                  PIC X(24) VALUE
002300         "312831303130313130313031".
002310 01  LMD-WS-DIM-TBL REDEFINES LMD-WS-DAYS-IN-MONTH.
002320     05  LMD-DIM-DAYS OCCURS 12 TIMES
002330                                 PIC 9(02).
002340*
002350 01  LMD-WS-TITLE-LINE.
002360     05  FILLER                  PIC X(40) VALUE
002370         "LOAN MODIFICATION REPORT".
002380     05  FILLER                  PIC X(40) VALUE SPACES.
002390*
002400 01  LMD-WS-COL-HDR.
002410     05  FILLER                  PIC X(40) VALUE
002420         "LOAN ID     EFFECTIV  RS  RATE         T".
002430     05  FILLER                  PIC X(40) VALUE
002440         "ERM       INSTALLMENT    DAYS PAST".
002450*
002460 01  LMD-WS-DTL-LINE.
002470     05  LDL-LOAN-ID             PIC X(10).
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  LDL-EFF-DATE            PIC 9(08).
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  LDL-REASON              PIC X(02).
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  LDL-OLD-RATE            PIC Z9.99.
002540     05  FILLER                  PIC X(01) VALUE '>'.
002550     05  LDL-NEW-RATE            PIC Z9.99.
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  LDL-OLD-TERM            PIC 9.99.
002580     05  FILLER                  PIC X(01) VALUE '>'.
002590     05  LDL-NEW-TERM            PIC 9.99.
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  LDL-OLD-PAYMENT         PIC ZZZZ9.99.
002620     05  FILLER                  PIC X(01) VALUE '>'.
002630     05  LDL-NEW-PAYMENT         PIC ZZZZ9.99.
002640     05  FILLER                  PIC X(02) VALUE SPACES.
002650     05  LDL-DAYS-PAST           PIC ZZZZ9.
002660     05  FILLER                  PIC X(06) VALUE SPACES.
002670*
002680 01  LMD-WS-REJ-LINE.
002690     05  LRJ-LOAN-ID             PIC X(10).
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  LRJ-EFF-DATE            PIC X(08).
002720     05  FILLER                  PIC X(02) VALUE SPACES.
002730     05  FILLER                  PIC X(09) VALUE "REJECTED ".
002740     05  LRJ-REASON              PIC X(40).
002750     05  FILLER                  PIC X(09) VALUE SPACES.
002760*
002770 01  LMD-WS-FOOT-LINE.
002780     05  LFL-LABEL               PIC X(34).
002790     05  LFL-COUNT               PIC Z(6)9.
002800     05  FILLER                  PIC X(39) VALUE SPACES.
002810*
002820 01  LMD-WS-NOTE-LINE            PIC X(80).
002830 01  LMD-WS-BLANK-LINE           PIC X(80) VALUE SPACES.
002840*
002850 PROCEDURE DIVISION.
002860*===============================================================
002870 0000-MAINLINE.
002880*===============================================================
002890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002900     IF NOT LMD-WS-STOP
002910         PERFORM 2000-LOAD-ONE-TXN THRU 2000-EXIT
002920             UNTIL LMD-WS-TXN-EOF
002930         PERFORM 3000-COPY-ONE-LOAN THRU 3000-EXIT
002940             UNTIL LMD-WS-LOAN-EOF
002950         PERFORM 4000-REJECT-UNMATCHED THRU 4000-EXIT
002960             VARYING LMD-MT-IDX FROM 1 BY 1
002970             UNTIL LMD-MT-IDX > LMD-WS-MT-COUNT
002980     END-IF.
002990     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003000     STOP RUN.
003010*
003020*===============================================================
003030 1000-INITIALIZE.
003040*===============================================================
003050*    THE LOAN FILE AND THE BALANCE MASTER ARE BOTH NEEDED - A
003060*    RUN WITHOUT EITHER STOPS WITH RC 8 SO THE CUTOVER STEP
003070*    NEVER RENAMES A SHORT NEW GENERATION OVER THE OLD ONE.
003080     OPEN OUTPUT LMD-RPT-FILE.
003090     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
003100     ACCEPT RUNSTAMP-TIME FROM TIME.
003110     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
003120     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
003130     WRITE LMD-RPT-REC FROM RUNSTAMP-HEADER-LINE.
003140     WRITE LMD-RPT-REC FROM LMD-WS-TITLE-LINE.
003150     WRITE LMD-RPT-REC FROM LMD-WS-COL-HDR.
003160     MOVE RUNSTAMP-DATE TO LMD-WS-SER-DATE.
003170     PERFORM 8900-DATE-TO-SERIAL THRU 8900-EXIT.
003180     MOVE LMD-WS-SERIAL TO LMD-WS-TODAY-SERIAL.
003190     OPEN INPUT SIM-LOAN-FILE.
003200     IF LMD-WS-LOAN-STATUS NOT = '00'
003210         MOVE "SIM-LOAN-FILE NOT AVAILABLE - NOTHING MODIFIED"
003220             TO LMD-WS-NOTE-LINE
003230         MOVE 'Y' TO LMD-WS-STOP-SW
003240         GO TO 1000-EXIT
003250     END-IF.
003260     OPEN INPUT PAY-BAL-FILE.
003270     IF LMD-WS-BAL-STATUS NOT = '00'
003280         MOVE "BALANCE MASTER NOT AVAILABLE - NOTHING MODIFIED"
003290             TO LMD-WS-NOTE-LINE
003300         MOVE 'Y' TO LMD-WS-STOP-SW
003310         GO TO 1000-EXIT
003320     END-IF.
003330     OPEN OUTPUT SIM-NEW-FILE.
003340     OPEN I-O PAY-MODH-FILE.
003350     IF LMD-WS-MODH-STATUS NOT = '00'
003360         OPEN OUTPUT PAY-MODH-FILE
003370         CLOSE PAY-MODH-FILE
003380         OPEN I-O PAY-MODH-FILE
003390     END-IF.
003400     OPEN EXTEND PAY-SCHED-FILE.
003410     IF LMD-WS-SCHED-STATUS NOT = '00'
003420         OPEN OUTPUT PAY-SCHED-FILE
003430     END-IF.
003440     READ SIM-LOAN-FILE
003450         AT END
003460             MOVE 'Y' TO LMD-WS-LOAN-EOF-SW
003470     END-READ.
003480     OPEN INPUT LMD-TXN-FILE.
003490     IF LMD-WS-TXN-STATUS NOT = '00'
003500         MOVE 'Y' TO LMD-WS-TXN-EOF-SW
003510         GO TO 1000-EXIT
003520     END-IF.
003530     READ LMD-TXN-FILE
003540         AT END
003550             MOVE 'Y' TO LMD-WS-TXN-EOF-SW
003560     END-READ.
003570 1000-EXIT.
003580     EXIT.
003590*
003600*===============================================================
003610 2000-LOAD-ONE-TXN.
003620*===============================================================
003630*    A TRANSACTION MUST NAME A LOAN, TAKE EFFECT TODAY OR LATER,
003640*    CHANGE AT LEAST ONE TERM AND CARRY A REASON. ONE
003650*    MODIFICATION PER LOAN PER RUN.
003660     ADD 1 TO LMD-WS-TXN-READ.
003670     MOVE LMT-LOAN-ID TO LRJ-LOAN-ID.
003680     MOVE LMT-EFF-DATE TO LRJ-EFF-DATE.
003690     IF LMT-LOAN-ID = SPACES
003700         MOVE "NO LOAN ID" TO LMD-WS-REASON
003710         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003720         GO TO 2000-READ-NEXT
003730     END-IF.
003740     IF LMT-EFF-DATE NOT NUMERIC
003750             OR LMT-EFF-DATE < RUNSTAMP-DATE
003760         MOVE "EFFECTIVE DATE MISSING OR PAST" TO LMD-WS-REASON
003770         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003780         GO TO 2000-READ-NEXT
003790     END-IF.
003800     IF LMT-NEW-RATE NOT NUMERIC
003810             OR LMT-NEW-TERM NOT NUMERIC
003820             OR LMT-NEW-PAYMENT NOT NUMERIC
003830         MOVE "RATE, TERM OR INSTALLMENT NOT NUMERIC"
003840             TO LMD-WS-REASON
003850         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003860         GO TO 2000-READ-NEXT
003870     END-IF.
003880     IF LMT-NEW-RATE = ZERO AND LMT-NEW-TERM = ZERO
003890             AND LMT-NEW-PAYMENT = ZERO
003900         MOVE "NO TERMS CHANGED" TO LMD-WS-REASON
003910         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003920         GO TO 2000-READ-NEXT
003930     END-IF.
003940     IF NOT LMT-REASON-VALID
003950         MOVE "INVALID MODIFICATION REASON CODE" TO LMD-WS-REASON
003960         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003970         GO TO 2000-READ-NEXT
003980     END-IF.
003990     MOVE LMT-LOAN-ID TO LMD-WS-SEEK-ID.
004000     PERFORM 8000-FIND-MOD THRU 8000-EXIT.
004010     IF LMD-WS-FOUND
004020         MOVE "SECOND MODIFICATION FOR LOAN THIS RUN"
004030             TO LMD-WS-REASON
004040         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004050         GO TO 2000-READ-NEXT
004060     END-IF.
004070     IF LMD-WS-MT-COUNT NOT < 500
004080         MOVE "TABLE FULL - RESUBMIT NEXT RUN" TO LMD-WS-REASON
004090         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004100         GO TO 2000-READ-NEXT
004110     END-IF.
004120     ADD 1 TO LMD-WS-MT-COUNT.
004130     SET LMD-MT-IDX TO LMD-WS-MT-COUNT.
004140     MOVE LMT-LOAN-ID     TO LMD-MT-LOAN-ID (LMD-MT-IDX).
004150     MOVE LMT-EFF-DATE    TO LMD-MT-EFF-DATE (LMD-MT-IDX).
004160     MOVE LMT-NEW-RATE    TO LMD-MT-NEW-RATE (LMD-MT-IDX).
004170     MOVE LMT-NEW-TERM    TO LMD-MT-NEW-TERM (LMD-MT-IDX).
004180     MOVE LMT-NEW-PAYMENT TO LMD-MT-NEW-PAYMENT (LMD-MT-IDX).
004190     MOVE LMT-REASON      TO LMD-MT-REASON (LMD-MT-IDX).
004200     MOVE LMT-OFFICER     TO LMD-MT-OFFICER (LMD-MT-IDX).
004210     MOVE 'P'             TO LMD-MT-STATUS (LMD-MT-IDX).
004220 2000-READ-NEXT.
004230     READ LMD-TXN-FILE
004240         AT END
004250             MOVE 'Y' TO LMD-WS-TXN-EOF-SW
004260     END-READ.
004270 2000-EXIT.
004280     EXIT.
004290*
004300*===============================================================
004310 2900-WRITE-REJECT.
004320*===============================================================
004330*    THE CALLER HAS ALREADY SET LRJ-LOAN-ID AND LRJ-EFF-DATE.
004340     MOVE LMD-WS-REASON TO LRJ-REASON.
004350     WRITE LMD-RPT-REC FROM LMD-WS-REJ-LINE.
004360     ADD 1 TO LMD-WS-REJECTED.
004370 2900-EXIT.
004380     EXIT.
004390*
004400*===============================================================
004410 3000-COPY-ONE-LOAN.
004420*===============================================================
004430*    EVERY RECORD GOES TO THE NEW GENERATION; A LOAN WITH A
004440*    PENDING MODIFICATION IS CHANGED ON THE WAY THROUGH.
004450     IF SLC-CONTROL-REC
004460         GO TO 3000-WRITE
004470     END-IF.
004480     ADD 1 TO LMD-WS-LOANS-COPIED.
004490     MOVE SIM-IN-LOAN-ID TO LMD-WS-SEEK-ID.
004500     PERFORM 8000-FIND-MOD THRU 8000-EXIT.
004510     IF LMD-WS-FOUND
004520         SET LMD-MT-IDX TO LMD-WS-HIT
004530         IF LMD-MT-PENDING (LMD-MT-IDX)
004540             MOVE 'D' TO LMD-MT-STATUS (LMD-MT-IDX)
004550             PERFORM 3100-MODIFY-LOAN THRU 3100-EXIT
004560         END-IF
004570     END-IF.
004580 3000-WRITE.
004590     WRITE SIM-NEW-REC FROM SIM-LOAN-REC.
004600     READ SIM-LOAN-FILE
004610         AT END
004620             MOVE 'Y' TO LMD-WS-LOAN-EOF-SW
004630     END-READ.
004640 3000-EXIT.
004650     EXIT.
004660*
004670*===============================================================
004680 3100-MODIFY-LOAN.
004690*===============================================================
004700*    LMD-MT-IDX IS THE LOAN'S TRANSACTION. A LOAN NO LONGER ON
004710*    THE BALANCE MASTER (CLOSED), PAID TO ZERO OR CHARGED OFF IS
004720*    NOT MODIFIED. THE AUDIT RECORD IS WRITTEN FIRST - ITS KEY
004730*    TURNS AWAY A TRANSACTION ALREADY APPLIED ON AN EARLIER RUN.
004740     MOVE LMD-MT-LOAN-ID (LMD-MT-IDX)  TO LRJ-LOAN-ID.
004750     MOVE LMD-MT-EFF-DATE (LMD-MT-IDX) TO LRJ-EFF-DATE.
004760     MOVE SIM-IN-LOAN-ID TO PAY-BM-LOAN-ID.
004770     READ PAY-BAL-FILE
004780         INVALID KEY
004790             MOVE "LOAN NOT ON BALANCE MASTER" TO LMD-WS-REASON
004800             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004810             GO TO 3100-EXIT
004820     END-READ.
004830     IF PAY-BM-CHARGED-OFF
004840         MOVE "LOAN IS CHARGED OFF" TO LMD-WS-REASON
004850         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004860         GO TO 3100-EXIT
004870     END-IF.
004880     IF PAY-BM-BALANCE = ZERO
004890         MOVE "LOAN IS PAID TO ZERO" TO LMD-WS-REASON
004900         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004910         GO TO 3100-EXIT
004920     END-IF.
004930     MOVE SPACES                       TO PAY-MODH-REC.
004940     MOVE SIM-IN-LOAN-ID               TO PMH-LOAN-ID.
004950     MOVE LMD-MT-EFF-DATE (LMD-MT-IDX) TO PMH-EFF-DATE.
004960     MOVE RUNSTAMP-DATE                TO PMH-RUN-DATE.
004970     MOVE LMD-MT-REASON (LMD-MT-IDX)   TO PMH-REASON.
004980     MOVE LMD-MT-OFFICER (LMD-MT-IDX)  TO PMH-OFFICER.
004990     MOVE SIM-IN-RATE                  TO PMH-OLD-RATE.
005000     MOVE SIM-IN-RATE                  TO PMH-NEW-RATE.
005010     IF LMD-MT-NEW-RATE (LMD-MT-IDX) NOT = ZERO
005020         MOVE LMD-MT-NEW-RATE (LMD-MT-IDX) TO PMH-NEW-RATE
005030     END-IF.
005040     MOVE SIM-IN-TERM                  TO PMH-OLD-TERM.
005050     MOVE SIM-IN-TERM                  TO PMH-NEW-TERM.
005060     IF LMD-MT-NEW-TERM (LMD-MT-IDX) NOT = ZERO
005070         MOVE LMD-MT-NEW-TERM (LMD-MT-IDX) TO PMH-NEW-TERM
005080     END-IF.
005090     MOVE ZERO                         TO PMH-OLD-END-DATE.
005100     IF SIM-IN-END-DATE NUMERIC
005110         MOVE SIM-IN-END-DATE          TO PMH-OLD-END-DATE
005120     END-IF.
005130     MOVE PMH-OLD-END-DATE             TO PMH-NEW-END-DATE.
005140     MOVE PAY-BM-DUE-AMOUNT            TO PMH-OLD-PAYMENT.
005150     MOVE PAY-BM-DUE-AMOUNT            TO PMH-NEW-PAYMENT.
005160     IF LMD-MT-NEW-PAYMENT (LMD-MT-IDX) NOT = ZERO
005170         MOVE LMD-MT-NEW-PAYMENT (LMD-MT-IDX) TO PMH-NEW-PAYMENT
005180     END-IF.
005190     MOVE PAY-BM-NEXT-DUE-DATE         TO PMH-OLD-DUE-DATE.
005200     PERFORM 3200-SET-DAYS-PAST THRU 3200-EXIT.
005210*    A DATED LOAN ACCRUES TO ITS END DATE, SO A TERM CHANGE
005220*    MOVES THE END DATE; A NEW TERM THAT WOULD END THE LOAN
005230*    BEFORE THE MODIFICATION TAKES EFFECT IS TURNED AWAY.
005240     IF PMH-NEW-TERM NOT = PMH-OLD-TERM
005250             AND PMH-OLD-END-DATE > ZERO
005260             AND SIM-IN-ORIG-DATE NUMERIC
005270             AND SIM-IN-ORIG-DATE > ZERO
005280         PERFORM 3300-SET-END-DATE THRU 3300-EXIT
005290         MOVE LMD-WS-END-DATE TO PMH-NEW-END-DATE
005300         IF PMH-NEW-END-DATE NOT > PMH-EFF-DATE
005310             MOVE "NEW TERM ENDS BEFORE EFFECTIVE DATE"
005320                 TO LMD-WS-REASON
005330             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005340             GO TO 3100-EXIT
005350         END-IF
005360     END-IF.
005370     WRITE PAY-MODH-REC
005380         INVALID KEY
005390             MOVE "MODIFICATION ALREADY ON FILE" TO LMD-WS-REASON
005400             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005410             GO TO 3100-EXIT
005420     END-WRITE.
005430     MOVE PMH-NEW-RATE     TO SIM-IN-RATE.
005440     MOVE PMH-NEW-TERM     TO SIM-IN-TERM.
005450     IF PMH-NEW-END-DATE NOT = PMH-OLD-END-DATE
005460         MOVE PMH-NEW-END-DATE TO SIM-IN-END-DATE
005470     END-IF.
005480     MOVE SPACES           TO PAY-SCHED-REC.
005490     MOVE PMH-LOAN-ID      TO PSC-LOAN-ID.
005500     MOVE PMH-EFF-DATE     TO PSC-NEXT-DUE-DATE.
005510     MOVE PMH-NEW-PAYMENT  TO PSC-DUE-AMOUNT.
005520     WRITE PAY-SCHED-REC.
005530     ADD 1 TO LMD-WS-MODIFIED.
005540     IF PMH-DAYS-PAST > ZERO
005550         ADD 1 TO LMD-WS-CURED
005560     END-IF.
005570     MOVE PMH-LOAN-ID      TO LDL-LOAN-ID.
005580     MOVE PMH-EFF-DATE     TO LDL-EFF-DATE.
005590     MOVE PMH-REASON       TO LDL-REASON.
005600     MOVE PMH-OLD-RATE     TO LDL-OLD-RATE.
005610     MOVE PMH-NEW-RATE     TO LDL-NEW-RATE.
005620     MOVE PMH-OLD-TERM     TO LDL-OLD-TERM.
005630     MOVE PMH-NEW-TERM     TO LDL-NEW-TERM.
005640     MOVE PMH-OLD-PAYMENT  TO LDL-OLD-PAYMENT.
005650     MOVE PMH-NEW-PAYMENT  TO LDL-NEW-PAYMENT.
005660     MOVE PMH-DAYS-PAST    TO LDL-DAYS-PAST.
005670     WRITE LMD-RPT-REC FROM LMD-WS-DTL-LINE.
005680 3100-EXIT.
005690     EXIT.
005700*
005710*===============================================================
005720 3200-SET-DAYS-PAST.
005730*===============================================================
005740*    HOW FAR BEHIND THE OLD SCHEDULE THE LOAN WAS - KEPT ON THE
005750*    AUDIT SO A CURED DELINQUENCY STAYS ON RECORD.
005760     MOVE ZERO TO PMH-DAYS-PAST.
005770     IF PAY-BM-NEXT-DUE-DATE = ZERO
005780             OR PAY-BM-NEXT-DUE-DATE >= RUNSTAMP-DATE
005790         GO TO 3200-EXIT
005800     END-IF.
005810     MOVE PAY-BM-NEXT-DUE-DATE TO LMD-WS-SER-DATE.
005820     PERFORM 8900-DATE-TO-SERIAL THRU 8900-EXIT.
005830     COMPUTE PMH-DAYS-PAST = LMD-WS-TODAY-SERIAL - LMD-WS-SERIAL.
005840 3200-EXIT.
005850     EXIT.
005860*
005870*===============================================================
005880 3300-SET-END-DATE.
005890*===============================================================
005900     COMPUTE LMD-WS-TERM-MONTHS ROUNDED = PMH-NEW-TERM * 12.
005910     DIVIDE LMD-WS-TERM-MONTHS BY 12 GIVING LMD-WS-ADD-YEARS
005920         REMAINDER LMD-WS-ADD-MONTHS.
005930     MOVE SIM-IN-ORIG-DATE TO LMD-WS-END-DATE.
005940     ADD LMD-WS-ADD-YEARS  TO LMD-END-YEAR.
005950     ADD LMD-WS-ADD-MONTHS TO LMD-END-MONTH.
005960     IF LMD-END-MONTH > 12
005970         SUBTRACT 12 FROM LMD-END-MONTH
005980         ADD 1 TO LMD-END-YEAR
005990     END-IF.
006000     MOVE LMD-DIM-DAYS (LMD-END-MONTH) TO LMD-WS-MONTH-DAYS.
006010     IF LMD-END-MONTH = 2
006020         DIVIDE LMD-END-YEAR BY 4 GIVING LMD-WS-LEAP-QUOT
006030             REMAINDER LMD-WS-LEAP-REM
006040         IF LMD-WS-LEAP-REM = ZERO
006050             MOVE 29 TO LMD-WS-MONTH-DAYS
006060             DIVIDE LMD-END-YEAR BY 100 GIVING LMD-WS-LEAP-QUOT
006070                 REMAINDER LMD-WS-LEAP-REM
006080             IF LMD-WS-LEAP-REM = ZERO
006090                 MOVE 28 TO LMD-WS-MONTH-DAYS
006100                 DIVIDE LMD-END-YEAR BY 400
006110                     GIVING LMD-WS-LEAP-QUOT
006120                     REMAINDER LMD-WS-LEAP-REM
006130                 IF LMD-WS-LEAP-REM = ZERO
006140                     MOVE 29 TO LMD-WS-MONTH-DAYS
006150                 END-IF
006160             END-IF
006170         END-IF
006180     END-IF.
006190     IF LMD-END-DAY > LMD-WS-MONTH-DAYS
006200         MOVE LMD-WS-MONTH-DAYS TO LMD-END-DAY
006210     END-IF.
006220 3300-EXIT.
006230     EXIT.
006240*
006250*===============================================================
006260 4000-REJECT-UNMATCHED.
006270*===============================================================
006280*    A TRANSACTION STILL PENDING NAMED A LOAN NOT ON
006290*    SIM-LOAN-FILE.
006300     IF LMD-MT-PENDING (LMD-MT-IDX)
006310         MOVE LMD-MT-LOAN-ID (LMD-MT-IDX)  TO LRJ-LOAN-ID
006320         MOVE LMD-MT-EFF-DATE (LMD-MT-IDX) TO LRJ-EFF-DATE
006330         MOVE "LOAN NOT ON SIM-LOAN-FILE" TO LMD-WS-REASON
006340         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
006350     END-IF.
006360 4000-EXIT.
006370     EXIT.
006380*
006390*===============================================================
006400 8000-FIND-MOD.
006410*===============================================================
006420     MOVE 'N' TO LMD-WS-FOUND-SW.
006430     PERFORM 8010-CHECK-MOD THRU 8010-EXIT
006440         VARYING LMD-MT-IDX FROM 1 BY 1
006450         UNTIL LMD-MT-IDX > LMD-WS-MT-COUNT.
006460 8000-EXIT.
006470     EXIT.
006480*
006490*===============================================================
006500 8010-CHECK-MOD.
006510*===============================================================
006520     IF LMD-MT-LOAN-ID (LMD-MT-IDX) = LMD-WS-SEEK-ID
006530         MOVE 'Y' TO LMD-WS-FOUND-SW
006540         SET LMD-WS-HIT TO LMD-MT-IDX
006550         SET LMD-MT-IDX TO LMD-WS-MT-COUNT
006560     END-IF.
006570 8010-EXIT.
006580     EXIT.
006590*
006600*===============================================================
006610 8900-DATE-TO-SERIAL.
006620*===============================================================
006630*    SAME MONTH-13/14 SHIFT AS SIMPLE-INTEREST'S
006640*    2090-DATE-TO-SERIAL. ONLY DIFFERENCES ARE EVER USED.
006650     MOVE LMD-SER-MONTH TO LMD-WS-SER-M.
006660     MOVE LMD-SER-YEAR  TO LMD-WS-SER-Y.
006670     IF LMD-WS-SER-M < 3
006680         ADD 12 TO LMD-WS-SER-M
006690         SUBTRACT 1 FROM LMD-WS-SER-Y
006700     END-IF.
006710     COMPUTE LMD-WS-SERIAL =
006720         (365 * LMD-WS-SER-Y)
006730         + (LMD-WS-SER-Y / 4)
006740         - (LMD-WS-SER-Y / 100)
006750         + (LMD-WS-SER-Y / 400)
006760         + ((153 * (LMD-WS-SER-M + 1)) / 5)
006770         + LMD-SER-DAY.
006780 8900-EXIT.
006790     EXIT.
006800*
006810*===============================================================
006820 9000-TERMINATE.
006830*===============================================================
006840     IF LMD-WS-STOP
006850         WRITE LMD-RPT-REC FROM LMD-WS-NOTE-LINE
006860         CLOSE LMD-RPT-FILE
006870         DISPLAY "LOAN-MODIFY: " LMD-WS-NOTE-LINE
006880         MOVE 8 TO RETURN-CODE
006890         GO TO 9000-EXIT
006900     END-IF.
006910     IF LMD-WS-TXN-STATUS = '00'
006920         CLOSE LMD-TXN-FILE
006930     END-IF.
006940     CLOSE SIM-LOAN-FILE.
006950     CLOSE SIM-NEW-FILE.
006960     CLOSE PAY-BAL-FILE.
006970     CLOSE PAY-MODH-FILE.
006980     CLOSE PAY-SCHED-FILE.
006990     WRITE LMD-RPT-REC FROM LMD-WS-BLANK-LINE.
007000     MOVE "MODIFICATION TRANSACTIONS READ:   " TO LFL-LABEL.
007010     MOVE LMD-WS-TXN-READ TO LFL-COUNT.
007020     WRITE LMD-RPT-REC FROM LMD-WS-FOOT-LINE.
007030     MOVE "LOANS MODIFIED:                   " TO LFL-LABEL.
007040     MOVE LMD-WS-MODIFIED TO LFL-COUNT.
007050     WRITE LMD-RPT-REC FROM LMD-WS-FOOT-LINE.
007060     MOVE "  PAST DUE BEFORE - NOW RE-AGED:  " TO LFL-LABEL.
007070     MOVE LMD-WS-CURED TO LFL-COUNT.
007080     WRITE LMD-RPT-REC FROM LMD-WS-FOOT-LINE.
007090     MOVE "TRANSACTIONS REJECTED:            " TO LFL-LABEL.
007100     MOVE LMD-WS-REJECTED TO LFL-COUNT.
007110     WRITE LMD-RPT-REC FROM LMD-WS-FOOT-LINE.
007120     MOVE "LOAN RECORDS COPIED:              " TO LFL-LABEL.
007130     MOVE LMD-WS-LOANS-COPIED TO LFL-COUNT.
007140     WRITE LMD-RPT-REC FROM LMD-WS-FOOT-LINE.
007150     CLOSE LMD-RPT-FILE.
007160     DISPLAY "LOAN-MODIFY: LOANS MODIFIED:     " LMD-WS-MODIFIED.
007170     DISPLAY "LOAN-MODIFY: TRANSACTIONS REJECTED: "
007180         LMD-WS-REJECTED.
007190 9000-EXIT.
007200     EXIT.
