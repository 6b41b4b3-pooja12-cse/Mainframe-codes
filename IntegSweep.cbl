000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     INTEG-SWEEP.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   CENTRAL DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. NIGHTLY REFERENTIAL-
000130*                    INTEGRITY SWEEP ACROSS THE LENDING AND
000140*                    DEPOSIT FILES. CHECKS, IN TURN, BORROWER
000150*                    MASTER LOAN SLOTS, AUTOPAY INSTRUCTIONS AND
000160*                    PAYSCHED DUE-SCHEDULE ENTRIES AGAINST
000170*                    PAY-BAL-FILE; CPI-PRIN ACCOUNTS AGAINST THE
000180*                    CPI-CUST NAME FILE; AND QUOTE-SELECT'S
000190*                    PENDING QUOTES AGAINST THE BOOKED-LOAN FILE.
000200*                    EACH ORPHAN IS LISTED UNDER ITS CATEGORY,
000210*                    EACH CATEGORY ENDS WITH ITS COUNTS, AND EACH
000220*                    ORPHAN IS ALSO WRITTEN TO ISWREJCT IN THE
000230*                    SHARED REJCOMM LAYOUT SO EXCEPTION-RPT AND
000240*                    REJECT-RESTAGE CARRY IT LIKE ANY OTHER
000250*                    REJECT. A CATEGORY WHOSE FILES ARE NOT ON
000260*                    HAND TONIGHT IS REPORTED AS NOT RUN.
000270*---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PAY-BAL-FILE     ASSIGN TO PAYBALMS
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS PAY-BM-LOAN-ID
000380         FILE STATUS IS ISW-WS-BAL-STATUS.
000390     SELECT BOR-MAST-FILE    ASSIGN TO BORMAST
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS ISW-WS-BOR-STATUS.
000420     SELECT APG-INSTR-FILE   ASSIGN TO AUTOPAY
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS ISW-WS-APG-STATUS.
000450     SELECT PAY-SCHED-FILE   ASSIGN TO PAYSCHED
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS ISW-WS-SCHED-STATUS.
000480     SELECT CPI-PRIN-FILE    ASSIGN TO CPIPRIN
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS ISW-WS-PRIN-STATUS.
000510     SELECT CPI-CUST-FILE    ASSIGN TO CPICUST
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS ISW-WS-CUST-STATUS.
000540     SELECT ISW-PEND-FILE    ASSIGN TO QSLPENDI
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS ISW-WS-PEND-STATUS.
000570     SELECT ISW-LOAN-FILE    ASSIGN TO SIMLOAN
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS ISW-WS-LOAN-STATUS.
000600     SELECT ISW-REJ-FILE     ASSIGN TO ISWREJCT
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620     SELECT ISW-RPT-FILE     ASSIGN TO ISWRPT
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670*    SAME KEYED BALANCE MASTER LOAN-PAYMENT MAINTAINS - SEE
000680*    ITS FD.
000690 FD  PAY-BAL-FILE
000700     RECORD CONTAINS 80 CHARACTERS.
000710 01  PAY-BAL-REC.
000720     05  PAY-BM-LOAN-ID          PIC X(10).
000730     05  PAY-BM-BALANCE          PIC 9(07)V99.
000740     05  PAY-BM-LAST-POST-DATE   PIC 9(08).
000750     05  PAY-BM-LAST-PAY-DATE    PIC 9(08).
000760     05  PAY-BM-NEXT-DUE-DATE    PIC 9(08).
000770     05  PAY-BM-DUE-AMOUNT       PIC 9(05)V99.
000780     05  PAY-BM-PRIN-BAL         PIC 9(07)V99.
000790     05  PAY-BM-INT-BAL          PIC 9(07)V99.
000800     05  PAY-BM-FEE-BAL          PIC 9(07)V99.
000810     05  PAY-BM-STATUS           PIC X(01).
000820         88  PAY-BM-CHARGED-OFF  VALUE 'C'.
000830     05  FILLER                  PIC X(02).
000840*
000850*    BORROWER MASTER - SEE BORROWER-STMT. AN UNUSED SLOT IS
000860*    SPACES.
000870 FD  BOR-MAST-FILE
000880     RECORD CONTAINS 100 CHARACTERS.
000890 01  BOR-MAST-REC.
000900     05  BOR-CUST-ID             PIC X(08).
000910     05  BOR-NAME                PIC X(20).
000920     05  BOR-ADDRESS             PIC X(30).
000930     05  BOR-LOAN-SLOT OCCURS 4 TIMES
000940                       INDEXED BY BOR-SLOT-IDX.
000950         10  BOR-LOAN-ID         PIC X(10).
000960     05  FILLER                  PIC X(02).
000970*
000980*    AUTOPAY STANDING INSTRUCTIONS - SEE AUTOPAY-GEN.
000990 FD  APG-INSTR-FILE
001000     RECORD CONTAINS 40 CHARACTERS.
001010 01  APG-INSTR-REC.
001020     05  API-LOAN-ID             PIC X(10).
001030     05  API-AMOUNT              PIC 9(05)V99.
001040     05  API-FREQUENCY           PIC X(01).
001050     05  API-START-DATE          PIC 9(08).
001060     05  API-END-DATE            PIC 9(08).
001070     05  FILLER                  PIC X(06).
001080*
001090*    DUE-SCHEDULE MAINTENANCE FILE - SEE LOAN-PAYMENT.
001100 FD  PAY-SCHED-FILE
001110     RECORD CONTAINS 30 CHARACTERS.
001120 01  PAY-SCHED-REC.
001130     05  PSC-LOAN-ID             PIC X(10).
001140     05  PSC-NEXT-DUE-DATE       PIC 9(08).
001150     05  PSC-DUE-AMOUNT          PIC 9(05)V99.
001160     05  FILLER                  PIC X(05).
001170*
001180*    SAME 40-BYTE ACCOUNT RECORD AND CONTROL VIEWS HELLO READS.
001190 FD  CPI-PRIN-FILE
001200     RECORD CONTAINS 40 CHARACTERS.
001210 01  CPI-PRIN-REC.
001220     05  CPI-IN-ACCOUNT-ID       PIC X(10).
001230     05  CPI-IN-PRINCIPAL        PIC 9(07)V99.
001240     05  CPI-IN-RATE             PIC 9(02)V99.
001250     05  CPI-IN-TERM             PIC 9(02).
001260     05  CPI-IN-FREQ-CODE        PIC X(01).
001270     05  CPI-IN-MATURITY-DATE    PIC 9(08).
001280     05  CPI-IN-RENEW-FLAG       PIC X(01).
001290     05  CPI-IN-PRODUCT-CODE     PIC X(04).
001300     05  CPI-IN-STATUS           PIC X(01).
001310         88  CPI-IN-ESCHEATED    VALUE 'E'.
001320 01  CPI-PRIN-CTL-REC.
001330     05  CPC-REC-ID              PIC X(03).
001340         88  CPC-HEADER          VALUE '*H*'.
001350         88  CPC-TRAILER         VALUE '*T*'.
001360     05  FILLER                  PIC X(37).
001370*
001380 FD  CPI-CUST-FILE
001390     RECORD CONTAINS 80 CHARACTERS.
001400 01  CPI-CUST-REC.
001410     05  CCU-ACCOUNT-ID          PIC X(10).
001420     05  CCU-NAME                PIC X(20).
001430     05  CCU-STREET              PIC X(20).
001440     05  CCU-CITY                PIC X(15).
001450     05  CCU-STATE               PIC X(02).
001460     05  CCU-ZIP                 PIC X(05).
001470     05  FILLER                  PIC X(08).
001480*
001490*    QUOTE-SELECT'S PENDING FILE - A FULL SIM-QUOTE-REC IMAGE
001500*    PER ACCEPTANCE STILL HELD FOR APPROVAL. ONLY THE KEY
001510*    FIELDS ARE NEEDED HERE.
001520 FD  ISW-PEND-FILE
001530     RECORD CONTAINS 80 CHARACTERS.
001540 01  ISW-PEND-REC.
001550     05  QPN-QUOTE-ID.
001560         10  QPN-QUOTE-DATE      PIC 9(08).
001570         10  QPN-QUOTE-SEQ       PIC 9(06).
001580     05  QPN-LOAN-ID             PIC X(10).
001590     05  FILLER                  PIC X(56).
001600*
001610*    SIMPLE-INTEREST'S SIM-LOAN-REC - THE BOOKED LOANS. QUOTE-
001620*    SELECT STAMPS THE QUOTE DATE ON THE LOANS IT CONVERTS; A
001630*    LOAN BOOKED ANY OTHER WAY CARRIES NONE.
001640 FD  ISW-LOAN-FILE
001650     RECORD CONTAINS 60 CHARACTERS.
001660 01  ISW-LOAN-REC.
001670     05  SIM-IN-LOAN-ID          PIC X(10).
001680     05  SIM-IN-PRINCIPAL        PIC 9(07)V99.
001690     05  SIM-IN-RATE             PIC 9(02)V99.
001700     05  SIM-IN-TERM             PIC 9(01)V99.
001710     05  SIM-IN-ORIG-DATE        PIC 9(08).
001720     05  SIM-IN-END-DATE         PIC 9(08).
001730     05  SIM-IN-QUOTE-DATE       PIC 9(08).
001740     05  SIM-IN-BOOK-DATE        PIC 9(08).
001750     05  FILLER                  PIC X(02).
001760 01  ISW-LOAN-CTL-REC.
001770     05  SLC-REC-ID              PIC X(03).
001780         88  SLC-CONTROL-REC     VALUES '*H*' '*T*'.
001790     05  FILLER                  PIC X(57).
001800*
001810 FD  ISW-REJ-FILE
001820     RECORD CONTAINS 80 CHARACTERS.
001830     COPY REJCOMM REPLACING ==REJCOMM-RECORD==
001840         BY ==ISW-REJ-REC==.
001850*
001860 FD  ISW-RPT-FILE
001870     RECORD CONTAINS 80 CHARACTERS.
001880 01  ISW-RPT-REC                 PIC X(80).
001890*
001900 WORKING-STORAGE SECTION.
001910 77  ISW-WS-EOF-SW               PIC X(01) VALUE 'N'.
001920     88  ISW-WS-EOF              VALUE 'Y'.
001930 77  ISW-WS-STOP-SW              PIC X(01) VALUE 'N'.
001940     88  ISW-WS-STOP             VALUE 'Y'.
001950 77  ISW-WS-FOUND-SW             PIC X(01).
001960     88  ISW-WS-FOUND            VALUE 'Y'.
001970 77  ISW-WS-CUST-LOADED-SW       PIC X(01) VALUE 'N'.
001980     88  ISW-WS-CUST-LOADED      VALUE 'Y'.
001990 77  ISW-WS-BOOKED-LOADED-SW     PIC X(01) VALUE 'N'.
002000     88  ISW-WS-BOOKED-LOADED    VALUE 'Y'.
002010 77  ISW-WS-BAL-STATUS           PIC X(02) VALUE '00'.
002020 77  ISW-WS-BOR-STATUS           PIC X(02) VALUE '00'.
002030 77  ISW-WS-APG-STATUS           PIC X(02) VALUE '00'.
002040 77  ISW-WS-SCHED-STATUS         PIC X(02) VALUE '00'.
002050 77  ISW-WS-PRIN-STATUS          PIC X(02) VALUE '00'.
002060 77  ISW-WS-CUST-STATUS          PIC X(02) VALUE '00'.
002070 77  ISW-WS-PEND-STATUS          PIC X(02) VALUE '00'.
002080 77  ISW-WS-LOAN-STATUS          PIC X(02) VALUE '00'.
002090 77  ISW-WS-PROGRAM-ID           PIC X(08) VALUE 'INTGSWP '.
002100 77  ISW-WS-CAT-CHECKED          PIC 9(07) COMP VALUE ZERO.
002110 77  ISW-WS-CAT-EXCP             PIC 9(07) COMP VALUE ZERO.
002120 77  ISW-WS-TOTAL-EXCP           PIC 9(07) COMP VALUE ZERO.
002130 77  ISW-WS-APG-ENDED            PIC 9(07) COMP VALUE ZERO.
002140 77  ISW-WS-SEEK-QDATE           PIC 9(08) VALUE ZERO.
002150 01  ISW-WS-WORK-KEY             PIC X(10).
002160 01  ISW-WS-WORK-REF             PIC X(14).
002170 01  ISW-WS-WORK-REASON          PIC X(40).
002180     COPY RUNSTAMP.
002190*
002200*    PER-CATEGORY RESULTS FOR THE CLOSING SUMMARY, IN SWEEP
002210*    ORDER: 1 BORROWER SLOTS, 2 AUTOPAY, 3 PAYSCHED, 4 CPI
002220*    ACCOUNTS, 5 PENDING QUOTES.
002230 77  ISW-WS-CAT-SUB              PIC 9(01) COMP VALUE ZERO.
002240 01  ISW-WS-CAT-NAMES.
002250     05  FILLER                  PIC X(30) VALUE
002260         "BORROWER LOAN SLOTS".
002270     05  FILLER                  PIC X(30) VALUE
002280         "AUTOPAY INSTRUCTIONS".
002290     05  FILLER                  PIC X(30) VALUE
002300         "PAYSCHED ENTRIES".
002310     05  FILLER                  PIC X(30) VALUE
002320         "CPI-PRIN ACCOUNTS".
002330     05  FILLER                  PIC X(30) VALUE
002340         "PENDING QUOTES".
002350 01  ISW-WS-CAT-NAME-TABLE REDEFINES ISW-WS-CAT-NAMES.
002360     05  ISW-CN-NAME OCCURS 5 TIMES
002370                     PIC X(30).
002380 01  ISW-WS-CAT-TABLE.
002390     05  ISW-CT-ENTRY OCCURS 5 TIMES.
002400         10  ISW-CT-RUN-SW       PIC X(01).
002410             88  ISW-CT-RUN      VALUE 'Y'.
002420         10  ISW-CT-CHECKED      PIC 9(07) COMP.
002430         10  ISW-CT-EXCP         PIC 9(07) COMP.
002440*
002450*    CPI-CUST ACCOUNT IDS, LOADED ONCE. CPI-CUST IS NOT IN
002460*    CPI-PRIN ORDER, SO EACH ACCOUNT LOOKS ITS NAME RECORD UP
002470*    HERE.
002480 77  ISW-WS-CU-COUNT             PIC 9(04) COMP VALUE ZERO.
002490 01  ISW-WS-CUST-TABLE.
002500     05  ISW-CU-ENTRY OCCURS 5000 TIMES
002510                      INDEXED BY ISW-CU-IDX.
002520         10  ISW-CU-ACCOUNT-ID   PIC X(10).
002530*
002540*    BOOKED LOANS, LOADED ONCE - LOAN ID AND THE QUOTE DATE
002550*    QUOTE-SELECT STAMPED ON IT (ZERO WHEN IT CARRIES NONE).
002560 77  ISW-WS-BK-COUNT             PIC 9(04) COMP VALUE ZERO.
002570 01  ISW-WS-BOOKED-TABLE.
002580     05  ISW-BK-ENTRY OCCURS 5000 TIMES
002590                      INDEXED BY ISW-BK-IDX.
002600         10  ISW-BK-LOAN-ID      PIC X(10).
002610         10  ISW-BK-QUOTE-DATE   PIC 9(08).
002620*
002630 01  ISW-WS-TITLE-LINE.
002640     05  FILLER                  PIC X(40) VALUE
002650         "REFERENTIAL INTEGRITY SWEEP - LENDING AN".
002660     05  FILLER                  PIC X(40) VALUE
002670         "D DEPOSIT FILES".
002680*
002690 01  ISW-WS-CAT-LINE.
002700     05  FILLER                  PIC X(10) VALUE "CATEGORY: ".
002710     05  ICL-TITLE               PIC X(70).
002720*
002730 01  ISW-WS-COL-HDR.
002740     05  FILLER                  PIC X(40) VALUE
002750         "  KEY ID      REFERENCE       REASON".
002760     05  FILLER                  PIC X(40) VALUE SPACES.
002770*
002780 01  ISW-WS-DETAIL-LINE.
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  ISD-KEY-ID              PIC X(10).
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  ISD-REF                 PIC X(14).
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  ISD-REASON              PIC X(40).
002850     05  FILLER                  PIC X(10) VALUE SPACES.
002860*
002870 01  ISW-WS-CAT-TOTAL-LINE.
002880     05  FILLER                  PIC X(20) VALUE
002890         "  RECORDS CHECKED:".
002900     05  ICT-CHECKED             PIC Z(6)9.
002910     05  FILLER                  PIC X(16) VALUE
002920         "   EXCEPTIONS:".
002930     05  ICT-EXCP                PIC Z(6)9.
002940     05  FILLER                  PIC X(30) VALUE SPACES.
002950*
002960 01  ISW-WS-SUM-HDR.
002970     05  FILLER                  PIC X(40) VALUE
002980         "SUMMARY BY CATEGORY             CHECKED".
002990     05  FILLER                  PIC X(40) VALUE
003000         "  EXCEPTIONS".
003010*
003020 01  ISW-WS-SUM-LINE.
003030     05  ISS-NAME                PIC X(30).
003040     05  FILLER                  PIC X(02) VALUE SPACES.
003050     05  ISS-CHECKED             PIC Z(6)9.
003060     05  FILLER                  PIC X(05) VALUE SPACES.
003070     05  ISS-EXCP                PIC Z(6)9.
003080     05  FILLER                  PIC X(02) VALUE SPACES.
003090     05  ISS-NOTE                PIC X(27).
003100*
003110 01  ISW-WS-FOOT-LINE.
003120     05  IFL-LABEL               PIC X(40).
003130     05  IFL-COUNT               PIC Z(6)9.
003140     05  FILLER                  PIC X(33) VALUE SPACES.
003150*
003160 01  ISW-WS-NOTE-LINE            PIC X(80).
003170 01  ISW-WS-BLANK-LINE           PIC X(80) VALUE SPACES.
003180*
003190 PROCEDURE DIVISION.
003200*===============================================================
003210 0000-MAINLINE.
003220*===============================================================
003230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003240     IF NOT ISW-WS-STOP
003250         PERFORM 1100-LOAD-CUSTOMERS THRU 1100-EXIT
003260     END-IF.
003270     IF NOT ISW-WS-STOP
003280         PERFORM 1200-LOAD-BOOKED THRU 1200-EXIT
003290     END-IF.
003300     IF NOT ISW-WS-STOP
003310         PERFORM 2000-SWEEP-BORROWERS THRU 2000-EXIT
003320         PERFORM 2100-SWEEP-AUTOPAY THRU 2100-EXIT
003330         PERFORM 2200-SWEEP-SCHEDULE THRU 2200-EXIT
003340         PERFORM 2300-SWEEP-DEPOSITS THRU 2300-EXIT
003350         PERFORM 2400-SWEEP-PENDING THRU 2400-EXIT
003360         PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
003370     END-IF.
003380     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003390     STOP RUN.
003400*
003410*===============================================================
003420 1000-INITIALIZE.
003430*===============================================================
003440*    PAY-BAL-FILE IS THE PARENT OF THREE OF THE FIVE CHECKS -
003450*    WITHOUT IT THE SWEEP DOES NOT RUN AT ALL.
003460     OPEN OUTPUT ISW-RPT-FILE.
003470     OPEN OUTPUT ISW-REJ-FILE.
003480     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
003490     ACCEPT RUNSTAMP-TIME FROM TIME.
003500     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
003510     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
003520     WRITE ISW-RPT-REC FROM RUNSTAMP-HEADER-LINE.
003530     WRITE ISW-RPT-REC FROM ISW-WS-TITLE-LINE.
003540     PERFORM 1010-CLEAR-CATEGORY THRU 1010-EXIT
003550         VARYING ISW-WS-CAT-SUB FROM 1 BY 1
003560         UNTIL ISW-WS-CAT-SUB > 5.
003570     OPEN INPUT PAY-BAL-FILE.
003580     IF ISW-WS-BAL-STATUS NOT = '00'
003590         MOVE "PAYBALMS UNREADABLE - NO SWEEP"
003600             TO ISW-WS-NOTE-LINE
003610         WRITE ISW-RPT-REC FROM ISW-WS-NOTE-LINE
003620         DISPLAY "INTEG-SWEEP: " ISW-WS-NOTE-LINE
003630         MOVE 'Y' TO ISW-WS-STOP-SW
003640         MOVE 8 TO RETURN-CODE
003650     END-IF.
003660 1000-EXIT.
003670     EXIT.
003680*
003690*===============================================================
003700 1010-CLEAR-CATEGORY.
003710*===============================================================
003720     MOVE 'N'  TO ISW-CT-RUN-SW (ISW-WS-CAT-SUB).
003730     MOVE ZERO TO ISW-CT-CHECKED (ISW-WS-CAT-SUB).
003740     MOVE ZERO TO ISW-CT-EXCP (ISW-WS-CAT-SUB).
003750 1010-EXIT.
003760     EXIT.
003770*
003780*===============================================================
003790 1100-LOAD-CUSTOMERS.
003800*===============================================================
003810*    A MISSING CPI-CUST FILE LEAVES THE DEPOSIT CHECK NOT RUN
003820*    RATHER THAN REPORTING EVERY ACCOUNT AS AN ORPHAN.
003830     OPEN INPUT CPI-CUST-FILE.
003840     IF ISW-WS-CUST-STATUS NOT = '00'
003850         GO TO 1100-EXIT
003860     END-IF.
003870     MOVE 'N' TO ISW-WS-EOF-SW.
003880     READ CPI-CUST-FILE
003890         AT END
003900             MOVE 'Y' TO ISW-WS-EOF-SW
003910     END-READ.
003920     PERFORM 1150-LOAD-ONE-CUSTOMER THRU 1150-EXIT
003930         UNTIL ISW-WS-EOF OR ISW-WS-STOP.
003940     CLOSE CPI-CUST-FILE.
003950     IF NOT ISW-WS-STOP
003960         MOVE 'Y' TO ISW-WS-CUST-LOADED-SW
003970     END-IF.
003980 1100-EXIT.
003990     EXIT.
004000*
004010*===============================================================
004020 1150-LOAD-ONE-CUSTOMER.
004030*===============================================================
004040*    A FULL TABLE WOULD MAKE EVERY ACCOUNT PAST THE CAP LOOK
004050*    LIKE AN ORPHAN, SO THE SWEEP STOPS BEFORE WRITING ANY
004060*    EXCEPTION.
004070     IF ISW-WS-CU-COUNT = 5000
004080         MOVE "MORE THAN 5000 CPI-CUST RECORDS - NO SWEEP"
004090             TO ISW-WS-NOTE-LINE
004100         WRITE ISW-RPT-REC FROM ISW-WS-NOTE-LINE
004110         DISPLAY "INTEG-SWEEP: " ISW-WS-NOTE-LINE
004120         MOVE 'Y' TO ISW-WS-STOP-SW
004130         MOVE 16 TO RETURN-CODE
004140         GO TO 1150-EXIT
004150     END-IF.
004160     ADD 1 TO ISW-WS-CU-COUNT.
004170     SET ISW-CU-IDX TO ISW-WS-CU-COUNT.
004180     MOVE CCU-ACCOUNT-ID TO ISW-CU-ACCOUNT-ID (ISW-CU-IDX).
004190     READ CPI-CUST-FILE
004200         AT END
004210             MOVE 'Y' TO ISW-WS-EOF-SW
004220     END-READ.
004230 1150-EXIT.
004240     EXIT.
004250*
004260*===============================================================
004270 1200-LOAD-BOOKED.
004280*===============================================================
004290     OPEN INPUT ISW-LOAN-FILE.
004300     IF ISW-WS-LOAN-STATUS NOT = '00'
004310         GO TO 1200-EXIT
004320     END-IF.
004330     MOVE 'N' TO ISW-WS-EOF-SW.
004340     READ ISW-LOAN-FILE
004350         AT END
004360             MOVE 'Y' TO ISW-WS-EOF-SW
004370     END-READ.
004380     PERFORM 1250-LOAD-ONE-BOOKED THRU 1250-EXIT
004390         UNTIL ISW-WS-EOF OR ISW-WS-STOP.
004400     CLOSE ISW-LOAN-FILE.
004410     IF NOT ISW-WS-STOP
004420         MOVE 'Y' TO ISW-WS-BOOKED-LOADED-SW
004430     END-IF.
004440 1200-EXIT.
004450     EXIT.
004460*
004470*===============================================================
004480 1250-LOAD-ONE-BOOKED.
004490*===============================================================
004500     IF SLC-CONTROL-REC
004510         GO TO 1250-READ
004520     END-IF.
004530     IF ISW-WS-BK-COUNT = 5000
004540         MOVE "MORE THAN 5000 BOOKED LOANS - NO SWEEP"
004550             TO ISW-WS-NOTE-LINE
004560         WRITE ISW-RPT-REC FROM ISW-WS-NOTE-LINE
004570         DISPLAY "INTEG-SWEEP: " ISW-WS-NOTE-LINE
004580         MOVE 'Y' TO ISW-WS-STOP-SW
004590         MOVE 16 TO RETURN-CODE
004600         GO TO 1250-EXIT
004610     END-IF.
004620     ADD 1 TO ISW-WS-BK-COUNT.
004630     SET ISW-BK-IDX TO ISW-WS-BK-COUNT.
004640     MOVE SIM-IN-LOAN-ID TO ISW-BK-LOAN-ID (ISW-BK-IDX).
004650     MOVE ZERO TO ISW-BK-QUOTE-DATE (ISW-BK-IDX).
004660     IF SIM-IN-QUOTE-DATE NUMERIC
004670         MOVE SIM-IN-QUOTE-DATE TO ISW-BK-QUOTE-DATE (ISW-BK-IDX)
004680     END-IF.
004690 1250-READ.
004700     READ ISW-LOAN-FILE
004710         AT END
004720             MOVE 'Y' TO ISW-WS-EOF-SW
004730     END-READ.
004740 1250-EXIT.
004750     EXIT.
004760*
004770*===============================================================
004780 2000-SWEEP-BORROWERS.
004790*===============================================================
004800*    EVERY NON-BLANK LOAN SLOT ON THE BORROWER MASTER MUST HAVE
004810*    ITS BALANCE RECORD. A CONTINUATION RECORD IS CHECKED LIKE
004820*    ANY OTHER.
004830     MOVE 1 TO ISW-WS-CAT-SUB.
004840     MOVE "BORROWER MASTER LOAN SLOTS WITH NO BALANCE RECORD"
004850         TO ICL-TITLE.
004860     PERFORM 8000-START-CATEGORY THRU 8000-EXIT.
004870     OPEN INPUT BOR-MAST-FILE.
004880     IF ISW-WS-BOR-STATUS NOT = '00'
004890         MOVE "  BORMAST NOT ON HAND - CHECK NOT RUN"
004900             TO ISW-WS-NOTE-LINE
004910         WRITE ISW-RPT-REC FROM ISW-WS-NOTE-LINE
004920         GO TO 2000-EXIT
004930     END-IF.
004940     MOVE 'N' TO ISW-WS-EOF-SW.
004950     READ BOR-MAST-FILE
004960         AT END
004970             MOVE 'Y' TO ISW-WS-EOF-SW
004980     END-READ.
004990     PERFORM 2010-CHECK-BORROWER THRU 2010-EXIT
005000         UNTIL ISW-WS-EOF.
005010     CLOSE BOR-MAST-FILE.
005020     PERFORM 8200-END-CATEGORY THRU 8200-EXIT.
005030 2000-EXIT.
005040     EXIT.
005050*
005060*===============================================================
005070 2010-CHECK-BORROWER.
005080*===============================================================
005090     PERFORM 2020-CHECK-SLOT THRU 2020-EXIT
005100         VARYING BOR-SLOT-IDX FROM 1 BY 1
005110         UNTIL BOR-SLOT-IDX > 4.
005120     READ BOR-MAST-FILE
005130         AT END
005140             MOVE 'Y' TO ISW-WS-EOF-SW
005150     END-READ.
005160 2010-EXIT.
005170     EXIT.
005180*
005190*===============================================================
005200 2020-CHECK-SLOT.
005210*===============================================================
005220     IF BOR-LOAN-ID (BOR-SLOT-IDX) = SPACES
005230         GO TO 2020-EXIT
005240     END-IF.
005250     ADD 1 TO ISW-WS-CAT-CHECKED.
005260     MOVE BOR-LOAN-ID (BOR-SLOT-IDX) TO ISW-WS-WORK-KEY.
005270     PERFORM 8300-FIND-BALANCE THRU 8300-EXIT.
005280     IF ISW-WS-FOUND
005290         GO TO 2020-EXIT
005300     END-IF.
005310     MOVE BOR-CUST-ID TO ISW-WS-WORK-REF.
005320     MOVE "BORMAST LOAN SLOT - NOT ON PAYBALMS"
005330         TO ISW-WS-WORK-REASON.
005340     PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT.
005350 2020-EXIT.
005360     EXIT.
005370*
005380*===============================================================
005390 2100-SWEEP-AUTOPAY.
005400*===============================================================
005410*    AN INSTRUCTION ALREADY ENDED (END DATE BEFORE TODAY - AS
005420*    LOAN-CLOSE LEAVES IT FOR A PAID-OFF LOAN) NO LONGER DRAWS
005430*    ON ITS LOAN AND IS NOT CHECKED.
005440     MOVE 2 TO ISW-WS-CAT-SUB.
005450     MOVE "AUTOPAY INSTRUCTIONS FOR LOANS NOT ON FILE"
005460         TO ICL-TITLE.
005470     PERFORM 8000-START-CATEGORY THRU 8000-EXIT.
005480     OPEN INPUT APG-INSTR-FILE.
005490     IF ISW-WS-APG-STATUS NOT = '00'
005500         MOVE "  AUTOPAY NOT ON HAND - CHECK NOT RUN"
005510             TO ISW-WS-NOTE-LINE
005520         WRITE ISW-RPT-REC FROM ISW-WS-NOTE-LINE
005530         GO TO 2100-EXIT
005540     END-IF.
005550     MOVE 'N' TO ISW-WS-EOF-SW.
005560     READ APG-INSTR-FILE
005570         AT END
005580             MOVE 'Y' TO ISW-WS-EOF-SW
005590     END-READ.
005600     PERFORM 2110-CHECK-INSTRUCTION THRU 2110-EXIT
005610         UNTIL ISW-WS-EOF.
005620     CLOSE APG-INSTR-FILE.
005630     PERFORM 8200-END-CATEGORY THRU 8200-EXIT.
005640 2100-EXIT.
005650     EXIT.
005660*
005670*===============================================================
005680 2110-CHECK-INSTRUCTION.
005690*===============================================================
005700     IF API-LOAN-ID = SPACES
005710         GO TO 2110-READ
005720     END-IF.
005730     IF API-END-DATE NUMERIC AND API-END-DATE > ZERO
005740             AND API-END-DATE < RUNSTAMP-DATE
005750         ADD 1 TO ISW-WS-APG-ENDED
005760         GO TO 2110-READ
005770     END-IF.
005780     ADD 1 TO ISW-WS-CAT-CHECKED.
005790     MOVE API-LOAN-ID TO ISW-WS-WORK-KEY.
005800     PERFORM 8300-FIND-BALANCE THRU 8300-EXIT.
005810     IF ISW-WS-FOUND
005820         GO TO 2110-READ
005830     END-IF.
005840     MOVE SPACES TO ISW-WS-WORK-REF.
005850     MOVE API-START-DATE TO ISW-WS-WORK-REF.
005860     MOVE "AUTOPAY INSTRUCTION - NOT ON PAYBALMS"
005870         TO ISW-WS-WORK-REASON.
005880     PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT.
005890 2110-READ.
005900     READ APG-INSTR-FILE
005910         AT END
005920             MOVE 'Y' TO ISW-WS-EOF-SW
005930     END-READ.
005940 2110-EXIT.
005950     EXIT.
005960*
005970*===============================================================
005980 2200-SWEEP-SCHEDULE.
005990*===============================================================
006000     MOVE 3 TO ISW-WS-CAT-SUB.
006010     MOVE "DUE-SCHEDULE ENTRIES WITH NO BALANCE RECORD"
006020         TO ICL-TITLE.
006030     PERFORM 8000-START-CATEGORY THRU 8000-EXIT.
006040     OPEN INPUT PAY-SCHED-FILE.
006050     IF ISW-WS-SCHED-STATUS NOT = '00'
006060         MOVE "  PAYSCHED NOT ON HAND - CHECK NOT RUN"
006070             TO ISW-WS-NOTE-LINE
006080         WRITE ISW-RPT-REC FROM ISW-WS-NOTE-LINE
006090         GO TO 2200-EXIT
006100     END-IF.
006110     MOVE 'N' TO ISW-WS-EOF-SW.
006120     READ PAY-SCHED-FILE
006130         AT END
006140             MOVE 'Y' TO ISW-WS-EOF-SW
006150     END-READ.
006160     PERFORM 2210-CHECK-SCHEDULE THRU 2210-EXIT
006170         UNTIL ISW-WS-EOF.
006180     CLOSE PAY-SCHED-FILE.
006190     PERFORM 8200-END-CATEGORY THRU 8200-EXIT.
006200 2200-EXIT.
006210     EXIT.
006220*
006230*===============================================================
006240 2210-CHECK-SCHEDULE.
006250*===============================================================
006260     ADD 1 TO ISW-WS-CAT-CHECKED.
006270     MOVE PSC-LOAN-ID TO ISW-WS-WORK-KEY.
006280     PERFORM 8300-FIND-BALANCE THRU 8300-EXIT.
006290     IF NOT ISW-WS-FOUND
006300         MOVE SPACES TO ISW-WS-WORK-REF
006310         MOVE PSC-NEXT-DUE-DATE TO ISW-WS-WORK-REF
006320         MOVE "PAYSCHED ENTRY - NOT ON PAYBALMS"
006330             TO ISW-WS-WORK-REASON
006340         PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT
006350     END-IF.
006360     READ PAY-SCHED-FILE
006370         AT END
006380             MOVE 'Y' TO ISW-WS-EOF-SW
006390     END-READ.
006400 2210-EXIT.
006410     EXIT.
006420*
006430*===============================================================
006440 2300-SWEEP-DEPOSITS.
006450*===============================================================
006460*    EVERY CPI-PRIN ACCOUNT, ESCHEATED ONES INCLUDED, MUST HAVE
006470*    A CPI-CUST NAME RECORD.
006480     MOVE 4 TO ISW-WS-CAT-SUB.
006490     MOVE "DEPOSIT ACCOUNTS WITH NO CUSTOMER NAME RECORD"
006500         TO ICL-TITLE.
006510     PERFORM 8000-START-CATEGORY THRU 8000-EXIT.
006520     IF NOT ISW-WS-CUST-LOADED
006530         MOVE "  CPICUST NOT ON HAND - CHECK NOT RUN"
006540             TO ISW-WS-NOTE-LINE
006550         WRITE ISW-RPT-REC FROM ISW-WS-NOTE-LINE
006560         GO TO 2300-EXIT
006570     END-IF.
006580     OPEN INPUT CPI-PRIN-FILE.
006590     IF ISW-WS-PRIN-STATUS NOT = '00'
006600         MOVE "  CPIPRIN NOT ON HAND - CHECK NOT RUN"
006610             TO ISW-WS-NOTE-LINE
006620         WRITE ISW-RPT-REC FROM ISW-WS-NOTE-LINE
006630         GO TO 2300-EXIT
006640     END-IF.
006650     MOVE 'N' TO ISW-WS-EOF-SW.
006660     READ CPI-PRIN-FILE
006670         AT END
006680             MOVE 'Y' TO ISW-WS-EOF-SW
006690     END-READ.
006700     PERFORM 2310-CHECK-ACCOUNT THRU 2310-EXIT
006710         UNTIL ISW-WS-EOF.
006720     CLOSE CPI-PRIN-FILE.
006730     PERFORM 8200-END-CATEGORY THRU 8200-EXIT.
006740 2300-EXIT.
006750     EXIT.
006760*
006770*===============================================================
006780 2310-CHECK-ACCOUNT.
006790*===============================================================
006800     IF CPC-HEADER OR CPC-TRAILER
006810         GO TO 2310-READ
006820     END-IF.
006830     ADD 1 TO ISW-WS-CAT-CHECKED.
006840     MOVE 'N' TO ISW-WS-FOUND-SW.
006850     PERFORM 2320-SCAN-CUSTOMER THRU 2320-EXIT
006860         VARYING ISW-CU-IDX FROM 1 BY 1
006870         UNTIL ISW-CU-IDX > ISW-WS-CU-COUNT.
006880     IF ISW-WS-FOUND
006890         GO TO 2310-READ
006900     END-IF.
006910     MOVE CPI-IN-ACCOUNT-ID TO ISW-WS-WORK-KEY.
006920     MOVE SPACES TO ISW-WS-WORK-REF.
006930     MOVE CPI-IN-PRODUCT-CODE TO ISW-WS-WORK-REF.
006940     MOVE "CPIPRIN ACCOUNT - NOT ON CPICUST"
006950         TO ISW-WS-WORK-REASON.
006960     PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT.
006970 2310-READ.
006980     READ CPI-PRIN-FILE
006990         AT END
007000             MOVE 'Y' TO ISW-WS-EOF-SW
007010     END-READ.
007020 2310-EXIT.
007030     EXIT.
007040*
007050*===============================================================
007060 2320-SCAN-CUSTOMER.
007070*===============================================================
007080     IF ISW-CU-ACCOUNT-ID (ISW-CU-IDX) = CPI-IN-ACCOUNT-ID
007090         MOVE 'Y' TO ISW-WS-FOUND-SW
007100         SET ISW-CU-IDX TO ISW-WS-CU-COUNT
007110     END-IF.
007120 2320-EXIT.
007130     EXIT.
007140*
007150*===============================================================
007160 2400-SWEEP-PENDING.
007170*===============================================================
007180*    A QUOTE STILL HELD FOR APPROVAL WHOSE LOAN IS ALREADY ON
007190*    THE BOOKED-LOAN FILE WAS BOOKED AROUND THE APPROVAL. THE
007200*    MATCH IS BY LOAN ID AND, WHERE QUOTE-SELECT STAMPED THE
007210*    LOAN, BY QUOTE DATE AS WELL - THE SAME TIE QUOTE-PIPELINE
007220*    USES.
007230     MOVE 5 TO ISW-WS-CAT-SUB.
007240     MOVE "PENDING QUOTES WHOSE LOAN WAS BOOKED"
007250         TO ICL-TITLE.
007260     PERFORM 8000-START-CATEGORY THRU 8000-EXIT.
007270     IF NOT ISW-WS-BOOKED-LOADED
007280         MOVE "  SIMLOAN NOT ON HAND - CHECK NOT RUN"
007290             TO ISW-WS-NOTE-LINE
007300         WRITE ISW-RPT-REC FROM ISW-WS-NOTE-LINE
007310         GO TO 2400-EXIT
007320     END-IF.
007330     OPEN INPUT ISW-PEND-FILE.
007340     IF ISW-WS-PEND-STATUS NOT = '00'
007350         MOVE "  QSLPENDI NOT ON HAND - CHECK NOT RUN"
007360             TO ISW-WS-NOTE-LINE
007370         WRITE ISW-RPT-REC FROM ISW-WS-NOTE-LINE
007380         GO TO 2400-EXIT
007390     END-IF.
007400     MOVE 'N' TO ISW-WS-EOF-SW.
007410     READ ISW-PEND-FILE
007420         AT END
007430             MOVE 'Y' TO ISW-WS-EOF-SW
007440     END-READ.
007450     PERFORM 2410-CHECK-PENDING THRU 2410-EXIT
007460         UNTIL ISW-WS-EOF.
007470     CLOSE ISW-PEND-FILE.
007480     PERFORM 8200-END-CATEGORY THRU 8200-EXIT.
007490 2400-EXIT.
007500     EXIT.
007510*
007520*===============================================================
007530 2410-CHECK-PENDING.
007540*===============================================================
007550     ADD 1 TO ISW-WS-CAT-CHECKED.
007560     MOVE ZERO TO ISW-WS-SEEK-QDATE.
007570     IF QPN-QUOTE-DATE NUMERIC
007580         MOVE QPN-QUOTE-DATE TO ISW-WS-SEEK-QDATE
007590     END-IF.
007600     MOVE 'N' TO ISW-WS-FOUND-SW.
007610     PERFORM 2420-SCAN-BOOKED THRU 2420-EXIT
007620         VARYING ISW-BK-IDX FROM 1 BY 1
007630         UNTIL ISW-BK-IDX > ISW-WS-BK-COUNT.
007640     IF ISW-WS-FOUND
007650         MOVE QPN-LOAN-ID  TO ISW-WS-WORK-KEY
007660         MOVE QPN-QUOTE-ID TO ISW-WS-WORK-REF
007670         MOVE "PENDING QUOTE - LOAN ALREADY BOOKED"
007680             TO ISW-WS-WORK-REASON
007690         PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT
007700     END-IF.
007710     READ ISW-PEND-FILE
007720         AT END
007730             MOVE 'Y' TO ISW-WS-EOF-SW
007740     END-READ.
007750 2410-EXIT.
007760     EXIT.
007770*
007780*===============================================================
007790 2420-SCAN-BOOKED.
007800*===============================================================
007810     IF ISW-BK-LOAN-ID (ISW-BK-IDX) = QPN-LOAN-ID
007820         IF ISW-BK-QUOTE-DATE (ISW-BK-IDX) = ZERO
007830                 OR ISW-BK-QUOTE-DATE (ISW-BK-IDX)
007840                     = ISW-WS-SEEK-QDATE
007850             MOVE 'Y' TO ISW-WS-FOUND-SW
007860             SET ISW-BK-IDX TO ISW-WS-BK-COUNT
007870         END-IF
007880     END-IF.
007890 2420-EXIT.
007900     EXIT.
007910*
007920*===============================================================
007930 3000-PRINT-SUMMARY.
007940*===============================================================
007950     WRITE ISW-RPT-REC FROM ISW-WS-BLANK-LINE.
007960     WRITE ISW-RPT-REC FROM ISW-WS-SUM-HDR.
007970     PERFORM 3100-PRINT-SUM-LINE THRU 3100-EXIT
007980         VARYING ISW-WS-CAT-SUB FROM 1 BY 1
007990         UNTIL ISW-WS-CAT-SUB > 5.
008000     WRITE ISW-RPT-REC FROM ISW-WS-BLANK-LINE.
008010     MOVE "TOTAL EXCEPTIONS WRITTEN TO ISWREJCT:" TO IFL-LABEL.
008020     MOVE ISW-WS-TOTAL-EXCP TO IFL-COUNT.
008030     WRITE ISW-RPT-REC FROM ISW-WS-FOOT-LINE.
008040     MOVE "ENDED AUTOPAY INSTRUCTIONS NOT CHECKED:" TO IFL-LABEL.
008050     MOVE ISW-WS-APG-ENDED TO IFL-COUNT.
008060     WRITE ISW-RPT-REC FROM ISW-WS-FOOT-LINE.
008070 3000-EXIT.
008080     EXIT.
008090*
008100*===============================================================
008110 3100-PRINT-SUM-LINE.
008120*===============================================================
008130     MOVE ISW-CN-NAME (ISW-WS-CAT-SUB)    TO ISS-NAME.
008140     MOVE ISW-CT-CHECKED (ISW-WS-CAT-SUB) TO ISS-CHECKED.
008150     MOVE ISW-CT-EXCP (ISW-WS-CAT-SUB)    TO ISS-EXCP.
008160     IF ISW-CT-RUN (ISW-WS-CAT-SUB)
008170         MOVE SPACES TO ISS-NOTE
008180     ELSE
008190         MOVE "NOT RUN" TO ISS-NOTE
008200     END-IF.
008210     WRITE ISW-RPT-REC FROM ISW-WS-SUM-LINE.
008220 3100-EXIT.
008230     EXIT.
008240*
008250*===============================================================
008260 8000-START-CATEGORY.
008270*===============================================================
008280*    THE CALLER SETS ISW-WS-CAT-SUB AND THE CATEGORY TITLE.
008290     MOVE ZERO TO ISW-WS-CAT-CHECKED.
008300     MOVE ZERO TO ISW-WS-CAT-EXCP.
008310     WRITE ISW-RPT-REC FROM ISW-WS-BLANK-LINE.
008320     WRITE ISW-RPT-REC FROM ISW-WS-CAT-LINE.
008330     WRITE ISW-RPT-REC FROM ISW-WS-COL-HDR.
008340 8000-EXIT.
008350     EXIT.
008360*
008370*===============================================================
008380 8100-WRITE-EXCEPTION.
008390*===============================================================
008400*    ONE REPORT LINE AND ONE REJCOMM RECORD PER ORPHAN.
008410     MOVE ISW-WS-WORK-KEY    TO ISD-KEY-ID.
008420     MOVE ISW-WS-WORK-REF    TO ISD-REF.
008430     MOVE ISW-WS-WORK-REASON TO ISD-REASON.
008440     WRITE ISW-RPT-REC FROM ISW-WS-DETAIL-LINE.
008450     MOVE SPACES             TO ISW-REJ-REC.
008460     MOVE ISW-WS-PROGRAM-ID  TO REJ-PROGRAM-ID.
008470     MOVE ISW-WS-WORK-KEY    TO REJ-KEY-ID.
008480     MOVE ISW-WS-WORK-REASON TO REJ-REASON.
008490     MOVE RUNSTAMP-DATE      TO REJ-REJECT-DATE.
008500     WRITE ISW-REJ-REC.
008510     ADD 1 TO ISW-WS-CAT-EXCP.
008520     ADD 1 TO ISW-WS-TOTAL-EXCP.
008530 8100-EXIT.
008540     EXIT.
008550*
008560*===============================================================
008570 8200-END-CATEGORY.
008580*===============================================================
008590     MOVE ISW-WS-CAT-CHECKED TO ICT-CHECKED.
008600     MOVE ISW-WS-CAT-EXCP    TO ICT-EXCP.
008610     WRITE ISW-RPT-REC FROM ISW-WS-CAT-TOTAL-LINE.
008620     MOVE 'Y' TO ISW-CT-RUN-SW (ISW-WS-CAT-SUB).
008630     MOVE ISW-WS-CAT-CHECKED TO ISW-CT-CHECKED (ISW-WS-CAT-SUB).
008640     MOVE ISW-WS-CAT-EXCP    TO ISW-CT-EXCP (ISW-WS-CAT-SUB).
008650 8200-EXIT.
008660     EXIT.
008670*
008680*===============================================================
008690 8300-FIND-BALANCE.
008700*===============================================================
008710*    A CHARGED-OFF LOAN IS STILL ON PAY-BAL-FILE AND IS NOT AN
008720*    ORPHAN.
008730     MOVE 'Y' TO ISW-WS-FOUND-SW.
008740     MOVE ISW-WS-WORK-KEY TO PAY-BM-LOAN-ID.
008750     READ PAY-BAL-FILE
008760         INVALID KEY
008770             MOVE 'N' TO ISW-WS-FOUND-SW
008780     END-READ.
008790 8300-EXIT.
008800     EXIT.
008810*
008820*===============================================================
008830 9000-TERMINATE.
008840*===============================================================
008850     IF ISW-WS-BAL-STATUS = '00'
008860         CLOSE PAY-BAL-FILE
008870     END-IF.
008880     CLOSE ISW-REJ-FILE.
008890     CLOSE ISW-RPT-FILE.
008900     DISPLAY "INTEG-SWEEP: BORROWER SLOT ORPHANS:   "
008910         ISW-CT-EXCP (1).
008920     DISPLAY "INTEG-SWEEP: AUTOPAY ORPHANS:         "
008930         ISW-CT-EXCP (2).
008940     DISPLAY "INTEG-SWEEP: PAYSCHED ORPHANS:        "
008950         ISW-CT-EXCP (3).
008960     DISPLAY "INTEG-SWEEP: CPI-PRIN ORPHANS:        "
008970         ISW-CT-EXCP (4).
008980     DISPLAY "INTEG-SWEEP: PENDING QUOTES BOOKED:   "
008990         ISW-CT-EXCP (5).
009000     DISPLAY "INTEG-SWEEP: TOTAL EXCEPTIONS:        "
009010         ISW-WS-TOTAL-EXCP.
009020 9000-EXIT.
009030     EXIT.
