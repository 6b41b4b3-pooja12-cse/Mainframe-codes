000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LOAN-CLOSE.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   LOAN SERVICING DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. PAID-IN-FULL CLOSURE.
000130*                    A LOAN LOAN-PAYMENT HAS PAID DOWN TO ZERO,
000140*                    OR ONE WHOSE PAYOFF-QUOTE AMOUNT WAS PAID
000150*                    INSIDE THE QUOTE'S GOOD-THROUGH WINDOW
000160*                    (THE SMALL RESIDUAL LEFT BY LATER POSTINGS
000170*                    WAIVED TO THE GL, UP TO THE PAYCTL CLOSTOL
000180*                    TOLERANCE), IS CLOSED ONCE ITS LAST
000190*                    ACTIVITY IS PAYCTL CLOSWAIT DAYS OLD - SO A
000200*                    RETURNED PAYOFF CHECK STILL FINDS ITS LOAN.
000210*                    EACH CLOSED LOAN MOVES FROM PAY-BAL-FILE TO
000220*                    THE KEYED PAY-CLOSD-FILE CLOSED-LOAN
000230*                    HISTORY (WITH ITS FINAL MASTER IMAGE),
000240*                    COMES OFF THE BORROWER MASTER, HAS ANY
000250*                    AUTOPAY INSTRUCTION ENDED AT ITS PAYOFF
000260*                    DATE, AND GETS A PAID-IN-FULL / LIEN-
000270*                    RELEASE LETTER THROUGH THE CONCATSTRING
000280*                    MAIL-MERGE (LCL-LIEN-FILE EXTRACT). THE
000290*                    BORROWER AND AUTOPAY FILES ARE WRITTEN AS
000300*                    NEW GENERATIONS THE JOB RENAMES INTO PLACE.
000301*   10/15/2026 RK    PAY-CLOSD-FILE RECORD GROWS TO 200 BYTES
000302*                    AND NOW CARRIES THE BORROWER'S NAME AND
000303*                    ADDRESS AT CLOSURE, SO LOAN-TAX-STMT CAN
000304*                    STILL MAIL A CLOSED LOAN'S INTEREST
000305*                    STATEMENT ONCE IT IS OFF THE BORROWER
000306*                    MASTER.
000307*   10/15/2026 RK    A REVERSAL LOAN-PAYMENT RE-DATED OUT OF A
000307*                    CLOSED GL PERIOD IS TAKEN AT PPH-ORIG-DATE,
000307*                    THE DATE OF THE PAYMENT IT REVERSES, SO IT
000307*                    STILL NETS AGAINST THAT PAYMENT.
000310*---------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PAY-BAL-FILE     ASSIGN TO PAYBALMS
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS PAY-BM-LOAN-ID
000420         FILE STATUS IS LCL-WS-BAL-STATUS.
000430     SELECT PAY-CLOSD-FILE   ASSIGN TO PAYCLOSD
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS PCD-LOAN-ID
000470         FILE STATUS IS LCL-WS-CLOSD-STATUS.
000480     SELECT PAY-CTL-FILE     ASSIGN TO PAYCTL
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS LCL-WS-CTL-STATUS.
000510     SELECT LCL-COA-FILE     ASSIGN TO SIMCOA
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS LCL-WS-COA-STATUS.
000540     SELECT POQ-QUOTE-FILE   ASSIGN TO POQFILE
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS LCL-WS-QUOTE-STATUS.
000570     SELECT PAY-PHIST-FILE   ASSIGN TO PAYPHIST
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS LCL-WS-PHIST-STATUS.
000600     SELECT BOR-MAST-FILE    ASSIGN TO BORMAST
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS LCL-WS-BOR-STATUS.
000630     SELECT BOR-NEW-FILE     ASSIGN TO BORMASTN
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650     SELECT APG-INSTR-FILE   ASSIGN TO AUTOPAY
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS LCL-WS-APG-STATUS.
000680     SELECT APG-NEW-FILE     ASSIGN TO AUTOPAYN
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700     SELECT LCL-LIEN-FILE    ASSIGN TO PAYLIENX
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720     SELECT LCL-GL-FILE      ASSIGN TO LCLGLPST
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740     SELECT LCL-RPT-FILE     ASSIGN TO LCLRPT
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760*
000770 DATA DIVISION.
000780 FILE SECTION.
000790*    SAME KEYED BALANCE MASTER LOAN-PAYMENT MAINTAINS - SEE
000800*    ITS FD.
000810 FD  PAY-BAL-FILE
000820     RECORD CONTAINS 80 CHARACTERS.
000830 01  PAY-BAL-REC.
000840     05  PAY-BM-LOAN-ID          PIC X(10).
000850     05  PAY-BM-BALANCE          PIC 9(07)V99.
000860     05  PAY-BM-LAST-POST-DATE   PIC 9(08).
000870     05  PAY-BM-LAST-PAY-DATE    PIC 9(08).
000880     05  PAY-BM-NEXT-DUE-DATE    PIC 9(08).
000890     05  PAY-BM-DUE-AMOUNT       PIC 9(05)V99.
000900     05  PAY-BM-PRIN-BAL         PIC 9(07)V99.
000910     05  PAY-BM-INT-BAL          PIC 9(07)V99.
000920     05  PAY-BM-FEE-BAL          PIC 9(07)V99.
000930     05  PAY-BM-STATUS           PIC X(01).
000940         88  PAY-BM-CHARGED-OFF  VALUE 'C'.
000950     05  FILLER                  PIC X(02).
000960*
000970*    CLOSED-LOAN HISTORY - ONE KEYED RECORD PER CLOSED LOAN,
000980*    CARRYING THE MASTER RECORD AS IT STOOD AT CLOSURE.
000990 FD  PAY-CLOSD-FILE
001000     RECORD CONTAINS 200 CHARACTERS.
001010 01  PAY-CLOSD-REC.
001020     05  PCD-LOAN-ID             PIC X(10).
001030     05  PCD-CLOSE-DATE          PIC 9(08).
001040     05  PCD-REASON              PIC X(01).
001050         88  PCD-PAID-TO-ZERO    VALUE 'Z'.
001060         88  PCD-QUOTE-PAYOFF    VALUE 'Q'.
001070     05  PCD-CUST-ID             PIC X(08).
001080     05  PCD-PAYOFF-DATE         PIC 9(08).
001090     05  PCD-WAIVED              PIC 9(07)V99.
001100     05  PCD-QUOTE-AMT           PIC 9(09)V99.
001110     05  PCD-QUOTE-DATE          PIC 9(08).
001120     05  PCD-AUTOPAY-ENDED       PIC X(01).
001130     05  PCD-FINAL-MASTER        PIC X(80).
001132     05  PCD-NAME                PIC X(20).
001134     05  PCD-ADDRESS             PIC X(30).
001140     05  FILLER                  PIC X(06).
001150*
001160 FD  PAY-CTL-FILE
001170     RECORD CONTAINS 20 CHARACTERS.
001180     COPY CTLPARM REPLACING ==CTLPARM-RECORD==
001190         BY ==PAY-CTL-REC==.
001200*
001210 FD  LCL-COA-FILE
001220     RECORD CONTAINS 20 CHARACTERS.
001230 01  LCL-COA-REC.
001240     05  COA-ROLE                PIC X(08).
001250     05  COA-ACCOUNT-NO          PIC X(10).
001260     05  FILLER                  PIC X(02).
001270*
001280*    PAYOFF-QUOTE'S QUOTE FILE - SEE ITS POQ-QUOTE-REC.
001290 FD  POQ-QUOTE-FILE
001300     RECORD CONTAINS 60 CHARACTERS.
001310 01  POQ-QUOTE-REC.
001320     05  PQR-LOAN-ID             PIC X(10).
001330     05  PQR-THRU-DATE           PIC 9(08).
001340     05  PQR-PAYOFF-AMT          PIC 9(09)V99.
001350     05  PQR-PER-DIEM            PIC 9(05)V99.
001360     05  PQR-EXPIRY-DATE         PIC 9(08).
001370     05  PQR-QUOTE-DATE          PIC 9(08).
001380     05  FILLER                  PIC X(08).
001390*
001400 FD  PAY-PHIST-FILE
001410     RECORD CONTAINS 80 CHARACTERS.
001420 01  PAY-PHIST-REC.
001430     05  PPH-LOAN-ID             PIC X(10).
001440     05  PPH-PAY-DATE            PIC 9(08).
001450     05  PPH-AMOUNT              PIC 9(07)V99.
001460     05  PPH-ALLOC-INT           PIC 9(07)V99.
001470     05  PPH-ALLOC-FEE           PIC 9(07)V99.
001480     05  PPH-ALLOC-PRIN          PIC 9(07)V99.
001490     05  PPH-REVERSAL-FLAG       PIC X(01).
001500     05  PPH-RUN-DATE            PIC 9(08).
001505     05  PPH-ORIG-DATE           PIC 9(08).
001510     05  FILLER                  PIC X(09).
001520*
001530*    BORROWER MASTER - SEE BORROWER-STMT.
001540 FD  BOR-MAST-FILE
001550     RECORD CONTAINS 100 CHARACTERS.
001560 01  BOR-MAST-REC.
001570     05  BOR-CUST-ID             PIC X(08).
001580     05  BOR-NAME                PIC X(20).
001590     05  BOR-ADDRESS             PIC X(30).
001600     05  BOR-LOAN-SLOT OCCURS 4 TIMES
001610                       INDEXED BY BOR-SLOT-IDX.
001620         10  BOR-LOAN-ID         PIC X(10).
001630     05  FILLER                  PIC X(02).
001640*
001650 FD  BOR-NEW-FILE
001660     RECORD CONTAINS 100 CHARACTERS.
001670 01  BOR-NEW-REC                 PIC X(100).
001680*
001690*    AUTOPAY STANDING INSTRUCTIONS - SEE AUTOPAY-GEN.
001700 FD  APG-INSTR-FILE
001710     RECORD CONTAINS 40 CHARACTERS.
001720 01  APG-INSTR-REC.
001730     05  API-LOAN-ID             PIC X(10).
001740     05  API-AMOUNT              PIC 9(05)V99.
001750     05  API-FREQUENCY           PIC X(01).
001760     05  API-START-DATE          PIC 9(08).
001770     05  API-END-DATE            PIC 9(08).
001780     05  FILLER                  PIC X(06).
001790*
001800 FD  APG-NEW-FILE
001810     RECORD CONTAINS 40 CHARACTERS.
001820 01  APG-NEW-REC                 PIC X(40).
001830*
001840*    LIEN-RELEASE EXTRACT - ONE RECORD PER CLOSED LOAN WITH A
001850*    BORROWER ON FILE, MERGED INTO LETTERS BY CONCATSTRING.
001860 FD  LCL-LIEN-FILE
001870     RECORD CONTAINS 100 CHARACTERS.
001880 01  LCL-LIEN-REC.
001890     05  PLX-LOAN-ID             PIC X(10).
001900     05  PLX-CLOSE-DATE          PIC 9(08).
001910     05  PLX-PAYOFF-DATE         PIC 9(08).
001920     05  PLX-CUST-ID             PIC X(08).
001930     05  PLX-NAME                PIC X(20).
001940     05  PLX-ADDRESS             PIC X(30).
001950     05  PLX-REASON              PIC X(01).
001960     05  FILLER                  PIC X(15).
001970*
001980 FD  LCL-GL-FILE
001990     RECORD CONTAINS 40 CHARACTERS.
002000 01  LCL-GL-REC                  PIC X(40).
002010*
002020 FD  LCL-RPT-FILE
002030     RECORD CONTAINS 80 CHARACTERS.
002040 01  LCL-RPT-REC                 PIC X(80).
002050*
002060 WORKING-STORAGE SECTION.
002070 77  LCL-WS-BAL-EOF-SW           PIC X(01) VALUE 'N'.
002080     88  LCL-WS-BAL-EOF          VALUE 'Y'.
002090 77  LCL-WS-CTL-EOF-SW           PIC X(01) VALUE 'N'.
002100     88  LCL-WS-CTL-EOF          VALUE 'Y'.
002110 77  LCL-WS-COA-EOF-SW           PIC X(01) VALUE 'N'.
002120     88  LCL-WS-COA-EOF          VALUE 'Y'.
002130 77  LCL-WS-QUOTE-EOF-SW         PIC X(01) VALUE 'N'.
002140     88  LCL-WS-QUOTE-EOF        VALUE 'Y'.
002150 77  LCL-WS-PHIST-EOF-SW         PIC X(01) VALUE 'N'.
002160     88  LCL-WS-PHIST-EOF        VALUE 'Y'.
002170 77  LCL-WS-BOR-EOF-SW           PIC X(01) VALUE 'N'.
002180     88  LCL-WS-BOR-EOF          VALUE 'Y'.
002190 77  LCL-WS-APG-EOF-SW           PIC X(01) VALUE 'N'.
002200     88  LCL-WS-APG-EOF          VALUE 'Y'.
002210 77  LCL-WS-STOP-SW              PIC X(01) VALUE 'N'.
002220     88  LCL-WS-STOP             VALUE 'Y'.
002230 77  LCL-WS-FOUND-SW             PIC X(01).
002240     88  LCL-WS-FOUND            VALUE 'Y'.
002250 77  LCL-WS-BAL-STATUS           PIC X(02) VALUE '00'.
002260 77  LCL-WS-CLOSD-STATUS         PIC X(02) VALUE '00'.
002270 77  LCL-WS-CTL-STATUS           PIC X(02) VALUE '00'.
002280 77  LCL-WS-COA-STATUS           PIC X(02) VALUE '00'.
002290 77  LCL-WS-QUOTE-STATUS         PIC X(02) VALUE '00'.
002300 77  LCL-WS-PHIST-STATUS         PIC X(02) VALUE '00'.
002310 77  LCL-WS-BOR-STATUS           PIC X(02) VALUE '00'.
002320 77  LCL-WS-APG-STATUS           PIC X(02) VALUE '00'.
002330 77  LCL-WS-CONTROL-KEY          PIC X(10) VALUE '*CONTROL* '.
002340 77  LCL-WS-RECV-ACCT            PIC X(10) VALUE '1200LNRECV'.
002350 77  LCL-WS-WAIVE-ACCT           PIC X(10) VALUE '5450POWAIV'.
002360*
002370*    PAYCTL PARMS - CLOSWAIT IS THE DAYS A LOAN'S LAST ACTIVITY
002380*    MUST AGE BEFORE IT CLOSES; CLOSTOL IS THE LARGEST RESIDUAL
002390*    WAIVED ON A PAID PAYOFF QUOTE.
002400 77  LCL-WS-CLOSE-WAIT           PIC 9(05) COMP VALUE 10.
002410 01  LCL-WS-CLOSE-TOL            PIC 9(05)V99 VALUE 25.00.
002420*
002430 77  LCL-WS-ZERO-COUNT           PIC 9(07) COMP VALUE ZERO.
002440 77  LCL-WS-QUOTE-CLOSED         PIC 9(07) COMP VALUE ZERO.
002450 77  LCL-WS-HELD-COUNT           PIC 9(07) COMP VALUE ZERO.
002460 77  LCL-WS-OVER-TOL-COUNT       PIC 9(07) COMP VALUE ZERO.
002470 77  LCL-WS-DEFER-COUNT          PIC 9(07) COMP VALUE ZERO.
002480 77  LCL-WS-SLOTS-REMOVED        PIC 9(07) COMP VALUE ZERO.
002490 77  LCL-WS-BOR-DROPPED          PIC 9(07) COMP VALUE ZERO.
002500 77  LCL-WS-APG-ENDED            PIC 9(07) COMP VALUE ZERO.
002510 77  LCL-WS-LIEN-COUNT           PIC 9(07) COMP VALUE ZERO.
002520 77  LCL-WS-NO-BOR-COUNT         PIC 9(07) COMP VALUE ZERO.
002530 77  LCL-WS-CLOSED-COUNT         PIC 9(07) COMP VALUE ZERO.
002540 77  LCL-WS-GL-REC-COUNT         PIC 9(07) COMP VALUE ZERO.
002550 01  LCL-WS-GL-HASH-TOTAL        PIC 9(11)V99 VALUE ZERO.
002560 01  LCL-WS-WAIVED-TOTAL         PIC 9(09)V99 VALUE ZERO.
002570 77  LCL-WS-SLOTS-KEPT           PIC 9(01) COMP VALUE ZERO.
002580 77  LCL-WS-SLOTS-HIT            PIC 9(01) COMP VALUE ZERO.
002590 77  LCL-WS-HIT                  PIC 9(05) COMP VALUE ZERO.
002600 77  LCL-WS-SEEK-ID              PIC X(10).
002610 01  LCL-WS-ACTIVITY-DATE        PIC 9(08) VALUE ZERO.
002630     COPY RUNSTAMP.
002640*
002650*    SERIAL-DAY CONVERSION - SAME SHAPE AS SIMPLE-INTEREST'S
002660*    2090-DATE-TO-SERIAL.
002670 01  LCL-WS-SER-DATE             PIC 9(08).
002680 01  LCL-WS-SER-DATE-MDY REDEFINES LCL-WS-SER-DATE.
002690     05  LCL-SER-YEAR            PIC 9(04).
002700     05  LCL-SER-MONTH           PIC 9(02).
002710     05  LCL-SER-DAY             PIC 9(02).
002720 77  LCL-WS-SER-M                PIC 9(04) COMP VALUE ZERO.
002730 77  LCL-WS-SER-Y                PIC 9(04) COMP VALUE ZERO.
002740 77  LCL-WS-SERIAL               PIC 9(07) COMP VALUE ZERO.
002750 77  LCL-WS-TODAY-SERIAL         PIC 9(07) COMP VALUE ZERO.
002760 77  LCL-WS-AGE-DAYS             PIC S9(07) COMP VALUE ZERO.
002770*
002780*    PAYOFF QUOTES STILL WORTH CHECKING - THE LATEST QUOTE PER
002790*    LOAN WHOSE GOOD-THROUGH DATE FALLS IN THE LAST 90 DAYS,
002800*    WITH THE NET PAYMENTS RECEIVED INSIDE ITS WINDOW.
002810 77  LCL-WS-QT-COUNT             PIC 9(05) COMP VALUE ZERO.
002820 77  LCL-WS-QT-FULL-SW           PIC X(01) VALUE 'N'.
002830     88  LCL-WS-QT-FULL          VALUE 'Y'.
002840 01  LCL-WS-QUOTE-TABLE.
002850     05  LCL-QT-ENTRY OCCURS 1000 TIMES
002860                      INDEXED BY LCL-QT-IDX.
002870         10  LCL-QT-LOAN-ID      PIC X(10).
002880         10  LCL-QT-QUOTE-DATE   PIC 9(08).
002890         10  LCL-QT-EXPIRY-DATE  PIC 9(08).
002900         10  LCL-QT-PAYOFF-AMT   PIC 9(09)V99.
002910         10  LCL-QT-PAID         PIC S9(09)V99.
002920*
002930*    LOANS SELECTED FOR CLOSURE THIS RUN, IN LOAN ORDER. A FULL
002940*    TABLE LEAVES THE REST FOR THE NEXT RUN.
002950 77  LCL-WS-CL-COUNT             PIC 9(05) COMP VALUE ZERO.
002960 77  LCL-WS-CL-FULL-SW           PIC X(01) VALUE 'N'.
002970     88  LCL-WS-CL-FULL          VALUE 'Y'.
002980 01  LCL-WS-CLOSE-TABLE.
002990     05  LCL-CL-ENTRY OCCURS 1000 TIMES
003000                      INDEXED BY LCL-CL-IDX.
003010         10  LCL-CL-LOAN-ID      PIC X(10).
003020         10  LCL-CL-REASON       PIC X(01).
003030         10  LCL-CL-PAYOFF-DATE  PIC 9(08).
003040         10  LCL-CL-WAIVED       PIC 9(07)V99.
003050         10  LCL-CL-QUOTE-AMT    PIC 9(09)V99.
003060         10  LCL-CL-QUOTE-DATE   PIC 9(08).
003070         10  LCL-CL-CUST-ID      PIC X(08).
003080         10  LCL-CL-NAME         PIC X(20).
003090         10  LCL-CL-ADDRESS      PIC X(30).
003100         10  LCL-CL-AUTOPAY-SW   PIC X(01).
003110*
003120 01  LCL-WS-GL-HDR.
003130     05  LGH-REC-TYPE            PIC X(01) VALUE 'H'.
003140     05  LGH-SOURCE              PIC X(08) VALUE 'LOANCLS '.
003150     05  LGH-POST-DATE           PIC 9(08).
003160     05  LGH-RUN-DATE            PIC 9(08).
003170     05  FILLER                  PIC X(15) VALUE SPACES.
003180 01  LCL-WS-GL-LINE.
003190     05  LGL-REC-TYPE            PIC X(01) VALUE 'D'.
003200     05  LGL-ACCOUNT-NO          PIC X(10).
003210     05  LGL-DRCR-IND            PIC X(02).
003220     05  LGL-AMOUNT              PIC 9(07)V99.
003230     05  LGL-POST-DATE           PIC 9(08).
003240     05  FILLER                  PIC X(10) VALUE SPACES.
003250 01  LCL-WS-GL-TRL.
003260     05  LGT-REC-TYPE            PIC X(01) VALUE 'T'.
003270     05  LGT-REC-COUNT           PIC 9(07).
003280     05  LGT-HASH-TOTAL          PIC 9(11)V99.
003290     05  FILLER                  PIC X(19) VALUE SPACES.
003300*
003310 01  LCL-WS-TITLE-LINE.
003320     05  FILLER                  PIC X(40) VALUE
003330         "PAID-IN-FULL LOAN CLOSURE".
003340     05  FILLER                  PIC X(40) VALUE SPACES.
003350*
003360 01  LCL-WS-COL-HDR.
003370     05  FILLER                  PIC X(40) VALUE
003380         "LOAN ID     DISPOSITION         WAIVED  ".
003390     05  FILLER                  PIC X(40) VALUE
003400         "CUSTOMER  AUTOPAY  NOTE".
003410*
003420 01  LCL-WS-DTL-LINE.
003430     05  LDL-LOAN-ID             PIC X(10).
003440     05  FILLER                  PIC X(02) VALUE SPACES.
003450     05  LDL-DISP                PIC X(14).
003460     05  FILLER                  PIC X(02) VALUE SPACES.
003470     05  LDL-WAIVED              PIC $ZZ,ZZ9.99.
003480     05  FILLER                  PIC X(02) VALUE SPACES.
003490     05  LDL-CUST-ID             PIC X(08).
003500     05  FILLER                  PIC X(02) VALUE SPACES.
003510     05  LDL-AUTOPAY             PIC X(07).
003520     05  FILLER                  PIC X(02) VALUE SPACES.
003530     05  LDL-NOTE                PIC X(21).
003540*
003550 01  LCL-WS-FOOT-LINE.
003560     05  LFL-LABEL               PIC X(34).
003570     05  LFL-COUNT               PIC Z(6)9.
003580     05  FILLER                  PIC X(39) VALUE SPACES.
003590*
003600 01  LCL-WS-NOTE-LINE            PIC X(80).
003610*
003620 PROCEDURE DIVISION.
003630*===============================================================
003640 0000-MAINLINE.
003650*===============================================================
003660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003670     IF LCL-WS-STOP
003680         PERFORM 9000-TERMINATE THRU 9000-EXIT
003690         STOP RUN
003700     END-IF.
003710     PERFORM 1500-LOAD-QUOTES THRU 1500-EXIT.
003720     PERFORM 1600-SUM-QUOTE-PAYMENTS THRU 1600-EXIT.
003730     PERFORM 2000-SELECT-ONE-LOAN THRU 2000-EXIT
003740         UNTIL LCL-WS-BAL-EOF.
003750     PERFORM 3000-UPDATE-BORROWERS THRU 3000-EXIT.
003760     PERFORM 4000-END-AUTOPAY THRU 4000-EXIT.
003770     PERFORM 5000-CLOSE-LOANS THRU 5000-EXIT.
003780     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003790     STOP RUN.
003800*
003810*===============================================================
003820 1000-INITIALIZE.
003830*===============================================================
003840     OPEN OUTPUT LCL-RPT-FILE.
003850     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
003860     ACCEPT RUNSTAMP-TIME FROM TIME.
003870     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
003880     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
003890     WRITE LCL-RPT-REC FROM RUNSTAMP-HEADER-LINE.
003900     WRITE LCL-RPT-REC FROM LCL-WS-TITLE-LINE.
003910     WRITE LCL-RPT-REC FROM LCL-WS-COL-HDR.
003920     MOVE RUNSTAMP-DATE TO LCL-WS-SER-DATE.
003930     PERFORM 8900-DATE-TO-SERIAL THRU 8900-EXIT.
003940     MOVE LCL-WS-SERIAL TO LCL-WS-TODAY-SERIAL.
003950     PERFORM 1100-LOAD-PARMS THRU 1100-EXIT.
003960     PERFORM 1200-LOAD-COA THRU 1200-EXIT.
003970     OPEN I-O PAY-BAL-FILE.
003980     IF LCL-WS-BAL-STATUS NOT = '00'
003990         DISPLAY "LOAN-CLOSE: BALANCE MASTER WILL NOT OPEN "
004000             "- STATUS " LCL-WS-BAL-STATUS
004010         MOVE 'Y' TO LCL-WS-STOP-SW
004020         MOVE 8 TO RETURN-CODE
004030         GO TO 1000-EXIT
004040     END-IF.
004050     OPEN I-O PAY-CLOSD-FILE.
004060     IF LCL-WS-CLOSD-STATUS NOT = '00'
004070         OPEN OUTPUT PAY-CLOSD-FILE
004080         CLOSE PAY-CLOSD-FILE
004090         OPEN I-O PAY-CLOSD-FILE
004100     END-IF.
004110     OPEN OUTPUT LCL-LIEN-FILE.
004120     OPEN OUTPUT LCL-GL-FILE.
004130     MOVE RUNSTAMP-DATE TO LGH-POST-DATE.
004140     MOVE RUNSTAMP-DATE TO LGH-RUN-DATE.
004150     WRITE LCL-GL-REC FROM LCL-WS-GL-HDR.
004160     MOVE LOW-VALUES TO PAY-BM-LOAN-ID.
004170     START PAY-BAL-FILE KEY >= PAY-BM-LOAN-ID
004180         INVALID KEY
004190             MOVE 'Y' TO LCL-WS-BAL-EOF-SW
004200     END-START.
004210 1000-EXIT.
004220     EXIT.
004230*
004240*===============================================================
004250 1100-LOAD-PARMS.
004260*===============================================================
004270*    SAME PAYCTL FILE LOAN-PAYMENT READS; OTHER PARMS ON IT ARE
004280*    NOT THIS PROGRAM'S AND ARE PASSED OVER.
004290     OPEN INPUT PAY-CTL-FILE.
004300     IF LCL-WS-CTL-STATUS NOT = '00'
004310         GO TO 1100-EXIT
004320     END-IF.
004330     READ PAY-CTL-FILE
004340         AT END
004350             MOVE 'Y' TO LCL-WS-CTL-EOF-SW
004360     END-READ.
004370     PERFORM 1110-CHECK-CTL-REC THRU 1110-EXIT
004380         UNTIL LCL-WS-CTL-EOF.
004390     CLOSE PAY-CTL-FILE.
004400 1100-EXIT.
004410     EXIT.
004420*
004430*===============================================================
004440 1110-CHECK-CTL-REC.
004450*===============================================================
004460     EVALUATE CTL-PARM-CODE OF PAY-CTL-REC
004470         WHEN 'CLOSWAIT'
004480             MOVE CTL-PARM-VALUE OF PAY-CTL-REC
004490                 TO LCL-WS-CLOSE-WAIT
004500         WHEN 'CLOSTOL '
004510             MOVE CTL-PARM-VALUE OF PAY-CTL-REC
004520                 TO LCL-WS-CLOSE-TOL
004530     END-EVALUATE.
004540     READ PAY-CTL-FILE
004550         AT END
004560             MOVE 'Y' TO LCL-WS-CTL-EOF-SW
004570     END-READ.
004580 1110-EXIT.
004590     EXIT.
004600*
004610*===============================================================
004620 1200-LOAD-COA.
004630*===============================================================
004640     OPEN INPUT LCL-COA-FILE.
004650     IF LCL-WS-COA-STATUS = '35'
004660         GO TO 1200-EXIT
004670     END-IF.
004680     READ LCL-COA-FILE
004690         AT END
004700             MOVE 'Y' TO LCL-WS-COA-EOF-SW
004710     END-READ.
004720     PERFORM 1210-CHECK-COA-REC THRU 1210-EXIT
004730         UNTIL LCL-WS-COA-EOF.
004740     CLOSE LCL-COA-FILE.
004750 1200-EXIT.
004760     EXIT.
004770*
004780*===============================================================
004790 1210-CHECK-COA-REC.
004800*===============================================================
004810     EVALUATE COA-ROLE
004820         WHEN 'LOANRECV'
004830             MOVE COA-ACCOUNT-NO TO LCL-WS-RECV-ACCT
004840         WHEN 'PAYOFFWV'
004850             MOVE COA-ACCOUNT-NO TO LCL-WS-WAIVE-ACCT
004860     END-EVALUATE.
004870     READ LCL-COA-FILE
004880         AT END
004890             MOVE 'Y' TO LCL-WS-COA-EOF-SW
004900     END-READ.
004910 1210-EXIT.
004920     EXIT.
004930*
004940*===============================================================
004950 1500-LOAD-QUOTES.
004960*===============================================================
004970*    THE QUOTE FILE IS APPENDED EVERY PAYOFF-QUOTE RUN; ONLY
004980*    QUOTES GOOD THROUGH THE LAST 90 DAYS CAN STILL MATTER.
005010     OPEN INPUT POQ-QUOTE-FILE.
005020     IF LCL-WS-QUOTE-STATUS NOT = '00'
005030         GO TO 1500-EXIT
005040     END-IF.
005050     READ POQ-QUOTE-FILE
005060         AT END
005070             MOVE 'Y' TO LCL-WS-QUOTE-EOF-SW
005080     END-READ.
005090     PERFORM 1510-LOAD-ONE-QUOTE THRU 1510-EXIT
005100         UNTIL LCL-WS-QUOTE-EOF.
005110     CLOSE POQ-QUOTE-FILE.
005120     IF LCL-WS-QT-FULL
005130         MOVE "QUOTE TABLE FULL - LATER QUOTES NOT CHECKED"
005140             TO LCL-WS-NOTE-LINE
005150         WRITE LCL-RPT-REC FROM LCL-WS-NOTE-LINE
005160     END-IF.
005170 1500-EXIT.
005180     EXIT.
005190*
005200*===============================================================
005210 1510-LOAD-ONE-QUOTE.
005220*===============================================================
005230     IF PQR-EXPIRY-DATE NOT NUMERIC
005240             OR PQR-QUOTE-DATE NOT NUMERIC
005250             OR PQR-PAYOFF-AMT NOT NUMERIC
005260         GO TO 1510-READ-NEXT
005270     END-IF.
005280     MOVE PQR-EXPIRY-DATE TO LCL-WS-SER-DATE.
005290     PERFORM 8900-DATE-TO-SERIAL THRU 8900-EXIT.
005300     IF LCL-WS-SERIAL + 90 < LCL-WS-TODAY-SERIAL
005310         GO TO 1510-READ-NEXT
005320     END-IF.
005330*    A LATER QUOTE FOR THE SAME LOAN REPLACES THE EARLIER ONE.
005340     MOVE PQR-LOAN-ID TO LCL-WS-SEEK-ID.
005350     PERFORM 8100-FIND-QUOTE THRU 8100-EXIT.
005360     IF LCL-WS-FOUND
005370         IF PQR-QUOTE-DATE < LCL-QT-QUOTE-DATE (LCL-WS-HIT)
005380             GO TO 1510-READ-NEXT
005390         END-IF
005400     ELSE
005410         IF LCL-WS-QT-COUNT = 1000
005420             MOVE 'Y' TO LCL-WS-QT-FULL-SW
005430             GO TO 1510-READ-NEXT
005440         END-IF
005450         ADD 1 TO LCL-WS-QT-COUNT
005460         MOVE LCL-WS-QT-COUNT TO LCL-WS-HIT
005470     END-IF.
005480     MOVE PQR-LOAN-ID     TO LCL-QT-LOAN-ID (LCL-WS-HIT).
005490     MOVE PQR-QUOTE-DATE  TO LCL-QT-QUOTE-DATE (LCL-WS-HIT).
005500     MOVE PQR-EXPIRY-DATE TO LCL-QT-EXPIRY-DATE (LCL-WS-HIT).
005510     MOVE PQR-PAYOFF-AMT  TO LCL-QT-PAYOFF-AMT (LCL-WS-HIT).
005520     MOVE ZERO            TO LCL-QT-PAID (LCL-WS-HIT).
005530 1510-READ-NEXT.
005540     READ POQ-QUOTE-FILE
005550         AT END
005560             MOVE 'Y' TO LCL-WS-QUOTE-EOF-SW
005570     END-READ.
005580 1510-EXIT.
005590     EXIT.
005600*
005610*===============================================================
005620 1600-SUM-QUOTE-PAYMENTS.
005630*===============================================================
005640*    NET PAYMENTS (LESS REVERSALS) DATED INSIDE EACH QUOTE'S
005650*    QUOTE-DATE TO GOOD-THROUGH WINDOW. RECOVERIES ('C') ARE
005660*    CHARGED-OFF MONEY AND NEVER PAY A QUOTE.
005670     IF LCL-WS-QT-COUNT = ZERO
005680         GO TO 1600-EXIT
005690     END-IF.
005700     OPEN INPUT PAY-PHIST-FILE.
005710     IF LCL-WS-PHIST-STATUS NOT = '00'
005720         GO TO 1600-EXIT
005730     END-IF.
005740     READ PAY-PHIST-FILE
005750         AT END
005760             MOVE 'Y' TO LCL-WS-PHIST-EOF-SW
005770     END-READ.
005780     PERFORM 1610-CHECK-PHIST-REC THRU 1610-EXIT
005790         UNTIL LCL-WS-PHIST-EOF.
005800     CLOSE PAY-PHIST-FILE.
005810 1600-EXIT.
005820     EXIT.
005830*
005840*===============================================================
005850 1610-CHECK-PHIST-REC.
005860*===============================================================
005870     IF PPH-REVERSAL-FLAG NOT = SPACE AND NOT = 'R'
005880         GO TO 1610-READ-NEXT
005890     END-IF.
005895*    A REVERSAL RE-DATED OUT OF A CLOSED GL PERIOD COUNTS AT
005895*    THE DATE OF THE PAYMENT IT REVERSES.
005895     IF PPH-REVERSAL-FLAG = 'R' AND PPH-ORIG-DATE NUMERIC
005895         IF PPH-ORIG-DATE > ZERO
005895             MOVE PPH-ORIG-DATE TO PPH-PAY-DATE
005895         END-IF
005895     END-IF.
005900     MOVE PPH-LOAN-ID TO LCL-WS-SEEK-ID.
005910     PERFORM 8100-FIND-QUOTE THRU 8100-EXIT.
005920     IF NOT LCL-WS-FOUND
005930         GO TO 1610-READ-NEXT
005940     END-IF.
005950     IF PPH-PAY-DATE < LCL-QT-QUOTE-DATE (LCL-WS-HIT)
005960             OR PPH-PAY-DATE > LCL-QT-EXPIRY-DATE (LCL-WS-HIT)
005970         GO TO 1610-READ-NEXT
005980     END-IF.
005990     IF PPH-REVERSAL-FLAG = 'R'
006000         SUBTRACT PPH-AMOUNT FROM LCL-QT-PAID (LCL-WS-HIT)
006010     ELSE
006020         ADD PPH-AMOUNT TO LCL-QT-PAID (LCL-WS-HIT)
006030     END-IF.
006040 1610-READ-NEXT.
006050     READ PAY-PHIST-FILE
006060         AT END
006070             MOVE 'Y' TO LCL-WS-PHIST-EOF-SW
006080     END-READ.
006090 1610-EXIT.
006100     EXIT.
006110*
006120*===============================================================
006130 2000-SELECT-ONE-LOAN.
006140*===============================================================
006150*    A CHARGED-OFF LOAN IS ZERO BECAUSE IT WAS WRITTEN OFF, NOT
006160*    PAID, AND STAYS FOR RECOVERIES. A LOAN WITH NO POSTING OR
006170*    PAYMENT DATE HAS NEVER BEEN BOOKED AND IS LEFT ALONE.
006180     READ PAY-BAL-FILE NEXT
006190         AT END
006200             MOVE 'Y' TO LCL-WS-BAL-EOF-SW
006210             GO TO 2000-EXIT
006220     END-READ.
006230     IF PAY-BM-LOAN-ID = LCL-WS-CONTROL-KEY
006240             OR PAY-BM-CHARGED-OFF
006250         GO TO 2000-EXIT
006260     END-IF.
006270     MOVE SPACES TO LCL-WS-DTL-LINE.
006280     MOVE PAY-BM-LOAN-ID TO LDL-LOAN-ID.
006290     MOVE ZERO TO LDL-WAIVED.
006300     MOVE 'N' TO LCL-WS-FOUND-SW.
006310     IF PAY-BM-BALANCE > ZERO
006320         MOVE PAY-BM-LOAN-ID TO LCL-WS-SEEK-ID
006330         PERFORM 8100-FIND-QUOTE THRU 8100-EXIT
006340         IF NOT LCL-WS-FOUND
006350             GO TO 2000-EXIT
006360         END-IF
006370         IF LCL-QT-PAID (LCL-WS-HIT)
006380                 < LCL-QT-PAYOFF-AMT (LCL-WS-HIT)
006390             GO TO 2000-EXIT
006400         END-IF
006410         IF PAY-BM-BALANCE > LCL-WS-CLOSE-TOL
006420             MOVE "QUOTE PAID"         TO LDL-DISP
006430             MOVE "RESIDUAL OVER CLOSTOL" TO LDL-NOTE
006440             WRITE LCL-RPT-REC FROM LCL-WS-DTL-LINE
006450             ADD 1 TO LCL-WS-OVER-TOL-COUNT
006460             GO TO 2000-EXIT
006470         END-IF
006480     END-IF.
006490     MOVE PAY-BM-LAST-PAY-DATE TO LCL-WS-ACTIVITY-DATE.
006500     IF PAY-BM-LAST-POST-DATE > LCL-WS-ACTIVITY-DATE
006510         MOVE PAY-BM-LAST-POST-DATE TO LCL-WS-ACTIVITY-DATE
006520     END-IF.
006530     IF LCL-WS-ACTIVITY-DATE = ZERO
006540         GO TO 2000-EXIT
006550     END-IF.
006560     MOVE LCL-WS-ACTIVITY-DATE TO LCL-WS-SER-DATE.
006570     PERFORM 8900-DATE-TO-SERIAL THRU 8900-EXIT.
006580     COMPUTE LCL-WS-AGE-DAYS =
006590         LCL-WS-TODAY-SERIAL - LCL-WS-SERIAL.
006600     IF LCL-WS-AGE-DAYS < LCL-WS-CLOSE-WAIT
006610         MOVE "HELD"               TO LDL-DISP
006620         MOVE "RECENT ACTIVITY"    TO LDL-NOTE
006630         WRITE LCL-RPT-REC FROM LCL-WS-DTL-LINE
006640         ADD 1 TO LCL-WS-HELD-COUNT
006650         GO TO 2000-EXIT
006660     END-IF.
006670     IF LCL-WS-CL-COUNT = 1000
006680         MOVE 'Y' TO LCL-WS-CL-FULL-SW
006690         ADD 1 TO LCL-WS-DEFER-COUNT
006700         GO TO 2000-EXIT
006710     END-IF.
006720     ADD 1 TO LCL-WS-CL-COUNT.
006730     SET LCL-CL-IDX TO LCL-WS-CL-COUNT.
006740     MOVE PAY-BM-LOAN-ID TO LCL-CL-LOAN-ID (LCL-CL-IDX).
006750     MOVE LCL-WS-ACTIVITY-DATE
006760         TO LCL-CL-PAYOFF-DATE (LCL-CL-IDX).
006770     MOVE SPACES TO LCL-CL-CUST-ID (LCL-CL-IDX).
006780     MOVE SPACES TO LCL-CL-NAME (LCL-CL-IDX).
006790     MOVE SPACES TO LCL-CL-ADDRESS (LCL-CL-IDX).
006800     MOVE 'N'    TO LCL-CL-AUTOPAY-SW (LCL-CL-IDX).
006810     IF PAY-BM-BALANCE = ZERO
006820         MOVE 'Z'  TO LCL-CL-REASON (LCL-CL-IDX)
006830         MOVE ZERO TO LCL-CL-WAIVED (LCL-CL-IDX)
006840         MOVE ZERO TO LCL-CL-QUOTE-AMT (LCL-CL-IDX)
006850         MOVE ZERO TO LCL-CL-QUOTE-DATE (LCL-CL-IDX)
006860     ELSE
006870         MOVE 'Q'  TO LCL-CL-REASON (LCL-CL-IDX)
006880         MOVE PAY-BM-BALANCE TO LCL-CL-WAIVED (LCL-CL-IDX)
006890         MOVE LCL-QT-PAYOFF-AMT (LCL-WS-HIT)
006900             TO LCL-CL-QUOTE-AMT (LCL-CL-IDX)
006910         MOVE LCL-QT-QUOTE-DATE (LCL-WS-HIT)
006920             TO LCL-CL-QUOTE-DATE (LCL-CL-IDX)
006930     END-IF.
006940 2000-EXIT.
006950     EXIT.
006960*
006970*===============================================================
006980 3000-UPDATE-BORROWERS.
006990*===============================================================
007000*    COPIES THE BORROWER MASTER TO ITS NEW GENERATION WITH EVERY
007010*    CLOSED LOAN'S SLOT BLANKED. A RECORD LEFT WITH NO LOANS
007020*    BECAUSE OF TONIGHT'S CLOSURES IS DROPPED. THE NEW FILE IS
007030*    ALWAYS WRITTEN SO THE JOB'S RENAME STEP HAS SOMETHING TO
007040*    RENAME.
007050     OPEN OUTPUT BOR-NEW-FILE.
007060     OPEN INPUT BOR-MAST-FILE.
007070     IF LCL-WS-BOR-STATUS NOT = '00'
007080         MOVE "NO BORROWER MASTER - NO LETTERS CUT"
007090             TO LCL-WS-NOTE-LINE
007100         WRITE LCL-RPT-REC FROM LCL-WS-NOTE-LINE
007110         CLOSE BOR-NEW-FILE
007120         GO TO 3000-EXIT
007130     END-IF.
007140     READ BOR-MAST-FILE
007150         AT END
007160             MOVE 'Y' TO LCL-WS-BOR-EOF-SW
007170     END-READ.
007180     PERFORM 3100-UPDATE-ONE-BORROWER THRU 3100-EXIT
007190         UNTIL LCL-WS-BOR-EOF.
007200     CLOSE BOR-MAST-FILE.
007210     CLOSE BOR-NEW-FILE.
007220 3000-EXIT.
007230     EXIT.
007240*
007250*===============================================================
007260 3100-UPDATE-ONE-BORROWER.
007270*===============================================================
007280     MOVE ZERO TO LCL-WS-SLOTS-KEPT.
007290     MOVE ZERO TO LCL-WS-SLOTS-HIT.
007300     IF LCL-WS-CL-COUNT > ZERO
007310         PERFORM 3110-CHECK-ONE-SLOT THRU 3110-EXIT
007320             VARYING BOR-SLOT-IDX FROM 1 BY 1
007330             UNTIL BOR-SLOT-IDX > 4
007340     END-IF.
007350     IF LCL-WS-SLOTS-HIT > ZERO AND LCL-WS-SLOTS-KEPT = ZERO
007360         ADD 1 TO LCL-WS-BOR-DROPPED
007370     ELSE
007380         WRITE BOR-NEW-REC FROM BOR-MAST-REC
007390     END-IF.
007400     READ BOR-MAST-FILE
007410         AT END
007420             MOVE 'Y' TO LCL-WS-BOR-EOF-SW
007430     END-READ.
007440 3100-EXIT.
007450     EXIT.
007460*
007470*===============================================================
007480 3110-CHECK-ONE-SLOT.
007490*===============================================================
007500     IF BOR-LOAN-ID (BOR-SLOT-IDX) = SPACES
007510         GO TO 3110-EXIT
007520     END-IF.
007530     MOVE BOR-LOAN-ID (BOR-SLOT-IDX) TO LCL-WS-SEEK-ID.
007540     PERFORM 8000-FIND-CLOSED THRU 8000-EXIT.
007550     IF NOT LCL-WS-FOUND
007560         ADD 1 TO LCL-WS-SLOTS-KEPT
007570         GO TO 3110-EXIT
007580     END-IF.
007590     IF LCL-CL-CUST-ID (LCL-WS-HIT) = SPACES
007600         MOVE BOR-CUST-ID TO LCL-CL-CUST-ID (LCL-WS-HIT)
007610         MOVE BOR-NAME    TO LCL-CL-NAME (LCL-WS-HIT)
007620         MOVE BOR-ADDRESS TO LCL-CL-ADDRESS (LCL-WS-HIT)
007630     END-IF.
007640     MOVE SPACES TO BOR-LOAN-ID (BOR-SLOT-IDX).
007650     ADD 1 TO LCL-WS-SLOTS-HIT.
007660     ADD 1 TO LCL-WS-SLOTS-REMOVED.
007670 3110-EXIT.
007680     EXIT.
007690*
007700*===============================================================
007710 4000-END-AUTOPAY.
007720*===============================================================
007730*    AN INSTRUCTION FOR A CLOSED LOAN IS ENDED AT THE PAYOFF
007740*    DATE, SO AUTOPAY-GEN CUTS NOTHING MORE FOR IT AND REPORTS
007750*    IT LAPSED UNTIL SERVICING REMOVES IT. AN EARLIER END DATE
007760*    ALREADY ON THE INSTRUCTION STANDS.
007770     OPEN OUTPUT APG-NEW-FILE.
007780     OPEN INPUT APG-INSTR-FILE.
007790     IF LCL-WS-APG-STATUS NOT = '00'
007800         CLOSE APG-NEW-FILE
007810         GO TO 4000-EXIT
007820     END-IF.
007830     READ APG-INSTR-FILE
007840         AT END
007850             MOVE 'Y' TO LCL-WS-APG-EOF-SW
007860     END-READ.
007870     PERFORM 4100-CHECK-ONE-INSTR THRU 4100-EXIT
007880         UNTIL LCL-WS-APG-EOF.
007890     CLOSE APG-INSTR-FILE.
007900     CLOSE APG-NEW-FILE.
007910 4000-EXIT.
007920     EXIT.
007930*
007940*===============================================================
007950 4100-CHECK-ONE-INSTR.
007960*===============================================================
007970     IF LCL-WS-CL-COUNT = ZERO
007980         GO TO 4100-WRITE
007990     END-IF.
008000     MOVE API-LOAN-ID TO LCL-WS-SEEK-ID.
008010     PERFORM 8000-FIND-CLOSED THRU 8000-EXIT.
008020     IF NOT LCL-WS-FOUND
008030         GO TO 4100-WRITE
008040     END-IF.
008050     IF API-END-DATE NUMERIC
008060             AND API-END-DATE > ZERO
008070             AND API-END-DATE
008075                 NOT > LCL-CL-PAYOFF-DATE (LCL-WS-HIT)
008080         GO TO 4100-WRITE
008090     END-IF.
008100     MOVE LCL-CL-PAYOFF-DATE (LCL-WS-HIT) TO API-END-DATE.
008110     MOVE 'Y' TO LCL-CL-AUTOPAY-SW (LCL-WS-HIT).
008120     ADD 1 TO LCL-WS-APG-ENDED.
008130 4100-WRITE.
008140     WRITE APG-NEW-REC FROM APG-INSTR-REC.
008150     READ APG-INSTR-FILE
008160         AT END
008170             MOVE 'Y' TO LCL-WS-APG-EOF-SW
008180     END-READ.
008190 4100-EXIT.
008200     EXIT.
008210*
008220*===============================================================
008230 5000-CLOSE-LOANS.
008240*===============================================================
008250*    THE MASTER RECORDS GO LAST, AFTER THE BORROWER AND AUTOPAY
008260*    GENERATIONS ARE WRITTEN - A RUN THAT DIES BEFORE HERE HAS
008270*    CLOSED NOTHING.
008280     PERFORM 5100-CLOSE-ONE-LOAN THRU 5100-EXIT
008290         VARYING LCL-CL-IDX FROM 1 BY 1
008300         UNTIL LCL-CL-IDX > LCL-WS-CL-COUNT.
008310 5000-EXIT.
008320     EXIT.
008330*
008340*===============================================================
008350 5100-CLOSE-ONE-LOAN.
008360*===============================================================
008370     MOVE SPACES TO LCL-WS-DTL-LINE.
008380     MOVE LCL-CL-LOAN-ID (LCL-CL-IDX)  TO LDL-LOAN-ID.
008390     MOVE LCL-CL-WAIVED (LCL-CL-IDX)   TO LDL-WAIVED.
008400     MOVE LCL-CL-CUST-ID (LCL-CL-IDX)  TO LDL-CUST-ID.
008410     MOVE LCL-CL-LOAN-ID (LCL-CL-IDX)  TO PAY-BM-LOAN-ID.
008420     READ PAY-BAL-FILE
008430         INVALID KEY
008440             MOVE "NOT CLOSED"         TO LDL-DISP
008450             MOVE "LEFT BALANCE MASTER" TO LDL-NOTE
008460             WRITE LCL-RPT-REC FROM LCL-WS-DTL-LINE
008470             GO TO 5100-EXIT
008480     END-READ.
008490     MOVE SPACES TO PAY-CLOSD-REC.
008500     MOVE PAY-BM-LOAN-ID                  TO PCD-LOAN-ID.
008510     MOVE RUNSTAMP-DATE                   TO PCD-CLOSE-DATE.
008520     MOVE LCL-CL-REASON (LCL-CL-IDX)      TO PCD-REASON.
008530     MOVE LCL-CL-CUST-ID (LCL-CL-IDX)     TO PCD-CUST-ID.
008540     MOVE LCL-CL-PAYOFF-DATE (LCL-CL-IDX) TO PCD-PAYOFF-DATE.
008550     MOVE LCL-CL-WAIVED (LCL-CL-IDX)      TO PCD-WAIVED.
008560     MOVE LCL-CL-QUOTE-AMT (LCL-CL-IDX)   TO PCD-QUOTE-AMT.
008570     MOVE LCL-CL-QUOTE-DATE (LCL-CL-IDX)  TO PCD-QUOTE-DATE.
008580     MOVE LCL-CL-AUTOPAY-SW (LCL-CL-IDX)  TO PCD-AUTOPAY-ENDED.
008590     MOVE PAY-BAL-REC                     TO PCD-FINAL-MASTER.
008592     MOVE LCL-CL-NAME (LCL-CL-IDX)        TO PCD-NAME.
008594     MOVE LCL-CL-ADDRESS (LCL-CL-IDX)     TO PCD-ADDRESS.
008600     WRITE PAY-CLOSD-REC
008610         INVALID KEY
008620             MOVE "NOT CLOSED"         TO LDL-DISP
008630             MOVE "ALREADY ON PAYCLOSD" TO LDL-NOTE
008640             WRITE LCL-RPT-REC FROM LCL-WS-DTL-LINE
008650             GO TO 5100-EXIT
008660     END-WRITE.
008670     IF LCL-CL-WAIVED (LCL-CL-IDX) > ZERO
008680         PERFORM 5200-WRITE-WAIVER-GL THRU 5200-EXIT
008690     END-IF.
008700     DELETE PAY-BAL-FILE RECORD.
008710     ADD 1 TO LCL-WS-CLOSED-COUNT.
008720     IF PCD-PAID-TO-ZERO
008730         MOVE "PAID TO ZERO"  TO LDL-DISP
008740         ADD 1 TO LCL-WS-ZERO-COUNT
008750     ELSE
008760         MOVE "QUOTE PAYOFF"  TO LDL-DISP
008770         ADD 1 TO LCL-WS-QUOTE-CLOSED
008780     END-IF.
008790     IF LCL-CL-AUTOPAY-SW (LCL-CL-IDX) = 'Y'
008800         MOVE "ENDED"         TO LDL-AUTOPAY
008810     END-IF.
008820     IF LCL-CL-CUST-ID (LCL-CL-IDX) = SPACES
008830         MOVE "NO BORROWER - NO LTR" TO LDL-NOTE
008840         ADD 1 TO LCL-WS-NO-BOR-COUNT
008850     ELSE
008860         PERFORM 5300-WRITE-LIEN-EXTRACT THRU 5300-EXIT
008870     END-IF.
008880     WRITE LCL-RPT-REC FROM LCL-WS-DTL-LINE.
008890 5100-EXIT.
008900     EXIT.
008910*
008920*===============================================================
008930 5200-WRITE-WAIVER-GL.
008940*===============================================================
008950*    THE WAIVED RESIDUAL COMES OFF THE RECEIVABLE - DEBIT THE
008960*    PAYOFF WAIVER ACCOUNT, CREDIT LOAN RECEIVABLE.
008970     MOVE LCL-CL-WAIVED (LCL-CL-IDX) TO LGL-AMOUNT.
008980     MOVE RUNSTAMP-DATE     TO LGL-POST-DATE.
008990     MOVE LCL-WS-WAIVE-ACCT TO LGL-ACCOUNT-NO.
009000     MOVE 'DR'              TO LGL-DRCR-IND.
009010     WRITE LCL-GL-REC FROM LCL-WS-GL-LINE.
009020     MOVE LCL-WS-RECV-ACCT  TO LGL-ACCOUNT-NO.
009030     MOVE 'CR'              TO LGL-DRCR-IND.
009040     WRITE LCL-GL-REC FROM LCL-WS-GL-LINE.
009050     ADD 2 TO LCL-WS-GL-REC-COUNT.
009060     ADD LGL-AMOUNT TO LCL-WS-GL-HASH-TOTAL.
009070     ADD LGL-AMOUNT TO LCL-WS-GL-HASH-TOTAL.
009080     ADD LGL-AMOUNT TO LCL-WS-WAIVED-TOTAL.
009090 5200-EXIT.
009100     EXIT.
009110*
009120*===============================================================
009130 5300-WRITE-LIEN-EXTRACT.
009140*===============================================================
009150     MOVE SPACES TO LCL-LIEN-REC.
009160     MOVE LCL-CL-LOAN-ID (LCL-CL-IDX)     TO PLX-LOAN-ID.
009170     MOVE RUNSTAMP-DATE                   TO PLX-CLOSE-DATE.
009180     MOVE LCL-CL-PAYOFF-DATE (LCL-CL-IDX) TO PLX-PAYOFF-DATE.
009190     MOVE LCL-CL-CUST-ID (LCL-CL-IDX)     TO PLX-CUST-ID.
009200     MOVE LCL-CL-NAME (LCL-CL-IDX)        TO PLX-NAME.
009210     MOVE LCL-CL-ADDRESS (LCL-CL-IDX)     TO PLX-ADDRESS.
009220     MOVE LCL-CL-REASON (LCL-CL-IDX)      TO PLX-REASON.
009230     WRITE LCL-LIEN-REC.
009240     ADD 1 TO LCL-WS-LIEN-COUNT.
009250 5300-EXIT.
009260     EXIT.
009270*
009280*===============================================================
009290 8000-FIND-CLOSED.
009300*===============================================================
009310*    LOOKS LCL-WS-SEEK-ID UP IN THE CLOSURE TABLE; A HIT LEAVES
009320*    ITS POSITION IN LCL-WS-HIT.
009330     MOVE 'N' TO LCL-WS-FOUND-SW.
009340     PERFORM 8010-SCAN-CLOSED THRU 8010-EXIT
009350         VARYING LCL-CL-IDX FROM 1 BY 1
009360         UNTIL LCL-CL-IDX > LCL-WS-CL-COUNT.
009370 8000-EXIT.
009380     EXIT.
009390*
009400*===============================================================
009410 8010-SCAN-CLOSED.
009420*===============================================================
009430     IF LCL-CL-LOAN-ID (LCL-CL-IDX) = LCL-WS-SEEK-ID
009440         MOVE 'Y' TO LCL-WS-FOUND-SW
009450         SET LCL-WS-HIT TO LCL-CL-IDX
009460         SET LCL-CL-IDX TO LCL-WS-CL-COUNT
009470     END-IF.
009480 8010-EXIT.
009490     EXIT.
009500*
009510*===============================================================
009520 8100-FIND-QUOTE.
009530*===============================================================
009540     MOVE 'N' TO LCL-WS-FOUND-SW.
009550     PERFORM 8110-SCAN-QUOTES THRU 8110-EXIT
009560         VARYING LCL-QT-IDX FROM 1 BY 1
009570         UNTIL LCL-QT-IDX > LCL-WS-QT-COUNT.
009580 8100-EXIT.
009590     EXIT.
009600*
009610*===============================================================
009620 8110-SCAN-QUOTES.
009630*===============================================================
009640     IF LCL-QT-LOAN-ID (LCL-QT-IDX) = LCL-WS-SEEK-ID
009650         MOVE 'Y' TO LCL-WS-FOUND-SW
009660         SET LCL-WS-HIT TO LCL-QT-IDX
009670         SET LCL-QT-IDX TO LCL-WS-QT-COUNT
009680     END-IF.
009690 8110-EXIT.
009700     EXIT.
009710*
009720*===============================================================
009730 8900-DATE-TO-SERIAL.
009740*===============================================================
009750*    SAME MONTH-13/14 SHIFT AS SIMPLE-INTEREST'S
009760*    2090-DATE-TO-SERIAL. ONLY DIFFERENCES ARE EVER USED.
009770     MOVE LCL-SER-MONTH TO LCL-WS-SER-M.
009780     MOVE LCL-SER-YEAR  TO LCL-WS-SER-Y.
009790     IF LCL-WS-SER-M < 3
009800         ADD 12 TO LCL-WS-SER-M
009810         SUBTRACT 1 FROM LCL-WS-SER-Y
009820     END-IF.
009830     COMPUTE LCL-WS-SERIAL =
009840         (365 * LCL-WS-SER-Y)
009850         + (LCL-WS-SER-Y / 4)
009860         - (LCL-WS-SER-Y / 100)
009870         + (LCL-WS-SER-Y / 400)
009880         + ((153 * (LCL-WS-SER-M + 1)) / 5)
009890         + LCL-SER-DAY.
009900 8900-EXIT.
009910     EXIT.
009920*
009930*===============================================================
009940 9000-TERMINATE.
009950*===============================================================
009960     IF NOT LCL-WS-STOP
009970         MOVE LCL-WS-GL-REC-COUNT  TO LGT-REC-COUNT
009980         MOVE LCL-WS-GL-HASH-TOTAL TO LGT-HASH-TOTAL
009990         WRITE LCL-GL-REC FROM LCL-WS-GL-TRL
010000         CLOSE LCL-GL-FILE
010010         CLOSE LCL-LIEN-FILE
010020         CLOSE PAY-CLOSD-FILE
010030         CLOSE PAY-BAL-FILE
010040     END-IF.
010050     IF LCL-WS-CL-FULL
010060         MOVE "CLOSURE TABLE FULL - REMAINDER CLOSE NEXT RUN"
010070             TO LCL-WS-NOTE-LINE
010080         WRITE LCL-RPT-REC FROM LCL-WS-NOTE-LINE
010090     END-IF.
010100     MOVE "LOANS CLOSED - PAID TO ZERO:      " TO LFL-LABEL.
010110     MOVE LCL-WS-ZERO-COUNT TO LFL-COUNT.
010120     WRITE LCL-RPT-REC FROM LCL-WS-FOOT-LINE.
010130     MOVE "LOANS CLOSED - QUOTE PAYOFF:      " TO LFL-LABEL.
010140     MOVE LCL-WS-QUOTE-CLOSED TO LFL-COUNT.
010150     WRITE LCL-RPT-REC FROM LCL-WS-FOOT-LINE.
010160     MOVE "HELD FOR RECENT ACTIVITY:         " TO LFL-LABEL.
010170     MOVE LCL-WS-HELD-COUNT TO LFL-COUNT.
010180     WRITE LCL-RPT-REC FROM LCL-WS-FOOT-LINE.
010190     MOVE "PAID QUOTES OVER CLOSTOL:         " TO LFL-LABEL.
010200     MOVE LCL-WS-OVER-TOL-COUNT TO LFL-COUNT.
010210     WRITE LCL-RPT-REC FROM LCL-WS-FOOT-LINE.
010220     MOVE "DEFERRED TO NEXT RUN:             " TO LFL-LABEL.
010230     MOVE LCL-WS-DEFER-COUNT TO LFL-COUNT.
010240     WRITE LCL-RPT-REC FROM LCL-WS-FOOT-LINE.
010250     MOVE "BORROWER LOAN SLOTS CLEARED:      " TO LFL-LABEL.
010260     MOVE LCL-WS-SLOTS-REMOVED TO LFL-COUNT.
010270     WRITE LCL-RPT-REC FROM LCL-WS-FOOT-LINE.
010280     MOVE "BORROWER RECORDS DROPPED:         " TO LFL-LABEL.
010290     MOVE LCL-WS-BOR-DROPPED TO LFL-COUNT.
010300     WRITE LCL-RPT-REC FROM LCL-WS-FOOT-LINE.
010310     MOVE "AUTOPAY INSTRUCTIONS ENDED:       " TO LFL-LABEL.
010320     MOVE LCL-WS-APG-ENDED TO LFL-COUNT.
010330     WRITE LCL-RPT-REC FROM LCL-WS-FOOT-LINE.
010340     MOVE "LIEN-RELEASE LETTERS EXTRACTED:   " TO LFL-LABEL.
010350     MOVE LCL-WS-LIEN-COUNT TO LFL-COUNT.
010360     WRITE LCL-RPT-REC FROM LCL-WS-FOOT-LINE.
010370     MOVE "CLOSED WITH NO BORROWER ON FILE:  " TO LFL-LABEL.
010380     MOVE LCL-WS-NO-BOR-COUNT TO LFL-COUNT.
010390     WRITE LCL-RPT-REC FROM LCL-WS-FOOT-LINE.
010400     CLOSE LCL-RPT-FILE.
010410     DISPLAY "LOAN-CLOSE: LOANS CLOSED:        "
010420         LCL-WS-CLOSED-COUNT.
010430     DISPLAY "LOAN-CLOSE: RESIDUAL WAIVED:     "
010440         LCL-WS-WAIVED-TOTAL.
010450     DISPLAY "LOAN-CLOSE: LETTERS EXTRACTED:   "
010460         LCL-WS-LIEN-COUNT.
010470 9000-EXIT.
010480     EXIT.
