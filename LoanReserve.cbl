000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LOAN-RESERVE.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   LOAN SERVICING DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. MONTH-END ALLOWANCE FOR
000130*                    LOAN LOSSES, REPLACING FINANCE'S HAND WORK
000140*                    OFF THE PAYAGERP AGING REPORT. EVERY OPEN
000150*                    LOAN ON PAY-BAL-FILE IS PLACED IN ITS AGING
000160*                    BUCKET - THE PDX-BUCKET LOAN-PAYMENT WROTE
000170*                    ON THE PAY-DUN-FILE EXTRACT, OR CURRENT
000180*                    WHEN THE LOAN IS NOT ON IT - AND EACH
000190*                    BUCKET'S BALANCE TAKES THE LOSS RATE FROM
000200*                    THE LRV-CTL-FILE CONTROL RECORDS (RSVCUR,
000210*                    RSV030, RSV060, RSV090, RSV099 - PERCENT).
000220*                    THE REQUIRED RESERVE IS COMPARED TO THE
000230*                    ALLOWANCE ACCOUNT (COA ROLE CHGOFF) ON THE
000240*                    GL-LEDGER PERIOD LEDGER AND THE DIFFERENCE
000250*                    CUT AS A BALANCED TRUE-UP - PROVISION
000260*                    EXPENSE (COA ROLE PROVISN) AGAINST THE
000270*                    ALLOWANCE - IN THE H/D/T GL BATCH FORMAT
000280*                    GL-LEDGER POSTS AT CLOSE.
000290*---------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PAY-BAL-FILE     ASSIGN TO PAYBALMS
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS PAY-BM-LOAN-ID
000400         FILE STATUS IS LRV-WS-BAL-STATUS.
000410     SELECT PAY-DUN-FILE     ASSIGN TO PAYDUNEX
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS LRV-WS-DUN-STATUS.
000440     SELECT LRV-CTL-FILE     ASSIGN TO RSVCTL
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS LRV-WS-CTL-STATUS.
000470     SELECT LRV-COA-FILE     ASSIGN TO SIMCOA
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS LRV-WS-COA-STATUS.
000500     SELECT GLD-LEDGER-FILE  ASSIGN TO GLLEDGER
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS GLD-ACCOUNT-NO
000540         FILE STATUS IS LRV-WS-LEDGER-STATUS.
000550     SELECT LRV-GL-FILE      ASSIGN TO RSVGLPST
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT LRV-RPT-FILE     ASSIGN TO RSVRPT
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PAY-BAL-FILE
000630     RECORD CONTAINS 80 CHARACTERS.
000640 01  PAY-BAL-REC.
000650     05  PAY-BM-LOAN-ID          PIC X(10).
000660     05  PAY-BM-BALANCE          PIC 9(07)V99.
000670     05  PAY-BM-LAST-POST-DATE   PIC 9(08).
000680     05  PAY-BM-LAST-PAY-DATE    PIC 9(08).
000690     05  PAY-BM-NEXT-DUE-DATE    PIC 9(08).
000700     05  PAY-BM-DUE-AMOUNT       PIC 9(05)V99.
000710     05  PAY-BM-PRIN-BAL         PIC 9(07)V99.
000720     05  PAY-BM-INT-BAL          PIC 9(07)V99.
000730     05  PAY-BM-FEE-BAL          PIC 9(07)V99.
000740     05  PAY-BM-STATUS           PIC X(01).
000750         88  PAY-BM-CHARGED-OFF  VALUE 'C'.
000760     05  FILLER                  PIC X(02).
000770*
000780*    LOAN-PAYMENT'S DUNNING EXTRACT - ONE RECORD PER DELINQUENT
000790*    LOAN, WRITTEN IN LOAN ORDER BY ITS AGING PASS.
000800 FD  PAY-DUN-FILE
000810     RECORD CONTAINS 60 CHARACTERS.
000820 01  PAY-DUN-REC.
000830     05  PDX-LOAN-ID             PIC X(10).
000840     05  PDX-DAYS-PAST           PIC 9(05).
000850     05  PDX-BUCKET              PIC X(02).
000860     05  PDX-BALANCE             PIC 9(09)V99.
000870     05  PDX-DUE-AMOUNT          PIC 9(05)V99.
000880     05  PDX-NEXT-DUE-DATE       PIC 9(08).
000890     05  FILLER                  PIC X(17).
000900*
000910 FD  LRV-CTL-FILE
000920     RECORD CONTAINS 20 CHARACTERS.
000930     COPY CTLPARM REPLACING ==CTLPARM-RECORD==
000940         BY ==LRV-CTL-REC==.
000950*
000960 FD  LRV-COA-FILE
000970     RECORD CONTAINS 20 CHARACTERS.
000980 01  LRV-COA-REC.
000990     05  COA-ROLE                PIC X(08).
001000     05  COA-ACCOUNT-NO          PIC X(10).
001010     05  FILLER                  PIC X(02).
001020*
001030*    GL-LEDGER'S PERIOD LEDGER - READ ONLY, FOR THE ALLOWANCE
001040*    ACCOUNT'S BALANCE BEFORE THE TRUE-UP POSTS.
001050 FD  GLD-LEDGER-FILE
001060     RECORD CONTAINS 80 CHARACTERS.
001070 01  GLD-LEDGER-REC.
001080     05  GLD-ACCOUNT-NO          PIC X(10).
001090     05  GLD-OPEN-DR             PIC 9(11)V99.
001100     05  GLD-OPEN-CR             PIC 9(11)V99.
001110     05  GLD-PTD-DR              PIC 9(11)V99.
001120     05  GLD-PTD-CR              PIC 9(11)V99.
001130     05  FILLER                  PIC X(18).
001140*
001150 FD  LRV-GL-FILE
001160     RECORD CONTAINS 40 CHARACTERS.
001170 01  LRV-GL-REC                  PIC X(40).
001180*
001190 FD  LRV-RPT-FILE
001200     RECORD CONTAINS 80 CHARACTERS.
001210 01  LRV-RPT-REC                 PIC X(80).
001220*
001230 WORKING-STORAGE SECTION.
001240 77  LRV-WS-BAL-EOF-SW           PIC X(01) VALUE 'N'.
001250     88  LRV-WS-BAL-EOF          VALUE 'Y'.
001260 77  LRV-WS-DUN-EOF-SW           PIC X(01) VALUE 'N'.
001270     88  LRV-WS-DUN-EOF          VALUE 'Y'.
001280 77  LRV-WS-CTL-EOF-SW           PIC X(01) VALUE 'N'.
001290     88  LRV-WS-CTL-EOF          VALUE 'Y'.
001300 77  LRV-WS-COA-EOF-SW           PIC X(01) VALUE 'N'.
001310     88  LRV-WS-COA-EOF          VALUE 'Y'.
001320 77  LRV-WS-STOP-SW              PIC X(01) VALUE 'N'.
001330     88  LRV-WS-STOP             VALUE 'Y'.
001340 77  LRV-WS-BAL-STATUS           PIC X(02) VALUE '00'.
001350 77  LRV-WS-DUN-STATUS           PIC X(02) VALUE '00'.
001360 77  LRV-WS-CTL-STATUS           PIC X(02) VALUE '00'.
001370 77  LRV-WS-COA-STATUS           PIC X(02) VALUE '00'.
001380 77  LRV-WS-LEDGER-STATUS        PIC X(02) VALUE '00'.
001390 77  LRV-WS-CONTROL-KEY          PIC X(10) VALUE '*CONTROL* '.
001400 77  LRV-WS-ALLOW-ACCT           PIC X(10) VALUE '1290ALLOWN'.
001410 77  LRV-WS-PROV-ACCT            PIC X(10) VALUE '5400PROVSN'.
001420 77  LRV-WS-SUB                  PIC 9(02) COMP VALUE ZERO.
001430 77  LRV-WS-LOAN-COUNT           PIC 9(07) COMP VALUE ZERO.
001440 77  LRV-WS-UNMATCHED            PIC 9(07) COMP VALUE ZERO.
001450 77  LRV-WS-RATE-COUNT           PIC 9(02) COMP VALUE ZERO.
001460 77  LRV-WS-GL-REC-COUNT         PIC 9(07) COMP VALUE ZERO.
001470 01  LRV-WS-GL-HASH-TOTAL        PIC 9(11)V99 VALUE ZERO.
001480 01  LRV-WS-TOT-BALANCE          PIC 9(11)V99 VALUE ZERO.
001490 01  LRV-WS-TOT-RESERVE          PIC 9(11)V99 VALUE ZERO.
001500 01  LRV-WS-GL-BALANCE           PIC S9(11)V99 VALUE ZERO.
001510 01  LRV-WS-TRUE-UP              PIC S9(11)V99 VALUE ZERO.
001520 01  LRV-WS-REMAIN               PIC 9(11)V99 VALUE ZERO.
001530 01  LRV-WS-GL-AMOUNT            PIC 9(07)V99 VALUE ZERO.
001540 77  LRV-WS-GL-DR-ACCT           PIC X(10).
001550 77  LRV-WS-GL-CR-ACCT           PIC X(10).
001560     COPY RUNSTAMP.
001570*
001580*    THE FIVE AGING BUCKETS - NAME, PDX-BUCKET CODE, RATE PARM
001590*    CODE AND THE RATE (PERCENT) USED WHEN RSVCTL DOES NOT SET
001600*    ONE. THE CODES MATCH LOAN-PAYMENT'S 4200-AGE-ONE-LOAN.
001610 01  LRV-WS-BUCKET-VALUES.
001620     05  FILLER                  PIC X(25) VALUE
001630         "CURRENT   00RSVCUR  00100".
001640     05  FILLER                  PIC X(25) VALUE
001650         "1-30      30RSV030  00500".
001660     05  FILLER                  PIC X(25) VALUE
001670         "31-60     60RSV060  01500".
001680     05  FILLER                  PIC X(25) VALUE
001690         "61-90     90RSV090  04000".
001700     05  FILLER                  PIC X(25) VALUE
001710         "OVER 90   99RSV099  07500".
001720 01  LRV-WS-BUCKET-DEFS REDEFINES LRV-WS-BUCKET-VALUES.
001730     05  LRV-BD-ENTRY OCCURS 5 TIMES.
001740         10  LRV-BD-NAME         PIC X(10).
001750         10  LRV-BD-CODE         PIC X(02).
001760         10  LRV-BD-PARM         PIC X(08).
001770         10  LRV-BD-DFLT-RATE    PIC 9(03)V99.
001780*
001790 01  LRV-WS-BUCKET-TOTALS.
001800     05  LRV-BT-ENTRY OCCURS 5 TIMES.
001810         10  LRV-BT-COUNT        PIC 9(07) COMP.
001820         10  LRV-BT-BALANCE      PIC 9(11)V99.
001830         10  LRV-BT-RATE         PIC 9(03)V99.
001840         10  LRV-BT-RESERVE      PIC 9(11)V99.
001850*
001860 01  LRV-WS-GL-HDR.
001870     05  LGH-REC-TYPE            PIC X(01) VALUE 'H'.
001880     05  LGH-SOURCE              PIC X(08) VALUE 'LOANRSV '.
001890     05  LGH-POST-DATE           PIC 9(08).
001900     05  LGH-RUN-DATE            PIC 9(08).
001910     05  FILLER                  PIC X(15) VALUE SPACES.
001920 01  LRV-WS-GL-LINE.
001930     05  LGL-REC-TYPE            PIC X(01) VALUE 'D'.
001940     05  LGL-ACCOUNT-NO          PIC X(10).
001950     05  LGL-DRCR-IND            PIC X(02).
001960     05  LGL-AMOUNT              PIC 9(07)V99.
001970     05  LGL-POST-DATE           PIC 9(08).
001980     05  FILLER                  PIC X(10) VALUE SPACES.
001990 01  LRV-WS-GL-TRL.
002000     05  LGT-REC-TYPE            PIC X(01) VALUE 'T'.
002010     05  LGT-REC-COUNT           PIC 9(07).
002020     05  LGT-HASH-TOTAL          PIC 9(11)V99.
002030     05  FILLER                  PIC X(19) VALUE SPACES.
002040*
002050 01  LRV-WS-TITLE-LINE.
002060     05  FILLER                  PIC X(40) VALUE
002070         "ALLOWANCE FOR LOAN LOSSES - MONTH END".
002080     05  FILLER                  PIC X(40) VALUE SPACES.
002090*
002100 01  LRV-WS-COL-HDR.
002110     05  FILLER                  PIC X(36) VALUE
002120         "BUCKET      LOANS            BALANCE".
002130     05  FILLER                  PIC X(44) VALUE
002140         "   RATE %            RESERVE".
002150*
002160 01  LRV-WS-BUCKET-LINE.
002170     05  LBL-NAME                PIC X(10).
002180     05  LBL-COUNT               PIC ZZZ,ZZ9.
002190     05  FILLER                  PIC X(01) VALUE SPACES.
002200     05  LBL-BALANCE             PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
002210     05  FILLER                  PIC X(03) VALUE SPACES.
002220     05  LBL-RATE                PIC ZZ9.99.
002230     05  FILLER                  PIC X(01) VALUE SPACES.
002240     05  LBL-RESERVE             PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
002250     05  FILLER                  PIC X(16) VALUE SPACES.
002260*
002270 01  LRV-WS-AMT-LINE.
002280     05  LAL-LABEL               PIC X(30).
002290     05  LAL-ACCOUNT             PIC X(10).
002300     05  FILLER                  PIC X(01) VALUE SPACES.
002310     05  LAL-AMOUNT              PIC $ZZ,ZZZ,ZZZ,ZZ9.99-.
002320     05  FILLER                  PIC X(01) VALUE SPACES.
002330     05  LAL-NOTE                PIC X(19).
002340*
002350 01  LRV-WS-NOTE-LINE            PIC X(80).
002360*
002370 PROCEDURE DIVISION.
002380*===============================================================
002390 0000-MAINLINE.
002400*===============================================================
002410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002420     IF LRV-WS-STOP
002430         PERFORM 9000-TERMINATE THRU 9000-EXIT
002440         STOP RUN
002450     END-IF.
002460     PERFORM 2000-BUCKET-ONE-LOAN THRU 2000-EXIT
002470         UNTIL LRV-WS-BAL-EOF.
002480     PERFORM 3000-COMPUTE-RESERVE THRU 3000-EXIT.
002490     PERFORM 4000-READ-GL-BALANCE THRU 4000-EXIT.
002500     PERFORM 5000-CUT-TRUE-UP THRU 5000-EXIT.
002510     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002520     STOP RUN.
002530*
002540*===============================================================
002550 1000-INITIALIZE.
002560*===============================================================
002570*    THE MASTER, THE AGING EXTRACT AND THE LEDGER ARE ALL
002580*    REQUIRED - A RESERVE FIGURED WITHOUT ANY ONE OF THEM
002590*    WOULD BE WRONG, SO THE RUN STOPS WITH RC 8 AND CUTS NO
002600*    ENTRY RATHER THAN GUESS.
002610     OPEN OUTPUT LRV-RPT-FILE.
002620     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
002630     ACCEPT RUNSTAMP-TIME FROM TIME.
002640     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
002650     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
002660     WRITE LRV-RPT-REC FROM RUNSTAMP-HEADER-LINE.
002670     WRITE LRV-RPT-REC FROM LRV-WS-TITLE-LINE.
002680     PERFORM 1100-LOAD-RATES THRU 1100-EXIT.
002690     PERFORM 1200-LOAD-COA THRU 1200-EXIT.
002700     OPEN INPUT PAY-BAL-FILE.
002710     IF LRV-WS-BAL-STATUS NOT = '00'
002720         MOVE "BALANCE MASTER UNREADABLE - NO RESERVE CUT"
002730             TO LRV-WS-NOTE-LINE
002740         GO TO 1000-STOP
002750     END-IF.
002760     OPEN INPUT PAY-DUN-FILE.
002770     IF LRV-WS-DUN-STATUS NOT = '00'
002780         CLOSE PAY-BAL-FILE
002790         MOVE "AGING EXTRACT PAYDUNEX MISSING - NO RESERVE CUT"
002800             TO LRV-WS-NOTE-LINE
002810         GO TO 1000-STOP
002820     END-IF.
002830     OPEN INPUT GLD-LEDGER-FILE.
002840     IF LRV-WS-LEDGER-STATUS NOT = '00'
002850         CLOSE PAY-BAL-FILE
002860         CLOSE PAY-DUN-FILE
002870         MOVE "GL LEDGER UNREADABLE - NO RESERVE CUT"
002880             TO LRV-WS-NOTE-LINE
002890         GO TO 1000-STOP
002900     END-IF.
002910     OPEN OUTPUT LRV-GL-FILE.
002920     MOVE RUNSTAMP-DATE TO LGH-POST-DATE.
002930     MOVE RUNSTAMP-DATE TO LGH-RUN-DATE.
002940     WRITE LRV-GL-REC FROM LRV-WS-GL-HDR.
002950     MOVE LOW-VALUES TO PAY-BM-LOAN-ID.
002960     START PAY-BAL-FILE KEY >= PAY-BM-LOAN-ID
002970         INVALID KEY
002980             MOVE 'Y' TO LRV-WS-BAL-EOF-SW
002990     END-START.
003000     PERFORM 2150-READ-EXTRACT THRU 2150-EXIT.
003010     GO TO 1000-EXIT.
003020 1000-STOP.
003030     WRITE LRV-RPT-REC FROM LRV-WS-NOTE-LINE.
003040     DISPLAY "LOAN-RESERVE: " LRV-WS-NOTE-LINE.
003050     MOVE 'Y' TO LRV-WS-STOP-SW.
003060     MOVE 8 TO RETURN-CODE.
003070 1000-EXIT.
003080     EXIT.
003090*
003100*===============================================================
003110 1100-LOAD-RATES.
003120*===============================================================
003130*    DEFAULT RATES FIRST, THEN ANY RSVCTL OVERRIDES. A RATE
003140*    OVER 100 PERCENT IS A KEYING ERROR AND IS IGNORED.
003150     PERFORM 1110-SET-DEFAULT-RATE THRU 1110-EXIT
003160         VARYING LRV-WS-SUB FROM 1 BY 1
003170         UNTIL LRV-WS-SUB > 5.
003180     OPEN INPUT LRV-CTL-FILE.
003190     IF LRV-WS-CTL-STATUS NOT = '00'
003200         MOVE "RSVCTL NOT FOUND - DEFAULT LOSS RATES USED"
003210             TO LRV-WS-NOTE-LINE
003220         WRITE LRV-RPT-REC FROM LRV-WS-NOTE-LINE
003230         GO TO 1100-EXIT
003240     END-IF.
003250     READ LRV-CTL-FILE
003260         AT END
003270             MOVE 'Y' TO LRV-WS-CTL-EOF-SW
003280     END-READ.
003290     PERFORM 1120-CHECK-CTL-REC THRU 1120-EXIT
003300         UNTIL LRV-WS-CTL-EOF.
003310     CLOSE LRV-CTL-FILE.
003320 1100-EXIT.
003330     EXIT.
003340*
003350*===============================================================
003360 1110-SET-DEFAULT-RATE.
003370*===============================================================
003380     MOVE ZERO TO LRV-BT-COUNT (LRV-WS-SUB).
003390     MOVE ZERO TO LRV-BT-BALANCE (LRV-WS-SUB).
003400     MOVE ZERO TO LRV-BT-RESERVE (LRV-WS-SUB).
003410     MOVE LRV-BD-DFLT-RATE (LRV-WS-SUB)
003420         TO LRV-BT-RATE (LRV-WS-SUB).
003430 1110-EXIT.
003440     EXIT.
003450*
003460*===============================================================
003470 1120-CHECK-CTL-REC.
003480*===============================================================
003490     PERFORM 1130-MATCH-RATE-PARM THRU 1130-EXIT
003500         VARYING LRV-WS-SUB FROM 1 BY 1
003510         UNTIL LRV-WS-SUB > 5.
003520     READ LRV-CTL-FILE
003530         AT END
003540             MOVE 'Y' TO LRV-WS-CTL-EOF-SW
003550     END-READ.
003560 1120-EXIT.
003570     EXIT.
003580*
003590*===============================================================
003600 1130-MATCH-RATE-PARM.
003610*===============================================================
003620     IF CTL-PARM-CODE OF LRV-CTL-REC
003625             NOT = LRV-BD-PARM (LRV-WS-SUB)
003630         GO TO 1130-EXIT
003640     END-IF.
003650     IF CTL-PARM-VALUE OF LRV-CTL-REC > 100
003660         MOVE SPACES TO LRV-WS-NOTE-LINE
003670         STRING "RSVCTL " LRV-BD-PARM (LRV-WS-SUB)
003680             " OVER 100 PERCENT - DEFAULT RATE KEPT"
003690             DELIMITED BY SIZE INTO LRV-WS-NOTE-LINE
003700         WRITE LRV-RPT-REC FROM LRV-WS-NOTE-LINE
003710         GO TO 1130-EXIT
003720     END-IF.
003730     MOVE CTL-PARM-VALUE OF LRV-CTL-REC
003740         TO LRV-BT-RATE (LRV-WS-SUB).
003750     ADD 1 TO LRV-WS-RATE-COUNT.
003760 1130-EXIT.
003770     EXIT.
003780*
003790*===============================================================
003800 1200-LOAD-COA.
003810*===============================================================
003820*    ACCOUNT NUMBERS FROM THE SIM-COA-FILE CHART, THE SAME WAY
003830*    LOAN-PAYMENT LOADS ITS ROLES. CHGOFF IS THE ALLOWANCE
003840*    LOAN-PAYMENT WRITES LOSSES OFF AGAINST.
003850     OPEN INPUT LRV-COA-FILE.
003860     IF LRV-WS-COA-STATUS = '35'
003870         GO TO 1200-EXIT
003880     END-IF.
003890     READ LRV-COA-FILE
003900         AT END
003910             MOVE 'Y' TO LRV-WS-COA-EOF-SW
003920     END-READ.
003930     PERFORM 1210-CHECK-COA-REC THRU 1210-EXIT
003940         UNTIL LRV-WS-COA-EOF.
003950     CLOSE LRV-COA-FILE.
003960 1200-EXIT.
003970     EXIT.
003980*
003990*===============================================================
004000 1210-CHECK-COA-REC.
004010*===============================================================
004020     EVALUATE COA-ROLE
004030         WHEN 'CHGOFF  '
004040             MOVE COA-ACCOUNT-NO TO LRV-WS-ALLOW-ACCT
004050         WHEN 'PROVISN '
004060             MOVE COA-ACCOUNT-NO TO LRV-WS-PROV-ACCT
004070     END-EVALUATE.
004080     READ LRV-COA-FILE
004090         AT END
004100             MOVE 'Y' TO LRV-WS-COA-EOF-SW
004110     END-READ.
004120 1210-EXIT.
004130     EXIT.
004140*
004150*===============================================================
004160 2000-BUCKET-ONE-LOAN.
004170*===============================================================
004180*    MATCH-MERGE OF THE MASTER AGAINST THE EXTRACT, BOTH IN
004190*    LOAN ORDER. AN EXTRACT RECORD WITH NO OPEN LOAN BEHIND IT
004200*    IS COUNTED AND PASSED OVER; AN OPEN LOAN WITH NO EXTRACT
004210*    RECORD IS CURRENT.
004220     READ PAY-BAL-FILE NEXT
004230         AT END
004240             MOVE 'Y' TO LRV-WS-BAL-EOF-SW
004250             GO TO 2000-EXIT
004260     END-READ.
004270     IF PAY-BM-LOAN-ID = LRV-WS-CONTROL-KEY
004280             OR PAY-BM-CHARGED-OFF
004290             OR PAY-BM-BALANCE = ZERO
004300         GO TO 2000-EXIT
004310     END-IF.
004320     PERFORM 2100-SKIP-EXTRACT THRU 2100-EXIT
004330         UNTIL LRV-WS-DUN-EOF
004340             OR PDX-LOAN-ID NOT < PAY-BM-LOAN-ID.
004350     MOVE 1 TO LRV-WS-SUB.
004360     IF NOT LRV-WS-DUN-EOF
004370             AND PDX-LOAN-ID = PAY-BM-LOAN-ID
004380         PERFORM 2200-FIND-BUCKET THRU 2200-EXIT
004390         PERFORM 2150-READ-EXTRACT THRU 2150-EXIT
004400     END-IF.
004410     ADD 1 TO LRV-BT-COUNT (LRV-WS-SUB).
004420     ADD PAY-BM-BALANCE TO LRV-BT-BALANCE (LRV-WS-SUB).
004430     ADD 1 TO LRV-WS-LOAN-COUNT.
004440 2000-EXIT.
004450     EXIT.
004460*
004470*===============================================================
004480 2100-SKIP-EXTRACT.
004490*===============================================================
004500     ADD 1 TO LRV-WS-UNMATCHED.
004510     PERFORM 2150-READ-EXTRACT THRU 2150-EXIT.
004520 2100-EXIT.
004530     EXIT.
004540*
004550*===============================================================
004560 2150-READ-EXTRACT.
004570*===============================================================
004580     READ PAY-DUN-FILE
004590         AT END
004600             MOVE 'Y' TO LRV-WS-DUN-EOF-SW
004610     END-READ.
004620 2150-EXIT.
004630     EXIT.
004640*
004650*===============================================================
004660 2200-FIND-BUCKET.
004670*===============================================================
004680*    A BUCKET CODE THIS PROGRAM DOES NOT KNOW IS RESERVED AT
004690*    THE OVER-90 RATE - THE CAUTIOUS READING.
004700     MOVE 5 TO LRV-WS-SUB.
004710     EVALUATE PDX-BUCKET
004720         WHEN "30"
004730             MOVE 2 TO LRV-WS-SUB
004740         WHEN "60"
004750             MOVE 3 TO LRV-WS-SUB
004760         WHEN "90"
004770             MOVE 4 TO LRV-WS-SUB
004780     END-EVALUATE.
004790 2200-EXIT.
004800     EXIT.
004810*
004820*===============================================================
004830 3000-COMPUTE-RESERVE.
004840*===============================================================
004850     PERFORM 2100-SKIP-EXTRACT THRU 2100-EXIT
004860         UNTIL LRV-WS-DUN-EOF.
004890     WRITE LRV-RPT-REC FROM LRV-WS-COL-HDR.
004900     PERFORM 3100-RESERVE-ONE-BUCKET THRU 3100-EXIT
004910         VARYING LRV-WS-SUB FROM 1 BY 1
004920         UNTIL LRV-WS-SUB > 5.
004930     MOVE "TOTAL"             TO LBL-NAME.
004940     MOVE LRV-WS-LOAN-COUNT   TO LBL-COUNT.
004950     MOVE LRV-WS-TOT-BALANCE  TO LBL-BALANCE.
004960     MOVE ZERO                TO LBL-RATE.
004970     MOVE LRV-WS-TOT-RESERVE  TO LBL-RESERVE.
004980     WRITE LRV-RPT-REC FROM LRV-WS-BUCKET-LINE.
004990 3000-EXIT.
005000     EXIT.
005010*
005020*===============================================================
005030 3100-RESERVE-ONE-BUCKET.
005040*===============================================================
005050     COMPUTE LRV-BT-RESERVE (LRV-WS-SUB) ROUNDED =
005060         LRV-BT-BALANCE (LRV-WS-SUB)
005070         * LRV-BT-RATE (LRV-WS-SUB) / 100.
005080     ADD LRV-BT-BALANCE (LRV-WS-SUB) TO LRV-WS-TOT-BALANCE.
005090     ADD LRV-BT-RESERVE (LRV-WS-SUB) TO LRV-WS-TOT-RESERVE.
005100     MOVE LRV-BD-NAME (LRV-WS-SUB)    TO LBL-NAME.
005110     MOVE LRV-BT-COUNT (LRV-WS-SUB)   TO LBL-COUNT.
005120     MOVE LRV-BT-BALANCE (LRV-WS-SUB) TO LBL-BALANCE.
005130     MOVE LRV-BT-RATE (LRV-WS-SUB)    TO LBL-RATE.
005140     MOVE LRV-BT-RESERVE (LRV-WS-SUB) TO LBL-RESERVE.
005150     WRITE LRV-RPT-REC FROM LRV-WS-BUCKET-LINE.
005160 3100-EXIT.
005170     EXIT.
005180*
005190*===============================================================
005200 4000-READ-GL-BALANCE.
005210*===============================================================
005220*    THE ALLOWANCE IS A CREDIT-BALANCE ACCOUNT - OPENING PLUS
005230*    PERIOD CREDITS LESS OPENING PLUS PERIOD DEBITS. AN
005240*    ACCOUNT NOT YET ON THE LEDGER HOLDS NOTHING.
005250     MOVE ZERO TO LRV-WS-GL-BALANCE.
005260     MOVE LRV-WS-ALLOW-ACCT TO GLD-ACCOUNT-NO.
005270     READ GLD-LEDGER-FILE
005280         INVALID KEY
005290             GO TO 4000-EXIT
005300     END-READ.
005310     COMPUTE LRV-WS-GL-BALANCE =
005320         GLD-OPEN-CR + GLD-PTD-CR - GLD-OPEN-DR - GLD-PTD-DR.
005330 4000-EXIT.
005340     EXIT.
005350*
005360*===============================================================
005370 5000-CUT-TRUE-UP.
005380*===============================================================
005390*    A SHORTFALL IS PROVIDED FOR (PROVISION DEBIT, ALLOWANCE
005400*    CREDIT); AN EXCESS IS RELEASED (THE PAIR REVERSED). A
005410*    TRUE-UP LARGER THAN ONE GL LINE CAN CARRY GOES OUT AS
005420*    SEVERAL PAIRS.
005430     MOVE SPACES TO LRV-RPT-REC.
005435     WRITE LRV-RPT-REC.
005440     COMPUTE LRV-WS-TRUE-UP =
005450         LRV-WS-TOT-RESERVE - LRV-WS-GL-BALANCE.
005460     MOVE SPACES TO LRV-WS-AMT-LINE.
005470     MOVE "RESERVE REQUIRED"   TO LAL-LABEL.
005480     MOVE LRV-WS-TOT-RESERVE   TO LAL-AMOUNT.
005490     WRITE LRV-RPT-REC FROM LRV-WS-AMT-LINE.
005500     MOVE "ALLOWANCE PER GL LEDGER" TO LAL-LABEL.
005510     MOVE LRV-WS-ALLOW-ACCT    TO LAL-ACCOUNT.
005520     MOVE LRV-WS-GL-BALANCE    TO LAL-AMOUNT.
005530     WRITE LRV-RPT-REC FROM LRV-WS-AMT-LINE.
005540     MOVE "TRUE-UP ENTRY"      TO LAL-LABEL.
005550     MOVE SPACES               TO LAL-ACCOUNT.
005560     MOVE LRV-WS-TRUE-UP       TO LAL-AMOUNT.
005570     EVALUATE TRUE
005580         WHEN LRV-WS-TRUE-UP > ZERO
005590             MOVE "PROVISION"          TO LAL-NOTE
005600             MOVE LRV-WS-PROV-ACCT     TO LRV-WS-GL-DR-ACCT
005610             MOVE LRV-WS-ALLOW-ACCT    TO LRV-WS-GL-CR-ACCT
005620             MOVE LRV-WS-TRUE-UP       TO LRV-WS-REMAIN
005630         WHEN LRV-WS-TRUE-UP < ZERO
005640             MOVE "RELEASE"            TO LAL-NOTE
005650             MOVE LRV-WS-ALLOW-ACCT    TO LRV-WS-GL-DR-ACCT
005660             MOVE LRV-WS-PROV-ACCT     TO LRV-WS-GL-CR-ACCT
005670             COMPUTE LRV-WS-REMAIN = ZERO - LRV-WS-TRUE-UP
005680         WHEN OTHER
005690             MOVE "NONE - IN BALANCE"  TO LAL-NOTE
005700             MOVE ZERO                 TO LRV-WS-REMAIN
005710     END-EVALUATE.
005720     WRITE LRV-RPT-REC FROM LRV-WS-AMT-LINE.
005730     PERFORM 5100-WRITE-GL-PAIR THRU 5100-EXIT
005740         UNTIL LRV-WS-REMAIN = ZERO.
005750 5000-EXIT.
005760     EXIT.
005770*
005780*===============================================================
005790 5100-WRITE-GL-PAIR.
005800*===============================================================
005810     IF LRV-WS-REMAIN > 9999999.99
005820         MOVE 9999999.99 TO LRV-WS-GL-AMOUNT
005830     ELSE
005840         MOVE LRV-WS-REMAIN TO LRV-WS-GL-AMOUNT
005850     END-IF.
005860     SUBTRACT LRV-WS-GL-AMOUNT FROM LRV-WS-REMAIN.
005870     MOVE LRV-WS-GL-DR-ACCT TO LGL-ACCOUNT-NO.
005880     MOVE 'DR'              TO LGL-DRCR-IND.
005890     MOVE LRV-WS-GL-AMOUNT  TO LGL-AMOUNT.
005900     MOVE RUNSTAMP-DATE     TO LGL-POST-DATE.
005910     WRITE LRV-GL-REC FROM LRV-WS-GL-LINE.
005920     ADD 1 TO LRV-WS-GL-REC-COUNT.
005930     ADD LRV-WS-GL-AMOUNT TO LRV-WS-GL-HASH-TOTAL.
005940     MOVE LRV-WS-GL-CR-ACCT TO LGL-ACCOUNT-NO.
005950     MOVE 'CR'              TO LGL-DRCR-IND.
005960     WRITE LRV-GL-REC FROM LRV-WS-GL-LINE.
005970     ADD 1 TO LRV-WS-GL-REC-COUNT.
005980     ADD LRV-WS-GL-AMOUNT TO LRV-WS-GL-HASH-TOTAL.
005990 5100-EXIT.
006000     EXIT.
006010*
006020*===============================================================
006030 9000-TERMINATE.
006040*===============================================================
006050     IF NOT LRV-WS-STOP
006060         IF LRV-WS-UNMATCHED > ZERO
006070             MOVE SPACES TO LRV-WS-NOTE-LINE
006080             MOVE LRV-WS-UNMATCHED TO LBL-COUNT
006090             STRING "AGING EXTRACT ROWS WITH NO OPEN LOAN:"
006100                 LBL-COUNT
006110                 DELIMITED BY SIZE INTO LRV-WS-NOTE-LINE
006120             WRITE LRV-RPT-REC FROM LRV-WS-NOTE-LINE
006130         END-IF
006140         MOVE LRV-WS-GL-REC-COUNT  TO LGT-REC-COUNT
006150         MOVE LRV-WS-GL-HASH-TOTAL TO LGT-HASH-TOTAL
006160         WRITE LRV-GL-REC FROM LRV-WS-GL-TRL
006170         CLOSE LRV-GL-FILE
006180         CLOSE PAY-BAL-FILE
006190         CLOSE PAY-DUN-FILE
006200         CLOSE GLD-LEDGER-FILE
006210     END-IF.
006220     CLOSE LRV-RPT-FILE.
006230     DISPLAY "LOAN-RESERVE: LOANS BUCKETED:     "
006240         LRV-WS-LOAN-COUNT.
006250     DISPLAY "LOAN-RESERVE: RATES FROM RSVCTL:  "
006260         LRV-WS-RATE-COUNT.
006270     DISPLAY "LOAN-RESERVE: RESERVE REQUIRED:   "
006280         LRV-WS-TOT-RESERVE.
006290     DISPLAY "LOAN-RESERVE: GL LINES WRITTEN:   "
006300         LRV-WS-GL-REC-COUNT.
006310 9000-EXIT.
006320     EXIT.
