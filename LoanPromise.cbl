000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LOAN-PROMISE.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   LOAN SERVICING DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. PROMISE-TO-PAY TRACKING.
000130*                    COLLECTORS' PROMISE TRANSACTIONS (LPM-TXN-
000140*                    FILE - ADD/REPLACE OR CANCEL) ARE POSTED TO
000150*                    THE KEYED PAY-PROM-FILE, ONE PROMISE PER
000160*                    LOAN: THE PROMISED AMOUNT AND DATE, THE
000170*                    COLLECTOR, AND THE DATE IT WAS TAKEN. EACH
000180*                    NIGHT EVERY OPEN PROMISE IS MATCHED AGAINST
000190*                    THE NET PAYMENTS ON PAY-PHIST-FILE DATED
000200*                    FROM THE DAY IT WAS TAKEN THROUGH THE
000210*                    PROMISED DATE PLUS THE PAYCTL PROMGRCE
000220*                    DAYS, AND MARKED KEPT WHEN THE AMOUNT HAS
000230*                    COME IN OR BROKEN WHEN THE GRACE RUNS OUT
000240*                    WITHOUT IT. LOAN-PAYMENT HOLDS DUNNING ONLY
000250*                    WHILE A PROMISE IS OPEN, SO A BROKEN
000260*                    PROMISE IS DUNNED ON THE NEXT CYCLE.
000261*   10/15/2026 RK    A REVERSAL LOAN-PAYMENT RE-DATED OUT OF A
000261*                    CLOSED GL PERIOD IS TAKEN AT PPH-ORIG-DATE,
000261*                    THE DATE OF THE PAYMENT IT REVERSES, SO IT
000261*                    STILL NETS AGAINST THAT PAYMENT.
000270*---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PAY-PROM-FILE    ASSIGN TO PAYPROM
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS PPR-LOAN-ID
000380         FILE STATUS IS LPM-WS-PROM-STATUS.
000390     SELECT PAY-BAL-FILE     ASSIGN TO PAYBALMS
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS PAY-BM-LOAN-ID
000430         FILE STATUS IS LPM-WS-BAL-STATUS.
000440     SELECT LPM-TXN-FILE     ASSIGN TO PROMTXN
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS LPM-WS-TXN-STATUS.
000470     SELECT PAY-CTL-FILE     ASSIGN TO PAYCTL
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS LPM-WS-CTL-STATUS.
000500     SELECT PAY-PHIST-FILE   ASSIGN TO PAYPHIST
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS LPM-WS-PHIST-STATUS.
000530     SELECT LPM-RPT-FILE     ASSIGN TO PROMRPT
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580*    PROMISE-TO-PAY FILE - ONE KEYED RECORD PER LOAN. A NEW
000590*    PROMISE REPLACES THE LOAN'S OLD ONE. PPR-PAID-AMT IS THE
000600*    NET PAID INSIDE THE WINDOW AS OF THE LAST RUN.
000610 FD  PAY-PROM-FILE
000620     RECORD CONTAINS 80 CHARACTERS.
000630 01  PAY-PROM-REC.
000640     05  PPR-LOAN-ID             PIC X(10).
000650     05  PPR-PROMISE-DATE        PIC 9(08).
000660     05  PPR-AMOUNT              PIC 9(07)V99.
000670     05  PPR-COLLECTOR           PIC X(08).
000680     05  PPR-TAKEN-DATE          PIC 9(08).
000690     05  PPR-STATUS              PIC X(01).
000700         88  PPR-OPEN            VALUE 'O'.
000710         88  PPR-KEPT            VALUE 'K'.
000720         88  PPR-BROKEN          VALUE 'B'.
000730         88  PPR-CANCELLED       VALUE 'X'.
000740     05  PPR-PAID-AMT            PIC 9(07)V99.
000750     05  PPR-RESOLVED-DATE       PIC 9(08).
000760     05  FILLER                  PIC X(19).
000770*
000780*    SAME KEYED BALANCE MASTER LOAN-PAYMENT MAINTAINS - ONLY
000790*    READ HERE TO CONFIRM A PROMISE'S LOAN EXISTS.
000800 FD  PAY-BAL-FILE
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  PAY-BAL-REC.
000830     05  PAY-BM-LOAN-ID          PIC X(10).
000840     05  FILLER                  PIC X(70).
000850*
000860*    COLLECTORS' PROMISE TRANSACTIONS. 'A' TAKES A PROMISE
000870*    (REPLACING ANY THE LOAN ALREADY HAS); 'X' CANCELS THE
000880*    LOAN'S OPEN PROMISE.
000890 FD  LPM-TXN-FILE
000900     RECORD CONTAINS 40 CHARACTERS.
000910 01  LPM-TXN-REC.
000920     05  LPT-ACTION              PIC X(01).
000930         88  LPT-ADD             VALUE 'A'.
000940         88  LPT-CANCEL          VALUE 'X'.
000950     05  LPT-LOAN-ID             PIC X(10).
000960     05  LPT-PROMISE-DATE        PIC 9(08).
000970     05  LPT-AMOUNT              PIC 9(07)V99.
000980     05  LPT-COLLECTOR           PIC X(08).
000990     05  FILLER                  PIC X(04).
001000*
001010 FD  PAY-CTL-FILE
001020     RECORD CONTAINS 20 CHARACTERS.
001030     COPY CTLPARM REPLACING ==CTLPARM-RECORD==
001040         BY ==PAY-CTL-REC==.
001050*
001060*    LOAN-PAYMENT'S PAYMENT HISTORY - SEE ITS PAY-PHIST-REC.
001070 FD  PAY-PHIST-FILE
001080     RECORD CONTAINS 80 CHARACTERS.
001090 01  PAY-PHIST-REC.
001100     05  PPH-LOAN-ID             PIC X(10).
001110     05  PPH-PAY-DATE            PIC 9(08).
001120     05  PPH-AMOUNT              PIC 9(07)V99.
001130     05  PPH-ALLOC-INT           PIC 9(07)V99.
001140     05  PPH-ALLOC-FEE           PIC 9(07)V99.
001150     05  PPH-ALLOC-PRIN          PIC 9(07)V99.
001160     05  PPH-REVERSAL-FLAG       PIC X(01).
001170         88  PPH-PAYMENT         VALUE SPACE.
001180         88  PPH-REVERSAL        VALUE 'R'.
001190         88  PPH-RECOVERY        VALUE 'C'.
001200     05  PPH-RUN-DATE            PIC 9(08).
001205     05  PPH-ORIG-DATE           PIC 9(08).
001210     05  FILLER                  PIC X(09).
001220*
001230 FD  LPM-RPT-FILE
001240     RECORD CONTAINS 80 CHARACTERS.
001250 01  LPM-RPT-REC                 PIC X(80).
001260*
001270 WORKING-STORAGE SECTION.
001280 77  LPM-WS-PROM-EOF-SW          PIC X(01) VALUE 'N'.
001290     88  LPM-WS-PROM-EOF         VALUE 'Y'.
001300 77  LPM-WS-TXN-EOF-SW           PIC X(01) VALUE 'N'.
001310     88  LPM-WS-TXN-EOF          VALUE 'Y'.
001320 77  LPM-WS-CTL-EOF-SW           PIC X(01) VALUE 'N'.
001330     88  LPM-WS-CTL-EOF          VALUE 'Y'.
001340 77  LPM-WS-PHIST-EOF-SW         PIC X(01) VALUE 'N'.
001350     88  LPM-WS-PHIST-EOF        VALUE 'Y'.
001360 77  LPM-WS-BAL-OPEN-SW          PIC X(01) VALUE 'N'.
001370     88  LPM-WS-BAL-OPEN         VALUE 'Y'.
001380 77  LPM-WS-FOUND-SW             PIC X(01).
001390     88  LPM-WS-FOUND            VALUE 'Y'.
001400 77  LPM-WS-PROM-STATUS          PIC X(02) VALUE '00'.
001410 77  LPM-WS-BAL-STATUS           PIC X(02) VALUE '00'.
001420 77  LPM-WS-TXN-STATUS           PIC X(02) VALUE '00'.
001430 77  LPM-WS-CTL-STATUS           PIC X(02) VALUE '00'.
001440 77  LPM-WS-PHIST-STATUS         PIC X(02) VALUE '00'.
001450*
001460*    PAYCTL PROMGRCE - DAYS PAST THE PROMISED DATE A PAYMENT IS
001470*    STILL WAITED FOR (MAIL AND CLEARING FLOAT). LOAN-PAYMENT
001480*    READS THE SAME PARM FOR ITS DUNNING HOLD.
001490 77  LPM-WS-GRACE                PIC 9(03) COMP VALUE 3.
001500*
001510 77  LPM-WS-TXN-READ             PIC 9(07) COMP VALUE ZERO.
001520 77  LPM-WS-ADDED                PIC 9(07) COMP VALUE ZERO.
001530 77  LPM-WS-REPLACED             PIC 9(07) COMP VALUE ZERO.
001540 77  LPM-WS-CANCELLED            PIC 9(07) COMP VALUE ZERO.
001550 77  LPM-WS-REJECTED             PIC 9(07) COMP VALUE ZERO.
001560 77  LPM-WS-KEPT-COUNT           PIC 9(07) COMP VALUE ZERO.
001570 77  LPM-WS-BROKEN-COUNT         PIC 9(07) COMP VALUE ZERO.
001580 77  LPM-WS-OPEN-COUNT           PIC 9(07) COMP VALUE ZERO.
001590 01  LPM-WS-KEPT-TOTAL           PIC 9(09)V99 VALUE ZERO.
001600 01  LPM-WS-BROKEN-TOTAL         PIC 9(09)V99 VALUE ZERO.
001610 77  LPM-WS-HIT                  PIC 9(05) COMP VALUE ZERO.
001620 77  LPM-WS-SEEK-ID              PIC X(10).
001630 77  LPM-WS-REASON               PIC X(30).
001640     COPY RUNSTAMP.
001650*
001660*    SERIAL-DAY CONVERSION - SAME SHAPE AS SIMPLE-INTEREST'S
001670*    2090-DATE-TO-SERIAL.
001680 01  LPM-WS-SER-DATE             PIC 9(08).
001690 01  LPM-WS-SER-DATE-MDY REDEFINES LPM-WS-SER-DATE.
001700     05  LPM-SER-YEAR            PIC 9(04).
001710     05  LPM-SER-MONTH           PIC 9(02).
001720     05  LPM-SER-DAY             PIC 9(02).
001730 77  LPM-WS-SER-M                PIC 9(04) COMP VALUE ZERO.
001740 77  LPM-WS-SER-Y                PIC 9(04) COMP VALUE ZERO.
001750 77  LPM-WS-SERIAL               PIC 9(07) COMP VALUE ZERO.
001760 77  LPM-WS-TODAY-SERIAL         PIC 9(07) COMP VALUE ZERO.
001770 77  LPM-WS-PAST-DAYS            PIC S9(07) COMP VALUE ZERO.
001780*
001790*    OPEN PROMISES, IN LOAN ORDER, WITH THE NET PAID INSIDE EACH
001800*    ONE'S WINDOW. A FULL TABLE LEAVES THE REST OPEN UNTIL THE
001810*    NEXT RUN.
001820 77  LPM-WS-PT-COUNT             PIC 9(05) COMP VALUE ZERO.
001830 77  LPM-WS-PT-FULL-SW           PIC X(01) VALUE 'N'.
001840     88  LPM-WS-PT-FULL          VALUE 'Y'.
001850 01  LPM-WS-PROMISE-TABLE.
001860     05  LPM-PT-ENTRY OCCURS 1000 TIMES
001870                      INDEXED BY LPM-PT-IDX.
001880         10  LPM-PT-LOAN-ID      PIC X(10).
001890         10  LPM-PT-TAKEN-DATE   PIC 9(08).
001900         10  LPM-PT-PROMISE-SER  PIC 9(07) COMP.
001910         10  LPM-PT-PAID         PIC S9(09)V99.
001920*
001930 01  LPM-WS-TITLE-LINE.
001940     05  FILLER                  PIC X(40) VALUE
001950         "PROMISE-TO-PAY REPORT".
001960     05  FILLER                  PIC X(40) VALUE SPACES.
001970*
001980 01  LPM-WS-COL-HDR.
001990     05  FILLER                  PIC X(40) VALUE
002000         "LOAN ID     COLLECTR  PROMISED      PROM".
002010     05  FILLER                  PIC X(40) VALUE
002020         "ISED          PAID  RESULT".
002030*
002040 01  LPM-WS-DTL-LINE.
002050     05  LDL-LOAN-ID             PIC X(10).
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  LDL-COLLECTOR           PIC X(08).
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  LDL-PROMISE-DATE        PIC 9(08).
002100     05  FILLER                  PIC X(02) VALUE SPACES.
002110     05  LDL-AMOUNT              PIC Z,ZZZ,ZZ9.99.
002120     05  FILLER                  PIC X(02) VALUE SPACES.
002130     05  LDL-PAID                PIC Z,ZZZ,ZZ9.99.
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  LDL-RESULT              PIC X(09).
002160     05  FILLER                  PIC X(11) VALUE SPACES.
002170*
002180 01  LPM-WS-REJ-LINE.
002190     05  LRJ-LOAN-ID             PIC X(10).
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  LRJ-COLLECTOR           PIC X(08).
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  FILLER                  PIC X(09) VALUE "REJECTED ".
002240     05  LRJ-ACTION              PIC X(01).
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  LRJ-REASON              PIC X(30).
002270     05  FILLER                  PIC X(16) VALUE SPACES.
002280*
002290 01  LPM-WS-FOOT-LINE.
002300     05  LFL-LABEL               PIC X(34).
002310     05  LFL-COUNT               PIC Z(6)9.
002320     05  FILLER                  PIC X(39) VALUE SPACES.
002330*
002340 01  LPM-WS-AMT-FOOT-LINE.
002350     05  LFA-LABEL               PIC X(34).
002360     05  LFA-AMOUNT              PIC $ZZZ,ZZZ,ZZ9.99.
002370     05  FILLER                  PIC X(31) VALUE SPACES.
002380*
002390 01  LPM-WS-NOTE-LINE            PIC X(80).
002400 01  LPM-WS-BLANK-LINE           PIC X(80) VALUE SPACES.
002410*
002420 PROCEDURE DIVISION.
002430*===============================================================
002440 0000-MAINLINE.
002450*===============================================================
002460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002470     PERFORM 2000-APPLY-ONE-TXN THRU 2000-EXIT
002480         UNTIL LPM-WS-TXN-EOF.
002490     PERFORM 3000-LOAD-OPEN-PROMISES THRU 3000-EXIT.
002500     PERFORM 3500-SUM-PAYMENTS THRU 3500-EXIT.
002510     PERFORM 4000-RESOLVE-PROMISES THRU 4000-EXIT.
002520     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002530     STOP RUN.
002540*
002550*===============================================================
002560 1000-INITIALIZE.
002570*===============================================================
002580     OPEN OUTPUT LPM-RPT-FILE.
002590     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
002600     ACCEPT RUNSTAMP-TIME FROM TIME.
002610     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
002620     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
002630     WRITE LPM-RPT-REC FROM RUNSTAMP-HEADER-LINE.
002640     WRITE LPM-RPT-REC FROM LPM-WS-TITLE-LINE.
002650     WRITE LPM-RPT-REC FROM LPM-WS-COL-HDR.
002660     MOVE RUNSTAMP-DATE TO LPM-WS-SER-DATE.
002670     PERFORM 8900-DATE-TO-SERIAL THRU 8900-EXIT.
002680     MOVE LPM-WS-SERIAL TO LPM-WS-TODAY-SERIAL.
002690     PERFORM 1100-LOAD-PARMS THRU 1100-EXIT.
002700     OPEN I-O PAY-PROM-FILE.
002710     IF LPM-WS-PROM-STATUS NOT = '00'
002720         OPEN OUTPUT PAY-PROM-FILE
002730         CLOSE PAY-PROM-FILE
002740         OPEN I-O PAY-PROM-FILE
002750     END-IF.
002760*    WITHOUT THE BALANCE MASTER A PROMISE'S LOAN CANNOT BE
002770*    CHECKED, SO IT IS TAKEN AS ENTERED.
002780     OPEN INPUT PAY-BAL-FILE.
002790     IF LPM-WS-BAL-STATUS = '00'
002800         MOVE 'Y' TO LPM-WS-BAL-OPEN-SW
002810     END-IF.
002820     OPEN INPUT LPM-TXN-FILE.
002830     IF LPM-WS-TXN-STATUS NOT = '00'
002840         MOVE 'Y' TO LPM-WS-TXN-EOF-SW
002850         GO TO 1000-EXIT
002860     END-IF.
002870     READ LPM-TXN-FILE
002880         AT END
002890             MOVE 'Y' TO LPM-WS-TXN-EOF-SW
002900     END-READ.
002910 1000-EXIT.
002920     EXIT.
002930*
002940*===============================================================
002950 1100-LOAD-PARMS.
002960*===============================================================
002970*    SAME PAYCTL FILE LOAN-PAYMENT READS; OTHER PARMS ON IT ARE
002980*    NOT THIS PROGRAM'S AND ARE PASSED OVER.
002990     OPEN INPUT PAY-CTL-FILE.
003000     IF LPM-WS-CTL-STATUS NOT = '00'
003010         GO TO 1100-EXIT
003020     END-IF.
003030     READ PAY-CTL-FILE
003040         AT END
003050             MOVE 'Y' TO LPM-WS-CTL-EOF-SW
003060     END-READ.
003070     PERFORM 1110-CHECK-CTL-REC THRU 1110-EXIT
003080         UNTIL LPM-WS-CTL-EOF.
003090     CLOSE PAY-CTL-FILE.
003100 1100-EXIT.
003110     EXIT.
003120*
003130*===============================================================
003140 1110-CHECK-CTL-REC.
003150*===============================================================
003160     IF CTL-PARM-CODE OF PAY-CTL-REC = 'PROMGRCE'
003170         MOVE CTL-PARM-VALUE OF PAY-CTL-REC TO LPM-WS-GRACE
003180     END-IF.
003190     READ PAY-CTL-FILE
003200         AT END
003210             MOVE 'Y' TO LPM-WS-CTL-EOF-SW
003220     END-READ.
003230 1110-EXIT.
003240     EXIT.
003250*
003260*===============================================================
003270 2000-APPLY-ONE-TXN.
003280*===============================================================
003290     ADD 1 TO LPM-WS-TXN-READ.
003300     EVALUATE TRUE
003310         WHEN LPT-ADD
003320             PERFORM 2100-ADD-PROMISE THRU 2100-EXIT
003330         WHEN LPT-CANCEL
003340             PERFORM 2200-CANCEL-PROMISE THRU 2200-EXIT
003350         WHEN OTHER
003360             MOVE "UNKNOWN ACTION CODE" TO LPM-WS-REASON
003370             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003380     END-EVALUATE.
003390     READ LPM-TXN-FILE
003400         AT END
003410             MOVE 'Y' TO LPM-WS-TXN-EOF-SW
003420     END-READ.
003430 2000-EXIT.
003440     EXIT.
003450*
003460*===============================================================
003470 2100-ADD-PROMISE.
003480*===============================================================
003490*    A PROMISE MUST BE FOR MONEY, ON A LOAN WE CARRY, AND FOR A
003500*    DATE NOT ALREADY PAST.
003510     IF LPT-AMOUNT NOT NUMERIC OR LPT-AMOUNT = ZERO
003520         MOVE "NO PROMISED AMOUNT" TO LPM-WS-REASON
003530         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003540         GO TO 2100-EXIT
003550     END-IF.
003560     IF LPT-PROMISE-DATE NOT NUMERIC
003570             OR LPT-PROMISE-DATE < RUNSTAMP-DATE
003580         MOVE "PROMISED DATE MISSING OR PAST" TO LPM-WS-REASON
003590         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003600         GO TO 2100-EXIT
003610     END-IF.
003620     IF LPM-WS-BAL-OPEN
003630         MOVE LPT-LOAN-ID TO PAY-BM-LOAN-ID
003640         READ PAY-BAL-FILE
003650             INVALID KEY
003660                 MOVE "LOAN NOT ON BALANCE MASTER"
003670                     TO LPM-WS-REASON
003680                 PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003690                 GO TO 2100-EXIT
003700         END-READ
003710     END-IF.
003720     MOVE 'N' TO LPM-WS-FOUND-SW.
003730     MOVE LPT-LOAN-ID TO PPR-LOAN-ID.
003740     READ PAY-PROM-FILE
003750         INVALID KEY
003760             MOVE SPACES TO PAY-PROM-REC
003770         NOT INVALID KEY
003780             MOVE 'Y' TO LPM-WS-FOUND-SW
003790     END-READ.
003800     MOVE LPT-LOAN-ID      TO PPR-LOAN-ID.
003810     MOVE LPT-PROMISE-DATE TO PPR-PROMISE-DATE.
003820     MOVE LPT-AMOUNT       TO PPR-AMOUNT.
003830     MOVE LPT-COLLECTOR    TO PPR-COLLECTOR.
003840     MOVE RUNSTAMP-DATE    TO PPR-TAKEN-DATE.
003850     MOVE 'O'              TO PPR-STATUS.
003860     MOVE ZERO             TO PPR-PAID-AMT.
003870     MOVE ZERO             TO PPR-RESOLVED-DATE.
003880     IF LPM-WS-FOUND
003890         REWRITE PAY-PROM-REC
003900         ADD 1 TO LPM-WS-REPLACED
003910     ELSE
003930         WRITE PAY-PROM-REC
003940         ADD 1 TO LPM-WS-ADDED
003950     END-IF.
003960 2100-EXIT.
003970     EXIT.
003980*
003990*===============================================================
004000 2200-CANCEL-PROMISE.
004010*===============================================================
004020     MOVE LPT-LOAN-ID TO PPR-LOAN-ID.
004030     READ PAY-PROM-FILE
004040         INVALID KEY
004050             MOVE "NO PROMISE ON FILE" TO LPM-WS-REASON
004060             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004070             GO TO 2200-EXIT
004080     END-READ.
004090     IF NOT PPR-OPEN
004100         MOVE "PROMISE ALREADY RESOLVED" TO LPM-WS-REASON
004110         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004120         GO TO 2200-EXIT
004130     END-IF.
004140     MOVE 'X'           TO PPR-STATUS.
004150     MOVE RUNSTAMP-DATE TO PPR-RESOLVED-DATE.
004160     REWRITE PAY-PROM-REC.
004170     ADD 1 TO LPM-WS-CANCELLED.
004180 2200-EXIT.
004190     EXIT.
004200*
004210*===============================================================
004220 2900-WRITE-REJECT.
004230*===============================================================
004240     MOVE LPT-LOAN-ID   TO LRJ-LOAN-ID.
004250     MOVE LPT-COLLECTOR TO LRJ-COLLECTOR.
004260     MOVE LPT-ACTION    TO LRJ-ACTION.
004270     MOVE LPM-WS-REASON TO LRJ-REASON.
004280     WRITE LPM-RPT-REC FROM LPM-WS-REJ-LINE.
004290     ADD 1 TO LPM-WS-REJECTED.
004300 2900-EXIT.
004310     EXIT.
004320*
004330*===============================================================
004340 3000-LOAD-OPEN-PROMISES.
004350*===============================================================
004360     MOVE LOW-VALUES TO PPR-LOAN-ID.
004370     START PAY-PROM-FILE KEY >= PPR-LOAN-ID
004380         INVALID KEY
004390             MOVE 'Y' TO LPM-WS-PROM-EOF-SW
004400     END-START.
004410     PERFORM 3100-LOAD-ONE-PROMISE THRU 3100-EXIT
004420         UNTIL LPM-WS-PROM-EOF.
004430 3000-EXIT.
004440     EXIT.
004450*
004460*===============================================================
004470 3100-LOAD-ONE-PROMISE.
004480*===============================================================
004490     READ PAY-PROM-FILE NEXT
004500         AT END
004510             MOVE 'Y' TO LPM-WS-PROM-EOF-SW
004520             GO TO 3100-EXIT
004530     END-READ.
004540     IF NOT PPR-OPEN
004550         GO TO 3100-EXIT
004560     END-IF.
004570     IF LPM-WS-PT-COUNT = 1000
004580         MOVE 'Y' TO LPM-WS-PT-FULL-SW
004590         GO TO 3100-EXIT
004600     END-IF.
004610     ADD 1 TO LPM-WS-PT-COUNT.
004620     MOVE LPM-WS-PT-COUNT TO LPM-WS-HIT.
004630     MOVE PPR-LOAN-ID    TO LPM-PT-LOAN-ID (LPM-WS-HIT).
004640     MOVE PPR-TAKEN-DATE TO LPM-PT-TAKEN-DATE (LPM-WS-HIT).
004650     MOVE PPR-PROMISE-DATE TO LPM-WS-SER-DATE.
004660     PERFORM 8900-DATE-TO-SERIAL THRU 8900-EXIT.
004670     MOVE LPM-WS-SERIAL  TO LPM-PT-PROMISE-SER (LPM-WS-HIT).
004680     MOVE ZERO           TO LPM-PT-PAID (LPM-WS-HIT).
004690 3100-EXIT.
004700     EXIT.
004710*
004720*===============================================================
004730 3500-SUM-PAYMENTS.
004740*===============================================================
004750*    NET PAYMENTS (LESS REVERSALS, WHICH CARRY THE ORIGINAL
004760*    PAYMENT'S DATE) FROM THE DAY EACH PROMISE WAS TAKEN
004770*    THROUGH ITS PROMISED DATE PLUS GRACE. A RECOVERY ON A
004780*    CHARGED-OFF LOAN IS STILL THE BORROWER'S MONEY AND COUNTS.
004790     IF LPM-WS-PT-COUNT = ZERO
004800         GO TO 3500-EXIT
004810     END-IF.
004820     OPEN INPUT PAY-PHIST-FILE.
004830     IF LPM-WS-PHIST-STATUS NOT = '00'
004840         GO TO 3500-EXIT
004850     END-IF.
004860     READ PAY-PHIST-FILE
004870         AT END
004880             MOVE 'Y' TO LPM-WS-PHIST-EOF-SW
004890     END-READ.
004900     PERFORM 3510-CHECK-PHIST-REC THRU 3510-EXIT
004910         UNTIL LPM-WS-PHIST-EOF.
004920     CLOSE PAY-PHIST-FILE.
004930 3500-EXIT.
004940     EXIT.
004950*
004960*===============================================================
004970 3510-CHECK-PHIST-REC.
004980*===============================================================
004990     IF NOT PPH-PAYMENT AND NOT PPH-REVERSAL
005000             AND NOT PPH-RECOVERY
005010         GO TO 3510-READ-NEXT
005020     END-IF.
005030     IF PPH-PAY-DATE NOT NUMERIC
005040         GO TO 3510-READ-NEXT
005050     END-IF.
005055*    A REVERSAL RE-DATED OUT OF A CLOSED GL PERIOD COUNTS AT
005055*    THE DATE OF THE PAYMENT IT REVERSES.
005055     IF PPH-REVERSAL-FLAG = 'R' AND PPH-ORIG-DATE NUMERIC
005055         IF PPH-ORIG-DATE > ZERO
005055             MOVE PPH-ORIG-DATE TO PPH-PAY-DATE
005055         END-IF
005055     END-IF.
005060     MOVE PPH-LOAN-ID TO LPM-WS-SEEK-ID.
005070     PERFORM 8000-FIND-PROMISE THRU 8000-EXIT.
005080     IF NOT LPM-WS-FOUND
005090         GO TO 3510-READ-NEXT
005100     END-IF.
005110     IF PPH-PAY-DATE < LPM-PT-TAKEN-DATE (LPM-WS-HIT)
005120         GO TO 3510-READ-NEXT
005130     END-IF.
005140     MOVE PPH-PAY-DATE TO LPM-WS-SER-DATE.
005150     PERFORM 8900-DATE-TO-SERIAL THRU 8900-EXIT.
005160     COMPUTE LPM-WS-PAST-DAYS =
005170         LPM-WS-SERIAL - LPM-PT-PROMISE-SER (LPM-WS-HIT).
005180     IF LPM-WS-PAST-DAYS > LPM-WS-GRACE
005190         GO TO 3510-READ-NEXT
005200     END-IF.
005210     IF PPH-REVERSAL
005220         SUBTRACT PPH-AMOUNT FROM LPM-PT-PAID (LPM-WS-HIT)
005230     ELSE
005240         ADD PPH-AMOUNT TO LPM-PT-PAID (LPM-WS-HIT)
005250     END-IF.
005260 3510-READ-NEXT.
005270     READ PAY-PHIST-FILE
005280         AT END
005290             MOVE 'Y' TO LPM-WS-PHIST-EOF-SW
005300     END-READ.
005310 3510-EXIT.
005320     EXIT.
005330*
005340*===============================================================
005350 4000-RESOLVE-PROMISES.
005360*===============================================================
005370     WRITE LPM-RPT-REC FROM LPM-WS-BLANK-LINE.
005380     PERFORM 4100-RESOLVE-ONE THRU 4100-EXIT
005390         VARYING LPM-PT-IDX FROM 1 BY 1
005400         UNTIL LPM-PT-IDX > LPM-WS-PT-COUNT.
005410 4000-EXIT.
005420     EXIT.
005430*
005440*===============================================================
005450 4100-RESOLVE-ONE.
005460*===============================================================
005470*    KEPT ONCE THE PROMISED AMOUNT HAS COME IN; BROKEN WHEN THE
005480*    GRACE PAST THE PROMISED DATE HAS RUN OUT WITHOUT IT.
005490*    OTHERWISE THE PROMISE STAYS OPEN AND DUNNING STAYS HELD.
005500     MOVE LPM-PT-LOAN-ID (LPM-PT-IDX) TO PPR-LOAN-ID.
005510     READ PAY-PROM-FILE
005520         INVALID KEY
005530             GO TO 4100-EXIT
005540     END-READ.
005550     IF LPM-PT-PAID (LPM-PT-IDX) > ZERO
005560         MOVE LPM-PT-PAID (LPM-PT-IDX) TO PPR-PAID-AMT
005570     ELSE
005580         MOVE ZERO TO PPR-PAID-AMT
005590     END-IF.
005600     COMPUTE LPM-WS-PAST-DAYS =
005610         LPM-WS-TODAY-SERIAL - LPM-PT-PROMISE-SER (LPM-PT-IDX).
005620     EVALUATE TRUE
005630         WHEN PPR-PAID-AMT >= PPR-AMOUNT
005640             MOVE 'K'           TO PPR-STATUS
005650             MOVE RUNSTAMP-DATE TO PPR-RESOLVED-DATE
005660             MOVE "KEPT"        TO LDL-RESULT
005670             ADD 1 TO LPM-WS-KEPT-COUNT
005680             ADD PPR-AMOUNT TO LPM-WS-KEPT-TOTAL
005690         WHEN LPM-WS-PAST-DAYS > LPM-WS-GRACE
005700             MOVE 'B'           TO PPR-STATUS
005710             MOVE RUNSTAMP-DATE TO PPR-RESOLVED-DATE
005720             MOVE "BROKEN"      TO LDL-RESULT
005730             ADD 1 TO LPM-WS-BROKEN-COUNT
005740             ADD PPR-AMOUNT TO LPM-WS-BROKEN-TOTAL
005750         WHEN OTHER
005760             MOVE "OPEN"        TO LDL-RESULT
005770             ADD 1 TO LPM-WS-OPEN-COUNT
005780     END-EVALUATE.
005790     REWRITE PAY-PROM-REC.
005800     MOVE PPR-LOAN-ID      TO LDL-LOAN-ID.
005810     MOVE PPR-COLLECTOR    TO LDL-COLLECTOR.
005820     MOVE PPR-PROMISE-DATE TO LDL-PROMISE-DATE.
005830     MOVE PPR-AMOUNT       TO LDL-AMOUNT.
005840     MOVE PPR-PAID-AMT     TO LDL-PAID.
005850     WRITE LPM-RPT-REC FROM LPM-WS-DTL-LINE.
005860 4100-EXIT.
005870     EXIT.
005880*
005890*===============================================================
005900 8000-FIND-PROMISE.
005910*===============================================================
005920     MOVE 'N' TO LPM-WS-FOUND-SW.
005930     PERFORM 8010-SCAN-PROMISES THRU 8010-EXIT
005940         VARYING LPM-PT-IDX FROM 1 BY 1
005950         UNTIL LPM-PT-IDX > LPM-WS-PT-COUNT.
005960 8000-EXIT.
005970     EXIT.
005980*
005990*===============================================================
006000 8010-SCAN-PROMISES.
006010*===============================================================
006020     IF LPM-PT-LOAN-ID (LPM-PT-IDX) = LPM-WS-SEEK-ID
006030         MOVE 'Y' TO LPM-WS-FOUND-SW
006040         SET LPM-WS-HIT TO LPM-PT-IDX
006050         SET LPM-PT-IDX TO LPM-WS-PT-COUNT
006060     END-IF.
006070 8010-EXIT.
006080     EXIT.
006090*
006100*===============================================================
006110 8900-DATE-TO-SERIAL.
006120*===============================================================
006130*    SAME MONTH-13/14 SHIFT AS SIMPLE-INTEREST'S
006140*    2090-DATE-TO-SERIAL. ONLY DIFFERENCES ARE EVER USED.
006150     MOVE LPM-SER-MONTH TO LPM-WS-SER-M.
006160     MOVE LPM-SER-YEAR  TO LPM-WS-SER-Y.
006170     IF LPM-WS-SER-M < 3
006180         ADD 12 TO LPM-WS-SER-M
006190         SUBTRACT 1 FROM LPM-WS-SER-Y
006200     END-IF.
006210     COMPUTE LPM-WS-SERIAL =
006220         (365 * LPM-WS-SER-Y)
006230         + (LPM-WS-SER-Y / 4)
006240         - (LPM-WS-SER-Y / 100)
006250         + (LPM-WS-SER-Y / 400)
006260         + ((153 * (LPM-WS-SER-M + 1)) / 5)
006270         + LPM-SER-DAY.
006280 8900-EXIT.
006290     EXIT.
006300*
006310*===============================================================
006320 9000-TERMINATE.
006330*===============================================================
006340     IF LPM-WS-TXN-STATUS = '00'
006350         CLOSE LPM-TXN-FILE
006360     END-IF.
006370     IF LPM-WS-BAL-OPEN
006380         CLOSE PAY-BAL-FILE
006390     END-IF.
006400     CLOSE PAY-PROM-FILE.
006410     IF LPM-WS-PT-FULL
006420         MOVE "PROMISE TABLE FULL - REMAINDER RESOLVE NEXT RUN"
006430             TO LPM-WS-NOTE-LINE
006440         WRITE LPM-RPT-REC FROM LPM-WS-NOTE-LINE
006450     END-IF.
006460     WRITE LPM-RPT-REC FROM LPM-WS-BLANK-LINE.
006470     MOVE "PROMISE TRANSACTIONS READ:        " TO LFL-LABEL.
006480     MOVE LPM-WS-TXN-READ TO LFL-COUNT.
006490     WRITE LPM-RPT-REC FROM LPM-WS-FOOT-LINE.
006500     MOVE "PROMISES TAKEN:                   " TO LFL-LABEL.
006510     MOVE LPM-WS-ADDED TO LFL-COUNT.
006520     WRITE LPM-RPT-REC FROM LPM-WS-FOOT-LINE.
006530     MOVE "PROMISES REPLACED:                " TO LFL-LABEL.
006540     MOVE LPM-WS-REPLACED TO LFL-COUNT.
006550     WRITE LPM-RPT-REC FROM LPM-WS-FOOT-LINE.
006560     MOVE "PROMISES CANCELLED:               " TO LFL-LABEL.
006570     MOVE LPM-WS-CANCELLED TO LFL-COUNT.
006580     WRITE LPM-RPT-REC FROM LPM-WS-FOOT-LINE.
006590     MOVE "TRANSACTIONS REJECTED:            " TO LFL-LABEL.
006600     MOVE LPM-WS-REJECTED TO LFL-COUNT.
006610     WRITE LPM-RPT-REC FROM LPM-WS-FOOT-LINE.
006620     MOVE "PROMISES KEPT:                    " TO LFL-LABEL.
006630     MOVE LPM-WS-KEPT-COUNT TO LFL-COUNT.
006640     WRITE LPM-RPT-REC FROM LPM-WS-FOOT-LINE.
006650     MOVE "  AMOUNT PROMISED ON KEPT:        " TO LFA-LABEL.
006660     MOVE LPM-WS-KEPT-TOTAL TO LFA-AMOUNT.
006670     WRITE LPM-RPT-REC FROM LPM-WS-AMT-FOOT-LINE.
006680     MOVE "PROMISES BROKEN - BACK TO DUNNING:" TO LFL-LABEL.
006690     MOVE LPM-WS-BROKEN-COUNT TO LFL-COUNT.
006700     WRITE LPM-RPT-REC FROM LPM-WS-FOOT-LINE.
006710     MOVE "  AMOUNT PROMISED ON BROKEN:      " TO LFA-LABEL.
006720     MOVE LPM-WS-BROKEN-TOTAL TO LFA-AMOUNT.
006730     WRITE LPM-RPT-REC FROM LPM-WS-AMT-FOOT-LINE.
006740     MOVE "PROMISES STILL OPEN:              " TO LFL-LABEL.
006750     MOVE LPM-WS-OPEN-COUNT TO LFL-COUNT.
006760     WRITE LPM-RPT-REC FROM LPM-WS-FOOT-LINE.
006770     CLOSE LPM-RPT-FILE.
006780     DISPLAY "LOAN-PROMISE: PROMISES KEPT:     "
006790         LPM-WS-KEPT-COUNT.
006800     DISPLAY "LOAN-PROMISE: PROMISES BROKEN:   "
006810         LPM-WS-BROKEN-COUNT.
006820     DISPLAY "LOAN-PROMISE: PROMISES OPEN:     "
006830         LPM-WS-OPEN-COUNT.
006840 9000-EXIT.
006850     EXIT.
