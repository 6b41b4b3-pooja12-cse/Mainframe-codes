000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LOAN-TAX-STMT.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   LOAN SERVICING DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. YEAR-END INTEREST-PAID
000130*                    TAX STATEMENTS. TOTALS PPH-ALLOC-INT FROM
000140*                    PAY-PHIST-FILE PER LOAN FOR THE TAX YEAR
000150*                    (TAXYEAR PARM ON THE LTXPARM CONTROL FILE;
000160*                    DEFAULT IS LAST YEAR), NET OF NSF
000170*                    REVERSALS, ROLLS THE LOANS UP TO THEIR
000180*                    BORROWER THROUGH THE BORROWER MASTER'S
000190*                    OWNED-LOAN SLOTS (OR, FOR A LOAN CLOSED
000200*                    SINCE, THE PAY-CLOSD-FILE CLOSED-LOAN
000210*                    HISTORY), AND PRINTS ONE STATEMENT PER
000220*                    BORROWER WITH NAME AND ADDRESS. EACH
000230*                    STATEMENT ALSO GOES TO THE ELECTRONIC
000240*                    TAX-REPORTING EXTRACT, WHOSE TRAILER
000250*                    CARRIES THE RECORD COUNT AND INTEREST
000260*                    CONTROL TOTAL.
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
000340     SELECT PAY-PHIST-FILE   ASSIGN TO PAYPHIST
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS LTX-WS-PHIST-STATUS.
000370     SELECT BOR-MAST-FILE    ASSIGN TO BORMAST
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS LTX-WS-BOR-STATUS.
000400     SELECT PAY-CLOSD-FILE   ASSIGN TO PAYCLOSD
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS PCD-LOAN-ID
000440         FILE STATUS IS LTX-WS-CLOSD-STATUS.
000450     SELECT LTX-PARM-FILE    ASSIGN TO LTXPARM
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS LTX-WS-PARM-STATUS.
000480     SELECT LTX-EXTR-FILE    ASSIGN TO LTXEXTR
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT LTX-STMT-FILE    ASSIGN TO LTXSTMT
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  PAY-PHIST-FILE
000560     RECORD CONTAINS 80 CHARACTERS.
000570 01  PAY-PHIST-REC.
000580     05  PPH-LOAN-ID             PIC X(10).
000590     05  PPH-PAY-DATE            PIC 9(08).
000600     05  PPH-PAY-MDY REDEFINES PPH-PAY-DATE.
000610         10  PPH-PAY-YEAR        PIC 9(04).
000620         10  PPH-PAY-MMDD        PIC 9(04).
000630     05  PPH-AMOUNT              PIC 9(07)V99.
000640     05  PPH-ALLOC-INT           PIC 9(07)V99.
000650     05  PPH-ALLOC-FEE           PIC 9(07)V99.
000660     05  PPH-ALLOC-PRIN          PIC 9(07)V99.
000670     05  PPH-REVERSAL-FLAG       PIC X(01).
000680         88  PPH-PAYMENT         VALUE SPACE.
000690         88  PPH-REVERSAL        VALUE 'R'.
000700     05  PPH-RUN-DATE            PIC 9(08).
000705     05  PPH-ORIG-DATE           PIC 9(08).
000710     05  FILLER                  PIC X(09).
000720*
000730*    BORROWER MASTER - SEE BORROWER-STMT.
000740 FD  BOR-MAST-FILE
000750     RECORD CONTAINS 100 CHARACTERS.
000760 01  BOR-MAST-REC.
000770     05  BOR-CUST-ID             PIC X(08).
000780     05  BOR-NAME                PIC X(20).
000790     05  BOR-ADDRESS             PIC X(30).
000800     05  BOR-LOAN-SLOT OCCURS 4 TIMES
000810                       INDEXED BY BOR-SLOT-IDX.
000820         10  BOR-LOAN-ID         PIC X(10).
000830     05  FILLER                  PIC X(02).
000840*
000850*    LOAN-CLOSE'S CLOSED-LOAN HISTORY - SEE ITS PAY-CLOSD-REC.
000860 FD  PAY-CLOSD-FILE
000870     RECORD CONTAINS 200 CHARACTERS.
000880 01  PAY-CLOSD-REC.
000890     05  PCD-LOAN-ID             PIC X(10).
000900     05  PCD-CLOSE-DATE          PIC 9(08).
000910     05  PCD-REASON              PIC X(01).
000920     05  PCD-CUST-ID             PIC X(08).
000930     05  FILLER                  PIC X(117).
000940     05  PCD-NAME                PIC X(20).
000950     05  PCD-ADDRESS             PIC X(30).
000960     05  FILLER                  PIC X(06).
000970*
000980 FD  LTX-PARM-FILE
000990     RECORD CONTAINS 20 CHARACTERS.
001000     COPY CTLPARM REPLACING ==CTLPARM-RECORD==
001010         BY ==LTX-PARM-REC==.
001020*
001030 FD  LTX-EXTR-FILE
001040     RECORD CONTAINS 100 CHARACTERS.
001050 01  LTX-EXTR-REC                PIC X(100).
001060*
001070 FD  LTX-STMT-FILE
001080     RECORD CONTAINS 80 CHARACTERS.
001090 01  LTX-STMT-REC                PIC X(80).
001100*
001110 WORKING-STORAGE SECTION.
001120 77  LTX-WS-EOF-SW               PIC X(01) VALUE 'N'.
001130     88  LTX-WS-EOF              VALUE 'Y'.
001140 77  LTX-WS-PARM-EOF-SW          PIC X(01) VALUE 'N'.
001150     88  LTX-WS-PARM-EOF         VALUE 'Y'.
001160 77  LTX-WS-PHIST-STATUS         PIC X(02) VALUE '00'.
001170 77  LTX-WS-BOR-STATUS           PIC X(02) VALUE '00'.
001180 77  LTX-WS-CLOSD-STATUS         PIC X(02) VALUE '00'.
001190 77  LTX-WS-PARM-STATUS          PIC X(02) VALUE '00'.
001200 77  LTX-WS-CLOSD-OPEN-SW        PIC X(01) VALUE 'N'.
001210     88  LTX-WS-CLOSD-OPEN       VALUE 'Y'.
001220 77  LTX-WS-FOUND-SW             PIC X(01).
001230     88  LTX-WS-FOUND            VALUE 'Y'.
001240 77  LTX-WS-TAX-YEAR             PIC 9(04) VALUE ZERO.
001250 77  LTX-WS-HIT                  PIC 9(05) COMP VALUE ZERO.
001260 77  LTX-WS-SEEK-ID              PIC X(10).
001270 77  LTX-WS-SEEK-CUST            PIC X(08).
001280 77  LTX-WS-ROWS-READ            PIC 9(07) COMP VALUE ZERO.
001290 77  LTX-WS-ROWS-USED            PIC 9(07) COMP VALUE ZERO.
001300 77  LTX-WS-STMT-COUNT           PIC 9(07) COMP VALUE ZERO.
001310 77  LTX-WS-NO-BOR-COUNT         PIC 9(05) COMP VALUE ZERO.
001320 77  LTX-WS-LOAN-LINES           PIC 9(03) COMP VALUE ZERO.
001330 77  LTX-WS-LN-FULL-SW           PIC X(01) VALUE 'N'.
001340     88  LTX-WS-LN-FULL          VALUE 'Y'.
001350 77  LTX-WS-BR-FULL-SW           PIC X(01) VALUE 'N'.
001360     88  LTX-WS-BR-FULL          VALUE 'Y'.
001370 01  LTX-WS-BOR-TOTAL            PIC 9(09)V99 VALUE ZERO.
001380 01  LTX-WS-CONTROL-TOTAL        PIC 9(11)V99 VALUE ZERO.
001390 01  LTX-WS-NO-BOR-TOTAL         PIC 9(09)V99 VALUE ZERO.
001400     COPY RUNSTAMP.
001410 01  LTX-WS-TODAY-MDY.
001420     05  LTX-TD-YEAR             PIC 9(04).
001430     05  LTX-TD-MMDD             PIC 9(04).
001440*
001450*    PER-LOAN INTEREST PAID IN THE TAX YEAR. LTX-LN-BOR-SUB IS
001460*    THE LOAN'S BORROWER ENTRY, ZERO UNTIL ONE IS FOUND. A NET
001470*    BELOW ZERO (A REVERSAL WHOSE PAYMENT FELL OUTSIDE THE
001480*    HISTORY) REPORTS AS NOTHING PAID.
001490 77  LTX-WS-LN-COUNT             PIC 9(05) COMP VALUE ZERO.
001500 01  LTX-WS-LOAN-TABLE.
001510     05  LTX-LN-ENTRY OCCURS 2000 TIMES
001520                      INDEXED BY LTX-LN-IDX.
001530         10  LTX-LN-LOAN-ID      PIC X(10).
001540         10  LTX-LN-INT          PIC S9(09)V99.
001550         10  LTX-LN-BOR-SUB      PIC 9(05) COMP.
001560*
001570 77  LTX-WS-BR-COUNT             PIC 9(05) COMP VALUE ZERO.
001580 77  LTX-WS-BR-SUB               PIC 9(05) COMP VALUE ZERO.
001590 01  LTX-WS-BOR-TABLE.
001600     05  LTX-BR-ENTRY OCCURS 1000 TIMES
001610                      INDEXED BY LTX-BR-IDX.
001620         10  LTX-BR-CUST-ID      PIC X(08).
001630         10  LTX-BR-NAME         PIC X(20).
001640         10  LTX-BR-ADDRESS      PIC X(30).
001650*
001660*    ELECTRONIC TAX-REPORTING EXTRACT - HEADER, ONE DETAIL PER
001670*    BORROWER, AND A TRAILER WITH THE COUNT AND CONTROL TOTAL.
001680 01  LTX-WS-EXTR-HDR.
001690     05  LXH-REC-TYPE            PIC X(01) VALUE 'H'.
001700     05  LXH-SOURCE              PIC X(08) VALUE 'LOANTAX '.
001710     05  LXH-TAX-YEAR            PIC 9(04).
001720     05  LXH-RUN-DATE            PIC 9(08).
001730     05  FILLER                  PIC X(79) VALUE SPACES.
001740 01  LTX-WS-EXTR-DTL.
001750     05  LXD-REC-TYPE            PIC X(01) VALUE 'D'.
001760     05  LXD-TAX-YEAR            PIC 9(04).
001770     05  LXD-CUST-ID             PIC X(08).
001780     05  LXD-NAME                PIC X(20).
001790     05  LXD-ADDRESS             PIC X(30).
001800     05  LXD-INT-PAID            PIC 9(09)V99.
001810     05  LXD-LOAN-COUNT          PIC 9(03).
001820     05  FILLER                  PIC X(23) VALUE SPACES.
001830 01  LTX-WS-EXTR-TRL.
001840     05  LXT-REC-TYPE            PIC X(01) VALUE 'T'.
001850     05  LXT-TAX-YEAR            PIC 9(04).
001860     05  LXT-REC-COUNT           PIC 9(07).
001870     05  LXT-INT-TOTAL           PIC 9(11)V99.
001880     05  FILLER                  PIC X(75) VALUE SPACES.
001890*
001900 01  LTX-WS-TITLE-LINE.
001910     05  FILLER                  PIC X(34) VALUE
001920         "INTEREST PAID STATEMENT  TAX YEAR ".
001930     05  LTT-YEAR                PIC 9(04).
001940     05  FILLER                  PIC X(42) VALUE SPACES.
001950*
001960 01  LTX-WS-NAME-LINE.
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  LTN-NAME                PIC X(20).
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  LTN-ADDRESS             PIC X(30).
002010     05  FILLER                  PIC X(12) VALUE "  CUSTOMER  ".
002020     05  LTN-CUST-ID             PIC X(08).
002030     05  FILLER                  PIC X(06) VALUE SPACES.
002040*
002050 01  LTX-WS-LOAN-LINE.
002060     05  FILLER                  PIC X(07) VALUE "  LOAN ".
002070     05  LTL-LOAN-ID             PIC X(10).
002080     05  FILLER                  PIC X(17) VALUE
002090         "  INTEREST PAID  ".
002100     05  LTL-INT                 PIC $ZZZ,ZZZ,ZZ9.99.
002110     05  FILLER                  PIC X(31) VALUE SPACES.
002120*
002130 01  LTX-WS-TOTAL-LINE.
002140     05  FILLER                  PIC X(34) VALUE
002150         "  TOTAL INTEREST PAID             ".
002160     05  LTO-INT                 PIC $ZZZ,ZZZ,ZZ9.99.
002170     05  FILLER                  PIC X(31) VALUE SPACES.
002180*
002190 01  LTX-WS-NO-BOR-LINE.
002200     05  FILLER                  PIC X(07) VALUE "  LOAN ".
002210     05  LNB-LOAN-ID             PIC X(10).
002220     05  FILLER                  PIC X(17) VALUE
002230         "  INTEREST PAID  ".
002240     05  LNB-INT                 PIC $ZZZ,ZZZ,ZZ9.99.
002250     05  FILLER                  PIC X(31) VALUE
002260         "  NO BORROWER ON FILE".
002270*
002280 01  LTX-WS-FOOT-LINE.
002290     05  LFL-LABEL               PIC X(34).
002300     05  LFL-COUNT               PIC Z(6)9.
002310     05  FILLER                  PIC X(39) VALUE SPACES.
002320*
002330 01  LTX-WS-AMT-FOOT-LINE.
002340     05  LFA-LABEL               PIC X(34).
002350     05  LFA-AMOUNT              PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.
002360     05  FILLER                  PIC X(27) VALUE SPACES.
002370*
002380 01  LTX-WS-NOTE-LINE            PIC X(80).
002390 01  LTX-WS-BLANK-LINE           PIC X(80) VALUE SPACES.
002400*
002410 PROCEDURE DIVISION.
002420*===============================================================
002430 0000-MAINLINE.
002440*===============================================================
002450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002460     PERFORM 2000-SUM-ONE-ROW THRU 2000-EXIT
002470         UNTIL LTX-WS-EOF.
002480     PERFORM 3000-ATTACH-BORROWERS THRU 3000-EXIT.
002490     PERFORM 3500-ATTACH-CLOSED-LOANS THRU 3500-EXIT.
002500     PERFORM 4000-PRINT-STATEMENTS THRU 4000-EXIT.
002510     PERFORM 4500-LIST-NO-BORROWER THRU 4500-EXIT.
002520     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002530     STOP RUN.
002540*
002550*===============================================================
002560 1000-INITIALIZE.
002570*===============================================================
002580     OPEN OUTPUT LTX-STMT-FILE.
002590     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
002600     ACCEPT RUNSTAMP-TIME FROM TIME.
002610     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
002620     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
002630     WRITE LTX-STMT-REC FROM RUNSTAMP-HEADER-LINE.
002640*    STATEMENTS GO OUT IN JANUARY FOR THE YEAR JUST ENDED.
002650     MOVE RUNSTAMP-DATE TO LTX-WS-TODAY-MDY.
002660     COMPUTE LTX-WS-TAX-YEAR = LTX-TD-YEAR - 1.
002670     PERFORM 1100-LOAD-TAX-YEAR THRU 1100-EXIT.
002680     OPEN OUTPUT LTX-EXTR-FILE.
002690     MOVE LTX-WS-TAX-YEAR TO LXH-TAX-YEAR.
002700     MOVE RUNSTAMP-DATE   TO LXH-RUN-DATE.
002710     WRITE LTX-EXTR-REC FROM LTX-WS-EXTR-HDR.
002720     OPEN INPUT PAY-PHIST-FILE.
002730     IF LTX-WS-PHIST-STATUS NOT = '00'
002740         DISPLAY "LOAN-TAX-STMT: NO PAYMENT HISTORY FILE"
002750         MOVE 8 TO RETURN-CODE
002760         MOVE 'Y' TO LTX-WS-EOF-SW
002770         GO TO 1000-EXIT
002780     END-IF.
002790     READ PAY-PHIST-FILE
002800         AT END
002810             MOVE 'Y' TO LTX-WS-EOF-SW
002820     END-READ.
002830 1000-EXIT.
002840     EXIT.
002850*
002860*===============================================================
002870 1100-LOAD-TAX-YEAR.
002880*===============================================================
002890     OPEN INPUT LTX-PARM-FILE.
002900     IF LTX-WS-PARM-STATUS NOT = '00'
002910         GO TO 1100-EXIT
002920     END-IF.
002930     READ LTX-PARM-FILE
002940         AT END
002950             MOVE 'Y' TO LTX-WS-PARM-EOF-SW
002960     END-READ.
002970     PERFORM 1110-CHECK-ONE-PARM THRU 1110-EXIT
002980         UNTIL LTX-WS-PARM-EOF.
002990     CLOSE LTX-PARM-FILE.
003000 1100-EXIT.
003010     EXIT.
003020*
003030*===============================================================
003040 1110-CHECK-ONE-PARM.
003050*===============================================================
003060     IF CTL-PARM-CODE OF LTX-PARM-REC = 'TAXYEAR '
003070             AND CTL-PARM-VALUE OF LTX-PARM-REC > ZERO
003080         MOVE CTL-PARM-VALUE OF LTX-PARM-REC
003090             TO LTX-WS-TAX-YEAR
003100     END-IF.
003110     READ LTX-PARM-FILE
003120         AT END
003130             MOVE 'Y' TO LTX-WS-PARM-EOF-SW
003140     END-READ.
003150 1110-EXIT.
003160     EXIT.
003170*
003180*===============================================================
003190 2000-SUM-ONE-ROW.
003200*===============================================================
003210*    A PAYMENT ADDS THE INTEREST IT PAID; AN NSF REVERSAL
003220*    CARRIES THE ORIGINAL PAYMENT'S DATE AND ALLOCATION AND
003230*    TAKES IT BACK OUT. RECOVERIES ('C') ARE CHARGED-OFF MONEY,
003240*    NOT INTEREST PAID.
003250     ADD 1 TO LTX-WS-ROWS-READ.
003255*    A REVERSAL RE-DATED OUT OF A CLOSED GL PERIOD COUNTS AT
003255*    THE DATE OF THE PAYMENT IT REVERSES.
003255     IF PPH-REVERSAL-FLAG = 'R' AND PPH-ORIG-DATE NUMERIC
003255         IF PPH-ORIG-DATE > ZERO
003255             MOVE PPH-ORIG-DATE TO PPH-PAY-DATE
003255         END-IF
003255     END-IF.
003260     IF PPH-PAY-DATE NOT NUMERIC
003270             OR PPH-ALLOC-INT NOT NUMERIC
003280         GO TO 2000-READ-NEXT
003290     END-IF.
003300     IF PPH-PAY-YEAR NOT = LTX-WS-TAX-YEAR
003310         GO TO 2000-READ-NEXT
003320     END-IF.
003330     IF NOT PPH-PAYMENT AND NOT PPH-REVERSAL
003340         GO TO 2000-READ-NEXT
003350     END-IF.
003360     IF PPH-ALLOC-INT = ZERO
003370         GO TO 2000-READ-NEXT
003380     END-IF.
003390     MOVE PPH-LOAN-ID TO LTX-WS-SEEK-ID.
003400     PERFORM 8000-FIND-LOAN THRU 8000-EXIT.
003410     IF NOT LTX-WS-FOUND
003420         IF LTX-WS-LN-COUNT = 2000
003430             MOVE 'Y' TO LTX-WS-LN-FULL-SW
003440             GO TO 2000-READ-NEXT
003450         END-IF
003460         ADD 1 TO LTX-WS-LN-COUNT
003470         MOVE LTX-WS-LN-COUNT TO LTX-WS-HIT
003480         MOVE PPH-LOAN-ID TO LTX-LN-LOAN-ID (LTX-WS-HIT)
003490         MOVE ZERO        TO LTX-LN-INT (LTX-WS-HIT)
003500         MOVE ZERO        TO LTX-LN-BOR-SUB (LTX-WS-HIT)
003510     END-IF.
003520     IF PPH-REVERSAL
003530         SUBTRACT PPH-ALLOC-INT FROM LTX-LN-INT (LTX-WS-HIT)
003540     ELSE
003550         ADD PPH-ALLOC-INT TO LTX-LN-INT (LTX-WS-HIT)
003560     END-IF.
003570     ADD 1 TO LTX-WS-ROWS-USED.
003580 2000-READ-NEXT.
003590     READ PAY-PHIST-FILE
003600         AT END
003610             MOVE 'Y' TO LTX-WS-EOF-SW
003620     END-READ.
003630 2000-EXIT.
003640     EXIT.
003650*
003660*===============================================================
003670 3000-ATTACH-BORROWERS.
003680*===============================================================
003690*    EVERY OWNED-LOAN SLOT THAT NAMES A LOAN WITH INTEREST THIS
003700*    YEAR TIES THAT LOAN TO THE SLOT'S CUSTOMER.
003710     IF LTX-WS-LN-COUNT = ZERO
003720         GO TO 3000-EXIT
003730     END-IF.
003740     MOVE 'N' TO LTX-WS-EOF-SW.
003750     OPEN INPUT BOR-MAST-FILE.
003760     IF LTX-WS-BOR-STATUS NOT = '00'
003770         MOVE "NO BORROWER MASTER - OPEN LOANS UNATTACHED"
003780             TO LTX-WS-NOTE-LINE
003790         WRITE LTX-STMT-REC FROM LTX-WS-NOTE-LINE
003800         GO TO 3000-EXIT
003810     END-IF.
003820     READ BOR-MAST-FILE
003830         AT END
003840             MOVE 'Y' TO LTX-WS-EOF-SW
003850     END-READ.
003860     PERFORM 3100-ATTACH-ONE-RECORD THRU 3100-EXIT
003870         UNTIL LTX-WS-EOF.
003880     CLOSE BOR-MAST-FILE.
003890 3000-EXIT.
003900     EXIT.
003910*
003920*===============================================================
003930 3100-ATTACH-ONE-RECORD.
003940*===============================================================
003950     PERFORM 3110-CHECK-ONE-SLOT THRU 3110-EXIT
003960         VARYING BOR-SLOT-IDX FROM 1 BY 1
003970         UNTIL BOR-SLOT-IDX > 4.
003980     READ BOR-MAST-FILE
003990         AT END
004000             MOVE 'Y' TO LTX-WS-EOF-SW
004010     END-READ.
004020 3100-EXIT.
004030     EXIT.
004040*
004050*===============================================================
004060 3110-CHECK-ONE-SLOT.
004070*===============================================================
004080     IF BOR-LOAN-ID (BOR-SLOT-IDX) = SPACES
004090         GO TO 3110-EXIT
004100     END-IF.
004110     MOVE BOR-LOAN-ID (BOR-SLOT-IDX) TO LTX-WS-SEEK-ID.
004120     PERFORM 8000-FIND-LOAN THRU 8000-EXIT.
004130     IF NOT LTX-WS-FOUND
004140         GO TO 3110-EXIT
004150     END-IF.
004160     IF LTX-LN-BOR-SUB (LTX-WS-HIT) NOT = ZERO
004170         GO TO 3110-EXIT
004180     END-IF.
004190     MOVE BOR-CUST-ID TO LTX-WS-SEEK-CUST.
004200     PERFORM 8100-FIND-BORROWER THRU 8100-EXIT.
004210     IF NOT LTX-WS-FOUND
004220         IF LTX-WS-BR-COUNT = 1000
004230             MOVE 'Y' TO LTX-WS-BR-FULL-SW
004240             GO TO 3110-EXIT
004250         END-IF
004260         ADD 1 TO LTX-WS-BR-COUNT
004270         MOVE LTX-WS-BR-COUNT TO LTX-WS-BR-SUB
004280         MOVE BOR-CUST-ID TO LTX-BR-CUST-ID (LTX-WS-BR-SUB)
004290         MOVE BOR-NAME    TO LTX-BR-NAME (LTX-WS-BR-SUB)
004300         MOVE BOR-ADDRESS TO LTX-BR-ADDRESS (LTX-WS-BR-SUB)
004310     END-IF.
004320     MOVE LTX-WS-BR-SUB TO LTX-LN-BOR-SUB (LTX-WS-HIT).
004330 3110-EXIT.
004340     EXIT.
004350*
004360*===============================================================
004370 3500-ATTACH-CLOSED-LOANS.
004380*===============================================================
004390*    A LOAN PAID OFF DURING THE YEAR IS NO LONGER ON THE
004400*    BORROWER MASTER; ITS CLOSED-LOAN RECORD STILL NAMES THE
004410*    BORROWER.
004420     IF LTX-WS-LN-COUNT = ZERO
004430         GO TO 3500-EXIT
004440     END-IF.
004450     OPEN INPUT PAY-CLOSD-FILE.
004460     IF LTX-WS-CLOSD-STATUS NOT = '00'
004470         GO TO 3500-EXIT
004480     END-IF.
004490     MOVE 'Y' TO LTX-WS-CLOSD-OPEN-SW.
004500     PERFORM 3510-CHECK-ONE-LOAN THRU 3510-EXIT
004510         VARYING LTX-LN-IDX FROM 1 BY 1
004520         UNTIL LTX-LN-IDX > LTX-WS-LN-COUNT.
004530     CLOSE PAY-CLOSD-FILE.
004540 3500-EXIT.
004550     EXIT.
004560*
004570*===============================================================
004580 3510-CHECK-ONE-LOAN.
004590*===============================================================
004600     IF LTX-LN-BOR-SUB (LTX-LN-IDX) NOT = ZERO
004610         GO TO 3510-EXIT
004620     END-IF.
004630     MOVE LTX-LN-LOAN-ID (LTX-LN-IDX) TO PCD-LOAN-ID.
004640     READ PAY-CLOSD-FILE
004650         INVALID KEY
004660             GO TO 3510-EXIT
004670     END-READ.
004680     IF PCD-CUST-ID = SPACES
004690         GO TO 3510-EXIT
004700     END-IF.
004710     MOVE PCD-CUST-ID TO LTX-WS-SEEK-CUST.
004720     PERFORM 8100-FIND-BORROWER THRU 8100-EXIT.
004730     IF NOT LTX-WS-FOUND
004740         IF LTX-WS-BR-COUNT = 1000
004750             MOVE 'Y' TO LTX-WS-BR-FULL-SW
004760             GO TO 3510-EXIT
004770         END-IF
004780         ADD 1 TO LTX-WS-BR-COUNT
004790         MOVE LTX-WS-BR-COUNT TO LTX-WS-BR-SUB
004800         MOVE PCD-CUST-ID TO LTX-BR-CUST-ID (LTX-WS-BR-SUB)
004810         MOVE PCD-NAME    TO LTX-BR-NAME (LTX-WS-BR-SUB)
004820         MOVE PCD-ADDRESS TO LTX-BR-ADDRESS (LTX-WS-BR-SUB)
004830     END-IF.
004840     MOVE LTX-WS-BR-SUB TO LTX-LN-BOR-SUB (LTX-LN-IDX).
004850 3510-EXIT.
004860     EXIT.
004870*
004880*===============================================================
004890 4000-PRINT-STATEMENTS.
004900*===============================================================
004910     PERFORM 4100-PRINT-ONE-BORROWER THRU 4100-EXIT
004920         VARYING LTX-BR-IDX FROM 1 BY 1
004930         UNTIL LTX-BR-IDX > LTX-WS-BR-COUNT.
004940 4000-EXIT.
004950     EXIT.
004960*
004970*===============================================================
004980 4100-PRINT-ONE-BORROWER.
004990*===============================================================
005000*    A BORROWER WHOSE LOANS NETTED TO NOTHING GETS NO STATEMENT
005010*    AND NO EXTRACT RECORD.
005020     SET LTX-WS-BR-SUB TO LTX-BR-IDX.
005030     MOVE ZERO TO LTX-WS-BOR-TOTAL.
005040     PERFORM 4110-ADD-ONE-LOAN THRU 4110-EXIT
005050         VARYING LTX-LN-IDX FROM 1 BY 1
005060         UNTIL LTX-LN-IDX > LTX-WS-LN-COUNT.
005070     IF LTX-WS-BOR-TOTAL = ZERO
005080         GO TO 4100-EXIT
005090     END-IF.
005100     WRITE LTX-STMT-REC FROM LTX-WS-BLANK-LINE.
005110     MOVE LTX-WS-TAX-YEAR TO LTT-YEAR.
005120     WRITE LTX-STMT-REC FROM LTX-WS-TITLE-LINE.
005130     MOVE LTX-BR-NAME (LTX-BR-IDX)    TO LTN-NAME.
005140     MOVE LTX-BR-ADDRESS (LTX-BR-IDX) TO LTN-ADDRESS.
005150     MOVE LTX-BR-CUST-ID (LTX-BR-IDX) TO LTN-CUST-ID.
005160     WRITE LTX-STMT-REC FROM LTX-WS-NAME-LINE.
005170     MOVE ZERO TO LTX-WS-LOAN-LINES.
005180     PERFORM 4120-PRINT-ONE-LOAN THRU 4120-EXIT
005190         VARYING LTX-LN-IDX FROM 1 BY 1
005200         UNTIL LTX-LN-IDX > LTX-WS-LN-COUNT.
005210     MOVE LTX-WS-BOR-TOTAL TO LTO-INT.
005220     WRITE LTX-STMT-REC FROM LTX-WS-TOTAL-LINE.
005230     MOVE LTX-WS-TAX-YEAR TO LXD-TAX-YEAR.
005240     MOVE LTX-BR-CUST-ID (LTX-BR-IDX) TO LXD-CUST-ID.
005250     MOVE LTX-BR-NAME (LTX-BR-IDX)    TO LXD-NAME.
005260     MOVE LTX-BR-ADDRESS (LTX-BR-IDX) TO LXD-ADDRESS.
005270     MOVE LTX-WS-BOR-TOTAL            TO LXD-INT-PAID.
005280     MOVE LTX-WS-LOAN-LINES           TO LXD-LOAN-COUNT.
005290     WRITE LTX-EXTR-REC FROM LTX-WS-EXTR-DTL.
005300     ADD LTX-WS-BOR-TOTAL TO LTX-WS-CONTROL-TOTAL.
005310     ADD 1 TO LTX-WS-STMT-COUNT.
005320 4100-EXIT.
005330     EXIT.
005340*
005350*===============================================================
005360 4110-ADD-ONE-LOAN.
005370*===============================================================
005380     IF LTX-LN-BOR-SUB (LTX-LN-IDX) = LTX-WS-BR-SUB
005390             AND LTX-LN-INT (LTX-LN-IDX) > ZERO
005400         ADD LTX-LN-INT (LTX-LN-IDX) TO LTX-WS-BOR-TOTAL
005410     END-IF.
005420 4110-EXIT.
005430     EXIT.
005440*
005450*===============================================================
005460 4120-PRINT-ONE-LOAN.
005470*===============================================================
005480     IF LTX-LN-BOR-SUB (LTX-LN-IDX) = LTX-WS-BR-SUB
005490             AND LTX-LN-INT (LTX-LN-IDX) > ZERO
005500         MOVE LTX-LN-LOAN-ID (LTX-LN-IDX) TO LTL-LOAN-ID
005510         MOVE LTX-LN-INT (LTX-LN-IDX)     TO LTL-INT
005520         WRITE LTX-STMT-REC FROM LTX-WS-LOAN-LINE
005530         ADD 1 TO LTX-WS-LOAN-LINES
005540     END-IF.
005550 4120-EXIT.
005560     EXIT.
005570*
005580*===============================================================
005590 4500-LIST-NO-BORROWER.
005600*===============================================================
005610*    INTEREST ON A LOAN NO BORROWER CAN BE FOUND FOR IS LISTED
005620*    FOR SERVICING TO RESOLVE BY HAND - IT IS NOT ON THE
005630*    EXTRACT OR IN THE CONTROL TOTAL.
005640     WRITE LTX-STMT-REC FROM LTX-WS-BLANK-LINE.
005650     PERFORM 4510-CHECK-ONE-LOAN THRU 4510-EXIT
005660         VARYING LTX-LN-IDX FROM 1 BY 1
005670         UNTIL LTX-LN-IDX > LTX-WS-LN-COUNT.
005680 4500-EXIT.
005690     EXIT.
005700*
005710*===============================================================
005720 4510-CHECK-ONE-LOAN.
005730*===============================================================
005740     IF LTX-LN-BOR-SUB (LTX-LN-IDX) = ZERO
005750             AND LTX-LN-INT (LTX-LN-IDX) > ZERO
005760         MOVE LTX-LN-LOAN-ID (LTX-LN-IDX) TO LNB-LOAN-ID
005770         MOVE LTX-LN-INT (LTX-LN-IDX)     TO LNB-INT
005780         WRITE LTX-STMT-REC FROM LTX-WS-NO-BOR-LINE
005790         ADD 1 TO LTX-WS-NO-BOR-COUNT
005800         ADD LTX-LN-INT (LTX-LN-IDX) TO LTX-WS-NO-BOR-TOTAL
005810     END-IF.
005820 4510-EXIT.
005830     EXIT.
005840*
005850*===============================================================
005860 8000-FIND-LOAN.
005870*===============================================================
005880     MOVE 'N' TO LTX-WS-FOUND-SW.
005890     PERFORM 8010-SCAN-LOANS THRU 8010-EXIT
005900         VARYING LTX-LN-IDX FROM 1 BY 1
005910         UNTIL LTX-LN-IDX > LTX-WS-LN-COUNT.
005920 8000-EXIT.
005930     EXIT.
005940*
005950*===============================================================
005960 8010-SCAN-LOANS.
005970*===============================================================
005980     IF LTX-LN-LOAN-ID (LTX-LN-IDX) = LTX-WS-SEEK-ID
005990         MOVE 'Y' TO LTX-WS-FOUND-SW
006000         SET LTX-WS-HIT TO LTX-LN-IDX
006010         SET LTX-LN-IDX TO LTX-WS-LN-COUNT
006020     END-IF.
006030 8010-EXIT.
006040     EXIT.
006050*
006060*===============================================================
006070 8100-FIND-BORROWER.
006080*===============================================================
006090*    A HIT LEAVES THE BORROWER'S POSITION IN LTX-WS-BR-SUB.
006100     MOVE 'N' TO LTX-WS-FOUND-SW.
006110     PERFORM 8110-SCAN-BORROWERS THRU 8110-EXIT
006120         VARYING LTX-BR-IDX FROM 1 BY 1
006130         UNTIL LTX-BR-IDX > LTX-WS-BR-COUNT.
006140 8100-EXIT.
006150     EXIT.
006160*
006170*===============================================================
006180 8110-SCAN-BORROWERS.
006190*===============================================================
006200     IF LTX-BR-CUST-ID (LTX-BR-IDX) = LTX-WS-SEEK-CUST
006210         MOVE 'Y' TO LTX-WS-FOUND-SW
006220         SET LTX-WS-BR-SUB TO LTX-BR-IDX
006230         SET LTX-BR-IDX TO LTX-WS-BR-COUNT
006240     END-IF.
006250 8110-EXIT.
006260     EXIT.
006270*
006280*===============================================================
006290 9000-TERMINATE.
006300*===============================================================
006310     IF LTX-WS-PHIST-STATUS = '00'
006320         CLOSE PAY-PHIST-FILE
006330     END-IF.
006340     MOVE LTX-WS-TAX-YEAR      TO LXT-TAX-YEAR.
006350     MOVE LTX-WS-STMT-COUNT    TO LXT-REC-COUNT.
006360     MOVE LTX-WS-CONTROL-TOTAL TO LXT-INT-TOTAL.
006370     WRITE LTX-EXTR-REC FROM LTX-WS-EXTR-TRL.
006380     CLOSE LTX-EXTR-FILE.
006390     IF LTX-WS-LN-FULL
006400         MOVE "LOAN TABLE FULL - LATER LOANS NOT TOTALLED"
006410             TO LTX-WS-NOTE-LINE
006420         WRITE LTX-STMT-REC FROM LTX-WS-NOTE-LINE
006430         MOVE 8 TO RETURN-CODE
006440     END-IF.
006450     IF LTX-WS-BR-FULL
006460         MOVE "BORROWER TABLE FULL - LATER BORROWERS UNATTACHED"
006470             TO LTX-WS-NOTE-LINE
006480         WRITE LTX-STMT-REC FROM LTX-WS-NOTE-LINE
006490         MOVE 8 TO RETURN-CODE
006500     END-IF.
006510     WRITE LTX-STMT-REC FROM LTX-WS-BLANK-LINE.
006520     MOVE "PAYMENT HISTORY ROWS READ:        " TO LFL-LABEL.
006530     MOVE LTX-WS-ROWS-READ TO LFL-COUNT.
006540     WRITE LTX-STMT-REC FROM LTX-WS-FOOT-LINE.
006550     MOVE "ROWS IN TAX YEAR WITH INTEREST:   " TO LFL-LABEL.
006560     MOVE LTX-WS-ROWS-USED TO LFL-COUNT.
006570     WRITE LTX-STMT-REC FROM LTX-WS-FOOT-LINE.
006580     MOVE "STATEMENTS / EXTRACT RECORDS:     " TO LFL-LABEL.
006590     MOVE LTX-WS-STMT-COUNT TO LFL-COUNT.
006600     WRITE LTX-STMT-REC FROM LTX-WS-FOOT-LINE.
006610     MOVE "EXTRACT CONTROL TOTAL:            " TO LFA-LABEL.
006620     MOVE LTX-WS-CONTROL-TOTAL TO LFA-AMOUNT.
006630     WRITE LTX-STMT-REC FROM LTX-WS-AMT-FOOT-LINE.
006640     MOVE "LOANS WITH NO BORROWER:           " TO LFL-LABEL.
006650     MOVE LTX-WS-NO-BOR-COUNT TO LFL-COUNT.
006660     WRITE LTX-STMT-REC FROM LTX-WS-FOOT-LINE.
006670     MOVE "INTEREST WITH NO BORROWER:        " TO LFA-LABEL.
006680     MOVE LTX-WS-NO-BOR-TOTAL TO LFA-AMOUNT.
006690     WRITE LTX-STMT-REC FROM LTX-WS-AMT-FOOT-LINE.
006700     CLOSE LTX-STMT-FILE.
006710     DISPLAY "LOAN-TAX-STMT: TAX YEAR:          "
006720         LTX-WS-TAX-YEAR.
006730     DISPLAY "LOAN-TAX-STMT: STATEMENTS CUT:    "
006740         LTX-WS-STMT-COUNT.
006750     DISPLAY "LOAN-TAX-STMT: CONTROL TOTAL:     "
006760         LTX-WS-CONTROL-TOTAL.
006770 9000-EXIT.
006780     EXIT.
