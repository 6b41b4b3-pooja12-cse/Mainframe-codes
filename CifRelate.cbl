000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CIF-RELATE.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   CENTRAL DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. CUSTOMER RELATIONSHIP
000130*                    REPORT. RUNS THE CIF MASTER AGAINST ITS
000140*                    CROSS-REFERENCE (BOTH IN CUSTOMER ORDER) AND
000150*                    SHOWS, FOR EACH CUSTOMER WITH AT LEAST ONE
000160*                    DEPOSIT ACCOUNT OR LOAN, THE TOTAL DEPOSITS
000170*                    (CPI PRINCIPAL), THE TOTAL LOAN EXPOSURE
000180*                    (PAYBALMS BALANCE) AND THE NET POSITION -
000190*                    DEPOSITS LESS EXPOSURE - IN WHOLE DOLLARS.
000200*                    ESCHEATED ACCOUNTS AND CHARGED-OFF LOANS ARE
000210*                    NO LONGER THE CUSTOMER'S AND ARE LEFT OUT.
000220*                    CUSTOMERS KNOWN ONLY FROM THE MAILING LIST
000230*                    ARE COUNTED, NOT LISTED.
000240*---------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CFR-MAST-FILE    ASSIGN TO CIFMAST
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS CFR-WS-MAST-STATUS.
000340     SELECT CFR-XREF-FILE    ASSIGN TO CIFXREF
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS CFR-WS-XREF-STATUS.
000370     SELECT CPI-PRIN-FILE    ASSIGN TO CPIPRIN
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS CFR-WS-PRIN-STATUS.
000400     SELECT PAY-BAL-FILE     ASSIGN TO PAYBALMS
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS PAY-BM-LOAN-ID
000440         FILE STATUS IS CFR-WS-BAL-STATUS.
000450     SELECT CFR-RPT-FILE     ASSIGN TO CFRRPT
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CFR-MAST-FILE
000510     RECORD CONTAINS 130 CHARACTERS.
000520     COPY CIFMAST REPLACING ==CIFMAST-RECORD==
000530         BY ==CFR-MAST-REC==.
000540*
000550 FD  CFR-XREF-FILE
000560     RECORD CONTAINS 40 CHARACTERS.
000570     COPY CIFXREF REPLACING ==CIFXREF-RECORD==
000580         BY ==CFR-XREF-REC==.
000590*
000600 FD  CPI-PRIN-FILE
000610     RECORD CONTAINS 40 CHARACTERS.
000620 01  CPI-PRIN-REC.
000630     05  CPI-IN-ACCOUNT-ID       PIC X(10).
000640     05  CPI-IN-PRINCIPAL        PIC 9(07)V99.
000650     05  CPI-IN-RATE             PIC 9(02)V99.
000660     05  CPI-IN-TERM             PIC 9(02).
000670     05  CPI-IN-FREQ-CODE        PIC X(01).
000680     05  CPI-IN-MATURITY-DATE    PIC 9(08).
000690     05  CPI-IN-RENEW-FLAG       PIC X(01).
000700     05  CPI-IN-PRODUCT-CODE     PIC X(04).
000710     05  CPI-IN-STATUS           PIC X(01).
000720         88  CPI-IN-ESCHEATED    VALUE 'E'.
000730 01  CPI-PRIN-CTL-REC.
000740     05  CPC-REC-ID              PIC X(03).
000750         88  CPC-HEADER          VALUE '*H*'.
000760         88  CPC-TRAILER         VALUE '*T*'.
000770     05  FILLER                  PIC X(37).
000780*
000790 FD  PAY-BAL-FILE
000800     RECORD CONTAINS 80 CHARACTERS.
000810 01  PAY-BAL-REC.
000820     05  PAY-BM-LOAN-ID          PIC X(10).
000830     05  PAY-BM-BALANCE          PIC 9(07)V99.
000840     05  PAY-BM-LAST-POST-DATE   PIC 9(08).
000850     05  PAY-BM-LAST-PAY-DATE    PIC 9(08).
000860     05  PAY-BM-NEXT-DUE-DATE    PIC 9(08).
000870     05  PAY-BM-DUE-AMOUNT       PIC 9(05)V99.
000880     05  PAY-BM-PRIN-BAL         PIC 9(07)V99.
000890     05  PAY-BM-INT-BAL          PIC 9(07)V99.
000900     05  PAY-BM-FEE-BAL          PIC 9(07)V99.
000910     05  PAY-BM-STATUS           PIC X(01).
000920         88  PAY-BM-CHARGED-OFF  VALUE 'C'.
000930     05  FILLER                  PIC X(02).
000940*
000950 FD  CFR-RPT-FILE
000960     RECORD CONTAINS 80 CHARACTERS.
000970 01  CFR-RPT-REC                 PIC X(80).
000980*
000990 WORKING-STORAGE SECTION.
001000 77  CFR-WS-MAST-EOF-SW          PIC X(01) VALUE 'N'.
001010     88  CFR-WS-MAST-EOF         VALUE 'Y'.
001020 77  CFR-WS-XREF-EOF-SW          PIC X(01) VALUE 'N'.
001030     88  CFR-WS-XREF-EOF         VALUE 'Y'.
001040 77  CFR-WS-PRIN-EOF-SW          PIC X(01) VALUE 'N'.
001050     88  CFR-WS-PRIN-EOF         VALUE 'Y'.
001060 77  CFR-WS-STOP-SW              PIC X(01) VALUE 'N'.
001070     88  CFR-WS-STOP             VALUE 'Y'.
001080 77  CFR-WS-MAST-STATUS          PIC X(02) VALUE '00'.
001090 77  CFR-WS-XREF-STATUS          PIC X(02) VALUE '00'.
001100 77  CFR-WS-PRIN-STATUS          PIC X(02) VALUE '00'.
001110 77  CFR-WS-BAL-STATUS           PIC X(02) VALUE '00'.
001120 77  CFR-WS-HIT                  PIC 9(04) COMP VALUE ZERO.
001130 77  CFR-WS-ACCT-COUNT           PIC 9(03) COMP VALUE ZERO.
001140 77  CFR-WS-LOAN-COUNT           PIC 9(03) COMP VALUE ZERO.
001150 77  CFR-WS-CUST-DEPOSITS        PIC S9(09)V99 VALUE ZERO.
001160 77  CFR-WS-CUST-EXPOSURE        PIC S9(09)V99 VALUE ZERO.
001170 77  CFR-WS-CUST-NET             PIC S9(09)V99 VALUE ZERO.
001180 77  CFR-WS-TOT-DEPOSITS         PIC S9(11)V99 VALUE ZERO.
001190 77  CFR-WS-TOT-EXPOSURE         PIC S9(11)V99 VALUE ZERO.
001200 77  CFR-WS-TOT-NET              PIC S9(11)V99 VALUE ZERO.
001210 77  CFR-WS-CUST-READ            PIC 9(07) COMP VALUE ZERO.
001220 77  CFR-WS-CUST-LISTED          PIC 9(07) COMP VALUE ZERO.
001230 77  CFR-WS-CUST-NOT-LISTED      PIC 9(07) COMP VALUE ZERO.
001240 77  CFR-WS-ACCT-TOTAL           PIC 9(07) COMP VALUE ZERO.
001250 77  CFR-WS-LOAN-TOTAL           PIC 9(07) COMP VALUE ZERO.
001260 77  CFR-WS-ACCT-MISSING         PIC 9(07) COMP VALUE ZERO.
001270 77  CFR-WS-LOAN-MISSING         PIC 9(07) COMP VALUE ZERO.
001280 77  CFR-WS-XREF-ORPHAN          PIC 9(07) COMP VALUE ZERO.
001290     COPY RUNSTAMP.
001300*
001310*    CPI PRINCIPAL BY ACCOUNT, LOADED ONCE. CPIPRIN IS NOT IN
001320*    CUSTOMER ORDER, SO EACH DEPOSIT CROSS-REFERENCE LOOKS ITS
001330*    ACCOUNT UP HERE.
001340 77  CFR-WS-DEP-COUNT            PIC 9(04) COMP VALUE ZERO.
001350 01  CFR-WS-DEP-TABLE.
001360     05  CFR-DEP-ENTRY OCCURS 5000 TIMES
001370                       INDEXED BY CFR-DEP-IDX.
001380         10  CFR-DEP-ACCOUNT-ID  PIC X(10).
001390         10  CFR-DEP-PRINCIPAL   PIC 9(07)V99.
001400*
001410 01  CFR-WS-TITLE-LINE.
001420     05  FILLER                  PIC X(40) VALUE
001430         "CUSTOMER RELATIONSHIP REPORT - DEPOSITS,".
001440     05  FILLER                  PIC X(40) VALUE
001450         " LOAN EXPOSURE AND NET POSITION".
001460*
001470 01  CFR-WS-COL-HDR1.
001480     05  FILLER                  PIC X(40) VALUE SPACES.
001490     05  FILLER                  PIC X(40) VALUE
001500         " TOTAL  LOAN  TOTAL LOAN           NET".
001510*
001520 01  CFR-WS-COL-HDR2.
001530     05  FILLER                  PIC X(40) VALUE
001540         "CUST NO  NAME                ACCTS    DE".
001550     05  FILLER                  PIC X(40) VALUE
001560         "POSITS LOANS    EXPOSURE      POSITION".
001570*
001580 01  CFR-WS-DETAIL-LINE.
001590     05  CFD-CUST-NO             PIC 9(08).
001600     05  FILLER                  PIC X(01) VALUE SPACES.
001610     05  CFD-NAME                PIC X(20).
001620     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  CFD-ACCTS               PIC ZZ9.
001640     05  FILLER                  PIC X(01) VALUE SPACES.
001650     05  CFD-DEPOSITS            PIC ZZZ,ZZZ,ZZ9.
001660     05  FILLER                  PIC X(03) VALUE SPACES.
001670     05  CFD-LOANS               PIC ZZ9.
001680     05  FILLER                  PIC X(01) VALUE SPACES.
001690     05  CFD-EXPOSURE            PIC ZZZ,ZZZ,ZZ9.
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  CFD-NET                 PIC ----,---,--9.
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730*
001740 01  CFR-WS-TOTAL-LINE.
001750     05  FILLER                  PIC X(09) VALUE SPACES.
001760     05  FILLER                  PIC X(24) VALUE "GRAND TOTAL".
001770     05  CFT-DEPOSITS            PIC Z,ZZZ,ZZZ,ZZ9.
001780     05  FILLER                  PIC X(05) VALUE SPACES.
001790     05  CFT-EXPOSURE            PIC Z,ZZZ,ZZZ,ZZ9.
001800     05  CFT-NET                 PIC --,---,---,--9.
001810     05  FILLER                  PIC X(02) VALUE SPACES.
001820*
001830 01  CFR-WS-FOOT-LINE.
001840     05  CFF-LABEL               PIC X(40).
001850     05  CFF-COUNT               PIC Z(6)9.
001860     05  FILLER                  PIC X(33) VALUE SPACES.
001870*
001880 01  CFR-WS-NOTE-LINE            PIC X(80).
001890*
001900 PROCEDURE DIVISION.
001910*===============================================================
001920 0000-MAINLINE.
001930*===============================================================
001940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001950     IF NOT CFR-WS-STOP
001960         PERFORM 1100-LOAD-DEPOSITS THRU 1100-EXIT
001970     END-IF.
001980     IF NOT CFR-WS-STOP
001990         PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
002000             UNTIL CFR-WS-MAST-EOF
002010     END-IF.
002020     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002030     STOP RUN.
002040*
002050*===============================================================
002060 1000-INITIALIZE.
002070*===============================================================
002080     OPEN OUTPUT CFR-RPT-FILE.
002090     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
002100     ACCEPT RUNSTAMP-TIME FROM TIME.
002110     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
002120     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
002130     WRITE CFR-RPT-REC FROM RUNSTAMP-HEADER-LINE.
002140     WRITE CFR-RPT-REC FROM CFR-WS-TITLE-LINE.
002150     OPEN INPUT CFR-MAST-FILE.
002160     IF CFR-WS-MAST-STATUS NOT = '00'
002170         MOVE "CIFMAST UNREADABLE - NO REPORT"
002180             TO CFR-WS-NOTE-LINE
002190         GO TO 1000-STOP
002200     END-IF.
002210     OPEN INPUT CFR-XREF-FILE.
002220     IF CFR-WS-XREF-STATUS NOT = '00'
002230         CLOSE CFR-MAST-FILE
002240         MOVE "CIFXREF UNREADABLE - NO REPORT"
002250             TO CFR-WS-NOTE-LINE
002260         GO TO 1000-STOP
002270     END-IF.
002280     OPEN INPUT CPI-PRIN-FILE.
002290     IF CFR-WS-PRIN-STATUS NOT = '00'
002300         CLOSE CFR-MAST-FILE
002310         CLOSE CFR-XREF-FILE
002320         MOVE "CPIPRIN UNREADABLE - NO REPORT"
002330             TO CFR-WS-NOTE-LINE
002340         GO TO 1000-STOP
002350     END-IF.
002360     OPEN INPUT PAY-BAL-FILE.
002370     IF CFR-WS-BAL-STATUS NOT = '00'
002380         CLOSE CFR-MAST-FILE
002390         CLOSE CFR-XREF-FILE
002400         CLOSE CPI-PRIN-FILE
002410         MOVE "PAYBALMS UNREADABLE - NO REPORT"
002420             TO CFR-WS-NOTE-LINE
002430         GO TO 1000-STOP
002440     END-IF.
002450     MOVE SPACES TO CFR-RPT-REC.
002460     WRITE CFR-RPT-REC.
002470     WRITE CFR-RPT-REC FROM CFR-WS-COL-HDR1.
002480     WRITE CFR-RPT-REC FROM CFR-WS-COL-HDR2.
002490     READ CFR-MAST-FILE
002500         AT END
002510             MOVE 'Y' TO CFR-WS-MAST-EOF-SW
002520     END-READ.
002530     READ CFR-XREF-FILE
002540         AT END
002550             MOVE 'Y' TO CFR-WS-XREF-EOF-SW
002560     END-READ.
002570     GO TO 1000-EXIT.
002580 1000-STOP.
002590     WRITE CFR-RPT-REC FROM CFR-WS-NOTE-LINE.
002600     DISPLAY "CIF-RELATE: " CFR-WS-NOTE-LINE.
002610     MOVE 'Y' TO CFR-WS-STOP-SW.
002620     MOVE 8 TO RETURN-CODE.
002630 1000-EXIT.
002640     EXIT.
002650*
002660*===============================================================
002670 1100-LOAD-DEPOSITS.
002680*===============================================================
002690     READ CPI-PRIN-FILE
002700         AT END
002710             MOVE 'Y' TO CFR-WS-PRIN-EOF-SW
002720     END-READ.
002730     PERFORM 1150-LOAD-ONE-DEPOSIT THRU 1150-EXIT
002740         UNTIL CFR-WS-PRIN-EOF OR CFR-WS-STOP.
002750     CLOSE CPI-PRIN-FILE.
002760 1100-EXIT.
002770     EXIT.
002780*
002790*===============================================================
002800 1150-LOAD-ONE-DEPOSIT.
002810*===============================================================
002820     IF CPC-HEADER OR CPC-TRAILER OR CPI-IN-ESCHEATED
002830         GO TO 1150-READ
002840     END-IF.
002850     IF CFR-WS-DEP-COUNT = 5000
002860         MOVE "MORE THAN 5000 CPI ACCOUNTS - NO REPORT"
002870             TO CFR-WS-NOTE-LINE
002880         WRITE CFR-RPT-REC FROM CFR-WS-NOTE-LINE
002890         DISPLAY "CIF-RELATE: " CFR-WS-NOTE-LINE
002900         MOVE 'Y' TO CFR-WS-STOP-SW
002910         MOVE 16 TO RETURN-CODE
002920         GO TO 1150-EXIT
002930     END-IF.
002940     ADD 1 TO CFR-WS-DEP-COUNT.
002950     SET CFR-DEP-IDX TO CFR-WS-DEP-COUNT.
002960     MOVE CPI-IN-ACCOUNT-ID TO CFR-DEP-ACCOUNT-ID (CFR-DEP-IDX).
002970     MOVE CPI-IN-PRINCIPAL  TO CFR-DEP-PRINCIPAL (CFR-DEP-IDX).
002980 1150-READ.
002990     READ CPI-PRIN-FILE
003000         AT END
003010             MOVE 'Y' TO CFR-WS-PRIN-EOF-SW
003020     END-READ.
003030 1150-EXIT.
003040     EXIT.
003050*
003060*===============================================================
003070 2000-PROCESS-CUSTOMER.
003080*===============================================================
003090*    CROSS-REFERENCES FOR A CUSTOMER NUMBER NOT ON THE MASTER ARE
003100*    SKIPPED AND COUNTED.
003110     ADD 1 TO CFR-WS-CUST-READ.
003120     MOVE ZERO TO CFR-WS-ACCT-COUNT.
003130     MOVE ZERO TO CFR-WS-LOAN-COUNT.
003140     MOVE ZERO TO CFR-WS-CUST-DEPOSITS.
003150     MOVE ZERO TO CFR-WS-CUST-EXPOSURE.
003160     PERFORM 2100-SKIP-ORPHAN THRU 2100-EXIT
003170         UNTIL CFR-WS-XREF-EOF
003180            OR CXR-CUST-NO NOT < CIF-CUST-NO.
003190     PERFORM 2200-APPLY-XREF THRU 2200-EXIT
003200         UNTIL CFR-WS-XREF-EOF
003210            OR CXR-CUST-NO NOT = CIF-CUST-NO.
003220     IF CFR-WS-ACCT-COUNT = ZERO AND CFR-WS-LOAN-COUNT = ZERO
003230         ADD 1 TO CFR-WS-CUST-NOT-LISTED
003240     ELSE
003250         PERFORM 2500-PRINT-CUSTOMER THRU 2500-EXIT
003260     END-IF.
003270     READ CFR-MAST-FILE
003280         AT END
003290             MOVE 'Y' TO CFR-WS-MAST-EOF-SW
003300     END-READ.
003310 2000-EXIT.
003320     EXIT.
003330*
003340*===============================================================
003350 2100-SKIP-ORPHAN.
003360*===============================================================
003370     ADD 1 TO CFR-WS-XREF-ORPHAN.
003380     READ CFR-XREF-FILE
003390         AT END
003400             MOVE 'Y' TO CFR-WS-XREF-EOF-SW
003410     END-READ.
003420 2100-EXIT.
003430     EXIT.
003440*
003450*===============================================================
003460 2200-APPLY-XREF.
003470*===============================================================
003480     EVALUATE TRUE
003490         WHEN CXR-DEPOSIT
003500             PERFORM 2300-ADD-DEPOSIT THRU 2300-EXIT
003510         WHEN CXR-LOAN
003520             PERFORM 2400-ADD-LOAN THRU 2400-EXIT
003530     END-EVALUATE.
003540     READ CFR-XREF-FILE
003550         AT END
003560             MOVE 'Y' TO CFR-WS-XREF-EOF-SW
003570     END-READ.
003580 2200-EXIT.
003590     EXIT.
003600*
003610*===============================================================
003620 2300-ADD-DEPOSIT.
003630*===============================================================
003640*    AN ACCOUNT NO LONGER ON CPIPRIN (CLOSED OR ESCHEATED SINCE
003650*    THE LOAD) CARRIES NOTHING AND IS NOT COUNTED TO THE CUSTOMER.
003660     MOVE ZERO TO CFR-WS-HIT.
003670     PERFORM 2310-FIND-ACCOUNT THRU 2310-EXIT
003680         VARYING CFR-DEP-IDX FROM 1 BY 1
003690         UNTIL CFR-DEP-IDX > CFR-WS-DEP-COUNT.
003700     IF CFR-WS-HIT = ZERO
003710         ADD 1 TO CFR-WS-ACCT-MISSING
003720         GO TO 2300-EXIT
003730     END-IF.
003740     SET CFR-DEP-IDX TO CFR-WS-HIT.
003750     ADD 1 TO CFR-WS-ACCT-COUNT.
003760     ADD CFR-DEP-PRINCIPAL (CFR-DEP-IDX) TO CFR-WS-CUST-DEPOSITS.
003770 2300-EXIT.
003780     EXIT.
003790*
003800*===============================================================
003810 2310-FIND-ACCOUNT.
003820*===============================================================
003830     IF CFR-DEP-ACCOUNT-ID (CFR-DEP-IDX) = CXR-KEY
003840         SET CFR-WS-HIT TO CFR-DEP-IDX
003850         SET CFR-DEP-IDX TO CFR-WS-DEP-COUNT
003860     END-IF.
003870 2310-EXIT.
003880     EXIT.
003890*
003900*===============================================================
003910 2400-ADD-LOAN.
003920*===============================================================
003930     MOVE CXR-KEY TO PAY-BM-LOAN-ID.
003940     READ PAY-BAL-FILE
003950         INVALID KEY
003960             ADD 1 TO CFR-WS-LOAN-MISSING
003970             GO TO 2400-EXIT
003980     END-READ.
003990     IF PAY-BM-CHARGED-OFF
004000         GO TO 2400-EXIT
004010     END-IF.
004020     ADD 1 TO CFR-WS-LOAN-COUNT.
004030     ADD PAY-BM-BALANCE TO CFR-WS-CUST-EXPOSURE.
004040 2400-EXIT.
004050     EXIT.
004060*
004070*===============================================================
004080 2500-PRINT-CUSTOMER.
004090*===============================================================
004100     ADD 1 TO CFR-WS-CUST-LISTED.
004110     SUBTRACT CFR-WS-CUST-EXPOSURE FROM CFR-WS-CUST-DEPOSITS
004120         GIVING CFR-WS-CUST-NET.
004130     ADD CFR-WS-ACCT-COUNT    TO CFR-WS-ACCT-TOTAL.
004140     ADD CFR-WS-LOAN-COUNT    TO CFR-WS-LOAN-TOTAL.
004150     ADD CFR-WS-CUST-DEPOSITS TO CFR-WS-TOT-DEPOSITS.
004160     ADD CFR-WS-CUST-EXPOSURE TO CFR-WS-TOT-EXPOSURE.
004170     ADD CFR-WS-CUST-NET      TO CFR-WS-TOT-NET.
004180     MOVE CIF-CUST-NO          TO CFD-CUST-NO.
004190     MOVE CIF-NAME             TO CFD-NAME.
004200     MOVE CFR-WS-ACCT-COUNT    TO CFD-ACCTS.
004210     MOVE CFR-WS-CUST-DEPOSITS TO CFD-DEPOSITS.
004220     MOVE CFR-WS-LOAN-COUNT    TO CFD-LOANS.
004230     MOVE CFR-WS-CUST-EXPOSURE TO CFD-EXPOSURE.
004240     MOVE CFR-WS-CUST-NET      TO CFD-NET.
004250     WRITE CFR-RPT-REC FROM CFR-WS-DETAIL-LINE.
004260 2500-EXIT.
004270     EXIT.
004280*
004290*===============================================================
004300 9000-TERMINATE.
004310*===============================================================
004320     IF CFR-WS-STOP
004330         CLOSE CFR-RPT-FILE
004340         GO TO 9000-EXIT
004350     END-IF.
004360     PERFORM 2100-SKIP-ORPHAN THRU 2100-EXIT
004370         UNTIL CFR-WS-XREF-EOF.
004380     CLOSE CFR-MAST-FILE.
004390     CLOSE CFR-XREF-FILE.
004400     CLOSE PAY-BAL-FILE.
004410     MOVE SPACES TO CFR-RPT-REC.
004420     WRITE CFR-RPT-REC.
004430     MOVE CFR-WS-TOT-DEPOSITS TO CFT-DEPOSITS.
004440     MOVE CFR-WS-TOT-EXPOSURE TO CFT-EXPOSURE.
004450     MOVE CFR-WS-TOT-NET      TO CFT-NET.
004460     WRITE CFR-RPT-REC FROM CFR-WS-TOTAL-LINE.
004470     MOVE SPACES TO CFR-RPT-REC.
004480     WRITE CFR-RPT-REC.
004490     MOVE "CUSTOMERS ON THE CIF:"                 TO CFF-LABEL.
004500     MOVE CFR-WS-CUST-READ                        TO CFF-COUNT.
004510     WRITE CFR-RPT-REC FROM CFR-WS-FOOT-LINE.
004520     MOVE "CUSTOMERS LISTED:"                     TO CFF-LABEL.
004530     MOVE CFR-WS-CUST-LISTED                      TO CFF-COUNT.
004540     WRITE CFR-RPT-REC FROM CFR-WS-FOOT-LINE.
004550     MOVE "CUSTOMERS WITH NO ACCOUNT OR LOAN:"    TO CFF-LABEL.
004560     MOVE CFR-WS-CUST-NOT-LISTED                  TO CFF-COUNT.
004570     WRITE CFR-RPT-REC FROM CFR-WS-FOOT-LINE.
004580     MOVE "DEPOSIT ACCOUNTS:"                     TO CFF-LABEL.
004590     MOVE CFR-WS-ACCT-TOTAL                       TO CFF-COUNT.
004600     WRITE CFR-RPT-REC FROM CFR-WS-FOOT-LINE.
004610     MOVE "LOANS:"                                TO CFF-LABEL.
004620     MOVE CFR-WS-LOAN-TOTAL                       TO CFF-COUNT.
004630     WRITE CFR-RPT-REC FROM CFR-WS-FOOT-LINE.
004640     MOVE "ACCOUNTS NOT ON CPIPRIN:"              TO CFF-LABEL.
004650     MOVE CFR-WS-ACCT-MISSING                     TO CFF-COUNT.
004660     WRITE CFR-RPT-REC FROM CFR-WS-FOOT-LINE.
004670     MOVE "LOANS NOT ON PAYBALMS:"                TO CFF-LABEL.
004680     MOVE CFR-WS-LOAN-MISSING                     TO CFF-COUNT.
004690     WRITE CFR-RPT-REC FROM CFR-WS-FOOT-LINE.
004700     MOVE "CROSS-REFERENCES WITH NO CUSTOMER:"    TO CFF-LABEL.
004710     MOVE CFR-WS-XREF-ORPHAN                      TO CFF-COUNT.
004720     WRITE CFR-RPT-REC FROM CFR-WS-FOOT-LINE.
004730     CLOSE CFR-RPT-FILE.
004740     DISPLAY "CIF-RELATE: CUSTOMERS LISTED: " CFR-WS-CUST-LISTED.
004750 9000-EXIT.
004760     EXIT.
