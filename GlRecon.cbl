000226*                    SO THAT LEG OF THE RECONCILIATION IS ON
000227*                    THE REPORT INSTEAD OF A SYSOUT EYEBALL
000228*                    CHECK. A MISSING RUNBAL RECORD IS NOTED.
000229*   10/15/2026 RK    GL LINE AMOUNT AND SIM-HIST-FILE PRINCIPAL/
000229*                    INTEREST WIDENED TO 9(07)V99 (HISTORY NOW 60
000229*                    BYTES) WITH THE REST OF THE LENDING CHAIN.
000229*   10/15/2026 RK    ADDED A SECOND PROOF FOR HELLO'S CPIGLPST
000229*                    DEPOSIT INTEREST BATCH AGAINST CPI-HIST-FILE
000229*                    FOR THE BATCH'S RUN DATE - TRAILER COUNT AND
000229*                    HASH, DEBITS EQUAL CREDITS, INTEREST EXPENSE
000229*                    TO GROSS, WITHHOLDING PAYABLE (COA ROLE
000229*                    WHTAXPAY) TO TAX WITHHELD, AND ACCOUNT BY
000229*                    ACCOUNT ON THE LINES' DEPOSIT ACCOUNT ID. A
000229*                    RUN WITH NO HELLO BATCH NOTES IT AND SKIPS
000229*                    THE PROOF.
000230*---------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000372     SELECT GLR-RUNBAL-FILE   ASSIGN TO RUNBAL
000374         ORGANIZATION IS LINE SEQUENTIAL
000376         FILE STATUS IS GLR-WS-RUNBAL-STATUS.
000377     SELECT GLR-CPIGL-FILE    ASSIGN TO CPIGLPST
000377         ORGANIZATION IS LINE SEQUENTIAL
000377         FILE STATUS IS GLR-WS-CPIGL-STATUS.
000378     SELECT GLR-CPIHIST-FILE  ASSIGN TO CPIHIST
000378         ORGANIZATION IS LINE SEQUENTIAL
000378         FILE STATUS IS GLR-WS-CPIHIST-STATUS.
000379     SELECT GLR-COA-FILE      ASSIGN TO SIMCOA
000379         ORGANIZATION IS LINE SEQUENTIAL
000379         FILE STATUS IS GLR-WS-COA-STATUS.
000380*
000390 DATA DIVISION.
000400 FILE SECTION.
000470     05  FILLER                  PIC X(01).
000480     05  GLD-ACCOUNT-NO          PIC X(10).
000490     05  GLD-DRCR-IND            PIC X(02).
000500     05  GLD-AMOUNT              PIC 9(07)V99.
000510     05  GLD-POST-DATE           PIC 9(08).
000520     05  FILLER                  PIC X(10).
000530 01  GLR-GL-HEADER REDEFINES GLR-GL-REC.
000540     05  FILLER                  PIC X(01).
000550     05  GLH-SOURCE              PIC X(08).
000620     05  FILLER                  PIC X(19).
000630*
000640 FD  GLR-HIST-FILE
000650     RECORD CONTAINS 60 CHARACTERS.
000660 01  GLR-HIST-REC.
000670     05  SHR-LOAN-ID             PIC X(10).
000680     05  SHR-PRINCIPAL           PIC 9(07)V99.
000690     05  SHR-RATE                PIC 9(02)V99.
000700     05  SHR-TERM                PIC 9(01)V99.
000710     05  SHR-INTEREST            PIC 9(07)V99.
000720     05  SHR-RUN-DATE            PIC 9(08).
000725     05  SHR-ADJUST-FLAG         PIC X(01).
000730     05  FILLER                  PIC X(16).
000740*
000750 FD  GLR-RPT-FILE
000760     RECORD CONTAINS 80 CHARACTERS.
000775     RECORD CONTAINS 80 CHARACTERS.
000776     COPY RUNBAL REPLACING ==RUNBAL-RECORD==
000777         BY ==GLR-RUNBAL-REC==.
000778*
000778*    HELLO'S DEPOSIT INTEREST BATCH - THE SIM-GL-FILE SHAPES,
000778*    WITH THE DEPOSIT ACCOUNT ID IN THE DETAIL'S LAST TEN BYTES.
000778 FD  GLR-CPIGL-FILE
000778     RECORD CONTAINS 40 CHARACTERS.
000778 01  GLR-CPIGL-REC.
000778     05  CGG-REC-TYPE            PIC X(01).
000778     05  CGG-DATA                PIC X(39).
000778 01  GLR-CPIGL-DETAIL REDEFINES GLR-CPIGL-REC.
000778     05  FILLER                  PIC X(01).
000778     05  CGD-ACCOUNT-NO          PIC X(10).
000778     05  CGD-DRCR-IND            PIC X(02).
000778     05  CGD-AMOUNT              PIC 9(07)V99.
000778     05  CGD-POST-DATE           PIC 9(08).
000778     05  CGD-REF-ID              PIC X(10).
000778 01  GLR-CPIGL-HEADER REDEFINES GLR-CPIGL-REC.
000778     05  FILLER                  PIC X(01).
000778     05  CGH-SOURCE              PIC X(08).
000778     05  CGH-POST-DATE           PIC 9(08).
000778     05  CGH-RUN-DATE            PIC 9(08).
000778     05  FILLER                  PIC X(15).
000778 01  GLR-CPIGL-TRAILER REDEFINES GLR-CPIGL-REC.
000778     05  FILLER                  PIC X(01).
000778     05  CGT-REC-COUNT           PIC 9(07).
000778     05  CGT-HASH-TOTAL          PIC 9(11)V99.
000778     05  FILLER                  PIC X(19).
000778*
000778 FD  GLR-CPIHIST-FILE
000778     RECORD CONTAINS 60 CHARACTERS.
000778 01  GLR-CPIHIST-REC.
000778     05  CHX-ACCOUNT-ID          PIC X(10).
000778     05  CHX-RUN-DATE            PIC 9(08).
000778     05  CHX-GROSS-INT           PIC 9(09)V99.
000778     05  CHX-TAX-WITHHELD        PIC 9(09)V99.
000778     05  CHX-NET-INT             PIC 9(09)V99.
000778     05  FILLER                  PIC X(09).
000778*
000778 FD  GLR-COA-FILE
000778     RECORD CONTAINS 20 CHARACTERS.
000778 01  GLR-COA-REC.
000778     05  COA-ROLE                PIC X(08).
000778     05  COA-ACCOUNT-NO          PIC X(10).
000778     05  FILLER                  PIC X(02).
000780*
000790 WORKING-STORAGE SECTION.
000791 77  GLR-WS-RUNBAL-STATUS        PIC X(02) VALUE '00'.
001100     05  GLL-ENTRY OCCURS 1000 TIMES
001110                   INDEXED BY GLL-IDX.
001120         10  GLL-LOAN-ID         PIC X(10).
001130         10  GLL-AMOUNT          PIC 9(07)V99.
001140         10  GLL-MATCHED-SW      PIC X(01).
001150*
001151*    HELLO DEPOSIT INTEREST BATCH PROOF - SEE 6000-PROVE-HELLO-
001152*    BATCH. THE WITHHOLDING ACCOUNT'S VALUE CLAUSE IS HELLO'S OWN
001153*    FALLBACK FOR A SITE WITHOUT THE CHART FILE.
001154 77  GLR-WS-CPIGL-STATUS         PIC X(02) VALUE '00'.
001154 77  GLR-WS-CPIHIST-STATUS       PIC X(02) VALUE '00'.
001154 77  GLR-WS-COA-STATUS           PIC X(02) VALUE '00'.
001154 77  GLR-WS-COA-EOF-SW           PIC X(01) VALUE 'N'.
001154     88  GLR-WS-COA-EOF          VALUE 'Y'.
001154 77  GLR-WS-WHTPAY-ACCT          PIC X(10) VALUE '2150WHTPAY'.
001154 77  GLR-WS-CPIGL-EOF-SW         PIC X(01) VALUE 'N'.
001154     88  GLR-WS-CPIGL-EOF        VALUE 'Y'.
001154 77  GLR-WS-CPIHIST-EOF-SW       PIC X(01) VALUE 'N'.
001154     88  GLR-WS-CPIHIST-EOF      VALUE 'Y'.
001154 77  GLR-WS-CPI-BAL-SW           PIC X(01) VALUE 'Y'.
001154     88  GLR-WS-CPI-IN-BALANCE   VALUE 'Y'.
001154 77  GLR-WS-CPI-TRL-SEEN-SW      PIC X(01) VALUE 'N'.
001154     88  GLR-WS-CPI-TRL-SEEN     VALUE 'Y'.
001154 77  GLR-WS-CPI-POST-DATE        PIC 9(08) VALUE ZERO.
001154 77  GLR-WS-CPI-RUN-DATE         PIC 9(08) VALUE ZERO.
001154 77  GLR-WS-CPI-REC-COUNT        PIC 9(07) COMP VALUE ZERO.
001154 77  GLR-WS-CPI-DR-COUNT         PIC 9(07) COMP VALUE ZERO.
001154 01  GLR-WS-CPI-HASH             PIC 9(11)V99 VALUE ZERO.
001154 01  GLR-WS-CPI-TRL-COUNT        PIC 9(07) VALUE ZERO.
001154 01  GLR-WS-CPI-TRL-HASH         PIC 9(11)V99 VALUE ZERO.
001154 01  GLR-WS-CPI-DR-TOTAL         PIC 9(11)V99 VALUE ZERO.
001154 01  GLR-WS-CPI-CR-TOTAL         PIC 9(11)V99 VALUE ZERO.
001154 01  GLR-WS-CPI-WHT-TOTAL        PIC 9(11)V99 VALUE ZERO.
001154 77  GLR-WS-CHX-COUNT            PIC 9(07) COMP VALUE ZERO.
001154 01  GLR-WS-CHX-GROSS-TOTAL      PIC 9(11)V99 VALUE ZERO.
001154 01  GLR-WS-CHX-TAX-TOTAL        PIC 9(11)V99 VALUE ZERO.
001154 01  GLR-WS-CHX-CR-AMT           PIC 9(11)V99 VALUE ZERO.
001154 77  GLR-WS-CPI-MISS-GL-COUNT    PIC 9(05) COMP VALUE ZERO.
001154 77  GLR-WS-CPI-MISS-HIST-COUNT  PIC 9(05) COMP VALUE ZERO.
001154*
001155*    HELLO BATCH LINES ROLLED UP BY DEPOSIT ACCOUNT - EACH
001156*    ACCOUNT'S LINES ARE WRITTEN TOGETHER, SO A NEW ENTRY STARTS
001157*    WHENEVER THE REFERENCE CHANGES. GLA-MATCHED-SW WORKS LIKE
001158*    GLL-MATCHED-SW ABOVE.
001159 77  GLR-WS-ACCT-COUNT           PIC 9(04) COMP VALUE ZERO.
001159 01  GLR-WS-ACCT-TABLE.
001159     05  GLA-ENTRY OCCURS 1000 TIMES
001159                   INDEXED BY GLA-IDX.
001159         10  GLA-ACCOUNT-ID      PIC X(10).
001159         10  GLA-DR-AMOUNT       PIC 9(09)V99.
001159         10  GLA-CR-AMOUNT       PIC 9(09)V99.
001159         10  GLA-MATCHED-SW      PIC X(01).
001159*
001160     COPY RUNSTAMP.
001170*
001180 01  GLR-WS-TITLE-LINE.
001210     05  GTL-POST-DATE           PIC 9(08).
001220     05  FILLER                  PIC X(38) VALUE SPACES.
001230*
001231 01  GLR-WS-CPI-TITLE-LINE.
001232     05  FILLER                  PIC X(40) VALUE
001233         "HELLO GL-TO-HISTORY RECONCILIATION FOR: ".
001234     05  GCT-POST-DATE           PIC 9(08).
001235     05  FILLER                  PIC X(32) VALUE SPACES.
001236*
001240 01  GLR-WS-TOTAL-LINE.
001250     05  GTO-LABEL               PIC X(30).
001260     05  GTO-AMOUNT              PIC $ZZZ,ZZZ,ZZ9.99.
001320     05  GML-TEXT                PIC X(40).
001330     05  GML-LOAN-ID             PIC X(10).
001340     05  FILLER                  PIC X(02) VALUE SPACES.
001350     05  GML-AMOUNT              PIC $Z,ZZZ,ZZ9.99.
001360     05  FILLER                  PIC X(15) VALUE SPACES.
001370*
001380 PROCEDURE DIVISION.
001390*===============================================================
001450     PERFORM 3000-MATCH-HISTORY THRU 3000-EXIT
001460         UNTIL GLR-WS-HIST-EOF.
001470     PERFORM 4000-REPORT-RESULTS THRU 4000-EXIT.
001475     PERFORM 6000-PROVE-HELLO-BATCH THRU 6000-EXIT.
001480     PERFORM 5000-TERMINATE THRU 5000-EXIT.
001490     STOP RUN.
001500*
003640         GLR-WS-MISS-GL-COUNT.
003650     DISPLAY "GL-RECON: GL POSTINGS MISSING HIST: "
003660         GLR-WS-MISS-HIST-COUNT.
003661     DISPLAY "GL-RECON: HELLO GL DEBIT POSTINGS:  "
003662         GLR-WS-CPI-DR-COUNT.
003663     DISPLAY "GL-RECON: HELLO HISTORY ROWS:       "
003664         GLR-WS-CHX-COUNT.
003665     DISPLAY "GL-RECON: HELLO ROWS MISSING GL:    "
003666         GLR-WS-CPI-MISS-GL-COUNT.
003667     DISPLAY "GL-RECON: HELLO GL MISSING HIST:    "
003668         GLR-WS-CPI-MISS-HIST-COUNT.
003670 5000-EXIT.
003680     EXIT.
003690*
004050     END-READ.
004060 4310-EXIT.
004070     EXIT.
004070*
004080*===============================================================
004090 6000-PROVE-HELLO-BATCH.
004100*===============================================================
004110*    THE SAME PROOF FOR HELLO'S DEPOSIT INTEREST BATCH AGAINST
004120*    CPI-HIST-FILE, PRINTED AS ITS OWN SECTION OF THE REPORT.
004130*    EVERY HELLO LINE IS A CHART ACCOUNT, SO THE ACCOUNT-BY-
004140*    ACCOUNT MATCH RUNS ON THE DEPOSIT ACCOUNT ID EACH LINE
004150*    CARRIES. NO BATCH AT ALL IS NOTED BUT NOT FAILED.
004160     OPEN INPUT GLR-CPIGL-FILE.
004170     IF GLR-WS-CPIGL-STATUS NOT = '00'
004180         MOVE "NO HELLO GL BATCH - PROOF NOT RUN       "
004190             TO GML-TEXT
004200         MOVE SPACES TO GML-LOAN-ID
004210         MOVE ZERO   TO GML-AMOUNT
004220         WRITE GLR-RPT-REC FROM GLR-WS-MSG-LINE
004230         GO TO 6000-EXIT
004240     END-IF.
004250     PERFORM 6050-LOAD-WHT-ACCT THRU 6050-EXIT.
004260     READ GLR-CPIGL-FILE
004270         AT END
004280             MOVE 'Y' TO GLR-WS-CPIGL-EOF-SW
004290     END-READ.
004300     PERFORM 6100-READ-HELLO-BATCH THRU 6100-EXIT
004310         UNTIL GLR-WS-CPIGL-EOF.
004320     CLOSE GLR-CPIGL-FILE.
004330     MOVE GLR-WS-CPI-POST-DATE TO GCT-POST-DATE.
004340     WRITE GLR-RPT-REC FROM GLR-WS-CPI-TITLE-LINE.
004350     OPEN INPUT GLR-CPIHIST-FILE.
004360     IF GLR-WS-CPIHIST-STATUS = '00'
004370         READ GLR-CPIHIST-FILE
004380             AT END
004390                 MOVE 'Y' TO GLR-WS-CPIHIST-EOF-SW
004400         END-READ
004410         PERFORM 6200-MATCH-HELLO-HIST THRU 6200-EXIT
004420             UNTIL GLR-WS-CPIHIST-EOF
004430         CLOSE GLR-CPIHIST-FILE
004440     END-IF.
004450     PERFORM 6300-REPORT-HELLO THRU 6300-EXIT.
004460 6000-EXIT.
004470     EXIT.
004480*
004490*===============================================================
004500 6050-LOAD-WHT-ACCT.
004510*===============================================================
004520*    THE WITHHOLDING PAYABLE ACCOUNT, FROM THE SAME CHART HELLO
004530*    POSTED WITH, SO ITS CREDITS CAN BE PROVED TO TAX WITHHELD.
004540     OPEN INPUT GLR-COA-FILE.
004550     IF GLR-WS-COA-STATUS NOT = '00'
004560         GO TO 6050-EXIT
004570     END-IF.
004580     READ GLR-COA-FILE
004590         AT END
004600             MOVE 'Y' TO GLR-WS-COA-EOF-SW
004610     END-READ.
004620     PERFORM 6055-CHECK-COA-REC THRU 6055-EXIT
004630         UNTIL GLR-WS-COA-EOF.
004640     CLOSE GLR-COA-FILE.
004650 6050-EXIT.
004660     EXIT.
004670*
004680*===============================================================
004690 6055-CHECK-COA-REC.
004700*===============================================================
004710     IF COA-ROLE = 'WHTAXPAY'
004720         MOVE COA-ACCOUNT-NO TO GLR-WS-WHTPAY-ACCT
004730     END-IF.
004740     READ GLR-COA-FILE
004750         AT END
004760             MOVE 'Y' TO GLR-WS-COA-EOF-SW
004770     END-READ.
004780 6055-EXIT.
004790     EXIT.
004800*
004810*===============================================================
004820 6100-READ-HELLO-BATCH.
004830*===============================================================
004840     EVALUATE CGG-REC-TYPE
004850         WHEN 'H'
004860             MOVE CGH-POST-DATE TO GLR-WS-CPI-POST-DATE
004870             MOVE CGH-RUN-DATE  TO GLR-WS-CPI-RUN-DATE
004880         WHEN 'D'
004890             ADD 1 TO GLR-WS-CPI-REC-COUNT
004900             ADD CGD-AMOUNT TO GLR-WS-CPI-HASH
004910             PERFORM 6110-POST-ACCT-ENTRY THRU 6110-EXIT
004920         WHEN 'T'
004930             MOVE 'Y' TO GLR-WS-CPI-TRL-SEEN-SW
004940             MOVE CGT-REC-COUNT  TO GLR-WS-CPI-TRL-COUNT
004950             MOVE CGT-HASH-TOTAL TO GLR-WS-CPI-TRL-HASH
004960     END-EVALUATE.
004970     READ GLR-CPIGL-FILE
004980         AT END
004990             MOVE 'Y' TO GLR-WS-CPIGL-EOF-SW
005000     END-READ.
005010 6100-EXIT.
005020     EXIT.
005030*
005040*===============================================================
005050 6110-POST-ACCT-ENTRY.
005060*===============================================================
005070     IF GLR-WS-ACCT-COUNT > ZERO
005080         SET GLA-IDX TO GLR-WS-ACCT-COUNT
005090         IF GLA-ACCOUNT-ID (GLA-IDX) = CGD-REF-ID
005100             GO TO 6110-ADD-AMOUNT
005110         END-IF
005120     END-IF.
005130     IF GLR-WS-ACCT-COUNT < 1000
005140         ADD 1 TO GLR-WS-ACCT-COUNT
005150         SET GLA-IDX TO GLR-WS-ACCT-COUNT
005160         MOVE CGD-REF-ID TO GLA-ACCOUNT-ID (GLA-IDX)
005170         MOVE ZERO       TO GLA-DR-AMOUNT (GLA-IDX)
005171         MOVE ZERO       TO GLA-CR-AMOUNT (GLA-IDX)
005172         MOVE 'N'        TO GLA-MATCHED-SW (GLA-IDX)
005173     END-IF.
005180 6110-ADD-AMOUNT.
005190     IF CGD-DRCR-IND = 'DR'
005200         ADD 1 TO GLR-WS-CPI-DR-COUNT
005210         ADD CGD-AMOUNT TO GLR-WS-CPI-DR-TOTAL
005220         ADD CGD-AMOUNT TO GLA-DR-AMOUNT (GLA-IDX)
005230     ELSE
005240         ADD CGD-AMOUNT TO GLR-WS-CPI-CR-TOTAL
005250         ADD CGD-AMOUNT TO GLA-CR-AMOUNT (GLA-IDX)
005260         IF CGD-ACCOUNT-NO = GLR-WS-WHTPAY-ACCT
005270             ADD CGD-AMOUNT TO GLR-WS-CPI-WHT-TOTAL
005280         END-IF
005290     END-IF.
005300 6110-EXIT.
005310     EXIT.
005320*
005330*===============================================================
005340 6200-MATCH-HELLO-HIST.
005350*===============================================================
005360*    HISTORY ROWS FOR THE BATCH'S RUN DATE WITH INTEREST TO
005370*    POST - HELLO CUTS NO LINES FOR AN ACCOUNT THAT EARNED
005380*    NOTHING. EACH CLAIMS ITS ACCOUNT'S ENTRY, WHOSE DEBITS MUST
005390*    EQUAL THE GROSS AND CREDITS THE NET PLUS TAX.
005400     IF CHX-RUN-DATE = GLR-WS-CPI-RUN-DATE
005410             AND CHX-GROSS-INT > ZERO
005420         ADD 1 TO GLR-WS-CHX-COUNT
005430         ADD CHX-GROSS-INT    TO GLR-WS-CHX-GROSS-TOTAL
005440         ADD CHX-TAX-WITHHELD TO GLR-WS-CHX-TAX-TOTAL
005450         PERFORM 6210-CLAIM-ACCT-ENTRY THRU 6210-EXIT
005460     END-IF.
005470     READ GLR-CPIHIST-FILE
005480         AT END
005490             MOVE 'Y' TO GLR-WS-CPIHIST-EOF-SW
005500     END-READ.
005510 6200-EXIT.
005520     EXIT.
005530*
005540*===============================================================
005550 6210-CLAIM-ACCT-ENTRY.
005560*===============================================================
005570     MOVE 'N' TO GLR-WS-FOUND-SW.
005580     PERFORM 6220-SCAN-ACCT-TABLE THRU 6220-EXIT
005590         VARYING GLA-IDX FROM 1 BY 1
005600         UNTIL GLA-IDX > GLR-WS-ACCT-COUNT.
005610     IF NOT GLR-WS-FOUND
005620         MOVE "HELLO HISTORY ACCOUNT MISSING FROM GL: "
005630             TO GML-TEXT
005640         MOVE CHX-ACCOUNT-ID TO GML-LOAN-ID
005650         MOVE CHX-GROSS-INT  TO GML-AMOUNT
005660         WRITE GLR-RPT-REC FROM GLR-WS-MSG-LINE
005670         ADD 1 TO GLR-WS-CPI-MISS-GL-COUNT
005680         MOVE 'N' TO GLR-WS-CPI-BAL-SW
005690     END-IF.
005700 6210-EXIT.
005710     EXIT.
005720*
005730*===============================================================
005740 6220-SCAN-ACCT-TABLE.
005750*===============================================================
005760     IF GLA-ACCOUNT-ID (GLA-IDX) = CHX-ACCOUNT-ID
005770             AND GLA-MATCHED-SW (GLA-IDX) = 'N'
005780         MOVE 'Y' TO GLA-MATCHED-SW (GLA-IDX)
005790         MOVE 'Y' TO GLR-WS-FOUND-SW
005800         COMPUTE GLR-WS-CHX-CR-AMT =
005810             CHX-NET-INT + CHX-TAX-WITHHELD
005820         IF GLA-DR-AMOUNT (GLA-IDX) NOT = CHX-GROSS-INT
005830                 OR GLA-CR-AMOUNT (GLA-IDX)
005831                     NOT = GLR-WS-CHX-CR-AMT
005840             MOVE "HELLO GL AMOUNTS DIFFER FROM HISTORY:  "
005850                 TO GML-TEXT
005860             MOVE CHX-ACCOUNT-ID TO GML-LOAN-ID
005870             MOVE CHX-GROSS-INT  TO GML-AMOUNT
005880             WRITE GLR-RPT-REC FROM GLR-WS-MSG-LINE
005890             MOVE 'N' TO GLR-WS-CPI-BAL-SW
005900         END-IF
005910         SET GLA-IDX TO GLR-WS-ACCT-COUNT
005920     END-IF.
005930 6220-EXIT.
005940     EXIT.
005950*
005960*===============================================================
005970 6300-REPORT-HELLO.
005980*===============================================================
005990     MOVE "HELLO GL DEBIT (INT EXPENSE): " TO GTO-LABEL.
006000     MOVE GLR-WS-CPI-DR-TOTAL TO GTO-AMOUNT.
006010     MOVE GLR-WS-CPI-DR-COUNT TO GTO-COUNT.
006020     WRITE GLR-RPT-REC FROM GLR-WS-TOTAL-LINE.
006030     MOVE "HELLO GL CREDIT TOTAL:        " TO GTO-LABEL.
006040     MOVE GLR-WS-CPI-CR-TOTAL TO GTO-AMOUNT.
006050     MOVE ZERO TO GTO-COUNT.
006060     WRITE GLR-RPT-REC FROM GLR-WS-TOTAL-LINE.
006070     MOVE "HELLO GL WITHHOLDING CREDITS: " TO GTO-LABEL.
006080     MOVE GLR-WS-CPI-WHT-TOTAL TO GTO-AMOUNT.
006090     MOVE ZERO TO GTO-COUNT.
006100     WRITE GLR-RPT-REC FROM GLR-WS-TOTAL-LINE.
006110     MOVE "HELLO HISTORY GROSS INTEREST: " TO GTO-LABEL.
006120     MOVE GLR-WS-CHX-GROSS-TOTAL TO GTO-AMOUNT.
006130     MOVE GLR-WS-CHX-COUNT TO GTO-COUNT.
006140     WRITE GLR-RPT-REC FROM GLR-WS-TOTAL-LINE.
006150     MOVE "HELLO HISTORY TAX WITHHELD:   " TO GTO-LABEL.
006160     MOVE GLR-WS-CHX-TAX-TOTAL TO GTO-AMOUNT.
006170     MOVE ZERO TO GTO-COUNT.
006180     WRITE GLR-RPT-REC FROM GLR-WS-TOTAL-LINE.
006190     IF NOT GLR-WS-CPI-TRL-SEEN
006200         MOVE "HELLO GL BATCH TRAILER MISSING          "
006210             TO GML-TEXT
006220         MOVE SPACES TO GML-LOAN-ID
006230         MOVE ZERO   TO GML-AMOUNT
006240         WRITE GLR-RPT-REC FROM GLR-WS-MSG-LINE
006250         MOVE 'N' TO GLR-WS-CPI-BAL-SW
006260     ELSE
006270         IF GLR-WS-CPI-TRL-COUNT NOT = GLR-WS-CPI-REC-COUNT
006280                 OR GLR-WS-CPI-TRL-HASH NOT = GLR-WS-CPI-HASH
006290             MOVE "HELLO GL TRAILER COUNT/HASH MISMATCH    "
006300                 TO GML-TEXT
006310             MOVE SPACES TO GML-LOAN-ID
006320             MOVE ZERO   TO GML-AMOUNT
006330             WRITE GLR-RPT-REC FROM GLR-WS-MSG-LINE
006340             MOVE 'N' TO GLR-WS-CPI-BAL-SW
006350         END-IF
006360     END-IF.
006370     IF GLR-WS-CPI-DR-TOTAL NOT = GLR-WS-CPI-CR-TOTAL
006380         MOVE "HELLO GL BATCH DEBITS NOT EQUAL CREDITS "
006390             TO GML-TEXT
006400         MOVE SPACES TO GML-LOAN-ID
006410         MOVE ZERO   TO GML-AMOUNT
006420         WRITE GLR-RPT-REC FROM GLR-WS-MSG-LINE
006430         MOVE 'N' TO GLR-WS-CPI-BAL-SW
006440     END-IF.
006450     PERFORM 6310-SWEEP-HELLO-UNMATCHED THRU 6310-EXIT
006460         VARYING GLA-IDX FROM 1 BY 1
006470         UNTIL GLA-IDX > GLR-WS-ACCT-COUNT.
006480     IF GLR-WS-CPI-DR-TOTAL NOT = GLR-WS-CHX-GROSS-TOTAL
006490             OR GLR-WS-CPI-WHT-TOTAL NOT = GLR-WS-CHX-TAX-TOTAL
006500         MOVE 'N' TO GLR-WS-CPI-BAL-SW
006510     END-IF.
006520     IF GLR-WS-CPI-IN-BALANCE
006530         MOVE "HELLO GL AND HISTORY ARE IN BALANCE     "
006540             TO GML-TEXT
006550         MOVE SPACES TO GML-LOAN-ID
006560         MOVE ZERO   TO GML-AMOUNT
006570         WRITE GLR-RPT-REC FROM GLR-WS-MSG-LINE
006580     ELSE
006590         MOVE "*** HELLO GL AND HISTORY DO NOT BALANCE "
006600             TO GML-TEXT
006610         MOVE SPACES TO GML-LOAN-ID
006620         MOVE ZERO   TO GML-AMOUNT
006630         WRITE GLR-RPT-REC FROM GLR-WS-MSG-LINE
006640         MOVE 8 TO RETURN-CODE
006650     END-IF.
006660 6300-EXIT.
006670     EXIT.
006680*
006690*===============================================================
006700 6310-SWEEP-HELLO-UNMATCHED.
006710*===============================================================
006720     IF GLA-MATCHED-SW (GLA-IDX) = 'N'
006730         MOVE "HELLO GL POSTING MISSING FROM HISTORY: "
006740             TO GML-TEXT
006750         MOVE GLA-ACCOUNT-ID (GLA-IDX) TO GML-LOAN-ID
006760         MOVE GLA-DR-AMOUNT (GLA-IDX)  TO GML-AMOUNT
006770         WRITE GLR-RPT-REC FROM GLR-WS-MSG-LINE
006780         ADD 1 TO GLR-WS-CPI-MISS-HIST-COUNT
006790         MOVE 'N' TO GLR-WS-CPI-BAL-SW
006800     END-IF.
006810 6310-EXIT.
006820     EXIT.
