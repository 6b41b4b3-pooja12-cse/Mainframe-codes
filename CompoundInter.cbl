000307*                    PENMONTH MONTHS AT THE YEAR'S EFFECTIVE
000308*                    RATE ON THE BALANCE PAID OUT, SO THE
000309*                    DISCLOSURE MATCHES THE PROCEEDS.
000309*   10/15/2026 RK    ADDED CPI-GL-FILE, A BALANCED H/D/T GL
000309*                    POSTING BATCH (CPIGLPST) IN THE SAME SHAPE
000309*                    SIM-GL-FILE USES - PER ACCOUNT, A DEBIT TO
000309*                    DEPOSIT INTEREST EXPENSE FOR THE GROSS, A
000309*                    CREDIT TO CUSTOMER DEPOSITS FOR THE NET AND A
000309*                    CREDIT TO WITHHOLDING PAYABLE FOR THE TAX,
000309*                    ACCOUNTS FROM THE SIM-COA-FILE CHART (ROLES
000309*                    DEPINTEX/CUSTDEPS/WHTAXPAY). EACH LINE
000309*                    CARRIES THE DEPOSIT ACCOUNT ID SO GL-RECON
000309*                    CAN PROVE THE BATCH AGAINST CPI-HIST-FILE.
000309*   10/15/2026 RK    ADDED CPI-PROD-FILE, THE DEPOSIT PRODUCT
000309*                    MASTER - EFFECTIVE-DATED BALANCE TIERS
000309*                    (FLOOR AND RATE PER TIER) FOR EACH PRODUCT.
000309*                    AN ACCOUNT CARRYING A PRODUCT CODE NOW
000309*                    COMPOUNDS PERIOD BY PERIOD AT THE RATE OF
000309*                    THE TIER ITS BALANCE FALLS IN, SO A MID-TERM
000309*                    DEPOSIT OR WITHDRAWAL (OR THE INTEREST
000309*                    ITSELF) THAT CROSSES A BOUNDARY REPRICES
000309*                    FROM THAT PERIOD ON. AN ACCOUNT-SPECIFIC
000309*                    CPI-RATE-FILE ENTRY STILL WINS; TIERS BEAT
000309*                    THE PRODUCT DEFAULT AND THE KEYED RATE. THE
000309*                    YEAR LINE SHOWS THE TIER AND A TIER CHANGE
000309*                    WITHIN THE YEAR PRINTS ITS OWN LINE.
000309*   10/15/2026 RK    CPI-IN-STATUS 'E' MARKS AN ACCOUNT TURNED
000309*                    OVER TO THE STATE AS UNCLAIMED PROPERTY BY
000309*                    CPI-DORMANT. IT STILL COUNTS TOWARD THE
000309*                    BATCH PROOF BUT GETS NO STATEMENT, INTEREST,
000309*                    TAX, HISTORY OR GL POSTING.
000170*---------------------------------------------------------------
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000279     SELECT CPI-RATE-FILE     ASSIGN TO CPIRATE
000279         ORGANIZATION IS LINE SEQUENTIAL
000279         FILE STATUS IS CPI-WS-RATE-STATUS.
000279     SELECT CPI-PROD-FILE     ASSIGN TO CPIPROD
000279         ORGANIZATION IS LINE SEQUENTIAL
000279         FILE STATUS IS CPI-WS-PROD-STATUS.
000280     SELECT CPI-TAX-FILE      ASSIGN TO CPITAXEX
000280         ORGANIZATION IS LINE SEQUENTIAL.
000281     SELECT CPI-NOTICE-FILE   ASSIGN TO CPIMATNT
000288     SELECT CPI-RUNBAL-FILE  ASSIGN TO RUNBAL
000288         ORGANIZATION IS LINE SEQUENTIAL
000288         FILE STATUS IS CPI-WS-RUNBAL-STATUS.
000288     SELECT CPI-GL-FILE      ASSIGN TO CPIGLPST
000288         ORGANIZATION IS LINE SEQUENTIAL.
000288     SELECT CPI-COA-FILE     ASSIGN TO SIMCOA
000288         ORGANIZATION IS LINE SEQUENTIAL
000288         FILE STATUS IS CPI-WS-COA-STATUS.
000288     SELECT CPI-JOBSTAT-FILE  ASSIGN TO NITESTAT
000289         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS CPI-WS-JOBSTAT-STATUS.
000377     05  CPI-IN-RENEW-FLAG       PIC X(01).
000378         88  CPI-IN-DO-NOT-RENEW VALUE 'N'.
000379         88  CPI-IN-RENEWED      VALUE 'R'.
000379     05  CPI-IN-PRODUCT-CODE     PIC X(04).
000380     05  CPI-IN-STATUS           PIC X(01).
000380         88  CPI-IN-ESCHEATED    VALUE 'E'.
000381*
000382*    BATCH CONTROL VIEWS OF THE SAME RECORD.
000383 01  CPI-PRIN-HDR-REC.
000427     05  CPR-RATE                PIC 9(02)V99.
000427     05  FILLER                  PIC X(08).
000427*
000427*    DEPOSIT PRODUCT MASTER - ONE RECORD PER BALANCE TIER. A
000427*    TIER APPLIES TO BALANCES AT OR ABOVE ITS FLOOR; THE TIERS
000427*    SHARING A PRODUCT AND EFFECTIVE DATE FORM ONE RATE SHEET.
000427 FD  CPI-PROD-FILE
000427     RECORD CONTAINS 30 CHARACTERS.
000427 01  CPI-PROD-REC.
000427     05  CPD-PRODUCT-CODE        PIC X(04).
000427     05  CPD-EFF-DATE            PIC 9(08).
000427     05  CPD-TIER-NO             PIC 9(01).
000427     05  CPD-TIER-FLOOR          PIC 9(07)V99.
000427     05  CPD-RATE                PIC 9(02)V99.
000427     05  FILLER                  PIC X(04).
000427*
000428 FD  CPI-TAX-FILE
000428     RECORD CONTAINS 50 CHARACTERS.
000428 01  CPI-TAX-REC.
000442     COPY RUNBAL REPLACING ==RUNBAL-RECORD==
000442         BY ==CPI-RUNBAL-REC==.
000442*
000442*    THE GL POSTING BATCH - SAME H/D/T RECORD SHAPES AS
000442*    SIM-GL-FILE, SO GL-RECON AND GL-LEDGER READ IT UNCHANGED.
000442 FD  CPI-GL-FILE
000442     RECORD CONTAINS 40 CHARACTERS.
000442 01  CPI-GL-REC                  PIC X(40).
000442*
000442 FD  CPI-COA-FILE
000442     RECORD CONTAINS 20 CHARACTERS.
000442 01  CPI-COA-REC.
000442     05  COA-ROLE                PIC X(08).
000442     05  COA-ACCOUNT-NO          PIC X(10).
000442     05  FILLER                  PIC X(02).
000442*
000442 FD  CPI-JOBSTAT-FILE
000443     RECORD CONTAINS 80 CHARACTERS.
000444     COPY RUNSTAT REPLACING ==RUNSTAT-RECORD==
000511 01  CPI-WS-RATE-BEST-DATE       PIC 9(08).
000512 77  CPI-WS-RATE-HIT-SW          PIC X(01).
000513     88  CPI-WS-RATE-HIT         VALUE 'Y'.
000513*
000513*    PRODUCT BALANCE TIERS. CPI-WS-TIER-NO IS ZERO WHEN THE
000513*    YEAR IS NOT PRICED FROM A TIER.
000513 77  CPI-WS-PROD-STATUS          PIC X(02) VALUE '00'.
000513 77  CPI-WS-TIER-COUNT           PIC 9(03) COMP VALUE ZERO.
000513 01  CPI-WS-TIER-TABLE.
000513     05  CPI-TR-ENTRY OCCURS 200 TIMES
000513                      INDEXED BY CPI-TR-IDX.
000513         10  CPI-TR-PRODUCT-CODE PIC X(04).
000513         10  CPI-TR-EFF-DATE     PIC 9(08).
000513         10  CPI-TR-TIER-NO      PIC 9(01).
000513         10  CPI-TR-FLOOR        PIC 9(07)V99.
000513         10  CPI-TR-RATE         PIC 9(02)V99.
000513 01  CPI-WS-TIER-BAL             PIC 9(09)V99.
000513 01  CPI-WS-TIER-EFF-DATE        PIC 9(08).
000513 01  CPI-WS-TIER-BEST-FLOOR      PIC 9(07)V99.
000513 77  CPI-WS-TIER-HIT-SW          PIC X(01).
000513     88  CPI-WS-TIER-HIT         VALUE 'Y'.
000513 77  CPI-WS-TIER-NO              PIC 9(01) VALUE ZERO.
000513 77  CPI-WS-PREV-TIER-NO         PIC 9(01) VALUE ZERO.
000513 77  CPI-WS-OPEN-TIER-NO         PIC 9(01) VALUE ZERO.
000513 01  CPI-WS-OPEN-TIER-RATE       PIC 9(02)V99.
000513 01  CPI-WS-PERIOD               PIC 9(02).
000513 01  CPI-WS-PERIOD-BAL           PIC 9(09)V99.
000513 01  CPI-WS-PERIOD-INT           PIC 9(09)V99.
000513 01  CPI-WS-TIER-LINE.
000513     05  FILLER                  PIC X(12) VALUE SPACES.
000513     05  FILLER                  PIC X(03) VALUE "YR ".
000513     05  CTR-YEAR                PIC Z9.
000513     05  FILLER                  PIC X(08) VALUE " PERIOD ".
000513     05  CTR-PERIOD              PIC Z9.
000513     05  FILLER                  PIC X(20) VALUE
000513         ": BALANCE NOW TIER  ".
000513     05  CTR-TIER-NO             PIC 9(01).
000513     05  FILLER                  PIC X(09) VALUE " AT RATE ".
000513     05  CTR-RATE                PIC Z9.99.
000513     05  FILLER                  PIC X(18) VALUE SPACES.
000510*
000511*    MID-TERM TRANSACTION TABLE - EACH ENTRY CARRIES THE
000512*    SCHEDULE YEAR ITS DATE FALLS IN, WORKED OUT AT LOAD TIME
000524     05  CYL-INTEREST            PIC $ZZZ,ZZZ,ZZ9.99.
000525     05  FILLER                  PIC X(02).
000526     05  CYL-CLOSE-BAL           PIC $ZZZ,ZZZ,ZZ9.99.
000527     05  FILLER                  PIC X(02).
000527     05  CYL-TIER-LIT            PIC X(05).
000527     05  CYL-TIER-NO             PIC 9(01).
000527     05  FILLER                  PIC X(02).
000526*
000527 01  CPI-WS-STMT-LINE.
000530     05  CSL-ACCOUNT-ID          PIC X(10).
000012     88  CPI-WS-FORCE-RERUN      VALUE 'Y'.
000013 77  CPI-WS-RUNBAL-STATUS        PIC X(02) VALUE '00'.
000014 77  CPI-WS-GOOD-COUNT           PIC 9(07) COMP VALUE ZERO.
000014 77  CPI-WS-ESCHEAT-COUNT        PIC 9(05) COMP VALUE ZERO.
000015*
000016*    GL POSTING ACCOUNTS. THE VALUE CLAUSES ARE THE FALLBACK FOR
000017*    A SITE THAT HAS NOT CUT OVER TO THE SIM-COA-FILE CHART.
000018 77  CPI-WS-COA-STATUS           PIC X(02) VALUE '00'.
000019 77  CPI-WS-COA-EOF-SW           PIC X(01) VALUE 'N'.
000020     88  CPI-WS-COA-EOF          VALUE 'Y'.
000021 77  CPI-WS-INTEXP-ACCT          PIC X(10) VALUE '5100INTEXP'.
000022 77  CPI-WS-CUSTDEP-ACCT         PIC X(10) VALUE '2000CUSTDP'.
000023 77  CPI-WS-WHTPAY-ACCT          PIC X(10) VALUE '2150WHTPAY'.
000024 77  CPI-WS-GL-REC-COUNT         PIC 9(07) COMP VALUE ZERO.
000025 01  CPI-WS-GL-HASH-TOTAL        PIC 9(11)V99 VALUE ZERO.
000026 01  CPI-WS-GL-TAX               PIC 9(09)V99 VALUE ZERO.
000027 01  CPI-WS-GL-NET               PIC 9(09)V99 VALUE ZERO.
000028 01  CPI-WS-GL-HDR.
000029     05  CGH-REC-TYPE            PIC X(01) VALUE 'H'.
000030     05  CGH-SOURCE              PIC X(08) VALUE 'HELLO   '.
000031     05  CGH-POST-DATE           PIC 9(08).
000032     05  CGH-RUN-DATE            PIC 9(08).
000033     05  FILLER                  PIC X(15) VALUE SPACES.
000034*    CGL-REF-ID IS THE DEPOSIT ACCOUNT THE LINE BELONGS TO - THE
000035*    GL ACCOUNTS ARE ALL CHART ACCOUNTS, SO WITHOUT IT GL-RECON
000036*    WOULD HAVE NOTHING TO MATCH A HISTORY RECORD AGAINST.
000037 01  CPI-WS-GL-LINE.
000038     05  CGL-REC-TYPE            PIC X(01) VALUE 'D'.
000039     05  CGL-ACCOUNT-NO          PIC X(10).
000040     05  CGL-DRCR-IND            PIC X(02).
000041     05  CGL-AMOUNT              PIC 9(07)V99.
000042     05  CGL-POST-DATE           PIC 9(08).
000043     05  CGL-REF-ID              PIC X(10).
000044 01  CPI-WS-GL-TRL.
000045     05  CGT-REC-TYPE            PIC X(01) VALUE 'T'.
000046     05  CGT-REC-COUNT           PIC 9(07).
000047     05  CGT-HASH-TOTAL          PIC 9(11)V99.
000048     05  FILLER                  PIC X(19) VALUE SPACES.
000620 PROCEDURE DIVISION.
000630*===============================================================
000640 0000-MAINLINE.
000754     PERFORM 1050-LOAD-FREQ-TABLE THRU 1050-EXIT.
000755     PERFORM 1070-LOAD-CUST-MASTER THRU 1070-EXIT.
000756     PERFORM 1080-LOAD-RATE-TABLE THRU 1080-EXIT.
000756     PERFORM 1087-LOAD-TIER-TABLE THRU 1087-EXIT.
000756     PERFORM 1090-LOAD-TXN-TABLE THRU 1090-EXIT.
000756     PERFORM 1065-LOAD-GL-ACCOUNTS THRU 1065-EXIT.
000756     MOVE "SAVINGS PRODUCTS    " TO RPT-HDR-TITLE1.
000757     MOVE "ACCOUNT STATEMENT   " TO RPT-HDR-TITLE2.
000762     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
000767     WRITE CPI-COMPARE-REC FROM RUNSTAMP-HEADER-LINE.
000769     WRITE CPI-COMPARE-REC FROM CPI-WS-COMPR-HDR.
000771     PERFORM 1095-WRITE-SECLOG THRU 1095-EXIT.
000772     OPEN OUTPUT CPI-GL-FILE.
000773     MOVE RUNSTAMP-DATE TO CGH-POST-DATE.
000774     MOVE RUNSTAMP-DATE TO CGH-RUN-DATE.
000775     WRITE CPI-GL-REC FROM CPI-WS-GL-HDR.
000770     READ CPI-PRIN-FILE
000780         AT END
000790             MOVE 'Y' TO CPI-WS-EOF-SW
000935 1060-EXIT.
000936     EXIT.
000937*
000937*===============================================================
000937 1065-LOAD-GL-ACCOUNTS.
000937*===============================================================
000937*    LOADS THE INTEREST EXPENSE, CUSTOMER DEPOSITS AND
000937*    WITHHOLDING PAYABLE ACCOUNTS FROM THE SIM-COA-FILE CHART,
000937*    THE SAME WAY LOAN-PAYMENT LOADS ITS ACCOUNTS. A MISSING
000937*    FILE LEAVES THE DEFAULTS.
000937     OPEN INPUT CPI-COA-FILE.
000937     IF CPI-WS-COA-STATUS = '35'
000937         GO TO 1065-EXIT
000937     END-IF.
000937     READ CPI-COA-FILE
000937         AT END
000937             MOVE 'Y' TO CPI-WS-COA-EOF-SW
000937     END-READ.
000937     PERFORM 1067-CHECK-COA-REC THRU 1067-EXIT
000937         UNTIL CPI-WS-COA-EOF.
000937     CLOSE CPI-COA-FILE.
000937 1065-EXIT.
000937     EXIT.
000937*
000937*===============================================================
000937 1067-CHECK-COA-REC.
000937*===============================================================
000937     EVALUATE COA-ROLE
000937         WHEN 'DEPINTEX'
000937             MOVE COA-ACCOUNT-NO TO CPI-WS-INTEXP-ACCT
000937         WHEN 'CUSTDEPS'
000937             MOVE COA-ACCOUNT-NO TO CPI-WS-CUSTDEP-ACCT
000937         WHEN 'WHTAXPAY'
000937             MOVE COA-ACCOUNT-NO TO CPI-WS-WHTPAY-ACCT
000937     END-EVALUATE.
000937     READ CPI-COA-FILE
000937         AT END
000937             MOVE 'Y' TO CPI-WS-COA-EOF-SW
000937     END-READ.
000937 1067-EXIT.
000937     EXIT.
000937*
000938*===============================================================
000939 1070-LOAD-CUST-MASTER.
000940*===============================================================
001012 1085-EXIT.
001013     EXIT.
001014*
001014*===============================================================
001014 1087-LOAD-TIER-TABLE.
001014*===============================================================
001014*    LOADS THE PRODUCT BALANCE TIERS. A MISSING PRODUCT FILE
001014*    MEANS NO ACCOUNT IS TIER-PRICED AND THE RATE FILE AND KEYED
001014*    RATES APPLY AS BEFORE.
001014     OPEN INPUT CPI-PROD-FILE.
001014     IF CPI-WS-PROD-STATUS = '35'
001014         GO TO 1087-EXIT
001014     END-IF.
001014     MOVE 'N' TO CPI-WS-CTL-EOF-SW.
001014     READ CPI-PROD-FILE
001014         AT END
001014             MOVE 'Y' TO CPI-WS-CTL-EOF-SW
001014     END-READ.
001014     PERFORM 1088-LOAD-ONE-TIER THRU 1088-EXIT
001014         UNTIL CPI-WS-CTL-EOF OR CPI-WS-TIER-COUNT = 200.
001014     IF NOT CPI-WS-CTL-EOF
001014         DISPLAY "HELLO: PRODUCT FILE EXCEEDS 200 TIERS "
001014             "- TIERS PAST THE CAP NOT LOADED"
001014     END-IF.
001014     CLOSE CPI-PROD-FILE.
001014     MOVE 'N' TO CPI-WS-CTL-EOF-SW.
001014 1087-EXIT.
001014     EXIT.
001014*
001014*===============================================================
001014 1088-LOAD-ONE-TIER.
001014*===============================================================
001014     ADD 1 TO CPI-WS-TIER-COUNT.
001014     SET CPI-TR-IDX TO CPI-WS-TIER-COUNT.
001014     MOVE CPD-PRODUCT-CODE TO CPI-TR-PRODUCT-CODE (CPI-TR-IDX).
001014     MOVE CPD-EFF-DATE     TO CPI-TR-EFF-DATE (CPI-TR-IDX).
001014     MOVE CPD-TIER-NO      TO CPI-TR-TIER-NO (CPI-TR-IDX).
001014     MOVE CPD-TIER-FLOOR   TO CPI-TR-FLOOR (CPI-TR-IDX).
001014     MOVE CPD-RATE         TO CPI-TR-RATE (CPI-TR-IDX).
001014     READ CPI-PROD-FILE
001014         AT END
001014             MOVE 'Y' TO CPI-WS-CTL-EOF-SW
001014     END-READ.
001014 1088-EXIT.
001014     EXIT.
001014*
001015*===============================================================
001016 1090-LOAD-TXN-TABLE.
001017*===============================================================
001018*    THE RATE FOR SCHEDULE YEAR N IS THE ONE IN FORCE ON THAT
001019*    YEAR'S ANNIVERSARY OF THE RUN DATE - THE LATEST EFFECTIVE
001020*    DATE ON OR BEFORE IT. ACCOUNT-SPECIFIC ENTRIES ARE TRIED
001021*    FIRST, THEN THE ACCOUNT'S PRODUCT TIER FOR THE CURRENT
001021*    OPENING BALANCE, THEN THE BLANK-ACCOUNT PRODUCT ENTRIES,
001022*    AND FINALLY THE RATE KEYED ON THE ACCOUNT RECORD ITSELF.
001023     MOVE RUNSTAMP-DATE TO CPI-WS-SCHED-DATE.
001024     COMPUTE CPI-SD-YEAR = CPI-SD-YEAR + CPI-WS-YEAR - 1.
001025     MOVE CPI-IN-RATE TO CPI-WS-YEAR-RATE.
001025     MOVE ZERO TO CPI-WS-TIER-NO.
001026     MOVE CPI-IN-ACCOUNT-ID TO CPI-WS-RATE-KEY.
001027     PERFORM 2160-SCAN-RATE-TABLE THRU 2160-EXIT.
001027     IF NOT CPI-WS-RATE-HIT
001027             AND CPI-IN-PRODUCT-CODE NOT = SPACES
001027         MOVE CPI-WS-OPEN-BAL TO CPI-WS-TIER-BAL
001027         PERFORM 2170-SELECT-TIER THRU 2170-EXIT
001027         IF CPI-WS-TIER-HIT
001027             GO TO 2150-EXIT
001027         END-IF
001027     END-IF.
001028     IF NOT CPI-WS-RATE-HIT
001029         MOVE SPACES TO CPI-WS-RATE-KEY
001030         PERFORM 2160-SCAN-RATE-TABLE THRU 2160-EXIT
001059 2165-EXIT.
001060     EXIT.
001061*
001061*===============================================================
001061 2170-SELECT-TIER.
001061*===============================================================
001061*    THE PRODUCT'S RATE SHEET IN FORCE ON CPI-WS-SCHED-DATE IS
001061*    THE LATEST EFFECTIVE DATE ON OR BEFORE IT; WITHIN THAT
001061*    SHEET THE TIER IS THE HIGHEST FLOOR AT OR BELOW
001061*    CPI-WS-TIER-BAL. ON A MISS THE CALLER'S RATE AND TIER ARE
001061*    LEFT AS THEY WERE.
001061     MOVE 'N' TO CPI-WS-TIER-HIT-SW.
001061     MOVE ZERO TO CPI-WS-TIER-EFF-DATE.
001061     PERFORM 2175-CHECK-TIER-DATE THRU 2175-EXIT
001061         VARYING CPI-TR-IDX FROM 1 BY 1
001061         UNTIL CPI-TR-IDX > CPI-WS-TIER-COUNT.
001061     IF CPI-WS-TIER-EFF-DATE = ZERO
001061         GO TO 2170-EXIT
001061     END-IF.
001061     MOVE ZERO TO CPI-WS-TIER-BEST-FLOOR.
001061     PERFORM 2177-CHECK-TIER-FLOOR THRU 2177-EXIT
001061         VARYING CPI-TR-IDX FROM 1 BY 1
001061         UNTIL CPI-TR-IDX > CPI-WS-TIER-COUNT.
001061 2170-EXIT.
001061     EXIT.
001061*
001061*===============================================================
001061 2175-CHECK-TIER-DATE.
001061*===============================================================
001061     IF CPI-TR-PRODUCT-CODE (CPI-TR-IDX) = CPI-IN-PRODUCT-CODE
001061             AND CPI-TR-EFF-DATE (CPI-TR-IDX)
001061                 <= CPI-WS-SCHED-DATE
001061             AND CPI-TR-EFF-DATE (CPI-TR-IDX)
001061                 > CPI-WS-TIER-EFF-DATE
001061         MOVE CPI-TR-EFF-DATE (CPI-TR-IDX)
001061             TO CPI-WS-TIER-EFF-DATE
001061     END-IF.
001061 2175-EXIT.
001061     EXIT.
001061*
001061*===============================================================
001061 2177-CHECK-TIER-FLOOR.
001061*===============================================================
001061     IF CPI-TR-PRODUCT-CODE (CPI-TR-IDX) = CPI-IN-PRODUCT-CODE
001061             AND CPI-TR-EFF-DATE (CPI-TR-IDX)
001061                 = CPI-WS-TIER-EFF-DATE
001061             AND CPI-TR-FLOOR (CPI-TR-IDX) <= CPI-WS-TIER-BAL
001061             AND CPI-TR-FLOOR (CPI-TR-IDX)
001061                 >= CPI-WS-TIER-BEST-FLOOR
001061         MOVE CPI-TR-FLOOR (CPI-TR-IDX) TO CPI-WS-TIER-BEST-FLOOR
001061         MOVE CPI-TR-TIER-NO (CPI-TR-IDX) TO CPI-WS-TIER-NO
001061         MOVE CPI-TR-RATE (CPI-TR-IDX) TO CPI-WS-YEAR-RATE
001061         MOVE 'Y' TO CPI-WS-TIER-HIT-SW
001061     END-IF.
001061 2177-EXIT.
001061     EXIT.
001061*
000970*===============================================================
000971 2090-PUT-STMT-LINE.
000972*===============================================================
001077 2370-EXIT.
001078     EXIT.
001079*
001079*===============================================================
001079 2380-WRITE-GL-POSTING.
001079*===============================================================
001079*    ONE BALANCED SET OF LINES PER ACCOUNT WITH INTEREST - DEBIT
001079*    INTEREST EXPENSE FOR THE GROSS, CREDIT CUSTOMER DEPOSITS
001079*    FOR THE NET, CREDIT WITHHOLDING PAYABLE FOR THE TAX. THE
001079*    FIGURES ARE THE ONES 2370-WRITE-CPI-HIST JUST RECORDED, SO
001079*    GL-RECON CAN PROVE ONE AGAINST THE OTHER. NO INTEREST MEANS
001079*    NOTHING TO POST.
001079     IF CPI-WS-CI = ZERO
001079         GO TO 2380-EXIT
001079     END-IF.
001079     IF CPI-WS-TAX-RATE > ZERO
001079         MOVE CPI-WS-TAX-AMT TO CPI-WS-GL-TAX
001079         MOVE CPI-WS-NET-INT TO CPI-WS-GL-NET
001079     ELSE
001079         MOVE ZERO      TO CPI-WS-GL-TAX
001079         MOVE CPI-WS-CI TO CPI-WS-GL-NET
001079     END-IF.
001079     MOVE CPI-IN-ACCOUNT-ID  TO CGL-REF-ID.
001079     MOVE RUNSTAMP-DATE      TO CGL-POST-DATE.
001079     MOVE CPI-WS-INTEXP-ACCT TO CGL-ACCOUNT-NO.
001079     MOVE 'DR'               TO CGL-DRCR-IND.
001079     MOVE CPI-WS-CI          TO CGL-AMOUNT.
001079     WRITE CPI-GL-REC FROM CPI-WS-GL-LINE.
001079     ADD 1 TO CPI-WS-GL-REC-COUNT.
001079     ADD CPI-WS-CI TO CPI-WS-GL-HASH-TOTAL.
001079     IF CPI-WS-GL-NET > ZERO
001079         MOVE CPI-WS-CUSTDEP-ACCT TO CGL-ACCOUNT-NO
001079         MOVE 'CR'                TO CGL-DRCR-IND
001079         MOVE CPI-WS-GL-NET       TO CGL-AMOUNT
001079         WRITE CPI-GL-REC FROM CPI-WS-GL-LINE
001079         ADD 1 TO CPI-WS-GL-REC-COUNT
001079         ADD CPI-WS-GL-NET TO CPI-WS-GL-HASH-TOTAL
001079     END-IF.
001079     IF CPI-WS-GL-TAX > ZERO
001079         MOVE CPI-WS-WHTPAY-ACCT  TO CGL-ACCOUNT-NO
001079         MOVE 'CR'                TO CGL-DRCR-IND
001079         MOVE CPI-WS-GL-TAX       TO CGL-AMOUNT
001079         WRITE CPI-GL-REC FROM CPI-WS-GL-LINE
001079         ADD 1 TO CPI-WS-GL-REC-COUNT
001079         ADD CPI-WS-GL-TAX TO CPI-WS-GL-HASH-TOTAL
001079     END-IF.
001079 2380-EXIT.
001079     EXIT.
001079*
001080*===============================================================
001060 3100-WRITE-TAX-TOTAL.
001061*===============================================================
000866     IF CPI-IN-PRINCIPAL NUMERIC
000867         ADD CPI-IN-PRINCIPAL TO CPI-WS-PRIN-HASH
000868     END-IF.
000868     IF CPI-IN-ESCHEATED
000868         ADD 1 TO CPI-WS-ESCHEAT-COUNT
000868         GO TO 2000-READ-NEXT
000868     END-IF.
000869     PERFORM 2040-VALIDATE-ACCOUNT THRU 2040-EXIT.
000862     IF CPI-WS-INVALID
000863         PERFORM 2045-WRITE-REJECT THRU 2045-EXIT
000921         PERFORM 2300-WRITE-COMPARE-LINE THRU 2300-EXIT
000922         PERFORM 2350-COMPUTE-WITHHOLDING THRU 2350-EXIT
000923         PERFORM 2370-WRITE-CPI-HIST THRU 2370-EXIT
000923         PERFORM 2380-WRITE-GL-POSTING THRU 2380-EXIT
000923         PERFORM 2400-CHECK-MATURITY THRU 2400-EXIT
000924         PERFORM 2260-CHECK-UNUSED-TXNS THRU 2260-EXIT
000876     END-IF.
001100         GO TO 2200-EXIT
001101     END-IF.
001099     PERFORM 2150-SELECT-YEAR-RATE THRU 2150-EXIT.
001099     MOVE ZERO TO CPI-WS-OPEN-TIER-NO.
001099     IF CPI-WS-TIER-NO > ZERO
001099         PERFORM 2220-COMPOUND-TIERED THRU 2220-EXIT
001099     ELSE
001100         COMPUTE CPI-WS-CLOSE-BAL ROUNDED =
001101             CPI-WS-OPEN-BAL *
001102             ( (1 + (CPI-WS-YEAR-RATE / CPI-WS-PERIODS-PER-YEAR)
001103                 / 100)
001104                 ** CPI-WS-PERIODS-PER-YEAR )
001104     END-IF.
001104     SUBTRACT CPI-WS-OPEN-BAL FROM CPI-WS-CLOSE-BAL
001105         GIVING CPI-WS-YEAR-INTEREST.
001106*    THE EXEMPTION IS ANNUAL - ONLY THE YEAR'S INTEREST ABOVE
001023     EXIT.
001024*
001024*===============================================================
001024 2220-COMPOUND-TIERED.
001024*===============================================================
001024*    A TIER-PRICED YEAR COMPOUNDS ONE PERIOD AT A TIME, EACH AT
001024*    THE RATE OF THE TIER THE BALANCE IS IN WHEN THE PERIOD
001024*    STARTS. THE OPENING TIER PRINTS ON THE YEAR LINE; A MOVE
001024*    TO ANOTHER TIER DURING THE YEAR PRINTS ITS OWN LINE.
001024     MOVE CPI-WS-TIER-NO   TO CPI-WS-OPEN-TIER-NO.
001024     MOVE CPI-WS-TIER-NO   TO CPI-WS-PREV-TIER-NO.
001024     MOVE CPI-WS-YEAR-RATE TO CPI-WS-OPEN-TIER-RATE.
001024     MOVE CPI-WS-OPEN-BAL  TO CPI-WS-PERIOD-BAL.
001024     PERFORM 2225-COMPOUND-ONE-PERIOD THRU 2225-EXIT
001024         VARYING CPI-WS-PERIOD FROM 1 BY 1
001024         UNTIL CPI-WS-PERIOD > CPI-WS-PERIODS-PER-YEAR.
001024     MOVE CPI-WS-PERIOD-BAL TO CPI-WS-CLOSE-BAL.
001024 2220-EXIT.
001024     EXIT.
001024*
001024*===============================================================
001024 2225-COMPOUND-ONE-PERIOD.
001024*===============================================================
001024     MOVE CPI-WS-PERIOD-BAL TO CPI-WS-TIER-BAL.
001024     PERFORM 2170-SELECT-TIER THRU 2170-EXIT.
001024     IF CPI-WS-TIER-NO NOT = CPI-WS-PREV-TIER-NO
001024         MOVE CPI-WS-YEAR       TO CTR-YEAR
001024         MOVE CPI-WS-PERIOD     TO CTR-PERIOD
001024         MOVE CPI-WS-TIER-NO    TO CTR-TIER-NO
001024         MOVE CPI-WS-YEAR-RATE  TO CTR-RATE
001024         MOVE CPI-WS-TIER-LINE  TO CPI-WS-SNAP-LINE
001024         PERFORM 2090-PUT-STMT-LINE THRU 2090-EXIT
001024         MOVE CPI-WS-TIER-NO    TO CPI-WS-PREV-TIER-NO
001024     END-IF.
001024     COMPUTE CPI-WS-PERIOD-INT ROUNDED =
001024         CPI-WS-PERIOD-BAL * CPI-WS-YEAR-RATE
001024             / CPI-WS-PERIODS-PER-YEAR / 100.
001024     ADD CPI-WS-PERIOD-INT TO CPI-WS-PERIOD-BAL.
001024 2225-EXIT.
001024     EXIT.
001024*
001024*===============================================================
001025 2250-APPLY-YEAR-TXNS.
001026*===============================================================
001027*    APPLIES THIS ACCOUNT'S MID-TERM TRANSACTIONS DATED IN THE
001029     MOVE CPI-IN-ACCOUNT-ID TO CYL-ACCOUNT-ID.
001030     MOVE CPI-WS-YEAR       TO CYL-YEAR.
001031     MOVE CPI-WS-YEAR-RATE  TO CYL-RATE.
001031     IF CPI-WS-OPEN-TIER-NO > ZERO
001031         MOVE CPI-WS-OPEN-TIER-RATE TO CYL-RATE
001031         MOVE "TIER "           TO CYL-TIER-LIT
001031         MOVE CPI-WS-OPEN-TIER-NO TO CYL-TIER-NO
001031     END-IF.
001031     MOVE CPI-WS-OPEN-BAL   TO CYL-OPEN-BAL.
001032     MOVE CPI-WS-YEAR-INTEREST TO CYL-INTEREST.
001033     MOVE CPI-WS-CLOSE-BAL  TO CYL-CLOSE-BAL.
001164     PERFORM 3100-WRITE-TAX-TOTAL THRU 3100-EXIT.
001165     CLOSE CPI-TAX-FILE.
001166     CLOSE CPI-HIST-FILE.
001166     MOVE CPI-WS-GL-REC-COUNT  TO CGT-REC-COUNT.
001166     MOVE CPI-WS-GL-HASH-TOTAL TO CGT-HASH-TOTAL.
001166     WRITE CPI-GL-REC FROM CPI-WS-GL-TRL.
001166     CLOSE CPI-GL-FILE.
001167     CLOSE CPI-SNAP-FILE.
001170     DISPLAY "HELLO: ACCOUNTS PROCESSED: " CPI-WS-ACCOUNT-COUNT.
001171     DISPLAY "HELLO: ACCOUNTS REJECTED: " CPI-WS-REJECT-COUNT.
001175         CPI-WS-TXN-APPLIED.
001176     DISPLAY "HELLO: ACCOUNTS CLOSED EARLY: "
001177         CPI-WS-CLOSED-COUNT.
001177     DISPLAY "HELLO: GL POSTING LINES:  " CPI-WS-GL-REC-COUNT.
001177     DISPLAY "HELLO: ESCHEATED SKIPPED: " CPI-WS-ESCHEAT-COUNT.
001171     PERFORM 3050-VERIFY-BATCH THRU 3050-EXIT.
001172     PERFORM 9200-WRITE-RUNBAL THRU 9200-EXIT.
001173     PERFORM 9000-WRITE-JOBSTAT THRU 9000-EXIT.
000896     MOVE 02              TO RBL-SEQ-NO.
000897     MOVE RUNSTAMP-DATE TO RBL-RUN-DATE.
000898     MOVE CPI-WS-READ-COUNT TO RBL-READ-COUNT.
000899*    AN ESCHEATED ACCOUNT IS ACCOUNTED FOR, NOT REJECTED, SO
000899*    READ STILL EQUALS PROCESSED PLUS REJECTED.
000899     COMPUTE RBL-PROCESSED-COUNT =
000899         CPI-WS-GOOD-COUNT + CPI-WS-ESCHEAT-COUNT.
000900     MOVE CPI-WS-REJECT-COUNT TO RBL-REJECT-COUNT.
000901     WRITE CPI-RUNBAL-REC.
000902     CLOSE CPI-RUNBAL-FILE.
