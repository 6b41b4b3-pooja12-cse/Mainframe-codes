000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CPI-MAINT.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   SAVINGS PRODUCTS DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. TRANSACTION-DRIVEN
000130*                    MAINTENANCE FOR HELLO'S DEPOSIT ACCOUNTS,
000140*                    THE WAY STUMF-MAINT MAINTAINS STUDENTS -
000150*                    ADD-ACCOUNT, CHANGE-CUSTOMER, CHANGE-
000160*                    ADDRESS AND CLOSE-ACCOUNT TRANSACTIONS
000170*                    REPLACE HAND EDITS OF CPI-PRIN-FILE AND
000180*                    CPI-CUST-FILE. EACH TRANSACTION IS
000190*                    VALIDATED (DUPLICATE ACCOUNT, MISSING
000200*                    CUSTOMER, PRINCIPAL/RATE/TERM THROUGH THE
000210*                    SHARED RANGE-CHECK LIMITS HELLO USES), EVERY
000220*                    APPLIED CHANGE WRITES A BEFORE/AFTER AUDIT
000230*                    RECORD AND A SECLOG ENTRY, AND THE EFFECT
000240*                    REPORT SHOWS EACH TRANSACTION'S DISPOSITION.
000250*                    BOTH FILES ARE WRITTEN AS NEW GENERATIONS
000260*                    (CUT OVER BY IDCAMS RENAME IN CPIMAINT.JCL)
000270*                    AND THE FEEDER TRAILER IS REBUILT FOR THE
000280*                    ACCOUNTS ACTUALLY WRITTEN, THE SAME WAY
000290*                    MATURITY-ROLL REBUILDS IT.
000291*   10/15/2026 RK    AN ADD-ACCOUNT TRANSACTION MAY CARRY A
000292*                    DEPOSIT PRODUCT CODE, BOOKED ON THE ACCOUNT
000293*                    SO HELLO AND MATURITY-ROLL PRICE IT FROM
000294*                    THE PRODUCT'S BALANCE TIERS.
000295*   10/15/2026 RK    AN ACCOUNT CPI-DORMANT HAS ESCHEATED TO THE
000296*                    STATE CANNOT BE CLOSED HERE - THE CLAIM GOES
000297*                    THROUGH THE STATE.
000300*---------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CMT-TXN-FILE     ASSIGN TO CPIMNTTX
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS CMT-WS-TXN-STATUS.
000400     SELECT CPI-PRIN-FILE    ASSIGN TO CPIPRIN
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS CMT-WS-PRIN-STATUS.
000430     SELECT CPI-CUST-FILE    ASSIGN TO CPICUST
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS CMT-WS-CUST-STATUS.
000460     SELECT CMT-PRIN-OUT     ASSIGN TO CPIPRINN
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT CMT-CUST-OUT     ASSIGN TO CPICUSTN
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT CMT-AUDIT-FILE   ASSIGN TO CPIMNTAU
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS CMT-WS-AUDIT-STATUS.
000530     SELECT CMT-RPT-FILE     ASSIGN TO CPIMNTRP
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550     SELECT CMT-SECLOG-FILE  ASSIGN TO CPISECLG
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CMT-WS-SECLOG-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610*    MAINTENANCE TRANSACTIONS. AN ADD CARRIES THE ACCOUNT TERMS
000620*    AND, FOR A NEW CUSTOMER, THE NAME AND ADDRESS; A CHANGE-
000630*    CUSTOMER CARRIES THE NEW NAME; A CHANGE-ADDRESS CARRIES THE
000640*    NEW ADDRESS (A BLANK FIELD KEEPS THE CURRENT VALUE); A
000650*    CLOSE NEEDS ONLY THE ACCOUNT ID.
000660 FD  CMT-TXN-FILE
000670     RECORD CONTAINS 100 CHARACTERS.
000680 01  CMT-TXN-REC.
000690     05  CMX-ACTION              PIC X(01).
000700         88  CMX-ADD             VALUE 'A'.
000710         88  CMX-CHG-CUST        VALUE 'N'.
000720         88  CMX-CHG-ADDR        VALUE 'M'.
000730         88  CMX-CLOSE           VALUE 'C'.
000740     05  CMX-ACCOUNT-ID          PIC X(10).
000750     05  CMX-PRINCIPAL           PIC 9(07)V99.
000760     05  CMX-RATE                PIC 9(02)V99.
000770     05  CMX-TERM                PIC 9(02).
000780     05  CMX-FREQ-CODE           PIC X(01).
000790     05  CMX-RENEW-FLAG          PIC X(01).
000800     05  CMX-NAME                PIC X(20).
000810     05  CMX-STREET              PIC X(20).
000820     05  CMX-CITY                PIC X(15).
000830     05  CMX-STATE               PIC X(02).
000840     05  CMX-ZIP                 PIC X(05).
000845     05  CMX-PRODUCT-CODE        PIC X(04).
000850     05  FILLER                  PIC X(06).
000860*
000870*    SAME 40-BYTE ACCOUNT RECORD AND CONTROL VIEWS HELLO READS.
000880 FD  CPI-PRIN-FILE
000890     RECORD CONTAINS 40 CHARACTERS.
000900 01  CPI-PRIN-REC                PIC X(40).
000910 01  CPI-PRIN-CTL-REC.
000920     05  CPC-REC-ID              PIC X(03).
000930         88  CPC-HEADER          VALUE '*H*'.
000940         88  CPC-TRAILER         VALUE '*T*'.
000950     05  FILLER                  PIC X(37).
000960*
000970 FD  CPI-CUST-FILE
000980     RECORD CONTAINS 80 CHARACTERS.
000990 01  CPI-CUST-REC                PIC X(80).
001000*
001010 FD  CMT-PRIN-OUT
001020     RECORD CONTAINS 40 CHARACTERS.
001030 01  CMT-PRIN-OUT-REC            PIC X(40).
001040*
001050 FD  CMT-CUST-OUT
001060     RECORD CONTAINS 80 CHARACTERS.
001070 01  CMT-CUST-OUT-REC            PIC X(80).
001080*
001090*    BEFORE/AFTER AUDIT TRAIL - ONE RECORD PER APPLIED CHANGE.
001100*    STATUS IS 'O' FOR AN OPEN ACCOUNT, 'C' FOR ONE CLOSED BY
001110*    THIS TRANSACTION, SPACE FOR NO ACCOUNT ON FILE.
001120 FD  CMT-AUDIT-FILE
001130     RECORD CONTAINS 190 CHARACTERS.
001140 01  CMT-AUDIT-REC.
001150     05  CMA-ACTION              PIC X(01).
001160     05  CMA-ACCOUNT-ID          PIC X(10).
001170     05  CMA-RUN-DATE            PIC 9(08).
001180     05  CMA-USERID              PIC X(08).
001190     05  CMA-OLD-STATUS          PIC X(01).
001200     05  CMA-OLD-NAME            PIC X(20).
001210     05  CMA-OLD-STREET          PIC X(20).
001220     05  CMA-OLD-CITY            PIC X(15).
001230     05  CMA-OLD-STATE           PIC X(02).
001240     05  CMA-OLD-ZIP             PIC X(05).
001250     05  CMA-OLD-PRINCIPAL       PIC 9(07)V99.
001260     05  CMA-OLD-RATE            PIC 9(02)V99.
001270     05  CMA-OLD-TERM            PIC 9(02).
001280     05  CMA-NEW-STATUS          PIC X(01).
001290     05  CMA-NEW-NAME            PIC X(20).
001300     05  CMA-NEW-STREET          PIC X(20).
001310     05  CMA-NEW-CITY            PIC X(15).
001320     05  CMA-NEW-STATE           PIC X(02).
001330     05  CMA-NEW-ZIP             PIC X(05).
001340     05  CMA-NEW-PRINCIPAL       PIC 9(07)V99.
001350     05  CMA-NEW-RATE            PIC 9(02)V99.
001360     05  CMA-NEW-TERM            PIC 9(02).
001370     05  FILLER                  PIC X(07).
001380*
001390 FD  CMT-RPT-FILE
001400     RECORD CONTAINS 80 CHARACTERS.
001410 01  CMT-RPT-REC                 PIC X(80).
001420*
001430 FD  CMT-SECLOG-FILE
001440     RECORD CONTAINS 80 CHARACTERS.
001450     COPY AUDITLOG REPLACING ==AUDITLOG-RECORD==
001460         BY ==CMT-SECLOG-REC==.
001470*
001480 WORKING-STORAGE SECTION.
001490 77  CMT-WS-EOF-SW               PIC X(01) VALUE 'N'.
001500     88  CMT-WS-EOF              VALUE 'Y'.
001510 77  CMT-WS-LOAD-EOF-SW          PIC X(01) VALUE 'N'.
001520     88  CMT-WS-LOAD-EOF         VALUE 'Y'.
001530 77  CMT-WS-STOP-SW              PIC X(01) VALUE 'N'.
001540     88  CMT-WS-STOP             VALUE 'Y'.
001550 77  CMT-WS-TXN-STATUS           PIC X(02) VALUE '00'.
001560 77  CMT-WS-PRIN-STATUS          PIC X(02) VALUE '00'.
001570 77  CMT-WS-CUST-STATUS          PIC X(02) VALUE '00'.
001580 77  CMT-WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
001590 77  CMT-WS-SECLOG-STATUS        PIC X(02) VALUE '00'.
001600 77  CMT-WS-TXN-COUNT            PIC 9(05) COMP VALUE ZERO.
001610 77  CMT-WS-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
001620 77  CMT-WS-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
001630 77  CMT-WS-ADDED-COUNT          PIC 9(05) COMP VALUE ZERO.
001640 77  CMT-WS-CLOSED-COUNT         PIC 9(05) COMP VALUE ZERO.
001650 77  CMT-WS-ACCT-FOUND-SW        PIC X(01).
001660     88  CMT-WS-ACCT-FOUND       VALUE 'Y'.
001670 77  CMT-WS-CUST-FOUND-SW        PIC X(01).
001680     88  CMT-WS-CUST-FOUND       VALUE 'Y'.
001690 77  CMT-WS-REJ-REASON           PIC X(35).
001700 77  CMT-WS-USERID               PIC X(08).
001710     COPY RUNSTAMP.
001720     COPY RGCPARM.
001730     COPY NUMUTIL.
001740*
001750*    THE FEEDER'S '*H*' HEADER IS CARRIED THROUGH AS READ; THE
001760*    '*T*' TRAILER IS REBUILT AT END OF RUN FOR THE ACCOUNTS
001770*    ACTUALLY WRITTEN. A FILE WITH NO TRAILER GETS NONE, AS IN
001780*    MATURITY-ROLL.
001790 77  CMT-WS-HDR-SEEN-SW          PIC X(01) VALUE 'N'.
001800     88  CMT-WS-HDR-SEEN         VALUE 'Y'.
001810 77  CMT-WS-TRL-SEEN-SW          PIC X(01) VALUE 'N'.
001820     88  CMT-WS-TRL-SEEN         VALUE 'Y'.
001830 01  CMT-WS-HDR-IMAGE            PIC X(40).
001840 77  CMT-WS-OUT-COUNT            PIC 9(07) VALUE ZERO.
001850 01  CMT-WS-OUT-HASH             PIC 9(11)V99 VALUE ZERO.
001860 01  CMT-WS-TRL-REC.
001870     05  CMT-TRL-REC-ID          PIC X(03) VALUE '*T*'.
001880     05  CMT-TRL-REC-COUNT       PIC 9(07).
001890     05  CMT-TRL-HASH-TOTAL      PIC 9(11)V99.
001900     05  FILLER                  PIC X(17) VALUE SPACES.
001910*
001920*    BOTH FILES ARE HELD IN FULL SO TRANSACTIONS CAN ARRIVE IN
001930*    ANY ORDER. A FILE LARGER THAN ITS TABLE STOPS THE RUN WITH
001940*    RC 16 BEFORE ANYTHING IS WRITTEN, SO THE RENAME STEP NEVER
001950*    CUTS OVER A SHORT FILE.
001960 77  CMT-WS-ACCT-COUNT           PIC 9(04) COMP VALUE ZERO.
001970 77  CMT-WS-ACCT-SUB             PIC 9(04) COMP VALUE ZERO.
001980 01  CMT-WS-ACCT-TABLE.
001990     05  CMT-AC-ENTRY OCCURS 2000 TIMES
002000                      INDEXED BY CMT-AC-IDX.
002010         10  CMT-AC-IMAGE        PIC X(40).
002020         10  CMT-AC-ACCOUNT-ID REDEFINES CMT-AC-IMAGE
002030                                 PIC X(10).
002040         10  CMT-AC-CLOSED-SW    PIC X(01).
002050             88  CMT-AC-CLOSED   VALUE 'Y'.
002060 77  CMT-WS-CUST-COUNT           PIC 9(04) COMP VALUE ZERO.
002070 77  CMT-WS-CUST-SUB             PIC 9(04) COMP VALUE ZERO.
002080 01  CMT-WS-CUST-TABLE.
002090     05  CMT-CU-ENTRY OCCURS 2000 TIMES
002100                      INDEXED BY CMT-CU-IDX.
002110         10  CMT-CU-IMAGE        PIC X(80).
002120         10  CMT-CU-ACCOUNT-ID REDEFINES CMT-CU-IMAGE
002130                                 PIC X(10).
002140*
002150*    WORKING VIEWS OF ONE ACCOUNT AND ONE CUSTOMER RECORD - THE
002160*    SAME LAYOUTS HELLO READS.
002170 01  CMT-WS-ACCT.
002180     05  CMW-ACCOUNT-ID          PIC X(10).
002190     05  CMW-PRINCIPAL           PIC 9(07)V99.
002200     05  CMW-RATE                PIC 9(02)V99.
002210     05  CMW-TERM                PIC 9(02).
002220     05  CMW-FREQ-CODE           PIC X(01).
002230     05  CMW-MATURITY-DATE       PIC 9(08).
002240     05  CMW-MAT-MDY REDEFINES CMW-MATURITY-DATE.
002250         10  CMW-MAT-YEAR        PIC 9(04).
002260         10  CMW-MAT-MONTH       PIC 9(02).
002270         10  CMW-MAT-DAY         PIC 9(02).
002280     05  CMW-RENEW-FLAG          PIC X(01).
002285     05  CMW-PRODUCT-CODE        PIC X(04).
002290     05  CMW-STATUS              PIC X(01).
002291         88  CMW-ESCHEATED       VALUE 'E'.
002300 01  CMT-WS-CUST.
002310     05  CMC-ACCOUNT-ID          PIC X(10).
002320     05  CMC-NAME                PIC X(20).
002330     05  CMC-STREET              PIC X(20).
002340     05  CMC-CITY                PIC X(15).
002350     05  CMC-STATE               PIC X(02).
002360     05  CMC-ZIP                 PIC X(05).
002370     05  FILLER                  PIC X(08).
002380*
002390 01  CMT-WS-COL-HDR.
002400     05  FILLER                  PIC X(80) VALUE
002410         "A ACCOUNT    NAME                 DISP      REASON".
002420*
002430 01  CMT-WS-RPT-LINE.
002440     05  CML-ACTION              PIC X(01).
002450     05  FILLER                  PIC X(01) VALUE SPACES.
002460     05  CML-ACCOUNT-ID          PIC X(10).
002470     05  FILLER                  PIC X(01) VALUE SPACES.
002480     05  CML-NAME                PIC X(20).
002490     05  FILLER                  PIC X(01) VALUE SPACES.
002500     05  CML-DISP                PIC X(08).
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  CML-REASON              PIC X(35).
002530     05  FILLER                  PIC X(01) VALUE SPACES.
002540*
002550 01  CMT-WS-FOOT-LINE.
002560     05  CMF-LABEL               PIC X(28).
002570     05  CMF-COUNT               PIC Z(4)9.
002580     05  FILLER                  PIC X(47) VALUE SPACES.
002590*
002600 PROCEDURE DIVISION.
002610*===============================================================
002620 0000-MAINLINE.
002630*===============================================================
002640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002650     IF CMT-WS-STOP
002660         CLOSE CMT-RPT-FILE
002670         MOVE 16 TO RETURN-CODE
002680         STOP RUN
002690     END-IF.
002700     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
002710         UNTIL CMT-WS-EOF.
002720     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002730     STOP RUN.
002740*
002750*===============================================================
002760 1000-INITIALIZE.
002770*===============================================================
002780     OPEN OUTPUT CMT-RPT-FILE.
002790     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
002800     ACCEPT RUNSTAMP-TIME FROM TIME.
002810     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
002820     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
002830     WRITE CMT-RPT-REC FROM RUNSTAMP-HEADER-LINE.
002840     WRITE CMT-RPT-REC FROM CMT-WS-COL-HDR.
002850     ACCEPT CMT-WS-USERID FROM ENVIRONMENT "USER".
002860     PERFORM 1100-LOAD-CUST-TABLE THRU 1100-EXIT.
002870     PERFORM 1200-LOAD-ACCT-TABLE THRU 1200-EXIT.
002880     IF CMT-WS-STOP
002890         GO TO 1000-EXIT
002900     END-IF.
002910     PERFORM 1300-OPEN-AUDIT THRU 1300-EXIT.
002920     PERFORM 1400-WRITE-SECLOG THRU 1400-EXIT.
002930     OPEN INPUT CMT-TXN-FILE.
002940     IF CMT-WS-TXN-STATUS NOT = '00'
002950         DISPLAY "CPI-MAINT: NO TRANSACTION FILE"
002960         MOVE 'Y' TO CMT-WS-EOF-SW
002970         GO TO 1000-EXIT
002980     END-IF.
002990     READ CMT-TXN-FILE
003000         AT END
003010             MOVE 'Y' TO CMT-WS-EOF-SW
003020     END-READ.
003030 1000-EXIT.
003040     EXIT.
003050*
003060*===============================================================
003070 1100-LOAD-CUST-TABLE.
003080*===============================================================
003090*    A MISSING CUSTOMER MASTER MEANS A NEW INSTALLATION - EVERY
003100*    ADD THEN HAS TO CARRY ITS CUSTOMER'S NAME AND ADDRESS.
003110     OPEN INPUT CPI-CUST-FILE.
003120     IF CMT-WS-CUST-STATUS NOT = '00'
003130         GO TO 1100-EXIT
003140     END-IF.
003150     MOVE 'N' TO CMT-WS-LOAD-EOF-SW.
003160     READ CPI-CUST-FILE
003170         AT END
003180             MOVE 'Y' TO CMT-WS-LOAD-EOF-SW
003190     END-READ.
003200     PERFORM 1110-LOAD-ONE-CUST THRU 1110-EXIT
003210         UNTIL CMT-WS-LOAD-EOF OR CMT-WS-STOP.
003220     CLOSE CPI-CUST-FILE.
003230 1100-EXIT.
003240     EXIT.
003250*
003260*===============================================================
003270 1110-LOAD-ONE-CUST.
003280*===============================================================
003290     IF CMT-WS-CUST-COUNT = 2000
003300         DISPLAY "CPI-MAINT: CUSTOMER FILE EXCEEDS 2000 "
003310             "RECORDS - RUN STOPPED, NOTHING WRITTEN"
003320         MOVE 'Y' TO CMT-WS-STOP-SW
003330         GO TO 1110-EXIT
003340     END-IF.
003350     ADD 1 TO CMT-WS-CUST-COUNT.
003360     MOVE CPI-CUST-REC TO CMT-CU-IMAGE (CMT-WS-CUST-COUNT).
003370     READ CPI-CUST-FILE
003380         AT END
003390             MOVE 'Y' TO CMT-WS-LOAD-EOF-SW
003400     END-READ.
003410 1110-EXIT.
003420     EXIT.
003430*
003440*===============================================================
003450 1200-LOAD-ACCT-TABLE.
003460*===============================================================
003470     OPEN INPUT CPI-PRIN-FILE.
003480     IF CMT-WS-PRIN-STATUS NOT = '00'
003490         GO TO 1200-EXIT
003500     END-IF.
003510     MOVE 'N' TO CMT-WS-LOAD-EOF-SW.
003520     READ CPI-PRIN-FILE
003530         AT END
003540             MOVE 'Y' TO CMT-WS-LOAD-EOF-SW
003550     END-READ.
003560     PERFORM 1210-LOAD-ONE-ACCT THRU 1210-EXIT
003570         UNTIL CMT-WS-LOAD-EOF OR CMT-WS-STOP.
003580     CLOSE CPI-PRIN-FILE.
003590 1200-EXIT.
003600     EXIT.
003610*
003620*===============================================================
003630 1210-LOAD-ONE-ACCT.
003640*===============================================================
003650     IF CPC-HEADER
003660         MOVE 'Y' TO CMT-WS-HDR-SEEN-SW
003670         MOVE CPI-PRIN-REC TO CMT-WS-HDR-IMAGE
003680         GO TO 1210-READ-NEXT
003690     END-IF.
003700     IF CPC-TRAILER
003710         MOVE 'Y' TO CMT-WS-TRL-SEEN-SW
003720         GO TO 1210-READ-NEXT
003730     END-IF.
003740     IF CMT-WS-ACCT-COUNT = 2000
003750         DISPLAY "CPI-MAINT: ACCOUNT FILE EXCEEDS 2000 "
003760             "RECORDS - RUN STOPPED, NOTHING WRITTEN"
003770         MOVE 'Y' TO CMT-WS-STOP-SW
003780         GO TO 1210-EXIT
003790     END-IF.
003800     ADD 1 TO CMT-WS-ACCT-COUNT.
003810     MOVE CPI-PRIN-REC TO CMT-AC-IMAGE (CMT-WS-ACCT-COUNT).
003820     MOVE 'N' TO CMT-AC-CLOSED-SW (CMT-WS-ACCT-COUNT).
003830 1210-READ-NEXT.
003840     READ CPI-PRIN-FILE
003850         AT END
003860             MOVE 'Y' TO CMT-WS-LOAD-EOF-SW
003870     END-READ.
003880 1210-EXIT.
003890     EXIT.
003900*
003910*===============================================================
003920 1300-OPEN-AUDIT.
003930*===============================================================
003940     OPEN EXTEND CMT-AUDIT-FILE.
003950     IF CMT-WS-AUDIT-STATUS NOT = '00'
003960         OPEN OUTPUT CMT-AUDIT-FILE
003970     END-IF.
003980 1300-EXIT.
003990     EXIT.
004000*
004010*===============================================================
004020 1400-WRITE-SECLOG.
004030*===============================================================
004040*    THE STARTUP RECORD SHOWS WHO RAN THE MAINTENANCE. THE LOG
004050*    STAYS OPEN SO EACH APPLIED TRANSACTION ADDS ITS OWN ENTRY.
004060     OPEN EXTEND CMT-SECLOG-FILE.
004070     IF CMT-WS-SECLOG-STATUS NOT = '00'
004080         OPEN OUTPUT CMT-SECLOG-FILE
004090     END-IF.
004100     MOVE SPACES          TO CMT-SECLOG-REC.
004110     MOVE CMT-WS-USERID   TO AUD-USERID.
004120     MOVE "CPIMAINT"      TO AUD-PROGRAM-ID.
004130     MOVE RUNSTAMP-DATE   TO AUD-RUN-DATE.
004140     MOVE RUNSTAMP-TIME   TO AUD-RUN-TIME.
004150     MOVE "DEPOSIT ACCOUNT MAINTENANCE RUN" TO AUD-KEY-INPUT.
004160     WRITE CMT-SECLOG-REC.
004170 1400-EXIT.
004180     EXIT.
004190*
004200*===============================================================
004210 2000-PROCESS-TXN.
004220*===============================================================
004230     ADD 1 TO CMT-WS-TXN-COUNT.
004240     MOVE SPACES TO CMT-WS-REJ-REASON.
004250     IF CMX-ACCOUNT-ID = SPACES
004260         MOVE "ACCOUNT ID MISSING" TO CMT-WS-REJ-REASON
004270         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004280         GO TO 2000-READ-NEXT
004290     END-IF.
004300     PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT.
004310     PERFORM 2150-FIND-CUSTOMER THRU 2150-EXIT.
004320     EVALUATE TRUE
004330         WHEN CMX-ADD
004340             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
004350         WHEN CMX-CHG-CUST
004360             PERFORM 2300-APPLY-CHG-CUST THRU 2300-EXIT
004370         WHEN CMX-CHG-ADDR
004380             PERFORM 2400-APPLY-CHG-ADDR THRU 2400-EXIT
004390         WHEN CMX-CLOSE
004400             PERFORM 2500-APPLY-CLOSE THRU 2500-EXIT
004410         WHEN OTHER
004420             MOVE "ACTION NOT A/N/M/C" TO CMT-WS-REJ-REASON
004430             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004440     END-EVALUATE.
004450 2000-READ-NEXT.
004460     READ CMT-TXN-FILE
004470         AT END
004480             MOVE 'Y' TO CMT-WS-EOF-SW
004490     END-READ.
004500 2000-EXIT.
004510     EXIT.
004520*
004530*===============================================================
004540 2100-FIND-ACCOUNT.
004550*===============================================================
004560*    AN ACCOUNT CLOSED EARLIER IN THIS RUN IS NO LONGER ON FILE.
004570     MOVE 'N' TO CMT-WS-ACCT-FOUND-SW.
004580     MOVE ZERO TO CMT-WS-ACCT-SUB.
004590     MOVE SPACES TO CMT-WS-ACCT.
004600     MOVE ZERO TO CMW-PRINCIPAL CMW-RATE CMW-TERM.
004610     PERFORM 2110-SCAN-ACCT THRU 2110-EXIT
004620         VARYING CMT-AC-IDX FROM 1 BY 1
004630         UNTIL CMT-AC-IDX > CMT-WS-ACCT-COUNT.
004640     IF CMT-WS-ACCT-FOUND
004650         MOVE CMT-AC-IMAGE (CMT-WS-ACCT-SUB) TO CMT-WS-ACCT
004660     END-IF.
004670 2100-EXIT.
004680     EXIT.
004690*
004700*===============================================================
004710 2110-SCAN-ACCT.
004720*===============================================================
004730     IF CMT-AC-ACCOUNT-ID (CMT-AC-IDX) = CMX-ACCOUNT-ID
004740             AND NOT CMT-AC-CLOSED (CMT-AC-IDX)
004750         MOVE 'Y' TO CMT-WS-ACCT-FOUND-SW
004760         SET CMT-WS-ACCT-SUB TO CMT-AC-IDX
004770         SET CMT-AC-IDX TO CMT-WS-ACCT-COUNT
004780     END-IF.
004790 2110-EXIT.
004800     EXIT.
004810*
004820*===============================================================
004830 2150-FIND-CUSTOMER.
004840*===============================================================
004850     MOVE 'N' TO CMT-WS-CUST-FOUND-SW.
004860     MOVE ZERO TO CMT-WS-CUST-SUB.
004870     MOVE SPACES TO CMT-WS-CUST.
004880     PERFORM 2160-SCAN-CUST THRU 2160-EXIT
004890         VARYING CMT-CU-IDX FROM 1 BY 1
004900         UNTIL CMT-CU-IDX > CMT-WS-CUST-COUNT.
004910     IF CMT-WS-CUST-FOUND
004920         MOVE CMT-CU-IMAGE (CMT-WS-CUST-SUB) TO CMT-WS-CUST
004930     END-IF.
004940 2150-EXIT.
004950     EXIT.
004960*
004970*===============================================================
004980 2160-SCAN-CUST.
004990*===============================================================
005000     IF CMT-CU-ACCOUNT-ID (CMT-CU-IDX) = CMX-ACCOUNT-ID
005010         MOVE 'Y' TO CMT-WS-CUST-FOUND-SW
005020         SET CMT-WS-CUST-SUB TO CMT-CU-IDX
005030         SET CMT-CU-IDX TO CMT-WS-CUST-COUNT
005040     END-IF.
005050 2160-EXIT.
005060     EXIT.
005070*
005080*===============================================================
005090 2200-APPLY-ADD.
005100*===============================================================
005110*    A NEW CD. THE TERMS ARE HELD TO THE SAME LIMITS HELLO'S
005120*    2040-VALIDATE-ACCOUNT APPLIES, SO AN ACCOUNT THIS PROGRAM
005130*    ADDS IS NEVER REJECTED BY THE NIGHTLY RUN. THE CUSTOMER
005140*    MUST ALREADY BE ON FILE OR COME WITH THE TRANSACTION. THE
005150*    FIRST TERM MATURES ON THE RUN DATE'S ANNIVERSARY.
005160     IF CMT-WS-ACCT-FOUND
005170         MOVE "ACCOUNT ALREADY ON FILE" TO CMT-WS-REJ-REASON
005180         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005190         GO TO 2200-EXIT
005200     END-IF.
005210     PERFORM 2210-VALIDATE-TERMS THRU 2210-EXIT.
005220     IF CMT-WS-REJ-REASON NOT = SPACES
005230         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005240         GO TO 2200-EXIT
005250     END-IF.
005260     IF NOT CMT-WS-CUST-FOUND
005270             AND CMX-NAME = SPACES
005280         MOVE "CUSTOMER MISSING - NO NAME ON ADD"
005290             TO CMT-WS-REJ-REASON
005300         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005310         GO TO 2200-EXIT
005320     END-IF.
005330     IF CMT-WS-ACCT-COUNT = 2000
005340             OR (NOT CMT-WS-CUST-FOUND
005350                 AND CMT-WS-CUST-COUNT = 2000)
005360         MOVE "ACCOUNT OR CUSTOMER TABLE FULL"
005365             TO CMT-WS-REJ-REASON
005370         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005380         GO TO 2200-EXIT
005390     END-IF.
005400     PERFORM 2600-SET-AUDIT-BEFORE THRU 2600-EXIT.
005410     MOVE SPACES            TO CMT-WS-ACCT.
005420     MOVE CMX-ACCOUNT-ID    TO CMW-ACCOUNT-ID.
005430     MOVE CMX-PRINCIPAL     TO CMW-PRINCIPAL.
005440     MOVE CMX-RATE          TO CMW-RATE.
005450     MOVE CMX-TERM          TO CMW-TERM.
005460     MOVE CMX-FREQ-CODE     TO CMW-FREQ-CODE.
005470     MOVE RUNSTAMP-DATE     TO CMW-MATURITY-DATE.
005480     ADD CMX-TERM           TO CMW-MAT-YEAR.
005490     PERFORM 2250-CLAMP-LEAP-DAY THRU 2250-EXIT.
005500     MOVE CMX-RENEW-FLAG    TO CMW-RENEW-FLAG.
005505     MOVE CMX-PRODUCT-CODE  TO CMW-PRODUCT-CODE.
005510     ADD 1 TO CMT-WS-ACCT-COUNT.
005520     MOVE CMT-WS-ACCT TO CMT-AC-IMAGE (CMT-WS-ACCT-COUNT).
005530     MOVE 'N' TO CMT-AC-CLOSED-SW (CMT-WS-ACCT-COUNT).
005540     IF NOT CMT-WS-CUST-FOUND
005550         MOVE SPACES         TO CMT-WS-CUST
005560         MOVE CMX-ACCOUNT-ID TO CMC-ACCOUNT-ID
005570         MOVE CMX-NAME       TO CMC-NAME
005580         MOVE CMX-STREET     TO CMC-STREET
005590         MOVE CMX-CITY       TO CMC-CITY
005600         MOVE CMX-STATE      TO CMC-STATE
005610         MOVE CMX-ZIP        TO CMC-ZIP
005620         ADD 1 TO CMT-WS-CUST-COUNT
005630         MOVE CMT-WS-CUST TO CMT-CU-IMAGE (CMT-WS-CUST-COUNT)
005640     END-IF.
005650     MOVE 'O' TO CMA-NEW-STATUS.
005660     PERFORM 2650-WRITE-AUDIT THRU 2650-EXIT.
005670     ADD 1 TO CMT-WS-ADDED-COUNT.
005680 2200-EXIT.
005690     EXIT.
005700*
005710*===============================================================
005720 2210-VALIDATE-TERMS.
005730*===============================================================
005740     IF CMX-PRINCIPAL NOT NUMERIC OR CMX-RATE NOT NUMERIC
005750             OR CMX-TERM NOT NUMERIC
005760         MOVE "PRINCIPAL/RATE/TERM NOT NUMERIC"
005770             TO CMT-WS-REJ-REASON
005780         GO TO 2210-EXIT
005790     END-IF.
005800     MOVE 0.01        TO RGC-PARM-MIN.
005810     MOVE 9999999.99  TO RGC-PARM-MAX.
005820     MOVE CMX-PRINCIPAL TO RGC-PARM-VALUE.
005830     CALL 'RANGE-CHECK' USING RGC-PARM-VALUE RGC-PARM-MIN
005840         RGC-PARM-MAX RGC-PARM-VALID-SW.
005850     IF RGC-PARM-INVALID
005860         MOVE "PRINCIPAL OUT OF RANGE" TO CMT-WS-REJ-REASON
005870         GO TO 2210-EXIT
005880     END-IF.
005890     MOVE 0.01        TO RGC-PARM-MIN.
005900     MOVE 99.99       TO RGC-PARM-MAX.
005910     MOVE CMX-RATE    TO RGC-PARM-VALUE.
005920     CALL 'RANGE-CHECK' USING RGC-PARM-VALUE RGC-PARM-MIN
005930         RGC-PARM-MAX RGC-PARM-VALID-SW.
005940     IF RGC-PARM-INVALID
005950         MOVE "RATE OUT OF RANGE" TO CMT-WS-REJ-REASON
005960         GO TO 2210-EXIT
005970     END-IF.
005980     MOVE 1           TO RGC-PARM-MIN.
005990     MOVE 99          TO RGC-PARM-MAX.
006000     MOVE CMX-TERM    TO RGC-PARM-VALUE.
006010     CALL 'RANGE-CHECK' USING RGC-PARM-VALUE RGC-PARM-MIN
006020         RGC-PARM-MAX RGC-PARM-VALID-SW.
006030     IF RGC-PARM-INVALID
006040         MOVE "TERM OUT OF RANGE" TO CMT-WS-REJ-REASON
006050         GO TO 2210-EXIT
006060     END-IF.
006070     IF CMX-RENEW-FLAG NOT = SPACE AND CMX-RENEW-FLAG NOT = 'N'
006080         MOVE "RENEW FLAG NOT BLANK OR N" TO CMT-WS-REJ-REASON
006090     END-IF.
006100 2210-EXIT.
006110     EXIT.
006120*
006130*===============================================================
006140 2250-CLAMP-LEAP-DAY.
006150*===============================================================
006160*    A 02/29 MATURITY IS ONLY VALID IN A LEAP YEAR. SAME
006170*    NUM-UTIL LEAP TEST MATURITY-ROLL USES.
006180     IF CMW-MAT-MONTH NOT = 02 OR CMW-MAT-DAY < 29
006190         GO TO 2250-EXIT
006200     END-IF.
006210     MOVE CMW-MAT-YEAR TO NUM-PARM-DIVIDEND.
006220     MOVE 4            TO NUM-PARM-DIVISOR.
006230     CALL 'NUM-UTIL' USING NUM-PARM-DIVIDEND NUM-PARM-DIVISOR
006240         NUM-PARM-RESULT-SW.
006250     IF NUM-PARM-NOT-DIVISIBLE
006260         MOVE 28 TO CMW-MAT-DAY
006270         GO TO 2250-EXIT
006280     END-IF.
006290     MOVE 100 TO NUM-PARM-DIVISOR.
006300     CALL 'NUM-UTIL' USING NUM-PARM-DIVIDEND NUM-PARM-DIVISOR
006310         NUM-PARM-RESULT-SW.
006320     IF NUM-PARM-NOT-DIVISIBLE
006330         GO TO 2250-EXIT
006340     END-IF.
006350     MOVE 400 TO NUM-PARM-DIVISOR.
006360     CALL 'NUM-UTIL' USING NUM-PARM-DIVIDEND NUM-PARM-DIVISOR
006370         NUM-PARM-RESULT-SW.
006380     IF NUM-PARM-NOT-DIVISIBLE
006390         MOVE 28 TO CMW-MAT-DAY
006400     END-IF.
006410 2250-EXIT.
006420     EXIT.
006430*
006440*===============================================================
006450 2300-APPLY-CHG-CUST.
006460*===============================================================
006470     IF NOT CMT-WS-CUST-FOUND
006480         MOVE "CUSTOMER NOT ON FILE" TO CMT-WS-REJ-REASON
006490         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
006500         GO TO 2300-EXIT
006510     END-IF.
006520     IF CMX-NAME = SPACES
006530         MOVE "NEW NAME MISSING" TO CMT-WS-REJ-REASON
006540         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
006550         GO TO 2300-EXIT
006560     END-IF.
006570     PERFORM 2600-SET-AUDIT-BEFORE THRU 2600-EXIT.
006580     MOVE CMX-NAME TO CMC-NAME.
006590     MOVE CMT-WS-CUST TO CMT-CU-IMAGE (CMT-WS-CUST-SUB).
006600     MOVE CMA-OLD-STATUS TO CMA-NEW-STATUS.
006610     PERFORM 2650-WRITE-AUDIT THRU 2650-EXIT.
006620 2300-EXIT.
006630     EXIT.
006640*
006650*===============================================================
006660 2400-APPLY-CHG-ADDR.
006670*===============================================================
006680*    A BLANK FIELD KEEPS THE CURRENT VALUE, SO A ZIP FIX NEED
006690*    NOT RE-KEY THE STREET.
006700     IF NOT CMT-WS-CUST-FOUND
006710         MOVE "CUSTOMER NOT ON FILE" TO CMT-WS-REJ-REASON
006720         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
006730         GO TO 2400-EXIT
006740     END-IF.
006750     IF CMX-STREET = SPACES AND CMX-CITY = SPACES
006760             AND CMX-STATE = SPACES AND CMX-ZIP = SPACES
006770         MOVE "NEW ADDRESS MISSING" TO CMT-WS-REJ-REASON
006780         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
006790         GO TO 2400-EXIT
006800     END-IF.
006810     PERFORM 2600-SET-AUDIT-BEFORE THRU 2600-EXIT.
006820     IF CMX-STREET NOT = SPACES
006830         MOVE CMX-STREET TO CMC-STREET
006840     END-IF.
006850     IF CMX-CITY NOT = SPACES
006860         MOVE CMX-CITY TO CMC-CITY
006870     END-IF.
006880     IF CMX-STATE NOT = SPACES
006890         MOVE CMX-STATE TO CMC-STATE
006900     END-IF.
006910     IF CMX-ZIP NOT = SPACES
006920         MOVE CMX-ZIP TO CMC-ZIP
006930     END-IF.
006940     MOVE CMT-WS-CUST TO CMT-CU-IMAGE (CMT-WS-CUST-SUB).
006950     MOVE CMA-OLD-STATUS TO CMA-NEW-STATUS.
006960     PERFORM 2650-WRITE-AUDIT THRU 2650-EXIT.
006970 2400-EXIT.
006980     EXIT.
006990*
007000*===============================================================
007010 2500-APPLY-CLOSE.
007020*===============================================================
007030*    THE ACCOUNT IS LEFT OFF THE NEW ACCOUNT FILE SO HELLO STOPS
007040*    CARRYING IT. THE CUSTOMER RECORD STAYS FOR THE YEAR'S
007050*    HISTORY AND TAX REPORTING.
007060     IF NOT CMT-WS-ACCT-FOUND
007070         MOVE "ACCOUNT NOT ON FILE" TO CMT-WS-REJ-REASON
007080         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
007090         GO TO 2500-EXIT
007100     END-IF.
007101     IF CMW-ESCHEATED
007102         MOVE "ACCOUNT ESCHEATED TO STATE" TO CMT-WS-REJ-REASON
007103         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
007104         GO TO 2500-EXIT
007105     END-IF.
007110     PERFORM 2600-SET-AUDIT-BEFORE THRU 2600-EXIT.
007120     MOVE 'Y' TO CMT-AC-CLOSED-SW (CMT-WS-ACCT-SUB).
007130     MOVE 'C' TO CMA-NEW-STATUS.
007140     PERFORM 2650-WRITE-AUDIT THRU 2650-EXIT.
007150     ADD 1 TO CMT-WS-CLOSED-COUNT.
007160 2500-EXIT.
007170     EXIT.
007180*
007190*===============================================================
007200 2600-SET-AUDIT-BEFORE.
007210*===============================================================
007220*    THE BEFORE IMAGE GOES INTO THE AUDIT RECORD BEFORE THE
007230*    WORKING VIEWS ARE CHANGED; 2650 ADDS THE AFTER IMAGE.
007240     MOVE SPACES            TO CMT-AUDIT-REC.
007250     MOVE CMX-ACTION        TO CMA-ACTION.
007260     MOVE CMX-ACCOUNT-ID    TO CMA-ACCOUNT-ID.
007270     MOVE RUNSTAMP-DATE     TO CMA-RUN-DATE.
007280     MOVE CMT-WS-USERID     TO CMA-USERID.
007290     IF CMT-WS-ACCT-FOUND
007300         MOVE 'O'           TO CMA-OLD-STATUS
007310     ELSE
007320         MOVE SPACE         TO CMA-OLD-STATUS
007330     END-IF.
007340     MOVE CMC-NAME          TO CMA-OLD-NAME.
007350     MOVE CMC-STREET        TO CMA-OLD-STREET.
007360     MOVE CMC-CITY          TO CMA-OLD-CITY.
007370     MOVE CMC-STATE         TO CMA-OLD-STATE.
007380     MOVE CMC-ZIP           TO CMA-OLD-ZIP.
007390     MOVE CMW-PRINCIPAL     TO CMA-OLD-PRINCIPAL.
007400     MOVE CMW-RATE          TO CMA-OLD-RATE.
007410     MOVE CMW-TERM          TO CMA-OLD-TERM.
007420 2600-EXIT.
007430     EXIT.
007440*
007450*===============================================================
007460 2650-WRITE-AUDIT.
007470*===============================================================
007480*    AFTER IMAGE, AUDIT RECORD, SECLOG ENTRY AND REPORT LINE FOR
007490*    AN APPLIED TRANSACTION. THE CALLER HAS SET CMA-NEW-STATUS.
007500     MOVE CMC-NAME          TO CMA-NEW-NAME.
007510     MOVE CMC-STREET        TO CMA-NEW-STREET.
007520     MOVE CMC-CITY          TO CMA-NEW-CITY.
007530     MOVE CMC-STATE         TO CMA-NEW-STATE.
007540     MOVE CMC-ZIP           TO CMA-NEW-ZIP.
007550     MOVE CMW-PRINCIPAL     TO CMA-NEW-PRINCIPAL.
007560     MOVE CMW-RATE          TO CMA-NEW-RATE.
007570     MOVE CMW-TERM          TO CMA-NEW-TERM.
007580     WRITE CMT-AUDIT-REC.
007590     MOVE SPACES            TO CMT-SECLOG-REC.
007600     MOVE CMT-WS-USERID     TO AUD-USERID.
007610     MOVE "CPIMAINT"        TO AUD-PROGRAM-ID.
007620     MOVE RUNSTAMP-DATE     TO AUD-RUN-DATE.
007630     MOVE RUNSTAMP-TIME     TO AUD-RUN-TIME.
007640     EVALUATE TRUE
007650         WHEN CMX-ADD
007660             STRING "ADD ACCOUNT " CMX-ACCOUNT-ID
007670                 DELIMITED BY SIZE INTO AUD-KEY-INPUT
007680         WHEN CMX-CHG-CUST
007690             STRING "CHANGE CUSTOMER " CMX-ACCOUNT-ID
007700                 DELIMITED BY SIZE INTO AUD-KEY-INPUT
007710         WHEN CMX-CHG-ADDR
007720             STRING "CHANGE ADDRESS " CMX-ACCOUNT-ID
007730                 DELIMITED BY SIZE INTO AUD-KEY-INPUT
007740         WHEN OTHER
007750             STRING "CLOSE ACCOUNT " CMX-ACCOUNT-ID
007760                 DELIMITED BY SIZE INTO AUD-KEY-INPUT
007770     END-EVALUATE.
007780     WRITE CMT-SECLOG-REC.
007790     MOVE SPACES            TO CMT-WS-RPT-LINE.
007800     MOVE CMX-ACTION        TO CML-ACTION.
007810     MOVE CMX-ACCOUNT-ID    TO CML-ACCOUNT-ID.
007820     MOVE CMC-NAME          TO CML-NAME.
007830     MOVE "APPLIED "        TO CML-DISP.
007840     WRITE CMT-RPT-REC FROM CMT-WS-RPT-LINE.
007850     ADD 1 TO CMT-WS-APPLIED-COUNT.
007860 2650-EXIT.
007870     EXIT.
007880*
007890*===============================================================
007900 2900-WRITE-REJECT.
007910*===============================================================
007920     MOVE SPACES            TO CMT-WS-RPT-LINE.
007930     MOVE CMX-ACTION        TO CML-ACTION.
007940     MOVE CMX-ACCOUNT-ID    TO CML-ACCOUNT-ID.
007950     IF CMX-NAME NOT = SPACES
007960         MOVE CMX-NAME      TO CML-NAME
007970     ELSE
007980         MOVE CMC-NAME      TO CML-NAME
007990     END-IF.
008000     MOVE "REJECTED"        TO CML-DISP.
008010     MOVE CMT-WS-REJ-REASON TO CML-REASON.
008020     WRITE CMT-RPT-REC FROM CMT-WS-RPT-LINE.
008030     ADD 1 TO CMT-WS-REJECT-COUNT.
008040 2900-EXIT.
008050     EXIT.
008060*
008070*===============================================================
008080 3000-TERMINATE.
008090*===============================================================
008100     IF CMT-WS-TXN-STATUS = '00'
008110         CLOSE CMT-TXN-FILE
008120     END-IF.
008130     CLOSE CMT-AUDIT-FILE.
008140     CLOSE CMT-SECLOG-FILE.
008150     PERFORM 3100-WRITE-NEW-ACCTS THRU 3100-EXIT.
008160     PERFORM 3200-WRITE-NEW-CUSTS THRU 3200-EXIT.
008170     MOVE "TRANSACTIONS READ:          " TO CMF-LABEL.
008180     MOVE CMT-WS-TXN-COUNT TO CMF-COUNT.
008190     WRITE CMT-RPT-REC FROM CMT-WS-FOOT-LINE.
008200     MOVE "TRANSACTIONS APPLIED:       " TO CMF-LABEL.
008210     MOVE CMT-WS-APPLIED-COUNT TO CMF-COUNT.
008220     WRITE CMT-RPT-REC FROM CMT-WS-FOOT-LINE.
008230     MOVE "TRANSACTIONS REJECTED:      " TO CMF-LABEL.
008240     MOVE CMT-WS-REJECT-COUNT TO CMF-COUNT.
008250     WRITE CMT-RPT-REC FROM CMT-WS-FOOT-LINE.
008260     MOVE "ACCOUNTS ADDED:             " TO CMF-LABEL.
008270     MOVE CMT-WS-ADDED-COUNT TO CMF-COUNT.
008280     WRITE CMT-RPT-REC FROM CMT-WS-FOOT-LINE.
008290     MOVE "ACCOUNTS CLOSED:            " TO CMF-LABEL.
008300     MOVE CMT-WS-CLOSED-COUNT TO CMF-COUNT.
008310     WRITE CMT-RPT-REC FROM CMT-WS-FOOT-LINE.
008320     MOVE "ACCOUNTS ON NEW FILE:       " TO CMF-LABEL.
008330     MOVE CMT-WS-OUT-COUNT TO CMF-COUNT.
008340     WRITE CMT-RPT-REC FROM CMT-WS-FOOT-LINE.
008350     CLOSE CMT-RPT-FILE.
008360     DISPLAY "CPI-MAINT: TRANSACTIONS READ:     "
008370         CMT-WS-TXN-COUNT.
008380     DISPLAY "CPI-MAINT: TRANSACTIONS APPLIED:  "
008390         CMT-WS-APPLIED-COUNT.
008400     DISPLAY "CPI-MAINT: TRANSACTIONS REJECTED: "
008410         CMT-WS-REJECT-COUNT.
008420 3000-EXIT.
008430     EXIT.
008440*
008450*===============================================================
008460 3100-WRITE-NEW-ACCTS.
008470*===============================================================
008480*    HEADER AS READ, EVERY ACCOUNT STILL OPEN, THEN THE TRAILER
008490*    REBUILT FOR WHAT WAS WRITTEN SO HELLO'S BATCH PROOF
008500*    BALANCES AFTER ADDS AND CLOSES.
008510     OPEN OUTPUT CMT-PRIN-OUT.
008520     IF CMT-WS-HDR-SEEN
008530         WRITE CMT-PRIN-OUT-REC FROM CMT-WS-HDR-IMAGE
008540     END-IF.
008550     PERFORM 3110-WRITE-ONE-ACCT THRU 3110-EXIT
008560         VARYING CMT-AC-IDX FROM 1 BY 1
008570         UNTIL CMT-AC-IDX > CMT-WS-ACCT-COUNT.
008580     IF CMT-WS-TRL-SEEN
008590         MOVE CMT-WS-OUT-COUNT TO CMT-TRL-REC-COUNT
008600         MOVE CMT-WS-OUT-HASH  TO CMT-TRL-HASH-TOTAL
008610         WRITE CMT-PRIN-OUT-REC FROM CMT-WS-TRL-REC
008620     END-IF.
008630     CLOSE CMT-PRIN-OUT.
008640 3100-EXIT.
008650     EXIT.
008660*
008670*===============================================================
008680 3110-WRITE-ONE-ACCT.
008690*===============================================================
008700     IF CMT-AC-CLOSED (CMT-AC-IDX)
008710         GO TO 3110-EXIT
008720     END-IF.
008730     MOVE CMT-AC-IMAGE (CMT-AC-IDX) TO CMT-WS-ACCT.
008740     WRITE CMT-PRIN-OUT-REC FROM CMT-WS-ACCT.
008750     ADD 1 TO CMT-WS-OUT-COUNT.
008760     IF CMW-PRINCIPAL NUMERIC
008770         ADD CMW-PRINCIPAL TO CMT-WS-OUT-HASH
008780     END-IF.
008790 3110-EXIT.
008800     EXIT.
008810*
008820*===============================================================
008830 3200-WRITE-NEW-CUSTS.
008840*===============================================================
008850     OPEN OUTPUT CMT-CUST-OUT.
008860     PERFORM 3210-WRITE-ONE-CUST THRU 3210-EXIT
008870         VARYING CMT-CU-IDX FROM 1 BY 1
008880         UNTIL CMT-CU-IDX > CMT-WS-CUST-COUNT.
008890     CLOSE CMT-CUST-OUT.
008900 3200-EXIT.
008910     EXIT.
008920*
008930*===============================================================
008940 3210-WRITE-ONE-CUST.
008950*===============================================================
008960     WRITE CMT-CUST-OUT-REC FROM CMT-CU-IMAGE (CMT-CU-IDX).
008970 3210-EXIT.
008980     EXIT.
