000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CTL-MAINT.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   CENTRAL DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. MAKER-CHECKER MAINTENANCE
000130*                    FOR THE CTLPARM CONTROL FILES, WHICH UNTIL
000140*                    NOW WERE CHANGED BY EDITING THE DATASETS.
000150*                    ONE USER KEYS A PROPOSED ADD, CHANGE OR
000160*                    DELETE OF A PARM CODE ON A NAMED CONTROL
000170*                    FILE; A DIFFERENT USER APPROVES OR REJECTS
000180*                    IT. BOTH MUST BE ON ONLAUTH FOR PROGRAM
000190*                    CTLMAINT (FUNCTION P TO PROPOSE, A TO
000200*                    APPROVE OR REJECT, * FOR BOTH). AN APPROVED
000210*                    CHANGE IS STAGED ON THE CTLPROP QUEUE FOR
000220*                    ITS EFFECTIVE BUSINESS DATE AND CTL-APPLY
000230*                    PUTS IT ON THE CONTROL FILE FROM THAT DATE.
000240*                    A PROPOSAL NOT DECIDED WITHIN PENDDAYS DAYS
000250*                    (CTMCTL, DEFAULT 5), OR BY ITS EFFECTIVE
000260*                    DATE IF SOONER, EXPIRES. EVERY PROPOSAL,
000270*                    APPROVAL, REJECTION, WITHDRAWAL, EXPIRY,
000280*                    REFUSAL AND APPLY GOES ON THE CTMAUDIT
000290*                    TRAIL. THE QUEUE IS WRITTEN AS A NEW
000300*                    GENERATION AND CUT OVER BY IDCAMS RENAME IN
000310*                    CTLMAINT.JCL AND CTLAPPLY.JCL.
000312*   10/15/2026 RK    ARCCTL (ACCESS-RECERT IDLE-DAYS LIMIT) ADDED
000314*                    TO THE FILES MAINTAINED THROUGH THE QUEUE.
000320*---------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CTM-TXN-FILE     ASSIGN TO CTMTXN
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS CTM-WS-TXN-STATUS.
000420     SELECT CTM-QUEUE-FILE   ASSIGN TO CTMQUEUE
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS CTM-WS-QUEUE-STATUS.
000450     SELECT CTM-QUEUE-OUT    ASSIGN TO CTMQNEW
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT CTM-APLOG-FILE   ASSIGN TO CTMAPLOG
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS CTM-WS-APLOG-STATUS.
000500     SELECT CTM-AUTH-FILE    ASSIGN TO ONLAUTH
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS CTM-WS-AUTH-STATUS.
000530     SELECT CTM-CTL-FILE     ASSIGN TO CTMCTL
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS CTM-WS-CTL-STATUS.
000560     SELECT CTM-DATE-FILE    ASSIGN TO CTMDATE
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS CTM-WS-DATE-STATUS.
000590     SELECT CTM-AUDIT-FILE   ASSIGN TO CTMAUDIT
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS CTM-WS-AUDIT-STATUS.
000620     SELECT CTM-RPT-FILE     ASSIGN TO CTMRPT
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640     SELECT CTM-SECLOG-FILE  ASSIGN TO CTMSECLG
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS CTM-WS-SECLOG-STATUS.
000670*
000680 DATA DIVISION.
000690 FILE SECTION.
000700*    MAINTENANCE TRANSACTIONS. THE USER IS THE ONE RUNNING THE
000710*    JOB, NEVER A FIELD ON THE CARD.
000720*      P - PROPOSE: CONTROL FILE, A/C/D, PARM CODE, VALUE (NOT ON
000730*          A DELETE), EFFECTIVE DATE (BLANK = THE BUSINESS DATE)
000740*          AND THE REASON FOR THE CHANGE.
000750*      A - APPROVE: PROPOSAL ID. A CONTROL FILE OR PARM CODE
000760*          KEYED WITH IT MUST MATCH THE PROPOSAL.
000770*      R - REJECT: PROPOSAL ID AND REASON. KEYED BY THE MAKER IT
000780*          WITHDRAWS THE PROPOSAL INSTEAD.
000790 FD  CTM-TXN-FILE
000800     RECORD CONTAINS 80 CHARACTERS.
000810 01  CTM-TXN-REC.
000820     05  CTX-ACTION              PIC X(01).
000830         88  CTX-PROPOSE         VALUE 'P'.
000840         88  CTX-APPROVE         VALUE 'A'.
000850         88  CTX-REJECT          VALUE 'R'.
000860     05  CTX-PROP-ID             PIC X(12).
000870     05  CTX-CTL-FILE            PIC X(08).
000880     05  CTX-CHG-TYPE            PIC X(01).
000890     05  CTX-PARM-CODE           PIC X(08).
000900     05  CTX-VALUE-X             PIC X(07).
000910     05  CTX-VALUE REDEFINES CTX-VALUE-X
000920                                 PIC 9(05)V99.
000930     05  CTX-EFF-DATE-X          PIC X(08).
000940     05  CTX-EFF-DATE REDEFINES CTX-EFF-DATE-X
000950                                 PIC 9(08).
000960     05  CTX-REASON              PIC X(20).
000970     05  FILLER                  PIC X(15).
000980*
000990 FD  CTM-QUEUE-FILE
001000     RECORD CONTAINS 100 CHARACTERS.
001010 01  CTM-QUEUE-REC               PIC X(100).
001020*
001030 FD  CTM-QUEUE-OUT
001040     RECORD CONTAINS 100 CHARACTERS.
001050 01  CTM-QUEUE-OUT-REC           PIC X(100).
001060*
001070 FD  CTM-APLOG-FILE
001080     RECORD CONTAINS 80 CHARACTERS.
001090     COPY CTLAPLOG.
001100*
001110*    SAME AUTHORIZED-USER FILE THE ONLINE PROGRAMS CHECK.
001120 FD  CTM-AUTH-FILE
001130     RECORD CONTAINS 20 CHARACTERS.
001140 01  CTM-AUTH-REC.
001150     05  OAU-USERID              PIC X(08).
001160     05  OAU-PROGRAM-ID          PIC X(08).
001170     05  OAU-FUNCTION            PIC X(01).
001180     05  FILLER                  PIC X(03).
001190*
001200 FD  CTM-CTL-FILE
001210     RECORD CONTAINS 20 CHARACTERS.
001220     COPY CTLPARM REPLACING ==CTLPARM-RECORD==
001230         BY ==CTM-CTL-REC==.
001240*
001250 FD  CTM-DATE-FILE
001260     RECORD CONTAINS 8 CHARACTERS.
001270 01  CTM-DATE-REC                PIC 9(08).
001280*
001290*    MAKER-CHECKER AUDIT TRAIL - ONE RECORD PER PROPOSAL,
001300*    DECISION, EXPIRY, APPLY OR REFUSED TRANSACTION.
001310*      P PROPOSED   A APPROVED (STAGED)   R REJECTED
001320*      W WITHDRAWN  X EXPIRED             D APPLIED
001330*      F APPLY FAILED                     N TRANSACTION REFUSED
001340 FD  CTM-AUDIT-FILE
001350     RECORD CONTAINS 100 CHARACTERS.
001360 01  CTM-AUDIT-REC.
001370     05  CMA-ACTION              PIC X(01).
001380     05  CMA-PROP-ID             PIC X(12).
001390     05  CMA-CTL-FILE            PIC X(08).
001400     05  CMA-CHG-TYPE            PIC X(01).
001410     05  CMA-PARM-CODE           PIC X(08).
001420     05  CMA-PARM-VALUE          PIC 9(05)V99.
001430     05  CMA-EFF-DATE            PIC 9(08).
001440     05  CMA-USERID              PIC X(08).
001450     05  CMA-RUN-DATE            PIC 9(08).
001460     05  CMA-RUN-TIME            PIC 9(08).
001470     05  CMA-REASON              PIC X(30).
001480     05  FILLER                  PIC X(01).
001490*
001500 FD  CTM-RPT-FILE
001510     RECORD CONTAINS 80 CHARACTERS.
001520 01  CTM-RPT-REC                 PIC X(80).
001530*
001540 FD  CTM-SECLOG-FILE
001550     RECORD CONTAINS 80 CHARACTERS.
001560     COPY AUDITLOG REPLACING ==AUDITLOG-RECORD==
001570         BY ==CTM-SECLOG-REC==.
001580*
001590 WORKING-STORAGE SECTION.
001600 77  CTM-WS-EOF-SW               PIC X(01) VALUE 'N'.
001610     88  CTM-WS-EOF              VALUE 'Y'.
001620 77  CTM-WS-LOAD-EOF-SW          PIC X(01) VALUE 'N'.
001630     88  CTM-WS-LOAD-EOF         VALUE 'Y'.
001640 77  CTM-WS-STOP-SW              PIC X(01) VALUE 'N'.
001650     88  CTM-WS-STOP             VALUE 'Y'.
001660 77  CTM-WS-TXN-STATUS           PIC X(02) VALUE '00'.
001670 77  CTM-WS-QUEUE-STATUS         PIC X(02) VALUE '00'.
001680 77  CTM-WS-APLOG-STATUS         PIC X(02) VALUE '00'.
001690 77  CTM-WS-AUTH-STATUS          PIC X(02) VALUE '00'.
001700 77  CTM-WS-CTL-STATUS           PIC X(02) VALUE '00'.
001710 77  CTM-WS-DATE-STATUS          PIC X(02) VALUE '00'.
001720 77  CTM-WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
001730 77  CTM-WS-SECLOG-STATUS        PIC X(02) VALUE '00'.
001740 77  CTM-WS-TXN-COUNT            PIC 9(05) COMP VALUE ZERO.
001750 77  CTM-WS-PROPOSED-COUNT       PIC 9(05) COMP VALUE ZERO.
001760 77  CTM-WS-APPROVED-COUNT       PIC 9(05) COMP VALUE ZERO.
001770 77  CTM-WS-REJECTED-COUNT       PIC 9(05) COMP VALUE ZERO.
001780 77  CTM-WS-WITHDRAWN-COUNT      PIC 9(05) COMP VALUE ZERO.
001790 77  CTM-WS-EXPIRED-COUNT        PIC 9(05) COMP VALUE ZERO.
001800 77  CTM-WS-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
001810 77  CTM-WS-FAILED-COUNT         PIC 9(05) COMP VALUE ZERO.
001820 77  CTM-WS-REFUSED-COUNT        PIC 9(05) COMP VALUE ZERO.
001830 77  CTM-WS-PURGED-COUNT         PIC 9(05) COMP VALUE ZERO.
001840 77  CTM-WS-OPEN-COUNT           PIC 9(05) COMP VALUE ZERO.
001850 77  CTM-WS-OUT-COUNT            PIC 9(05) COMP VALUE ZERO.
001860 77  CTM-WS-PROP-FOUND-SW        PIC X(01).
001870     88  CTM-WS-PROP-FOUND       VALUE 'Y'.
001880 77  CTM-WS-OPEN-FOUND-SW        PIC X(01).
001890     88  CTM-WS-OPEN-FOUND       VALUE 'Y'.
001900 77  CTM-WS-AUTH-OK-SW           PIC X(01).
001910     88  CTM-WS-AUTH-OK          VALUE 'Y'.
001920 77  CTM-WS-PAST-CUTOFF-SW       PIC X(01).
001930     88  CTM-WS-PAST-CUTOFF      VALUE 'Y'.
001940 77  CTM-WS-CHECK-FUNC           PIC X(01).
001950 77  CTM-WS-REJ-REASON           PIC X(30).
001960 77  CTM-WS-DISP                 PIC X(09).
001970 77  CTM-WS-AUDIT-ACTION         PIC X(01).
001980 77  CTM-WS-USERID               PIC X(08).
001990 77  CTM-WS-BUS-DATE             PIC 9(08) VALUE ZERO.
002000 77  CTM-WS-BUS-SERIAL           PIC 9(07) COMP VALUE ZERO.
002010 77  CTM-WS-AGE-DAYS             PIC S9(07) COMP VALUE ZERO.
002020 77  CTM-WS-NEXT-SEQ             PIC 9(04) VALUE ZERO.
002030 77  CTM-WS-FIND-ID              PIC X(12).
002040 77  CTM-WS-TXN-OPEN-SW          PIC X(01) VALUE 'N'.
002050     88  CTM-WS-TXN-OPEN         VALUE 'Y'.
002060     COPY RUNSTAMP.
002070     COPY NUMUTIL.
002080*
002090*    CTMCTL PARMS. PENDDAYS - DAYS A PROPOSAL MAY WAIT FOR A
002100*    DECISION. KEEPDAYS - DAYS A CLOSED PROPOSAL STAYS ON THE
002110*    QUEUE BEFORE IT IS DROPPED (THE AUDIT TRAIL KEEPS IT FOR
002120*    GOOD). A VALUE OUTSIDE 1-999 IS IGNORED.
002130 77  CTM-WS-PEND-DAYS            PIC 9(03) VALUE 5.
002140 77  CTM-WS-KEEP-DAYS            PIC 9(03) VALUE 90.
002150*
002160*    THE CONTROL FILES MAINTAINED THROUGH THE QUEUE - ONE
002170*    CTLAPPLY.JCL STEP EACH: ARCCTL, CPICTL, DRMCTL, DVLCTL,
002172*    EXCCTL, FIBCTL, GRACTL, LGNCTL, OPSCTL, PAYCTL, RSVCTL,
002174*    SIMCTL AND SRVCTL. TMKCTL IS NOT HERE: IT HOLDS THE
002180*    TEST-MASK KEY, WHICH NO ONE SHOULD SEE ON A QUEUE LISTING.
002190 01  CTM-WS-FILE-LIST.
002200     05  FILLER                  PIC X(40) VALUE
002210         "ARCCTL  CPICTL  DRMCTL  DVLCTL  EXCCTL  ".
002220     05  FILLER                  PIC X(40) VALUE
002230         "FIBCTL  GRACTL  LGNCTL  OPSCTL  PAYCTL  ".
002232     05  FILLER                  PIC X(24) VALUE
002234         "RSVCTL  SIMCTL  SRVCTL  ".
002240 01  CTM-WS-FILE-TABLE REDEFINES CTM-WS-FILE-LIST.
002250     05  CTM-FL-NAME             PIC X(08) OCCURS 13 TIMES
002260                                 INDEXED BY CTM-FL-IDX.
002270*
002280*    AUTHORIZED-USER TABLE FROM ONLAUTH. UNLIKE THE ONLINE
002290*    PROGRAMS, AN ABSENT OR EMPTY FILE LEAVES NO ONE AUTHORIZED -
002300*    A CONTROL-FILE CHANGE MUST NEVER GO THROUGH UNCHECKED.
002310 77  CTM-WS-AUTH-COUNT           PIC 9(03) COMP VALUE ZERO.
002320 01  CTM-WS-AUTH-TABLE.
002330     05  CTM-AU-ENTRY OCCURS 100 TIMES
002340                      INDEXED BY CTM-AU-IDX.
002350         10  CTM-AU-USERID       PIC X(08).
002360         10  CTM-AU-PROGRAM-ID   PIC X(08).
002370         10  CTM-AU-FUNCTION     PIC X(01).
002380*
002390*    THE WHOLE QUEUE IS HELD SO DECISIONS CAN ARRIVE IN ANY
002400*    ORDER. A QUEUE LARGER THAN THE TABLE STOPS THE RUN WITH
002410*    RC 16 BEFORE ANYTHING IS WRITTEN, SO THE RENAME STEP NEVER
002420*    CUTS OVER A SHORT QUEUE.
002430 77  CTM-WS-QUEUE-COUNT          PIC 9(04) COMP VALUE ZERO.
002440 77  CTM-WS-QUEUE-SUB            PIC 9(04) COMP VALUE ZERO.
002450 01  CTM-WS-QUEUE-TABLE.
002460     05  CTM-QU-ENTRY OCCURS 999 TIMES
002470                      INDEXED BY CTM-QU-IDX.
002480         10  CTM-QU-IMAGE        PIC X(100).
002490*
002500*    WORKING VIEW OF ONE PROPOSAL.
002510     COPY CTLPROP REPLACING ==CTLPROP-RECORD==
002520         BY ==CTM-WS-PROP==.
002530*
002540*    SERIAL-DAY CONVERSION - SAME SHAPE AS ALERT-ESCALATE'S
002550*    2900-DATE-TO-SERIAL. ONLY DIFFERENCES ARE EVER USED.
002560 01  CTM-WS-SER-DATE             PIC 9(08).
002570 01  CTM-WS-SER-DATE-YMD REDEFINES CTM-WS-SER-DATE.
002580     05  CTM-SER-YEAR            PIC 9(04).
002590     05  CTM-SER-MONTH           PIC 9(02).
002600     05  CTM-SER-DAY             PIC 9(02).
002610 77  CTM-WS-SER-M                PIC 9(04) COMP VALUE ZERO.
002620 77  CTM-WS-SER-Y                PIC 9(04) COMP VALUE ZERO.
002630 77  CTM-WS-SERIAL               PIC 9(07) COMP VALUE ZERO.
002640 77  CTM-WS-DAYS-IN-MON          PIC 9(02) COMP VALUE ZERO.
002650*
002660 01  CTM-WS-TITLE-LINE.
002670     05  FILLER                  PIC X(36) VALUE
002680         "CONTROL PARM MAINTENANCE  BUS DATE: ".
002690     05  CTT-BUS-DATE            PIC 9(08).
002700     05  FILLER                  PIC X(07) VALUE "  USER ".
002710     05  CTT-USERID              PIC X(08).
002720     05  FILLER                  PIC X(21) VALUE SPACES.
002730*
002740 01  CTM-WS-COL-HDR.
002750     05  FILLER                  PIC X(45) VALUE
002760         "A PROPOSAL ID  CTL FILE T PARM     DISP      ".
002770     05  FILLER                  PIC X(35) VALUE
002780         "REASON".
002790*
002800 01  CTM-WS-RPT-LINE.
002810     05  CTR-ACTION              PIC X(01).
002820     05  FILLER                  PIC X(01) VALUE SPACES.
002830     05  CTR-PROP-ID             PIC X(12).
002840     05  FILLER                  PIC X(01) VALUE SPACES.
002850     05  CTR-CTL-FILE            PIC X(08).
002860     05  FILLER                  PIC X(01) VALUE SPACES.
002870     05  CTR-CHG-TYPE            PIC X(01).
002880     05  FILLER                  PIC X(01) VALUE SPACES.
002890     05  CTR-PARM-CODE           PIC X(08).
002900     05  FILLER                  PIC X(01) VALUE SPACES.
002910     05  CTR-DISP                PIC X(09).
002920     05  FILLER                  PIC X(01) VALUE SPACES.
002930     05  CTR-REASON              PIC X(30).
002940     05  FILLER                  PIC X(05) VALUE SPACES.
002950*
002960 01  CTM-WS-OPEN-HDR-1.
002970     05  FILLER                  PIC X(80) VALUE
002980         "OPEN PROPOSALS AFTER THIS RUN".
002990*
003000 01  CTM-WS-OPEN-HDR-2.
003010     05  FILLER                  PIC X(44) VALUE
003020         "PROPOSAL ID  S CTL FILE T PARM        VALUE ".
003030     05  FILLER                  PIC X(36) VALUE
003040         "EFFECTIV MAKER    CHECKER".
003050*
003060 01  CTM-WS-OPEN-LINE.
003070     05  CTO-PROP-ID             PIC X(12).
003080     05  FILLER                  PIC X(01) VALUE SPACES.
003090     05  CTO-STATUS              PIC X(01).
003100     05  FILLER                  PIC X(01) VALUE SPACES.
003110     05  CTO-CTL-FILE            PIC X(08).
003120     05  FILLER                  PIC X(01) VALUE SPACES.
003130     05  CTO-CHG-TYPE            PIC X(01).
003140     05  FILLER                  PIC X(01) VALUE SPACES.
003150     05  CTO-PARM-CODE           PIC X(08).
003160     05  FILLER                  PIC X(01) VALUE SPACES.
003170     05  CTO-PARM-VALUE          PIC ZZZZ9.99.
003180     05  FILLER                  PIC X(01) VALUE SPACES.
003190     05  CTO-EFF-DATE            PIC 9(08).
003200     05  FILLER                  PIC X(01) VALUE SPACES.
003210     05  CTO-MAKER               PIC X(08).
003220     05  FILLER                  PIC X(01) VALUE SPACES.
003230     05  CTO-CHECKER             PIC X(08).
003240     05  FILLER                  PIC X(10) VALUE SPACES.
003250*
003260 01  CTM-WS-FOOT-LINE.
003270     05  CTF-LABEL               PIC X(28).
003280     05  CTF-COUNT               PIC Z(4)9.
003290     05  FILLER                  PIC X(47) VALUE SPACES.
003300*
003310 PROCEDURE DIVISION.
003320*===============================================================
003330 0000-MAINLINE.
003340*===============================================================
003350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003360     IF CTM-WS-STOP
003370         CLOSE CTM-RPT-FILE
003380         MOVE 16 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
003420         UNTIL CTM-WS-EOF.
003430     PERFORM 3000-TERMINATE THRU 3000-EXIT.
003440     STOP RUN.
003450*
003460*===============================================================
003470 1000-INITIALIZE.
003480*===============================================================
003490     OPEN OUTPUT CTM-RPT-FILE.
003500     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
003510     ACCEPT RUNSTAMP-TIME FROM TIME.
003520     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
003530     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
003540     WRITE CTM-RPT-REC FROM RUNSTAMP-HEADER-LINE.
003550     ACCEPT CTM-WS-USERID FROM ENVIRONMENT "USER".
003560     PERFORM 1100-LOAD-PARMS THRU 1100-EXIT.
003570     PERFORM 1200-GET-BUSINESS-DATE THRU 1200-EXIT.
003580     MOVE CTM-WS-BUS-DATE TO CTT-BUS-DATE.
003590     MOVE CTM-WS-USERID   TO CTT-USERID.
003600     WRITE CTM-RPT-REC FROM CTM-WS-TITLE-LINE.
003610     WRITE CTM-RPT-REC FROM CTM-WS-COL-HDR.
003620     PERFORM 1300-LOAD-AUTH-LIST THRU 1300-EXIT.
003630     PERFORM 1400-LOAD-QUEUE THRU 1400-EXIT.
003640     IF CTM-WS-STOP
003650         GO TO 1000-EXIT
003660     END-IF.
003670     PERFORM 1500-OPEN-AUDIT THRU 1500-EXIT.
003680     PERFORM 1600-WRITE-SECLOG THRU 1600-EXIT.
003690     PERFORM 1700-READ-APPLY-LOG THRU 1700-EXIT.
003700     OPEN INPUT CTM-TXN-FILE.
003710     IF CTM-WS-TXN-STATUS NOT = '00'
003720         DISPLAY "CTL-MAINT: NO TRANSACTION FILE - EXPIRY AND "
003730             "APPLY CLOSE-OUT ONLY"
003740         MOVE 'Y' TO CTM-WS-EOF-SW
003750         GO TO 1000-EXIT
003760     END-IF.
003770     MOVE 'Y' TO CTM-WS-TXN-OPEN-SW.
003780     READ CTM-TXN-FILE
003790         AT END
003800             MOVE 'Y' TO CTM-WS-EOF-SW
003810     END-READ.
003820 1000-EXIT.
003830     EXIT.
003840*
003850*===============================================================
003860 1100-LOAD-PARMS.
003870*===============================================================
003880     OPEN INPUT CTM-CTL-FILE.
003890     IF CTM-WS-CTL-STATUS NOT = '00'
003900         GO TO 1100-EXIT
003910     END-IF.
003920     MOVE 'N' TO CTM-WS-LOAD-EOF-SW.
003930     READ CTM-CTL-FILE
003940         AT END
003950             MOVE 'Y' TO CTM-WS-LOAD-EOF-SW
003960     END-READ.
003970     PERFORM 1110-CHECK-ONE-PARM THRU 1110-EXIT
003980         UNTIL CTM-WS-LOAD-EOF.
003990     CLOSE CTM-CTL-FILE.
004000 1100-EXIT.
004010     EXIT.
004020*
004030*===============================================================
004040 1110-CHECK-ONE-PARM.
004050*===============================================================
004060     EVALUATE CTL-PARM-CODE OF CTM-CTL-REC
004070         WHEN 'PENDDAYS'
004080             IF CTL-PARM-VALUE OF CTM-CTL-REC NOT < 1
004090                     AND CTL-PARM-VALUE OF CTM-CTL-REC < 1000
004100                 MOVE CTL-PARM-VALUE OF CTM-CTL-REC
004110                     TO CTM-WS-PEND-DAYS
004120             END-IF
004130         WHEN 'KEEPDAYS'
004140             IF CTL-PARM-VALUE OF CTM-CTL-REC NOT < 1
004150                     AND CTL-PARM-VALUE OF CTM-CTL-REC < 1000
004160                 MOVE CTL-PARM-VALUE OF CTM-CTL-REC
004170                     TO CTM-WS-KEEP-DAYS
004180             END-IF
004190     END-EVALUATE.
004200     READ CTM-CTL-FILE
004210         AT END
004220             MOVE 'Y' TO CTM-WS-LOAD-EOF-SW
004230     END-READ.
004240 1110-EXIT.
004250     EXIT.
004260*
004270*===============================================================
004280 1200-GET-BUSINESS-DATE.
004290*===============================================================
004300*    FROM THE CTMDATE CONTROL FILE, OR TODAY WHEN IT IS ABSENT -
004310*    THE SAME RULE AS OPS-STATUS'S OPSDATE.
004320     MOVE RUNSTAMP-DATE TO CTM-WS-BUS-DATE.
004330     OPEN INPUT CTM-DATE-FILE.
004340     IF CTM-WS-DATE-STATUS NOT = '00'
004350         GO TO 1200-SERIAL
004360     END-IF.
004370     READ CTM-DATE-FILE
004380         AT END
004390             GO TO 1200-CLOSE
004400     END-READ.
004410     IF CTM-DATE-REC NUMERIC AND CTM-DATE-REC > ZERO
004420         MOVE CTM-DATE-REC TO CTM-WS-BUS-DATE
004430     END-IF.
004440 1200-CLOSE.
004450     CLOSE CTM-DATE-FILE.
004460 1200-SERIAL.
004470     MOVE CTM-WS-BUS-DATE TO CTM-WS-SER-DATE.
004480     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
004490     MOVE CTM-WS-SERIAL TO CTM-WS-BUS-SERIAL.
004500 1200-EXIT.
004510     EXIT.
004520*
004530*===============================================================
004540 1300-LOAD-AUTH-LIST.
004550*===============================================================
004560     OPEN INPUT CTM-AUTH-FILE.
004570     IF CTM-WS-AUTH-STATUS NOT = '00'
004580         DISPLAY "CTL-MAINT: NO ONLAUTH FILE - EVERY "
004590             "TRANSACTION WILL BE REFUSED"
004600         GO TO 1300-EXIT
004610     END-IF.
004620     MOVE 'N' TO CTM-WS-LOAD-EOF-SW.
004630     READ CTM-AUTH-FILE
004640         AT END
004650             MOVE 'Y' TO CTM-WS-LOAD-EOF-SW
004660     END-READ.
004670     PERFORM 1310-LOAD-ONE-AUTH THRU 1310-EXIT
004680         UNTIL CTM-WS-LOAD-EOF OR CTM-WS-AUTH-COUNT = 100.
004690     CLOSE CTM-AUTH-FILE.
004700 1300-EXIT.
004710     EXIT.
004720*
004730*===============================================================
004740 1310-LOAD-ONE-AUTH.
004750*===============================================================
004760     ADD 1 TO CTM-WS-AUTH-COUNT.
004770     SET CTM-AU-IDX TO CTM-WS-AUTH-COUNT.
004780     MOVE OAU-USERID     TO CTM-AU-USERID (CTM-AU-IDX).
004790     MOVE OAU-PROGRAM-ID TO CTM-AU-PROGRAM-ID (CTM-AU-IDX).
004800     MOVE OAU-FUNCTION   TO CTM-AU-FUNCTION (CTM-AU-IDX).
004810     READ CTM-AUTH-FILE
004820         AT END
004830             MOVE 'Y' TO CTM-WS-LOAD-EOF-SW
004840     END-READ.
004850 1310-EXIT.
004860     EXIT.
004870*
004880*===============================================================
004890 1400-LOAD-QUEUE.
004900*===============================================================
004910*    NO QUEUE YET MEANS THE FIRST RUN. THE NEXT PROPOSAL NUMBER
004920*    FOR THE BUSINESS DATE FOLLOWS THE HIGHEST ALREADY ISSUED.
004930     OPEN INPUT CTM-QUEUE-FILE.
004940     IF CTM-WS-QUEUE-STATUS NOT = '00'
004950         GO TO 1400-EXIT
004960     END-IF.
004970     MOVE 'N' TO CTM-WS-LOAD-EOF-SW.
004980     READ CTM-QUEUE-FILE
004990         AT END
005000             MOVE 'Y' TO CTM-WS-LOAD-EOF-SW
005010     END-READ.
005020     PERFORM 1410-LOAD-ONE-PROP THRU 1410-EXIT
005030         UNTIL CTM-WS-LOAD-EOF OR CTM-WS-STOP.
005040     CLOSE CTM-QUEUE-FILE.
005050 1400-EXIT.
005060     EXIT.
005070*
005080*===============================================================
005090 1410-LOAD-ONE-PROP.
005100*===============================================================
005110     IF CTM-WS-QUEUE-COUNT = 999
005120         DISPLAY "CTL-MAINT: PROPOSAL QUEUE EXCEEDS 999 "
005130             "RECORDS - RUN STOPPED, NOTHING WRITTEN"
005140         MOVE 'Y' TO CTM-WS-STOP-SW
005150         GO TO 1410-EXIT
005160     END-IF.
005170     ADD 1 TO CTM-WS-QUEUE-COUNT.
005180     MOVE CTM-QUEUE-REC TO CTM-QU-IMAGE (CTM-WS-QUEUE-COUNT).
005190     MOVE CTM-QUEUE-REC TO CTM-WS-PROP.
005200     IF CTQ-PROP-DATE = CTM-WS-BUS-DATE
005210             AND CTQ-PROP-SEQ > CTM-WS-NEXT-SEQ
005220         MOVE CTQ-PROP-SEQ TO CTM-WS-NEXT-SEQ
005230     END-IF.
005240     READ CTM-QUEUE-FILE
005250         AT END
005260             MOVE 'Y' TO CTM-WS-LOAD-EOF-SW
005270     END-READ.
005280 1410-EXIT.
005290     EXIT.
005300*
005310*===============================================================
005320 1500-OPEN-AUDIT.
005330*===============================================================
005340     OPEN EXTEND CTM-AUDIT-FILE.
005350     IF CTM-WS-AUDIT-STATUS NOT = '00'
005360         OPEN OUTPUT CTM-AUDIT-FILE
005370     END-IF.
005380 1500-EXIT.
005390     EXIT.
005400*
005410*===============================================================
005420 1600-WRITE-SECLOG.
005430*===============================================================
005440*    THE STARTUP RECORD SHOWS WHO RAN THE MAINTENANCE. THE LOG
005450*    STAYS OPEN SO EACH REFUSED ATTEMPT ADDS ITS OWN ENTRY.
005460     OPEN EXTEND CTM-SECLOG-FILE.
005470     IF CTM-WS-SECLOG-STATUS NOT = '00'
005480         OPEN OUTPUT CTM-SECLOG-FILE
005490     END-IF.
005500     MOVE SPACES          TO CTM-SECLOG-REC.
005510     MOVE CTM-WS-USERID   TO AUD-USERID.
005520     MOVE "CTLMAINT"      TO AUD-PROGRAM-ID.
005530     MOVE RUNSTAMP-DATE   TO AUD-RUN-DATE.
005540     MOVE RUNSTAMP-TIME   TO AUD-RUN-TIME.
005550     MOVE "CONTROL PARM MAINTENANCE RUN" TO AUD-KEY-INPUT.
005560     WRITE CTM-SECLOG-REC.
005570 1600-EXIT.
005580     EXIT.
005590*
005600*===============================================================
005610 1700-READ-APPLY-LOG.
005620*===============================================================
005630*    CLOSES EVERY STAGED PROPOSAL CTL-APPLY HAS SINCE PUT ON ITS
005640*    CONTROL FILE. A LOG RECORD FOR A PROPOSAL ALREADY CLOSED (A
005650*    RERUN OF AN APPLY STEP) IS PASSED OVER.
005660     OPEN INPUT CTM-APLOG-FILE.
005670     IF CTM-WS-APLOG-STATUS NOT = '00'
005680         GO TO 1700-EXIT
005690     END-IF.
005700     MOVE 'N' TO CTM-WS-LOAD-EOF-SW.
005710     READ CTM-APLOG-FILE
005720         AT END
005730             MOVE 'Y' TO CTM-WS-LOAD-EOF-SW
005740     END-READ.
005750     PERFORM 1710-CLOSE-ONE-APPLY THRU 1710-EXIT
005760         UNTIL CTM-WS-LOAD-EOF.
005770     CLOSE CTM-APLOG-FILE.
005780 1700-EXIT.
005790     EXIT.
005800*
005810*===============================================================
005820 1710-CLOSE-ONE-APPLY.
005830*===============================================================
005840     MOVE CAL-PROP-ID TO CTM-WS-FIND-ID.
005850     PERFORM 2500-FIND-PROPOSAL THRU 2500-EXIT.
005860     IF NOT CTM-WS-PROP-FOUND OR NOT CTQ-STAGED
005870         GO TO 1710-READ-NEXT
005880     END-IF.
005890     MOVE CAL-BUS-DATE TO CTQ-DECIDED-DATE.
005900     IF CAL-FAILED
005910         MOVE 'F' TO CTQ-STATUS
005920         MOVE 'F' TO CTM-WS-AUDIT-ACTION
005930         MOVE "FAILED" TO CTM-WS-DISP
005940         MOVE CAL-REASON TO CTM-WS-REJ-REASON
005950         ADD 1 TO CTM-WS-FAILED-COUNT
005960     ELSE
005970         MOVE 'D' TO CTQ-STATUS
005980         MOVE 'D' TO CTM-WS-AUDIT-ACTION
005990         MOVE "APPLIED" TO CTM-WS-DISP
006000         MOVE SPACES TO CTM-WS-REJ-REASON
006010         STRING "IN EFFECT FROM " CAL-BUS-DATE
006020             DELIMITED BY SIZE INTO CTM-WS-REJ-REASON
006030         ADD 1 TO CTM-WS-APPLIED-COUNT
006040     END-IF.
006050     MOVE CTM-WS-PROP TO CTM-QU-IMAGE (CTM-WS-QUEUE-SUB).
006060     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
006070     PERFORM 2800-WRITE-RPT-LINE THRU 2800-EXIT.
006080 1710-READ-NEXT.
006090     READ CTM-APLOG-FILE
006100         AT END
006110             MOVE 'Y' TO CTM-WS-LOAD-EOF-SW
006120     END-READ.
006130 1710-EXIT.
006140     EXIT.
006150*
006160*===============================================================
006170 2000-PROCESS-TXN.
006180*===============================================================
006190     ADD 1 TO CTM-WS-TXN-COUNT.
006200     MOVE SPACES TO CTM-WS-REJ-REASON.
006210     EVALUATE TRUE
006220         WHEN CTX-PROPOSE
006230             PERFORM 2100-PROPOSE THRU 2100-EXIT
006240         WHEN CTX-APPROVE
006250             PERFORM 2200-APPROVE THRU 2200-EXIT
006260         WHEN CTX-REJECT
006270             PERFORM 2300-REJECT THRU 2300-EXIT
006280         WHEN OTHER
006290             MOVE "ACTION NOT P, A OR R" TO CTM-WS-REJ-REASON
006300             PERFORM 2900-REFUSE-TXN THRU 2900-EXIT
006310     END-EVALUATE.
006320     READ CTM-TXN-FILE
006330         AT END
006340             MOVE 'Y' TO CTM-WS-EOF-SW
006350     END-READ.
006360 2000-EXIT.
006370     EXIT.
006380*
006390*===============================================================
006400 2100-PROPOSE.
006410*===============================================================
006420*    THE MAKER'S SIDE. ONE OPEN PROPOSAL PER CONTROL FILE AND
006430*    PARM CODE AT A TIME, SO TWO STAGED CHANGES CAN NEVER RACE
006440*    EACH OTHER ONTO THE SAME RECORD.
006450     MOVE 'P' TO CTM-WS-CHECK-FUNC.
006460     PERFORM 2600-CHECK-AUTHORITY THRU 2600-EXIT.
006470     IF NOT CTM-WS-AUTH-OK
006480         MOVE "NOT AUTHORIZED TO PROPOSE" TO CTM-WS-REJ-REASON
006490         PERFORM 2950-WRITE-DENIED-SECLOG THRU 2950-EXIT
006500         PERFORM 2900-REFUSE-TXN THRU 2900-EXIT
006510         GO TO 2100-EXIT
006520     END-IF.
006530     PERFORM 2150-VALIDATE-PROPOSAL THRU 2150-EXIT.
006540     IF CTM-WS-REJ-REASON NOT = SPACES
006550         PERFORM 2900-REFUSE-TXN THRU 2900-EXIT
006560         GO TO 2100-EXIT
006570     END-IF.
006580     ADD 1 TO CTM-WS-NEXT-SEQ.
006590     MOVE SPACES            TO CTM-WS-PROP.
006600     MOVE CTM-WS-BUS-DATE   TO CTQ-PROP-DATE.
006610     MOVE CTM-WS-NEXT-SEQ   TO CTQ-PROP-SEQ.
006620     MOVE 'P'               TO CTQ-STATUS.
006630     MOVE CTX-CTL-FILE      TO CTQ-CTL-FILE.
006640     MOVE CTX-CHG-TYPE      TO CTQ-CHG-TYPE.
006650     MOVE CTX-PARM-CODE     TO CTQ-PARM-CODE.
006660     MOVE ZERO              TO CTQ-PARM-VALUE.
006670     IF NOT CTQ-DELETE
006680         MOVE CTX-VALUE     TO CTQ-PARM-VALUE
006690     END-IF.
006700     MOVE CTM-WS-BUS-DATE   TO CTQ-EFF-DATE.
006710     IF CTX-EFF-DATE-X NOT = SPACES
006720         MOVE CTX-EFF-DATE  TO CTQ-EFF-DATE
006730     END-IF.
006740     MOVE CTM-WS-USERID     TO CTQ-MAKER.
006750     MOVE ZERO              TO CTQ-DECIDED-DATE.
006760     MOVE CTX-REASON        TO CTQ-REASON.
006770     ADD 1 TO CTM-WS-QUEUE-COUNT.
006780     MOVE CTM-WS-PROP TO CTM-QU-IMAGE (CTM-WS-QUEUE-COUNT).
006790     MOVE 'P' TO CTM-WS-AUDIT-ACTION.
006800     MOVE "PROPOSED" TO CTM-WS-DISP.
006810     MOVE CTX-REASON TO CTM-WS-REJ-REASON.
006820     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
006830     PERFORM 2800-WRITE-RPT-LINE THRU 2800-EXIT.
006840     ADD 1 TO CTM-WS-PROPOSED-COUNT.
006850 2100-EXIT.
006860     EXIT.
006870*
006880*===============================================================
006890 2150-VALIDATE-PROPOSAL.
006900*===============================================================
006910     SET CTM-FL-IDX TO 1.
006920     SEARCH CTM-FL-NAME
006930         AT END
006940             MOVE "CONTROL FILE NOT MAINTAINED"
006950                 TO CTM-WS-REJ-REASON
006960             GO TO 2150-EXIT
006970         WHEN CTM-FL-NAME (CTM-FL-IDX) = CTX-CTL-FILE
006980             CONTINUE
006990     END-SEARCH.
007000     IF CTX-CHG-TYPE NOT = 'A' AND CTX-CHG-TYPE NOT = 'C'
007010             AND CTX-CHG-TYPE NOT = 'D'
007020         MOVE "CHANGE TYPE NOT A, C OR D" TO CTM-WS-REJ-REASON
007030         GO TO 2150-EXIT
007040     END-IF.
007050     IF CTX-PARM-CODE = SPACES
007060         MOVE "PARM CODE MISSING" TO CTM-WS-REJ-REASON
007070         GO TO 2150-EXIT
007080     END-IF.
007090     IF CTX-CHG-TYPE NOT = 'D' AND CTX-VALUE NOT NUMERIC
007100         MOVE "VALUE NOT NUMERIC" TO CTM-WS-REJ-REASON
007110         GO TO 2150-EXIT
007120     END-IF.
007130     IF CTX-EFF-DATE-X NOT = SPACES
007140         PERFORM 2160-VALIDATE-EFF-DATE THRU 2160-EXIT
007150         IF CTM-WS-REJ-REASON NOT = SPACES
007160             GO TO 2150-EXIT
007170         END-IF
007180     END-IF.
007190     IF CTX-REASON = SPACES
007200         MOVE "REASON FOR CHANGE MISSING" TO CTM-WS-REJ-REASON
007210         GO TO 2150-EXIT
007220     END-IF.
007230     MOVE 'N' TO CTM-WS-OPEN-FOUND-SW.
007240     PERFORM 2170-SCAN-OPEN-PROP THRU 2170-EXIT
007250         VARYING CTM-QU-IDX FROM 1 BY 1
007260         UNTIL CTM-QU-IDX > CTM-WS-QUEUE-COUNT.
007270     IF CTM-WS-OPEN-FOUND
007280         MOVE "PARM ALREADY HAS OPEN PROPOSAL"
007290             TO CTM-WS-REJ-REASON
007300         GO TO 2150-EXIT
007310     END-IF.
007320     IF CTM-WS-QUEUE-COUNT = 999 OR CTM-WS-NEXT-SEQ = 9999
007330         MOVE "PROPOSAL QUEUE FULL" TO CTM-WS-REJ-REASON
007340     END-IF.
007350 2150-EXIT.
007360     EXIT.
007370*
007380*===============================================================
007390 2160-VALIDATE-EFF-DATE.
007400*===============================================================
007410*    A REAL CALENDAR DATE, NOT BEFORE THE BUSINESS DATE.
007420     IF CTX-EFF-DATE NOT NUMERIC
007430         MOVE "EFFECTIVE DATE NOT NUMERIC" TO CTM-WS-REJ-REASON
007440         GO TO 2160-EXIT
007450     END-IF.
007460     MOVE CTX-EFF-DATE TO CTM-WS-SER-DATE.
007470     MOVE ZERO TO CTM-WS-DAYS-IN-MON.
007480     IF CTM-SER-MONTH > ZERO AND CTM-SER-MONTH < 13
007490         PERFORM 8100-DAYS-IN-MONTH THRU 8100-EXIT
007500     END-IF.
007510     IF CTM-SER-DAY = ZERO OR CTM-SER-DAY > CTM-WS-DAYS-IN-MON
007520         MOVE "EFFECTIVE DATE NOT VALID" TO CTM-WS-REJ-REASON
007530         GO TO 2160-EXIT
007540     END-IF.
007550     IF CTX-EFF-DATE < CTM-WS-BUS-DATE
007560         MOVE "EFFECTIVE DATE IN THE PAST" TO CTM-WS-REJ-REASON
007570     END-IF.
007580 2160-EXIT.
007590     EXIT.
007600*
007610*===============================================================
007620 2170-SCAN-OPEN-PROP.
007630*===============================================================
007640     MOVE CTM-QU-IMAGE (CTM-QU-IDX) TO CTM-WS-PROP.
007650     IF CTQ-OPEN AND CTQ-CTL-FILE = CTX-CTL-FILE
007660             AND CTQ-PARM-CODE = CTX-PARM-CODE
007670         MOVE 'Y' TO CTM-WS-OPEN-FOUND-SW
007680         SET CTM-QU-IDX TO CTM-WS-QUEUE-COUNT
007690     END-IF.
007700 2170-EXIT.
007710     EXIT.
007720*
007730*===============================================================
007740 2200-APPROVE.
007750*===============================================================
007760*    THE CHECKER'S SIDE. THE MAKER CAN NEVER APPROVE THEIR OWN
007770*    CHANGE, AND A PROPOSAL PAST ITS CUTOFF EXPIRES HERE RATHER
007780*    THAN BEING STAGED.
007790     MOVE 'A' TO CTM-WS-CHECK-FUNC.
007800     PERFORM 2600-CHECK-AUTHORITY THRU 2600-EXIT.
007810     IF NOT CTM-WS-AUTH-OK
007820         MOVE "NOT AUTHORIZED TO APPROVE" TO CTM-WS-REJ-REASON
007830         PERFORM 2950-WRITE-DENIED-SECLOG THRU 2950-EXIT
007840         PERFORM 2900-REFUSE-TXN THRU 2900-EXIT
007850         GO TO 2200-EXIT
007860     END-IF.
007870     MOVE CTX-PROP-ID TO CTM-WS-FIND-ID.
007880     PERFORM 2500-FIND-PROPOSAL THRU 2500-EXIT.
007890     PERFORM 2550-CHECK-DECISION THRU 2550-EXIT.
007900     IF CTM-WS-REJ-REASON = SPACES AND NOT CTQ-PENDING
007910         MOVE "PROPOSAL NOT PENDING" TO CTM-WS-REJ-REASON
007920     END-IF.
007930     IF CTM-WS-REJ-REASON = SPACES AND CTQ-MAKER = CTM-WS-USERID
007940         MOVE "MAKER CANNOT BE CHECKER"
007950             TO CTM-WS-REJ-REASON
007960         PERFORM 2950-WRITE-DENIED-SECLOG THRU 2950-EXIT
007970     END-IF.
007980     IF CTM-WS-REJ-REASON NOT = SPACES
007990         PERFORM 2900-REFUSE-TXN THRU 2900-EXIT
008000         GO TO 2200-EXIT
008010     END-IF.
008020     PERFORM 8200-CHECK-CUTOFF THRU 8200-EXIT.
008030     IF CTM-WS-PAST-CUTOFF
008040         PERFORM 3150-EXPIRE-PROPOSAL THRU 3150-EXIT
008050         MOVE "PAST CUTOFF - NOW EXPIRED" TO CTM-WS-REJ-REASON
008060         PERFORM 2900-REFUSE-TXN THRU 2900-EXIT
008070         GO TO 2200-EXIT
008080     END-IF.
008090     MOVE 'S'             TO CTQ-STATUS.
008100     MOVE CTM-WS-USERID   TO CTQ-CHECKER.
008110     MOVE CTM-WS-BUS-DATE TO CTQ-DECIDED-DATE.
008120     MOVE CTM-WS-PROP TO CTM-QU-IMAGE (CTM-WS-QUEUE-SUB).
008130     MOVE 'A' TO CTM-WS-AUDIT-ACTION.
008140     MOVE "STAGED" TO CTM-WS-DISP.
008150     STRING "TAKES EFFECT " CTQ-EFF-DATE
008160         DELIMITED BY SIZE INTO CTM-WS-REJ-REASON.
008170     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
008180     PERFORM 2800-WRITE-RPT-LINE THRU 2800-EXIT.
008190     ADD 1 TO CTM-WS-APPROVED-COUNT.
008200 2200-EXIT.
008210     EXIT.
008220*
008230*===============================================================
008240 2300-REJECT.
008250*===============================================================
008260*    A CHECKER MAY REJECT A PENDING PROPOSAL, OR A STAGED ONE
008270*    NOT YET APPLIED. THE SAME TRANSACTION FROM THE MAKER
008280*    WITHDRAWS IT AND NEEDS ONLY PROPOSE AUTHORITY.
008290     MOVE CTX-PROP-ID TO CTM-WS-FIND-ID.
008300     PERFORM 2500-FIND-PROPOSAL THRU 2500-EXIT.
008310     IF CTM-WS-PROP-FOUND AND CTQ-MAKER = CTM-WS-USERID
008320         MOVE 'P' TO CTM-WS-CHECK-FUNC
008330     ELSE
008340         MOVE 'A' TO CTM-WS-CHECK-FUNC
008350     END-IF.
008360     PERFORM 2600-CHECK-AUTHORITY THRU 2600-EXIT.
008370     IF NOT CTM-WS-AUTH-OK
008380         MOVE "NOT AUTHORIZED TO REJECT" TO CTM-WS-REJ-REASON
008390         PERFORM 2950-WRITE-DENIED-SECLOG THRU 2950-EXIT
008400         PERFORM 2900-REFUSE-TXN THRU 2900-EXIT
008410         GO TO 2300-EXIT
008420     END-IF.
008430     PERFORM 2550-CHECK-DECISION THRU 2550-EXIT.
008440     IF CTM-WS-REJ-REASON = SPACES AND NOT CTQ-OPEN
008450         MOVE "PROPOSAL NOT PENDING OR STAGED"
008460             TO CTM-WS-REJ-REASON
008470     END-IF.
008480     IF CTM-WS-REJ-REASON = SPACES AND CTX-REASON = SPACES
008490         MOVE "REJECTION REASON MISSING" TO CTM-WS-REJ-REASON
008500     END-IF.
008510     IF CTM-WS-REJ-REASON NOT = SPACES
008520         PERFORM 2900-REFUSE-TXN THRU 2900-EXIT
008530         GO TO 2300-EXIT
008540     END-IF.
008550     MOVE CTM-WS-USERID   TO CTQ-CHECKER.
008560     MOVE CTM-WS-BUS-DATE TO CTQ-DECIDED-DATE.
008570     IF CTQ-MAKER = CTM-WS-USERID
008580         MOVE 'W' TO CTQ-STATUS
008590         MOVE 'W' TO CTM-WS-AUDIT-ACTION
008600         MOVE "WITHDRAWN" TO CTM-WS-DISP
008610         ADD 1 TO CTM-WS-WITHDRAWN-COUNT
008620     ELSE
008630         MOVE 'R' TO CTQ-STATUS
008640         MOVE 'R' TO CTM-WS-AUDIT-ACTION
008650         MOVE "REJECTED" TO CTM-WS-DISP
008660         ADD 1 TO CTM-WS-REJECTED-COUNT
008670     END-IF.
008680     MOVE CTM-WS-PROP TO CTM-QU-IMAGE (CTM-WS-QUEUE-SUB).
008690     MOVE CTX-REASON TO CTM-WS-REJ-REASON.
008700     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
008710     PERFORM 2800-WRITE-RPT-LINE THRU 2800-EXIT.
008720 2300-EXIT.
008730     EXIT.
008740*
008750*===============================================================
008760 2500-FIND-PROPOSAL.
008770*===============================================================
008780*    LEAVES THE PROPOSAL IN CTM-WS-PROP AND ITS TABLE SLOT IN
008790*    CTM-WS-QUEUE-SUB. THE ID SOUGHT IS IN CTM-WS-FIND-ID.
008800     MOVE 'N' TO CTM-WS-PROP-FOUND-SW.
008810     MOVE ZERO TO CTM-WS-QUEUE-SUB.
008820     PERFORM 2510-SCAN-PROP THRU 2510-EXIT
008830         VARYING CTM-QU-IDX FROM 1 BY 1
008840         UNTIL CTM-QU-IDX > CTM-WS-QUEUE-COUNT.
008850     IF CTM-WS-PROP-FOUND
008860         MOVE CTM-QU-IMAGE (CTM-WS-QUEUE-SUB) TO CTM-WS-PROP
008870     ELSE
008880         MOVE SPACES TO CTM-WS-PROP
008890     END-IF.
008900 2500-EXIT.
008910     EXIT.
008920*
008930*===============================================================
008940 2510-SCAN-PROP.
008950*===============================================================
008960     IF CTM-QU-IMAGE (CTM-QU-IDX) (1:12) = CTM-WS-FIND-ID
008970         MOVE 'Y' TO CTM-WS-PROP-FOUND-SW
008980         SET CTM-WS-QUEUE-SUB TO CTM-QU-IDX
008990         SET CTM-QU-IDX TO CTM-WS-QUEUE-COUNT
009000     END-IF.
009010 2510-EXIT.
009020     EXIT.
009030*
009040*===============================================================
009050 2550-CHECK-DECISION.
009060*===============================================================
009070*    COMMON TO APPROVE AND REJECT - THE PROPOSAL MUST EXIST, AND
009080*    A CONTROL FILE OR PARM CODE KEYED WITH THE DECISION MUST BE
009090*    THE ONE PROPOSED, SO A MISKEYED ID CANNOT DECIDE THE WRONG
009100*    CHANGE.
009110     IF CTX-PROP-ID = SPACES
009120         MOVE "PROPOSAL ID MISSING" TO CTM-WS-REJ-REASON
009130         GO TO 2550-EXIT
009140     END-IF.
009150     IF NOT CTM-WS-PROP-FOUND
009160         MOVE "PROPOSAL NOT ON QUEUE" TO CTM-WS-REJ-REASON
009170         GO TO 2550-EXIT
009180     END-IF.
009190     IF (CTX-CTL-FILE NOT = SPACES
009200             AND CTX-CTL-FILE NOT = CTQ-CTL-FILE)
009210             OR (CTX-PARM-CODE NOT = SPACES
009220             AND CTX-PARM-CODE NOT = CTQ-PARM-CODE)
009230         MOVE "FILE/CODE NOT AS PROPOSED"
009240             TO CTM-WS-REJ-REASON
009250     END-IF.
009260 2550-EXIT.
009270     EXIT.
009280*
009290*===============================================================
009300 2600-CHECK-AUTHORITY.
009310*===============================================================
009320*    THE ENTRY'S FUNCTION MUST MATCH CTM-WS-CHECK-FUNC OR BE '*'.
009330     MOVE 'N' TO CTM-WS-AUTH-OK-SW.
009340     PERFORM 2610-SCAN-AUTH THRU 2610-EXIT
009350         VARYING CTM-AU-IDX FROM 1 BY 1
009360         UNTIL CTM-AU-IDX > CTM-WS-AUTH-COUNT.
009370 2600-EXIT.
009380     EXIT.
009390*
009400*===============================================================
009410 2610-SCAN-AUTH.
009420*===============================================================
009430     IF CTM-AU-USERID (CTM-AU-IDX) = CTM-WS-USERID
009440             AND CTM-AU-PROGRAM-ID (CTM-AU-IDX) = 'CTLMAINT'
009450         IF CTM-AU-FUNCTION (CTM-AU-IDX) = '*'
009460                 OR CTM-AU-FUNCTION (CTM-AU-IDX)
009470                     = CTM-WS-CHECK-FUNC
009480             MOVE 'Y' TO CTM-WS-AUTH-OK-SW
009490             SET CTM-AU-IDX TO CTM-WS-AUTH-COUNT
009500         END-IF
009510     END-IF.
009520 2610-EXIT.
009530     EXIT.
009540*
009550*===============================================================
009560 2700-WRITE-AUDIT.
009570*===============================================================
009580*    FROM THE PROPOSAL IN CTM-WS-PROP, UNDER THE USER RUNNING THE
009590*    JOB.
009600     MOVE SPACES               TO CTM-AUDIT-REC.
009610     MOVE CTM-WS-AUDIT-ACTION  TO CMA-ACTION.
009620     MOVE CTQ-PROP-ID          TO CMA-PROP-ID.
009630     MOVE CTQ-CTL-FILE         TO CMA-CTL-FILE.
009640     MOVE CTQ-CHG-TYPE         TO CMA-CHG-TYPE.
009650     MOVE CTQ-PARM-CODE        TO CMA-PARM-CODE.
009660     MOVE CTQ-PARM-VALUE       TO CMA-PARM-VALUE.
009670     MOVE CTQ-EFF-DATE         TO CMA-EFF-DATE.
009680     MOVE CTM-WS-USERID        TO CMA-USERID.
009690     MOVE RUNSTAMP-DATE        TO CMA-RUN-DATE.
009700     MOVE RUNSTAMP-TIME        TO CMA-RUN-TIME.
009710     MOVE CTM-WS-REJ-REASON    TO CMA-REASON.
009720     WRITE CTM-AUDIT-REC.
009730 2700-EXIT.
009740     EXIT.
009750*
009760*===============================================================
009770 2800-WRITE-RPT-LINE.
009780*===============================================================
009790     MOVE SPACES TO CTM-WS-RPT-LINE.
009800     MOVE CTM-WS-AUDIT-ACTION  TO CTR-ACTION.
009810     MOVE CTQ-PROP-ID          TO CTR-PROP-ID.
009820     MOVE CTQ-CTL-FILE         TO CTR-CTL-FILE.
009830     MOVE CTQ-CHG-TYPE         TO CTR-CHG-TYPE.
009840     MOVE CTQ-PARM-CODE        TO CTR-PARM-CODE.
009850     MOVE CTM-WS-DISP          TO CTR-DISP.
009860     MOVE CTM-WS-REJ-REASON    TO CTR-REASON.
009870     WRITE CTM-RPT-REC FROM CTM-WS-RPT-LINE.
009880 2800-EXIT.
009890     EXIT.
009900*
009910*===============================================================
009920 2900-REFUSE-TXN.
009930*===============================================================
009940*    A REFUSED TRANSACTION CHANGES NOTHING ON THE QUEUE BUT IS
009950*    STILL AUDITED, AS KEYED.
009960     MOVE SPACES          TO CTM-WS-PROP.
009970     MOVE ZERO            TO CTQ-PARM-VALUE CTQ-EFF-DATE.
009980     MOVE CTX-PROP-ID     TO CTQ-PROP-ID.
009990     MOVE CTX-CTL-FILE    TO CTQ-CTL-FILE.
010000     MOVE CTX-CHG-TYPE    TO CTQ-CHG-TYPE.
010010     MOVE CTX-PARM-CODE   TO CTQ-PARM-CODE.
010020     IF CTX-VALUE NUMERIC
010030         MOVE CTX-VALUE   TO CTQ-PARM-VALUE
010040     END-IF.
010050     IF CTX-EFF-DATE NUMERIC
010060         MOVE CTX-EFF-DATE TO CTQ-EFF-DATE
010070     END-IF.
010080     MOVE 'N' TO CTM-WS-AUDIT-ACTION.
010090     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
010100     MOVE CTX-ACTION TO CTM-WS-AUDIT-ACTION.
010110     MOVE "REFUSED" TO CTM-WS-DISP.
010120     PERFORM 2800-WRITE-RPT-LINE THRU 2800-EXIT.
010130     ADD 1 TO CTM-WS-REFUSED-COUNT.
010140 2900-EXIT.
010150     EXIT.
010160*
010170*===============================================================
010180 2950-WRITE-DENIED-SECLOG.
010190*===============================================================
010200*    A DISTINCT AUDITLOG RECORD FOR A REFUSED ATTEMPT, ON THE
010210*    SAME SECLOG AS THE STARTUP RECORD.
010220     MOVE SPACES          TO CTM-SECLOG-REC.
010230     MOVE CTM-WS-USERID   TO AUD-USERID.
010240     MOVE "CTLMAINT"      TO AUD-PROGRAM-ID.
010250     MOVE RUNSTAMP-DATE   TO AUD-RUN-DATE.
010260     MOVE RUNSTAMP-TIME   TO AUD-RUN-TIME.
010270     STRING "ACCESS DENIED FUNC=" CTM-WS-CHECK-FUNC
010280         " PROP=" CTX-PROP-ID
010290         DELIMITED BY SIZE INTO AUD-KEY-INPUT.
010300     WRITE CTM-SECLOG-REC.
010310 2950-EXIT.
010320     EXIT.
010330*
010340*===============================================================
010350 3000-TERMINATE.
010360*===============================================================
010370     IF CTM-WS-TXN-OPEN
010380         CLOSE CTM-TXN-FILE
010390     END-IF.
010400     PERFORM 3100-SWEEP-EXPIRED THRU 3100-EXIT
010410         VARYING CTM-QU-IDX FROM 1 BY 1
010420         UNTIL CTM-QU-IDX > CTM-WS-QUEUE-COUNT.
010430     OPEN OUTPUT CTM-QUEUE-OUT.
010440     PERFORM 3200-WRITE-QUEUE THRU 3200-EXIT
010450         VARYING CTM-QU-IDX FROM 1 BY 1
010460         UNTIL CTM-QU-IDX > CTM-WS-QUEUE-COUNT.
010470     CLOSE CTM-QUEUE-OUT.
010480     MOVE SPACES TO CTM-RPT-REC.
010490     WRITE CTM-RPT-REC.
010500     WRITE CTM-RPT-REC FROM CTM-WS-OPEN-HDR-1.
010510     WRITE CTM-RPT-REC FROM CTM-WS-OPEN-HDR-2.
010520     PERFORM 3300-LIST-OPEN THRU 3300-EXIT
010530         VARYING CTM-QU-IDX FROM 1 BY 1
010540         UNTIL CTM-QU-IDX > CTM-WS-QUEUE-COUNT.
010550     PERFORM 3400-WRITE-FOOTING THRU 3400-EXIT.
010560     CLOSE CTM-AUDIT-FILE.
010570     CLOSE CTM-SECLOG-FILE.
010580     CLOSE CTM-RPT-FILE.
010590     DISPLAY "CTL-MAINT: TRANSACTIONS READ: " CTM-WS-TXN-COUNT.
010600     DISPLAY "CTL-MAINT: REFUSED:           "
010610         CTM-WS-REFUSED-COUNT.
010620     DISPLAY "CTL-MAINT: EXPIRED:           "
010630         CTM-WS-EXPIRED-COUNT.
010640     DISPLAY "CTL-MAINT: QUEUE RECORDS OUT: " CTM-WS-OUT-COUNT.
010650     IF CTM-WS-REFUSED-COUNT > ZERO
010660         MOVE 4 TO RETURN-CODE
010670     END-IF.
010680 3000-EXIT.
010690     EXIT.
010700*
010710*===============================================================
010720 3100-SWEEP-EXPIRED.
010730*===============================================================
010740     MOVE CTM-QU-IMAGE (CTM-QU-IDX) TO CTM-WS-PROP.
010750     IF NOT CTQ-PENDING
010760         GO TO 3100-EXIT
010770     END-IF.
010780     PERFORM 8200-CHECK-CUTOFF THRU 8200-EXIT.
010790     IF CTM-WS-PAST-CUTOFF
010800         SET CTM-WS-QUEUE-SUB TO CTM-QU-IDX
010810         PERFORM 3150-EXPIRE-PROPOSAL THRU 3150-EXIT
010820     END-IF.
010830 3100-EXIT.
010840     EXIT.
010850*
010860*===============================================================
010870 3150-EXPIRE-PROPOSAL.
010880*===============================================================
010890*    THE PROPOSAL IN CTM-WS-PROP, SLOT CTM-WS-QUEUE-SUB.
010900     MOVE 'X'             TO CTQ-STATUS.
010910     MOVE CTM-WS-BUS-DATE TO CTQ-DECIDED-DATE.
010920     MOVE CTM-WS-PROP TO CTM-QU-IMAGE (CTM-WS-QUEUE-SUB).
010930     MOVE 'X' TO CTM-WS-AUDIT-ACTION.
010940     MOVE "EXPIRED" TO CTM-WS-DISP.
010950     MOVE "NOT DECIDED BY CUTOFF" TO CTM-WS-REJ-REASON.
010960     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
010970     PERFORM 2800-WRITE-RPT-LINE THRU 2800-EXIT.
010980     ADD 1 TO CTM-WS-EXPIRED-COUNT.
010990 3150-EXIT.
011000     EXIT.
011010*
011020*===============================================================
011030 3200-WRITE-QUEUE.
011040*===============================================================
011050*    A CLOSED PROPOSAL DECIDED MORE THAN KEEPDAYS AGO IS DROPPED.
011060     MOVE CTM-QU-IMAGE (CTM-QU-IDX) TO CTM-WS-PROP.
011070     IF NOT CTQ-OPEN AND CTQ-DECIDED-DATE NUMERIC
011080             AND CTQ-DECIDED-DATE > ZERO
011090         MOVE CTQ-DECIDED-DATE TO CTM-WS-SER-DATE
011100         PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
011110         COMPUTE CTM-WS-AGE-DAYS =
011120             CTM-WS-BUS-SERIAL - CTM-WS-SERIAL
011130         IF CTM-WS-AGE-DAYS > CTM-WS-KEEP-DAYS
011140             ADD 1 TO CTM-WS-PURGED-COUNT
011150             GO TO 3200-EXIT
011160         END-IF
011170     END-IF.
011180     WRITE CTM-QUEUE-OUT-REC FROM CTM-WS-PROP.
011190     ADD 1 TO CTM-WS-OUT-COUNT.
011200 3200-EXIT.
011210     EXIT.
011220*
011230*===============================================================
011240 3300-LIST-OPEN.
011250*===============================================================
011260     MOVE CTM-QU-IMAGE (CTM-QU-IDX) TO CTM-WS-PROP.
011270     IF NOT CTQ-OPEN
011280         GO TO 3300-EXIT
011290     END-IF.
011300     MOVE CTQ-PROP-ID     TO CTO-PROP-ID.
011310     MOVE CTQ-STATUS      TO CTO-STATUS.
011320     MOVE CTQ-CTL-FILE    TO CTO-CTL-FILE.
011330     MOVE CTQ-CHG-TYPE    TO CTO-CHG-TYPE.
011340     MOVE CTQ-PARM-CODE   TO CTO-PARM-CODE.
011350     MOVE CTQ-PARM-VALUE  TO CTO-PARM-VALUE.
011360     MOVE CTQ-EFF-DATE    TO CTO-EFF-DATE.
011370     MOVE CTQ-MAKER       TO CTO-MAKER.
011380     MOVE CTQ-CHECKER     TO CTO-CHECKER.
011390     WRITE CTM-RPT-REC FROM CTM-WS-OPEN-LINE.
011400     ADD 1 TO CTM-WS-OPEN-COUNT.
011410 3300-EXIT.
011420     EXIT.
011430*
011440*===============================================================
011450 3400-WRITE-FOOTING.
011460*===============================================================
011470     MOVE SPACES TO CTM-RPT-REC.
011480     WRITE CTM-RPT-REC.
011490     MOVE "TRANSACTIONS READ"          TO CTF-LABEL.
011500     MOVE CTM-WS-TXN-COUNT             TO CTF-COUNT.
011510     WRITE CTM-RPT-REC FROM CTM-WS-FOOT-LINE.
011520     MOVE "PROPOSED"                   TO CTF-LABEL.
011530     MOVE CTM-WS-PROPOSED-COUNT        TO CTF-COUNT.
011540     WRITE CTM-RPT-REC FROM CTM-WS-FOOT-LINE.
011550     MOVE "APPROVED AND STAGED"        TO CTF-LABEL.
011560     MOVE CTM-WS-APPROVED-COUNT        TO CTF-COUNT.
011570     WRITE CTM-RPT-REC FROM CTM-WS-FOOT-LINE.
011580     MOVE "REJECTED"                   TO CTF-LABEL.
011590     MOVE CTM-WS-REJECTED-COUNT        TO CTF-COUNT.
011600     WRITE CTM-RPT-REC FROM CTM-WS-FOOT-LINE.
011610     MOVE "WITHDRAWN BY MAKER"         TO CTF-LABEL.
011620     MOVE CTM-WS-WITHDRAWN-COUNT       TO CTF-COUNT.
011630     WRITE CTM-RPT-REC FROM CTM-WS-FOOT-LINE.
011640     MOVE "EXPIRED UNDECIDED"          TO CTF-LABEL.
011650     MOVE CTM-WS-EXPIRED-COUNT         TO CTF-COUNT.
011660     WRITE CTM-RPT-REC FROM CTM-WS-FOOT-LINE.
011670     MOVE "APPLIED TO CONTROL FILE"    TO CTF-LABEL.
011680     MOVE CTM-WS-APPLIED-COUNT         TO CTF-COUNT.
011690     WRITE CTM-RPT-REC FROM CTM-WS-FOOT-LINE.
011700     MOVE "APPLY FAILED"               TO CTF-LABEL.
011710     MOVE CTM-WS-FAILED-COUNT          TO CTF-COUNT.
011720     WRITE CTM-RPT-REC FROM CTM-WS-FOOT-LINE.
011730     MOVE "TRANSACTIONS REFUSED"       TO CTF-LABEL.
011740     MOVE CTM-WS-REFUSED-COUNT         TO CTF-COUNT.
011750     WRITE CTM-RPT-REC FROM CTM-WS-FOOT-LINE.
011760     MOVE "OPEN PROPOSALS"             TO CTF-LABEL.
011770     MOVE CTM-WS-OPEN-COUNT            TO CTF-COUNT.
011780     WRITE CTM-RPT-REC FROM CTM-WS-FOOT-LINE.
011790     MOVE "CLOSED PROPOSALS DROPPED"   TO CTF-LABEL.
011800     MOVE CTM-WS-PURGED-COUNT          TO CTF-COUNT.
011810     WRITE CTM-RPT-REC FROM CTM-WS-FOOT-LINE.
011820 3400-EXIT.
011830     EXIT.
011840*
011850*===============================================================
011860 8000-DATE-TO-SERIAL.
011870*===============================================================
011880     MOVE CTM-SER-MONTH TO CTM-WS-SER-M.
011890     MOVE CTM-SER-YEAR  TO CTM-WS-SER-Y.
011900     IF CTM-WS-SER-M < 3
011910         ADD 12 TO CTM-WS-SER-M
011920         SUBTRACT 1 FROM CTM-WS-SER-Y
011930     END-IF.
011940     COMPUTE CTM-WS-SERIAL =
011950         (365 * CTM-WS-SER-Y)
011960         + (CTM-WS-SER-Y / 4)
011970         - (CTM-WS-SER-Y / 100)
011980         + (CTM-WS-SER-Y / 400)
011990         + ((153 * (CTM-WS-SER-M + 1)) / 5)
012000         + CTM-SER-DAY.
012010 8000-EXIT.
012020     EXIT.
012030*
012040*===============================================================
012050 8100-DAYS-IN-MONTH.
012060*===============================================================
012070*    DAYS IN CTM-SER-MONTH - SAME LEAP TEST AS AUTOPAY-GEN,
012080*    THROUGH THE SHARED NUM-UTIL SUBPROGRAM.
012090     EVALUATE CTM-SER-MONTH
012100         WHEN 01 WHEN 03 WHEN 05 WHEN 07
012110         WHEN 08 WHEN 10 WHEN 12
012120             MOVE 31 TO CTM-WS-DAYS-IN-MON
012130         WHEN 04 WHEN 06 WHEN 09 WHEN 11
012140             MOVE 30 TO CTM-WS-DAYS-IN-MON
012150         WHEN 02
012160             PERFORM 8110-FEB-LEAP-TEST THRU 8110-EXIT
012170     END-EVALUATE.
012180 8100-EXIT.
012190     EXIT.
012200*
012210*===============================================================
012220 8110-FEB-LEAP-TEST.
012230*===============================================================
012240     MOVE 28 TO CTM-WS-DAYS-IN-MON.
012250     MOVE CTM-SER-YEAR TO NUM-PARM-DIVIDEND.
012260     MOVE 4            TO NUM-PARM-DIVISOR.
012270     CALL 'NUM-UTIL' USING NUM-PARM-DIVIDEND NUM-PARM-DIVISOR
012280         NUM-PARM-RESULT-SW.
012290     IF NUM-PARM-NOT-DIVISIBLE
012300         GO TO 8110-EXIT
012310     END-IF.
012320     MOVE 29 TO CTM-WS-DAYS-IN-MON.
012330     MOVE 100 TO NUM-PARM-DIVISOR.
012340     CALL 'NUM-UTIL' USING NUM-PARM-DIVIDEND NUM-PARM-DIVISOR
012350         NUM-PARM-RESULT-SW.
012360     IF NUM-PARM-NOT-DIVISIBLE
012370         GO TO 8110-EXIT
012380     END-IF.
012390     MOVE 28 TO CTM-WS-DAYS-IN-MON.
012400     MOVE 400 TO NUM-PARM-DIVISOR.
012410     CALL 'NUM-UTIL' USING NUM-PARM-DIVIDEND NUM-PARM-DIVISOR
012420         NUM-PARM-RESULT-SW.
012430     IF NUM-PARM-DIVISIBLE
012440         MOVE 29 TO CTM-WS-DAYS-IN-MON
012450     END-IF.
012460 8110-EXIT.
012470     EXIT.
012480*
012490*===============================================================
012500 8200-CHECK-CUTOFF.
012510*===============================================================
012520*    A PENDING PROPOSAL IS PAST ITS CUTOFF ONCE IT HAS WAITED
012530*    MORE THAN PENDDAYS DAYS, OR ONCE THE BUSINESS DATE HAS
012540*    PASSED ITS EFFECTIVE DATE - IT COULD NO LONGER TAKE EFFECT
012550*    WHEN ASKED.
012560     MOVE 'N' TO CTM-WS-PAST-CUTOFF-SW.
012570     IF CTM-WS-BUS-DATE > CTQ-EFF-DATE
012580         MOVE 'Y' TO CTM-WS-PAST-CUTOFF-SW
012590         GO TO 8200-EXIT
012600     END-IF.
012610     MOVE CTQ-PROP-DATE TO CTM-WS-SER-DATE.
012620     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
012630     COMPUTE CTM-WS-AGE-DAYS = CTM-WS-BUS-SERIAL - CTM-WS-SERIAL.
012640     IF CTM-WS-AGE-DAYS > CTM-WS-PEND-DAYS
012650         MOVE 'Y' TO CTM-WS-PAST-CUTOFF-SW
012660     END-IF.
012670 8200-EXIT.
012680     EXIT.
