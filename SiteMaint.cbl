000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SITE-MAINT.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   SHIPPING OPERATIONS DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. TRANSACTION-DRIVEN
000130*                    MAINTENANCE FOR LGN-SITE-FILE, THE SITE
000140*                    MASTER LARGEST AND ALERT-ESCALATE READ, THE
000150*                    WAY CPI-MAINT MAINTAINS HELLO'S ACCOUNTS -
000160*                    ADD, CHANGE, RELOCATE-REGION AND
000170*                    DECOMMISSION TRANSACTIONS REPLACE HAND EDITS
000180*                    OF THE MASTER.
000190*                    REGION CODES ARE CHECKED AGAINST THE LGNREGN
000200*                    REGION LIST, BASELINE AND REGION NORM AGAINST
000210*                    THE BASEMIN/BASEMAX LIMITS ON LGNCTL THROUGH
000220*                    RANGE-CHECK. EVERY APPLIED CHANGE WRITES A
000230*                    BEFORE/AFTER AUDIT RECORD AND A SECLOG ENTRY,
000240*                    AND THE EFFECT REPORT SHOWS WHAT EACH CHANGE
000250*                    DOES TO THE NIGHTLY DRIFT TEST AND TO
000260*                    ESCALATION. A DECOMMISSIONED SITE STAYS ON
000270*                    THE MASTER WITH STATUS 'D' SO ITS ID IS NOT
000280*                    REUSED - LARGEST NO LONGER EXPECTS IT AND
000290*                    ALERT-ESCALATE NO LONGER CUTS WORK ORDERS FOR
000300*                    IT. THE MASTER IS WRITTEN AS A NEW GENERATION
000310*                    AND CUT OVER BY IDCAMS RENAME IN SITEMNT.JCL.
000320*---------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT SMT-TXN-FILE     ASSIGN TO LGNSMTX
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS SMT-WS-TXN-STATUS.
000420     SELECT LGN-SITE-FILE    ASSIGN TO LGNSITE
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS SMT-WS-SITE-STATUS.
000450     SELECT SMT-SITE-OUT     ASSIGN TO LGNSITEN
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT SMT-REGION-FILE  ASSIGN TO LGNREGN
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS SMT-WS-REGION-STATUS.
000500     SELECT LGN-CTL-FILE     ASSIGN TO LGNCTL
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS SMT-WS-CTL-STATUS.
000530     SELECT SMT-AUDIT-FILE   ASSIGN TO LGNSMAU
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS SMT-WS-AUDIT-STATUS.
000560     SELECT SMT-RPT-FILE     ASSIGN TO LGNSMRP
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580     SELECT SMT-SECLOG-FILE  ASSIGN TO LGNSECLG
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS SMT-WS-SECLOG-STATUS.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640*    MAINTENANCE TRANSACTIONS. AN ADD CARRIES THE NAME, REGION
000650*    AND (OPTIONALLY) THE BASELINE, REGION NORM AND AN 'I' STATUS
000660*    FOR A SITE NOT YET INSTALLED. A CHANGE CARRIES A NEW NAME,
000670*    BASELINE, REGION NORM OR 'A'/'I' STATUS - A BLANK FIELD KEEPS
000680*    THE CURRENT VALUE. A RELOCATE CARRIES THE NEW REGION AND,
000690*    OPTIONALLY, THE NEW REGION'S NORM. A DECOMMISSION NEEDS ONLY
000700*    THE SITE ID. A BASELINE OR NORM OF 00 MEANS NOT SURVEYED.
000710 FD  SMT-TXN-FILE
000720     RECORD CONTAINS 80 CHARACTERS.
000730 01  SMT-TXN-REC.
000740     05  SMX-ACTION              PIC X(01).
000750         88  SMX-ADD             VALUE 'A'.
000760         88  SMX-CHANGE          VALUE 'C'.
000770         88  SMX-RELOCATE        VALUE 'R'.
000780         88  SMX-DECOMM          VALUE 'D'.
000790     05  SMX-SITE-ID             PIC X(09).
000800     05  SMX-NAME                PIC X(20).
000810     05  SMX-REGION              PIC X(03).
000820     05  SMX-BASELINE-X          PIC X(02).
000830     05  SMX-BASELINE REDEFINES SMX-BASELINE-X
000840                                 PIC 9(02).
000850     05  SMX-NORM-X              PIC X(02).
000860     05  SMX-NORM REDEFINES SMX-NORM-X
000870                                 PIC 9(02).
000880     05  SMX-STATUS              PIC X(01).
000890     05  FILLER                  PIC X(42).
000900*
000910*    SAME 40-BYTE SITE MASTER LARGEST READS.
000920 FD  LGN-SITE-FILE
000930     RECORD CONTAINS 40 CHARACTERS.
000940 01  LGN-SITE-REC                PIC X(40).
000950*
000960 FD  SMT-SITE-OUT
000970     RECORD CONTAINS 40 CHARACTERS.
000980 01  SMT-SITE-OUT-REC            PIC X(40).
000990*
001000*    REGION LIST - ONE RECORD PER REGION CODE IN SERVICE.
001010 FD  SMT-REGION-FILE
001020     RECORD CONTAINS 40 CHARACTERS.
001030 01  SMT-REGION-REC.
001040     05  SRG-REGION              PIC X(03).
001050     05  SRG-REGION-NAME         PIC X(20).
001060     05  FILLER                  PIC X(17).
001070*
001080 FD  LGN-CTL-FILE
001090     RECORD CONTAINS 20 CHARACTERS.
001100     COPY CTLPARM REPLACING ==CTLPARM-RECORD==
001110         BY ==SMT-CTL-REC==.
001120*
001130*    BEFORE/AFTER AUDIT TRAIL - ONE RECORD PER APPLIED CHANGE.
001140*    AN ADD HAS A BLANK BEFORE IMAGE.
001150 FD  SMT-AUDIT-FILE
001160     RECORD CONTAINS 100 CHARACTERS.
001170 01  SMT-AUDIT-REC.
001180     05  SMA-ACTION              PIC X(01).
001190     05  SMA-SITE-ID             PIC X(09).
001200     05  SMA-RUN-DATE            PIC 9(08).
001210     05  SMA-RUN-TIME            PIC 9(08).
001220     05  SMA-USERID              PIC X(08).
001230     05  SMA-OLD-NAME            PIC X(20).
001240     05  SMA-OLD-REGION          PIC X(03).
001250     05  SMA-OLD-BASELINE        PIC 9(02).
001260     05  SMA-OLD-NORM            PIC 9(02).
001270     05  SMA-OLD-STATUS          PIC X(01).
001280     05  SMA-NEW-NAME            PIC X(20).
001290     05  SMA-NEW-REGION          PIC X(03).
001300     05  SMA-NEW-BASELINE        PIC 9(02).
001310     05  SMA-NEW-NORM            PIC 9(02).
001320     05  SMA-NEW-STATUS          PIC X(01).
001330     05  FILLER                  PIC X(10).
001340*
001350 FD  SMT-RPT-FILE
001360     RECORD CONTAINS 80 CHARACTERS.
001370 01  SMT-RPT-REC                 PIC X(80).
001380*
001390 FD  SMT-SECLOG-FILE
001400     RECORD CONTAINS 80 CHARACTERS.
001410     COPY AUDITLOG REPLACING ==AUDITLOG-RECORD==
001420         BY ==SMT-SECLOG-REC==.
001430*
001440 WORKING-STORAGE SECTION.
001450 77  SMT-WS-EOF-SW               PIC X(01) VALUE 'N'.
001460     88  SMT-WS-EOF              VALUE 'Y'.
001470 77  SMT-WS-LOAD-EOF-SW          PIC X(01) VALUE 'N'.
001480     88  SMT-WS-LOAD-EOF         VALUE 'Y'.
001490 77  SMT-WS-STOP-SW              PIC X(01) VALUE 'N'.
001500     88  SMT-WS-STOP             VALUE 'Y'.
001510 77  SMT-WS-TXN-STATUS           PIC X(02) VALUE '00'.
001520 77  SMT-WS-SITE-STATUS          PIC X(02) VALUE '00'.
001530 77  SMT-WS-REGION-STATUS        PIC X(02) VALUE '00'.
001540 77  SMT-WS-CTL-STATUS           PIC X(02) VALUE '00'.
001550 77  SMT-WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
001560 77  SMT-WS-SECLOG-STATUS        PIC X(02) VALUE '00'.
001570 77  SMT-WS-TXN-COUNT            PIC 9(05) COMP VALUE ZERO.
001580 77  SMT-WS-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
001590 77  SMT-WS-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
001600 77  SMT-WS-ADDED-COUNT          PIC 9(05) COMP VALUE ZERO.
001610 77  SMT-WS-RELOC-COUNT          PIC 9(05) COMP VALUE ZERO.
001620 77  SMT-WS-DECOMM-COUNT         PIC 9(05) COMP VALUE ZERO.
001630 77  SMT-WS-OUT-COUNT            PIC 9(05) COMP VALUE ZERO.
001640 77  SMT-WS-SITE-FOUND-SW        PIC X(01).
001650     88  SMT-WS-SITE-FOUND       VALUE 'Y'.
001660 77  SMT-WS-REGION-OK-SW         PIC X(01).
001670     88  SMT-WS-REGION-OK        VALUE 'Y'.
001680 77  SMT-WS-REJ-REASON           PIC X(35).
001690 77  SMT-WS-EFFECT               PIC X(35).
001700 77  SMT-WS-USERID               PIC X(08).
001710     COPY RUNSTAMP.
001720     COPY RGCPARM.
001730*
001740*    BASELINE AND REGION-NORM LIMITS (LGNCTL BASEMIN/BASEMAX).
001750*    READINGS ARE TWO DIGITS, SO THE WIDEST RANGE IS 01-99. 00 IS
001760*    ALWAYS ALLOWED - IT MEANS NOT SURVEYED, NO DRIFT TEST.
001770 77  SMT-WS-BASE-MIN             PIC 9(02) VALUE 1.
001780 77  SMT-WS-BASE-MAX             PIC 9(02) VALUE 99.
001790*
001800*    THE WHOLE MASTER IS HELD SO TRANSACTIONS CAN ARRIVE IN ANY
001810*    ORDER. 500 IS LARGEST'S OWN SITE-TABLE SIZE - A MASTER
001820*    LARGER THAN THAT STOPS THE RUN WITH RC 16 BEFORE ANYTHING
001830*    IS WRITTEN, SO THE RENAME STEP NEVER CUTS OVER A SHORT FILE.
001840 77  SMT-WS-SITE-COUNT           PIC 9(04) COMP VALUE ZERO.
001850 77  SMT-WS-SITE-SUB             PIC 9(04) COMP VALUE ZERO.
001860 01  SMT-WS-SITE-TABLE.
001870     05  SMT-SM-ENTRY OCCURS 500 TIMES
001880                      INDEXED BY SMT-SM-IDX.
001890         10  SMT-SM-IMAGE        PIC X(40).
001900         10  SMT-SM-SITE-ID REDEFINES SMT-SM-IMAGE
001910                                 PIC X(09).
001920*
001930*    REGION LIST. WITH NO LGNREGN FILE A REGION MUST ALREADY BE
001940*    IN USE BY A SITE ON THE MASTER, SO A MISTYPED CODE CAN
001950*    NEVER START A NEW REGION ROLL-UP.
001960 77  SMT-WS-REGION-COUNT         PIC 9(03) COMP VALUE ZERO.
001970 77  SMT-WS-REGION-LOADED-SW     PIC X(01) VALUE 'N'.
001980     88  SMT-WS-REGION-LOADED    VALUE 'Y'.
001990 01  SMT-WS-REGION-TABLE.
002000     05  SMT-RG-ENTRY OCCURS 100 TIMES
002010                      INDEXED BY SMT-RG-IDX.
002020         10  SMT-RG-REGION       PIC X(03).
002030*
002040*    WORKING VIEW OF ONE SITE RECORD - THE LAYOUT LARGEST READS.
002050 01  SMT-WS-SITE.
002060     05  SMW-SITE-ID             PIC X(09).
002070     05  SMW-NAME                PIC X(20).
002080     05  SMW-REGION              PIC X(03).
002090     05  SMW-BASELINE            PIC 9(02).
002100     05  SMW-REGION-NORM         PIC 9(02).
002110     05  SMW-STATUS              PIC X(01).
002120         88  SMW-INACTIVE        VALUE 'I'.
002130         88  SMW-DECOMM          VALUE 'D'.
002140     05  FILLER                  PIC X(03).
002150*
002160 01  SMT-WS-COL-HDR.
002170     05  FILLER                  PIC X(43) VALUE
002180         "A SITE ID   NAME                 DISP      ".
002190     05  FILLER                  PIC X(37) VALUE
002200         "REASON / EFFECT".
002210*
002220 01  SMT-WS-RPT-LINE.
002230     05  SML-ACTION              PIC X(01).
002240     05  FILLER                  PIC X(01) VALUE SPACES.
002250     05  SML-SITE-ID             PIC X(09).
002260     05  FILLER                  PIC X(01) VALUE SPACES.
002270     05  SML-NAME                PIC X(20).
002280     05  FILLER                  PIC X(01) VALUE SPACES.
002290     05  SML-DISP                PIC X(08).
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  SML-REASON              PIC X(35).
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330*
002340*    BEFORE -> AFTER FIGURES UNDER EACH APPLIED TRANSACTION. A
002350*    BLANK STATUS ON FILE PRINTS AS 'A' (ACTIVE); A BLANK BEFORE
002360*    STATUS IS AN ADD.
002370 01  SMT-WS-CHG-LINE.
002380     05  FILLER                  PIC X(12) VALUE SPACES.
002390     05  FILLER                  PIC X(07) VALUE "REGION ".
002400     05  SMC-OLD-REGION          PIC X(03).
002410     05  FILLER                  PIC X(02) VALUE "->".
002420     05  SMC-NEW-REGION          PIC X(03).
002430     05  FILLER                  PIC X(07) VALUE "  BASE ".
002440     05  SMC-OLD-BASELINE        PIC Z9.
002450     05  FILLER                  PIC X(02) VALUE "->".
002460     05  SMC-NEW-BASELINE        PIC Z9.
002470     05  FILLER                  PIC X(07) VALUE "  NORM ".
002480     05  SMC-OLD-NORM            PIC Z9.
002490     05  FILLER                  PIC X(02) VALUE "->".
002500     05  SMC-NEW-NORM            PIC Z9.
002510     05  FILLER                  PIC X(09) VALUE "  STATUS ".
002520     05  SMC-OLD-STATUS          PIC X(01).
002530     05  FILLER                  PIC X(02) VALUE "->".
002540     05  SMC-NEW-STATUS          PIC X(01).
002550     05  FILLER                  PIC X(14) VALUE SPACES.
002560*
002570 01  SMT-WS-FOOT-LINE.
002580     05  SMF-LABEL               PIC X(28).
002590     05  SMF-COUNT               PIC Z(4)9.
002600     05  FILLER                  PIC X(47) VALUE SPACES.
002610*
002620 PROCEDURE DIVISION.
002630*===============================================================
002640 0000-MAINLINE.
002650*===============================================================
002660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002670     IF SMT-WS-STOP
002680         CLOSE SMT-RPT-FILE
002690         MOVE 16 TO RETURN-CODE
002700         STOP RUN
002710     END-IF.
002720     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
002730         UNTIL SMT-WS-EOF.
002740     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002750     STOP RUN.
002760*
002770*===============================================================
002780 1000-INITIALIZE.
002790*===============================================================
002800     OPEN OUTPUT SMT-RPT-FILE.
002810     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
002820     ACCEPT RUNSTAMP-TIME FROM TIME.
002830     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
002840     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
002850     WRITE SMT-RPT-REC FROM RUNSTAMP-HEADER-LINE.
002860     WRITE SMT-RPT-REC FROM SMT-WS-COL-HDR.
002870     ACCEPT SMT-WS-USERID FROM ENVIRONMENT "USER".
002880     PERFORM 1100-LOAD-PARMS THRU 1100-EXIT.
002890     PERFORM 1200-LOAD-SITE-TABLE THRU 1200-EXIT.
002900     IF SMT-WS-STOP
002910         GO TO 1000-EXIT
002920     END-IF.
002930     PERFORM 1300-LOAD-REGIONS THRU 1300-EXIT.
002940     PERFORM 1400-OPEN-AUDIT THRU 1400-EXIT.
002950     PERFORM 1500-WRITE-SECLOG THRU 1500-EXIT.
002960     OPEN INPUT SMT-TXN-FILE.
002970     IF SMT-WS-TXN-STATUS NOT = '00'
002980         DISPLAY "SITE-MAINT: NO TRANSACTION FILE"
002990         MOVE 'Y' TO SMT-WS-EOF-SW
003000         GO TO 1000-EXIT
003010     END-IF.
003020     READ SMT-TXN-FILE
003030         AT END
003040             MOVE 'Y' TO SMT-WS-EOF-SW
003050     END-READ.
003060 1000-EXIT.
003070     EXIT.
003080*
003090*===============================================================
003100 1100-LOAD-PARMS.
003110*===============================================================
003120*    A LIMIT OUTSIDE 01-99, OR A PAIR THAT DOES NOT ASCEND, IS
003130*    IGNORED AND THE DEFAULT STANDS.
003140     OPEN INPUT LGN-CTL-FILE.
003150     IF SMT-WS-CTL-STATUS NOT = '00'
003160         GO TO 1100-EXIT
003170     END-IF.
003180     MOVE 'N' TO SMT-WS-LOAD-EOF-SW.
003190     READ LGN-CTL-FILE
003200         AT END
003210             MOVE 'Y' TO SMT-WS-LOAD-EOF-SW
003220     END-READ.
003230     PERFORM 1110-CHECK-ONE-PARM THRU 1110-EXIT
003240         UNTIL SMT-WS-LOAD-EOF.
003250     CLOSE LGN-CTL-FILE.
003260     IF SMT-WS-BASE-MIN > SMT-WS-BASE-MAX
003270         DISPLAY "SITE-MAINT: BASEMIN ABOVE BASEMAX - DEFAULT "
003280             "LIMITS 01-99 USED"
003290         MOVE 1  TO SMT-WS-BASE-MIN
003300         MOVE 99 TO SMT-WS-BASE-MAX
003310     END-IF.
003320 1100-EXIT.
003330     EXIT.
003340*
003350*===============================================================
003360 1110-CHECK-ONE-PARM.
003370*===============================================================
003380     EVALUATE CTL-PARM-CODE OF SMT-CTL-REC
003390         WHEN 'BASEMIN '
003400             IF CTL-PARM-VALUE OF SMT-CTL-REC > ZERO
003410                     AND CTL-PARM-VALUE OF SMT-CTL-REC < 100
003420                 MOVE CTL-PARM-VALUE OF SMT-CTL-REC
003430                     TO SMT-WS-BASE-MIN
003440             END-IF
003450         WHEN 'BASEMAX '
003460             IF CTL-PARM-VALUE OF SMT-CTL-REC > ZERO
003470                     AND CTL-PARM-VALUE OF SMT-CTL-REC < 100
003480                 MOVE CTL-PARM-VALUE OF SMT-CTL-REC
003490                     TO SMT-WS-BASE-MAX
003500             END-IF
003510     END-EVALUATE.
003520     READ LGN-CTL-FILE
003530         AT END
003540             MOVE 'Y' TO SMT-WS-LOAD-EOF-SW
003550     END-READ.
003560 1110-EXIT.
003570     EXIT.
003580*
003590*===============================================================
003600 1200-LOAD-SITE-TABLE.
003610*===============================================================
003620*    A MISSING MASTER MEANS A NEW INSTALLATION - EVERY
003630*    TRANSACTION THEN HAS TO BE AN ADD.
003640     OPEN INPUT LGN-SITE-FILE.
003650     IF SMT-WS-SITE-STATUS NOT = '00'
003660         GO TO 1200-EXIT
003670     END-IF.
003680     MOVE 'N' TO SMT-WS-LOAD-EOF-SW.
003690     READ LGN-SITE-FILE
003700         AT END
003710             MOVE 'Y' TO SMT-WS-LOAD-EOF-SW
003720     END-READ.
003730     PERFORM 1210-LOAD-ONE-SITE THRU 1210-EXIT
003740         UNTIL SMT-WS-LOAD-EOF OR SMT-WS-STOP.
003750     CLOSE LGN-SITE-FILE.
003760 1200-EXIT.
003770     EXIT.
003780*
003790*===============================================================
003800 1210-LOAD-ONE-SITE.
003810*===============================================================
003820     IF SMT-WS-SITE-COUNT = 500
003830         DISPLAY "SITE-MAINT: SITE MASTER EXCEEDS 500 "
003840             "RECORDS - RUN STOPPED, NOTHING WRITTEN"
003850         MOVE 'Y' TO SMT-WS-STOP-SW
003860         GO TO 1210-EXIT
003870     END-IF.
003880     ADD 1 TO SMT-WS-SITE-COUNT.
003890     MOVE LGN-SITE-REC TO SMT-SM-IMAGE (SMT-WS-SITE-COUNT).
003900     READ LGN-SITE-FILE
003910         AT END
003920             MOVE 'Y' TO SMT-WS-LOAD-EOF-SW
003930     END-READ.
003940 1210-EXIT.
003950     EXIT.
003960*
003970*===============================================================
003980 1300-LOAD-REGIONS.
003990*===============================================================
004000     OPEN INPUT SMT-REGION-FILE.
004010     IF SMT-WS-REGION-STATUS NOT = '00'
004020         DISPLAY "SITE-MAINT: NO REGION LIST - REGIONS CHECKED "
004030             "AGAINST THE SITE MASTER"
004040         GO TO 1300-EXIT
004050     END-IF.
004060     MOVE 'N' TO SMT-WS-LOAD-EOF-SW.
004070     READ SMT-REGION-FILE
004080         AT END
004090             MOVE 'Y' TO SMT-WS-LOAD-EOF-SW
004100     END-READ.
004110     PERFORM 1310-LOAD-ONE-REGION THRU 1310-EXIT
004120         UNTIL SMT-WS-LOAD-EOF.
004130     CLOSE SMT-REGION-FILE.
004140     IF SMT-WS-REGION-COUNT > ZERO
004150         MOVE 'Y' TO SMT-WS-REGION-LOADED-SW
004160     END-IF.
004170 1300-EXIT.
004180     EXIT.
004190*
004200*===============================================================
004210 1310-LOAD-ONE-REGION.
004220*===============================================================
004230     IF SRG-REGION = SPACES
004240         GO TO 1310-READ-NEXT
004250     END-IF.
004260     IF SMT-WS-REGION-COUNT = 100
004270         DISPLAY "SITE-MAINT: REGION LIST EXCEEDS 100 - "
004280             "REMAINDER IGNORED"
004290         MOVE 'Y' TO SMT-WS-LOAD-EOF-SW
004300         GO TO 1310-EXIT
004310     END-IF.
004320     ADD 1 TO SMT-WS-REGION-COUNT.
004330     MOVE SRG-REGION TO SMT-RG-REGION (SMT-WS-REGION-COUNT).
004340 1310-READ-NEXT.
004350     READ SMT-REGION-FILE
004360         AT END
004370             MOVE 'Y' TO SMT-WS-LOAD-EOF-SW
004380     END-READ.
004390 1310-EXIT.
004400     EXIT.
004410*
004420*===============================================================
004430 1400-OPEN-AUDIT.
004440*===============================================================
004450     OPEN EXTEND SMT-AUDIT-FILE.
004460     IF SMT-WS-AUDIT-STATUS NOT = '00'
004470         OPEN OUTPUT SMT-AUDIT-FILE
004480     END-IF.
004490 1400-EXIT.
004500     EXIT.
004510*
004520*===============================================================
004530 1500-WRITE-SECLOG.
004540*===============================================================
004550*    THE STARTUP RECORD SHOWS WHO RAN THE MAINTENANCE. THE LOG
004560*    STAYS OPEN SO EACH APPLIED TRANSACTION ADDS ITS OWN ENTRY.
004570     OPEN EXTEND SMT-SECLOG-FILE.
004580     IF SMT-WS-SECLOG-STATUS NOT = '00'
004590         OPEN OUTPUT SMT-SECLOG-FILE
004600     END-IF.
004610     MOVE SPACES          TO SMT-SECLOG-REC.
004620     MOVE SMT-WS-USERID   TO AUD-USERID.
004630     MOVE "SITEMNT"       TO AUD-PROGRAM-ID.
004640     MOVE RUNSTAMP-DATE   TO AUD-RUN-DATE.
004650     MOVE RUNSTAMP-TIME   TO AUD-RUN-TIME.
004660     MOVE "SITE MASTER MAINTENANCE RUN" TO AUD-KEY-INPUT.
004670     WRITE SMT-SECLOG-REC.
004680 1500-EXIT.
004690     EXIT.
004700*
004710*===============================================================
004720 2000-PROCESS-TXN.
004730*===============================================================
004740     ADD 1 TO SMT-WS-TXN-COUNT.
004750     MOVE SPACES TO SMT-WS-REJ-REASON.
004760     MOVE SPACES TO SMT-WS-EFFECT.
004770     IF SMX-SITE-ID = SPACES
004780         MOVE "SITE ID MISSING" TO SMT-WS-REJ-REASON
004790         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004800         GO TO 2000-READ-NEXT
004810     END-IF.
004820     PERFORM 2100-FIND-SITE THRU 2100-EXIT.
004830     EVALUATE TRUE
004840         WHEN SMX-ADD
004850             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
004860         WHEN SMX-CHANGE
004870             PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
004880         WHEN SMX-RELOCATE
004890             PERFORM 2400-APPLY-RELOCATE THRU 2400-EXIT
004900         WHEN SMX-DECOMM
004910             PERFORM 2500-APPLY-DECOMM THRU 2500-EXIT
004920         WHEN OTHER
004930             MOVE "ACTION NOT A/C/R/D" TO SMT-WS-REJ-REASON
004940             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004950     END-EVALUATE.
004960 2000-READ-NEXT.
004970     READ SMT-TXN-FILE
004980         AT END
004990             MOVE 'Y' TO SMT-WS-EOF-SW
005000     END-READ.
005010 2000-EXIT.
005020     EXIT.
005030*
005040*===============================================================
005050 2100-FIND-SITE.
005060*===============================================================
005070*    A DECOMMISSIONED SITE IS STILL ON FILE - ITS ID IS NEVER
005080*    REUSED FOR A NEW SITE.
005090     MOVE 'N' TO SMT-WS-SITE-FOUND-SW.
005100     MOVE ZERO TO SMT-WS-SITE-SUB.
005110     MOVE SPACES TO SMT-WS-SITE.
005120     MOVE ZERO TO SMW-BASELINE SMW-REGION-NORM.
005130     PERFORM 2110-SCAN-SITE THRU 2110-EXIT
005140         VARYING SMT-SM-IDX FROM 1 BY 1
005150         UNTIL SMT-SM-IDX > SMT-WS-SITE-COUNT.
005160     IF SMT-WS-SITE-FOUND
005170         MOVE SMT-SM-IMAGE (SMT-WS-SITE-SUB) TO SMT-WS-SITE
005180         IF SMW-BASELINE NOT NUMERIC
005190             MOVE ZERO TO SMW-BASELINE
005200         END-IF
005210         IF SMW-REGION-NORM NOT NUMERIC
005220             MOVE ZERO TO SMW-REGION-NORM
005230         END-IF
005240     END-IF.
005250 2100-EXIT.
005260     EXIT.
005270*
005280*===============================================================
005290 2110-SCAN-SITE.
005300*===============================================================
005310     IF SMT-SM-SITE-ID (SMT-SM-IDX) = SMX-SITE-ID
005320         MOVE 'Y' TO SMT-WS-SITE-FOUND-SW
005330         SET SMT-WS-SITE-SUB TO SMT-SM-IDX
005340         SET SMT-SM-IDX TO SMT-WS-SITE-COUNT
005350     END-IF.
005360 2110-EXIT.
005370     EXIT.
005380*
005390*===============================================================
005400 2200-APPLY-ADD.
005410*===============================================================
005420*    A NEW SITE. A BLANK BASELINE OR NORM GOES ON FILE AS 00 -
005430*    NOT SURVEYED - SO NO DRIFT TEST RUNS UNTIL ONE IS KEYED.
005440     IF SMT-WS-SITE-FOUND
005450         MOVE "SITE ID ALREADY ON FILE" TO SMT-WS-REJ-REASON
005460         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005470         GO TO 2200-EXIT
005480     END-IF.
005490     IF SMX-NAME = SPACES
005500         MOVE "SITE NAME MISSING ON ADD" TO SMT-WS-REJ-REASON
005510         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005520         GO TO 2200-EXIT
005530     END-IF.
005540     PERFORM 2600-VALIDATE-REGION THRU 2600-EXIT.
005550     IF SMT-WS-REJ-REASON = SPACES
005560         PERFORM 2650-VALIDATE-FIGURES THRU 2650-EXIT
005570     END-IF.
005580     IF SMT-WS-REJ-REASON = SPACES
005590             AND SMX-STATUS NOT = SPACE AND SMX-STATUS NOT = 'A'
005600             AND SMX-STATUS NOT = 'I'
005610         MOVE "STATUS NOT BLANK, A OR I" TO SMT-WS-REJ-REASON
005620     END-IF.
005630     IF SMT-WS-REJ-REASON = SPACES
005640             AND SMT-WS-SITE-COUNT = 500
005650         MOVE "SITE TABLE FULL" TO SMT-WS-REJ-REASON
005660     END-IF.
005670     IF SMT-WS-REJ-REASON NOT = SPACES
005680         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005690         GO TO 2200-EXIT
005700     END-IF.
005710     PERFORM 2700-SET-AUDIT-BEFORE THRU 2700-EXIT.
005720     MOVE SPACES            TO SMT-WS-SITE.
005730     MOVE SMX-SITE-ID       TO SMW-SITE-ID.
005740     MOVE SMX-NAME          TO SMW-NAME.
005750     MOVE SMX-REGION        TO SMW-REGION.
005760     MOVE ZERO              TO SMW-BASELINE SMW-REGION-NORM.
005770     IF SMX-BASELINE-X NOT = SPACES
005780         MOVE SMX-BASELINE  TO SMW-BASELINE
005790     END-IF.
005800     IF SMX-NORM-X NOT = SPACES
005810         MOVE SMX-NORM      TO SMW-REGION-NORM
005820     END-IF.
005830     MOVE SMX-STATUS        TO SMW-STATUS.
005840     ADD 1 TO SMT-WS-SITE-COUNT.
005850     MOVE SMT-WS-SITE TO SMT-SM-IMAGE (SMT-WS-SITE-COUNT).
005860     IF SMW-INACTIVE
005870         MOVE "ON FILE - NOT YET EXPECTED" TO SMT-WS-EFFECT
005880     ELSE
005890         MOVE "EXPECTED FROM NEXT NIGHTLY RUN" TO SMT-WS-EFFECT
005900     END-IF.
005910     PERFORM 2750-WRITE-AUDIT THRU 2750-EXIT.
005920     ADD 1 TO SMT-WS-ADDED-COUNT.
005930 2200-EXIT.
005940     EXIT.
005950*
005960*===============================================================
005970 2300-APPLY-CHANGE.
005980*===============================================================
005990*    NAME, BASELINE, REGION NORM AND THE A/I STATUS. A REGION
006000*    MOVE HAS ITS OWN TRANSACTION SO IT SHOWS AS ONE ON THE
006010*    AUDIT TRAIL.
006020     IF NOT SMT-WS-SITE-FOUND
006030         MOVE "SITE NOT ON FILE" TO SMT-WS-REJ-REASON
006040         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
006050         GO TO 2300-EXIT
006060     END-IF.
006070     IF SMW-DECOMM
006080         MOVE "SITE DECOMMISSIONED" TO SMT-WS-REJ-REASON
006090         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
006100         GO TO 2300-EXIT
006110     END-IF.
006120     IF SMX-REGION NOT = SPACES
006130         MOVE "REGION MOVES NEED A RELOCATE" TO SMT-WS-REJ-REASON
006140         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
006150         GO TO 2300-EXIT
006160     END-IF.
006170     IF SMX-NAME = SPACES AND SMX-BASELINE-X = SPACES
006180             AND SMX-NORM-X = SPACES AND SMX-STATUS = SPACE
006190         MOVE "NOTHING TO CHANGE" TO SMT-WS-REJ-REASON
006200         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
006210         GO TO 2300-EXIT
006220     END-IF.
006230     PERFORM 2650-VALIDATE-FIGURES THRU 2650-EXIT.
006240     IF SMT-WS-REJ-REASON = SPACES
006250             AND SMX-STATUS NOT = SPACE AND SMX-STATUS NOT = 'A'
006260             AND SMX-STATUS NOT = 'I'
006270         MOVE "STATUS NOT BLANK, A OR I" TO SMT-WS-REJ-REASON
006280     END-IF.
006290     IF SMT-WS-REJ-REASON NOT = SPACES
006300         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
006310         GO TO 2300-EXIT
006320     END-IF.
006330     PERFORM 2700-SET-AUDIT-BEFORE THRU 2700-EXIT.
006340     IF SMX-NAME NOT = SPACES
006350         MOVE SMX-NAME TO SMW-NAME
006360     END-IF.
006370     IF SMX-BASELINE-X NOT = SPACES
006380         MOVE SMX-BASELINE TO SMW-BASELINE
006390     END-IF.
006400     IF SMX-NORM-X NOT = SPACES
006410         MOVE SMX-NORM TO SMW-REGION-NORM
006420     END-IF.
006430     IF SMX-STATUS = 'A'
006440         MOVE SPACE TO SMW-STATUS
006450     END-IF.
006460     IF SMX-STATUS = 'I'
006470         MOVE 'I' TO SMW-STATUS
006480     END-IF.
006490     MOVE SMT-WS-SITE TO SMT-SM-IMAGE (SMT-WS-SITE-SUB).
006500     EVALUATE TRUE
006510         WHEN SMW-STATUS NOT = SMA-OLD-STATUS AND SMW-INACTIVE
006520             MOVE "NO LONGER EXPECTED NIGHTLY"
006530                 TO SMT-WS-EFFECT
006540         WHEN SMW-STATUS NOT = SMA-OLD-STATUS
006550             MOVE "EXPECTED FROM NEXT NIGHTLY RUN"
006560                 TO SMT-WS-EFFECT
006570         WHEN SMW-BASELINE NOT = SMA-OLD-BASELINE
006580                 OR SMW-REGION-NORM NOT = SMA-OLD-NORM
006590             MOVE "DRIFT TEST AGAINST NEW FIGURES"
006600                 TO SMT-WS-EFFECT
006610         WHEN OTHER
006620             MOVE "NAME ONLY - NO EFFECT ON TESTS"
006630                 TO SMT-WS-EFFECT
006640     END-EVALUATE.
006650     PERFORM 2750-WRITE-AUDIT THRU 2750-EXIT.
006660 2300-EXIT.
006670     EXIT.
006680*
006690*===============================================================
006700 2400-APPLY-RELOCATE.
006710*===============================================================
006720*    THE SITE MOVES TO ANOTHER REGION'S ROLL-UP. THE NORM BELONGS
006730*    TO THE REGION, SO THE NEW REGION'S NORM NORMALLY COMES WITH
006740*    THE TRANSACTION - A BLANK NORM KEEPS THE CURRENT FIGURE.
006750     IF NOT SMT-WS-SITE-FOUND
006760         MOVE "SITE NOT ON FILE" TO SMT-WS-REJ-REASON
006770         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
006780         GO TO 2400-EXIT
006790     END-IF.
006800     IF SMW-DECOMM
006810         MOVE "SITE DECOMMISSIONED" TO SMT-WS-REJ-REASON
006820         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
006830         GO TO 2400-EXIT
006840     END-IF.
006850     IF SMX-REGION = SMW-REGION
006860         MOVE "SITE ALREADY IN THAT REGION" TO SMT-WS-REJ-REASON
006870         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
006880         GO TO 2400-EXIT
006890     END-IF.
006900     PERFORM 2600-VALIDATE-REGION THRU 2600-EXIT.
006910     IF SMT-WS-REJ-REASON = SPACES
006920         PERFORM 2650-VALIDATE-FIGURES THRU 2650-EXIT
006930     END-IF.
006940     IF SMT-WS-REJ-REASON NOT = SPACES
006950         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
006960         GO TO 2400-EXIT
006970     END-IF.
006980     PERFORM 2700-SET-AUDIT-BEFORE THRU 2700-EXIT.
006990     MOVE SMX-REGION TO SMW-REGION.
007000     IF SMX-NORM-X NOT = SPACES
007010         MOVE SMX-NORM TO SMW-REGION-NORM
007020     END-IF.
007030     MOVE SMT-WS-SITE TO SMT-SM-IMAGE (SMT-WS-SITE-SUB).
007040     MOVE "ROLLS UP UNDER NEW REGION" TO SMT-WS-EFFECT.
007050     PERFORM 2750-WRITE-AUDIT THRU 2750-EXIT.
007060     ADD 1 TO SMT-WS-RELOC-COUNT.
007070 2400-EXIT.
007080     EXIT.
007090*
007100*===============================================================
007110 2500-APPLY-DECOMM.
007120*===============================================================
007130*    STATUS 'D' - LARGEST STOPS EXPECTING THE SITE AND ALERT-
007140*    ESCALATE STOPS CUTTING WORK ORDERS FOR IT. THE RECORD STAYS
007150*    ON THE MASTER FOR ITS NAME AND SO THE ID IS NOT REUSED.
007160     IF NOT SMT-WS-SITE-FOUND
007170         MOVE "SITE NOT ON FILE" TO SMT-WS-REJ-REASON
007180         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
007190         GO TO 2500-EXIT
007200     END-IF.
007210     IF SMW-DECOMM
007220         MOVE "SITE ALREADY DECOMMISSIONED" TO SMT-WS-REJ-REASON
007230         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
007240         GO TO 2500-EXIT
007250     END-IF.
007260     PERFORM 2700-SET-AUDIT-BEFORE THRU 2700-EXIT.
007270     MOVE 'D' TO SMW-STATUS.
007280     MOVE SMT-WS-SITE TO SMT-SM-IMAGE (SMT-WS-SITE-SUB).
007290     MOVE "NOT EXPECTED, NO WORK ORDERS" TO SMT-WS-EFFECT.
007300     PERFORM 2750-WRITE-AUDIT THRU 2750-EXIT.
007310     ADD 1 TO SMT-WS-DECOMM-COUNT.
007320 2500-EXIT.
007330     EXIT.
007340*
007350*===============================================================
007360 2600-VALIDATE-REGION.
007370*===============================================================
007380     IF SMX-REGION = SPACES
007390         MOVE "REGION CODE MISSING" TO SMT-WS-REJ-REASON
007400         GO TO 2600-EXIT
007410     END-IF.
007420     MOVE 'N' TO SMT-WS-REGION-OK-SW.
007430     IF SMT-WS-REGION-LOADED
007440         PERFORM 2610-SCAN-REGION THRU 2610-EXIT
007450             VARYING SMT-RG-IDX FROM 1 BY 1
007460             UNTIL SMT-RG-IDX > SMT-WS-REGION-COUNT
007470     ELSE
007480         PERFORM 2620-SCAN-SITE-REGION THRU 2620-EXIT
007490             VARYING SMT-SM-IDX FROM 1 BY 1
007500             UNTIL SMT-SM-IDX > SMT-WS-SITE-COUNT
007510     END-IF.
007520     IF NOT SMT-WS-REGION-OK
007530         MOVE "REGION CODE NOT ON REGION LIST"
007540             TO SMT-WS-REJ-REASON
007550     END-IF.
007560 2600-EXIT.
007570     EXIT.
007580*
007590*===============================================================
007600 2610-SCAN-REGION.
007610*===============================================================
007620     IF SMT-RG-REGION (SMT-RG-IDX) = SMX-REGION
007630         MOVE 'Y' TO SMT-WS-REGION-OK-SW
007640         SET SMT-RG-IDX TO SMT-WS-REGION-COUNT
007650     END-IF.
007660 2610-EXIT.
007670     EXIT.
007680*
007690*===============================================================
007700 2620-SCAN-SITE-REGION.
007710*===============================================================
007720     IF SMT-SM-IMAGE (SMT-SM-IDX) (30:3) = SMX-REGION
007730         MOVE 'Y' TO SMT-WS-REGION-OK-SW
007740         SET SMT-SM-IDX TO SMT-WS-SITE-COUNT
007750     END-IF.
007760 2620-EXIT.
007770     EXIT.
007780*
007790*===============================================================
007800 2650-VALIDATE-FIGURES.
007810*===============================================================
007820*    BASELINE AND REGION NORM. BLANK IS NO CHANGE (00 ON AN ADD);
007830*    00 IS NOT SURVEYED; ANYTHING ELSE MUST FALL INSIDE THE
007840*    BASEMIN-BASEMAX LIMITS.
007850     IF SMX-BASELINE-X NOT = SPACES
007860         IF SMX-BASELINE NOT NUMERIC
007870             MOVE "BASELINE NOT NUMERIC" TO SMT-WS-REJ-REASON
007880             GO TO 2650-EXIT
007890         END-IF
007900         IF SMX-BASELINE > ZERO
007910             MOVE SMT-WS-BASE-MIN TO RGC-PARM-MIN
007920             MOVE SMT-WS-BASE-MAX TO RGC-PARM-MAX
007930             MOVE SMX-BASELINE    TO RGC-PARM-VALUE
007940             CALL 'RANGE-CHECK' USING RGC-PARM-VALUE RGC-PARM-MIN
007950                 RGC-PARM-MAX RGC-PARM-VALID-SW
007960             IF RGC-PARM-INVALID
007970                 MOVE "BASELINE OUTSIDE BASEMIN-BASEMAX"
007980                     TO SMT-WS-REJ-REASON
007990                 GO TO 2650-EXIT
008000             END-IF
008010         END-IF
008020     END-IF.
008030     IF SMX-NORM-X NOT = SPACES
008040         IF SMX-NORM NOT NUMERIC
008050             MOVE "REGION NORM NOT NUMERIC" TO SMT-WS-REJ-REASON
008060             GO TO 2650-EXIT
008070         END-IF
008080         IF SMX-NORM > ZERO
008090             MOVE SMT-WS-BASE-MIN TO RGC-PARM-MIN
008100             MOVE SMT-WS-BASE-MAX TO RGC-PARM-MAX
008110             MOVE SMX-NORM        TO RGC-PARM-VALUE
008120             CALL 'RANGE-CHECK' USING RGC-PARM-VALUE RGC-PARM-MIN
008130                 RGC-PARM-MAX RGC-PARM-VALID-SW
008140             IF RGC-PARM-INVALID
008150                 MOVE "NORM OUTSIDE BASEMIN-BASEMAX"
008160                     TO SMT-WS-REJ-REASON
008170             END-IF
008180         END-IF
008190     END-IF.
008200 2650-EXIT.
008210     EXIT.
008220*
008230*===============================================================
008240 2700-SET-AUDIT-BEFORE.
008250*===============================================================
008260*    THE BEFORE IMAGE GOES INTO THE AUDIT RECORD BEFORE THE
008270*    WORKING VIEW IS CHANGED; 2750 ADDS THE AFTER IMAGE.
008280     MOVE SPACES            TO SMT-AUDIT-REC.
008290     MOVE SMX-ACTION        TO SMA-ACTION.
008300     MOVE SMX-SITE-ID       TO SMA-SITE-ID.
008310     MOVE RUNSTAMP-DATE     TO SMA-RUN-DATE.
008320     MOVE RUNSTAMP-TIME     TO SMA-RUN-TIME.
008330     MOVE SMT-WS-USERID     TO SMA-USERID.
008340     MOVE SMW-NAME          TO SMA-OLD-NAME.
008350     MOVE SMW-REGION        TO SMA-OLD-REGION.
008360     MOVE SMW-BASELINE      TO SMA-OLD-BASELINE.
008370     MOVE SMW-REGION-NORM   TO SMA-OLD-NORM.
008380     MOVE SMW-STATUS        TO SMA-OLD-STATUS.
008390 2700-EXIT.
008400     EXIT.
008410*
008420*===============================================================
008430 2750-WRITE-AUDIT.
008440*===============================================================
008450*    AFTER IMAGE, AUDIT RECORD, SECLOG ENTRY AND THE EFFECT
008460*    REPORT LINES FOR AN APPLIED TRANSACTION. THE CALLER HAS SET
008470*    SMT-WS-EFFECT.
008480     MOVE SMW-NAME          TO SMA-NEW-NAME.
008490     MOVE SMW-REGION        TO SMA-NEW-REGION.
008500     MOVE SMW-BASELINE      TO SMA-NEW-BASELINE.
008510     MOVE SMW-REGION-NORM   TO SMA-NEW-NORM.
008520     MOVE SMW-STATUS        TO SMA-NEW-STATUS.
008530     WRITE SMT-AUDIT-REC.
008540     MOVE SPACES            TO SMT-SECLOG-REC.
008550     MOVE SMT-WS-USERID     TO AUD-USERID.
008560     MOVE "SITEMNT"         TO AUD-PROGRAM-ID.
008570     MOVE RUNSTAMP-DATE     TO AUD-RUN-DATE.
008580     MOVE RUNSTAMP-TIME     TO AUD-RUN-TIME.
008590     EVALUATE TRUE
008600         WHEN SMX-ADD
008610             STRING "ADD SITE " SMX-SITE-ID
008620                 DELIMITED BY SIZE INTO AUD-KEY-INPUT
008630         WHEN SMX-CHANGE
008640             STRING "CHANGE SITE " SMX-SITE-ID
008650                 DELIMITED BY SIZE INTO AUD-KEY-INPUT
008660         WHEN SMX-RELOCATE
008670             STRING "RELOCATE SITE " SMX-SITE-ID " TO "
008680                 SMX-REGION
008690                 DELIMITED BY SIZE INTO AUD-KEY-INPUT
008700         WHEN OTHER
008710             STRING "DECOMMISSION SITE " SMX-SITE-ID
008720                 DELIMITED BY SIZE INTO AUD-KEY-INPUT
008730     END-EVALUATE.
008740     WRITE SMT-SECLOG-REC.
008750     MOVE SPACES            TO SMT-WS-RPT-LINE.
008760     MOVE SMX-ACTION        TO SML-ACTION.
008770     MOVE SMX-SITE-ID       TO SML-SITE-ID.
008780     MOVE SMW-NAME          TO SML-NAME.
008790     MOVE "APPLIED "        TO SML-DISP.
008800     MOVE SMT-WS-EFFECT     TO SML-REASON.
008810     WRITE SMT-RPT-REC FROM SMT-WS-RPT-LINE.
008820     MOVE SMA-OLD-REGION    TO SMC-OLD-REGION.
008830     MOVE SMA-NEW-REGION    TO SMC-NEW-REGION.
008840     MOVE SMA-OLD-BASELINE  TO SMC-OLD-BASELINE.
008850     MOVE SMA-NEW-BASELINE  TO SMC-NEW-BASELINE.
008860     MOVE SMA-OLD-NORM      TO SMC-OLD-NORM.
008870     MOVE SMA-NEW-NORM      TO SMC-NEW-NORM.
008880     MOVE SMA-OLD-STATUS    TO SMC-OLD-STATUS.
008890     MOVE SMA-NEW-STATUS    TO SMC-NEW-STATUS.
008900     IF SMC-OLD-STATUS = SPACE AND SMA-OLD-NAME NOT = SPACES
008910         MOVE 'A'           TO SMC-OLD-STATUS
008920     END-IF.
008930     IF SMC-NEW-STATUS = SPACE
008940         MOVE 'A'           TO SMC-NEW-STATUS
008950     END-IF.
008960     WRITE SMT-RPT-REC FROM SMT-WS-CHG-LINE.
008970     ADD 1 TO SMT-WS-APPLIED-COUNT.
008980 2750-EXIT.
008990     EXIT.
009000*
009010*===============================================================
009020 2900-WRITE-REJECT.
009030*===============================================================
009040     MOVE SPACES            TO SMT-WS-RPT-LINE.
009050     MOVE SMX-ACTION        TO SML-ACTION.
009060     MOVE SMX-SITE-ID       TO SML-SITE-ID.
009070     IF SMX-NAME NOT = SPACES
009080         MOVE SMX-NAME      TO SML-NAME
009090     ELSE
009100         MOVE SMW-NAME      TO SML-NAME
009110     END-IF.
009120     MOVE "REJECTED"        TO SML-DISP.
009130     MOVE SMT-WS-REJ-REASON TO SML-REASON.
009140     WRITE SMT-RPT-REC FROM SMT-WS-RPT-LINE.
009150     ADD 1 TO SMT-WS-REJECT-COUNT.
009160 2900-EXIT.
009170     EXIT.
009180*
009190*===============================================================
009200 3000-TERMINATE.
009210*===============================================================
009220     IF SMT-WS-TXN-STATUS = '00' OR '10'
009230         CLOSE SMT-TXN-FILE
009240     END-IF.
009250     CLOSE SMT-AUDIT-FILE.
009260     CLOSE SMT-SECLOG-FILE.
009270     PERFORM 3100-WRITE-NEW-MASTER THRU 3100-EXIT.
009280     MOVE "TRANSACTIONS READ:          " TO SMF-LABEL.
009290     MOVE SMT-WS-TXN-COUNT TO SMF-COUNT.
009300     WRITE SMT-RPT-REC FROM SMT-WS-FOOT-LINE.
009310     MOVE "TRANSACTIONS APPLIED:       " TO SMF-LABEL.
009320     MOVE SMT-WS-APPLIED-COUNT TO SMF-COUNT.
009330     WRITE SMT-RPT-REC FROM SMT-WS-FOOT-LINE.
009340     MOVE "TRANSACTIONS REJECTED:      " TO SMF-LABEL.
009350     MOVE SMT-WS-REJECT-COUNT TO SMF-COUNT.
009360     WRITE SMT-RPT-REC FROM SMT-WS-FOOT-LINE.
009370     MOVE "SITES ADDED:                " TO SMF-LABEL.
009380     MOVE SMT-WS-ADDED-COUNT TO SMF-COUNT.
009390     WRITE SMT-RPT-REC FROM SMT-WS-FOOT-LINE.
009400     MOVE "SITES RELOCATED:            " TO SMF-LABEL.
009410     MOVE SMT-WS-RELOC-COUNT TO SMF-COUNT.
009420     WRITE SMT-RPT-REC FROM SMT-WS-FOOT-LINE.
009430     MOVE "SITES DECOMMISSIONED:       " TO SMF-LABEL.
009440     MOVE SMT-WS-DECOMM-COUNT TO SMF-COUNT.
009450     WRITE SMT-RPT-REC FROM SMT-WS-FOOT-LINE.
009460     MOVE "SITES ON NEW MASTER:        " TO SMF-LABEL.
009470     MOVE SMT-WS-OUT-COUNT TO SMF-COUNT.
009480     WRITE SMT-RPT-REC FROM SMT-WS-FOOT-LINE.
009490     CLOSE SMT-RPT-FILE.
009500     DISPLAY "SITE-MAINT: TRANSACTIONS READ:     "
009510         SMT-WS-TXN-COUNT.
009520     DISPLAY "SITE-MAINT: TRANSACTIONS APPLIED:  "
009530         SMT-WS-APPLIED-COUNT.
009540     DISPLAY "SITE-MAINT: TRANSACTIONS REJECTED: "
009550         SMT-WS-REJECT-COUNT.
009560 3000-EXIT.
009570     EXIT.
009580*
009590*===============================================================
009600 3100-WRITE-NEW-MASTER.
009610*===============================================================
009620*    EVERY SITE IN ITS ORIGINAL ORDER, ADDS AFTER THEM.
009630*    DECOMMISSIONED SITES ARE KEPT.
009640     OPEN OUTPUT SMT-SITE-OUT.
009650     PERFORM 3110-WRITE-ONE-SITE THRU 3110-EXIT
009660         VARYING SMT-SM-IDX FROM 1 BY 1
009670         UNTIL SMT-SM-IDX > SMT-WS-SITE-COUNT.
009680     CLOSE SMT-SITE-OUT.
009690 3100-EXIT.
009700     EXIT.
009710*
009720*===============================================================
009730 3110-WRITE-ONE-SITE.
009740*===============================================================
009750     WRITE SMT-SITE-OUT-REC FROM SMT-SM-IMAGE (SMT-SM-IDX).
009760     ADD 1 TO SMT-WS-OUT-COUNT.
009770 3110-EXIT.
009780     EXIT.
