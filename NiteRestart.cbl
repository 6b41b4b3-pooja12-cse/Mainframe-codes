000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     NITE-RESTART.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   CENTRAL DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. THE RESTART ADVISOR FOR
000130*                    A NITERUN NIGHT THAT DID NOT FINISH. READS
000140*                    THE NITERUN JCL ITSELF FOR THE STEP ORDER,
000150*                    EACH STEP'S NEW,CATLG OUTPUT DATASETS AND
000160*                    WHICH STEPS UPDATE A KEYED MASTER IN PLACE,
000170*                    THEN THE NITESTAT 'B'/'S'/'R'/'D' RECORDS,
000180*                    THE IMGSTAMP BACKUP AND COMPLETION STAMPS AND
000190*                    THE RUNBAL RECORDS FOR THE BUSINESS DATE
000200*                    (RSADATE CONTROL FILE, OR TODAY WHEN ABSENT).
000210*                    PRINTS THE STEP TO RESTART FROM, THE DATASETS
000220*                    TO SCRATCH FIRST, WHETHER MASTER-RECOVER MUST
000230*                    RUN FIRST, AND WHICH STEPS NEED A FORCERUN
000240*                    RECORD TO GET PAST THE DOUBLE-SUBMISSION
000250*                    CHECK, AND WRITES THE RESTART JOB DECK TO
000260*                    RSADECK FOR THE OPERATOR TO REVIEW AND
000270*                    SUBMIT. THE DECK'S FORCERUN RECORDS ARE IN-
000280*                    STREAM ON THE STEPS THAT NEED THEM, SO THE
000290*                    SHARED FORCERUN FILE IS NEVER LEFT SET AFTER
000300*                    THE RESTART.
000310*---------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT RSA-JCL-FILE      ASSIGN TO NITEJCL
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS RSA-WS-JCL-STATUS.
000410     SELECT RSA-STAT-FILE     ASSIGN TO NITESTAT
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS RSA-WS-STAT-STATUS.
000440     SELECT RSA-STAMP-FILE    ASSIGN TO IMGSTAMP
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS RSA-WS-STAMP-STATUS.
000470     SELECT RSA-BAL-FILE      ASSIGN TO RUNBAL
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS RSA-WS-BAL-STATUS.
000500     SELECT RSA-DATE-FILE     ASSIGN TO RSADATE
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS RSA-WS-DATE-STATUS.
000530     SELECT RSA-RPT-FILE      ASSIGN TO RSARPT
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550     SELECT RSA-DECK-FILE     ASSIGN TO RSADECK
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600*    THE NITERUN JOB STREAM, READ AS CARD IMAGES.
000610 FD  RSA-JCL-FILE
000620     RECORD CONTAINS 80 CHARACTERS.
000630 01  RSA-JCL-REC                 PIC X(80).
000640*
000650 FD  RSA-STAT-FILE
000660     RECORD CONTAINS 80 CHARACTERS.
000670     COPY RUNSTAT REPLACING ==RUNSTAT-RECORD==
000680         BY ==RSA-STAT-REC==.
000690*
000700*    IMAGE-COPY'S STAMP RECORD - SEE IMAGE-COPY.
000710 FD  RSA-STAMP-FILE
000720     RECORD CONTAINS 40 CHARACTERS.
000730 01  RSA-STAMP-REC.
000740     05  IMS-TYPE                PIC X(01).
000750     05  IMS-STAMP-DATE          PIC 9(08).
000760     05  IMS-STAMP-TIME          PIC 9(08).
000770     05  IMS-GRDM-COUNT          PIC 9(07).
000780     05  IMS-PAYB-COUNT          PIC 9(07).
000790     05  FILLER                  PIC X(09).
000800*
000810 FD  RSA-BAL-FILE
000820     RECORD CONTAINS 80 CHARACTERS.
000830     COPY RUNBAL REPLACING ==RUNBAL-RECORD==
000840         BY ==RSA-BAL-REC==.
000850*
000860 FD  RSA-DATE-FILE
000870     RECORD CONTAINS 08 CHARACTERS.
000880 01  RSA-DATE-REC                PIC 9(08).
000890*
000900 FD  RSA-RPT-FILE
000910     RECORD CONTAINS 80 CHARACTERS.
000920 01  RSA-RPT-REC                 PIC X(80).
000930*
000940 FD  RSA-DECK-FILE
000950     RECORD CONTAINS 80 CHARACTERS.
000960 01  RSA-DECK-REC                PIC X(80).
000970*
000980 WORKING-STORAGE SECTION.
000990 77  RSA-WS-JCL-STATUS           PIC X(02) VALUE '00'.
001000 77  RSA-WS-STAT-STATUS          PIC X(02) VALUE '00'.
001010 77  RSA-WS-STAMP-STATUS         PIC X(02) VALUE '00'.
001020 77  RSA-WS-BAL-STATUS           PIC X(02) VALUE '00'.
001030 77  RSA-WS-DATE-STATUS          PIC X(02) VALUE '00'.
001040 77  RSA-WS-EOF-SW               PIC X(01) VALUE 'N'.
001050     88  RSA-WS-EOF              VALUE 'Y'.
001060 77  RSA-WS-FOUND-SW             PIC X(01) VALUE 'N'.
001070     88  RSA-WS-FOUND            VALUE 'Y'.
001080 77  RSA-WS-BUS-DATE             PIC 9(08) VALUE ZERO.
001090 77  RSA-WS-LINE-NO              PIC 9(05) COMP VALUE ZERO.
001100 77  RSA-WS-SUB                  PIC 9(03) COMP VALUE ZERO.
001110 77  RSA-WS-SUB2                 PIC 9(03) COMP VALUE ZERO.
001120 77  RSA-WS-TALLY                PIC 9(03) COMP VALUE ZERO.
001130 77  RSA-WS-DD-PTR               PIC 9(03) COMP VALUE ZERO.
001140 77  RSA-WS-DECK-COUNT           PIC 9(05) COMP VALUE ZERO.
001150 77  RSA-WS-LIST-COUNT           PIC 9(03) COMP VALUE ZERO.
001160 77  RSA-WS-EXPECTED             PIC 9(08) COMP VALUE ZERO.
001170 77  RSA-WS-SEEK-SEQ             PIC 9(02) VALUE ZERO.
001180 01  RSA-WS-COUNT-EDIT           PIC Z(04)9.
001190*
001200*    THE NIGHT'S OUTCOME, SETTLED BY 3000-ANALYZE.
001210 77  RSA-WS-RESTART-SUB          PIC 9(03) COMP VALUE ZERO.
001220 77  RSA-WS-BACKUP-SUB           PIC 9(03) COMP VALUE ZERO.
001230 77  RSA-WS-RECOVER-SUB          PIC 9(03) COMP VALUE ZERO.
001240 77  RSA-WS-LATER-RAN-SW         PIC X(01) VALUE 'N'.
001250 77  RSA-WS-RECOVER-SW           PIC X(01) VALUE 'N'.
001260     88  RSA-WS-RECOVER          VALUE 'Y'.
001270 77  RSA-WS-NO-BACKUP-SW         PIC X(01) VALUE 'N'.
001280     88  RSA-WS-NO-BACKUP        VALUE 'Y'.
001290 77  RSA-WS-OOB-SW               PIC X(01) VALUE 'N'.
001300     88  RSA-WS-ANY-OOB          VALUE 'Y'.
001310*
001320*    IMGSTAMP - THE BUSINESS DATE'S BACKUP AND COMPLETION STAMPS,
001330*    AND THE LAST BACKUP ON FILE, WHICH IS THE ONE MASTER-RECOVER
001340*    WILL RESTORE FROM.
001350 77  RSA-WS-BUS-BACKUP-SW        PIC X(01) VALUE 'N'.
001360     88  RSA-WS-BUS-BACKUP       VALUE 'Y'.
001370 77  RSA-WS-BUS-DONE-SW          PIC X(01) VALUE 'N'.
001380     88  RSA-WS-BUS-DONE         VALUE 'Y'.
001390 77  RSA-WS-LAST-BACKUP-DATE     PIC 9(08) VALUE ZERO.
001400*
001410*    THE TWO KEYED MASTERS IMAGE-COPY BACKS UP. A STEP OTHER THAN
001420*    IMAGE-COPY ITSELF THAT ALLOCATES EITHER ONE UPDATES IT IN
001430*    PLACE.
001440 01  RSA-WS-MASTER-DSNS.
001450     05  RSA-WS-GRDM-DSN         PIC X(44) VALUE
001460         "PROD.GRADECLC.GRDMAST".
001470     05  RSA-WS-PAYB-DSN         PIC X(44) VALUE
001480         "PROD.LOANPAY.BALMAST".
001490*
001500*    JCL CARD PARSING WORK AREAS.
001510 01  RSA-WS-FIELD1               PIC X(20).
001520 01  RSA-WS-FIELD2               PIC X(20).
001530 01  RSA-WS-FIELD3               PIC X(72).
001540 01  RSA-WS-OPERAND              PIC X(72).
001550 01  RSA-WS-DD-NAME              PIC X(08).
001560 01  RSA-WS-DD-TEXT              PIC X(200).
001570 01  RSA-WS-DD-REST              PIC X(200).
001580 01  RSA-WS-DD-JUNK              PIC X(200).
001590 01  RSA-WS-DSN                  PIC X(44).
001600 77  RSA-WS-DD-PEND-SW           PIC X(01) VALUE 'N'.
001610     88  RSA-WS-DD-PENDING       VALUE 'Y'.
001620 77  RSA-WS-JCL-END-SW           PIC X(01) VALUE 'N'.
001630     88  RSA-WS-JCL-END          VALUE 'Y'.
001640 01  RSA-WS-STEP-NUM             PIC 9(03).
001650     COPY RUNSTAMP.
001660*
001670*    ONE ENTRY PER NITERUN STEP, IN JCL ORDER. ST-KIND SAYS HOW
001680*    THE STEP'S PROGRESS IS PROVED - A NITESTAT STEP BY ITS OWN
001690*    RECORDS, IMAGE-COPY BY ITS BACKUP OR COMPLETION STAMP, ANY
001700*    OTHER STEP ONLY BY A LATER STEP HAVING RUN (COND=(0,NE)
001710*    MEANS NOTHING RUNS PAST A FAILED STEP).
001720 01  RSA-WS-STEP-TABLE.
001730     05  RSA-WS-STEP-COUNT       PIC 9(03) COMP.
001740     05  RSA-ST-ENTRY OCCURS 30 TIMES.
001750         10  RSA-ST-NAME         PIC X(08).
001760         10  RSA-ST-PGM          PIC X(16).
001770         10  RSA-ST-SEQ          PIC 9(02).
001780         10  RSA-ST-KIND         PIC X(01).
001790             88  RSA-ST-TRACKED  VALUE 'T'.
001800             88  RSA-ST-BACKUP   VALUE 'B'.
001810             88  RSA-ST-DONE-STAMP VALUE 'C'.
001820             88  RSA-ST-OTHER    VALUE 'O'.
001830         10  RSA-ST-FIRST-LINE   PIC 9(05) COMP.
001840         10  RSA-ST-MASTER-SW    PIC X(01).
001850             88  RSA-ST-UPDATES-MASTER VALUE 'Y'.
001860*            NITESTAT - 'B' SEEN WITH NO FINAL RECORD AFTER IT,
001870*            THE LAST 'S'/'R', A 'D', AN 'S' DATED TODAY.
001880         10  RSA-ST-OPEN-SW      PIC X(01).
001890         10  RSA-ST-FINAL        PIC X(01).
001900         10  RSA-ST-DUP-SW       PIC X(01).
001910         10  RSA-ST-S-TODAY-SW   PIC X(01).
001920         10  RSA-ST-RAN-SW       PIC X(01).
001930         10  RSA-ST-DONE-SW      PIC X(01).
001940         10  RSA-ST-SCRATCH-SW   PIC X(01).
001950         10  RSA-ST-FORCE-SW     PIC X(01).
001960*
001970*    EVERY NEW,CATLG OUTPUT DATASET IN THE STREAM, WITH ITS STEP.
001980 01  RSA-WS-DSN-TABLE.
001990     05  RSA-WS-DSN-COUNT        PIC 9(03) COMP.
002000     05  RSA-DS-ENTRY OCCURS 200 TIMES.
002010         10  RSA-DS-NAME         PIC X(44).
002020         10  RSA-DS-STEP         PIC 9(03) COMP.
002030*
002040*    THE BUSINESS DATE'S RUNBAL RECORDS.
002050 01  RSA-WS-BAL-TABLE.
002060     05  RSA-WS-BAL-COUNT        PIC 9(03) COMP.
002070     05  RSA-BT-ENTRY OCCURS 40 TIMES.
002080         10  RSA-BT-SEQ          PIC 9(02).
002090         10  RSA-BT-PROGRAM-ID   PIC X(08).
002100         10  RSA-BT-READ         PIC 9(07).
002110         10  RSA-BT-PROCESSED    PIC 9(07).
002120         10  RSA-BT-REJECTED     PIC 9(07).
002130*
002140*    MASTER-RECOVER'S STEP, AS IN JCL/RECOVER.JCL, FOR A DECK
002150*    THAT MUST RESTORE THE MASTERS BEFORE IT RESTARTS.
002160 01  RSA-WS-RECOVER-CARDS.
002170     05  FILLER                  PIC X(16) VALUE
002180         "//RECOVER  EXEC ".
002190     05  FILLER                  PIC X(56) VALUE
002200         "PGM=MASTER-RECOVER,COND=(0,NE)".
002210     05  FILLER                  PIC X(16) VALUE
002220         "//IMGSTAMP DD   ".
002230     05  FILLER                  PIC X(56) VALUE
002240         "DSN=PROD.NITERUN.IMGSTAMP,DISP=SHR".
002250     05  FILLER                  PIC X(16) VALUE
002260         "//GRAGRDMB DD   ".
002270     05  FILLER                  PIC X(56) VALUE
002280         "DSN=PROD.GRADECLC.GRDMAST.BACKUP,DISP=SHR".
002290     05  FILLER                  PIC X(16) VALUE
002300         "//GRAGRDM  DD   ".
002310     05  FILLER                  PIC X(56) VALUE
002320         "DSN=PROD.GRADECLC.GRDMAST,DISP=OLD".
002330     05  FILLER                  PIC X(16) VALUE
002340         "//GRAAUDIT DD   ".
002350     05  FILLER                  PIC X(56) VALUE
002360         "DSN=PROD.GRADECLC.AUDIT,DISP=SHR".
002370     05  FILLER                  PIC X(16) VALUE
002380         "//PAYBALB  DD   ".
002390     05  FILLER                  PIC X(56) VALUE
002400         "DSN=PROD.LOANPAY.BALMAST.BACKUP,DISP=SHR".
002410     05  FILLER                  PIC X(16) VALUE
002420         "//PAYBALMS DD   ".
002430     05  FILLER                  PIC X(56) VALUE
002440         "DSN=PROD.LOANPAY.BALMAST,DISP=OLD".
002450     05  FILLER                  PIC X(16) VALUE
002460         "//SIMHIST  DD   ".
002470     05  FILLER                  PIC X(56) VALUE
002480         "DSN=PROD.SIMPINT.HIST,DISP=SHR".
002490     05  FILLER                  PIC X(16) VALUE
002500         "//PAYPHIST DD   ".
002510     05  FILLER                  PIC X(56) VALUE
002520         "DSN=PROD.LOANPAY.PAYHIST,DISP=SHR".
002530     05  FILLER                  PIC X(16) VALUE
002540         "//PAYFEEHS DD   ".
002550     05  FILLER                  PIC X(56) VALUE
002560         "DSN=PROD.LOANPAY.FEEHIST,DISP=SHR".
002570     05  FILLER                  PIC X(16) VALUE
002580         "//PAYCHGOF DD   ".
002590     05  FILLER                  PIC X(56) VALUE
002600         "DSN=PROD.LOANPAY.CHGOFREG,DISP=SHR".
002610     05  FILLER                  PIC X(16) VALUE
002620         "//PAYCLOSD DD   ".
002630     05  FILLER                  PIC X(56) VALUE
002640         "DSN=PROD.LOANPAY.CLOSEDLN,DISP=SHR".
002650     05  FILLER                  PIC X(16) VALUE
002660         "//RCVRPT   DD   ".
002670     05  FILLER                  PIC X(56) VALUE
002680         "DSN=PROD.NITERUN.RECOVRPT,DISP=(NEW,CATLG,DELETE),".
002690     05  FILLER                  PIC X(15) VALUE
002700         "//             ".
002710     05  FILLER                  PIC X(57) VALUE
002720         "SPACE=(TRK,(5,5)),UNIT=SYSDA".
002730     05  FILLER                  PIC X(16) VALUE
002740         "//SYSOUT   DD   ".
002750     05  FILLER                  PIC X(56) VALUE
002760         "SYSOUT=*".
002770 01  RSA-WS-RECOVER-TABLE REDEFINES RSA-WS-RECOVER-CARDS.
002780     05  RSA-RC-CARD OCCURS 15 TIMES PIC X(72).
002790*
002800*    MASTER-RECOVER'S REPORT DATASET, SCRATCHED WITH THE REST SO
002810*    AN EARLIER RECOVERY'S COPY DOES NOT FAIL THE ALLOCATION.
002820 01  RSA-WS-RCVRPT-DSN           PIC X(44) VALUE
002830         "PROD.NITERUN.RECOVRPT".
002840*
002850 01  RSA-WS-DECK-LINE            PIC X(80) VALUE SPACES.
002860*
002870 01  RSA-WS-TITLE-LINE.
002880     05  FILLER                  PIC X(42) VALUE
002890         "NITERUN RESTART ADVICE FOR BUSINESS DATE  ".
002900     05  RTL-BUS-DATE            PIC 9(08).
002910     05  FILLER                  PIC X(30) VALUE SPACES.
002920*
002930 01  RSA-WS-HDR-LINE.
002940     05  FILLER                  PIC X(36) VALUE
002950         "STEP     PROGRAM          SEQ STATUS".
002960     05  FILLER                  PIC X(44) VALUE SPACES.
002970*
002980 01  RSA-WS-DETAIL-LINE.
002990     05  RDL-STEP                PIC X(08).
003000     05  FILLER                  PIC X(01) VALUE SPACES.
003010     05  RDL-PGM                 PIC X(16).
003020     05  FILLER                  PIC X(01) VALUE SPACES.
003030     05  RDL-SEQ                 PIC X(02).
003040     05  FILLER                  PIC X(02) VALUE SPACES.
003050     05  RDL-STATUS              PIC X(24).
003060     05  FILLER                  PIC X(01) VALUE SPACES.
003070     05  RDL-FLAG                PIC X(20).
003080     05  FILLER                  PIC X(05) VALUE SPACES.
003090*
003100 01  RSA-WS-TEXT-LINE.
003110     05  RTX-LABEL               PIC X(21).
003120     05  RTX-TEXT                PIC X(59).
003130*
003140 01  RSA-WS-LIST-LINE.
003150     05  FILLER                  PIC X(03) VALUE SPACES.
003160     05  RLL-NAME                PIC X(44).
003170     05  FILLER                  PIC X(01) VALUE SPACES.
003180     05  RLL-NOTE                PIC X(32).
003190*
003200 01  RSA-WS-BAL-HDR-LINE.
003210     05  FILLER                  PIC X(48) VALUE
003220         "   SQ PROGRAM     READ    PROC     REJ  RESULT".
003230     05  FILLER                  PIC X(32) VALUE SPACES.
003240*
003250 01  RSA-WS-BAL-LINE.
003260     05  FILLER                  PIC X(03) VALUE SPACES.
003270     05  RBD-SEQ                 PIC 9(02).
003280     05  FILLER                  PIC X(01) VALUE SPACES.
003290     05  RBD-PROGRAM-ID          PIC X(08).
003300     05  RBD-READ                PIC Z(6)9.
003310     05  RBD-PROCESSED           PIC Z(7)9.
003320     05  RBD-REJECTED            PIC Z(7)9.
003330     05  FILLER                  PIC X(02) VALUE SPACES.
003340     05  RBD-RESULT              PIC X(16).
003350     05  FILLER                  PIC X(01) VALUE SPACES.
003360     05  RBD-NOTE                PIC X(24).
003370*
003380 PROCEDURE DIVISION.
003390*===============================================================
003400 0000-MAINLINE.
003410*===============================================================
003420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003430     IF RSA-WS-STEP-COUNT = ZERO
003440         GO TO 0000-FINISH
003450     END-IF.
003460     PERFORM 2000-COLLECT-STAT THRU 2000-EXIT.
003470     PERFORM 2100-COLLECT-STAMPS THRU 2100-EXIT.
003480     PERFORM 2200-COLLECT-RUNBAL THRU 2200-EXIT.
003490     PERFORM 3000-ANALYZE THRU 3000-EXIT.
003500     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
003510     IF RSA-WS-RESTART-SUB > ZERO
003520         PERFORM 5000-WRITE-DECK THRU 5000-EXIT
003530     END-IF.
003540 0000-FINISH.
003550     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003560     GOBACK.
003570*
003580*===============================================================
003590 1000-INITIALIZE.
003600*===============================================================
003610     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
003620     ACCEPT RUNSTAMP-TIME FROM TIME.
003630     OPEN OUTPUT RSA-RPT-FILE.
003640     OPEN OUTPUT RSA-DECK-FILE.
003650     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
003660     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
003670     WRITE RSA-RPT-REC FROM RUNSTAMP-HEADER-LINE.
003680     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT.
003690     INITIALIZE RSA-WS-STEP-TABLE.
003700     INITIALIZE RSA-WS-DSN-TABLE.
003710     INITIALIZE RSA-WS-BAL-TABLE.
003720     PERFORM 1200-LOAD-JCL-STEPS THRU 1200-EXIT.
003730     IF RSA-WS-STEP-COUNT = ZERO
003740         DISPLAY "NITE-RESTART: NO STEPS FOUND ON NITEJCL - "
003750             "NOTHING TO ADVISE ON"
003760         MOVE 8 TO RETURN-CODE
003770     END-IF.
003780 1000-EXIT.
003790     EXIT.
003800*
003810*===============================================================
003820 1100-GET-BUSINESS-DATE.
003830*===============================================================
003840*    THE NIGHT TO ADVISE ON - FROM THE RSADATE CONTROL FILE, OR
003850*    TODAY WHEN THE FILE IS ABSENT (THE SAME RULE AS OPS-STATUS).
003860     MOVE RUNSTAMP-DATE TO RSA-WS-BUS-DATE.
003870     OPEN INPUT RSA-DATE-FILE.
003880     IF RSA-WS-DATE-STATUS NOT = '00'
003890         GO TO 1100-EXIT
003900     END-IF.
003910     READ RSA-DATE-FILE
003920         AT END
003930             GO TO 1100-CLOSE
003940     END-READ.
003950     MOVE RSA-DATE-REC TO RSA-WS-BUS-DATE.
003960 1100-CLOSE.
003970     CLOSE RSA-DATE-FILE.
003980 1100-EXIT.
003990     EXIT.
004000*
004010*===============================================================
004020 1200-LOAD-JCL-STEPS.
004030*===============================================================
004040*    ONE PASS OVER THE NITERUN JCL BUILDS THE STEP TABLE AND THE
004050*    LIST OF NEW,CATLG DATASETS, SO THE ADVICE FOLLOWS THE STREAM
004060*    AS STEPS ARE ADDED INSTEAD OF A COPY OF IT KEPT HERE.
004070     OPEN INPUT RSA-JCL-FILE.
004080     IF RSA-WS-JCL-STATUS NOT = '00'
004090         GO TO 1200-EXIT
004100     END-IF.
004110     MOVE 'N' TO RSA-WS-EOF-SW.
004120     MOVE 'N' TO RSA-WS-JCL-END-SW.
004130     MOVE ZERO TO RSA-WS-LINE-NO.
004140     READ RSA-JCL-FILE
004150         AT END
004160             MOVE 'Y' TO RSA-WS-EOF-SW
004170     END-READ.
004180     PERFORM 1210-PARSE-JCL-CARD THRU 1210-EXIT
004190         UNTIL RSA-WS-EOF OR RSA-WS-JCL-END.
004200     PERFORM 1240-FINISH-DD THRU 1240-EXIT.
004210     CLOSE RSA-JCL-FILE.
004220     MOVE 'N' TO RSA-WS-EOF-SW.
004230 1200-EXIT.
004240     EXIT.
004250*
004260*===============================================================
004270 1210-PARSE-JCL-CARD.
004280*===============================================================
004290*    CARDS NOT STARTING // (IN-STREAM DATA, /*) AND //* COMMENTS
004300*    ARE SKIPPED. A // CARD WITH NOTHING AFTER IT ENDS THE JOB;
004310*    ONE WITH A BLANK NAME FIELD CONTINUES THE STATEMENT ABOVE.
004320     ADD 1 TO RSA-WS-LINE-NO.
004330     IF RSA-JCL-REC (1:2) NOT = '//'
004340             OR RSA-JCL-REC (3:1) = '*'
004350         GO TO 1210-READ-NEXT
004360     END-IF.
004370     MOVE SPACES TO RSA-WS-FIELD1 RSA-WS-FIELD2 RSA-WS-FIELD3.
004380     UNSTRING RSA-JCL-REC DELIMITED BY ALL SPACE
004390         INTO RSA-WS-FIELD1 RSA-WS-FIELD2 RSA-WS-FIELD3
004400     END-UNSTRING.
004410     IF RSA-JCL-REC (3:1) = SPACE
004420         IF RSA-WS-FIELD2 = SPACES
004430             MOVE 'Y' TO RSA-WS-JCL-END-SW
004440             GO TO 1210-EXIT
004450         END-IF
004460         IF RSA-WS-DD-PENDING
004470             STRING RSA-WS-FIELD2 DELIMITED BY SPACE
004480                 INTO RSA-WS-DD-TEXT
004490                 WITH POINTER RSA-WS-DD-PTR
004500             END-STRING
004510         END-IF
004520         GO TO 1210-READ-NEXT
004530     END-IF.
004540     PERFORM 1240-FINISH-DD THRU 1240-EXIT.
004550     IF RSA-WS-FIELD2 = 'EXEC'
004560         PERFORM 1220-START-STEP THRU 1220-EXIT
004570     END-IF.
004580     IF RSA-WS-FIELD2 = 'DD' AND RSA-WS-STEP-COUNT > ZERO
004590         PERFORM 1230-START-DD THRU 1230-EXIT
004600     END-IF.
004610 1210-READ-NEXT.
004620     READ RSA-JCL-FILE
004630         AT END
004640             MOVE 'Y' TO RSA-WS-EOF-SW
004650     END-READ.
004660 1210-EXIT.
004670     EXIT.
004680*
004690*===============================================================
004700 1220-START-STEP.
004710*===============================================================
004720*    STEPNN0 IS NITESTAT SEQUENCE NN (SEE RUNSTAT.CPY). THE FIRST
004730*    IMAGE-COPY STEP TAKES THE BACKUP; A LATER ONE STAMPS THE
004740*    NIGHT COMPLETE.
004750     IF RSA-WS-STEP-COUNT NOT < 30
004760         GO TO 1220-EXIT
004770     END-IF.
004780     ADD 1 TO RSA-WS-STEP-COUNT.
004790     MOVE RSA-WS-STEP-COUNT TO RSA-WS-SUB.
004800     MOVE RSA-WS-FIELD1 (3:8) TO RSA-ST-NAME (RSA-WS-SUB).
004810     MOVE RSA-WS-LINE-NO TO RSA-ST-FIRST-LINE (RSA-WS-SUB).
004820     MOVE SPACES TO RSA-WS-OPERAND.
004830     UNSTRING RSA-WS-FIELD3 DELIMITED BY ','
004840         INTO RSA-WS-OPERAND
004850     END-UNSTRING.
004860     IF RSA-WS-OPERAND (1:4) = 'PGM='
004870         MOVE RSA-WS-OPERAND (5:16) TO RSA-ST-PGM (RSA-WS-SUB)
004880     END-IF.
004890     IF RSA-ST-NAME (RSA-WS-SUB) (1:4) = 'STEP'
004900             AND RSA-ST-NAME (RSA-WS-SUB) (5:3) IS NUMERIC
004910         MOVE RSA-ST-NAME (RSA-WS-SUB) (5:3) TO RSA-WS-STEP-NUM
004920         IF RSA-WS-STEP-NUM (3:1) = '0'
004930             MOVE RSA-WS-STEP-NUM (1:2) TO RSA-ST-SEQ (RSA-WS-SUB)
004940         END-IF
004950     END-IF.
004960     MOVE 'O' TO RSA-ST-KIND (RSA-WS-SUB).
004970     IF RSA-ST-PGM (RSA-WS-SUB) = 'IMAGE-COPY'
004980         IF RSA-WS-BACKUP-SUB = ZERO
004990             MOVE 'B' TO RSA-ST-KIND (RSA-WS-SUB)
005000             MOVE RSA-WS-SUB TO RSA-WS-BACKUP-SUB
005010         ELSE
005020             MOVE 'C' TO RSA-ST-KIND (RSA-WS-SUB)
005030         END-IF
005040     END-IF.
005050     MOVE 'N' TO RSA-ST-MASTER-SW (RSA-WS-SUB)
005060                 RSA-ST-OPEN-SW (RSA-WS-SUB)
005070                 RSA-ST-DUP-SW (RSA-WS-SUB)
005080                 RSA-ST-S-TODAY-SW (RSA-WS-SUB)
005090                 RSA-ST-RAN-SW (RSA-WS-SUB)
005100                 RSA-ST-DONE-SW (RSA-WS-SUB)
005110                 RSA-ST-SCRATCH-SW (RSA-WS-SUB)
005120                 RSA-ST-FORCE-SW (RSA-WS-SUB).
005130 1220-EXIT.
005140     EXIT.
005150*
005160*===============================================================
005170 1230-START-DD.
005180*===============================================================
005190*    A STEP WITH A NITESTAT DD POSTS ITS OWN PROGRESS RECORDS.
005200*    THE DD'S OPERANDS ARE GATHERED ACROSS CONTINUATION CARDS AND
005210*    LOOKED AT WHEN THE NEXT STATEMENT STARTS.
005220     MOVE RSA-WS-FIELD1 (3:8) TO RSA-WS-DD-NAME.
005230     IF RSA-WS-DD-NAME = 'NITESTAT'
005240             AND RSA-ST-SEQ (RSA-WS-STEP-COUNT) > ZERO
005250         MOVE 'T' TO RSA-ST-KIND (RSA-WS-STEP-COUNT)
005260     END-IF.
005270     MOVE SPACES TO RSA-WS-DD-TEXT.
005280     MOVE 1 TO RSA-WS-DD-PTR.
005290     STRING RSA-WS-FIELD3 DELIMITED BY SPACE
005300         INTO RSA-WS-DD-TEXT
005310         WITH POINTER RSA-WS-DD-PTR
005320     END-STRING.
005330     MOVE 'Y' TO RSA-WS-DD-PEND-SW.
005340 1230-EXIT.
005350     EXIT.
005360*
005370*===============================================================
005380 1240-FINISH-DD.
005390*===============================================================
005400*    A NAMED DATASET ALLOCATED DISP=(NEW,CATLG,...) MUST BE GONE
005410*    BEFORE ITS STEP CAN RUN AGAIN. A STEP THAT ALLOCATES A KEYED
005420*    MASTER (OTHER THAN IMAGE-COPY) REWRITES IT IN PLACE.
005430     IF NOT RSA-WS-DD-PENDING
005440         GO TO 1240-EXIT
005450     END-IF.
005460     MOVE 'N' TO RSA-WS-DD-PEND-SW.
005470     MOVE ZERO TO RSA-WS-TALLY.
005480     INSPECT RSA-WS-DD-TEXT TALLYING RSA-WS-TALLY FOR ALL 'DSN='.
005490     IF RSA-WS-TALLY = ZERO
005500         GO TO 1240-EXIT
005510     END-IF.
005520     MOVE SPACES TO RSA-WS-DD-JUNK RSA-WS-DD-REST RSA-WS-DSN.
005530     UNSTRING RSA-WS-DD-TEXT DELIMITED BY 'DSN='
005540         INTO RSA-WS-DD-JUNK RSA-WS-DD-REST
005550     END-UNSTRING.
005560     UNSTRING RSA-WS-DD-REST DELIMITED BY ',' OR SPACE
005570         INTO RSA-WS-DSN
005580     END-UNSTRING.
005590     IF (RSA-WS-DSN = RSA-WS-GRDM-DSN OR RSA-WS-PAYB-DSN)
005600             AND RSA-ST-PGM (RSA-WS-STEP-COUNT) NOT = 'IMAGE-COPY'
005610         MOVE 'Y' TO RSA-ST-MASTER-SW (RSA-WS-STEP-COUNT)
005620     END-IF.
005630     MOVE ZERO TO RSA-WS-TALLY.
005640     INSPECT RSA-WS-DD-TEXT TALLYING RSA-WS-TALLY
005650         FOR ALL 'DISP=(NEW,CATLG'.
005660     IF RSA-WS-TALLY = ZERO
005670             OR RSA-WS-DSN (1:2) = '&&'
005680             OR RSA-WS-DSN-COUNT NOT < 200
005690         GO TO 1240-EXIT
005700     END-IF.
005710     ADD 1 TO RSA-WS-DSN-COUNT.
005720     MOVE RSA-WS-DSN TO RSA-DS-NAME (RSA-WS-DSN-COUNT).
005730     MOVE RSA-WS-STEP-COUNT TO RSA-DS-STEP (RSA-WS-DSN-COUNT).
005740 1240-EXIT.
005750     EXIT.
005760*
005770*===============================================================
005780 2000-COLLECT-STAT.
005790*===============================================================
005800     OPEN INPUT RSA-STAT-FILE.
005810     IF RSA-WS-STAT-STATUS NOT = '00'
005820         GO TO 2000-EXIT
005830     END-IF.
005840     MOVE 'N' TO RSA-WS-EOF-SW.
005850     READ RSA-STAT-FILE
005860         AT END
005870             MOVE 'Y' TO RSA-WS-EOF-SW
005880     END-READ.
005890     PERFORM 2010-SCAN-STAT-REC THRU 2010-EXIT
005900         UNTIL RSA-WS-EOF.
005910     CLOSE RSA-STAT-FILE.
005920 2000-EXIT.
005930     EXIT.
005940*
005950*===============================================================
005960 2010-SCAN-STAT-REC.
005970*===============================================================
005980*    A 'B' OPENS A RUN OF THE STEP AND AN 'S' OR 'R' CLOSES IT -
005990*    A STEP LEFT OPEN DIED MID-RUN. A 'D' IS A REFUSED DOUBLE
006000*    SUBMISSION AND CLOSES NOTHING. AN 'S' DATED TODAY IS WHAT
006010*    THE STEP'S OWN RERUN CHECK WILL FIND WHEN THE DECK RUNS.
006020     IF RST-SEQ-NO = ZERO
006030         GO TO 2010-READ-NEXT
006040     END-IF.
006050     MOVE RST-SEQ-NO TO RSA-WS-SEEK-SEQ.
006060     PERFORM 2020-FIND-SEQ-STEP THRU 2020-EXIT.
006070     IF NOT RSA-WS-FOUND
006080         GO TO 2010-READ-NEXT
006090     END-IF.
006100     IF RST-RUN-DATE = RUNSTAMP-DATE AND RST-SUCCESS
006110         MOVE 'Y' TO RSA-ST-S-TODAY-SW (RSA-WS-SUB)
006120     END-IF.
006130     IF RST-RUN-DATE NOT = RSA-WS-BUS-DATE
006140         GO TO 2010-READ-NEXT
006150     END-IF.
006160     MOVE 'Y' TO RSA-ST-RAN-SW (RSA-WS-SUB).
006170     EVALUATE TRUE
006180         WHEN RST-STARTED
006190             MOVE 'Y' TO RSA-ST-OPEN-SW (RSA-WS-SUB)
006200         WHEN RST-DUP-RUN
006210             MOVE 'Y' TO RSA-ST-DUP-SW (RSA-WS-SUB)
006220         WHEN OTHER
006230             MOVE 'N' TO RSA-ST-OPEN-SW (RSA-WS-SUB)
006240             MOVE RST-STATUS TO RSA-ST-FINAL (RSA-WS-SUB)
006250     END-EVALUATE.
006260 2010-READ-NEXT.
006270     READ RSA-STAT-FILE
006280         AT END
006290             MOVE 'Y' TO RSA-WS-EOF-SW
006300     END-READ.
006310 2010-EXIT.
006320     EXIT.
006330*
006340*===============================================================
006350 2020-FIND-SEQ-STEP.
006360*===============================================================
006370     MOVE 'N' TO RSA-WS-FOUND-SW.
006380     PERFORM 2030-TRY-STEP THRU 2030-EXIT
006390         VARYING RSA-WS-SUB FROM 1 BY 1
006400         UNTIL RSA-WS-SUB > RSA-WS-STEP-COUNT
006410             OR RSA-WS-FOUND.
006420     IF RSA-WS-FOUND
006430         SUBTRACT 1 FROM RSA-WS-SUB
006440     END-IF.
006450 2020-EXIT.
006460     EXIT.
006470*
006480*===============================================================
006490 2030-TRY-STEP.
006500*===============================================================
006510     IF RSA-ST-TRACKED (RSA-WS-SUB)
006520             AND RSA-ST-SEQ (RSA-WS-SUB) = RSA-WS-SEEK-SEQ
006530         MOVE 'Y' TO RSA-WS-FOUND-SW
006540     END-IF.
006550 2030-EXIT.
006560     EXIT.
006570*
006580*===============================================================
006590 2100-COLLECT-STAMPS.
006600*===============================================================
006610     OPEN INPUT RSA-STAMP-FILE.
006620     IF RSA-WS-STAMP-STATUS NOT = '00'
006630         GO TO 2100-EXIT
006640     END-IF.
006650     MOVE 'N' TO RSA-WS-EOF-SW.
006660     READ RSA-STAMP-FILE
006670         AT END
006680             MOVE 'Y' TO RSA-WS-EOF-SW
006690     END-READ.
006700     PERFORM 2110-SCAN-STAMP-REC THRU 2110-EXIT
006710         UNTIL RSA-WS-EOF.
006720     CLOSE RSA-STAMP-FILE.
006730 2100-EXIT.
006740     EXIT.
006750*
006760*===============================================================
006770 2110-SCAN-STAMP-REC.
006780*===============================================================
006790*    A 'C' FOR THE BUSINESS DATE COUNTS ONLY UNTIL ANOTHER 'B'
006800*    FOR THE SAME DATE - A NIGHT RESUBMITTED FROM THE TOP TAKES A
006810*    NEW BACKUP AND HAS NOT FINISHED UNTIL IT STAMPS AGAIN.
006820     IF IMS-TYPE = 'B'
006830         MOVE IMS-STAMP-DATE TO RSA-WS-LAST-BACKUP-DATE
006840         IF IMS-STAMP-DATE = RSA-WS-BUS-DATE
006850             MOVE 'Y' TO RSA-WS-BUS-BACKUP-SW
006860             MOVE 'N' TO RSA-WS-BUS-DONE-SW
006870         END-IF
006880     END-IF.
006890     IF IMS-TYPE = 'C' AND IMS-STAMP-DATE = RSA-WS-BUS-DATE
006900         MOVE 'Y' TO RSA-WS-BUS-DONE-SW
006910     END-IF.
006920     READ RSA-STAMP-FILE
006930         AT END
006940             MOVE 'Y' TO RSA-WS-EOF-SW
006950     END-READ.
006960 2110-EXIT.
006970     EXIT.
006980*
006990*===============================================================
007000 2200-COLLECT-RUNBAL.
007010*===============================================================
007020     OPEN INPUT RSA-BAL-FILE.
007030     IF RSA-WS-BAL-STATUS NOT = '00'
007040         GO TO 2200-EXIT
007050     END-IF.
007060     MOVE 'N' TO RSA-WS-EOF-SW.
007070     READ RSA-BAL-FILE
007080         AT END
007090             MOVE 'Y' TO RSA-WS-EOF-SW
007100     END-READ.
007110     PERFORM 2210-SCAN-BAL-REC THRU 2210-EXIT
007120         UNTIL RSA-WS-EOF.
007130     CLOSE RSA-BAL-FILE.
007140 2200-EXIT.
007150     EXIT.
007160*
007170*===============================================================
007180 2210-SCAN-BAL-REC.
007190*===============================================================
007200     IF RBL-RUN-DATE NOT = RSA-WS-BUS-DATE
007210             OR RSA-WS-BAL-COUNT NOT < 40
007220         GO TO 2210-READ-NEXT
007230     END-IF.
007240     ADD 1 TO RSA-WS-BAL-COUNT.
007250     MOVE RBL-SEQ-NO     TO RSA-BT-SEQ (RSA-WS-BAL-COUNT).
007260     MOVE RBL-PROGRAM-ID TO RSA-BT-PROGRAM-ID (RSA-WS-BAL-COUNT).
007270     MOVE RBL-READ-COUNT TO RSA-BT-READ (RSA-WS-BAL-COUNT).
007280     MOVE RBL-PROCESSED-COUNT
007290         TO RSA-BT-PROCESSED (RSA-WS-BAL-COUNT).
007300     MOVE RBL-REJECT-COUNT TO RSA-BT-REJECTED (RSA-WS-BAL-COUNT).
007310 2210-READ-NEXT.
007320     READ RSA-BAL-FILE
007330         AT END
007340             MOVE 'Y' TO RSA-WS-EOF-SW
007350     END-READ.
007360 2210-EXIT.
007370     EXIT.
007380*
007390*===============================================================
007400 3000-ANALYZE.
007410*===============================================================
007420*    SETTLE EACH STEP LAST TO FIRST (A STEP WITH NO RECORDS OF
007430*    ITS OWN, OR A BACKUP STAMPED JUST BEFORE MIDNIGHT, IS PROVED
007440*    BY A LATER STEP HAVING RUN), TAKE THE
007450*    FIRST STEP NOT PROVED COMPLETE AS THE RESTART POINT, THEN
007460*    MARK WHAT THE RESTART NEEDS FROM THERE ON.
007470     MOVE 'N' TO RSA-WS-LATER-RAN-SW.
007480     PERFORM 3010-SETTLE-STEP THRU 3010-EXIT
007490         VARYING RSA-WS-SUB FROM RSA-WS-STEP-COUNT BY -1
007500         UNTIL RSA-WS-SUB < 1.
007510     PERFORM 3020-CHECK-RESTART THRU 3020-EXIT
007520         VARYING RSA-WS-SUB FROM 1 BY 1
007530         UNTIL RSA-WS-SUB > RSA-WS-STEP-COUNT
007540             OR RSA-WS-RESTART-SUB > ZERO.
007550     IF RSA-WS-RESTART-SUB = ZERO
007560         GO TO 3000-EXIT
007570     END-IF.
007580     PERFORM 3030-MARK-STEP THRU 3030-EXIT
007590         VARYING RSA-WS-SUB FROM RSA-WS-RESTART-SUB BY 1
007600         UNTIL RSA-WS-SUB > RSA-WS-STEP-COUNT.
007610*    MASTER-RECOVER RESTORES FROM THE LAST BACKUP ON IMGSTAMP -
007620*    IT HAS TO BE THIS NIGHT'S OR THE RECOVERY WOULD LOSE DAYS.
007630     IF RSA-WS-RECOVER
007640             AND RSA-WS-LAST-BACKUP-DATE NOT = RSA-WS-BUS-DATE
007650         MOVE 'Y' TO RSA-WS-NO-BACKUP-SW
007660     END-IF.
007670 3000-EXIT.
007680     EXIT.
007690*
007700*===============================================================
007710 3010-SETTLE-STEP.
007720*===============================================================
007730     EVALUATE TRUE
007740         WHEN RSA-ST-TRACKED (RSA-WS-SUB)
007750             IF RSA-ST-FINAL (RSA-WS-SUB) = 'S'
007760                     AND RSA-ST-OPEN-SW (RSA-WS-SUB) = 'N'
007770                 MOVE 'Y' TO RSA-ST-DONE-SW (RSA-WS-SUB)
007780             END-IF
007790         WHEN RSA-ST-BACKUP (RSA-WS-SUB)
007800             MOVE RSA-WS-BUS-BACKUP-SW
007810                 TO RSA-ST-RAN-SW (RSA-WS-SUB)
007820                    RSA-ST-DONE-SW (RSA-WS-SUB)
007830             IF RSA-WS-LATER-RAN-SW = 'Y'
007840                 MOVE 'Y' TO RSA-ST-RAN-SW (RSA-WS-SUB)
007850                             RSA-ST-DONE-SW (RSA-WS-SUB)
007860             END-IF
007870         WHEN RSA-ST-DONE-STAMP (RSA-WS-SUB)
007880             MOVE RSA-WS-BUS-DONE-SW
007890                 TO RSA-ST-RAN-SW (RSA-WS-SUB)
007900                    RSA-ST-DONE-SW (RSA-WS-SUB)
007910         WHEN OTHER
007920             MOVE RSA-WS-LATER-RAN-SW
007930                 TO RSA-ST-RAN-SW (RSA-WS-SUB)
007940                    RSA-ST-DONE-SW (RSA-WS-SUB)
007950     END-EVALUATE.
007960     IF RSA-ST-RAN-SW (RSA-WS-SUB) = 'Y'
007970         MOVE 'Y' TO RSA-WS-LATER-RAN-SW
007980     END-IF.
007990 3010-EXIT.
008000     EXIT.
008010*
008020*===============================================================
008030 3020-CHECK-RESTART.
008040*===============================================================
008050     IF RSA-ST-DONE-SW (RSA-WS-SUB) = 'N'
008060         MOVE RSA-WS-SUB TO RSA-WS-RESTART-SUB
008070     END-IF.
008080 3020-EXIT.
008090     EXIT.
008100*
008110*===============================================================
008120 3030-MARK-STEP.
008130*===============================================================
008140*    SCRATCH - THE RESTART STEP'S OUTPUTS, AND THOSE OF ANY LATER
008150*    STEP THAT RAN; A FLUSHED STEP NEVER ALLOCATED ITS DATASETS.
008160*    RECOVERY - A MASTER-UPDATING STEP THAT DIED MID-RUN, OR ONE
008170*    WITH NO RECORDS OF ITS OWN THAT IS THE RESTART POINT, MAY
008180*    HAVE LEFT ITS MASTER HALF-UPDATED. THE MASTERS ARE ONLY AT
008190*    RISK ONCE THE NIGHT'S BACKUP HAS BEEN TAKEN.
008200*    FORCERUN - A NITESTAT STEP THAT ALREADY HAS AN 'S' DATED
008210*    TODAY WILL REFUSE TO RUN AGAIN WITHOUT ONE.
008220     IF RSA-WS-SUB = RSA-WS-RESTART-SUB
008230             OR RSA-ST-RAN-SW (RSA-WS-SUB) = 'Y'
008240         MOVE 'Y' TO RSA-ST-SCRATCH-SW (RSA-WS-SUB)
008250     END-IF.
008260     IF RSA-ST-UPDATES-MASTER (RSA-WS-SUB)
008270             AND RSA-WS-BACKUP-SUB > ZERO
008280             AND RSA-WS-BACKUP-SUB < RSA-WS-RESTART-SUB
008290             AND RSA-WS-RECOVER-SUB = ZERO
008300         IF (RSA-ST-TRACKED (RSA-WS-SUB)
008310                 AND RSA-ST-OPEN-SW (RSA-WS-SUB) = 'Y')
008320             OR (RSA-ST-OTHER (RSA-WS-SUB)
008330                 AND RSA-WS-SUB = RSA-WS-RESTART-SUB)
008340             MOVE 'Y' TO RSA-WS-RECOVER-SW
008350             MOVE RSA-WS-SUB TO RSA-WS-RECOVER-SUB
008360         END-IF
008370     END-IF.
008380     IF RSA-ST-TRACKED (RSA-WS-SUB)
008390             AND RSA-ST-S-TODAY-SW (RSA-WS-SUB) = 'Y'
008400         MOVE 'Y' TO RSA-ST-FORCE-SW (RSA-WS-SUB)
008410     END-IF.
008420 3030-EXIT.
008430     EXIT.
008440*
008450*===============================================================
008460 4000-PRINT-REPORT.
008470*===============================================================
008480     MOVE RSA-WS-BUS-DATE TO RTL-BUS-DATE.
008490     WRITE RSA-RPT-REC FROM RSA-WS-TITLE-LINE.
008500     WRITE RSA-RPT-REC FROM RSA-WS-HDR-LINE.
008510     PERFORM 4010-PRINT-STEP THRU 4010-EXIT
008520         VARYING RSA-WS-SUB FROM 1 BY 1
008530         UNTIL RSA-WS-SUB > RSA-WS-STEP-COUNT.
008540     MOVE SPACES TO RSA-RPT-REC.
008550     WRITE RSA-RPT-REC.
008560     MOVE SPACES TO RSA-WS-TEXT-LINE.
008570     MOVE "RESTART FROM:" TO RTX-LABEL.
008580     IF RSA-WS-RESTART-SUB = ZERO
008590         MOVE "NOTHING - THE NIGHT COMPLETED" TO RTX-TEXT
008600         WRITE RSA-RPT-REC FROM RSA-WS-TEXT-LINE
008610         PERFORM 4300-PRINT-RUNBAL THRU 4300-EXIT
008620         GO TO 4000-EXIT
008630     END-IF.
008640     STRING RSA-ST-NAME (RSA-WS-RESTART-SUB) DELIMITED BY SPACE
008650            "  " DELIMITED BY SIZE
008660            RSA-ST-PGM (RSA-WS-RESTART-SUB) DELIMITED BY SPACE
008670         INTO RTX-TEXT
008680     END-STRING.
008690     WRITE RSA-RPT-REC FROM RSA-WS-TEXT-LINE.
008700     PERFORM 4050-PRINT-RECOVERY THRU 4050-EXIT.
008710     PERFORM 4100-PRINT-SCRATCH THRU 4100-EXIT.
008720     PERFORM 4200-PRINT-FORCE THRU 4200-EXIT.
008730     PERFORM 4300-PRINT-RUNBAL THRU 4300-EXIT.
008740 4000-EXIT.
008750     EXIT.
008760*
008770*===============================================================
008780 4010-PRINT-STEP.
008790*===============================================================
008800     MOVE RSA-ST-NAME (RSA-WS-SUB) TO RDL-STEP.
008810     MOVE RSA-ST-PGM (RSA-WS-SUB)  TO RDL-PGM.
008820     MOVE SPACES TO RDL-SEQ RDL-STATUS RDL-FLAG.
008830     EVALUATE TRUE
008840         WHEN RSA-ST-TRACKED (RSA-WS-SUB)
008850             MOVE RSA-ST-SEQ (RSA-WS-SUB) TO RDL-SEQ
008860             EVALUATE TRUE
008870                 WHEN RSA-ST-OPEN-SW (RSA-WS-SUB) = 'Y'
008880                     MOVE "DIED MID-RUN" TO RDL-STATUS
008890                 WHEN RSA-ST-FINAL (RSA-WS-SUB) = 'S'
008900                     MOVE "COMPLETE" TO RDL-STATUS
008910                 WHEN RSA-ST-FINAL (RSA-WS-SUB) = 'R'
008920                     MOVE "REJECTED ITS INPUT" TO RDL-STATUS
008930                 WHEN RSA-ST-DUP-SW (RSA-WS-SUB) = 'Y'
008940                     MOVE "REFUSED AS A RESUBMIT" TO RDL-STATUS
008950                 WHEN OTHER
008960                     MOVE "NOT RUN" TO RDL-STATUS
008970             END-EVALUATE
008980         WHEN RSA-ST-BACKUP (RSA-WS-SUB)
008990             EVALUATE TRUE
009000                 WHEN RSA-WS-BUS-BACKUP
009010                     MOVE "BACKUP STAMPED" TO RDL-STATUS
009020                 WHEN RSA-ST-DONE-SW (RSA-WS-SUB) = 'Y'
009030                     MOVE "DONE - A LATER STEP RAN" TO RDL-STATUS
009040                 WHEN OTHER
009050                     MOVE "NO BACKUP STAMP" TO RDL-STATUS
009060             END-EVALUATE
009070         WHEN RSA-ST-DONE-STAMP (RSA-WS-SUB)
009080             IF RSA-ST-DONE-SW (RSA-WS-SUB) = 'Y'
009090                 MOVE "COMPLETION STAMPED" TO RDL-STATUS
009100             ELSE
009110                 MOVE "NO COMPLETION STAMP" TO RDL-STATUS
009120             END-IF
009130         WHEN OTHER
009140             IF RSA-ST-DONE-SW (RSA-WS-SUB) = 'Y'
009150                 MOVE "DONE - A LATER STEP RAN" TO RDL-STATUS
009160             ELSE
009170                 MOVE "NOT CONFIRMED" TO RDL-STATUS
009180             END-IF
009190     END-EVALUATE.
009200     IF RSA-WS-SUB = RSA-WS-RESTART-SUB
009210         MOVE "<== RESTART HERE" TO RDL-FLAG
009220     END-IF.
009230     IF RSA-ST-FORCE-SW (RSA-WS-SUB) = 'Y'
009240             AND RSA-WS-SUB > RSA-WS-RESTART-SUB
009250         MOVE "FORCERUN NEEDED" TO RDL-FLAG
009260     END-IF.
009270     WRITE RSA-RPT-REC FROM RSA-WS-DETAIL-LINE.
009280 4010-EXIT.
009290     EXIT.
009300*
009310*===============================================================
009320 4050-PRINT-RECOVERY.
009330*===============================================================
009340     MOVE SPACES TO RSA-WS-TEXT-LINE.
009350     MOVE "RECOVERY REQUIRED:" TO RTX-LABEL.
009360     IF NOT RSA-WS-RECOVER
009370         MOVE "NO" TO RTX-TEXT
009380         WRITE RSA-RPT-REC FROM RSA-WS-TEXT-LINE
009390         GO TO 4050-EXIT
009400     END-IF.
009410     STRING "YES - " DELIMITED BY SIZE
009420            RSA-ST-NAME (RSA-WS-RECOVER-SUB) DELIMITED BY SPACE
009430            " " DELIMITED BY SIZE
009440            RSA-ST-PGM (RSA-WS-RECOVER-SUB) DELIMITED BY SPACE
009450            " MAY HAVE LEFT ITS MASTER" DELIMITED BY SIZE
009460         INTO RTX-TEXT
009470     END-STRING.
009480     WRITE RSA-RPT-REC FROM RSA-WS-TEXT-LINE.
009490     MOVE SPACES TO RSA-WS-TEXT-LINE.
009500     IF RSA-WS-NO-BACKUP
009510         MOVE "HALF-UPDATED, BUT THE LAST BACKUP ON IMGSTAMP"
009520             TO RTX-TEXT
009530         WRITE RSA-RPT-REC FROM RSA-WS-TEXT-LINE
009540         MOVE "IS NOT THIS NIGHT'S - RECOVER BY HAND, NO DECK"
009550             TO RTX-TEXT
009560     ELSE
009570         MOVE "HALF-UPDATED - THE DECK RUNS MASTER-RECOVER FIRST"
009580             TO RTX-TEXT
009590     END-IF.
009600     WRITE RSA-RPT-REC FROM RSA-WS-TEXT-LINE.
009610 4050-EXIT.
009620     EXIT.
009630*
009640*===============================================================
009650 4100-PRINT-SCRATCH.
009660*===============================================================
009670     MOVE SPACES TO RSA-WS-TEXT-LINE.
009680     MOVE "SCRATCH FIRST:" TO RTX-LABEL.
009690     WRITE RSA-RPT-REC FROM RSA-WS-TEXT-LINE.
009700     MOVE ZERO TO RSA-WS-LIST-COUNT.
009710     PERFORM 4110-PRINT-ONE-DSN THRU 4110-EXIT
009720         VARYING RSA-WS-SUB2 FROM 1 BY 1
009730         UNTIL RSA-WS-SUB2 > RSA-WS-DSN-COUNT.
009740     IF RSA-WS-RECOVER AND NOT RSA-WS-NO-BACKUP
009750         MOVE RSA-WS-RCVRPT-DSN TO RLL-NAME
009760         MOVE "RECOVER" TO RLL-NOTE
009770         WRITE RSA-RPT-REC FROM RSA-WS-LIST-LINE
009780         ADD 1 TO RSA-WS-LIST-COUNT
009790     END-IF.
009800     IF RSA-WS-LIST-COUNT = ZERO
009810         MOVE "NONE" TO RLL-NAME
009820         MOVE SPACES TO RLL-NOTE
009830         WRITE RSA-RPT-REC FROM RSA-WS-LIST-LINE
009840     END-IF.
009850 4100-EXIT.
009860     EXIT.
009870*
009880*===============================================================
009890 4110-PRINT-ONE-DSN.
009900*===============================================================
009910     MOVE RSA-DS-STEP (RSA-WS-SUB2) TO RSA-WS-SUB.
009920     IF RSA-ST-SCRATCH-SW (RSA-WS-SUB) NOT = 'Y'
009930         GO TO 4110-EXIT
009940     END-IF.
009950     MOVE RSA-DS-NAME (RSA-WS-SUB2) TO RLL-NAME.
009960     MOVE RSA-ST-NAME (RSA-WS-SUB) TO RLL-NOTE.
009970     WRITE RSA-RPT-REC FROM RSA-WS-LIST-LINE.
009980     ADD 1 TO RSA-WS-LIST-COUNT.
009990 4110-EXIT.
010000     EXIT.
010010*
010020*===============================================================
010030 4200-PRINT-FORCE.
010040*===============================================================
010050     MOVE SPACES TO RSA-WS-TEXT-LINE.
010060     MOVE "FORCERUN NEEDED ON:" TO RTX-LABEL.
010070     WRITE RSA-RPT-REC FROM RSA-WS-TEXT-LINE.
010080     MOVE ZERO TO RSA-WS-LIST-COUNT.
010090     PERFORM 4210-PRINT-ONE-FORCE THRU 4210-EXIT
010100         VARYING RSA-WS-SUB FROM RSA-WS-RESTART-SUB BY 1
010110         UNTIL RSA-WS-SUB > RSA-WS-STEP-COUNT.
010120     IF RSA-WS-LIST-COUNT = ZERO
010130         MOVE "NONE" TO RLL-NAME
010140         MOVE SPACES TO RLL-NOTE
010150         WRITE RSA-RPT-REC FROM RSA-WS-LIST-LINE
010160     END-IF.
010170 4200-EXIT.
010180     EXIT.
010190*
010200*===============================================================
010210 4210-PRINT-ONE-FORCE.
010220*===============================================================
010230     IF RSA-ST-FORCE-SW (RSA-WS-SUB) NOT = 'Y'
010240         GO TO 4210-EXIT
010250     END-IF.
010260     MOVE SPACES TO RLL-NAME.
010270     STRING RSA-ST-NAME (RSA-WS-SUB) DELIMITED BY SPACE
010280            "  " DELIMITED BY SIZE
010290            RSA-ST-PGM (RSA-WS-SUB) DELIMITED BY SPACE
010300         INTO RLL-NAME
010310     END-STRING.
010320     MOVE "'S' ALREADY POSTED TODAY" TO RLL-NOTE.
010330     WRITE RSA-RPT-REC FROM RSA-WS-LIST-LINE.
010340     ADD 1 TO RSA-WS-LIST-COUNT.
010350 4210-EXIT.
010360     EXIT.
010370*
010380*===============================================================
010390 4300-PRINT-RUNBAL.
010400*===============================================================
010410*    BALANCE-SHEET FAILS THE NIGHT ON ANY OUT-OF-BALANCE RECORD,
010420*    SO A RESTART THAT REACHES IT WILL FAIL AGAIN UNTIL THE STEP
010430*    IS PUT RIGHT. A STEP BEING RERUN POSTS A SECOND RECORD.
010440     MOVE SPACES TO RSA-WS-TEXT-LINE.
010450     MOVE "RUNBAL RECORDS:" TO RTX-LABEL.
010460     IF RSA-WS-BAL-COUNT = ZERO
010470         MOVE "NONE FOR THE BUSINESS DATE" TO RTX-TEXT
010480         WRITE RSA-RPT-REC FROM RSA-WS-TEXT-LINE
010490         GO TO 4300-EXIT
010500     END-IF.
010510     WRITE RSA-RPT-REC FROM RSA-WS-TEXT-LINE.
010520     WRITE RSA-RPT-REC FROM RSA-WS-BAL-HDR-LINE.
010530     PERFORM 4310-PRINT-ONE-BAL THRU 4310-EXIT
010540         VARYING RSA-WS-SUB2 FROM 1 BY 1
010550         UNTIL RSA-WS-SUB2 > RSA-WS-BAL-COUNT.
010560     IF RSA-WS-ANY-OOB AND RSA-WS-RESTART-SUB > ZERO
010570         MOVE SPACES TO RSA-WS-TEXT-LINE
010580         MOVE "** BALANCE-SHEET WILL FAIL AGAIN UNTIL CORRECTED"
010590             TO RTX-TEXT
010600         WRITE RSA-RPT-REC FROM RSA-WS-TEXT-LINE
010610     END-IF.
010620 4300-EXIT.
010630     EXIT.
010640*
010650*===============================================================
010660 4310-PRINT-ONE-BAL.
010670*===============================================================
010680     MOVE RSA-BT-SEQ (RSA-WS-SUB2)        TO RBD-SEQ.
010690     MOVE RSA-BT-PROGRAM-ID (RSA-WS-SUB2) TO RBD-PROGRAM-ID.
010700     MOVE RSA-BT-READ (RSA-WS-SUB2)       TO RBD-READ.
010710     MOVE RSA-BT-PROCESSED (RSA-WS-SUB2)  TO RBD-PROCESSED.
010720     MOVE RSA-BT-REJECTED (RSA-WS-SUB2)   TO RBD-REJECTED.
010730     MOVE SPACES TO RBD-NOTE.
010740     COMPUTE RSA-WS-EXPECTED = RSA-BT-PROCESSED (RSA-WS-SUB2)
010750         + RSA-BT-REJECTED (RSA-WS-SUB2).
010760     IF RSA-WS-EXPECTED = RSA-BT-READ (RSA-WS-SUB2)
010770         MOVE "IN BALANCE      " TO RBD-RESULT
010780     ELSE
010790         MOVE "** OUT OF BAL **" TO RBD-RESULT
010800         MOVE 'Y' TO RSA-WS-OOB-SW
010810     END-IF.
010820     IF RSA-WS-RESTART-SUB > ZERO
010830         MOVE RSA-BT-SEQ (RSA-WS-SUB2) TO RSA-WS-SEEK-SEQ
010840         PERFORM 2020-FIND-SEQ-STEP THRU 2020-EXIT
010850         IF RSA-WS-FOUND
010860                 AND RSA-WS-SUB NOT < RSA-WS-RESTART-SUB
010870             MOVE "STEP RERUN POSTS AGAIN" TO RBD-NOTE
010880         END-IF
010890     END-IF.
010900     WRITE RSA-RPT-REC FROM RSA-WS-BAL-LINE.
010910 4310-EXIT.
010920     EXIT.
010930*
010940*===============================================================
010950 5000-WRITE-DECK.
010960*===============================================================
010970*    THE RESTART DECK - A JOB CARD, AN IDCAMS STEP TO SCRATCH THE
010980*    LEFTOVER OUTPUTS, MASTER-RECOVER WHEN IT IS NEEDED, THEN THE
010990*    NITERUN STEPS FROM THE RESTART POINT ON, COPIED AS THEY
011000*    STAND. NO DECK IS WRITTEN WHEN THE RECOVERY CANNOT BE DONE
011010*    FROM THIS NIGHT'S BACKUP.
011020     IF RSA-WS-NO-BACKUP
011030         GO TO 5000-EXIT
011040     END-IF.
011050     STRING "//NITERST  JOB  (ACCTG),'NITERUN RESTART',"
011060                DELIMITED BY SIZE
011070            "CLASS=A,MSGCLASS=X," DELIMITED BY SIZE
011080         INTO RSA-WS-DECK-LINE
011090     END-STRING.
011100     PERFORM 5900-PUT-DECK-LINE THRU 5900-EXIT.
011110     MOVE "//             NOTIFY=&SYSUID" TO RSA-WS-DECK-LINE.
011120     PERFORM 5900-PUT-DECK-LINE THRU 5900-EXIT.
011130     MOVE "//*" TO RSA-WS-DECK-LINE.
011140     PERFORM 5900-PUT-DECK-LINE THRU 5900-EXIT.
011150     MOVE SPACES TO RSA-WS-DECK-LINE.
011160     STRING "//* NITERST - RESTART OF NITERUN FOR BUSINESS DATE "
011170                DELIMITED BY SIZE
011180            RSA-WS-BUS-DATE DELIMITED BY SIZE
011190         INTO RSA-WS-DECK-LINE
011200     END-STRING.
011210     PERFORM 5900-PUT-DECK-LINE THRU 5900-EXIT.
011220     MOVE SPACES TO RSA-WS-DECK-LINE.
011230     STRING "//*           BUILT BY NITE-RESTART "
011240                DELIMITED BY SIZE
011250            RUNSTAMP-DATE DELIMITED BY SIZE
011260            " " DELIMITED BY SIZE
011270            RUNSTAMP-TIME DELIMITED BY SIZE
011280         INTO RSA-WS-DECK-LINE
011290     END-STRING.
011300     PERFORM 5900-PUT-DECK-LINE THRU 5900-EXIT.
011310     MOVE "//*           REVIEW THE DECK BEFORE SUBMITTING IT"
011320         TO RSA-WS-DECK-LINE.
011330     PERFORM 5900-PUT-DECK-LINE THRU 5900-EXIT.
011340     MOVE "//*" TO RSA-WS-DECK-LINE.
011350     PERFORM 5900-PUT-DECK-LINE THRU 5900-EXIT.
011360     PERFORM 5100-WRITE-SCRATCH-STEP THRU 5100-EXIT.
011370     IF RSA-WS-RECOVER
011380         PERFORM 5200-WRITE-RECOVER-CARD THRU 5200-EXIT
011390             VARYING RSA-WS-SUB2 FROM 1 BY 1
011400             UNTIL RSA-WS-SUB2 > 15
011410         MOVE "//*" TO RSA-WS-DECK-LINE
011420         PERFORM 5900-PUT-DECK-LINE THRU 5900-EXIT
011430     END-IF.
011440     PERFORM 5300-COPY-STEPS THRU 5300-EXIT.
011450     MOVE "//" TO RSA-WS-DECK-LINE.
011460     PERFORM 5900-PUT-DECK-LINE THRU 5900-EXIT.
011470 5000-EXIT.
011480     EXIT.
011490*
011500*===============================================================
011510 5100-WRITE-SCRATCH-STEP.
011520*===============================================================
011530*    DELETE GIVES A NONZERO CODE FOR A DATASET ALREADY GONE (AN
011540*    ABENDED STEP'S DISP=(...,DELETE) MAY HAVE TAKEN IT), SO THE
011550*    STEP ENDS WITH SET MAXCC = 0.
011560     MOVE ZERO TO RSA-WS-LIST-COUNT.
011570     PERFORM 5110-COUNT-SCRATCH THRU 5110-EXIT
011580         VARYING RSA-WS-SUB2 FROM 1 BY 1
011590         UNTIL RSA-WS-SUB2 > RSA-WS-DSN-COUNT.
011600     IF RSA-WS-LIST-COUNT = ZERO AND NOT RSA-WS-RECOVER
011610         GO TO 5100-EXIT
011620     END-IF.
011630     MOVE "//SCRATCH  EXEC PGM=IDCAMS" TO RSA-WS-DECK-LINE.
011640     PERFORM 5900-PUT-DECK-LINE THRU 5900-EXIT.
011650     MOVE "//SYSPRINT DD   SYSOUT=*" TO RSA-WS-DECK-LINE.
011660     PERFORM 5900-PUT-DECK-LINE THRU 5900-EXIT.
011670     MOVE "//SYSIN    DD   *" TO RSA-WS-DECK-LINE.
011680     PERFORM 5900-PUT-DECK-LINE THRU 5900-EXIT.
011690     PERFORM 5120-WRITE-DELETE THRU 5120-EXIT
011700         VARYING RSA-WS-SUB2 FROM 1 BY 1
011710         UNTIL RSA-WS-SUB2 > RSA-WS-DSN-COUNT.
011720     IF RSA-WS-RECOVER
011730         MOVE SPACES TO RSA-WS-DECK-LINE
011740         STRING "    DELETE " DELIMITED BY SIZE
011750                RSA-WS-RCVRPT-DSN DELIMITED BY SPACE
011760             INTO RSA-WS-DECK-LINE
011770         END-STRING
011780         PERFORM 5900-PUT-DECK-LINE THRU 5900-EXIT
011790     END-IF.
011800     MOVE "    SET MAXCC = 0" TO RSA-WS-DECK-LINE.
011810     PERFORM 5900-PUT-DECK-LINE THRU 5900-EXIT.
011820     MOVE "/*" TO RSA-WS-DECK-LINE.
011830     PERFORM 5900-PUT-DECK-LINE THRU 5900-EXIT.
011840     MOVE "//*" TO RSA-WS-DECK-LINE.
011850     PERFORM 5900-PUT-DECK-LINE THRU 5900-EXIT.
011860 5100-EXIT.
011870     EXIT.
011880*
011890*===============================================================
011900 5110-COUNT-SCRATCH.
011910*===============================================================
011920     MOVE RSA-DS-STEP (RSA-WS-SUB2) TO RSA-WS-SUB.
011930     IF RSA-ST-SCRATCH-SW (RSA-WS-SUB) = 'Y'
011940         ADD 1 TO RSA-WS-LIST-COUNT
011950     END-IF.
011960 5110-EXIT.
011970     EXIT.
011980*
011990*===============================================================
012000 5120-WRITE-DELETE.
012010*===============================================================
012020     MOVE RSA-DS-STEP (RSA-WS-SUB2) TO RSA-WS-SUB.
012030     IF RSA-ST-SCRATCH-SW (RSA-WS-SUB) NOT = 'Y'
012040         GO TO 5120-EXIT
012050     END-IF.
012060     MOVE SPACES TO RSA-WS-DECK-LINE.
012070     STRING "    DELETE " DELIMITED BY SIZE
012080            RSA-DS-NAME (RSA-WS-SUB2) DELIMITED BY SPACE
012090         INTO RSA-WS-DECK-LINE
012100     END-STRING.
012110     PERFORM 5900-PUT-DECK-LINE THRU 5900-EXIT.
012120 5120-EXIT.
012130     EXIT.
012140*
012150*===============================================================
012160 5200-WRITE-RECOVER-CARD.
012170*===============================================================
012180     MOVE RSA-RC-CARD (RSA-WS-SUB2) TO RSA-WS-DECK-LINE.
012190     PERFORM 5900-PUT-DECK-LINE THRU 5900-EXIT.
012200 5200-EXIT.
012210     EXIT.
012220*
012230*===============================================================
012240 5300-COPY-STEPS.
012250*===============================================================
012260*    A SECOND PASS OVER THE NITERUN JCL COPIES EVERY CARD FROM
012270*    THE RESTART STEP'S EXEC TO THE END OF THE JOB.
012280     OPEN INPUT RSA-JCL-FILE.
012290     IF RSA-WS-JCL-STATUS NOT = '00'
012300         GO TO 5300-EXIT
012310     END-IF.
012320     MOVE 'N' TO RSA-WS-EOF-SW.
012330     MOVE 'N' TO RSA-WS-JCL-END-SW.
012340     MOVE ZERO TO RSA-WS-LINE-NO.
012350     COMPUTE RSA-WS-SUB = RSA-WS-RESTART-SUB - 1.
012360     READ RSA-JCL-FILE
012370         AT END
012380             MOVE 'Y' TO RSA-WS-EOF-SW
012390     END-READ.
012400     PERFORM 5310-COPY-ONE-CARD THRU 5310-EXIT
012410         UNTIL RSA-WS-EOF OR RSA-WS-JCL-END.
012420     CLOSE RSA-JCL-FILE.
012430 5300-EXIT.
012440     EXIT.
012450*
012460*===============================================================
012470 5310-COPY-ONE-CARD.
012480*===============================================================
012490*    ON A STEP THAT NEEDS IT, THE FORCERUN DD BECOMES AN IN-STREAM
012500*    FORCERUN PARM OF 1, SO ONLY THAT STEP OF THIS RESTART GETS
012510*    PAST ITS DOUBLE-SUBMISSION CHECK.
012520     ADD 1 TO RSA-WS-LINE-NO.
012530     IF RSA-WS-LINE-NO <
012540             RSA-ST-FIRST-LINE (RSA-WS-RESTART-SUB)
012550         GO TO 5310-READ-NEXT
012560     END-IF.
012570     MOVE SPACES TO RSA-WS-FIELD1 RSA-WS-FIELD2.
012580     IF RSA-JCL-REC (1:2) = '//' AND RSA-JCL-REC (3:1) NOT = '*'
012590         UNSTRING RSA-JCL-REC DELIMITED BY ALL SPACE
012600             INTO RSA-WS-FIELD1 RSA-WS-FIELD2
012610         END-UNSTRING
012620     END-IF.
012630     IF RSA-WS-FIELD1 = '//' AND RSA-WS-FIELD2 = SPACES
012640         MOVE 'Y' TO RSA-WS-JCL-END-SW
012650         GO TO 5310-EXIT
012660     END-IF.
012670     IF RSA-WS-FIELD2 = 'EXEC'
012680         ADD 1 TO RSA-WS-SUB
012690     END-IF.
012700     IF RSA-WS-FIELD1 = '//FORCERUN' AND RSA-WS-FIELD2 = 'DD'
012710             AND RSA-ST-FORCE-SW (RSA-WS-SUB) = 'Y'
012720         MOVE "//FORCERUN DD   *" TO RSA-WS-DECK-LINE
012730         PERFORM 5900-PUT-DECK-LINE THRU 5900-EXIT
012740         MOVE "FORCERUN0000100" TO RSA-WS-DECK-LINE
012750         PERFORM 5900-PUT-DECK-LINE THRU 5900-EXIT
012760         MOVE "/*" TO RSA-WS-DECK-LINE
012770         PERFORM 5900-PUT-DECK-LINE THRU 5900-EXIT
012780         GO TO 5310-READ-NEXT
012790     END-IF.
012800     MOVE RSA-JCL-REC TO RSA-WS-DECK-LINE.
012810     PERFORM 5900-PUT-DECK-LINE THRU 5900-EXIT.
012820 5310-READ-NEXT.
012830     READ RSA-JCL-FILE
012840         AT END
012850             MOVE 'Y' TO RSA-WS-EOF-SW
012860     END-READ.
012870 5310-EXIT.
012880     EXIT.
012890*
012900*===============================================================
012910 5900-PUT-DECK-LINE.
012920*===============================================================
012930     WRITE RSA-DECK-REC FROM RSA-WS-DECK-LINE.
012940     ADD 1 TO RSA-WS-DECK-COUNT.
012950     MOVE SPACES TO RSA-WS-DECK-LINE.
012960 5900-EXIT.
012970     EXIT.
012980*
012990*===============================================================
013000 9000-TERMINATE.
013010*===============================================================
013020*    RC 0 - THE NIGHT COMPLETED, NOTHING TO RESTART.
013030*    RC 4 - A RESTART DECK WAS WRITTEN.
013040*    RC 8 - NO ADVICE POSSIBLE (NO JCL) OR THE MASTERS NEED A
013050*           RECOVERY THIS NIGHT'S BACKUP CANNOT GIVE.
013060     CLOSE RSA-RPT-FILE.
013070     CLOSE RSA-DECK-FILE.
013080     IF RSA-WS-STEP-COUNT = ZERO
013090         GO TO 9000-EXIT
013100     END-IF.
013110     IF RSA-WS-RESTART-SUB = ZERO
013120         DISPLAY "NITE-RESTART: NIGHT OF " RSA-WS-BUS-DATE
013130             " COMPLETED - NOTHING TO RESTART"
013140         MOVE ZERO TO RETURN-CODE
013150         GO TO 9000-EXIT
013160     END-IF.
013170     DISPLAY "NITE-RESTART: NIGHT OF " RSA-WS-BUS-DATE
013180         " RESTARTS AT " RSA-ST-NAME (RSA-WS-RESTART-SUB).
013190     IF RSA-WS-NO-BACKUP
013200         DISPLAY "NITE-RESTART: RECOVERY NEEDED BUT THE LAST "
013210             "BACKUP IS NOT THIS NIGHT'S - NO DECK WRITTEN"
013220         MOVE 8 TO RETURN-CODE
013230         GO TO 9000-EXIT
013240     END-IF.
013250     MOVE RSA-WS-DECK-COUNT TO RSA-WS-COUNT-EDIT.
013260     DISPLAY "NITE-RESTART: RESTART DECK WRITTEN, "
013270         RSA-WS-COUNT-EDIT " CARDS".
013280     MOVE 4 TO RETURN-CODE.
013290 9000-EXIT.
013300     EXIT.
