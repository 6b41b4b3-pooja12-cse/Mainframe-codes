000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SCAN-QUEUE.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   SHIPPING OPERATIONS DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. WORKS THE SHARED AD-HOC
000130*                    SCAN REQUEST QUEUE (SCANREQ LAYOUT) SO AN
000140*                    ANALYST'S ONE-OFF DIVISIBLE, FIBONACCI OR
000150*                    PRIME-NUMBER RUN NO LONGER MEANS CHANGING THE
000160*                    NIGHTLY PARM FILES. RUN FROM SCANQ.JCL IT
000170*                    CHECKS EACH PENDING REQUEST AND WRITES THE
000180*                    SCANRUN JOB DECK TO SCQDECK - ONE STEP PER
000190*                    REQUEST, RUNNING THE PROGRAM WITH THE
000200*                    REQUEST'S PARMS IN-STREAM AND ITS OUTPUT ON
000210*                    ITS OWN DATASET, PROD.SCANREQ.R<REQUEST ID>.
000220*                    EACH STEP IS PRECEDED BY A MARKER CARD ON THE
000230*                    DECK'S STATUS FILE, SO THE PROGRAM'S NITESTAT
000240*                    RECORDS THAT FOLLOW CAN BE TIED TO ITS
000250*                    REQUEST. RUN AGAIN AS THE DECK'S LAST STEP,
000260*                    WITH THAT STATUS FILE ON SCQSTAT, IT MARKS
000270*                    EACH REQUEST DONE OR FAILED, WITH ITS REASON,
000280*                    ON THE NEW QUEUE GENERATION AND LOGS IT TO
000290*                    THAT PROGRAM'S SECLOG UNDER THE REQUESTER'S
000300*                    USER ID. A REQUEST THAT FAILS ITS CHECKS IS
000310*                    MARKED FAILED AND LOGGED WITHOUT RUNNING.
000320*---------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT SCQ-QIN-FILE     ASSIGN TO SCANQIN
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS SCQ-WS-QIN-STATUS.
000420     SELECT SCQ-QOUT-FILE    ASSIGN TO SCANQOUT
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS SCQ-WS-QOUT-STATUS.
000450     SELECT SCQ-STAT-FILE    ASSIGN TO SCQSTAT
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS SCQ-WS-STAT-STATUS.
000480     SELECT SCQ-DECK-FILE    ASSIGN TO SCQDECK
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT SCQ-DVL-LOG-FILE ASSIGN TO DVLSECLG
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS SCQ-WS-LOG-STATUS.
000530     SELECT SCQ-FIB-LOG-FILE ASSIGN TO FIBSECLG
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS SCQ-WS-LOG-STATUS.
000560     SELECT SCQ-PRM-LOG-FILE ASSIGN TO PRMSECLG
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS SCQ-WS-LOG-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  SCQ-QIN-FILE
000630     RECORD CONTAINS 120 CHARACTERS.
000640     COPY SCANREQ REPLACING ==SCANREQ-RECORD==
000650         BY ==SCQ-QIN-REC==.
000660*
000670*    THE NEW QUEUE GENERATION - EVERY INPUT RECORD IN THE SAME
000680*    ORDER, PENDING ONES NOW CARRYING THEIR OUTCOME.
000690 FD  SCQ-QOUT-FILE
000700     RECORD CONTAINS 120 CHARACTERS.
000710 01  SCQ-QOUT-REC                PIC X(120).
000720*
000730*    THE SCANRUN DECK'S STATUS FILE - A MARKER CARD NAMING EACH
000740*    REQUEST, FOLLOWED BY THE RUNSTAT RECORDS ITS PROGRAM POSTED
000750*    ON NITESTAT. ONLY PRESENT ON THE DECK'S CLOSING STEP.
000760 FD  SCQ-STAT-FILE
000770     RECORD CONTAINS 80 CHARACTERS.
000780 01  SCQ-STAT-MARK.
000790     05  SCQ-MK-TAG              PIC X(08).
000800         88  SCQ-MK-IS-MARK      VALUE 'SCANREQ '.
000810     05  SCQ-MK-REQUEST-ID       PIC X(08).
000820     05  FILLER                  PIC X(64).
000830     COPY RUNSTAT REPLACING ==RUNSTAT-RECORD==
000840         BY ==SCQ-STAT-REC==.
000850*
000860*    THE GENERATED SCANRUN JOB DECK, CARD IMAGES.
000870 FD  SCQ-DECK-FILE
000880     RECORD CONTAINS 80 CHARACTERS.
000890 01  SCQ-DECK-REC                PIC X(80).
000900*
000910*    EACH TARGET PROGRAM'S OWN SECLOG (AUDITLOG LAYOUT).
000920 FD  SCQ-DVL-LOG-FILE
000930     RECORD CONTAINS 80 CHARACTERS.
000940 01  SCQ-DVL-LOG-REC             PIC X(80).
000950 FD  SCQ-FIB-LOG-FILE
000960     RECORD CONTAINS 80 CHARACTERS.
000970 01  SCQ-FIB-LOG-REC             PIC X(80).
000980 FD  SCQ-PRM-LOG-FILE
000990     RECORD CONTAINS 80 CHARACTERS.
001000 01  SCQ-PRM-LOG-REC             PIC X(80).
001010*
001020 WORKING-STORAGE SECTION.
001030 77  SCQ-WS-QIN-STATUS           PIC X(02) VALUE '00'.
001040 77  SCQ-WS-QOUT-STATUS          PIC X(02) VALUE '00'.
001050 77  SCQ-WS-STAT-STATUS          PIC X(02) VALUE '00'.
001060 77  SCQ-WS-LOG-STATUS           PIC X(02) VALUE '00'.
001070 77  SCQ-WS-EOF-SW               PIC X(01) VALUE 'N'.
001080     88  SCQ-WS-EOF              VALUE 'Y'.
001090 77  SCQ-WS-STAT-EOF-SW          PIC X(01) VALUE 'N'.
001100     88  SCQ-WS-STAT-EOF         VALUE 'Y'.
001110 77  SCQ-WS-STOP-SW              PIC X(01) VALUE 'N'.
001120     88  SCQ-WS-STOP             VALUE 'Y'.
001130 77  SCQ-WS-FAIL-SW              PIC X(01) VALUE 'N'.
001140     88  SCQ-WS-FAILED           VALUE 'Y'.
001150 77  SCQ-WS-CODE-OK-SW           PIC X(01) VALUE 'N'.
001160     88  SCQ-WS-CODE-OK          VALUE 'Y'.
001170 77  SCQ-WS-TODAY                PIC 9(08) VALUE ZERO.
001180 77  SCQ-WS-NOW                  PIC 9(08) VALUE ZERO.
001190 77  SCQ-WS-PARM-SUB             PIC 9(02) COMP VALUE ZERO.
001200 77  SCQ-WS-PARM-COUNT           PIC 9(02) COMP VALUE ZERO.
001210 77  SCQ-WS-ID-SUB               PIC 9(03) COMP VALUE ZERO.
001220 77  SCQ-WS-CARD-SUB             PIC 9(02) COMP VALUE ZERO.
001230 77  SCQ-WS-CARD-FROM            PIC 9(02) COMP VALUE ZERO.
001240 77  SCQ-WS-CARD-TO              PIC 9(02) COMP VALUE ZERO.
001250*
001260*    WHICH MODE THIS RUN IS IN - A PRESENT SCQSTAT FILE MEANS THE
001270*    SCANRUN DECK'S CLOSING STEP.
001280 77  SCQ-WS-MODE                 PIC X(01) VALUE 'B'.
001290     88  SCQ-BUILD-MODE          VALUE 'B'.
001300     88  SCQ-RESULT-MODE         VALUE 'R'.
001310*
001320*    WHICH PROGRAM THE CURRENT REQUEST IS FOR.
001330 77  SCQ-WS-TARGET               PIC 9(01) VALUE ZERO.
001340     88  SCQ-TGT-DIVISIBLE       VALUE 1.
001350     88  SCQ-TGT-FIBONACCI       VALUE 2.
001360     88  SCQ-TGT-PRIME           VALUE 3.
001370     88  SCQ-TGT-KNOWN           VALUE 1 THRU 3.
001380*
001390*    RUN COUNTS FOR THE END-OF-RUN DISPLAY.
001400 77  SCQ-WS-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
001410 77  SCQ-WS-PASS-COUNT           PIC 9(05) COMP VALUE ZERO.
001420 77  SCQ-WS-DECK-COUNT           PIC 9(05) COMP VALUE ZERO.
001430 77  SCQ-WS-DONE-COUNT           PIC 9(05) COMP VALUE ZERO.
001440 77  SCQ-WS-FAIL-COUNT           PIC 9(05) COMP VALUE ZERO.
001450 77  SCQ-WS-WAIT-COUNT           PIC 9(05) COMP VALUE ZERO.
001460*
001470*    REQUEST IDS ALREADY SEEN ON THIS QUEUE, DONE OR NOT. THE ID
001480*    NAMES THE REQUEST'S OUTPUT DATASET, SO A PENDING REQUEST
001490*    REUSING ONE WOULD COLLIDE WITH THAT REQUEST'S DATASET - IT
001500*    FAILS INSTEAD. IDS PAST THE TABLE SIZE ARE NOT REMEMBERED.
001510 01  SCQ-WS-ID-TABLE.
001520     05  SCQ-WS-ID-ENTRY OCCURS 500 TIMES
001530                                 PIC X(08).
001540 77  SCQ-WS-ID-COUNT             PIC 9(03) COMP VALUE ZERO.
001550 77  SCQ-WS-ID-FOUND-SW          PIC X(01) VALUE 'N'.
001560     88  SCQ-WS-ID-FOUND         VALUE 'Y'.
001570*
001580*    REQUEST ID FORM - ONE TO SEVEN LETTERS OR DIGITS, SO THAT
001590*    R<ID> IS A VALID STEP NAME AND DATASET NAME QUALIFIER.
001600 77  SCQ-WS-ID-POS               PIC 9(02) COMP VALUE ZERO.
001610 77  SCQ-WS-ID-CHAR              PIC X(01) VALUE SPACE.
001620 77  SCQ-WS-ID-END-SW            PIC X(01) VALUE 'N'.
001630     88  SCQ-WS-ID-END           VALUE 'Y'.
001640 77  SCQ-WS-ID-BAD-SW            PIC X(01) VALUE 'N'.
001650     88  SCQ-WS-ID-BAD           VALUE 'Y'.
001660*
001670*    OUTCOMES FROM THE DECK'S STATUS FILE, ONE PER MARKER CARD.
001680*    M - MARKED ONLY, B - PROGRAM STARTED, S/R/D - THE PROGRAM'S
001690*    FINAL RST-STATUS.
001700 01  SCQ-WS-RES-TABLE.
001710     05  SCQ-WS-RES-ENTRY OCCURS 500 TIMES.
001720         10  SCQ-RS-REQUEST-ID   PIC X(08).
001730         10  SCQ-RS-OUTCOME      PIC X(01).
001740 77  SCQ-WS-RES-COUNT            PIC 9(03) COMP VALUE ZERO.
001750 77  SCQ-WS-RES-CUR              PIC 9(03) COMP VALUE ZERO.
001760 77  SCQ-WS-RES-SUB              PIC 9(03) COMP VALUE ZERO.
001770 77  SCQ-WS-RES-FOUND-SW         PIC X(01) VALUE 'N'.
001780     88  SCQ-WS-RES-FOUND        VALUE 'Y'.
001790*
001800*    PER-REQUEST DECK FIELDS. THE REQUEST'S OUTPUT DATASET IS
001810*    SCQ-WS-DSN-PREFIX FOLLOWED BY ITS REQUEST ID.
001820 01  SCQ-WS-DSN-PREFIX           PIC X(14) VALUE
001830         'PROD.SCANREQ.R'.
001840 01  SCQ-WS-OUT-DSN              PIC X(44).
001850 01  SCQ-WS-STEP-NAME            PIC X(08).
001860 01  SCQ-WS-STEP-PGM             PIC X(12).
001870 01  SCQ-WS-PARM-DD              PIC X(08).
001880 01  SCQ-WS-OUT-DD               PIC X(08).
001890 01  SCQ-WS-DECK-LINE            PIC X(80) VALUE SPACES.
001900*
001910*    EACH TARGET PROGRAM'S FIXED DD CARDS, AS IN SCANQ.JCL BEFORE
001920*    THE DECK - CARDS 1-5 DIVISIBLE, 6-9 FIBONACCI, 10-13
001930*    PRIME-NUMBER. THE CHECKPOINT IS DUMMY SO NO REQUEST RESUMES
001940*    ANOTHER'S SCAN.
001950 01  SCQ-WS-PGM-CARDS.
001960     05  FILLER                  PIC X(16) VALUE
001970         "//DVLCKPT  DD   ".
001980     05  FILLER                  PIC X(56) VALUE
001990         "DUMMY".
002000     05  FILLER                  PIC X(16) VALUE
002010         "//DVLSECLG DD   ".
002020     05  FILLER                  PIC X(56) VALUE
002030         "DSN=PROD.DIVSBLE.SECLOG,DISP=(MOD,CATLG,CATLG),".
002040     05  FILLER                  PIC X(15) VALUE
002050         "//             ".
002060     05  FILLER                  PIC X(57) VALUE
002070         "SPACE=(TRK,(10,10)),UNIT=SYSDA".
002080     05  FILLER                  PIC X(16) VALUE
002090         "//DVLDIVSR DD   ".
002100     05  FILLER                  PIC X(56) VALUE
002110         "DSN=PROD.DIVSBLE.DIVISORS,DISP=SHR".
002120     05  FILLER                  PIC X(16) VALUE
002130         "//DVLCTL   DD   ".
002140     05  FILLER                  PIC X(56) VALUE
002150         "DSN=PROD.DIVSBLE.CTLFILE,DISP=SHR".
002160     05  FILLER                  PIC X(16) VALUE
002170         "//FIBCKPT  DD   ".
002180     05  FILLER                  PIC X(56) VALUE
002190         "DUMMY".
002200     05  FILLER                  PIC X(16) VALUE
002210         "//FIBSECLG DD   ".
002220     05  FILLER                  PIC X(56) VALUE
002230         "DSN=PROD.FIBONACC.SECLOG,DISP=(MOD,CATLG,CATLG),".
002240     05  FILLER                  PIC X(15) VALUE
002250         "//             ".
002260     05  FILLER                  PIC X(57) VALUE
002270         "SPACE=(TRK,(10,10)),UNIT=SYSDA".
002280     05  FILLER                  PIC X(16) VALUE
002290         "//FIBCTL   DD   ".
002300     05  FILLER                  PIC X(56) VALUE
002310         "DSN=PROD.FIBONACC.CTLFILE,DISP=SHR".
002320     05  FILLER                  PIC X(16) VALUE
002330         "//PRMCKPT  DD   ".
002340     05  FILLER                  PIC X(56) VALUE
002350         "DUMMY".
002360     05  FILLER                  PIC X(16) VALUE
002370         "//PRMSECLG DD   ".
002380     05  FILLER                  PIC X(56) VALUE
002390         "DSN=PROD.PRIMENUM.SECLOG,DISP=(MOD,CATLG,CATLG),".
002400     05  FILLER                  PIC X(15) VALUE
002410         "//             ".
002420     05  FILLER                  PIC X(57) VALUE
002430         "SPACE=(TRK,(10,10)),UNIT=SYSDA".
002440     05  FILLER                  PIC X(16) VALUE
002450         "//PRMCKRPT DD   ".
002460     05  FILLER                  PIC X(56) VALUE
002470         "DUMMY".
002480 01  SCQ-WS-PGM-TABLE REDEFINES SCQ-WS-PGM-CARDS.
002490     05  SCQ-PG-CARD OCCURS 13 TIMES PIC X(72).
002500*
002510*    THE END OF EVERY REQUEST STEP. FORCERUN IS SET IN-STREAM, AS
002520*    ON A NITE-RESTART DECK, BECAUSE A SECOND REQUEST FOR THE SAME
002530*    PROGRAM FINDS THE FIRST ONE'S 'S' RECORD ON THE STATUS FILE
002540*    AND WOULD OTHERWISE BE REFUSED AS A DOUBLE SUBMISSION.
002550 01  SCQ-WS-TAIL-CARDS.
002560     05  FILLER                  PIC X(72) VALUE
002570         "//FORCERUN DD   *".
002580     05  FILLER                  PIC X(72) VALUE
002590         "FORCERUN0000100".
002600     05  FILLER                  PIC X(72) VALUE
002610         "/*".
002620     05  FILLER                  PIC X(16) VALUE
002630         "//NITESTAT DD   ".
002640     05  FILLER                  PIC X(56) VALUE
002650         "DSN=PROD.SCANREQ.RUNSTAT,DISP=SHR".
002660     05  FILLER                  PIC X(72) VALUE
002670         "//SYSOUT   DD   SYSOUT=*".
002680     05  FILLER                  PIC X(72) VALUE
002690         "//*".
002700 01  SCQ-WS-TAIL-TABLE REDEFINES SCQ-WS-TAIL-CARDS.
002710     05  SCQ-TL-CARD OCCURS 6 TIMES PIC X(72).
002720*
002730*    THE DECK'S OPENING CARDS AFTER THE JOB CARD AND ITS COMMENTS
002740*    - A SCRATCH OF THE LAST DECK'S STATUS FILE.
002750 01  SCQ-WS-HEAD-CARDS.
002760     05  FILLER                  PIC X(72) VALUE
002770         "//SCRATCH  EXEC PGM=IDCAMS".
002780     05  FILLER                  PIC X(72) VALUE
002790         "//SYSPRINT DD   SYSOUT=*".
002800     05  FILLER                  PIC X(72) VALUE
002810         "//SYSIN    DD   *".
002820     05  FILLER                  PIC X(72) VALUE
002830         "    DELETE PROD.SCANREQ.RUNSTAT".
002840     05  FILLER                  PIC X(72) VALUE
002850         "    SET MAXCC = 0".
002860     05  FILLER                  PIC X(72) VALUE
002870         "/*".
002880     05  FILLER                  PIC X(72) VALUE
002890         "//*".
002900 01  SCQ-WS-HEAD-TABLE REDEFINES SCQ-WS-HEAD-CARDS.
002910     05  SCQ-HD-CARD OCCURS 7 TIMES PIC X(72).
002920*
002930*    THE DECK'S CLOSING STEPS - THIS PROGRAM AGAIN, READING THE
002940*    STATUS FILE, THEN THE QUEUE CUT-OVER. BOTH RUN EVEN AFTER A
002950*    REQUEST STEP ABENDS, SO ITS FAILURE REACHES THE QUEUE.
002960 01  SCQ-WS-CLOSE-CARDS.
002970     05  FILLER                  PIC X(72) VALUE
002980         "//* RECORD EACH REQUEST'S OUTCOME, CUT THE QUEUE OVER".
002990     05  FILLER                  PIC X(16) VALUE
003000         "//SQCLOSE  EXEC ".
003010     05  FILLER                  PIC X(56) VALUE
003020         "PGM=SCAN-QUEUE,COND=EVEN".
003030     05  FILLER                  PIC X(16) VALUE
003040         "//SCANQIN  DD   ".
003050     05  FILLER                  PIC X(56) VALUE
003060         "DSN=PROD.SCANREQ.QUEUE,DISP=OLD".
003070     05  FILLER                  PIC X(16) VALUE
003080         "//SCANQOUT DD   ".
003090     05  FILLER                  PIC X(56) VALUE
003100         "DSN=PROD.SCANREQ.QUEUE.NEW,".
003110     05  FILLER                  PIC X(15) VALUE
003120         "//             ".
003130     05  FILLER                  PIC X(57) VALUE
003140         "DISP=(NEW,CATLG,DELETE),SPACE=(TRK,(5,5)),UNIT=SYSDA".
003150     05  FILLER                  PIC X(16) VALUE
003160         "//SCQSTAT  DD   ".
003170     05  FILLER                  PIC X(56) VALUE
003180         "DSN=PROD.SCANREQ.RUNSTAT,DISP=SHR".
003190     05  FILLER                  PIC X(16) VALUE
003200         "//DVLSECLG DD   ".
003210     05  FILLER                  PIC X(56) VALUE
003220         "DSN=PROD.DIVSBLE.SECLOG,DISP=(MOD,CATLG,CATLG),".
003230     05  FILLER                  PIC X(15) VALUE
003240         "//             ".
003250     05  FILLER                  PIC X(57) VALUE
003260         "SPACE=(TRK,(10,10)),UNIT=SYSDA".
003270     05  FILLER                  PIC X(16) VALUE
003280         "//FIBSECLG DD   ".
003290     05  FILLER                  PIC X(56) VALUE
003300         "DSN=PROD.FIBONACC.SECLOG,DISP=(MOD,CATLG,CATLG),".
003310     05  FILLER                  PIC X(15) VALUE
003320         "//             ".
003330     05  FILLER                  PIC X(57) VALUE
003340         "SPACE=(TRK,(10,10)),UNIT=SYSDA".
003350     05  FILLER                  PIC X(16) VALUE
003360         "//PRMSECLG DD   ".
003370     05  FILLER                  PIC X(56) VALUE
003380         "DSN=PROD.PRIMENUM.SECLOG,DISP=(MOD,CATLG,CATLG),".
003390     05  FILLER                  PIC X(15) VALUE
003400         "//             ".
003410     05  FILLER                  PIC X(57) VALUE
003420         "SPACE=(TRK,(10,10)),UNIT=SYSDA".
003430     05  FILLER                  PIC X(72) VALUE
003440         "//SYSOUT   DD   SYSOUT=*".
003450     05  FILLER                  PIC X(72) VALUE
003460         "//*".
003470     05  FILLER                  PIC X(16) VALUE
003480         "//SQCUTOVR EXEC ".
003490     05  FILLER                  PIC X(56) VALUE
003500         "PGM=IDCAMS,COND=((4,LT,SQCLOSE),EVEN)".
003510     05  FILLER                  PIC X(72) VALUE
003520         "//SYSPRINT DD   SYSOUT=*".
003530     05  FILLER                  PIC X(72) VALUE
003540         "//SYSIN    DD   *".
003550     05  FILLER                  PIC X(72) VALUE
003560         "    DELETE PROD.SCANREQ.QUEUE".
003570     05  FILLER                  PIC X(72) VALUE
003580         "    ALTER  PROD.SCANREQ.QUEUE.NEW -".
003590     05  FILLER                  PIC X(72) VALUE
003600         "           NEWNAME(PROD.SCANREQ.QUEUE)".
003610     05  FILLER                  PIC X(72) VALUE
003620         "/*".
003630     05  FILLER                  PIC X(72) VALUE
003640         "//".
003650 01  SCQ-WS-CLOSE-TABLE REDEFINES SCQ-WS-CLOSE-CARDS.
003660     05  SCQ-CL-CARD OCCURS 22 TIMES PIC X(72).
003670*
003680     COPY CTLPARM REPLACING ==CTLPARM-RECORD==
003690         BY ==SCQ-PARM-REC==.
003700     COPY AUDITLOG REPLACING ==AUDITLOG-RECORD==
003710         BY ==SCQ-LOG-REC==.
003720*
003730 PROCEDURE DIVISION.
003740*===============================================================
003750 0000-MAINLINE.
003760*===============================================================
003770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003780     IF SCQ-WS-STOP
003790         MOVE 8 TO RETURN-CODE
003800         STOP RUN
003810     END-IF.
003820     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
003830         UNTIL SCQ-WS-EOF.
003840     PERFORM 3000-TERMINATE THRU 3000-EXIT.
003850     STOP RUN.
003860*
003870*===============================================================
003880 1000-INITIALIZE.
003890*===============================================================
003900     ACCEPT SCQ-WS-TODAY FROM DATE YYYYMMDD.
003910     ACCEPT SCQ-WS-NOW FROM TIME.
003920     OPEN INPUT SCQ-QIN-FILE.
003930     IF SCQ-WS-QIN-STATUS NOT = '00'
003940         DISPLAY "SCAN-QUEUE: REQUEST QUEUE NOT AVAILABLE - "
003950             "STATUS " SCQ-WS-QIN-STATUS
003960         MOVE 'Y' TO SCQ-WS-STOP-SW
003970         GO TO 1000-EXIT
003980     END-IF.
003990     OPEN INPUT SCQ-STAT-FILE.
004000     IF SCQ-WS-STAT-STATUS = '00'
004010         MOVE 'R' TO SCQ-WS-MODE
004020         PERFORM 1200-LOAD-RESULTS THRU 1200-EXIT
004030         CLOSE SCQ-STAT-FILE
004040     ELSE
004050         OPEN OUTPUT SCQ-DECK-FILE
004060     END-IF.
004070     OPEN OUTPUT SCQ-QOUT-FILE.
004080     PERFORM 1100-READ-QUEUE THRU 1100-EXIT.
004090 1000-EXIT.
004100     EXIT.
004110*
004120*===============================================================
004130 1100-READ-QUEUE.
004140*===============================================================
004150     READ SCQ-QIN-FILE
004160         AT END
004170             MOVE 'Y' TO SCQ-WS-EOF-SW
004180     END-READ.
004190 1100-EXIT.
004200     EXIT.
004210*
004220*===============================================================
004230 1200-LOAD-RESULTS.
004240*===============================================================
004250*    THE DECK'S STEPS RUN IN ORDER, SO EVERY RUNSTAT RECORD
004260*    BELONGS TO THE REQUEST OF THE MARKER CARD BEFORE IT. A
004270*    REQUEST WHOSE MARKER IS MISSING NEVER RAN - A STEP AHEAD OF
004280*    IT ABENDED AND THE REST OF THE DECK WAS BYPASSED.
004290     READ SCQ-STAT-FILE
004300         AT END
004310             MOVE 'Y' TO SCQ-WS-STAT-EOF-SW
004320     END-READ.
004330     PERFORM 1210-LOAD-ONE-RESULT THRU 1210-EXIT
004340         UNTIL SCQ-WS-STAT-EOF.
004350 1200-EXIT.
004360     EXIT.
004370*
004380*===============================================================
004390 1210-LOAD-ONE-RESULT.
004400*===============================================================
004410     IF SCQ-MK-IS-MARK
004420         MOVE ZERO TO SCQ-WS-RES-CUR
004430         IF SCQ-WS-RES-COUNT < 500
004440             ADD 1 TO SCQ-WS-RES-COUNT
004450             MOVE SCQ-WS-RES-COUNT TO SCQ-WS-RES-CUR
004460             MOVE SCQ-MK-REQUEST-ID
004470                 TO SCQ-RS-REQUEST-ID (SCQ-WS-RES-CUR)
004480             MOVE 'M' TO SCQ-RS-OUTCOME (SCQ-WS-RES-CUR)
004490         END-IF
004500         GO TO 1210-READ-NEXT
004510     END-IF.
004520     IF SCQ-WS-RES-CUR = ZERO
004530         GO TO 1210-READ-NEXT
004540     END-IF.
004550     EVALUATE TRUE
004560         WHEN RST-STARTED
004570             MOVE 'B' TO SCQ-RS-OUTCOME (SCQ-WS-RES-CUR)
004580         WHEN RST-SUCCESS OR RST-REJECTED OR RST-DUP-RUN
004590             MOVE RST-STATUS TO SCQ-RS-OUTCOME (SCQ-WS-RES-CUR)
004600     END-EVALUATE.
004610 1210-READ-NEXT.
004620     READ SCQ-STAT-FILE
004630         AT END
004640             MOVE 'Y' TO SCQ-WS-STAT-EOF-SW
004650     END-READ.
004660 1210-EXIT.
004670     EXIT.
004680*
004690*===============================================================
004700 2000-PROCESS-REQUEST.
004710*===============================================================
004720*    A REQUEST ALREADY DONE OR FAILED IS COPIED ACROSS UNCHANGED.
004730*    BUILDING THE DECK, A PENDING ONE IS CHECKED AND EITHER PUT ON
004740*    THE DECK (STILL PENDING) OR FAILED. CLOSING THE DECK, A
004750*    PENDING ONE GETS ITS OUTCOME FROM THE STATUS FILE.
004760     ADD 1 TO SCQ-WS-READ-COUNT.
004770     IF NOT SRQ-PENDING
004780         ADD 1 TO SCQ-WS-PASS-COUNT
004790         GO TO 2000-WRITE
004800     END-IF.
004810     IF SCQ-RESULT-MODE
004820         PERFORM 2700-RECORD-RESULT THRU 2700-EXIT
004830         GO TO 2000-WRITE
004840     END-IF.
004850     MOVE 'N' TO SCQ-WS-FAIL-SW.
004860     MOVE SPACES TO SRQ-REASON.
004870     PERFORM 2100-CHECK-REQUEST THRU 2100-EXIT.
004880     IF NOT SCQ-WS-FAILED
004890         PERFORM 2150-CHECK-PARMS THRU 2150-EXIT
004900     END-IF.
004910     IF SCQ-WS-FAILED
004920         MOVE 'F' TO SRQ-STATUS
004930         MOVE SCQ-WS-TODAY TO SRQ-RUN-DATE
004940         ADD 1 TO SCQ-WS-FAIL-COUNT
004950         DISPLAY "SCAN-QUEUE: REQUEST " SRQ-REQUEST-ID
004960             " FAILED - " SRQ-REASON
004970         IF SCQ-TGT-KNOWN
004980             PERFORM 2400-WRITE-SECLOG THRU 2400-EXIT
004990         END-IF
005000     ELSE
005010         PERFORM 2500-WRITE-REQUEST-STEPS THRU 2500-EXIT
005020         MOVE "ON THE SCANRUN DECK" TO SRQ-REASON
005030         ADD 1 TO SCQ-WS-DECK-COUNT
005040         DISPLAY "SCAN-QUEUE: REQUEST " SRQ-REQUEST-ID
005050             " PUT ON THE SCANRUN DECK"
005060     END-IF.
005070 2000-WRITE.
005080     IF SRQ-REQUEST-ID NOT = SPACES AND SCQ-WS-ID-COUNT < 500
005090         ADD 1 TO SCQ-WS-ID-COUNT
005100         MOVE SRQ-REQUEST-ID TO SCQ-WS-ID-ENTRY (SCQ-WS-ID-COUNT)
005110     END-IF.
005120     WRITE SCQ-QOUT-REC FROM SCQ-QIN-REC.
005130     PERFORM 1100-READ-QUEUE THRU 1100-EXIT.
005140 2000-EXIT.
005150     EXIT.
005160*
005170*===============================================================
005180 2050-SET-TARGET.
005190*===============================================================
005200     EVALUATE SRQ-PROGRAM
005210         WHEN 'DIVISIBLE'
005220             MOVE 1 TO SCQ-WS-TARGET
005230         WHEN 'FIBONACCI'
005240             MOVE 2 TO SCQ-WS-TARGET
005250         WHEN 'PRIME-NUMBER'
005260             MOVE 3 TO SCQ-WS-TARGET
005270         WHEN OTHER
005280             MOVE ZERO TO SCQ-WS-TARGET
005290     END-EVALUATE.
005300 2050-EXIT.
005310     EXIT.
005320*
005330*===============================================================
005340 2100-CHECK-REQUEST.
005350*===============================================================
005360*    THE REQUEST ID NAMES THE REQUEST'S STEP AND OUTPUT DATASET,
005370*    SO IT MUST BE ONE TO SEVEN LETTERS OR DIGITS AND NOT REPEAT
005380*    AN ID ALREADY ON THE QUEUE. THE TARGET IS SET EVEN WHEN AN
005390*    EARLIER TEST FAILS, SO A REJECTED REQUEST STILL REACHES ITS
005400*    PROGRAM'S SECLOG.
005410     PERFORM 2050-SET-TARGET THRU 2050-EXIT.
005420     PERFORM 2120-CHECK-ID-FORM THRU 2120-EXIT.
005430     IF SCQ-WS-ID-BAD
005440         MOVE "REQUEST ID NOT VALID" TO SRQ-REASON
005450         MOVE 'Y' TO SCQ-WS-FAIL-SW
005460         GO TO 2100-EXIT
005470     END-IF.
005480     MOVE 'N' TO SCQ-WS-ID-FOUND-SW.
005490     PERFORM 2110-CHECK-ONE-ID THRU 2110-EXIT
005500         VARYING SCQ-WS-ID-SUB FROM 1 BY 1
005510         UNTIL SCQ-WS-ID-SUB > SCQ-WS-ID-COUNT
005520             OR SCQ-WS-ID-FOUND.
005530     IF SCQ-WS-ID-FOUND
005540         MOVE "DUPLICATE REQUEST ID" TO SRQ-REASON
005550         MOVE 'Y' TO SCQ-WS-FAIL-SW
005560         GO TO 2100-EXIT
005570     END-IF.
005580     IF SRQ-USERID = SPACES
005590         MOVE "REQUESTER USER ID MISSING" TO SRQ-REASON
005600         MOVE 'Y' TO SCQ-WS-FAIL-SW
005610         GO TO 2100-EXIT
005620     END-IF.
005630     IF NOT SCQ-TGT-KNOWN
005640         MOVE "PROGRAM NOT ON THE QUEUE LIST" TO SRQ-REASON
005650         MOVE 'Y' TO SCQ-WS-FAIL-SW
005660     END-IF.
005670 2100-EXIT.
005680     EXIT.
005690*
005700*===============================================================
005710 2110-CHECK-ONE-ID.
005720*===============================================================
005730     IF SCQ-WS-ID-ENTRY (SCQ-WS-ID-SUB) = SRQ-REQUEST-ID
005740         MOVE 'Y' TO SCQ-WS-ID-FOUND-SW
005750     END-IF.
005760 2110-EXIT.
005770     EXIT.
005780*
005790*===============================================================
005800 2120-CHECK-ID-FORM.
005810*===============================================================
005820*    LETTERS AND DIGITS FROM THE FIRST POSITION, THEN SPACES ONLY,
005830*    WITH THE EIGHTH POSITION ALWAYS SPACE.
005840     MOVE 'N' TO SCQ-WS-ID-BAD-SW.
005850     MOVE 'N' TO SCQ-WS-ID-END-SW.
005860     IF SRQ-REQUEST-ID (1:1) = SPACE
005870             OR SRQ-REQUEST-ID (8:1) NOT = SPACE
005880         MOVE 'Y' TO SCQ-WS-ID-BAD-SW
005890         GO TO 2120-EXIT
005900     END-IF.
005910     PERFORM 2125-CHECK-ID-CHAR THRU 2125-EXIT
005920         VARYING SCQ-WS-ID-POS FROM 1 BY 1
005930         UNTIL SCQ-WS-ID-POS > 7 OR SCQ-WS-ID-BAD.
005940 2120-EXIT.
005950     EXIT.
005960*
005970*===============================================================
005980 2125-CHECK-ID-CHAR.
005990*===============================================================
006000     MOVE SRQ-REQUEST-ID (SCQ-WS-ID-POS:1) TO SCQ-WS-ID-CHAR.
006010     IF SCQ-WS-ID-CHAR = SPACE
006020         MOVE 'Y' TO SCQ-WS-ID-END-SW
006030         GO TO 2125-EXIT
006040     END-IF.
006050     IF SCQ-WS-ID-END
006060         MOVE 'Y' TO SCQ-WS-ID-BAD-SW
006070         GO TO 2125-EXIT
006080     END-IF.
006090     IF SCQ-WS-ID-CHAR NOT ALPHABETIC-UPPER
006100             AND SCQ-WS-ID-CHAR NOT NUMERIC
006110         MOVE 'Y' TO SCQ-WS-ID-BAD-SW
006120     END-IF.
006130 2125-EXIT.
006140     EXIT.
006150*
006160*===============================================================
006170 2150-CHECK-PARMS.
006180*===============================================================
006190*    EVERY KEYED PARM MUST BE ONE THE TARGET PROGRAM READS, WITH
006200*    A NUMERIC VALUE. WHETHER THE SET IS COMPLETE AND WITHIN
006210*    LIMITS IS LEFT TO THE PROGRAM ITSELF, WHICH REJECTS THE
006220*    RUN WITH RETURN CODE 16 AS IT DOES FOR THE NIGHTLY PARMS.
006230     MOVE ZERO TO SCQ-WS-PARM-COUNT.
006240     PERFORM 2160-CHECK-ONE-PARM THRU 2160-EXIT
006250         VARYING SCQ-WS-PARM-SUB FROM 1 BY 1
006260         UNTIL SCQ-WS-PARM-SUB > 3 OR SCQ-WS-FAILED.
006270     IF NOT SCQ-WS-FAILED AND SCQ-WS-PARM-COUNT = ZERO
006280         MOVE "NO PARMS ON REQUEST" TO SRQ-REASON
006290         MOVE 'Y' TO SCQ-WS-FAIL-SW
006300     END-IF.
006310 2150-EXIT.
006320     EXIT.
006330*
006340*===============================================================
006350 2160-CHECK-ONE-PARM.
006360*===============================================================
006370     IF SRQ-PARM-CODE (SCQ-WS-PARM-SUB) = SPACES
006380         GO TO 2160-EXIT
006390     END-IF.
006400     ADD 1 TO SCQ-WS-PARM-COUNT.
006410     MOVE 'N' TO SCQ-WS-CODE-OK-SW.
006420     IF SCQ-TGT-FIBONACCI
006430         IF SRQ-PARM-CODE (SCQ-WS-PARM-SUB) = 'LIMIT   '
006440                 OR SRQ-PARM-CODE (SCQ-WS-PARM-SUB) = 'TERMS   '
006450                 OR SRQ-PARM-CODE (SCQ-WS-PARM-SUB) = 'DIGITS  '
006460             MOVE 'Y' TO SCQ-WS-CODE-OK-SW
006470         END-IF
006480     ELSE
006490         IF SRQ-PARM-CODE (SCQ-WS-PARM-SUB) = 'RANGFROM'
006500                 OR SRQ-PARM-CODE (SCQ-WS-PARM-SUB) = 'RANGETO '
006510             MOVE 'Y' TO SCQ-WS-CODE-OK-SW
006520         END-IF
006530     END-IF.
006540     IF NOT SCQ-WS-CODE-OK
006550         MOVE SPACES TO SRQ-REASON
006560         STRING "PARM " SRQ-PARM-CODE (SCQ-WS-PARM-SUB)
006570             " NOT FOR PROGRAM" DELIMITED BY SIZE
006580             INTO SRQ-REASON
006590         MOVE 'Y' TO SCQ-WS-FAIL-SW
006600         GO TO 2160-EXIT
006610     END-IF.
006620     IF SRQ-PARM-VALUE (SCQ-WS-PARM-SUB) NOT NUMERIC
006630         MOVE SPACES TO SRQ-REASON
006640         STRING "PARM " SRQ-PARM-CODE (SCQ-WS-PARM-SUB)
006650             " NOT NUMERIC" DELIMITED BY SIZE
006660             INTO SRQ-REASON
006670         MOVE 'Y' TO SCQ-WS-FAIL-SW
006680     END-IF.
006690 2160-EXIT.
006700     EXIT.
006710*
006720*===============================================================
006730 2400-WRITE-SECLOG.
006740*===============================================================
006750*    ONE AUDITLOG RECORD ON THE TARGET PROGRAM'S OWN SECLOG,
006760*    UNDER THE REQUESTER'S USER ID - WHEN THE REQUEST FAILS ITS
006770*    CHECKS, OR ONCE THE DECK HAS RUN IT. IN THE SECOND CASE THE
006780*    PROGRAM'S OWN STARTUP RECORD (UNDER THE BATCH ID, WITH THE
006790*    RANGE) IS ALREADY ON THE SECLOG AHEAD OF IT.
006800     MOVE SPACES            TO SCQ-LOG-REC.
006810     MOVE SRQ-USERID        TO AUD-USERID.
006820     ACCEPT AUD-RUN-DATE    FROM DATE YYYYMMDD.
006830     ACCEPT AUD-RUN-TIME    FROM TIME.
006840     STRING "SCAN REQUEST " SRQ-REQUEST-ID DELIMITED BY SIZE
006850         INTO AUD-KEY-INPUT.
006860     EVALUATE TRUE
006870         WHEN SCQ-TGT-DIVISIBLE
006880             MOVE "DIVSBLE"  TO AUD-PROGRAM-ID
006890             OPEN EXTEND SCQ-DVL-LOG-FILE
006900             IF SCQ-WS-LOG-STATUS NOT = "00"
006910                 OPEN OUTPUT SCQ-DVL-LOG-FILE
006920             END-IF
006930             WRITE SCQ-DVL-LOG-REC FROM SCQ-LOG-REC
006940             CLOSE SCQ-DVL-LOG-FILE
006950         WHEN SCQ-TGT-FIBONACCI
006960             MOVE "FIBONACC" TO AUD-PROGRAM-ID
006970             OPEN EXTEND SCQ-FIB-LOG-FILE
006980             IF SCQ-WS-LOG-STATUS NOT = "00"
006990                 OPEN OUTPUT SCQ-FIB-LOG-FILE
007000             END-IF
007010             WRITE SCQ-FIB-LOG-REC FROM SCQ-LOG-REC
007020             CLOSE SCQ-FIB-LOG-FILE
007030         WHEN SCQ-TGT-PRIME
007040             MOVE "PRIMENUM" TO AUD-PROGRAM-ID
007050             OPEN EXTEND SCQ-PRM-LOG-FILE
007060             IF SCQ-WS-LOG-STATUS NOT = "00"
007070                 OPEN OUTPUT SCQ-PRM-LOG-FILE
007080             END-IF
007090             WRITE SCQ-PRM-LOG-REC FROM SCQ-LOG-REC
007100             CLOSE SCQ-PRM-LOG-FILE
007110     END-EVALUATE.
007120 2400-EXIT.
007130     EXIT.
007140*
007150*===============================================================
007160 2500-WRITE-REQUEST-STEPS.
007170*===============================================================
007180*    TWO STEPS PER REQUEST - AN IDCAMS REPRO OF THE MARKER CARD
007190*    ONTO THE STATUS FILE, THEN THE PROGRAM ITSELF WITH ITS PARMS
007200*    IN-STREAM AND ITS REPORT OR SERIES DD ON THE REQUEST'S OWN
007210*    DATASET. NEITHER STEP HAS A COND, SO A REQUEST WHOSE PARMS
007220*    ARE REJECTED DOES NOT STOP THE ONES AFTER IT.
007230     IF SCQ-WS-DECK-COUNT = ZERO
007240         PERFORM 2510-WRITE-DECK-HEAD THRU 2510-EXIT
007250     END-IF.
007260     EVALUATE TRUE
007270         WHEN SCQ-TGT-DIVISIBLE
007280             MOVE "DIVISIBLE"    TO SCQ-WS-STEP-PGM
007290             MOVE "DVLPARM"      TO SCQ-WS-PARM-DD
007300             MOVE "DVLRPT"       TO SCQ-WS-OUT-DD
007310             MOVE 1              TO SCQ-WS-CARD-FROM
007320             MOVE 5              TO SCQ-WS-CARD-TO
007330         WHEN SCQ-TGT-FIBONACCI
007340             MOVE "FIBONACCI"    TO SCQ-WS-STEP-PGM
007350             MOVE "FIBPARM"      TO SCQ-WS-PARM-DD
007360             MOVE "FIBSERES"     TO SCQ-WS-OUT-DD
007370             MOVE 6              TO SCQ-WS-CARD-FROM
007380             MOVE 9              TO SCQ-WS-CARD-TO
007390         WHEN SCQ-TGT-PRIME
007400             MOVE "PRIME-NUMBER" TO SCQ-WS-STEP-PGM
007410             MOVE "PRMPARM"      TO SCQ-WS-PARM-DD
007420             MOVE "PRMRPT"       TO SCQ-WS-OUT-DD
007430             MOVE 10             TO SCQ-WS-CARD-FROM
007440             MOVE 13             TO SCQ-WS-CARD-TO
007450     END-EVALUATE.
007460     MOVE SPACES TO SCQ-WS-OUT-DSN.
007470     STRING SCQ-WS-DSN-PREFIX DELIMITED BY SIZE
007480            SRQ-REQUEST-ID DELIMITED BY SPACE
007490         INTO SCQ-WS-OUT-DSN
007500     END-STRING.
007510     STRING "//* REQUEST " DELIMITED BY SIZE
007520            SRQ-REQUEST-ID DELIMITED BY SPACE
007530            " FOR " DELIMITED BY SIZE
007540            SRQ-USERID DELIMITED BY SPACE
007550            " - " DELIMITED BY SIZE
007560            SCQ-WS-STEP-PGM DELIMITED BY SPACE
007570         INTO SCQ-WS-DECK-LINE
007580     END-STRING.
007590     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
007600*    THE MARKER STEP.
007610     MOVE SPACES TO SCQ-WS-STEP-NAME.
007620     STRING "M" SRQ-REQUEST-ID DELIMITED BY SPACE
007630         INTO SCQ-WS-STEP-NAME
007640     END-STRING.
007650     STRING "//" SCQ-WS-STEP-NAME " EXEC PGM=IDCAMS"
007660             DELIMITED BY SIZE
007670         INTO SCQ-WS-DECK-LINE
007680     END-STRING.
007690     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
007700     MOVE "//SYSPRINT DD   SYSOUT=*" TO SCQ-WS-DECK-LINE.
007710     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
007720     MOVE "//SCQMARK  DD   *" TO SCQ-WS-DECK-LINE.
007730     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
007740     STRING "SCANREQ " SRQ-REQUEST-ID DELIMITED BY SIZE
007750         INTO SCQ-WS-DECK-LINE
007760     END-STRING.
007770     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
007780     MOVE "/*" TO SCQ-WS-DECK-LINE.
007790     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
007800     STRING "//NITESTAT DD   DSN=PROD.SCANREQ.RUNSTAT,"
007810                DELIMITED BY SIZE
007820            "DISP=(MOD,CATLG,CATLG)," DELIMITED BY SIZE
007830         INTO SCQ-WS-DECK-LINE
007840     END-STRING.
007850     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
007860     MOVE "//             SPACE=(TRK,(1,1)),UNIT=SYSDA"
007870         TO SCQ-WS-DECK-LINE.
007880     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
007890     MOVE "//SYSIN    DD   *" TO SCQ-WS-DECK-LINE.
007900     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
007910     MOVE "    REPRO INFILE(SCQMARK) OUTFILE(NITESTAT)"
007920         TO SCQ-WS-DECK-LINE.
007930     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
007940     MOVE "/*" TO SCQ-WS-DECK-LINE.
007950     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
007960*    THE REQUEST'S OWN STEP.
007970     MOVE SPACES TO SCQ-WS-STEP-NAME.
007980     STRING "R" SRQ-REQUEST-ID DELIMITED BY SPACE
007990         INTO SCQ-WS-STEP-NAME
008000     END-STRING.
008010     STRING "//" SCQ-WS-STEP-NAME " EXEC PGM=" DELIMITED BY SIZE
008020            SCQ-WS-STEP-PGM DELIMITED BY SPACE
008030         INTO SCQ-WS-DECK-LINE
008040     END-STRING.
008050     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
008060     STRING "//" SCQ-WS-PARM-DD " DD   *" DELIMITED BY SIZE
008070         INTO SCQ-WS-DECK-LINE
008080     END-STRING.
008090     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
008100     PERFORM 2520-WRITE-PARM-CARD THRU 2520-EXIT
008110         VARYING SCQ-WS-PARM-SUB FROM 1 BY 1
008120         UNTIL SCQ-WS-PARM-SUB > 3.
008130     MOVE "/*" TO SCQ-WS-DECK-LINE.
008140     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
008150     STRING "//" SCQ-WS-OUT-DD " DD   DSN=" DELIMITED BY SIZE
008160            SCQ-WS-OUT-DSN DELIMITED BY SPACE
008170            ",DISP=(NEW,CATLG,DELETE)," DELIMITED BY SIZE
008180         INTO SCQ-WS-DECK-LINE
008190     END-STRING.
008200     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
008210     MOVE "//             SPACE=(TRK,(10,5)),UNIT=SYSDA"
008220         TO SCQ-WS-DECK-LINE.
008230     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
008240     PERFORM 2530-WRITE-PGM-CARD THRU 2530-EXIT
008250         VARYING SCQ-WS-CARD-SUB FROM SCQ-WS-CARD-FROM BY 1
008260         UNTIL SCQ-WS-CARD-SUB > SCQ-WS-CARD-TO.
008270     PERFORM 2540-WRITE-TAIL-CARD THRU 2540-EXIT
008280         VARYING SCQ-WS-CARD-SUB FROM 1 BY 1
008290         UNTIL SCQ-WS-CARD-SUB > 6.
008300 2500-EXIT.
008310     EXIT.
008320*
008330*===============================================================
008340 2510-WRITE-DECK-HEAD.
008350*===============================================================
008360     STRING "//SCANRUN  JOB  (ACCTG),'AD-HOC SCAN RUN',"
008370                DELIMITED BY SIZE
008380            "CLASS=A,MSGCLASS=X," DELIMITED BY SIZE
008390         INTO SCQ-WS-DECK-LINE
008400     END-STRING.
008410     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
008420     MOVE "//             NOTIFY=&SYSUID" TO SCQ-WS-DECK-LINE.
008430     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
008440     MOVE "//*" TO SCQ-WS-DECK-LINE.
008450     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
008460     MOVE "//* SCANRUN - AD-HOC REQUESTS FROM THE SCANREQ QUEUE"
008470         TO SCQ-WS-DECK-LINE.
008480     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
008490     STRING "//*           BUILT BY SCAN-QUEUE "
008500                DELIMITED BY SIZE
008510            SCQ-WS-TODAY DELIMITED BY SIZE
008520            " " DELIMITED BY SIZE
008530            SCQ-WS-NOW DELIMITED BY SIZE
008540         INTO SCQ-WS-DECK-LINE
008550     END-STRING.
008560     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
008570     MOVE "//*           REVIEW THE DECK BEFORE SUBMITTING IT"
008580         TO SCQ-WS-DECK-LINE.
008590     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
008600     MOVE "//*" TO SCQ-WS-DECK-LINE.
008610     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
008620     PERFORM 2550-WRITE-HEAD-CARD THRU 2550-EXIT
008630         VARYING SCQ-WS-CARD-SUB FROM 1 BY 1
008640         UNTIL SCQ-WS-CARD-SUB > 7.
008650 2510-EXIT.
008660     EXIT.
008670*
008680*===============================================================
008690 2520-WRITE-PARM-CARD.
008700*===============================================================
008710     IF SRQ-PARM-CODE (SCQ-WS-PARM-SUB) = SPACES
008720         GO TO 2520-EXIT
008730     END-IF.
008740     MOVE SPACES TO SCQ-PARM-REC.
008750     MOVE SRQ-PARM-CODE (SCQ-WS-PARM-SUB) TO CTL-PARM-CODE.
008760     MOVE SRQ-PARM-VALUE (SCQ-WS-PARM-SUB) TO CTL-PARM-VALUE.
008770     MOVE SCQ-PARM-REC TO SCQ-WS-DECK-LINE.
008780     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
008790 2520-EXIT.
008800     EXIT.
008810*
008820*===============================================================
008830 2530-WRITE-PGM-CARD.
008840*===============================================================
008850     MOVE SCQ-PG-CARD (SCQ-WS-CARD-SUB) TO SCQ-WS-DECK-LINE.
008860     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
008870 2530-EXIT.
008880     EXIT.
008890*
008900*===============================================================
008910 2540-WRITE-TAIL-CARD.
008920*===============================================================
008930     MOVE SCQ-TL-CARD (SCQ-WS-CARD-SUB) TO SCQ-WS-DECK-LINE.
008940     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
008950 2540-EXIT.
008960     EXIT.
008970*
008980*===============================================================
008990 2550-WRITE-HEAD-CARD.
009000*===============================================================
009010     MOVE SCQ-HD-CARD (SCQ-WS-CARD-SUB) TO SCQ-WS-DECK-LINE.
009020     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
009030 2550-EXIT.
009040     EXIT.
009050*
009060*===============================================================
009070 2560-WRITE-CLOSE-CARD.
009080*===============================================================
009090     MOVE SCQ-CL-CARD (SCQ-WS-CARD-SUB) TO SCQ-WS-DECK-LINE.
009100     PERFORM 2900-PUT-DECK-LINE THRU 2900-EXIT.
009110 2560-EXIT.
009120     EXIT.
009130*
009140*===============================================================
009150 2700-RECORD-RESULT.
009160*===============================================================
009170*    A PENDING REQUEST WITH NO MARKER ON THE STATUS FILE WAS NOT
009180*    RUN BY THIS DECK - QUEUED AFTER IT WAS BUILT, OR BYPASSED
009190*    AFTER AN ABEND - AND STAYS PENDING FOR THE NEXT SCANQ. SO
009200*    DOES ONE REUSING AN ID ALREADY ON THE QUEUE, WHICH THE NEXT
009210*    SCANQ FAILS, RATHER THAN TAKE THE OTHER REQUEST'S OUTCOME.
009220     MOVE 'N' TO SCQ-WS-ID-FOUND-SW.
009230     PERFORM 2110-CHECK-ONE-ID THRU 2110-EXIT
009240         VARYING SCQ-WS-ID-SUB FROM 1 BY 1
009250         UNTIL SCQ-WS-ID-SUB > SCQ-WS-ID-COUNT
009260             OR SCQ-WS-ID-FOUND.
009270     IF SCQ-WS-ID-FOUND
009280         ADD 1 TO SCQ-WS-WAIT-COUNT
009290         GO TO 2700-EXIT
009300     END-IF.
009310     MOVE 'N' TO SCQ-WS-RES-FOUND-SW.
009320     PERFORM 2710-FIND-RESULT THRU 2710-EXIT
009330         VARYING SCQ-WS-RES-SUB FROM 1 BY 1
009340         UNTIL SCQ-WS-RES-SUB > SCQ-WS-RES-COUNT
009350             OR SCQ-WS-RES-FOUND.
009360     IF NOT SCQ-WS-RES-FOUND
009370         ADD 1 TO SCQ-WS-WAIT-COUNT
009380         GO TO 2700-EXIT
009390     END-IF.
009400     PERFORM 2050-SET-TARGET THRU 2050-EXIT.
009410     MOVE SPACES TO SRQ-REASON.
009420     EVALUATE SCQ-RS-OUTCOME (SCQ-WS-RES-CUR)
009430         WHEN 'S'
009440             MOVE 'D' TO SRQ-STATUS
009450             STRING "OUTPUT " SCQ-WS-DSN-PREFIX DELIMITED BY SIZE
009460                    SRQ-REQUEST-ID DELIMITED BY SPACE
009470                 INTO SRQ-REASON
009480             END-STRING
009490         WHEN 'R'
009500             MOVE 'F' TO SRQ-STATUS
009510             MOVE "PARMS REJECTED BY PROGRAM" TO SRQ-REASON
009520         WHEN 'D'
009530             MOVE 'F' TO SRQ-STATUS
009540             MOVE "REFUSED AS A REPEAT RUN" TO SRQ-REASON
009550         WHEN OTHER
009560             MOVE 'F' TO SRQ-STATUS
009570             MOVE "PROGRAM ENDED ABNORMALLY" TO SRQ-REASON
009580     END-EVALUATE.
009590     MOVE SCQ-WS-TODAY TO SRQ-RUN-DATE.
009600     IF SRQ-DONE
009610         ADD 1 TO SCQ-WS-DONE-COUNT
009620         DISPLAY "SCAN-QUEUE: REQUEST " SRQ-REQUEST-ID
009630             " DONE - " SRQ-REASON
009640     ELSE
009650         ADD 1 TO SCQ-WS-FAIL-COUNT
009660         DISPLAY "SCAN-QUEUE: REQUEST " SRQ-REQUEST-ID
009670             " FAILED - " SRQ-REASON
009680     END-IF.
009690     PERFORM 2400-WRITE-SECLOG THRU 2400-EXIT.
009700 2700-EXIT.
009710     EXIT.
009720*
009730*===============================================================
009740 2710-FIND-RESULT.
009750*===============================================================
009760     IF SCQ-RS-REQUEST-ID (SCQ-WS-RES-SUB) = SRQ-REQUEST-ID
009770         MOVE 'Y' TO SCQ-WS-RES-FOUND-SW
009780         MOVE SCQ-WS-RES-SUB TO SCQ-WS-RES-CUR
009790     END-IF.
009800 2710-EXIT.
009810     EXIT.
009820*
009830*===============================================================
009840 2900-PUT-DECK-LINE.
009850*===============================================================
009860     WRITE SCQ-DECK-REC FROM SCQ-WS-DECK-LINE.
009870     MOVE SPACES TO SCQ-WS-DECK-LINE.
009880 2900-EXIT.
009890     EXIT.
009900*
009910*===============================================================
009920 3000-TERMINATE.
009930*===============================================================
009940*    ANY FAILED REQUEST ENDS THE STEP WITH RETURN CODE 4 - THE
009950*    NEW QUEUE GENERATION IS STILL CUT OVER, SO THE FAILURE AND
009960*    ITS REASON ARE ON THE QUEUE FOR THE REQUESTER TO SEE. WITH
009970*    NOTHING TO RUN NO DECK IS WRITTEN.
009980     IF SCQ-BUILD-MODE
009990         IF SCQ-WS-DECK-COUNT > ZERO
010000             PERFORM 2560-WRITE-CLOSE-CARD THRU 2560-EXIT
010010                 VARYING SCQ-WS-CARD-SUB FROM 1 BY 1
010020                 UNTIL SCQ-WS-CARD-SUB > 22
010030         END-IF
010040         CLOSE SCQ-DECK-FILE
010050     END-IF.
010060     CLOSE SCQ-QIN-FILE.
010070     CLOSE SCQ-QOUT-FILE.
010080     DISPLAY "SCAN-QUEUE: QUEUE RECORDS READ: "
010090         SCQ-WS-READ-COUNT.
010100     DISPLAY "SCAN-QUEUE: ALREADY PROCESSED: "
010110         SCQ-WS-PASS-COUNT.
010120     IF SCQ-BUILD-MODE
010130         DISPLAY "SCAN-QUEUE: REQUESTS PUT ON THE DECK: "
010140             SCQ-WS-DECK-COUNT
010150     ELSE
010160         DISPLAY "SCAN-QUEUE: REQUESTS DONE: "
010170             SCQ-WS-DONE-COUNT
010180         DISPLAY "SCAN-QUEUE: REQUESTS STILL PENDING: "
010190             SCQ-WS-WAIT-COUNT
010200     END-IF.
010210     DISPLAY "SCAN-QUEUE: REQUESTS FAILED: "
010220         SCQ-WS-FAIL-COUNT.
010230     IF SCQ-WS-FAIL-COUNT > ZERO
010240         MOVE 4 TO RETURN-CODE
010250     END-IF.
010260 3000-EXIT.
010270     EXIT.
