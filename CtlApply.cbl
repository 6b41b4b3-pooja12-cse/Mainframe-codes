000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CTL-APPLY.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   CENTRAL DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. PUTS THE CHANGES CTL-MAINT
000130*                    HAS STAGED (APPROVED BY A SECOND USER) ON
000140*                    ONE CTLPARM CONTROL FILE, EACH FROM ITS
000150*                    EFFECTIVE BUSINESS DATE ON. GENERIC, LIKE
000160*                    CTL-COMPARE - THE CTANAME CARD NAMES THE
000170*                    CONTROL FILE (GRACTL, SIMCTL ...) AND
000180*                    CTLAPPLY.JCL RUNS ONE STEP PER FILE, WRITING
000190*                    CTLNEW AS THE NEW GENERATION FOR THE IDCAMS
000200*                    RENAME. EVERY APPLY IS LOGGED ON CTMAPLOG SO
000210*                    CTL-MAINT CAN CLOSE THE PROPOSAL. AN ADD OF A
000220*                    CODE ALREADY ON FILE SETS ITS VALUE AND A
000230*                    DELETE OF A CODE ALREADY GONE IS A NO-OP, SO
000240*                    A RERUN APPLIES NOTHING TWICE; A CHANGE TO A
000250*                    CODE NO LONGER ON FILE FAILS WITH RC 4.
000260*---------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CTA-CURR-FILE    ASSIGN TO CTLCURR
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS CTA-WS-CURR-STATUS.
000360     SELECT CTA-NEW-FILE     ASSIGN TO CTLNEW
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT CTA-NAME-FILE    ASSIGN TO CTANAME
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS CTA-WS-NAME-STATUS.
000410     SELECT CTA-QUEUE-FILE   ASSIGN TO CTMQUEUE
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CTA-WS-QUEUE-STATUS.
000440     SELECT CTA-DATE-FILE    ASSIGN TO CTMDATE
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS CTA-WS-DATE-STATUS.
000470     SELECT CTA-APLOG-FILE   ASSIGN TO CTMAPLOG
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS CTA-WS-APLOG-STATUS.
000500     SELECT CTA-RPT-FILE     ASSIGN TO CTLAPRPT
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  CTA-CURR-FILE
000560     RECORD CONTAINS 20 CHARACTERS.
000570 01  CTA-CURR-REC                PIC X(20).
000580*
000590 FD  CTA-NEW-FILE
000600     RECORD CONTAINS 20 CHARACTERS.
000610 01  CTA-NEW-REC                 PIC X(20).
000620*
000630*    NAME CARD - THE CONTROL FILE'S DD NAME IN COLUMNS 1-8, AS
000640*    KEYED ON THE PROPOSALS.
000650 FD  CTA-NAME-FILE
000660     RECORD CONTAINS 20 CHARACTERS.
000670 01  CTA-NAME-REC.
000680     05  CTA-NM-CTL-FILE         PIC X(08).
000690     05  FILLER                  PIC X(12).
000700*
000710 FD  CTA-QUEUE-FILE
000720     RECORD CONTAINS 100 CHARACTERS.
000730     COPY CTLPROP.
000740*
000750 FD  CTA-DATE-FILE
000760     RECORD CONTAINS 8 CHARACTERS.
000770 01  CTA-DATE-REC                PIC 9(08).
000780*
000790 FD  CTA-APLOG-FILE
000800     RECORD CONTAINS 80 CHARACTERS.
000810     COPY CTLAPLOG.
000820*
000830 FD  CTA-RPT-FILE
000840     RECORD CONTAINS 80 CHARACTERS.
000850 01  CTA-RPT-REC                 PIC X(80).
000860*
000870 WORKING-STORAGE SECTION.
000880 77  CTA-WS-EOF-SW               PIC X(01) VALUE 'N'.
000890     88  CTA-WS-EOF              VALUE 'Y'.
000900 77  CTA-WS-LOAD-EOF-SW          PIC X(01) VALUE 'N'.
000910     88  CTA-WS-LOAD-EOF         VALUE 'Y'.
000920 77  CTA-WS-STOP-SW              PIC X(01) VALUE 'N'.
000930     88  CTA-WS-STOP             VALUE 'Y'.
000940 77  CTA-WS-CURR-STATUS          PIC X(02) VALUE '00'.
000950 77  CTA-WS-NAME-STATUS          PIC X(02) VALUE '00'.
000960 77  CTA-WS-QUEUE-STATUS         PIC X(02) VALUE '00'.
000970 77  CTA-WS-DATE-STATUS          PIC X(02) VALUE '00'.
000980 77  CTA-WS-APLOG-STATUS         PIC X(02) VALUE '00'.
000990 77  CTA-WS-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
001000 77  CTA-WS-FAILED-COUNT         PIC 9(05) COMP VALUE ZERO.
001010 77  CTA-WS-WAITING-COUNT        PIC 9(05) COMP VALUE ZERO.
001020 77  CTA-WS-OUT-COUNT            PIC 9(05) COMP VALUE ZERO.
001030 77  CTA-WS-QUEUE-OPEN-SW        PIC X(01) VALUE 'N'.
001040     88  CTA-WS-QUEUE-OPEN       VALUE 'Y'.
001050 77  CTA-WS-FOUND-SW             PIC X(01).
001060     88  CTA-WS-FOUND            VALUE 'Y'.
001070 77  CTA-WS-CTL-FILE             PIC X(08) VALUE SPACES.
001080 77  CTA-WS-BUS-DATE             PIC 9(08) VALUE ZERO.
001090 77  CTA-WS-OLD-VALUE            PIC 9(05)V99 VALUE ZERO.
001100 77  CTA-WS-OUTCOME              PIC X(01).
001110 77  CTA-WS-NOTE                 PIC X(20).
001120     COPY RUNSTAMP.
001130*
001140*    THE CONTROL FILE, HELD WHILE THE CHANGES ARE APPLIED. A
001150*    DELETED RECORD IS FLAGGED AND LEFT OFF CTLNEW. A FILE
001160*    LARGER THAN THE TABLE STOPS THE STEP WITH RC 16 SO THE
001170*    RENAME NEVER CUTS OVER A SHORT FILE.
001180 77  CTA-WS-CF-COUNT             PIC 9(03) COMP VALUE ZERO.
001190 01  CTA-WS-CF-TABLE.
001200     05  CTA-CF-ENTRY OCCURS 300 TIMES
001210                      INDEXED BY CTA-CF-IDX.
001220         10  CTA-CF-REC.
001230             15  CTA-CF-CODE     PIC X(08).
001240             15  CTA-CF-VALUE    PIC 9(05)V99.
001250             15  FILLER          PIC X(05).
001260         10  CTA-CF-DELETED-SW   PIC X(01).
001270             88  CTA-CF-DELETED  VALUE 'Y'.
001280*
001290 01  CTA-WS-TITLE-LINE.
001300     05  FILLER                  PIC X(14) VALUE
001310         "CONTROL FILE: ".
001320     05  CTT-CTL-FILE            PIC X(08).
001330     05  FILLER                  PIC X(12) VALUE
001340         "  BUS DATE: ".
001350     05  CTT-BUS-DATE            PIC 9(08).
001360     05  FILLER                  PIC X(38) VALUE SPACES.
001370*
001380 01  CTA-WS-COL-HDR.
001390     05  FILLER                  PIC X(46) VALUE
001400         "PROPOSAL ID  T PARM        BEFORE    AFTER    ".
001410     05  FILLER                  PIC X(34) VALUE
001420         "EFFECTIV O NOTE".
001430*
001440 01  CTA-WS-RPT-LINE.
001450     05  CTR-PROP-ID             PIC X(12).
001460     05  FILLER                  PIC X(01) VALUE SPACES.
001470     05  CTR-CHG-TYPE            PIC X(01).
001480     05  FILLER                  PIC X(01) VALUE SPACES.
001490     05  CTR-PARM-CODE           PIC X(08).
001500     05  FILLER                  PIC X(01) VALUE SPACES.
001510     05  CTR-OLD-VALUE           PIC ZZZZ9.99.
001520     05  FILLER                  PIC X(01) VALUE SPACES.
001530     05  CTR-NEW-VALUE           PIC ZZZZ9.99.
001540     05  FILLER                  PIC X(04) VALUE SPACES.
001550     05  CTR-EFF-DATE            PIC 9(08).
001560     05  FILLER                  PIC X(01) VALUE SPACES.
001570     05  CTR-OUTCOME             PIC X(01).
001580     05  FILLER                  PIC X(01) VALUE SPACES.
001590     05  CTR-NOTE                PIC X(20).
001600     05  FILLER                  PIC X(04) VALUE SPACES.
001610*
001620 01  CTA-WS-FOOT-LINE.
001630     05  CTF-LABEL               PIC X(28).
001640     05  CTF-COUNT               PIC Z(4)9.
001650     05  FILLER                  PIC X(47) VALUE SPACES.
001660*
001670 PROCEDURE DIVISION.
001680*===============================================================
001690 0000-MAINLINE.
001700*===============================================================
001710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001720     IF CTA-WS-STOP
001730         CLOSE CTA-RPT-FILE
001740         MOVE 16 TO RETURN-CODE
001750         STOP RUN
001760     END-IF.
001770     PERFORM 2000-APPLY-ONE-PROP THRU 2000-EXIT
001780         UNTIL CTA-WS-EOF.
001790     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001800     STOP RUN.
001810*
001820*===============================================================
001830 1000-INITIALIZE.
001840*===============================================================
001850     OPEN OUTPUT CTA-RPT-FILE.
001860     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
001870     ACCEPT RUNSTAMP-TIME FROM TIME.
001880     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
001890     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
001900     WRITE CTA-RPT-REC FROM RUNSTAMP-HEADER-LINE.
001910     PERFORM 1100-GET-FILE-NAME THRU 1100-EXIT.
001920     IF CTA-WS-STOP
001930         GO TO 1000-EXIT
001940     END-IF.
001950     PERFORM 1200-GET-BUSINESS-DATE THRU 1200-EXIT.
001960     MOVE CTA-WS-CTL-FILE TO CTT-CTL-FILE.
001970     MOVE CTA-WS-BUS-DATE TO CTT-BUS-DATE.
001980     WRITE CTA-RPT-REC FROM CTA-WS-TITLE-LINE.
001990     WRITE CTA-RPT-REC FROM CTA-WS-COL-HDR.
002000     PERFORM 1300-LOAD-CONTROL-FILE THRU 1300-EXIT.
002010     IF CTA-WS-STOP
002020         GO TO 1000-EXIT
002030     END-IF.
002040     OPEN INPUT CTA-QUEUE-FILE.
002050     IF CTA-WS-QUEUE-STATUS NOT = '00'
002060         DISPLAY "CTL-APPLY: NO PROPOSAL QUEUE - " CTA-WS-CTL-FILE
002070             " COPIED UNCHANGED"
002080         MOVE 'Y' TO CTA-WS-EOF-SW
002090         GO TO 1000-EXIT
002100     END-IF.
002110     MOVE 'Y' TO CTA-WS-QUEUE-OPEN-SW.
002120     OPEN EXTEND CTA-APLOG-FILE.
002130     IF CTA-WS-APLOG-STATUS NOT = '00'
002140         OPEN OUTPUT CTA-APLOG-FILE
002150     END-IF.
002160     READ CTA-QUEUE-FILE
002170         AT END
002180             MOVE 'Y' TO CTA-WS-EOF-SW
002190     END-READ.
002200 1000-EXIT.
002210     EXIT.
002220*
002230*===============================================================
002240 1100-GET-FILE-NAME.
002250*===============================================================
002260*    WITHOUT THE NAME CARD THE STEP CANNOT TELL WHICH PROPOSALS
002270*    ARE ITS OWN, SO IT STOPS RATHER THAN GUESS.
002280     OPEN INPUT CTA-NAME-FILE.
002290     IF CTA-WS-NAME-STATUS NOT = '00'
002300         GO TO 1100-MISSING
002310     END-IF.
002320     READ CTA-NAME-FILE
002330         AT END
002340             MOVE SPACES TO CTA-NM-CTL-FILE
002350     END-READ.
002360     MOVE CTA-NM-CTL-FILE TO CTA-WS-CTL-FILE.
002370     CLOSE CTA-NAME-FILE.
002380     IF CTA-WS-CTL-FILE NOT = SPACES
002390         GO TO 1100-EXIT
002400     END-IF.
002410 1100-MISSING.
002420     DISPLAY "CTL-APPLY: NO CTANAME CARD - STEP STOPPED, "
002430         "NOTHING WRITTEN".
002440     MOVE 'Y' TO CTA-WS-STOP-SW.
002450 1100-EXIT.
002460     EXIT.
002470*
002480*===============================================================
002490 1200-GET-BUSINESS-DATE.
002500*===============================================================
002510*    SAME CTMDATE RULE AS CTL-MAINT - TODAY WHEN IT IS ABSENT.
002520     MOVE RUNSTAMP-DATE TO CTA-WS-BUS-DATE.
002530     OPEN INPUT CTA-DATE-FILE.
002540     IF CTA-WS-DATE-STATUS NOT = '00'
002550         GO TO 1200-EXIT
002560     END-IF.
002570     READ CTA-DATE-FILE
002580         AT END
002590             GO TO 1200-CLOSE
002600     END-READ.
002610     IF CTA-DATE-REC NUMERIC AND CTA-DATE-REC > ZERO
002620         MOVE CTA-DATE-REC TO CTA-WS-BUS-DATE
002630     END-IF.
002640 1200-CLOSE.
002650     CLOSE CTA-DATE-FILE.
002660 1200-EXIT.
002670     EXIT.
002680*
002690*===============================================================
002700 1300-LOAD-CONTROL-FILE.
002710*===============================================================
002720     OPEN INPUT CTA-CURR-FILE.
002730     IF CTA-WS-CURR-STATUS NOT = '00'
002740         DISPLAY "CTL-APPLY: " CTA-WS-CTL-FILE
002750             " NOT PRESENT - STEP STOPPED, NOTHING WRITTEN"
002760         MOVE 'Y' TO CTA-WS-STOP-SW
002770         GO TO 1300-EXIT
002780     END-IF.
002790     MOVE 'N' TO CTA-WS-LOAD-EOF-SW.
002800     READ CTA-CURR-FILE
002810         AT END
002820             MOVE 'Y' TO CTA-WS-LOAD-EOF-SW
002830     END-READ.
002840     PERFORM 1310-LOAD-ONE-REC THRU 1310-EXIT
002850         UNTIL CTA-WS-LOAD-EOF OR CTA-WS-STOP.
002860     CLOSE CTA-CURR-FILE.
002870 1300-EXIT.
002880     EXIT.
002890*
002900*===============================================================
002910 1310-LOAD-ONE-REC.
002920*===============================================================
002930     IF CTA-WS-CF-COUNT = 300
002940         DISPLAY "CTL-APPLY: " CTA-WS-CTL-FILE
002950             " EXCEEDS 300 RECORDS - STEP STOPPED, "
002960             "NOTHING WRITTEN"
002970         MOVE 'Y' TO CTA-WS-STOP-SW
002980         GO TO 1310-EXIT
002990     END-IF.
003000     ADD 1 TO CTA-WS-CF-COUNT.
003010     SET CTA-CF-IDX TO CTA-WS-CF-COUNT.
003020     MOVE CTA-CURR-REC TO CTA-CF-REC (CTA-CF-IDX).
003030     MOVE 'N' TO CTA-CF-DELETED-SW (CTA-CF-IDX).
003040     READ CTA-CURR-FILE
003050         AT END
003060             MOVE 'Y' TO CTA-WS-LOAD-EOF-SW
003070     END-READ.
003080 1310-EXIT.
003090     EXIT.
003100*
003110*===============================================================
003120 2000-APPLY-ONE-PROP.
003130*===============================================================
003140*    ONLY THIS FILE'S STAGED PROPOSALS. ONE STILL SHORT OF ITS
003150*    EFFECTIVE DATE IS LISTED AND LEFT FOR A LATER NIGHT.
003160     IF NOT CTQ-STAGED OR CTQ-CTL-FILE NOT = CTA-WS-CTL-FILE
003170         GO TO 2000-READ-NEXT
003180     END-IF.
003190     IF CTQ-EFF-DATE > CTA-WS-BUS-DATE
003200         MOVE SPACE TO CTA-WS-OUTCOME
003210         MOVE ZERO TO CTA-WS-OLD-VALUE
003220         MOVE "WAITING" TO CTA-WS-NOTE
003230         PERFORM 2800-WRITE-RPT-LINE THRU 2800-EXIT
003240         ADD 1 TO CTA-WS-WAITING-COUNT
003250         GO TO 2000-READ-NEXT
003260     END-IF.
003270     MOVE 'A' TO CTA-WS-OUTCOME.
003280     MOVE SPACES TO CTA-WS-NOTE.
003290     MOVE ZERO TO CTA-WS-OLD-VALUE.
003300     MOVE 'N' TO CTA-WS-FOUND-SW.
003310     PERFORM 2100-APPLY-TO-REC THRU 2100-EXIT
003320         VARYING CTA-CF-IDX FROM 1 BY 1
003330         UNTIL CTA-CF-IDX > CTA-WS-CF-COUNT.
003340     EVALUATE TRUE
003350         WHEN CTA-WS-FOUND AND CTQ-ADD
003360             MOVE "CODE ON FILE - SET" TO CTA-WS-NOTE
003370         WHEN CTA-WS-FOUND AND CTQ-CHANGE
003380             MOVE "VALUE CHANGED" TO CTA-WS-NOTE
003390         WHEN CTA-WS-FOUND
003400             MOVE "CODE REMOVED" TO CTA-WS-NOTE
003410         WHEN CTQ-ADD
003420             PERFORM 2200-ADD-REC THRU 2200-EXIT
003430         WHEN CTQ-CHANGE
003440             MOVE 'F' TO CTA-WS-OUTCOME
003450             MOVE "CODE NOT ON FILE" TO CTA-WS-NOTE
003460         WHEN OTHER
003470             MOVE "CODE ALREADY ABSENT" TO CTA-WS-NOTE
003480     END-EVALUATE.
003490     PERFORM 2700-WRITE-APLOG THRU 2700-EXIT.
003500     PERFORM 2800-WRITE-RPT-LINE THRU 2800-EXIT.
003510     IF CTA-WS-OUTCOME = 'F'
003520         ADD 1 TO CTA-WS-FAILED-COUNT
003530     ELSE
003540         ADD 1 TO CTA-WS-APPLIED-COUNT
003550     END-IF.
003560 2000-READ-NEXT.
003570     READ CTA-QUEUE-FILE
003580         AT END
003590             MOVE 'Y' TO CTA-WS-EOF-SW
003600     END-READ.
003610 2000-EXIT.
003620     EXIT.
003630*
003640*===============================================================
003650 2100-APPLY-TO-REC.
003660*===============================================================
003670*    EVERY LIVE RECORD CARRYING THE CODE IS CHANGED OR REMOVED,
003680*    SO A DUPLICATE CAN NEVER LEAVE THE OLD VALUE IN FORCE.
003690     IF CTA-CF-DELETED (CTA-CF-IDX)
003700             OR CTA-CF-CODE (CTA-CF-IDX) NOT = CTQ-PARM-CODE
003710         GO TO 2100-EXIT
003720     END-IF.
003730     IF NOT CTA-WS-FOUND
003740         MOVE CTA-CF-VALUE (CTA-CF-IDX) TO CTA-WS-OLD-VALUE
003750     END-IF.
003760     MOVE 'Y' TO CTA-WS-FOUND-SW.
003770     IF CTQ-DELETE
003780         MOVE 'Y' TO CTA-CF-DELETED-SW (CTA-CF-IDX)
003790     ELSE
003800         MOVE CTQ-PARM-VALUE TO CTA-CF-VALUE (CTA-CF-IDX)
003810     END-IF.
003820 2100-EXIT.
003830     EXIT.
003840*
003850*===============================================================
003860 2200-ADD-REC.
003870*===============================================================
003880     IF CTA-WS-CF-COUNT = 300
003890         MOVE 'F' TO CTA-WS-OUTCOME
003900         MOVE "CONTROL FILE FULL" TO CTA-WS-NOTE
003910         GO TO 2200-EXIT
003920     END-IF.
003930     ADD 1 TO CTA-WS-CF-COUNT.
003940     SET CTA-CF-IDX TO CTA-WS-CF-COUNT.
003950     MOVE SPACES         TO CTA-CF-REC (CTA-CF-IDX).
003960     MOVE CTQ-PARM-CODE  TO CTA-CF-CODE (CTA-CF-IDX).
003970     MOVE CTQ-PARM-VALUE TO CTA-CF-VALUE (CTA-CF-IDX).
003980     MOVE 'N' TO CTA-CF-DELETED-SW (CTA-CF-IDX).
003990     MOVE "CODE ADDED" TO CTA-WS-NOTE.
004000 2200-EXIT.
004010     EXIT.
004020*
004030*===============================================================
004040 2700-WRITE-APLOG.
004050*===============================================================
004060     MOVE SPACES           TO CTLAPLOG-RECORD.
004070     MOVE CTQ-PROP-ID      TO CAL-PROP-ID.
004080     MOVE CTQ-CTL-FILE     TO CAL-CTL-FILE.
004090     MOVE CTQ-PARM-CODE    TO CAL-PARM-CODE.
004100     MOVE CTA-WS-OUTCOME   TO CAL-OUTCOME.
004110     MOVE CTA-WS-BUS-DATE  TO CAL-BUS-DATE.
004120     MOVE RUNSTAMP-DATE    TO CAL-RUN-DATE.
004130     MOVE RUNSTAMP-TIME    TO CAL-RUN-TIME.
004140     MOVE CTA-WS-NOTE      TO CAL-REASON.
004150     WRITE CTLAPLOG-RECORD.
004160 2700-EXIT.
004170     EXIT.
004180*
004190*===============================================================
004200 2800-WRITE-RPT-LINE.
004210*===============================================================
004220*    BEFORE IS BLANK FOR A CODE NOT ON FILE, AFTER FOR A DELETE.
004230     MOVE SPACES TO CTA-WS-RPT-LINE.
004240     MOVE CTQ-PROP-ID      TO CTR-PROP-ID.
004250     MOVE CTQ-CHG-TYPE     TO CTR-CHG-TYPE.
004260     MOVE CTQ-PARM-CODE    TO CTR-PARM-CODE.
004270     IF CTA-WS-FOUND AND CTA-WS-OUTCOME NOT = SPACE
004280         MOVE CTA-WS-OLD-VALUE TO CTR-OLD-VALUE
004290     END-IF.
004300     IF NOT CTQ-DELETE
004310         MOVE CTQ-PARM-VALUE TO CTR-NEW-VALUE
004320     END-IF.
004330     MOVE CTQ-EFF-DATE     TO CTR-EFF-DATE.
004340     MOVE CTA-WS-OUTCOME   TO CTR-OUTCOME.
004350     MOVE CTA-WS-NOTE      TO CTR-NOTE.
004360     WRITE CTA-RPT-REC FROM CTA-WS-RPT-LINE.
004370 2800-EXIT.
004380     EXIT.
004390*
004400*===============================================================
004410 3000-TERMINATE.
004420*===============================================================
004430     IF CTA-WS-QUEUE-OPEN
004440         CLOSE CTA-QUEUE-FILE
004450         CLOSE CTA-APLOG-FILE
004460     END-IF.
004470     OPEN OUTPUT CTA-NEW-FILE.
004480     PERFORM 3100-WRITE-ONE-REC THRU 3100-EXIT
004490         VARYING CTA-CF-IDX FROM 1 BY 1
004500         UNTIL CTA-CF-IDX > CTA-WS-CF-COUNT.
004510     CLOSE CTA-NEW-FILE.
004520     MOVE SPACES TO CTA-RPT-REC.
004530     WRITE CTA-RPT-REC.
004540     MOVE "CHANGES APPLIED"            TO CTF-LABEL.
004550     MOVE CTA-WS-APPLIED-COUNT         TO CTF-COUNT.
004560     WRITE CTA-RPT-REC FROM CTA-WS-FOOT-LINE.
004570     MOVE "CHANGES FAILED"             TO CTF-LABEL.
004580     MOVE CTA-WS-FAILED-COUNT          TO CTF-COUNT.
004590     WRITE CTA-RPT-REC FROM CTA-WS-FOOT-LINE.
004600     MOVE "STAGED, NOT YET EFFECTIVE"  TO CTF-LABEL.
004610     MOVE CTA-WS-WAITING-COUNT         TO CTF-COUNT.
004620     WRITE CTA-RPT-REC FROM CTA-WS-FOOT-LINE.
004630     MOVE "RECORDS ON NEW GENERATION"  TO CTF-LABEL.
004640     MOVE CTA-WS-OUT-COUNT             TO CTF-COUNT.
004650     WRITE CTA-RPT-REC FROM CTA-WS-FOOT-LINE.
004660     CLOSE CTA-RPT-FILE.
004670     DISPLAY "CTL-APPLY: " CTA-WS-CTL-FILE " APPLIED: "
004680         CTA-WS-APPLIED-COUNT " FAILED: " CTA-WS-FAILED-COUNT.
004690     IF CTA-WS-FAILED-COUNT > ZERO
004700         MOVE 4 TO RETURN-CODE
004710     END-IF.
004720 3000-EXIT.
004730     EXIT.
004740*
004750*===============================================================
004760 3100-WRITE-ONE-REC.
004770*===============================================================
004780     IF CTA-CF-DELETED (CTA-CF-IDX)
004790         GO TO 3100-EXIT
004800     END-IF.
004810     WRITE CTA-NEW-REC FROM CTA-CF-REC (CTA-CF-IDX).
004820     ADD 1 TO CTA-WS-OUT-COUNT.
004830 3100-EXIT.
004840     EXIT.
