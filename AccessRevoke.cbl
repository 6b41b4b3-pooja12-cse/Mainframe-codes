000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ACCESS-REVOKE.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   CENTRAL DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. APPLIES THE MANAGERS'
000130*                    RETURNED ACCESS-RECERT WORKSHEETS. EACH
000140*                    DECISION IS K (KEEP) OR R (REVOKE) AGAINST
000150*                    ONE ONLAUTH GRANT OR ONE SRVAUTH BATCH USER.
000160*                    REVOKED ENTRIES ARE LEFT OFF THE NEW ONLAUTH
000170*                    AND SRVAUTH GENERATIONS, CUT OVER BY IDCAMS
000180*                    RENAME IN ACCRVOKE.JCL. EVERY DECISION, AND
000190*                    EVERY GRANT LEFT IN PLACE FOR WANT OF ONE,
000200*                    IS APPENDED TO THE ARVHIST REVIEW HISTORY
000210*                    WITH ITS OUTCOME, THE DATE AND THE USER WHO
000220*                    RAN THE JOB.
000230*---------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-370.
000270 OBJECT-COMPUTER. IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT ARV-ONL-AUTH-FILE ASSIGN TO ONLAUTH
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS ARV-WS-ONL-STATUS.
000330     SELECT ARV-ONL-AUTH-OUT  ASSIGN TO ARVONEW
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT ARV-SRV-AUTH-FILE ASSIGN TO SRVAUTH
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS ARV-WS-SRV-STATUS.
000380     SELECT ARV-SRV-AUTH-OUT  ASSIGN TO ARVSNEW
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT ARV-DECN-FILE     ASSIGN TO ARVDECN
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS ARV-WS-DECN-STATUS.
000430     SELECT ARV-HIST-FILE     ASSIGN TO ARVHIST
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS ARV-WS-HIST-STATUS.
000460     SELECT ARV-DATE-FILE     ASSIGN TO ARVDATE
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS ARV-WS-DATE-STATUS.
000490     SELECT ARV-RPT-FILE      ASSIGN TO ARVRPT
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT ARV-SECLOG-FILE   ASSIGN TO ARVSECLG
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS ARV-WS-SECLOG-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570*    THE AUTHORIZATION FILES ARE CARRIED AS WHOLE IMAGES - SEE
000580*    THE LAYOUTS IN ACCESS-RECERT.
000590 FD  ARV-ONL-AUTH-FILE
000600     RECORD CONTAINS 20 CHARACTERS.
000610 01  ARV-ONL-AUTH-REC            PIC X(20).
000620*
000630 FD  ARV-ONL-AUTH-OUT
000640     RECORD CONTAINS 20 CHARACTERS.
000650 01  ARV-ONL-AUTH-OUT-REC        PIC X(20).
000660*
000670 FD  ARV-SRV-AUTH-FILE
000680     RECORD CONTAINS 20 CHARACTERS.
000690 01  ARV-SRV-AUTH-REC            PIC X(20).
000700*
000710 FD  ARV-SRV-AUTH-OUT
000720     RECORD CONTAINS 20 CHARACTERS.
000730 01  ARV-SRV-AUTH-OUT-REC        PIC X(20).
000740*
000750*    THE RETURNED ARCWORK WORKSHEETS, DECISION KEYED.
000760 FD  ARV-DECN-FILE
000770     RECORD CONTAINS 80 CHARACTERS.
000780     COPY ACCREVW.
000790*
000800 FD  ARV-HIST-FILE
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  ARV-HIST-REC                PIC X(80).
000830*
000840 FD  ARV-DATE-FILE
000850     RECORD CONTAINS 8 CHARACTERS.
000860 01  ARV-DATE-REC                PIC 9(08).
000870*
000880 FD  ARV-RPT-FILE
000890     RECORD CONTAINS 80 CHARACTERS.
000900 01  ARV-RPT-REC                 PIC X(80).
000910*
000920 FD  ARV-SECLOG-FILE
000930     RECORD CONTAINS 80 CHARACTERS.
000940     COPY AUDITLOG REPLACING ==AUDITLOG-RECORD==
000950         BY ==ARV-SECLOG-REC==.
000960*
000970 WORKING-STORAGE SECTION.
000980 77  ARV-WS-ONL-STATUS           PIC X(02) VALUE '00'.
000990 77  ARV-WS-SRV-STATUS           PIC X(02) VALUE '00'.
001000 77  ARV-WS-DECN-STATUS          PIC X(02) VALUE '00'.
001010 77  ARV-WS-HIST-STATUS          PIC X(02) VALUE '00'.
001020 77  ARV-WS-DATE-STATUS          PIC X(02) VALUE '00'.
001030 77  ARV-WS-SECLOG-STATUS        PIC X(02) VALUE '00'.
001040 77  ARV-WS-EOF-SW               PIC X(01) VALUE 'N'.
001050     88  ARV-WS-EOF              VALUE 'Y'.
001060 77  ARV-WS-LOAD-EOF-SW          PIC X(01) VALUE 'N'.
001070     88  ARV-WS-LOAD-EOF         VALUE 'Y'.
001080 77  ARV-WS-STOP-SW              PIC X(01) VALUE 'N'.
001090     88  ARV-WS-STOP             VALUE 'Y'.
001100 77  ARV-WS-DECN-COUNT           PIC 9(05) COMP VALUE ZERO.
001110 77  ARV-WS-KEPT-COUNT           PIC 9(05) COMP VALUE ZERO.
001120 77  ARV-WS-REVOKED-COUNT        PIC 9(05) COMP VALUE ZERO.
001130 77  ARV-WS-NOT-FOUND-COUNT      PIC 9(05) COMP VALUE ZERO.
001140 77  ARV-WS-INVALID-COUNT        PIC 9(05) COMP VALUE ZERO.
001150 77  ARV-WS-UNDECIDED-COUNT      PIC 9(05) COMP VALUE ZERO.
001160 77  ARV-WS-ONL-OUT-COUNT        PIC 9(05) COMP VALUE ZERO.
001170 77  ARV-WS-SRV-OUT-COUNT        PIC 9(05) COMP VALUE ZERO.
001180 77  ARV-WS-MATCH-COUNT          PIC 9(05) COMP VALUE ZERO.
001190 77  ARV-WS-LOAD-SOURCE          PIC X(01).
001200 77  ARV-WS-OUTCOME-TEXT         PIC X(10).
001210 77  ARV-WS-NOTE                 PIC X(25).
001220 77  ARV-WS-USERID               PIC X(08).
001230 77  ARV-WS-BUS-DATE             PIC 9(08) VALUE ZERO.
001240     COPY RUNSTAMP.
001250*
001260*    EVERY ONLAUTH ENTRY ('O') AND SRVAUTH USER ('B'). THE
001270*    DECIDED SWITCH MARKS A GRANT SOME DECISION COVERED; THE
001280*    REVOKED SWITCH KEEPS IT OFF THE NEW GENERATION. MORE
001290*    ENTRIES THAN THE TABLE HOLDS STOPS THE RUN WITH RC 16
001300*    BEFORE ANYTHING IS WRITTEN, SO THE RENAME STEP NEVER CUTS
001310*    OVER A SHORT FILE.
001320 77  ARV-WS-GRANT-COUNT          PIC 9(04) COMP VALUE ZERO.
001330 01  ARV-WS-GRANT-TABLE.
001340     05  ARV-GR-ENTRY OCCURS 600 TIMES
001350                      INDEXED BY ARV-GR-IDX.
001360         10  ARV-GR-SOURCE       PIC X(01).
001370             88  ARV-GR-ONLINE   VALUE 'O'.
001380             88  ARV-GR-BATCH    VALUE 'B'.
001390         10  ARV-GR-IMAGE.
001400             15  ARV-GR-USERID   PIC X(08).
001410             15  ARV-GR-PROGRAM-ID
001420                                 PIC X(08).
001430             15  ARV-GR-FUNCTION PIC X(01).
001440             15  FILLER          PIC X(03).
001450         10  ARV-GR-DECIDED-SW   PIC X(01).
001460             88  ARV-GR-DECIDED  VALUE 'Y'.
001470         10  ARV-GR-REVOKED-SW   PIC X(01).
001480             88  ARV-GR-REVOKED  VALUE 'Y'.
001490*
001500 01  ARV-WS-TITLE-LINE.
001510     05  FILLER                  PIC X(40) VALUE
001520         "ACCESS RECERTIFICATION DECISIONS  DATE: ".
001530     05  ART-BUS-DATE            PIC 9(08).
001540     05  FILLER                  PIC X(07) VALUE "  USER ".
001550     05  ART-USERID              PIC X(08).
001560     05  FILLER                  PIC X(17) VALUE SPACES.
001570*
001580 01  ARV-WS-COL-HDR.
001590     05  FILLER                  PIC X(44) VALUE
001600         "D USERID   S PROGRAM  F MANAGER  OUTCOME    ".
001610     05  FILLER                  PIC X(36) VALUE
001620         "NOTE".
001630*
001640 01  ARV-WS-RPT-LINE.
001650     05  ARR-DECISION            PIC X(01).
001660     05  FILLER                  PIC X(01) VALUE SPACES.
001670     05  ARR-USERID              PIC X(08).
001680     05  FILLER                  PIC X(01) VALUE SPACES.
001690     05  ARR-SOURCE              PIC X(01).
001700     05  FILLER                  PIC X(01) VALUE SPACES.
001710     05  ARR-PROGRAM-ID          PIC X(08).
001720     05  FILLER                  PIC X(01) VALUE SPACES.
001730     05  ARR-FUNCTION            PIC X(01).
001740     05  FILLER                  PIC X(01) VALUE SPACES.
001750     05  ARR-MANAGER             PIC X(08).
001760     05  FILLER                  PIC X(01) VALUE SPACES.
001770     05  ARR-OUTCOME             PIC X(10).
001780     05  FILLER                  PIC X(01) VALUE SPACES.
001790     05  ARR-NOTE                PIC X(25).
001800     05  FILLER                  PIC X(11) VALUE SPACES.
001810*
001820 01  ARV-WS-UNDECIDED-HDR.
001830     05  FILLER                  PIC X(80) VALUE
001840         "GRANTS WITH NO DECISION RETURNED - LEFT IN PLACE".
001850*
001860 01  ARV-WS-FOOT-LINE.
001870     05  ARF-LABEL               PIC X(28).
001880     05  ARF-COUNT               PIC Z(4)9.
001890     05  FILLER                  PIC X(47) VALUE SPACES.
001900*
001910 PROCEDURE DIVISION.
001920*===============================================================
001930 0000-MAINLINE.
001940*===============================================================
001950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001960     IF ARV-WS-STOP
001970         CLOSE ARV-RPT-FILE
001980         MOVE 16 TO RETURN-CODE
001990         STOP RUN
002000     END-IF.
002010     PERFORM 2000-PROCESS-DECISION THRU 2000-EXIT
002020         UNTIL ARV-WS-EOF.
002030     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002040     STOP RUN.
002050*
002060*===============================================================
002070 1000-INITIALIZE.
002080*===============================================================
002090     OPEN OUTPUT ARV-RPT-FILE.
002100     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
002110     ACCEPT RUNSTAMP-TIME FROM TIME.
002120     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
002130     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
002140     WRITE ARV-RPT-REC FROM RUNSTAMP-HEADER-LINE.
002150     ACCEPT ARV-WS-USERID FROM ENVIRONMENT "USER".
002160     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT.
002170     MOVE ARV-WS-BUS-DATE TO ART-BUS-DATE.
002180     MOVE ARV-WS-USERID   TO ART-USERID.
002190     WRITE ARV-RPT-REC FROM ARV-WS-TITLE-LINE.
002200     WRITE ARV-RPT-REC FROM ARV-WS-COL-HDR.
002210*    BOTH AUTHORIZATION FILES ARE REWRITTEN, SO BOTH MUST BE
002220*    THERE - AN ABSENT ONE WOULD BE CUT OVER AS EMPTY.
002230     OPEN INPUT ARV-ONL-AUTH-FILE.
002240     IF ARV-WS-ONL-STATUS NOT = '00'
002250         DISPLAY "ACCESS-REVOKE: NO ONLAUTH FILE - RUN STOPPED, "
002260             "NOTHING WRITTEN"
002270         MOVE 'Y' TO ARV-WS-STOP-SW
002280         GO TO 1000-EXIT
002290     END-IF.
002300     OPEN INPUT ARV-SRV-AUTH-FILE.
002310     IF ARV-WS-SRV-STATUS NOT = '00'
002320         DISPLAY "ACCESS-REVOKE: NO SRVAUTH FILE - RUN STOPPED, "
002330             "NOTHING WRITTEN"
002340         CLOSE ARV-ONL-AUTH-FILE
002350         MOVE 'Y' TO ARV-WS-STOP-SW
002360         GO TO 1000-EXIT
002370     END-IF.
002380     OPEN INPUT ARV-DECN-FILE.
002390     IF ARV-WS-DECN-STATUS NOT = '00'
002400         DISPLAY "ACCESS-REVOKE: NO DECISION FILE - RUN STOPPED, "
002410             "NOTHING WRITTEN"
002420         CLOSE ARV-ONL-AUTH-FILE ARV-SRV-AUTH-FILE
002430         MOVE 'Y' TO ARV-WS-STOP-SW
002440         GO TO 1000-EXIT
002450     END-IF.
002460     MOVE 'O' TO ARV-WS-LOAD-SOURCE.
002470     MOVE 'N' TO ARV-WS-LOAD-EOF-SW.
002480     READ ARV-ONL-AUTH-FILE
002490         AT END
002500             MOVE 'Y' TO ARV-WS-LOAD-EOF-SW
002510     END-READ.
002520     PERFORM 1200-LOAD-ONE-ONLINE THRU 1200-EXIT
002530         UNTIL ARV-WS-LOAD-EOF OR ARV-WS-STOP.
002540     CLOSE ARV-ONL-AUTH-FILE.
002550     MOVE 'B' TO ARV-WS-LOAD-SOURCE.
002560     MOVE 'N' TO ARV-WS-LOAD-EOF-SW.
002570     READ ARV-SRV-AUTH-FILE
002580         AT END
002590             MOVE 'Y' TO ARV-WS-LOAD-EOF-SW
002600     END-READ.
002610     PERFORM 1300-LOAD-ONE-BATCH THRU 1300-EXIT
002620         UNTIL ARV-WS-LOAD-EOF OR ARV-WS-STOP.
002630     CLOSE ARV-SRV-AUTH-FILE.
002640     IF ARV-WS-STOP
002650         CLOSE ARV-DECN-FILE
002660         GO TO 1000-EXIT
002670     END-IF.
002680     PERFORM 1500-OPEN-HISTORY THRU 1500-EXIT.
002690     PERFORM 1600-WRITE-SECLOG THRU 1600-EXIT.
002700     READ ARV-DECN-FILE
002710         AT END
002720             MOVE 'Y' TO ARV-WS-EOF-SW
002730     END-READ.
002740 1000-EXIT.
002750     EXIT.
002760*
002770*===============================================================
002780 1100-GET-BUSINESS-DATE.
002790*===============================================================
002800*    FROM THE ARVDATE CONTROL FILE, OR TODAY WHEN IT IS ABSENT -
002810*    THE SAME RULE AS OPS-STATUS'S OPSDATE.
002820     MOVE RUNSTAMP-DATE TO ARV-WS-BUS-DATE.
002830     OPEN INPUT ARV-DATE-FILE.
002840     IF ARV-WS-DATE-STATUS NOT = '00'
002850         GO TO 1100-EXIT
002860     END-IF.
002870     READ ARV-DATE-FILE
002880         AT END
002890             GO TO 1100-CLOSE
002900     END-READ.
002910     IF ARV-DATE-REC NUMERIC AND ARV-DATE-REC > ZERO
002920         MOVE ARV-DATE-REC TO ARV-WS-BUS-DATE
002930     END-IF.
002940 1100-CLOSE.
002950     CLOSE ARV-DATE-FILE.
002960 1100-EXIT.
002970     EXIT.
002980*
002990*===============================================================
003000 1200-LOAD-ONE-ONLINE.
003010*===============================================================
003020     PERFORM 1400-ADD-GRANT THRU 1400-EXIT.
003030     IF ARV-WS-STOP
003040         GO TO 1200-EXIT
003050     END-IF.
003060     MOVE ARV-ONL-AUTH-REC TO ARV-GR-IMAGE (ARV-GR-IDX).
003070     READ ARV-ONL-AUTH-FILE
003080         AT END
003090             MOVE 'Y' TO ARV-WS-LOAD-EOF-SW
003100     END-READ.
003110 1200-EXIT.
003120     EXIT.
003130*
003140*===============================================================
003150 1300-LOAD-ONE-BATCH.
003160*===============================================================
003170     PERFORM 1400-ADD-GRANT THRU 1400-EXIT.
003180     IF ARV-WS-STOP
003190         GO TO 1300-EXIT
003200     END-IF.
003210     MOVE ARV-SRV-AUTH-REC TO ARV-GR-IMAGE (ARV-GR-IDX).
003220     READ ARV-SRV-AUTH-FILE
003230         AT END
003240             MOVE 'Y' TO ARV-WS-LOAD-EOF-SW
003250     END-READ.
003260 1300-EXIT.
003270     EXIT.
003280*
003290*===============================================================
003300 1400-ADD-GRANT.
003310*===============================================================
003320     IF ARV-WS-GRANT-COUNT = 600
003330         DISPLAY "ACCESS-REVOKE: MORE THAN 600 AUTHORIZATION "
003340             "ENTRIES - RUN STOPPED, NOTHING WRITTEN"
003350         MOVE 'Y' TO ARV-WS-STOP-SW
003360         GO TO 1400-EXIT
003370     END-IF.
003380     ADD 1 TO ARV-WS-GRANT-COUNT.
003390     SET ARV-GR-IDX TO ARV-WS-GRANT-COUNT.
003400     MOVE ARV-WS-LOAD-SOURCE TO ARV-GR-SOURCE (ARV-GR-IDX).
003410     MOVE 'N' TO ARV-GR-DECIDED-SW (ARV-GR-IDX).
003420     MOVE 'N' TO ARV-GR-REVOKED-SW (ARV-GR-IDX).
003430 1400-EXIT.
003440     EXIT.
003450*
003460*===============================================================
003470 1500-OPEN-HISTORY.
003480*===============================================================
003490     OPEN EXTEND ARV-HIST-FILE.
003500     IF ARV-WS-HIST-STATUS NOT = '00'
003510         OPEN OUTPUT ARV-HIST-FILE
003520     END-IF.
003530 1500-EXIT.
003540     EXIT.
003550*
003560*===============================================================
003570 1600-WRITE-SECLOG.
003580*===============================================================
003590*    THE RUN RECORD SHOWS WHO APPLIED THE DECISIONS.
003600     OPEN EXTEND ARV-SECLOG-FILE.
003610     IF ARV-WS-SECLOG-STATUS NOT = '00'
003620         OPEN OUTPUT ARV-SECLOG-FILE
003630     END-IF.
003640     MOVE SPACES          TO ARV-SECLOG-REC.
003650     MOVE ARV-WS-USERID   TO AUD-USERID.
003660     MOVE "ACCREVOK"      TO AUD-PROGRAM-ID.
003670     MOVE RUNSTAMP-DATE   TO AUD-RUN-DATE.
003680     MOVE RUNSTAMP-TIME   TO AUD-RUN-TIME.
003690     MOVE "ACCESS RECERT DECISIONS APPLIED" TO AUD-KEY-INPUT.
003700     WRITE ARV-SECLOG-REC.
003710     CLOSE ARV-SECLOG-FILE.
003720 1600-EXIT.
003730     EXIT.
003740*
003750*===============================================================
003760 2000-PROCESS-DECISION.
003770*===============================================================
003780*    A DECISION LEFT BLANK OR NOT K/R CHANGES NOTHING - THE
003790*    GRANT STAYS AND IS REPORTED, SO THE MANAGER CAN BE ASKED
003800*    AGAIN.
003810     ADD 1 TO ARV-WS-DECN-COUNT.
003820     MOVE SPACES TO ARV-WS-NOTE.
003830     IF NOT ARW-ONLINE AND NOT ARW-BATCH
003840         MOVE 'I' TO ARW-OUTCOME
003850         MOVE "SOURCE NOT O OR B" TO ARV-WS-NOTE
003860         ADD 1 TO ARV-WS-INVALID-COUNT
003870         GO TO 2000-RECORD
003880     END-IF.
003890     MOVE ZERO TO ARV-WS-MATCH-COUNT.
003900     PERFORM 2100-MATCH-GRANT THRU 2100-EXIT
003910         VARYING ARV-GR-IDX FROM 1 BY 1
003920         UNTIL ARV-GR-IDX > ARV-WS-GRANT-COUNT.
003930     IF ARV-WS-MATCH-COUNT = ZERO
003940         MOVE 'F' TO ARW-OUTCOME
003950         MOVE "GRANT NO LONGER ON FILE" TO ARV-WS-NOTE
003960         ADD 1 TO ARV-WS-NOT-FOUND-COUNT
003970         GO TO 2000-RECORD
003980     END-IF.
003990     EVALUATE TRUE
004000         WHEN ARW-KEEP
004010             MOVE 'K' TO ARW-OUTCOME
004020             ADD 1 TO ARV-WS-KEPT-COUNT
004030         WHEN ARW-REVOKE
004040             MOVE 'V' TO ARW-OUTCOME
004050             ADD 1 TO ARV-WS-REVOKED-COUNT
004060             IF ARW-IDLE
004070                 MOVE "REMOVED - UNUSED" TO ARV-WS-NOTE
004080             END-IF
004090         WHEN ARW-DECISION = SPACE
004100             MOVE 'N' TO ARW-OUTCOME
004110             MOVE "KEPT - NOT REVIEWED" TO ARV-WS-NOTE
004120             ADD 1 TO ARV-WS-UNDECIDED-COUNT
004130         WHEN OTHER
004140             MOVE 'I' TO ARW-OUTCOME
004150             MOVE "DECISION NOT K OR R" TO ARV-WS-NOTE
004160             ADD 1 TO ARV-WS-INVALID-COUNT
004170     END-EVALUATE.
004180 2000-RECORD.
004190     PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT.
004200     READ ARV-DECN-FILE
004210         AT END
004220             MOVE 'Y' TO ARV-WS-EOF-SW
004230     END-READ.
004240 2000-EXIT.
004250     EXIT.
004260*
004270*===============================================================
004280 2100-MATCH-GRANT.
004290*===============================================================
004300*    A SRVAUTH USER IS MATCHED ON USERID ALONE. A DUPLICATED
004310*    ONLAUTH ENTRY IS TAKEN WITH ITS TWIN. ANY WORKSHEET LINE
004320*    COVERS ITS GRANT, SO IT IS NOT LISTED AGAIN AS UNREVIEWED.
004330     IF ARV-GR-SOURCE (ARV-GR-IDX) NOT = ARW-SOURCE
004340             OR ARV-GR-USERID (ARV-GR-IDX) NOT = ARW-USERID
004350             OR ARV-GR-REVOKED (ARV-GR-IDX)
004360         GO TO 2100-EXIT
004370     END-IF.
004380     IF ARV-GR-ONLINE (ARV-GR-IDX)
004390         IF ARV-GR-PROGRAM-ID (ARV-GR-IDX) NOT = ARW-PROGRAM-ID
004400                 OR ARV-GR-FUNCTION (ARV-GR-IDX)
004410                     NOT = ARW-FUNCTION
004420             GO TO 2100-EXIT
004430         END-IF
004440     END-IF.
004450     ADD 1 TO ARV-WS-MATCH-COUNT.
004460     MOVE 'Y' TO ARV-GR-DECIDED-SW (ARV-GR-IDX).
004470     IF ARW-REVOKE
004480         MOVE 'Y' TO ARV-GR-REVOKED-SW (ARV-GR-IDX)
004490     END-IF.
004500 2100-EXIT.
004510     EXIT.
004520*
004530*===============================================================
004540 2800-WRITE-HISTORY.
004550*===============================================================
004560*    FROM THE DECISION RECORD, OUTCOME SET. STAMPED WITH THE
004570*    BUSINESS DATE AND THE USER RUNNING THE JOB.
004580     MOVE ARV-WS-BUS-DATE TO ARW-APPLIED-DATE.
004590     MOVE ARV-WS-USERID   TO ARW-APPLIED-BY.
004600     WRITE ARV-HIST-REC FROM ACCREVW-RECORD.
004610     EVALUATE TRUE
004620         WHEN ARW-KEPT
004630             MOVE "KEPT"      TO ARV-WS-OUTCOME-TEXT
004640         WHEN ARW-REVOKED
004650             MOVE "REVOKED"   TO ARV-WS-OUTCOME-TEXT
004660         WHEN ARW-NOT-ON-FILE
004670             MOVE "NOT FOUND" TO ARV-WS-OUTCOME-TEXT
004680         WHEN ARW-UNDECIDED
004690             MOVE "NO DECISN" TO ARV-WS-OUTCOME-TEXT
004700         WHEN OTHER
004710             MOVE "INVALID"   TO ARV-WS-OUTCOME-TEXT
004720     END-EVALUATE.
004730     MOVE SPACES TO ARV-WS-RPT-LINE.
004740     MOVE ARW-DECISION        TO ARR-DECISION.
004750     MOVE ARW-USERID          TO ARR-USERID.
004760     MOVE ARW-SOURCE          TO ARR-SOURCE.
004770     MOVE ARW-PROGRAM-ID      TO ARR-PROGRAM-ID.
004780     MOVE ARW-FUNCTION        TO ARR-FUNCTION.
004790     MOVE ARW-MANAGER         TO ARR-MANAGER.
004800     MOVE ARV-WS-OUTCOME-TEXT TO ARR-OUTCOME.
004810     MOVE ARV-WS-NOTE         TO ARR-NOTE.
004820     WRITE ARV-RPT-REC FROM ARV-WS-RPT-LINE.
004830 2800-EXIT.
004840     EXIT.
004850*
004860*===============================================================
004870 3000-TERMINATE.
004880*===============================================================
004890     CLOSE ARV-DECN-FILE.
004900     MOVE SPACES TO ARV-RPT-REC.
004910     WRITE ARV-RPT-REC.
004920     WRITE ARV-RPT-REC FROM ARV-WS-UNDECIDED-HDR.
004930     PERFORM 3100-RECORD-UNDECIDED THRU 3100-EXIT
004940         VARYING ARV-GR-IDX FROM 1 BY 1
004950         UNTIL ARV-GR-IDX > ARV-WS-GRANT-COUNT.
004960     CLOSE ARV-HIST-FILE.
004970     OPEN OUTPUT ARV-ONL-AUTH-OUT.
004980     OPEN OUTPUT ARV-SRV-AUTH-OUT.
004990     PERFORM 3200-WRITE-KEPT-ENTRY THRU 3200-EXIT
005000         VARYING ARV-GR-IDX FROM 1 BY 1
005010         UNTIL ARV-GR-IDX > ARV-WS-GRANT-COUNT.
005020     CLOSE ARV-ONL-AUTH-OUT.
005030     CLOSE ARV-SRV-AUTH-OUT.
005040     PERFORM 3300-WRITE-FOOTING THRU 3300-EXIT.
005050     CLOSE ARV-RPT-FILE.
005060     DISPLAY "ACCESS-REVOKE: DECISIONS READ:   "
005070         ARV-WS-DECN-COUNT.
005080     DISPLAY "ACCESS-REVOKE: REVOKED:          "
005090         ARV-WS-REVOKED-COUNT.
005100     DISPLAY "ACCESS-REVOKE: NO DECISION:      "
005110         ARV-WS-UNDECIDED-COUNT.
005120     IF ARV-WS-INVALID-COUNT > ZERO
005130             OR ARV-WS-NOT-FOUND-COUNT > ZERO
005140             OR ARV-WS-UNDECIDED-COUNT > ZERO
005150         MOVE 4 TO RETURN-CODE
005160     END-IF.
005170 3000-EXIT.
005180     EXIT.
005190*
005200*===============================================================
005210 3100-RECORD-UNDECIDED.
005220*===============================================================
005230*    A GRANT NO RETURNED WORKSHEET COVERED - A MISSING
005240*    WORKSHEET, OR A GRANT ADDED SINCE THE LISTING. IT STAYS,
005250*    AND THE HISTORY SHOWS IT WAS NOT REVIEWED.
005260     IF ARV-GR-DECIDED (ARV-GR-IDX)
005270         GO TO 3100-EXIT
005280     END-IF.
005290     MOVE SPACES TO ACCREVW-RECORD.
005300     MOVE ZERO   TO ARW-REVIEW-DATE ARW-LAST-USED ARW-IDLE-DAYS.
005310     MOVE ARV-GR-USERID (ARV-GR-IDX) TO ARW-USERID.
005320     MOVE ARV-GR-SOURCE (ARV-GR-IDX) TO ARW-SOURCE.
005330     IF ARV-GR-ONLINE (ARV-GR-IDX)
005340         MOVE ARV-GR-PROGRAM-ID (ARV-GR-IDX) TO ARW-PROGRAM-ID
005350         MOVE ARV-GR-FUNCTION (ARV-GR-IDX)   TO ARW-FUNCTION
005360     ELSE
005370         MOVE "BATCH" TO ARW-PROGRAM-ID
005380     END-IF.
005390     MOVE 'N' TO ARW-OUTCOME.
005400     MOVE "KEPT - NOT REVIEWED" TO ARV-WS-NOTE.
005410     PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT.
005420     ADD 1 TO ARV-WS-UNDECIDED-COUNT.
005430 3100-EXIT.
005440     EXIT.
005450*
005460*===============================================================
005470 3200-WRITE-KEPT-ENTRY.
005480*===============================================================
005490     IF ARV-GR-REVOKED (ARV-GR-IDX)
005500         GO TO 3200-EXIT
005510     END-IF.
005520     IF ARV-GR-ONLINE (ARV-GR-IDX)
005530         WRITE ARV-ONL-AUTH-OUT-REC FROM ARV-GR-IMAGE (ARV-GR-IDX)
005540         ADD 1 TO ARV-WS-ONL-OUT-COUNT
005550     ELSE
005560         WRITE ARV-SRV-AUTH-OUT-REC FROM ARV-GR-IMAGE (ARV-GR-IDX)
005570         ADD 1 TO ARV-WS-SRV-OUT-COUNT
005580     END-IF.
005590 3200-EXIT.
005600     EXIT.
005610*
005620*===============================================================
005630 3300-WRITE-FOOTING.
005640*===============================================================
005650     MOVE SPACES TO ARV-RPT-REC.
005660     WRITE ARV-RPT-REC.
005670     MOVE "DECISIONS READ"             TO ARF-LABEL.
005680     MOVE ARV-WS-DECN-COUNT            TO ARF-COUNT.
005690     WRITE ARV-RPT-REC FROM ARV-WS-FOOT-LINE.
005700     MOVE "GRANTS KEPT"                TO ARF-LABEL.
005710     MOVE ARV-WS-KEPT-COUNT            TO ARF-COUNT.
005720     WRITE ARV-RPT-REC FROM ARV-WS-FOOT-LINE.
005730     MOVE "GRANTS REVOKED"             TO ARF-LABEL.
005740     MOVE ARV-WS-REVOKED-COUNT         TO ARF-COUNT.
005750     WRITE ARV-RPT-REC FROM ARV-WS-FOOT-LINE.
005760     MOVE "DECISIONS NOT ON FILE"      TO ARF-LABEL.
005770     MOVE ARV-WS-NOT-FOUND-COUNT       TO ARF-COUNT.
005780     WRITE ARV-RPT-REC FROM ARV-WS-FOOT-LINE.
005790     MOVE "DECISIONS INVALID"          TO ARF-LABEL.
005800     MOVE ARV-WS-INVALID-COUNT         TO ARF-COUNT.
005810     WRITE ARV-RPT-REC FROM ARV-WS-FOOT-LINE.
005820     MOVE "GRANTS NOT REVIEWED"        TO ARF-LABEL.
005830     MOVE ARV-WS-UNDECIDED-COUNT       TO ARF-COUNT.
005840     WRITE ARV-RPT-REC FROM ARV-WS-FOOT-LINE.
005850     MOVE "ONLAUTH ENTRIES WRITTEN"    TO ARF-LABEL.
005860     MOVE ARV-WS-ONL-OUT-COUNT         TO ARF-COUNT.
005870     WRITE ARV-RPT-REC FROM ARV-WS-FOOT-LINE.
005880     MOVE "SRVAUTH ENTRIES WRITTEN"    TO ARF-LABEL.
005890     MOVE ARV-WS-SRV-OUT-COUNT         TO ARF-COUNT.
005900     WRITE ARV-RPT-REC FROM ARV-WS-FOOT-LINE.
005910 3300-EXIT.
005920     EXIT.
