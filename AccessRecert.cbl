000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ACCESS-RECERT.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   CENTRAL DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. QUARTERLY ACCESS
000130*                    RECERTIFICATION LISTING. EVERY GRANT ON
000140*                    ONLAUTH (USER, PROGRAM, FUNCTION) AND EVERY
000150*                    USER ON THE SRVAUTH BATCH LIST IS LISTED
000160*                    UNDER THE USER'S REVIEWING MANAGER FROM THE
000170*                    ARCMGR REVIEWER MAP, WITH THE LAST DATE THE
000180*                    LIVE AND ARCHIVED SECLOGS SHOW IT USED. A
000190*                    GRANT UNUSED FOR MORE THAN UNUSEDDY DAYS
000200*                    (ARCCTL, DEFAULT 90), OR NEVER USED, IS
000210*                    FLAGGED FOR REMOVAL. THE SAME GRANTS GO OUT
000220*                    ON THE ARCWORK WORKSHEET FOR THE MANAGERS TO
000230*                    MARK KEEP OR REVOKE - ACCESS-REVOKE APPLIES
000240*                    THE RETURNED DECISIONS.
000250*---------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ARC-ONL-AUTH-FILE ASSIGN TO ONLAUTH
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS ARC-WS-ONL-STATUS.
000350     SELECT ARC-SRV-AUTH-FILE ASSIGN TO SRVAUTH
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS ARC-WS-SRV-STATUS.
000380     SELECT ARC-MGR-FILE      ASSIGN TO ARCMGR
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS ARC-WS-MGR-STATUS.
000410     SELECT ARC-CTL-FILE      ASSIGN TO ARCCTL
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS ARC-WS-CTL-STATUS.
000440     SELECT ARC-DATE-FILE     ASSIGN TO ARCDATE
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS ARC-WS-DATE-STATUS.
000470     SELECT ARC-LIVE-LOG-FILE ASSIGN TO ARCSECLG
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS ARC-WS-LOG-STATUS.
000500     SELECT ARC-HIST-LOG-FILE ASSIGN TO ARCSLHST
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS ARC-WS-LOG-STATUS.
000530     SELECT ARC-SORT-FILE     ASSIGN TO ARCSWK.
000540     SELECT ARC-WORK-FILE     ASSIGN TO ARCWORK
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT ARC-RPT-FILE      ASSIGN TO ARCRPT
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610*    SAME AUTHORIZED-USER FILE THE ONLINE PROGRAMS CHECK.
000620 FD  ARC-ONL-AUTH-FILE
000630     RECORD CONTAINS 20 CHARACTERS.
000640 01  ARC-ONL-AUTH-REC.
000650     05  OAU-USERID              PIC X(08).
000660     05  OAU-PROGRAM-ID          PIC X(08).
000670     05  OAU-FUNCTION            PIC X(01).
000680     05  FILLER                  PIC X(03).
000690*
000700*    SAME BATCH AUTHORIZED-USER LIST SECLOG-REVIEW CHECKS.
000710 FD  ARC-SRV-AUTH-FILE
000720     RECORD CONTAINS 20 CHARACTERS.
000730 01  ARC-SRV-AUTH-REC.
000740     05  SAU-USERID              PIC X(08).
000750     05  FILLER                  PIC X(12).
000760*
000770*    REVIEWER MAP - THE MANAGER WHO RECERTIFIES EACH USER'S
000780*    ACCESS. A USER NOT ON IT IS LISTED UNDER *NONE*.
000790 FD  ARC-MGR-FILE
000800     RECORD CONTAINS 20 CHARACTERS.
000810 01  ARC-MGR-REC.
000820     05  ARM-USERID              PIC X(08).
000830     05  ARM-MANAGER             PIC X(08).
000840     05  FILLER                  PIC X(04).
000850*
000860 FD  ARC-CTL-FILE
000870     RECORD CONTAINS 20 CHARACTERS.
000880     COPY CTLPARM REPLACING ==CTLPARM-RECORD==
000890         BY ==ARC-CTL-REC==.
000900*
000910 FD  ARC-DATE-FILE
000920     RECORD CONTAINS 8 CHARACTERS.
000930 01  ARC-DATE-REC                PIC 9(08).
000940*
000950*    THE LIVE SECLOGS AND THE OPSARCH ARCH&YR GENERATIONS, EACH
000960*    SET CONCATENATED ON ITS DD IN ACCRCERT.JCL.
000970 FD  ARC-LIVE-LOG-FILE
000980     RECORD CONTAINS 80 CHARACTERS.
000990 01  ARC-LIVE-LOG-REC            PIC X(80).
001000*
001010 FD  ARC-HIST-LOG-FILE
001020     RECORD CONTAINS 80 CHARACTERS.
001030 01  ARC-HIST-LOG-REC            PIC X(80).
001040*
001050 SD  ARC-SORT-FILE.
001060 01  ARC-SORT-REC.
001070     05  ASR-MANAGER             PIC X(08).
001080     05  ASR-USERID              PIC X(08).
001090     05  ASR-SOURCE              PIC X(01).
001100     05  ASR-PROGRAM-ID          PIC X(08).
001110     05  ASR-FUNCTION            PIC X(01).
001120     05  ASR-LAST-USED           PIC 9(08).
001130     05  ASR-IDLE-DAYS           PIC 9(05).
001140     05  ASR-IDLE-FLAG           PIC X(01).
001150     05  FILLER                  PIC X(40).
001160*
001170 FD  ARC-WORK-FILE
001180     RECORD CONTAINS 80 CHARACTERS.
001190     COPY ACCREVW.
001200*
001210 FD  ARC-RPT-FILE
001220     RECORD CONTAINS 80 CHARACTERS.
001230 01  ARC-RPT-REC                 PIC X(80).
001240*
001250 WORKING-STORAGE SECTION.
001260 77  ARC-WS-ONL-STATUS           PIC X(02) VALUE '00'.
001270 77  ARC-WS-SRV-STATUS           PIC X(02) VALUE '00'.
001280 77  ARC-WS-MGR-STATUS           PIC X(02) VALUE '00'.
001290 77  ARC-WS-CTL-STATUS           PIC X(02) VALUE '00'.
001300 77  ARC-WS-DATE-STATUS          PIC X(02) VALUE '00'.
001310 77  ARC-WS-LOG-STATUS           PIC X(02) VALUE '00'.
001320 77  ARC-WS-LOAD-EOF-SW          PIC X(01) VALUE 'N'.
001330     88  ARC-WS-LOAD-EOF         VALUE 'Y'.
001340 77  ARC-WS-LOG-EOF-SW           PIC X(01) VALUE 'N'.
001350     88  ARC-WS-LOG-EOF          VALUE 'Y'.
001360 77  ARC-WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
001370     88  ARC-WS-SORT-EOF         VALUE 'Y'.
001380 77  ARC-WS-STOP-SW              PIC X(01) VALUE 'N'.
001390     88  ARC-WS-STOP             VALUE 'Y'.
001400 77  ARC-WS-NO-LIVE-LOG-SW       PIC X(01) VALUE 'N'.
001410     88  ARC-WS-NO-LIVE-LOG      VALUE 'Y'.
001420 77  ARC-WS-ONL-COUNT            PIC 9(05) COMP VALUE ZERO.
001430 77  ARC-WS-BATCH-COUNT          PIC 9(05) COMP VALUE ZERO.
001440 77  ARC-WS-LIVE-READ            PIC 9(07) COMP VALUE ZERO.
001450 77  ARC-WS-HIST-READ            PIC 9(07) COMP VALUE ZERO.
001460 77  ARC-WS-FLAGGED-COUNT        PIC 9(05) COMP VALUE ZERO.
001470 77  ARC-WS-NEVER-COUNT          PIC 9(05) COMP VALUE ZERO.
001480 77  ARC-WS-NO-MGR-COUNT         PIC 9(05) COMP VALUE ZERO.
001490 77  ARC-WS-MGR-COUNT            PIC 9(05) COMP VALUE ZERO.
001500 77  ARC-WS-MGR-GRANTS           PIC 9(05) COMP VALUE ZERO.
001510 77  ARC-WS-MGR-FLAGGED          PIC 9(05) COMP VALUE ZERO.
001520 77  ARC-WS-WORK-COUNT           PIC 9(05) COMP VALUE ZERO.
001530 77  ARC-WS-PREV-MANAGER         PIC X(08).
001540 77  ARC-WS-LOG-PROGRAM          PIC X(08).
001550*    THE ONLINE PROGRAMS ARE GOVERNED BY ONLAUTH, SO A RUN OF
001560*    ONE IS NOT USE OF A SRVAUTH BATCH GRANT.
001570     88  ARC-WS-ONLINE-PGM       VALUE 'GRADONLN' 'LOANONLN'.
001580 77  ARC-WS-BUS-DATE             PIC 9(08) VALUE ZERO.
001590 77  ARC-WS-BUS-SERIAL           PIC 9(07) COMP VALUE ZERO.
001600 77  ARC-WS-AGE-DAYS             PIC S9(07) COMP VALUE ZERO.
001610     COPY RUNSTAMP.
001620*
001630*    ARCCTL PARM. UNUSEDDY - DAYS A GRANT MAY GO UNUSED BEFORE
001640*    IT IS FLAGGED FOR REMOVAL. A VALUE OUTSIDE 1-999 IS
001650*    IGNORED.
001660 77  ARC-WS-UNUSED-DAYS          PIC 9(03) VALUE 90.
001670*
001680*    ONE SECLOG RECORD, READ FROM EITHER LOG FILE.
001690     COPY AUDITLOG REPLACING ==AUDITLOG-RECORD==
001700         BY ==ARC-WS-LOG-REC==.
001710*
001720*    EVERY GRANT UNDER REVIEW - ONLAUTH ENTRIES ('O') FOLLOWED
001730*    BY SRVAUTH USERS ('B'). MORE GRANTS THAN THE TABLE HOLDS
001740*    STOPS THE RUN WITH RC 16 - A PARTIAL RECERTIFICATION WOULD
001750*    LOOK COMPLETE TO THE MANAGERS SIGNING IT.
001760 77  ARC-WS-GRANT-COUNT          PIC 9(04) COMP VALUE ZERO.
001770 01  ARC-WS-GRANT-TABLE.
001780     05  ARC-GR-ENTRY OCCURS 600 TIMES
001790                      INDEXED BY ARC-GR-IDX.
001800         10  ARC-GR-SOURCE       PIC X(01).
001810             88  ARC-GR-BATCH    VALUE 'B'.
001820         10  ARC-GR-USERID       PIC X(08).
001830         10  ARC-GR-PROGRAM-ID   PIC X(08).
001840         10  ARC-GR-FUNCTION     PIC X(01).
001850         10  ARC-GR-LAST-USED    PIC 9(08).
001860*
001870 77  ARC-WS-MAP-COUNT            PIC 9(04) COMP VALUE ZERO.
001880 01  ARC-WS-MAP-TABLE.
001890     05  ARC-MG-ENTRY OCCURS 500 TIMES
001900                      INDEXED BY ARC-MG-IDX.
001910         10  ARC-MG-USERID       PIC X(08).
001920         10  ARC-MG-MANAGER      PIC X(08).
001930*
001940*    SERIAL-DAY CONVERSION - SAME SHAPE AS ALERT-ESCALATE'S
001950*    2900-DATE-TO-SERIAL. ONLY DIFFERENCES ARE EVER USED.
001960 01  ARC-WS-SER-DATE             PIC 9(08).
001970 01  ARC-WS-SER-DATE-YMD REDEFINES ARC-WS-SER-DATE.
001980     05  ARC-SER-YEAR            PIC 9(04).
001990     05  ARC-SER-MONTH           PIC 9(02).
002000     05  ARC-SER-DAY             PIC 9(02).
002010 77  ARC-WS-SER-M                PIC 9(04) COMP VALUE ZERO.
002020 77  ARC-WS-SER-Y                PIC 9(04) COMP VALUE ZERO.
002030 77  ARC-WS-SERIAL               PIC 9(07) COMP VALUE ZERO.
002040*
002050 01  ARC-WS-TITLE-LINE.
002060     05  FILLER                  PIC X(34) VALUE
002070         "ACCESS RECERTIFICATION  BUS DATE: ".
002080     05  ART-BUS-DATE            PIC 9(08).
002090     05  FILLER                  PIC X(16) VALUE
002100         "  UNUSED LIMIT: ".
002110     05  ART-UNUSED-DAYS         PIC ZZ9.
002120     05  FILLER                  PIC X(05) VALUE " DAYS".
002130     05  FILLER                  PIC X(14) VALUE SPACES.
002140*
002150 01  ARC-WS-MGR-HDR.
002160     05  FILLER                  PIC X(19) VALUE
002170         "REVIEWING MANAGER: ".
002180     05  ARH-MANAGER             PIC X(08).
002190     05  FILLER                  PIC X(02) VALUE SPACES.
002200     05  ARH-NOTE                PIC X(30).
002210     05  FILLER                  PIC X(21) VALUE SPACES.
002220*
002230 01  ARC-WS-COL-HDR.
002240     05  FILLER                  PIC X(44) VALUE
002250         "USERID   S PROGRAM  F LAST USED  IDLE DAYS  ".
002260     05  FILLER                  PIC X(36) VALUE
002270         "REVIEW NOTE".
002280*
002290 01  ARC-WS-DETAIL-LINE.
002300     05  ARL-USERID              PIC X(08).
002310     05  FILLER                  PIC X(01) VALUE SPACES.
002320     05  ARL-SOURCE              PIC X(01).
002330     05  FILLER                  PIC X(01) VALUE SPACES.
002340     05  ARL-PROGRAM-ID          PIC X(08).
002350     05  FILLER                  PIC X(01) VALUE SPACES.
002360     05  ARL-FUNCTION            PIC X(01).
002370     05  FILLER                  PIC X(01) VALUE SPACES.
002380     05  ARL-LAST-USED           PIC X(08).
002390     05  FILLER                  PIC X(06) VALUE SPACES.
002400     05  ARL-IDLE-DAYS           PIC Z(4)9.
002410     05  ARL-IDLE-BLANK REDEFINES ARL-IDLE-DAYS
002420                                 PIC X(05).
002430     05  FILLER                  PIC X(03) VALUE SPACES.
002440     05  ARL-NOTE                PIC X(30).
002450     05  FILLER                  PIC X(06) VALUE SPACES.
002460*
002470 01  ARC-WS-MGR-FOOT.
002480     05  FILLER                  PIC X(10) VALUE "  GRANTS: ".
002490     05  ARM-GRANTS              PIC Z(4)9.
002500     05  FILLER                  PIC X(23) VALUE
002510         "  FLAGGED FOR REMOVAL: ".
002520     05  ARM-FLAGGED             PIC Z(4)9.
002530     05  FILLER                  PIC X(37) VALUE SPACES.
002540*
002550 01  ARC-WS-FOOT-LINE.
002560     05  ARF-LABEL               PIC X(28).
002570     05  ARF-COUNT               PIC Z(6)9.
002580     05  FILLER                  PIC X(45) VALUE SPACES.
002590*
002600 PROCEDURE DIVISION.
002610*===============================================================
002620 0000-MAINLINE.
002630*===============================================================
002640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002650     IF ARC-WS-STOP
002660         CLOSE ARC-RPT-FILE
002670         MOVE 16 TO RETURN-CODE
002680         STOP RUN
002690     END-IF.
002700     PERFORM 2000-SCAN-SECLOGS THRU 2000-EXIT.
002710     SORT ARC-SORT-FILE
002720         ON ASCENDING KEY ASR-MANAGER
002730         ON ASCENDING KEY ASR-USERID
002740         ON ASCENDING KEY ASR-SOURCE
002750         ON ASCENDING KEY ASR-PROGRAM-ID
002760         ON ASCENDING KEY ASR-FUNCTION
002770         INPUT PROCEDURE IS 3000-RELEASE-GRANTS
002780             THRU 3000-EXIT
002790         OUTPUT PROCEDURE IS 4000-LIST-BY-MANAGER
002800             THRU 4000-EXIT.
002810     PERFORM 5000-TERMINATE THRU 5000-EXIT.
002820     STOP RUN.
002830*
002840*===============================================================
002850 1000-INITIALIZE.
002860*===============================================================
002870     OPEN OUTPUT ARC-RPT-FILE.
002880     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
002890     ACCEPT RUNSTAMP-TIME FROM TIME.
002900     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
002910     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
002920     WRITE ARC-RPT-REC FROM RUNSTAMP-HEADER-LINE.
002930     PERFORM 1100-LOAD-PARMS THRU 1100-EXIT.
002940     PERFORM 1200-GET-BUSINESS-DATE THRU 1200-EXIT.
002950     MOVE ARC-WS-BUS-DATE    TO ART-BUS-DATE.
002960     MOVE ARC-WS-UNUSED-DAYS TO ART-UNUSED-DAYS.
002970     WRITE ARC-RPT-REC FROM ARC-WS-TITLE-LINE.
002980     PERFORM 1300-LOAD-ONLAUTH THRU 1300-EXIT.
002990     IF ARC-WS-STOP
003000         GO TO 1000-EXIT
003010     END-IF.
003020     PERFORM 1400-LOAD-SRVAUTH THRU 1400-EXIT.
003030     IF ARC-WS-STOP
003040         GO TO 1000-EXIT
003050     END-IF.
003060     PERFORM 1500-LOAD-REVIEWERS THRU 1500-EXIT.
003070 1000-EXIT.
003080     EXIT.
003090*
003100*===============================================================
003110 1100-LOAD-PARMS.
003120*===============================================================
003130     OPEN INPUT ARC-CTL-FILE.
003140     IF ARC-WS-CTL-STATUS NOT = '00'
003150         GO TO 1100-EXIT
003160     END-IF.
003170     MOVE 'N' TO ARC-WS-LOAD-EOF-SW.
003180     READ ARC-CTL-FILE
003190         AT END
003200             MOVE 'Y' TO ARC-WS-LOAD-EOF-SW
003210     END-READ.
003220     PERFORM 1110-CHECK-ONE-PARM THRU 1110-EXIT
003230         UNTIL ARC-WS-LOAD-EOF.
003240     CLOSE ARC-CTL-FILE.
003250 1100-EXIT.
003260     EXIT.
003270*
003280*===============================================================
003290 1110-CHECK-ONE-PARM.
003300*===============================================================
003310     IF CTL-PARM-CODE OF ARC-CTL-REC = 'UNUSEDDY'
003320             AND CTL-PARM-VALUE OF ARC-CTL-REC NOT < 1
003330             AND CTL-PARM-VALUE OF ARC-CTL-REC < 1000
003340         MOVE CTL-PARM-VALUE OF ARC-CTL-REC TO ARC-WS-UNUSED-DAYS
003350     END-IF.
003360     READ ARC-CTL-FILE
003370         AT END
003380             MOVE 'Y' TO ARC-WS-LOAD-EOF-SW
003390     END-READ.
003400 1110-EXIT.
003410     EXIT.
003420*
003430*===============================================================
003440 1200-GET-BUSINESS-DATE.
003450*===============================================================
003460*    FROM THE ARCDATE CONTROL FILE, OR TODAY WHEN IT IS ABSENT -
003470*    THE SAME RULE AS OPS-STATUS'S OPSDATE.
003480     MOVE RUNSTAMP-DATE TO ARC-WS-BUS-DATE.
003490     OPEN INPUT ARC-DATE-FILE.
003500     IF ARC-WS-DATE-STATUS NOT = '00'
003510         GO TO 1200-SERIAL
003520     END-IF.
003530     READ ARC-DATE-FILE
003540         AT END
003550             GO TO 1200-CLOSE
003560     END-READ.
003570     IF ARC-DATE-REC NUMERIC AND ARC-DATE-REC > ZERO
003580         MOVE ARC-DATE-REC TO ARC-WS-BUS-DATE
003590     END-IF.
003600 1200-CLOSE.
003610     CLOSE ARC-DATE-FILE.
003620 1200-SERIAL.
003630     MOVE ARC-WS-BUS-DATE TO ARC-WS-SER-DATE.
003640     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
003650     MOVE ARC-WS-SERIAL TO ARC-WS-BUS-SERIAL.
003660 1200-EXIT.
003670     EXIT.
003680*
003690*===============================================================
003700 1300-LOAD-ONLAUTH.
003710*===============================================================
003720     OPEN INPUT ARC-ONL-AUTH-FILE.
003730     IF ARC-WS-ONL-STATUS NOT = '00'
003740         DISPLAY "ACCESS-RECERT: NO ONLAUTH FILE - NO ONLINE "
003750             "GRANTS LISTED"
003760         GO TO 1300-EXIT
003770     END-IF.
003780     MOVE 'N' TO ARC-WS-LOAD-EOF-SW.
003790     READ ARC-ONL-AUTH-FILE
003800         AT END
003810             MOVE 'Y' TO ARC-WS-LOAD-EOF-SW
003820     END-READ.
003830     PERFORM 1310-LOAD-ONE-ONLINE THRU 1310-EXIT
003840         UNTIL ARC-WS-LOAD-EOF OR ARC-WS-STOP.
003850     CLOSE ARC-ONL-AUTH-FILE.
003860 1300-EXIT.
003870     EXIT.
003880*
003890*===============================================================
003900 1310-LOAD-ONE-ONLINE.
003910*===============================================================
003920     IF OAU-USERID = SPACES
003930         GO TO 1310-READ-NEXT
003940     END-IF.
003950     IF ARC-WS-GRANT-COUNT = 600
003960         DISPLAY "ACCESS-RECERT: MORE THAN 600 GRANTS - RUN "
003970             "STOPPED, NOTHING LISTED"
003980         MOVE 'Y' TO ARC-WS-STOP-SW
003990         GO TO 1310-EXIT
004000     END-IF.
004010     ADD 1 TO ARC-WS-GRANT-COUNT.
004020     ADD 1 TO ARC-WS-ONL-COUNT.
004030     SET ARC-GR-IDX TO ARC-WS-GRANT-COUNT.
004040     MOVE 'O'            TO ARC-GR-SOURCE (ARC-GR-IDX).
004050     MOVE OAU-USERID     TO ARC-GR-USERID (ARC-GR-IDX).
004060     MOVE OAU-PROGRAM-ID TO ARC-GR-PROGRAM-ID (ARC-GR-IDX).
004070     MOVE OAU-FUNCTION   TO ARC-GR-FUNCTION (ARC-GR-IDX).
004080     MOVE ZERO           TO ARC-GR-LAST-USED (ARC-GR-IDX).
004090 1310-READ-NEXT.
004100     READ ARC-ONL-AUTH-FILE
004110         AT END
004120             MOVE 'Y' TO ARC-WS-LOAD-EOF-SW
004130     END-READ.
004140 1310-EXIT.
004150     EXIT.
004160*
004170*===============================================================
004180 1400-LOAD-SRVAUTH.
004190*===============================================================
004200     OPEN INPUT ARC-SRV-AUTH-FILE.
004210     IF ARC-WS-SRV-STATUS NOT = '00'
004220         DISPLAY "ACCESS-RECERT: NO SRVAUTH FILE - NO BATCH "
004230             "USERS LISTED"
004240         GO TO 1400-EXIT
004250     END-IF.
004260     MOVE 'N' TO ARC-WS-LOAD-EOF-SW.
004270     READ ARC-SRV-AUTH-FILE
004280         AT END
004290             MOVE 'Y' TO ARC-WS-LOAD-EOF-SW
004300     END-READ.
004310     PERFORM 1410-LOAD-ONE-BATCH THRU 1410-EXIT
004320         UNTIL ARC-WS-LOAD-EOF OR ARC-WS-STOP.
004330     CLOSE ARC-SRV-AUTH-FILE.
004340 1400-EXIT.
004350     EXIT.
004360*
004370*===============================================================
004380 1410-LOAD-ONE-BATCH.
004390*===============================================================
004400*    A SRVAUTH ENTRY LETS THE USER RUN ANY BATCH PROGRAM, SO IT
004410*    IS LISTED AS ONE GRANT AGAINST PROGRAM BATCH.
004420     IF SAU-USERID = SPACES
004430         GO TO 1410-READ-NEXT
004440     END-IF.
004450     IF ARC-WS-GRANT-COUNT = 600
004460         DISPLAY "ACCESS-RECERT: MORE THAN 600 GRANTS - RUN "
004470             "STOPPED, NOTHING LISTED"
004480         MOVE 'Y' TO ARC-WS-STOP-SW
004490         GO TO 1410-EXIT
004500     END-IF.
004510     ADD 1 TO ARC-WS-GRANT-COUNT.
004520     ADD 1 TO ARC-WS-BATCH-COUNT.
004530     SET ARC-GR-IDX TO ARC-WS-GRANT-COUNT.
004540     MOVE 'B'            TO ARC-GR-SOURCE (ARC-GR-IDX).
004550     MOVE SAU-USERID     TO ARC-GR-USERID (ARC-GR-IDX).
004560     MOVE "BATCH"        TO ARC-GR-PROGRAM-ID (ARC-GR-IDX).
004570     MOVE SPACE          TO ARC-GR-FUNCTION (ARC-GR-IDX).
004580     MOVE ZERO           TO ARC-GR-LAST-USED (ARC-GR-IDX).
004590 1410-READ-NEXT.
004600     READ ARC-SRV-AUTH-FILE
004610         AT END
004620             MOVE 'Y' TO ARC-WS-LOAD-EOF-SW
004630     END-READ.
004640 1410-EXIT.
004650     EXIT.
004660*
004670*===============================================================
004680 1500-LOAD-REVIEWERS.
004690*===============================================================
004700     OPEN INPUT ARC-MGR-FILE.
004710     IF ARC-WS-MGR-STATUS NOT = '00'
004720         DISPLAY "ACCESS-RECERT: NO ARCMGR REVIEWER MAP - EVERY "
004730             "GRANT LISTED UNDER *NONE*"
004740         GO TO 1500-EXIT
004750     END-IF.
004760     MOVE 'N' TO ARC-WS-LOAD-EOF-SW.
004770     READ ARC-MGR-FILE
004780         AT END
004790             MOVE 'Y' TO ARC-WS-LOAD-EOF-SW
004800     END-READ.
004810     PERFORM 1510-LOAD-ONE-REVIEWER THRU 1510-EXIT
004820         UNTIL ARC-WS-LOAD-EOF OR ARC-WS-STOP.
004830     CLOSE ARC-MGR-FILE.
004840 1500-EXIT.
004850     EXIT.
004860*
004870*===============================================================
004880 1510-LOAD-ONE-REVIEWER.
004890*===============================================================
004900     IF ARM-USERID = SPACES
004910         GO TO 1510-READ-NEXT
004920     END-IF.
004930     IF ARC-WS-MAP-COUNT = 500
004940         DISPLAY "ACCESS-RECERT: REVIEWER MAP OVER 500 USERS - "
004950             "RUN STOPPED, NOTHING LISTED"
004960         MOVE 'Y' TO ARC-WS-STOP-SW
004970         GO TO 1510-EXIT
004980     END-IF.
004990     ADD 1 TO ARC-WS-MAP-COUNT.
005000     SET ARC-MG-IDX TO ARC-WS-MAP-COUNT.
005010     MOVE ARM-USERID  TO ARC-MG-USERID (ARC-MG-IDX).
005020     MOVE ARM-MANAGER TO ARC-MG-MANAGER (ARC-MG-IDX).
005030 1510-READ-NEXT.
005040     READ ARC-MGR-FILE
005050         AT END
005060             MOVE 'Y' TO ARC-WS-LOAD-EOF-SW
005070     END-READ.
005080 1510-EXIT.
005090     EXIT.
005100*
005110*===============================================================
005120 2000-SCAN-SECLOGS.
005130*===============================================================
005140*    LAST USE OF EACH GRANT FROM THE LIVE SECLOGS AND THEN THE
005150*    ARCHIVED ONES. AN ABSENT ARCHIVE IS NORMAL (NO OPSARCH RUN
005160*    YET); AN ABSENT LIVE LOG LEAVES EVERY LAST-USED DATE SHORT
005170*    AND ENDS THE RUN RC 4.
005180     MOVE '00' TO ARC-WS-LOG-STATUS.
005190     MOVE 'N' TO ARC-WS-LOG-EOF-SW.
005200     OPEN INPUT ARC-LIVE-LOG-FILE.
005210     IF ARC-WS-LOG-STATUS NOT = '00'
005220         DISPLAY "ACCESS-RECERT: NO LIVE SECLOG - LAST-USED "
005230             "DATES FROM ARCHIVES ONLY"
005240         MOVE 'Y' TO ARC-WS-NO-LIVE-LOG-SW
005250         GO TO 2000-ARCHIVE
005260     END-IF.
005270     READ ARC-LIVE-LOG-FILE INTO ARC-WS-LOG-REC
005280         AT END
005290             MOVE 'Y' TO ARC-WS-LOG-EOF-SW
005300     END-READ.
005310     PERFORM 2100-SCAN-ONE-LIVE THRU 2100-EXIT
005320         UNTIL ARC-WS-LOG-EOF.
005330     CLOSE ARC-LIVE-LOG-FILE.
005340 2000-ARCHIVE.
005350     MOVE '00' TO ARC-WS-LOG-STATUS.
005360     MOVE 'N' TO ARC-WS-LOG-EOF-SW.
005370     OPEN INPUT ARC-HIST-LOG-FILE.
005380     IF ARC-WS-LOG-STATUS NOT = '00'
005390         GO TO 2000-EXIT
005400     END-IF.
005410     READ ARC-HIST-LOG-FILE INTO ARC-WS-LOG-REC
005420         AT END
005430             MOVE 'Y' TO ARC-WS-LOG-EOF-SW
005440     END-READ.
005450     PERFORM 2200-SCAN-ONE-ARCHIVED THRU 2200-EXIT
005460         UNTIL ARC-WS-LOG-EOF.
005470     CLOSE ARC-HIST-LOG-FILE.
005480 2000-EXIT.
005490     EXIT.
005500*
005510*===============================================================
005520 2100-SCAN-ONE-LIVE.
005530*===============================================================
005540     ADD 1 TO ARC-WS-LIVE-READ.
005550     PERFORM 2300-APPLY-LOG-RECORD THRU 2300-EXIT.
005560     READ ARC-LIVE-LOG-FILE INTO ARC-WS-LOG-REC
005570         AT END
005580             MOVE 'Y' TO ARC-WS-LOG-EOF-SW
005590     END-READ.
005600 2100-EXIT.
005610     EXIT.
005620*
005630*===============================================================
005640 2200-SCAN-ONE-ARCHIVED.
005650*===============================================================
005660     ADD 1 TO ARC-WS-HIST-READ.
005670     PERFORM 2300-APPLY-LOG-RECORD THRU 2300-EXIT.
005680     READ ARC-HIST-LOG-FILE INTO ARC-WS-LOG-REC
005690         AT END
005700             MOVE 'Y' TO ARC-WS-LOG-EOF-SW
005710     END-READ.
005720 2200-EXIT.
005730     EXIT.
005740*
005750*===============================================================
005760 2300-APPLY-LOG-RECORD.
005770*===============================================================
005780*    A REFUSED ATTEMPT IS NOT USE OF A GRANT.
005790     IF AUD-KEY-INPUT (1:13) = "ACCESS DENIED"
005800             OR AUD-USERID = SPACES
005810             OR AUD-RUN-DATE NOT NUMERIC
005820         GO TO 2300-EXIT
005830     END-IF.
005840     MOVE AUD-PROGRAM-ID TO ARC-WS-LOG-PROGRAM.
005850     PERFORM 2310-MATCH-GRANT THRU 2310-EXIT
005860         VARYING ARC-GR-IDX FROM 1 BY 1
005870         UNTIL ARC-GR-IDX > ARC-WS-GRANT-COUNT.
005880 2300-EXIT.
005890     EXIT.
005900*
005910*===============================================================
005920 2310-MATCH-GRANT.
005930*===============================================================
005940*    A BATCH GRANT IS USED BY ANY BATCH PROGRAM RUN. AN ONLINE
005950*    GRANT NEEDS ITS OWN PROGRAM, AND WHERE THE LOG ECHOES THE
005960*    FUNCTION (FUNC=) A SINGLE-FUNCTION GRANT NEEDS THAT ONE.
005970     IF ARC-GR-USERID (ARC-GR-IDX) NOT = AUD-USERID
005980         GO TO 2310-EXIT
005990     END-IF.
006000     IF ARC-GR-BATCH (ARC-GR-IDX)
006010         IF ARC-WS-ONLINE-PGM
006020             GO TO 2310-EXIT
006030         END-IF
006040         GO TO 2310-USED
006050     END-IF.
006060     IF ARC-GR-PROGRAM-ID (ARC-GR-IDX) NOT = ARC-WS-LOG-PROGRAM
006070         GO TO 2310-EXIT
006080     END-IF.
006090     IF ARC-GR-FUNCTION (ARC-GR-IDX) NOT = '*'
006100             AND AUD-KEY-INPUT (1:5) = "FUNC="
006110             AND AUD-KEY-INPUT (6:1)
006120                 NOT = ARC-GR-FUNCTION (ARC-GR-IDX)
006130         GO TO 2310-EXIT
006140     END-IF.
006150 2310-USED.
006160     IF AUD-RUN-DATE > ARC-GR-LAST-USED (ARC-GR-IDX)
006170         MOVE AUD-RUN-DATE TO ARC-GR-LAST-USED (ARC-GR-IDX)
006180     END-IF.
006190 2310-EXIT.
006200     EXIT.
006210*
006220*===============================================================
006230 3000-RELEASE-GRANTS.
006240*===============================================================
006250     PERFORM 3100-RELEASE-ONE-GRANT THRU 3100-EXIT
006260         VARYING ARC-GR-IDX FROM 1 BY 1
006270         UNTIL ARC-GR-IDX > ARC-WS-GRANT-COUNT.
006280 3000-EXIT.
006290     EXIT.
006300*
006310*===============================================================
006320 3100-RELEASE-ONE-GRANT.
006330*===============================================================
006340     MOVE SPACES TO ARC-SORT-REC.
006350     MOVE ARC-GR-USERID (ARC-GR-IDX)     TO ASR-USERID.
006360     MOVE ARC-GR-SOURCE (ARC-GR-IDX)     TO ASR-SOURCE.
006370     MOVE ARC-GR-PROGRAM-ID (ARC-GR-IDX) TO ASR-PROGRAM-ID.
006380     MOVE ARC-GR-FUNCTION (ARC-GR-IDX)   TO ASR-FUNCTION.
006390     MOVE ARC-GR-LAST-USED (ARC-GR-IDX)  TO ASR-LAST-USED.
006400     SET ARC-MG-IDX TO 1.
006410     SEARCH ARC-MG-ENTRY
006420         AT END
006430             MOVE "*NONE*" TO ASR-MANAGER
006440             ADD 1 TO ARC-WS-NO-MGR-COUNT
006450         WHEN ARC-MG-IDX > ARC-WS-MAP-COUNT
006460             MOVE "*NONE*" TO ASR-MANAGER
006470             ADD 1 TO ARC-WS-NO-MGR-COUNT
006480         WHEN ARC-MG-USERID (ARC-MG-IDX) = ASR-USERID
006490             MOVE ARC-MG-MANAGER (ARC-MG-IDX) TO ASR-MANAGER
006500     END-SEARCH.
006510     PERFORM 3200-SET-IDLE-FLAG THRU 3200-EXIT.
006520     RELEASE ARC-SORT-REC.
006530 3100-EXIT.
006540     EXIT.
006550*
006560*===============================================================
006570 3200-SET-IDLE-FLAG.
006580*===============================================================
006590*    A GRANT NEVER SEEN ON ANY LOG, OR LAST SEEN MORE THAN
006600*    UNUSEDDY DAYS BEFORE THE BUSINESS DATE, IS FLAGGED.
006610     MOVE ZERO  TO ASR-IDLE-DAYS.
006620     MOVE SPACE TO ASR-IDLE-FLAG.
006630     IF ASR-LAST-USED = ZERO
006640         MOVE 'R' TO ASR-IDLE-FLAG
006650         ADD 1 TO ARC-WS-FLAGGED-COUNT
006660         ADD 1 TO ARC-WS-NEVER-COUNT
006670         GO TO 3200-EXIT
006680     END-IF.
006690     MOVE ASR-LAST-USED TO ARC-WS-SER-DATE.
006700     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
006710     COMPUTE ARC-WS-AGE-DAYS = ARC-WS-BUS-SERIAL - ARC-WS-SERIAL.
006720     IF ARC-WS-AGE-DAYS < ZERO
006730         GO TO 3200-EXIT
006740     END-IF.
006750     IF ARC-WS-AGE-DAYS > 99999
006760         MOVE 99999 TO ASR-IDLE-DAYS
006770     ELSE
006780         MOVE ARC-WS-AGE-DAYS TO ASR-IDLE-DAYS
006790     END-IF.
006800     IF ARC-WS-AGE-DAYS > ARC-WS-UNUSED-DAYS
006810         MOVE 'R' TO ASR-IDLE-FLAG
006820         ADD 1 TO ARC-WS-FLAGGED-COUNT
006830     END-IF.
006840 3200-EXIT.
006850     EXIT.
006860*
006870*===============================================================
006880 4000-LIST-BY-MANAGER.
006890*===============================================================
006900     OPEN OUTPUT ARC-WORK-FILE.
006910     MOVE LOW-VALUES TO ARC-WS-PREV-MANAGER.
006920     RETURN ARC-SORT-FILE
006930         AT END
006940             MOVE 'Y' TO ARC-WS-SORT-EOF-SW
006950     END-RETURN.
006960     PERFORM 4100-LIST-ONE-GRANT THRU 4100-EXIT
006970         UNTIL ARC-WS-SORT-EOF.
006980     IF ARC-WS-MGR-COUNT > ZERO
006990         PERFORM 4300-MANAGER-FOOT THRU 4300-EXIT
007000     END-IF.
007010     CLOSE ARC-WORK-FILE.
007020 4000-EXIT.
007030     EXIT.
007040*
007050*===============================================================
007060 4100-LIST-ONE-GRANT.
007070*===============================================================
007080     IF ASR-MANAGER NOT = ARC-WS-PREV-MANAGER
007090         IF ARC-WS-MGR-COUNT > ZERO
007100             PERFORM 4300-MANAGER-FOOT THRU 4300-EXIT
007110         END-IF
007120         PERFORM 4200-MANAGER-HEAD THRU 4200-EXIT
007130     END-IF.
007140     MOVE ASR-USERID     TO ARL-USERID.
007150     MOVE ASR-SOURCE     TO ARL-SOURCE.
007160     MOVE ASR-PROGRAM-ID TO ARL-PROGRAM-ID.
007170     MOVE ASR-FUNCTION   TO ARL-FUNCTION.
007180     MOVE SPACES         TO ARL-NOTE.
007190     IF ASR-LAST-USED = ZERO
007200         MOVE "NEVER"    TO ARL-LAST-USED
007210         MOVE SPACES     TO ARL-IDLE-BLANK
007220         MOVE "NEVER USED - FLAG FOR REMOVAL" TO ARL-NOTE
007230     ELSE
007240         MOVE ASR-LAST-USED TO ARL-LAST-USED
007250         MOVE ASR-IDLE-DAYS TO ARL-IDLE-DAYS
007260         IF ASR-IDLE-FLAG = 'R'
007270             MOVE "UNUSED - FLAG FOR REMOVAL" TO ARL-NOTE
007280         END-IF
007290     END-IF.
007300     WRITE ARC-RPT-REC FROM ARC-WS-DETAIL-LINE.
007310     ADD 1 TO ARC-WS-MGR-GRANTS.
007320     IF ASR-IDLE-FLAG = 'R'
007330         ADD 1 TO ARC-WS-MGR-FLAGGED
007340     END-IF.
007350     PERFORM 4400-WRITE-WORKSHEET THRU 4400-EXIT.
007360     RETURN ARC-SORT-FILE
007370         AT END
007380             MOVE 'Y' TO ARC-WS-SORT-EOF-SW
007390     END-RETURN.
007400 4100-EXIT.
007410     EXIT.
007420*
007430*===============================================================
007440 4200-MANAGER-HEAD.
007450*===============================================================
007460     MOVE ASR-MANAGER TO ARC-WS-PREV-MANAGER.
007470     MOVE ASR-MANAGER TO ARH-MANAGER.
007480     MOVE SPACES      TO ARH-NOTE.
007490     IF ASR-MANAGER = "*NONE*"
007500         MOVE "NOT ON REVIEWER MAP - ASSIGN" TO ARH-NOTE
007510     END-IF.
007520     MOVE SPACES TO ARC-RPT-REC.
007530     WRITE ARC-RPT-REC.
007540     WRITE ARC-RPT-REC FROM ARC-WS-MGR-HDR.
007550     WRITE ARC-RPT-REC FROM ARC-WS-COL-HDR.
007560     ADD 1 TO ARC-WS-MGR-COUNT.
007570     MOVE ZERO TO ARC-WS-MGR-GRANTS ARC-WS-MGR-FLAGGED.
007580 4200-EXIT.
007590     EXIT.
007600*
007610*===============================================================
007620 4300-MANAGER-FOOT.
007630*===============================================================
007640     MOVE ARC-WS-MGR-GRANTS  TO ARM-GRANTS.
007650     MOVE ARC-WS-MGR-FLAGGED TO ARM-FLAGGED.
007660     WRITE ARC-RPT-REC FROM ARC-WS-MGR-FOOT.
007670 4300-EXIT.
007680     EXIT.
007690*
007700*===============================================================
007710 4400-WRITE-WORKSHEET.
007720*===============================================================
007730*    THE DECISION IS LEFT BLANK FOR THE MANAGER TO KEY.
007740     MOVE SPACES          TO ACCREVW-RECORD.
007750     MOVE ARC-WS-BUS-DATE TO ARW-REVIEW-DATE.
007760     MOVE ASR-MANAGER     TO ARW-MANAGER.
007770     MOVE ASR-USERID      TO ARW-USERID.
007780     MOVE ASR-SOURCE      TO ARW-SOURCE.
007790     MOVE ASR-PROGRAM-ID  TO ARW-PROGRAM-ID.
007800     MOVE ASR-FUNCTION    TO ARW-FUNCTION.
007810     MOVE ASR-LAST-USED   TO ARW-LAST-USED.
007820     MOVE ASR-IDLE-DAYS   TO ARW-IDLE-DAYS.
007830     MOVE ASR-IDLE-FLAG   TO ARW-IDLE-FLAG.
007840     MOVE ZERO            TO ARW-APPLIED-DATE.
007850     WRITE ACCREVW-RECORD.
007860     ADD 1 TO ARC-WS-WORK-COUNT.
007870 4400-EXIT.
007880     EXIT.
007890*
007900*===============================================================
007910 5000-TERMINATE.
007920*===============================================================
007930     MOVE SPACES TO ARC-RPT-REC.
007940     WRITE ARC-RPT-REC.
007950     MOVE "REVIEWING MANAGERS"         TO ARF-LABEL.
007960     MOVE ARC-WS-MGR-COUNT             TO ARF-COUNT.
007970     WRITE ARC-RPT-REC FROM ARC-WS-FOOT-LINE.
007980     MOVE "ONLINE GRANTS (ONLAUTH)"    TO ARF-LABEL.
007990     MOVE ARC-WS-ONL-COUNT             TO ARF-COUNT.
008000     WRITE ARC-RPT-REC FROM ARC-WS-FOOT-LINE.
008010     MOVE "BATCH USERS (SRVAUTH)"      TO ARF-LABEL.
008020     MOVE ARC-WS-BATCH-COUNT           TO ARF-COUNT.
008030     WRITE ARC-RPT-REC FROM ARC-WS-FOOT-LINE.
008040     MOVE "FLAGGED FOR REMOVAL"        TO ARF-LABEL.
008050     MOVE ARC-WS-FLAGGED-COUNT         TO ARF-COUNT.
008060     WRITE ARC-RPT-REC FROM ARC-WS-FOOT-LINE.
008070     MOVE "  OF WHICH NEVER USED"      TO ARF-LABEL.
008080     MOVE ARC-WS-NEVER-COUNT           TO ARF-COUNT.
008090     WRITE ARC-RPT-REC FROM ARC-WS-FOOT-LINE.
008100     MOVE "GRANTS WITH NO REVIEWER"    TO ARF-LABEL.
008110     MOVE ARC-WS-NO-MGR-COUNT          TO ARF-COUNT.
008120     WRITE ARC-RPT-REC FROM ARC-WS-FOOT-LINE.
008130     MOVE "LIVE SECLOG RECORDS READ"   TO ARF-LABEL.
008140     MOVE ARC-WS-LIVE-READ             TO ARF-COUNT.
008150     WRITE ARC-RPT-REC FROM ARC-WS-FOOT-LINE.
008160     MOVE "ARCHIVED SECLOG RECORDS"    TO ARF-LABEL.
008170     MOVE ARC-WS-HIST-READ             TO ARF-COUNT.
008180     WRITE ARC-RPT-REC FROM ARC-WS-FOOT-LINE.
008190     MOVE "WORKSHEET RECORDS WRITTEN"  TO ARF-LABEL.
008200     MOVE ARC-WS-WORK-COUNT            TO ARF-COUNT.
008210     WRITE ARC-RPT-REC FROM ARC-WS-FOOT-LINE.
008220     CLOSE ARC-RPT-FILE.
008230     DISPLAY "ACCESS-RECERT: GRANTS LISTED:       "
008240         ARC-WS-GRANT-COUNT.
008250     DISPLAY "ACCESS-RECERT: FLAGGED FOR REMOVAL: "
008260         ARC-WS-FLAGGED-COUNT.
008270     DISPLAY "ACCESS-RECERT: WITH NO REVIEWER:    "
008280         ARC-WS-NO-MGR-COUNT.
008290     IF ARC-WS-GRANT-COUNT = ZERO
008300         DISPLAY "ACCESS-RECERT: NO GRANTS TO RECERTIFY"
008310         MOVE 8 TO RETURN-CODE
008320         GO TO 5000-EXIT
008330     END-IF.
008340     IF ARC-WS-NO-MGR-COUNT > ZERO OR ARC-WS-NO-LIVE-LOG
008350         MOVE 4 TO RETURN-CODE
008360     END-IF.
008370 5000-EXIT.
008380     EXIT.
008390*
008400*===============================================================
008410 8000-DATE-TO-SERIAL.
008420*===============================================================
008430     MOVE ARC-SER-MONTH TO ARC-WS-SER-M.
008440     MOVE ARC-SER-YEAR  TO ARC-WS-SER-Y.
008450     IF ARC-WS-SER-M < 3
008460         ADD 12 TO ARC-WS-SER-M
008470         SUBTRACT 1 FROM ARC-WS-SER-Y
008480     END-IF.
008490     COMPUTE ARC-WS-SERIAL =
008500         (365 * ARC-WS-SER-Y)
008510         + (ARC-WS-SER-Y / 4)
008520         - (ARC-WS-SER-Y / 100)
008530         + (ARC-WS-SER-Y / 400)
008540         + ((153 * (ARC-WS-SER-M + 1)) / 5)
008550         + ARC-SER-DAY.
008560 8000-EXIT.
008570     EXIT.
