000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HOLD-MAINT.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   REGISTRAR DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. TRANSACTION-DRIVEN
000130*                    MAINTENANCE FOR THE KEYED STUDENT HOLDS FILE
000140*                    (STUHOLD.CPY). AN OFFICE PLACES A HOLD WITH
000150*                    ITS TYPE, THE DATE AND THE SERVICES IT
000160*                    BLOCKS, AND RELEASES IT WHEN THE MATTER IS
000170*                    CLEARED. GRADE-TRANSCRIPT AND DEGREE-AUDIT
000180*                    REFUSE A BLOCKED REQUEST AND GRADE-ONLINE
000190*                    SHOWS THE ACTIVE HOLDS ON AN INQUIRY. EVERY
000200*                    APPLIED TRANSACTION WRITES A BEFORE/AFTER
000210*                    AUDIT RECORD AND AN EFFECT REPORT SHOWS EACH
000220*                    TRANSACTION'S DISPOSITION - SAME SHAPE AS
000230*                    COURSE-MAINT.
000240*---------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT HMT-TXN-FILE     ASSIGN TO GRAHLDTX
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT GRA-HOLD-FILE    ASSIGN TO GRAHOLD
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS HLD-KEY
000370         FILE STATUS IS HMT-WS-MASTER-STATUS.
000380     SELECT GRA-STUMF-FILE   ASSIGN TO GRASTUMF
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS GRA-SM-STUDENT-ID
000420         FILE STATUS IS HMT-WS-STUMF-STATUS.
000430     SELECT HMT-AUDIT-FILE   ASSIGN TO GRAHLDAU
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS HMT-WS-AUDIT-STATUS.
000460     SELECT HMT-RPT-FILE     ASSIGN TO HOLDMNTR
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT HMT-SECLOG-FILE  ASSIGN TO HMTSECLG
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS HMT-WS-SECLOG-STATUS.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540*    A = PLACE A HOLD, R = RELEASE IT. THE KEY (STUDENT, HOLD
000550*    TYPE, OFFICE) IS REQUIRED ON BOTH. A BLANK PLACED DATE
000560*    TAKES THE RUN DATE; A BLOCK FLAG IS Y TO BLOCK THE SERVICE.
000570 FD  HMT-TXN-FILE
000580     RECORD CONTAINS 80 CHARACTERS.
000590 01  HMT-TXN-REC.
000600     05  HMT-TX-ACTION           PIC X(01).
000610         88  HMT-TX-PLACE        VALUE 'A'.
000620         88  HMT-TX-RELEASE      VALUE 'R'.
000630     05  HMT-TX-STUDENT-ID       PIC X(09).
000640     05  HMT-TX-TYPE             PIC X(02).
000650     05  HMT-TX-OFFICE           PIC X(04).
000660     05  HMT-TX-PLACED-DATE      PIC 9(08).
000670     05  HMT-TX-PLACED-DATE-X REDEFINES HMT-TX-PLACED-DATE
000680                                 PIC X(08).
000690     05  HMT-TX-BLOCKS.
000700         10  HMT-TX-BLK-TRANSCRIPT PIC X(01).
000710         10  HMT-TX-BLK-AUDIT    PIC X(01).
000720         10  HMT-TX-BLK-REGISTER PIC X(01).
000730         10  HMT-TX-BLK-DIPLOMA  PIC X(01).
000740     05  HMT-TX-REASON           PIC X(20).
000750     05  FILLER                  PIC X(32).
000760*
000770 FD  GRA-HOLD-FILE
000780     RECORD CONTAINS 80 CHARACTERS.
000790     COPY STUHOLD REPLACING ==STUHOLD-RECORD==
000800         BY ==GRA-HOLD-REC==.
000810*
000820 FD  GRA-STUMF-FILE
000830     RECORD CONTAINS 40 CHARACTERS.
000840 01  GRA-STUMF-REC.
000850     05  GRA-SM-STUDENT-ID       PIC X(09).
000860     05  GRA-SM-NAME             PIC X(20).
000870     05  GRA-SM-PROGRAM          PIC X(08).
000880     05  GRA-SM-ENROLL-STATUS    PIC X(01).
000890     05  FILLER                  PIC X(02).
000900*
000910*    BEFORE/AFTER AUDIT TRAIL - ONE RECORD PER APPLIED CHANGE.
000920 FD  HMT-AUDIT-FILE
000930     RECORD CONTAINS 80 CHARACTERS.
000940 01  HMT-AUDIT-REC.
000950     05  HLA-ACTION              PIC X(01).
000960     05  HLA-KEY                 PIC X(15).
000970     05  HLA-OLD-STATUS          PIC X(01).
000980     05  HLA-OLD-BLOCKS          PIC X(04).
000990     05  HLA-OLD-PLACED-DATE     PIC 9(08).
001000     05  HLA-NEW-STATUS          PIC X(01).
001010     05  HLA-NEW-BLOCKS          PIC X(04).
001020     05  HLA-NEW-PLACED-DATE     PIC 9(08).
001030     05  HLA-RELEASE-DATE        PIC 9(08).
001040     05  HLA-USERID              PIC X(08).
001050     05  HLA-RUN-DATE            PIC 9(08).
001060     05  FILLER                  PIC X(14).
001070*
001080 FD  HMT-RPT-FILE
001090     RECORD CONTAINS 80 CHARACTERS.
001100 01  HMT-RPT-REC                 PIC X(80).
001110*
001120 FD  HMT-SECLOG-FILE
001130     RECORD CONTAINS 80 CHARACTERS.
001140     COPY AUDITLOG REPLACING ==AUDITLOG-RECORD==
001150         BY ==HMT-SECLOG-REC==.
001160*
001170 WORKING-STORAGE SECTION.
001180 77  HMT-WS-EOF-SW               PIC X(01) VALUE 'N'.
001190     88  HMT-WS-EOF              VALUE 'Y'.
001200 77  HMT-WS-MASTER-STATUS        PIC X(02) VALUE '00'.
001210 77  HMT-WS-STUMF-STATUS         PIC X(02) VALUE '00'.
001220 77  HMT-WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
001230 77  HMT-WS-SECLOG-STATUS        PIC X(02) VALUE '00'.
001240 77  HMT-WS-TXN-COUNT            PIC 9(05) COMP VALUE ZERO.
001250 77  HMT-WS-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
001260 77  HMT-WS-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
001270 77  HMT-WS-EXISTS-SW            PIC X(01).
001280     88  HMT-WS-EXISTS           VALUE 'Y'.
001290 77  HMT-WS-STUMF-LOADED-SW      PIC X(01) VALUE 'N'.
001300     88  HMT-WS-STUMF-LOADED     VALUE 'Y'.
001310 77  HMT-WS-REJ-REASON           PIC X(30).
001320 01  HMT-WS-USERID               PIC X(08).
001330 01  HMT-WS-CHECK-FLAG           PIC X(01).
001340     88  HMT-WS-FLAG-OK          VALUES 'Y' 'N' ' '.
001350 01  HMT-WS-OLD-IMAGE.
001360     05  HMT-WS-OLD-STATUS       PIC X(01).
001370     05  HMT-WS-OLD-BLOCKS       PIC X(04).
001380     05  HMT-WS-OLD-PLACED-DATE  PIC 9(08).
001390     COPY RUNSTAMP.
001400*
001410 01  HMT-WS-RPT-LINE.
001420     05  HRL-ACTION              PIC X(01).
001430     05  FILLER                  PIC X(01) VALUE SPACES.
001440     05  HRL-STUDENT-ID          PIC X(09).
001450     05  FILLER                  PIC X(01) VALUE SPACES.
001460     05  HRL-TYPE                PIC X(02).
001470     05  FILLER                  PIC X(01) VALUE SPACES.
001480     05  HRL-OFFICE              PIC X(04).
001490     05  FILLER                  PIC X(01) VALUE SPACES.
001500     05  HRL-BLOCKS              PIC X(04).
001510     05  FILLER                  PIC X(01) VALUE SPACES.
001520     05  HRL-DISP                PIC X(08).
001530     05  FILLER                  PIC X(01) VALUE SPACES.
001540     05  HRL-REASON              PIC X(30).
001550     05  FILLER                  PIC X(16) VALUE SPACES.
001560*
001570 01  HMT-WS-FOOT-LINE.
001580     05  HMF-LABEL               PIC X(28).
001590     05  HMF-COUNT               PIC Z(4)9.
001600     05  FILLER                  PIC X(47) VALUE SPACES.
001610*
001620 PROCEDURE DIVISION.
001630*===============================================================
001640 0000-MAINLINE.
001650*===============================================================
001660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001670     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
001680         UNTIL HMT-WS-EOF.
001690     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001700     STOP RUN.
001710*
001720*===============================================================
001730 1000-INITIALIZE.
001740*===============================================================
001750     OPEN INPUT  HMT-TXN-FILE.
001760     OPEN OUTPUT HMT-RPT-FILE.
001770     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
001780     ACCEPT RUNSTAMP-TIME FROM TIME.
001790     ACCEPT HMT-WS-USERID FROM ENVIRONMENT "USER".
001800     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
001810     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
001820     WRITE HMT-RPT-REC FROM RUNSTAMP-HEADER-LINE.
001830     PERFORM 1100-OPEN-MASTER THRU 1100-EXIT.
001840     PERFORM 1150-OPEN-REFERENCE THRU 1150-EXIT.
001850     PERFORM 1200-OPEN-AUDIT THRU 1200-EXIT.
001860     PERFORM 1300-WRITE-SECLOG THRU 1300-EXIT.
001870     READ HMT-TXN-FILE
001880         AT END
001890             MOVE 'Y' TO HMT-WS-EOF-SW
001900     END-READ.
001910 1000-EXIT.
001920     EXIT.
001930*
001940*===============================================================
001950 1100-OPEN-MASTER.
001960*===============================================================
001970*    A MISSING HOLDS FILE MEANS A NEW INSTALLATION - IT IS
001980*    CREATED EMPTY, THE SAME WAY COURSE-MAINT CREATES THE
001990*    CATALOG.
002000     OPEN I-O GRA-HOLD-FILE.
002010     IF HMT-WS-MASTER-STATUS NOT = '00'
002020         OPEN OUTPUT GRA-HOLD-FILE
002030         CLOSE GRA-HOLD-FILE
002040         OPEN I-O GRA-HOLD-FILE
002050     END-IF.
002060 1100-EXIT.
002070     EXIT.
002080*
002090*===============================================================
002100 1150-OPEN-REFERENCE.
002110*===============================================================
002120*    THE STUDENT MASTER VALIDATES THE STUDENT ON A NEW HOLD. A
002130*    MASTER THAT WILL NOT OPEN MEANS THIS SITE HASN'T CUT OVER
002140*    TO IT - THAT CHECK IS SKIPPED.
002150     OPEN INPUT GRA-STUMF-FILE.
002160     IF HMT-WS-STUMF-STATUS = '00'
002170         MOVE 'Y' TO HMT-WS-STUMF-LOADED-SW
002180     END-IF.
002190 1150-EXIT.
002200     EXIT.
002210*
002220*===============================================================
002230 1200-OPEN-AUDIT.
002240*===============================================================
002250     OPEN EXTEND HMT-AUDIT-FILE.
002260     IF HMT-WS-AUDIT-STATUS NOT = '00'
002270         OPEN OUTPUT HMT-AUDIT-FILE
002280     END-IF.
002290 1200-EXIT.
002300     EXIT.
002310*
002320*===============================================================
002330 1300-WRITE-SECLOG.
002340*===============================================================
002350     OPEN EXTEND HMT-SECLOG-FILE.
002360     IF HMT-WS-SECLOG-STATUS NOT = '00'
002370         OPEN OUTPUT HMT-SECLOG-FILE
002380     END-IF.
002390     MOVE SPACES          TO HMT-SECLOG-REC.
002400     MOVE HMT-WS-USERID   TO AUD-USERID.
002410     MOVE "HOLDMAIN"      TO AUD-PROGRAM-ID.
002420     MOVE RUNSTAMP-DATE   TO AUD-RUN-DATE.
002430     MOVE RUNSTAMP-TIME   TO AUD-RUN-TIME.
002440     MOVE "STUDENT HOLDS MAINTENANCE RUN" TO AUD-KEY-INPUT.
002450     WRITE HMT-SECLOG-REC.
002460     CLOSE HMT-SECLOG-FILE.
002470 1300-EXIT.
002480     EXIT.
002490*
002500*===============================================================
002510 2000-PROCESS-TXN.
002520*===============================================================
002530     ADD 1 TO HMT-WS-TXN-COUNT.
002540     MOVE SPACES TO HMT-WS-REJ-REASON.
002550     IF HMT-TX-STUDENT-ID = SPACES
002560             OR HMT-TX-TYPE = SPACES
002570             OR HMT-TX-OFFICE = SPACES
002580         MOVE "KEY FIELD MISSING" TO HMT-WS-REJ-REASON
002590         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
002600         GO TO 2000-READ-NEXT
002610     END-IF.
002620     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002630     EVALUATE TRUE
002640         WHEN HMT-TX-PLACE
002650             PERFORM 2200-APPLY-PLACE THRU 2200-EXIT
002660         WHEN HMT-TX-RELEASE
002670             PERFORM 2400-APPLY-RELEASE THRU 2400-EXIT
002680         WHEN OTHER
002690             MOVE "ACTION NOT A/R" TO HMT-WS-REJ-REASON
002700             PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
002710     END-EVALUATE.
002720 2000-READ-NEXT.
002730     READ HMT-TXN-FILE
002740         AT END
002750             MOVE 'Y' TO HMT-WS-EOF-SW
002760     END-READ.
002770 2000-EXIT.
002780     EXIT.
002790*
002800*===============================================================
002810 2100-READ-MASTER.
002820*===============================================================
002830*    LOOKS THE TRANSACTION'S KEY UP ON THE HOLDS FILE AND SAVES
002840*    THE BEFORE IMAGE FOR THE AUDIT RECORD.
002850     MOVE 'N' TO HMT-WS-EXISTS-SW.
002860     MOVE SPACES TO HMT-WS-OLD-STATUS HMT-WS-OLD-BLOCKS.
002870     MOVE ZERO   TO HMT-WS-OLD-PLACED-DATE.
002880     MOVE HMT-TX-STUDENT-ID TO HLD-STUDENT-ID.
002890     MOVE HMT-TX-TYPE       TO HLD-TYPE.
002900     MOVE HMT-TX-OFFICE     TO HLD-OFFICE.
002910     READ GRA-HOLD-FILE
002920         INVALID KEY
002930             CONTINUE
002940         NOT INVALID KEY
002950             MOVE 'Y' TO HMT-WS-EXISTS-SW
002960             MOVE HLD-STATUS      TO HMT-WS-OLD-STATUS
002970             MOVE HLD-BLOCKS      TO HMT-WS-OLD-BLOCKS
002980             MOVE HLD-PLACED-DATE TO HMT-WS-OLD-PLACED-DATE
002990     END-READ.
003000 2100-EXIT.
003010     EXIT.
003020*
003030*===============================================================
003040 2200-APPLY-PLACE.
003050*===============================================================
003060*    A RELEASED HOLD OF THE SAME TYPE FROM THE SAME OFFICE IS
003070*    PLACED AGAIN OVER ITS OLD RECORD; THE AUDIT TRAIL KEEPS THE
003080*    EARLIER IMAGE.
003090     IF HMT-WS-EXISTS AND HLD-ACTIVE
003100         MOVE "HOLD ALREADY ACTIVE" TO HMT-WS-REJ-REASON
003110         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003120         GO TO 2200-EXIT
003130     END-IF.
003140     IF NOT HLD-TYPE-VALID
003150         MOVE "HOLD TYPE NOT VALID" TO HMT-WS-REJ-REASON
003160         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003170         GO TO 2200-EXIT
003180     END-IF.
003190     PERFORM 2800-CHECK-STUDENT THRU 2800-EXIT.
003200     IF HMT-WS-REJ-REASON NOT = SPACES
003210         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003220         GO TO 2200-EXIT
003230     END-IF.
003240     PERFORM 2850-CHECK-BLOCKS THRU 2850-EXIT.
003250     IF HMT-WS-REJ-REASON NOT = SPACES
003260         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003270         GO TO 2200-EXIT
003280     END-IF.
003290     IF HMT-TX-PLACED-DATE-X = SPACES
003300         MOVE RUNSTAMP-DATE TO HMT-TX-PLACED-DATE
003310     END-IF.
003320     IF HMT-TX-PLACED-DATE NOT NUMERIC
003330         MOVE "PLACED DATE INVALID" TO HMT-WS-REJ-REASON
003340         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003350         GO TO 2200-EXIT
003360     END-IF.
003370     IF HMT-TX-PLACED-DATE > RUNSTAMP-DATE
003380         MOVE "PLACED DATE IN THE FUTURE" TO HMT-WS-REJ-REASON
003390         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003400         GO TO 2200-EXIT
003410     END-IF.
003420     MOVE SPACES TO GRA-HOLD-REC.
003430     MOVE HMT-TX-STUDENT-ID  TO HLD-STUDENT-ID.
003440     MOVE HMT-TX-TYPE        TO HLD-TYPE.
003450     MOVE HMT-TX-OFFICE      TO HLD-OFFICE.
003460     MOVE HMT-TX-PLACED-DATE TO HLD-PLACED-DATE.
003470     MOVE HMT-TX-BLOCKS      TO HLD-BLOCKS.
003480     INSPECT HLD-BLOCKS REPLACING ALL SPACE BY 'N'.
003490     MOVE 'A'                TO HLD-STATUS.
003500     MOVE ZERO               TO HLD-RELEASE-DATE.
003510     MOVE HMT-TX-REASON      TO HLD-REASON.
003520     MOVE HMT-WS-USERID      TO HLD-USERID.
003530     IF HMT-WS-EXISTS
003540         REWRITE GRA-HOLD-REC
003550     ELSE
003560         WRITE GRA-HOLD-REC
003570     END-IF.
003580     PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.
003590     PERFORM 2600-WRITE-APPLIED THRU 2600-EXIT.
003600 2200-EXIT.
003610     EXIT.
003620*
003630*===============================================================
003640 2400-APPLY-RELEASE.
003650*===============================================================
003660*    THE HOLD STAYS ON FILE, RELEASED AND DATED, SO THE OFFICE
003670*    CAN SEE WHEN IT WAS CLEARED.
003680     IF NOT HMT-WS-EXISTS OR NOT HLD-ACTIVE
003690         MOVE "NO ACTIVE HOLD ON FILE" TO HMT-WS-REJ-REASON
003700         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003710         GO TO 2400-EXIT
003720     END-IF.
003730     MOVE 'R'           TO HLD-STATUS.
003740     MOVE RUNSTAMP-DATE TO HLD-RELEASE-DATE.
003750     MOVE HMT-WS-USERID TO HLD-USERID.
003760     IF HMT-TX-REASON NOT = SPACES
003770         MOVE HMT-TX-REASON TO HLD-REASON
003780     END-IF.
003790     REWRITE GRA-HOLD-REC.
003800     PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.
003810     PERFORM 2600-WRITE-APPLIED THRU 2600-EXIT.
003820 2400-EXIT.
003830     EXIT.
003840*
003850*===============================================================
003860 2500-WRITE-AUDIT.
003870*===============================================================
003880     MOVE SPACES                 TO HMT-AUDIT-REC.
003890     MOVE HMT-TX-ACTION          TO HLA-ACTION.
003900     MOVE HLD-KEY                TO HLA-KEY.
003910     MOVE HMT-WS-OLD-STATUS      TO HLA-OLD-STATUS.
003920     MOVE HMT-WS-OLD-BLOCKS      TO HLA-OLD-BLOCKS.
003930     MOVE HMT-WS-OLD-PLACED-DATE TO HLA-OLD-PLACED-DATE.
003940     MOVE HLD-STATUS             TO HLA-NEW-STATUS.
003950     MOVE HLD-BLOCKS             TO HLA-NEW-BLOCKS.
003960     MOVE HLD-PLACED-DATE        TO HLA-NEW-PLACED-DATE.
003970     MOVE HLD-RELEASE-DATE       TO HLA-RELEASE-DATE.
003980     MOVE HMT-WS-USERID          TO HLA-USERID.
003990     MOVE RUNSTAMP-DATE          TO HLA-RUN-DATE.
004000     WRITE HMT-AUDIT-REC.
004010 2500-EXIT.
004020     EXIT.
004030*
004040*===============================================================
004050 2600-WRITE-APPLIED.
004060*===============================================================
004070     MOVE SPACES            TO HMT-WS-RPT-LINE.
004080     MOVE HMT-TX-ACTION     TO HRL-ACTION.
004090     MOVE HMT-TX-STUDENT-ID TO HRL-STUDENT-ID.
004100     MOVE HMT-TX-TYPE       TO HRL-TYPE.
004110     MOVE HMT-TX-OFFICE     TO HRL-OFFICE.
004120     MOVE HLD-BLOCKS        TO HRL-BLOCKS.
004130     MOVE "APPLIED "        TO HRL-DISP.
004140     WRITE HMT-RPT-REC FROM HMT-WS-RPT-LINE.
004150     ADD 1 TO HMT-WS-APPLIED-COUNT.
004160 2600-EXIT.
004170     EXIT.
004180*
004190*===============================================================
004200 2700-WRITE-REJECT.
004210*===============================================================
004220     MOVE SPACES            TO HMT-WS-RPT-LINE.
004230     MOVE HMT-TX-ACTION     TO HRL-ACTION.
004240     MOVE HMT-TX-STUDENT-ID TO HRL-STUDENT-ID.
004250     MOVE HMT-TX-TYPE       TO HRL-TYPE.
004260     MOVE HMT-TX-OFFICE     TO HRL-OFFICE.
004270     MOVE HMT-TX-BLOCKS     TO HRL-BLOCKS.
004280     MOVE "REJECTED"        TO HRL-DISP.
004290     MOVE HMT-WS-REJ-REASON TO HRL-REASON.
004300     WRITE HMT-RPT-REC FROM HMT-WS-RPT-LINE.
004310     ADD 1 TO HMT-WS-REJECT-COUNT.
004320 2700-EXIT.
004330     EXIT.
004340*
004350*===============================================================
004360 2800-CHECK-STUDENT.
004370*===============================================================
004380*    A HOLD IS ONLY PLACED ON A STUDENT ON THE STUDENT MASTER.
004390     IF NOT HMT-WS-STUMF-LOADED
004400         GO TO 2800-EXIT
004410     END-IF.
004420     MOVE HMT-TX-STUDENT-ID TO GRA-SM-STUDENT-ID.
004430     READ GRA-STUMF-FILE
004440         INVALID KEY
004450             MOVE "STUDENT NOT ON STUDENT MASTER"
004460                 TO HMT-WS-REJ-REASON
004470     END-READ.
004480 2800-EXIT.
004490     EXIT.
004500*
004510*===============================================================
004520 2850-CHECK-BLOCKS.
004530*===============================================================
004540*    EACH BLOCK FLAG IS Y, N OR BLANK (= N), AND A HOLD THAT
004550*    BLOCKS NOTHING IS REFUSED - IT WOULD ONLY CLUTTER THE
004560*    AGING REPORT.
004570     MOVE HMT-TX-BLK-TRANSCRIPT TO HMT-WS-CHECK-FLAG.
004580     IF NOT HMT-WS-FLAG-OK
004590         GO TO 2850-BAD-FLAG
004600     END-IF.
004610     MOVE HMT-TX-BLK-AUDIT TO HMT-WS-CHECK-FLAG.
004620     IF NOT HMT-WS-FLAG-OK
004630         GO TO 2850-BAD-FLAG
004640     END-IF.
004650     MOVE HMT-TX-BLK-REGISTER TO HMT-WS-CHECK-FLAG.
004660     IF NOT HMT-WS-FLAG-OK
004670         GO TO 2850-BAD-FLAG
004680     END-IF.
004690     MOVE HMT-TX-BLK-DIPLOMA TO HMT-WS-CHECK-FLAG.
004700     IF NOT HMT-WS-FLAG-OK
004710         GO TO 2850-BAD-FLAG
004720     END-IF.
004730     IF HMT-TX-BLK-TRANSCRIPT NOT = 'Y'
004740             AND HMT-TX-BLK-AUDIT NOT = 'Y'
004750             AND HMT-TX-BLK-REGISTER NOT = 'Y'
004760             AND HMT-TX-BLK-DIPLOMA NOT = 'Y'
004770         MOVE "HOLD BLOCKS NO SERVICE" TO HMT-WS-REJ-REASON
004780     END-IF.
004790     GO TO 2850-EXIT.
004800 2850-BAD-FLAG.
004810     MOVE "BLOCK FLAG NOT Y OR N" TO HMT-WS-REJ-REASON.
004820 2850-EXIT.
004830     EXIT.
004840*
004850*===============================================================
004860 3000-TERMINATE.
004870*===============================================================
004880     CLOSE HMT-TXN-FILE.
004890     CLOSE GRA-HOLD-FILE.
004900     CLOSE HMT-AUDIT-FILE.
004910     IF HMT-WS-STUMF-LOADED
004920         CLOSE GRA-STUMF-FILE
004930     END-IF.
004940     MOVE "TRANSACTIONS READ:          " TO HMF-LABEL.
004950     MOVE HMT-WS-TXN-COUNT TO HMF-COUNT.
004960     WRITE HMT-RPT-REC FROM HMT-WS-FOOT-LINE.
004970     MOVE "TRANSACTIONS APPLIED:       " TO HMF-LABEL.
004980     MOVE HMT-WS-APPLIED-COUNT TO HMF-COUNT.
004990     WRITE HMT-RPT-REC FROM HMT-WS-FOOT-LINE.
005000     MOVE "TRANSACTIONS REJECTED:      " TO HMF-LABEL.
005010     MOVE HMT-WS-REJECT-COUNT TO HMF-COUNT.
005020     WRITE HMT-RPT-REC FROM HMT-WS-FOOT-LINE.
005030     CLOSE HMT-RPT-FILE.
005040     DISPLAY "HOLD-MAINT: TRANSACTIONS READ:     "
005050         HMT-WS-TXN-COUNT.
005060     DISPLAY "HOLD-MAINT: TRANSACTIONS APPLIED:  "
005070         HMT-WS-APPLIED-COUNT.
005080     DISPLAY "HOLD-MAINT: TRANSACTIONS REJECTED: "
005090         HMT-WS-REJECT-COUNT.
005100 3000-EXIT.
005110     EXIT.
