000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     TRANSFER-MAINT.
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
000130*                    MAINTENANCE FOR THE KEYED TRANSFER CREDIT
000140*                    FILE (XFRCRED.CPY) - COURSES A STUDENT TOOK
000150*                    AT ANOTHER INSTITUTION, EACH MAPPED TO THE
000160*                    INTERNAL COURSE ID IT IS ACCEPTED AS.
000170*                    DEGREE-AUDIT COUNTS THEM AGAINST PROGRAM
000180*                    REQUIREMENTS AND GRADE-TRANSCRIPT PRINTS THEM
000190*                    IN THEIR OWN SECTION; NEITHER PUTS THEM IN A
000200*                    GPA. ADD/CHANGE/DELETE TRANSACTIONS ARE
000210*                    VALIDATED AGAINST THE STUDENT MASTER AND THE
000220*                    COURSE CATALOG, EVERY APPLIED CHANGE WRITES A
000230*                    BEFORE/AFTER AUDIT RECORD, AND AN EFFECT
000240*                    REPORT SHOWS EACH TRANSACTION'S DISPOSITION -
000250*                    SAME SHAPE AS COURSE-MAINT.
000260*---------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT XFM-TXN-FILE     ASSIGN TO GRAXFRTX
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT GRA-XFRCR-FILE   ASSIGN TO GRAXFRCR
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS XFR-KEY
000390         FILE STATUS IS XFM-WS-MASTER-STATUS.
000400     SELECT GRA-STUMF-FILE   ASSIGN TO GRASTUMF
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS GRA-SM-STUDENT-ID
000440         FILE STATUS IS XFM-WS-STUMF-STATUS.
000450     SELECT GRA-CRSMF-FILE   ASSIGN TO GRACRSMF
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS CRS-COURSE-ID
000490         FILE STATUS IS XFM-WS-CRSMF-STATUS.
000500     SELECT XFM-AUDIT-FILE   ASSIGN TO GRAXFRAU
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS XFM-WS-AUDIT-STATUS.
000530     SELECT XFM-RPT-FILE     ASSIGN TO XFRMNTR
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550     SELECT XFM-SECLOG-FILE  ASSIGN TO XFMSECLG
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS XFM-WS-SECLOG-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610*    THE KEY (STUDENT, INSTITUTION CODE, EXTERNAL COURSE) IS
000620*    REQUIRED ON EVERY TRANSACTION. ON A CHANGE, A BLANK FIELD
000630*    KEEPS THE FILE'S CURRENT VALUE.
000640 FD  XFM-TXN-FILE
000650     RECORD CONTAINS 80 CHARACTERS.
000660 01  XFM-TXN-REC.
000670     05  XFM-TX-ACTION           PIC X(01).
000680         88  XFM-TX-ADD          VALUE 'A'.
000690         88  XFM-TX-CHANGE       VALUE 'C'.
000700         88  XFM-TX-DELETE       VALUE 'D'.
000710     05  XFM-TX-STUDENT-ID       PIC X(09).
000720     05  XFM-TX-INST-CODE        PIC X(06).
000730     05  XFM-TX-EXT-COURSE       PIC X(10).
000740     05  XFM-TX-INST-NAME        PIC X(24).
000750     05  XFM-TX-COURSE-ID        PIC X(06).
000760     05  XFM-TX-CREDIT-HRS       PIC 9(01)V9(01).
000770     05  XFM-TX-CREDIT-HRS-X REDEFINES XFM-TX-CREDIT-HRS
000780                                 PIC X(02).
000790     05  XFM-TX-GRADE            PIC X(02).
000800*        TRANSFER GRADES ACCEPTED - A PASSING LETTER GRADE, OR
000810*        PASS / CREDIT FROM AN INSTITUTION THAT GRADES THAT WAY.
000820         88  XFM-TX-GRADE-OK     VALUES 'A ' 'A-' 'B+' 'B ' 'B-'
000830                                        'C+' 'C ' 'C-' 'D+' 'D '
000840                                        'D-' 'P ' 'CR'.
000850     05  XFM-TX-POST-TERM        PIC X(06).
000860     05  FILLER                  PIC X(14).
000870*
000880 FD  GRA-XFRCR-FILE
000890     RECORD CONTAINS 80 CHARACTERS.
000900     COPY XFRCRED REPLACING ==XFRCRED-RECORD==
000910         BY ==GRA-XFRCR-REC==.
000920*
000930 FD  GRA-STUMF-FILE
000940     RECORD CONTAINS 40 CHARACTERS.
000950 01  GRA-STUMF-REC.
000960     05  GRA-SM-STUDENT-ID       PIC X(09).
000970     05  GRA-SM-NAME             PIC X(20).
000980     05  GRA-SM-PROGRAM          PIC X(08).
000990     05  GRA-SM-ENROLL-STATUS    PIC X(01).
001000     05  FILLER                  PIC X(02).
001010*
001020 FD  GRA-CRSMF-FILE
001030     RECORD CONTAINS 60 CHARACTERS.
001040     COPY CRSMAST REPLACING ==CRSMAST-RECORD==
001050         BY ==GRA-CRSMF-REC==.
001060*
001070*    BEFORE/AFTER AUDIT TRAIL - ONE RECORD PER APPLIED CHANGE.
001080 FD  XFM-AUDIT-FILE
001090     RECORD CONTAINS 120 CHARACTERS.
001100 01  XFM-AUDIT-REC.
001110     05  XFA-ACTION              PIC X(01).
001120     05  XFA-KEY                 PIC X(25).
001130     05  XFA-OLD-INST-NAME       PIC X(24).
001140     05  XFA-OLD-COURSE-ID       PIC X(06).
001150     05  XFA-OLD-CREDIT-HRS      PIC 9(01)V9(01).
001160     05  XFA-OLD-GRADE           PIC X(02).
001170     05  XFA-OLD-POST-TERM       PIC X(06).
001180     05  XFA-NEW-INST-NAME       PIC X(24).
001190     05  XFA-NEW-COURSE-ID       PIC X(06).
001200     05  XFA-NEW-CREDIT-HRS      PIC 9(01)V9(01).
001210     05  XFA-NEW-GRADE           PIC X(02).
001220     05  XFA-NEW-POST-TERM       PIC X(06).
001230     05  XFA-RUN-DATE            PIC 9(08).
001240     05  FILLER                  PIC X(06).
001250*
001260 FD  XFM-RPT-FILE
001270     RECORD CONTAINS 80 CHARACTERS.
001280 01  XFM-RPT-REC                 PIC X(80).
001290*
001300 FD  XFM-SECLOG-FILE
001310     RECORD CONTAINS 80 CHARACTERS.
001320     COPY AUDITLOG REPLACING ==AUDITLOG-RECORD==
001330         BY ==XFM-SECLOG-REC==.
001340*
001350 WORKING-STORAGE SECTION.
001360 77  XFM-WS-EOF-SW               PIC X(01) VALUE 'N'.
001370     88  XFM-WS-EOF              VALUE 'Y'.
001380 77  XFM-WS-MASTER-STATUS        PIC X(02) VALUE '00'.
001390 77  XFM-WS-STUMF-STATUS         PIC X(02) VALUE '00'.
001400 77  XFM-WS-CRSMF-STATUS         PIC X(02) VALUE '00'.
001410 77  XFM-WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
001420 77  XFM-WS-SECLOG-STATUS        PIC X(02) VALUE '00'.
001430 77  XFM-WS-TXN-COUNT            PIC 9(05) COMP VALUE ZERO.
001440 77  XFM-WS-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
001450 77  XFM-WS-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
001460 77  XFM-WS-EXISTS-SW            PIC X(01).
001470     88  XFM-WS-EXISTS           VALUE 'Y'.
001480 77  XFM-WS-STUMF-LOADED-SW      PIC X(01) VALUE 'N'.
001490     88  XFM-WS-STUMF-LOADED     VALUE 'Y'.
001500 77  XFM-WS-CRSMF-LOADED-SW      PIC X(01) VALUE 'N'.
001510     88  XFM-WS-CRSMF-LOADED     VALUE 'Y'.
001520 77  XFM-WS-REJ-REASON           PIC X(30).
001530 01  XFM-WS-CHECK-COURSE         PIC X(06).
001540 01  XFM-WS-OLD-IMAGE.
001550     05  XFM-WS-OLD-INST-NAME    PIC X(24).
001560     05  XFM-WS-OLD-COURSE-ID    PIC X(06).
001570     05  XFM-WS-OLD-CREDIT-HRS   PIC 9(01)V9(01).
001580     05  XFM-WS-OLD-GRADE        PIC X(02).
001590     05  XFM-WS-OLD-POST-TERM    PIC X(06).
001600     COPY RUNSTAMP.
001610*
001620 01  XFM-WS-RPT-LINE.
001630     05  XRL-ACTION              PIC X(01).
001640     05  FILLER                  PIC X(01) VALUE SPACES.
001650     05  XRL-STUDENT-ID          PIC X(09).
001660     05  FILLER                  PIC X(01) VALUE SPACES.
001670     05  XRL-INST-CODE           PIC X(06).
001680     05  FILLER                  PIC X(01) VALUE SPACES.
001690     05  XRL-EXT-COURSE          PIC X(10).
001700     05  FILLER                  PIC X(01) VALUE SPACES.
001710     05  XRL-COURSE-ID           PIC X(06).
001720     05  FILLER                  PIC X(01) VALUE SPACES.
001730     05  XRL-DISP                PIC X(08).
001740     05  FILLER                  PIC X(01) VALUE SPACES.
001750     05  XRL-REASON              PIC X(30).
001760     05  FILLER                  PIC X(04) VALUE SPACES.
001770*
001780 01  XFM-WS-FOOT-LINE.
001790     05  XFF-LABEL               PIC X(28).
001800     05  XFF-COUNT               PIC Z(4)9.
001810     05  FILLER                  PIC X(47) VALUE SPACES.
001820*
001830 PROCEDURE DIVISION.
001840*===============================================================
001850 0000-MAINLINE.
001860*===============================================================
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001880     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
001890         UNTIL XFM-WS-EOF.
001900     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001910     STOP RUN.
001920*
001930*===============================================================
001940 1000-INITIALIZE.
001950*===============================================================
001960     OPEN INPUT  XFM-TXN-FILE.
001970     OPEN OUTPUT XFM-RPT-FILE.
001980     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
001990     ACCEPT RUNSTAMP-TIME FROM TIME.
002000     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
002010     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
002020     WRITE XFM-RPT-REC FROM RUNSTAMP-HEADER-LINE.
002030     PERFORM 1100-OPEN-MASTER THRU 1100-EXIT.
002040     PERFORM 1150-OPEN-REFERENCE THRU 1150-EXIT.
002050     PERFORM 1200-OPEN-AUDIT THRU 1200-EXIT.
002060     PERFORM 1300-WRITE-SECLOG THRU 1300-EXIT.
002070     READ XFM-TXN-FILE
002080         AT END
002090             MOVE 'Y' TO XFM-WS-EOF-SW
002100     END-READ.
002110 1000-EXIT.
002120     EXIT.
002130*
002140*===============================================================
002150 1100-OPEN-MASTER.
002160*===============================================================
002170*    A MISSING TRANSFER FILE MEANS A NEW INSTALLATION - IT IS
002180*    CREATED EMPTY, THE SAME WAY COURSE-MAINT CREATES THE
002190*    CATALOG.
002200     OPEN I-O GRA-XFRCR-FILE.
002210     IF XFM-WS-MASTER-STATUS NOT = '00'
002220         OPEN OUTPUT GRA-XFRCR-FILE
002230         CLOSE GRA-XFRCR-FILE
002240         OPEN I-O GRA-XFRCR-FILE
002250     END-IF.
002260 1100-EXIT.
002270     EXIT.
002280*
002290*===============================================================
002300 1150-OPEN-REFERENCE.
002310*===============================================================
002320*    THE STUDENT MASTER AND COURSE CATALOG VALIDATE THE STUDENT
002330*    AND THE MAPPED COURSE. A FILE THAT WILL NOT OPEN MEANS THIS
002340*    SITE HASN'T CUT OVER TO IT - THAT CHECK IS SKIPPED.
002350     OPEN INPUT GRA-STUMF-FILE.
002360     IF XFM-WS-STUMF-STATUS = '00'
002370         MOVE 'Y' TO XFM-WS-STUMF-LOADED-SW
002380     END-IF.
002390     OPEN INPUT GRA-CRSMF-FILE.
002400     IF XFM-WS-CRSMF-STATUS = '00'
002410         MOVE 'Y' TO XFM-WS-CRSMF-LOADED-SW
002420     END-IF.
002430 1150-EXIT.
002440     EXIT.
002450*
002460*===============================================================
002470 1200-OPEN-AUDIT.
002480*===============================================================
002490     OPEN EXTEND XFM-AUDIT-FILE.
002500     IF XFM-WS-AUDIT-STATUS NOT = '00'
002510         OPEN OUTPUT XFM-AUDIT-FILE
002520     END-IF.
002530 1200-EXIT.
002540     EXIT.
002550*
002560*===============================================================
002570 1300-WRITE-SECLOG.
002580*===============================================================
002590     OPEN EXTEND XFM-SECLOG-FILE.
002600     IF XFM-WS-SECLOG-STATUS NOT = '00'
002610         OPEN OUTPUT XFM-SECLOG-FILE
002620     END-IF.
002630     MOVE SPACES          TO XFM-SECLOG-REC.
002640     ACCEPT AUD-USERID    FROM ENVIRONMENT "USER".
002650     MOVE "XFRMAINT"      TO AUD-PROGRAM-ID.
002660     MOVE RUNSTAMP-DATE   TO AUD-RUN-DATE.
002670     MOVE RUNSTAMP-TIME   TO AUD-RUN-TIME.
002680     MOVE "TRANSFER CREDIT MAINTENANCE RUN" TO AUD-KEY-INPUT.
002690     WRITE XFM-SECLOG-REC.
002700     CLOSE XFM-SECLOG-FILE.
002710 1300-EXIT.
002720     EXIT.
002730*
002740*===============================================================
002750 2000-PROCESS-TXN.
002760*===============================================================
002770     ADD 1 TO XFM-WS-TXN-COUNT.
002780     MOVE SPACES TO XFM-WS-REJ-REASON.
002790     IF XFM-TX-STUDENT-ID = SPACES
002800             OR XFM-TX-INST-CODE = SPACES
002810             OR XFM-TX-EXT-COURSE = SPACES
002820         MOVE "KEY FIELD MISSING" TO XFM-WS-REJ-REASON
002830         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
002840         GO TO 2000-READ-NEXT
002850     END-IF.
002860     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002870     EVALUATE TRUE
002880         WHEN XFM-TX-ADD
002890             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
002900         WHEN XFM-TX-CHANGE
002910             PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
002920         WHEN XFM-TX-DELETE
002930             PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
002940         WHEN OTHER
002950             MOVE "ACTION NOT A/C/D" TO XFM-WS-REJ-REASON
002960             PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
002970     END-EVALUATE.
002980 2000-READ-NEXT.
002990     READ XFM-TXN-FILE
003000         AT END
003010             MOVE 'Y' TO XFM-WS-EOF-SW
003020     END-READ.
003030 2000-EXIT.
003040     EXIT.
003050*
003060*===============================================================
003070 2100-READ-MASTER.
003080*===============================================================
003090*    LOOKS THE TRANSACTION'S KEY UP ON THE TRANSFER FILE AND
003100*    SAVES THE BEFORE IMAGE FOR THE AUDIT RECORD.
003110     MOVE 'N' TO XFM-WS-EXISTS-SW.
003120     MOVE SPACES TO XFM-WS-OLD-IMAGE.
003130     MOVE ZERO   TO XFM-WS-OLD-CREDIT-HRS.
003140     MOVE XFM-TX-STUDENT-ID TO XFR-STUDENT-ID.
003150     MOVE XFM-TX-INST-CODE  TO XFR-INST-CODE.
003160     MOVE XFM-TX-EXT-COURSE TO XFR-EXT-COURSE.
003170     READ GRA-XFRCR-FILE
003180         INVALID KEY
003190             CONTINUE
003200         NOT INVALID KEY
003210             MOVE 'Y' TO XFM-WS-EXISTS-SW
003220             MOVE XFR-INST-NAME  TO XFM-WS-OLD-INST-NAME
003230             MOVE XFR-COURSE-ID  TO XFM-WS-OLD-COURSE-ID
003240             MOVE XFR-CREDIT-HRS TO XFM-WS-OLD-CREDIT-HRS
003250             MOVE XFR-GRADE      TO XFM-WS-OLD-GRADE
003260             MOVE XFR-POST-TERM  TO XFM-WS-OLD-POST-TERM
003270     END-READ.
003280 2100-EXIT.
003290     EXIT.
003300*
003310*===============================================================
003320 2200-APPLY-ADD.
003330*===============================================================
003340     IF XFM-WS-EXISTS
003350         MOVE "TRANSFER COURSE ALREADY ON FILE"
003360             TO XFM-WS-REJ-REASON
003370         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003380         GO TO 2200-EXIT
003390     END-IF.
003400     PERFORM 2800-CHECK-STUDENT THRU 2800-EXIT.
003410     IF XFM-WS-REJ-REASON NOT = SPACES
003420         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003430         GO TO 2200-EXIT
003440     END-IF.
003450     IF XFM-TX-COURSE-ID = SPACES
003460         MOVE "MAPPED COURSE MISSING ON ADD" TO XFM-WS-REJ-REASON
003470         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003480         GO TO 2200-EXIT
003490     END-IF.
003500     MOVE XFM-TX-COURSE-ID TO XFM-WS-CHECK-COURSE.
003510     PERFORM 2850-CHECK-COURSE THRU 2850-EXIT.
003520     IF XFM-WS-REJ-REASON NOT = SPACES
003530         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003540         GO TO 2200-EXIT
003550     END-IF.
003560     IF XFM-TX-CREDIT-HRS NOT NUMERIC
003570         OR XFM-TX-CREDIT-HRS = ZERO
003580         MOVE "CREDIT HOURS MISSING/INVALID" TO XFM-WS-REJ-REASON
003590         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003600         GO TO 2200-EXIT
003610     END-IF.
003620     IF NOT XFM-TX-GRADE-OK
003630         MOVE "TRANSFER GRADE NOT ACCEPTABLE" TO XFM-WS-REJ-REASON
003640         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003650         GO TO 2200-EXIT
003660     END-IF.
003670     MOVE SPACES TO GRA-XFRCR-REC.
003680     MOVE XFM-TX-STUDENT-ID TO XFR-STUDENT-ID.
003690     MOVE XFM-TX-INST-CODE  TO XFR-INST-CODE.
003700     MOVE XFM-TX-EXT-COURSE TO XFR-EXT-COURSE.
003710     MOVE XFM-TX-INST-NAME  TO XFR-INST-NAME.
003720     MOVE XFM-TX-COURSE-ID  TO XFR-COURSE-ID.
003730     MOVE XFM-TX-CREDIT-HRS TO XFR-CREDIT-HRS.
003740     MOVE XFM-TX-GRADE      TO XFR-GRADE.
003750     MOVE XFM-TX-POST-TERM  TO XFR-POST-TERM.
003760     MOVE RUNSTAMP-DATE     TO XFR-RUN-DATE.
003770     WRITE GRA-XFRCR-REC.
003780     PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.
003790     PERFORM 2600-WRITE-APPLIED THRU 2600-EXIT.
003800 2200-EXIT.
003810     EXIT.
003820*
003830*===============================================================
003840 2300-APPLY-CHANGE.
003850*===============================================================
003860*    A BLANK FIELD ON A CHANGE TRANSACTION KEEPS THE FILE'S
003870*    CURRENT VALUE, SO A REMAPPING NEED NOT RE-KEY THE HOURS.
003880*    EVERY FIELD IS VALIDATED BEFORE ANY IS MOVED.
003890     IF NOT XFM-WS-EXISTS
003900         MOVE "TRANSFER COURSE NOT ON FILE" TO XFM-WS-REJ-REASON
003910         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003920         GO TO 2300-EXIT
003930     END-IF.
003940     IF XFM-TX-COURSE-ID NOT = SPACES
003950         MOVE XFM-TX-COURSE-ID TO XFM-WS-CHECK-COURSE
003960         PERFORM 2850-CHECK-COURSE THRU 2850-EXIT
003970         IF XFM-WS-REJ-REASON NOT = SPACES
003980             PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003990             GO TO 2300-EXIT
004000         END-IF
004010     END-IF.
004020     IF XFM-TX-CREDIT-HRS-X NOT = SPACES
004030         IF XFM-TX-CREDIT-HRS NOT NUMERIC
004040             OR XFM-TX-CREDIT-HRS = ZERO
004050             MOVE "CREDIT HOURS MISSING/INVALID"
004060                 TO XFM-WS-REJ-REASON
004070             PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
004080             GO TO 2300-EXIT
004090         END-IF
004100     END-IF.
004110     IF XFM-TX-GRADE NOT = SPACES
004120             AND NOT XFM-TX-GRADE-OK
004130         MOVE "TRANSFER GRADE NOT ACCEPTABLE" TO XFM-WS-REJ-REASON
004140         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
004150         GO TO 2300-EXIT
004160     END-IF.
004170     IF XFM-TX-INST-NAME NOT = SPACES
004180         MOVE XFM-TX-INST-NAME TO XFR-INST-NAME
004190     END-IF.
004200     IF XFM-TX-COURSE-ID NOT = SPACES
004210         MOVE XFM-TX-COURSE-ID TO XFR-COURSE-ID
004220     END-IF.
004230     IF XFM-TX-CREDIT-HRS-X NOT = SPACES
004240         MOVE XFM-TX-CREDIT-HRS TO XFR-CREDIT-HRS
004250     END-IF.
004260     IF XFM-TX-GRADE NOT = SPACES
004270         MOVE XFM-TX-GRADE TO XFR-GRADE
004280     END-IF.
004290     IF XFM-TX-POST-TERM NOT = SPACES
004300         MOVE XFM-TX-POST-TERM TO XFR-POST-TERM
004310     END-IF.
004320     MOVE RUNSTAMP-DATE TO XFR-RUN-DATE.
004330     REWRITE GRA-XFRCR-REC.
004340     PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.
004350     PERFORM 2600-WRITE-APPLIED THRU 2600-EXIT.
004360 2300-EXIT.
004370     EXIT.
004380*
004390*===============================================================
004400 2400-APPLY-DELETE.
004410*===============================================================
004420*    A TRANSFER COURSE ENTERED IN ERROR OR WITHDRAWN BY THE
004430*    REGISTRAR COMES OFF THE FILE. THE AUDIT RECORD KEEPS ITS
004440*    LAST IMAGE.
004450     IF NOT XFM-WS-EXISTS
004460         MOVE "TRANSFER COURSE NOT ON FILE" TO XFM-WS-REJ-REASON
004470         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
004480         GO TO 2400-EXIT
004490     END-IF.
004500     DELETE GRA-XFRCR-FILE RECORD.
004510     MOVE SPACES TO XFR-INST-NAME XFR-COURSE-ID XFR-GRADE
004520         XFR-POST-TERM.
004530     MOVE ZERO TO XFR-CREDIT-HRS.
004540     PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.
004550     PERFORM 2600-WRITE-APPLIED THRU 2600-EXIT.
004560 2400-EXIT.
004570     EXIT.
004580*
004590*===============================================================
004600 2500-WRITE-AUDIT.
004610*===============================================================
004620     MOVE SPACES                 TO XFM-AUDIT-REC.
004630     MOVE XFM-TX-ACTION          TO XFA-ACTION.
004640     MOVE XFR-KEY                TO XFA-KEY.
004650     MOVE XFM-WS-OLD-INST-NAME   TO XFA-OLD-INST-NAME.
004660     MOVE XFM-WS-OLD-COURSE-ID   TO XFA-OLD-COURSE-ID.
004670     MOVE XFM-WS-OLD-CREDIT-HRS  TO XFA-OLD-CREDIT-HRS.
004680     MOVE XFM-WS-OLD-GRADE       TO XFA-OLD-GRADE.
004690     MOVE XFM-WS-OLD-POST-TERM   TO XFA-OLD-POST-TERM.
004700     MOVE XFR-INST-NAME          TO XFA-NEW-INST-NAME.
004710     MOVE XFR-COURSE-ID          TO XFA-NEW-COURSE-ID.
004720     MOVE XFR-CREDIT-HRS         TO XFA-NEW-CREDIT-HRS.
004730     MOVE XFR-GRADE              TO XFA-NEW-GRADE.
004740     MOVE XFR-POST-TERM          TO XFA-NEW-POST-TERM.
004750     MOVE RUNSTAMP-DATE          TO XFA-RUN-DATE.
004760     WRITE XFM-AUDIT-REC.
004770 2500-EXIT.
004780     EXIT.
004790*
004800*===============================================================
004810 2600-WRITE-APPLIED.
004820*===============================================================
004830     MOVE SPACES            TO XFM-WS-RPT-LINE.
004840     MOVE XFM-TX-ACTION     TO XRL-ACTION.
004850     MOVE XFM-TX-STUDENT-ID TO XRL-STUDENT-ID.
004860     MOVE XFM-TX-INST-CODE  TO XRL-INST-CODE.
004870     MOVE XFM-TX-EXT-COURSE TO XRL-EXT-COURSE.
004880     MOVE XFR-COURSE-ID     TO XRL-COURSE-ID.
004890     MOVE "APPLIED "        TO XRL-DISP.
004900     WRITE XFM-RPT-REC FROM XFM-WS-RPT-LINE.
004910     ADD 1 TO XFM-WS-APPLIED-COUNT.
004920 2600-EXIT.
004930     EXIT.
004940*
004950*===============================================================
004960 2700-WRITE-REJECT.
004970*===============================================================
004980     MOVE SPACES            TO XFM-WS-RPT-LINE.
004990     MOVE XFM-TX-ACTION     TO XRL-ACTION.
005000     MOVE XFM-TX-STUDENT-ID TO XRL-STUDENT-ID.
005010     MOVE XFM-TX-INST-CODE  TO XRL-INST-CODE.
005020     MOVE XFM-TX-EXT-COURSE TO XRL-EXT-COURSE.
005030     MOVE XFM-TX-COURSE-ID  TO XRL-COURSE-ID.
005040     MOVE "REJECTED"        TO XRL-DISP.
005050     MOVE XFM-WS-REJ-REASON TO XRL-REASON.
005060     WRITE XFM-RPT-REC FROM XFM-WS-RPT-LINE.
005070     ADD 1 TO XFM-WS-REJECT-COUNT.
005080 2700-EXIT.
005090     EXIT.
005100*
005110*===============================================================
005120 2800-CHECK-STUDENT.
005130*===============================================================
005140*    TRANSFER CREDIT IS ONLY RECORDED FOR A STUDENT ON THE
005150*    STUDENT MASTER.
005160     IF NOT XFM-WS-STUMF-LOADED
005170         GO TO 2800-EXIT
005180     END-IF.
005190     MOVE XFM-TX-STUDENT-ID TO GRA-SM-STUDENT-ID.
005200     READ GRA-STUMF-FILE
005210         INVALID KEY
005220             MOVE "STUDENT NOT ON STUDENT MASTER"
005230                 TO XFM-WS-REJ-REASON
005240     END-READ.
005250 2800-EXIT.
005260     EXIT.
005270*
005280*===============================================================
005290 2850-CHECK-COURSE.
005300*===============================================================
005310*    THE MAPPED COURSE MUST BE ON THE CATALOG. A RETIRED COURSE
005320*    IS STILL ACCEPTED - OLDER TRANSFER WORK MAY MAP TO IT.
005330     IF NOT XFM-WS-CRSMF-LOADED
005340         GO TO 2850-EXIT
005350     END-IF.
005360     MOVE XFM-WS-CHECK-COURSE TO CRS-COURSE-ID.
005370     READ GRA-CRSMF-FILE
005380         INVALID KEY
005390             MOVE "MAPPED COURSE NOT ON CATALOG"
005400                 TO XFM-WS-REJ-REASON
005410     END-READ.
005420 2850-EXIT.
005430     EXIT.
005440*
005450*===============================================================
005460 3000-TERMINATE.
005470*===============================================================
005480     CLOSE XFM-TXN-FILE.
005490     CLOSE GRA-XFRCR-FILE.
005500     CLOSE XFM-AUDIT-FILE.
005510     IF XFM-WS-STUMF-LOADED
005520         CLOSE GRA-STUMF-FILE
005530     END-IF.
005540     IF XFM-WS-CRSMF-LOADED
005550         CLOSE GRA-CRSMF-FILE
005560     END-IF.
005570     MOVE "TRANSACTIONS READ:          " TO XFF-LABEL.
005580     MOVE XFM-WS-TXN-COUNT TO XFF-COUNT.
005590     WRITE XFM-RPT-REC FROM XFM-WS-FOOT-LINE.
005600     MOVE "TRANSACTIONS APPLIED:       " TO XFF-LABEL.
005610     MOVE XFM-WS-APPLIED-COUNT TO XFF-COUNT.
005620     WRITE XFM-RPT-REC FROM XFM-WS-FOOT-LINE.
005630     MOVE "TRANSACTIONS REJECTED:      " TO XFF-LABEL.
005640     MOVE XFM-WS-REJECT-COUNT TO XFF-COUNT.
005650     WRITE XFM-RPT-REC FROM XFM-WS-FOOT-LINE.
005660     CLOSE XFM-RPT-FILE.
005670     DISPLAY "TRANSFER-MAINT: TRANSACTIONS READ:     "
005680         XFM-WS-TXN-COUNT.
005690     DISPLAY "TRANSFER-MAINT: TRANSACTIONS APPLIED:  "
005700         XFM-WS-APPLIED-COUNT.
005710     DISPLAY "TRANSFER-MAINT: TRANSACTIONS REJECTED: "
005720         XFM-WS-REJECT-COUNT.
005730 3000-EXIT.
005740     EXIT.
