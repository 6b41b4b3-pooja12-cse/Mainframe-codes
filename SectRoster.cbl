000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SECT-ROSTER.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   REGISTRAR DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. PRINTS A GRADE SHEET FOR
000130*                    EVERY COURSE AND SECTION ENROLLED IN THE
000140*                    LATEST TERM ON GRA-ENRMF, ONE SHEET TO A
000150*                    PAGE, AS A TURNAROUND DOCUMENT FOR THE
000160*                    INSTRUCTOR - STUDENT ID AND NAME FROM THE
000170*                    STUDENT MASTER, A BLANK MARK COLUMN, THE
000180*                    SUBMISSION DEADLINE FROM GRA-EXPSEC-FILE AND
000190*                    A CONTROL COUNT OF STUDENTS ON THE SHEET.
000200*                    EVERY STUDENT PRINTED ALSO GOES TO THE
000210*                    ROSTEXT EXTRACT (ROSTEXT.CPY) THAT
000220*                    ROSTER-RECON CHECKS THE KEYED MARKS AGAINST.
000230*                    EXPECTED SECTIONS WITH NOBODY ENROLLED ARE
000240*                    LISTED ON THE RUN SUMMARY.
000250*---------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 SPECIAL-NAMES.
000310     C01 IS TOP-OF-PAGE.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT GRA-ENRMF-FILE    ASSIGN TO GRAENRMF
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS RST-WS-ENRMF-STATUS.
000370     SELECT GRA-EXPSEC-FILE   ASSIGN TO GRAEXPSC
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS RST-WS-EXPSEC-STATUS.
000400     SELECT GRA-STUMF-FILE    ASSIGN TO GRASTUMF
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS GRA-SM-STUDENT-ID
000440         FILE STATUS IS RST-WS-STUMF-STATUS.
000450     SELECT GRA-CRSMF-FILE    ASSIGN TO GRACRSMF
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS CRS-COURSE-ID
000490         FILE STATUS IS RST-WS-CRSMF-STATUS.
000500     SELECT RST-SORT-FILE     ASSIGN TO RSTSWK.
000510     SELECT RST-ENRS-FILE     ASSIGN TO RSTENRS
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS RST-WS-ENRS-STATUS.
000540     SELECT RST-ROSX-FILE     ASSIGN TO ROSTEXT
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT RST-RPT-FILE      ASSIGN TO ROSTRPT
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610*    SAME ENROLLMENT MASTER GRADE-CALC LOADS - SEE ITS FD.
000620 FD  GRA-ENRMF-FILE
000630     RECORD CONTAINS 30 CHARACTERS.
000640 01  GRA-ENRMF-REC.
000650     05  GRA-EM-STUDENT-ID       PIC X(09).
000660     05  GRA-EM-COURSE-ID        PIC X(06).
000670     05  GRA-EM-SECTION          PIC X(02).
000680     05  GRA-EM-TERM             PIC X(06).
000690     05  FILLER                  PIC X(07).
000700*
000710*    SAME EXPECTED-SECTIONS CONTROL FILE GRADE-CALC LOADS.
000720 FD  GRA-EXPSEC-FILE
000730     RECORD CONTAINS 30 CHARACTERS.
000740 01  GRA-EXPSEC-REC.
000750     05  GRA-XS-COURSE-ID        PIC X(06).
000760     05  GRA-XS-IN-SECTION       PIC X(02).
000770     05  GRA-XS-IN-TERM          PIC X(06).
000780     05  GRA-XS-IN-EXPECTED      PIC 9(05).
000790     05  GRA-XS-IN-DEADLINE      PIC 9(08).
000800     05  FILLER                  PIC X(03).
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
000910*    KEYED COURSE CATALOG - SEE CRSMAST.CPY.
000920 FD  GRA-CRSMF-FILE
000930     RECORD CONTAINS 60 CHARACTERS.
000940     COPY CRSMAST REPLACING ==CRSMAST-RECORD==
000950         BY ==GRA-CRSMF-REC==.
000960*
000970 SD  RST-SORT-FILE.
000980 01  RST-SORT-REC.
000990     05  RSW-STUDENT-ID          PIC X(09).
001000     05  RSW-COURSE-ID           PIC X(06).
001010     05  RSW-SECTION             PIC X(02).
001020     05  RSW-TERM                PIC X(06).
001030     05  FILLER                  PIC X(07).
001040*
001050*    THE ENROLLMENT MASTER SORTED INTO COURSE, SECTION AND
001060*    STUDENT ORDER FOR THE SHEETS - SAME LAYOUT AS GRA-ENRMF.
001070 FD  RST-ENRS-FILE
001080     RECORD CONTAINS 30 CHARACTERS.
001090 01  RST-ENRS-REC.
001100     05  RES-STUDENT-ID          PIC X(09).
001110     05  RES-COURSE-ID           PIC X(06).
001120     05  RES-SECTION             PIC X(02).
001130     05  RES-TERM                PIC X(06).
001140     05  FILLER                  PIC X(07).
001150*
001160 FD  RST-ROSX-FILE
001170     RECORD CONTAINS 60 CHARACTERS.
001180     COPY ROSTEXT REPLACING ==ROSTEXT-RECORD==
001190         BY ==RST-ROSX-REC==.
001200*
001210 FD  RST-RPT-FILE
001220     RECORD CONTAINS 80 CHARACTERS.
001230 01  RST-RPT-REC                 PIC X(80).
001240*
001250 WORKING-STORAGE SECTION.
001260 77  RST-WS-FILE-EOF-SW          PIC X(01) VALUE 'N'.
001270     88  RST-WS-FILE-EOF         VALUE 'Y'.
001280 77  RST-WS-ENRMF-STATUS         PIC X(02) VALUE '00'.
001290 77  RST-WS-EXPSEC-STATUS        PIC X(02) VALUE '00'.
001300 77  RST-WS-STUMF-STATUS         PIC X(02) VALUE '00'.
001310 77  RST-WS-CRSMF-STATUS         PIC X(02) VALUE '00'.
001320 77  RST-WS-ENRS-STATUS          PIC X(02) VALUE '00'.
001330 77  RST-WS-STUMF-LOADED-SW      PIC X(01) VALUE 'N'.
001340     88  RST-WS-STUMF-LOADED     VALUE 'Y'.
001350 77  RST-WS-CRSMF-LOADED-SW      PIC X(01) VALUE 'N'.
001360     88  RST-WS-CRSMF-LOADED     VALUE 'Y'.
001370 77  RST-WS-RUN-SW               PIC X(01) VALUE 'Y'.
001380     88  RST-WS-RUN-OK           VALUE 'Y'.
001390 77  RST-WS-SHEET-OPEN-SW        PIC X(01) VALUE 'N'.
001400     88  RST-WS-SHEET-OPEN       VALUE 'Y'.
001410 77  RST-WS-XS-HIT-SW            PIC X(01) VALUE 'N'.
001420     88  RST-WS-XS-HIT           VALUE 'Y'.
001430 77  RST-WS-XS-SUB               PIC 9(03) COMP VALUE ZERO.
001440 01  RST-WS-STUDENT-NAME         PIC X(20).
001450 01  RST-WS-LAST-STUDENT         PIC X(09) VALUE SPACES.
001460*
001470*    THE TERM ROSTERED IS THE LATEST ON THE ENROLLMENT MASTER.
001480*    TERM CODES ARE YYYYTT SO THEY COLLATE IN TIME ORDER.
001490 01  RST-WS-ROSTER-TERM          PIC X(06) VALUE SPACES.
001500*
001510*    EXPECTED-SECTIONS TABLE - SAME 200 ENTRIES GRADE-CALC
001520*    LOADS, EACH FLAGGED ONCE ITS SHEET HAS PRINTED.
001530 77  RST-WS-EXPSEC-COUNT         PIC 9(03) COMP VALUE ZERO.
001540 01  RST-WS-EXPSEC-TABLE.
001550     05  RST-XS-ENTRY OCCURS 200 TIMES
001560                      INDEXED BY RST-XS-IDX.
001570         10  RST-XS-T-COURSE     PIC X(06).
001580         10  RST-XS-T-SECTION    PIC X(02).
001590         10  RST-XS-T-TERM       PIC X(06).
001600         10  RST-XS-T-EXPECTED   PIC 9(05).
001610         10  RST-XS-T-DEADLINE   PIC 9(08).
001620         10  RST-XS-T-PRINTED-SW PIC X(01).
001630             88  RST-XS-T-PRINTED VALUE 'Y'.
001640*
001650*    CONTROL BREAK ON COURSE AND SECTION - ONE SHEET EACH.
001660 01  RST-WS-BREAK-KEY.
001670     05  RST-WS-BRK-COURSE       PIC X(06) VALUE SPACES.
001680     05  RST-WS-BRK-SECTION      PIC X(02) VALUE SPACES.
001690 01  RST-WS-CURR-KEY.
001700     05  RST-WS-CUR-COURSE       PIC X(06).
001710     05  RST-WS-CUR-SECTION      PIC X(02).
001720 77  RST-WS-SHEET-COUNT          PIC 9(05) COMP VALUE ZERO.
001730 77  RST-WS-SHEET-DEADLINE       PIC 9(08) VALUE ZERO.
001740 77  RST-WS-SHEET-EXPECTED       PIC 9(05) VALUE ZERO.
001750*
001760*    RUN COUNTS.
001770 77  RST-WS-ENR-READ             PIC 9(05) COMP VALUE ZERO.
001780 77  RST-WS-SECTIONS             PIC 9(05) COMP VALUE ZERO.
001790 77  RST-WS-STUDENTS             PIC 9(07) COMP VALUE ZERO.
001800 77  RST-WS-DUP-COUNT            PIC 9(05) COMP VALUE ZERO.
001810 77  RST-WS-NO-NAME-COUNT        PIC 9(05) COMP VALUE ZERO.
001820 77  RST-WS-NO-DEADLINE-COUNT    PIC 9(05) COMP VALUE ZERO.
001830 77  RST-WS-UNROSTERED-COUNT     PIC 9(05) COMP VALUE ZERO.
001840*
001850 01  RST-WS-TITLE-LINE.
001860     05  FILLER                  PIC X(50) VALUE
001870         "SECTION GRADE ROSTERS - TURNAROUND DOCUMENTS".
001880     05  FILLER                  PIC X(30) VALUE SPACES.
001890*
001900 01  RST-WS-TERM-LINE.
001910     05  FILLER                  PIC X(16) VALUE
001920         "TERM ROSTERED:  ".
001930     05  RTL-TERM                PIC X(06).
001940     05  FILLER                  PIC X(58) VALUE SPACES.
001950*
001960 01  RST-WS-SHEET-TITLE-LINE.
001970     05  FILLER                  PIC X(30) VALUE
001980         "GRADE SHEET           TERM:  ".
001990     05  RSH-TERM                PIC X(06).
002000     05  FILLER                  PIC X(14) VALUE
002010         "     PRINTED: ".
002020     05  RSH-RUN-DATE            PIC 9999/99/99.
002030     05  FILLER                  PIC X(20) VALUE SPACES.
002040*
002050 01  RST-WS-SECT-LINE.
002060     05  FILLER                  PIC X(08) VALUE "COURSE: ".
002070     05  RSL-COURSE              PIC X(06).
002080     05  FILLER                  PIC X(01) VALUE SPACES.
002090     05  RSL-TITLE               PIC X(30).
002100     05  FILLER                  PIC X(07) VALUE "  DEPT ".
002110     05  RSL-DEPT                PIC X(04).
002120     05  FILLER                  PIC X(11) VALUE "  SECTION: ".
002130     05  RSL-SECTION             PIC X(02).
002140     05  FILLER                  PIC X(11) VALUE SPACES.
002150*
002160 01  RST-WS-DUE-LINE.
002170     05  FILLER                  PIC X(32) VALUE
002180         "MARKS DUE TO THE REGISTRAR BY:  ".
002190     05  RDL-DEADLINE            PIC 9999/99/99.
002200     05  RDL-DEADLINE-X REDEFINES RDL-DEADLINE
002210                                 PIC X(10).
002220     05  FILLER                  PIC X(38) VALUE SPACES.
002230*
002240 01  RST-WS-INSTR-LINE.
002250     05  FILLER                  PIC X(40) VALUE
002260         "ENTER A WHOLE MARK 0-100, OR I, W OR AU,".
002270     05  FILLER                  PIC X(40) VALUE
002280         " FOR EVERY STUDENT LISTED.              ".
002290*
002300 01  RST-WS-HEAD-LINE.
002310     05  FILLER                  PIC X(40) VALUE
002320         "   NO.  STUDENT   NAME                  ".
002330     05  FILLER                  PIC X(40) VALUE
002340         "   MARK                                 ".
002350*
002360 01  RST-WS-DETAIL-LINE.
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  RDT-SEQ                 PIC ZZZ9.
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  RDT-STUDENT-ID          PIC X(09).
002410     05  FILLER                  PIC X(01) VALUE SPACES.
002420     05  RDT-NAME                PIC X(20).
002430     05  FILLER                  PIC X(04) VALUE SPACES.
002440     05  RDT-MARK-BOX            PIC X(07) VALUE "[     ]".
002450     05  FILLER                  PIC X(31) VALUE SPACES.
002460*
002470 01  RST-WS-COUNT-LINE.
002480     05  FILLER                  PIC X(36) VALUE
002490         "STUDENTS ON THIS SHEET (CONTROL):   ".
002500     05  RCL-COUNT               PIC ZZZZ9.
002510     05  FILLER                  PIC X(39) VALUE SPACES.
002520*
002530 01  RST-WS-EXPECT-LINE.
002540     05  FILLER                  PIC X(36) VALUE
002550         "REGISTRAR EXPECTED FOR SECTION:     ".
002560     05  REL-EXPECTED            PIC ZZZZ9.
002570     05  FILLER                  PIC X(39) VALUE
002580         "   - DIFFERS FROM SHEET, SEE REGISTRAR ".
002590*
002600 01  RST-WS-SIGN-LINE.
002610     05  FILLER                  PIC X(40) VALUE
002620         "MARKS ENTERED: ______   INSTRUCTOR: ____".
002630     05  FILLER                  PIC X(40) VALUE
002640         "______________   DATE: __________       ".
002650*
002660 01  RST-WS-NOTE-LINE.
002670     05  RNL-KEY                 PIC X(16).
002680     05  FILLER                  PIC X(02) VALUE SPACES.
002690     05  RNL-TEXT                PIC X(56).
002700     05  FILLER                  PIC X(06) VALUE SPACES.
002710*
002720 01  RST-WS-SUMMARY-LINE.
002730     05  FILLER                  PIC X(50) VALUE
002740         "SECTION GRADE ROSTERS - RUN SUMMARY".
002750     05  FILLER                  PIC X(30) VALUE SPACES.
002760*
002770 01  RST-WS-FOOT-LINE.
002780     05  RFL-LABEL               PIC X(34).
002790     05  RFL-COUNT               PIC Z(6)9.
002800     05  FILLER                  PIC X(39) VALUE SPACES.
002810*
002820 01  RST-WS-BLANK-LINE           PIC X(80) VALUE SPACES.
002830*
002840     COPY RUNSTAMP.
002850*
002860 PROCEDURE DIVISION.
002870*===============================================================
002880 0000-MAINLINE.
002890*===============================================================
002900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002910     IF RST-WS-RUN-OK
002920         PERFORM 2000-PRINT-SHEETS THRU 2000-EXIT
002930     END-IF.
002940     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002950     STOP RUN.
002960*
002970*===============================================================
002980 1000-INITIALIZE.
002990*===============================================================
003000     OPEN OUTPUT RST-RPT-FILE.
003010     OPEN OUTPUT RST-ROSX-FILE.
003020     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
003030     ACCEPT RUNSTAMP-TIME FROM TIME.
003040     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
003050     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
003060     WRITE RST-RPT-REC FROM RUNSTAMP-HEADER-LINE.
003070     WRITE RST-RPT-REC FROM RST-WS-TITLE-LINE.
003080     PERFORM 1100-FIND-TERM THRU 1100-EXIT.
003090     IF RST-WS-ROSTER-TERM = SPACES
003100         DISPLAY "SECT-ROSTER: ENROLLMENT MASTER EMPTY OR NOT "
003110             "AVAILABLE - STATUS " RST-WS-ENRMF-STATUS
003120         MOVE 8 TO RETURN-CODE
003130         MOVE 'N' TO RST-WS-RUN-SW
003140         GO TO 1000-WRITE-HEADER
003150     END-IF.
003160     MOVE RST-WS-ROSTER-TERM TO RTL-TERM.
003170     WRITE RST-RPT-REC FROM RST-WS-TERM-LINE.
003180     PERFORM 1200-LOAD-EXPSEC THRU 1200-EXIT.
003190     PERFORM 1300-OPEN-MASTERS THRU 1300-EXIT.
003200 1000-WRITE-HEADER.
003210     MOVE SPACES TO RST-ROSX-REC.
003220     MOVE 'H' TO RSX-REC-TYPE.
003230     MOVE "SECTROST" TO RSX-H-SOURCE.
003240     MOVE RUNSTAMP-DATE TO RSX-H-RUN-DATE.
003250     MOVE RST-WS-ROSTER-TERM TO RSX-H-TERM.
003260     WRITE RST-ROSX-REC.
003270 1000-EXIT.
003280     EXIT.
003290*
003300*===============================================================
003310 1100-FIND-TERM.
003320*===============================================================
003330*    ONE PASS OF THE ENROLLMENT MASTER FOR THE LATEST TERM ON IT.
003340     MOVE 'N' TO RST-WS-FILE-EOF-SW.
003350     OPEN INPUT GRA-ENRMF-FILE.
003360     IF RST-WS-ENRMF-STATUS NOT = '00'
003370         GO TO 1100-EXIT
003380     END-IF.
003390     READ GRA-ENRMF-FILE
003400         AT END
003410             MOVE 'Y' TO RST-WS-FILE-EOF-SW
003420     END-READ.
003430     PERFORM 1110-CHECK-ENR-TERM THRU 1110-EXIT
003440         UNTIL RST-WS-FILE-EOF.
003450     CLOSE GRA-ENRMF-FILE.
003460 1100-EXIT.
003470     EXIT.
003480*
003490*===============================================================
003500 1110-CHECK-ENR-TERM.
003510*===============================================================
003520     ADD 1 TO RST-WS-ENR-READ.
003530     IF GRA-EM-TERM > RST-WS-ROSTER-TERM
003540         MOVE GRA-EM-TERM TO RST-WS-ROSTER-TERM
003550     END-IF.
003560     READ GRA-ENRMF-FILE
003570         AT END
003580             MOVE 'Y' TO RST-WS-FILE-EOF-SW
003590     END-READ.
003600 1110-EXIT.
003610     EXIT.
003620*
003630*===============================================================
003640 1200-LOAD-EXPSEC.
003650*===============================================================
003660*    SAME LOAD GRADE-CALC'S 1095 DOES. A MISSING FILE ONLY MEANS
003670*    THE SHEETS GO OUT WITHOUT A DEADLINE.
003680     MOVE ZERO TO RST-WS-EXPSEC-COUNT.
003690     MOVE 'N' TO RST-WS-FILE-EOF-SW.
003700     OPEN INPUT GRA-EXPSEC-FILE.
003710     IF RST-WS-EXPSEC-STATUS NOT = '00'
003720         DISPLAY "SECT-ROSTER: NO EXPECTED-SECTIONS FILE - "
003730             "SHEETS PRINT WITHOUT DEADLINES"
003740         GO TO 1200-EXIT
003750     END-IF.
003760     PERFORM 1210-LOAD-EXPSEC-REC THRU 1210-EXIT
003770         UNTIL RST-WS-FILE-EOF OR RST-WS-EXPSEC-COUNT = 200.
003780     IF RST-WS-EXPSEC-COUNT = 200
003790         READ GRA-EXPSEC-FILE
003800             AT END
003810                 MOVE 'Y' TO RST-WS-FILE-EOF-SW
003820         END-READ
003830         IF NOT RST-WS-FILE-EOF
003840             DISPLAY "SECT-ROSTER: EXPECTED-SECTIONS TABLE FULL "
003850                 "AT 200 - LATER SECTIONS PRINT WITHOUT DEADLINES"
003860         END-IF
003870     END-IF.
003880     CLOSE GRA-EXPSEC-FILE.
003890 1200-EXIT.
003900     EXIT.
003910*
003920*===============================================================
003930 1210-LOAD-EXPSEC-REC.
003940*===============================================================
003950     READ GRA-EXPSEC-FILE
003960         AT END
003970             MOVE 'Y' TO RST-WS-FILE-EOF-SW
003980     END-READ.
003990     IF NOT RST-WS-FILE-EOF
004000         ADD 1 TO RST-WS-EXPSEC-COUNT
004010         SET RST-XS-IDX TO RST-WS-EXPSEC-COUNT
004020         MOVE GRA-XS-COURSE-ID   TO RST-XS-T-COURSE (RST-XS-IDX)
004030         MOVE GRA-XS-IN-SECTION  TO RST-XS-T-SECTION (RST-XS-IDX)
004040         MOVE GRA-XS-IN-TERM     TO RST-XS-T-TERM (RST-XS-IDX)
004050         MOVE GRA-XS-IN-EXPECTED TO RST-XS-T-EXPECTED (RST-XS-IDX)
004060         MOVE GRA-XS-IN-DEADLINE TO RST-XS-T-DEADLINE (RST-XS-IDX)
004070         MOVE 'N' TO RST-XS-T-PRINTED-SW (RST-XS-IDX)
004080     END-IF.
004090 1210-EXIT.
004100     EXIT.
004110*
004120*===============================================================
004130 1300-OPEN-MASTERS.
004140*===============================================================
004150*    A STUDENT MASTER THAT WILL NOT OPEN LEAVES THE NAMES OFF
004160*    THE SHEETS. A CATALOG THAT WILL NOT OPEN MEANS THIS SITE
004170*    HASN'T CUT OVER - THE SHEETS GO OUT WITHOUT TITLE AND
004180*    DEPARTMENT.
004190     OPEN INPUT GRA-STUMF-FILE.
004200     IF RST-WS-STUMF-STATUS = '00'
004210         MOVE 'Y' TO RST-WS-STUMF-LOADED-SW
004220     ELSE
004230         DISPLAY "SECT-ROSTER: STUDENT MASTER NOT AVAILABLE - "
004240             "SHEETS PRINT WITHOUT NAMES"
004250     END-IF.
004260     OPEN INPUT GRA-CRSMF-FILE.
004270     IF RST-WS-CRSMF-STATUS = '00'
004280         MOVE 'Y' TO RST-WS-CRSMF-LOADED-SW
004290     END-IF.
004300 1300-EXIT.
004310     EXIT.
004320*
004330*===============================================================
004340 2000-PRINT-SHEETS.
004350*===============================================================
004360*    THE ENROLLMENT MASTER IS SORTED INTO COURSE, SECTION AND
004370*    STUDENT ORDER AND READ BACK. EACH ROSTERED-TERM ENROLLMENT
004380*    PRINTS ON ITS SECTION'S SHEET; A NEW SECTION CLOSES THE
004390*    SHEET BEFORE IT AND STARTS A NEW PAGE.
004400     SORT RST-SORT-FILE
004410         ON ASCENDING KEY RSW-COURSE-ID RSW-SECTION RSW-STUDENT-ID
004420         USING GRA-ENRMF-FILE
004430         GIVING RST-ENRS-FILE.
004440     MOVE 'N' TO RST-WS-FILE-EOF-SW.
004450     OPEN INPUT RST-ENRS-FILE.
004460     IF RST-WS-ENRS-STATUS NOT = '00'
004470         DISPLAY "SECT-ROSTER: SORTED ENROLLMENT NOT AVAILABLE "
004480             "- STATUS " RST-WS-ENRS-STATUS
004490         MOVE 8 TO RETURN-CODE
004500         GO TO 2000-EXIT
004510     END-IF.
004520     READ RST-ENRS-FILE
004530         AT END
004540             MOVE 'Y' TO RST-WS-FILE-EOF-SW
004550     END-READ.
004560     PERFORM 2100-ROSTER-ENROLLMENT THRU 2100-EXIT
004570         UNTIL RST-WS-FILE-EOF.
004580     CLOSE RST-ENRS-FILE.
004590     IF RST-WS-SHEET-OPEN
004600         PERFORM 2300-CLOSE-SHEET THRU 2300-EXIT
004610     END-IF.
004620 2000-EXIT.
004630     EXIT.
004640*
004650*===============================================================
004660 2100-ROSTER-ENROLLMENT.
004670*===============================================================
004680*    A STUDENT ENROLLED TWICE IN THE SAME SECTION PRINTS ONCE.
004690     IF RES-TERM NOT = RST-WS-ROSTER-TERM
004700         GO TO 2100-READ
004710     END-IF.
004720     MOVE RES-COURSE-ID TO RST-WS-CUR-COURSE.
004730     MOVE RES-SECTION   TO RST-WS-CUR-SECTION.
004740     IF RST-WS-CURR-KEY NOT = RST-WS-BREAK-KEY
004750             OR NOT RST-WS-SHEET-OPEN
004760         IF RST-WS-SHEET-OPEN
004770             PERFORM 2300-CLOSE-SHEET THRU 2300-EXIT
004780         END-IF
004790         PERFORM 2200-OPEN-SHEET THRU 2200-EXIT
004800     ELSE
004810         IF RES-STUDENT-ID = RST-WS-LAST-STUDENT
004820             ADD 1 TO RST-WS-DUP-COUNT
004830             GO TO 2100-READ
004840         END-IF
004850     END-IF.
004860     MOVE RES-STUDENT-ID TO RST-WS-LAST-STUDENT.
004870     PERFORM 4700-FIND-STUDENT THRU 4700-EXIT.
004880     ADD 1 TO RST-WS-SHEET-COUNT.
004890     ADD 1 TO RST-WS-STUDENTS.
004900     MOVE RST-WS-SHEET-COUNT  TO RDT-SEQ.
004910     MOVE RES-STUDENT-ID      TO RDT-STUDENT-ID.
004920     MOVE RST-WS-STUDENT-NAME TO RDT-NAME.
004930     WRITE RST-RPT-REC FROM RST-WS-DETAIL-LINE.
004940     MOVE SPACES TO RST-ROSX-REC.
004950     MOVE 'D' TO RSX-REC-TYPE.
004960     MOVE RES-COURSE-ID       TO RSX-COURSE-ID.
004970     MOVE RES-SECTION         TO RSX-SECTION.
004980     MOVE RES-TERM            TO RSX-TERM.
004990     MOVE RES-STUDENT-ID      TO RSX-STUDENT-ID.
005000     MOVE RST-WS-STUDENT-NAME TO RSX-NAME.
005010     MOVE RST-WS-SHEET-DEADLINE TO RSX-DEADLINE.
005020     WRITE RST-ROSX-REC.
005030 2100-READ.
005040     READ RST-ENRS-FILE
005050         AT END
005060             MOVE 'Y' TO RST-WS-FILE-EOF-SW
005070     END-READ.
005080 2100-EXIT.
005090     EXIT.
005100*
005110*===============================================================
005120 2200-OPEN-SHEET.
005130*===============================================================
005140*    STARTS A NEW PAGE FOR THE SECTION WITH THE CATALOG TITLE,
005150*    THE DEADLINE FROM THE EXPECTED-SECTIONS TABLE AND THE
005160*    COLUMN HEADINGS.
005170     MOVE RST-WS-CURR-KEY TO RST-WS-BREAK-KEY.
005180     MOVE 'Y' TO RST-WS-SHEET-OPEN-SW.
005190     MOVE ZERO TO RST-WS-SHEET-COUNT.
005200     MOVE SPACES TO RST-WS-LAST-STUDENT.
005210     ADD 1 TO RST-WS-SECTIONS.
005220     MOVE RES-COURSE-ID TO RSL-COURSE.
005230     MOVE RES-SECTION   TO RSL-SECTION.
005240     MOVE SPACES TO RSL-TITLE RSL-DEPT.
005250     IF RST-WS-CRSMF-LOADED
005260         MOVE RES-COURSE-ID TO CRS-COURSE-ID
005270         READ GRA-CRSMF-FILE
005280             INVALID KEY
005290                 MOVE "(NOT ON CATALOG)" TO RSL-TITLE
005300             NOT INVALID KEY
005310                 MOVE CRS-TITLE TO RSL-TITLE
005320                 MOVE CRS-DEPT  TO RSL-DEPT
005330         END-READ
005340     END-IF.
005350     PERFORM 4100-FIND-EXPSEC THRU 4100-EXIT.
005360     MOVE RST-WS-ROSTER-TERM TO RSH-TERM.
005370     MOVE RUNSTAMP-DATE TO RSH-RUN-DATE.
005380     WRITE RST-RPT-REC FROM RST-WS-SHEET-TITLE-LINE
005390         AFTER ADVANCING TOP-OF-PAGE.
005400     WRITE RST-RPT-REC FROM RST-WS-BLANK-LINE.
005410     WRITE RST-RPT-REC FROM RST-WS-SECT-LINE.
005420     IF RST-WS-XS-HIT
005430         MOVE RST-WS-SHEET-DEADLINE TO RDL-DEADLINE
005440     ELSE
005450         ADD 1 TO RST-WS-NO-DEADLINE-COUNT
005460         MOVE "(SEE REGISTRAR)" TO RDL-DEADLINE-X
005470     END-IF.
005480     WRITE RST-RPT-REC FROM RST-WS-DUE-LINE.
005490     WRITE RST-RPT-REC FROM RST-WS-INSTR-LINE.
005500     WRITE RST-RPT-REC FROM RST-WS-BLANK-LINE.
005510     WRITE RST-RPT-REC FROM RST-WS-HEAD-LINE.
005520 2200-EXIT.
005530     EXIT.
005540*
005550*===============================================================
005560 2300-CLOSE-SHEET.
005570*===============================================================
005580*    THE CONTROL COUNT THE KEYED MARKS ARE BALANCED TO, THE
005590*    REGISTRAR'S EXPECTED COUNT WHERE IT DIFFERS, AND THE
005600*    INSTRUCTOR'S SIGN-OFF.
005610     MOVE 'N' TO RST-WS-SHEET-OPEN-SW.
005620     WRITE RST-RPT-REC FROM RST-WS-BLANK-LINE.
005630     MOVE RST-WS-SHEET-COUNT TO RCL-COUNT.
005640     WRITE RST-RPT-REC FROM RST-WS-COUNT-LINE.
005650     IF RST-WS-XS-HIT
005660             AND RST-WS-SHEET-EXPECTED NOT = RST-WS-SHEET-COUNT
005670         MOVE RST-WS-SHEET-EXPECTED TO REL-EXPECTED
005680         WRITE RST-RPT-REC FROM RST-WS-EXPECT-LINE
005690     END-IF.
005700     WRITE RST-RPT-REC FROM RST-WS-BLANK-LINE.
005710     WRITE RST-RPT-REC FROM RST-WS-SIGN-LINE.
005720 2300-EXIT.
005730     EXIT.
005740*
005750*===============================================================
005760 2500-LIST-UNROSTERED.
005770*===============================================================
005780*    AN EXPECTED SECTION FOR THE TERM THAT NEVER PRINTED HAS
005790*    NOBODY ENROLLED - LISTED SO THE REGISTRAR CAN CANCEL IT OR
005800*    CHASE THE ENROLLMENT LOAD.
005810     IF RST-XS-T-TERM (RST-XS-IDX) NOT = RST-WS-ROSTER-TERM
005820             OR RST-XS-T-PRINTED (RST-XS-IDX)
005830         GO TO 2500-EXIT
005840     END-IF.
005850     ADD 1 TO RST-WS-UNROSTERED-COUNT.
005860     MOVE SPACES TO RNL-KEY.
005870     MOVE RST-XS-T-COURSE (RST-XS-IDX)  TO RNL-KEY (1:6).
005880     MOVE RST-XS-T-SECTION (RST-XS-IDX) TO RNL-KEY (8:2).
005890     MOVE "EXPECTED SECTION WITH NOBODY ENROLLED - NO SHEET"
005900         TO RNL-TEXT.
005910     WRITE RST-RPT-REC FROM RST-WS-NOTE-LINE.
005920 2500-EXIT.
005930     EXIT.
005940*
005950*===============================================================
005960 3000-TERMINATE.
005970*===============================================================
005980     IF RST-WS-STUMF-LOADED
005990         CLOSE GRA-STUMF-FILE
006000     END-IF.
006010     IF RST-WS-CRSMF-LOADED
006020         CLOSE GRA-CRSMF-FILE
006030     END-IF.
006040     MOVE SPACES TO RST-ROSX-REC.
006050     MOVE 'T' TO RSX-REC-TYPE.
006060     MOVE RST-WS-SECTIONS TO RSX-T-SECTIONS.
006070     MOVE RST-WS-STUDENTS TO RSX-T-COUNT.
006080     WRITE RST-ROSX-REC.
006090     CLOSE RST-ROSX-FILE.
006100     WRITE RST-RPT-REC FROM RST-WS-SUMMARY-LINE
006110         AFTER ADVANCING TOP-OF-PAGE.
006120     WRITE RST-RPT-REC FROM RST-WS-TERM-LINE.
006130     WRITE RST-RPT-REC FROM RST-WS-BLANK-LINE.
006140     IF RST-WS-RUN-OK
006150         PERFORM 2500-LIST-UNROSTERED THRU 2500-EXIT
006160             VARYING RST-XS-IDX FROM 1 BY 1
006170             UNTIL RST-XS-IDX > RST-WS-EXPSEC-COUNT
006180     END-IF.
006190     WRITE RST-RPT-REC FROM RST-WS-BLANK-LINE.
006200     MOVE "ENROLLMENT RECORDS READ:          " TO RFL-LABEL.
006210     MOVE RST-WS-ENR-READ TO RFL-COUNT.
006220     WRITE RST-RPT-REC FROM RST-WS-FOOT-LINE.
006230     MOVE "GRADE SHEETS PRINTED:             " TO RFL-LABEL.
006240     MOVE RST-WS-SECTIONS TO RFL-COUNT.
006250     WRITE RST-RPT-REC FROM RST-WS-FOOT-LINE.
006260     MOVE "  WITH NO DEADLINE ON FILE:       " TO RFL-LABEL.
006270     MOVE RST-WS-NO-DEADLINE-COUNT TO RFL-COUNT.
006280     WRITE RST-RPT-REC FROM RST-WS-FOOT-LINE.
006290     MOVE "STUDENTS ROSTERED:                " TO RFL-LABEL.
006300     MOVE RST-WS-STUDENTS TO RFL-COUNT.
006310     WRITE RST-RPT-REC FROM RST-WS-FOOT-LINE.
006320     MOVE "  NOT ON STUDENT MASTER:          " TO RFL-LABEL.
006330     MOVE RST-WS-NO-NAME-COUNT TO RFL-COUNT.
006340     WRITE RST-RPT-REC FROM RST-WS-FOOT-LINE.
006350     MOVE "DUPLICATE ENROLLMENTS DROPPED:    " TO RFL-LABEL.
006360     MOVE RST-WS-DUP-COUNT TO RFL-COUNT.
006370     WRITE RST-RPT-REC FROM RST-WS-FOOT-LINE.
006380     MOVE "EXPECTED SECTIONS NOT ENROLLED:   " TO RFL-LABEL.
006390     MOVE RST-WS-UNROSTERED-COUNT TO RFL-COUNT.
006400     WRITE RST-RPT-REC FROM RST-WS-FOOT-LINE.
006410     CLOSE RST-RPT-FILE.
006420     DISPLAY "SECT-ROSTER: TERM " RST-WS-ROSTER-TERM
006430         " SHEETS " RST-WS-SECTIONS " STUDENTS " RST-WS-STUDENTS.
006440 3000-EXIT.
006450     EXIT.
006460*
006470*===============================================================
006480 4100-FIND-EXPSEC.
006490*===============================================================
006500*    LOOKS THE NEW SHEET'S SECTION UP ON THE EXPECTED-SECTIONS
006510*    TABLE, FLAGGING IT PRINTED. NO HIT LEAVES A ZERO DEADLINE.
006520     MOVE 'N' TO RST-WS-XS-HIT-SW.
006530     MOVE ZERO TO RST-WS-SHEET-DEADLINE RST-WS-SHEET-EXPECTED.
006540     PERFORM 4110-SCAN-EXPSEC THRU 4110-EXIT
006550         VARYING RST-XS-IDX FROM 1 BY 1
006560         UNTIL RST-XS-IDX > RST-WS-EXPSEC-COUNT
006570             OR RST-WS-XS-HIT.
006580     IF RST-WS-XS-HIT
006590         SET RST-XS-IDX TO RST-WS-XS-SUB
006600         MOVE 'Y' TO RST-XS-T-PRINTED-SW (RST-XS-IDX)
006610         MOVE RST-XS-T-DEADLINE (RST-XS-IDX)
006620             TO RST-WS-SHEET-DEADLINE
006630         MOVE RST-XS-T-EXPECTED (RST-XS-IDX)
006640             TO RST-WS-SHEET-EXPECTED
006650     END-IF.
006660 4100-EXIT.
006670     EXIT.
006680*
006690*===============================================================
006700 4110-SCAN-EXPSEC.
006710*===============================================================
006720     IF RST-XS-T-COURSE (RST-XS-IDX) = RES-COURSE-ID
006730             AND RST-XS-T-SECTION (RST-XS-IDX) = RES-SECTION
006740             AND RST-XS-T-TERM (RST-XS-IDX) = RES-TERM
006750         MOVE 'Y' TO RST-WS-XS-HIT-SW
006760         SET RST-WS-XS-SUB TO RST-XS-IDX
006770     END-IF.
006780 4110-EXIT.
006790     EXIT.
006800*
006810*===============================================================
006820 4700-FIND-STUDENT.
006830*===============================================================
006840     MOVE SPACES TO RST-WS-STUDENT-NAME.
006850     IF NOT RST-WS-STUMF-LOADED
006860         GO TO 4700-EXIT
006870     END-IF.
006880     MOVE RES-STUDENT-ID TO GRA-SM-STUDENT-ID.
006890     READ GRA-STUMF-FILE
006900         INVALID KEY
006910             ADD 1 TO RST-WS-NO-NAME-COUNT
006920             MOVE "(NOT ON MASTER)" TO RST-WS-STUDENT-NAME
006930         NOT INVALID KEY
006940             MOVE GRA-SM-NAME TO RST-WS-STUDENT-NAME
006950     END-READ.
006960 4700-EXIT.
006970     EXIT.
