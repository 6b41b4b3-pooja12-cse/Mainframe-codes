000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ACAD-STANDING.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   REGISTRAR DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. TERM-END ACADEMIC STANDING
000130*                    RUN. THE PROBATION REPORT FROM GRADE-CALC IS
000140*                    A ONE-NIGHT SNAPSHOT AND CANNOT SEE A SECOND
000150*                    CONSECUTIVE PROBATION TERM; THIS RUN KEEPS
000160*                    THE KEYED STANDING HISTORY (STDHIST, ONE
000170*                    RECORD PER STUDENT PER TERM) THAT CAN. THE
000180*                    TERM EVALUATED IS THE LATEST ON THE GRATERM
000190*                    TERM-END FILE WHOSE END DATE HAS PASSED. EACH
000200*                    STUDENT WITH GRADED HOURS IN THAT TERM GETS A
000210*                    NEW STANDING - GOOD, PROBATION, CONTINUED
000220*                    PROBATION, SUSPENDED OR REINSTATED - FROM THE
000230*                    TERM GPA AGAINST THE PROBGPA THRESHOLD
000240*                    GRADE-CALC USES, THE CUMULATIVE GPA, AND THE
000250*                    STANDING FROM THE STUDENT'S LAST EVALUATED
000260*                    TERM. EVERY CHANGE OF STANDING IS LISTED FOR
000270*                    THE DEAN. GPA IS FIGURED THE WAY SAP-EVAL AND
000280*                    GRADE-TRANSCRIPT FIGURE IT - SAME SCALE,
000290*                    POINTS, REPTPOL REPEAT RULE AND CATALOG
000300*                    CREDIT HOURS.
000310*---------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT GRA-GPA-FILE      ASSIGN TO GRAGPA
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS ACS-WS-GPA-STATUS.
000410     SELECT GRA-SCALE-FILE    ASSIGN TO GRASCALE
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS ACS-WS-SCALE-STATUS.
000440     SELECT GRA-CTL-FILE      ASSIGN TO GRACTL
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS ACS-WS-CTL-STATUS.
000470     SELECT ACS-TERM-FILE     ASSIGN TO GRATERM
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS ACS-WS-TERM-STATUS.
000500     SELECT GRA-STUMF-FILE    ASSIGN TO GRASTUMF
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS GRA-SM-STUDENT-ID
000540         FILE STATUS IS ACS-WS-STUMF-STATUS.
000550     SELECT GRA-CRSMF-FILE    ASSIGN TO GRACRSMF
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS CRS-COURSE-ID
000590         FILE STATUS IS ACS-WS-CRSMF-STATUS.
000600     SELECT GRA-STDHS-FILE    ASSIGN TO GRASTDHS
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS STH-KEY
000640         FILE STATUS IS ACS-WS-STDHS-STATUS.
000650     SELECT ACS-RPT-FILE      ASSIGN TO GRASTDRP
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670*
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  GRA-GPA-FILE
000710     RECORD CONTAINS 30 CHARACTERS.
000720 01  GRA-GPA-REC.
000730     05  GPA-IN-STUDENT-ID       PIC X(09).
000740     05  GPA-IN-COURSE-MARK      PIC 9(03).
000750     05  GPA-IN-CREDIT-HRS       PIC 9(01)V9(01).
000760     05  GPA-IN-COURSE-ID        PIC X(06).
000770     05  GPA-IN-TERM             PIC X(06).
000780     05  FILLER                  PIC X(04).
000790*
000800 FD  GRA-SCALE-FILE
000810     RECORD CONTAINS 20 CHARACTERS.
000820 01  GRA-SCALE-REC.
000830     05  GRA-SC-CUTOFF           PIC 9(03).
000840     05  GRA-SC-GRADE            PIC X(02).
000850     05  GRA-SC-COURSE-ID        PIC X(06).
000860     05  GRA-SC-EFF-DATE         PIC 9(08).
000870     05  FILLER                  PIC X(01).
000880*
000890 FD  GRA-CTL-FILE
000900     RECORD CONTAINS 20 CHARACTERS.
000910     COPY CTLPARM REPLACING ==CTLPARM-RECORD==
000920         BY ==ACS-CTL-REC==.
000930*
000940*    TERM-END CONTROL FILE - SEE GRADE-CHG-REVIEW'S FD.
000950 FD  ACS-TERM-FILE
000960     RECORD CONTAINS 20 CHARACTERS.
000970 01  ACS-TERM-REC.
000980     05  ACS-TM-TERM             PIC X(06).
000990     05  ACS-TM-END-DATE         PIC 9(08).
001000     05  FILLER                  PIC X(06).
001010*
001020 FD  GRA-STUMF-FILE
001030     RECORD CONTAINS 40 CHARACTERS.
001040 01  GRA-STUMF-REC.
001050     05  GRA-SM-STUDENT-ID       PIC X(09).
001060     05  GRA-SM-NAME             PIC X(20).
001070     05  GRA-SM-PROGRAM          PIC X(08).
001080     05  GRA-SM-ENROLL-STATUS    PIC X(01).
001090     05  FILLER                  PIC X(02).
001100*
001110 FD  GRA-CRSMF-FILE
001120     RECORD CONTAINS 60 CHARACTERS.
001130     COPY CRSMAST REPLACING ==CRSMAST-RECORD==
001140         BY ==GRA-CRSMF-REC==.
001150*
001160 FD  GRA-STDHS-FILE
001170     RECORD CONTAINS 50 CHARACTERS.
001180     COPY STDHIST REPLACING ==STDHIST-RECORD==
001190         BY ==GRA-STDHS-REC==.
001200*
001210 FD  ACS-RPT-FILE
001220     RECORD CONTAINS 80 CHARACTERS.
001230 01  ACS-RPT-REC                 PIC X(80).
001240*
001250 WORKING-STORAGE SECTION.
001260 77  ACS-WS-GPA-EOF-SW           PIC X(01) VALUE 'N'.
001270     88  ACS-WS-GPA-EOF          VALUE 'Y'.
001280 77  ACS-WS-FILE-EOF-SW          PIC X(01) VALUE 'N'.
001290     88  ACS-WS-FILE-EOF         VALUE 'Y'.
001300 77  ACS-WS-SCALE-EOF-SW         PIC X(01) VALUE 'N'.
001310     88  ACS-WS-SCALE-EOF        VALUE 'Y'.
001320 77  ACS-WS-CTL-EOF-SW           PIC X(01) VALUE 'N'.
001330     88  ACS-WS-CTL-EOF          VALUE 'Y'.
001340 77  ACS-WS-GPA-STATUS           PIC X(02) VALUE '00'.
001350 77  ACS-WS-SCALE-STATUS         PIC X(02) VALUE '00'.
001360 77  ACS-WS-CTL-STATUS           PIC X(02) VALUE '00'.
001370 77  ACS-WS-TERM-STATUS          PIC X(02) VALUE '00'.
001380 77  ACS-WS-STUMF-STATUS         PIC X(02) VALUE '00'.
001390 77  ACS-WS-CRSMF-STATUS         PIC X(02) VALUE '00'.
001400 77  ACS-WS-STDHS-STATUS         PIC X(02) VALUE '00'.
001410 77  ACS-WS-GPA-TRAILER          PIC 9(03) VALUE 999.
001420 77  ACS-WS-GPA-OPEN-SW          PIC X(01) VALUE 'N'.
001430     88  ACS-WS-GPA-OPEN         VALUE 'Y'.
001440 77  ACS-WS-STDHS-OPEN-SW        PIC X(01) VALUE 'N'.
001450     88  ACS-WS-STDHS-OPEN       VALUE 'Y'.
001460 77  ACS-WS-STUMF-LOADED-SW      PIC X(01) VALUE 'N'.
001470     88  ACS-WS-STUMF-LOADED     VALUE 'Y'.
001480 77  ACS-WS-CRSMF-LOADED-SW      PIC X(01) VALUE 'N'.
001490     88  ACS-WS-CRSMF-LOADED     VALUE 'Y'.
001500 77  ACS-WS-HIST-FOUND-SW        PIC X(01).
001510     88  ACS-WS-HIST-FOUND       VALUE 'Y'.
001520 77  ACS-WS-LOOKUP-COURSE        PIC X(06).
001530 77  ACS-WS-COURSE-CREDITS       PIC 9(01)V9(01).
001540 01  ACS-WS-STUDENT-NAME         PIC X(20).
001550*
001560*    PROBATION THRESHOLD AND REPEAT POLICY FROM GRA-CTL-FILE -
001570*    THE SAME PROBGPA AND REPTPOL PARMS GRADE-CALC READS. A TERM
001580*    GPA AT OR BELOW PROBGPA IS A DEFICIENT TERM. A MISSING PARM
001590*    KEEPS THE VALUE-CLAUSE DEFAULT.
001600 77  ACS-WS-PROB-GPA             PIC 9(01)V9(02) VALUE 1.50.
001610 77  ACS-WS-REPEAT-POLICY        PIC 9(01) VALUE 1.
001620*
001630*    TERM-END TABLE, LOADED AT START OF RUN. THE TERM EVALUATED
001640*    IS THE LATEST ONE WHOSE END DATE IS ON OR BEFORE THE RUN.
001650 77  ACS-WS-TERM-COUNT           PIC 9(02) COMP VALUE ZERO.
001660 01  ACS-WS-TERM-TABLE.
001670     05  ACS-TM-ENTRY OCCURS 40 TIMES
001680                      INDEXED BY ACS-TM-IDX.
001690         10  ACS-TM-T-TERM       PIC X(06).
001700         10  ACS-TM-T-END-DATE   PIC 9(08).
001710 01  ACS-WS-EVAL-TERM            PIC X(06) VALUE SPACES.
001720 77  ACS-WS-EVAL-END             PIC 9(08) VALUE ZERO.
001730*
001740*    ONE STUDENT'S GPA COURSE ATTEMPTS UP TO THE EVALUATED TERM,
001750*    GRADED AND HELD SO REPEATED ATTEMPTS CAN BE FLAGGED THE WAY
001760*    SAP-EVAL FLAGS THEM.
001770 77  ACS-WS-GG-COUNT             PIC 9(03) COMP VALUE ZERO.
001780 77  ACS-WS-GG-OVFL-SW           PIC X(01) VALUE 'N'.
001790     88  ACS-WS-GG-OVFL          VALUE 'Y'.
001800 01  ACS-WS-GROUP-STUDENT        PIC X(09).
001810 01  ACS-WS-GPA-GROUP-TABLE.
001820     05  ACS-GG-ENTRY OCCURS 60 TIMES
001830                      INDEXED BY ACS-GG-IDX ACS-GG-JDX.
001840         10  ACS-GG-COURSE-ID    PIC X(06).
001850         10  ACS-GG-TERM         PIC X(06).
001860         10  ACS-GG-CREDITS      PIC 9(01)V9(01).
001870         10  ACS-GG-POINTS       PIC 9(01)V9(02).
001880         10  ACS-GG-SUPERSEDED-SW PIC X(01).
001890             88  ACS-GG-SUPERSEDED VALUE 'Y'.
001900*
001910*    GRADING WORK FIELDS - SAME AS SAP-EVAL'S.
001920 77  ACS-WS-MARK                 PIC 9(03).
001930 77  ACS-WS-GRADE                PIC X(02).
001940 77  ACS-WS-GPA-POINTS           PIC 9(01)V9(02).
001950 77  ACS-WS-SCALE-VERS           PIC 9(08) VALUE ZERO.
001960 77  ACS-WS-SCALE-COURSE         PIC X(06) VALUE SPACES.
001970 77  ACS-WS-SCALE-HIT-SW         PIC X(01) VALUE 'N'.
001980     88  ACS-WS-SCALE-HIT        VALUE 'Y'.
001990     COPY RUNSTAMP.
002000     COPY GRDSCALE.
002010*
002020*    QUALITY-POINT TABLE - SAME 13 PLUS/MINUS ENTRIES GRADE-CALC
002030*    LOADS IN ITS 1080-LOAD-GPA-POINTS.
002040 01  ACS-WS-GPA-POINT-TABLE.
002050     05  AGP-ENTRY OCCURS 13 TIMES INDEXED BY AGP-IDX.
002060         10  AGP-GRADE           PIC X(02).
002070         10  AGP-POINTS          PIC 9(01)V9(02).
002080 77  ACS-WS-GPA-POINT-COUNT      PIC 9(02) COMP VALUE 13.
002090*
002100*    PER-STUDENT MEASURES AND RESULT. THE TERM GPA TAKES EVERY
002110*    ATTEMPT IN THE TERM; THE CUMULATIVE GPA ONLY THE STANDING
002120*    ATTEMPT OF A REPEATED COURSE.
002130 77  ACS-WS-QUALITY-PTS          PIC 9(04)V9(02).
002140 77  ACS-WS-GPA-CREDITS          PIC 9(03)V9(01).
002150 77  ACS-WS-TERM-PTS             PIC 9(04)V9(02).
002160 77  ACS-WS-TERM-CREDITS         PIC 9(03)V9(01).
002170 77  ACS-WS-CUM-GPA              PIC 9(01)V9(02).
002180 77  ACS-WS-TERM-GPA             PIC 9(01)V9(02).
002190 77  ACS-WS-PRIOR-TERM           PIC X(06).
002200 77  ACS-WS-PRIOR-STANDING       PIC X(01).
002210     88  ACS-WS-PRIOR-NONE       VALUE SPACE.
002220     88  ACS-WS-PRIOR-ON-PROB    VALUES 'P' 'C' 'R'.
002230     88  ACS-WS-PRIOR-SUSPENDED  VALUE 'S'.
002240 77  ACS-WS-NEW-STANDING         PIC X(01).
002250     88  ACS-WS-NEW-GOOD         VALUE 'G'.
002260     88  ACS-WS-NEW-PROBATION    VALUE 'P'.
002270     88  ACS-WS-NEW-CONT-PROB    VALUE 'C'.
002280     88  ACS-WS-NEW-SUSPENDED    VALUE 'S'.
002290     88  ACS-WS-NEW-REINSTATED   VALUE 'R'.
002300 77  ACS-WS-STANDING-CODE        PIC X(01).
002310 77  ACS-WS-STANDING-TEXT        PIC X(12).
002320*
002330*    RUN COUNTS.
002340 77  ACS-WS-GROUP-COUNT          PIC 9(05) COMP VALUE ZERO.
002350 77  ACS-WS-EVAL-COUNT           PIC 9(05) COMP VALUE ZERO.
002360 77  ACS-WS-NOT-IN-TERM          PIC 9(05) COMP VALUE ZERO.
002370 77  ACS-WS-GOOD-COUNT           PIC 9(05) COMP VALUE ZERO.
002380 77  ACS-WS-PROB-COUNT           PIC 9(05) COMP VALUE ZERO.
002390 77  ACS-WS-CONT-COUNT           PIC 9(05) COMP VALUE ZERO.
002400 77  ACS-WS-SUSP-COUNT           PIC 9(05) COMP VALUE ZERO.
002410 77  ACS-WS-REIN-COUNT           PIC 9(05) COMP VALUE ZERO.
002420 77  ACS-WS-CHANGE-COUNT         PIC 9(05) COMP VALUE ZERO.
002430 77  ACS-WS-FAILED-COUNT         PIC 9(05) COMP VALUE ZERO.
002440*
002450 01  ACS-WS-TITLE-LINE.
002460     05  FILLER                  PIC X(50) VALUE
002470         "ACADEMIC STANDING - TERM-END CHANGES FOR THE DEAN".
002480     05  FILLER                  PIC X(30) VALUE SPACES.
002490*
002500 01  ACS-WS-TERM-LINE.
002510     05  FILLER                  PIC X(16) VALUE
002520         "TERM EVALUATED: ".
002530     05  ATL-TERM                PIC X(06).
002540     05  FILLER                  PIC X(08) VALUE "  ENDED ".
002550     05  ATL-END-DATE            PIC 9(08).
002560     05  FILLER                  PIC X(17) VALUE
002570         "  PROBATION GPA: ".
002580     05  ATL-PROB-GPA            PIC 9.99.
002590     05  FILLER                  PIC X(21) VALUE SPACES.
002600*
002610 01  ACS-WS-HEAD-LINE.
002620     05  FILLER                  PIC X(40) VALUE
002630         "STUDENT   NAME                 TERM   PR".
002640     05  FILLER                  PIC X(40) VALUE
002650         "IOR        NEW          TGPA  CGPA   HRS".
002660*
002670 01  ACS-WS-DETAIL-LINE.
002680     05  ADL-STUDENT-ID          PIC X(09).
002690     05  FILLER                  PIC X(01) VALUE SPACES.
002700     05  ADL-NAME                PIC X(20).
002710     05  FILLER                  PIC X(01) VALUE SPACES.
002720     05  ADL-TERM                PIC X(06).
002730     05  FILLER                  PIC X(01) VALUE SPACES.
002740     05  ADL-PRIOR               PIC X(12).
002750     05  FILLER                  PIC X(01) VALUE SPACES.
002760     05  ADL-NEW                 PIC X(12).
002770     05  FILLER                  PIC X(01) VALUE SPACES.
002780     05  ADL-TERM-GPA            PIC 9.99.
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  ADL-CUM-GPA             PIC 9.99.
002810     05  FILLER                  PIC X(01) VALUE SPACES.
002820     05  ADL-TERM-CREDITS        PIC ZZ9.9.
002830*
002840 01  ACS-WS-NOTE-LINE.
002850     05  ANL-STUDENT-ID          PIC X(09).
002860     05  FILLER                  PIC X(03) VALUE SPACES.
002870     05  ANL-TEXT                PIC X(60).
002880     05  FILLER                  PIC X(08) VALUE SPACES.
002890*
002900 01  ACS-WS-FOOT-LINE.
002910     05  AFL-LABEL               PIC X(34).
002920     05  AFL-COUNT               PIC Z(6)9.
002930     05  FILLER                  PIC X(39) VALUE SPACES.
002940*
002950 01  ACS-WS-BLANK-LINE           PIC X(80) VALUE SPACES.
002960*
002970 PROCEDURE DIVISION.
002980*===============================================================
002990 0000-MAINLINE.
003000*===============================================================
003010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003020     PERFORM 2000-PROCESS-GPA-GROUP THRU 2000-EXIT
003030         UNTIL ACS-WS-GPA-EOF.
003040     PERFORM 3000-TERMINATE THRU 3000-EXIT.
003050     STOP RUN.
003060*
003070*===============================================================
003080 1000-INITIALIZE.
003090*===============================================================
003100     OPEN OUTPUT ACS-RPT-FILE.
003110     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
003120     ACCEPT RUNSTAMP-TIME FROM TIME.
003130     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
003140     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
003150     WRITE ACS-RPT-REC FROM RUNSTAMP-HEADER-LINE.
003160     WRITE ACS-RPT-REC FROM ACS-WS-TITLE-LINE.
003170     PERFORM 1050-LOAD-SCALE THRU 1050-EXIT.
003180     PERFORM 1080-LOAD-GPA-POINTS THRU 1080-EXIT.
003190     PERFORM 1090-LOAD-PARMS THRU 1090-EXIT.
003200     PERFORM 1100-LOAD-TERMS THRU 1100-EXIT.
003210     PERFORM 1150-PICK-EVAL-TERM THRU 1150-EXIT.
003220     IF ACS-WS-EVAL-TERM = SPACES
003230         DISPLAY "ACAD-STANDING: NO ENDED TERM ON GRATERM - "
003240             "NO STANDINGS SET"
003250         MOVE 8 TO RETURN-CODE
003260         MOVE 'Y' TO ACS-WS-GPA-EOF-SW
003270         GO TO 1000-EXIT
003280     END-IF.
003290     MOVE ACS-WS-EVAL-TERM TO ATL-TERM.
003300     MOVE ACS-WS-EVAL-END  TO ATL-END-DATE.
003310     MOVE ACS-WS-PROB-GPA  TO ATL-PROB-GPA.
003320     WRITE ACS-RPT-REC FROM ACS-WS-TERM-LINE.
003330     WRITE ACS-RPT-REC FROM ACS-WS-BLANK-LINE.
003340     WRITE ACS-RPT-REC FROM ACS-WS-HEAD-LINE.
003350     PERFORM 1200-OPEN-MASTERS THRU 1200-EXIT.
003360     PERFORM 1300-OPEN-STANDING-HISTORY THRU 1300-EXIT.
003370     OPEN INPUT GRA-GPA-FILE.
003380     IF ACS-WS-GPA-STATUS NOT = '00'
003390         DISPLAY "ACAD-STANDING: GPA FILE NOT AVAILABLE - STATUS "
003400             ACS-WS-GPA-STATUS
003410         MOVE 8 TO RETURN-CODE
003420         MOVE 'Y' TO ACS-WS-GPA-EOF-SW
003430         GO TO 1000-EXIT
003440     END-IF.
003450     MOVE 'Y' TO ACS-WS-GPA-OPEN-SW.
003460     READ GRA-GPA-FILE
003470         AT END
003480             MOVE 'Y' TO ACS-WS-GPA-EOF-SW
003490     END-READ.
003500 1000-EXIT.
003510     EXIT.
003520*
003530*===============================================================
003540 1050-LOAD-SCALE.
003550*===============================================================
003560*    SAME LOAD LOGIC GRADE-CALC AND GRADE-TRANSCRIPT USE.
003570     MOVE ZERO TO GRA-SCALE-COUNT.
003580     OPEN INPUT GRA-SCALE-FILE.
003590     IF ACS-WS-SCALE-STATUS = '35'
003600         PERFORM 1070-DEFAULT-SCALE THRU 1070-EXIT
003610         GO TO 1050-EXIT
003620     END-IF.
003630     PERFORM 1060-LOAD-SCALE-REC THRU 1060-EXIT
003640         UNTIL ACS-WS-SCALE-EOF OR GRA-SCALE-COUNT = 60.
003650     CLOSE GRA-SCALE-FILE.
003660     IF GRA-SCALE-COUNT = ZERO
003670         PERFORM 1070-DEFAULT-SCALE THRU 1070-EXIT
003680     END-IF.
003690 1050-EXIT.
003700     EXIT.
003710*
003720*===============================================================
003730 1060-LOAD-SCALE-REC.
003740*===============================================================
003750     READ GRA-SCALE-FILE
003760         AT END
003770             MOVE 'Y' TO ACS-WS-SCALE-EOF-SW
003780     END-READ.
003790     IF NOT ACS-WS-SCALE-EOF
003800         ADD 1 TO GRA-SCALE-COUNT
003810         SET GRA-SCALE-IDX TO GRA-SCALE-COUNT
003820         MOVE GRA-SC-CUTOFF TO GRA-SCALE-CUTOFF (GRA-SCALE-IDX)
003830         MOVE GRA-SC-GRADE  TO GRA-SCALE-GRADE (GRA-SCALE-IDX)
003840         MOVE GRA-SC-COURSE-ID
003850             TO GRA-SCALE-COURSE (GRA-SCALE-IDX)
003860         IF GRA-SC-EFF-DATE NUMERIC
003870             MOVE GRA-SC-EFF-DATE
003880                 TO GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
003890         ELSE
003900             MOVE ZERO TO GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
003910         END-IF
003920     END-IF.
003930 1060-EXIT.
003940     EXIT.
003950*
003960*===============================================================
003970 1070-DEFAULT-SCALE.
003980*===============================================================
003990     MOVE 6 TO GRA-SCALE-COUNT.
004000     MOVE 90 TO GRA-SCALE-CUTOFF (1).
004010     MOVE 'A' TO GRA-SCALE-GRADE (1).
004020     MOVE 80 TO GRA-SCALE-CUTOFF (2).
004030     MOVE 'B' TO GRA-SCALE-GRADE (2).
004040     MOVE 70 TO GRA-SCALE-CUTOFF (3).
004050     MOVE 'C' TO GRA-SCALE-GRADE (3).
004060     MOVE 60 TO GRA-SCALE-CUTOFF (4).
004070     MOVE 'D' TO GRA-SCALE-GRADE (4).
004080     MOVE 50 TO GRA-SCALE-CUTOFF (5).
004090     MOVE 'E' TO GRA-SCALE-GRADE (5).
004100     MOVE 00 TO GRA-SCALE-CUTOFF (6).
004110     MOVE 'F' TO GRA-SCALE-GRADE (6).
004120     MOVE SPACES TO GRA-SCALE-COURSE (1) GRA-SCALE-COURSE (2)
004130         GRA-SCALE-COURSE (3) GRA-SCALE-COURSE (4)
004140         GRA-SCALE-COURSE (5) GRA-SCALE-COURSE (6).
004150     MOVE ZERO TO GRA-SCALE-EFF-DATE (1) GRA-SCALE-EFF-DATE (2)
004160         GRA-SCALE-EFF-DATE (3) GRA-SCALE-EFF-DATE (4)
004170         GRA-SCALE-EFF-DATE (5) GRA-SCALE-EFF-DATE (6).
004180 1070-EXIT.
004190     EXIT.
004200*
004210*===============================================================
004220 1080-LOAD-GPA-POINTS.
004230*===============================================================
004240     MOVE 'A '  TO AGP-GRADE (1).  MOVE 4.00 TO AGP-POINTS (1).
004250     MOVE 'A-'  TO AGP-GRADE (2).  MOVE 3.70 TO AGP-POINTS (2).
004260     MOVE 'B+'  TO AGP-GRADE (3).  MOVE 3.30 TO AGP-POINTS (3).
004270     MOVE 'B '  TO AGP-GRADE (4).  MOVE 3.00 TO AGP-POINTS (4).
004280     MOVE 'B-'  TO AGP-GRADE (5).  MOVE 2.70 TO AGP-POINTS (5).
004290     MOVE 'C+'  TO AGP-GRADE (6).  MOVE 2.30 TO AGP-POINTS (6).
004300     MOVE 'C '  TO AGP-GRADE (7).  MOVE 2.00 TO AGP-POINTS (7).
004310     MOVE 'C-'  TO AGP-GRADE (8).  MOVE 1.70 TO AGP-POINTS (8).
004320     MOVE 'D+'  TO AGP-GRADE (9).  MOVE 1.30 TO AGP-POINTS (9).
004330     MOVE 'D '  TO AGP-GRADE (10). MOVE 1.00 TO AGP-POINTS (10).
004340     MOVE 'D-'  TO AGP-GRADE (11). MOVE 0.70 TO AGP-POINTS (11).
004350     MOVE 'E '  TO AGP-GRADE (12). MOVE 0.00 TO AGP-POINTS (12).
004360     MOVE 'F '  TO AGP-GRADE (13). MOVE 0.00 TO AGP-POINTS (13).
004370 1080-EXIT.
004380     EXIT.
004390*
004400*===============================================================
004410 1090-LOAD-PARMS.
004420*===============================================================
004430*    LOADS PROBGPA AND REPTPOL FROM GRA-CTL-FILE. A MISSING
004440*    CONTROL FILE IS NOT AN ERROR - THE VALUE-CLAUSE DEFAULTS
004450*    STAY IN PLACE.
004460     OPEN INPUT GRA-CTL-FILE.
004470     IF ACS-WS-CTL-STATUS = '35'
004480         GO TO 1090-EXIT
004490     END-IF.
004500     READ GRA-CTL-FILE
004510         AT END
004520             MOVE 'Y' TO ACS-WS-CTL-EOF-SW
004530     END-READ.
004540     PERFORM 1091-LOAD-ONE-PARM THRU 1091-EXIT
004550         UNTIL ACS-WS-CTL-EOF.
004560     CLOSE GRA-CTL-FILE.
004570 1090-EXIT.
004580     EXIT.
004590*
004600*===============================================================
004610 1091-LOAD-ONE-PARM.
004620*===============================================================
004630     EVALUATE CTL-PARM-CODE OF ACS-CTL-REC
004640         WHEN 'PROBGPA '
004650             IF CTL-PARM-VALUE OF ACS-CTL-REC > ZERO
004660                     AND CTL-PARM-VALUE OF ACS-CTL-REC NOT > 4
004670                 MOVE CTL-PARM-VALUE OF ACS-CTL-REC
004680                     TO ACS-WS-PROB-GPA
004690             END-IF
004700         WHEN 'REPTPOL '
004710             IF CTL-PARM-VALUE OF ACS-CTL-REC = 1
004720                     OR CTL-PARM-VALUE OF ACS-CTL-REC = 2
004730                 MOVE CTL-PARM-VALUE OF ACS-CTL-REC
004740                     TO ACS-WS-REPEAT-POLICY
004750             END-IF
004760     END-EVALUATE.
004770     READ GRA-CTL-FILE
004780         AT END
004790             MOVE 'Y' TO ACS-WS-CTL-EOF-SW
004800     END-READ.
004810 1091-EXIT.
004820     EXIT.
004830*
004840*===============================================================
004850 1100-LOAD-TERMS.
004860*===============================================================
004870*    SAME TERM-END LOAD GRADE-CHG-REVIEW AND INC-LAPSE USE. A
004880*    MISSING FILE LEAVES NO ENDED TERM TO EVALUATE.
004890     MOVE ZERO TO ACS-WS-TERM-COUNT.
004900     MOVE 'N' TO ACS-WS-FILE-EOF-SW.
004910     OPEN INPUT ACS-TERM-FILE.
004920     IF ACS-WS-TERM-STATUS = '35'
004930         GO TO 1100-EXIT
004940     END-IF.
004950     PERFORM 1110-LOAD-TERM-REC THRU 1110-EXIT
004960         UNTIL ACS-WS-FILE-EOF OR ACS-WS-TERM-COUNT = 40.
004970     CLOSE ACS-TERM-FILE.
004980 1100-EXIT.
004990     EXIT.
005000*
005010*===============================================================
005020 1110-LOAD-TERM-REC.
005030*===============================================================
005040     READ ACS-TERM-FILE
005050         AT END
005060             MOVE 'Y' TO ACS-WS-FILE-EOF-SW
005070     END-READ.
005080     IF NOT ACS-WS-FILE-EOF
005090         ADD 1 TO ACS-WS-TERM-COUNT
005100         SET ACS-TM-IDX TO ACS-WS-TERM-COUNT
005110         MOVE ACS-TM-TERM TO ACS-TM-T-TERM (ACS-TM-IDX)
005120         IF ACS-TM-END-DATE NUMERIC
005130             MOVE ACS-TM-END-DATE
005140                 TO ACS-TM-T-END-DATE (ACS-TM-IDX)
005150         ELSE
005160             MOVE ZERO TO ACS-TM-T-END-DATE (ACS-TM-IDX)
005170         END-IF
005180     END-IF.
005190 1110-EXIT.
005200     EXIT.
005210*
005220*===============================================================
005230 1150-PICK-EVAL-TERM.
005240*===============================================================
005250*    THE TERM EVALUATED IS THE LATEST TERM WHOSE END DATE IS ON
005260*    OR BEFORE THE RUN DATE, SO THE JOB CAN BE SUBMITTED ANY
005270*    TIME BETWEEN ONE TERM'S END AND THE NEXT WITHOUT A PARM.
005280     MOVE SPACES TO ACS-WS-EVAL-TERM.
005290     MOVE ZERO TO ACS-WS-EVAL-END.
005300     PERFORM 1160-CHECK-TERM THRU 1160-EXIT
005310         VARYING ACS-TM-IDX FROM 1 BY 1
005320         UNTIL ACS-TM-IDX > ACS-WS-TERM-COUNT.
005330 1150-EXIT.
005340     EXIT.
005350*
005360*===============================================================
005370 1160-CHECK-TERM.
005380*===============================================================
005390     IF ACS-TM-T-END-DATE (ACS-TM-IDX) > ZERO
005400             AND ACS-TM-T-END-DATE (ACS-TM-IDX)
005410                 NOT > RUNSTAMP-DATE
005420             AND ACS-TM-T-TERM (ACS-TM-IDX) > ACS-WS-EVAL-TERM
005430         MOVE ACS-TM-T-TERM (ACS-TM-IDX) TO ACS-WS-EVAL-TERM
005440         MOVE ACS-TM-T-END-DATE (ACS-TM-IDX) TO ACS-WS-EVAL-END
005450     END-IF.
005460 1160-EXIT.
005470     EXIT.
005480*
005490*===============================================================
005500 1200-OPEN-MASTERS.
005510*===============================================================
005520*    A STUDENT MASTER THAT WILL NOT OPEN ONLY LEAVES THE NAMES
005530*    OFF THE REPORT. A CATALOG THAT WILL NOT OPEN MEANS THIS SITE
005540*    HASN'T CUT OVER - GPA COURSES KEEP THEIR KEYED HOURS.
005550     OPEN INPUT GRA-STUMF-FILE.
005560     IF ACS-WS-STUMF-STATUS = '00'
005570         MOVE 'Y' TO ACS-WS-STUMF-LOADED-SW
005580     END-IF.
005590     OPEN INPUT GRA-CRSMF-FILE.
005600     IF ACS-WS-CRSMF-STATUS = '00'
005610         MOVE 'Y' TO ACS-WS-CRSMF-LOADED-SW
005620     END-IF.
005630 1200-EXIT.
005640     EXIT.
005650*
005660*===============================================================
005670 1300-OPEN-STANDING-HISTORY.
005680*===============================================================
005690*    A MISSING HISTORY MEANS THE FIRST STANDING RUN - IT IS
005700*    CREATED EMPTY, THE SAME WAY SAP-EVAL CREATES ITS MASTER, AND
005710*    EVERY STUDENT STARTS WITH NO PRIOR STANDING.
005720     OPEN I-O GRA-STDHS-FILE.
005730     IF ACS-WS-STDHS-STATUS NOT = '00'
005740         OPEN OUTPUT GRA-STDHS-FILE
005750         CLOSE GRA-STDHS-FILE
005760         OPEN I-O GRA-STDHS-FILE
005770     END-IF.
005780     MOVE 'Y' TO ACS-WS-STDHS-OPEN-SW.
005790 1300-EXIT.
005800     EXIT.
005810*
005820*===============================================================
005830 2000-PROCESS-GPA-GROUP.
005840*===============================================================
005850*    ONE STUDENT'S RUN OF GPA COURSE RECORDS (THE FILE IS
005860*    WRITTEN IN STUDENT GROUPS, EACH ENDED BY A 999 TRAILER).
005870*    ATTEMPTS UP TO THE EVALUATED TERM ARE HELD; A STUDENT WITH
005880*    GRADED HOURS IN THE TERM ITSELF IS THEN EVALUATED. A
005890*    STUDENT NOT ENROLLED THAT TERM KEEPS THE STANDING ALREADY
005900*    ON THE HISTORY - A SUSPENDED STUDENT SITTING OUT STAYS
005910*    SUSPENDED UNTIL THEY RETURN.
005920     ADD 1 TO ACS-WS-GROUP-COUNT.
005930     MOVE GPA-IN-STUDENT-ID TO ACS-WS-GROUP-STUDENT.
005940     PERFORM 4010-CLEAR-STUDENT THRU 4010-EXIT.
005950     PERFORM 2100-GATHER-ATTEMPT THRU 2100-EXIT
005960         UNTIL ACS-WS-GPA-EOF
005970             OR GPA-IN-STUDENT-ID NOT = ACS-WS-GROUP-STUDENT.
005980     IF ACS-WS-TERM-CREDITS > ZERO
005990         PERFORM 4000-EVALUATE-STUDENT THRU 4000-EXIT
006000     ELSE
006010         ADD 1 TO ACS-WS-NOT-IN-TERM
006020     END-IF.
006030 2000-EXIT.
006040     EXIT.
006050*
006060*===============================================================
006070 2100-GATHER-ATTEMPT.
006080*===============================================================
006090     IF GPA-IN-COURSE-MARK NOT = ACS-WS-GPA-TRAILER
006100             AND GPA-IN-TERM NOT > ACS-WS-EVAL-TERM
006110         PERFORM 2110-HOLD-ATTEMPT THRU 2110-EXIT
006120     END-IF.
006130     READ GRA-GPA-FILE
006140         AT END
006150             MOVE 'Y' TO ACS-WS-GPA-EOF-SW
006160     END-READ.
006170 2100-EXIT.
006180     EXIT.
006190*
006200*===============================================================
006210 2110-HOLD-ATTEMPT.
006220*===============================================================
006230*    GRADES THE ATTEMPT, ADDS IT TO THE TERM TOTALS WHEN IT IS IN
006240*    THE EVALUATED TERM, AND HOLDS IT IN THE GROUP TABLE FOR THE
006250*    CUMULATIVE GPA. A HISTORY THAT HAS OUTGROWN THE TABLE STILL
006260*    COUNTS EVERY ATTEMPT, AS A STANDING ONE, BUT REPEAT
006270*    DETECTION IS ONLY PARTIAL - WARN, AS SAP-EVAL DOES.
006280     PERFORM 2120-GRADE-COURSE THRU 2120-EXIT.
006290     MOVE GPA-IN-COURSE-ID  TO ACS-WS-LOOKUP-COURSE.
006300     MOVE GPA-IN-CREDIT-HRS TO ACS-WS-COURSE-CREDITS.
006310     PERFORM 2150-LOOKUP-COURSE THRU 2150-EXIT.
006320     IF GPA-IN-TERM = ACS-WS-EVAL-TERM
006330         COMPUTE ACS-WS-TERM-PTS =
006340             ACS-WS-TERM-PTS +
006350                 (ACS-WS-GPA-POINTS * ACS-WS-COURSE-CREDITS)
006360         ADD ACS-WS-COURSE-CREDITS TO ACS-WS-TERM-CREDITS
006370     END-IF.
006380     IF ACS-WS-GG-COUNT < 60
006390         ADD 1 TO ACS-WS-GG-COUNT
006400         SET ACS-GG-IDX TO ACS-WS-GG-COUNT
006410         MOVE GPA-IN-COURSE-ID TO ACS-GG-COURSE-ID (ACS-GG-IDX)
006420         MOVE GPA-IN-TERM      TO ACS-GG-TERM (ACS-GG-IDX)
006430         MOVE ACS-WS-COURSE-CREDITS
006440             TO ACS-GG-CREDITS (ACS-GG-IDX)
006450         MOVE ACS-WS-GPA-POINTS TO ACS-GG-POINTS (ACS-GG-IDX)
006460         MOVE 'N' TO ACS-GG-SUPERSEDED-SW (ACS-GG-IDX)
006470         GO TO 2110-EXIT
006480     END-IF.
006490     IF NOT ACS-WS-GG-OVFL
006500         DISPLAY "ACAD-STANDING: COURSE TABLE FULL - "
006510             "REPEAT DETECTION PARTIAL FOR "
006520             ACS-WS-GROUP-STUDENT
006530         MOVE 'Y' TO ACS-WS-GG-OVFL-SW
006540     END-IF.
006550     COMPUTE ACS-WS-QUALITY-PTS =
006560         ACS-WS-QUALITY-PTS +
006570             (ACS-WS-GPA-POINTS * ACS-WS-COURSE-CREDITS).
006580     ADD ACS-WS-COURSE-CREDITS TO ACS-WS-GPA-CREDITS.
006590 2110-EXIT.
006600     EXIT.
006610*
006620*===============================================================
006630 2120-GRADE-COURSE.
006640*===============================================================
006650*    THE COURSE GRADES UNDER ITS OWN SCALE WHERE ONE EXISTS,
006660*    FALLING BACK TO THE DEFAULT SCALE - THE SAME RULE GRADE-CALC
006670*    AND GRADE-TRANSCRIPT APPLY.
006680     MOVE GPA-IN-COURSE-MARK TO ACS-WS-MARK.
006690     MOVE 'F' TO ACS-WS-GRADE.
006700     MOVE GPA-IN-COURSE-ID TO ACS-WS-SCALE-COURSE.
006710     MOVE 'N' TO ACS-WS-SCALE-HIT-SW.
006720     PERFORM 2125-SELECT-SCALE-VERSION THRU 2125-EXIT.
006730     PERFORM 2130-SCAN-SCALE THRU 2130-EXIT
006740         VARYING GRA-SCALE-IDX FROM 1 BY 1
006750         UNTIL GRA-SCALE-IDX > GRA-SCALE-COUNT.
006760     IF NOT ACS-WS-SCALE-HIT
006770             AND ACS-WS-SCALE-COURSE NOT = SPACES
006780         MOVE SPACES TO ACS-WS-SCALE-COURSE
006790         PERFORM 2125-SELECT-SCALE-VERSION THRU 2125-EXIT
006800         PERFORM 2130-SCAN-SCALE THRU 2130-EXIT
006810             VARYING GRA-SCALE-IDX FROM 1 BY 1
006820             UNTIL GRA-SCALE-IDX > GRA-SCALE-COUNT
006830     END-IF.
006840     MOVE ZERO TO ACS-WS-GPA-POINTS.
006850     PERFORM 2140-SCAN-POINTS THRU 2140-EXIT
006860         VARYING AGP-IDX FROM 1 BY 1
006870         UNTIL AGP-IDX > ACS-WS-GPA-POINT-COUNT.
006880 2120-EXIT.
006890     EXIT.
006900*
006910*===============================================================
006920 2125-SELECT-SCALE-VERSION.
006930*===============================================================
006940     MOVE ZERO TO ACS-WS-SCALE-VERS.
006950     PERFORM 2126-CHECK-VERSION THRU 2126-EXIT
006960         VARYING GRA-SCALE-IDX FROM 1 BY 1
006970         UNTIL GRA-SCALE-IDX > GRA-SCALE-COUNT.
006980 2125-EXIT.
006990     EXIT.
007000*
007010*===============================================================
007020 2126-CHECK-VERSION.
007030*===============================================================
007040     IF GRA-SCALE-COURSE (GRA-SCALE-IDX) = ACS-WS-SCALE-COURSE
007050             AND GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
007060                 <= RUNSTAMP-DATE
007070             AND GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
007080                 > ACS-WS-SCALE-VERS
007090         MOVE GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
007100             TO ACS-WS-SCALE-VERS
007110     END-IF.
007120 2126-EXIT.
007130     EXIT.
007140*
007150*===============================================================
007160 2130-SCAN-SCALE.
007170*===============================================================
007180     IF GRA-SCALE-COURSE (GRA-SCALE-IDX) = ACS-WS-SCALE-COURSE
007190             AND GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
007200                 = ACS-WS-SCALE-VERS
007210             AND ACS-WS-MARK >= GRA-SCALE-CUTOFF (GRA-SCALE-IDX)
007220         MOVE GRA-SCALE-GRADE (GRA-SCALE-IDX) TO ACS-WS-GRADE
007230         MOVE 'Y' TO ACS-WS-SCALE-HIT-SW
007240         SET GRA-SCALE-IDX TO GRA-SCALE-COUNT
007250     END-IF.
007260 2130-EXIT.
007270     EXIT.
007280*
007290*===============================================================
007300 2140-SCAN-POINTS.
007310*===============================================================
007320     IF AGP-GRADE (AGP-IDX) = ACS-WS-GRADE
007330         MOVE AGP-POINTS (AGP-IDX) TO ACS-WS-GPA-POINTS
007340         SET AGP-IDX TO ACS-WS-GPA-POINT-COUNT
007350     END-IF.
007360 2140-EXIT.
007370     EXIT.
007380*
007390*===============================================================
007400 2150-LOOKUP-COURSE.
007410*===============================================================
007420*    LOOKS ACS-WS-LOOKUP-COURSE UP ON THE COURSE CATALOG. A HIT
007430*    REPLACES ACS-WS-COURSE-CREDITS WITH THE CATALOG HOURS; A
007440*    MISS LEAVES THE HOURS AS SET.
007450     IF NOT ACS-WS-CRSMF-LOADED
007460         GO TO 2150-EXIT
007470     END-IF.
007480     MOVE ACS-WS-LOOKUP-COURSE TO CRS-COURSE-ID.
007490     READ GRA-CRSMF-FILE
007500         INVALID KEY
007510             CONTINUE
007520         NOT INVALID KEY
007530             MOVE CRS-CREDIT-HRS TO ACS-WS-COURSE-CREDITS
007540     END-READ.
007550 2150-EXIT.
007560     EXIT.
007570*
007580*===============================================================
007590 3000-TERMINATE.
007600*===============================================================
007610     IF ACS-WS-GPA-OPEN
007620         CLOSE GRA-GPA-FILE
007630     END-IF.
007640     IF ACS-WS-STDHS-OPEN
007650         CLOSE GRA-STDHS-FILE
007660     END-IF.
007670     IF ACS-WS-STUMF-LOADED
007680         CLOSE GRA-STUMF-FILE
007690     END-IF.
007700     IF ACS-WS-CRSMF-LOADED
007710         CLOSE GRA-CRSMF-FILE
007720     END-IF.
007730     WRITE ACS-RPT-REC FROM ACS-WS-BLANK-LINE.
007740     IF ACS-WS-FAILED-COUNT > ZERO
007750         MOVE 8 TO RETURN-CODE
007760     END-IF.
007770     MOVE "STUDENT GPA GROUPS READ:          " TO AFL-LABEL.
007780     MOVE ACS-WS-GROUP-COUNT TO AFL-COUNT.
007790     WRITE ACS-RPT-REC FROM ACS-WS-FOOT-LINE.
007800     MOVE "NO GRADED HOURS IN TERM:          " TO AFL-LABEL.
007810     MOVE ACS-WS-NOT-IN-TERM TO AFL-COUNT.
007820     WRITE ACS-RPT-REC FROM ACS-WS-FOOT-LINE.
007830     MOVE "STUDENTS EVALUATED:               " TO AFL-LABEL.
007840     MOVE ACS-WS-EVAL-COUNT TO AFL-COUNT.
007850     WRITE ACS-RPT-REC FROM ACS-WS-FOOT-LINE.
007860     MOVE "  GOOD STANDING:                  " TO AFL-LABEL.
007870     MOVE ACS-WS-GOOD-COUNT TO AFL-COUNT.
007880     WRITE ACS-RPT-REC FROM ACS-WS-FOOT-LINE.
007890     MOVE "  PROBATION:                      " TO AFL-LABEL.
007900     MOVE ACS-WS-PROB-COUNT TO AFL-COUNT.
007910     WRITE ACS-RPT-REC FROM ACS-WS-FOOT-LINE.
007920     MOVE "  CONTINUED PROBATION:            " TO AFL-LABEL.
007930     MOVE ACS-WS-CONT-COUNT TO AFL-COUNT.
007940     WRITE ACS-RPT-REC FROM ACS-WS-FOOT-LINE.
007950     MOVE "  SUSPENDED:                      " TO AFL-LABEL.
007960     MOVE ACS-WS-SUSP-COUNT TO AFL-COUNT.
007970     WRITE ACS-RPT-REC FROM ACS-WS-FOOT-LINE.
007980     MOVE "  REINSTATED:                     " TO AFL-LABEL.
007990     MOVE ACS-WS-REIN-COUNT TO AFL-COUNT.
008000     WRITE ACS-RPT-REC FROM ACS-WS-FOOT-LINE.
008010     MOVE "CHANGES OF STANDING LISTED:       " TO AFL-LABEL.
008020     MOVE ACS-WS-CHANGE-COUNT TO AFL-COUNT.
008030     WRITE ACS-RPT-REC FROM ACS-WS-FOOT-LINE.
008040     MOVE "HISTORY WRITES FAILED:            " TO AFL-LABEL.
008050     MOVE ACS-WS-FAILED-COUNT TO AFL-COUNT.
008060     WRITE ACS-RPT-REC FROM ACS-WS-FOOT-LINE.
008070     CLOSE ACS-RPT-FILE.
008080     DISPLAY "ACAD-STANDING: TERM EVALUATED:     "
008090         ACS-WS-EVAL-TERM.
008100     DISPLAY "ACAD-STANDING: STUDENTS EVALUATED: "
008110         ACS-WS-EVAL-COUNT.
008120     DISPLAY "ACAD-STANDING: CHANGES LISTED:     "
008130         ACS-WS-CHANGE-COUNT.
008140 3000-EXIT.
008150     EXIT.
008160*
008170*===============================================================
008180 4000-EVALUATE-STUDENT.
008190*===============================================================
008200*    EVALUATES THE CURRENT STUDENT FROM THE HELD GPA ATTEMPTS,
008210*    SETS THE NEW STANDING AGAINST THE PRIOR ONE, POSTS IT TO
008220*    THE STANDING HISTORY AND LISTS IT WHEN IT HAS CHANGED.
008230     PERFORM 4100-FLAG-REPEATS THRU 4100-EXIT.
008240     PERFORM 4150-ACCUM-ATTEMPT THRU 4150-EXIT
008250         VARYING ACS-GG-IDX FROM 1 BY 1
008260         UNTIL ACS-GG-IDX > ACS-WS-GG-COUNT.
008270     MOVE ZERO TO ACS-WS-CUM-GPA.
008280     IF ACS-WS-GPA-CREDITS > ZERO
008290         COMPUTE ACS-WS-CUM-GPA ROUNDED =
008300             ACS-WS-QUALITY-PTS / ACS-WS-GPA-CREDITS
008310     END-IF.
008320     COMPUTE ACS-WS-TERM-GPA ROUNDED =
008330         ACS-WS-TERM-PTS / ACS-WS-TERM-CREDITS.
008340     PERFORM 4300-GET-PRIOR-STANDING THRU 4300-EXIT.
008350     PERFORM 4400-ASSIGN-STANDING THRU 4400-EXIT.
008360     PERFORM 4500-UPDATE-HISTORY THRU 4500-EXIT.
008370     PERFORM 4600-WRITE-RESULT THRU 4600-EXIT.
008380 4000-EXIT.
008390     EXIT.
008400*
008410*===============================================================
008420 4010-CLEAR-STUDENT.
008430*===============================================================
008440     MOVE ZERO TO ACS-WS-GG-COUNT.
008450     MOVE 'N'  TO ACS-WS-GG-OVFL-SW.
008460     MOVE ZERO TO ACS-WS-QUALITY-PTS.
008470     MOVE ZERO TO ACS-WS-GPA-CREDITS.
008480     MOVE ZERO TO ACS-WS-TERM-PTS.
008490     MOVE ZERO TO ACS-WS-TERM-CREDITS.
008500 4010-EXIT.
008510     EXIT.
008520*
008530*===============================================================
008540 4100-FLAG-REPEATS.
008550*===============================================================
008560*    FLAGS EVERY REPEATED-COURSE ATTEMPT THAT ANOTHER ATTEMPT OF
008570*    THE SAME COURSE SUPERSEDES UNDER THE REPTPOL POLICY - THE
008580*    SAME RULE GRADE-CALC APPLIES IN ITS GPA ROLL-UP.
008590     PERFORM 4110-CHECK-ONE-ATTEMPT THRU 4110-EXIT
008600         VARYING ACS-GG-IDX FROM 1 BY 1
008610         UNTIL ACS-GG-IDX > ACS-WS-GG-COUNT.
008620 4100-EXIT.
008630     EXIT.
008640*
008650*===============================================================
008660 4110-CHECK-ONE-ATTEMPT.
008670*===============================================================
008680     PERFORM 4120-COMPARE-ATTEMPT THRU 4120-EXIT
008690         VARYING ACS-GG-JDX FROM 1 BY 1
008700         UNTIL ACS-GG-JDX > ACS-WS-GG-COUNT
008710             OR ACS-GG-SUPERSEDED (ACS-GG-IDX).
008720 4110-EXIT.
008730     EXIT.
008740*
008750*===============================================================
008760 4120-COMPARE-ATTEMPT.
008770*===============================================================
008780*    DOES ATTEMPT (JDX) BEAT ATTEMPT (IDX) OF THE SAME COURSE?
008790*    POLICY 1 (BEST): HIGHER QUALITY POINTS WIN, TIES GO TO THE
008800*    LATER TERM, AND WITHIN A TERM TO THE LATER RECORD. POLICY 2
008810*    (MOST RECENT): THE LATER TERM WINS, AND WITHIN A TERM THE
008820*    LATER RECORD. TERMS ARE CODED TO COLLATE IN TIME ORDER.
008830     IF ACS-GG-JDX = ACS-GG-IDX
008840             OR ACS-GG-COURSE-ID (ACS-GG-JDX)
008850                 NOT = ACS-GG-COURSE-ID (ACS-GG-IDX)
008860         GO TO 4120-EXIT
008870     END-IF.
008880     IF ACS-WS-REPEAT-POLICY = 2
008890         IF ACS-GG-TERM (ACS-GG-JDX) > ACS-GG-TERM (ACS-GG-IDX)
008900                 OR (ACS-GG-TERM (ACS-GG-JDX)
008910                         = ACS-GG-TERM (ACS-GG-IDX)
008920                     AND ACS-GG-JDX > ACS-GG-IDX)
008930             MOVE 'Y' TO ACS-GG-SUPERSEDED-SW (ACS-GG-IDX)
008940         END-IF
008950         GO TO 4120-EXIT
008960     END-IF.
008970     IF ACS-GG-POINTS (ACS-GG-JDX) > ACS-GG-POINTS (ACS-GG-IDX)
008980             OR (ACS-GG-POINTS (ACS-GG-JDX)
008990                     = ACS-GG-POINTS (ACS-GG-IDX)
009000                 AND (ACS-GG-TERM (ACS-GG-JDX)
009010                         > ACS-GG-TERM (ACS-GG-IDX)
009020                     OR (ACS-GG-TERM (ACS-GG-JDX)
009030                             = ACS-GG-TERM (ACS-GG-IDX)
009040                         AND ACS-GG-JDX > ACS-GG-IDX)))
009050         MOVE 'Y' TO ACS-GG-SUPERSEDED-SW (ACS-GG-IDX)
009060     END-IF.
009070 4120-EXIT.
009080     EXIT.
009090*
009100*===============================================================
009110 4150-ACCUM-ATTEMPT.
009120*===============================================================
009130*    ONLY THE STANDING ATTEMPT OF A COURSE ENTERS THE CUMULATIVE
009140*    GPA.
009150     IF ACS-GG-SUPERSEDED (ACS-GG-IDX)
009160         GO TO 4150-EXIT
009170     END-IF.
009180     COMPUTE ACS-WS-QUALITY-PTS =
009190         ACS-WS-QUALITY-PTS +
009200             (ACS-GG-POINTS (ACS-GG-IDX)
009210                 * ACS-GG-CREDITS (ACS-GG-IDX)).
009220     ADD ACS-GG-CREDITS (ACS-GG-IDX) TO ACS-WS-GPA-CREDITS.
009230 4150-EXIT.
009240     EXIT.
009250*
009260*===============================================================
009270 4300-GET-PRIOR-STANDING.
009280*===============================================================
009290*    WHEN THE HISTORY ALREADY HOLDS THIS TERM - A RERUN - THE
009300*    STANDING IT WAS JUDGED AGAINST IS USED AGAIN, SO A RERUN
009310*    CANNOT ESCALATE A PROBATION TO A SUSPENSION. OTHERWISE THE
009320*    PRIOR STANDING IS THE ONE FROM THE LATEST EARLIER TERM THE
009330*    STUDENT HAS ON THE HISTORY, TRIED TERM BY TERM AGAINST THE
009340*    TERMS IN THE STUDENT'S OWN GPA HISTORY.
009350     MOVE 'N' TO ACS-WS-HIST-FOUND-SW.
009360     MOVE SPACES TO ACS-WS-PRIOR-TERM.
009370     MOVE SPACES TO ACS-WS-PRIOR-STANDING.
009380     MOVE ACS-WS-GROUP-STUDENT TO STH-STUDENT-ID.
009390     MOVE ACS-WS-EVAL-TERM     TO STH-TERM.
009400     READ GRA-STDHS-FILE
009410         INVALID KEY
009420             CONTINUE
009430         NOT INVALID KEY
009440             MOVE 'Y' TO ACS-WS-HIST-FOUND-SW
009450             MOVE STH-PRIOR-TERM     TO ACS-WS-PRIOR-TERM
009460             MOVE STH-PRIOR-STANDING TO ACS-WS-PRIOR-STANDING
009470     END-READ.
009480     IF ACS-WS-HIST-FOUND
009490         GO TO 4300-EXIT
009500     END-IF.
009510     PERFORM 4310-TRY-TERM THRU 4310-EXIT
009520         VARYING ACS-GG-IDX FROM 1 BY 1
009530         UNTIL ACS-GG-IDX > ACS-WS-GG-COUNT.
009540 4300-EXIT.
009550     EXIT.
009560*
009570*===============================================================
009580 4310-TRY-TERM.
009590*===============================================================
009600     IF ACS-GG-TERM (ACS-GG-IDX) NOT < ACS-WS-EVAL-TERM
009610             OR ACS-GG-TERM (ACS-GG-IDX) NOT > ACS-WS-PRIOR-TERM
009620         GO TO 4310-EXIT
009630     END-IF.
009640     MOVE ACS-WS-GROUP-STUDENT     TO STH-STUDENT-ID.
009650     MOVE ACS-GG-TERM (ACS-GG-IDX) TO STH-TERM.
009660     READ GRA-STDHS-FILE
009670         INVALID KEY
009680             CONTINUE
009690         NOT INVALID KEY
009700             MOVE STH-TERM     TO ACS-WS-PRIOR-TERM
009710             MOVE STH-STANDING TO ACS-WS-PRIOR-STANDING
009720     END-READ.
009730 4310-EXIT.
009740     EXIT.
009750*
009760*===============================================================
009770 4400-ASSIGN-STANDING.
009780*===============================================================
009790*    A DEFICIENT TERM IS A TERM GPA AT OR BELOW PROBGPA.
009800*    SUSPENDED: A STUDENT WHO RETURNS AND CLEARS THE TERM IS
009810*    REINSTATED; ANOTHER DEFICIENT TERM KEEPS THEM SUSPENDED.
009820*    ON PROBATION, CONTINUED PROBATION OR JUST REINSTATED: A
009830*    DEFICIENT TERM IS A SUSPENSION; A CLEAR TERM WITH THE
009840*    CUMULATIVE GPA STILL AT OR BELOW PROBGPA IS CONTINUED
009850*    PROBATION; OTHERWISE BACK TO GOOD STANDING.
009860*    GOOD STANDING OR NO HISTORY: A DEFICIENT TERM IS PROBATION.
009870     IF ACS-WS-PRIOR-SUSPENDED
009880         IF ACS-WS-TERM-GPA NOT > ACS-WS-PROB-GPA
009890             MOVE 'S' TO ACS-WS-NEW-STANDING
009900         ELSE
009910             MOVE 'R' TO ACS-WS-NEW-STANDING
009920         END-IF
009930         GO TO 4400-EXIT
009940     END-IF.
009950     IF ACS-WS-PRIOR-ON-PROB
009960         IF ACS-WS-TERM-GPA NOT > ACS-WS-PROB-GPA
009970             MOVE 'S' TO ACS-WS-NEW-STANDING
009980             GO TO 4400-EXIT
009990         END-IF
010000         IF ACS-WS-CUM-GPA NOT > ACS-WS-PROB-GPA
010010             MOVE 'C' TO ACS-WS-NEW-STANDING
010020             GO TO 4400-EXIT
010030         END-IF
010040         MOVE 'G' TO ACS-WS-NEW-STANDING
010050         GO TO 4400-EXIT
010060     END-IF.
010070     IF ACS-WS-TERM-GPA NOT > ACS-WS-PROB-GPA
010080         MOVE 'P' TO ACS-WS-NEW-STANDING
010090     ELSE
010100         MOVE 'G' TO ACS-WS-NEW-STANDING
010110     END-IF.
010120 4400-EXIT.
010130     EXIT.
010140*
010150*===============================================================
010160 4500-UPDATE-HISTORY.
010170*===============================================================
010180     MOVE SPACES                 TO GRA-STDHS-REC.
010190     MOVE ACS-WS-GROUP-STUDENT   TO STH-STUDENT-ID.
010200     MOVE ACS-WS-EVAL-TERM       TO STH-TERM.
010210     MOVE ACS-WS-NEW-STANDING    TO STH-STANDING.
010220     MOVE ACS-WS-PRIOR-TERM      TO STH-PRIOR-TERM.
010230     MOVE ACS-WS-PRIOR-STANDING  TO STH-PRIOR-STANDING.
010240     MOVE ACS-WS-TERM-GPA        TO STH-TERM-GPA.
010250     MOVE ACS-WS-CUM-GPA         TO STH-CUM-GPA.
010260     MOVE ACS-WS-TERM-CREDITS    TO STH-TERM-CREDITS.
010270     MOVE RUNSTAMP-DATE          TO STH-RUN-DATE.
010280     IF ACS-WS-HIST-FOUND
010290         REWRITE GRA-STDHS-REC
010300             INVALID KEY
010310                 ADD 1 TO ACS-WS-FAILED-COUNT
010320                 DISPLAY "ACAD-STANDING: HISTORY REWRITE FAILED "
010330                     "- " ACS-WS-GROUP-STUDENT " STATUS "
010340                     ACS-WS-STDHS-STATUS
010350         END-REWRITE
010360     ELSE
010370         WRITE GRA-STDHS-REC
010380             INVALID KEY
010390                 ADD 1 TO ACS-WS-FAILED-COUNT
010400                 DISPLAY "ACAD-STANDING: HISTORY WRITE FAILED "
010410                     "- " ACS-WS-GROUP-STUDENT " STATUS "
010420                     ACS-WS-STDHS-STATUS
010430         END-WRITE
010440     END-IF.
010450 4500-EXIT.
010460     EXIT.
010470*
010480*===============================================================
010490 4600-WRITE-RESULT.
010500*===============================================================
010510*    EVERY STUDENT EVALUATED IS COUNTED BY STANDING; ONLY A
010520*    CHANGE OF STANDING IS LISTED. A STUDENT WITH NO EARLIER
010530*    HISTORY IS LISTED UNLESS THEY START IN GOOD STANDING.
010540     ADD 1 TO ACS-WS-EVAL-COUNT.
010550     EVALUATE TRUE
010560         WHEN ACS-WS-NEW-GOOD
010570             ADD 1 TO ACS-WS-GOOD-COUNT
010580         WHEN ACS-WS-NEW-PROBATION
010590             ADD 1 TO ACS-WS-PROB-COUNT
010600         WHEN ACS-WS-NEW-CONT-PROB
010610             ADD 1 TO ACS-WS-CONT-COUNT
010620         WHEN ACS-WS-NEW-SUSPENDED
010630             ADD 1 TO ACS-WS-SUSP-COUNT
010640         WHEN OTHER
010650             ADD 1 TO ACS-WS-REIN-COUNT
010660     END-EVALUATE.
010670     IF ACS-WS-NEW-STANDING = ACS-WS-PRIOR-STANDING
010680         GO TO 4600-EXIT
010690     END-IF.
010700     IF ACS-WS-PRIOR-NONE AND ACS-WS-NEW-GOOD
010710         GO TO 4600-EXIT
010720     END-IF.
010730     ADD 1 TO ACS-WS-CHANGE-COUNT.
010740     PERFORM 4700-FIND-STUDENT THRU 4700-EXIT.
010750     MOVE ACS-WS-GROUP-STUDENT  TO ADL-STUDENT-ID.
010760     MOVE ACS-WS-STUDENT-NAME   TO ADL-NAME.
010770     MOVE ACS-WS-EVAL-TERM      TO ADL-TERM.
010780     MOVE ACS-WS-PRIOR-STANDING TO ACS-WS-STANDING-CODE.
010790     PERFORM 4800-STANDING-TEXT THRU 4800-EXIT.
010800     MOVE ACS-WS-STANDING-TEXT  TO ADL-PRIOR.
010810     MOVE ACS-WS-NEW-STANDING   TO ACS-WS-STANDING-CODE.
010820     PERFORM 4800-STANDING-TEXT THRU 4800-EXIT.
010830     MOVE ACS-WS-STANDING-TEXT  TO ADL-NEW.
010840     MOVE ACS-WS-TERM-GPA       TO ADL-TERM-GPA.
010850     MOVE ACS-WS-CUM-GPA        TO ADL-CUM-GPA.
010860     MOVE ACS-WS-TERM-CREDITS   TO ADL-TERM-CREDITS.
010870     WRITE ACS-RPT-REC FROM ACS-WS-DETAIL-LINE.
010880     IF ACS-WS-GG-OVFL
010890         MOVE SPACES TO ANL-STUDENT-ID
010900         MOVE "COURSE TABLE FULL - REPEAT DETECTION PARTIAL"
010910             TO ANL-TEXT
010920         WRITE ACS-RPT-REC FROM ACS-WS-NOTE-LINE
010930     END-IF.
010940 4600-EXIT.
010950     EXIT.
010960*
010970*===============================================================
010980 4700-FIND-STUDENT.
010990*===============================================================
011000     MOVE SPACES TO ACS-WS-STUDENT-NAME.
011010     IF NOT ACS-WS-STUMF-LOADED
011020         GO TO 4700-EXIT
011030     END-IF.
011040     MOVE ACS-WS-GROUP-STUDENT TO GRA-SM-STUDENT-ID.
011050     READ GRA-STUMF-FILE
011060         INVALID KEY
011070             CONTINUE
011080         NOT INVALID KEY
011090             MOVE GRA-SM-NAME TO ACS-WS-STUDENT-NAME
011100     END-READ.
011110 4700-EXIT.
011120     EXIT.
011130*
011140*===============================================================
011150 4800-STANDING-TEXT.
011160*===============================================================
011170     EVALUATE ACS-WS-STANDING-CODE
011180         WHEN 'G'
011190             MOVE "GOOD"         TO ACS-WS-STANDING-TEXT
011200         WHEN 'P'
011210             MOVE "PROBATION"    TO ACS-WS-STANDING-TEXT
011220         WHEN 'C'
011230             MOVE "CONT PROB"    TO ACS-WS-STANDING-TEXT
011240         WHEN 'S'
011250             MOVE "SUSPENDED"    TO ACS-WS-STANDING-TEXT
011260         WHEN 'R'
011270             MOVE "REINSTATED"   TO ACS-WS-STANDING-TEXT
011280         WHEN OTHER
011290             MOVE "(NONE)"       TO ACS-WS-STANDING-TEXT
011300     END-EVALUATE.
011310 4800-EXIT.
011320     EXIT.
