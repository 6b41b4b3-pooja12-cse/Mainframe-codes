000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     PREREQ-CHECK.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   REGISTRAR DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. PREREQUISITE CHECK RUN
000130*                    AFTER THE ENROLLMENT LOAD REFRESHES
000140*                    GRA-ENRMF. THE PREREQUISITE RULES FILE
000150*                    (GRAPREQ) NAMES, FOR A COURSE, EACH COURSE
000160*                    THAT MUST BE PASSED FIRST AND THE MINIMUM
000170*                    GRADE. EVERY STUDENT ENROLLED IN THE LATEST
000180*                    TERM ON GRA-ENRMF IN A COURSE WITH RULES IS
000190*                    CHECKED AGAINST THEIR RESULTS ON THE KEYED
000200*                    GRADE MASTER AND THE GPA FILE. A REQUIRED
000210*                    COURSE THE STUDENT IS STILL SITTING IN THE
000220*                    TERM BEFORE, WITH NO GRADE YET, IS LISTED AS
000230*                    IN PROGRESS. VIOLATIONS PRINT BY COURSE AND
000240*                    SECTION FOR THE DEPARTMENT CHAIRS AND GO TO
000250*                    THE PRQDROPX EXTRACT FOR THE REGISTRAR'S
000260*                    DROP NOTICES.
000270*---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PRQ-RULE-FILE     ASSIGN TO GRAPREQ
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS PRQ-WS-RULE-STATUS.
000370     SELECT GRA-ENRMF-FILE    ASSIGN TO GRAENRMF
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS PRQ-WS-ENRMF-STATUS.
000400     SELECT GRA-GRDMST-FILE   ASSIGN TO GRAGRDM
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS GRA-GM-KEY
000440         FILE STATUS IS PRQ-WS-GRDMST-STATUS.
000450     SELECT GRA-GPA-FILE      ASSIGN TO GRAGPA
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS PRQ-WS-GPA-STATUS.
000480     SELECT GRA-SCALE-FILE    ASSIGN TO GRASCALE
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS PRQ-WS-SCALE-STATUS.
000510     SELECT GRA-STUMF-FILE    ASSIGN TO GRASTUMF
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS GRA-SM-STUDENT-ID
000550         FILE STATUS IS PRQ-WS-STUMF-STATUS.
000560     SELECT GRA-CRSMF-FILE    ASSIGN TO GRACRSMF
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS CRS-COURSE-ID
000600         FILE STATUS IS PRQ-WS-CRSMF-STATUS.
000610     SELECT PRQ-SORT-FILE     ASSIGN TO PRQSWK.
000620     SELECT PRQ-ENRS-FILE     ASSIGN TO PRQENRS
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS PRQ-WS-ENRS-STATUS.
000650     SELECT PRQ-DROP-FILE     ASSIGN TO PRQDROPX
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670     SELECT PRQ-RPT-FILE      ASSIGN TO PRQRPT
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720*    PREREQUISITE RULES - ONE RECORD PER COURSE AND REQUIRED
000730*    COURSE, KEPT BY THE REGISTRAR. A COURSE WITH TWO
000740*    PREREQUISITES HAS TWO RECORDS. A BLANK MINIMUM GRADE MEANS
000750*    ANY PASSING GRADE (D-).
000760 FD  PRQ-RULE-FILE
000770     RECORD CONTAINS 20 CHARACTERS.
000780 01  PRQ-RULE-REC.
000790     05  PRR-COURSE-ID           PIC X(06).
000800     05  PRR-REQ-COURSE          PIC X(06).
000810     05  PRR-MIN-GRADE           PIC X(02).
000820     05  FILLER                  PIC X(06).
000830*
000840*    SAME ENROLLMENT MASTER GRADE-CALC LOADS - SEE ITS FD.
000850 FD  GRA-ENRMF-FILE
000860     RECORD CONTAINS 30 CHARACTERS.
000870 01  GRA-ENRMF-REC.
000880     05  GRA-EM-STUDENT-ID       PIC X(09).
000890     05  GRA-EM-COURSE-ID        PIC X(06).
000900     05  GRA-EM-SECTION          PIC X(02).
000910     05  GRA-EM-TERM             PIC X(06).
000920     05  FILLER                  PIC X(07).
000930*
000940*    SAME KEYED GRADE MASTER GRADE-CALC MAINTAINS - SEE ITS FD.
000950 FD  GRA-GRDMST-FILE
000960     RECORD CONTAINS 40 CHARACTERS.
000970 01  GRA-GRDMST-REC.
000980     05  GRA-GM-KEY.
000990         10  GRA-GM-STUDENT-ID   PIC X(09).
001000         10  GRA-GM-TERM         PIC X(06).
001010         10  GRA-GM-COURSE-ID    PIC X(06).
001020     05  GRA-GM-SECTION          PIC X(02).
001030     05  GRA-GM-GRADE            PIC X(02).
001040     05  GRA-GM-MARK             PIC 9(03).
001050     05  GRA-GM-RUN-DATE         PIC 9(08).
001060     05  GRA-GM-CAMPUS           PIC X(03).
001070     05  FILLER                  PIC X(01).
001080*
001090 FD  GRA-GPA-FILE
001100     RECORD CONTAINS 30 CHARACTERS.
001110 01  GRA-GPA-REC.
001120     05  GPA-IN-STUDENT-ID       PIC X(09).
001130     05  GPA-IN-COURSE-MARK      PIC 9(03).
001140     05  GPA-IN-CREDIT-HRS       PIC 9(01)V9(01).
001150     05  GPA-IN-COURSE-ID        PIC X(06).
001160     05  GPA-IN-TERM             PIC X(06).
001170     05  FILLER                  PIC X(04).
001180*
001190 FD  GRA-SCALE-FILE
001200     RECORD CONTAINS 20 CHARACTERS.
001210 01  GRA-SCALE-REC.
001220     05  GRA-SC-CUTOFF           PIC 9(03).
001230     05  GRA-SC-GRADE            PIC X(02).
001240     05  GRA-SC-COURSE-ID        PIC X(06).
001250     05  GRA-SC-EFF-DATE         PIC 9(08).
001260     05  FILLER                  PIC X(01).
001270*
001280 FD  GRA-STUMF-FILE
001290     RECORD CONTAINS 40 CHARACTERS.
001300 01  GRA-STUMF-REC.
001310     05  GRA-SM-STUDENT-ID       PIC X(09).
001320     05  GRA-SM-NAME             PIC X(20).
001330     05  GRA-SM-PROGRAM          PIC X(08).
001340     05  GRA-SM-ENROLL-STATUS    PIC X(01).
001350     05  FILLER                  PIC X(02).
001360*
001370*    KEYED COURSE CATALOG - SEE CRSMAST.CPY.
001380 FD  GRA-CRSMF-FILE
001390     RECORD CONTAINS 60 CHARACTERS.
001400     COPY CRSMAST REPLACING ==CRSMAST-RECORD==
001410         BY ==GRA-CRSMF-REC==.
001420*
001430 SD  PRQ-SORT-FILE.
001440 01  PRQ-SORT-REC.
001450     05  PSW-STUDENT-ID          PIC X(09).
001460     05  PSW-COURSE-ID           PIC X(06).
001470     05  PSW-SECTION             PIC X(02).
001480     05  PSW-TERM                PIC X(06).
001490     05  FILLER                  PIC X(07).
001500*
001510*    THE ENROLLMENT MASTER SORTED INTO COURSE AND SECTION ORDER
001520*    FOR THE REPORT - SAME LAYOUT AS GRA-ENRMF.
001530 FD  PRQ-ENRS-FILE
001540     RECORD CONTAINS 30 CHARACTERS.
001550 01  PRQ-ENRS-REC.
001560     05  PES-STUDENT-ID          PIC X(09).
001570     05  PES-COURSE-ID           PIC X(06).
001580     05  PES-SECTION             PIC X(02).
001590     05  PES-TERM                PIC X(06).
001600     05  FILLER                  PIC X(07).
001610*
001620*    DROP-NOTICE EXTRACT FOR THE REGISTRAR - A HEADER, ONE
001630*    DETAIL PER VIOLATION, AND A TRAILER CARRYING THE DETAIL
001640*    COUNT. PDX-REASON IS 'N' WHEN THE REQUIRED COURSE WAS NEVER
001650*    TAKEN AND 'G' WHEN THE BEST GRADE IS BELOW THE MINIMUM.
001660 FD  PRQ-DROP-FILE
001670     RECORD CONTAINS 80 CHARACTERS.
001680 01  PRQ-DROP-REC.
001690     05  PDX-REC-TYPE            PIC X(01).
001700         88  PDX-HEADER          VALUE 'H'.
001710         88  PDX-DETAIL          VALUE 'D'.
001720         88  PDX-TRAILER         VALUE 'T'.
001730     05  PDX-BODY                PIC X(79).
001740     05  PDX-HEADER-BODY REDEFINES PDX-BODY.
001750         10  PDX-H-SOURCE        PIC X(08).
001760         10  PDX-H-RUN-DATE      PIC 9(08).
001770         10  PDX-H-TERM          PIC X(06).
001780         10  FILLER              PIC X(57).
001790     05  PDX-DETAIL-BODY REDEFINES PDX-BODY.
001800         10  PDX-STUDENT-ID      PIC X(09).
001810         10  PDX-COURSE-ID       PIC X(06).
001820         10  PDX-SECTION         PIC X(02).
001830         10  PDX-TERM            PIC X(06).
001840         10  PDX-REQ-COURSE      PIC X(06).
001850         10  PDX-MIN-GRADE       PIC X(02).
001860         10  PDX-BEST-GRADE      PIC X(02).
001870         10  PDX-REASON          PIC X(01).
001880             88  PDX-NOT-TAKEN   VALUE 'N'.
001890             88  PDX-BELOW-MIN   VALUE 'G'.
001900         10  PDX-NAME            PIC X(20).
001910         10  FILLER              PIC X(25).
001920     05  PDX-TRAILER-BODY REDEFINES PDX-BODY.
001930         10  PDX-T-COUNT         PIC 9(07).
001940         10  FILLER              PIC X(72).
001950*
001960 FD  PRQ-RPT-FILE
001970     RECORD CONTAINS 80 CHARACTERS.
001980 01  PRQ-RPT-REC                 PIC X(80).
001990*
002000 WORKING-STORAGE SECTION.
002010 77  PRQ-WS-FILE-EOF-SW          PIC X(01) VALUE 'N'.
002020     88  PRQ-WS-FILE-EOF         VALUE 'Y'.
002030 77  PRQ-WS-SCALE-EOF-SW         PIC X(01) VALUE 'N'.
002040     88  PRQ-WS-SCALE-EOF        VALUE 'Y'.
002050 77  PRQ-WS-RULE-STATUS          PIC X(02) VALUE '00'.
002060 77  PRQ-WS-ENRMF-STATUS         PIC X(02) VALUE '00'.
002070 77  PRQ-WS-GRDMST-STATUS        PIC X(02) VALUE '00'.
002080 77  PRQ-WS-GPA-STATUS           PIC X(02) VALUE '00'.
002090 77  PRQ-WS-SCALE-STATUS         PIC X(02) VALUE '00'.
002100 77  PRQ-WS-STUMF-STATUS         PIC X(02) VALUE '00'.
002110 77  PRQ-WS-CRSMF-STATUS         PIC X(02) VALUE '00'.
002120 77  PRQ-WS-ENRS-STATUS          PIC X(02) VALUE '00'.
002130 77  PRQ-WS-GPA-TRAILER          PIC 9(03) VALUE 999.
002140 77  PRQ-WS-STUMF-LOADED-SW      PIC X(01) VALUE 'N'.
002150     88  PRQ-WS-STUMF-LOADED     VALUE 'Y'.
002160 77  PRQ-WS-CRSMF-LOADED-SW      PIC X(01) VALUE 'N'.
002170     88  PRQ-WS-CRSMF-LOADED     VALUE 'Y'.
002180 77  PRQ-WS-RUN-SW               PIC X(01) VALUE 'Y'.
002190     88  PRQ-WS-RUN-OK           VALUE 'Y'.
002200 77  PRQ-WS-RULE-HIT-SW          PIC X(01).
002210     88  PRQ-WS-RULE-HIT         VALUE 'Y'.
002220 77  PRQ-WS-NEED-HIT-SW          PIC X(01).
002230     88  PRQ-WS-NEED-HIT         VALUE 'Y'.
002240 77  PRQ-WS-POINTS-HIT-SW        PIC X(01).
002250     88  PRQ-WS-POINTS-HIT       VALUE 'Y'.
002260 77  PRQ-WS-SECT-HEAD-SW         PIC X(01) VALUE 'N'.
002270     88  PRQ-WS-SECT-HEAD-DONE   VALUE 'Y'.
002280 77  PRQ-WS-NEED-FULL-SW         PIC X(01) VALUE 'N'.
002290     88  PRQ-WS-NEED-FULL        VALUE 'Y'.
002300 77  PRQ-WS-NEED-SUB             PIC 9(05) COMP.
002310 01  PRQ-WS-STUDENT-NAME         PIC X(20).
002320 01  PRQ-WS-LOOKUP-ID            PIC X(09).
002330 01  PRQ-WS-LOOKUP-COURSE        PIC X(06).
002340 01  PRQ-WS-LOOKUP-REQ           PIC X(06).
002350*
002360*    THE TERM BEING CHECKED IS THE LATEST ON THE ENROLLMENT
002370*    MASTER; THE PRIOR TERM IS THE LATEST ONE BEFORE IT. A
002380*    REQUIRED COURSE ENROLLED IN THE PRIOR TERM MAY NOT HAVE A
002390*    GRADE YET. TERM CODES ARE YYYYTT SO THEY COLLATE IN TIME
002400*    ORDER.
002410 01  PRQ-WS-CHECK-TERM           PIC X(06) VALUE SPACES.
002420 01  PRQ-WS-PRIOR-TERM           PIC X(06) VALUE SPACES.
002430*
002440*    PREREQUISITE RULES, LOADED AT START OF RUN, WITH THE
002450*    QUALITY POINTS OF EACH MINIMUM GRADE.
002460 77  PRQ-WS-RULE-COUNT           PIC 9(03) COMP VALUE ZERO.
002470 77  PRQ-WS-RULE-MAX             PIC 9(03) COMP VALUE 500.
002480 01  PRQ-WS-RULE-TABLE.
002490     05  PRQ-RL-ENTRY OCCURS 500 TIMES
002500                      INDEXED BY PRQ-RL-IDX.
002510         10  PRQ-RL-COURSE       PIC X(06).
002520         10  PRQ-RL-REQ-COURSE   PIC X(06).
002530         10  PRQ-RL-MIN-GRADE    PIC X(02).
002540         10  PRQ-RL-MIN-POINTS   PIC 9(01)V9(02).
002550*
002560*    ONE ENTRY PER STUDENT AND REQUIRED COURSE THE CHECKED TERM
002570*    CALLS FOR, WITH THE BEST GRADE FOUND FOR IT SO FAR. A
002580*    STUDENT IN TWO COURSES THAT SHARE A PREREQUISITE AT
002590*    DIFFERENT MINIMUMS HAS ONE ENTRY; EACH RULE COMPARES ITS
002600*    OWN MINIMUM AGAINST THE BEST GRADE.
002610 77  PRQ-WS-NEED-COUNT           PIC 9(05) COMP VALUE ZERO.
002620 77  PRQ-WS-NEED-MAX             PIC 9(05) COMP VALUE 5000.
002630 01  PRQ-WS-NEED-TABLE.
002640     05  PRQ-ND-ENTRY OCCURS 5000 TIMES
002650                      INDEXED BY PRQ-ND-IDX.
002660         10  PRQ-ND-STUDENT-ID   PIC X(09).
002670         10  PRQ-ND-REQ-COURSE   PIC X(06).
002680         10  PRQ-ND-BEST-GRADE   PIC X(02).
002690         10  PRQ-ND-BEST-POINTS  PIC 9(01)V9(02).
002700         10  PRQ-ND-LETTER-SW    PIC X(01).
002710             88  PRQ-ND-LETTER   VALUE 'Y'.
002720         10  PRQ-ND-PRIOR-ENR-SW PIC X(01).
002730             88  PRQ-ND-PRIOR-ENR VALUE 'Y'.
002740         10  PRQ-ND-PRIOR-GRD-SW PIC X(01).
002750             88  PRQ-ND-PRIOR-GRADED VALUE 'Y'.
002760*
002770*    GRADING WORK FIELDS - SAME AS SAP-EVAL'S.
002780 77  PRQ-WS-MARK                 PIC 9(03).
002790 77  PRQ-WS-GRADE                PIC X(02).
002800 77  PRQ-WS-RESULT-TERM          PIC X(06).
002810 77  PRQ-WS-GPA-POINTS           PIC 9(01)V9(02).
002820 77  PRQ-WS-SCALE-VERS           PIC 9(08) VALUE ZERO.
002830 77  PRQ-WS-SCALE-COURSE         PIC X(06) VALUE SPACES.
002840 77  PRQ-WS-SCALE-HIT-SW         PIC X(01) VALUE 'N'.
002850     88  PRQ-WS-SCALE-HIT        VALUE 'Y'.
002860     COPY RUNSTAMP.
002870     COPY GRDSCALE.
002880*
002890*    QUALITY-POINT TABLE - SAME 13 PLUS/MINUS ENTRIES GRADE-CALC
002900*    LOADS IN ITS 1080-LOAD-GPA-POINTS. A GRADE NOT ON THIS
002910*    TABLE (I, W, AU) NEVER SATISFIES A PREREQUISITE.
002920 01  PRQ-WS-GPA-POINT-TABLE.
002930     05  PGP-ENTRY OCCURS 13 TIMES INDEXED BY PGP-IDX.
002940         10  PGP-GRADE           PIC X(02).
002950         10  PGP-POINTS          PIC 9(01)V9(02).
002960 77  PRQ-WS-GPA-POINT-COUNT      PIC 9(02) COMP VALUE 13.
002970*
002980*    CONTROL BREAK ON COURSE AND SECTION FOR THE REPORT.
002990 01  PRQ-WS-BREAK-KEY.
003000     05  PRQ-WS-BRK-COURSE       PIC X(06) VALUE SPACES.
003010     05  PRQ-WS-BRK-SECTION      PIC X(02) VALUE SPACES.
003020 01  PRQ-WS-CURR-KEY.
003030     05  PRQ-WS-CUR-COURSE       PIC X(06).
003040     05  PRQ-WS-CUR-SECTION      PIC X(02).
003050*
003060*    RUN COUNTS.
003070 77  PRQ-WS-RULE-READ            PIC 9(05) COMP VALUE ZERO.
003080 77  PRQ-WS-RULE-BAD             PIC 9(05) COMP VALUE ZERO.
003090 77  PRQ-WS-ENR-READ             PIC 9(05) COMP VALUE ZERO.
003100 77  PRQ-WS-ENR-CHECKED          PIC 9(05) COMP VALUE ZERO.
003110 77  PRQ-WS-PREREQ-CHECKED       PIC 9(05) COMP VALUE ZERO.
003120 77  PRQ-WS-MET-COUNT            PIC 9(05) COMP VALUE ZERO.
003130 77  PRQ-WS-INPROG-COUNT         PIC 9(05) COMP VALUE ZERO.
003140 77  PRQ-WS-NOT-TAKEN-COUNT      PIC 9(05) COMP VALUE ZERO.
003150 77  PRQ-WS-BELOW-MIN-COUNT      PIC 9(05) COMP VALUE ZERO.
003160 77  PRQ-WS-UNCHECKED-COUNT      PIC 9(05) COMP VALUE ZERO.
003170 77  PRQ-WS-DROP-COUNT           PIC 9(07) COMP VALUE ZERO.
003180*
003190 01  PRQ-WS-TITLE-LINE.
003200     05  FILLER                  PIC X(50) VALUE
003210         "PREREQUISITE VIOLATIONS BY COURSE AND SECTION".
003220     05  FILLER                  PIC X(30) VALUE SPACES.
003230*
003240 01  PRQ-WS-TERM-LINE.
003250     05  FILLER                  PIC X(16) VALUE
003260         "TERM CHECKED:   ".
003270     05  PTL-TERM                PIC X(06).
003280     05  FILLER                  PIC X(18) VALUE
003290         "   IN PROGRESS IN ".
003300     05  PTL-PRIOR-TERM          PIC X(06).
003310     05  FILLER                  PIC X(34) VALUE SPACES.
003320*
003330 01  PRQ-WS-SECT-LINE.
003340     05  FILLER                  PIC X(08) VALUE "COURSE: ".
003350     05  PSL-COURSE              PIC X(06).
003360     05  FILLER                  PIC X(01) VALUE SPACES.
003370     05  PSL-TITLE               PIC X(30).
003380     05  FILLER                  PIC X(07) VALUE "  DEPT ".
003390     05  PSL-DEPT                PIC X(04).
003400     05  FILLER                  PIC X(11) VALUE "  SECTION: ".
003410     05  PSL-SECTION             PIC X(02).
003420     05  FILLER                  PIC X(11) VALUE SPACES.
003430*
003440 01  PRQ-WS-HEAD-LINE.
003450     05  FILLER                  PIC X(40) VALUE
003460         "  STUDENT   NAME                 REQUIRE".
003470     05  FILLER                  PIC X(40) VALUE
003480         "D MIN BEST  STATUS                      ".
003490*
003500 01  PRQ-WS-DETAIL-LINE.
003510     05  FILLER                  PIC X(02) VALUE SPACES.
003520     05  PDL-STUDENT-ID          PIC X(09).
003530     05  FILLER                  PIC X(01) VALUE SPACES.
003540     05  PDL-NAME                PIC X(20).
003550     05  FILLER                  PIC X(01) VALUE SPACES.
003560     05  PDL-REQ-COURSE          PIC X(06).
003570     05  FILLER                  PIC X(03) VALUE SPACES.
003580     05  PDL-MIN-GRADE           PIC X(02).
003590     05  FILLER                  PIC X(02) VALUE SPACES.
003600     05  PDL-BEST-GRADE          PIC X(02).
003610     05  FILLER                  PIC X(04) VALUE SPACES.
003620     05  PDL-STATUS              PIC X(16).
003630     05  FILLER                  PIC X(12) VALUE SPACES.
003640*
003650 01  PRQ-WS-NOTE-LINE.
003660     05  PNL-KEY                 PIC X(12).
003670     05  FILLER                  PIC X(02) VALUE SPACES.
003680     05  PNL-TEXT                PIC X(60).
003690     05  FILLER                  PIC X(06) VALUE SPACES.
003700*
003710 01  PRQ-WS-FOOT-LINE.
003720     05  PFL-LABEL               PIC X(34).
003730     05  PFL-COUNT               PIC Z(6)9.
003740     05  FILLER                  PIC X(39) VALUE SPACES.
003750*
003760 01  PRQ-WS-BLANK-LINE           PIC X(80) VALUE SPACES.
003770*
003780 PROCEDURE DIVISION.
003790*===============================================================
003800 0000-MAINLINE.
003810*===============================================================
003820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003830     IF PRQ-WS-RUN-OK
003840         PERFORM 1300-BUILD-NEEDS THRU 1300-EXIT
003850         PERFORM 1400-MARK-PRIOR-ENROLLMENT THRU 1400-EXIT
003860         PERFORM 1500-APPLY-GRADE-MASTER THRU 1500-EXIT
003870         PERFORM 1600-APPLY-GPA-FILE THRU 1600-EXIT
003880         PERFORM 2000-REPORT-VIOLATIONS THRU 2000-EXIT
003890     END-IF.
003900     PERFORM 3000-TERMINATE THRU 3000-EXIT.
003910     STOP RUN.
003920*
003930*===============================================================
003940 1000-INITIALIZE.
003950*===============================================================
003960     OPEN OUTPUT PRQ-RPT-FILE.
003970     OPEN OUTPUT PRQ-DROP-FILE.
003980     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
003990     ACCEPT RUNSTAMP-TIME FROM TIME.
004000     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
004010     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
004020     WRITE PRQ-RPT-REC FROM RUNSTAMP-HEADER-LINE.
004030     WRITE PRQ-RPT-REC FROM PRQ-WS-TITLE-LINE.
004040     PERFORM 1050-LOAD-SCALE THRU 1050-EXIT.
004050     PERFORM 1080-LOAD-GPA-POINTS THRU 1080-EXIT.
004060     PERFORM 1100-LOAD-RULES THRU 1100-EXIT.
004070     IF PRQ-WS-RULE-COUNT = ZERO
004080         DISPLAY "PREREQ-CHECK: NO PREREQUISITE RULES ON "
004090             "GRAPREQ - NOTHING CHECKED"
004100         MOVE 'N' TO PRQ-WS-RUN-SW
004110         GO TO 1000-WRITE-HEADER
004120     END-IF.
004130     PERFORM 1200-FIND-TERMS THRU 1200-EXIT.
004140     IF PRQ-WS-CHECK-TERM = SPACES
004150         DISPLAY "PREREQ-CHECK: ENROLLMENT MASTER EMPTY OR NOT "
004160             "AVAILABLE - STATUS " PRQ-WS-ENRMF-STATUS
004170         MOVE 8 TO RETURN-CODE
004180         MOVE 'N' TO PRQ-WS-RUN-SW
004190         GO TO 1000-WRITE-HEADER
004200     END-IF.
004210     MOVE PRQ-WS-CHECK-TERM TO PTL-TERM.
004220     MOVE PRQ-WS-PRIOR-TERM TO PTL-PRIOR-TERM.
004230     WRITE PRQ-RPT-REC FROM PRQ-WS-TERM-LINE.
004240     PERFORM 1250-OPEN-MASTERS THRU 1250-EXIT.
004250 1000-WRITE-HEADER.
004260     MOVE SPACES TO PRQ-DROP-REC.
004270     MOVE 'H' TO PDX-REC-TYPE.
004280     MOVE "PREREQCK" TO PDX-H-SOURCE.
004290     MOVE RUNSTAMP-DATE TO PDX-H-RUN-DATE.
004300     MOVE PRQ-WS-CHECK-TERM TO PDX-H-TERM.
004310     WRITE PRQ-DROP-REC.
004320 1000-EXIT.
004330     EXIT.
004340*
004350*===============================================================
004360 1050-LOAD-SCALE.
004370*===============================================================
004380*    SAME LOAD LOGIC GRADE-CALC AND GRADE-TRANSCRIPT USE.
004390     MOVE ZERO TO GRA-SCALE-COUNT.
004400     OPEN INPUT GRA-SCALE-FILE.
004410     IF PRQ-WS-SCALE-STATUS = '35'
004420         PERFORM 1070-DEFAULT-SCALE THRU 1070-EXIT
004430         GO TO 1050-EXIT
004440     END-IF.
004450     PERFORM 1060-LOAD-SCALE-REC THRU 1060-EXIT
004460         UNTIL PRQ-WS-SCALE-EOF OR GRA-SCALE-COUNT = 60.
004470     CLOSE GRA-SCALE-FILE.
004480     IF GRA-SCALE-COUNT = ZERO
004490         PERFORM 1070-DEFAULT-SCALE THRU 1070-EXIT
004500     END-IF.
004510 1050-EXIT.
004520     EXIT.
004530*
004540*===============================================================
004550 1060-LOAD-SCALE-REC.
004560*===============================================================
004570     READ GRA-SCALE-FILE
004580         AT END
004590             MOVE 'Y' TO PRQ-WS-SCALE-EOF-SW
004600     END-READ.
004610     IF NOT PRQ-WS-SCALE-EOF
004620         ADD 1 TO GRA-SCALE-COUNT
004630         SET GRA-SCALE-IDX TO GRA-SCALE-COUNT
004640         MOVE GRA-SC-CUTOFF TO GRA-SCALE-CUTOFF (GRA-SCALE-IDX)
004650         MOVE GRA-SC-GRADE  TO GRA-SCALE-GRADE (GRA-SCALE-IDX)
004660         MOVE GRA-SC-COURSE-ID
004670             TO GRA-SCALE-COURSE (GRA-SCALE-IDX)
004680         IF GRA-SC-EFF-DATE NUMERIC
004690             MOVE GRA-SC-EFF-DATE
004700                 TO GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
004710         ELSE
004720             MOVE ZERO TO GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
004730         END-IF
004740     END-IF.
004750 1060-EXIT.
004760     EXIT.
004770*
004780*===============================================================
004790 1070-DEFAULT-SCALE.
004800*===============================================================
004810     MOVE 6 TO GRA-SCALE-COUNT.
004820     MOVE 90 TO GRA-SCALE-CUTOFF (1).
004830     MOVE 'A' TO GRA-SCALE-GRADE (1).
004840     MOVE 80 TO GRA-SCALE-CUTOFF (2).
004850     MOVE 'B' TO GRA-SCALE-GRADE (2).
004860     MOVE 70 TO GRA-SCALE-CUTOFF (3).
004870     MOVE 'C' TO GRA-SCALE-GRADE (3).
004880     MOVE 60 TO GRA-SCALE-CUTOFF (4).
004890     MOVE 'D' TO GRA-SCALE-GRADE (4).
004900     MOVE 50 TO GRA-SCALE-CUTOFF (5).
004910     MOVE 'E' TO GRA-SCALE-GRADE (5).
004920     MOVE 00 TO GRA-SCALE-CUTOFF (6).
004930     MOVE 'F' TO GRA-SCALE-GRADE (6).
004940     MOVE SPACES TO GRA-SCALE-COURSE (1) GRA-SCALE-COURSE (2)
004950         GRA-SCALE-COURSE (3) GRA-SCALE-COURSE (4)
004960         GRA-SCALE-COURSE (5) GRA-SCALE-COURSE (6).
004970     MOVE ZERO TO GRA-SCALE-EFF-DATE (1) GRA-SCALE-EFF-DATE (2)
004980         GRA-SCALE-EFF-DATE (3) GRA-SCALE-EFF-DATE (4)
004990         GRA-SCALE-EFF-DATE (5) GRA-SCALE-EFF-DATE (6).
005000 1070-EXIT.
005010     EXIT.
005020*
005030*===============================================================
005040 1080-LOAD-GPA-POINTS.
005050*===============================================================
005060     MOVE 'A '  TO PGP-GRADE (1).  MOVE 4.00 TO PGP-POINTS (1).
005070     MOVE 'A-'  TO PGP-GRADE (2).  MOVE 3.70 TO PGP-POINTS (2).
005080     MOVE 'B+'  TO PGP-GRADE (3).  MOVE 3.30 TO PGP-POINTS (3).
005090     MOVE 'B '  TO PGP-GRADE (4).  MOVE 3.00 TO PGP-POINTS (4).
005100     MOVE 'B-'  TO PGP-GRADE (5).  MOVE 2.70 TO PGP-POINTS (5).
005110     MOVE 'C+'  TO PGP-GRADE (6).  MOVE 2.30 TO PGP-POINTS (6).
005120     MOVE 'C '  TO PGP-GRADE (7).  MOVE 2.00 TO PGP-POINTS (7).
005130     MOVE 'C-'  TO PGP-GRADE (8).  MOVE 1.70 TO PGP-POINTS (8).
005140     MOVE 'D+'  TO PGP-GRADE (9).  MOVE 1.30 TO PGP-POINTS (9).
005150     MOVE 'D '  TO PGP-GRADE (10). MOVE 1.00 TO PGP-POINTS (10).
005160     MOVE 'D-'  TO PGP-GRADE (11). MOVE 0.70 TO PGP-POINTS (11).
005170     MOVE 'E '  TO PGP-GRADE (12). MOVE 0.00 TO PGP-POINTS (12).
005180     MOVE 'F '  TO PGP-GRADE (13). MOVE 0.00 TO PGP-POINTS (13).
005190 1080-EXIT.
005200     EXIT.
005210*
005220*===============================================================
005230 1100-LOAD-RULES.
005240*===============================================================
005250*    A RULE WHOSE MINIMUM IS NOT A PASSING LETTER GRADE ON THE
005260*    POINT TABLE CANNOT BE CHECKED - IT IS LISTED AND SKIPPED.
005270*    A MISSING RULES FILE LEAVES NOTHING TO CHECK.
005280     MOVE 'N' TO PRQ-WS-FILE-EOF-SW.
005290     OPEN INPUT PRQ-RULE-FILE.
005300     IF PRQ-WS-RULE-STATUS NOT = '00'
005310         GO TO 1100-EXIT
005320     END-IF.
005330     READ PRQ-RULE-FILE
005340         AT END
005350             MOVE 'Y' TO PRQ-WS-FILE-EOF-SW
005360     END-READ.
005370     PERFORM 1110-LOAD-RULE-REC THRU 1110-EXIT
005380         UNTIL PRQ-WS-FILE-EOF.
005390     CLOSE PRQ-RULE-FILE.
005400 1100-EXIT.
005410     EXIT.
005420*
005430*===============================================================
005440 1110-LOAD-RULE-REC.
005450*===============================================================
005460     ADD 1 TO PRQ-WS-RULE-READ.
005470     IF PRR-MIN-GRADE = SPACES
005480         MOVE 'D-' TO PRR-MIN-GRADE
005490     END-IF.
005500     MOVE PRR-MIN-GRADE TO PRQ-WS-GRADE.
005510     PERFORM 2150-GRADE-POINTS THRU 2150-EXIT.
005520     IF PRR-COURSE-ID = SPACES OR PRR-REQ-COURSE = SPACES
005530             OR NOT PRQ-WS-POINTS-HIT
005540             OR PRQ-WS-GPA-POINTS = ZERO
005550         ADD 1 TO PRQ-WS-RULE-BAD
005560         MOVE PRR-COURSE-ID TO PNL-KEY
005570         MOVE "RULE REJECTED - REQUIRED COURSE OR MINIMUM GRADE "
005580             TO PNL-TEXT
005590         MOVE PRR-REQ-COURSE TO PNL-TEXT (50:6)
005600         MOVE PRR-MIN-GRADE  TO PNL-TEXT (57:2)
005610         WRITE PRQ-RPT-REC FROM PRQ-WS-NOTE-LINE
005620         GO TO 1110-READ
005630     END-IF.
005640     IF PRQ-WS-RULE-COUNT = PRQ-WS-RULE-MAX
005650         ADD 1 TO PRQ-WS-RULE-BAD
005660         MOVE PRR-COURSE-ID TO PNL-KEY
005670         MOVE "RULE TABLE FULL - RULE NOT CHECKED"
005680             TO PNL-TEXT
005690         WRITE PRQ-RPT-REC FROM PRQ-WS-NOTE-LINE
005700         MOVE 8 TO RETURN-CODE
005710         GO TO 1110-READ
005720     END-IF.
005730     ADD 1 TO PRQ-WS-RULE-COUNT.
005740     SET PRQ-RL-IDX TO PRQ-WS-RULE-COUNT.
005750     MOVE PRR-COURSE-ID     TO PRQ-RL-COURSE (PRQ-RL-IDX).
005760     MOVE PRR-REQ-COURSE    TO PRQ-RL-REQ-COURSE (PRQ-RL-IDX).
005770     MOVE PRR-MIN-GRADE     TO PRQ-RL-MIN-GRADE (PRQ-RL-IDX).
005780     MOVE PRQ-WS-GPA-POINTS TO PRQ-RL-MIN-POINTS (PRQ-RL-IDX).
005790 1110-READ.
005800     READ PRQ-RULE-FILE
005810         AT END
005820             MOVE 'Y' TO PRQ-WS-FILE-EOF-SW
005830     END-READ.
005840 1110-EXIT.
005850     EXIT.
005860*
005870*===============================================================
005880 1200-FIND-TERMS.
005890*===============================================================
005900*    ONE PASS OF THE ENROLLMENT MASTER FOR THE LATEST TERM ON IT
005910*    AND THE LATEST TERM BEFORE THAT.
005920     MOVE 'N' TO PRQ-WS-FILE-EOF-SW.
005930     OPEN INPUT GRA-ENRMF-FILE.
005940     IF PRQ-WS-ENRMF-STATUS NOT = '00'
005950         GO TO 1200-EXIT
005960     END-IF.
005970     READ GRA-ENRMF-FILE
005980         AT END
005990             MOVE 'Y' TO PRQ-WS-FILE-EOF-SW
006000     END-READ.
006010     PERFORM 1210-CHECK-ENR-TERM THRU 1210-EXIT
006020         UNTIL PRQ-WS-FILE-EOF.
006030     CLOSE GRA-ENRMF-FILE.
006040 1200-EXIT.
006050     EXIT.
006060*
006070*===============================================================
006080 1210-CHECK-ENR-TERM.
006090*===============================================================
006100     ADD 1 TO PRQ-WS-ENR-READ.
006110     IF GRA-EM-TERM > PRQ-WS-CHECK-TERM
006120         MOVE PRQ-WS-CHECK-TERM TO PRQ-WS-PRIOR-TERM
006130         MOVE GRA-EM-TERM TO PRQ-WS-CHECK-TERM
006140     ELSE
006150         IF GRA-EM-TERM < PRQ-WS-CHECK-TERM
006160                 AND GRA-EM-TERM > PRQ-WS-PRIOR-TERM
006170             MOVE GRA-EM-TERM TO PRQ-WS-PRIOR-TERM
006180         END-IF
006190     END-IF.
006200     READ GRA-ENRMF-FILE
006210         AT END
006220             MOVE 'Y' TO PRQ-WS-FILE-EOF-SW
006230     END-READ.
006240 1210-EXIT.
006250     EXIT.
006260*
006270*===============================================================
006280 1250-OPEN-MASTERS.
006290*===============================================================
006300*    A STUDENT MASTER THAT WILL NOT OPEN ONLY LEAVES THE NAMES
006310*    OFF THE REPORT AND THE DROP NOTICES. A CATALOG THAT WILL
006320*    NOT OPEN MEANS THIS SITE HASN'T CUT OVER - THE SECTION
006330*    HEADINGS GO OUT WITHOUT TITLE AND DEPARTMENT.
006340     OPEN INPUT GRA-STUMF-FILE.
006350     IF PRQ-WS-STUMF-STATUS = '00'
006360         MOVE 'Y' TO PRQ-WS-STUMF-LOADED-SW
006370     END-IF.
006380     OPEN INPUT GRA-CRSMF-FILE.
006390     IF PRQ-WS-CRSMF-STATUS = '00'
006400         MOVE 'Y' TO PRQ-WS-CRSMF-LOADED-SW
006410     END-IF.
006420 1250-EXIT.
006430     EXIT.
006440*
006450*===============================================================
006460 1300-BUILD-NEEDS.
006470*===============================================================
006480*    SECOND PASS OF THE ENROLLMENT MASTER. EACH CHECKED-TERM
006490*    ENROLLMENT IN A COURSE WITH RULES ADDS THE STUDENT'S
006500*    REQUIRED COURSES TO THE NEED TABLE.
006510     MOVE 'N' TO PRQ-WS-FILE-EOF-SW.
006520     OPEN INPUT GRA-ENRMF-FILE.
006530     READ GRA-ENRMF-FILE
006540         AT END
006550             MOVE 'Y' TO PRQ-WS-FILE-EOF-SW
006560     END-READ.
006570     PERFORM 1310-NEEDS-FOR-ENROLLMENT THRU 1310-EXIT
006580         UNTIL PRQ-WS-FILE-EOF.
006590     CLOSE GRA-ENRMF-FILE.
006600 1300-EXIT.
006610     EXIT.
006620*
006630*===============================================================
006640 1310-NEEDS-FOR-ENROLLMENT.
006650*===============================================================
006660     IF GRA-EM-TERM = PRQ-WS-CHECK-TERM
006670         MOVE GRA-EM-STUDENT-ID TO PRQ-WS-LOOKUP-ID
006680         MOVE GRA-EM-COURSE-ID  TO PRQ-WS-LOOKUP-COURSE
006690         PERFORM 1320-SCAN-RULES THRU 1320-EXIT
006700             VARYING PRQ-RL-IDX FROM 1 BY 1
006710             UNTIL PRQ-RL-IDX > PRQ-WS-RULE-COUNT
006720     END-IF.
006730     READ GRA-ENRMF-FILE
006740         AT END
006750             MOVE 'Y' TO PRQ-WS-FILE-EOF-SW
006760     END-READ.
006770 1310-EXIT.
006780     EXIT.
006790*
006800*===============================================================
006810 1320-SCAN-RULES.
006820*===============================================================
006830     IF PRQ-RL-COURSE (PRQ-RL-IDX) NOT = PRQ-WS-LOOKUP-COURSE
006840         GO TO 1320-EXIT
006850     END-IF.
006860     MOVE PRQ-RL-REQ-COURSE (PRQ-RL-IDX) TO PRQ-WS-LOOKUP-REQ.
006870     PERFORM 4000-FIND-NEED THRU 4000-EXIT.
006880     IF PRQ-WS-NEED-HIT
006890         GO TO 1320-EXIT
006900     END-IF.
006910     IF PRQ-WS-NEED-COUNT = PRQ-WS-NEED-MAX
006920         IF NOT PRQ-WS-NEED-FULL
006930             DISPLAY "PREREQ-CHECK: NEED TABLE FULL AT "
006940                 PRQ-WS-NEED-MAX
006950                 " - LATER ENROLLMENTS NOT CHECKED"
006960             MOVE 'Y' TO PRQ-WS-NEED-FULL-SW
006970             MOVE 8 TO RETURN-CODE
006980         END-IF
006990         GO TO 1320-EXIT
007000     END-IF.
007010     ADD 1 TO PRQ-WS-NEED-COUNT.
007020     SET PRQ-ND-IDX TO PRQ-WS-NEED-COUNT.
007030     MOVE PRQ-WS-LOOKUP-ID  TO PRQ-ND-STUDENT-ID (PRQ-ND-IDX).
007040     MOVE PRQ-WS-LOOKUP-REQ TO PRQ-ND-REQ-COURSE (PRQ-ND-IDX).
007050     MOVE SPACES TO PRQ-ND-BEST-GRADE (PRQ-ND-IDX).
007060     MOVE ZERO   TO PRQ-ND-BEST-POINTS (PRQ-ND-IDX).
007070     MOVE 'N'    TO PRQ-ND-LETTER-SW (PRQ-ND-IDX)
007080                    PRQ-ND-PRIOR-ENR-SW (PRQ-ND-IDX)
007090                    PRQ-ND-PRIOR-GRD-SW (PRQ-ND-IDX).
007100 1320-EXIT.
007110     EXIT.
007120*
007130*===============================================================
007140 1400-MARK-PRIOR-ENROLLMENT.
007150*===============================================================
007160*    THIRD PASS OF THE ENROLLMENT MASTER. A NEED WHOSE REQUIRED
007170*    COURSE THE STUDENT IS ENROLLED IN FOR THE PRIOR TERM IS
007180*    MARKED - IF THAT TERM'S GRADE IS NOT POSTED YET THE
007190*    PREREQUISITE IS STILL IN PROGRESS.
007200     IF PRQ-WS-PRIOR-TERM = SPACES OR PRQ-WS-NEED-COUNT = ZERO
007210         GO TO 1400-EXIT
007220     END-IF.
007230     MOVE 'N' TO PRQ-WS-FILE-EOF-SW.
007240     OPEN INPUT GRA-ENRMF-FILE.
007250     READ GRA-ENRMF-FILE
007260         AT END
007270             MOVE 'Y' TO PRQ-WS-FILE-EOF-SW
007280     END-READ.
007290     PERFORM 1410-CHECK-PRIOR-ENR THRU 1410-EXIT
007300         UNTIL PRQ-WS-FILE-EOF.
007310     CLOSE GRA-ENRMF-FILE.
007320 1400-EXIT.
007330     EXIT.
007340*
007350*===============================================================
007360 1410-CHECK-PRIOR-ENR.
007370*===============================================================
007380     IF GRA-EM-TERM = PRQ-WS-PRIOR-TERM
007390         MOVE GRA-EM-STUDENT-ID TO PRQ-WS-LOOKUP-ID
007400         MOVE GRA-EM-COURSE-ID  TO PRQ-WS-LOOKUP-REQ
007410         PERFORM 4000-FIND-NEED THRU 4000-EXIT
007420         IF PRQ-WS-NEED-HIT
007430             MOVE 'Y' TO PRQ-ND-PRIOR-ENR-SW (PRQ-ND-IDX)
007440         END-IF
007450     END-IF.
007460     READ GRA-ENRMF-FILE
007470         AT END
007480             MOVE 'Y' TO PRQ-WS-FILE-EOF-SW
007490     END-READ.
007500 1410-EXIT.
007510     EXIT.
007520*
007530*===============================================================
007540 1500-APPLY-GRADE-MASTER.
007550*===============================================================
007560*    ONE PASS OF THE KEYED GRADE MASTER. EVERY ROW FOR A NEEDED
007570*    REQUIRED COURSE, BEFORE THE CHECKED TERM, IS A RESULT -
007580*    LETTER GRADES AS POSTED, AND THE I, W AND AU CODES THAT
007590*    NEVER REACH THE GPA FILE.
007600     IF PRQ-WS-NEED-COUNT = ZERO
007610         GO TO 1500-EXIT
007620     END-IF.
007630     MOVE 'N' TO PRQ-WS-FILE-EOF-SW.
007640     OPEN INPUT GRA-GRDMST-FILE.
007650     IF PRQ-WS-GRDMST-STATUS NOT = '00'
007660         DISPLAY "PREREQ-CHECK: GRADE MASTER NOT AVAILABLE - "
007670             "GPA FILE RESULTS ONLY"
007680         GO TO 1500-EXIT
007690     END-IF.
007700     READ GRA-GRDMST-FILE
007710         AT END
007720             MOVE 'Y' TO PRQ-WS-FILE-EOF-SW
007730     END-READ.
007740     PERFORM 1510-CHECK-MASTER-REC THRU 1510-EXIT
007750         UNTIL PRQ-WS-FILE-EOF.
007760     CLOSE GRA-GRDMST-FILE.
007770 1500-EXIT.
007780     EXIT.
007790*
007800*===============================================================
007810 1510-CHECK-MASTER-REC.
007820*===============================================================
007830     IF GRA-GM-TERM < PRQ-WS-CHECK-TERM
007840         MOVE GRA-GM-STUDENT-ID TO PRQ-WS-LOOKUP-ID
007850         MOVE GRA-GM-COURSE-ID  TO PRQ-WS-LOOKUP-REQ
007860         MOVE GRA-GM-GRADE      TO PRQ-WS-GRADE
007870         MOVE GRA-GM-TERM       TO PRQ-WS-RESULT-TERM
007880         PERFORM 4000-FIND-NEED THRU 4000-EXIT
007890         IF PRQ-WS-NEED-HIT
007900             PERFORM 1700-APPLY-RESULT THRU 1700-EXIT
007910         END-IF
007920     END-IF.
007930     READ GRA-GRDMST-FILE
007940         AT END
007950             MOVE 'Y' TO PRQ-WS-FILE-EOF-SW
007960     END-READ.
007970 1510-EXIT.
007980     EXIT.
007990*
008000*===============================================================
008010 1600-APPLY-GPA-FILE.
008020*===============================================================
008030*    ONE PASS OF THE GPA FILE. EACH COURSE ATTEMPT BEFORE THE
008040*    CHECKED TERM IS GRADED UNDER ITS SCALE AND APPLIED THE SAME
008050*    WAY AS A GRADE MASTER ROW. TRAILERS ARE SKIPPED.
008060     IF PRQ-WS-NEED-COUNT = ZERO
008070         GO TO 1600-EXIT
008080     END-IF.
008090     MOVE 'N' TO PRQ-WS-FILE-EOF-SW.
008100     OPEN INPUT GRA-GPA-FILE.
008110     IF PRQ-WS-GPA-STATUS NOT = '00'
008120         DISPLAY "PREREQ-CHECK: GPA FILE NOT AVAILABLE - "
008130             "GRADE MASTER RESULTS ONLY"
008140         GO TO 1600-EXIT
008150     END-IF.
008160     READ GRA-GPA-FILE
008170         AT END
008180             MOVE 'Y' TO PRQ-WS-FILE-EOF-SW
008190     END-READ.
008200     PERFORM 1610-CHECK-GPA-REC THRU 1610-EXIT
008210         UNTIL PRQ-WS-FILE-EOF.
008220     CLOSE GRA-GPA-FILE.
008230 1600-EXIT.
008240     EXIT.
008250*
008260*===============================================================
008270 1610-CHECK-GPA-REC.
008280*===============================================================
008290     IF GPA-IN-COURSE-MARK NOT = PRQ-WS-GPA-TRAILER
008300             AND GPA-IN-TERM < PRQ-WS-CHECK-TERM
008310         MOVE GPA-IN-STUDENT-ID TO PRQ-WS-LOOKUP-ID
008320         MOVE GPA-IN-COURSE-ID  TO PRQ-WS-LOOKUP-REQ
008330         PERFORM 4000-FIND-NEED THRU 4000-EXIT
008340         IF PRQ-WS-NEED-HIT
008350             PERFORM 2120-GRADE-COURSE THRU 2120-EXIT
008360             MOVE GPA-IN-TERM TO PRQ-WS-RESULT-TERM
008370             PERFORM 1700-APPLY-RESULT THRU 1700-EXIT
008380         END-IF
008390     END-IF.
008400     READ GRA-GPA-FILE
008410         AT END
008420             MOVE 'Y' TO PRQ-WS-FILE-EOF-SW
008430     END-READ.
008440 1610-EXIT.
008450     EXIT.
008460*
008470*===============================================================
008480 1700-APPLY-RESULT.
008490*===============================================================
008500*    APPLIES PRQ-WS-GRADE, EARNED IN PRQ-WS-RESULT-TERM, TO THE
008510*    NEED AT PRQ-ND-IDX. THE HIGHEST LETTER
008520*    GRADE IS KEPT; A CODE OFF THE POINT TABLE (I, W, AU) IS
008530*    ONLY KEPT UNTIL A LETTER GRADE TURNS UP. A LETTER GRADE IN
008540*    THE PRIOR TERM MEANS THAT TERM IS NO LONGER IN PROGRESS -
008550*    AN INCOMPLETE STILL IS.
008560     PERFORM 2150-GRADE-POINTS THRU 2150-EXIT.
008570     IF NOT PRQ-WS-POINTS-HIT
008580         IF PRQ-ND-BEST-GRADE (PRQ-ND-IDX) = SPACES
008590             MOVE PRQ-WS-GRADE TO PRQ-ND-BEST-GRADE (PRQ-ND-IDX)
008600         END-IF
008610         GO TO 1700-EXIT
008620     END-IF.
008630     IF PRQ-WS-RESULT-TERM = PRQ-WS-PRIOR-TERM
008640         MOVE 'Y' TO PRQ-ND-PRIOR-GRD-SW (PRQ-ND-IDX)
008650     END-IF.
008660     IF NOT PRQ-ND-LETTER (PRQ-ND-IDX)
008670             OR PRQ-WS-GPA-POINTS
008680                 > PRQ-ND-BEST-POINTS (PRQ-ND-IDX)
008690         MOVE PRQ-WS-GRADE TO PRQ-ND-BEST-GRADE (PRQ-ND-IDX)
008700         MOVE PRQ-WS-GPA-POINTS
008710             TO PRQ-ND-BEST-POINTS (PRQ-ND-IDX)
008720         MOVE 'Y' TO PRQ-ND-LETTER-SW (PRQ-ND-IDX)
008730     END-IF.
008740 1700-EXIT.
008750     EXIT.
008760*
008770*===============================================================
008780 2000-REPORT-VIOLATIONS.
008790*===============================================================
008800*    THE ENROLLMENT MASTER IS SORTED INTO COURSE, SECTION AND
008810*    STUDENT ORDER AND READ BACK; EACH CHECKED-TERM ENROLLMENT
008820*    IN A COURSE WITH RULES IS CHECKED RULE BY RULE. A SECTION
008830*    HEADING PRINTS BEFORE THE FIRST LINE FOR ITS SECTION.
008840     WRITE PRQ-RPT-REC FROM PRQ-WS-BLANK-LINE.
008850     SORT PRQ-SORT-FILE
008860         ON ASCENDING KEY PSW-COURSE-ID PSW-SECTION PSW-STUDENT-ID
008870         USING GRA-ENRMF-FILE
008880         GIVING PRQ-ENRS-FILE.
008890     MOVE 'N' TO PRQ-WS-FILE-EOF-SW.
008900     OPEN INPUT PRQ-ENRS-FILE.
008910     IF PRQ-WS-ENRS-STATUS NOT = '00'
008920         DISPLAY "PREREQ-CHECK: SORTED ENROLLMENT NOT AVAILABLE "
008930             "- STATUS " PRQ-WS-ENRS-STATUS
008940         MOVE 8 TO RETURN-CODE
008950         GO TO 2000-EXIT
008960     END-IF.
008970     READ PRQ-ENRS-FILE
008980         AT END
008990             MOVE 'Y' TO PRQ-WS-FILE-EOF-SW
009000     END-READ.
009010     PERFORM 2100-CHECK-ENROLLMENT THRU 2100-EXIT
009020         UNTIL PRQ-WS-FILE-EOF.
009030     CLOSE PRQ-ENRS-FILE.
009040 2000-EXIT.
009050     EXIT.
009060*
009070*===============================================================
009080 2100-CHECK-ENROLLMENT.
009090*===============================================================
009100     IF PES-TERM NOT = PRQ-WS-CHECK-TERM
009110         GO TO 2100-READ
009120     END-IF.
009130     MOVE PES-COURSE-ID TO PRQ-WS-CUR-COURSE.
009140     MOVE PES-SECTION   TO PRQ-WS-CUR-SECTION.
009150     IF PRQ-WS-CURR-KEY NOT = PRQ-WS-BREAK-KEY
009160         MOVE PRQ-WS-CURR-KEY TO PRQ-WS-BREAK-KEY
009170         MOVE 'N' TO PRQ-WS-SECT-HEAD-SW
009180     END-IF.
009190     MOVE 'N' TO PRQ-WS-RULE-HIT-SW.
009200     MOVE PES-STUDENT-ID TO PRQ-WS-LOOKUP-ID.
009210     MOVE SPACES TO PRQ-WS-STUDENT-NAME.
009220     PERFORM 2110-CHECK-RULE THRU 2110-EXIT
009230         VARYING PRQ-RL-IDX FROM 1 BY 1
009240         UNTIL PRQ-RL-IDX > PRQ-WS-RULE-COUNT.
009250     IF PRQ-WS-RULE-HIT
009260         ADD 1 TO PRQ-WS-ENR-CHECKED
009270     END-IF.
009280 2100-READ.
009290     READ PRQ-ENRS-FILE
009300         AT END
009310             MOVE 'Y' TO PRQ-WS-FILE-EOF-SW
009320     END-READ.
009330 2100-EXIT.
009340     EXIT.
009350*
009360*===============================================================
009370 2110-CHECK-RULE.
009380*===============================================================
009390*    A RULE IS MET WHEN THE BEST LETTER GRADE CARRIES AT LEAST
009400*    THE MINIMUM GRADE'S QUALITY POINTS. OTHERWISE A REQUIRED
009410*    COURSE STILL UNGRADED IN THE PRIOR TERM IS IN PROGRESS AND
009420*    ONLY LISTED; ANYTHING ELSE IS A VIOLATION, LISTED AND SENT
009430*    TO THE DROP-NOTICE EXTRACT.
009440     IF PRQ-RL-COURSE (PRQ-RL-IDX) NOT = PES-COURSE-ID
009450         GO TO 2110-EXIT
009460     END-IF.
009470     MOVE 'Y' TO PRQ-WS-RULE-HIT-SW.
009480     ADD 1 TO PRQ-WS-PREREQ-CHECKED.
009490     MOVE PRQ-RL-REQ-COURSE (PRQ-RL-IDX) TO PRQ-WS-LOOKUP-REQ.
009500     PERFORM 4000-FIND-NEED THRU 4000-EXIT.
009510     IF NOT PRQ-WS-NEED-HIT
009520         ADD 1 TO PRQ-WS-UNCHECKED-COUNT
009530         GO TO 2110-EXIT
009540     END-IF.
009550     IF PRQ-ND-LETTER (PRQ-ND-IDX)
009560             AND PRQ-ND-BEST-POINTS (PRQ-ND-IDX)
009570                 NOT < PRQ-RL-MIN-POINTS (PRQ-RL-IDX)
009580         ADD 1 TO PRQ-WS-MET-COUNT
009590         GO TO 2110-EXIT
009600     END-IF.
009610     PERFORM 2200-SECTION-HEADING THRU 2200-EXIT.
009620     IF PRQ-WS-STUDENT-NAME = SPACES
009630         PERFORM 4700-FIND-STUDENT THRU 4700-EXIT
009640     END-IF.
009650     MOVE PES-STUDENT-ID    TO PDL-STUDENT-ID.
009660     MOVE PRQ-WS-STUDENT-NAME TO PDL-NAME.
009670     MOVE PRQ-RL-REQ-COURSE (PRQ-RL-IDX) TO PDL-REQ-COURSE.
009680     MOVE PRQ-RL-MIN-GRADE (PRQ-RL-IDX)  TO PDL-MIN-GRADE.
009690     MOVE PRQ-ND-BEST-GRADE (PRQ-ND-IDX) TO PDL-BEST-GRADE.
009700     IF PRQ-ND-PRIOR-ENR (PRQ-ND-IDX)
009710             AND NOT PRQ-ND-PRIOR-GRADED (PRQ-ND-IDX)
009720         ADD 1 TO PRQ-WS-INPROG-COUNT
009730         MOVE "IN PROGRESS"     TO PDL-STATUS
009740         WRITE PRQ-RPT-REC FROM PRQ-WS-DETAIL-LINE
009750         GO TO 2110-EXIT
009760     END-IF.
009770     MOVE SPACES TO PRQ-DROP-REC.
009780     MOVE 'D' TO PDX-REC-TYPE.
009790     IF PRQ-ND-LETTER (PRQ-ND-IDX)
009800         ADD 1 TO PRQ-WS-BELOW-MIN-COUNT
009810         MOVE "GRADE BELOW MIN" TO PDL-STATUS
009820         MOVE 'G' TO PDX-REASON
009830     ELSE
009840         ADD 1 TO PRQ-WS-NOT-TAKEN-COUNT
009850         MOVE "NOT TAKEN"       TO PDL-STATUS
009860         MOVE 'N' TO PDX-REASON
009870     END-IF.
009880     WRITE PRQ-RPT-REC FROM PRQ-WS-DETAIL-LINE.
009890     MOVE PES-STUDENT-ID    TO PDX-STUDENT-ID.
009900     MOVE PES-COURSE-ID     TO PDX-COURSE-ID.
009910     MOVE PES-SECTION       TO PDX-SECTION.
009920     MOVE PES-TERM          TO PDX-TERM.
009930     MOVE PRQ-RL-REQ-COURSE (PRQ-RL-IDX) TO PDX-REQ-COURSE.
009940     MOVE PRQ-RL-MIN-GRADE (PRQ-RL-IDX)  TO PDX-MIN-GRADE.
009950     MOVE PRQ-ND-BEST-GRADE (PRQ-ND-IDX) TO PDX-BEST-GRADE.
009960     MOVE PRQ-WS-STUDENT-NAME TO PDX-NAME.
009970     WRITE PRQ-DROP-REC.
009980     ADD 1 TO PRQ-WS-DROP-COUNT.
009990 2110-EXIT.
010000     EXIT.
010010*
010020*===============================================================
010030 2120-GRADE-COURSE.
010040*===============================================================
010050*    THE COURSE GRADES UNDER ITS OWN SCALE WHERE ONE EXISTS,
010060*    FALLING BACK TO THE DEFAULT SCALE - THE SAME RULE GRADE-CALC
010070*    AND GRADE-TRANSCRIPT APPLY.
010080     MOVE GPA-IN-COURSE-MARK TO PRQ-WS-MARK.
010090     MOVE 'F' TO PRQ-WS-GRADE.
010100     MOVE GPA-IN-COURSE-ID TO PRQ-WS-SCALE-COURSE.
010110     MOVE 'N' TO PRQ-WS-SCALE-HIT-SW.
010120     PERFORM 2125-SELECT-SCALE-VERSION THRU 2125-EXIT.
010130     PERFORM 2130-SCAN-SCALE THRU 2130-EXIT
010140         VARYING GRA-SCALE-IDX FROM 1 BY 1
010150         UNTIL GRA-SCALE-IDX > GRA-SCALE-COUNT.
010160     IF NOT PRQ-WS-SCALE-HIT
010170             AND PRQ-WS-SCALE-COURSE NOT = SPACES
010180         MOVE SPACES TO PRQ-WS-SCALE-COURSE
010190         PERFORM 2125-SELECT-SCALE-VERSION THRU 2125-EXIT
010200         PERFORM 2130-SCAN-SCALE THRU 2130-EXIT
010210             VARYING GRA-SCALE-IDX FROM 1 BY 1
010220             UNTIL GRA-SCALE-IDX > GRA-SCALE-COUNT
010230     END-IF.
010240 2120-EXIT.
010250     EXIT.
010260*
010270*===============================================================
010280 2125-SELECT-SCALE-VERSION.
010290*===============================================================
010300     MOVE ZERO TO PRQ-WS-SCALE-VERS.
010310     PERFORM 2126-CHECK-VERSION THRU 2126-EXIT
010320         VARYING GRA-SCALE-IDX FROM 1 BY 1
010330         UNTIL GRA-SCALE-IDX > GRA-SCALE-COUNT.
010340 2125-EXIT.
010350     EXIT.
010360*
010370*===============================================================
010380 2126-CHECK-VERSION.
010390*===============================================================
010400     IF GRA-SCALE-COURSE (GRA-SCALE-IDX) = PRQ-WS-SCALE-COURSE
010410             AND GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
010420                 <= RUNSTAMP-DATE
010430             AND GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
010440                 > PRQ-WS-SCALE-VERS
010450         MOVE GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
010460             TO PRQ-WS-SCALE-VERS
010470     END-IF.
010480 2126-EXIT.
010490     EXIT.
010500*
010510*===============================================================
010520 2130-SCAN-SCALE.
010530*===============================================================
010540     IF GRA-SCALE-COURSE (GRA-SCALE-IDX) = PRQ-WS-SCALE-COURSE
010550             AND GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
010560                 = PRQ-WS-SCALE-VERS
010570             AND PRQ-WS-MARK >= GRA-SCALE-CUTOFF (GRA-SCALE-IDX)
010580         MOVE GRA-SCALE-GRADE (GRA-SCALE-IDX) TO PRQ-WS-GRADE
010590         MOVE 'Y' TO PRQ-WS-SCALE-HIT-SW
010600         SET GRA-SCALE-IDX TO GRA-SCALE-COUNT
010610     END-IF.
010620 2130-EXIT.
010630     EXIT.
010640*
010650*===============================================================
010660 2150-GRADE-POINTS.
010670*===============================================================
010680*    LOOKS PRQ-WS-GRADE UP ON THE QUALITY-POINT TABLE.
010690     MOVE ZERO TO PRQ-WS-GPA-POINTS.
010700     MOVE 'N' TO PRQ-WS-POINTS-HIT-SW.
010710     PERFORM 2160-SCAN-POINTS THRU 2160-EXIT
010720         VARYING PGP-IDX FROM 1 BY 1
010730         UNTIL PGP-IDX > PRQ-WS-GPA-POINT-COUNT.
010740 2150-EXIT.
010750     EXIT.
010760*
010770*===============================================================
010780 2160-SCAN-POINTS.
010790*===============================================================
010800     IF PGP-GRADE (PGP-IDX) = PRQ-WS-GRADE
010810         MOVE PGP-POINTS (PGP-IDX) TO PRQ-WS-GPA-POINTS
010820         MOVE 'Y' TO PRQ-WS-POINTS-HIT-SW
010830         SET PGP-IDX TO PRQ-WS-GPA-POINT-COUNT
010840     END-IF.
010850 2160-EXIT.
010860     EXIT.
010870*
010880*===============================================================
010890 2200-SECTION-HEADING.
010900*===============================================================
010910*    PRINTS THE COURSE AND SECTION HEADING ONCE, BEFORE THE
010920*    FIRST LINE FOR THE SECTION, WITH THE CATALOG TITLE AND
010930*    OWNING DEPARTMENT FOR THE CHAIR.
010940     IF PRQ-WS-SECT-HEAD-DONE
010950         GO TO 2200-EXIT
010960     END-IF.
010970     MOVE 'Y' TO PRQ-WS-SECT-HEAD-SW.
010980     MOVE PES-COURSE-ID TO PSL-COURSE.
010990     MOVE PES-SECTION   TO PSL-SECTION.
011000     MOVE SPACES TO PSL-TITLE PSL-DEPT.
011010     IF PRQ-WS-CRSMF-LOADED
011020         MOVE PES-COURSE-ID TO CRS-COURSE-ID
011030         READ GRA-CRSMF-FILE
011040             INVALID KEY
011050                 MOVE "(NOT ON CATALOG)" TO PSL-TITLE
011060             NOT INVALID KEY
011070                 MOVE CRS-TITLE TO PSL-TITLE
011080                 MOVE CRS-DEPT  TO PSL-DEPT
011090         END-READ
011100     END-IF.
011110     WRITE PRQ-RPT-REC FROM PRQ-WS-BLANK-LINE.
011120     WRITE PRQ-RPT-REC FROM PRQ-WS-SECT-LINE.
011130     WRITE PRQ-RPT-REC FROM PRQ-WS-HEAD-LINE.
011140 2200-EXIT.
011150     EXIT.
011160*
011170*===============================================================
011180 3000-TERMINATE.
011190*===============================================================
011200     IF PRQ-WS-STUMF-LOADED
011210         CLOSE GRA-STUMF-FILE
011220     END-IF.
011230     IF PRQ-WS-CRSMF-LOADED
011240         CLOSE GRA-CRSMF-FILE
011250     END-IF.
011260     MOVE SPACES TO PRQ-DROP-REC.
011270     MOVE 'T' TO PDX-REC-TYPE.
011280     MOVE PRQ-WS-DROP-COUNT TO PDX-T-COUNT.
011290     WRITE PRQ-DROP-REC.
011300     CLOSE PRQ-DROP-FILE.
011310     IF PRQ-WS-UNCHECKED-COUNT > ZERO
011320         MOVE 8 TO RETURN-CODE
011330     END-IF.
011340     WRITE PRQ-RPT-REC FROM PRQ-WS-BLANK-LINE.
011350     MOVE "RULES READ:                       " TO PFL-LABEL.
011360     MOVE PRQ-WS-RULE-READ TO PFL-COUNT.
011370     WRITE PRQ-RPT-REC FROM PRQ-WS-FOOT-LINE.
011380     MOVE "  REJECTED:                       " TO PFL-LABEL.
011390     MOVE PRQ-WS-RULE-BAD TO PFL-COUNT.
011400     WRITE PRQ-RPT-REC FROM PRQ-WS-FOOT-LINE.
011410     MOVE "ENROLLMENT RECORDS READ:          " TO PFL-LABEL.
011420     MOVE PRQ-WS-ENR-READ TO PFL-COUNT.
011430     WRITE PRQ-RPT-REC FROM PRQ-WS-FOOT-LINE.
011440     MOVE "ENROLLMENTS WITH PREREQUISITES:   " TO PFL-LABEL.
011450     MOVE PRQ-WS-ENR-CHECKED TO PFL-COUNT.
011460     WRITE PRQ-RPT-REC FROM PRQ-WS-FOOT-LINE.
011470     MOVE "PREREQUISITES CHECKED:            " TO PFL-LABEL.
011480     MOVE PRQ-WS-PREREQ-CHECKED TO PFL-COUNT.
011490     WRITE PRQ-RPT-REC FROM PRQ-WS-FOOT-LINE.
011500     MOVE "  MET:                            " TO PFL-LABEL.
011510     MOVE PRQ-WS-MET-COUNT TO PFL-COUNT.
011520     WRITE PRQ-RPT-REC FROM PRQ-WS-FOOT-LINE.
011530     MOVE "  IN PROGRESS:                    " TO PFL-LABEL.
011540     MOVE PRQ-WS-INPROG-COUNT TO PFL-COUNT.
011550     WRITE PRQ-RPT-REC FROM PRQ-WS-FOOT-LINE.
011560     MOVE "  NOT TAKEN:                      " TO PFL-LABEL.
011570     MOVE PRQ-WS-NOT-TAKEN-COUNT TO PFL-COUNT.
011580     WRITE PRQ-RPT-REC FROM PRQ-WS-FOOT-LINE.
011590     MOVE "  GRADE BELOW MINIMUM:            " TO PFL-LABEL.
011600     MOVE PRQ-WS-BELOW-MIN-COUNT TO PFL-COUNT.
011610     WRITE PRQ-RPT-REC FROM PRQ-WS-FOOT-LINE.
011620     MOVE "  NOT CHECKED - TABLE FULL:       " TO PFL-LABEL.
011630     MOVE PRQ-WS-UNCHECKED-COUNT TO PFL-COUNT.
011640     WRITE PRQ-RPT-REC FROM PRQ-WS-FOOT-LINE.
011650     MOVE "DROP NOTICES WRITTEN:             " TO PFL-LABEL.
011660     MOVE PRQ-WS-DROP-COUNT TO PFL-COUNT.
011670     WRITE PRQ-RPT-REC FROM PRQ-WS-FOOT-LINE.
011680     CLOSE PRQ-RPT-FILE.
011690     DISPLAY "PREREQ-CHECK: PREREQUISITES CHECKED "
011700         PRQ-WS-PREREQ-CHECKED " VIOLATIONS " PRQ-WS-DROP-COUNT
011710         " IN PROGRESS " PRQ-WS-INPROG-COUNT.
011720 3000-EXIT.
011730     EXIT.
011740*
011750*===============================================================
011760 4000-FIND-NEED.
011770*===============================================================
011780*    LOOKS UP THE NEED FOR PRQ-WS-LOOKUP-ID AND
011790*    PRQ-WS-LOOKUP-REQ. ON A HIT PRQ-ND-IDX IS LEFT ON IT.
011800     MOVE 'N' TO PRQ-WS-NEED-HIT-SW.
011810     MOVE ZERO TO PRQ-WS-NEED-SUB.
011820     PERFORM 4010-SCAN-NEED THRU 4010-EXIT
011830         VARYING PRQ-ND-IDX FROM 1 BY 1
011840         UNTIL PRQ-ND-IDX > PRQ-WS-NEED-COUNT
011850             OR PRQ-WS-NEED-HIT.
011860     IF PRQ-WS-NEED-HIT
011870         SET PRQ-ND-IDX TO PRQ-WS-NEED-SUB
011880     END-IF.
011890 4000-EXIT.
011900     EXIT.
011910*
011920*===============================================================
011930 4010-SCAN-NEED.
011940*===============================================================
011950     IF PRQ-ND-STUDENT-ID (PRQ-ND-IDX) = PRQ-WS-LOOKUP-ID
011960             AND PRQ-ND-REQ-COURSE (PRQ-ND-IDX)
011970                 = PRQ-WS-LOOKUP-REQ
011980         MOVE 'Y' TO PRQ-WS-NEED-HIT-SW
011990         SET PRQ-WS-NEED-SUB TO PRQ-ND-IDX
012000     END-IF.
012010 4010-EXIT.
012020     EXIT.
012030*
012040*===============================================================
012050 4700-FIND-STUDENT.
012060*===============================================================
012070     MOVE SPACES TO PRQ-WS-STUDENT-NAME.
012080     IF NOT PRQ-WS-STUMF-LOADED
012090         GO TO 4700-EXIT
012100     END-IF.
012110     MOVE PRQ-WS-LOOKUP-ID TO GRA-SM-STUDENT-ID.
012120     READ GRA-STUMF-FILE
012130         INVALID KEY
012140             CONTINUE
012150         NOT INVALID KEY
012160             MOVE GRA-SM-NAME TO PRQ-WS-STUDENT-NAME
012170     END-READ.
012180 4700-EXIT.
012190     EXIT.
