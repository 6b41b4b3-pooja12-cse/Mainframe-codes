000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SAP-EVAL.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   REGISTRAR DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. TERM-END SATISFACTORY
000130*                    ACADEMIC PROGRESS (SAP) EVALUATION FOR THE
000140*                    FINANCIAL AID OFFICE. READS THE AID ROSTER
000150*                    (ONE RECORD PER AIDED STUDENT WITH THE TERM
000160*                    BEING EVALUATED) AND, FOR EACH STUDENT, TESTS
000170*                    CUMULATIVE GPA, COMPLETION RATE (CREDITS
000180*                    EARNED OVER CREDITS ATTEMPTED - WITHDRAWALS
000190*                    AND INCOMPLETES FROM THE GRADE MASTER COUNT
000200*                    AS ATTEMPTED, NOT EARNED) AND MAXIMUM
000210*                    TIMEFRAME (CREDITS ATTEMPTED AGAINST A
000220*                    PERCENTAGE OF THE PROGRAM'S REQUIRED CREDITS
000230*                    FROM THE DEGREE-AUDIT REQUIREMENTS FILE). THE
000240*                    STATUS - MEETS, WARNING OR SUSPENDED - IS SET
000250*                    AGAINST THE PRIOR TERM'S STATUS ON THE KEYED
000260*                    SAP MASTER AND GOES TO A REPORT AND TO AN
000270*                    EXTRACT FOR THE AID SYSTEM. GPA IS FIGURED
000280*                    THE WAY GRADE-CALC AND GRADE-TRANSCRIPT
000290*                    FIGURE IT - SAME SCALE, POINTS, REPTPOL
000300*                    REPEAT RULE AND CATALOG CREDIT HOURS - SO THE
000310*                    AID OFFICE SEES THE REGISTRAR'S GPA. THE GPA
000320*                    FILE AND GRADE MASTER ARE EACH READ ONCE
000330*                    AGAINST THE ROSTER HELD IN STORAGE; AN AID
000340*                    ROSTER IS TOO LONG TO RE-SCAN PER STUDENT THE
000350*                    WAY THE TRANSCRIPT AND DEGREE AUDIT DO.
000350*   10/15/2026 RK    AN INCOMPLETE LAPSED TO F BY INC-LAPSE STILL
000350*                    COUNTS AS ATTEMPTED. THE LAPSES ARE PICKED
000350*                    OFF THE GRA-AUDIT-FILE BY THEIR INCLAPSE
000350*                    SOURCE CODE, SINCE AN F ON THE MASTER IS
000350*                    OTHERWISE JUST A GRADED F THE GPA FILE
000350*                    ALREADY CARRIES.
000360*---------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT SAP-ROSTER-FILE   ASSIGN TO SAPAIDR
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS SAP-WS-ROSTER-STATUS.
000460     SELECT GRA-GPA-FILE      ASSIGN TO GRAGPA
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS SAP-WS-GPA-STATUS.
000490     SELECT GRA-SCALE-FILE    ASSIGN TO GRASCALE
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS SAP-WS-SCALE-STATUS.
000520     SELECT GRA-CTL-FILE      ASSIGN TO GRACTL
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS SAP-WS-CTL-STATUS.
000550     SELECT DGA-REQMT-FILE    ASSIGN TO DGAREQMT
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS SAP-WS-REQMT-STATUS.
000580     SELECT GRA-STUMF-FILE    ASSIGN TO GRASTUMF
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS GRA-SM-STUDENT-ID
000620         FILE STATUS IS SAP-WS-STUMF-STATUS.
000630     SELECT GRA-CRSMF-FILE    ASSIGN TO GRACRSMF
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS CRS-COURSE-ID
000670         FILE STATUS IS SAP-WS-CRSMF-STATUS.
000680     SELECT GRA-GRDMST-FILE   ASSIGN TO GRAGRDM
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000710         RECORD KEY IS GRA-GM-KEY
000720         FILE STATUS IS SAP-WS-GRDMST-STATUS.
000730     SELECT GRA-SAPMF-FILE    ASSIGN TO GRASAPMF
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS SPM-STUDENT-ID
000770         FILE STATUS IS SAP-WS-SAPMF-STATUS.
000770     SELECT GRA-AUDIT-FILE    ASSIGN TO GRAAUDIT
000770         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS SAP-WS-AUDIT-STATUS.
000780     SELECT SAP-RPT-FILE      ASSIGN TO SAPRPT
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800     SELECT SAP-EXTR-FILE     ASSIGN TO SAPEXTR
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820*
000830 DATA DIVISION.
000840 FILE SECTION.
000850*
000860*    AID ROSTER FROM THE FINANCIAL AID OFFICE - ONE RECORD PER
000870*    AIDED STUDENT, CARRYING THE TERM TO BE EVALUATED. SAME SHAPE
000880*    AS THE TRANSCRIPT AND DEGREE-AUDIT REQUEST FILES WITH THE
000890*    TERM IN WHAT THOSE FILES LEAVE AS FILLER.
000900 FD  SAP-ROSTER-FILE
000910     RECORD CONTAINS 20 CHARACTERS.
000920 01  SAP-ROSTER-REC.
000930     05  SAR-STUDENT-ID          PIC X(09).
000940     05  SAR-TERM                PIC X(06).
000950     05  FILLER                  PIC X(05).
000960*
000970 FD  GRA-GPA-FILE
000980     RECORD CONTAINS 30 CHARACTERS.
000990 01  GRA-GPA-REC.
001000     05  GPA-IN-STUDENT-ID       PIC X(09).
001010     05  GPA-IN-COURSE-MARK      PIC 9(03).
001020     05  GPA-IN-CREDIT-HRS       PIC 9(01)V9(01).
001030     05  GPA-IN-COURSE-ID        PIC X(06).
001040     05  GPA-IN-TERM             PIC X(06).
001050     05  FILLER                  PIC X(04).
001060*
001070 FD  GRA-SCALE-FILE
001080     RECORD CONTAINS 20 CHARACTERS.
001090 01  GRA-SCALE-REC.
001100     05  GRA-SC-CUTOFF           PIC 9(03).
001110     05  GRA-SC-GRADE            PIC X(02).
001120     05  GRA-SC-COURSE-ID        PIC X(06).
001130     05  GRA-SC-EFF-DATE         PIC 9(08).
001140     05  FILLER                  PIC X(01).
001150*
001160 FD  GRA-CTL-FILE
001170     RECORD CONTAINS 20 CHARACTERS.
001180     COPY CTLPARM REPLACING ==CTLPARM-RECORD==
001190         BY ==SAP-CTL-REC==.
001200*
001210 FD  DGA-REQMT-FILE
001220     RECORD CONTAINS 40 CHARACTERS.
001230 01  DGA-REQMT-REC.
001240     05  DGR-PROGRAM             PIC X(08).
001250     05  DGR-COURSE-ID           PIC X(06).
001260     05  DGR-CREDITS             PIC 9(01)V9(01).
001270     05  DGR-MIN-MARK            PIC 9(03).
001280     05  DGR-DESC                PIC X(17).
001290     05  FILLER                  PIC X(04).
001300*
001310 FD  GRA-STUMF-FILE
001320     RECORD CONTAINS 40 CHARACTERS.
001330 01  GRA-STUMF-REC.
001340     05  GRA-SM-STUDENT-ID       PIC X(09).
001350     05  GRA-SM-NAME             PIC X(20).
001360     05  GRA-SM-PROGRAM          PIC X(08).
001370     05  GRA-SM-ENROLL-STATUS    PIC X(01).
001380     05  FILLER                  PIC X(02).
001390*
001400 FD  GRA-CRSMF-FILE
001410     RECORD CONTAINS 60 CHARACTERS.
001420     COPY CRSMAST REPLACING ==CRSMAST-RECORD==
001430         BY ==GRA-CRSMF-REC==.
001440*
001450 FD  GRA-GRDMST-FILE
001460     RECORD CONTAINS 40 CHARACTERS.
001470 01  GRA-GRDMST-REC.
001480     05  GRA-GM-KEY.
001490         10  GRA-GM-STUDENT-ID   PIC X(09).
001500         10  GRA-GM-TERM         PIC X(06).
001510         10  GRA-GM-COURSE-ID    PIC X(06).
001520     05  GRA-GM-SECTION          PIC X(02).
001530     05  GRA-GM-GRADE            PIC X(02).
001540         88  GRA-GM-ATTEMPT-CODE VALUES 'I ' 'W '.
001540         88  GRA-GM-LAPSE-GRADE  VALUE 'F '.
001550     05  GRA-GM-MARK             PIC 9(03).
001560     05  GRA-GM-RUN-DATE         PIC 9(08).
001570     05  GRA-GM-CAMPUS           PIC X(03).
001580     05  FILLER                  PIC X(01).
001590*
001600 FD  GRA-SAPMF-FILE
001610     RECORD CONTAINS 60 CHARACTERS.
001620     COPY SAPMAST REPLACING ==SAPMAST-RECORD==
001630         BY ==GRA-SAPMF-REC==.
001640*
001640*    SAME AUDIT-TRAIL RECORD GRADE-CALC APPENDS - SEE ITS FD.
001640 FD  GRA-AUDIT-FILE
001640     RECORD CONTAINS 80 CHARACTERS.
001640 01  GRA-AUDIT-REC.
001640     05  GRA-AU-STUDENT-ID       PIC X(09).
001640     05  GRA-AU-OLD-GRADE        PIC X(02).
001640     05  GRA-AU-NEW-GRADE        PIC X(02).
001640     05  GRA-AU-RUN-DATE         PIC 9(08).
001640     05  GRA-AU-RUN-TIME         PIC 9(08).
001640     05  GRA-AU-STUDENT-NAME     PIC X(20).
001640     05  GRA-AU-COURSE-ID        PIC X(06).
001640     05  GRA-AU-SECTION          PIC X(02).
001640     05  GRA-AU-TERM             PIC X(06).
001640     05  GRA-AU-CAMPUS           PIC X(03).
001640     05  GRA-AU-MARK             PIC 9(03).
001640     05  GRA-AU-SOURCE           PIC X(08).
001640     05  FILLER                  PIC X(03).
001640*
001650 FD  SAP-RPT-FILE
001660     RECORD CONTAINS 80 CHARACTERS.
001670 01  SAP-RPT-REC                 PIC X(80).
001680*
001690 FD  SAP-EXTR-FILE
001700     RECORD CONTAINS 80 CHARACTERS.
001710 01  SAP-EXTR-REC                PIC X(80).
001720*
001730 WORKING-STORAGE SECTION.
001740 77  SAP-WS-ROSTER-EOF-SW        PIC X(01) VALUE 'N'.
001750     88  SAP-WS-ROSTER-EOF       VALUE 'Y'.
001760 77  SAP-WS-GPA-EOF-SW           PIC X(01) VALUE 'N'.
001770     88  SAP-WS-GPA-EOF          VALUE 'Y'.
001780 77  SAP-WS-FILE-EOF-SW          PIC X(01) VALUE 'N'.
001790     88  SAP-WS-FILE-EOF         VALUE 'Y'.
001800 77  SAP-WS-SCALE-EOF-SW         PIC X(01) VALUE 'N'.
001810     88  SAP-WS-SCALE-EOF        VALUE 'Y'.
001820 77  SAP-WS-CTL-EOF-SW           PIC X(01) VALUE 'N'.
001830     88  SAP-WS-CTL-EOF          VALUE 'Y'.
001840 77  SAP-WS-ROSTER-STATUS        PIC X(02) VALUE '00'.
001850 77  SAP-WS-GPA-STATUS           PIC X(02) VALUE '00'.
001860 77  SAP-WS-SCALE-STATUS         PIC X(02) VALUE '00'.
001870 77  SAP-WS-CTL-STATUS           PIC X(02) VALUE '00'.
001880 77  SAP-WS-REQMT-STATUS         PIC X(02) VALUE '00'.
001890 77  SAP-WS-STUMF-STATUS         PIC X(02) VALUE '00'.
001900 77  SAP-WS-CRSMF-STATUS         PIC X(02) VALUE '00'.
001910 77  SAP-WS-GRDMST-STATUS        PIC X(02) VALUE '00'.
001920 77  SAP-WS-SAPMF-STATUS         PIC X(02) VALUE '00'.
001920 77  SAP-WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
001930 77  SAP-WS-GPA-TRAILER          PIC 9(03) VALUE 999.
001940 77  SAP-WS-GPA-OPEN-SW          PIC X(01) VALUE 'N'.
001950     88  SAP-WS-GPA-OPEN         VALUE 'Y'.
001960 77  SAP-WS-STUMF-LOADED-SW      PIC X(01) VALUE 'N'.
001970     88  SAP-WS-STUMF-LOADED     VALUE 'Y'.
001980 77  SAP-WS-STUDENT-FOUND-SW     PIC X(01).
001990     88  SAP-WS-STUDENT-FOUND    VALUE 'Y'.
002000 77  SAP-WS-CRSMF-LOADED-SW      PIC X(01) VALUE 'N'.
002010     88  SAP-WS-CRSMF-LOADED     VALUE 'Y'.
002020 77  SAP-WS-COURSE-HIT-SW        PIC X(01).
002030     88  SAP-WS-COURSE-HIT       VALUE 'Y'.
002040 77  SAP-WS-SPM-FOUND-SW         PIC X(01).
002050     88  SAP-WS-SPM-FOUND        VALUE 'Y'.
002060 77  SAP-WS-LATER-TERM-SW        PIC X(01).
002070     88  SAP-WS-LATER-TERM       VALUE 'Y'.
002080 77  SAP-WS-LOOKUP-COURSE        PIC X(06).
002090 77  SAP-WS-COURSE-CREDITS       PIC 9(01)V9(01).
002100 01  SAP-WS-STUDENT-NAME         PIC X(20).
002110 01  SAP-WS-STUDENT-PROGRAM      PIC X(08).
002120*
002130*    SAP STANDARDS FROM GRA-CTL-FILE - SAPGPA (MINIMUM CUMULATIVE
002140*    GPA), SAPPACE (MINIMUM COMPLETION RATE, PERCENT) AND SAPMAXTF
002150*    (MAXIMUM TIMEFRAME, PERCENT OF PROGRAM CREDITS). A MISSING
002160*    PARM KEEPS THE VALUE-CLAUSE DEFAULT. REPTPOL IS THE SAME
002170*    REPEAT-COURSE POLICY GRADE-CALC APPLIES.
002180 77  SAP-WS-MIN-GPA              PIC 9(01)V9(02) VALUE 2.00.
002190 77  SAP-WS-MIN-PACE             PIC 9(03)V9(02) VALUE 67.00.
002200 77  SAP-WS-MAX-TF-PCT           PIC 9(03) VALUE 150.
002210 77  SAP-WS-REPEAT-POLICY        PIC 9(01) VALUE 1.
002220*
002230*    AID ROSTER, HELD IN STORAGE FOR THE RUN. THE GRADE MASTER'S
002240*    WITHDRAWAL AND INCOMPLETE ROWS ARE TALLIED INTO EACH ENTRY
002250*    BEFORE THE GPA FILE IS READ; AN ENTRY IS MARKED DONE ONCE
002260*    THE STUDENT HAS BEEN EVALUATED.
002270 77  SAP-WS-RS-COUNT             PIC 9(05) COMP VALUE ZERO.
002280 77  SAP-WS-RS-SUB               PIC 9(05) COMP VALUE ZERO.
002290 77  SAP-WS-RS-FULL-SW           PIC X(01) VALUE 'N'.
002300     88  SAP-WS-RS-FULL          VALUE 'Y'.
002310 77  SAP-WS-ROSTER-HIT-SW        PIC X(01).
002320     88  SAP-WS-ROSTER-HIT       VALUE 'Y'.
002330 01  SAP-WS-LOOKUP-ID            PIC X(09).
002340 01  SAP-WS-ROSTER-TABLE.
002350     05  SAP-RS-ENTRY OCCURS 3000 TIMES
002360                      INDEXED BY SAP-RS-IDX.
002370         10  SAP-RS-STUDENT-ID   PIC X(09).
002380         10  SAP-RS-TERM         PIC X(06).
002390         10  SAP-RS-DONE-SW      PIC X(01).
002400             88  SAP-RS-DONE     VALUE 'Y'.
002410         10  SAP-RS-ADM-CREDITS  PIC 9(03)V9(01).
002420         10  SAP-RS-ADM-COUNT    PIC 9(03) COMP.
002430         10  SAP-RS-NOHRS-COUNT  PIC 9(03) COMP.
002440*
002440*    INCOMPLETES INC-LAPSE HAS LAPSED TO F FOR ROSTER STUDENTS,
002440*    IN OR BEFORE THE TERM BEING EVALUATED, FROM THE AUDIT
002440*    TRAIL. THE GRADE MASTER PASS COUNTS A LAPSED ROW THAT STILL
002440*    CARRIES THE LAPSE GRADE AS ATTEMPTED.
002440 77  SAP-WS-LP-COUNT             PIC 9(05) COMP VALUE ZERO.
002440 77  SAP-WS-LP-FULL-SW           PIC X(01) VALUE 'N'.
002440     88  SAP-WS-LP-FULL          VALUE 'Y'.
002440 77  SAP-WS-LP-HIT-SW            PIC X(01).
002440     88  SAP-WS-LP-HIT           VALUE 'Y'.
002440 01  SAP-WS-LAPSE-TABLE.
002440     05  SAP-LP-ENTRY OCCURS 2000 TIMES
002440                      INDEXED BY SAP-LP-IDX.
002440         10  SAP-LP-STUDENT-ID   PIC X(09).
002440         10  SAP-LP-TERM         PIC X(06).
002440         10  SAP-LP-COURSE-ID    PIC X(06).
002440*
002450*    PROGRAM CREDIT TOTALS - THE SUM OF EACH PROGRAM'S REQUIRED
002460*    COURSE HOURS ON THE DEGREE-AUDIT REQUIREMENTS FILE, TAKING
002470*    CATALOG HOURS WHERE THE COURSE IS ON THE CATALOG.
002480 77  SAP-WS-PG-COUNT             PIC 9(03) COMP VALUE ZERO.
002490 77  SAP-WS-PG-SUB               PIC 9(03) COMP VALUE ZERO.
002500 77  SAP-WS-PG-FULL-SW           PIC X(01) VALUE 'N'.
002510     88  SAP-WS-PG-FULL          VALUE 'Y'.
002520 77  SAP-WS-PG-HIT-SW            PIC X(01).
002530     88  SAP-WS-PG-HIT           VALUE 'Y'.
002540 01  SAP-WS-LOOKUP-PROGRAM       PIC X(08).
002550 01  SAP-WS-PROGRAM-TABLE.
002560     05  SAP-PG-ENTRY OCCURS 100 TIMES
002570                      INDEXED BY SAP-PG-IDX.
002580         10  SAP-PG-PROGRAM      PIC X(08).
002590         10  SAP-PG-CREDITS      PIC 9(04)V9(01).
002600*
002610*    ONE STUDENT'S GPA COURSE ATTEMPTS UP TO THE EVALUATED TERM,
002620*    GRADED AND HELD SO REPEATED ATTEMPTS CAN BE FLAGGED THE WAY
002630*    GRADE-TRANSCRIPT FLAGS THEM. A SUPERSEDED ATTEMPT STILL
002640*    COUNTS AS ATTEMPTED BUT EARNS NOTHING.
002650 77  SAP-WS-GG-COUNT             PIC 9(03) COMP VALUE ZERO.
002660 77  SAP-WS-GG-OVFL-SW           PIC X(01) VALUE 'N'.
002670     88  SAP-WS-GG-OVFL          VALUE 'Y'.
002680 01  SAP-WS-GROUP-STUDENT        PIC X(09).
002690 01  SAP-WS-GPA-GROUP-TABLE.
002700     05  SAP-GG-ENTRY OCCURS 60 TIMES
002710                      INDEXED BY SAP-GG-IDX SAP-GG-JDX.
002720         10  SAP-GG-COURSE-ID    PIC X(06).
002730         10  SAP-GG-TERM         PIC X(06).
002740         10  SAP-GG-GRADE        PIC X(02).
002750             88  SAP-GG-FAILED   VALUES 'E ' 'F '.
002760         10  SAP-GG-CREDITS      PIC 9(01)V9(01).
002770         10  SAP-GG-POINTS       PIC 9(01)V9(02).
002780         10  SAP-GG-SUPERSEDED-SW PIC X(01).
002790             88  SAP-GG-SUPERSEDED VALUE 'Y'.
002800*
002810*    GRADING WORK FIELDS - SAME AS GRADE-TRANSCRIPT'S.
002820 77  SAP-WS-MARK                 PIC 9(03).
002830 77  SAP-WS-GRADE                PIC X(02).
002840     88  SAP-WS-FAILED-GRADE     VALUES 'E ' 'F '.
002850 77  SAP-WS-GPA-POINTS           PIC 9(01)V9(02).
002860 77  SAP-WS-SCALE-VERS           PIC 9(08) VALUE ZERO.
002870 77  SAP-WS-SCALE-COURSE         PIC X(06) VALUE SPACES.
002880 77  SAP-WS-SCALE-HIT-SW         PIC X(01) VALUE 'N'.
002890     88  SAP-WS-SCALE-HIT        VALUE 'Y'.
002900     COPY RUNSTAMP.
002910     COPY GRDSCALE.
002920*
002930*    QUALITY-POINT TABLE - SAME 13 PLUS/MINUS ENTRIES GRADE-CALC
002940*    LOADS IN ITS 1080-LOAD-GPA-POINTS.
002950 01  SAP-WS-GPA-POINT-TABLE.
002960     05  SGP-ENTRY OCCURS 13 TIMES INDEXED BY SGP-IDX.
002970         10  SGP-GRADE           PIC X(02).
002980         10  SGP-POINTS          PIC 9(01)V9(02).
002990 77  SAP-WS-GPA-POINT-COUNT      PIC 9(02) COMP VALUE 13.
003000*
003010*    PER-STUDENT MEASURES AND RESULT.
003020 77  SAP-WS-QUALITY-PTS          PIC 9(04)V9(02).
003030 77  SAP-WS-GPA-CREDITS          PIC 9(03)V9(01).
003040 77  SAP-WS-ATTEMPTED            PIC 9(03)V9(01).
003050 77  SAP-WS-EARNED               PIC 9(03)V9(01).
003060 77  SAP-WS-CUM-GPA              PIC 9(01)V9(02).
003070 77  SAP-WS-PACE-PCT             PIC 9(03)V9(02).
003080 77  SAP-WS-PROGRAM-CREDITS      PIC 9(04)V9(01).
003090 77  SAP-WS-MAX-CREDITS          PIC 9(03)V9(01).
003100 77  SAP-WS-PRIOR-TERM           PIC X(06).
003110 77  SAP-WS-PRIOR-STATUS         PIC X(01).
003120     88  SAP-WS-PRIOR-DEFICIENT  VALUES 'W' 'S'.
003130 77  SAP-WS-NEW-STATUS           PIC X(01).
003140     88  SAP-WS-MEETS            VALUE 'M'.
003150     88  SAP-WS-WARNING          VALUE 'W'.
003160     88  SAP-WS-SUSPENDED        VALUE 'S'.
003170 01  SAP-WS-FAIL-FLAGS.
003180     05  SAP-WS-FAIL-GPA         PIC X(01).
003190     05  SAP-WS-FAIL-PACE        PIC X(01).
003200     05  SAP-WS-FAIL-TIME        PIC X(01).
003210*
003220*    RUN COUNTS.
003230 77  SAP-WS-ROSTER-READ          PIC 9(05) COMP VALUE ZERO.
003240 77  SAP-WS-NO-TERM-COUNT        PIC 9(05) COMP VALUE ZERO.
003250 77  SAP-WS-EVAL-COUNT           PIC 9(05) COMP VALUE ZERO.
003260 77  SAP-WS-MEETS-COUNT          PIC 9(05) COMP VALUE ZERO.
003270 77  SAP-WS-WARN-COUNT           PIC 9(05) COMP VALUE ZERO.
003280 77  SAP-WS-SUSP-COUNT           PIC 9(05) COMP VALUE ZERO.
003290 77  SAP-WS-LATER-COUNT          PIC 9(05) COMP VALUE ZERO.
003300 77  SAP-WS-NOSTU-COUNT          PIC 9(05) COMP VALUE ZERO.
003310 77  SAP-WS-NOPGM-COUNT          PIC 9(05) COMP VALUE ZERO.
003320 77  SAP-WS-ADM-ROWS             PIC 9(05) COMP VALUE ZERO.
003330 77  SAP-WS-NOHRS-ROWS           PIC 9(05) COMP VALUE ZERO.
003340 77  SAP-WS-SPLIT-COUNT          PIC 9(05) COMP VALUE ZERO.
003350 77  SAP-WS-DUP-COUNT            PIC 9(05) COMP VALUE ZERO.
003360*
003370*    AID-SYSTEM EXTRACT - HEADER, ONE DETAIL PER EVALUATED
003380*    STUDENT, AND A TRAILER WITH THE RECORD AND STATUS COUNTS.
003390 01  SAP-WS-EXTR-HDR.
003400     05  SXH-REC-TYPE            PIC X(01) VALUE 'H'.
003410     05  SXH-SOURCE              PIC X(08) VALUE 'SAPEVAL '.
003420     05  SXH-RUN-DATE            PIC 9(08).
003430     05  FILLER                  PIC X(63) VALUE SPACES.
003440 01  SAP-WS-EXTR-DTL.
003450     05  SXD-REC-TYPE            PIC X(01) VALUE 'D'.
003460     05  SXD-STUDENT-ID          PIC X(09).
003470     05  SXD-TERM                PIC X(06).
003480     05  SXD-STATUS              PIC X(01).
003490     05  SXD-PRIOR-STATUS        PIC X(01).
003500     05  SXD-CUM-GPA             PIC 9(01)V9(02).
003510     05  SXD-ATTEMPTED           PIC 9(03)V9(01).
003520     05  SXD-EARNED              PIC 9(03)V9(01).
003530     05  SXD-PACE-PCT            PIC 9(03)V9(02).
003540     05  SXD-MAX-CREDITS         PIC 9(03)V9(01).
003550     05  SXD-PROGRAM             PIC X(08).
003560     05  SXD-FAIL-FLAGS          PIC X(03).
003570     05  FILLER                  PIC X(31) VALUE SPACES.
003580 01  SAP-WS-EXTR-TRL.
003590     05  SXT-REC-TYPE            PIC X(01) VALUE 'T'.
003600     05  SXT-REC-COUNT           PIC 9(07).
003610     05  SXT-MEETS-COUNT         PIC 9(07).
003620     05  SXT-WARN-COUNT          PIC 9(07).
003630     05  SXT-SUSP-COUNT          PIC 9(07).
003640     05  FILLER                  PIC X(51) VALUE SPACES.
003650*
003660 01  SAP-WS-TITLE-LINE.
003670     05  FILLER                  PIC X(50) VALUE
003680         "SATISFACTORY ACADEMIC PROGRESS - TERM-END STATUS".
003690     05  FILLER                  PIC X(30) VALUE SPACES.
003700*
003710 01  SAP-WS-HEAD-LINE.
003720     05  FILLER                  PIC X(40) VALUE
003730         "STUDENT   TERM   PROGRAM  GPA  ATT   EAR".
003740     05  FILLER                  PIC X(40) VALUE
003750         "N  PACE%  MAX   P  STATUS    TST".
003760*
003770 01  SAP-WS-DETAIL-LINE.
003780     05  SDL-STUDENT-ID          PIC X(09).
003790     05  FILLER                  PIC X(01) VALUE SPACES.
003800     05  SDL-TERM                PIC X(06).
003810     05  FILLER                  PIC X(01) VALUE SPACES.
003820     05  SDL-PROGRAM             PIC X(08).
003830     05  FILLER                  PIC X(01) VALUE SPACES.
003840     05  SDL-CUM-GPA             PIC 9.99.
003850     05  FILLER                  PIC X(01) VALUE SPACES.
003860     05  SDL-ATTEMPTED           PIC ZZ9.9.
003870     05  FILLER                  PIC X(01) VALUE SPACES.
003880     05  SDL-EARNED              PIC ZZ9.9.
003890     05  FILLER                  PIC X(01) VALUE SPACES.
003900     05  SDL-PACE-PCT            PIC ZZ9.99.
003910     05  FILLER                  PIC X(01) VALUE SPACES.
003920     05  SDL-MAX-CREDITS         PIC ZZ9.9 BLANK WHEN ZERO.
003930     05  FILLER                  PIC X(01) VALUE SPACES.
003940     05  SDL-PRIOR-STATUS        PIC X(01).
003950     05  FILLER                  PIC X(02) VALUE SPACES.
003960     05  SDL-STATUS              PIC X(09).
003970     05  FILLER                  PIC X(01) VALUE SPACES.
003980     05  SDL-FAIL-FLAGS          PIC X(03).
003990     05  FILLER                  PIC X(07) VALUE SPACES.
004000*
004010 01  SAP-WS-NOTE-LINE.
004020     05  SNL-STUDENT-ID          PIC X(09).
004030     05  FILLER                  PIC X(03) VALUE SPACES.
004040     05  SNL-TEXT                PIC X(60).
004050     05  FILLER                  PIC X(08) VALUE SPACES.
004060*
004070 01  SAP-WS-FOOT-LINE.
004080     05  SFL-LABEL               PIC X(34).
004090     05  SFL-COUNT               PIC Z(6)9.
004100     05  FILLER                  PIC X(39) VALUE SPACES.
004110*
004120 01  SAP-WS-BLANK-LINE           PIC X(80) VALUE SPACES.
004130*
004140 PROCEDURE DIVISION.
004150*===============================================================
004160 0000-MAINLINE.
004170*===============================================================
004180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004190     PERFORM 2000-PROCESS-GPA-GROUP THRU 2000-EXIT
004200         UNTIL SAP-WS-GPA-EOF.
004210     PERFORM 2900-SWEEP-ROSTER THRU 2900-EXIT
004220         VARYING SAP-WS-RS-SUB FROM 1 BY 1
004230         UNTIL SAP-WS-RS-SUB > SAP-WS-RS-COUNT.
004240     PERFORM 3000-TERMINATE THRU 3000-EXIT.
004250     STOP RUN.
004260*
004270*===============================================================
004280 1000-INITIALIZE.
004290*===============================================================
004300     OPEN OUTPUT SAP-RPT-FILE.
004310     OPEN OUTPUT SAP-EXTR-FILE.
004320     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
004330     ACCEPT RUNSTAMP-TIME FROM TIME.
004340     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
004350     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
004360     WRITE SAP-RPT-REC FROM RUNSTAMP-HEADER-LINE.
004370     WRITE SAP-RPT-REC FROM SAP-WS-TITLE-LINE.
004380     WRITE SAP-RPT-REC FROM SAP-WS-BLANK-LINE.
004390     WRITE SAP-RPT-REC FROM SAP-WS-HEAD-LINE.
004400     MOVE RUNSTAMP-DATE TO SXH-RUN-DATE.
004410     WRITE SAP-EXTR-REC FROM SAP-WS-EXTR-HDR.
004420     PERFORM 1050-LOAD-SCALE THRU 1050-EXIT.
004430     PERFORM 1080-LOAD-GPA-POINTS THRU 1080-EXIT.
004440     PERFORM 1090-LOAD-PARMS THRU 1090-EXIT.
004450     PERFORM 1100-OPEN-STUDENT-MASTER THRU 1100-EXIT.
004460     PERFORM 1150-OPEN-COURSE-CATALOG THRU 1150-EXIT.
004470     PERFORM 1200-LOAD-PROGRAM-TOTALS THRU 1200-EXIT.
004480     PERFORM 1300-LOAD-ROSTER THRU 1300-EXIT.
004490     PERFORM 1400-OPEN-SAP-MASTER THRU 1400-EXIT.
004500     PERFORM 1450-LOAD-LAPSES THRU 1450-EXIT.
004500     PERFORM 1500-TALLY-ADMIN-CODES THRU 1500-EXIT.
004510     OPEN INPUT GRA-GPA-FILE.
004520     IF SAP-WS-GPA-STATUS NOT = '00'
004530         MOVE 'Y' TO SAP-WS-GPA-EOF-SW
004540         GO TO 1000-EXIT
004550     END-IF.
004560     MOVE 'Y' TO SAP-WS-GPA-OPEN-SW.
004570     READ GRA-GPA-FILE
004580         AT END
004590             MOVE 'Y' TO SAP-WS-GPA-EOF-SW
004600     END-READ.
004610 1000-EXIT.
004620     EXIT.
004630*
004640*===============================================================
004650 1050-LOAD-SCALE.
004660*===============================================================
004670*    SAME LOAD LOGIC GRADE-CALC AND GRADE-TRANSCRIPT USE.
004680     MOVE ZERO TO GRA-SCALE-COUNT.
004690     OPEN INPUT GRA-SCALE-FILE.
004700     IF SAP-WS-SCALE-STATUS = '35'
004710         PERFORM 1070-DEFAULT-SCALE THRU 1070-EXIT
004720         GO TO 1050-EXIT
004730     END-IF.
004740     PERFORM 1060-LOAD-SCALE-REC THRU 1060-EXIT
004750         UNTIL SAP-WS-SCALE-EOF OR GRA-SCALE-COUNT = 60.
004760     CLOSE GRA-SCALE-FILE.
004770     IF GRA-SCALE-COUNT = ZERO
004780         PERFORM 1070-DEFAULT-SCALE THRU 1070-EXIT
004790     END-IF.
004800 1050-EXIT.
004810     EXIT.
004820*
004830*===============================================================
004840 1060-LOAD-SCALE-REC.
004850*===============================================================
004860     READ GRA-SCALE-FILE
004870         AT END
004880             MOVE 'Y' TO SAP-WS-SCALE-EOF-SW
004890     END-READ.
004900     IF NOT SAP-WS-SCALE-EOF
004910         ADD 1 TO GRA-SCALE-COUNT
004920         SET GRA-SCALE-IDX TO GRA-SCALE-COUNT
004930         MOVE GRA-SC-CUTOFF TO GRA-SCALE-CUTOFF (GRA-SCALE-IDX)
004940         MOVE GRA-SC-GRADE  TO GRA-SCALE-GRADE (GRA-SCALE-IDX)
004950         MOVE GRA-SC-COURSE-ID
004960             TO GRA-SCALE-COURSE (GRA-SCALE-IDX)
004970         IF GRA-SC-EFF-DATE NUMERIC
004980             MOVE GRA-SC-EFF-DATE
004990                 TO GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
005000         ELSE
005010             MOVE ZERO TO GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
005020         END-IF
005030     END-IF.
005040 1060-EXIT.
005050     EXIT.
005060*
005070*===============================================================
005080 1070-DEFAULT-SCALE.
005090*===============================================================
005100     MOVE 6 TO GRA-SCALE-COUNT.
005110     MOVE 90 TO GRA-SCALE-CUTOFF (1).
005120     MOVE 'A' TO GRA-SCALE-GRADE (1).
005130     MOVE 80 TO GRA-SCALE-CUTOFF (2).
005140     MOVE 'B' TO GRA-SCALE-GRADE (2).
005150     MOVE 70 TO GRA-SCALE-CUTOFF (3).
005160     MOVE 'C' TO GRA-SCALE-GRADE (3).
005170     MOVE 60 TO GRA-SCALE-CUTOFF (4).
005180     MOVE 'D' TO GRA-SCALE-GRADE (4).
005190     MOVE 50 TO GRA-SCALE-CUTOFF (5).
005200     MOVE 'E' TO GRA-SCALE-GRADE (5).
005210     MOVE 00 TO GRA-SCALE-CUTOFF (6).
005220     MOVE 'F' TO GRA-SCALE-GRADE (6).
005230     MOVE SPACES TO GRA-SCALE-COURSE (1) GRA-SCALE-COURSE (2)
005240         GRA-SCALE-COURSE (3) GRA-SCALE-COURSE (4)
005250         GRA-SCALE-COURSE (5) GRA-SCALE-COURSE (6).
005260     MOVE ZERO TO GRA-SCALE-EFF-DATE (1) GRA-SCALE-EFF-DATE (2)
005270         GRA-SCALE-EFF-DATE (3) GRA-SCALE-EFF-DATE (4)
005280         GRA-SCALE-EFF-DATE (5) GRA-SCALE-EFF-DATE (6).
005290 1070-EXIT.
005300     EXIT.
005310*
005320*===============================================================
005330 1080-LOAD-GPA-POINTS.
005340*===============================================================
005350     MOVE 'A '  TO SGP-GRADE (1).  MOVE 4.00 TO SGP-POINTS (1).
005360     MOVE 'A-'  TO SGP-GRADE (2).  MOVE 3.70 TO SGP-POINTS (2).
005370     MOVE 'B+'  TO SGP-GRADE (3).  MOVE 3.30 TO SGP-POINTS (3).
005380     MOVE 'B '  TO SGP-GRADE (4).  MOVE 3.00 TO SGP-POINTS (4).
005390     MOVE 'B-'  TO SGP-GRADE (5).  MOVE 2.70 TO SGP-POINTS (5).
005400     MOVE 'C+'  TO SGP-GRADE (6).  MOVE 2.30 TO SGP-POINTS (6).
005410     MOVE 'C '  TO SGP-GRADE (7).  MOVE 2.00 TO SGP-POINTS (7).
005420     MOVE 'C-'  TO SGP-GRADE (8).  MOVE 1.70 TO SGP-POINTS (8).
005430     MOVE 'D+'  TO SGP-GRADE (9).  MOVE 1.30 TO SGP-POINTS (9).
005440     MOVE 'D '  TO SGP-GRADE (10). MOVE 1.00 TO SGP-POINTS (10).
005450     MOVE 'D-'  TO SGP-GRADE (11). MOVE 0.70 TO SGP-POINTS (11).
005460     MOVE 'E '  TO SGP-GRADE (12). MOVE 0.00 TO SGP-POINTS (12).
005470     MOVE 'F '  TO SGP-GRADE (13). MOVE 0.00 TO SGP-POINTS (13).
005480 1080-EXIT.
005490     EXIT.
005500*
005510*===============================================================
005520 1090-LOAD-PARMS.
005530*===============================================================
005540*    LOADS REPTPOL AND THE SAP STANDARDS FROM GRA-CTL-FILE. A
005550*    MISSING CONTROL FILE IS NOT AN ERROR - THE VALUE-CLAUSE
005560*    DEFAULTS STAY IN PLACE.
005570     OPEN INPUT GRA-CTL-FILE.
005580     IF SAP-WS-CTL-STATUS = '35'
005590         GO TO 1090-EXIT
005600     END-IF.
005610     READ GRA-CTL-FILE
005620         AT END
005630             MOVE 'Y' TO SAP-WS-CTL-EOF-SW
005640     END-READ.
005650     PERFORM 1091-LOAD-ONE-PARM THRU 1091-EXIT
005660         UNTIL SAP-WS-CTL-EOF.
005670     CLOSE GRA-CTL-FILE.
005680 1090-EXIT.
005690     EXIT.
005700*
005710*===============================================================
005720 1091-LOAD-ONE-PARM.
005730*===============================================================
005740     EVALUATE CTL-PARM-CODE OF SAP-CTL-REC
005750         WHEN 'REPTPOL '
005760             IF CTL-PARM-VALUE OF SAP-CTL-REC = 1
005770                     OR CTL-PARM-VALUE OF SAP-CTL-REC = 2
005780                 MOVE CTL-PARM-VALUE OF SAP-CTL-REC
005790                     TO SAP-WS-REPEAT-POLICY
005800             END-IF
005810         WHEN 'SAPGPA  '
005820             IF CTL-PARM-VALUE OF SAP-CTL-REC > ZERO
005830                     AND CTL-PARM-VALUE OF SAP-CTL-REC NOT > 4
005840                 MOVE CTL-PARM-VALUE OF SAP-CTL-REC
005850                     TO SAP-WS-MIN-GPA
005860             END-IF
005870         WHEN 'SAPPACE '
005880             IF CTL-PARM-VALUE OF SAP-CTL-REC > ZERO
005890                     AND CTL-PARM-VALUE OF SAP-CTL-REC NOT > 100
005900                 MOVE CTL-PARM-VALUE OF SAP-CTL-REC
005910                     TO SAP-WS-MIN-PACE
005920             END-IF
005930         WHEN 'SAPMAXTF'
005940             IF CTL-PARM-VALUE OF SAP-CTL-REC NOT < 100
005950                     AND CTL-PARM-VALUE OF SAP-CTL-REC < 1000
005960                 MOVE CTL-PARM-VALUE OF SAP-CTL-REC
005970                     TO SAP-WS-MAX-TF-PCT
005980             END-IF
005990     END-EVALUATE.
006000     READ GRA-CTL-FILE
006010         AT END
006020             MOVE 'Y' TO SAP-WS-CTL-EOF-SW
006030     END-READ.
006040 1091-EXIT.
006050     EXIT.
006060*
006070*===============================================================
006080 1100-OPEN-STUDENT-MASTER.
006090*===============================================================
006100*    A MISSING MASTER LEAVES EVERY STUDENT WITHOUT A PROGRAM,
006110*    SO THE TIMEFRAME TEST CANNOT BE MADE; THE OTHER TWO STILL
006120*    ARE.
006130     OPEN INPUT GRA-STUMF-FILE.
006140     IF SAP-WS-STUMF-STATUS = '00'
006150         MOVE 'Y' TO SAP-WS-STUMF-LOADED-SW
006160     ELSE
006170         MOVE 'N' TO SAP-WS-STUMF-LOADED-SW
006180     END-IF.
006190 1100-EXIT.
006200     EXIT.
006210*
006220*===============================================================
006230 1150-OPEN-COURSE-CATALOG.
006240*===============================================================
006250*    A CATALOG THAT WILL NOT OPEN MEANS THIS SITE HASN'T CUT
006260*    OVER - GPA COURSES KEEP THEIR KEYED HOURS, REQUIREMENTS THE
006270*    REQUIREMENTS FILE'S HOURS, AND A WITHDRAWAL OR INCOMPLETE
006280*    (WHICH HAS NO HOURS OF ITS OWN) COUNTS AT ZERO.
006290     OPEN INPUT GRA-CRSMF-FILE.
006300     IF SAP-WS-CRSMF-STATUS = '00'
006310         MOVE 'Y' TO SAP-WS-CRSMF-LOADED-SW
006320     ELSE
006330         MOVE 'N' TO SAP-WS-CRSMF-LOADED-SW
006340     END-IF.
006350 1150-EXIT.
006360     EXIT.
006370*
006380*===============================================================
006390 1200-LOAD-PROGRAM-TOTALS.
006400*===============================================================
006410*    SUMS EACH PROGRAM'S REQUIRED CREDIT HOURS FROM THE
006420*    DEGREE-AUDIT REQUIREMENTS FILE. A MISSING FILE LEAVES NO
006430*    PROGRAM TOTALS AND THE TIMEFRAME TEST IS NOT MADE.
006440     MOVE ZERO TO SAP-WS-PG-COUNT.
006450     MOVE 'N' TO SAP-WS-FILE-EOF-SW.
006460     OPEN INPUT DGA-REQMT-FILE.
006470     IF SAP-WS-REQMT-STATUS = '35'
006480         GO TO 1200-EXIT
006490     END-IF.
006500     PERFORM 1210-LOAD-REQMT-REC THRU 1210-EXIT
006510         UNTIL SAP-WS-FILE-EOF.
006520     CLOSE DGA-REQMT-FILE.
006530     IF SAP-WS-PG-FULL
006540         DISPLAY "SAP-EVAL: REQUIREMENTS FILE HAS MORE THAN 100 "
006550             "PROGRAMS - LATER PROGRAMS NOT TOTALLED"
006560     END-IF.
006570 1200-EXIT.
006580     EXIT.
006590*
006600*===============================================================
006610 1210-LOAD-REQMT-REC.
006620*===============================================================
006630     READ DGA-REQMT-FILE
006640         AT END
006650             MOVE 'Y' TO SAP-WS-FILE-EOF-SW
006660             GO TO 1210-EXIT
006670     END-READ.
006680     MOVE DGR-COURSE-ID TO SAP-WS-LOOKUP-COURSE.
006690     MOVE DGR-CREDITS   TO SAP-WS-COURSE-CREDITS.
006700     PERFORM 2150-LOOKUP-COURSE THRU 2150-EXIT.
006710     MOVE DGR-PROGRAM TO SAP-WS-LOOKUP-PROGRAM.
006720     PERFORM 1220-FIND-PROGRAM THRU 1220-EXIT.
006730     IF NOT SAP-WS-PG-HIT
006740         IF SAP-WS-PG-COUNT = 100
006750             MOVE 'Y' TO SAP-WS-PG-FULL-SW
006760             GO TO 1210-EXIT
006770         END-IF
006780         ADD 1 TO SAP-WS-PG-COUNT
006790         SET SAP-PG-IDX TO SAP-WS-PG-COUNT
006800         MOVE DGR-PROGRAM TO SAP-PG-PROGRAM (SAP-PG-IDX)
006810         MOVE ZERO        TO SAP-PG-CREDITS (SAP-PG-IDX)
006820         MOVE SAP-WS-PG-COUNT TO SAP-WS-PG-SUB
006830     END-IF.
006840     SET SAP-PG-IDX TO SAP-WS-PG-SUB.
006850     ADD SAP-WS-COURSE-CREDITS TO SAP-PG-CREDITS (SAP-PG-IDX).
006860 1210-EXIT.
006870     EXIT.
006880*
006890*===============================================================
006900 1220-FIND-PROGRAM.
006910*===============================================================
006920*    LEAVES SAP-WS-PG-SUB ON SAP-WS-LOOKUP-PROGRAM'S ENTRY WHEN
006930*    IT IS IN THE TABLE.
006940     MOVE 'N' TO SAP-WS-PG-HIT-SW.
006950     PERFORM 1225-SCAN-PROGRAM THRU 1225-EXIT
006960         VARYING SAP-PG-IDX FROM 1 BY 1
006970         UNTIL SAP-PG-IDX > SAP-WS-PG-COUNT
006980             OR SAP-WS-PG-HIT.
006990 1220-EXIT.
007000     EXIT.
007010*
007020*===============================================================
007030 1225-SCAN-PROGRAM.
007040*===============================================================
007050     IF SAP-PG-PROGRAM (SAP-PG-IDX) = SAP-WS-LOOKUP-PROGRAM
007060         MOVE 'Y' TO SAP-WS-PG-HIT-SW
007070         SET SAP-WS-PG-SUB TO SAP-PG-IDX
007080     END-IF.
007090 1225-EXIT.
007100     EXIT.
007110*
007120*===============================================================
007130 1300-LOAD-ROSTER.
007140*===============================================================
007150*    LOADS THE AID ROSTER. A RECORD WITH NO TERM CANNOT BE
007160*    EVALUATED, AND A STUDENT LISTED TWICE IS EVALUATED ONCE
007170*    (FOR THE FIRST TERM GIVEN) - BOTH ARE COUNTED. A ROSTER PAST
007180*    THE TABLE CAP IS FLAGGED ON THE REPORT AND THE RUN ENDS WITH
007190*    RETURN CODE 8.
007200     OPEN INPUT SAP-ROSTER-FILE.
007210     IF SAP-WS-ROSTER-STATUS NOT = '00'
007220         DISPLAY "SAP-EVAL: AID ROSTER NOT AVAILABLE - STATUS "
007230             SAP-WS-ROSTER-STATUS
007240         MOVE 'Y' TO SAP-WS-ROSTER-EOF-SW
007250         GO TO 1300-EXIT
007260     END-IF.
007270     PERFORM 1310-LOAD-ROSTER-REC THRU 1310-EXIT
007280         UNTIL SAP-WS-ROSTER-EOF.
007290     CLOSE SAP-ROSTER-FILE.
007300 1300-EXIT.
007310     EXIT.
007320*
007330*===============================================================
007340 1310-LOAD-ROSTER-REC.
007350*===============================================================
007360     READ SAP-ROSTER-FILE
007370         AT END
007380             MOVE 'Y' TO SAP-WS-ROSTER-EOF-SW
007390             GO TO 1310-EXIT
007400     END-READ.
007410     ADD 1 TO SAP-WS-ROSTER-READ.
007420     IF SAR-TERM = SPACES
007430         ADD 1 TO SAP-WS-NO-TERM-COUNT
007440         GO TO 1310-EXIT
007450     END-IF.
007460     MOVE SAR-STUDENT-ID TO SAP-WS-LOOKUP-ID.
007470     PERFORM 2050-FIND-ROSTER THRU 2050-EXIT.
007480     IF SAP-WS-ROSTER-HIT
007490         ADD 1 TO SAP-WS-DUP-COUNT
007500         GO TO 1310-EXIT
007510     END-IF.
007520     IF SAP-WS-RS-COUNT = 3000
007530         MOVE 'Y' TO SAP-WS-RS-FULL-SW
007540         GO TO 1310-EXIT
007550     END-IF.
007560     ADD 1 TO SAP-WS-RS-COUNT.
007570     SET SAP-RS-IDX TO SAP-WS-RS-COUNT.
007580     MOVE SAR-STUDENT-ID TO SAP-RS-STUDENT-ID (SAP-RS-IDX).
007590     MOVE SAR-TERM       TO SAP-RS-TERM (SAP-RS-IDX).
007600     MOVE 'N'            TO SAP-RS-DONE-SW (SAP-RS-IDX).
007610     MOVE ZERO           TO SAP-RS-ADM-CREDITS (SAP-RS-IDX)
007620                            SAP-RS-ADM-COUNT (SAP-RS-IDX)
007630                            SAP-RS-NOHRS-COUNT (SAP-RS-IDX).
007640 1310-EXIT.
007650     EXIT.
007660*
007670*===============================================================
007680 1400-OPEN-SAP-MASTER.
007690*===============================================================
007700*    A MISSING SAP MASTER MEANS THE FIRST EVALUATION - IT IS
007710*    CREATED EMPTY, THE SAME WAY COURSE-MAINT CREATES THE
007720*    CATALOG, AND EVERY STUDENT STARTS WITH NO PRIOR STATUS.
007730     OPEN I-O GRA-SAPMF-FILE.
007740     IF SAP-WS-SAPMF-STATUS NOT = '00'
007750         OPEN OUTPUT GRA-SAPMF-FILE
007760         CLOSE GRA-SAPMF-FILE
007770         OPEN I-O GRA-SAPMF-FILE
007780     END-IF.
007790 1400-EXIT.
007800     EXIT.
007810*
007810*===============================================================
007810 1450-LOAD-LAPSES.
007810*===============================================================
007810*    ONE PASS OF THE AUDIT TRAIL FOR INC-LAPSE'S POSTINGS. NO
007810*    AUDIT FILE MEANS NOTHING HAS EVER LAPSED. A TABLE PAST ITS
007810*    CAP IS FLAGGED ON THE REPORT AND THE RUN ENDS WITH RETURN
007810*    CODE 8.
007810     MOVE ZERO TO SAP-WS-LP-COUNT.
007810     MOVE 'N' TO SAP-WS-FILE-EOF-SW.
007810     OPEN INPUT GRA-AUDIT-FILE.
007810     IF SAP-WS-AUDIT-STATUS NOT = '00'
007810         GO TO 1450-EXIT
007810     END-IF.
007810     READ GRA-AUDIT-FILE
007810         AT END
007810             MOVE 'Y' TO SAP-WS-FILE-EOF-SW
007810     END-READ.
007810     PERFORM 1460-CHECK-AUDIT-REC THRU 1460-EXIT
007810         UNTIL SAP-WS-FILE-EOF.
007810     CLOSE GRA-AUDIT-FILE.
007810 1450-EXIT.
007810     EXIT.
007810*
007810*===============================================================
007810 1460-CHECK-AUDIT-REC.
007810*===============================================================
007810     IF GRA-AU-SOURCE NOT = 'INCLAPSE'
007810         GO TO 1460-READ
007810     END-IF.
007810     MOVE GRA-AU-STUDENT-ID TO SAP-WS-LOOKUP-ID.
007810     PERFORM 2050-FIND-ROSTER THRU 2050-EXIT.
007810     IF NOT SAP-WS-ROSTER-HIT
007810         GO TO 1460-READ
007810     END-IF.
007810     SET SAP-RS-IDX TO SAP-WS-RS-SUB.
007810     IF GRA-AU-TERM > SAP-RS-TERM (SAP-RS-IDX)
007810         GO TO 1460-READ
007810     END-IF.
007810     IF SAP-WS-LP-COUNT = 2000
007810         MOVE 'Y' TO SAP-WS-LP-FULL-SW
007810         GO TO 1460-READ
007810     END-IF.
007810     ADD 1 TO SAP-WS-LP-COUNT.
007810     SET SAP-LP-IDX TO SAP-WS-LP-COUNT.
007810     MOVE GRA-AU-STUDENT-ID TO SAP-LP-STUDENT-ID (SAP-LP-IDX).
007810     MOVE GRA-AU-TERM       TO SAP-LP-TERM (SAP-LP-IDX).
007810     MOVE GRA-AU-COURSE-ID  TO SAP-LP-COURSE-ID (SAP-LP-IDX).
007810 1460-READ.
007810     READ GRA-AUDIT-FILE
007810         AT END
007810             MOVE 'Y' TO SAP-WS-FILE-EOF-SW
007810     END-READ.
007810 1460-EXIT.
007810     EXIT.
007810*
007820*===============================================================
007830 1500-TALLY-ADMIN-CODES.
007840*===============================================================
007850*    ONE PASS OF THE KEYED GRADE MASTER. EVERY WITHDRAWAL ('W ')
007860*    OR INCOMPLETE ('I ') ROW FOR A ROSTER STUDENT, IN OR BEFORE
007870*    THE TERM BEING EVALUATED, ADDS THE COURSE'S CATALOG HOURS TO
007880*    THE STUDENT'S CREDITS ATTEMPTED. THESE ROWS NEVER REACH THE
007890*    GPA FILE, SO NOTHING IS COUNTED TWICE. NOR DOES AN
007890*    INCOMPLETE INC-LAPSE HAS LAPSED TO F, WHICH COUNTS THE SAME
007890*    WAY WHILE THE ROW STILL CARRIES THE LAPSE GRADE.
007900     MOVE 'N' TO SAP-WS-FILE-EOF-SW.
007910     OPEN INPUT GRA-GRDMST-FILE.
007920     IF SAP-WS-GRDMST-STATUS NOT = '00'
007930         DISPLAY "SAP-EVAL: GRADE MASTER NOT AVAILABLE - "
007940             "WITHDRAWALS AND INCOMPLETES NOT COUNTED"
007950         GO TO 1500-EXIT
007960     END-IF.
007970     READ GRA-GRDMST-FILE
007980         AT END
007990             MOVE 'Y' TO SAP-WS-FILE-EOF-SW
008000     END-READ.
008010     PERFORM 1510-CHECK-MASTER-REC THRU 1510-EXIT
008020         UNTIL SAP-WS-FILE-EOF.
008030     CLOSE GRA-GRDMST-FILE.
008040 1500-EXIT.
008050     EXIT.
008060*
008070*===============================================================
008080 1510-CHECK-MASTER-REC.
008090*===============================================================
008100     IF NOT GRA-GM-ATTEMPT-CODE
008100         IF NOT GRA-GM-LAPSE-GRADE
008110             GO TO 1510-READ
008110         END-IF
008110         PERFORM 1520-FIND-LAPSE THRU 1520-EXIT
008110         IF NOT SAP-WS-LP-HIT
008110             GO TO 1510-READ
008110         END-IF
008120     END-IF.
008130     MOVE GRA-GM-STUDENT-ID TO SAP-WS-LOOKUP-ID.
008140     PERFORM 2050-FIND-ROSTER THRU 2050-EXIT.
008150     IF NOT SAP-WS-ROSTER-HIT
008160         GO TO 1510-READ
008170     END-IF.
008180     SET SAP-RS-IDX TO SAP-WS-RS-SUB.
008190     IF GRA-GM-TERM > SAP-RS-TERM (SAP-RS-IDX)
008200         GO TO 1510-READ
008210     END-IF.
008220     ADD 1 TO SAP-RS-ADM-COUNT (SAP-RS-IDX).
008230     ADD 1 TO SAP-WS-ADM-ROWS.
008240     MOVE GRA-GM-COURSE-ID TO SAP-WS-LOOKUP-COURSE.
008250     MOVE ZERO TO SAP-WS-COURSE-CREDITS.
008260     PERFORM 2150-LOOKUP-COURSE THRU 2150-EXIT.
008270     IF SAP-WS-COURSE-HIT
008280         ADD SAP-WS-COURSE-CREDITS
008290             TO SAP-RS-ADM-CREDITS (SAP-RS-IDX)
008300     ELSE
008310         ADD 1 TO SAP-RS-NOHRS-COUNT (SAP-RS-IDX)
008320         ADD 1 TO SAP-WS-NOHRS-ROWS
008330     END-IF.
008340 1510-READ.
008350     READ GRA-GRDMST-FILE
008360         AT END
008370             MOVE 'Y' TO SAP-WS-FILE-EOF-SW
008380     END-READ.
008390 1510-EXIT.
008400     EXIT.
008410*
008410*===============================================================
008410 1520-FIND-LAPSE.
008410*===============================================================
008410     MOVE 'N' TO SAP-WS-LP-HIT-SW.
008410     PERFORM 1525-SCAN-LAPSE THRU 1525-EXIT
008410         VARYING SAP-LP-IDX FROM 1 BY 1
008410         UNTIL SAP-LP-IDX > SAP-WS-LP-COUNT
008410             OR SAP-WS-LP-HIT.
008410 1520-EXIT.
008410     EXIT.
008410*
008410*===============================================================
008410 1525-SCAN-LAPSE.
008410*===============================================================
008410     IF SAP-LP-STUDENT-ID (SAP-LP-IDX) = GRA-GM-STUDENT-ID
008410             AND SAP-LP-TERM (SAP-LP-IDX) = GRA-GM-TERM
008410             AND SAP-LP-COURSE-ID (SAP-LP-IDX) = GRA-GM-COURSE-ID
008410         MOVE 'Y' TO SAP-WS-LP-HIT-SW
008410     END-IF.
008410 1525-EXIT.
008410     EXIT.
008410*
008420*===============================================================
008430 2000-PROCESS-GPA-GROUP.
008440*===============================================================
008450*    ONE STUDENT'S RUN OF GPA COURSE RECORDS (THE FILE IS
008460*    WRITTEN IN STUDENT GROUPS, EACH ENDED BY A 999 TRAILER). A
008470*    STUDENT ON THE AID ROSTER HAS THE ATTEMPTS UP TO THE
008480*    EVALUATED TERM HELD AND IS THEN EVALUATED; ANY OTHER
008490*    STUDENT'S RECORDS ARE READ PAST.
008500     MOVE GPA-IN-STUDENT-ID TO SAP-WS-GROUP-STUDENT.
008510     MOVE GPA-IN-STUDENT-ID TO SAP-WS-LOOKUP-ID.
008520     PERFORM 2050-FIND-ROSTER THRU 2050-EXIT.
008530     IF SAP-WS-ROSTER-HIT
008540         SET SAP-RS-IDX TO SAP-WS-RS-SUB
008550         IF SAP-RS-DONE (SAP-RS-IDX)
008560             ADD 1 TO SAP-WS-SPLIT-COUNT
008570             DISPLAY "SAP-EVAL: GPA HISTORY NOT CONTIGUOUS FOR "
008580                 SAP-WS-GROUP-STUDENT " - LATER RECORDS IGNORED"
008590             MOVE 'N' TO SAP-WS-ROSTER-HIT-SW
008600         END-IF
008610     END-IF.
008620     PERFORM 4010-CLEAR-STUDENT THRU 4010-EXIT.
008630     PERFORM 2100-GATHER-ATTEMPT THRU 2100-EXIT
008640         UNTIL SAP-WS-GPA-EOF
008650             OR GPA-IN-STUDENT-ID NOT = SAP-WS-GROUP-STUDENT.
008660     IF SAP-WS-ROSTER-HIT
008670         PERFORM 4000-EVALUATE-STUDENT THRU 4000-EXIT
008680     END-IF.
008690 2000-EXIT.
008700     EXIT.
008710*
008720*===============================================================
008730 2050-FIND-ROSTER.
008740*===============================================================
008750*    LEAVES SAP-WS-RS-SUB ON SAP-WS-LOOKUP-ID'S ROSTER ENTRY
008760*    WHEN THE STUDENT IS ON THE ROSTER.
008770     MOVE 'N' TO SAP-WS-ROSTER-HIT-SW.
008780     PERFORM 2055-SCAN-ROSTER THRU 2055-EXIT
008790         VARYING SAP-RS-IDX FROM 1 BY 1
008800         UNTIL SAP-RS-IDX > SAP-WS-RS-COUNT
008810             OR SAP-WS-ROSTER-HIT.
008820 2050-EXIT.
008830     EXIT.
008840*
008850*===============================================================
008860 2055-SCAN-ROSTER.
008870*===============================================================
008880     IF SAP-RS-STUDENT-ID (SAP-RS-IDX) = SAP-WS-LOOKUP-ID
008890         MOVE 'Y' TO SAP-WS-ROSTER-HIT-SW
008900         SET SAP-WS-RS-SUB TO SAP-RS-IDX
008910     END-IF.
008920 2055-EXIT.
008930     EXIT.
008940*
008950*===============================================================
008960 2100-GATHER-ATTEMPT.
008970*===============================================================
008980     IF SAP-WS-ROSTER-HIT
008990             AND GPA-IN-COURSE-MARK NOT = SAP-WS-GPA-TRAILER
009000             AND GPA-IN-TERM NOT > SAP-RS-TERM (SAP-RS-IDX)
009010         PERFORM 2110-HOLD-ATTEMPT THRU 2110-EXIT
009020     END-IF.
009030     READ GRA-GPA-FILE
009040         AT END
009050             MOVE 'Y' TO SAP-WS-GPA-EOF-SW
009060     END-READ.
009070 2100-EXIT.
009080     EXIT.
009090*
009100*===============================================================
009110 2110-HOLD-ATTEMPT.
009120*===============================================================
009130*    GRADES THE ATTEMPT AND HOLDS IT IN THE GROUP TABLE. A
009140*    HISTORY THAT HAS OUTGROWN THE TABLE STILL COUNTS EVERY
009150*    ATTEMPT, AS A STANDING ONE, BUT REPEAT DETECTION IS ONLY
009160*    PARTIAL - WARN, AS GRADE-TRANSCRIPT DOES.
009170     PERFORM 2120-GRADE-COURSE THRU 2120-EXIT.
009180     MOVE GPA-IN-COURSE-ID  TO SAP-WS-LOOKUP-COURSE.
009190     MOVE GPA-IN-CREDIT-HRS TO SAP-WS-COURSE-CREDITS.
009200     PERFORM 2150-LOOKUP-COURSE THRU 2150-EXIT.
009210     IF SAP-WS-GG-COUNT < 60
009220         ADD 1 TO SAP-WS-GG-COUNT
009230         SET SAP-GG-IDX TO SAP-WS-GG-COUNT
009240         MOVE GPA-IN-COURSE-ID TO SAP-GG-COURSE-ID (SAP-GG-IDX)
009250         MOVE GPA-IN-TERM      TO SAP-GG-TERM (SAP-GG-IDX)
009260         MOVE SAP-WS-GRADE     TO SAP-GG-GRADE (SAP-GG-IDX)
009270         MOVE SAP-WS-COURSE-CREDITS
009280             TO SAP-GG-CREDITS (SAP-GG-IDX)
009290         MOVE SAP-WS-GPA-POINTS TO SAP-GG-POINTS (SAP-GG-IDX)
009300         MOVE 'N' TO SAP-GG-SUPERSEDED-SW (SAP-GG-IDX)
009310         GO TO 2110-EXIT
009320     END-IF.
009330     IF NOT SAP-WS-GG-OVFL
009340         DISPLAY "SAP-EVAL: COURSE TABLE FULL - "
009350             "REPEAT DETECTION PARTIAL FOR "
009360             SAP-WS-GROUP-STUDENT
009370         MOVE 'Y' TO SAP-WS-GG-OVFL-SW
009380     END-IF.
009390     ADD SAP-WS-COURSE-CREDITS TO SAP-WS-ATTEMPTED.
009400     COMPUTE SAP-WS-QUALITY-PTS =
009410         SAP-WS-QUALITY-PTS +
009420             (SAP-WS-GPA-POINTS * SAP-WS-COURSE-CREDITS).
009430     ADD SAP-WS-COURSE-CREDITS TO SAP-WS-GPA-CREDITS.
009440     IF NOT SAP-WS-FAILED-GRADE
009450         ADD SAP-WS-COURSE-CREDITS TO SAP-WS-EARNED
009460     END-IF.
009470 2110-EXIT.
009480     EXIT.
009490*
009500*===============================================================
009510 2120-GRADE-COURSE.
009520*===============================================================
009530*    THE COURSE GRADES UNDER ITS OWN SCALE WHERE ONE EXISTS,
009540*    FALLING BACK TO THE DEFAULT SCALE - THE SAME RULE GRADE-CALC
009550*    AND GRADE-TRANSCRIPT APPLY.
009560     MOVE GPA-IN-COURSE-MARK TO SAP-WS-MARK.
009570     MOVE 'F' TO SAP-WS-GRADE.
009580     MOVE GPA-IN-COURSE-ID TO SAP-WS-SCALE-COURSE.
009590     MOVE 'N' TO SAP-WS-SCALE-HIT-SW.
009600     PERFORM 2125-SELECT-SCALE-VERSION THRU 2125-EXIT.
009610     PERFORM 2130-SCAN-SCALE THRU 2130-EXIT
009620         VARYING GRA-SCALE-IDX FROM 1 BY 1
009630         UNTIL GRA-SCALE-IDX > GRA-SCALE-COUNT.
009640     IF NOT SAP-WS-SCALE-HIT
009650             AND SAP-WS-SCALE-COURSE NOT = SPACES
009660         MOVE SPACES TO SAP-WS-SCALE-COURSE
009670         PERFORM 2125-SELECT-SCALE-VERSION THRU 2125-EXIT
009680         PERFORM 2130-SCAN-SCALE THRU 2130-EXIT
009690             VARYING GRA-SCALE-IDX FROM 1 BY 1
009700             UNTIL GRA-SCALE-IDX > GRA-SCALE-COUNT
009710     END-IF.
009720     MOVE ZERO TO SAP-WS-GPA-POINTS.
009730     PERFORM 2140-SCAN-POINTS THRU 2140-EXIT
009740         VARYING SGP-IDX FROM 1 BY 1
009750         UNTIL SGP-IDX > SAP-WS-GPA-POINT-COUNT.
009760 2120-EXIT.
009770     EXIT.
009780*
009790*===============================================================
009800 2125-SELECT-SCALE-VERSION.
009810*===============================================================
009820     MOVE ZERO TO SAP-WS-SCALE-VERS.
009830     PERFORM 2126-CHECK-VERSION THRU 2126-EXIT
009840         VARYING GRA-SCALE-IDX FROM 1 BY 1
009850         UNTIL GRA-SCALE-IDX > GRA-SCALE-COUNT.
009860 2125-EXIT.
009870     EXIT.
009880*
009890*===============================================================
009900 2126-CHECK-VERSION.
009910*===============================================================
009920     IF GRA-SCALE-COURSE (GRA-SCALE-IDX) = SAP-WS-SCALE-COURSE
009930             AND GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
009940                 <= RUNSTAMP-DATE
009950             AND GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
009960                 > SAP-WS-SCALE-VERS
009970         MOVE GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
009980             TO SAP-WS-SCALE-VERS
009990     END-IF.
010000 2126-EXIT.
010010     EXIT.
010020*
010030*===============================================================
010040 2130-SCAN-SCALE.
010050*===============================================================
010060     IF GRA-SCALE-COURSE (GRA-SCALE-IDX) = SAP-WS-SCALE-COURSE
010070             AND GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
010080                 = SAP-WS-SCALE-VERS
010090             AND SAP-WS-MARK >= GRA-SCALE-CUTOFF (GRA-SCALE-IDX)
010100         MOVE GRA-SCALE-GRADE (GRA-SCALE-IDX) TO SAP-WS-GRADE
010110         MOVE 'Y' TO SAP-WS-SCALE-HIT-SW
010120         SET GRA-SCALE-IDX TO GRA-SCALE-COUNT
010130     END-IF.
010140 2130-EXIT.
010150     EXIT.
010160*
010170*===============================================================
010180 2140-SCAN-POINTS.
010190*===============================================================
010200     IF SGP-GRADE (SGP-IDX) = SAP-WS-GRADE
010210         MOVE SGP-POINTS (SGP-IDX) TO SAP-WS-GPA-POINTS
010220         SET SGP-IDX TO SAP-WS-GPA-POINT-COUNT
010230     END-IF.
010240 2140-EXIT.
010250     EXIT.
010260*
010270*===============================================================
010280 2150-LOOKUP-COURSE.
010290*===============================================================
010300*    LOOKS SAP-WS-LOOKUP-COURSE UP ON THE COURSE CATALOG. A HIT
010310*    REPLACES SAP-WS-COURSE-CREDITS WITH THE CATALOG HOURS; A
010320*    MISS LEAVES THE HOURS AS SET.
010330     MOVE 'N' TO SAP-WS-COURSE-HIT-SW.
010340     IF NOT SAP-WS-CRSMF-LOADED
010350         GO TO 2150-EXIT
010360     END-IF.
010370     MOVE SAP-WS-LOOKUP-COURSE TO CRS-COURSE-ID.
010380     READ GRA-CRSMF-FILE
010390         INVALID KEY
010400             CONTINUE
010410         NOT INVALID KEY
010420             MOVE CRS-CREDIT-HRS TO SAP-WS-COURSE-CREDITS
010430             MOVE 'Y' TO SAP-WS-COURSE-HIT-SW
010440     END-READ.
010450 2150-EXIT.
010460     EXIT.
010470*
010480*===============================================================
010490 2900-SWEEP-ROSTER.
010500*===============================================================
010510*    A ROSTER STUDENT WITH NO GPA HISTORY AT ALL - A FIRST-TERM
010520*    STUDENT WHO WITHDREW, SAY - IS STILL EVALUATED, ON THE
010530*    GRADE MASTER'S WITHDRAWALS AND INCOMPLETES ALONE.
010540     SET SAP-RS-IDX TO SAP-WS-RS-SUB.
010550     IF SAP-RS-DONE (SAP-RS-IDX)
010560         GO TO 2900-EXIT
010570     END-IF.
010580     MOVE SAP-RS-STUDENT-ID (SAP-RS-IDX) TO SAP-WS-GROUP-STUDENT.
010590     PERFORM 4010-CLEAR-STUDENT THRU 4010-EXIT.
010600     PERFORM 4000-EVALUATE-STUDENT THRU 4000-EXIT.
010610 2900-EXIT.
010620     EXIT.
010630*
010640*===============================================================
010650 3000-TERMINATE.
010660*===============================================================
010670     IF SAP-WS-GPA-OPEN
010680         CLOSE GRA-GPA-FILE
010690     END-IF.
010700     CLOSE GRA-SAPMF-FILE.
010710     IF SAP-WS-STUMF-LOADED
010720         CLOSE GRA-STUMF-FILE
010730     END-IF.
010740     IF SAP-WS-CRSMF-LOADED
010750         CLOSE GRA-CRSMF-FILE
010760     END-IF.
010770     MOVE SAP-WS-EVAL-COUNT  TO SXT-REC-COUNT.
010780     MOVE SAP-WS-MEETS-COUNT TO SXT-MEETS-COUNT.
010790     MOVE SAP-WS-WARN-COUNT  TO SXT-WARN-COUNT.
010800     MOVE SAP-WS-SUSP-COUNT  TO SXT-SUSP-COUNT.
010810     WRITE SAP-EXTR-REC FROM SAP-WS-EXTR-TRL.
010820     CLOSE SAP-EXTR-FILE.
010830     WRITE SAP-RPT-REC FROM SAP-WS-BLANK-LINE.
010840     IF SAP-WS-RS-FULL
010850         MOVE SPACES TO SNL-STUDENT-ID
010860         MOVE "ROSTER TABLE FULL - LATER STUDENTS NOT EVALUATED"
010870             TO SNL-TEXT
010880         WRITE SAP-RPT-REC FROM SAP-WS-NOTE-LINE
010890         MOVE 8 TO RETURN-CODE
010900     END-IF.
010910     IF SAP-WS-PG-FULL
010920         MOVE SPACES TO SNL-STUDENT-ID
010930         MOVE "PROGRAM TABLE FULL - LATER PROGRAMS NOT TOTALLED"
010940             TO SNL-TEXT
010950         WRITE SAP-RPT-REC FROM SAP-WS-NOTE-LINE
010960         MOVE 8 TO RETURN-CODE
010970     END-IF.
010970     IF SAP-WS-LP-FULL
010970         MOVE SPACES TO SNL-STUDENT-ID
010970         MOVE "LAPSE TABLE FULL - LATER LAPSES NOT ATTEMPTED"
010970             TO SNL-TEXT
010970         WRITE SAP-RPT-REC FROM SAP-WS-NOTE-LINE
010970         MOVE 8 TO RETURN-CODE
010970     END-IF.
010980     MOVE "ROSTER RECORDS READ:              " TO SFL-LABEL.
010990     MOVE SAP-WS-ROSTER-READ TO SFL-COUNT.
011000     WRITE SAP-RPT-REC FROM SAP-WS-FOOT-LINE.
011010     MOVE "ROSTER RECORDS WITH NO TERM:      " TO SFL-LABEL.
011020     MOVE SAP-WS-NO-TERM-COUNT TO SFL-COUNT.
011030     WRITE SAP-RPT-REC FROM SAP-WS-FOOT-LINE.
011040     MOVE "DUPLICATE ROSTER RECORDS:         " TO SFL-LABEL.
011050     MOVE SAP-WS-DUP-COUNT TO SFL-COUNT.
011060     WRITE SAP-RPT-REC FROM SAP-WS-FOOT-LINE.
011070     MOVE "STUDENTS EVALUATED / EXTRACTED:   " TO SFL-LABEL.
011080     MOVE SAP-WS-EVAL-COUNT TO SFL-COUNT.
011090     WRITE SAP-RPT-REC FROM SAP-WS-FOOT-LINE.
011100     MOVE "  MEETS:                          " TO SFL-LABEL.
011110     MOVE SAP-WS-MEETS-COUNT TO SFL-COUNT.
011120     WRITE SAP-RPT-REC FROM SAP-WS-FOOT-LINE.
011130     MOVE "  WARNING:                        " TO SFL-LABEL.
011140     MOVE SAP-WS-WARN-COUNT TO SFL-COUNT.
011150     WRITE SAP-RPT-REC FROM SAP-WS-FOOT-LINE.
011160     MOVE "  SUSPENDED:                      " TO SFL-LABEL.
011170     MOVE SAP-WS-SUSP-COUNT TO SFL-COUNT.
011180     WRITE SAP-RPT-REC FROM SAP-WS-FOOT-LINE.
011190     MOVE "LATER TERM ALREADY ON SAP MASTER: " TO SFL-LABEL.
011200     MOVE SAP-WS-LATER-COUNT TO SFL-COUNT.
011210     WRITE SAP-RPT-REC FROM SAP-WS-FOOT-LINE.
011220     MOVE "NOT ON STUDENT MASTER:            " TO SFL-LABEL.
011230     MOVE SAP-WS-NOSTU-COUNT TO SFL-COUNT.
011240     WRITE SAP-RPT-REC FROM SAP-WS-FOOT-LINE.
011250     MOVE "TIMEFRAME NOT TESTED:             " TO SFL-LABEL.
011260     MOVE SAP-WS-NOPGM-COUNT TO SFL-COUNT.
011270     WRITE SAP-RPT-REC FROM SAP-WS-FOOT-LINE.
011280     MOVE "W/INC/LAPSED ROWS AS ATTEMPTED:   " TO SFL-LABEL.
011290     MOVE SAP-WS-ADM-ROWS TO SFL-COUNT.
011300     WRITE SAP-RPT-REC FROM SAP-WS-FOOT-LINE.
011310     MOVE "W/INC/LAPSED ROWS WITH NO HOURS:  " TO SFL-LABEL.
011320     MOVE SAP-WS-NOHRS-ROWS TO SFL-COUNT.
011330     WRITE SAP-RPT-REC FROM SAP-WS-FOOT-LINE.
011340     MOVE "NON-CONTIGUOUS GPA HISTORIES:     " TO SFL-LABEL.
011350     MOVE SAP-WS-SPLIT-COUNT TO SFL-COUNT.
011360     WRITE SAP-RPT-REC FROM SAP-WS-FOOT-LINE.
011370     CLOSE SAP-RPT-FILE.
011380     DISPLAY "SAP-EVAL: STUDENTS EVALUATED:    "
011390         SAP-WS-EVAL-COUNT.
011400     DISPLAY "SAP-EVAL: MEETS/WARNING/SUSP:    "
011410         SAP-WS-MEETS-COUNT "/" SAP-WS-WARN-COUNT "/"
011420         SAP-WS-SUSP-COUNT.
011430 3000-EXIT.
011440     EXIT.
011450*
011460*===============================================================
011470 4000-EVALUATE-STUDENT.
011480*===============================================================
011490*    EVALUATES THE CURRENT ROSTER STUDENT (SAP-WS-RS-SUB) FROM
011500*    THE HELD GPA ATTEMPTS AND THE TALLIED WITHDRAWALS AND
011510*    INCOMPLETES, SETS THE SAP STATUS AGAINST THE PRIOR TERM'S,
011520*    AND POSTS IT TO THE SAP MASTER, REPORT AND EXTRACT.
011530     SET SAP-RS-IDX TO SAP-WS-RS-SUB.
011540     MOVE 'Y' TO SAP-RS-DONE-SW (SAP-RS-IDX).
011550     PERFORM 4100-FLAG-REPEATS THRU 4100-EXIT.
011560     PERFORM 4150-ACCUM-ATTEMPT THRU 4150-EXIT
011570         VARYING SAP-GG-IDX FROM 1 BY 1
011580         UNTIL SAP-GG-IDX > SAP-WS-GG-COUNT.
011590     ADD SAP-RS-ADM-CREDITS (SAP-RS-IDX) TO SAP-WS-ATTEMPTED.
011600     PERFORM 4200-FIND-STUDENT THRU 4200-EXIT.
011610     PERFORM 4250-FIND-PROGRAM-TOTAL THRU 4250-EXIT.
011620     PERFORM 4300-COMPUTE-MEASURES THRU 4300-EXIT.
011630     PERFORM 4400-GET-PRIOR-STATUS THRU 4400-EXIT.
011640     IF SAP-WS-LATER-TERM
011650         ADD 1 TO SAP-WS-LATER-COUNT
011660         MOVE SAP-WS-GROUP-STUDENT TO SNL-STUDENT-ID
011670         MOVE "LATER TERM ALREADY EVALUATED - NOT RE-EVALUATED"
011680             TO SNL-TEXT
011690         WRITE SAP-RPT-REC FROM SAP-WS-NOTE-LINE
011700         GO TO 4000-EXIT
011710     END-IF.
011720     PERFORM 4500-ASSIGN-STATUS THRU 4500-EXIT.
011730     PERFORM 4600-UPDATE-SAP-MASTER THRU 4600-EXIT.
011740     PERFORM 4700-WRITE-RESULT THRU 4700-EXIT.
011750 4000-EXIT.
011760     EXIT.
011770*
011780*===============================================================
011790 4010-CLEAR-STUDENT.
011800*===============================================================
011810     MOVE ZERO TO SAP-WS-GG-COUNT.
011820     MOVE 'N'  TO SAP-WS-GG-OVFL-SW.
011830     MOVE ZERO TO SAP-WS-QUALITY-PTS.
011840     MOVE ZERO TO SAP-WS-GPA-CREDITS.
011850     MOVE ZERO TO SAP-WS-ATTEMPTED.
011860     MOVE ZERO TO SAP-WS-EARNED.
011870 4010-EXIT.
011880     EXIT.
011890*
011900*===============================================================
011910 4100-FLAG-REPEATS.
011920*===============================================================
011930*    FLAGS EVERY REPEATED-COURSE ATTEMPT THAT ANOTHER ATTEMPT OF
011940*    THE SAME COURSE SUPERSEDES UNDER THE REPTPOL POLICY - THE
011950*    SAME RULE GRADE-CALC APPLIES IN ITS GPA ROLL-UP.
011960     PERFORM 4110-CHECK-ONE-ATTEMPT THRU 4110-EXIT
011970         VARYING SAP-GG-IDX FROM 1 BY 1
011980         UNTIL SAP-GG-IDX > SAP-WS-GG-COUNT.
011990 4100-EXIT.
012000     EXIT.
012010*
012020*===============================================================
012030 4110-CHECK-ONE-ATTEMPT.
012040*===============================================================
012050     PERFORM 4120-COMPARE-ATTEMPT THRU 4120-EXIT
012060         VARYING SAP-GG-JDX FROM 1 BY 1
012070         UNTIL SAP-GG-JDX > SAP-WS-GG-COUNT
012080             OR SAP-GG-SUPERSEDED (SAP-GG-IDX).
012090 4110-EXIT.
012100     EXIT.
012110*
012120*===============================================================
012130 4120-COMPARE-ATTEMPT.
012140*===============================================================
012150*    DOES ATTEMPT (JDX) BEAT ATTEMPT (IDX) OF THE SAME COURSE?
012160*    POLICY 1 (BEST): HIGHER QUALITY POINTS WIN, TIES GO TO THE
012170*    LATER TERM, AND WITHIN A TERM TO THE LATER RECORD. POLICY 2
012180*    (MOST RECENT): THE LATER TERM WINS, AND WITHIN A TERM THE
012190*    LATER RECORD. TERMS ARE CODED TO COLLATE IN TIME ORDER.
012200     IF SAP-GG-JDX = SAP-GG-IDX
012210             OR SAP-GG-COURSE-ID (SAP-GG-JDX)
012220                 NOT = SAP-GG-COURSE-ID (SAP-GG-IDX)
012230         GO TO 4120-EXIT
012240     END-IF.
012250     IF SAP-WS-REPEAT-POLICY = 2
012260         IF SAP-GG-TERM (SAP-GG-JDX) > SAP-GG-TERM (SAP-GG-IDX)
012270                 OR (SAP-GG-TERM (SAP-GG-JDX)
012280                         = SAP-GG-TERM (SAP-GG-IDX)
012290                     AND SAP-GG-JDX > SAP-GG-IDX)
012300             MOVE 'Y' TO SAP-GG-SUPERSEDED-SW (SAP-GG-IDX)
012310         END-IF
012320         GO TO 4120-EXIT
012330     END-IF.
012340     IF SAP-GG-POINTS (SAP-GG-JDX) > SAP-GG-POINTS (SAP-GG-IDX)
012350             OR (SAP-GG-POINTS (SAP-GG-JDX)
012360                     = SAP-GG-POINTS (SAP-GG-IDX)
012370                 AND (SAP-GG-TERM (SAP-GG-JDX)
012380                         > SAP-GG-TERM (SAP-GG-IDX)
012390                     OR (SAP-GG-TERM (SAP-GG-JDX)
012400                             = SAP-GG-TERM (SAP-GG-IDX)
012410                         AND SAP-GG-JDX > SAP-GG-IDX)))
012420         MOVE 'Y' TO SAP-GG-SUPERSEDED-SW (SAP-GG-IDX)
012430     END-IF.
012440 4120-EXIT.
012450     EXIT.
012460*
012470*===============================================================
012480 4150-ACCUM-ATTEMPT.
012490*===============================================================
012500*    EVERY ATTEMPT, REPEATED OR NOT, COUNTS AS CREDITS ATTEMPTED.
012510*    ONLY THE STANDING ATTEMPT ENTERS THE GPA, AND ONLY A
012520*    STANDING ATTEMPT WITH A PASSING GRADE IS CREDIT EARNED.
012530     ADD SAP-GG-CREDITS (SAP-GG-IDX) TO SAP-WS-ATTEMPTED.
012540     IF SAP-GG-SUPERSEDED (SAP-GG-IDX)
012550         GO TO 4150-EXIT
012560     END-IF.
012570     COMPUTE SAP-WS-QUALITY-PTS =
012580         SAP-WS-QUALITY-PTS +
012590             (SAP-GG-POINTS (SAP-GG-IDX)
012600                 * SAP-GG-CREDITS (SAP-GG-IDX)).
012610     ADD SAP-GG-CREDITS (SAP-GG-IDX) TO SAP-WS-GPA-CREDITS.
012620     IF NOT SAP-GG-FAILED (SAP-GG-IDX)
012630         ADD SAP-GG-CREDITS (SAP-GG-IDX) TO SAP-WS-EARNED
012640     END-IF.
012650 4150-EXIT.
012660     EXIT.
012670*
012680*===============================================================
012690 4200-FIND-STUDENT.
012700*===============================================================
012710     MOVE 'N' TO SAP-WS-STUDENT-FOUND-SW.
012720     MOVE SPACES TO SAP-WS-STUDENT-NAME.
012730     MOVE SPACES TO SAP-WS-STUDENT-PROGRAM.
012740     IF NOT SAP-WS-STUMF-LOADED
012750         GO TO 4200-EXIT
012760     END-IF.
012770     MOVE SAP-WS-GROUP-STUDENT TO GRA-SM-STUDENT-ID.
012780     READ GRA-STUMF-FILE
012790         INVALID KEY
012800             CONTINUE
012810         NOT INVALID KEY
012820             MOVE GRA-SM-NAME    TO SAP-WS-STUDENT-NAME
012830             MOVE GRA-SM-PROGRAM TO SAP-WS-STUDENT-PROGRAM
012840             MOVE 'Y' TO SAP-WS-STUDENT-FOUND-SW
012850     END-READ.
012860 4200-EXIT.
012870     EXIT.
012880*
012890*===============================================================
012900 4250-FIND-PROGRAM-TOTAL.
012910*===============================================================
012920     MOVE ZERO TO SAP-WS-PROGRAM-CREDITS.
012930     IF SAP-WS-STUDENT-PROGRAM = SPACES
012940         GO TO 4250-EXIT
012950     END-IF.
012960     MOVE SAP-WS-STUDENT-PROGRAM TO SAP-WS-LOOKUP-PROGRAM.
012970     PERFORM 1220-FIND-PROGRAM THRU 1220-EXIT.
012980     IF SAP-WS-PG-HIT
012990         SET SAP-PG-IDX TO SAP-WS-PG-SUB
013000         MOVE SAP-PG-CREDITS (SAP-PG-IDX)
013010             TO SAP-WS-PROGRAM-CREDITS
013020     END-IF.
013030 4250-EXIT.
013040     EXIT.
013050*
013060*===============================================================
013070 4300-COMPUTE-MEASURES.
013080*===============================================================
013090*    THE THREE SAP TESTS. A FAILED TEST SETS ITS FLAG - G (GPA),
013100*    P (PACE, THE COMPLETION RATE) OR T (MAXIMUM TIMEFRAME).
013110*    WITH NO GRADED CREDIT THERE IS NO GPA TO TEST; WITH NOTHING
013120*    ATTEMPTED THE COMPLETION RATE IS 100; WITH NO PROGRAM
013130*    CREDIT TOTAL THE TIMEFRAME CANNOT BE TESTED.
013140     MOVE SPACES TO SAP-WS-FAIL-FLAGS.
013150     MOVE ZERO TO SAP-WS-CUM-GPA.
013160     IF SAP-WS-GPA-CREDITS > ZERO
013170         COMPUTE SAP-WS-CUM-GPA ROUNDED =
013180             SAP-WS-QUALITY-PTS / SAP-WS-GPA-CREDITS
013190         IF SAP-WS-CUM-GPA < SAP-WS-MIN-GPA
013200             MOVE 'G' TO SAP-WS-FAIL-GPA
013210         END-IF
013220     END-IF.
013230     MOVE 100 TO SAP-WS-PACE-PCT.
013240     IF SAP-WS-ATTEMPTED > ZERO
013250         COMPUTE SAP-WS-PACE-PCT ROUNDED =
013260             SAP-WS-EARNED * 100 / SAP-WS-ATTEMPTED
013270         IF SAP-WS-PACE-PCT < SAP-WS-MIN-PACE
013280             MOVE 'P' TO SAP-WS-FAIL-PACE
013290         END-IF
013300     END-IF.
013310     MOVE ZERO TO SAP-WS-MAX-CREDITS.
013320     IF SAP-WS-PROGRAM-CREDITS > ZERO
013330         COMPUTE SAP-WS-MAX-CREDITS ROUNDED =
013340             SAP-WS-PROGRAM-CREDITS * SAP-WS-MAX-TF-PCT / 100
013350             ON SIZE ERROR
013360                 MOVE 999.9 TO SAP-WS-MAX-CREDITS
013370         END-COMPUTE
013380         IF SAP-WS-ATTEMPTED > SAP-WS-MAX-CREDITS
013390             MOVE 'T' TO SAP-WS-FAIL-TIME
013400         END-IF
013410     END-IF.
013420 4300-EXIT.
013430     EXIT.
013440*
013450*===============================================================
013460 4400-GET-PRIOR-STATUS.
013470*===============================================================
013480*    THE PRIOR STATUS IS THE ONE ON THE SAP MASTER FROM AN
013490*    EARLIER TERM. WHEN THE MASTER ALREADY HOLDS THIS TERM - A
013500*    RERUN - THE STATUS IT WAS JUDGED AGAINST IS USED AGAIN, SO
013510*    A RERUN CANNOT ESCALATE A WARNING TO A SUSPENSION. A MASTER
013520*    ALREADY PAST THIS TERM IS NOT DISTURBED.
013530     MOVE 'N' TO SAP-WS-SPM-FOUND-SW.
013540     MOVE 'N' TO SAP-WS-LATER-TERM-SW.
013550     MOVE SPACES TO SAP-WS-PRIOR-TERM.
013560     MOVE SPACES TO SAP-WS-PRIOR-STATUS.
013570     MOVE SAP-WS-GROUP-STUDENT TO SPM-STUDENT-ID.
013580     READ GRA-SAPMF-FILE
013590         INVALID KEY
013600             CONTINUE
013610         NOT INVALID KEY
013620             MOVE 'Y' TO SAP-WS-SPM-FOUND-SW
013630     END-READ.
013640     IF NOT SAP-WS-SPM-FOUND
013650         GO TO 4400-EXIT
013660     END-IF.
013670     IF SPM-TERM > SAP-RS-TERM (SAP-RS-IDX)
013680         MOVE 'Y' TO SAP-WS-LATER-TERM-SW
013690         GO TO 4400-EXIT
013700     END-IF.
013710     IF SPM-TERM = SAP-RS-TERM (SAP-RS-IDX)
013720         MOVE SPM-PRIOR-TERM   TO SAP-WS-PRIOR-TERM
013730         MOVE SPM-PRIOR-STATUS TO SAP-WS-PRIOR-STATUS
013740     ELSE
013750         MOVE SPM-TERM         TO SAP-WS-PRIOR-TERM
013760         MOVE SPM-STATUS       TO SAP-WS-PRIOR-STATUS
013770     END-IF.
013780 4400-EXIT.
013790     EXIT.
013800*
013810*===============================================================
013820 4500-ASSIGN-STATUS.
013830*===============================================================
013840*    PAST THE MAXIMUM TIMEFRAME THE STUDENT CANNOT FINISH ON AID
013850*    AND IS SUSPENDED OUTRIGHT. OTHERWISE PASSING EVERY TEST
013860*    MEETS SAP; A FIRST FAILURE (PRIOR MEETS, OR NO PRIOR) IS A
013870*    WARNING TERM; FAILING AGAIN AFTER A WARNING, OR WHILE
013880*    SUSPENDED, IS A SUSPENSION.
013890     IF SAP-WS-FAIL-TIME NOT = SPACE
013900         MOVE 'S' TO SAP-WS-NEW-STATUS
013910         GO TO 4500-EXIT
013920     END-IF.
013930     IF SAP-WS-FAIL-FLAGS = SPACES
013940         MOVE 'M' TO SAP-WS-NEW-STATUS
013950         GO TO 4500-EXIT
013960     END-IF.
013970     IF SAP-WS-PRIOR-DEFICIENT
013980         MOVE 'S' TO SAP-WS-NEW-STATUS
013990     ELSE
014000         MOVE 'W' TO SAP-WS-NEW-STATUS
014010     END-IF.
014020 4500-EXIT.
014030     EXIT.
014040*
014050*===============================================================
014060 4600-UPDATE-SAP-MASTER.
014070*===============================================================
014080     MOVE SPACES                 TO GRA-SAPMF-REC.
014090     MOVE SAP-WS-GROUP-STUDENT   TO SPM-STUDENT-ID.
014100     MOVE SAP-RS-TERM (SAP-RS-IDX) TO SPM-TERM.
014110     MOVE SAP-WS-NEW-STATUS      TO SPM-STATUS.
014120     MOVE SAP-WS-PRIOR-TERM      TO SPM-PRIOR-TERM.
014130     MOVE SAP-WS-PRIOR-STATUS    TO SPM-PRIOR-STATUS.
014140     MOVE SAP-WS-CUM-GPA         TO SPM-CUM-GPA.
014150     MOVE SAP-WS-ATTEMPTED       TO SPM-ATTEMPTED.
014160     MOVE SAP-WS-EARNED          TO SPM-EARNED.
014170     MOVE SAP-WS-PACE-PCT        TO SPM-PACE-PCT.
014180     MOVE SAP-WS-MAX-CREDITS     TO SPM-MAX-CREDITS.
014190     MOVE RUNSTAMP-DATE          TO SPM-EVAL-DATE.
014200     IF SAP-WS-SPM-FOUND
014210         REWRITE GRA-SAPMF-REC
014220             INVALID KEY
014230                 DISPLAY "SAP-EVAL: SAP MASTER REWRITE FAILED - "
014240                     SAP-WS-GROUP-STUDENT " STATUS "
014250                     SAP-WS-SAPMF-STATUS
014260         END-REWRITE
014270     ELSE
014280         WRITE GRA-SAPMF-REC
014290             INVALID KEY
014300                 DISPLAY "SAP-EVAL: SAP MASTER WRITE FAILED - "
014310                     SAP-WS-GROUP-STUDENT " STATUS "
014320                     SAP-WS-SAPMF-STATUS
014330         END-WRITE
014340     END-IF.
014350 4600-EXIT.
014360     EXIT.
014370*
014380*===============================================================
014390 4700-WRITE-RESULT.
014400*===============================================================
014410     ADD 1 TO SAP-WS-EVAL-COUNT.
014420     EVALUATE TRUE
014430         WHEN SAP-WS-MEETS
014440             ADD 1 TO SAP-WS-MEETS-COUNT
014450             MOVE "MEETS"     TO SDL-STATUS
014460         WHEN SAP-WS-WARNING
014470             ADD 1 TO SAP-WS-WARN-COUNT
014480             MOVE "WARNING"   TO SDL-STATUS
014490         WHEN OTHER
014500             ADD 1 TO SAP-WS-SUSP-COUNT
014510             MOVE "SUSPENDED" TO SDL-STATUS
014520     END-EVALUATE.
014530     MOVE SAP-WS-GROUP-STUDENT     TO SDL-STUDENT-ID.
014540     MOVE SAP-RS-TERM (SAP-RS-IDX) TO SDL-TERM.
014550     MOVE SAP-WS-STUDENT-PROGRAM   TO SDL-PROGRAM.
014560     MOVE SAP-WS-CUM-GPA           TO SDL-CUM-GPA.
014570     MOVE SAP-WS-ATTEMPTED         TO SDL-ATTEMPTED.
014580     MOVE SAP-WS-EARNED            TO SDL-EARNED.
014590     MOVE SAP-WS-PACE-PCT          TO SDL-PACE-PCT.
014600     MOVE SAP-WS-MAX-CREDITS       TO SDL-MAX-CREDITS.
014610     MOVE SAP-WS-PRIOR-STATUS      TO SDL-PRIOR-STATUS.
014620     MOVE SAP-WS-FAIL-FLAGS        TO SDL-FAIL-FLAGS.
014630     WRITE SAP-RPT-REC FROM SAP-WS-DETAIL-LINE.
014640     MOVE SPACES TO SNL-STUDENT-ID.
014650     IF SAP-WS-STUMF-LOADED AND NOT SAP-WS-STUDENT-FOUND
014660         ADD 1 TO SAP-WS-NOSTU-COUNT
014670         ADD 1 TO SAP-WS-NOPGM-COUNT
014680         MOVE "NOT ON STUDENT MASTER - TIMEFRAME NOT TESTED"
014690             TO SNL-TEXT
014700         WRITE SAP-RPT-REC FROM SAP-WS-NOTE-LINE
014710     ELSE
014720         IF SAP-WS-PROGRAM-CREDITS = ZERO
014730             ADD 1 TO SAP-WS-NOPGM-COUNT
014740             MOVE "NO PROGRAM CREDIT TOTAL - TIMEFRAME NOT TESTED"
014750                 TO SNL-TEXT
014760             WRITE SAP-RPT-REC FROM SAP-WS-NOTE-LINE
014770         END-IF
014780     END-IF.
014790     IF SAP-RS-NOHRS-COUNT (SAP-RS-IDX) > ZERO
014800         MOVE "W/INC COURSE NOT ON CATALOG - COUNTED AT ZERO HRS"
014810             TO SNL-TEXT
014820         WRITE SAP-RPT-REC FROM SAP-WS-NOTE-LINE
014830     END-IF.
014840     MOVE SAP-WS-GROUP-STUDENT     TO SXD-STUDENT-ID.
014850     MOVE SAP-RS-TERM (SAP-RS-IDX) TO SXD-TERM.
014860     MOVE SAP-WS-NEW-STATUS        TO SXD-STATUS.
014870     MOVE SAP-WS-PRIOR-STATUS      TO SXD-PRIOR-STATUS.
014880     MOVE SAP-WS-CUM-GPA           TO SXD-CUM-GPA.
014890     MOVE SAP-WS-ATTEMPTED         TO SXD-ATTEMPTED.
014900     MOVE SAP-WS-EARNED            TO SXD-EARNED.
014910     MOVE SAP-WS-PACE-PCT          TO SXD-PACE-PCT.
014920     MOVE SAP-WS-MAX-CREDITS       TO SXD-MAX-CREDITS.
014930     MOVE SAP-WS-STUDENT-PROGRAM   TO SXD-PROGRAM.
014940     MOVE SAP-WS-FAIL-FLAGS        TO SXD-FAIL-FLAGS.
014950     WRITE SAP-EXTR-REC FROM SAP-WS-EXTR-DTL.
014960 4700-EXIT.
014970     EXIT.
