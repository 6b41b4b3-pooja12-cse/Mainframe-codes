000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     GRAD-HONORS.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   REGISTRAR DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. GRADUATION CLASS RANK AND
000130*                    LATIN HONORS. THE GRADUATING COHORT IS EVERY
000140*                    STUDENT DEGREE-AUDIT CLEARED WITH NO
000150*                    REQUIREMENT OUTSTANDING (ITS DGACLRX
000160*                    EXTRACT). EACH ONE'S FINAL CUMULATIVE GPA IS
000170*                    FIGURED FROM THE GPA FILE THROUGH THE
000180*                    GRADUATION TERM - THE LATEST TERM ON GRATERM
000190*                    WHOSE END DATE HAS PASSED - THE WAY
000200*                    ACAD-STANDING FIGURES IT: SAME SCALE, POINTS,
000210*                    REPTPOL REPEAT RULE AND CATALOG CREDIT HOURS,
000220*                    ROUNDED TO TWO PLACES SO IT AGREES WITH THE
000230*                    TRANSCRIPT. STUDENTS ARE RANKED WITHIN THEIR
000240*                    PROGRAM BY THAT GPA; EQUAL
000250*                    GPAS SHARE A RANK, FLAGGED AS A TIE, AND THE
000260*                    NEXT RANK SKIPS THE PLACES THEY TOOK. HONORS
000270*                    COME FROM THE HONCUM, HONMAG AND HONSUM GPA
000280*                    FLOORS ON THE GRADE-CALC CONTROL FILE. THE
000290*                    RANKED LIST PRINTS ON GHNRPT AND THE DIPLOMA
000300*                    VENDOR GETS GHNDIPX, AN H/D/T EXTRACT.
000310*---------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT GHN-CLEAR-FILE    ASSIGN TO DGACLRX
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS GHN-WS-CLEAR-STATUS.
000410     SELECT GRA-GPA-FILE      ASSIGN TO GRAGPA
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS GHN-WS-GPA-STATUS.
000440     SELECT GRA-SCALE-FILE    ASSIGN TO GRASCALE
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS GHN-WS-SCALE-STATUS.
000470     SELECT GRA-CTL-FILE      ASSIGN TO GRACTL
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS GHN-WS-CTL-STATUS.
000500     SELECT GHN-TERM-FILE     ASSIGN TO GRATERM
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS GHN-WS-TERM-STATUS.
000530     SELECT GRA-CRSMF-FILE    ASSIGN TO GRACRSMF
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS CRS-COURSE-ID
000570         FILE STATUS IS GHN-WS-CRSMF-STATUS.
000580     SELECT GHN-WORK-FILE     ASSIGN TO GHNWORK
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS GHN-WS-WORK-STATUS.
000610     SELECT GHN-SORT-FILE     ASSIGN TO GHNSWK.
000620     SELECT GHN-SRTD-FILE     ASSIGN TO GHNSRTD
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS GHN-WS-SRTD-STATUS.
000650     SELECT GHN-DIPL-FILE     ASSIGN TO GHNDIPX
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670     SELECT GHN-RPT-FILE      ASSIGN TO GHNRPT
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720*    CLEARED FOR GRADUATION - SEE DEGREE-AUDIT'S DGA-CLEAR-REC.
000730 FD  GHN-CLEAR-FILE
000740     RECORD CONTAINS 50 CHARACTERS.
000750 01  GHN-CLEAR-REC.
000760     05  GHC-STUDENT-ID          PIC X(09).
000770     05  GHC-NAME                PIC X(20).
000780     05  GHC-PROGRAM             PIC X(08).
000790     05  GHC-AUDIT-DATE          PIC 9(08).
000800     05  GHC-MET-COUNT           PIC 9(03).
000810     05  FILLER                  PIC X(02).
000820*
000830 FD  GRA-GPA-FILE
000840     RECORD CONTAINS 30 CHARACTERS.
000850 01  GRA-GPA-REC.
000860     05  GPA-IN-STUDENT-ID       PIC X(09).
000870     05  GPA-IN-COURSE-MARK      PIC 9(03).
000880     05  GPA-IN-CREDIT-HRS       PIC 9(01)V9(01).
000890     05  GPA-IN-COURSE-ID        PIC X(06).
000900     05  GPA-IN-TERM             PIC X(06).
000910     05  FILLER                  PIC X(04).
000920*
000930 FD  GRA-SCALE-FILE
000940     RECORD CONTAINS 20 CHARACTERS.
000950 01  GRA-SCALE-REC.
000960     05  GRA-SC-CUTOFF           PIC 9(03).
000970     05  GRA-SC-GRADE            PIC X(02).
000980     05  GRA-SC-COURSE-ID        PIC X(06).
000990     05  GRA-SC-EFF-DATE         PIC 9(08).
001000     05  FILLER                  PIC X(01).
001010*
001020 FD  GRA-CTL-FILE
001030     RECORD CONTAINS 20 CHARACTERS.
001040     COPY CTLPARM REPLACING ==CTLPARM-RECORD==
001050         BY ==GHN-CTL-REC==.
001060*
001070*    TERM-END CONTROL FILE - SEE GRADE-CHG-REVIEW'S FD.
001080 FD  GHN-TERM-FILE
001090     RECORD CONTAINS 20 CHARACTERS.
001100 01  GHN-TERM-REC.
001110     05  GHN-TM-TERM             PIC X(06).
001120     05  GHN-TM-END-DATE         PIC 9(08).
001130     05  FILLER                  PIC X(06).
001140*
001150 FD  GRA-CRSMF-FILE
001160     RECORD CONTAINS 60 CHARACTERS.
001170     COPY CRSMAST REPLACING ==CRSMAST-RECORD==
001180         BY ==GRA-CRSMF-REC==.
001190*
001200*    ONE RECORD PER GRADUATE WITH THE FIGURED GPA, WRITTEN FOR
001210*    THE SORT THAT PUTS EACH PROGRAM'S CLASS IN RANK ORDER.
001220*    STUDENTS WITH NO GPA HISTORY SORT AFTER THE RANKED ONES.
001230 FD  GHN-WORK-FILE
001240     RECORD CONTAINS 50 CHARACTERS.
001250 01  GHN-WORK-REC                PIC X(50).
001260*
001270 SD  GHN-SORT-FILE.
001280 01  GHN-SORT-REC.
001290     05  GHS-PROGRAM             PIC X(08).
001300     05  GHS-UNRANKED-SW         PIC X(01).
001310     05  GHS-CUM-GPA             PIC 9(01)V9(02).
001320     05  GHS-STUDENT-ID          PIC X(09).
001330     05  FILLER                  PIC X(29).
001340*
001350 FD  GHN-SRTD-FILE
001360     RECORD CONTAINS 50 CHARACTERS.
001370 01  GHN-SRTD-REC.
001380     05  GHR-PROGRAM             PIC X(08).
001390     05  GHR-UNRANKED-SW         PIC X(01).
001400         88  GHR-UNRANKED        VALUE 'Y'.
001410     05  GHR-CUM-GPA             PIC 9(01)V9(02).
001420     05  GHR-STUDENT-ID          PIC X(09).
001430     05  GHR-NAME                PIC X(20).
001440     05  GHR-GPA-CREDITS         PIC 9(03)V9(01).
001450     05  GHR-OVFL-SW             PIC X(01).
001460         88  GHR-OVFL            VALUE 'Y'.
001470     05  FILLER                  PIC X(04).
001480*
001490 FD  GHN-DIPL-FILE
001500     RECORD CONTAINS 100 CHARACTERS.
001510 01  GHN-DIPL-REC                PIC X(100).
001520*
001530 FD  GHN-RPT-FILE
001540     RECORD CONTAINS 80 CHARACTERS.
001550 01  GHN-RPT-REC                 PIC X(80).
001560*
001570 WORKING-STORAGE SECTION.
001580 77  GHN-WS-GPA-EOF-SW           PIC X(01) VALUE 'N'.
001590     88  GHN-WS-GPA-EOF          VALUE 'Y'.
001600 77  GHN-WS-FILE-EOF-SW          PIC X(01) VALUE 'N'.
001610     88  GHN-WS-FILE-EOF         VALUE 'Y'.
001620 77  GHN-WS-SCALE-EOF-SW         PIC X(01) VALUE 'N'.
001630     88  GHN-WS-SCALE-EOF        VALUE 'Y'.
001640 77  GHN-WS-CTL-EOF-SW           PIC X(01) VALUE 'N'.
001650     88  GHN-WS-CTL-EOF          VALUE 'Y'.
001660 77  GHN-WS-SRTD-EOF-SW          PIC X(01) VALUE 'N'.
001670     88  GHN-WS-SRTD-EOF         VALUE 'Y'.
001680 77  GHN-WS-CLEAR-STATUS         PIC X(02) VALUE '00'.
001690 77  GHN-WS-GPA-STATUS           PIC X(02) VALUE '00'.
001700 77  GHN-WS-SCALE-STATUS         PIC X(02) VALUE '00'.
001710 77  GHN-WS-CTL-STATUS           PIC X(02) VALUE '00'.
001720 77  GHN-WS-TERM-STATUS          PIC X(02) VALUE '00'.
001730 77  GHN-WS-CRSMF-STATUS         PIC X(02) VALUE '00'.
001740 77  GHN-WS-WORK-STATUS          PIC X(02) VALUE '00'.
001750 77  GHN-WS-SRTD-STATUS          PIC X(02) VALUE '00'.
001760 77  GHN-WS-GPA-TRAILER          PIC 9(03) VALUE 999.
001770 77  GHN-WS-GPA-OPEN-SW          PIC X(01) VALUE 'N'.
001780     88  GHN-WS-GPA-OPEN         VALUE 'Y'.
001790 77  GHN-WS-CRSMF-LOADED-SW      PIC X(01) VALUE 'N'.
001800     88  GHN-WS-CRSMF-LOADED     VALUE 'Y'.
001810 77  GHN-WS-STOP-SW              PIC X(01) VALUE 'N'.
001820     88  GHN-WS-STOP             VALUE 'Y'.
001830 77  GHN-WS-LOOKUP-COURSE        PIC X(06).
001840 77  GHN-WS-COURSE-CREDITS       PIC 9(01)V9(01).
001850*
001860*    REPEAT POLICY AND HONORS FLOORS FROM GRA-CTL-FILE. REPTPOL
001870*    IS THE PARM GRADE-CALC READS. A CUMULATIVE GPA AT OR ABOVE
001880*    A FLOOR EARNS THAT HONOR. A MISSING PARM KEEPS THE
001890*    VALUE-CLAUSE DEFAULT.
001900 77  GHN-WS-REPEAT-POLICY        PIC 9(01) VALUE 1.
001910 77  GHN-WS-HON-CUM              PIC 9(01)V9(02) VALUE 3.50.
001920 77  GHN-WS-HON-MAG              PIC 9(01)V9(02) VALUE 3.70.
001930 77  GHN-WS-HON-SUM              PIC 9(01)V9(02) VALUE 3.90.
001940*
001950*    TERM-END TABLE, LOADED AT START OF RUN. THE GRADUATION TERM
001960*    IS THE LATEST ONE WHOSE END DATE IS ON OR BEFORE THE RUN.
001970 77  GHN-WS-TERM-COUNT           PIC 9(02) COMP VALUE ZERO.
001980 01  GHN-WS-TERM-TABLE.
001990     05  GHN-TM-ENTRY OCCURS 40 TIMES
002000                      INDEXED BY GHN-TM-IDX.
002010         10  GHN-TM-T-TERM       PIC X(06).
002020         10  GHN-TM-T-END-DATE   PIC 9(08).
002030 01  GHN-WS-GRAD-TERM            PIC X(06) VALUE SPACES.
002040 77  GHN-WS-GRAD-END             PIC 9(08) VALUE ZERO.
002050*
002060*    THE GRADUATING COHORT, LOADED FROM THE CLEARED EXTRACT. THE
002070*    GPA FILE IS READ ONCE AGAINST IT, AS SAP-EVAL READS ITS
002080*    ROSTER.
002090 77  GHN-WS-CH-COUNT             PIC 9(05) COMP VALUE ZERO.
002100 77  GHN-WS-CH-SUB               PIC 9(05) COMP VALUE ZERO.
002110 77  GHN-WS-CH-HIT-SW            PIC X(01) VALUE 'N'.
002120     88  GHN-WS-CH-HIT           VALUE 'Y'.
002130 01  GHN-WS-LOOKUP-ID            PIC X(09).
002140 01  GHN-WS-COHORT-TABLE.
002150     05  GHN-CH-ENTRY OCCURS 2000 TIMES
002160                      INDEXED BY GHN-CH-IDX.
002170         10  GHN-CH-STUDENT-ID   PIC X(09).
002180         10  GHN-CH-NAME         PIC X(20).
002190         10  GHN-CH-PROGRAM      PIC X(08).
002200         10  GHN-CH-DONE-SW      PIC X(01).
002210             88  GHN-CH-DONE     VALUE 'Y'.
002220         10  GHN-CH-CUM-GPA      PIC 9(01)V9(02).
002230         10  GHN-CH-GPA-CREDITS  PIC 9(03)V9(01).
002240         10  GHN-CH-OVFL-SW      PIC X(01).
002250*
002260*    ONE STUDENT'S GPA COURSE ATTEMPTS THROUGH THE GRADUATION
002270*    TERM, GRADED AND HELD SO REPEATED ATTEMPTS CAN BE FLAGGED
002280*    THE WAY ACAD-STANDING FLAGS THEM.
002290 77  GHN-WS-GG-COUNT             PIC 9(03) COMP VALUE ZERO.
002300 77  GHN-WS-GG-OVFL-SW           PIC X(01) VALUE 'N'.
002310     88  GHN-WS-GG-OVFL          VALUE 'Y'.
002320 01  GHN-WS-GROUP-STUDENT        PIC X(09).
002330 01  GHN-WS-GPA-GROUP-TABLE.
002340     05  GHN-GG-ENTRY OCCURS 80 TIMES
002350                      INDEXED BY GHN-GG-IDX GHN-GG-JDX.
002360         10  GHN-GG-COURSE-ID    PIC X(06).
002370         10  GHN-GG-TERM         PIC X(06).
002380         10  GHN-GG-CREDITS      PIC 9(01)V9(01).
002390         10  GHN-GG-POINTS       PIC 9(01)V9(02).
002400         10  GHN-GG-SUPERSEDED-SW PIC X(01).
002410             88  GHN-GG-SUPERSEDED VALUE 'Y'.
002420*
002430*    GRADING WORK FIELDS - SAME AS ACAD-STANDING'S.
002440 77  GHN-WS-MARK                 PIC 9(03).
002450 77  GHN-WS-GRADE                PIC X(02).
002460 77  GHN-WS-GPA-POINTS           PIC 9(01)V9(02).
002470 77  GHN-WS-SCALE-VERS           PIC 9(08) VALUE ZERO.
002480 77  GHN-WS-SCALE-COURSE         PIC X(06) VALUE SPACES.
002490 77  GHN-WS-SCALE-HIT-SW         PIC X(01) VALUE 'N'.
002500     88  GHN-WS-SCALE-HIT        VALUE 'Y'.
002510     COPY RUNSTAMP.
002520     COPY GRDSCALE.
002530*
002540*    QUALITY-POINT TABLE - SAME 13 PLUS/MINUS ENTRIES GRADE-CALC
002550*    LOADS IN ITS 1080-LOAD-GPA-POINTS.
002560 01  GHN-WS-GPA-POINT-TABLE.
002570     05  GGP-ENTRY OCCURS 13 TIMES INDEXED BY GGP-IDX.
002580         10  GGP-GRADE           PIC X(02).
002590         10  GGP-POINTS          PIC 9(01)V9(02).
002600 77  GHN-WS-GPA-POINT-COUNT      PIC 9(02) COMP VALUE 13.
002610*
002620*    PER-STUDENT CUMULATIVE MEASURES.
002630 77  GHN-WS-QUALITY-PTS          PIC 9(04)V9(02).
002640 77  GHN-WS-GPA-CREDITS          PIC 9(03)V9(01).
002650 77  GHN-WS-CUM-GPA              PIC 9(01)V9(02).
002660*
002670*    RANKING. THE SORTED FILE IS READ ONE RECORD AHEAD SO A
002680*    GRADUATE TIED WITH THE NEXT ONE IS FLAGGED AS WELL AS ONE
002690*    TIED WITH THE LAST.
002700 01  GHN-WS-HELD-REC.
002710     05  GHH-PROGRAM             PIC X(08).
002720     05  GHH-UNRANKED-SW         PIC X(01).
002730         88  GHH-UNRANKED        VALUE 'Y'.
002740     05  GHH-CUM-GPA             PIC 9(01)V9(02).
002750     05  GHH-STUDENT-ID          PIC X(09).
002760     05  GHH-NAME                PIC X(20).
002770     05  GHH-GPA-CREDITS         PIC 9(03)V9(01).
002780     05  GHH-OVFL-SW             PIC X(01).
002790         88  GHH-OVFL            VALUE 'Y'.
002800     05  FILLER                  PIC X(04).
002810 01  GHN-WS-CUR-PROGRAM          PIC X(08) VALUE SPACES.
002820 77  GHN-WS-POSITION             PIC 9(05) COMP VALUE ZERO.
002830 77  GHN-WS-RANK                 PIC 9(05) COMP VALUE ZERO.
002840 77  GHN-WS-LAST-GPA             PIC 9(01)V9(02) VALUE ZERO.
002850 77  GHN-WS-TIE-SW               PIC X(01) VALUE 'N'.
002860     88  GHN-WS-TIE              VALUE 'Y'.
002870 77  GHN-WS-HONOR-CODE           PIC X(01).
002880     88  GHN-WS-HONOR-SUMMA      VALUE 'S'.
002890     88  GHN-WS-HONOR-MAGNA      VALUE 'M'.
002900     88  GHN-WS-HONOR-CUM        VALUE 'C'.
002910 77  GHN-WS-HONOR-TEXT           PIC X(20).
002920*
002930*    RUN AND PER-PROGRAM COUNTS.
002940 77  GHN-WS-CLEAR-READ           PIC 9(05) COMP VALUE ZERO.
002950 77  GHN-WS-DUP-COUNT            PIC 9(05) COMP VALUE ZERO.
002960 77  GHN-WS-SPLIT-COUNT          PIC 9(05) COMP VALUE ZERO.
002970 77  GHN-WS-RANKED-COUNT         PIC 9(05) COMP VALUE ZERO.
002980 77  GHN-WS-UNRANKED-COUNT       PIC 9(05) COMP VALUE ZERO.
002990 77  GHN-WS-SUMMA-COUNT          PIC 9(05) COMP VALUE ZERO.
003000 77  GHN-WS-MAGNA-COUNT          PIC 9(05) COMP VALUE ZERO.
003010 77  GHN-WS-CUM-COUNT            PIC 9(05) COMP VALUE ZERO.
003020 77  GHN-WS-DIPL-COUNT           PIC 9(05) COMP VALUE ZERO.
003030 77  GHN-WS-PGM-COUNT            PIC 9(05) COMP VALUE ZERO.
003040 77  GHN-WS-PGM-SUMMA            PIC 9(05) COMP VALUE ZERO.
003050 77  GHN-WS-PGM-MAGNA            PIC 9(05) COMP VALUE ZERO.
003060 77  GHN-WS-PGM-CUM              PIC 9(05) COMP VALUE ZERO.
003070*
003080*    DIPLOMA VENDOR EXTRACT - HEADER, ONE DETAIL PER GRADUATE,
003090*    TRAILER WITH THE RECORD COUNT AND COUNTS BY HONOR.
003100 01  GHN-WS-DIPL-HDR.
003110     05  GDH-REC-TYPE            PIC X(01) VALUE 'H'.
003120     05  GDH-SOURCE              PIC X(08) VALUE 'GRADHON '.
003130     05  GDH-RUN-DATE            PIC 9(08).
003140     05  GDH-GRAD-TERM           PIC X(06).
003150     05  FILLER                  PIC X(77) VALUE SPACES.
003160 01  GHN-WS-DIPL-DTL.
003170     05  GDD-REC-TYPE            PIC X(01) VALUE 'D'.
003180     05  GDD-STUDENT-ID          PIC X(09).
003190     05  GDD-NAME                PIC X(20).
003200     05  GDD-PROGRAM             PIC X(08).
003210     05  GDD-GRAD-TERM           PIC X(06).
003220     05  GDD-CUM-GPA             PIC 9(01)V9(02).
003230     05  GDD-GPA-CREDITS         PIC 9(03)V9(01).
003240     05  GDD-CLASS-RANK          PIC 9(05).
003250     05  GDD-TIE-FLAG            PIC X(01).
003260     05  GDD-HONOR-CODE          PIC X(01).
003270     05  GDD-HONOR-TEXT          PIC X(20).
003280     05  FILLER                  PIC X(22) VALUE SPACES.
003290 01  GHN-WS-DIPL-TRL.
003300     05  GDT-REC-TYPE            PIC X(01) VALUE 'T'.
003310     05  GDT-REC-COUNT           PIC 9(07).
003320     05  GDT-SUMMA-COUNT         PIC 9(07).
003330     05  GDT-MAGNA-COUNT         PIC 9(07).
003340     05  GDT-CUM-COUNT           PIC 9(07).
003350     05  FILLER                  PIC X(71) VALUE SPACES.
003360*
003370 01  GHN-WS-TITLE-LINE.
003380     05  FILLER                  PIC X(45) VALUE
003390         "GRADUATION CLASS RANK AND LATIN HONORS".
003400     05  FILLER                  PIC X(35) VALUE SPACES.
003410*
003420 01  GHN-WS-TERM-LINE.
003430     05  FILLER                  PIC X(17) VALUE
003440         "GRADUATION TERM: ".
003450     05  GTL-TERM                PIC X(06).
003460     05  FILLER                  PIC X(08) VALUE "  ENDED ".
003470     05  GTL-END-DATE            PIC 9(08).
003480     05  FILLER                  PIC X(17) VALUE
003490         "  REPEAT POLICY: ".
003500     05  GTL-POLICY              PIC 9(01).
003510     05  FILLER                  PIC X(23) VALUE SPACES.
003520*
003530 01  GHN-WS-FLOOR-LINE.
003540     05  FILLER                  PIC X(25) VALUE
003550         "HONORS GPA FLOORS: SUMMA ".
003560     05  GFL-SUMMA               PIC 9.99.
003570     05  FILLER                  PIC X(08) VALUE "  MAGNA ".
003580     05  GFL-MAGNA               PIC 9.99.
003590     05  FILLER                  PIC X(12) VALUE "  CUM LAUDE ".
003600     05  GFL-CUM                 PIC 9.99.
003610     05  FILLER                  PIC X(23) VALUE SPACES.
003620*
003630 01  GHN-WS-PGM-LINE.
003640     05  FILLER                  PIC X(09) VALUE "PROGRAM: ".
003650     05  GPL-PROGRAM             PIC X(08).
003660     05  FILLER                  PIC X(63) VALUE SPACES.
003670*
003680 01  GHN-WS-HEAD-LINE.
003690     05  FILLER                  PIC X(40) VALUE
003700         " RANK    STUDENT   NAME                 ".
003710     05  FILLER                  PIC X(40) VALUE
003720         "   GPA  CREDITS  HONORS".
003730*
003740 01  GHN-WS-DETAIL-LINE.
003750     05  GDL-RANK                PIC Z(4)9.
003760     05  GDL-RANK-X REDEFINES GDL-RANK
003770                                 PIC X(05).
003780     05  GDL-TIE                 PIC X(01).
003790     05  FILLER                  PIC X(03) VALUE SPACES.
003800     05  GDL-STUDENT-ID          PIC X(09).
003810     05  FILLER                  PIC X(01) VALUE SPACES.
003820     05  GDL-NAME                PIC X(20).
003830     05  FILLER                  PIC X(02) VALUE SPACES.
003840     05  GDL-CUM-GPA             PIC 9.99.
003850     05  GDL-CUM-GPA-X REDEFINES GDL-CUM-GPA
003860                                 PIC X(04).
003870     05  FILLER                  PIC X(02) VALUE SPACES.
003880     05  GDL-CREDITS             PIC ZZ9.9.
003890     05  FILLER                  PIC X(02) VALUE SPACES.
003900     05  GDL-HONOR               PIC X(20).
003910     05  FILLER                  PIC X(06) VALUE SPACES.
003920*
003930 01  GHN-WS-NOTE-LINE.
003940     05  FILLER                  PIC X(09) VALUE SPACES.
003950     05  GNL-TEXT                PIC X(60).
003960     05  FILLER                  PIC X(11) VALUE SPACES.
003970*
003980 01  GHN-WS-PGM-FOOT-LINE.
003990     05  FILLER                  PIC X(13) VALUE
004000         "  GRADUATES: ".
004010     05  GPF-COUNT               PIC Z(4)9.
004020     05  FILLER                  PIC X(09) VALUE "  SUMMA: ".
004030     05  GPF-SUMMA               PIC Z(4)9.
004040     05  FILLER                  PIC X(09) VALUE "  MAGNA: ".
004050     05  GPF-MAGNA               PIC Z(4)9.
004060     05  FILLER                  PIC X(13) VALUE
004070         "  CUM LAUDE: ".
004080     05  GPF-CUM                 PIC Z(4)9.
004090     05  FILLER                  PIC X(16) VALUE SPACES.
004100*
004110 01  GHN-WS-TIE-NOTE-LINE        PIC X(80) VALUE
004120     "T = TIED. TIED GRADUATES SHARE A RANK; THE NEXT RANK SKIPS".
004130*
004140 01  GHN-WS-FOOT-LINE.
004150     05  GFT-LABEL               PIC X(34).
004160     05  GFT-COUNT               PIC Z(6)9.
004170     05  FILLER                  PIC X(39) VALUE SPACES.
004180*
004190 01  GHN-WS-BLANK-LINE           PIC X(80) VALUE SPACES.
004200*
004210 PROCEDURE DIVISION.
004220*===============================================================
004230 0000-MAINLINE.
004240*===============================================================
004250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004260     PERFORM 2000-PROCESS-GPA-GROUP THRU 2000-EXIT
004270         UNTIL GHN-WS-GPA-EOF.
004280     IF NOT GHN-WS-STOP
004290         PERFORM 5000-RANK-CLASS THRU 5000-EXIT
004300     END-IF.
004310     PERFORM 3000-TERMINATE THRU 3000-EXIT.
004320     STOP RUN.
004330*
004340*===============================================================
004350 1000-INITIALIZE.
004360*===============================================================
004370     OPEN OUTPUT GHN-RPT-FILE.
004380     OPEN OUTPUT GHN-DIPL-FILE.
004390     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
004400     ACCEPT RUNSTAMP-TIME FROM TIME.
004410     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
004420     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
004430     WRITE GHN-RPT-REC FROM RUNSTAMP-HEADER-LINE.
004440     WRITE GHN-RPT-REC FROM GHN-WS-TITLE-LINE.
004450     PERFORM 1050-LOAD-SCALE THRU 1050-EXIT.
004460     PERFORM 1080-LOAD-GPA-POINTS THRU 1080-EXIT.
004470     PERFORM 1090-LOAD-PARMS THRU 1090-EXIT.
004480     PERFORM 1100-LOAD-TERMS THRU 1100-EXIT.
004490     PERFORM 1150-PICK-GRAD-TERM THRU 1150-EXIT.
004500     IF GHN-WS-GRAD-TERM = SPACES
004510         DISPLAY "GRAD-HONORS: NO ENDED TERM ON GRATERM - "
004520             "NO HONORS DETERMINED"
004530         GO TO 1000-STOP
004540     END-IF.
004550     MOVE GHN-WS-GRAD-TERM     TO GTL-TERM.
004560     MOVE GHN-WS-GRAD-END      TO GTL-END-DATE.
004570     MOVE GHN-WS-REPEAT-POLICY TO GTL-POLICY.
004580     WRITE GHN-RPT-REC FROM GHN-WS-TERM-LINE.
004590     MOVE GHN-WS-HON-SUM TO GFL-SUMMA.
004600     MOVE GHN-WS-HON-MAG TO GFL-MAGNA.
004610     MOVE GHN-WS-HON-CUM TO GFL-CUM.
004620     WRITE GHN-RPT-REC FROM GHN-WS-FLOOR-LINE.
004630     MOVE RUNSTAMP-DATE    TO GDH-RUN-DATE.
004640     MOVE GHN-WS-GRAD-TERM TO GDH-GRAD-TERM.
004650     WRITE GHN-DIPL-REC FROM GHN-WS-DIPL-HDR.
004660     PERFORM 1200-LOAD-COHORT THRU 1200-EXIT.
004670     IF GHN-WS-STOP
004680         GO TO 1000-STOP
004690     END-IF.
004700     OPEN INPUT GRA-CRSMF-FILE.
004710     IF GHN-WS-CRSMF-STATUS = '00'
004720         MOVE 'Y' TO GHN-WS-CRSMF-LOADED-SW
004730     END-IF.
004740     OPEN INPUT GRA-GPA-FILE.
004750     IF GHN-WS-GPA-STATUS NOT = '00'
004760         DISPLAY "GRAD-HONORS: GPA FILE NOT AVAILABLE - STATUS "
004770             GHN-WS-GPA-STATUS
004780         GO TO 1000-STOP
004790     END-IF.
004800     MOVE 'Y' TO GHN-WS-GPA-OPEN-SW.
004810     READ GRA-GPA-FILE
004820         AT END
004830             MOVE 'Y' TO GHN-WS-GPA-EOF-SW
004840     END-READ.
004850     GO TO 1000-EXIT.
004860 1000-STOP.
004870     MOVE 8 TO RETURN-CODE.
004880     MOVE 'Y' TO GHN-WS-STOP-SW.
004890     MOVE 'Y' TO GHN-WS-GPA-EOF-SW.
004900 1000-EXIT.
004910     EXIT.
004920*
004930*===============================================================
004940 1050-LOAD-SCALE.
004950*===============================================================
004960*    SAME LOAD LOGIC GRADE-CALC AND GRADE-TRANSCRIPT USE.
004970     MOVE ZERO TO GRA-SCALE-COUNT.
004980     OPEN INPUT GRA-SCALE-FILE.
004990     IF GHN-WS-SCALE-STATUS = '35'
005000         PERFORM 1070-DEFAULT-SCALE THRU 1070-EXIT
005010         GO TO 1050-EXIT
005020     END-IF.
005030     PERFORM 1060-LOAD-SCALE-REC THRU 1060-EXIT
005040         UNTIL GHN-WS-SCALE-EOF OR GRA-SCALE-COUNT = 60.
005050     CLOSE GRA-SCALE-FILE.
005060     IF GRA-SCALE-COUNT = ZERO
005070         PERFORM 1070-DEFAULT-SCALE THRU 1070-EXIT
005080     END-IF.
005090 1050-EXIT.
005100     EXIT.
005110*
005120*===============================================================
005130 1060-LOAD-SCALE-REC.
005140*===============================================================
005150     READ GRA-SCALE-FILE
005160         AT END
005170             MOVE 'Y' TO GHN-WS-SCALE-EOF-SW
005180     END-READ.
005190     IF NOT GHN-WS-SCALE-EOF
005200         ADD 1 TO GRA-SCALE-COUNT
005210         SET GRA-SCALE-IDX TO GRA-SCALE-COUNT
005220         MOVE GRA-SC-CUTOFF TO GRA-SCALE-CUTOFF (GRA-SCALE-IDX)
005230         MOVE GRA-SC-GRADE  TO GRA-SCALE-GRADE (GRA-SCALE-IDX)
005240         MOVE GRA-SC-COURSE-ID
005250             TO GRA-SCALE-COURSE (GRA-SCALE-IDX)
005260         IF GRA-SC-EFF-DATE NUMERIC
005270             MOVE GRA-SC-EFF-DATE
005280                 TO GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
005290         ELSE
005300             MOVE ZERO TO GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
005310         END-IF
005320     END-IF.
005330 1060-EXIT.
005340     EXIT.
005350*
005360*===============================================================
005370 1070-DEFAULT-SCALE.
005380*===============================================================
005390     MOVE 6 TO GRA-SCALE-COUNT.
005400     MOVE 90 TO GRA-SCALE-CUTOFF (1).
005410     MOVE 'A' TO GRA-SCALE-GRADE (1).
005420     MOVE 80 TO GRA-SCALE-CUTOFF (2).
005430     MOVE 'B' TO GRA-SCALE-GRADE (2).
005440     MOVE 70 TO GRA-SCALE-CUTOFF (3).
005450     MOVE 'C' TO GRA-SCALE-GRADE (3).
005460     MOVE 60 TO GRA-SCALE-CUTOFF (4).
005470     MOVE 'D' TO GRA-SCALE-GRADE (4).
005480     MOVE 50 TO GRA-SCALE-CUTOFF (5).
005490     MOVE 'E' TO GRA-SCALE-GRADE (5).
005500     MOVE 00 TO GRA-SCALE-CUTOFF (6).
005510     MOVE 'F' TO GRA-SCALE-GRADE (6).
005520     MOVE SPACES TO GRA-SCALE-COURSE (1) GRA-SCALE-COURSE (2)
005530         GRA-SCALE-COURSE (3) GRA-SCALE-COURSE (4)
005540         GRA-SCALE-COURSE (5) GRA-SCALE-COURSE (6).
005550     MOVE ZERO TO GRA-SCALE-EFF-DATE (1) GRA-SCALE-EFF-DATE (2)
005560         GRA-SCALE-EFF-DATE (3) GRA-SCALE-EFF-DATE (4)
005570         GRA-SCALE-EFF-DATE (5) GRA-SCALE-EFF-DATE (6).
005580 1070-EXIT.
005590     EXIT.
005600*
005610*===============================================================
005620 1080-LOAD-GPA-POINTS.
005630*===============================================================
005640     MOVE 'A '  TO GGP-GRADE (1).  MOVE 4.00 TO GGP-POINTS (1).
005650     MOVE 'A-'  TO GGP-GRADE (2).  MOVE 3.70 TO GGP-POINTS (2).
005660     MOVE 'B+'  TO GGP-GRADE (3).  MOVE 3.30 TO GGP-POINTS (3).
005670     MOVE 'B '  TO GGP-GRADE (4).  MOVE 3.00 TO GGP-POINTS (4).
005680     MOVE 'B-'  TO GGP-GRADE (5).  MOVE 2.70 TO GGP-POINTS (5).
005690     MOVE 'C+'  TO GGP-GRADE (6).  MOVE 2.30 TO GGP-POINTS (6).
005700     MOVE 'C '  TO GGP-GRADE (7).  MOVE 2.00 TO GGP-POINTS (7).
005710     MOVE 'C-'  TO GGP-GRADE (8).  MOVE 1.70 TO GGP-POINTS (8).
005720     MOVE 'D+'  TO GGP-GRADE (9).  MOVE 1.30 TO GGP-POINTS (9).
005730     MOVE 'D '  TO GGP-GRADE (10). MOVE 1.00 TO GGP-POINTS (10).
005740     MOVE 'D-'  TO GGP-GRADE (11). MOVE 0.70 TO GGP-POINTS (11).
005750     MOVE 'E '  TO GGP-GRADE (12). MOVE 0.00 TO GGP-POINTS (12).
005760     MOVE 'F '  TO GGP-GRADE (13). MOVE 0.00 TO GGP-POINTS (13).
005770 1080-EXIT.
005780     EXIT.
005790*
005800*===============================================================
005810 1090-LOAD-PARMS.
005820*===============================================================
005830*    LOADS REPTPOL AND THE HONORS FLOORS FROM GRA-CTL-FILE. A
005840*    MISSING CONTROL FILE IS NOT AN ERROR - THE VALUE-CLAUSE
005850*    DEFAULTS STAY IN PLACE. FLOORS THAT DO NOT RISE FROM CUM
005860*    LAUDE TO MAGNA TO SUMMA ARE A KEYING ERROR; ALL THREE GO
005870*    BACK TO THE DEFAULTS RATHER THAN AWARD THE WRONG HONOR.
005880     OPEN INPUT GRA-CTL-FILE.
005890     IF GHN-WS-CTL-STATUS = '35'
005900         GO TO 1090-EXIT
005910     END-IF.
005920     READ GRA-CTL-FILE
005930         AT END
005940             MOVE 'Y' TO GHN-WS-CTL-EOF-SW
005950     END-READ.
005960     PERFORM 1091-LOAD-ONE-PARM THRU 1091-EXIT
005970         UNTIL GHN-WS-CTL-EOF.
005980     CLOSE GRA-CTL-FILE.
005990     IF GHN-WS-HON-CUM NOT < GHN-WS-HON-MAG
006000             OR GHN-WS-HON-MAG NOT < GHN-WS-HON-SUM
006010         DISPLAY "GRAD-HONORS: HONCUM/HONMAG/HONSUM NOT IN "
006020             "ASCENDING ORDER - DEFAULT FLOORS USED"
006030         MOVE 3.50 TO GHN-WS-HON-CUM
006040         MOVE 3.70 TO GHN-WS-HON-MAG
006050         MOVE 3.90 TO GHN-WS-HON-SUM
006060     END-IF.
006070 1090-EXIT.
006080     EXIT.
006090*
006100*===============================================================
006110 1091-LOAD-ONE-PARM.
006120*===============================================================
006130     EVALUATE CTL-PARM-CODE OF GHN-CTL-REC
006140         WHEN 'REPTPOL '
006150             IF CTL-PARM-VALUE OF GHN-CTL-REC = 1
006160                     OR CTL-PARM-VALUE OF GHN-CTL-REC = 2
006170                 MOVE CTL-PARM-VALUE OF GHN-CTL-REC
006180                     TO GHN-WS-REPEAT-POLICY
006190             END-IF
006200         WHEN 'HONCUM  '
006210             IF CTL-PARM-VALUE OF GHN-CTL-REC > ZERO
006220                     AND CTL-PARM-VALUE OF GHN-CTL-REC NOT > 4
006230                 MOVE CTL-PARM-VALUE OF GHN-CTL-REC
006240                     TO GHN-WS-HON-CUM
006250             END-IF
006260         WHEN 'HONMAG  '
006270             IF CTL-PARM-VALUE OF GHN-CTL-REC > ZERO
006280                     AND CTL-PARM-VALUE OF GHN-CTL-REC NOT > 4
006290                 MOVE CTL-PARM-VALUE OF GHN-CTL-REC
006300                     TO GHN-WS-HON-MAG
006310             END-IF
006320         WHEN 'HONSUM  '
006330             IF CTL-PARM-VALUE OF GHN-CTL-REC > ZERO
006340                     AND CTL-PARM-VALUE OF GHN-CTL-REC NOT > 4
006350                 MOVE CTL-PARM-VALUE OF GHN-CTL-REC
006360                     TO GHN-WS-HON-SUM
006370             END-IF
006380     END-EVALUATE.
006390     READ GRA-CTL-FILE
006400         AT END
006410             MOVE 'Y' TO GHN-WS-CTL-EOF-SW
006420     END-READ.
006430 1091-EXIT.
006440     EXIT.
006450*
006460*===============================================================
006470 1100-LOAD-TERMS.
006480*===============================================================
006490*    SAME TERM-END LOAD ACAD-STANDING USES. A MISSING FILE LEAVES
006500*    NO ENDED TERM TO GRADUATE IN.
006510     MOVE ZERO TO GHN-WS-TERM-COUNT.
006520     MOVE 'N' TO GHN-WS-FILE-EOF-SW.
006530     OPEN INPUT GHN-TERM-FILE.
006540     IF GHN-WS-TERM-STATUS = '35'
006550         GO TO 1100-EXIT
006560     END-IF.
006570     PERFORM 1110-LOAD-TERM-REC THRU 1110-EXIT
006580         UNTIL GHN-WS-FILE-EOF OR GHN-WS-TERM-COUNT = 40.
006590     CLOSE GHN-TERM-FILE.
006600 1100-EXIT.
006610     EXIT.
006620*
006630*===============================================================
006640 1110-LOAD-TERM-REC.
006650*===============================================================
006660     READ GHN-TERM-FILE
006670         AT END
006680             MOVE 'Y' TO GHN-WS-FILE-EOF-SW
006690     END-READ.
006700     IF NOT GHN-WS-FILE-EOF
006710         ADD 1 TO GHN-WS-TERM-COUNT
006720         SET GHN-TM-IDX TO GHN-WS-TERM-COUNT
006730         MOVE GHN-TM-TERM TO GHN-TM-T-TERM (GHN-TM-IDX)
006740         IF GHN-TM-END-DATE NUMERIC
006750             MOVE GHN-TM-END-DATE
006760                 TO GHN-TM-T-END-DATE (GHN-TM-IDX)
006770         ELSE
006780             MOVE ZERO TO GHN-TM-T-END-DATE (GHN-TM-IDX)
006790         END-IF
006800     END-IF.
006810 1110-EXIT.
006820     EXIT.
006830*
006840*===============================================================
006850 1150-PICK-GRAD-TERM.
006860*===============================================================
006870*    THE GRADUATION TERM IS THE LATEST TERM WHOSE END DATE IS ON
006880*    OR BEFORE THE RUN DATE, THE SAME RULE ACAD-STANDING USES FOR
006890*    THE TERM IT EVALUATES. LATER TERMS' GRADES ARE LEFT OUT.
006900     MOVE SPACES TO GHN-WS-GRAD-TERM.
006910     MOVE ZERO TO GHN-WS-GRAD-END.
006920     PERFORM 1160-CHECK-TERM THRU 1160-EXIT
006930         VARYING GHN-TM-IDX FROM 1 BY 1
006940         UNTIL GHN-TM-IDX > GHN-WS-TERM-COUNT.
006950 1150-EXIT.
006960     EXIT.
006970*
006980*===============================================================
006990 1160-CHECK-TERM.
007000*===============================================================
007010     IF GHN-TM-T-END-DATE (GHN-TM-IDX) > ZERO
007020             AND GHN-TM-T-END-DATE (GHN-TM-IDX)
007030                 NOT > RUNSTAMP-DATE
007040             AND GHN-TM-T-TERM (GHN-TM-IDX) > GHN-WS-GRAD-TERM
007050         MOVE GHN-TM-T-TERM (GHN-TM-IDX) TO GHN-WS-GRAD-TERM
007060         MOVE GHN-TM-T-END-DATE (GHN-TM-IDX) TO GHN-WS-GRAD-END
007070     END-IF.
007080 1160-EXIT.
007090     EXIT.
007100*
007110*===============================================================
007120 1200-LOAD-COHORT.
007130*===============================================================
007140*    LOADS THE STUDENTS DEGREE-AUDIT CLEARED. A STUDENT AUDITED
007150*    TWICE IS LOADED ONCE. NO EXTRACT, OR A COHORT TOO BIG TO
007160*    HOLD, STOPS THE RUN - A PARTIAL CLASS WOULD BE RANKED WRONG.
007170     MOVE ZERO TO GHN-WS-CH-COUNT.
007180     MOVE 'N' TO GHN-WS-FILE-EOF-SW.
007190     OPEN INPUT GHN-CLEAR-FILE.
007200     IF GHN-WS-CLEAR-STATUS NOT = '00'
007210         DISPLAY "GRAD-HONORS: CLEARED-FOR-GRADUATION "
007220             "EXTRACT NOT AVAILABLE - STATUS "
007230             GHN-WS-CLEAR-STATUS
007240         MOVE 'Y' TO GHN-WS-STOP-SW
007250         GO TO 1200-EXIT
007260     END-IF.
007270     READ GHN-CLEAR-FILE
007280         AT END
007290             MOVE 'Y' TO GHN-WS-FILE-EOF-SW
007300     END-READ.
007310     PERFORM 1210-LOAD-COHORT-REC THRU 1210-EXIT
007320         UNTIL GHN-WS-FILE-EOF OR GHN-WS-STOP.
007330     CLOSE GHN-CLEAR-FILE.
007340 1200-EXIT.
007350     EXIT.
007360*
007370*===============================================================
007380 1210-LOAD-COHORT-REC.
007390*===============================================================
007400     ADD 1 TO GHN-WS-CLEAR-READ.
007410     MOVE GHC-STUDENT-ID TO GHN-WS-LOOKUP-ID.
007420     PERFORM 2050-FIND-COHORT THRU 2050-EXIT.
007430     IF GHN-WS-CH-HIT
007440         ADD 1 TO GHN-WS-DUP-COUNT
007450         GO TO 1210-READ-NEXT
007460     END-IF.
007470     IF GHN-WS-CH-COUNT = 2000
007480         DISPLAY "GRAD-HONORS: COHORT EXCEEDS 2000 GRADUATES - "
007490             "NOTHING RANKED"
007500         MOVE 'Y' TO GHN-WS-STOP-SW
007510         GO TO 1210-EXIT
007520     END-IF.
007530     ADD 1 TO GHN-WS-CH-COUNT.
007540     SET GHN-CH-IDX TO GHN-WS-CH-COUNT.
007550     MOVE GHC-STUDENT-ID TO GHN-CH-STUDENT-ID (GHN-CH-IDX).
007560     MOVE GHC-NAME       TO GHN-CH-NAME (GHN-CH-IDX).
007570     MOVE GHC-PROGRAM    TO GHN-CH-PROGRAM (GHN-CH-IDX).
007580     MOVE 'N'            TO GHN-CH-DONE-SW (GHN-CH-IDX).
007590     MOVE ZERO           TO GHN-CH-CUM-GPA (GHN-CH-IDX)
007600                            GHN-CH-GPA-CREDITS (GHN-CH-IDX).
007610     MOVE 'N'            TO GHN-CH-OVFL-SW (GHN-CH-IDX).
007620 1210-READ-NEXT.
007630     READ GHN-CLEAR-FILE
007640         AT END
007650             MOVE 'Y' TO GHN-WS-FILE-EOF-SW
007660     END-READ.
007670 1210-EXIT.
007680     EXIT.
007690*
007700*===============================================================
007710 2000-PROCESS-GPA-GROUP.
007720*===============================================================
007730*    ONE STUDENT'S RUN OF GPA COURSE RECORDS (THE FILE IS
007740*    WRITTEN IN STUDENT GROUPS, EACH ENDED BY A 999 TRAILER). A
007750*    GRADUATE HAS THE ATTEMPTS THROUGH THE GRADUATION TERM HELD
007760*    AND THE CUMULATIVE GPA FIGURED; ANY OTHER STUDENT'S RECORDS
007770*    ARE READ PAST.
007780     MOVE GPA-IN-STUDENT-ID TO GHN-WS-GROUP-STUDENT.
007790     MOVE GPA-IN-STUDENT-ID TO GHN-WS-LOOKUP-ID.
007800     PERFORM 2050-FIND-COHORT THRU 2050-EXIT.
007810     IF GHN-WS-CH-HIT
007820         SET GHN-CH-IDX TO GHN-WS-CH-SUB
007830         IF GHN-CH-DONE (GHN-CH-IDX)
007840             ADD 1 TO GHN-WS-SPLIT-COUNT
007850             DISPLAY "GRAD-HONORS: GPA HISTORY NOT "
007860                 "CONTIGUOUS FOR " GHN-WS-GROUP-STUDENT
007870                 " - LATER RECORDS IGNORED"
007880             MOVE 'N' TO GHN-WS-CH-HIT-SW
007890         END-IF
007900     END-IF.
007910     PERFORM 4010-CLEAR-STUDENT THRU 4010-EXIT.
007920     PERFORM 2100-GATHER-ATTEMPT THRU 2100-EXIT
007930         UNTIL GHN-WS-GPA-EOF
007940             OR GPA-IN-STUDENT-ID NOT = GHN-WS-GROUP-STUDENT.
007950     IF GHN-WS-CH-HIT
007960         PERFORM 4000-FIGURE-GPA THRU 4000-EXIT
007970     END-IF.
007980 2000-EXIT.
007990     EXIT.
008000*
008010*===============================================================
008020 2050-FIND-COHORT.
008030*===============================================================
008040*    LEAVES GHN-WS-CH-SUB ON GHN-WS-LOOKUP-ID'S COHORT ENTRY WHEN
008050*    THE STUDENT IS IN THE COHORT.
008060     MOVE 'N' TO GHN-WS-CH-HIT-SW.
008070     PERFORM 2055-SCAN-COHORT THRU 2055-EXIT
008080         VARYING GHN-CH-IDX FROM 1 BY 1
008090         UNTIL GHN-CH-IDX > GHN-WS-CH-COUNT
008100             OR GHN-WS-CH-HIT.
008110 2050-EXIT.
008120     EXIT.
008130*
008140*===============================================================
008150 2055-SCAN-COHORT.
008160*===============================================================
008170     IF GHN-CH-STUDENT-ID (GHN-CH-IDX) = GHN-WS-LOOKUP-ID
008180         MOVE 'Y' TO GHN-WS-CH-HIT-SW
008190         SET GHN-WS-CH-SUB TO GHN-CH-IDX
008200     END-IF.
008210 2055-EXIT.
008220     EXIT.
008230*
008240*===============================================================
008250 2100-GATHER-ATTEMPT.
008260*===============================================================
008270     IF GHN-WS-CH-HIT
008280             AND GPA-IN-COURSE-MARK NOT = GHN-WS-GPA-TRAILER
008290             AND GPA-IN-TERM NOT > GHN-WS-GRAD-TERM
008300         PERFORM 2110-HOLD-ATTEMPT THRU 2110-EXIT
008310     END-IF.
008320     READ GRA-GPA-FILE
008330         AT END
008340             MOVE 'Y' TO GHN-WS-GPA-EOF-SW
008350     END-READ.
008360 2100-EXIT.
008370     EXIT.
008380*
008390*===============================================================
008400 2110-HOLD-ATTEMPT.
008410*===============================================================
008420*    GRADES THE ATTEMPT AND HOLDS IT IN THE GROUP TABLE. A
008430*    HISTORY THAT HAS OUTGROWN THE TABLE STILL COUNTS EVERY
008440*    ATTEMPT, AS A STANDING ONE, BUT REPEAT DETECTION IS ONLY
008450*    PARTIAL - WARN, AS ACAD-STANDING DOES, AND NOTE IT ON THE
008460*    HONORS LIST.
008470     PERFORM 2120-GRADE-COURSE THRU 2120-EXIT.
008480     MOVE GPA-IN-COURSE-ID  TO GHN-WS-LOOKUP-COURSE.
008490     MOVE GPA-IN-CREDIT-HRS TO GHN-WS-COURSE-CREDITS.
008500     PERFORM 2150-LOOKUP-COURSE THRU 2150-EXIT.
008510     IF GHN-WS-GG-COUNT < 80
008520         ADD 1 TO GHN-WS-GG-COUNT
008530         SET GHN-GG-IDX TO GHN-WS-GG-COUNT
008540         MOVE GPA-IN-COURSE-ID TO GHN-GG-COURSE-ID (GHN-GG-IDX)
008550         MOVE GPA-IN-TERM      TO GHN-GG-TERM (GHN-GG-IDX)
008560         MOVE GHN-WS-COURSE-CREDITS
008570             TO GHN-GG-CREDITS (GHN-GG-IDX)
008580         MOVE GHN-WS-GPA-POINTS TO GHN-GG-POINTS (GHN-GG-IDX)
008590         MOVE 'N' TO GHN-GG-SUPERSEDED-SW (GHN-GG-IDX)
008600         GO TO 2110-EXIT
008610     END-IF.
008620     IF NOT GHN-WS-GG-OVFL
008630         DISPLAY "GRAD-HONORS: COURSE TABLE FULL - "
008640             "REPEAT DETECTION PARTIAL FOR "
008650             GHN-WS-GROUP-STUDENT
008660         MOVE 'Y' TO GHN-WS-GG-OVFL-SW
008670     END-IF.
008680     COMPUTE GHN-WS-QUALITY-PTS =
008690         GHN-WS-QUALITY-PTS +
008700             (GHN-WS-GPA-POINTS * GHN-WS-COURSE-CREDITS).
008710     ADD GHN-WS-COURSE-CREDITS TO GHN-WS-GPA-CREDITS.
008720 2110-EXIT.
008730     EXIT.
008740*
008750*===============================================================
008760 2120-GRADE-COURSE.
008770*===============================================================
008780*    THE COURSE GRADES UNDER ITS OWN SCALE WHERE ONE EXISTS,
008790*    FALLING BACK TO THE DEFAULT SCALE - THE SAME RULE GRADE-CALC
008800*    AND GRADE-TRANSCRIPT APPLY.
008810     MOVE GPA-IN-COURSE-MARK TO GHN-WS-MARK.
008820     MOVE 'F' TO GHN-WS-GRADE.
008830     MOVE GPA-IN-COURSE-ID TO GHN-WS-SCALE-COURSE.
008840     MOVE 'N' TO GHN-WS-SCALE-HIT-SW.
008850     PERFORM 2125-SELECT-SCALE-VERSION THRU 2125-EXIT.
008860     PERFORM 2130-SCAN-SCALE THRU 2130-EXIT
008870         VARYING GRA-SCALE-IDX FROM 1 BY 1
008880         UNTIL GRA-SCALE-IDX > GRA-SCALE-COUNT.
008890     IF NOT GHN-WS-SCALE-HIT
008900             AND GHN-WS-SCALE-COURSE NOT = SPACES
008910         MOVE SPACES TO GHN-WS-SCALE-COURSE
008920         PERFORM 2125-SELECT-SCALE-VERSION THRU 2125-EXIT
008930         PERFORM 2130-SCAN-SCALE THRU 2130-EXIT
008940             VARYING GRA-SCALE-IDX FROM 1 BY 1
008950             UNTIL GRA-SCALE-IDX > GRA-SCALE-COUNT
008960     END-IF.
008970     MOVE ZERO TO GHN-WS-GPA-POINTS.
008980     PERFORM 2140-SCAN-POINTS THRU 2140-EXIT
008990         VARYING GGP-IDX FROM 1 BY 1
009000         UNTIL GGP-IDX > GHN-WS-GPA-POINT-COUNT.
009010 2120-EXIT.
009020     EXIT.
009030*
009040*===============================================================
009050 2125-SELECT-SCALE-VERSION.
009060*===============================================================
009070     MOVE ZERO TO GHN-WS-SCALE-VERS.
009080     PERFORM 2126-CHECK-VERSION THRU 2126-EXIT
009090         VARYING GRA-SCALE-IDX FROM 1 BY 1
009100         UNTIL GRA-SCALE-IDX > GRA-SCALE-COUNT.
009110 2125-EXIT.
009120     EXIT.
009130*
009140*===============================================================
009150 2126-CHECK-VERSION.
009160*===============================================================
009170     IF GRA-SCALE-COURSE (GRA-SCALE-IDX) = GHN-WS-SCALE-COURSE
009180             AND GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
009190                 <= RUNSTAMP-DATE
009200             AND GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
009210                 > GHN-WS-SCALE-VERS
009220         MOVE GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
009230             TO GHN-WS-SCALE-VERS
009240     END-IF.
009250 2126-EXIT.
009260     EXIT.
009270*
009280*===============================================================
009290 2130-SCAN-SCALE.
009300*===============================================================
009310     IF GRA-SCALE-COURSE (GRA-SCALE-IDX) = GHN-WS-SCALE-COURSE
009320             AND GRA-SCALE-EFF-DATE (GRA-SCALE-IDX)
009330                 = GHN-WS-SCALE-VERS
009340             AND GHN-WS-MARK >= GRA-SCALE-CUTOFF (GRA-SCALE-IDX)
009350         MOVE GRA-SCALE-GRADE (GRA-SCALE-IDX) TO GHN-WS-GRADE
009360         MOVE 'Y' TO GHN-WS-SCALE-HIT-SW
009370         SET GRA-SCALE-IDX TO GRA-SCALE-COUNT
009380     END-IF.
009390 2130-EXIT.
009400     EXIT.
009410*
009420*===============================================================
009430 2140-SCAN-POINTS.
009440*===============================================================
009450     IF GGP-GRADE (GGP-IDX) = GHN-WS-GRADE
009460         MOVE GGP-POINTS (GGP-IDX) TO GHN-WS-GPA-POINTS
009470         SET GGP-IDX TO GHN-WS-GPA-POINT-COUNT
009480     END-IF.
009490 2140-EXIT.
009500     EXIT.
009510*
009520*===============================================================
009530 2150-LOOKUP-COURSE.
009540*===============================================================
009550*    LOOKS GHN-WS-LOOKUP-COURSE UP ON THE COURSE CATALOG. A HIT
009560*    REPLACES GHN-WS-COURSE-CREDITS WITH THE CATALOG HOURS; A
009570*    MISS LEAVES THE HOURS AS SET.
009580     IF NOT GHN-WS-CRSMF-LOADED
009590         GO TO 2150-EXIT
009600     END-IF.
009610     MOVE GHN-WS-LOOKUP-COURSE TO CRS-COURSE-ID.
009620     READ GRA-CRSMF-FILE
009630         INVALID KEY
009640             CONTINUE
009650         NOT INVALID KEY
009660             MOVE CRS-CREDIT-HRS TO GHN-WS-COURSE-CREDITS
009670     END-READ.
009680 2150-EXIT.
009690     EXIT.
009700*
009710*===============================================================
009720 3000-TERMINATE.
009730*===============================================================
009740     IF GHN-WS-GPA-OPEN
009750         CLOSE GRA-GPA-FILE
009760     END-IF.
009770     IF GHN-WS-CRSMF-LOADED
009780         CLOSE GRA-CRSMF-FILE
009790     END-IF.
009800     IF NOT GHN-WS-STOP
009810         MOVE GHN-WS-DIPL-COUNT  TO GDT-REC-COUNT
009820         MOVE GHN-WS-SUMMA-COUNT TO GDT-SUMMA-COUNT
009830         MOVE GHN-WS-MAGNA-COUNT TO GDT-MAGNA-COUNT
009840         MOVE GHN-WS-CUM-COUNT   TO GDT-CUM-COUNT
009850         WRITE GHN-DIPL-REC FROM GHN-WS-DIPL-TRL
009860     END-IF.
009870     CLOSE GHN-DIPL-FILE.
009880     WRITE GHN-RPT-REC FROM GHN-WS-BLANK-LINE.
009890     WRITE GHN-RPT-REC FROM GHN-WS-TIE-NOTE-LINE.
009900     WRITE GHN-RPT-REC FROM GHN-WS-BLANK-LINE.
009910     MOVE "CLEARED RECORDS READ:             " TO GFT-LABEL.
009920     MOVE GHN-WS-CLEAR-READ TO GFT-COUNT.
009930     WRITE GHN-RPT-REC FROM GHN-WS-FOOT-LINE.
009940     MOVE "  DUPLICATES SKIPPED:             " TO GFT-LABEL.
009950     MOVE GHN-WS-DUP-COUNT TO GFT-COUNT.
009960     WRITE GHN-RPT-REC FROM GHN-WS-FOOT-LINE.
009970     MOVE "GRADUATES RANKED:                 " TO GFT-LABEL.
009980     MOVE GHN-WS-RANKED-COUNT TO GFT-COUNT.
009990     WRITE GHN-RPT-REC FROM GHN-WS-FOOT-LINE.
010000     MOVE "GRADUATES NOT RANKED (NO GPA):    " TO GFT-LABEL.
010010     MOVE GHN-WS-UNRANKED-COUNT TO GFT-COUNT.
010020     WRITE GHN-RPT-REC FROM GHN-WS-FOOT-LINE.
010030     MOVE "  SUMMA CUM LAUDE:                " TO GFT-LABEL.
010040     MOVE GHN-WS-SUMMA-COUNT TO GFT-COUNT.
010050     WRITE GHN-RPT-REC FROM GHN-WS-FOOT-LINE.
010060     MOVE "  MAGNA CUM LAUDE:                " TO GFT-LABEL.
010070     MOVE GHN-WS-MAGNA-COUNT TO GFT-COUNT.
010080     WRITE GHN-RPT-REC FROM GHN-WS-FOOT-LINE.
010090     MOVE "  CUM LAUDE:                      " TO GFT-LABEL.
010100     MOVE GHN-WS-CUM-COUNT TO GFT-COUNT.
010110     WRITE GHN-RPT-REC FROM GHN-WS-FOOT-LINE.
010120     MOVE "GPA HISTORIES NOT CONTIGUOUS:     " TO GFT-LABEL.
010130     MOVE GHN-WS-SPLIT-COUNT TO GFT-COUNT.
010140     WRITE GHN-RPT-REC FROM GHN-WS-FOOT-LINE.
010150     MOVE "DIPLOMA EXTRACT RECORDS:          " TO GFT-LABEL.
010160     MOVE GHN-WS-DIPL-COUNT TO GFT-COUNT.
010170     WRITE GHN-RPT-REC FROM GHN-WS-FOOT-LINE.
010180     CLOSE GHN-RPT-FILE.
010190     DISPLAY "GRAD-HONORS: GRADUATION TERM:     "
010200         GHN-WS-GRAD-TERM.
010210     DISPLAY "GRAD-HONORS: GRADUATES RANKED:    "
010220         GHN-WS-RANKED-COUNT.
010230     DISPLAY "GRAD-HONORS: NOT RANKED (NO GPA): "
010240         GHN-WS-UNRANKED-COUNT.
010250     DISPLAY "GRAD-HONORS: DIPLOMA RECORDS:     "
010260         GHN-WS-DIPL-COUNT.
010270 3000-EXIT.
010280     EXIT.
010290*
010300*===============================================================
010310 4000-FIGURE-GPA.
010320*===============================================================
010330*    THE GRADUATE'S FINAL CUMULATIVE GPA FROM THE HELD ATTEMPTS -
010340*    ONLY THE STANDING ATTEMPT OF A REPEATED COURSE COUNTS.
010350     PERFORM 4100-FLAG-REPEATS THRU 4100-EXIT.
010360     PERFORM 4150-ACCUM-ATTEMPT THRU 4150-EXIT
010370         VARYING GHN-GG-IDX FROM 1 BY 1
010380         UNTIL GHN-GG-IDX > GHN-WS-GG-COUNT.
010390     MOVE ZERO TO GHN-WS-CUM-GPA.
010400     IF GHN-WS-GPA-CREDITS > ZERO
010410         COMPUTE GHN-WS-CUM-GPA ROUNDED =
010420             GHN-WS-QUALITY-PTS / GHN-WS-GPA-CREDITS
010430     END-IF.
010440     SET GHN-CH-IDX TO GHN-WS-CH-SUB.
010450     MOVE 'Y'                TO GHN-CH-DONE-SW (GHN-CH-IDX).
010460     MOVE GHN-WS-CUM-GPA     TO GHN-CH-CUM-GPA (GHN-CH-IDX).
010470     MOVE GHN-WS-GPA-CREDITS TO GHN-CH-GPA-CREDITS (GHN-CH-IDX).
010480     MOVE GHN-WS-GG-OVFL-SW  TO GHN-CH-OVFL-SW (GHN-CH-IDX).
010490 4000-EXIT.
010500     EXIT.
010510*
010520*===============================================================
010530 4010-CLEAR-STUDENT.
010540*===============================================================
010550     MOVE ZERO TO GHN-WS-GG-COUNT.
010560     MOVE 'N'  TO GHN-WS-GG-OVFL-SW.
010570     MOVE ZERO TO GHN-WS-QUALITY-PTS.
010580     MOVE ZERO TO GHN-WS-GPA-CREDITS.
010590 4010-EXIT.
010600     EXIT.
010610*
010620*===============================================================
010630 4100-FLAG-REPEATS.
010640*===============================================================
010650*    FLAGS EVERY REPEATED-COURSE ATTEMPT THAT ANOTHER ATTEMPT OF
010660*    THE SAME COURSE SUPERSEDES UNDER THE REPTPOL POLICY - THE
010670*    SAME RULE GRADE-CALC APPLIES IN ITS GPA ROLL-UP.
010680     PERFORM 4110-CHECK-ONE-ATTEMPT THRU 4110-EXIT
010690         VARYING GHN-GG-IDX FROM 1 BY 1
010700         UNTIL GHN-GG-IDX > GHN-WS-GG-COUNT.
010710 4100-EXIT.
010720     EXIT.
010730*
010740*===============================================================
010750 4110-CHECK-ONE-ATTEMPT.
010760*===============================================================
010770     PERFORM 4120-COMPARE-ATTEMPT THRU 4120-EXIT
010780         VARYING GHN-GG-JDX FROM 1 BY 1
010790         UNTIL GHN-GG-JDX > GHN-WS-GG-COUNT
010800             OR GHN-GG-SUPERSEDED (GHN-GG-IDX).
010810 4110-EXIT.
010820     EXIT.
010830*
010840*===============================================================
010850 4120-COMPARE-ATTEMPT.
010860*===============================================================
010870*    DOES ATTEMPT (JDX) BEAT ATTEMPT (IDX) OF THE SAME COURSE?
010880*    POLICY 1 (BEST): HIGHER QUALITY POINTS WIN, TIES GO TO THE
010890*    LATER TERM, AND WITHIN A TERM TO THE LATER RECORD. POLICY 2
010900*    (MOST RECENT): THE LATER TERM WINS, AND WITHIN A TERM THE
010910*    LATER RECORD. TERMS ARE CODED TO COLLATE IN TIME ORDER.
010920     IF GHN-GG-JDX = GHN-GG-IDX
010930             OR GHN-GG-COURSE-ID (GHN-GG-JDX)
010940                 NOT = GHN-GG-COURSE-ID (GHN-GG-IDX)
010950         GO TO 4120-EXIT
010960     END-IF.
010970     IF GHN-WS-REPEAT-POLICY = 2
010980         IF GHN-GG-TERM (GHN-GG-JDX) > GHN-GG-TERM (GHN-GG-IDX)
010990                 OR (GHN-GG-TERM (GHN-GG-JDX)
011000                         = GHN-GG-TERM (GHN-GG-IDX)
011010                     AND GHN-GG-JDX > GHN-GG-IDX)
011020             MOVE 'Y' TO GHN-GG-SUPERSEDED-SW (GHN-GG-IDX)
011030         END-IF
011040         GO TO 4120-EXIT
011050     END-IF.
011060     IF GHN-GG-POINTS (GHN-GG-JDX) > GHN-GG-POINTS (GHN-GG-IDX)
011070             OR (GHN-GG-POINTS (GHN-GG-JDX)
011080                     = GHN-GG-POINTS (GHN-GG-IDX)
011090                 AND (GHN-GG-TERM (GHN-GG-JDX)
011100                         > GHN-GG-TERM (GHN-GG-IDX)
011110                     OR (GHN-GG-TERM (GHN-GG-JDX)
011120                             = GHN-GG-TERM (GHN-GG-IDX)
011130                         AND GHN-GG-JDX > GHN-GG-IDX)))
011140         MOVE 'Y' TO GHN-GG-SUPERSEDED-SW (GHN-GG-IDX)
011150     END-IF.
011160 4120-EXIT.
011170     EXIT.
011180*
011190*===============================================================
011200 4150-ACCUM-ATTEMPT.
011210*===============================================================
011220     IF GHN-GG-SUPERSEDED (GHN-GG-IDX)
011230         GO TO 4150-EXIT
011240     END-IF.
011250     COMPUTE GHN-WS-QUALITY-PTS =
011260         GHN-WS-QUALITY-PTS +
011270             (GHN-GG-POINTS (GHN-GG-IDX)
011280                 * GHN-GG-CREDITS (GHN-GG-IDX)).
011290     ADD GHN-GG-CREDITS (GHN-GG-IDX) TO GHN-WS-GPA-CREDITS.
011300 4150-EXIT.
011310     EXIT.
011320*
011330*===============================================================
011340 5000-RANK-CLASS.
011350*===============================================================
011360*    WRITES THE COHORT WITH ITS GPAS, SORTS IT INTO PROGRAM AND
011370*    DESCENDING GPA ORDER (STUDENT ID BREAKS NO TIES - IT ONLY
011380*    FIXES THE PRINT ORDER WITHIN ONE), AND RANKS EACH PROGRAM'S
011390*    CLASS FROM THE SORTED FILE.
011400     OPEN OUTPUT GHN-WORK-FILE.
011410     PERFORM 5010-WRITE-WORK THRU 5010-EXIT
011420         VARYING GHN-CH-IDX FROM 1 BY 1
011430         UNTIL GHN-CH-IDX > GHN-WS-CH-COUNT.
011440     CLOSE GHN-WORK-FILE.
011450     SORT GHN-SORT-FILE
011460         ON ASCENDING KEY GHS-PROGRAM
011470         ON ASCENDING KEY GHS-UNRANKED-SW
011480         ON DESCENDING KEY GHS-CUM-GPA
011490         ON ASCENDING KEY GHS-STUDENT-ID
011500         USING GHN-WORK-FILE
011510         GIVING GHN-SRTD-FILE.
011520     OPEN INPUT GHN-SRTD-FILE.
011530     IF GHN-WS-SRTD-STATUS NOT = '00'
011540         DISPLAY "GRAD-HONORS: SORTED CLASS NOT AVAILABLE - "
011550             "STATUS " GHN-WS-SRTD-STATUS
011560         MOVE 8 TO RETURN-CODE
011570         GO TO 5000-EXIT
011580     END-IF.
011590     READ GHN-SRTD-FILE
011600         AT END
011610             MOVE 'Y' TO GHN-WS-SRTD-EOF-SW
011620     END-READ.
011630     PERFORM 5100-RANK-GRADUATE THRU 5100-EXIT
011640         UNTIL GHN-WS-SRTD-EOF.
011650     IF GHN-WS-CUR-PROGRAM NOT = SPACES
011660         PERFORM 5300-END-PROGRAM THRU 5300-EXIT
011670     END-IF.
011680     CLOSE GHN-SRTD-FILE.
011690 5000-EXIT.
011700     EXIT.
011710*
011720*===============================================================
011730 5010-WRITE-WORK.
011740*===============================================================
011750*    A GRADUATE WITH NO GPA HISTORY THROUGH THE GRADUATION TERM
011760*    CANNOT BE RANKED; THEY SORT TO THE FOOT OF THEIR PROGRAM.
011770     MOVE SPACES TO GHN-SRTD-REC.
011780     MOVE GHN-CH-PROGRAM (GHN-CH-IDX)     TO GHR-PROGRAM.
011790     MOVE GHN-CH-STUDENT-ID (GHN-CH-IDX)  TO GHR-STUDENT-ID.
011800     MOVE GHN-CH-NAME (GHN-CH-IDX)        TO GHR-NAME.
011810     MOVE GHN-CH-CUM-GPA (GHN-CH-IDX)     TO GHR-CUM-GPA.
011820     MOVE GHN-CH-GPA-CREDITS (GHN-CH-IDX) TO GHR-GPA-CREDITS.
011830     MOVE GHN-CH-OVFL-SW (GHN-CH-IDX)     TO GHR-OVFL-SW.
011840     IF GHN-CH-GPA-CREDITS (GHN-CH-IDX) > ZERO
011850         MOVE 'N' TO GHR-UNRANKED-SW
011860     ELSE
011870         MOVE 'Y' TO GHR-UNRANKED-SW
011880     END-IF.
011890     WRITE GHN-WORK-REC FROM GHN-SRTD-REC.
011900 5010-EXIT.
011910     EXIT.
011920*
011930*===============================================================
011940 5100-RANK-GRADUATE.
011950*===============================================================
011960*    RANKS THE RECORD JUST READ. ITS PLACE IN THE PROGRAM COUNTS
011970*    EVERY RANKED GRADUATE AHEAD OF IT; A GRADUATE WITH THE SAME
011980*    GPA AS THE ONE BEFORE TAKES THAT ONE'S RANK. THE NEXT RECORD
011990*    IS READ BEFORE THIS ONE PRINTS, SO A GRADUATE TIED ONLY
012000*    WITH THE ONE BEHIND IS FLAGGED TOO.
012010     MOVE GHN-SRTD-REC TO GHN-WS-HELD-REC.
012020     IF GHH-PROGRAM NOT = GHN-WS-CUR-PROGRAM
012030         IF GHN-WS-CUR-PROGRAM NOT = SPACES
012040             PERFORM 5300-END-PROGRAM THRU 5300-EXIT
012050         END-IF
012060         PERFORM 5200-START-PROGRAM THRU 5200-EXIT
012070     END-IF.
012080     MOVE 'N' TO GHN-WS-TIE-SW.
012090     MOVE SPACES TO GHN-WS-HONOR-CODE GHN-WS-HONOR-TEXT.
012100     IF NOT GHH-UNRANKED
012110         ADD 1 TO GHN-WS-POSITION
012120         IF GHN-WS-POSITION > 1
012130                 AND GHH-CUM-GPA = GHN-WS-LAST-GPA
012140             MOVE 'Y' TO GHN-WS-TIE-SW
012150         ELSE
012160             MOVE GHN-WS-POSITION TO GHN-WS-RANK
012170         END-IF
012180         MOVE GHH-CUM-GPA TO GHN-WS-LAST-GPA
012190         PERFORM 5150-ASSIGN-HONOR THRU 5150-EXIT
012200     END-IF.
012210     READ GHN-SRTD-FILE
012220         AT END
012230             MOVE 'Y' TO GHN-WS-SRTD-EOF-SW
012240     END-READ.
012250     IF NOT GHN-WS-SRTD-EOF
012260             AND NOT GHH-UNRANKED
012270             AND GHR-PROGRAM = GHH-PROGRAM
012280             AND NOT GHR-UNRANKED
012290             AND GHR-CUM-GPA = GHH-CUM-GPA
012300         MOVE 'Y' TO GHN-WS-TIE-SW
012310     END-IF.
012320     PERFORM 5400-WRITE-GRADUATE THRU 5400-EXIT.
012330 5100-EXIT.
012340     EXIT.
012350*
012360*===============================================================
012370 5150-ASSIGN-HONOR.
012380*===============================================================
012390*    THE HIGHEST FLOOR THE CUMULATIVE GPA REACHES.
012400     EVALUATE TRUE
012410         WHEN GHH-CUM-GPA NOT < GHN-WS-HON-SUM
012420             MOVE 'S' TO GHN-WS-HONOR-CODE
012430             MOVE "SUMMA CUM LAUDE" TO GHN-WS-HONOR-TEXT
012440             ADD 1 TO GHN-WS-SUMMA-COUNT
012450             ADD 1 TO GHN-WS-PGM-SUMMA
012460         WHEN GHH-CUM-GPA NOT < GHN-WS-HON-MAG
012470             MOVE 'M' TO GHN-WS-HONOR-CODE
012480             MOVE "MAGNA CUM LAUDE" TO GHN-WS-HONOR-TEXT
012490             ADD 1 TO GHN-WS-MAGNA-COUNT
012500             ADD 1 TO GHN-WS-PGM-MAGNA
012510         WHEN GHH-CUM-GPA NOT < GHN-WS-HON-CUM
012520             MOVE 'C' TO GHN-WS-HONOR-CODE
012530             MOVE "CUM LAUDE" TO GHN-WS-HONOR-TEXT
012540             ADD 1 TO GHN-WS-CUM-COUNT
012550             ADD 1 TO GHN-WS-PGM-CUM
012560     END-EVALUATE.
012570 5150-EXIT.
012580     EXIT.
012590*
012600*===============================================================
012610 5200-START-PROGRAM.
012620*===============================================================
012630     MOVE GHH-PROGRAM TO GHN-WS-CUR-PROGRAM.
012640     MOVE ZERO TO GHN-WS-POSITION GHN-WS-RANK GHN-WS-LAST-GPA.
012650     MOVE ZERO TO GHN-WS-PGM-COUNT GHN-WS-PGM-SUMMA
012660                  GHN-WS-PGM-MAGNA GHN-WS-PGM-CUM.
012670     MOVE GHH-PROGRAM TO GPL-PROGRAM.
012680     WRITE GHN-RPT-REC FROM GHN-WS-BLANK-LINE.
012690     WRITE GHN-RPT-REC FROM GHN-WS-PGM-LINE.
012700     WRITE GHN-RPT-REC FROM GHN-WS-HEAD-LINE.
012710 5200-EXIT.
012720     EXIT.
012730*
012740*===============================================================
012750 5300-END-PROGRAM.
012760*===============================================================
012770     MOVE GHN-WS-PGM-COUNT TO GPF-COUNT.
012780     MOVE GHN-WS-PGM-SUMMA TO GPF-SUMMA.
012790     MOVE GHN-WS-PGM-MAGNA TO GPF-MAGNA.
012800     MOVE GHN-WS-PGM-CUM   TO GPF-CUM.
012810     WRITE GHN-RPT-REC FROM GHN-WS-PGM-FOOT-LINE.
012820 5300-EXIT.
012830     EXIT.
012840*
012850*===============================================================
012860 5400-WRITE-GRADUATE.
012870*===============================================================
012880*    ONE LINE ON THE HONORS LIST AND ONE DIPLOMA EXTRACT RECORD
012890*    PER GRADUATE. AN UNRANKED GRADUATE STILL GETS A DIPLOMA,
012900*    WITH RANK ZERO AND NO HONOR.
012910     ADD 1 TO GHN-WS-PGM-COUNT.
012920     MOVE GHH-STUDENT-ID   TO GDL-STUDENT-ID.
012930     MOVE GHH-NAME         TO GDL-NAME.
012940     MOVE GHH-GPA-CREDITS  TO GDL-CREDITS.
012950     MOVE GHN-WS-HONOR-TEXT TO GDL-HONOR.
012960     MOVE SPACES           TO GDL-TIE.
012970     IF GHH-UNRANKED
012980         ADD 1 TO GHN-WS-UNRANKED-COUNT
012990         MOVE SPACES TO GDL-RANK-X
013000         MOVE SPACES TO GDL-CUM-GPA-X
013010         MOVE "NO GPA - NOT RANKED" TO GDL-HONOR
013020     ELSE
013030         ADD 1 TO GHN-WS-RANKED-COUNT
013040         MOVE GHN-WS-RANK TO GDL-RANK
013050         MOVE GHH-CUM-GPA TO GDL-CUM-GPA
013060         IF GHN-WS-TIE
013070             MOVE 'T' TO GDL-TIE
013080         END-IF
013090     END-IF.
013100     WRITE GHN-RPT-REC FROM GHN-WS-DETAIL-LINE.
013110     IF GHH-OVFL
013120         MOVE "COURSE TABLE FULL - REPEAT DETECTION PARTIAL"
013130             TO GNL-TEXT
013140         WRITE GHN-RPT-REC FROM GHN-WS-NOTE-LINE
013150     END-IF.
013160     MOVE GHH-STUDENT-ID    TO GDD-STUDENT-ID.
013170     MOVE GHH-NAME          TO GDD-NAME.
013180     MOVE GHH-PROGRAM       TO GDD-PROGRAM.
013190     MOVE GHN-WS-GRAD-TERM  TO GDD-GRAD-TERM.
013200     MOVE GHH-CUM-GPA       TO GDD-CUM-GPA.
013210     MOVE GHH-GPA-CREDITS   TO GDD-GPA-CREDITS.
013220     MOVE GHN-WS-HONOR-CODE TO GDD-HONOR-CODE.
013230     MOVE GHN-WS-HONOR-TEXT TO GDD-HONOR-TEXT.
013240     MOVE SPACES            TO GDD-TIE-FLAG.
013250     IF GHH-UNRANKED
013260         MOVE ZERO        TO GDD-CLASS-RANK
013270     ELSE
013280         MOVE GHN-WS-RANK TO GDD-CLASS-RANK
013290         IF GHN-WS-TIE
013300             MOVE 'T' TO GDD-TIE-FLAG
013310         END-IF
013320     END-IF.
013330     WRITE GHN-DIPL-REC FROM GHN-WS-DIPL-DTL.
013340     ADD 1 TO GHN-WS-DIPL-COUNT.
013350 5400-EXIT.
013360     EXIT.
