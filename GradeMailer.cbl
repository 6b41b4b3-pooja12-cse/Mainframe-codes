000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     GRADE-MAILER.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   REGISTRAR DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. TERM-END GRADE REPORT
000130*                    MAILERS. FOR THE LATEST TERM ON GRATERM WHOSE
000140*                    END DATE HAS PASSED - THE TERM ACAD-STANDING
000150*                    JUST EVALUATED - EVERY STUDENT WITH A GRADE
000160*                    ON THE KEYED GRADE MASTER GETS ONE REPORT:
000170*                    EACH COURSE WITH ITS SECTION, TITLE, CREDITS
000180*                    AND GRADE, THEN THE TERM AND CUMULATIVE GPA
000190*                    ACAD-STANDING RECORDED ON THE STANDING
000200*                    HISTORY. THE REPORTS GO TO THE GRDMAILX
000210*                    EXTRACT, ADDRESSED FROM THE STUDENT ADDRESS
000220*                    FILE (STUADDR.CPY), FOR CONCATSTRING TO SORT
000230*                    INTO ZIP ORDER, HOUSEHOLD, CHECK AGAINST
000240*                    RETURNED MAIL AND PRINT. STUDENTS WITH NO
000250*                    MAILING ADDRESS ON FILE ARE LISTED, NOT
000260*                    MAILED.
000270*---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT GML-TERM-FILE     ASSIGN TO GRATERM
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS GML-WS-TERM-STATUS.
000370     SELECT GRA-GRDMST-FILE   ASSIGN TO GRAGRDM
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS GRA-GM-KEY
000410         FILE STATUS IS GML-WS-GRDMST-STATUS.
000420     SELECT GRA-STUADR-FILE   ASSIGN TO GRASTUAD
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS SAD-STUDENT-ID
000460         FILE STATUS IS GML-WS-ADDR-STATUS.
000470     SELECT GRA-CRSMF-FILE    ASSIGN TO GRACRSMF
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS CRS-COURSE-ID
000510         FILE STATUS IS GML-WS-CRSMF-STATUS.
000520     SELECT GRA-STDHS-FILE    ASSIGN TO GRASTDHS
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS STH-KEY
000560         FILE STATUS IS GML-WS-STDHS-STATUS.
000570     SELECT GML-MAIL-FILE     ASSIGN TO GRDMAILX
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS GML-WS-MAIL-STATUS.
000600     SELECT GML-RPT-FILE      ASSIGN TO GRDMLRPT
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650*    TERM-END CONTROL FILE - SEE GRADE-CHG-REVIEW'S FD.
000660 FD  GML-TERM-FILE
000670     RECORD CONTAINS 20 CHARACTERS.
000680 01  GML-TERM-REC.
000690     05  GML-TM-TERM             PIC X(06).
000700     05  GML-TM-END-DATE         PIC 9(08).
000710     05  FILLER                  PIC X(06).
000720*
000730*    SAME KEYED GRADE MASTER GRADE-CALC MAINTAINS - SEE ITS FD.
000740 FD  GRA-GRDMST-FILE
000750     RECORD CONTAINS 40 CHARACTERS.
000760 01  GRA-GRDMST-REC.
000770     05  GRA-GM-KEY.
000780         10  GRA-GM-STUDENT-ID   PIC X(09).
000790         10  GRA-GM-TERM         PIC X(06).
000800         10  GRA-GM-COURSE-ID    PIC X(06).
000810     05  GRA-GM-SECTION          PIC X(02).
000820     05  GRA-GM-GRADE            PIC X(02).
000830     05  GRA-GM-MARK             PIC 9(03).
000840     05  GRA-GM-RUN-DATE         PIC 9(08).
000850     05  GRA-GM-CAMPUS           PIC X(03).
000860     05  FILLER                  PIC X(01).
000870*
000880*    KEYED STUDENT MAILING ADDRESS - SEE STUADDR.CPY.
000890 FD  GRA-STUADR-FILE
000900     RECORD CONTAINS 100 CHARACTERS.
000910     COPY STUADDR REPLACING ==STUADDR-RECORD==
000920         BY ==GRA-STUADR-REC==.
000930*
000940*    KEYED COURSE CATALOG - SEE CRSMAST.CPY.
000950 FD  GRA-CRSMF-FILE
000960     RECORD CONTAINS 60 CHARACTERS.
000970     COPY CRSMAST REPLACING ==CRSMAST-RECORD==
000980         BY ==GRA-CRSMF-REC==.
000990*
001000*    KEYED STANDING HISTORY - SEE STDHIST.CPY.
001010 FD  GRA-STDHS-FILE
001020     RECORD CONTAINS 50 CHARACTERS.
001030     COPY STDHIST REPLACING ==STDHIST-RECORD==
001040         BY ==GRA-STDHS-REC==.
001050*
001060*    GRADE REPORT EXTRACT FOR CONCATSTRING - SEE ITS
001070*    CAT-GSORTED-REC. EVERY RECORD CARRIES THE STUDENT'S MAILING
001080*    NAME AND ADDRESS SO THE MAIL-MERGE CAN SORT AND HOUSEHOLD ON
001090*    IT. LINE 00 OPENS A STUDENT'S REPORT, LINES 01-98 ARE ITS
001100*    COURSES AND LINE 99 CLOSES IT WITH THE GPA FIGURES.
001110 FD  GML-MAIL-FILE
001120     RECORD CONTAINS 140 CHARACTERS.
001130 01  GML-MAIL-REC.
001140     05  GMX-STUDENT-ID          PIC X(09).
001150     05  GMX-FIRST               PIC X(15).
001160     05  GMX-LAST                PIC X(15).
001170     05  GMX-STREET              PIC X(20).
001180     05  GMX-CITY                PIC X(15).
001190     05  GMX-STATE               PIC X(02).
001200     05  GMX-ZIP                 PIC X(05).
001210     05  GMX-TERM                PIC X(06).
001220     05  GMX-LINE-NO             PIC 9(02).
001230         88  GMX-HEAD-LINE       VALUE 00.
001240         88  GMX-GPA-LINE        VALUE 99.
001250     05  GMX-BODY                PIC X(51).
001260     05  GMX-COURSE-BODY REDEFINES GMX-BODY.
001270         10  GMX-COURSE-ID       PIC X(06).
001280         10  GMX-SECTION         PIC X(02).
001290         10  GMX-GRADE           PIC X(02).
001300         10  GMX-CREDITS         PIC 9(01)V9(01).
001310         10  GMX-TITLE           PIC X(30).
001320         10  FILLER              PIC X(09).
001330     05  GMX-GPA-BODY REDEFINES GMX-BODY.
001340         10  GMX-GPA-SW          PIC X(01).
001350             88  GMX-GPA-ON-FILE VALUE 'Y'.
001360         10  GMX-TERM-GPA        PIC 9(01)V9(02).
001370         10  GMX-CUM-GPA         PIC 9(01)V9(02).
001380         10  GMX-TERM-CREDITS    PIC 9(03)V9(01).
001390         10  GMX-COURSES         PIC 9(02).
001400         10  FILLER              PIC X(38).
001410*
001420 FD  GML-RPT-FILE
001430     RECORD CONTAINS 80 CHARACTERS.
001440 01  GML-RPT-REC                 PIC X(80).
001450*
001460 WORKING-STORAGE SECTION.
001470 77  GML-WS-EOF-SW               PIC X(01) VALUE 'N'.
001480     88  GML-WS-EOF              VALUE 'Y'.
001490 77  GML-WS-FILE-EOF-SW          PIC X(01) VALUE 'N'.
001500     88  GML-WS-FILE-EOF         VALUE 'Y'.
001510 77  GML-WS-TERM-STATUS          PIC X(02) VALUE '00'.
001520 77  GML-WS-GRDMST-STATUS        PIC X(02) VALUE '00'.
001530 77  GML-WS-ADDR-STATUS          PIC X(02) VALUE '00'.
001540 77  GML-WS-CRSMF-STATUS         PIC X(02) VALUE '00'.
001550 77  GML-WS-STDHS-STATUS         PIC X(02) VALUE '00'.
001560 77  GML-WS-MAIL-STATUS          PIC X(02) VALUE '00'.
001570 77  GML-WS-GRDMST-OPEN-SW       PIC X(01) VALUE 'N'.
001580     88  GML-WS-GRDMST-OPEN      VALUE 'Y'.
001590 77  GML-WS-ADDR-LOADED-SW       PIC X(01) VALUE 'N'.
001600     88  GML-WS-ADDR-LOADED      VALUE 'Y'.
001610 77  GML-WS-CRSMF-LOADED-SW      PIC X(01) VALUE 'N'.
001620     88  GML-WS-CRSMF-LOADED     VALUE 'Y'.
001630 77  GML-WS-STDHS-LOADED-SW      PIC X(01) VALUE 'N'.
001640     88  GML-WS-STDHS-LOADED     VALUE 'Y'.
001650 77  GML-WS-MAIL-OPEN-SW         PIC X(01) VALUE 'N'.
001660     88  GML-WS-MAIL-OPEN        VALUE 'Y'.
001670*
001680*    THE STUDENT WHOSE REPORT IS IN PROGRESS. A STUDENT WITH NO
001690*    MAILING ADDRESS IS STILL TRACKED SO ITS REMAINING GRADES
001700*    ARE SKIPPED, NOT TAKEN FOR A NEW STUDENT.
001710 77  GML-WS-STUDENT-SW           PIC X(01) VALUE 'N'.
001720     88  GML-WS-STUDENT-OPEN     VALUE 'Y'.
001730 77  GML-WS-MAILABLE-SW          PIC X(01) VALUE 'N'.
001740     88  GML-WS-MAILABLE         VALUE 'Y'.
001750 01  GML-WS-CUR-STUDENT          PIC X(09) VALUE SPACES.
001760 77  GML-WS-LINE-NO              PIC 9(02) VALUE ZERO.
001770 77  GML-WS-MAX-COURSES          PIC 9(02) VALUE 98.
001780 77  GML-WS-STUDENT-COURSES      PIC 9(02) VALUE ZERO.
001790*
001800*    THE STUDENT'S MAILING NAME AND ADDRESS, REPEATED ON EVERY
001810*    EXTRACT RECORD OF THE REPORT.
001820 01  GML-WS-ADDRESS.
001830     05  GML-AD-FIRST            PIC X(15).
001840     05  GML-AD-LAST             PIC X(15).
001850     05  GML-AD-STREET           PIC X(20).
001860     05  GML-AD-CITY             PIC X(15).
001870     05  GML-AD-STATE            PIC X(02).
001880     05  GML-AD-ZIP              PIC X(05).
001890*
001900*    TERM-END TABLE, LOADED AT START OF RUN. THE TERM MAILED IS
001910*    THE LATEST ONE WHOSE END DATE IS ON OR BEFORE THE RUN - THE
001920*    SAME TERM ACAD-STANDING EVALUATES.
001930 77  GML-WS-TERM-COUNT           PIC 9(02) COMP VALUE ZERO.
001940 01  GML-WS-TERM-TABLE.
001950     05  GML-TM-ENTRY OCCURS 40 TIMES
001960                      INDEXED BY GML-TM-IDX.
001970         10  GML-TM-T-TERM       PIC X(06).
001980         10  GML-TM-T-END-DATE   PIC 9(08).
001990 01  GML-WS-MAIL-TERM            PIC X(06) VALUE SPACES.
002000 77  GML-WS-MAIL-END             PIC 9(08) VALUE ZERO.
002010*
002020*    RUN COUNTS.
002030 77  GML-WS-GRADE-COUNT          PIC 9(07) COMP VALUE ZERO.
002040 77  GML-WS-STUDENT-COUNT        PIC 9(05) COMP VALUE ZERO.
002050 77  GML-WS-MAILER-COUNT         PIC 9(05) COMP VALUE ZERO.
002060 77  GML-WS-COURSE-COUNT         PIC 9(07) COMP VALUE ZERO.
002070 77  GML-WS-NO-ADDR-COUNT        PIC 9(05) COMP VALUE ZERO.
002080 77  GML-WS-NO-GPA-COUNT         PIC 9(05) COMP VALUE ZERO.
002090 77  GML-WS-OVER-COUNT           PIC 9(05) COMP VALUE ZERO.
002100     COPY RUNSTAMP.
002110*
002120 01  GML-WS-TITLE-LINE.
002130     05  FILLER                  PIC X(40) VALUE
002140         "TERM GRADE REPORT MAILERS - EXCEPTIONS".
002150     05  FILLER                  PIC X(40) VALUE SPACES.
002160*
002170 01  GML-WS-TERM-LINE.
002180     05  FILLER                  PIC X(13) VALUE
002190         "TERM MAILED: ".
002200     05  GTL-TERM                PIC X(06).
002210     05  FILLER                  PIC X(08) VALUE "  ENDED ".
002220     05  GTL-END-DATE            PIC 9(08).
002230     05  FILLER                  PIC X(45) VALUE SPACES.
002240*
002250 01  GML-WS-HEAD-LINE.
002260     05  FILLER                  PIC X(40) VALUE
002270         "STUDENT     EXCEPTION".
002280     05  FILLER                  PIC X(40) VALUE SPACES.
002290*
002300 01  GML-WS-NOTE-LINE.
002310     05  GNL-STUDENT-ID          PIC X(09).
002320     05  FILLER                  PIC X(03) VALUE SPACES.
002330     05  GNL-TEXT                PIC X(60).
002340     05  FILLER                  PIC X(08) VALUE SPACES.
002350*
002360 01  GML-WS-FOOT-LINE.
002370     05  GFL-LABEL               PIC X(34).
002380     05  GFL-COUNT               PIC Z(6)9.
002390     05  FILLER                  PIC X(39) VALUE SPACES.
002400*
002410 01  GML-WS-BLANK-LINE           PIC X(80) VALUE SPACES.
002420*
002430 PROCEDURE DIVISION.
002440*===============================================================
002450 0000-MAINLINE.
002460*===============================================================
002470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002480     PERFORM 2000-PROCESS-GRADE THRU 2000-EXIT
002490         UNTIL GML-WS-EOF.
002500     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002510     STOP RUN.
002520*
002530*===============================================================
002540 1000-INITIALIZE.
002550*===============================================================
002560     OPEN OUTPUT GML-RPT-FILE.
002570     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
002580     ACCEPT RUNSTAMP-TIME FROM TIME.
002590     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
002600     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
002610     WRITE GML-RPT-REC FROM RUNSTAMP-HEADER-LINE.
002620     WRITE GML-RPT-REC FROM GML-WS-TITLE-LINE.
002630     PERFORM 1100-LOAD-TERMS THRU 1100-EXIT.
002640     PERFORM 1150-PICK-MAIL-TERM THRU 1150-EXIT.
002650     IF GML-WS-MAIL-TERM = SPACES
002660         DISPLAY "GRADE-MAILER: NO ENDED TERM ON GRATERM - "
002670             "NO MAILERS BUILT"
002680         MOVE 8 TO RETURN-CODE
002690         MOVE 'Y' TO GML-WS-EOF-SW
002700         GO TO 1000-EXIT
002710     END-IF.
002720     MOVE GML-WS-MAIL-TERM TO GTL-TERM.
002730     MOVE GML-WS-MAIL-END  TO GTL-END-DATE.
002740     WRITE GML-RPT-REC FROM GML-WS-TERM-LINE.
002750     WRITE GML-RPT-REC FROM GML-WS-BLANK-LINE.
002760     WRITE GML-RPT-REC FROM GML-WS-HEAD-LINE.
002770     OPEN INPUT GRA-GRDMST-FILE.
002780     IF GML-WS-GRDMST-STATUS NOT = '00'
002790         DISPLAY "GRADE-MAILER: GRADE MASTER NOT AVAILABLE - "
002800             "STATUS " GML-WS-GRDMST-STATUS
002810         MOVE 8 TO RETURN-CODE
002820         MOVE 'Y' TO GML-WS-EOF-SW
002830         GO TO 1000-EXIT
002840     END-IF.
002850     MOVE 'Y' TO GML-WS-GRDMST-OPEN-SW.
002860     PERFORM 1200-OPEN-MASTERS THRU 1200-EXIT.
002870     PERFORM 1300-OPEN-EXTRACT THRU 1300-EXIT.
002880     READ GRA-GRDMST-FILE
002890         AT END
002900             MOVE 'Y' TO GML-WS-EOF-SW
002910     END-READ.
002920 1000-EXIT.
002930     EXIT.
002940*
002950*===============================================================
002960 1100-LOAD-TERMS.
002970*===============================================================
002980*    SAME TERM-END LOAD ACAD-STANDING USES. A MISSING FILE
002990*    LEAVES NO ENDED TERM TO MAIL.
003000     MOVE ZERO TO GML-WS-TERM-COUNT.
003010     MOVE 'N' TO GML-WS-FILE-EOF-SW.
003020     OPEN INPUT GML-TERM-FILE.
003030     IF GML-WS-TERM-STATUS = '35'
003040         GO TO 1100-EXIT
003050     END-IF.
003060     PERFORM 1110-LOAD-TERM-REC THRU 1110-EXIT
003070         UNTIL GML-WS-FILE-EOF OR GML-WS-TERM-COUNT = 40.
003080     CLOSE GML-TERM-FILE.
003090 1100-EXIT.
003100     EXIT.
003110*
003120*===============================================================
003130 1110-LOAD-TERM-REC.
003140*===============================================================
003150     READ GML-TERM-FILE
003160         AT END
003170             MOVE 'Y' TO GML-WS-FILE-EOF-SW
003180     END-READ.
003190     IF NOT GML-WS-FILE-EOF
003200         ADD 1 TO GML-WS-TERM-COUNT
003210         SET GML-TM-IDX TO GML-WS-TERM-COUNT
003220         MOVE GML-TM-TERM TO GML-TM-T-TERM (GML-TM-IDX)
003230         IF GML-TM-END-DATE NUMERIC
003240             MOVE GML-TM-END-DATE
003250                 TO GML-TM-T-END-DATE (GML-TM-IDX)
003260         ELSE
003270             MOVE ZERO TO GML-TM-T-END-DATE (GML-TM-IDX)
003280         END-IF
003290     END-IF.
003300 1110-EXIT.
003310     EXIT.
003320*
003330*===============================================================
003340 1150-PICK-MAIL-TERM.
003350*===============================================================
003360     MOVE SPACES TO GML-WS-MAIL-TERM.
003370     MOVE ZERO TO GML-WS-MAIL-END.
003380     PERFORM 1160-CHECK-TERM THRU 1160-EXIT
003390         VARYING GML-TM-IDX FROM 1 BY 1
003400         UNTIL GML-TM-IDX > GML-WS-TERM-COUNT.
003410 1150-EXIT.
003420     EXIT.
003430*
003440*===============================================================
003450 1160-CHECK-TERM.
003460*===============================================================
003470     IF GML-TM-T-END-DATE (GML-TM-IDX) > ZERO
003480             AND GML-TM-T-END-DATE (GML-TM-IDX)
003490                 NOT > RUNSTAMP-DATE
003500             AND GML-TM-T-TERM (GML-TM-IDX) > GML-WS-MAIL-TERM
003510         MOVE GML-TM-T-TERM (GML-TM-IDX) TO GML-WS-MAIL-TERM
003520         MOVE GML-TM-T-END-DATE (GML-TM-IDX) TO GML-WS-MAIL-END
003530     END-IF.
003540 1160-EXIT.
003550     EXIT.
003560*
003570*===============================================================
003580 1200-OPEN-MASTERS.
003590*===============================================================
003600*    NO ADDRESS FILE MEANS NO STUDENT HAS A MAILING ADDRESS YET -
003610*    EVERY STUDENT IS LISTED AND NOTHING IS MAILED. NO CATALOG
003620*    LEAVES THE TITLES AND CREDITS OFF; NO STANDING HISTORY
003630*    LEAVES THE GPA FIGURES OFF.
003640     OPEN INPUT GRA-STUADR-FILE.
003650     IF GML-WS-ADDR-STATUS = '00'
003660         MOVE 'Y' TO GML-WS-ADDR-LOADED-SW
003670     ELSE
003680         DISPLAY "GRADE-MAILER: NO STUDENT ADDRESS FILE - "
003690             "NO MAILERS CAN BE ADDRESSED"
003700     END-IF.
003710     OPEN INPUT GRA-CRSMF-FILE.
003720     IF GML-WS-CRSMF-STATUS = '00'
003730         MOVE 'Y' TO GML-WS-CRSMF-LOADED-SW
003740     END-IF.
003750     OPEN INPUT GRA-STDHS-FILE.
003760     IF GML-WS-STDHS-STATUS = '00'
003770         MOVE 'Y' TO GML-WS-STDHS-LOADED-SW
003780     END-IF.
003790 1200-EXIT.
003800     EXIT.
003810*
003820*===============================================================
003830 1300-OPEN-EXTRACT.
003840*===============================================================
003850*    THE EXTRACT IS APPENDED TO, THE WAY CPI-DORMANT APPENDS ITS
003860*    LETTERS, AND CONCATSTRING DELETES IT ONCE MERGED.
003870     OPEN EXTEND GML-MAIL-FILE.
003880     IF GML-WS-MAIL-STATUS NOT = '00'
003890         OPEN OUTPUT GML-MAIL-FILE
003900     END-IF.
003910     MOVE 'Y' TO GML-WS-MAIL-OPEN-SW.
003920 1300-EXIT.
003930     EXIT.
003940*
003950*===============================================================
003960 2000-PROCESS-GRADE.
003970*===============================================================
003980*    THE GRADE MASTER COMES IN STUDENT/TERM/COURSE KEY ORDER, SO
003990*    ONE STUDENT'S GRADES FOR THE TERM ARE ADJACENT. ONLY THE
004000*    TERM MAILED IS TAKEN.
004010     IF GRA-GM-TERM NOT = GML-WS-MAIL-TERM
004020         GO TO 2000-READ-NEXT
004030     END-IF.
004040     ADD 1 TO GML-WS-GRADE-COUNT.
004050     IF NOT GML-WS-STUDENT-OPEN
004060             OR GRA-GM-STUDENT-ID NOT = GML-WS-CUR-STUDENT
004070         PERFORM 2900-FINISH-STUDENT THRU 2900-EXIT
004080         PERFORM 2100-START-STUDENT THRU 2100-EXIT
004090     END-IF.
004100     IF GML-WS-MAILABLE
004110         PERFORM 2200-WRITE-COURSE THRU 2200-EXIT
004120     END-IF.
004130 2000-READ-NEXT.
004140     READ GRA-GRDMST-FILE
004150         AT END
004160             MOVE 'Y' TO GML-WS-EOF-SW
004170     END-READ.
004180 2000-EXIT.
004190     EXIT.
004200*
004210*===============================================================
004220 2100-START-STUDENT.
004230*===============================================================
004240*    LOOKS UP THE STUDENT'S MAILING ADDRESS AND OPENS THE REPORT
004250*    WITH ITS LINE 00 RECORD. NO ADDRESS - THE STUDENT IS LISTED
004260*    AND ITS GRADES ARE PASSED OVER.
004270     ADD 1 TO GML-WS-STUDENT-COUNT.
004280     MOVE 'Y' TO GML-WS-STUDENT-SW.
004290     MOVE 'N' TO GML-WS-MAILABLE-SW.
004300     MOVE GRA-GM-STUDENT-ID TO GML-WS-CUR-STUDENT.
004310     MOVE ZERO TO GML-WS-LINE-NO.
004320     IF GML-WS-ADDR-LOADED
004330         MOVE GRA-GM-STUDENT-ID TO SAD-STUDENT-ID
004340         READ GRA-STUADR-FILE
004350             INVALID KEY
004360                 CONTINUE
004370             NOT INVALID KEY
004380                 MOVE 'Y' TO GML-WS-MAILABLE-SW
004390         END-READ
004400     END-IF.
004410     IF NOT GML-WS-MAILABLE
004420         ADD 1 TO GML-WS-NO-ADDR-COUNT
004430         MOVE GRA-GM-STUDENT-ID TO GNL-STUDENT-ID
004440         MOVE "NO MAILING ADDRESS ON FILE - NOT MAILED"
004450             TO GNL-TEXT
004460         WRITE GML-RPT-REC FROM GML-WS-NOTE-LINE
004470         GO TO 2100-EXIT
004480     END-IF.
004490     MOVE SAD-FIRST  TO GML-AD-FIRST.
004500     MOVE SAD-LAST   TO GML-AD-LAST.
004510     MOVE SAD-STREET TO GML-AD-STREET.
004520     MOVE SAD-CITY   TO GML-AD-CITY.
004530     MOVE SAD-STATE  TO GML-AD-STATE.
004540     MOVE SAD-ZIP    TO GML-AD-ZIP.
004550     PERFORM 2800-SET-MAIL-KEY THRU 2800-EXIT.
004560     WRITE GML-MAIL-REC.
004570     ADD 1 TO GML-WS-MAILER-COUNT.
004580 2100-EXIT.
004590     EXIT.
004600*
004610*===============================================================
004620 2200-WRITE-COURSE.
004630*===============================================================
004640*    ONE COURSE LINE - TITLE AND CREDIT HOURS FROM THE CATALOG.
004650*    A COURSE NOT ON THE CATALOG GOES OUT WITH NEITHER.
004660     IF GML-WS-LINE-NO NOT < GML-WS-MAX-COURSES
004670         ADD 1 TO GML-WS-OVER-COUNT
004680         DISPLAY "GRADE-MAILER: MORE THAN 98 COURSES FOR "
004690             GML-WS-CUR-STUDENT " - " GRA-GM-COURSE-ID " LEFT OFF"
004700         GO TO 2200-EXIT
004710     END-IF.
004720     ADD 1 TO GML-WS-LINE-NO.
004730     PERFORM 2800-SET-MAIL-KEY THRU 2800-EXIT.
004740     MOVE GRA-GM-COURSE-ID TO GMX-COURSE-ID.
004750     MOVE GRA-GM-SECTION   TO GMX-SECTION.
004760     MOVE GRA-GM-GRADE     TO GMX-GRADE.
004770     MOVE ZERO             TO GMX-CREDITS.
004780     IF GML-WS-CRSMF-LOADED
004790         MOVE GRA-GM-COURSE-ID TO CRS-COURSE-ID
004800         READ GRA-CRSMF-FILE
004810             INVALID KEY
004820                 CONTINUE
004830             NOT INVALID KEY
004840                 MOVE CRS-TITLE      TO GMX-TITLE
004850                 MOVE CRS-CREDIT-HRS TO GMX-CREDITS
004860         END-READ
004870     END-IF.
004880     WRITE GML-MAIL-REC.
004890     ADD 1 TO GML-WS-COURSE-COUNT.
004900 2200-EXIT.
004910     EXIT.
004920*
004930*===============================================================
004940 2800-SET-MAIL-KEY.
004950*===============================================================
004960*    CLEARS THE EXTRACT RECORD AND FILLS IN THE STUDENT, MAILING
004970*    ADDRESS, TERM AND LINE NUMBER EVERY RECORD CARRIES.
004980     MOVE SPACES             TO GML-MAIL-REC.
004990     MOVE GML-WS-CUR-STUDENT TO GMX-STUDENT-ID.
005000     MOVE GML-AD-FIRST       TO GMX-FIRST.
005010     MOVE GML-AD-LAST        TO GMX-LAST.
005020     MOVE GML-AD-STREET      TO GMX-STREET.
005030     MOVE GML-AD-CITY        TO GMX-CITY.
005040     MOVE GML-AD-STATE       TO GMX-STATE.
005050     MOVE GML-AD-ZIP         TO GMX-ZIP.
005060     MOVE GML-WS-MAIL-TERM   TO GMX-TERM.
005070     MOVE GML-WS-LINE-NO     TO GMX-LINE-NO.
005080 2800-EXIT.
005090     EXIT.
005100*
005110*===============================================================
005120 2900-FINISH-STUDENT.
005130*===============================================================
005140*    CLOSES THE REPORT IN PROGRESS WITH ITS LINE 99 RECORD - THE
005150*    TERM AND CUMULATIVE GPA ACAD-STANDING RECORDED FOR THE TERM.
005160*    A STUDENT WITH NO STANDING RECORD (NO GRADED HOURS, OR THE
005170*    STANDING RUN HAS NOT BEEN MADE) GETS THE REPORT WITHOUT THE
005180*    FIGURES, AND IS LISTED.
005190     IF NOT GML-WS-STUDENT-OPEN OR NOT GML-WS-MAILABLE
005200         GO TO 2900-EXIT
005210     END-IF.
005220     MOVE GML-WS-LINE-NO TO GML-WS-STUDENT-COURSES.
005230     MOVE 99 TO GML-WS-LINE-NO.
005240     PERFORM 2800-SET-MAIL-KEY THRU 2800-EXIT.
005250     MOVE 'N' TO GMX-GPA-SW.
005260     MOVE ZERO TO GMX-TERM-GPA GMX-CUM-GPA GMX-TERM-CREDITS.
005270     IF GML-WS-STDHS-LOADED
005280         MOVE GML-WS-CUR-STUDENT TO STH-STUDENT-ID
005290         MOVE GML-WS-MAIL-TERM   TO STH-TERM
005300         READ GRA-STDHS-FILE
005310             INVALID KEY
005320                 CONTINUE
005330             NOT INVALID KEY
005340                 MOVE 'Y'              TO GMX-GPA-SW
005350                 MOVE STH-TERM-GPA     TO GMX-TERM-GPA
005360                 MOVE STH-CUM-GPA      TO GMX-CUM-GPA
005370                 MOVE STH-TERM-CREDITS TO GMX-TERM-CREDITS
005380         END-READ
005390     END-IF.
005400     IF NOT GMX-GPA-ON-FILE
005410         ADD 1 TO GML-WS-NO-GPA-COUNT
005420         MOVE GML-WS-CUR-STUDENT TO GNL-STUDENT-ID
005430         MOVE "NO STANDING RECORD FOR TERM - MAILED WITHOUT GPA"
005440             TO GNL-TEXT
005450         WRITE GML-RPT-REC FROM GML-WS-NOTE-LINE
005460     END-IF.
005470     MOVE GML-WS-STUDENT-COURSES TO GMX-COURSES.
005480     WRITE GML-MAIL-REC.
005490 2900-EXIT.
005500     EXIT.
005510*
005520*===============================================================
005530 3000-TERMINATE.
005540*===============================================================
005550     PERFORM 2900-FINISH-STUDENT THRU 2900-EXIT.
005560     IF GML-WS-GRDMST-OPEN
005570         CLOSE GRA-GRDMST-FILE
005580     END-IF.
005590     IF GML-WS-ADDR-LOADED
005600         CLOSE GRA-STUADR-FILE
005610     END-IF.
005620     IF GML-WS-CRSMF-LOADED
005630         CLOSE GRA-CRSMF-FILE
005640     END-IF.
005650     IF GML-WS-STDHS-LOADED
005660         CLOSE GRA-STDHS-FILE
005670     END-IF.
005680     IF GML-WS-MAIL-OPEN
005690         CLOSE GML-MAIL-FILE
005700     END-IF.
005710     WRITE GML-RPT-REC FROM GML-WS-BLANK-LINE.
005720     MOVE "GRADES READ FOR TERM:             " TO GFL-LABEL.
005730     MOVE GML-WS-GRADE-COUNT TO GFL-COUNT.
005740     WRITE GML-RPT-REC FROM GML-WS-FOOT-LINE.
005750     MOVE "STUDENTS WITH GRADES:             " TO GFL-LABEL.
005760     MOVE GML-WS-STUDENT-COUNT TO GFL-COUNT.
005770     WRITE GML-RPT-REC FROM GML-WS-FOOT-LINE.
005780     MOVE "GRADE REPORTS TO THE MAIL-MERGE:  " TO GFL-LABEL.
005790     MOVE GML-WS-MAILER-COUNT TO GFL-COUNT.
005800     WRITE GML-RPT-REC FROM GML-WS-FOOT-LINE.
005810     MOVE "  COURSE LINES:                   " TO GFL-LABEL.
005820     MOVE GML-WS-COURSE-COUNT TO GFL-COUNT.
005830     WRITE GML-RPT-REC FROM GML-WS-FOOT-LINE.
005840     MOVE "  MAILED WITHOUT GPA:             " TO GFL-LABEL.
005850     MOVE GML-WS-NO-GPA-COUNT TO GFL-COUNT.
005860     WRITE GML-RPT-REC FROM GML-WS-FOOT-LINE.
005870     MOVE "NOT MAILED - NO ADDRESS:          " TO GFL-LABEL.
005880     MOVE GML-WS-NO-ADDR-COUNT TO GFL-COUNT.
005890     WRITE GML-RPT-REC FROM GML-WS-FOOT-LINE.
005900     MOVE "COURSES LEFT OFF (OVER 98):       " TO GFL-LABEL.
005910     MOVE GML-WS-OVER-COUNT TO GFL-COUNT.
005920     WRITE GML-RPT-REC FROM GML-WS-FOOT-LINE.
005930     CLOSE GML-RPT-FILE.
005940     DISPLAY "GRADE-MAILER: TERM MAILED:          "
005950         GML-WS-MAIL-TERM.
005960     DISPLAY "GRADE-MAILER: GRADE REPORTS BUILT:  "
005970         GML-WS-MAILER-COUNT.
005980     DISPLAY "GRADE-MAILER: NOT MAILED (NO ADDR): "
005990         GML-WS-NO-ADDR-COUNT.
006000 3000-EXIT.
006010     EXIT.
