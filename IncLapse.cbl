000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     INC-LAPSE.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   REGISTRAR DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. NIGHTLY INCOMPLETE-GRADE
000130*                    LAPSE RUN. EVERY INCOMPLETE ('I ') ON THE
000140*                    KEYED GRADE MASTER WHOSE COMPLETION DEADLINE
000150*                    - THE TERM'S END DATE ON THE SAME GRATERM
000160*                    FILE GRADE-CHG-REVIEW READS, PLUS LAPSDAYS
000170*                    DAYS (GRA-CTL-FILE PARM, DEFAULT 120) - HAS
000180*                    PASSED IS REWRITTEN TO THE LAPSE GRADE, F,
000190*                    WITH A GRA-AUDIT-FILE RECORD CARRYING SOURCE
000200*                    INCLAPSE SO THE TRAIL SHOWS THE POLICY, NOT
000210*                    A PERSON, CHANGED IT. AN INCOMPLETE DUE TO
000220*                    LAPSE WITHIN LAPSWARN DAYS (DEFAULT 14) IS
000230*                    LISTED AHEAD OF TIME SO THE INSTRUCTOR IS
000240*                    WARNED BEFORE THE GRADE FLIPS. THE RUN
000250*                    STAMPS THE GRALOCK POSTING INTERLOCK WHILE
000260*                    IT HOLDS THE MASTER, THE WAY GRADE-CALC
000270*                    DOES, AND WILL NOT START WHILE IT IS BUSY.
000280*---------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT GRA-GRDMST-FILE   ASSIGN TO GRAGRDM
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS GRA-GM-KEY
000390         FILE STATUS IS ILP-WS-GRDMST-STATUS.
000400     SELECT GRA-AUDIT-FILE    ASSIGN TO GRAAUDIT
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS ILP-WS-AUDIT-STATUS.
000430     SELECT GRA-STUMF-FILE    ASSIGN TO GRASTUMF
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS GRA-SM-STUDENT-ID
000470         FILE STATUS IS ILP-WS-STUMF-STATUS.
000480     SELECT ILP-TERM-FILE     ASSIGN TO GRATERM
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS ILP-WS-TERM-STATUS.
000510     SELECT GRA-CTL-FILE      ASSIGN TO GRACTL
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS ILP-WS-CTL-STATUS.
000540     SELECT GRA-LOCK-FILE     ASSIGN TO GRALOCK
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS ILP-WS-LOCK-STATUS.
000570     SELECT ILP-RPT-FILE      ASSIGN TO GRALAPSR
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620*
000630*    SAME KEYED GRADE MASTER GRADE-CALC MAINTAINS - SEE ITS FD.
000640 FD  GRA-GRDMST-FILE
000650     RECORD CONTAINS 40 CHARACTERS.
000660 01  GRA-GRDMST-REC.
000670     05  GRA-GM-KEY.
000680         10  GRA-GM-STUDENT-ID   PIC X(09).
000690         10  GRA-GM-TERM         PIC X(06).
000700         10  GRA-GM-COURSE-ID    PIC X(06).
000710     05  GRA-GM-SECTION          PIC X(02).
000720     05  GRA-GM-GRADE            PIC X(02).
000730         88  GRA-GM-INCOMPLETE   VALUE 'I '.
000740     05  GRA-GM-MARK             PIC 9(03).
000750     05  GRA-GM-RUN-DATE         PIC 9(08).
000760     05  GRA-GM-CAMPUS           PIC X(03).
000770     05  FILLER                  PIC X(01).
000780*
000790*    SAME AUDIT-TRAIL RECORD GRADE-CALC APPENDS - SEE ITS FD.
000800 FD  GRA-AUDIT-FILE
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  GRA-AUDIT-REC.
000830     05  GRA-AU-STUDENT-ID       PIC X(09).
000840     05  GRA-AU-OLD-GRADE        PIC X(02).
000850     05  GRA-AU-NEW-GRADE        PIC X(02).
000860     05  GRA-AU-RUN-DATE         PIC 9(08).
000870     05  GRA-AU-RUN-TIME         PIC 9(08).
000880     05  GRA-AU-STUDENT-NAME     PIC X(20).
000890     05  GRA-AU-COURSE-ID        PIC X(06).
000900     05  GRA-AU-SECTION          PIC X(02).
000910     05  GRA-AU-TERM             PIC X(06).
000920     05  GRA-AU-CAMPUS           PIC X(03).
000930     05  GRA-AU-MARK             PIC 9(03).
000940     05  GRA-AU-SOURCE           PIC X(08).
000950     05  FILLER                  PIC X(03).
000960*
000970 FD  GRA-STUMF-FILE
000980     RECORD CONTAINS 40 CHARACTERS.
000990 01  GRA-STUMF-REC.
001000     05  GRA-SM-STUDENT-ID       PIC X(09).
001010     05  GRA-SM-NAME             PIC X(20).
001020     05  GRA-SM-PROGRAM          PIC X(08).
001030     05  GRA-SM-ENROLL-STATUS    PIC X(01).
001040     05  FILLER                  PIC X(02).
001050*
001060*    TERM-END CONTROL FILE - SEE GRADE-CHG-REVIEW'S FD.
001070 FD  ILP-TERM-FILE
001080     RECORD CONTAINS 20 CHARACTERS.
001090 01  ILP-TERM-REC.
001100     05  ILP-TM-TERM             PIC X(06).
001110     05  ILP-TM-END-DATE         PIC 9(08).
001120     05  FILLER                  PIC X(06).
001130*
001140 FD  GRA-CTL-FILE
001150     RECORD CONTAINS 20 CHARACTERS.
001160     COPY CTLPARM REPLACING ==CTLPARM-RECORD==
001170         BY ==ILP-CTL-REC==.
001180*
001190*    POSTING-IN-PROGRESS INTERLOCK - SEE GRADE-CALC'S FD.
001200 FD  GRA-LOCK-FILE
001210     RECORD CONTAINS 20 CHARACTERS.
001220 01  GRA-LOCK-REC.
001230     05  GRA-LK-STATUS           PIC X(01).
001240         88  GRA-LK-BUSY         VALUE 'B'.
001250     05  GRA-LK-DATE             PIC 9(08).
001260     05  GRA-LK-TIME             PIC 9(08).
001270     05  FILLER                  PIC X(03).
001280*
001290 FD  ILP-RPT-FILE
001300     RECORD CONTAINS 80 CHARACTERS.
001310 01  ILP-RPT-REC                 PIC X(80).
001320*
001330 WORKING-STORAGE SECTION.
001340 77  ILP-WS-EOF-SW               PIC X(01) VALUE 'N'.
001350     88  ILP-WS-EOF              VALUE 'Y'.
001360 77  ILP-WS-CTL-EOF-SW           PIC X(01) VALUE 'N'.
001370     88  ILP-WS-CTL-EOF          VALUE 'Y'.
001380 77  ILP-WS-GRDMST-STATUS        PIC X(02) VALUE '00'.
001390 77  ILP-WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
001400 77  ILP-WS-STUMF-STATUS         PIC X(02) VALUE '00'.
001410 77  ILP-WS-TERM-STATUS          PIC X(02) VALUE '00'.
001420 77  ILP-WS-CTL-STATUS           PIC X(02) VALUE '00'.
001430 77  ILP-WS-LOCK-STATUS          PIC X(02) VALUE '00'.
001440 77  ILP-WS-MASTER-OPEN-SW       PIC X(01) VALUE 'N'.
001450     88  ILP-WS-MASTER-OPEN      VALUE 'Y'.
001460 77  ILP-WS-STUMF-LOADED-SW      PIC X(01) VALUE 'N'.
001470     88  ILP-WS-STUMF-LOADED     VALUE 'Y'.
001480 77  ILP-WS-LOCK-BUSY-SW         PIC X(01) VALUE 'N'.
001490     88  ILP-WS-LOCK-BUSY        VALUE 'Y'.
001500 77  ILP-WS-FOUND-SW             PIC X(01).
001510     88  ILP-WS-FOUND            VALUE 'Y'.
001520 77  ILP-WS-POSTED-SW            PIC X(01).
001530     88  ILP-WS-POSTED           VALUE 'Y'.
001540 77  ILP-WS-TERM-END             PIC 9(08) VALUE ZERO.
001550 77  ILP-WS-DAYS-LEFT            PIC S9(05) COMP VALUE ZERO.
001560 01  ILP-WS-STUDENT-NAME         PIC X(20).
001570     COPY RUNSTAMP.
001580*
001590*    LAPSE RULES FROM GRA-CTL-FILE - LAPSDAYS (DAYS AFTER TERM
001600*    END TO COMPLETE AN INCOMPLETE) AND LAPSWARN (DAYS OF NOTICE
001610*    BEFORE THE LAPSE). A MISSING PARM KEEPS THE VALUE-CLAUSE
001620*    DEFAULT. THE LAPSE GRADE ITSELF IS FIXED BY ACADEMIC POLICY.
001630 77  ILP-WS-LAPSE-DAYS           PIC 9(05) VALUE 120.
001640 77  ILP-WS-WARN-DAYS            PIC 9(05) VALUE 14.
001650 77  ILP-WS-LAPSE-GRADE          PIC X(02) VALUE 'F '.
001660 77  ILP-WS-OLD-GRADE            PIC X(02).
001670*
001680*    SERIAL-DAY CONVERSION WORK FIELDS - SAME SHAPE AS
001690*    GRADE-CHG-REVIEW'S 2290-DATE-TO-SERIAL.
001700 01  ILP-WS-SER-DATE             PIC 9(08).
001710 01  ILP-WS-SER-DATE-MDY REDEFINES ILP-WS-SER-DATE.
001720     05  ILP-SER-YEAR            PIC 9(04).
001730     05  ILP-SER-MONTH           PIC 9(02).
001740     05  ILP-SER-DAY             PIC 9(02).
001750 77  ILP-WS-SER-M                PIC 9(04) COMP VALUE ZERO.
001760 77  ILP-WS-SER-Y                PIC 9(04) COMP VALUE ZERO.
001770 77  ILP-WS-SERIAL               PIC 9(07) COMP VALUE ZERO.
001780 77  ILP-WS-RUN-SERIAL           PIC 9(07) COMP VALUE ZERO.
001790*
001800*    TERM-END TABLE, LOADED AT START OF RUN.
001810 77  ILP-WS-TERM-COUNT           PIC 9(02) COMP VALUE ZERO.
001820 01  ILP-WS-TERM-TABLE.
001830     05  ILP-TM-ENTRY OCCURS 40 TIMES
001840                      INDEXED BY ILP-TM-IDX.
001850         10  ILP-TM-T-TERM       PIC X(06).
001860         10  ILP-TM-T-END-DATE   PIC 9(08).
001870*
001880*    RUN COUNTS.
001890 77  ILP-WS-INC-COUNT            PIC 9(07) COMP VALUE ZERO.
001900 77  ILP-WS-LAPSED-COUNT         PIC 9(05) COMP VALUE ZERO.
001910 77  ILP-WS-WARN-COUNT           PIC 9(05) COMP VALUE ZERO.
001920 77  ILP-WS-NOTERM-COUNT         PIC 9(05) COMP VALUE ZERO.
001930 77  ILP-WS-FAILED-COUNT         PIC 9(05) COMP VALUE ZERO.
001940*
001950 01  ILP-WS-TITLE-LINE.
001960     05  FILLER                  PIC X(50) VALUE
001970         "INCOMPLETE GRADES - LAPSED AND LAPSING SOON".
001980     05  FILLER                  PIC X(30) VALUE SPACES.
001990*
002000 01  ILP-WS-HEAD-LINE.
002010     05  FILLER                  PIC X(40) VALUE
002020         "STUDENT   COURSE SC TERM   CMP TERM END ".
002030     05  FILLER                  PIC X(40) VALUE
002040         "  DAYS  ACTION".
002050*
002060 01  ILP-WS-DETAIL-LINE.
002070     05  ILD-STUDENT-ID          PIC X(09).
002080     05  FILLER                  PIC X(01) VALUE SPACES.
002090     05  ILD-COURSE-ID           PIC X(06).
002100     05  FILLER                  PIC X(01) VALUE SPACES.
002110     05  ILD-SECTION             PIC X(02).
002120     05  FILLER                  PIC X(01) VALUE SPACES.
002130     05  ILD-TERM                PIC X(06).
002140     05  FILLER                  PIC X(01) VALUE SPACES.
002150     05  ILD-CAMPUS              PIC X(03).
002160     05  FILLER                  PIC X(01) VALUE SPACES.
002170     05  ILD-TERM-END            PIC 9(08).
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  ILD-DAYS-LEFT           PIC ZZZZ9.
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  ILD-NOTE                PIC X(20).
002220     05  FILLER                  PIC X(12) VALUE SPACES.
002230*
002240 01  ILP-WS-FOOT-LINE.
002250     05  ILF-LABEL               PIC X(34).
002260     05  ILF-COUNT               PIC Z(6)9.
002270     05  FILLER                  PIC X(39) VALUE SPACES.
002280*
002290 01  ILP-WS-BLANK-LINE           PIC X(80) VALUE SPACES.
002300*
002310 PROCEDURE DIVISION.
002320*===============================================================
002330 0000-MAINLINE.
002340*===============================================================
002350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002360     PERFORM 2000-CHECK-GRADE THRU 2000-EXIT
002370         UNTIL ILP-WS-EOF.
002380     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002390     STOP RUN.
002400*
002410*===============================================================
002420 1000-INITIALIZE.
002430*===============================================================
002440     OPEN OUTPUT ILP-RPT-FILE.
002450     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
002460     ACCEPT RUNSTAMP-TIME FROM TIME.
002470     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
002480     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
002490     WRITE ILP-RPT-REC FROM RUNSTAMP-HEADER-LINE.
002500     WRITE ILP-RPT-REC FROM ILP-WS-TITLE-LINE.
002510     WRITE ILP-RPT-REC FROM ILP-WS-BLANK-LINE.
002520     WRITE ILP-RPT-REC FROM ILP-WS-HEAD-LINE.
002530     PERFORM 1100-LOAD-TERMS THRU 1100-EXIT.
002540     PERFORM 1300-LOAD-PARMS THRU 1300-EXIT.
002550     MOVE RUNSTAMP-DATE TO ILP-WS-SER-DATE.
002560     PERFORM 2290-DATE-TO-SERIAL THRU 2290-EXIT.
002570     MOVE ILP-WS-SERIAL TO ILP-WS-RUN-SERIAL.
002580     MOVE 'N' TO ILP-WS-EOF-SW.
002590     PERFORM 1400-CHECK-POSTING-LOCK THRU 1400-EXIT.
002600     IF ILP-WS-LOCK-BUSY
002610         DISPLAY "INC-LAPSE: GRADE MASTER POSTING IN PROGRESS "
002620             "(GRALOCK BUSY) - NO GRADES LAPSED"
002630         MOVE 8 TO RETURN-CODE
002640         MOVE 'Y' TO ILP-WS-EOF-SW
002650         GO TO 1000-EXIT
002660     END-IF.
002670     OPEN I-O GRA-GRDMST-FILE.
002680     IF ILP-WS-GRDMST-STATUS NOT = '00'
002690         DISPLAY "INC-LAPSE: NO GRADE MASTER - NOTHING TO LAPSE"
002700         MOVE 'Y' TO ILP-WS-EOF-SW
002710         GO TO 1000-EXIT
002720     END-IF.
002730     MOVE 'Y' TO ILP-WS-MASTER-OPEN-SW.
002740     OPEN EXTEND GRA-AUDIT-FILE.
002750     IF ILP-WS-AUDIT-STATUS NOT = '00'
002760         OPEN OUTPUT GRA-AUDIT-FILE
002770     END-IF.
002780     OPEN INPUT GRA-STUMF-FILE.
002790     IF ILP-WS-STUMF-STATUS = '00'
002800         MOVE 'Y' TO ILP-WS-STUMF-LOADED-SW
002810     END-IF.
002820     PERFORM 1450-SET-POSTING-LOCK THRU 1450-EXIT.
002830     READ GRA-GRDMST-FILE
002840         AT END
002850             MOVE 'Y' TO ILP-WS-EOF-SW
002860     END-READ.
002870 1000-EXIT.
002880     EXIT.
002890*
002900*===============================================================
002910 1100-LOAD-TERMS.
002920*===============================================================
002930*    SAME TERM-END LOAD GRADE-CHG-REVIEW USES. A MISSING FILE
002940*    LEAVES EVERY INCOMPLETE WITHOUT A DEADLINE - NOTHING LAPSES
002950*    AND EACH ONE IS LISTED AS TERM END UNKNOWN.
002960     MOVE ZERO TO ILP-WS-TERM-COUNT.
002970     MOVE 'N' TO ILP-WS-EOF-SW.
002980     OPEN INPUT ILP-TERM-FILE.
002990     IF ILP-WS-TERM-STATUS = '35'
003000         GO TO 1100-EXIT
003010     END-IF.
003020     PERFORM 1110-LOAD-TERM-REC THRU 1110-EXIT
003030         UNTIL ILP-WS-EOF OR ILP-WS-TERM-COUNT = 40.
003040     CLOSE ILP-TERM-FILE.
003050     MOVE 'N' TO ILP-WS-EOF-SW.
003060 1100-EXIT.
003070     EXIT.
003080*
003090*===============================================================
003100 1110-LOAD-TERM-REC.
003110*===============================================================
003120     READ ILP-TERM-FILE
003130         AT END
003140             MOVE 'Y' TO ILP-WS-EOF-SW
003150     END-READ.
003160     IF NOT ILP-WS-EOF
003170         ADD 1 TO ILP-WS-TERM-COUNT
003180         SET ILP-TM-IDX TO ILP-WS-TERM-COUNT
003190         MOVE ILP-TM-TERM TO ILP-TM-T-TERM (ILP-TM-IDX)
003200         IF ILP-TM-END-DATE NUMERIC
003210             MOVE ILP-TM-END-DATE
003220                 TO ILP-TM-T-END-DATE (ILP-TM-IDX)
003230         ELSE
003240             MOVE ZERO TO ILP-TM-T-END-DATE (ILP-TM-IDX)
003250         END-IF
003260     END-IF.
003270 1110-EXIT.
003280     EXIT.
003290*
003300*===============================================================
003310 1300-LOAD-PARMS.
003320*===============================================================
003330     MOVE 'N' TO ILP-WS-CTL-EOF-SW.
003340     OPEN INPUT GRA-CTL-FILE.
003350     IF ILP-WS-CTL-STATUS = '35'
003360         GO TO 1300-EXIT
003370     END-IF.
003380     READ GRA-CTL-FILE
003390         AT END
003400             MOVE 'Y' TO ILP-WS-CTL-EOF-SW
003410     END-READ.
003420     PERFORM 1310-LOAD-ONE-PARM THRU 1310-EXIT
003430         UNTIL ILP-WS-CTL-EOF.
003440     CLOSE GRA-CTL-FILE.
003450 1300-EXIT.
003460     EXIT.
003470*
003480*===============================================================
003490 1310-LOAD-ONE-PARM.
003500*===============================================================
003510     IF CTL-PARM-CODE OF ILP-CTL-REC = 'LAPSDAYS'
003520             AND CTL-PARM-VALUE OF ILP-CTL-REC > ZERO
003530         MOVE CTL-PARM-VALUE OF ILP-CTL-REC
003540             TO ILP-WS-LAPSE-DAYS
003550     END-IF.
003560     IF CTL-PARM-CODE OF ILP-CTL-REC = 'LAPSWARN'
003570             AND CTL-PARM-VALUE OF ILP-CTL-REC > ZERO
003580         MOVE CTL-PARM-VALUE OF ILP-CTL-REC
003590             TO ILP-WS-WARN-DAYS
003600     END-IF.
003610     READ GRA-CTL-FILE
003620         AT END
003630             MOVE 'Y' TO ILP-WS-CTL-EOF-SW
003640     END-READ.
003650 1310-EXIT.
003660     EXIT.
003670*
003680*===============================================================
003690 1400-CHECK-POSTING-LOCK.
003700*===============================================================
003710*    SAME TEST GRADE-ONLINE MAKES. A BUSY LOCK MEANS GRADE-CALC
003720*    IS POSTING, OR DIED MID-POST AND THE MASTER IS AWAITING
003730*    MASTER-RECOVER - EITHER WAY THIS RUN KEEPS ITS HANDS OFF.
003740     MOVE 'N' TO ILP-WS-LOCK-BUSY-SW.
003750     OPEN INPUT GRA-LOCK-FILE.
003760     IF ILP-WS-LOCK-STATUS NOT = '00'
003770         GO TO 1400-EXIT
003780     END-IF.
003790     READ GRA-LOCK-FILE
003800         AT END
003810             CONTINUE
003820         NOT AT END
003830             IF GRA-LK-BUSY
003840                 MOVE 'Y' TO ILP-WS-LOCK-BUSY-SW
003850             END-IF
003860     END-READ.
003870     CLOSE GRA-LOCK-FILE.
003880 1400-EXIT.
003890     EXIT.
003900*
003910*===============================================================
003920 1450-SET-POSTING-LOCK.
003930*===============================================================
003940*    STAMPS THE INTERLOCK BUSY WHILE THIS RUN REWRITES THE
003950*    MASTER SO GRADE-ONLINE QUEUES A CHANGE INSTEAD OF RACING
003960*    A LAPSE ON THE SAME RECORD.
003970     OPEN OUTPUT GRA-LOCK-FILE.
003980     MOVE SPACES        TO GRA-LOCK-REC.
003990     MOVE 'B'           TO GRA-LK-STATUS.
004000     MOVE RUNSTAMP-DATE TO GRA-LK-DATE.
004010     MOVE RUNSTAMP-TIME TO GRA-LK-TIME.
004020     WRITE GRA-LOCK-REC.
004030     CLOSE GRA-LOCK-FILE.
004040 1450-EXIT.
004050     EXIT.
004060*
004070*===============================================================
004080 2000-CHECK-GRADE.
004090*===============================================================
004100*    ONE GRADE MASTER ROW. ONLY AN INCOMPLETE IS OF INTEREST.
004110*    THE COMPLETION DEADLINE IS TERM END PLUS LAPSDAYS; THE
004120*    GRADE LAPSES ON THE FIRST RUN AFTER THE DEADLINE, AND IS
004130*    LISTED AS LAPSING SOON WHEN THAT IS LAPSWARN DAYS OR LESS
004140*    AWAY.
004150     IF NOT GRA-GM-INCOMPLETE
004160         GO TO 2000-READ-NEXT
004170     END-IF.
004180     ADD 1 TO ILP-WS-INC-COUNT.
004190     PERFORM 2100-FIND-TERM-END THRU 2100-EXIT.
004200     IF NOT ILP-WS-FOUND
004210*        NO TERM-END DATE ON FILE - THE INCOMPLETE CANNOT BE
004220*        AGED, SO IT STANDS ON THE REPORT UNTIL THE TERM FILE
004230*        IS BROUGHT UP TO DATE. IT NEVER LAPSES UNSEEN.
004240         MOVE ZERO TO ILP-WS-DAYS-LEFT
004250         MOVE "TERM END UNKNOWN    " TO ILD-NOTE
004260         PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT
004270         ADD 1 TO ILP-WS-NOTERM-COUNT
004280         GO TO 2000-READ-NEXT
004290     END-IF.
004300     PERFORM 2200-FIGURE-DAYS-LEFT THRU 2200-EXIT.
004310     IF ILP-WS-DAYS-LEFT > ZERO
004320         IF ILP-WS-DAYS-LEFT NOT > ILP-WS-WARN-DAYS
004330             MOVE "WILL LAPSE TO F     " TO ILD-NOTE
004340             PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT
004350             ADD 1 TO ILP-WS-WARN-COUNT
004360         END-IF
004370         GO TO 2000-READ-NEXT
004380     END-IF.
004390     MOVE ZERO TO ILP-WS-DAYS-LEFT.
004400     PERFORM 2300-LAPSE-GRADE THRU 2300-EXIT.
004410     IF ILP-WS-POSTED
004420         MOVE "LAPSED TO F         " TO ILD-NOTE
004430         ADD 1 TO ILP-WS-LAPSED-COUNT
004440     ELSE
004450         MOVE "REWRITE FAILED      " TO ILD-NOTE
004460         ADD 1 TO ILP-WS-FAILED-COUNT
004470     END-IF.
004480     PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT.
004490 2000-READ-NEXT.
004500     READ GRA-GRDMST-FILE
004510         AT END
004520             MOVE 'Y' TO ILP-WS-EOF-SW
004530     END-READ.
004540 2000-EXIT.
004550     EXIT.
004560*
004570*===============================================================
004580 2100-FIND-TERM-END.
004590*===============================================================
004600     MOVE 'N' TO ILP-WS-FOUND-SW.
004610     MOVE ZERO TO ILP-WS-TERM-END.
004620     PERFORM 2110-SCAN-TERM THRU 2110-EXIT
004630         VARYING ILP-TM-IDX FROM 1 BY 1
004640         UNTIL ILP-TM-IDX > ILP-WS-TERM-COUNT.
004650 2100-EXIT.
004660     EXIT.
004670*
004680*===============================================================
004690 2110-SCAN-TERM.
004700*===============================================================
004710     IF ILP-TM-T-TERM (ILP-TM-IDX) = GRA-GM-TERM
004720             AND ILP-TM-T-END-DATE (ILP-TM-IDX) > ZERO
004730         MOVE ILP-TM-T-END-DATE (ILP-TM-IDX)
004740             TO ILP-WS-TERM-END
004750         MOVE 'Y' TO ILP-WS-FOUND-SW
004760         SET ILP-TM-IDX TO ILP-WS-TERM-COUNT
004770     END-IF.
004780 2110-EXIT.
004790     EXIT.
004800*
004810*===============================================================
004820 2200-FIGURE-DAYS-LEFT.
004830*===============================================================
004840*    DAYS UNTIL THE LAPSE = TERM END + LAPSDAYS + 1 - RUN DATE,
004850*    ON THE SAME SERIAL-DAY ARITHMETIC GRADE-CHG-REVIEW USES.
004860*    ZERO OR LESS MEANS THE DEADLINE HAS PASSED.
004870     MOVE ILP-WS-TERM-END TO ILP-WS-SER-DATE.
004880     PERFORM 2290-DATE-TO-SERIAL THRU 2290-EXIT.
004890     COMPUTE ILP-WS-DAYS-LEFT =
004900         ILP-WS-SERIAL + ILP-WS-LAPSE-DAYS + 1
004910         - ILP-WS-RUN-SERIAL.
004920 2200-EXIT.
004930     EXIT.
004940*
004950*===============================================================
004960 2290-DATE-TO-SERIAL.
004970*===============================================================
004980*    CONVERTS ILP-WS-SER-DATE TO A SERIAL DAY NUMBER - SAME
004990*    MONTH-13/14 SHIFT AS GRADE-CHG-REVIEW'S 2290-DATE-TO-SERIAL
005000*    SO LEAP DAYS FALL IN THE RIGHT PLACE. ONLY DIFFERENCES OF
005010*    TWO SERIALS ARE EVER USED.
005020     MOVE ILP-SER-MONTH TO ILP-WS-SER-M.
005030     MOVE ILP-SER-YEAR  TO ILP-WS-SER-Y.
005040     IF ILP-WS-SER-M < 3
005050         ADD 12 TO ILP-WS-SER-M
005060         SUBTRACT 1 FROM ILP-WS-SER-Y
005070     END-IF.
005080     COMPUTE ILP-WS-SERIAL =
005090         (365 * ILP-WS-SER-Y)
005100         + (ILP-WS-SER-Y / 4)
005110         - (ILP-WS-SER-Y / 100)
005120         + (ILP-WS-SER-Y / 400)
005130         + ((153 * (ILP-WS-SER-M + 1)) / 5)
005140         + ILP-SER-DAY.
005150 2290-EXIT.
005160     EXIT.
005170*
005180*===============================================================
005190 2300-LAPSE-GRADE.
005200*===============================================================
005210*    REWRITES THE INCOMPLETE TO THE LAPSE GRADE AND APPENDS THE
005220*    SAME OLD-GRADE/NEW-GRADE AUDIT RECORD GRADE-CALC WRITES, SO
005230*    MASTER-RECOVER ROLLS A LAPSE FORWARD LIKE ANY OTHER POSTING.
005240*    THE INCLAPSE SOURCE CODE SETS IT APART FROM A KEYED CHANGE.
005250     MOVE 'N' TO ILP-WS-POSTED-SW.
005260     MOVE GRA-GM-GRADE       TO ILP-WS-OLD-GRADE.
005270     MOVE ILP-WS-LAPSE-GRADE TO GRA-GM-GRADE.
005280     MOVE ZERO               TO GRA-GM-MARK.
005290     MOVE RUNSTAMP-DATE      TO GRA-GM-RUN-DATE.
005300     REWRITE GRA-GRDMST-REC.
005310     IF ILP-WS-GRDMST-STATUS NOT = '00'
005320         DISPLAY "INC-LAPSE: REWRITE FAILED FOR " GRA-GM-KEY
005330             " STATUS " ILP-WS-GRDMST-STATUS
005340         MOVE 8 TO RETURN-CODE
005350         GO TO 2300-EXIT
005360     END-IF.
005370     MOVE 'Y' TO ILP-WS-POSTED-SW.
005380     PERFORM 2350-GET-STUDENT-NAME THRU 2350-EXIT.
005390     MOVE SPACES              TO GRA-AUDIT-REC.
005400     MOVE GRA-GM-STUDENT-ID   TO GRA-AU-STUDENT-ID.
005410     MOVE ILP-WS-OLD-GRADE    TO GRA-AU-OLD-GRADE.
005420     MOVE GRA-GM-GRADE        TO GRA-AU-NEW-GRADE.
005430     MOVE RUNSTAMP-DATE       TO GRA-AU-RUN-DATE.
005440     MOVE RUNSTAMP-TIME       TO GRA-AU-RUN-TIME.
005450     MOVE ILP-WS-STUDENT-NAME TO GRA-AU-STUDENT-NAME.
005460     MOVE GRA-GM-COURSE-ID    TO GRA-AU-COURSE-ID.
005470     MOVE GRA-GM-SECTION      TO GRA-AU-SECTION.
005480     MOVE GRA-GM-TERM         TO GRA-AU-TERM.
005490     MOVE GRA-GM-CAMPUS       TO GRA-AU-CAMPUS.
005500     MOVE GRA-GM-MARK         TO GRA-AU-MARK.
005510     MOVE "INCLAPSE"          TO GRA-AU-SOURCE.
005520     WRITE GRA-AUDIT-REC.
005530 2300-EXIT.
005540     EXIT.
005550*
005560*===============================================================
005570 2350-GET-STUDENT-NAME.
005580*===============================================================
005590*    THE AUDIT RECORD CARRIES THE NAME THE WAY GRADE-CALC'S
005600*    DOES. NO STUDENT MASTER, OR NO RECORD ON IT, LEAVES IT
005610*    BLANK.
005620     MOVE SPACES TO ILP-WS-STUDENT-NAME.
005630     IF NOT ILP-WS-STUMF-LOADED
005640         GO TO 2350-EXIT
005650     END-IF.
005660     MOVE GRA-GM-STUDENT-ID TO GRA-SM-STUDENT-ID.
005670     READ GRA-STUMF-FILE
005680         INVALID KEY
005690             CONTINUE
005700         NOT INVALID KEY
005710             MOVE GRA-SM-NAME TO ILP-WS-STUDENT-NAME
005720     END-READ.
005730 2350-EXIT.
005740     EXIT.
005750*
005760*===============================================================
005770 2400-WRITE-DETAIL.
005780*===============================================================
005790     MOVE GRA-GM-STUDENT-ID TO ILD-STUDENT-ID.
005800     MOVE GRA-GM-COURSE-ID  TO ILD-COURSE-ID.
005810     MOVE GRA-GM-SECTION    TO ILD-SECTION.
005820     MOVE GRA-GM-TERM       TO ILD-TERM.
005830     MOVE GRA-GM-CAMPUS     TO ILD-CAMPUS.
005840     MOVE ILP-WS-TERM-END   TO ILD-TERM-END.
005850     MOVE ILP-WS-DAYS-LEFT  TO ILD-DAYS-LEFT.
005860     WRITE ILP-RPT-REC FROM ILP-WS-DETAIL-LINE.
005870 2400-EXIT.
005880     EXIT.
005890*
005900*===============================================================
005910 3000-TERMINATE.
005920*===============================================================
005930     IF ILP-WS-MASTER-OPEN
005940         CLOSE GRA-GRDMST-FILE
005950         CLOSE GRA-AUDIT-FILE
005960         PERFORM 3400-CLEAR-POSTING-LOCK THRU 3400-EXIT
005970     END-IF.
005980     IF ILP-WS-STUMF-LOADED
005990         CLOSE GRA-STUMF-FILE
006000     END-IF.
006010     WRITE ILP-RPT-REC FROM ILP-WS-BLANK-LINE.
006020     MOVE "INCOMPLETES ON FILE:              " TO ILF-LABEL.
006030     MOVE ILP-WS-INC-COUNT TO ILF-COUNT.
006040     WRITE ILP-RPT-REC FROM ILP-WS-FOOT-LINE.
006050     MOVE "LAPSED TO F THIS RUN:             " TO ILF-LABEL.
006060     MOVE ILP-WS-LAPSED-COUNT TO ILF-COUNT.
006070     WRITE ILP-RPT-REC FROM ILP-WS-FOOT-LINE.
006080     MOVE "LAPSING WITHIN WARNING WINDOW:    " TO ILF-LABEL.
006090     MOVE ILP-WS-WARN-COUNT TO ILF-COUNT.
006100     WRITE ILP-RPT-REC FROM ILP-WS-FOOT-LINE.
006110     MOVE "TERM END UNKNOWN - NOT AGED:      " TO ILF-LABEL.
006120     MOVE ILP-WS-NOTERM-COUNT TO ILF-COUNT.
006130     WRITE ILP-RPT-REC FROM ILP-WS-FOOT-LINE.
006140     MOVE "REWRITES FAILED:                  " TO ILF-LABEL.
006150     MOVE ILP-WS-FAILED-COUNT TO ILF-COUNT.
006160     WRITE ILP-RPT-REC FROM ILP-WS-FOOT-LINE.
006170     CLOSE ILP-RPT-FILE.
006180     DISPLAY "INC-LAPSE: INCOMPLETES LAPSED: "
006190         ILP-WS-LAPSED-COUNT.
006200     DISPLAY "INC-LAPSE: LAPSING SOON: " ILP-WS-WARN-COUNT.
006210 3000-EXIT.
006220     EXIT.
006230*
006240*===============================================================
006250 3400-CLEAR-POSTING-LOCK.
006260*===============================================================
006270*    THE MASTER IS CLOSED - RELEASE THE INTERLOCK SO ONLINE
006280*    CHANGES APPLY DIRECTLY AGAIN.
006290     OPEN OUTPUT GRA-LOCK-FILE.
006300     MOVE SPACES        TO GRA-LOCK-REC.
006310     MOVE 'F'           TO GRA-LK-STATUS.
006320     MOVE RUNSTAMP-DATE TO GRA-LK-DATE.
006330     MOVE RUNSTAMP-TIME TO GRA-LK-TIME.
006340     WRITE GRA-LOCK-REC.
006350     CLOSE GRA-LOCK-FILE.
006360 3400-EXIT.
006370     EXIT.
