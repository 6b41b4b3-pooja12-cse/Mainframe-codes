000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ROSTER-RECON.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   REGISTRAR DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. RECONCILES THE KEYED MARKS
000130*                    (GRA-MARKS-FILE) AGAINST THE GRADE SHEETS AS
000140*                    SECT-ROSTER PRINTED THEM (ROSTEXT.CPY) BEFORE
000150*                    GRADE-CALC POSTS ANYTHING. THE MARKS ARE
000160*                    SORTED INTO COURSE, SECTION, TERM AND STUDENT
000170*                    ORDER AND MATCHED TO THE ROSTER. FOR EVERY
000180*                    SECTION IN THE BATCH IT LISTS ROSTER STUDENTS
000190*                    WITH NO MARK, MARKS FOR STUDENTS NOT ON THE
000200*                    ROSTER, DUPLICATE MARKS, AND A KEYED COUNT
000210*                    THAT DOES NOT MATCH THE SHEET'S CONTROL
000220*                    COUNT.
000230*                    REPORT ONLY UNLESS THE GRA-CTL-FILE RECNSTOP
000240*                    PARM IS SET, WHEN EXCEPTIONS END THE STEP
000250*                    WITH RETURN CODE 8 AND HOLD THE STREAM.
000260*---------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT GRA-ROSX-FILE     ASSIGN TO ROSTEXT
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS RRC-WS-ROSX-STATUS.
000360     SELECT GRA-MARKS-FILE    ASSIGN TO GRAMARKS
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS RRC-WS-MARKS-STATUS.
000390     SELECT GRA-CTL-FILE      ASSIGN TO GRACTL
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS RRC-WS-CTL-STATUS.
000420     SELECT RRC-SORT-FILE     ASSIGN TO RRCSWK.
000430     SELECT RRC-RPT-FILE      ASSIGN TO RRCRPT
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000480*    ROSTER EXTRACT WRITTEN BY SECT-ROSTER - SEE ROSTEXT.CPY.
000490 FD  GRA-ROSX-FILE
000500     RECORD CONTAINS 60 CHARACTERS.
000510     COPY ROSTEXT REPLACING ==ROSTEXT-RECORD==
000520         BY ==RRC-ROSX-REC==.
000530*
000540*    SAME KEYED MARKS FILE GRADE-CALC READS - SEE ITS FD.
000550 FD  GRA-MARKS-FILE
000560     RECORD CONTAINS 35 CHARACTERS.
000570 01  GRA-MARKS-REC.
000580     05  GRA-IN-STUDENT-ID       PIC X(09).
000590     05  GRA-IN-MARK-X           PIC X(03).
000600     05  GRA-IN-COURSE-ID        PIC X(06).
000610     05  GRA-IN-SECTION          PIC X(02).
000620     05  GRA-IN-TERM             PIC X(06).
000630     05  GRA-IN-CAMPUS           PIC X(03).
000640     05  GRA-IN-INSTR-ID         PIC X(04).
000650     05  FILLER                  PIC X(02).
000660 01  GRA-MARKS-HDR-REC.
000670     05  GMH-REC-ID              PIC X(03).
000680         88  GMH-HEADER          VALUE '*H*'.
000690     05  FILLER                  PIC X(32).
000700 01  GRA-MARKS-TRL-REC.
000710     05  GMT-REC-ID              PIC X(03).
000720         88  GMT-TRAILER         VALUE '*T*'.
000730     05  FILLER                  PIC X(32).
000740*
000750 FD  GRA-CTL-FILE
000760     RECORD CONTAINS 20 CHARACTERS.
000770     COPY CTLPARM REPLACING ==CTLPARM-RECORD==
000780         BY ==RRC-CTL-REC==.
000790*
000800 SD  RRC-SORT-FILE.
000810 01  RRC-SORT-REC.
000820     05  RSR-KEY.
000830         10  RSR-COURSE-ID       PIC X(06).
000840         10  RSR-SECTION         PIC X(02).
000850         10  RSR-TERM            PIC X(06).
000860         10  RSR-STUDENT-ID      PIC X(09).
000870     05  RSR-MARK-X              PIC X(03).
000880     05  RSR-INSTR-ID            PIC X(04).
000890*
000900 FD  RRC-RPT-FILE
000910     RECORD CONTAINS 80 CHARACTERS.
000920 01  RRC-RPT-REC                 PIC X(80).
000930*
000940 WORKING-STORAGE SECTION.
000950 77  RRC-WS-ROSX-STATUS          PIC X(02) VALUE '00'.
000960 77  RRC-WS-MARKS-STATUS         PIC X(02) VALUE '00'.
000970 77  RRC-WS-CTL-STATUS           PIC X(02) VALUE '00'.
000980 77  RRC-WS-CTL-EOF-SW           PIC X(01) VALUE 'N'.
000990     88  RRC-WS-CTL-EOF          VALUE 'Y'.
001000 77  RRC-WS-ROSX-EOF-SW          PIC X(01) VALUE 'N'.
001010     88  RRC-WS-ROSX-EOF         VALUE 'Y'.
001020 77  RRC-WS-MARKS-EOF-SW         PIC X(01) VALUE 'N'.
001030     88  RRC-WS-MARKS-EOF        VALUE 'Y'.
001040 77  RRC-WS-RUN-SW               PIC X(01) VALUE 'Y'.
001050     88  RRC-WS-RUN-OK           VALUE 'Y'.
001060 77  RRC-WS-ROSX-OPEN-SW         PIC X(01) VALUE 'N'.
001070     88  RRC-WS-ROSX-OPEN        VALUE 'Y'.
001080 77  RRC-WS-TRAILER-SW           PIC X(01) VALUE 'N'.
001090     88  RRC-WS-TRAILER-SEEN     VALUE 'Y'.
001100 77  RRC-WS-SECT-OPEN-SW         PIC X(01) VALUE 'N'.
001110     88  RRC-WS-SECT-OPEN        VALUE 'Y'.
001120 77  RRC-WS-SECT-HEAD-SW         PIC X(01) VALUE 'N'.
001130     88  RRC-WS-SECT-HEAD-DONE   VALUE 'Y'.
001140 77  RRC-WS-STOP-SW              PIC X(01) VALUE 'N'.
001150     88  RRC-WS-STOP-ON-EXCEPT   VALUE 'Y'.
001160*
001170*    ROSTER HEADER - THE TERM THE SHEETS WERE PRINTED FOR.
001180 01  RRC-WS-ROSTER-TERM          PIC X(06) VALUE SPACES.
001190 01  RRC-WS-ROSTER-DATE          PIC 9(08) VALUE ZERO.
001200*
001210*    MATCH KEYS - COURSE, SECTION, TERM AND STUDENT ON BOTH
001220*    SIDES. AN EXHAUSTED SIDE HOLDS HIGH-VALUES.
001230 01  RRC-WS-ROSTER-KEY.
001240     05  RRC-WS-RK-SECT          PIC X(14).
001250     05  RRC-WS-RK-STUDENT       PIC X(09).
001260 01  RRC-WS-ROSTER-NAME          PIC X(20).
001270 01  RRC-WS-MARK-KEY.
001280     05  RRC-WS-MK-SECT          PIC X(14).
001290     05  RRC-WS-MK-STUDENT       PIC X(09).
001300 01  RRC-WS-MARK-VALUE           PIC X(03).
001310 01  RRC-WS-LAST-MARK-KEY        PIC X(23) VALUE SPACES.
001320 01  RRC-WS-LOW-SECT             PIC X(14).
001330 01  RRC-WS-SECT-KEY.
001340     05  RRC-WS-SK-COURSE        PIC X(06).
001350     05  RRC-WS-SK-SECTION       PIC X(02).
001360     05  RRC-WS-SK-TERM          PIC X(06).
001370*
001380*    PER-SECTION COUNTS, AND THE ROSTER STUDENTS WITH NO MARK -
001390*    HELD UNTIL THE SECTION ENDS SO A SECTION NOT IN THIS BATCH
001400*    AT ALL IS ONLY COUNTED, NOT LISTED STUDENT BY STUDENT.
001410 77  RRC-WS-SECT-ROSTER          PIC 9(05) COMP VALUE ZERO.
001420 77  RRC-WS-SECT-KEYED           PIC 9(05) COMP VALUE ZERO.
001430 77  RRC-WS-NM-COUNT             PIC 9(03) COMP VALUE ZERO.
001440 77  RRC-WS-NM-MAX               PIC 9(03) COMP VALUE 300.
001450 77  RRC-WS-NM-OVER              PIC 9(05) COMP VALUE ZERO.
001460 01  RRC-WS-NO-MARK-TABLE.
001470     05  RRC-NM-ENTRY OCCURS 300 TIMES
001480                      INDEXED BY RRC-NM-IDX.
001490         10  RRC-NM-STUDENT-ID   PIC X(09).
001500         10  RRC-NM-NAME         PIC X(20).
001510*
001520*    RUN COUNTS.
001530 77  RRC-WS-MARKS-READ           PIC 9(07) COMP VALUE ZERO.
001540 77  RRC-WS-CONTROL-RECS         PIC 9(05) COMP VALUE ZERO.
001550 77  RRC-WS-ROSX-READ            PIC 9(07) COMP VALUE ZERO.
001560 77  RRC-WS-MATCHED              PIC 9(07) COMP VALUE ZERO.
001570 77  RRC-WS-NO-MARK              PIC 9(07) COMP VALUE ZERO.
001580 77  RRC-WS-NOT-ROSTERED         PIC 9(07) COMP VALUE ZERO.
001590 77  RRC-WS-DUP-MARKS            PIC 9(07) COMP VALUE ZERO.
001600 77  RRC-WS-SECTS-KEYED          PIC 9(05) COMP VALUE ZERO.
001610 77  RRC-WS-SECTS-CLEAN          PIC 9(05) COMP VALUE ZERO.
001620 77  RRC-WS-SECTS-MISMATCH       PIC 9(05) COMP VALUE ZERO.
001630 77  RRC-WS-SECTS-NOT-KEYED      PIC 9(05) COMP VALUE ZERO.
001640 77  RRC-WS-EXCEPTIONS           PIC 9(07) COMP VALUE ZERO.
001650*
001660     COPY RUNSTAMP.
001670*
001680 01  RRC-WS-TITLE-LINE.
001690     05  FILLER                  PIC X(50) VALUE
001700         "KEYED MARKS RECONCILED TO SECTION GRADE ROSTERS".
001710     05  FILLER                  PIC X(30) VALUE SPACES.
001720*
001730 01  RRC-WS-ROSTER-LINE.
001740     05  FILLER                  PIC X(16) VALUE
001750         "ROSTERED TERM:  ".
001760     05  RRL-TERM                PIC X(06).
001770     05  FILLER                  PIC X(16) VALUE
001780         "   PRINTED ON:  ".
001790     05  RRL-DATE                PIC 9999/99/99.
001800     05  FILLER                  PIC X(32) VALUE SPACES.
001810*
001820 01  RRC-WS-SECT-LINE.
001830     05  FILLER                  PIC X(08) VALUE "COURSE: ".
001840     05  RSL-COURSE              PIC X(06).
001850     05  FILLER                  PIC X(11) VALUE "  SECTION: ".
001860     05  RSL-SECTION             PIC X(02).
001870     05  FILLER                  PIC X(08) VALUE "  TERM: ".
001880     05  RSL-TERM                PIC X(06).
001890     05  FILLER                  PIC X(39) VALUE SPACES.
001900*
001910 01  RRC-WS-HEAD-LINE.
001920     05  FILLER                  PIC X(40) VALUE
001930         "  STUDENT   NAME                  MARK  ".
001940     05  FILLER                  PIC X(40) VALUE
001950         " EXCEPTION                              ".
001960*
001970 01  RRC-WS-DETAIL-LINE.
001980     05  FILLER                  PIC X(02) VALUE SPACES.
001990     05  RDL-STUDENT-ID          PIC X(09).
002000     05  FILLER                  PIC X(01) VALUE SPACES.
002010     05  RDL-NAME                PIC X(20).
002020     05  FILLER                  PIC X(02) VALUE SPACES.
002030     05  RDL-MARK                PIC X(03).
002040     05  FILLER                  PIC X(03) VALUE SPACES.
002050     05  RDL-TEXT                PIC X(30).
002060     05  FILLER                  PIC X(10) VALUE SPACES.
002070*
002080 01  RRC-WS-COUNT-LINE.
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  RCL-TEXT                PIC X(30).
002110     05  FILLER                  PIC X(08) VALUE "ROSTER: ".
002120     05  RCL-ROSTER              PIC ZZZZ9.
002130     05  FILLER                  PIC X(09) VALUE "  KEYED: ".
002140     05  RCL-KEYED               PIC ZZZZ9.
002150     05  FILLER                  PIC X(21) VALUE SPACES.
002160*
002170 01  RRC-WS-NOTE-LINE.
002180     05  RNL-TEXT                PIC X(74).
002190     05  FILLER                  PIC X(06) VALUE SPACES.
002200*
002210 01  RRC-WS-FOOT-LINE.
002220     05  RFL-LABEL               PIC X(34).
002230     05  RFL-COUNT               PIC Z(6)9.
002240     05  FILLER                  PIC X(39) VALUE SPACES.
002250*
002260 01  RRC-WS-BLANK-LINE           PIC X(80) VALUE SPACES.
002270*
002280 PROCEDURE DIVISION.
002290*===============================================================
002300 0000-MAINLINE.
002310*===============================================================
002320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002330     IF RRC-WS-RUN-OK
002340         SORT RRC-SORT-FILE
002350             ON ASCENDING KEY RSR-COURSE-ID RSR-SECTION RSR-TERM
002360                 RSR-STUDENT-ID
002370             INPUT PROCEDURE IS 2000-RELEASE-MARKS
002380                 THRU 2000-EXIT
002390             OUTPUT PROCEDURE IS 3000-RECONCILE
002400                 THRU 3000-EXIT
002410     END-IF.
002420     PERFORM 4000-TERMINATE THRU 4000-EXIT.
002430     STOP RUN.
002440*
002450*===============================================================
002460 1000-INITIALIZE.
002470*===============================================================
002480*    NO ROSTER EXTRACT MEANS NO SHEETS WENT OUT FOR THIS SITE -
002490*    NOTHING TO RECONCILE, AND GRADE-CALC STILL RUNS. AN EXTRACT
002500*    THAT DOES NOT START WITH ITS HEADER IS DAMAGED.
002510     OPEN OUTPUT RRC-RPT-FILE.
002520     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
002530     ACCEPT RUNSTAMP-TIME FROM TIME.
002540     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
002550     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
002560     WRITE RRC-RPT-REC FROM RUNSTAMP-HEADER-LINE.
002570     WRITE RRC-RPT-REC FROM RRC-WS-TITLE-LINE.
002580     PERFORM 1100-LOAD-PARMS THRU 1100-EXIT.
002590     OPEN INPUT GRA-ROSX-FILE.
002600     IF RRC-WS-ROSX-STATUS NOT = '00'
002610         MOVE "NO ROSTER EXTRACT ON FILE - MARKS NOT RECONCILED"
002620             TO RNL-TEXT
002630         WRITE RRC-RPT-REC FROM RRC-WS-NOTE-LINE
002640         DISPLAY "ROSTER-RECON: NO ROSTER EXTRACT - STATUS "
002650             RRC-WS-ROSX-STATUS " - NOTHING RECONCILED"
002660         MOVE 'N' TO RRC-WS-RUN-SW
002670         GO TO 1000-EXIT
002680     END-IF.
002690     MOVE 'Y' TO RRC-WS-ROSX-OPEN-SW.
002700     READ GRA-ROSX-FILE
002710         AT END
002720             MOVE 'Y' TO RRC-WS-ROSX-EOF-SW
002730     END-READ.
002740     IF RRC-WS-ROSX-EOF OR NOT RSX-HEADER
002750         MOVE "ROSTER EXTRACT HAS NO HEADER - NOT RECONCILED"
002760             TO RNL-TEXT
002770         WRITE RRC-RPT-REC FROM RRC-WS-NOTE-LINE
002780         DISPLAY "ROSTER-RECON: ROSTER EXTRACT HAS NO HEADER"
002790         MOVE 8 TO RETURN-CODE
002800         MOVE 'N' TO RRC-WS-RUN-SW
002810         GO TO 1000-EXIT
002820     END-IF.
002830     MOVE RSX-H-TERM     TO RRC-WS-ROSTER-TERM.
002840     MOVE RSX-H-RUN-DATE TO RRC-WS-ROSTER-DATE.
002850     MOVE RRC-WS-ROSTER-TERM TO RRL-TERM.
002860     MOVE RRC-WS-ROSTER-DATE TO RRL-DATE.
002870     WRITE RRC-RPT-REC FROM RRC-WS-ROSTER-LINE.
002880     PERFORM 1200-READ-ROSTER THRU 1200-EXIT.
002890 1000-EXIT.
002900     EXIT.
002910*
002920*===============================================================
002930 1100-LOAD-PARMS.
002940*===============================================================
002950*    RECNSTOP - ANY VALUE ABOVE ZERO MAKES RECONCILIATION
002960*    EXCEPTIONS FAIL THE STEP. ABSENT, THE REPORT IS ADVISORY.
002970     MOVE 'N' TO RRC-WS-CTL-EOF-SW.
002980     OPEN INPUT GRA-CTL-FILE.
002990     IF RRC-WS-CTL-STATUS = '35'
003000         GO TO 1100-EXIT
003010     END-IF.
003020     READ GRA-CTL-FILE
003030         AT END
003040             MOVE 'Y' TO RRC-WS-CTL-EOF-SW
003050     END-READ.
003060     PERFORM 1110-CHECK-CTL-REC THRU 1110-EXIT
003070         UNTIL RRC-WS-CTL-EOF.
003080     CLOSE GRA-CTL-FILE.
003090 1100-EXIT.
003100     EXIT.
003110*
003120*===============================================================
003130 1110-CHECK-CTL-REC.
003140*===============================================================
003150     IF CTL-PARM-CODE OF RRC-CTL-REC = 'RECNSTOP'
003160             AND CTL-PARM-VALUE OF RRC-CTL-REC > ZERO
003170         MOVE 'Y' TO RRC-WS-STOP-SW
003180     END-IF.
003190     READ GRA-CTL-FILE
003200         AT END
003210             MOVE 'Y' TO RRC-WS-CTL-EOF-SW
003220     END-READ.
003230 1110-EXIT.
003240     EXIT.
003250*
003260*===============================================================
003270 1200-READ-ROSTER.
003280*===============================================================
003290*    NEXT ROSTER STUDENT. THE TRAILER ENDS THE ROSTER AND MUST
003300*    AGREE WITH THE DETAILS READ.
003310 1200-READ.
003320     READ GRA-ROSX-FILE
003330         AT END
003340             MOVE 'Y' TO RRC-WS-ROSX-EOF-SW
003350     END-READ.
003360     IF RRC-WS-ROSX-EOF
003370         MOVE HIGH-VALUES TO RRC-WS-ROSTER-KEY
003380         GO TO 1200-EXIT
003390     END-IF.
003400     IF RSX-TRAILER
003410         MOVE 'Y' TO RRC-WS-TRAILER-SW
003420         MOVE 'Y' TO RRC-WS-ROSX-EOF-SW
003430         MOVE HIGH-VALUES TO RRC-WS-ROSTER-KEY
003440         IF RSX-T-COUNT NOT = RRC-WS-ROSX-READ
003450             MOVE "ROSTER EXTRACT OUT OF BALANCE WITH ITS TRAILER"
003460                 TO RNL-TEXT
003470             WRITE RRC-RPT-REC FROM RRC-WS-NOTE-LINE
003480             DISPLAY "ROSTER-RECON: ROSTER EXTRACT TRAILER COUNT "
003490                 RSX-T-COUNT " DETAILS READ " RRC-WS-ROSX-READ
003500             MOVE 8 TO RETURN-CODE
003510         END-IF
003520         GO TO 1200-EXIT
003530     END-IF.
003540     IF NOT RSX-DETAIL
003550         GO TO 1200-READ
003560     END-IF.
003570     ADD 1 TO RRC-WS-ROSX-READ.
003580     MOVE RSX-KEY  TO RRC-WS-ROSTER-KEY.
003590     MOVE RSX-NAME TO RRC-WS-ROSTER-NAME.
003600 1200-EXIT.
003610     EXIT.
003620*
003630*===============================================================
003640 2000-RELEASE-MARKS.
003650*===============================================================
003660*    EVERY DETAIL MARK GOES TO THE SORT; THE FEEDER'S HEADER AND
003670*    TRAILER ARE SKIPPED - GRADE-CALC BALANCES THOSE ITSELF.
003680     MOVE 'N' TO RRC-WS-MARKS-EOF-SW.
003690     OPEN INPUT GRA-MARKS-FILE.
003700     IF RRC-WS-MARKS-STATUS NOT = '00'
003710         MOVE "NO KEYED MARKS ON FILE - ROSTER NOT RECONCILED"
003720             TO RNL-TEXT
003730         WRITE RRC-RPT-REC FROM RRC-WS-NOTE-LINE
003740         DISPLAY "ROSTER-RECON: MARKS FILE NOT AVAILABLE - "
003750             "STATUS " RRC-WS-MARKS-STATUS
003760         GO TO 2000-EXIT
003770     END-IF.
003780     READ GRA-MARKS-FILE
003790         AT END
003800             MOVE 'Y' TO RRC-WS-MARKS-EOF-SW
003810     END-READ.
003820     PERFORM 2100-RELEASE-ONE-MARK THRU 2100-EXIT
003830         UNTIL RRC-WS-MARKS-EOF.
003840     CLOSE GRA-MARKS-FILE.
003850 2000-EXIT.
003860     EXIT.
003870*
003880*===============================================================
003890 2100-RELEASE-ONE-MARK.
003900*===============================================================
003910     IF GMH-HEADER OR GMT-TRAILER
003920         ADD 1 TO RRC-WS-CONTROL-RECS
003930         GO TO 2100-READ
003940     END-IF.
003950     ADD 1 TO RRC-WS-MARKS-READ.
003960     MOVE GRA-IN-COURSE-ID  TO RSR-COURSE-ID.
003970     MOVE GRA-IN-SECTION    TO RSR-SECTION.
003980     MOVE GRA-IN-TERM       TO RSR-TERM.
003990     MOVE GRA-IN-STUDENT-ID TO RSR-STUDENT-ID.
004000     MOVE GRA-IN-MARK-X     TO RSR-MARK-X.
004010     MOVE GRA-IN-INSTR-ID   TO RSR-INSTR-ID.
004020     RELEASE RRC-SORT-REC.
004030 2100-READ.
004040     READ GRA-MARKS-FILE
004050         AT END
004060             MOVE 'Y' TO RRC-WS-MARKS-EOF-SW
004070     END-READ.
004080 2100-EXIT.
004090     EXIT.
004100*
004110*===============================================================
004120 3000-RECONCILE.
004130*===============================================================
004140*    MATCH-MERGE OF THE SORTED MARKS AGAINST THE ROSTER, LOWER
004150*    KEY FIRST. A CHANGE OF COURSE, SECTION OR TERM ON THE LOWER
004160*    KEY CLOSES THE SECTION BEFORE IT.
004170     MOVE 'N' TO RRC-WS-MARKS-EOF-SW.
004180     PERFORM 3900-RETURN-MARK THRU 3900-EXIT.
004190     PERFORM 3100-MATCH-ONE THRU 3100-EXIT
004200         UNTIL RRC-WS-ROSX-EOF AND RRC-WS-MARKS-EOF.
004210     IF RRC-WS-SECT-OPEN
004220         PERFORM 3500-CLOSE-SECTION THRU 3500-EXIT
004230     END-IF.
004240 3000-EXIT.
004250     EXIT.
004260*
004270*===============================================================
004280 3100-MATCH-ONE.
004290*===============================================================
004300     IF RRC-WS-ROSTER-KEY < RRC-WS-MARK-KEY
004310         MOVE RRC-WS-RK-SECT TO RRC-WS-LOW-SECT
004320     ELSE
004330         MOVE RRC-WS-MK-SECT TO RRC-WS-LOW-SECT
004340     END-IF.
004350     IF RRC-WS-LOW-SECT NOT = RRC-WS-SECT-KEY
004360             OR NOT RRC-WS-SECT-OPEN
004370         IF RRC-WS-SECT-OPEN
004380             PERFORM 3500-CLOSE-SECTION THRU 3500-EXIT
004390         END-IF
004400         PERFORM 3400-OPEN-SECTION THRU 3400-EXIT
004410     END-IF.
004420     EVALUATE TRUE
004430         WHEN RRC-WS-ROSTER-KEY < RRC-WS-MARK-KEY
004440             PERFORM 3200-ROSTER-ONLY THRU 3200-EXIT
004450         WHEN RRC-WS-MARK-KEY < RRC-WS-ROSTER-KEY
004460             PERFORM 3300-MARK-ONLY THRU 3300-EXIT
004470         WHEN OTHER
004480             ADD 1 TO RRC-WS-SECT-ROSTER RRC-WS-SECT-KEYED
004490             ADD 1 TO RRC-WS-MATCHED
004500             MOVE RRC-WS-MARK-KEY TO RRC-WS-LAST-MARK-KEY
004510             PERFORM 1200-READ-ROSTER THRU 1200-EXIT
004520             PERFORM 3900-RETURN-MARK THRU 3900-EXIT
004530     END-EVALUATE.
004540 3100-EXIT.
004550     EXIT.
004560*
004570*===============================================================
004580 3200-ROSTER-ONLY.
004590*===============================================================
004600*    A ROSTER STUDENT WITH NO MARK - HELD FOR THE SECTION'S END.
004610     ADD 1 TO RRC-WS-SECT-ROSTER.
004620     IF RRC-WS-NM-COUNT < RRC-WS-NM-MAX
004630         ADD 1 TO RRC-WS-NM-COUNT
004640         SET RRC-NM-IDX TO RRC-WS-NM-COUNT
004650         MOVE RRC-WS-RK-STUDENT  TO RRC-NM-STUDENT-ID (RRC-NM-IDX)
004660         MOVE RRC-WS-ROSTER-NAME TO RRC-NM-NAME (RRC-NM-IDX)
004670     ELSE
004680         ADD 1 TO RRC-WS-NM-OVER
004690     END-IF.
004700     PERFORM 1200-READ-ROSTER THRU 1200-EXIT.
004710 3200-EXIT.
004720     EXIT.
004730*
004740*===============================================================
004750 3300-MARK-ONLY.
004760*===============================================================
004770*    A MARK WITH NO ROSTER STUDENT - EITHER A SECOND MARK FOR A
004780*    STUDENT ALREADY MATCHED OR KEYED, OR A STUDENT WHO WAS
004790*    NEVER ON THE SHEET.
004800     ADD 1 TO RRC-WS-SECT-KEYED.
004810     ADD 1 TO RRC-WS-EXCEPTIONS.
004820     PERFORM 3600-SECTION-HEADING THRU 3600-EXIT.
004830     MOVE RRC-WS-MK-STUDENT TO RDL-STUDENT-ID.
004840     MOVE SPACES            TO RDL-NAME.
004850     MOVE RRC-WS-MARK-VALUE TO RDL-MARK.
004860     IF RRC-WS-MARK-KEY = RRC-WS-LAST-MARK-KEY
004870         ADD 1 TO RRC-WS-DUP-MARKS
004880         MOVE "DUPLICATE MARK KEYED" TO RDL-TEXT
004890     ELSE
004900         ADD 1 TO RRC-WS-NOT-ROSTERED
004910         MOVE "MARK FOR STUDENT NOT ON ROSTER" TO RDL-TEXT
004920     END-IF.
004930     WRITE RRC-RPT-REC FROM RRC-WS-DETAIL-LINE.
004940     MOVE RRC-WS-MARK-KEY TO RRC-WS-LAST-MARK-KEY.
004950     PERFORM 3900-RETURN-MARK THRU 3900-EXIT.
004960 3300-EXIT.
004970     EXIT.
004980*
004990*===============================================================
005000 3400-OPEN-SECTION.
005010*===============================================================
005020     MOVE RRC-WS-LOW-SECT TO RRC-WS-SECT-KEY.
005030     MOVE 'Y' TO RRC-WS-SECT-OPEN-SW.
005040     MOVE 'N' TO RRC-WS-SECT-HEAD-SW.
005050     MOVE ZERO TO RRC-WS-SECT-ROSTER RRC-WS-SECT-KEYED
005060         RRC-WS-NM-COUNT RRC-WS-NM-OVER.
005070 3400-EXIT.
005080     EXIT.
005090*
005100*===============================================================
005110 3500-CLOSE-SECTION.
005120*===============================================================
005130*    A ROSTERED SECTION WITH NOTHING KEYED IS NOT IN THIS BATCH
005140*    - ONLY COUNTED; GRADE-CALC'S MISSING-SECTIONS REPORT CHASES
005150*    IT ONCE THE DEADLINE PASSES. OTHERWISE THE HELD NO-MARK
005160*    STUDENTS PRINT AND THE KEYED COUNT IS BALANCED TO THE
005170*    SHEET'S CONTROL COUNT.
005180     MOVE 'N' TO RRC-WS-SECT-OPEN-SW.
005190     IF RRC-WS-SECT-KEYED = ZERO
005200         ADD 1 TO RRC-WS-SECTS-NOT-KEYED
005210         GO TO 3500-EXIT
005220     END-IF.
005230     ADD 1 TO RRC-WS-SECTS-KEYED.
005240     IF RRC-WS-NM-COUNT > ZERO
005250         PERFORM 3600-SECTION-HEADING THRU 3600-EXIT
005260         PERFORM 3510-WRITE-NO-MARK THRU 3510-EXIT
005270             VARYING RRC-NM-IDX FROM 1 BY 1
005280             UNTIL RRC-NM-IDX > RRC-WS-NM-COUNT
005290     END-IF.
005300     IF RRC-WS-NM-OVER > ZERO
005310         ADD RRC-WS-NM-OVER TO RRC-WS-NO-MARK RRC-WS-EXCEPTIONS
005320         MOVE "  MORE ROSTER STUDENTS WITH NO MARK NOT LISTED"
005330             TO RNL-TEXT
005340         WRITE RRC-RPT-REC FROM RRC-WS-NOTE-LINE
005350     END-IF.
005360     IF RRC-WS-SECT-ROSTER = RRC-WS-SECT-KEYED
005370         IF NOT RRC-WS-SECT-HEAD-DONE
005380             ADD 1 TO RRC-WS-SECTS-CLEAN
005390         END-IF
005400         GO TO 3500-EXIT
005410     END-IF.
005420     ADD 1 TO RRC-WS-SECTS-MISMATCH.
005430     ADD 1 TO RRC-WS-EXCEPTIONS.
005440     PERFORM 3600-SECTION-HEADING THRU 3600-EXIT.
005450     IF RRC-WS-SECT-ROSTER = ZERO
005460         MOVE "SECTION NOT ON ROSTER" TO RCL-TEXT
005470     ELSE
005480         MOVE "COUNT DOES NOT MATCH SHEET" TO RCL-TEXT
005490     END-IF.
005500     MOVE RRC-WS-SECT-ROSTER TO RCL-ROSTER.
005510     MOVE RRC-WS-SECT-KEYED  TO RCL-KEYED.
005520     WRITE RRC-RPT-REC FROM RRC-WS-COUNT-LINE.
005530 3500-EXIT.
005540     EXIT.
005550*
005560*===============================================================
005570 3510-WRITE-NO-MARK.
005580*===============================================================
005590     ADD 1 TO RRC-WS-NO-MARK.
005600     ADD 1 TO RRC-WS-EXCEPTIONS.
005610     MOVE RRC-NM-STUDENT-ID (RRC-NM-IDX) TO RDL-STUDENT-ID.
005620     MOVE RRC-NM-NAME (RRC-NM-IDX)       TO RDL-NAME.
005630     MOVE SPACES                         TO RDL-MARK.
005640     MOVE "ON ROSTER - NO MARK KEYED"    TO RDL-TEXT.
005650     WRITE RRC-RPT-REC FROM RRC-WS-DETAIL-LINE.
005660 3510-EXIT.
005670     EXIT.
005680*
005690*===============================================================
005700 3600-SECTION-HEADING.
005710*===============================================================
005720*    PRINTS THE SECTION HEADING ONCE, BEFORE ITS FIRST EXCEPTION.
005730     IF RRC-WS-SECT-HEAD-DONE
005740         GO TO 3600-EXIT
005750     END-IF.
005760     MOVE 'Y' TO RRC-WS-SECT-HEAD-SW.
005770     MOVE RRC-WS-SK-COURSE  TO RSL-COURSE.
005780     MOVE RRC-WS-SK-SECTION TO RSL-SECTION.
005790     MOVE RRC-WS-SK-TERM    TO RSL-TERM.
005800     WRITE RRC-RPT-REC FROM RRC-WS-BLANK-LINE.
005810     WRITE RRC-RPT-REC FROM RRC-WS-SECT-LINE.
005820     WRITE RRC-RPT-REC FROM RRC-WS-HEAD-LINE.
005830 3600-EXIT.
005840     EXIT.
005850*
005860*===============================================================
005870 3900-RETURN-MARK.
005880*===============================================================
005890     RETURN RRC-SORT-FILE
005900         AT END
005910             MOVE 'Y' TO RRC-WS-MARKS-EOF-SW
005920     END-RETURN.
005930     IF RRC-WS-MARKS-EOF
005940         MOVE HIGH-VALUES TO RRC-WS-MARK-KEY
005950     ELSE
005960         MOVE RSR-KEY    TO RRC-WS-MARK-KEY
005970         MOVE RSR-MARK-X TO RRC-WS-MARK-VALUE
005980     END-IF.
005990 3900-EXIT.
006000     EXIT.
006010*
006020*===============================================================
006030 4000-TERMINATE.
006040*===============================================================
006050     IF RRC-WS-ROSX-OPEN
006060         CLOSE GRA-ROSX-FILE
006070     END-IF.
006080     IF RRC-WS-RUN-OK AND NOT RRC-WS-TRAILER-SEEN
006090         MOVE "ROSTER EXTRACT HAS NO TRAILER - MAY BE INCOMPLETE"
006100             TO RNL-TEXT
006110         WRITE RRC-RPT-REC FROM RRC-WS-NOTE-LINE
006120         DISPLAY "ROSTER-RECON: ROSTER EXTRACT HAS NO TRAILER"
006130         MOVE 8 TO RETURN-CODE
006140     END-IF.
006150     IF RRC-WS-EXCEPTIONS > ZERO AND RRC-WS-STOP-ON-EXCEPT
006160         DISPLAY "ROSTER-RECON: RECNSTOP SET - EXCEPTIONS HOLD "
006170             "THE STREAM"
006180         MOVE 8 TO RETURN-CODE
006190     END-IF.
006200     WRITE RRC-RPT-REC FROM RRC-WS-BLANK-LINE.
006210     MOVE "MARKS READ:                       " TO RFL-LABEL.
006220     MOVE RRC-WS-MARKS-READ TO RFL-COUNT.
006230     WRITE RRC-RPT-REC FROM RRC-WS-FOOT-LINE.
006240     MOVE "  HEADER/TRAILER RECORDS SKIPPED: " TO RFL-LABEL.
006250     MOVE RRC-WS-CONTROL-RECS TO RFL-COUNT.
006260     WRITE RRC-RPT-REC FROM RRC-WS-FOOT-LINE.
006270     MOVE "ROSTER STUDENTS READ:             " TO RFL-LABEL.
006280     MOVE RRC-WS-ROSX-READ TO RFL-COUNT.
006290     WRITE RRC-RPT-REC FROM RRC-WS-FOOT-LINE.
006300     MOVE "MARKS MATCHED TO ROSTER:          " TO RFL-LABEL.
006310     MOVE RRC-WS-MATCHED TO RFL-COUNT.
006320     WRITE RRC-RPT-REC FROM RRC-WS-FOOT-LINE.
006330     MOVE "ON ROSTER - NO MARK KEYED:        " TO RFL-LABEL.
006340     MOVE RRC-WS-NO-MARK TO RFL-COUNT.
006350     WRITE RRC-RPT-REC FROM RRC-WS-FOOT-LINE.
006360     MOVE "MARKS FOR STUDENTS NOT ON ROSTER: " TO RFL-LABEL.
006370     MOVE RRC-WS-NOT-ROSTERED TO RFL-COUNT.
006380     WRITE RRC-RPT-REC FROM RRC-WS-FOOT-LINE.
006390     MOVE "DUPLICATE MARKS:                  " TO RFL-LABEL.
006400     MOVE RRC-WS-DUP-MARKS TO RFL-COUNT.
006410     WRITE RRC-RPT-REC FROM RRC-WS-FOOT-LINE.
006420     MOVE "SECTIONS KEYED IN THIS BATCH:     " TO RFL-LABEL.
006430     MOVE RRC-WS-SECTS-KEYED TO RFL-COUNT.
006440     WRITE RRC-RPT-REC FROM RRC-WS-FOOT-LINE.
006450     MOVE "  RECONCILED CLEAN:               " TO RFL-LABEL.
006460     MOVE RRC-WS-SECTS-CLEAN TO RFL-COUNT.
006470     WRITE RRC-RPT-REC FROM RRC-WS-FOOT-LINE.
006480     MOVE "  COUNT NOT MATCHING SHEET:       " TO RFL-LABEL.
006490     MOVE RRC-WS-SECTS-MISMATCH TO RFL-COUNT.
006500     WRITE RRC-RPT-REC FROM RRC-WS-FOOT-LINE.
006510     MOVE "ROSTERED SECTIONS NOT IN BATCH:   " TO RFL-LABEL.
006520     MOVE RRC-WS-SECTS-NOT-KEYED TO RFL-COUNT.
006530     WRITE RRC-RPT-REC FROM RRC-WS-FOOT-LINE.
006540     CLOSE RRC-RPT-FILE.
006550     DISPLAY "ROSTER-RECON: MARKS " RRC-WS-MARKS-READ
006560         " MATCHED " RRC-WS-MATCHED " EXCEPTIONS "
006570         RRC-WS-EXCEPTIONS.
006580 4000-EXIT.
006590     EXIT.
