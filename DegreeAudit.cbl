000274*                    VSAM DATASET STUMF-MAINT MAINTAINS, THE
000276*                    SAME WAY GRADE-CALC NOW READS IT, INSTEAD
000278*                    OF BEING LOADED INTO A CAPPED TABLE.
000278*   10/15/2026 RK    REQUIREMENT LINES PRINT THE COURSE TITLE AND
000278*                    CREDIT HOURS FROM THE KEYED COURSE CATALOG
000278*                    (GRACRSMF) IN PLACE OF THE SHORT DESCRIPTION
000278*                    AND HOURS KEYED ON THE REQUIREMENTS FILE, SO
000278*                    CREDITS REMAINING AGREE WITH THE HOURS THE
000278*                    GPA ROLL-UP COUNTS. A COURSE NOT ON THE
000278*                    CATALOG, OR NO CATALOG, KEEPS THE KEYED
000278*                    DESCRIPTION AND HOURS.
000278*   10/15/2026 RK    GRADE-CALC NOW POSTS ADMINISTRATIVE CODES TO
000278*                    THE GRADE MASTER ('I ', 'W ', 'AU' WITH A
000278*                    ZERO MARK). THOSE ROWS ARE SKIPPED - A
000278*                    WITHDRAWAL OR INCOMPLETE SATISFIES NO
000278*                    REQUIREMENT.
000278*   10/15/2026 RK    TRANSFER CREDIT. THE STUDENT'S RECORDS ON THE
000278*                    KEYED TRANSFER CREDIT FILE (GRAXFRCR, KEPT BY
000278*                    TRANSFER-MAINT) ARE GATHERED WITH THE GRADE
000278*                    HISTORY. A REQUIREMENT NOT MET AT THIS
000278*                    INSTITUTION IS MET BY A TRANSFER COURSE
000278*                    MAPPED TO IT - THE REGISTRAR JUDGED THE GRADE
000278*                    WHEN THE CREDIT WAS ACCEPTED - AND THE LINE
000278*                    SHOWS THE TRANSFER GRADE IN PLACE OF A MARK.
000278*                    TRANSFER CREDITS ACCEPTED PRINT UNDER THE
000278*                    TOTALS. NO TRANSFER FILE MEANS THE SITE
000278*                    HASN'T CUT OVER.
000278*   10/15/2026 RK    REGISTRAR HOLDS. A STUDENT WITH AN ACTIVE
000278*                    HOLD THAT BLOCKS DEGREE AUDITS ON THE KEYED
000278*                    HOLDS FILE (GRAHOLD, KEPT BY HOLD-MAINT) IS
000278*                    NOT AUDITED - THE REQUEST AND EACH BLOCKING
000278*                    HOLD ARE LISTED ON THE HELD-REQUEST REPORT
000278*                    (DGAHELD) INSTEAD. NO HOLDS FILE MEANS THE
000278*                    SITE HASN'T CUT OVER AND NOTHING IS HELD.
000278*   10/15/2026 RK    A STUDENT WITH REQUIREMENTS ON FILE AND NONE
000278*                    OUTSTANDING IS WRITTEN TO THE CLEARED-FOR-
000278*                    GRADUATION EXTRACT (DGACLRX), WHICH
000278*                    GRAD-HONORS TAKES AS THE GRADUATING COHORT.
000280*---------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000412         ACCESS MODE IS RANDOM
000414         RECORD KEY IS GRA-SM-STUDENT-ID
000420         FILE STATUS IS DGA-WS-STUMF-STATUS.
000420     SELECT GRA-CRSMF-FILE    ASSIGN TO GRACRSMF
000420         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000420         RECORD KEY IS CRS-COURSE-ID
000420         FILE STATUS IS DGA-WS-CRSMF-STATUS.
000430     SELECT GRA-GPA-FILE      ASSIGN TO GRAGPA
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS DGA-WS-GPA-STATUS.
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS GRA-GM-KEY
000500         FILE STATUS IS DGA-WS-GRDMST-STATUS.
000500     SELECT GRA-XFRCR-FILE    ASSIGN TO GRAXFRCR
000500         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS XFR-KEY
000500         FILE STATUS IS DGA-WS-XFRCR-STATUS.
000500     SELECT GRA-HOLD-FILE     ASSIGN TO GRAHOLD
000500         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS HLD-KEY
000500         FILE STATUS IS DGA-WS-HOLD-STATUS.
000500     SELECT DGA-HELD-FILE     ASSIGN TO DGAHELD
000500         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT DGA-CLEAR-FILE    ASSIGN TO DGACLRX
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT DGA-RPT-FILE      ASSIGN TO DGARPT
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530*
000810     05  GRA-SM-ENROLL-STATUS    PIC X(01).
000820     05  FILLER                  PIC X(02).
000830*
000830 FD  GRA-CRSMF-FILE
000830     RECORD CONTAINS 60 CHARACTERS.
000830     COPY CRSMAST REPLACING ==CRSMAST-RECORD==
000830         BY ==GRA-CRSMF-REC==.
000830*
000840 FD  GRA-GPA-FILE
000850     RECORD CONTAINS 30 CHARACTERS.
000860 01  GRA-GPA-REC.
001050     05  GRA-GM-CAMPUS           PIC X(03).
001060     05  FILLER                  PIC X(01).
001070*
001070 FD  GRA-XFRCR-FILE
001070     RECORD CONTAINS 80 CHARACTERS.
001070     COPY XFRCRED REPLACING ==XFRCRED-RECORD==
001070         BY ==GRA-XFRCR-REC==.
001070*
001070 FD  GRA-HOLD-FILE
001070     RECORD CONTAINS 80 CHARACTERS.
001070     COPY STUHOLD REPLACING ==STUHOLD-RECORD==
001070         BY ==GRA-HOLD-REC==.
001070*
001070 FD  DGA-HELD-FILE
001070     RECORD CONTAINS 80 CHARACTERS.
001070 01  DGA-HELD-REC                PIC X(80).
001070*
001070*    CLEARED FOR GRADUATION - ONE RECORD PER STUDENT AUDITED
001070*    WITH NO REQUIREMENT OUTSTANDING.
001070 FD  DGA-CLEAR-FILE
001070     RECORD CONTAINS 50 CHARACTERS.
001070 01  DGA-CLEAR-REC.
001070     05  DCX-STUDENT-ID          PIC X(09).
001070     05  DCX-NAME                PIC X(20).
001070     05  DCX-PROGRAM             PIC X(08).
001070     05  DCX-AUDIT-DATE          PIC 9(08).
001070     05  DCX-MET-COUNT           PIC 9(03).
001070     05  FILLER                  PIC X(02).
001070*
001080 FD  DGA-RPT-FILE
001090     RECORD CONTAINS 80 CHARACTERS.
001100 01  DGA-RPT-REC                 PIC X(80).
001180 77  DGA-WS-STUMF-STATUS         PIC X(02) VALUE '00'.
001190 77  DGA-WS-GPA-STATUS           PIC X(02) VALUE '00'.
001200 77  DGA-WS-GRDMST-STATUS        PIC X(02) VALUE '00'.
001200 77  DGA-WS-XFRCR-STATUS         PIC X(02) VALUE '00'.
001200 77  DGA-WS-HOLD-STATUS          PIC X(02) VALUE '00'.
001200 77  DGA-WS-HOLD-EOF-SW          PIC X(01) VALUE 'N'.
001200     88  DGA-WS-HOLD-EOF         VALUE 'Y'.
001200 77  DGA-WS-BLOCKED-SW           PIC X(01) VALUE 'N'.
001200     88  DGA-WS-BLOCKED          VALUE 'Y'.
001200 77  DGA-WS-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
001210 77  DGA-WS-REQUEST-COUNT        PIC 9(05) COMP VALUE ZERO.
001210 77  DGA-WS-CLEARED-COUNT        PIC 9(05) COMP VALUE ZERO.
001220 77  DGA-WS-GPA-TRAILER          PIC 9(03) VALUE 999.
001230*
001240*    THE KEYED STUDENT MASTER IS READ BY STUDENT ID PER REQUEST;
001280     88  DGA-WS-STUMF-LOADED     VALUE 'Y'.
001290 77  DGA-WS-STUDENT-FOUND-SW     PIC X(01).
001300     88  DGA-WS-STUDENT-FOUND    VALUE 'Y'.
001300 77  DGA-WS-CRSMF-STATUS         PIC X(02) VALUE '00'.
001300 77  DGA-WS-CRSMF-LOADED-SW      PIC X(01) VALUE 'N'.
001300     88  DGA-WS-CRSMF-LOADED     VALUE 'Y'.
001310 01  DGA-WS-STUDENT-NAME         PIC X(20).
001320 01  DGA-WS-STUDENT-PROGRAM      PIC X(08).
001390*
001460         10  DGA-RQ-T-COURSE     PIC X(06).
001470         10  DGA-RQ-T-CREDITS    PIC 9(01)V9(01).
001480         10  DGA-RQ-T-MIN-MARK   PIC 9(03).
001490         10  DGA-RQ-T-DESC       PIC X(30).
001500*
001510*    THE REQUESTED STUDENT'S COMPLETED COURSES, GATHERED FROM
001520*    THE GPA HISTORY AND THE KEYED GRADE MASTER. THE BEST MARK
001630         10  DGA-CR-T-COURSE     PIC X(06).
001640         10  DGA-CR-T-MARK       PIC 9(03).
001650*
001650*    THE REQUESTED STUDENT'S TRANSFER COURSES, BY THE INTERNAL
001650*    COURSE ID EACH IS ACCEPTED AS, AND THE CREDITS ACCEPTED.
001650 77  DGA-WS-XFER-COUNT           PIC 9(03) COMP VALUE ZERO.
001650 77  DGA-WS-XFER-FOUND-SW        PIC X(01).
001650     88  DGA-WS-XFER-FOUND       VALUE 'Y'.
001650 01  DGA-WS-XFER-GRADE           PIC X(02).
001650 01  DGA-WS-XFER-CREDITS         PIC 9(03)V9(01) VALUE ZERO.
001650 01  DGA-WS-XFER-TABLE.
001650     05  DGA-XF-ENTRY OCCURS 50 TIMES
001650                      INDEXED BY DGA-XF-IDX.
001650         10  DGA-XF-T-COURSE     PIC X(06).
001650         10  DGA-XF-T-GRADE      PIC X(02).
001650*
001660*    PER-STUDENT AUDIT TOTALS.
001670 77  DGA-WS-MET-COUNT            PIC 9(03) COMP VALUE ZERO.
001680 77  DGA-WS-OUT-COUNT            PIC 9(03) COMP VALUE ZERO.
001850     05  FILLER                  PIC X(02) VALUE SPACES.
001860     05  DRL-COURSE-ID           PIC X(06).
001870     05  FILLER                  PIC X(01) VALUE SPACES.
001880     05  DRL-DESC                PIC X(30).
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  DRL-STATUS              PIC X(11).
001910     05  FILLER                  PIC X(07) VALUE "  MARK ".
001920     05  DRL-MARK                PIC ZZ9.
001920     05  DRL-MARK-X REDEFINES DRL-MARK
001920                                 PIC X(03).
001930     05  FILLER                  PIC X(10) VALUE "  CREDITS ".
001940     05  DRL-CREDITS             PIC 9.9.
001950     05  FILLER                  PIC X(05) VALUE SPACES.
001960*
001970 01  DGA-WS-TOTAL-LINE.
001980     05  FILLER                  PIC X(20) VALUE
002060     05  DTO-CREDITS             PIC ZZ9.9.
002070     05  FILLER                  PIC X(13) VALUE SPACES.
002080*
002080 01  DGA-WS-XFER-TOTAL-LINE.
002080     05  FILLER                  PIC X(29) VALUE
002080         "  TRANSFER CREDITS ACCEPTED: ".
002080     05  DXT-CREDITS             PIC ZZ9.9.
002080     05  FILLER                  PIC X(46) VALUE SPACES.
002080*
002090 01  DGA-WS-NONE-LINE.
002100     05  FILLER                  PIC X(38) VALUE
002110         "  NO REQUIREMENTS ON FILE FOR PROGRAM".
002160         "  STUDENT NOT ON STUDENT MASTER".
002170     05  FILLER                  PIC X(46) VALUE SPACES.
002180*
002180 01  DGA-WS-HELD-TITLE-LINE.
002180     05  FILLER                  PIC X(53) VALUE
002180         "DEGREE AUDIT REQUESTS HELD - ACTIVE REGISTRAR HOLDS".
002180     05  FILLER                  PIC X(27) VALUE SPACES.
002180*
002180 01  DGA-WS-HELD-HEAD-LINE.
002180     05  FILLER                  PIC X(40) VALUE
002180         "STUDENT   TY OFFC PLACED   REASON".
002180     05  FILLER                  PIC X(40) VALUE SPACES.
002180*
002180 01  DGA-WS-HELD-LINE.
002180     05  DHL-STUDENT-ID          PIC X(09).
002180     05  FILLER                  PIC X(01) VALUE SPACES.
002180     05  DHL-TYPE                PIC X(02).
002180     05  FILLER                  PIC X(01) VALUE SPACES.
002180     05  DHL-OFFICE              PIC X(04).
002180     05  FILLER                  PIC X(01) VALUE SPACES.
002180     05  DHL-PLACED-DATE         PIC 9(08).
002180     05  FILLER                  PIC X(01) VALUE SPACES.
002180     05  DHL-REASON              PIC X(20).
002180     05  FILLER                  PIC X(33) VALUE SPACES.
002180*
002180 01  DGA-WS-HELD-FOOT-LINE.
002180     05  FILLER                  PIC X(28) VALUE
002180         "REQUESTS HELD:              ".
002180     05  DHF-COUNT               PIC Z(4)9.
002180     05  FILLER                  PIC X(47) VALUE SPACES.
002180*
002190 01  DGA-WS-BLANK-LINE           PIC X(80) VALUE SPACES.
002200*
002210 PROCEDURE DIVISION.
002380     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
002390     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
002400     WRITE DGA-RPT-REC FROM RUNSTAMP-HEADER-LINE.
002400     OPEN OUTPUT DGA-HELD-FILE.
002400     WRITE DGA-HELD-REC FROM RUNSTAMP-HEADER-LINE.
002400     WRITE DGA-HELD-REC FROM DGA-WS-HELD-TITLE-LINE.
002400     WRITE DGA-HELD-REC FROM DGA-WS-BLANK-LINE.
002400     WRITE DGA-HELD-REC FROM DGA-WS-HELD-HEAD-LINE.
002400     OPEN OUTPUT DGA-CLEAR-FILE.
002410     PERFORM 1100-OPEN-STUDENT-MASTER THRU 1100-EXIT.
002410     PERFORM 1150-OPEN-COURSE-CATALOG THRU 1150-EXIT.
002420     PERFORM 1200-LOAD-REQUIREMENTS THRU 1200-EXIT.
002430     READ DGA-REQUEST-FILE
002440         AT END
002720 1100-EXIT.
002730     EXIT.
002910*
002910*===============================================================
002910 1150-OPEN-COURSE-CATALOG.
002910*===============================================================
002910*    A CATALOG THAT WILL NOT OPEN MEANS THIS SITE HASN'T CUT
002910*    OVER - THE REQUIREMENTS FILE'S OWN DESCRIPTIONS AND HOURS
002910*    ARE USED AS BEFORE.
002910     OPEN INPUT GRA-CRSMF-FILE.
002910     IF DGA-WS-CRSMF-STATUS = '00'
002910         MOVE 'Y' TO DGA-WS-CRSMF-LOADED-SW
002910     ELSE
002910         MOVE 'N' TO DGA-WS-CRSMF-LOADED-SW
002910     END-IF.
002910 1150-EXIT.
002910     EXIT.
002910*
002920*===============================================================
002930 1200-LOAD-REQUIREMENTS.
002940*===============================================================
003300             MOVE ZERO TO DGA-RQ-T-MIN-MARK (DGA-RQ-IDX)
003310         END-IF
003320         MOVE DGR-DESC      TO DGA-RQ-T-DESC (DGA-RQ-IDX)
003320         PERFORM 1220-CATALOG-COURSE THRU 1220-EXIT
003330     END-IF.
003340 1210-EXIT.
003350     EXIT.
003360*
003360*===============================================================
003360 1220-CATALOG-COURSE.
003360*===============================================================
003360*    REPLACES THE JUST-LOADED REQUIREMENT'S DESCRIPTION AND
003360*    HOURS WITH THE COURSE CATALOG'S TITLE AND CREDIT HOURS.
003360     IF NOT DGA-WS-CRSMF-LOADED
003360         GO TO 1220-EXIT
003360     END-IF.
003360     MOVE DGR-COURSE-ID TO CRS-COURSE-ID.
003360     READ GRA-CRSMF-FILE
003360         INVALID KEY
003360             CONTINUE
003360         NOT INVALID KEY
003360             MOVE CRS-TITLE      TO DGA-RQ-T-DESC (DGA-RQ-IDX)
003360             MOVE CRS-CREDIT-HRS TO DGA-RQ-T-CREDITS (DGA-RQ-IDX)
003360     END-READ.
003360 1220-EXIT.
003360     EXIT.
003360*
003370*===============================================================
003380 2000-PROCESS-REQUEST.
003390*===============================================================
003400     ADD 1 TO DGA-WS-REQUEST-COUNT.
003400     PERFORM 2010-CHECK-HOLDS THRU 2010-EXIT.
003400     IF DGA-WS-BLOCKED
003400         ADD 1 TO DGA-WS-HELD-COUNT
003400         GO TO 2000-READ-NEXT
003400     END-IF.
003410     PERFORM 2100-FIND-STUDENT THRU 2100-EXIT.
003420     WRITE DGA-RPT-REC FROM DGA-WS-BLANK-LINE.
003430     MOVE DGA-RQ-STUDENT-ID   TO DTL-STUDENT-ID.
003490         GO TO 2000-READ-NEXT
003500     END-IF.
003510     PERFORM 2200-GATHER-COURSES THRU 2200-EXIT.
003510     PERFORM 2250-GATHER-TRANSFERS THRU 2250-EXIT.
003520     MOVE ZERO TO DGA-WS-MET-COUNT.
003530     MOVE ZERO TO DGA-WS-OUT-COUNT.
003540     MOVE ZERO TO DGA-WS-CREDITS-REMAIN.
003640     MOVE DGA-WS-OUT-COUNT      TO DTO-OUT.
003650     MOVE DGA-WS-CREDITS-REMAIN TO DTO-CREDITS.
003660     WRITE DGA-RPT-REC FROM DGA-WS-TOTAL-LINE.
003660     IF DGA-WS-XFER-CREDITS > ZERO
003660         MOVE DGA-WS-XFER-CREDITS TO DXT-CREDITS
003660         WRITE DGA-RPT-REC FROM DGA-WS-XFER-TOTAL-LINE
003660     END-IF.
003660     IF DGA-WS-OUT-COUNT = ZERO
003660         MOVE SPACES              TO DGA-CLEAR-REC
003660         MOVE DGA-RQ-STUDENT-ID   TO DCX-STUDENT-ID
003660         MOVE DGA-WS-STUDENT-NAME TO DCX-NAME
003660         MOVE DGA-WS-STUDENT-PROGRAM TO DCX-PROGRAM
003660         MOVE RUNSTAMP-DATE       TO DCX-AUDIT-DATE
003660         MOVE DGA-WS-MET-COUNT    TO DCX-MET-COUNT
003660         WRITE DGA-CLEAR-REC
003660         ADD 1 TO DGA-WS-CLEARED-COUNT
003660     END-IF.
003670 2000-READ-NEXT.
003680     READ DGA-REQUEST-FILE
003690         AT END
003720 2000-EXIT.
003730     EXIT.
003740*
003740*===============================================================
003740 2010-CHECK-HOLDS.
003740*===============================================================
003740*    A STUDENT WITH AN ACTIVE HOLD THAT BLOCKS THIS SERVICE IS
003740*    REFUSED - EACH SUCH HOLD IS LISTED ON THE HELD-REQUEST
003740*    REPORT INSTEAD. THE HOLDS FILE IS IN STUDENT ORDER, SO THE
003740*    SCAN STOPS AT THE FIRST KEY PAST THE STUDENT. NO HOLDS
003740*    FILE MEANS THE SITE HASN'T CUT OVER AND NOTHING IS HELD.
003740     MOVE 'N' TO DGA-WS-BLOCKED-SW.
003740     MOVE 'N' TO DGA-WS-HOLD-EOF-SW.
003740     OPEN INPUT GRA-HOLD-FILE.
003740     IF DGA-WS-HOLD-STATUS NOT = '00'
003740         GO TO 2010-EXIT
003740     END-IF.
003740     READ GRA-HOLD-FILE
003740         AT END
003740             MOVE 'Y' TO DGA-WS-HOLD-EOF-SW
003740     END-READ.
003740     PERFORM 2015-CHECK-HOLD-REC THRU 2015-EXIT
003740         UNTIL DGA-WS-HOLD-EOF.
003740     CLOSE GRA-HOLD-FILE.
003740 2010-EXIT.
003740     EXIT.
003740*
003740*===============================================================
003740 2015-CHECK-HOLD-REC.
003740*===============================================================
003740     IF HLD-STUDENT-ID > DGA-RQ-STUDENT-ID
003740         MOVE 'Y' TO DGA-WS-HOLD-EOF-SW
003740         GO TO 2015-EXIT
003740     END-IF.
003740     IF HLD-STUDENT-ID = DGA-RQ-STUDENT-ID
003740             AND HLD-ACTIVE
003740             AND HLD-BLOCKS-AUDIT
003740         MOVE 'Y' TO DGA-WS-BLOCKED-SW
003740         MOVE HLD-STUDENT-ID  TO DHL-STUDENT-ID
003740         MOVE HLD-TYPE        TO DHL-TYPE
003740         MOVE HLD-OFFICE      TO DHL-OFFICE
003740         MOVE HLD-PLACED-DATE TO DHL-PLACED-DATE
003740         MOVE HLD-REASON      TO DHL-REASON
003740         WRITE DGA-HELD-REC FROM DGA-WS-HELD-LINE
003740     END-IF.
003740     READ GRA-HOLD-FILE
003740         AT END
003740             MOVE 'Y' TO DGA-WS-HOLD-EOF-SW
003740     END-READ.
003740 2015-EXIT.
003740     EXIT.
003740*
003750*===============================================================
003760 2100-FIND-STUDENT.
003770*===============================================================
004530*===============================================================
004540 2220-CHECK-MASTER-REC.
004550*===============================================================
004560*    ADMINISTRATIVE CODES (INCOMPLETE, WITHDRAWN, AUDIT) SIT ON
004560*    THE MASTER WITH A ZERO MARK AND ARE NOT COURSE COMPLETIONS.
004560     IF GRA-GM-STUDENT-ID = DGA-RQ-STUDENT-ID
004560             AND GRA-GM-GRADE NOT = 'I '
004560             AND GRA-GM-GRADE NOT = 'W '
004560             AND GRA-GM-GRADE NOT = 'AU'
004570         MOVE GRA-GM-COURSE-ID TO DGA-WS-HELD-COURSE
004580         MOVE GRA-GM-MARK      TO DGA-WS-HELD-MARK
004590         PERFORM 2300-HOLD-COURSE THRU 2300-EXIT
004650 2220-EXIT.
004660     EXIT.
004670*
004670*===============================================================
004670 2250-GATHER-TRANSFERS.
004670*===============================================================
004670*    GATHERS THE STUDENT'S TRANSFER COURSES FROM THE KEYED
004670*    TRANSFER CREDIT FILE. THE FILE IS IN STUDENT ORDER, SO THE
004670*    SCAN STOPS AT THE FIRST KEY PAST THE REQUESTED STUDENT.
004670     MOVE ZERO TO DGA-WS-XFER-COUNT.
004670     MOVE ZERO TO DGA-WS-XFER-CREDITS.
004670     MOVE 'N' TO DGA-WS-FILE-EOF-SW.
004670     OPEN INPUT GRA-XFRCR-FILE.
004670     IF DGA-WS-XFRCR-STATUS NOT = '00'
004670         GO TO 2250-EXIT
004670     END-IF.
004670     READ GRA-XFRCR-FILE
004670         AT END
004670             MOVE 'Y' TO DGA-WS-FILE-EOF-SW
004670     END-READ.
004670     PERFORM 2260-CHECK-TRANSFER-REC THRU 2260-EXIT
004670         UNTIL DGA-WS-FILE-EOF.
004670     CLOSE GRA-XFRCR-FILE.
004670 2250-EXIT.
004670     EXIT.
004670*
004670*===============================================================
004670 2260-CHECK-TRANSFER-REC.
004670*===============================================================
004670     IF XFR-STUDENT-ID > DGA-RQ-STUDENT-ID
004670         MOVE 'Y' TO DGA-WS-FILE-EOF-SW
004670         GO TO 2260-EXIT
004670     END-IF.
004670     IF XFR-STUDENT-ID = DGA-RQ-STUDENT-ID
004670         ADD XFR-CREDIT-HRS TO DGA-WS-XFER-CREDITS
004670         IF DGA-WS-XFER-COUNT < 50
004670             ADD 1 TO DGA-WS-XFER-COUNT
004670             SET DGA-XF-IDX TO DGA-WS-XFER-COUNT
004670             MOVE XFR-COURSE-ID TO DGA-XF-T-COURSE (DGA-XF-IDX)
004670             MOVE XFR-GRADE     TO DGA-XF-T-GRADE (DGA-XF-IDX)
004670         END-IF
004670     END-IF.
004670     READ GRA-XFRCR-FILE
004670         AT END
004670             MOVE 'Y' TO DGA-WS-FILE-EOF-SW
004670     END-READ.
004670 2260-EXIT.
004670     EXIT.
004670*
004680*===============================================================
004690 2300-HOLD-COURSE.
004700*===============================================================
005030*===============================================================
005040*    JUDGES ONE REQUIREMENTS-TABLE ENTRY FOR THE REQUESTED
005050*    STUDENT'S PROGRAM - MET WHEN THE COURSE TABLE HOLDS THE
005060*    COURSE AT OR ABOVE THE REQUIREMENT'S MINIMUM MARK, OR
005060*    FAILING THAT WHEN A TRANSFER COURSE IS MAPPED TO IT.
005070     IF DGA-RQ-T-PROGRAM (DGA-RQ-IDX)
005080             NOT = DGA-WS-STUDENT-PROGRAM
005090         GO TO 2400-EXIT
005240                 >= DGA-RQ-T-MIN-MARK (DGA-RQ-IDX)
005250         MOVE "MET        " TO DRL-STATUS
005260         ADD 1 TO DGA-WS-MET-COUNT
005260         GO TO 2400-WRITE
005260     END-IF.
005260     MOVE 'N' TO DGA-WS-XFER-FOUND-SW.
005260     PERFORM 2420-MATCH-TRANSFER THRU 2420-EXIT
005260         VARYING DGA-XF-IDX FROM 1 BY 1
005260         UNTIL DGA-XF-IDX > DGA-WS-XFER-COUNT.
005260     IF DGA-WS-XFER-FOUND
005260         MOVE "MET (XFER) " TO DRL-STATUS
005260         MOVE SPACES TO DRL-MARK-X
005260         MOVE DGA-WS-XFER-GRADE TO DRL-MARK-X (2:2)
005260         ADD 1 TO DGA-WS-MET-COUNT
005270     ELSE
005280         MOVE "OUTSTANDING" TO DRL-STATUS
005290         ADD 1 TO DGA-WS-OUT-COUNT
005300         ADD DGA-RQ-T-CREDITS (DGA-RQ-IDX)
005310             TO DGA-WS-CREDITS-REMAIN
005320     END-IF.
005320 2400-WRITE.
005330     WRITE DGA-RPT-REC FROM DGA-WS-REQMT-LINE.
005340 2400-EXIT.
005350     EXIT.
005450 2410-EXIT.
005460     EXIT.
005470*
005470*===============================================================
005470 2420-MATCH-TRANSFER.
005470*===============================================================
005470     IF DGA-XF-T-COURSE (DGA-XF-IDX) = DGA-WS-HELD-COURSE
005470         MOVE DGA-XF-T-GRADE (DGA-XF-IDX) TO DGA-WS-XFER-GRADE
005470         MOVE 'Y' TO DGA-WS-XFER-FOUND-SW
005470         SET DGA-XF-IDX TO DGA-WS-XFER-COUNT
005470     END-IF.
005470 2420-EXIT.
005470     EXIT.
005470*
005480*===============================================================
005490 3000-TERMINATE.
005500*===============================================================
005510     CLOSE DGA-REQUEST-FILE.
005512     IF DGA-WS-STUMF-LOADED
005514         CLOSE GRA-STUMF-FILE
005514     END-IF.
005514     IF DGA-WS-CRSMF-LOADED
005514         CLOSE GRA-CRSMF-FILE
005516     END-IF.
005520     CLOSE DGA-RPT-FILE.
005520     WRITE DGA-HELD-REC FROM DGA-WS-BLANK-LINE.
005520     MOVE DGA-WS-HELD-COUNT TO DHF-COUNT.
005520     WRITE DGA-HELD-REC FROM DGA-WS-HELD-FOOT-LINE.
005520     CLOSE DGA-HELD-FILE.
005520     CLOSE DGA-CLEAR-FILE.
005530     DISPLAY "DEGREE-AUDIT: REQUESTS PROCESSED: "
005540         DGA-WS-REQUEST-COUNT.
005540     DISPLAY "DEGREE-AUDIT: REQUESTS HELD:      "
005540         DGA-WS-HELD-COUNT.
005540     DISPLAY "DEGREE-AUDIT: CLEARED TO GRADUATE: "
005540         DGA-WS-CLEARED-COUNT.
005550 3000-EXIT.
005560     EXIT.
