000270*                    ATTEMPTS STILL PRINT, TAGGED REPEATED, AND
000271*                    THE COURSE LINE NOW SHOWS THE TERM SO THE
000272*                    ATTEMPTS CAN BE TOLD APART.
000272*   10/15/2026 RK    COURSE TITLES FROM THE KEYED COURSE CATALOG
000272*                    (GRACRSMF) PRINT ON EVERY GRADE AND COURSE
000272*                    LINE, AND COURSE CREDIT HOURS COME FROM THE
000272*                    CATALOG AS GRADE-CALC'S GPA ROLL-UP NOW TAKES
000272*                    THEM, SO THE TWO GPAS STILL AGREE. A COURSE
000272*                    NOT ON THE CATALOG, OR NO CATALOG AT ALL,
000272*                    PRINTS WITH NO TITLE AND THE KEYED HOURS.
000272*   10/15/2026 RK    ACADEMIC STANDING HISTORY. AFTER THE GPA
000272*                    LINE THE TRANSCRIPT LISTS THE STANDING
000272*                    ACAD-STANDING RECORDED FOR EACH TERM IN THE
000272*                    STUDENT'S GPA HISTORY, FROM THE KEYED
000272*                    STANDING HISTORY (GRASTDHS). NO HISTORY
000272*                    FILE MEANS THE SITE HASN'T CUT OVER AND THE
000272*                    SECTION IS LEFT OFF.
000272*   10/15/2026 RK    TRANSFER CREDIT. AFTER THE GPA LINE THE
000272*                    STUDENT'S RECORDS ON THE KEYED TRANSFER
000272*                    CREDIT FILE (GRAXFRCR) PRINT IN THEIR OWN
000272*                    SECTION - INSTITUTION, EXTERNAL COURSE, THE
000272*                    COURSE IT IS ACCEPTED AS, CREDITS AND GRADE -
000272*                    FOLLOWED BY CREDITS EARNED HERE, BY TRANSFER
000272*                    AND IN TOTAL. TRANSFER CREDIT NEVER ENTERS
000272*                    THE GPA. NO TRANSFER FILE MEANS THE SITE
000272*                    HASN'T CUT OVER AND THE SECTION IS LEFT OFF.
000272*   10/15/2026 RK    REGISTRAR HOLDS. A STUDENT WITH AN ACTIVE
000272*                    HOLD THAT BLOCKS TRANSCRIPTS ON THE KEYED
000272*                    HOLDS FILE (GRAHOLD, KEPT BY HOLD-MAINT) GETS
000272*                    NO TRANSCRIPT - THE REQUEST AND EACH BLOCKING
000272*                    HOLD ARE LISTED ON THE HELD-REQUEST REPORT
000272*                    (TRNHELD) INSTEAD. NO HOLDS FILE MEANS THE
000272*                    SITE HASN'T CUT OVER AND NOTHING IS HELD.
000260*---------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000452     SELECT GRA-CTL-FILE      ASSIGN TO GRACTL
000454         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS TRN-WS-CTL-STATUS.
000456     SELECT GRA-CRSMF-FILE    ASSIGN TO GRACRSMF
000456         ORGANIZATION IS INDEXED
000456         ACCESS MODE IS RANDOM
000456         RECORD KEY IS CRS-COURSE-ID
000456         FILE STATUS IS TRN-WS-CRSMF-STATUS.
000456     SELECT GRA-STDHS-FILE    ASSIGN TO GRASTDHS
000456         ORGANIZATION IS INDEXED
000456         ACCESS MODE IS RANDOM
000456         RECORD KEY IS STH-KEY
000456         FILE STATUS IS TRN-WS-STDHS-STATUS.
000456     SELECT GRA-XFRCR-FILE    ASSIGN TO GRAXFRCR
000456         ORGANIZATION IS INDEXED
000456         ACCESS MODE IS SEQUENTIAL
000456         RECORD KEY IS XFR-KEY
000456         FILE STATUS IS TRN-WS-XFRCR-STATUS.
000456     SELECT GRA-HOLD-FILE     ASSIGN TO GRAHOLD
000456         ORGANIZATION IS INDEXED
000456         ACCESS MODE IS SEQUENTIAL
000456         RECORD KEY IS HLD-KEY
000456         FILE STATUS IS TRN-WS-HOLD-STATUS.
000456     SELECT TRN-HELD-FILE     ASSIGN TO TRNHELD
000456         ORGANIZATION IS LINE SEQUENTIAL.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000864     RECORD CONTAINS 20 CHARACTERS.
000866     COPY CTLPARM REPLACING ==CTLPARM-RECORD==
000868         BY ==TRN-CTL-REC==.
000868*
000868 FD  GRA-CRSMF-FILE
000868     RECORD CONTAINS 60 CHARACTERS.
000868     COPY CRSMAST REPLACING ==CRSMAST-RECORD==
000868         BY ==GRA-CRSMF-REC==.
000868*
000868 FD  GRA-STDHS-FILE
000868     RECORD CONTAINS 50 CHARACTERS.
000868     COPY STDHIST REPLACING ==STDHIST-RECORD==
000868         BY ==GRA-STDHS-REC==.
000868*
000868 FD  GRA-XFRCR-FILE
000868     RECORD CONTAINS 80 CHARACTERS.
000868     COPY XFRCRED REPLACING ==XFRCRED-RECORD==
000868         BY ==GRA-XFRCR-REC==.
000868*
000868 FD  GRA-HOLD-FILE
000868     RECORD CONTAINS 80 CHARACTERS.
000868     COPY STUHOLD REPLACING ==STUHOLD-RECORD==
000868         BY ==GRA-HOLD-REC==.
000868*
000868 FD  TRN-HELD-FILE
000868     RECORD CONTAINS 80 CHARACTERS.
000868 01  TRN-HELD-REC                PIC X(80).
000869*
000870 WORKING-STORAGE SECTION.
000880 77  TRN-WS-REQ-EOF-SW           PIC X(01) VALUE 'N'.
001091 77  TRN-WS-CTL-STATUS           PIC X(02) VALUE '00'.
001092 77  TRN-WS-CTL-EOF-SW           PIC X(01) VALUE 'N'.
001093     88  TRN-WS-CTL-EOF          VALUE 'Y'.
001093 77  TRN-WS-CRSMF-STATUS         PIC X(02) VALUE '00'.
001093 77  TRN-WS-CRSMF-LOADED-SW      PIC X(01) VALUE 'N'.
001093     88  TRN-WS-CRSMF-LOADED     VALUE 'Y'.
001093 77  TRN-WS-LOOKUP-COURSE        PIC X(06).
001093 77  TRN-WS-COURSE-TITLE         PIC X(30).
001093 77  TRN-WS-COURSE-CREDITS       PIC 9(01)V9(01).
001093 77  TRN-WS-STDHS-STATUS         PIC X(02) VALUE '00'.
001093 77  TRN-WS-STDHS-LOADED-SW      PIC X(01) VALUE 'N'.
001093     88  TRN-WS-STDHS-LOADED     VALUE 'Y'.
001093 77  TRN-WS-STDHS-FOUND-SW       PIC X(01).
001093     88  TRN-WS-STDHS-FOUND      VALUE 'Y'.
001093 77  TRN-WS-TERM-SEEN-SW         PIC X(01).
001093     88  TRN-WS-TERM-SEEN        VALUE 'Y'.
001093 77  TRN-WS-STANDING-LINES       PIC 9(05) COMP VALUE ZERO.
001093 77  TRN-WS-XFRCR-STATUS         PIC X(02) VALUE '00'.
001093 77  TRN-WS-HOLD-STATUS          PIC X(02) VALUE '00'.
001093 77  TRN-WS-HOLD-EOF-SW          PIC X(01) VALUE 'N'.
001093     88  TRN-WS-HOLD-EOF         VALUE 'Y'.
001093 77  TRN-WS-BLOCKED-SW           PIC X(01) VALUE 'N'.
001093     88  TRN-WS-BLOCKED          VALUE 'Y'.
001093 77  TRN-WS-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
001093 77  TRN-WS-XFRCR-EOF-SW         PIC X(01) VALUE 'N'.
001093     88  TRN-WS-XFRCR-EOF        VALUE 'Y'.
001093 77  TRN-WS-XFER-LINES           PIC 9(05) COMP VALUE ZERO.
001093 77  TRN-WS-EARNED-SUM           PIC 9(03)V9(01) VALUE ZERO.
001093 77  TRN-WS-XFER-SUM             PIC 9(03)V9(01) VALUE ZERO.
001093 77  TRN-WS-TOTAL-EARNED         PIC 9(03)V9(01) VALUE ZERO.
001094*
001095*    REPEAT-COURSE REPLACEMENT POLICY FROM THE GRA-CTL-FILE
001096*    REPTPOL PARM - 1 = BEST ATTEMPT STANDS, 2 = MOST RECENT.
001104     05  TRN-GG-ENTRY OCCURS 60 TIMES
001105                      INDEXED BY TRN-GG-IDX TRN-GG-JDX.
001106         10  TRN-GG-COURSE-ID    PIC X(06).
001106         10  TRN-GG-TITLE        PIC X(30).
001107         10  TRN-GG-TERM         PIC X(06).
001108         10  TRN-GG-MARK         PIC 9(03).
001109         10  TRN-GG-CREDITS      PIC 9(01)V9(01).
001390     05  FILLER                  PIC X(07) VALUE "  (WAS ".
001400     05  TGL-OLD-GRADE           PIC X(02).
001410     05  FILLER                  PIC X(01) VALUE ")".
001420     05  FILLER                  PIC X(02) VALUE SPACES.
001420     05  TGL-TITLE               PIC X(30).
001430*
001440 01  TRN-WS-COURSE-LINE.
001450     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  TCL-COURSE-ID           PIC X(06).
001470     05  FILLER                  PIC X(01) VALUE SPACES.
001480     05  TCL-TITLE               PIC X(30).
001490     05  FILLER                  PIC X(06) VALUE " MARK ".
001500     05  TCL-MARK                PIC ZZ9.
001502     05  FILLER                  PIC X(09) VALUE " CREDITS ".
001504     05  TCL-CREDITS             PIC 9.9.
001506     05  FILLER                  PIC X(01) VALUE SPACES.
001508     05  TCL-TERM                PIC X(06).
001510     05  FILLER                  PIC X(01) VALUE SPACES.
001510     05  TCL-REPEAT-TAG          PIC X(08).
001510     05  FILLER                  PIC X(04) VALUE SPACES.
001520*
001530 01  TRN-WS-GPA-LINE.
001540     05  FILLER                  PIC X(27) VALUE
001610         "  NO GRADE HISTORY ON RECORD".
001620     05  FILLER                  PIC X(48) VALUE SPACES.
001630*
001630 01  TRN-WS-XFER-HEAD-LINE.
001630     05  FILLER                  PIC X(30) VALUE
001630         "  TRANSFER CREDIT".
001630     05  FILLER                  PIC X(50) VALUE SPACES.
001630*
001630 01  TRN-WS-XFER-LINE.
001630     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  TXL-INST-CODE           PIC X(06).
001630     05  FILLER                  PIC X(01) VALUE SPACES.
001630     05  TXL-EXT-COURSE          PIC X(10).
001630     05  FILLER                  PIC X(04) VALUE " AS ".
001630     05  TXL-COURSE-ID           PIC X(06).
001630     05  FILLER                  PIC X(01) VALUE SPACES.
001630     05  TXL-TITLE               PIC X(24).
001630     05  FILLER                  PIC X(09) VALUE " CREDITS ".
001630     05  TXL-CREDITS             PIC 9.9.
001630     05  FILLER                  PIC X(07) VALUE " GRADE ".
001630     05  TXL-GRADE               PIC X(02).
001630     05  FILLER                  PIC X(05) VALUE SPACES.
001630*
001630 01  TRN-WS-EARNED-LINE.
001630     05  FILLER                  PIC X(30) VALUE
001630         "  CREDITS EARNED  INSTITUTION ".
001630     05  TEL-INST                PIC ZZ9.9.
001630     05  FILLER                  PIC X(11) VALUE "  TRANSFER ".
001630     05  TEL-XFER                PIC ZZ9.9.
001630     05  FILLER                  PIC X(08) VALUE "  TOTAL ".
001630     05  TEL-TOTAL               PIC ZZ9.9.
001630     05  FILLER                  PIC X(16) VALUE SPACES.
001630*
001630 01  TRN-WS-STANDING-HEAD-LINE.
001630     05  FILLER                  PIC X(30) VALUE
001630         "  ACADEMIC STANDING HISTORY".
001630     05  FILLER                  PIC X(50) VALUE SPACES.
001630*
001630 01  TRN-WS-STANDING-LINE.
001630     05  FILLER                  PIC X(07) VALUE "  TERM ".
001630     05  TSL-TERM                PIC X(06).
001630     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  TSL-STANDING            PIC X(12).
001630     05  FILLER                  PIC X(10) VALUE " TERM GPA ".
001630     05  TSL-TERM-GPA            PIC 9.99.
001630     05  FILLER                  PIC X(10) VALUE "  CUM GPA ".
001630     05  TSL-CUM-GPA             PIC 9.99.
001630     05  FILLER                  PIC X(25) VALUE SPACES.
001630*
001630 01  TRN-WS-STANDING-NONE-LINE.
001630     05  FILLER                  PIC X(32) VALUE
001630         "  NO STANDING HISTORY ON RECORD".
001630     05  FILLER                  PIC X(48) VALUE SPACES.
001630*
001630 01  TRN-WS-HELD-TITLE-LINE.
001630     05  FILLER                  PIC X(51) VALUE
001630         "TRANSCRIPT REQUESTS HELD - ACTIVE REGISTRAR HOLDS".
001630     05  FILLER                  PIC X(29) VALUE SPACES.
001630*
001630 01  TRN-WS-HELD-HEAD-LINE.
001630     05  FILLER                  PIC X(40) VALUE
001630         "STUDENT   TY OFFC PLACED   REASON".
001630     05  FILLER                  PIC X(40) VALUE SPACES.
001630*
001630 01  TRN-WS-HELD-LINE.
001630     05  THL-STUDENT-ID          PIC X(09).
001630     05  FILLER                  PIC X(01) VALUE SPACES.
001630     05  THL-TYPE                PIC X(02).
001630     05  FILLER                  PIC X(01) VALUE SPACES.
001630     05  THL-OFFICE              PIC X(04).
001630     05  FILLER                  PIC X(01) VALUE SPACES.
001630     05  THL-PLACED-DATE         PIC 9(08).
001630     05  FILLER                  PIC X(01) VALUE SPACES.
001630     05  THL-REASON              PIC X(20).
001630     05  FILLER                  PIC X(33) VALUE SPACES.
001630*
001630 01  TRN-WS-HELD-FOOT-LINE.
001630     05  FILLER                  PIC X(28) VALUE
001630         "REQUESTS HELD:              ".
001630     05  THF-COUNT               PIC Z(4)9.
001630     05  FILLER                  PIC X(47) VALUE SPACES.
001630*
001640 01  TRN-WS-BLANK-LINE           PIC X(80) VALUE SPACES.
001650*
001660 PROCEDURE DIVISION.
001830     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
001840     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
001850     WRITE TRN-RPT-REC FROM RUNSTAMP-HEADER-LINE.
001850     OPEN OUTPUT TRN-HELD-FILE.
001850     WRITE TRN-HELD-REC FROM RUNSTAMP-HEADER-LINE.
001850     WRITE TRN-HELD-REC FROM TRN-WS-HELD-TITLE-LINE.
001850     WRITE TRN-HELD-REC FROM TRN-WS-BLANK-LINE.
001850     WRITE TRN-HELD-REC FROM TRN-WS-HELD-HEAD-LINE.
001860     PERFORM 1050-LOAD-SCALE THRU 1050-EXIT.
001870     PERFORM 1080-LOAD-GPA-POINTS THRU 1080-EXIT.
001872     PERFORM 1090-LOAD-REPEAT-POLICY THRU 1090-EXIT.
001872     PERFORM 1095-OPEN-COURSE-CATALOG THRU 1095-EXIT.
001872     PERFORM 1096-OPEN-STANDING-HISTORY THRU 1096-EXIT.
001880     READ TRN-REQUEST-FILE
001890         AT END
001900             MOVE 'Y' TO TRN-WS-REQ-EOF-SW
002774 1091-EXIT.
002775     EXIT.
002776*
002776*===============================================================
002776 1095-OPEN-COURSE-CATALOG.
002776*===============================================================
002776*    A CATALOG THAT WILL NOT OPEN MEANS THIS SITE HASN'T CUT
002776*    OVER - COURSES PRINT WITHOUT TITLES, WITH THE KEYED HOURS.
002776     OPEN INPUT GRA-CRSMF-FILE.
002776     IF TRN-WS-CRSMF-STATUS = '00'
002776         MOVE 'Y' TO TRN-WS-CRSMF-LOADED-SW
002776     ELSE
002776         MOVE 'N' TO TRN-WS-CRSMF-LOADED-SW
002776     END-IF.
002776 1095-EXIT.
002776     EXIT.
002776*
002776*===============================================================
002776 1096-OPEN-STANDING-HISTORY.
002776*===============================================================
002776*    A STANDING HISTORY THAT WILL NOT OPEN MEANS THIS SITE
002776*    HASN'T CUT OVER - THE STANDING SECTION IS LEFT OFF.
002776     OPEN INPUT GRA-STDHS-FILE.
002776     IF TRN-WS-STDHS-STATUS = '00'
002776         MOVE 'Y' TO TRN-WS-STDHS-LOADED-SW
002776     ELSE
002776         MOVE 'N' TO TRN-WS-STDHS-LOADED-SW
002776     END-IF.
002776 1096-EXIT.
002776     EXIT.
002776*
002750*===============================================================
002760 2000-PROCESS-REQUEST.
002770*===============================================================
002780     ADD 1 TO TRN-WS-REQUEST-COUNT.
002780     PERFORM 2010-CHECK-HOLDS THRU 2010-EXIT.
002780     IF TRN-WS-BLOCKED
002780         ADD 1 TO TRN-WS-HELD-COUNT
002780         GO TO 2000-READ-NEXT
002780     END-IF.
002790     MOVE ZERO TO TRN-WS-GRADE-LINES.
002800     MOVE ZERO TO TRN-WS-COURSE-LINES.
002810     MOVE ZERO TO TRN-WS-QUALITY-PTS.
002820     MOVE ZERO TO TRN-WS-CREDIT-SUM.
002820     MOVE ZERO TO TRN-WS-EARNED-SUM.
002830     MOVE SPACES TO TRN-WS-STUDENT-NAME.
002840     PERFORM 2100-LIST-AUDIT-HISTORY THRU 2100-EXIT.
002850     PERFORM 2200-LIST-GPA-COURSES THRU 2200-EXIT.
002860     PERFORM 2300-WRITE-TRANSCRIPT-FOOT THRU 2300-EXIT.
002860     PERFORM 2350-LIST-TRANSFER-CREDIT THRU 2350-EXIT.
002860     PERFORM 2400-LIST-STANDING-HISTORY THRU 2400-EXIT.
002860 2000-READ-NEXT.
002870     READ TRN-REQUEST-FILE
002880         AT END
002890             MOVE 'Y' TO TRN-WS-REQ-EOF-SW
002910 2000-EXIT.
002920     EXIT.
002930*
002930*===============================================================
002930 2010-CHECK-HOLDS.
002930*===============================================================
002930*    A STUDENT WITH AN ACTIVE HOLD THAT BLOCKS THIS SERVICE IS
002930*    REFUSED - EACH SUCH HOLD IS LISTED ON THE HELD-REQUEST
002930*    REPORT INSTEAD. THE HOLDS FILE IS IN STUDENT ORDER, SO THE
002930*    SCAN STOPS AT THE FIRST KEY PAST THE STUDENT. NO HOLDS
002930*    FILE MEANS THE SITE HASN'T CUT OVER AND NOTHING IS HELD.
002930     MOVE 'N' TO TRN-WS-BLOCKED-SW.
002930     MOVE 'N' TO TRN-WS-HOLD-EOF-SW.
002930     OPEN INPUT GRA-HOLD-FILE.
002930     IF TRN-WS-HOLD-STATUS NOT = '00'
002930         GO TO 2010-EXIT
002930     END-IF.
002930     READ GRA-HOLD-FILE
002930         AT END
002930             MOVE 'Y' TO TRN-WS-HOLD-EOF-SW
002930     END-READ.
002930     PERFORM 2015-CHECK-HOLD-REC THRU 2015-EXIT
002930         UNTIL TRN-WS-HOLD-EOF.
002930     CLOSE GRA-HOLD-FILE.
002930 2010-EXIT.
002930     EXIT.
002930*
002930*===============================================================
002930 2015-CHECK-HOLD-REC.
002930*===============================================================
002930     IF HLD-STUDENT-ID > TRN-RQ-STUDENT-ID
002930         MOVE 'Y' TO TRN-WS-HOLD-EOF-SW
002930         GO TO 2015-EXIT
002930     END-IF.
002930     IF HLD-STUDENT-ID = TRN-RQ-STUDENT-ID
002930             AND HLD-ACTIVE
002930             AND HLD-BLOCKS-TRANSCRIPT
002930         MOVE 'Y' TO TRN-WS-BLOCKED-SW
002930         MOVE HLD-STUDENT-ID  TO THL-STUDENT-ID
002930         MOVE HLD-TYPE        TO THL-TYPE
002930         MOVE HLD-OFFICE      TO THL-OFFICE
002930         MOVE HLD-PLACED-DATE TO THL-PLACED-DATE
002930         MOVE HLD-REASON      TO THL-REASON
002930         WRITE TRN-HELD-REC FROM TRN-WS-HELD-LINE
002930     END-IF.
002930     READ GRA-HOLD-FILE
002930         AT END
002930             MOVE 'Y' TO TRN-WS-HOLD-EOF-SW
002930     END-READ.
002930 2015-EXIT.
002930     EXIT.
002930*
002940*===============================================================
002950 2100-LIST-AUDIT-HISTORY.
002960*===============================================================
003315         MOVE GRA-AU-TERM        TO TGL-TERM
003330         MOVE GRA-AU-NEW-GRADE   TO TGL-NEW-GRADE
003350         MOVE GRA-AU-OLD-GRADE   TO TGL-OLD-GRADE
003350         MOVE GRA-AU-COURSE-ID   TO TRN-WS-LOOKUP-COURSE
003350         MOVE ZERO               TO TRN-WS-COURSE-CREDITS
003350         PERFORM 2250-LOOKUP-COURSE THRU 2250-EXIT
003350         MOVE TRN-WS-COURSE-TITLE TO TGL-TITLE
003370         WRITE TRN-RPT-REC FROM TRN-WS-GRADE-LINE
003380         ADD 1 TO TRN-WS-GRADE-LINES
003430     END-IF.
003770     IF GPA-IN-STUDENT-ID = TRN-RQ-STUDENT-ID
003772             AND GPA-IN-COURSE-MARK NOT = TRN-WS-GPA-TRAILER
003774         PERFORM 2220-GRADE-COURSE THRU 2220-EXIT
003774         MOVE GPA-IN-COURSE-ID  TO TRN-WS-LOOKUP-COURSE
003774         MOVE GPA-IN-CREDIT-HRS TO TRN-WS-COURSE-CREDITS
003774         PERFORM 2250-LOOKUP-COURSE THRU 2250-EXIT
003776         IF TRN-WS-GG-COUNT < 60
003778             ADD 1 TO TRN-WS-GG-COUNT
003780             SET TRN-GG-IDX TO TRN-WS-GG-COUNT
003782             MOVE GPA-IN-COURSE-ID
003784                 TO TRN-GG-COURSE-ID (TRN-GG-IDX)
003784             MOVE TRN-WS-COURSE-TITLE
003784                 TO TRN-GG-TITLE (TRN-GG-IDX)
003786             MOVE GPA-IN-TERM TO TRN-GG-TERM (TRN-GG-IDX)
003788             MOVE GPA-IN-COURSE-MARK TO TRN-GG-MARK (TRN-GG-IDX)
003790             MOVE TRN-WS-COURSE-CREDITS
003792                 TO TRN-GG-CREDITS (TRN-GG-IDX)
003794             MOVE TRN-WS-GPA-POINTS
003796                 TO TRN-GG-POINTS (TRN-GG-IDX)
003812             END-IF
003814             MOVE GPA-IN-COURSE-ID   TO TCL-COURSE-ID
003816             MOVE GPA-IN-COURSE-MARK TO TCL-MARK
003818             MOVE TRN-WS-COURSE-TITLE TO TCL-TITLE
003818             MOVE TRN-WS-COURSE-CREDITS TO TCL-CREDITS
003820             MOVE GPA-IN-TERM        TO TCL-TERM
003822             MOVE SPACES             TO TCL-REPEAT-TAG
003824             WRITE TRN-RPT-REC FROM TRN-WS-COURSE-LINE
003826             ADD 1 TO TRN-WS-COURSE-LINES
003828             COMPUTE TRN-WS-QUALITY-PTS =
003830                 TRN-WS-QUALITY-PTS +
003832                     (TRN-WS-GPA-POINTS * TRN-WS-COURSE-CREDITS)
003834             ADD TRN-WS-COURSE-CREDITS TO TRN-WS-CREDIT-SUM
003834             IF TRN-WS-GPA-POINTS > ZERO
003834                 ADD TRN-WS-COURSE-CREDITS TO TRN-WS-EARNED-SUM
003834             END-IF
003836         END-IF
003880     END-IF.
003890     READ GRA-GPA-FILE
004064*    PRINTS ONE HELD COURSE ATTEMPT. A SUPERSEDED ATTEMPT IS
004066*    TAGGED REPEATED AND EARNS NO QUALITY POINTS OR CREDIT.
004068     MOVE TRN-GG-COURSE-ID (TRN-GG-IDX) TO TCL-COURSE-ID.
004068     MOVE TRN-GG-TITLE (TRN-GG-IDX)     TO TCL-TITLE.
004070     MOVE TRN-GG-MARK (TRN-GG-IDX)      TO TCL-MARK.
004072     MOVE TRN-GG-CREDITS (TRN-GG-IDX)   TO TCL-CREDITS.
004074     MOVE TRN-GG-TERM (TRN-GG-IDX)      TO TCL-TERM.
004096                 (TRN-GG-POINTS (TRN-GG-IDX)
004098                     * TRN-GG-CREDITS (TRN-GG-IDX))
004100         ADD TRN-GG-CREDITS (TRN-GG-IDX) TO TRN-WS-CREDIT-SUM
004100         IF TRN-GG-POINTS (TRN-GG-IDX) > ZERO
004100             ADD TRN-GG-CREDITS (TRN-GG-IDX)
004100                 TO TRN-WS-EARNED-SUM
004100         END-IF
004102     END-IF.
004104 2215-EXIT.
004106     EXIT.
004330 2240-EXIT.
004340     EXIT.
004350*
004350*===============================================================
004350 2250-LOOKUP-COURSE.
004350*===============================================================
004350*    LOOKS TRN-WS-LOOKUP-COURSE UP ON THE COURSE CATALOG. A HIT
004350*    RETURNS THE TITLE AND REPLACES TRN-WS-COURSE-CREDITS WITH
004350*    THE CATALOG HOURS - THE SAME HOURS GRADE-CALC'S GPA ROLL-UP
004350*    USES. A MISS LEAVES THE TITLE BLANK AND THE HOURS AS SET.
004350     MOVE SPACES TO TRN-WS-COURSE-TITLE.
004350     IF NOT TRN-WS-CRSMF-LOADED
004350         GO TO 2250-EXIT
004350     END-IF.
004350     MOVE TRN-WS-LOOKUP-COURSE TO CRS-COURSE-ID.
004350     READ GRA-CRSMF-FILE
004350         INVALID KEY
004350             CONTINUE
004350         NOT INVALID KEY
004350             MOVE CRS-TITLE      TO TRN-WS-COURSE-TITLE
004350             MOVE CRS-CREDIT-HRS TO TRN-WS-COURSE-CREDITS
004350     END-READ.
004350 2250-EXIT.
004350     EXIT.
004350*
004360*===============================================================
004370 2300-WRITE-TRANSCRIPT-FOOT.
004380*===============================================================
004470 2300-EXIT.
004480     EXIT.
004490*
004490*===============================================================
004490 2350-LIST-TRANSFER-CREDIT.
004490*===============================================================
004490*    LISTS THE STUDENT'S TRANSFER CREDIT. THE FILE IS IN STUDENT
004490*    ORDER, SO THE SCAN STOPS AT THE FIRST KEY PAST THE STUDENT.
004490*    THE SECTION AND THE CREDITS-EARNED LINE ONLY PRINT FOR A
004490*    STUDENT WITH TRANSFER CREDIT ON RECORD.
004490     MOVE ZERO TO TRN-WS-XFER-LINES.
004490     MOVE ZERO TO TRN-WS-XFER-SUM.
004490     MOVE 'N' TO TRN-WS-XFRCR-EOF-SW.
004490     OPEN INPUT GRA-XFRCR-FILE.
004490     IF TRN-WS-XFRCR-STATUS NOT = '00'
004490         GO TO 2350-EXIT
004490     END-IF.
004490     READ GRA-XFRCR-FILE
004490         AT END
004490             MOVE 'Y' TO TRN-WS-XFRCR-EOF-SW
004490     END-READ.
004490     PERFORM 2360-CHECK-TRANSFER-REC THRU 2360-EXIT
004490         UNTIL TRN-WS-XFRCR-EOF.
004490     CLOSE GRA-XFRCR-FILE.
004490     IF TRN-WS-XFER-LINES = ZERO
004490         GO TO 2350-EXIT
004490     END-IF.
004490     COMPUTE TRN-WS-TOTAL-EARNED =
004490         TRN-WS-EARNED-SUM + TRN-WS-XFER-SUM.
004490     MOVE TRN-WS-EARNED-SUM   TO TEL-INST.
004490     MOVE TRN-WS-XFER-SUM     TO TEL-XFER.
004490     MOVE TRN-WS-TOTAL-EARNED TO TEL-TOTAL.
004490     WRITE TRN-RPT-REC FROM TRN-WS-EARNED-LINE.
004490 2350-EXIT.
004490     EXIT.
004490*
004490*===============================================================
004490 2360-CHECK-TRANSFER-REC.
004490*===============================================================
004490*    THE CATALOG IS READ FOR THE TITLE ONLY - THE CREDITS SHOWN
004490*    ARE THE CREDITS THE REGISTRAR ACCEPTED.
004490     IF XFR-STUDENT-ID > TRN-RQ-STUDENT-ID
004490         MOVE 'Y' TO TRN-WS-XFRCR-EOF-SW
004490         GO TO 2360-EXIT
004490     END-IF.
004490     IF XFR-STUDENT-ID = TRN-RQ-STUDENT-ID
004490         IF TRN-WS-XFER-LINES = ZERO
004490             WRITE TRN-RPT-REC FROM TRN-WS-XFER-HEAD-LINE
004490         END-IF
004490         MOVE XFR-COURSE-ID TO TRN-WS-LOOKUP-COURSE
004490         PERFORM 2250-LOOKUP-COURSE THRU 2250-EXIT
004490         MOVE XFR-INST-CODE       TO TXL-INST-CODE
004490         MOVE XFR-EXT-COURSE      TO TXL-EXT-COURSE
004490         MOVE XFR-COURSE-ID       TO TXL-COURSE-ID
004490         MOVE TRN-WS-COURSE-TITLE TO TXL-TITLE
004490         MOVE XFR-CREDIT-HRS      TO TXL-CREDITS
004490         MOVE XFR-GRADE           TO TXL-GRADE
004490         WRITE TRN-RPT-REC FROM TRN-WS-XFER-LINE
004490         ADD 1 TO TRN-WS-XFER-LINES
004490         ADD XFR-CREDIT-HRS TO TRN-WS-XFER-SUM
004490     END-IF.
004490     READ GRA-XFRCR-FILE
004490         AT END
004490             MOVE 'Y' TO TRN-WS-XFRCR-EOF-SW
004490     END-READ.
004490 2360-EXIT.
004490     EXIT.
004490*
004490*===============================================================
004490 2400-LIST-STANDING-HISTORY.
004490*===============================================================
004490*    ONE LINE PER TERM IN THE STUDENT'S GPA HISTORY THAT HAS A
004490*    STANDING RECORDED, IN THE ORDER THE TERMS FIRST APPEAR ON
004490*    THE GPA FILE. ACAD-STANDING ONLY RECORDS A TERM IN WHICH
004490*    THE STUDENT HAD GRADED HOURS, SO EVERY RECORDED TERM IS IN
004490*    THE HELD COURSE TABLE.
004490     IF NOT TRN-WS-STDHS-LOADED
004490         GO TO 2400-EXIT
004490     END-IF.
004490     MOVE ZERO TO TRN-WS-STANDING-LINES.
004490     WRITE TRN-RPT-REC FROM TRN-WS-STANDING-HEAD-LINE.
004490     PERFORM 2410-CHECK-STANDING-TERM THRU 2410-EXIT
004490         VARYING TRN-GG-IDX FROM 1 BY 1
004490         UNTIL TRN-GG-IDX > TRN-WS-GG-COUNT.
004490     IF TRN-WS-STANDING-LINES = ZERO
004490         WRITE TRN-RPT-REC FROM TRN-WS-STANDING-NONE-LINE
004490     END-IF.
004490 2400-EXIT.
004490     EXIT.
004490*
004490*===============================================================
004490 2410-CHECK-STANDING-TERM.
004490*===============================================================
004490     MOVE 'N' TO TRN-WS-TERM-SEEN-SW.
004490     PERFORM 2415-SCAN-EARLIER-TERM THRU 2415-EXIT
004490         VARYING TRN-GG-JDX FROM 1 BY 1
004490         UNTIL TRN-GG-JDX NOT < TRN-GG-IDX
004490             OR TRN-WS-TERM-SEEN.
004490     IF TRN-WS-TERM-SEEN
004490         GO TO 2410-EXIT
004490     END-IF.
004490     MOVE 'N' TO TRN-WS-STDHS-FOUND-SW.
004490     MOVE TRN-RQ-STUDENT-ID        TO STH-STUDENT-ID.
004490     MOVE TRN-GG-TERM (TRN-GG-IDX) TO STH-TERM.
004490     READ GRA-STDHS-FILE
004490         INVALID KEY
004490             CONTINUE
004490         NOT INVALID KEY
004490             MOVE 'Y' TO TRN-WS-STDHS-FOUND-SW
004490     END-READ.
004490     IF NOT TRN-WS-STDHS-FOUND
004490         GO TO 2410-EXIT
004490     END-IF.
004490     MOVE STH-TERM TO TSL-TERM.
004490     EVALUATE TRUE
004490         WHEN STH-GOOD-STANDING
004490             MOVE "GOOD"         TO TSL-STANDING
004490         WHEN STH-PROBATION
004490             MOVE "PROBATION"    TO TSL-STANDING
004490         WHEN STH-CONT-PROBATION
004490             MOVE "CONT PROB"    TO TSL-STANDING
004490         WHEN STH-SUSPENDED
004490             MOVE "SUSPENDED"    TO TSL-STANDING
004490         WHEN STH-REINSTATED
004490             MOVE "REINSTATED"   TO TSL-STANDING
004490         WHEN OTHER
004490             MOVE STH-STANDING   TO TSL-STANDING
004490     END-EVALUATE.
004490     MOVE STH-TERM-GPA TO TSL-TERM-GPA.
004490     MOVE STH-CUM-GPA  TO TSL-CUM-GPA.
004490     WRITE TRN-RPT-REC FROM TRN-WS-STANDING-LINE.
004490     ADD 1 TO TRN-WS-STANDING-LINES.
004490 2410-EXIT.
004490     EXIT.
004490*
004490*===============================================================
004490 2415-SCAN-EARLIER-TERM.
004490*===============================================================
004490     IF TRN-GG-TERM (TRN-GG-JDX) = TRN-GG-TERM (TRN-GG-IDX)
004490         MOVE 'Y' TO TRN-WS-TERM-SEEN-SW
004490     END-IF.
004490 2415-EXIT.
004490     EXIT.
004490*
004500*===============================================================
004510 3000-TERMINATE.
004520*===============================================================
004530     CLOSE TRN-REQUEST-FILE.
004540     CLOSE TRN-RPT-FILE.
004540     WRITE TRN-HELD-REC FROM TRN-WS-BLANK-LINE.
004540     MOVE TRN-WS-HELD-COUNT TO THF-COUNT.
004540     WRITE TRN-HELD-REC FROM TRN-WS-HELD-FOOT-LINE.
004540     CLOSE TRN-HELD-FILE.
004540     IF TRN-WS-CRSMF-LOADED
004540         CLOSE GRA-CRSMF-FILE
004540     END-IF.
004540     IF TRN-WS-STDHS-LOADED
004540         CLOSE GRA-STDHS-FILE
004540     END-IF.
004550     DISPLAY "GRADE-TRANSCRIPT: REQUESTS PROCESSED: "
004560         TRN-WS-REQUEST-COUNT.
004560     DISPLAY "GRADE-TRANSCRIPT: REQUESTS HELD:      "
004560         TRN-WS-HELD-COUNT.
004570 3000-EXIT.
004580     EXIT.
